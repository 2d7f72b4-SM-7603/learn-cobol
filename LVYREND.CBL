000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LVYREND.
000030 AUTHOR. PAYROLL-SYSTEMS-GROUP.
000040 INSTALLATION. DATA-PROCESSING-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 10/15/26  SM   INITIAL VERSION - YEAR-END LEAVE CARRYOVER
000110* 10/15/26  SM   BY POLICY TIER, WITH A FORFEITED-HOURS REPORT
000120*----------------------------------------------------------
000130*
000140* YEAR-END LEAVE JOB, RUN AFTER THE LEAVE YEAR'S LAST CHECK
000150* DATE AND BEFORE THE NEW YEAR'S FIRST PAYREG - A JANUARY
000160* CHECK'S ACCRUAL POSTED FIRST WOULD BE COUNTED AGAINST THE
000170* OLD YEAR'S CARRYOVER.  THE LEAVE YEAR COMES IN ON SYSIN.
000180* ONE PASS OF THE LEAVE BALANCES LOOKS UP EACH CUSTOMER'S
000190* POLICY TIER AS OF DECEMBER 31 (LVPLOOK, THE SAME LOOKUP
000200* PAYREG ACCRUES BY) AND CUTS EACH BALANCE BACK TO THE
000210* TIER'S CARRYOVER LIMIT; THE HOURS ABOVE IT ARE FORFEITED
000220* AND LISTED ON LVFORFRP, ONE LINE PER CUSTOMER WHO LOST
000230* ANY, WITH A CONTROL PAGE OF COUNTS AND HOURS.  A BALANCE
000240* AT OR UNDER ITS LIMIT IS NOT TOUCHED, SO A SECOND RUN FOR
000250* THE SAME YEAR FORFEITS NOTHING MORE.  REFUSED (RC 8) FOR A
000260* YEAR THAT IS NOT OVER YET, OR WITHOUT TODAY'S PAYSNAP
000270* SNAPSHOT ON THE RUN LOG - PAYREST RELOADS LEAVEBAL FROM IT
000280* IF THE CARRYOVER HAS TO BE UNDONE.
000290*
000300 ENVIRONMENT DIVISION.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT LEAVE-BALANCES ASSIGN TO "LEAVEBAL"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS SEQUENTIAL
000360         RECORD KEY IS LB-SSNUM
000370         FILE STATUS IS WS-LB-STATUS.
000380     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAS"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS CM-SSNUM
000420         FILE STATUS IS WS-CM-STATUS.
000430     SELECT FORFEIT-REPORT ASSIGN TO "LVFORFRP"
000440         ORGANIZATION IS LINE SEQUENTIAL.
000450     SELECT RUN-CONTROL-LOG ASSIGN TO "RUNLOG"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-RL-STATUS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  LEAVE-BALANCES.
000520     COPY LEAVEBAL.
000530 FD  CUSTOMER-MASTER.
000540     COPY CUSTMAS.
000550 FD  FORFEIT-REPORT.
000560 01  FORFEIT-LINE                  PIC X(80).
000570 FD  RUN-CONTROL-LOG.
000580     COPY RUNLOG.
000590
000600 WORKING-STORAGE SECTION.
000610 77  WS-LB-STATUS                  PIC X(02) VALUE "00".
000620 77  WS-CM-STATUS                  PIC X(02) VALUE "00".
000630 77  WS-RL-STATUS                  PIC X(02) VALUE "00".
000640 77  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
000650     88  END-OF-BALANCES           VALUE "Y".
000660 77  WS-RUN-REFUSED-SWITCH         PIC X(01) VALUE "N".
000670     88  RUN-REFUSED               VALUE "Y".
000680 77  WS-RUN-STATUS                 PIC X(04) VALUE "OK".
000690 77  WS-LEAVE-YEAR                 PIC 9(04) VALUE ZERO.
000700 77  WS-VAC-LOST                   PIC 9(3)V99 VALUE ZERO.
000710 77  WS-SICK-LOST                  PIC 9(3)V99 VALUE ZERO.
000720 77  WS-RECORDS-READ               PIC 9(07) COMP VALUE ZERO.
000730 77  WS-RECORDS-CUT                PIC 9(07) COMP VALUE ZERO.
000740 77  WS-NO-HIRE-DATE-COUNT         PIC 9(07) COMP VALUE ZERO.
000750 77  WS-NO-TIER-COUNT              PIC 9(07) COMP VALUE ZERO.
000760 77  WS-TOTAL-VAC-LOST             PIC 9(09)V99 VALUE ZERO.
000770 77  WS-TOTAL-SICK-LOST            PIC 9(09)V99 VALUE ZERO.
000780     COPY LVPPRM.
000790     COPY RUNCHKP.
000800 01  WS-YEAR-END-DATE.
000810     05  WS-YE-YYYY                PIC 9(04).
000820     05  WS-YE-MMDD                PIC 9(04) VALUE 1231.
000830 01  WS-YEAR-END-DATE-N REDEFINES WS-YEAR-END-DATE
000840                                   PIC 9(08).
000850 01  WS-RUN-START-STAMP.
000860     05  WS-RUN-START-DATE         PIC 9(8).
000870     05  WS-RUN-START-TIME         PIC 9(8).
000880
000890 01  WS-HEADING-LINE.
000900     05  FILLER                    PIC X(40)
000910         VALUE "LEAVE YEAR-END CARRYOVER - FORFEITED    ".
000920     05  FILLER                    PIC X(11) VALUE "HOURS YEAR ".
000930     05  HL-YEAR                   PIC 9(04).
000940 01  WS-COLUMN-LINE.
000950     05  FILLER                    PIC X(11) VALUE "SSN".
000960     05  FILLER                    PIC X(22) VALUE "CUSTOMER".
000970     05  FILLER                    PIC X(04) VALUE "SV".
000980     05  FILLER                    PIC X(10) VALUE "VAC HELD".
000990     05  FILLER                    PIC X(10) VALUE "VAC LOST".
001000     05  FILLER                    PIC X(10) VALUE "SICK HELD".
001010     05  FILLER                    PIC X(09) VALUE "SICK LOST".
001020 01  WS-DETAIL-LINE.
001030     05  FDL-SSNUM                 PIC 9(09).
001040     05  FILLER                    PIC X(02) VALUE SPACES.
001050     05  FDL-CUST-NAME             PIC X(20).
001060     05  FILLER                    PIC X(02) VALUE SPACES.
001070     05  FDL-SERVICE               PIC Z9.
001080     05  FILLER                    PIC X(02) VALUE SPACES.
001090     05  FDL-VAC-HELD              PIC ZZ9.99.
001100     05  FILLER                    PIC X(04) VALUE SPACES.
001110     05  FDL-VAC-LOST              PIC ZZ9.99.
001120     05  FILLER                    PIC X(04) VALUE SPACES.
001130     05  FDL-SICK-HELD             PIC ZZ9.99.
001140     05  FILLER                    PIC X(04) VALUE SPACES.
001150     05  FDL-SICK-LOST             PIC ZZ9.99.
001160 01  WS-CONTROL-HEADING            PIC X(30)
001170         VALUE "LEAVE YEAR-END CONTROL PAGE".
001180 01  WS-COUNT-LINE.
001190     05  FILLER                    PIC X(02) VALUE SPACES.
001200     05  CNL-LABEL                 PIC X(30).
001210     05  CNL-COUNT                 PIC ZZZ,ZZ9.
001220 01  WS-HOURS-LINE.
001230     05  FILLER                    PIC X(02) VALUE SPACES.
001240     05  HRL-LABEL                 PIC X(30).
001250     05  HRL-HOURS                 PIC ZZZ,ZZZ,ZZ9.99.
001260 01  WS-BLANK-LINE                 PIC X(80) VALUE SPACES.
001270
001280 PROCEDURE DIVISION.
001290 0000-MAINLINE.
001300     PERFORM 0500-CHECK-PREREQS THRU 0500-EXIT
001310     IF RUN-REFUSED
001320         MOVE "FAIL" TO WS-RUN-STATUS
001330         PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT
001340         MOVE 8 TO RETURN-CODE
001350         GOBACK
001360     END-IF
001370     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001380     PERFORM 2000-CARRY-ONE-BALANCE THRU 2000-EXIT
001390         UNTIL END-OF-BALANCES
001400     PERFORM 3000-FINISH THRU 3000-EXIT
001410     GOBACK.
001420
001430*----------------------------------------------------------
001440* THE LEAVE YEAR MUST BE A REAL ONE AND OVER, AND TODAY'S
001450* SNAPSHOT MUST BE ON THE RUN LOG BEFORE ANY HOURS GO
001460*----------------------------------------------------------
001470 0500-CHECK-PREREQS.
001480     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
001490     ACCEPT WS-RUN-START-TIME FROM TIME
001500     DISPLAY "ENTER LEAVE YEAR (YYYY): " WITH NO ADVANCING
001510     ACCEPT WS-LEAVE-YEAR
001520     IF WS-LEAVE-YEAR NOT NUMERIC
001530             OR WS-LEAVE-YEAR < 2000
001540             OR WS-LEAVE-YEAR > 2099
001550         DISPLAY "LVYREND: LEAVE YEAR MUST BE 2000-2099 - "
001560             "RUN REFUSED"
001570         SET RUN-REFUSED TO TRUE
001580         GO TO 0500-EXIT
001590     END-IF
001600     MOVE WS-LEAVE-YEAR TO WS-YE-YYYY
001610     IF WS-RUN-START-DATE < WS-YEAR-END-DATE-N
001620         DISPLAY "LVYREND: LEAVE YEAR " WS-LEAVE-YEAR
001630             " IS NOT OVER UNTIL " WS-YEAR-END-DATE-N
001640             " - RUN REFUSED"
001650         SET RUN-REFUSED TO TRUE
001660         GO TO 0500-EXIT
001670     END-IF
001680     MOVE WS-RUN-START-DATE TO PR-RUN-DATE
001690     MOVE "PAYSNAP " TO PR-PREREQ-JOB
001700     CALL "RUNCHK" USING RUNCHK-PARMS
001710     IF NOT PR-PREREQ-MET
001720         DISPLAY "LVYREND: TODAY'S PAYSNAP SNAPSHOT IS NOT "
001730             "ON THE RUN LOG - RUN REFUSED"
001740         SET RUN-REFUSED TO TRUE
001750     END-IF.
001760 0500-EXIT.
001770     EXIT.
001780
001790*----------------------------------------------------------
001800* OPEN EVERYTHING, PRINT THE HEADINGS, PRIME THE READ
001810*----------------------------------------------------------
001820 1000-INITIALIZE.
001830     OPEN I-O LEAVE-BALANCES
001840     IF WS-LB-STATUS = "35"
001850         DISPLAY "LVYREND: NO LEAVE BALANCES ON FILE"
001860         SET END-OF-BALANCES TO TRUE
001870     END-IF
001880     OPEN INPUT CUSTOMER-MASTER
001890     OPEN OUTPUT FORFEIT-REPORT
001900     MOVE WS-LEAVE-YEAR TO HL-YEAR
001910     WRITE FORFEIT-LINE FROM WS-HEADING-LINE
001920     WRITE FORFEIT-LINE FROM WS-BLANK-LINE
001930     WRITE FORFEIT-LINE FROM WS-COLUMN-LINE
001940     IF NOT END-OF-BALANCES
001950         PERFORM 8000-READ-BALANCE THRU 8000-EXIT
001960     END-IF.
001970 1000-EXIT.
001980     EXIT.
001990
002000*----------------------------------------------------------
002010* ONE BALANCE RECORD: CUT EACH BALANCE BACK TO THE TIER'S
002020* CARRYOVER LIMIT, AND LIST AND POST IT WHEN ANYTHING GOES
002030*----------------------------------------------------------
002040 2000-CARRY-ONE-BALANCE.
002050     ADD 1 TO WS-RECORDS-READ
002060     IF LB-HIRE-DATE NOT NUMERIC OR LB-HIRE-DATE = ZERO
002070         ADD 1 TO WS-NO-HIRE-DATE-COUNT
002080     END-IF
002090     MOVE LB-HIRE-DATE TO LV-HIRE-DATE
002100     MOVE WS-YEAR-END-DATE-N TO LV-AS-OF-DATE
002110     CALL "LVPLOOK" USING LEAVE-POLICY-PARMS
002120     IF NOT LV-TIER-FOUND
002130         ADD 1 TO WS-NO-TIER-COUNT
002140         GO TO 2000-READ-NEXT
002150     END-IF
002160     MOVE ZERO TO WS-VAC-LOST
002170     MOVE ZERO TO WS-SICK-LOST
002180     IF LB-VACATION-BALANCE > LV-VAC-CARRYOVER
002190         COMPUTE WS-VAC-LOST =
002200             LB-VACATION-BALANCE - LV-VAC-CARRYOVER
002210     END-IF
002220     IF LB-SICK-BALANCE > LV-SICK-CARRYOVER
002230         COMPUTE WS-SICK-LOST =
002240             LB-SICK-BALANCE - LV-SICK-CARRYOVER
002250     END-IF
002260     IF WS-VAC-LOST = ZERO AND WS-SICK-LOST = ZERO
002270         GO TO 2000-READ-NEXT
002280     END-IF
002290     PERFORM 2100-PRINT-FORFEIT THRU 2100-EXIT
002300     SUBTRACT WS-VAC-LOST FROM LB-VACATION-BALANCE
002310     SUBTRACT WS-SICK-LOST FROM LB-SICK-BALANCE
002320     REWRITE LEAVE-BALANCE-RECORD
002330     ADD 1 TO WS-RECORDS-CUT
002340     ADD WS-VAC-LOST TO WS-TOTAL-VAC-LOST
002350     ADD WS-SICK-LOST TO WS-TOTAL-SICK-LOST.
002360 2000-READ-NEXT.
002370     PERFORM 8000-READ-BALANCE THRU 8000-EXIT.
002380 2000-EXIT.
002390     EXIT.
002400
002410*----------------------------------------------------------
002420* ONE REPORT LINE - THE BALANCES AS HELD AT YEAR END AND THE
002430* HOURS EACH LOSES
002440*----------------------------------------------------------
002450 2100-PRINT-FORFEIT.
002460     MOVE LB-SSNUM TO FDL-SSNUM
002470     MOVE LB-SSNUM TO CM-SSNUM
002480     IF WS-CM-STATUS = "35"
002490         MOVE "** NOT ON FILE **" TO FDL-CUST-NAME
002500     ELSE
002510         READ CUSTOMER-MASTER
002520             INVALID KEY
002530                 MOVE "** NOT ON FILE **" TO FDL-CUST-NAME
002540             NOT INVALID KEY
002550                 MOVE CM-CUST-NAME TO FDL-CUST-NAME
002560         END-READ
002570     END-IF
002580     MOVE LV-SERVICE-YEARS TO FDL-SERVICE
002590     MOVE LB-VACATION-BALANCE TO FDL-VAC-HELD
002600     MOVE WS-VAC-LOST TO FDL-VAC-LOST
002610     MOVE LB-SICK-BALANCE TO FDL-SICK-HELD
002620     MOVE WS-SICK-LOST TO FDL-SICK-LOST
002630     WRITE FORFEIT-LINE FROM WS-DETAIL-LINE.
002640 2100-EXIT.
002650     EXIT.
002660
002670*----------------------------------------------------------
002680* CONTROL PAGE, RUN LOG, CLOSE UP
002690*----------------------------------------------------------
002700 3000-FINISH.
002710     WRITE FORFEIT-LINE FROM WS-BLANK-LINE
002720     WRITE FORFEIT-LINE FROM WS-CONTROL-HEADING
002730     MOVE "BALANCE RECORDS READ:" TO CNL-LABEL
002740     MOVE WS-RECORDS-READ TO CNL-COUNT
002750     WRITE FORFEIT-LINE FROM WS-COUNT-LINE
002760     MOVE "BALANCES CUT TO CARRYOVER:" TO CNL-LABEL
002770     MOVE WS-RECORDS-CUT TO CNL-COUNT
002780     WRITE FORFEIT-LINE FROM WS-COUNT-LINE
002790     MOVE "NO HIRE DATE (NEW-HIRE TIER):" TO CNL-LABEL
002800     MOVE WS-NO-HIRE-DATE-COUNT TO CNL-COUNT
002810     WRITE FORFEIT-LINE FROM WS-COUNT-LINE
002820     MOVE "NO POLICY TIER - NOT CARRIED:" TO CNL-LABEL
002830     MOVE WS-NO-TIER-COUNT TO CNL-COUNT
002840     WRITE FORFEIT-LINE FROM WS-COUNT-LINE
002850     MOVE "VACATION HOURS FORFEITED:" TO HRL-LABEL
002860     MOVE WS-TOTAL-VAC-LOST TO HRL-HOURS
002870     WRITE FORFEIT-LINE FROM WS-HOURS-LINE
002880     MOVE "SICK HOURS FORFEITED:" TO HRL-LABEL
002890     MOVE WS-TOTAL-SICK-LOST TO HRL-HOURS
002900     WRITE FORFEIT-LINE FROM WS-HOURS-LINE
002910     DISPLAY "LVYREND: BALANCES CUT TO CARRYOVER = "
002920         WS-RECORDS-CUT
002930     PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT
002940     IF WS-LB-STATUS NOT = "35"
002950         CLOSE LEAVE-BALANCES
002960     END-IF
002970     IF WS-CM-STATUS NOT = "35"
002980         CLOSE CUSTOMER-MASTER
002990     END-IF
003000     CLOSE FORFEIT-REPORT.
003010 3000-EXIT.
003020     EXIT.
003030
003040*----------------------------------------------------------
003050* READ THE NEXT BALANCE RECORD, SET THE EOF SWITCH AT END
003060*----------------------------------------------------------
003070 8000-READ-BALANCE.
003080     READ LEAVE-BALANCES NEXT RECORD
003090         AT END
003100             SET END-OF-BALANCES TO TRUE
003110     END-READ.
003120 8000-EXIT.
003130     EXIT.
003140
003150*----------------------------------------------------------
003160* APPEND THIS RUN'S CONTROL RECORD TO THE SHARED RUN LOG
003170*----------------------------------------------------------
003180 9100-WRITE-RUN-LOG.
003190     OPEN EXTEND RUN-CONTROL-LOG
003200     IF WS-RL-STATUS = "35"
003210         OPEN OUTPUT RUN-CONTROL-LOG
003220         CLOSE RUN-CONTROL-LOG
003230         OPEN EXTEND RUN-CONTROL-LOG
003240     END-IF
003250     MOVE "LVYREND " TO RL-JOB-NAME
003260     MOVE WS-RUN-START-DATE TO RL-START-DATE
003270     MOVE WS-RUN-START-TIME TO RL-START-TIME
003280     ACCEPT RL-END-DATE FROM DATE YYYYMMDD
003290     ACCEPT RL-END-TIME FROM TIME
003300     MOVE WS-RECORDS-READ TO RL-RECORDS-IN
003310     MOVE WS-RECORDS-CUT TO RL-RECORDS-OUT
003320     MOVE WS-NO-TIER-COUNT TO RL-EXCEPTIONS
003330     MOVE WS-RUN-STATUS TO RL-STATUS
003340     MOVE SPACES TO RL-FILLER
003350     WRITE RUN-LOG-RECORD
003360     CLOSE RUN-CONTROL-LOG.
003370 9100-EXIT.
003380     EXIT.
