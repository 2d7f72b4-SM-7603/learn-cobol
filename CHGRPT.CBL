000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CHGRPT.
000030 AUTHOR. PAYROLL-SYSTEMS-GROUP.
000040 INSTALLATION. DATA-PROCESSING-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 10/15/26  SM   INITIAL VERSION - DAILY DUAL-CONTROL REPORT
000110* 10/15/26  SM   OF PENDING, APPROVED AND REJECTED CHANGES
000120*----------------------------------------------------------
000130*
000140* THE DAILY REPORT OVER THE PENDING-CHANGE QUEUE BNKMNT AND
000150* RATEMNT FEED AND CHGAPR DECIDES.  THREE SECTIONS: EVERY
000160* CHANGE STILL WAITING ON APPROVAL, HOWEVER OLD; EVERY CHANGE
000170* APPROVED ON THE REPORT DATE; EVERY CHANGE REJECTED ON IT.
000180* EACH ENTRY SHOWS WHO KEYED IT AND WHEN, WHO DECIDED IT,
000190* AND THE ACCOUNT OR RATE BEFORE AND AFTER.  THE REPORT DATE
000200* COMES IN ON SYSIN - NO CARD (OR ZERO) MEANS TODAY, SO THE
000210* NIGHTLY RUN NEEDS NONE AND A MISSED DAY CAN BE REPRINTED.
000220*
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000250 FILE-CONTROL.
000260     SELECT PENDING-CHANGES ASSIGN TO "CHGQUE"
000270         ORGANIZATION IS INDEXED
000280         ACCESS MODE IS SEQUENTIAL
000290         RECORD KEY IS PC-KEY
000300         FILE STATUS IS WS-PC-STATUS.
000310     SELECT CHANGE-REPORT ASSIGN TO "CHGQRPT"
000320         ORGANIZATION IS LINE SEQUENTIAL.
000330     SELECT RUN-CONTROL-LOG ASSIGN TO "RUNLOG"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-RL-STATUS.
000360
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  PENDING-CHANGES.
000400     COPY CHGPEND.
000410 FD  CHANGE-REPORT.
000420 01  CHANGE-REPORT-LINE            PIC X(80).
000430 FD  RUN-CONTROL-LOG.
000440     COPY RUNLOG.
000450
000460 WORKING-STORAGE SECTION.
000470 77  WS-PC-STATUS                  PIC X(02) VALUE "00".
000480 77  WS-RL-STATUS                  PIC X(02) VALUE "00".
000490 77  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
000500     88  END-OF-QUEUE              VALUE "Y".
000510 77  WS-REPORT-DATE                PIC 9(08) VALUE ZEROS.
000520 77  WS-SECTION-STATUS             PIC X(01) VALUE SPACE.
000530 77  WS-RECORDS-READ               PIC 9(07) COMP VALUE ZERO.
000540 77  WS-PENDING-COUNT              PIC 9(07) COMP VALUE ZERO.
000550 77  WS-APPROVED-COUNT             PIC 9(07) COMP VALUE ZERO.
000560 77  WS-REJECTED-COUNT             PIC 9(07) COMP VALUE ZERO.
000570 77  WS-SECTION-COUNT              PIC 9(07) COMP VALUE ZERO.
000580 01  WS-DATE-CARD                  PIC X(08) VALUE SPACES.
000590 01  WS-DATE-CARD-N REDEFINES WS-DATE-CARD
000600                                   PIC 9(08).
000610 01  WS-RUN-START-STAMP.
000620     05  WS-RUN-START-DATE         PIC 9(8).
000630     05  WS-RUN-START-TIME         PIC 9(8).
000640 01  WS-BANK-VALUE.
000650     05  BKV-ROUTING               PIC 9(09).
000660     05  FILLER                    PIC X(01) VALUE SPACE.
000670     05  BKV-ACCOUNT               PIC X(17).
000680 01  WS-RATE-VALUE.
000690     05  RTV-RATE                  PIC ZZ9.99.
000700     05  RTV-EFF-LABEL             PIC X(05).
000710     05  RTV-EFFECTIVE             PIC X(08).
000720
000730 01  WS-HEADING-LINE.
000740     05  FILLER                    PIC X(40)
000750         VALUE "BANK ACCOUNT AND PAY RATE CHANGES FOR  ".
000760     05  HL-REPORT-DATE            PIC 9(08).
000770 01  WS-SECTION-LINE.
000780     05  FILLER                    PIC X(09) VALUE "-------- ".
000790     05  SEC-NAME                  PIC X(30).
000800     05  FILLER                    PIC X(08) VALUE "--------".
000810 01  WS-COLUMN-LINE.
000820     05  FILLER                    PIC X(13) VALUE "  SSN".
000830     05  FILLER                    PIC X(06) VALUE "KIND".
000840     05  FILLER                    PIC X(09) VALUE "KEYED".
000850     05  FILLER                    PIC X(10) VALUE "BY".
000860     05  FILLER                    PIC X(10) VALUE "DECIDED BY".
000870     05  FILLER                    PIC X(14)
000880         VALUE "BEFORE / AFTER".
000890 01  WS-DETAIL-LINE.
000900     05  FILLER                    PIC X(02) VALUE SPACES.
000910     05  CRL-SSNUM                 PIC X(09).
000920     05  FILLER                    PIC X(02) VALUE SPACES.
000930     05  CRL-KIND                  PIC X(04).
000940     05  FILLER                    PIC X(02) VALUE SPACES.
000950     05  CRL-KEYED-DATE            PIC X(08).
000960     05  FILLER                    PIC X(01) VALUE SPACE.
000970     05  CRL-KEYED-BY              PIC X(08).
000980     05  FILLER                    PIC X(02) VALUE SPACES.
000990     05  CRL-DECIDED-BY            PIC X(08).
001000     05  FILLER                    PIC X(02) VALUE SPACES.
001010     05  CRL-LABEL                 PIC X(05).
001020     05  CRL-VALUE                 PIC X(27).
001030 01  WS-COUNT-LINE.
001040     05  FILLER                    PIC X(02) VALUE SPACES.
001050     05  CNL-LABEL                 PIC X(26).
001060     05  CNL-COUNT                 PIC ZZZ,ZZ9.
001070 01  WS-BLANK-LINE                 PIC X(80) VALUE SPACES.
001080
001090 PROCEDURE DIVISION.
001100 0000-MAINLINE.
001110     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001120     MOVE "WAITING ON APPROVAL" TO SEC-NAME
001130     MOVE "P" TO WS-SECTION-STATUS
001140     PERFORM 2000-ONE-SECTION THRU 2000-EXIT
001150     MOVE WS-SECTION-COUNT TO WS-PENDING-COUNT
001160     MOVE "APPROVED ON THE REPORT DATE" TO SEC-NAME
001170     MOVE "A" TO WS-SECTION-STATUS
001180     PERFORM 2000-ONE-SECTION THRU 2000-EXIT
001190     MOVE WS-SECTION-COUNT TO WS-APPROVED-COUNT
001200     MOVE "REJECTED ON THE REPORT DATE" TO SEC-NAME
001210     MOVE "R" TO WS-SECTION-STATUS
001220     PERFORM 2000-ONE-SECTION THRU 2000-EXIT
001230     MOVE WS-SECTION-COUNT TO WS-REJECTED-COUNT
001240     PERFORM 3000-FINISH THRU 3000-EXIT
001250     GOBACK.
001260
001270*----------------------------------------------------------
001280* TAKE THE REPORT DATE OFF THE CARD AND OPEN THE REPORT
001290*----------------------------------------------------------
001300 1000-INITIALIZE.
001310     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
001320     ACCEPT WS-RUN-START-TIME FROM TIME
001330     DISPLAY "REPORT DATE (YYYYMMDD, BLANK OR 0 = TODAY): "
001340         WITH NO ADVANCING
001350     MOVE SPACES TO WS-DATE-CARD
001360     ACCEPT WS-DATE-CARD
001370     IF WS-DATE-CARD NUMERIC AND WS-DATE-CARD-N NOT = ZERO
001380         MOVE WS-DATE-CARD-N TO WS-REPORT-DATE
001390     ELSE
001400         MOVE WS-RUN-START-DATE TO WS-REPORT-DATE
001410     END-IF
001420     OPEN OUTPUT CHANGE-REPORT
001430     MOVE WS-REPORT-DATE TO HL-REPORT-DATE
001440     WRITE CHANGE-REPORT-LINE FROM WS-HEADING-LINE.
001450 1000-EXIT.
001460     EXIT.
001470
001480*----------------------------------------------------------
001490* ONE PASS OF THE QUEUE FOR ONE SECTION - THE PENDING
001500* SECTION TAKES EVERY ENTRY STILL WAITING, THE OTHER TWO
001510* ONLY THE ENTRIES DECIDED ON THE REPORT DATE
001520*----------------------------------------------------------
001530 2000-ONE-SECTION.
001540     MOVE ZERO TO WS-SECTION-COUNT
001550     WRITE CHANGE-REPORT-LINE FROM WS-BLANK-LINE
001560     WRITE CHANGE-REPORT-LINE FROM WS-SECTION-LINE
001570     WRITE CHANGE-REPORT-LINE FROM WS-COLUMN-LINE
001580     MOVE "N" TO WS-EOF-SWITCH
001590     OPEN INPUT PENDING-CHANGES
001600     IF WS-PC-STATUS = "35"
001610         SET END-OF-QUEUE TO TRUE
001620         GO TO 2000-EXIT
001630     END-IF
001640     PERFORM 8000-READ-QUEUE THRU 8000-EXIT
001650     PERFORM 2100-TEST-ONE-ENTRY THRU 2100-EXIT
001660         UNTIL END-OF-QUEUE
001670     CLOSE PENDING-CHANGES.
001680 2000-EXIT.
001690     EXIT.
001700
001710 2100-TEST-ONE-ENTRY.
001720     IF WS-SECTION-STATUS = "P"
001730         ADD 1 TO WS-RECORDS-READ
001740     END-IF
001750     IF PC-STATUS NOT = WS-SECTION-STATUS
001760         GO TO 2100-READ-NEXT
001770     END-IF
001780     IF NOT PC-PENDING AND PC-DECIDED-DATE NOT = WS-REPORT-DATE
001790         GO TO 2100-READ-NEXT
001800     END-IF
001810     ADD 1 TO WS-SECTION-COUNT
001820     PERFORM 2200-PRINT-ENTRY THRU 2200-EXIT.
001830 2100-READ-NEXT.
001840     PERFORM 8000-READ-QUEUE THRU 8000-EXIT.
001850 2100-EXIT.
001860     EXIT.
001870
001880*----------------------------------------------------------
001890* TWO LINES PER ENTRY - THE VALUE BEFORE, THEN AFTER
001900*----------------------------------------------------------
001910 2200-PRINT-ENTRY.
001920     MOVE PC-SSNUM TO CRL-SSNUM
001930     MOVE PC-ENTERED-DATE TO CRL-KEYED-DATE
001940     MOVE PC-ENTERED-BY TO CRL-KEYED-BY
001950     MOVE PC-DECIDED-BY TO CRL-DECIDED-BY
001960     MOVE "WAS: " TO CRL-LABEL
001970     IF PC-BANK-CHANGE
001980         MOVE "BANK" TO CRL-KIND
001990         IF PC-ADD-ACTION
002000             MOVE "NONE - PAPER CHECK" TO CRL-VALUE
002010         ELSE
002020             MOVE PC-OLD-ROUTING TO BKV-ROUTING
002030             MOVE PC-OLD-ACCOUNT TO BKV-ACCOUNT
002040             MOVE WS-BANK-VALUE TO CRL-VALUE
002050         END-IF
002060     ELSE
002070         MOVE "RATE" TO CRL-KIND
002080         MOVE PC-OLD-RATE TO RTV-RATE
002090         MOVE SPACES TO RTV-EFF-LABEL
002100         MOVE SPACES TO RTV-EFFECTIVE
002110         MOVE WS-RATE-VALUE TO CRL-VALUE
002120     END-IF
002130     WRITE CHANGE-REPORT-LINE FROM WS-DETAIL-LINE
002140     MOVE SPACES TO CRL-SSNUM
002150     MOVE SPACES TO CRL-KIND
002160     MOVE SPACES TO CRL-KEYED-DATE
002170     MOVE SPACES TO CRL-KEYED-BY
002180     MOVE SPACES TO CRL-DECIDED-BY
002190     MOVE "NOW: " TO CRL-LABEL
002200     IF PC-BANK-CHANGE
002210         MOVE PC-NEW-ROUTING TO BKV-ROUTING
002220         MOVE PC-NEW-ACCOUNT TO BKV-ACCOUNT
002230         MOVE WS-BANK-VALUE TO CRL-VALUE
002240     ELSE
002250         MOVE PC-NEW-RATE TO RTV-RATE
002260         MOVE " EFF " TO RTV-EFF-LABEL
002270         MOVE PC-RATE-EFFECTIVE TO RTV-EFFECTIVE
002280         MOVE WS-RATE-VALUE TO CRL-VALUE
002290     END-IF
002300     WRITE CHANGE-REPORT-LINE FROM WS-DETAIL-LINE.
002310 2200-EXIT.
002320     EXIT.
002330
002340*----------------------------------------------------------
002350* CONTROL COUNTS, RUN LOG, CLOSE UP
002360*----------------------------------------------------------
002370 3000-FINISH.
002380     WRITE CHANGE-REPORT-LINE FROM WS-BLANK-LINE
002390     MOVE "QUEUE ENTRIES READ:" TO CNL-LABEL
002400     MOVE WS-RECORDS-READ TO CNL-COUNT
002410     WRITE CHANGE-REPORT-LINE FROM WS-COUNT-LINE
002420     MOVE "WAITING ON APPROVAL:" TO CNL-LABEL
002430     MOVE WS-PENDING-COUNT TO CNL-COUNT
002440     WRITE CHANGE-REPORT-LINE FROM WS-COUNT-LINE
002450     MOVE "APPROVED ON REPORT DATE:" TO CNL-LABEL
002460     MOVE WS-APPROVED-COUNT TO CNL-COUNT
002470     WRITE CHANGE-REPORT-LINE FROM WS-COUNT-LINE
002480     MOVE "REJECTED ON REPORT DATE:" TO CNL-LABEL
002490     MOVE WS-REJECTED-COUNT TO CNL-COUNT
002500     WRITE CHANGE-REPORT-LINE FROM WS-COUNT-LINE
002510     PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT
002520     CLOSE CHANGE-REPORT.
002530 3000-EXIT.
002540     EXIT.
002550
002560*----------------------------------------------------------
002570* READ THE NEXT QUEUE ENTRY, SET THE EOF SWITCH AT END
002580*----------------------------------------------------------
002590 8000-READ-QUEUE.
002600     READ PENDING-CHANGES NEXT RECORD
002610         AT END
002620             SET END-OF-QUEUE TO TRUE
002630     END-READ.
002640 8000-EXIT.
002650     EXIT.
002660
002670*----------------------------------------------------------
002680* APPEND THIS RUN'S CONTROL RECORD TO THE SHARED RUN LOG
002690*----------------------------------------------------------
002700 9100-WRITE-RUN-LOG.
002710     OPEN EXTEND RUN-CONTROL-LOG
002720     IF WS-RL-STATUS = "35"
002730         OPEN OUTPUT RUN-CONTROL-LOG
002740         CLOSE RUN-CONTROL-LOG
002750         OPEN EXTEND RUN-CONTROL-LOG
002760     END-IF
002770     MOVE "CHGRPT  " TO RL-JOB-NAME
002780     MOVE WS-RUN-START-DATE TO RL-START-DATE
002790     MOVE WS-RUN-START-TIME TO RL-START-TIME
002800     ACCEPT RL-END-DATE FROM DATE YYYYMMDD
002810     ACCEPT RL-END-TIME FROM TIME
002820     MOVE WS-RECORDS-READ TO RL-RECORDS-IN
002830     COMPUTE RL-RECORDS-OUT = WS-PENDING-COUNT
002840         + WS-APPROVED-COUNT + WS-REJECTED-COUNT
002850     MOVE WS-PENDING-COUNT TO RL-EXCEPTIONS
002860     MOVE "OK" TO RL-STATUS
002870     MOVE SPACES TO RL-FILLER
002880     WRITE RUN-LOG-RECORD
002890     CLOSE RUN-CONTROL-LOG.
002900 9100-EXIT.
002910     EXIT.
