000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ETXSUM.
000030 AUTHOR. PAYROLL-SYSTEMS-GROUP.
000040 INSTALLATION. DATA-PROCESSING-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 10/15/26  SM   INITIAL VERSION - PAYROLL TAX LIABILITY
000110* 10/15/26  SM   SUMMARY FOR ONE PAY DATE FROM ETXDETL
000111* 10/15/26  SM   A BLANK PAY DATE FALLS BACK TO THE LATEST CHECK
000112* 10/15/26  SM   DATE ON THE PAYROLL CALENDAR (CALLOOK), NOT THE
000113* 10/15/26  SM   RUN DATE
000120*----------------------------------------------------------
000130*
000140* NIGHTLY, AFTER THE REGISTER.  TOTALS EVERY PAYROLL-TAX
000150* DETAIL CARRYING THE PAY DATE - THE REGISTER'S ORIGINALS
000160* PLUS PAYADJ'S CORRECTED CHECKS, LESS ITS REVERSALS - INTO
000170* WHAT THE PAY DATE OWES THE GOVERNMENT: SOC SEC AND
000180* MEDICARE (EMPLOYEE WITHHELD AND EMPLOYER MATCH), FUTA, AND
000190* SUTA, WITH THE TAXABLE WAGES BEHIND EACH.  THE FEDERAL
000200* DEPOSIT (SOC SEC, MEDICARE, AND THE INCOME TAX ON THE
000210* REGISTER) AND THE STATE UNEMPLOYMENT LIABILITY ARE MADE
000220* FROM THIS PAGE.
000230*
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT EMPLOYER-TAX-DETAIL ASSIGN TO "ETXDETL"
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS SEQUENTIAL
000300         RECORD KEY IS ET-KEY
000310         FILE STATUS IS WS-ET-STATUS.
000320     SELECT LIABILITY-REPORT ASSIGN TO "ETXSUMRP"
000330         ORGANIZATION IS LINE SEQUENTIAL.
000340     SELECT RUN-CONTROL-LOG ASSIGN TO "RUNLOG"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-RL-STATUS.
000370
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  EMPLOYER-TAX-DETAIL.
000410     COPY ETXDTL.
000420 FD  LIABILITY-REPORT.
000430 01  LIABILITY-REPORT-LINE         PIC X(80).
000440 FD  RUN-CONTROL-LOG.
000450     COPY RUNLOG.
000460
000470 WORKING-STORAGE SECTION.
000480 77  WS-ET-STATUS                  PIC X(02) VALUE "00".
000490 77  WS-RL-STATUS                  PIC X(02) VALUE "00".
000500     COPY RUNCHKP.
000510 77  WS-RUN-REFUSED-SWITCH         PIC X(01) VALUE "N".
000520     88  RUN-REFUSED               VALUE "Y".
000530 77  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
000540     88  END-OF-FILE               VALUE "Y".
000550 77  WS-DETAILS-READ               PIC 9(07) COMP VALUE ZERO.
000560 77  WS-CHECKS-TAKEN               PIC 9(07) COMP VALUE ZERO.
000570 77  WS-REVERSALS-TAKEN            PIC 9(07) COMP VALUE ZERO.
000580 77  WS-CORRECTIONS-TAKEN          PIC 9(07) COMP VALUE ZERO.
000590*> THE PAY DATE'S TOTALS - A REVERSAL SUBTRACTS, SO THEY ARE
000600*> SIGNED UNTIL THE WHOLE DATE HAS BEEN NETTED
000610 01  WS-LIABILITY-TOTALS.
000620     05  WS-LT-SS-WAGES            PIC S9(09)V99 VALUE ZERO.
000630     05  WS-LT-MED-WAGES           PIC S9(09)V99 VALUE ZERO.
000640     05  WS-LT-FUTA-WAGES          PIC S9(09)V99 VALUE ZERO.
000650     05  WS-LT-SUTA-WAGES          PIC S9(09)V99 VALUE ZERO.
000660     05  WS-LT-EE-SS               PIC S9(09)V99 VALUE ZERO.
000670     05  WS-LT-EE-MED              PIC S9(09)V99 VALUE ZERO.
000680     05  WS-LT-ER-SS               PIC S9(09)V99 VALUE ZERO.
000690     05  WS-LT-ER-MED              PIC S9(09)V99 VALUE ZERO.
000700     05  WS-LT-FUTA                PIC S9(09)V99 VALUE ZERO.
000710     05  WS-LT-SUTA                PIC S9(09)V99 VALUE ZERO.
000720     05  WS-LT-EE-TOTAL            PIC S9(09)V99 VALUE ZERO.
000730     05  WS-LT-ER-TOTAL            PIC S9(09)V99 VALUE ZERO.
000740 01  WS-PAY-DATE                   PIC X(08) VALUE SPACES.
000750 01  WS-PAY-DATE-N REDEFINES WS-PAY-DATE
000760                                   PIC 9(08).
000761     COPY CALPARM.
000770 01  WS-RUN-START-STAMP.
000780     05  WS-RUN-START-DATE         PIC 9(8).
000790     05  WS-RUN-START-TIME         PIC 9(8).
000800
000810 01  WS-HEADING-LINE               PIC X(45)
000820         VALUE "PAYROLL TAX LIABILITY SUMMARY".
000830 01  WS-DATE-LINE.
000840     05  FILLER                    PIC X(10) VALUE "PAY DATE: ".
000850     05  DTL-PAY-DATE              PIC 9(08).
000860 01  WS-COLUMN-LINE.
000870     05  FILLER            PIC X(18) VALUE SPACES.
000880     05  FILLER            PIC X(15) VALUE "      EMPLOYEE".
000890     05  FILLER            PIC X(15) VALUE "      EMPLOYER".
000900     05  FILLER            PIC X(15) VALUE "         TOTAL".
000910     05  FILLER            PIC X(15) VALUE "  TAXABLE WAGES".
000920 01  WS-TAX-LINE.
000930     05  TXL-LABEL                 PIC X(16).
000940     05  FILLER                    PIC X(02) VALUE SPACES.
000950     05  TXL-EMPLOYEE              PIC ---,---,--9.99.
000960     05  FILLER                    PIC X(01) VALUE SPACES.
000970     05  TXL-EMPLOYER              PIC ---,---,--9.99.
000980     05  FILLER                    PIC X(01) VALUE SPACES.
000990     05  TXL-TOTAL                 PIC ---,---,--9.99.
001000     05  FILLER                    PIC X(01) VALUE SPACES.
001010     05  TXL-WAGES                 PIC ---,---,--9.99.
001020 01  WS-COUNT-LINE.
001030     05  FILLER                    PIC X(02) VALUE SPACES.
001040     05  CNL-LABEL                 PIC X(30).
001050     05  CNL-COUNT                 PIC ZZZ,ZZ9.
001060 01  WS-BLANK-LINE                 PIC X(80) VALUE SPACES.
001070
001080 PROCEDURE DIVISION.
001090 0000-MAINLINE.
001100     PERFORM 0500-CHECK-PREREQS THRU 0500-EXIT
001110     IF RUN-REFUSED
001120         ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
001130         ACCEPT WS-RUN-START-TIME FROM TIME
001140         PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT
001150         MOVE 8 TO RETURN-CODE
001160         GOBACK
001170     END-IF
001180     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001190     PERFORM 2000-TAKE-ONE-DETAIL THRU 2000-EXIT
001200         UNTIL END-OF-FILE
001210     PERFORM 3000-PRINT-SUMMARY THRU 3000-EXIT
001220     PERFORM 7000-FINISH THRU 7000-EXIT
001230     GOBACK.
001240
001250*----------------------------------------------------------
001260* THE DETAILS ARE WHAT THE REGISTER WROTE - THE REGISTER
001270* HAS TO HAVE COMPLETED CLEAN TODAY
001280*----------------------------------------------------------
001290 0500-CHECK-PREREQS.
001300     ACCEPT PR-RUN-DATE FROM DATE YYYYMMDD
001310     MOVE "PAYREG  " TO PR-PREREQ-JOB
001320     CALL "RUNCHK" USING RUNCHK-PARMS
001330     IF NOT PR-PREREQ-MET
001340         DISPLAY "ETXSUM: PAYREG HAS NOT COMPLETED CLEAN "
001350             "TODAY - RUN REFUSED"
001360         SET RUN-REFUSED TO TRUE
001370     END-IF.
001380 0500-EXIT.
001390     EXIT.
001400
001410*----------------------------------------------------------
001420* ASK FOR THE PAY DATE, OPEN THE DETAIL, PRIME THE READ
001430*----------------------------------------------------------
001440 1000-INITIALIZE.
001450     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
001460     ACCEPT WS-RUN-START-TIME FROM TIME
001470     DISPLAY "ENTER PAY DATE TO SUMMARIZE (YYYYMMDD): "
001480         WITH NO ADVANCING
001490     ACCEPT WS-PAY-DATE
001500*> RUN UNATTENDED IN THE NIGHT STREAM NOBODY ANSWERS THE
001510*> PROMPT - A BLANK OR MISSING REPLY SETTLES ON THE PAY DATE
001511*> PAYREG POSTED, THE LATEST CHECK DATE ON THE PAYROLL
001512*> CALENDAR (THE RUN DATE WITH NO CALENDAR ON FILE)
001520     IF WS-PAY-DATE NOT NUMERIC
001530             OR WS-PAY-DATE = "00000000"
001531         MOVE "L" TO CK-FUNCTION
001532         MOVE WS-RUN-START-DATE TO CK-DATE
001533         CALL "CALLOOK" USING CALENDAR-LOOKUP-PARMS
001534         IF CK-DATE-FOUND
001535             MOVE CK-RESULT-DATE TO WS-PAY-DATE-N
001536         ELSE
001540             MOVE WS-RUN-START-DATE TO WS-PAY-DATE-N
001541         END-IF
001550         DISPLAY "ETXSUM: NO PAY DATE KEYED, USING "
001560             WS-PAY-DATE
001570     END-IF
001580     OPEN OUTPUT LIABILITY-REPORT
001590     WRITE LIABILITY-REPORT-LINE FROM WS-HEADING-LINE
001600     MOVE WS-PAY-DATE-N TO DTL-PAY-DATE
001610     WRITE LIABILITY-REPORT-LINE FROM WS-DATE-LINE
001620     OPEN INPUT EMPLOYER-TAX-DETAIL
001630     IF WS-ET-STATUS = "35"
001640         DISPLAY "ETXSUM: NO PAYROLL TAX DETAIL ON HAND"
001650         SET END-OF-FILE TO TRUE
001660         GO TO 1000-EXIT
001670     END-IF
001680     PERFORM 8000-READ-DETAIL THRU 8000-EXIT.
001690 1000-EXIT.
001700     EXIT.
001710
001720*----------------------------------------------------------
001730* ADD EVERY DETAIL FOR THE PAY DATE INTO THE TOTALS - AN R
001740* DETAIL BACKS ITS CHECK OUT, AN A DETAIL IS THE CORRECTED
001750* CHECK THAT REPLACES IT
001760*----------------------------------------------------------
001770 2000-TAKE-ONE-DETAIL.
001780     IF ET-PAY-DATE = WS-PAY-DATE-N
001790         PERFORM 2100-ADD-ONE-DETAIL THRU 2100-EXIT
001800     END-IF
001810     PERFORM 8000-READ-DETAIL THRU 8000-EXIT.
001820 2000-EXIT.
001830     EXIT.
001840
001850 2100-ADD-ONE-DETAIL.
001860     IF ET-ADJ-REVERSAL
001870         ADD 1 TO WS-REVERSALS-TAKEN
001880         SUBTRACT ET-SS-WAGES FROM WS-LT-SS-WAGES
001890         SUBTRACT ET-MED-WAGES FROM WS-LT-MED-WAGES
001900         SUBTRACT ET-FUTA-WAGES FROM WS-LT-FUTA-WAGES
001910         SUBTRACT ET-SUTA-WAGES FROM WS-LT-SUTA-WAGES
001920         SUBTRACT ET-EE-SS FROM WS-LT-EE-SS
001930         SUBTRACT ET-EE-MED FROM WS-LT-EE-MED
001940         SUBTRACT ET-ER-SS FROM WS-LT-ER-SS
001950         SUBTRACT ET-ER-MED FROM WS-LT-ER-MED
001960         SUBTRACT ET-FUTA FROM WS-LT-FUTA
001970         SUBTRACT ET-SUTA FROM WS-LT-SUTA
001980         GO TO 2100-EXIT
001990     END-IF
002000     IF ET-ADJ-CORRECTED
002010         ADD 1 TO WS-CORRECTIONS-TAKEN
002020     ELSE
002030         ADD 1 TO WS-CHECKS-TAKEN
002040     END-IF
002050     ADD ET-SS-WAGES TO WS-LT-SS-WAGES
002060     ADD ET-MED-WAGES TO WS-LT-MED-WAGES
002070     ADD ET-FUTA-WAGES TO WS-LT-FUTA-WAGES
002080     ADD ET-SUTA-WAGES TO WS-LT-SUTA-WAGES
002090     ADD ET-EE-SS TO WS-LT-EE-SS
002100     ADD ET-EE-MED TO WS-LT-EE-MED
002110     ADD ET-ER-SS TO WS-LT-ER-SS
002120     ADD ET-ER-MED TO WS-LT-ER-MED
002130     ADD ET-FUTA TO WS-LT-FUTA
002140     ADD ET-SUTA TO WS-LT-SUTA.
002150 2100-EXIT.
002160     EXIT.
002170
002180*----------------------------------------------------------
002190* ONE LINE PER TAX, THEN THE TOTAL OWED FOR THE PAY DATE
002200*----------------------------------------------------------
002210 3000-PRINT-SUMMARY.
002220     WRITE LIABILITY-REPORT-LINE FROM WS-BLANK-LINE
002230     WRITE LIABILITY-REPORT-LINE FROM WS-COLUMN-LINE
002240     MOVE "SOCIAL SECURITY" TO TXL-LABEL
002250     MOVE WS-LT-EE-SS TO TXL-EMPLOYEE
002260     MOVE WS-LT-ER-SS TO TXL-EMPLOYER
002270     COMPUTE TXL-TOTAL = WS-LT-EE-SS + WS-LT-ER-SS
002280     MOVE WS-LT-SS-WAGES TO TXL-WAGES
002290     WRITE LIABILITY-REPORT-LINE FROM WS-TAX-LINE
002300     MOVE "MEDICARE" TO TXL-LABEL
002310     MOVE WS-LT-EE-MED TO TXL-EMPLOYEE
002320     MOVE WS-LT-ER-MED TO TXL-EMPLOYER
002330     COMPUTE TXL-TOTAL = WS-LT-EE-MED + WS-LT-ER-MED
002340     MOVE WS-LT-MED-WAGES TO TXL-WAGES
002350     WRITE LIABILITY-REPORT-LINE FROM WS-TAX-LINE
002360     MOVE "FUTA" TO TXL-LABEL
002370     MOVE ZERO TO TXL-EMPLOYEE
002380     MOVE WS-LT-FUTA TO TXL-EMPLOYER
002390     MOVE WS-LT-FUTA TO TXL-TOTAL
002400     MOVE WS-LT-FUTA-WAGES TO TXL-WAGES
002410     WRITE LIABILITY-REPORT-LINE FROM WS-TAX-LINE
002420     MOVE "SUTA" TO TXL-LABEL
002430     MOVE ZERO TO TXL-EMPLOYEE
002440     MOVE WS-LT-SUTA TO TXL-EMPLOYER
002450     MOVE WS-LT-SUTA TO TXL-TOTAL
002460     MOVE WS-LT-SUTA-WAGES TO TXL-WAGES
002470     WRITE LIABILITY-REPORT-LINE FROM WS-TAX-LINE
002480     COMPUTE WS-LT-EE-TOTAL = WS-LT-EE-SS + WS-LT-EE-MED
002490     COMPUTE WS-LT-ER-TOTAL = WS-LT-ER-SS + WS-LT-ER-MED
002500         + WS-LT-FUTA + WS-LT-SUTA
002510     WRITE LIABILITY-REPORT-LINE FROM WS-BLANK-LINE
002520     MOVE "TOTAL LIABILITY" TO TXL-LABEL
002530     MOVE WS-LT-EE-TOTAL TO TXL-EMPLOYEE
002540     MOVE WS-LT-ER-TOTAL TO TXL-EMPLOYER
002550     COMPUTE TXL-TOTAL = WS-LT-EE-TOTAL + WS-LT-ER-TOTAL
002560     MOVE ZERO TO TXL-WAGES
002570     WRITE LIABILITY-REPORT-LINE FROM WS-TAX-LINE.
002580 3000-EXIT.
002590     EXIT.
002600
002610*----------------------------------------------------------
002620* COUNTS, RUN LOG, CLOSE UP
002630*----------------------------------------------------------
002640 7000-FINISH.
002650     WRITE LIABILITY-REPORT-LINE FROM WS-BLANK-LINE
002660     MOVE "REGISTER CHECKS:" TO CNL-LABEL
002670     MOVE WS-CHECKS-TAKEN TO CNL-COUNT
002680     WRITE LIABILITY-REPORT-LINE FROM WS-COUNT-LINE
002690     MOVE "REVERSALS NETTED:" TO CNL-LABEL
002700     MOVE WS-REVERSALS-TAKEN TO CNL-COUNT
002710     WRITE LIABILITY-REPORT-LINE FROM WS-COUNT-LINE
002720     MOVE "CORRECTED CHECKS:" TO CNL-LABEL
002730     MOVE WS-CORRECTIONS-TAKEN TO CNL-COUNT
002740     WRITE LIABILITY-REPORT-LINE FROM WS-COUNT-LINE
002750     PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT
002760     IF WS-ET-STATUS NOT = "35"
002770         CLOSE EMPLOYER-TAX-DETAIL
002780     END-IF
002790     CLOSE LIABILITY-REPORT.
002800 7000-EXIT.
002810     EXIT.
002820
002830*----------------------------------------------------------
002840* READ THE NEXT PAYROLL-TAX DETAIL, SET THE EOF SWITCH AT END
002850*----------------------------------------------------------
002860 8000-READ-DETAIL.
002870     READ EMPLOYER-TAX-DETAIL NEXT RECORD
002880         AT END
002890             SET END-OF-FILE TO TRUE
002900     END-READ
002910     IF NOT END-OF-FILE
002920         ADD 1 TO WS-DETAILS-READ
002930     END-IF.
002940 8000-EXIT.
002950     EXIT.
002960
002970*----------------------------------------------------------
002980* APPEND THIS RUN'S CONTROL RECORD TO THE SHARED RUN LOG
002990*----------------------------------------------------------
003000 9100-WRITE-RUN-LOG.
003010     OPEN EXTEND RUN-CONTROL-LOG
003020     IF WS-RL-STATUS = "35"
003030         OPEN OUTPUT RUN-CONTROL-LOG
003040         CLOSE RUN-CONTROL-LOG
003050         OPEN EXTEND RUN-CONTROL-LOG
003060     END-IF
003070     MOVE "ETXSUM  " TO RL-JOB-NAME
003080     MOVE WS-RUN-START-DATE TO RL-START-DATE
003090     MOVE WS-RUN-START-TIME TO RL-START-TIME
003100     ACCEPT RL-END-DATE FROM DATE YYYYMMDD
003110     ACCEPT RL-END-TIME FROM TIME
003120     MOVE WS-DETAILS-READ TO RL-RECORDS-IN
003130     ADD WS-CHECKS-TAKEN WS-REVERSALS-TAKEN WS-CORRECTIONS-TAKEN
003140         GIVING RL-RECORDS-OUT
003150     MOVE ZERO TO RL-EXCEPTIONS
003160     IF RUN-REFUSED
003170         MOVE "FAIL" TO RL-STATUS
003180     ELSE
003190         MOVE "OK" TO RL-STATUS
003200     END-IF
003210     MOVE SPACES TO RL-FILLER
003220     WRITE RUN-LOG-RECORD
003230     CLOSE RUN-CONTROL-LOG.
003240 9100-EXIT.
003250     EXIT.
