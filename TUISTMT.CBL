000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TUISTMT.
000030 AUTHOR. PAYROLL-SYSTEMS-GROUP.
000040 INSTALLATION. DATA-PROCESSING-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 10/15/26  SM   INITIAL VERSION - STUDENT ACCOUNT STATEMENTS
000110* 10/15/26  SM   FROM THE STUDENT ACCOUNT LEDGER
000120*----------------------------------------------------------
000130*
000140* STATEMENT JOB OVER THE STUDENT MASTER.  THE OPERATOR KEYS
000150* THE DATE THE STATEMENT PERIOD STARTS; THE PERIOD RUNS TO
000160* TODAY.  FOR EACH STUDENT THE LEDGER (STUACCT) IS WALKED
000170* ONCE: EVERYTHING POSTED BEFORE THE PERIOD FOLDS INTO THE
000180* BALANCE FORWARD, EVERYTHING IN IT PRINTS AS A LINE.  THE
000190* STATEMENT CLOSES WITH THE PERIOD'S CHARGES, ITS PAYMENTS
000200* AND CREDITS, AND THE AMOUNT DUE - OR THE CREDIT BALANCE
000210* WHEN THE STUDENT HAS PAID AHEAD.  A STUDENT WITH NO
000220* BALANCE FORWARD AND NO ACTIVITY GETS NO STATEMENT.  A
000230* STUDENT ON PAST-DUE HOLD IS TOLD SO ON THE STATEMENT.
000240*
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT STUDENT-MASTER ASSIGN TO "STUMAS"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS SEQUENTIAL
000310         RECORD KEY IS SM-STUDENT-ID
000320         FILE STATUS IS WS-SM-STATUS.
000330     SELECT STUDENT-ACCOUNTS ASSIGN TO "STUACCT"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS SA-KEY
000370         FILE STATUS IS WS-SA-STATUS.
000380     SELECT STATEMENT-FILE ASSIGN TO "TUISRPT"
000390         ORGANIZATION IS LINE SEQUENTIAL.
000400     SELECT RUN-CONTROL-LOG ASSIGN TO "RUNLOG"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-RL-STATUS.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  STUDENT-MASTER.
000470     COPY STUMAS.
000480 FD  STUDENT-ACCOUNTS.
000490     COPY STUACCT.
000500 FD  STATEMENT-FILE.
000510 01  STATEMENT-LINE                PIC X(80).
000520 FD  RUN-CONTROL-LOG.
000530     COPY RUNLOG.
000540
000550 WORKING-STORAGE SECTION.
000560 77  WS-SM-STATUS                  PIC X(02) VALUE "00".
000570 77  WS-SA-STATUS                  PIC X(02) VALUE "00".
000580 77  WS-RL-STATUS                  PIC X(02) VALUE "00".
000590 77  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
000600     88  END-OF-FILE               VALUE "Y".
000610 77  WS-LEDGER-EOF-SWITCH          PIC X(01) VALUE "N".
000620     88  END-OF-LEDGER             VALUE "Y".
000630 77  WS-HEADER-SWITCH              PIC X(01) VALUE "N".
000640     88  HEADER-PRINTED            VALUE "Y".
000650 77  WS-FIELD-OK                   PIC X(01) VALUE "N".
000660 77  WS-PERIOD-START               PIC 9(08) VALUE ZEROS.
000670 77  WS-STUDENTS-READ              PIC 9(05) COMP VALUE ZERO.
000680 77  WS-STATEMENTS                 PIC 9(05) COMP VALUE ZERO.
000690 77  WS-BALANCE-FORWARD            PIC S9(9)V99 VALUE ZERO.
000700 77  WS-PERIOD-CHARGES             PIC 9(9)V99 VALUE ZERO.
000710 77  WS-PERIOD-CREDITS             PIC 9(9)V99 VALUE ZERO.
000720 77  WS-AMOUNT-DUE                 PIC S9(9)V99 VALUE ZERO.
000730 77  WS-TOTAL-DUE                  PIC S9(9)V99 VALUE ZERO.
000740 01  WS-RUN-START-STAMP.
000750     05  WS-RUN-START-DATE         PIC 9(8).
000760     05  WS-RUN-START-TIME         PIC 9(8).
000770 01  WS-DATE-WORK.
000780     05  WS-DW-YEAR                PIC 9(04).
000790     05  WS-DW-MONTH               PIC 9(02).
000800     05  WS-DW-DAY                 PIC 9(02).
000810 01  WS-DATE-WORK-N REDEFINES WS-DATE-WORK PIC 9(08).
000820
000830 01  WS-SEPARATOR-LINE             PIC X(80) VALUE ALL "=".
000840 01  WS-TITLE-LINE.
000850     05  FILLER                    PIC X(30)
000860         VALUE "STUDENT ACCOUNT STATEMENT".
000870     05  FILLER                    PIC X(08) VALUE "PERIOD ".
000880     05  TTL-PERIOD-START          PIC 9(08).
000890     05  FILLER                    PIC X(04) VALUE " TO ".
000900     05  TTL-PERIOD-END            PIC 9(08).
000910 01  WS-STUDENT-LINE.
000920     05  FILLER                    PIC X(08) VALUE "STUDENT ".
000930     05  STL-STUDENT-ID            PIC 9(06).
000940     05  FILLER                    PIC X(02) VALUE SPACES.
000950     05  STL-STUDENT-NAME          PIC X(20).
000960 01  WS-COLUMN-LINE.
000970     05  FILLER                    PIC X(09) VALUE "  DATE".
000980     05  FILLER                    PIC X(16) VALUE "DESCRIPTION".
000990     05  FILLER                    PIC X(13) VALUE "TERM  COURSE".
001000     05  FILLER                    PIC X(21) VALUE "REFERENCE".
001010     05  FILLER                    PIC X(14)
001020         VALUE "        AMOUNT".
001030 01  WS-MONEY-LINE.
001040     05  FILLER                    PIC X(02) VALUE SPACES.
001050     05  MNL-LABEL                 PIC X(57).
001060     05  MNL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99-.
001070 01  WS-ENTRY-LINE.
001080     05  FILLER                    PIC X(01) VALUE SPACES.
001090     05  ENL-TRAN-DATE             PIC 9(08).
001100     05  FILLER                    PIC X(01) VALUE SPACES.
001110     05  ENL-DESCRIPTION           PIC X(15).
001120     05  FILLER                    PIC X(01) VALUE SPACES.
001130     05  ENL-TERM-ID               PIC X(05).
001140     05  FILLER                    PIC X(01) VALUE SPACES.
001150     05  ENL-COURSE-ID             PIC X(06).
001160     05  FILLER                    PIC X(01) VALUE SPACES.
001170     05  ENL-REFERENCE             PIC X(20).
001180     05  ENL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99-.
001190 01  WS-HOLD-LINE.
001200     05  FILLER                    PIC X(28)
001210         VALUE "  ** ENROLLMENT HOLD - PAST-".
001220     05  FILLER                    PIC X(30)
001230         VALUE "DUE BALANCE MUST BE PAID **".
001240 01  WS-COUNT-LINE.
001250     05  CNL-LABEL                 PIC X(30).
001260     05  CNL-COUNT                 PIC ZZ,ZZ9.
001270
001280 PROCEDURE DIVISION.
001290 0000-MAINLINE.
001300     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001310     PERFORM 2000-STATEMENT-STUDENT THRU 2000-EXIT
001320         UNTIL END-OF-FILE
001330     PERFORM 3000-FINISH THRU 3000-EXIT
001340     GOBACK.
001350
001360*----------------------------------------------------------
001370* OPEN THE FILES AND PRIME THE MASTER READ
001380*----------------------------------------------------------
001390 1000-INITIALIZE.
001400     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
001410     ACCEPT WS-RUN-START-TIME FROM TIME
001420     PERFORM 1100-ACCEPT-PERIOD THRU 1100-EXIT
001430     OPEN INPUT STUDENT-MASTER
001440     IF WS-SM-STATUS = "35"
001450         DISPLAY "TUISTMT: NO STUDENT MASTER ON HAND"
001460         SET END-OF-FILE TO TRUE
001470     END-IF
001480*> NO LEDGER YET MEANS NOTHING HAS EVER BEEN BILLED - CREATE
001490*> IT EMPTY SO EVERY STUDENT READS AS NO ACTIVITY
001500     OPEN INPUT STUDENT-ACCOUNTS
001510     IF WS-SA-STATUS = "35"
001520         OPEN OUTPUT STUDENT-ACCOUNTS
001530         CLOSE STUDENT-ACCOUNTS
001540         OPEN INPUT STUDENT-ACCOUNTS
001550     END-IF
001560     OPEN OUTPUT STATEMENT-FILE
001570     IF NOT END-OF-FILE
001580         PERFORM 8000-READ-NEXT THRU 8000-EXIT
001590     END-IF.
001600 1000-EXIT.
001610     EXIT.
001620
001630*----------------------------------------------------------
001640* THE FIRST DAY OF THE STATEMENT PERIOD, RE-PROMPTED UNTIL
001650* IT IS A DATE NO LATER THAN TODAY
001660*----------------------------------------------------------
001670 1100-ACCEPT-PERIOD.
001680     DISPLAY "ENTER STATEMENT PERIOD START (YYYYMMDD): "
001690         WITH NO ADVANCING
001700     ACCEPT WS-PERIOD-START
001710     MOVE "N" TO WS-FIELD-OK
001720     PERFORM 1110-VALIDATE-PERIOD THRU 1110-EXIT
001730         UNTIL WS-FIELD-OK = "Y".
001740 1100-EXIT.
001750     EXIT.
001760
001770 1110-VALIDATE-PERIOD.
001780     MOVE WS-PERIOD-START TO WS-DATE-WORK-N
001790     IF WS-PERIOD-START NUMERIC
001800             AND WS-DW-YEAR > 1900
001810             AND WS-DW-MONTH >= 1 AND WS-DW-MONTH <= 12
001820             AND WS-DW-DAY >= 1 AND WS-DW-DAY <= 31
001830             AND WS-PERIOD-START NOT > WS-RUN-START-DATE
001840         MOVE "Y" TO WS-FIELD-OK
001850     ELSE
001860         DISPLAY "START MUST BE YYYYMMDD, NOT AFTER TODAY, "
001870             "TRY AGAIN: " WITH NO ADVANCING
001880         ACCEPT WS-PERIOD-START
001890     END-IF.
001900 1110-EXIT.
001910     EXIT.
001920
001930*----------------------------------------------------------
001940* ONE STUDENT'S STATEMENT, THEN MOVE ON TO THE NEXT
001950*----------------------------------------------------------
001960 2000-STATEMENT-STUDENT.
001970     ADD 1 TO WS-STUDENTS-READ
001980     MOVE "N" TO WS-HEADER-SWITCH
001990     MOVE ZERO TO WS-BALANCE-FORWARD
002000     MOVE ZERO TO WS-PERIOD-CHARGES
002010     MOVE ZERO TO WS-PERIOD-CREDITS
002020     PERFORM 2100-START-LEDGER THRU 2100-EXIT
002030     PERFORM 2200-APPLY-ENTRY THRU 2200-EXIT
002040         UNTIL END-OF-LEDGER
002050     IF NOT HEADER-PRINTED AND WS-BALANCE-FORWARD NOT = ZERO
002060         PERFORM 2400-PRINT-HEADER THRU 2400-EXIT
002070     END-IF
002080     IF HEADER-PRINTED
002090         PERFORM 2500-PRINT-TOTALS THRU 2500-EXIT
002100     END-IF
002110     PERFORM 8000-READ-NEXT THRU 8000-EXIT.
002120 2000-EXIT.
002130     EXIT.
002140
002150 2100-START-LEDGER.
002160     MOVE "N" TO WS-LEDGER-EOF-SWITCH
002170     MOVE SM-STUDENT-ID TO SA-STUDENT-ID
002180     MOVE ZERO TO SA-TRAN-DATE
002190     MOVE ZERO TO SA-SEQ
002200     START STUDENT-ACCOUNTS KEY IS GREATER THAN OR EQUAL
002210             TO SA-KEY
002220         INVALID KEY
002230             SET END-OF-LEDGER TO TRUE
002240     END-START
002250     IF NOT END-OF-LEDGER
002260         PERFORM 2300-READ-NEXT-LEDGER THRU 2300-EXIT
002270     END-IF.
002280 2100-EXIT.
002290     EXIT.
002300
002310*----------------------------------------------------------
002320* BEFORE THE PERIOD INTO THE BALANCE FORWARD, IN THE PERIOD
002330* ONTO THE STATEMENT - THE LEDGER IS IN DATE ORDER, SO THE
002340* BALANCE FORWARD IS COMPLETE BY THE FIRST PERIOD LINE
002350*----------------------------------------------------------
002360 2200-APPLY-ENTRY.
002370     IF SA-TRAN-DATE < WS-PERIOD-START
002380         IF SA-DEBIT
002390             ADD SA-AMOUNT TO WS-BALANCE-FORWARD
002400         ELSE
002410             SUBTRACT SA-AMOUNT FROM WS-BALANCE-FORWARD
002420         END-IF
002430     ELSE
002440         PERFORM 2210-PRINT-ENTRY THRU 2210-EXIT
002450     END-IF
002460     PERFORM 2300-READ-NEXT-LEDGER THRU 2300-EXIT.
002470 2200-EXIT.
002480     EXIT.
002490
002500 2210-PRINT-ENTRY.
002510     IF NOT HEADER-PRINTED
002520         PERFORM 2400-PRINT-HEADER THRU 2400-EXIT
002530     END-IF
002540     MOVE SA-TRAN-DATE TO ENL-TRAN-DATE
002550     EVALUATE TRUE
002560         WHEN SA-TUITION-CHARGE
002570             MOVE "TUITION" TO ENL-DESCRIPTION
002580         WHEN SA-TUITION-CREDIT
002590             MOVE "TUITION CREDIT" TO ENL-DESCRIPTION
002600         WHEN SA-PAYMENT
002610             MOVE "PAYMENT" TO ENL-DESCRIPTION
002620         WHEN SA-ADJUST-CHARGE
002630             MOVE "ADJUSTMENT" TO ENL-DESCRIPTION
002640         WHEN OTHER
002650             MOVE "ADJUST CREDIT" TO ENL-DESCRIPTION
002660     END-EVALUATE
002670     MOVE SA-TERM-ID TO ENL-TERM-ID
002680     MOVE SA-COURSE-ID TO ENL-COURSE-ID
002690     MOVE SA-REFERENCE TO ENL-REFERENCE
002700     IF SA-DEBIT
002710         ADD SA-AMOUNT TO WS-PERIOD-CHARGES
002720         MOVE SA-AMOUNT TO ENL-AMOUNT
002730     ELSE
002740         ADD SA-AMOUNT TO WS-PERIOD-CREDITS
002750         COMPUTE ENL-AMOUNT = 0 - SA-AMOUNT
002760     END-IF
002770     WRITE STATEMENT-LINE FROM WS-ENTRY-LINE.
002780 2210-EXIT.
002790     EXIT.
002800
002810 2300-READ-NEXT-LEDGER.
002820     READ STUDENT-ACCOUNTS NEXT RECORD
002830         AT END
002840             SET END-OF-LEDGER TO TRUE
002850     END-READ
002860     IF NOT END-OF-LEDGER
002870         IF SA-STUDENT-ID NOT = SM-STUDENT-ID
002880             SET END-OF-LEDGER TO TRUE
002890         END-IF
002900     END-IF.
002910 2300-EXIT.
002920     EXIT.
002930
002940*----------------------------------------------------------
002950* TOP OF ONE STATEMENT - WHO, WHEN, AND THE BALANCE FORWARD
002960*----------------------------------------------------------
002970 2400-PRINT-HEADER.
002980     SET HEADER-PRINTED TO TRUE
002990     ADD 1 TO WS-STATEMENTS
003000     WRITE STATEMENT-LINE FROM WS-SEPARATOR-LINE
003010     MOVE WS-PERIOD-START TO TTL-PERIOD-START
003020     MOVE WS-RUN-START-DATE TO TTL-PERIOD-END
003030     WRITE STATEMENT-LINE FROM WS-TITLE-LINE
003040     MOVE SM-STUDENT-ID TO STL-STUDENT-ID
003050     MOVE SM-STUDENT-NAME TO STL-STUDENT-NAME
003060     WRITE STATEMENT-LINE FROM WS-STUDENT-LINE
003070     MOVE SPACES TO STATEMENT-LINE
003080     WRITE STATEMENT-LINE
003090     WRITE STATEMENT-LINE FROM WS-COLUMN-LINE
003100     MOVE "BALANCE FORWARD" TO MNL-LABEL
003110     MOVE WS-BALANCE-FORWARD TO MNL-AMOUNT
003120     WRITE STATEMENT-LINE FROM WS-MONEY-LINE.
003130 2400-EXIT.
003140     EXIT.
003150
003160*----------------------------------------------------------
003170* FOOT OF ONE STATEMENT - THE PERIOD TOTALS AND WHAT IS DUE
003180*----------------------------------------------------------
003190 2500-PRINT-TOTALS.
003200     COMPUTE WS-AMOUNT-DUE = WS-BALANCE-FORWARD
003210         + WS-PERIOD-CHARGES - WS-PERIOD-CREDITS
003220     MOVE SPACES TO STATEMENT-LINE
003230     WRITE STATEMENT-LINE
003240     MOVE "CHARGES THIS PERIOD" TO MNL-LABEL
003250     MOVE WS-PERIOD-CHARGES TO MNL-AMOUNT
003260     WRITE STATEMENT-LINE FROM WS-MONEY-LINE
003270     MOVE "PAYMENTS AND CREDITS THIS PERIOD" TO MNL-LABEL
003280     COMPUTE MNL-AMOUNT = 0 - WS-PERIOD-CREDITS
003290     WRITE STATEMENT-LINE FROM WS-MONEY-LINE
003300     IF WS-AMOUNT-DUE < ZERO
003310         MOVE "CREDIT BALANCE - NOTHING DUE" TO MNL-LABEL
003320     ELSE
003330         MOVE "AMOUNT DUE" TO MNL-LABEL
003340         ADD WS-AMOUNT-DUE TO WS-TOTAL-DUE
003350     END-IF
003360     MOVE WS-AMOUNT-DUE TO MNL-AMOUNT
003370     WRITE STATEMENT-LINE FROM WS-MONEY-LINE
003380     IF SM-PAST-DUE-HOLD
003390         WRITE STATEMENT-LINE FROM WS-HOLD-LINE
003400     END-IF
003410     MOVE SPACES TO STATEMENT-LINE
003420     WRITE STATEMENT-LINE.
003430 2500-EXIT.
003440     EXIT.
003450
003460*----------------------------------------------------------
003470* RUN TOTALS, CLOSE UP
003480*----------------------------------------------------------
003490 3000-FINISH.
003500     WRITE STATEMENT-LINE FROM WS-SEPARATOR-LINE
003510     MOVE "STUDENTS READ:" TO CNL-LABEL
003520     MOVE WS-STUDENTS-READ TO CNL-COUNT
003530     WRITE STATEMENT-LINE FROM WS-COUNT-LINE
003540     MOVE "STATEMENTS PRINTED:" TO CNL-LABEL
003550     MOVE WS-STATEMENTS TO CNL-COUNT
003560     WRITE STATEMENT-LINE FROM WS-COUNT-LINE
003570     MOVE "TOTAL AMOUNT DUE" TO MNL-LABEL
003580     MOVE WS-TOTAL-DUE TO MNL-AMOUNT
003590     WRITE STATEMENT-LINE FROM WS-MONEY-LINE
003600     DISPLAY "TUISTMT: " WS-STATEMENTS " STATEMENTS PRINTED"
003610     IF WS-SM-STATUS NOT = "35"
003620         CLOSE STUDENT-MASTER
003630     END-IF
003640     CLOSE STUDENT-ACCOUNTS
003650     CLOSE STATEMENT-FILE
003660     PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT.
003670 3000-EXIT.
003680     EXIT.
003690
003700*----------------------------------------------------------
003710* READ THE NEXT MASTER RECORD, SET THE EOF SWITCH AT END
003720*----------------------------------------------------------
003730 8000-READ-NEXT.
003740     READ STUDENT-MASTER NEXT RECORD
003750         AT END
003760             SET END-OF-FILE TO TRUE
003770     END-READ.
003780 8000-EXIT.
003790     EXIT.
003800
003810*----------------------------------------------------------
003820* APPEND THIS RUN'S CONTROL RECORD TO THE RUN LOG
003830*----------------------------------------------------------
003840 9100-WRITE-RUN-LOG.
003850     OPEN EXTEND RUN-CONTROL-LOG
003860     IF WS-RL-STATUS = "35"
003870         OPEN OUTPUT RUN-CONTROL-LOG
003880         CLOSE RUN-CONTROL-LOG
003890         OPEN EXTEND RUN-CONTROL-LOG
003900     END-IF
003910     MOVE "TUISTMT " TO RL-JOB-NAME
003920     MOVE WS-RUN-START-DATE TO RL-START-DATE
003930     MOVE WS-RUN-START-TIME TO RL-START-TIME
003940     ACCEPT RL-END-DATE FROM DATE YYYYMMDD
003950     ACCEPT RL-END-TIME FROM TIME
003960     MOVE WS-STUDENTS-READ TO RL-RECORDS-IN
003970     MOVE WS-STATEMENTS TO RL-RECORDS-OUT
003980     MOVE ZERO TO RL-EXCEPTIONS
003990     MOVE "OK" TO RL-STATUS
004000     MOVE SPACES TO RL-FILLER
004010     WRITE RUN-LOG-RECORD
004020     CLOSE RUN-CONTROL-LOG.
004030 9100-EXIT.
004040     EXIT.
