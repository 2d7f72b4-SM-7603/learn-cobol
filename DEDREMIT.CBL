000120* 09/02/26  SM   DD-TYPE-CODE
000122* 09/02/26  SM   CATCH-UP PASS LIMITED TO TYPE CODES ON THE
000124* 09/02/26  SM   VENDOR TABLE - A SKIPPED TYPE STAYS DUE
000126* 10/15/26  SM   EACH VENDOR REMITTANCE APPENDS ITS GLACTV PAIR
000128* 10/15/26  SM   (DEBIT THE TYPE'S LIABILITY, CREDIT CASH)
000129* 10/15/26  SM   EACH ADVICE SHOWS THE TYPE'S OUTSTANDING DEDARR
000130* 10/15/26  SM   ARREARS - OWED BUT NOT YET WITHHELD
000131*----------------------------------------------------------
000140*
000150* MONTHLY JOB.  WHAT EACH ENTRY OWES ITS VENDOR IS TAKEN-
000160* TO-DATE MINUS REMITTED-TO-DATE.  PASS ONE COLLECTS THE
000200* FINAL I-O PASS CATCHES EVERY REMITTED-TO-DATE UP TO ITS
000210* TAKEN-TO-DATE, SO THE LIABILITY WE ARE SITTING ON IS A
000220* PRINTED NUMBER INSTEAD OF A GUESS.
000221* UNDER EACH VENDOR'S TOTAL THE ADVICE LISTS THE TYPE CODE'S
000222* OUTSTANDING ARREARS FROM DEDARR - WHAT SHORT CHECKS LEFT
000223* OWING.  IT IS NOT IN THE REMITTANCE: NONE OF IT HAS BEEN
000224* WITHHELD YET, AND IT REACHES A LATER ADVICE ONLY AS THE
000225* REGISTER RECOVERS IT.
000230*
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000340     SELECT RUN-CONTROL-LOG ASSIGN TO "RUNLOG"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-RL-STATUS.
000362     SELECT GL-ACTIVITY ASSIGN TO "GLACTV"
000364         ORGANIZATION IS LINE SEQUENTIAL
000366         FILE STATUS IS WS-GA-STATUS.
000367     SELECT DEDUCTION-ARREARS ASSIGN TO "DEDARR"
000368         ORGANIZATION IS INDEXED
000369         ACCESS MODE IS SEQUENTIAL
000370         RECORD KEY IS DA-KEY
000371         FILE STATUS IS WS-DA-STATUS.
000372
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  DEDUCTION-MASTER.
000430 01  REMIT-ADVICE-LINE             PIC X(80).
000440 FD  RUN-CONTROL-LOG.
000450     COPY RUNLOG.
000453 FD  GL-ACTIVITY.
000456     COPY GLACTV.
000457 FD  DEDUCTION-ARREARS.
000458     COPY DEDARR.
000460
000470 WORKING-STORAGE SECTION.
000480 77  WS-DD-STATUS                  PIC X(02) VALUE "00".
000490 77  WS-RL-STATUS                  PIC X(02) VALUE "00".
000495 77  WS-GA-STATUS                  PIC X(02) VALUE "00".
000496 77  WS-DA-STATUS                  PIC X(02) VALUE "00".
000500 77  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
000510     88  END-OF-FILE               VALUE "Y".
000511 77  WS-ARR-EOF-SWITCH             PIC X(01) VALUE "N".
000512     88  END-OF-ARREARS            VALUE "Y".
000513 77  WS-ARR-TOTAL                  PIC 9(09)V99 VALUE ZERO.
000514 77  WS-ARR-CUSTOMERS              PIC 9(05) COMP VALUE ZERO.
000520 77  WS-RECORDS-READ               PIC 9(07) COMP VALUE ZERO.
000530 77  WS-ENTRIES-REMITTED           PIC 9(07) COMP VALUE ZERO.
000540 77  WS-GRAND-REMIT                PIC 9(09)V99 VALUE ZERO.
000650         10  WS-VN-CUSTOMERS       PIC 9(05) COMP.
000660 01  WS-RUN-START-STAMP.
000670     05  WS-RUN-START-DATE         PIC 9(8).
000672 01  WS-GL-DED-KEY.
000674     05  FILLER                    PIC X(03) VALUE "DED".
000676     05  WS-GL-DED-TYPE            PIC X(03).
000678     05  FILLER                    PIC X(02) VALUE SPACES.
000680     05  WS-RUN-START-TIME         PIC 9(8).
000690
000700 01  WS-HEADING-LINE               PIC X(45)
000980     05  FILLER                    PIC X(02) VALUE SPACES.
000990     05  CNL-LABEL                 PIC X(26).
001000     05  CNL-COUNT                 PIC ZZZ,ZZ9.
001001 01  WS-ARREARS-HEADING.
001002     05  FILLER                    PIC X(02) VALUE SPACES.
001003     05  FILLER            PIC X(40)
001004         VALUE "OUTSTANDING ARREARS - NOT YET WITHHELD".
001005 01  WS-ARREARS-COLUMNS.
001006     05  FILLER                    PIC X(02) VALUE SPACES.
001007     05  FILLER            PIC X(11) VALUE "SSN".
001008     05  FILLER            PIC X(12) VALUE "      OWED".
001009     05  FILLER            PIC X(12) VALUE "SHORT SINCE".
001010 01  WS-ARREARS-LINE.
001011     05  FILLER                    PIC X(02) VALUE SPACES.
001012     05  ARL-SSNUM                 PIC 9(09).
001013     05  FILLER                    PIC X(02) VALUE SPACES.
001014     05  ARL-BALANCE               PIC ZZZ,ZZ9.99.
001015     05  FILLER                    PIC X(02) VALUE SPACES.
001016     05  ARL-SINCE-DATE            PIC 9(08).
001017
001020 PROCEDURE DIVISION.
001030 0000-MAINLINE.
001040     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001170     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
001180     ACCEPT WS-RUN-START-TIME FROM TIME
001190     OPEN OUTPUT REMIT-ADVICE
001200     WRITE REMIT-ADVICE-LINE FROM WS-HEADING-LINE
001201     OPEN EXTEND GL-ACTIVITY
001202     IF WS-GA-STATUS = "35"
001203         OPEN OUTPUT GL-ACTIVITY
001204         CLOSE GL-ACTIVITY
001205         OPEN EXTEND GL-ACTIVITY
001206     END-IF.
001210 1000-EXIT.
001220     EXIT.
001230
002140     MOVE WS-VN-CUSTOMERS (WS-PRINT-SUB) TO VT-CUSTOMERS
002150     MOVE WS-VN-TOTAL (WS-PRINT-SUB) TO VT-TOTAL
002160     WRITE REMIT-ADVICE-LINE FROM WS-VENDOR-TOTAL-LINE
002170     ADD WS-VN-TOTAL (WS-PRINT-SUB) TO WS-GRAND-REMIT
002175     PERFORM 3200-POST-GL-REMITTANCE THRU 3200-EXIT
002176     PERFORM 3300-PRINT-TYPE-ARREARS THRU 3300-EXIT.
002180 3000-EXIT.
002190     EXIT.
002200
002430     END-IF.
002440 3110-EXIT.
002450     EXIT.
002451
002452*----------------------------------------------------------
002453* THE CHECK TO THE VENDOR RELIEVES THE TYPE'S LIABILITY -
002454* DEBIT IT, CREDIT REMITTANCE CASH, FOR THE NEXT JOURNAL
002455*----------------------------------------------------------
002456 3200-POST-GL-REMITTANCE.
002457     IF WS-VN-TOTAL (WS-PRINT-SUB) = ZERO
002458         GO TO 3200-EXIT
002459     END-IF
002460     MOVE WS-RUN-START-DATE TO GA-POST-DATE
002461     MOVE "DEDREMIT" TO GA-SOURCE
002462     MOVE WS-VN-TYPE-CODE (WS-PRINT-SUB) TO WS-GL-DED-TYPE
002463     MOVE WS-GL-DED-KEY TO GA-MAP-KEY
002464     SET GA-DEBIT TO TRUE
002465     MOVE WS-VN-TOTAL (WS-PRINT-SUB) TO GA-AMOUNT
002466     MOVE ZEROS TO GA-SSNUM
002467     MOVE SPACES TO GA-FILLER
002468     WRITE GL-ACTIVITY-RECORD
002469     MOVE "CASHRMT " TO GA-MAP-KEY
002470     SET GA-CREDIT TO TRUE
002471     WRITE GL-ACTIVITY-RECORD.
002472 3200-EXIT.
002473     EXIT.
002474
002475*----------------------------------------------------------
002476* THE VENDOR'S TYPE CODE STILL OWED BY SHORT CHECKS - LISTED
002477* ONLY WHEN THERE IS ANY, AND NEVER PART OF THE REMITTANCE
002478*----------------------------------------------------------
002479 3300-PRINT-TYPE-ARREARS.
002480     MOVE ZERO TO WS-ARR-TOTAL
002481     MOVE ZERO TO WS-ARR-CUSTOMERS
002482     MOVE "N" TO WS-ARR-EOF-SWITCH
002483     OPEN INPUT DEDUCTION-ARREARS
002484     IF WS-DA-STATUS = "35"
002485         GO TO 3300-EXIT
002486     END-IF
002487     PERFORM 8100-READ-ARREARS THRU 8100-EXIT
002488     PERFORM 3310-PRINT-ONE-ARREARS THRU 3310-EXIT
002489         UNTIL END-OF-ARREARS
002490     CLOSE DEDUCTION-ARREARS
002491     IF WS-ARR-CUSTOMERS > ZERO
002492         MOVE "ARREARS OUTSTANDING:" TO VT-LABEL
002493         MOVE WS-ARR-CUSTOMERS TO VT-CUSTOMERS
002494         MOVE WS-ARR-TOTAL TO VT-TOTAL
002495         WRITE REMIT-ADVICE-LINE FROM WS-VENDOR-TOTAL-LINE
002496     END-IF.
002497 3300-EXIT.
002498     EXIT.
002499
002500 3310-PRINT-ONE-ARREARS.
002501     IF DA-TYPE-CODE = WS-VN-TYPE-CODE (WS-PRINT-SUB)
002502             AND DA-BALANCE > ZERO
002503         IF WS-ARR-CUSTOMERS = ZERO
002504             WRITE REMIT-ADVICE-LINE FROM WS-ARREARS-HEADING
002505             WRITE REMIT-ADVICE-LINE FROM WS-ARREARS-COLUMNS
002506         END-IF
002507         ADD 1 TO WS-ARR-CUSTOMERS
002508         ADD DA-BALANCE TO WS-ARR-TOTAL
002509         MOVE DA-SSNUM TO ARL-SSNUM
002510         MOVE DA-BALANCE TO ARL-BALANCE
002511         MOVE DA-SINCE-DATE TO ARL-SINCE-DATE
002512         WRITE REMIT-ADVICE-LINE FROM WS-ARREARS-LINE
002513     END-IF
002514     PERFORM 8100-READ-ARREARS THRU 8100-EXIT.
002515 3310-EXIT.
002516     EXIT.
002517
002518*----------------------------------------------------------
002519* FINAL PASS: EVERY REMITTED-TO-DATE CATCHES UP TO ITS
002520* TAKEN-TO-DATE, SO NEXT MONTH ONLY REMITS NEW MONEY.
002521* ONLY TYPE CODES THAT MADE THE VENDOR TABLE CATCH UP - A
002522* TYPE SKIPPED WHEN THE TABLE FILLED STAYS DUE, SO ITS
002523* LIABILITY SURVIVES TO THE NEXT RUN INSTEAD OF VANISHING
002524* WITHOUT EVER PRINTING ON AN ADVICE
002525*----------------------------------------------------------
002526 4000-MARK-REMITTED.
002527     IF WS-VENDOR-COUNT = ZERO
002530         GO TO 4000-EXIT
002540     END-IF
002550     MOVE "N" TO WS-EOF-SWITCH
002950     MOVE WS-ENTRIES-REMITTED TO CNL-COUNT
002960     WRITE REMIT-ADVICE-LINE FROM WS-COUNT-LINE
002970     PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT
002980     CLOSE REMIT-ADVICE
002985     CLOSE GL-ACTIVITY.
002990 5000-EXIT.
003000     EXIT.
003010
003090     END-READ.
003100 8000-EXIT.
003110     EXIT.
003111
003112 8100-READ-ARREARS.
003113     READ DEDUCTION-ARREARS NEXT RECORD
003114         AT END
003115             SET END-OF-ARREARS TO TRUE
003116     END-READ.
003117 8100-EXIT.
003118     EXIT.
003120
003130*----------------------------------------------------------
003140* APPEND THIS RUN'S CONTROL RECORD TO THE SHARED RUN LOG
