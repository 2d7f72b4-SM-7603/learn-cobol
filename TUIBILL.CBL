000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TUIBILL.
000030 AUTHOR. PAYROLL-SYSTEMS-GROUP.
000040 INSTALLATION. DATA-PROCESSING-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 10/15/26  SM   INITIAL VERSION - TERM TUITION BILLING FROM
000110* 10/15/26  SM   THE ENROLLMENT DETAIL TO THE STUDENT ACCOUNT
000120* 10/15/26  SM   LEDGER, WITH A BILLING REGISTER
000130*----------------------------------------------------------
000140*
000150* BILLING JOB FOR ONE TERM, KEYED BY THE OPERATOR AND
000160* REQUIRED TO BE ON THE TUITION RATE TABLE (TUITRT, KEPT BY
000170* TUIMNT).  EVERY STUDENT'S ENROLLMENTS FOR THE TERM ARE SET
000180* AGAINST THE TUITION ALREADY ON THEIR ACCOUNT LEDGER
000190* (STUACCT) FOR THAT TERM, COURSE BY COURSE, AND ONLY THE
000200* DIFFERENCE IS POSTED - SO THE JOB CAN BE RUN AGAIN AT ANY
000210* POINT IN THE TERM:
000220*   A COURSE NOT YET BILLED GETS A TUITION CHARGE FOR ITS
000230*     CREDITS AT THE TERM RATE
000240*   A COURSE NOW CARRYING MORE CREDITS THAN WERE BILLED GETS
000250*     A CHARGE FOR THE EXTRA CREDITS
000260*   A COURSE NOW CARRYING FEWER CREDITS GETS A TUITION
000270*     CREDIT FOR THE DIFFERENCE, AT THE RATE IT WAS BILLED
000280*   A COURSE BILLED BUT NO LONGER ENROLLED (DROPPED) GETS A
000290*     TUITION CREDIT FOR EVERYTHING STILL BILLED FOR IT
000300* EACH POSTING IS DATED TODAY, TAKES THE NEXT SEQUENCE
000310* NUMBER FOR THE STUDENT AND DAY, AND FALLS DUE ON THE
000320* TERM'S DUE DATE.  THE REGISTER (TUIBRPT) LISTS EVERY
000330* POSTING WITH RUN TOTALS, AND THE TERM'S LAST-BILLED DATE
000340* IS STAMPED ON THE RATE TABLE.
000350*
000360 ENVIRONMENT DIVISION.
000370 INPUT-OUTPUT SECTION.
000380 FILE-CONTROL.
000390     SELECT STUDENT-MASTER ASSIGN TO "STUMAS"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS SEQUENTIAL
000420         RECORD KEY IS SM-STUDENT-ID
000430         FILE STATUS IS WS-SM-STATUS.
000440     SELECT ENROLLMENT-DETAIL ASSIGN TO "ENROLL"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS EN-KEY
000480         FILE STATUS IS WS-EN-STATUS.
000490     SELECT TUITION-RATES ASSIGN TO "TUITRT"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS RANDOM
000520         RECORD KEY IS TU-TERM-ID
000530         FILE STATUS IS WS-TU-STATUS.
000540     SELECT STUDENT-ACCOUNTS ASSIGN TO "STUACCT"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS SA-KEY
000580         FILE STATUS IS WS-SA-STATUS.
000590     SELECT BILLING-REPORT ASSIGN TO "TUIBRPT"
000600         ORGANIZATION IS LINE SEQUENTIAL.
000610     SELECT RUN-CONTROL-LOG ASSIGN TO "RUNLOG"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-RL-STATUS.
000640
000650 DATA DIVISION.
000660 FILE SECTION.
000670 FD  STUDENT-MASTER.
000680     COPY STUMAS.
000690 FD  ENROLLMENT-DETAIL.
000700     COPY ENROLL.
000710 FD  TUITION-RATES.
000720     COPY TUITRT.
000730 FD  STUDENT-ACCOUNTS.
000740     COPY STUACCT.
000750 FD  BILLING-REPORT.
000760 01  BILLING-LINE                  PIC X(80).
000770 FD  RUN-CONTROL-LOG.
000780     COPY RUNLOG.
000790
000800 WORKING-STORAGE SECTION.
000810 77  WS-SM-STATUS                  PIC X(02) VALUE "00".
000820 77  WS-EN-STATUS                  PIC X(02) VALUE "00".
000830 77  WS-TU-STATUS                  PIC X(02) VALUE "00".
000840 77  WS-SA-STATUS                  PIC X(02) VALUE "00".
000850 77  WS-RL-STATUS                  PIC X(02) VALUE "00".
000860 77  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
000870     88  END-OF-FILE               VALUE "Y".
000880 77  WS-ENROLL-EOF-SWITCH          PIC X(01) VALUE "N".
000890     88  END-OF-ENROLLMENTS        VALUE "Y".
000900 77  WS-LEDGER-EOF-SWITCH          PIC X(01) VALUE "N".
000910     88  END-OF-LEDGER             VALUE "Y".
000920 77  WS-BILL-TERM                  PIC X(05) VALUE SPACES.
000930 77  WS-TODAY                      PIC 9(08) VALUE ZEROS.
000940 77  WS-TERM-OK                    PIC X(01) VALUE "N".
000950 77  WS-SEASON-RANK                PIC 9(01) VALUE ZERO.
000960 77  WS-TERM-SEQ                   PIC 9(05) VALUE ZERO.
000970 77  WS-STUDENTS-READ              PIC 9(05) COMP VALUE ZERO.
000980 77  WS-STUDENTS-BILLED            PIC 9(05) COMP VALUE ZERO.
000990 77  WS-POSTINGS                   PIC 9(05) COMP VALUE ZERO.
001000 77  WS-STUDENT-POSTINGS           PIC 9(03) COMP VALUE ZERO.
001010 77  WS-EXCEPTIONS                 PIC 9(05) COMP VALUE ZERO.
001020 77  WS-CHARGE-COUNT               PIC 9(05) COMP VALUE ZERO.
001030 77  WS-CREDIT-COUNT               PIC 9(05) COMP VALUE ZERO.
001040 77  WS-CHARGE-TOTAL               PIC 9(9)V99 VALUE ZERO.
001050 77  WS-CREDIT-TOTAL               PIC 9(9)V99 VALUE ZERO.
001060 77  WS-LAST-SEQ                   PIC 9(03) VALUE ZERO.
001070 77  WS-BT-COUNT                   PIC 9(02) COMP VALUE ZERO.
001080 77  WS-BT-SUB                     PIC 9(02) COMP VALUE ZERO.
001090 77  WS-FOUND-SUB                  PIC 9(02) COMP VALUE ZERO.
001100 77  WS-FIND-COURSE                PIC X(06) VALUE SPACES.
001110 77  WS-CREDIT-DIFF                PIC S9(03) VALUE ZERO.
001120 77  WS-POST-TYPE                  PIC X(01) VALUE SPACE.
001130 77  WS-POST-CREDITS               PIC 9(01) VALUE ZERO.
001140 77  WS-POST-AMOUNT                PIC 9(7)V99 VALUE ZERO.
001150 77  WS-POST-REFERENCE             PIC X(20) VALUE SPACES.
001160 01  WS-RUN-START-STAMP.
001170     05  WS-RUN-START-DATE         PIC 9(8).
001180     05  WS-RUN-START-TIME         PIC 9(8).
001190 01  WS-TERM-WORK.
001200     05  WS-TW-YEAR                PIC X(04).
001210     05  WS-TW-YEAR-NUM REDEFINES WS-TW-YEAR
001220                                   PIC 9(04).
001230     05  WS-TW-SEASON              PIC X(01).
001240*> ONE ENTRY PER COURSE THE STUDENT IS BILLED FOR OR ENROLLED
001250*> IN FOR THE TERM - WHAT THE LEDGER HAS BILLED SO FAR (NET
001260*> OF CREDITS) AND WHAT THE ENROLLMENT DETAIL SAYS NOW
001270 01  WS-BILL-TABLE.
001280     05  WS-BT-ENTRY OCCURS 50 TIMES.
001290         10  WS-BT-COURSE-ID       PIC X(06).
001300         10  WS-BT-BILLED-CREDITS  PIC S9(03).
001310         10  WS-BT-BILLED-AMOUNT   PIC S9(7)V99.
001320         10  WS-BT-ENROLLED        PIC X(01).
001330         10  WS-BT-ENROLL-CREDITS  PIC 9(01).
001340
001350 01  WS-HEADING-LINE               PIC X(45)
001360         VALUE "TUITION BILLING REGISTER".
001370 01  WS-TERM-LINE.
001380     05  FILLER                    PIC X(06) VALUE "TERM: ".
001390     05  TML-TERM-ID               PIC X(05).
001400     05  FILLER                    PIC X(20)
001410         VALUE "   RATE PER CREDIT: ".
001420     05  TML-RATE                  PIC Z,ZZ9.99.
001430     05  FILLER                    PIC X(07) VALUE "   DUE ".
001440     05  TML-DUE-DATE              PIC 9(08).
001450 01  WS-COLUMN-LINE.
001460     05  FILLER                    PIC X(08) VALUE "STUDENT".
001470     05  FILLER                    PIC X(22) VALUE "NAME".
001480     05  FILLER                    PIC X(08) VALUE "COURSE".
001490     05  FILLER                    PIC X(08) VALUE "TYPE".
001500     05  FILLER                    PIC X(04) VALUE " CR".
001510     05  FILLER                    PIC X(14)
001520         VALUE "        AMOUNT".
001530     05  FILLER                    PIC X(02) VALUE SPACES.
001540     05  FILLER                    PIC X(14) VALUE "REASON".
001550 01  WS-DETAIL-LINE.
001560     05  DTL-STUDENT-ID            PIC 9(06).
001570     05  FILLER                    PIC X(02) VALUE SPACES.
001580     05  DTL-STUDENT-NAME          PIC X(20).
001590     05  FILLER                    PIC X(02) VALUE SPACES.
001600     05  DTL-COURSE-ID             PIC X(06).
001610     05  FILLER                    PIC X(02) VALUE SPACES.
001620     05  DTL-TYPE                  PIC X(06).
001630     05  FILLER                    PIC X(02) VALUE SPACES.
001640     05  DTL-CREDITS               PIC Z9.
001650     05  FILLER                    PIC X(02) VALUE SPACES.
001660     05  DTL-AMOUNT                PIC Z,ZZZ,ZZ9.99.
001670     05  FILLER                    PIC X(02) VALUE SPACES.
001680     05  DTL-REASON                PIC X(14).
001690 01  WS-TOTAL-LINE.
001700     05  TTL-LABEL                 PIC X(30).
001710     05  TTL-COUNT                 PIC ZZ,ZZ9.
001720     05  FILLER                    PIC X(04) VALUE SPACES.
001730     05  TTL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
001740 01  WS-COUNT-LINE.
001750     05  CNL-LABEL                 PIC X(30).
001760     05  CNL-COUNT                 PIC ZZ,ZZ9.
001770
001780 PROCEDURE DIVISION.
001790 0000-MAINLINE.
001800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001810     PERFORM 2000-BILL-STUDENT THRU 2000-EXIT
001820         UNTIL END-OF-FILE
001830     PERFORM 3000-FINISH THRU 3000-EXIT
001840     GOBACK.
001850
001860*----------------------------------------------------------
001870* OPEN THE FILES, FIND THE TERM'S RATE, PRINT THE HEADINGS
001880* AND PRIME THE MASTER READ
001890*----------------------------------------------------------
001900 1000-INITIALIZE.
001910     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
001920     ACCEPT WS-RUN-START-TIME FROM TIME
001930     MOVE WS-RUN-START-DATE TO WS-TODAY
001940     PERFORM 1100-ACCEPT-TERM THRU 1100-EXIT
001950     OPEN I-O TUITION-RATES
001960     IF WS-TU-STATUS = "35"
001970         OPEN OUTPUT TUITION-RATES
001980         CLOSE TUITION-RATES
001990         OPEN I-O TUITION-RATES
002000     END-IF
002010     MOVE WS-BILL-TERM TO TU-TERM-ID
002020     READ TUITION-RATES
002030         INVALID KEY
002040             DISPLAY "TUIBILL: TERM " WS-BILL-TERM
002050                 " IS NOT ON THE TUITION RATE TABLE"
002060             SET END-OF-FILE TO TRUE
002070     END-READ
002080     OPEN INPUT STUDENT-MASTER
002090     IF WS-SM-STATUS = "35"
002100         DISPLAY "TUIBILL: NO STUDENT MASTER ON HAND"
002110         SET END-OF-FILE TO TRUE
002120     END-IF
002130     OPEN INPUT ENROLLMENT-DETAIL
002140*> A MISSING DETAIL FILE READS AS NO ENROLLMENTS - CREATE IT
002150*> EMPTY, SAME AS STANDNG
002160     IF WS-EN-STATUS = "35"
002170         OPEN OUTPUT ENROLLMENT-DETAIL
002180         CLOSE ENROLLMENT-DETAIL
002190         OPEN INPUT ENROLLMENT-DETAIL
002200     END-IF
002210     OPEN I-O STUDENT-ACCOUNTS
002220     IF WS-SA-STATUS = "35"
002230         OPEN OUTPUT STUDENT-ACCOUNTS
002240         CLOSE STUDENT-ACCOUNTS
002250         OPEN I-O STUDENT-ACCOUNTS
002260     END-IF
002270     OPEN OUTPUT BILLING-REPORT
002280     WRITE BILLING-LINE FROM WS-HEADING-LINE
002290     MOVE WS-BILL-TERM TO TML-TERM-ID
002291     IF WS-TU-STATUS = "00"
002292         MOVE TU-RATE-PER-CREDIT TO TML-RATE
002293         MOVE TU-DUE-DATE TO TML-DUE-DATE
002294     ELSE
002295         MOVE ZERO TO TML-RATE
002296         MOVE ZERO TO TML-DUE-DATE
002297     END-IF
002320     WRITE BILLING-LINE FROM WS-TERM-LINE
002330     MOVE SPACES TO BILLING-LINE
002340     WRITE BILLING-LINE
002350     WRITE BILLING-LINE FROM WS-COLUMN-LINE
002360     IF NOT END-OF-FILE
002370         PERFORM 8000-READ-NEXT THRU 8000-EXIT
002380     END-IF.
002390 1000-EXIT.
002400     EXIT.
002410
002420*----------------------------------------------------------
002430* THE TERM TO BILL - A YEAR AND W/S/U/F, RE-PROMPTED UNTIL
002440* IT IS ONE
002450*----------------------------------------------------------
002460 1100-ACCEPT-TERM.
002470     DISPLAY "ENTER TERM TO BILL (YYYYT, E.G. 2026F): "
002480         WITH NO ADVANCING
002490     ACCEPT WS-BILL-TERM
002500     MOVE "N" TO WS-TERM-OK
002510     PERFORM 1110-VALIDATE-TERM THRU 1110-EXIT
002520         UNTIL WS-TERM-OK = "Y".
002530 1100-EXIT.
002540     EXIT.
002550
002560 1110-VALIDATE-TERM.
002570     MOVE WS-BILL-TERM TO WS-TERM-WORK
002580     PERFORM 8900-TERM-SEQUENCE THRU 8900-EXIT
002590     IF WS-TERM-OK NOT = "Y"
002600         DISPLAY "TERM MUST BE A YEAR AND W/S/U/F, TRY AGAIN: "
002610             WITH NO ADVANCING
002620         ACCEPT WS-BILL-TERM
002630     END-IF.
002640 1110-EXIT.
002650     EXIT.
002660
002670*----------------------------------------------------------
002680* BILL ONE STUDENT, THEN MOVE ON TO THE NEXT
002690*----------------------------------------------------------
002700 2000-BILL-STUDENT.
002710     ADD 1 TO WS-STUDENTS-READ
002720     MOVE ZERO TO WS-BT-COUNT
002730     MOVE ZERO TO WS-STUDENT-POSTINGS
002740     PERFORM 2100-LOAD-LEDGER THRU 2100-EXIT
002750     PERFORM 2200-LOAD-ENROLLMENTS THRU 2200-EXIT
002760     PERFORM 2300-BILL-ONE-COURSE THRU 2300-EXIT
002770         VARYING WS-BT-SUB FROM 1 BY 1
002780         UNTIL WS-BT-SUB > WS-BT-COUNT
002790     IF WS-STUDENT-POSTINGS > ZERO
002800         ADD 1 TO WS-STUDENTS-BILLED
002810     END-IF
002820     PERFORM 8000-READ-NEXT THRU 8000-EXIT.
002830 2000-EXIT.
002840     EXIT.
002850
002860*----------------------------------------------------------
002870* WALK THE STUDENT'S LEDGER - NOTE THE LAST SEQUENCE NUMBER
002880* USED TODAY, AND NET THE TERM'S TUITION BY COURSE
002890*----------------------------------------------------------
002900 2100-LOAD-LEDGER.
002910     MOVE ZERO TO WS-LAST-SEQ
002920     MOVE "N" TO WS-LEDGER-EOF-SWITCH
002930     MOVE SM-STUDENT-ID TO SA-STUDENT-ID
002940     MOVE ZERO TO SA-TRAN-DATE
002950     MOVE ZERO TO SA-SEQ
002960     START STUDENT-ACCOUNTS KEY IS GREATER THAN OR EQUAL
002970             TO SA-KEY
002980         INVALID KEY
002990             SET END-OF-LEDGER TO TRUE
003000     END-START
003010     IF NOT END-OF-LEDGER
003020         PERFORM 2150-READ-NEXT-LEDGER THRU 2150-EXIT
003030     END-IF
003040     PERFORM 2110-POST-LEDGER-ENTRY THRU 2110-EXIT
003050         UNTIL END-OF-LEDGER.
003060 2100-EXIT.
003070     EXIT.
003080
003090 2110-POST-LEDGER-ENTRY.
003100     IF SA-TRAN-DATE = WS-TODAY
003110         MOVE SA-SEQ TO WS-LAST-SEQ
003120     END-IF
003130     IF SA-TUITION AND SA-TERM-ID = WS-BILL-TERM
003140         MOVE SA-COURSE-ID TO WS-FIND-COURSE
003150         PERFORM 8100-FIND-COURSE THRU 8100-EXIT
003160         IF WS-FOUND-SUB > ZERO
003170             IF SA-TUITION-CHARGE
003180                 ADD SA-CREDITS
003190                     TO WS-BT-BILLED-CREDITS (WS-FOUND-SUB)
003200                 ADD SA-AMOUNT
003210                     TO WS-BT-BILLED-AMOUNT (WS-FOUND-SUB)
003220             ELSE
003230                 SUBTRACT SA-CREDITS
003240                     FROM WS-BT-BILLED-CREDITS (WS-FOUND-SUB)
003250                 SUBTRACT SA-AMOUNT
003260                     FROM WS-BT-BILLED-AMOUNT (WS-FOUND-SUB)
003270             END-IF
003280         END-IF
003290     END-IF
003300     PERFORM 2150-READ-NEXT-LEDGER THRU 2150-EXIT.
003310 2110-EXIT.
003320     EXIT.
003330
003340 2150-READ-NEXT-LEDGER.
003350     READ STUDENT-ACCOUNTS NEXT RECORD
003360         AT END
003370             SET END-OF-LEDGER TO TRUE
003380     END-READ
003390     IF NOT END-OF-LEDGER
003400         IF SA-STUDENT-ID NOT = SM-STUDENT-ID
003410             SET END-OF-LEDGER TO TRUE
003420         END-IF
003430     END-IF.
003440 2150-EXIT.
003450     EXIT.
003460
003470*----------------------------------------------------------
003480* MARK EVERY COURSE THE STUDENT IS ENROLLED IN FOR THE TERM
003490* WITH THE CREDITS IT CARRIES NOW
003500*----------------------------------------------------------
003510 2200-LOAD-ENROLLMENTS.
003520     MOVE "N" TO WS-ENROLL-EOF-SWITCH
003530     MOVE SM-STUDENT-ID TO EN-STUDENT-ID
003540     MOVE WS-BILL-TERM TO EN-TERM-ID
003550     MOVE LOW-VALUES TO EN-COURSE-ID
003560     START ENROLLMENT-DETAIL KEY IS GREATER THAN OR EQUAL
003570             TO EN-KEY
003580         INVALID KEY
003590             SET END-OF-ENROLLMENTS TO TRUE
003600     END-START
003610     IF NOT END-OF-ENROLLMENTS
003620         PERFORM 2250-READ-NEXT-ENROLLMENT THRU 2250-EXIT
003630     END-IF
003640     PERFORM 2210-MARK-ENROLLMENT THRU 2210-EXIT
003650         UNTIL END-OF-ENROLLMENTS.
003660 2200-EXIT.
003670     EXIT.
003680
003690 2210-MARK-ENROLLMENT.
003700     MOVE EN-COURSE-ID TO WS-FIND-COURSE
003710     PERFORM 8100-FIND-COURSE THRU 8100-EXIT
003720     IF WS-FOUND-SUB > ZERO
003730         MOVE "Y" TO WS-BT-ENROLLED (WS-FOUND-SUB)
003740         MOVE EN-COURSE-CREDITS
003750             TO WS-BT-ENROLL-CREDITS (WS-FOUND-SUB)
003760     END-IF
003770     PERFORM 2250-READ-NEXT-ENROLLMENT THRU 2250-EXIT.
003780 2210-EXIT.
003790     EXIT.
003800
003810 2250-READ-NEXT-ENROLLMENT.
003820     READ ENROLLMENT-DETAIL NEXT RECORD
003830         AT END
003840             SET END-OF-ENROLLMENTS TO TRUE
003850     END-READ
003860     IF NOT END-OF-ENROLLMENTS
003870         IF EN-STUDENT-ID NOT = SM-STUDENT-ID
003880                 OR EN-TERM-ID NOT = WS-BILL-TERM
003890             SET END-OF-ENROLLMENTS TO TRUE
003900         END-IF
003910     END-IF.
003920 2250-EXIT.
003930     EXIT.
003940
003950*----------------------------------------------------------
003960* POST WHATEVER BRINGS ONE COURSE'S BILLED TUITION INTO
003970* LINE WITH ITS ENROLLMENT
003980*----------------------------------------------------------
003990 2300-BILL-ONE-COURSE.
004000     IF WS-BT-ENROLLED (WS-BT-SUB) NOT = "Y"
004010         IF WS-BT-BILLED-AMOUNT (WS-BT-SUB) > ZERO
004020             MOVE "D" TO WS-POST-TYPE
004030             IF WS-BT-BILLED-CREDITS (WS-BT-SUB) > ZERO
004040                 MOVE WS-BT-BILLED-CREDITS (WS-BT-SUB)
004050                     TO WS-POST-CREDITS
004060             ELSE
004070                 MOVE ZERO TO WS-POST-CREDITS
004080             END-IF
004090             MOVE WS-BT-BILLED-AMOUNT (WS-BT-SUB)
004100                 TO WS-POST-AMOUNT
004110             MOVE "DROPPED COURSE" TO WS-POST-REFERENCE
004120             PERFORM 2400-POST-TUITION THRU 2400-EXIT
004130         END-IF
004140         GO TO 2300-EXIT
004150     END-IF
004160     COMPUTE WS-CREDIT-DIFF = WS-BT-ENROLL-CREDITS (WS-BT-SUB)
004170         - WS-BT-BILLED-CREDITS (WS-BT-SUB)
004180     IF WS-CREDIT-DIFF = ZERO
004190         GO TO 2300-EXIT
004200     END-IF
004210     IF WS-CREDIT-DIFF > ZERO
004220         MOVE "C" TO WS-POST-TYPE
004230         MOVE WS-CREDIT-DIFF TO WS-POST-CREDITS
004240         COMPUTE WS-POST-AMOUNT =
004250             WS-CREDIT-DIFF * TU-RATE-PER-CREDIT
004260         IF WS-BT-BILLED-CREDITS (WS-BT-SUB) > ZERO
004270             MOVE "CREDITS ADDED" TO WS-POST-REFERENCE
004280         ELSE
004290             MOVE "TERM TUITION" TO WS-POST-REFERENCE
004300         END-IF
004310     ELSE
004320*> FEWER CREDITS THAN BILLED - CREDIT THEM BACK AT THE RATE
004330*> THE COURSE WAS ACTUALLY BILLED, NOT TODAY'S RATE
004340         MOVE "D" TO WS-POST-TYPE
004350         COMPUTE WS-POST-CREDITS = 0 - WS-CREDIT-DIFF
004360         COMPUTE WS-POST-AMOUNT ROUNDED =
004370             WS-BT-BILLED-AMOUNT (WS-BT-SUB) * WS-POST-CREDITS
004380             / WS-BT-BILLED-CREDITS (WS-BT-SUB)
004390         MOVE "CREDITS REDUCED" TO WS-POST-REFERENCE
004400     END-IF
004410     IF WS-POST-AMOUNT > ZERO
004420         PERFORM 2400-POST-TUITION THRU 2400-EXIT
004430     END-IF.
004440 2300-EXIT.
004450     EXIT.
004460
004470*----------------------------------------------------------
004480* WRITE ONE TUITION CHARGE OR CREDIT TO THE LEDGER AND THE
004490* REGISTER
004500*----------------------------------------------------------
004510 2400-POST-TUITION.
004520     IF WS-LAST-SEQ = 999
004530         ADD 1 TO WS-EXCEPTIONS
004540         DISPLAY "TUIBILL: STUDENT " SM-STUDENT-ID
004550             " HAS NO LEDGER SEQUENCE LEFT TODAY"
004560         GO TO 2400-EXIT
004570     END-IF
004580     ADD 1 TO WS-LAST-SEQ
004590     MOVE SM-STUDENT-ID TO SA-STUDENT-ID
004600     MOVE WS-TODAY TO SA-TRAN-DATE
004610     MOVE WS-LAST-SEQ TO SA-SEQ
004620     MOVE WS-POST-TYPE TO SA-TRAN-TYPE
004630     MOVE WS-BILL-TERM TO SA-TERM-ID
004640     MOVE WS-BT-COURSE-ID (WS-BT-SUB) TO SA-COURSE-ID
004650     MOVE WS-POST-CREDITS TO SA-CREDITS
004660     MOVE WS-POST-AMOUNT TO SA-AMOUNT
004670     MOVE TU-DUE-DATE TO SA-DUE-DATE
004680     MOVE WS-POST-REFERENCE TO SA-REFERENCE
004690     MOVE "TUIBILL" TO SA-ENTERED-BY
004700     MOVE SPACES TO SA-FILLER
004710     WRITE STUDENT-ACCOUNT-RECORD
004720         INVALID KEY
004730             ADD 1 TO WS-EXCEPTIONS
004740             DISPLAY "TUIBILL: LEDGER KEY " SA-KEY
004750                 " ALREADY ON FILE"
004760             GO TO 2400-EXIT
004770     END-WRITE
004780     ADD 1 TO WS-POSTINGS
004790     ADD 1 TO WS-STUDENT-POSTINGS
004800     MOVE SM-STUDENT-ID TO DTL-STUDENT-ID
004810     MOVE SM-STUDENT-NAME TO DTL-STUDENT-NAME
004820     MOVE SA-COURSE-ID TO DTL-COURSE-ID
004830     MOVE SA-CREDITS TO DTL-CREDITS
004840     MOVE SA-AMOUNT TO DTL-AMOUNT
004850     MOVE SA-REFERENCE TO DTL-REASON
004860     IF SA-TUITION-CHARGE
004870         MOVE "CHARGE" TO DTL-TYPE
004880         ADD 1 TO WS-CHARGE-COUNT
004890         ADD SA-AMOUNT TO WS-CHARGE-TOTAL
004900     ELSE
004910         MOVE "CREDIT" TO DTL-TYPE
004920         ADD 1 TO WS-CREDIT-COUNT
004930         ADD SA-AMOUNT TO WS-CREDIT-TOTAL
004940     END-IF
004950     WRITE BILLING-LINE FROM WS-DETAIL-LINE.
004960 2400-EXIT.
004970     EXIT.
004980
004990*----------------------------------------------------------
005000* PRINT THE RUN TOTALS, STAMP THE TERM AS BILLED, CLOSE UP
005010*----------------------------------------------------------
005020 3000-FINISH.
005030     MOVE SPACES TO BILLING-LINE
005040     WRITE BILLING-LINE
005050     MOVE "TUITION CHARGES:" TO TTL-LABEL
005060     MOVE WS-CHARGE-COUNT TO TTL-COUNT
005070     MOVE WS-CHARGE-TOTAL TO TTL-AMOUNT
005080     WRITE BILLING-LINE FROM WS-TOTAL-LINE
005090     MOVE "TUITION CREDITS:" TO TTL-LABEL
005100     MOVE WS-CREDIT-COUNT TO TTL-COUNT
005110     MOVE WS-CREDIT-TOTAL TO TTL-AMOUNT
005120     WRITE BILLING-LINE FROM WS-TOTAL-LINE
005130     MOVE "STUDENTS READ:" TO CNL-LABEL
005140     MOVE WS-STUDENTS-READ TO CNL-COUNT
005150     WRITE BILLING-LINE FROM WS-COUNT-LINE
005160     MOVE "STUDENTS WITH POSTINGS:" TO CNL-LABEL
005170     MOVE WS-STUDENTS-BILLED TO CNL-COUNT
005180     WRITE BILLING-LINE FROM WS-COUNT-LINE
005190     MOVE "POSTINGS NOT MADE:" TO CNL-LABEL
005200     MOVE WS-EXCEPTIONS TO CNL-COUNT
005210     WRITE BILLING-LINE FROM WS-COUNT-LINE
005220     IF WS-TU-STATUS = "00"
005230         MOVE WS-TODAY TO TU-LAST-BILLED
005240         REWRITE TUITION-RATE-RECORD
005250             INVALID KEY
005260                 DISPLAY "TUIBILL: COULD NOT STAMP TERM "
005270                     WS-BILL-TERM " AS BILLED"
005280         END-REWRITE
005290     END-IF
005300     DISPLAY "TUIBILL: " WS-POSTINGS " POSTINGS FOR "
005310         WS-STUDENTS-BILLED " STUDENTS"
005320     IF WS-SM-STATUS NOT = "35"
005330         CLOSE STUDENT-MASTER
005340     END-IF
005350     CLOSE ENROLLMENT-DETAIL
005360     CLOSE TUITION-RATES
005370     CLOSE STUDENT-ACCOUNTS
005380     CLOSE BILLING-REPORT
005390     PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT.
005400 3000-EXIT.
005410     EXIT.
005420
005430*----------------------------------------------------------
005440* READ THE NEXT MASTER RECORD, SET THE EOF SWITCH AT END
005450*----------------------------------------------------------
005460 8000-READ-NEXT.
005470     READ STUDENT-MASTER NEXT RECORD
005480         AT END
005490             SET END-OF-FILE TO TRUE
005500     END-READ.
005510 8000-EXIT.
005520     EXIT.
005530
005540*----------------------------------------------------------
005550* LOOK WS-FIND-COURSE UP IN THE BILLING TABLE, ADDING IT
005560* WHEN IT IS NOT THERE - WS-FOUND-SUB IS ZERO ONLY WHEN THE
005570* TABLE IS FULL
005580*----------------------------------------------------------
005590 8100-FIND-COURSE.
005600     MOVE ZERO TO WS-FOUND-SUB
005610     PERFORM 8110-TEST-ONE-ENTRY THRU 8110-EXIT
005620         VARYING WS-BT-SUB FROM 1 BY 1
005630         UNTIL WS-BT-SUB > WS-BT-COUNT
005640            OR WS-FOUND-SUB > ZERO
005650     IF WS-FOUND-SUB > ZERO
005660         GO TO 8100-EXIT
005670     END-IF
005680     IF WS-BT-COUNT = 50
005690         ADD 1 TO WS-EXCEPTIONS
005700         DISPLAY "TUIBILL: STUDENT " SM-STUDENT-ID
005710             " HAS MORE THAN 50 COURSES IN THE TERM"
005720         GO TO 8100-EXIT
005730     END-IF
005740     ADD 1 TO WS-BT-COUNT
005750     MOVE WS-BT-COUNT TO WS-FOUND-SUB
005760     MOVE WS-FIND-COURSE TO WS-BT-COURSE-ID (WS-FOUND-SUB)
005770     MOVE ZERO TO WS-BT-BILLED-CREDITS (WS-FOUND-SUB)
005780     MOVE ZERO TO WS-BT-BILLED-AMOUNT (WS-FOUND-SUB)
005790     MOVE "N" TO WS-BT-ENROLLED (WS-FOUND-SUB)
005800     MOVE ZERO TO WS-BT-ENROLL-CREDITS (WS-FOUND-SUB).
005810 8100-EXIT.
005820     EXIT.
005830
005840 8110-TEST-ONE-ENTRY.
005850     IF WS-BT-COURSE-ID (WS-BT-SUB) = WS-FIND-COURSE
005860         MOVE WS-BT-SUB TO WS-FOUND-SUB
005870     END-IF.
005880 8110-EXIT.
005890     EXIT.
005900
005910*----------------------------------------------------------
005920* TURN THE TERM ID IN WS-TERM-WORK INTO ITS SEQUENCE NUMBER
005930* THE SAME WAY CRSLOOK DOES - YEAR TIMES TEN PLUS W=1 S=2
005940* U=3 F=4.  WS-TERM-OK IS N WHEN THE TERM IS NOT VALID
005950*----------------------------------------------------------
005960 8900-TERM-SEQUENCE.
005970     MOVE "N" TO WS-TERM-OK
005980     MOVE ZERO TO WS-TERM-SEQ
005990     IF WS-TW-YEAR NOT NUMERIC
006000         GO TO 8900-EXIT
006010     END-IF
006020     EVALUATE WS-TW-SEASON
006030         WHEN "W"  MOVE 1 TO WS-SEASON-RANK
006040         WHEN "S"  MOVE 2 TO WS-SEASON-RANK
006050         WHEN "U"  MOVE 3 TO WS-SEASON-RANK
006060         WHEN "F"  MOVE 4 TO WS-SEASON-RANK
006070         WHEN OTHER
006080             GO TO 8900-EXIT
006090     END-EVALUATE
006100     COMPUTE WS-TERM-SEQ = WS-TW-YEAR-NUM * 10 + WS-SEASON-RANK
006110     MOVE "Y" TO WS-TERM-OK.
006120 8900-EXIT.
006130     EXIT.
006140
006150*----------------------------------------------------------
006160* APPEND THIS RUN'S CONTROL RECORD TO THE RUN LOG
006170*----------------------------------------------------------
006180 9100-WRITE-RUN-LOG.
006190     OPEN EXTEND RUN-CONTROL-LOG
006200     IF WS-RL-STATUS = "35"
006210         OPEN OUTPUT RUN-CONTROL-LOG
006220         CLOSE RUN-CONTROL-LOG
006230         OPEN EXTEND RUN-CONTROL-LOG
006240     END-IF
006250     MOVE "TUIBILL " TO RL-JOB-NAME
006260     MOVE WS-RUN-START-DATE TO RL-START-DATE
006270     MOVE WS-RUN-START-TIME TO RL-START-TIME
006280     ACCEPT RL-END-DATE FROM DATE YYYYMMDD
006290     ACCEPT RL-END-TIME FROM TIME
006300     MOVE WS-STUDENTS-READ TO RL-RECORDS-IN
006310     MOVE WS-POSTINGS TO RL-RECORDS-OUT
006320     MOVE WS-EXCEPTIONS TO RL-EXCEPTIONS
006330     MOVE "OK" TO RL-STATUS
006340     MOVE SPACES TO RL-FILLER
006350     WRITE RUN-LOG-RECORD
006360     CLOSE RUN-CONTROL-LOG.
006370 9100-EXIT.
006380     EXIT.
