000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DEGAUDT.
000030 AUTHOR. PAYROLL-SYSTEMS-GROUP.
000040 INSTALLATION. DATA-PROCESSING-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 10/15/26  SM   INITIAL VERSION - DEGREE AUDIT OF EVERY
000110* 10/15/26  SM   DECLARED STUDENT AGAINST THE REQUIREMENTS OF
000120* 10/15/26  SM   THEIR PROGRAM OF STUDY, WITH A CLEARED-TO-
000130* 10/15/26  SM   GRADUATE SUMMARY
000131* 10/15/26  SM   AN ENROLLMENT WITH NO GRADE POSTED IS IN PROGRESS
000132* 10/15/26  SM   AND NO LONGER WIPES OUT AN EARLIER PASS
000140*----------------------------------------------------------
000150*
000160* AUDIT JOB OVER THE STUDENT MASTER.  EACH STUDENT WITH A
000170* PROGRAM OF STUDY IS CHECKED AGAINST THAT PROGRAM'S RECORD
000180* ON THE DEGREE REQUIREMENTS FILE (DEGREQ, KEPT BY DEGMNT):
000190* EVERY REQUIRED COURSE PASSED, THE CREDIT MINIMUM OF EACH
000200* ELECTIVE GROUP, THE TOTAL-CREDIT MINIMUM AND THE MINIMUM
000210* CUMULATIVE GPA.  THE STUDENT'S ENROLLMENT DETAIL IS
000220* FOLDED TO ONE ENTRY PER COURSE, SO A RETAKE COUNTS ONCE,
000230* AT ITS BEST GRADE - FOR CREDITS AND FOR THE GPA (SAME
000240* GRADE POINTS AS GRADEBK).  A COURSE IS APPLIED TO ONE
000250* REQUIREMENT ONLY, REQUIRED COURSES FIRST, THEN THE
000260* ELECTIVE GROUPS IN ORDER.
000270*
000280* THE OPERATOR KEYS THE TERM IN PROGRESS.  ENROLLMENTS IN
000290* THAT TERM OR LATER ARE NOT GRADED YET - THEY PRINT AS IN
000300* PROGRESS AND DO NOT COUNT AS EARNED.  LEFT BLANK, EVERY
000310* ENROLLMENT COUNTS AS FINISHED (THE RUN AFTER FINAL GRADES
000320* POST).  EACH STUDENT GETS ONE LINE PER REQUIREMENT MARKED
000330* SATISFIED, IN PROGRESS OR MISSING; THE REPORT CLOSES WITH
000340* THE STUDENTS WHO MET EVERY REQUIREMENT AND CAN BE CLEARED
000350* TO GRADUATE.  STUDENTS WITH NO PROGRAM ARE ONLY COUNTED.
000360*
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 SPECIAL-NAMES.
000400     CLASS PassingScore IS "A" THRU "C", "D".
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT STUDENT-MASTER ASSIGN TO "STUMAS"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS SM-STUDENT-ID
000470         FILE STATUS IS WS-SM-STATUS.
000480     SELECT ENROLLMENT-DETAIL ASSIGN TO "ENROLL"
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS DYNAMIC
000510         RECORD KEY IS EN-KEY
000520         FILE STATUS IS WS-EN-STATUS.
000530     SELECT DEGREE-REQUIREMENTS ASSIGN TO "DEGREQ"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS RANDOM
000560         RECORD KEY IS DR-PROGRAM-ID
000570         FILE STATUS IS WS-DR-STATUS.
000580     SELECT AUDIT-REPORT ASSIGN TO "DEGRPT"
000590         ORGANIZATION IS LINE SEQUENTIAL.
000600     SELECT RUN-CONTROL-LOG ASSIGN TO "RUNLOG"
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-RL-STATUS.
000630
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  STUDENT-MASTER.
000670     COPY STUMAS.
000680 FD  ENROLLMENT-DETAIL.
000690     COPY ENROLL.
000700 FD  DEGREE-REQUIREMENTS.
000710     COPY DEGREQ.
000720 FD  AUDIT-REPORT.
000730 01  AUDIT-LINE                    PIC X(80).
000740 FD  RUN-CONTROL-LOG.
000750     COPY RUNLOG.
000760
000770 WORKING-STORAGE SECTION.
000780 77  WS-SM-STATUS                  PIC X(02) VALUE "00".
000790 77  WS-EN-STATUS                  PIC X(02) VALUE "00".
000800 77  WS-DR-STATUS                  PIC X(02) VALUE "00".
000810 77  WS-RL-STATUS                  PIC X(02) VALUE "00".
000820     COPY CRSPRM.
000830 77  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
000840     88  END-OF-FILE               VALUE "Y".
000850 77  WS-ENROLL-EOF-SWITCH          PIC X(01) VALUE "N".
000860     88  END-OF-ENROLLMENTS        VALUE "Y".
000870 77  WS-AUDIT-TERM                 PIC X(05) VALUE SPACES.
000880 77  WS-AUDIT-SEQ                  PIC 9(05) VALUE ZERO.
000890 77  WS-TERM-OK                    PIC X(01) VALUE "N".
000900 77  WS-SEASON-RANK                PIC 9(01) VALUE ZERO.
000910 77  WS-TERM-SEQ                   PIC 9(05) VALUE ZERO.
000920 77  WS-STUDENTS-READ              PIC 9(05) COMP VALUE ZERO.
000930 77  WS-STUDENTS-AUDITED           PIC 9(05) COMP VALUE ZERO.
000940 77  WS-UNDECLARED                 PIC 9(05) COMP VALUE ZERO.
000950 77  WS-UNKNOWN-PROGRAM            PIC 9(05) COMP VALUE ZERO.
000960 77  WS-CLEARED-COUNT              PIC 9(05) COMP VALUE ZERO.
000970 77  WS-CT-COUNT                   PIC 9(03) COMP VALUE ZERO.
000980 77  WS-CT-SUB                     PIC 9(03) COMP VALUE ZERO.
000990 77  WS-FOUND-SUB                  PIC 9(03) COMP VALUE ZERO.
001000 77  WS-FIND-COURSE                PIC X(06) VALUE SPACES.
001010 77  WS-REQUIRED-SUB               PIC 9(02) COMP VALUE ZERO.
001020 77  WS-GROUP-SUB                  PIC 9(01) COMP VALUE ZERO.
001030 77  WS-COURSE-SUB                 PIC 9(02) COMP VALUE ZERO.
001040 77  WS-CLEARED-SUB                PIC 9(05) COMP VALUE ZERO.
001050 77  WS-GRADE-POINTS               PIC 9 VALUE ZERO.
001060 77  WS-CREDIT-POINTS              PIC 9(04) VALUE ZERO.
001070 77  WS-TOTAL-CREDIT-POINTS        PIC 9(05) VALUE ZERO.
001080 77  WS-GPA-CREDITS                PIC 9(03) VALUE ZERO.
001090 77  WS-GPA                        PIC 9V99 VALUE ZERO.
001100 77  WS-EARNED-CREDITS             PIC 9(03) VALUE ZERO.
001110 77  WS-IP-CREDITS                 PIC 9(03) VALUE ZERO.
001120 77  WS-GROUP-EARNED               PIC 9(03) VALUE ZERO.
001130 77  WS-GROUP-IP                   PIC 9(03) VALUE ZERO.
001140 77  WS-CHK-EARNED                 PIC 9(03) VALUE ZERO.
001150 77  WS-CHK-IP                     PIC 9(03) VALUE ZERO.
001160 77  WS-CHK-NEEDED                 PIC 9(03) VALUE ZERO.
001170 77  WS-CHK-REACH                  PIC 9(04) VALUE ZERO.
001180 77  WS-MISSING-ITEMS              PIC 9(03) VALUE ZERO.
001190 77  WS-IP-ITEMS                   PIC 9(03) VALUE ZERO.
001200 01  WS-RUN-START-STAMP.
001210     05  WS-RUN-START-DATE         PIC 9(8).
001220     05  WS-RUN-START-TIME         PIC 9(8).
001230 01  WS-TERM-WORK.
001240     05  WS-TW-YEAR                PIC X(04).
001250     05  WS-TW-YEAR-NUM REDEFINES WS-TW-YEAR
001260                                   PIC 9(04).
001270     05  WS-TW-SEASON              PIC X(01).
001280*> ONE ENTRY PER COURSE ON THE STUDENT'S RECORD - THE BEST
001290*> FINISHED GRADE, WHETHER IT IS ALSO BEING TAKEN IN THE
001300*> TERM IN PROGRESS, AND WHETHER A REQUIREMENT HAS USED IT
001310 01  WS-COURSE-TABLE.
001320     05  WS-CT-ENTRY OCCURS 200 TIMES.
001330         10  WS-CT-COURSE-ID       PIC X(06).
001340         10  WS-CT-BEST-SCORE      PIC X(01).
001350         10  WS-CT-CREDITS         PIC 9(01).
001360         10  WS-CT-IN-PROGRESS     PIC X(01).
001370         10  WS-CT-APPLIED         PIC X(01).
001380 01  WS-CLEARED-TABLE.
001390     05  WS-CLEARED-ENTRY OCCURS 1000 TIMES.
001400         10  WS-CL-STUDENT-ID      PIC 9(06).
001410         10  WS-CL-STUDENT-NAME    PIC X(20).
001420         10  WS-CL-PROGRAM-ID      PIC X(06).
001430         10  WS-CL-CREDITS         PIC 9(03).
001440         10  WS-CL-GPA             PIC 9V99.
001450
001460 01  WS-HEADING-LINE               PIC X(45)
001470         VALUE "DEGREE AUDIT REPORT".
001480 01  WS-TERM-LINE.
001490     05  FILLER                    PIC X(18)
001500         VALUE "TERM IN PROGRESS: ".
001510     05  TML-TERM-ID               PIC X(05).
001520 01  WS-STUDENT-LINE.
001530     05  FILLER                    PIC X(08) VALUE "STUDENT ".
001540     05  STL-STUDENT-ID            PIC 9(06).
001550     05  FILLER                    PIC X(02) VALUE SPACES.
001560     05  STL-STUDENT-NAME          PIC X(20).
001570 01  WS-PROGRAM-LINE.
001580     05  FILLER                    PIC X(10)
001590         VALUE "  PROGRAM ".
001600     05  PGL-PROGRAM-ID            PIC X(06).
001610     05  FILLER                    PIC X(02) VALUE SPACES.
001620     05  PGL-PROGRAM-TITLE         PIC X(30).
001630 01  WS-COURSE-LINE.
001640     05  FILLER                    PIC X(04) VALUE SPACES.
001650     05  CSL-CATEGORY              PIC X(10).
001660     05  CSL-COURSE-ID             PIC X(06).
001670     05  FILLER                    PIC X(02) VALUE SPACES.
001680     05  CSL-COURSE-TITLE          PIC X(30).
001690     05  FILLER                    PIC X(01) VALUE SPACES.
001700     05  CSL-STATUS                PIC X(11).
001710     05  FILLER                    PIC X(01) VALUE SPACES.
001720     05  CSL-GRADE-LABEL           PIC X(06).
001730     05  CSL-GRADE                 PIC X(01).
001740 01  WS-CREDIT-LINE.
001750     05  FILLER                    PIC X(04) VALUE SPACES.
001760     05  CRL-CATEGORY              PIC X(10).
001770     05  CRL-DESCRIPTION           PIC X(22).
001780     05  FILLER                    PIC X(01) VALUE SPACES.
001790     05  CRL-STATUS                PIC X(11).
001800     05  FILLER                    PIC X(08) VALUE " EARNED ".
001810     05  CRL-EARNED                PIC ZZ9.
001820     05  FILLER                    PIC X(09) VALUE " IN PROG ".
001830     05  CRL-IN-PROGRESS           PIC ZZ9.
001840     05  FILLER                    PIC X(04) VALUE " OF ".
001850     05  CRL-NEEDED                PIC ZZ9.
001860 01  WS-GPA-LINE.
001870     05  FILLER                    PIC X(04) VALUE SPACES.
001880     05  FILLER                    PIC X(10) VALUE "GPA".
001890     05  FILLER                    PIC X(22)
001900         VALUE "CUMULATIVE GPA".
001910     05  FILLER                    PIC X(01) VALUE SPACES.
001920     05  GPL-STATUS                PIC X(11).
001930     05  FILLER                    PIC X(05) VALUE " GPA ".
001940     05  GPL-GPA                   PIC 9.99.
001950     05  FILLER                    PIC X(12)
001960         VALUE " OF MINIMUM ".
001970     05  GPL-MIN-GPA               PIC 9.99.
001980 01  WS-RESULT-LINE.
001990     05  FILLER                    PIC X(12)
002000         VALUE "  RESULT:   ".
002010     05  RSL-TEXT                  PIC X(27).
002020     05  RSL-MISSING               PIC ZZ9.
002030     05  FILLER                    PIC X(12)
002040         VALUE " MISSING,   ".
002050     05  RSL-IN-PROGRESS           PIC ZZ9.
002060     05  FILLER                    PIC X(12)
002070         VALUE " IN PROGRESS".
002080 01  WS-CLEARED-RESULT-LINE        PIC X(40)
002090         VALUE "  RESULT:   CLEARED TO GRADUATE".
002100 01  WS-NOTE-LINE.
002110     05  FILLER                    PIC X(10)
002120         VALUE "  PROGRAM ".
002130     05  NTL-PROGRAM-ID            PIC X(06).
002140     05  FILLER                    PIC X(34)
002150         VALUE " IS NOT ON THE REQUIREMENTS FILE".
002160 01  WS-SECTION-LINE.
002170     05  FILLER                    PIC X(09) VALUE "-------- ".
002180     05  FILLER                    PIC X(20)
002190         VALUE "CLEARED TO GRADUATE".
002200     05  FILLER                    PIC X(08) VALUE "--------".
002210 01  WS-ROSTER-LINE.
002220     05  FILLER                    PIC X(05) VALUE SPACES.
002230     05  RSR-STUDENT-ID            PIC 9(06).
002240     05  FILLER                    PIC X(02) VALUE SPACES.
002250     05  RSR-STUDENT-NAME          PIC X(20).
002260     05  FILLER                    PIC X(02) VALUE SPACES.
002270     05  RSR-PROGRAM-ID            PIC X(06).
002280     05  FILLER                    PIC X(02) VALUE SPACES.
002290     05  RSR-CREDITS               PIC ZZ9.
002300     05  FILLER                    PIC X(04) VALUE " CR ".
002310     05  RSR-GPA                   PIC 9.99.
002320 01  WS-COUNT-LINE.
002330     05  CNL-LABEL                 PIC X(30).
002340     05  CNL-COUNT                 PIC ZZ,ZZ9.
002350
002360 PROCEDURE DIVISION.
002370 0000-MAINLINE.
002380     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002390     PERFORM 2000-AUDIT-STUDENT THRU 2000-EXIT
002400         UNTIL END-OF-FILE
002410     PERFORM 3000-FINISH THRU 3000-EXIT
002420     GOBACK.
002430
002440*----------------------------------------------------------
002450* OPEN THE FILES, PRINT THE HEADINGS, PRIME THE MASTER READ
002460*----------------------------------------------------------
002470 1000-INITIALIZE.
002480     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
002490     ACCEPT WS-RUN-START-TIME FROM TIME
002500     PERFORM 1100-ACCEPT-TERM THRU 1100-EXIT
002510     OPEN INPUT STUDENT-MASTER
002520     IF WS-SM-STATUS = "35"
002530         DISPLAY "DEGAUDT: NO STUDENT MASTER ON HAND"
002540         SET END-OF-FILE TO TRUE
002550     END-IF
002560     OPEN INPUT ENROLLMENT-DETAIL
002570*> A MISSING DETAIL FILE READS AS NO ENROLLMENTS - CREATE IT
002580*> EMPTY, SAME AS STANDNG
002590     IF WS-EN-STATUS = "35"
002600         OPEN OUTPUT ENROLLMENT-DETAIL
002610         CLOSE ENROLLMENT-DETAIL
002620         OPEN INPUT ENROLLMENT-DETAIL
002630     END-IF
002640     OPEN INPUT DEGREE-REQUIREMENTS
002650     IF WS-DR-STATUS = "35"
002660         OPEN OUTPUT DEGREE-REQUIREMENTS
002670         CLOSE DEGREE-REQUIREMENTS
002680         OPEN INPUT DEGREE-REQUIREMENTS
002690     END-IF
002700     OPEN OUTPUT AUDIT-REPORT
002710     WRITE AUDIT-LINE FROM WS-HEADING-LINE
002720     IF WS-AUDIT-TERM = SPACES
002730         MOVE "NONE" TO TML-TERM-ID
002740     ELSE
002750         MOVE WS-AUDIT-TERM TO TML-TERM-ID
002760     END-IF
002770     WRITE AUDIT-LINE FROM WS-TERM-LINE
002780     MOVE SPACES TO AUDIT-LINE
002790     WRITE AUDIT-LINE
002800     IF NOT END-OF-FILE
002810         PERFORM 8000-READ-NEXT THRU 8000-EXIT
002820     END-IF.
002830 1000-EXIT.
002840     EXIT.
002850
002860*----------------------------------------------------------
002870* THE TERM IN PROGRESS - BLANK FOR NONE, OTHERWISE A YEAR
002880* AND W/S/U/F, RE-PROMPTED UNTIL IT IS ONE OR THE OTHER
002890*----------------------------------------------------------
002900 1100-ACCEPT-TERM.
002910     DISPLAY "ENTER TERM IN PROGRESS (YYYYT, E.G. 2026F, "
002920         "BLANK IF NONE): " WITH NO ADVANCING
002930     ACCEPT WS-AUDIT-TERM
002940     MOVE "N" TO WS-TERM-OK
002950     PERFORM 1110-VALIDATE-TERM THRU 1110-EXIT
002960         UNTIL WS-TERM-OK = "Y".
002970 1100-EXIT.
002980     EXIT.
002990
003000 1110-VALIDATE-TERM.
003010     MOVE ZERO TO WS-AUDIT-SEQ
003020     IF WS-AUDIT-TERM = SPACES
003030         MOVE "Y" TO WS-TERM-OK
003040         GO TO 1110-EXIT
003050     END-IF
003060     MOVE WS-AUDIT-TERM TO WS-TERM-WORK
003070     PERFORM 8900-TERM-SEQUENCE THRU 8900-EXIT
003080     IF WS-TERM-OK = "Y"
003090         MOVE WS-TERM-SEQ TO WS-AUDIT-SEQ
003100     ELSE
003110         DISPLAY "TERM MUST BE A YEAR AND W/S/U/F, TRY AGAIN: "
003120             WITH NO ADVANCING
003130         ACCEPT WS-AUDIT-TERM
003140     END-IF.
003150 1110-EXIT.
003160     EXIT.
003170
003180*----------------------------------------------------------
003190* AUDIT ONE STUDENT, THEN MOVE ON TO THE NEXT
003200*----------------------------------------------------------
003210 2000-AUDIT-STUDENT.
003220     ADD 1 TO WS-STUDENTS-READ
003230     PERFORM 2050-AUDIT-ONE-STUDENT THRU 2050-EXIT
003240     PERFORM 8000-READ-NEXT THRU 8000-EXIT.
003250 2000-EXIT.
003260     EXIT.
003270
003280 2050-AUDIT-ONE-STUDENT.
003290     IF SM-PROGRAM-ID = SPACES OR SM-PROGRAM-ID = LOW-VALUES
003300         ADD 1 TO WS-UNDECLARED
003310         GO TO 2050-EXIT
003320     END-IF
003330     MOVE SM-STUDENT-ID TO STL-STUDENT-ID
003340     MOVE SM-STUDENT-NAME TO STL-STUDENT-NAME
003350     WRITE AUDIT-LINE FROM WS-STUDENT-LINE
003360     MOVE SM-PROGRAM-ID TO DR-PROGRAM-ID
003370     READ DEGREE-REQUIREMENTS
003380         INVALID KEY
003390             ADD 1 TO WS-UNKNOWN-PROGRAM
003400             MOVE SM-PROGRAM-ID TO NTL-PROGRAM-ID
003410             WRITE AUDIT-LINE FROM WS-NOTE-LINE
003420             MOVE SPACES TO AUDIT-LINE
003430             WRITE AUDIT-LINE
003440             GO TO 2050-EXIT
003450     END-READ
003460     ADD 1 TO WS-STUDENTS-AUDITED
003470     MOVE DR-PROGRAM-ID TO PGL-PROGRAM-ID
003480     MOVE DR-PROGRAM-TITLE TO PGL-PROGRAM-TITLE
003490     WRITE AUDIT-LINE FROM WS-PROGRAM-LINE
003500     PERFORM 2100-LOAD-COURSES THRU 2100-EXIT
003510     MOVE ZERO TO WS-TOTAL-CREDIT-POINTS
003520     MOVE ZERO TO WS-GPA-CREDITS
003530     MOVE ZERO TO WS-EARNED-CREDITS
003540     MOVE ZERO TO WS-IP-CREDITS
003550     PERFORM 2300-TOTAL-ONE-COURSE THRU 2300-EXIT
003560         VARYING WS-CT-SUB FROM 1 BY 1
003570         UNTIL WS-CT-SUB > WS-CT-COUNT
003580     MOVE ZERO TO WS-MISSING-ITEMS
003590     MOVE ZERO TO WS-IP-ITEMS
003600     PERFORM 2400-CHECK-REQUIRED THRU 2400-EXIT
003610         VARYING WS-REQUIRED-SUB FROM 1 BY 1
003620         UNTIL WS-REQUIRED-SUB > DR-REQUIRED-COUNT
003630            OR WS-REQUIRED-SUB > 20
003640     PERFORM 2500-CHECK-GROUP THRU 2500-EXIT
003650         VARYING WS-GROUP-SUB FROM 1 BY 1
003660         UNTIL WS-GROUP-SUB > DR-GROUP-COUNT
003670            OR WS-GROUP-SUB > 4
003680     PERFORM 2600-CHECK-TOTAL THRU 2600-EXIT
003690     PERFORM 2700-CHECK-GPA THRU 2700-EXIT
003700     PERFORM 2800-PRINT-RESULT THRU 2800-EXIT.
003710 2050-EXIT.
003720     EXIT.
003730
003740*----------------------------------------------------------
003750* FOLD THE STUDENT'S ENROLLMENTS INTO THE COURSE TABLE, ONE
003760* ENTRY PER COURSE HOWEVER MANY TIMES IT WAS TAKEN
003770*----------------------------------------------------------
003780 2100-LOAD-COURSES.
003790     MOVE ZERO TO WS-CT-COUNT
003800     MOVE "N" TO WS-ENROLL-EOF-SWITCH
003810     MOVE SM-STUDENT-ID TO EN-STUDENT-ID
003820     MOVE LOW-VALUES TO EN-TERM-ID
003830     MOVE LOW-VALUES TO EN-COURSE-ID
003840     START ENROLLMENT-DETAIL KEY IS GREATER THAN OR EQUAL
003850             TO EN-KEY
003860         INVALID KEY
003870             SET END-OF-ENROLLMENTS TO TRUE
003880     END-START
003890     IF NOT END-OF-ENROLLMENTS
003900         PERFORM 2200-READ-NEXT-ENROLLMENT THRU 2200-EXIT
003910     END-IF
003920     PERFORM 2110-POST-ENROLLMENT THRU 2110-EXIT
003930         UNTIL END-OF-ENROLLMENTS.
003940 2100-EXIT.
003950     EXIT.
003960
003970 2110-POST-ENROLLMENT.
003980     PERFORM 2120-APPLY-ENROLLMENT THRU 2120-EXIT
003990     PERFORM 2200-READ-NEXT-ENROLLMENT THRU 2200-EXIT.
004000 2110-EXIT.
004010     EXIT.
004020
004030*> A GRADE IN THE TERM IN PROGRESS OR LATER IS NOT FINAL -
004040*> IT ONLY MARKS THE COURSE IN PROGRESS.  A FINISHED
004050*> ATTEMPT REPLACES THE ENTRY'S GRADE ONLY WHEN IT IS BETTER
004060*> (A LOWER LETTER).  NO GRADE POSTED AT ALL IS ALSO IN
004065*> PROGRESS, WHATEVER THE TERM - A BLANK SORTS BELOW "A"
004070 2120-APPLY-ENROLLMENT.
004080     MOVE EN-COURSE-ID TO WS-FIND-COURSE
004090     PERFORM 8100-FIND-COURSE THRU 8100-EXIT
004100     IF WS-FOUND-SUB = ZERO
004110         IF WS-CT-COUNT >= 200
004120             DISPLAY "DEGAUDT: COURSE TABLE FULL FOR STUDENT "
004130                 SM-STUDENT-ID ", " EN-COURSE-ID " SKIPPED"
004140             GO TO 2120-EXIT
004150         END-IF
004160         ADD 1 TO WS-CT-COUNT
004170         MOVE WS-CT-COUNT TO WS-FOUND-SUB
004180         MOVE EN-COURSE-ID TO WS-CT-COURSE-ID (WS-FOUND-SUB)
004190         MOVE SPACE TO WS-CT-BEST-SCORE (WS-FOUND-SUB)
004200         MOVE EN-COURSE-CREDITS TO WS-CT-CREDITS (WS-FOUND-SUB)
004210         MOVE "N" TO WS-CT-IN-PROGRESS (WS-FOUND-SUB)
004220         MOVE "N" TO WS-CT-APPLIED (WS-FOUND-SUB)
004230     END-IF
004240     IF WS-AUDIT-SEQ > ZERO
004250         MOVE EN-TERM-ID TO WS-TERM-WORK
004260         PERFORM 8900-TERM-SEQUENCE THRU 8900-EXIT
004270         IF WS-TERM-OK = "Y" AND WS-TERM-SEQ >= WS-AUDIT-SEQ
004280             MOVE "Y" TO WS-CT-IN-PROGRESS (WS-FOUND-SUB)
004290             GO TO 2120-EXIT
004300         END-IF
004310     END-IF
004312     IF EN-COURSE-SCORE = SPACE
004314         MOVE "Y" TO WS-CT-IN-PROGRESS (WS-FOUND-SUB)
004316         GO TO 2120-EXIT
004318     END-IF
004320     IF WS-CT-BEST-SCORE (WS-FOUND-SUB) = SPACE
004330             OR EN-COURSE-SCORE < WS-CT-BEST-SCORE (WS-FOUND-SUB)
004340         MOVE EN-COURSE-SCORE TO WS-CT-BEST-SCORE (WS-FOUND-SUB)
004350         MOVE EN-COURSE-CREDITS TO WS-CT-CREDITS (WS-FOUND-SUB)
004360     END-IF.
004370 2120-EXIT.
004380     EXIT.
004390
004400 2200-READ-NEXT-ENROLLMENT.
004410     READ ENROLLMENT-DETAIL NEXT RECORD
004420         AT END
004430             SET END-OF-ENROLLMENTS TO TRUE
004440     END-READ
004450     IF NOT END-OF-ENROLLMENTS
004460         IF EN-STUDENT-ID NOT = SM-STUDENT-ID
004470             SET END-OF-ENROLLMENTS TO TRUE
004480         END-IF
004490     END-IF.
004500 2200-EXIT.
004510     EXIT.
004520
004530*----------------------------------------------------------
004540* ONE COURSE INTO THE CUMULATIVE TOTALS - ITS BEST FINISHED
004550* GRADE INTO THE GPA, ITS CREDITS INTO EARNED WHEN THAT
004560* GRADE PASSED, OR INTO IN PROGRESS WHEN IT HAS NOT PASSED
004570* YET BUT IS BEING TAKEN NOW
004580*----------------------------------------------------------
004590 2300-TOTAL-ONE-COURSE.
004600     IF WS-CT-BEST-SCORE (WS-CT-SUB) NOT = SPACE
004610         EVALUATE WS-CT-BEST-SCORE (WS-CT-SUB)
004620             WHEN "A"  MOVE 4 TO WS-GRADE-POINTS
004630             WHEN "B"  MOVE 3 TO WS-GRADE-POINTS
004640             WHEN "C"  MOVE 2 TO WS-GRADE-POINTS
004650             WHEN "D"  MOVE 1 TO WS-GRADE-POINTS
004660             WHEN OTHER MOVE 0 TO WS-GRADE-POINTS
004670         END-EVALUATE
004680         COMPUTE WS-CREDIT-POINTS =
004690             WS-GRADE-POINTS * WS-CT-CREDITS (WS-CT-SUB)
004700         ADD WS-CREDIT-POINTS TO WS-TOTAL-CREDIT-POINTS
004710         ADD WS-CT-CREDITS (WS-CT-SUB) TO WS-GPA-CREDITS
004720     END-IF
004730     IF WS-CT-BEST-SCORE (WS-CT-SUB) IS PassingScore
004740         ADD WS-CT-CREDITS (WS-CT-SUB) TO WS-EARNED-CREDITS
004750     ELSE
004760         IF WS-CT-IN-PROGRESS (WS-CT-SUB) = "Y"
004770             ADD WS-CT-CREDITS (WS-CT-SUB) TO WS-IP-CREDITS
004780         END-IF
004790     END-IF.
004800 2300-EXIT.
004810     EXIT.
004820
004830*----------------------------------------------------------
004840* ONE REQUIRED COURSE - PASSED, BEING TAKEN, OR MISSING
004850*----------------------------------------------------------
004860 2400-CHECK-REQUIRED.
004870     MOVE DR-REQUIRED-COURSE (WS-REQUIRED-SUB)
004880         TO WS-FIND-COURSE
004890     PERFORM 8100-FIND-COURSE THRU 8100-EXIT
004900     MOVE "REQUIRED" TO CSL-CATEGORY
004910     MOVE WS-FIND-COURSE TO CSL-COURSE-ID
004920     PERFORM 8200-COURSE-TITLE THRU 8200-EXIT
004930     MOVE SPACES TO CSL-GRADE-LABEL
004940     MOVE SPACE TO CSL-GRADE
004950     EVALUATE TRUE
004960         WHEN WS-FOUND-SUB = ZERO
004970             MOVE "MISSING" TO CSL-STATUS
004980             ADD 1 TO WS-MISSING-ITEMS
004990         WHEN WS-CT-BEST-SCORE (WS-FOUND-SUB) IS PassingScore
005000             MOVE "SATISFIED" TO CSL-STATUS
005010             MOVE "GRADE " TO CSL-GRADE-LABEL
005020             MOVE WS-CT-BEST-SCORE (WS-FOUND-SUB) TO CSL-GRADE
005030             MOVE "Y" TO WS-CT-APPLIED (WS-FOUND-SUB)
005040         WHEN WS-CT-IN-PROGRESS (WS-FOUND-SUB) = "Y"
005050             MOVE "IN PROGRESS" TO CSL-STATUS
005060             ADD 1 TO WS-IP-ITEMS
005070             MOVE "Y" TO WS-CT-APPLIED (WS-FOUND-SUB)
005080         WHEN OTHER
005090             MOVE "MISSING" TO CSL-STATUS
005100             MOVE "GRADE " TO CSL-GRADE-LABEL
005110             MOVE WS-CT-BEST-SCORE (WS-FOUND-SUB) TO CSL-GRADE
005120             ADD 1 TO WS-MISSING-ITEMS
005130     END-EVALUATE
005140     WRITE AUDIT-LINE FROM WS-COURSE-LINE.
005150 2400-EXIT.
005160     EXIT.
005170
005180*----------------------------------------------------------
005190* ONE ELECTIVE GROUP - CREDITS FROM ITS COURSES NOT ALREADY
005200* USED BY A REQUIRED COURSE OR AN EARLIER GROUP
005210*----------------------------------------------------------
005220 2500-CHECK-GROUP.
005230     MOVE ZERO TO WS-GROUP-EARNED
005240     MOVE ZERO TO WS-GROUP-IP
005250     PERFORM 2510-APPLY-GROUP-COURSE THRU 2510-EXIT
005260         VARYING WS-COURSE-SUB FROM 1 BY 1
005270         UNTIL WS-COURSE-SUB
005280                 > DR-GROUP-COURSE-COUNT (WS-GROUP-SUB)
005290            OR WS-COURSE-SUB > 12
005300     MOVE "ELECTIVE" TO CRL-CATEGORY
005310     MOVE DR-GROUP-TITLE (WS-GROUP-SUB) TO CRL-DESCRIPTION
005320     MOVE WS-GROUP-EARNED TO WS-CHK-EARNED
005330     MOVE WS-GROUP-IP TO WS-CHK-IP
005340     MOVE DR-GROUP-MIN-CREDITS (WS-GROUP-SUB) TO WS-CHK-NEEDED
005350     PERFORM 8300-PRINT-CREDIT-CHECK THRU 8300-EXIT.
005360 2500-EXIT.
005370     EXIT.
005380
005390 2510-APPLY-GROUP-COURSE.
005400     MOVE DR-GROUP-COURSE (WS-GROUP-SUB, WS-COURSE-SUB)
005410         TO WS-FIND-COURSE
005420     PERFORM 8100-FIND-COURSE THRU 8100-EXIT
005430     IF WS-FOUND-SUB = ZERO
005440         GO TO 2510-EXIT
005450     END-IF
005460     IF WS-CT-APPLIED (WS-FOUND-SUB) = "Y"
005470         GO TO 2510-EXIT
005480     END-IF
005490     IF WS-CT-BEST-SCORE (WS-FOUND-SUB) IS PassingScore
005500         ADD WS-CT-CREDITS (WS-FOUND-SUB) TO WS-GROUP-EARNED
005510         MOVE "Y" TO WS-CT-APPLIED (WS-FOUND-SUB)
005520     ELSE
005530         IF WS-CT-IN-PROGRESS (WS-FOUND-SUB) = "Y"
005540             ADD WS-CT-CREDITS (WS-FOUND-SUB) TO WS-GROUP-IP
005550             MOVE "Y" TO WS-CT-APPLIED (WS-FOUND-SUB)
005560         END-IF
005570     END-IF.
005580 2510-EXIT.
005590     EXIT.
005600
005610*----------------------------------------------------------
005620* THE TOTAL-CREDIT MINIMUM, EVERY PASSED COURSE COUNTED
005630*----------------------------------------------------------
005640 2600-CHECK-TOTAL.
005650     MOVE "TOTAL" TO CRL-CATEGORY
005660     MOVE "CREDITS EARNED" TO CRL-DESCRIPTION
005670     MOVE WS-EARNED-CREDITS TO WS-CHK-EARNED
005680     MOVE WS-IP-CREDITS TO WS-CHK-IP
005690     MOVE DR-MIN-TOTAL-CREDITS TO WS-CHK-NEEDED
005700     PERFORM 8300-PRINT-CREDIT-CHECK THRU 8300-EXIT.
005710 2600-EXIT.
005720     EXIT.
005730
005740*----------------------------------------------------------
005750* THE MINIMUM CUMULATIVE GPA - NOTHING IN PROGRESS COUNTS
005760*----------------------------------------------------------
005770 2700-CHECK-GPA.
005780     IF WS-GPA-CREDITS = ZERO
005790         MOVE ZERO TO WS-GPA
005800     ELSE
005810         DIVIDE WS-TOTAL-CREDIT-POINTS BY WS-GPA-CREDITS
005820             GIVING WS-GPA ROUNDED
005830     END-IF
005840     MOVE WS-GPA TO GPL-GPA
005850     MOVE DR-MIN-GPA TO GPL-MIN-GPA
005860     IF WS-GPA >= DR-MIN-GPA
005870         MOVE "SATISFIED" TO GPL-STATUS
005880     ELSE
005890         MOVE "MISSING" TO GPL-STATUS
005900         ADD 1 TO WS-MISSING-ITEMS
005910     END-IF
005920     WRITE AUDIT-LINE FROM WS-GPA-LINE.
005930 2700-EXIT.
005940     EXIT.
005950
005960*----------------------------------------------------------
005970* THE STUDENT'S RESULT - CLEARED ONLY WITH NOTHING MISSING
005980* AND NOTHING STILL IN PROGRESS
005990*----------------------------------------------------------
006000 2800-PRINT-RESULT.
006010     IF WS-MISSING-ITEMS = ZERO AND WS-IP-ITEMS = ZERO
006020         WRITE AUDIT-LINE FROM WS-CLEARED-RESULT-LINE
006030         PERFORM 2810-TABLE-CLEARED THRU 2810-EXIT
006040     ELSE
006050         MOVE "NOT YET CLEARED -" TO RSL-TEXT
006060         MOVE WS-MISSING-ITEMS TO RSL-MISSING
006070         MOVE WS-IP-ITEMS TO RSL-IN-PROGRESS
006080         WRITE AUDIT-LINE FROM WS-RESULT-LINE
006090     END-IF
006100     MOVE SPACES TO AUDIT-LINE
006110     WRITE AUDIT-LINE.
006120 2800-EXIT.
006130     EXIT.
006140
006150 2810-TABLE-CLEARED.
006160     IF WS-CLEARED-COUNT >= 1000
006170         DISPLAY "DEGAUDT: CLEARED TABLE FULL, STUDENT "
006180             SM-STUDENT-ID " LEFT OFF THE SUMMARY"
006190         GO TO 2810-EXIT
006200     END-IF
006210     ADD 1 TO WS-CLEARED-COUNT
006220     MOVE SM-STUDENT-ID TO WS-CL-STUDENT-ID (WS-CLEARED-COUNT)
006230     MOVE SM-STUDENT-NAME
006240         TO WS-CL-STUDENT-NAME (WS-CLEARED-COUNT)
006250     MOVE SM-PROGRAM-ID TO WS-CL-PROGRAM-ID (WS-CLEARED-COUNT)
006260     MOVE WS-EARNED-CREDITS TO WS-CL-CREDITS (WS-CLEARED-COUNT)
006270     MOVE WS-GPA TO WS-CL-GPA (WS-CLEARED-COUNT).
006280 2810-EXIT.
006290     EXIT.
006300
006310*----------------------------------------------------------
006320* CLEARED-TO-GRADUATE SUMMARY, COUNTS, RUN LOG, CLOSE UP
006330*----------------------------------------------------------
006340 3000-FINISH.
006350     WRITE AUDIT-LINE FROM WS-SECTION-LINE
006360     PERFORM 3100-PRINT-CLEARED THRU 3100-EXIT
006370         VARYING WS-CLEARED-SUB FROM 1 BY 1
006380         UNTIL WS-CLEARED-SUB > WS-CLEARED-COUNT
006390     MOVE SPACES TO AUDIT-LINE
006400     WRITE AUDIT-LINE
006410     MOVE "STUDENTS AUDITED:" TO CNL-LABEL
006420     MOVE WS-STUDENTS-AUDITED TO CNL-COUNT
006430     WRITE AUDIT-LINE FROM WS-COUNT-LINE
006440     MOVE "CLEARED TO GRADUATE:" TO CNL-LABEL
006450     MOVE WS-CLEARED-COUNT TO CNL-COUNT
006460     WRITE AUDIT-LINE FROM WS-COUNT-LINE
006470     MOVE "NO PROGRAM OF STUDY:" TO CNL-LABEL
006480     MOVE WS-UNDECLARED TO CNL-COUNT
006490     WRITE AUDIT-LINE FROM WS-COUNT-LINE
006500     MOVE "PROGRAM NOT ON FILE:" TO CNL-LABEL
006510     MOVE WS-UNKNOWN-PROGRAM TO CNL-COUNT
006520     WRITE AUDIT-LINE FROM WS-COUNT-LINE
006530     DISPLAY "DEGAUDT: " WS-STUDENTS-AUDITED " AUDITED, "
006540         WS-CLEARED-COUNT " CLEARED TO GRADUATE"
006550     IF WS-SM-STATUS NOT = "35"
006560         CLOSE STUDENT-MASTER
006570     END-IF
006580     CLOSE ENROLLMENT-DETAIL
006590     CLOSE DEGREE-REQUIREMENTS
006600     CLOSE AUDIT-REPORT
006610     PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT.
006620 3000-EXIT.
006630     EXIT.
006640
006650 3100-PRINT-CLEARED.
006660     MOVE WS-CL-STUDENT-ID (WS-CLEARED-SUB) TO RSR-STUDENT-ID
006670     MOVE WS-CL-STUDENT-NAME (WS-CLEARED-SUB)
006680         TO RSR-STUDENT-NAME
006690     MOVE WS-CL-PROGRAM-ID (WS-CLEARED-SUB) TO RSR-PROGRAM-ID
006700     MOVE WS-CL-CREDITS (WS-CLEARED-SUB) TO RSR-CREDITS
006710     MOVE WS-CL-GPA (WS-CLEARED-SUB) TO RSR-GPA
006720     WRITE AUDIT-LINE FROM WS-ROSTER-LINE.
006730 3100-EXIT.
006740     EXIT.
006750
006760*----------------------------------------------------------
006770* READ THE NEXT MASTER RECORD, SET THE EOF SWITCH AT END
006780*----------------------------------------------------------
006790 8000-READ-NEXT.
006800     READ STUDENT-MASTER NEXT RECORD
006810         AT END
006820             SET END-OF-FILE TO TRUE
006830     END-READ.
006840 8000-EXIT.
006850     EXIT.
006860
006870*----------------------------------------------------------
006880* LOOK WS-FIND-COURSE UP IN THE STUDENT'S COURSE TABLE -
006890* WS-FOUND-SUB IS ZERO WHEN THE STUDENT NEVER TOOK IT
006900*----------------------------------------------------------
006910 8100-FIND-COURSE.
006920     MOVE ZERO TO WS-FOUND-SUB
006930     PERFORM 8110-TEST-ONE-ENTRY THRU 8110-EXIT
006940         VARYING WS-CT-SUB FROM 1 BY 1
006950         UNTIL WS-CT-SUB > WS-CT-COUNT
006960            OR WS-FOUND-SUB > ZERO.
006970 8100-EXIT.
006980     EXIT.
006990
007000 8110-TEST-ONE-ENTRY.
007010     IF WS-CT-COURSE-ID (WS-CT-SUB) = WS-FIND-COURSE
007020         MOVE WS-CT-SUB TO WS-FOUND-SUB
007030     END-IF.
007040 8110-EXIT.
007050     EXIT.
007060
007070*----------------------------------------------------------
007080* CATALOG TITLE FOR THE COURSE IN WS-FIND-COURSE, SAME
007090* FALLBACK AS CRSRPT WHEN IT IS NOT CATALOGED
007100*----------------------------------------------------------
007110 8200-COURSE-TITLE.
007120     MOVE "L" TO CK-FUNCTION
007130     MOVE WS-FIND-COURSE TO CK-COURSE-ID
007140     CALL "CRSLOOK" USING COURSE-LOOKUP-PARMS
007150     IF CK-COURSE-OK
007160         MOVE CK-COURSE-TITLE TO CSL-COURSE-TITLE
007170     ELSE
007180         MOVE "** NOT IN CATALOG **" TO CSL-COURSE-TITLE
007190     END-IF.
007200 8200-EXIT.
007210     EXIT.
007220
007230*----------------------------------------------------------
007240* MARK AND PRINT A CREDIT MINIMUM: SATISFIED ON EARNED
007250* CREDITS ALONE, IN PROGRESS WHEN THIS TERM'S COURSES WOULD
007260* REACH IT, OTHERWISE MISSING
007270*----------------------------------------------------------
007280 8300-PRINT-CREDIT-CHECK.
007290     COMPUTE WS-CHK-REACH = WS-CHK-EARNED + WS-CHK-IP
007300     EVALUATE TRUE
007310         WHEN WS-CHK-EARNED >= WS-CHK-NEEDED
007320             MOVE "SATISFIED" TO CRL-STATUS
007330         WHEN WS-CHK-REACH >= WS-CHK-NEEDED
007340             MOVE "IN PROGRESS" TO CRL-STATUS
007350             ADD 1 TO WS-IP-ITEMS
007360         WHEN OTHER
007370             MOVE "MISSING" TO CRL-STATUS
007380             ADD 1 TO WS-MISSING-ITEMS
007390     END-EVALUATE
007400     MOVE WS-CHK-EARNED TO CRL-EARNED
007410     MOVE WS-CHK-IP TO CRL-IN-PROGRESS
007420     MOVE WS-CHK-NEEDED TO CRL-NEEDED
007430     WRITE AUDIT-LINE FROM WS-CREDIT-LINE.
007440 8300-EXIT.
007450     EXIT.
007460
007470*----------------------------------------------------------
007480* TURN THE TERM ID IN WS-TERM-WORK INTO ITS SEQUENCE NUMBER
007490* THE SAME WAY CRSLOOK DOES - YEAR TIMES TEN PLUS W=1 S=2
007500* U=3 F=4.  WS-TERM-OK IS N WHEN THE TERM IS NOT VALID
007510*----------------------------------------------------------
007520 8900-TERM-SEQUENCE.
007530     MOVE "N" TO WS-TERM-OK
007540     MOVE ZERO TO WS-TERM-SEQ
007550     IF WS-TW-YEAR NOT NUMERIC
007560         GO TO 8900-EXIT
007570     END-IF
007580     EVALUATE WS-TW-SEASON
007590         WHEN "W"  MOVE 1 TO WS-SEASON-RANK
007600         WHEN "S"  MOVE 2 TO WS-SEASON-RANK
007610         WHEN "U"  MOVE 3 TO WS-SEASON-RANK
007620         WHEN "F"  MOVE 4 TO WS-SEASON-RANK
007630         WHEN OTHER
007640             GO TO 8900-EXIT
007650     END-EVALUATE
007660     COMPUTE WS-TERM-SEQ = WS-TW-YEAR-NUM * 10 + WS-SEASON-RANK
007670     MOVE "Y" TO WS-TERM-OK.
007680 8900-EXIT.
007690     EXIT.
007700
007710*----------------------------------------------------------
007720* APPEND THIS RUN'S CONTROL RECORD TO THE SHARED RUN LOG
007730*----------------------------------------------------------
007740 9100-WRITE-RUN-LOG.
007750     OPEN EXTEND RUN-CONTROL-LOG
007760     IF WS-RL-STATUS = "35"
007770         OPEN OUTPUT RUN-CONTROL-LOG
007780         CLOSE RUN-CONTROL-LOG
007790         OPEN EXTEND RUN-CONTROL-LOG
007800     END-IF
007810     MOVE "DEGAUDT " TO RL-JOB-NAME
007820     MOVE WS-RUN-START-DATE TO RL-START-DATE
007830     MOVE WS-RUN-START-TIME TO RL-START-TIME
007840     ACCEPT RL-END-DATE FROM DATE YYYYMMDD
007850     ACCEPT RL-END-TIME FROM TIME
007860     MOVE WS-STUDENTS-READ TO RL-RECORDS-IN
007870     MOVE WS-STUDENTS-AUDITED TO RL-RECORDS-OUT
007880     MOVE WS-UNKNOWN-PROGRAM TO RL-EXCEPTIONS
007890     MOVE "OK" TO RL-STATUS
007900     MOVE SPACES TO RL-FILLER
007910     WRITE RUN-LOG-RECORD
007920     CLOSE RUN-CONTROL-LOG.
007930 9100-EXIT.
007940     EXIT.
