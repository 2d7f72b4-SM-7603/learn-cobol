000143* 09/02/26  SM   ACADEMIC TERM ADDED TO THE ENROLLMENT KEY -
000144* 09/02/26  SM   CAPTURED ON EVERY ENROLLMENT FUNCTION, SO A
000145* 09/02/26  SM   RETAKE IS ITS OWN RECORD, NOT AN OVERWRITE
000146* 10/15/26  SM   ENROLLMENTS CHECKED AGAINST THE COURSE CATALOG
000147* 10/15/26  SM   (CRSLOOK) - UNKNOWN OR NOT-OFFERED COURSES AND
000148* 10/15/26  SM   UNMET PREREQUISITES REFUSED, CREDITS TAKEN FROM
000149* 10/15/26  SM   THE CATALOG INSTEAD OF KEYED
000150* 10/15/26  SM   PROGRAM OF STUDY CAPTURED ON ADD AND BY A NEW
000151* 10/15/26  SM   ASSIGN FUNCTION, CHECKED AGAINST THE DEGREE
000152* 10/15/26  SM   REQUIREMENTS FILE (DEGREQ), SHOWN ON INQUIRE
000153* 10/15/26  SM   NEW ENROLLMENTS REFUSED WHILE THE STUDENT IS ON
000154* 10/15/26  SM   PAST-DUE TUITION HOLD, HOLD SHOWN ON INQUIRE
000155* 10/15/26  SM   NEW FUNCTION LINKS A STUDENT TO THE PAYROLL SSN
000156* 10/15/26  SM   THEY ARE PAID UNDER (STUWRK) OR UNLINKS THEM -
000157* 10/15/26  SM   EXIT MOVES TO 0; LINK SHOWN ON INQUIRE, STUDENT
000158* 10/15/26  SM   DELETE REFUSED WHILE LINKED
000159*----------------------------------------------------------
000160*
000170* OPERATOR TRANSACTION PROGRAM AGAINST THE STUDENT MASTER
000180* AND THE ENROLLMENT DETAIL FILE.  MIRRORS CUSTMNT'S
000210* ACADEMIC TERM PLUS COURSE ID, SO ONE SCORE CAN BE FIXED
000220* WITHOUT RETYPING THE REST, AN ELEVENTH COURSE IS JUST
000221* ANOTHER RECORD, AND A RETAKE LANDS IN ITS OWN TERM.
000222* A NEW ENROLLMENT MUST BE FOR A CATALOGED COURSE OFFERED IN
000223* THAT TERM WHOSE PREREQUISITES THE STUDENT PASSED IN AN
000224* EARLIER TERM; ITS CREDITS COME FROM THE CATALOG.
000225* A STUDENT'S PROGRAM OF STUDY MUST BE ONE ON THE DEGREE
000226* REQUIREMENTS FILE, OR BLANK WHILE UNDECLARED.
000227* A STUDENT THE AGING RUN (TUIAGE) HAS PUT ON PAST-DUE HOLD
000228* CANNOT BE GIVEN A NEW ENROLLMENT UNTIL THE HOLD IS LIFTED.
000229* A STUDENT WHO IS ALSO PAID THROUGH PAYROLL IS LINKED TO THE
000230* CUSTOMER MASTER SSN ON THE STUDENT WORKER CROSS-REFERENCE;
000231* ONE SSN PER STUDENT AND ONE STUDENT PER SSN.  A LINKED
000232* STUDENT HAS TO BE UNLINKED BEFORE THEY CAN BE DELETED.
000233*
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000361     SELECT SECURITY-LOG ASSIGN TO "SECLOG"
000362         ORGANIZATION IS LINE SEQUENTIAL
000363         FILE STATUS IS WS-SL-STATUS.
000364     SELECT DEGREE-REQUIREMENTS ASSIGN TO "DEGREQ"
000365         ORGANIZATION IS INDEXED
000366         ACCESS MODE IS RANDOM
000367         RECORD KEY IS DR-PROGRAM-ID
000368         FILE STATUS IS WS-DR-STATUS.
000369     SELECT STUDENT-WORKERS ASSIGN TO "STUWRK"
000370         ORGANIZATION IS INDEXED
000371         ACCESS MODE IS DYNAMIC
000372         RECORD KEY IS SX-SSNUM
000373         FILE STATUS IS WS-SX-STATUS.
000374     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAS"
000375         ORGANIZATION IS INDEXED
000376         ACCESS MODE IS RANDOM
000377         RECORD KEY IS CM-SSNUM
000378         FILE STATUS IS WS-CM-STATUS.

000379 DATA DIVISION.
000380 FILE SECTION.
000390 FD  STUDENT-MASTER.
000400     COPY STUMAS.
000420     COPY ENROLL.
000421 FD  SECURITY-LOG.
000422     COPY SECLOG.
000423 FD  DEGREE-REQUIREMENTS.
000424     COPY DEGREQ.
000425 FD  STUDENT-WORKERS.
000426     COPY STUWRK.
000427 FD  CUSTOMER-MASTER.
000428     COPY CUSTMAS.

000430 WORKING-STORAGE SECTION.
000440 77  WS-SM-STATUS                  PIC X(02) VALUE "00".
000450 77  WS-EN-STATUS                  PIC X(02) VALUE "00".
000451 77  WS-SL-STATUS                  PIC X(02) VALUE "00".
000452 77  WS-DR-STATUS                  PIC X(02) VALUE "00".
000453 77  WS-SX-STATUS                  PIC X(02) VALUE "00".
000454 77  WS-CM-STATUS                  PIC X(02) VALUE "00".
000455 77  WS-CUSTMAS-SWITCH             PIC X(01) VALUE "N".
000456     88  CUSTMAS-ON-HAND           VALUE "Y".
000457     COPY SIGNPRM.
000458     COPY CRSPRM.
000460 77  WS-FUNCTION-CHOICE            PIC 9 VALUE ZERO.
000470 77  WS-DONE-SWITCH                PIC X(01) VALUE "N".
000480     88  MAINT-DONE                VALUE "Y".
000510 77  WS-COURSE-INDEX               PIC 99 COMP VALUE ZERO.
000520 77  WS-ENROLL-EOF-SWITCH          PIC X(01) VALUE "N".
000530     88  END-OF-ENROLLMENTS        VALUE "Y".
000531 77  WS-PROGRAM-OK                 PIC X(01) VALUE "N".
000532 77  WS-SSNUM-KEY                  PIC 9(09) VALUE ZERO.
000533 77  WS-UNLINK-ANSWER              PIC X(01) VALUE SPACE.
000534 77  WS-LINK-EOF-SWITCH            PIC X(01) VALUE "N".
000535     88  END-OF-LINKS              VALUE "Y".
000536 77  WS-LINK-FOUND-SWITCH          PIC X(01) VALUE "N".
000537     88  LINK-FOUND                VALUE "Y".

000540 PROCEDURE DIVISION.
000550 0000-MAINLINE.
000676         CLOSE SECURITY-LOG
000677         OPEN EXTEND SECURITY-LOG
000678     END-IF
000679*> NO REQUIREMENTS FILE YET MEANS NO PROGRAMS TO ASSIGN -
000680*> CREATE IT EMPTY SO THE LOOKUPS READ AS NOT ON FILE
000681     OPEN INPUT DEGREE-REQUIREMENTS
000682     IF WS-DR-STATUS = "35"
000683         OPEN OUTPUT DEGREE-REQUIREMENTS
000684         CLOSE DEGREE-REQUIREMENTS
000685         OPEN INPUT DEGREE-REQUIREMENTS
000686     END-IF
000687     OPEN I-O STUDENT-WORKERS
000688     IF WS-SX-STATUS = "35"
000689         OPEN OUTPUT STUDENT-WORKERS
000690         CLOSE STUDENT-WORKERS
000691         OPEN I-O STUDENT-WORKERS
000692     END-IF
000693*> THE CUSTOMER MASTER IS PAYROLL'S - NEVER CREATE IT FROM
000694*> HERE.  WITHOUT IT NO STUDENT CAN BE LINKED
000695     OPEN INPUT CUSTOMER-MASTER
000696     IF WS-CM-STATUS = "00"
000697         SET CUSTMAS-ON-HAND TO TRUE
000698     END-IF
000699     PERFORM 1000-SHOW-MENU THRU 1000-EXIT
000700         UNTIL MAINT-DONE
000701     CLOSE STUDENT-MASTER
000710     CLOSE ENROLLMENT-DETAIL
000715     CLOSE SECURITY-LOG
000716     CLOSE DEGREE-REQUIREMENTS
000717     CLOSE STUDENT-WORKERS
000718     IF CUSTMAS-ON-HAND
000719         CLOSE CUSTOMER-MASTER
000720     END-IF
000721     GOBACK.

000730*----------------------------------------------------------
000740* SHOW THE MENU AND DISPATCH TO THE CHOSEN FUNCTION
000820     DISPLAY "5. ADD AN ENROLLMENT"
000830     DISPLAY "6. CHANGE AN ENROLLMENT"
000840     DISPLAY "7. DELETE AN ENROLLMENT"
000850     DISPLAY "8. ASSIGN A STUDENT'S PROGRAM OF STUDY"
000851     DISPLAY "9. LINK OR UNLINK A STUDENT WORKER'S PAYROLL SSN"
000852     DISPLAY "0. EXIT"
000860     DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING
000870     ACCEPT WS-FUNCTION-CHOICE
000880     EVALUATE WS-FUNCTION-CHOICE
001010         WHEN 7
001020             PERFORM 6800-DELETE-ENROLLMENT THRU 6800-EXIT
001030         WHEN 8
001031             PERFORM 3500-ASSIGN-PROGRAM THRU 3500-EXIT
001032         WHEN 9
001033             PERFORM 3700-LINK-WORKER THRU 3700-EXIT
001034         WHEN 0
001035             SET MAINT-DONE TO TRUE
001036         WHEN OTHER
001037             DISPLAY "PLEASE ENTER A NUMBER 0-9"
001070     END-EVALUATE.
001080 1000-EXIT.
001090     EXIT.
001150     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
001160     DISPLAY "ENTER STUDENT NAME: " WITH NO ADVANCING
001170     ACCEPT SM-STUDENT-NAME
001171     PERFORM 8200-ACCEPT-PROGRAM-ID THRU 8200-EXIT
001172     MOVE SPACE TO SM-HOLD-FLAG
001173     MOVE SPACE TO SM-WORKER-FLAG
001180     MOVE ZERO TO SM-COURSE-COUNT
001190     PERFORM 2100-CLEAR-COURSE-SLOT THRU 2100-EXIT
001200         VARYING WS-COURSE-INDEX FROM 1 BY 1
001560 3000-EXIT.
001570     EXIT.

001571*----------------------------------------------------------
001572* ASSIGN OR CHANGE A STUDENT'S PROGRAM OF STUDY - BLANK
001573* TAKES THE STUDENT BACK TO UNDECLARED
001574*----------------------------------------------------------
001575 3500-ASSIGN-PROGRAM.
001576     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
001577     READ STUDENT-MASTER
001578         INVALID KEY
001579             DISPLAY "NO STUDENT ON FILE FOR THAT ID"
001580             GO TO 3500-EXIT
001581     END-READ
001582     DISPLAY "CURRENT PROGRAM: " SM-PROGRAM-ID
001583     PERFORM 8200-ACCEPT-PROGRAM-ID THRU 8200-EXIT
001584     REWRITE STUDENT-MASTER-RECORD
001585     DISPLAY "PROGRAM OF STUDY ASSIGNED".
001586 3500-EXIT.
001587     EXIT.

001588*----------------------------------------------------------
001589* LINK A STUDENT TO THE CUSTOMER MASTER SSN THEY ARE PAID
001590* UNDER, OR - WHEN ALREADY LINKED - OFFER TO UNLINK THEM.
001591* THE SSN HAS TO BE ON THE CUSTOMER MASTER AND NOT ALREADY
001592* LINKED TO ANOTHER STUDENT
001593*----------------------------------------------------------
001594 3700-LINK-WORKER.
001595     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
001596     READ STUDENT-MASTER
001597         INVALID KEY
001598             DISPLAY "NO STUDENT ON FILE FOR THAT ID"
001599             GO TO 3700-EXIT
001600     END-READ
001601     IF SM-STUDENT-WORKER
001602         PERFORM 3710-UNLINK-WORKER THRU 3710-EXIT
001603         GO TO 3700-EXIT
001604     END-IF
001605     IF NOT CUSTMAS-ON-HAND
001606         DISPLAY "NO CUSTOMER MASTER ON HAND - CANNOT LINK"
001607         GO TO 3700-EXIT
001608     END-IF
001609     DISPLAY "ENTER PAYROLL SSN (NO DASHES): " WITH NO ADVANCING
001610     ACCEPT WS-SSNUM-KEY
001611     MOVE WS-SSNUM-KEY TO CM-SSNUM
001612     READ CUSTOMER-MASTER
001613         INVALID KEY
001614             DISPLAY "NO CUSTOMER ON FILE FOR THAT SSN"
001615             GO TO 3700-EXIT
001616     END-READ
001617     MOVE WS-SSNUM-KEY TO SX-SSNUM
001618     READ STUDENT-WORKERS
001619         NOT INVALID KEY
001620             DISPLAY "THAT SSN IS ALREADY LINKED TO STUDENT "
001621                 SX-STUDENT-ID
001622             GO TO 3700-EXIT
001623     END-READ
001624     MOVE WS-SSNUM-KEY TO SX-SSNUM
001625     MOVE SM-STUDENT-ID TO SX-STUDENT-ID
001626     MOVE SO-OPERATOR-ID TO SX-LINKED-BY
001627     ACCEPT SX-LINKED-DATE FROM DATE YYYYMMDD
001628     MOVE SPACES TO SX-FILLER
001629     WRITE STUDENT-WORKER-RECORD
001630         INVALID KEY
001631             DISPLAY "THAT SSN IS ALREADY LINKED"
001632             GO TO 3700-EXIT
001633     END-WRITE
001634     MOVE "W" TO SM-WORKER-FLAG
001635     REWRITE STUDENT-MASTER-RECORD
001636     DISPLAY "STUDENT LINKED TO PAYROLL AS " CM-CUST-NAME.
001637 3700-EXIT.
001638     EXIT.

001639*----------------------------------------------------------
001640* SHOW THE STUDENT'S CURRENT LINK AND DROP IT ON A Y
001641*----------------------------------------------------------
001642 3710-UNLINK-WORKER.
001643     PERFORM 7500-FIND-WORKER-LINK THRU 7500-EXIT
001644     IF LINK-FOUND
001645         DISPLAY "LINKED TO PAYROLL SSN " SX-SSNUM
001646             " SINCE " SX-LINKED-DATE
001647     ELSE
001648         DISPLAY "NO CROSS-REFERENCE ENTRY ON FILE FOR THIS "
001649             "STUDENT WORKER"
001650     END-IF
001651     DISPLAY "UNLINK THIS STUDENT FROM PAYROLL (Y/N): "
001652         WITH NO ADVANCING
001653     ACCEPT WS-UNLINK-ANSWER
001654     IF WS-UNLINK-ANSWER NOT = "Y" AND WS-UNLINK-ANSWER NOT = "y"
001655         DISPLAY "LINK KEPT"
001656         GO TO 3710-EXIT
001657     END-IF
001658     IF LINK-FOUND
001659         DELETE STUDENT-WORKERS
001660             INVALID KEY
001661                 CONTINUE
001662         END-DELETE
001663     END-IF
001664     MOVE SPACE TO SM-WORKER-FLAG
001665     REWRITE STUDENT-MASTER-RECORD
001666     DISPLAY "STUDENT UNLINKED FROM PAYROLL".
001667 3710-EXIT.
001668     EXIT.

001669*----------------------------------------------------------
001670* DISPLAY ONE STUDENT'S RECORD AND EVERY ENROLLMENT ON THE
001671* DETAIL FILE FOR THAT STUDENT
001672*----------------------------------------------------------
001673 4000-INQUIRE-STUDENT.
001674     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
001675     READ STUDENT-MASTER
001676         INVALID KEY
001677             DISPLAY "NO STUDENT ON FILE FOR THAT ID"
001678     END-READ
001680     IF WS-SM-STATUS = "00"
001690         DISPLAY "NAME:          " SM-STUDENT-NAME
001691         DISPLAY "PROGRAM:       " SM-PROGRAM-ID
001692         IF SM-PAST-DUE-HOLD
001693             DISPLAY "HOLD:          PAST-DUE TUITION"
001694         END-IF
001695         IF SM-STUDENT-WORKER
001696             PERFORM 7500-FIND-WORKER-LINK THRU 7500-EXIT
001697             DISPLAY "PAYROLL SSN:   " SX-SSNUM
001698         END-IF
001700         PERFORM 7000-START-ENROLLMENTS THRU 7000-EXIT
001710         PERFORM 4100-SHOW-ENROLLMENT THRU 4100-EXIT
001720             UNTIL END-OF-ENROLLMENTS
001830*----------------------------------------------------------
001840* DELETE A STUDENT RECORD AND EVERY ENROLLMENT IT OWNS -
001850* ORPHANED DETAIL RECORDS WOULD HAUNT THE GRADEBOOK
001851* A STUDENT WORKER HAS TO BE UNLINKED FROM PAYROLL FIRST
001860*----------------------------------------------------------
001870 5000-DELETE-STUDENT.
001880     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
001881     READ STUDENT-MASTER
001882         INVALID KEY
001883             DISPLAY "NO STUDENT ON FILE FOR THAT ID"
001884             GO TO 5000-EXIT
001885     END-READ
001886     IF SM-STUDENT-WORKER
001887         DISPLAY "STUDENT IS LINKED TO PAYROLL - UNLINK FIRST"
001888         GO TO 5000-EXIT
001889     END-IF
001890     DELETE STUDENT-MASTER
001900         INVALID KEY
001910             DISPLAY "NO STUDENT ON FILE FOR THAT ID"
002110     EXIT.

002120*----------------------------------------------------------
002130* ADD ONE ENROLLMENT - THE STUDENT HAS TO EXIST FIRST, AND
002131* THE CATALOG HAS TO ALLOW THE COURSE IN THAT TERM
002132* NO NEW ENROLLMENT WHILE THE STUDENT IS ON PAST-DUE HOLD
002140*----------------------------------------------------------
002150 6000-ADD-ENROLLMENT.
002160     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
002190             DISPLAY "NO STUDENT ON FILE FOR THAT ID"
002200     END-READ
002210     IF WS-SM-STATUS = "00"
002211         IF SM-PAST-DUE-HOLD
002212             DISPLAY "STUDENT IS ON PAST-DUE TUITION HOLD - "
002213                 "NO NEW ENROLLMENTS"
002214             GO TO 6000-EXIT
002215         END-IF
002216         PERFORM 8150-ACCEPT-TERM-ID THRU 8150-EXIT
002220         PERFORM 8100-ACCEPT-COURSE-ID THRU 8100-EXIT
002221         MOVE "E" TO CK-FUNCTION
002222         MOVE SM-STUDENT-ID TO CK-STUDENT-ID
002223         MOVE WS-TERM-ID-KEY TO CK-TERM-ID
002224         MOVE WS-COURSE-ID-KEY TO CK-COURSE-ID
002225         CALL "CRSLOOK" USING COURSE-LOOKUP-PARMS
002226         IF NOT CK-COURSE-OK
002227             PERFORM 8600-SHOW-COURSE-REFUSAL THRU 8600-EXIT
002228             GO TO 6000-EXIT
002229         END-IF
002230         DISPLAY "  " CK-COURSE-TITLE "  CREDITS: " CK-CREDITS
002231         MOVE SM-STUDENT-ID TO EN-STUDENT-ID
002232         MOVE WS-TERM-ID-KEY TO EN-TERM-ID
002240         MOVE WS-COURSE-ID-KEY TO EN-COURSE-ID
002250         DISPLAY "  SCORE (A-F): " WITH NO ADVANCING
002260         ACCEPT EN-COURSE-SCORE
002261         MOVE CK-CREDITS TO EN-COURSE-CREDITS
002290         MOVE SPACES TO EN-FILLER
002300         WRITE ENROLLMENT-RECORD
002310             INVALID KEY
002380     EXIT.

002390*----------------------------------------------------------
002400* CHANGE ONE ENROLLMENT'S SCORE - THE CREDITS ARE RESET TO
002401* THE CATALOG'S, SO THE COURSE HAS TO BE CATALOGED
002410*----------------------------------------------------------
002420 6500-CHANGE-ENROLLMENT.
002430     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
002490             DISPLAY "NO ENROLLMENT ON FILE FOR THAT COURSE"
002500     END-READ
002510     IF WS-EN-STATUS = "00"
002511         MOVE "L" TO CK-FUNCTION
002512         MOVE WS-COURSE-ID-KEY TO CK-COURSE-ID
002513         CALL "CRSLOOK" USING COURSE-LOOKUP-PARMS
002514         IF NOT CK-COURSE-OK
002515             PERFORM 8600-SHOW-COURSE-REFUSAL THRU 8600-EXIT
002516             GO TO 6500-EXIT
002517         END-IF
002520         DISPLAY "CURRENT SCORE: " EN-COURSE-SCORE
002530             " CREDITS: " EN-COURSE-CREDITS
002540         DISPLAY "  NEW SCORE (A-F): " WITH NO ADVANCING
002550         ACCEPT EN-COURSE-SCORE
002551         MOVE CK-CREDITS TO EN-COURSE-CREDITS
002580         REWRITE ENROLLMENT-RECORD
002590         DISPLAY "ENROLLMENT CHANGED"
002600     END-IF.
003080 7100-EXIT.
003090     EXIT.

003091*----------------------------------------------------------
003092* FIND THE CROSS-REFERENCE ENTRY FOR THE STUDENT IN
003093* SM-STUDENT-ID.  THE FILE IS KEYED ON THE SSN FOR PAYROLL'S
003094* SAKE, SO THE STUDENT SIDE IS A PASS OVER IT - IT HOLDS ONLY
003095* THE STUDENT WORKERS.  LINK-FOUND SAYS WHETHER IT WAS THERE
003096*----------------------------------------------------------
003097 7500-FIND-WORKER-LINK.
003098     MOVE "N" TO WS-LINK-FOUND-SWITCH
003099     MOVE "N" TO WS-LINK-EOF-SWITCH
003100     MOVE LOW-VALUES TO SX-SSNUM
003101     START STUDENT-WORKERS KEY IS GREATER THAN OR EQUAL
003102             TO SX-SSNUM
003103         INVALID KEY
003104             SET END-OF-LINKS TO TRUE
003105     END-START
003106     PERFORM 7510-CHECK-ONE-LINK THRU 7510-EXIT
003107         UNTIL END-OF-LINKS OR LINK-FOUND.
003108 7500-EXIT.
003109     EXIT.

003110 7510-CHECK-ONE-LINK.
003111     READ STUDENT-WORKERS NEXT RECORD
003112         AT END
003113             SET END-OF-LINKS TO TRUE
003114     END-READ
003115     IF NOT END-OF-LINKS
003116         IF SX-STUDENT-ID = SM-STUDENT-ID
003117             SET LINK-FOUND TO TRUE
003118         END-IF
003119     END-IF.
003120 7510-EXIT.
003121     EXIT.

003122*----------------------------------------------------------
003123* ACCEPT THE STUDENT ID THAT KEYS EVERY FUNCTION ABOVE
003124*----------------------------------------------------------
003130 8000-ACCEPT-KEY.
003140     DISPLAY "ENTER STUDENT ID: " WITH NO ADVANCING
003150     ACCEPT WS-STUDENT-ID-KEY
003200* ACCEPT THE COURSE ID THAT KEYS THE ENROLLMENT FUNCTIONS
003210*----------------------------------------------------------
003220 8100-ACCEPT-COURSE-ID.
003227     DISPLAY "ENTER COURSE ID: " WITH NO ADVANCING
003228     ACCEPT WS-COURSE-ID-KEY.
003229 8100-EXIT.
003230     EXIT.
003231
003232*----------------------------------------------------------
003233* ACCEPT THE ACADEMIC TERM (2026F STYLE) THAT KEYS THE
003234* ENROLLMENT FUNCTIONS - IT CANNOT BE BLANK
003235*----------------------------------------------------------
003236 8150-ACCEPT-TERM-ID.
003237     DISPLAY "ENTER TERM (YYYYT, E.G. 2026F): "
003238         WITH NO ADVANCING
003239     ACCEPT WS-TERM-ID-KEY
003240     PERFORM UNTIL WS-TERM-ID-KEY NOT = SPACES
003241         DISPLAY "TERM CANNOT BE BLANK, TRY AGAIN: "
003242             WITH NO ADVANCING
003243         ACCEPT WS-TERM-ID-KEY
003244     END-PERFORM.
003245 8150-EXIT.
003246     EXIT.
003247

003248*----------------------------------------------------------
003249* ACCEPT THE STUDENT'S PROGRAM OF STUDY INTO SM-PROGRAM-ID -
003250* BLANK (UNDECLARED) OR A PROGRAM ON THE REQUIREMENTS FILE
003251*----------------------------------------------------------
003252 8200-ACCEPT-PROGRAM-ID.
003253     DISPLAY "ENTER PROGRAM OF STUDY (BLANK IF UNDECLARED): "
003254         WITH NO ADVANCING
003255     ACCEPT SM-PROGRAM-ID
003256     MOVE "N" TO WS-PROGRAM-OK
003257     PERFORM 8210-VALIDATE-PROGRAM-ID THRU 8210-EXIT
003258         UNTIL WS-PROGRAM-OK = "Y".
003259 8200-EXIT.
003260     EXIT.

003261 8210-VALIDATE-PROGRAM-ID.
003262     IF SM-PROGRAM-ID = SPACES
003263         MOVE "Y" TO WS-PROGRAM-OK
003264         GO TO 8210-EXIT
003265     END-IF
003266     MOVE SM-PROGRAM-ID TO DR-PROGRAM-ID
003267     READ DEGREE-REQUIREMENTS
003268         INVALID KEY
003269             DISPLAY "THAT PROGRAM IS NOT ON FILE, TRY AGAIN: "
003270                 WITH NO ADVANCING
003271             ACCEPT SM-PROGRAM-ID
003272             GO TO 8210-EXIT
003273     END-READ
003274     DISPLAY "  " DR-PROGRAM-TITLE
003275     MOVE "Y" TO WS-PROGRAM-OK.
003276 8210-EXIT.
003277     EXIT.
003278*----------------------------------------------------------
003279* TELL THE OPERATOR WHY CRSLOOK REFUSED THE COURSE
003280*----------------------------------------------------------
003281 8600-SHOW-COURSE-REFUSAL.
003282     EVALUATE TRUE
003283         WHEN CK-COURSE-UNKNOWN
003284             DISPLAY "COURSE " CK-COURSE-ID
003285                 " IS NOT IN THE CATALOG"
003286         WHEN CK-COURSE-INACTIVE
003287             DISPLAY "COURSE " CK-COURSE-ID
003288                 " IS NOT OFFERED IN TERM " CK-TERM-ID
003289         WHEN CK-BAD-TERM
003290             DISPLAY "TERM " CK-TERM-ID
003291                 " IS NOT A YEAR FOLLOWED BY W, S, U OR F"
003292         WHEN CK-PREREQ-NOT-MET
003293             DISPLAY "PREREQUISITE " CK-MISSING-PREREQ
003294                 " NOT PASSED IN AN EARLIER TERM"
003295     END-EVALUATE.
003296 8600-EXIT.
003297     EXIT.

003298*----------------------------------------------------------
003299* APPEND A DENIED-FUNCTION EVENT TO THE SECURITY LOG -
003300* SL-FUNCTION IS ALREADY SET BY THE CALLER
003301*----------------------------------------------------------
003310 9000-LOG-DENIAL.
003320     MOVE SO-OPERATOR-ID TO SL-OPERATOR-ID
003330     MOVE "STUDMNT" TO SL-PROGRAM
003340     MOVE "DENIED" TO SL-DISPOSITION
003350     ACCEPT SL-TS-DATE FROM DATE YYYYMMDD
003360     ACCEPT SL-TS-TIME FROM TIME
003369     MOVE SPACES TO SL-OTHER-OPERATOR
003370     MOVE SPACES TO SL-FILLER
003380     WRITE SECURITY-LOG-RECORD.
003390 9000-EXIT.
