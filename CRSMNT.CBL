000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CRSMNT.
000030 AUTHOR. PAYROLL-SYSTEMS-GROUP.
000040 INSTALLATION. DATA-PROCESSING-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 10/15/26  SM   INITIAL VERSION - COURSE CATALOG MAINTENANCE
000110* 10/15/26  SM   (ADD/CHANGE/INQUIRE/LIST/DELETE), SIGN-ON
000120* 10/15/26  SM   REQUIRED
000130*----------------------------------------------------------
000140*
000150* OPERATOR TRANSACTION PROGRAM AGAINST THE COURSE CATALOG,
000160* MIRRORING LVPMNT'S STRUCTURE, KEYED BY COURSE ID.  EACH
000170* COURSE CARRIES ITS TITLE, ITS CREDIT VALUE (THE ONE EVERY
000180* ENROLLMENT NOW TAKES), THE FIRST AND LAST TERMS IT IS
000190* OFFERED, AND UP TO THREE PREREQUISITE COURSES WITH THE
000200* MINIMUM GRADE EACH NEEDS.  STUDMNT AND ENRLBAT ENFORCE IT
000210* THROUGH CRSLOOK.  A PREREQUISITE MUST ITSELF BE ON THE
000220* CATALOG.  EVERY ADD AND CHANGE STAMPS THE OPERATOR AND
000230* DATE.  DELETE IS HELD TO SUPERVISOR AUTHORITY AND REFUSED
000240* WHILE ANOTHER COURSE STILL NAMES THE COURSE AS A
000250* PREREQUISITE - A COURSE NO LONGER TAUGHT IS RETIRED BY
000260* KEYING ITS LAST TERM, WHICH KEEPS ITS TITLE ON THE OLD
000270* TRANSCRIPTS.
000280*
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT COURSE-CATALOG ASSIGN TO "CRSCAT"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS CC-COURSE-ID
000360         FILE STATUS IS WS-CC-STATUS.
000370     SELECT SECURITY-LOG ASSIGN TO "SECLOG"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-SL-STATUS.
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  COURSE-CATALOG.
000440     COPY CRSCAT.
000450 FD  SECURITY-LOG.
000460     COPY SECLOG.
000470
000480 WORKING-STORAGE SECTION.
000490 77  WS-CC-STATUS                  PIC X(02) VALUE "00".
000500 77  WS-SL-STATUS                  PIC X(02) VALUE "00".
000510     COPY SIGNPRM.
000520 77  WS-FUNCTION-CHOICE            PIC 9 VALUE ZERO.
000530 77  WS-DONE-SWITCH                PIC X(01) VALUE "N".
000540     88  MAINT-DONE                VALUE "Y".
000550 77  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
000560     88  END-OF-FILE               VALUE "Y".
000570 77  WS-COURSE-ID-KEY              PIC X(06) VALUE SPACES.
000580 77  WS-TODAY                      PIC 9(08) VALUE ZEROS.
000590 77  WS-COURSES-LISTED             PIC 9(05) COMP VALUE ZERO.
000600 77  WS-PREREQ-SUB                 PIC 9(01) COMP VALUE ZERO.
000610 77  WS-SHOW-SUB                   PIC 9(01) COMP VALUE ZERO.
000620 77  WS-FIELD-OK                   PIC X(01) VALUE "N".
000630 77  WS-TERM-OK                    PIC X(01) VALUE "N".
000640 77  WS-SEASON-RANK                PIC 9(01) VALUE ZERO.
000650 77  WS-TERM-SEQ                   PIC 9(05) VALUE ZERO.
000660 77  WS-FIRST-SEQ                  PIC 9(05) VALUE ZERO.
000670 77  WS-USED-BY                    PIC X(06) VALUE SPACES.
000680 01  WS-TERM-WORK.
000690     05  WS-TW-YEAR                PIC X(04).
000700     05  WS-TW-YEAR-NUM REDEFINES WS-TW-YEAR
000710                                   PIC 9(04).
000720     05  WS-TW-SEASON              PIC X(01).
000730*> THE KEYED FIELDS ARE HELD HERE UNTIL THEY ALL PASS - THE
000740*> PREREQUISITE EDIT READS THE CATALOG OVER THE RECORD AREA
000750 01  WS-NEW-COURSE.
000760     05  WS-NC-TITLE               PIC X(30).
000770     05  WS-NC-CREDITS             PIC 9(01).
000780     05  WS-NC-FIRST-TERM          PIC X(05).
000790     05  WS-NC-LAST-TERM           PIC X(05).
000800     05  WS-NC-PREREQ-COUNT        PIC 9(01).
000810     05  WS-NC-PREREQ OCCURS 3 TIMES.
000820         10  WS-NC-PREREQ-ID       PIC X(06).
000830         10  WS-NC-PREREQ-GRADE    PIC X(01).
000840
000850 PROCEDURE DIVISION.
000860 0000-MAINLINE.
000870     CALL "SIGNON" USING SIGNON-PARMS
000880     IF NOT SO-SIGNED-ON
000890         GOBACK
000900     END-IF
000910     ACCEPT WS-TODAY FROM DATE YYYYMMDD
000920     OPEN I-O COURSE-CATALOG
000930     IF WS-CC-STATUS = "35"
000940         OPEN OUTPUT COURSE-CATALOG
000950         CLOSE COURSE-CATALOG
000960         OPEN I-O COURSE-CATALOG
000970     END-IF
000980*> EXTEND fails with status 35 the first time this file
000990*> doesn't exist yet - fall back to creating it
001000     OPEN EXTEND SECURITY-LOG
001010     IF WS-SL-STATUS = "35"
001020         OPEN OUTPUT SECURITY-LOG
001030         CLOSE SECURITY-LOG
001040         OPEN EXTEND SECURITY-LOG
001050     END-IF
001060     PERFORM 1000-SHOW-MENU THRU 1000-EXIT
001070         UNTIL MAINT-DONE
001080     CLOSE COURSE-CATALOG
001090     CLOSE SECURITY-LOG
001100     GOBACK.
001110
001120*----------------------------------------------------------
001130* SHOW THE MENU AND DISPATCH TO THE CHOSEN FUNCTION
001140*----------------------------------------------------------
001150 1000-SHOW-MENU.
001160     DISPLAY " "
001170     DISPLAY "1. ADD A COURSE"
001180     DISPLAY "2. CHANGE A COURSE"
001190     DISPLAY "3. INQUIRE ON A COURSE"
001200     DISPLAY "4. LIST THE CATALOG"
001210     DISPLAY "5. DELETE A COURSE"
001220     DISPLAY "6. EXIT"
001230     DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING
001240     ACCEPT WS-FUNCTION-CHOICE
001250     EVALUATE WS-FUNCTION-CHOICE
001260         WHEN 1
001270             PERFORM 2000-ADD-COURSE THRU 2000-EXIT
001280         WHEN 2
001290             PERFORM 3000-CHANGE-COURSE THRU 3000-EXIT
001300         WHEN 3
001310             PERFORM 4000-INQUIRE-COURSE THRU 4000-EXIT
001320         WHEN 4
001330             PERFORM 4500-LIST-COURSES THRU 4500-EXIT
001340         WHEN 5
001350             IF SO-AUTH-LEVEL >= 2
001360                 PERFORM 5000-DELETE-COURSE THRU 5000-EXIT
001370             ELSE
001380                 DISPLAY "DELETE NEEDS SUPERVISOR AUTHORITY"
001390                 MOVE "DELETE" TO SL-FUNCTION
001400                 PERFORM 9000-LOG-DENIAL THRU 9000-EXIT
001410             END-IF
001420         WHEN 6
001430             SET MAINT-DONE TO TRUE
001440         WHEN OTHER
001450             DISPLAY "PLEASE ENTER A NUMBER 1-6"
001460     END-EVALUATE.
001470 1000-EXIT.
001480     EXIT.
001490
001500*----------------------------------------------------------
001510* ADD A NEW COURSE TO THE CATALOG
001520*----------------------------------------------------------
001530 2000-ADD-COURSE.
001540     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
001550     MOVE WS-COURSE-ID-KEY TO CC-COURSE-ID
001560     READ COURSE-CATALOG
001570         NOT INVALID KEY
001580             DISPLAY "THAT COURSE IS ALREADY ON FILE"
001590             GO TO 2000-EXIT
001600     END-READ
001610     PERFORM 8100-ACCEPT-COURSE THRU 8100-EXIT
001620     PERFORM 8500-BUILD-RECORD THRU 8500-EXIT
001630     WRITE COURSE-CATALOG-RECORD
001640         INVALID KEY
001650             DISPLAY "THAT COURSE IS ALREADY ON FILE"
001660         NOT INVALID KEY
001670             DISPLAY "COURSE ADDED"
001680     END-WRITE.
001690 2000-EXIT.
001700     EXIT.
001710
001720*----------------------------------------------------------
001730* RE-KEY AN EXISTING COURSE - THE ID STAYS, EVERYTHING ELSE
001740* IS KEYED AGAIN
001750*----------------------------------------------------------
001760 3000-CHANGE-COURSE.
001770     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
001780     MOVE WS-COURSE-ID-KEY TO CC-COURSE-ID
001790     READ COURSE-CATALOG
001800         INVALID KEY
001810             DISPLAY "NO COURSE ON FILE FOR THAT ID"
001820             GO TO 3000-EXIT
001830     END-READ
001840     PERFORM 4100-SHOW-COURSE THRU 4100-EXIT
001850     PERFORM 8100-ACCEPT-COURSE THRU 8100-EXIT
001860     PERFORM 8500-BUILD-RECORD THRU 8500-EXIT
001870     REWRITE COURSE-CATALOG-RECORD
001880         INVALID KEY
001890             DISPLAY "NO COURSE ON FILE FOR THAT ID"
001900         NOT INVALID KEY
001910             DISPLAY "COURSE CHANGED"
001920     END-REWRITE.
001930 3000-EXIT.
001940     EXIT.
001950
001960*----------------------------------------------------------
001970* DISPLAY ONE COURSE
001980*----------------------------------------------------------
001990 4000-INQUIRE-COURSE.
002000     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
002010     MOVE WS-COURSE-ID-KEY TO CC-COURSE-ID
002020     READ COURSE-CATALOG
002030         INVALID KEY
002040             DISPLAY "NO COURSE ON FILE FOR THAT ID"
002050             GO TO 4000-EXIT
002060     END-READ
002070     PERFORM 4100-SHOW-COURSE THRU 4100-EXIT.
002080 4000-EXIT.
002090     EXIT.
002100
002110 4100-SHOW-COURSE.
002120     DISPLAY "COURSE " CC-COURSE-ID "  " CC-COURSE-TITLE
002130     DISPLAY "  CREDITS " CC-CREDITS
002140         "  OFFERED " CC-FIRST-TERM " THROUGH " CC-LAST-TERM
002150     IF CC-PREREQ-COUNT = ZERO
002160         DISPLAY "  NO PREREQUISITES"
002170     ELSE
002180         PERFORM 4110-SHOW-ONE-PREREQ THRU 4110-EXIT
002190             VARYING WS-SHOW-SUB FROM 1 BY 1
002200             UNTIL WS-SHOW-SUB > CC-PREREQ-COUNT
002210                OR WS-SHOW-SUB > 3
002220     END-IF
002230     DISPLAY "  LAST CHANGED BY " CC-CHANGED-BY
002240         " ON " CC-CHANGED-DATE.
002250 4100-EXIT.
002260     EXIT.
002270
002280 4110-SHOW-ONE-PREREQ.
002290     DISPLAY "  PREREQUISITE " CC-PREREQ-COURSE-ID (WS-SHOW-SUB)
002300         "  MINIMUM GRADE " CC-PREREQ-MIN-GRADE (WS-SHOW-SUB).
002310 4110-EXIT.
002320     EXIT.
002330
002340*----------------------------------------------------------
002350* LIST EVERY COURSE IN COURSE ID ORDER
002360*----------------------------------------------------------
002370 4500-LIST-COURSES.
002380     MOVE ZERO TO WS-COURSES-LISTED
002390     MOVE "N" TO WS-EOF-SWITCH
002400     MOVE LOW-VALUES TO CC-COURSE-ID
002410     START COURSE-CATALOG KEY IS GREATER THAN OR EQUAL
002420             TO CC-COURSE-ID
002430         INVALID KEY
002440             SET END-OF-FILE TO TRUE
002450     END-START
002460     PERFORM 4510-LIST-ONE-COURSE THRU 4510-EXIT
002470         UNTIL END-OF-FILE
002480     DISPLAY WS-COURSES-LISTED " COURSE(S) ON FILE".
002490 4500-EXIT.
002500     EXIT.
002510
002520 4510-LIST-ONE-COURSE.
002530     READ COURSE-CATALOG NEXT RECORD
002540         AT END
002550             SET END-OF-FILE TO TRUE
002560     END-READ
002570     IF NOT END-OF-FILE
002580         ADD 1 TO WS-COURSES-LISTED
002590         PERFORM 4100-SHOW-COURSE THRU 4100-EXIT
002600     END-IF.
002610 4510-EXIT.
002620     EXIT.
002630
002640*----------------------------------------------------------
002650* DELETE A COURSE - NOT WHILE ANOTHER COURSE STILL NEEDS IT
002660* AS A PREREQUISITE
002670*----------------------------------------------------------
002680 5000-DELETE-COURSE.
002690     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
002700     PERFORM 5100-FIND-DEPENDENT THRU 5100-EXIT
002710     IF WS-USED-BY NOT = SPACES
002720         DISPLAY "COURSE " WS-USED-BY " STILL NEEDS IT AS A "
002730             "PREREQUISITE - CHANGE THAT COURSE FIRST"
002740         GO TO 5000-EXIT
002750     END-IF
002760     MOVE WS-COURSE-ID-KEY TO CC-COURSE-ID
002770     DELETE COURSE-CATALOG
002780         INVALID KEY
002790             DISPLAY "NO COURSE ON FILE FOR THAT ID"
002800         NOT INVALID KEY
002810             DISPLAY "COURSE DELETED"
002820     END-DELETE.
002830 5000-EXIT.
002840     EXIT.
002850
002860 5100-FIND-DEPENDENT.
002870     MOVE SPACES TO WS-USED-BY
002880     MOVE "N" TO WS-EOF-SWITCH
002890     MOVE LOW-VALUES TO CC-COURSE-ID
002900     START COURSE-CATALOG KEY IS GREATER THAN OR EQUAL
002910             TO CC-COURSE-ID
002920         INVALID KEY
002930             SET END-OF-FILE TO TRUE
002940     END-START
002950     PERFORM 5110-TEST-ONE-COURSE THRU 5110-EXIT
002960         UNTIL END-OF-FILE
002970            OR WS-USED-BY NOT = SPACES.
002980 5100-EXIT.
002990     EXIT.
003000
003010 5110-TEST-ONE-COURSE.
003020     READ COURSE-CATALOG NEXT RECORD
003030         AT END
003040             SET END-OF-FILE TO TRUE
003050             GO TO 5110-EXIT
003060     END-READ
003070     PERFORM 5120-TEST-ONE-PREREQ THRU 5120-EXIT
003080         VARYING WS-SHOW-SUB FROM 1 BY 1
003090         UNTIL WS-SHOW-SUB > 3.
003100 5110-EXIT.
003110     EXIT.
003120
003130 5120-TEST-ONE-PREREQ.
003140     IF WS-SHOW-SUB <= CC-PREREQ-COUNT
003150             AND CC-PREREQ-COURSE-ID (WS-SHOW-SUB)
003160                 = WS-COURSE-ID-KEY
003170         MOVE CC-COURSE-ID TO WS-USED-BY
003180     END-IF.
003190 5120-EXIT.
003200     EXIT.
003210
003220*----------------------------------------------------------
003230* ACCEPT THE COURSE ID THAT KEYS EVERY FUNCTION ABOVE
003240*----------------------------------------------------------
003250 8000-ACCEPT-KEY.
003260     DISPLAY "ENTER COURSE ID: " WITH NO ADVANCING
003270     ACCEPT WS-COURSE-ID-KEY
003280     PERFORM 8010-REACCEPT-KEY THRU 8010-EXIT
003290         UNTIL WS-COURSE-ID-KEY NOT = SPACES.
003300 8000-EXIT.
003310     EXIT.
003320
003330 8010-REACCEPT-KEY.
003340     DISPLAY "COURSE ID CANNOT BE BLANK, TRY AGAIN: "
003350         WITH NO ADVANCING
003360     ACCEPT WS-COURSE-ID-KEY.
003370 8010-EXIT.
003380     EXIT.
003390
003400*----------------------------------------------------------
003410* ACCEPT THE COURSE'S TITLE, CREDITS, OFFERED TERMS AND
003420* PREREQUISITES - EACH FIELD IS RE-PROMPTED UNTIL IT PASSES
003430*----------------------------------------------------------
003440 8100-ACCEPT-COURSE.
003450     DISPLAY "  COURSE TITLE: " WITH NO ADVANCING
003460     ACCEPT WS-NC-TITLE
003470     DISPLAY "  CREDITS (1-9): " WITH NO ADVANCING
003480     ACCEPT WS-NC-CREDITS
003490     MOVE "N" TO WS-FIELD-OK
003500     PERFORM 8200-VALIDATE-CREDITS THRU 8200-EXIT
003510         UNTIL WS-FIELD-OK = "Y"
003520     DISPLAY "  FIRST TERM OFFERED (YYYYT, E.G. 2026F): "
003530         WITH NO ADVANCING
003540     ACCEPT WS-NC-FIRST-TERM
003550     MOVE "N" TO WS-FIELD-OK
003560     PERFORM 8210-VALIDATE-FIRST-TERM THRU 8210-EXIT
003570         UNTIL WS-FIELD-OK = "Y"
003580     DISPLAY "  LAST TERM OFFERED (BLANK IF STILL OFFERED): "
003590         WITH NO ADVANCING
003600     ACCEPT WS-NC-LAST-TERM
003610     MOVE "N" TO WS-FIELD-OK
003620     PERFORM 8220-VALIDATE-LAST-TERM THRU 8220-EXIT
003630         UNTIL WS-FIELD-OK = "Y"
003640     DISPLAY "  NUMBER OF PREREQUISITES (0-3): "
003650         WITH NO ADVANCING
003660     ACCEPT WS-NC-PREREQ-COUNT
003670     MOVE "N" TO WS-FIELD-OK
003680     PERFORM 8230-VALIDATE-PREREQ-COUNT THRU 8230-EXIT
003690         UNTIL WS-FIELD-OK = "Y"
003700     PERFORM 8300-ACCEPT-ONE-PREREQ THRU 8300-EXIT
003710         VARYING WS-PREREQ-SUB FROM 1 BY 1
003720         UNTIL WS-PREREQ-SUB > 3.
003730 8100-EXIT.
003740     EXIT.
003750
003760 8200-VALIDATE-CREDITS.
003770     IF WS-NC-CREDITS NUMERIC AND WS-NC-CREDITS > ZERO
003780         MOVE "Y" TO WS-FIELD-OK
003790     ELSE
003800         DISPLAY "CREDITS MUST BE 1-9, TRY AGAIN: "
003810             WITH NO ADVANCING
003820         ACCEPT WS-NC-CREDITS
003830     END-IF.
003840 8200-EXIT.
003850     EXIT.
003860
003870 8210-VALIDATE-FIRST-TERM.
003880     MOVE WS-NC-FIRST-TERM TO WS-TERM-WORK
003890     PERFORM 8900-TERM-SEQUENCE THRU 8900-EXIT
003900     IF WS-TERM-OK = "Y"
003910         MOVE WS-TERM-SEQ TO WS-FIRST-SEQ
003920         MOVE "Y" TO WS-FIELD-OK
003930     ELSE
003940         DISPLAY "TERM MUST BE A YEAR AND W/S/U/F, TRY AGAIN: "
003950             WITH NO ADVANCING
003960         ACCEPT WS-NC-FIRST-TERM
003970     END-IF.
003980 8210-EXIT.
003990     EXIT.
004000
004010 8220-VALIDATE-LAST-TERM.
004020     IF WS-NC-LAST-TERM = SPACES
004030         MOVE "Y" TO WS-FIELD-OK
004040         GO TO 8220-EXIT
004050     END-IF
004060     MOVE WS-NC-LAST-TERM TO WS-TERM-WORK
004070     PERFORM 8900-TERM-SEQUENCE THRU 8900-EXIT
004080     IF WS-TERM-OK = "Y" AND WS-TERM-SEQ >= WS-FIRST-SEQ
004090         MOVE "Y" TO WS-FIELD-OK
004100     ELSE
004110         DISPLAY "LAST TERM MUST BE BLANK OR A TERM NOT BEFORE "
004120             "THE FIRST, TRY AGAIN: " WITH NO ADVANCING
004130         ACCEPT WS-NC-LAST-TERM
004140     END-IF.
004150 8220-EXIT.
004160     EXIT.
004170
004180 8230-VALIDATE-PREREQ-COUNT.
004190     IF WS-NC-PREREQ-COUNT NUMERIC AND WS-NC-PREREQ-COUNT <= 3
004200         MOVE "Y" TO WS-FIELD-OK
004210     ELSE
004220         DISPLAY "PREREQUISITES MUST BE 0-3, TRY AGAIN: "
004230             WITH NO ADVANCING
004240         ACCEPT WS-NC-PREREQ-COUNT
004250     END-IF.
004260 8230-EXIT.
004270     EXIT.
004280
004290*----------------------------------------------------------
004300* ONE PREREQUISITE SLOT - SLOTS PAST THE COUNT ARE BLANKED.
004310* A PREREQUISITE MUST BE ANOTHER COURSE ALREADY CATALOGED,
004320* AND ITS MINIMUM GRADE A PASSING LETTER OR BLANK
004330*----------------------------------------------------------
004340 8300-ACCEPT-ONE-PREREQ.
004350     IF WS-PREREQ-SUB > WS-NC-PREREQ-COUNT
004360         MOVE SPACES TO WS-NC-PREREQ-ID (WS-PREREQ-SUB)
004370         MOVE SPACE TO WS-NC-PREREQ-GRADE (WS-PREREQ-SUB)
004380         GO TO 8300-EXIT
004390     END-IF
004400     DISPLAY "  PREREQUISITE " WS-PREREQ-SUB " COURSE ID: "
004410         WITH NO ADVANCING
004420     ACCEPT WS-NC-PREREQ-ID (WS-PREREQ-SUB)
004430     MOVE "N" TO WS-FIELD-OK
004440     PERFORM 8310-VALIDATE-PREREQ-ID THRU 8310-EXIT
004450         UNTIL WS-FIELD-OK = "Y"
004460     DISPLAY "  MINIMUM GRADE (A-D, BLANK FOR ANY PASS): "
004470         WITH NO ADVANCING
004480     ACCEPT WS-NC-PREREQ-GRADE (WS-PREREQ-SUB)
004490     MOVE "N" TO WS-FIELD-OK
004500     PERFORM 8320-VALIDATE-PREREQ-GRADE THRU 8320-EXIT
004510         UNTIL WS-FIELD-OK = "Y".
004520 8300-EXIT.
004530     EXIT.
004540
004550 8310-VALIDATE-PREREQ-ID.
004560     IF WS-NC-PREREQ-ID (WS-PREREQ-SUB) = SPACES
004570             OR WS-NC-PREREQ-ID (WS-PREREQ-SUB)
004580                 = WS-COURSE-ID-KEY
004590         DISPLAY "PREREQUISITE CANNOT BE BLANK OR THE COURSE "
004600             "ITSELF, TRY AGAIN: " WITH NO ADVANCING
004610         ACCEPT WS-NC-PREREQ-ID (WS-PREREQ-SUB)
004620         GO TO 8310-EXIT
004630     END-IF
004640     MOVE WS-NC-PREREQ-ID (WS-PREREQ-SUB) TO CC-COURSE-ID
004650     READ COURSE-CATALOG
004660         INVALID KEY
004670             DISPLAY "THAT COURSE IS NOT ON THE CATALOG, "
004680                 "TRY AGAIN: " WITH NO ADVANCING
004690             ACCEPT WS-NC-PREREQ-ID (WS-PREREQ-SUB)
004700             GO TO 8310-EXIT
004710     END-READ
004720     MOVE "Y" TO WS-FIELD-OK.
004730 8310-EXIT.
004740     EXIT.
004750
004760 8320-VALIDATE-PREREQ-GRADE.
004770     IF WS-NC-PREREQ-GRADE (WS-PREREQ-SUB) = SPACE
004780             OR (WS-NC-PREREQ-GRADE (WS-PREREQ-SUB) >= "A"
004790             AND WS-NC-PREREQ-GRADE (WS-PREREQ-SUB) <= "D")
004800         MOVE "Y" TO WS-FIELD-OK
004810     ELSE
004820         DISPLAY "MINIMUM GRADE MUST BE A-D OR BLANK, "
004830             "TRY AGAIN: " WITH NO ADVANCING
004840         ACCEPT WS-NC-PREREQ-GRADE (WS-PREREQ-SUB)
004850     END-IF.
004860 8320-EXIT.
004870     EXIT.
004880
004890*----------------------------------------------------------
004900* MOVE THE EDITED FIELDS INTO THE RECORD AND STAMP WHO SET
004910* THEM AND WHEN
004920*----------------------------------------------------------
004930 8500-BUILD-RECORD.
004940     MOVE WS-COURSE-ID-KEY TO CC-COURSE-ID
004950     MOVE WS-NC-TITLE TO CC-COURSE-TITLE
004960     MOVE WS-NC-CREDITS TO CC-CREDITS
004970     MOVE WS-NC-FIRST-TERM TO CC-FIRST-TERM
004980     MOVE WS-NC-LAST-TERM TO CC-LAST-TERM
004990     MOVE WS-NC-PREREQ-COUNT TO CC-PREREQ-COUNT
005000     PERFORM 8510-MOVE-ONE-PREREQ THRU 8510-EXIT
005010         VARYING WS-PREREQ-SUB FROM 1 BY 1
005020         UNTIL WS-PREREQ-SUB > 3
005030     MOVE SO-OPERATOR-ID TO CC-CHANGED-BY
005040     MOVE WS-TODAY TO CC-CHANGED-DATE
005050     MOVE SPACES TO CC-FILLER.
005060 8500-EXIT.
005070     EXIT.
005080
005090 8510-MOVE-ONE-PREREQ.
005100     MOVE WS-NC-PREREQ-ID (WS-PREREQ-SUB)
005110         TO CC-PREREQ-COURSE-ID (WS-PREREQ-SUB)
005120     MOVE WS-NC-PREREQ-GRADE (WS-PREREQ-SUB)
005130         TO CC-PREREQ-MIN-GRADE (WS-PREREQ-SUB).
005140 8510-EXIT.
005150     EXIT.
005160
005170*----------------------------------------------------------
005180* TURN THE TERM ID IN WS-TERM-WORK INTO ITS SEQUENCE NUMBER
005190* THE SAME WAY CRSLOOK DOES - YEAR TIMES TEN PLUS W=1 S=2
005200* U=3 F=4.  WS-TERM-OK IS N WHEN THE TERM IS NOT VALID
005210*----------------------------------------------------------
005220 8900-TERM-SEQUENCE.
005230     MOVE "N" TO WS-TERM-OK
005240     MOVE ZERO TO WS-TERM-SEQ
005250     IF WS-TW-YEAR NOT NUMERIC
005260         GO TO 8900-EXIT
005270     END-IF
005280     EVALUATE WS-TW-SEASON
005290         WHEN "W"  MOVE 1 TO WS-SEASON-RANK
005300         WHEN "S"  MOVE 2 TO WS-SEASON-RANK
005310         WHEN "U"  MOVE 3 TO WS-SEASON-RANK
005320         WHEN "F"  MOVE 4 TO WS-SEASON-RANK
005330         WHEN OTHER
005340             GO TO 8900-EXIT
005350     END-EVALUATE
005360     COMPUTE WS-TERM-SEQ = WS-TW-YEAR-NUM * 10 + WS-SEASON-RANK
005370     MOVE "Y" TO WS-TERM-OK.
005380 8900-EXIT.
005390     EXIT.
005400
005410*----------------------------------------------------------
005420* APPEND A DENIED-FUNCTION EVENT TO THE SECURITY LOG -
005430* SL-FUNCTION IS ALREADY SET BY THE CALLER
005440*----------------------------------------------------------
005450 9000-LOG-DENIAL.
005460     MOVE SO-OPERATOR-ID TO SL-OPERATOR-ID
005470     MOVE "CRSMNT" TO SL-PROGRAM
005480     MOVE "DENIED" TO SL-DISPOSITION
005490     ACCEPT SL-TS-DATE FROM DATE YYYYMMDD
005500     ACCEPT SL-TS-TIME FROM TIME
005509     MOVE SPACES TO SL-OTHER-OPERATOR
005510     MOVE SPACES TO SL-FILLER
005520     WRITE SECURITY-LOG-RECORD.
005530 9000-EXIT.
005540     EXIT.
