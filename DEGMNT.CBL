000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DEGMNT.
000030 AUTHOR. PAYROLL-SYSTEMS-GROUP.
000040 INSTALLATION. DATA-PROCESSING-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 10/15/26  SM   INITIAL VERSION - DEGREE REQUIREMENTS
000110* 10/15/26  SM   MAINTENANCE (ADD/CHANGE/INQUIRE/LIST/DELETE),
000120* 10/15/26  SM   SIGN-ON REQUIRED
000130*----------------------------------------------------------
000140*
000150* OPERATOR TRANSACTION PROGRAM AGAINST THE DEGREE
000160* REQUIREMENTS FILE, MIRRORING CRSMNT'S STRUCTURE, KEYED BY
000170* PROGRAM ID.  EACH PROGRAM OF STUDY CARRIES ITS TITLE, THE
000180* TOTAL CREDITS AND MINIMUM CUMULATIVE GPA IT NEEDS, UP TO
000190* TWENTY REQUIRED COURSES, AND UP TO FOUR ELECTIVE GROUPS,
000200* EACH WITH A MINIMUM OF CREDITS TO BE EARNED FROM A LIST OF
000210* UP TO TWELVE COURSES.  EVERY COURSE NAMED MUST BE ON THE
000220* COURSE CATALOG (CHECKED THROUGH CRSLOOK).  STUDMNT ASSIGNS
000230* STUDENTS TO A PROGRAM AND DEGAUDT AUDITS THEM AGAINST IT.
000240* EVERY ADD AND CHANGE STAMPS THE OPERATOR AND DATE.  DELETE
000250* IS HELD TO SUPERVISOR AUTHORITY AND REFUSED WHILE ANY
000260* STUDENT IS STILL ASSIGNED TO THE PROGRAM.
000270*
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT DEGREE-REQUIREMENTS ASSIGN TO "DEGREQ"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000340         RECORD KEY IS DR-PROGRAM-ID
000350         FILE STATUS IS WS-DR-STATUS.
000360     SELECT STUDENT-MASTER ASSIGN TO "STUMAS"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS SEQUENTIAL
000390         RECORD KEY IS SM-STUDENT-ID
000400         FILE STATUS IS WS-SM-STATUS.
000410     SELECT SECURITY-LOG ASSIGN TO "SECLOG"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-SL-STATUS.
000440
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  DEGREE-REQUIREMENTS.
000480     COPY DEGREQ.
000490 FD  STUDENT-MASTER.
000500     COPY STUMAS.
000510 FD  SECURITY-LOG.
000520     COPY SECLOG.
000530
000540 WORKING-STORAGE SECTION.
000550 77  WS-DR-STATUS                  PIC X(02) VALUE "00".
000560 77  WS-SM-STATUS                  PIC X(02) VALUE "00".
000570 77  WS-SL-STATUS                  PIC X(02) VALUE "00".
000580     COPY SIGNPRM.
000590     COPY CRSPRM.
000600 77  WS-FUNCTION-CHOICE            PIC 9 VALUE ZERO.
000610 77  WS-DONE-SWITCH                PIC X(01) VALUE "N".
000620     88  MAINT-DONE                VALUE "Y".
000630 77  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
000640     88  END-OF-FILE               VALUE "Y".
000650 77  WS-PROGRAM-ID-KEY             PIC X(06) VALUE SPACES.
000660 77  WS-TODAY                      PIC 9(08) VALUE ZEROS.
000670 77  WS-PROGRAMS-LISTED            PIC 9(05) COMP VALUE ZERO.
000680 77  WS-REQUIRED-SUB               PIC 9(02) COMP VALUE ZERO.
000690 77  WS-GROUP-SUB                  PIC 9(01) COMP VALUE ZERO.
000700 77  WS-COURSE-SUB                 PIC 9(02) COMP VALUE ZERO.
000710 77  WS-FIELD-OK                   PIC X(01) VALUE "N".
000720 77  WS-USED-BY                    PIC 9(06) VALUE ZERO.
000730 77  WS-USED-SWITCH                PIC X(01) VALUE "N".
000740     88  PROGRAM-IN-USE            VALUE "Y".
000750 77  WS-CHECK-COURSE               PIC X(06) VALUE SPACES.
000760
000770 PROCEDURE DIVISION.
000780 0000-MAINLINE.
000790     CALL "SIGNON" USING SIGNON-PARMS
000800     IF NOT SO-SIGNED-ON
000810         GOBACK
000820     END-IF
000830     ACCEPT WS-TODAY FROM DATE YYYYMMDD
000840     OPEN I-O DEGREE-REQUIREMENTS
000850     IF WS-DR-STATUS = "35"
000860         OPEN OUTPUT DEGREE-REQUIREMENTS
000870         CLOSE DEGREE-REQUIREMENTS
000880         OPEN I-O DEGREE-REQUIREMENTS
000890     END-IF
000900*> EXTEND fails with status 35 the first time this file
000910*> doesn't exist yet - fall back to creating it
000920     OPEN EXTEND SECURITY-LOG
000930     IF WS-SL-STATUS = "35"
000940         OPEN OUTPUT SECURITY-LOG
000950         CLOSE SECURITY-LOG
000960         OPEN EXTEND SECURITY-LOG
000970     END-IF
000980     PERFORM 1000-SHOW-MENU THRU 1000-EXIT
000990         UNTIL MAINT-DONE
001000     CLOSE DEGREE-REQUIREMENTS
001010     CLOSE SECURITY-LOG
001020     GOBACK.
001030
001040*----------------------------------------------------------
001050* SHOW THE MENU AND DISPATCH TO THE CHOSEN FUNCTION
001060*----------------------------------------------------------
001070 1000-SHOW-MENU.
001080     DISPLAY " "
001090     DISPLAY "1. ADD A PROGRAM OF STUDY"
001100     DISPLAY "2. CHANGE A PROGRAM OF STUDY"
001110     DISPLAY "3. INQUIRE ON A PROGRAM OF STUDY"
001120     DISPLAY "4. LIST THE PROGRAMS OF STUDY"
001130     DISPLAY "5. DELETE A PROGRAM OF STUDY"
001140     DISPLAY "6. EXIT"
001150     DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING
001160     ACCEPT WS-FUNCTION-CHOICE
001170     EVALUATE WS-FUNCTION-CHOICE
001180         WHEN 1
001190             PERFORM 2000-ADD-PROGRAM THRU 2000-EXIT
001200         WHEN 2
001210             PERFORM 3000-CHANGE-PROGRAM THRU 3000-EXIT
001220         WHEN 3
001230             PERFORM 4000-INQUIRE-PROGRAM THRU 4000-EXIT
001240         WHEN 4
001250             PERFORM 4500-LIST-PROGRAMS THRU 4500-EXIT
001260         WHEN 5
001270             IF SO-AUTH-LEVEL >= 2
001280                 PERFORM 5000-DELETE-PROGRAM THRU 5000-EXIT
001290             ELSE
001300                 DISPLAY "DELETE NEEDS SUPERVISOR AUTHORITY"
001310                 MOVE "DELETE" TO SL-FUNCTION
001320                 PERFORM 9000-LOG-DENIAL THRU 9000-EXIT
001330             END-IF
001340         WHEN 6
001350             SET MAINT-DONE TO TRUE
001360         WHEN OTHER
001370             DISPLAY "PLEASE ENTER A NUMBER 1-6"
001380     END-EVALUATE.
001390 1000-EXIT.
001400     EXIT.
001410
001420*----------------------------------------------------------
001430* ADD A NEW PROGRAM OF STUDY
001440*----------------------------------------------------------
001450 2000-ADD-PROGRAM.
001460     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
001470     MOVE WS-PROGRAM-ID-KEY TO DR-PROGRAM-ID
001480     READ DEGREE-REQUIREMENTS
001490         NOT INVALID KEY
001500             DISPLAY "THAT PROGRAM IS ALREADY ON FILE"
001510             GO TO 2000-EXIT
001520     END-READ
001530     MOVE WS-PROGRAM-ID-KEY TO DR-PROGRAM-ID
001540     PERFORM 8100-ACCEPT-PROGRAM THRU 8100-EXIT
001550     PERFORM 8500-STAMP-RECORD THRU 8500-EXIT
001560     WRITE DEGREE-REQUIREMENT-RECORD
001570         INVALID KEY
001580             DISPLAY "THAT PROGRAM IS ALREADY ON FILE"
001590         NOT INVALID KEY
001600             DISPLAY "PROGRAM ADDED"
001610     END-WRITE.
001620 2000-EXIT.
001630     EXIT.
001640
001650*----------------------------------------------------------
001660* RE-KEY AN EXISTING PROGRAM - THE ID STAYS, EVERYTHING
001670* ELSE IS KEYED AGAIN
001680*----------------------------------------------------------
001690 3000-CHANGE-PROGRAM.
001700     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
001710     MOVE WS-PROGRAM-ID-KEY TO DR-PROGRAM-ID
001720     READ DEGREE-REQUIREMENTS
001730         INVALID KEY
001740             DISPLAY "NO PROGRAM ON FILE FOR THAT ID"
001750             GO TO 3000-EXIT
001760     END-READ
001770     PERFORM 4100-SHOW-PROGRAM THRU 4100-EXIT
001780     PERFORM 8100-ACCEPT-PROGRAM THRU 8100-EXIT
001790     PERFORM 8500-STAMP-RECORD THRU 8500-EXIT
001800     REWRITE DEGREE-REQUIREMENT-RECORD
001810         INVALID KEY
001820             DISPLAY "NO PROGRAM ON FILE FOR THAT ID"
001830         NOT INVALID KEY
001840             DISPLAY "PROGRAM CHANGED"
001850     END-REWRITE.
001860 3000-EXIT.
001870     EXIT.
001880
001890*----------------------------------------------------------
001900* DISPLAY ONE PROGRAM OF STUDY
001910*----------------------------------------------------------
001920 4000-INQUIRE-PROGRAM.
001930     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
001940     MOVE WS-PROGRAM-ID-KEY TO DR-PROGRAM-ID
001950     READ DEGREE-REQUIREMENTS
001960         INVALID KEY
001970             DISPLAY "NO PROGRAM ON FILE FOR THAT ID"
001980             GO TO 4000-EXIT
001990     END-READ
002000     PERFORM 4100-SHOW-PROGRAM THRU 4100-EXIT.
002010 4000-EXIT.
002020     EXIT.
002030
002040 4100-SHOW-PROGRAM.
002050     DISPLAY "PROGRAM " DR-PROGRAM-ID "  " DR-PROGRAM-TITLE
002060     DISPLAY "  TOTAL CREDITS " DR-MIN-TOTAL-CREDITS
002070         "  MINIMUM GPA " DR-MIN-GPA
002080     IF DR-REQUIRED-COUNT = ZERO
002090         DISPLAY "  NO REQUIRED COURSES"
002100     ELSE
002110         PERFORM 4110-SHOW-ONE-REQUIRED THRU 4110-EXIT
002120             VARYING WS-REQUIRED-SUB FROM 1 BY 1
002130             UNTIL WS-REQUIRED-SUB > DR-REQUIRED-COUNT
002140                OR WS-REQUIRED-SUB > 20
002150     END-IF
002160     PERFORM 4120-SHOW-ONE-GROUP THRU 4120-EXIT
002170         VARYING WS-GROUP-SUB FROM 1 BY 1
002180         UNTIL WS-GROUP-SUB > DR-GROUP-COUNT
002190            OR WS-GROUP-SUB > 4
002200     DISPLAY "  LAST CHANGED BY " DR-CHANGED-BY
002210         " ON " DR-CHANGED-DATE.
002220 4100-EXIT.
002230     EXIT.
002240
002250 4110-SHOW-ONE-REQUIRED.
002260     DISPLAY "  REQUIRED " DR-REQUIRED-COURSE (WS-REQUIRED-SUB).
002270 4110-EXIT.
002280     EXIT.
002290
002300 4120-SHOW-ONE-GROUP.
002310     DISPLAY "  ELECTIVE GROUP " WS-GROUP-SUB "  "
002320         DR-GROUP-TITLE (WS-GROUP-SUB)
002330         "  MINIMUM CREDITS " DR-GROUP-MIN-CREDITS (WS-GROUP-SUB)
002340     PERFORM 4130-SHOW-ONE-GROUP-COURSE THRU 4130-EXIT
002350         VARYING WS-COURSE-SUB FROM 1 BY 1
002360         UNTIL WS-COURSE-SUB
002370                 > DR-GROUP-COURSE-COUNT (WS-GROUP-SUB)
002380            OR WS-COURSE-SUB > 12.
002390 4120-EXIT.
002400     EXIT.
002410
002420 4130-SHOW-ONE-GROUP-COURSE.
002430     DISPLAY "    "
002440         DR-GROUP-COURSE (WS-GROUP-SUB, WS-COURSE-SUB).
002450 4130-EXIT.
002460     EXIT.
002470
002480*----------------------------------------------------------
002490* LIST EVERY PROGRAM IN PROGRAM ID ORDER
002500*----------------------------------------------------------
002510 4500-LIST-PROGRAMS.
002520     MOVE ZERO TO WS-PROGRAMS-LISTED
002530     MOVE "N" TO WS-EOF-SWITCH
002540     MOVE LOW-VALUES TO DR-PROGRAM-ID
002550     START DEGREE-REQUIREMENTS KEY IS GREATER THAN OR EQUAL
002560             TO DR-PROGRAM-ID
002570         INVALID KEY
002580             SET END-OF-FILE TO TRUE
002590     END-START
002600     PERFORM 4510-LIST-ONE-PROGRAM THRU 4510-EXIT
002610         UNTIL END-OF-FILE
002620     DISPLAY WS-PROGRAMS-LISTED " PROGRAM(S) ON FILE".
002630 4500-EXIT.
002640     EXIT.
002650
002660 4510-LIST-ONE-PROGRAM.
002670     READ DEGREE-REQUIREMENTS NEXT RECORD
002680         AT END
002690             SET END-OF-FILE TO TRUE
002700     END-READ
002710     IF NOT END-OF-FILE
002720         ADD 1 TO WS-PROGRAMS-LISTED
002730         PERFORM 4100-SHOW-PROGRAM THRU 4100-EXIT
002740     END-IF.
002750 4510-EXIT.
002760     EXIT.
002770
002780*----------------------------------------------------------
002790* DELETE A PROGRAM - NOT WHILE A STUDENT IS STILL ASSIGNED
002800* TO IT
002810*----------------------------------------------------------
002820 5000-DELETE-PROGRAM.
002830     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
002840     PERFORM 5100-FIND-STUDENT THRU 5100-EXIT
002850     IF PROGRAM-IN-USE
002860         DISPLAY "STUDENT " WS-USED-BY " IS STILL ASSIGNED TO "
002870             "IT - REASSIGN THE STUDENTS FIRST"
002880         GO TO 5000-EXIT
002890     END-IF
002900     MOVE WS-PROGRAM-ID-KEY TO DR-PROGRAM-ID
002910     DELETE DEGREE-REQUIREMENTS
002920         INVALID KEY
002930             DISPLAY "NO PROGRAM ON FILE FOR THAT ID"
002940         NOT INVALID KEY
002950             DISPLAY "PROGRAM DELETED"
002960     END-DELETE.
002970 5000-EXIT.
002980     EXIT.
002990
003000 5100-FIND-STUDENT.
003010     MOVE "N" TO WS-USED-SWITCH
003020     MOVE "N" TO WS-EOF-SWITCH
003030     OPEN INPUT STUDENT-MASTER
003040     IF WS-SM-STATUS = "35"
003050         GO TO 5100-EXIT
003060     END-IF
003070     PERFORM 5110-TEST-ONE-STUDENT THRU 5110-EXIT
003080         UNTIL END-OF-FILE
003090            OR PROGRAM-IN-USE
003100     CLOSE STUDENT-MASTER.
003110 5100-EXIT.
003120     EXIT.
003130
003140 5110-TEST-ONE-STUDENT.
003150     READ STUDENT-MASTER NEXT RECORD
003160         AT END
003170             SET END-OF-FILE TO TRUE
003180             GO TO 5110-EXIT
003190     END-READ
003200     IF SM-PROGRAM-ID = WS-PROGRAM-ID-KEY
003210         MOVE SM-STUDENT-ID TO WS-USED-BY
003220         SET PROGRAM-IN-USE TO TRUE
003230     END-IF.
003240 5110-EXIT.
003250     EXIT.
003260
003270*----------------------------------------------------------
003280* ACCEPT THE PROGRAM ID THAT KEYS EVERY FUNCTION ABOVE
003290*----------------------------------------------------------
003300 8000-ACCEPT-KEY.
003310     DISPLAY "ENTER PROGRAM ID: " WITH NO ADVANCING
003320     ACCEPT WS-PROGRAM-ID-KEY
003330     PERFORM 8010-REACCEPT-KEY THRU 8010-EXIT
003340         UNTIL WS-PROGRAM-ID-KEY NOT = SPACES.
003350 8000-EXIT.
003360     EXIT.
003370
003380 8010-REACCEPT-KEY.
003390     DISPLAY "PROGRAM ID CANNOT BE BLANK, TRY AGAIN: "
003400         WITH NO ADVANCING
003410     ACCEPT WS-PROGRAM-ID-KEY.
003420 8010-EXIT.
003430     EXIT.
003440
003450*----------------------------------------------------------
003460* ACCEPT THE PROGRAM'S TITLE, MINIMUMS, REQUIRED COURSES
003470* AND ELECTIVE GROUPS - EACH FIELD IS RE-PROMPTED UNTIL IT
003480* PASSES.  SLOTS PAST A COUNT ARE BLANKED
003490*----------------------------------------------------------
003500 8100-ACCEPT-PROGRAM.
003510     DISPLAY "  PROGRAM TITLE: " WITH NO ADVANCING
003520     ACCEPT DR-PROGRAM-TITLE
003530     DISPLAY "  TOTAL CREDITS NEEDED (1-999): " WITH NO ADVANCING
003540     ACCEPT DR-MIN-TOTAL-CREDITS
003550     MOVE "N" TO WS-FIELD-OK
003560     PERFORM 8200-VALIDATE-TOTAL THRU 8200-EXIT
003570         UNTIL WS-FIELD-OK = "Y"
003580     DISPLAY "  MINIMUM CUMULATIVE GPA (0.00-4.00): "
003590         WITH NO ADVANCING
003600     ACCEPT DR-MIN-GPA
003610     MOVE "N" TO WS-FIELD-OK
003620     PERFORM 8210-VALIDATE-GPA THRU 8210-EXIT
003630         UNTIL WS-FIELD-OK = "Y"
003640     DISPLAY "  NUMBER OF REQUIRED COURSES (0-20): "
003650         WITH NO ADVANCING
003660     ACCEPT DR-REQUIRED-COUNT
003670     MOVE "N" TO WS-FIELD-OK
003680     PERFORM 8220-VALIDATE-REQUIRED-COUNT THRU 8220-EXIT
003690         UNTIL WS-FIELD-OK = "Y"
003700     PERFORM 8300-ACCEPT-ONE-REQUIRED THRU 8300-EXIT
003710         VARYING WS-REQUIRED-SUB FROM 1 BY 1
003720         UNTIL WS-REQUIRED-SUB > 20
003730     DISPLAY "  NUMBER OF ELECTIVE GROUPS (0-4): "
003740         WITH NO ADVANCING
003750     ACCEPT DR-GROUP-COUNT
003760     MOVE "N" TO WS-FIELD-OK
003770     PERFORM 8230-VALIDATE-GROUP-COUNT THRU 8230-EXIT
003780         UNTIL WS-FIELD-OK = "Y"
003790     PERFORM 8400-ACCEPT-ONE-GROUP THRU 8400-EXIT
003800         VARYING WS-GROUP-SUB FROM 1 BY 1
003810         UNTIL WS-GROUP-SUB > 4.
003820 8100-EXIT.
003830     EXIT.
003840
003850 8200-VALIDATE-TOTAL.
003860     IF DR-MIN-TOTAL-CREDITS NUMERIC
003870             AND DR-MIN-TOTAL-CREDITS > ZERO
003880         MOVE "Y" TO WS-FIELD-OK
003890     ELSE
003900         DISPLAY "TOTAL CREDITS MUST BE 1-999, TRY AGAIN: "
003910             WITH NO ADVANCING
003920         ACCEPT DR-MIN-TOTAL-CREDITS
003930     END-IF.
003940 8200-EXIT.
003950     EXIT.
003960
003970 8210-VALIDATE-GPA.
003980     IF DR-MIN-GPA NUMERIC AND DR-MIN-GPA <= 4.00
003990         MOVE "Y" TO WS-FIELD-OK
004000     ELSE
004010         DISPLAY "MINIMUM GPA MUST BE 0.00-4.00, TRY AGAIN: "
004020             WITH NO ADVANCING
004030         ACCEPT DR-MIN-GPA
004040     END-IF.
004050 8210-EXIT.
004060     EXIT.
004070
004080 8220-VALIDATE-REQUIRED-COUNT.
004090     IF DR-REQUIRED-COUNT NUMERIC AND DR-REQUIRED-COUNT <= 20
004100         MOVE "Y" TO WS-FIELD-OK
004110     ELSE
004120         DISPLAY "REQUIRED COURSES MUST BE 0-20, TRY AGAIN: "
004130             WITH NO ADVANCING
004140         ACCEPT DR-REQUIRED-COUNT
004150     END-IF.
004160 8220-EXIT.
004170     EXIT.
004180
004190 8230-VALIDATE-GROUP-COUNT.
004200     IF DR-GROUP-COUNT NUMERIC AND DR-GROUP-COUNT <= 4
004210         MOVE "Y" TO WS-FIELD-OK
004220     ELSE
004230         DISPLAY "ELECTIVE GROUPS MUST BE 0-4, TRY AGAIN: "
004240             WITH NO ADVANCING
004250         ACCEPT DR-GROUP-COUNT
004260     END-IF.
004270 8230-EXIT.
004280     EXIT.
004290
004300*----------------------------------------------------------
004310* ONE REQUIRED-COURSE SLOT
004320*----------------------------------------------------------
004330 8300-ACCEPT-ONE-REQUIRED.
004340     IF WS-REQUIRED-SUB > DR-REQUIRED-COUNT
004350         MOVE SPACES TO DR-REQUIRED-COURSE (WS-REQUIRED-SUB)
004360         GO TO 8300-EXIT
004370     END-IF
004380     DISPLAY "  REQUIRED COURSE " WS-REQUIRED-SUB " ID: "
004390         WITH NO ADVANCING
004400     ACCEPT DR-REQUIRED-COURSE (WS-REQUIRED-SUB)
004410     MOVE "N" TO WS-FIELD-OK
004420     PERFORM 8310-VALIDATE-REQUIRED THRU 8310-EXIT
004430         UNTIL WS-FIELD-OK = "Y".
004440 8300-EXIT.
004450     EXIT.
004460
004470 8310-VALIDATE-REQUIRED.
004480     MOVE DR-REQUIRED-COURSE (WS-REQUIRED-SUB)
004490         TO WS-CHECK-COURSE
004500     PERFORM 8900-CHECK-CATALOG THRU 8900-EXIT
004510     IF WS-FIELD-OK NOT = "Y"
004520         ACCEPT DR-REQUIRED-COURSE (WS-REQUIRED-SUB)
004530     END-IF.
004540 8310-EXIT.
004550     EXIT.
004560
004570*----------------------------------------------------------
004580* ONE ELECTIVE GROUP - ITS TITLE, THE CREDITS IT NEEDS, AND
004590* THE COURSES THAT COUNT TOWARD IT
004600*----------------------------------------------------------
004610 8400-ACCEPT-ONE-GROUP.
004620     IF WS-GROUP-SUB > DR-GROUP-COUNT
004630         MOVE SPACES TO DR-GROUP-TITLE (WS-GROUP-SUB)
004640         MOVE ZERO TO DR-GROUP-MIN-CREDITS (WS-GROUP-SUB)
004650         MOVE ZERO TO DR-GROUP-COURSE-COUNT (WS-GROUP-SUB)
004660         PERFORM 8420-ACCEPT-ONE-GROUP-COURSE THRU 8420-EXIT
004670             VARYING WS-COURSE-SUB FROM 1 BY 1
004680             UNTIL WS-COURSE-SUB > 12
004690         GO TO 8400-EXIT
004700     END-IF
004710     DISPLAY "  ELECTIVE GROUP " WS-GROUP-SUB " TITLE: "
004720         WITH NO ADVANCING
004730     ACCEPT DR-GROUP-TITLE (WS-GROUP-SUB)
004740     DISPLAY "  CREDITS NEEDED FROM THE GROUP (1-99): "
004750         WITH NO ADVANCING
004760     ACCEPT DR-GROUP-MIN-CREDITS (WS-GROUP-SUB)
004770     MOVE "N" TO WS-FIELD-OK
004780     PERFORM 8410-VALIDATE-GROUP-MIN THRU 8410-EXIT
004790         UNTIL WS-FIELD-OK = "Y"
004800     DISPLAY "  NUMBER OF COURSES IN THE GROUP (1-12): "
004810         WITH NO ADVANCING
004820     ACCEPT DR-GROUP-COURSE-COUNT (WS-GROUP-SUB)
004830     MOVE "N" TO WS-FIELD-OK
004840     PERFORM 8415-VALIDATE-GROUP-COUNT THRU 8415-EXIT
004850         UNTIL WS-FIELD-OK = "Y"
004860     PERFORM 8420-ACCEPT-ONE-GROUP-COURSE THRU 8420-EXIT
004870         VARYING WS-COURSE-SUB FROM 1 BY 1
004880         UNTIL WS-COURSE-SUB > 12.
004890 8400-EXIT.
004900     EXIT.
004910
004920 8410-VALIDATE-GROUP-MIN.
004930     IF DR-GROUP-MIN-CREDITS (WS-GROUP-SUB) NUMERIC
004940             AND DR-GROUP-MIN-CREDITS (WS-GROUP-SUB) > ZERO
004950         MOVE "Y" TO WS-FIELD-OK
004960     ELSE
004970         DISPLAY "CREDITS NEEDED MUST BE 1-99, TRY AGAIN: "
004980             WITH NO ADVANCING
004990         ACCEPT DR-GROUP-MIN-CREDITS (WS-GROUP-SUB)
005000     END-IF.
005010 8410-EXIT.
005020     EXIT.
005030
005040 8415-VALIDATE-GROUP-COUNT.
005050     IF DR-GROUP-COURSE-COUNT (WS-GROUP-SUB) NUMERIC
005060             AND DR-GROUP-COURSE-COUNT (WS-GROUP-SUB) > ZERO
005070             AND DR-GROUP-COURSE-COUNT (WS-GROUP-SUB) <= 12
005080         MOVE "Y" TO WS-FIELD-OK
005090     ELSE
005100         DISPLAY "COURSES IN THE GROUP MUST BE 1-12, "
005110             "TRY AGAIN: " WITH NO ADVANCING
005120         ACCEPT DR-GROUP-COURSE-COUNT (WS-GROUP-SUB)
005130     END-IF.
005140 8415-EXIT.
005150     EXIT.
005160
005170 8420-ACCEPT-ONE-GROUP-COURSE.
005180     IF WS-COURSE-SUB > DR-GROUP-COURSE-COUNT (WS-GROUP-SUB)
005190         MOVE SPACES
005200             TO DR-GROUP-COURSE (WS-GROUP-SUB, WS-COURSE-SUB)
005210         GO TO 8420-EXIT
005220     END-IF
005230     DISPLAY "    COURSE " WS-COURSE-SUB " ID: "
005240         WITH NO ADVANCING
005250     ACCEPT DR-GROUP-COURSE (WS-GROUP-SUB, WS-COURSE-SUB)
005260     MOVE "N" TO WS-FIELD-OK
005270     PERFORM 8430-VALIDATE-GROUP-COURSE THRU 8430-EXIT
005280         UNTIL WS-FIELD-OK = "Y".
005290 8420-EXIT.
005300     EXIT.
005310
005320 8430-VALIDATE-GROUP-COURSE.
005330     MOVE DR-GROUP-COURSE (WS-GROUP-SUB, WS-COURSE-SUB)
005340         TO WS-CHECK-COURSE
005350     PERFORM 8900-CHECK-CATALOG THRU 8900-EXIT
005360     IF WS-FIELD-OK NOT = "Y"
005370         ACCEPT DR-GROUP-COURSE (WS-GROUP-SUB, WS-COURSE-SUB)
005380     END-IF.
005390 8430-EXIT.
005400     EXIT.
005410
005420*----------------------------------------------------------
005430* STAMP WHO SET THE REQUIREMENTS AND WHEN
005440*----------------------------------------------------------
005450 8500-STAMP-RECORD.
005460     MOVE SO-OPERATOR-ID TO DR-CHANGED-BY
005470     MOVE WS-TODAY TO DR-CHANGED-DATE
005480     MOVE SPACES TO DR-FILLER.
005490 8500-EXIT.
005500     EXIT.
005510
005520*----------------------------------------------------------
005530* THE COURSE IN WS-CHECK-COURSE MUST BE ON THE CATALOG -
005540* SHOW ITS TITLE WHEN IT IS, PROMPT AGAIN WHEN IT IS NOT
005550*----------------------------------------------------------
005560 8900-CHECK-CATALOG.
005570     MOVE "N" TO WS-FIELD-OK
005580     IF WS-CHECK-COURSE = SPACES
005590         DISPLAY "COURSE ID CANNOT BE BLANK, TRY AGAIN: "
005600             WITH NO ADVANCING
005610         GO TO 8900-EXIT
005620     END-IF
005630     MOVE "L" TO CK-FUNCTION
005640     MOVE WS-CHECK-COURSE TO CK-COURSE-ID
005650     CALL "CRSLOOK" USING COURSE-LOOKUP-PARMS
005660     IF CK-COURSE-OK
005670         DISPLAY "      " CK-COURSE-TITLE
005680         MOVE "Y" TO WS-FIELD-OK
005690     ELSE
005700         DISPLAY "THAT COURSE IS NOT ON THE CATALOG, "
005710             "TRY AGAIN: " WITH NO ADVANCING
005720     END-IF.
005730 8900-EXIT.
005740     EXIT.
005750
005760*----------------------------------------------------------
005770* APPEND A DENIED-FUNCTION EVENT TO THE SECURITY LOG -
005780* SL-FUNCTION IS ALREADY SET BY THE CALLER
005790*----------------------------------------------------------
005800 9000-LOG-DENIAL.
005810     MOVE SO-OPERATOR-ID TO SL-OPERATOR-ID
005820     MOVE "DEGMNT" TO SL-PROGRAM
005830     MOVE "DENIED" TO SL-DISPOSITION
005840     ACCEPT SL-TS-DATE FROM DATE YYYYMMDD
005850     ACCEPT SL-TS-TIME FROM TIME
005859     MOVE SPACES TO SL-OTHER-OPERATOR
005860     MOVE SPACES TO SL-FILLER
005870     WRITE SECURITY-LOG-RECORD.
005880 9000-EXIT.
005890     EXIT.
