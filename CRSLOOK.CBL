000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CRSLOOK.
000030 AUTHOR. PAYROLL-SYSTEMS-GROUP.
000040 INSTALLATION. DATA-PROCESSING-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 10/15/26  SM   INITIAL VERSION - COURSE CATALOG LOOKUP AND
000110* 10/15/26  SM   ENROLLMENT CHECK (TERM OFFERED, PREREQS)
000120*----------------------------------------------------------
000130*
000140* CALLED SUBPROGRAM, ONE CALL PER COURSE, SHARED BY STUDMNT
000150* AND ENRLBAT SO THE TERMINAL AND THE REGISTRAR'S BATCH HOLD
000160* AN ENROLLMENT TO THE SAME RULES, AND BY CRSRPT AND GRADEBK
000170* FOR THE COURSE TITLE.  THE CATALOG IS OPENED ON THE FIRST
000180* CALL AND LEFT OPEN FOR THE RUN; THE ENROLLMENT DETAIL IS
000190* OPENED (INPUT) THE FIRST TIME A PREREQUISITE HAS TO BE
000200* LOOKED FOR.  A MISSING CATALOG IS NOT CREATED - EVERY
000210* COURSE THEN ANSWERS UNKNOWN UNTIL CRSMNT HAS KEYED ONE.
000220*
000230* TERM IDS SORT BY YEAR BUT NOT BY SEASON (2026F KEYS AHEAD
000240* OF 2026S), SO "EARLIER TERM" AND "OFFERED IN THIS TERM"
000250* ARE DECIDED ON A TERM SEQUENCE - YEAR TIMES TEN PLUS THE
000260* SEASON IN CALENDAR ORDER, W=1 S=2 U=3 F=4.
000270*
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT COURSE-CATALOG ASSIGN TO "CRSCAT"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS RANDOM
000340         RECORD KEY IS CC-COURSE-ID
000350         FILE STATUS IS WS-CC-STATUS.
000360     SELECT ENROLLMENT-DETAIL ASSIGN TO "ENROLL"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS EN-KEY
000400         FILE STATUS IS WS-EN-STATUS.
000410
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  COURSE-CATALOG.
000450     COPY CRSCAT.
000460 FD  ENROLLMENT-DETAIL.
000470     COPY ENROLL.
000480
000490 WORKING-STORAGE SECTION.
000500 77  WS-CC-STATUS                  PIC X(02) VALUE "00".
000510 77  WS-EN-STATUS                  PIC X(02) VALUE "00".
000520 77  WS-OPENED-SWITCH              PIC X(01) VALUE "N".
000530     88  FILE-OPENED               VALUE "Y".
000540 77  WS-CATALOG-SWITCH             PIC X(01) VALUE "N".
000550     88  CATALOG-ON-FILE           VALUE "Y".
000560 77  WS-EN-OPENED-SWITCH           PIC X(01) VALUE "N".
000570     88  ENROLL-OPENED             VALUE "Y".
000580 77  WS-ENROLL-SWITCH              PIC X(01) VALUE "N".
000590     88  ENROLL-ON-FILE            VALUE "Y".
000600 77  WS-SCAN-SWITCH                PIC X(01) VALUE "N".
000610     88  SCAN-DONE                 VALUE "Y".
000620 77  WS-PASSED-SWITCH              PIC X(01) VALUE "N".
000630     88  PREREQ-PASSED             VALUE "Y".
000640 77  WS-TERM-OK                    PIC X(01) VALUE "N".
000650 77  WS-PREREQ-SUB                 PIC 9(01) COMP VALUE ZERO.
000660 77  WS-MIN-GRADE                  PIC X(01) VALUE SPACE.
000670 77  WS-SEASON-RANK                PIC 9(01) VALUE ZERO.
000680 77  WS-TERM-SEQ                   PIC 9(05) VALUE ZERO.
000690 77  WS-TARGET-SEQ                 PIC 9(05) VALUE ZERO.
000700 01  WS-TERM-WORK.
000710     05  WS-TW-YEAR                PIC X(04).
000720     05  WS-TW-YEAR-NUM REDEFINES WS-TW-YEAR
000730                                   PIC 9(04).
000740     05  WS-TW-SEASON              PIC X(01).
000750
000760 LINKAGE SECTION.
000770     COPY CRSPRM.
000780
000790 PROCEDURE DIVISION USING COURSE-LOOKUP-PARMS.
000800 0000-MAINLINE.
000810     IF NOT FILE-OPENED
000820         PERFORM 1000-OPEN-CATALOG THRU 1000-EXIT
000830     END-IF
000840     MOVE SPACES TO CK-COURSE-TITLE
000850     MOVE ZERO TO CK-CREDITS
000860     MOVE SPACES TO CK-MISSING-PREREQ
000870     MOVE "U" TO CK-RESULT
000880     IF NOT CATALOG-ON-FILE
000890         GOBACK
000900     END-IF
000910     MOVE CK-COURSE-ID TO CC-COURSE-ID
000920     READ COURSE-CATALOG
000930         INVALID KEY
000940             GOBACK
000950     END-READ
000960     MOVE CC-COURSE-TITLE TO CK-COURSE-TITLE
000970     MOVE CC-CREDITS TO CK-CREDITS
000980     MOVE "Y" TO CK-RESULT
000990     IF CK-ENROLL-CHECK
001000         PERFORM 2000-CHECK-TERM THRU 2000-EXIT
001010         IF CK-COURSE-OK
001020             PERFORM 3000-CHECK-PREREQS THRU 3000-EXIT
001030         END-IF
001040     END-IF
001050     GOBACK.
001060
001070*----------------------------------------------------------
001080* FIRST CALL: OPEN THE CATALOG FOR THE REST OF THE RUN
001090*----------------------------------------------------------
001100 1000-OPEN-CATALOG.
001110     SET FILE-OPENED TO TRUE
001120     OPEN INPUT COURSE-CATALOG
001130     IF WS-CC-STATUS NOT = "00"
001140         DISPLAY "CRSLOOK: NO COURSE CATALOG ON FILE - "
001150             "EVERY COURSE IS UNKNOWN UNTIL CRSMNT KEYS IT"
001160         GO TO 1000-EXIT
001170     END-IF
001180     SET CATALOG-ON-FILE TO TRUE.
001190 1000-EXIT.
001200     EXIT.
001210
001220*----------------------------------------------------------
001230* THE ENROLLMENT TERM MUST BE A REAL TERM AND FALL INSIDE
001240* THE COURSE'S FIRST-TO-LAST OFFERED TERMS
001250*----------------------------------------------------------
001260 2000-CHECK-TERM.
001270     MOVE CK-TERM-ID TO WS-TERM-WORK
001280     PERFORM 8000-TERM-SEQUENCE THRU 8000-EXIT
001290     IF WS-TERM-OK NOT = "Y"
001300         MOVE "T" TO CK-RESULT
001310         GO TO 2000-EXIT
001320     END-IF
001330     MOVE WS-TERM-SEQ TO WS-TARGET-SEQ
001340     MOVE CC-FIRST-TERM TO WS-TERM-WORK
001350     PERFORM 8000-TERM-SEQUENCE THRU 8000-EXIT
001360     IF WS-TERM-OK = "Y" AND WS-TARGET-SEQ < WS-TERM-SEQ
001370         MOVE "I" TO CK-RESULT
001380         GO TO 2000-EXIT
001390     END-IF
001400     IF CC-LAST-TERM NOT = SPACES
001410         MOVE CC-LAST-TERM TO WS-TERM-WORK
001420         PERFORM 8000-TERM-SEQUENCE THRU 8000-EXIT
001430         IF WS-TERM-OK = "Y" AND WS-TARGET-SEQ > WS-TERM-SEQ
001440             MOVE "I" TO CK-RESULT
001450         END-IF
001460     END-IF.
001470 2000-EXIT.
001480     EXIT.
001490
001500*----------------------------------------------------------
001510* EVERY PREREQUISITE MUST BE ON THE STUDENT'S RECORD FROM AN
001520* EARLIER TERM WITH AT LEAST ITS MINIMUM GRADE - THE FIRST
001530* ONE MISSING IS NAMED BACK TO THE CALLER
001540*----------------------------------------------------------
001550 3000-CHECK-PREREQS.
001560     IF CC-PREREQ-COUNT = ZERO
001570         GO TO 3000-EXIT
001580     END-IF
001590     IF NOT ENROLL-OPENED
001600         SET ENROLL-OPENED TO TRUE
001610         OPEN INPUT ENROLLMENT-DETAIL
001620         IF WS-EN-STATUS = "00"
001630             SET ENROLL-ON-FILE TO TRUE
001640         END-IF
001650     END-IF
001660     PERFORM 3100-CHECK-ONE-PREREQ THRU 3100-EXIT
001670         VARYING WS-PREREQ-SUB FROM 1 BY 1
001680         UNTIL WS-PREREQ-SUB > CC-PREREQ-COUNT
001690            OR WS-PREREQ-SUB > 3
001700            OR NOT CK-COURSE-OK.
001710 3000-EXIT.
001720     EXIT.
001730
001740 3100-CHECK-ONE-PREREQ.
001750     IF CC-PREREQ-COURSE-ID (WS-PREREQ-SUB) = SPACES
001760         GO TO 3100-EXIT
001770     END-IF
001780     MOVE "N" TO WS-PASSED-SWITCH
001790*> NO MINIMUM KEYED MEANS ANY PASSING GRADE WILL DO
001800     MOVE CC-PREREQ-MIN-GRADE (WS-PREREQ-SUB) TO WS-MIN-GRADE
001810     IF WS-MIN-GRADE < "A" OR WS-MIN-GRADE > "D"
001820         MOVE "D" TO WS-MIN-GRADE
001830     END-IF
001840     IF ENROLL-ON-FILE
001850         MOVE "N" TO WS-SCAN-SWITCH
001860         MOVE CK-STUDENT-ID TO EN-STUDENT-ID
001870         MOVE LOW-VALUES TO EN-TERM-ID
001880         MOVE LOW-VALUES TO EN-COURSE-ID
001890         START ENROLLMENT-DETAIL KEY IS GREATER THAN OR EQUAL
001900                 TO EN-KEY
001910             INVALID KEY
001920                 SET SCAN-DONE TO TRUE
001930         END-START
001940         PERFORM 3200-TEST-ONE-ENROLLMENT THRU 3200-EXIT
001950             UNTIL SCAN-DONE
001960     END-IF
001970     IF NOT PREREQ-PASSED
001980         MOVE "P" TO CK-RESULT
001990         MOVE CC-PREREQ-COURSE-ID (WS-PREREQ-SUB)
002000             TO CK-MISSING-PREREQ
002010     END-IF.
002020 3100-EXIT.
002030     EXIT.
002040
002050 3200-TEST-ONE-ENROLLMENT.
002060     READ ENROLLMENT-DETAIL NEXT RECORD
002070         AT END
002080             SET SCAN-DONE TO TRUE
002090             GO TO 3200-EXIT
002100     END-READ
002110     IF EN-STUDENT-ID NOT = CK-STUDENT-ID
002120         SET SCAN-DONE TO TRUE
002130         GO TO 3200-EXIT
002140     END-IF
002150     IF EN-COURSE-ID NOT = CC-PREREQ-COURSE-ID (WS-PREREQ-SUB)
002160             OR EN-COURSE-SCORE < "A"
002170             OR EN-COURSE-SCORE > WS-MIN-GRADE
002180         GO TO 3200-EXIT
002190     END-IF
002200     MOVE EN-TERM-ID TO WS-TERM-WORK
002210     PERFORM 8000-TERM-SEQUENCE THRU 8000-EXIT
002220     IF WS-TERM-OK = "Y" AND WS-TERM-SEQ < WS-TARGET-SEQ
002230         SET PREREQ-PASSED TO TRUE
002240         SET SCAN-DONE TO TRUE
002250     END-IF.
002260 3200-EXIT.
002270     EXIT.
002280
002290*----------------------------------------------------------
002300* TURN THE TERM ID IN WS-TERM-WORK INTO ITS SEQUENCE NUMBER
002310* - WS-TERM-OK IS N WHEN THE YEAR OR SEASON IS NOT VALID
002320*----------------------------------------------------------
002330 8000-TERM-SEQUENCE.
002340     MOVE "N" TO WS-TERM-OK
002350     MOVE ZERO TO WS-TERM-SEQ
002360     IF WS-TW-YEAR NOT NUMERIC
002370         GO TO 8000-EXIT
002380     END-IF
002390     EVALUATE WS-TW-SEASON
002400         WHEN "W"  MOVE 1 TO WS-SEASON-RANK
002410         WHEN "S"  MOVE 2 TO WS-SEASON-RANK
002420         WHEN "U"  MOVE 3 TO WS-SEASON-RANK
002430         WHEN "F"  MOVE 4 TO WS-SEASON-RANK
002440         WHEN OTHER
002450             GO TO 8000-EXIT
002460     END-EVALUATE
002470     COMPUTE WS-TERM-SEQ = WS-TW-YEAR-NUM * 10 + WS-SEASON-RANK
002480     MOVE "Y" TO WS-TERM-OK.
002490 8000-EXIT.
002500     EXIT.
