000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. WSAMNT.
000030 AUTHOR. PAYROLL-SYSTEMS-GROUP.
000040 INSTALLATION. DATA-PROCESSING-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 10/15/26  SM   INITIAL VERSION - WORK-STUDY AWARD
000110* 10/15/26  SM   MAINTENANCE (ADD/CHANGE/INQUIRE/LIST/DELETE),
000120* 10/15/26  SM   SIGN-ON REQUIRED
000130*----------------------------------------------------------
000140*
000150* OPERATOR TRANSACTION PROGRAM AGAINST THE WORK-STUDY AWARD
000160* FILE, MIRRORING TUIMNT'S STRUCTURE, KEYED BY STUDENT ID
000170* PLUS ACADEMIC TERM.  AN AWARD CAN ONLY BE GIVEN TO A
000180* STUDENT LINKED TO PAYROLL AS A STUDENT WORKER (STUDMNT).
000190* EACH AWARD CARRIES THE MOST THE STUDENT MAY EARN IN THE
000200* TERM AND THE FIRST AND LAST CHECK DATES THAT COUNT
000210* AGAINST IT.  PAYEDIT FINDS A WORKER'S CURRENT TERM BY THE
000220* AWARD PERIOD THAT HOLDS THE CHECK DATE, SO ONE STUDENT'S
000230* AWARD PERIODS MAY NOT OVERLAP.  EVERY ADD AND CHANGE
000240* STAMPS THE OPERATOR AND DATE.  DELETE IS HELD TO
000250* SUPERVISOR AUTHORITY.
000260*
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT WORK-STUDY-AWARDS ASSIGN TO "STUAWD"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS AW-KEY
000340         FILE STATUS IS WS-AW-STATUS.
000350     SELECT STUDENT-MASTER ASSIGN TO "STUMAS"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS RANDOM
000380         RECORD KEY IS SM-STUDENT-ID
000390         FILE STATUS IS WS-SM-STATUS.
000400     SELECT SECURITY-LOG ASSIGN TO "SECLOG"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-SL-STATUS.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  WORK-STUDY-AWARDS.
000470     COPY STUAWD.
000480 FD  STUDENT-MASTER.
000490     COPY STUMAS.
000500 FD  SECURITY-LOG.
000510     COPY SECLOG.
000520
000530 WORKING-STORAGE SECTION.
000540 77  WS-AW-STATUS                  PIC X(02) VALUE "00".
000550 77  WS-SM-STATUS                  PIC X(02) VALUE "00".
000560 77  WS-SL-STATUS                  PIC X(02) VALUE "00".
000570     COPY SIGNPRM.
000580 77  WS-FUNCTION-CHOICE            PIC 9 VALUE ZERO.
000590 77  WS-DONE-SWITCH                PIC X(01) VALUE "N".
000600     88  MAINT-DONE                VALUE "Y".
000610 77  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
000620     88  END-OF-FILE               VALUE "Y".
000630 77  WS-STUDENT-ID-KEY             PIC 9(06) VALUE ZERO.
000640 77  WS-TERM-ID-KEY                PIC X(05) VALUE SPACES.
000650 77  WS-TODAY                      PIC 9(08) VALUE ZEROS.
000660 77  WS-AWARDS-LISTED              PIC 9(05) COMP VALUE ZERO.
000670 77  WS-FIELD-OK                   PIC X(01) VALUE "N".
000680 77  WS-TERM-OK                    PIC X(01) VALUE "N".
000690 77  WS-SEASON-RANK                PIC 9(01) VALUE ZERO.
000700 77  WS-TERM-SEQ                   PIC 9(05) VALUE ZERO.
000710 77  WS-OVERLAP-SWITCH             PIC X(01) VALUE "N".
000720     88  PERIOD-OVERLAPS           VALUE "Y".
000730 77  WS-OVERLAP-TERM               PIC X(05) VALUE SPACES.
000740 77  WS-HELD-BEGIN                 PIC 9(08) VALUE ZERO.
000750 77  WS-HELD-END                   PIC 9(08) VALUE ZERO.
000760 01  WS-TERM-WORK.
000770     05  WS-TW-YEAR                PIC X(04).
000780     05  WS-TW-YEAR-NUM REDEFINES WS-TW-YEAR
000790                                   PIC 9(04).
000800     05  WS-TW-SEASON              PIC X(01).
000810 01  WS-DATE-WORK.
000820     05  WS-DW-YEAR                PIC 9(04).
000830     05  WS-DW-MONTH               PIC 9(02).
000840     05  WS-DW-DAY                 PIC 9(02).
000850 01  WS-DATE-WORK-N REDEFINES WS-DATE-WORK PIC 9(08).
000860*> THE AWARD BEING ADDED OR CHANGED, HELD WHILE THE STUDENT'S
000870*> OTHER AWARDS ARE READ FOR AN OVERLAPPING PERIOD
000880 01  WS-HELD-AWARD                 PIC X(60).
000890
000900 PROCEDURE DIVISION.
000910 0000-MAINLINE.
000920     CALL "SIGNON" USING SIGNON-PARMS
000930     IF NOT SO-SIGNED-ON
000940         GOBACK
000950     END-IF
000960     ACCEPT WS-TODAY FROM DATE YYYYMMDD
000970     OPEN I-O WORK-STUDY-AWARDS
000980     IF WS-AW-STATUS = "35"
000990         OPEN OUTPUT WORK-STUDY-AWARDS
001000         CLOSE WORK-STUDY-AWARDS
001010         OPEN I-O WORK-STUDY-AWARDS
001020     END-IF
001030*> NO STUDENT MASTER YET MEANS NO STUDENT WORKERS - CREATE IT
001040*> EMPTY SO THE LOOKUPS READ AS NOT ON FILE
001050     OPEN INPUT STUDENT-MASTER
001060     IF WS-SM-STATUS = "35"
001070         OPEN OUTPUT STUDENT-MASTER
001080         CLOSE STUDENT-MASTER
001090         OPEN INPUT STUDENT-MASTER
001100     END-IF
001110*> EXTEND fails with status 35 the first time this file
001120*> doesn't exist yet - fall back to creating it
001130     OPEN EXTEND SECURITY-LOG
001140     IF WS-SL-STATUS = "35"
001150         OPEN OUTPUT SECURITY-LOG
001160         CLOSE SECURITY-LOG
001170         OPEN EXTEND SECURITY-LOG
001180     END-IF
001190     PERFORM 1000-SHOW-MENU THRU 1000-EXIT
001200         UNTIL MAINT-DONE
001210     CLOSE WORK-STUDY-AWARDS
001220     CLOSE STUDENT-MASTER
001230     CLOSE SECURITY-LOG
001240     GOBACK.
001250
001260*----------------------------------------------------------
001270* SHOW THE MENU AND DISPATCH TO THE CHOSEN FUNCTION
001280*----------------------------------------------------------
001290 1000-SHOW-MENU.
001300     DISPLAY " "
001310     DISPLAY "1. ADD A WORK-STUDY AWARD"
001320     DISPLAY "2. CHANGE A WORK-STUDY AWARD"
001330     DISPLAY "3. INQUIRE ON AN AWARD"
001340     DISPLAY "4. LIST A STUDENT'S AWARDS"
001350     DISPLAY "5. DELETE AN AWARD"
001360     DISPLAY "6. EXIT"
001370     DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING
001380     ACCEPT WS-FUNCTION-CHOICE
001390     EVALUATE WS-FUNCTION-CHOICE
001400         WHEN 1
001410             PERFORM 2000-ADD-AWARD THRU 2000-EXIT
001420         WHEN 2
001430             PERFORM 3000-CHANGE-AWARD THRU 3000-EXIT
001440         WHEN 3
001450             PERFORM 4000-INQUIRE-AWARD THRU 4000-EXIT
001460         WHEN 4
001470             PERFORM 4500-LIST-AWARDS THRU 4500-EXIT
001480         WHEN 5
001490             IF SO-AUTH-LEVEL >= 2
001500                 PERFORM 5000-DELETE-AWARD THRU 5000-EXIT
001510             ELSE
001520                 DISPLAY "DELETE NEEDS SUPERVISOR AUTHORITY"
001530                 MOVE "DELETE" TO SL-FUNCTION
001540                 PERFORM 9000-LOG-DENIAL THRU 9000-EXIT
001550             END-IF
001560         WHEN 6
001570             SET MAINT-DONE TO TRUE
001580         WHEN OTHER
001590             DISPLAY "PLEASE ENTER A NUMBER 1-6"
001600     END-EVALUATE.
001610 1000-EXIT.
001620     EXIT.
001630
001640*----------------------------------------------------------
001650* ADD A NEW AWARD - ONLY FOR A STUDENT LINKED TO PAYROLL
001660*----------------------------------------------------------
001670 2000-ADD-AWARD.
001680     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
001690     MOVE WS-STUDENT-ID-KEY TO SM-STUDENT-ID
001700     READ STUDENT-MASTER
001710         INVALID KEY
001720             DISPLAY "NO STUDENT ON FILE FOR THAT ID"
001730             GO TO 2000-EXIT
001740     END-READ
001750     IF NOT SM-STUDENT-WORKER
001760         DISPLAY "STUDENT IS NOT LINKED TO PAYROLL - LINK THEM "
001770             "IN STUDMNT FIRST"
001780         GO TO 2000-EXIT
001790     END-IF
001800     DISPLAY "  " SM-STUDENT-NAME
001810     MOVE WS-STUDENT-ID-KEY TO AW-STUDENT-ID
001820     MOVE WS-TERM-ID-KEY TO AW-TERM-ID
001830     READ WORK-STUDY-AWARDS
001840         NOT INVALID KEY
001850             DISPLAY "THAT AWARD IS ALREADY ON FILE"
001860             GO TO 2000-EXIT
001870     END-READ
001880     MOVE WS-STUDENT-ID-KEY TO AW-STUDENT-ID
001890     MOVE WS-TERM-ID-KEY TO AW-TERM-ID
001900     PERFORM 8100-ACCEPT-AWARD THRU 8100-EXIT
001910     PERFORM 8400-CHECK-OVERLAP THRU 8400-EXIT
001920     IF PERIOD-OVERLAPS
001930         GO TO 2000-EXIT
001940     END-IF
001950     PERFORM 8500-STAMP-RECORD THRU 8500-EXIT
001960     WRITE WORK-STUDY-AWARD-RECORD
001970         INVALID KEY
001980             DISPLAY "THAT AWARD IS ALREADY ON FILE"
001990         NOT INVALID KEY
002000             DISPLAY "AWARD ADDED"
002010     END-WRITE.
002020 2000-EXIT.
002030     EXIT.
002040
002050*----------------------------------------------------------
002060* RE-KEY AN EXISTING AWARD'S AMOUNT AND PERIOD
002070*----------------------------------------------------------
002080 3000-CHANGE-AWARD.
002090     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
002100     MOVE WS-STUDENT-ID-KEY TO AW-STUDENT-ID
002110     MOVE WS-TERM-ID-KEY TO AW-TERM-ID
002120     READ WORK-STUDY-AWARDS
002130         INVALID KEY
002140             DISPLAY "NO AWARD ON FILE FOR THAT STUDENT AND TERM"
002150             GO TO 3000-EXIT
002160     END-READ
002170     PERFORM 4100-SHOW-AWARD THRU 4100-EXIT
002180     PERFORM 8100-ACCEPT-AWARD THRU 8100-EXIT
002190     PERFORM 8400-CHECK-OVERLAP THRU 8400-EXIT
002200     IF PERIOD-OVERLAPS
002210         GO TO 3000-EXIT
002220     END-IF
002230     PERFORM 8500-STAMP-RECORD THRU 8500-EXIT
002240     REWRITE WORK-STUDY-AWARD-RECORD
002250         INVALID KEY
002260             DISPLAY "NO AWARD ON FILE FOR THAT STUDENT AND TERM"
002270         NOT INVALID KEY
002280             DISPLAY "AWARD CHANGED"
002290     END-REWRITE.
002300 3000-EXIT.
002310     EXIT.
002320
002330*----------------------------------------------------------
002340* DISPLAY ONE AWARD
002350*----------------------------------------------------------
002360 4000-INQUIRE-AWARD.
002370     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
002380     MOVE WS-STUDENT-ID-KEY TO AW-STUDENT-ID
002390     MOVE WS-TERM-ID-KEY TO AW-TERM-ID
002400     READ WORK-STUDY-AWARDS
002410         INVALID KEY
002420             DISPLAY "NO AWARD ON FILE FOR THAT STUDENT AND TERM"
002430             GO TO 4000-EXIT
002440     END-READ
002450     PERFORM 4100-SHOW-AWARD THRU 4100-EXIT.
002460 4000-EXIT.
002470     EXIT.
002480
002490 4100-SHOW-AWARD.
002500     DISPLAY "STUDENT " AW-STUDENT-ID "  TERM " AW-TERM-ID
002510         "  AWARD " AW-AWARD-AMOUNT
002520     DISPLAY "  CHECK DATES " AW-PERIOD-BEGIN " THRU "
002530         AW-PERIOD-END
002540     DISPLAY "  LAST CHANGED BY " AW-CHANGED-BY
002550         " ON " AW-CHANGED-DATE.
002560 4100-EXIT.
002570     EXIT.
002580
002590*----------------------------------------------------------
002600* LIST EVERY AWARD ONE STUDENT HOLDS, IN TERM ID ORDER
002610*----------------------------------------------------------
002620 4500-LIST-AWARDS.
002630     DISPLAY "ENTER STUDENT ID: " WITH NO ADVANCING
002640     ACCEPT WS-STUDENT-ID-KEY
002650     MOVE ZERO TO WS-AWARDS-LISTED
002660     MOVE "N" TO WS-EOF-SWITCH
002670     MOVE WS-STUDENT-ID-KEY TO AW-STUDENT-ID
002680     MOVE LOW-VALUES TO AW-TERM-ID
002690     START WORK-STUDY-AWARDS KEY IS GREATER THAN OR EQUAL
002700             TO AW-KEY
002710         INVALID KEY
002720             SET END-OF-FILE TO TRUE
002730     END-START
002740     PERFORM 4510-LIST-ONE-AWARD THRU 4510-EXIT
002750         UNTIL END-OF-FILE
002760     DISPLAY WS-AWARDS-LISTED " AWARD(S) ON FILE".
002770 4500-EXIT.
002780     EXIT.
002790
002800 4510-LIST-ONE-AWARD.
002810     READ WORK-STUDY-AWARDS NEXT RECORD
002820         AT END
002830             SET END-OF-FILE TO TRUE
002840     END-READ
002850     IF NOT END-OF-FILE
002860         IF AW-STUDENT-ID NOT = WS-STUDENT-ID-KEY
002870             SET END-OF-FILE TO TRUE
002880         ELSE
002890             ADD 1 TO WS-AWARDS-LISTED
002900             PERFORM 4100-SHOW-AWARD THRU 4100-EXIT
002910         END-IF
002920     END-IF.
002930 4510-EXIT.
002940     EXIT.
002950
002960*----------------------------------------------------------
002970* DELETE AN AWARD
002980*----------------------------------------------------------
002990 5000-DELETE-AWARD.
003000     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
003010     MOVE WS-STUDENT-ID-KEY TO AW-STUDENT-ID
003020     MOVE WS-TERM-ID-KEY TO AW-TERM-ID
003030     DELETE WORK-STUDY-AWARDS
003040         INVALID KEY
003050             DISPLAY "NO AWARD ON FILE FOR THAT STUDENT AND TERM"
003060         NOT INVALID KEY
003070             DISPLAY "AWARD DELETED"
003080     END-DELETE.
003090 5000-EXIT.
003100     EXIT.
003110
003120*----------------------------------------------------------
003130* ACCEPT THE STUDENT ID AND TERM THAT KEY EVERY FUNCTION
003140* ABOVE - THE TERM IS A YEAR FOLLOWED BY W, S, U OR F
003150*----------------------------------------------------------
003160 8000-ACCEPT-KEY.
003170     DISPLAY "ENTER STUDENT ID: " WITH NO ADVANCING
003180     ACCEPT WS-STUDENT-ID-KEY
003190     DISPLAY "ENTER TERM (YYYYT, E.G. 2026F): "
003200         WITH NO ADVANCING
003210     ACCEPT WS-TERM-ID-KEY
003220     MOVE "N" TO WS-FIELD-OK
003230     PERFORM 8010-VALIDATE-KEY THRU 8010-EXIT
003240         UNTIL WS-FIELD-OK = "Y".
003250 8000-EXIT.
003260     EXIT.
003270
003280 8010-VALIDATE-KEY.
003290     MOVE WS-TERM-ID-KEY TO WS-TERM-WORK
003300     PERFORM 8900-TERM-SEQUENCE THRU 8900-EXIT
003310     IF WS-TERM-OK = "Y"
003320         MOVE "Y" TO WS-FIELD-OK
003330     ELSE
003340         DISPLAY "TERM MUST BE A YEAR AND W/S/U/F, TRY AGAIN: "
003350             WITH NO ADVANCING
003360         ACCEPT WS-TERM-ID-KEY
003370     END-IF.
003380 8010-EXIT.
003390     EXIT.
003400
003410*----------------------------------------------------------
003420* ACCEPT THE AWARD AMOUNT AND THE FIRST AND LAST CHECK
003430* DATES IT COVERS - EACH IS RE-PROMPTED UNTIL IT PASSES
003440*----------------------------------------------------------
003450 8100-ACCEPT-AWARD.
003460     DISPLAY "  AWARD AMOUNT (99999.99): " WITH NO ADVANCING
003470     ACCEPT AW-AWARD-AMOUNT
003480     MOVE "N" TO WS-FIELD-OK
003490     PERFORM 8200-VALIDATE-AMOUNT THRU 8200-EXIT
003500         UNTIL WS-FIELD-OK = "Y"
003510     DISPLAY "  FIRST CHECK DATE (YYYYMMDD): " WITH NO ADVANCING
003520     ACCEPT AW-PERIOD-BEGIN
003530     MOVE "N" TO WS-FIELD-OK
003540     PERFORM 8210-VALIDATE-BEGIN THRU 8210-EXIT
003550         UNTIL WS-FIELD-OK = "Y"
003560     DISPLAY "  LAST CHECK DATE (YYYYMMDD): " WITH NO ADVANCING
003570     ACCEPT AW-PERIOD-END
003580     MOVE "N" TO WS-FIELD-OK
003590     PERFORM 8220-VALIDATE-END THRU 8220-EXIT
003600         UNTIL WS-FIELD-OK = "Y".
003610 8100-EXIT.
003620     EXIT.
003630
003640 8200-VALIDATE-AMOUNT.
003650     IF AW-AWARD-AMOUNT NUMERIC AND AW-AWARD-AMOUNT > ZERO
003660         MOVE "Y" TO WS-FIELD-OK
003670     ELSE
003680         DISPLAY "AWARD MUST BE MORE THAN ZERO, TRY AGAIN: "
003690             WITH NO ADVANCING
003700         ACCEPT AW-AWARD-AMOUNT
003710     END-IF.
003720 8200-EXIT.
003730     EXIT.
003740
003750 8210-VALIDATE-BEGIN.
003760     MOVE AW-PERIOD-BEGIN TO WS-DATE-WORK-N
003770     IF AW-PERIOD-BEGIN NUMERIC
003780             AND WS-DW-YEAR > 1900
003790             AND WS-DW-MONTH >= 1 AND WS-DW-MONTH <= 12
003800             AND WS-DW-DAY >= 1 AND WS-DW-DAY <= 31
003810         MOVE "Y" TO WS-FIELD-OK
003820     ELSE
003830         DISPLAY "DATE MUST BE YYYYMMDD, TRY AGAIN: "
003840             WITH NO ADVANCING
003850         ACCEPT AW-PERIOD-BEGIN
003860     END-IF.
003870 8210-EXIT.
003880     EXIT.
003890
003900 8220-VALIDATE-END.
003910     MOVE AW-PERIOD-END TO WS-DATE-WORK-N
003920     IF AW-PERIOD-END NUMERIC
003930             AND WS-DW-YEAR > 1900
003940             AND WS-DW-MONTH >= 1 AND WS-DW-MONTH <= 12
003950             AND WS-DW-DAY >= 1 AND WS-DW-DAY <= 31
003960             AND AW-PERIOD-END >= AW-PERIOD-BEGIN
003970         MOVE "Y" TO WS-FIELD-OK
003980     ELSE
003990         DISPLAY "DATE MUST BE YYYYMMDD, NOT BEFORE THE FIRST "
004000             "CHECK DATE, TRY AGAIN: " WITH NO ADVANCING
004010         ACCEPT AW-PERIOD-END
004020     END-IF.
004030 8220-EXIT.
004040     EXIT.
004050
004060*----------------------------------------------------------
004070* NO TWO OF ONE STUDENT'S AWARDS MAY COVER THE SAME CHECK
004080* DATE, OR PAYEDIT COULD NOT TELL WHICH TERM A CHECK FALLS
004090* IN.  READS THE STUDENT'S OTHER AWARDS AND PUTS THE ONE
004100* BEING KEYED BACK IN THE RECORD AREA AFTERWARDS
004110*----------------------------------------------------------
004120 8400-CHECK-OVERLAP.
004130     MOVE "N" TO WS-OVERLAP-SWITCH
004140     MOVE WORK-STUDY-AWARD-RECORD TO WS-HELD-AWARD
004150     MOVE AW-PERIOD-BEGIN TO WS-HELD-BEGIN
004160     MOVE AW-PERIOD-END TO WS-HELD-END
004170     MOVE "N" TO WS-EOF-SWITCH
004180     MOVE LOW-VALUES TO AW-TERM-ID
004190     START WORK-STUDY-AWARDS KEY IS GREATER THAN OR EQUAL
004200             TO AW-KEY
004210         INVALID KEY
004220             SET END-OF-FILE TO TRUE
004230     END-START
004240     PERFORM 8410-CHECK-ONE-AWARD THRU 8410-EXIT
004250         UNTIL END-OF-FILE OR PERIOD-OVERLAPS
004260     MOVE WS-HELD-AWARD TO WORK-STUDY-AWARD-RECORD
004270     IF PERIOD-OVERLAPS
004280         DISPLAY "CHECK DATES OVERLAP THE STUDENT'S "
004290             WS-OVERLAP-TERM " AWARD - NOT FILED"
004300     END-IF.
004310 8400-EXIT.
004320     EXIT.
004330
004340 8410-CHECK-ONE-AWARD.
004350     READ WORK-STUDY-AWARDS NEXT RECORD
004360         AT END
004370             SET END-OF-FILE TO TRUE
004380     END-READ
004390     IF END-OF-FILE
004400         GO TO 8410-EXIT
004410     END-IF
004420     IF AW-STUDENT-ID NOT = WS-STUDENT-ID-KEY
004430         SET END-OF-FILE TO TRUE
004440         GO TO 8410-EXIT
004450     END-IF
004460     IF AW-TERM-ID = WS-TERM-ID-KEY
004470         GO TO 8410-EXIT
004480     END-IF
004490     IF AW-PERIOD-BEGIN <= WS-HELD-END
004500             AND AW-PERIOD-END >= WS-HELD-BEGIN
004510         SET PERIOD-OVERLAPS TO TRUE
004520         MOVE AW-TERM-ID TO WS-OVERLAP-TERM
004530     END-IF.
004540 8410-EXIT.
004550     EXIT.
004560
004570*----------------------------------------------------------
004580* STAMP WHO SET THE AWARD AND WHEN
004590*----------------------------------------------------------
004600 8500-STAMP-RECORD.
004610     MOVE SO-OPERATOR-ID TO AW-CHANGED-BY
004620     MOVE WS-TODAY TO AW-CHANGED-DATE
004630     MOVE SPACES TO AW-FILLER.
004640 8500-EXIT.
004650     EXIT.
004660
004670*----------------------------------------------------------
004680* TURN THE TERM ID IN WS-TERM-WORK INTO ITS SEQUENCE NUMBER
004690* THE SAME WAY CRSLOOK DOES - YEAR TIMES TEN PLUS W=1 S=2
004700* U=3 F=4.  WS-TERM-OK IS N WHEN THE TERM IS NOT VALID
004710*----------------------------------------------------------
004720 8900-TERM-SEQUENCE.
004730     MOVE "N" TO WS-TERM-OK
004740     MOVE ZERO TO WS-TERM-SEQ
004750     IF WS-TW-YEAR NOT NUMERIC
004760         GO TO 8900-EXIT
004770     END-IF
004780     EVALUATE WS-TW-SEASON
004790         WHEN "W"  MOVE 1 TO WS-SEASON-RANK
004800         WHEN "S"  MOVE 2 TO WS-SEASON-RANK
004810         WHEN "U"  MOVE 3 TO WS-SEASON-RANK
004820         WHEN "F"  MOVE 4 TO WS-SEASON-RANK
004830         WHEN OTHER
004840             GO TO 8900-EXIT
004850     END-EVALUATE
004860     COMPUTE WS-TERM-SEQ = WS-TW-YEAR-NUM * 10 + WS-SEASON-RANK
004870     MOVE "Y" TO WS-TERM-OK.
004880 8900-EXIT.
004890     EXIT.
004900
004910*----------------------------------------------------------
004920* APPEND A DENIED-FUNCTION EVENT TO THE SECURITY LOG -
004930* SL-FUNCTION IS ALREADY SET BY THE CALLER
004940*----------------------------------------------------------
004950 9000-LOG-DENIAL.
004960     MOVE SO-OPERATOR-ID TO SL-OPERATOR-ID
004970     MOVE "WSAMNT" TO SL-PROGRAM
004980     MOVE "DENIED" TO SL-DISPOSITION
004990     ACCEPT SL-TS-DATE FROM DATE YYYYMMDD
005000     ACCEPT SL-TS-TIME FROM TIME
005009     MOVE SPACES TO SL-OTHER-OPERATOR
005010     MOVE SPACES TO SL-FILLER
005020     WRITE SECURITY-LOG-RECORD.
005030 9000-EXIT.
005040     EXIT.
