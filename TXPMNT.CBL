000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TXPMNT.
000030 AUTHOR. PAYROLL-SYSTEMS-GROUP.
000040 INSTALLATION. DATA-PROCESSING-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 10/15/26  SM   INITIAL VERSION - CUSTOMER TAX PROFILE
000110* 10/15/26  SM   MAINTENANCE (ADD/CHANGE/INQUIRE/LIST/
000120* 10/15/26  SM   DELETE), OPERATOR SIGN-ON REQUIRED
000130*----------------------------------------------------------
000140*
000150* OPERATOR TRANSACTION PROGRAM AGAINST THE TAX PROFILE FILE,
000160* MIRRORING BNKMNT'S STRUCTURE, KEYED BY SSNUM.  A CLERK KEYS
000170* A CUSTOMER'S WITHHOLDING ELECTION THE DAY IT IS HANDED IN:
000180* FILING STATUS, ALLOWANCES, A FLAT ADDITIONAL AMOUNT, AN
000190* EXEMPT CLAIM WITH ITS EXPIRY DATE, AND THE WORK STATE.  THE
000200* NEXT PAYREG (OR PAYADJ) WITHHOLDS BY IT THROUGH WTHCALC.
000210* A WORK STATE WITH NO RATE SET ON STWRATES IS ACCEPTED - IT
000220* MAY HAVE NO INCOME TAX - BUT THE CLERK IS TOLD SO.  EVERY
000230* ADD AND CHANGE STAMPS THE OPERATOR AND DATE.  DELETE IS
000240* HELD TO SUPERVISOR AUTHORITY, SAME AS BNKMNT - A DELETED
000250* PROFILE PUTS THE CUSTOMER BACK ON THE SINGLE/ZERO DEFAULT.
000260*
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT TAX-PROFILES ASSIGN TO "TAXPROF"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS TP-SSNUM
000340         FILE STATUS IS WS-TP-STATUS.
000350     SELECT STATE-WTH-RATES ASSIGN TO "STWRATES"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS SW-KEY
000390         FILE STATUS IS WS-SW-STATUS.
000400     SELECT SECURITY-LOG ASSIGN TO "SECLOG"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-SL-STATUS.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  TAX-PROFILES.
000470     COPY TAXPROF.
000480 FD  STATE-WTH-RATES.
000490     COPY STWRATE.
000500 FD  SECURITY-LOG.
000510     COPY SECLOG.
000520
000530 WORKING-STORAGE SECTION.
000540 77  WS-TP-STATUS                  PIC X(02) VALUE "00".
000550 77  WS-SW-STATUS                  PIC X(02) VALUE "00".
000560 77  WS-SL-STATUS                  PIC X(02) VALUE "00".
000570     COPY SIGNPRM.
000580 77  WS-FUNCTION-CHOICE            PIC 9 VALUE ZERO.
000590 77  WS-DONE-SWITCH                PIC X(01) VALUE "N".
000600     88  MAINT-DONE                VALUE "Y".
000610 77  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
000620     88  END-OF-FILE               VALUE "Y".
000630 77  WS-SSN-OK                     PIC X(01) VALUE "N".
000640 77  WS-STATE-OK                   PIC X(01) VALUE "N".
000650 77  WS-PROFILES-LISTED            PIC 9(05) COMP VALUE ZERO.
000660 01  WS-SSNUM-KEY.
000670     05  WS-KEY-SSAREA             PIC 999.
000680     05  WS-KEY-SSGROUP            PIC 99.
000690     05  WS-KEY-SSSERIAL           PIC 9999.
000700 01  WS-RUN-DATE                   PIC 9(08) VALUE ZEROS.
000710
000720 PROCEDURE DIVISION.
000730 0000-MAINLINE.
000740     CALL "SIGNON" USING SIGNON-PARMS
000750     IF NOT SO-SIGNED-ON
000760         GOBACK
000770     END-IF
000780     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
000790     OPEN I-O TAX-PROFILES
000800     IF WS-TP-STATUS = "35"
000810         OPEN OUTPUT TAX-PROFILES
000820         CLOSE TAX-PROFILES
000830         OPEN I-O TAX-PROFILES
000840     END-IF
000850     OPEN INPUT STATE-WTH-RATES
000860*> EXTEND fails with status 35 the first time this file
000870*> doesn't exist yet - fall back to creating it
000880     OPEN EXTEND SECURITY-LOG
000890     IF WS-SL-STATUS = "35"
000900         OPEN OUTPUT SECURITY-LOG
000910         CLOSE SECURITY-LOG
000920         OPEN EXTEND SECURITY-LOG
000930     END-IF
000940     PERFORM 1000-SHOW-MENU THRU 1000-EXIT
000950         UNTIL MAINT-DONE
000960     CLOSE TAX-PROFILES
000970     IF WS-SW-STATUS NOT = "35"
000980         CLOSE STATE-WTH-RATES
000990     END-IF
001000     CLOSE SECURITY-LOG
001010     GOBACK.
001020
001030*----------------------------------------------------------
001040* SHOW THE MENU AND DISPATCH TO THE CHOSEN FUNCTION
001050*----------------------------------------------------------
001060 1000-SHOW-MENU.
001070     DISPLAY " "
001080     DISPLAY "1. ADD A TAX PROFILE"
001090     DISPLAY "2. CHANGE A TAX PROFILE"
001100     DISPLAY "3. INQUIRE ON A TAX PROFILE"
001110     DISPLAY "4. LIST ALL TAX PROFILES"
001120     DISPLAY "5. DELETE A TAX PROFILE"
001130     DISPLAY "6. EXIT"
001140     DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING
001150     ACCEPT WS-FUNCTION-CHOICE
001160     EVALUATE WS-FUNCTION-CHOICE
001170         WHEN 1
001180             PERFORM 2000-ADD-PROFILE THRU 2000-EXIT
001190         WHEN 2
001200             PERFORM 3000-CHANGE-PROFILE THRU 3000-EXIT
001210         WHEN 3
001220             PERFORM 4000-INQUIRE-PROFILE THRU 4000-EXIT
001230         WHEN 4
001240             PERFORM 4500-LIST-PROFILES THRU 4500-EXIT
001250         WHEN 5
001260             IF SO-AUTH-LEVEL >= 2
001270                 PERFORM 5000-DELETE-PROFILE THRU 5000-EXIT
001280             ELSE
001290                 DISPLAY "DELETE NEEDS SUPERVISOR AUTHORITY"
001300                 MOVE "DELETE" TO SL-FUNCTION
001310                 PERFORM 9000-LOG-DENIAL THRU 9000-EXIT
001320             END-IF
001330         WHEN 6
001340             SET MAINT-DONE TO TRUE
001350         WHEN OTHER
001360             DISPLAY "PLEASE ENTER A NUMBER 1-6"
001370     END-EVALUATE.
001380 1000-EXIT.
001390     EXIT.
001400
001410*----------------------------------------------------------
001420* ADD A NEW CUSTOMER'S ELECTION
001430*----------------------------------------------------------
001440 2000-ADD-PROFILE.
001450     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
001460     MOVE WS-SSNUM-KEY TO TP-SSNUM
001470     PERFORM 8100-ACCEPT-ELECTION THRU 8100-EXIT
001480     MOVE SPACES TO TP-FILLER
001490     WRITE TAX-PROFILE-RECORD
001500         INVALID KEY
001510             DISPLAY "THAT SSN ALREADY HAS A TAX PROFILE - "
001520                 "USE CHANGE"
001530         NOT INVALID KEY
001540             DISPLAY "TAX PROFILE ADDED"
001550     END-WRITE.
001560 2000-EXIT.
001570     EXIT.
001580
001590*----------------------------------------------------------
001600* KEY A NEW ELECTION OVER THE ONE ON FILE - THE WHOLE FORM
001610* IS RE-KEYED, THE WAY THE CUSTOMER FILLS IT IN
001620*----------------------------------------------------------
001630 3000-CHANGE-PROFILE.
001640     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
001650     MOVE WS-SSNUM-KEY TO TP-SSNUM
001660     READ TAX-PROFILES
001670         INVALID KEY
001680             DISPLAY "NO TAX PROFILE ON FILE FOR THAT SSN"
001690     END-READ
001700     IF WS-TP-STATUS = "00"
001710         PERFORM 4100-SHOW-PROFILE THRU 4100-EXIT
001720         PERFORM 8100-ACCEPT-ELECTION THRU 8100-EXIT
001730         REWRITE TAX-PROFILE-RECORD
001740         DISPLAY "TAX PROFILE CHANGED"
001750     END-IF.
001760 3000-EXIT.
001770     EXIT.
001780
001790*----------------------------------------------------------
001800* DISPLAY ONE TAX PROFILE
001810*----------------------------------------------------------
001820 4000-INQUIRE-PROFILE.
001830     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
001840     MOVE WS-SSNUM-KEY TO TP-SSNUM
001850     READ TAX-PROFILES
001860         INVALID KEY
001870             DISPLAY "NO TAX PROFILE ON FILE FOR THAT SSN - "
001880                 "WITHHELD AS SINGLE, ZERO ALLOWANCES"
001890     END-READ
001900     IF WS-TP-STATUS = "00"
001910         PERFORM 4100-SHOW-PROFILE THRU 4100-EXIT
001920     END-IF.
001930 4000-EXIT.
001940     EXIT.
001950
001960 4100-SHOW-PROFILE.
001970     DISPLAY "SSN:              " TP-SSNUM
001980     DISPLAY "FILING STATUS:    " TP-FILING-STATUS
001990     DISPLAY "ALLOWANCES:       " TP-ALLOWANCES
002000     DISPLAY "ADDITIONAL WTH:   " TP-ADDL-WITHHOLDING
002010     DISPLAY "EXEMPT:           " TP-EXEMPT-FLAG
002020         "  EXPIRES " TP-EXEMPT-EXPIRES
002030     DISPLAY "WORK STATE:       " TP-WORK-STATE
002040     DISPLAY "ELECTION SIGNED:  " TP-ELECTION-DATE
002050     DISPLAY "LAST CHANGED BY " TP-CHANGED-BY
002060         " ON " TP-CHANGED-DATE.
002070 4100-EXIT.
002080     EXIT.
002090
002100*----------------------------------------------------------
002110* LIST EVERY PROFILE IN SSN ORDER
002120*----------------------------------------------------------
002130 4500-LIST-PROFILES.
002140     MOVE ZERO TO WS-PROFILES-LISTED
002150     MOVE "N" TO WS-EOF-SWITCH
002160     MOVE ZEROS TO TP-SSNUM
002170     START TAX-PROFILES KEY IS GREATER THAN OR EQUAL
002180             TO TP-SSNUM
002190         INVALID KEY
002200             SET END-OF-FILE TO TRUE
002210     END-START
002220     PERFORM 4510-LIST-ONE-PROFILE THRU 4510-EXIT
002230         UNTIL END-OF-FILE
002240     DISPLAY WS-PROFILES-LISTED " TAX PROFILE(S) ON FILE".
002250 4500-EXIT.
002260     EXIT.
002270
002280 4510-LIST-ONE-PROFILE.
002290     READ TAX-PROFILES NEXT RECORD
002300         AT END
002310             SET END-OF-FILE TO TRUE
002320     END-READ
002330     IF NOT END-OF-FILE
002340         ADD 1 TO WS-PROFILES-LISTED
002350         DISPLAY TP-SSNUM "  " TP-FILING-STATUS
002360             "  ALLOW " TP-ALLOWANCES
002370             "  ADDL " TP-ADDL-WITHHOLDING
002380             "  EXEMPT " TP-EXEMPT-FLAG
002390             "  STATE " TP-WORK-STATE
002400     END-IF.
002410 4510-EXIT.
002420     EXIT.
002430
002440*----------------------------------------------------------
002450* DELETE A TAX PROFILE - THE CUSTOMER GOES BACK TO THE
002460* SINGLE/ZERO DEFAULT AND ONTO PAYREG'S EXCEPTIONS LIST
002470*----------------------------------------------------------
002480 5000-DELETE-PROFILE.
002490     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
002500     MOVE WS-SSNUM-KEY TO TP-SSNUM
002510     DELETE TAX-PROFILES
002520         INVALID KEY
002530             DISPLAY "NO TAX PROFILE ON FILE FOR THAT SSN"
002540         NOT INVALID KEY
002550             DISPLAY "TAX PROFILE DELETED"
002560     END-DELETE.
002570 5000-EXIT.
002580     EXIT.
002590
002600*----------------------------------------------------------
002610* ACCEPT THE SSNUM THAT KEYS EVERY FUNCTION ABOVE - SAME
002620* SSA EDITS AS CUSTMNT 8200
002630*----------------------------------------------------------
002640 8000-ACCEPT-KEY.
002650     DISPLAY "ENTER SSN (AREA-GROUP-SERIAL, NO DASHES): "
002660         WITH NO ADVANCING
002670     ACCEPT WS-SSNUM-KEY
002680     MOVE "N" TO WS-SSN-OK
002690     PERFORM 8200-VALIDATE-SSN THRU 8200-EXIT
002700         UNTIL WS-SSN-OK = "Y".
002710 8000-EXIT.
002720     EXIT.
002730
002740*----------------------------------------------------------
002750* ACCEPT THE ELECTION AS THE CUSTOMER SIGNED IT, AND STAMP
002760* WHO KEYED IT AND WHEN
002770*----------------------------------------------------------
002780 8100-ACCEPT-ELECTION.
002790     DISPLAY "FILING STATUS (S=SINGLE, M=MARRIED, "
002800         "H=HEAD OF HOUSEHOLD): " WITH NO ADVANCING
002810     ACCEPT TP-FILING-STATUS
002820     PERFORM 8110-REACCEPT-STATUS THRU 8110-EXIT
002830         UNTIL TP-VALID-STATUS
002840     DISPLAY "ALLOWANCES CLAIMED (00-99): " WITH NO ADVANCING
002850     ACCEPT TP-ALLOWANCES
002860     DISPLAY "ADDITIONAL WITHHOLDING PER CHECK (99999V99): "
002870         WITH NO ADVANCING
002880     ACCEPT TP-ADDL-WITHHOLDING
002890     DISPLAY "CLAIMS EXEMPT (Y/N): " WITH NO ADVANCING
002900     ACCEPT TP-EXEMPT-FLAG
002910     PERFORM 8120-REACCEPT-EXEMPT THRU 8120-EXIT
002920         UNTIL TP-VALID-EXEMPT
002930     MOVE ZEROS TO TP-EXEMPT-EXPIRES
002940     IF TP-EXEMPT
002950         DISPLAY "EXEMPT CLAIM EXPIRES (YYYYMMDD, 0 = NONE): "
002960             WITH NO ADVANCING
002970         ACCEPT TP-EXEMPT-EXPIRES
002980     END-IF
002990     DISPLAY "WORK STATE (2 LETTERS, BLANK = NONE): "
003000         WITH NO ADVANCING
003010     ACCEPT TP-WORK-STATE
003020     MOVE "N" TO WS-STATE-OK
003030     PERFORM 8300-CHECK-STATE THRU 8300-EXIT
003040         UNTIL WS-STATE-OK = "Y"
003050     DISPLAY "DATE THE ELECTION WAS SIGNED (YYYYMMDD, "
003060         "0 = TODAY): " WITH NO ADVANCING
003070     ACCEPT TP-ELECTION-DATE
003080     IF TP-ELECTION-DATE = ZERO
003090         MOVE WS-RUN-DATE TO TP-ELECTION-DATE
003100     END-IF
003110     MOVE SO-OPERATOR-ID TO TP-CHANGED-BY
003120     MOVE WS-RUN-DATE TO TP-CHANGED-DATE.
003130 8100-EXIT.
003140     EXIT.
003150
003160 8110-REACCEPT-STATUS.
003170     DISPLAY "FILING STATUS MUST BE S, M, OR H, TRY AGAIN: "
003180         WITH NO ADVANCING
003190     ACCEPT TP-FILING-STATUS.
003200 8110-EXIT.
003210     EXIT.
003220
003230 8120-REACCEPT-EXEMPT.
003240     DISPLAY "EXEMPT MUST BE Y OR N, TRY AGAIN: "
003250         WITH NO ADVANCING
003260     ACCEPT TP-EXEMPT-FLAG.
003270 8120-EXIT.
003280     EXIT.
003290
003300*----------------------------------------------------------
003310* SAME SSN EDITS AS CUSTMNT 8200 - AREA CAN'T BE 000, 666,
003320* OR 900-999, AND GROUP/SERIAL CAN'T BE ZERO
003330*----------------------------------------------------------
003340 8200-VALIDATE-SSN.
003350     IF WS-KEY-SSAREA = 0 OR WS-KEY-SSAREA = 666
003360             OR (WS-KEY-SSAREA >= 900 AND WS-KEY-SSAREA <= 999)
003370         DISPLAY "BAD SSN: AREA " WS-KEY-SSAREA
003380             " IS NOT A VALID SSA AREA, TRY AGAIN"
003390     ELSE IF WS-KEY-SSGROUP = 0
003400         DISPLAY "BAD SSN: GROUP NUMBER CAN'T BE ZERO, TRY AGAIN"
003410     ELSE IF WS-KEY-SSSERIAL = 0
003420         DISPLAY "BAD SSN: SERIAL NUMBER CAN'T BE ZERO, TRY AGAIN"
003430     ELSE
003440         MOVE "Y" TO WS-SSN-OK
003450     END-IF
003460     END-IF
003470     END-IF
003480     IF WS-SSN-OK NOT = "Y"
003490         DISPLAY "ENTER SSN (AREA-GROUP-SERIAL, NO DASHES): "
003500             WITH NO ADVANCING
003510         ACCEPT WS-SSNUM-KEY
003520     END-IF.
003530 8200-EXIT.
003540     EXIT.
003550
003560*----------------------------------------------------------
003570* A WORK STATE MUST BE TWO LETTERS OR BLANK.  ONE WITH NO
003580* RATE SET ON STWRATES WITHHOLDS NO STATE TAX - SAY SO, SO A
003590* MISKEYED CODE IS CAUGHT AT THE COUNTER, NOT ON THE W-2
003600*----------------------------------------------------------
003610 8300-CHECK-STATE.
003620     IF TP-WORK-STATE = SPACES
003630         MOVE "Y" TO WS-STATE-OK
003640         GO TO 8300-EXIT
003650     END-IF
003660     IF TP-WORK-STATE IS NOT ALPHABETIC
003670         DISPLAY "WORK STATE MUST BE TWO LETTERS, TRY AGAIN: "
003680             WITH NO ADVANCING
003690         ACCEPT TP-WORK-STATE
003700         GO TO 8300-EXIT
003710     END-IF
003720     MOVE "Y" TO WS-STATE-OK
003730     IF WS-SW-STATUS = "35"
003740         DISPLAY "NOTE: NO STATE RATE FILE YET - " TP-WORK-STATE
003750             " WITHHOLDS NO STATE TAX UNTIL KEYED IN STWMNT"
003760         GO TO 8300-EXIT
003770     END-IF
003780     MOVE TP-WORK-STATE TO SW-STATE
003790     MOVE ZEROS TO SW-EFFECTIVE-DATE
003800     START STATE-WTH-RATES KEY IS GREATER THAN OR EQUAL
003810             TO SW-KEY
003820         INVALID KEY
003830             MOVE SPACES TO SW-STATE
003840         NOT INVALID KEY
003850             READ STATE-WTH-RATES NEXT RECORD
003860                 AT END
003870                     MOVE SPACES TO SW-STATE
003880             END-READ
003890     END-START
003900     IF SW-STATE NOT = TP-WORK-STATE
003910         DISPLAY "NOTE: NO RATE SET ON FILE FOR " TP-WORK-STATE
003920             " - NO STATE TAX WILL BE WITHHELD"
003930     END-IF.
003940 8300-EXIT.
003950     EXIT.
003960
003970*----------------------------------------------------------
003980* APPEND A DENIED-FUNCTION EVENT TO THE SECURITY LOG -
003990* SL-FUNCTION IS ALREADY SET BY THE CALLER
004000*----------------------------------------------------------
004010 9000-LOG-DENIAL.
004020     MOVE SO-OPERATOR-ID TO SL-OPERATOR-ID
004030     MOVE "TXPMNT" TO SL-PROGRAM
004040     MOVE "DENIED" TO SL-DISPOSITION
004050     ACCEPT SL-TS-DATE FROM DATE YYYYMMDD
004060     ACCEPT SL-TS-TIME FROM TIME
004069     MOVE SPACES TO SL-OTHER-OPERATOR
004070     MOVE SPACES TO SL-FILLER
004080     WRITE SECURITY-LOG-RECORD.
004090 9000-EXIT.
004100     EXIT.
