000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LVPMNT.
000030 AUTHOR. PAYROLL-SYSTEMS-GROUP.
000040 INSTALLATION. DATA-PROCESSING-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 10/15/26  SM   INITIAL VERSION - LEAVE ACCRUAL POLICY TIER
000110* 10/15/26  SM   MAINTENANCE (ADD/CHANGE/INQUIRE/LIST/DELETE)
000120* 10/15/26  SM   AND CUSTOMER HIRE DATES, SIGN-ON REQUIRED
000130*----------------------------------------------------------
000140*
000150* OPERATOR TRANSACTION PROGRAM AGAINST THE LEAVE POLICY
000160* FILE, MIRRORING STWMNT'S STRUCTURE, KEYED BY THE YEARS OF
000170* SERVICE A TIER STARTS AT.  EACH TIER CARRIES THE VACATION
000180* AND SICK HOURS EARNED PER CHECK, THE MAXIMUM BALANCE EACH
000190* MAY ACCRUE TO, AND THE CARRYOVER LIMIT THE YEAR-END LEAVE
000200* RUN (LVYREND) APPLIES.  PAYREG ACCRUES BY IT THROUGH
000210* LVPLOOK, SO A POLICY CHANGE IS A KEYED TRANSACTION, NOT A
000220* PROGRAM CHANGE.  EVERY ADD AND CHANGE STAMPS THE OPERATOR
000230* AND DATE.  DELETE IS HELD TO SUPERVISOR AUTHORITY, AND THE
000240* 00 (NEW-HIRE) TIER CAN ONLY BE CHANGED, NEVER DELETED, SO
000250* EVERY CUSTOMER ALWAYS HAS A TIER TO EARN UNDER.
000260*
000270* SERVICE IS MEASURED FROM THE HIRE DATE ON THE CUSTOMER'S
000280* LEAVE BALANCE RECORD, WHICH IS ALSO KEYED HERE - A CUSTOMER
000290* NOT YET PAID HAS NO BALANCE RECORD, SO SETTING THE HIRE
000300* DATE STARTS ONE AT ZERO HOURS.
000310*
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT LEAVE-POLICY ASSIGN TO "LVPOLICY"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS LP-SERVICE-YEARS
000390         FILE STATUS IS WS-LP-STATUS.
000400     SELECT LEAVE-BALANCES ASSIGN TO "LEAVEBAL"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS LB-SSNUM
000440         FILE STATUS IS WS-LB-STATUS.
000450     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAS"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS CM-SSNUM
000490         FILE STATUS IS WS-CM-STATUS.
000500     SELECT SECURITY-LOG ASSIGN TO "SECLOG"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-SL-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  LEAVE-POLICY.
000570     COPY LVPOLCY.
000580 FD  LEAVE-BALANCES.
000590     COPY LEAVEBAL.
000600 FD  CUSTOMER-MASTER.
000610     COPY CUSTMAS.
000620 FD  SECURITY-LOG.
000630     COPY SECLOG.
000640
000650 WORKING-STORAGE SECTION.
000660 77  WS-LP-STATUS                  PIC X(02) VALUE "00".
000670 77  WS-LB-STATUS                  PIC X(02) VALUE "00".
000680 77  WS-CM-STATUS                  PIC X(02) VALUE "00".
000690 77  WS-SL-STATUS                  PIC X(02) VALUE "00".
000700     COPY SIGNPRM.
000710     COPY LVPPRM.
000720 77  WS-FUNCTION-CHOICE            PIC 9 VALUE ZERO.
000730 77  WS-DONE-SWITCH                PIC X(01) VALUE "N".
000740     88  MAINT-DONE                VALUE "Y".
000750 77  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
000760     88  END-OF-FILE               VALUE "Y".
000770 77  WS-NEW-BALANCE-SWITCH         PIC X(01) VALUE "N".
000780     88  NEW-BALANCE-RECORD        VALUE "Y".
000790 77  WS-SSN-OK                     PIC X(01) VALUE "N".
000800 77  WS-YEARS-KEY                  PIC 9(02) VALUE ZERO.
000810 77  WS-HIRE-DATE                  PIC 9(08) VALUE ZEROS.
000820 77  WS-TODAY                      PIC 9(08) VALUE ZEROS.
000830 77  WS-TIERS-LISTED               PIC 9(03) COMP VALUE ZERO.
000840 01  WS-SSNUM-KEY.
000850     05  WS-KEY-SSAREA             PIC 999.
000860     05  WS-KEY-SSGROUP            PIC 99.
000870     05  WS-KEY-SSSERIAL           PIC 9999.
000880
000890 PROCEDURE DIVISION.
000900 0000-MAINLINE.
000910     CALL "SIGNON" USING SIGNON-PARMS
000920     IF NOT SO-SIGNED-ON
000930         GOBACK
000940     END-IF
000950     ACCEPT WS-TODAY FROM DATE YYYYMMDD
000960*> THE FIRST LOOKUP EVER CREATES THE POLICY FILE SEEDED WITH
000970*> THE NEW-HIRE TIER - LET LVPLOOK DO IT SO THE SEED LIVES
000980*> IN ONE PLACE
000990     OPEN I-O LEAVE-POLICY
001000     IF WS-LP-STATUS = "35"
001010         MOVE ZEROS TO LV-HIRE-DATE
001020         MOVE WS-TODAY TO LV-AS-OF-DATE
001030         CALL "LVPLOOK" USING LEAVE-POLICY-PARMS
001040         OPEN I-O LEAVE-POLICY
001050     END-IF
001060     OPEN I-O LEAVE-BALANCES
001070     IF WS-LB-STATUS = "35"
001080         OPEN OUTPUT LEAVE-BALANCES
001090         CLOSE LEAVE-BALANCES
001100         OPEN I-O LEAVE-BALANCES
001110     END-IF
001120     OPEN INPUT CUSTOMER-MASTER
001130*> EXTEND fails with status 35 the first time this file
001140*> doesn't exist yet - fall back to creating it
001150     OPEN EXTEND SECURITY-LOG
001160     IF WS-SL-STATUS = "35"
001170         OPEN OUTPUT SECURITY-LOG
001180         CLOSE SECURITY-LOG
001190         OPEN EXTEND SECURITY-LOG
001200     END-IF
001210     PERFORM 1000-SHOW-MENU THRU 1000-EXIT
001220         UNTIL MAINT-DONE
001230     CLOSE LEAVE-POLICY
001240     CLOSE LEAVE-BALANCES
001250     IF WS-CM-STATUS NOT = "35"
001260         CLOSE CUSTOMER-MASTER
001270     END-IF
001280     CLOSE SECURITY-LOG
001290     GOBACK.
001300
001310*----------------------------------------------------------
001320* SHOW THE MENU AND DISPATCH TO THE CHOSEN FUNCTION
001330*----------------------------------------------------------
001340 1000-SHOW-MENU.
001350     DISPLAY " "
001360     DISPLAY "1. ADD A LEAVE POLICY TIER"
001370     DISPLAY "2. CHANGE A LEAVE POLICY TIER"
001380     DISPLAY "3. INQUIRE ON A LEAVE POLICY TIER"
001390     DISPLAY "4. LIST ALL LEAVE POLICY TIERS"
001400     DISPLAY "5. DELETE A LEAVE POLICY TIER"
001410     DISPLAY "6. SET A CUSTOMER'S HIRE DATE"
001420     DISPLAY "7. EXIT"
001430     DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING
001440     ACCEPT WS-FUNCTION-CHOICE
001450     EVALUATE WS-FUNCTION-CHOICE
001460         WHEN 1
001470             PERFORM 2000-ADD-TIER THRU 2000-EXIT
001480         WHEN 2
001490             PERFORM 3000-CHANGE-TIER THRU 3000-EXIT
001500         WHEN 3
001510             PERFORM 4000-INQUIRE-TIER THRU 4000-EXIT
001520         WHEN 4
001530             PERFORM 4500-LIST-TIERS THRU 4500-EXIT
001540         WHEN 5
001550             IF SO-AUTH-LEVEL >= 2
001560                 PERFORM 5000-DELETE-TIER THRU 5000-EXIT
001570             ELSE
001580                 DISPLAY "DELETE NEEDS SUPERVISOR AUTHORITY"
001590                 MOVE "DELETE" TO SL-FUNCTION
001600                 PERFORM 9000-LOG-DENIAL THRU 9000-EXIT
001610             END-IF
001620         WHEN 6
001630             PERFORM 6000-SET-HIRE-DATE THRU 6000-EXIT
001640         WHEN 7
001650             SET MAINT-DONE TO TRUE
001660         WHEN OTHER
001670             DISPLAY "PLEASE ENTER A NUMBER 1-7"
001680     END-EVALUATE.
001690 1000-EXIT.
001700     EXIT.
001710
001720*----------------------------------------------------------
001730* ADD A NEW TIER STARTING AT A GIVEN YEARS OF SERVICE
001740*----------------------------------------------------------
001750 2000-ADD-TIER.
001760     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
001770     MOVE WS-YEARS-KEY TO LP-SERVICE-YEARS
001780     PERFORM 8100-ACCEPT-POLICY THRU 8100-EXIT
001790     MOVE SPACES TO LP-FILLER
001800     WRITE LEAVE-POLICY-RECORD
001810         INVALID KEY
001820             DISPLAY "A TIER ALREADY STARTS AT THAT SERVICE"
001830         NOT INVALID KEY
001840             DISPLAY "POLICY TIER ADDED"
001850     END-WRITE.
001860 2000-EXIT.
001870     EXIT.
001880
001890*----------------------------------------------------------
001900* RE-KEY AN EXISTING TIER'S ACCRUALS AND LIMITS
001910*----------------------------------------------------------
001920 3000-CHANGE-TIER.
001930     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
001940     MOVE WS-YEARS-KEY TO LP-SERVICE-YEARS
001950     READ LEAVE-POLICY
001960         INVALID KEY
001970             DISPLAY "NO TIER ON FILE STARTING AT THAT SERVICE"
001980     END-READ
001990     IF WS-LP-STATUS = "00"
002000         PERFORM 4100-SHOW-TIER THRU 4100-EXIT
002010         PERFORM 8100-ACCEPT-POLICY THRU 8100-EXIT
002020         REWRITE LEAVE-POLICY-RECORD
002030         DISPLAY "POLICY TIER CHANGED"
002040     END-IF.
002050 3000-EXIT.
002060     EXIT.
002070
002080*----------------------------------------------------------
002090* DISPLAY ONE TIER
002100*----------------------------------------------------------
002110 4000-INQUIRE-TIER.
002120     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
002130     MOVE WS-YEARS-KEY TO LP-SERVICE-YEARS
002140     READ LEAVE-POLICY
002150         INVALID KEY
002160             DISPLAY "NO TIER ON FILE STARTING AT THAT SERVICE"
002170     END-READ
002180     IF WS-LP-STATUS = "00"
002190         PERFORM 4100-SHOW-TIER THRU 4100-EXIT
002200     END-IF.
002210 4000-EXIT.
002220     EXIT.
002230
002240 4100-SHOW-TIER.
002250     DISPLAY "TIER STARTING AT " LP-SERVICE-YEARS
002260         " YEARS OF SERVICE"
002270     DISPLAY "  HOURS PER CHECK   VACATION " LP-VAC-ACCRUAL
002280         "  SICK " LP-SICK-ACCRUAL
002290     DISPLAY "  MAXIMUM BALANCE   VACATION " LP-VAC-MAX-BALANCE
002300         "  SICK " LP-SICK-MAX-BALANCE
002310     DISPLAY "  YEAR-END CARRY    VACATION " LP-VAC-CARRYOVER
002320         "  SICK " LP-SICK-CARRYOVER
002330     DISPLAY "  LAST CHANGED BY " LP-CHANGED-BY
002340         " ON " LP-CHANGED-DATE.
002350 4100-EXIT.
002360     EXIT.
002370
002380*----------------------------------------------------------
002390* LIST EVERY TIER IN YEARS-OF-SERVICE ORDER
002400*----------------------------------------------------------
002410 4500-LIST-TIERS.
002420     MOVE ZERO TO WS-TIERS-LISTED
002430     MOVE "N" TO WS-EOF-SWITCH
002440     MOVE ZERO TO LP-SERVICE-YEARS
002450     START LEAVE-POLICY KEY IS GREATER THAN OR EQUAL
002460             TO LP-SERVICE-YEARS
002470         INVALID KEY
002480             SET END-OF-FILE TO TRUE
002490     END-START
002500     PERFORM 4510-LIST-ONE-TIER THRU 4510-EXIT
002510         UNTIL END-OF-FILE
002520     DISPLAY WS-TIERS-LISTED " POLICY TIER(S) ON FILE".
002530 4500-EXIT.
002540     EXIT.
002550
002560 4510-LIST-ONE-TIER.
002570     READ LEAVE-POLICY NEXT RECORD
002580         AT END
002590             SET END-OF-FILE TO TRUE
002600     END-READ
002610     IF NOT END-OF-FILE
002620         ADD 1 TO WS-TIERS-LISTED
002630         PERFORM 4100-SHOW-TIER THRU 4100-EXIT
002640     END-IF.
002650 4510-EXIT.
002660     EXIT.
002670
002680*----------------------------------------------------------
002690* DELETE A TIER - ITS CUSTOMERS FALL BACK TO THE TIER BELOW.
002700* THE NEW-HIRE TIER HAS NOTHING BELOW IT AND STAYS
002710*----------------------------------------------------------
002720 5000-DELETE-TIER.
002730     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
002740     IF WS-YEARS-KEY = ZERO
002750         DISPLAY "THE 00 TIER CANNOT BE DELETED - CHANGE IT"
002760         GO TO 5000-EXIT
002770     END-IF
002780     MOVE WS-YEARS-KEY TO LP-SERVICE-YEARS
002790     DELETE LEAVE-POLICY
002800         INVALID KEY
002810             DISPLAY "NO TIER ON FILE STARTING AT THAT SERVICE"
002820         NOT INVALID KEY
002830             DISPLAY "POLICY TIER DELETED"
002840     END-DELETE.
002850 5000-EXIT.
002860     EXIT.
002870
002880*----------------------------------------------------------
002890* KEY A CUSTOMER'S HIRE DATE ONTO THE LEAVE BALANCE RECORD,
002900* STARTING THE RECORD AT ZERO HOURS IF THERE IS NONE YET,
002910* AND SHOW THE SERVICE AND TIER IT PUTS THE CUSTOMER IN
002920*----------------------------------------------------------
002930 6000-SET-HIRE-DATE.
002940     IF WS-CM-STATUS = "35"
002950         DISPLAY "NO CUSTOMER MASTER ON FILE"
002960         GO TO 6000-EXIT
002970     END-IF
002980     PERFORM 8050-ACCEPT-SSN THRU 8050-EXIT
002990     MOVE WS-SSNUM-KEY TO CM-SSNUM
003000     READ CUSTOMER-MASTER
003010         INVALID KEY
003020             DISPLAY "NO CUSTOMER ON FILE FOR THAT SSN"
003030             GO TO 6000-EXIT
003040     END-READ
003050     DISPLAY "CUSTOMER: " CM-CUST-NAME
003060     MOVE "N" TO WS-NEW-BALANCE-SWITCH
003070     MOVE WS-SSNUM-KEY TO LB-SSNUM
003080     READ LEAVE-BALANCES
003090         INVALID KEY
003100             SET NEW-BALANCE-RECORD TO TRUE
003110             MOVE WS-SSNUM-KEY TO LB-SSNUM
003120             MOVE ZERO TO LB-VACATION-BALANCE
003130             MOVE ZERO TO LB-SICK-BALANCE
003140             MOVE ZEROS TO LB-HIRE-DATE
003150             MOVE SPACES TO LB-FILLER
003160     END-READ
003170     IF LB-HIRE-DATE NUMERIC AND LB-HIRE-DATE NOT = ZERO
003180         DISPLAY "CURRENT HIRE DATE: " LB-HIRE-DATE
003190     ELSE
003200         DISPLAY "CURRENT HIRE DATE: NONE ON FILE"
003210     END-IF
003220     DISPLAY "ENTER HIRE DATE (YYYYMMDD): " WITH NO ADVANCING
003230     ACCEPT WS-HIRE-DATE
003240     PERFORM 8400-REACCEPT-HIRE-DATE THRU 8400-EXIT
003250         UNTIL WS-HIRE-DATE > 19000000
003260             AND WS-HIRE-DATE NOT > WS-TODAY
003270     MOVE WS-HIRE-DATE TO LB-HIRE-DATE
003280     IF NEW-BALANCE-RECORD
003290         WRITE LEAVE-BALANCE-RECORD
003300     ELSE
003310         REWRITE LEAVE-BALANCE-RECORD
003320     END-IF
003330     MOVE WS-HIRE-DATE TO LV-HIRE-DATE
003340     MOVE WS-TODAY TO LV-AS-OF-DATE
003350     CALL "LVPLOOK" USING LEAVE-POLICY-PARMS
003360     DISPLAY "HIRE DATE SET - " LV-SERVICE-YEARS
003370         " YEARS OF SERVICE TODAY"
003380     IF LV-TIER-FOUND
003390         DISPLAY "  EARNS VACATION " LV-VAC-ACCRUAL
003400             "  SICK " LV-SICK-ACCRUAL " HOURS PER CHECK"
003410     END-IF.
003420 6000-EXIT.
003430     EXIT.
003440
003450*----------------------------------------------------------
003460* ACCEPT THE YEARS OF SERVICE THAT KEY THE TIER FUNCTIONS
003470*----------------------------------------------------------
003480 8000-ACCEPT-KEY.
003490     DISPLAY "ENTER YEARS OF SERVICE THE TIER STARTS AT (00-99): "
003500         WITH NO ADVANCING
003510     ACCEPT WS-YEARS-KEY.
003520 8000-EXIT.
003530     EXIT.
003540
003550*----------------------------------------------------------
003560* ACCEPT THE SSNUM FOR A HIRE DATE - SAME SSA EDITS AS
003570* CUSTMNT 8200
003580*----------------------------------------------------------
003590 8050-ACCEPT-SSN.
003600     DISPLAY "ENTER SSN (AREA-GROUP-SERIAL, NO DASHES): "
003610         WITH NO ADVANCING
003620     ACCEPT WS-SSNUM-KEY
003630     MOVE "N" TO WS-SSN-OK
003640     PERFORM 8200-VALIDATE-SSN THRU 8200-EXIT
003650         UNTIL WS-SSN-OK = "Y".
003660 8050-EXIT.
003670     EXIT.
003680
003690*----------------------------------------------------------
003700* ACCEPT THE TIER'S ACCRUALS AND LIMITS, AND STAMP WHO SET
003710* THEM AND WHEN.  LIMITS ARE HOURS - 999.99 IS NO LIMIT
003720*----------------------------------------------------------
003730 8100-ACCEPT-POLICY.
003740     DISPLAY "  VACATION HOURS PER CHECK (9V99): "
003750         WITH NO ADVANCING
003760     ACCEPT LP-VAC-ACCRUAL
003770     DISPLAY "  SICK HOURS PER CHECK (9V99): " WITH NO ADVANCING
003780     ACCEPT LP-SICK-ACCRUAL
003790     DISPLAY "  VACATION MAXIMUM BALANCE (999V99): "
003800         WITH NO ADVANCING
003810     ACCEPT LP-VAC-MAX-BALANCE
003820     DISPLAY "  SICK MAXIMUM BALANCE (999V99): "
003830         WITH NO ADVANCING
003840     ACCEPT LP-SICK-MAX-BALANCE
003850     DISPLAY "  VACATION YEAR-END CARRYOVER (999V99): "
003860         WITH NO ADVANCING
003870     ACCEPT LP-VAC-CARRYOVER
003880     DISPLAY "  SICK YEAR-END CARRYOVER (999V99): "
003890         WITH NO ADVANCING
003900     ACCEPT LP-SICK-CARRYOVER
003910     MOVE SO-OPERATOR-ID TO LP-CHANGED-BY
003920     MOVE WS-TODAY TO LP-CHANGED-DATE.
003930 8100-EXIT.
003940     EXIT.
003950
003960*----------------------------------------------------------
003970* SAME SSN EDITS AS CUSTMNT 8200 - AREA CAN'T BE 000, 666,
003980* OR 900-999, AND GROUP/SERIAL CAN'T BE ZERO
003990*----------------------------------------------------------
004000 8200-VALIDATE-SSN.
004010     IF WS-KEY-SSAREA = 0 OR WS-KEY-SSAREA = 666
004020             OR (WS-KEY-SSAREA >= 900 AND WS-KEY-SSAREA <= 999)
004030         DISPLAY "BAD SSN: AREA " WS-KEY-SSAREA
004040             " IS NOT A VALID SSA AREA, TRY AGAIN"
004050     ELSE IF WS-KEY-SSGROUP = 0
004060         DISPLAY "BAD SSN: GROUP NUMBER CAN'T BE ZERO, TRY AGAIN"
004070     ELSE IF WS-KEY-SSSERIAL = 0
004080         DISPLAY "BAD SSN: SERIAL NUMBER CAN'T BE ZERO, TRY AGAIN"
004090     ELSE
004100         MOVE "Y" TO WS-SSN-OK
004110     END-IF
004120     END-IF
004130     END-IF
004140     IF WS-SSN-OK NOT = "Y"
004150         DISPLAY "ENTER SSN (AREA-GROUP-SERIAL, NO DASHES): "
004160             WITH NO ADVANCING
004170         ACCEPT WS-SSNUM-KEY
004180     END-IF.
004190 8200-EXIT.
004200     EXIT.
004210
004220*----------------------------------------------------------
004230* A HIRE DATE CANNOT BE IN THE FUTURE - SERVICE WOULD START
004240* BEFORE THE CUSTOMER DID
004250*----------------------------------------------------------
004260 8400-REACCEPT-HIRE-DATE.
004270     DISPLAY "HIRE DATE LOOKS WRONG, TRY AGAIN: "
004280         WITH NO ADVANCING
004290     ACCEPT WS-HIRE-DATE.
004300 8400-EXIT.
004310     EXIT.
004320
004330*----------------------------------------------------------
004340* APPEND A DENIED-FUNCTION EVENT TO THE SECURITY LOG -
004350* SL-FUNCTION IS ALREADY SET BY THE CALLER
004360*----------------------------------------------------------
004370 9000-LOG-DENIAL.
004380     MOVE SO-OPERATOR-ID TO SL-OPERATOR-ID
004390     MOVE "LVPMNT" TO SL-PROGRAM
004400     MOVE "DENIED" TO SL-DISPOSITION
004410     ACCEPT SL-TS-DATE FROM DATE YYYYMMDD
004420     ACCEPT SL-TS-TIME FROM TIME
004429     MOVE SPACES TO SL-OTHER-OPERATOR
004430     MOVE SPACES TO SL-FILLER
004440     WRITE SECURITY-LOG-RECORD.
004450 9000-EXIT.
004460     EXIT.
