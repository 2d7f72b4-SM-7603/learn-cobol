000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TUIPOST.
000030 AUTHOR. PAYROLL-SYSTEMS-GROUP.
000040 INSTALLATION. DATA-PROCESSING-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 10/15/26  SM   INITIAL VERSION - PAYMENTS AND ADJUSTMENTS TO
000110* 10/15/26  SM   THE STUDENT ACCOUNT LEDGER, ACCOUNT INQUIRY,
000120* 10/15/26  SM   SIGN-ON REQUIRED
000130*----------------------------------------------------------
000140*
000150* OPERATOR TRANSACTION PROGRAM AGAINST THE STUDENT ACCOUNT
000160* LEDGER (STUACCT), KEYED BY STUDENT ID.  THE CASHIER POSTS
000170* PAYMENTS WITH A RECEIPT OR CHECK REFERENCE; A SUPERVISOR
000180* POSTS ADJUSTMENTS - A CHARGE OR A CREDIT WITH A REASON -
000190* AND AN ADJUSTMENT CHARGE FALLS DUE THE DAY IT IS POSTED.
000200* TUITION ITSELF IS POSTED ONLY BY TUIBILL.  EVERY POSTING
000210* IS DATED TODAY WITH THE NEXT SEQUENCE NUMBER FOR THE
000220* STUDENT AND DAY, AND STAMPED WITH THE OPERATOR.  INQUIRY
000230* LISTS THE LEDGER WITH THE RUNNING BALANCE.  A PAYMENT OR
000240* CREDIT THAT CLEARS THE WHOLE BALANCE LIFTS A PAST-DUE HOLD
000250* AT ONCE; A PART PAYMENT WAITS FOR THE NEXT TUIAGE RUN.
000260*
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT STUDENT-MASTER ASSIGN TO "STUMAS"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS SM-STUDENT-ID
000340         FILE STATUS IS WS-SM-STATUS.
000350     SELECT STUDENT-ACCOUNTS ASSIGN TO "STUACCT"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS SA-KEY
000390         FILE STATUS IS WS-SA-STATUS.
000400     SELECT SECURITY-LOG ASSIGN TO "SECLOG"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-SL-STATUS.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  STUDENT-MASTER.
000470     COPY STUMAS.
000480 FD  STUDENT-ACCOUNTS.
000490     COPY STUACCT.
000500 FD  SECURITY-LOG.
000510     COPY SECLOG.
000520
000530 WORKING-STORAGE SECTION.
000540 77  WS-SM-STATUS                  PIC X(02) VALUE "00".
000550 77  WS-SA-STATUS                  PIC X(02) VALUE "00".
000560 77  WS-SL-STATUS                  PIC X(02) VALUE "00".
000570     COPY SIGNPRM.
000580 77  WS-FUNCTION-CHOICE            PIC 9 VALUE ZERO.
000590 77  WS-DONE-SWITCH                PIC X(01) VALUE "N".
000600     88  MAINT-DONE                VALUE "Y".
000610 77  WS-LEDGER-EOF-SWITCH          PIC X(01) VALUE "N".
000620     88  END-OF-LEDGER             VALUE "Y".
000630 77  WS-SHOW-SWITCH                PIC X(01) VALUE "N".
000640     88  SHOW-LEDGER               VALUE "Y".
000650 77  WS-STUDENT-ID-KEY             PIC 9(06).
000660 77  WS-TODAY                      PIC 9(08) VALUE ZEROS.
000670 77  WS-LAST-SEQ                   PIC 9(03) VALUE ZERO.
000680 77  WS-FIELD-OK                   PIC X(01) VALUE "N".
000690 77  WS-ENTRY-TYPE                 PIC X(01) VALUE SPACE.
000700 77  WS-ENTRY-AMOUNT               PIC 9(7)V99 VALUE ZERO.
000710 77  WS-ENTRY-REFERENCE            PIC X(20) VALUE SPACES.
000720 77  WS-BALANCE                    PIC S9(9)V99 VALUE ZERO.
000730 77  WS-ENTRIES                    PIC 9(05) COMP VALUE ZERO.
000740 01  WS-LEDGER-LINE.
000750     05  LGL-TRAN-DATE             PIC 9(08).
000760     05  FILLER                    PIC X(01) VALUE SPACES.
000770     05  LGL-SEQ                   PIC 9(03).
000780     05  FILLER                    PIC X(01) VALUE SPACES.
000790     05  LGL-TYPE                  PIC X(10).
000800     05  LGL-TERM-ID               PIC X(05).
000810     05  FILLER                    PIC X(01) VALUE SPACES.
000820     05  LGL-COURSE-ID             PIC X(06).
000830     05  LGL-AMOUNT                PIC Z,ZZZ,ZZ9.99-.
000840     05  FILLER                    PIC X(01) VALUE SPACES.
000850     05  LGL-REFERENCE             PIC X(20).
000860 01  WS-BALANCE-DISPLAY            PIC ZZZ,ZZZ,ZZ9.99-.
000870
000880 PROCEDURE DIVISION.
000890 0000-MAINLINE.
000900     CALL "SIGNON" USING SIGNON-PARMS
000910     IF NOT SO-SIGNED-ON
000920         GOBACK
000930     END-IF
000940     ACCEPT WS-TODAY FROM DATE YYYYMMDD
000950     OPEN I-O STUDENT-MASTER
000960     IF WS-SM-STATUS = "35"
000970         OPEN OUTPUT STUDENT-MASTER
000980         CLOSE STUDENT-MASTER
000990         OPEN I-O STUDENT-MASTER
001000     END-IF
001010     OPEN I-O STUDENT-ACCOUNTS
001020     IF WS-SA-STATUS = "35"
001030         OPEN OUTPUT STUDENT-ACCOUNTS
001040         CLOSE STUDENT-ACCOUNTS
001050         OPEN I-O STUDENT-ACCOUNTS
001060     END-IF
001070*> EXTEND fails with status 35 the first time this file
001080*> doesn't exist yet - fall back to creating it
001090     OPEN EXTEND SECURITY-LOG
001100     IF WS-SL-STATUS = "35"
001110         OPEN OUTPUT SECURITY-LOG
001120         CLOSE SECURITY-LOG
001130         OPEN EXTEND SECURITY-LOG
001140     END-IF
001150     PERFORM 1000-SHOW-MENU THRU 1000-EXIT
001160         UNTIL MAINT-DONE
001170     CLOSE STUDENT-MASTER
001180     CLOSE STUDENT-ACCOUNTS
001190     CLOSE SECURITY-LOG
001200     GOBACK.
001210
001220*----------------------------------------------------------
001230* SHOW THE MENU AND DISPATCH TO THE CHOSEN FUNCTION
001240*----------------------------------------------------------
001250 1000-SHOW-MENU.
001260     DISPLAY " "
001270     DISPLAY "1. POST A PAYMENT"
001280     DISPLAY "2. POST AN ADJUSTMENT"
001290     DISPLAY "3. INQUIRE ON A STUDENT ACCOUNT"
001300     DISPLAY "4. EXIT"
001310     DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING
001320     ACCEPT WS-FUNCTION-CHOICE
001330     EVALUATE WS-FUNCTION-CHOICE
001340         WHEN 1
001350             PERFORM 2000-POST-PAYMENT THRU 2000-EXIT
001360         WHEN 2
001370             IF SO-AUTH-LEVEL >= 2
001380                 PERFORM 3000-POST-ADJUSTMENT THRU 3000-EXIT
001390             ELSE
001400                 DISPLAY "ADJUSTMENT NEEDS SUPERVISOR AUTHORITY"
001410                 MOVE "ADJUST" TO SL-FUNCTION
001420                 PERFORM 9000-LOG-DENIAL THRU 9000-EXIT
001430             END-IF
001440         WHEN 3
001450             PERFORM 4000-INQUIRE-ACCOUNT THRU 4000-EXIT
001460         WHEN 4
001470             SET MAINT-DONE TO TRUE
001480         WHEN OTHER
001490             DISPLAY "PLEASE ENTER A NUMBER 1-4"
001500     END-EVALUATE.
001510 1000-EXIT.
001520     EXIT.
001530
001540*----------------------------------------------------------
001550* POST A PAYMENT RECEIVED FROM A STUDENT
001560*----------------------------------------------------------
001570 2000-POST-PAYMENT.
001580     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
001590     READ STUDENT-MASTER
001600         INVALID KEY
001610             DISPLAY "NO STUDENT ON FILE FOR THAT ID"
001620             GO TO 2000-EXIT
001630     END-READ
001640     DISPLAY "NAME: " SM-STUDENT-NAME
001650     MOVE "P" TO WS-ENTRY-TYPE
001660     PERFORM 8100-ACCEPT-AMOUNT THRU 8100-EXIT
001670     DISPLAY "  RECEIPT OR CHECK REFERENCE: " WITH NO ADVANCING
001680     ACCEPT WS-ENTRY-REFERENCE
001690     PERFORM 5000-WRITE-ENTRY THRU 5000-EXIT.
001700 2000-EXIT.
001710     EXIT.
001720
001730*----------------------------------------------------------
001740* POST A SUPERVISOR'S ADJUSTMENT - A CHARGE OR A CREDIT
001750*----------------------------------------------------------
001760 3000-POST-ADJUSTMENT.
001770     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
001780     READ STUDENT-MASTER
001790         INVALID KEY
001800             DISPLAY "NO STUDENT ON FILE FOR THAT ID"
001810             GO TO 3000-EXIT
001820     END-READ
001830     DISPLAY "NAME: " SM-STUDENT-NAME
001840     DISPLAY "  A = ADJUSTMENT CHARGE, R = ADJUSTMENT CREDIT: "
001850         WITH NO ADVANCING
001860     ACCEPT WS-ENTRY-TYPE
001870     MOVE "N" TO WS-FIELD-OK
001880     PERFORM 8200-VALIDATE-ADJUST-TYPE THRU 8200-EXIT
001890         UNTIL WS-FIELD-OK = "Y"
001900     PERFORM 8100-ACCEPT-AMOUNT THRU 8100-EXIT
001910     DISPLAY "  REASON: " WITH NO ADVANCING
001920     ACCEPT WS-ENTRY-REFERENCE
001930     MOVE "N" TO WS-FIELD-OK
001940     PERFORM 8300-VALIDATE-REASON THRU 8300-EXIT
001950         UNTIL WS-FIELD-OK = "Y"
001960     PERFORM 5000-WRITE-ENTRY THRU 5000-EXIT.
001970 3000-EXIT.
001980     EXIT.
001990
002000*----------------------------------------------------------
002010* LIST ONE STUDENT'S LEDGER WITH THE BALANCE AND HOLD
002020*----------------------------------------------------------
002030 4000-INQUIRE-ACCOUNT.
002040     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
002050     READ STUDENT-MASTER
002060         INVALID KEY
002070             DISPLAY "NO STUDENT ON FILE FOR THAT ID"
002080             GO TO 4000-EXIT
002090     END-READ
002100     DISPLAY "NAME: " SM-STUDENT-NAME
002110     SET SHOW-LEDGER TO TRUE
002120     PERFORM 7000-ACCOUNT-BALANCE THRU 7000-EXIT
002130     MOVE "N" TO WS-SHOW-SWITCH
002140     MOVE WS-BALANCE TO WS-BALANCE-DISPLAY
002150     DISPLAY WS-ENTRIES " ENTRIES   BALANCE "
002160         WS-BALANCE-DISPLAY
002170     IF SM-PAST-DUE-HOLD
002180         DISPLAY "STUDENT IS ON PAST-DUE TUITION HOLD"
002190     END-IF.
002200 4000-EXIT.
002210     EXIT.
002220
002230*----------------------------------------------------------
002240* WRITE THE ENTRY DATED TODAY WITH THE NEXT SEQUENCE - A
002250* CREDIT THAT CLEARS THE BALANCE ALSO LIFTS THE HOLD
002260*----------------------------------------------------------
002270 5000-WRITE-ENTRY.
002280     PERFORM 7500-LAST-SEQUENCE THRU 7500-EXIT
002290     IF WS-LAST-SEQ = 999
002300         DISPLAY "NO MORE POSTINGS TODAY FOR THIS STUDENT"
002310         GO TO 5000-EXIT
002320     END-IF
002330     MOVE SM-STUDENT-ID TO SA-STUDENT-ID
002340     MOVE WS-TODAY TO SA-TRAN-DATE
002350     ADD 1 TO WS-LAST-SEQ GIVING SA-SEQ
002360     MOVE WS-ENTRY-TYPE TO SA-TRAN-TYPE
002370     MOVE SPACES TO SA-TERM-ID
002380     MOVE SPACES TO SA-COURSE-ID
002390     MOVE ZERO TO SA-CREDITS
002400     MOVE WS-ENTRY-AMOUNT TO SA-AMOUNT
002410     IF SA-ADJUST-CHARGE
002420         MOVE WS-TODAY TO SA-DUE-DATE
002430     ELSE
002440         MOVE ZERO TO SA-DUE-DATE
002450     END-IF
002460     MOVE WS-ENTRY-REFERENCE TO SA-REFERENCE
002470     MOVE SO-OPERATOR-ID TO SA-ENTERED-BY
002480     MOVE SPACES TO SA-FILLER
002490     WRITE STUDENT-ACCOUNT-RECORD
002500         INVALID KEY
002510             DISPLAY "LEDGER ENTRY ALREADY ON FILE - NOT POSTED"
002520             GO TO 5000-EXIT
002530     END-WRITE
002540     DISPLAY "POSTED " SA-TRAN-DATE "-" SA-SEQ
002550     PERFORM 7000-ACCOUNT-BALANCE THRU 7000-EXIT
002560     MOVE WS-BALANCE TO WS-BALANCE-DISPLAY
002570     DISPLAY "BALANCE NOW " WS-BALANCE-DISPLAY
002580     IF SM-PAST-DUE-HOLD AND WS-BALANCE NOT > ZERO
002590         MOVE SPACE TO SM-HOLD-FLAG
002600         REWRITE STUDENT-MASTER-RECORD
002610             INVALID KEY
002620                 DISPLAY "COULD NOT LIFT THE PAST-DUE HOLD"
002630             NOT INVALID KEY
002640                 DISPLAY "PAST-DUE HOLD LIFTED"
002650         END-REWRITE
002660     END-IF.
002670 5000-EXIT.
002680     EXIT.
002690
002700*----------------------------------------------------------
002710* WALK THE STUDENT'S LEDGER FOR THE BALANCE - DEBITS LESS
002720* CREDITS - LISTING EACH ENTRY WHEN SHOW-LEDGER IS SET
002730*----------------------------------------------------------
002740 7000-ACCOUNT-BALANCE.
002750     MOVE ZERO TO WS-BALANCE
002760     MOVE ZERO TO WS-ENTRIES
002770     PERFORM 7100-START-LEDGER THRU 7100-EXIT
002780     PERFORM 7200-TOTAL-ONE-ENTRY THRU 7200-EXIT
002790         UNTIL END-OF-LEDGER.
002800 7000-EXIT.
002810     EXIT.
002820
002830 7100-START-LEDGER.
002840     MOVE "N" TO WS-LEDGER-EOF-SWITCH
002850     MOVE SM-STUDENT-ID TO SA-STUDENT-ID
002860     MOVE ZERO TO SA-TRAN-DATE
002870     MOVE ZERO TO SA-SEQ
002880     START STUDENT-ACCOUNTS KEY IS GREATER THAN OR EQUAL
002890             TO SA-KEY
002900         INVALID KEY
002910             SET END-OF-LEDGER TO TRUE
002920     END-START
002930     IF NOT END-OF-LEDGER
002940         PERFORM 7300-READ-NEXT-LEDGER THRU 7300-EXIT
002950     END-IF.
002960 7100-EXIT.
002970     EXIT.
002980
002990 7200-TOTAL-ONE-ENTRY.
003000     ADD 1 TO WS-ENTRIES
003010     IF SA-DEBIT
003020         ADD SA-AMOUNT TO WS-BALANCE
003030         MOVE SA-AMOUNT TO LGL-AMOUNT
003040     ELSE
003050         SUBTRACT SA-AMOUNT FROM WS-BALANCE
003060         COMPUTE LGL-AMOUNT = 0 - SA-AMOUNT
003070     END-IF
003080     IF SHOW-LEDGER
003090         MOVE SA-TRAN-DATE TO LGL-TRAN-DATE
003100         MOVE SA-SEQ TO LGL-SEQ
003110         EVALUATE TRUE
003120             WHEN SA-TUITION-CHARGE
003130                 MOVE "TUITION" TO LGL-TYPE
003140             WHEN SA-TUITION-CREDIT
003150                 MOVE "TUIT CR" TO LGL-TYPE
003160             WHEN SA-PAYMENT
003170                 MOVE "PAYMENT" TO LGL-TYPE
003180             WHEN SA-ADJUST-CHARGE
003190                 MOVE "ADJ CHARGE" TO LGL-TYPE
003200             WHEN OTHER
003210                 MOVE "ADJ CREDIT" TO LGL-TYPE
003220         END-EVALUATE
003230         MOVE SA-TERM-ID TO LGL-TERM-ID
003240         MOVE SA-COURSE-ID TO LGL-COURSE-ID
003250         MOVE SA-REFERENCE TO LGL-REFERENCE
003260         DISPLAY WS-LEDGER-LINE
003270     END-IF
003280     PERFORM 7300-READ-NEXT-LEDGER THRU 7300-EXIT.
003290 7200-EXIT.
003300     EXIT.
003310
003320 7300-READ-NEXT-LEDGER.
003330     READ STUDENT-ACCOUNTS NEXT RECORD
003340         AT END
003350             SET END-OF-LEDGER TO TRUE
003360     END-READ
003370     IF NOT END-OF-LEDGER
003380         IF SA-STUDENT-ID NOT = SM-STUDENT-ID
003390             SET END-OF-LEDGER TO TRUE
003400         END-IF
003410     END-IF.
003420 7300-EXIT.
003430     EXIT.
003440
003450*----------------------------------------------------------
003460* THE HIGHEST SEQUENCE ALREADY POSTED TODAY FOR THE STUDENT
003470*----------------------------------------------------------
003480 7500-LAST-SEQUENCE.
003490     MOVE ZERO TO WS-LAST-SEQ
003500     MOVE "N" TO WS-LEDGER-EOF-SWITCH
003510     MOVE SM-STUDENT-ID TO SA-STUDENT-ID
003520     MOVE WS-TODAY TO SA-TRAN-DATE
003530     MOVE ZERO TO SA-SEQ
003540     START STUDENT-ACCOUNTS KEY IS GREATER THAN OR EQUAL
003550             TO SA-KEY
003560         INVALID KEY
003570             SET END-OF-LEDGER TO TRUE
003580     END-START
003590     IF NOT END-OF-LEDGER
003600         PERFORM 7510-READ-TODAY THRU 7510-EXIT
003610     END-IF
003620     PERFORM 7520-NOTE-SEQUENCE THRU 7520-EXIT
003630         UNTIL END-OF-LEDGER.
003640 7500-EXIT.
003650     EXIT.
003660
003670 7510-READ-TODAY.
003680     PERFORM 7300-READ-NEXT-LEDGER THRU 7300-EXIT
003690     IF NOT END-OF-LEDGER
003700         IF SA-TRAN-DATE NOT = WS-TODAY
003710             SET END-OF-LEDGER TO TRUE
003720         END-IF
003730     END-IF.
003740 7510-EXIT.
003750     EXIT.
003760
003770 7520-NOTE-SEQUENCE.
003780     MOVE SA-SEQ TO WS-LAST-SEQ
003790     PERFORM 7510-READ-TODAY THRU 7510-EXIT.
003800 7520-EXIT.
003810     EXIT.
003820
003830*----------------------------------------------------------
003840* ACCEPT THE STUDENT ID THAT KEYS EVERY FUNCTION ABOVE
003850*----------------------------------------------------------
003860 8000-ACCEPT-KEY.
003870     DISPLAY "ENTER STUDENT ID: " WITH NO ADVANCING
003880     ACCEPT WS-STUDENT-ID-KEY
003890     MOVE WS-STUDENT-ID-KEY TO SM-STUDENT-ID.
003900 8000-EXIT.
003910     EXIT.
003920
003930*----------------------------------------------------------
003940* ACCEPT THE AMOUNT, RE-PROMPTED UNTIL IT IS MORE THAN ZERO
003950*----------------------------------------------------------
003960 8100-ACCEPT-AMOUNT.
003970     DISPLAY "  AMOUNT (9999999.99): " WITH NO ADVANCING
003980     ACCEPT WS-ENTRY-AMOUNT
003990     MOVE "N" TO WS-FIELD-OK
004000     PERFORM 8110-VALIDATE-AMOUNT THRU 8110-EXIT
004010         UNTIL WS-FIELD-OK = "Y".
004020 8100-EXIT.
004030     EXIT.
004040
004050 8110-VALIDATE-AMOUNT.
004060     IF WS-ENTRY-AMOUNT NUMERIC AND WS-ENTRY-AMOUNT > ZERO
004070         MOVE "Y" TO WS-FIELD-OK
004080     ELSE
004090         DISPLAY "AMOUNT MUST BE MORE THAN ZERO, TRY AGAIN: "
004100             WITH NO ADVANCING
004110         ACCEPT WS-ENTRY-AMOUNT
004120     END-IF.
004130 8110-EXIT.
004140     EXIT.
004150
004160 8200-VALIDATE-ADJUST-TYPE.
004170     IF WS-ENTRY-TYPE = "A" OR WS-ENTRY-TYPE = "R"
004180         MOVE "Y" TO WS-FIELD-OK
004190     ELSE
004200         DISPLAY "ENTER A OR R: " WITH NO ADVANCING
004210         ACCEPT WS-ENTRY-TYPE
004220     END-IF.
004230 8200-EXIT.
004240     EXIT.
004250
004260 8300-VALIDATE-REASON.
004270     IF WS-ENTRY-REFERENCE NOT = SPACES
004280         MOVE "Y" TO WS-FIELD-OK
004290     ELSE
004300         DISPLAY "A REASON IS NEEDED, TRY AGAIN: "
004310             WITH NO ADVANCING
004320         ACCEPT WS-ENTRY-REFERENCE
004330     END-IF.
004340 8300-EXIT.
004350     EXIT.
004360
004370*----------------------------------------------------------
004380* APPEND A DENIED-FUNCTION EVENT TO THE SECURITY LOG -
004390* SL-FUNCTION IS ALREADY SET BY THE CALLER
004400*----------------------------------------------------------
004410 9000-LOG-DENIAL.
004420     MOVE SO-OPERATOR-ID TO SL-OPERATOR-ID
004430     MOVE "TUIPOST" TO SL-PROGRAM
004440     MOVE "DENIED" TO SL-DISPOSITION
004450     ACCEPT SL-TS-DATE FROM DATE YYYYMMDD
004460     ACCEPT SL-TS-TIME FROM TIME
004469     MOVE SPACES TO SL-OTHER-OPERATOR
004470     MOVE SPACES TO SL-FILLER
004480     WRITE SECURITY-LOG-RECORD.
004490 9000-EXIT.
004500     EXIT.
