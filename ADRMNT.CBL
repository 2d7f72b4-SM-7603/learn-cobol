000100* 09/02/26  SM   INITIAL VERSION - CUSTOMER ADDRESS FILE
000110* 09/02/26  SM   MAINTENANCE (ADD/CHANGE/INQUIRE/DELETE),
000120* 09/02/26  SM   OPERATOR SIGN-ON REQUIRED
000121* 10/15/26  SM   RETURNED-MAIL FUNCTION MARKS THE CURRENT ADDRESS
000122* 10/15/26  SM   UNDELIVERABLE; ADDING A GOOD CURRENT ADDRESS
000123* 10/15/26  SM   RELEASES THE CUSTOMER'S HELD CHECKS (CHKHOLD)
000130*----------------------------------------------------------
000140*
000150* OPERATOR TRANSACTION PROGRAM AGAINST THE EFFECTIVE-DATED
000180* EFFECTIVE DATE.  AN ADDRESS CHANGE IS A NEW EFFECTIVE-
000190* DATED RECORD, SO THE HISTORY STAYS ON FILE.  DELETE IS
000200* HELD TO SUPERVISOR AUTHORITY, SAME AS CUSTMNT.
000201*
000202* RETURNED MAIL IS KEYED HERE BY THE CLERK WHO OPENS IT (RMLBAT
000203* LOADS THE MAILROOM'S BATCH THE SAME WAY): IT MARKS THE
000204* CURRENT ADDRESS UNDELIVERABLE, WHICH HOLDS THE CUSTOMER'S
000205* PAPER CHECKS AND VOTER SUBMISSION.  THE CURE IS A NEW
000206* ADDRESS - ONCE IT IS THE CURRENT ONE, THE ADD RELEASES THE
000207* HELD CHECKS ON THE SPOT AND CHKPRT MAILS THEM NEXT RUN.
000210*
000220 ENVIRONMENT DIVISION.
000230 CONFIGURATION SECTION.
000370     SELECT SECURITY-LOG ASSIGN TO "SECLOG"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-SL-STATUS.
000391     SELECT HELD-CHECKS ASSIGN TO "CHKHOLD"
000392         ORGANIZATION IS INDEXED
000393         ACCESS MODE IS DYNAMIC
000394         RECORD KEY IS HC-KEY
000395         FILE STATUS IS WS-HC-STATUS.
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000440     COPY CUSTADDR.
000450 FD  SECURITY-LOG.
000460     COPY SECLOG.
000461 FD  HELD-CHECKS.
000462     COPY CHKHOLD.
000470
000480 WORKING-STORAGE SECTION.
000490 77  WS-AD-STATUS                  PIC X(02) VALUE "00".
000500 77  WS-SL-STATUS                  PIC X(02) VALUE "00".
000501 77  WS-HC-STATUS                  PIC X(02) VALUE "00".
000510     COPY SIGNPRM.
000520 77  WS-FUNCTION-CHOICE            PIC 9 VALUE ZERO.
000530 77  WS-DONE-SWITCH                PIC X(01) VALUE "N".
000570     88  END-OF-ADDRESSES          VALUE "Y".
000580 77  WS-EFFECTIVE-KEY              PIC 9(08) VALUE ZEROS.
000590 77  WS-ADDRESSES-LISTED           PIC 9(03) COMP VALUE ZERO.
000591 77  WS-HOLD-EOF-SWITCH            PIC X(01) VALUE "N".
000592     88  END-OF-HOLDS              VALUE "Y".
000593 77  WS-CHECKS-RELEASED            PIC 9(03) COMP VALUE ZERO.
000594 77  WS-DATE-OK                    PIC X(01) VALUE "N".
000595 77  WS-REASON-OK                  PIC X(01) VALUE "N".
000596 77  WS-RETURNED-DATE-KEY          PIC 9(08) VALUE ZEROS.
000597 77  WS-RETURN-REASON-KEY          PIC X(01) VALUE SPACE.
000598     88  WS-VALID-RETURN-REASON
000599                                   VALUE "M", "N", "R", "I", "O".
000600 01  WS-RUN-DATE                   PIC 9(08) VALUE ZEROS.
000601*> THE CUSTOMER'S CURRENT ADDRESS RECORD AS 8400 FOUND IT -
000602*> THE LATEST EFFECTIVE DATE AT OR BEFORE TODAY
000603 01  WS-CURRENT-ADDRESS.
000604     05  WS-CA-FOUND               PIC X(01).
000605     05  WS-CA-EFFECTIVE           PIC 9(08).
000606     05  WS-CA-MAIL-STATUS         PIC X(01).
000607         88  WS-CA-UNDELIVERABLE   VALUE "U".
000608     05  WS-CA-RETURNED-DATE       PIC 9(08).
000609 01  WS-SSNUM-KEY.
000610     05  WS-KEY-SSAREA              PIC 999.
000620     05  WS-KEY-SSGROUP             PIC 99.
000630     05  WS-KEY-SSSERIAL            PIC 9999.
000680     IF NOT SO-SIGNED-ON
000690         GOBACK
000700     END-IF
000701     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
000710     OPEN I-O CUSTOMER-ADDRESSES
000720     IF WS-AD-STATUS = "35"
000730         OPEN OUTPUT CUSTOMER-ADDRESSES
000820         CLOSE SECURITY-LOG
000830         OPEN EXTEND SECURITY-LOG
000840     END-IF
000841     OPEN I-O HELD-CHECKS
000842     IF WS-HC-STATUS = "35"
000843         OPEN OUTPUT HELD-CHECKS
000844         CLOSE HELD-CHECKS
000845         OPEN I-O HELD-CHECKS
000846     END-IF
000850     PERFORM 1000-SHOW-MENU THRU 1000-EXIT
000860         UNTIL MAINT-DONE
000870     CLOSE CUSTOMER-ADDRESSES
000880     CLOSE SECURITY-LOG
000881     CLOSE HELD-CHECKS
000890     GOBACK.
000900
000910*----------------------------------------------------------
000970     DISPLAY "2. CHANGE AN ADDRESS RECORD"
000980     DISPLAY "3. INQUIRE ON A CUSTOMER'S ADDRESSES"
000990     DISPLAY "4. DELETE AN ADDRESS RECORD"
000991     DISPLAY "5. RECORD RETURNED MAIL (ADDRESS UNDELIVERABLE)"
001000     DISPLAY "6. EXIT"
001010     DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING
001020     ACCEPT WS-FUNCTION-CHOICE
001030     EVALUATE WS-FUNCTION-CHOICE
001160                 PERFORM 9000-LOG-DENIAL THRU 9000-EXIT
001170             END-IF
001180         WHEN 5
001181             PERFORM 6000-RECORD-RETURNED-MAIL THRU 6000-EXIT
001182         WHEN 6
001190             SET MAINT-DONE TO TRUE
001200         WHEN OTHER
001210             DISPLAY "PLEASE ENTER A NUMBER 1-6"
001220     END-EVALUATE.
001230 1000-EXIT.
001240     EXIT.
001250
001260*----------------------------------------------------------
001270* ADD A NEW EFFECTIVE-DATED ADDRESS RECORD - A NEW ADDRESS
001271* STARTS OUT DELIVERABLE, AND IF IT IS NOW THE CURRENT ONE IT
001272* RELEASES ANY CHECKS HELD FOR A BAD ADDRESS
001280*----------------------------------------------------------
001290 2000-ADD-ADDRESS.
001300     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
001320     MOVE WS-SSNUM-KEY TO AD-SSNUM
001330     MOVE WS-EFFECTIVE-KEY TO AD-EFFECTIVE-DATE
001340     PERFORM 8100-ACCEPT-ADDRESS-FIELDS THRU 8100-EXIT
001341     SET AD-DELIVERABLE TO TRUE
001342     MOVE ZEROS TO AD-RETURNED-DATE
001343     MOVE SPACE TO AD-RETURN-REASON
001360     WRITE CUSTOMER-ADDRESS-RECORD
001370         INVALID KEY
001380             DISPLAY "AN ADDRESS WITH THAT EFFECTIVE DATE "
001390                 "IS ALREADY ON FILE FOR THAT SSN"
001400         NOT INVALID KEY
001410             DISPLAY "ADDRESS ADDED"
001411             PERFORM 2100-RELEASE-HOLDS THRU 2100-EXIT
001420     END-WRITE.
001430 2000-EXIT.
001440     EXIT.
001441
001442*----------------------------------------------------------
001443* RELEASE THE CUSTOMER'S HELD CHECKS ONCE THE CURRENT ADDRESS
001444* IS A GOOD ONE.  A FUTURE-DATED ADDRESS IS NOT CURRENT YET -
001445* THE CHECKS STAY HELD, AND CHKPRT MAILS THEM ITSELF ON THE
001446* FIRST RUN AFTER THE ADDRESS TAKES EFFECT
001447*----------------------------------------------------------
001448 2100-RELEASE-HOLDS.
001449     PERFORM 8400-FIND-CURRENT-ADDRESS THRU 8400-EXIT
001450     IF WS-CA-FOUND NOT = "Y" OR WS-CA-UNDELIVERABLE
001451         IF WS-EFFECTIVE-KEY > WS-RUN-DATE
001452             DISPLAY "ANY HELD CHECKS STAY HELD UNTIL THIS "
001453                 "ADDRESS TAKES EFFECT"
001454         END-IF
001455         GO TO 2100-EXIT
001456     END-IF
001457     MOVE ZERO TO WS-CHECKS-RELEASED
001458     MOVE "N" TO WS-HOLD-EOF-SWITCH
001459     MOVE WS-SSNUM-KEY TO HC-SSNUM
001460     MOVE ZEROS TO HC-CHECK-NO
001461     START HELD-CHECKS KEY IS GREATER THAN OR EQUAL TO HC-KEY
001462         INVALID KEY
001463             SET END-OF-HOLDS TO TRUE
001464     END-START
001465     PERFORM 2110-RELEASE-ONE-CHECK THRU 2110-EXIT
001466         UNTIL END-OF-HOLDS
001467     IF WS-CHECKS-RELEASED > ZERO
001468         DISPLAY WS-CHECKS-RELEASED " HELD CHECK(S) RELEASED - "
001469             "THEY GO OUT WITH THE NEXT CHECK PRINT"
001470     END-IF.
001471 2100-EXIT.
001472     EXIT.
001473
001474 2110-RELEASE-ONE-CHECK.
001475     READ HELD-CHECKS NEXT RECORD
001476         AT END
001477             SET END-OF-HOLDS TO TRUE
001478     END-READ
001479     IF NOT END-OF-HOLDS
001480         IF HC-SSNUM NOT = WS-SSNUM-KEY
001481             SET END-OF-HOLDS TO TRUE
001482         ELSE
001483             IF HC-HELD
001484                 SET HC-RELEASED TO TRUE
001485                 MOVE WS-RUN-DATE TO HC-RELEASED-DATE
001486                 MOVE SO-OPERATOR-ID TO HC-RELEASED-BY
001487                 REWRITE HELD-CHECK-RECORD
001488                 ADD 1 TO WS-CHECKS-RELEASED
001489             END-IF
001490         END-IF
001491     END-IF.
001492 2110-EXIT.
001493     EXIT.
001494
001495*----------------------------------------------------------
001496* CHANGE THE LINES OF AN EXISTING ADDRESS RECORD - FIXING A
001497* KEYING ERROR, NOT A MOVE; A MOVE IS A NEW EFFECTIVE DATE
001498*----------------------------------------------------------
001500 3000-CHANGE-ADDRESS.
001510     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
001520     PERFORM 8300-ACCEPT-EFFECTIVE THRU 8300-EXIT
001600         PERFORM 8100-ACCEPT-ADDRESS-FIELDS THRU 8100-EXIT
001610         REWRITE CUSTOMER-ADDRESS-RECORD
001620         DISPLAY "ADDRESS CHANGED"
001621*> CORRECTING THE LINES DOES NOT CLEAR A RETURNED-MAIL MARK -
001622*> THE CORRECTED ADDRESS GOES ON AS A NEW EFFECTIVE DATE
001623         IF AD-UNDELIVERABLE
001624             DISPLAY "STILL MARKED UNDELIVERABLE - ADD THE GOOD "
001625                 "ADDRESS TO RELEASE THE HOLDS"
001626         END-IF
001630     END-IF.
001640 3000-EXIT.
001650     EXIT.
002000             DISPLAY "    " AD-ADDR-LINE-1
002010             DISPLAY "    " AD-ADDR-LINE-2
002020             DISPLAY "    " AD-CITY ", " AD-STATE " " AD-ZIP
002021             IF AD-UNDELIVERABLE
002022                 DISPLAY "    ** UNDELIVERABLE - MAIL RETURNED "
002023                     AD-RETURNED-DATE " REASON " AD-RETURN-REASON
002024             END-IF
002030         END-IF
002040     END-IF.
002050 4100-EXIT.
002210     END-DELETE.
002220 5000-EXIT.
002230     EXIT.
002231
002232*----------------------------------------------------------
002233* RETURNED MAIL: MARK THE CUSTOMER'S CURRENT ADDRESS
002234* UNDELIVERABLE AS OF THE DAY THE MAIL CAME BACK.  MAIL THAT
002235* CAME BACK BEFORE THE CURRENT ADDRESS TOOK EFFECT WENT TO AN
002236* OLDER ADDRESS AND MARKS NOTHING; A SECOND RETURN AGAINST AN
002237* ADDRESS ALREADY MARKED KEEPS THE FIRST DATE
002238*----------------------------------------------------------
002239 6000-RECORD-RETURNED-MAIL.
002240     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
002241     PERFORM 8400-FIND-CURRENT-ADDRESS THRU 8400-EXIT
002242     IF WS-CA-FOUND NOT = "Y"
002243         DISPLAY "NO CURRENT ADDRESS ON FILE FOR THAT SSN"
002244         GO TO 6000-EXIT
002245     END-IF
002246     IF WS-CA-UNDELIVERABLE
002247         DISPLAY "CURRENT ADDRESS ALREADY MARKED UNDELIVERABLE "
002248             "SINCE " WS-CA-RETURNED-DATE
002249         GO TO 6000-EXIT
002250     END-IF
002251     PERFORM 8500-ACCEPT-RETURN-FIELDS THRU 8500-EXIT
002252     IF WS-RETURNED-DATE-KEY < WS-CA-EFFECTIVE
002253         DISPLAY "THAT MAIL WENT TO AN EARLIER ADDRESS - THE "
002254             "CURRENT ONE TOOK EFFECT " WS-CA-EFFECTIVE
002255         GO TO 6000-EXIT
002256     END-IF
002257     MOVE WS-SSNUM-KEY TO AD-SSNUM
002258     MOVE WS-CA-EFFECTIVE TO AD-EFFECTIVE-DATE
002259     READ CUSTOMER-ADDRESSES
002260         INVALID KEY
002261             DISPLAY "NO ADDRESS ON FILE FOR THAT SSN/DATE"
002262             GO TO 6000-EXIT
002263     END-READ
002264     SET AD-UNDELIVERABLE TO TRUE
002265     MOVE WS-RETURNED-DATE-KEY TO AD-RETURNED-DATE
002266     MOVE WS-RETURN-REASON-KEY TO AD-RETURN-REASON
002267     REWRITE CUSTOMER-ADDRESS-RECORD
002268     DISPLAY "ADDRESS MARKED UNDELIVERABLE - PAPER CHECKS AND "
002269         "THE VOTER SUBMISSION ARE HELD UNTIL A NEW ADDRESS "
002270         "IS ADDED".
002271 6000-EXIT.
002272     EXIT.
002273
002274*----------------------------------------------------------
002275* ACCEPT THE SSNUM THAT KEYS EVERY FUNCTION ABOVE - SAME
002276* SSA EDITS AS CUSTMNT 8200
002280*----------------------------------------------------------
002290 8000-ACCEPT-KEY.
002300     DISPLAY "ENTER SSN (AREA-GROUP-SERIAL, NO DASHES): "
002900     END-PERFORM.
002910 8300-EXIT.
002920     EXIT.
002921
002922*----------------------------------------------------------
002923* FIND THE CUSTOMER'S CURRENT ADDRESS - THE LATEST EFFECTIVE
002924* DATE AT OR BEFORE TODAY - AND KEEP ITS KEY AND MAIL STATUS
002925*----------------------------------------------------------
002926 8400-FIND-CURRENT-ADDRESS.
002927     MOVE "N" TO WS-CA-FOUND
002928     MOVE ZEROS TO WS-CA-EFFECTIVE
002929     MOVE SPACE TO WS-CA-MAIL-STATUS
002930     MOVE ZEROS TO WS-CA-RETURNED-DATE
002931     MOVE "N" TO WS-ADDR-EOF-SWITCH
002932     MOVE WS-SSNUM-KEY TO AD-SSNUM
002933     MOVE ZEROS TO AD-EFFECTIVE-DATE
002934     START CUSTOMER-ADDRESSES KEY IS GREATER THAN OR EQUAL
002935             TO AD-KEY
002936         INVALID KEY
002937             SET END-OF-ADDRESSES TO TRUE
002938     END-START
002939     PERFORM 8410-TEST-ONE-ADDRESS THRU 8410-EXIT
002940         UNTIL END-OF-ADDRESSES.
002941 8400-EXIT.
002942     EXIT.
002943
002944 8410-TEST-ONE-ADDRESS.
002945     READ CUSTOMER-ADDRESSES NEXT RECORD
002946         AT END
002947             SET END-OF-ADDRESSES TO TRUE
002948     END-READ
002949     IF NOT END-OF-ADDRESSES
002950         IF AD-SSNUM NOT = WS-SSNUM-KEY
002951             SET END-OF-ADDRESSES TO TRUE
002952         ELSE
002953             IF AD-EFFECTIVE-DATE <= WS-RUN-DATE
002954                 MOVE "Y" TO WS-CA-FOUND
002955                 MOVE AD-EFFECTIVE-DATE TO WS-CA-EFFECTIVE
002956                 MOVE AD-MAIL-STATUS TO WS-CA-MAIL-STATUS
002957                 MOVE AD-RETURNED-DATE TO WS-CA-RETURNED-DATE
002958             END-IF
002959         END-IF
002960     END-IF.
002961 8410-EXIT.
002962     EXIT.
002963
002964*----------------------------------------------------------
002965* ACCEPT THE DAY THE MAIL CAME BACK (NOT IN THE FUTURE) AND
002966* THE POST OFFICE'S REASON, RE-PROMPTING UNTIL BOTH ARE GOOD
002967*----------------------------------------------------------
002968 8500-ACCEPT-RETURN-FIELDS.
002969     DISPLAY "ENTER DATE THE MAIL CAME BACK (YYYYMMDD): "
002970         WITH NO ADVANCING
002971     ACCEPT WS-RETURNED-DATE-KEY
002972     MOVE "N" TO WS-DATE-OK
002973     PERFORM 8510-VALIDATE-RETURNED-DATE THRU 8510-EXIT
002974         UNTIL WS-DATE-OK = "Y"
002975     DISPLAY "REASON - M MOVED, N NO SUCH ADDRESS, R REFUSED/"
002976         "UNCLAIMED, I INSUFFICIENT, O OTHER: " WITH NO ADVANCING
002977     ACCEPT WS-RETURN-REASON-KEY
002978     MOVE "N" TO WS-REASON-OK
002979     PERFORM 8520-VALIDATE-REASON THRU 8520-EXIT
002980         UNTIL WS-REASON-OK = "Y".
002981 8500-EXIT.
002982     EXIT.
002983
002984 8510-VALIDATE-RETURNED-DATE.
002985     IF WS-RETURNED-DATE-KEY > 19000101
002986             AND WS-RETURNED-DATE-KEY <= WS-RUN-DATE
002987         MOVE "Y" TO WS-DATE-OK
002988     ELSE
002989         DISPLAY "RETURNED DATE LOOKS WRONG, TRY AGAIN: "
002990             WITH NO ADVANCING
002991         ACCEPT WS-RETURNED-DATE-KEY
002992     END-IF.
002993 8510-EXIT.
002994     EXIT.
002995
002996 8520-VALIDATE-REASON.
002997     IF WS-VALID-RETURN-REASON
002998         MOVE "Y" TO WS-REASON-OK
002999     ELSE
003000         DISPLAY "REASON MUST BE M, N, R, I, OR O, TRY AGAIN: "
003001             WITH NO ADVANCING
003002         ACCEPT WS-RETURN-REASON-KEY
003003     END-IF.
003004 8520-EXIT.
003005     EXIT.
003006
003007 8200-VALIDATE-SSN.
003008     IF WS-KEY-SSAREA = 0 OR WS-KEY-SSAREA = 666
003009             OR (WS-KEY-SSAREA >= 900 AND WS-KEY-SSAREA <= 999)
003010         DISPLAY "BAD SSN: AREA " WS-KEY-SSAREA
003011             " IS NOT A VALID SSA AREA, TRY AGAIN"
003012     ELSE IF WS-KEY-SSGROUP = 0
003013         DISPLAY "BAD SSN: GROUP NUMBER CAN'T BE ZERO, TRY AGAIN"
003014     ELSE IF WS-KEY-SSSERIAL = 0
003020         DISPLAY "BAD SSN: SERIAL NUMBER CAN'T BE ZERO, TRY AGAIN"
003030     ELSE
003040         MOVE "Y" TO WS-SSN-OK
003230     MOVE "DENIED" TO SL-DISPOSITION
003240     ACCEPT SL-TS-DATE FROM DATE YYYYMMDD
003250     ACCEPT SL-TS-TIME FROM TIME
003259     MOVE SPACES TO SL-OTHER-OPERATOR
003260     MOVE SPACES TO SL-FILLER
003270     WRITE SECURITY-LOG-RECORD.
003280 9000-EXIT.
