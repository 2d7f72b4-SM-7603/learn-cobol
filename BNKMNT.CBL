000100* 08/21/26  SM   INITIAL VERSION - BANK ACCOUNT MAINTENANCE
000110* 08/21/26  SM   FOR DIRECT DEPOSIT (ADD/CHANGE/INQUIRE/
000120* 08/21/26  SM   DELETE), OPERATOR SIGN-ON REQUIRED
000121* 10/15/26  SM   DUAL CONTROL - AN ADD OR CHANGE IS QUEUED ON
000122* 10/15/26  SM   CHGQUE FOR A SUPERVISOR TO APPROVE IN CHGAPR
000130*----------------------------------------------------------
000140*
000150* OPERATOR TRANSACTION PROGRAM AGAINST THE BANK ACCOUNT
000190* REAL MONEY MOVES.  DELETE IS HELD TO SUPERVISOR
000200* AUTHORITY, SAME AS CUSTMNT.
000210*
000211* ADDS AND CHANGES ARE UNDER DUAL CONTROL: THE ACCOUNT KEYED
000212* HERE GOES ON THE PENDING-CHANGE QUEUE WITH THE ACCOUNT IT
000213* REPLACES, NOT ON THE BANK ACCOUNT FILE, AND THE REGISTER
000214* KEEPS PAYING THE OLD ACCOUNT (OR A PAPER CHECK) UNTIL A
000215* DIFFERENT OPERATOR AT SUPERVISOR AUTHORITY APPROVES IT IN
000216* CHGAPR.  ONE CHANGE PER CUSTOMER WAITS AT A TIME - A WRONG
000217* ONE IS REJECTED IN CHGAPR AND KEYED AGAIN.
000218*
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000300     SELECT SECURITY-LOG ASSIGN TO "SECLOG"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-SL-STATUS.
000321     SELECT PENDING-CHANGES ASSIGN TO "CHGQUE"
000322         ORGANIZATION IS INDEXED
000323         ACCESS MODE IS DYNAMIC
000324         RECORD KEY IS PC-KEY
000325         FILE STATUS IS WS-PC-STATUS.

000330 DATA DIVISION.
000340 FILE SECTION.
000360     COPY BANKACC.
000370 FD  SECURITY-LOG.
000380     COPY SECLOG.
000381 FD  PENDING-CHANGES.
000382     COPY CHGPEND.

000390 WORKING-STORAGE SECTION.
000400 77  WS-BA-STATUS                  PIC X(02) VALUE "00".
000410 77  WS-SL-STATUS                  PIC X(02) VALUE "00".
000411 77  WS-PC-STATUS                  PIC X(02) VALUE "00".
000420     COPY SIGNPRM.
000430 77  WS-FUNCTION-CHOICE            PIC 9 VALUE ZERO.
000440 77  WS-DONE-SWITCH                PIC X(01) VALUE "N".
000450     88  MAINT-DONE                VALUE "Y".
000460 77  WS-SSN-OK                     PIC X(01) VALUE "N".
000461 77  WS-PENDING-SWITCH             PIC X(01) VALUE "N".
000462     88  CHANGE-PENDING            VALUE "Y".
000463 77  WS-SCAN-SWITCH                PIC X(01) VALUE "N".
000464     88  SCAN-DONE                 VALUE "Y".
000470 01  WS-SSNUM-KEY.
000480     05  WS-KEY-SSAREA              PIC 999.
000490     05  WS-KEY-SSGROUP             PIC 99.
000500     05  WS-KEY-SSSERIAL            PIC 9999.
000501 01  WS-SSNUM-KEY-N REDEFINES WS-SSNUM-KEY
000502                                   PIC 9(09).
000510 01  WS-RUN-DATE                   PIC 9(08) VALUE ZEROS.
000511 01  WS-RUN-TIME                   PIC 9(08) VALUE ZEROS.

000520 PROCEDURE DIVISION.
000530 0000-MAINLINE.
000700         CLOSE SECURITY-LOG
000710         OPEN EXTEND SECURITY-LOG
000720     END-IF
000721     OPEN I-O PENDING-CHANGES
000722     IF WS-PC-STATUS = "35"
000723         OPEN OUTPUT PENDING-CHANGES
000724         CLOSE PENDING-CHANGES
000725         OPEN I-O PENDING-CHANGES
000726     END-IF
000730     PERFORM 1000-SHOW-MENU THRU 1000-EXIT
000740         UNTIL MAINT-DONE
000750     CLOSE BANK-ACCOUNTS
000760     CLOSE SECURITY-LOG
000761     CLOSE PENDING-CHANGES
000770     GOBACK.

000780*----------------------------------------------------------
001110     EXIT.

001120*----------------------------------------------------------
001130* ADD A NEW BANK ACCOUNT - QUEUED FOR APPROVAL; CHGAPR
001131* WRITES IT AND STARTS ITS PRENOTE CYCLE
001140*----------------------------------------------------------
001150 2000-ADD-ACCOUNT.
001160     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
001170     MOVE WS-SSNUM-KEY TO BA-SSNUM
001171     READ BANK-ACCOUNTS
001172         INVALID KEY
001173             CONTINUE
001174     END-READ
001175     IF WS-BA-STATUS = "00"
001176         DISPLAY "THAT SSN ALREADY HAS A BANK ACCOUNT"
001177         GO TO 2000-EXIT
001178     END-IF
001179     PERFORM 8300-FIND-PENDING THRU 8300-EXIT
001180     IF CHANGE-PENDING
001181         GO TO 2000-EXIT
001182     END-IF
001183     MOVE WS-SSNUM-KEY TO BA-SSNUM
001184     PERFORM 8100-ACCEPT-ACCOUNT-FIELDS THRU 8100-EXIT
001185     SET PC-ADD-ACTION TO TRUE
001186     MOVE ZEROS TO PC-OLD-ROUTING
001187     MOVE SPACES TO PC-OLD-ACCOUNT
001188     MOVE SPACES TO PC-OLD-TYPE
001189     PERFORM 8400-QUEUE-CHANGE THRU 8400-EXIT.
001280 2000-EXIT.
001290     EXIT.

001300*----------------------------------------------------------
001310* CHANGE AN ACCOUNT - QUEUED FOR APPROVAL WITH THE ACCOUNT
001311* IT REPLACES.  ONCE APPROVED THE PRENOTE CYCLE STARTS OVER, A
001320* RE-KEYED ROUTING OR ACCOUNT NUMBER IS A NEW ACCOUNT AS
001330* FAR AS THE BANK IS CONCERNED
001340*----------------------------------------------------------
001380     READ BANK-ACCOUNTS
001390         INVALID KEY
001400             DISPLAY "NO BANK ACCOUNT ON FILE FOR THAT SSN"
001401             GO TO 3000-EXIT
001410     END-READ
001411     PERFORM 8300-FIND-PENDING THRU 8300-EXIT
001412     IF CHANGE-PENDING
001413         GO TO 3000-EXIT
001414     END-IF
001415     SET PC-CHANGE-ACTION TO TRUE
001416     MOVE BA-ROUTING-NUMBER TO PC-OLD-ROUTING
001417     MOVE BA-ACCOUNT-NUMBER TO PC-OLD-ACCOUNT
001418     MOVE BA-ACCOUNT-TYPE TO PC-OLD-TYPE
001419     PERFORM 8100-ACCEPT-ACCOUNT-FIELDS THRU 8100-EXIT
001420     PERFORM 8400-QUEUE-CHANGE THRU 8400-EXIT.
001490 3000-EXIT.
001500     EXIT.

001640         DISPLAY "ACCOUNT TYPE:    " BA-ACCOUNT-TYPE
001650         DISPLAY "PRENOTE STATUS:  " BA-PRENOTE-STATUS
001660         DISPLAY "PRENOTE DATE:    " BA-PRENOTE-DATE
001670     END-IF
001671     PERFORM 8300-FIND-PENDING THRU 8300-EXIT.
001680 4000-EXIT.
001690     EXIT.

002390 8200-EXIT.
002400     EXIT.

002401*----------------------------------------------------------
002402* LOOK FOR A CHANGE ALREADY WAITING ON APPROVAL FOR THE
002403* CUSTOMER IN WS-SSNUM-KEY, AND SAY SO IF THERE IS ONE
002404*----------------------------------------------------------
002405 8300-FIND-PENDING.
002406     MOVE "N" TO WS-PENDING-SWITCH
002407     MOVE "N" TO WS-SCAN-SWITCH
002408     MOVE WS-SSNUM-KEY-N TO PC-SSNUM
002409     SET PC-BANK-CHANGE TO TRUE
002410     MOVE ZEROS TO PC-ENTERED-DATE
002411     MOVE ZEROS TO PC-ENTERED-TIME
002412     START PENDING-CHANGES KEY IS GREATER THAN OR EQUAL
002413             TO PC-KEY
002414         INVALID KEY
002415             GO TO 8300-EXIT
002416     END-START
002417     PERFORM 8310-TEST-ONE-QUEUED THRU 8310-EXIT
002418         UNTIL SCAN-DONE
002419     IF CHANGE-PENDING
002420         DISPLAY "CHANGE WAITING ON APPROVAL - KEYED "
002421             PC-ENTERED-DATE " BY " PC-ENTERED-BY
002422         DISPLAY "  NEW ROUTING:   " PC-NEW-ROUTING
002423         DISPLAY "  NEW ACCOUNT:   " PC-NEW-ACCOUNT
002424             " TYPE " PC-NEW-TYPE
002425     END-IF.
002426 8300-EXIT.
002427     EXIT.

002428 8310-TEST-ONE-QUEUED.
002429     READ PENDING-CHANGES NEXT RECORD
002430         AT END
002431             SET SCAN-DONE TO TRUE
002432             GO TO 8310-EXIT
002433     END-READ
002434     IF PC-SSNUM NOT = WS-SSNUM-KEY-N OR NOT PC-BANK-CHANGE
002435         SET SCAN-DONE TO TRUE
002436         GO TO 8310-EXIT
002437     END-IF
002438     IF PC-PENDING
002439         SET CHANGE-PENDING TO TRUE
002440         SET SCAN-DONE TO TRUE
002441     END-IF.
002442 8310-EXIT.
002443     EXIT.

002444*----------------------------------------------------------
002445* PUT THE KEYED ACCOUNT ON THE QUEUE - PC-ACTION AND THE OLD
002446* VALUES ARE ALREADY SET BY THE CALLER, THE NEW ONES ARE IN
002447* THE BANK ACCOUNT RECORD AREA
002448*----------------------------------------------------------
002449 8400-QUEUE-CHANGE.
002450     ACCEPT WS-RUN-TIME FROM TIME
002451     MOVE WS-SSNUM-KEY-N TO PC-SSNUM
002452     SET PC-BANK-CHANGE TO TRUE
002453     MOVE WS-RUN-DATE TO PC-ENTERED-DATE
002454     MOVE WS-RUN-TIME TO PC-ENTERED-TIME
002455     MOVE BA-ROUTING-NUMBER TO PC-NEW-ROUTING
002456     MOVE BA-ACCOUNT-NUMBER TO PC-NEW-ACCOUNT
002457     MOVE BA-ACCOUNT-TYPE TO PC-NEW-TYPE
002458     MOVE SO-OPERATOR-ID TO PC-ENTERED-BY
002459     SET PC-PENDING TO TRUE
002460     MOVE SPACES TO PC-DECIDED-BY
002461     MOVE ZEROS TO PC-DECIDED-DATE
002462     MOVE ZEROS TO PC-DECIDED-TIME
002463     MOVE SPACES TO PC-FILLER
002464     WRITE PENDING-CHANGE-RECORD
002465         INVALID KEY
002466             DISPLAY "COULD NOT QUEUE THE CHANGE - TRY AGAIN"
002467         NOT INVALID KEY
002468             DISPLAY "QUEUED FOR SUPERVISOR APPROVAL - THE "
002469                 "ACCOUNT ON FILE KEEPS BEING PAID UNTIL THEN"
002470     END-WRITE.
002471 8400-EXIT.
002472     EXIT.

002473*----------------------------------------------------------
002474* APPEND A DENIED-FUNCTION EVENT TO THE SECURITY LOG -
002475* SL-FUNCTION IS ALREADY SET BY THE CALLER
002476*----------------------------------------------------------
002477 9000-LOG-DENIAL.
002478     MOVE SO-OPERATOR-ID TO SL-OPERATOR-ID
002479     MOVE "BNKMNT" TO SL-PROGRAM
002480     MOVE "DENIED" TO SL-DISPOSITION
002490     ACCEPT SL-TS-DATE FROM DATE YYYYMMDD
002500     ACCEPT SL-TS-TIME FROM TIME
002509     MOVE SPACES TO SL-OTHER-OPERATOR
002510     MOVE SPACES TO SL-FILLER
002520     WRITE SECURITY-LOG-RECORD.
002530 9000-EXIT.
