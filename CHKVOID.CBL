000110* 08/21/26  SM   CHECK REGISTER REPORT
000111* 08/21/26  SM   REFUSE A SECOND REISSUE OF THE SAME VOIDED
000112* 08/21/26  SM   CHECK NUMBER
000113* 10/15/26  SM   VOIDING A CHECK HELD FOR AN UNDELIVERABLE ADDRESS
000114* 10/15/26  SM   TAKES IT OFF THE HELD-CHECK FILE (STATUS V)
000120*----------------------------------------------------------
000130*
000140* OPERATOR FUNCTIONS AGAINST THE APPEND-ONLY CHECK REGISTER
000250         FILE STATUS IS WS-CR-STATUS.
000260     SELECT REGISTER-REPORT ASSIGN TO "CHKREGRP"
000270         ORGANIZATION IS LINE SEQUENTIAL.
000271     SELECT HELD-CHECKS ASSIGN TO "CHKHOLD"
000272         ORGANIZATION IS INDEXED
000273         ACCESS MODE IS RANDOM
000274         RECORD KEY IS HC-KEY
000275         FILE STATUS IS WS-HC-STATUS.

000280 DATA DIVISION.
000290 FILE SECTION.
000310     COPY CHKREG.
000320 FD  REGISTER-REPORT.
000330 01  REGISTER-REPORT-LINE          PIC X(80).
000331 FD  HELD-CHECKS.
000332     COPY CHKHOLD.

000340 WORKING-STORAGE SECTION.
000350 77  WS-CR-STATUS                  PIC X(02) VALUE "00".
000351 77  WS-HC-STATUS                  PIC X(02) VALUE "00".
000360 77  WS-FUNCTION-CHOICE            PIC 9 VALUE ZERO.
000370 77  WS-DONE-SWITCH                PIC X(01) VALUE "N".
000380     88  VOID-DONE                 VALUE "Y".
001350             WRITE CHECK-REGISTER-RECORD
001355             CLOSE CHECK-REGISTER
001360             DISPLAY "CHECK " WS-TARGET-CHECK-NO " VOIDED"
001361             PERFORM 2100-CLEAR-HOLD THRU 2100-EXIT
001370     END-EVALUATE.
001380 2000-EXIT.
001390     EXIT.

001391*----------------------------------------------------------
001392* A VOIDED CHECK THAT WAS BEING HELD FOR AN UNDELIVERABLE
001393* ADDRESS COMES OFF THE HOLD - NOTHING IS LEFT TO MAIL
001394*----------------------------------------------------------
001395 2100-CLEAR-HOLD.
001396     OPEN I-O HELD-CHECKS
001397     IF WS-HC-STATUS = "35"
001398         GO TO 2100-EXIT
001399     END-IF
001400     MOVE WS-FE-SSNUM TO HC-SSNUM
001401     MOVE WS-TARGET-CHECK-NO TO HC-CHECK-NO
001402     READ HELD-CHECKS
001403         INVALID KEY
001404             CONTINUE
001405     END-READ
001406     IF WS-HC-STATUS = "00" AND HC-STILL-HELD
001407         SET HC-VOIDED TO TRUE
001408         REWRITE HELD-CHECK-RECORD
001409         DISPLAY "CHECK " WS-TARGET-CHECK-NO
001410             " TAKEN OFF THE HELD-CHECK LIST"
001411     END-IF
001412     CLOSE HELD-CHECKS.
001413 2100-EXIT.
001414     EXIT.

001415*----------------------------------------------------------
001416* REISSUE A VOIDED CHECK UNDER THE NEXT NEW NUMBER - AN R
001420* EVENT CARRYING THE OLD NUMBER IN REF-CHECK-NO
001430*----------------------------------------------------------
001440 3000-REISSUE-CHECK.
