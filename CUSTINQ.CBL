000100* 09/02/26  SM   INITIAL VERSION - ONE CONSOLIDATED READ-
000110* 09/02/26  SM   ONLY CUSTOMER INQUIRY ACROSS EVERY FILE
000120* 09/02/26  SM   THE SHOP KEEPS
000121* 10/15/26  SM   HIRE DATE SHOWN WITH THE LEAVE BALANCES
000122* 10/15/26  SM   A CURRENT ADDRESS MARKED UNDELIVERABLE SAYS SO
000123* 10/15/26  SM   N AT THE SSN PROMPT FINDS THE CUSTOMER BY NAME
000124* 10/15/26  SM   THROUGH THE CUSTBRW BROWSE
000130*----------------------------------------------------------
000140*
000150* ONE SIGN-ON, ONE SSN, ONE SCREEN FLOW: THE CUSTOMER
000200* PRENOTE STATUS, THE LEAVE BALANCES, AND THE CURRENT
000210* MAILING ADDRESS - SO "WHY IS MY CHECK SHORT" IS ONE
000220* SIGN-ON INSTEAD OF FOUR.  STRICTLY READ-ONLY.
000221* A CALLER WHO CANNOT GIVE THEIR SSN IS FOUND BY NAME: N AT
000222* THE SSN PROMPT BROWSES THE NAME CROSS-REFERENCE (CUSTBRW)
000223* AND THE CUSTOMER PICKED THERE IS SHOWN AS IF KEYED.
000230*
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000860 77  WS-LB-STATUS                  PIC X(02) VALUE "00".
000870 77  WS-AD-STATUS                  PIC X(02) VALUE "00".
000880     COPY SIGNPRM.
000881     COPY BRWPRM.
000890 77  WS-DONE-SWITCH                PIC X(01) VALUE "N".
000900     88  INQUIRY-DONE              VALUE "Y".
000910 77  WS-SSN-OK                     PIC X(01) VALUE "N".
001065     05  WS-CA-CITY                PIC X(15).
001066     05  WS-CA-STATE               PIC X(02).
001067     05  WS-CA-ZIP                 PIC X(09).
001068     05  WS-CA-MAIL-STATUS         PIC X(01).
001069         88  WS-CA-UNDELIVERABLE   VALUE "U".
001070     05  WS-CA-RETURNED-DATE       PIC 9(08).
001071     05  WS-CA-RETURN-REASON       PIC X(01).
001072 01  WS-SSNUM-KEY.
001080     05  WS-KEY-SSAREA              PIC 999.
001090     05  WS-KEY-SSGROUP             PIC 99.
001100     05  WS-KEY-SSSERIAL            PIC 9999.
001750     EXIT.
001760
001770*----------------------------------------------------------
001780* ONE INQUIRY: ACCEPT THE SSN (ZEROS QUITS, N BROWSES BY
001790* NAME) AND WALK EVERY FILE IN TURN
001800*----------------------------------------------------------
001810 2000-INQUIRE-CUSTOMER.
001820     DISPLAY " "
001830     DISPLAY "ENTER SSN (AREA-GROUP-SERIAL, N TO FIND BY NAME, "
001840         "0 TO QUIT): " WITH NO ADVANCING
001850     ACCEPT WS-SSNUM-KEY
001860     IF WS-SSNUM-KEY = ZEROS
001870         SET INQUIRY-DONE TO TRUE
001880         GO TO 2000-EXIT
001890     END-IF
001891     IF WS-SSNUM-KEY = "N" OR WS-SSNUM-KEY = "n"
001892         CALL "CUSTBRW" USING NAME-BROWSE-PARMS
001893         IF NOT BR-CUSTOMER-PICKED
001894             GO TO 2000-EXIT
001895         END-IF
001896         MOVE BR-SSNUM TO WS-SSNUM-KEY
001897     END-IF
001900     MOVE WS-SSNUM-KEY TO CM-SSNUM
001910     READ CUSTOMER-MASTER
001920         INVALID KEY
002503         END-IF
002510         DISPLAY "                 " WS-CA-CITY ", "
002520             WS-CA-STATE " " WS-CA-ZIP
002521         IF WS-CA-UNDELIVERABLE
002522             DISPLAY "                 ** UNDELIVERABLE - MAIL "
002523                 "RETURNED " WS-CA-RETURNED-DATE " REASON "
002524                 WS-CA-RETURN-REASON " - CHECKS HELD"
002525         END-IF
002530     ELSE
002540         DISPLAY "ADDRESS:         NONE ON FILE"
002550     END-IF.
002720                 MOVE AD-CITY TO WS-CA-CITY
002730                 MOVE AD-STATE TO WS-CA-STATE
002740                 MOVE AD-ZIP TO WS-CA-ZIP
002741                 MOVE AD-MAIL-STATUS TO WS-CA-MAIL-STATUS
002742                 MOVE AD-RETURNED-DATE TO WS-CA-RETURNED-DATE
002743                 MOVE AD-RETURN-REASON TO WS-CA-RETURN-REASON
002750             END-IF
002760         END-IF
002770     END-IF.
004240             DISPLAY "LEAVE BALANCES:  VACATION "
004250                 LB-VACATION-BALANCE "  SICK "
004260                 LB-SICK-BALANCE
004261             IF LB-HIRE-DATE NUMERIC AND LB-HIRE-DATE NOT = ZERO
004262                 DISPLAY "HIRE DATE:       " LB-HIRE-DATE
004263             ELSE
004264                 DISPLAY "HIRE DATE:       NONE ON FILE"
004265             END-IF
004270     END-READ.
004280 2700-EXIT.
004290     EXIT.
