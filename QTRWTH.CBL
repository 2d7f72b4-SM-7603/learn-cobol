000133* 09/02/26  SM   FORCE ON ITS PH-PAY-DATE, THROUGH WTHLOOK
000134* 09/02/26  SM   PAY HISTORY READ AS THE INDEXED FILE
000135* 09/02/26  SM   PHCONV LOADS
000136* 10/15/26  SM   ON THE OPERATOR'S SAY-SO THE QUARTER'S TOTAL
000137* 10/15/26  SM   WITHHELD POSTS TO GLACTV AS PAID (DEBIT THE
000138* 10/15/26  SM   WITHHOLDING LIABILITY, CREDIT CASH)
000140*----------------------------------------------------------
000150*
000160* QUARTER-END JOB.  PASSES THE PAY-HISTORY FILE FOR THE
000310     SELECT RUN-CONTROL-LOG ASSIGN TO "RUNLOG"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-RL-STATUS.
000332     SELECT GL-ACTIVITY ASSIGN TO "GLACTV"
000334         ORGANIZATION IS LINE SEQUENTIAL
000336         FILE STATUS IS WS-GA-STATUS.

000340 DATA DIVISION.
000350 FILE SECTION.
000390 01  REMITTANCE-LINE               PIC X(80).
000400 FD  RUN-CONTROL-LOG.
000410     COPY RUNLOG.
000413 FD  GL-ACTIVITY.
000416     COPY GLACTV.

000420 WORKING-STORAGE SECTION.
000430 77  WS-PH-STATUS                  PIC X(02) VALUE "00".
000623     05  WS-QE-YYYY                PIC 9(4).
000624     05  WS-QE-MM                  PIC 99.
000625     05  WS-QE-DD                  PIC 99.
000626 77  WS-GA-STATUS                  PIC X(02) VALUE "00".
000627 77  WS-POST-ANSWER                PIC X(01) VALUE "N".
000630 01  WS-RUN-START-STAMP.
000640     05  WS-RUN-START-DATE         PIC 9(8).
000650     05  WS-RUN-START-TIME         PIC 9(8).
001020     05  FILLER                    PIC X(26)
001030         VALUE "HISTORY RECORDS SELECTED: ".
001040     05  SC-COUNT                  PIC ZZZ,ZZ9.
001043 01  WS-GL-POSTED-LINE             PIC X(45)
001046         VALUE "REMITTANCE POSTED TO THE GENERAL LEDGER".

001050 PROCEDURE DIVISION.
001060 0000-MAINLINE.
002090     WRITE REMITTANCE-LINE FROM WS-READ-COUNT-LINE
002100     MOVE WS-RECORDS-SELECTED TO SC-COUNT
002110     WRITE REMITTANCE-LINE FROM WS-SELECT-COUNT-LINE
002115     PERFORM 3200-POST-GL-REMITTANCE THRU 3200-EXIT
002120     PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT
002130     IF WS-PH-STATUS NOT = "35"
002140         CLOSE PAY-HISTORY
002290     ADD WS-BR-WITHHELD (WS-BRACKET-SUB) TO WS-TOTAL-WITHHELD.
002300 3100-EXIT.
002310     EXIT.
002311
002312*----------------------------------------------------------
002313* PAYING THE QUARTER'S WITHHOLDING RELIEVES THE LIABILITY -
002314* ONLY WHEN THE OPERATOR SAYS THE MONEY IS GOING OUT (A
002315* REPRINT OF THE REPORT MUST NOT POST IT AGAIN) IS THE
002316* PAIR APPENDED FOR THE NEXT JOURNAL
002317*----------------------------------------------------------
002318 3200-POST-GL-REMITTANCE.
002319     IF WS-TOTAL-WITHHELD = ZERO
002320         GO TO 3200-EXIT
002321     END-IF
002322     DISPLAY "POST THIS REMITTANCE TO THE GENERAL LEDGER "
002323         "(Y/N)? " WITH NO ADVANCING
002324     ACCEPT WS-POST-ANSWER
002325     IF WS-POST-ANSWER NOT = "Y" AND WS-POST-ANSWER NOT = "y"
002326         GO TO 3200-EXIT
002327     END-IF
002328     OPEN EXTEND GL-ACTIVITY
002329     IF WS-GA-STATUS = "35"
002330         OPEN OUTPUT GL-ACTIVITY
002331         CLOSE GL-ACTIVITY
002332         OPEN EXTEND GL-ACTIVITY
002333     END-IF
002334     MOVE WS-RUN-START-DATE TO GA-POST-DATE
002335     MOVE "QTRWTH  " TO GA-SOURCE
002336     MOVE "WTHPAY  " TO GA-MAP-KEY
002337     SET GA-DEBIT TO TRUE
002338     MOVE WS-TOTAL-WITHHELD TO GA-AMOUNT
002339     MOVE ZEROS TO GA-SSNUM
002340     MOVE SPACES TO GA-FILLER
002341     WRITE GL-ACTIVITY-RECORD
002342     MOVE "CASHRMT " TO GA-MAP-KEY
002343     SET GA-CREDIT TO TRUE
002344     WRITE GL-ACTIVITY-RECORD
002345     CLOSE GL-ACTIVITY
002346     WRITE REMITTANCE-LINE FROM WS-GL-POSTED-LINE.
002347 3200-EXIT.
002348     EXIT.

002349*----------------------------------------------------------
002350* READ THE NEXT HISTORY RECORD, SET THE EOF SWITCH AT END
002351*----------------------------------------------------------
002352 8000-READ-HISTORY.
002360     READ PAY-HISTORY
002370         AT END
002380             SET END-OF-FILE TO TRUE
