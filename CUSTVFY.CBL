000131* 09/02/26  SM   EMPLOYMENT-STATUS CHECKS - BAD STATUS BYTE,
000132* 09/02/26  SM   TERMINATED WITH A LIVE BANK ACCOUNT, AND
000133* 09/02/26  SM   TERMINATED WITH ACTIVE DEDUCTION ENTRIES
000134* 10/15/26  SM   DECEASED (STATUS D) IS A VALID STATUS; A DECEASED
000135* 10/15/26  SM   CUSTOMER IS FLAGGED WITH THE VOTE FLAG ON, A BANK
000136* 10/15/26  SM   ACCOUNT NOT HELD, OR ACTIVE DEDUCTION ENTRIES
000140*----------------------------------------------------------
000150*
000160* READS THE WHOLE CUSTOMER MASTER AND FLAGS EVERY RECORD

002030*----------------------------------------------------------
002040* THE VOTE FLAG HAS TO AGREE WITH THE STORED AGE - 18 AND
002050* UP CAN VOTE, UNDER 18 CAN'T, SAME RULE AS VOTELIG - AND
002051* THE DECEASED CAN'T VOTE AT ANY AGE
002060*----------------------------------------------------------
002070 2400-VERIFY-VOTE-FLAG.
002071     IF CM-EMP-DECEASED
002072         IF CM-CAN-VOTE
002073             MOVE "DECEASED BUT VOTE FLAG ON"
002074                 TO XD-MESSAGE
002075             PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
002076         END-IF
002077         GO TO 2400-EXIT
002078     END-IF
002080     IF CM-AGE >= 18 AND CM-CANT-VOTE
002090         MOVE "VOTE FLAG OFF BUT AGE IS 18 OR MORE"
002100             TO XD-MESSAGE
002192* THE EMPLOYMENT STATUS HAS TO BE ON THE LIST, AND A
002193* TERMINATED CUSTOMER SHOULD NOT STILL HAVE A LIVE BANK
002194* ACCOUNT OR ACTIVE DEDUCTION ENTRIES WAITING FOR CHECKS
002195* THAT WILL NEVER COME.  A DECEASED CUSTOMER'S ACCOUNT MUST
002196* BE ON HOLD AND EVERY DEDUCTION STOPPED - THE DEATH MASTER
002197* MATCH DOES BOTH, SO A MISS MEANS SOMEONE UNDID ONE BY HAND
002198*----------------------------------------------------------
002199 2500-VERIFY-EMP-STATUS.
002200     IF NOT CM-VALID-EMP-STATUS
002201         MOVE "EMPLOYMENT STATUS BYTE NOT A/L/T/D"
002202             TO XD-MESSAGE
002203         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
002204     END-IF
002205     IF CM-EMP-TERMINATED
002206         MOVE CM-SSNUM TO BA-SSNUM
002207         READ BANK-ACCOUNTS
002208             INVALID KEY
002209                 CONTINUE
002210             NOT INVALID KEY
002211                 IF NOT BA-RETURNED
002212                     MOVE "TERMINATED BUT BANK ACCOUNT LIVE"
002213                         TO XD-MESSAGE
002214                     PERFORM 2900-WRITE-EXCEPTION
002215                         THRU 2900-EXIT
002216                 END-IF
002217         END-READ
002218         MOVE "N" TO WS-ACTIVE-DED-SWITCH
002219         MOVE CM-SSNUM TO DD-SSNUM
002220         READ DEDUCTION-MASTER
002221             INVALID KEY
002222                 CONTINUE
002223             NOT INVALID KEY
002224                 PERFORM 2510-TEST-ONE-ENTRY THRU 2510-EXIT
002225                     VARYING WS-DED-SUB FROM 1 BY 1
002226                     UNTIL WS-DED-SUB > DD-DEDUCTION-COUNT
002227         END-READ
002228         IF WS-ACTIVE-DED-SWITCH = "Y"
002229             MOVE "TERMINATED BUT DEDUCTIONS STILL ACTIVE"
002230                 TO XD-MESSAGE
002231             PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
002232         END-IF
002233     END-IF
002234     IF CM-EMP-DECEASED
002235         PERFORM 2520-VERIFY-DECEASED THRU 2520-EXIT
002236     END-IF.
002237 2500-EXIT.
002238     EXIT.
002239
002240 2510-TEST-ONE-ENTRY.
002241     IF DD-ACTIVE (WS-DED-SUB)
002242         MOVE "Y" TO WS-ACTIVE-DED-SWITCH
002243     END-IF.
002244 2510-EXIT.
002245     EXIT.

002246 2520-VERIFY-DECEASED.
002247     MOVE CM-SSNUM TO BA-SSNUM
002248     READ BANK-ACCOUNTS
002249         INVALID KEY
002250             CONTINUE
002251         NOT INVALID KEY
002252             IF NOT BA-HELD
002253                 MOVE "DECEASED BUT BANK ACCOUNT NOT HELD"
002254                     TO XD-MESSAGE
002255                 PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
002256             END-IF
002257     END-READ
002258     MOVE "N" TO WS-ACTIVE-DED-SWITCH
002259     MOVE CM-SSNUM TO DD-SSNUM
002260     READ DEDUCTION-MASTER
002261         INVALID KEY
002262             CONTINUE
002263         NOT INVALID KEY
002264             PERFORM 2510-TEST-ONE-ENTRY THRU 2510-EXIT
002265                 VARYING WS-DED-SUB FROM 1 BY 1
002266                 UNTIL WS-DED-SUB > DD-DEDUCTION-COUNT
002267     END-READ
002268     IF WS-ACTIVE-DED-SWITCH = "Y"
002269         MOVE "DECEASED BUT DEDUCTIONS STILL ACTIVE"
002270             TO XD-MESSAGE
002271         PERFORM 2900-WRITE-EXCEPTION THRU 2900-EXIT
002272     END-IF.
002273 2520-EXIT.
002274     EXIT.
002275
002276*----------------------------------------------------------
002277* ONE EXCEPTION LINE - THE MESSAGE IS ALREADY SET BY THE
002278* EDIT THAT FAILED
002279*----------------------------------------------------------
002280 2900-WRITE-EXCEPTION.
002281     MOVE "N" TO WS-RECORD-CLEAN
002282     ADD 1 TO WS-EXCEPTIONS-WRITTEN
002283     MOVE CM-SSNUM TO XD-SSNUM
002284     MOVE CM-CUST-NAME TO XD-CUST-NAME
002290     WRITE EXCEPTION-LINE FROM WS-EXCEPTION-DETAIL.
002300 2900-EXIT.
002310     EXIT.
