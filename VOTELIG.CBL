000130* 08/08/26  SM   RECORDS SO AN ABENDED RUN CAN RESUME
000140* 08/21/26  SM   WRITE A RUN-CONTROL RECORD TO THE SHARED
000150* 08/21/26  SM   RUN LOG AT END OF JOB
000151* 10/15/26  SM   A DECEASED CUSTOMER (DEATH MASTER MATCH) IS HELD
000152* 10/15/26  SM   AT CAN'T-VOTE AND NEVER BECOMES A NEW VOTER
000160*----------------------------------------------------------
000170*
000180* READS THE ENTIRE CUSTOMER MASTER, RECOMPUTES AGE AS OF
000210* AGE SINCE THE LAST RUN.  A CHECKPOINT RECORD IS WRITTEN
000220* EVERY WS-CHECKPOINT-INTERVAL READS SO A RESTART PICKS UP
000230* AFTER THE LAST KEY PROCESSED INSTEAD OF FROM RECORD ONE.
000231* A CUSTOMER DTHMATCH HAS MARKED DECEASED STILL HAS THE AGE
000232* KEPT CURRENT, BUT THE FLAG STAYS AT CAN'T-VOTE WHATEVER
000233* THE AGE SAYS.
000240*
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000670     88  END-OF-FILE              VALUE "Y".
000680 77  WS-RECORDS-READ               PIC 9(07) COMP VALUE ZERO.
000690 77  WS-RECORDS-CHANGED            PIC 9(07) COMP VALUE ZERO.
000691 77  WS-DECEASED-HELD              PIC 9(07) COMP VALUE ZERO.
000700 77  WS-OLD-VOTE-FLAG              PIC 9 VALUE ZERO.
000710 77  WS-CHECKPOINT-INTERVAL         PIC 9(04) VALUE 100.
000720 77  WS-RESTART-FOUND-SWITCH        PIC X(01) VALUE "N".
001420     EXIT.

001430*----------------------------------------------------------
001440* RECOMPUTE AGE AND FLIP THE VOTE FLAG IF IT CHANGED -
001441* THE DECEASED CAN'T VOTE AT ANY AGE
001450*----------------------------------------------------------
001460 2000-PROCESS-RECORD.
001470     ADD 1 TO WS-RECORDS-READ
001510             (WS-RUN-MM = CM-MOB AND WS-RUN-DD < CM-DOB)
001520         SUBTRACT 1 FROM CM-AGE
001530     END-IF
001540     EVALUATE TRUE
001541         WHEN CM-EMP-DECEASED
001542             ADD 1 TO WS-DECEASED-HELD
001543             SET CM-CANT-VOTE TO TRUE
001544         WHEN CM-AGE >= 18
001550             SET CM-CAN-VOTE TO TRUE
001551         WHEN OTHER
001570             SET CM-CANT-VOTE TO TRUE
001580     END-EVALUATE
001590     REWRITE CUST-MASTER-RECORD
001600     IF CM-CAN-VOTE-FLAG NOT = WS-OLD-VOTE-FLAG
001610         ADD 1 TO WS-RECORDS-CHANGED
002170 3000-FINISH.
002180     DISPLAY "VOTELIG: RECORDS READ    = " WS-RECORDS-READ
002190     DISPLAY "VOTELIG: RECORDS CHANGED = " WS-RECORDS-CHANGED
002191     DISPLAY "VOTELIG: DECEASED HELD   = " WS-DECEASED-HELD
002200     OPEN OUTPUT CHECKPOINT-FILE
002210     CLOSE CHECKPOINT-FILE
002220     PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT
