000133* 09/02/26  SM   ALL OF HISTORY
000134* 09/02/26  SM   A STUDENT WITH NO ENROLLMENT IN THE TERM IS
000135* 09/02/26  SM   COUNTED ASIDE, NOT BANDED AS FAILING
000136* 10/15/26  SM   OPTIONAL LIST OF STUDENT WORKERS (LINKED TO
000137* 10/15/26  SM   PAYROLL) ON PROBATION FOR FINANCIAL AID REVIEW
000140*----------------------------------------------------------
000150*
000160* TERM-END JOB OVER THE STUDENT MASTER.  COMPUTES EACH
000210* ROSTER SECTION PER BAND SORTED BY GPA HIGH TO LOW, AND
000220* CLOSES WITH A DISTRIBUTION SUMMARY AND THE SCHOOL-WIDE
000230* AVERAGE GPA.
000231* WHEN ASKED, IT ALSO LISTS THE STUDENT WORKERS (STUDENTS
000232* LINKED TO PAYROLL, SM-WORKER-FLAG) WHO LANDED IN THE
000233* PROBATION BAND, FOR THE FINANCIAL AID OFFICE TO REVIEW.
000240*
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000730 77  WS-AVERAGE-GPA                PIC 9V99 VALUE ZERO.
000740 77  WS-BAND-PCT                   PIC 9(03)V9 VALUE ZERO.
000741 77  WS-REQUESTED-TERM             PIC X(05) VALUE SPACES.
000742 77  WS-WORKER-LIST-SWITCH         PIC X(01) VALUE "N".
000743     88  LIST-PROBATION-WORKERS    VALUE "Y".
000744     88  VALID-WORKER-LIST-ANSWER  VALUE "Y", "N".
000745 77  WS-PROBATION-WORKERS          PIC 9(04) COMP VALUE ZERO.
000750 77  WS-RL-STATUS                  PIC X(02) VALUE "00".
000760 01  WS-RUN-START-STAMP.
000770     05  WS-RUN-START-DATE         PIC 9(8).
000830         10  WS-ST-GPA             PIC 9V99.
000840         10  WS-ST-BAND            PIC 9.
000850         10  WS-ST-PRINTED         PIC X(01).
000851         10  WS-ST-WORKER          PIC X(01).
000860 01  WS-BAND-COUNT-TABLE.
000870     05  WS-BAND-COUNT OCCURS 5 TIMES PIC 9(04) COMP
000880             VALUE ZERO.
001000     05  FILLER                    PIC X(09) VALUE "-------- ".
001010     05  SEC-BAND-NAME             PIC X(15).
001020     05  FILLER                    PIC X(08) VALUE "--------".
001021 01  WS-WORKER-SECTION-LINE        PIC X(46)
001022         VALUE "-------- STUDENT WORKERS ON PROBATION --------".
001023 01  WS-WORKER-COUNT-LINE.
001024     05  FILLER                    PIC X(30)
001025         VALUE "STUDENT WORKERS ON PROBATION: ".
001026     05  WCL-COUNT                 PIC Z,ZZ9.
001030 01  WS-ROSTER-LINE.
001040     05  FILLER                    PIC X(05) VALUE SPACES.
001050     05  RL-STUDENT-ID             PIC 9(06).
001370     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
001380     ACCEPT WS-RUN-START-TIME FROM TIME
001381     PERFORM 1100-ACCEPT-TERM THRU 1100-EXIT
001382     PERFORM 1200-ACCEPT-WORKER-LIST THRU 1200-EXIT
001390     OPEN INPUT STUDENT-MASTER
001400     OPEN INPUT ENROLLMENT-DETAIL
001410*> A MISSING DETAIL FILE (FIRST RUN BEFORE ENRLCONV) READS
001760                 TO WS-ST-STUDENT-NAME (WS-STUDENT-COUNT)
001770             MOVE WS-GPA TO WS-ST-GPA (WS-STUDENT-COUNT)
001780             MOVE "N" TO WS-ST-PRINTED (WS-STUDENT-COUNT)
001781             MOVE SM-WORKER-FLAG
001782                 TO WS-ST-WORKER (WS-STUDENT-COUNT)
001790             EVALUATE TRUE
001800                 WHEN WS-GPA >= 3.75
001810                     MOVE 1 TO WS-ST-BAND (WS-STUDENT-COUNT)
002520     PERFORM 3100-PRINT-BAND-SECTION THRU 3100-EXIT
002530         VARYING WS-BAND-SUB FROM 1 BY 1
002540         UNTIL WS-BAND-SUB > 5
002541     IF LIST-PROBATION-WORKERS
002542         PERFORM 3400-PRINT-PROBATION-WORKERS THRU 3400-EXIT
002543     END-IF
002550     WRITE STANDING-LINE FROM WS-HEADING-LINE
002560     PERFORM 3300-PRINT-BAND-SUMMARY THRU 3300-EXIT
002570         VARYING WS-BAND-SUB FROM 1 BY 1
003630     CLOSE RUN-CONTROL-LOG.
003640 9100-EXIT.
003650     EXIT.

003660*----------------------------------------------------------
003670* ASK WHETHER THE FINANCIAL AID LIST OF STUDENT WORKERS ON
003680* PROBATION IS WANTED - Y OR N, RE-PROMPTED UNTIL IT IS ONE
003690*----------------------------------------------------------
003700 1200-ACCEPT-WORKER-LIST.
003710     DISPLAY "LIST STUDENT WORKERS ON PROBATION (Y/N): "
003720         WITH NO ADVANCING
003730     ACCEPT WS-WORKER-LIST-SWITCH
003740     PERFORM 1210-VALIDATE-WORKER-LIST THRU 1210-EXIT
003750         UNTIL VALID-WORKER-LIST-ANSWER.
003760 1200-EXIT.
003770     EXIT.

003780 1210-VALIDATE-WORKER-LIST.
003790     IF WS-WORKER-LIST-SWITCH = "y"
003800         MOVE "Y" TO WS-WORKER-LIST-SWITCH
003810     END-IF
003820     IF WS-WORKER-LIST-SWITCH = "n"
003830         MOVE "N" TO WS-WORKER-LIST-SWITCH
003840     END-IF
003850     IF NOT VALID-WORKER-LIST-ANSWER
003860         DISPLAY "ANSWER Y OR N, TRY AGAIN: " WITH NO ADVANCING
003870         ACCEPT WS-WORKER-LIST-SWITCH
003880     END-IF.
003890 1210-EXIT.
003900     EXIT.

003910*----------------------------------------------------------
003920* FINANCIAL AID LIST - EVERY STUDENT WORKER IN THE PROBATION
003930* BAND, IN STUDENT ID ORDER, AND HOW MANY THERE ARE
003940*----------------------------------------------------------
003950 3400-PRINT-PROBATION-WORKERS.
003960     WRITE STANDING-LINE FROM WS-WORKER-SECTION-LINE
003970     PERFORM 3410-PRINT-ONE-WORKER THRU 3410-EXIT
003980         VARYING WS-TABLE-SUB FROM 1 BY 1
003990         UNTIL WS-TABLE-SUB > WS-STUDENT-COUNT
004000     MOVE WS-PROBATION-WORKERS TO WCL-COUNT
004010     WRITE STANDING-LINE FROM WS-WORKER-COUNT-LINE.
004020 3400-EXIT.
004030     EXIT.

004040 3410-PRINT-ONE-WORKER.
004050     IF WS-ST-BAND (WS-TABLE-SUB) = 4
004060             AND WS-ST-WORKER (WS-TABLE-SUB) = "W"
004070         MOVE WS-ST-STUDENT-ID (WS-TABLE-SUB) TO RL-STUDENT-ID
004080         MOVE WS-ST-STUDENT-NAME (WS-TABLE-SUB)
004090             TO RL-STUDENT-NAME
004100         MOVE WS-ST-GPA (WS-TABLE-SUB) TO RL-GPA
004110         WRITE STANDING-LINE FROM WS-ROSTER-LINE
004120         ADD 1 TO WS-PROBATION-WORKERS
004130     END-IF.
004140 3410-EXIT.
004150     EXIT.
