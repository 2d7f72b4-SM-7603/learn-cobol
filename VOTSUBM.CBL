000113* 09/02/26  SM   ASKING - RECORD WIDENED TO 132
000114* 09/02/26  SM   REFUSE TO RUN UNLESS VOTELIG COMPLETED
000115* 09/02/26  SM   CLEAN TODAY (RUNCHK), LOG FAIL AND RC 8
000116* 10/15/26  SM   NEVER SUBMIT A CUSTOMER THE DEATH MASTER MATCH
000117* 10/15/26  SM   HAS MARKED DECEASED SINCE THE VOTER WAS EXTRACTED
000118* 10/15/26  SM   HOLD A VOTER WHOSE CURRENT ADDRESS IS MARKED
000119* 10/15/26  SM   UNDELIVERABLE - CARRIED FORWARD ON NEWVOTRS UNTIL
000120* 10/15/26  SM   A GOOD ADDRESS IS ON FILE
000121*----------------------------------------------------------
000130*
000140* FORMATS THE PENDING NEW-VOTER RECORDS VOTELIG DROPPED
000150* INTO NEWVOTRS INTO THE ELECTIONS BOARD'S FIXED SUBMISSION
000180* MASTER RECORD SUBMITTED (STATUS P WITH THE SUBMISSION
000190* DATE) SO VOTCONF CAN CHASE THE ONES THE BOARD NEVER
000200* CONFIRMS.  NEWVOTRS IS EMPTIED AFTERWARD SO THE SAME
000210* VOTER IS NOT SUBMITTED TWICE.  A PENDING VOTER WHOSE
000211* MASTER RECORD NOW SAYS DECEASED IS DROPPED, NOT SUBMITTED.
000212* ONE WHOSE CURRENT ADDRESS IS MARKED UNDELIVERABLE (RETURNED
000213* MAIL) IS HELD: IT GOES TO VOTHELD INSTEAD OF THE BOARD, AND
000214* VOTHELD BECOMES THE NEW NEWVOTRS, SO THE VOTER IS TRIED
000215* AGAIN EVERY RUN AND GOES OUT THE FIRST NIGHT AFTER A GOOD
000216* ADDRESS IS ADDED.
000220*
000230 ENVIRONMENT DIVISION.
000240 INPUT-OUTPUT SECTION.
000280         FILE STATUS IS WS-NV-STATUS.
000290     SELECT BOARD-SUBMISSION ASSIGN TO "ELECSUB"
000300         ORGANIZATION IS LINE SEQUENTIAL.
000301     SELECT HELD-VOTERS ASSIGN TO "VOTHELD"
000302         ORGANIZATION IS LINE SEQUENTIAL
000303         FILE STATUS IS WS-HV-STATUS.
000310     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAS"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS DYNAMIC
000420     COPY NEWVOTR.
000430 FD  BOARD-SUBMISSION.
000440 01  BOARD-SUBMISSION-RECORD       PIC X(132).
000441*> SAME LAYOUT AS NEWVOTR, HELD OVER FOR THE NEXT RUN
000442 FD  HELD-VOTERS.
000443 01  HELD-VOTER-RECORD             PIC X(45).
000444 FD  CUSTOMER-ADDRESSES.
000445     COPY CUSTADDR.
000450 FD  CUSTOMER-MASTER.
000460     COPY CUSTMAS.
000470 FD  RUN-CONTROL-LOG.
000500 77  WS-NV-STATUS                  PIC X(02) VALUE "00".
000510 77  WS-CM-STATUS                  PIC X(02) VALUE "00".
000511 77  WS-AD-STATUS                  PIC X(02) VALUE "00".
000512 77  WS-HV-STATUS                  PIC X(02) VALUE "00".
000513 77  WS-HELD-EOF-SWITCH            PIC X(01) VALUE "N".
000514     88  END-OF-HELD               VALUE "Y".
000515 77  WS-ADDR-EOF-SWITCH            PIC X(01) VALUE "N".
000516     88  END-OF-ADDRESSES          VALUE "Y".
000517 77  WS-ADDRESS-FOUND              PIC X(01) VALUE "N".
000518     COPY RUNCHKP.
000519 77  WS-RUN-REFUSED-SWITCH         PIC X(01) VALUE "N".
000520     88  RUN-REFUSED               VALUE "Y".
000521 77  WS-RUN-STATUS                 PIC X(04) VALUE "OK".
000522 01  WS-CURRENT-ADDRESS.
000523     05  WS-CA-ADDR-LINE-1         PIC X(25).
000524     05  WS-CA-ADDR-LINE-2         PIC X(25).
000525     05  WS-CA-CITY                PIC X(15).
000526     05  WS-CA-STATE               PIC X(02).
000527     05  WS-CA-ZIP                 PIC X(09).
000528     05  WS-CA-MAIL-STATUS         PIC X(01).
000529         88  WS-CA-UNDELIVERABLE   VALUE "U".
000530 77  WS-RL-STATUS                  PIC X(02) VALUE "00".
000531 77  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
000540     88  END-OF-FILE               VALUE "Y".
000550 77  WS-VOTERS-SUBMITTED           PIC 9(07) VALUE ZERO.
000560 77  WS-NOT-ON-MASTER              PIC 9(07) VALUE ZERO.
000561 77  WS-DECEASED-DROPPED           PIC 9(07) VALUE ZERO.
000562 77  WS-VOTERS-HELD                PIC 9(07) VALUE ZERO.
000570 01  WS-RUN-START-STAMP.
000580     05  WS-RUN-START-DATE         PIC 9(8).
000590     05  WS-RUN-START-TIME         PIC 9(8).
000967         OPEN INPUT CUSTOMER-ADDRESSES
000968     END-IF
000970     OPEN OUTPUT BOARD-SUBMISSION
000971     OPEN OUTPUT HELD-VOTERS
000980     MOVE WS-RUN-START-DATE TO WS-SH-BATCH-DATE
000990     WRITE BOARD-SUBMISSION-RECORD FROM WS-SUB-HEADER
001000     IF NOT END-OF-FILE

001050*----------------------------------------------------------
001060* ONE SUBMISSION DETAIL PER PENDING VOTER, AND THE MASTER
001070* RECORD IS MARKED SUBMITTED AS OF TODAY - UNLESS THE
001071* MASTER NOW SAYS DECEASED, WHEN THE VOTER IS DROPPED, OR
001072* THE CURRENT ADDRESS IS UNDELIVERABLE, WHEN THE VOTER IS HELD
001080*----------------------------------------------------------
001090 2000-SUBMIT-VOTER.
001091     MOVE NV-SSNUM TO CM-SSNUM
001092     READ CUSTOMER-MASTER
001093         INVALID KEY
001094             CONTINUE
001095     END-READ
001096     IF WS-CM-STATUS = "00" AND CM-EMP-DECEASED
001097         ADD 1 TO WS-DECEASED-DROPPED
001098         DISPLAY "VOTSUBM: " NV-SSNUM " IS DECEASED ON THE "
001099             "MASTER, NOT SUBMITTED"
001100         PERFORM 8000-READ-VOTER THRU 8000-EXIT
001101         GO TO 2000-EXIT
001102     END-IF
001103     PERFORM 2200-FIND-CURRENT-ADDRESS THRU 2200-EXIT
001104     IF WS-ADDRESS-FOUND = "Y" AND WS-CA-UNDELIVERABLE
001105         ADD 1 TO WS-VOTERS-HELD
001106         DISPLAY "VOTSUBM: " NV-SSNUM " ADDRESS UNDELIVERABLE, "
001107             "HELD"
001108         WRITE HELD-VOTER-RECORD FROM NEW-VOTER-RECORD
001109         PERFORM 8000-READ-VOTER THRU 8000-EXIT
001110         GO TO 2000-EXIT
001111     END-IF
001112     ADD 1 TO WS-VOTERS-SUBMITTED
001113     MOVE NV-SSNUM TO WS-SD-SSNUM
001120     MOVE NV-CUST-NAME TO WS-SD-CUST-NAME
001130     MOVE NV-DATE-OF-BIRTH TO WS-SD-DATE-OF-BIRTH
001140     MOVE NV-RUN-DATE TO WS-SD-RUN-DATE
001142     MOVE WS-CA-ADDR-LINE-1 TO WS-SD-ADDR-LINE-1
001143     MOVE WS-CA-ADDR-LINE-2 TO WS-SD-ADDR-LINE-2
001144     MOVE WS-CA-CITY TO WS-SD-CITY
001425                 MOVE AD-CITY TO WS-CA-CITY
001426                 MOVE AD-STATE TO WS-CA-STATE
001427                 MOVE AD-ZIP TO WS-CA-ZIP
001428                 MOVE AD-MAIL-STATUS TO WS-CA-MAIL-STATUS
001429             END-IF
001430         END-IF
001431     END-IF.
001432 2210-EXIT.
001433     EXIT.
001434
001435*----------------------------------------------------------
001436* WRITE THE TRAILER, START THE PENDING FILE OVER WITH THE
001437* HELD VOTERS, LOG THE RUN
001438*----------------------------------------------------------
001439 3000-FINISH.
001440     MOVE WS-VOTERS-SUBMITTED TO WS-ST-RECORD-COUNT
001450     WRITE BOARD-SUBMISSION-RECORD FROM WS-SUB-TRAILER
001460     CLOSE BOARD-SUBMISSION
001461     CLOSE HELD-VOTERS
001470     IF WS-NV-STATUS NOT = "35"
001480         CLOSE NEW-VOTERS
001481     END-IF
001490*> EVERYTHING ELSE PENDING WENT OUT IN THIS BATCH (OR WAS
001500*> DROPPED) - START THE EXTRACT OVER WITH ONLY THE HELD
001501*> VOTERS SO NOBODY IS SUBMITTED TWICE
001502     OPEN OUTPUT NEW-VOTERS
001503     OPEN INPUT HELD-VOTERS
001504     MOVE "N" TO WS-HELD-EOF-SWITCH
001505     PERFORM 3100-CARRY-ONE-VOTER THRU 3100-EXIT
001506         UNTIL END-OF-HELD
001507     CLOSE HELD-VOTERS
001508     CLOSE NEW-VOTERS
001540     CLOSE CUSTOMER-MASTER
001541     CLOSE CUSTOMER-ADDRESSES
001550     DISPLAY "VOTSUBM: VOTERS SUBMITTED = " WS-VOTERS-SUBMITTED
001551     DISPLAY "VOTSUBM: DECEASED DROPPED = " WS-DECEASED-DROPPED
001552     DISPLAY "VOTSUBM: VOTERS HELD      = " WS-VOTERS-HELD
001560     PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT.
001570 3000-EXIT.
001580     EXIT.

001581 3100-CARRY-ONE-VOTER.
001582     READ HELD-VOTERS
001583         AT END
001584             SET END-OF-HELD TO TRUE
001585     END-READ
001586     IF NOT END-OF-HELD
001587         WRITE NEW-VOTER-RECORD FROM HELD-VOTER-RECORD
001588     END-IF.
001589 3100-EXIT.
001590     EXIT.

001591*----------------------------------------------------------
001600* READ THE NEXT PENDING VOTER, SET THE EOF SWITCH AT END
001610*----------------------------------------------------------
001620 8000-READ-VOTER.
001810     MOVE WS-RUN-START-TIME TO RL-START-TIME
001820     ACCEPT RL-END-DATE FROM DATE YYYYMMDD
001830     ACCEPT RL-END-TIME FROM TIME
001840     COMPUTE RL-RECORDS-IN = WS-VOTERS-SUBMITTED
001841         + WS-DECEASED-DROPPED + WS-VOTERS-HELD
001850     MOVE WS-VOTERS-SUBMITTED TO RL-RECORDS-OUT
001860     MOVE WS-NOT-ON-MASTER TO RL-EXCEPTIONS
001870     MOVE WS-RUN-STATUS TO RL-STATUS
