000121* 09/02/26  SM   SCORE REJECTS ALSO LAND ON THE SCOREXCP
000122* 09/02/26  SM   WORKLIST WITH THEIR STUDENT/TERM/COURSE
000123* 09/02/26  SM   CONTEXT, FOR SCORFIX TO WORK
000124* 10/15/26  SM   COURSE CHECKED AGAINST THE CATALOG (CRSLOOK) -
000125* 10/15/26  SM   UNKNOWN OR NOT-OFFERED COURSES AND UNMET
000126* 10/15/26  SM   PREREQUISITES REJECTED, CREDITS POSTED FROM THE
000127* 10/15/26  SM   CATALOG, NOT THE TRANSACTION
000128* 10/15/26  SM   ADDS REJECTED FOR A STUDENT ON PAST-DUE TUITION
000129* 10/15/26  SM   HOLD
000130*----------------------------------------------------------
000140*
000150* UNATTENDED COMPANION TO STUDMNT, IN CUSTBAT'S MOLD.
000210* REJECTED REGISTER WITH A REASON ON EVERY REJECT SO THE
000220* BAD ONES GO BACK TO THE REGISTRAR - TERM START STOPS
000230* COSTING TWO OPERATOR DAYS OF KEYING.
000231* THE COURSE EDIT IS CRSLOOK'S, THE SAME ONE STUDMNT CALLS:
000232* AN ADD MUST BE FOR A CATALOGED COURSE OFFERED IN THAT TERM
000233* WHOSE PREREQUISITES THE STUDENT PASSED IN AN EARLIER TERM,
000234* A CHANGE FOR A CATALOGED COURSE, AND BOTH POST THE
000235* CATALOG'S CREDITS - THE REGISTRAR'S CREDIT FIELD IS IGNORED.
000236* AN ADD FOR A STUDENT ON PAST-DUE HOLD (SET BY TUIAGE) IS
000237* REJECTED; CHANGES AND DELETES STILL POST.
000240*
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000690 77  WS-REJECT-REASON              PIC X(24) VALUE SPACES.
000691 77  WS-EX-STATUS                  PIC X(02) VALUE "00".
000692 77  WS-EX-SEQUENCE                PIC 9(06) VALUE ZERO.
000693     COPY CRSPRM.
000700 01  WS-RUN-START-STAMP.
000710     05  WS-RUN-START-DATE         PIC 9(8).
000720     05  WS-RUN-START-TIME         PIC 9(8).
001440         MOVE "N" TO WS-EDIT-OK
001450         MOVE "COURSE ID MISSING" TO WS-REJECT-REASON
001460     END-IF
001461     IF WS-EDIT-OK = "Y" AND (ET-ADD OR ET-CHANGE)
001462         PERFORM 8150-EDIT-COURSE THRU 8150-EXIT
001463     END-IF
001470     IF WS-EDIT-OK = "Y" AND (ET-ADD OR ET-CHANGE)
001480         PERFORM 8200-EDIT-SCORE THRU 8200-EXIT
001490     END-IF
001700     MOVE ET-TERM-ID TO EN-TERM-ID
001710     MOVE ET-COURSE-ID TO EN-COURSE-ID
001720     MOVE ET-SCORE TO EN-COURSE-SCORE
001721     MOVE CK-CREDITS TO EN-COURSE-CREDITS
001740     MOVE SPACES TO EN-FILLER
001750     WRITE ENROLLMENT-RECORD
001760         INVALID KEY
001820     EXIT.
001830
001840*----------------------------------------------------------
001850* CHANGE ONE ENROLLMENT'S SCORE, CREDITS BACK TO CATALOG
001860*----------------------------------------------------------
001870 2200-APPLY-CHANGE.
001880     MOVE ET-STUDENT-ID TO EN-STUDENT-ID
001950                 TO WS-REJECT-REASON
001960         NOT INVALID KEY
001970             MOVE ET-SCORE TO EN-COURSE-SCORE
001971             MOVE CK-CREDITS TO EN-COURSE-CREDITS
001990             REWRITE ENROLLMENT-RECORD
002000     END-READ.
002010 2200-EXIT.
002620
002630*----------------------------------------------------------
002640* THE STUDENT HAS TO EXIST ON THE MASTER BEFORE ANY
002650* ENROLLMENT CAN POST - SAME RULE STUDMNT ENFORCES.  NO
002651* NEW ENROLLMENT FOR A STUDENT ON PAST-DUE TUITION HOLD
002660*----------------------------------------------------------
002670 8100-EDIT-STUDENT.
002680     MOVE ET-STUDENT-ID TO SM-STUDENT-ID
002730     IF WS-SM-STATUS NOT = "00"
002740         MOVE "N" TO WS-EDIT-OK
002750         MOVE "STUDENT NOT ON FILE" TO WS-REJECT-REASON
002751         GO TO 8100-EXIT
002760     END-IF
002761     IF ET-ADD AND SM-PAST-DUE-HOLD
002762         MOVE "N" TO WS-EDIT-OK
002763         MOVE "PAST-DUE BALANCE HOLD" TO WS-REJECT-REASON
002764     END-IF.
002770 8100-EXIT.
002780     EXIT.
002790
002791*----------------------------------------------------------
002792* THE COURSE HAS TO BE ON THE CATALOG - AN ADD ALSO HAS TO
002793* BE OFFERED IN THE TERM WITH ITS PREREQUISITES PASSED.
002794* SAME RULES STUDMNT ENFORCES, THROUGH THE SAME CRSLOOK
002795*----------------------------------------------------------
002796 8150-EDIT-COURSE.
002797     IF ET-ADD
002798         MOVE "E" TO CK-FUNCTION
002799     ELSE
002800         MOVE "L" TO CK-FUNCTION
002801     END-IF
002802     MOVE ET-STUDENT-ID TO CK-STUDENT-ID
002803     MOVE ET-TERM-ID TO CK-TERM-ID
002804     MOVE ET-COURSE-ID TO CK-COURSE-ID
002805     CALL "CRSLOOK" USING COURSE-LOOKUP-PARMS
002806     IF CK-COURSE-OK
002807         GO TO 8150-EXIT
002808     END-IF
002809     MOVE "N" TO WS-EDIT-OK
002810     EVALUATE TRUE
002811         WHEN CK-COURSE-UNKNOWN
002812             MOVE "COURSE NOT IN CATALOG" TO WS-REJECT-REASON
002813         WHEN CK-COURSE-INACTIVE
002814             MOVE "NOT OFFERED THIS TERM" TO WS-REJECT-REASON
002815         WHEN CK-BAD-TERM
002816             MOVE "TERM NOT VALID" TO WS-REJECT-REASON
002817         WHEN CK-PREREQ-NOT-MET
002818             STRING "PREREQ " DELIMITED BY SIZE
002819                 CK-MISSING-PREREQ DELIMITED BY SIZE
002820                 " NOT PASSED" DELIMITED BY SIZE
002821                 INTO WS-REJECT-REASON
002822     END-EVALUATE.
002823 8150-EXIT.
002824     EXIT.
002825
002826*----------------------------------------------------------
002827* THE SCORE HAS TO BE A LETTER GRADE A THROUGH F
002828*----------------------------------------------------------
002830 8200-EDIT-SCORE.
002840     IF ET-SCORE < "A" OR ET-SCORE > "F"
002850         MOVE "N" TO WS-EDIT-OK
