000133* 09/02/26  SM   LEAVES THE STATUS ALONE
000134* 09/02/26  SM   A BLANK-STATUS ADD GETS A ZERO STATUS DATE
000135* 09/02/26  SM   INSTEAD OF SPACES IN THE NUMERIC FIELD
000136* 10/15/26  SM   A STATUS CHANGE FOR A CUSTOMER THE DEATH MASTER
000137* 10/15/26  SM   MATCH MARKED DECEASED IS REJECTED - DTHREV ONLY
000138* 10/15/26  SM   ADDS, NAME CHANGES AND DELETES KEEP THE CUSTNDX
000139* 10/15/26  SM   NAME CROSS-REFERENCE IN STEP THROUGH NDXUPD
000140*----------------------------------------------------------
000150*
000160* UNATTENDED COMPANION TO CUSTMNT.  READS A FILE OF
000190* THE TERMINAL, POSTS THE GOOD ONES TO THE CUSTOMER MASTER,
000200* AND PRINTS AN APPLIED/REJECTED REGISTER WITH A REASON ON
000210* EVERY REJECT SO THE BAD ONES GO BACK TO THE SENDER.
000211* EVERY NAME IT ADDS, CHANGES OR DELETES GOES TO THE NAME
000212* CROSS-REFERENCE THROUGH NDXUPD, SAME AS CUSTMNT.
000220*
000230 ENVIRONMENT DIVISION.
000240 CONFIGURATION SECTION.
000660 77  WS-YEAR-REM-BY-400            PIC 999 VALUE ZERO.
000670 77  WS-LEAP-YEAR-QUOTIENT         PIC 9(04) VALUE ZERO.
000680 77  WS-RL-STATUS                  PIC X(02) VALUE "00".
000681 77  WS-OLD-NAME                   PIC X(20) VALUE SPACES.
000682     COPY NDXPRM.
000690 01  WS-RUN-START-STAMP.
000700     05  WS-RUN-START-DATE         PIC 9(8).
000710     05  WS-RUN-START-TIME         PIC 9(8).
001620         INVALID KEY
001630             MOVE "N" TO WS-EDIT-OK
001640             MOVE "SSN ALREADY ON FILE" TO WS-REJECT-REASON
001641         NOT INVALID KEY
001642             MOVE "A" TO NP-FUNCTION
001643             MOVE CM-CUST-NAME TO NP-NEW-NAME
001644             PERFORM 2500-UPDATE-NAME-INDEX THRU 2500-EXIT
001650     END-WRITE.
001660 2100-EXIT.
001670     EXIT.
001750             MOVE "N" TO WS-EDIT-OK
001760             MOVE "SSN NOT ON FILE" TO WS-REJECT-REASON
001770         NOT INVALID KEY
001771             IF CM-EMP-DECEASED AND MT-EMPLOY-STATUS NOT = SPACE
001772                 MOVE "N" TO WS-EDIT-OK
001773                 MOVE "CUSTOMER IS DECEASED" TO WS-REJECT-REASON
001774                 GO TO 2200-EXIT
001775             END-IF
001776             MOVE CM-CUST-NAME TO WS-OLD-NAME
001780             MOVE MT-IDENTITY-NUM TO CM-IDENTITY-NUM
001790             MOVE MT-CUST-NAME TO CM-CUST-NAME
001800             MOVE MT-DATE-OF-BIRTH TO CM-DATE-OF-BIRTH
001803                 MOVE MT-STATUS-DATE TO CM-STATUS-DATE
001804             END-IF
001810             REWRITE CUST-MASTER-RECORD
001811             MOVE "C" TO NP-FUNCTION
001812             MOVE WS-OLD-NAME TO NP-OLD-NAME
001813             MOVE CM-CUST-NAME TO NP-NEW-NAME
001814             PERFORM 2500-UPDATE-NAME-INDEX THRU 2500-EXIT
001820     END-READ.
001830 2200-EXIT.
001840     EXIT.

001850*----------------------------------------------------------
001860* DELETE A CUSTOMER RECORD - READ FIRST FOR THE NAME THE
001861* CROSS-REFERENCE ENTRY IS KEYED ON
001870*----------------------------------------------------------
001880 2300-APPLY-DELETE.
001890     MOVE MT-SSNUM TO CM-SSNUM
001891     READ CUSTOMER-MASTER
001892         INVALID KEY
001893             MOVE "N" TO WS-EDIT-OK
001894             MOVE "SSN NOT ON FILE" TO WS-REJECT-REASON
001895             GO TO 2300-EXIT
001896     END-READ
001897     MOVE CM-CUST-NAME TO WS-OLD-NAME
001900     DELETE CUSTOMER-MASTER
001910         INVALID KEY
001920             MOVE "N" TO WS-EDIT-OK
001930             MOVE "SSN NOT ON FILE" TO WS-REJECT-REASON
001931         NOT INVALID KEY
001932             MOVE "D" TO NP-FUNCTION
001933             MOVE WS-OLD-NAME TO NP-OLD-NAME
001934             PERFORM 2500-UPDATE-NAME-INDEX THRU 2500-EXIT
001940     END-DELETE.
001950 2300-EXIT.
001960     EXIT.
002140 2400-EXIT.
002150     EXIT.

002151*----------------------------------------------------------
002152* PASS ONE NAME ADD, CHANGE OR DROP FOR THE CUSTOMER IN
002153* CM-SSNUM TO THE CROSS-REFERENCE - NP-FUNCTION AND THE
002154* NAME(S) ARE ALREADY SET BY THE CALLER
002155*----------------------------------------------------------
002156 2500-UPDATE-NAME-INDEX.
002157     MOVE CM-SSNUM TO NP-SSNUM
002158     CALL "NDXUPD" USING NAME-INDEX-PARMS.
002159 2500-EXIT.
002160     EXIT.

002161*----------------------------------------------------------
002170* PRINT THE CONTROL COUNTS AND CLOSE UP
002180*----------------------------------------------------------
002190 3000-FINISH.
002290     PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT
002300     CLOSE MAINT-TRANS
002310     CLOSE CUSTOMER-MASTER
002311     MOVE "X" TO NP-FUNCTION
002312     CALL "NDXUPD" USING NAME-INDEX-PARMS
002320     CLOSE MAINT-REGISTER.
002330 3000-EXIT.
002340     EXIT.
