000172* 09/02/26  SM   LEAVE/TERMINATED) WITH AN EFFECTIVE DATE -
000173* 09/02/26  SM   HR CAN TAKE SOMEONE OFF PAYROLL AND KEEP
000174* 09/02/26  SM   THE HISTORY INSTEAD OF DELETING THE RECORD
000175* 10/15/26  SM   A DECEASED STATUS FROM THE DEATH MASTER MATCH
000176* 10/15/26  SM   CANNOT BE CHANGED HERE - DTHREV REVERSES IT
000177* 10/15/26  SM   N AT THE SSN PROMPT FINDS THE CUSTOMER BY NAME
000178* 10/15/26  SM   (CUSTBRW); ADD, NAME CHANGE, DELETE AND MERGE
000179* 10/15/26  SM   KEEP THE CUSTNDX NAME CROSS-REFERENCE IN STEP
000180*----------------------------------------------------------
000190*
000200* OPERATOR TRANSACTION PROGRAM AGAINST THE CUSTOMER MASTER.
000210* REPLACES THE OLD ONE-LINE MOVE OF A LITERAL INTO CUSTOMER
000220* WITH REAL ADD/CHANGE/INQUIRE/DELETE FUNCTIONS KEYED BY
000230* SSNUM.
000231* ANY SSN PROMPT ALSO TAKES N TO FIND THE CUSTOMER BY NAME
000232* INSTEAD (CUSTBRW).  EVERY NAME ADDED, CHANGED OR DELETED
000233* HERE GOES TO THE NAME CROSS-REFERENCE THROUGH NDXUPD.
000240*
000250 ENVIRONMENT DIVISION.
000260 CONFIGURATION SECTION.
000610 77  WS-SL-STATUS                  PIC X(02) VALUE "00".
000620 77  WS-AUD-STATUS                 PIC X(02) VALUE "00".
000630     COPY SIGNPRM.
000631     COPY BRWPRM.
000632     COPY NDXPRM.
000640 77  WS-FUNCTION-CHOICE            PIC 9 VALUE ZERO.
000650 77  WS-DONE-SWITCH                PIC X(01) VALUE "N".
000660     88  MAINT-DONE                VALUE "Y".
000770 77  WS-YEAR-REM-BY-400            PIC 999 VALUE ZERO.
000780 77  WS-LEAP-YEAR-QUOTIENT         PIC 9(04) VALUE ZERO.
000790 77  WS-SURVIVOR-SSNUM             PIC 9(09) VALUE ZEROS.
000791 77  WS-OLD-NAME                   PIC X(20) VALUE SPACES.
000800 01  WS-LOSER-SAVE.
000810     05  WS-LS-SSNUM               PIC 9(09).
000820     05  WS-LS-VOTE-FLAG           PIC 9.
000830     05  WS-LS-PAY-RATE            PIC 9(3)V99.
000840     05  WS-LS-HOURS-WORKED        PIC 9(3)V99.
000850     05  WS-LS-PAYCHECK            PIC 9(4)V99.
000851     05  WS-LS-CUST-NAME           PIC X(20).
000860 01  WS-NAME-REJECT-DETAIL.
000870     05  FILLER                    PIC X(05) VALUE SPACES.
000880     05  NRD-SSNUM                 PIC 9(9).
001220     END-IF
001230     PERFORM 1000-SHOW-MENU THRU 1000-EXIT
001240         UNTIL MAINT-DONE
001241     MOVE "X" TO NP-FUNCTION
001242     CALL "NDXUPD" USING NAME-INDEX-PARMS
001250     CLOSE CUSTOMER-MASTER
001260     CLOSE NAME-REJECTS
001270     CLOSE SECURITY-LOG
002010             DISPLAY "THAT SSN IS ALREADY ON FILE"
002020         NOT INVALID KEY
002030             DISPLAY "CUSTOMER ADDED"
002031             MOVE "A" TO NP-FUNCTION
002032             MOVE CM-CUST-NAME TO NP-NEW-NAME
002033             PERFORM 8600-UPDATE-NAME-INDEX THRU 8600-EXIT
002040     END-WRITE.
002050 2000-EXIT.
002060     EXIT.
002160     END-READ
002170     IF WS-CM-STATUS = "00"
002180         DISPLAY "CURRENT NAME: " CM-CUST-NAME
002181         MOVE CM-CUST-NAME TO WS-OLD-NAME
002190         DISPLAY "ENTER NEW CUSTOMER NAME: " WITH NO ADVANCING
002200         ACCEPT CM-CUST-NAME
002210         MOVE "N" TO WS-NAME-OK
002290             UNTIL WS-DOB-OK = "Y"
002300         REWRITE CUST-MASTER-RECORD
002310         DISPLAY "CUSTOMER CHANGED"
002311         MOVE "C" TO NP-FUNCTION
002312         MOVE WS-OLD-NAME TO NP-OLD-NAME
002313         MOVE CM-CUST-NAME TO NP-NEW-NAME
002314         PERFORM 8600-UPDATE-NAME-INDEX THRU 8600-EXIT
002320     END-IF.
002330 3000-EXIT.
002340     EXIT.
002560     EXIT.

002570*----------------------------------------------------------
002580* DELETE A CUSTOMER RECORD - READ FIRST FOR THE NAME THE
002581* CROSS-REFERENCE ENTRY IS KEYED ON
002590*----------------------------------------------------------
002600 5000-DELETE-CUSTOMER.
002610     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
002620     MOVE WS-SSNUM-KEY TO CM-SSNUM
002621     READ CUSTOMER-MASTER
002622         INVALID KEY
002623             DISPLAY "NO CUSTOMER ON FILE FOR THAT SSN"
002624             GO TO 5000-EXIT
002625     END-READ
002626     MOVE CM-CUST-NAME TO WS-OLD-NAME
002630     DELETE CUSTOMER-MASTER
002640         INVALID KEY
002650             DISPLAY "NO CUSTOMER ON FILE FOR THAT SSN"
002660         NOT INVALID KEY
002670             DISPLAY "CUSTOMER DELETED"
002671             MOVE "D" TO NP-FUNCTION
002672             MOVE WS-OLD-NAME TO NP-OLD-NAME
002673             PERFORM 8600-UPDATE-NAME-INDEX THRU 8600-EXIT
002680     END-DELETE.
002690 5000-EXIT.
002700     EXIT.
002720* ACCEPT THE SSNUM THAT KEYS EVERY FUNCTION ABOVE
002730*----------------------------------------------------------
002740 8000-ACCEPT-KEY.
002750     DISPLAY "ENTER SSN (AREA-GROUP-SERIAL, NO DASHES, OR N TO "
002760         "FIND BY NAME): " WITH NO ADVANCING
002770     ACCEPT WS-SSNUM-KEY
002771     PERFORM 8050-FIND-BY-NAME THRU 8050-EXIT
002772         UNTIL WS-SSNUM-KEY NOT = "N" AND WS-SSNUM-KEY NOT = "n"
002780     MOVE "N" TO WS-SSN-OK
002790     PERFORM 8200-VALIDATE-SSN THRU 8200-EXIT
002800         UNTIL WS-SSN-OK = "Y".
002810 8000-EXIT.
002820     EXIT.

002821*----------------------------------------------------------
002822* N AT AN SSN PROMPT: BROWSE THE NAME CROSS-REFERENCE.  A
002823* CUSTOMER PICKED THERE STANDS IN FOR THE KEYED SSN; A
002824* CANCELLED BROWSE ASKS FOR THE SSN AGAIN
002825*----------------------------------------------------------
002826 8050-FIND-BY-NAME.
002827     CALL "CUSTBRW" USING NAME-BROWSE-PARMS
002828     IF BR-CUSTOMER-PICKED
002829         MOVE BR-SSNUM TO WS-SSNUM-KEY
002830     ELSE
002831         DISPLAY "ENTER SSN (AREA-GROUP-SERIAL, NO DASHES, OR N "
002832             "TO FIND BY NAME): " WITH NO ADVANCING
002833         ACCEPT WS-SSNUM-KEY
002834     END-IF.
002835 8050-EXIT.
002836     EXIT.

002837*----------------------------------------------------------
002840* LETTERS, SPACES, HYPHENS, AND APOSTROPHES ONLY - ANYTHING
002850* ELSE GETS REJECTED AND LOGGED, WITH A RE-PROMPT
002860*----------------------------------------------------------
003180     END-IF
003190     END-IF
003200     IF WS-SSN-OK NOT = "Y"
003210         DISPLAY "ENTER SSN (AREA-GROUP-SERIAL, NO DASHES, OR N "
003220             "TO FIND BY NAME): " WITH NO ADVANCING
003230         ACCEPT WS-SSNUM-KEY
003231         PERFORM 8050-FIND-BY-NAME THRU 8050-EXIT
003232             UNTIL WS-SSNUM-KEY NOT = "N"
003233                 AND WS-SSNUM-KEY NOT = "n"
003240     END-IF.
003250 8200-EXIT.
003260     EXIT.
003670 8300-EXIT.
003680     EXIT.

003681*----------------------------------------------------------
003682* PASS ONE NAME ADD, CHANGE OR DROP FOR THE CUSTOMER IN
003683* CM-SSNUM TO THE CROSS-REFERENCE - NP-FUNCTION AND THE
003684* NAME(S) ARE ALREADY SET BY THE CALLER
003685*----------------------------------------------------------
003686 8600-UPDATE-NAME-INDEX.
003687     MOVE CM-SSNUM TO NP-SSNUM
003688     CALL "NDXUPD" USING NAME-INDEX-PARMS.
003689 8600-EXIT.
003690     EXIT.

003691*----------------------------------------------------------
003700* MERGE A DUPLICATE PAIR OFF THE DUPFIND WORKSHEET: THE
003710* SURVIVOR PICKS UP THE LOSER'S NONZERO PAY FIELDS WHERE
003720* ITS OWN ARE STILL ZERO, THE LOSER IS DELETED, AND THE
003920            MOVE CM-PAY-RATE TO WS-LS-PAY-RATE
003930            MOVE CM-HOURS-WORKED TO WS-LS-HOURS-WORKED
003940            MOVE CM-PAYCHECK TO WS-LS-PAYCHECK
003941            MOVE CM-CUST-NAME TO WS-LS-CUST-NAME
003950            MOVE WS-SURVIVOR-SSNUM TO CM-SSNUM
003960            READ CUSTOMER-MASTER
003970                INVALID KEY
004140                DELETE CUSTOMER-MASTER
004150                    INVALID KEY
004160                        DISPLAY "LOSER VANISHED MID-MERGE"
004161                    NOT INVALID KEY
004162                        MOVE "D" TO NP-FUNCTION
004163                        MOVE WS-LS-CUST-NAME TO NP-OLD-NAME
004164                        PERFORM 8600-UPDATE-NAME-INDEX
004165                            THRU 8600-EXIT
004170                END-DELETE
004180                PERFORM 6100-WRITE-MERGE-AUDIT THRU 6100-EXIT
004190                DISPLAY "CUSTOMERS MERGED, " WS-LS-SSNUM
004360     MOVE "MERGE" TO AUD-SOURCE
004370     WRITE AUDIT-RECORD.
004380 6100-EXIT.
004384     EXIT.

004385*----------------------------------------------------------
004386* CHANGE A CUSTOMER'S EMPLOYMENT STATUS AND ITS EFFECTIVE
004387* DATE - A IS ACTIVE, L IS ON LEAVE, T IS TERMINATED.  A
004388* TERMINATION LEAVES THE RECORD AND ALL ITS HISTORY ON THE
004389* MASTER; THE FINAL CHECK RUN ON OR BEFORE THE STATUS DATE
004390* STILL PAYS, AND PAYREG CLOSES THE DEDUCTION GOALS WITH IT
004391*----------------------------------------------------------
004392 7000-CHANGE-STATUS.
004393     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
004394     MOVE WS-SSNUM-KEY TO CM-SSNUM
004395     READ CUSTOMER-MASTER
004396         INVALID KEY
004397             DISPLAY "NO CUSTOMER ON FILE FOR THAT SSN"
004398     END-READ
004399     IF WS-CM-STATUS = "00" AND CM-EMP-DECEASED
004400         DISPLAY "DECEASED AS OF " CM-STATUS-DATE
004401             " BY DEATH MASTER MATCH - A WRONG MATCH IS "
004402             "REVERSED WITH DTHREV"
004403         GO TO 7000-EXIT
004404     END-IF
004405     IF WS-CM-STATUS = "00"
004406         DISPLAY "CURRENT STATUS: " CM-EMPLOY-STATUS
004407             " AS OF " CM-STATUS-DATE
004470     MOVE "DENIED" TO SL-DISPOSITION
004480     ACCEPT SL-TS-DATE FROM DATE YYYYMMDD
004490     ACCEPT SL-TS-TIME FROM TIME
004499     MOVE SPACES TO SL-OTHER-OPERATOR
004500     MOVE SPACES TO SL-FILLER
004510     WRITE SECURITY-LOG-RECORD.
004520 9000-EXIT.
