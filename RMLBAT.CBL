000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RMLBAT.
000030 AUTHOR. PAYROLL-SYSTEMS-GROUP.
000040 INSTALLATION. DATA-PROCESSING-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 10/15/26  SM   INITIAL VERSION - BATCH LOAD OF RETURNED MAIL
000110* 10/15/26  SM   FROM THE MAILROOM, MARKING CURRENT ADDRESSES
000120* 10/15/26  SM   UNDELIVERABLE, WITH AN APPLIED/REJECTED REGISTER
000130*----------------------------------------------------------
000140*
000150* UNATTENDED COMPANION TO ADRMNT'S RETURNED-MAIL FUNCTION.
000160* READS THE MAILROOM'S FILE OF RETURNED-MAIL TRANSACTIONS
000170* (RMLTRN) AND, FOR EACH, MARKS THE CUSTOMER'S CURRENT
000180* ADDRESS - THE LATEST EFFECTIVE DATE AT OR BEFORE TODAY -
000190* UNDELIVERABLE WITH THE DATE THE MAIL CAME BACK AND WHY,
000200* MAKING THE SAME EDITS ADRMNT MAKES AT THE TERMINAL.  MAIL
000210* THAT CAME BACK BEFORE THE CURRENT ADDRESS TOOK EFFECT WENT
000220* TO AN OLDER ADDRESS AND IS REJECTED; SO IS A RETURN AGAINST
000230* AN ADDRESS ALREADY MARKED, WHICH KEEPS ITS FIRST DATE.
000240* EVERY TRANSACTION GETS A REGISTER LINE, SAME AS CUSTBAT.
000250* RUNS AHEAD OF VOTSUBM IN THE NIGHTLY STREAM SO TODAY'S
000260* RETURNS HOLD TONIGHT'S SUBMISSION.
000270*
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT RETURNED-MAIL-FILE ASSIGN TO "RMLTRAN"
000320         ORGANIZATION IS LINE SEQUENTIAL
000330         FILE STATUS IS WS-RM-STATUS.
000340     SELECT CUSTOMER-ADDRESSES ASSIGN TO "CUSTADDR"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS AD-KEY
000380         FILE STATUS IS WS-AD-STATUS.
000390     SELECT MAIL-REGISTER ASSIGN TO "RMLBRPT"
000400         ORGANIZATION IS LINE SEQUENTIAL.
000410     SELECT RUN-CONTROL-LOG ASSIGN TO "RUNLOG"
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-RL-STATUS.
000440
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  RETURNED-MAIL-FILE.
000480     COPY RMLTRN.
000490 FD  CUSTOMER-ADDRESSES.
000500     COPY CUSTADDR.
000510 FD  MAIL-REGISTER.
000520 01  MAIL-REGISTER-LINE            PIC X(80).
000530 FD  RUN-CONTROL-LOG.
000540     COPY RUNLOG.
000550
000560 WORKING-STORAGE SECTION.
000570 77  WS-RM-STATUS                  PIC X(02) VALUE "00".
000580 77  WS-AD-STATUS                  PIC X(02) VALUE "00".
000590 77  WS-RL-STATUS                  PIC X(02) VALUE "00".
000600 77  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
000610     88  END-OF-FILE               VALUE "Y".
000620 77  WS-ADDR-EOF-SWITCH            PIC X(01) VALUE "N".
000630     88  END-OF-ADDRESSES          VALUE "Y".
000640 77  WS-TRANS-READ                 PIC 9(07) COMP VALUE ZERO.
000650 77  WS-TRANS-APPLIED              PIC 9(07) COMP VALUE ZERO.
000660 77  WS-TRANS-REJECTED             PIC 9(07) COMP VALUE ZERO.
000670 77  WS-EDIT-OK                    PIC X(01) VALUE "N".
000680 77  WS-REJECT-REASON              PIC X(24) VALUE SPACES.
000690 01  WS-RUN-START-STAMP.
000700     05  WS-RUN-START-DATE         PIC 9(8).
000710     05  WS-RUN-START-TIME         PIC 9(8).
000720*> THE CUSTOMER'S CURRENT ADDRESS RECORD AS 2100 FOUND IT
000730 01  WS-CURRENT-ADDRESS.
000740     05  WS-CA-FOUND               PIC X(01).
000750     05  WS-CA-EFFECTIVE           PIC 9(08).
000760     05  WS-CA-MAIL-STATUS         PIC X(01).
000770         88  WS-CA-UNDELIVERABLE   VALUE "U".
000780
000790 01  WS-HEADING-LINE               PIC X(45)
000800         VALUE "RETURNED MAIL REGISTER".
000810 01  WS-COLUMN-LINE.
000820     05  FILLER                    PIC X(02) VALUE SPACES.
000830     05  FILLER            PIC X(11) VALUE "SSN".
000840     05  FILLER            PIC X(10) VALUE "RETURNED".
000850     05  FILLER            PIC X(05) VALUE "RSN".
000860     05  FILLER            PIC X(10) VALUE "DISPOSITN".
000870     05  FILLER            PIC X(24) VALUE "REASON".
000880 01  WS-DETAIL-LINE.
000890     05  FILLER                    PIC X(02) VALUE SPACES.
000900     05  DL-SSNUM                  PIC 9(09).
000910     05  FILLER                    PIC X(02) VALUE SPACES.
000920     05  DL-RETURNED-DATE          PIC 9(08).
000930     05  FILLER                    PIC X(02) VALUE SPACES.
000940     05  DL-RETURN-REASON          PIC X(01).
000950     05  FILLER                    PIC X(04) VALUE SPACES.
000960     05  DL-DISPOSITION            PIC X(08).
000970     05  FILLER                    PIC X(02) VALUE SPACES.
000980     05  DL-REASON                 PIC X(24).
000990 01  WS-COUNT-LINE.
001000     05  FILLER                    PIC X(02) VALUE SPACES.
001010     05  CNL-LABEL                 PIC X(22).
001020     05  CNL-COUNT                 PIC ZZZ,ZZ9.
001030
001040 PROCEDURE DIVISION.
001050 0000-MAINLINE.
001060     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001070     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
001080         UNTIL END-OF-FILE
001090     PERFORM 3000-FINISH THRU 3000-EXIT
001100     GOBACK.
001110
001120*----------------------------------------------------------
001130* OPEN FILES, PRINT THE REGISTER HEADING, PRIME THE READ.
001140* NO RETURNED MAIL TODAY IS AN EMPTY REGISTER, NOT A FAILURE
001150*----------------------------------------------------------
001160 1000-INITIALIZE.
001170     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
001180     ACCEPT WS-RUN-START-TIME FROM TIME
001190     OPEN INPUT RETURNED-MAIL-FILE
001200     IF WS-RM-STATUS = "35"
001210         DISPLAY "RMLBAT: NO RETURNED MAIL FILE ON HAND"
001220         SET END-OF-FILE TO TRUE
001230     END-IF
001240     OPEN I-O CUSTOMER-ADDRESSES
001250     IF WS-AD-STATUS = "35"
001260         OPEN OUTPUT CUSTOMER-ADDRESSES
001270         CLOSE CUSTOMER-ADDRESSES
001280         OPEN I-O CUSTOMER-ADDRESSES
001290     END-IF
001300     OPEN OUTPUT MAIL-REGISTER
001310     WRITE MAIL-REGISTER-LINE FROM WS-HEADING-LINE
001320     WRITE MAIL-REGISTER-LINE FROM WS-COLUMN-LINE
001330     IF NOT END-OF-FILE
001340         PERFORM 8000-READ-TRANS THRU 8000-EXIT
001350     END-IF.
001360 1000-EXIT.
001370     EXIT.
001380
001390*----------------------------------------------------------
001400* EDIT ONE RETURN AND, IF IT PASSES, MARK THE CURRENT
001410* ADDRESS - EVERY TRANSACTION GETS A REGISTER LINE
001420*----------------------------------------------------------
001430 2000-PROCESS-TRANS.
001440     ADD 1 TO WS-TRANS-READ
001450     MOVE "Y" TO WS-EDIT-OK
001460     MOVE SPACES TO WS-REJECT-REASON
001470     PERFORM 8200-VALIDATE-SSN THRU 8200-EXIT
001480     IF WS-EDIT-OK = "Y"
001490         IF RM-RETURNED-DATE NOT NUMERIC
001500                 OR RM-RETURNED-DATE NOT > 19000101
001510                 OR RM-RETURNED-DATE > WS-RUN-START-DATE
001520             MOVE "N" TO WS-EDIT-OK
001530             MOVE "BAD RETURNED DATE" TO WS-REJECT-REASON
001540         ELSE IF NOT RM-VALID-RETURN-REASON
001550             MOVE "N" TO WS-EDIT-OK
001560             MOVE "BAD RETURN REASON" TO WS-REJECT-REASON
001570         END-IF
001580         END-IF
001590     END-IF
001600     IF WS-EDIT-OK = "Y"
001610         PERFORM 2100-FIND-CURRENT-ADDRESS THRU 2100-EXIT
001620         PERFORM 2200-MARK-UNDELIVERABLE THRU 2200-EXIT
001630     END-IF
001640     PERFORM 2400-WRITE-REGISTER-LINE THRU 2400-EXIT
001650     PERFORM 8000-READ-TRANS THRU 8000-EXIT.
001660 2000-EXIT.
001670     EXIT.
001680
001690*----------------------------------------------------------
001700* THE CURRENT ADDRESS IS THE LATEST EFFECTIVE-DATED RECORD
001710* AT OR BEFORE TODAY - WALK THE CUSTOMER'S ADDRESS HISTORY
001720* FORWARD AND KEEP THE LAST ONE THAT QUALIFIES
001730*----------------------------------------------------------
001740 2100-FIND-CURRENT-ADDRESS.
001750     MOVE "N" TO WS-CA-FOUND
001760     MOVE ZEROS TO WS-CA-EFFECTIVE
001770     MOVE SPACE TO WS-CA-MAIL-STATUS
001780     MOVE "N" TO WS-ADDR-EOF-SWITCH
001790     MOVE RM-SSNUM TO AD-SSNUM
001800     MOVE ZEROS TO AD-EFFECTIVE-DATE
001810     START CUSTOMER-ADDRESSES KEY IS GREATER THAN OR EQUAL
001820             TO AD-KEY
001830         INVALID KEY
001840             SET END-OF-ADDRESSES TO TRUE
001850     END-START
001860     PERFORM 2110-TEST-ONE-ADDRESS THRU 2110-EXIT
001870         UNTIL END-OF-ADDRESSES.
001880 2100-EXIT.
001890     EXIT.
001900
001910 2110-TEST-ONE-ADDRESS.
001920     READ CUSTOMER-ADDRESSES NEXT RECORD
001930         AT END
001940             SET END-OF-ADDRESSES TO TRUE
001950     END-READ
001960     IF NOT END-OF-ADDRESSES
001970         IF AD-SSNUM NOT = RM-SSNUM
001980             SET END-OF-ADDRESSES TO TRUE
001990         ELSE
002000             IF AD-EFFECTIVE-DATE <= WS-RUN-START-DATE
002010                 MOVE "Y" TO WS-CA-FOUND
002020                 MOVE AD-EFFECTIVE-DATE TO WS-CA-EFFECTIVE
002030                 MOVE AD-MAIL-STATUS TO WS-CA-MAIL-STATUS
002040             END-IF
002050         END-IF
002060     END-IF.
002070 2110-EXIT.
002080     EXIT.
002090
002100*----------------------------------------------------------
002110* MARK THE CURRENT ADDRESS UNDELIVERABLE - UNLESS THERE IS
002120* NONE, IT IS ALREADY MARKED, OR THE MAIL CAME BACK BEFORE
002130* IT TOOK EFFECT
002140*----------------------------------------------------------
002150 2200-MARK-UNDELIVERABLE.
002160     IF WS-CA-FOUND NOT = "Y"
002170         MOVE "N" TO WS-EDIT-OK
002180         MOVE "NO CURRENT ADDRESS" TO WS-REJECT-REASON
002190         GO TO 2200-EXIT
002200     END-IF
002210     IF WS-CA-UNDELIVERABLE
002220         MOVE "N" TO WS-EDIT-OK
002230         MOVE "ALREADY UNDELIVERABLE" TO WS-REJECT-REASON
002240         GO TO 2200-EXIT
002250     END-IF
002260     IF RM-RETURNED-DATE < WS-CA-EFFECTIVE
002270         MOVE "N" TO WS-EDIT-OK
002280         MOVE "SENT TO AN OLDER ADDRESS" TO WS-REJECT-REASON
002290         GO TO 2200-EXIT
002300     END-IF
002310     MOVE RM-SSNUM TO AD-SSNUM
002320     MOVE WS-CA-EFFECTIVE TO AD-EFFECTIVE-DATE
002330     READ CUSTOMER-ADDRESSES
002340         INVALID KEY
002350             MOVE "N" TO WS-EDIT-OK
002360             MOVE "NO CURRENT ADDRESS" TO WS-REJECT-REASON
002370             GO TO 2200-EXIT
002380     END-READ
002390     SET AD-UNDELIVERABLE TO TRUE
002400     MOVE RM-RETURNED-DATE TO AD-RETURNED-DATE
002410     MOVE RM-RETURN-REASON TO AD-RETURN-REASON
002420     REWRITE CUSTOMER-ADDRESS-RECORD.
002430 2200-EXIT.
002440     EXIT.
002450
002460*----------------------------------------------------------
002470* ONE REGISTER LINE PER TRANSACTION, APPLIED OR REJECTED
002480*----------------------------------------------------------
002490 2400-WRITE-REGISTER-LINE.
002500     MOVE RM-SSNUM TO DL-SSNUM
002510     MOVE RM-RETURNED-DATE TO DL-RETURNED-DATE
002520     MOVE RM-RETURN-REASON TO DL-RETURN-REASON
002530     IF WS-EDIT-OK = "Y"
002540         ADD 1 TO WS-TRANS-APPLIED
002550         MOVE "APPLIED " TO DL-DISPOSITION
002560         MOVE SPACES TO DL-REASON
002570     ELSE
002580         ADD 1 TO WS-TRANS-REJECTED
002590         MOVE "REJECTED" TO DL-DISPOSITION
002600         MOVE WS-REJECT-REASON TO DL-REASON
002610     END-IF
002620     WRITE MAIL-REGISTER-LINE FROM WS-DETAIL-LINE.
002630 2400-EXIT.
002640     EXIT.
002650
002660*----------------------------------------------------------
002670* PRINT THE CONTROL COUNTS AND CLOSE UP
002680*----------------------------------------------------------
002690 3000-FINISH.
002700     MOVE "TRANSACTIONS READ:    " TO CNL-LABEL
002710     MOVE WS-TRANS-READ TO CNL-COUNT
002720     WRITE MAIL-REGISTER-LINE FROM WS-COUNT-LINE
002730     MOVE "TRANSACTIONS APPLIED: " TO CNL-LABEL
002740     MOVE WS-TRANS-APPLIED TO CNL-COUNT
002750     WRITE MAIL-REGISTER-LINE FROM WS-COUNT-LINE
002760     MOVE "TRANSACTIONS REJECTED:" TO CNL-LABEL
002770     MOVE WS-TRANS-REJECTED TO CNL-COUNT
002780     WRITE MAIL-REGISTER-LINE FROM WS-COUNT-LINE
002790     PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT
002800     IF WS-RM-STATUS NOT = "35"
002810         CLOSE RETURNED-MAIL-FILE
002820     END-IF
002830     CLOSE CUSTOMER-ADDRESSES
002840     CLOSE MAIL-REGISTER.
002850 3000-EXIT.
002860     EXIT.
002870
002880*----------------------------------------------------------
002890* SAME SSN EDITS AS CUSTMNT 8200 - AREA CAN'T BE 000, 666,
002900* OR 900-999, AND GROUP/SERIAL CAN'T BE ZERO
002910*----------------------------------------------------------
002920 8200-VALIDATE-SSN.
002930     IF RM-SSNUM NOT NUMERIC
002940         MOVE "N" TO WS-EDIT-OK
002950         MOVE "SSN NOT NUMERIC" TO WS-REJECT-REASON
002960     ELSE IF RM-SSAREA = 0 OR RM-SSAREA = 666
002970             OR (RM-SSAREA >= 900 AND RM-SSAREA <= 999)
002980         MOVE "N" TO WS-EDIT-OK
002990         MOVE "BAD SSN AREA" TO WS-REJECT-REASON
003000     ELSE IF RM-SSGROUP = 0
003010         MOVE "N" TO WS-EDIT-OK
003020         MOVE "BAD SSN GROUP" TO WS-REJECT-REASON
003030     ELSE IF RM-SSSERIAL = 0
003040         MOVE "N" TO WS-EDIT-OK
003050         MOVE "BAD SSN SERIAL" TO WS-REJECT-REASON
003060     END-IF
003070     END-IF
003080     END-IF
003090     END-IF.
003100 8200-EXIT.
003110     EXIT.
003120
003130*----------------------------------------------------------
003140* READ THE NEXT TRANSACTION, SET THE EOF SWITCH AT END
003150*----------------------------------------------------------
003160 8000-READ-TRANS.
003170     READ RETURNED-MAIL-FILE
003180         AT END
003190             SET END-OF-FILE TO TRUE
003200     END-READ.
003210 8000-EXIT.
003220     EXIT.
003230
003240*----------------------------------------------------------
003250* APPEND THIS RUN'S CONTROL RECORD TO THE SHARED RUN LOG
003260*----------------------------------------------------------
003270 9100-WRITE-RUN-LOG.
003280     OPEN EXTEND RUN-CONTROL-LOG
003290     IF WS-RL-STATUS = "35"
003300         OPEN OUTPUT RUN-CONTROL-LOG
003310         CLOSE RUN-CONTROL-LOG
003320         OPEN EXTEND RUN-CONTROL-LOG
003330     END-IF
003340     MOVE "RMLBAT  " TO RL-JOB-NAME
003350     MOVE WS-RUN-START-DATE TO RL-START-DATE
003360     MOVE WS-RUN-START-TIME TO RL-START-TIME
003370     ACCEPT RL-END-DATE FROM DATE YYYYMMDD
003380     ACCEPT RL-END-TIME FROM TIME
003390     MOVE WS-TRANS-READ TO RL-RECORDS-IN
003400     MOVE WS-TRANS-APPLIED TO RL-RECORDS-OUT
003410     MOVE WS-TRANS-REJECTED TO RL-EXCEPTIONS
003420     MOVE "OK" TO RL-STATUS
003430     MOVE SPACES TO RL-FILLER
003440     WRITE RUN-LOG-RECORD
003450     CLOSE RUN-CONTROL-LOG.
003460 9100-EXIT.
003470     EXIT.
