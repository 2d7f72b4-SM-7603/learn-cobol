000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DTHMATCH.
000030 AUTHOR. PAYROLL-SYSTEMS-GROUP.
000040 INSTALLATION. DATA-PROCESSING-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 10/15/26  SM   INITIAL VERSION - CUSTOMER MASTER MATCHED
000110* 10/15/26  SM   AGAINST THE SSA DEATH MASTER FILE, WITH
000120* 10/15/26  SM   CONFIRMED AND POSSIBLE MATCH LISTS AND A
000130* 10/15/26  SM   REVERSIBLE AUDIT OF EVERY ACTION TAKEN
000140*----------------------------------------------------------
000150*
000160* PERIODIC JOB, RUN WHEN THE DEATH MASTER SUBSCRIPTION FILE
000170* ARRIVES.  EACH DECEDENT ON THE FILE IS LOOKED UP ON THE
000180* CUSTOMER MASTER BY SSN.  A MATCH IS CONFIRMED ONLY WHEN
000190* THE NAME AGREES TOO - SSA'S LAST AND FIRST NAMES BOTH
000200* FOUND IN CM-CUST-NAME, IN EITHER ORDER - AND THE DATE OF
000210* BIRTH AGREES; AN SSN HIT THAT FAILS EITHER, OR WHERE SSA
000220* GAVE NO BIRTH DATE OR DATE OF DEATH, IS ONLY A POSSIBLE
000230* MATCH AND IS LISTED FOR SOMEONE TO CHASE - NOTHING ON FILE
000240* IS TOUCHED.  FOR A CONFIRMED MATCH THE CUSTOMER GOES TO
000250* EMPLOYMENT STATUS D WITH THE DATE OF DEATH AS THE STATUS
000260* DATE, THE VOTE FLAG DROPS (AUDITED TO VOTEAUDT AS VOTELIG
000270* DOES), THE BANK ACCOUNT GOES ON HOLD, AND EVERY ACTIVE
000280* DEDUCTION ENTRY IS STOPPED.  EACH OF THOSE CHANGES IS ALSO
000290* WRITTEN TO THE DEATH AUDIT FILE (DTHAUDT) WITH THE VALUE IT
000300* REPLACED, SO DTHREV CAN PUT A WRONG MATCH BACK.
000310*
000320* A CUSTOMER ALREADY DECEASED IS SKIPPED, SO THE SAME FILE
000330* CAN BE RUN TWICE.  A CUSTOMER WHOSE MATCH WAS ONCE REVERSED
000340* IS NEVER CHANGED AGAIN HERE - THE HIT GOES ON THE POSSIBLE
000350* LIST INSTEAD.  A WITHDRAWAL (CHANGE CODE D) FOR A CUSTOMER
000360* WE HOLD AS DECEASED IS LISTED AS POSSIBLE TOO, FOR REVIEW
000370* THROUGH DTHREV.  REFUSED (RC 8) WITHOUT TODAY'S PAYSNAP
000380* SNAPSHOT ON THE RUN LOG.
000390*
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT DEATH-MASTER ASSIGN TO "DTHMAST"
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-DM-STATUS.
000460     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAS"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS CM-SSNUM
000500         FILE STATUS IS WS-CM-STATUS.
000510     SELECT BANK-ACCOUNTS ASSIGN TO "BANKACCT"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS BA-SSNUM
000550         FILE STATUS IS WS-BA-STATUS.
000560     SELECT DEDUCTION-MASTER ASSIGN TO "DEDMAS"
000570         ORGANIZATION IS INDEXED
000580         ACCESS MODE IS RANDOM
000590         RECORD KEY IS DD-SSNUM
000600         FILE STATUS IS WS-DD-STATUS.
000610     SELECT VOTE-AUDIT-TRAIL ASSIGN TO "VOTEAUDT"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-AUD-STATUS.
000640     SELECT DEATH-AUDIT ASSIGN TO "DTHAUDT"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-DA-STATUS.
000670     SELECT CONFIRMED-REPORT ASSIGN TO "DTHCONRP"
000680         ORGANIZATION IS LINE SEQUENTIAL.
000690     SELECT POSSIBLE-REPORT ASSIGN TO "DTHPOSRP"
000700         ORGANIZATION IS LINE SEQUENTIAL.
000710     SELECT RUN-CONTROL-LOG ASSIGN TO "RUNLOG"
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-RL-STATUS.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  DEATH-MASTER.
000780     COPY DTHMAS.
000790 FD  CUSTOMER-MASTER.
000800     COPY CUSTMAS.
000810 FD  BANK-ACCOUNTS.
000820     COPY BANKACC.
000830 FD  DEDUCTION-MASTER.
000840     COPY DEDMAS.
000850 FD  VOTE-AUDIT-TRAIL.
000860     COPY AUDREC.
000870 FD  DEATH-AUDIT.
000880     COPY DTHAUD.
000890 FD  CONFIRMED-REPORT.
000900 01  CONFIRMED-LINE                PIC X(132).
000910 FD  POSSIBLE-REPORT.
000920 01  POSSIBLE-LINE                 PIC X(132).
000930 FD  RUN-CONTROL-LOG.
000940     COPY RUNLOG.
000950
000960 WORKING-STORAGE SECTION.
000970 77  WS-DM-STATUS                  PIC X(02) VALUE "00".
000980 77  WS-CM-STATUS                  PIC X(02) VALUE "00".
000990 77  WS-BA-STATUS                  PIC X(02) VALUE "00".
001000 77  WS-DD-STATUS                  PIC X(02) VALUE "00".
001010 77  WS-AUD-STATUS                 PIC X(02) VALUE "00".
001020 77  WS-DA-STATUS                  PIC X(02) VALUE "00".
001030 77  WS-RL-STATUS                  PIC X(02) VALUE "00".
001040 77  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
001050     88  END-OF-DECEDENTS          VALUE "Y".
001060 77  WS-AUDIT-EOF-SWITCH           PIC X(01) VALUE "N".
001070     88  END-OF-AUDIT              VALUE "Y".
001080 77  WS-RUN-REFUSED-SWITCH         PIC X(01) VALUE "N".
001090     88  RUN-REFUSED               VALUE "Y".
001100 77  WS-RUN-STATUS                 PIC X(04) VALUE "OK".
001110 77  WS-BANK-FILE-SWITCH           PIC X(01) VALUE "N".
001120     88  BANK-FILE-OPEN            VALUE "Y".
001130 77  WS-DED-FILE-SWITCH            PIC X(01) VALUE "N".
001140     88  DED-FILE-OPEN             VALUE "Y".
001150 77  WS-NAME-SWITCH                PIC X(01) VALUE "N".
001160     88  NAME-MATCHES              VALUE "Y".
001170 77  WS-DOB-SWITCH                 PIC X(01) VALUE "N".
001180     88  DOB-MATCHES               VALUE "Y".
001190     88  DOB-NOT-GIVEN             VALUE "X".
001200 77  WS-REVERSED-SWITCH            PIC X(01) VALUE "N".
001210     88  REVERSED-BEFORE           VALUE "Y".
001220 77  WS-POSSIBLE-REASON            PIC X(32) VALUE SPACES.
001230 77  WS-MATCH-NAME                 PIC X(20) VALUE SPACES.
001240 77  WS-SSA-LAST                   PIC X(20) VALUE SPACES.
001250 77  WS-SSA-FIRST                  PIC X(15) VALUE SPACES.
001260 77  WS-NAME-LEN                   PIC 9(02) COMP VALUE ZERO.
001270 77  WS-NAME-HITS                  PIC 9(02) COMP VALUE ZERO.
001280 77  WS-DED-SUB                    PIC 9(01) COMP VALUE ZERO.
001290 77  WS-DEDS-STOPPED               PIC 9(01) VALUE ZERO.
001300 77  WS-BANK-ACTION                PIC X(07) VALUE SPACES.
001310 77  WS-VOTE-ACTION                PIC X(03) VALUE SPACES.
001320 77  WS-OLD-STATUS                 PIC X(01) VALUE SPACE.
001330 77  WS-RECORDS-READ               PIC 9(07) COMP VALUE ZERO.
001340 77  WS-NOT-CUSTOMER-COUNT         PIC 9(07) COMP VALUE ZERO.
001350 77  WS-ALREADY-DECEASED-COUNT     PIC 9(07) COMP VALUE ZERO.
001360 77  WS-WITHDRAWN-COUNT            PIC 9(07) COMP VALUE ZERO.
001370 77  WS-CONFIRMED-COUNT            PIC 9(07) COMP VALUE ZERO.
001380 77  WS-POSSIBLE-COUNT             PIC 9(07) COMP VALUE ZERO.
001390 77  WS-ACCOUNTS-HELD              PIC 9(07) COMP VALUE ZERO.
001400 77  WS-DEDUCTIONS-STOPPED         PIC 9(07) COMP VALUE ZERO.
001410 77  WS-VOTE-FLAGS-DROPPED         PIC 9(07) COMP VALUE ZERO.
001420 77  WS-AUDIT-RECORDS-WRITTEN      PIC 9(07) COMP VALUE ZERO.
001430 77  WS-REVERSED-MAX               PIC 9(04) COMP VALUE 500.
001440     COPY RUNCHKP.
001450 01  WS-RUN-START-STAMP.
001460     05  WS-RUN-START-DATE         PIC 9(8).
001470     05  WS-RUN-START-TIME         PIC 9(8).
001480*> THE DATE OF DEATH TURNED AROUND TO YYYYMMDD FOR THE
001490*> STATUS DATE
001500 01  WS-DEATH-DATE.
001510     05  WS-DD-CCYY                PIC 9(04).
001520     05  WS-DD-MM                  PIC 9(02).
001530     05  WS-DD-DD                  PIC 9(02).
001540 01  WS-DEATH-DATE-N REDEFINES WS-DEATH-DATE
001550                                   PIC 9(08).
001560*> CUSTOMERS WHOSE MATCH DTHREV HAS REVERSED - LOADED FROM
001570*> THE DEATH AUDIT FILE BEFORE THE MATCH STARTS
001580 01  WS-REVERSED-TABLE.
001590     05  WS-REVERSED-COUNT         PIC 9(04) COMP VALUE ZERO.
001600     05  WS-RV-ENTRY OCCURS 500 TIMES
001610             INDEXED BY WS-RV-INDEX.
001620         10  WS-RV-SSNUM           PIC 9(09).
001630
001640 01  WS-CONFIRMED-HEADING.
001650     05  FILLER                    PIC X(40)
001660         VALUE "DEATH MASTER MATCH - CONFIRMED MATCHES  ".
001670     05  FILLER                    PIC X(05) VALUE "RUN ".
001680     05  CH-RUN-DATE               PIC 9(08).
001690 01  WS-CONFIRMED-COLUMNS.
001700     05  FILLER                    PIC X(11) VALUE "SSN".
001710     05  FILLER                    PIC X(22) VALUE "CUSTOMER".
001720     05  FILLER                    PIC X(10) VALUE "DIED".
001730     05  FILLER                    PIC X(06) VALUE "WAS".
001740     05  FILLER                    PIC X(09) VALUE "BANK".
001750     05  FILLER                    PIC X(06) VALUE "DEDS".
001760     05  FILLER                    PIC X(04) VALUE "VOTE".
001770 01  WS-CONFIRMED-DETAIL.
001780     05  CDL-SSNUM                 PIC 9(09).
001790     05  FILLER                    PIC X(02) VALUE SPACES.
001800     05  CDL-CUST-NAME             PIC X(20).
001810     05  FILLER                    PIC X(02) VALUE SPACES.
001820     05  CDL-DEATH-DATE            PIC 9(08).
001830     05  FILLER                    PIC X(02) VALUE SPACES.
001840     05  CDL-OLD-STATUS            PIC X(01).
001850     05  FILLER                    PIC X(05) VALUE SPACES.
001860     05  CDL-BANK-ACTION           PIC X(07).
001870     05  FILLER                    PIC X(02) VALUE SPACES.
001880     05  CDL-DEDS-STOPPED          PIC 9.
001890     05  FILLER                    PIC X(05) VALUE SPACES.
001900     05  CDL-VOTE-ACTION           PIC X(03).
001910 01  WS-POSSIBLE-HEADING.
001920     05  FILLER                    PIC X(40)
001930         VALUE "DEATH MASTER MATCH - POSSIBLE MATCHES   ".
001940     05  FILLER                    PIC X(05) VALUE "RUN ".
001950     05  PH-RUN-DATE               PIC 9(08).
001960 01  WS-POSSIBLE-NOTE              PIC X(60)
001970     VALUE "SSN ON FILE - NOTHING CHANGED, CHECK BEFORE ACTING".
001980 01  WS-POSSIBLE-COLUMNS.
001990     05  FILLER                    PIC X(11) VALUE "SSN".
002000     05  FILLER                    PIC X(22) VALUE "CUSTOMER".
002010     05  FILLER                    PIC X(21)
002020         VALUE "SSA LAST NAME".
002030     05  FILLER                    PIC X(17)
002040         VALUE "SSA FIRST NAME".
002050     05  FILLER                    PIC X(10) VALUE "CUST DOB".
002060     05  FILLER                    PIC X(10) VALUE "SSA DOB".
002070     05  FILLER                    PIC X(06) VALUE "REASON".
002080 01  WS-POSSIBLE-DETAIL.
002090     05  PDL-SSNUM                 PIC 9(09).
002100     05  FILLER                    PIC X(02) VALUE SPACES.
002110     05  PDL-CUST-NAME             PIC X(20).
002120     05  FILLER                    PIC X(02) VALUE SPACES.
002130     05  PDL-SSA-LAST              PIC X(20).
002140     05  FILLER                    PIC X(01) VALUE SPACES.
002150     05  PDL-SSA-FIRST             PIC X(15).
002160     05  FILLER                    PIC X(02) VALUE SPACES.
002170     05  PDL-CUST-DOB              PIC X(08).
002180     05  FILLER                    PIC X(02) VALUE SPACES.
002190     05  PDL-SSA-DOB               PIC X(08).
002200     05  FILLER                    PIC X(02) VALUE SPACES.
002210     05  PDL-REASON                PIC X(32).
002220 01  WS-CONTROL-HEADING            PIC X(30)
002230         VALUE "DEATH MASTER CONTROL PAGE".
002240 01  WS-COUNT-LINE.
002250     05  FILLER                    PIC X(02) VALUE SPACES.
002260     05  CNL-LABEL                 PIC X(32).
002270     05  CNL-COUNT                 PIC ZZZ,ZZ9.
002280 01  WS-BLANK-LINE                 PIC X(132) VALUE SPACES.
002290
002300 PROCEDURE DIVISION.
002310 0000-MAINLINE.
002320     PERFORM 0500-CHECK-PREREQS THRU 0500-EXIT
002330     IF RUN-REFUSED
002340         MOVE "FAIL" TO WS-RUN-STATUS
002350         PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT
002360         MOVE 8 TO RETURN-CODE
002370         GOBACK
002380     END-IF
002390     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002400     PERFORM 2000-MATCH-ONE-DECEDENT THRU 2000-EXIT
002410         UNTIL END-OF-DECEDENTS
002420     PERFORM 3000-FINISH THRU 3000-EXIT
002430     GOBACK.
002440
002450*----------------------------------------------------------
002460* THE BANK ACCOUNT AND DEDUCTION CHANGES ARE POSTING-FILE
002470* CHANGES - TODAY'S SNAPSHOT MUST BE ON THE RUN LOG FIRST
002480*----------------------------------------------------------
002490 0500-CHECK-PREREQS.
002500     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
002510     ACCEPT WS-RUN-START-TIME FROM TIME
002520     MOVE WS-RUN-START-DATE TO PR-RUN-DATE
002530     MOVE "PAYSNAP " TO PR-PREREQ-JOB
002540     CALL "RUNCHK" USING RUNCHK-PARMS
002550     IF NOT PR-PREREQ-MET
002560         DISPLAY "DTHMATCH: TODAY'S PAYSNAP SNAPSHOT IS NOT "
002570             "ON THE RUN LOG - RUN REFUSED"
002580         SET RUN-REFUSED TO TRUE
002590     END-IF.
002600 0500-EXIT.
002610     EXIT.
002620
002630*----------------------------------------------------------
002640* LOAD THE REVERSED CUSTOMERS, OPEN EVERYTHING, PRINT THE
002650* HEADINGS, PRIME THE READ
002660*----------------------------------------------------------
002670 1000-INITIALIZE.
002680     PERFORM 1100-LOAD-REVERSALS THRU 1100-EXIT
002690     OPEN INPUT DEATH-MASTER
002700     IF WS-DM-STATUS = "35"
002710         DISPLAY "DTHMATCH: NO DEATH MASTER FILE TO MATCH"
002720         SET END-OF-DECEDENTS TO TRUE
002730     END-IF
002740     OPEN I-O CUSTOMER-MASTER
002750     OPEN I-O BANK-ACCOUNTS
002760     IF WS-BA-STATUS = "00"
002770         SET BANK-FILE-OPEN TO TRUE
002780     END-IF
002790     OPEN I-O DEDUCTION-MASTER
002800     IF WS-DD-STATUS = "00"
002810         SET DED-FILE-OPEN TO TRUE
002820     END-IF
002830*> EXTEND fails with status 35 the first time this file
002840*> doesn't exist yet - fall back to creating it
002850     OPEN EXTEND VOTE-AUDIT-TRAIL
002860     IF WS-AUD-STATUS = "35"
002870         OPEN OUTPUT VOTE-AUDIT-TRAIL
002880         CLOSE VOTE-AUDIT-TRAIL
002890         OPEN EXTEND VOTE-AUDIT-TRAIL
002900     END-IF
002910     OPEN EXTEND DEATH-AUDIT
002920     IF WS-DA-STATUS = "35"
002930         OPEN OUTPUT DEATH-AUDIT
002940         CLOSE DEATH-AUDIT
002950         OPEN EXTEND DEATH-AUDIT
002960     END-IF
002970     OPEN OUTPUT CONFIRMED-REPORT
002980     OPEN OUTPUT POSSIBLE-REPORT
002990     MOVE WS-RUN-START-DATE TO CH-RUN-DATE
003000     MOVE WS-RUN-START-DATE TO PH-RUN-DATE
003010     WRITE CONFIRMED-LINE FROM WS-CONFIRMED-HEADING
003020     WRITE CONFIRMED-LINE FROM WS-BLANK-LINE
003030     WRITE CONFIRMED-LINE FROM WS-CONFIRMED-COLUMNS
003040     WRITE POSSIBLE-LINE FROM WS-POSSIBLE-HEADING
003050     WRITE POSSIBLE-LINE FROM WS-POSSIBLE-NOTE
003060     WRITE POSSIBLE-LINE FROM WS-BLANK-LINE
003070     WRITE POSSIBLE-LINE FROM WS-POSSIBLE-COLUMNS
003080     IF NOT END-OF-DECEDENTS
003090         PERFORM 8000-READ-DECEDENT THRU 8000-EXIT
003100     END-IF.
003110 1000-EXIT.
003120     EXIT.
003130
003140*----------------------------------------------------------
003150* EVERY CUSTOMER DTHREV HAS EVER PUT BACK IS A KNOWN FALSE
003160* MATCH - REMEMBER THEM SO THIS RUN DOES NOT UNDO THE FIX
003170*----------------------------------------------------------
003180 1100-LOAD-REVERSALS.
003190     OPEN INPUT DEATH-AUDIT
003200     IF WS-DA-STATUS NOT = "00"
003210         GO TO 1100-EXIT
003220     END-IF
003230     PERFORM 1110-LOAD-ONE-AUDIT THRU 1110-EXIT
003240         UNTIL END-OF-AUDIT
003250     CLOSE DEATH-AUDIT.
003260 1100-EXIT.
003270     EXIT.
003280
003290 1110-LOAD-ONE-AUDIT.
003300     READ DEATH-AUDIT
003310         AT END
003320             SET END-OF-AUDIT TO TRUE
003330             GO TO 1110-EXIT
003340     END-READ
003350     IF NOT DA-FROM-REVERSAL
003360         GO TO 1110-EXIT
003370     END-IF
003380     SET WS-RV-INDEX TO 1
003390     SEARCH WS-RV-ENTRY
003400         AT END
003410             CONTINUE
003420         WHEN WS-RV-INDEX > WS-REVERSED-COUNT
003430             CONTINUE
003440         WHEN WS-RV-SSNUM (WS-RV-INDEX) = DA-SSNUM
003450             GO TO 1110-EXIT
003460     END-SEARCH
003470     IF WS-REVERSED-COUNT NOT < WS-REVERSED-MAX
003480         DISPLAY "DTHMATCH: REVERSED-MATCH TABLE FULL AT "
003490             WS-REVERSED-MAX " - " DA-SSNUM " NOT LOADED"
003500         GO TO 1110-EXIT
003510     END-IF
003520     ADD 1 TO WS-REVERSED-COUNT
003530     MOVE DA-SSNUM TO WS-RV-SSNUM (WS-REVERSED-COUNT).
003540 1110-EXIT.
003550     EXIT.
003560
003570*----------------------------------------------------------
003580* ONE DECEDENT: FIND THE CUSTOMER BY SSN, THEN DECIDE
003590* CONFIRMED OR POSSIBLE ON THE NAME, BIRTH DATE, AND DATE
003600* OF DEATH
003610*----------------------------------------------------------
003620 2000-MATCH-ONE-DECEDENT.
003630     ADD 1 TO WS-RECORDS-READ
003640     MOVE DM-SSNUM TO CM-SSNUM
003650     READ CUSTOMER-MASTER
003660         INVALID KEY
003670             ADD 1 TO WS-NOT-CUSTOMER-COUNT
003680             GO TO 2000-READ-NEXT
003690     END-READ
003700     IF DM-WITHDRAWN
003710         ADD 1 TO WS-WITHDRAWN-COUNT
003720         IF CM-EMP-DECEASED
003730             MOVE "SSA WITHDREW - REVIEW FOR DTHREV"
003740                 TO WS-POSSIBLE-REASON
003750             PERFORM 2500-PRINT-POSSIBLE THRU 2500-EXIT
003760         END-IF
003770         GO TO 2000-READ-NEXT
003780     END-IF
003790     IF CM-EMP-DECEASED
003800         ADD 1 TO WS-ALREADY-DECEASED-COUNT
003810         GO TO 2000-READ-NEXT
003820     END-IF
003830     PERFORM 2100-TEST-NAME THRU 2100-EXIT
003840     PERFORM 2200-TEST-BIRTH-DATE THRU 2200-EXIT
003850     PERFORM 2250-TEST-REVERSED THRU 2250-EXIT
003860     MOVE SPACES TO WS-POSSIBLE-REASON
003870     IF NOT NAME-MATCHES
003880         MOVE "NAME DOES NOT AGREE"
003890             TO WS-POSSIBLE-REASON
003900     ELSE IF DOB-NOT-GIVEN
003910         MOVE "NO BIRTH DATE FROM SSA"
003920             TO WS-POSSIBLE-REASON
003930     ELSE IF NOT DOB-MATCHES
003940         MOVE "BIRTH DATE DOES NOT AGREE"
003950             TO WS-POSSIBLE-REASON
003960     ELSE IF DM-DATE-OF-DEATH NOT NUMERIC
003970             OR DM-DOD-CCYY = ZERO
003980         MOVE "NO DATE OF DEATH FROM SSA"
003990             TO WS-POSSIBLE-REASON
004000     ELSE IF REVERSED-BEFORE
004010         MOVE "MATCH REVERSED BEFORE - NOT APPLIED"
004020             TO WS-POSSIBLE-REASON
004030     END-IF
004040     END-IF
004050     END-IF
004060     END-IF
004070     END-IF
004080     IF WS-POSSIBLE-REASON NOT = SPACES
004090         PERFORM 2500-PRINT-POSSIBLE THRU 2500-EXIT
004100         GO TO 2000-READ-NEXT
004110     END-IF
004120     PERFORM 2300-APPLY-MATCH THRU 2300-EXIT
004130     PERFORM 2400-PRINT-CONFIRMED THRU 2400-EXIT.
004140 2000-READ-NEXT.
004150     PERFORM 8000-READ-DECEDENT THRU 8000-EXIT.
004160 2000-EXIT.
004170     EXIT.
004180
004190*----------------------------------------------------------
004200* THE MASTER HOLDS ONE FREE-FORM NAME.  SSA'S LAST NAME AND
004210* FIRST NAME (THE FIRST WORD OF EACH) MUST BOTH APPEAR IN
004220* IT, CASE IGNORED, WHICHEVER ORDER IT WAS KEYED IN
004230*----------------------------------------------------------
004240 2100-TEST-NAME.
004250     MOVE "N" TO WS-NAME-SWITCH
004260     MOVE CM-CUST-NAME TO WS-MATCH-NAME
004270     MOVE DM-LAST-NAME TO WS-SSA-LAST
004280     MOVE DM-FIRST-NAME TO WS-SSA-FIRST
004290     INSPECT WS-MATCH-NAME CONVERTING
004300         "abcdefghijklmnopqrstuvwxyz"
004310         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
004320     INSPECT WS-SSA-LAST CONVERTING
004330         "abcdefghijklmnopqrstuvwxyz"
004340         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
004350     INSPECT WS-SSA-FIRST CONVERTING
004360         "abcdefghijklmnopqrstuvwxyz"
004370         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
004380     MOVE ZERO TO WS-NAME-LEN
004390     INSPECT WS-SSA-LAST TALLYING WS-NAME-LEN
004400         FOR CHARACTERS BEFORE INITIAL SPACE
004410     IF WS-NAME-LEN = ZERO
004420         GO TO 2100-EXIT
004430     END-IF
004440     MOVE ZERO TO WS-NAME-HITS
004450     INSPECT WS-MATCH-NAME TALLYING WS-NAME-HITS
004460         FOR ALL WS-SSA-LAST (1:WS-NAME-LEN)
004470     IF WS-NAME-HITS = ZERO
004480         GO TO 2100-EXIT
004490     END-IF
004500     MOVE ZERO TO WS-NAME-LEN
004510     INSPECT WS-SSA-FIRST TALLYING WS-NAME-LEN
004520         FOR CHARACTERS BEFORE INITIAL SPACE
004530     IF WS-NAME-LEN = ZERO
004540         GO TO 2100-EXIT
004550     END-IF
004560     MOVE ZERO TO WS-NAME-HITS
004570     INSPECT WS-MATCH-NAME TALLYING WS-NAME-HITS
004580         FOR ALL WS-SSA-FIRST (1:WS-NAME-LEN)
004590     IF WS-NAME-HITS = ZERO
004600         GO TO 2100-EXIT
004610     END-IF
004620     SET NAME-MATCHES TO TRUE.
004630 2100-EXIT.
004640     EXIT.
004650
004660*----------------------------------------------------------
004670* BOTH DATES ARE MMDDCCYY.  WHERE SSA HAS ONLY THE MONTH AND
004680* YEAR (DAY ZERO) THOSE TWO HAVE TO AGREE
004690*----------------------------------------------------------
004700 2200-TEST-BIRTH-DATE.
004710     MOVE "N" TO WS-DOB-SWITCH
004720     IF DM-DATE-OF-BIRTH NOT NUMERIC
004730             OR DM-DOB-CCYY = ZERO
004740         SET DOB-NOT-GIVEN TO TRUE
004750         GO TO 2200-EXIT
004760     END-IF
004770     IF DM-DOB-MM = CM-MOB AND DM-DOB-CCYY = CM-YOB
004780             AND (DM-DOB-DD = CM-DOB OR DM-DOB-DD = ZERO)
004790         SET DOB-MATCHES TO TRUE
004800     END-IF.
004810 2200-EXIT.
004820     EXIT.
004830
004840 2250-TEST-REVERSED.
004850     MOVE "N" TO WS-REVERSED-SWITCH
004860     SET WS-RV-INDEX TO 1
004870     SEARCH WS-RV-ENTRY
004880         AT END
004890             CONTINUE
004900         WHEN WS-RV-INDEX > WS-REVERSED-COUNT
004910             CONTINUE
004920         WHEN WS-RV-SSNUM (WS-RV-INDEX) = DM-SSNUM
004930             SET REVERSED-BEFORE TO TRUE
004940     END-SEARCH.
004950 2250-EXIT.
004960     EXIT.
004970
004980*----------------------------------------------------------
004990* A CONFIRMED MATCH: DECEASED AS OF THE DATE OF DEATH, OFF
005000* THE VOTER ROLLS, ACCOUNT ON HOLD, DEDUCTIONS STOPPED -
005010* EACH CHANGE AUDITED WITH THE VALUE IT REPLACED, THE
005020* STATUS CHANGE ALWAYS FIRST
005030*----------------------------------------------------------
005040 2300-APPLY-MATCH.
005050     ADD 1 TO WS-CONFIRMED-COUNT
005060     MOVE DM-DOD-CCYY TO WS-DD-CCYY
005070     MOVE DM-DOD-MM TO WS-DD-MM
005080     MOVE DM-DOD-DD TO WS-DD-DD
005090     MOVE CM-EMPLOY-STATUS TO WS-OLD-STATUS
005100     MOVE "STATUS" TO DA-ACTION
005110     MOVE ZERO TO DA-ENTRY
005120     MOVE CM-EMPLOY-STATUS TO DA-OLD-STATUS
005130     MOVE CM-STATUS-DATE TO DA-OLD-STATUS-DATE
005140     SET CM-EMP-DECEASED TO TRUE
005150     MOVE WS-DEATH-DATE-N TO CM-STATUS-DATE
005160     MOVE CM-EMPLOY-STATUS TO DA-NEW-STATUS
005170     MOVE CM-STATUS-DATE TO DA-NEW-STATUS-DATE
005180     PERFORM 8500-WRITE-DEATH-AUDIT THRU 8500-EXIT
005190     MOVE "NO" TO WS-VOTE-ACTION
005200     IF CM-CAN-VOTE
005210         MOVE "YES" TO WS-VOTE-ACTION
005220         ADD 1 TO WS-VOTE-FLAGS-DROPPED
005230         MOVE "VOTEFLAG" TO DA-ACTION
005240         MOVE ZERO TO DA-ENTRY
005250         MOVE CM-CAN-VOTE-FLAG TO DA-OLD-VALUE
005260         SET CM-CANT-VOTE TO TRUE
005270         MOVE CM-CAN-VOTE-FLAG TO DA-NEW-VALUE
005280         PERFORM 8500-WRITE-DEATH-AUDIT THRU 8500-EXIT
005290         MOVE CM-SSNUM TO AUD-SSNUM
005300         MOVE 1 TO AUD-OLD-FLAG
005310         MOVE CM-CAN-VOTE-FLAG TO AUD-NEW-FLAG
005320         ACCEPT AUD-TS-DATE FROM DATE YYYYMMDD
005330         ACCEPT AUD-TS-TIME FROM TIME
005340         MOVE "DTHMATCH" TO AUD-SOURCE
005350         WRITE AUDIT-RECORD
005360     END-IF
005370     REWRITE CUST-MASTER-RECORD
005380     PERFORM 2310-HOLD-ACCOUNT THRU 2310-EXIT
005390     PERFORM 2320-STOP-DEDUCTIONS THRU 2320-EXIT.
005400 2300-EXIT.
005410     EXIT.
005420
005430*----------------------------------------------------------
005440* WHATEVER STATE THE ACCOUNT WAS IN GOES ON HOLD - PRENOTE,
005450* ACTIVE, OR EVEN RETURNED, SO NOTHING RE-KEYED BEHIND IT
005460* CAN START PAYING
005470*----------------------------------------------------------
005480 2310-HOLD-ACCOUNT.
005490     MOVE "NONE" TO WS-BANK-ACTION
005500     IF NOT BANK-FILE-OPEN
005510         GO TO 2310-EXIT
005520     END-IF
005530     MOVE CM-SSNUM TO BA-SSNUM
005540     READ BANK-ACCOUNTS
005550         INVALID KEY
005560             GO TO 2310-EXIT
005570     END-READ
005580     IF BA-HELD
005590         MOVE "ON HOLD" TO WS-BANK-ACTION
005600         GO TO 2310-EXIT
005610     END-IF
005620     MOVE "HELD" TO WS-BANK-ACTION
005630     ADD 1 TO WS-ACCOUNTS-HELD
005640     MOVE "BANKHOLD" TO DA-ACTION
005650     MOVE ZERO TO DA-ENTRY
005660     MOVE BA-PRENOTE-STATUS TO DA-OLD-VALUE
005670     SET BA-HELD TO TRUE
005680     MOVE BA-PRENOTE-STATUS TO DA-NEW-VALUE
005690     PERFORM 8500-WRITE-DEATH-AUDIT THRU 8500-EXIT
005700     REWRITE BANK-ACCOUNT-RECORD.
005710 2310-EXIT.
005720     EXIT.
005730
005740 2320-STOP-DEDUCTIONS.
005750     MOVE ZERO TO WS-DEDS-STOPPED
005760     IF NOT DED-FILE-OPEN
005770         GO TO 2320-EXIT
005780     END-IF
005790     MOVE CM-SSNUM TO DD-SSNUM
005800     READ DEDUCTION-MASTER
005810         INVALID KEY
005820             GO TO 2320-EXIT
005830     END-READ
005840     PERFORM 2330-STOP-ONE-ENTRY THRU 2330-EXIT
005850         VARYING WS-DED-SUB FROM 1 BY 1
005860         UNTIL WS-DED-SUB > DD-DEDUCTION-COUNT
005870     IF WS-DEDS-STOPPED > ZERO
005880         REWRITE DEDUCTION-MASTER-RECORD
005890     END-IF.
005900 2320-EXIT.
005910     EXIT.
005920
005930 2330-STOP-ONE-ENTRY.
005940     IF NOT DD-ACTIVE (WS-DED-SUB)
005950         GO TO 2330-EXIT
005960     END-IF
005970     ADD 1 TO WS-DEDS-STOPPED
005980     ADD 1 TO WS-DEDUCTIONS-STOPPED
005990     MOVE "DEDSTOP" TO DA-ACTION
006000     MOVE WS-DED-SUB TO DA-ENTRY
006010     MOVE DD-ACTIVE-FLAG (WS-DED-SUB) TO DA-OLD-VALUE
006020     SET DD-STOPPED (WS-DED-SUB) TO TRUE
006030     MOVE DD-ACTIVE-FLAG (WS-DED-SUB) TO DA-NEW-VALUE
006040     PERFORM 8500-WRITE-DEATH-AUDIT THRU 8500-EXIT.
006050 2330-EXIT.
006060     EXIT.
006070
006080*----------------------------------------------------------
006090* ONE CONFIRMED LINE - WHAT THE MATCH DID TO THE CUSTOMER
006100*----------------------------------------------------------
006110 2400-PRINT-CONFIRMED.
006120     MOVE CM-SSNUM TO CDL-SSNUM
006130     MOVE CM-CUST-NAME TO CDL-CUST-NAME
006140     MOVE WS-DEATH-DATE-N TO CDL-DEATH-DATE
006150     MOVE WS-OLD-STATUS TO CDL-OLD-STATUS
006160     MOVE WS-BANK-ACTION TO CDL-BANK-ACTION
006170     MOVE WS-DEDS-STOPPED TO CDL-DEDS-STOPPED
006180     MOVE WS-VOTE-ACTION TO CDL-VOTE-ACTION
006190     WRITE CONFIRMED-LINE FROM WS-CONFIRMED-DETAIL.
006200 2400-EXIT.
006210     EXIT.
006220
006230*----------------------------------------------------------
006240* ONE POSSIBLE LINE - BOTH SIDES OF THE NAME AND BIRTH DATE
006250* AND WHY IT WAS NOT CONFIRMED.  WS-POSSIBLE-REASON IS SET
006260* BY THE CALLER
006270*----------------------------------------------------------
006280 2500-PRINT-POSSIBLE.
006290     ADD 1 TO WS-POSSIBLE-COUNT
006300     MOVE CM-SSNUM TO PDL-SSNUM
006310     MOVE CM-CUST-NAME TO PDL-CUST-NAME
006320     MOVE DM-LAST-NAME TO PDL-SSA-LAST
006330     MOVE DM-FIRST-NAME TO PDL-SSA-FIRST
006340     MOVE CM-DATE-OF-BIRTH TO PDL-CUST-DOB
006350     MOVE DM-DATE-OF-BIRTH TO PDL-SSA-DOB
006360     MOVE WS-POSSIBLE-REASON TO PDL-REASON
006370     WRITE POSSIBLE-LINE FROM WS-POSSIBLE-DETAIL.
006380 2500-EXIT.
006390     EXIT.
006400
006410*----------------------------------------------------------
006420* CONTROL PAGE, RUN LOG, CLOSE UP
006430*----------------------------------------------------------
006440 3000-FINISH.
006450     WRITE CONFIRMED-LINE FROM WS-BLANK-LINE
006460     WRITE CONFIRMED-LINE FROM WS-CONTROL-HEADING
006470     MOVE "DEATH MASTER RECORDS READ:" TO CNL-LABEL
006480     MOVE WS-RECORDS-READ TO CNL-COUNT
006490     WRITE CONFIRMED-LINE FROM WS-COUNT-LINE
006500     MOVE "NOT A CUSTOMER:" TO CNL-LABEL
006510     MOVE WS-NOT-CUSTOMER-COUNT TO CNL-COUNT
006520     WRITE CONFIRMED-LINE FROM WS-COUNT-LINE
006530     MOVE "ALREADY DECEASED - SKIPPED:" TO CNL-LABEL
006540     MOVE WS-ALREADY-DECEASED-COUNT TO CNL-COUNT
006550     WRITE CONFIRMED-LINE FROM WS-COUNT-LINE
006560     MOVE "WITHDRAWALS FOR A CUSTOMER:" TO CNL-LABEL
006570     MOVE WS-WITHDRAWN-COUNT TO CNL-COUNT
006580     WRITE CONFIRMED-LINE FROM WS-COUNT-LINE
006590     MOVE "CONFIRMED MATCHES:" TO CNL-LABEL
006600     MOVE WS-CONFIRMED-COUNT TO CNL-COUNT
006610     WRITE CONFIRMED-LINE FROM WS-COUNT-LINE
006620     MOVE "POSSIBLE MATCHES LISTED:" TO CNL-LABEL
006630     MOVE WS-POSSIBLE-COUNT TO CNL-COUNT
006640     WRITE CONFIRMED-LINE FROM WS-COUNT-LINE
006650     MOVE "BANK ACCOUNTS PUT ON HOLD:" TO CNL-LABEL
006660     MOVE WS-ACCOUNTS-HELD TO CNL-COUNT
006670     WRITE CONFIRMED-LINE FROM WS-COUNT-LINE
006680     MOVE "DEDUCTION ENTRIES STOPPED:" TO CNL-LABEL
006690     MOVE WS-DEDUCTIONS-STOPPED TO CNL-COUNT
006700     WRITE CONFIRMED-LINE FROM WS-COUNT-LINE
006710     MOVE "VOTE FLAGS DROPPED:" TO CNL-LABEL
006720     MOVE WS-VOTE-FLAGS-DROPPED TO CNL-COUNT
006730     WRITE CONFIRMED-LINE FROM WS-COUNT-LINE
006740     MOVE "AUDIT RECORDS WRITTEN:" TO CNL-LABEL
006750     MOVE WS-AUDIT-RECORDS-WRITTEN TO CNL-COUNT
006760     WRITE CONFIRMED-LINE FROM WS-COUNT-LINE
006770     DISPLAY "DTHMATCH: CONFIRMED MATCHES = " WS-CONFIRMED-COUNT
006780     DISPLAY "DTHMATCH: POSSIBLE MATCHES  = " WS-POSSIBLE-COUNT
006790     PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT
006800     IF WS-DM-STATUS NOT = "35"
006810         CLOSE DEATH-MASTER
006820     END-IF
006830     CLOSE CUSTOMER-MASTER
006840     IF BANK-FILE-OPEN
006850         CLOSE BANK-ACCOUNTS
006860     END-IF
006870     IF DED-FILE-OPEN
006880         CLOSE DEDUCTION-MASTER
006890     END-IF
006900     CLOSE VOTE-AUDIT-TRAIL
006910     CLOSE DEATH-AUDIT
006920     CLOSE CONFIRMED-REPORT
006930     CLOSE POSSIBLE-REPORT.
006940 3000-EXIT.
006950     EXIT.
006960
006970*----------------------------------------------------------
006980* READ THE NEXT DECEDENT, SET THE EOF SWITCH AT END
006990*----------------------------------------------------------
007000 8000-READ-DECEDENT.
007010     READ DEATH-MASTER
007020         AT END
007030             SET END-OF-DECEDENTS TO TRUE
007040     END-READ.
007050 8000-EXIT.
007060     EXIT.
007070
007080*----------------------------------------------------------
007090* APPEND ONE ACTION TO THE DEATH AUDIT - DA-ACTION, DA-ENTRY,
007100* AND THE OLD AND NEW VALUES ARE SET BY THE CALLER
007110*----------------------------------------------------------
007120 8500-WRITE-DEATH-AUDIT.
007130     MOVE CM-SSNUM TO DA-SSNUM
007140     MOVE "DTHMATCH" TO DA-SOURCE
007150     MOVE WS-DEATH-DATE-N TO DA-DATE-OF-DEATH
007160     ACCEPT DA-TS-DATE FROM DATE YYYYMMDD
007170     ACCEPT DA-TS-TIME FROM TIME
007180     MOVE SPACES TO DA-OPERATOR
007190     MOVE SPACES TO DA-FILLER
007200     WRITE DEATH-AUDIT-RECORD
007210     ADD 1 TO WS-AUDIT-RECORDS-WRITTEN.
007220 8500-EXIT.
007230     EXIT.
007240
007250*----------------------------------------------------------
007260* APPEND THIS RUN'S CONTROL RECORD TO THE SHARED RUN LOG
007270*----------------------------------------------------------
007280 9100-WRITE-RUN-LOG.
007290     OPEN EXTEND RUN-CONTROL-LOG
007300     IF WS-RL-STATUS = "35"
007310         OPEN OUTPUT RUN-CONTROL-LOG
007320         CLOSE RUN-CONTROL-LOG
007330         OPEN EXTEND RUN-CONTROL-LOG
007340     END-IF
007350     MOVE "DTHMATCH" TO RL-JOB-NAME
007360     MOVE WS-RUN-START-DATE TO RL-START-DATE
007370     MOVE WS-RUN-START-TIME TO RL-START-TIME
007380     ACCEPT RL-END-DATE FROM DATE YYYYMMDD
007390     ACCEPT RL-END-TIME FROM TIME
007400     MOVE WS-RECORDS-READ TO RL-RECORDS-IN
007410     MOVE WS-CONFIRMED-COUNT TO RL-RECORDS-OUT
007420     MOVE WS-POSSIBLE-COUNT TO RL-EXCEPTIONS
007430     MOVE WS-RUN-STATUS TO RL-STATUS
007440     MOVE SPACES TO RL-FILLER
007450     WRITE RUN-LOG-RECORD
007460     CLOSE RUN-CONTROL-LOG.
007470 9100-EXIT.
007480     EXIT.
