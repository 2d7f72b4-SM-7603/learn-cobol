000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RMLRPT.
000030 AUTHOR. PAYROLL-SYSTEMS-GROUP.
000040 INSTALLATION. DATA-PROCESSING-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 10/15/26  SM   INITIAL VERSION - WEEKLY BAD-ADDRESS REPORT:
000110* 10/15/26  SM   EVERY CUSTOMER WHOSE CURRENT ADDRESS IS MARKED
000120* 10/15/26  SM   UNDELIVERABLE, DAYS BAD, AND THE CHECKS HELD
000130*----------------------------------------------------------
000140*
000150* WEEKLY.  LISTS EVERY CUSTOMER WHOSE CURRENT ADDRESS - THE
000160* LATEST EFFECTIVE-DATED CUSTADDR RECORD AT OR BEFORE TODAY
000170* - IS MARKED UNDELIVERABLE BY RETURNED MAIL: THE DATE THE
000180* MAIL CAME BACK AND WHY, HOW MANY DAYS THE ADDRESS HAS BEEN
000190* BAD, AND HOW MANY PAPER CHECKS (AND HOW MANY DOLLARS) ARE
000200* SITTING ON THE HELD-CHECK FILE FOR THEM.  A CUSTOMER WITH
000210* AN OLD BAD ADDRESS BUT A GOOD CURRENT ONE IS NOT LISTED -
000220* THE NEXT CHECK PRINT MAILS WHATEVER IS STILL HELD.  READ-
000230* ONLY; ONE PASS OF THE ADDRESS FILE IN KEY ORDER.
000240*
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT CUSTOMER-ADDRESSES ASSIGN TO "CUSTADDR"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS SEQUENTIAL
000310         RECORD KEY IS AD-KEY
000320         FILE STATUS IS WS-AD-STATUS.
000330     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAS"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS RANDOM
000360         RECORD KEY IS CM-SSNUM
000370         FILE STATUS IS WS-CM-STATUS.
000380     SELECT HELD-CHECKS ASSIGN TO "CHKHOLD"
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS DYNAMIC
000410         RECORD KEY IS HC-KEY
000420         FILE STATUS IS WS-HC-STATUS.
000430     SELECT BAD-ADDRESS-REPORT ASSIGN TO "RMLRPT"
000440         ORGANIZATION IS LINE SEQUENTIAL.
000450     SELECT RUN-CONTROL-LOG ASSIGN TO "RUNLOG"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-RL-STATUS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  CUSTOMER-ADDRESSES.
000520     COPY CUSTADDR.
000530 FD  CUSTOMER-MASTER.
000540     COPY CUSTMAS.
000550 FD  HELD-CHECKS.
000560     COPY CHKHOLD.
000570 FD  BAD-ADDRESS-REPORT.
000580 01  BAD-ADDRESS-REPORT-LINE       PIC X(80).
000590 FD  RUN-CONTROL-LOG.
000600     COPY RUNLOG.
000610
000620 WORKING-STORAGE SECTION.
000630 77  WS-AD-STATUS                  PIC X(02) VALUE "00".
000640 77  WS-CM-STATUS                  PIC X(02) VALUE "00".
000650 77  WS-HC-STATUS                  PIC X(02) VALUE "00".
000660 77  WS-RL-STATUS                  PIC X(02) VALUE "00".
000670 77  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
000680     88  END-OF-FILE               VALUE "Y".
000690 77  WS-HOLD-EOF-SWITCH            PIC X(01) VALUE "N".
000700     88  END-OF-HOLDS              VALUE "Y".
000710 77  WS-HOLD-FILE-SWITCH           PIC X(01) VALUE "Y".
000720     88  HOLD-FILE-PRESENT         VALUE "Y".
000730 77  WS-RECORDS-READ               PIC 9(07) COMP VALUE ZERO.
000740 77  WS-CUSTOMERS-LISTED           PIC 9(07) COMP VALUE ZERO.
000750 77  WS-TOTAL-CHECKS-HELD          PIC 9(07) COMP VALUE ZERO.
000760 77  WS-TOTAL-HELD-AMOUNT          PIC 9(09)V99 VALUE ZERO.
000770 77  WS-CUST-CHECKS-HELD           PIC 9(05) COMP VALUE ZERO.
000780 77  WS-CUST-HELD-AMOUNT           PIC 9(07)V99 VALUE ZERO.
000790 77  WS-PREV-SSNUM                 PIC 9(09) VALUE ZEROS.
000800 77  WS-RUN-DAY-NUMBER             PIC 9(07) VALUE ZERO.
000810 77  WS-DAYS-BAD                   PIC 9(05) VALUE ZERO.
000820 01  WS-RUN-START-STAMP.
000830     05  WS-RUN-START-DATE         PIC 9(8).
000840     05  WS-RUN-START-TIME         PIC 9(8).
000850*> THE CURRENT ADDRESS OF THE CUSTOMER BEING READ - THE LAST
000860*> RECORD SO FAR WITH AN EFFECTIVE DATE AT OR BEFORE TODAY
000870 01  WS-CURRENT-ADDRESS.
000880     05  WS-CA-FOUND               PIC X(01).
000890     05  WS-CA-MAIL-STATUS         PIC X(01).
000900         88  WS-CA-UNDELIVERABLE   VALUE "U".
000910     05  WS-CA-RETURNED-DATE       PIC 9(08).
000920     05  WS-CA-RETURN-REASON       PIC X(01).
000930*> DAY NUMBER WORK FIELDS - DAYS SINCE A FIXED ORIGIN, WITH
000940*> THE YEAR TAKEN TO START IN MARCH SO THE LEAP DAY FALLS
000950*> AT THE END; THE DIFFERENCE OF TWO IS THE DAYS BETWEEN
000960 01  WS-DN-DATE.
000970     05  WS-DN-YEAR                PIC 9(04).
000980     05  WS-DN-MONTH               PIC 9(02).
000990     05  WS-DN-DAY                 PIC 9(02).
001000 01  WS-DN-DATE-N REDEFINES WS-DN-DATE PIC 9(08).
001010 77  WS-DN-Y                       PIC 9(04) VALUE ZERO.
001020 77  WS-DN-M                       PIC 9(02) VALUE ZERO.
001030 77  WS-DN-Q4                      PIC 9(04) VALUE ZERO.
001040 77  WS-DN-Q100                    PIC 9(04) VALUE ZERO.
001050 77  WS-DN-Q400                    PIC 9(04) VALUE ZERO.
001060 77  WS-DN-MONTH-DAYS              PIC 9(03) VALUE ZERO.
001070 77  WS-DN-RESULT                  PIC 9(07) VALUE ZERO.
001080
001090 01  WS-HEADING-LINE               PIC X(45)
001100         VALUE "UNDELIVERABLE ADDRESS REPORT".
001110 01  WS-DATE-LINE.
001120     05  FILLER                    PIC X(07) VALUE "AS OF: ".
001130     05  DTL-RUN-DATE              PIC 9(08).
001140 01  WS-COLUMN-LINE.
001150     05  FILLER                    PIC X(02) VALUE SPACES.
001160     05  FILLER            PIC X(11) VALUE "SSN".
001170     05  FILLER            PIC X(22) VALUE "NAME".
001180     05  FILLER            PIC X(10) VALUE "RETURNED".
001190     05  FILLER            PIC X(04) VALUE "RSN".
001200     05  FILLER            PIC X(07) VALUE "DAYS".
001210     05  FILLER            PIC X(06) VALUE "CHKS".
001220     05  FILLER            PIC X(12) VALUE "   HELD AMT".
001230 01  WS-DETAIL-LINE.
001240     05  FILLER                    PIC X(02) VALUE SPACES.
001250     05  DL-SSNUM                  PIC 9(09).
001260     05  FILLER                    PIC X(02) VALUE SPACES.
001270     05  DL-CUST-NAME              PIC X(20).
001280     05  FILLER                    PIC X(02) VALUE SPACES.
001290     05  DL-RETURNED-DATE          PIC 9(08).
001300     05  FILLER                    PIC X(03) VALUE SPACES.
001310     05  DL-RETURN-REASON          PIC X(01).
001320     05  FILLER                    PIC X(02) VALUE SPACES.
001330     05  DL-DAYS-BAD               PIC ZZ,ZZ9.
001340     05  FILLER                    PIC X(02) VALUE SPACES.
001350     05  DL-CHECKS-HELD            PIC ZZ9.
001360     05  FILLER                    PIC X(02) VALUE SPACES.
001370     05  DL-HELD-AMOUNT            PIC Z,ZZZ,ZZ9.99.
001380 01  WS-TOTAL-LINE.
001390     05  FILLER                    PIC X(02) VALUE SPACES.
001400     05  TL-LABEL                  PIC X(26).
001410     05  TL-COUNT                  PIC ZZZ,ZZ9.
001420 01  WS-AMOUNT-LINE.
001430     05  FILLER                    PIC X(02) VALUE SPACES.
001440     05  FILLER            PIC X(26) VALUE "DOLLARS HELD:".
001450     05  AL-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99.
001460 01  WS-LEGEND-LINE.
001470     05  FILLER                    PIC X(36)
001475         VALUE "  RSN: M MOVED  N NO SUCH ADDRESS  ".
001480     05  FILLER                    PIC X(44)
001485         VALUE "R REFUSED  I INSUFFICIENT  O OTHER".
001490 01  WS-BLANK-LINE                 PIC X(80) VALUE SPACES.
001500
001510 PROCEDURE DIVISION.
001520 0000-MAINLINE.
001530     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001540     PERFORM 2000-READ-ONE-ADDRESS THRU 2000-EXIT
001550         UNTIL END-OF-FILE
001560*> THE LAST CUSTOMER ON THE FILE HAS NO BREAK BEHIND IT
001570     IF WS-PREV-SSNUM NOT = ZEROS
001580         PERFORM 2500-CHECK-CUSTOMER THRU 2500-EXIT
001590     END-IF
001600     PERFORM 3000-FINISH THRU 3000-EXIT
001610     GOBACK.
001620
001630*----------------------------------------------------------
001640* OPEN THE FILES, PRINT THE HEADING, PRIME THE READ
001650*----------------------------------------------------------
001660 1000-INITIALIZE.
001670     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
001680     ACCEPT WS-RUN-START-TIME FROM TIME
001690     MOVE WS-RUN-START-DATE TO WS-DN-DATE-N
001700     PERFORM 8500-DAY-NUMBER THRU 8500-EXIT
001710     MOVE WS-DN-RESULT TO WS-RUN-DAY-NUMBER
001720     MOVE "N" TO WS-CA-FOUND
001730     OPEN INPUT CUSTOMER-ADDRESSES
001740     IF WS-AD-STATUS = "35"
001750         DISPLAY "RMLRPT: NO ADDRESS FILE ON HAND"
001760         SET END-OF-FILE TO TRUE
001770     END-IF
001780     OPEN INPUT CUSTOMER-MASTER
001790*> NO HELD-CHECK FILE YET MEANS NOTHING HAS EVER BEEN HELD
001800     OPEN INPUT HELD-CHECKS
001810     IF WS-HC-STATUS = "35"
001820         MOVE "N" TO WS-HOLD-FILE-SWITCH
001830     END-IF
001840     OPEN OUTPUT BAD-ADDRESS-REPORT
001850     WRITE BAD-ADDRESS-REPORT-LINE FROM WS-HEADING-LINE
001860     MOVE WS-RUN-START-DATE TO DTL-RUN-DATE
001870     WRITE BAD-ADDRESS-REPORT-LINE FROM WS-DATE-LINE
001880     WRITE BAD-ADDRESS-REPORT-LINE FROM WS-BLANK-LINE
001890     WRITE BAD-ADDRESS-REPORT-LINE FROM WS-COLUMN-LINE
001900     IF NOT END-OF-FILE
001910         PERFORM 8000-READ-ADDRESS THRU 8000-EXIT
001920     END-IF.
001930 1000-EXIT.
001940     EXIT.
001950
001960*----------------------------------------------------------
001970* ONE ADDRESS RECORD: A NEW SSN CLOSES OUT THE CUSTOMER
001980* BEFORE IT, AND ANY RECORD ALREADY IN EFFECT BECOMES THIS
001990* CUSTOMER'S CURRENT ADDRESS SO FAR (KEY ORDER IS DATE ORDER)
002000*----------------------------------------------------------
002010 2000-READ-ONE-ADDRESS.
002020     ADD 1 TO WS-RECORDS-READ
002030     IF AD-SSNUM NOT = WS-PREV-SSNUM
002040         IF WS-PREV-SSNUM NOT = ZEROS
002050             PERFORM 2500-CHECK-CUSTOMER THRU 2500-EXIT
002060         END-IF
002070         MOVE AD-SSNUM TO WS-PREV-SSNUM
002080         MOVE "N" TO WS-CA-FOUND
002090     END-IF
002100     IF AD-EFFECTIVE-DATE <= WS-RUN-START-DATE
002110         MOVE "Y" TO WS-CA-FOUND
002120         MOVE AD-MAIL-STATUS TO WS-CA-MAIL-STATUS
002130         MOVE AD-RETURNED-DATE TO WS-CA-RETURNED-DATE
002140         MOVE AD-RETURN-REASON TO WS-CA-RETURN-REASON
002150     END-IF
002160     PERFORM 8000-READ-ADDRESS THRU 8000-EXIT.
002170 2000-EXIT.
002180     EXIT.
002190
002200*----------------------------------------------------------
002210* THE CUSTOMER JUST FINISHED: LISTED ONLY WHEN THE CURRENT
002220* ADDRESS IS MARKED UNDELIVERABLE
002230*----------------------------------------------------------
002240 2500-CHECK-CUSTOMER.
002250     IF WS-CA-FOUND NOT = "Y" OR NOT WS-CA-UNDELIVERABLE
002260         GO TO 2500-EXIT
002270     END-IF
002280     MOVE WS-PREV-SSNUM TO CM-SSNUM
002290     READ CUSTOMER-MASTER
002300         INVALID KEY
002310             MOVE "** NOT ON FILE **" TO CM-CUST-NAME
002320     END-READ
002330     MOVE ZERO TO WS-DAYS-BAD
002340     IF WS-CA-RETURNED-DATE NUMERIC
002350             AND WS-CA-RETURNED-DATE > ZEROS
002360         MOVE WS-CA-RETURNED-DATE TO WS-DN-DATE-N
002370         PERFORM 8500-DAY-NUMBER THRU 8500-EXIT
002380         IF WS-DN-RESULT < WS-RUN-DAY-NUMBER
002390             COMPUTE WS-DAYS-BAD =
002400                 WS-RUN-DAY-NUMBER - WS-DN-RESULT
002410         END-IF
002420     END-IF
002430     PERFORM 2600-COUNT-HELD-CHECKS THRU 2600-EXIT
002440     MOVE WS-PREV-SSNUM TO DL-SSNUM
002450     MOVE CM-CUST-NAME TO DL-CUST-NAME
002460     MOVE WS-CA-RETURNED-DATE TO DL-RETURNED-DATE
002470     MOVE WS-CA-RETURN-REASON TO DL-RETURN-REASON
002480     MOVE WS-DAYS-BAD TO DL-DAYS-BAD
002490     MOVE WS-CUST-CHECKS-HELD TO DL-CHECKS-HELD
002500     MOVE WS-CUST-HELD-AMOUNT TO DL-HELD-AMOUNT
002510     WRITE BAD-ADDRESS-REPORT-LINE FROM WS-DETAIL-LINE
002520     ADD 1 TO WS-CUSTOMERS-LISTED
002530     ADD WS-CUST-CHECKS-HELD TO WS-TOTAL-CHECKS-HELD
002540     ADD WS-CUST-HELD-AMOUNT TO WS-TOTAL-HELD-AMOUNT.
002550 2500-EXIT.
002560     EXIT.
002570
002580*----------------------------------------------------------
002590* THE CUSTOMER'S CHECKS STILL SITTING IN THE OFFICE - HELD,
002600* OR RELEASED BUT NOT YET MAILED
002610*----------------------------------------------------------
002620 2600-COUNT-HELD-CHECKS.
002630     MOVE ZERO TO WS-CUST-CHECKS-HELD
002640     MOVE ZERO TO WS-CUST-HELD-AMOUNT
002650     IF NOT HOLD-FILE-PRESENT
002660         GO TO 2600-EXIT
002670     END-IF
002680     MOVE "N" TO WS-HOLD-EOF-SWITCH
002690     MOVE WS-PREV-SSNUM TO HC-SSNUM
002700     MOVE ZEROS TO HC-CHECK-NO
002710     START HELD-CHECKS KEY IS GREATER THAN OR EQUAL TO HC-KEY
002720         INVALID KEY
002730             SET END-OF-HOLDS TO TRUE
002740     END-START
002750     PERFORM 2610-COUNT-ONE-CHECK THRU 2610-EXIT
002760         UNTIL END-OF-HOLDS.
002770 2600-EXIT.
002780     EXIT.
002790
002800 2610-COUNT-ONE-CHECK.
002810     READ HELD-CHECKS NEXT RECORD
002820         AT END
002830             SET END-OF-HOLDS TO TRUE
002840     END-READ
002850     IF NOT END-OF-HOLDS
002860         IF HC-SSNUM NOT = WS-PREV-SSNUM
002870             SET END-OF-HOLDS TO TRUE
002880         ELSE
002890             IF HC-STILL-HELD
002900                 ADD 1 TO WS-CUST-CHECKS-HELD
002910                 ADD HC-NET-PAY TO WS-CUST-HELD-AMOUNT
002920             END-IF
002930         END-IF
002940     END-IF.
002950 2610-EXIT.
002960     EXIT.
002970
002980*----------------------------------------------------------
002990* TOTALS, LEGEND, RUN LOG, CLOSE UP
003000*----------------------------------------------------------
003010 3000-FINISH.
003020     WRITE BAD-ADDRESS-REPORT-LINE FROM WS-BLANK-LINE
003030     MOVE "CUSTOMERS LISTED:" TO TL-LABEL
003040     MOVE WS-CUSTOMERS-LISTED TO TL-COUNT
003050     WRITE BAD-ADDRESS-REPORT-LINE FROM WS-TOTAL-LINE
003060     MOVE "CHECKS HELD:" TO TL-LABEL
003070     MOVE WS-TOTAL-CHECKS-HELD TO TL-COUNT
003080     WRITE BAD-ADDRESS-REPORT-LINE FROM WS-TOTAL-LINE
003090     MOVE WS-TOTAL-HELD-AMOUNT TO AL-AMOUNT
003100     WRITE BAD-ADDRESS-REPORT-LINE FROM WS-AMOUNT-LINE
003110     MOVE "ADDRESS RECORDS READ:" TO TL-LABEL
003120     MOVE WS-RECORDS-READ TO TL-COUNT
003130     WRITE BAD-ADDRESS-REPORT-LINE FROM WS-TOTAL-LINE
003140     WRITE BAD-ADDRESS-REPORT-LINE FROM WS-BLANK-LINE
003150     WRITE BAD-ADDRESS-REPORT-LINE FROM WS-LEGEND-LINE
003160     PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT
003170     IF WS-AD-STATUS NOT = "35"
003180         CLOSE CUSTOMER-ADDRESSES
003190     END-IF
003200     CLOSE CUSTOMER-MASTER
003210     IF HOLD-FILE-PRESENT
003220         CLOSE HELD-CHECKS
003230     END-IF
003240     CLOSE BAD-ADDRESS-REPORT.
003250 3000-EXIT.
003260     EXIT.
003270
003280*----------------------------------------------------------
003290* READ THE NEXT ADDRESS RECORD, SET THE EOF SWITCH AT END
003300*----------------------------------------------------------
003310 8000-READ-ADDRESS.
003320     READ CUSTOMER-ADDRESSES NEXT RECORD
003330         AT END
003340             SET END-OF-FILE TO TRUE
003350     END-READ.
003360 8000-EXIT.
003370     EXIT.
003380
003390*----------------------------------------------------------
003400* DAY NUMBER OF WS-DN-DATE INTO WS-DN-RESULT: 365 DAYS A
003410* YEAR PLUS THE LEAP DAYS (EVERY 4TH YEAR, NOT THE 100TH,
003420* BUT THE 400TH) PLUS THE DAYS BEFORE THE MONTH IN A YEAR
003430* COUNTED FROM MARCH - JANUARY AND FEBRUARY BELONG TO THE
003440* YEAR BEFORE, SO FEBRUARY 29 IS ALWAYS THE YEAR'S LAST DAY
003450*----------------------------------------------------------
003460 8500-DAY-NUMBER.
003470     MOVE WS-DN-YEAR TO WS-DN-Y
003480     MOVE WS-DN-MONTH TO WS-DN-M
003490     IF WS-DN-M < 3
003500         SUBTRACT 1 FROM WS-DN-Y
003510         ADD 12 TO WS-DN-M
003520     END-IF
003530     DIVIDE WS-DN-Y BY 4 GIVING WS-DN-Q4
003540     DIVIDE WS-DN-Y BY 100 GIVING WS-DN-Q100
003550     DIVIDE WS-DN-Y BY 400 GIVING WS-DN-Q400
003560     COMPUTE WS-DN-MONTH-DAYS = (153 * (WS-DN-M - 3) + 2) / 5
003570     COMPUTE WS-DN-RESULT = 365 * WS-DN-Y + WS-DN-Q4
003580         - WS-DN-Q100 + WS-DN-Q400 + WS-DN-MONTH-DAYS
003590         + WS-DN-DAY.
003600 8500-EXIT.
003610     EXIT.
003620
003630*----------------------------------------------------------
003640* APPEND THIS RUN'S CONTROL RECORD TO THE SHARED RUN LOG
003650*----------------------------------------------------------
003660 9100-WRITE-RUN-LOG.
003670     OPEN EXTEND RUN-CONTROL-LOG
003680     IF WS-RL-STATUS = "35"
003690         OPEN OUTPUT RUN-CONTROL-LOG
003700         CLOSE RUN-CONTROL-LOG
003710         OPEN EXTEND RUN-CONTROL-LOG
003720     END-IF
003730     MOVE "RMLRPT  " TO RL-JOB-NAME
003740     MOVE WS-RUN-START-DATE TO RL-START-DATE
003750     MOVE WS-RUN-START-TIME TO RL-START-TIME
003760     ACCEPT RL-END-DATE FROM DATE YYYYMMDD
003770     ACCEPT RL-END-TIME FROM TIME
003780     MOVE WS-RECORDS-READ TO RL-RECORDS-IN
003790     MOVE WS-CUSTOMERS-LISTED TO RL-RECORDS-OUT
003800     MOVE ZERO TO RL-EXCEPTIONS
003810     MOVE "OK" TO RL-STATUS
003820     MOVE SPACES TO RL-FILLER
003830     WRITE RUN-LOG-RECORD
003840     CLOSE RUN-CONTROL-LOG.
003850 9100-EXIT.
003860     EXIT.
