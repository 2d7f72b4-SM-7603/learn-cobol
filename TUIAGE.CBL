000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TUIAGE.
000030 AUTHOR. PAYROLL-SYSTEMS-GROUP.
000040 INSTALLATION. DATA-PROCESSING-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 10/15/26  SM   INITIAL VERSION - AGED STUDENT RECEIVABLES
000110* 10/15/26  SM   FROM THE STUDENT ACCOUNT LEDGER, SETTING AND
000120* 10/15/26  SM   LIFTING THE PAST-DUE ENROLLMENT HOLD
000130*----------------------------------------------------------
000140*
000150* AGING JOB OVER THE STUDENT MASTER.  EACH STUDENT'S
000160* BALANCE IS DEBITS LESS CREDITS ON THE LEDGER (STUACCT).
000170* PAYMENTS AND CREDITS ARE TAKEN TO HAVE PAID THE OLDEST
000180* DEBITS FIRST, SO WHAT IS STILL OWED IS MADE UP OF THE
000190* NEWEST DEBITS: THE BALANCE IS SPREAD OVER THE DEBITS
000200* NEWEST FIRST AND EACH PIECE IS AGED BY THE DAYS PAST ITS
000210* DUE DATE - CURRENT (NOT YET DUE), 1-30, 31-60, 61-90 AND
000220* OVER 90 DAYS.
000230*
000240* THE OPERATOR KEYS THE HOLD THRESHOLD.  A STUDENT WHOSE
000250* PAST-DUE AMOUNT (EVERYTHING BUT CURRENT) IS OVER IT IS
000260* PUT ON PAST-DUE HOLD ON THE STUDENT MASTER, WHICH STOPS
000270* STUDMNT AND ENRLBAT FROM ADDING ENROLLMENTS FOR THEM; A
000280* STUDENT ON HOLD WHO IS NO LONGER OVER IT IS RELEASED.  A
000290* ZERO THRESHOLD HOLDS ANY PAST-DUE AMOUNT AT ALL.  THE
000300* REPORT (TUIARPT) LISTS EVERY STUDENT WITH A BALANCE.
000310*
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT STUDENT-MASTER ASSIGN TO "STUMAS"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS SEQUENTIAL
000380         RECORD KEY IS SM-STUDENT-ID
000390         FILE STATUS IS WS-SM-STATUS.
000400     SELECT STUDENT-ACCOUNTS ASSIGN TO "STUACCT"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS SA-KEY
000440         FILE STATUS IS WS-SA-STATUS.
000450     SELECT AGING-REPORT ASSIGN TO "TUIARPT"
000460         ORGANIZATION IS LINE SEQUENTIAL.
000470     SELECT RUN-CONTROL-LOG ASSIGN TO "RUNLOG"
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-RL-STATUS.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  STUDENT-MASTER.
000540     COPY STUMAS.
000550 FD  STUDENT-ACCOUNTS.
000560     COPY STUACCT.
000570 FD  AGING-REPORT.
000580 01  AGING-LINE                    PIC X(132).
000590 FD  RUN-CONTROL-LOG.
000600     COPY RUNLOG.
000610
000620 WORKING-STORAGE SECTION.
000630 77  WS-SM-STATUS                  PIC X(02) VALUE "00".
000640 77  WS-SA-STATUS                  PIC X(02) VALUE "00".
000650 77  WS-RL-STATUS                  PIC X(02) VALUE "00".
000660 77  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
000670     88  END-OF-FILE               VALUE "Y".
000680 77  WS-LEDGER-EOF-SWITCH          PIC X(01) VALUE "N".
000690     88  END-OF-LEDGER             VALUE "Y".
000700 77  WS-FIELD-OK                   PIC X(01) VALUE "N".
000710 77  WS-HOLD-THRESHOLD             PIC 9(05)V99 VALUE ZERO.
000720 77  WS-RUN-DAY-NUMBER             PIC 9(07) VALUE ZERO.
000730 77  WS-DAYS-PAST-DUE              PIC S9(07) VALUE ZERO.
000740 77  WS-STUDENTS-READ              PIC 9(05) COMP VALUE ZERO.
000750 77  WS-STUDENTS-LISTED            PIC 9(05) COMP VALUE ZERO.
000760 77  WS-HOLDS-SET                  PIC 9(05) COMP VALUE ZERO.
000770 77  WS-HOLDS-RELEASED             PIC 9(05) COMP VALUE ZERO.
000780 77  WS-HOLDS-KEPT                 PIC 9(05) COMP VALUE ZERO.
000790 77  WS-REWRITE-ERRORS             PIC 9(05) COMP VALUE ZERO.
000800 77  WS-DT-COUNT                   PIC 9(03) COMP VALUE ZERO.
000810 77  WS-DT-SUB                     PIC 9(03) COMP VALUE ZERO.
000820 77  WS-DEBITS                     PIC 9(9)V99 VALUE ZERO.
000830 77  WS-CREDITS                    PIC 9(9)V99 VALUE ZERO.
000840 77  WS-BALANCE                    PIC S9(9)V99 VALUE ZERO.
000850 77  WS-REMAINING                  PIC 9(9)V99 VALUE ZERO.
000860 77  WS-OPEN-AMOUNT                PIC 9(9)V99 VALUE ZERO.
000870 77  WS-PAST-DUE                   PIC 9(9)V99 VALUE ZERO.
000880 77  WS-OLD-HOLD-FLAG              PIC X(01) VALUE SPACE.
000890 77  WS-BUCKET                     PIC 9(01) VALUE ZERO.
000900 77  WS-TOTAL-BALANCE              PIC S9(9)V99 VALUE ZERO.
000910 01  WS-RUN-START-STAMP.
000920     05  WS-RUN-START-DATE         PIC 9(8).
000930     05  WS-RUN-START-TIME         PIC 9(8).
000940*> ONE STUDENT'S DEBITS IN LEDGER ORDER (OLDEST FIRST) WITH
000950*> THE DATE EACH FALLS DUE
000960 01  WS-DEBIT-TABLE.
000970     05  WS-DT-ENTRY OCCURS 300 TIMES.
000980         10  WS-DT-DUE-DATE        PIC 9(08).
000990         10  WS-DT-AMOUNT          PIC 9(7)V99.
001000*> ONE STUDENT'S BALANCE BY AGE, AND THE SAME FOR THE RUN -
001010*> 1 CURRENT, 2 1-30, 3 31-60, 4 61-90, 5 OVER 90
001020 01  WS-STUDENT-BUCKETS.
001030     05  WS-SB-AMOUNT OCCURS 5 TIMES PIC 9(9)V99.
001040 01  WS-TOTAL-BUCKETS.
001050     05  WS-TB-AMOUNT OCCURS 5 TIMES PIC 9(9)V99.
001060*> DAY NUMBER WORK FIELDS - DAYS SINCE A FIXED ORIGIN, WITH
001070*> THE YEAR TAKEN TO START IN MARCH SO THE LEAP DAY FALLS
001080*> AT THE END; THE DIFFERENCE OF TWO IS THE DAYS BETWEEN
001090 01  WS-DN-DATE.
001100     05  WS-DN-YEAR                PIC 9(04).
001110     05  WS-DN-MONTH               PIC 9(02).
001120     05  WS-DN-DAY                 PIC 9(02).
001130 01  WS-DN-DATE-N REDEFINES WS-DN-DATE PIC 9(08).
001140 77  WS-DN-Y                       PIC 9(04) VALUE ZERO.
001150 77  WS-DN-M                       PIC 9(02) VALUE ZERO.
001160 77  WS-DN-Q4                      PIC 9(04) VALUE ZERO.
001170 77  WS-DN-Q100                    PIC 9(04) VALUE ZERO.
001180 77  WS-DN-Q400                    PIC 9(04) VALUE ZERO.
001190 77  WS-DN-MONTH-DAYS              PIC 9(03) VALUE ZERO.
001200 77  WS-DN-RESULT                  PIC 9(07) VALUE ZERO.
001210
001220 01  WS-HEADING-LINE               PIC X(45)
001230         VALUE "AGED STUDENT RECEIVABLES".
001240 01  WS-DATE-LINE.
001250     05  FILLER                    PIC X(07) VALUE "AS OF: ".
001260     05  DTL-RUN-DATE              PIC 9(08).
001270     05  FILLER                    PIC X(19)
001280         VALUE "   HOLD THRESHOLD: ".
001290     05  DTL-THRESHOLD             PIC ZZ,ZZ9.99.
001300 01  WS-COLUMN-LINE.
001310     05  FILLER                    PIC X(08) VALUE "STUDENT".
001320     05  FILLER                    PIC X(22) VALUE "NAME".
001330     05  FILLER                    PIC X(15)
001340         VALUE "        BALANCE".
001350     05  FILLER                    PIC X(15)
001360         VALUE "        CURRENT".
001370     05  FILLER                    PIC X(15)
001380         VALUE "      1-30 DAYS".
001390     05  FILLER                    PIC X(15)
001400         VALUE "     31-60 DAYS".
001410     05  FILLER                    PIC X(15)
001420         VALUE "     61-90 DAYS".
001430     05  FILLER                    PIC X(15)
001440         VALUE "        OVER 90".
001450     05  FILLER                    PIC X(02) VALUE SPACES.
001460     05  FILLER                    PIC X(10) VALUE "HOLD".
001470 01  WS-DETAIL-LINE.
001480     05  DTL-STUDENT-ID            PIC 9(06).
001490     05  FILLER                    PIC X(02) VALUE SPACES.
001500     05  DTL-STUDENT-NAME          PIC X(20).
001510     05  FILLER                    PIC X(02) VALUE SPACES.
001520     05  DTL-BALANCE               PIC ZZZ,ZZZ,ZZ9.99-.
001530     05  DTL-BUCKET OCCURS 5 TIMES PIC ZZZ,ZZZ,ZZ9.99-.
001540     05  FILLER                    PIC X(02) VALUE SPACES.
001550     05  DTL-HOLD-ACTION           PIC X(10).
001560 01  WS-TOTAL-LINE.
001570     05  FILLER                    PIC X(30) VALUE "TOTALS".
001580     05  TTL-BALANCE               PIC ZZZ,ZZZ,ZZ9.99-.
001590     05  TTL-BUCKET OCCURS 5 TIMES PIC ZZZ,ZZZ,ZZ9.99-.
001600 01  WS-COUNT-LINE.
001610     05  CNL-LABEL                 PIC X(30).
001620     05  CNL-COUNT                 PIC ZZ,ZZ9.
001630
001640 PROCEDURE DIVISION.
001650 0000-MAINLINE.
001660     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001670     PERFORM 2000-AGE-STUDENT THRU 2000-EXIT
001680         UNTIL END-OF-FILE
001690     PERFORM 3000-FINISH THRU 3000-EXIT
001700     GOBACK.
001710
001720*----------------------------------------------------------
001730* OPEN THE FILES, PRINT THE HEADINGS, PRIME THE MASTER READ
001740*----------------------------------------------------------
001750 1000-INITIALIZE.
001760     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
001770     ACCEPT WS-RUN-START-TIME FROM TIME
001780     MOVE WS-RUN-START-DATE TO WS-DN-DATE-N
001790     PERFORM 8500-DAY-NUMBER THRU 8500-EXIT
001800     MOVE WS-DN-RESULT TO WS-RUN-DAY-NUMBER
001810     PERFORM 1100-ACCEPT-THRESHOLD THRU 1100-EXIT
001820     INITIALIZE WS-TOTAL-BUCKETS
001830     OPEN I-O STUDENT-MASTER
001840     IF WS-SM-STATUS = "35"
001850         DISPLAY "TUIAGE: NO STUDENT MASTER ON HAND"
001860         SET END-OF-FILE TO TRUE
001870     END-IF
001880*> NO LEDGER YET MEANS NOTHING HAS EVER BEEN BILLED - CREATE
001890*> IT EMPTY SO EVERY STUDENT READS AS OWING NOTHING
001900     OPEN INPUT STUDENT-ACCOUNTS
001910     IF WS-SA-STATUS = "35"
001920         OPEN OUTPUT STUDENT-ACCOUNTS
001930         CLOSE STUDENT-ACCOUNTS
001940         OPEN INPUT STUDENT-ACCOUNTS
001950     END-IF
001960     OPEN OUTPUT AGING-REPORT
001970     WRITE AGING-LINE FROM WS-HEADING-LINE
001980     MOVE WS-RUN-START-DATE TO DTL-RUN-DATE
001990     MOVE WS-HOLD-THRESHOLD TO DTL-THRESHOLD
002000     WRITE AGING-LINE FROM WS-DATE-LINE
002010     MOVE SPACES TO AGING-LINE
002020     WRITE AGING-LINE
002030     WRITE AGING-LINE FROM WS-COLUMN-LINE
002040     IF NOT END-OF-FILE
002050         PERFORM 8000-READ-NEXT THRU 8000-EXIT
002060     END-IF.
002070 1000-EXIT.
002080     EXIT.
002090
002100*----------------------------------------------------------
002110* THE PAST-DUE AMOUNT A STUDENT MAY CARRY BEFORE THE HOLD
002120*----------------------------------------------------------
002130 1100-ACCEPT-THRESHOLD.
002140     DISPLAY "ENTER PAST-DUE HOLD THRESHOLD (99999.99, "
002150         "0 FOR ANY): " WITH NO ADVANCING
002160     ACCEPT WS-HOLD-THRESHOLD
002170     MOVE "N" TO WS-FIELD-OK
002180     PERFORM 1110-VALIDATE-THRESHOLD THRU 1110-EXIT
002190         UNTIL WS-FIELD-OK = "Y".
002200 1100-EXIT.
002210     EXIT.
002220
002230 1110-VALIDATE-THRESHOLD.
002240     IF WS-HOLD-THRESHOLD NUMERIC
002250         MOVE "Y" TO WS-FIELD-OK
002260     ELSE
002270         DISPLAY "THRESHOLD MUST BE AN AMOUNT, TRY AGAIN: "
002280             WITH NO ADVANCING
002290         ACCEPT WS-HOLD-THRESHOLD
002300     END-IF.
002310 1110-EXIT.
002320     EXIT.
002330
002340*----------------------------------------------------------
002350* AGE ONE STUDENT, THEN MOVE ON TO THE NEXT
002360*----------------------------------------------------------
002370 2000-AGE-STUDENT.
002380     ADD 1 TO WS-STUDENTS-READ
002390     PERFORM 2100-LOAD-LEDGER THRU 2100-EXIT
002400     COMPUTE WS-BALANCE = WS-DEBITS - WS-CREDITS
002410     INITIALIZE WS-STUDENT-BUCKETS
002420     MOVE ZERO TO WS-PAST-DUE
002430     IF WS-BALANCE > ZERO
002440         MOVE WS-BALANCE TO WS-REMAINING
002450         PERFORM 2300-AGE-ONE-DEBIT THRU 2300-EXIT
002460             VARYING WS-DT-SUB FROM WS-DT-COUNT BY -1
002470             UNTIL WS-DT-SUB < 1
002480                OR WS-REMAINING = ZERO
002490*> ANY BALANCE LEFT OVER IS OWED ON DEBITS OLDER THAN THE
002500*> TABLE HOLDS - AGE IT AS THE OLDEST THERE IS
002510         ADD WS-REMAINING TO WS-SB-AMOUNT (5)
002520         COMPUTE WS-PAST-DUE = WS-BALANCE - WS-SB-AMOUNT (1)
002530     END-IF
002540     PERFORM 2500-SET-HOLD THRU 2500-EXIT
002550     IF WS-BALANCE NOT = ZERO
002560         PERFORM 2600-PRINT-STUDENT THRU 2600-EXIT
002570     END-IF
002580     PERFORM 8000-READ-NEXT THRU 8000-EXIT.
002590 2000-EXIT.
002600     EXIT.
002610
002620*----------------------------------------------------------
002630* TOTAL THE STUDENT'S DEBITS AND CREDITS, KEEPING EACH DEBIT
002640* WITH ITS DUE DATE
002650*----------------------------------------------------------
002660 2100-LOAD-LEDGER.
002670     MOVE ZERO TO WS-DEBITS
002680     MOVE ZERO TO WS-CREDITS
002690     MOVE ZERO TO WS-DT-COUNT
002700     MOVE "N" TO WS-LEDGER-EOF-SWITCH
002710     MOVE SM-STUDENT-ID TO SA-STUDENT-ID
002720     MOVE ZERO TO SA-TRAN-DATE
002730     MOVE ZERO TO SA-SEQ
002740     START STUDENT-ACCOUNTS KEY IS GREATER THAN OR EQUAL
002750             TO SA-KEY
002760         INVALID KEY
002770             SET END-OF-LEDGER TO TRUE
002780     END-START
002790     IF NOT END-OF-LEDGER
002800         PERFORM 2200-READ-NEXT-LEDGER THRU 2200-EXIT
002810     END-IF
002820     PERFORM 2110-TAKE-ENTRY THRU 2110-EXIT
002830         UNTIL END-OF-LEDGER.
002840 2100-EXIT.
002850     EXIT.
002860
002870 2110-TAKE-ENTRY.
002880     IF SA-CREDIT
002890         ADD SA-AMOUNT TO WS-CREDITS
002900     ELSE
002910         ADD SA-AMOUNT TO WS-DEBITS
002920         IF WS-DT-COUNT < 300
002930             ADD 1 TO WS-DT-COUNT
002940             MOVE SA-DUE-DATE TO WS-DT-DUE-DATE (WS-DT-COUNT)
002950             MOVE SA-AMOUNT TO WS-DT-AMOUNT (WS-DT-COUNT)
002960         END-IF
002970     END-IF
002980     PERFORM 2200-READ-NEXT-LEDGER THRU 2200-EXIT.
002990 2110-EXIT.
003000     EXIT.
003010
003020 2200-READ-NEXT-LEDGER.
003030     READ STUDENT-ACCOUNTS NEXT RECORD
003040         AT END
003050             SET END-OF-LEDGER TO TRUE
003060     END-READ
003070     IF NOT END-OF-LEDGER
003080         IF SA-STUDENT-ID NOT = SM-STUDENT-ID
003090             SET END-OF-LEDGER TO TRUE
003100         END-IF
003110     END-IF.
003120 2200-EXIT.
003130     EXIT.
003140
003150*----------------------------------------------------------
003160* THE PART OF ONE DEBIT STILL OWED, INTO ITS AGE BUCKET
003170*----------------------------------------------------------
003180 2300-AGE-ONE-DEBIT.
003190     IF WS-DT-AMOUNT (WS-DT-SUB) < WS-REMAINING
003200         MOVE WS-DT-AMOUNT (WS-DT-SUB) TO WS-OPEN-AMOUNT
003210     ELSE
003220         MOVE WS-REMAINING TO WS-OPEN-AMOUNT
003230     END-IF
003240     SUBTRACT WS-OPEN-AMOUNT FROM WS-REMAINING
003250     MOVE ZERO TO WS-DAYS-PAST-DUE
003260     IF WS-DT-DUE-DATE (WS-DT-SUB) NUMERIC
003270             AND WS-DT-DUE-DATE (WS-DT-SUB) > ZEROS
003280         MOVE WS-DT-DUE-DATE (WS-DT-SUB) TO WS-DN-DATE-N
003290         PERFORM 8500-DAY-NUMBER THRU 8500-EXIT
003300         COMPUTE WS-DAYS-PAST-DUE =
003310             WS-RUN-DAY-NUMBER - WS-DN-RESULT
003320     END-IF
003330     EVALUATE TRUE
003340         WHEN WS-DAYS-PAST-DUE NOT > ZERO
003350             MOVE 1 TO WS-BUCKET
003360         WHEN WS-DAYS-PAST-DUE NOT > 30
003370             MOVE 2 TO WS-BUCKET
003380         WHEN WS-DAYS-PAST-DUE NOT > 60
003390             MOVE 3 TO WS-BUCKET
003400         WHEN WS-DAYS-PAST-DUE NOT > 90
003410             MOVE 4 TO WS-BUCKET
003420         WHEN OTHER
003430             MOVE 5 TO WS-BUCKET
003440     END-EVALUATE
003450     ADD WS-OPEN-AMOUNT TO WS-SB-AMOUNT (WS-BUCKET).
003460 2300-EXIT.
003470     EXIT.
003480
003490*----------------------------------------------------------
003500* SET OR LIFT THE PAST-DUE HOLD - THE MASTER IS REWRITTEN
003510* ONLY WHEN THE FLAG ACTUALLY CHANGES
003520*----------------------------------------------------------
003530 2500-SET-HOLD.
003540     MOVE SM-HOLD-FLAG TO WS-OLD-HOLD-FLAG
003550     MOVE SPACES TO DTL-HOLD-ACTION
003560     IF WS-PAST-DUE > ZERO AND WS-PAST-DUE > WS-HOLD-THRESHOLD
003570         IF SM-PAST-DUE-HOLD
003580             ADD 1 TO WS-HOLDS-KEPT
003590             MOVE "ON HOLD" TO DTL-HOLD-ACTION
003600             GO TO 2500-EXIT
003610         END-IF
003620         MOVE "P" TO SM-HOLD-FLAG
003630         MOVE "HOLD SET" TO DTL-HOLD-ACTION
003640     ELSE
003650         IF NOT SM-PAST-DUE-HOLD
003660             GO TO 2500-EXIT
003670         END-IF
003680         MOVE SPACE TO SM-HOLD-FLAG
003690         MOVE "RELEASED" TO DTL-HOLD-ACTION
003700     END-IF
003710     REWRITE STUDENT-MASTER-RECORD
003720         INVALID KEY
003730             ADD 1 TO WS-REWRITE-ERRORS
003740             MOVE WS-OLD-HOLD-FLAG TO SM-HOLD-FLAG
003750             MOVE "NOT SAVED" TO DTL-HOLD-ACTION
003760             GO TO 2500-EXIT
003770     END-REWRITE
003780     IF SM-PAST-DUE-HOLD
003790         ADD 1 TO WS-HOLDS-SET
003800     ELSE
003810         ADD 1 TO WS-HOLDS-RELEASED
003820     END-IF.
003830 2500-EXIT.
003840     EXIT.
003850
003860*----------------------------------------------------------
003870* ONE STUDENT'S LINE, AND INTO THE RUN TOTALS
003880*----------------------------------------------------------
003890 2600-PRINT-STUDENT.
003900     ADD 1 TO WS-STUDENTS-LISTED
003910     ADD WS-BALANCE TO WS-TOTAL-BALANCE
003920     MOVE SM-STUDENT-ID TO DTL-STUDENT-ID
003930     MOVE SM-STUDENT-NAME TO DTL-STUDENT-NAME
003940     MOVE WS-BALANCE TO DTL-BALANCE
003950     PERFORM 2610-MOVE-BUCKET THRU 2610-EXIT
003960         VARYING WS-BUCKET FROM 1 BY 1
003970         UNTIL WS-BUCKET > 5
003980     WRITE AGING-LINE FROM WS-DETAIL-LINE.
003990 2600-EXIT.
004000     EXIT.
004010
004020 2610-MOVE-BUCKET.
004030     MOVE WS-SB-AMOUNT (WS-BUCKET) TO DTL-BUCKET (WS-BUCKET)
004040     ADD WS-SB-AMOUNT (WS-BUCKET) TO WS-TB-AMOUNT (WS-BUCKET).
004050 2610-EXIT.
004060     EXIT.
004070
004080*----------------------------------------------------------
004090* PRINT THE RUN TOTALS AND HOLD COUNTS, CLOSE UP
004100*----------------------------------------------------------
004110 3000-FINISH.
004120     MOVE SPACES TO AGING-LINE
004130     WRITE AGING-LINE
004140     MOVE WS-TOTAL-BALANCE TO TTL-BALANCE
004150     PERFORM 3100-MOVE-TOTAL THRU 3100-EXIT
004160         VARYING WS-BUCKET FROM 1 BY 1
004170         UNTIL WS-BUCKET > 5
004180     WRITE AGING-LINE FROM WS-TOTAL-LINE
004190     MOVE SPACES TO AGING-LINE
004200     WRITE AGING-LINE
004210     MOVE "STUDENTS READ:" TO CNL-LABEL
004220     MOVE WS-STUDENTS-READ TO CNL-COUNT
004230     WRITE AGING-LINE FROM WS-COUNT-LINE
004240     MOVE "STUDENTS WITH A BALANCE:" TO CNL-LABEL
004250     MOVE WS-STUDENTS-LISTED TO CNL-COUNT
004260     WRITE AGING-LINE FROM WS-COUNT-LINE
004270     MOVE "HOLDS SET:" TO CNL-LABEL
004280     MOVE WS-HOLDS-SET TO CNL-COUNT
004290     WRITE AGING-LINE FROM WS-COUNT-LINE
004300     MOVE "HOLDS RELEASED:" TO CNL-LABEL
004310     MOVE WS-HOLDS-RELEASED TO CNL-COUNT
004320     WRITE AGING-LINE FROM WS-COUNT-LINE
004330     MOVE "HOLDS KEPT:" TO CNL-LABEL
004340     MOVE WS-HOLDS-KEPT TO CNL-COUNT
004350     WRITE AGING-LINE FROM WS-COUNT-LINE
004360     IF WS-REWRITE-ERRORS > ZERO
004370         MOVE "HOLD CHANGES NOT SAVED:" TO CNL-LABEL
004380         MOVE WS-REWRITE-ERRORS TO CNL-COUNT
004390         WRITE AGING-LINE FROM WS-COUNT-LINE
004400     END-IF
004410     DISPLAY "TUIAGE: " WS-HOLDS-SET " HOLDS SET, "
004420         WS-HOLDS-RELEASED " RELEASED"
004430     IF WS-SM-STATUS NOT = "35"
004440         CLOSE STUDENT-MASTER
004450     END-IF
004460     CLOSE STUDENT-ACCOUNTS
004470     CLOSE AGING-REPORT
004480     PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT.
004490 3000-EXIT.
004500     EXIT.
004510
004520 3100-MOVE-TOTAL.
004530     MOVE WS-TB-AMOUNT (WS-BUCKET) TO TTL-BUCKET (WS-BUCKET).
004540 3100-EXIT.
004550     EXIT.
004560
004570*----------------------------------------------------------
004580* READ THE NEXT MASTER RECORD, SET THE EOF SWITCH AT END
004590*----------------------------------------------------------
004600 8000-READ-NEXT.
004610     READ STUDENT-MASTER NEXT RECORD
004620         AT END
004630             SET END-OF-FILE TO TRUE
004640     END-READ.
004650 8000-EXIT.
004660     EXIT.
004670
004680*----------------------------------------------------------
004690* DAY NUMBER OF WS-DN-DATE INTO WS-DN-RESULT: 365 DAYS A
004700* YEAR PLUS THE LEAP DAYS (EVERY 4TH YEAR, NOT THE 100TH,
004710* BUT THE 400TH) PLUS THE DAYS BEFORE THE MONTH IN A YEAR
004720* COUNTED FROM MARCH - JANUARY AND FEBRUARY BELONG TO THE
004730* YEAR BEFORE, SO FEBRUARY 29 IS ALWAYS THE YEAR'S LAST DAY
004740*----------------------------------------------------------
004750 8500-DAY-NUMBER.
004760     MOVE WS-DN-YEAR TO WS-DN-Y
004770     MOVE WS-DN-MONTH TO WS-DN-M
004780     IF WS-DN-M < 3
004790         SUBTRACT 1 FROM WS-DN-Y
004800         ADD 12 TO WS-DN-M
004810     END-IF
004820     DIVIDE WS-DN-Y BY 4 GIVING WS-DN-Q4
004830     DIVIDE WS-DN-Y BY 100 GIVING WS-DN-Q100
004840     DIVIDE WS-DN-Y BY 400 GIVING WS-DN-Q400
004850     COMPUTE WS-DN-MONTH-DAYS = (153 * (WS-DN-M - 3) + 2) / 5
004860     COMPUTE WS-DN-RESULT = 365 * WS-DN-Y + WS-DN-Q4
004870         - WS-DN-Q100 + WS-DN-Q400 + WS-DN-MONTH-DAYS
004880         + WS-DN-DAY.
004890 8500-EXIT.
004900     EXIT.
004910
004920*----------------------------------------------------------
004930* APPEND THIS RUN'S CONTROL RECORD TO THE RUN LOG
004940*----------------------------------------------------------
004950 9100-WRITE-RUN-LOG.
004960     OPEN EXTEND RUN-CONTROL-LOG
004970     IF WS-RL-STATUS = "35"
004980         OPEN OUTPUT RUN-CONTROL-LOG
004990         CLOSE RUN-CONTROL-LOG
005000         OPEN EXTEND RUN-CONTROL-LOG
005010     END-IF
005020     MOVE "TUIAGE  " TO RL-JOB-NAME
005030     MOVE WS-RUN-START-DATE TO RL-START-DATE
005040     MOVE WS-RUN-START-TIME TO RL-START-TIME
005050     ACCEPT RL-END-DATE FROM DATE YYYYMMDD
005060     ACCEPT RL-END-TIME FROM TIME
005070     MOVE WS-STUDENTS-READ TO RL-RECORDS-IN
005080     MOVE WS-STUDENTS-LISTED TO RL-RECORDS-OUT
005090     MOVE WS-REWRITE-ERRORS TO RL-EXCEPTIONS
005100     MOVE "OK" TO RL-STATUS
005110     MOVE SPACES TO RL-FILLER
005120     WRITE RUN-LOG-RECORD
005130     CLOSE RUN-CONTROL-LOG.
005140 9100-EXIT.
005150     EXIT.
