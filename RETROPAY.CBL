000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RETROPAY.
000030 AUTHOR. PAYROLL-SYSTEMS-GROUP.
000040 INSTALLATION. DATA-PROCESSING-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 10/15/26  SM   INITIAL VERSION - RETROACTIVE PAY FOR
000110* 10/15/26  SM   BACKDATED RATE CHANGES, PREVIEW REGISTER
000120* 10/15/26  SM   FOR APPROVAL AND POSTING RUN
000125* 10/15/26  SM   DEDDETL ARREARS FIELDS CLEARED ON THE T DETAILS
000130*----------------------------------------------------------
000140*
000150* AS-NEEDED BATCH RUN.  A RATE CHANGE KEYED IN RATEMNT WITH
000160* AN EFFECTIVE DATE ON OR BEFORE THE DAY IT WAS ENTERED IS
000170* HELD ON THE PAY RATE HISTORY AS RETRO PENDING (P) - EVERY
000180* CHECK POSTED FROM THE EFFECTIVE DATE UNTIL THE CHANGE WAS
000190* KEYED WENT OUT AT THE OLD RATE.  FOR EACH CUSTOMER WITH A
000200* PENDING CHANGE THIS PROGRAM WALKS THE PAY HISTORY FROM THE
000210* EARLIEST PENDING EFFECTIVE DATE, TAKES THE LIVE CHECK ON
000220* EACH PAY DATE (THE HIGHEST SEQUENCE THAT IS NOT A
000230* REVERSAL, SAME RULE AS PAYADJ), AND PRICES THE DIFFERENCE:
000240* THE CHECK'S GROSS SCALED FROM THE RATE IT WAS PAID AT TO
000250* THE RATE IN FORCE ON ITS PAY DATE, SO OVERTIME AND DOUBLE
000260* TIME CARRY THEIR PREMIUM.  A RATE ALREADY COVERED BY AN
000270* EARLIER RETRO (D) OR PAID BY THE REGISTER IS NOT PAID
000280* TWICE.  A DECREASE IS LISTED BUT NOT RECOVERED.
000290*
000300* THE SYSIN CARD PICKS THE MODE.  P PRINTS THE RETRO
000310* REGISTER AS A PREVIEW, POSTS NOTHING, AND LEAVES ITS
000320* TOTALS ON RETROAPR FOR THE POSTING RUN.  A BLANK CARD
000330* POSTS: THE TOTALS ARE RECOMPUTED FIRST, AND THE RUN IS
000340* REFUSED (RC 8) UNLESS TODAY'S PREVIEW MATCHES THEM AND
000350* TODAY'S PAYSNAP SNAPSHOT IS ON THE RUN LOG.  THEN EACH
000360* CUSTOMER'S DIFFERENCES GO OUT AS ONE OFF-CYCLE PAPER
000370* CHECK DATED TODAY THROUGH THE SAME PATH A PAYADJ
000380* CORRECTED CHECK TAKES - WITHHOLDING THROUGH WTHCALC, SOC
000390* SEC/MEDICARE/FUTA/SUTA THROUGH TAXCALC AGAINST THIS
000400* YEAR'S WAGE BASES, PERCENT-OF-GROSS DEDUCTIONS (A FLAT
000410* AMOUNT WAS ALREADY TAKEN FROM THE CHECK IT BELONGS TO), A
000420* T RECORD ON THE PAY HISTORY AT THE FIRST FREE SEQUENCE
000430* AFTER 0, YTD, DEDDETL AND ETXDETL T DETAILS, BALANCED
000440* GLACTV LINES, AND AN ISSUED EVENT ON THE CHECK REGISTER.
000450* THE CUSTOMER'S PENDING CHANGES ARE THEN MARKED DONE (D).
000460*
000470* A SCHEDULED CHECK DATE IS REFUSED IN BOTH MODES - THE
000480* RETRO CHECK WOULD LAND IN THAT DAY'S CHECK PRINT AND
000490* BALANCING.  RUN IT ON ANY OTHER DAY.
000500*
000510 ENVIRONMENT DIVISION.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT PAY-RATE-HISTORY ASSIGN TO "RATEHIST"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS RH-KEY
000580         FILE STATUS IS WS-RH-STATUS.
000590     SELECT PAY-HISTORY ASSIGN TO "PAYHIST"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS PH-KEY
000630         FILE STATUS IS WS-PH-STATUS.
000640     SELECT YTD-TOTALS ASSIGN TO "YTDTOTS"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS YT-SSNUM
000680         FILE STATUS IS WS-YT-STATUS.
000690     SELECT DEDUCTION-MASTER ASSIGN TO "DEDMAS"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS DD-SSNUM
000730         FILE STATUS IS WS-DD-STATUS.
000740     SELECT CHECK-REGISTER ASSIGN TO "CHKREG"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-CR-STATUS.
000770     SELECT DEDUCTION-DETAIL ASSIGN TO "DEDDETL"
000780         ORGANIZATION IS LINE SEQUENTIAL
000790         FILE STATUS IS WS-DT-STATUS.
000800     SELECT GL-ACTIVITY ASSIGN TO "GLACTV"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-GA-STATUS.
000830     SELECT WAGE-BASES ASSIGN TO "WAGEBASE"
000840         ORGANIZATION IS INDEXED
000850         ACCESS MODE IS DYNAMIC
000860         RECORD KEY IS WB-KEY
000870         FILE STATUS IS WS-WB-STATUS.
000880     SELECT EMPLOYER-TAX-DETAIL ASSIGN TO "ETXDETL"
000890         ORGANIZATION IS INDEXED
000900         ACCESS MODE IS DYNAMIC
000910         RECORD KEY IS ET-KEY
000920         FILE STATUS IS WS-ET-STATUS.
000930     SELECT TAX-PROFILES ASSIGN TO "TAXPROF"
000940         ORGANIZATION IS INDEXED
000950         ACCESS MODE IS RANDOM
000960         RECORD KEY IS TP-SSNUM
000970         FILE STATUS IS WS-TP-STATUS.
000980     SELECT RETRO-APPROVAL ASSIGN TO "RETROAPR"
000990         ORGANIZATION IS LINE SEQUENTIAL
001000         FILE STATUS IS WS-RA-STATUS.
001010     SELECT RETRO-REGISTER ASSIGN TO "RETRORPT"
001020         ORGANIZATION IS LINE SEQUENTIAL.
001030     SELECT RUN-CONTROL-LOG ASSIGN TO "RUNLOG"
001040         ORGANIZATION IS LINE SEQUENTIAL
001050         FILE STATUS IS WS-RL-STATUS.
001060
001070 DATA DIVISION.
001080 FILE SECTION.
001090 FD  PAY-RATE-HISTORY.
001100     COPY PAYRATE.
001110 FD  PAY-HISTORY.
001120     COPY PAYHIST.
001130 FD  YTD-TOTALS.
001140     COPY YTDTOTS.
001150 FD  DEDUCTION-MASTER.
001160     COPY DEDMAS.
001170 FD  CHECK-REGISTER.
001180     COPY CHKREG.
001190 FD  DEDUCTION-DETAIL.
001200     COPY DEDDTL.
001210 FD  GL-ACTIVITY.
001220     COPY GLACTV.
001230 FD  WAGE-BASES.
001240     COPY WAGEBASE.
001250 FD  EMPLOYER-TAX-DETAIL.
001260     COPY ETXDTL.
001270 FD  TAX-PROFILES.
001280     COPY TAXPROF.
001290 FD  RETRO-APPROVAL.
001300     COPY RETROAPR.
001310 FD  RETRO-REGISTER.
001320 01  RETRO-REGISTER-LINE           PIC X(80).
001330 FD  RUN-CONTROL-LOG.
001340     COPY RUNLOG.
001350
001360 WORKING-STORAGE SECTION.
001370 77  WS-RH-STATUS                  PIC X(02) VALUE "00".
001380 77  WS-PH-STATUS                  PIC X(02) VALUE "00".
001390 77  WS-YT-STATUS                  PIC X(02) VALUE "00".
001400 77  WS-DD-STATUS                  PIC X(02) VALUE "00".
001410 77  WS-CR-STATUS                  PIC X(02) VALUE "00".
001420 77  WS-DT-STATUS                  PIC X(02) VALUE "00".
001430 77  WS-GA-STATUS                  PIC X(02) VALUE "00".
001440 77  WS-WB-STATUS                  PIC X(02) VALUE "00".
001450 77  WS-ET-STATUS                  PIC X(02) VALUE "00".
001460 77  WS-TP-STATUS                  PIC X(02) VALUE "00".
001470 77  WS-RA-STATUS                  PIC X(02) VALUE "00".
001480 77  WS-RL-STATUS                  PIC X(02) VALUE "00".
001490     COPY RUNCHKP.
001500     COPY WTHCPRM.
001510     COPY TAXPARM.
001520     COPY CALPARM.
001530 77  WS-RUN-MODE                   PIC X(01) VALUE SPACE.
001540     88  PREVIEW-RUN               VALUE "P", "p".
001550 77  WS-LOG-JOB-NAME               PIC X(08) VALUE "RETROPAY".
001560 77  WS-RUN-STATUS                 PIC X(04) VALUE "OK".
001570 77  WS-RUN-REFUSED-SWITCH         PIC X(01) VALUE "N".
001580     88  RUN-REFUSED               VALUE "Y".
001590*> A POSTING RUN MAKES TWO PASSES OVER THE RATE HISTORY - A
001600*> COUNT PASS THAT ONLY TOTALS, HELD TO THE PREVIEW, THEN
001610*> THE PASS THAT PRINTS AND POSTS.  A PREVIEW MAKES ONE
001620*> PRINT PASS AND POSTS NOTHING
001630 77  WS-PASS-SWITCH                PIC X(01) VALUE "C".
001640     88  COUNT-PASS                VALUE "C".
001650     88  PRINT-PASS                VALUE "P".
001660 77  WS-HISTORY-SWITCH             PIC X(01) VALUE "N".
001670     88  RATE-HISTORY-ON-FILE      VALUE "Y".
001680 77  WS-RATES-EOF-SWITCH           PIC X(01) VALUE "N".
001690     88  END-OF-RATES              VALUE "Y".
001700 77  WS-ENTRIES-DONE-SWITCH        PIC X(01) VALUE "N".
001710     88  ENTRIES-LOADED            VALUE "Y".
001720 77  WS-CHECKS-DONE-SWITCH         PIC X(01) VALUE "N".
001730     88  CHECKS-WALKED             VALUE "Y".
001740 77  WS-REG-EOF-SWITCH             PIC X(01) VALUE "N".
001750     88  END-OF-REGISTER           VALUE "Y".
001760 77  WS-PENDING-SWITCH             PIC X(01) VALUE "N".
001770     88  CUSTOMER-PENDING          VALUE "Y".
001780 77  WS-OVERFLOW-SWITCH            PIC X(01) VALUE "N".
001790     88  ENTRY-TABLE-FULL          VALUE "Y".
001800 77  WS-LIVE-SWITCH                PIC X(01) VALUE "N".
001810     88  LIVE-CHECK-HELD           VALUE "Y".
001820 77  WS-SEQ-SWITCH                 PIC X(01) VALUE "N".
001830     88  FREE-SEQ-FOUND            VALUE "Y".
001840 01  WS-RUN-DATE                   PIC 9(08) VALUE ZEROS.
001850 01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE.
001860     05  WS-RUN-YYYY               PIC 9(04).
001870     05  WS-RUN-MMDD               PIC 9(04).
001880 01  WS-RUN-START-STAMP.
001890     05  WS-RUN-START-DATE         PIC 9(8).
001900     05  WS-RUN-START-TIME         PIC 9(8).
001910*> THE CUSTOMER BEING PRICED AND EVERY ENTRY IT HAS ON THE
001920*> RATE HISTORY, OLDEST FIRST
001930 01  WS-CUR-SSN                    PIC 9(09) VALUE ZEROS.
001940 01  WS-WINDOW-START               PIC 9(08) VALUE ZEROS.
001950 77  WS-ENTRY-COUNT                PIC 9(02) COMP VALUE ZERO.
001960 77  WS-ENTRY-SUB                  PIC 9(02) COMP VALUE ZERO.
001970 01  WS-ENTRY-TABLE.
001980     05  WS-ENTRY OCCURS 40 TIMES.
001990         10  WS-EN-EFFECTIVE       PIC 9(08).
002000         10  WS-EN-RATE            PIC 9(3)V99.
002010         10  WS-EN-FLAG            PIC X(01).
002020*> THE LIVE CHECK HELD FOR THE PAY DATE BEING WALKED
002030 01  WS-HELD-DATE                  PIC 9(08) VALUE ZEROS.
002040 01  WS-HELD-CHECK.
002050     05  WS-HC-HOURS               PIC 9(3)V99.
002060     05  WS-HC-RATE                PIC 9(3)V99.
002070     05  WS-HC-GROSS               PIC 9(5)V99.
002080*> WHAT THE RATE HISTORY SAYS FOR ONE PAY DATE - THE RATE
002090*> IN FORCE COUNTING THE PENDING CHANGES, AND THE RATE THE
002100*> CHECK IS ALREADY COVERED AT WITHOUT THEM
002110 77  WS-IN-FORCE-DATE              PIC 9(08) VALUE ZEROS.
002120 77  WS-NEW-RATE                   PIC 9(3)V99 VALUE ZERO.
002130 77  WS-COVERED-RATE               PIC 9(3)V99 VALUE ZERO.
002140 77  WS-SETTLED-RATE               PIC 9(3)V99 VALUE ZERO.
002150 77  WS-SETTLED-SWITCH             PIC X(01) VALUE "N".
002160     88  SETTLED-RATE-FOUND        VALUE "Y".
002170 77  WS-CHECK-DIFF                 PIC 9(5)V99 VALUE ZERO.
002180 77  WS-CUST-CHECKS                PIC 9(03) COMP VALUE ZERO.
002190 77  WS-CUST-RETRO-GROSS           PIC 9(5)V99 VALUE ZERO.
002200 77  WS-RETRO-SEQ                  PIC 99 VALUE ZERO.
002210 77  WS-GROSS-PAY                  PIC 9(05)V99 VALUE ZERO.
002220 77  WS-WITHHOLDING-AMT            PIC 9(05)V99 VALUE ZERO.
002230 77  WS-FICA-AMT                   PIC 9(05)V99 VALUE ZERO.
002240 77  WS-NET-PAY                    PIC 9(05)V99 VALUE ZERO.
002250 77  WS-DED-AMOUNT                 PIC 9(05)V99 VALUE ZERO.
002260 77  WS-DED-CHECK-TOTAL            PIC 9(05)V99 VALUE ZERO.
002270 77  WS-DED-PRIORITY               PIC 9 COMP VALUE ZERO.
002280 77  WS-DED-SUB                    PIC 9 COMP VALUE ZERO.
002290*> WHAT THE RETRO CHECK TOOK BY TYPE, HELD UNTIL ITS HISTORY
002300*> RECORD IS SAFELY WRITTEN
002310 77  WS-RETRO-DED-COUNT            PIC 9 COMP VALUE ZERO.
002320 01  WS-RETRO-DED-TABLE.
002330     05  WS-RETRO-DED-ENTRY OCCURS 5 TIMES.
002340         10  WS-RD-TYPE-CODE       PIC X(03).
002350         10  WS-RD-AMOUNT          PIC 9(05)V99.
002360 77  WS-NEXT-CHECK-NO              PIC 9(06) VALUE 1.
002370*> ONE GENERAL-LEDGER ACTIVITY LINE IS BUILT HERE AND
002380*> APPENDED BY 7000 - DEDUCTION KEYS ARE DED PLUS THE TYPE
002390 77  WS-GL-KEY                     PIC X(08) VALUE SPACES.
002400 77  WS-GL-DR-CR                   PIC X(01) VALUE SPACE.
002410 77  WS-GL-AMOUNT                  PIC 9(07)V99 VALUE ZERO.
002420 01  WS-GL-DED-KEY.
002430     05  FILLER                    PIC X(03) VALUE "DED".
002440     05  WS-GL-DED-TYPE            PIC X(03).
002450     05  FILLER                    PIC X(02) VALUE SPACES.
002460*> RUN TOTALS - THE THREE THE PREVIEW IS HELD TO, THEN WHAT
002470*> THE POSTING PASS ACTUALLY MOVED
002480 77  WS-CUSTOMER-COUNT             PIC 9(05) COMP VALUE ZERO.
002490 77  WS-CHECK-COUNT                PIC 9(07) COMP VALUE ZERO.
002500 77  WS-RETRO-GROSS-TOTAL          PIC 9(09)V99 VALUE ZERO.
002510 77  WS-DECREASE-COUNT             PIC 9(05) COMP VALUE ZERO.
002520 77  WS-EXCEPTION-COUNT            PIC 9(05) COMP VALUE ZERO.
002530 77  WS-RETRO-CHECKS-POSTED        PIC 9(05) COMP VALUE ZERO.
002540 77  WS-RETRO-NET-TOTAL            PIC 9(09)V99 VALUE ZERO.
002550 77  WS-ENTRIES-MARKED             PIC 9(05) COMP VALUE ZERO.
002560 77  WS-GL-LINES-WRITTEN           PIC 9(05) COMP VALUE ZERO.
002570 77  WS-APPROVED-CUSTOMERS         PIC 9(05) COMP VALUE ZERO.
002580 77  WS-APPROVED-CHECKS            PIC 9(07) COMP VALUE ZERO.
002590 77  WS-APPROVED-GROSS             PIC 9(09)V99 VALUE ZERO.
002600
002610 01  WS-HEADING-LINE-1.
002620     05  FILLER                    PIC X(30)
002630         VALUE "RETROACTIVE PAY REGISTER -".
002640     05  HL-MODE                   PIC X(10) VALUE SPACES.
002650     05  FILLER                    PIC X(10) VALUE "RUN DATE ".
002660     05  HL-RUN-DATE               PIC 9(08).
002670 01  WS-HEADING-LINE-2.
002680     05  FILLER                    PIC X(12) VALUE " SSN".
002690     05  FILLER                    PIC X(10) VALUE "PAY DATE".
002700     05  FILLER                    PIC X(08) VALUE " HOURS".
002710     05  FILLER                    PIC X(08) VALUE "  PAID".
002720     05  FILLER                    PIC X(08) VALUE "   NEW".
002730     05  FILLER                    PIC X(11) VALUE "ORIG GROSS".
002740     05  FILLER                    PIC X(11) VALUE "    RETRO".
002750 01  WS-DETAIL-LINE.
002760     05  FILLER                    PIC X(01) VALUE SPACE.
002770     05  DL-SSNUM                  PIC 9(09).
002780     05  FILLER                    PIC X(02) VALUE SPACES.
002790     05  DL-PAY-DATE               PIC 9(08).
002800     05  FILLER                    PIC X(02) VALUE SPACES.
002810     05  DL-HOURS                  PIC ZZ9.99.
002820     05  FILLER                    PIC X(02) VALUE SPACES.
002830     05  DL-PAID-RATE              PIC ZZ9.99.
002840     05  FILLER                    PIC X(02) VALUE SPACES.
002850     05  DL-NEW-RATE               PIC ZZ9.99.
002860     05  FILLER                    PIC X(02) VALUE SPACES.
002870     05  DL-ORIG-GROSS             PIC ZZ,ZZ9.99.
002880     05  FILLER                    PIC X(02) VALUE SPACES.
002890     05  DL-RETRO                  PIC ZZ,ZZ9.99.
002900     05  FILLER                    PIC X(02) VALUE SPACES.
002910     05  DL-NOTE                   PIC X(12).
002920 01  WS-CUSTOMER-LINE.
002930     05  FILLER                    PIC X(04) VALUE SPACES.
002940     05  FILLER                    PIC X(16)
002950         VALUE "CUSTOMER TOTAL ".
002960     05  CL-SSNUM                  PIC 9(09).
002970     05  FILLER                    PIC X(02) VALUE SPACES.
002980     05  CL-CHECKS                 PIC ZZ9.
002990     05  FILLER                    PIC X(08) VALUE " CHECKS".
003000     05  FILLER                    PIC X(17)
003010         VALUE "    RETRO GROSS ".
003020     05  CL-RETRO-GROSS            PIC ZZ,ZZ9.99.
003030 01  WS-RETRO-CHECK-LINE.
003040     05  FILLER                    PIC X(04) VALUE SPACES.
003050     05  FILLER                    PIC X(06) VALUE "CHECK ".
003060     05  RCL-CHECK-NO              PIC 9(06).
003070     05  FILLER                    PIC X(06) VALUE "  WTH ".
003080     05  RCL-WITHHELD              PIC ZZ,ZZ9.99.
003090     05  FILLER                    PIC X(06) VALUE "  FICA".
003100     05  RCL-FICA                  PIC ZZ,ZZ9.99.
003110     05  FILLER                    PIC X(06) VALUE "  DED ".
003120     05  RCL-DEDUCTIONS            PIC ZZ,ZZ9.99.
003130     05  FILLER                    PIC X(06) VALUE "  NET ".
003140     05  RCL-NET                   PIC ZZ,ZZ9.99.
003150 01  WS-MESSAGE-LINE.
003160     05  FILLER                    PIC X(04) VALUE SPACES.
003170     05  ML-TEXT                   PIC X(60).
003180 01  WS-TOTAL-LINE.
003190     05  TL-LABEL                  PIC X(40).
003200     05  TL-COUNT                  PIC ZZ,ZZZ,ZZ9.
003210     05  FILLER                    PIC X(02) VALUE SPACES.
003220     05  TL-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99.
003230
003240 PROCEDURE DIVISION.
003250 0000-MAINLINE.
003260     PERFORM 0500-CHECK-PREREQS THRU 0500-EXIT
003270     IF RUN-REFUSED
003280         MOVE "FAIL" TO WS-RUN-STATUS
003290         PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT
003300         MOVE 8 TO RETURN-CODE
003310         GOBACK
003320     END-IF
003330     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003340     IF NOT PREVIEW-RUN
003350         PERFORM 1500-COUNT-PASS THRU 1500-EXIT
003360         IF RUN-REFUSED
003370             PERFORM 5900-CLOSE-FILES THRU 5900-EXIT
003380             MOVE "FAIL" TO WS-RUN-STATUS
003390             PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT
003400             MOVE 8 TO RETURN-CODE
003410             GOBACK
003420         END-IF
003430         PERFORM 1600-OPEN-POSTING-FILES THRU 1600-EXIT
003440     END-IF
003450     SET PRINT-PASS TO TRUE
003460     PERFORM 1700-START-PASS THRU 1700-EXIT
003470     PERFORM 2000-NEXT-CUSTOMER THRU 2000-EXIT
003480         UNTIL END-OF-RATES
003490     PERFORM 5000-FINISH THRU 5000-EXIT
003500     GOBACK.
003510
003520*----------------------------------------------------------
003530* THE MODE CARD, THEN WHAT EVERY RUN NEEDS: NOT A CHECK
003540* DATE.  A POSTING RUN ALSO NEEDS TODAY'S SNAPSHOT AND A
003550* PAYROLL TAX RATE SET FOR THE YEAR, THE SAME AS PAYREG
003560*----------------------------------------------------------
003570 0500-CHECK-PREREQS.
003580     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
003590     ACCEPT WS-RUN-START-TIME FROM TIME
003600     MOVE WS-RUN-START-DATE TO WS-RUN-DATE
003610     DISPLAY "RUN MODE - P FOR A PREVIEW REGISTER, BLANK TO "
003620         "POST: " WITH NO ADVANCING
003630     MOVE SPACE TO WS-RUN-MODE
003640     ACCEPT WS-RUN-MODE
003650     IF PREVIEW-RUN
003660         MOVE "RETROPRV" TO WS-LOG-JOB-NAME
003670         DISPLAY "RETROPAY: PREVIEW - NOTHING WILL BE POSTED"
003680     END-IF
003690     MOVE "D" TO CK-FUNCTION
003700     MOVE WS-RUN-DATE TO CK-DATE
003710     CALL "CALLOOK" USING CALENDAR-LOOKUP-PARMS
003720     IF CK-NO-CALENDAR
003730         DISPLAY "RETROPAY: WARNING - NO PAYROLL CALENDAR ON "
003740             "FILE, RUN DATE NOT CHECKED"
003750     ELSE
003760         IF CK-IS-CHECK-DATE
003770             DISPLAY "RETROPAY: " WS-RUN-DATE " IS A SCHEDULED "
003780                 "CHECK DATE - RUN REFUSED, RUN ON ANOTHER DAY"
003790             SET RUN-REFUSED TO TRUE
003800         END-IF
003810     END-IF
003820     IF PREVIEW-RUN
003830         GO TO 0500-EXIT
003840     END-IF
003850     MOVE WS-RUN-DATE TO PR-RUN-DATE
003860     MOVE "PAYSNAP " TO PR-PREREQ-JOB
003870     CALL "RUNCHK" USING RUNCHK-PARMS
003880     IF NOT PR-PREREQ-MET
003890         DISPLAY "RETROPAY: TODAY'S PAYSNAP SNAPSHOT IS NOT "
003900             "ON THE RUN LOG - RUN REFUSED"
003910         SET RUN-REFUSED TO TRUE
003920     END-IF
003930     MOVE WS-RUN-YYYY TO TC-TAX-YEAR
003940     MOVE ZERO TO TC-GROSS TC-SS-WAGES-YTD TC-MED-WAGES-YTD
003950         TC-FUTA-WAGES-YTD TC-SUTA-WAGES-YTD
003960     CALL "TAXCALC" USING PAYROLL-TAX-PARMS
003970     IF NOT TC-RATES-FOUND
003980         DISPLAY "RETROPAY: NO PAYROLL TAX RATE SET ON ERTAXRT "
003990             "FOR " WS-RUN-YYYY " - RUN REFUSED"
004000         SET RUN-REFUSED TO TRUE
004010     END-IF.
004020 0500-EXIT.
004030     EXIT.
004040
004050*----------------------------------------------------------
004060* THE RATE HISTORY AND THE PAY HISTORY - READ ONLY FOR A
004070* PREVIEW.  NO RATE HISTORY MEANS NOTHING CAN BE PENDING
004080*----------------------------------------------------------
004090 1000-INITIALIZE.
004100     IF PREVIEW-RUN
004110         OPEN INPUT PAY-RATE-HISTORY
004120     ELSE
004130         OPEN I-O PAY-RATE-HISTORY
004140     END-IF
004150     IF WS-RH-STATUS = "00"
004160         SET RATE-HISTORY-ON-FILE TO TRUE
004170     ELSE
004180         DISPLAY "RETROPAY: NO PAY RATE HISTORY ON FILE - "
004190             "NOTHING PENDING"
004200         GO TO 1000-OPEN-REGISTER
004210     END-IF
004220     IF PREVIEW-RUN
004230         OPEN INPUT PAY-HISTORY
004240     ELSE
004250         OPEN I-O PAY-HISTORY
004260     END-IF
004270     IF WS-PH-STATUS NOT = "00"
004280         DISPLAY "RETROPAY: NO PAY HISTORY ON FILE - NO CHECKS "
004290             "TO PRICE"
004300         IF RATE-HISTORY-ON-FILE
004310             CLOSE PAY-RATE-HISTORY
004320         END-IF
004330         MOVE "N" TO WS-HISTORY-SWITCH
004340     END-IF.
004350 1000-OPEN-REGISTER.
004360     OPEN OUTPUT RETRO-REGISTER
004370     MOVE WS-RUN-DATE TO HL-RUN-DATE
004380     IF PREVIEW-RUN
004390         MOVE "PREVIEW" TO HL-MODE
004400     ELSE
004410         MOVE "POSTED" TO HL-MODE
004420     END-IF
004430     WRITE RETRO-REGISTER-LINE FROM WS-HEADING-LINE-1
004440     WRITE RETRO-REGISTER-LINE FROM WS-HEADING-LINE-2.
004450 1000-EXIT.
004460     EXIT.
004470
004480*----------------------------------------------------------
004490* A POSTING RUN TOTALS EVERYTHING FIRST AND HOLDS IT TO THE
004500* DAY'S APPROVED PREVIEW - A DIFFERENT COUNT OR GROSS MEANS
004510* THE HISTORY CHANGED SINCE THE REGISTER WAS SIGNED OFF
004520*----------------------------------------------------------
004530 1500-COUNT-PASS.
004540     SET COUNT-PASS TO TRUE
004550     PERFORM 1700-START-PASS THRU 1700-EXIT
004560     PERFORM 2000-NEXT-CUSTOMER THRU 2000-EXIT
004570         UNTIL END-OF-RATES
004580     OPEN INPUT RETRO-APPROVAL
004590     IF WS-RA-STATUS NOT = "00"
004600         DISPLAY "RETROPAY: NO RETRO PREVIEW ON FILE - RUN THE "
004610             "PREVIEW FIRST - RUN REFUSED"
004620         SET RUN-REFUSED TO TRUE
004630         GO TO 1500-EXIT
004640     END-IF
004650     READ RETRO-APPROVAL
004660         AT END
004670             MOVE ZEROS TO RA-RUN-DATE
004680     END-READ
004690     CLOSE RETRO-APPROVAL
004700     IF RA-RUN-DATE NOT = WS-RUN-DATE
004710         DISPLAY "RETROPAY: THE LAST RETRO PREVIEW RAN "
004720             RA-RUN-DATE " - RUN TODAY'S PREVIEW FIRST - "
004730             "RUN REFUSED"
004740         SET RUN-REFUSED TO TRUE
004750         GO TO 1500-EXIT
004760     END-IF
004770     MOVE RA-CUSTOMER-COUNT TO WS-APPROVED-CUSTOMERS
004780     MOVE RA-CHECK-COUNT TO WS-APPROVED-CHECKS
004790     MOVE RA-RETRO-GROSS TO WS-APPROVED-GROSS
004800     IF WS-CUSTOMER-COUNT NOT = WS-APPROVED-CUSTOMERS
004810             OR WS-CHECK-COUNT NOT = WS-APPROVED-CHECKS
004820             OR WS-RETRO-GROSS-TOTAL NOT = WS-APPROVED-GROSS
004830         DISPLAY "RETROPAY: TOTALS DO NOT MATCH TODAY'S "
004840             "APPROVED PREVIEW - RUN REFUSED"
004850         DISPLAY "  PREVIEW: CUSTOMERS " WS-APPROVED-CUSTOMERS
004860             " CHECKS " WS-APPROVED-CHECKS
004870             " GROSS " WS-APPROVED-GROSS
004880         DISPLAY "  NOW:     CUSTOMERS " WS-CUSTOMER-COUNT
004890             " CHECKS " WS-CHECK-COUNT
004900             " GROSS " WS-RETRO-GROSS-TOTAL
004910         SET RUN-REFUSED TO TRUE
004920     END-IF.
004930 1500-EXIT.
004940     EXIT.
004950
004960*----------------------------------------------------------
004970* THE FILES ONLY A POSTING PASS WRITES.  THE NEXT CHECK
004980* NUMBER COMES FROM A REGISTER SCAN BEFORE IT IS OPENED TO
004990* EXTEND, SAME AS CHKPRT 1100
005000*----------------------------------------------------------
005010 1600-OPEN-POSTING-FILES.
005020     OPEN I-O YTD-TOTALS
005030     IF WS-YT-STATUS = "35"
005040         OPEN OUTPUT YTD-TOTALS
005050         CLOSE YTD-TOTALS
005060         OPEN I-O YTD-TOTALS
005070     END-IF
005080     OPEN I-O DEDUCTION-MASTER
005090     IF WS-DD-STATUS = "35"
005100         OPEN OUTPUT DEDUCTION-MASTER
005110         CLOSE DEDUCTION-MASTER
005120         OPEN I-O DEDUCTION-MASTER
005130     END-IF
005140     OPEN EXTEND DEDUCTION-DETAIL
005150     IF WS-DT-STATUS = "35"
005160         OPEN OUTPUT DEDUCTION-DETAIL
005170         CLOSE DEDUCTION-DETAIL
005180         OPEN EXTEND DEDUCTION-DETAIL
005190     END-IF
005200     OPEN EXTEND GL-ACTIVITY
005210     IF WS-GA-STATUS = "35"
005220         OPEN OUTPUT GL-ACTIVITY
005230         CLOSE GL-ACTIVITY
005240         OPEN EXTEND GL-ACTIVITY
005250     END-IF
005260     OPEN I-O WAGE-BASES
005270     IF WS-WB-STATUS = "35"
005280         OPEN OUTPUT WAGE-BASES
005290         CLOSE WAGE-BASES
005300         OPEN I-O WAGE-BASES
005310     END-IF
005320     OPEN I-O EMPLOYER-TAX-DETAIL
005330     IF WS-ET-STATUS = "35"
005340         OPEN OUTPUT EMPLOYER-TAX-DETAIL
005350         CLOSE EMPLOYER-TAX-DETAIL
005360         OPEN I-O EMPLOYER-TAX-DETAIL
005370     END-IF
005380     OPEN INPUT TAX-PROFILES
005390     IF WS-TP-STATUS = "35"
005400         OPEN OUTPUT TAX-PROFILES
005410         CLOSE TAX-PROFILES
005420         OPEN INPUT TAX-PROFILES
005430     END-IF
005440     MOVE 1 TO WS-NEXT-CHECK-NO
005450     MOVE "N" TO WS-REG-EOF-SWITCH
005460     OPEN INPUT CHECK-REGISTER
005470     IF WS-CR-STATUS NOT = "35"
005480         PERFORM 8100-READ-REGISTER THRU 8100-EXIT
005490         PERFORM 1610-SCAN-ONE-EVENT THRU 1610-EXIT
005500             UNTIL END-OF-REGISTER
005510         CLOSE CHECK-REGISTER
005520     END-IF
005530     OPEN EXTEND CHECK-REGISTER
005540     IF WS-CR-STATUS = "35"
005550         OPEN OUTPUT CHECK-REGISTER
005560         CLOSE CHECK-REGISTER
005570         OPEN EXTEND CHECK-REGISTER
005580     END-IF.
005590 1600-EXIT.
005600     EXIT.
005610
005620 1610-SCAN-ONE-EVENT.
005630     IF CR-CHECK-NO >= WS-NEXT-CHECK-NO
005640         COMPUTE WS-NEXT-CHECK-NO = CR-CHECK-NO + 1
005650     END-IF
005660     PERFORM 8100-READ-REGISTER THRU 8100-EXIT.
005670 1610-EXIT.
005680     EXIT.
005690
005700*----------------------------------------------------------
005710* EVERY PASS STARTS FROM THE FIRST CUSTOMER WITH ITS TOTALS
005720* AT ZERO
005730*----------------------------------------------------------
005740 1700-START-PASS.
005750     MOVE ZERO TO WS-CUSTOMER-COUNT
005760     MOVE ZERO TO WS-CHECK-COUNT
005770     MOVE ZERO TO WS-RETRO-GROSS-TOTAL
005780     MOVE ZERO TO WS-DECREASE-COUNT
005790     MOVE ZERO TO WS-EXCEPTION-COUNT
005800     MOVE ZEROS TO WS-CUR-SSN
005810     MOVE "N" TO WS-RATES-EOF-SWITCH
005820     IF NOT RATE-HISTORY-ON-FILE
005830         SET END-OF-RATES TO TRUE
005840     END-IF.
005850 1700-EXIT.
005860     EXIT.
005870
005880*----------------------------------------------------------
005890* POSITION PAST THE LAST CUSTOMER, LOAD THE NEXT ONE'S RATE
005900* ENTRIES, AND PRICE IT IF ANY ENTRY IS RETRO PENDING
005910*----------------------------------------------------------
005920 2000-NEXT-CUSTOMER.
005930     MOVE WS-CUR-SSN TO RH-SSNUM
005940     MOVE 99999999 TO RH-EFFECTIVE-DATE
005950     START PAY-RATE-HISTORY KEY IS GREATER THAN RH-KEY
005960         INVALID KEY
005970             SET END-OF-RATES TO TRUE
005980             GO TO 2000-EXIT
005990     END-START
006000     MOVE ZERO TO WS-ENTRY-COUNT
006010     MOVE ZEROS TO WS-WINDOW-START
006020     MOVE "N" TO WS-PENDING-SWITCH
006030     MOVE "N" TO WS-OVERFLOW-SWITCH
006040     MOVE "N" TO WS-ENTRIES-DONE-SWITCH
006050     READ PAY-RATE-HISTORY NEXT RECORD
006060         AT END
006070             SET END-OF-RATES TO TRUE
006080             GO TO 2000-EXIT
006090     END-READ
006100     MOVE RH-SSNUM TO WS-CUR-SSN
006110     PERFORM 2100-LOAD-ONE-ENTRY THRU 2100-EXIT
006120         UNTIL ENTRIES-LOADED
006130     IF NOT CUSTOMER-PENDING
006140         GO TO 2000-EXIT
006150     END-IF
006160     IF ENTRY-TABLE-FULL
006170         DISPLAY "RETROPAY: " WS-CUR-SSN " HAS MORE THAN 40 "
006180             "RATE CHANGES - NOT PRICED"
006190         ADD 1 TO WS-EXCEPTION-COUNT
006200         GO TO 2000-EXIT
006210     END-IF
006220     ADD 1 TO WS-CUSTOMER-COUNT
006230     PERFORM 3000-PRICE-CUSTOMER THRU 3000-EXIT
006240     IF PRINT-PASS AND NOT PREVIEW-RUN
006250         PERFORM 4000-POST-CUSTOMER THRU 4000-EXIT
006260     END-IF.
006270 2000-EXIT.
006280     EXIT.
006290
006300*----------------------------------------------------------
006310* TABLE THE ENTRY JUST READ AND READ THE NEXT; THE WINDOW
006320* OPENS AT THE EARLIEST PENDING EFFECTIVE DATE
006330*----------------------------------------------------------
006340 2100-LOAD-ONE-ENTRY.
006350     IF WS-ENTRY-COUNT < 40
006360         ADD 1 TO WS-ENTRY-COUNT
006370         MOVE RH-EFFECTIVE-DATE
006380             TO WS-EN-EFFECTIVE (WS-ENTRY-COUNT)
006390         MOVE RH-PAY-RATE TO WS-EN-RATE (WS-ENTRY-COUNT)
006400         MOVE RH-RETRO-FLAG TO WS-EN-FLAG (WS-ENTRY-COUNT)
006410     ELSE
006420         SET ENTRY-TABLE-FULL TO TRUE
006430     END-IF
006440     IF RH-RETRO-PENDING AND RH-EFFECTIVE-DATE <= WS-RUN-DATE
006450         IF NOT CUSTOMER-PENDING
006460             MOVE RH-EFFECTIVE-DATE TO WS-WINDOW-START
006470         END-IF
006480         SET CUSTOMER-PENDING TO TRUE
006490     END-IF
006500     READ PAY-RATE-HISTORY NEXT RECORD
006510         AT END
006520             SET ENTRIES-LOADED TO TRUE
006530             GO TO 2100-EXIT
006540     END-READ
006550     IF RH-SSNUM NOT = WS-CUR-SSN
006560         SET ENTRIES-LOADED TO TRUE
006570     END-IF.
006580 2100-EXIT.
006590     EXIT.
006600
006610*----------------------------------------------------------
006620* WALK THE CUSTOMER'S CHECKS FROM THE WINDOW START THROUGH
006630* TODAY, ONE PAY DATE AT A TIME - THE LIVE CHECK ON A DATE
006640* IS ONLY KNOWN ONCE THE DATE'S LAST SEQUENCE IS READ
006650*----------------------------------------------------------
006660 3000-PRICE-CUSTOMER.
006670     MOVE ZERO TO WS-CUST-CHECKS
006680     MOVE ZERO TO WS-CUST-RETRO-GROSS
006690     MOVE ZEROS TO WS-HELD-DATE
006700     MOVE "N" TO WS-LIVE-SWITCH
006710     MOVE "N" TO WS-CHECKS-DONE-SWITCH
006720     MOVE WS-CUR-SSN TO PH-SSNUM
006730     MOVE WS-WINDOW-START TO PH-PAY-DATE
006740     MOVE ZERO TO PH-ADJ-SEQ
006750     START PAY-HISTORY KEY IS GREATER THAN OR EQUAL TO PH-KEY
006760         INVALID KEY
006770             SET CHECKS-WALKED TO TRUE
006780     END-START
006790     PERFORM 3100-READ-ONE-CHECK THRU 3100-EXIT
006800         UNTIL CHECKS-WALKED
006810     IF LIVE-CHECK-HELD
006820         PERFORM 3200-PRICE-ONE-CHECK THRU 3200-EXIT
006830     END-IF
006840     ADD WS-CUST-CHECKS TO WS-CHECK-COUNT
006850     ADD WS-CUST-RETRO-GROSS TO WS-RETRO-GROSS-TOTAL
006860     IF PRINT-PASS
006870         MOVE WS-CUR-SSN TO CL-SSNUM
006880         MOVE WS-CUST-CHECKS TO CL-CHECKS
006890         MOVE WS-CUST-RETRO-GROSS TO CL-RETRO-GROSS
006900         WRITE RETRO-REGISTER-LINE FROM WS-CUSTOMER-LINE
006910     END-IF.
006920 3000-EXIT.
006930     EXIT.
006940
006950*----------------------------------------------------------
006960* A REVERSAL CANCELS THE DATE'S LIVE CHECK, ANY OTHER RECORD
006970* BUT A RETRO CHECK BECOMES IT - SAME RULE AS PAYADJ 2110
006980*----------------------------------------------------------
006990 3100-READ-ONE-CHECK.
007000     READ PAY-HISTORY NEXT RECORD
007010         AT END
007020             SET CHECKS-WALKED TO TRUE
007030             GO TO 3100-EXIT
007040     END-READ
007050     IF PH-SSNUM NOT = WS-CUR-SSN
007060             OR PH-PAY-DATE > WS-RUN-DATE
007070         SET CHECKS-WALKED TO TRUE
007080         GO TO 3100-EXIT
007090     END-IF
007100     IF PH-PAY-DATE NOT = WS-HELD-DATE
007110         IF LIVE-CHECK-HELD
007120             PERFORM 3200-PRICE-ONE-CHECK THRU 3200-EXIT
007130         END-IF
007140         MOVE PH-PAY-DATE TO WS-HELD-DATE
007150         MOVE "N" TO WS-LIVE-SWITCH
007160     END-IF
007170     IF PH-ADJ-REVERSAL
007180         MOVE "N" TO WS-LIVE-SWITCH
007190     ELSE IF PH-ADJ-RETRO
007200         CONTINUE
007210     ELSE
007220         MOVE PH-HOURS-WORKED TO WS-HC-HOURS
007230         MOVE PH-PAY-RATE TO WS-HC-RATE
007240         MOVE PH-GROSS-PAY TO WS-HC-GROSS
007250         SET LIVE-CHECK-HELD TO TRUE
007260     END-IF
007270     END-IF.
007280 3100-EXIT.
007290     EXIT.
007300
007310*----------------------------------------------------------
007320* PRICE THE HELD CHECK: ITS GROSS CARRIED FROM THE RATE IT
007330* IS COVERED AT UP TO THE RATE IN FORCE ON ITS PAY DATE.  A
007340* CHECK WITH NO RATE (A FLAT AMOUNT) CANNOT BE SCALED
007350*----------------------------------------------------------
007360 3200-PRICE-ONE-CHECK.
007370     MOVE "N" TO WS-LIVE-SWITCH
007380     IF WS-HC-RATE = ZERO
007390         GO TO 3200-EXIT
007400     END-IF
007410     PERFORM 3300-RATES-FOR-DATE THRU 3300-EXIT
007420     IF WS-NEW-RATE = WS-COVERED-RATE
007430         GO TO 3200-EXIT
007440     END-IF
007450     MOVE ZERO TO WS-CHECK-DIFF
007460     MOVE SPACES TO DL-NOTE
007470     IF WS-NEW-RATE < WS-COVERED-RATE
007480         ADD 1 TO WS-DECREASE-COUNT
007490         MOVE "DECREASE" TO DL-NOTE
007500     ELSE
007510         COMPUTE WS-CHECK-DIFF ROUNDED =
007520             WS-HC-GROSS * (WS-NEW-RATE - WS-COVERED-RATE)
007530             / WS-HC-RATE
007540         ADD 1 TO WS-CUST-CHECKS
007550         ADD WS-CHECK-DIFF TO WS-CUST-RETRO-GROSS
007560             ON SIZE ERROR
007570                 DISPLAY "RETROPAY: " WS-CUR-SSN
007580                     " RETRO GROSS PAST ONE CHECK'S LIMIT"
007590                 ADD 1 TO WS-EXCEPTION-COUNT
007600         END-ADD
007610     END-IF
007620     IF PRINT-PASS
007630         MOVE WS-CUR-SSN TO DL-SSNUM
007640         MOVE WS-HELD-DATE TO DL-PAY-DATE
007650         MOVE WS-HC-HOURS TO DL-HOURS
007660         MOVE WS-COVERED-RATE TO DL-PAID-RATE
007670         MOVE WS-NEW-RATE TO DL-NEW-RATE
007680         MOVE WS-HC-GROSS TO DL-ORIG-GROSS
007690         MOVE WS-CHECK-DIFF TO DL-RETRO
007700         WRITE RETRO-REGISTER-LINE FROM WS-DETAIL-LINE
007710     END-IF.
007720 3200-EXIT.
007730     EXIT.
007740
007750*----------------------------------------------------------
007760* THE RATE IN FORCE ON THE DATE IS THE LAST ENTRY EFFECTIVE
007770* ON OR BEFORE IT.  THE RATE ALREADY COVERED IS THE GREATER
007780* OF WHAT THE CHECK PAID AND THE LAST SETTLED (NOT PENDING)
007790* ENTRY IN FORCE - AN EARLIER RETRO ALREADY MADE THAT UP
007800*----------------------------------------------------------
007810 3300-RATES-FOR-DATE.
007820     MOVE WS-HC-RATE TO WS-NEW-RATE
007830     MOVE ZERO TO WS-SETTLED-RATE
007840     MOVE "N" TO WS-SETTLED-SWITCH
007850     MOVE WS-HELD-DATE TO WS-IN-FORCE-DATE
007860     PERFORM 3310-TEST-ONE-ENTRY THRU 3310-EXIT
007870         VARYING WS-ENTRY-SUB FROM 1 BY 1
007880         UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT
007890     MOVE WS-HC-RATE TO WS-COVERED-RATE
007900     IF SETTLED-RATE-FOUND AND WS-SETTLED-RATE > WS-COVERED-RATE
007910         MOVE WS-SETTLED-RATE TO WS-COVERED-RATE
007920     END-IF.
007930 3300-EXIT.
007940     EXIT.
007950
007960 3310-TEST-ONE-ENTRY.
007970     IF WS-EN-EFFECTIVE (WS-ENTRY-SUB) > WS-IN-FORCE-DATE
007980         GO TO 3310-EXIT
007990     END-IF
008000     MOVE WS-EN-RATE (WS-ENTRY-SUB) TO WS-NEW-RATE
008010     IF WS-EN-FLAG (WS-ENTRY-SUB) NOT = "P"
008020         MOVE WS-EN-RATE (WS-ENTRY-SUB) TO WS-SETTLED-RATE
008030         SET SETTLED-RATE-FOUND TO TRUE
008040     END-IF.
008050 3310-EXIT.
008060     EXIT.
008070
008080*----------------------------------------------------------
008090* POST THE CUSTOMER'S DIFFERENCES AS ONE RETRO CHECK, THEN
008100* MARK ITS PENDING CHANGES DONE.  A CHECK THAT CANNOT POST
008110* LEAVES THEM PENDING FOR THE NEXT RUN
008120*----------------------------------------------------------
008130 4000-POST-CUSTOMER.
008140     IF WS-CUST-RETRO-GROSS > ZERO
008150         PERFORM 4100-FIND-FREE-SEQ THRU 4100-EXIT
008160         IF NOT FREE-SEQ-FOUND
008170             DISPLAY "RETROPAY: NO FREE SEQUENCE FOR "
008180                 WS-CUR-SSN " ON " WS-RUN-DATE
008190                 " - NOT POSTED"
008200             MOVE "NOT POSTED - NO FREE SEQUENCE" TO ML-TEXT
008210             WRITE RETRO-REGISTER-LINE FROM WS-MESSAGE-LINE
008220             ADD 1 TO WS-EXCEPTION-COUNT
008230             GO TO 4000-EXIT
008240         END-IF
008250         PERFORM 4200-POST-RETRO-CHECK THRU 4200-EXIT
008260         IF NOT FREE-SEQ-FOUND
008270             GO TO 4000-EXIT
008280         END-IF
008290     END-IF
008300     PERFORM 4900-MARK-ONE-ENTRY THRU 4900-EXIT
008310         VARYING WS-ENTRY-SUB FROM 1 BY 1
008320         UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT.
008330 4000-EXIT.
008340     EXIT.
008350
008360*----------------------------------------------------------
008370* THE FIRST FREE SEQUENCE AFTER 0 UNDER TODAY'S DATE - 0 IS
008380* LEFT TO THE REGISTER
008390*----------------------------------------------------------
008400 4100-FIND-FREE-SEQ.
008410     MOVE "N" TO WS-SEQ-SWITCH
008420     PERFORM 4110-TEST-ONE-SEQ THRU 4110-EXIT
008430         VARYING WS-RETRO-SEQ FROM 1 BY 1
008440         UNTIL WS-RETRO-SEQ > 9 OR FREE-SEQ-FOUND.
008450 4100-EXIT.
008460     EXIT.
008470
008480 4110-TEST-ONE-SEQ.
008490     MOVE WS-CUR-SSN TO PH-SSNUM
008500     MOVE WS-RUN-DATE TO PH-PAY-DATE
008510     MOVE WS-RETRO-SEQ TO PH-ADJ-SEQ
008520     READ PAY-HISTORY
008530         INVALID KEY
008540             SET FREE-SEQ-FOUND TO TRUE
008550     END-READ.
008560 4110-EXIT.
008570     EXIT.
008580
008590*----------------------------------------------------------
008600* THE RETRO CHECK ITSELF - TAXES, DEDUCTIONS, THE T RECORD,
008610* AND EVERYWHERE THE MONEY LANDS, THE WAY PAYADJ 2600 POSTS
008620* A CORRECTED CHECK.  THE VARYING LOOP LEFT THE SEQUENCE
008630* ONE PAST THE FREE ONE
008640*----------------------------------------------------------
008650 4200-POST-RETRO-CHECK.
008660     SUBTRACT 1 FROM WS-RETRO-SEQ
008670     MOVE WS-CUST-RETRO-GROSS TO WS-GROSS-PAY
008680     PERFORM 4300-COMPUTE-WITHHOLDING THRU 4300-EXIT
008690     PERFORM 4310-COMPUTE-PAYROLL-TAXES THRU 4310-EXIT
008700*> A FLAT ADDITIONAL AMOUNT CAN ONLY TAKE WHAT SOC SEC AND
008710*> MEDICARE LEAVE OF THE CHECK
008720     IF WS-WITHHOLDING-AMT + WS-FICA-AMT > WS-GROSS-PAY
008730         COMPUTE WS-WITHHOLDING-AMT = WS-GROSS-PAY - WS-FICA-AMT
008740     END-IF
008750     COMPUTE WS-NET-PAY =
008760         WS-GROSS-PAY - WS-WITHHOLDING-AMT - WS-FICA-AMT
008770     PERFORM 4400-APPLY-DEDUCTIONS THRU 4400-EXIT
008780     MOVE WS-CUR-SSN TO PH-SSNUM
008790     MOVE WS-RUN-DATE TO PH-PAY-DATE
008800     MOVE WS-RETRO-SEQ TO PH-ADJ-SEQ
008810     MOVE ZERO TO PH-HOURS-WORKED
008820     MOVE WS-RUN-DATE TO WS-IN-FORCE-DATE
008830     MOVE ZERO TO WS-NEW-RATE
008840     PERFORM 3310-TEST-ONE-ENTRY THRU 3310-EXIT
008850         VARYING WS-ENTRY-SUB FROM 1 BY 1
008860         UNTIL WS-ENTRY-SUB > WS-ENTRY-COUNT
008870     MOVE WS-NEW-RATE TO PH-PAY-RATE
008880     MOVE WS-GROSS-PAY TO PH-GROSS-PAY
008890     MOVE WS-WITHHOLDING-AMT TO PH-WITHHOLDING
008900     MOVE WS-NET-PAY TO PH-NET-PAY
008910     MOVE "C" TO PH-PAY-METHOD
008920     MOVE SPACE TO PH-RETURN-FLAG
008930     MOVE "T" TO PH-ADJUST-CODE
008940     MOVE ZERO TO PH-WEEK-HOURS
008950     MOVE SPACES TO PH-FILLER
008960     WRITE PAY-HISTORY-RECORD
008970         INVALID KEY
008980             DISPLAY "RETROPAY: RETRO CHECK ALREADY ON FILE FOR "
008990                 WS-CUR-SSN " - NOT POSTED"
009000             MOVE "NOT POSTED - ALREADY ON FILE" TO ML-TEXT
009010             WRITE RETRO-REGISTER-LINE FROM WS-MESSAGE-LINE
009020             ADD 1 TO WS-EXCEPTION-COUNT
009030             MOVE "N" TO WS-SEQ-SWITCH
009040             GO TO 4200-EXIT
009050     END-WRITE
009060     IF WS-DED-CHECK-TOTAL > ZERO
009070         REWRITE DEDUCTION-MASTER-RECORD
009080     END-IF
009090     ADD 1 TO WS-RETRO-CHECKS-POSTED
009100     ADD WS-NET-PAY TO WS-RETRO-NET-TOTAL
009110     PERFORM 4500-POST-GL-RETRO THRU 4500-EXIT
009120     PERFORM 4600-POST-PAYROLL-TAXES THRU 4600-EXIT
009130     PERFORM 4700-ROLL-YTD-FORWARD THRU 4700-EXIT
009140     PERFORM 4800-REGISTER-RETRO-CHECK THRU 4800-EXIT
009150     MOVE WS-NEXT-CHECK-NO TO RCL-CHECK-NO
009160     MOVE WS-WITHHOLDING-AMT TO RCL-WITHHELD
009170     MOVE WS-FICA-AMT TO RCL-FICA
009180     MOVE WS-DED-CHECK-TOTAL TO RCL-DEDUCTIONS
009190     MOVE WS-NET-PAY TO RCL-NET
009200     WRITE RETRO-REGISTER-LINE FROM WS-RETRO-CHECK-LINE
009210     ADD 1 TO WS-NEXT-CHECK-NO.
009220 4200-EXIT.
009230     EXIT.
009240
009250*----------------------------------------------------------
009260* INCOME-TAX WITHHOLDING FROM THE CUSTOMER'S TAXPROF
009270* ELECTION THROUGH WTHCALC AT TODAY'S RATE SETS - NO
009280* PROFILE MEANS THE SINGLE/ZERO DEFAULT, SAME AS PAYADJ
009290*----------------------------------------------------------
009300 4300-COMPUTE-WITHHOLDING.
009310     MOVE WS-CUR-SSN TO TP-SSNUM
009320     READ TAX-PROFILES
009330         INVALID KEY
009340             MOVE WS-CUR-SSN TO TP-SSNUM
009350             MOVE "S" TO TP-FILING-STATUS
009360             MOVE ZERO TO TP-ALLOWANCES
009370             MOVE ZERO TO TP-ADDL-WITHHOLDING
009380             MOVE "N" TO TP-EXEMPT-FLAG
009390             MOVE ZERO TO TP-EXEMPT-EXPIRES
009400             MOVE SPACES TO TP-WORK-STATE
009410     END-READ
009420     MOVE WS-RUN-DATE TO WC-PAY-DATE
009430     MOVE WS-GROSS-PAY TO WC-GROSS
009440     MOVE TP-FILING-STATUS TO WC-FILING-STATUS
009450     MOVE TP-ALLOWANCES TO WC-ALLOWANCES
009460     MOVE TP-ADDL-WITHHOLDING TO WC-ADDL-WITHHOLDING
009470     MOVE TP-EXEMPT-FLAG TO WC-EXEMPT-FLAG
009480     MOVE TP-EXEMPT-EXPIRES TO WC-EXEMPT-EXPIRES
009490     MOVE TP-WORK-STATE TO WC-WORK-STATE
009500     CALL "WTHCALC" USING WITHHOLDING-CALC-PARMS
009510     MOVE WC-WITHHOLDING TO WS-WITHHOLDING-AMT.
009520 4300-EXIT.
009530     EXIT.
009540
009550*----------------------------------------------------------
009560* SOC SEC, MEDICARE, FUTA, AND SUTA AGAINST THIS YEAR'S WAGE
009570* BASES - THE RETRO MONEY IS PAID, AND TAXED, TODAY
009580*----------------------------------------------------------
009590 4310-COMPUTE-PAYROLL-TAXES.
009600     MOVE WS-CUR-SSN TO WB-SSNUM
009610     MOVE WS-RUN-YYYY TO WB-YEAR
009620     READ WAGE-BASES
009630         INVALID KEY
009640             MOVE WS-CUR-SSN TO WB-SSNUM
009650             MOVE WS-RUN-YYYY TO WB-YEAR
009660             MOVE ZERO TO WB-SS-WAGES
009670             MOVE ZERO TO WB-MED-WAGES
009680             MOVE ZERO TO WB-FUTA-WAGES
009690             MOVE ZERO TO WB-SUTA-WAGES
009700             MOVE ZERO TO WB-EE-SS-YTD
009710             MOVE ZERO TO WB-EE-MED-YTD
009720             MOVE ZERO TO WB-ER-SS-YTD
009730             MOVE ZERO TO WB-ER-MED-YTD
009740             MOVE ZERO TO WB-FUTA-YTD
009750             MOVE ZERO TO WB-SUTA-YTD
009760             MOVE SPACES TO WB-FILLER
009770             WRITE WAGE-BASE-RECORD
009780     END-READ
009790     MOVE WS-RUN-YYYY TO TC-TAX-YEAR
009800     MOVE WS-GROSS-PAY TO TC-GROSS
009810     MOVE WB-SS-WAGES TO TC-SS-WAGES-YTD
009820     MOVE WB-MED-WAGES TO TC-MED-WAGES-YTD
009830     MOVE WB-FUTA-WAGES TO TC-FUTA-WAGES-YTD
009840     MOVE WB-SUTA-WAGES TO TC-SUTA-WAGES-YTD
009850     CALL "TAXCALC" USING PAYROLL-TAX-PARMS
009860     COMPUTE WS-FICA-AMT = TC-EE-SS + TC-EE-MED.
009870 4310-EXIT.
009880     EXIT.
009890
009900*----------------------------------------------------------
009910* THE PERCENT-OF-GROSS ENTRIES IN PRIORITY ORDER, SAME GOAL
009920* AND NET CAPS AS PAYADJ 2620.  A FLAT ENTRY WAS TAKEN IN
009930* FULL FROM THE CHECK THE DIFFERENCE BELONGS TO.  THE
009940* MASTER IS REWRITTEN ONCE THE HISTORY RECORD IS ON FILE
009950*----------------------------------------------------------
009960 4400-APPLY-DEDUCTIONS.
009970     MOVE ZERO TO WS-DED-CHECK-TOTAL
009980     MOVE ZERO TO WS-RETRO-DED-COUNT
009990     MOVE WS-CUR-SSN TO DD-SSNUM
010000     READ DEDUCTION-MASTER
010010         INVALID KEY
010020             GO TO 4400-EXIT
010030     END-READ
010040     PERFORM 4410-APPLY-ONE-PRIORITY THRU 4410-EXIT
010050         VARYING WS-DED-PRIORITY FROM 1 BY 1
010060         UNTIL WS-DED-PRIORITY > 9.
010070 4400-EXIT.
010080     EXIT.
010090
010100 4410-APPLY-ONE-PRIORITY.
010110     PERFORM 4420-APPLY-ONE-ENTRY THRU 4420-EXIT
010120         VARYING WS-DED-SUB FROM 1 BY 1
010130         UNTIL WS-DED-SUB > DD-DEDUCTION-COUNT.
010140 4410-EXIT.
010150     EXIT.
010160
010170 4420-APPLY-ONE-ENTRY.
010180     IF DD-PRIORITY (WS-DED-SUB) NOT = WS-DED-PRIORITY
010190             OR NOT DD-ACTIVE (WS-DED-SUB)
010200             OR NOT DD-PERCENT-OF-GROSS (WS-DED-SUB)
010210         GO TO 4420-EXIT
010220     END-IF
010230     COMPUTE WS-DED-AMOUNT ROUNDED =
010240         WS-GROSS-PAY * DD-PERCENT (WS-DED-SUB)
010250     IF DD-GOAL-AMOUNT (WS-DED-SUB) > ZERO
010260         IF DD-TAKEN-TO-DATE (WS-DED-SUB)
010270                 >= DD-GOAL-AMOUNT (WS-DED-SUB)
010280             MOVE ZERO TO WS-DED-AMOUNT
010290         ELSE
010300             IF DD-TAKEN-TO-DATE (WS-DED-SUB) + WS-DED-AMOUNT
010310                     > DD-GOAL-AMOUNT (WS-DED-SUB)
010320                 COMPUTE WS-DED-AMOUNT =
010330                     DD-GOAL-AMOUNT (WS-DED-SUB)
010340                     - DD-TAKEN-TO-DATE (WS-DED-SUB)
010350             END-IF
010360         END-IF
010370     END-IF
010380     IF WS-DED-AMOUNT > WS-NET-PAY
010390         MOVE WS-NET-PAY TO WS-DED-AMOUNT
010400     END-IF
010410     IF WS-DED-AMOUNT > ZERO
010420         SUBTRACT WS-DED-AMOUNT FROM WS-NET-PAY
010430         ADD WS-DED-AMOUNT TO DD-TAKEN-TO-DATE (WS-DED-SUB)
010440         ADD WS-DED-AMOUNT TO WS-DED-CHECK-TOTAL
010450         ADD 1 TO WS-RETRO-DED-COUNT
010460         MOVE DD-TYPE-CODE (WS-DED-SUB)
010470             TO WS-RD-TYPE-CODE (WS-RETRO-DED-COUNT)
010480         MOVE WS-DED-AMOUNT
010490             TO WS-RD-AMOUNT (WS-RETRO-DED-COUNT)
010500     END-IF
010510     IF DD-GOAL-AMOUNT (WS-DED-SUB) > ZERO
010520             AND DD-TAKEN-TO-DATE (WS-DED-SUB)
010530                 >= DD-GOAL-AMOUNT (WS-DED-SUB)
010540         MOVE "S" TO DD-ACTIVE-FLAG (WS-DED-SUB)
010550     END-IF.
010560 4420-EXIT.
010570     EXIT.
010580
010590*----------------------------------------------------------
010600* THE RETRO CHECK ON THE LEDGER: WAGE EXPENSE FOR THE
010610* GROSS, WITHHOLDING AND EACH DEDUCTION TYPE TO ITS
010620* LIABILITY, THE NET TO PAPER-CHECK CASH - EACH DEDUCTION
010630* ALSO LEAVES ITS T DETAIL ON DEDDETL
010640*----------------------------------------------------------
010650 4500-POST-GL-RETRO.
010660     MOVE "WAGEEXP " TO WS-GL-KEY
010670     MOVE "D" TO WS-GL-DR-CR
010680     MOVE WS-GROSS-PAY TO WS-GL-AMOUNT
010690     PERFORM 7000-WRITE-GL-ACTIVITY THRU 7000-EXIT
010700     MOVE "WTHPAY  " TO WS-GL-KEY
010710     MOVE "C" TO WS-GL-DR-CR
010720     MOVE WS-WITHHOLDING-AMT TO WS-GL-AMOUNT
010730     PERFORM 7000-WRITE-GL-ACTIVITY THRU 7000-EXIT
010740     MOVE "CASHCHK " TO WS-GL-KEY
010750     MOVE WS-NET-PAY TO WS-GL-AMOUNT
010760     PERFORM 7000-WRITE-GL-ACTIVITY THRU 7000-EXIT
010770     PERFORM 4510-POST-ONE-RETRO-DED THRU 4510-EXIT
010780         VARYING WS-DED-SUB FROM 1 BY 1
010790         UNTIL WS-DED-SUB > WS-RETRO-DED-COUNT.
010800 4500-EXIT.
010810     EXIT.
010820
010830 4510-POST-ONE-RETRO-DED.
010840     MOVE WS-RD-TYPE-CODE (WS-DED-SUB) TO WS-GL-DED-TYPE
010850     MOVE WS-GL-DED-KEY TO WS-GL-KEY
010860     MOVE "C" TO WS-GL-DR-CR
010870     MOVE WS-RD-AMOUNT (WS-DED-SUB) TO WS-GL-AMOUNT
010880     PERFORM 7000-WRITE-GL-ACTIVITY THRU 7000-EXIT
010890     MOVE WS-CUR-SSN TO DT-SSNUM
010900     MOVE WS-RUN-DATE TO DT-PAY-DATE
010910     MOVE WS-RD-TYPE-CODE (WS-DED-SUB) TO DT-TYPE-CODE
010920     MOVE WS-RD-AMOUNT (WS-DED-SUB) TO DT-AMOUNT
010930     MOVE "T" TO DT-ADJUST-CODE
010940     MOVE SPACES TO DT-FILLER
010941     MOVE SPACE TO DT-ARREARS-CODE
010942     MOVE ZERO TO DT-ARREARS-AMOUNT
010950     WRITE DEDUCTION-DETAIL-RECORD.
010960 4510-EXIT.
010970     EXIT.
010980
010990*----------------------------------------------------------
011000* THE RETRO CHECK'S PAYROLL TAXES: ROLLED INTO THE WAGE
011010* BASES READ BY 4310, WRITTEN AS A T DETAIL AT THE CHECK'S
011020* SEQUENCE, AND BOOKED THE WAY PAYADJ 2660 BOOKS THEM
011030*----------------------------------------------------------
011040 4600-POST-PAYROLL-TAXES.
011050     ADD TC-SS-WAGES TO WB-SS-WAGES
011060     ADD TC-MED-WAGES TO WB-MED-WAGES
011070     ADD TC-FUTA-WAGES TO WB-FUTA-WAGES
011080     ADD TC-SUTA-WAGES TO WB-SUTA-WAGES
011090     ADD TC-EE-SS TO WB-EE-SS-YTD
011100     ADD TC-EE-MED TO WB-EE-MED-YTD
011110     ADD TC-ER-SS TO WB-ER-SS-YTD
011120     ADD TC-ER-MED TO WB-ER-MED-YTD
011130     ADD TC-FUTA TO WB-FUTA-YTD
011140     ADD TC-SUTA TO WB-SUTA-YTD
011150     REWRITE WAGE-BASE-RECORD
011160     MOVE WS-CUR-SSN TO ET-SSNUM
011170     MOVE WS-RUN-DATE TO ET-PAY-DATE
011180     MOVE WS-RETRO-SEQ TO ET-ADJ-SEQ
011190     MOVE TC-SS-WAGES TO ET-SS-WAGES
011200     MOVE TC-MED-WAGES TO ET-MED-WAGES
011210     MOVE TC-FUTA-WAGES TO ET-FUTA-WAGES
011220     MOVE TC-SUTA-WAGES TO ET-SUTA-WAGES
011230     MOVE TC-EE-SS TO ET-EE-SS
011240     MOVE TC-EE-MED TO ET-EE-MED
011250     MOVE TC-ER-SS TO ET-ER-SS
011260     MOVE TC-ER-MED TO ET-ER-MED
011270     MOVE TC-FUTA TO ET-FUTA
011280     MOVE TC-SUTA TO ET-SUTA
011290     MOVE "T" TO ET-ADJUST-CODE
011300     MOVE SPACES TO ET-FILLER
011310     WRITE EMPLOYER-TAX-DETAIL-RECORD
011320         INVALID KEY
011330             DISPLAY "RETROPAY: RETRO TAX DETAIL ALREADY ON "
011340                 "FILE FOR " WS-CUR-SSN
011350     END-WRITE
011360     MOVE "FICAPAY " TO WS-GL-KEY
011370     MOVE "C" TO WS-GL-DR-CR
011380     COMPUTE WS-GL-AMOUNT = TC-EE-SS + TC-EE-MED
011390         + TC-ER-SS + TC-ER-MED
011400     PERFORM 7000-WRITE-GL-ACTIVITY THRU 7000-EXIT
011410     MOVE "ERTAXEXP" TO WS-GL-KEY
011420     MOVE "D" TO WS-GL-DR-CR
011430     COMPUTE WS-GL-AMOUNT = TC-ER-SS + TC-ER-MED
011440         + TC-FUTA + TC-SUTA
011450     PERFORM 7000-WRITE-GL-ACTIVITY THRU 7000-EXIT
011460     MOVE "FUTAPAY " TO WS-GL-KEY
011470     MOVE "C" TO WS-GL-DR-CR
011480     MOVE TC-FUTA TO WS-GL-AMOUNT
011490     PERFORM 7000-WRITE-GL-ACTIVITY THRU 7000-EXIT
011500     MOVE "SUTAPAY " TO WS-GL-KEY
011510     MOVE TC-SUTA TO WS-GL-AMOUNT
011520     PERFORM 7000-WRITE-GL-ACTIVITY THRU 7000-EXIT.
011530 4600-EXIT.
011540     EXIT.
011550
011560*----------------------------------------------------------
011570* ROLL THE RETRO CHECK INTO THE YTD ACCUMULATORS - THE FIRST
011580* CHECK OF A NEW YEAR RESETS THEM, SAME AS PAYREG 2500
011590*----------------------------------------------------------
011600 4700-ROLL-YTD-FORWARD.
011610     MOVE WS-CUR-SSN TO YT-SSNUM
011620     READ YTD-TOTALS
011630         INVALID KEY
011640             MOVE WS-CUR-SSN TO YT-SSNUM
011650             MOVE WS-RUN-YYYY TO YT-YEAR
011660             MOVE ZERO TO YT-GROSS-YTD
011670             MOVE ZERO TO YT-WITHHELD-YTD
011680             MOVE ZERO TO YT-NET-YTD
011690             MOVE SPACES TO YT-FILLER
011700             WRITE YTD-TOTALS-RECORD
011710     END-READ
011720     IF YT-YEAR NOT = WS-RUN-YYYY
011730         MOVE WS-RUN-YYYY TO YT-YEAR
011740         MOVE ZERO TO YT-GROSS-YTD
011750         MOVE ZERO TO YT-WITHHELD-YTD
011760         MOVE ZERO TO YT-NET-YTD
011770     END-IF
011780     ADD WS-GROSS-PAY TO YT-GROSS-YTD
011790     ADD WS-WITHHOLDING-AMT TO YT-WITHHELD-YTD
011800     ADD WS-NET-PAY TO YT-NET-YTD
011810     REWRITE YTD-TOTALS-RECORD.
011820 4700-EXIT.
011830     EXIT.
011840
011850*----------------------------------------------------------
011860* APPEND THE ISSUED EVENT FOR THE RETRO PAPER CHECK
011870*----------------------------------------------------------
011880 4800-REGISTER-RETRO-CHECK.
011890     MOVE WS-NEXT-CHECK-NO TO CR-CHECK-NO
011900     MOVE WS-CUR-SSN TO CR-SSNUM
011910     MOVE WS-RUN-DATE TO CR-PAY-DATE
011920     MOVE WS-NET-PAY TO CR-NET-PAY
011930     SET CR-ISSUED TO TRUE
011940     MOVE ZEROS TO CR-REF-CHECK-NO
011950     MOVE WS-RUN-DATE TO CR-EVENT-DATE
011960     MOVE SPACES TO CR-FILLER
011970     WRITE CHECK-REGISTER-RECORD.
011980 4800-EXIT.
011990     EXIT.
012000
012010*----------------------------------------------------------
012020* A PENDING CHANGE NOW PAID IS DONE, WITH THE DATE IT WAS
012030*----------------------------------------------------------
012040 4900-MARK-ONE-ENTRY.
012050     IF WS-EN-FLAG (WS-ENTRY-SUB) NOT = "P"
012060             OR WS-EN-EFFECTIVE (WS-ENTRY-SUB) > WS-RUN-DATE
012070         GO TO 4900-EXIT
012080     END-IF
012090     MOVE WS-CUR-SSN TO RH-SSNUM
012100     MOVE WS-EN-EFFECTIVE (WS-ENTRY-SUB) TO RH-EFFECTIVE-DATE
012110     READ PAY-RATE-HISTORY
012120         INVALID KEY
012130             GO TO 4900-EXIT
012140     END-READ
012150     SET RH-RETRO-DONE TO TRUE
012160     MOVE WS-RUN-DATE TO RH-RETRO-DATE
012170     REWRITE PAY-RATE-HISTORY-RECORD
012180     MOVE "D" TO WS-EN-FLAG (WS-ENTRY-SUB)
012190     ADD 1 TO WS-ENTRIES-MARKED.
012200 4900-EXIT.
012210     EXIT.
012220
012230*----------------------------------------------------------
012240* RUN TOTALS ON THE REGISTER; A PREVIEW LEAVES ITS TOTALS ON
012250* RETROAPR FOR THE POSTING RUN TO BE HELD TO
012260*----------------------------------------------------------
012270 5000-FINISH.
012280     MOVE SPACES TO RETRO-REGISTER-LINE
012290     WRITE RETRO-REGISTER-LINE
012300     MOVE "CUSTOMERS WITH PENDING RATE CHANGES" TO TL-LABEL
012310     MOVE WS-CUSTOMER-COUNT TO TL-COUNT
012320     MOVE ZERO TO TL-AMOUNT
012330     WRITE RETRO-REGISTER-LINE FROM WS-TOTAL-LINE
012340     MOVE "CHECKS REPRICED / RETRO GROSS" TO TL-LABEL
012350     MOVE WS-CHECK-COUNT TO TL-COUNT
012360     MOVE WS-RETRO-GROSS-TOTAL TO TL-AMOUNT
012370     WRITE RETRO-REGISTER-LINE FROM WS-TOTAL-LINE
012380     MOVE "DECREASES LISTED, NOT RECOVERED" TO TL-LABEL
012390     MOVE WS-DECREASE-COUNT TO TL-COUNT
012400     MOVE ZERO TO TL-AMOUNT
012410     WRITE RETRO-REGISTER-LINE FROM WS-TOTAL-LINE
012420     IF PREVIEW-RUN
012430         PERFORM 5100-WRITE-APPROVAL THRU 5100-EXIT
012440     ELSE
012450         MOVE "RETRO CHECKS POSTED / NET" TO TL-LABEL
012460         MOVE WS-RETRO-CHECKS-POSTED TO TL-COUNT
012470         MOVE WS-RETRO-NET-TOTAL TO TL-AMOUNT
012480         WRITE RETRO-REGISTER-LINE FROM WS-TOTAL-LINE
012490         DISPLAY "RETROPAY: RETRO CHECKS POSTED   = "
012500             WS-RETRO-CHECKS-POSTED
012510         DISPLAY "RETROPAY: RATE CHANGES MARKED   = "
012520             WS-ENTRIES-MARKED
012530         DISPLAY "RETROPAY: GL LINES WRITTEN      = "
012540             WS-GL-LINES-WRITTEN
012550     END-IF
012560     DISPLAY "RETROPAY: CUSTOMERS PRICED      = "
012570         WS-CUSTOMER-COUNT
012580     DISPLAY "RETROPAY: CHECKS REPRICED       = "
012590         WS-CHECK-COUNT
012600     DISPLAY "RETROPAY: RETRO GROSS           = "
012610         WS-RETRO-GROSS-TOTAL
012620     PERFORM 5900-CLOSE-FILES THRU 5900-EXIT
012630     PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT.
012640 5000-EXIT.
012650     EXIT.
012660
012670 5100-WRITE-APPROVAL.
012680     OPEN OUTPUT RETRO-APPROVAL
012690     MOVE WS-RUN-DATE TO RA-RUN-DATE
012700     MOVE WS-RUN-START-TIME TO RA-RUN-TIME
012710     MOVE WS-CUSTOMER-COUNT TO RA-CUSTOMER-COUNT
012720     MOVE WS-CHECK-COUNT TO RA-CHECK-COUNT
012730     MOVE WS-RETRO-GROSS-TOTAL TO RA-RETRO-GROSS
012740     MOVE SPACES TO RA-FILLER
012750     WRITE RETRO-APPROVAL-RECORD
012760     CLOSE RETRO-APPROVAL
012770     DISPLAY "RETROPAY: PREVIEW TOTALS LEFT ON RETROAPR - "
012780         "POST TODAY ONCE THE REGISTER IS APPROVED".
012790 5100-EXIT.
012800     EXIT.
012810
012820 5900-CLOSE-FILES.
012830     IF RATE-HISTORY-ON-FILE
012840         CLOSE PAY-RATE-HISTORY
012850         CLOSE PAY-HISTORY
012860     END-IF
012870     CLOSE RETRO-REGISTER
012880     IF PRINT-PASS AND NOT PREVIEW-RUN
012890         CLOSE YTD-TOTALS
012900         CLOSE DEDUCTION-MASTER
012910         CLOSE DEDUCTION-DETAIL
012920         CLOSE GL-ACTIVITY
012930         CLOSE WAGE-BASES
012940         CLOSE EMPLOYER-TAX-DETAIL
012950         CLOSE TAX-PROFILES
012960         CLOSE CHECK-REGISTER
012970     END-IF.
012980 5900-EXIT.
012990     EXIT.
013000
013010*----------------------------------------------------------
013020* APPEND ONE GENERAL-LEDGER ACTIVITY LINE - KEY, SIDE, AND
013030* AMOUNT ARE ALREADY SET BY THE CALLER; A ZERO LINE IS
013040* NEVER WRITTEN
013050*----------------------------------------------------------
013060 7000-WRITE-GL-ACTIVITY.
013070     IF WS-GL-AMOUNT = ZERO
013080         GO TO 7000-EXIT
013090     END-IF
013100     MOVE WS-RUN-DATE TO GA-POST-DATE
013110     MOVE "RETROPAY" TO GA-SOURCE
013120     MOVE WS-GL-KEY TO GA-MAP-KEY
013130     MOVE WS-GL-DR-CR TO GA-DR-CR
013140     MOVE WS-GL-AMOUNT TO GA-AMOUNT
013150     MOVE WS-CUR-SSN TO GA-SSNUM
013160     MOVE SPACES TO GA-FILLER
013170     WRITE GL-ACTIVITY-RECORD
013180     ADD 1 TO WS-GL-LINES-WRITTEN.
013190 7000-EXIT.
013200     EXIT.
013210
013220*----------------------------------------------------------
013230* READ THE NEXT REGISTER EVENT, SET THE EOF SWITCH AT END
013240*----------------------------------------------------------
013250 8100-READ-REGISTER.
013260     READ CHECK-REGISTER
013270         AT END
013280             SET END-OF-REGISTER TO TRUE
013290     END-READ.
013300 8100-EXIT.
013310     EXIT.
013320
013330*----------------------------------------------------------
013340* APPEND THIS RUN'S ENTRY TO THE SHARED RUN LOG
013350*----------------------------------------------------------
013360 9100-WRITE-RUN-LOG.
013370     OPEN EXTEND RUN-CONTROL-LOG
013380     IF WS-RL-STATUS = "35"
013390         OPEN OUTPUT RUN-CONTROL-LOG
013400         CLOSE RUN-CONTROL-LOG
013410         OPEN EXTEND RUN-CONTROL-LOG
013420     END-IF
013430     MOVE WS-LOG-JOB-NAME TO RL-JOB-NAME
013440     MOVE WS-RUN-START-DATE TO RL-START-DATE
013450     MOVE WS-RUN-START-TIME TO RL-START-TIME
013460     ACCEPT RL-END-DATE FROM DATE YYYYMMDD
013470     ACCEPT RL-END-TIME FROM TIME
013480     MOVE WS-CUSTOMER-COUNT TO RL-RECORDS-IN
013490     IF PREVIEW-RUN
013500         MOVE WS-CHECK-COUNT TO RL-RECORDS-OUT
013510     ELSE
013520         MOVE WS-RETRO-CHECKS-POSTED TO RL-RECORDS-OUT
013530     END-IF
013540     MOVE WS-EXCEPTION-COUNT TO RL-EXCEPTIONS
013550     MOVE WS-RUN-STATUS TO RL-STATUS
013560     MOVE SPACES TO RL-FILLER
013570     WRITE RUN-LOG-RECORD
013580     CLOSE RUN-CONTROL-LOG.
013590 9100-EXIT.
013600     EXIT.
