000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CALPRT.
000030 AUTHOR. PAYROLL-SYSTEMS-GROUP.
000040 INSTALLATION. DATA-PROCESSING-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 10/15/26  SM   INITIAL VERSION - PRINTED PAYROLL CALENDAR
000110* 10/15/26  SM   FOR ONE YEAR
000120*----------------------------------------------------------
000130*
000140* PRINTS A YEAR OF THE PAYROLL CALENDAR FOR THE PAYROLL
000150* CLERKS TO PIN UP.  EACH MONTH IS A MONDAY-TO-SUNDAY GRID
000160* WITH THE SCHEDULED CHECK DATES MARKED C, THE BANK HOLIDAYS
000170* MARKED H, AND A DATE THAT IS BOTH MARKED B.  UNDER THE GRID
000180* COME THE MONTH'S CHECK DATES WITH THE PAY PERIOD EACH ONE
000190* PAYS, AND THE MONTH'S HOLIDAYS BY NAME.  A CHECK DATE ON A
000200* WEEKEND OR HOLIDAY ALSO SHOWS THE EARLIER BUSINESS DAY
000210* ACHNACHA WILL USE AS THE ACH EFFECTIVE DATE.  EVERY DAY IS
000220* LOOKED UP THROUGH CALLOOK, SO THE PRINTOUT SAYS EXACTLY
000230* WHAT PAYEDIT, PAYREG, AND ACHNACHA WILL SEE.
000240*
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT CALENDAR-REPORT ASSIGN TO "CALPRTRP"
000290         ORGANIZATION IS LINE SEQUENTIAL.
000300     SELECT RUN-CONTROL-LOG ASSIGN TO "RUNLOG"
000310         ORGANIZATION IS LINE SEQUENTIAL
000320         FILE STATUS IS WS-RL-STATUS.
000330
000340 DATA DIVISION.
000350 FILE SECTION.
000360 FD  CALENDAR-REPORT.
000370 01  CALENDAR-REPORT-LINE          PIC X(80).
000380 FD  RUN-CONTROL-LOG.
000390     COPY RUNLOG.
000400
000410 WORKING-STORAGE SECTION.
000420 77  WS-RL-STATUS                  PIC X(02) VALUE "00".
000430 77  WS-YEAR-OK                    PIC X(01) VALUE "N".
000440 77  WS-REPORT-YEAR                PIC 9(4) VALUE ZERO.
000450 77  WS-MONTH-SUB                  PIC 9(02) COMP VALUE ZERO.
000460 77  WS-DAY-SUB                    PIC 9(02) COMP VALUE ZERO.
000470 77  WS-LIST-SUB                   PIC 9(02) COMP VALUE ZERO.
000480 77  WS-MONTH-DAYS                 PIC 9(02) VALUE ZERO.
000490 77  WS-LEAP-QUOTIENT              PIC 9(04) VALUE ZERO.
000500 77  WS-LEAP-REM-4                 PIC 9(03) VALUE ZERO.
000510 77  WS-LEAP-REM-100               PIC 9(03) VALUE ZERO.
000520 77  WS-LEAP-REM-400               PIC 9(03) VALUE ZERO.
000530 77  WS-WEEK-SWITCH                PIC X(01) VALUE "N".
000540     88  WEEK-HAS-DAYS             VALUE "Y".
000550 77  WS-CHECK-COUNT                PIC 9(02) COMP VALUE ZERO.
000560 77  WS-HOLIDAY-COUNT              PIC 9(02) COMP VALUE ZERO.
000570 77  WS-DAYS-ON-FILE               PIC 9(07) COMP VALUE ZERO.
000580 77  WS-CHECK-DATES-LISTED         PIC 9(07) COMP VALUE ZERO.
000590 77  WS-HOLIDAYS-LISTED            PIC 9(07) COMP VALUE ZERO.
000600 77  WS-CHECKS-MOVED               PIC 9(07) COMP VALUE ZERO.
000610     COPY CALPARM.
000620 01  WS-RUN-START-STAMP.
000630     05  WS-RUN-START-DATE         PIC 9(8).
000640     05  WS-RUN-START-TIME         PIC 9(8).
000650 01  WS-CURR-DATE.
000660     05  WS-CD-YYYY                PIC 9(04).
000670     05  WS-CD-MM                  PIC 9(02).
000680     05  WS-CD-DD                  PIC 9(02).
000690 01  WS-CURR-DATE-N REDEFINES WS-CURR-DATE
000700                                   PIC 9(08).
000710*> A YYYYMMDD DATE TURNED AROUND TO MM/DD/YY FOR PRINTING
000720 01  WS-PRINT-DATE.
000730     05  WS-PD-YYYY.
000740         10  FILLER                PIC 9(02).
000750         10  WS-PD-YY              PIC 9(02).
000760     05  WS-PD-MM                  PIC 9(02).
000770     05  WS-PD-DD                  PIC 9(02).
000780 01  WS-PRINT-DATE-N REDEFINES WS-PRINT-DATE
000790                                   PIC 9(08).
000800 01  WS-SLASH-DATE.
000810     05  SD-MM                     PIC 9(02).
000820     05  FILLER                    PIC X(01) VALUE "/".
000830     05  SD-DD                     PIC 9(02).
000840     05  FILLER                    PIC X(01) VALUE "/".
000850     05  SD-YY                     PIC 9(02).
000860 01  WS-MONTH-NAMES.
000870     05  FILLER                    PIC X(09) VALUE "JANUARY".
000880     05  FILLER                    PIC X(09) VALUE "FEBRUARY".
000890     05  FILLER                    PIC X(09) VALUE "MARCH".
000900     05  FILLER                    PIC X(09) VALUE "APRIL".
000910     05  FILLER                    PIC X(09) VALUE "MAY".
000920     05  FILLER                    PIC X(09) VALUE "JUNE".
000930     05  FILLER                    PIC X(09) VALUE "JULY".
000940     05  FILLER                    PIC X(09) VALUE "AUGUST".
000950     05  FILLER                    PIC X(09) VALUE "SEPTEMBER".
000960     05  FILLER                    PIC X(09) VALUE "OCTOBER".
000970     05  FILLER                    PIC X(09) VALUE "NOVEMBER".
000980     05  FILLER                    PIC X(09) VALUE "DECEMBER".
000990 01  WS-MONTH-NAME-TABLE REDEFINES WS-MONTH-NAMES.
001000     05  WS-MONTH-NAME             PIC X(09) OCCURS 12 TIMES.
001010*> THE MONTH'S CHECK DATES AND HOLIDAYS, GATHERED WHILE THE
001020*> GRID IS BUILT AND LISTED UNDER IT
001030 01  WS-CHECK-TABLE.
001040     05  WS-CHECK-ENTRY OCCURS 31 TIMES.
001050         10  WS-CT-DATE            PIC 9(08).
001060         10  WS-CT-PERIOD-NUMBER   PIC 9(02).
001070         10  WS-CT-PERIOD-BEGIN    PIC 9(08).
001080         10  WS-CT-PERIOD-END      PIC 9(08).
001090 01  WS-HOLIDAY-TABLE.
001100     05  WS-HOLIDAY-ENTRY OCCURS 31 TIMES.
001110         10  WS-HT-DATE            PIC 9(08).
001120         10  WS-HT-NAME            PIC X(20).
001130
001140 01  WS-HEADING-LINE.
001150     05  FILLER                    PIC X(18)
001160         VALUE "PAYROLL CALENDAR  ".
001170     05  HL-YEAR                   PIC 9(04).
001180 01  WS-LEGEND-LINE                PIC X(60) VALUE
001190     "C = CHECK DATE   H = BANK HOLIDAY   B = BOTH".
001200 01  WS-MONTH-LINE.
001210     05  FILLER                    PIC X(02) VALUE SPACES.
001220     05  ML-MONTH-NAME             PIC X(09).
001230     05  FILLER                    PIC X(01) VALUE SPACES.
001240     05  ML-YEAR                   PIC 9(04).
001250 01  WS-DAY-NAME-LINE.
001260     05  FILLER                    PIC X(02) VALUE SPACES.
001270     05  FILLER                    PIC X(42) VALUE
001280         " MON   TUE   WED   THU   FRI   SAT   SUN".
001290 01  WS-WEEK-LINE.
001300     05  FILLER                    PIC X(02) VALUE SPACES.
001310     05  WL-DAY-CELL OCCURS 7 TIMES.
001320         10  WL-DAY                PIC ZZZ9.
001330         10  WL-MARK               PIC X(01).
001340         10  FILLER                PIC X(01).
001350 01  WS-CHECK-LINE.
001360     05  FILLER                    PIC X(04) VALUE SPACES.
001370     05  FILLER                    PIC X(11) VALUE "CHECK DATE ".
001380     05  CL-CHECK-DATE             PIC X(08).
001390     05  FILLER                    PIC X(09) VALUE "  PERIOD ".
001400     05  CL-PERIOD-NUMBER          PIC Z9.
001410     05  FILLER                    PIC X(02) VALUE SPACES.
001420     05  CL-PERIOD-BEGIN           PIC X(08).
001430     05  FILLER                    PIC X(06) VALUE " THRU ".
001440     05  CL-PERIOD-END             PIC X(08).
001450 01  WS-ACH-LINE.
001460     05  FILLER                    PIC X(15) VALUE SPACES.
001470     05  FILLER                    PIC X(30)
001480         VALUE "NOT A BUSINESS DAY - ACH DATE ".
001490     05  AL-ACH-DATE               PIC X(08).
001500 01  WS-HOLIDAY-LINE.
001510     05  FILLER                    PIC X(04) VALUE SPACES.
001520     05  FILLER                    PIC X(11) VALUE "HOLIDAY    ".
001530     05  HDL-HOLIDAY-DATE          PIC X(08).
001540     05  FILLER                    PIC X(02) VALUE SPACES.
001550     05  HDL-HOLIDAY-NAME          PIC X(20).
001560 01  WS-NO-CALENDAR-LINE           PIC X(60) VALUE
001570     "*** NO PAYROLL CALENDAR ON FILE - KEY ONE IN CALMNT ***".
001580 01  WS-COUNT-LINE.
001590     05  CNL-LABEL                 PIC X(30).
001600     05  CNL-COUNT                 PIC ZZZ,ZZ9.
001610 01  WS-BLANK-LINE                 PIC X(80) VALUE SPACES.
001620
001630 PROCEDURE DIVISION.
001640 0000-MAINLINE.
001650     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001660     PERFORM 2000-PRINT-MONTH THRU 2000-EXIT
001670         VARYING WS-MONTH-SUB FROM 1 BY 1
001680         UNTIL WS-MONTH-SUB > 12
001690     PERFORM 3000-FINISH THRU 3000-EXIT
001700     GOBACK.
001710
001720*----------------------------------------------------------
001730* ASK WHICH YEAR TO PRINT, OPEN THE REPORT, WRITE THE
001740* HEADINGS
001750*----------------------------------------------------------
001760 1000-INITIALIZE.
001770     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
001780     ACCEPT WS-RUN-START-TIME FROM TIME
001790     PERFORM 1120-PROMPT-YEAR THRU 1120-EXIT
001800         UNTIL WS-YEAR-OK = "Y"
001810     OPEN OUTPUT CALENDAR-REPORT
001820     MOVE WS-REPORT-YEAR TO HL-YEAR
001830     WRITE CALENDAR-REPORT-LINE FROM WS-HEADING-LINE
001840     WRITE CALENDAR-REPORT-LINE FROM WS-LEGEND-LINE
001850     MOVE "D" TO CK-FUNCTION
001860     MOVE WS-RUN-START-DATE TO CK-DATE
001870     CALL "CALLOOK" USING CALENDAR-LOOKUP-PARMS
001880     IF CK-NO-CALENDAR
001890         WRITE CALENDAR-REPORT-LINE FROM WS-NO-CALENDAR-LINE
001900     END-IF.
001910 1000-EXIT.
001920     EXIT.
001930
001940 1120-PROMPT-YEAR.
001950     DISPLAY "ENTER CALENDAR YEAR TO PRINT (YYYY): "
001960         WITH NO ADVANCING
001970     ACCEPT WS-REPORT-YEAR
001980     IF WS-REPORT-YEAR < 2000 OR WS-REPORT-YEAR > 2099
001990         DISPLAY "YEAR MUST BE 2000-2099, TRY AGAIN"
002000     ELSE
002010         MOVE "Y" TO WS-YEAR-OK
002020     END-IF.
002030 1120-EXIT.
002040     EXIT.
002050
002060*----------------------------------------------------------
002070* ONE MONTH: THE HEADING, THE WEEK GRID, THEN THE LIST OF
002080* ITS CHECK DATES AND ITS HOLIDAYS
002090*----------------------------------------------------------
002100 2000-PRINT-MONTH.
002110     MOVE ZERO TO WS-CHECK-COUNT
002120     MOVE ZERO TO WS-HOLIDAY-COUNT
002130     MOVE WS-REPORT-YEAR TO WS-CD-YYYY
002140     MOVE WS-MONTH-SUB TO WS-CD-MM
002150     PERFORM 2900-MONTH-DAYS THRU 2900-EXIT
002160     WRITE CALENDAR-REPORT-LINE FROM WS-BLANK-LINE
002170     MOVE WS-MONTH-NAME (WS-MONTH-SUB) TO ML-MONTH-NAME
002180     MOVE WS-REPORT-YEAR TO ML-YEAR
002190     WRITE CALENDAR-REPORT-LINE FROM WS-MONTH-LINE
002200     WRITE CALENDAR-REPORT-LINE FROM WS-DAY-NAME-LINE
002210     MOVE SPACES TO WS-WEEK-LINE
002220     MOVE "N" TO WS-WEEK-SWITCH
002230     PERFORM 2100-PLACE-ONE-DAY THRU 2100-EXIT
002240         VARYING WS-DAY-SUB FROM 1 BY 1
002250         UNTIL WS-DAY-SUB > WS-MONTH-DAYS
002260     IF WEEK-HAS-DAYS
002270         WRITE CALENDAR-REPORT-LINE FROM WS-WEEK-LINE
002280     END-IF
002290     IF WS-CHECK-COUNT > ZERO OR WS-HOLIDAY-COUNT > ZERO
002300         WRITE CALENDAR-REPORT-LINE FROM WS-BLANK-LINE
002310     END-IF
002320     PERFORM 2200-LIST-CHECK-DATE THRU 2200-EXIT
002330         VARYING WS-LIST-SUB FROM 1 BY 1
002340         UNTIL WS-LIST-SUB > WS-CHECK-COUNT
002350     PERFORM 2300-LIST-HOLIDAY THRU 2300-EXIT
002360         VARYING WS-LIST-SUB FROM 1 BY 1
002370         UNTIL WS-LIST-SUB > WS-HOLIDAY-COUNT.
002380 2000-EXIT.
002390     EXIT.
002400
002410*----------------------------------------------------------
002420* LOOK THE DAY UP, PUT IT UNDER ITS WEEKDAY, AND WRITE THE
002430* WEEK OUT AFTER SUNDAY
002440*----------------------------------------------------------
002450 2100-PLACE-ONE-DAY.
002460     MOVE WS-DAY-SUB TO WS-CD-DD
002470     MOVE "D" TO CK-FUNCTION
002480     MOVE WS-CURR-DATE-N TO CK-DATE
002490     CALL "CALLOOK" USING CALENDAR-LOOKUP-PARMS
002500     MOVE WS-DAY-SUB TO WL-DAY (CK-DAY-OF-WEEK)
002510     MOVE SPACE TO WL-MARK (CK-DAY-OF-WEEK)
002520     SET WEEK-HAS-DAYS TO TRUE
002530     IF CK-DATE-FOUND
002540         ADD 1 TO WS-DAYS-ON-FILE
002550     END-IF
002560     IF CK-IS-CHECK-DATE
002570         MOVE "C" TO WL-MARK (CK-DAY-OF-WEEK)
002580         ADD 1 TO WS-CHECK-COUNT
002590         MOVE WS-CURR-DATE-N TO WS-CT-DATE (WS-CHECK-COUNT)
002600         MOVE CK-PERIOD-NUMBER
002610             TO WS-CT-PERIOD-NUMBER (WS-CHECK-COUNT)
002620         MOVE CK-PERIOD-BEGIN
002630             TO WS-CT-PERIOD-BEGIN (WS-CHECK-COUNT)
002640         MOVE CK-PERIOD-END TO WS-CT-PERIOD-END (WS-CHECK-COUNT)
002650     END-IF
002660     IF CK-IS-HOLIDAY
002670         IF CK-IS-CHECK-DATE
002680             MOVE "B" TO WL-MARK (CK-DAY-OF-WEEK)
002690         ELSE
002700             MOVE "H" TO WL-MARK (CK-DAY-OF-WEEK)
002710         END-IF
002720         ADD 1 TO WS-HOLIDAY-COUNT
002730         MOVE WS-CURR-DATE-N TO WS-HT-DATE (WS-HOLIDAY-COUNT)
002740         MOVE CK-HOLIDAY-NAME TO WS-HT-NAME (WS-HOLIDAY-COUNT)
002750     END-IF
002760     IF CK-DAY-OF-WEEK = 7
002770         WRITE CALENDAR-REPORT-LINE FROM WS-WEEK-LINE
002780         MOVE SPACES TO WS-WEEK-LINE
002790         MOVE "N" TO WS-WEEK-SWITCH
002800     END-IF.
002810 2100-EXIT.
002820     EXIT.
002830
002840*----------------------------------------------------------
002850* ONE CHECK DATE AND THE PERIOD IT PAYS, AND THE ACH DATE
002860* WHEN THE CHECK DATE IS NOT A BUSINESS DAY
002870*----------------------------------------------------------
002880 2200-LIST-CHECK-DATE.
002890     ADD 1 TO WS-CHECK-DATES-LISTED
002900     MOVE WS-CT-DATE (WS-LIST-SUB) TO WS-PRINT-DATE-N
002910     PERFORM 2800-SLASH-DATE THRU 2800-EXIT
002920     MOVE WS-SLASH-DATE TO CL-CHECK-DATE
002930     MOVE WS-CT-PERIOD-NUMBER (WS-LIST-SUB) TO CL-PERIOD-NUMBER
002940     MOVE WS-CT-PERIOD-BEGIN (WS-LIST-SUB) TO WS-PRINT-DATE-N
002950     PERFORM 2800-SLASH-DATE THRU 2800-EXIT
002960     MOVE WS-SLASH-DATE TO CL-PERIOD-BEGIN
002970     MOVE WS-CT-PERIOD-END (WS-LIST-SUB) TO WS-PRINT-DATE-N
002980     PERFORM 2800-SLASH-DATE THRU 2800-EXIT
002990     MOVE WS-SLASH-DATE TO CL-PERIOD-END
003000     WRITE CALENDAR-REPORT-LINE FROM WS-CHECK-LINE
003010     MOVE "B" TO CK-FUNCTION
003020     MOVE WS-CT-DATE (WS-LIST-SUB) TO CK-DATE
003030     CALL "CALLOOK" USING CALENDAR-LOOKUP-PARMS
003040     IF CK-RESULT-DATE NOT = CK-DATE
003050         ADD 1 TO WS-CHECKS-MOVED
003060         MOVE CK-RESULT-DATE TO WS-PRINT-DATE-N
003070         PERFORM 2800-SLASH-DATE THRU 2800-EXIT
003080         MOVE WS-SLASH-DATE TO AL-ACH-DATE
003090         WRITE CALENDAR-REPORT-LINE FROM WS-ACH-LINE
003100     END-IF.
003110 2200-EXIT.
003120     EXIT.
003130
003140 2300-LIST-HOLIDAY.
003150     ADD 1 TO WS-HOLIDAYS-LISTED
003160     MOVE WS-HT-DATE (WS-LIST-SUB) TO WS-PRINT-DATE-N
003170     PERFORM 2800-SLASH-DATE THRU 2800-EXIT
003180     MOVE WS-SLASH-DATE TO HDL-HOLIDAY-DATE
003190     MOVE WS-HT-NAME (WS-LIST-SUB) TO HDL-HOLIDAY-NAME
003200     WRITE CALENDAR-REPORT-LINE FROM WS-HOLIDAY-LINE.
003210 2300-EXIT.
003220     EXIT.
003230
003240*----------------------------------------------------------
003250* WS-PRINT-DATE AS MM/DD/YY IN WS-SLASH-DATE
003260*----------------------------------------------------------
003270 2800-SLASH-DATE.
003280     MOVE WS-PD-MM TO SD-MM
003290     MOVE WS-PD-DD TO SD-DD
003300     MOVE WS-PD-YY TO SD-YY.
003310 2800-EXIT.
003320     EXIT.
003330
003340*----------------------------------------------------------
003350* DAYS IN THE MONTH BEING PRINTED - FEBRUARY HAS 29 IN A
003360* YEAR DIVISIBLE BY 4, EXCEPT CENTURIES NOT DIVISIBLE BY 400
003370*----------------------------------------------------------
003380 2900-MONTH-DAYS.
003390     EVALUATE WS-CD-MM
003400         WHEN 4
003410         WHEN 6
003420         WHEN 9
003430         WHEN 11
003440             MOVE 30 TO WS-MONTH-DAYS
003450         WHEN 2
003460             DIVIDE WS-CD-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
003470                 REMAINDER WS-LEAP-REM-4
003480             DIVIDE WS-CD-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
003490                 REMAINDER WS-LEAP-REM-100
003500             DIVIDE WS-CD-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
003510                 REMAINDER WS-LEAP-REM-400
003520             IF WS-LEAP-REM-4 = ZERO
003530                     AND (WS-LEAP-REM-100 NOT = ZERO
003540                         OR WS-LEAP-REM-400 = ZERO)
003550                 MOVE 29 TO WS-MONTH-DAYS
003560             ELSE
003570                 MOVE 28 TO WS-MONTH-DAYS
003580             END-IF
003590         WHEN OTHER
003600             MOVE 31 TO WS-MONTH-DAYS
003610     END-EVALUATE.
003620 2900-EXIT.
003630     EXIT.
003640
003650*----------------------------------------------------------
003660* YEAR TOTALS, CLOSE THE REPORT, LOG THE RUN
003670*----------------------------------------------------------
003680 3000-FINISH.
003690     WRITE CALENDAR-REPORT-LINE FROM WS-BLANK-LINE
003700     MOVE "CHECK DATES IN THE YEAR:" TO CNL-LABEL
003710     MOVE WS-CHECK-DATES-LISTED TO CNL-COUNT
003720     WRITE CALENDAR-REPORT-LINE FROM WS-COUNT-LINE
003730     MOVE "BANK HOLIDAYS IN THE YEAR:" TO CNL-LABEL
003740     MOVE WS-HOLIDAYS-LISTED TO CNL-COUNT
003750     WRITE CALENDAR-REPORT-LINE FROM WS-COUNT-LINE
003760     MOVE "CHECK DATES WITH EARLIER ACH:" TO CNL-LABEL
003770     MOVE WS-CHECKS-MOVED TO CNL-COUNT
003780     WRITE CALENDAR-REPORT-LINE FROM WS-COUNT-LINE
003790     CLOSE CALENDAR-REPORT
003800     PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT
003810     DISPLAY "CALPRT: PAYROLL CALENDAR PRINTED FOR "
003820         WS-REPORT-YEAR.
003830 3000-EXIT.
003840     EXIT.
003850
003860*----------------------------------------------------------
003870* APPEND ONE RECORD TO THE RUN-CONTROL LOG
003880*----------------------------------------------------------
003890 9100-WRITE-RUN-LOG.
003900     OPEN EXTEND RUN-CONTROL-LOG
003910     IF WS-RL-STATUS = "35"
003920         OPEN OUTPUT RUN-CONTROL-LOG
003930         CLOSE RUN-CONTROL-LOG
003940         OPEN EXTEND RUN-CONTROL-LOG
003950     END-IF
003960     MOVE "CALPRT  " TO RL-JOB-NAME
003970     MOVE WS-RUN-START-DATE TO RL-START-DATE
003980     MOVE WS-RUN-START-TIME TO RL-START-TIME
003990     ACCEPT RL-END-DATE FROM DATE YYYYMMDD
004000     ACCEPT RL-END-TIME FROM TIME
004010     MOVE WS-DAYS-ON-FILE TO RL-RECORDS-IN
004020     MOVE WS-CHECK-DATES-LISTED TO RL-RECORDS-OUT
004030     MOVE WS-CHECKS-MOVED TO RL-EXCEPTIONS
004040     MOVE "OK" TO RL-STATUS
004050     MOVE SPACES TO RL-FILLER
004060     WRITE RUN-LOG-RECORD
004070     CLOSE RUN-CONTROL-LOG.
004080 9100-EXIT.
004090     EXIT.
