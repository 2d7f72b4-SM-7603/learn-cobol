000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CALLOOK.
000030 AUTHOR. PAYROLL-SYSTEMS-GROUP.
000040 INSTALLATION. DATA-PROCESSING-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 10/15/26  SM   INITIAL VERSION - PAYROLL CALENDAR LOOKUP
000110* 10/15/26  SM   SUBPROGRAM: CHECK DATES, PAY PERIODS, BANK
000120* 10/15/26  SM   HOLIDAYS, AND BUSINESS DAYS
000121* 10/15/26  SM   W FUNCTION - THE SUNDAY A WORKWEEK BEGINS ON
000130*----------------------------------------------------------
000140*
000150* CALLED SUBPROGRAM, ONE PER LOOKUP, SHARED BY PAYEDIT,
000160* PAYREG, PAYADJ, ACHNACHA, AND CALPRT SO THEY ALL READ THE
000170* SAME CALENDAR THE SAME WAY.  LOADS THE PAYROLL CALENDAR INTO
000180* STORAGE ON THE FIRST CALL, SAME AS WTHLOOK, AND ANSWERS
000190* EVERY LATER CALL FROM THE TABLE - SEE CALPARM FOR THE
000200* FUNCTIONS.  THE DAY OF THE WEEK IS WORKED OUT FROM THE
000210* DATE ITSELF (ZELLER'S RULE), SO THE CALENDAR ONLY HAS TO
000220* HOLD THE CHECK DATES AND THE HOLIDAYS.  A MISSING CALENDAR
000230* IS NOT CREATED - THE CALLERS DECIDE WHAT NO CALENDAR MEANS.
000240*
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT PAYROLL-CALENDAR ASSIGN TO "PAYCAL"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS SEQUENTIAL
000310         RECORD KEY IS PY-CAL-DATE
000320         FILE STATUS IS WS-PY-STATUS.
000330
000340 DATA DIVISION.
000350 FILE SECTION.
000360 FD  PAYROLL-CALENDAR.
000370     COPY PAYCAL.
000380
000390 WORKING-STORAGE SECTION.
000400 77  WS-PY-STATUS                  PIC X(02) VALUE "00".
000410 77  WS-LOADED-SWITCH              PIC X(01) VALUE "N".
000420     88  TABLE-LOADED              VALUE "Y".
000430 77  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
000440     88  END-OF-FILE               VALUE "Y".
000450 77  WS-BUSINESS-SWITCH            PIC X(01) VALUE "N".
000460     88  BUSINESS-DAY-FOUND        VALUE "Y".
000470 77  WS-DAY-COUNT                  PIC 9(04) COMP VALUE ZERO.
000480 77  WS-DAY-SUB                    PIC 9(04) COMP VALUE ZERO.
000490 77  WS-HIT-SUB                    PIC 9(04) COMP VALUE ZERO.
000500 77  WS-CHECK-SUB                  PIC 9(04) COMP VALUE ZERO.
000510 77  WS-BACKUP-COUNT               PIC 9(02) COMP VALUE ZERO.
000520 77  WS-DAY-OF-WEEK                PIC 9(01) VALUE ZERO.
000530 77  WS-MONTH-DAYS                 PIC 9(02) VALUE ZERO.
000540*> ZELLER'S RULE WORK FIELDS - JANUARY AND FEBRUARY COUNT AS
000550*> MONTHS 13 AND 14 OF THE YEAR BEFORE
000560 77  WS-Z-MONTH                    PIC 9(02) VALUE ZERO.
000570 77  WS-Z-YEAR                     PIC 9(04) VALUE ZERO.
000580 77  WS-Z-CENTURY                  PIC 9(02) VALUE ZERO.
000590 77  WS-Z-YEAR-OF-CENT             PIC 9(02) VALUE ZERO.
000600 77  WS-Z-MONTH-TERM               PIC 9(03) VALUE ZERO.
000610 77  WS-Z-YEAR-TERM                PIC 9(03) VALUE ZERO.
000620 77  WS-Z-CENT-TERM                PIC 9(03) VALUE ZERO.
000630 77  WS-Z-SUM                      PIC 9(05) VALUE ZERO.
000640 77  WS-Z-QUOTIENT                 PIC 9(05) VALUE ZERO.
000650 77  WS-Z-DAY                      PIC 9(01) VALUE ZERO.
000660 77  WS-LEAP-QUOTIENT              PIC 9(04) VALUE ZERO.
000670 77  WS-LEAP-REM-4                 PIC 9(03) VALUE ZERO.
000680 77  WS-LEAP-REM-100               PIC 9(03) VALUE ZERO.
000690 77  WS-LEAP-REM-400               PIC 9(03) VALUE ZERO.
000700 01  WS-WORK-DATE.
000710     05  WS-WD-YYYY                PIC 9(04).
000720     05  WS-WD-MM                  PIC 9(02).
000730     05  WS-WD-DD                  PIC 9(02).
000740 01  WS-WORK-DATE-N REDEFINES WS-WORK-DATE
000750                                   PIC 9(08).
000760 01  WS-CALENDAR-TABLE.
000770     05  WS-CAL-DAY OCCURS 800 TIMES.
000780         10  WS-CD-DATE            PIC 9(08).
000790         10  WS-CD-CHECK-FLAG      PIC X(01).
000800         10  WS-CD-PERIOD-NUMBER   PIC 9(02).
000810         10  WS-CD-PERIOD-BEGIN    PIC 9(08).
000820         10  WS-CD-PERIOD-END      PIC 9(08).
000830         10  WS-CD-HOLIDAY-FLAG    PIC X(01).
000840         10  WS-CD-HOLIDAY-NAME    PIC X(20).
000850
000860 LINKAGE SECTION.
000870     COPY CALPARM.
000880
000890 PROCEDURE DIVISION USING CALENDAR-LOOKUP-PARMS.
000900 0000-MAINLINE.
000910     IF NOT TABLE-LOADED
000920         PERFORM 1000-LOAD-CALENDAR THRU 1000-EXIT
000930     END-IF
000940     MOVE CK-DATE TO CK-RESULT-DATE
000950     MOVE "N" TO CK-FOUND
000960     MOVE "N" TO CK-CHECK-FLAG
000970     MOVE ZERO TO CK-PERIOD-NUMBER
000980     MOVE ZERO TO CK-PERIOD-BEGIN
000990     MOVE ZERO TO CK-PERIOD-END
001000     MOVE "N" TO CK-HOLIDAY-FLAG
001010     MOVE SPACES TO CK-HOLIDAY-NAME
001020     IF WS-DAY-COUNT = ZERO
001030         MOVE "N" TO CK-CALENDAR-FLAG
001040     ELSE
001050         MOVE "Y" TO CK-CALENDAR-FLAG
001060     END-IF
001070     MOVE CK-DATE TO WS-WORK-DATE-N
001080     PERFORM 7000-DAY-OF-WEEK THRU 7000-EXIT
001090     MOVE WS-DAY-OF-WEEK TO CK-DAY-OF-WEEK
001100     PERFORM 7200-FIND-DAY THRU 7200-EXIT
001110     IF WS-HIT-SUB > ZERO
001120         MOVE WS-CD-HOLIDAY-FLAG (WS-HIT-SUB) TO CK-HOLIDAY-FLAG
001130         MOVE WS-CD-HOLIDAY-NAME (WS-HIT-SUB) TO CK-HOLIDAY-NAME
001140     END-IF
001150     EVALUATE TRUE
001160         WHEN CK-DAY-INFO
001170             PERFORM 2000-DAY-INFO THRU 2000-EXIT
001180         WHEN CK-LAST-CHECK
001190             PERFORM 3000-LAST-CHECK THRU 3000-EXIT
001200         WHEN CK-NEXT-CHECK
001210             PERFORM 4000-NEXT-CHECK THRU 4000-EXIT
001220         WHEN CK-BUSINESS-DAY
001230             PERFORM 5000-BUSINESS-DAY THRU 5000-EXIT
001231         WHEN CK-WEEK-BEGIN
001232             PERFORM 5500-WEEK-BEGIN THRU 5500-EXIT
001240         WHEN OTHER
001250             DISPLAY "CALLOOK: UNKNOWN FUNCTION " CK-FUNCTION
001260     END-EVALUATE
001270     GOBACK.
001280
001290*----------------------------------------------------------
001300* FIRST CALL: READ EVERY CALENDAR DAY INTO THE TABLE, IN
001310* DATE ORDER
001320*----------------------------------------------------------
001330 1000-LOAD-CALENDAR.
001340     SET TABLE-LOADED TO TRUE
001350     OPEN INPUT PAYROLL-CALENDAR
001360     IF WS-PY-STATUS NOT = "00"
001370         DISPLAY "CALLOOK: NO PAYROLL CALENDAR ON FILE - KEY "
001380             "ONE IN CALMNT"
001390         GO TO 1000-EXIT
001400     END-IF
001410     MOVE "N" TO WS-EOF-SWITCH
001420     PERFORM 8000-READ-CALENDAR THRU 8000-EXIT
001430     PERFORM 1100-TABLE-ONE-DAY THRU 1100-EXIT
001440         UNTIL END-OF-FILE
001450     CLOSE PAYROLL-CALENDAR.
001460 1000-EXIT.
001470     EXIT.
001480
001490 1100-TABLE-ONE-DAY.
001500     IF WS-DAY-COUNT >= 800
001510         DISPLAY "CALLOOK: CALENDAR TABLE FULL, DATE "
001520             PY-CAL-DATE " SKIPPED"
001530     ELSE
001540         ADD 1 TO WS-DAY-COUNT
001550         MOVE PY-CAL-DATE TO WS-CD-DATE (WS-DAY-COUNT)
001560         MOVE PY-CHECK-DATE-FLAG
001570             TO WS-CD-CHECK-FLAG (WS-DAY-COUNT)
001580         MOVE PY-PERIOD-NUMBER
001590             TO WS-CD-PERIOD-NUMBER (WS-DAY-COUNT)
001600         MOVE PY-PERIOD-BEGIN
001610             TO WS-CD-PERIOD-BEGIN (WS-DAY-COUNT)
001620         MOVE PY-PERIOD-END TO WS-CD-PERIOD-END (WS-DAY-COUNT)
001630         MOVE PY-HOLIDAY-FLAG
001640             TO WS-CD-HOLIDAY-FLAG (WS-DAY-COUNT)
001650         MOVE PY-HOLIDAY-NAME
001660             TO WS-CD-HOLIDAY-NAME (WS-DAY-COUNT)
001670     END-IF
001680     PERFORM 8000-READ-CALENDAR THRU 8000-EXIT.
001690 1100-EXIT.
001700     EXIT.
001710
001720*----------------------------------------------------------
001730* D: WHAT THE CALENDAR SAYS ABOUT THE DATE ITSELF
001740*----------------------------------------------------------
001750 2000-DAY-INFO.
001760     IF WS-HIT-SUB > ZERO
001770         MOVE "Y" TO CK-FOUND
001780         MOVE WS-HIT-SUB TO WS-CHECK-SUB
001790         PERFORM 6000-RETURN-PERIOD THRU 6000-EXIT
001800     END-IF.
001810 2000-EXIT.
001820     EXIT.
001830
001840*----------------------------------------------------------
001850* L: THE TABLE IS IN DATE ORDER, SO THE LAST CHECK DATE AT
001860* OR BEFORE THE CALLER'S DATE IS THE LATEST ONE
001870*----------------------------------------------------------
001880 3000-LAST-CHECK.
001890     MOVE ZERO TO WS-CHECK-SUB
001900     PERFORM 3100-TEST-ONE-DAY THRU 3100-EXIT
001910         VARYING WS-DAY-SUB FROM 1 BY 1
001920         UNTIL WS-DAY-SUB > WS-DAY-COUNT
001930     IF WS-CHECK-SUB > ZERO
001940         MOVE "Y" TO CK-FOUND
001950         MOVE WS-CD-DATE (WS-CHECK-SUB) TO CK-RESULT-DATE
001960         PERFORM 6000-RETURN-PERIOD THRU 6000-EXIT
001970     END-IF.
001980 3000-EXIT.
001990     EXIT.
002000
002010 3100-TEST-ONE-DAY.
002020     IF WS-CD-DATE (WS-DAY-SUB) <= CK-DATE
002030             AND WS-CD-CHECK-FLAG (WS-DAY-SUB) = "Y"
002040         MOVE WS-DAY-SUB TO WS-CHECK-SUB
002050     END-IF.
002060 3100-EXIT.
002070     EXIT.
002080
002090*----------------------------------------------------------
002100* N: THE FIRST CHECK DATE AT OR AFTER THE CALLER'S DATE
002110*----------------------------------------------------------
002120 4000-NEXT-CHECK.
002130     MOVE ZERO TO WS-CHECK-SUB
002140     PERFORM 4100-TEST-ONE-DAY THRU 4100-EXIT
002150         VARYING WS-DAY-SUB FROM 1 BY 1
002160         UNTIL WS-DAY-SUB > WS-DAY-COUNT
002170             OR WS-CHECK-SUB > ZERO
002180     IF WS-CHECK-SUB > ZERO
002190         MOVE "Y" TO CK-FOUND
002200         MOVE WS-CD-DATE (WS-CHECK-SUB) TO CK-RESULT-DATE
002210         PERFORM 6000-RETURN-PERIOD THRU 6000-EXIT
002220     END-IF.
002230 4000-EXIT.
002240     EXIT.
002250
002260 4100-TEST-ONE-DAY.
002270     IF WS-CD-DATE (WS-DAY-SUB) >= CK-DATE
002280             AND WS-CD-CHECK-FLAG (WS-DAY-SUB) = "Y"
002290         MOVE WS-DAY-SUB TO WS-CHECK-SUB
002300     END-IF.
002310 4100-EXIT.
002320     EXIT.
002330
002340*----------------------------------------------------------
002350* B: BACK UP A DAY AT A TIME UNTIL THE DATE IS NEITHER A
002360* WEEKEND NOR A BANK HOLIDAY.  TWO WEEKS IS FAR MORE THAN
002370* ANY RUN OF HOLIDAYS - A CALENDAR THAT SAYS OTHERWISE IS
002380* WRONG, AND THE CALLER GETS THE DATE WHERE THE SEARCH GAVE
002390* UP
002400*----------------------------------------------------------
002410 5000-BUSINESS-DAY.
002420     MOVE "Y" TO CK-FOUND
002430     MOVE ZERO TO WS-BACKUP-COUNT
002440     MOVE "N" TO WS-BUSINESS-SWITCH
002450     PERFORM 5100-TEST-BUSINESS-DAY THRU 5100-EXIT
002460         UNTIL BUSINESS-DAY-FOUND
002470             OR WS-BACKUP-COUNT > 14
002480     MOVE WS-WORK-DATE-N TO CK-RESULT-DATE.
002490 5000-EXIT.
002500     EXIT.
002510
002520 5100-TEST-BUSINESS-DAY.
002530     PERFORM 7000-DAY-OF-WEEK THRU 7000-EXIT
002540     PERFORM 7200-FIND-DAY THRU 7200-EXIT
002550     IF WS-DAY-OF-WEEK < 6
002560         IF WS-HIT-SUB = ZERO
002570             SET BUSINESS-DAY-FOUND TO TRUE
002580             GO TO 5100-EXIT
002590         END-IF
002600         IF WS-CD-HOLIDAY-FLAG (WS-HIT-SUB) NOT = "Y"
002610             SET BUSINESS-DAY-FOUND TO TRUE
002620             GO TO 5100-EXIT
002630         END-IF
002640     END-IF
002650     PERFORM 7100-BACK-ONE-DAY THRU 7100-EXIT
002660     ADD 1 TO WS-BACKUP-COUNT.
002670 5100-EXIT.
002680     EXIT.
002681
002682*----------------------------------------------------------
002683* W: THE SUNDAY ON OR BEFORE THE CALLER'S DATE - A WORKWEEK
002684* RUNS SUNDAY THROUGH SATURDAY.  PURE DATE ARITHMETIC, SO IT
002685* ANSWERS WITH NO CALENDAR ON FILE
002686*----------------------------------------------------------
002687 5500-WEEK-BEGIN.
002688     MOVE "Y" TO CK-FOUND
002689     IF WS-DAY-OF-WEEK < 7
002690         PERFORM 7100-BACK-ONE-DAY THRU 7100-EXIT
002691             WS-DAY-OF-WEEK TIMES
002692     END-IF
002693     MOVE WS-WORK-DATE-N TO CK-RESULT-DATE.
002694 5500-EXIT.
002695     EXIT.
002696
002700*----------------------------------------------------------
002710* HAND BACK THE CHECK-DATE AND PAY-PERIOD FIELDS OF THE
002720* TABLE ENTRY AT WS-CHECK-SUB
002730*----------------------------------------------------------
002740 6000-RETURN-PERIOD.
002750     MOVE WS-CD-CHECK-FLAG (WS-CHECK-SUB) TO CK-CHECK-FLAG
002760     MOVE WS-CD-PERIOD-NUMBER (WS-CHECK-SUB) TO CK-PERIOD-NUMBER
002770     MOVE WS-CD-PERIOD-BEGIN (WS-CHECK-SUB) TO CK-PERIOD-BEGIN
002780     MOVE WS-CD-PERIOD-END (WS-CHECK-SUB) TO CK-PERIOD-END.
002790 6000-EXIT.
002800     EXIT.
002810
002820*----------------------------------------------------------
002830* DAY OF THE WEEK OF WS-WORK-DATE BY ZELLER'S RULE, WHICH
002840* COUNTS 0 = SATURDAY; TURNED AROUND TO 1 = MONDAY THROUGH
002850* 7 = SUNDAY
002860*----------------------------------------------------------
002870 7000-DAY-OF-WEEK.
002880     MOVE WS-WD-MM TO WS-Z-MONTH
002890     MOVE WS-WD-YYYY TO WS-Z-YEAR
002900     IF WS-Z-MONTH < 3
002910         ADD 12 TO WS-Z-MONTH
002920         SUBTRACT 1 FROM WS-Z-YEAR
002930     END-IF
002940     DIVIDE WS-Z-YEAR BY 100 GIVING WS-Z-CENTURY
002950         REMAINDER WS-Z-YEAR-OF-CENT
002960     COMPUTE WS-Z-MONTH-TERM = (13 * (WS-Z-MONTH + 1)) / 5
002970     COMPUTE WS-Z-YEAR-TERM = WS-Z-YEAR-OF-CENT / 4
002980     COMPUTE WS-Z-CENT-TERM = WS-Z-CENTURY / 4
002990     COMPUTE WS-Z-SUM = WS-WD-DD + WS-Z-MONTH-TERM
003000         + WS-Z-YEAR-OF-CENT + WS-Z-YEAR-TERM
003010         + WS-Z-CENT-TERM + (5 * WS-Z-CENTURY)
003020     DIVIDE WS-Z-SUM BY 7 GIVING WS-Z-QUOTIENT
003030         REMAINDER WS-Z-DAY
003040     COMPUTE WS-Z-SUM = WS-Z-DAY + 5
003050     DIVIDE WS-Z-SUM BY 7 GIVING WS-Z-QUOTIENT
003060         REMAINDER WS-DAY-OF-WEEK
003070     ADD 1 TO WS-DAY-OF-WEEK.
003080 7000-EXIT.
003090     EXIT.
003100
003110*----------------------------------------------------------
003120* STEP WS-WORK-DATE BACK ONE DAY ACROSS MONTH AND YEAR ENDS
003130*----------------------------------------------------------
003140 7100-BACK-ONE-DAY.
003150     IF WS-WD-DD > 1
003160         SUBTRACT 1 FROM WS-WD-DD
003170         GO TO 7100-EXIT
003180     END-IF
003190     IF WS-WD-MM > 1
003200         SUBTRACT 1 FROM WS-WD-MM
003210     ELSE
003220         MOVE 12 TO WS-WD-MM
003230         SUBTRACT 1 FROM WS-WD-YYYY
003240     END-IF
003250     PERFORM 7300-MONTH-DAYS THRU 7300-EXIT
003260     MOVE WS-MONTH-DAYS TO WS-WD-DD.
003270 7100-EXIT.
003280     EXIT.
003290
003300*----------------------------------------------------------
003310* THE TABLE ENTRY FOR WS-WORK-DATE, IF THE CALENDAR HAS ONE
003320*----------------------------------------------------------
003330 7200-FIND-DAY.
003340     MOVE ZERO TO WS-HIT-SUB
003350     PERFORM 7210-TEST-ONE-DAY THRU 7210-EXIT
003360         VARYING WS-DAY-SUB FROM 1 BY 1
003370         UNTIL WS-DAY-SUB > WS-DAY-COUNT
003380             OR WS-HIT-SUB > ZERO.
003390 7200-EXIT.
003400     EXIT.
003410
003420 7210-TEST-ONE-DAY.
003430     IF WS-CD-DATE (WS-DAY-SUB) = WS-WORK-DATE-N
003440         MOVE WS-DAY-SUB TO WS-HIT-SUB
003450     END-IF.
003460 7210-EXIT.
003470     EXIT.
003480
003490*----------------------------------------------------------
003500* DAYS IN WS-WORK-DATE'S MONTH - FEBRUARY HAS 29 IN A YEAR
003510* DIVISIBLE BY 4, EXCEPT CENTURIES NOT DIVISIBLE BY 400
003520*----------------------------------------------------------
003530 7300-MONTH-DAYS.
003540     EVALUATE WS-WD-MM
003550         WHEN 4
003560         WHEN 6
003570         WHEN 9
003580         WHEN 11
003590             MOVE 30 TO WS-MONTH-DAYS
003600         WHEN 2
003610             DIVIDE WS-WD-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
003620                 REMAINDER WS-LEAP-REM-4
003630             DIVIDE WS-WD-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
003640                 REMAINDER WS-LEAP-REM-100
003650             DIVIDE WS-WD-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
003660                 REMAINDER WS-LEAP-REM-400
003670             IF WS-LEAP-REM-4 = ZERO
003680                     AND (WS-LEAP-REM-100 NOT = ZERO
003690                         OR WS-LEAP-REM-400 = ZERO)
003700                 MOVE 29 TO WS-MONTH-DAYS
003710             ELSE
003720                 MOVE 28 TO WS-MONTH-DAYS
003730             END-IF
003740         WHEN OTHER
003750             MOVE 31 TO WS-MONTH-DAYS
003760     END-EVALUATE.
003770 7300-EXIT.
003780     EXIT.
003790
003800*----------------------------------------------------------
003810* READ THE NEXT CALENDAR DAY, SET THE EOF SWITCH AT END
003820*----------------------------------------------------------
003830 8000-READ-CALENDAR.
003840     READ PAYROLL-CALENDAR NEXT RECORD
003850         AT END
003860             SET END-OF-FILE TO TRUE
003870     END-READ.
003880 8000-EXIT.
003890     EXIT.
