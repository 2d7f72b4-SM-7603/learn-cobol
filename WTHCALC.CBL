000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. WTHCALC.
000030 AUTHOR. PAYROLL-SYSTEMS-GROUP.
000040 INSTALLATION. DATA-PROCESSING-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 10/15/26  SM   INITIAL VERSION - INCOME-TAX WITHHOLDING
000110* 10/15/26  SM   FROM THE CUSTOMER'S ELECTION AND THE
000120* 10/15/26  SM   FEDERAL AND STATE RATE SETS
000130*----------------------------------------------------------
000140*
000150* CALLED SUBPROGRAM, ONE CALL PER CHECK, SO PAYREG AND PAYADJ
000160* CANNOT WITHHOLD A CHECK TWO DIFFERENT WAYS.  LOADS THE STATE
000170* RATE FILE INTO STORAGE ON THE FIRST CALL, SAME AS WTHLOOK,
000180* AND ANSWERS EVERY LATER CALL FROM THE TABLE.  THE SET IN
000190* FORCE FOR A STATE IS ITS SET WITH THE GREATEST EFFECTIVE
000200* DATE AT OR BEFORE THE PAY DATE.  EACH OF THE FEDERAL ("US")
000210* AND WORK-STATE SETS WITHHOLDS ITS FILING-STATUS RATE ON THE
000220* GROSS LESS THE ALLOWANCES CLAIMED; THE FLAT ADDITIONAL
000230* AMOUNT GOES ON TOP, AND THE TOTAL NEVER EXCEEDS THE GROSS.
000240* AN EXEMPT CLAIM NOT YET EXPIRED ON THE PAY DATE WITHHOLDS
000250* NOTHING AT ALL.  THE FIRST RUN EVER CREATES THE FILE SEEDED
000260* WITH A FEDERAL SET ONLY - KEY THE REAL SETS IN STWMNT.
000270*
000280 ENVIRONMENT DIVISION.
000290 INPUT-OUTPUT SECTION.
000300 FILE-CONTROL.
000310     SELECT STATE-WTH-RATES ASSIGN TO "STWRATES"
000320         ORGANIZATION IS INDEXED
000330         ACCESS MODE IS SEQUENTIAL
000340         RECORD KEY IS SW-KEY
000350         FILE STATUS IS WS-SW-STATUS.
000360
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  STATE-WTH-RATES.
000400     COPY STWRATE.
000410
000420 WORKING-STORAGE SECTION.
000430 77  WS-SW-STATUS                  PIC X(02) VALUE "00".
000440 77  WS-LOADED-SWITCH              PIC X(01) VALUE "N".
000450     88  TABLE-LOADED              VALUE "Y".
000460 77  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
000470     88  END-OF-FILE               VALUE "Y".
000480 77  WS-SET-COUNT                  PIC 9(03) COMP VALUE ZERO.
000490 77  WS-SET-SUB                    PIC 9(03) COMP VALUE ZERO.
000500 77  WS-IN-FORCE-SUB               PIC 9(03) COMP VALUE ZERO.
000510 77  WS-STATUS-SUB                 PIC 9 COMP VALUE ZERO.
000520 77  WS-RATE-SUB                   PIC 9 COMP VALUE ZERO.
000530 77  WS-FIND-STATE                 PIC X(02) VALUE SPACES.
000540 77  WS-ALLOWANCE-TOTAL            PIC 9(05)V99 VALUE ZERO.
000550 77  WS-TAXABLE                    PIC 9(05)V99 VALUE ZERO.
000560 77  WS-SET-AMOUNT                 PIC 9(05)V99 VALUE ZERO.
000570 77  WS-TOTAL-WITHHOLDING          PIC 9(06)V99 VALUE ZERO.
000580 01  WS-RATE-SET-TABLE.
000590     05  WS-RATE-SET OCCURS 200 TIMES.
000600         10  WS-RS-STATE           PIC X(02).
000610         10  WS-RS-EFFECTIVE-DATE  PIC 9(08).
000620         10  WS-RS-ALLOWANCE-AMT   PIC 9(03)V99.
000630         10  WS-RS-RATE OCCURS 3 TIMES
000640                                   PIC V999.
000650
000660 LINKAGE SECTION.
000670     COPY WTHCPRM.
000680
000690 PROCEDURE DIVISION USING WITHHOLDING-CALC-PARMS.
000700 0000-MAINLINE.
000710     IF NOT TABLE-LOADED
000720         PERFORM 1000-LOAD-RATE-TABLE THRU 1000-EXIT
000730     END-IF
000740     MOVE ZERO TO WC-FED-WITHHOLDING
000750     MOVE ZERO TO WC-STATE-WITHHOLDING
000760     MOVE ZERO TO WC-WITHHOLDING
000770     MOVE "N" TO WC-FED-FOUND
000780     MOVE "N" TO WC-STATE-FOUND
000790     MOVE "N" TO WC-EXEMPT-USED
000800     EVALUATE WC-FILING-STATUS
000810         WHEN "M"
000820             MOVE 2 TO WS-STATUS-SUB
000830         WHEN "H"
000840             MOVE 3 TO WS-STATUS-SUB
000850         WHEN OTHER
000860             MOVE 1 TO WS-STATUS-SUB
000870     END-EVALUATE
000880     IF WC-EXEMPT-FLAG = "Y"
000890             AND (WC-EXEMPT-EXPIRES = ZERO
000900                  OR WC-EXEMPT-EXPIRES >= WC-PAY-DATE)
000910         MOVE "Y" TO WC-EXEMPT-USED
000920         GOBACK
000930     END-IF
000940     MOVE "US" TO WS-FIND-STATE
000950     PERFORM 2000-FIND-SET-IN-FORCE THRU 2000-EXIT
000960     IF WS-IN-FORCE-SUB NOT = ZERO
000970         MOVE "Y" TO WC-FED-FOUND
000980         PERFORM 3000-WITHHOLD-ONE-SET THRU 3000-EXIT
000990         MOVE WS-SET-AMOUNT TO WC-FED-WITHHOLDING
001000     END-IF
001010     IF WC-WORK-STATE NOT = SPACES
001020             AND WC-WORK-STATE NOT = "US"
001030         MOVE WC-WORK-STATE TO WS-FIND-STATE
001040         PERFORM 2000-FIND-SET-IN-FORCE THRU 2000-EXIT
001050         IF WS-IN-FORCE-SUB NOT = ZERO
001060             MOVE "Y" TO WC-STATE-FOUND
001070             PERFORM 3000-WITHHOLD-ONE-SET THRU 3000-EXIT
001080             MOVE WS-SET-AMOUNT TO WC-STATE-WITHHOLDING
001090         END-IF
001100     END-IF
001110     COMPUTE WS-TOTAL-WITHHOLDING = WC-FED-WITHHOLDING
001120         + WC-STATE-WITHHOLDING + WC-ADDL-WITHHOLDING
001130*> A FLAT ADDITIONAL AMOUNT BIGGER THAN A SHORT CHECK TAKES
001140*> THE WHOLE GROSS AND NO MORE
001150     IF WS-TOTAL-WITHHOLDING > WC-GROSS
001160         MOVE WC-GROSS TO WC-WITHHOLDING
001170     ELSE
001180         MOVE WS-TOTAL-WITHHOLDING TO WC-WITHHOLDING
001190     END-IF
001200     GOBACK.
001210
001220*----------------------------------------------------------
001230* FIRST CALL: READ EVERY RATE SET INTO THE TABLE, IN KEY
001240* ORDER (STATE, THEN EFFECTIVE DATE).  A MISSING FILE IS
001250* CREATED SEEDED WITH ONE FEDERAL SET, SAME FIRST-RUN
001260* PATTERN AS WTHLOOK
001270*----------------------------------------------------------
001280 1000-LOAD-RATE-TABLE.
001290     OPEN INPUT STATE-WTH-RATES
001300     IF WS-SW-STATUS = "35"
001310         PERFORM 1100-CREATE-RATE-FILE THRU 1100-EXIT
001320         OPEN INPUT STATE-WTH-RATES
001330     END-IF
001340     MOVE "N" TO WS-EOF-SWITCH
001350     PERFORM 8000-READ-RATE-SET THRU 8000-EXIT
001360     PERFORM 1200-TABLE-ONE-SET THRU 1200-EXIT
001370         UNTIL END-OF-FILE
001380     CLOSE STATE-WTH-RATES
001390     SET TABLE-LOADED TO TRUE.
001400 1000-EXIT.
001410     EXIT.
001420
001430 1100-CREATE-RATE-FILE.
001440     OPEN OUTPUT STATE-WTH-RATES
001450     MOVE "US" TO SW-STATE
001460     MOVE 19000101 TO SW-EFFECTIVE-DATE
001470     MOVE 50.00 TO SW-ALLOWANCE-AMT
001480     MOVE .150 TO SW-STATUS-RATE (1)
001490     MOVE .100 TO SW-STATUS-RATE (2)
001500     MOVE .120 TO SW-STATUS-RATE (3)
001510     MOVE "WTHCALC" TO SW-CHANGED-BY
001520     ACCEPT SW-CHANGED-DATE FROM DATE YYYYMMDD
001530     MOVE SPACES TO SW-FILLER
001540     WRITE STATE-WTH-RATE-RECORD
001550     CLOSE STATE-WTH-RATES
001560     DISPLAY "WTHCALC: STATE RATE FILE CREATED WITH A SEEDED "
001570         "FEDERAL SET - KEY REAL SETS IN STWMNT".
001580 1100-EXIT.
001590     EXIT.
001600
001610 1200-TABLE-ONE-SET.
001620     IF WS-SET-COUNT >= 200
001630         DISPLAY "WTHCALC: RATE SET TABLE FULL, SET "
001640             SW-STATE " " SW-EFFECTIVE-DATE " SKIPPED"
001650     ELSE
001660         ADD 1 TO WS-SET-COUNT
001670         MOVE SW-STATE TO WS-RS-STATE (WS-SET-COUNT)
001680         MOVE SW-EFFECTIVE-DATE
001690             TO WS-RS-EFFECTIVE-DATE (WS-SET-COUNT)
001700         MOVE SW-ALLOWANCE-AMT
001710             TO WS-RS-ALLOWANCE-AMT (WS-SET-COUNT)
001720         PERFORM 1210-TABLE-ONE-RATE THRU 1210-EXIT
001730             VARYING WS-RATE-SUB FROM 1 BY 1
001740             UNTIL WS-RATE-SUB > 3
001750     END-IF
001760     PERFORM 8000-READ-RATE-SET THRU 8000-EXIT.
001770 1200-EXIT.
001780     EXIT.
001790
001800 1210-TABLE-ONE-RATE.
001810     MOVE SW-STATUS-RATE (WS-RATE-SUB)
001820         TO WS-RS-RATE (WS-SET-COUNT WS-RATE-SUB).
001830 1210-EXIT.
001840     EXIT.
001850
001860*----------------------------------------------------------
001870* THE TABLE IS IN STATE AND EFFECTIVE-DATE ORDER, SO THE
001880* LAST OF THE STATE'S SETS AT OR BEFORE THE PAY DATE IS THE
001890* ONE IN FORCE - ZERO WHEN THE STATE HAS NONE
001900*----------------------------------------------------------
001910 2000-FIND-SET-IN-FORCE.
001920     MOVE ZERO TO WS-IN-FORCE-SUB
001930     PERFORM 2100-TEST-ONE-SET THRU 2100-EXIT
001940         VARYING WS-SET-SUB FROM 1 BY 1
001950         UNTIL WS-SET-SUB > WS-SET-COUNT.
001960 2000-EXIT.
001970     EXIT.
001980
001990 2100-TEST-ONE-SET.
002000     IF WS-RS-STATE (WS-SET-SUB) = WS-FIND-STATE
002010             AND WS-RS-EFFECTIVE-DATE (WS-SET-SUB)
002020                 <= WC-PAY-DATE
002030         MOVE WS-SET-SUB TO WS-IN-FORCE-SUB
002040     END-IF.
002050 2100-EXIT.
002060     EXIT.
002070
002080*----------------------------------------------------------
002090* ONE SET'S WITHHOLDING: ITS FILING-STATUS RATE ON THE GROSS
002100* LESS THE ALLOWANCES, NEVER BELOW ZERO
002110*----------------------------------------------------------
002120 3000-WITHHOLD-ONE-SET.
002130     MOVE ZERO TO WS-SET-AMOUNT
002140     COMPUTE WS-ALLOWANCE-TOTAL =
002150         WC-ALLOWANCES * WS-RS-ALLOWANCE-AMT (WS-IN-FORCE-SUB)
002160         ON SIZE ERROR
002170             MOVE WC-GROSS TO WS-ALLOWANCE-TOTAL
002180     END-COMPUTE
002190     IF WS-ALLOWANCE-TOTAL >= WC-GROSS
002200         GO TO 3000-EXIT
002210     END-IF
002220     SUBTRACT WS-ALLOWANCE-TOTAL FROM WC-GROSS GIVING WS-TAXABLE
002230     COMPUTE WS-SET-AMOUNT ROUNDED = WS-TAXABLE
002240         * WS-RS-RATE (WS-IN-FORCE-SUB WS-STATUS-SUB).
002250 3000-EXIT.
002260     EXIT.
002270
002280*----------------------------------------------------------
002290* READ THE NEXT RATE SET, SET THE EOF SWITCH AT END
002300*----------------------------------------------------------
002310 8000-READ-RATE-SET.
002320     READ STATE-WTH-RATES NEXT RECORD
002330         AT END
002340             SET END-OF-FILE TO TRUE
002350     END-READ.
002360 8000-EXIT.
002370     EXIT.
