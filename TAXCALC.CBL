000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TAXCALC.
000030 AUTHOR. PAYROLL-SYSTEMS-GROUP.
000040 INSTALLATION. DATA-PROCESSING-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 10/15/26  SM   INITIAL VERSION - SOCIAL SECURITY, MEDICARE,
000110* 10/15/26  SM   FUTA, AND SUTA FOR ONE CHECK UNDER THE YEAR'S
000120* 10/15/26  SM   WAGE BASES
000130*----------------------------------------------------------
000140*
000150* CALLED SUBPROGRAM, ONE PER CHECK, SHARED BY PAYREG AND
000160* PAYADJ SO THE REGISTER AND A CORRECTED CHECK CANNOT TAX
000170* THE SAME DOLLARS TWO WAYS.  LOADS THE PAYROLL-TAX RATE
000180* FILE INTO STORAGE ON THE FIRST CALL, SAME AS WTHLOOK, AND
000190* USES THE SET FOR THE GREATEST YEAR AT OR BEFORE THE TAX
000200* YEAR.  EACH TAX IS CHARGED ONLY ON THE PART OF THE GROSS
000210* THAT FITS UNDER ITS WAGE BASE GIVEN THE WAGES ALREADY
000220* TAXED THIS YEAR; A ZERO WAGE BASE TAXES THE WHOLE GROSS.
000230* THE FIRST RUN EVER CREATES THE FILE SEEDED WITH ONE SET
000240* FOR THE CURRENT YEAR - KEY THE REAL SETS IN TAXMNT.
000250*
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT PAYROLL-TAX-RATES ASSIGN TO "ERTAXRT"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS SEQUENTIAL
000320         RECORD KEY IS TX-TAX-YEAR
000330         FILE STATUS IS WS-TX-STATUS.
000340
000350 DATA DIVISION.
000360 FILE SECTION.
000370 FD  PAYROLL-TAX-RATES.
000380     COPY TAXRATE.
000390
000400 WORKING-STORAGE SECTION.
000410 77  WS-TX-STATUS                  PIC X(02) VALUE "00".
000420 77  WS-LOADED-SWITCH              PIC X(01) VALUE "N".
000430     88  TABLE-LOADED              VALUE "Y".
000440 77  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
000450     88  END-OF-FILE               VALUE "Y".
000460 77  WS-SET-COUNT                  PIC 9(03) COMP VALUE ZERO.
000470 77  WS-SET-SUB                    PIC 9(03) COMP VALUE ZERO.
000480 77  WS-IN-FORCE-SUB               PIC 9(03) COMP VALUE ZERO.
000490*> ONE WAGE BASE AT A TIME: THE BASE, WHAT IS ALREADY TAXED
000500*> UNDER IT THIS YEAR, AND WHAT OF THIS GROSS STILL FITS
000510 77  WS-WAGE-BASE                  PIC 9(07)V99 VALUE ZERO.
000520 77  WS-WAGES-YTD                  PIC 9(07)V99 VALUE ZERO.
000530 77  WS-TAXABLE                    PIC 9(05)V99 VALUE ZERO.
000540 01  WS-TODAY.
000550     05  WS-TODAY-YYYY             PIC 9(04).
000560     05  FILLER                    PIC 9(04).
000570 01  WS-RATE-SET-TABLE.
000580     05  WS-RATE-SET OCCURS 50 TIMES.
000590         10  WS-RS-TAX-YEAR        PIC 9(04).
000600         10  WS-RS-SS-EE-RATE      PIC V9(05).
000610         10  WS-RS-SS-ER-RATE      PIC V9(05).
000620         10  WS-RS-SS-WAGE-BASE    PIC 9(07)V99.
000630         10  WS-RS-MED-EE-RATE     PIC V9(05).
000640         10  WS-RS-MED-ER-RATE     PIC V9(05).
000650         10  WS-RS-MED-WAGE-BASE   PIC 9(07)V99.
000660         10  WS-RS-FUTA-RATE       PIC V9(05).
000670         10  WS-RS-FUTA-WAGE-BASE  PIC 9(07)V99.
000680         10  WS-RS-SUTA-RATE       PIC V9(05).
000690         10  WS-RS-SUTA-WAGE-BASE  PIC 9(07)V99.
000700
000710 LINKAGE SECTION.
000720     COPY TAXPARM.
000730
000740 PROCEDURE DIVISION USING PAYROLL-TAX-PARMS.
000750 0000-MAINLINE.
000760     IF NOT TABLE-LOADED
000770         PERFORM 1000-LOAD-RATE-TABLE THRU 1000-EXIT
000780     END-IF
000790     PERFORM 2000-FIND-SET-IN-FORCE THRU 2000-EXIT
000800     IF WS-IN-FORCE-SUB = ZERO
000810         PERFORM 2500-CLEAR-RESULTS THRU 2500-EXIT
000820     ELSE
000830         PERFORM 3000-COMPUTE-TAXES THRU 3000-EXIT
000840     END-IF
000850     GOBACK.
000860
000870*----------------------------------------------------------
000880* FIRST CALL: READ EVERY RATE SET INTO THE TABLE, IN YEAR
000890* ORDER.  A MISSING FILE IS CREATED WITH ONE SEEDED SET,
000900* SAME FIRST-RUN PATTERN AS WTHLOOK
000910*----------------------------------------------------------
000920 1000-LOAD-RATE-TABLE.
000930     OPEN INPUT PAYROLL-TAX-RATES
000940     IF WS-TX-STATUS = "35"
000950         PERFORM 1100-CREATE-RATE-FILE THRU 1100-EXIT
000960         OPEN INPUT PAYROLL-TAX-RATES
000970     END-IF
000980     MOVE "N" TO WS-EOF-SWITCH
000990     PERFORM 8000-READ-RATE-SET THRU 8000-EXIT
001000     PERFORM 1200-TABLE-ONE-SET THRU 1200-EXIT
001010         UNTIL END-OF-FILE
001020     CLOSE PAYROLL-TAX-RATES
001030     SET TABLE-LOADED TO TRUE.
001040 1000-EXIT.
001050     EXIT.
001060
001070 1100-CREATE-RATE-FILE.
001080     ACCEPT WS-TODAY FROM DATE YYYYMMDD
001090     OPEN OUTPUT PAYROLL-TAX-RATES
001100     MOVE WS-TODAY-YYYY TO TX-TAX-YEAR
001110     MOVE .06200 TO TX-SS-EE-RATE
001120     MOVE .06200 TO TX-SS-ER-RATE
001130     MOVE 184500.00 TO TX-SS-WAGE-BASE
001140     MOVE .01450 TO TX-MED-EE-RATE
001150     MOVE .01450 TO TX-MED-ER-RATE
001160     MOVE ZERO TO TX-MED-WAGE-BASE
001170     MOVE .00600 TO TX-FUTA-RATE
001180     MOVE 7000.00 TO TX-FUTA-WAGE-BASE
001190     MOVE .02700 TO TX-SUTA-RATE
001200     MOVE 9000.00 TO TX-SUTA-WAGE-BASE
001210     MOVE "TAXCALC" TO TX-CHANGED-BY
001220     MOVE WS-TODAY TO TX-CHANGED-DATE
001230     MOVE SPACES TO TX-FILLER
001240     WRITE PAYROLL-TAX-RATE-RECORD
001250     CLOSE PAYROLL-TAX-RATES
001260     DISPLAY "TAXCALC: PAYROLL-TAX RATE FILE CREATED WITH A "
001270         "SEEDED SET - KEY REAL SETS IN TAXMNT".
001280 1100-EXIT.
001290     EXIT.
001300
001310 1200-TABLE-ONE-SET.
001320     IF WS-SET-COUNT >= 50
001330         DISPLAY "TAXCALC: RATE SET TABLE FULL, YEAR "
001340             TX-TAX-YEAR " SKIPPED"
001350     ELSE
001360         ADD 1 TO WS-SET-COUNT
001370         MOVE TX-TAX-YEAR TO WS-RS-TAX-YEAR (WS-SET-COUNT)
001380         MOVE TX-SS-EE-RATE TO WS-RS-SS-EE-RATE (WS-SET-COUNT)
001390         MOVE TX-SS-ER-RATE TO WS-RS-SS-ER-RATE (WS-SET-COUNT)
001400         MOVE TX-SS-WAGE-BASE
001410             TO WS-RS-SS-WAGE-BASE (WS-SET-COUNT)
001420         MOVE TX-MED-EE-RATE
001430             TO WS-RS-MED-EE-RATE (WS-SET-COUNT)
001440         MOVE TX-MED-ER-RATE
001450             TO WS-RS-MED-ER-RATE (WS-SET-COUNT)
001460         MOVE TX-MED-WAGE-BASE
001470             TO WS-RS-MED-WAGE-BASE (WS-SET-COUNT)
001480         MOVE TX-FUTA-RATE TO WS-RS-FUTA-RATE (WS-SET-COUNT)
001490         MOVE TX-FUTA-WAGE-BASE
001500             TO WS-RS-FUTA-WAGE-BASE (WS-SET-COUNT)
001510         MOVE TX-SUTA-RATE TO WS-RS-SUTA-RATE (WS-SET-COUNT)
001520         MOVE TX-SUTA-WAGE-BASE
001530             TO WS-RS-SUTA-WAGE-BASE (WS-SET-COUNT)
001540     END-IF
001550     PERFORM 8000-READ-RATE-SET THRU 8000-EXIT.
001560 1200-EXIT.
001570     EXIT.
001580
001590*----------------------------------------------------------
001600* THE TABLE IS IN YEAR ORDER, SO THE LAST SET AT OR BEFORE
001610* THE TAX YEAR IS THE ONE IN FORCE
001620*----------------------------------------------------------
001630 2000-FIND-SET-IN-FORCE.
001640     MOVE ZERO TO WS-IN-FORCE-SUB
001650     PERFORM 2100-TEST-ONE-SET THRU 2100-EXIT
001660         VARYING WS-SET-SUB FROM 1 BY 1
001670         UNTIL WS-SET-SUB > WS-SET-COUNT.
001680 2000-EXIT.
001690     EXIT.
001700
001710 2100-TEST-ONE-SET.
001720     IF WS-RS-TAX-YEAR (WS-SET-SUB) <= TC-TAX-YEAR
001730         MOVE WS-SET-SUB TO WS-IN-FORCE-SUB
001740     END-IF.
001750 2100-EXIT.
001760     EXIT.
001770
001780*----------------------------------------------------------
001790* NO SET IN FORCE - HAND BACK ZEROS AND SAY SO
001800*----------------------------------------------------------
001810 2500-CLEAR-RESULTS.
001820     MOVE "N" TO TC-FOUND
001830     MOVE ZERO TO TC-SET-YEAR
001840     MOVE ZERO TO TC-SS-WAGES
001850     MOVE ZERO TO TC-MED-WAGES
001860     MOVE ZERO TO TC-FUTA-WAGES
001870     MOVE ZERO TO TC-SUTA-WAGES
001880     MOVE ZERO TO TC-EE-SS
001890     MOVE ZERO TO TC-EE-MED
001900     MOVE ZERO TO TC-ER-SS
001910     MOVE ZERO TO TC-ER-MED
001920     MOVE ZERO TO TC-FUTA
001930     MOVE ZERO TO TC-SUTA.
001940 2500-EXIT.
001950     EXIT.
001960
001970*----------------------------------------------------------
001980* TAXABLE WAGES UNDER EACH BASE, THEN EACH TAX ON ITS OWN
001990* TAXABLE WAGES AT THE IN-FORCE RATE
002000*----------------------------------------------------------
002010 3000-COMPUTE-TAXES.
002020     MOVE "Y" TO TC-FOUND
002030     MOVE WS-RS-TAX-YEAR (WS-IN-FORCE-SUB) TO TC-SET-YEAR
002040     MOVE WS-RS-SS-WAGE-BASE (WS-IN-FORCE-SUB) TO WS-WAGE-BASE
002050     MOVE TC-SS-WAGES-YTD TO WS-WAGES-YTD
002060     PERFORM 3100-APPLY-WAGE-BASE THRU 3100-EXIT
002070     MOVE WS-TAXABLE TO TC-SS-WAGES
002080     MOVE WS-RS-MED-WAGE-BASE (WS-IN-FORCE-SUB)
002090         TO WS-WAGE-BASE
002100     MOVE TC-MED-WAGES-YTD TO WS-WAGES-YTD
002110     PERFORM 3100-APPLY-WAGE-BASE THRU 3100-EXIT
002120     MOVE WS-TAXABLE TO TC-MED-WAGES
002130     MOVE WS-RS-FUTA-WAGE-BASE (WS-IN-FORCE-SUB)
002140         TO WS-WAGE-BASE
002150     MOVE TC-FUTA-WAGES-YTD TO WS-WAGES-YTD
002160     PERFORM 3100-APPLY-WAGE-BASE THRU 3100-EXIT
002170     MOVE WS-TAXABLE TO TC-FUTA-WAGES
002180     MOVE WS-RS-SUTA-WAGE-BASE (WS-IN-FORCE-SUB)
002190         TO WS-WAGE-BASE
002200     MOVE TC-SUTA-WAGES-YTD TO WS-WAGES-YTD
002210     PERFORM 3100-APPLY-WAGE-BASE THRU 3100-EXIT
002220     MOVE WS-TAXABLE TO TC-SUTA-WAGES
002230     COMPUTE TC-EE-SS ROUNDED =
002240         TC-SS-WAGES * WS-RS-SS-EE-RATE (WS-IN-FORCE-SUB)
002250     COMPUTE TC-ER-SS ROUNDED =
002260         TC-SS-WAGES * WS-RS-SS-ER-RATE (WS-IN-FORCE-SUB)
002270     COMPUTE TC-EE-MED ROUNDED =
002280         TC-MED-WAGES * WS-RS-MED-EE-RATE (WS-IN-FORCE-SUB)
002290     COMPUTE TC-ER-MED ROUNDED =
002300         TC-MED-WAGES * WS-RS-MED-ER-RATE (WS-IN-FORCE-SUB)
002310     COMPUTE TC-FUTA ROUNDED =
002320         TC-FUTA-WAGES * WS-RS-FUTA-RATE (WS-IN-FORCE-SUB)
002330     COMPUTE TC-SUTA ROUNDED =
002340         TC-SUTA-WAGES * WS-RS-SUTA-RATE (WS-IN-FORCE-SUB).
002350 3000-EXIT.
002360     EXIT.
002370
002380*----------------------------------------------------------
002390* HOW MUCH OF THIS GROSS IS STILL UNDER THE WAGE BASE - ALL
002400* OF IT FOR A ZERO (UNCAPPED) BASE, NONE ONCE THE YEAR'S
002410* WAGES HAVE REACHED IT, AND THE DIFFERENCE ON THE CHECK
002420* THAT CROSSES IT
002430*----------------------------------------------------------
002440 3100-APPLY-WAGE-BASE.
002450     IF WS-WAGE-BASE = ZERO
002460         MOVE TC-GROSS TO WS-TAXABLE
002470         GO TO 3100-EXIT
002480     END-IF
002490     IF WS-WAGES-YTD >= WS-WAGE-BASE
002500         MOVE ZERO TO WS-TAXABLE
002510         GO TO 3100-EXIT
002520     END-IF
002530     IF WS-WAGES-YTD + TC-GROSS > WS-WAGE-BASE
002540         COMPUTE WS-TAXABLE = WS-WAGE-BASE - WS-WAGES-YTD
002550     ELSE
002560         MOVE TC-GROSS TO WS-TAXABLE
002570     END-IF.
002580 3100-EXIT.
002590     EXIT.
002600
002610*----------------------------------------------------------
002620* READ THE NEXT RATE SET, SET THE EOF SWITCH AT END
002630*----------------------------------------------------------
002640 8000-READ-RATE-SET.
002650     READ PAYROLL-TAX-RATES NEXT RECORD
002660         AT END
002670             SET END-OF-FILE TO TRUE
002680     END-READ.
002690 8000-EXIT.
002700     EXIT.
