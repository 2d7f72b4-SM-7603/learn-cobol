000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. LVPLOOK.
000030 AUTHOR. PAYROLL-SYSTEMS-GROUP.
000040 INSTALLATION. DATA-PROCESSING-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 10/15/26  SM   INITIAL VERSION - LEAVE ACCRUAL POLICY TIER
000110* 10/15/26  SM   LOOKUP BY COMPLETED YEARS OF SERVICE
000120*----------------------------------------------------------
000130*
000140* CALLED SUBPROGRAM, ONE PER LOOKUP, SHARED BY PAYREG AND
000150* THE YEAR-END LEAVE RUN SO THE CHECK AND THE CARRYOVER
000160* AGREE ON WHICH TIER A CUSTOMER IS IN.  LOADS THE POLICY
000170* FILE INTO STORAGE ON THE FIRST CALL, WTHLOOK'S PATTERN,
000180* AND ANSWERS EVERY LATER CALL FROM THE TABLE.  SERVICE IS
000190* WHOLE YEARS FROM THE HIRE DATE TO THE AS-OF DATE - THE
000200* ANNIVERSARY ITSELF COUNTS - AND THE TIER IS THE LAST ONE
000210* (IN KEY ORDER) WHOSE START IT HAS REACHED.  THE FIRST RUN
000220* EVER CREATES THE FILE SEEDED WITH ONE NEW-HIRE TIER AT THE
000230* RATES THE REGISTER USED TO CARRY HARDCODED (3.08 VACATION
000240* AND 1.54 SICK HOURS A CHECK, NO LIMITS), SO NOTHING CHANGES
000250* ON THE CHECK UNTIL PAYROLL KEYS THE REAL TIERS IN LVPMNT.
000260*
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT LEAVE-POLICY ASSIGN TO "LVPOLICY"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS SEQUENTIAL
000330         RECORD KEY IS LP-SERVICE-YEARS
000340         FILE STATUS IS WS-LP-STATUS.
000350
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  LEAVE-POLICY.
000390     COPY LVPOLCY.
000400
000410 WORKING-STORAGE SECTION.
000420 77  WS-LP-STATUS                  PIC X(02) VALUE "00".
000430 77  WS-LOADED-SWITCH              PIC X(01) VALUE "N".
000440     88  TABLE-LOADED              VALUE "Y".
000450 77  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
000460     88  END-OF-FILE               VALUE "Y".
000470 77  WS-TIER-COUNT                 PIC 9(03) COMP VALUE ZERO.
000480 77  WS-TIER-SUB                   PIC 9(03) COMP VALUE ZERO.
000490 77  WS-IN-FORCE-SUB               PIC 9(03) COMP VALUE ZERO.
000500 77  WS-YEARS-WORK                 PIC 9(04) VALUE ZERO.
000510 01  WS-HIRE-DATE.
000520     05  WS-HIRE-YYYY              PIC 9(04).
000530     05  WS-HIRE-MMDD              PIC 9(04).
000540 01  WS-AS-OF-DATE.
000550     05  WS-AS-OF-YYYY             PIC 9(04).
000560     05  WS-AS-OF-MMDD             PIC 9(04).
000570 01  WS-TIER-TABLE.
000580     05  WS-TIER OCCURS 50 TIMES.
000590         10  WS-TR-SERVICE-YEARS   PIC 9(02).
000600         10  WS-TR-VAC-ACCRUAL     PIC 9V99.
000610         10  WS-TR-SICK-ACCRUAL    PIC 9V99.
000620         10  WS-TR-VAC-MAX         PIC 9(3)V99.
000630         10  WS-TR-SICK-MAX        PIC 9(3)V99.
000640         10  WS-TR-VAC-CARRY       PIC 9(3)V99.
000650         10  WS-TR-SICK-CARRY      PIC 9(3)V99.
000660
000670 LINKAGE SECTION.
000680     COPY LVPPRM.
000690
000700 PROCEDURE DIVISION USING LEAVE-POLICY-PARMS.
000710 0000-MAINLINE.
000720     IF NOT TABLE-LOADED
000730         PERFORM 1000-LOAD-POLICY-TABLE THRU 1000-EXIT
000740     END-IF
000750     PERFORM 2000-YEARS-OF-SERVICE THRU 2000-EXIT
000760     PERFORM 3000-FIND-TIER THRU 3000-EXIT
000770     IF WS-IN-FORCE-SUB = ZERO
000780         MOVE "N" TO LV-FOUND
000790         MOVE ZERO TO LV-VAC-ACCRUAL
000800         MOVE ZERO TO LV-SICK-ACCRUAL
000810         MOVE ZERO TO LV-VAC-MAX-BALANCE
000820         MOVE ZERO TO LV-SICK-MAX-BALANCE
000830         MOVE ZERO TO LV-VAC-CARRYOVER
000840         MOVE ZERO TO LV-SICK-CARRYOVER
000850     ELSE
000860         PERFORM 4000-HAND-BACK-TIER THRU 4000-EXIT
000870     END-IF
000880     GOBACK.
000890
000900*----------------------------------------------------------
000910* FIRST CALL: READ EVERY TIER INTO THE TABLE, IN KEY ORDER.
000920* A MISSING FILE IS CREATED SEEDED WITH THE LEGACY RATES
000930*----------------------------------------------------------
000940 1000-LOAD-POLICY-TABLE.
000950     OPEN INPUT LEAVE-POLICY
000960     IF WS-LP-STATUS = "35"
000970         PERFORM 1100-CREATE-POLICY-FILE THRU 1100-EXIT
000980         OPEN INPUT LEAVE-POLICY
000990     END-IF
001000     MOVE "N" TO WS-EOF-SWITCH
001010     PERFORM 8000-READ-TIER THRU 8000-EXIT
001020     PERFORM 1200-TABLE-ONE-TIER THRU 1200-EXIT
001030         UNTIL END-OF-FILE
001040     CLOSE LEAVE-POLICY
001050     SET TABLE-LOADED TO TRUE.
001060 1000-EXIT.
001070     EXIT.
001080
001090 1100-CREATE-POLICY-FILE.
001100     OPEN OUTPUT LEAVE-POLICY
001110     MOVE ZERO TO LP-SERVICE-YEARS
001120     MOVE 3.08 TO LP-VAC-ACCRUAL
001130     MOVE 1.54 TO LP-SICK-ACCRUAL
001140     MOVE 999.99 TO LP-VAC-MAX-BALANCE
001150     MOVE 999.99 TO LP-SICK-MAX-BALANCE
001160     MOVE 999.99 TO LP-VAC-CARRYOVER
001170     MOVE 999.99 TO LP-SICK-CARRYOVER
001180     MOVE "LVPLOOK" TO LP-CHANGED-BY
001190     ACCEPT LP-CHANGED-DATE FROM DATE YYYYMMDD
001200     MOVE SPACES TO LP-FILLER
001210     WRITE LEAVE-POLICY-RECORD
001220     CLOSE LEAVE-POLICY
001230     DISPLAY "LVPLOOK: LEAVE POLICY FILE CREATED WITH THE "
001240         "LEGACY RATES - KEY REAL TIERS IN LVPMNT".
001250 1100-EXIT.
001260     EXIT.
001270
001280 1200-TABLE-ONE-TIER.
001290     IF WS-TIER-COUNT >= 50
001300         DISPLAY "LVPLOOK: POLICY TIER TABLE FULL, TIER "
001310             LP-SERVICE-YEARS " SKIPPED"
001320     ELSE
001330         ADD 1 TO WS-TIER-COUNT
001340         MOVE LP-SERVICE-YEARS
001350             TO WS-TR-SERVICE-YEARS (WS-TIER-COUNT)
001360         MOVE LP-VAC-ACCRUAL TO WS-TR-VAC-ACCRUAL (WS-TIER-COUNT)
001370         MOVE LP-SICK-ACCRUAL
001380             TO WS-TR-SICK-ACCRUAL (WS-TIER-COUNT)
001390         MOVE LP-VAC-MAX-BALANCE TO WS-TR-VAC-MAX (WS-TIER-COUNT)
001400         MOVE LP-SICK-MAX-BALANCE
001410             TO WS-TR-SICK-MAX (WS-TIER-COUNT)
001420         MOVE LP-VAC-CARRYOVER TO WS-TR-VAC-CARRY (WS-TIER-COUNT)
001430         MOVE LP-SICK-CARRYOVER
001440             TO WS-TR-SICK-CARRY (WS-TIER-COUNT)
001450     END-IF
001460     PERFORM 8000-READ-TIER THRU 8000-EXIT.
001470 1200-EXIT.
001480     EXIT.
001490
001500*----------------------------------------------------------
001510* WHOLE YEARS FROM THE HIRE DATE TO THE AS-OF DATE, ONE LESS
001520* WHEN THE AS-OF DATE FALLS SHORT OF THAT YEAR'S ANNIVERSARY.
001530* NO USABLE HIRE DATE IS NO SERVICE
001540*----------------------------------------------------------
001550 2000-YEARS-OF-SERVICE.
001560     MOVE ZERO TO LV-SERVICE-YEARS
001570     IF LV-HIRE-DATE NOT NUMERIC
001580             OR LV-HIRE-DATE = ZERO
001590             OR LV-HIRE-DATE > LV-AS-OF-DATE
001600         GO TO 2000-EXIT
001610     END-IF
001620     MOVE LV-HIRE-DATE TO WS-HIRE-DATE
001630     MOVE LV-AS-OF-DATE TO WS-AS-OF-DATE
001640     COMPUTE WS-YEARS-WORK = WS-AS-OF-YYYY - WS-HIRE-YYYY
001650     IF WS-AS-OF-MMDD < WS-HIRE-MMDD
001660         SUBTRACT 1 FROM WS-YEARS-WORK
001670     END-IF
001680     IF WS-YEARS-WORK > 99
001690         MOVE 99 TO WS-YEARS-WORK
001700     END-IF
001710     MOVE WS-YEARS-WORK TO LV-SERVICE-YEARS.
001720 2000-EXIT.
001730     EXIT.
001740
001750*----------------------------------------------------------
001760* THE TABLE IS IN SERVICE-YEARS ORDER, SO THE LAST TIER AT
001770* OR BELOW THE CUSTOMER'S SERVICE IS THE ONE IN FORCE
001780*----------------------------------------------------------
001790 3000-FIND-TIER.
001800     MOVE ZERO TO WS-IN-FORCE-SUB
001810     PERFORM 3100-TEST-ONE-TIER THRU 3100-EXIT
001820         VARYING WS-TIER-SUB FROM 1 BY 1
001830         UNTIL WS-TIER-SUB > WS-TIER-COUNT.
001840 3000-EXIT.
001850     EXIT.
001860
001870 3100-TEST-ONE-TIER.
001880     IF WS-TR-SERVICE-YEARS (WS-TIER-SUB) <= LV-SERVICE-YEARS
001890         MOVE WS-TIER-SUB TO WS-IN-FORCE-SUB
001900     END-IF.
001910 3100-EXIT.
001920     EXIT.
001930
001940*----------------------------------------------------------
001950* HAND BACK THE IN-FORCE TIER'S RATES AND LIMITS
001960*----------------------------------------------------------
001970 4000-HAND-BACK-TIER.
001980     MOVE "Y" TO LV-FOUND
001990     MOVE WS-TR-VAC-ACCRUAL (WS-IN-FORCE-SUB) TO LV-VAC-ACCRUAL
002000     MOVE WS-TR-SICK-ACCRUAL (WS-IN-FORCE-SUB)
002010         TO LV-SICK-ACCRUAL
002020     MOVE WS-TR-VAC-MAX (WS-IN-FORCE-SUB) TO LV-VAC-MAX-BALANCE
002030     MOVE WS-TR-SICK-MAX (WS-IN-FORCE-SUB)
002040         TO LV-SICK-MAX-BALANCE
002050     MOVE WS-TR-VAC-CARRY (WS-IN-FORCE-SUB) TO LV-VAC-CARRYOVER
002060     MOVE WS-TR-SICK-CARRY (WS-IN-FORCE-SUB)
002070         TO LV-SICK-CARRYOVER.
002080 4000-EXIT.
002090     EXIT.
002100
002110*----------------------------------------------------------
002120* READ THE NEXT TIER, SET THE EOF SWITCH AT END
002130*----------------------------------------------------------
002140 8000-READ-TIER.
002150     READ LEAVE-POLICY NEXT RECORD
002160         AT END
002170             SET END-OF-FILE TO TRUE
002180     END-READ.
002190 8000-EXIT.
002200     EXIT.
