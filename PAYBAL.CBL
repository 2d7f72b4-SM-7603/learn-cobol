000122* 09/02/26  SM   CLEAN TODAY (RUNCHK)
000123* 09/02/26  SM   A BLANK BALANCE DATE FALLS BACK TO THE
000124* 09/02/26  SM   RUN DATE SO THE NIGHT STREAM NEVER STALLS
000125* 10/15/26  SM   LEG E - THE POSTED TOTALS AGAINST THE APPROVED
000126* 10/15/26  SM   TRIAL PREVIEW PAYREG LEFT ON PAYTRIAL
000127* 10/15/26  SM   A BLANK BALANCE DATE FALLS BACK TO THE CHECK DATE
000128* 10/15/26  SM   ON THE ACH EXTRACT TRAILER, AS ACHNACHA DOES
000130*----------------------------------------------------------
000140*
000150* RUNS AT THE END OF THE PAYROLL STREAM, AFTER PAYREG AND
000280* BY HOW MUCH, AND THE RUN LOGS FAIL SO THE JOB STREAM CAN
000290* BE CONDITIONED ON IT - THE BOOKS GET PROVED THAT NIGHT,
000300* NOT AT QUARTER END WHEN QTRWTH DOESN'T TIE.
000301*
000302* A FIFTH LEG, E, HOLDS THE POSTING TO THE TRIAL PREVIEW
000303* TREASURY FUNDED AGAINST: GROSS, INCOME TAX, AND NET FROM
000304* THE HISTORY AND THE REGISTER, ACH AND PAPER FROM LEG C,
000305* EACH AGAINST THE PAYTRIAL TOTALS FOR THE SAME DATE.  A
000306* DIFFERENCE IS FLAGGED AND COUNTED AS AN EXCEPTION BUT DOES
000307* NOT PUT THE BOOKS OUT OF BALANCE - THE POSTING CAN BE RIGHT
000308* AND THE PREVIEW STALE.  NO PREVIEW FOR THE DATE IS SAID SO.
000310*
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000530     SELECT RUN-CONTROL-LOG ASSIGN TO "RUNLOG"
000540         ORGANIZATION IS LINE SEQUENTIAL
000550         FILE STATUS IS WS-RL-STATUS.
000551     SELECT TRIAL-TOTALS ASSIGN TO "PAYTRIAL"
000552         ORGANIZATION IS LINE SEQUENTIAL
000553         FILE STATUS IS WS-TR-STATUS.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000680 01  BALANCE-REPORT-LINE           PIC X(80).
000690 FD  RUN-CONTROL-LOG.
000700     COPY RUNLOG.
000701 FD  TRIAL-TOTALS.
000702     COPY PAYTRL.
000710
000720 WORKING-STORAGE SECTION.
000730 77  WS-ACH-STATUS                 PIC X(02) VALUE "00".
000750 77  WS-CR-STATUS                  PIC X(02) VALUE "00".
000760 77  WS-YT-STATUS                  PIC X(02) VALUE "00".
000770 77  WS-RL-STATUS                  PIC X(02) VALUE "00".
000771 77  WS-TR-STATUS                  PIC X(02) VALUE "00".
000780 77  WS-ACH-EOF-SWITCH             PIC X(01) VALUE "N".
000790     88  END-OF-EXTRACT            VALUE "Y".
000800 77  WS-PH-EOF-SWITCH              PIC X(01) VALUE "N".
001020     05  WS-AT-DETAIL-COUNT        PIC 9(07).
001030     05  WS-AT-ACH-NET-TOTAL       PIC 9(07)V99.
001040     05  WS-AT-REGISTER-NET        PIC 9(07)V99.
001045     05  WS-AT-CHECK-DATE          PIC 9(08).
001050     05  FILLER                    PIC X(26).
001055     COPY RUNCHKP.
001056 77  WS-RUN-REFUSED-SWITCH         PIC X(01) VALUE "N".
001057     88  RUN-REFUSED               VALUE "Y".
001060 77  WS-TRAILER-SEEN               PIC X(01) VALUE "N".
001070     88  TRAILER-SEEN              VALUE "Y".
001075 77  WS-TRAILER-CHECK-DATE         PIC 9(08) VALUE ZERO.
001080 77  WS-REGISTER-NET               PIC 9(09)V99 VALUE ZERO.
001090 77  WS-ACH-TOTAL                  PIC 9(09)V99 VALUE ZERO.
001100 77  WS-HISTORY-NET                PIC S9(09)V99 VALUE ZERO.
001130 77  WS-YTD-LIVE-TOTAL             PIC 9(09)V99 VALUE ZERO.
001140 77  WS-YTD-HIST-TOTAL             PIC S9(09)V99 VALUE ZERO.
001150 77  WS-LEG-DIFF                   PIC S9(09)V99 VALUE ZERO.
001151*> LEG E - THE DATE'S ORIGINAL CHECKS AGAINST THE TRIAL PREVIEW
001152 77  WS-HISTORY-GROSS              PIC 9(09)V99 VALUE ZERO.
001153 77  WS-HISTORY-WTH                PIC 9(09)V99 VALUE ZERO.
001154 77  WS-PREVIEW-SWITCH             PIC X(01) VALUE "N".
001155     88  PREVIEW-ON-FILE           VALUE "Y".
001156 77  WS-PREVIEW-DIFFS              PIC 9(03) COMP VALUE ZERO.
001160 77  WS-HISTORY-READ               PIC 9(07) COMP VALUE ZERO.
001170 77  WS-EVENTS-READ                PIC 9(07) COMP VALUE ZERO.
001180 77  WS-PAID-COUNT                 PIC 9(04) COMP VALUE ZERO.
001550     PERFORM 3000-READ-HISTORY-LEG THRU 3000-EXIT
001560     PERFORM 4000-READ-REGISTER-LEG THRU 4000-EXIT
001570     PERFORM 5000-READ-YTD-LEG THRU 5000-EXIT
001571     PERFORM 5500-READ-PREVIEW-LEG THRU 5500-EXIT
001580     PERFORM 6000-PRINT-CERTIFICATE THRU 6000-EXIT
001590     PERFORM 7000-FINISH THRU 7000-EXIT
001600     GOBACK.
001670     ACCEPT WS-RUN-START-TIME FROM TIME
001680     DISPLAY "ENTER PAY DATE TO BALANCE (YYYYMMDD): "
001690         WITH NO ADVANCING
001691     ACCEPT WS-BALANCE-DATE
001692*> RUN UNATTENDED IN THE NIGHT STREAM NOBODY ANSWERS THE
001693*> PROMPT - A BLANK OR MISSING REPLY BALANCES THE CHECK DATE
001694*> PAYREG POSTED, CARRIED ON THE EXTRACT TRAILER (THE RUN
001695*> DATE WHEN THE TRAILER CARRIES NONE)
001696     IF WS-BALANCE-DATE NOT NUMERIC
001697             OR WS-BALANCE-DATE = "00000000"
001698         PERFORM 1100-FIND-CHECK-DATE THRU 1100-EXIT
001699         IF WS-TRAILER-CHECK-DATE > ZERO
001700             MOVE WS-TRAILER-CHECK-DATE TO WS-BALANCE-DATE
001701         ELSE
001702             MOVE WS-RUN-START-DATE TO WS-BALANCE-DATE
001703         END-IF
001706         DISPLAY "PAYBAL: NO PAY DATE KEYED, USING "
001707             WS-BALANCE-DATE
001708     END-IF
001730     MOVE WS-BALANCE-DATE TO DTL-DATE
001740     WRITE BALANCE-REPORT-LINE FROM WS-DATE-LINE.
001750 1000-EXIT.
001751     EXIT.
001752
001753*----------------------------------------------------------
001754* NOTHING KEYED: FIND THE CHECK DATE ON THE EXTRACT TRAILER.
001755* A MISSING EXTRACT IS LEFT FOR LEG A TO REPORT
001756*----------------------------------------------------------
001757 1100-FIND-CHECK-DATE.
001758     MOVE ZERO TO WS-TRAILER-CHECK-DATE
001759     OPEN INPUT ACH-EXTRACT
001760     IF WS-ACH-STATUS = "35"
001761         GO TO 1100-EXIT
001762     END-IF
001763     MOVE "N" TO WS-ACH-EOF-SWITCH
001764     PERFORM 8000-READ-EXTRACT THRU 8000-EXIT
001765     PERFORM 1110-SCAN-ONE-RECORD THRU 1110-EXIT
001766         UNTIL END-OF-EXTRACT
001767     CLOSE ACH-EXTRACT
001768     MOVE "N" TO WS-ACH-EOF-SWITCH.
001769 1100-EXIT.
001770     EXIT.
001771
001772 1110-SCAN-ONE-RECORD.
001773     MOVE ACH-EXTRACT-RECORD TO WS-ACH-DETAIL
001774     IF WS-AT-TYPE = "T"
001775             AND WS-AT-CHECK-DATE NUMERIC
001776         MOVE WS-AT-CHECK-DATE TO WS-TRAILER-CHECK-DATE
001777     END-IF
001778     PERFORM 8000-READ-EXTRACT THRU 8000-EXIT.
001779 1110-EXIT.
001780     EXIT.
001781
001782*----------------------------------------------------------
001790* LEG A AND THE ACH HALF OF LEG C COME OFF THE EXTRACT -
001800* LIVE DETAILS (NOT PRENOTES) SUM TO THE ACH TOTAL AND THE
001810* TRAILER CARRIES PAYREG'S OWN REGISTER NET
002531         IF WS-FOUND-SUB > ZERO
002532             MOVE "Y" TO WS-PD-PAID-FLAG (WS-FOUND-SUB)
002533         END-IF
002534         IF PH-ADJ-ORIGINAL
002535             ADD PH-GROSS-PAY TO WS-HISTORY-GROSS
002536             ADD PH-WITHHOLDING TO WS-HISTORY-WTH
002537         END-IF
002540         IF PH-ADJ-REVERSAL
002550             SUBTRACT PH-NET-PAY FROM WS-HISTORY-NET
002560         ELSE
003900     END-READ.
003910 5100-EXIT.
003920     EXIT.
003921
003922*----------------------------------------------------------
003923* LEG E: THE LAST TRIAL PREVIEW, IF IT WAS FOR THIS DATE
003924*----------------------------------------------------------
003925 5500-READ-PREVIEW-LEG.
003926     OPEN INPUT TRIAL-TOTALS
003927     IF WS-TR-STATUS = "35"
003928         GO TO 5500-EXIT
003929     END-IF
003930     READ TRIAL-TOTALS
003931         AT END
003932             MOVE ZERO TO TR-CHECK-DATE
003933     END-READ
003934     IF TR-CHECK-DATE = WS-BALANCE-DATE
003935         SET PREVIEW-ON-FILE TO TRUE
003936     END-IF
003937     CLOSE TRIAL-TOTALS.
003938 5500-EXIT.
003939     EXIT.
003940
003941*----------------------------------------------------------
003950* PRINT THE FOUR LEGS AND THE VERDICT PER COMPARISON - ANY
003960* DISAGREEMENT NAMES THE LEG AND THE DIFFERENCE
003970*----------------------------------------------------------
004380         WS-YTD-LIVE-TOTAL - WS-YTD-HIST-TOTAL
004390     MOVE "D (YTD VS YEAR HISTORY):" TO VDL-MESSAGE
004400     PERFORM 6100-PRINT-VERDICT THRU 6100-EXIT
004401     PERFORM 6200-PRINT-PREVIEW-LEG THRU 6200-EXIT
004410     IF RUN-IN-BALANCE
004420         MOVE "*** RUN IS IN BALANCE ***" TO VDL-MESSAGE
004430         MOVE ZERO TO VDL-DIFF
004600     WRITE BALANCE-REPORT-LINE FROM WS-VERDICT-LINE.
004610 6100-EXIT.
004620     EXIT.
004621
004622*----------------------------------------------------------
004623* LEG E - EACH POSTED TOTAL AGAINST THE APPROVED PREVIEW.  A
004624* DIFFERENCE IS FLAGGED, NOT A BALANCING FAILURE
004625*----------------------------------------------------------
004626 6200-PRINT-PREVIEW-LEG.
004627     IF NOT PREVIEW-ON-FILE
004628         MOVE "E. NO TRIAL PREVIEW ON FILE FOR THE DATE"
004629             TO VDL-MESSAGE
004630         MOVE ZERO TO VDL-DIFF
004631         WRITE BALANCE-REPORT-LINE FROM WS-VERDICT-LINE
004632         DISPLAY "PAYBAL: NO TRIAL PREVIEW FOR " WS-BALANCE-DATE
004633         GO TO 6200-EXIT
004634     END-IF
004635     MOVE "E. PREVIEW NET (PAYTRIAL TOTALS):"
004636         TO LGL-LABEL
004637     MOVE TR-NET TO LGL-AMOUNT
004638     WRITE BALANCE-REPORT-LINE FROM WS-LEG-LINE
004639     COMPUTE WS-LEG-DIFF = WS-HISTORY-GROSS - TR-GROSS
004640     MOVE "E GROSS VS PREVIEW:" TO VDL-MESSAGE
004641     PERFORM 6250-PRINT-PREVIEW-VERDICT THRU 6250-EXIT
004642     COMPUTE WS-LEG-DIFF = WS-HISTORY-WTH - TR-INCOME-TAX
004643     MOVE "E INCOME TAX VS PREVIEW:" TO VDL-MESSAGE
004644     PERFORM 6250-PRINT-PREVIEW-VERDICT THRU 6250-EXIT
004645     COMPUTE WS-LEG-DIFF = WS-REGISTER-NET - TR-NET
004646     MOVE "E REGISTER NET VS PREVIEW:" TO VDL-MESSAGE
004647     PERFORM 6250-PRINT-PREVIEW-VERDICT THRU 6250-EXIT
004648     COMPUTE WS-LEG-DIFF = WS-ACH-TOTAL - TR-ACH-TOTAL
004649     MOVE "E ACH VS PREVIEW:" TO VDL-MESSAGE
004650     PERFORM 6250-PRINT-PREVIEW-VERDICT THRU 6250-EXIT
004651     COMPUTE WS-LEG-DIFF = WS-CHECK-TOTAL - TR-PAPER-TOTAL
004652     MOVE "E PAPER CHECKS VS PREVIEW:" TO VDL-MESSAGE
004653     PERFORM 6250-PRINT-PREVIEW-VERDICT THRU 6250-EXIT
004654     MOVE ZERO TO VDL-DIFF
004655     IF WS-PREVIEW-DIFFS > ZERO
004656         MOVE "*** POSTING DIFFERS FROM THE PREVIEW ***"
004657             TO VDL-MESSAGE
004658         DISPLAY "PAYBAL: *** POSTING DIFFERS FROM THE APPROVED "
004659             "PREVIEW ***"
004660     ELSE
004661         MOVE "POSTING MATCHES THE APPROVED PREVIEW"
004662             TO VDL-MESSAGE
004663     END-IF
004664     WRITE BALANCE-REPORT-LINE FROM WS-VERDICT-LINE.
004665 6200-EXIT.
004666     EXIT.
004667
004668 6250-PRINT-PREVIEW-VERDICT.
004669     MOVE WS-LEG-DIFF TO VDL-DIFF
004670     IF WS-LEG-DIFF NOT = ZERO
004671         ADD 1 TO WS-PREVIEW-DIFFS
004672     END-IF
004673     WRITE BALANCE-REPORT-LINE FROM WS-VERDICT-LINE.
004674 6250-EXIT.
004675     EXIT.
004676
004677*----------------------------------------------------------
004678* LOG THE RUN (FAIL WHEN OUT OF BALANCE, SO THE JOB STREAM
004679* CAN BE CONDITIONED ON IT) AND CLOSE UP
004680*----------------------------------------------------------
004681 7000-FINISH.
004690     PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT
004700     CLOSE BALANCE-REPORT
004710     IF NOT RUN-IN-BALANCE
005240     ACCEPT RL-END-TIME FROM TIME
005250     MOVE WS-HISTORY-READ TO RL-RECORDS-IN
005260     MOVE WS-PAID-COUNT TO RL-RECORDS-OUT
005270     MOVE WS-PREVIEW-DIFFS TO RL-EXCEPTIONS
005280     IF RUN-IN-BALANCE
005290         MOVE "OK" TO RL-STATUS
005300     ELSE
