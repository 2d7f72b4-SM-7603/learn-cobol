000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GLJRNL.
000030 AUTHOR. PAYROLL-SYSTEMS-GROUP.
000040 INSTALLATION. DATA-PROCESSING-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 10/15/26  SM   INITIAL VERSION - PAYROLL JOURNAL FOR THE
000110* 10/15/26  SM   GENERAL LEDGER, ONE PER PAY DATE, PROVED
000120* 10/15/26  SM   DEBITS-EQUAL-CREDITS BEFORE RELEASE
000122* 10/15/26  SM   PAYROLL TAXES FROM ETXDETL JOURNALED TO THE
000124* 10/15/26  SM   FICAPAY/FUTAPAY/SUTAPAY LIABILITIES AND
000126* 10/15/26  SM   ERTAXEXP
000127* 10/15/26  SM   A BLANK PAY DATE FALLS BACK TO THE LATEST CHECK
000128* 10/15/26  SM   DATE ON THE PAYROLL CALENDAR (CALLOOK), NOT THE
000129* 10/15/26  SM   RUN DATE
000130* 10/15/26  SM   A ZERO DEDDETL DETAIL (ONLY AN ARREARS SHORTFALL,
000131* 10/15/26  SM   NOTHING TAKEN) POSTS NO LINE
000132*----------------------------------------------------------
000140*
000150* NIGHTLY, AFTER THE REGISTER.  BUILDS THE PAY DATE'S
000160* JOURNAL FROM WHAT THE REGISTER LEFT BEHIND:
000170*   PAY HISTORY (ORIGINAL CHECKS ONLY)
000180*     DEBIT  WAGEEXP   GROSS
000190*     CREDIT WTHPAY    WITHHOLDING
000200*     CREDIT CASHACH   NET PAID BY DEPOSIT
000210*     CREDIT CASHCHK   NET PAID BY CHECK
000220*   GARNDETL (NOT REVERSALS)
000230*     CREDIT GARNPAY   AMOUNT WITHHELD FOR THE COURTS
000240*   DEDDETL (ORIGINAL DETAILS)
000250*     CREDIT DED+TYPE  EACH DEDUCTION, BY TYPE CODE
000251*   ETXDETL (ORIGINAL DETAILS)
000252*     CREDIT FICAPAY   EMPLOYEE AND EMPLOYER SOC SEC/MEDICARE
000253*     DEBIT  ERTAXEXP  EMPLOYER SOC SEC/MEDICARE, FUTA, SUTA
000254*     CREDIT FUTAPAY   FUTA
000255*     CREDIT SUTAPAY   SUTA
000260* PLUS EVERY LINE WAITING IN GLACTV - PAYADJ REVERSALS AND
000270* CORRECTED CHECKS, DEDREMIT AND QTRWTH REMITTANCES - NO
000280* MATTER WHAT DAY IT WAS POSTED.
000290*
000300* LINES ARE SUMMED BY MAP KEY AND SIDE, EVERY MAP KEY IS
000310* LOOKED UP IN GLMAP FOR ITS LEDGER ACCOUNT, AND THE
000320* JOURNAL FILE IS ONLY WRITTEN WHEN EVERY KEY IS MAPPED AND
000330* DEBITS EQUAL CREDITS TO THE PENNY.  ONLY THEN IS GLACTV
000340* EMPTIED AND THE PAY DATE RECORDED IN GLCTL AS RELEASED -
000350* A PAY DATE AT OR BEFORE THE LAST ONE RELEASED IS REFUSED,
000360* SO A RERUN CANNOT BOOK THE SAME PAYROLL TWICE.  A REFUSED
000370* JOURNAL LEAVES GLACTV ALONE, ENDS RC 8, AND IS RERUN ONCE
000380* ACCOUNTING HAS FIXED THE MAP THROUGH GLMNT.
000390*
000400 ENVIRONMENT DIVISION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT PAY-HISTORY ASSIGN TO "PAYHIST"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS PH-KEY
000470         FILE STATUS IS WS-PH-STATUS.
000480     SELECT GARNISH-DETAIL ASSIGN TO "GARNDETL"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-GD-STATUS.
000510     SELECT DEDUCTION-DETAIL ASSIGN TO "DEDDETL"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-DT-STATUS.
000531     SELECT EMPLOYER-TAX-DETAIL ASSIGN TO "ETXDETL"
000532         ORGANIZATION IS INDEXED
000533         ACCESS MODE IS SEQUENTIAL
000534         RECORD KEY IS ET-KEY
000535         FILE STATUS IS WS-ET-STATUS.
000540     SELECT GL-ACTIVITY ASSIGN TO "GLACTV"
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS WS-GA-STATUS.
000570     SELECT GL-ACCOUNT-MAP ASSIGN TO "GLMAP"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS RANDOM
000600         RECORD KEY IS GM-MAP-KEY
000610         FILE STATUS IS WS-GM-STATUS.
000620     SELECT GL-CONTROL ASSIGN TO "GLCTL"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-GC-STATUS.
000650     SELECT JOURNAL-FILE ASSIGN TO "GLJEOUT"
000660         ORGANIZATION IS LINE SEQUENTIAL.
000670     SELECT JOURNAL-REPORT ASSIGN TO "GLJRNLRP"
000680         ORGANIZATION IS LINE SEQUENTIAL.
000690     SELECT RUN-CONTROL-LOG ASSIGN TO "RUNLOG"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-RL-STATUS.
000720
000730 DATA DIVISION.
000740 FILE SECTION.
000750 FD  PAY-HISTORY.
000760     COPY PAYHIST.
000770 FD  GARNISH-DETAIL.
000780     COPY GARNDTL.
000790 FD  DEDUCTION-DETAIL.
000800     COPY DEDDTL.
000803 FD  EMPLOYER-TAX-DETAIL.
000806     COPY ETXDTL.
000810 FD  GL-ACTIVITY.
000820     COPY GLACTV.
000830 FD  GL-ACCOUNT-MAP.
000840     COPY GLMAP.
000850 FD  GL-CONTROL.
000860 01  GL-CONTROL-RECORD.
000870     05  GC-LAST-PAY-DATE          PIC 9(08).
000880     05  GC-RELEASED-ON            PIC 9(08).
000890     05  GC-LINE-COUNT             PIC 9(07).
000900     05  GC-TOTAL-DEBITS           PIC 9(11)V99.
000910     05  GC-FILLER                 PIC X(10).
000920 FD  JOURNAL-FILE.
000930     COPY GLJEREC.
000940 FD  JOURNAL-REPORT.
000950 01  JOURNAL-REPORT-LINE           PIC X(80).
000960 FD  RUN-CONTROL-LOG.
000970     COPY RUNLOG.
000980
000990 WORKING-STORAGE SECTION.
001000 77  WS-PH-STATUS                  PIC X(02) VALUE "00".
001010 77  WS-GD-STATUS                  PIC X(02) VALUE "00".
001020 77  WS-DT-STATUS                  PIC X(02) VALUE "00".
001025 77  WS-ET-STATUS                  PIC X(02) VALUE "00".
001030 77  WS-GA-STATUS                  PIC X(02) VALUE "00".
001040 77  WS-GM-STATUS                  PIC X(02) VALUE "00".
001050 77  WS-GC-STATUS                  PIC X(02) VALUE "00".
001060 77  WS-RL-STATUS                  PIC X(02) VALUE "00".
001070     COPY RUNCHKP.
001080 77  WS-RUN-REFUSED-SWITCH         PIC X(01) VALUE "N".
001090     88  RUN-REFUSED               VALUE "Y".
001100 77  WS-JOURNAL-OK                 PIC X(01) VALUE "Y".
001110     88  JOURNAL-PROVED            VALUE "Y".
001120 77  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
001130     88  END-OF-FILE               VALUE "Y".
001140 77  WS-LAST-RELEASED              PIC 9(08) VALUE ZERO.
001150 77  WS-HISTORY-READ               PIC 9(07) COMP VALUE ZERO.
001160 77  WS-CHECKS-TAKEN               PIC 9(07) COMP VALUE ZERO.
001170 77  WS-GARN-TAKEN                 PIC 9(07) COMP VALUE ZERO.
001180 77  WS-DED-TAKEN                  PIC 9(07) COMP VALUE ZERO.
001185 77  WS-TAX-TAKEN                  PIC 9(07) COMP VALUE ZERO.
001190 77  WS-ACTIVITY-TAKEN             PIC 9(07) COMP VALUE ZERO.
001200 77  WS-RECORDS-IN                 PIC 9(07) COMP VALUE ZERO.
001210 77  WS-EXCEPTION-COUNT            PIC 9(07) COMP VALUE ZERO.
001220 77  WS-RECORDS-WRITTEN            PIC 9(07) COMP VALUE ZERO.
001230 77  WS-TOTAL-DEBITS               PIC 9(11)V99 VALUE ZERO.
001240 77  WS-TOTAL-CREDITS              PIC 9(11)V99 VALUE ZERO.
001250*> THE LINE BEING ADDED, AND ONE ENTRY PER MAP KEY AND SIDE
001260 77  WS-POST-KEY                   PIC X(08) VALUE SPACES.
001270 77  WS-POST-DR-CR                 PIC X(01) VALUE SPACE.
001280 77  WS-POST-AMOUNT                PIC 9(07)V99 VALUE ZERO.
001290 77  WS-SUM-COUNT                  PIC 9(04) COMP VALUE ZERO.
001300 77  WS-SUM-SUB                    PIC 9(04) COMP VALUE ZERO.
001310 77  WS-FOUND-SUB                  PIC 9(04) COMP VALUE ZERO.
001320 01  WS-SUMMARY-TABLE.
001330     05  WS-SUM-ENTRY OCCURS 200 TIMES.
001340         10  WS-SM-MAP-KEY         PIC X(08).
001350         10  WS-SM-DR-CR           PIC X(01).
001360         10  WS-SM-AMOUNT          PIC 9(09)V99.
001370         10  WS-SM-ACCOUNT         PIC X(12).
001380         10  WS-SM-DESCRIPTION     PIC X(30).
001390 01  WS-PAY-DATE                   PIC X(08) VALUE SPACES.
001400 01  WS-PAY-DATE-N REDEFINES WS-PAY-DATE
001410                                   PIC 9(08).
001411     COPY CALPARM.
001420 01  WS-DED-KEY.
001430     05  FILLER                    PIC X(03) VALUE "DED".
001440     05  WS-DED-KEY-TYPE           PIC X(03).
001450     05  FILLER                    PIC X(02) VALUE SPACES.
001460 01  WS-RUN-START-STAMP.
001470     05  WS-RUN-START-DATE         PIC 9(8).
001480     05  WS-RUN-START-TIME         PIC 9(8).
001490
001500 01  WS-HEADING-LINE               PIC X(45)
001510         VALUE "PAYROLL GENERAL-LEDGER JOURNAL".
001520 01  WS-DATE-LINE.
001530     05  FILLER                    PIC X(24)
001540         VALUE "PAY DATE:               ".
001550     05  DTL-PAY-DATE              PIC 9(08).
001560     05  FILLER                    PIC X(18)
001570         VALUE "  LAST RELEASED: ".
001580     05  DTL-LAST-RELEASED         PIC 9(08).
001590 01  WS-COLUMN-LINE.
001600     05  FILLER                    PIC X(02) VALUE SPACES.
001610     05  FILLER            PIC X(10) VALUE "MAP KEY".
001620     05  FILLER            PIC X(14) VALUE "ACCOUNT".
001630     05  FILLER            PIC X(18) VALUE "DEBIT".
001640     05  FILLER            PIC X(18) VALUE "CREDIT".
001650 01  WS-JOURNAL-LINE.
001660     05  FILLER                    PIC X(02) VALUE SPACES.
001670     05  JL-MAP-KEY                PIC X(08).
001680     05  FILLER                    PIC X(02) VALUE SPACES.
001690     05  JL-ACCOUNT                PIC X(12).
001700     05  FILLER                    PIC X(02) VALUE SPACES.
001710     05  JL-DEBIT                  PIC Z,ZZZ,ZZZ,ZZ9.99.
001720     05  FILLER                    PIC X(02) VALUE SPACES.
001730     05  JL-CREDIT                 PIC Z,ZZZ,ZZZ,ZZ9.99.
001740 01  WS-TOTAL-LINE.
001750     05  FILLER                    PIC X(02) VALUE SPACES.
001760     05  FILLER                    PIC X(24)
001770         VALUE "TOTALS".
001780     05  TL-DEBITS                 PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001790     05  FILLER                    PIC X(01) VALUE SPACES.
001800     05  TL-CREDITS                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
001810 01  WS-COUNT-LINE.
001820     05  FILLER                    PIC X(02) VALUE SPACES.
001830     05  CNL-LABEL                 PIC X(30).
001840     05  CNL-COUNT                 PIC ZZZ,ZZ9.
001850 01  WS-VERDICT-LINE.
001860     05  FILLER                    PIC X(02) VALUE SPACES.
001870     05  VDL-MESSAGE               PIC X(60).
001880
001890 PROCEDURE DIVISION.
001900 0000-MAINLINE.
001910     PERFORM 0500-CHECK-PREREQS THRU 0500-EXIT
001920     IF RUN-REFUSED
001930         ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
001940         ACCEPT WS-RUN-START-TIME FROM TIME
001950         MOVE "N" TO WS-JOURNAL-OK
001960         PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT
001970         MOVE 8 TO RETURN-CODE
001980         GOBACK
001990     END-IF
002000     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002010     IF JOURNAL-PROVED
002020         PERFORM 2000-GATHER-LINES THRU 2000-EXIT
002030         PERFORM 3000-PROVE-JOURNAL THRU 3000-EXIT
002040     END-IF
002050     IF JOURNAL-PROVED
002060         PERFORM 4000-RELEASE-JOURNAL THRU 4000-EXIT
002070     END-IF
002080     PERFORM 7000-FINISH THRU 7000-EXIT
002090     GOBACK.
002100
002110*----------------------------------------------------------
002120* THE JOURNAL IS BUILT FROM WHAT THE REGISTER WROTE - THE
002130* REGISTER HAS TO HAVE COMPLETED CLEAN TODAY
002140*----------------------------------------------------------
002150 0500-CHECK-PREREQS.
002160     ACCEPT PR-RUN-DATE FROM DATE YYYYMMDD
002170     MOVE "PAYREG  " TO PR-PREREQ-JOB
002180     CALL "RUNCHK" USING RUNCHK-PARMS
002190     IF NOT PR-PREREQ-MET
002200         DISPLAY "GLJRNL: PAYREG HAS NOT COMPLETED CLEAN "
002210             "TODAY - RUN REFUSED"
002220         SET RUN-REFUSED TO TRUE
002230     END-IF.
002240 0500-EXIT.
002250     EXIT.
002260
002270*----------------------------------------------------------
002280* ASK FOR THE PAY DATE, REFUSE ONE ALREADY RELEASED, AND
002290* OPEN THE REPORT
002300*----------------------------------------------------------
002310 1000-INITIALIZE.
002320     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
002330     ACCEPT WS-RUN-START-TIME FROM TIME
002340     DISPLAY "ENTER PAY DATE TO JOURNAL (YYYYMMDD): "
002350         WITH NO ADVANCING
002360     ACCEPT WS-PAY-DATE
002370*> RUN UNATTENDED IN THE NIGHT STREAM NOBODY ANSWERS THE
002380*> PROMPT - A BLANK OR MISSING REPLY SETTLES ON THE PAY DATE
002381*> PAYREG POSTED, THE LATEST CHECK DATE ON THE PAYROLL
002382*> CALENDAR (THE RUN DATE WITH NO CALENDAR ON FILE)
002390     IF WS-PAY-DATE NOT NUMERIC
002400             OR WS-PAY-DATE = "00000000"
002401         MOVE "L" TO CK-FUNCTION
002402         MOVE WS-RUN-START-DATE TO CK-DATE
002403         CALL "CALLOOK" USING CALENDAR-LOOKUP-PARMS
002404         IF CK-DATE-FOUND
002405             MOVE CK-RESULT-DATE TO WS-PAY-DATE-N
002406         ELSE
002410             MOVE WS-RUN-START-DATE TO WS-PAY-DATE-N
002411         END-IF
002420         DISPLAY "GLJRNL: NO PAY DATE KEYED, USING "
002430             WS-PAY-DATE
002440     END-IF
002450     OPEN INPUT GL-CONTROL
002460     IF WS-GC-STATUS NOT = "35"
002470         READ GL-CONTROL
002480             AT END
002490                 CONTINUE
002500             NOT AT END
002510                 MOVE GC-LAST-PAY-DATE TO WS-LAST-RELEASED
002520         END-READ
002530         CLOSE GL-CONTROL
002540     END-IF
002550     OPEN OUTPUT JOURNAL-REPORT
002560     WRITE JOURNAL-REPORT-LINE FROM WS-HEADING-LINE
002570     MOVE WS-PAY-DATE-N TO DTL-PAY-DATE
002580     MOVE WS-LAST-RELEASED TO DTL-LAST-RELEASED
002590     WRITE JOURNAL-REPORT-LINE FROM WS-DATE-LINE
002600     IF WS-PAY-DATE-N NOT > WS-LAST-RELEASED
002610         MOVE "PAY DATE ALREADY JOURNALED - NOTHING RELEASED"
002620             TO VDL-MESSAGE
002630         WRITE JOURNAL-REPORT-LINE FROM WS-VERDICT-LINE
002640         ADD 1 TO WS-EXCEPTION-COUNT
002650         MOVE "N" TO WS-JOURNAL-OK
002660         GO TO 1000-EXIT
002670     END-IF
002680     WRITE JOURNAL-REPORT-LINE FROM WS-COLUMN-LINE.
002690 1000-EXIT.
002700     EXIT.
002710
002720*----------------------------------------------------------
002730* SUM EVERY SOURCE INTO THE TABLE BY MAP KEY AND SIDE
002740*----------------------------------------------------------
002750 2000-GATHER-LINES.
002760     PERFORM 2100-GATHER-HISTORY THRU 2100-EXIT
002770     PERFORM 2200-GATHER-GARNISH THRU 2200-EXIT
002780     PERFORM 2300-GATHER-DEDUCTIONS THRU 2300-EXIT
002785     PERFORM 2350-GATHER-PAYROLL-TAXES THRU 2350-EXIT
002790     PERFORM 2400-GATHER-ACTIVITY THRU 2400-EXIT.
002800 2000-EXIT.
002810     EXIT.
002820
002830*----------------------------------------------------------
002840* THE REGISTER'S OWN CHECKS FOR THE DATE - PAYADJ'S PAIRS
002850* AT SEQUENCE 1 AND UP REACH THE LEDGER THROUGH GLACTV
002860*----------------------------------------------------------
002870 2100-GATHER-HISTORY.
002880     OPEN INPUT PAY-HISTORY
002890     IF WS-PH-STATUS = "35"
002900         DISPLAY "GLJRNL: NO PAY HISTORY ON HAND"
002910         GO TO 2100-EXIT
002920     END-IF
002930     MOVE "N" TO WS-EOF-SWITCH
002940     PERFORM 8000-READ-HISTORY THRU 8000-EXIT
002950     PERFORM 2110-TAKE-ONE-CHECK THRU 2110-EXIT
002960         UNTIL END-OF-FILE
002970     CLOSE PAY-HISTORY.
002980 2100-EXIT.
002990     EXIT.
003000
003010 2110-TAKE-ONE-CHECK.
003020     ADD 1 TO WS-HISTORY-READ
003030     IF PH-PAY-DATE = WS-PAY-DATE AND PH-ADJ-SEQ = ZERO
003040         ADD 1 TO WS-CHECKS-TAKEN
003050         MOVE "WAGEEXP " TO WS-POST-KEY
003060         MOVE "D" TO WS-POST-DR-CR
003070         MOVE PH-GROSS-PAY TO WS-POST-AMOUNT
003080         PERFORM 2500-ADD-TO-SUMMARY THRU 2500-EXIT
003090         MOVE "WTHPAY  " TO WS-POST-KEY
003100         MOVE "C" TO WS-POST-DR-CR
003110         MOVE PH-WITHHOLDING TO WS-POST-AMOUNT
003120         PERFORM 2500-ADD-TO-SUMMARY THRU 2500-EXIT
003130         IF PH-BY-DEPOSIT
003140             MOVE "CASHACH " TO WS-POST-KEY
003150         ELSE
003160             MOVE "CASHCHK " TO WS-POST-KEY
003170         END-IF
003180         MOVE PH-NET-PAY TO WS-POST-AMOUNT
003190         PERFORM 2500-ADD-TO-SUMMARY THRU 2500-EXIT
003200     END-IF
003210     PERFORM 8000-READ-HISTORY THRU 8000-EXIT.
003220 2110-EXIT.
003230     EXIT.
003240
003250*----------------------------------------------------------
003260* COURT-ORDERED WITHHOLDING FOR THE DATE - THE REVERSAL
003270* DETAILS PAYADJ WRITES ARE ALREADY IN GLACTV
003280*----------------------------------------------------------
003290 2200-GATHER-GARNISH.
003300     OPEN INPUT GARNISH-DETAIL
003310     IF WS-GD-STATUS = "35"
003320         GO TO 2200-EXIT
003330     END-IF
003340     MOVE "N" TO WS-EOF-SWITCH
003350     PERFORM 8100-READ-GARNISH THRU 8100-EXIT
003360     PERFORM 2210-TAKE-ONE-GARNISH THRU 2210-EXIT
003370         UNTIL END-OF-FILE
003380     CLOSE GARNISH-DETAIL.
003390 2200-EXIT.
003400     EXIT.
003410
003420 2210-TAKE-ONE-GARNISH.
003430     IF GD-PAY-DATE = WS-PAY-DATE-N AND NOT GD-REVERSAL
003440         ADD 1 TO WS-GARN-TAKEN
003450         MOVE "GARNPAY " TO WS-POST-KEY
003460         MOVE "C" TO WS-POST-DR-CR
003470         MOVE GD-AMOUNT-WITHHELD TO WS-POST-AMOUNT
003480         PERFORM 2500-ADD-TO-SUMMARY THRU 2500-EXIT
003490     END-IF
003500     PERFORM 8100-READ-GARNISH THRU 8100-EXIT.
003510 2210-EXIT.
003520     EXIT.
003530
003540*----------------------------------------------------------
003550* EACH DEDUCTION THE REGISTER TOOK, CREDITED TO ITS OWN
003560* TYPE CODE'S LIABILITY
003570*----------------------------------------------------------
003580 2300-GATHER-DEDUCTIONS.
003590     OPEN INPUT DEDUCTION-DETAIL
003600     IF WS-DT-STATUS = "35"
003610         GO TO 2300-EXIT
003620     END-IF
003630     MOVE "N" TO WS-EOF-SWITCH
003640     PERFORM 8200-READ-DEDUCTION THRU 8200-EXIT
003650     PERFORM 2310-TAKE-ONE-DEDUCTION THRU 2310-EXIT
003660         UNTIL END-OF-FILE
003670     CLOSE DEDUCTION-DETAIL.
003680 2300-EXIT.
003690     EXIT.
003700
003710 2310-TAKE-ONE-DEDUCTION.
003720     IF DT-PAY-DATE = WS-PAY-DATE-N AND DT-ORIGINAL
003721             AND DT-AMOUNT > ZERO
003730         ADD 1 TO WS-DED-TAKEN
003740         MOVE DT-TYPE-CODE TO WS-DED-KEY-TYPE
003750         MOVE WS-DED-KEY TO WS-POST-KEY
003760         MOVE "C" TO WS-POST-DR-CR
003770         MOVE DT-AMOUNT TO WS-POST-AMOUNT
003780         PERFORM 2500-ADD-TO-SUMMARY THRU 2500-EXIT
003790     END-IF
003800     PERFORM 8200-READ-DEDUCTION THRU 8200-EXIT.
003810 2310-EXIT.
003820     EXIT.
003821
003822*----------------------------------------------------------
003823* THE REGISTER'S PAYROLL TAXES FOR THE DATE: EMPLOYEE SHARE
003824* AND EMPLOYER MATCH OF SOC SEC/MEDICARE CREDITED TO
003825* FICAPAY, FUTA AND SUTA TO THEIR OWN LIABILITIES, AND THE
003826* EMPLOYER'S SHARE DEBITED TO ERTAXEXP - PAYADJ'S R AND A
003827* DETAILS REACH THE LEDGER THROUGH GLACTV
003828*----------------------------------------------------------
003829 2350-GATHER-PAYROLL-TAXES.
003830     OPEN INPUT EMPLOYER-TAX-DETAIL
003831     IF WS-ET-STATUS = "35"
003832         GO TO 2350-EXIT
003833     END-IF
003834     MOVE "N" TO WS-EOF-SWITCH
003835     PERFORM 8250-READ-TAX-DETAIL THRU 8250-EXIT
003836     PERFORM 2360-TAKE-ONE-TAX-DETAIL THRU 2360-EXIT
003837         UNTIL END-OF-FILE
003838     CLOSE EMPLOYER-TAX-DETAIL.
003839 2350-EXIT.
003840     EXIT.
003841
003842 2360-TAKE-ONE-TAX-DETAIL.
003843     IF ET-PAY-DATE = WS-PAY-DATE-N AND ET-ADJ-SEQ = ZERO
003844         ADD 1 TO WS-TAX-TAKEN
003845         MOVE "FICAPAY " TO WS-POST-KEY
003846         MOVE "C" TO WS-POST-DR-CR
003847         COMPUTE WS-POST-AMOUNT = ET-EE-SS + ET-EE-MED
003848             + ET-ER-SS + ET-ER-MED
003849         PERFORM 2500-ADD-TO-SUMMARY THRU 2500-EXIT
003850         MOVE "ERTAXEXP" TO WS-POST-KEY
003851         MOVE "D" TO WS-POST-DR-CR
003852         COMPUTE WS-POST-AMOUNT = ET-ER-SS + ET-ER-MED
003853             + ET-FUTA + ET-SUTA
003854         PERFORM 2500-ADD-TO-SUMMARY THRU 2500-EXIT
003855         MOVE "FUTAPAY " TO WS-POST-KEY
003856         MOVE "C" TO WS-POST-DR-CR
003857         MOVE ET-FUTA TO WS-POST-AMOUNT
003858         PERFORM 2500-ADD-TO-SUMMARY THRU 2500-EXIT
003859         MOVE "SUTAPAY " TO WS-POST-KEY
003860         MOVE ET-SUTA TO WS-POST-AMOUNT
003861         PERFORM 2500-ADD-TO-SUMMARY THRU 2500-EXIT
003862     END-IF
003863     PERFORM 8250-READ-TAX-DETAIL THRU 8250-EXIT.
003864 2360-EXIT.
003865     EXIT.
003866
003867*----------------------------------------------------------
003868* EVERYTHING WAITING IN GLACTV GOES ON THIS JOURNAL,
003869* WHATEVER DAY IT WAS POSTED
003870*----------------------------------------------------------
003880 2400-GATHER-ACTIVITY.
003890     OPEN INPUT GL-ACTIVITY
003900     IF WS-GA-STATUS = "35"
003910         GO TO 2400-EXIT
003920     END-IF
003930     MOVE "N" TO WS-EOF-SWITCH
003940     PERFORM 8300-READ-ACTIVITY THRU 8300-EXIT
003950     PERFORM 2410-TAKE-ONE-ACTIVITY THRU 2410-EXIT
003960         UNTIL END-OF-FILE
003970     CLOSE GL-ACTIVITY.
003980 2400-EXIT.
003990     EXIT.
004000
004010 2410-TAKE-ONE-ACTIVITY.
004020     ADD 1 TO WS-ACTIVITY-TAKEN
004030     MOVE GA-MAP-KEY TO WS-POST-KEY
004040     MOVE GA-DR-CR TO WS-POST-DR-CR
004050     MOVE GA-AMOUNT TO WS-POST-AMOUNT
004060     PERFORM 2500-ADD-TO-SUMMARY THRU 2500-EXIT
004070     PERFORM 8300-READ-ACTIVITY THRU 8300-EXIT.
004080 2410-EXIT.
004090     EXIT.
004100
004110*----------------------------------------------------------
004120* ADD WS-POST-AMOUNT TO THE ENTRY FOR WS-POST-KEY AND
004130* WS-POST-DR-CR, OPENING ONE IF THIS IS THE FIRST.  A FULL
004140* TABLE HOLDS THE JOURNAL - A DROPPED LINE WOULD UNBALANCE IT
004150*----------------------------------------------------------
004160 2500-ADD-TO-SUMMARY.
004170     IF WS-POST-AMOUNT = ZERO
004180         GO TO 2500-EXIT
004190     END-IF
004200     MOVE ZERO TO WS-FOUND-SUB
004210     PERFORM 2510-TEST-ONE-ENTRY THRU 2510-EXIT
004220         VARYING WS-SUM-SUB FROM 1 BY 1
004230         UNTIL WS-SUM-SUB > WS-SUM-COUNT
004240             OR WS-FOUND-SUB > ZERO
004250     IF WS-FOUND-SUB = ZERO
004260         IF WS-SUM-COUNT >= 200
004270             DISPLAY "GLJRNL: SUMMARY TABLE FULL, "
004280                 WS-POST-KEY " NOT JOURNALED"
004290             ADD 1 TO WS-EXCEPTION-COUNT
004300             MOVE "N" TO WS-JOURNAL-OK
004310             GO TO 2500-EXIT
004320         END-IF
004330         ADD 1 TO WS-SUM-COUNT
004340         MOVE WS-SUM-COUNT TO WS-FOUND-SUB
004350         MOVE WS-POST-KEY TO WS-SM-MAP-KEY (WS-FOUND-SUB)
004360         MOVE WS-POST-DR-CR TO WS-SM-DR-CR (WS-FOUND-SUB)
004370         MOVE ZERO TO WS-SM-AMOUNT (WS-FOUND-SUB)
004380     END-IF
004390     ADD WS-POST-AMOUNT TO WS-SM-AMOUNT (WS-FOUND-SUB).
004400 2500-EXIT.
004410     EXIT.
004420
004430 2510-TEST-ONE-ENTRY.
004440     IF WS-SM-MAP-KEY (WS-SUM-SUB) = WS-POST-KEY
004450             AND WS-SM-DR-CR (WS-SUM-SUB) = WS-POST-DR-CR
004460         MOVE WS-SUM-SUB TO WS-FOUND-SUB
004470     END-IF.
004480 2510-EXIT.
004490     EXIT.
004500
004510*----------------------------------------------------------
004520* MAP EVERY ENTRY TO ITS LEDGER ACCOUNT, PRINT IT, AND
004530* PROVE DEBITS EQUAL CREDITS
004540*----------------------------------------------------------
004550 3000-PROVE-JOURNAL.
004560     OPEN INPUT GL-ACCOUNT-MAP
004570     IF WS-GM-STATUS = "35"
004580         MOVE "NO ACCOUNT MAP ON FILE - RUN GLMNT"
004590             TO VDL-MESSAGE
004600         WRITE JOURNAL-REPORT-LINE FROM WS-VERDICT-LINE
004610         ADD 1 TO WS-EXCEPTION-COUNT
004620         MOVE "N" TO WS-JOURNAL-OK
004630         GO TO 3000-EXIT
004640     END-IF
004650     PERFORM 3100-MAP-ONE-ENTRY THRU 3100-EXIT
004660         VARYING WS-SUM-SUB FROM 1 BY 1
004670         UNTIL WS-SUM-SUB > WS-SUM-COUNT
004680     CLOSE GL-ACCOUNT-MAP
004690     MOVE WS-TOTAL-DEBITS TO TL-DEBITS
004700     MOVE WS-TOTAL-CREDITS TO TL-CREDITS
004710     WRITE JOURNAL-REPORT-LINE FROM WS-TOTAL-LINE
004720     IF WS-SUM-COUNT = ZERO
004730         MOVE "NOTHING TO JOURNAL FOR THE PAY DATE"
004740             TO VDL-MESSAGE
004750         WRITE JOURNAL-REPORT-LINE FROM WS-VERDICT-LINE
004760         MOVE "N" TO WS-JOURNAL-OK
004770     END-IF
004780     IF WS-TOTAL-DEBITS NOT = WS-TOTAL-CREDITS
004790         MOVE "DEBITS DO NOT EQUAL CREDITS" TO VDL-MESSAGE
004800         WRITE JOURNAL-REPORT-LINE FROM WS-VERDICT-LINE
004810         ADD 1 TO WS-EXCEPTION-COUNT
004820         MOVE "N" TO WS-JOURNAL-OK
004830     END-IF.
004840 3000-EXIT.
004850     EXIT.
004860
004870 3100-MAP-ONE-ENTRY.
004880     MOVE WS-SM-MAP-KEY (WS-SUM-SUB) TO GM-MAP-KEY
004890     READ GL-ACCOUNT-MAP
004900         INVALID KEY
004910             MOVE "** UNMAPPED **" TO GM-ACCOUNT
004920             MOVE SPACES TO GM-DESCRIPTION
004930             ADD 1 TO WS-EXCEPTION-COUNT
004940             MOVE "N" TO WS-JOURNAL-OK
004950     END-READ
004960     MOVE GM-ACCOUNT TO WS-SM-ACCOUNT (WS-SUM-SUB)
004970     MOVE GM-DESCRIPTION TO WS-SM-DESCRIPTION (WS-SUM-SUB)
004980     MOVE WS-SM-MAP-KEY (WS-SUM-SUB) TO JL-MAP-KEY
004990     MOVE GM-ACCOUNT TO JL-ACCOUNT
005000     MOVE ZERO TO JL-DEBIT
005010     MOVE ZERO TO JL-CREDIT
005020     IF WS-SM-DR-CR (WS-SUM-SUB) = "D"
005030         ADD WS-SM-AMOUNT (WS-SUM-SUB) TO WS-TOTAL-DEBITS
005040         MOVE WS-SM-AMOUNT (WS-SUM-SUB) TO JL-DEBIT
005050     ELSE
005060         ADD WS-SM-AMOUNT (WS-SUM-SUB) TO WS-TOTAL-CREDITS
005070         MOVE WS-SM-AMOUNT (WS-SUM-SUB) TO JL-CREDIT
005080     END-IF
005090     WRITE JOURNAL-REPORT-LINE FROM WS-JOURNAL-LINE.
005100 3100-EXIT.
005110     EXIT.
005120
005130*----------------------------------------------------------
005140* WRITE THE JOURNAL, THEN EMPTY GLACTV AND MOVE THE
005150* RELEASED MARK UP - ONLY ONCE THE FILE IS CLOSED
005160*----------------------------------------------------------
005170 4000-RELEASE-JOURNAL.
005180     OPEN OUTPUT JOURNAL-FILE
005190     MOVE SPACES TO GL-JOURNAL-RECORD
005200     SET JE-HEADER TO TRUE
005210     MOVE WS-PAY-DATE-N TO JE-JOURNAL-DATE
005220     MOVE "PAYROLL JOURNAL" TO JE-DESCRIPTION
005230     MOVE "GLJRNL  " TO JE-SOURCE
005240     MOVE ZERO TO JE-AMOUNT
005250     WRITE GL-JOURNAL-RECORD
005260     ADD 1 TO WS-RECORDS-WRITTEN
005270     PERFORM 4100-WRITE-ONE-LINE THRU 4100-EXIT
005280         VARYING WS-SUM-SUB FROM 1 BY 1
005290         UNTIL WS-SUM-SUB > WS-SUM-COUNT
005300     MOVE SPACES TO GL-JOURNAL-TRAILER
005310     MOVE "T" TO JT-RECORD-TYPE
005320     MOVE WS-PAY-DATE-N TO JT-JOURNAL-DATE
005330     MOVE WS-SUM-COUNT TO JT-LINE-COUNT
005340     MOVE WS-TOTAL-DEBITS TO JT-TOTAL-DEBITS
005350     MOVE WS-TOTAL-CREDITS TO JT-TOTAL-CREDITS
005360     WRITE GL-JOURNAL-TRAILER
005370     ADD 1 TO WS-RECORDS-WRITTEN
005380     CLOSE JOURNAL-FILE
005390     OPEN OUTPUT GL-ACTIVITY
005400     CLOSE GL-ACTIVITY
005410     OPEN OUTPUT GL-CONTROL
005420     MOVE WS-PAY-DATE-N TO GC-LAST-PAY-DATE
005430     MOVE WS-RUN-START-DATE TO GC-RELEASED-ON
005440     MOVE WS-SUM-COUNT TO GC-LINE-COUNT
005450     MOVE WS-TOTAL-DEBITS TO GC-TOTAL-DEBITS
005460     MOVE SPACES TO GC-FILLER
005470     WRITE GL-CONTROL-RECORD
005480     CLOSE GL-CONTROL.
005490 4000-EXIT.
005500     EXIT.
005510
005520 4100-WRITE-ONE-LINE.
005530     MOVE SPACES TO GL-JOURNAL-RECORD
005540     SET JE-DETAIL TO TRUE
005550     MOVE WS-PAY-DATE-N TO JE-JOURNAL-DATE
005560     MOVE WS-SM-ACCOUNT (WS-SUM-SUB) TO JE-ACCOUNT
005570     MOVE WS-SM-DR-CR (WS-SUM-SUB) TO JE-DR-CR
005580     MOVE WS-SM-AMOUNT (WS-SUM-SUB) TO JE-AMOUNT
005590     MOVE WS-SM-DESCRIPTION (WS-SUM-SUB) TO JE-DESCRIPTION
005600     MOVE WS-SM-MAP-KEY (WS-SUM-SUB) TO JE-SOURCE
005610     WRITE GL-JOURNAL-RECORD
005620     ADD 1 TO WS-RECORDS-WRITTEN.
005630 4100-EXIT.
005640     EXIT.
005650
005660*----------------------------------------------------------
005670* COUNTS, VERDICT, RUN LOG, CLOSE UP
005680*----------------------------------------------------------
005690 7000-FINISH.
005700     MOVE "PAY HISTORY CHECKS JOURNALED:" TO CNL-LABEL
005710     MOVE WS-CHECKS-TAKEN TO CNL-COUNT
005720     WRITE JOURNAL-REPORT-LINE FROM WS-COUNT-LINE
005730     MOVE "GARNISHMENT DETAILS:" TO CNL-LABEL
005740     MOVE WS-GARN-TAKEN TO CNL-COUNT
005750     WRITE JOURNAL-REPORT-LINE FROM WS-COUNT-LINE
005760     MOVE "DEDUCTION DETAILS:" TO CNL-LABEL
005770     MOVE WS-DED-TAKEN TO CNL-COUNT
005780     WRITE JOURNAL-REPORT-LINE FROM WS-COUNT-LINE
005782     MOVE "PAYROLL TAX DETAILS:" TO CNL-LABEL
005784     MOVE WS-TAX-TAKEN TO CNL-COUNT
005786     WRITE JOURNAL-REPORT-LINE FROM WS-COUNT-LINE
005790     MOVE "PENDING ACTIVITY LINES:" TO CNL-LABEL
005800     MOVE WS-ACTIVITY-TAKEN TO CNL-COUNT
005810     WRITE JOURNAL-REPORT-LINE FROM WS-COUNT-LINE
005820     IF JOURNAL-PROVED
005830         MOVE "JOURNAL RECORDS WRITTEN:" TO CNL-LABEL
005840         MOVE WS-RECORDS-WRITTEN TO CNL-COUNT
005850         WRITE JOURNAL-REPORT-LINE FROM WS-COUNT-LINE
005860         MOVE "JOURNAL PROVED - RELEASED TO THE LEDGER"
005870             TO VDL-MESSAGE
005880     ELSE
005890         MOVE "*** JOURNAL NOT RELEASED - SEE ABOVE ***"
005900             TO VDL-MESSAGE
005910         MOVE 8 TO RETURN-CODE
005920     END-IF
005930     WRITE JOURNAL-REPORT-LINE FROM WS-VERDICT-LINE
005940     PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT
005950     CLOSE JOURNAL-REPORT.
005960 7000-EXIT.
005970     EXIT.
005980
005990*----------------------------------------------------------
006000* READ THE NEXT HISTORY RECORD, SET THE EOF SWITCH AT END
006010*----------------------------------------------------------
006020 8000-READ-HISTORY.
006030     READ PAY-HISTORY NEXT RECORD
006040         AT END
006050             SET END-OF-FILE TO TRUE
006060     END-READ.
006070 8000-EXIT.
006080     EXIT.
006090
006100*----------------------------------------------------------
006110* READ THE NEXT GARNISHMENT DETAIL, SET THE EOF SWITCH AT END
006120*----------------------------------------------------------
006130 8100-READ-GARNISH.
006140     READ GARNISH-DETAIL
006150         AT END
006160             SET END-OF-FILE TO TRUE
006170     END-READ.
006180 8100-EXIT.
006190     EXIT.
006200
006210*----------------------------------------------------------
006220* READ THE NEXT DEDUCTION DETAIL, SET THE EOF SWITCH AT END
006230*----------------------------------------------------------
006240 8200-READ-DEDUCTION.
006250     READ DEDUCTION-DETAIL
006260         AT END
006270             SET END-OF-FILE TO TRUE
006280     END-READ.
006290 8200-EXIT.
006300     EXIT.
006301
006302*----------------------------------------------------------
006303* READ THE NEXT PAYROLL-TAX DETAIL, SET THE EOF SWITCH AT END
006304*----------------------------------------------------------
006305 8250-READ-TAX-DETAIL.
006306     READ EMPLOYER-TAX-DETAIL NEXT RECORD
006307         AT END
006308             SET END-OF-FILE TO TRUE
006309     END-READ.
006310 8250-EXIT.
006311     EXIT.
006312
006320*----------------------------------------------------------
006330* READ THE NEXT PENDING ACTIVITY LINE, SET THE EOF SWITCH
006340*----------------------------------------------------------
006350 8300-READ-ACTIVITY.
006360     READ GL-ACTIVITY
006370         AT END
006380             SET END-OF-FILE TO TRUE
006390     END-READ.
006400 8300-EXIT.
006410     EXIT.
006420
006430*----------------------------------------------------------
006440* APPEND THIS RUN'S CONTROL RECORD TO THE SHARED RUN LOG
006450*----------------------------------------------------------
006460 9100-WRITE-RUN-LOG.
006470     OPEN EXTEND RUN-CONTROL-LOG
006480     IF WS-RL-STATUS = "35"
006490         OPEN OUTPUT RUN-CONTROL-LOG
006500         CLOSE RUN-CONTROL-LOG
006510         OPEN EXTEND RUN-CONTROL-LOG
006520     END-IF
006530     MOVE "GLJRNL  " TO RL-JOB-NAME
006540     MOVE WS-RUN-START-DATE TO RL-START-DATE
006550     MOVE WS-RUN-START-TIME TO RL-START-TIME
006560     ACCEPT RL-END-DATE FROM DATE YYYYMMDD
006570     ACCEPT RL-END-TIME FROM TIME
006580     ADD WS-HISTORY-READ WS-GARN-TAKEN WS-DED-TAKEN
006590         WS-TAX-TAKEN WS-ACTIVITY-TAKEN GIVING WS-RECORDS-IN
006600     MOVE WS-RECORDS-IN TO RL-RECORDS-IN
006610     MOVE WS-RECORDS-WRITTEN TO RL-RECORDS-OUT
006620     MOVE WS-EXCEPTION-COUNT TO RL-EXCEPTIONS
006630     IF JOURNAL-PROVED
006640         MOVE "OK" TO RL-STATUS
006650     ELSE
006660         MOVE "FAIL" TO RL-STATUS
006670     END-IF
006680     MOVE SPACES TO RL-FILLER
006690     WRITE RUN-LOG-RECORD
006700     CLOSE RUN-CONTROL-LOG.
006710 9100-EXIT.
006720     EXIT.
