000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SUIRPT.
000030 AUTHOR. PAYROLL-SYSTEMS-GROUP.
000040 INSTALLATION. DATA-PROCESSING-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 10/15/26  SM   INITIAL VERSION - QUARTERLY STATE
000110* 10/15/26  SM   UNEMPLOYMENT WAGE REPORT AND AGENCY FILE
000111* 10/15/26  SM   A DECEASED CUSTOMER COUNTS IN A MONTH THROUGH THE
000112* 10/15/26  SM   DATE OF DEATH, LIKE A TERMINATION
000120*----------------------------------------------------------
000130*
000140* QUARTER-END JOB.  PASSES THE PAY-HISTORY FILE IN ITS KEY
000150* ORDER - ONE CUSTOMER'S CHECKS TOGETHER - AND FOR EVERY
000160* CUSTOMER PAID IN THE REQUESTED QUARTER REPORTS THE
000170* QUARTER'S GROSS WAGES, WITH PAYADJ REVERSALS NETTED OUT,
000180* SPLIT INTO THE PART UNDER THE YEAR'S SUTA WAGE BASE AND
000190* THE EXCESS ABOVE IT.  THE EARLIER QUARTERS OF THE YEAR ARE
000200* ADDED UP ON THE SAME PASS SO THE BASE IS MEASURED FROM
000210* JANUARY.  EACH CUSTOMER ON THE REPORT IS COUNTED ON THE
000220* PAYROLL ON THE 12TH OF A MONTH WHEN THE CUSTOMER MASTER'S
000230* EMPLOYMENT STATUS AND STATUS DATE SAY THEY WERE ACTIVE
000240* THAT DAY - ACTIVE SINCE ON OR BEFORE THE 12TH, ON LEAVE
000250* ONLY AFTER IT, OR TERMINATED ON OR AFTER IT.  PRINTS THE
000260* REPORT AND WRITES THE AGENCY'S FIXED-FORMAT WAGE FILE
000270* (SUIWAGE) WITH ITS CONTROL TRAILER.
000280*
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT PAY-HISTORY ASSIGN TO "PAYHIST"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS SEQUENTIAL
000350         RECORD KEY IS PH-KEY
000360         FILE STATUS IS WS-PH-STATUS.
000370     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAS"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS RANDOM
000400         RECORD KEY IS CM-SSNUM
000410         FILE STATUS IS WS-CM-STATUS.
000420     SELECT PAYROLL-TAX-RATES ASSIGN TO "ERTAXRT"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS TX-TAX-YEAR
000460         FILE STATUS IS WS-TX-STATUS.
000470     SELECT SUI-REPORT ASSIGN TO "SUIRPTRP"
000480         ORGANIZATION IS LINE SEQUENTIAL.
000490     SELECT SUI-WAGE-FILE ASSIGN TO "SUIWAGE"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-SU-STATUS.
000520     SELECT RUN-CONTROL-LOG ASSIGN TO "RUNLOG"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-RL-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  PAY-HISTORY.
000590     COPY PAYHIST.
000600 FD  CUSTOMER-MASTER.
000610     COPY CUSTMAS.
000620 FD  PAYROLL-TAX-RATES.
000630     COPY TAXRATE.
000640 FD  SUI-REPORT.
000650 01  SUI-REPORT-LINE               PIC X(80).
000660 FD  SUI-WAGE-FILE.
000670     COPY SUIWAGE.
000680 FD  RUN-CONTROL-LOG.
000690     COPY RUNLOG.
000700
000710 WORKING-STORAGE SECTION.
000720 77  WS-PH-STATUS                  PIC X(02) VALUE "00".
000730 77  WS-CM-STATUS                  PIC X(02) VALUE "00".
000740 77  WS-TX-STATUS                  PIC X(02) VALUE "00".
000750 77  WS-SU-STATUS                  PIC X(02) VALUE "00".
000760 77  WS-RL-STATUS                  PIC X(02) VALUE "00".
000770 77  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
000780     88  END-OF-FILE               VALUE "Y".
000790 77  WS-TX-EOF-SWITCH              PIC X(01) VALUE "N".
000800     88  END-OF-RATES              VALUE "Y".
000810 77  WS-CUSTOMER-SWITCH            PIC X(01) VALUE "N".
000820     88  CUSTOMER-OPEN             VALUE "Y".
000830 77  WS-QUARTER                    PIC 9 VALUE ZERO.
000840 77  WS-QUARTER-OK                 PIC X(01) VALUE "N".
000850 77  WS-YEAR-OK                    PIC X(01) VALUE "N".
000860 77  WS-REPORT-YEAR                PIC 9(4) VALUE ZERO.
000870 77  WS-FROM-MM                    PIC 99 VALUE ZERO.
000880 77  WS-THRU-MM                    PIC 99 VALUE ZERO.
000890 77  WS-RECORDS-READ               PIC 9(07) COMP VALUE ZERO.
000900 77  WS-RECORDS-SELECTED           PIC 9(07) COMP VALUE ZERO.
000910 77  WS-EMPLOYEES-LISTED           PIC 9(07) COMP VALUE ZERO.
000920 77  WS-NOT-ON-MASTER              PIC 9(07) COMP VALUE ZERO.
000930 77  WS-MONTH-SUB                  PIC 9 COMP VALUE ZERO.
000940 77  WS-COUNT-DATE                 PIC 9(08) VALUE ZERO.
000950*> THE SUTA WAGE BASE FROM THE RATE SET IN FORCE FOR THE
000960*> REPORT YEAR - ZERO MEANS NO CAP, SO NOTHING IS EXCESS
000970 77  WS-SUTA-WAGE-BASE             PIC 9(07)V99 VALUE ZERO.
000980 77  WS-BASE-YEAR                  PIC 9(04) VALUE ZERO.
000990*> ONE CUSTOMER'S WAGES - SIGNED, SINCE A REVERSAL CAN BE
001000*> TAKEN BEFORE THE CHECK IT BACKS OUT IS NETTED
001010 77  WS-CURR-SSNUM                 PIC 9(09) VALUE ZERO.
001020 77  WS-PRIOR-WAGES                PIC S9(09)V99 VALUE ZERO.
001030 77  WS-QTR-WAGES                  PIC S9(09)V99 VALUE ZERO.
001040 77  WS-ROOM-UNDER-BASE            PIC S9(09)V99 VALUE ZERO.
001050 77  WS-EXCESS-WAGES               PIC 9(09)V99 VALUE ZERO.
001060 77  WS-TAXABLE-WAGES              PIC 9(09)V99 VALUE ZERO.
001070 77  WS-TOTAL-GROSS                PIC 9(11)V99 VALUE ZERO.
001080 77  WS-TOTAL-EXCESS               PIC 9(11)V99 VALUE ZERO.
001090 77  WS-TOTAL-TAXABLE              PIC 9(11)V99 VALUE ZERO.
001100*> THE 12TH OF EACH MONTH OF THE QUARTER AND HOW MANY WERE
001110*> ON THE PAYROLL THAT DAY
001120 01  WS-MONTH-TABLE.
001130     05  WS-MONTH OCCURS 3 TIMES.
001140         10  WS-TWELFTH-DATE.
001150             15  WS-TW-YYYY        PIC 9(04).
001160             15  WS-TW-MM          PIC 9(02).
001170             15  WS-TW-DD          PIC 9(02).
001180         10  WS-TWELFTH-DATE-N REDEFINES WS-TWELFTH-DATE
001190                                   PIC 9(08).
001200         10  WS-MONTH-COUNT        PIC 9(07) COMP.
001210*> THE ACCOUNT THE STATE UNEMPLOYMENT AGENCY ASSIGNED US
001220 77  WS-EMPLOYER-ACCT              PIC X(10)
001230         VALUE "0048213006".
001240 77  WS-EMPLOYER-FEIN              PIC X(09)
001250         VALUE "136283000".
001260 77  WS-EMPLOYER-NAME              PIC X(30)
001270         VALUE "DATA PROCESSING CENTER".
001280 01  WS-RUN-START-STAMP.
001290     05  WS-RUN-START-DATE         PIC 9(8).
001300     05  WS-RUN-START-TIME         PIC 9(8).
001310
001320 01  WS-HEADING-LINE               PIC X(45)
001330         VALUE "QUARTERLY STATE UNEMPLOYMENT WAGE REPORT".
001340 01  WS-QUARTER-LINE.
001350     05  FILLER                    PIC X(09) VALUE "QUARTER: ".
001360     05  QL-QUARTER                PIC 9.
001370     05  FILLER                    PIC X(07) VALUE "  YEAR ".
001380     05  QL-YEAR                   PIC 9(4).
001390     05  FILLER                    PIC X(04) VALUE SPACES.
001400     05  FILLER                    PIC X(16)
001410         VALUE "SUTA WAGE BASE: ".
001420     05  QL-WAGE-BASE              PIC Z,ZZZ,ZZ9.99.
001430 01  WS-ACCOUNT-LINE.
001440     05  FILLER                    PIC X(17)
001450         VALUE "EMPLOYER ACCOUNT ".
001460     05  AL-EMPLOYER-ACCT          PIC X(10).
001470     05  FILLER                    PIC X(02) VALUE SPACES.
001480     05  AL-EMPLOYER-NAME          PIC X(30).
001490 01  WS-COLUMN-LINE.
001500     05  FILLER            PIC X(11) VALUE "SSN".
001510     05  FILLER            PIC X(21) VALUE "NAME".
001520     05  FILLER            PIC X(14) VALUE "   GROSS WAGES".
001530     05  FILLER            PIC X(14) VALUE "   EXCESS WAGE".
001540     05  FILLER            PIC X(14) VALUE "  TAXABLE WAGE".
001550     05  FILLER            PIC X(06) VALUE " 12TH".
001560 01  WS-DETAIL-LINE.
001570     05  DL-SSNUM                  PIC 9(09).
001580     05  FILLER                    PIC X(02) VALUE SPACES.
001590     05  DL-CUST-NAME              PIC X(20).
001600     05  FILLER                    PIC X(01) VALUE SPACES.
001610     05  DL-GROSS-WAGES            PIC ZZZ,ZZZ,ZZ9.99.
001620     05  DL-EXCESS-WAGES           PIC ZZZ,ZZZ,ZZ9.99.
001630     05  DL-TAXABLE-WAGES          PIC ZZZ,ZZZ,ZZ9.99.
001640     05  FILLER                    PIC X(02) VALUE SPACES.
001650     05  DL-MONTH-FLAG             PIC X(01) OCCURS 3 TIMES.
001660 01  WS-TOTAL-LINE.
001670     05  FILLER                    PIC X(11) VALUE SPACES.
001680     05  FILLER            PIC X(21) VALUE "QUARTER TOTAL".
001690     05  TL-GROSS-WAGES            PIC ZZZ,ZZZ,ZZ9.99.
001700     05  TL-EXCESS-WAGES           PIC ZZZ,ZZZ,ZZ9.99.
001710     05  TL-TAXABLE-WAGES          PIC ZZZ,ZZZ,ZZ9.99.
001720 01  WS-MONTH-COUNT-LINE.
001730     05  FILLER                    PIC X(24)
001740         VALUE "ON THE PAYROLL ON THE 12".
001750     05  FILLER                    PIC X(04) VALUE "TH: ".
001760     05  ML-MONTH-ENTRY OCCURS 3 TIMES.
001770         10  FILLER                PIC X(02) VALUE SPACES.
001780         10  ML-MONTH              PIC 99.
001790         10  FILLER                PIC X(01) VALUE "/".
001800         10  ML-COUNT              PIC ZZZ,ZZ9.
001810 01  WS-COUNT-LINE.
001820     05  CNL-LABEL                 PIC X(30).
001830     05  CNL-COUNT                 PIC ZZZ,ZZ9.
001840 01  WS-BLANK-LINE                 PIC X(80) VALUE SPACES.
001850
001860 PROCEDURE DIVISION.
001870 0000-MAINLINE.
001880     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001890     PERFORM 2000-TAKE-HISTORY-RECORD THRU 2000-EXIT
001900         UNTIL END-OF-FILE
001910     PERFORM 3000-FINISH THRU 3000-EXIT
001920     GOBACK.
001930
001940*----------------------------------------------------------
001950* ASK WHICH QUARTER TO REPORT, FIND THE YEAR'S WAGE BASE,
001960* OPEN THE FILES, WRITE THE HEADINGS AND THE EMPLOYER
001970* RECORD, PRIME THE READ
001980*----------------------------------------------------------
001990 1000-INITIALIZE.
002000     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
002010     ACCEPT WS-RUN-START-TIME FROM TIME
002020     PERFORM 1100-ACCEPT-QUARTER THRU 1100-EXIT
002030     COMPUTE WS-FROM-MM = (WS-QUARTER * 3) - 2
002040     COMPUTE WS-THRU-MM = WS-QUARTER * 3
002050     PERFORM 1150-SET-TWELFTH THRU 1150-EXIT
002060         VARYING WS-MONTH-SUB FROM 1 BY 1
002070         UNTIL WS-MONTH-SUB > 3
002080     PERFORM 1200-LOAD-WAGE-BASE THRU 1200-EXIT
002090     OPEN INPUT PAY-HISTORY
002100     IF WS-PH-STATUS = "35"
002110         DISPLAY "SUIRPT: NO PAY HISTORY FILE ON HAND"
002120         SET END-OF-FILE TO TRUE
002130     END-IF
002140     OPEN INPUT CUSTOMER-MASTER
002150     IF WS-CM-STATUS = "35"
002160         DISPLAY "SUIRPT: NO CUSTOMER MASTER ON HAND - NO "
002170             "NAMES OR HEADCOUNTS"
002180     END-IF
002190     OPEN OUTPUT SUI-REPORT
002200     WRITE SUI-REPORT-LINE FROM WS-HEADING-LINE
002210     MOVE WS-QUARTER TO QL-QUARTER
002220     MOVE WS-REPORT-YEAR TO QL-YEAR
002230     MOVE WS-SUTA-WAGE-BASE TO QL-WAGE-BASE
002240     WRITE SUI-REPORT-LINE FROM WS-QUARTER-LINE
002250     MOVE WS-EMPLOYER-ACCT TO AL-EMPLOYER-ACCT
002260     MOVE WS-EMPLOYER-NAME TO AL-EMPLOYER-NAME
002270     WRITE SUI-REPORT-LINE FROM WS-ACCOUNT-LINE
002280     WRITE SUI-REPORT-LINE FROM WS-BLANK-LINE
002290     WRITE SUI-REPORT-LINE FROM WS-COLUMN-LINE
002300     OPEN OUTPUT SUI-WAGE-FILE
002310     MOVE SPACES TO SUI-WAGE-RECORD
002320     MOVE "E" TO QE-RECORD-TYPE
002330     MOVE WS-EMPLOYER-ACCT TO QE-EMPLOYER-ACCT
002340     MOVE WS-EMPLOYER-FEIN TO QE-EMPLOYER-FEIN
002350     MOVE WS-EMPLOYER-NAME TO QE-EMPLOYER-NAME
002360     MOVE WS-QUARTER TO QE-QUARTER
002370     MOVE WS-REPORT-YEAR TO QE-YEAR
002380     MOVE WS-RUN-START-DATE TO QE-CREATION-DATE
002390     WRITE SUI-WAGE-RECORD
002400     IF NOT END-OF-FILE
002410         PERFORM 8000-READ-HISTORY THRU 8000-EXIT
002420     END-IF.
002430 1000-EXIT.
002440     EXIT.
002450
002460*----------------------------------------------------------
002470* THE REPORT ONLY MAKES SENSE FOR A REAL QUARTER AND A REAL
002480* YEAR - REJECT ANYTHING ELSE AND RE-PROMPT, SAME EDIT AS
002490* QTRWTH
002500*----------------------------------------------------------
002510 1100-ACCEPT-QUARTER.
002520     MOVE "N" TO WS-QUARTER-OK
002530     PERFORM 1110-PROMPT-QUARTER THRU 1110-EXIT
002540         UNTIL WS-QUARTER-OK = "Y"
002550     MOVE "N" TO WS-YEAR-OK
002560     PERFORM 1120-PROMPT-YEAR THRU 1120-EXIT
002570         UNTIL WS-YEAR-OK = "Y".
002580 1100-EXIT.
002590     EXIT.
002600
002610 1110-PROMPT-QUARTER.
002620     DISPLAY "ENTER QUARTER TO REPORT (1-4): "
002630         WITH NO ADVANCING
002640     ACCEPT WS-QUARTER
002650     IF WS-QUARTER < 1 OR WS-QUARTER > 4
002660         DISPLAY "QUARTER MUST BE 1-4, TRY AGAIN"
002670     ELSE
002680         MOVE "Y" TO WS-QUARTER-OK
002690     END-IF.
002700 1110-EXIT.
002710     EXIT.
002720
002730 1120-PROMPT-YEAR.
002740     DISPLAY "ENTER YEAR (YYYY): " WITH NO ADVANCING
002750     ACCEPT WS-REPORT-YEAR
002760     IF WS-REPORT-YEAR < 2000 OR WS-REPORT-YEAR > 2099
002770         DISPLAY "YEAR MUST BE 2000-2099, TRY AGAIN"
002780     ELSE
002790         MOVE "Y" TO WS-YEAR-OK
002800     END-IF.
002810 1120-EXIT.
002820     EXIT.
002830
002840*----------------------------------------------------------
002850* THE HEADCOUNT DAY FOR ONE MONTH OF THE QUARTER
002860*----------------------------------------------------------
002870 1150-SET-TWELFTH.
002880     MOVE WS-REPORT-YEAR TO WS-TW-YYYY (WS-MONTH-SUB)
002890     COMPUTE WS-TW-MM (WS-MONTH-SUB) =
002900         WS-FROM-MM + WS-MONTH-SUB - 1
002910     MOVE 12 TO WS-TW-DD (WS-MONTH-SUB)
002920     MOVE ZERO TO WS-MONTH-COUNT (WS-MONTH-SUB).
002930 1150-EXIT.
002940     EXIT.
002950
002960*----------------------------------------------------------
002970* THE SUTA WAGE BASE COMES FROM THE SAME PAYROLL-TAX RATE
002980* FILE TAXCALC CHARGES SUTA FROM: THE SET FOR THE GREATEST
002990* YEAR AT OR BEFORE THE REPORT YEAR
003000*----------------------------------------------------------
003010 1200-LOAD-WAGE-BASE.
003020     OPEN INPUT PAYROLL-TAX-RATES
003030     IF WS-TX-STATUS = "35"
003040         DISPLAY "SUIRPT: NO PAYROLL TAX RATE FILE - NO WAGE "
003050             "BASE, NOTHING REPORTED AS EXCESS"
003060         GO TO 1200-EXIT
003070     END-IF
003080     PERFORM 8100-READ-RATE-SET THRU 8100-EXIT
003090     PERFORM 1210-TAKE-RATE-SET THRU 1210-EXIT
003100         UNTIL END-OF-RATES
003110     CLOSE PAYROLL-TAX-RATES
003120     IF WS-BASE-YEAR = ZERO
003130         DISPLAY "SUIRPT: NO PAYROLL TAX RATE SET AT OR BEFORE "
003140             WS-REPORT-YEAR " - NOTHING REPORTED AS EXCESS"
003150     END-IF.
003160 1200-EXIT.
003170     EXIT.
003180
003190 1210-TAKE-RATE-SET.
003200     IF TX-TAX-YEAR > WS-REPORT-YEAR
003210         SET END-OF-RATES TO TRUE
003220         GO TO 1210-EXIT
003230     END-IF
003240     MOVE TX-TAX-YEAR TO WS-BASE-YEAR
003250     MOVE TX-SUTA-WAGE-BASE TO WS-SUTA-WAGE-BASE
003260     PERFORM 8100-READ-RATE-SET THRU 8100-EXIT.
003270 1210-EXIT.
003280     EXIT.
003290
003300*----------------------------------------------------------
003310* ONE HISTORY RECORD.  A NEW SSNUM CLOSES OUT THE CUSTOMER
003320* BEFORE IT; A CHECK DATED THIS YEAR THROUGH THE END OF THE
003330* QUARTER GOES INTO THE EARLIER-QUARTERS OR THE QUARTER
003340* WAGES, AND A PAYADJ REVERSAL BACKS ITS CHECK OUT OF THEM
003350*----------------------------------------------------------
003360 2000-TAKE-HISTORY-RECORD.
003370     ADD 1 TO WS-RECORDS-READ
003380     IF CUSTOMER-OPEN AND PH-SSNUM NOT = WS-CURR-SSNUM
003390         PERFORM 2500-CLOSE-CUSTOMER THRU 2500-EXIT
003400     END-IF
003410     IF NOT CUSTOMER-OPEN
003420         MOVE PH-SSNUM TO WS-CURR-SSNUM
003430         MOVE ZERO TO WS-PRIOR-WAGES
003440         MOVE ZERO TO WS-QTR-WAGES
003450         SET CUSTOMER-OPEN TO TRUE
003460     END-IF
003470     IF PH-PAY-YYYY NOT = WS-REPORT-YEAR
003480             OR PH-PAY-MM > WS-THRU-MM
003490         GO TO 2000-READ-NEXT
003500     END-IF
003510     IF PH-PAY-MM < WS-FROM-MM
003520         IF PH-ADJ-REVERSAL
003530             SUBTRACT PH-GROSS-PAY FROM WS-PRIOR-WAGES
003540         ELSE
003550             ADD PH-GROSS-PAY TO WS-PRIOR-WAGES
003560         END-IF
003570         GO TO 2000-READ-NEXT
003580     END-IF
003590     ADD 1 TO WS-RECORDS-SELECTED
003600     IF PH-ADJ-REVERSAL
003610         SUBTRACT PH-GROSS-PAY FROM WS-QTR-WAGES
003620     ELSE
003630         ADD PH-GROSS-PAY TO WS-QTR-WAGES
003640     END-IF.
003650 2000-READ-NEXT.
003660     PERFORM 8000-READ-HISTORY THRU 8000-EXIT.
003670 2000-EXIT.
003680     EXIT.
003690
003700*----------------------------------------------------------
003710* ONE CUSTOMER'S CHECKS ARE ALL IN.  ANYONE WITH QUARTER
003720* WAGES LEFT AFTER THE REVERSALS GOES ON THE REPORT AND THE
003730* FILE: THE PART OF THE QUARTER ABOVE WHAT THE EARLIER
003740* QUARTERS LEFT UNDER THE WAGE BASE IS EXCESS
003750*----------------------------------------------------------
003760 2500-CLOSE-CUSTOMER.
003770     MOVE "N" TO WS-CUSTOMER-SWITCH
003780     IF WS-QTR-WAGES NOT > ZERO
003790         GO TO 2500-EXIT
003800     END-IF
003810     MOVE ZERO TO WS-EXCESS-WAGES
003820     IF WS-SUTA-WAGE-BASE > ZERO
003830         COMPUTE WS-ROOM-UNDER-BASE =
003840             WS-SUTA-WAGE-BASE - WS-PRIOR-WAGES
003850         IF WS-ROOM-UNDER-BASE < ZERO
003860             MOVE ZERO TO WS-ROOM-UNDER-BASE
003870         END-IF
003880         IF WS-QTR-WAGES > WS-ROOM-UNDER-BASE
003890             COMPUTE WS-EXCESS-WAGES =
003900                 WS-QTR-WAGES - WS-ROOM-UNDER-BASE
003910         END-IF
003920     END-IF
003930     COMPUTE WS-TAXABLE-WAGES = WS-QTR-WAGES - WS-EXCESS-WAGES
003940     ADD 1 TO WS-EMPLOYEES-LISTED
003950     MOVE SPACES TO DL-MONTH-FLAG (1)
003960     MOVE SPACES TO DL-MONTH-FLAG (2)
003970     MOVE SPACES TO DL-MONTH-FLAG (3)
003980     MOVE WS-CURR-SSNUM TO CM-SSNUM
003990     IF WS-CM-STATUS = "35"
004000         MOVE "NOT ON CUSTOMER MAST" TO DL-CUST-NAME
004010         ADD 1 TO WS-NOT-ON-MASTER
004020     ELSE
004030         READ CUSTOMER-MASTER
004040             INVALID KEY
004050                 MOVE "NOT ON CUSTOMER MAST" TO DL-CUST-NAME
004060                 ADD 1 TO WS-NOT-ON-MASTER
004070             NOT INVALID KEY
004080                 MOVE CM-CUST-NAME TO DL-CUST-NAME
004090                 PERFORM 2600-COUNT-MONTH THRU 2600-EXIT
004100                     VARYING WS-MONTH-SUB FROM 1 BY 1
004110                     UNTIL WS-MONTH-SUB > 3
004120         END-READ
004130     END-IF
004140     MOVE WS-CURR-SSNUM TO DL-SSNUM
004150     MOVE WS-QTR-WAGES TO DL-GROSS-WAGES
004160     MOVE WS-EXCESS-WAGES TO DL-EXCESS-WAGES
004170     MOVE WS-TAXABLE-WAGES TO DL-TAXABLE-WAGES
004180     WRITE SUI-REPORT-LINE FROM WS-DETAIL-LINE
004190     MOVE SPACES TO SUI-WAGE-RECORD
004200     MOVE "W" TO QW-RECORD-TYPE
004210     MOVE WS-CURR-SSNUM TO QW-SSNUM
004220     MOVE DL-CUST-NAME TO QW-EMPLOYEE-NAME
004230     MOVE WS-QUARTER TO QW-QUARTER
004240     MOVE WS-REPORT-YEAR TO QW-YEAR
004250     MOVE WS-QTR-WAGES TO QW-GROSS-WAGES
004260     MOVE WS-EXCESS-WAGES TO QW-EXCESS-WAGES
004270     MOVE WS-TAXABLE-WAGES TO QW-TAXABLE-WAGES
004280     WRITE SUI-WAGE-RECORD
004290     ADD WS-QTR-WAGES TO WS-TOTAL-GROSS
004300     ADD WS-EXCESS-WAGES TO WS-TOTAL-EXCESS
004310     ADD WS-TAXABLE-WAGES TO WS-TOTAL-TAXABLE.
004320 2500-EXIT.
004330     EXIT.
004340
004350*----------------------------------------------------------
004360* WAS THE CUSTOMER ON THE PAYROLL ON THIS MONTH'S 12TH?  THE
004370* STATUS DATE IS WHEN THE CURRENT STATUS TOOK HOLD: ACTIVE
004380* COUNTS IF IT TOOK HOLD BY THE 12TH (ZERO ON RECORDS FROM
004390* BEFORE THE FIELD EXISTED), LEAVE OR TERMINATION COUNTS
004400* ONLY IF IT CAME AFTER - A TERMINATION DATE IS THE LAST DAY
004410* WORKED, SO THE 12TH ITSELF STILL COUNTS, AND A DATE OF
004411* DEATH COUNTS THE SAME WAY
004420*----------------------------------------------------------
004430 2600-COUNT-MONTH.
004440     MOVE WS-TWELFTH-DATE-N (WS-MONTH-SUB) TO WS-COUNT-DATE
004450     EVALUATE TRUE
004460         WHEN CM-EMP-TERMINATED
004461         WHEN CM-EMP-DECEASED
004470             IF CM-STATUS-DATE < WS-COUNT-DATE
004480                 GO TO 2600-EXIT
004490             END-IF
004500         WHEN CM-EMP-ON-LEAVE
004510             IF CM-STATUS-DATE NOT > WS-COUNT-DATE
004520                 GO TO 2600-EXIT
004530             END-IF
004540         WHEN OTHER
004550             IF CM-STATUS-DATE > WS-COUNT-DATE
004560                 GO TO 2600-EXIT
004570             END-IF
004580     END-EVALUATE
004590     MOVE "*" TO DL-MONTH-FLAG (WS-MONTH-SUB)
004600     ADD 1 TO WS-MONTH-COUNT (WS-MONTH-SUB).
004610 2600-EXIT.
004620     EXIT.
004630
004640*----------------------------------------------------------
004650* CLOSE OUT THE LAST CUSTOMER, PRINT THE TOTALS AND THE
004660* MONTHLY HEADCOUNTS, WRITE THE CONTROL TRAILER, CLOSE UP
004670*----------------------------------------------------------
004680 3000-FINISH.
004690     IF CUSTOMER-OPEN
004700         PERFORM 2500-CLOSE-CUSTOMER THRU 2500-EXIT
004710     END-IF
004720     WRITE SUI-REPORT-LINE FROM WS-BLANK-LINE
004730     MOVE WS-TOTAL-GROSS TO TL-GROSS-WAGES
004740     MOVE WS-TOTAL-EXCESS TO TL-EXCESS-WAGES
004750     MOVE WS-TOTAL-TAXABLE TO TL-TAXABLE-WAGES
004760     WRITE SUI-REPORT-LINE FROM WS-TOTAL-LINE
004770     PERFORM 3100-SET-MONTH-COUNT THRU 3100-EXIT
004780         VARYING WS-MONTH-SUB FROM 1 BY 1
004790         UNTIL WS-MONTH-SUB > 3
004800     WRITE SUI-REPORT-LINE FROM WS-MONTH-COUNT-LINE
004810     WRITE SUI-REPORT-LINE FROM WS-BLANK-LINE
004820     MOVE "EMPLOYEES REPORTED:" TO CNL-LABEL
004830     MOVE WS-EMPLOYEES-LISTED TO CNL-COUNT
004840     WRITE SUI-REPORT-LINE FROM WS-COUNT-LINE
004850     MOVE "NOT ON CUSTOMER MASTER:" TO CNL-LABEL
004860     MOVE WS-NOT-ON-MASTER TO CNL-COUNT
004870     WRITE SUI-REPORT-LINE FROM WS-COUNT-LINE
004880     MOVE "HISTORY RECORDS READ:" TO CNL-LABEL
004890     MOVE WS-RECORDS-READ TO CNL-COUNT
004900     WRITE SUI-REPORT-LINE FROM WS-COUNT-LINE
004910     MOVE "HISTORY RECORDS IN QUARTER:" TO CNL-LABEL
004920     MOVE WS-RECORDS-SELECTED TO CNL-COUNT
004930     WRITE SUI-REPORT-LINE FROM WS-COUNT-LINE
004940     MOVE SPACES TO SUI-WAGE-RECORD
004950     MOVE "T" TO QT-RECORD-TYPE
004960     MOVE WS-EMPLOYER-ACCT TO QT-EMPLOYER-ACCT
004970     MOVE WS-EMPLOYEES-LISTED TO QT-WAGE-RECORDS
004980     MOVE WS-TOTAL-GROSS TO QT-TOTAL-GROSS
004990     MOVE WS-TOTAL-EXCESS TO QT-TOTAL-EXCESS
005000     MOVE WS-TOTAL-TAXABLE TO QT-TOTAL-TAXABLE
005010     MOVE WS-MONTH-COUNT (1) TO QT-MONTH-COUNT (1)
005020     MOVE WS-MONTH-COUNT (2) TO QT-MONTH-COUNT (2)
005030     MOVE WS-MONTH-COUNT (3) TO QT-MONTH-COUNT (3)
005040     WRITE SUI-WAGE-RECORD
005050     PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT
005060     IF WS-PH-STATUS NOT = "35"
005070         CLOSE PAY-HISTORY
005080     END-IF
005090     IF WS-CM-STATUS NOT = "35"
005100         CLOSE CUSTOMER-MASTER
005110     END-IF
005120     CLOSE SUI-REPORT
005130     CLOSE SUI-WAGE-FILE.
005140 3000-EXIT.
005150     EXIT.
005160
005170 3100-SET-MONTH-COUNT.
005180     MOVE WS-TW-MM (WS-MONTH-SUB) TO ML-MONTH (WS-MONTH-SUB)
005190     MOVE WS-MONTH-COUNT (WS-MONTH-SUB)
005200         TO ML-COUNT (WS-MONTH-SUB).
005210 3100-EXIT.
005220     EXIT.
005230
005240*----------------------------------------------------------
005250* READ THE NEXT HISTORY RECORD, SET THE EOF SWITCH AT END
005260*----------------------------------------------------------
005270 8000-READ-HISTORY.
005280     READ PAY-HISTORY
005290         AT END
005300             SET END-OF-FILE TO TRUE
005310     END-READ.
005320 8000-EXIT.
005330     EXIT.
005340
005350*----------------------------------------------------------
005360* READ THE NEXT RATE SET, SET THE EOF SWITCH AT END
005370*----------------------------------------------------------
005380 8100-READ-RATE-SET.
005390     READ PAYROLL-TAX-RATES NEXT RECORD
005400         AT END
005410             SET END-OF-RATES TO TRUE
005420     END-READ.
005430 8100-EXIT.
005440     EXIT.
005450
005460*----------------------------------------------------------
005470* APPEND THIS RUN'S CONTROL RECORD TO THE SHARED RUN LOG
005480*----------------------------------------------------------
005490 9100-WRITE-RUN-LOG.
005500     OPEN EXTEND RUN-CONTROL-LOG
005510     IF WS-RL-STATUS = "35"
005520         OPEN OUTPUT RUN-CONTROL-LOG
005530         CLOSE RUN-CONTROL-LOG
005540         OPEN EXTEND RUN-CONTROL-LOG
005550     END-IF
005560     MOVE "SUIRPT  " TO RL-JOB-NAME
005570     MOVE WS-RUN-START-DATE TO RL-START-DATE
005580     MOVE WS-RUN-START-TIME TO RL-START-TIME
005590     ACCEPT RL-END-DATE FROM DATE YYYYMMDD
005600     ACCEPT RL-END-TIME FROM TIME
005610     MOVE WS-RECORDS-READ TO RL-RECORDS-IN
005620     MOVE WS-EMPLOYEES-LISTED TO RL-RECORDS-OUT
005630     MOVE WS-NOT-ON-MASTER TO RL-EXCEPTIONS
005640     MOVE "OK" TO RL-STATUS
005650     MOVE SPACES TO RL-FILLER
005660     WRITE RUN-LOG-RECORD
005670     CLOSE RUN-CONTROL-LOG.
005680 9100-EXIT.
005690     EXIT.
