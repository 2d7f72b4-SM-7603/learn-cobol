000115* 09/02/26  SM   GARNISHMENT ORDER FILE OPENED I-O WITH THE
000116* 09/02/26  SM   OTHER POSTING FILES - THE ORDER BACK-OUT
000117* 09/02/26  SM   READ/REWRITE NEEDS IT OPEN TO POST
000118* 10/15/26  SM   EVERY REVERSAL, BACK-OUT, AND CORRECTED CHECK
000119* 10/15/26  SM   APPENDS BALANCED GLACTV LINES FOR THE GENERAL-
000120* 10/15/26  SM   LEDGER JOURNAL, AND DEDUCTION BACK-OUTS AND
000121* 10/15/26  SM   RE-TAKES WRITE DEDDETL DETAILS (R AND A)
000122* 10/15/26  SM   REVERSALS AND CORRECTED CHECKS CARRY THEIR
000123* 10/15/26  SM   SOC SEC/MEDICARE AND EMPLOYER TAXES: ETXDETL
000124* 10/15/26  SM   R AND A DETAILS, WAGEBASE BACKED OUT AND
000125* 10/15/26  SM   ROLLED FORWARD, TAX LIABILITIES ON GLACTV
000126* 10/15/26  SM   CORRECTED CHECK WITHHELD FROM THE CUSTOMER'S
000127* 10/15/26  SM   TAXPROF ELECTION THROUGH WTHCALC, SAME AS PAYREG
000128* 10/15/26  SM   A REVERSED CHECK'S REGULAR HOURS COME BACK OUT
000129* 10/15/26  SM   OF ITS WORKWEEK ON WRKWEEK, AND THE CORRECTED
000130* 10/15/26  SM   CHECK'S OVERTIME IS SPLIT ON THE WEEK AND ADDED
000131* 10/15/26  SM   BACK
000132* 10/15/26  SM   A RETROPAY RETRO CHECK (CODE T) ON THE DATE IS
000133* 10/15/26  SM   NEVER THE LIVE CHECK AND DOES NOT CANCEL ONE
000134* 10/15/26  SM   WRKWEEK HOLDS ONE RECORD PER CHECK PER WEEK - A
000135* 10/15/26  SM   REVERSAL DELETES THE CHECK'S RECORDS AND THE
000136* 10/15/26  SM   CORRECTED CHECK IS SPLIT WEEK BY WEEK ON THEM
000137* 10/15/26  SM   CORRECTED-CHECK SHORTFALLS GO TO DEDARR, AND A
000138* 10/15/26  SM   REVERSAL PUTS BACK THE ARREARS ITS CHECK MOVED
000139*----------------------------------------------------------
000140*
000141* SUPERVISOR-ONLY CORRECTION RUN.  FOR ONE POSTED CHECK
000150* (SSN PLUS PAY DATE) THIS PROGRAM POSTS A REVERSING PAY-
000160* HISTORY RECORD AT THE NEXT ADJUSTMENT SEQUENCE, BACKS THE
000170* CHECK'S AMOUNTS OUT OF THE YTD TOTALS, THE GARNISHMENT
000171* ORDERS IT PAID (THROUGH THE ANSWER-DETAIL TRAIL, WITH AN
000172* OFFSETTING R DETAIL PER ORDER), AND THE DEDUCTION
000180* MASTER'S TAKEN-TO-DATE ACCUMULATORS, AND THE PAY-DATE
000181* YEAR'S WAGE BASES (WITH AN OFFSETTING R TAX DETAIL ON
000182* ETXDETL), VOIDS THE PAPER CHECK THROUGH THE CHKREG
000190* TRAIL IF ONE WAS ISSUED, AND
000200* (USUALLY) POSTS THE CORRECTED CHECK BEHIND IT - GROSS,
000210* WITHHOLDING (FROM THE RATE TABLE IN FORCE ON THE PAY
000215* DATE), SOC SEC/MEDICARE AND THE EMPLOYER TAXES (TAXCALC
000218* AGAINST THE PAY-DATE YEAR'S WAGE BASES), AND DEDUCTIONS
000220* RECOMPUTED THE WAY PAYREG COMPUTES THEM.  THE HISTORY
000230* KEEPS THE VISIBLE REVERSAL PAIR; THE
000240* OLD "RESTORE THE PRE-RUN BACKUPS AND RERUN THE WHOLE JOB"
000250* PROCEDURE IS NO LONGER THE ONLY WAY TO FIX ONE BAD CHECK.
000260* THE CORRECTED CHECK ALWAYS GOES OUT ON PAPER - AN ACH
000270* CREDIT FOR IT WOULD NEED AN EXTRACT RUN OF ITS OWN.
000271* THE REVERSED CHECK'S REGULAR HOURS (PH-WEEK-HOURS) ALSO COME
000272* OUT OF THE WORKWEEKS ITS DAYS FELL IN - ITS OWN WRKWEEK
000273* RECORDS, ONE PER WEEK UNDER ITS PAY DATE, ARE DELETED - AND
000274* A CORRECTED CHECK FOR REGULAR DAYS IS SPLIT WEEK BY WEEK ON
000275* WHAT OTHER CHECKS HAVE PUT IN EACH WEEK, THE WAY PAYREG
000276* SPLITS A NEW DAY, AND WRITTEN BACK UNDER THE SAME PAY DATE.
000277* WHEN THE CHECK'S DAYS SPANNED WEEKS THE SUPERVISOR KEYS HOW
000278* MANY OF THE CORRECTED HOURS FELL IN EACH.  OTHER CHECKS ARE
000279* NOT RE-SPLIT - THE CORRECTED CHECK TAKES ANY OVERTIME THE
000280* CHANGE CREATES OR REMOVES.
000281* THE REVERSAL ALSO PUTS BACK WHAT THE CHECK MOVED ON THE
000282* CUSTOMER'S DEDUCTION ARREARS (DEDARR), FROM THE S AND V
000283* DETAILS IT LEFT ON DEDDETL, AND A CORRECTED CHECK WHOSE NET
000284* CANNOT COVER A DEDUCTION SENDS THE SHORTFALL TO ARREARS THE
000285* WAY PAYREG DOES.
000286*
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000496     SELECT GARNISH-DETAIL ASSIGN TO "GARNDETL"
000497         ORGANIZATION IS LINE SEQUENTIAL
000498         FILE STATUS IS WS-GD-STATUS.
000499     SELECT DEDUCTION-DETAIL ASSIGN TO "DEDDETL"
000500         ORGANIZATION IS LINE SEQUENTIAL
000501         FILE STATUS IS WS-DT-STATUS.
000502     SELECT GL-ACTIVITY ASSIGN TO "GLACTV"
000503         ORGANIZATION IS LINE SEQUENTIAL
000504         FILE STATUS IS WS-GA-STATUS.
000505     SELECT WAGE-BASES ASSIGN TO "WAGEBASE"
000506         ORGANIZATION IS INDEXED
000507         ACCESS MODE IS DYNAMIC
000508         RECORD KEY IS WB-KEY
000509         FILE STATUS IS WS-WB-STATUS.
000510     SELECT EMPLOYER-TAX-DETAIL ASSIGN TO "ETXDETL"
000511         ORGANIZATION IS INDEXED
000512         ACCESS MODE IS DYNAMIC
000513         RECORD KEY IS ET-KEY
000514         FILE STATUS IS WS-ET-STATUS.
000515     SELECT TAX-PROFILES ASSIGN TO "TAXPROF"
000516         ORGANIZATION IS INDEXED
000517         ACCESS MODE IS RANDOM
000518         RECORD KEY IS TP-SSNUM
000519         FILE STATUS IS WS-TP-STATUS.
000520     SELECT WORK-WEEKS ASSIGN TO "WRKWEEK"
000521         ORGANIZATION IS INDEXED
000522         ACCESS MODE IS DYNAMIC
000523         RECORD KEY IS WW-KEY
000524         FILE STATUS IS WS-WW-STATUS.
000525     SELECT DEDUCTION-ARREARS ASSIGN TO "DEDARR"
000526         ORGANIZATION IS INDEXED
000527         ACCESS MODE IS DYNAMIC
000528         RECORD KEY IS DA-KEY
000529         FILE STATUS IS WS-DA-STATUS.
000530     SELECT ADJUST-REGISTER ASSIGN TO "PAYADJRP"
000531         ORGANIZATION IS LINE SEQUENTIAL.
000532     SELECT SECURITY-LOG ASSIGN TO "SECLOG"
000533         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-SL-STATUS.
000550     SELECT RUN-CONTROL-LOG ASSIGN TO "RUNLOG"
000560         ORGANIZATION IS LINE SEQUENTIAL
000682     COPY GARNORD.
000683 FD  GARNISH-DETAIL.
000684     COPY GARNDTL.
000685 FD  DEDUCTION-DETAIL.
000686     COPY DEDDTL.
000687 FD  GL-ACTIVITY.
000688     COPY GLACTV.
000689 FD  WAGE-BASES.
000690     COPY WAGEBASE.
000691 FD  EMPLOYER-TAX-DETAIL.
000692     COPY ETXDTL.
000693 FD  TAX-PROFILES.
000694     COPY TAXPROF.
000695 FD  WORK-WEEKS.
000696     COPY WRKWEEK.
000697 FD  DEDUCTION-ARREARS.
000698     COPY DEDARR.
000699 FD  ADJUST-REGISTER.
000700 01  ADJUST-REGISTER-LINE          PIC X(80).
000710 FD  SECURITY-LOG.
000720     COPY SECLOG.
000820 77  WS-RL-STATUS                  PIC X(02) VALUE "00".
000821 77  WS-GO-STATUS                  PIC X(02) VALUE "00".
000822 77  WS-GD-STATUS                  PIC X(02) VALUE "00".
000824 77  WS-DT-STATUS                  PIC X(02) VALUE "00".
000826 77  WS-GA-STATUS                  PIC X(02) VALUE "00".
000827 77  WS-WB-STATUS                  PIC X(02) VALUE "00".
000828 77  WS-ET-STATUS                  PIC X(02) VALUE "00".
000829 77  WS-TP-STATUS                  PIC X(02) VALUE "00".
000830 77  WS-WW-STATUS                  PIC X(02) VALUE "00".
000831 77  WS-DA-STATUS                  PIC X(02) VALUE "00".
000832     COPY SIGNPRM.
000840     COPY WTHCPRM.
000845     COPY TAXPARM.
000846     COPY CALPARM.
000850 77  WS-FUNCTION-CHOICE            PIC 9 VALUE ZERO.
000860 77  WS-DONE-SWITCH                PIC X(01) VALUE "N".
000870     88  ADJUST-DONE               VALUE "Y".
001080     05  WS-OR-WITHHOLDING         PIC 9(5)V99.
001090     05  WS-OR-NET                 PIC 9(5)V99.
001100     05  WS-OR-METHOD              PIC X(01).
001101*> THE LIVE CHECK'S PAYROLL TAXES, FROM ITS ETXDETL DETAIL
001102     05  WS-OR-TAX-FOUND           PIC X(01).
001103     05  WS-OR-SS-WAGES            PIC 9(5)V99.
001104     05  WS-OR-MED-WAGES           PIC 9(5)V99.
001105     05  WS-OR-FUTA-WAGES          PIC 9(5)V99.
001106     05  WS-OR-SUTA-WAGES          PIC 9(5)V99.
001107     05  WS-OR-EE-SS               PIC 9(5)V99.
001108     05  WS-OR-EE-MED              PIC 9(5)V99.
001109     05  WS-OR-ER-SS               PIC 9(5)V99.
001110     05  WS-OR-ER-MED              PIC 9(5)V99.
001111     05  WS-OR-FUTA                PIC 9(5)V99.
001112     05  WS-OR-SUTA                PIC 9(5)V99.
001113     05  WS-OR-EE-FICA             PIC 9(5)V99.
001114*> THE HOURS THE LIVE CHECK COUNTED TOWARD ITS WORKWEEK - P
001115*> MARKS A CHECK FROM BEFORE THE WORKWEEK ACCUMULATOR
001116     05  WS-OR-WEEK-HOURS          PIC 9(3)V99.
001117     05  WS-OR-WEEK-FLAG           PIC X(01).
001118         88  OR-PRE-WORKWEEK       VALUE "P".
001119 01  WS-WEEK-BEGIN                 PIC 9(08) VALUE ZEROS.
001120 77  WS-WEEK-PRIOR-HOURS           PIC 9(04)V99 VALUE ZERO.
001121 77  WS-WEEK-TO-DATE               PIC 9(04)V99 VALUE ZERO.
001122 77  WS-NEW-WEEK-HOURS             PIC 9(03)V99 VALUE ZERO.
001123 77  WS-WEEK-SPLIT-HOURS           PIC 9(03)V99 VALUE ZERO.
001124 77  WS-HOURS-LEFT                 PIC 9(03)V99 VALUE ZERO.
001125 77  WS-WK-REG-HOURS               PIC 9(03)V99 VALUE ZERO.
001126 77  WS-WK-OT-HOURS                PIC 9(03)V99 VALUE ZERO.
001127 77  WS-WK-PREM-HOURS              PIC 9(03)V99 VALUE ZERO.
001128 77  WS-WW-SCAN-SWITCH             PIC X(01) VALUE "N".
001129     88  WORK-WEEK-SCAN-DONE       VALUE "Y".
001130 77  WS-OW-COUNT                   PIC 9(02) COMP VALUE ZERO.
001131 77  WS-OW-SUB                     PIC 9(02) COMP VALUE ZERO.
001132*> THE LIVE CHECK'S WRKWEEK RECORDS - ONE PER WEEK ITS DAYS
001133*> FELL IN - AND WHAT THE CORRECTED CHECK PUTS IN EACH WEEK
001134 01  WS-OR-WEEK-TABLE.
001135     05  WS-OR-WEEK-ENTRY OCCURS 10 TIMES.
001136         10  WS-OW-WEEK-BEGIN      PIC 9(08).
001137         10  WS-OW-REG-HOURS       PIC 9(04)V99.
001138         10  WS-OW-NEW-HOURS       PIC 9(03)V99.
001139 77  WS-GDET-EOF-SWITCH            PIC X(01) VALUE "N".
001140     88  END-OF-GARN-DETAIL        VALUE "Y".
001141 77  WS-GARN-REVERSED-TOTAL        PIC 9(5)V99 VALUE ZERO.
001142 77  WS-GARN-BACKOUT               PIC 9(7)V99 VALUE ZERO.
001143 77  WS-GCASE-COUNT                PIC 9 COMP VALUE ZERO.
001144 77  WS-GCASE-SUB                  PIC 9 COMP VALUE ZERO.
001145 77  WS-GCASE-FOUND                PIC 9 COMP VALUE ZERO.
001146*> WHAT EACH ORDER TOOK FROM THIS CHECK, NETTED FROM THE
001147*> ANSWER DETAILS (A PRIOR R DETAIL SUBTRACTS)
001148 01  WS-GCASE-TABLE.
001149     05  WS-GCASE-ENTRY OCCURS 10 TIMES.
001150         10  WS-GC-CASE-NUMBER     PIC X(10).
001151         10  WS-GC-AMOUNT          PIC S9(7)V99.
001152 77  WS-DED-IMPLIED                PIC 9(5)V99 VALUE ZERO.
001153 77  WS-DED-REMAINING              PIC 9(5)V99 VALUE ZERO.
001154 77  WS-DED-BACKOUT                PIC 9(5)V99 VALUE ZERO.
001155 77  WS-DED-WANTED                 PIC 9(05)V99 VALUE ZERO.
001156 77  WS-ARR-SHORT                  PIC 9(05)V99 VALUE ZERO.
001157 77  WS-ARR-MOVED                  PIC 9(05)V99 VALUE ZERO.
001158 77  WS-ARR-MARK-CODE              PIC X(01) VALUE SPACE.
001159 77  WS-ARR-TYPE-CODE              PIC X(03) VALUE SPACES.
001160 77  WS-ARR-FOUND-SWITCH           PIC X(01) VALUE "N".
001161     88  ARREARS-ON-FILE           VALUE "Y".
001162 77  WS-DDET-EOF-SWITCH            PIC X(01) VALUE "N".
001163     88  END-OF-DED-DETAIL         VALUE "Y".
001164 77  WS-ATYPE-COUNT                PIC 9(02) COMP VALUE ZERO.
001165 77  WS-ATYPE-SUB                  PIC 9(02) COMP VALUE ZERO.
001166 77  WS-ATYPE-FOUND                PIC 9(02) COMP VALUE ZERO.
001167*> WHAT THE REVERSED CHECK MOVED ON EACH TYPE'S ARREARS,
001168*> NETTED FROM ITS S AND V DETAILS (A PRIOR R DETAIL SUBTRACTS)
001169 01  WS-ATYPE-TABLE.
001170     05  WS-ATYPE-ENTRY OCCURS 10 TIMES.
001171         10  WS-AT-TYPE-CODE       PIC X(03).
001172         10  WS-AT-SHORT           PIC S9(7)V99.
001173         10  WS-AT-RECOVERED       PIC S9(7)V99.
001174 77  WS-NEW-HOURS                  PIC 9(3)V99 VALUE ZERO.
001175 77  WS-NEW-RATE                   PIC 9(3)V99 VALUE ZERO.
001176 77  WS-REG-HOURS                  PIC 9(03)V99 VALUE ZERO.
001177 77  WS-OT-HOURS                   PIC 9(03)V99 VALUE ZERO.
001180 77  WS-PREM-HOURS                 PIC 9(03)V99 VALUE ZERO.
001190 77  WS-REG-PAY                    PIC 9(05)V99 VALUE ZERO.
001200 77  WS-OT-PAY                     PIC 9(05)V99 VALUE ZERO.
001220 77  WS-GROSS-PAY                  PIC 9(05)V99 VALUE ZERO.
001230 77  WS-WITHHOLDING-AMT            PIC 9(05)V99 VALUE ZERO.
001240 77  WS-NET-PAY                    PIC 9(05)V99 VALUE ZERO.
001245 77  WS-FICA-AMT                   PIC 9(05)V99 VALUE ZERO.
001250 77  WS-DED-AMOUNT                 PIC 9(05)V99 VALUE ZERO.
001260 77  WS-DED-CHECK-TOTAL            PIC 9(05)V99 VALUE ZERO.
001270 77  WS-DED-PRIORITY               PIC 9 COMP VALUE ZERO.
001340 77  WS-ADJUSTS-TRIED              PIC 9(05) COMP VALUE ZERO.
001350 77  WS-REVERSALS-POSTED           PIC 9(05) COMP VALUE ZERO.
001360 77  WS-CORRECTIONS-POSTED         PIC 9(05) COMP VALUE ZERO.
001361*> ONE GENERAL-LEDGER ACTIVITY LINE IS BUILT HERE AND
001362*> APPENDED BY 7000 - DEDUCTION KEYS ARE DED PLUS THE TYPE
001363 77  WS-GL-KEY                     PIC X(08) VALUE SPACES.
001364 77  WS-GL-DR-CR                   PIC X(01) VALUE SPACE.
001365 77  WS-GL-AMOUNT                  PIC 9(07)V99 VALUE ZERO.
001366 77  WS-GL-LINES-WRITTEN           PIC 9(05) COMP VALUE ZERO.
001367 01  WS-GL-DED-KEY.
001368     05  FILLER                    PIC X(03) VALUE "DED".
001369     05  WS-GL-DED-TYPE            PIC X(03).
001370     05  FILLER                    PIC X(02) VALUE SPACES.
001371*> WHAT THE CORRECTED CHECK TOOK BY TYPE, AND WHAT IT FELL
001372*> SHORT, HELD UNTIL ITS HISTORY RECORD IS SAFELY WRITTEN
001373 77  WS-CORR-DED-COUNT             PIC 9 COMP VALUE ZERO.
001374 01  WS-CORR-DED-TABLE.
001375     05  WS-CORR-DED-ENTRY OCCURS 5 TIMES.
001376         10  WS-CD-TYPE-CODE       PIC X(03).
001377         10  WS-CD-AMOUNT          PIC 9(05)V99.
001378         10  WS-CD-SHORT           PIC 9(05)V99.
001379 01  WS-RUN-DATE                   PIC 9(08) VALUE ZEROS.
001380 01  WS-RUN-START-STAMP.
001390     05  WS-RUN-START-DATE         PIC 9(8).
001400     05  WS-RUN-START-TIME         PIC 9(8).
002164         CLOSE GARNISH-ORDERS
002165         OPEN I-O GARNISH-ORDERS
002166     END-IF
002167     OPEN EXTEND DEDUCTION-DETAIL
002168     IF WS-DT-STATUS = "35"
002169         OPEN OUTPUT DEDUCTION-DETAIL
002170         CLOSE DEDUCTION-DETAIL
002171         OPEN EXTEND DEDUCTION-DETAIL
002172     END-IF
002173     OPEN EXTEND GL-ACTIVITY
002174     IF WS-GA-STATUS = "35"
002175         OPEN OUTPUT GL-ACTIVITY
002176         CLOSE GL-ACTIVITY
002177         OPEN EXTEND GL-ACTIVITY
002178     END-IF
002179     OPEN I-O WAGE-BASES
002180     IF WS-WB-STATUS = "35"
002181         OPEN OUTPUT WAGE-BASES
002182         CLOSE WAGE-BASES
002183         OPEN I-O WAGE-BASES
002184     END-IF
002185     OPEN I-O EMPLOYER-TAX-DETAIL
002186     IF WS-ET-STATUS = "35"
002187         OPEN OUTPUT EMPLOYER-TAX-DETAIL
002188         CLOSE EMPLOYER-TAX-DETAIL
002189         OPEN I-O EMPLOYER-TAX-DETAIL
002190     END-IF
002191     OPEN INPUT TAX-PROFILES
002192     IF WS-TP-STATUS = "35"
002193         OPEN OUTPUT TAX-PROFILES
002194         CLOSE TAX-PROFILES
002195         OPEN INPUT TAX-PROFILES
002196     END-IF
002197     OPEN I-O WORK-WEEKS
002198     IF WS-WW-STATUS = "35"
002199         OPEN OUTPUT WORK-WEEKS
002200         CLOSE WORK-WEEKS
002201         OPEN I-O WORK-WEEKS
002202     END-IF
002203     OPEN I-O DEDUCTION-ARREARS
002204     IF WS-DA-STATUS = "35"
002205         OPEN OUTPUT DEDUCTION-ARREARS
002206         CLOSE DEDUCTION-ARREARS
002207         OPEN I-O DEDUCTION-ARREARS
002208     END-IF
002209     OPEN OUTPUT ADJUST-REGISTER
002210     WRITE ADJUST-REGISTER-LINE FROM WS-HEADING-LINE.
002211 1000-EXIT.
002212     EXIT.
002213
002220*----------------------------------------------------------
002230* SHOW THE MENU AND DISPATCH TO THE CHOSEN FUNCTION
002240*----------------------------------------------------------
002620         " WITHHELD " WS-OR-WITHHOLDING
002630         " NET " WS-OR-NET
002640         " METHOD " WS-OR-METHOD
002643     DISPLAY "  SOC SEC " WS-OR-EE-SS
002646         " MEDICARE " WS-OR-EE-MED
002650     DISPLAY "REVERSE THIS CHECK (Y/N)? " WITH NO ADVANCING
002660     ACCEPT WS-ANSWER
002670     IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
002719     PERFORM 2350-BACK-OUT-GARNISHMENTS THRU 2350-EXIT
002720     PERFORM 2300-BACK-OUT-YTD THRU 2300-EXIT
002730     PERFORM 2400-BACK-OUT-DEDUCTIONS THRU 2400-EXIT
002731     PERFORM 2440-BACK-OUT-ARREARS THRU 2440-EXIT
002735     PERFORM 2450-POST-GL-SUSPENSE THRU 2450-EXIT
002736     PERFORM 2470-BACK-OUT-WORK-WEEK THRU 2470-EXIT
002740     IF WS-OR-METHOD = "C" OR WS-OR-METHOD = " "
002750         PERFORM 2500-VOID-PAPER-CHECK THRU 2500-EXIT
002760     END-IF
003100             MOVE PH-WITHHOLDING TO WS-OR-WITHHOLDING
003110             MOVE PH-NET-PAY TO WS-OR-NET
003120             MOVE PH-PAY-METHOD TO WS-OR-METHOD
003125             PERFORM 2120-READ-LIVE-TAXES THRU 2120-EXIT
003126             PERFORM 2130-FIND-WORK-WEEKS THRU 2130-EXIT
003130         END-IF
003140     END-IF.
003150 2100-EXIT.
003260             COMPUTE WS-NEXT-SEQ = WS-SEQ-SUB + 1
003261*> A REVERSAL CANCELS THE LIVE RECORD BEFORE IT - ONLY A
003262*> LATER NON-R RECORD (THE CORRECTED CHECK) REVIVES ONE,
003263*> SO AN ALREADY-REVERSED CHECK CANNOT REVERSE TWICE.
003264*> A RETRO CHECK IS ITS OWN PAYMENT, NOT A CORRECTION OF THE
003265*> DATE'S CHECK - IT ONLY TAKES UP A SEQUENCE
003270             IF PH-ADJ-REVERSAL
003280                 MOVE "N" TO WS-LIVE-FOUND
003281             ELSE IF PH-ADJ-RETRO
003282                 CONTINUE
003290             ELSE
003291                 MOVE WS-SEQ-SUB TO WS-LIVE-SEQ
003292                 SET LIVE-CHECK-FOUND TO TRUE
003293             END-IF
003294             END-IF
003295     END-READ.
003296 2110-EXIT.
003297     EXIT.
003298
003299*----------------------------------------------------------
003300* THE LIVE CHECK'S PAYROLL TAXES FROM ITS DETAIL AT THE SAME
003301* KEY - NONE ON FILE MEANS NONE WERE TAKEN
003302*----------------------------------------------------------
003303 2120-READ-LIVE-TAXES.
003304     MOVE "N" TO WS-OR-TAX-FOUND
003305     MOVE ZERO TO WS-OR-SS-WAGES
003306     MOVE ZERO TO WS-OR-MED-WAGES
003307     MOVE ZERO TO WS-OR-FUTA-WAGES
003308     MOVE ZERO TO WS-OR-SUTA-WAGES
003309     MOVE ZERO TO WS-OR-EE-SS
003310     MOVE ZERO TO WS-OR-EE-MED
003311     MOVE ZERO TO WS-OR-ER-SS
003312     MOVE ZERO TO WS-OR-ER-MED
003313     MOVE ZERO TO WS-OR-FUTA
003314     MOVE ZERO TO WS-OR-SUTA
003315     MOVE ZERO TO WS-OR-EE-FICA
003316     MOVE WS-SSNUM-KEY TO ET-SSNUM
003317     MOVE WS-ADJ-DATE TO ET-PAY-DATE
003318     MOVE WS-LIVE-SEQ TO ET-ADJ-SEQ
003319     READ EMPLOYER-TAX-DETAIL
003320         INVALID KEY
003321             GO TO 2120-EXIT
003322     END-READ
003323     MOVE "Y" TO WS-OR-TAX-FOUND
003324     MOVE ET-SS-WAGES TO WS-OR-SS-WAGES
003325     MOVE ET-MED-WAGES TO WS-OR-MED-WAGES
003326     MOVE ET-FUTA-WAGES TO WS-OR-FUTA-WAGES
003327     MOVE ET-SUTA-WAGES TO WS-OR-SUTA-WAGES
003328     MOVE ET-EE-SS TO WS-OR-EE-SS
003329     MOVE ET-EE-MED TO WS-OR-EE-MED
003330     MOVE ET-ER-SS TO WS-OR-ER-SS
003331     MOVE ET-ER-MED TO WS-OR-ER-MED
003332     MOVE ET-FUTA TO WS-OR-FUTA
003333     MOVE ET-SUTA TO WS-OR-SUTA
003334     COMPUTE WS-OR-EE-FICA = ET-EE-SS + ET-EE-MED.
003335 2120-EXIT.
003336     EXIT.
003337
003338*----------------------------------------------------------
003339* THE LIVE CHECK'S REGULAR HOURS, AND THE WORKWEEKS ITS DAYS
003340* FELL IN - ITS OWN WRKWEEK RECORDS, ONE PER WEEK UNDER ITS
003341* PAY DATE.  A CHECK WITH HOURS BUT NO RECORD UNDER ITS PAY
003342* DATE COUNTS THEM IN THE CHECK DATE'S WEEK, WITH NOTHING ON
003343* FILE TO TAKE BACK OUT
003344*----------------------------------------------------------
003345 2130-FIND-WORK-WEEKS.
003346     MOVE ZERO TO WS-OW-COUNT
003347     IF PH-WEEK-HOURS NUMERIC
003348         MOVE PH-WEEK-HOURS TO WS-OR-WEEK-HOURS
003349         MOVE "Y" TO WS-OR-WEEK-FLAG
003350     ELSE
003351         MOVE ZERO TO WS-OR-WEEK-HOURS
003352         MOVE "P" TO WS-OR-WEEK-FLAG
003353     END-IF
003354     IF WS-OR-WEEK-HOURS = ZERO
003355         GO TO 2130-EXIT
003356     END-IF
003357     MOVE "N" TO WS-WW-SCAN-SWITCH
003358     MOVE WS-SSNUM-KEY TO WW-SSNUM
003359     MOVE ZERO TO WW-WEEK-BEGIN
003360     MOVE ZERO TO WW-PAY-DATE
003361     START WORK-WEEKS KEY IS GREATER THAN OR EQUAL TO WW-KEY
003362         INVALID KEY
003363             SET WORK-WEEK-SCAN-DONE TO TRUE
003364     END-START
003365     PERFORM 2135-NOTE-ONE-WORK-WEEK THRU 2135-EXIT
003366         UNTIL WORK-WEEK-SCAN-DONE
003367     IF WS-OW-COUNT = ZERO
003368         MOVE "W" TO CK-FUNCTION
003369         MOVE WS-ADJ-DATE TO CK-DATE
003370         CALL "CALLOOK" USING CALENDAR-LOOKUP-PARMS
003371         MOVE 1 TO WS-OW-COUNT
003372         MOVE CK-RESULT-DATE TO WS-OW-WEEK-BEGIN (1)
003373         MOVE ZERO TO WS-OW-REG-HOURS (1)
003374     END-IF.
003375 2130-EXIT.
003376     EXIT.
003377
003378 2135-NOTE-ONE-WORK-WEEK.
003379     READ WORK-WEEKS NEXT RECORD
003380         AT END
003381             SET WORK-WEEK-SCAN-DONE TO TRUE
003382             GO TO 2135-EXIT
003383     END-READ
003384     IF WW-SSNUM NOT = WS-SSNUM-KEY
003385         SET WORK-WEEK-SCAN-DONE TO TRUE
003386         GO TO 2135-EXIT
003387     END-IF
003388     IF WW-PAY-DATE NOT = WS-ADJ-DATE
003389         GO TO 2135-EXIT
003390     END-IF
003391     IF WS-OW-COUNT NOT < 10
003392         DISPLAY "PAYADJ: CHECK SPANS MORE THAN 10 WORKWEEKS - "
003393             "WEEK OF " WW-WEEK-BEGIN " LEFT AS IT IS"
003394         GO TO 2135-EXIT
003395     END-IF
003396     ADD 1 TO WS-OW-COUNT
003397     MOVE WW-WEEK-BEGIN TO WS-OW-WEEK-BEGIN (WS-OW-COUNT)
003398     MOVE WW-REG-HOURS TO WS-OW-REG-HOURS (WS-OW-COUNT).
003399 2135-EXIT.
003400     EXIT.
003401
003402*----------------------------------------------------------
003403* THE REVERSAL IS A COPY OF THE LIVE CHECK AT THE NEXT
003404* SEQUENCE, CODE R - EVERY CONSUMER SUBTRACTS R AMOUNTS
003405*----------------------------------------------------------
003406 2200-POST-REVERSAL.
003407     MOVE "N" TO WS-REVERSAL-POSTED-SW
003408     IF WS-NEXT-SEQ > 9
003410         DISPLAY "ADJUSTMENT SEQUENCES EXHAUSTED FOR THIS "
003420             "CHECK - NOTHING POSTED"
003430         GO TO 2200-EXIT
003540     MOVE SPACE TO PH-RETURN-FLAG
003550     MOVE "R" TO PH-ADJUST-CODE
003560     MOVE SPACES TO PH-FILLER
003561     MOVE WS-OR-WEEK-HOURS TO PH-WEEK-HOURS
003570     WRITE PAY-HISTORY-RECORD
003580         INVALID KEY
003590             DISPLAY "PAYADJ: REVERSAL ALREADY ON FILE - "
003602     END-WRITE
003603     SET REVERSAL-POSTED TO TRUE
003610     ADD 1 TO WS-REVERSALS-POSTED
003615     PERFORM 2250-POST-GL-REVERSAL THRU 2250-EXIT
003617     PERFORM 2260-REVERSE-PAYROLL-TAXES THRU 2260-EXIT
003620     ADD 1 TO WS-NEXT-SEQ
003630     MOVE WS-SSNUM-KEY TO AJL-SSNUM
003640     MOVE WS-ADJ-DATE TO AJL-PAY-DATE
003720 2200-EXIT.
003730     EXIT.
003740
003741*----------------------------------------------------------
003742* THE REVERSAL ON THE LEDGER: WAGE EXPENSE CREDITED BACK,
003743* THE WITHHOLDING LIABILITY AND THE CASH THE NET LEFT FROM
003744* DEBITED BACK - THE GARNISHMENT AND DEDUCTION BACK-OUTS
003745* POST THEIR OWN DEBITS AS THEY HAPPEN, AND 2450 SENDS ANY
003746* UNTRACED REMAINDER TO SUSPENSE
003747*----------------------------------------------------------
003748 2250-POST-GL-REVERSAL.
003749     MOVE "WAGEEXP " TO WS-GL-KEY
003750     MOVE "C" TO WS-GL-DR-CR
003751     MOVE WS-OR-GROSS TO WS-GL-AMOUNT
003752     PERFORM 7000-WRITE-GL-ACTIVITY THRU 7000-EXIT
003753     MOVE "WTHPAY  " TO WS-GL-KEY
003754     MOVE "D" TO WS-GL-DR-CR
003755     MOVE WS-OR-WITHHOLDING TO WS-GL-AMOUNT
003756     PERFORM 7000-WRITE-GL-ACTIVITY THRU 7000-EXIT
003757     IF WS-OR-METHOD = "D"
003758         MOVE "CASHACH " TO WS-GL-KEY
003759     ELSE
003760         MOVE "CASHCHK " TO WS-GL-KEY
003761     END-IF
003762     MOVE WS-OR-NET TO WS-GL-AMOUNT
003763     PERFORM 7000-WRITE-GL-ACTIVITY THRU 7000-EXIT.
003764 2250-EXIT.
003765     EXIT.
003766
003767*----------------------------------------------------------
003768* THE REVERSED CHECK'S PAYROLL TAXES: AN R DETAIL AT THE
003769* REVERSAL'S SEQUENCE, THE AMOUNTS BACKED OUT OF THE PAY-
003770* DATE YEAR'S WAGE BASES, AND THE TAX LIABILITIES AND
003771* EMPLOYER COST BOOKED BACK - A CHECK POSTED BEFORE ANY
003772* PAYROLL TAX WAS TAKEN HAS NO DETAIL AND NOTHING TO UNDO
003773*----------------------------------------------------------
003774 2260-REVERSE-PAYROLL-TAXES.
003775     IF WS-OR-TAX-FOUND NOT = "Y"
003776         GO TO 2260-EXIT
003777     END-IF
003778     MOVE WS-SSNUM-KEY TO ET-SSNUM
003779     MOVE WS-ADJ-DATE TO ET-PAY-DATE
003780     MOVE WS-NEXT-SEQ TO ET-ADJ-SEQ
003781     MOVE WS-OR-SS-WAGES TO ET-SS-WAGES
003782     MOVE WS-OR-MED-WAGES TO ET-MED-WAGES
003783     MOVE WS-OR-FUTA-WAGES TO ET-FUTA-WAGES
003784     MOVE WS-OR-SUTA-WAGES TO ET-SUTA-WAGES
003785     MOVE WS-OR-EE-SS TO ET-EE-SS
003786     MOVE WS-OR-EE-MED TO ET-EE-MED
003787     MOVE WS-OR-ER-SS TO ET-ER-SS
003788     MOVE WS-OR-ER-MED TO ET-ER-MED
003789     MOVE WS-OR-FUTA TO ET-FUTA
003790     MOVE WS-OR-SUTA TO ET-SUTA
003791     MOVE "R" TO ET-ADJUST-CODE
003792     MOVE SPACES TO ET-FILLER
003793     WRITE EMPLOYER-TAX-DETAIL-RECORD
003794         INVALID KEY
003795             DISPLAY "PAYADJ: REVERSING TAX DETAIL ALREADY "
003796                 "ON FILE"
003797     END-WRITE
003798     MOVE WS-SSNUM-KEY TO WB-SSNUM
003799     MOVE WS-ADJ-YYYY TO WB-YEAR
003800     READ WAGE-BASES
003801         INVALID KEY
003802             DISPLAY "PAYADJ: NO " WS-ADJ-YYYY " WAGE-BASE "
003803                 "RECORD TO ADJUST"
003804         NOT INVALID KEY
003805             SUBTRACT WS-OR-SS-WAGES FROM WB-SS-WAGES
003806             SUBTRACT WS-OR-MED-WAGES FROM WB-MED-WAGES
003807             SUBTRACT WS-OR-FUTA-WAGES FROM WB-FUTA-WAGES
003808             SUBTRACT WS-OR-SUTA-WAGES FROM WB-SUTA-WAGES
003809             SUBTRACT WS-OR-EE-SS FROM WB-EE-SS-YTD
003810             SUBTRACT WS-OR-EE-MED FROM WB-EE-MED-YTD
003811             SUBTRACT WS-OR-ER-SS FROM WB-ER-SS-YTD
003812             SUBTRACT WS-OR-ER-MED FROM WB-ER-MED-YTD
003813             SUBTRACT WS-OR-FUTA FROM WB-FUTA-YTD
003814             SUBTRACT WS-OR-SUTA FROM WB-SUTA-YTD
003815             REWRITE WAGE-BASE-RECORD
003816     END-READ
003817     MOVE "FICAPAY " TO WS-GL-KEY
003818     MOVE "D" TO WS-GL-DR-CR
003819     COMPUTE WS-GL-AMOUNT = WS-OR-EE-SS + WS-OR-EE-MED
003820         + WS-OR-ER-SS + WS-OR-ER-MED
003821     PERFORM 7000-WRITE-GL-ACTIVITY THRU 7000-EXIT
003822     MOVE "ERTAXEXP" TO WS-GL-KEY
003823     MOVE "C" TO WS-GL-DR-CR
003824     COMPUTE WS-GL-AMOUNT = WS-OR-ER-SS + WS-OR-ER-MED
003825         + WS-OR-FUTA + WS-OR-SUTA
003826     PERFORM 7000-WRITE-GL-ACTIVITY THRU 7000-EXIT
003827     MOVE "FUTAPAY " TO WS-GL-KEY
003828     MOVE "D" TO WS-GL-DR-CR
003829     MOVE WS-OR-FUTA TO WS-GL-AMOUNT
003830     PERFORM 7000-WRITE-GL-ACTIVITY THRU 7000-EXIT
003831     MOVE "SUTAPAY " TO WS-GL-KEY
003832     MOVE WS-OR-SUTA TO WS-GL-AMOUNT
003833     PERFORM 7000-WRITE-GL-ACTIVITY THRU 7000-EXIT.
003834 2260-EXIT.
003835     EXIT.
003836
003837*----------------------------------------------------------
003838* BACK THE REVERSED CHECK OUT OF THE YTD ACCUMULATORS - A
003839* CHECK FROM A CLOSED YEAR CANNOT TOUCH THE LIVE RECORD
003840*----------------------------------------------------------
003841 2300-BACK-OUT-YTD.
003842     MOVE WS-SSNUM-KEY TO YT-SSNUM
003843     READ YTD-TOTALS
003844         INVALID KEY
003845             DISPLAY "PAYADJ: NO YTD RECORD TO ADJUST"
003846             GO TO 2300-EXIT
003850     END-READ
003860     IF YT-YEAR NOT = WS-ADJ-YYYY
003870         DISPLAY "PAYADJ: YTD RECORD IS FOR " YT-YEAR
004069     END-IF
004070     REWRITE GARNISH-ORDER-RECORD
004071     ADD WS-GARN-BACKOUT TO WS-GARN-REVERSED-TOTAL
004072     MOVE "GARNPAY " TO WS-GL-KEY
004073     MOVE "D" TO WS-GL-DR-CR
004074     MOVE WS-GARN-BACKOUT TO WS-GL-AMOUNT
004075     PERFORM 7000-WRITE-GL-ACTIVITY THRU 7000-EXIT
004076     MOVE GO-CASE-NUMBER TO GD-CASE-NUMBER
004077     MOVE WS-SSNUM-KEY TO GD-SSNUM
004078     MOVE WS-ADJ-DATE TO GD-PAY-DATE
004079     MOVE WS-GARN-BACKOUT TO GD-AMOUNT-WITHHELD
004080     COMPUTE GD-ORDER-BALANCE =
004081         GO-ORDERED-AMOUNT - GO-WITHHELD-TO-DATE
004082     MOVE "R" TO GD-REVERSAL-FLAG
004083     MOVE SPACES TO GD-FILLER
004084     WRITE GARNISH-DETAIL-RECORD
004085     MOVE WS-SSNUM-KEY TO AJL-SSNUM
004086     MOVE WS-ADJ-DATE TO AJL-PAY-DATE
004087     MOVE "GARN REVERSE" TO AJL-ACTION
004088     MOVE ZERO TO AJL-GROSS
004089     MOVE ZERO TO AJL-WITHHELD
004090     MOVE WS-GARN-BACKOUT TO AJL-NET
004091     MOVE ZEROS TO AJL-CHECK-NO
004092     WRITE ADJUST-REGISTER-LINE FROM WS-ADJUST-LINE
004093     DISPLAY "GARNISHMENT REVERSED, CASE "
004094         GO-CASE-NUMBER " AMOUNT " WS-GARN-BACKOUT.
004095 2370-EXIT.
004096     EXIT.
004097
004098*----------------------------------------------------------
004099* THE VOLUNTARY DEDUCTIONS THE CHECK TOOK ARE GROSS LESS
004100* WITHHOLDING, SOC SEC/MEDICARE, AND NET, LESS THE GARNISHED
004101* DOLLARS ALREADY PUT BACK ON THEIR ORDERS - BACK THE
004102* REMAINDER OUT OF THE TAKEN-TO-DATE ACCUMULATORS IN
004103* REVERSE PRIORITY ORDER (LAST TAKEN, FIRST BACKED OUT),
004104* REACTIVATING A GOAL THAT REOPENS
004105*----------------------------------------------------------
004106 2400-BACK-OUT-DEDUCTIONS.
004107     COMPUTE WS-DED-IMPLIED =
004108         WS-OR-GROSS - WS-OR-WITHHOLDING - WS-OR-EE-FICA
004109         - WS-OR-NET
004110     IF WS-GARN-REVERSED-TOTAL >= WS-DED-IMPLIED
004111         MOVE ZERO TO WS-DED-IMPLIED
004112     ELSE
004113         SUBTRACT WS-GARN-REVERSED-TOTAL FROM WS-DED-IMPLIED
004114     END-IF
004115*> SET BEFORE ANY EARLY EXIT - WHAT IS LEFT HERE AT THE END
004116*> IS WHAT 2450 SENDS TO SUSPENSE
004117     MOVE WS-DED-IMPLIED TO WS-DED-REMAINING
004118     IF WS-DED-IMPLIED = ZERO
004119         GO TO 2400-EXIT
004120     END-IF
004121     MOVE WS-SSNUM-KEY TO DD-SSNUM
004122     READ DEDUCTION-MASTER
004123         INVALID KEY
004130             DISPLAY "PAYADJ: DEDUCTIONS IMPLIED BUT NO "
004140                 "DEDUCTION RECORD ON FILE"
004150             GO TO 2400-EXIT
004160     END-READ
004180     PERFORM 2410-BACK-OUT-ONE-PRIORITY THRU 2410-EXIT
004190         VARYING WS-DED-PRIORITY FROM 9 BY -1
004200         UNTIL WS-DED-PRIORITY < 1
004470             SUBTRACT WS-DED-BACKOUT
004480                 FROM DD-TAKEN-TO-DATE (WS-DED-SUB)
004490             SUBTRACT WS-DED-BACKOUT FROM WS-DED-REMAINING
004495             PERFORM 2430-POST-DED-BACKOUT THRU 2430-EXIT
004500             IF DD-GOAL-AMOUNT (WS-DED-SUB) > ZERO
004510                     AND DD-TAKEN-TO-DATE (WS-DED-SUB)
004520                         < DD-GOAL-AMOUNT (WS-DED-SUB)
004550         END-IF
004560     END-IF.
004570 2420-EXIT.
004571     EXIT.
004572
004573*----------------------------------------------------------
004574* ONE DEDUCTION BACK-OUT: THE R DETAIL ON DEDDETL AND THE
004575* DEBIT THAT RELIEVES THE TYPE'S LIABILITY ACCOUNT
004576*----------------------------------------------------------
004577 2430-POST-DED-BACKOUT.
004578     MOVE WS-SSNUM-KEY TO DT-SSNUM
004579     MOVE WS-ADJ-DATE TO DT-PAY-DATE
004580     MOVE DD-TYPE-CODE (WS-DED-SUB) TO DT-TYPE-CODE
004581     MOVE WS-DED-BACKOUT TO DT-AMOUNT
004582     MOVE "R" TO DT-ADJUST-CODE
004583     MOVE SPACE TO DT-ARREARS-CODE
004584     MOVE ZERO TO DT-ARREARS-AMOUNT
004585     MOVE SPACES TO DT-FILLER
004586     WRITE DEDUCTION-DETAIL-RECORD
004587     MOVE DD-TYPE-CODE (WS-DED-SUB) TO WS-GL-DED-TYPE
004588     MOVE WS-GL-DED-KEY TO WS-GL-KEY
004589     MOVE "D" TO WS-GL-DR-CR
004590     MOVE WS-DED-BACKOUT TO WS-GL-AMOUNT
004591     PERFORM 7000-WRITE-GL-ACTIVITY THRU 7000-EXIT.
004592 2430-EXIT.
004593     EXIT.
004594
004595*----------------------------------------------------------
004596* WHAT THE CHECK DID TO THE CUSTOMER'S DEDUCTION ARREARS IS ON
004597* ITS DEDDETL DETAILS - S FOR A SHORTFALL ADDED, V FOR ARREARS
004598* RECOVERED.  NET EACH TYPE'S (AN EARLIER R DETAIL SUBTRACTS),
004599* PUT THE RECOVERED DOLLARS BACK ON THE BALANCE AND TAKE THE
004600* SHORTFALL OFF, AND APPEND OFFSETTING R DETAILS CARRYING THE
004601* SAME CODES SO A LATER REVERSAL NETS TRUE
004602*----------------------------------------------------------
004603 2440-BACK-OUT-ARREARS.
004604     MOVE ZERO TO WS-ATYPE-COUNT
004605     MOVE "N" TO WS-DDET-EOF-SWITCH
004606     CLOSE DEDUCTION-DETAIL
004607     OPEN INPUT DEDUCTION-DETAIL
004608     PERFORM 2442-NET-ONE-DED-DETAIL THRU 2442-EXIT
004609         UNTIL END-OF-DED-DETAIL
004610     CLOSE DEDUCTION-DETAIL
004611     OPEN EXTEND DEDUCTION-DETAIL
004612     PERFORM 2446-BACK-OUT-ONE-TYPE THRU 2446-EXIT
004613         VARYING WS-ATYPE-SUB FROM 1 BY 1
004614         UNTIL WS-ATYPE-SUB > WS-ATYPE-COUNT.
004615 2440-EXIT.
004616     EXIT.
004617
004618 2442-NET-ONE-DED-DETAIL.
004619     READ DEDUCTION-DETAIL
004620         AT END
004621             SET END-OF-DED-DETAIL TO TRUE
004622             GO TO 2442-EXIT
004623     END-READ
004624     IF DT-SSNUM NOT = WS-SSNUM-KEY
004625             OR DT-PAY-DATE NOT = WS-ADJ-DATE
004626             OR DT-RETRO
004627         GO TO 2442-EXIT
004628     END-IF
004629     IF NOT DT-ARREARS-SHORT AND NOT DT-ARREARS-RECOVERY
004630         GO TO 2442-EXIT
004631     END-IF
004632     MOVE ZERO TO WS-ATYPE-FOUND
004633     PERFORM 2444-TEST-ONE-TYPE THRU 2444-EXIT
004634         VARYING WS-ATYPE-SUB FROM 1 BY 1
004635         UNTIL WS-ATYPE-SUB > WS-ATYPE-COUNT
004636             OR WS-ATYPE-FOUND > ZERO
004637     IF WS-ATYPE-FOUND = ZERO
004638         IF WS-ATYPE-COUNT NOT < 10
004639             DISPLAY "PAYADJ: ARREARS TYPE TABLE FULL, TYPE "
004640                 DT-TYPE-CODE " NOT PUT BACK"
004641             GO TO 2442-EXIT
004642         END-IF
004643         ADD 1 TO WS-ATYPE-COUNT
004644         MOVE WS-ATYPE-COUNT TO WS-ATYPE-FOUND
004645         MOVE DT-TYPE-CODE TO WS-AT-TYPE-CODE (WS-ATYPE-FOUND)
004646         MOVE ZERO TO WS-AT-SHORT (WS-ATYPE-FOUND)
004647         MOVE ZERO TO WS-AT-RECOVERED (WS-ATYPE-FOUND)
004648     END-IF
004649     IF DT-REVERSAL
004650         IF DT-ARREARS-SHORT
004651             SUBTRACT DT-ARREARS-AMOUNT
004652                 FROM WS-AT-SHORT (WS-ATYPE-FOUND)
004653         ELSE
004654             SUBTRACT DT-ARREARS-AMOUNT
004655                 FROM WS-AT-RECOVERED (WS-ATYPE-FOUND)
004656         END-IF
004657     ELSE
004658         IF DT-ARREARS-SHORT
004659             ADD DT-ARREARS-AMOUNT
004660                 TO WS-AT-SHORT (WS-ATYPE-FOUND)
004661         ELSE
004662             ADD DT-ARREARS-AMOUNT
004663                 TO WS-AT-RECOVERED (WS-ATYPE-FOUND)
004664         END-IF
004665     END-IF.
004666 2442-EXIT.
004667     EXIT.
004668
004669 2444-TEST-ONE-TYPE.
004670     IF WS-AT-TYPE-CODE (WS-ATYPE-SUB) = DT-TYPE-CODE
004671         MOVE WS-ATYPE-SUB TO WS-ATYPE-FOUND
004672     END-IF.
004673 2444-EXIT.
004674     EXIT.
004675
004676*----------------------------------------------------------
004677* ONE TYPE'S ARREARS PUT BACK.  A RECORD RECOVERED IN FULL
004678* SINCE, OR NEVER ON FILE, IS STARTED AGAIN FOR THE DOLLARS
004679* COMING BACK, LIMITED PER CHECK TO WHAT THE CHECK RECOVERED
004680*----------------------------------------------------------
004681 2446-BACK-OUT-ONE-TYPE.
004682     IF WS-AT-SHORT (WS-ATYPE-SUB) NOT > ZERO
004683             AND WS-AT-RECOVERED (WS-ATYPE-SUB) NOT > ZERO
004684         GO TO 2446-EXIT
004685     END-IF
004686     MOVE WS-AT-TYPE-CODE (WS-ATYPE-SUB) TO WS-ARR-TYPE-CODE
004687     PERFORM 2658-READ-ARREARS THRU 2658-EXIT
004688     IF NOT ARREARS-ON-FILE
004689         MOVE ZERO TO DA-BALANCE
004690         MOVE ZERO TO DA-SINCE-DATE
004691         MOVE ZERO TO DA-LAST-SHORT-DATE
004692         MOVE ZERO TO DA-SHORT-COUNT
004693         MOVE ZERO TO DA-SHORT-TO-DATE
004694         MOVE ZERO TO DA-RECOVERED-TO-DATE
004695         MOVE ZERO TO DA-LAST-RECOVERY-DATE
004696         MOVE ZERO TO DA-RECOVERY-LIMIT
004697         MOVE SPACES TO DA-FILLER
004698     END-IF
004699     IF WS-AT-RECOVERED (WS-ATYPE-SUB) > ZERO
004700         IF DA-BALANCE = ZERO
004701             MOVE WS-ADJ-DATE TO DA-SINCE-DATE
004702             IF WS-AT-RECOVERED (WS-ATYPE-SUB) > 9999.99
004703                 MOVE 9999.99 TO DA-RECOVERY-LIMIT
004704             ELSE
004705                 IF DA-RECOVERY-LIMIT = ZERO
004706                     MOVE WS-AT-RECOVERED (WS-ATYPE-SUB)
004707                         TO DA-RECOVERY-LIMIT
004708                 END-IF
004709             END-IF
004710         END-IF
004711         ADD WS-AT-RECOVERED (WS-ATYPE-SUB) TO DA-BALANCE
004712         IF DA-RECOVERED-TO-DATE > WS-AT-RECOVERED (WS-ATYPE-SUB)
004713             SUBTRACT WS-AT-RECOVERED (WS-ATYPE-SUB)
004714                 FROM DA-RECOVERED-TO-DATE
004715         ELSE
004716             MOVE ZERO TO DA-RECOVERED-TO-DATE
004717         END-IF
004718     END-IF
004719     IF WS-AT-SHORT (WS-ATYPE-SUB) > ZERO
004720         IF DA-BALANCE > WS-AT-SHORT (WS-ATYPE-SUB)
004721             SUBTRACT WS-AT-SHORT (WS-ATYPE-SUB) FROM DA-BALANCE
004722         ELSE
004723             MOVE ZERO TO DA-BALANCE
004724         END-IF
004725         IF DA-SHORT-TO-DATE > WS-AT-SHORT (WS-ATYPE-SUB)
004726             SUBTRACT WS-AT-SHORT (WS-ATYPE-SUB)
004727                 FROM DA-SHORT-TO-DATE
004728         ELSE
004729             MOVE ZERO TO DA-SHORT-TO-DATE
004730         END-IF
004731         IF DA-SHORT-COUNT > ZERO
004732             SUBTRACT 1 FROM DA-SHORT-COUNT
004733         END-IF
004734     END-IF
004735     IF DA-BALANCE = ZERO
004736         MOVE ZERO TO DA-SINCE-DATE
004737         MOVE ZERO TO DA-SHORT-COUNT
004738     END-IF
004739     IF ARREARS-ON-FILE
004740         REWRITE DEDUCTION-ARREARS-RECORD
004741     ELSE
004742         WRITE DEDUCTION-ARREARS-RECORD
004743             INVALID KEY
004744                 DISPLAY "PAYADJ: ARREARS " DA-TYPE-CODE
004745                     " ALREADY ON FILE FOR " DA-SSNUM
004746         END-WRITE
004747     END-IF
004748     IF WS-AT-RECOVERED (WS-ATYPE-SUB) > ZERO
004749         MOVE "V" TO WS-ARR-MARK-CODE
004750         MOVE WS-AT-RECOVERED (WS-ATYPE-SUB) TO WS-ARR-MOVED
004751         PERFORM 2448-WRITE-ARREARS-MARKER THRU 2448-EXIT
004752     END-IF
004753     IF WS-AT-SHORT (WS-ATYPE-SUB) > ZERO
004754         MOVE "S" TO WS-ARR-MARK-CODE
004755         MOVE WS-AT-SHORT (WS-ATYPE-SUB) TO WS-ARR-MOVED
004756         PERFORM 2448-WRITE-ARREARS-MARKER THRU 2448-EXIT
004757     END-IF
004758     DISPLAY "ARREARS " WS-ARR-TYPE-CODE " PUT BACK - BALANCE "
004759         "NOW " DA-BALANCE.
004760 2446-EXIT.
004761     EXIT.
004762
004763*----------------------------------------------------------
004764* THE OFFSETTING R DETAIL FOR ONE ARREARS MOVEMENT - NO
004765* DOLLARS OF ITS OWN, SO GLJRNL PASSES IT BY - AND ITS LINE ON
004766* THE ADJUSTMENT REGISTER
004767*----------------------------------------------------------
004768 2448-WRITE-ARREARS-MARKER.
004769     MOVE WS-SSNUM-KEY TO DT-SSNUM
004770     MOVE WS-ADJ-DATE TO DT-PAY-DATE
004771     MOVE WS-ARR-TYPE-CODE TO DT-TYPE-CODE
004772     MOVE ZERO TO DT-AMOUNT
004773     MOVE "R" TO DT-ADJUST-CODE
004774     MOVE WS-ARR-MARK-CODE TO DT-ARREARS-CODE
004775     MOVE WS-ARR-MOVED TO DT-ARREARS-AMOUNT
004776     MOVE SPACES TO DT-FILLER
004777     WRITE DEDUCTION-DETAIL-RECORD
004778     MOVE WS-SSNUM-KEY TO AJL-SSNUM
004779     MOVE WS-ADJ-DATE TO AJL-PAY-DATE
004780     IF WS-ARR-MARK-CODE = "V"
004781         MOVE "ARR RESTORED" TO AJL-ACTION
004782     ELSE
004783         MOVE "ARR REMOVED " TO AJL-ACTION
004784     END-IF
004785     MOVE ZERO TO AJL-GROSS
004786     MOVE ZERO TO AJL-WITHHELD
004787     MOVE WS-ARR-MOVED TO AJL-NET
004788     MOVE ZEROS TO AJL-CHECK-NO
004789     WRITE ADJUST-REGISTER-LINE FROM WS-ADJUST-LINE.
004790 2448-EXIT.
004791     EXIT.
004792
004793*----------------------------------------------------------
004794* WHATEVER PART OF THE IMPLIED DEDUCTIONS COULD NOT BE
004795* TRACED BACK TO A DD-ENTRY STILL LEFT THE CHECK - IT IS
004796* DEBITED TO SUSPENSE SO THE REVERSAL STAYS IN BALANCE AND
004797* ACCOUNTING CAN CLEAR IT BY HAND
004798*----------------------------------------------------------
004799 2450-POST-GL-SUSPENSE.
004800     MOVE "SUSPENSE" TO WS-GL-KEY
004801     MOVE "D" TO WS-GL-DR-CR
004802     MOVE WS-DED-REMAINING TO WS-GL-AMOUNT
004803     PERFORM 7000-WRITE-GL-ACTIVITY THRU 7000-EXIT.
004804 2450-EXIT.
004805     EXIT.
004806
004807*----------------------------------------------------------
004808* TAKE THE REVERSED CHECK'S REGULAR HOURS BACK OUT OF ITS
004809* WORKWEEKS - ITS WRKWEEK RECORDS ARE DELETED - SO A LATER DAY
004810* OF THE WEEK (OR THE CORRECTED CHECK) IS NOT PUSHED INTO
004811* OVERTIME BY HOURS NO LONGER PAID
004812*----------------------------------------------------------
004813 2470-BACK-OUT-WORK-WEEK.
004814     PERFORM 2475-DELETE-ONE-WORK-WEEK THRU 2475-EXIT
004815         VARYING WS-OW-SUB FROM 1 BY 1
004816         UNTIL WS-OW-SUB > WS-OW-COUNT.
004817 2470-EXIT.
004818     EXIT.
004819
004820 2475-DELETE-ONE-WORK-WEEK.
004821     IF WS-OW-REG-HOURS (WS-OW-SUB) = ZERO
004822         DISPLAY "PAYADJ: NO WORKWEEK RECORD FOR THE CHECK IN "
004823             "THE WEEK OF " WS-OW-WEEK-BEGIN (WS-OW-SUB)
004824             " - NO HOURS BACKED OUT"
004825         GO TO 2475-EXIT
004826     END-IF
004827     MOVE WS-SSNUM-KEY TO WW-SSNUM
004828     MOVE WS-OW-WEEK-BEGIN (WS-OW-SUB) TO WW-WEEK-BEGIN
004829     MOVE WS-ADJ-DATE TO WW-PAY-DATE
004830     DELETE WORK-WEEKS RECORD
004831         INVALID KEY
004832             DISPLAY "PAYADJ: WORKWEEK " WW-WEEK-BEGIN
004833                 " NOT ON FILE - NO HOURS BACKED OUT"
004834             GO TO 2475-EXIT
004835     END-DELETE
004836     DISPLAY "WORKWEEK OF " WS-OW-WEEK-BEGIN (WS-OW-SUB) " - "
004837         WS-OW-REG-HOURS (WS-OW-SUB) " REGULAR HOURS BACKED OUT".
004838 2475-EXIT.
004839     EXIT.
004840
004841*----------------------------------------------------------
004842* VOID THE PAPER CHECK THROUGH THE REGISTER TRAIL - FIND
004843* THE LIVE ISSUED EVENT MATCHING SSN, DATE, AND AMOUNT,
004844* THEN APPEND A V EVENT, SAME TRAIL CHKVOID LEAVES
004845*----------------------------------------------------------
004846 2500-VOID-PAPER-CHECK.
004847     PERFORM 2510-SCAN-REGISTER THRU 2510-EXIT
004848     IF WS-FOUND-CHECK-NO = ZEROS
004849         DISPLAY "PAYADJ: NO LIVE CHECK ON THE REGISTER "
004850             "FOR THIS PAYMENT - NOTHING VOIDED"
004851         GO TO 2500-EXIT
004852     END-IF
004853     OPEN EXTEND CHECK-REGISTER
004854     IF WS-CR-STATUS = "35"
004855         OPEN OUTPUT CHECK-REGISTER
004856         CLOSE CHECK-REGISTER
004857         OPEN EXTEND CHECK-REGISTER
004858     END-IF
004859     MOVE WS-FOUND-CHECK-NO TO CR-CHECK-NO
004860     MOVE WS-SSNUM-KEY TO CR-SSNUM
004861     MOVE WS-ADJ-DATE TO CR-PAY-DATE
004862     MOVE WS-OR-NET TO CR-NET-PAY
004863     SET CR-VOIDED TO TRUE
004864     MOVE WS-FOUND-CHECK-NO TO CR-REF-CHECK-NO
004865     MOVE WS-RUN-DATE TO CR-EVENT-DATE
004866     MOVE SPACES TO CR-FILLER
004867     WRITE CHECK-REGISTER-RECORD
004870     CLOSE CHECK-REGISTER
004880     MOVE WS-FOUND-CHECK-NO TO WS-VOIDED-CHECK-NO
004890     MOVE WS-SSNUM-KEY TO AJL-SSNUM
005380
005390*----------------------------------------------------------
005400* THE CORRECTED CHECK: GROSS FROM THE KEYED HOURS AND RATE
005410* (SPLIT ON THE WORKWEEKS AS PAYREG SPLITS THEM), WITHHOLDING
005411* FROM THE
005420* CUSTOMER'S TAX PROFILE, DEDUCTIONS RE-APPLIED IN
005430* PRIORITY ORDER, POSTED AT THE NEXT SEQUENCE AS CODE A,
005440* ROLLED INTO YTD, AND REGISTERED AS A PAPER CHECK
005450*----------------------------------------------------------
005560         WITH NO ADVANCING
005570     ACCEPT WS-NEW-RATE
005580     PERFORM 2610-COMPUTE-GROSS THRU 2610-EXIT
005590     PERFORM 2612-COMPUTE-WITHHOLDING THRU 2612-EXIT
005635     PERFORM 2615-COMPUTE-PAYROLL-TAXES THRU 2615-EXIT
005636*> A FLAT ADDITIONAL AMOUNT CAN ONLY TAKE WHAT SOC SEC AND
005637*> MEDICARE LEAVE OF THE CHECK
005638     IF WS-WITHHOLDING-AMT + WS-FICA-AMT > WS-GROSS-PAY
005639         COMPUTE WS-WITHHOLDING-AMT = WS-GROSS-PAY - WS-FICA-AMT
005640     END-IF
005641     COMPUTE WS-NET-PAY =
005650         WS-GROSS-PAY - WS-WITHHOLDING-AMT - WS-FICA-AMT
005660     PERFORM 2620-APPLY-DEDUCTIONS THRU 2620-EXIT
005670     MOVE WS-SSNUM-KEY TO PH-SSNUM
005680     MOVE WS-ADJ-DATE TO PH-PAY-DATE
005760     MOVE SPACE TO PH-RETURN-FLAG
005770     MOVE "A" TO PH-ADJUST-CODE
005780     MOVE SPACES TO PH-FILLER
005781     MOVE WS-NEW-WEEK-HOURS TO PH-WEEK-HOURS
005790     WRITE PAY-HISTORY-RECORD
005800         INVALID KEY
005810             DISPLAY "PAYADJ: CORRECTION ALREADY ON FILE"
005820             GO TO 2600-EXIT
005830     END-WRITE
005840     ADD 1 TO WS-CORRECTIONS-POSTED
005841     PERFORM 2665-POST-WORK-WEEK THRU 2665-EXIT
005845     PERFORM 2650-POST-GL-CORRECTED THRU 2650-EXIT
005847     PERFORM 2660-POST-PAYROLL-TAXES THRU 2660-EXIT
005850     PERFORM 2630-ROLL-YTD-FORWARD THRU 2630-EXIT
005860     PERFORM 2640-REGISTER-NEW-CHECK THRU 2640-EXIT
005870     MOVE WS-SSNUM-KEY TO AJL-SSNUM
005970     EXIT.
005980
005990*----------------------------------------------------------
006000* THE HOURS SPLIT: REGULAR DAYS ON THEIR WORKWEEKS THE WAY
006010* PAYREG 2050 SPLITS THEM, EXEMPT OR LEAVE HOURS (A CHECK THAT
006011* COUNTED NONE TOWARD ITS WEEK) STRAIGHT THROUGH, AND A CHECK
006012* FROM BEFORE THE WORKWEEK ACCUMULATOR ON ITS OWN HOURS
006020*----------------------------------------------------------
006030 2610-COMPUTE-GROSS.
006040     MOVE ZERO TO WS-OT-HOURS
006050     MOVE ZERO TO WS-PREM-HOURS
006051     MOVE ZERO TO WS-NEW-WEEK-HOURS
006052     EVALUATE TRUE
006053         WHEN OR-PRE-WORKWEEK
006054             PERFORM 2611-SPLIT-OWN-HOURS THRU 2611-EXIT
006055         WHEN WS-OR-WEEK-HOURS = ZERO
006056             MOVE WS-NEW-HOURS TO WS-REG-HOURS
006057         WHEN OTHER
006058             PERFORM 2616-SPLIT-ON-WEEKS THRU 2616-EXIT
006059     END-EVALUATE
006060     COMPUTE WS-REG-PAY ROUNDED =
006061         WS-REG-HOURS * WS-NEW-RATE
006062     COMPUTE WS-OT-PAY ROUNDED =
006063         WS-OT-HOURS * WS-NEW-RATE * 1.5
006064     COMPUTE WS-PREM-PAY ROUNDED =
006065         WS-PREM-HOURS * WS-NEW-RATE * 2.0
006066     COMPUTE WS-GROSS-PAY ROUNDED =
006067         WS-REG-PAY + WS-OT-PAY + WS-PREM-PAY
006068         ON SIZE ERROR
006069             DISPLAY "PAYADJ: GROSS PAY OVERFLOW"
006070             MOVE ZERO TO WS-GROSS-PAY
006071     END-COMPUTE.
006072 2610-EXIT.
006073     EXIT.
006074
006075*----------------------------------------------------------
006076* THE OLD PER-CHECK SPLIT: REGULAR TO 40, TIME AND A HALF
006077* THROUGH 60, DOUBLE TIME PAST 60
006078*----------------------------------------------------------
006079 2611-SPLIT-OWN-HOURS.
006080     IF WS-NEW-HOURS > 60
006081         MOVE 40 TO WS-REG-HOURS
006082         MOVE 20 TO WS-OT-HOURS
006090         SUBTRACT 60 FROM WS-NEW-HOURS
006100             GIVING WS-PREM-HOURS
006110     ELSE
006160         ELSE
006170             MOVE WS-NEW-HOURS TO WS-REG-HOURS
006180         END-IF
006181     END-IF.
006182 2611-EXIT.
006183     EXIT.
006184
006185*----------------------------------------------------------
006186* ONE WEEK'S SHARE OF THE CORRECTED HOURS ON TOP OF WHAT OTHER
006187* CHECKS HAVE PUT IN THE WEEK: UNDER 40 STRAIGHT TIME, OVER 60
006188* DOUBLE TIME, THE REST TIME AND A HALF - SAME AS PAYREG 2055
006189*----------------------------------------------------------
006190 2613-SPLIT-WEEK-HOURS.
006191     PERFORM 2614-READ-WORK-WEEK THRU 2614-EXIT
006192     MOVE ZERO TO WS-WK-PREM-HOURS
006193     COMPUTE WS-WEEK-TO-DATE =
006194         WS-WEEK-PRIOR-HOURS + WS-WEEK-SPLIT-HOURS
006203     IF WS-WEEK-PRIOR-HOURS >= 40
006204         MOVE ZERO TO WS-WK-REG-HOURS
006205     ELSE
006206         IF WS-WEEK-TO-DATE > 40
006207             COMPUTE WS-WK-REG-HOURS = 40 - WS-WEEK-PRIOR-HOURS
006208         ELSE
006209             MOVE WS-WEEK-SPLIT-HOURS TO WS-WK-REG-HOURS
006210         END-IF
006211     END-IF
006212     IF WS-WEEK-TO-DATE > 60
006213         IF WS-WEEK-PRIOR-HOURS >= 60
006214             MOVE WS-WEEK-SPLIT-HOURS TO WS-WK-PREM-HOURS
006215         ELSE
006216             COMPUTE WS-WK-PREM-HOURS = WS-WEEK-TO-DATE - 60
006217         END-IF
006218     END-IF
006219     COMPUTE WS-WK-OT-HOURS = WS-WEEK-SPLIT-HOURS
006220         - WS-WK-REG-HOURS - WS-WK-PREM-HOURS
006221     ADD WS-WK-REG-HOURS TO WS-REG-HOURS
006222     ADD WS-WK-OT-HOURS TO WS-OT-HOURS
006223     ADD WS-WK-PREM-HOURS TO WS-PREM-HOURS.
006224 2613-EXIT.
006225     EXIT.
006226
006227*----------------------------------------------------------
006228* WHAT OTHER CHECKS HAVE PUT IN THE WEEK - THEIR WRKWEEK
006229* RECORDS, THE REVERSED CHECK'S BEING GONE BY NOW
006230*----------------------------------------------------------
006231 2614-READ-WORK-WEEK.
006232     MOVE ZERO TO WS-WEEK-PRIOR-HOURS
006233     MOVE "N" TO WS-WW-SCAN-SWITCH
006234     MOVE WS-SSNUM-KEY TO WW-SSNUM
006235     MOVE WS-WEEK-BEGIN TO WW-WEEK-BEGIN
006236     MOVE ZERO TO WW-PAY-DATE
006237     START WORK-WEEKS KEY IS GREATER THAN OR EQUAL TO WW-KEY
006238         INVALID KEY
006239             GO TO 2614-EXIT
006240     END-START
006241     PERFORM 2618-ADD-ONE-CHECK-WEEK THRU 2618-EXIT
006242         UNTIL WORK-WEEK-SCAN-DONE.
006243 2614-EXIT.
006244     EXIT.
006245
006246 2618-ADD-ONE-CHECK-WEEK.
006247     READ WORK-WEEKS NEXT RECORD
006248         AT END
006249             SET WORK-WEEK-SCAN-DONE TO TRUE
006250             GO TO 2618-EXIT
006251     END-READ
006252     IF WW-SSNUM NOT = WS-SSNUM-KEY
006253             OR WW-WEEK-BEGIN NOT = WS-WEEK-BEGIN
006254         SET WORK-WEEK-SCAN-DONE TO TRUE
006255         GO TO 2618-EXIT
006256     END-IF
006257     ADD WW-REG-HOURS TO WS-WEEK-PRIOR-HOURS.
006258 2618-EXIT.
006259     EXIT.
006260
006261*----------------------------------------------------------
006262* THE CORRECTED HOURS GO TO THE WEEKS THE REVERSED CHECK'S
006263* DAYS FELL IN - ALL TO THE ONE WEEK WHEN THERE WAS ONE, AND
006264* OTHERWISE AS KEYED WEEK BY WEEK, THE LAST WEEK TAKING
006265* WHATEVER IS LEFT
006266*----------------------------------------------------------
006267 2616-SPLIT-ON-WEEKS.
006268     MOVE ZERO TO WS-REG-HOURS
006269     MOVE WS-NEW-HOURS TO WS-HOURS-LEFT
006270     MOVE WS-NEW-HOURS TO WS-NEW-WEEK-HOURS
006271     PERFORM 2617-SPLIT-ONE-WEEK THRU 2617-EXIT
006272         VARYING WS-OW-SUB FROM 1 BY 1
006273         UNTIL WS-OW-SUB > WS-OW-COUNT.
006274 2616-EXIT.
006275     EXIT.
006276
006277 2617-SPLIT-ONE-WEEK.
006278     IF WS-OW-SUB = WS-OW-COUNT
006279         MOVE WS-HOURS-LEFT TO WS-WEEK-SPLIT-HOURS
006280     ELSE
006281         DISPLAY "CORRECTED HOURS WORKED IN THE WEEK OF "
006282             WS-OW-WEEK-BEGIN (WS-OW-SUB) " (999V99): "
006283             WITH NO ADVANCING
006284         ACCEPT WS-WEEK-SPLIT-HOURS
006285         IF WS-WEEK-SPLIT-HOURS > WS-HOURS-LEFT
006286             DISPLAY "ONLY " WS-HOURS-LEFT " HOURS LEFT - "
006287                 "ALL OF THEM TAKEN FOR THIS WEEK"
006288             MOVE WS-HOURS-LEFT TO WS-WEEK-SPLIT-HOURS
006289         END-IF
006290     END-IF
006291     SUBTRACT WS-WEEK-SPLIT-HOURS FROM WS-HOURS-LEFT
006292     MOVE WS-WEEK-SPLIT-HOURS TO WS-OW-NEW-HOURS (WS-OW-SUB)
006293     MOVE WS-OW-WEEK-BEGIN (WS-OW-SUB) TO WS-WEEK-BEGIN
006294     PERFORM 2613-SPLIT-WEEK-HOURS THRU 2613-EXIT.
006295 2617-EXIT.
006296     EXIT.
006331
006332*----------------------------------------------------------
006333* THE CORRECTED CHECK'S INCOME-TAX WITHHOLDING FROM THE
006334* CUSTOMER'S TAXPROF ELECTION AS IT STANDS TODAY, THROUGH THE
006335* SAME WTHCALC PAYREG 2100 CALLS, AT THE RATE SETS IN FORCE
006336* ON THE PAY DATE.  NO PROFILE MEANS THE SINGLE/ZERO DEFAULT
006337*----------------------------------------------------------
006338 2612-COMPUTE-WITHHOLDING.
006339     MOVE WS-SSNUM-KEY TO TP-SSNUM
006340     READ TAX-PROFILES
006341         INVALID KEY
006342             MOVE WS-SSNUM-KEY TO TP-SSNUM
006343             MOVE "S" TO TP-FILING-STATUS
006344             MOVE ZERO TO TP-ALLOWANCES
006345             MOVE ZERO TO TP-ADDL-WITHHOLDING
006346             MOVE "N" TO TP-EXEMPT-FLAG
006347             MOVE ZERO TO TP-EXEMPT-EXPIRES
006348             MOVE SPACES TO TP-WORK-STATE
006349             DISPLAY "NO TAX PROFILE ON FILE - WITHHELD AS "
006350                 "SINGLE, ZERO ALLOWANCES"
006351     END-READ
006352     MOVE WS-ADJ-DATE TO WC-PAY-DATE
006353     MOVE WS-GROSS-PAY TO WC-GROSS
006354     MOVE TP-FILING-STATUS TO WC-FILING-STATUS
006355     MOVE TP-ALLOWANCES TO WC-ALLOWANCES
006356     MOVE TP-ADDL-WITHHOLDING TO WC-ADDL-WITHHOLDING
006357     MOVE TP-EXEMPT-FLAG TO WC-EXEMPT-FLAG
006358     MOVE TP-EXEMPT-EXPIRES TO WC-EXEMPT-EXPIRES
006359     MOVE TP-WORK-STATE TO WC-WORK-STATE
006360     CALL "WTHCALC" USING WITHHOLDING-CALC-PARMS
006361     IF NOT WC-FED-SET-FOUND AND NOT WC-EXEMPT-APPLIED
006362         DISPLAY "NO FEDERAL RATE SET IN FORCE FOR " WS-ADJ-DATE
006363             " - NO FEDERAL TAX WITHHELD"
006364     END-IF
006365     IF TP-EXEMPT AND NOT WC-EXEMPT-APPLIED
006366         DISPLAY "EXEMPT CLAIM EXPIRED " TP-EXEMPT-EXPIRES
006367             " - WITHHELD AS NOT EXEMPT"
006368     END-IF
006369     MOVE WC-WITHHOLDING TO WS-WITHHOLDING-AMT.
006370 2612-EXIT.
006371     EXIT.
006372
006373*----------------------------------------------------------
006374* SOC SEC, MEDICARE, FUTA, AND SUTA FOR THE CORRECTED CHECK,
006375* AGAINST THE PAY-DATE YEAR'S WAGE BASES AS THE REVERSAL
006376* LEFT THEM - SAME TAXCALC PAYREG 2150 CALLS
006377*----------------------------------------------------------
006378 2615-COMPUTE-PAYROLL-TAXES.
006379     MOVE WS-SSNUM-KEY TO WB-SSNUM
006380     MOVE WS-ADJ-YYYY TO WB-YEAR
006381     READ WAGE-BASES
006382         INVALID KEY
006383             MOVE WS-SSNUM-KEY TO WB-SSNUM
006384             MOVE WS-ADJ-YYYY TO WB-YEAR
006385             MOVE ZERO TO WB-SS-WAGES
006386             MOVE ZERO TO WB-MED-WAGES
006387             MOVE ZERO TO WB-FUTA-WAGES
006388             MOVE ZERO TO WB-SUTA-WAGES
006389             MOVE ZERO TO WB-EE-SS-YTD
006390             MOVE ZERO TO WB-EE-MED-YTD
006391             MOVE ZERO TO WB-ER-SS-YTD
006392             MOVE ZERO TO WB-ER-MED-YTD
006393             MOVE ZERO TO WB-FUTA-YTD
006394             MOVE ZERO TO WB-SUTA-YTD
006395             MOVE SPACES TO WB-FILLER
006396             WRITE WAGE-BASE-RECORD
006397     END-READ
006398     MOVE WS-ADJ-YYYY TO TC-TAX-YEAR
006399     MOVE WS-GROSS-PAY TO TC-GROSS
006400     MOVE WB-SS-WAGES TO TC-SS-WAGES-YTD
006401     MOVE WB-MED-WAGES TO TC-MED-WAGES-YTD
006402     MOVE WB-FUTA-WAGES TO TC-FUTA-WAGES-YTD
006403     MOVE WB-SUTA-WAGES TO TC-SUTA-WAGES-YTD
006404     CALL "TAXCALC" USING PAYROLL-TAX-PARMS
006405     IF NOT TC-RATES-FOUND
006406         DISPLAY "PAYADJ: NO PAYROLL TAX RATE SET FOR "
006407             WS-ADJ-YYYY " - NO SOC SEC/MEDICARE TAKEN"
006408     END-IF
006409     COMPUTE WS-FICA-AMT = TC-EE-SS + TC-EE-MED.
006410 2615-EXIT.
006411     EXIT.
006412
006413*----------------------------------------------------------
006414* RE-APPLY THE DEDUCTION ENTRIES TO THE CORRECTED CHECK IN
006415* PRIORITY ORDER - SAME GOAL AND NET CAPS AS PAYREG 2600
006416*----------------------------------------------------------
006417 2620-APPLY-DEDUCTIONS.
006418     MOVE ZERO TO WS-DED-CHECK-TOTAL
006419     MOVE ZERO TO WS-CORR-DED-COUNT
006420     MOVE WS-SSNUM-KEY TO DD-SSNUM
006421     READ DEDUCTION-MASTER
006430         INVALID KEY
006440             GO TO 2620-EXIT
006450     END-READ
006830                 END-IF
006840             END-IF
006850         END-IF
006851*> WHAT THE NET CANNOT COVER GOES TO ARREARS WITH THE CHECK
006855         MOVE WS-DED-AMOUNT TO WS-DED-WANTED
006860         IF WS-DED-AMOUNT > WS-NET-PAY
006870             MOVE WS-NET-PAY TO WS-DED-AMOUNT
006880         END-IF
006900             SUBTRACT WS-DED-AMOUNT FROM WS-NET-PAY
006910             ADD WS-DED-AMOUNT
006920                 TO DD-TAKEN-TO-DATE (WS-DED-SUB)
006921             ADD WS-DED-AMOUNT TO WS-DED-CHECK-TOTAL
006922         END-IF
006923         IF WS-DED-AMOUNT > ZERO
006924                 OR WS-DED-WANTED > WS-DED-AMOUNT
006931             ADD 1 TO WS-CORR-DED-COUNT
006932             MOVE DD-TYPE-CODE (WS-DED-SUB)
006933                 TO WS-CD-TYPE-CODE (WS-CORR-DED-COUNT)
006934             MOVE WS-DED-AMOUNT
006935                 TO WS-CD-AMOUNT (WS-CORR-DED-COUNT)
006936             COMPUTE WS-CD-SHORT (WS-CORR-DED-COUNT) =
006937                 WS-DED-WANTED - WS-DED-AMOUNT
006940         END-IF
006950         IF DD-GOAL-AMOUNT (WS-DED-SUB) > ZERO
006960                 AND DD-TAKEN-TO-DATE (WS-DED-SUB)
007510         SET CR-ISSUED TO TRUE
007520         MOVE ZEROS TO CR-REF-CHECK-NO
007530     END-IF
007531     MOVE WS-RUN-DATE TO CR-EVENT-DATE
007532     MOVE SPACES TO CR-FILLER
007533     WRITE CHECK-REGISTER-RECORD
007534     CLOSE CHECK-REGISTER
007535     DISPLAY "CORRECTED CHECK REGISTERED AS "
007536         WS-NEXT-CHECK-NO
007537     MOVE ZEROS TO WS-VOIDED-CHECK-NO.
007538 2640-EXIT.
007539     EXIT.
007540
007541*----------------------------------------------------------
007542* THE CORRECTED CHECK ON THE LEDGER: WAGE EXPENSE FOR THE
007543* GROSS, WITHHOLDING AND EACH DEDUCTION TYPE TO ITS
007544* LIABILITY, THE NET TO PAPER-CHECK CASH - EACH DEDUCTION
007545* ALSO LEAVES ITS A DETAIL ON DEDDETL, AND ANY SHORTFALL GOES
007546* TO ARREARS
007547*----------------------------------------------------------
007548 2650-POST-GL-CORRECTED.
007549     MOVE "WAGEEXP " TO WS-GL-KEY
007550     MOVE "D" TO WS-GL-DR-CR
007551     MOVE WS-GROSS-PAY TO WS-GL-AMOUNT
007552     PERFORM 7000-WRITE-GL-ACTIVITY THRU 7000-EXIT
007553     MOVE "WTHPAY  " TO WS-GL-KEY
007554     MOVE "C" TO WS-GL-DR-CR
007555     MOVE WS-WITHHOLDING-AMT TO WS-GL-AMOUNT
007556     PERFORM 7000-WRITE-GL-ACTIVITY THRU 7000-EXIT
007557     MOVE "CASHCHK " TO WS-GL-KEY
007558     MOVE WS-NET-PAY TO WS-GL-AMOUNT
007559     PERFORM 7000-WRITE-GL-ACTIVITY THRU 7000-EXIT
007560     PERFORM 2655-POST-ONE-CORR-DED THRU 2655-EXIT
007561         VARYING WS-DED-SUB FROM 1 BY 1
007562         UNTIL WS-DED-SUB > WS-CORR-DED-COUNT.
007563 2650-EXIT.
007564     EXIT.
007565
007566 2655-POST-ONE-CORR-DED.
007567     MOVE WS-CD-TYPE-CODE (WS-DED-SUB) TO WS-GL-DED-TYPE
007568     MOVE WS-GL-DED-KEY TO WS-GL-KEY
007569     MOVE "C" TO WS-GL-DR-CR
007570     MOVE WS-CD-AMOUNT (WS-DED-SUB) TO WS-GL-AMOUNT
007571     PERFORM 7000-WRITE-GL-ACTIVITY THRU 7000-EXIT
007572     MOVE WS-SSNUM-KEY TO DT-SSNUM
007573     MOVE WS-ADJ-DATE TO DT-PAY-DATE
007574     MOVE WS-CD-TYPE-CODE (WS-DED-SUB) TO DT-TYPE-CODE
007575     MOVE WS-CD-AMOUNT (WS-DED-SUB) TO DT-AMOUNT
007576     MOVE "A" TO DT-ADJUST-CODE
007577     MOVE SPACE TO DT-ARREARS-CODE
007578     MOVE ZERO TO DT-ARREARS-AMOUNT
007579     IF WS-CD-SHORT (WS-DED-SUB) > ZERO
007580         MOVE "S" TO DT-ARREARS-CODE
007581         MOVE WS-CD-SHORT (WS-DED-SUB) TO DT-ARREARS-AMOUNT
007582     END-IF
007583     MOVE SPACES TO DT-FILLER
007584     WRITE DEDUCTION-DETAIL-RECORD
007585     IF WS-CD-SHORT (WS-DED-SUB) > ZERO
007586         PERFORM 2657-NOTE-SHORTFALL THRU 2657-EXIT
007587     END-IF.
007588 2655-EXIT.
007589     EXIT.
007590
007591*----------------------------------------------------------
007592* A DEDUCTION THE CORRECTED CHECK'S NET FELL SHORT OF: THE
007593* SHORTFALL GOES ON THE TYPE'S ARREARS, SAME AS PAYREG 2640 -
007594* A NEW RECORD'S RECOVERY LIMIT IS THE AMOUNT THE ENTRY WANTED
007595*----------------------------------------------------------
007596 2657-NOTE-SHORTFALL.
007597     MOVE WS-CD-SHORT (WS-DED-SUB) TO WS-ARR-SHORT
007598     COMPUTE WS-DED-WANTED =
007599         WS-CD-AMOUNT (WS-DED-SUB) + WS-CD-SHORT (WS-DED-SUB)
007600     MOVE WS-CD-TYPE-CODE (WS-DED-SUB) TO WS-ARR-TYPE-CODE
007601     PERFORM 2658-READ-ARREARS THRU 2658-EXIT
007602     IF NOT ARREARS-ON-FILE
007603         MOVE ZERO TO DA-BALANCE
007604         MOVE ZERO TO DA-SHORT-TO-DATE
007605         MOVE ZERO TO DA-RECOVERED-TO-DATE
007606         MOVE ZERO TO DA-LAST-RECOVERY-DATE
007607         MOVE SPACES TO DA-FILLER
007608         IF WS-DED-WANTED > 9999.99
007609             MOVE 9999.99 TO DA-RECOVERY-LIMIT
007610         ELSE
007611             MOVE WS-DED-WANTED TO DA-RECOVERY-LIMIT
007612         END-IF
007613     END-IF
007614     IF DA-BALANCE = ZERO
007615         MOVE WS-ADJ-DATE TO DA-SINCE-DATE
007616         MOVE ZERO TO DA-SHORT-COUNT
007617     END-IF
007618     ADD WS-ARR-SHORT TO DA-BALANCE
007619     ADD WS-ARR-SHORT TO DA-SHORT-TO-DATE
007620     ADD 1 TO DA-SHORT-COUNT
007621     MOVE WS-ADJ-DATE TO DA-LAST-SHORT-DATE
007622     IF ARREARS-ON-FILE
007623         REWRITE DEDUCTION-ARREARS-RECORD
007624     ELSE
007625         WRITE DEDUCTION-ARREARS-RECORD
007626             INVALID KEY
007627                 DISPLAY "PAYADJ: ARREARS " DA-TYPE-CODE
007628                     " ALREADY ON FILE FOR " DA-SSNUM
007629         END-WRITE
007630     END-IF
007631     MOVE WS-SSNUM-KEY TO AJL-SSNUM
007632     MOVE WS-ADJ-DATE TO AJL-PAY-DATE
007633     MOVE "ARR SHORT   " TO AJL-ACTION
007634     MOVE ZERO TO AJL-GROSS
007635     MOVE ZERO TO AJL-WITHHELD
007636     MOVE WS-ARR-SHORT TO AJL-NET
007637     MOVE ZEROS TO AJL-CHECK-NO
007638     WRITE ADJUST-REGISTER-LINE FROM WS-ADJUST-LINE
007639     DISPLAY "DEDUCTION " WS-ARR-TYPE-CODE " SHORT "
007640         WS-ARR-SHORT " - ADDED TO ARREARS, BALANCE NOW "
007641         DA-BALANCE.
007642 2657-EXIT.
007643     EXIT.
007644
007645 2658-READ-ARREARS.
007646     MOVE "N" TO WS-ARR-FOUND-SWITCH
007647     MOVE WS-SSNUM-KEY TO DA-SSNUM
007648     MOVE WS-ARR-TYPE-CODE TO DA-TYPE-CODE
007649     READ DEDUCTION-ARREARS
007650         INVALID KEY
007651             GO TO 2658-EXIT
007652     END-READ
007653     SET ARREARS-ON-FILE TO TRUE.
007654 2658-EXIT.
007655     EXIT.
007656
007657*----------------------------------------------------------
007658* THE CORRECTED CHECK'S PAYROLL TAXES: ROLLED INTO THE WAGE
007659* BASES READ BY 2615, WRITTEN AS AN A DETAIL AT THE CHECK'S
007660* SEQUENCE, AND BOOKED THE WAY GLJRNL BOOKS A REGULAR RUN -
007661* EMPLOYEE SHARE AND EMPLOYER MATCH TO FICAPAY, EMPLOYER
007662* COST TO ERTAXEXP, FUTA AND SUTA TO THEIR LIABILITIES
007663*----------------------------------------------------------
007664 2660-POST-PAYROLL-TAXES.
007665     ADD TC-SS-WAGES TO WB-SS-WAGES
007666     ADD TC-MED-WAGES TO WB-MED-WAGES
007667     ADD TC-FUTA-WAGES TO WB-FUTA-WAGES
007668     ADD TC-SUTA-WAGES TO WB-SUTA-WAGES
007669     ADD TC-EE-SS TO WB-EE-SS-YTD
007670     ADD TC-EE-MED TO WB-EE-MED-YTD
007671     ADD TC-ER-SS TO WB-ER-SS-YTD
007672     ADD TC-ER-MED TO WB-ER-MED-YTD
007673     ADD TC-FUTA TO WB-FUTA-YTD
007674     ADD TC-SUTA TO WB-SUTA-YTD
007675     REWRITE WAGE-BASE-RECORD
007676     MOVE WS-SSNUM-KEY TO ET-SSNUM
007677     MOVE WS-ADJ-DATE TO ET-PAY-DATE
007678     MOVE WS-NEXT-SEQ TO ET-ADJ-SEQ
007679     MOVE TC-SS-WAGES TO ET-SS-WAGES
007680     MOVE TC-MED-WAGES TO ET-MED-WAGES
007681     MOVE TC-FUTA-WAGES TO ET-FUTA-WAGES
007682     MOVE TC-SUTA-WAGES TO ET-SUTA-WAGES
007683     MOVE TC-EE-SS TO ET-EE-SS
007684     MOVE TC-EE-MED TO ET-EE-MED
007685     MOVE TC-ER-SS TO ET-ER-SS
007686     MOVE TC-ER-MED TO ET-ER-MED
007687     MOVE TC-FUTA TO ET-FUTA
007688     MOVE TC-SUTA TO ET-SUTA
007689     MOVE "A" TO ET-ADJUST-CODE
007690     MOVE SPACES TO ET-FILLER
007691     WRITE EMPLOYER-TAX-DETAIL-RECORD
007692         INVALID KEY
007693             DISPLAY "PAYADJ: CORRECTED TAX DETAIL ALREADY "
007694                 "ON FILE"
007695     END-WRITE
007696     MOVE "FICAPAY " TO WS-GL-KEY
007697     MOVE "C" TO WS-GL-DR-CR
007698     COMPUTE WS-GL-AMOUNT = TC-EE-SS + TC-EE-MED
007699         + TC-ER-SS + TC-ER-MED
007700     PERFORM 7000-WRITE-GL-ACTIVITY THRU 7000-EXIT
007701     MOVE "ERTAXEXP" TO WS-GL-KEY
007702     MOVE "D" TO WS-GL-DR-CR
007703     COMPUTE WS-GL-AMOUNT = TC-ER-SS + TC-ER-MED
007704         + TC-FUTA + TC-SUTA
007705     PERFORM 7000-WRITE-GL-ACTIVITY THRU 7000-EXIT
007706     MOVE "FUTAPAY " TO WS-GL-KEY
007707     MOVE "C" TO WS-GL-DR-CR
007708     MOVE TC-FUTA TO WS-GL-AMOUNT
007709     PERFORM 7000-WRITE-GL-ACTIVITY THRU 7000-EXIT
007710     MOVE "SUTAPAY " TO WS-GL-KEY
007711     MOVE TC-SUTA TO WS-GL-AMOUNT
007712     PERFORM 7000-WRITE-GL-ACTIVITY THRU 7000-EXIT.
007713 2660-EXIT.
007714     EXIT.
007715
007716*----------------------------------------------------------
007717* WRITE THE CORRECTED CHECK'S REGULAR HOURS BACK TO ITS
007718* WORKWEEKS - ONE RECORD PER WEEK, UNDER THE SAME PAY DATE
007719*----------------------------------------------------------
007720 2665-POST-WORK-WEEK.
007721     IF WS-NEW-WEEK-HOURS = ZERO
007722         GO TO 2665-EXIT
007723     END-IF
007724     PERFORM 2667-POST-ONE-WORK-WEEK THRU 2667-EXIT
007725         VARYING WS-OW-SUB FROM 1 BY 1
007726         UNTIL WS-OW-SUB > WS-OW-COUNT.
007727 2665-EXIT.
007728     EXIT.
007729
007730 2667-POST-ONE-WORK-WEEK.
007731     IF WS-OW-NEW-HOURS (WS-OW-SUB) = ZERO
007732         GO TO 2667-EXIT
007733     END-IF
007734     MOVE WS-SSNUM-KEY TO WW-SSNUM
007735     MOVE WS-OW-WEEK-BEGIN (WS-OW-SUB) TO WW-WEEK-BEGIN
007736     MOVE WS-ADJ-DATE TO WW-PAY-DATE
007737     MOVE WS-OW-NEW-HOURS (WS-OW-SUB) TO WW-REG-HOURS
007738     MOVE SPACES TO WW-FILLER
007739     WRITE WORK-WEEK-RECORD
007740         INVALID KEY
007741             REWRITE WORK-WEEK-RECORD
007742     END-WRITE.
007743 2667-EXIT.
007744     EXIT.
007745
007746*----------------------------------------------------------
007747* REPORT THE RUN, CLOSE UP
007748*----------------------------------------------------------
007749 3000-FINISH.
007750     DISPLAY "PAYADJ: REVERSALS POSTED   = "
007751         WS-REVERSALS-POSTED
007752     DISPLAY "PAYADJ: CORRECTIONS POSTED = "
007753         WS-CORRECTIONS-POSTED
007754     DISPLAY "PAYADJ: GL LINES WRITTEN   = "
007755         WS-GL-LINES-WRITTEN
007756     PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT
007757     CLOSE PAY-HISTORY
007758     CLOSE YTD-TOTALS
007759     CLOSE DEDUCTION-MASTER
007760     CLOSE GARNISH-ORDERS
007761     CLOSE DEDUCTION-DETAIL
007762     CLOSE GL-ACTIVITY
007763     CLOSE WAGE-BASES
007764     CLOSE EMPLOYER-TAX-DETAIL
007765     CLOSE TAX-PROFILES
007766     CLOSE WORK-WEEKS
007767     CLOSE DEDUCTION-ARREARS
007768     CLOSE ADJUST-REGISTER
007770     CLOSE SECURITY-LOG.
007780 3000-EXIT.
007790     EXIT.
007791
007792*----------------------------------------------------------
007793* APPEND ONE GENERAL-LEDGER ACTIVITY LINE - KEY, SIDE, AND
007794* AMOUNT ARE ALREADY SET BY THE CALLER; A ZERO LINE IS
007795* NEVER WRITTEN
007796*----------------------------------------------------------
007797 7000-WRITE-GL-ACTIVITY.
007798     IF WS-GL-AMOUNT = ZERO
007799         GO TO 7000-EXIT
007800     END-IF
007801     MOVE WS-RUN-DATE TO GA-POST-DATE
007802     MOVE "PAYADJ  " TO GA-SOURCE
007803     MOVE WS-GL-KEY TO GA-MAP-KEY
007804     MOVE WS-GL-DR-CR TO GA-DR-CR
007805     MOVE WS-GL-AMOUNT TO GA-AMOUNT
007806     MOVE WS-SSNUM-KEY TO GA-SSNUM
007807     MOVE SPACES TO GA-FILLER
007808     WRITE GL-ACTIVITY-RECORD
007809     ADD 1 TO WS-GL-LINES-WRITTEN.
007810 7000-EXIT.
007811     EXIT.
007812
007813*----------------------------------------------------------
007820* ACCEPT THE SSNUM THAT KEYS THE ADJUSTMENT - SAME SSA
007830* EDITS AS CUSTMNT 8200
007840*----------------------------------------------------------
008350     MOVE "DENIED" TO SL-DISPOSITION
008360     ACCEPT SL-TS-DATE FROM DATE YYYYMMDD
008370     ACCEPT SL-TS-TIME FROM TIME
008379     MOVE SPACES TO SL-OTHER-OPERATOR
008380     MOVE SPACES TO SL-FILLER
008390     WRITE SECURITY-LOG-RECORD.
008400 9000-EXIT.
