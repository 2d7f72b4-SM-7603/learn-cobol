000274* 09/02/26  SM   AN ALREADY-POSTED SSN/DATE IS CAUGHT BY A
000275* 09/02/26  SM   KEYED READ BEFORE ANY MONEY MOVES, NOT BY
000276* 09/02/26  SM   THE HISTORY WRITE AFTER THE ACH WENT OUT
000277* 10/15/26  SM   EVERY DEDUCTION TAKEN WRITES A DEDDETL DETAIL
000278* 10/15/26  SM   BY TYPE CODE FOR THE GENERAL-LEDGER JOURNAL
000279* 10/15/26  SM   EMPLOYEE SOC SEC/MEDICARE NOW WITHHELD AND
000280* 10/15/26  SM   EMPLOYER MATCH, FUTA, AND SUTA COMPUTED BY
000281* 10/15/26  SM   TAXCALC AGAINST THE WAGEBASE CAPS; EACH
000282* 10/15/26  SM   CHECK'S TAXES WRITTEN TO ETXDETL
000283* 10/15/26  SM   INCOME-TAX WITHHOLDING FROM THE CUSTOMER'S
000284* 10/15/26  SM   TAXPROF ELECTION THROUGH WTHCALC (FEDERAL
000285* 10/15/26  SM   PLUS WORK-STATE RATE SETS) INSTEAD OF THE
000286* 10/15/26  SM   SSAREA BRACKET; NO PROFILE DEFAULTS TO SINGLE/
000287* 10/15/26  SM   ZERO AND LISTS ON THE TPEXCRP EXCEPTIONS LIST
000288* 10/15/26  SM   POSTS UNDER THE PAYROLL CALENDAR'S SCHEDULED
000289* 10/15/26  SM   CHECK DATE (CALLOOK); AN OFF-CALENDAR RUN IS
000290* 10/15/26  SM   REFUSED UNLESS A SUPERVISOR OVERRIDES IT (LOGGED
000291* 10/15/26  SM   TO SECLOG); TRANSACTIONS EDITED FOR ANOTHER
000292* 10/15/26  SM   CHECK DATE SKIPPED; CHECK DATE AND PERIOD ON THE
000293* 10/15/26  SM   REGISTER HEADING AND THE ACH TRAILER
000294* 10/15/26  SM   TRIAL MODE (T AT THE RUN-MODE PROMPT) - THE SAME
000295* 10/15/26  SM   GROSS-TO-NET WITH EVERY POST SUPPRESSED; PRINTS A
000296* 10/15/26  SM   PREVIEW REGISTER AND A CASH-REQUIREMENTS SUMMARY
000297* 10/15/26  SM   AND LEAVES ITS TOTALS ON PAYTRIAL FOR PAYBAL
000298* 10/15/26  SM   OVERTIME ON THE WORKWEEK'S REGULAR HOURS, NOT ONE
000299* 10/15/26  SM   DAY'S - WRKWEEK ACCUMULATES THEM ACROSS RUNS AND
000300* 10/15/26  SM   THE CROSSING CHECK TAKES THE PREMIUM; WEEK-TO-
000301* 10/15/26  SM   DATE HOURS ON EVERY REGISTER LINE
000302* 10/15/26  SM   A DEDUCTION THE NET CANNOT COVER GOES TO DEDARR
000303* 10/15/26  SM   AS ARREARS, RECOVERED ON LATER CHECKS AFTER THE
000304* 10/15/26  SM   CURRENT DEDUCTIONS UP TO A PER-CHECK LIMIT; SHORT
000305* 10/15/26  SM   AND RECOVERED LINES ON THE REGISTER
000306* 10/15/26  SM   PAYS THE RATE IN FORCE ON THE CHECK DATE FROM
000307* 10/15/26  SM   THE EFFECTIVE-DATED PAY RATE HISTORY (RATELOOK)
000308* 10/15/26  SM   OVER THE RATE ON THE HOURS
000309* 10/15/26  SM   LEAVE ACCRUES BY THE LVPOLCY TIER FOR THE YEARS
000310* 10/15/26  SM   OF SERVICE (LVPLOOK) UP TO ITS MAXIMUM BALANCE,
000311* 10/15/26  SM   NOT THE HARDCODED SHOP RATES; A TERMINATED
000312* 10/15/26  SM   CUSTOMER'S FINAL CHECK PAYS THE VACATION BALANCE
000313* 10/15/26  SM   OUT AS ITS OWN VAC PAYOUT LINE
000314* 10/15/26  SM   AN ACCOUNT HELD AFTER A DEATH MASTER MATCH PAYS
000315* 10/15/26  SM   NO DEPOSIT AND SENDS NO PRENOTE
000316* 10/15/26  SM   EVERY CLEAN TRANSACTION FOR AN SSN PAYS ON ONE
000317* 10/15/26  SM   CHECK - THE HOURS FILE IS LOADED IN SSN ORDER AND
000318* 10/15/26  SM   EACH DAY SPLIT IN TURN ON THE WORKWEEK; AN
000319* 10/15/26  SM   OFF-CALENDAR OVERRIDE DEFAULTS TO THE CHECK DATE
000320* 10/15/26  SM   PAYEDIT STAMPED ON THE HOURS
000321* 10/15/26  SM   OVERTIME ON THE WORKWEEK OF THE DAY WORKED
000322* 10/15/26  SM   (PT-WORK-DATE), NOT THE CHECK DATE'S - A CHECK
000323* 10/15/26  SM   SPANNING WEEKS SPLITS EACH DAY ON ITS OWN WEEK
000324* 10/15/26  SM   AND WRITES WRKWEEK ONE RECORD PER WEEK
000325* 10/15/26  SM   A RUN OFF THE CHECK DATE WITH NO OVERRIDE POSTS
000326* 10/15/26  SM   NOTHING AND LOGS IDLE (RC 4) INSTEAD OF FAIL; A
000327* 10/15/26  SM   POSTING EMPTIES THE CLEAN HOURS FILE OF WHAT IT
000328* 10/15/26  SM   PAID
000329* 10/15/26  SM   A TRIAL OPENS THE MASTERS INPUT AND READS ONE NOT
000330* 10/15/26  SM   ON FILE AS EMPTY INSTEAD OF CREATING IT
000331* 10/15/26  SM   DEDDETL DETAILS CARRY THE ARREARS SHORTFALL OR
000332* 10/15/26  SM   RECOVERY; A SHORTFALL WITH NOTHING TAKEN STILL
000333* 10/15/26  SM   WRITES ONE
000334*----------------------------------------------------------
000335*
000336* THIS PROGRAM READS THE PERIOD'S HOURS-WORKED
000337* TRANSACTIONS AND PRODUCES A PRINTED PAYROLL REGISTER,
000338* ONE LINE PER CUSTOMER, WITH A RUNNING TOTAL AND A GRAND
000339* TOTAL AT THE END OF THE RUN.
000340*
000341* IT RUNS EVERY NIGHT BUT POSTS ONLY ON A SCHEDULED CHECK
000342* DATE.  PAYEDIT APPENDS EACH NIGHT'S CLEAN HOURS TO THE CLEAN
000343* FILE, STAMPED WITH THE CHECK DATE THEY PAY ON; A NIGHT THAT
000344* IS NOT A CHECK DATE, WITH NO OVERRIDE, POSTS NOTHING, LEAVES
000345* THE HOURS WHERE THEY ARE, AND LOGS IDLE WITH RC 4 - THE
000346* STREAM'S COND=(0,NE) THEN BYPASSES THE CHECK PRINT, THE
000347* BANK FILE AND THE LEDGER, WHICH HAVE NOTHING NEW TO DO.  A
000348* POSTING RUN, ONCE EVERY CHECK STANDS, REWRITES THE CLEAN
000349* FILE WITH ONLY THE HOURS EDITED FOR SOME OTHER CHECK DATE.
000350* A REAL REFUSAL - A PREREQUISITE MISSING, A FAILED OVERRIDE,
000351* NO TAX RATES - STILL LOGS FAIL WITH RC 8.
000352*
000353* THERE IS NO MID-FILE RESTART: EVERY TRANSACTION POSTS TO
000354* THE PAY HISTORY, THE YTD TOTALS, THE DEDUCTION MASTER,
000355* AND THE ACH EXTRACT, NONE OF WHICH CAN SAFELY BE POSTED
000360* TWICE.  AFTER AN ABEND, RESTORE PAYHIST, YTDTOTS, DEDMAS,
000370* BANKACCT, GARNORD, LEAVEBAL, WAGEBASE, ETXDETL,
000371* WRKWEEK, AND DEDARR FROM THE PAYSNAP
000372* SNAPSHOT (PAYREST PROVES AND RELOADS), STRIP FROM THE
000374* APPEND-ONLY GARNDETL AND DEDDETL EVERY DETAIL CARRYING
000376* THE ABENDED RUN'S PAY DATE (THE SNAPSHOT CARRIES NEITHER
000377* FILE), DISCARD ACHEXTR
000378* AND PAYREGRP, AND RERUN THE WHOLE JOB FROM THE TOP.  THE
000379* CLEAN HOURS FILE IS ONLY EMPTIED AT THE END OF A CLEAN RUN,
000380* SO THE RERUN FINDS THE SAME HOURS THERE.
000381* ONE BAD POSTED CHECK NO LONGER NEEDS THAT PROCEDURE -
000382* PAYADJ REVERSES AND CORRECTS A SINGLE CHECK IN PLACE.
000383*
000384* A TRIAL RUN (T AT THE RUN-MODE PROMPT) COMPUTES THE SAME
000385* GROSS-TO-NET OVER THE SAME CLEAN HOURS FILE BUT POSTS
000386* NOTHING: EVERY MASTER, HISTORY, YTD, DEDUCTION, GARNISHMENT,
000387* BANK, WAGE-BASE, WORKWEEK, ARREARS, AND LEAVE FILE IS OPENED
000388* INPUT (ONE NOT YET ON FILE IS READ AS EMPTY, NOT CREATED),
000389* THE CLEAN HOURS FILE IS LEFT AS IT IS, AND THE ACH
000390* EXTRACT AND THE DETAIL FILES ARE NOT EVEN OPENED.  IT
000391* PRINTS A PREVIEW REGISTER, A CASH-REQUIREMENTS SUMMARY FOR
000392* TREASURY TO FUND THE ACCOUNT AGAINST, AND LEAVES ITS TOTALS
000393* ON PAYTRIAL SO PAYBAL CAN FLAG WHAT THE REAL RUN DID NOT
000394* REPRODUCE.  IT LOGS AS PAYTRIAL, SO NO STEP THAT WAITS ON
000395* PAYREG CAN MISTAKE A TRIAL FOR THE POSTING.
000396*
000397* OVERTIME IS A WEEKLY MEASURE.  EACH TRANSACTION IS ONE DAY'S
000398* HOURS, AND EVERY DAY AN SSN WORKED FOR THE CHECK DATE PAYS ON
000399* ONE CHECK - THE CLEAN FILE IS LOADED AND TAKEN IN SSN ORDER,
000400* EACH SSN'S DAYS IN THE ORDER THEY WERE WORKED.  A DAY
000401* BELONGS TO THE WORKWEEK (SUNDAY THROUGH SATURDAY) OF THE
000402* DATE IT WAS WORKED, SO A CHECK FOR A TWO-WEEK PERIOD SPLITS
000403* EACH WEEK ON ITS OWN.  THE REGULAR HOURS OTHER CHECKS
000404* ALREADY PAID IN THE DAY'S WEEK COME FROM WRKWEEK, AND EACH
000405* DAY IS SPLIT IN TURN ON TOP OF THEM AND THE CHECK'S EARLIER
000406* DAYS IN THE SAME WEEK: THE WEEK'S FIRST 40 ARE STRAIGHT
000407* TIME, 40 TO 60 TIME AND A HALF, PAST 60 DOUBLE TIME, AND THE
000408* DAY THAT CROSSES A THRESHOLD TAKES THE PREMIUM ON ITS OWN
000409* HOURS PAST IT.  THE CHECK WRITES WRKWEEK ONE RECORD FOR EACH
000410* WEEK ITS DAYS FELL IN.  A DAY WITH NO WORK DATE ON IT COUNTS
000411* IN THE CHECK DATE'S WEEK.  EXEMPT AND LEAVE HOURS PAY
000412* STRAIGHT AND NEVER COUNT.
000413*
000414* A DEDUCTION IS NEVER LOST TO A SHORT CHECK.  WHAT THE NET PAY
000415* CANNOT COVER GOES TO DEDARR AS ARREARS FOR THE ENTRY'S TYPE
000416* CODE, AND ONCE EVERY CURRENT DEDUCTION HAS BEEN TAKEN, LATER
000417* CHECKS RECOVER THE ARREARS IN THE SAME PRIORITY ORDER, NO
000418* MORE THAN THE RECOVERY LIMIT ON ONE CHECK AND NEVER PAST THE
000419* ENTRY'S GOAL.  A RECOVERY IS A DEDUCTION LIKE ANY OTHER - IT
000420* COUNTS TO TAKEN-TO-DATE AND WRITES ITS DEDDETL DETAIL.
000421*
000422* THE RATE PAID IS THE ONE IN FORCE ON THE CHECK DATE: THE PAY
000423* RATE HISTORY'S ENTRY WHEN THE CUSTOMER HAS ONE (A RAISE KEYED
000424* AHEAD IN RATEMNT STARTS ON ITS EFFECTIVE DATE WITH NO HOURS
000425* CHANGE), THE RATE ON THE HOURS WHEN NOT.  IT GOES TO THE
000426* REGISTER, THE HISTORY, AND THE MASTER'S LAST-PAID RATE.
000427*
000428* LEAVE ACCRUES BY THE POLICY TIER THE CUSTOMER'S YEARS OF
000429* SERVICE (FROM THE HIRE DATE ON LEAVEBAL) HAVE REACHED, AND
000430* STOPS AT THE TIER'S MAXIMUM BALANCE.  IT IS FIGURED BEFORE
000431* THE TAXES, BECAUSE A TERMINATED CUSTOMER'S FINAL CHECK PAYS
000432* THE WHOLE VACATION BALANCE OUT AT THE RATE IN FORCE - ITS
000433* OWN VAC PAYOUT LINE ON THE REGISTER, TAXED AND NETTED AS
000434* PART OF THE CHECK'S GROSS - AND LEAVES THE BALANCE AT ZERO.
000435*
000436 ENVIRONMENT DIVISION.
000437 INPUT-OUTPUT SECTION.
000438 FILE-CONTROL.
000439     SELECT HOURS-TRANS ASSIGN TO "PAYTRAN"
000440         ORGANIZATION IS LINE SEQUENTIAL.
000450     SELECT PAYROLL-REGISTER ASSIGN TO "PAYREGRP"
000460         ORGANIZATION IS LINE SEQUENTIAL.
000761         ACCESS MODE IS DYNAMIC
000762         RECORD KEY IS LB-SSNUM
000763         FILE STATUS IS WS-LB-STATUS.
000764     SELECT DEDUCTION-DETAIL ASSIGN TO "DEDDETL"
000765         ORGANIZATION IS LINE SEQUENTIAL
000766         FILE STATUS IS WS-DT-STATUS.
000767     SELECT WAGE-BASES ASSIGN TO "WAGEBASE"
000768         ORGANIZATION IS INDEXED
000769         ACCESS MODE IS DYNAMIC
000770         RECORD KEY IS WB-KEY
000771         FILE STATUS IS WS-WB-STATUS.
000772     SELECT EMPLOYER-TAX-DETAIL ASSIGN TO "ETXDETL"
000773         ORGANIZATION IS INDEXED
000774         ACCESS MODE IS DYNAMIC
000775         RECORD KEY IS ET-KEY
000776         FILE STATUS IS WS-ET-STATUS.
000777     SELECT TAX-PROFILES ASSIGN TO "TAXPROF"
000778         ORGANIZATION IS INDEXED
000779         ACCESS MODE IS RANDOM
000780         RECORD KEY IS TP-SSNUM
000781         FILE STATUS IS WS-TP-STATUS.
000782     SELECT TAX-EXCEPTIONS ASSIGN TO "TPEXCRP"
000783         ORGANIZATION IS LINE SEQUENTIAL.
000784     SELECT SECURITY-LOG ASSIGN TO "SECLOG"
000785         ORGANIZATION IS LINE SEQUENTIAL
000786         FILE STATUS IS WS-SL-STATUS.
000787     SELECT TRIAL-TOTALS ASSIGN TO "PAYTRIAL"
000788         ORGANIZATION IS LINE SEQUENTIAL
000789         FILE STATUS IS WS-TR-STATUS.
000790     SELECT CASH-REQUIREMENTS ASSIGN TO "CASHRQRP"
000791         ORGANIZATION IS LINE SEQUENTIAL.
000792     SELECT WORK-WEEKS ASSIGN TO "WRKWEEK"
000793         ORGANIZATION IS INDEXED
000794         ACCESS MODE IS DYNAMIC
000795         RECORD KEY IS WW-KEY
000796         FILE STATUS IS WS-WW-STATUS.
000797     SELECT DEDUCTION-ARREARS ASSIGN TO "DEDARR"
000798         ORGANIZATION IS INDEXED
000799         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS DA-KEY
000801         FILE STATUS IS WS-DA-STATUS.

000802 DATA DIVISION.
000803 FILE SECTION.
000804 FD  HOURS-TRANS.
000805 01  HOURS-TRANS-RECORD            PIC X(59).
000806 FD  PAYROLL-REGISTER.
000810 01  PAYROLL-REGISTER-LINE        PIC X(132).
000820 FD  CUSTOMER-MASTER.
000830     COPY CUSTMAS.
000954     COPY GARNDTL.
000955 FD  LEAVE-BALANCES.
000956     COPY LEAVEBAL.
000957 FD  DEDUCTION-DETAIL.
000958     COPY DEDDTL.
000959 FD  WAGE-BASES.
000960     COPY WAGEBASE.
000961 FD  EMPLOYER-TAX-DETAIL.
000962     COPY ETXDTL.
000963 FD  TAX-PROFILES.
000964     COPY TAXPROF.
000965 FD  TAX-EXCEPTIONS.
000966 01  TAX-EXCEPTION-LINE            PIC X(80).
000967 FD  SECURITY-LOG.
000968     COPY SECLOG.
000969 FD  TRIAL-TOTALS.
000970     COPY PAYTRL.
000971 FD  CASH-REQUIREMENTS.
000972 01  CASH-REQUIREMENTS-LINE        PIC X(80).
000973 FD  WORK-WEEKS.
000974     COPY WRKWEEK.
000975 FD  DEDUCTION-ARREARS.
000976     COPY DEDARR.

000977 WORKING-STORAGE SECTION.
000978 77  WS-CM-STATUS                 PIC X(02) VALUE "00".
000980 77  WS-PH-STATUS                 PIC X(02) VALUE "00".
000990 77  WS-YT-STATUS                 PIC X(02) VALUE "00".
001000 77  WS-DD-STATUS                 PIC X(02) VALUE "00".
001031 77  WS-GO-STATUS                  PIC X(02) VALUE "00".
001032 77  WS-GD-STATUS                  PIC X(02) VALUE "00".
001033 77  WS-LB-STATUS                  PIC X(02) VALUE "00".
001034 77  WS-DT-STATUS                  PIC X(02) VALUE "00".
001035 77  WS-WB-STATUS                  PIC X(02) VALUE "00".
001036 77  WS-ET-STATUS                  PIC X(02) VALUE "00".
001037 77  WS-TP-STATUS                  PIC X(02) VALUE "00".
001038 77  WS-SL-STATUS                  PIC X(02) VALUE "00".
001039 77  WS-TR-STATUS                  PIC X(02) VALUE "00".
001040 77  WS-WW-STATUS                  PIC X(02) VALUE "00".
001041 77  WS-DA-STATUS                  PIC X(02) VALUE "00".
001042*> THIS CHECK'S LEAVE BALANCES AFTER ACCRUAL AND USE, AND
001043*> THE VACATION A FINAL CHECK PAYS OUT
001044 77  WS-LEAVE-SWITCH               PIC X(01) VALUE "N".
001045     88  LEAVE-ON-FILE             VALUE "Y".
001046 77  WS-NEW-VAC-BALANCE            PIC 9(3)V99 VALUE ZERO.
001047 77  WS-NEW-SICK-BALANCE           PIC 9(3)V99 VALUE ZERO.
001048 77  WS-LEAVE-WORK                 PIC 9(4)V99 VALUE ZERO.
001049 77  WS-PAYOUT-HOURS               PIC 9(3)V99 VALUE ZERO.
001050 77  WS-PAYOUT-PAY                 PIC 9(5)V99 VALUE ZERO.
001051 77  WS-PAYOUT-GRAND-TOTAL         PIC 9(07)V99 VALUE ZERO.
001052     COPY RUNCHKP.
001053 77  WS-RUN-REFUSED-SWITCH         PIC X(01) VALUE "N".
001054     88  RUN-REFUSED               VALUE "Y".
001055 77  WS-RUN-STATUS                 PIC X(04) VALUE "OK".
001056*> NOT A CHECK DATE AND NOT OVERRIDDEN - NOTHING TO POST TONIGHT
001057 77  WS-RUN-IDLE-SWITCH            PIC X(01) VALUE "N".
001058     88  RUN-IDLE                  VALUE "Y".
001059*> T AT THE RUN-MODE PROMPT PREVIEWS THE RUN WITHOUT POSTING
001060 77  WS-RUN-MODE                   PIC X(01) VALUE SPACE.
001061     88  TRIAL-RUN                 VALUE "T", "t".
001062 77  WS-LOG-JOB-NAME               PIC X(08) VALUE "PAYREG  ".
001063 77  WS-ACH-COUNT                  PIC 9(07) VALUE ZERO.
001064 77  WS-PRENOTE-COUNT              PIC 9(07) VALUE ZERO.
001065 77  WS-ACH-NET-TOTAL              PIC 9(07)V99 VALUE ZERO.
001066 77  WS-PAY-METHOD                 PIC X(01) VALUE "C".
001067 77  WS-POSTED-SWITCH              PIC X(01) VALUE "N".
001068     88  ALREADY-POSTED            VALUE "Y".
001069 77  WS-SKIPPED-COUNT              PIC 9(05) COMP VALUE ZERO.
001070*> THE CLEAN HOURS FILE, LOADED WHOLE IN SSN ORDER (EACH SSN'S
001071*> DAYS IN THE ORDER THEY WERE WORKED) SO EVERY DAY ONE SSN
001072*> WORKED FOR THE CHECK DATE PAYS ON ONE CHECK
001073     COPY PAYTRN.
001074 77  WS-TRANS-COUNT                PIC 9(05) COMP VALUE ZERO.
001075 77  WS-TRANS-SUB                  PIC 9(05) COMP VALUE ZERO.
001076 77  WS-TRANS-ROOM-SWITCH          PIC X(01) VALUE "N".
001077     88  TRANS-ROOM-MADE           VALUE "Y".
001078 01  WS-TRANS-TABLE.
001079     05  WS-TRANS-ENTRY OCCURS 5000 TIMES.
001080         10  WS-TX-SSNUM           PIC 9(09).
001081         10  FILLER                PIC X(41).
001082         10  WS-TX-WORK-DATE       PIC X(08).
001083         10  FILLER                PIC X(01).
001084 77  WS-KEPT-COUNT                 PIC 9(05) VALUE ZERO.
001085*> THE CHECK BUILT UP ONE DAY AT A TIME - ITS HOURS AND PAY BY
001086*> SPLIT, THE LEAVE HOURS IT DRAWS, AND THE RATE LAST PAID
001087 77  WS-CHECK-SSNUM                PIC 9(09) VALUE ZERO.
001088 77  WS-CHECK-END-SWITCH           PIC X(01) VALUE "N".
001089     88  CHECK-COMPLETE            VALUE "Y".
001090 77  WS-CHECK-DAYS                 PIC 9(03) COMP VALUE ZERO.
001091 77  WS-CHECK-HOURS                PIC 9(03)V99 VALUE ZERO.
001092 77  WS-CHECK-RATE                 PIC 9(03)V99 VALUE ZERO.
001093 77  WS-CHECK-REG-HOURS            PIC 9(03)V99 VALUE ZERO.
001094 77  WS-CHECK-OT-HOURS             PIC 9(03)V99 VALUE ZERO.
001095 77  WS-CHECK-PREM-HOURS           PIC 9(03)V99 VALUE ZERO.
001096 77  WS-CHECK-VAC-HOURS            PIC 9(03)V99 VALUE ZERO.
001097 77  WS-CHECK-SICK-HOURS           PIC 9(03)V99 VALUE ZERO.
001098 77  WS-CHECK-REG-PAY              PIC 9(05)V99 VALUE ZERO.
001099 77  WS-CHECK-OT-PAY               PIC 9(05)V99 VALUE ZERO.
001100 77  WS-CHECK-PREM-PAY             PIC 9(05)V99 VALUE ZERO.
001101 77  WS-CHECK-GROSS                PIC 9(05)V99 VALUE ZERO.
001102 01  WS-RUN-START-STAMP.
001103     05  WS-RUN-START-DATE         PIC 9(8).
001104     05  WS-RUN-START-TIME         PIC 9(8).
001105 77  WS-EOF-SWITCH                PIC X(01) VALUE "N".
001110     88  END-OF-FILE              VALUE "Y".
001120 77  WS-RECORD-COUNT               PIC 9(05) COMP VALUE ZERO.
001130 77  WS-GROSS-PAY                  PIC 9(05)V99 VALUE ZERO.
001140 77  WS-REG-HOURS                  PIC 9(03)V99 VALUE ZERO.
001150 77  WS-OT-HOURS                   PIC 9(03)V99 VALUE ZERO.
001151 77  WS-PREM-HOURS                 PIC 9(03)V99 VALUE ZERO.
001152*> THE WORKWEEK OF THE DAY BEING SPLIT, ITS REGULAR HOURS
001153*> BEFORE THE DAY, AND THE TOTAL WITH IT; EVERY WEEK THE CHECK'S
001154*> DAYS FALL IN, WITH WHAT OTHER CHECKS ALREADY PAID IN IT AND
001155*> THIS CHECK'S SHARE; AND THE CHECK'S REGULAR HOURS IN ALL
001163 01  WS-WEEK-BEGIN                 PIC 9(08) VALUE ZEROS.
001164 77  WS-WEEK-PRIOR-HOURS           PIC 9(04)V99 VALUE ZERO.
001165 77  WS-WEEK-TO-DATE               PIC 9(04)V99 VALUE ZERO.
001166 77  WS-WEEK-FILED-HOURS           PIC 9(04)V99 VALUE ZERO.
001167 77  WS-CHECK-WEEK-HOURS           PIC 9(03)V99 VALUE ZERO.
001168 77  WS-WEEK-SCAN-SWITCH           PIC X(01) VALUE "N".
001169     88  WEEK-SCAN-DONE            VALUE "Y".
001170 77  WS-CW-COUNT                   PIC 9(02) COMP VALUE ZERO.
001171 77  WS-CW-SUB                     PIC 9(02) COMP VALUE ZERO.
001172 77  WS-WEEK-SUB                   PIC 9(02) COMP VALUE ZERO.
001173 01  WS-CHECK-WEEK-TABLE.
001174     05  WS-CHECK-WEEK-ENTRY OCCURS 10 TIMES.
001175         10  WS-CW-WEEK-BEGIN      PIC 9(08).
001176         10  WS-CW-FILED-HOURS     PIC 9(04)V99.
001177         10  WS-CW-CHECK-HOURS     PIC 9(04)V99.
001178 77  WS-REG-PAY                    PIC 9(05)V99 VALUE ZERO.
001180 77  WS-OT-PAY                     PIC 9(05)V99 VALUE ZERO.
001190 77  WS-PREM-PAY                   PIC 9(05)V99 VALUE ZERO.
001210 77  WS-NET-PAY                    PIC 9(05)V99 VALUE ZERO.
001220 77  WS-WITHHOLDING-AMT            PIC 9(05)V99 VALUE ZERO.
001230 77  WS-DED-AMOUNT                 PIC 9(05)V99 VALUE ZERO.
001300     05  WS-DED-PRINT-ENTRY OCCURS 5 TIMES.
001310         10  WS-DP-TYPE-CODE       PIC X(03).
001320         10  WS-DP-AMOUNT          PIC 9(05)V99.
001321*> DEDUCTION ARREARS: WHAT A SHORT CHECK COULD NOT TAKE AND WHAT
001322*> A LATER CHECK RECOVERS, WITH THE REGISTER LINES FOR BOTH
001323 77  WS-DED-WANTED                 PIC 9(05)V99 VALUE ZERO.
001324 77  WS-ARR-SHORT                  PIC 9(05)V99 VALUE ZERO.
001325 77  WS-ARR-TAKE                   PIC 9(06)V99 VALUE ZERO.
001326 77  WS-ARR-GOAL-ROOM              PIC 9(06)V99 VALUE ZERO.
001327 77  WS-ARR-SHORT-TOTAL            PIC 9(07)V99 VALUE ZERO.
001328 77  WS-ARR-RECOVERED-TOTAL        PIC 9(07)V99 VALUE ZERO.
001329 77  WS-ARR-FOUND-SWITCH           PIC X(01) VALUE "N".
001330     88  ARREARS-ON-FILE           VALUE "Y".
001331 77  WS-ARR-PRINT-COUNT            PIC 9(02) COMP VALUE ZERO.
001332 77  WS-ARR-SUB                    PIC 9(02) COMP VALUE ZERO.
001333 01  WS-ARR-PRINT-TABLE.
001334     05  WS-ARR-PRINT-ENTRY OCCURS 10 TIMES.
001335         10  WS-AP-LABEL           PIC X(10).
001336         10  WS-AP-TYPE-CODE       PIC X(03).
001337         10  WS-AP-AMOUNT          PIC 9(05)V99.
001338         10  WS-AP-BALANCE         PIC 9(06)V99.
001339 77  WS-GARN-EOF-SWITCH            PIC X(01) VALUE "N".
001340     88  END-OF-ORDERS             VALUE "Y".
001341 77  WS-DISPOSABLE                 PIC 9(05)V99 VALUE ZERO.
001342 77  WS-GARN-CAP                   PIC 9(05)V99 VALUE ZERO.
001343 77  WS-GARN-TAKE                  PIC 9(05)V99 VALUE ZERO.
001344 77  WS-GARN-REMAINING             PIC 9(07)V99 VALUE ZERO.
001345 77  WS-GARN-COUNT                 PIC 9 COMP VALUE ZERO.
001346 77  WS-GARN-SUB                   PIC 9 COMP VALUE ZERO.
001347 77  WS-GARN-BEST-SUB              PIC 9 COMP VALUE ZERO.
001348 77  WS-GARN-PRINT-COUNT           PIC 9 COMP VALUE ZERO.
001349 77  WS-GARN-GRAND-TOTAL           PIC 9(07)V99 VALUE ZERO.
001350 01  WS-GARN-ORDER-TABLE.
001351     05  WS-GARN-ORDER-ENTRY OCCURS 10 TIMES.
001352         10  WS-GT-CASE-NUMBER     PIC X(10).
001353         10  WS-GT-RECEIVED-DATE   PIC 9(08).
001354         10  WS-GT-DONE-FLAG       PIC X(01).
001355 01  WS-GARN-PRINT-TABLE.
001356     05  WS-GARN-PRINT-ENTRY OCCURS 10 TIMES.
001357         10  WS-GP-CASE-NUMBER     PIC X(10).
001358         10  WS-GP-AMOUNT          PIC 9(05)V99.
001359*> ACH-STYLE EXTRACT LAYOUT: D DETAILS (P IN THE PRENOTE
001360*> FLAG MEANS A ZERO-DOLLAR PRENOTE), T BALANCING TRAILER
001361 01  WS-ACH-DETAIL.
001362     05  FILLER                    PIC X(01) VALUE "D".
001370     05  WS-AD-SSNUM               PIC 9(09).
001380     05  WS-AD-ROUTING             PIC 9(09).
001390     05  WS-AD-ACCOUNT             PIC X(17).
001460     05  WS-AT-DETAIL-COUNT        PIC 9(07).
001470     05  WS-AT-ACH-NET-TOTAL       PIC 9(07)V99.
001480     05  WS-AT-REGISTER-NET        PIC 9(07)V99.
001485     05  WS-AT-CHECK-DATE          PIC 9(08).
001490     05  FILLER            PIC X(26) VALUE SPACES.
001500 77  WS-RUNNING-TOTAL              PIC 9(07)V99 VALUE ZERO.
001510 77  WS-GRAND-TOTAL                PIC 9(07)V99 VALUE ZERO.
001520 77  WS-REG-GRAND-TOTAL            PIC 9(07)V99 VALUE ZERO.
001530 77  WS-OT-GRAND-TOTAL             PIC 9(07)V99 VALUE ZERO.
001540 77  WS-PREM-GRAND-TOTAL           PIC 9(07)V99 VALUE ZERO.
001541     COPY WTHCPRM.
001542     COPY TAXPARM.
001543*> THIS CHECK'S EMPLOYEE SOC SEC PLUS MEDICARE, AND THE RUN'S
001544*> EMPLOYEE AND EMPLOYER PAYROLL-TAX TOTALS
001545 77  WS-FICA-AMT                   PIC 9(05)V99 VALUE ZERO.
001546 77  WS-FICA-GRAND-TOTAL           PIC 9(07)V99 VALUE ZERO.
001547 77  WS-ER-FICA-GRAND-TOTAL        PIC 9(07)V99 VALUE ZERO.
001548 77  WS-FUTA-GRAND-TOTAL           PIC 9(07)V99 VALUE ZERO.
001549 77  WS-SUTA-GRAND-TOTAL           PIC 9(07)V99 VALUE ZERO.
001550 77  WS-WTH-GRAND-TOTAL            PIC 9(07)V99 VALUE ZERO.
001551 77  WS-EXCEPTION-COUNT            PIC 9(05) COMP VALUE ZERO.
001552 77  WS-GROSS-GRAND-TOTAL          PIC 9(07)V99 VALUE ZERO.
001553*> THE PAPER-CHECK SIDE OF THE NET AND THE DEDUCTIONS TAKEN BY
001554*> TYPE CODE - THE CASH-REQUIREMENTS SUMMARY'S LINES
001555 77  WS-PAPER-COUNT                PIC 9(07) VALUE ZERO.
001556 77  WS-PAPER-TOTAL                PIC 9(07)V99 VALUE ZERO.
001557 77  WS-CASH-TAX-TOTAL             PIC 9(07)V99 VALUE ZERO.
001558 77  WS-CASH-REQUIRED              PIC 9(08)V99 VALUE ZERO.
001559 77  WS-DED-TYPE-COUNT             PIC 9(03) COMP VALUE ZERO.
001560 77  WS-DED-TYPE-SUB               PIC 9(03) COMP VALUE ZERO.
001561 77  WS-DED-TYPE-FOUND             PIC 9(03) COMP VALUE ZERO.
001562 01  WS-DED-TYPE-TABLE.
001563     05  WS-DED-TYPE-ENTRY OCCURS 50 TIMES.
001564         10  WS-DX-TYPE-CODE       PIC X(03).
001565         10  WS-DX-COUNT           PIC 9(05) COMP.
001566         10  WS-DX-AMOUNT          PIC 9(07)V99.
001567*> A TRIAL WRITES NO HISTORY, SO IT REMEMBERS THE SSNS IT HAS
001568*> PREVIEWED - A SECOND TRANSACTION FOR ONE IS SKIPPED THE WAY
001569*> THE HISTORY READ SKIPS IT ON THE REAL RUN
001570 77  WS-PREVIEW-COUNT              PIC 9(05) COMP VALUE ZERO.
001571 77  WS-PREVIEW-SUB                PIC 9(05) COMP VALUE ZERO.
001572 01  WS-PREVIEW-TABLE.
001573     05  WS-PV-SSNUM               PIC 9(09) OCCURS 5000 TIMES.

001574 01  WS-DETAIL-LINE.
001575     05  FILLER                    PIC X(02) VALUE SPACES.
001576     05  DL-CUST-NAME              PIC X(20).
001580     05  FILLER                    PIC X(02) VALUE SPACES.
001590     05  DL-RATE                   PIC ZZ9.99.
001600     05  FILLER                    PIC X(02) VALUE SPACES.
001630     05  DL-OT-HOURS               PIC ZZ9.99.
001640     05  FILLER                    PIC X(02) VALUE SPACES.
001650     05  DL-PREM-HOURS             PIC ZZ9.99.
001651     05  FILLER                    PIC X(02) VALUE SPACES.
001652     05  DL-WTD-HOURS              PIC ZZ9.99.
001660     05  FILLER                    PIC X(02) VALUE SPACES.
001670     05  DL-REG-PAY                PIC ZZ,ZZ9.99.
001680     05  FILLER                    PIC X(02) VALUE SPACES.
001820     05  FILLER            PIC X(08) VALUE "REG HR".
001830     05  FILLER            PIC X(08) VALUE "OT  HR".
001840     05  FILLER            PIC X(08) VALUE "PRM HR".
001841     05  FILLER            PIC X(08) VALUE "WTD HR".
001850     05  FILLER            PIC X(11) VALUE "REG PAY".
001860     05  FILLER            PIC X(11) VALUE "OT  PAY".
001870     05  FILLER            PIC X(11) VALUE "PRM PAY".

001910 01  WS-HEADING-LINE-1             PIC X(30)
001920         VALUE "DAILY PAYROLL REGISTER".
001921 01  WS-TRIAL-HEADING-LINE         PIC X(50)
001922         VALUE "TRIAL PAYROLL REGISTER - PREVIEW, NOT POSTED".
001923 01  WS-CHECK-DATE-LINE.
001924     05  FILLER                    PIC X(12)
001925         VALUE "CHECK DATE: ".
001926     05  CHL-CHECK-DATE            PIC 9(08).
001927     05  FILLER                    PIC X(09) VALUE "  PERIOD ".
001928     05  CHL-PERIOD-NUMBER         PIC Z9.
001929     05  FILLER                    PIC X(02) VALUE SPACES.
001930     05  CHL-PERIOD-BEGIN          PIC 9(08).
001931     05  FILLER                    PIC X(06) VALUE " THRU ".
001932     05  CHL-PERIOD-END            PIC 9(08).
001933 01  WS-OVERRIDE-LINE.
001934     05  FILLER                    PIC X(40)
001935         VALUE "OFF-CALENDAR RUN - OVERRIDE SIGNED ON BY".
001936     05  FILLER                    PIC X(01) VALUE SPACES.
001937     05  OCL-OPERATOR-ID           PIC X(08).

001938 01  WS-TOTAL-LINE.
001940     05  FILLER                    PIC X(22) VALUE "GRAND TOTAL:".
001950     05  TL-GRAND-TOTAL            PIC ZZZ,ZZ9.99.
001951 01  WS-ALREADY-POSTED-LINE.
001953     05  APL-CUST-NAME             PIC X(20).
001954     05  FILLER            PIC X(42) VALUE
001955         "  ** ALREADY POSTED THIS DATE - SKIPPED **".
001956 01  WS-WRONG-DATE-LINE.
001957     05  FILLER                    PIC X(02) VALUE SPACES.
001958     05  WDL-CUST-NAME             PIC X(20).
001959     05  FILLER            PIC X(42) VALUE
001960         "  ** EDITED FOR ANOTHER CHECK - SKIPPED **".
001961 01  WS-GARNISH-LINE.
001962     05  FILLER                    PIC X(07) VALUE SPACES.
001963     05  FILLER                    PIC X(10)
001964         VALUE "GARNISH   ".
001965     05  GNL-CASE-NUMBER           PIC X(10).
001966     05  FILLER                    PIC X(02) VALUE SPACES.
001967     05  GNL-AMOUNT                PIC ZZ,ZZ9.99.
001968 01  WS-DEDUCTION-LINE.
001970     05  FILLER                    PIC X(07) VALUE SPACES.
001980     05  FILLER                    PIC X(10)
001990         VALUE "DEDUCTION ".
002000     05  DDL-TYPE-CODE             PIC X(03).
002010     05  FILLER                    PIC X(02) VALUE SPACES.
002020     05  DDL-AMOUNT                PIC ZZ,ZZ9.99.
002021 01  WS-ARREARS-LINE.
002022     05  FILLER                    PIC X(07) VALUE SPACES.
002023     05  ARL-LABEL                 PIC X(10).
002024     05  ARL-TYPE-CODE             PIC X(03).
002025     05  FILLER                    PIC X(02) VALUE SPACES.
002026     05  ARL-AMOUNT                PIC ZZ,ZZ9.99.
002027     05  FILLER                    PIC X(16)
002028         VALUE "  ARREARS OWED ".
002029     05  ARL-BALANCE               PIC ZZZ,ZZ9.99.
002030 01  WS-FICA-LINE.
002031     05  FILLER                    PIC X(07) VALUE SPACES.
002032     05  FILLER                    PIC X(10)
002033         VALUE "SOC SEC   ".
002034     05  FCL-SOC-SEC               PIC ZZ,ZZ9.99.
002035     05  FILLER                    PIC X(02) VALUE SPACES.
002036     05  FILLER                    PIC X(10)
002037         VALUE "MEDICARE  ".
002038     05  FCL-MEDICARE              PIC ZZ,ZZ9.99.
002039 01  WS-PAYOUT-LINE.
002040     05  FILLER                    PIC X(07) VALUE SPACES.
002041     05  FILLER                    PIC X(10)
002042         VALUE "VAC PAYOUT".
002043     05  PYL-HOURS                 PIC ZZ9.99.
002044     05  FILLER                    PIC X(08) VALUE " HRS AT ".
002045     05  PYL-RATE                  PIC ZZ9.99.
002046     05  FILLER                    PIC X(02) VALUE SPACES.
002047     05  PYL-AMOUNT                PIC ZZ,ZZ9.99.
002048*> THE TAX-PROFILE EXCEPTIONS LIST: CUSTOMERS WITHHELD ON THE
002049*> SINGLE/ZERO DEFAULT, AND EXEMPT CLAIMS THAT HAVE RUN OUT
002050 01  WS-EXCEPTION-HEADING.
002051     05  FILLER                    PIC X(40)
002052         VALUE "PAYREG TAX-PROFILE EXCEPTIONS".
002053 01  WS-EXCEPTION-COLUMNS.
002054     05  FILLER                    PIC X(11) VALUE "SSN".
002055     05  FILLER                    PIC X(22) VALUE "CUSTOMER".
002056     05  FILLER                    PIC X(09) VALUE "EXCEPTION".
002057 01  WS-EXCEPTION-LINE.
002058     05  XL-SSNUM                  PIC 9(09).
002059     05  FILLER                    PIC X(02) VALUE SPACES.
002060     05  XL-CUST-NAME              PIC X(20).
002061     05  FILLER                    PIC X(02) VALUE SPACES.
002062     05  XL-REASON                 PIC X(47).
002063 01  WS-EXCEPTION-COUNT-LINE.
002064     05  FILLER                    PIC X(22)
002065         VALUE "EXCEPTIONS LISTED:".
002066     05  XC-COUNT                  PIC ZZ,ZZ9.

002067 01  WS-CATEGORY-TOTAL-LINE.
002068     05  CT-LABEL                  PIC X(22).
002069     05  CT-TOTAL                  PIC ZZZ,ZZ9.99.
002070*> THE CASH-REQUIREMENTS SUMMARY A TRIAL PRINTS FOR TREASURY
002071 01  WS-CASH-HEADING               PIC X(50)
002072         VALUE "CASH REQUIREMENTS SUMMARY - TRIAL PAYROLL".
002073 01  WS-CASH-SECTION-LINE.
002074     05  CQS-TEXT                  PIC X(50).
002075 01  WS-CASH-LINE.
002076     05  FILLER                    PIC X(04) VALUE SPACES.
002077     05  CQL-LABEL                 PIC X(30).
002078     05  CQL-COUNT                 PIC ZZZ,ZZ9 BLANK WHEN ZERO.
002079     05  FILLER                    PIC X(04) VALUE SPACES.
002080     05  CQL-AMOUNT                PIC ZZ,ZZZ,ZZ9.99.

002081 01  WS-RUN-DATE.
002082     05  WS-RUN-YYYY               PIC 9(4).
002083     05  WS-RUN-MM                 PIC 99.
002090     05  WS-RUN-DD                 PIC 99.
002100 01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE
002110                                   PIC 9(8).
002111*> THE SCHEDULED CHECK DATE THIS RUN POSTS UNDER - THE RUN
002112*> DATE ON A CALENDAR CHECK DATE, OR THE DATE A SUPERVISOR
002113*> OVERRIDE NAMED
002114 77  WS-CHECK-DATE                 PIC 9(08) VALUE ZERO.
002115 77  WS-OVERRIDE-ANSWER            PIC X(01) VALUE "N".
002116     88  OVERRIDE-REQUESTED        VALUE "Y", "y".
002117 77  WS-OVERRIDE-SWITCH            PIC X(01) VALUE "N".
002118     88  OFF-CALENDAR-OVERRIDE     VALUE "Y".
002119 01  WS-OVERRIDE-DATE.
002120     05  WS-OD-YYYY                PIC 9(04).
002121     05  WS-OD-MMDD                PIC 9(04).
002122 01  WS-OVERRIDE-DATE-N REDEFINES WS-OVERRIDE-DATE
002123                                   PIC 9(08).
002124     COPY CALPARM.
002125     COPY RATEPRM.
002126     COPY LVPPRM.
002127     COPY SIGNPRM.

002128 PROCEDURE DIVISION.
002130 0000-MAINLINE.
002131     PERFORM 0500-CHECK-PREREQS THRU 0500-EXIT
002132     IF RUN-REFUSED
002135         MOVE 8 TO RETURN-CODE
002136         GOBACK
002137     END-IF
002138*> THE NIGHT'S EXTRACT GENERATION IS LEFT EMPTY, NOT UNWRITTEN
002139     IF RUN-IDLE
002140         OPEN OUTPUT ACH-EXTRACT
002141         CLOSE ACH-EXTRACT
002142         MOVE "IDLE" TO WS-RUN-STATUS
002143         PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT
002144         MOVE 4 TO RETURN-CODE
002145         GOBACK
002146     END-IF
002147     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002150     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
002160         UNTIL END-OF-FILE
002170     PERFORM 3000-FINISH THRU 3000-EXIT
002182*----------------------------------------------------------
002183* MONEY MUST NOT MOVE UNLESS TODAY'S EDIT RAN CLEAN AND
002184* TODAY'S SNAPSHOT WAS CUT - THE REFUSAL LOGS FAIL SO THE
002185* JOB STREAM AND THE MORNING OPSRPT BOTH SEE IT.  A NIGHT
002186* THAT IS NOT A CHECK DATE GOES NO FURTHER THAN THE CALENDAR
002187*----------------------------------------------------------
002188 0500-CHECK-PREREQS.
002189     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
002190     ACCEPT WS-RUN-START-TIME FROM TIME
002191     DISPLAY "RUN MODE - T FOR A TRIAL PREVIEW, BLANK TO POST: "
002192         WITH NO ADVANCING
002193     MOVE SPACE TO WS-RUN-MODE
002194     ACCEPT WS-RUN-MODE
002195     IF TRIAL-RUN
002196         MOVE "PAYTRIAL" TO WS-LOG-JOB-NAME
002197         DISPLAY "PAYREG: TRIAL RUN - NOTHING WILL BE POSTED"
002198     END-IF
002199     MOVE WS-RUN-START-DATE TO PR-RUN-DATE
002200     MOVE "PAYEDIT " TO PR-PREREQ-JOB
002201     CALL "RUNCHK" USING RUNCHK-PARMS
002202     IF NOT PR-PREREQ-MET
002203         DISPLAY "PAYREG: PAYEDIT HAS NOT COMPLETED CLEAN "
002204             "TODAY - RUN REFUSED"
002205         SET RUN-REFUSED TO TRUE
002206     END-IF
002207*> A TRIAL POSTS NOTHING, SO IT NEEDS NO SNAPSHOT BEHIND IT
002208     MOVE "PAYSNAP " TO PR-PREREQ-JOB
002209     CALL "RUNCHK" USING RUNCHK-PARMS
002210     IF NOT PR-PREREQ-MET AND NOT TRIAL-RUN
002211         DISPLAY "PAYREG: TODAY'S PAYSNAP SNAPSHOT IS NOT "
002212             "ON THE RUN LOG - RUN REFUSED"
002213         SET RUN-REFUSED TO TRUE
002214     END-IF
002215*> THE CLEAN FILE IS LOADED BEFORE THE CHECK DATE IS SET - A
002216*> TRIAL TAKES ITS CHECK DATE FROM IT
002217     IF NOT RUN-REFUSED
002218         PERFORM 0700-LOAD-TRANSACTIONS THRU 0700-EXIT
002219     END-IF
002220     MOVE WS-RUN-START-DATE TO WS-CHECK-DATE
002221     IF NOT RUN-REFUSED
002222         IF TRIAL-RUN
002223             PERFORM 0650-TRIAL-CHECK-DATE THRU 0650-EXIT
002224         ELSE
002225             PERFORM 0600-SET-CHECK-DATE THRU 0600-EXIT
002226         END-IF
002227     END-IF
002228     IF RUN-IDLE
002229         GO TO 0500-EXIT
002230     END-IF
002231*> NO SOC SEC/MEDICARE/FUTA/SUTA RATE SET FOR THE YEAR MEANS
002232*> NO CHECK CAN BE TAXED - REFUSE RATHER THAN PAY UNTAXED -
002233*> THE CHECK DATE'S YEAR IS THE TAX YEAR
002234     MOVE WS-CHECK-DATE TO WS-RUN-DATE
002235     MOVE WS-RUN-YYYY TO TC-TAX-YEAR
002236     MOVE ZERO TO TC-GROSS TC-SS-WAGES-YTD TC-MED-WAGES-YTD
002237         TC-FUTA-WAGES-YTD TC-SUTA-WAGES-YTD
002238     CALL "TAXCALC" USING PAYROLL-TAX-PARMS
002239     IF NOT TC-RATES-FOUND
002240         DISPLAY "PAYREG: NO PAYROLL TAX RATE SET ON ERTAXRT "
002241             "FOR " WS-RUN-YYYY " - RUN REFUSED"
002242         SET RUN-REFUSED TO TRUE
002243     ELSE
002244         IF TC-SET-YEAR NOT = WS-RUN-YYYY
002245             DISPLAY "PAYREG: WARNING - " WS-RUN-YYYY
002246                 " TAXED AT THE " TC-SET-YEAR " RATE SET - "
002247                 "RUN TAXMNT"
002248         END-IF
002249     END-IF.
002250 0500-EXIT.
002251     EXIT.
002252
002253*----------------------------------------------------------
002254* THE PAYROLL CALENDAR SAYS WHEN CHECKS ARE DUE.  A RUN ON A
002255* SCHEDULED CHECK DATE POSTS UNDER IT.  A RUN ON ANY OTHER
002256* DAY POSTS NOTHING (IDLE - THE HOURS WAIT ON THE CLEAN FILE
002257* FOR THEIR CHECK DATE) UNLESS A SUPERVISOR SIGNS ON AND
002258* OVERRIDES IT, NAMING THE CHECK DATE TO POST UNDER - THE ONE
002259* PAYEDIT STAMPED ON THE HOURS (THE LAST ONE SCHEDULED BEFORE
002260* TODAY WHEN THEY CARRY NONE) UNLESS ANOTHER IS KEYED, BUT
002261* ALWAYS A CHECK DATE ON THE CALENDAR.  AN OVERRIDE ASKED FOR
002262* BUT NOT GRANTED REFUSES THE RUN.  THE OVERRIDE, GRANTED OR
002263* DENIED, GOES ON THE SECURITY LOG.  WITH NO CALENDAR ON
002264* FILE THE RUN DATE STANDS, WITH A WARNING
002265*----------------------------------------------------------
002266 0600-SET-CHECK-DATE.
002267     MOVE "D" TO CK-FUNCTION
002268     MOVE WS-RUN-START-DATE TO CK-DATE
002269     CALL "CALLOOK" USING CALENDAR-LOOKUP-PARMS
002270     IF CK-NO-CALENDAR
002271         DISPLAY "PAYREG: WARNING - NO PAYROLL CALENDAR ON FILE, "
002272             "RUN DATE USED AS THE CHECK DATE"
002273         GO TO 0600-EXIT
002274     END-IF
002275     IF CK-IS-CHECK-DATE
002276         GO TO 0600-EXIT
002277     END-IF
002278     DISPLAY "PAYREG: " WS-RUN-START-DATE
002279         " IS NOT A SCHEDULED CHECK DATE"
002280     DISPLAY "SUPERVISOR OVERRIDE TO RUN OFF-CALENDAR (Y/N)? "
002281         WITH NO ADVANCING
002282     MOVE "N" TO WS-OVERRIDE-ANSWER
002283     ACCEPT WS-OVERRIDE-ANSWER
002284     IF NOT OVERRIDE-REQUESTED
002285         DISPLAY "PAYREG: NOT A CHECK DATE AND NOT OVERRIDDEN - "
002286             "NOTHING POSTED"
002287         SET RUN-IDLE TO TRUE
002288         GO TO 0600-EXIT
002289     END-IF
002290     CALL "SIGNON" USING SIGNON-PARMS
002291     IF NOT SO-SIGNED-ON
002292         DISPLAY "PAYREG: SIGN-ON FAILED - RUN REFUSED"
002293         SET RUN-REFUSED TO TRUE
002294         GO TO 0600-EXIT
002295     END-IF
002296     IF SO-AUTH-LEVEL < 2
002297         DISPLAY "PAYREG: OVERRIDE NEEDS SUPERVISOR AUTHORITY - "
002298             "RUN REFUSED"
002299         MOVE "DENIED" TO SL-DISPOSITION
002300         PERFORM 0690-LOG-OVERRIDE THRU 0690-EXIT
002301         SET RUN-REFUSED TO TRUE
002302         GO TO 0600-EXIT
002303     END-IF
002304     MOVE ZERO TO WS-CHECK-DATE
002305     IF WS-TRANS-COUNT > ZERO
002306         MOVE WS-TRANS-ENTRY (1) TO PAYROLL-TRANS-RECORD
002307         IF PT-CHECK-DATE NUMERIC
002308             MOVE PT-CHECK-DATE TO WS-CHECK-DATE
002309         END-IF
002310     END-IF
002311     IF WS-CHECK-DATE = ZERO
002312         MOVE "L" TO CK-FUNCTION
002313         CALL "CALLOOK" USING CALENDAR-LOOKUP-PARMS
002314         IF CK-DATE-FOUND
002315             MOVE CK-RESULT-DATE TO WS-CHECK-DATE
002316         END-IF
002317     END-IF
002318     DISPLAY "CHECK DATE TO POST UNDER (YYYYMMDD, BLANK FOR "
002319         WS-CHECK-DATE "): " WITH NO ADVANCING
002320     MOVE SPACES TO WS-OVERRIDE-DATE
002321     ACCEPT WS-OVERRIDE-DATE
002322     IF WS-OVERRIDE-DATE NUMERIC
002323             AND WS-OVERRIDE-DATE-N NOT = ZERO
002324         MOVE WS-OVERRIDE-DATE-N TO WS-CHECK-DATE
002325     END-IF
002326     MOVE "D" TO CK-FUNCTION
002327     MOVE WS-CHECK-DATE TO CK-DATE
002328     CALL "CALLOOK" USING CALENDAR-LOOKUP-PARMS
002329     IF NOT CK-IS-CHECK-DATE
002330         DISPLAY "PAYREG: " WS-CHECK-DATE " IS NOT A CHECK DATE "
002331             "ON THE CALENDAR - RUN REFUSED"
002332         MOVE "DENIED" TO SL-DISPOSITION
002333         PERFORM 0690-LOG-OVERRIDE THRU 0690-EXIT
002334         SET RUN-REFUSED TO TRUE
002335         GO TO 0600-EXIT
002336     END-IF
002337     SET OFF-CALENDAR-OVERRIDE TO TRUE
002338     MOVE "GRANTED" TO SL-DISPOSITION
002339     PERFORM 0690-LOG-OVERRIDE THRU 0690-EXIT
002340     DISPLAY "PAYREG: OFF-CALENDAR RUN OVERRIDDEN BY "
002341         SO-OPERATOR-ID " - POSTING UNDER " WS-CHECK-DATE.
002342 0600-EXIT.
002343     EXIT.
002344
002345*----------------------------------------------------------
002346* A TRIAL PREVIEWS THE CHECK DATE PAYEDIT EDITED THE HOURS
002347* FOR - THE DATE STAMPED ON THE CLEAN TRANSACTIONS - SO IT
002348* CAN RUN AHEAD OF THE CHECK DATE WITH NO OVERRIDE, SINCE NO
002349* MONEY MOVES.  AN EMPTY OR UNSTAMPED FILE PREVIEWS THE RUN
002350* DATE.  A DATE OFF THE CALENDAR IS WARNED ABOUT, SINCE THE
002351* REAL RUN WILL NEED A SUPERVISOR TO OVERRIDE IT
002352*----------------------------------------------------------
002353 0650-TRIAL-CHECK-DATE.
002354     PERFORM 8000-READ-TRANS THRU 8000-EXIT
002355     IF NOT END-OF-FILE
002356         IF PT-CHECK-DATE NUMERIC
002357                 AND PT-CHECK-DATE NOT = ZERO
002358             MOVE PT-CHECK-DATE TO WS-CHECK-DATE
002359         END-IF
002360     END-IF
002361     MOVE ZERO TO WS-TRANS-SUB
002362     MOVE "N" TO WS-EOF-SWITCH
002363     MOVE "D" TO CK-FUNCTION
002364     MOVE WS-CHECK-DATE TO CK-DATE
002365     CALL "CALLOOK" USING CALENDAR-LOOKUP-PARMS
002366     IF NOT CK-IS-CHECK-DATE AND NOT CK-NO-CALENDAR
002367         DISPLAY "PAYREG: WARNING - " WS-CHECK-DATE
002368             " IS NOT A SCHEDULED CHECK DATE - THE REAL RUN "
002369             "NEEDS A SUPERVISOR OVERRIDE"
002370     END-IF
002371     DISPLAY "PAYREG: TRIAL PREVIEWS CHECK DATE " WS-CHECK-DATE.
002372 0650-EXIT.
002373     EXIT.
002374
002375*----------------------------------------------------------
002376* APPEND THE OVERRIDE TO THE SECURITY LOG - SL-DISPOSITION
002377* IS ALREADY SET BY THE CALLER
002378*----------------------------------------------------------
002379 0690-LOG-OVERRIDE.
002380     OPEN EXTEND SECURITY-LOG
002381     IF WS-SL-STATUS = "35"
002382         OPEN OUTPUT SECURITY-LOG
002383         CLOSE SECURITY-LOG
002384         OPEN EXTEND SECURITY-LOG
002385     END-IF
002386     MOVE SO-OPERATOR-ID TO SL-OPERATOR-ID
002387     MOVE "PAYREG" TO SL-PROGRAM
002388     MOVE "OFFCAL RUN" TO SL-FUNCTION
002389     ACCEPT SL-TS-DATE FROM DATE YYYYMMDD
002390     ACCEPT SL-TS-TIME FROM TIME
002391     MOVE SPACES TO SL-OTHER-OPERATOR
002392     MOVE SPACES TO SL-FILLER
002393     WRITE SECURITY-LOG-RECORD
002394     CLOSE SECURITY-LOG.
002395 0690-EXIT.
002396     EXIT.
002397
002398*----------------------------------------------------------
002399* THE CLEAN FILE HOLDS ONE TRANSACTION PER DAY WORKED, IN THE
002400* ORDER THE DAYS WERE KEYED.  LOAD IT WHOLE, IN SSN ORDER WITH
002401* EACH SSN'S DAYS IN WORK-DATE ORDER, SO ALL OF ONE CUSTOMER'S
002402* DAYS COME TOGETHER ONTO ONE CHECK AND EACH WEEK'S SPLIT IN
002403* THE ORDER THEY WERE WORKED.  A FILE LARGER THAN THE TABLE
002404* REFUSES THE RUN BEFORE ANY MONEY MOVES
002405*----------------------------------------------------------
002406 0700-LOAD-TRANSACTIONS.
002407     MOVE ZERO TO WS-TRANS-COUNT
002408     OPEN INPUT HOURS-TRANS
002409     PERFORM 0710-LOAD-ONE-TRANS THRU 0710-EXIT
002410         UNTIL END-OF-FILE OR RUN-REFUSED
002411     CLOSE HOURS-TRANS
002412     MOVE "N" TO WS-EOF-SWITCH
002413     MOVE ZERO TO WS-TRANS-SUB.
002414 0700-EXIT.
002415     EXIT.
002416
002417 0710-LOAD-ONE-TRANS.
002418     READ HOURS-TRANS INTO PAYROLL-TRANS-RECORD
002419         AT END
002420             SET END-OF-FILE TO TRUE
002421             GO TO 0710-EXIT
002422     END-READ
002423     IF WS-TRANS-COUNT NOT < 5000
002424         DISPLAY "PAYREG: MORE THAN 5000 CLEAN TRANSACTIONS - "
002425             "RUN REFUSED"
002426         SET RUN-REFUSED TO TRUE
002427         GO TO 0710-EXIT
002428     END-IF
002429     ADD 1 TO WS-TRANS-COUNT
002430     MOVE WS-TRANS-COUNT TO WS-TRANS-SUB
002431     MOVE "N" TO WS-TRANS-ROOM-SWITCH
002432     PERFORM 0720-MAKE-ROOM THRU 0720-EXIT
002433         UNTIL WS-TRANS-SUB = 1 OR TRANS-ROOM-MADE
002434     MOVE PAYROLL-TRANS-RECORD TO WS-TRANS-ENTRY (WS-TRANS-SUB).
002435 0710-EXIT.
002436     EXIT.
002437
002438*----------------------------------------------------------
002439* SLIDE EVERY ENTRY FOR A HIGHER SSN, OR THE SAME SSN AND A
002440* LATER WORK DATE, UP ONE TO OPEN THE SLOT - THE SAME SSN AND
002441* DAY STAYS AHEAD, SO A DAY'S HOURS KEEP THEIR KEYED ORDER
002442*----------------------------------------------------------
002443 0720-MAKE-ROOM.
002444     IF WS-TX-SSNUM (WS-TRANS-SUB - 1) < PT-SSNUM
002445         SET TRANS-ROOM-MADE TO TRUE
002446         GO TO 0720-EXIT
002447     END-IF
002448     IF WS-TX-SSNUM (WS-TRANS-SUB - 1) = PT-SSNUM
002449             AND WS-TX-WORK-DATE (WS-TRANS-SUB - 1)
002450                 NOT > PT-WORK-DATE
002451         SET TRANS-ROOM-MADE TO TRUE
002452         GO TO 0720-EXIT
002453     END-IF
002454     MOVE WS-TRANS-ENTRY (WS-TRANS-SUB - 1)
002455         TO WS-TRANS-ENTRY (WS-TRANS-SUB)
002456     SUBTRACT 1 FROM WS-TRANS-SUB.
002457 0720-EXIT.
002458     EXIT.

002459*----------------------------------------------------------
002460* OPEN FILES, PRINT HEADER, PRIME THE READ
002461*----------------------------------------------------------
002462 1000-INITIALIZE.
002463     MOVE WS-CHECK-DATE TO WS-RUN-DATE
002464     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
002465     ACCEPT WS-RUN-START-TIME FROM TIME
002466     OPEN OUTPUT PAYROLL-REGISTER
002467     IF TRIAL-RUN
002468         PERFORM 1050-OPEN-MASTERS-TO-READ THRU 1050-EXIT
002469     ELSE
002470         PERFORM 1040-OPEN-MASTERS-TO-POST THRU 1040-EXIT
002471         PERFORM 1100-OPEN-POSTING-FILES THRU 1100-EXIT
002472     END-IF
002473     OPEN OUTPUT TAX-EXCEPTIONS
002474     WRITE TAX-EXCEPTION-LINE FROM WS-EXCEPTION-HEADING
002475     WRITE TAX-EXCEPTION-LINE FROM WS-EXCEPTION-COLUMNS
002476     IF TRIAL-RUN
002477         WRITE PAYROLL-REGISTER-LINE FROM WS-TRIAL-HEADING-LINE
002478     ELSE
002479         WRITE PAYROLL-REGISTER-LINE FROM WS-HEADING-LINE-1
002480     END-IF
002481     MOVE WS-RUN-DATE-N TO CHL-CHECK-DATE
002482     MOVE CK-PERIOD-NUMBER TO CHL-PERIOD-NUMBER
002483     MOVE CK-PERIOD-BEGIN TO CHL-PERIOD-BEGIN
002484     MOVE CK-PERIOD-END TO CHL-PERIOD-END
002485     WRITE PAYROLL-REGISTER-LINE FROM WS-CHECK-DATE-LINE
002486     IF OFF-CALENDAR-OVERRIDE
002487         MOVE SO-OPERATOR-ID TO OCL-OPERATOR-ID
002488         WRITE PAYROLL-REGISTER-LINE FROM WS-OVERRIDE-LINE
002489     END-IF
002490     WRITE PAYROLL-REGISTER-LINE FROM WS-COLUMN-LINE
002491     PERFORM 8000-READ-TRANS THRU 8000-EXIT.
002492 1000-EXIT.
002493     EXIT.
002494
002495*----------------------------------------------------------
002496* THE MASTERS A POSTING RUN UPDATES, OPENED I-O - ONE NOT YET
002497* ON FILE IS CREATED EMPTY
002498*----------------------------------------------------------
002499 1040-OPEN-MASTERS-TO-POST.
002500     OPEN I-O CUSTOMER-MASTER
002501     IF WS-CM-STATUS = "35"
002502         OPEN OUTPUT CUSTOMER-MASTER
002503         CLOSE CUSTOMER-MASTER
002504         OPEN I-O CUSTOMER-MASTER
002505     END-IF
002506     OPEN I-O PAY-HISTORY
002507     IF WS-PH-STATUS = "35"
002508         OPEN OUTPUT PAY-HISTORY
002509         CLOSE PAY-HISTORY
002510         OPEN I-O PAY-HISTORY
002511     END-IF
002512     OPEN I-O YTD-TOTALS
002513     IF WS-YT-STATUS = "35"
002514         OPEN OUTPUT YTD-TOTALS
002515         CLOSE YTD-TOTALS
002516         OPEN I-O YTD-TOTALS
002517     END-IF
002518     OPEN I-O DEDUCTION-MASTER
002519     IF WS-DD-STATUS = "35"
002520         OPEN OUTPUT DEDUCTION-MASTER
002521         CLOSE DEDUCTION-MASTER
002522         OPEN I-O DEDUCTION-MASTER
002530     END-IF
002540     OPEN I-O BANK-ACCOUNTS
002550     IF WS-BA-STATUS = "35"
002570         CLOSE BANK-ACCOUNTS
002580         OPEN I-O BANK-ACCOUNTS
002590     END-IF
002601     OPEN I-O GARNISH-ORDERS
002602     IF WS-GO-STATUS = "35"
002603         OPEN OUTPUT GARNISH-ORDERS
002604         CLOSE GARNISH-ORDERS
002605         OPEN I-O GARNISH-ORDERS
002606     END-IF
002613     OPEN I-O LEAVE-BALANCES
002614     IF WS-LB-STATUS = "35"
002615         OPEN OUTPUT LEAVE-BALANCES
002616         CLOSE LEAVE-BALANCES
002617         OPEN I-O LEAVE-BALANCES
002618     END-IF
002625     OPEN I-O WAGE-BASES
002626     IF WS-WB-STATUS = "35"
002627         OPEN OUTPUT WAGE-BASES
002628         CLOSE WAGE-BASES
002629         OPEN I-O WAGE-BASES
002630     END-IF
002631     OPEN I-O EMPLOYER-TAX-DETAIL
002632     IF WS-ET-STATUS = "35"
002633         OPEN OUTPUT EMPLOYER-TAX-DETAIL
002634         CLOSE EMPLOYER-TAX-DETAIL
002635         OPEN I-O EMPLOYER-TAX-DETAIL
002636     END-IF
002637     OPEN INPUT TAX-PROFILES
002638     IF WS-TP-STATUS = "35"
002639         OPEN OUTPUT TAX-PROFILES
002640         CLOSE TAX-PROFILES
002641         OPEN INPUT TAX-PROFILES
002642     END-IF
002643     OPEN I-O WORK-WEEKS
002644     IF WS-WW-STATUS = "35"
002645         OPEN OUTPUT WORK-WEEKS
002646         CLOSE WORK-WEEKS
002647         OPEN I-O WORK-WEEKS
002648     END-IF
002649     OPEN I-O DEDUCTION-ARREARS
002650     IF WS-DA-STATUS = "35"
002651         OPEN OUTPUT DEDUCTION-ARREARS
002652         CLOSE DEDUCTION-ARREARS
002653         OPEN I-O DEDUCTION-ARREARS
002654     END-IF.
002655 1040-EXIT.
002656     EXIT.
002657
002658*----------------------------------------------------------
002659* A TRIAL ONLY READS THE MASTERS.  ONE NOT YET ON FILE IS NOT
002660* CREATED - ITS STATUS STAYS 35, AND EVERY READ OF IT IS
002661* SKIPPED AND TAKEN AS NOT FOUND
002662*----------------------------------------------------------
002663 1050-OPEN-MASTERS-TO-READ.
002664     OPEN INPUT CUSTOMER-MASTER
002665     IF WS-CM-STATUS = "35"
002666         DISPLAY "PAYREG: CUSTMAS NOT ON FILE - THE TRIAL "
002667             "READS IT AS EMPTY"
002668     END-IF
002669     OPEN INPUT PAY-HISTORY
002670     IF WS-PH-STATUS = "35"
002671         DISPLAY "PAYREG: PAYHIST NOT ON FILE - THE TRIAL "
002672             "READS IT AS EMPTY"
002673     END-IF
002674     OPEN INPUT YTD-TOTALS
002675     IF WS-YT-STATUS = "35"
002676         DISPLAY "PAYREG: YTDTOTS NOT ON FILE - THE TRIAL "
002677             "READS IT AS EMPTY"
002678     END-IF
002679     OPEN INPUT DEDUCTION-MASTER
002680     IF WS-DD-STATUS = "35"
002681         DISPLAY "PAYREG: DEDMAS NOT ON FILE - THE TRIAL "
002682             "READS IT AS EMPTY"
002683     END-IF
002684     OPEN INPUT BANK-ACCOUNTS
002685     IF WS-BA-STATUS = "35"
002686         DISPLAY "PAYREG: BANKACCT NOT ON FILE - THE TRIAL "
002687             "READS IT AS EMPTY"
002688     END-IF
002689     OPEN INPUT GARNISH-ORDERS
002690     IF WS-GO-STATUS = "35"
002691         DISPLAY "PAYREG: GARNORD NOT ON FILE - THE TRIAL "
002692             "READS IT AS EMPTY"
002693     END-IF
002694     OPEN INPUT LEAVE-BALANCES
002695     IF WS-LB-STATUS = "35"
002696         DISPLAY "PAYREG: LEAVEBAL NOT ON FILE - THE TRIAL "
002697             "READS IT AS EMPTY"
002698     END-IF
002699     OPEN INPUT WAGE-BASES
002700     IF WS-WB-STATUS = "35"
002701         DISPLAY "PAYREG: WAGEBASE NOT ON FILE - THE TRIAL "
002702             "READS IT AS EMPTY"
002703     END-IF
002704     OPEN INPUT EMPLOYER-TAX-DETAIL
002705     IF WS-ET-STATUS = "35"
002706         DISPLAY "PAYREG: ETXDETL NOT ON FILE - THE TRIAL "
002707             "READS IT AS EMPTY"
002708     END-IF
002709     OPEN INPUT TAX-PROFILES
002710     IF WS-TP-STATUS = "35"
002711         DISPLAY "PAYREG: TAXPROF NOT ON FILE - THE TRIAL "
002712             "READS IT AS EMPTY"
002713     END-IF
002714     OPEN INPUT WORK-WEEKS
002715     IF WS-WW-STATUS = "35"
002716         DISPLAY "PAYREG: WRKWEEK NOT ON FILE - THE TRIAL "
002717             "READS IT AS EMPTY"
002718     END-IF
002719     OPEN INPUT DEDUCTION-ARREARS
002720     IF WS-DA-STATUS = "35"
002721         DISPLAY "PAYREG: DEDARR NOT ON FILE - THE TRIAL "
002722             "READS IT AS EMPTY"
002723     END-IF.
002724 1050-EXIT.
002725     EXIT.

002726*----------------------------------------------------------
002727* THE FILES ONLY A POSTING RUN WRITES - A TRIAL NEVER OPENS
002728* THEM, SO IT CANNOT TRUNCATE THE ACH EXTRACT OR ADD A DETAIL
002729*----------------------------------------------------------
002730 1100-OPEN-POSTING-FILES.
002731     OPEN OUTPUT ACH-EXTRACT
002732     OPEN EXTEND GARNISH-DETAIL
002733     IF WS-GD-STATUS = "35"
002734         OPEN OUTPUT GARNISH-DETAIL
002735         CLOSE GARNISH-DETAIL
002736         OPEN EXTEND GARNISH-DETAIL
002737     END-IF
002738     OPEN EXTEND DEDUCTION-DETAIL
002739     IF WS-DT-STATUS = "35"
002740         OPEN OUTPUT DEDUCTION-DETAIL
002741         CLOSE DEDUCTION-DETAIL
002742         OPEN EXTEND DEDUCTION-DETAIL
002743     END-IF.
002744 1100-EXIT.
002745     EXIT.

002746*----------------------------------------------------------
002747* COMPUTE GROSS AND NET PAY FOR ONE CUSTOMER, PRINT THE LINE
002748*----------------------------------------------------------
002749 2000-PROCESS-RECORD.
002750*> A CHECK ALREADY ON THE HISTORY FOR THIS SSN AND DATE
002751*> MEANS THE MONEY ALREADY MOVED - CATCH IT HERE, BEFORE
002752*> THE ACH DETAIL AND THE ACCUMULATORS, NOT AT THE WRITE
002753     MOVE "N" TO WS-POSTED-SWITCH
002754     MOVE PT-SSNUM TO PH-SSNUM
002755     MOVE WS-RUN-DATE TO PH-PAY-DATE
002756     MOVE ZERO TO PH-ADJ-SEQ
002757     IF WS-PH-STATUS NOT = "35"
002758         READ PAY-HISTORY
002759             INVALID KEY
002760                 CONTINUE
002761             NOT INVALID KEY
002762                 SET ALREADY-POSTED TO TRUE
002763         END-READ
002764     END-IF
002766     IF TRIAL-RUN AND NOT ALREADY-POSTED
002767         PERFORM 2010-FIND-PREVIEWED THRU 2010-EXIT
002768     END-IF
002770     IF ALREADY-POSTED
002775         ADD 1 TO WS-SKIPPED-COUNT
002780         MOVE PT-CUST-NAME TO APL-CUST-NAME
002790             FROM WS-ALREADY-POSTED-LINE
002795         DISPLAY "PAYREG: " PT-CUST-NAME " ALREADY POSTED "
002800             "FOR " WS-RUN-DATE " - TRANSACTION SKIPPED"
002801         PERFORM 2090-SKIP-CHECK THRU 2090-EXIT
002810         GO TO 2000-EXIT
002811     END-IF
002812*> EVERY DAY THIS SSN WORKED FOR THE CHECK DATE PAYS ON THIS ONE
002813*> CHECK, EACH DAY SPLIT IN TURN ON TOP OF THE DAYS BEFORE IT
002814     PERFORM 2020-START-CHECK THRU 2020-EXIT
002815     PERFORM 2030-ADD-DAY THRU 2030-EXIT
002816         UNTIL CHECK-COMPLETE
002817     IF WS-CHECK-DAYS = ZERO
002818         PERFORM 8000-READ-TRANS THRU 8000-EXIT
002819         GO TO 2000-EXIT
002820     END-IF
002821*> FROM HERE ON THE TRANSACTION AREA STANDS FOR THE WHOLE CHECK -
002822*> ALL OF ITS HOURS AT THE RATE LAST PAID
002823     MOVE WS-CHECK-HOURS TO PT-HOURS-WORKED
002824     MOVE WS-CHECK-RATE TO PT-PAY-RATE
002825     MOVE WS-CHECK-REG-HOURS TO WS-REG-HOURS
002826     MOVE WS-CHECK-OT-HOURS TO WS-OT-HOURS
002827     MOVE WS-CHECK-PREM-HOURS TO WS-PREM-HOURS
002828     MOVE WS-CHECK-REG-PAY TO WS-REG-PAY
002829     MOVE WS-CHECK-OT-PAY TO WS-OT-PAY
002830     MOVE WS-CHECK-PREM-PAY TO WS-PREM-PAY
002831     MOVE WS-CHECK-GROSS TO WS-GROSS-PAY
002832     PERFORM 2070-FIGURE-LEAVE THRU 2070-EXIT
002833     PERFORM 2100-LOOKUP-WITHHOLDING THRU 2100-EXIT
002837     PERFORM 2150-COMPUTE-PAYROLL-TAXES THRU 2150-EXIT
002838*> A FLAT ADDITIONAL AMOUNT CAN ONLY TAKE WHAT SOC SEC AND
002839*> MEDICARE LEAVE OF THE CHECK
002840     IF WS-WITHHOLDING-AMT + WS-FICA-AMT > WS-GROSS-PAY
002841         COMPUTE WS-WITHHOLDING-AMT = WS-GROSS-PAY - WS-FICA-AMT
002842     END-IF
002843     ADD WS-WITHHOLDING-AMT TO WS-WTH-GRAND-TOTAL
002844     COMPUTE WS-NET-PAY =
002845         WS-GROSS-PAY - WS-WITHHOLDING-AMT - WS-FICA-AMT
002850*> COURT ORDERS COME OFF THE CHECK BEFORE ANY VOLUNTARY
002855*> DEDUCTION, AGAINST DISPOSABLE EARNINGS AND UNDER THE CAP
002860     PERFORM 2650-APPLY-GARNISHMENTS THRU 2650-EXIT
002865     PERFORM 2600-APPLY-DEDUCTIONS THRU 2600-EXIT
002870     ADD WS-NET-PAY TO WS-RUNNING-TOTAL
002875     ADD WS-NET-PAY TO WS-GRAND-TOTAL
002876     ADD WS-GROSS-PAY TO WS-GROSS-GRAND-TOTAL
002880     ADD 1 TO WS-RECORD-COUNT
002885     MOVE PT-CUST-NAME TO DL-CUST-NAME
002890     MOVE PT-PAY-RATE TO DL-RATE
002895     MOVE WS-REG-HOURS TO DL-REG-HOURS
002900     MOVE WS-OT-HOURS TO DL-OT-HOURS
002905     MOVE WS-PREM-HOURS TO DL-PREM-HOURS
002906     MOVE WS-WEEK-TO-DATE TO DL-WTD-HOURS
002910     MOVE WS-REG-PAY TO DL-REG-PAY
002915     MOVE WS-OT-PAY TO DL-OT-PAY
002920     MOVE WS-PREM-PAY TO DL-PREM-PAY
002930     MOVE WS-NET-PAY TO DL-NET
002935     MOVE WS-RUNNING-TOTAL TO DL-RUNNING-TOTAL
002940     WRITE PAYROLL-REGISTER-LINE FROM WS-DETAIL-LINE
002941     IF WS-PAYOUT-PAY > ZERO
002942         MOVE WS-PAYOUT-HOURS TO PYL-HOURS
002943         MOVE PT-PAY-RATE TO PYL-RATE
002944         MOVE WS-PAYOUT-PAY TO PYL-AMOUNT
002945         WRITE PAYROLL-REGISTER-LINE FROM WS-PAYOUT-LINE
002946     END-IF
002947     IF WS-FICA-AMT > ZERO
002948         MOVE TC-EE-SS TO FCL-SOC-SEC
002949         MOVE TC-EE-MED TO FCL-MEDICARE
002950         WRITE PAYROLL-REGISTER-LINE FROM WS-FICA-LINE
002951     END-IF
002952     PERFORM 2710-PRINT-GARNISHMENT THRU 2710-EXIT
002953         VARYING WS-GARN-SUB FROM 1 BY 1
002955         UNTIL WS-GARN-SUB > WS-GARN-PRINT-COUNT
002960     PERFORM 2700-PRINT-DEDUCTION THRU 2700-EXIT
002965         VARYING WS-DED-SUB FROM 1 BY 1
002970         UNTIL WS-DED-SUB > WS-DED-PRINT-COUNT
002971     PERFORM 2720-PRINT-ARREARS THRU 2720-EXIT
002972         VARYING WS-ARR-SUB FROM 1 BY 1
002973         UNTIL WS-ARR-SUB > WS-ARR-PRINT-COUNT
002974*> A TRIAL SETTLES ACH OR PAPER THE SAME WAY BUT POSTS NOTHING
002975     IF TRIAL-RUN
002976         PERFORM 2800-WRITE-ACH-EXTRACT THRU 2800-EXIT
002977         PERFORM 2450-NOTE-PREVIEWED THRU 2450-EXIT
002978     ELSE
002979         PERFORM 2200-UPDATE-MASTER THRU 2200-EXIT
002980         PERFORM 2800-WRITE-ACH-EXTRACT THRU 2800-EXIT
002985         PERFORM 2400-WRITE-PAY-HISTORY THRU 2400-EXIT
002990         PERFORM 2500-ROLL-YTD-TOTALS THRU 2500-EXIT
002992         PERFORM 2550-POST-PAYROLL-TAXES THRU 2550-EXIT
002993         PERFORM 2060-POST-WORK-WEEK THRU 2060-EXIT
002995         PERFORM 2900-POST-LEAVE THRU 2900-EXIT
002996     END-IF
002997     IF WS-PAY-METHOD = "C"
002998         ADD 1 TO WS-PAPER-COUNT
002999         ADD WS-NET-PAY TO WS-PAPER-TOTAL
003000     END-IF
003001     PERFORM 8000-READ-TRANS THRU 8000-EXIT.
003005 2000-EXIT.
003010     EXIT.
003011
003012*----------------------------------------------------------
003013* A TRIAL WRITES NO HISTORY FOR THE READ ABOVE TO FIND - AN
003014* SSN ALREADY PREVIEWED THIS RUN COUNTS AS POSTED
003015*----------------------------------------------------------
003016 2010-FIND-PREVIEWED.
003017     PERFORM 2015-TEST-ONE-PREVIEWED THRU 2015-EXIT
003018         VARYING WS-PREVIEW-SUB FROM 1 BY 1
003019         UNTIL WS-PREVIEW-SUB > WS-PREVIEW-COUNT
003020             OR ALREADY-POSTED.
003021 2010-EXIT.
003022     EXIT.
003023
003024 2015-TEST-ONE-PREVIEWED.
003025     IF WS-PV-SSNUM (WS-PREVIEW-SUB) = PT-SSNUM
003026         SET ALREADY-POSTED TO TRUE
003027     END-IF.
003028 2015-EXIT.
003029     EXIT.
003030
003031*----------------------------------------------------------
003032* START A CHECK: CLEAR WHAT THE DAYS BUILD UP, THE WORKWEEKS
003033* AMONG THEM
003035*----------------------------------------------------------
003036 2020-START-CHECK.
003037     MOVE PT-SSNUM TO WS-CHECK-SSNUM
003038     MOVE "N" TO WS-CHECK-END-SWITCH
003039     MOVE ZERO TO WS-CHECK-DAYS
003040     MOVE ZERO TO WS-CHECK-HOURS
003041     MOVE ZERO TO WS-CHECK-RATE
003042     MOVE ZERO TO WS-CHECK-REG-HOURS
003043     MOVE ZERO TO WS-CHECK-OT-HOURS
003044     MOVE ZERO TO WS-CHECK-PREM-HOURS
003045     MOVE ZERO TO WS-CHECK-VAC-HOURS
003046     MOVE ZERO TO WS-CHECK-SICK-HOURS
003047     MOVE ZERO TO WS-CHECK-REG-PAY
003048     MOVE ZERO TO WS-CHECK-OT-PAY
003049     MOVE ZERO TO WS-CHECK-PREM-PAY
003050     MOVE ZERO TO WS-CHECK-GROSS
003051     MOVE ZERO TO WS-CHECK-WEEK-HOURS
003052     MOVE ZERO TO WS-CW-COUNT
003053     MOVE ZERO TO WS-WEEK-TO-DATE.
003054 2020-EXIT.
003055     EXIT.
003056
003057*----------------------------------------------------------
003058* ADD ONE DAY TO THE CHECK, THEN STEP TO THE NEXT DAY WHEN IT
003059* IS FOR THE SAME SSN - OTHERWISE THE CHECK IS COMPLETE AND
003060* THE DAY JUST ADDED STAYS IN THE TRANSACTION AREA
003061*----------------------------------------------------------
003062 2030-ADD-DAY.
003063*> HOURS PAYEDIT STAMPED FOR ANOTHER CHECK DATE DO NOT PAY
003064*> ON THIS ONE - A SUPERVISOR OVERRIDE PICKED A DATE THE
003065*> EDIT DID NOT RUN FOR
003066     IF PT-CHECK-DATE NUMERIC
003067             AND PT-CHECK-DATE NOT = ZERO
003068             AND PT-CHECK-DATE NOT = WS-RUN-DATE-N
003069         ADD 1 TO WS-SKIPPED-COUNT
003070         MOVE PT-CUST-NAME TO WDL-CUST-NAME
003071         WRITE PAYROLL-REGISTER-LINE FROM WS-WRONG-DATE-LINE
003072         DISPLAY "PAYREG: " PT-CUST-NAME " EDITED FOR CHECK "
003073             "DATE " PT-CHECK-DATE " - TRANSACTION SKIPPED"
003074     ELSE
003075         PERFORM 2045-RATE-IN-FORCE THRU 2045-EXIT
003076         PERFORM 2050-COMPUTE-GROSS THRU 2050-EXIT
003077         PERFORM 2035-ACCUMULATE-DAY THRU 2035-EXIT
003078     END-IF
003079     IF WS-TRANS-SUB < WS-TRANS-COUNT
003080         IF WS-TX-SSNUM (WS-TRANS-SUB + 1) = WS-CHECK-SSNUM
003081             PERFORM 8000-READ-TRANS THRU 8000-EXIT
003082             GO TO 2030-EXIT
003083         END-IF
003084     END-IF
003085     SET CHECK-COMPLETE TO TRUE.
003086 2030-EXIT.
003087     EXIT.
003088
003089 2035-ACCUMULATE-DAY.
003090     ADD 1 TO WS-CHECK-DAYS
003091     ADD PT-HOURS-WORKED TO WS-CHECK-HOURS
003092     MOVE PT-PAY-RATE TO WS-CHECK-RATE
003093     ADD WS-REG-HOURS TO WS-CHECK-REG-HOURS
003094     ADD WS-OT-HOURS TO WS-CHECK-OT-HOURS
003095     ADD WS-PREM-HOURS TO WS-CHECK-PREM-HOURS
003096     IF PT-TYPE-VACATION
003097         ADD PT-HOURS-WORKED TO WS-CHECK-VAC-HOURS
003098     END-IF
003099     IF PT-TYPE-SICK
003100         ADD PT-HOURS-WORKED TO WS-CHECK-SICK-HOURS
003101     END-IF
003102     ADD WS-REG-PAY TO WS-CHECK-REG-PAY
003103     ADD WS-OT-PAY TO WS-CHECK-OT-PAY
003104     ADD WS-PREM-PAY TO WS-CHECK-PREM-PAY
003105     ADD WS-GROSS-PAY TO WS-CHECK-GROSS
003106         ON SIZE ERROR
003107             DISPLAY "PAYREG: GROSS PAY OVERFLOW ON "
003108                 PT-CUST-NAME
003109     END-ADD.
003110 2035-EXIT.
003111     EXIT.

003112*----------------------------------------------------------
003113* THE WORKWEEK THE DAY WAS WORKED IN (THE CHECK DATE'S FOR A
003114* DAY WITH NO WORK DATE), AND ITS REGULAR HOURS BEFORE THE DAY:
003115* WHAT OTHER CHECKS ALREADY PAID IN IT PLUS THIS CHECK'S EARLIER
003116* DAYS IN IT.  A WEEK NEW TO THE CHECK READS WRKWEEK ONCE.  A
003117* CHECK'S DAYS SPANNING MORE WEEKS THAN THE TABLE HOLDS COUNT
003118* THE REST IN ITS LAST WEEK
003119*----------------------------------------------------------
003120 2040-FIND-DAY-WEEK.
003121     MOVE "W" TO CK-FUNCTION
003122     MOVE WS-RUN-DATE-N TO CK-DATE
003123     IF PT-WORK-DATE NUMERIC
003124             AND PT-WORK-DATE NOT = ZERO
003125         MOVE PT-WORK-DATE TO CK-DATE
003126     END-IF
003127     CALL "CALLOOK" USING CALENDAR-LOOKUP-PARMS
003128     MOVE CK-RESULT-DATE TO WS-WEEK-BEGIN
003129     MOVE ZERO TO WS-WEEK-SUB
003130     PERFORM 2041-TEST-ONE-WEEK THRU 2041-EXIT
003131         VARYING WS-CW-SUB FROM 1 BY 1
003132         UNTIL WS-CW-SUB > WS-CW-COUNT
003133             OR WS-WEEK-SUB > ZERO
003134     IF WS-WEEK-SUB = ZERO
003135         IF WS-CW-COUNT NOT < 10
003136             DISPLAY "PAYREG: " PT-CUST-NAME " WORKED IN MORE "
003137                 "THAN 10 WEEKS - WEEK OF " WS-WEEK-BEGIN
003138                 " COUNTED IN THE WEEK OF "
003139                 WS-CW-WEEK-BEGIN (WS-CW-COUNT)
003140             MOVE WS-CW-COUNT TO WS-WEEK-SUB
003141         ELSE
003142             ADD 1 TO WS-CW-COUNT
003143             MOVE WS-CW-COUNT TO WS-WEEK-SUB
003144             MOVE WS-WEEK-BEGIN TO WS-CW-WEEK-BEGIN (WS-WEEK-SUB)
003145             PERFORM 2042-READ-WORK-WEEK THRU 2042-EXIT
003146             MOVE WS-WEEK-FILED-HOURS
003147                 TO WS-CW-FILED-HOURS (WS-WEEK-SUB)
003148             MOVE ZERO TO WS-CW-CHECK-HOURS (WS-WEEK-SUB)
003149         END-IF
003150     END-IF
003151     COMPUTE WS-WEEK-PRIOR-HOURS =
003152         WS-CW-FILED-HOURS (WS-WEEK-SUB)
003153         + WS-CW-CHECK-HOURS (WS-WEEK-SUB)
003154     MOVE WS-WEEK-PRIOR-HOURS TO WS-WEEK-TO-DATE.
003155 2040-EXIT.
003156     EXIT.
003157
003158 2041-TEST-ONE-WEEK.
003159     IF WS-CW-WEEK-BEGIN (WS-CW-SUB) = WS-WEEK-BEGIN
003160         MOVE WS-CW-SUB TO WS-WEEK-SUB
003161     END-IF.
003162 2041-EXIT.
003163     EXIT.
003164
003165*----------------------------------------------------------
003166* THE REGULAR HOURS OTHER CHECKS HAVE ALREADY PAID THIS
003167* CUSTOMER FOR IN THE WEEK - ONE WRKWEEK RECORD PER CHECK,
003168* NONE MEANING THIS IS THE WEEK'S FIRST
003169*----------------------------------------------------------
003170 2042-READ-WORK-WEEK.
003171     MOVE ZERO TO WS-WEEK-FILED-HOURS
003172     IF WS-WW-STATUS = "35"
003173         GO TO 2042-EXIT
003174     END-IF
003175     MOVE "N" TO WS-WEEK-SCAN-SWITCH
003176     MOVE PT-SSNUM TO WW-SSNUM
003177     MOVE WS-WEEK-BEGIN TO WW-WEEK-BEGIN
003178     MOVE ZERO TO WW-PAY-DATE
003179     START WORK-WEEKS KEY IS GREATER THAN OR EQUAL TO WW-KEY
003180         INVALID KEY
003181             GO TO 2042-EXIT
003182     END-START
003183     PERFORM 2043-ADD-ONE-CHECK-WEEK THRU 2043-EXIT
003184         UNTIL WEEK-SCAN-DONE.
003185 2042-EXIT.
003186     EXIT.
003187
003188 2043-ADD-ONE-CHECK-WEEK.
003189     READ WORK-WEEKS NEXT RECORD
003190         AT END
003191             SET WEEK-SCAN-DONE TO TRUE
003192             GO TO 2043-EXIT
003193     END-READ
003194     IF WW-SSNUM NOT = PT-SSNUM
003195             OR WW-WEEK-BEGIN NOT = WS-WEEK-BEGIN
003196         SET WEEK-SCAN-DONE TO TRUE
003197         GO TO 2043-EXIT
003198     END-IF
003199     ADD WW-REG-HOURS TO WS-WEEK-FILED-HOURS.
003200 2043-EXIT.
003201     EXIT.
003202
003203*----------------------------------------------------------
003204* THE RATE HISTORY'S RATE FOR THE CHECK DATE REPLACES THE RATE
003205* ON THE HOURS - PAYEDIT STAMPED THE SAME ONE, BUT A CHANGE
003206* KEYED SINCE THE EDIT RAN STILL PAYS
003207*----------------------------------------------------------
003208 2045-RATE-IN-FORCE.
003209     MOVE PT-SSNUM TO RP-SSNUM
003210     MOVE WS-RUN-DATE-N TO RP-PAY-DATE
003211     CALL "RATELOOK" USING RATE-LOOKUP-PARMS
003212     IF RP-RATE-FOUND
003213         MOVE RP-PAY-RATE TO PT-PAY-RATE
003214     END-IF.
003215 2045-EXIT.
003216     EXIT.
003217
003218*----------------------------------------------------------
003219* SPLIT ONE DAY'S HOURS INTO REGULAR (THE WEEK'S FIRST 40),
003220* OVERTIME AT TIME AND A HALF (OVER 40 THROUGH 60 FOR THE
003221* WEEK), AND PREMIUM AT DOUBLE TIME (OVER 60 FOR THE WEEK),
003222* AND BUILD THE DAY'S GROSS FROM THE THREE PIECES - THE WEEK
003223* SO FAR INCLUDES THE CHECK'S EARLIER DAYS IN THE SAME WEEK
003224*----------------------------------------------------------
003225 2050-COMPUTE-GROSS.
003226     MOVE ZERO TO WS-OT-HOURS
003227     MOVE ZERO TO WS-PREM-HOURS
003228*> ONLY ORDINARY WORKED TIME EARNS THE OVERTIME SPLIT OR
003229*> COUNTS TOWARD THE WEEK - EXEMPT AND LEAVE HOURS PAY
003230*> STRAIGHT THROUGH
003231     IF NOT PT-TYPE-REGULAR
003232         MOVE PT-HOURS-WORKED TO WS-REG-HOURS
003233     ELSE
003234         PERFORM 2040-FIND-DAY-WEEK THRU 2040-EXIT
003235         PERFORM 2055-SPLIT-WEEK-HOURS THRU 2055-EXIT
003241     END-IF
003250     COMPUTE WS-REG-PAY ROUNDED =
003260         WS-REG-HOURS * PT-PAY-RATE
003380     ADD WS-REG-PAY TO WS-REG-GRAND-TOTAL
003390     ADD WS-OT-PAY TO WS-OT-GRAND-TOTAL
003400     ADD WS-PREM-PAY TO WS-PREM-GRAND-TOTAL.
003401 2050-EXIT.
003402     EXIT.
003403
003404*----------------------------------------------------------
003405* PLACE THIS DAY'S HOURS ON TOP OF ITS WEEK'S: WHAT FALLS
003406* UNDER 40 IS STRAIGHT TIME, OVER 60 DOUBLE TIME, AND THE
003407* REST TIME AND A HALF
003408*----------------------------------------------------------
003409 2055-SPLIT-WEEK-HOURS.
003410     ADD PT-HOURS-WORKED TO WS-CW-CHECK-HOURS (WS-WEEK-SUB)
003411     ADD PT-HOURS-WORKED TO WS-CHECK-WEEK-HOURS
003412     ADD PT-HOURS-WORKED TO WS-WEEK-TO-DATE
003413     IF WS-WEEK-PRIOR-HOURS >= 40
003414         MOVE ZERO TO WS-REG-HOURS
003415     ELSE
003416         IF WS-WEEK-TO-DATE > 40
003417             COMPUTE WS-REG-HOURS = 40 - WS-WEEK-PRIOR-HOURS
003418         ELSE
003419             MOVE PT-HOURS-WORKED TO WS-REG-HOURS
003420         END-IF
003421     END-IF
003422     IF WS-WEEK-TO-DATE > 60
003423         IF WS-WEEK-PRIOR-HOURS >= 60
003424             MOVE PT-HOURS-WORKED TO WS-PREM-HOURS
003425         ELSE
003426             COMPUTE WS-PREM-HOURS = WS-WEEK-TO-DATE - 60
003427         END-IF
003428     END-IF
003429     COMPUTE WS-OT-HOURS =
003430         PT-HOURS-WORKED - WS-REG-HOURS - WS-PREM-HOURS.
003431 2055-EXIT.
003432     EXIT.
003433
003434*----------------------------------------------------------
003435* RECORD THIS CHECK'S REGULAR HOURS IN EACH WORKWEEK ITS DAYS
003436* FELL IN - ONE WRKWEEK RECORD PER WEEK, UNDER THE CHECK DATE
003437*----------------------------------------------------------
003438 2060-POST-WORK-WEEK.
003439     PERFORM 2065-POST-ONE-WEEK THRU 2065-EXIT
003440         VARYING WS-CW-SUB FROM 1 BY 1
003441         UNTIL WS-CW-SUB > WS-CW-COUNT.
003442 2060-EXIT.
003443     EXIT.
003444
003445 2065-POST-ONE-WEEK.
003446     IF WS-CW-CHECK-HOURS (WS-CW-SUB) = ZERO
003447         GO TO 2065-EXIT
003448     END-IF
003449     MOVE WS-CHECK-SSNUM TO WW-SSNUM
003450     MOVE WS-CW-WEEK-BEGIN (WS-CW-SUB) TO WW-WEEK-BEGIN
003451     MOVE WS-RUN-DATE-N TO WW-PAY-DATE
003452     MOVE WS-CW-CHECK-HOURS (WS-CW-SUB) TO WW-REG-HOURS
003453     MOVE SPACES TO WW-FILLER
003454     WRITE WORK-WEEK-RECORD
003455         INVALID KEY
003456             DISPLAY "PAYREG: WORKWEEK " WW-WEEK-BEGIN
003457                 " ALREADY ON FILE FOR " WW-SSNUM
003458                 " CHECK " WW-PAY-DATE
003459     END-WRITE.
003460 2065-EXIT.
003461     EXIT.
003462
003463*----------------------------------------------------------
003464* FIGURE THIS CHECK'S LEAVE: ACCRUE THE POLICY TIER'S HOURS
003465* UP TO ITS MAXIMUM BALANCE (A BALANCE ALREADY OVER A LOWERED
003466* MAXIMUM KEEPS WHAT IT HAS BUT EARNS NOTHING), THEN DRAW VAC
003467* AND SIC HOURS DOWN (THE EDIT ALREADY REFUSED ANYTHING THE
003468* BALANCE CANNOT COVER).  A TERMINATED CUSTOMER'S CHECK IS THE
003469* FINAL ONE - WHAT VACATION IS LEFT PAYS OUT INTO THE GROSS.
003470* NOTHING IS WRITTEN HERE; 2900 POSTS IT ON A REAL RUN
003471*----------------------------------------------------------
003472 2070-FIGURE-LEAVE.
003473     MOVE "N" TO WS-LEAVE-SWITCH
003474     MOVE ZERO TO WS-PAYOUT-HOURS
003475     MOVE ZERO TO WS-PAYOUT-PAY
003476     MOVE PT-SSNUM TO LB-SSNUM
003477     IF WS-LB-STATUS NOT = "35"
003478         READ LEAVE-BALANCES
003479             INVALID KEY
003480                 CONTINUE
003481         END-READ
003482     END-IF
003483     IF WS-LB-STATUS = "00"
003484         SET LEAVE-ON-FILE TO TRUE
003485     ELSE
003486         MOVE PT-SSNUM TO LB-SSNUM
003487         MOVE ZERO TO LB-VACATION-BALANCE
003488         MOVE ZERO TO LB-SICK-BALANCE
003489         MOVE ZEROS TO LB-HIRE-DATE
003490         MOVE SPACES TO LB-FILLER
003491     END-IF
003492     MOVE LB-VACATION-BALANCE TO WS-NEW-VAC-BALANCE
003493     MOVE LB-SICK-BALANCE TO WS-NEW-SICK-BALANCE
003494     MOVE LB-HIRE-DATE TO LV-HIRE-DATE
003495     MOVE WS-RUN-DATE-N TO LV-AS-OF-DATE
003496     CALL "LVPLOOK" USING LEAVE-POLICY-PARMS
003497     IF LV-TIER-FOUND
003498         PERFORM 2075-ACCRUE-LEAVE THRU 2075-EXIT
003499     END-IF
003500     IF WS-CHECK-VAC-HOURS > WS-NEW-VAC-BALANCE
003501         MOVE ZERO TO WS-NEW-VAC-BALANCE
003502     ELSE
003503         SUBTRACT WS-CHECK-VAC-HOURS FROM WS-NEW-VAC-BALANCE
003504     END-IF
003505     IF WS-CHECK-SICK-HOURS > WS-NEW-SICK-BALANCE
003506         MOVE ZERO TO WS-NEW-SICK-BALANCE
003507     ELSE
003508         SUBTRACT WS-CHECK-SICK-HOURS FROM WS-NEW-SICK-BALANCE
003509     END-IF
003510     IF WS-CM-STATUS = "35"
003511         GO TO 2070-EXIT
003512     END-IF
003513     MOVE PT-SSNUM TO CM-SSNUM
003514     READ CUSTOMER-MASTER
003515         INVALID KEY
003516             GO TO 2070-EXIT
003517     END-READ
003518     IF NOT CM-EMP-TERMINATED OR WS-NEW-VAC-BALANCE = ZERO
003519         GO TO 2070-EXIT
003520     END-IF
003521     MOVE WS-NEW-VAC-BALANCE TO WS-PAYOUT-HOURS
003522     COMPUTE WS-PAYOUT-PAY ROUNDED =
003523         WS-PAYOUT-HOURS * PT-PAY-RATE
003524     ADD WS-PAYOUT-PAY TO WS-GROSS-PAY
003525     ADD WS-PAYOUT-PAY TO WS-PAYOUT-GRAND-TOTAL
003526     MOVE ZERO TO WS-NEW-VAC-BALANCE.
003527 2070-EXIT.
003528     EXIT.
003529
003530 2075-ACCRUE-LEAVE.
003531     IF WS-NEW-VAC-BALANCE < LV-VAC-MAX-BALANCE
003532         COMPUTE WS-LEAVE-WORK =
003533             WS-NEW-VAC-BALANCE + LV-VAC-ACCRUAL
003534         IF WS-LEAVE-WORK > LV-VAC-MAX-BALANCE
003535             MOVE LV-VAC-MAX-BALANCE TO WS-NEW-VAC-BALANCE
003536         ELSE
003537             MOVE WS-LEAVE-WORK TO WS-NEW-VAC-BALANCE
003538         END-IF
003539     END-IF
003540     IF WS-NEW-SICK-BALANCE < LV-SICK-MAX-BALANCE
003541         COMPUTE WS-LEAVE-WORK =
003542             WS-NEW-SICK-BALANCE + LV-SICK-ACCRUAL
003543         IF WS-LEAVE-WORK > LV-SICK-MAX-BALANCE
003544             MOVE LV-SICK-MAX-BALANCE TO WS-NEW-SICK-BALANCE
003545         ELSE
003546             MOVE WS-LEAVE-WORK TO WS-NEW-SICK-BALANCE
003547         END-IF
003548     END-IF.
003549 2075-EXIT.
003550     EXIT.
003551
003552*----------------------------------------------------------
003553* A CHECK ALREADY POSTED SKIPS EVERY DAY BEHIND IT FOR THE SSN
003554*----------------------------------------------------------
003555 2090-SKIP-CHECK.
003556     MOVE PT-SSNUM TO WS-CHECK-SSNUM
003557     PERFORM 8000-READ-TRANS THRU 8000-EXIT
003558         UNTIL END-OF-FILE OR PT-SSNUM NOT = WS-CHECK-SSNUM.
003559 2090-EXIT.
003560     EXIT.

003561*----------------------------------------------------------
003562* INCOME-TAX WITHHOLDING FROM THE CUSTOMER'S OWN ELECTION ON
003563* TAXPROF - WTHCALC APPLIES THE FEDERAL AND WORK-STATE RATE
003564* SETS IN FORCE ON THE PAY DATE, SO A RATE CHANGE IS AN
003565* STWMNT TRANSACTION AND A NEW ELECTION A TXPMNT ONE.  NO
003566* PROFILE ON FILE MEANS THE SINGLE/ZERO-ALLOWANCE DEFAULT
003567* AND A LINE ON THE EXCEPTIONS LIST; SO DOES AN EXEMPT CLAIM
003568* THAT HAS RUN OUT
003569*----------------------------------------------------------
003570 2100-LOOKUP-WITHHOLDING.
003571     MOVE PT-SSNUM TO TP-SSNUM
003572     IF WS-TP-STATUS NOT = "35"
003573         READ TAX-PROFILES
003574             INVALID KEY
003575                 CONTINUE
003576         END-READ
003577     END-IF
003578     IF WS-TP-STATUS NOT = "00"
003582         MOVE PT-SSNUM TO TP-SSNUM
003583         MOVE "S" TO TP-FILING-STATUS
003584         MOVE ZERO TO TP-ALLOWANCES
003585         MOVE ZERO TO TP-ADDL-WITHHOLDING
003586         MOVE "N" TO TP-EXEMPT-FLAG
003587         MOVE ZERO TO TP-EXEMPT-EXPIRES
003588         MOVE SPACES TO TP-WORK-STATE
003589         MOVE "NO TAX PROFILE - WITHHELD SINGLE, 0 ALLOWANCES"
003590             TO XL-REASON
003591         PERFORM 2120-LIST-EXCEPTION THRU 2120-EXIT
003592     END-IF
003593     MOVE WS-RUN-DATE-N TO WC-PAY-DATE
003594     MOVE WS-GROSS-PAY TO WC-GROSS
003595     MOVE TP-FILING-STATUS TO WC-FILING-STATUS
003596     MOVE TP-ALLOWANCES TO WC-ALLOWANCES
003597     MOVE TP-ADDL-WITHHOLDING TO WC-ADDL-WITHHOLDING
003598     MOVE TP-EXEMPT-FLAG TO WC-EXEMPT-FLAG
003599     MOVE TP-EXEMPT-EXPIRES TO WC-EXEMPT-EXPIRES
003600     MOVE TP-WORK-STATE TO WC-WORK-STATE
003601     CALL "WTHCALC" USING WITHHOLDING-CALC-PARMS
003602     IF NOT WC-FED-SET-FOUND AND NOT WC-EXEMPT-APPLIED
003603         DISPLAY "PAYREG: NO FEDERAL RATE SET IN FORCE FOR "
003604             WS-RUN-DATE-N ", NO FEDERAL TAX WITHHELD"
003605     END-IF
003606     IF TP-EXEMPT AND NOT WC-EXEMPT-APPLIED
003607         MOVE "EXEMPT CLAIM EXPIRED - WITHHELD AS NOT EXEMPT"
003608             TO XL-REASON
003609         PERFORM 2120-LIST-EXCEPTION THRU 2120-EXIT
003610     END-IF
003611     MOVE WC-WITHHOLDING TO WS-WITHHOLDING-AMT.
003612 2100-EXIT.
003613     EXIT.
003614
003615*----------------------------------------------------------
003616* ONE LINE ON THE TAX-PROFILE EXCEPTIONS LIST - XL-REASON IS
003617* ALREADY SET BY THE CALLER
003618*----------------------------------------------------------
003619 2120-LIST-EXCEPTION.
003620     MOVE PT-SSNUM TO XL-SSNUM
003621     MOVE PT-CUST-NAME TO XL-CUST-NAME
003622     WRITE TAX-EXCEPTION-LINE FROM WS-EXCEPTION-LINE
003623     ADD 1 TO WS-EXCEPTION-COUNT.
003624 2120-EXIT.
003625     EXIT.
003626
003627*----------------------------------------------------------
003628* EMPLOYEE AND EMPLOYER PAYROLL TAXES FOR THIS CHECK, EACH
003629* UNDER ITS OWN WAGE BASE GIVEN WHAT THE YEAR HAS ALREADY
003630* TAXED - A CUSTOMER'S FIRST CHECK OF THE YEAR STARTS THE
003631* WAGE-BASE RECORD.  2550 POSTS IT ONCE THE CHECK STANDS
003632*----------------------------------------------------------
003633 2150-COMPUTE-PAYROLL-TAXES.
003634     MOVE PT-SSNUM TO WB-SSNUM
003635     MOVE WS-RUN-YYYY TO WB-YEAR
003636     IF WS-WB-STATUS NOT = "35"
003637         READ WAGE-BASES
003638             INVALID KEY
003639                 CONTINUE
003640         END-READ
003641     END-IF
003642     IF WS-WB-STATUS NOT = "00"
003643         MOVE PT-SSNUM TO WB-SSNUM
003644         MOVE WS-RUN-YYYY TO WB-YEAR
003645         MOVE ZERO TO WB-SS-WAGES
003646         MOVE ZERO TO WB-MED-WAGES
003647         MOVE ZERO TO WB-FUTA-WAGES
003648         MOVE ZERO TO WB-SUTA-WAGES
003649         MOVE ZERO TO WB-EE-SS-YTD
003650         MOVE ZERO TO WB-EE-MED-YTD
003651         MOVE ZERO TO WB-ER-SS-YTD
003652         MOVE ZERO TO WB-ER-MED-YTD
003653         MOVE ZERO TO WB-FUTA-YTD
003654         MOVE ZERO TO WB-SUTA-YTD
003655         MOVE SPACES TO WB-FILLER
003656         IF NOT TRIAL-RUN
003657             WRITE WAGE-BASE-RECORD
003658         END-IF
003659     END-IF
003660     MOVE WS-RUN-YYYY TO TC-TAX-YEAR
003661     MOVE WS-GROSS-PAY TO TC-GROSS
003662     MOVE WB-SS-WAGES TO TC-SS-WAGES-YTD
003663     MOVE WB-MED-WAGES TO TC-MED-WAGES-YTD
003664     MOVE WB-FUTA-WAGES TO TC-FUTA-WAGES-YTD
003665     MOVE WB-SUTA-WAGES TO TC-SUTA-WAGES-YTD
003666     CALL "TAXCALC" USING PAYROLL-TAX-PARMS
003667     COMPUTE WS-FICA-AMT = TC-EE-SS + TC-EE-MED
003668     ADD WS-FICA-AMT TO WS-FICA-GRAND-TOTAL
003669     ADD TC-ER-SS TO WS-ER-FICA-GRAND-TOTAL
003670     ADD TC-ER-MED TO WS-ER-FICA-GRAND-TOTAL
003671     ADD TC-FUTA TO WS-FUTA-GRAND-TOTAL
003672     ADD TC-SUTA TO WS-SUTA-GRAND-TOTAL.
003673 2150-EXIT.
003674     EXIT.

003675*----------------------------------------------------------
003676* POST THIS CUSTOMER'S RATE, HOURS, AND NET PAY BACK TO THE
003677* CUSTOMER MASTER SO PAYCHECK/PAY-RATE/HOURS-WORKED ARE REAL
003678*----------------------------------------------------------
003679 2200-UPDATE-MASTER.
003680     MOVE PT-SSNUM TO CM-SSNUM
003681     READ CUSTOMER-MASTER
003682         INVALID KEY
003683             DISPLAY "PAYREG: NO CUSTOMER MASTER RECORD FOR "
003684                 PT-CUST-NAME ", PAYCHECK NOT POSTED"
003685         NOT INVALID KEY
003690             MOVE PT-PAY-RATE TO CM-PAY-RATE
003700             MOVE PT-HOURS-WORKED TO CM-HOURS-WORKED
003710             MOVE WS-NET-PAY TO CM-PAYCHECK
003820 2600-APPLY-DEDUCTIONS.
003830     MOVE ZERO TO WS-DED-CHECK-TOTAL
003840     MOVE ZERO TO WS-DED-PRINT-COUNT
003841     MOVE ZERO TO WS-ARR-PRINT-COUNT
003850     MOVE PT-SSNUM TO DD-SSNUM
003851     IF WS-DD-STATUS NOT = "35"
003860         READ DEDUCTION-MASTER
003870             INVALID KEY
003880                 CONTINUE
003890         END-READ
003891     END-IF
003900     IF WS-DD-STATUS = "00"
003910         PERFORM 2610-APPLY-ONE-PRIORITY THRU 2610-EXIT
003920             VARYING WS-DED-PRIORITY FROM 1 BY 1
003930             UNTIL WS-DED-PRIORITY > 9
003931*> ARREARS ONLY FROM WHAT THE CURRENT DEDUCTIONS LEFT
003932         PERFORM 2680-RECOVER-ONE-PRIORITY THRU 2680-EXIT
003933             VARYING WS-DED-PRIORITY FROM 1 BY 1
003934             UNTIL WS-DED-PRIORITY > 9
003940         IF WS-DED-CHECK-TOTAL > ZERO AND NOT TRIAL-RUN
003950             REWRITE DEDUCTION-MASTER-RECORD
003960         END-IF
003970     END-IF.
004330                 END-IF
004340             END-IF
004350         END-IF
004351         MOVE WS-DED-AMOUNT TO WS-DED-WANTED
004360         IF WS-DED-AMOUNT > WS-NET-PAY
004370             MOVE WS-NET-PAY TO WS-DED-AMOUNT
004380         END-IF
004470                 TO WS-DP-TYPE-CODE (WS-DED-PRINT-COUNT)
004480             MOVE WS-DED-AMOUNT
004490                 TO WS-DP-AMOUNT (WS-DED-PRINT-COUNT)
004491             PERFORM 2630-TALLY-DED-TYPE THRU 2630-EXIT
004492         END-IF
004493         MOVE ZERO TO WS-ARR-SHORT
004502         IF WS-DED-WANTED > WS-DED-AMOUNT
004503             PERFORM 2640-NOTE-SHORTFALL THRU 2640-EXIT
004504         END-IF
004505         IF WS-DED-AMOUNT > ZERO OR WS-ARR-SHORT > ZERO
004506             PERFORM 2625-WRITE-DED-DETAIL THRU 2625-EXIT
004507         END-IF
004510         IF DD-GOAL-AMOUNT (WS-DED-SUB) > ZERO
004520                 AND DD-TAKEN-TO-DATE (WS-DED-SUB)
004530                     >= DD-GOAL-AMOUNT (WS-DED-SUB)
004540             MOVE "S" TO DD-ACTIVE-FLAG (WS-DED-SUB)
004541         END-IF
004542     END-IF.
004543 2620-EXIT.
004544     EXIT.
004545
004546*----------------------------------------------------------
004547* THE ENTRY'S DEDDETL DETAIL: WHAT IT TOOK, AND WHAT IT FELL
004548* SHORT BY WHEN THE SHORTFALL WENT TO ARREARS - WRITTEN EVEN
004549* WHEN NOTHING WAS TAKEN, SO A REVERSAL CAN FIND THE SHORTFALL
004550*----------------------------------------------------------
004551 2625-WRITE-DED-DETAIL.
004552     MOVE PT-SSNUM TO DT-SSNUM
004553     MOVE WS-RUN-DATE-N TO DT-PAY-DATE
004554     MOVE DD-TYPE-CODE (WS-DED-SUB) TO DT-TYPE-CODE
004555     MOVE WS-DED-AMOUNT TO DT-AMOUNT
004556     MOVE SPACE TO DT-ADJUST-CODE
004557     MOVE SPACE TO DT-ARREARS-CODE
004558     MOVE ZERO TO DT-ARREARS-AMOUNT
004559     IF WS-ARR-SHORT > ZERO
004560         MOVE "S" TO DT-ARREARS-CODE
004561         MOVE WS-ARR-SHORT TO DT-ARREARS-AMOUNT
004562     END-IF
004563     MOVE SPACES TO DT-FILLER
004564     IF NOT TRIAL-RUN
004565         WRITE DEDUCTION-DETAIL-RECORD
004566     END-IF.
004567 2625-EXIT.
004568     EXIT.
004569
004570*----------------------------------------------------------
004571* ADD THE DEDUCTION JUST TAKEN TO ITS TYPE CODE'S RUN TOTAL -
004572* THE LIABILITY LINES OF THE CASH-REQUIREMENTS SUMMARY
004573*----------------------------------------------------------
004574 2630-TALLY-DED-TYPE.
004575     MOVE ZERO TO WS-DED-TYPE-FOUND
004576     PERFORM 2635-TEST-ONE-TYPE THRU 2635-EXIT
004577         VARYING WS-DED-TYPE-SUB FROM 1 BY 1
004578         UNTIL WS-DED-TYPE-SUB > WS-DED-TYPE-COUNT
004579             OR WS-DED-TYPE-FOUND > ZERO
004580     IF WS-DED-TYPE-FOUND = ZERO
004581         IF WS-DED-TYPE-COUNT >= 50
004582             DISPLAY "PAYREG: DEDUCTION TYPE TABLE FULL, "
004583                 DD-TYPE-CODE (WS-DED-SUB) " NOT SUMMARIZED"
004584             GO TO 2630-EXIT
004585         END-IF
004586         ADD 1 TO WS-DED-TYPE-COUNT
004587         MOVE WS-DED-TYPE-COUNT TO WS-DED-TYPE-FOUND
004588         MOVE DD-TYPE-CODE (WS-DED-SUB)
004589             TO WS-DX-TYPE-CODE (WS-DED-TYPE-FOUND)
004590         MOVE ZERO TO WS-DX-COUNT (WS-DED-TYPE-FOUND)
004591         MOVE ZERO TO WS-DX-AMOUNT (WS-DED-TYPE-FOUND)
004592     END-IF
004593     ADD 1 TO WS-DX-COUNT (WS-DED-TYPE-FOUND)
004594     ADD WS-DED-AMOUNT TO WS-DX-AMOUNT (WS-DED-TYPE-FOUND).
004595 2630-EXIT.
004596     EXIT.
004597
004598 2635-TEST-ONE-TYPE.
004599     IF WS-DX-TYPE-CODE (WS-DED-TYPE-SUB)
004600             = DD-TYPE-CODE (WS-DED-SUB)
004601         MOVE WS-DED-TYPE-SUB TO WS-DED-TYPE-FOUND
004602     END-IF.
004603 2635-EXIT.
004604     EXIT.
004605
004606*----------------------------------------------------------
004607* THE PART OF THE ENTRY THE NET COULD NOT COVER GOES TO ITS
004608* TYPE CODE'S ARREARS.  A BALANCE STARTING FROM ZERO STARTS
004609* ITS SINCE DATE, AND A NEW RECORD TAKES THE ENTRY'S PER-CHECK
004610* AMOUNT AS ITS RECOVERY LIMIT
004611*----------------------------------------------------------
004612 2640-NOTE-SHORTFALL.
004613     COMPUTE WS-ARR-SHORT = WS-DED-WANTED - WS-DED-AMOUNT
004614     PERFORM 2645-READ-ARREARS THRU 2645-EXIT
004615     IF NOT ARREARS-ON-FILE
004616         MOVE ZERO TO DA-BALANCE
004617         MOVE ZERO TO DA-SHORT-TO-DATE
004618         MOVE ZERO TO DA-RECOVERED-TO-DATE
004619         MOVE ZERO TO DA-LAST-RECOVERY-DATE
004620         MOVE SPACES TO DA-FILLER
004621         IF WS-DED-WANTED > 9999.99
004622             MOVE 9999.99 TO DA-RECOVERY-LIMIT
004623         ELSE
004624             MOVE WS-DED-WANTED TO DA-RECOVERY-LIMIT
004625         END-IF
004626     END-IF
004627     IF DA-BALANCE = ZERO
004628         MOVE WS-RUN-DATE-N TO DA-SINCE-DATE
004629         MOVE ZERO TO DA-SHORT-COUNT
004630     END-IF
004631     ADD WS-ARR-SHORT TO DA-BALANCE
004632     ADD WS-ARR-SHORT TO DA-SHORT-TO-DATE
004633     ADD 1 TO DA-SHORT-COUNT
004634     MOVE WS-RUN-DATE-N TO DA-LAST-SHORT-DATE
004635     ADD WS-ARR-SHORT TO WS-ARR-SHORT-TOTAL
004636     ADD 1 TO WS-ARR-PRINT-COUNT
004637     MOVE "SHORT     " TO WS-AP-LABEL (WS-ARR-PRINT-COUNT)
004638     MOVE DD-TYPE-CODE (WS-DED-SUB)
004639         TO WS-AP-TYPE-CODE (WS-ARR-PRINT-COUNT)
004640     MOVE WS-ARR-SHORT TO WS-AP-AMOUNT (WS-ARR-PRINT-COUNT)
004641     MOVE DA-BALANCE TO WS-AP-BALANCE (WS-ARR-PRINT-COUNT)
004642     IF TRIAL-RUN
004643         GO TO 2640-EXIT
004644     END-IF
004645     IF ARREARS-ON-FILE
004646         REWRITE DEDUCTION-ARREARS-RECORD
004647     ELSE
004648         WRITE DEDUCTION-ARREARS-RECORD
004649             INVALID KEY
004650                 DISPLAY "PAYREG: ARREARS " DA-TYPE-CODE
004651                     " ALREADY ON FILE FOR " DA-SSNUM
004652         END-WRITE
004653     END-IF.
004654 2640-EXIT.
004655     EXIT.
004656
004657 2645-READ-ARREARS.
004658     MOVE "N" TO WS-ARR-FOUND-SWITCH
004659     IF WS-DA-STATUS = "35"
004660         GO TO 2645-EXIT
004661     END-IF
004662     MOVE PT-SSNUM TO DA-SSNUM
004663     MOVE DD-TYPE-CODE (WS-DED-SUB) TO DA-TYPE-CODE
004664     READ DEDUCTION-ARREARS
004665         INVALID KEY
004666             GO TO 2645-EXIT
004667     END-READ
004668     SET ARREARS-ON-FILE TO TRUE.
004669 2645-EXIT.
004670     EXIT.

004671*----------------------------------------------------------
004672* WALK THIS CUSTOMER'S OPEN GARNISHMENT ORDERS: DISPOSABLE
004673* EARNINGS ARE GROSS LESS WITHHOLDING AND SOC SEC/MEDICARE,
004674* THE FEDERAL CAP IS 25 PERCENT OF DISPOSABLE PER CHECK, AND
004675* ORDERS APPLY OLDEST RECEIVED DATE FIRST UNTIL THE CAP OR
004676* THE NET RUNS OUT - EACH TAKE IS POSTED BACK TO THE ORDER
004677* AND WRITTEN TO THE ANSWER DETAIL FILE FOR GRNRPT
004678*----------------------------------------------------------
004679 2650-APPLY-GARNISHMENTS.
004680     MOVE ZERO TO WS-GARN-PRINT-COUNT
004681     MOVE ZERO TO WS-GARN-COUNT
004682     MOVE "N" TO WS-GARN-EOF-SWITCH
004683     IF WS-GO-STATUS = "35"
004684         GO TO 2650-EXIT
004685     END-IF
004692     MOVE PT-SSNUM TO GO-SSNUM
004693     MOVE LOW-VALUES TO GO-CASE-NUMBER
004694     START GARNISH-ORDERS KEY IS GREATER THAN OR EQUAL
004695             TO GO-KEY
004696         INVALID KEY
004697             SET END-OF-ORDERS TO TRUE
004698     END-START
004699     PERFORM 2655-LOAD-ONE-ORDER THRU 2655-EXIT
004700         UNTIL END-OF-ORDERS
004701     IF WS-GARN-COUNT = ZERO
004702         GO TO 2650-EXIT
004703     END-IF
004704     COMPUTE WS-DISPOSABLE =
004705         WS-GROSS-PAY - WS-WITHHOLDING-AMT - WS-FICA-AMT
004706     COMPUTE WS-GARN-CAP ROUNDED = WS-DISPOSABLE * .25
004707     PERFORM 2660-APPLY-OLDEST-ORDER THRU 2660-EXIT
004708         WS-GARN-COUNT TIMES.
004709 2650-EXIT.
004710     EXIT.
004711
004712 2655-LOAD-ONE-ORDER.
004713     READ GARNISH-ORDERS NEXT RECORD
004714         AT END
004715             SET END-OF-ORDERS TO TRUE
004716     END-READ
004717     IF NOT END-OF-ORDERS
004718         IF GO-SSNUM NOT = PT-SSNUM
004719             SET END-OF-ORDERS TO TRUE
004720         ELSE
004721             IF GO-OPEN
004722                 IF WS-GARN-COUNT >= 10
004723                     DISPLAY "PAYREG: ORDER TABLE FULL, "
004724                         "CASE " GO-CASE-NUMBER " SKIPPED"
004725                 ELSE
004726                     ADD 1 TO WS-GARN-COUNT
004727                     MOVE GO-CASE-NUMBER
004728                         TO WS-GT-CASE-NUMBER (WS-GARN-COUNT)
004729                     MOVE GO-RECEIVED-DATE
004730                         TO WS-GT-RECEIVED-DATE
004731                             (WS-GARN-COUNT)
004732                     MOVE "N"
004733                         TO WS-GT-DONE-FLAG (WS-GARN-COUNT)
004734                 END-IF
004735             END-IF
004736         END-IF
004737     END-IF.
004738 2655-EXIT.
004739     EXIT.
004740
004741*----------------------------------------------------------
004742* THE MANDATED SEQUENCE IS RECEIVED-DATE ORDER - PICK THE
004743* OLDEST ORDER NOT YET APPLIED AND APPLY IT
004744*----------------------------------------------------------
004745 2660-APPLY-OLDEST-ORDER.
004746     MOVE ZERO TO WS-GARN-BEST-SUB
004747     PERFORM 2665-CONSIDER-ONE-ORDER THRU 2665-EXIT
004748         VARYING WS-GARN-SUB FROM 1 BY 1
004749         UNTIL WS-GARN-SUB > WS-GARN-COUNT
004750     IF WS-GARN-BEST-SUB > ZERO
004751         MOVE "Y" TO WS-GT-DONE-FLAG (WS-GARN-BEST-SUB)
004752         PERFORM 2670-APPLY-ONE-ORDER THRU 2670-EXIT
004753     END-IF.
004754 2660-EXIT.
004755     EXIT.
004756
004757 2665-CONSIDER-ONE-ORDER.
004758     IF WS-GT-DONE-FLAG (WS-GARN-SUB) = "N"
004759         IF WS-GARN-BEST-SUB = ZERO
004760             MOVE WS-GARN-SUB TO WS-GARN-BEST-SUB
004761         ELSE
004762             IF WS-GT-RECEIVED-DATE (WS-GARN-SUB)
004763                     < WS-GT-RECEIVED-DATE
004764                         (WS-GARN-BEST-SUB)
004765                 MOVE WS-GARN-SUB TO WS-GARN-BEST-SUB
004766             END-IF
004767         END-IF
004768     END-IF.
004769 2665-EXIT.
004770     EXIT.
004771
004772 2670-APPLY-ONE-ORDER.
004773     MOVE PT-SSNUM TO GO-SSNUM
004774     MOVE WS-GT-CASE-NUMBER (WS-GARN-BEST-SUB)
004775         TO GO-CASE-NUMBER
004776     READ GARNISH-ORDERS
004777         INVALID KEY
004778             GO TO 2670-EXIT
004779     END-READ
004780     COMPUTE WS-GARN-REMAINING =
004781         GO-ORDERED-AMOUNT - GO-WITHHELD-TO-DATE
004782     MOVE WS-GARN-REMAINING TO WS-GARN-TAKE
004783     IF WS-GARN-TAKE > WS-GARN-CAP
004784         MOVE WS-GARN-CAP TO WS-GARN-TAKE
004785     END-IF
004786     IF WS-GARN-TAKE > WS-NET-PAY
004787         MOVE WS-NET-PAY TO WS-GARN-TAKE
004788     END-IF
004789     IF WS-GARN-TAKE > ZERO
004790         ADD WS-GARN-TAKE TO GO-WITHHELD-TO-DATE
004791         IF GO-WITHHELD-TO-DATE >= GO-ORDERED-AMOUNT
004792             SET GO-SATISFIED TO TRUE
004793         END-IF
004794         IF NOT TRIAL-RUN
004795             REWRITE GARNISH-ORDER-RECORD
004796         END-IF
004797         SUBTRACT WS-GARN-TAKE FROM WS-NET-PAY
004798         SUBTRACT WS-GARN-TAKE FROM WS-GARN-CAP
004799         ADD WS-GARN-TAKE TO WS-GARN-GRAND-TOTAL
004800         MOVE GO-CASE-NUMBER TO GD-CASE-NUMBER
004801         MOVE PT-SSNUM TO GD-SSNUM
004802         MOVE WS-RUN-DATE-N TO GD-PAY-DATE
004803         MOVE WS-GARN-TAKE TO GD-AMOUNT-WITHHELD
004804         COMPUTE GD-ORDER-BALANCE =
004805             GO-ORDERED-AMOUNT - GO-WITHHELD-TO-DATE
004806         MOVE SPACE TO GD-REVERSAL-FLAG
004807         MOVE SPACES TO GD-FILLER
004808         IF NOT TRIAL-RUN
004809             WRITE GARNISH-DETAIL-RECORD
004810         END-IF
004811         ADD 1 TO WS-GARN-PRINT-COUNT
004812         MOVE GO-CASE-NUMBER
004813             TO WS-GP-CASE-NUMBER (WS-GARN-PRINT-COUNT)
004814         MOVE WS-GARN-TAKE
004815             TO WS-GP-AMOUNT (WS-GARN-PRINT-COUNT)
004816     END-IF.
004817 2670-EXIT.
004818     EXIT.
004819
004820*----------------------------------------------------------
004821* ONE REGISTER LINE PER GARNISHMENT TAKEN FROM THIS CHECK
004822*----------------------------------------------------------
004823 2710-PRINT-GARNISHMENT.
004824     MOVE WS-GP-CASE-NUMBER (WS-GARN-SUB) TO GNL-CASE-NUMBER
004825     MOVE WS-GP-AMOUNT (WS-GARN-SUB) TO GNL-AMOUNT
004826     WRITE PAYROLL-REGISTER-LINE FROM WS-GARNISH-LINE.
004827 2710-EXIT.
004828     EXIT.
004829
004830*----------------------------------------------------------
004831* ONE REGISTER LINE PER ARREARS SHORTFALL OR RECOVERY, WITH
004832* THE BALANCE STILL OWED AFTER IT
004833*----------------------------------------------------------
004834 2720-PRINT-ARREARS.
004835     MOVE WS-AP-LABEL (WS-ARR-SUB) TO ARL-LABEL
004836     MOVE WS-AP-TYPE-CODE (WS-ARR-SUB) TO ARL-TYPE-CODE
004837     MOVE WS-AP-AMOUNT (WS-ARR-SUB) TO ARL-AMOUNT
004838     MOVE WS-AP-BALANCE (WS-ARR-SUB) TO ARL-BALANCE
004839     WRITE PAYROLL-REGISTER-LINE FROM WS-ARREARS-LINE.
004840 2720-EXIT.
004841     EXIT.
004842
004843*----------------------------------------------------------
004844* RECOVER ARREARS FROM EVERY ACTIVE ENTRY CARRYING THE
004845* CURRENT PRIORITY, OUT OF WHAT THE CURRENT DEDUCTIONS LEFT
004846*----------------------------------------------------------
004847 2680-RECOVER-ONE-PRIORITY.
004848     PERFORM 2690-RECOVER-ONE-ENTRY THRU 2690-EXIT
004849         VARYING WS-DED-SUB FROM 1 BY 1
004850         UNTIL WS-DED-SUB > DD-DEDUCTION-COUNT.
004851 2680-EXIT.
004852     EXIT.
004853
004854*----------------------------------------------------------
004855* TAKE THE SMALLEST OF THE ARREARS BALANCE, THE RECOVERY
004856* LIMIT, AND THE NET.  A GOAL CAPS THE ARREARS TOO - ONCE
004857* TAKEN-TO-DATE REACHES IT NOTHING MORE IS OWED.  A STOPPED
004858* ENTRY'S ARREARS STAY ON FILE UNTIL IT IS ACTIVE AGAIN
004859*----------------------------------------------------------
004860 2690-RECOVER-ONE-ENTRY.
004861     IF DD-PRIORITY (WS-DED-SUB) NOT = WS-DED-PRIORITY
004862             OR NOT DD-ACTIVE (WS-DED-SUB)
004863             OR WS-NET-PAY = ZERO
004864         GO TO 2690-EXIT
004865     END-IF
004866     PERFORM 2645-READ-ARREARS THRU 2645-EXIT
004867     IF NOT ARREARS-ON-FILE
004868         GO TO 2690-EXIT
004869     END-IF
004870     IF DA-BALANCE = ZERO
004871         GO TO 2690-EXIT
004872     END-IF
004873     IF DD-GOAL-AMOUNT (WS-DED-SUB) > ZERO
004874         IF DD-TAKEN-TO-DATE (WS-DED-SUB)
004875                 >= DD-GOAL-AMOUNT (WS-DED-SUB)
004876             MOVE ZERO TO WS-ARR-GOAL-ROOM
004877         ELSE
004878             COMPUTE WS-ARR-GOAL-ROOM =
004879                 DD-GOAL-AMOUNT (WS-DED-SUB)
004880                 - DD-TAKEN-TO-DATE (WS-DED-SUB)
004881         END-IF
004882         IF DA-BALANCE > WS-ARR-GOAL-ROOM
004883             MOVE WS-ARR-GOAL-ROOM TO DA-BALANCE
004884         END-IF
004885     END-IF
004886     MOVE DA-BALANCE TO WS-ARR-TAKE
004887     IF DA-RECOVERY-LIMIT > ZERO
004888             AND WS-ARR-TAKE > DA-RECOVERY-LIMIT
004889         MOVE DA-RECOVERY-LIMIT TO WS-ARR-TAKE
004890     END-IF
004891     IF WS-ARR-TAKE > WS-NET-PAY
004892         MOVE WS-NET-PAY TO WS-ARR-TAKE
004893     END-IF
004894     MOVE WS-ARR-TAKE TO WS-DED-AMOUNT
004895     IF WS-DED-AMOUNT > ZERO
004896         SUBTRACT WS-DED-AMOUNT FROM WS-NET-PAY
004897         ADD WS-DED-AMOUNT TO DD-TAKEN-TO-DATE (WS-DED-SUB)
004898         ADD WS-DED-AMOUNT TO WS-DED-CHECK-TOTAL
004899         ADD WS-DED-AMOUNT TO WS-DED-GRAND-TOTAL
004900         ADD WS-DED-AMOUNT TO WS-ARR-RECOVERED-TOTAL
004901         SUBTRACT WS-DED-AMOUNT FROM DA-BALANCE
004902         ADD WS-DED-AMOUNT TO DA-RECOVERED-TO-DATE
004903         MOVE WS-RUN-DATE-N TO DA-LAST-RECOVERY-DATE
004904         ADD 1 TO WS-ARR-PRINT-COUNT
004905         MOVE "ARR RECOV " TO WS-AP-LABEL (WS-ARR-PRINT-COUNT)
004906         MOVE DD-TYPE-CODE (WS-DED-SUB)
004907             TO WS-AP-TYPE-CODE (WS-ARR-PRINT-COUNT)
004908         MOVE WS-DED-AMOUNT TO WS-AP-AMOUNT (WS-ARR-PRINT-COUNT)
004909         MOVE DA-BALANCE TO WS-AP-BALANCE (WS-ARR-PRINT-COUNT)
004910         MOVE PT-SSNUM TO DT-SSNUM
004911         MOVE WS-RUN-DATE-N TO DT-PAY-DATE
004912         MOVE DD-TYPE-CODE (WS-DED-SUB) TO DT-TYPE-CODE
004913         MOVE WS-DED-AMOUNT TO DT-AMOUNT
004914         MOVE SPACE TO DT-ADJUST-CODE
004915         MOVE "V" TO DT-ARREARS-CODE
004916         MOVE WS-DED-AMOUNT TO DT-ARREARS-AMOUNT
004917         MOVE SPACES TO DT-FILLER
004918         IF NOT TRIAL-RUN
004919             WRITE DEDUCTION-DETAIL-RECORD
004920         END-IF
004921         PERFORM 2630-TALLY-DED-TYPE THRU 2630-EXIT
004922     END-IF
004923     IF DA-BALANCE = ZERO
004924         MOVE ZERO TO DA-SINCE-DATE
004925         MOVE ZERO TO DA-SHORT-COUNT
004926     END-IF
004927     IF DD-GOAL-AMOUNT (WS-DED-SUB) > ZERO
004928             AND DD-TAKEN-TO-DATE (WS-DED-SUB)
004929                 >= DD-GOAL-AMOUNT (WS-DED-SUB)
004930         MOVE "S" TO DD-ACTIVE-FLAG (WS-DED-SUB)
004931     END-IF
004932     IF NOT TRIAL-RUN
004933         REWRITE DEDUCTION-ARREARS-RECORD
004934     END-IF.
004935 2690-EXIT.
004936     EXIT.
004937
004938*----------------------------------------------------------
004939* ONE REGISTER LINE PER DEDUCTION TAKEN FROM THIS CHECK
004940*----------------------------------------------------------
004941 2700-PRINT-DEDUCTION.
004942     MOVE WS-DP-TYPE-CODE (WS-DED-SUB) TO DDL-TYPE-CODE
004943     MOVE WS-DP-AMOUNT (WS-DED-SUB) TO DDL-AMOUNT
004944     WRITE PAYROLL-REGISTER-LINE FROM WS-DEDUCTION-LINE.
004945 2700-EXIT.
004946     EXIT.

004947*----------------------------------------------------------
004948* DIRECT DEPOSIT: A CUSTOMER WITH AN ACTIVE BANK ACCOUNT
004949* GETS AN ACH DETAIL FOR THE NET.  A PENDING ACCOUNT GETS A
004950* ZERO-DOLLAR PRENOTE AND MOVES TO PRENOTE-SENT STAMPED
004951* WITH TODAY; A PRENOTE-SENT ACCOUNT TURNS ACTIVE ONLY ON A
004952* RUN STRICTLY AFTER THE PRENOTE WENT OUT.  NO ACCOUNT, OR
004953* AN ACCOUNT THE BANK RETURNED AN ITEM AGAINST (STATUS R),
004954* OR ONE HELD AFTER A DEATH MASTER MATCH (STATUS H), MEANS
004955* THE PAPER CHECK STANDS
004956*----------------------------------------------------------
004957 2800-WRITE-ACH-EXTRACT.
004958     MOVE "C" TO WS-PAY-METHOD
004959     MOVE PT-SSNUM TO BA-SSNUM
004960     IF WS-BA-STATUS NOT = "35"
004961         READ BANK-ACCOUNTS
004962             INVALID KEY
004963                 CONTINUE
004964         END-READ
004965     END-IF
004966     IF WS-BA-STATUS = "00"
004967         EVALUATE TRUE
004968             WHEN BA-PRENOTE-PENDING
004969                 PERFORM 2820-WRITE-ACH-PRENOTE
004970                     THRU 2820-EXIT
004971                 SET BA-PRENOTE-SENT TO TRUE
004972                 MOVE WS-RUN-DATE-N TO BA-PRENOTE-DATE
004973                 IF NOT TRIAL-RUN
004974                     REWRITE BANK-ACCOUNT-RECORD
004975                 END-IF
004976             WHEN BA-PRENOTE-SENT
004977                 IF BA-PRENOTE-DATE < WS-RUN-DATE-N
004978                     SET BA-ACCOUNT-ACTIVE TO TRUE
004979                     IF NOT TRIAL-RUN
004980                         REWRITE BANK-ACCOUNT-RECORD
004981                     END-IF
004982                     PERFORM 2810-WRITE-ACH-DETAIL
004983                         THRU 2810-EXIT
004984                 END-IF
004985             WHEN BA-ACCOUNT-ACTIVE
004986                 PERFORM 2810-WRITE-ACH-DETAIL THRU 2810-EXIT
004990         END-EVALUATE
005000     END-IF.
005010 2800-EXIT.
005090     MOVE BA-ACCOUNT-TYPE TO WS-AD-ACCT-TYPE
005100     MOVE WS-NET-PAY TO WS-AD-AMOUNT
005110     MOVE SPACE TO WS-AD-PRENOTE-FLAG
005111     IF NOT TRIAL-RUN
005120         WRITE ACH-EXTRACT-RECORD FROM WS-ACH-DETAIL
005121     END-IF.
005130 2810-EXIT.
005140     EXIT.

005200     MOVE BA-ACCOUNT-TYPE TO WS-AD-ACCT-TYPE
005210     MOVE ZERO TO WS-AD-AMOUNT
005220     MOVE "P" TO WS-AD-PRENOTE-FLAG
005221     IF NOT TRIAL-RUN
005230         WRITE ACH-EXTRACT-RECORD FROM WS-ACH-DETAIL
005231     END-IF.
005240 2820-EXIT.
005250     EXIT.

005385     MOVE WS-PAY-METHOD TO PH-PAY-METHOD
005386     MOVE SPACE TO PH-RETURN-FLAG
005390     MOVE SPACES TO PH-FILLER
005391     MOVE WS-CHECK-WEEK-HOURS TO PH-WEEK-HOURS
005400     WRITE PAY-HISTORY-RECORD
005401         INVALID KEY
005402             DISPLAY "PAYREG: HISTORY ALREADY POSTED FOR "
005405     END-WRITE.
005410 2400-EXIT.
005420     EXIT.
005421
005422*----------------------------------------------------------
005423* THE TRIAL'S STAND-IN FOR THE HISTORY WRITE - REMEMBER THE
005424* SSN SO A SECOND TRANSACTION FOR IT IS SKIPPED AS POSTED
005425*----------------------------------------------------------
005426 2450-NOTE-PREVIEWED.
005427     IF WS-PREVIEW-COUNT < 5000
005428         ADD 1 TO WS-PREVIEW-COUNT
005429         MOVE PT-SSNUM TO WS-PV-SSNUM (WS-PREVIEW-COUNT)
005430     END-IF.
005431 2450-EXIT.
005432     EXIT.

005433*----------------------------------------------------------
005440* ROLL THIS CHECK INTO THE CUSTOMER'S YEAR-TO-DATE TOTALS,
005450* STARTING A FRESH RECORD ON THE FIRST CHECK OF A NEW YEAR
005460*----------------------------------------------------------
005680     REWRITE YTD-TOTALS-RECORD.
005690 2500-EXIT.
005700     EXIT.
005701
005702*----------------------------------------------------------
005703* POST THIS CHECK'S PAYROLL TAXES: ROLL THE TAXABLE WAGES
005704* AND TAX DOLLARS INTO THE YEAR'S WAGE-BASE RECORD AND
005705* WRITE THE CHECK'S TAX DETAIL UNDER THE PAY-HISTORY KEY
005706*----------------------------------------------------------
005707 2550-POST-PAYROLL-TAXES.
005708     ADD TC-SS-WAGES TO WB-SS-WAGES
005709     ADD TC-MED-WAGES TO WB-MED-WAGES
005710     ADD TC-FUTA-WAGES TO WB-FUTA-WAGES
005711     ADD TC-SUTA-WAGES TO WB-SUTA-WAGES
005712     ADD TC-EE-SS TO WB-EE-SS-YTD
005713     ADD TC-EE-MED TO WB-EE-MED-YTD
005714     ADD TC-ER-SS TO WB-ER-SS-YTD
005715     ADD TC-ER-MED TO WB-ER-MED-YTD
005716     ADD TC-FUTA TO WB-FUTA-YTD
005717     ADD TC-SUTA TO WB-SUTA-YTD
005718     REWRITE WAGE-BASE-RECORD
005719     MOVE PT-SSNUM TO ET-SSNUM
005720     MOVE WS-RUN-DATE-N TO ET-PAY-DATE
005721     MOVE ZERO TO ET-ADJ-SEQ
005722     MOVE TC-SS-WAGES TO ET-SS-WAGES
005723     MOVE TC-MED-WAGES TO ET-MED-WAGES
005724     MOVE TC-FUTA-WAGES TO ET-FUTA-WAGES
005725     MOVE TC-SUTA-WAGES TO ET-SUTA-WAGES
005726     MOVE TC-EE-SS TO ET-EE-SS
005727     MOVE TC-EE-MED TO ET-EE-MED
005728     MOVE TC-ER-SS TO ET-ER-SS
005729     MOVE TC-ER-MED TO ET-ER-MED
005730     MOVE TC-FUTA TO ET-FUTA
005731     MOVE TC-SUTA TO ET-SUTA
005732     MOVE SPACE TO ET-ADJUST-CODE
005733     MOVE SPACES TO ET-FILLER
005734     WRITE EMPLOYER-TAX-DETAIL-RECORD
005735         INVALID KEY
005736             DISPLAY "PAYREG: TAX DETAIL ALREADY POSTED FOR "
005737                 ET-SSNUM " ON " ET-PAY-DATE
005738     END-WRITE.
005743 2550-EXIT.
005744     EXIT.

005745*----------------------------------------------------------
005746* POST THE BALANCES 2070 FIGURED - A CUSTOMER'S FIRST CHECK
005747* STARTS THE BALANCE RECORD
005750*----------------------------------------------------------
005751 2900-POST-LEAVE.
005752     MOVE PT-SSNUM TO LB-SSNUM
005753     MOVE WS-NEW-VAC-BALANCE TO LB-VACATION-BALANCE
005754     MOVE WS-NEW-SICK-BALANCE TO LB-SICK-BALANCE
005755     IF LEAVE-ON-FILE
005756         REWRITE LEAVE-BALANCE-RECORD
005757     ELSE
005758         WRITE LEAVE-BALANCE-RECORD
005759     END-IF.
005779 2900-EXIT.
005780     EXIT.
005781
005782*----------------------------------------------------------
005783* PRINT THE GRAND TOTALS, WRITE THE ACH TRAILER, CLOSE UP
005784*----------------------------------------------------------
005785 3000-FINISH.
005786     MOVE "REGULAR PAY TOTAL:" TO CT-LABEL
005787     MOVE WS-REG-GRAND-TOTAL TO CT-TOTAL
005788     WRITE PAYROLL-REGISTER-LINE FROM WS-CATEGORY-TOTAL-LINE
005789     MOVE "OVERTIME PAY TOTAL:" TO CT-LABEL
005790     MOVE WS-OT-GRAND-TOTAL TO CT-TOTAL
005800     WRITE PAYROLL-REGISTER-LINE FROM WS-CATEGORY-TOTAL-LINE
005810     MOVE "PREMIUM PAY TOTAL:" TO CT-LABEL
005820     MOVE WS-PREM-GRAND-TOTAL TO CT-TOTAL
005827     WRITE PAYROLL-REGISTER-LINE FROM WS-CATEGORY-TOTAL-LINE
005828     MOVE "VACATION PAYOUT TOTAL:" TO CT-LABEL
005829     MOVE WS-PAYOUT-GRAND-TOTAL TO CT-TOTAL
005830     WRITE PAYROLL-REGISTER-LINE FROM WS-CATEGORY-TOTAL-LINE
005831     MOVE "GARNISHMENTS TOTAL:" TO CT-LABEL
005832     MOVE WS-GARN-GRAND-TOTAL TO CT-TOTAL
005833     WRITE PAYROLL-REGISTER-LINE FROM WS-CATEGORY-TOTAL-LINE
005834     MOVE "INCOME TAX WITHHELD:" TO CT-LABEL
005835     MOVE WS-WTH-GRAND-TOTAL TO CT-TOTAL
005836     WRITE PAYROLL-REGISTER-LINE FROM WS-CATEGORY-TOTAL-LINE
005837     MOVE "SOC SEC/MED WITHHELD:" TO CT-LABEL
005838     MOVE WS-FICA-GRAND-TOTAL TO CT-TOTAL
005839     WRITE PAYROLL-REGISTER-LINE FROM WS-CATEGORY-TOTAL-LINE
005840     MOVE "DEDUCTIONS TOTAL:" TO CT-LABEL
005850     MOVE WS-DED-GRAND-TOTAL TO CT-TOTAL
005860     WRITE PAYROLL-REGISTER-LINE FROM WS-CATEGORY-TOTAL-LINE
005861     MOVE "  ARREARS RECOVERED:" TO CT-LABEL
005862     MOVE WS-ARR-RECOVERED-TOTAL TO CT-TOTAL
005863     WRITE PAYROLL-REGISTER-LINE FROM WS-CATEGORY-TOTAL-LINE
005864     MOVE "DEDUCTIONS SHORT:" TO CT-LABEL
005865     MOVE WS-ARR-SHORT-TOTAL TO CT-TOTAL
005866     WRITE PAYROLL-REGISTER-LINE FROM WS-CATEGORY-TOTAL-LINE
005870     MOVE "DIRECT DEPOSIT TOTAL:" TO CT-LABEL
005880     MOVE WS-ACH-NET-TOTAL TO CT-TOTAL
005890     WRITE PAYROLL-REGISTER-LINE FROM WS-CATEGORY-TOTAL-LINE
005891     MOVE "EMPLOYER SS/MED TAX:" TO CT-LABEL
005892     MOVE WS-ER-FICA-GRAND-TOTAL TO CT-TOTAL
005893     WRITE PAYROLL-REGISTER-LINE FROM WS-CATEGORY-TOTAL-LINE
005894     MOVE "EMPLOYER FUTA TAX:" TO CT-LABEL
005895     MOVE WS-FUTA-GRAND-TOTAL TO CT-TOTAL
005896     WRITE PAYROLL-REGISTER-LINE FROM WS-CATEGORY-TOTAL-LINE
005897     MOVE "EMPLOYER SUTA TAX:" TO CT-LABEL
005898     MOVE WS-SUTA-GRAND-TOTAL TO CT-TOTAL
005899     WRITE PAYROLL-REGISTER-LINE FROM WS-CATEGORY-TOTAL-LINE
005900     MOVE WS-GRAND-TOTAL TO TL-GRAND-TOTAL
005910     WRITE PAYROLL-REGISTER-LINE FROM WS-TOTAL-LINE
005911     IF NOT TRIAL-RUN
005912         PERFORM 3300-RESET-CLEAN-HOURS THRU 3300-EXIT
005913     END-IF
005920     PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT
005940     PERFORM 3050-CLOSE-MASTERS THRU 3050-EXIT
005941     MOVE WS-EXCEPTION-COUNT TO XC-COUNT
005942     WRITE TAX-EXCEPTION-LINE FROM WS-EXCEPTION-COUNT-LINE
005943     CLOSE TAX-EXCEPTIONS
005944     IF TRIAL-RUN
005945         PERFORM 3100-PRINT-CASH-SUMMARY THRU 3100-EXIT
005946         PERFORM 3200-WRITE-TRIAL-TOTALS THRU 3200-EXIT
005947     ELSE
005948         MOVE WS-ACH-COUNT TO WS-AT-DETAIL-COUNT
005949         MOVE WS-ACH-NET-TOTAL TO WS-AT-ACH-NET-TOTAL
005950         MOVE WS-GRAND-TOTAL TO WS-AT-REGISTER-NET
005951         MOVE WS-RUN-DATE-N TO WS-AT-CHECK-DATE
005952         WRITE ACH-EXTRACT-RECORD FROM WS-ACH-TRAILER
005953         CLOSE ACH-EXTRACT
005954         CLOSE GARNISH-DETAIL
005955         CLOSE DEDUCTION-DETAIL
005956     END-IF
005957     CLOSE PAYROLL-REGISTER.
005958 3000-EXIT.
005959     EXIT.
005960
005961*----------------------------------------------------------
005962* CLOSE THE MASTERS - ONE A TRIAL FOUND NOT ON FILE WAS NEVER
005963* OPENED
005964*----------------------------------------------------------
005965 3050-CLOSE-MASTERS.
005966     IF WS-CM-STATUS NOT = "35"
005967         CLOSE CUSTOMER-MASTER
005968     END-IF
005969     IF WS-PH-STATUS NOT = "35"
005970         CLOSE PAY-HISTORY
005971     END-IF
005972     IF WS-YT-STATUS NOT = "35"
005973         CLOSE YTD-TOTALS
005974     END-IF
005975     IF WS-DD-STATUS NOT = "35"
005976         CLOSE DEDUCTION-MASTER
005977     END-IF
005978     IF WS-BA-STATUS NOT = "35"
005979         CLOSE BANK-ACCOUNTS
005980     END-IF
005981     IF WS-GO-STATUS NOT = "35"
005982         CLOSE GARNISH-ORDERS
005983     END-IF
005984     IF WS-LB-STATUS NOT = "35"
005985         CLOSE LEAVE-BALANCES
005986     END-IF
005987     IF WS-WB-STATUS NOT = "35"
005988         CLOSE WAGE-BASES
005989     END-IF
005990     IF WS-ET-STATUS NOT = "35"
005991         CLOSE EMPLOYER-TAX-DETAIL
005992     END-IF
005993     IF WS-TP-STATUS NOT = "35"
005994         CLOSE TAX-PROFILES
005995     END-IF
005996     IF WS-WW-STATUS NOT = "35"
005997         CLOSE WORK-WEEKS
005998     END-IF
005999     IF WS-DA-STATUS NOT = "35"
006000         CLOSE DEDUCTION-ARREARS
006001     END-IF.
006002 3050-EXIT.
006003     EXIT.
006004
006005*----------------------------------------------------------
006006* THE CASH-REQUIREMENTS SUMMARY - WHAT THE ACCOUNT MUST HOLD
006007* FOR THE CHECK DATE: THE NET SPLIT BETWEEN THE ACH FILE AND
006008* PAPER CHECKS, THE TAXES TO REMIT (WITHHELD PLUS THE
006009* EMPLOYER'S SHARE), THE GARNISHMENTS, AND EACH DEDUCTION
006010* TYPE'S LIABILITY.  THE TOTAL IS GROSS PLUS EMPLOYER TAXES
006011*----------------------------------------------------------
006012 3100-PRINT-CASH-SUMMARY.
006013     OPEN OUTPUT CASH-REQUIREMENTS
006014     WRITE CASH-REQUIREMENTS-LINE FROM WS-CASH-HEADING
006015     WRITE CASH-REQUIREMENTS-LINE FROM WS-CHECK-DATE-LINE
006016     MOVE "NET PAY" TO CQS-TEXT
006017     PERFORM 3150-PRINT-SECTION THRU 3150-EXIT
006018     MOVE "DIRECT DEPOSIT (ACH FILE)" TO CQL-LABEL
006019     MOVE WS-ACH-COUNT TO CQL-COUNT
006020     MOVE WS-ACH-NET-TOTAL TO CQL-AMOUNT
006021     WRITE CASH-REQUIREMENTS-LINE FROM WS-CASH-LINE
006022     MOVE "PAPER CHECKS" TO CQL-LABEL
006023     MOVE WS-PAPER-COUNT TO CQL-COUNT
006024     MOVE WS-PAPER-TOTAL TO CQL-AMOUNT
006025     WRITE CASH-REQUIREMENTS-LINE FROM WS-CASH-LINE
006026     MOVE "TOTAL NET PAY" TO CQL-LABEL
006027     MOVE WS-RECORD-COUNT TO CQL-COUNT
006028     MOVE WS-GRAND-TOTAL TO CQL-AMOUNT
006029     WRITE CASH-REQUIREMENTS-LINE FROM WS-CASH-LINE
006030     MOVE "WITHHOLDING AND PAYROLL TAXES TO REMIT" TO CQS-TEXT
006031     PERFORM 3150-PRINT-SECTION THRU 3150-EXIT
006032     MOVE ZERO TO CQL-COUNT
006033     MOVE "INCOME TAX WITHHELD" TO CQL-LABEL
006034     MOVE WS-WTH-GRAND-TOTAL TO CQL-AMOUNT
006035     WRITE CASH-REQUIREMENTS-LINE FROM WS-CASH-LINE
006036     MOVE "EMPLOYEE SOC SEC/MEDICARE" TO CQL-LABEL
006037     MOVE WS-FICA-GRAND-TOTAL TO CQL-AMOUNT
006038     WRITE CASH-REQUIREMENTS-LINE FROM WS-CASH-LINE
006039     MOVE "EMPLOYER SOC SEC/MEDICARE" TO CQL-LABEL
006040     MOVE WS-ER-FICA-GRAND-TOTAL TO CQL-AMOUNT
006041     WRITE CASH-REQUIREMENTS-LINE FROM WS-CASH-LINE
006042     MOVE "EMPLOYER FUTA" TO CQL-LABEL
006043     MOVE WS-FUTA-GRAND-TOTAL TO CQL-AMOUNT
006044     WRITE CASH-REQUIREMENTS-LINE FROM WS-CASH-LINE
006045     MOVE "EMPLOYER SUTA" TO CQL-LABEL
006046     MOVE WS-SUTA-GRAND-TOTAL TO CQL-AMOUNT
006047     WRITE CASH-REQUIREMENTS-LINE FROM WS-CASH-LINE
006048     COMPUTE WS-CASH-TAX-TOTAL = WS-WTH-GRAND-TOTAL
006049         + WS-FICA-GRAND-TOTAL + WS-ER-FICA-GRAND-TOTAL
006050         + WS-FUTA-GRAND-TOTAL + WS-SUTA-GRAND-TOTAL
006051     MOVE "TOTAL TAXES TO REMIT" TO CQL-LABEL
006052     MOVE WS-CASH-TAX-TOTAL TO CQL-AMOUNT
006053     WRITE CASH-REQUIREMENTS-LINE FROM WS-CASH-LINE
006054     MOVE "GARNISHMENTS TO REMIT" TO CQS-TEXT
006055     PERFORM 3150-PRINT-SECTION THRU 3150-EXIT
006056     MOVE "COURT-ORDERED GARNISHMENTS" TO CQL-LABEL
006057     MOVE WS-GARN-GRAND-TOTAL TO CQL-AMOUNT
006058     WRITE CASH-REQUIREMENTS-LINE FROM WS-CASH-LINE
006059     MOVE "DEDUCTION LIABILITIES BY TYPE CODE" TO CQS-TEXT
006060     PERFORM 3150-PRINT-SECTION THRU 3150-EXIT
006061     PERFORM 3110-PRINT-ONE-DED-TYPE THRU 3110-EXIT
006062         VARYING WS-DED-TYPE-SUB FROM 1 BY 1
006063         UNTIL WS-DED-TYPE-SUB > WS-DED-TYPE-COUNT
006064     MOVE ZERO TO CQL-COUNT
006065     MOVE "TOTAL DEDUCTIONS" TO CQL-LABEL
006066     MOVE WS-DED-GRAND-TOTAL TO CQL-AMOUNT
006067     WRITE CASH-REQUIREMENTS-LINE FROM WS-CASH-LINE
006068     COMPUTE WS-CASH-REQUIRED = WS-GRAND-TOTAL
006069         + WS-CASH-TAX-TOTAL + WS-GARN-GRAND-TOTAL
006070         + WS-DED-GRAND-TOTAL
006071     MOVE SPACES TO CQS-TEXT
006072     PERFORM 3150-PRINT-SECTION THRU 3150-EXIT
006073     MOVE "TOTAL CASH REQUIRED" TO CQL-LABEL
006074     MOVE WS-CASH-REQUIRED TO CQL-AMOUNT
006075     WRITE CASH-REQUIREMENTS-LINE FROM WS-CASH-LINE
006076     CLOSE CASH-REQUIREMENTS.
006077 3100-EXIT.
006078     EXIT.
006079
006080 3110-PRINT-ONE-DED-TYPE.
006081     MOVE SPACES TO CQL-LABEL
006082     STRING "DEDUCTION TYPE " DELIMITED BY SIZE
006083         WS-DX-TYPE-CODE (WS-DED-TYPE-SUB) DELIMITED BY SIZE
006084         INTO CQL-LABEL
006085     MOVE WS-DX-COUNT (WS-DED-TYPE-SUB) TO CQL-COUNT
006086     MOVE WS-DX-AMOUNT (WS-DED-TYPE-SUB) TO CQL-AMOUNT
006087     WRITE CASH-REQUIREMENTS-LINE FROM WS-CASH-LINE.
006088 3110-EXIT.
006089     EXIT.
006090
006091*----------------------------------------------------------
006092* A BLANK LINE, THEN THE SECTION TITLE ALREADY IN CQS-TEXT
006093*----------------------------------------------------------
006094 3150-PRINT-SECTION.
006095     MOVE SPACES TO CASH-REQUIREMENTS-LINE
006096     WRITE CASH-REQUIREMENTS-LINE
006097     IF CQS-TEXT NOT = SPACES
006098         WRITE CASH-REQUIREMENTS-LINE FROM WS-CASH-SECTION-LINE
006099     END-IF.
006100 3150-EXIT.
006101     EXIT.
006102
006103*----------------------------------------------------------
006104* LEAVE THE TRIAL'S TOTALS FOR PAYBAL - ONE RECORD, REPLACED
006105* BY EVERY TRIAL, SO THE LAST PREVIEW IS THE ONE PROVED
006106*----------------------------------------------------------
006107 3200-WRITE-TRIAL-TOTALS.
006108     OPEN OUTPUT TRIAL-TOTALS
006109     MOVE WS-RUN-DATE-N TO TR-CHECK-DATE
006110     MOVE WS-RUN-START-DATE TO TR-RUN-DATE
006111     MOVE WS-RUN-START-TIME TO TR-RUN-TIME
006112     MOVE WS-RECORD-COUNT TO TR-CHECK-COUNT
006113     MOVE WS-GROSS-GRAND-TOTAL TO TR-GROSS
006114     MOVE WS-WTH-GRAND-TOTAL TO TR-INCOME-TAX
006115     MOVE WS-FICA-GRAND-TOTAL TO TR-EE-FICA
006116     MOVE WS-GARN-GRAND-TOTAL TO TR-GARNISHMENTS
006117     MOVE WS-DED-GRAND-TOTAL TO TR-DEDUCTIONS
006118     MOVE WS-GRAND-TOTAL TO TR-NET
006119     MOVE WS-ACH-COUNT TO TR-ACH-COUNT
006120     MOVE WS-ACH-NET-TOTAL TO TR-ACH-TOTAL
006121     MOVE WS-PAPER-COUNT TO TR-PAPER-COUNT
006122     MOVE WS-PAPER-TOTAL TO TR-PAPER-TOTAL
006123     COMPUTE TR-ER-TAXES = WS-ER-FICA-GRAND-TOTAL
006124         + WS-FUTA-GRAND-TOTAL + WS-SUTA-GRAND-TOTAL
006125     MOVE SPACES TO TR-FILLER
006126     WRITE PAYROLL-TRIAL-RECORD
006127     CLOSE TRIAL-TOTALS
006128     DISPLAY "PAYREG: TRIAL TOTALS FOR CHECK DATE " WS-RUN-DATE-N
006129         " LEFT ON PAYTRIAL".
006130 3200-EXIT.
006131     EXIT.
006132
006133*----------------------------------------------------------
006134* THE CLEAN HOURS FILE BUILDS UP OVER THE PERIOD - PAYEDIT
006135* APPENDS EACH NIGHT'S.  ONCE THE CHECK DATE HAS POSTED, IT IS
006136* REWRITTEN WITH ONLY THE HOURS EDITED FOR SOME OTHER CHECK
006137* DATE: WHAT THIS RUN PAID, OR FOUND ALREADY PAID, IS GONE
006138*----------------------------------------------------------
006139 3300-RESET-CLEAN-HOURS.
006140     MOVE ZERO TO WS-KEPT-COUNT
006141     OPEN OUTPUT HOURS-TRANS
006142     PERFORM 3310-KEEP-ONE-TRANS THRU 3310-EXIT
006143         VARYING WS-TRANS-SUB FROM 1 BY 1
006144         UNTIL WS-TRANS-SUB > WS-TRANS-COUNT
006145     CLOSE HOURS-TRANS
006146     DISPLAY "PAYREG: CLEAN HOURS FILE RESET - " WS-KEPT-COUNT
006147         " TRANSACTIONS FOR OTHER CHECK DATES KEPT".
006148 3300-EXIT.
006149     EXIT.
006150
006151 3310-KEEP-ONE-TRANS.
006152     MOVE WS-TRANS-ENTRY (WS-TRANS-SUB) TO PAYROLL-TRANS-RECORD
006153     IF PT-CHECK-DATE NUMERIC
006154             AND PT-CHECK-DATE NOT = ZERO
006155             AND PT-CHECK-DATE NOT = WS-RUN-DATE-N
006156         WRITE HOURS-TRANS-RECORD FROM PAYROLL-TRANS-RECORD
006157         ADD 1 TO WS-KEPT-COUNT
006158     END-IF.
006159 3310-EXIT.
006160     EXIT.

006189*----------------------------------------------------------
006190* TAKE THE NEXT TRANSACTION OFF THE LOADED TABLE, SET THE
006191* EOF SWITCH PAST THE LAST ONE
006192*----------------------------------------------------------
006193 8000-READ-TRANS.
006194     IF WS-TRANS-SUB NOT < WS-TRANS-COUNT
006195         SET END-OF-FILE TO TRUE
006196         GO TO 8000-EXIT
006197     END-IF
006198     ADD 1 TO WS-TRANS-SUB
006199     MOVE WS-TRANS-ENTRY (WS-TRANS-SUB) TO PAYROLL-TRANS-RECORD.
006200 8000-EXIT.
006201     EXIT.

006202*----------------------------------------------------------
006203* APPEND THIS RUN'S CONTROL RECORD TO THE SHARED RUN LOG
006204*----------------------------------------------------------
006205 9100-WRITE-RUN-LOG.
006210     OPEN EXTEND RUN-CONTROL-LOG
006220     IF WS-RL-STATUS = "35"
006230         OPEN OUTPUT RUN-CONTROL-LOG
006240         CLOSE RUN-CONTROL-LOG
006250         OPEN EXTEND RUN-CONTROL-LOG
006260     END-IF
006270     MOVE WS-LOG-JOB-NAME TO RL-JOB-NAME
006280     MOVE WS-RUN-START-DATE TO RL-START-DATE
006290     MOVE WS-RUN-START-TIME TO RL-START-TIME
006300     ACCEPT RL-END-DATE FROM DATE YYYYMMDD
