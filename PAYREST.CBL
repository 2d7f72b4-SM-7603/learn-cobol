000122* 09/02/26  SM   GARNISHMENT ORDERS AND LEAVE BALANCES
000124* 09/02/26  SM   VERIFIED AND RESTORED TOO - THE REGISTER
000126* 09/02/26  SM   POSTS TO BOTH ON EVERY CHECK
000127* 10/15/26  SM   WAGEBASE AND ETXDETL VERIFIED AND RESTORED -
000128* 10/15/26  SM   THE REGISTER POSTS PAYROLL TAXES TO BOTH
000129* 10/15/26  SM   WRKWEEK VERIFIED AND RESTORED - THE REGISTER ADDS
000130* 10/15/26  SM   EVERY CHECK'S REGULAR HOURS TO ITS WORKWEEK
000131* 10/15/26  SM   DEDARR VERIFIED AND RESTORED - THE REGISTER POSTS
000132* 10/15/26  SM   DEDUCTION ARREARS SHORTFALLS AND RECOVERIES
000133* 10/15/26  SM   WRKWEEK IMAGE FOLLOWS ITS PER-CHECK RECORD KEY
000134*----------------------------------------------------------
000140*
000150* COMPANION TO PAYSNAP, IN CMRELD'S MOLD.  MODE V MAKES A
000160* FULL PASS OF THE SNAPSHOT AND PROVES EVERY SECTION'S
000170* RECORD COUNT AND DOLLAR HASH AGAINST ITS TRAILER WITHOUT
000180* TOUCHING A LIVE FILE - THE CHECK TO RUN AFTER EVERY
000190* SNAPSHOT.  MODE R REBUILDS PAYHIST, YTDTOTS, DEDMAS,
000200* BANKACCT, GARNORD, LEAVEBAL, WAGEBASE, ETXDETL,
000201* WRKWEEK, AND DEDARR FROM
000205* THEIR SECTIONS, PROVING THE SAME TOTALS AS
000210* IT GOES, SO PAYREG'S ABEND PROCEDURE IS A JOB INSTEAD OF
000220* A SCRAMBLE.  A SECTION WITHOUT A TRAILER NEVER PROVES.
000222* THE APPEND-ONLY GARNDETL ANSWER TRAIL IS NOT IN THE
000498         ACCESS MODE IS DYNAMIC
000499         RECORD KEY IS LB-SSNUM
000500         FILE STATUS IS WS-LB-STATUS.
000501     SELECT WAGE-BASES ASSIGN TO "WAGEBASE"
000502         ORGANIZATION IS INDEXED
000503         ACCESS MODE IS DYNAMIC
000504         RECORD KEY IS WB-KEY
000505         FILE STATUS IS WS-WB-STATUS.
000506     SELECT EMPLOYER-TAX-DETAIL ASSIGN TO "ETXDETL"
000507         ORGANIZATION IS INDEXED
000508         ACCESS MODE IS DYNAMIC
000509         RECORD KEY IS ET-KEY
000510         FILE STATUS IS WS-ET-STATUS.
000511     SELECT WORK-WEEKS ASSIGN TO "WRKWEEK"
000512         ORGANIZATION IS INDEXED
000513         ACCESS MODE IS DYNAMIC
000514         RECORD KEY IS WW-KEY
000515         FILE STATUS IS WS-WW-STATUS.
000516     SELECT DEDUCTION-ARREARS ASSIGN TO "DEDARR"
000517         ORGANIZATION IS INDEXED
000518         ACCESS MODE IS DYNAMIC
000519         RECORD KEY IS DA-KEY
000520         FILE STATUS IS WS-DA-STATUS.
000521     SELECT RUN-CONTROL-LOG ASSIGN TO "RUNLOG"
000522         ORGANIZATION IS LINE SEQUENTIAL
000523         FILE STATUS IS WS-RL-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000654     COPY GARNORD.
000656 FD  LEAVE-BALANCES.
000658     COPY LEAVEBAL.
000659 FD  WAGE-BASES.
000660     COPY WAGEBASE.
000661 FD  EMPLOYER-TAX-DETAIL.
000662     COPY ETXDTL.
000663 FD  WORK-WEEKS.
000664     COPY WRKWEEK.
000665 FD  DEDUCTION-ARREARS.
000666     COPY DEDARR.
000667 FD  RUN-CONTROL-LOG.
000670     COPY RUNLOG.
000680
000690 WORKING-STORAGE SECTION.
000740 77  WS-BA-STATUS                  PIC X(02) VALUE "00".
000742 77  WS-GO-STATUS                  PIC X(02) VALUE "00".
000744 77  WS-LB-STATUS                  PIC X(02) VALUE "00".
000746 77  WS-WB-STATUS                  PIC X(02) VALUE "00".
000748 77  WS-ET-STATUS                  PIC X(02) VALUE "00".
000749 77  WS-WW-STATUS                  PIC X(02) VALUE "00".
000750 77  WS-DA-STATUS                  PIC X(02) VALUE "00".
000751 77  WS-RL-STATUS                  PIC X(02) VALUE "00".
000760 77  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
000770     88  END-OF-SNAPSHOT           VALUE "Y".
000780 77  WS-MODE                       PIC X(01) VALUE "V".
001137     05  WS-LI-VACATION            PIC 9(3)V99.
001138     05  WS-LI-SICK                PIC 9(3)V99.
001139     05  FILLER                    PIC X(196).
001140 01  WS-WB-IMAGE REDEFINES WS-PH-IMAGE.
001141     05  FILLER                    PIC X(22).
001142     05  WS-WI-MED-WAGES           PIC 9(7)V99.
001143     05  FILLER                    PIC X(184).
001144 01  WS-ET-IMAGE REDEFINES WS-PH-IMAGE.
001145     05  FILLER                    PIC X(25).
001146     05  WS-EI-MED-WAGES           PIC 9(5)V99.
001147     05  FILLER                    PIC X(183).
001148 01  WS-WW-IMAGE REDEFINES WS-PH-IMAGE.
001149     05  FILLER                    PIC X(25).
001150     05  WS-KI-REG-HOURS           PIC 9(4)V99.
001151     05  FILLER                    PIC X(184).
001152 01  WS-DA-IMAGE REDEFINES WS-PH-IMAGE.
001153     05  FILLER                    PIC X(12).
001154     05  WS-AI-BALANCE             PIC 9(6)V99.
001155     05  FILLER                    PIC X(195).
001156 01  WS-RUN-START-STAMP.
001157     05  WS-RUN-START-DATE         PIC 9(8).
001160     05  WS-RUN-START-TIME         PIC 9(8).
001170
001180 PROCEDURE DIVISION.
001430     EXIT.
001440
001450*----------------------------------------------------------
001460* R REBUILDS THE FILES, V ONLY PROVES THE TOTALS -
001470* ANYTHING ELSE RE-PROMPTS, SAME AS CMRELD
001480*----------------------------------------------------------
001490 1100-ACCEPT-MODE.
002104                 OPEN OUTPUT GARNISH-ORDERS
002106             WHEN "LEAVEBAL"
002108                 OPEN OUTPUT LEAVE-BALANCES
002109             WHEN "WAGEBASE"
002110                 OPEN OUTPUT WAGE-BASES
002111             WHEN "ETXDETL "
002112                 OPEN OUTPUT EMPLOYER-TAX-DETAIL
002113             WHEN "WRKWEEK "
002114                 OPEN OUTPUT WORK-WEEKS
002115             WHEN "DEDARR  "
002116                 OPEN OUTPUT DEDUCTION-ARREARS
002117             WHEN OTHER
002120                 DISPLAY "PAYREST: UNKNOWN SECTION "
002130                     WS-CURRENT-FILE
002140         END-EVALUATE
002366         WHEN "LEAVEBAL"
002367             ADD WS-LI-VACATION TO WS-SECTION-HASH
002368             ADD WS-LI-SICK TO WS-SECTION-HASH
002369         WHEN "WAGEBASE"
002370             ADD WS-WI-MED-WAGES TO WS-SECTION-HASH
002371         WHEN "ETXDETL "
002372             ADD WS-EI-MED-WAGES TO WS-SECTION-HASH
002373         WHEN "WRKWEEK "
002374             ADD WS-KI-REG-HOURS TO WS-SECTION-HASH
002375         WHEN "DEDARR  "
002376             ADD WS-AI-BALANCE TO WS-SECTION-HASH
002377         WHEN OTHER
002380             CONTINUE
002390     END-EVALUATE
002400     IF RELOAD-MODE
002780                     DISPLAY "PAYREST: DUPLICATE LEAVEBAL "
002782                         "KEY, RECORD DROPPED"
002784             END-WRITE
002785         WHEN "WAGEBASE"
002786             WRITE WAGE-BASE-RECORD FROM SN-DATA
002787                 INVALID KEY
002788                     DISPLAY "PAYREST: DUPLICATE WAGEBASE "
002789                         "KEY, RECORD DROPPED"
002790             END-WRITE
002791         WHEN "ETXDETL "
002792             WRITE EMPLOYER-TAX-DETAIL-RECORD FROM SN-DATA
002793                 INVALID KEY
002794                     DISPLAY "PAYREST: DUPLICATE ETXDETL "
002795                         "KEY, RECORD DROPPED"
002796             END-WRITE
002797         WHEN "WRKWEEK "
002798             WRITE WORK-WEEK-RECORD FROM SN-DATA
002799                 INVALID KEY
002800                     DISPLAY "PAYREST: DUPLICATE WRKWEEK "
002801                         "KEY, RECORD DROPPED"
002802             END-WRITE
002803         WHEN "DEDARR  "
002804             WRITE DEDUCTION-ARREARS-RECORD FROM SN-DATA
002805                 INVALID KEY
002806                     DISPLAY "PAYREST: DUPLICATE DEDARR "
002807                         "KEY, RECORD DROPPED"
002808             END-WRITE
002809         WHEN OTHER
002810             CONTINUE
002811     END-EVALUATE.
002812 2220-EXIT.
002813     EXIT.
002820
002830*----------------------------------------------------------
002840* PROVE THE SECTION'S COMPUTED TOTALS AGAINST ITS TRAILER
003124                 CLOSE GARNISH-ORDERS
003126             WHEN "LEAVEBAL"
003128                 CLOSE LEAVE-BALANCES
003129             WHEN "WAGEBASE"
003130                 CLOSE WAGE-BASES
003131             WHEN "ETXDETL "
003132                 CLOSE EMPLOYER-TAX-DETAIL
003133             WHEN "WRKWEEK "
003134                 CLOSE WORK-WEEKS
003135             WHEN "DEDARR  "
003136                 CLOSE DEDUCTION-ARREARS
003137             WHEN OTHER
003140                 CONTINUE
003150         END-EVALUATE
003160     END-IF.
