000114* 09/02/26  SM   SNAPPED TOO - THE REGISTER POSTS TO BOTH
000116* 09/02/26  SM   ON EVERY CHECK, SO A RESTORE-AND-RERUN
000118* 09/02/26  SM   WITHOUT THEM WOULD DOUBLE-POST THEM
000119* 10/15/26  SM   WAGEBASE AND ETXDETL SNAPPED - THE REGISTER
000120* 10/15/26  SM   POSTS PAYROLL TAXES TO BOTH ON EVERY CHECK
000121* 10/15/26  SM   WRKWEEK SNAPPED - THE REGISTER ADDS EVERY CHECK'S
000122* 10/15/26  SM   REGULAR HOURS TO ITS WORKWEEK
000123* 10/15/26  SM   DEDARR SNAPPED - THE REGISTER POSTS DEDUCTION
000124* 10/15/26  SM   ARREARS SHORTFALLS AND RECOVERIES
000125* 10/15/26  SM   WRKWEEK NOW HOLDS ONE RECORD PER CHECK PER WEEK
000126*----------------------------------------------------------
000130*
000140* RUNS AHEAD OF PAYREG EVERY PAYROLL NIGHT.  UNLOADS THE
000150* PAY HISTORY, YTD TOTALS, DEDUCTION MASTER, BANK
000160* ACCOUNTS, GARNISHMENT ORDERS, LEAVE BALANCES, PAYROLL-TAX
000162* WAGE BASES, PAYROLL-TAX DETAIL, WORKWEEK HOURS, AND
000163* DEDUCTION ARREARS INTO
000165* ONE SEQUENTIAL SNAPSHOT FILE, EACH FILE AS
000170* A HEADER/DETAILS/TRAILER SECTION WITH A RECORD COUNT AND
000180* A DOLLAR HASH, CMUNLD-STYLE - SO THE "PRE-RUN BACKUPS"
000498         ACCESS MODE IS SEQUENTIAL
000499         RECORD KEY IS LB-SSNUM
000500         FILE STATUS IS WS-LB-STATUS.
000501     SELECT WAGE-BASES ASSIGN TO "WAGEBASE"
000502         ORGANIZATION IS INDEXED
000503         ACCESS MODE IS SEQUENTIAL
000504         RECORD KEY IS WB-KEY
000505         FILE STATUS IS WS-WB-STATUS.
000506     SELECT EMPLOYER-TAX-DETAIL ASSIGN TO "ETXDETL"
000507         ORGANIZATION IS INDEXED
000508         ACCESS MODE IS SEQUENTIAL
000509         RECORD KEY IS ET-KEY
000510         FILE STATUS IS WS-ET-STATUS.
000511     SELECT WORK-WEEKS ASSIGN TO "WRKWEEK"
000512         ORGANIZATION IS INDEXED
000513         ACCESS MODE IS SEQUENTIAL
000514         RECORD KEY IS WW-KEY
000515         FILE STATUS IS WS-WW-STATUS.
000516     SELECT DEDUCTION-ARREARS ASSIGN TO "DEDARR"
000517         ORGANIZATION IS INDEXED
000518         ACCESS MODE IS SEQUENTIAL
000519         RECORD KEY IS DA-KEY
000520         FILE STATUS IS WS-DA-STATUS.
000521     SELECT POSTING-SNAPSHOT ASSIGN TO "PAYSNAPF"
000522         ORGANIZATION IS LINE SEQUENTIAL.
000530     SELECT RUN-CONTROL-LOG ASSIGN TO "RUNLOG"
000540         ORGANIZATION IS LINE SEQUENTIAL
000545         FILE STATUS IS WS-RL-STATUS.
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
000667 FD  POSTING-SNAPSHOT.
000670     COPY PAYBKUP.
000680 FD  RUN-CONTROL-LOG.
000690     COPY RUNLOG.
000750 77  WS-BA-STATUS                  PIC X(02) VALUE "00".
000752 77  WS-GO-STATUS                  PIC X(02) VALUE "00".
000754 77  WS-LB-STATUS                  PIC X(02) VALUE "00".
000756 77  WS-WB-STATUS                  PIC X(02) VALUE "00".
000758 77  WS-ET-STATUS                  PIC X(02) VALUE "00".
000759 77  WS-WW-STATUS                  PIC X(02) VALUE "00".
000760 77  WS-DA-STATUS                  PIC X(02) VALUE "00".
000761 77  WS-RL-STATUS                  PIC X(02) VALUE "00".
000770 77  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
000780     88  END-OF-FILE               VALUE "Y".
000810 77  WS-SECTION-COUNT              PIC 9(07) VALUE ZERO.
000970     PERFORM 5000-SNAP-BANK-ACCOUNTS THRU 5000-EXIT
000972     PERFORM 6000-SNAP-GARNISH-ORDERS THRU 6000-EXIT
000974     PERFORM 7000-SNAP-LEAVE-BALANCES THRU 7000-EXIT
000976     PERFORM 8000-SNAP-WAGE-BASES THRU 8000-EXIT
000978     PERFORM 8500-SNAP-TAX-DETAIL THRU 8500-EXIT
000979     PERFORM 8700-SNAP-WORK-WEEKS THRU 8700-EXIT
000980     PERFORM 8900-SNAP-ARREARS THRU 8900-EXIT
000981     CLOSE POSTING-SNAPSHOT
000990     DISPLAY "PAYSNAP: RECORDS SNAPPED = " WS-TOTAL-RECORDS
001000     PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT
001010     GOBACK.
003580     END-IF.
003590 7100-EXIT.
003600     EXIT.
003601
003602*----------------------------------------------------------
003603* SECTION 7: THE WAGE BASES, HASHED ON THE MEDICARE WAGES
003604* (THE ONE BASE WITH NO CAP)
003605*----------------------------------------------------------
003606 8000-SNAP-WAGE-BASES.
003607     MOVE "WAGEBASE" TO SN-FILE-ID
003608     PERFORM 1000-WRITE-HEADER THRU 1000-EXIT
003609     MOVE "N" TO WS-EOF-SWITCH
003610     OPEN INPUT WAGE-BASES
003611     IF WS-WB-STATUS = "35"
003612         OPEN OUTPUT WAGE-BASES
003613         CLOSE WAGE-BASES
003614         OPEN INPUT WAGE-BASES
003615     END-IF
003616     PERFORM 8100-SNAP-ONE-WAGE-BASE THRU 8100-EXIT
003617         UNTIL END-OF-FILE
003618     CLOSE WAGE-BASES
003619     PERFORM 1100-WRITE-TRAILER THRU 1100-EXIT.
003620 8000-EXIT.
003621     EXIT.
003622
003623 8100-SNAP-ONE-WAGE-BASE.
003624     READ WAGE-BASES NEXT RECORD
003625         AT END
003626             SET END-OF-FILE TO TRUE
003627     END-READ
003628     IF NOT END-OF-FILE
003629         ADD 1 TO WS-SECTION-COUNT
003630         ADD WB-MED-WAGES TO WS-SECTION-HASH
003631         SET SN-DETAIL TO TRUE
003632         MOVE SPACES TO SN-DATA
003633         MOVE WAGE-BASE-RECORD TO SN-DATA
003634         WRITE SNAPSHOT-RECORD
003635     END-IF.
003636 8100-EXIT.
003637     EXIT.
003638
003639*----------------------------------------------------------
003640* SECTION 8: THE PAYROLL-TAX DETAIL, HASHED ON THE MEDICARE
003641* WAGES - KEYED LIKE THE PAY HISTORY, SO A RERUN AFTER A
003642* RESTORE CANNOT FIND ITS CHECKS' DETAILS ALREADY ON FILE
003643*----------------------------------------------------------
003644 8500-SNAP-TAX-DETAIL.
003645     MOVE "ETXDETL " TO SN-FILE-ID
003646     PERFORM 1000-WRITE-HEADER THRU 1000-EXIT
003647     MOVE "N" TO WS-EOF-SWITCH
003648     OPEN INPUT EMPLOYER-TAX-DETAIL
003649     IF WS-ET-STATUS = "35"
003650         OPEN OUTPUT EMPLOYER-TAX-DETAIL
003651         CLOSE EMPLOYER-TAX-DETAIL
003652         OPEN INPUT EMPLOYER-TAX-DETAIL
003653     END-IF
003654     PERFORM 8600-SNAP-ONE-TAX-DETAIL THRU 8600-EXIT
003655         UNTIL END-OF-FILE
003656     CLOSE EMPLOYER-TAX-DETAIL
003657     PERFORM 1100-WRITE-TRAILER THRU 1100-EXIT.
003658 8500-EXIT.
003659     EXIT.
003660
003661 8600-SNAP-ONE-TAX-DETAIL.
003662     READ EMPLOYER-TAX-DETAIL NEXT RECORD
003663         AT END
003664             SET END-OF-FILE TO TRUE
003665     END-READ
003666     IF NOT END-OF-FILE
003667         ADD 1 TO WS-SECTION-COUNT
003668         ADD ET-MED-WAGES TO WS-SECTION-HASH
003669         SET SN-DETAIL TO TRUE
003670         MOVE SPACES TO SN-DATA
003671         MOVE EMPLOYER-TAX-DETAIL-RECORD TO SN-DATA
003672         WRITE SNAPSHOT-RECORD
003673     END-IF.
003674 8600-EXIT.
003675     EXIT.
003676
003677*----------------------------------------------------------
003678* SECTION 9: WORKWEEK HOURS, ONE RECORD PER CHECK PER WEEK,
003679* HASHED ON THE REGULAR HOURS - A RERUN AFTER A RESTORE WITHOUT
003680* THEM WOULD COUNT THE ABENDED RUN'S HOURS TOWARD OVERTIME TWICE
003681*----------------------------------------------------------
003682 8700-SNAP-WORK-WEEKS.
003683     MOVE "WRKWEEK " TO SN-FILE-ID
003684     PERFORM 1000-WRITE-HEADER THRU 1000-EXIT
003685     MOVE "N" TO WS-EOF-SWITCH
003686     OPEN INPUT WORK-WEEKS
003687     IF WS-WW-STATUS = "35"
003688         OPEN OUTPUT WORK-WEEKS
003689         CLOSE WORK-WEEKS
003690         OPEN INPUT WORK-WEEKS
003691     END-IF
003692     PERFORM 8800-SNAP-ONE-WORK-WEEK THRU 8800-EXIT
003693         UNTIL END-OF-FILE
003694     CLOSE WORK-WEEKS
003695     PERFORM 1100-WRITE-TRAILER THRU 1100-EXIT.
003696 8700-EXIT.
003697     EXIT.
003698
003699 8800-SNAP-ONE-WORK-WEEK.
003700     READ WORK-WEEKS NEXT RECORD
003701         AT END
003702             SET END-OF-FILE TO TRUE
003703     END-READ
003704     IF NOT END-OF-FILE
003705         ADD 1 TO WS-SECTION-COUNT
003706         ADD WW-REG-HOURS TO WS-SECTION-HASH
003707         SET SN-DETAIL TO TRUE
003708         MOVE SPACES TO SN-DATA
003709         MOVE WORK-WEEK-RECORD TO SN-DATA
003710         WRITE SNAPSHOT-RECORD
003711     END-IF.
003712 8800-EXIT.
003713     EXIT.
003714
003715*----------------------------------------------------------
003716* SECTION 10: THE DEDUCTION ARREARS, HASHED ON THE BALANCE -
003717* A RERUN AFTER A RESTORE WITHOUT THEM WOULD RECORD THE
003718* ABENDED RUN'S SHORTFALLS TWICE
003719*----------------------------------------------------------
003720 8900-SNAP-ARREARS.
003721     MOVE "DEDARR  " TO SN-FILE-ID
003722     PERFORM 1000-WRITE-HEADER THRU 1000-EXIT
003723     MOVE "N" TO WS-EOF-SWITCH
003724     OPEN INPUT DEDUCTION-ARREARS
003725     IF WS-DA-STATUS = "35"
003726         OPEN OUTPUT DEDUCTION-ARREARS
003727         CLOSE DEDUCTION-ARREARS
003728         OPEN INPUT DEDUCTION-ARREARS
003729     END-IF
003730     PERFORM 8950-SNAP-ONE-ARREARS THRU 8950-EXIT
003731         UNTIL END-OF-FILE
003732     CLOSE DEDUCTION-ARREARS
003733     PERFORM 1100-WRITE-TRAILER THRU 1100-EXIT.
003734 8900-EXIT.
003735     EXIT.
003736
003737 8950-SNAP-ONE-ARREARS.
003738     READ DEDUCTION-ARREARS NEXT RECORD
003739         AT END
003740             SET END-OF-FILE TO TRUE
003741     END-READ
003742     IF NOT END-OF-FILE
003743         ADD 1 TO WS-SECTION-COUNT
003744         ADD DA-BALANCE TO WS-SECTION-HASH
003745         SET SN-DETAIL TO TRUE
003746         MOVE SPACES TO SN-DATA
003747         MOVE DEDUCTION-ARREARS-RECORD TO SN-DATA
003748         WRITE SNAPSHOT-RECORD
003749     END-IF.
003750 8950-EXIT.
003751     EXIT.

003752*----------------------------------------------------------
003753* APPEND THIS RUN'S CONTROL RECORD TO THE SHARED RUN LOG
003754*----------------------------------------------------------
003755 9100-WRITE-RUN-LOG.
003756     OPEN EXTEND RUN-CONTROL-LOG
003757     IF WS-RL-STATUS = "35"
003758         OPEN OUTPUT RUN-CONTROL-LOG
003759         CLOSE RUN-CONTROL-LOG
003760         OPEN EXTEND RUN-CONTROL-LOG
003761     END-IF
003762     MOVE "PAYSNAP " TO RL-JOB-NAME
003763     MOVE WS-RUN-START-DATE TO RL-START-DATE
003764     MOVE WS-RUN-START-TIME TO RL-START-TIME
003765     ACCEPT RL-END-DATE FROM DATE YYYYMMDD
003766     ACCEPT RL-END-TIME FROM TIME
003767     MOVE WS-TOTAL-RECORDS TO RL-RECORDS-IN
003770     MOVE WS-TOTAL-RECORDS TO RL-RECORDS-OUT
003780     MOVE ZERO TO RL-EXCEPTIONS
003790     MOVE "OK" TO RL-STATUS
