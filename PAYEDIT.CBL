000134* 09/02/26  SM   HOURS FOR A NON-ACTIVE CUSTOMER REJECTED
000135* 09/02/26  SM   (STAT) - A TERMINATED CUSTOMER'S FINAL
000136* 09/02/26  SM   CHECK STILL PASSES THROUGH ITS STATUS DATE
000137* 10/15/26  SM   CHECK DATE FROM THE PAYROLL CALENDAR STAMPED ON
000138* 10/15/26  SM   CLEAN TRANSACTIONS; RAW RECORD DATED FOR ANOTHER
000139* 10/15/26  SM   CHECK REJECTED (CAL); STAT EDIT USES CHECK DATE
000140* 10/15/26  SM   RATE EDITED AGAINST THE RATE IN FORCE ON THE
000141* 10/15/26  SM   CHECK DATE (RATEHIST THROUGH RATELOOK), WHICH IS
000142* 10/15/26  SM   STAMPED ON THE CLEAN TRANSACTION
000143* 10/15/26  SM   A CUSTOMER MATCHED TO THE DEATH MASTER (STATUS D)
000144* 10/15/26  SM   IS ALWAYS A STAT REJECT
000145* 10/15/26  SM   HOURS FOR A STUDENT WORKER (STUWRK) EDITED
000146* 10/15/26  SM   AGAINST THE WORK-STUDY AWARD WHOSE PERIOD HOLDS
000147* 10/15/26  SM   THE CHECK DATE - TOO FEW CREDITS IN THAT TERM
000148* 10/15/26  SM   (WSCR), OR NO AWARD OR PAST IT (WSAW), REJECT
000149* 10/15/26  SM   AN OFF-CALENDAR EDIT STAMPS THE NEXT SCHEDULED
000150* 10/15/26  SM   CHECK DATE, NOT THE LAST ONE
000151* 10/15/26  SM   LEAV AND WSAW EDITS COUNT THE SSN'S DAYS ALREADY
000152* 10/15/26  SM   PASSED CLEAN THIS RUN - THEY PAY ON ONE CHECK
000153* 10/15/26  SM   THE DAY WORKED STAMPED ON EVERY CLEAN TRANSACTION
000154* 10/15/26  SM   (A FUTURE ONE IS WDAT); CLEAN FILE NOW BUILDS UP
000155* 10/15/26  SM   OVER THE PERIOD - APPENDED TO, ITS DAYS COUNTED
000156* 10/15/26  SM   BY THE LEAVE AND AWARD EDITS, A DAY ALREADY ON
000157* 10/15/26  SM   IT FOR THE SSN AND PAY TYPE REJECTED (DUP)
000158*----------------------------------------------------------
000159*
000160* RUNS IN THE JOB STREAM AHEAD OF PAYREG.  READS THE RAW
000170* HOURS-WORKED TRANSACTIONS, VALIDATES EACH ONE (SSA SSN
000180* RULES, CUSTOMER ON THE MASTER, HOURS UNDER THE CEILING,
000190* RATE WITHIN TOLERANCE OF THE RATE IN FORCE), WRITES CLEAN
000200* TRANSACTIONS TO THE FILE PAYREG READS AND REJECTS TO A
000210* REJECT FILE WITH A REASON CODE, AND PRINTS AN EDIT
000220* SUMMARY WITH IN/CLEAN/REJECT CONTROL COUNTS.
000221*
000222* THE RATE IN FORCE IS THE PAY RATE HISTORY'S ENTRY FOR THE
000223* CHECK DATE WHEN THE CUSTOMER HAS ONE, THE MASTER'S LAST-PAID
000224* RATE WHEN NOT.  A HISTORY RATE IS STAMPED OVER THE KEYED RATE
000225* ON THE CLEAN TRANSACTION, SO A RAISE KEYED AHEAD IN RATEMNT
000226* PAYS FROM ITS EFFECTIVE DATE WITHOUT THE TIMEKEEPER KNOWING
000227* OF IT, AND A KEYED RATE OF ZERO SIMPLY TAKES THE HISTORY'S.
000228*
000229* A CUSTOMER LINKED TO THE STUDENT MASTER AS A STUDENT WORKER
000230* (STUWRK, KEPT BY STUDMNT) IS PAID OUT OF A WORK-STUDY AWARD
000231* (STUAWD, KEPT BY WSAMNT).  THE AWARD WHOSE PERIOD HOLDS THE
000232* CHECK DATE GIVES THE CURRENT TERM.  THE STUDENT HAS TO CARRY
000233* AT LEAST THE WORK-STUDY MINIMUM OF CREDITS ON THAT TERM'S
000234* ENROLLMENTS, AND THE GROSS ALREADY PAID IN THE AWARD PERIOD
000235* (PAYHIST, REVERSALS TAKEN OFF) PLUS THIS TRANSACTION'S HOURS
000236* AT STRAIGHT TIME CANNOT GO PAST THE AWARD.
000237*
000238* PAYREG PAYS EVERY DAY AN SSN WORKED FOR THE CHECK DATE ON ONE
000239* CHECK, SO THE LEAVE AND AWARD EDITS COUNT THE DAYS ALREADY
000240* PASSED CLEAN FOR THE SAME SSN ALONG WITH THE ONE BEING
000241* EDITED - THE ONES ON THE CLEAN FILE FROM EARLIER NIGHTS OF
000242* THE PERIOD AS WELL AS THIS RUN'S.
000243*
000244* THE CLEAN FILE HOLDS THE PERIOD'S HOURS UNTIL THEY ARE PAID.
000245* EACH NIGHT'S CLEAN TRANSACTIONS ARE APPENDED TO IT, AND THE
000246* POSTING PAYREG TAKES OUT WHAT IT PAID.  WHAT IS ALREADY ON IT
000247* IS READ FIRST, FROM PAYTRAN ITSELF OR, WHEN PAYTRAN IS A
000248* SCRATCH FILE OF ITS OWN (THE TRIAL JOB), FROM PAYTRNPD.  EVERY
000249* CLEAN TRANSACTION CARRIES THE DAY WORKED - THE ONE KEYED ON
000250* THE RAW RECORD, OR THE DAY OF THE EDIT WHEN NONE WAS - AND A
000251* SECOND TRANSACTION FOR THE SAME SSN, DAY, AND PAY TYPE IS A
000252* DUPLICATE, SO EDITING THE SAME RAW FILE TWICE PAYS IT ONCE.
000253*
000254* REASON CODES:  SSN  = SSN FAILS SSA RULES
000255*                NOCM = NO CUSTOMER MASTER RECORD
000260*                HRS  = HOURS OVER THE CEILING
000270*                RATE = RATE OUT OF TOLERANCE VS IN FORCE
000271*                TYPE = PAY-TYPE CODE NOT ON THE LIST
000272*                LEAV = LEAVE HOURS EXCEED THE BALANCE
000273*                STAT = CUSTOMER NOT ACTIVE ON THE MASTER
000274*                CAL  = DATED FOR ANOTHER CHECK DATE
000275*                WSCR = STUDENT WORKER UNDER THE MINIMUM CREDITS
000276*                WSAW = STUDENT WORKER WITH NO AWARD FOR THE
000277*                       TERM, OR PAST IT
000278*                WDAT = DAY WORKED IS AFTER THE EDIT DATE
000279*                DUP  = SSN ALREADY HAS HOURS OF THE PAY TYPE
000280*                       ON THE CLEAN FILE FOR THE DAY WORKED
000281*
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT RAW-TRANS ASSIGN TO "PAYTRNIN"
000330         ORGANIZATION IS LINE SEQUENTIAL.
000340     SELECT CLEAN-TRANS ASSIGN TO "PAYTRAN"
000350         ORGANIZATION IS LINE SEQUENTIAL
000351         FILE STATUS IS WS-CT-STATUS.
000352     SELECT PERIOD-TRANS ASSIGN TO "PAYTRNPD"
000353         ORGANIZATION IS LINE SEQUENTIAL
000354         FILE STATUS IS WS-PP-STATUS.
000360     SELECT REJECT-TRANS ASSIGN TO "PAYTRNRJ"
000370         ORGANIZATION IS LINE SEQUENTIAL.
000380     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAS"
000473         ACCESS MODE IS DYNAMIC
000474         RECORD KEY IS LB-SSNUM
000475         FILE STATUS IS WS-LB-STATUS.
000476     SELECT STUDENT-WORKERS ASSIGN TO "STUWRK"
000477         ORGANIZATION IS INDEXED
000478         ACCESS MODE IS RANDOM
000479         RECORD KEY IS SX-SSNUM
000480         FILE STATUS IS WS-SX-STATUS.
000481     SELECT WORK-STUDY-AWARDS ASSIGN TO "STUAWD"
000482         ORGANIZATION IS INDEXED
000483         ACCESS MODE IS DYNAMIC
000484         RECORD KEY IS AW-KEY
000485         FILE STATUS IS WS-AW-STATUS.
000486     SELECT ENROLLMENT-DETAIL ASSIGN TO "ENROLL"
000487         ORGANIZATION IS INDEXED
000488         ACCESS MODE IS DYNAMIC
000489         RECORD KEY IS EN-KEY
000490         FILE STATUS IS WS-EN-STATUS.
000491     SELECT PAY-HISTORY ASSIGN TO "PAYHIST"
000492         ORGANIZATION IS INDEXED
000493         ACCESS MODE IS DYNAMIC
000494         RECORD KEY IS PH-KEY
000495         FILE STATUS IS WS-PH-STATUS.

000496 DATA DIVISION.
000497 FILE SECTION.
000500 FD  RAW-TRANS.
000510     COPY PAYTRN.
000520 FD  CLEAN-TRANS.
000530 01  CLEAN-TRANS-RECORD            PIC X(59).
000531 FD  PERIOD-TRANS.
000532 01  PERIOD-TRANS-RECORD           PIC X(59).
000540 FD  REJECT-TRANS.
000550 01  REJECT-TRANS-RECORD.
000560     05  RJ-TRANS-IMAGE            PIC X(59).
000630     COPY RUNLOG.
000631 FD  LEAVE-BALANCES.
000632     COPY LEAVEBAL.
000633 FD  STUDENT-WORKERS.
000634     COPY STUWRK.
000635 FD  WORK-STUDY-AWARDS.
000636     COPY STUAWD.
000637 FD  ENROLLMENT-DETAIL.
000638     COPY ENROLL.
000639 FD  PAY-HISTORY.
000640     COPY PAYHIST.

000641 WORKING-STORAGE SECTION.
000650 77  WS-CM-STATUS                  PIC X(02) VALUE "00".
000660 77  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
000670     88  END-OF-FILE               VALUE "Y".
000760 77  WS-HOURS-CEILING              PIC 9(3)V99 VALUE 80.00.
000770 77  WS-RATE-DIFF                  PIC S9(3)V99 VALUE ZERO.
000780 77  WS-RATE-TOLERANCE             PIC 9(3)V99 VALUE ZERO.
000781 77  WS-RATE-IN-FORCE              PIC 9(3)V99 VALUE ZERO.
000782 77  WS-HISTORY-RATE-SWITCH        PIC X(01) VALUE "N".
000783     88  HISTORY-RATE-FOUND        VALUE "Y".
000784 77  WS-RATES-STAMPED              PIC 9(07) COMP VALUE ZERO.
000790 77  WS-RL-STATUS                  PIC X(02) VALUE "00".
000791*> STUDENT WORKER EDIT - THE MINIMUM CREDITS A WORKER HAS TO
000792*> CARRY IN THE TERM (HALF TIME), AND WHAT THE AWARD HAS PAID
000793 77  WS-SX-STATUS                  PIC X(02) VALUE "00".
000794 77  WS-AW-STATUS                  PIC X(02) VALUE "00".
000795 77  WS-EN-STATUS                  PIC X(02) VALUE "00".
000796 77  WS-PH-STATUS                  PIC X(02) VALUE "00".
000797 77  WS-WSCR-REJECTS               PIC 9(07) COMP VALUE ZERO.
000798 77  WS-WSAW-REJECTS               PIC 9(07) COMP VALUE ZERO.
000799 77  WS-WORKERS-EDITED             PIC 9(07) COMP VALUE ZERO.
000800 77  WS-MINIMUM-CREDITS            PIC 9(02) VALUE 6.
000801 77  WS-TERM-CREDITS               PIC 9(03) VALUE ZERO.
000802 77  WS-AWARD-EARNED               PIC S9(07)V99 VALUE ZERO.
000803 77  WS-TRANS-GROSS                PIC 9(07)V99 VALUE ZERO.
000804 77  WS-AWARD-SWITCH               PIC X(01) VALUE "N".
000805     88  AWARD-FOUND               VALUE "Y".
000806 77  WS-SCAN-EOF-SWITCH            PIC X(01) VALUE "N".
000807     88  END-OF-SCAN               VALUE "Y".
000808*> WHAT THIS RUN HAS ALREADY PASSED CLEAN FOR EACH SSN - LEAVE
000809*> HOURS BY KIND AND WORK-STUDY GROSS - SINCE ALL OF IT PAYS ON
000810*> THE ONE CHECK
000811 77  WS-LEAVE-TAKEN                PIC 9(04)V99 VALUE ZERO.
000812 77  WS-RUN-GROSS                  PIC 9(07)V99 VALUE ZERO.
000813 77  WS-RUN-DAYS-COUNT             PIC 9(05) COMP VALUE ZERO.
000814 77  WS-RUN-SCAN                   PIC 9(05) COMP VALUE ZERO.
000815 77  WS-RUN-SUB                    PIC 9(05) COMP VALUE ZERO.
000816 01  WS-RUN-DAYS-TABLE.
000817     05  WS-RUN-DAYS-ENTRY OCCURS 5000 TIMES.
000818         10  WS-RD-SSNUM           PIC 9(09).
000819         10  WS-RD-VAC-HOURS       PIC 9(04)V99.
000820         10  WS-RD-SICK-HOURS      PIC 9(04)V99.
000821         10  WS-RD-WS-GROSS        PIC 9(07)V99.
000822 01  WS-RUN-START-STAMP.
000823     05  WS-RUN-START-DATE         PIC 9(8).
000824     05  WS-RUN-START-TIME         PIC 9(8).
000825*> THE SCHEDULED CHECK DATE EVERY CLEAN TRANSACTION IS
000826*> STAMPED WITH, AND HOW IT WAS FOUND
000827 77  WS-CHECK-DATE                 PIC 9(08) VALUE ZERO.
000828 77  WS-CAL-REJECTS                PIC 9(07) COMP VALUE ZERO.
000829 77  WS-CALENDAR-SWITCH            PIC X(01) VALUE "Y".
000830     88  ON-CALENDAR-RUN           VALUE "Y".
000831     88  OFF-CALENDAR-RUN          VALUE "O".
000832     88  NO-CALENDAR-ON-FILE       VALUE "N".
000833     COPY CALPARM.
000834     COPY RATEPRM.
000835*> THE PERIOD'S CLEAN DAYS - THOSE ALREADY ON THE CLEAN FILE
000836*> AND THIS RUN'S - BY SSN, DAY WORKED, AND PAY TYPE (SPACES
000837*> HELD AS REG), SO THE SAME DAY CANNOT BE PAID TWICE
000838 77  WS-CT-STATUS                  PIC X(02) VALUE "00".
000839 77  WS-PP-STATUS                  PIC X(02) VALUE "00".
000840 77  WS-PERIOD-LOADED              PIC 9(07) COMP VALUE ZERO.
000841 77  WS-WDAT-REJECTS               PIC 9(07) COMP VALUE ZERO.
000842 77  WS-DUP-REJECTS                PIC 9(07) COMP VALUE ZERO.
000843 77  WS-WORK-DATE                  PIC 9(08) VALUE ZERO.
000844 77  WS-DAY-PAY-TYPE               PIC X(03) VALUE SPACES.
000845 77  WS-DAY-FOUND-SWITCH           PIC X(01) VALUE "N".
000846     88  DAY-ALREADY-EDITED        VALUE "Y".
000847 77  WS-EDITED-COUNT               PIC 9(05) COMP VALUE ZERO.
000848 77  WS-EDITED-SUB                 PIC 9(05) COMP VALUE ZERO.
000849 01  WS-EDITED-DAYS-TABLE.
000850     05  WS-EDITED-DAY-ENTRY OCCURS 5000 TIMES.
000851         10  WS-ED-SSNUM           PIC 9(09).
000852         10  WS-ED-WORK-DATE       PIC 9(08).
000853         10  WS-ED-PAY-TYPE        PIC X(03).

000854 01  WS-HEADING-LINE               PIC X(40)
000855         VALUE "PAYROLL TRANSACTION EDIT SUMMARY".
000856 01  WS-COUNT-LINE.
000860     05  FILLER                    PIC X(02) VALUE SPACES.
000870     05  CNL-LABEL                 PIC X(26).
000880     05  CNL-COUNT                 PIC ZZZ,ZZ9.
000881 01  WS-CHECK-DATE-LINE.
000882     05  FILLER                    PIC X(22)
000883         VALUE "SCHEDULED CHECK DATE: ".
000884     05  CDL-CHECK-DATE            PIC 9(08).
000885     05  FILLER                    PIC X(09) VALUE "  PERIOD ".
000886     05  CDL-PERIOD-NUMBER         PIC Z9.
000887     05  FILLER                    PIC X(02) VALUE SPACES.
000888     05  CDL-PERIOD-BEGIN          PIC 9(08).
000889     05  FILLER                    PIC X(06) VALUE " THRU ".
000890     05  CDL-PERIOD-END            PIC 9(08).
000891 01  WS-OFF-CALENDAR-LINE          PIC X(60) VALUE
000892     "RUN DATE IS NOT A CHECK DATE - EDITED FOR THE NEXT ONE".
000893 01  WS-NO-CALENDAR-LINE           PIC X(60) VALUE
000894     "NO PAYROLL CALENDAR - RUN DATE USED AS THE CHECK DATE".

000895 PROCEDURE DIVISION.
000900 0000-MAINLINE.
000910     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000920     PERFORM 2000-EDIT-TRANS THRU 2000-EXIT
000990 1000-INITIALIZE.
001000     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
001010     ACCEPT WS-RUN-START-TIME FROM TIME
001015     PERFORM 1100-SET-CHECK-DATE THRU 1100-EXIT
001020     OPEN INPUT RAW-TRANS
001021     PERFORM 1200-LOAD-PERIOD-DAYS THRU 1200-EXIT
001030     OPEN EXTEND CLEAN-TRANS
001031     IF WS-CT-STATUS = "35"
001032         OPEN OUTPUT CLEAN-TRANS
001033         CLOSE CLEAN-TRANS
001034         OPEN EXTEND CLEAN-TRANS
001035     END-IF
001040     OPEN OUTPUT REJECT-TRANS
001050     OPEN INPUT CUSTOMER-MASTER
001051*> A MISSING BALANCE FILE READS AS ALL-ZERO BALANCES -
001056         CLOSE LEAVE-BALANCES
001057         OPEN INPUT LEAVE-BALANCES
001058     END-IF
001059*> THE STUDENT WORKER FILES ARE THE SAME - MISSING READS AS
001060*> NO STUDENT WORKERS, NO AWARDS, NO ENROLLMENTS, NO PAY YET
001061     OPEN INPUT STUDENT-WORKERS
001062     IF WS-SX-STATUS = "35"
001063         OPEN OUTPUT STUDENT-WORKERS
001064         CLOSE STUDENT-WORKERS
001065         OPEN INPUT STUDENT-WORKERS
001066     END-IF
001067     OPEN INPUT WORK-STUDY-AWARDS
001068     IF WS-AW-STATUS = "35"
001069         OPEN OUTPUT WORK-STUDY-AWARDS
001070         CLOSE WORK-STUDY-AWARDS
001071         OPEN INPUT WORK-STUDY-AWARDS
001072     END-IF
001073     OPEN INPUT ENROLLMENT-DETAIL
001074     IF WS-EN-STATUS = "35"
001075         OPEN OUTPUT ENROLLMENT-DETAIL
001076         CLOSE ENROLLMENT-DETAIL
001077         OPEN INPUT ENROLLMENT-DETAIL
001078     END-IF
001079     OPEN INPUT PAY-HISTORY
001080     IF WS-PH-STATUS = "35"
001081         OPEN OUTPUT PAY-HISTORY
001082         CLOSE PAY-HISTORY
001083         OPEN INPUT PAY-HISTORY
001084     END-IF
001085     OPEN OUTPUT EDIT-SUMMARY
001086     WRITE EDIT-SUMMARY-LINE FROM WS-HEADING-LINE
001087     MOVE WS-CHECK-DATE TO CDL-CHECK-DATE
001088     MOVE CK-PERIOD-NUMBER TO CDL-PERIOD-NUMBER
001089     MOVE CK-PERIOD-BEGIN TO CDL-PERIOD-BEGIN
001090     MOVE CK-PERIOD-END TO CDL-PERIOD-END
001091     WRITE EDIT-SUMMARY-LINE FROM WS-CHECK-DATE-LINE
001092     IF OFF-CALENDAR-RUN
001093         WRITE EDIT-SUMMARY-LINE FROM WS-OFF-CALENDAR-LINE
001094     END-IF
001095     IF NO-CALENDAR-ON-FILE
001096         WRITE EDIT-SUMMARY-LINE FROM WS-NO-CALENDAR-LINE
001097     END-IF
001098     PERFORM 8000-READ-TRANS THRU 8000-EXIT.
001099 1000-EXIT.
001100     EXIT.
001101
001102*----------------------------------------------------------
001103* THE CHECK DATE THIS EDIT IS FOR: TODAY WHEN THE PAYROLL
001104* CALENDAR SCHEDULES A CHECK TODAY, OTHERWISE THE NEXT
001105* SCHEDULED CHECK DATE AFTER TODAY - THE CHECK FOR THE PERIOD
001106* THE HOURS ARE STILL BEING KEYED IN.  PAYREG POSTS THEM ON
001107* THAT DATE, OR EARLIER UNDER A SUPERVISOR OVERRIDE.  WITH NO
001108* CALENDAR ON FILE AT ALL, TODAY IS THE CHECK DATE
001109*----------------------------------------------------------
001110 1100-SET-CHECK-DATE.
001111     MOVE WS-RUN-START-DATE TO WS-CHECK-DATE
001112     MOVE "D" TO CK-FUNCTION
001113     MOVE WS-RUN-START-DATE TO CK-DATE
001114     CALL "CALLOOK" USING CALENDAR-LOOKUP-PARMS
001115     IF CK-NO-CALENDAR
001116         MOVE "N" TO WS-CALENDAR-SWITCH
001117         GO TO 1100-EXIT
001118     END-IF
001119     IF CK-IS-CHECK-DATE
001120         MOVE "Y" TO WS-CALENDAR-SWITCH
001121         GO TO 1100-EXIT
001122     END-IF
001123     MOVE "O" TO WS-CALENDAR-SWITCH
001124     MOVE "N" TO CK-FUNCTION
001125     CALL "CALLOOK" USING CALENDAR-LOOKUP-PARMS
001126     IF CK-DATE-FOUND
001127         MOVE CK-RESULT-DATE TO WS-CHECK-DATE
001128     ELSE
001129         DISPLAY "PAYEDIT: WARNING - NO CHECK DATE SCHEDULED "
001130             "AFTER " WS-RUN-START-DATE " - RUN DATE USED"
001131     END-IF
001132     DISPLAY "PAYEDIT: " WS-RUN-START-DATE
001133         " IS NOT A SCHEDULED CHECK DATE - EDITING FOR "
001134         WS-CHECK-DATE.
001135 1100-EXIT.
001136     EXIT.
001137
001138*----------------------------------------------------------
001139* THE DAYS ALREADY PASSED CLEAN THIS PERIOD: WHAT THE CLEAN
001140* FILE HOLDS (NONE WHEN IT IS NOT THERE YET), THEN ANY PERIOD
001141* FILE GIVEN SEPARATELY.  EVERY ONE GOES IN THE DUPLICATE
001142* TABLE; THOSE FOR THIS CHECK DATE ALSO COUNT TOWARD THE
001143* SSN'S LEAVE AND WORK-STUDY GROSS
001144*----------------------------------------------------------
001145 1200-LOAD-PERIOD-DAYS.
001146     MOVE "N" TO WS-SCAN-EOF-SWITCH
001147     OPEN INPUT CLEAN-TRANS
001148     IF WS-CT-STATUS NOT = "35"
001149         PERFORM 1210-LOAD-ONE-CLEAN THRU 1210-EXIT
001150             UNTIL END-OF-SCAN
001151         CLOSE CLEAN-TRANS
001152     END-IF
001153     MOVE "N" TO WS-SCAN-EOF-SWITCH
001154     OPEN INPUT PERIOD-TRANS
001155     IF WS-PP-STATUS = "35"
001156         GO TO 1200-EXIT
001157     END-IF
001158     PERFORM 1220-LOAD-ONE-PERIOD THRU 1220-EXIT
001159         UNTIL END-OF-SCAN
001160     CLOSE PERIOD-TRANS.
001161 1200-EXIT.
001162     EXIT.
001163
001164 1210-LOAD-ONE-CLEAN.
001165     READ CLEAN-TRANS INTO PAYROLL-TRANS-RECORD
001166         AT END
001167             SET END-OF-SCAN TO TRUE
001168             GO TO 1210-EXIT
001169     END-READ
001170     PERFORM 1230-NOTE-LOADED-DAY THRU 1230-EXIT.
001171 1210-EXIT.
001172     EXIT.
001173
001174 1220-LOAD-ONE-PERIOD.
001175     READ PERIOD-TRANS INTO PAYROLL-TRANS-RECORD
001176         AT END
001177             SET END-OF-SCAN TO TRUE
001178             GO TO 1220-EXIT
001179     END-READ
001180     PERFORM 1230-NOTE-LOADED-DAY THRU 1230-EXIT.
001181 1220-EXIT.
001182     EXIT.
001183
001184 1230-NOTE-LOADED-DAY.
001185     ADD 1 TO WS-PERIOD-LOADED
001186     MOVE ZERO TO WS-WORK-DATE
001187     IF PT-WORK-DATE NUMERIC
001188         MOVE PT-WORK-DATE TO WS-WORK-DATE
001189     END-IF
001190     PERFORM 2970-NOTE-EDITED-DAY THRU 2970-EXIT
001191     IF PT-CHECK-DATE NOT NUMERIC
001192             OR PT-CHECK-DATE NOT = WS-CHECK-DATE
001193         GO TO 1230-EXIT
001194     END-IF
001195     COMPUTE WS-TRANS-GROSS ROUNDED =
001196         PT-HOURS-WORKED * PT-PAY-RATE
001197     PERFORM 2960-NOTE-RUN-DAYS THRU 2960-EXIT.
001198 1230-EXIT.
001199     EXIT.

001200*----------------------------------------------------------
001201* RUN THE EDITS IN ORDER AND SPLIT THE TRANSACTION TO THE
001202* CLEAN FILE OR THE REJECT FILE - FIRST FAILED EDIT WINS
001203*----------------------------------------------------------
001204 2000-EDIT-TRANS.
001205     ADD 1 TO WS-TRANS-READ
001206     MOVE "Y" TO WS-EDIT-OK
001207     PERFORM 2100-EDIT-SSN THRU 2100-EXIT
001208     IF WS-EDIT-OK = "Y"
001209         PERFORM 2200-EDIT-MASTER THRU 2200-EXIT
001210     END-IF
001220     IF WS-EDIT-OK = "Y"
001230         PERFORM 2300-EDIT-HOURS THRU 2300-EXIT
001274     IF WS-EDIT-OK = "Y"
001275         PERFORM 2600-EDIT-LEAVE THRU 2600-EXIT
001276     END-IF
001277     IF WS-EDIT-OK = "Y"
001278         PERFORM 2700-EDIT-CHECK-DATE THRU 2700-EXIT
001279     END-IF
001280     IF WS-EDIT-OK = "Y"
001281         PERFORM 2720-EDIT-WORK-DATE THRU 2720-EXIT
001282     END-IF
001283     IF WS-EDIT-OK = "Y"
001284         PERFORM 2740-EDIT-DUPLICATE-DAY THRU 2740-EXIT
001285     END-IF
001286     IF WS-EDIT-OK = "Y"
001287         PERFORM 2800-EDIT-WORK-STUDY THRU 2800-EXIT
001288     END-IF
001289     IF WS-EDIT-OK = "Y"
001290         ADD 1 TO WS-TRANS-CLEAN
001291         MOVE WS-CHECK-DATE TO PT-CHECK-DATE
001292         MOVE WS-WORK-DATE TO PT-WORK-DATE
001296         IF HISTORY-RATE-FOUND
001297             MOVE WS-RATE-IN-FORCE TO PT-PAY-RATE
001298             ADD 1 TO WS-RATES-STAMPED
001299         END-IF
001300         WRITE CLEAN-TRANS-RECORD FROM PAYROLL-TRANS-RECORD
001301         PERFORM 2960-NOTE-RUN-DAYS THRU 2960-EXIT
001302         PERFORM 2970-NOTE-EDITED-DAY THRU 2970-EXIT
001310     END-IF
001320     PERFORM 8000-READ-TRANS THRU 8000-EXIT.
001330 2000-EXIT.

001661*----------------------------------------------------------
001662* ONLY AN ACTIVE CUSTOMER EARNS - ON LEAVE IS ALWAYS A
001663* REJECT, AND TERMINATED REJECTS ONCE THE STATUS DATE IS
001664* BEFORE THE CHECK DATE, SO THE FINAL CHECK DATED ON OR
001665* BEFORE THE TERMINATION DATE STILL PAYS OUT.  DECEASED IS
001666* ALWAYS A REJECT - WAGES OWED THE ESTATE ARE SETTLED BY HAND,
001667* NEVER THROUGH A RUN THAT COULD DEPOSIT THEM
001668*----------------------------------------------------------
001669 2250-EDIT-STATUS.
001670     EVALUATE TRUE
001671         WHEN CM-EMP-ON-LEAVE
001672         WHEN CM-EMP-DECEASED
001673             ADD 1 TO WS-STAT-REJECTS
001674             MOVE "STAT" TO RJ-REASON-CODE
001675             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
001676         WHEN CM-EMP-TERMINATED
001677                 AND CM-STATUS-DATE < WS-CHECK-DATE
001678             ADD 1 TO WS-STAT-REJECTS
001679             MOVE "STAT" TO RJ-REASON-CODE
001680             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
001681         WHEN OTHER
001682             CONTINUE
001683     END-EVALUATE.
001684 2250-EXIT.
001685     EXIT.
001686
001687*----------------------------------------------------------
001688* NOBODY WORKS MORE THAN THE CEILING IN ONE DAY'S FILE -
001690* ANYTHING OVER IT IS A KEYING ERROR
001700*----------------------------------------------------------
001710 2300-EDIT-HOURS.

001790*----------------------------------------------------------
001800* THE TRANSACTION RATE HAS TO SIT WITHIN TEN PERCENT OF THE
001810* RATE IN FORCE ON THE CHECK DATE - THE RATE HISTORY'S IF
001811* THE CUSTOMER HAS AN ENTRY, THE MASTER'S IF NOT.  A ZERO
001812* MASTER RATE AND NO HISTORY MEANS A NEW HIRE, SO ANY RATE IS
001813* ACCEPTED; A ZERO KEYED RATE WITH A HISTORY TAKES THE HISTORY
001830*----------------------------------------------------------
001840 2400-EDIT-RATE.
001841     MOVE "N" TO WS-HISTORY-RATE-SWITCH
001842     MOVE CM-PAY-RATE TO WS-RATE-IN-FORCE
001843     MOVE PT-SSNUM TO RP-SSNUM
001844     MOVE WS-CHECK-DATE TO RP-PAY-DATE
001845     CALL "RATELOOK" USING RATE-LOOKUP-PARMS
001846     IF RP-RATE-FOUND
001847         SET HISTORY-RATE-FOUND TO TRUE
001848         MOVE RP-PAY-RATE TO WS-RATE-IN-FORCE
001849         IF PT-PAY-RATE = ZERO
001850             GO TO 2400-EXIT
001851         END-IF
001852     END-IF
001853     IF WS-RATE-IN-FORCE > ZERO
001860         COMPUTE WS-RATE-DIFF = PT-PAY-RATE - WS-RATE-IN-FORCE
001870         IF WS-RATE-DIFF < ZERO
001880             COMPUTE WS-RATE-DIFF = WS-RATE-DIFF * -1
001890         END-IF
001900         COMPUTE WS-RATE-TOLERANCE ROUNDED =
001910             WS-RATE-IN-FORCE * 0.10
001920         IF WS-RATE-DIFF > WS-RATE-TOLERANCE
001930             ADD 1 TO WS-RATE-REJECTS
001940             MOVE "RATE" TO RJ-REASON-CODE
001950             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
001960         END-IF
001970     END-IF.
001971 2400-EXIT.
001972     EXIT.

001973*----------------------------------------------------------
001974* THE PAY TYPE HAS TO BE ON THE LIST - SPACES STILL READ AS
001975* REGULAR FOR TRANSACTIONS FROM BEFORE THE FIELD EXISTED
001976*----------------------------------------------------------
001977 2500-EDIT-PAY-TYPE.
001978     IF NOT PT-VALID-TYPE
001979         ADD 1 TO WS-TYPE-REJECTS
001980         MOVE "TYPE" TO RJ-REASON-CODE
001981         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
001982     END-IF.
001983 2500-EXIT.
001984     EXIT.
001985
001986*----------------------------------------------------------
001987* VAC AND SIC HOURS SPEND THE LEAVE BALANCE - A CUSTOMER
001988* WITH NO BALANCE RECORD HAS NOTHING TO SPEND.  THE SAME KIND
001989* OF LEAVE ALREADY PASSED CLEAN THIS RUN SPENDS IT FIRST
001990*----------------------------------------------------------
001991 2600-EDIT-LEAVE.
001992     IF PT-TYPE-VACATION OR PT-TYPE-SICK
001993         MOVE ZERO TO WS-LEAVE-AVAILABLE
001994         MOVE ZERO TO WS-LEAVE-TAKEN
001995         PERFORM 2950-FIND-RUN-DAYS THRU 2950-EXIT
001996         IF WS-RUN-SUB > ZERO
001997             IF PT-TYPE-VACATION
001998                 MOVE WS-RD-VAC-HOURS (WS-RUN-SUB)
001999                     TO WS-LEAVE-TAKEN
002000             ELSE
002001                 MOVE WS-RD-SICK-HOURS (WS-RUN-SUB)
002002                     TO WS-LEAVE-TAKEN
002003             END-IF
002004         END-IF
002011         MOVE PT-SSNUM TO LB-SSNUM
002012         READ LEAVE-BALANCES
002013             INVALID KEY
002021                         TO WS-LEAVE-AVAILABLE
002022                 END-IF
002023         END-READ
002024         IF PT-HOURS-WORKED + WS-LEAVE-TAKEN > WS-LEAVE-AVAILABLE
002025             ADD 1 TO WS-LEAV-REJECTS
002026             MOVE "LEAV" TO RJ-REASON-CODE
002027             PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
002031     EXIT.
002032
002033*----------------------------------------------------------
002034* A RAW TRANSACTION THAT ALREADY CARRIES A CHECK DATE HAS
002035* TO CARRY THIS RUN'S - HOURS KEYED FOR ANOTHER PAYROLL
002036* WOULD OTHERWISE PAY ON THE WRONG CHECK.  ZERO OR BLANK
002037* MEANS UNDATED, AND THE CLEAN WRITE STAMPS IT
002038*----------------------------------------------------------
002039 2700-EDIT-CHECK-DATE.
002040     IF PT-CHECK-DATE NUMERIC
002041             AND PT-CHECK-DATE NOT = ZERO
002042             AND PT-CHECK-DATE NOT = WS-CHECK-DATE
002043         ADD 1 TO WS-CAL-REJECTS
002044         MOVE "CAL " TO RJ-REASON-CODE
002045         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
002046     END-IF.
002047 2700-EXIT.
002048     EXIT.
002049
002050*----------------------------------------------------------
002051* THE DAY THE HOURS WERE WORKED: THE ONE KEYED ON THE RAW
002052* RECORD, OR TODAY'S WHEN IT CARRIES NONE - HOURS ARE KEYED
002053* THE DAY THEY ARE WORKED.  A DAY STILL TO COME CANNOT HAVE
002054* BEEN WORKED.  THE CLEAN WRITE STAMPS IT
002055*----------------------------------------------------------
002056 2720-EDIT-WORK-DATE.
002057     MOVE WS-RUN-START-DATE TO WS-WORK-DATE
002058     IF PT-WORK-DATE NUMERIC
002059             AND PT-WORK-DATE NOT = ZERO
002060         MOVE PT-WORK-DATE TO WS-WORK-DATE
002061     END-IF
002062     IF WS-WORK-DATE > WS-RUN-START-DATE
002063         ADD 1 TO WS-WDAT-REJECTS
002064         MOVE "WDAT" TO RJ-REASON-CODE
002065         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
002066     END-IF.
002067 2720-EXIT.
002068     EXIT.
002069
002070*----------------------------------------------------------
002071* ONE DAY'S HOURS OF ONE PAY TYPE GO ON THE CLEAN FILE ONCE -
002072* A SECOND ONE IS A RAW FILE EDITED AGAIN OR A DAY KEYED
002073* TWICE, AND WOULD PAY THE SAME HOURS TWICE
002074*----------------------------------------------------------
002075 2740-EDIT-DUPLICATE-DAY.
002076     PERFORM 2745-FIND-EDITED-DAY THRU 2745-EXIT
002077     IF DAY-ALREADY-EDITED
002078         ADD 1 TO WS-DUP-REJECTS
002079         MOVE "DUP " TO RJ-REASON-CODE
002080         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
002081     END-IF.
002082 2740-EXIT.
002083     EXIT.
002084
002085 2745-FIND-EDITED-DAY.
002086     MOVE "N" TO WS-DAY-FOUND-SWITCH
002087     MOVE PT-PAY-TYPE TO WS-DAY-PAY-TYPE
002088     IF PT-TYPE-REGULAR
002089         MOVE "REG" TO WS-DAY-PAY-TYPE
002090     END-IF
002091     PERFORM 2746-TEST-ONE-EDITED-DAY THRU 2746-EXIT
002092         VARYING WS-EDITED-SUB FROM 1 BY 1
002093         UNTIL WS-EDITED-SUB > WS-EDITED-COUNT
002094             OR DAY-ALREADY-EDITED.
002095 2745-EXIT.
002096     EXIT.
002097
002098 2746-TEST-ONE-EDITED-DAY.
002099     IF WS-ED-SSNUM (WS-EDITED-SUB) = PT-SSNUM
002100             AND WS-ED-WORK-DATE (WS-EDITED-SUB) = WS-WORK-DATE
002101             AND WS-ED-PAY-TYPE (WS-EDITED-SUB) = WS-DAY-PAY-TYPE
002102         SET DAY-ALREADY-EDITED TO TRUE
002103     END-IF.
002104 2746-EXIT.
002105     EXIT.
002106
002107*----------------------------------------------------------
002108* A STUDENT WORKER'S HOURS ARE PAID OUT OF THE WORK-STUDY
002109* AWARD WHOSE PERIOD HOLDS THE CHECK DATE - THAT AWARD'S TERM
002110* IS THE CURRENT TERM.  NO SUCH AWARD, OR HOURS THAT WOULD
002111* TAKE THE PERIOD'S GROSS PAST IT, IS A WSAW REJECT; FEWER
002112* THAN THE MINIMUM CREDITS ENROLLED IN THE TERM IS WSCR.
002113* THE HOURS ARE PRICED AT STRAIGHT TIME AT THE RATE THE
002114* CLEAN TRANSACTION WILL CARRY, ON TOP OF THE DAYS ALREADY
002115* PASSED CLEAN THIS RUN.  A CUSTOMER WHO IS NOT A STUDENT
002116* WORKER PASSES STRAIGHT THROUGH
002117*----------------------------------------------------------
002118 2800-EDIT-WORK-STUDY.
002119     MOVE ZERO TO WS-TRANS-GROSS
002120     MOVE PT-SSNUM TO SX-SSNUM
002121     READ STUDENT-WORKERS
002122         INVALID KEY
002123             GO TO 2800-EXIT
002124     END-READ
002125     ADD 1 TO WS-WORKERS-EDITED
002126     PERFORM 2810-FIND-AWARD THRU 2810-EXIT
002127     IF NOT AWARD-FOUND
002128         ADD 1 TO WS-WSAW-REJECTS
002129         MOVE "WSAW" TO RJ-REASON-CODE
002130         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
002131         GO TO 2800-EXIT
002132     END-IF
002133     PERFORM 2820-COUNT-CREDITS THRU 2820-EXIT
002134     IF WS-TERM-CREDITS < WS-MINIMUM-CREDITS
002135         ADD 1 TO WS-WSCR-REJECTS
002136         MOVE "WSCR" TO RJ-REASON-CODE
002137         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
002138         GO TO 2800-EXIT
002139     END-IF
002140     PERFORM 2830-AWARD-EARNED THRU 2830-EXIT
002141     IF HISTORY-RATE-FOUND
002142         COMPUTE WS-TRANS-GROSS ROUNDED =
002143             PT-HOURS-WORKED * WS-RATE-IN-FORCE
002144     ELSE
002145         COMPUTE WS-TRANS-GROSS ROUNDED =
002146             PT-HOURS-WORKED * PT-PAY-RATE
002147     END-IF
002148     MOVE ZERO TO WS-RUN-GROSS
002149     PERFORM 2950-FIND-RUN-DAYS THRU 2950-EXIT
002150     IF WS-RUN-SUB > ZERO
002151         MOVE WS-RD-WS-GROSS (WS-RUN-SUB) TO WS-RUN-GROSS
002152     END-IF
002153     IF WS-AWARD-EARNED + WS-RUN-GROSS + WS-TRANS-GROSS
002154             > AW-AWARD-AMOUNT
002155         ADD 1 TO WS-WSAW-REJECTS
002156         MOVE "WSAW" TO RJ-REASON-CODE
002157         PERFORM 2900-WRITE-REJECT THRU 2900-EXIT
002158     END-IF.
002159 2800-EXIT.
002160     EXIT.
002161
002162*----------------------------------------------------------
002163* WALK THE STUDENT'S AWARDS FOR THE ONE WHOSE PERIOD HOLDS
002164* THE CHECK DATE - WSAMNT KEEPS THE PERIODS FROM OVERLAPPING
002165*----------------------------------------------------------
002166 2810-FIND-AWARD.
002167     MOVE "N" TO WS-AWARD-SWITCH
002168     MOVE "N" TO WS-SCAN-EOF-SWITCH
002169     MOVE SX-STUDENT-ID TO AW-STUDENT-ID
002170     MOVE LOW-VALUES TO AW-TERM-ID
002171     START WORK-STUDY-AWARDS KEY IS GREATER THAN OR EQUAL
002172             TO AW-KEY
002173         INVALID KEY
002174             SET END-OF-SCAN TO TRUE
002175     END-START
002176     PERFORM 2811-CHECK-ONE-AWARD THRU 2811-EXIT
002177         UNTIL END-OF-SCAN OR AWARD-FOUND.
002178 2810-EXIT.
002179     EXIT.
002180
002181 2811-CHECK-ONE-AWARD.
002182     READ WORK-STUDY-AWARDS NEXT RECORD
002183         AT END
002184             SET END-OF-SCAN TO TRUE
002185             GO TO 2811-EXIT
002186     END-READ
002187     IF AW-STUDENT-ID NOT = SX-STUDENT-ID
002188         SET END-OF-SCAN TO TRUE
002189         GO TO 2811-EXIT
002190     END-IF
002191     IF AW-PERIOD-BEGIN <= WS-CHECK-DATE
002192             AND AW-PERIOD-END >= WS-CHECK-DATE
002193         SET AWARD-FOUND TO TRUE
002194     END-IF.
002195 2811-EXIT.
002196     EXIT.
002197
002198*----------------------------------------------------------
002199* TOTAL THE CREDITS THE STUDENT IS ENROLLED FOR IN THE
002200* AWARD'S TERM
002201*----------------------------------------------------------
002202 2820-COUNT-CREDITS.
002203     MOVE ZERO TO WS-TERM-CREDITS
002204     MOVE "N" TO WS-SCAN-EOF-SWITCH
002205     MOVE AW-STUDENT-ID TO EN-STUDENT-ID
002206     MOVE AW-TERM-ID TO EN-TERM-ID
002207     MOVE LOW-VALUES TO EN-COURSE-ID
002208     START ENROLLMENT-DETAIL KEY IS GREATER THAN OR EQUAL
002209             TO EN-KEY
002210         INVALID KEY
002211             SET END-OF-SCAN TO TRUE
002212     END-START
002213     PERFORM 2821-ADD-ONE-ENROLLMENT THRU 2821-EXIT
002214         UNTIL END-OF-SCAN.
002215 2820-EXIT.
002216     EXIT.
002217
002218 2821-ADD-ONE-ENROLLMENT.
002219     READ ENROLLMENT-DETAIL NEXT RECORD
002220         AT END
002221             SET END-OF-SCAN TO TRUE
002222             GO TO 2821-EXIT
002223     END-READ
002224     IF EN-STUDENT-ID NOT = AW-STUDENT-ID
002225             OR EN-TERM-ID NOT = AW-TERM-ID
002226         SET END-OF-SCAN TO TRUE
002227         GO TO 2821-EXIT
002228     END-IF
002229     ADD EN-COURSE-CREDITS TO WS-TERM-CREDITS.
002230 2821-EXIT.
002231     EXIT.
002232
002233*----------------------------------------------------------
002234* GROSS ALREADY PAID TO THE CUSTOMER ON CHECKS DATED IN THE
002235* AWARD PERIOD - A REVERSAL IS TAKEN OFF, A CORRECTED OR
002236* RETRO CHECK COUNTS LIKE ANY OTHER
002237*----------------------------------------------------------
002238 2830-AWARD-EARNED.
002239     MOVE ZERO TO WS-AWARD-EARNED
002240     MOVE "N" TO WS-SCAN-EOF-SWITCH
002241     MOVE PT-SSNUM TO PH-SSNUM
002242     MOVE AW-PERIOD-BEGIN TO PH-PAY-DATE
002243     MOVE ZERO TO PH-ADJ-SEQ
002244     START PAY-HISTORY KEY IS GREATER THAN OR EQUAL TO PH-KEY
002245         INVALID KEY
002246             SET END-OF-SCAN TO TRUE
002247     END-START
002248     PERFORM 2831-ADD-ONE-CHECK THRU 2831-EXIT
002249         UNTIL END-OF-SCAN.
002250 2830-EXIT.
002251     EXIT.
002252
002253 2831-ADD-ONE-CHECK.
002254     READ PAY-HISTORY NEXT RECORD
002255         AT END
002256             SET END-OF-SCAN TO TRUE
002257             GO TO 2831-EXIT
002258     END-READ
002259     IF PH-SSNUM NOT = PT-SSNUM
002260             OR PH-PAY-DATE > AW-PERIOD-END
002261         SET END-OF-SCAN TO TRUE
002262         GO TO 2831-EXIT
002263     END-IF
002264     IF PH-ADJ-REVERSAL
002265         SUBTRACT PH-GROSS-PAY FROM WS-AWARD-EARNED
002266     ELSE
002267         ADD PH-GROSS-PAY TO WS-AWARD-EARNED
002268     END-IF.
002269 2831-EXIT.
002270     EXIT.
002271
002272*----------------------------------------------------------
002273* WRITE THE TRANSACTION IMAGE AND ITS REASON CODE TO THE
002274* REJECT FILE
002275*----------------------------------------------------------
002276 2900-WRITE-REJECT.
002277     MOVE "N" TO WS-EDIT-OK
002278     ADD 1 TO WS-TRANS-REJECTED
002279     MOVE PAYROLL-TRANS-RECORD TO RJ-TRANS-IMAGE
002280     WRITE REJECT-TRANS-RECORD.
002281 2900-EXIT.
002282     EXIT.
002283
002284*----------------------------------------------------------
002285* FIND THIS SSN'S ENTRY AMONG THE DAYS PASSED CLEAN SO FAR -
002286* ZERO WHEN IT HAS NONE YET
002287*----------------------------------------------------------
002288 2950-FIND-RUN-DAYS.
002289     MOVE ZERO TO WS-RUN-SUB
002290     PERFORM 2955-TEST-ONE-RUN-DAY THRU 2955-EXIT
002291         VARYING WS-RUN-SCAN FROM 1 BY 1
002292         UNTIL WS-RUN-SCAN > WS-RUN-DAYS-COUNT
002293             OR WS-RUN-SUB > ZERO.
002294 2950-EXIT.
002295     EXIT.
002296
002297 2955-TEST-ONE-RUN-DAY.
002298     IF WS-RD-SSNUM (WS-RUN-SCAN) = PT-SSNUM
002299         MOVE WS-RUN-SCAN TO WS-RUN-SUB
002300     END-IF.
002301 2955-EXIT.
002302     EXIT.
002303
002304*----------------------------------------------------------
002305* ADD THE CLEAN TRANSACTION TO ITS SSN'S RUN ENTRY.  PAYREG
002306* REFUSES A CLEAN FILE LARGER THAN THE TABLE, SO AN SSN THAT
002307* DOES NOT FIT HERE WOULD NEVER POST ON THIS RUN ANYWAY
002308*----------------------------------------------------------
002309 2960-NOTE-RUN-DAYS.
002310     PERFORM 2950-FIND-RUN-DAYS THRU 2950-EXIT
002311     IF WS-RUN-SUB = ZERO
002312         IF WS-RUN-DAYS-COUNT NOT < 5000
002313             GO TO 2960-EXIT
002314         END-IF
002315         ADD 1 TO WS-RUN-DAYS-COUNT
002316         MOVE WS-RUN-DAYS-COUNT TO WS-RUN-SUB
002317         MOVE PT-SSNUM TO WS-RD-SSNUM (WS-RUN-SUB)
002318         MOVE ZERO TO WS-RD-VAC-HOURS (WS-RUN-SUB)
002319         MOVE ZERO TO WS-RD-SICK-HOURS (WS-RUN-SUB)
002320         MOVE ZERO TO WS-RD-WS-GROSS (WS-RUN-SUB)
002321     END-IF
002322     IF PT-TYPE-VACATION
002323         ADD PT-HOURS-WORKED TO WS-RD-VAC-HOURS (WS-RUN-SUB)
002324     END-IF
002325     IF PT-TYPE-SICK
002326         ADD PT-HOURS-WORKED TO WS-RD-SICK-HOURS (WS-RUN-SUB)
002327     END-IF
002328     ADD WS-TRANS-GROSS TO WS-RD-WS-GROSS (WS-RUN-SUB).
002329 2960-EXIT.
002330     EXIT.
002331
002332*----------------------------------------------------------
002333* ADD THE CLEAN DAY TO THE DUPLICATE TABLE - PAYREG REFUSES A
002334* CLEAN FILE LARGER THAN THE TABLE, SO ONE THAT DOES NOT FIT
002335* NEVER POSTS AS IT STANDS
002336*----------------------------------------------------------
002337 2970-NOTE-EDITED-DAY.
002338     IF WS-EDITED-COUNT NOT < 5000
002339         GO TO 2970-EXIT
002340     END-IF
002341     ADD 1 TO WS-EDITED-COUNT
002342     MOVE PT-SSNUM TO WS-ED-SSNUM (WS-EDITED-COUNT)
002343     MOVE WS-WORK-DATE TO WS-ED-WORK-DATE (WS-EDITED-COUNT)
002344     MOVE PT-PAY-TYPE TO WS-ED-PAY-TYPE (WS-EDITED-COUNT)
002345     IF PT-TYPE-REGULAR
002346         MOVE "REG" TO WS-ED-PAY-TYPE (WS-EDITED-COUNT)
002347     END-IF.
002348 2970-EXIT.
002349     EXIT.

002350*----------------------------------------------------------
002351* PRINT THE CONTROL COUNTS AND CLOSE UP
002352*----------------------------------------------------------
002353 3000-FINISH.
002354     MOVE "TRANSACTIONS READ:        " TO CNL-LABEL
002355     MOVE WS-TRANS-READ TO CNL-COUNT
002356     WRITE EDIT-SUMMARY-LINE FROM WS-COUNT-LINE
002357     MOVE "TRANSACTIONS CLEAN:       " TO CNL-LABEL
002358     MOVE WS-TRANS-CLEAN TO CNL-COUNT
002359     WRITE EDIT-SUMMARY-LINE FROM WS-COUNT-LINE
002360     MOVE "TRANSACTIONS REJECTED:    " TO CNL-LABEL
002361     MOVE WS-TRANS-REJECTED TO CNL-COUNT
002362     WRITE EDIT-SUMMARY-LINE FROM WS-COUNT-LINE
002363     MOVE "  SSN  REJECTS:           " TO CNL-LABEL
002364     MOVE WS-SSN-REJECTS TO CNL-COUNT
002365     WRITE EDIT-SUMMARY-LINE FROM WS-COUNT-LINE
002366     MOVE "  NOCM REJECTS:           " TO CNL-LABEL
002367     MOVE WS-NOCM-REJECTS TO CNL-COUNT
002368     WRITE EDIT-SUMMARY-LINE FROM WS-COUNT-LINE
002369     MOVE "  HRS  REJECTS:           " TO CNL-LABEL
002370     MOVE WS-HRS-REJECTS TO CNL-COUNT
002371     WRITE EDIT-SUMMARY-LINE FROM WS-COUNT-LINE
002372     MOVE "  RATE REJECTS:           " TO CNL-LABEL
002373     MOVE WS-RATE-REJECTS TO CNL-COUNT
002374     WRITE EDIT-SUMMARY-LINE FROM WS-COUNT-LINE
002375     MOVE "  TYPE REJECTS:           " TO CNL-LABEL
002376     MOVE WS-TYPE-REJECTS TO CNL-COUNT
002377     WRITE EDIT-SUMMARY-LINE FROM WS-COUNT-LINE
002378     MOVE "  LEAV REJECTS:           " TO CNL-LABEL
002379     MOVE WS-LEAV-REJECTS TO CNL-COUNT
002380     WRITE EDIT-SUMMARY-LINE FROM WS-COUNT-LINE
002381     MOVE "  STAT REJECTS:           " TO CNL-LABEL
002382     MOVE WS-STAT-REJECTS TO CNL-COUNT
002383     WRITE EDIT-SUMMARY-LINE FROM WS-COUNT-LINE
002384     MOVE "  CAL  REJECTS:           " TO CNL-LABEL
002385     MOVE WS-CAL-REJECTS TO CNL-COUNT
002386     WRITE EDIT-SUMMARY-LINE FROM WS-COUNT-LINE
002387     MOVE "  WSCR REJECTS:           " TO CNL-LABEL
002388     MOVE WS-WSCR-REJECTS TO CNL-COUNT
002389     WRITE EDIT-SUMMARY-LINE FROM WS-COUNT-LINE
002390     MOVE "  WSAW REJECTS:           " TO CNL-LABEL
002391     MOVE WS-WSAW-REJECTS TO CNL-COUNT
002392     WRITE EDIT-SUMMARY-LINE FROM WS-COUNT-LINE
002393     MOVE "  WDAT REJECTS:           " TO CNL-LABEL
002394     MOVE WS-WDAT-REJECTS TO CNL-COUNT
002395     WRITE EDIT-SUMMARY-LINE FROM WS-COUNT-LINE
002396     MOVE "  DUP  REJECTS:           " TO CNL-LABEL
002397     MOVE WS-DUP-REJECTS TO CNL-COUNT
002398     WRITE EDIT-SUMMARY-LINE FROM WS-COUNT-LINE
002399     MOVE "PERIOD DAYS ALREADY CLEAN:" TO CNL-LABEL
002400     MOVE WS-PERIOD-LOADED TO CNL-COUNT
002401     WRITE EDIT-SUMMARY-LINE FROM WS-COUNT-LINE
002402     MOVE "STUDENT WORKERS EDITED:   " TO CNL-LABEL
002403     MOVE WS-WORKERS-EDITED TO CNL-COUNT
002404     WRITE EDIT-SUMMARY-LINE FROM WS-COUNT-LINE
002405     MOVE "RATES FROM RATE HISTORY:  " TO CNL-LABEL
002406     MOVE WS-RATES-STAMPED TO CNL-COUNT
002407     WRITE EDIT-SUMMARY-LINE FROM WS-COUNT-LINE
002408     PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT
002409     CLOSE RAW-TRANS
002410     CLOSE CLEAN-TRANS
002411     CLOSE REJECT-TRANS
002412     CLOSE CUSTOMER-MASTER
002413     CLOSE LEAVE-BALANCES
002414     CLOSE STUDENT-WORKERS
002415     CLOSE WORK-STUDY-AWARDS
002416     CLOSE ENROLLMENT-DETAIL
002417     CLOSE PAY-HISTORY
002418     CLOSE EDIT-SUMMARY.
002420 3000-EXIT.
002430     EXIT.

