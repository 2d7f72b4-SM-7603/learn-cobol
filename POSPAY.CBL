000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. POSPAY.
000030 AUTHOR. PAYROLL-SYSTEMS-GROUP.
000040 INSTALLATION. DATA-PROCESSING-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 10/15/26  SM   INITIAL VERSION - DAILY POSITIVE-PAY ISSUE
000110* 10/15/26  SM   FILE FROM THE CHECK REGISTER, AND THE PAY/
000120* 10/15/26  SM   RETURN DECISION REPORT FOR THE BANK'S
000130* 10/15/26  SM   PRESENTED-ITEM EXCEPTIONS
000131* 10/15/26  SM   A MISSING REGISTER, OR ONE SHORTER THAN THE MARK,
000132* 10/15/26  SM   LEAVES PPCTL ALONE AND ENDS WITH RETURN CODE 8
000140*----------------------------------------------------------
000150*
000160* DAILY JOB.  THE CHECK REGISTER IS APPEND-ONLY, SO THE
000170* HIGH-WATER MARK IS SIMPLY HOW MANY REGISTER EVENTS HAVE
000180* ALREADY GONE TO THE BANK; IT LIVES IN THE ONE-RECORD
000190* PPCTL FILE.  EVERY EVENT PAST THE MARK GOES ON TODAY'S
000200* ISSUE FILE - AN I (CHKPRT OR PAYADJ) OR R (CHKVOID
000210* REISSUE) EVENT AS AN ISSUE, A V EVENT AS A VOID - WITH A
000220* CONTROL TRAILER, AND ONLY WHEN THE FILE IS CLOSED DOES
000230* THE MARK MOVE UP, SO NO EVENT IS SENT TWICE OR SKIPPED.
000240*
000250* THE SAME REGISTER PASS TABLES EVERY CHECK NUMBER (LATEST
000260* EVENT WINS, SAME RULE AS CHKVOID AND CHKRECON).  WHEN THE
000270* BANK HAS SENT AN EXCEPTION FILE - ITEMS PRESENTED TODAY
000280* THAT DID NOT MATCH OUR ISSUE LIST - EACH ITEM IS LOOKED UP
000290* AND PRINTED ON THE DECISION REPORT WITH WHAT THE REGISTER
000300* SAYS AND A PAY OR RETURN RECOMMENDATION, SO THE DECISION
000310* GOES BACK TO THE BANK THE SAME DAY.
000311*
000312* THE MARK ONLY EVER MOVES UP.  WITH NO CHECK REGISTER ON
000313* HAND, OR A REGISTER HOLDING FEWER EVENTS THAN THE MARK SAYS
000314* WERE ALREADY SENT (A RESTORED OR TRUNCATED COPY), PPCTL IS
000315* LEFT AS IT WAS, THE CONDITION IS PRINTED ON THE CONTROL
000316* REPORT, AND THE RUN LOGS FAIL WITH RETURN CODE 8 - RESETTING
000317* THE MARK WOULD SEND EVENTS THE BANK ALREADY HAS.
000320*
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT CHECK-REGISTER ASSIGN TO "CHKREG"
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS WS-CR-STATUS.
000390     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAS"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS DYNAMIC
000420         RECORD KEY IS CM-SSNUM
000430         FILE STATUS IS WS-CM-STATUS.
000440     SELECT PP-CONTROL ASSIGN TO "PPCTL"
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-PC-STATUS.
000470     SELECT ISSUE-FILE ASSIGN TO "PPISSUE"
000480         ORGANIZATION IS LINE SEQUENTIAL.
000490     SELECT BANK-EXCEPTIONS ASSIGN TO "PPEXCPIN"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-PX-STATUS.
000520     SELECT CONTROL-REPORT ASSIGN TO "PPCTLRP"
000530         ORGANIZATION IS LINE SEQUENTIAL.
000540     SELECT DECISION-REPORT ASSIGN TO "PPDECRP"
000550         ORGANIZATION IS LINE SEQUENTIAL.
000560     SELECT RUN-CONTROL-LOG ASSIGN TO "RUNLOG"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-RL-STATUS.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  CHECK-REGISTER.
000630     COPY CHKREG.
000640 FD  CUSTOMER-MASTER.
000650     COPY CUSTMAS.
000660 FD  PP-CONTROL.
000670 01  PP-CONTROL-RECORD.
000680     05  PC-EVENTS-SENT            PIC 9(07).
000690     05  PC-LAST-SENT-DATE         PIC 9(08).
000700     05  PC-LAST-ITEM-COUNT        PIC 9(07).
000710     05  PC-FILLER                 PIC X(10).
000720 FD  ISSUE-FILE.
000730 01  ISSUE-RECORD.
000740     05  PI-RECORD-TYPE            PIC X(01).
000750     05  PI-ACCOUNT-NUMBER         PIC X(17).
000760     05  PI-CHECK-NO               PIC 9(10).
000770     05  PI-AMOUNT                 PIC 9(08)V99.
000780     05  PI-ISSUE-DATE             PIC 9(08).
000790     05  PI-ISSUE-VOID-IND         PIC X(01).
000800     05  PI-PAYEE-NAME             PIC X(20).
000810     05  PI-FILLER                 PIC X(13).
000820 01  ISSUE-TRAILER REDEFINES ISSUE-RECORD.
000830     05  PT-RECORD-TYPE            PIC X(01).
000840     05  PT-ACCOUNT-NUMBER         PIC X(17).
000850     05  PT-ITEM-COUNT             PIC 9(07).
000860     05  PT-ISSUE-TOTAL            PIC 9(10)V99.
000870     05  PT-VOID-TOTAL             PIC 9(10)V99.
000880     05  PT-FILLER                 PIC X(31).
000890 FD  BANK-EXCEPTIONS.
000900 01  BANK-EXCEPTION-RECORD.
000910     05  PX-CHECK-NO               PIC 9(06).
000920     05  PX-AMOUNT                 PIC 9(5)V99.
000930     05  PX-PRESENTED-DATE         PIC 9(08).
000940     05  PX-BANK-REASON            PIC X(02).
000950     05  PX-FILLER                 PIC X(10).
000960 FD  CONTROL-REPORT.
000970 01  CONTROL-REPORT-LINE           PIC X(80).
000980 FD  DECISION-REPORT.
000990 01  DECISION-REPORT-LINE          PIC X(80).
001000 FD  RUN-CONTROL-LOG.
001010     COPY RUNLOG.
001020
001030 WORKING-STORAGE SECTION.
001040 77  WS-CR-STATUS                  PIC X(02) VALUE "00".
001050 77  WS-CM-STATUS                  PIC X(02) VALUE "00".
001060 77  WS-PC-STATUS                  PIC X(02) VALUE "00".
001070 77  WS-PX-STATUS                  PIC X(02) VALUE "00".
001080 77  WS-RL-STATUS                  PIC X(02) VALUE "00".
001090 77  WS-REG-EOF-SWITCH             PIC X(01) VALUE "N".
001100     88  END-OF-REGISTER           VALUE "Y".
001110 77  WS-PX-EOF-SWITCH              PIC X(01) VALUE "N".
001120     88  END-OF-EXCEPTIONS         VALUE "Y".
001130*> OUR DISBURSEMENT ACCOUNT AT THE BANK
001140 77  WS-DISBURSE-ACCOUNT           PIC X(17)
001150         VALUE "00004471902266".
001160 77  WS-MARK-BEFORE                PIC 9(07) VALUE ZERO.
001170 77  WS-LAST-SENT-DATE             PIC 9(08) VALUE ZERO.
001171 77  WS-MARK-HELD-SWITCH           PIC X(01) VALUE "N".
001172     88  MARK-HELD                 VALUE "Y".
001173 77  WS-RUN-STATUS                 PIC X(04) VALUE "OK".
001180 77  WS-EVENTS-READ                PIC 9(07) COMP VALUE ZERO.
001190 77  WS-ISSUE-COUNT                PIC 9(07) COMP VALUE ZERO.
001200 77  WS-VOID-COUNT                 PIC 9(07) COMP VALUE ZERO.
001210 77  WS-ITEM-COUNT                 PIC 9(07) COMP VALUE ZERO.
001220 77  WS-ISSUE-TOTAL                PIC 9(10)V99 VALUE ZERO.
001230 77  WS-VOID-TOTAL                 PIC 9(10)V99 VALUE ZERO.
001240 77  WS-EXCEPTIONS-READ            PIC 9(07) COMP VALUE ZERO.
001250 77  WS-PAY-COUNT                  PIC 9(07) COMP VALUE ZERO.
001260 77  WS-RETURN-COUNT               PIC 9(07) COMP VALUE ZERO.
001270 77  WS-CHECK-COUNT                PIC 9(04) COMP VALUE ZERO.
001280 77  WS-CHECK-SUB                  PIC 9(04) COMP VALUE ZERO.
001290 77  WS-FOUND-SUB                  PIC 9(04) COMP VALUE ZERO.
001300 77  WS-TARGET-CHECK-NO            PIC 9(06) VALUE ZEROS.
001310 01  WS-CHECK-TABLE.
001320     05  WS-CHECK-ENTRY OCCURS 2000 TIMES.
001330         10  WS-CT-CHECK-NO        PIC 9(06).
001340         10  WS-CT-NET-PAY         PIC 9(5)V99.
001350         10  WS-CT-STATUS          PIC X(01).
001360         10  WS-CT-EVENT-DATE      PIC 9(08).
001370 01  WS-RUN-START-STAMP.
001380     05  WS-RUN-START-DATE         PIC 9(8).
001390     05  WS-RUN-START-TIME         PIC 9(8).
001400
001410 01  WS-HEADING-LINE               PIC X(45)
001420         VALUE "POSITIVE PAY ISSUE FILE CONTROL REPORT".
001430 01  WS-MARK-LINE.
001440     05  FILLER                    PIC X(24)
001450         VALUE "EVENTS ALREADY SENT:    ".
001460     05  ML-BEFORE                 PIC ZZZ,ZZ9.
001470     05  FILLER                    PIC X(14)
001480         VALUE "  LAST SENT: ".
001490     05  ML-LAST-DATE              PIC 9(08).
001491 01  WS-MARK-HELD-LINE.
001492     05  FILLER                    PIC X(02) VALUE SPACES.
001493     05  MHL-TEXT                  PIC X(60).
001500 01  WS-COLUMN-LINE.
001510     05  FILLER                    PIC X(02) VALUE SPACES.
001520     05  FILLER            PIC X(08) VALUE "CHECK".
001530     05  FILLER            PIC X(04) VALUE "I/V".
001540     05  FILLER            PIC X(12) VALUE "AMOUNT".
001550     05  FILLER            PIC X(10) VALUE "DATE".
001560     05  FILLER            PIC X(20) VALUE "PAYEE".
001570 01  WS-ITEM-LINE.
001580     05  FILLER                    PIC X(02) VALUE SPACES.
001590     05  IL-CHECK-NO               PIC 9(06).
001600     05  FILLER                    PIC X(03) VALUE SPACES.
001610     05  IL-IND                    PIC X(01).
001620     05  FILLER                    PIC X(02) VALUE SPACES.
001630     05  IL-AMOUNT                 PIC ZZ,ZZ9.99.
001640     05  FILLER                    PIC X(03) VALUE SPACES.
001650     05  IL-DATE                   PIC 9(08).
001660     05  FILLER                    PIC X(02) VALUE SPACES.
001670     05  IL-PAYEE                  PIC X(20).
001680 01  WS-TOTAL-LINE.
001690     05  FILLER                    PIC X(02) VALUE SPACES.
001700     05  TL-LABEL                  PIC X(26).
001710     05  TL-COUNT                  PIC ZZZ,ZZ9.
001720     05  FILLER                    PIC X(02) VALUE SPACES.
001730     05  TL-AMOUNT                 PIC ZZZ,ZZZ,ZZ9.99.
001740 01  WS-COUNT-LINE.
001750     05  FILLER                    PIC X(02) VALUE SPACES.
001760     05  CNL-LABEL                 PIC X(26).
001770     05  CNL-COUNT                 PIC ZZZ,ZZ9.
001780 01  WS-DECISION-HEADING           PIC X(45)
001790         VALUE "POSITIVE PAY EXCEPTION DECISIONS".
001800 01  WS-DECISION-COLUMNS.
001810     05  FILLER                    PIC X(02) VALUE SPACES.
001820     05  FILLER            PIC X(08) VALUE "CHECK".
001830     05  FILLER            PIC X(12) VALUE "PRESENTED".
001840     05  FILLER            PIC X(10) VALUE "DATE".
001850     05  FILLER            PIC X(06) VALUE "BANK".
001860     05  FILLER            PIC X(24) VALUE "OUR REGISTER".
001870     05  FILLER            PIC X(06) VALUE "DECIDE".
001880 01  WS-DECISION-LINE.
001890     05  FILLER                    PIC X(02) VALUE SPACES.
001900     05  DCL-CHECK-NO              PIC 9(06).
001910     05  FILLER                    PIC X(02) VALUE SPACES.
001920     05  DCL-AMOUNT                PIC ZZ,ZZ9.99.
001930     05  FILLER                    PIC X(03) VALUE SPACES.
001940     05  DCL-DATE                  PIC 9(08).
001950     05  FILLER                    PIC X(02) VALUE SPACES.
001960     05  DCL-BANK-REASON           PIC X(02).
001970     05  FILLER                    PIC X(04) VALUE SPACES.
001980     05  DCL-REGISTER-SAYS         PIC X(24).
001990     05  DCL-DECISION              PIC X(06).
002000
002010 PROCEDURE DIVISION.
002020 0000-MAINLINE.
002030     PERFORM 1000-INITIALIZE THRU 1000-EXIT
002040     PERFORM 2000-SEND-NEW-EVENTS THRU 2000-EXIT
002050     PERFORM 3000-DECIDE-EXCEPTIONS THRU 3000-EXIT
002060     PERFORM 4000-FINISH THRU 4000-EXIT
002061     IF MARK-HELD
002062         MOVE 8 TO RETURN-CODE
002063     END-IF
002070     GOBACK.
002080
002090*----------------------------------------------------------
002100* PICK UP THE HIGH-WATER MARK AND OPEN THE REPORTS
002110*----------------------------------------------------------
002120 1000-INITIALIZE.
002130     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
002140     ACCEPT WS-RUN-START-TIME FROM TIME
002150     OPEN INPUT PP-CONTROL
002160     IF WS-PC-STATUS = "35"
002170         DISPLAY "POSPAY: NO HIGH-WATER MARK ON HAND - "
002180             "SENDING THE WHOLE REGISTER"
002190     ELSE
002200         READ PP-CONTROL
002210             AT END
002220                 CONTINUE
002230             NOT AT END
002240                 MOVE PC-EVENTS-SENT TO WS-MARK-BEFORE
002250                 MOVE PC-LAST-SENT-DATE TO WS-LAST-SENT-DATE
002260         END-READ
002270         CLOSE PP-CONTROL
002280     END-IF
002290     OPEN OUTPUT CONTROL-REPORT
002300     WRITE CONTROL-REPORT-LINE FROM WS-HEADING-LINE
002310     MOVE WS-MARK-BEFORE TO ML-BEFORE
002320     MOVE WS-LAST-SENT-DATE TO ML-LAST-DATE
002330     WRITE CONTROL-REPORT-LINE FROM WS-MARK-LINE
002340     WRITE CONTROL-REPORT-LINE FROM WS-COLUMN-LINE.
002350 1000-EXIT.
002360     EXIT.
002370
002380*----------------------------------------------------------
002390* ONE PASS OVER THE REGISTER: EVERY EVENT GOES IN THE
002400* CHECK TABLE, AND EVERY EVENT PAST THE MARK GOES ON THE
002410* ISSUE FILE.  THE TRAILER CLOSES THE FILE, THEN THE MARK
002420* MOVES UP TO THE LAST EVENT READ - UNLESS THE REGISTER IS
002421* MISSING OR SHORTER THAN THE MARK, WHICH HOLDS IT WHERE IT IS
002430*----------------------------------------------------------
002440 2000-SEND-NEW-EVENTS.
002450     OPEN OUTPUT ISSUE-FILE
002460     OPEN INPUT CUSTOMER-MASTER
002470     OPEN INPUT CHECK-REGISTER
002480     IF WS-CR-STATUS = "35"
002490         DISPLAY "POSPAY: NO CHECK REGISTER ON HAND"
002500         SET END-OF-REGISTER TO TRUE
002501         SET MARK-HELD TO TRUE
002502         MOVE "NO CHECK REGISTER ON HAND - MARK NOT MOVED"
002503             TO MHL-TEXT
002510     ELSE
002520         PERFORM 8000-READ-REGISTER THRU 8000-EXIT
002530         PERFORM 2100-TAKE-ONE-EVENT THRU 2100-EXIT
002540             UNTIL END-OF-REGISTER
002550         CLOSE CHECK-REGISTER
002551         IF WS-EVENTS-READ < WS-MARK-BEFORE
002552             SET MARK-HELD TO TRUE
002553             MOVE "REGISTER SHORTER THAN THE MARK - NOT MOVED"
002554                 TO MHL-TEXT
002555         END-IF
002560     END-IF
002570     CLOSE CUSTOMER-MASTER
002580     MOVE SPACES TO ISSUE-TRAILER
002590     MOVE "T" TO PT-RECORD-TYPE
002600     MOVE WS-DISBURSE-ACCOUNT TO PT-ACCOUNT-NUMBER
002610     MOVE WS-ITEM-COUNT TO PT-ITEM-COUNT
002620     MOVE WS-ISSUE-TOTAL TO PT-ISSUE-TOTAL
002630     MOVE WS-VOID-TOTAL TO PT-VOID-TOTAL
002640     WRITE ISSUE-TRAILER
002650     CLOSE ISSUE-FILE
002660     PERFORM 2300-ADVANCE-MARK THRU 2300-EXIT.
002670 2000-EXIT.
002680     EXIT.
002690
002700 2100-TAKE-ONE-EVENT.
002710     ADD 1 TO WS-EVENTS-READ
002720     PERFORM 2110-TABLE-ONE-EVENT THRU 2110-EXIT
002730     IF WS-EVENTS-READ > WS-MARK-BEFORE
002740         PERFORM 2200-WRITE-ONE-ITEM THRU 2200-EXIT
002750     END-IF
002760     PERFORM 8000-READ-REGISTER THRU 8000-EXIT.
002770 2100-EXIT.
002780     EXIT.
002790
002800 2110-TABLE-ONE-EVENT.
002810     MOVE CR-CHECK-NO TO WS-TARGET-CHECK-NO
002820     PERFORM 2120-FIND-CHECK THRU 2120-EXIT
002830     IF WS-FOUND-SUB = ZERO
002840         IF WS-CHECK-COUNT >= 2000
002850             DISPLAY "POSPAY: CHECK TABLE FULL, EVENT FOR "
002860                 CR-CHECK-NO " SKIPPED"
002870         ELSE
002880             ADD 1 TO WS-CHECK-COUNT
002890             MOVE WS-CHECK-COUNT TO WS-FOUND-SUB
002900             MOVE CR-CHECK-NO
002910                 TO WS-CT-CHECK-NO (WS-FOUND-SUB)
002920         END-IF
002930     END-IF
002940     IF WS-FOUND-SUB > ZERO
002950         MOVE CR-NET-PAY TO WS-CT-NET-PAY (WS-FOUND-SUB)
002960         MOVE CR-STATUS TO WS-CT-STATUS (WS-FOUND-SUB)
002970         MOVE CR-EVENT-DATE TO WS-CT-EVENT-DATE (WS-FOUND-SUB)
002980     END-IF.
002990 2110-EXIT.
003000     EXIT.
003010
003020*----------------------------------------------------------
003030* FIND THE TABLE ENTRY FOR THE CHECK NUMBER THE CALLER
003040* MOVED INTO WS-TARGET-CHECK-NO
003050*----------------------------------------------------------
003060 2120-FIND-CHECK.
003070     MOVE ZERO TO WS-FOUND-SUB
003080     PERFORM 2130-TEST-ONE-ENTRY THRU 2130-EXIT
003090         VARYING WS-CHECK-SUB FROM 1 BY 1
003100         UNTIL WS-CHECK-SUB > WS-CHECK-COUNT
003110             OR WS-FOUND-SUB > ZERO.
003120 2120-EXIT.
003130     EXIT.
003140
003150 2130-TEST-ONE-ENTRY.
003160     IF WS-CT-CHECK-NO (WS-CHECK-SUB) = WS-TARGET-CHECK-NO
003170         MOVE WS-CHECK-SUB TO WS-FOUND-SUB
003180     END-IF.
003190 2130-EXIT.
003200     EXIT.
003210
003220*----------------------------------------------------------
003230* ONE ISSUE-FILE ITEM: I AND R EVENTS ARE ISSUES UNDER
003240* THEIR OWN CHECK NUMBER, A V EVENT VOIDS ITS NUMBER
003250*----------------------------------------------------------
003260 2200-WRITE-ONE-ITEM.
003270     MOVE SPACES TO ISSUE-RECORD
003280     MOVE "D" TO PI-RECORD-TYPE
003290     MOVE WS-DISBURSE-ACCOUNT TO PI-ACCOUNT-NUMBER
003300     MOVE CR-CHECK-NO TO PI-CHECK-NO
003310     MOVE CR-NET-PAY TO PI-AMOUNT
003320     MOVE CR-EVENT-DATE TO PI-ISSUE-DATE
003330     IF CR-VOIDED
003340         MOVE "V" TO PI-ISSUE-VOID-IND
003350         ADD 1 TO WS-VOID-COUNT
003360         ADD CR-NET-PAY TO WS-VOID-TOTAL
003370     ELSE
003380         MOVE "I" TO PI-ISSUE-VOID-IND
003390         ADD 1 TO WS-ISSUE-COUNT
003400         ADD CR-NET-PAY TO WS-ISSUE-TOTAL
003410     END-IF
003420     MOVE CR-SSNUM TO CM-SSNUM
003430     READ CUSTOMER-MASTER
003440         INVALID KEY
003450             MOVE SPACES TO CM-CUST-NAME
003460     END-READ
003470     MOVE CM-CUST-NAME TO PI-PAYEE-NAME
003480     WRITE ISSUE-RECORD
003490     ADD 1 TO WS-ITEM-COUNT
003500     MOVE CR-CHECK-NO TO IL-CHECK-NO
003510     MOVE PI-ISSUE-VOID-IND TO IL-IND
003520     MOVE CR-NET-PAY TO IL-AMOUNT
003530     MOVE CR-EVENT-DATE TO IL-DATE
003540     MOVE CM-CUST-NAME TO IL-PAYEE
003550     WRITE CONTROL-REPORT-LINE FROM WS-ITEM-LINE.
003560 2200-EXIT.
003570     EXIT.
003580
003590*----------------------------------------------------------
003600* THE ISSUE FILE IS CLOSED - EVERYTHING READ HAS BEEN SENT.
003601* A HELD MARK LEAVES PPCTL UNTOUCHED AND SAYS WHY
003610*----------------------------------------------------------
003620 2300-ADVANCE-MARK.
003621     IF MARK-HELD
003622         WRITE CONTROL-REPORT-LINE FROM WS-MARK-HELD-LINE
003623         DISPLAY "POSPAY: " MHL-TEXT
003624         MOVE "FAIL" TO WS-RUN-STATUS
003625         GO TO 2300-EXIT
003626     END-IF
003630     OPEN OUTPUT PP-CONTROL
003640     MOVE WS-EVENTS-READ TO PC-EVENTS-SENT
003650     MOVE WS-RUN-START-DATE TO PC-LAST-SENT-DATE
003660     MOVE WS-ITEM-COUNT TO PC-LAST-ITEM-COUNT
003670     MOVE SPACES TO PC-FILLER
003680     WRITE PP-CONTROL-RECORD
003690     CLOSE PP-CONTROL.
003700 2300-EXIT.
003710     EXIT.
003720
003730*----------------------------------------------------------
003740* THE BANK'S EXCEPTION FILE: EVERY PRESENTED ITEM THAT WAS
003750* NOT ON AN ISSUE LIST IS CHECKED AGAINST THE REGISTER AND
003760* PRINTED WITH A PAY OR RETURN RECOMMENDATION.  NO FILE
003770* FROM THE BANK TODAY MEANS NO EXCEPTIONS TO DECIDE
003780*----------------------------------------------------------
003790 3000-DECIDE-EXCEPTIONS.
003800     OPEN OUTPUT DECISION-REPORT
003810     WRITE DECISION-REPORT-LINE FROM WS-DECISION-HEADING
003820     WRITE DECISION-REPORT-LINE FROM WS-DECISION-COLUMNS
003830     OPEN INPUT BANK-EXCEPTIONS
003840     IF WS-PX-STATUS = "35"
003850         DISPLAY "POSPAY: NO EXCEPTION FILE FROM THE BANK"
003860         GO TO 3000-EXIT
003870     END-IF
003880     PERFORM 8100-READ-EXCEPTION THRU 8100-EXIT
003890     PERFORM 3100-DECIDE-ONE-ITEM THRU 3100-EXIT
003900         UNTIL END-OF-EXCEPTIONS
003910     CLOSE BANK-EXCEPTIONS.
003920 3000-EXIT.
003930     EXIT.
003940
003950*> ONLY A LIVE CHECK FOR THE SAME AMOUNT IS PAID - A CHECK
003960*> ISSUED AFTER THE LAST TRANSMISSION CAN LEGITIMATELY BEAT
003970*> THE ISSUE FILE TO THE BANK
003980 3100-DECIDE-ONE-ITEM.
003990     ADD 1 TO WS-EXCEPTIONS-READ
004000     MOVE PX-CHECK-NO TO WS-TARGET-CHECK-NO
004010     PERFORM 2120-FIND-CHECK THRU 2120-EXIT
004020     EVALUATE TRUE
004030         WHEN WS-FOUND-SUB = ZERO
004040             MOVE "NEVER ISSUED" TO DCL-REGISTER-SAYS
004050             MOVE "RETURN" TO DCL-DECISION
004060         WHEN WS-CT-STATUS (WS-FOUND-SUB) = "V"
004070             MOVE "VOIDED" TO DCL-REGISTER-SAYS
004080             MOVE "RETURN" TO DCL-DECISION
004090         WHEN WS-CT-NET-PAY (WS-FOUND-SUB) NOT = PX-AMOUNT
004100             MOVE "ISSUED - AMOUNT DIFFERS" TO DCL-REGISTER-SAYS
004110             MOVE "RETURN" TO DCL-DECISION
004120         WHEN OTHER
004130             MOVE "ISSUED - AMOUNT AGREES" TO DCL-REGISTER-SAYS
004140             MOVE "PAY" TO DCL-DECISION
004150     END-EVALUATE
004160     IF DCL-DECISION = "PAY"
004170         ADD 1 TO WS-PAY-COUNT
004180     ELSE
004190         ADD 1 TO WS-RETURN-COUNT
004200     END-IF
004210     MOVE PX-CHECK-NO TO DCL-CHECK-NO
004220     MOVE PX-AMOUNT TO DCL-AMOUNT
004230     MOVE PX-PRESENTED-DATE TO DCL-DATE
004240     MOVE PX-BANK-REASON TO DCL-BANK-REASON
004250     WRITE DECISION-REPORT-LINE FROM WS-DECISION-LINE
004260     PERFORM 8100-READ-EXCEPTION THRU 8100-EXIT.
004270 3100-EXIT.
004280     EXIT.
004290
004300*----------------------------------------------------------
004310* CONTROL TOTALS ON BOTH REPORTS, RUN LOG, CLOSE UP
004320*----------------------------------------------------------
004330 4000-FINISH.
004340     MOVE "ISSUES SENT:" TO TL-LABEL
004350     MOVE WS-ISSUE-COUNT TO TL-COUNT
004360     MOVE WS-ISSUE-TOTAL TO TL-AMOUNT
004370     WRITE CONTROL-REPORT-LINE FROM WS-TOTAL-LINE
004380     MOVE "VOIDS SENT:" TO TL-LABEL
004390     MOVE WS-VOID-COUNT TO TL-COUNT
004400     MOVE WS-VOID-TOTAL TO TL-AMOUNT
004410     WRITE CONTROL-REPORT-LINE FROM WS-TOTAL-LINE
004420     MOVE "REGISTER EVENTS READ:" TO CNL-LABEL
004430     MOVE WS-EVENTS-READ TO CNL-COUNT
004440     WRITE CONTROL-REPORT-LINE FROM WS-COUNT-LINE
004450     MOVE "NEW HIGH-WATER MARK:" TO CNL-LABEL
004460     MOVE WS-EVENTS-READ TO CNL-COUNT
004461     IF MARK-HELD
004462         MOVE "HIGH-WATER MARK HELD AT:" TO CNL-LABEL
004463         MOVE WS-MARK-BEFORE TO CNL-COUNT
004464     END-IF
004470     WRITE CONTROL-REPORT-LINE FROM WS-COUNT-LINE
004480     MOVE "EXCEPTION ITEMS READ:" TO CNL-LABEL
004490     MOVE WS-EXCEPTIONS-READ TO CNL-COUNT
004500     WRITE DECISION-REPORT-LINE FROM WS-COUNT-LINE
004510     MOVE "RECOMMENDED PAY:" TO CNL-LABEL
004520     MOVE WS-PAY-COUNT TO CNL-COUNT
004530     WRITE DECISION-REPORT-LINE FROM WS-COUNT-LINE
004540     MOVE "RECOMMENDED RETURN:" TO CNL-LABEL
004550     MOVE WS-RETURN-COUNT TO CNL-COUNT
004560     WRITE DECISION-REPORT-LINE FROM WS-COUNT-LINE
004570     PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT
004580     CLOSE CONTROL-REPORT
004590     CLOSE DECISION-REPORT.
004600 4000-EXIT.
004610     EXIT.
004620
004630*----------------------------------------------------------
004640* READ THE NEXT REGISTER EVENT, SET THE EOF SWITCH AT END
004650*----------------------------------------------------------
004660 8000-READ-REGISTER.
004670     READ CHECK-REGISTER
004680         AT END
004690             SET END-OF-REGISTER TO TRUE
004700     END-READ.
004710 8000-EXIT.
004720     EXIT.
004730
004740*----------------------------------------------------------
004750* READ THE NEXT BANK EXCEPTION, SET THE EOF SWITCH AT END
004760*----------------------------------------------------------
004770 8100-READ-EXCEPTION.
004780     READ BANK-EXCEPTIONS
004790         AT END
004800             SET END-OF-EXCEPTIONS TO TRUE
004810     END-READ.
004820 8100-EXIT.
004830     EXIT.
004840
004850*----------------------------------------------------------
004860* APPEND THIS RUN'S CONTROL RECORD TO THE SHARED RUN LOG
004870*----------------------------------------------------------
004880 9100-WRITE-RUN-LOG.
004890     OPEN EXTEND RUN-CONTROL-LOG
004900     IF WS-RL-STATUS = "35"
004910         OPEN OUTPUT RUN-CONTROL-LOG
004920         CLOSE RUN-CONTROL-LOG
004930         OPEN EXTEND RUN-CONTROL-LOG
004940     END-IF
004950     MOVE "POSPAY  " TO RL-JOB-NAME
004960     MOVE WS-RUN-START-DATE TO RL-START-DATE
004970     MOVE WS-RUN-START-TIME TO RL-START-TIME
004980     ACCEPT RL-END-DATE FROM DATE YYYYMMDD
004990     ACCEPT RL-END-TIME FROM TIME
005000     MOVE WS-EVENTS-READ TO RL-RECORDS-IN
005010     MOVE WS-ITEM-COUNT TO RL-RECORDS-OUT
005020     MOVE WS-RETURN-COUNT TO RL-EXCEPTIONS
005030     MOVE WS-RUN-STATUS TO RL-STATUS
005040     MOVE SPACES TO RL-FILLER
005050     WRITE RUN-LOG-RECORD
005060     CLOSE RUN-CONTROL-LOG.
005070 9100-EXIT.
005080     EXIT.
