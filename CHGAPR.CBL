000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CHGAPR.
000030 AUTHOR. PAYROLL-SYSTEMS-GROUP.
000040 INSTALLATION. DATA-PROCESSING-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 10/15/26  SM   INITIAL VERSION - DUAL-CONTROL APPROVAL OF
000110* 10/15/26  SM   QUEUED BANK ACCOUNT AND PAY RATE CHANGES,
000120* 10/15/26  SM   SUPERVISOR SIGN-ON REQUIRED
000121* 10/15/26  SM   A BANK CHANGE FOR AN ACCOUNT HELD AFTER A DEATH
000122* 10/15/26  SM   MASTER MATCH IS REFUSED - ONLY DTHREV LIFTS A
000123* 10/15/26  SM   HOLD
000130*----------------------------------------------------------
000140*
000150* THE SECOND HALF OF DUAL CONTROL.  BNKMNT AND RATEMNT PUT A
000160* CLERK'S NEW OR CHANGED DIRECT-DEPOSIT ACCOUNT AND A KEYED
000170* PAY RATE CHANGE ON THE PENDING-CHANGE QUEUE (CHGQUE); THIS
000180* PROGRAM IS WHERE A SUPERVISOR LISTS WHAT IS WAITING AND
000190* APPROVES OR REJECTS EACH ONE.  AN APPROVED BANK CHANGE IS
000200* WRITTEN TO BANKACCT IN PRENOTE STATUS, THE SAME AS BNKMNT
000210* USED TO DO DIRECTLY; AN APPROVED RATE CHANGE IS WRITTEN TO
000220* RATEHIST AS RATEMNT USED TO, FLAGGED FOR RETRO PAY WHEN IT
000230* IS EFFECTIVE ON OR BEFORE THE DAY IT IS APPROVED.  THE
000240* WHOLE PROGRAM IS HELD TO SUPERVISOR AUTHORITY, AND NOBODY
000250* MAY APPROVE A CHANGE THEY KEYED - THE ATTEMPT IS REFUSED
000260* AND LOGGED.  A SUPERVISOR MAY REJECT (WITHDRAW) THEIR OWN.
000270* A BANK CHANGE IS ALSO REFUSED WHEN THE ACCOUNT ON FILE NO
000280* LONGER MATCHES THE ONE IT WAS KEYED AGAINST (A BANK NOTICE
000290* OF CHANGE OR A DELETE SINCE) - REJECT IT AND KEY IT AGAIN.
000300* EVERY DECISION GOES TO THE SECURITY LOG WITH THE OPERATOR
000310* WHO KEYED THE CHANGE, FOR SECRPT'S APPROVAL REVIEW.
000320*
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT PENDING-CHANGES ASSIGN TO "CHGQUE"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS PC-KEY
000400         FILE STATUS IS WS-PC-STATUS.
000410     SELECT BANK-ACCOUNTS ASSIGN TO "BANKACCT"
000420         ORGANIZATION IS INDEXED
000430         ACCESS MODE IS DYNAMIC
000440         RECORD KEY IS BA-SSNUM
000450         FILE STATUS IS WS-BA-STATUS.
000460     SELECT PAY-RATE-HISTORY ASSIGN TO "RATEHIST"
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS DYNAMIC
000490         RECORD KEY IS RH-KEY
000500         FILE STATUS IS WS-RH-STATUS.
000510     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAS"
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS RANDOM
000540         RECORD KEY IS CM-SSNUM
000550         FILE STATUS IS WS-CM-STATUS.
000560     SELECT SECURITY-LOG ASSIGN TO "SECLOG"
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-SL-STATUS.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  PENDING-CHANGES.
000630     COPY CHGPEND.
000640 FD  BANK-ACCOUNTS.
000650     COPY BANKACC.
000660 FD  PAY-RATE-HISTORY.
000670     COPY PAYRATE.
000680 FD  CUSTOMER-MASTER.
000690     COPY CUSTMAS.
000700 FD  SECURITY-LOG.
000710     COPY SECLOG.
000720
000730 WORKING-STORAGE SECTION.
000740 77  WS-PC-STATUS                  PIC X(02) VALUE "00".
000750 77  WS-BA-STATUS                  PIC X(02) VALUE "00".
000760 77  WS-RH-STATUS                  PIC X(02) VALUE "00".
000770 77  WS-CM-STATUS                  PIC X(02) VALUE "00".
000780 77  WS-SL-STATUS                  PIC X(02) VALUE "00".
000790     COPY SIGNPRM.
000800 77  WS-FUNCTION-CHOICE            PIC 9 VALUE ZERO.
000810 77  WS-DONE-SWITCH                PIC X(01) VALUE "N".
000820     88  MAINT-DONE                VALUE "Y".
000830 77  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
000840     88  END-OF-FILE               VALUE "Y".
000850 77  WS-PENDING-SWITCH             PIC X(01) VALUE "N".
000860     88  CHANGE-PENDING            VALUE "Y".
000870 77  WS-SCAN-SWITCH                PIC X(01) VALUE "N".
000880     88  SCAN-DONE                 VALUE "Y".
000890 77  WS-APPLIED-SWITCH             PIC X(01) VALUE "N".
000900     88  CHANGE-APPLIED            VALUE "Y".
000910 77  WS-SSN-OK                     PIC X(01) VALUE "N".
000920 77  WS-ANSWER                     PIC X(01) VALUE SPACE.
000930 77  WS-CHANGE-TYPE                PIC X(01) VALUE SPACE.
000940     88  WS-TYPE-OK                VALUE "B" "R".
000950 77  WS-ENTRIES-LISTED             PIC 9(05) COMP VALUE ZERO.
000960 77  WS-PRIOR-RATE                 PIC 9(3)V99 VALUE ZERO.
000970 01  WS-SSNUM-KEY.
000980     05  WS-KEY-SSAREA             PIC 999.
000990     05  WS-KEY-SSGROUP            PIC 99.
001000     05  WS-KEY-SSSERIAL           PIC 9999.
001010 01  WS-SSNUM-KEY-N REDEFINES WS-SSNUM-KEY
001020                                   PIC 9(09).
001030 01  WS-RUN-DATE                   PIC 9(08) VALUE ZEROS.
001040 01  WS-RUN-TIME                   PIC 9(08) VALUE ZEROS.
001050
001060 PROCEDURE DIVISION.
001070 0000-MAINLINE.
001080     CALL "SIGNON" USING SIGNON-PARMS
001090     IF NOT SO-SIGNED-ON
001100         GOBACK
001110     END-IF
001120     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
001130*> EXTEND fails with status 35 the first time this file
001140*> doesn't exist yet - fall back to creating it
001150     OPEN EXTEND SECURITY-LOG
001160     IF WS-SL-STATUS = "35"
001170         OPEN OUTPUT SECURITY-LOG
001180         CLOSE SECURITY-LOG
001190         OPEN EXTEND SECURITY-LOG
001200     END-IF
001210     IF SO-AUTH-LEVEL < 2
001220         DISPLAY "CHANGE APPROVAL NEEDS SUPERVISOR AUTHORITY"
001230         MOVE "ALL" TO SL-FUNCTION
001240         MOVE SPACES TO SL-OTHER-OPERATOR
001250         PERFORM 9000-LOG-DENIAL THRU 9000-EXIT
001260         CLOSE SECURITY-LOG
001270         GOBACK
001280     END-IF
001290     OPEN I-O PENDING-CHANGES
001300     IF WS-PC-STATUS = "35"
001310         OPEN OUTPUT PENDING-CHANGES
001320         CLOSE PENDING-CHANGES
001330         OPEN I-O PENDING-CHANGES
001340     END-IF
001350     OPEN I-O BANK-ACCOUNTS
001360     IF WS-BA-STATUS = "35"
001370         OPEN OUTPUT BANK-ACCOUNTS
001380         CLOSE BANK-ACCOUNTS
001390         OPEN I-O BANK-ACCOUNTS
001400     END-IF
001410     OPEN I-O PAY-RATE-HISTORY
001420     IF WS-RH-STATUS = "35"
001430         OPEN OUTPUT PAY-RATE-HISTORY
001440         CLOSE PAY-RATE-HISTORY
001450         OPEN I-O PAY-RATE-HISTORY
001460     END-IF
001470     OPEN INPUT CUSTOMER-MASTER
001480     PERFORM 1000-SHOW-MENU THRU 1000-EXIT
001490         UNTIL MAINT-DONE
001500     CLOSE PENDING-CHANGES
001510     CLOSE BANK-ACCOUNTS
001520     CLOSE PAY-RATE-HISTORY
001530     IF WS-CM-STATUS NOT = "35"
001540         CLOSE CUSTOMER-MASTER
001550     END-IF
001560     CLOSE SECURITY-LOG
001570     GOBACK.
001580
001590*----------------------------------------------------------
001600* SHOW THE MENU AND DISPATCH TO THE CHOSEN FUNCTION
001610*----------------------------------------------------------
001620 1000-SHOW-MENU.
001630     DISPLAY " "
001640     DISPLAY "1. LIST CHANGES WAITING ON APPROVAL"
001650     DISPLAY "2. APPROVE A CHANGE"
001660     DISPLAY "3. REJECT A CHANGE"
001670     DISPLAY "4. EXIT"
001680     DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING
001690     ACCEPT WS-FUNCTION-CHOICE
001700     EVALUATE WS-FUNCTION-CHOICE
001710         WHEN 1
001720             PERFORM 2000-LIST-PENDING THRU 2000-EXIT
001730         WHEN 2
001740             PERFORM 3000-APPROVE-CHANGE THRU 3000-EXIT
001750         WHEN 3
001760             PERFORM 4000-REJECT-CHANGE THRU 4000-EXIT
001770         WHEN 4
001780             SET MAINT-DONE TO TRUE
001790         WHEN OTHER
001800             DISPLAY "PLEASE ENTER A NUMBER 1-4"
001810     END-EVALUATE.
001820 1000-EXIT.
001830     EXIT.
001840
001850*----------------------------------------------------------
001860* LIST EVERY CHANGE STILL WAITING, OLDEST CUSTOMER KEY FIRST
001870*----------------------------------------------------------
001880 2000-LIST-PENDING.
001890     MOVE ZERO TO WS-ENTRIES-LISTED
001900     MOVE "N" TO WS-EOF-SWITCH
001910     MOVE LOW-VALUES TO PC-KEY
001920     START PENDING-CHANGES KEY IS GREATER THAN OR EQUAL
001930             TO PC-KEY
001940         INVALID KEY
001950             SET END-OF-FILE TO TRUE
001960     END-START
001970     PERFORM 2100-LIST-ONE-PENDING THRU 2100-EXIT
001980         UNTIL END-OF-FILE
001990     DISPLAY WS-ENTRIES-LISTED " CHANGE(S) WAITING ON APPROVAL".
002000 2000-EXIT.
002010     EXIT.
002020
002030 2100-LIST-ONE-PENDING.
002040     READ PENDING-CHANGES NEXT RECORD
002050         AT END
002060             SET END-OF-FILE TO TRUE
002070             GO TO 2100-EXIT
002080     END-READ
002090     IF PC-PENDING
002100         ADD 1 TO WS-ENTRIES-LISTED
002110         PERFORM 8500-SHOW-CHANGE THRU 8500-EXIT
002120     END-IF.
002130 2100-EXIT.
002140     EXIT.
002150
002160*----------------------------------------------------------
002170* APPROVE ONE CHANGE - NEVER ONE THE SUPERVISOR KEYED.  THE
002180* QUEUE ENTRY IS ONLY MARKED APPROVED ONCE THE CHANGE IS
002190* ACTUALLY ON THE BANK ACCOUNT FILE OR THE RATE HISTORY
002200*----------------------------------------------------------
002210 3000-APPROVE-CHANGE.
002220     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
002230     PERFORM 8050-ACCEPT-TYPE THRU 8050-EXIT
002240     PERFORM 8300-FIND-PENDING THRU 8300-EXIT
002250     IF NOT CHANGE-PENDING
002260         DISPLAY "NO CHANGE OF THAT KIND WAITING FOR THAT SSN"
002270         GO TO 3000-EXIT
002280     END-IF
002290     PERFORM 8500-SHOW-CHANGE THRU 8500-EXIT
002300     IF PC-ENTERED-BY = SO-OPERATOR-ID
002310         DISPLAY "YOU KEYED THIS CHANGE - ANOTHER SUPERVISOR "
002320             "MUST APPROVE IT"
002330         MOVE "SELF-APPROVE" TO SL-FUNCTION
002340         MOVE PC-ENTERED-BY TO SL-OTHER-OPERATOR
002350         PERFORM 9000-LOG-DENIAL THRU 9000-EXIT
002360         GO TO 3000-EXIT
002370     END-IF
002380     DISPLAY "APPROVE THIS CHANGE (Y/N)? " WITH NO ADVANCING
002390     ACCEPT WS-ANSWER
002400     IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
002410         DISPLAY "NOTHING APPROVED"
002420         GO TO 3000-EXIT
002430     END-IF
002440     MOVE "N" TO WS-APPLIED-SWITCH
002450     IF PC-BANK-CHANGE
002460         PERFORM 3100-APPLY-BANK-CHANGE THRU 3100-EXIT
002470     ELSE
002480         PERFORM 3200-APPLY-RATE-CHANGE THRU 3200-EXIT
002490     END-IF
002500     IF NOT CHANGE-APPLIED
002510         DISPLAY "NOTHING APPROVED"
002520         GO TO 3000-EXIT
002530     END-IF
002540     SET PC-APPROVED TO TRUE
002550     PERFORM 8600-RECORD-DECISION THRU 8600-EXIT
002560     MOVE "APPROVED" TO SL-DISPOSITION
002570     PERFORM 9050-LOG-DECISION THRU 9050-EXIT.
002580 3000-EXIT.
002590     EXIT.
002600
002610*----------------------------------------------------------
002620* A NEW ACCOUNT IS WRITTEN, A CHANGED ONE REWRITTEN - ONLY
002630* WHILE THE FILE STILL HOLDS WHAT THE CLERK KEYED AGAINST.
002640* EITHER WAY THE ACCOUNT STARTS A FRESH PRENOTE CYCLE - BUT
002641* NEVER ONE HELD AFTER A DEATH MASTER MATCH
002650*----------------------------------------------------------
002660 3100-APPLY-BANK-CHANGE.
002670     MOVE PC-SSNUM TO BA-SSNUM
002680     READ BANK-ACCOUNTS
002690         INVALID KEY
002700             CONTINUE
002710     END-READ
002720     IF PC-ADD-ACTION
002730         IF WS-BA-STATUS = "00"
002740             DISPLAY "AN ACCOUNT HAS BEEN ADDED SINCE THIS WAS "
002750                 "KEYED - REJECT IT AND KEY IT AGAIN"
002760             GO TO 3100-EXIT
002770         END-IF
002780     ELSE
002790         IF WS-BA-STATUS NOT = "00"
002800                 OR BA-ROUTING-NUMBER NOT = PC-OLD-ROUTING
002810                 OR BA-ACCOUNT-NUMBER NOT = PC-OLD-ACCOUNT
002820             DISPLAY "THE ACCOUNT ON FILE HAS CHANGED SINCE THIS "
002830                 "WAS KEYED - REJECT IT AND KEY IT AGAIN"
002840             GO TO 3100-EXIT
002850         END-IF
002860     END-IF
002861     IF WS-BA-STATUS = "00" AND BA-HELD
002862         DISPLAY "ACCOUNT IS HELD AFTER A DEATH MASTER MATCH - "
002863             "REJECT THIS CHANGE"
002864         GO TO 3100-EXIT
002865     END-IF
002870     MOVE PC-SSNUM TO BA-SSNUM
002880     MOVE PC-NEW-ROUTING TO BA-ROUTING-NUMBER
002890     MOVE PC-NEW-ACCOUNT TO BA-ACCOUNT-NUMBER
002900     MOVE PC-NEW-TYPE TO BA-ACCOUNT-TYPE
002910     SET BA-PRENOTE-PENDING TO TRUE
002920     MOVE WS-RUN-DATE TO BA-PRENOTE-DATE
002930     IF PC-ADD-ACTION
002940         MOVE SPACES TO BA-FILLER
002950         WRITE BANK-ACCOUNT-RECORD
002960             INVALID KEY
002970                 DISPLAY "THAT SSN ALREADY HAS A BANK ACCOUNT"
002980                 GO TO 3100-EXIT
002990         END-WRITE
003000         DISPLAY "BANK ACCOUNT ADDED, PRENOTE PENDING"
003010     ELSE
003020         REWRITE BANK-ACCOUNT-RECORD
003030         DISPLAY "BANK ACCOUNT CHANGED, PRENOTE PENDING"
003040     END-IF
003050     SET CHANGE-APPLIED TO TRUE.
003060 3100-EXIT.
003070     EXIT.
003080
003090*----------------------------------------------------------
003100* WRITE THE RATE CHANGE TO THE HISTORY.  THE PRIOR RATE IS
003110* WORKED OUT AGAIN NOW, AS RATEMNT DID WHEN IT WAS KEYED -
003120* ANOTHER CHANGE MAY HAVE BEEN APPROVED IN BETWEEN - AND IT
003130* IS BACKDATED (RETRO PENDING) WHEN IT IS ALREADY IN FORCE
003140*----------------------------------------------------------
003150 3200-APPLY-RATE-CHANGE.
003160     MOVE PC-SSNUM TO CM-SSNUM
003170     READ CUSTOMER-MASTER
003180         INVALID KEY
003190             DISPLAY "NO CUSTOMER MASTER RECORD FOR THAT SSN"
003200             GO TO 3200-EXIT
003210     END-READ
003220     PERFORM 3300-FIND-PRIOR-RATE THRU 3300-EXIT
003230     MOVE PC-SSNUM TO RH-SSNUM
003240     MOVE PC-RATE-EFFECTIVE TO RH-EFFECTIVE-DATE
003250     MOVE PC-NEW-RATE TO RH-PAY-RATE
003260     MOVE WS-PRIOR-RATE TO RH-PRIOR-RATE
003270     MOVE PC-ENTERED-DATE TO RH-ENTERED-DATE
003280     MOVE PC-ENTERED-BY TO RH-ENTERED-BY
003290     MOVE ZEROS TO RH-RETRO-DATE
003300     MOVE SPACES TO RH-FILLER
003310     IF PC-RATE-EFFECTIVE > WS-RUN-DATE
003320         SET RH-NO-RETRO TO TRUE
003330     ELSE
003340         SET RH-RETRO-PENDING TO TRUE
003350     END-IF
003360     WRITE PAY-RATE-HISTORY-RECORD
003370         INVALID KEY
003380             DISPLAY "A RATE CHANGE IS ALREADY ON FILE FOR THAT "
003390                 "DATE - REJECT THIS ONE"
003400             GO TO 3200-EXIT
003410     END-WRITE
003420     DISPLAY "RATE CHANGE ADDED - " WS-PRIOR-RATE " TO "
003430         PC-NEW-RATE " FROM " PC-RATE-EFFECTIVE
003440     IF RH-RETRO-PENDING
003450         DISPLAY "NOTE: BACKDATED - CHECKS ALREADY POSTED SINCE "
003460             PC-RATE-EFFECTIVE " ARE PAID THE DIFFERENCE BY "
003470             "THE NEXT APPROVED RETROPAY RUN"
003480     END-IF
003490     SET CHANGE-APPLIED TO TRUE.
003500 3200-EXIT.
003510     EXIT.
003520
003530 3300-FIND-PRIOR-RATE.
003540     MOVE CM-PAY-RATE TO WS-PRIOR-RATE
003550     MOVE "N" TO WS-EOF-SWITCH
003560     MOVE PC-SSNUM TO RH-SSNUM
003570     MOVE ZEROS TO RH-EFFECTIVE-DATE
003580     START PAY-RATE-HISTORY KEY IS GREATER THAN OR EQUAL
003590             TO RH-KEY
003600         INVALID KEY
003610             SET END-OF-FILE TO TRUE
003620     END-START
003630     PERFORM 3310-TEST-ONE-PRIOR THRU 3310-EXIT
003640         UNTIL END-OF-FILE.
003650 3300-EXIT.
003660     EXIT.
003670
003680 3310-TEST-ONE-PRIOR.
003690     READ PAY-RATE-HISTORY NEXT RECORD
003700         AT END
003710             SET END-OF-FILE TO TRUE
003720             GO TO 3310-EXIT
003730     END-READ
003740     IF RH-SSNUM NOT = PC-SSNUM
003750             OR RH-EFFECTIVE-DATE >= PC-RATE-EFFECTIVE
003760         SET END-OF-FILE TO TRUE
003770         GO TO 3310-EXIT
003780     END-IF
003790     MOVE RH-PAY-RATE TO WS-PRIOR-RATE.
003800 3310-EXIT.
003810     EXIT.
003820
003830*----------------------------------------------------------
003840* REJECT ONE CHANGE - NOTHING IS APPLIED, THE ENTRY STAYS ON
003850* THE QUEUE MARKED REJECTED FOR THE DAILY REPORT
003860*----------------------------------------------------------
003870 4000-REJECT-CHANGE.
003880     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
003890     PERFORM 8050-ACCEPT-TYPE THRU 8050-EXIT
003900     PERFORM 8300-FIND-PENDING THRU 8300-EXIT
003910     IF NOT CHANGE-PENDING
003920         DISPLAY "NO CHANGE OF THAT KIND WAITING FOR THAT SSN"
003930         GO TO 4000-EXIT
003940     END-IF
003950     PERFORM 8500-SHOW-CHANGE THRU 8500-EXIT
003960     DISPLAY "REJECT THIS CHANGE (Y/N)? " WITH NO ADVANCING
003970     ACCEPT WS-ANSWER
003980     IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
003990         DISPLAY "NOTHING REJECTED"
004000         GO TO 4000-EXIT
004010     END-IF
004020     SET PC-REJECTED TO TRUE
004030     PERFORM 8600-RECORD-DECISION THRU 8600-EXIT
004040     DISPLAY "CHANGE REJECTED - NOTHING APPLIED"
004050     MOVE "REJECTED" TO SL-DISPOSITION
004060     PERFORM 9050-LOG-DECISION THRU 9050-EXIT.
004070 4000-EXIT.
004080     EXIT.
004090
004100*----------------------------------------------------------
004110* ACCEPT THE SSNUM OF THE CHANGE - SAME SSA EDITS AS
004120* CUSTMNT 8200
004130*----------------------------------------------------------
004140 8000-ACCEPT-KEY.
004150     DISPLAY "ENTER SSN (AREA-GROUP-SERIAL, NO DASHES): "
004160         WITH NO ADVANCING
004170     ACCEPT WS-SSNUM-KEY
004180     MOVE "N" TO WS-SSN-OK
004190     PERFORM 8200-VALIDATE-SSN THRU 8200-EXIT
004200         UNTIL WS-SSN-OK = "Y".
004210 8000-EXIT.
004220     EXIT.
004230
004240*----------------------------------------------------------
004250* ACCEPT THE KIND OF CHANGE - B BANK ACCOUNT, R PAY RATE
004260*----------------------------------------------------------
004270 8050-ACCEPT-TYPE.
004280     DISPLAY "BANK ACCOUNT OR PAY RATE CHANGE (B/R): "
004290         WITH NO ADVANCING
004300     ACCEPT WS-CHANGE-TYPE
004310     PERFORM 8060-REACCEPT-TYPE THRU 8060-EXIT
004320         UNTIL WS-TYPE-OK.
004330 8050-EXIT.
004340     EXIT.
004350
004360 8060-REACCEPT-TYPE.
004370     DISPLAY "TYPE MUST BE B OR R, TRY AGAIN: "
004380         WITH NO ADVANCING
004390     ACCEPT WS-CHANGE-TYPE.
004400 8060-EXIT.
004410     EXIT.
004420
004430*----------------------------------------------------------
004440* SAME SSN EDITS AS CUSTMNT 8200 - AREA CAN'T BE 000, 666,
004450* OR 900-999, AND GROUP/SERIAL CAN'T BE ZERO
004460*----------------------------------------------------------
004470 8200-VALIDATE-SSN.
004480     IF WS-KEY-SSAREA = 0 OR WS-KEY-SSAREA = 666
004490             OR (WS-KEY-SSAREA >= 900 AND WS-KEY-SSAREA <= 999)
004500         DISPLAY "BAD SSN: AREA " WS-KEY-SSAREA
004510             " IS NOT A VALID SSA AREA, TRY AGAIN"
004520     ELSE IF WS-KEY-SSGROUP = 0
004530         DISPLAY "BAD SSN: GROUP NUMBER CAN'T BE ZERO, TRY AGAIN"
004540     ELSE IF WS-KEY-SSSERIAL = 0
004550         DISPLAY "BAD SSN: SERIAL NUMBER CAN'T BE ZERO, TRY AGAIN"
004560     ELSE
004570         MOVE "Y" TO WS-SSN-OK
004580     END-IF
004590     END-IF
004600     END-IF
004610     IF WS-SSN-OK NOT = "Y"
004620         DISPLAY "ENTER SSN (AREA-GROUP-SERIAL, NO DASHES): "
004630             WITH NO ADVANCING
004640         ACCEPT WS-SSNUM-KEY
004650     END-IF.
004660 8200-EXIT.
004670     EXIT.
004680
004690*----------------------------------------------------------
004700* FIND THE CHANGE OF KIND WS-CHANGE-TYPE WAITING FOR THE
004710* CUSTOMER IN WS-SSNUM-KEY - THERE IS NEVER MORE THAN ONE
004720*----------------------------------------------------------
004730 8300-FIND-PENDING.
004740     MOVE "N" TO WS-PENDING-SWITCH
004750     MOVE "N" TO WS-SCAN-SWITCH
004760     MOVE WS-SSNUM-KEY-N TO PC-SSNUM
004770     MOVE WS-CHANGE-TYPE TO PC-CHANGE-TYPE
004780     MOVE ZEROS TO PC-ENTERED-DATE
004790     MOVE ZEROS TO PC-ENTERED-TIME
004800     START PENDING-CHANGES KEY IS GREATER THAN OR EQUAL
004810             TO PC-KEY
004820         INVALID KEY
004830             GO TO 8300-EXIT
004840     END-START
004850     PERFORM 8310-TEST-ONE-QUEUED THRU 8310-EXIT
004860         UNTIL SCAN-DONE.
004870 8300-EXIT.
004880     EXIT.
004890
004900 8310-TEST-ONE-QUEUED.
004910     READ PENDING-CHANGES NEXT RECORD
004920         AT END
004930             SET SCAN-DONE TO TRUE
004940             GO TO 8310-EXIT
004950     END-READ
004960     IF PC-SSNUM NOT = WS-SSNUM-KEY-N
004970             OR PC-CHANGE-TYPE NOT = WS-CHANGE-TYPE
004980         SET SCAN-DONE TO TRUE
004990         GO TO 8310-EXIT
005000     END-IF
005010     IF PC-PENDING
005020         SET CHANGE-PENDING TO TRUE
005030         SET SCAN-DONE TO TRUE
005040     END-IF.
005050 8310-EXIT.
005060     EXIT.
005070
005080*----------------------------------------------------------
005090* DISPLAY THE QUEUE ENTRY IN THE RECORD AREA, BEFORE AND
005100* AFTER
005110*----------------------------------------------------------
005120 8500-SHOW-CHANGE.
005130     IF PC-BANK-CHANGE
005140         DISPLAY PC-SSNUM "  BANK ACCOUNT  KEYED "
005150             PC-ENTERED-DATE " BY " PC-ENTERED-BY
005160         IF PC-ADD-ACTION
005170             DISPLAY "  WAS:  NO ACCOUNT - PAPER CHECK"
005180         ELSE
005190             DISPLAY "  WAS:  " PC-OLD-ROUTING " "
005200                 PC-OLD-ACCOUNT " " PC-OLD-TYPE
005210         END-IF
005220         DISPLAY "  NEW:  " PC-NEW-ROUTING " "
005230             PC-NEW-ACCOUNT " " PC-NEW-TYPE
005240     ELSE
005250         DISPLAY PC-SSNUM "  PAY RATE      KEYED "
005260             PC-ENTERED-DATE " BY " PC-ENTERED-BY
005270         DISPLAY "  WAS:  " PC-OLD-RATE
005280             "  NEW:  " PC-NEW-RATE
005290             "  EFFECTIVE " PC-RATE-EFFECTIVE
005300     END-IF.
005310 8500-EXIT.
005320     EXIT.
005330
005340*----------------------------------------------------------
005350* STAMP THE DECISION ON THE QUEUE ENTRY - PC-STATUS IS
005360* ALREADY SET BY THE CALLER
005370*----------------------------------------------------------
005380 8600-RECORD-DECISION.
005390     ACCEPT WS-RUN-TIME FROM TIME
005400     MOVE SO-OPERATOR-ID TO PC-DECIDED-BY
005410     MOVE WS-RUN-DATE TO PC-DECIDED-DATE
005420     MOVE WS-RUN-TIME TO PC-DECIDED-TIME
005430     REWRITE PENDING-CHANGE-RECORD.
005440 8600-EXIT.
005450     EXIT.
005460
005470*----------------------------------------------------------
005480* APPEND A DENIED-FUNCTION EVENT TO THE SECURITY LOG -
005490* SL-FUNCTION IS ALREADY SET BY THE CALLER
005500*----------------------------------------------------------
005510 9000-LOG-DENIAL.
005520     MOVE SO-OPERATOR-ID TO SL-OPERATOR-ID
005530     MOVE "CHGAPR" TO SL-PROGRAM
005540     MOVE "DENIED" TO SL-DISPOSITION
005550     ACCEPT SL-TS-DATE FROM DATE YYYYMMDD
005560     ACCEPT SL-TS-TIME FROM TIME
005570     MOVE SPACES TO SL-FILLER
005580     WRITE SECURITY-LOG-RECORD.
005590 9000-EXIT.
005600     EXIT.
005610
005620*----------------------------------------------------------
005630* APPEND AN APPROVE/REJECT DECISION TO THE SECURITY LOG WITH
005640* THE OPERATOR WHO KEYED THE CHANGE - SL-DISPOSITION IS
005650* ALREADY SET BY THE CALLER
005660*----------------------------------------------------------
005670 9050-LOG-DECISION.
005680     MOVE SO-OPERATOR-ID TO SL-OPERATOR-ID
005690     MOVE "CHGAPR" TO SL-PROGRAM
005700     IF PC-BANK-CHANGE
005710         MOVE "BANK CHANGE" TO SL-FUNCTION
005720     ELSE
005730         MOVE "RATE CHANGE" TO SL-FUNCTION
005740     END-IF
005750     ACCEPT SL-TS-DATE FROM DATE YYYYMMDD
005760     ACCEPT SL-TS-TIME FROM TIME
005770     MOVE PC-ENTERED-BY TO SL-OTHER-OPERATOR
005780     MOVE SPACES TO SL-FILLER
005790     WRITE SECURITY-LOG-RECORD.
005800 9050-EXIT.
005810     EXIT.
