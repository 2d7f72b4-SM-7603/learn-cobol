000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ACHNACHA.
000030 AUTHOR. PAYROLL-SYSTEMS-GROUP.
000040 INSTALLATION. DATA-PROCESSING-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 10/15/26  SM   INITIAL VERSION - NACHA ORIGINATION FILE
000110* 10/15/26  SM   BUILT FROM PAYREG'S ACH EXTRACT AND THE
000120* 10/15/26  SM   BANK ACCOUNT FILE
000121* 10/15/26  SM   UNKEYED EFFECTIVE DATE TAKEN FROM THE CHECK
000122* 10/15/26  SM   DATE ON THE EXTRACT TRAILER; A DATE ON A WEEKEND
000123* 10/15/26  SM   OR BANK HOLIDAY MOVES BACK TO THE PRIOR BUSINESS
000124* 10/15/26  SM   DAY ON THE PAYROLL CALENDAR (CALLOOK)
000125* 10/15/26  SM   AN ACCOUNT HELD AFTER A DEATH MASTER MATCH IS AN
000126* 10/15/26  SM   EXCEPTION - NO DEPOSIT GOES INTO A HELD ACCOUNT
000130*----------------------------------------------------------
000140*
000150* RUNS IN THE PAYROLL STREAM AFTER PAYBAL HAS PROVED THE
000160* NIGHT.  PAYREG'S ACHEXTR IS OUR OWN 60-BYTE LAYOUT - D
000170* DETAILS (P IN THE PRENOTE FLAG FOR A ZERO-DOLLAR PRENOTE)
000180* AND A T BALANCING TRAILER.  THIS JOB TURNS IT INTO THE
000190* 94-BYTE NACHA FILE THE BANK TAKES: ONE FILE HEADER, ONE
000200* PPD CREDIT BATCH CARRYING THE EFFECTIVE ENTRY DATE, ONE
000210* ENTRY DETAIL PER EXTRACT DETAIL (TRANSACTION CODE 22/32
000220* FOR A CHECKING/SAVINGS CREDIT, 23/33 FOR A PRENOTE), THE
000230* BATCH CONTROL, AND THE FILE CONTROL WITH THE ENTRY HASH
000240* AND DOLLAR TOTALS, PADDED TO A FULL BLOCK OF TEN.
000250*
000260* PASS ONE PROVES THE EXTRACT BEFORE A BYTE OF THE BANK
000270* FILE IS WRITTEN: THE LIVE DETAIL COUNT AND DOLLARS MUST
000280* MATCH THE TRAILER, AND EVERY DETAIL'S ROUTING AND ACCOUNT
000290* MUST STILL BE THE ACCOUNT ON THE BANK ACCOUNT FILE (NOT
000300* RE-KEYED, RETURNED, OR HELD SINCE THE REGISTER RAN).  ANY
000310* MISS AND THE FILE IS NOT PRODUCED - THE CONTROL REPORT SAYS
000320* WHY, THE RUN LOGS FAIL AND ENDS RC 8.
000330*
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT ACH-EXTRACT ASSIGN TO "ACHEXTR"
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-ACH-STATUS.
000400     SELECT BANK-ACCOUNTS ASSIGN TO "BANKACCT"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS BA-SSNUM
000440         FILE STATUS IS WS-BA-STATUS.
000450     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAS"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS CM-SSNUM
000490         FILE STATUS IS WS-CM-STATUS.
000500     SELECT NACHA-FILE ASSIGN TO "ACHFILE"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-NF-STATUS.
000530     SELECT CONTROL-REPORT ASSIGN TO "ACHNACRP"
000540         ORGANIZATION IS LINE SEQUENTIAL.
000550     SELECT RUN-CONTROL-LOG ASSIGN TO "RUNLOG"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-RL-STATUS.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  ACH-EXTRACT.
000620 01  ACH-EXTRACT-RECORD            PIC X(60).
000630 FD  BANK-ACCOUNTS.
000640     COPY BANKACC.
000650 FD  CUSTOMER-MASTER.
000660     COPY CUSTMAS.
000670 FD  NACHA-FILE.
000680 01  NACHA-FILE-RECORD             PIC X(94).
000690 FD  CONTROL-REPORT.
000700 01  CONTROL-REPORT-LINE           PIC X(80).
000710 FD  RUN-CONTROL-LOG.
000720     COPY RUNLOG.
000730
000740 WORKING-STORAGE SECTION.
000750 77  WS-ACH-STATUS                 PIC X(02) VALUE "00".
000760 77  WS-BA-STATUS                  PIC X(02) VALUE "00".
000770 77  WS-CM-STATUS                  PIC X(02) VALUE "00".
000780 77  WS-NF-STATUS                  PIC X(02) VALUE "00".
000790 77  WS-RL-STATUS                  PIC X(02) VALUE "00".
000800 77  WS-ACH-EOF-SWITCH             PIC X(01) VALUE "N".
000810     88  END-OF-EXTRACT            VALUE "Y".
000820 77  WS-TRAILER-SEEN               PIC X(01) VALUE "N".
000830     88  TRAILER-SEEN              VALUE "Y".
000840 77  WS-FILE-OK                    PIC X(01) VALUE "Y".
000850     88  FILE-PROVED               VALUE "Y".
000860     COPY RUNCHKP.
000870 77  WS-RUN-REFUSED-SWITCH         PIC X(01) VALUE "N".
000880     88  RUN-REFUSED               VALUE "Y".
000890 77  WS-EXTRACT-READ               PIC 9(07) COMP VALUE ZERO.
000900 77  WS-LIVE-COUNT                 PIC 9(07) COMP VALUE ZERO.
000910 77  WS-PRENOTE-COUNT              PIC 9(07) COMP VALUE ZERO.
000920 77  WS-EXCEPTION-COUNT            PIC 9(07) COMP VALUE ZERO.
000930 77  WS-ENTRY-COUNT                PIC 9(07) COMP VALUE ZERO.
000940 77  WS-RECORDS-WRITTEN            PIC 9(07) COMP VALUE ZERO.
000950 77  WS-BLOCK-COUNT                PIC 9(07) COMP VALUE ZERO.
000960 77  WS-PAD-COUNT                  PIC 9(07) COMP VALUE ZERO.
000970 77  WS-LIVE-TOTAL                 PIC 9(09)V99 VALUE ZERO.
000980 77  WS-CREDIT-TOTAL               PIC 9(10)V99 VALUE ZERO.
000990 77  WS-HASH-ACCUM                 PIC 9(12) VALUE ZERO.
001000 77  WS-ENTRY-HASH                 PIC 9(10) VALUE ZERO.
001010 77  WS-EXCEPTION-REASON           PIC X(40) VALUE SPACES.
001020*> ORIGINATION CONSTANTS THE BANK ASSIGNED US
001030 77  WS-IMMED-DEST                 PIC X(10)
001040         VALUE " 071000013".
001050 77  WS-IMMED-ORIGIN               PIC X(10)
001060         VALUE "1362830000".
001070 77  WS-DEST-NAME                  PIC X(23)
001080         VALUE "FIRST NATIONAL BANK".
001090 77  WS-ORIGIN-NAME                PIC X(23)
001100         VALUE "DATA PROCESSING CENTER".
001110 77  WS-COMPANY-NAME               PIC X(16)
001120         VALUE "DP CENTER PAYROL".
001130 77  WS-COMPANY-ID                 PIC X(10)
001140         VALUE "1362830000".
001150 77  WS-ORIGIN-DFI                 PIC 9(08) VALUE 07100001.
001160*> THE EXTRACT LAYOUTS PAYREG WRITES - D DETAIL, T TRAILER
001170 01  WS-ACH-DETAIL.
001180     05  WS-AD-TYPE                PIC X(01).
001190     05  WS-AD-SSNUM               PIC 9(09).
001200     05  WS-AD-ROUTING             PIC 9(09).
001210     05  WS-AD-ROUTING-SPLIT REDEFINES WS-AD-ROUTING.
001220         10  WS-AD-DFI             PIC 9(08).
001230         10  WS-AD-CHECK-DIGIT     PIC 9(01).
001240     05  WS-AD-ACCOUNT             PIC X(17).
001250     05  WS-AD-ACCT-TYPE           PIC X(01).
001260     05  WS-AD-AMOUNT              PIC 9(05)V99.
001270     05  WS-AD-PRENOTE-FLAG        PIC X(01).
001280     05  FILLER                    PIC X(15).
001290 01  WS-ACH-TRAILER REDEFINES WS-ACH-DETAIL.
001300     05  WS-AT-TYPE                PIC X(01).
001310     05  WS-AT-DETAIL-COUNT        PIC 9(07).
001320     05  WS-AT-ACH-NET-TOTAL       PIC 9(07)V99.
001330     05  WS-AT-REGISTER-NET        PIC 9(07)V99.
001335     05  WS-AT-CHECK-DATE          PIC 9(08).
001340     05  FILLER                    PIC X(26).
001350 77  WS-TRAILER-COUNT              PIC 9(07) VALUE ZERO.
001360 77  WS-TRAILER-TOTAL              PIC 9(07)V99 VALUE ZERO.
001361 77  WS-TRAILER-CHECK-DATE         PIC 9(08) VALUE ZERO.
001362     COPY CALPARM.
001370     COPY NACHREC.
001380 01  WS-EFFECTIVE-DATE.
001390     05  WS-EFF-CC                 PIC 99.
001400     05  WS-EFF-YYMMDD             PIC 9(06).
001410 01  WS-EFFECTIVE-DATE-N REDEFINES WS-EFFECTIVE-DATE
001420                                   PIC 9(08).
001430 01  WS-CREATE-DATE.
001440     05  WS-CRT-CC                 PIC 99.
001450     05  WS-CRT-YYMMDD             PIC 9(06).
001460 01  WS-CREATE-TIME.
001470     05  WS-CRT-HHMM               PIC 9(04).
001480     05  FILLER                    PIC 9(04).
001490 01  WS-RUN-START-STAMP.
001500     05  WS-RUN-START-DATE         PIC 9(8).
001510     05  WS-RUN-START-TIME         PIC 9(8).
001520
001530 01  WS-HEADING-LINE               PIC X(40)
001540         VALUE "NACHA ORIGINATION FILE CONTROL REPORT".
001550 01  WS-DATE-LINE.
001560     05  FILLER                    PIC X(22)
001570         VALUE "EFFECTIVE ENTRY DATE: ".
001580     05  DTL-DATE                  PIC 9(8).
001581 01  WS-MOVED-DATE-LINE.
001582     05  MVL-ASKED-DATE            PIC 9(8).
001583     05  FILLER                    PIC X(44) VALUE
001584         " IS NOT A BUSINESS DAY - EFFECTIVE DATE IS".
001585     05  FILLER                    PIC X(28) VALUE
001586         " THE BUSINESS DAY BEFORE".
001590 01  WS-EXCEPTION-LINE.
001600     05  FILLER                    PIC X(02) VALUE SPACES.
001610     05  XL-SSNUM                  PIC 9(09).
001620     05  FILLER                    PIC X(02) VALUE SPACES.
001630     05  XL-REASON                 PIC X(40).
001640 01  WS-CONTROL-LINE.
001650     05  FILLER                    PIC X(02) VALUE SPACES.
001660     05  CTL-LABEL                 PIC X(30).
001670     05  CTL-COUNT                 PIC ZZZ,ZZ9.
001680     05  FILLER                    PIC X(02) VALUE SPACES.
001690     05  CTL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
001700 01  WS-COUNT-LINE.
001710     05  FILLER                    PIC X(02) VALUE SPACES.
001720     05  CNL-LABEL                 PIC X(30).
001730     05  CNL-COUNT                 PIC ZZZ,ZZ9.
001740 01  WS-HASH-LINE.
001750     05  FILLER                    PIC X(02) VALUE SPACES.
001760     05  FILLER                    PIC X(30)
001770         VALUE "ENTRY HASH:".
001780     05  HL-HASH                   PIC 9(10).
001790 01  WS-VERDICT-LINE.
001800     05  FILLER                    PIC X(02) VALUE SPACES.
001810     05  VDL-MESSAGE               PIC X(60).
001820
001830 PROCEDURE DIVISION.
001840 0000-MAINLINE.
001850     PERFORM 0500-CHECK-PREREQS THRU 0500-EXIT
001860     IF RUN-REFUSED
001870         ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
001880         ACCEPT WS-RUN-START-TIME FROM TIME
001890         MOVE "N" TO WS-FILE-OK
001900         PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT
001910         MOVE 8 TO RETURN-CODE
001920         GOBACK
001930     END-IF
001940     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001950     PERFORM 2000-PROVE-EXTRACT THRU 2000-EXIT
001960     IF FILE-PROVED
001970         PERFORM 3000-BUILD-FILE THRU 3000-EXIT
001980     END-IF
001990     PERFORM 7000-FINISH THRU 7000-EXIT
002000     GOBACK.
002010
002020*----------------------------------------------------------
002030* NO MONEY GOES TO THE BANK UNLESS TONIGHT'S BOOKS PROVED -
002040* PAYBAL HAS TO HAVE COMPLETED CLEAN TODAY
002050*----------------------------------------------------------
002060 0500-CHECK-PREREQS.
002070     ACCEPT PR-RUN-DATE FROM DATE YYYYMMDD
002080     MOVE "PAYBAL  " TO PR-PREREQ-JOB
002090     CALL "RUNCHK" USING RUNCHK-PARMS
002100     IF NOT PR-PREREQ-MET
002110         DISPLAY "ACHNACHA: PAYBAL HAS NOT COMPLETED CLEAN "
002120             "TODAY - RUN REFUSED"
002130         SET RUN-REFUSED TO TRUE
002140     END-IF.
002150 0500-EXIT.
002160     EXIT.
002170
002180*----------------------------------------------------------
002190* ASK FOR THE EFFECTIVE ENTRY DATE AND OPEN THE REPORT
002200*----------------------------------------------------------
002210 1000-INITIALIZE.
002220     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
002230     ACCEPT WS-RUN-START-TIME FROM TIME
002240     MOVE WS-RUN-START-DATE TO WS-CREATE-DATE
002250     MOVE WS-RUN-START-TIME TO WS-CREATE-TIME
002260     DISPLAY "ENTER EFFECTIVE ENTRY DATE (YYYYMMDD): "
002270         WITH NO ADVANCING
002280     ACCEPT WS-EFFECTIVE-DATE
002290*> RUN UNATTENDED IN THE NIGHT STREAM NOBODY ANSWERS THE
002300*> PROMPT - A BLANK OR MISSING REPLY SETTLES ON THE CHECK
002301*> DATE ON THE EXTRACT TRAILER, OR THE RUN DATE
002310     IF WS-EFFECTIVE-DATE NOT NUMERIC
002320             OR WS-EFFECTIVE-DATE = "00000000"
002321         PERFORM 1100-FIND-CHECK-DATE THRU 1100-EXIT
002322         IF WS-TRAILER-CHECK-DATE > ZERO
002323             MOVE WS-TRAILER-CHECK-DATE TO WS-EFFECTIVE-DATE-N
002324         ELSE
002330             MOVE WS-RUN-START-DATE TO WS-EFFECTIVE-DATE
002331         END-IF
002340         DISPLAY "ACHNACHA: NO EFFECTIVE DATE KEYED, USING "
002350             WS-EFFECTIVE-DATE
002360     END-IF
002361*> THE BANK SETTLES ONLY ON A BUSINESS DAY - A CHECK DATE ON
002362*> A WEEKEND OR BANK HOLIDAY SETTLES THE BUSINESS DAY BEFORE
002363*> SO THE MONEY IS THERE BY THE CHECK DATE
002364     MOVE "B" TO CK-FUNCTION
002365     MOVE WS-EFFECTIVE-DATE-N TO CK-DATE
002366     CALL "CALLOOK" USING CALENDAR-LOOKUP-PARMS
002370     OPEN OUTPUT CONTROL-REPORT
002380     WRITE CONTROL-REPORT-LINE FROM WS-HEADING-LINE
002381     IF CK-RESULT-DATE NOT = WS-EFFECTIVE-DATE-N
002382         MOVE WS-EFFECTIVE-DATE-N TO MVL-ASKED-DATE
002383         MOVE CK-RESULT-DATE TO WS-EFFECTIVE-DATE-N
002384         WRITE CONTROL-REPORT-LINE FROM WS-MOVED-DATE-LINE
002385         DISPLAY "ACHNACHA: " MVL-ASKED-DATE " IS NOT A "
002386             "BUSINESS DAY, EFFECTIVE DATE MOVED TO "
002387             WS-EFFECTIVE-DATE
002388     END-IF
002390     MOVE WS-EFFECTIVE-DATE-N TO DTL-DATE
002400     WRITE CONTROL-REPORT-LINE FROM WS-DATE-LINE.
002410 1000-EXIT.
002420     EXIT.
002421
002422*----------------------------------------------------------
002423* NOTHING KEYED: THE EFFECTIVE DATE IS THE CHECK DATE PAYREG
002424* POSTED UNDER, CARRIED ON THE EXTRACT TRAILER (THE RUN DATE
002425* ON AN EXTRACT FROM BEFORE THE TRAILER CARRIED ONE).  A
002426* MISSING EXTRACT IS LEFT FOR PASS ONE TO REPORT
002427*----------------------------------------------------------
002428 1100-FIND-CHECK-DATE.
002429     MOVE ZERO TO WS-TRAILER-CHECK-DATE
002430     OPEN INPUT ACH-EXTRACT
002431     IF WS-ACH-STATUS = "35"
002432         GO TO 1100-EXIT
002433     END-IF
002434     MOVE "N" TO WS-ACH-EOF-SWITCH
002435     PERFORM 8000-READ-EXTRACT THRU 8000-EXIT
002436     PERFORM 1110-SCAN-ONE-RECORD THRU 1110-EXIT
002437         UNTIL END-OF-EXTRACT
002438     CLOSE ACH-EXTRACT
002439     MOVE "N" TO WS-ACH-EOF-SWITCH.
002440 1100-EXIT.
002441     EXIT.
002442
002443 1110-SCAN-ONE-RECORD.
002444     MOVE ACH-EXTRACT-RECORD TO WS-ACH-DETAIL
002445     IF WS-AT-TYPE = "T"
002446             AND WS-AT-CHECK-DATE NUMERIC
002447         MOVE WS-AT-CHECK-DATE TO WS-TRAILER-CHECK-DATE
002448     END-IF
002449     PERFORM 8000-READ-EXTRACT THRU 8000-EXIT.
002450 1110-EXIT.
002451     EXIT.
002452
002453*----------------------------------------------------------
002454* PASS ONE: COUNT AND SUM THE LIVE DETAILS, CHECK EVERY
002460* DETAIL AGAINST THE BANK ACCOUNT FILE, AND PROVE THE
002470* TOTALS AGAINST THE TRAILER PAYREG WROTE
002480*----------------------------------------------------------
002490 2000-PROVE-EXTRACT.
002500     OPEN INPUT ACH-EXTRACT
002510     IF WS-ACH-STATUS = "35"
002520         MOVE "NO ACH EXTRACT ON HAND - FILE NOT PRODUCED"
002530             TO VDL-MESSAGE
002540         WRITE CONTROL-REPORT-LINE FROM WS-VERDICT-LINE
002550         MOVE "N" TO WS-FILE-OK
002560         GO TO 2000-EXIT
002570     END-IF
002580     OPEN INPUT BANK-ACCOUNTS
002590     PERFORM 8000-READ-EXTRACT THRU 8000-EXIT
002600     PERFORM 2100-PROVE-ONE-RECORD THRU 2100-EXIT
002610         UNTIL END-OF-EXTRACT
002620     CLOSE ACH-EXTRACT
002630     CLOSE BANK-ACCOUNTS
002640     PERFORM 2300-COMPARE-TRAILER THRU 2300-EXIT.
002650 2000-EXIT.
002660     EXIT.
002670
002680 2100-PROVE-ONE-RECORD.
002690     ADD 1 TO WS-EXTRACT-READ
002700     MOVE ACH-EXTRACT-RECORD TO WS-ACH-DETAIL
002710     EVALUATE TRUE
002720         WHEN WS-AD-TYPE = "D"
002730             IF WS-AD-PRENOTE-FLAG = "P"
002740                 ADD 1 TO WS-PRENOTE-COUNT
002750             ELSE
002760                 ADD 1 TO WS-LIVE-COUNT
002770                 ADD WS-AD-AMOUNT TO WS-LIVE-TOTAL
002780             END-IF
002790             PERFORM 2200-CHECK-ACCOUNT THRU 2200-EXIT
002800         WHEN WS-AD-TYPE = "T"
002810             SET TRAILER-SEEN TO TRUE
002820             MOVE WS-AT-DETAIL-COUNT TO WS-TRAILER-COUNT
002830             MOVE WS-AT-ACH-NET-TOTAL TO WS-TRAILER-TOTAL
002840         WHEN OTHER
002850             CONTINUE
002860     END-EVALUATE
002870     PERFORM 8000-READ-EXTRACT THRU 8000-EXIT.
002880 2100-EXIT.
002890     EXIT.
002900
002910*----------------------------------------------------------
002920* THE ACCOUNT THE REGISTER PAID HAS TO STILL BE THE ACCOUNT
002930* ON FILE - A RE-KEYED OR RETURNED ACCOUNT MEANS THE MONEY
002940* WOULD GO SOMEWHERE THE CUSTOMER NO LONGER BANKS, AND A
002941* HELD ONE MEANS THE CUSTOMER MATCHED THE DEATH MASTER
002950*----------------------------------------------------------
002960 2200-CHECK-ACCOUNT.
002970     MOVE SPACES TO WS-EXCEPTION-REASON
002980     MOVE WS-AD-SSNUM TO BA-SSNUM
002990     READ BANK-ACCOUNTS
003000         INVALID KEY
003010             MOVE "NO BANK ACCOUNT ON FILE"
003020                 TO WS-EXCEPTION-REASON
003030     END-READ
003040     IF WS-BA-STATUS = "00"
003050         EVALUATE TRUE
003060             WHEN BA-ROUTING-NUMBER NOT = WS-AD-ROUTING
003070                 MOVE "ROUTING NUMBER CHANGED SINCE REGISTER"
003080                     TO WS-EXCEPTION-REASON
003090             WHEN BA-ACCOUNT-NUMBER NOT = WS-AD-ACCOUNT
003100                 MOVE "ACCOUNT NUMBER CHANGED SINCE REGISTER"
003110                     TO WS-EXCEPTION-REASON
003120             WHEN BA-RETURNED
003130                 MOVE "ACCOUNT RETURNED BY THE BANK"
003140                     TO WS-EXCEPTION-REASON
003141             WHEN BA-HELD
003142                 MOVE "ACCOUNT HELD - DEATH MASTER MATCH"
003143                     TO WS-EXCEPTION-REASON
003150             WHEN OTHER
003160                 CONTINUE
003170         END-EVALUATE
003180     END-IF
003190     IF WS-EXCEPTION-REASON NOT = SPACES
003200         ADD 1 TO WS-EXCEPTION-COUNT
003210         MOVE "N" TO WS-FILE-OK
003220         MOVE WS-AD-SSNUM TO XL-SSNUM
003230         MOVE WS-EXCEPTION-REASON TO XL-REASON
003240         WRITE CONTROL-REPORT-LINE FROM WS-EXCEPTION-LINE
003250     END-IF.
003260 2200-EXIT.
003270     EXIT.
003280
003290*----------------------------------------------------------
003300* THE LIVE DETAIL COUNT AND DOLLARS MUST BE EXACTLY WHAT
003310* THE TRAILER SAYS THE REGISTER SENT
003320*----------------------------------------------------------
003330 2300-COMPARE-TRAILER.
003340     MOVE "EXTRACT LIVE DETAILS:" TO CTL-LABEL
003350     MOVE WS-LIVE-COUNT TO CTL-COUNT
003360     MOVE WS-LIVE-TOTAL TO CTL-AMOUNT
003370     WRITE CONTROL-REPORT-LINE FROM WS-CONTROL-LINE
003380     MOVE "EXTRACT TRAILER:" TO CTL-LABEL
003390     MOVE WS-TRAILER-COUNT TO CTL-COUNT
003400     MOVE WS-TRAILER-TOTAL TO CTL-AMOUNT
003410     WRITE CONTROL-REPORT-LINE FROM WS-CONTROL-LINE
003420     MOVE "PRENOTES:" TO CTL-LABEL
003430     MOVE WS-PRENOTE-COUNT TO CTL-COUNT
003440     MOVE ZERO TO CTL-AMOUNT
003450     WRITE CONTROL-REPORT-LINE FROM WS-CONTROL-LINE
003460     IF NOT TRAILER-SEEN
003470         MOVE "NO TRAILER ON THE ACH EXTRACT" TO VDL-MESSAGE
003480         WRITE CONTROL-REPORT-LINE FROM WS-VERDICT-LINE
003490         MOVE "N" TO WS-FILE-OK
003500         GO TO 2300-EXIT
003510     END-IF
003520     IF WS-LIVE-COUNT NOT = WS-TRAILER-COUNT
003530         MOVE "DETAIL COUNT DOES NOT MATCH THE TRAILER"
003540             TO VDL-MESSAGE
003550         WRITE CONTROL-REPORT-LINE FROM WS-VERDICT-LINE
003560         MOVE "N" TO WS-FILE-OK
003570     END-IF
003580     IF WS-LIVE-TOTAL NOT = WS-TRAILER-TOTAL
003590         MOVE "DETAIL DOLLARS DO NOT MATCH THE TRAILER"
003600             TO VDL-MESSAGE
003610         WRITE CONTROL-REPORT-LINE FROM WS-VERDICT-LINE
003620         MOVE "N" TO WS-FILE-OK
003630     END-IF.
003640 2300-EXIT.
003650     EXIT.
003660
003670*----------------------------------------------------------
003680* PASS TWO: THE EXTRACT PROVED, WRITE THE BANK FILE
003690*----------------------------------------------------------
003700 3000-BUILD-FILE.
003710     MOVE "N" TO WS-ACH-EOF-SWITCH
003720     OPEN INPUT ACH-EXTRACT
003730     OPEN INPUT CUSTOMER-MASTER
003740     OPEN OUTPUT NACHA-FILE
003750     PERFORM 3100-WRITE-FILE-HEADER THRU 3100-EXIT
003760     PERFORM 3200-WRITE-BATCH-HEADER THRU 3200-EXIT
003770     PERFORM 8000-READ-EXTRACT THRU 8000-EXIT
003780     PERFORM 3300-WRITE-ONE-ENTRY THRU 3300-EXIT
003790         UNTIL END-OF-EXTRACT
003800     MOVE WS-HASH-ACCUM TO WS-ENTRY-HASH
003810     PERFORM 3400-WRITE-BATCH-CONTROL THRU 3400-EXIT
003820     PERFORM 3500-WRITE-FILE-CONTROL THRU 3500-EXIT
003830     PERFORM 3600-WRITE-ONE-PAD THRU 3600-EXIT
003840         WS-PAD-COUNT TIMES
003850     CLOSE ACH-EXTRACT
003860     CLOSE CUSTOMER-MASTER
003870     CLOSE NACHA-FILE.
003880 3000-EXIT.
003890     EXIT.
003900
003910 3100-WRITE-FILE-HEADER.
003920     MOVE SPACES TO NACHA-RECORD
003930     MOVE "1" TO NF-RECORD-TYPE
003940     MOVE "01" TO NF-PRIORITY-CODE
003950     MOVE WS-IMMED-DEST TO NF-IMMED-DEST
003960     MOVE WS-IMMED-ORIGIN TO NF-IMMED-ORIGIN
003970     MOVE WS-CRT-YYMMDD TO NF-CREATION-DATE
003980     MOVE WS-CRT-HHMM TO NF-CREATION-TIME
003990     MOVE "A" TO NF-FILE-ID-MODIFIER
004000     MOVE "094" TO NF-RECORD-SIZE
004010     MOVE "10" TO NF-BLOCKING-FACTOR
004020     MOVE "1" TO NF-FORMAT-CODE
004030     MOVE WS-DEST-NAME TO NF-DEST-NAME
004040     MOVE WS-ORIGIN-NAME TO NF-ORIGIN-NAME
004050     MOVE SPACES TO NF-REFERENCE-CODE
004060     PERFORM 3900-WRITE-NACHA THRU 3900-EXIT.
004070 3100-EXIT.
004080     EXIT.
004090
004100*> ONE PPD BATCH, SERVICE CLASS 220 - CREDITS ONLY
004110 3200-WRITE-BATCH-HEADER.
004120     MOVE SPACES TO NACHA-RECORD
004130     MOVE "5" TO NB-RECORD-TYPE
004140     MOVE 220 TO NB-SERVICE-CLASS
004150     MOVE WS-COMPANY-NAME TO NB-COMPANY-NAME
004160     MOVE SPACES TO NB-DISCRETIONARY
004170     MOVE WS-COMPANY-ID TO NB-COMPANY-ID
004180     MOVE "PPD" TO NB-SEC-CODE
004190     MOVE "PAYROLL" TO NB-ENTRY-DESC
004200     MOVE WS-EFF-YYMMDD TO NB-DESCRIPTIVE-DATE
004210     MOVE WS-EFF-YYMMDD TO NB-EFFECTIVE-DATE
004220     MOVE SPACES TO NB-SETTLEMENT-DATE
004230     MOVE "1" TO NB-ORIGINATOR-STATUS
004240     MOVE WS-ORIGIN-DFI TO NB-ORIGIN-DFI
004250     MOVE 1 TO NB-BATCH-NUMBER
004260     PERFORM 3900-WRITE-NACHA THRU 3900-EXIT.
004270 3200-EXIT.
004280     EXIT.
004290
004300*----------------------------------------------------------
004310* ONE ENTRY DETAIL PER EXTRACT DETAIL.  THE TRANSACTION
004320* CODE COMES FROM THE ACCOUNT TYPE AND THE PRENOTE FLAG;
004330* THE RECEIVING DFI (FIRST EIGHT DIGITS OF THE ROUTING
004340* NUMBER) ROLLS INTO THE ENTRY HASH
004350*----------------------------------------------------------
004360 3300-WRITE-ONE-ENTRY.
004370     MOVE ACH-EXTRACT-RECORD TO WS-ACH-DETAIL
004380     IF WS-AD-TYPE NOT = "D"
004390         GO TO 3300-READ-NEXT
004400     END-IF
004410     ADD 1 TO WS-ENTRY-COUNT
004420     MOVE SPACES TO NACHA-RECORD
004430     MOVE "6" TO NE-RECORD-TYPE
004440     EVALUATE TRUE
004450         WHEN WS-AD-ACCT-TYPE = "S"
004460                 AND WS-AD-PRENOTE-FLAG = "P"
004470             SET NE-SAVINGS-PRENOTE TO TRUE
004480         WHEN WS-AD-ACCT-TYPE = "S"
004490             SET NE-SAVINGS-CREDIT TO TRUE
004500         WHEN WS-AD-PRENOTE-FLAG = "P"
004510             SET NE-CHECKING-PRENOTE TO TRUE
004520         WHEN OTHER
004530             SET NE-CHECKING-CREDIT TO TRUE
004540     END-EVALUATE
004550     MOVE WS-AD-DFI TO NE-RECEIVING-DFI
004560     MOVE WS-AD-CHECK-DIGIT TO NE-CHECK-DIGIT
004570     MOVE WS-AD-ACCOUNT TO NE-DFI-ACCOUNT
004580     IF WS-AD-PRENOTE-FLAG = "P"
004590         MOVE ZERO TO NE-AMOUNT
004600     ELSE
004610         MOVE WS-AD-AMOUNT TO NE-AMOUNT
004620         ADD WS-AD-AMOUNT TO WS-CREDIT-TOTAL
004630     END-IF
004640     MOVE WS-AD-SSNUM TO NE-INDIVIDUAL-ID
004650     MOVE WS-AD-SSNUM TO CM-SSNUM
004660     READ CUSTOMER-MASTER
004670         INVALID KEY
004680             MOVE SPACES TO CM-CUST-NAME
004690     END-READ
004700     MOVE CM-CUST-NAME TO NE-INDIVIDUAL-NAME
004710     MOVE SPACES TO NE-DISCRETIONARY
004720     MOVE ZERO TO NE-ADDENDA-IND
004730     MOVE WS-ORIGIN-DFI TO NE-TRACE-DFI
004740     MOVE WS-ENTRY-COUNT TO NE-TRACE-SEQ
004750     ADD WS-AD-DFI TO WS-HASH-ACCUM
004760     PERFORM 3900-WRITE-NACHA THRU 3900-EXIT.
004770 3300-READ-NEXT.
004780     PERFORM 8000-READ-EXTRACT THRU 8000-EXIT.
004790 3300-EXIT.
004800     EXIT.
004810
004820*> THE HASH KEEPS ONLY ITS LOW-ORDER TEN DIGITS
004830 3400-WRITE-BATCH-CONTROL.
004840     MOVE SPACES TO NACHA-RECORD
004850     MOVE "8" TO NC-RECORD-TYPE
004860     MOVE 220 TO NC-SERVICE-CLASS
004870     MOVE WS-ENTRY-COUNT TO NC-ENTRY-COUNT
004880     MOVE WS-ENTRY-HASH TO NC-ENTRY-HASH
004890     MOVE ZERO TO NC-TOTAL-DEBIT
004900     MOVE WS-CREDIT-TOTAL TO NC-TOTAL-CREDIT
004910     MOVE WS-COMPANY-ID TO NC-COMPANY-ID
004920     MOVE SPACES TO NC-AUTH-CODE
004930     MOVE SPACES TO NC-RESERVED
004940     MOVE WS-ORIGIN-DFI TO NC-ORIGIN-DFI
004950     MOVE 1 TO NC-BATCH-NUMBER
004960     PERFORM 3900-WRITE-NACHA THRU 3900-EXIT.
004970 3400-EXIT.
004980     EXIT.
004990
005000*----------------------------------------------------------
005010* THE FILE CONTROL COUNTS ITSELF INTO THE BLOCK COUNT, AND
005020* WHATEVER IS LEFT OF THE LAST BLOCK OF TEN IS NINES
005030*----------------------------------------------------------
005040 3500-WRITE-FILE-CONTROL.
005050     COMPUTE WS-BLOCK-COUNT =
005060         (WS-RECORDS-WRITTEN + 1 + 9) / 10
005070     COMPUTE WS-PAD-COUNT =
005080         (WS-BLOCK-COUNT * 10) - (WS-RECORDS-WRITTEN + 1)
005090     MOVE SPACES TO NACHA-RECORD
005100     MOVE "9" TO NT-RECORD-TYPE
005110     MOVE 1 TO NT-BATCH-COUNT
005120     MOVE WS-BLOCK-COUNT TO NT-BLOCK-COUNT
005130     MOVE WS-ENTRY-COUNT TO NT-ENTRY-COUNT
005140     MOVE WS-ENTRY-HASH TO NT-ENTRY-HASH
005150     MOVE ZERO TO NT-TOTAL-DEBIT
005160     MOVE WS-CREDIT-TOTAL TO NT-TOTAL-CREDIT
005170     MOVE SPACES TO NT-RESERVED
005180     PERFORM 3900-WRITE-NACHA THRU 3900-EXIT.
005190 3500-EXIT.
005200     EXIT.
005210
005220 3600-WRITE-ONE-PAD.
005230     MOVE ALL "9" TO NACHA-RECORD
005240     PERFORM 3900-WRITE-NACHA THRU 3900-EXIT.
005250 3600-EXIT.
005260     EXIT.
005270
005280 3900-WRITE-NACHA.
005290     WRITE NACHA-FILE-RECORD FROM NACHA-RECORD
005300     ADD 1 TO WS-RECORDS-WRITTEN.
005310 3900-EXIT.
005320     EXIT.
005330
005340*----------------------------------------------------------
005350* FILE TOTALS AND THE VERDICT, RUN LOG, CLOSE UP
005360*----------------------------------------------------------
005370 7000-FINISH.
005380     IF FILE-PROVED
005390         MOVE "ENTRIES WRITTEN:" TO CTL-LABEL
005400         MOVE WS-ENTRY-COUNT TO CTL-COUNT
005410         MOVE WS-CREDIT-TOTAL TO CTL-AMOUNT
005420         WRITE CONTROL-REPORT-LINE FROM WS-CONTROL-LINE
005430         MOVE "FILE RECORDS WRITTEN:" TO CNL-LABEL
005440         MOVE WS-RECORDS-WRITTEN TO CNL-COUNT
005450         WRITE CONTROL-REPORT-LINE FROM WS-COUNT-LINE
005460         MOVE "BLOCKS OF TEN:" TO CNL-LABEL
005470         MOVE WS-BLOCK-COUNT TO CNL-COUNT
005480         WRITE CONTROL-REPORT-LINE FROM WS-COUNT-LINE
005490         MOVE WS-ENTRY-HASH TO HL-HASH
005500         WRITE CONTROL-REPORT-LINE FROM WS-HASH-LINE
005510         MOVE "EXTRACT PROVED - NACHA FILE RELEASED"
005520             TO VDL-MESSAGE
005530     ELSE
005540         MOVE "*** NACHA FILE NOT PRODUCED - SEE ABOVE ***"
005550             TO VDL-MESSAGE
005560         MOVE 8 TO RETURN-CODE
005570     END-IF
005580     WRITE CONTROL-REPORT-LINE FROM WS-VERDICT-LINE
005590     PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT
005600     CLOSE CONTROL-REPORT.
005610 7000-EXIT.
005620     EXIT.
005630
005640*----------------------------------------------------------
005650* READ THE NEXT EXTRACT RECORD, SET THE EOF SWITCH AT END
005660*----------------------------------------------------------
005670 8000-READ-EXTRACT.
005680     READ ACH-EXTRACT
005690         AT END
005700             SET END-OF-EXTRACT TO TRUE
005710     END-READ.
005720 8000-EXIT.
005730     EXIT.
005740
005750*----------------------------------------------------------
005760* APPEND THIS RUN'S CONTROL RECORD TO THE SHARED RUN LOG
005770*----------------------------------------------------------
005780 9100-WRITE-RUN-LOG.
005790     OPEN EXTEND RUN-CONTROL-LOG
005800     IF WS-RL-STATUS = "35"
005810         OPEN OUTPUT RUN-CONTROL-LOG
005820         CLOSE RUN-CONTROL-LOG
005830         OPEN EXTEND RUN-CONTROL-LOG
005840     END-IF
005850     MOVE "ACHNACHA" TO RL-JOB-NAME
005860     MOVE WS-RUN-START-DATE TO RL-START-DATE
005870     MOVE WS-RUN-START-TIME TO RL-START-TIME
005880     ACCEPT RL-END-DATE FROM DATE YYYYMMDD
005890     ACCEPT RL-END-TIME FROM TIME
005900     MOVE WS-EXTRACT-READ TO RL-RECORDS-IN
005910     MOVE WS-RECORDS-WRITTEN TO RL-RECORDS-OUT
005920     MOVE WS-EXCEPTION-COUNT TO RL-EXCEPTIONS
005930     IF FILE-PROVED
005940         MOVE "OK" TO RL-STATUS
005950     ELSE
005960         MOVE "FAIL" TO RL-STATUS
005970     END-IF
005980     MOVE SPACES TO RL-FILLER
005990     WRITE RUN-LOG-RECORD
006000     CLOSE RUN-CONTROL-LOG.
006010 9100-EXIT.
006020     EXIT.
