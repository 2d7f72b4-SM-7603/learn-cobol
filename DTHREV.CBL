000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. DTHREV.
000030 AUTHOR. PAYROLL-SYSTEMS-GROUP.
000040 INSTALLATION. DATA-PROCESSING-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 10/15/26  SM   INITIAL VERSION - REVERSE A WRONG DEATH
000110* 10/15/26  SM   MASTER MATCH FROM THE DEATH AUDIT FILE,
000120* 10/15/26  SM   SUPERVISOR SIGN-ON REQUIRED
000130*----------------------------------------------------------
000140*
000150* WHEN A CUSTOMER DTHMATCH MARKED DECEASED TURNS OUT TO BE
000160* ALIVE (A MISKEYED SSN AT SSA, OR A WITHDRAWAL ON A LATER
000170* DEATH MASTER FILE), A SUPERVISOR KEYS THE SSN HERE.  THE
000180* DEATH AUDIT FILE IS READ FOR EVERY CHANGE THE MATCH MADE
000190* TO THAT CUSTOMER SINCE ANY EARLIER REVERSAL, THE CHANGES
000200* ARE SHOWN, AND ON CONFIRMATION EACH IS PUT BACK TO THE
000210* VALUE IT REPLACED: EMPLOYMENT STATUS AND STATUS DATE, THE
000220* VOTE FLAG (AUDITED TO VOTEAUDT), THE BANK ACCOUNT'S STATUS
000230* BEFORE THE HOLD, AND EACH STOPPED DEDUCTION ENTRY.  A FIELD
000240* THAT NO LONGER HOLDS WHAT THE MATCH SET - SOMEONE HAS BEEN
000250* AT IT SINCE - IS LEFT ALONE AND SAID SO.  EVERY VALUE PUT
000260* BACK IS APPENDED TO THE DEATH AUDIT AS A DTHREV RECORD WITH
000270* THE SUPERVISOR'S ID, AND DTHMATCH WILL NOT MATCH THE
000280* CUSTOMER AGAIN.  A HELD ACCOUNT GOES BACK TO THE STATUS IT
000290* HAD, SO AN ACTIVE ACCOUNT PAYS AGAIN ON THE NEXT REGISTER.
000300*
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAS"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS RANDOM
000370         RECORD KEY IS CM-SSNUM
000380         FILE STATUS IS WS-CM-STATUS.
000390     SELECT BANK-ACCOUNTS ASSIGN TO "BANKACCT"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS BA-SSNUM
000430         FILE STATUS IS WS-BA-STATUS.
000440     SELECT DEDUCTION-MASTER ASSIGN TO "DEDMAS"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS DD-SSNUM
000480         FILE STATUS IS WS-DD-STATUS.
000490     SELECT VOTE-AUDIT-TRAIL ASSIGN TO "VOTEAUDT"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-AUD-STATUS.
000520     SELECT DEATH-AUDIT ASSIGN TO "DTHAUDT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-DA-STATUS.
000550     SELECT SECURITY-LOG ASSIGN TO "SECLOG"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-SL-STATUS.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  CUSTOMER-MASTER.
000620     COPY CUSTMAS.
000630 FD  BANK-ACCOUNTS.
000640     COPY BANKACC.
000650 FD  DEDUCTION-MASTER.
000660     COPY DEDMAS.
000670 FD  VOTE-AUDIT-TRAIL.
000680     COPY AUDREC.
000690 FD  DEATH-AUDIT.
000700     COPY DTHAUD.
000710 FD  SECURITY-LOG.
000720     COPY SECLOG.
000730
000740 WORKING-STORAGE SECTION.
000750 77  WS-CM-STATUS                  PIC X(02) VALUE "00".
000760 77  WS-BA-STATUS                  PIC X(02) VALUE "00".
000770 77  WS-DD-STATUS                  PIC X(02) VALUE "00".
000780 77  WS-AUD-STATUS                 PIC X(02) VALUE "00".
000790 77  WS-DA-STATUS                  PIC X(02) VALUE "00".
000800 77  WS-SL-STATUS                  PIC X(02) VALUE "00".
000810     COPY SIGNPRM.
000820 77  WS-DONE-SWITCH                PIC X(01) VALUE "N".
000830     88  REVERSALS-DONE            VALUE "Y".
000840 77  WS-AUDIT-EOF-SWITCH           PIC X(01) VALUE "N".
000850     88  END-OF-AUDIT              VALUE "Y".
000860 77  WS-SSN-OK                     PIC X(01) VALUE "N".
000870 77  WS-ANSWER                     PIC X(01) VALUE SPACE.
000880 77  WS-ENTRY-SUB                  PIC 9(02) COMP VALUE ZERO.
000890 77  WS-ENTRY-MAX                  PIC 9(02) COMP VALUE 8.
000900 77  WS-RESTORED-COUNT             PIC 9(02) COMP VALUE ZERO.
000910 77  WS-LEFT-COUNT                 PIC 9(02) COMP VALUE ZERO.
000920 01  WS-SSNUM-KEY.
000930     05  WS-KEY-SSAREA             PIC 999.
000940     05  WS-KEY-SSGROUP            PIC 99.
000950     05  WS-KEY-SSSERIAL           PIC 9999.
000960 01  WS-SSNUM-KEY-N REDEFINES WS-SSNUM-KEY
000970                                   PIC 9(09).
000980 01  WS-DEATH-DATE                 PIC 9(08) VALUE ZEROS.
000990*> THE CHANGES THE CUSTOMER'S LATEST MATCH MADE, IN THE
001000*> ORDER DTHMATCH MADE THEM - STATUS, VOTE FLAG, BANK HOLD,
001010*> THEN UP TO FIVE DEDUCTION ENTRIES
001020 01  WS-MATCH-TABLE.
001030     05  WS-MATCH-COUNT            PIC 9(02) COMP VALUE ZERO.
001040     05  WS-ME-ENTRY OCCURS 8 TIMES.
001050         10  WS-ME-ACTION          PIC X(08).
001060         10  WS-ME-DED-ENTRY       PIC 9(01).
001070         10  WS-ME-OLD-VALUE       PIC X(09).
001080         10  WS-ME-NEW-VALUE       PIC X(09).
001090 01  WS-STATUS-VALUE.
001100     05  WS-SV-STATUS              PIC X(01).
001110     05  WS-SV-STATUS-DATE         PIC 9(08).
001120
001130 PROCEDURE DIVISION.
001140 0000-MAINLINE.
001150     CALL "SIGNON" USING SIGNON-PARMS
001160     IF NOT SO-SIGNED-ON
001170         GOBACK
001180     END-IF
001190*> EXTEND fails with status 35 the first time this file
001200*> doesn't exist yet - fall back to creating it
001210     OPEN EXTEND SECURITY-LOG
001220     IF WS-SL-STATUS = "35"
001230         OPEN OUTPUT SECURITY-LOG
001240         CLOSE SECURITY-LOG
001250         OPEN EXTEND SECURITY-LOG
001260     END-IF
001270     IF SO-AUTH-LEVEL < 2
001280         DISPLAY "DEATH MATCH REVERSAL NEEDS SUPERVISOR "
001290             "AUTHORITY"
001300         MOVE "ALL" TO SL-FUNCTION
001310         MOVE SPACES TO SL-OTHER-OPERATOR
001320         PERFORM 9000-LOG-DENIAL THRU 9000-EXIT
001330         CLOSE SECURITY-LOG
001340         GOBACK
001350     END-IF
001360     OPEN I-O CUSTOMER-MASTER
001370     IF WS-CM-STATUS NOT = "00"
001380         DISPLAY "NO CUSTOMER MASTER ON FILE"
001390         CLOSE SECURITY-LOG
001400         GOBACK
001410     END-IF
001420     OPEN I-O BANK-ACCOUNTS
001430     OPEN I-O DEDUCTION-MASTER
001440     OPEN EXTEND VOTE-AUDIT-TRAIL
001450     IF WS-AUD-STATUS = "35"
001460         OPEN OUTPUT VOTE-AUDIT-TRAIL
001470         CLOSE VOTE-AUDIT-TRAIL
001480         OPEN EXTEND VOTE-AUDIT-TRAIL
001490     END-IF
001500     PERFORM 1000-REVERSE-ONE-CUSTOMER THRU 1000-EXIT
001510         UNTIL REVERSALS-DONE
001520     CLOSE CUSTOMER-MASTER
001530     IF WS-BA-STATUS NOT = "35"
001540         CLOSE BANK-ACCOUNTS
001550     END-IF
001560     IF WS-DD-STATUS NOT = "35"
001570         CLOSE DEDUCTION-MASTER
001580     END-IF
001590     CLOSE VOTE-AUDIT-TRAIL
001600     CLOSE SECURITY-LOG
001610     GOBACK.
001620
001630*----------------------------------------------------------
001640* ONE CUSTOMER: FIND THE MATCH ON THE AUDIT, SHOW IT, AND
001650* PUT IT BACK ON CONFIRMATION
001660*----------------------------------------------------------
001670 1000-REVERSE-ONE-CUSTOMER.
001680     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
001690     MOVE WS-SSNUM-KEY TO CM-SSNUM
001700     READ CUSTOMER-MASTER
001710         INVALID KEY
001720             DISPLAY "NO CUSTOMER ON FILE FOR THAT SSN"
001730             GO TO 1000-ANOTHER
001740     END-READ
001750     IF NOT CM-EMP-DECEASED
001760         DISPLAY "CUSTOMER IS NOT DECEASED ON FILE - NOTHING "
001770             "TO REVERSE"
001780         GO TO 1000-ANOTHER
001790     END-IF
001800     PERFORM 2000-FIND-MATCH THRU 2000-EXIT
001810     IF WS-MATCH-COUNT = ZERO
001820         DISPLAY "NO DEATH MASTER MATCH ON THE AUDIT FILE FOR "
001830             "THIS CUSTOMER - CHANGE THE STATUS IN CUSTMNT"
001840         GO TO 1000-ANOTHER
001850     END-IF
001860     MOVE WS-ME-NEW-VALUE (1) TO WS-STATUS-VALUE
001870     IF WS-SV-STATUS NOT = CM-EMPLOY-STATUS
001880             OR WS-SV-STATUS-DATE NOT = CM-STATUS-DATE
001890         DISPLAY "THE STATUS ON FILE IS NOT THE ONE THE MATCH "
001900             "SET - NOTHING REVERSED"
001910         GO TO 1000-ANOTHER
001920     END-IF
001930     DISPLAY "CUSTOMER:        " CM-CUST-NAME
001940     DISPLAY "DATE OF DEATH:   " WS-DEATH-DATE
001950     DISPLAY "THE MATCH CHANGED (WAS / SET TO):"
001960     PERFORM 2200-SHOW-ONE-CHANGE THRU 2200-EXIT
001970         VARYING WS-ENTRY-SUB FROM 1 BY 1
001980         UNTIL WS-ENTRY-SUB > WS-MATCH-COUNT
001990     DISPLAY "REVERSE THIS MATCH (Y/N)? " WITH NO ADVANCING
002000     ACCEPT WS-ANSWER
002010     IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
002020         DISPLAY "NOTHING REVERSED"
002030         GO TO 1000-ANOTHER
002040     END-IF
002050     PERFORM 3000-PUT-BACK THRU 3000-EXIT.
002060 1000-ANOTHER.
002070     DISPLAY "REVERSE ANOTHER CUSTOMER (Y/N)? "
002080         WITH NO ADVANCING
002090     ACCEPT WS-ANSWER
002100     IF WS-ANSWER NOT = "Y" AND WS-ANSWER NOT = "y"
002110         SET REVERSALS-DONE TO TRUE
002120     END-IF.
002130 1000-EXIT.
002140     EXIT.
002150
002160*----------------------------------------------------------
002170* PASS THE DEATH AUDIT.  A DTHMATCH STATUS RECORD STARTS A
002180* MATCH AND THE RECORDS AFTER IT BELONG TO IT; A DTHREV
002190* RECORD MEANS THAT MATCH IS ALREADY REVERSED
002200*----------------------------------------------------------
002210 2000-FIND-MATCH.
002220     MOVE ZERO TO WS-MATCH-COUNT
002230     MOVE "N" TO WS-AUDIT-EOF-SWITCH
002240     OPEN INPUT DEATH-AUDIT
002250     IF WS-DA-STATUS NOT = "00"
002260         GO TO 2000-EXIT
002270     END-IF
002280     PERFORM 2100-TEST-ONE-AUDIT THRU 2100-EXIT
002290         UNTIL END-OF-AUDIT
002300     CLOSE DEATH-AUDIT.
002310 2000-EXIT.
002320     EXIT.
002330
002340 2100-TEST-ONE-AUDIT.
002350     READ DEATH-AUDIT
002360         AT END
002370             SET END-OF-AUDIT TO TRUE
002380             GO TO 2100-EXIT
002390     END-READ
002400     IF DA-SSNUM NOT = WS-SSNUM-KEY-N
002410         GO TO 2100-EXIT
002420     END-IF
002430     IF DA-FROM-REVERSAL
002440         MOVE ZERO TO WS-MATCH-COUNT
002450         GO TO 2100-EXIT
002460     END-IF
002470     IF DA-STATUS-ACTION
002480         MOVE ZERO TO WS-MATCH-COUNT
002490         MOVE DA-DATE-OF-DEATH TO WS-DEATH-DATE
002500     END-IF
002510     IF WS-MATCH-COUNT NOT < WS-ENTRY-MAX
002520         GO TO 2100-EXIT
002530     END-IF
002540     ADD 1 TO WS-MATCH-COUNT
002550     MOVE DA-ACTION TO WS-ME-ACTION (WS-MATCH-COUNT)
002560     MOVE DA-ENTRY TO WS-ME-DED-ENTRY (WS-MATCH-COUNT)
002570     MOVE DA-OLD-VALUE TO WS-ME-OLD-VALUE (WS-MATCH-COUNT)
002580     MOVE DA-NEW-VALUE TO WS-ME-NEW-VALUE (WS-MATCH-COUNT).
002590 2100-EXIT.
002600     EXIT.
002610
002620 2200-SHOW-ONE-CHANGE.
002630     DISPLAY "  " WS-ME-ACTION (WS-ENTRY-SUB)
002640         " " WS-ME-DED-ENTRY (WS-ENTRY-SUB)
002650         "  " WS-ME-OLD-VALUE (WS-ENTRY-SUB)
002660         " / " WS-ME-NEW-VALUE (WS-ENTRY-SUB).
002670 2200-EXIT.
002680     EXIT.
002690
002700*----------------------------------------------------------
002710* PUT EACH CHANGE BACK, STATUS FIRST SO ITS DTHREV RECORD
002720* IS ALWAYS WRITTEN
002730*----------------------------------------------------------
002740 3000-PUT-BACK.
002750     MOVE ZERO TO WS-RESTORED-COUNT
002760     MOVE ZERO TO WS-LEFT-COUNT
002770     OPEN EXTEND DEATH-AUDIT
002780     PERFORM 3100-PUT-BACK-ONE THRU 3100-EXIT
002790         VARYING WS-ENTRY-SUB FROM 1 BY 1
002800         UNTIL WS-ENTRY-SUB > WS-MATCH-COUNT
002810     CLOSE DEATH-AUDIT
002820     DISPLAY "MATCH REVERSED - " WS-RESTORED-COUNT
002830         " CHANGE(S) PUT BACK, " WS-LEFT-COUNT
002840         " LEFT ALONE".
002850 3000-EXIT.
002860     EXIT.
002870
002880 3100-PUT-BACK-ONE.
002890     EVALUATE WS-ME-ACTION (WS-ENTRY-SUB)
002900         WHEN "STATUS"
002910             PERFORM 3200-PUT-BACK-STATUS THRU 3200-EXIT
002920         WHEN "VOTEFLAG"
002930             PERFORM 3300-PUT-BACK-VOTE-FLAG THRU 3300-EXIT
002940         WHEN "BANKHOLD"
002950             PERFORM 3400-PUT-BACK-ACCOUNT THRU 3400-EXIT
002960         WHEN "DEDSTOP"
002970             PERFORM 3500-PUT-BACK-DEDUCTION THRU 3500-EXIT
002980         WHEN OTHER
002990             CONTINUE
003000     END-EVALUATE.
003010 3100-EXIT.
003020     EXIT.
003030
003040 3200-PUT-BACK-STATUS.
003050     MOVE WS-SSNUM-KEY TO CM-SSNUM
003060     READ CUSTOMER-MASTER
003070         INVALID KEY
003080             ADD 1 TO WS-LEFT-COUNT
003090             GO TO 3200-EXIT
003100     END-READ
003110     MOVE WS-ME-OLD-VALUE (WS-ENTRY-SUB) TO WS-STATUS-VALUE
003120     MOVE WS-SV-STATUS TO CM-EMPLOY-STATUS
003130     MOVE WS-SV-STATUS-DATE TO CM-STATUS-DATE
003140     REWRITE CUST-MASTER-RECORD
003150     DISPLAY "EMPLOYMENT STATUS PUT BACK TO " CM-EMPLOY-STATUS
003160         " AS OF " CM-STATUS-DATE
003170     PERFORM 8500-WRITE-DEATH-AUDIT THRU 8500-EXIT.
003180 3200-EXIT.
003190     EXIT.
003200
003210 3300-PUT-BACK-VOTE-FLAG.
003220     MOVE WS-SSNUM-KEY TO CM-SSNUM
003230     READ CUSTOMER-MASTER
003240         INVALID KEY
003250             ADD 1 TO WS-LEFT-COUNT
003260             GO TO 3300-EXIT
003270     END-READ
003280     IF CM-CAN-VOTE
003290         DISPLAY "VOTE FLAG ALREADY ON - LEFT ALONE"
003300         ADD 1 TO WS-LEFT-COUNT
003310         GO TO 3300-EXIT
003320     END-IF
003330     SET CM-CAN-VOTE TO TRUE
003340     REWRITE CUST-MASTER-RECORD
003350     MOVE CM-SSNUM TO AUD-SSNUM
003360     MOVE 0 TO AUD-OLD-FLAG
003370     MOVE CM-CAN-VOTE-FLAG TO AUD-NEW-FLAG
003380     ACCEPT AUD-TS-DATE FROM DATE YYYYMMDD
003390     ACCEPT AUD-TS-TIME FROM TIME
003400     MOVE "DTHREV" TO AUD-SOURCE
003410     WRITE AUDIT-RECORD
003420     DISPLAY "VOTE FLAG PUT BACK ON"
003430     PERFORM 8500-WRITE-DEATH-AUDIT THRU 8500-EXIT.
003440 3300-EXIT.
003450     EXIT.
003460
003470 3400-PUT-BACK-ACCOUNT.
003480     IF WS-BA-STATUS = "35"
003490         ADD 1 TO WS-LEFT-COUNT
003500         GO TO 3400-EXIT
003510     END-IF
003520     MOVE WS-SSNUM-KEY TO BA-SSNUM
003530     READ BANK-ACCOUNTS
003540         INVALID KEY
003550             DISPLAY "BANK ACCOUNT NO LONGER ON FILE - "
003560                 "LEFT ALONE"
003570             ADD 1 TO WS-LEFT-COUNT
003580             GO TO 3400-EXIT
003590     END-READ
003600     IF BA-PRENOTE-STATUS NOT =
003610             WS-ME-NEW-VALUE (WS-ENTRY-SUB) (1:1)
003620         DISPLAY "BANK ACCOUNT NO LONGER ON HOLD - LEFT ALONE"
003630         ADD 1 TO WS-LEFT-COUNT
003640         GO TO 3400-EXIT
003650     END-IF
003660     MOVE WS-ME-OLD-VALUE (WS-ENTRY-SUB) (1:1)
003670         TO BA-PRENOTE-STATUS
003680     REWRITE BANK-ACCOUNT-RECORD
003690     DISPLAY "BANK ACCOUNT HOLD LIFTED, STATUS BACK TO "
003700         BA-PRENOTE-STATUS
003710     PERFORM 8500-WRITE-DEATH-AUDIT THRU 8500-EXIT.
003720 3400-EXIT.
003730     EXIT.
003740
003750 3500-PUT-BACK-DEDUCTION.
003760     IF WS-DD-STATUS = "35"
003770         ADD 1 TO WS-LEFT-COUNT
003780         GO TO 3500-EXIT
003790     END-IF
003800     MOVE WS-SSNUM-KEY TO DD-SSNUM
003810     READ DEDUCTION-MASTER
003820         INVALID KEY
003830             DISPLAY "DEDUCTIONS NO LONGER ON FILE - "
003840                 "LEFT ALONE"
003850             ADD 1 TO WS-LEFT-COUNT
003860             GO TO 3500-EXIT
003870     END-READ
003880     IF WS-ME-DED-ENTRY (WS-ENTRY-SUB) > DD-DEDUCTION-COUNT
003890             OR DD-ACTIVE-FLAG (WS-ME-DED-ENTRY (WS-ENTRY-SUB))
003900             NOT = WS-ME-NEW-VALUE (WS-ENTRY-SUB) (1:1)
003910         DISPLAY "DEDUCTION ENTRY " WS-ME-DED-ENTRY
003920             (WS-ENTRY-SUB) " CHANGED SINCE - LEFT ALONE"
003930         ADD 1 TO WS-LEFT-COUNT
003940         GO TO 3500-EXIT
003950     END-IF
003960     MOVE WS-ME-OLD-VALUE (WS-ENTRY-SUB) (1:1)
003970         TO DD-ACTIVE-FLAG (WS-ME-DED-ENTRY (WS-ENTRY-SUB))
003980     REWRITE DEDUCTION-MASTER-RECORD
003990     DISPLAY "DEDUCTION ENTRY " WS-ME-DED-ENTRY (WS-ENTRY-SUB)
004000         " " DD-TYPE-CODE (WS-ME-DED-ENTRY (WS-ENTRY-SUB))
004010         " RESTARTED"
004020     PERFORM 8500-WRITE-DEATH-AUDIT THRU 8500-EXIT.
004030 3500-EXIT.
004040     EXIT.
004050
004060*----------------------------------------------------------
004070* ACCEPT THE CUSTOMER'S SSNUM - SAME SSA EDITS AS CUSTMNT
004080*----------------------------------------------------------
004090 8000-ACCEPT-KEY.
004100     DISPLAY "ENTER SSN (AREA-GROUP-SERIAL, NO DASHES): "
004110         WITH NO ADVANCING
004120     ACCEPT WS-SSNUM-KEY
004130     MOVE "N" TO WS-SSN-OK
004140     PERFORM 8200-VALIDATE-SSN THRU 8200-EXIT
004150         UNTIL WS-SSN-OK = "Y".
004160 8000-EXIT.
004170     EXIT.
004180
004190*----------------------------------------------------------
004200* SAME SSN EDITS AS CUSTMNT 8200 - AREA CAN'T BE 000, 666,
004210* OR 900-999, AND GROUP/SERIAL CAN'T BE ZERO
004220*----------------------------------------------------------
004230 8200-VALIDATE-SSN.
004240     IF WS-KEY-SSAREA = 0 OR WS-KEY-SSAREA = 666
004250             OR (WS-KEY-SSAREA >= 900 AND WS-KEY-SSAREA <= 999)
004260         DISPLAY "BAD SSN: AREA " WS-KEY-SSAREA
004270             " IS NOT A VALID SSA AREA, TRY AGAIN"
004280     ELSE IF WS-KEY-SSGROUP = 0
004290         DISPLAY "BAD SSN: GROUP NUMBER CAN'T BE ZERO, TRY AGAIN"
004300     ELSE IF WS-KEY-SSSERIAL = 0
004310         DISPLAY "BAD SSN: SERIAL NUMBER CAN'T BE ZERO, TRY AGAIN"
004320     ELSE
004330         MOVE "Y" TO WS-SSN-OK
004340     END-IF
004350     END-IF
004360     END-IF
004370     IF WS-SSN-OK NOT = "Y"
004380         DISPLAY "ENTER SSN (AREA-GROUP-SERIAL, NO DASHES): "
004390             WITH NO ADVANCING
004400         ACCEPT WS-SSNUM-KEY
004410     END-IF.
004420 8200-EXIT.
004430     EXIT.
004440
004450*----------------------------------------------------------
004460* APPEND ONE PUT-BACK TO THE DEATH AUDIT: THE VALUE THE
004470* MATCH HAD SET IS NOW THE OLD VALUE, THE ONE RESTORED THE
004480* NEW
004490*----------------------------------------------------------
004500 8500-WRITE-DEATH-AUDIT.
004510     ADD 1 TO WS-RESTORED-COUNT
004520     MOVE WS-SSNUM-KEY-N TO DA-SSNUM
004530     MOVE "DTHREV" TO DA-SOURCE
004540     MOVE WS-ME-ACTION (WS-ENTRY-SUB) TO DA-ACTION
004550     MOVE WS-ME-DED-ENTRY (WS-ENTRY-SUB) TO DA-ENTRY
004560     MOVE WS-ME-NEW-VALUE (WS-ENTRY-SUB) TO DA-OLD-VALUE
004570     MOVE WS-ME-OLD-VALUE (WS-ENTRY-SUB) TO DA-NEW-VALUE
004580     MOVE WS-DEATH-DATE TO DA-DATE-OF-DEATH
004590     ACCEPT DA-TS-DATE FROM DATE YYYYMMDD
004600     ACCEPT DA-TS-TIME FROM TIME
004610     MOVE SO-OPERATOR-ID TO DA-OPERATOR
004620     MOVE SPACES TO DA-FILLER
004630     WRITE DEATH-AUDIT-RECORD.
004640 8500-EXIT.
004650     EXIT.
004660
004670*----------------------------------------------------------
004680* APPEND A DENIED-FUNCTION EVENT TO THE SECURITY LOG -
004690* SL-FUNCTION IS ALREADY SET BY THE CALLER
004700*----------------------------------------------------------
004710 9000-LOG-DENIAL.
004720     MOVE SO-OPERATOR-ID TO SL-OPERATOR-ID
004730     MOVE "DTHREV" TO SL-PROGRAM
004740     MOVE "DENIED" TO SL-DISPOSITION
004750     ACCEPT SL-TS-DATE FROM DATE YYYYMMDD
004760     ACCEPT SL-TS-TIME FROM TIME
004770     MOVE SPACES TO SL-FILLER
004780     WRITE SECURITY-LOG-RECORD.
004790 9000-EXIT.
004800     EXIT.
