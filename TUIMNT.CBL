000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TUIMNT.
000030 AUTHOR. PAYROLL-SYSTEMS-GROUP.
000040 INSTALLATION. DATA-PROCESSING-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 10/15/26  SM   INITIAL VERSION - TUITION RATE TABLE
000110* 10/15/26  SM   MAINTENANCE (ADD/CHANGE/INQUIRE/LIST/DELETE),
000120* 10/15/26  SM   SIGN-ON REQUIRED
000130*----------------------------------------------------------
000140*
000150* OPERATOR TRANSACTION PROGRAM AGAINST THE TUITION RATE
000160* TABLE, MIRRORING CRSMNT'S STRUCTURE, KEYED BY ACADEMIC
000170* TERM.  EACH TERM CARRIES THE RATE CHARGED PER CREDIT AND
000180* THE DATE ITS TUITION FALLS DUE.  TUIBILL WILL NOT BILL A
000190* TERM THAT IS NOT ON THE TABLE.  A CHANGED RATE APPLIES TO
000200* CHARGES BILLED FROM THEN ON - WHAT IS ALREADY ON THE
000210* LEDGER STANDS.  EVERY ADD AND CHANGE STAMPS THE OPERATOR
000220* AND DATE.  DELETE IS HELD TO SUPERVISOR AUTHORITY AND
000230* REFUSED ONCE THE TERM HAS BEEN BILLED.
000240*
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT TUITION-RATES ASSIGN TO "TUITRT"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS TU-TERM-ID
000320         FILE STATUS IS WS-TU-STATUS.
000330     SELECT SECURITY-LOG ASSIGN TO "SECLOG"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-SL-STATUS.
000360
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  TUITION-RATES.
000400     COPY TUITRT.
000410 FD  SECURITY-LOG.
000420     COPY SECLOG.
000430
000440 WORKING-STORAGE SECTION.
000450 77  WS-TU-STATUS                  PIC X(02) VALUE "00".
000460 77  WS-SL-STATUS                  PIC X(02) VALUE "00".
000470     COPY SIGNPRM.
000480 77  WS-FUNCTION-CHOICE            PIC 9 VALUE ZERO.
000490 77  WS-DONE-SWITCH                PIC X(01) VALUE "N".
000500     88  MAINT-DONE                VALUE "Y".
000510 77  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
000520     88  END-OF-FILE               VALUE "Y".
000530 77  WS-TERM-ID-KEY                PIC X(05) VALUE SPACES.
000540 77  WS-TODAY                      PIC 9(08) VALUE ZEROS.
000550 77  WS-TERMS-LISTED               PIC 9(05) COMP VALUE ZERO.
000560 77  WS-FIELD-OK                   PIC X(01) VALUE "N".
000570 77  WS-TERM-OK                    PIC X(01) VALUE "N".
000580 77  WS-SEASON-RANK                PIC 9(01) VALUE ZERO.
000590 77  WS-TERM-SEQ                   PIC 9(05) VALUE ZERO.
000600 01  WS-TERM-WORK.
000610     05  WS-TW-YEAR                PIC X(04).
000620     05  WS-TW-YEAR-NUM REDEFINES WS-TW-YEAR
000630                                   PIC 9(04).
000640     05  WS-TW-SEASON              PIC X(01).
000650 01  WS-DATE-WORK.
000660     05  WS-DW-YEAR                PIC 9(04).
000670     05  WS-DW-MONTH               PIC 9(02).
000680     05  WS-DW-DAY                 PIC 9(02).
000690 01  WS-DATE-WORK-N REDEFINES WS-DATE-WORK PIC 9(08).
000700
000710 PROCEDURE DIVISION.
000720 0000-MAINLINE.
000730     CALL "SIGNON" USING SIGNON-PARMS
000740     IF NOT SO-SIGNED-ON
000750         GOBACK
000760     END-IF
000770     ACCEPT WS-TODAY FROM DATE YYYYMMDD
000780     OPEN I-O TUITION-RATES
000790     IF WS-TU-STATUS = "35"
000800         OPEN OUTPUT TUITION-RATES
000810         CLOSE TUITION-RATES
000820         OPEN I-O TUITION-RATES
000830     END-IF
000840*> EXTEND fails with status 35 the first time this file
000850*> doesn't exist yet - fall back to creating it
000860     OPEN EXTEND SECURITY-LOG
000870     IF WS-SL-STATUS = "35"
000880         OPEN OUTPUT SECURITY-LOG
000890         CLOSE SECURITY-LOG
000900         OPEN EXTEND SECURITY-LOG
000910     END-IF
000920     PERFORM 1000-SHOW-MENU THRU 1000-EXIT
000930         UNTIL MAINT-DONE
000940     CLOSE TUITION-RATES
000950     CLOSE SECURITY-LOG
000960     GOBACK.
000970
000980*----------------------------------------------------------
000990* SHOW THE MENU AND DISPATCH TO THE CHOSEN FUNCTION
001000*----------------------------------------------------------
001010 1000-SHOW-MENU.
001020     DISPLAY " "
001030     DISPLAY "1. ADD A TERM'S TUITION RATE"
001040     DISPLAY "2. CHANGE A TERM'S TUITION RATE"
001050     DISPLAY "3. INQUIRE ON A TERM"
001060     DISPLAY "4. LIST THE RATE TABLE"
001070     DISPLAY "5. DELETE A TERM"
001080     DISPLAY "6. EXIT"
001090     DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING
001100     ACCEPT WS-FUNCTION-CHOICE
001110     EVALUATE WS-FUNCTION-CHOICE
001120         WHEN 1
001130             PERFORM 2000-ADD-TERM THRU 2000-EXIT
001140         WHEN 2
001150             PERFORM 3000-CHANGE-TERM THRU 3000-EXIT
001160         WHEN 3
001170             PERFORM 4000-INQUIRE-TERM THRU 4000-EXIT
001180         WHEN 4
001190             PERFORM 4500-LIST-TERMS THRU 4500-EXIT
001200         WHEN 5
001210             IF SO-AUTH-LEVEL >= 2
001220                 PERFORM 5000-DELETE-TERM THRU 5000-EXIT
001230             ELSE
001240                 DISPLAY "DELETE NEEDS SUPERVISOR AUTHORITY"
001250                 MOVE "DELETE" TO SL-FUNCTION
001260                 PERFORM 9000-LOG-DENIAL THRU 9000-EXIT
001270             END-IF
001280         WHEN 6
001290             SET MAINT-DONE TO TRUE
001300         WHEN OTHER
001310             DISPLAY "PLEASE ENTER A NUMBER 1-6"
001320     END-EVALUATE.
001330 1000-EXIT.
001340     EXIT.
001350
001360*----------------------------------------------------------
001370* ADD A NEW TERM TO THE RATE TABLE
001380*----------------------------------------------------------
001390 2000-ADD-TERM.
001400     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
001410     MOVE WS-TERM-ID-KEY TO TU-TERM-ID
001420     READ TUITION-RATES
001430         NOT INVALID KEY
001440             DISPLAY "THAT TERM IS ALREADY ON FILE"
001450             GO TO 2000-EXIT
001460     END-READ
001470     MOVE WS-TERM-ID-KEY TO TU-TERM-ID
001480     MOVE ZERO TO TU-LAST-BILLED
001490     PERFORM 8100-ACCEPT-RATE THRU 8100-EXIT
001500     PERFORM 8500-STAMP-RECORD THRU 8500-EXIT
001510     WRITE TUITION-RATE-RECORD
001520         INVALID KEY
001530             DISPLAY "THAT TERM IS ALREADY ON FILE"
001540         NOT INVALID KEY
001550             DISPLAY "TERM ADDED"
001560     END-WRITE.
001570 2000-EXIT.
001580     EXIT.
001590
001600*----------------------------------------------------------
001610* RE-KEY AN EXISTING TERM'S RATE AND DUE DATE
001620*----------------------------------------------------------
001630 3000-CHANGE-TERM.
001640     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
001650     MOVE WS-TERM-ID-KEY TO TU-TERM-ID
001660     READ TUITION-RATES
001670         INVALID KEY
001680             DISPLAY "NO TERM ON FILE FOR THAT ID"
001690             GO TO 3000-EXIT
001700     END-READ
001710     PERFORM 4100-SHOW-TERM THRU 4100-EXIT
001720     PERFORM 8100-ACCEPT-RATE THRU 8100-EXIT
001730     PERFORM 8500-STAMP-RECORD THRU 8500-EXIT
001740     REWRITE TUITION-RATE-RECORD
001750         INVALID KEY
001760             DISPLAY "NO TERM ON FILE FOR THAT ID"
001770         NOT INVALID KEY
001780             DISPLAY "TERM CHANGED"
001790     END-REWRITE.
001800 3000-EXIT.
001810     EXIT.
001820
001830*----------------------------------------------------------
001840* DISPLAY ONE TERM
001850*----------------------------------------------------------
001860 4000-INQUIRE-TERM.
001870     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
001880     MOVE WS-TERM-ID-KEY TO TU-TERM-ID
001890     READ TUITION-RATES
001900         INVALID KEY
001910             DISPLAY "NO TERM ON FILE FOR THAT ID"
001920             GO TO 4000-EXIT
001930     END-READ
001940     PERFORM 4100-SHOW-TERM THRU 4100-EXIT.
001950 4000-EXIT.
001960     EXIT.
001970
001980 4100-SHOW-TERM.
001990     DISPLAY "TERM " TU-TERM-ID
002000         "  RATE PER CREDIT " TU-RATE-PER-CREDIT
002010         "  DUE " TU-DUE-DATE
002020     DISPLAY "  LAST BILLED " TU-LAST-BILLED
002030         "  LAST CHANGED BY " TU-CHANGED-BY
002040         " ON " TU-CHANGED-DATE.
002050 4100-EXIT.
002060     EXIT.
002070
002080*----------------------------------------------------------
002090* LIST EVERY TERM IN TERM ID ORDER
002100*----------------------------------------------------------
002110 4500-LIST-TERMS.
002120     MOVE ZERO TO WS-TERMS-LISTED
002130     MOVE "N" TO WS-EOF-SWITCH
002140     MOVE LOW-VALUES TO TU-TERM-ID
002150     START TUITION-RATES KEY IS GREATER THAN OR EQUAL
002160             TO TU-TERM-ID
002170         INVALID KEY
002180             SET END-OF-FILE TO TRUE
002190     END-START
002200     PERFORM 4510-LIST-ONE-TERM THRU 4510-EXIT
002210         UNTIL END-OF-FILE
002220     DISPLAY WS-TERMS-LISTED " TERM(S) ON FILE".
002230 4500-EXIT.
002240     EXIT.
002250
002260 4510-LIST-ONE-TERM.
002270     READ TUITION-RATES NEXT RECORD
002280         AT END
002290             SET END-OF-FILE TO TRUE
002300     END-READ
002310     IF NOT END-OF-FILE
002320         ADD 1 TO WS-TERMS-LISTED
002330         PERFORM 4100-SHOW-TERM THRU 4100-EXIT
002340     END-IF.
002350 4510-EXIT.
002360     EXIT.
002370
002380*----------------------------------------------------------
002390* DELETE A TERM - NOT ONCE ITS TUITION IS ON THE LEDGER
002400*----------------------------------------------------------
002410 5000-DELETE-TERM.
002420     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
002430     MOVE WS-TERM-ID-KEY TO TU-TERM-ID
002440     READ TUITION-RATES
002450         INVALID KEY
002460             DISPLAY "NO TERM ON FILE FOR THAT ID"
002470             GO TO 5000-EXIT
002480     END-READ
002490     IF TU-LAST-BILLED NOT = ZERO
002500         DISPLAY "TERM " TU-TERM-ID " WAS BILLED ON "
002510             TU-LAST-BILLED " - IT CANNOT BE DELETED"
002520         GO TO 5000-EXIT
002530     END-IF
002540     DELETE TUITION-RATES
002550         INVALID KEY
002560             DISPLAY "NO TERM ON FILE FOR THAT ID"
002570         NOT INVALID KEY
002580             DISPLAY "TERM DELETED"
002590     END-DELETE.
002600 5000-EXIT.
002610     EXIT.
002620
002630*----------------------------------------------------------
002640* ACCEPT THE TERM THAT KEYS EVERY FUNCTION ABOVE - A YEAR
002650* FOLLOWED BY W, S, U OR F
002660*----------------------------------------------------------
002670 8000-ACCEPT-KEY.
002680     DISPLAY "ENTER TERM (YYYYT, E.G. 2026F): "
002690         WITH NO ADVANCING
002700     ACCEPT WS-TERM-ID-KEY
002710     MOVE "N" TO WS-FIELD-OK
002720     PERFORM 8010-VALIDATE-KEY THRU 8010-EXIT
002730         UNTIL WS-FIELD-OK = "Y".
002740 8000-EXIT.
002750     EXIT.
002760
002770 8010-VALIDATE-KEY.
002780     MOVE WS-TERM-ID-KEY TO WS-TERM-WORK
002790     PERFORM 8900-TERM-SEQUENCE THRU 8900-EXIT
002800     IF WS-TERM-OK = "Y"
002810         MOVE "Y" TO WS-FIELD-OK
002820     ELSE
002830         DISPLAY "TERM MUST BE A YEAR AND W/S/U/F, TRY AGAIN: "
002840             WITH NO ADVANCING
002850         ACCEPT WS-TERM-ID-KEY
002860     END-IF.
002870 8010-EXIT.
002880     EXIT.
002890
002900*----------------------------------------------------------
002910* ACCEPT THE RATE PER CREDIT AND THE DUE DATE - EACH IS
002920* RE-PROMPTED UNTIL IT PASSES
002930*----------------------------------------------------------
002940 8100-ACCEPT-RATE.
002950     DISPLAY "  TUITION PER CREDIT (9999.99): " WITH NO ADVANCING
002960     ACCEPT TU-RATE-PER-CREDIT
002970     MOVE "N" TO WS-FIELD-OK
002980     PERFORM 8200-VALIDATE-RATE THRU 8200-EXIT
002990         UNTIL WS-FIELD-OK = "Y"
003000     DISPLAY "  PAYMENT DUE DATE (YYYYMMDD): " WITH NO ADVANCING
003010     ACCEPT TU-DUE-DATE
003020     MOVE "N" TO WS-FIELD-OK
003030     PERFORM 8210-VALIDATE-DUE-DATE THRU 8210-EXIT
003040         UNTIL WS-FIELD-OK = "Y".
003050 8100-EXIT.
003060     EXIT.
003070
003080 8200-VALIDATE-RATE.
003090     IF TU-RATE-PER-CREDIT NUMERIC AND TU-RATE-PER-CREDIT > ZERO
003100         MOVE "Y" TO WS-FIELD-OK
003110     ELSE
003120         DISPLAY "RATE MUST BE MORE THAN ZERO, TRY AGAIN: "
003130             WITH NO ADVANCING
003140         ACCEPT TU-RATE-PER-CREDIT
003150     END-IF.
003160 8200-EXIT.
003170     EXIT.
003180
003190 8210-VALIDATE-DUE-DATE.
003200     MOVE TU-DUE-DATE TO WS-DATE-WORK-N
003210     IF TU-DUE-DATE NUMERIC
003220             AND WS-DW-YEAR > 1900
003230             AND WS-DW-MONTH >= 1 AND WS-DW-MONTH <= 12
003240             AND WS-DW-DAY >= 1 AND WS-DW-DAY <= 31
003250         MOVE "Y" TO WS-FIELD-OK
003260     ELSE
003270         DISPLAY "DUE DATE MUST BE YYYYMMDD, TRY AGAIN: "
003280             WITH NO ADVANCING
003290         ACCEPT TU-DUE-DATE
003300     END-IF.
003310 8210-EXIT.
003320     EXIT.
003330
003340*----------------------------------------------------------
003350* STAMP WHO SET THE RATE AND WHEN
003360*----------------------------------------------------------
003370 8500-STAMP-RECORD.
003380     MOVE SO-OPERATOR-ID TO TU-CHANGED-BY
003390     MOVE WS-TODAY TO TU-CHANGED-DATE
003400     MOVE SPACES TO TU-FILLER.
003410 8500-EXIT.
003420     EXIT.
003430
003440*----------------------------------------------------------
003450* TURN THE TERM ID IN WS-TERM-WORK INTO ITS SEQUENCE NUMBER
003460* THE SAME WAY CRSLOOK DOES - YEAR TIMES TEN PLUS W=1 S=2
003470* U=3 F=4.  WS-TERM-OK IS N WHEN THE TERM IS NOT VALID
003480*----------------------------------------------------------
003490 8900-TERM-SEQUENCE.
003500     MOVE "N" TO WS-TERM-OK
003510     MOVE ZERO TO WS-TERM-SEQ
003520     IF WS-TW-YEAR NOT NUMERIC
003530         GO TO 8900-EXIT
003540     END-IF
003550     EVALUATE WS-TW-SEASON
003560         WHEN "W"  MOVE 1 TO WS-SEASON-RANK
003570         WHEN "S"  MOVE 2 TO WS-SEASON-RANK
003580         WHEN "U"  MOVE 3 TO WS-SEASON-RANK
003590         WHEN "F"  MOVE 4 TO WS-SEASON-RANK
003600         WHEN OTHER
003610             GO TO 8900-EXIT
003620     END-EVALUATE
003630     COMPUTE WS-TERM-SEQ = WS-TW-YEAR-NUM * 10 + WS-SEASON-RANK
003640     MOVE "Y" TO WS-TERM-OK.
003650 8900-EXIT.
003660     EXIT.
003670
003680*----------------------------------------------------------
003690* APPEND A DENIED-FUNCTION EVENT TO THE SECURITY LOG -
003700* SL-FUNCTION IS ALREADY SET BY THE CALLER
003710*----------------------------------------------------------
003720 9000-LOG-DENIAL.
003730     MOVE SO-OPERATOR-ID TO SL-OPERATOR-ID
003740     MOVE "TUIMNT" TO SL-PROGRAM
003750     MOVE "DENIED" TO SL-DISPOSITION
003760     ACCEPT SL-TS-DATE FROM DATE YYYYMMDD
003770     ACCEPT SL-TS-TIME FROM TIME
003779     MOVE SPACES TO SL-OTHER-OPERATOR
003780     MOVE SPACES TO SL-FILLER
003790     WRITE SECURITY-LOG-RECORD.
003800 9000-EXIT.
003810     EXIT.
