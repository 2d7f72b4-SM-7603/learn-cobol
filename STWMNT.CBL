000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. STWMNT.
000030 AUTHOR. PAYROLL-SYSTEMS-GROUP.
000040 INSTALLATION. DATA-PROCESSING-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 10/15/26  SM   INITIAL VERSION - FEDERAL AND STATE INCOME-
000110* 10/15/26  SM   TAX WITHHOLDING RATE SET MAINTENANCE (ADD/
000120* 10/15/26  SM   CHANGE/INQUIRE/LIST/DELETE), SIGN-ON REQUIRED
000130*----------------------------------------------------------
000140*
000150* OPERATOR TRANSACTION PROGRAM AGAINST THE STATE WITHHOLDING
000160* RATE FILE, MIRRORING WTHMNT'S STRUCTURE, KEYED BY STATE
000170* CODE AND EFFECTIVE DATE ("US" IS THE FEDERAL SET).  EACH SET
000180* CARRIES THE PER-CHECK VALUE OF ONE ALLOWANCE AND A RATE PER
000190* FILING STATUS.  A SET EFFECTIVE JANUARY 1 CAN BE KEYED IN
000200* DECEMBER AND SITS ON THE FILE UNTIL ITS DAY COMES - PAYREG
000210* AND PAYADJ BOTH WITHHOLD THROUGH WTHCALC, SO A RATE CHANGE
000220* IS A KEYED TRANSACTION, NOT A PROGRAM CHANGE.  EVERY ADD AND
000230* CHANGE STAMPS THE OPERATOR AND DATE.  DELETE IS HELD TO
000240* SUPERVISOR AUTHORITY, SAME AS WTHMNT.
000250*
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT STATE-WTH-RATES ASSIGN TO "STWRATES"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS DYNAMIC
000320         RECORD KEY IS SW-KEY
000330         FILE STATUS IS WS-SW-STATUS.
000340     SELECT SECURITY-LOG ASSIGN TO "SECLOG"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-SL-STATUS.
000370
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  STATE-WTH-RATES.
000410     COPY STWRATE.
000420 FD  SECURITY-LOG.
000430     COPY SECLOG.
000440
000450 WORKING-STORAGE SECTION.
000460 77  WS-SW-STATUS                  PIC X(02) VALUE "00".
000470 77  WS-SL-STATUS                  PIC X(02) VALUE "00".
000480     COPY SIGNPRM.
000490 77  WS-FUNCTION-CHOICE            PIC 9 VALUE ZERO.
000500 77  WS-DONE-SWITCH                PIC X(01) VALUE "N".
000510     88  MAINT-DONE                VALUE "Y".
000520 77  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
000530     88  END-OF-FILE               VALUE "Y".
000540 77  WS-STATE-KEY                  PIC X(02) VALUE SPACES.
000550 77  WS-DATE-KEY                   PIC 9(08) VALUE ZEROS.
000560 77  WS-TODAY                      PIC 9(08) VALUE ZEROS.
000570 77  WS-SETS-LISTED                PIC 9(03) COMP VALUE ZERO.
000580
000590 PROCEDURE DIVISION.
000600 0000-MAINLINE.
000610     CALL "SIGNON" USING SIGNON-PARMS
000620     IF NOT SO-SIGNED-ON
000630         GOBACK
000640     END-IF
000650     ACCEPT WS-TODAY FROM DATE YYYYMMDD
000660     OPEN I-O STATE-WTH-RATES
000670     IF WS-SW-STATUS = "35"
000680         OPEN OUTPUT STATE-WTH-RATES
000690         CLOSE STATE-WTH-RATES
000700         OPEN I-O STATE-WTH-RATES
000710     END-IF
000720*> EXTEND fails with status 35 the first time this file
000730*> doesn't exist yet - fall back to creating it
000740     OPEN EXTEND SECURITY-LOG
000750     IF WS-SL-STATUS = "35"
000760         OPEN OUTPUT SECURITY-LOG
000770         CLOSE SECURITY-LOG
000780         OPEN EXTEND SECURITY-LOG
000790     END-IF
000800     PERFORM 1000-SHOW-MENU THRU 1000-EXIT
000810         UNTIL MAINT-DONE
000820     CLOSE STATE-WTH-RATES
000830     CLOSE SECURITY-LOG
000840     GOBACK.
000850
000860*----------------------------------------------------------
000870* SHOW THE MENU AND DISPATCH TO THE CHOSEN FUNCTION
000880*----------------------------------------------------------
000890 1000-SHOW-MENU.
000900     DISPLAY " "
000910     DISPLAY "1. ADD A WITHHOLDING RATE SET"
000920     DISPLAY "2. CHANGE A WITHHOLDING RATE SET"
000930     DISPLAY "3. INQUIRE ON A WITHHOLDING RATE SET"
000940     DISPLAY "4. LIST ALL WITHHOLDING RATE SETS"
000950     DISPLAY "5. DELETE A WITHHOLDING RATE SET"
000960     DISPLAY "6. EXIT"
000970     DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING
000980     ACCEPT WS-FUNCTION-CHOICE
000990     EVALUATE WS-FUNCTION-CHOICE
001000         WHEN 1
001010             PERFORM 2000-ADD-RATE-SET THRU 2000-EXIT
001020         WHEN 2
001030             PERFORM 3000-CHANGE-RATE-SET THRU 3000-EXIT
001040         WHEN 3
001050             PERFORM 4000-INQUIRE-RATE-SET THRU 4000-EXIT
001060         WHEN 4
001070             PERFORM 4500-LIST-RATE-SETS THRU 4500-EXIT
001080         WHEN 5
001090             IF SO-AUTH-LEVEL >= 2
001100                 PERFORM 5000-DELETE-RATE-SET THRU 5000-EXIT
001110             ELSE
001120                 DISPLAY "DELETE NEEDS SUPERVISOR AUTHORITY"
001130                 MOVE "DELETE" TO SL-FUNCTION
001140                 PERFORM 9000-LOG-DENIAL THRU 9000-EXIT
001150             END-IF
001160         WHEN 6
001170             SET MAINT-DONE TO TRUE
001180         WHEN OTHER
001190             DISPLAY "PLEASE ENTER A NUMBER 1-6"
001200     END-EVALUATE.
001210 1000-EXIT.
001220     EXIT.
001230
001240*----------------------------------------------------------
001250* ADD A NEW RATE SET FOR A STATE AND EFFECTIVE DATE
001260*----------------------------------------------------------
001270 2000-ADD-RATE-SET.
001280     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
001290     MOVE WS-STATE-KEY TO SW-STATE
001300     MOVE WS-DATE-KEY TO SW-EFFECTIVE-DATE
001310     PERFORM 8100-ACCEPT-RATES THRU 8100-EXIT
001320     MOVE SPACES TO SW-FILLER
001330     WRITE STATE-WTH-RATE-RECORD
001340         INVALID KEY
001350             DISPLAY "THAT STATE ALREADY HAS A SET FOR THAT DATE"
001360         NOT INVALID KEY
001370             DISPLAY "RATE SET ADDED"
001380     END-WRITE.
001390 2000-EXIT.
001400     EXIT.
001410
001420*----------------------------------------------------------
001430* RE-KEY AN EXISTING SET'S ALLOWANCE VALUE AND RATES
001440*----------------------------------------------------------
001450 3000-CHANGE-RATE-SET.
001460     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
001470     MOVE WS-STATE-KEY TO SW-STATE
001480     MOVE WS-DATE-KEY TO SW-EFFECTIVE-DATE
001490     READ STATE-WTH-RATES
001500         INVALID KEY
001510             DISPLAY "NO RATE SET ON FILE FOR THAT STATE AND DATE"
001520     END-READ
001530     IF WS-SW-STATUS = "00"
001540         PERFORM 4100-SHOW-RATE-SET THRU 4100-EXIT
001550         PERFORM 8100-ACCEPT-RATES THRU 8100-EXIT
001560         REWRITE STATE-WTH-RATE-RECORD
001570         DISPLAY "RATE SET CHANGED"
001580     END-IF.
001590 3000-EXIT.
001600     EXIT.
001610
001620*----------------------------------------------------------
001630* DISPLAY ONE RATE SET
001640*----------------------------------------------------------
001650 4000-INQUIRE-RATE-SET.
001660     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
001670     MOVE WS-STATE-KEY TO SW-STATE
001680     MOVE WS-DATE-KEY TO SW-EFFECTIVE-DATE
001690     READ STATE-WTH-RATES
001700         INVALID KEY
001710             DISPLAY "NO RATE SET ON FILE FOR THAT STATE AND DATE"
001720     END-READ
001730     IF WS-SW-STATUS = "00"
001740         PERFORM 4100-SHOW-RATE-SET THRU 4100-EXIT
001750     END-IF.
001760 4000-EXIT.
001770     EXIT.
001780
001790 4100-SHOW-RATE-SET.
001800     DISPLAY "STATE: " SW-STATE
001810         "  EFFECTIVE: " SW-EFFECTIVE-DATE
001820     DISPLAY "  ALLOWANCE VALUE PER CHECK " SW-ALLOWANCE-AMT
001830     DISPLAY "  RATES  SINGLE " SW-STATUS-RATE (1)
001840         "  MARRIED " SW-STATUS-RATE (2)
001850         "  HEAD OF HOUSEHOLD " SW-STATUS-RATE (3)
001860     DISPLAY "  LAST CHANGED BY " SW-CHANGED-BY
001870         " ON " SW-CHANGED-DATE.
001880 4100-EXIT.
001890     EXIT.
001900
001910*----------------------------------------------------------
001920* LIST EVERY RATE SET IN STATE AND EFFECTIVE-DATE ORDER
001930*----------------------------------------------------------
001940 4500-LIST-RATE-SETS.
001950     MOVE ZERO TO WS-SETS-LISTED
001960     MOVE "N" TO WS-EOF-SWITCH
001970     MOVE LOW-VALUES TO SW-KEY
001980     START STATE-WTH-RATES KEY IS GREATER THAN OR EQUAL
001990             TO SW-KEY
002000         INVALID KEY
002010             SET END-OF-FILE TO TRUE
002020     END-START
002030     PERFORM 4510-LIST-ONE-SET THRU 4510-EXIT
002040         UNTIL END-OF-FILE
002050     DISPLAY WS-SETS-LISTED " RATE SET(S) ON FILE".
002060 4500-EXIT.
002070     EXIT.
002080
002090 4510-LIST-ONE-SET.
002100     READ STATE-WTH-RATES NEXT RECORD
002110         AT END
002120             SET END-OF-FILE TO TRUE
002130     END-READ
002140     IF NOT END-OF-FILE
002150         ADD 1 TO WS-SETS-LISTED
002160         PERFORM 4100-SHOW-RATE-SET THRU 4100-EXIT
002170     END-IF.
002180 4510-EXIT.
002190     EXIT.
002200
002210*----------------------------------------------------------
002220* DELETE A RATE SET - THE STATE FALLS BACK TO ITS LATEST
002230* EARLIER SET, OR TO NO STATE WITHHOLDING AT ALL
002240*----------------------------------------------------------
002250 5000-DELETE-RATE-SET.
002260     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
002270     MOVE WS-STATE-KEY TO SW-STATE
002280     MOVE WS-DATE-KEY TO SW-EFFECTIVE-DATE
002290     DELETE STATE-WTH-RATES
002300         INVALID KEY
002310             DISPLAY "NO RATE SET ON FILE FOR THAT STATE AND DATE"
002320         NOT INVALID KEY
002330             DISPLAY "RATE SET DELETED"
002340     END-DELETE.
002350 5000-EXIT.
002360     EXIT.
002370
002380*----------------------------------------------------------
002390* ACCEPT THE STATE CODE AND EFFECTIVE DATE THAT KEY EVERY
002400* FUNCTION ABOVE
002410*----------------------------------------------------------
002420 8000-ACCEPT-KEY.
002430     DISPLAY "ENTER STATE CODE (US = FEDERAL): "
002440         WITH NO ADVANCING
002450     ACCEPT WS-STATE-KEY
002460     PERFORM 8010-REACCEPT-STATE THRU 8010-EXIT
002470         UNTIL WS-STATE-KEY IS ALPHABETIC
002480             AND WS-STATE-KEY NOT = SPACES
002490     DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD): "
002500         WITH NO ADVANCING
002510     ACCEPT WS-DATE-KEY
002520     PERFORM 8020-REACCEPT-DATE THRU 8020-EXIT
002530         UNTIL WS-DATE-KEY > 19000000.
002540 8000-EXIT.
002550     EXIT.
002560
002570 8010-REACCEPT-STATE.
002580     DISPLAY "STATE CODE LOOKS WRONG, TRY AGAIN: "
002590         WITH NO ADVANCING
002600     ACCEPT WS-STATE-KEY.
002610 8010-EXIT.
002620     EXIT.
002630
002640 8020-REACCEPT-DATE.
002650     DISPLAY "EFFECTIVE DATE LOOKS WRONG, TRY AGAIN: "
002660         WITH NO ADVANCING
002670     ACCEPT WS-DATE-KEY.
002680 8020-EXIT.
002690     EXIT.
002700
002710*----------------------------------------------------------
002720* ACCEPT THE ALLOWANCE VALUE AND THE RATES, AND STAMP WHO
002730* SET THEM AND WHEN.  RATES ARE THREE DECIMAL PLACES (045 =
002740* 4.5 PCT), SAME AS WTHMNT
002750*----------------------------------------------------------
002760 8100-ACCEPT-RATES.
002770     DISPLAY "  ALLOWANCE VALUE PER CHECK (999V99): "
002780         WITH NO ADVANCING
002790     ACCEPT SW-ALLOWANCE-AMT
002800     DISPLAY "  SINGLE RATE (V999): " WITH NO ADVANCING
002810     ACCEPT SW-STATUS-RATE (1)
002820     DISPLAY "  MARRIED RATE (V999): " WITH NO ADVANCING
002830     ACCEPT SW-STATUS-RATE (2)
002840     DISPLAY "  HEAD OF HOUSEHOLD RATE (V999): "
002850         WITH NO ADVANCING
002860     ACCEPT SW-STATUS-RATE (3)
002870     MOVE SO-OPERATOR-ID TO SW-CHANGED-BY
002880     MOVE WS-TODAY TO SW-CHANGED-DATE.
002890 8100-EXIT.
002900     EXIT.
002910
002920*----------------------------------------------------------
002930* APPEND A DENIED-FUNCTION EVENT TO THE SECURITY LOG -
002940* SL-FUNCTION IS ALREADY SET BY THE CALLER
002950*----------------------------------------------------------
002960 9000-LOG-DENIAL.
002970     MOVE SO-OPERATOR-ID TO SL-OPERATOR-ID
002980     MOVE "STWMNT" TO SL-PROGRAM
002990     MOVE "DENIED" TO SL-DISPOSITION
003000     ACCEPT SL-TS-DATE FROM DATE YYYYMMDD
003010     ACCEPT SL-TS-TIME FROM TIME
003019     MOVE SPACES TO SL-OTHER-OPERATOR
003020     MOVE SPACES TO SL-FILLER
003030     WRITE SECURITY-LOG-RECORD.
003040 9000-EXIT.
003050     EXIT.
