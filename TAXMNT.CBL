000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. TAXMNT.
000030 AUTHOR. PAYROLL-SYSTEMS-GROUP.
000040 INSTALLATION. DATA-PROCESSING-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 10/15/26  SM   INITIAL VERSION - PAYROLL-TAX RATE SET
000110* 10/15/26  SM   MAINTENANCE (ADD/CHANGE/INQUIRE/LIST/
000120* 10/15/26  SM   DELETE), OPERATOR SIGN-ON REQUIRED
000130*----------------------------------------------------------
000140*
000150* OPERATOR TRANSACTION PROGRAM AGAINST THE PAYROLL-TAX RATE
000160* FILE, MIRRORING WTHMNT'S STRUCTURE, KEYED BY TAX YEAR.
000170* EACH SET CARRIES THE EMPLOYEE AND EMPLOYER SOCIAL SECURITY
000180* AND MEDICARE RATES, THE FUTA AND SUTA RATES, AND THE
000190* ANNUAL WAGE BASE EACH TAX STOPS AT (ZERO FOR NO CAP).
000200* NEXT YEAR'S SET CAN BE KEYED IN DECEMBER AND SITS ON THE
000210* FILE UNTIL ITS FIRST PAY DATE - PAYREG AND PAYADJ BOTH
000220* READ THIS FILE THROUGH TAXCALC, SO A NEW WAGE BASE IS A
000230* KEYED TRANSACTION, NOT A PROGRAM CHANGE.  EVERY ADD AND
000240* CHANGE STAMPS THE OPERATOR AND DATE.  DELETE IS HELD TO
000250* SUPERVISOR AUTHORITY, SAME AS WTHMNT.
000260*
000270 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT PAYROLL-TAX-RATES ASSIGN TO "ERTAXRT"
000310         ORGANIZATION IS INDEXED
000320         ACCESS MODE IS DYNAMIC
000330         RECORD KEY IS TX-TAX-YEAR
000340         FILE STATUS IS WS-TX-STATUS.
000350     SELECT SECURITY-LOG ASSIGN TO "SECLOG"
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-SL-STATUS.
000380
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  PAYROLL-TAX-RATES.
000420     COPY TAXRATE.
000430 FD  SECURITY-LOG.
000440     COPY SECLOG.
000450
000460 WORKING-STORAGE SECTION.
000470 77  WS-TX-STATUS                  PIC X(02) VALUE "00".
000480 77  WS-SL-STATUS                  PIC X(02) VALUE "00".
000490     COPY SIGNPRM.
000500 77  WS-FUNCTION-CHOICE            PIC 9 VALUE ZERO.
000510 77  WS-DONE-SWITCH                PIC X(01) VALUE "N".
000520     88  MAINT-DONE                VALUE "Y".
000530 77  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
000540     88  END-OF-FILE               VALUE "Y".
000550 77  WS-YEAR-KEY                   PIC 9(04) VALUE ZEROS.
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
000660     OPEN I-O PAYROLL-TAX-RATES
000670     IF WS-TX-STATUS = "35"
000680         OPEN OUTPUT PAYROLL-TAX-RATES
000690         CLOSE PAYROLL-TAX-RATES
000700         OPEN I-O PAYROLL-TAX-RATES
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
000820     CLOSE PAYROLL-TAX-RATES
000830     CLOSE SECURITY-LOG
000840     GOBACK.
000850
000860*----------------------------------------------------------
000870* SHOW THE MENU AND DISPATCH TO THE CHOSEN FUNCTION
000880*----------------------------------------------------------
000890 1000-SHOW-MENU.
000900     DISPLAY " "
000910     DISPLAY "1. ADD A TAX-YEAR RATE SET"
000920     DISPLAY "2. CHANGE A TAX-YEAR RATE SET"
000930     DISPLAY "3. INQUIRE ON A TAX-YEAR RATE SET"
000940     DISPLAY "4. LIST ALL TAX-YEAR RATE SETS"
000950     DISPLAY "5. DELETE A TAX-YEAR RATE SET"
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
001250* ADD A NEW TAX YEAR'S RATES AND WAGE BASES
001260*----------------------------------------------------------
001270 2000-ADD-RATE-SET.
001280     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
001290     MOVE WS-YEAR-KEY TO TX-TAX-YEAR
001300     PERFORM 8100-ACCEPT-RATES THRU 8100-EXIT
001310     MOVE SPACES TO TX-FILLER
001320     WRITE PAYROLL-TAX-RATE-RECORD
001330         INVALID KEY
001340             DISPLAY "A RATE SET FOR THAT YEAR IS ALREADY ON FILE"
001350         NOT INVALID KEY
001360             DISPLAY "RATE SET ADDED"
001370     END-WRITE.
001380 2000-EXIT.
001390     EXIT.
001400
001410*----------------------------------------------------------
001420* RE-KEY AN EXISTING YEAR'S RATES AND WAGE BASES
001430*----------------------------------------------------------
001440 3000-CHANGE-RATE-SET.
001450     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
001460     MOVE WS-YEAR-KEY TO TX-TAX-YEAR
001470     READ PAYROLL-TAX-RATES
001480         INVALID KEY
001490             DISPLAY "NO RATE SET ON FILE FOR THAT YEAR"
001500     END-READ
001510     IF WS-TX-STATUS = "00"
001520         PERFORM 4100-SHOW-RATE-SET THRU 4100-EXIT
001530         PERFORM 8100-ACCEPT-RATES THRU 8100-EXIT
001540         REWRITE PAYROLL-TAX-RATE-RECORD
001550         DISPLAY "RATE SET CHANGED"
001560     END-IF.
001570 3000-EXIT.
001580     EXIT.
001590
001600*----------------------------------------------------------
001610* DISPLAY ONE RATE SET
001620*----------------------------------------------------------
001630 4000-INQUIRE-RATE-SET.
001640     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
001650     MOVE WS-YEAR-KEY TO TX-TAX-YEAR
001660     READ PAYROLL-TAX-RATES
001670         INVALID KEY
001680             DISPLAY "NO RATE SET ON FILE FOR THAT YEAR"
001690     END-READ
001700     IF WS-TX-STATUS = "00"
001710         PERFORM 4100-SHOW-RATE-SET THRU 4100-EXIT
001720     END-IF.
001730 4000-EXIT.
001740     EXIT.
001750
001760 4100-SHOW-RATE-SET.
001770     DISPLAY "TAX YEAR: " TX-TAX-YEAR
001780     DISPLAY "  SOCIAL SECURITY  EE " TX-SS-EE-RATE
001790         " ER " TX-SS-ER-RATE " WAGE BASE " TX-SS-WAGE-BASE
001800     DISPLAY "  MEDICARE         EE " TX-MED-EE-RATE
001810         " ER " TX-MED-ER-RATE " WAGE BASE " TX-MED-WAGE-BASE
001820     DISPLAY "  FUTA             ER " TX-FUTA-RATE
001830         " WAGE BASE " TX-FUTA-WAGE-BASE
001840     DISPLAY "  SUTA             ER " TX-SUTA-RATE
001850         " WAGE BASE " TX-SUTA-WAGE-BASE
001860     DISPLAY "  LAST CHANGED BY " TX-CHANGED-BY
001870         " ON " TX-CHANGED-DATE.
001880 4100-EXIT.
001890     EXIT.
001900
001910*----------------------------------------------------------
001920* LIST EVERY RATE SET IN YEAR ORDER
001930*----------------------------------------------------------
001940 4500-LIST-RATE-SETS.
001950     MOVE ZERO TO WS-SETS-LISTED
001960     MOVE "N" TO WS-EOF-SWITCH
001970     MOVE ZEROS TO TX-TAX-YEAR
001980     START PAYROLL-TAX-RATES KEY IS GREATER THAN OR EQUAL
001990             TO TX-TAX-YEAR
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
002100     READ PAYROLL-TAX-RATES NEXT RECORD
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
002220* DELETE A RATE SET - THE YEAR FALLS BACK TO THE LATEST
002230* EARLIER YEAR'S SET
002240*----------------------------------------------------------
002250 5000-DELETE-RATE-SET.
002260     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
002270     MOVE WS-YEAR-KEY TO TX-TAX-YEAR
002280     DELETE PAYROLL-TAX-RATES
002290         INVALID KEY
002300             DISPLAY "NO RATE SET ON FILE FOR THAT YEAR"
002310         NOT INVALID KEY
002320             DISPLAY "RATE SET DELETED"
002330     END-DELETE.
002340 5000-EXIT.
002350     EXIT.
002360
002370*----------------------------------------------------------
002380* ACCEPT THE TAX YEAR THAT KEYS EVERY FUNCTION ABOVE
002390*----------------------------------------------------------
002400 8000-ACCEPT-KEY.
002410     DISPLAY "ENTER TAX YEAR (YYYY): " WITH NO ADVANCING
002420     ACCEPT WS-YEAR-KEY
002430     PERFORM 8010-REACCEPT-KEY THRU 8010-EXIT
002440         UNTIL WS-YEAR-KEY > 1900.
002450 8000-EXIT.
002460     EXIT.
002470
002480 8010-REACCEPT-KEY.
002490     DISPLAY "TAX YEAR LOOKS WRONG, TRY AGAIN: "
002500         WITH NO ADVANCING
002510     ACCEPT WS-YEAR-KEY.
002520 8010-EXIT.
002530     EXIT.
002540
002550*----------------------------------------------------------
002560* ACCEPT THE RATES AND WAGE BASES, AND STAMP WHO SET THEM
002570* AND WHEN.  RATES ARE FIVE DECIMAL PLACES (06200 = 6.2
002580* PCT); A WAGE BASE OF ZERO MEANS THE TAX HAS NO CAP
002590*----------------------------------------------------------
002600 8100-ACCEPT-RATES.
002610     DISPLAY "  SOCIAL SECURITY EMPLOYEE RATE (V99999): "
002620         WITH NO ADVANCING
002630     ACCEPT TX-SS-EE-RATE
002640     DISPLAY "  SOCIAL SECURITY EMPLOYER RATE (V99999): "
002650         WITH NO ADVANCING
002660     ACCEPT TX-SS-ER-RATE
002670     DISPLAY "  SOCIAL SECURITY WAGE BASE (9999999V99): "
002680         WITH NO ADVANCING
002690     ACCEPT TX-SS-WAGE-BASE
002700     DISPLAY "  MEDICARE EMPLOYEE RATE (V99999): "
002710         WITH NO ADVANCING
002720     ACCEPT TX-MED-EE-RATE
002730     DISPLAY "  MEDICARE EMPLOYER RATE (V99999): "
002740         WITH NO ADVANCING
002750     ACCEPT TX-MED-ER-RATE
002760     DISPLAY "  MEDICARE WAGE BASE (ZERO = NO CAP): "
002770         WITH NO ADVANCING
002780     ACCEPT TX-MED-WAGE-BASE
002790     DISPLAY "  FUTA RATE (V99999): " WITH NO ADVANCING
002800     ACCEPT TX-FUTA-RATE
002810     DISPLAY "  FUTA WAGE BASE (9999999V99): "
002820         WITH NO ADVANCING
002830     ACCEPT TX-FUTA-WAGE-BASE
002840     DISPLAY "  SUTA RATE (V99999): " WITH NO ADVANCING
002850     ACCEPT TX-SUTA-RATE
002860     DISPLAY "  SUTA WAGE BASE (9999999V99): "
002870         WITH NO ADVANCING
002880     ACCEPT TX-SUTA-WAGE-BASE
002890     MOVE SO-OPERATOR-ID TO TX-CHANGED-BY
002900     MOVE WS-TODAY TO TX-CHANGED-DATE.
002910 8100-EXIT.
002920     EXIT.
002930
002940*----------------------------------------------------------
002950* APPEND A DENIED-FUNCTION EVENT TO THE SECURITY LOG -
002960* SL-FUNCTION IS ALREADY SET BY THE CALLER
002970*----------------------------------------------------------
002980 9000-LOG-DENIAL.
002990     MOVE SO-OPERATOR-ID TO SL-OPERATOR-ID
003000     MOVE "TAXMNT" TO SL-PROGRAM
003010     MOVE "DENIED" TO SL-DISPOSITION
003020     ACCEPT SL-TS-DATE FROM DATE YYYYMMDD
003030     ACCEPT SL-TS-TIME FROM TIME
003039     MOVE SPACES TO SL-OTHER-OPERATOR
003040     MOVE SPACES TO SL-FILLER
003050     WRITE SECURITY-LOG-RECORD.
003060 9000-EXIT.
003070     EXIT.
