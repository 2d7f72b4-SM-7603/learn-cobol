000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GLMNT.
000030 AUTHOR. PAYROLL-SYSTEMS-GROUP.
000040 INSTALLATION. DATA-PROCESSING-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 10/15/26  SM   INITIAL VERSION - PAYROLL-TO-LEDGER ACCOUNT
000110* 10/15/26  SM   MAP MAINTENANCE (ADD/CHANGE/INQUIRE/LIST/
000120* 10/15/26  SM   DELETE), OPERATOR SIGN-ON REQUIRED
000130*----------------------------------------------------------
000140*
000150* OPERATOR TRANSACTION PROGRAM AGAINST THE GENERAL-LEDGER
000160* ACCOUNT MAP, MIRRORING WTHMNT'S STRUCTURE, KEYED BY THE
000170* MAP KEY THE PAYROLL PROGRAMS POST UNDER.  ACCOUNTING OWNS
000180* THE ACCOUNT NUMBERS; GLJRNL LOOKS EVERY LINE UP HERE AND
000190* WILL NOT RELEASE A JOURNAL WITH AN UNMAPPED KEY, SO A NEW
000200* DEDUCTION TYPE NEEDS ITS DED-PLUS-TYPE KEY ADDED BEFORE
000210* ITS FIRST PAY DATE.  EVERY ADD AND CHANGE STAMPS THE
000220* OPERATOR AND DATE.  DELETE IS HELD TO SUPERVISOR
000230* AUTHORITY, SAME AS WTHMNT.
000240*
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT GL-ACCOUNT-MAP ASSIGN TO "GLMAP"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS GM-MAP-KEY
000320         FILE STATUS IS WS-GM-STATUS.
000330     SELECT SECURITY-LOG ASSIGN TO "SECLOG"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-SL-STATUS.
000360
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  GL-ACCOUNT-MAP.
000400     COPY GLMAP.
000410 FD  SECURITY-LOG.
000420     COPY SECLOG.
000430
000440 WORKING-STORAGE SECTION.
000450 77  WS-GM-STATUS                  PIC X(02) VALUE "00".
000460 77  WS-SL-STATUS                  PIC X(02) VALUE "00".
000470     COPY SIGNPRM.
000480 77  WS-FUNCTION-CHOICE            PIC 9 VALUE ZERO.
000490 77  WS-DONE-SWITCH                PIC X(01) VALUE "N".
000500     88  MAINT-DONE                VALUE "Y".
000510 77  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
000520     88  END-OF-FILE               VALUE "Y".
000530 77  WS-MAP-KEY                    PIC X(08) VALUE SPACES.
000540 77  WS-TODAY                      PIC 9(08) VALUE ZEROS.
000550 77  WS-MAPS-LISTED                PIC 9(03) COMP VALUE ZERO.
000560
000570 PROCEDURE DIVISION.
000580 0000-MAINLINE.
000590     CALL "SIGNON" USING SIGNON-PARMS
000600     IF NOT SO-SIGNED-ON
000610         GOBACK
000620     END-IF
000630     ACCEPT WS-TODAY FROM DATE YYYYMMDD
000640     OPEN I-O GL-ACCOUNT-MAP
000650     IF WS-GM-STATUS = "35"
000660         OPEN OUTPUT GL-ACCOUNT-MAP
000670         CLOSE GL-ACCOUNT-MAP
000680         OPEN I-O GL-ACCOUNT-MAP
000690     END-IF
000700*> EXTEND fails with status 35 the first time this file
000710*> doesn't exist yet - fall back to creating it
000720     OPEN EXTEND SECURITY-LOG
000730     IF WS-SL-STATUS = "35"
000740         OPEN OUTPUT SECURITY-LOG
000750         CLOSE SECURITY-LOG
000760         OPEN EXTEND SECURITY-LOG
000770     END-IF
000780     PERFORM 1000-SHOW-MENU THRU 1000-EXIT
000790         UNTIL MAINT-DONE
000800     CLOSE GL-ACCOUNT-MAP
000810     CLOSE SECURITY-LOG
000820     GOBACK.
000830
000840*----------------------------------------------------------
000850* SHOW THE MENU AND DISPATCH TO THE CHOSEN FUNCTION
000860*----------------------------------------------------------
000870 1000-SHOW-MENU.
000880     DISPLAY " "
000890     DISPLAY "1. ADD AN ACCOUNT MAPPING"
000900     DISPLAY "2. CHANGE AN ACCOUNT MAPPING"
000910     DISPLAY "3. INQUIRE ON AN ACCOUNT MAPPING"
000920     DISPLAY "4. LIST ALL ACCOUNT MAPPINGS"
000930     DISPLAY "5. DELETE AN ACCOUNT MAPPING"
000940     DISPLAY "6. EXIT"
000950     DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING
000960     ACCEPT WS-FUNCTION-CHOICE
000970     EVALUATE WS-FUNCTION-CHOICE
000980         WHEN 1
000990             PERFORM 2000-ADD-MAPPING THRU 2000-EXIT
001000         WHEN 2
001010             PERFORM 3000-CHANGE-MAPPING THRU 3000-EXIT
001020         WHEN 3
001030             PERFORM 4000-INQUIRE-MAPPING THRU 4000-EXIT
001040         WHEN 4
001050             PERFORM 4500-LIST-MAPPINGS THRU 4500-EXIT
001060         WHEN 5
001070             IF SO-AUTH-LEVEL >= 2
001080                 PERFORM 5000-DELETE-MAPPING THRU 5000-EXIT
001090             ELSE
001100                 DISPLAY "DELETE NEEDS SUPERVISOR AUTHORITY"
001110                 MOVE "DELETE" TO SL-FUNCTION
001120                 PERFORM 9000-LOG-DENIAL THRU 9000-EXIT
001130             END-IF
001140         WHEN 6
001150             SET MAINT-DONE TO TRUE
001160         WHEN OTHER
001170             DISPLAY "PLEASE ENTER A NUMBER 1-6"
001180     END-EVALUATE.
001190 1000-EXIT.
001200     EXIT.
001210
001220*----------------------------------------------------------
001230* ADD A NEW MAP KEY AND THE LEDGER ACCOUNT IT POSTS TO
001240*----------------------------------------------------------
001250 2000-ADD-MAPPING.
001260     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
001270     MOVE WS-MAP-KEY TO GM-MAP-KEY
001280     PERFORM 8100-ACCEPT-ACCOUNT THRU 8100-EXIT
001290     MOVE SPACES TO GM-FILLER
001300     WRITE GL-MAP-RECORD
001310         INVALID KEY
001320             DISPLAY "THAT MAP KEY IS ALREADY ON FILE"
001330         NOT INVALID KEY
001340             DISPLAY "ACCOUNT MAPPING ADDED"
001350     END-WRITE.
001360 2000-EXIT.
001370     EXIT.
001380
001390*----------------------------------------------------------
001400* RE-POINT AN EXISTING MAP KEY AT A DIFFERENT ACCOUNT
001410*----------------------------------------------------------
001420 3000-CHANGE-MAPPING.
001430     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
001440     MOVE WS-MAP-KEY TO GM-MAP-KEY
001450     READ GL-ACCOUNT-MAP
001460         INVALID KEY
001470             DISPLAY "NO MAPPING ON FILE FOR THAT KEY"
001480     END-READ
001490     IF WS-GM-STATUS = "00"
001500         PERFORM 4100-SHOW-MAPPING THRU 4100-EXIT
001510         PERFORM 8100-ACCEPT-ACCOUNT THRU 8100-EXIT
001520         REWRITE GL-MAP-RECORD
001530         DISPLAY "ACCOUNT MAPPING CHANGED"
001540     END-IF.
001550 3000-EXIT.
001560     EXIT.
001570
001580*----------------------------------------------------------
001590* DISPLAY ONE MAPPING
001600*----------------------------------------------------------
001610 4000-INQUIRE-MAPPING.
001620     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
001630     MOVE WS-MAP-KEY TO GM-MAP-KEY
001640     READ GL-ACCOUNT-MAP
001650         INVALID KEY
001660             DISPLAY "NO MAPPING ON FILE FOR THAT KEY"
001670     END-READ
001680     IF WS-GM-STATUS = "00"
001690         PERFORM 4100-SHOW-MAPPING THRU 4100-EXIT
001700     END-IF.
001710 4000-EXIT.
001720     EXIT.
001730
001740 4100-SHOW-MAPPING.
001750     DISPLAY "MAP KEY " GM-MAP-KEY
001760         " ACCOUNT " GM-ACCOUNT " " GM-DESCRIPTION
001770     DISPLAY "  LAST CHANGED BY " GM-CHANGED-BY
001780         " ON " GM-CHANGED-DATE.
001790 4100-EXIT.
001800     EXIT.
001810
001820*----------------------------------------------------------
001830* LIST EVERY MAPPING IN MAP-KEY ORDER
001840*----------------------------------------------------------
001850 4500-LIST-MAPPINGS.
001860     MOVE ZERO TO WS-MAPS-LISTED
001870     MOVE "N" TO WS-EOF-SWITCH
001880     MOVE LOW-VALUES TO GM-MAP-KEY
001890     START GL-ACCOUNT-MAP KEY IS GREATER THAN OR EQUAL
001900             TO GM-MAP-KEY
001910         INVALID KEY
001920             SET END-OF-FILE TO TRUE
001930     END-START
001940     PERFORM 4510-LIST-ONE-MAPPING THRU 4510-EXIT
001950         UNTIL END-OF-FILE
001960     DISPLAY WS-MAPS-LISTED " MAPPING(S) ON FILE".
001970 4500-EXIT.
001980     EXIT.
001990
002000 4510-LIST-ONE-MAPPING.
002010     READ GL-ACCOUNT-MAP NEXT RECORD
002020         AT END
002030             SET END-OF-FILE TO TRUE
002040     END-READ
002050     IF NOT END-OF-FILE
002060         ADD 1 TO WS-MAPS-LISTED
002070         PERFORM 4100-SHOW-MAPPING THRU 4100-EXIT
002080     END-IF.
002090 4510-EXIT.
002100     EXIT.
002110
002120*----------------------------------------------------------
002130* DELETE A MAPPING - GLJRNL WILL HOLD THE NEXT JOURNAL IF
002140* ANYTHING STILL POSTS UNDER THE KEY
002150*----------------------------------------------------------
002160 5000-DELETE-MAPPING.
002170     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
002180     MOVE WS-MAP-KEY TO GM-MAP-KEY
002190     DELETE GL-ACCOUNT-MAP
002200         INVALID KEY
002210             DISPLAY "NO MAPPING ON FILE FOR THAT KEY"
002220         NOT INVALID KEY
002230             DISPLAY "ACCOUNT MAPPING DELETED"
002240     END-DELETE.
002250 5000-EXIT.
002260     EXIT.
002270
002280*----------------------------------------------------------
002290* ACCEPT THE MAP KEY THAT KEYS EVERY FUNCTION ABOVE
002300*----------------------------------------------------------
002310 8000-ACCEPT-KEY.
002320     DISPLAY "ENTER MAP KEY (E.G. WAGEEXP, DEDRET): "
002330         WITH NO ADVANCING
002340     ACCEPT WS-MAP-KEY
002350     PERFORM 8010-REACCEPT-KEY THRU 8010-EXIT
002360         UNTIL WS-MAP-KEY NOT = SPACES.
002370 8000-EXIT.
002380     EXIT.
002390
002400 8010-REACCEPT-KEY.
002410     DISPLAY "MAP KEY CANNOT BE BLANK, TRY AGAIN: "
002420         WITH NO ADVANCING
002430     ACCEPT WS-MAP-KEY.
002440 8010-EXIT.
002450     EXIT.
002460
002470*----------------------------------------------------------
002480* ACCEPT THE LEDGER ACCOUNT AND ITS DESCRIPTION, AND STAMP
002490* WHO SET IT AND WHEN
002500*----------------------------------------------------------
002510 8100-ACCEPT-ACCOUNT.
002520     DISPLAY "  LEDGER ACCOUNT: " WITH NO ADVANCING
002530     ACCEPT GM-ACCOUNT
002540     PERFORM 8110-REACCEPT-ACCOUNT THRU 8110-EXIT
002550         UNTIL GM-ACCOUNT NOT = SPACES
002560     DISPLAY "  DESCRIPTION: " WITH NO ADVANCING
002570     ACCEPT GM-DESCRIPTION
002580     MOVE SO-OPERATOR-ID TO GM-CHANGED-BY
002590     MOVE WS-TODAY TO GM-CHANGED-DATE.
002600 8100-EXIT.
002610     EXIT.
002620
002630 8110-REACCEPT-ACCOUNT.
002640     DISPLAY "  LEDGER ACCOUNT CANNOT BE BLANK, TRY AGAIN: "
002650         WITH NO ADVANCING
002660     ACCEPT GM-ACCOUNT.
002670 8110-EXIT.
002680     EXIT.
002690
002700*----------------------------------------------------------
002710* APPEND A DENIED-FUNCTION EVENT TO THE SECURITY LOG -
002720* SL-FUNCTION IS ALREADY SET BY THE CALLER
002730*----------------------------------------------------------
002740 9000-LOG-DENIAL.
002750     MOVE SO-OPERATOR-ID TO SL-OPERATOR-ID
002760     MOVE "GLMNT" TO SL-PROGRAM
002770     MOVE "DENIED" TO SL-DISPOSITION
002780     ACCEPT SL-TS-DATE FROM DATE YYYYMMDD
002790     ACCEPT SL-TS-TIME FROM TIME
002799     MOVE SPACES TO SL-OTHER-OPERATOR
002800     MOVE SPACES TO SL-FILLER
002810     WRITE SECURITY-LOG-RECORD.
002820 9000-EXIT.
002830     EXIT.
