000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CUSTBRW.
000030 AUTHOR. PAYROLL-SYSTEMS-GROUP.
000040 INSTALLATION. DATA-PROCESSING-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 10/15/26  SM   INITIAL VERSION - BROWSE THE CUSTOMER MASTER
000110* 10/15/26  SM   BY THE FIRST LETTERS OF A NAME AND PICK ONE
000120*----------------------------------------------------------
000130*
000140* CALLED SUBPROGRAM, SHARED BY CUSTINQ AND CUSTMNT, FOR THE
000150* CALLER WHO CANNOT REMEMBER THEIR SSN.  THE CLERK KEYS THE
000160* FIRST LETTERS OF THE NAME (UPPER OR LOWER CASE), AND THE
000170* CUSTOMERS WHOSE NAMES BEGIN WITH THEM COME BACK TEN TO A
000180* PAGE IN NAME ORDER OFF THE CUSTNDX CROSS-REFERENCE, EACH
000190* WITH THE SSN MASKED TO ITS LAST FOUR DIGITS, THE DATE OF
000200* BIRTH AND THE EMPLOYMENT STATUS FROM THE MASTER - ENOUGH
000210* TO CONFIRM WHO IS ON THE PHONE WITHOUT READING OUT A WHOLE
000220* SSN.  THE CLERK PICKS A LINE AND THE CALLER CARRIES ON AS
000230* IF THAT SSN HAD BEEN KEYED.  STRICTLY READ-ONLY.
000240*
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT NAME-INDEX ASSIGN TO "CUSTNDX"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS NX-KEY
000320         FILE STATUS IS WS-NX-STATUS.
000330     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAS"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS RANDOM
000360         RECORD KEY IS CM-SSNUM
000370         FILE STATUS IS WS-CM-STATUS.
000380
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  NAME-INDEX.
000420     COPY CUSTNDX.
000430 FD  CUSTOMER-MASTER.
000440     COPY CUSTMAS.
000450
000460 WORKING-STORAGE SECTION.
000470 77  WS-NX-STATUS                  PIC X(02) VALUE "00".
000480 77  WS-CM-STATUS                  PIC X(02) VALUE "00".
000490 77  WS-MATCH-EOF-SWITCH           PIC X(01) VALUE "N".
000500     88  END-OF-MATCHES            VALUE "Y".
000510 77  WS-BROWSE-DONE-SWITCH         PIC X(01) VALUE "N".
000520     88  BROWSE-DONE               VALUE "Y".
000530 77  WS-PICK-OK                    PIC X(01) VALUE "N".
000540 77  WS-PICK                       PIC 9(02) VALUE ZERO.
000550 77  WS-NAME-LEN                   PIC 9(02) COMP VALUE ZERO.
000560 77  WS-PAGE-COUNT                 PIC 9(02) COMP VALUE ZERO.
000570 77  WS-BROWSE-NAME                PIC X(20) VALUE SPACES.
000580 01  WS-PAGE-TABLE.
000590     05  WS-PG-SSNUM OCCURS 10 TIMES PIC 9(09).
000600 01  WS-BROWSE-LINE.
000610     05  BL-LINE-NO                PIC Z9.
000620     05  FILLER                    PIC X(02) VALUE ". ".
000630     05  FILLER                    PIC X(07) VALUE "***-**-".
000640     05  BL-SSSERIAL               PIC 9(04).
000650     05  FILLER                    PIC X(02) VALUE SPACES.
000660     05  BL-CUST-NAME              PIC X(20).
000670     05  FILLER                    PIC X(06) VALUE "  DOB ".
000680     05  BL-MOB                    PIC 9(02).
000690     05  FILLER                    PIC X(01) VALUE "/".
000700     05  BL-DOB                    PIC 9(02).
000710     05  FILLER                    PIC X(01) VALUE "/".
000720     05  BL-YOB                    PIC 9(04).
000730     05  FILLER                    PIC X(02) VALUE SPACES.
000740     05  BL-EMPLOY-STATUS          PIC X(10).
000750
000760 LINKAGE SECTION.
000770     COPY BRWPRM.
000780
000790 PROCEDURE DIVISION USING NAME-BROWSE-PARMS.
000800 0000-MAINLINE.
000810     MOVE "N" TO BR-PICKED
000820     MOVE ZEROS TO BR-SSNUM
000830     MOVE "N" TO WS-BROWSE-DONE-SWITCH
000840     MOVE "N" TO WS-MATCH-EOF-SWITCH
000850     OPEN INPUT NAME-INDEX
000860     IF WS-NX-STATUS = "35"
000870         DISPLAY "THE NAME INDEX IS NOT BUILT YET - ASK "
000880             "OPERATIONS TO RUN NDXBLD"
000890         GOBACK
000900     END-IF
000910     OPEN INPUT CUSTOMER-MASTER
000920     IF WS-CM-STATUS = "35"
000930         DISPLAY "NO CUSTOMER MASTER ON HAND"
000940         CLOSE NAME-INDEX
000950         GOBACK
000960     END-IF
000970     PERFORM 1000-START-BROWSE THRU 1000-EXIT
000980     PERFORM 2000-SHOW-PAGE THRU 2000-EXIT
000990         UNTIL BROWSE-DONE
001000     CLOSE NAME-INDEX
001010     CLOSE CUSTOMER-MASTER
001020     GOBACK.
001030
001040*----------------------------------------------------------
001050* ACCEPT THE FIRST LETTERS OF THE NAME, FOLD THEM THE WAY
001060* THE CROSS-REFERENCE IS KEYED, AND POSITION ON THE FIRST
001070* NAME THAT BEGINS WITH THEM.  BLANK CANCELS
001080*----------------------------------------------------------
001090 1000-START-BROWSE.
001100     DISPLAY "ENTER THE FIRST LETTERS OF THE NAME (BLANK TO "
001110         "CANCEL): " WITH NO ADVANCING
001120     MOVE SPACES TO WS-BROWSE-NAME
001130     ACCEPT WS-BROWSE-NAME
001140     IF WS-BROWSE-NAME = SPACES
001150         SET BROWSE-DONE TO TRUE
001160         GO TO 1000-EXIT
001170     END-IF
001180     INSPECT WS-BROWSE-NAME CONVERTING
001190         "abcdefghijklmnopqrstuvwxyz"
001200         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
001210*> HOW MANY LETTERS WERE KEYED - ONLY THOSE HAVE TO MATCH
001220     MOVE 20 TO WS-NAME-LEN
001230     PERFORM 1100-DROP-TRAILING-SPACE THRU 1100-EXIT
001240         UNTIL WS-BROWSE-NAME (WS-NAME-LEN:1) NOT = SPACE
001250     MOVE WS-BROWSE-NAME TO NX-NAME-KEY
001260     MOVE ZEROS TO NX-SSNUM
001270     START NAME-INDEX KEY IS GREATER THAN OR EQUAL TO NX-KEY
001280         INVALID KEY
001290             SET END-OF-MATCHES TO TRUE
001300     END-START
001310     IF NOT END-OF-MATCHES
001320         PERFORM 8000-READ-MATCH THRU 8000-EXIT
001330     END-IF
001340     IF END-OF-MATCHES
001350         DISPLAY "NO CUSTOMER NAME BEGINS WITH "
001360             WS-BROWSE-NAME (1:WS-NAME-LEN)
001370         SET BROWSE-DONE TO TRUE
001380     END-IF.
001390 1000-EXIT.
001400     EXIT.
001410
001420 1100-DROP-TRAILING-SPACE.
001430     SUBTRACT 1 FROM WS-NAME-LEN.
001440 1100-EXIT.
001450     EXIT.
001460
001470*----------------------------------------------------------
001480* ONE PAGE: UP TO TEN MATCHES, THEN THE CLERK PICKS ONE,
001490* ASKS FOR THE NEXT PAGE, OR CANCELS
001500*----------------------------------------------------------
001510 2000-SHOW-PAGE.
001520     DISPLAY " "
001530     MOVE ZERO TO WS-PAGE-COUNT
001540     PERFORM 2100-SHOW-ONE-MATCH THRU 2100-EXIT
001550         UNTIL WS-PAGE-COUNT = 10 OR END-OF-MATCHES
001560     IF WS-PAGE-COUNT = ZERO
001570         DISPLAY "NO MORE CUSTOMERS BY THAT NAME"
001580         SET BROWSE-DONE TO TRUE
001590         GO TO 2000-EXIT
001600     END-IF
001610     MOVE "N" TO WS-PICK-OK
001620     PERFORM 2200-ACCEPT-PICK THRU 2200-EXIT
001630         UNTIL WS-PICK-OK = "Y".
001640 2000-EXIT.
001650     EXIT.
001660
001670*----------------------------------------------------------
001680* SHOW THE MATCH IN HAND AND READ AHEAD TO THE NEXT.  AN
001690* ENTRY WHOSE CUSTOMER HAS LEFT THE MASTER IS PASSED OVER
001700*----------------------------------------------------------
001710 2100-SHOW-ONE-MATCH.
001720     MOVE NX-SSNUM TO CM-SSNUM
001730     READ CUSTOMER-MASTER
001740         INVALID KEY
001750             PERFORM 8000-READ-MATCH THRU 8000-EXIT
001760             GO TO 2100-EXIT
001770     END-READ
001780     ADD 1 TO WS-PAGE-COUNT
001790     MOVE CM-SSNUM TO WS-PG-SSNUM (WS-PAGE-COUNT)
001800     MOVE WS-PAGE-COUNT TO BL-LINE-NO
001810     MOVE CM-SSSERIAL TO BL-SSSERIAL
001820     MOVE CM-CUST-NAME TO BL-CUST-NAME
001830     MOVE CM-MOB TO BL-MOB
001840     MOVE CM-DOB TO BL-DOB
001850     MOVE CM-YOB TO BL-YOB
001860     EVALUATE TRUE
001870         WHEN CM-EMP-ON-LEAVE
001880             MOVE "ON LEAVE" TO BL-EMPLOY-STATUS
001890         WHEN CM-EMP-TERMINATED
001900             MOVE "TERMINATED" TO BL-EMPLOY-STATUS
001910         WHEN CM-EMP-DECEASED
001920             MOVE "DECEASED" TO BL-EMPLOY-STATUS
001930         WHEN OTHER
001940             MOVE "ACTIVE" TO BL-EMPLOY-STATUS
001950     END-EVALUATE
001960     DISPLAY WS-BROWSE-LINE
001970     PERFORM 8000-READ-MATCH THRU 8000-EXIT.
001980 2100-EXIT.
001990     EXIT.
002000
002010*----------------------------------------------------------
002020* A LINE NUMBER PICKS THAT CUSTOMER, 99 SHOWS THE NEXT PAGE
002030* WHEN THERE IS ONE, 0 CANCELS - ANYTHING ELSE RE-PROMPTS
002040*----------------------------------------------------------
002050 2200-ACCEPT-PICK.
002060     IF END-OF-MATCHES
002070         DISPLAY "ENTER LINE NUMBER (0 TO CANCEL): "
002080             WITH NO ADVANCING
002090     ELSE
002100         DISPLAY "ENTER LINE NUMBER (99 FOR MORE, 0 TO "
002110             "CANCEL): " WITH NO ADVANCING
002120     END-IF
002130     ACCEPT WS-PICK
002140     IF WS-PICK = ZERO
002150         MOVE "Y" TO WS-PICK-OK
002160         SET BROWSE-DONE TO TRUE
002170     ELSE IF WS-PICK = 99 AND NOT END-OF-MATCHES
002180         MOVE "Y" TO WS-PICK-OK
002190     ELSE IF WS-PICK <= WS-PAGE-COUNT
002200         MOVE "Y" TO WS-PICK-OK
002210         MOVE WS-PG-SSNUM (WS-PICK) TO BR-SSNUM
002220         MOVE "Y" TO BR-PICKED
002230         SET BROWSE-DONE TO TRUE
002240     ELSE
002250         DISPLAY "PLEASE ENTER A LINE NUMBER FROM THE LIST"
002260     END-IF
002270     END-IF
002280     END-IF.
002290 2200-EXIT.
002300     EXIT.
002310
002320*----------------------------------------------------------
002330* READ THE NEXT CROSS-REFERENCE ENTRY - THE MATCHES END AT
002340* THE FIRST NAME THAT NO LONGER BEGINS WITH THE LETTERS
002350*----------------------------------------------------------
002360 8000-READ-MATCH.
002370     READ NAME-INDEX NEXT RECORD
002380         AT END
002390             SET END-OF-MATCHES TO TRUE
002400     END-READ
002410     IF NOT END-OF-MATCHES
002420         IF NX-NAME-KEY (1:WS-NAME-LEN)
002430                 NOT = WS-BROWSE-NAME (1:WS-NAME-LEN)
002440             SET END-OF-MATCHES TO TRUE
002450         END-IF
002460     END-IF.
002470 8000-EXIT.
002480     EXIT.
