000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. CALMNT.
000030 AUTHOR. PAYROLL-SYSTEMS-GROUP.
000040 INSTALLATION. DATA-PROCESSING-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 10/15/26  SM   INITIAL VERSION - PAYROLL CALENDAR MAINTENANCE
000110* 10/15/26  SM   (ADD/CHANGE/INQUIRE/LIST/DELETE), SIGN-ON
000120* 10/15/26  SM   REQUIRED
000130*----------------------------------------------------------
000140*
000150* OPERATOR TRANSACTION PROGRAM AGAINST THE PAYROLL CALENDAR,
000160* MIRRORING STWMNT'S STRUCTURE, KEYED BY DATE.  A DATE IS
000170* KEYED AS A SCHEDULED CHECK DATE (WITH THE PAY PERIOD IT
000180* PAYS), A BANK HOLIDAY, OR BOTH.  NEXT YEAR'S CALENDAR IS
000190* KEYED AHEAD OF TIME AND SITS ON THE FILE UNTIL ITS DATES
000200* COME - PAYEDIT, PAYREG, AND ACHNACHA READ IT THROUGH
000210* CALLOOK, AND CALPRT PRINTS IT FOR THE PAYROLL CLERKS.
000220* EVERY ADD AND CHANGE STAMPS THE OPERATOR AND DATE.  DELETE
000230* IS HELD TO SUPERVISOR AUTHORITY, SAME AS STWMNT.
000240*
000250 ENVIRONMENT DIVISION.
000260 INPUT-OUTPUT SECTION.
000270 FILE-CONTROL.
000280     SELECT PAYROLL-CALENDAR ASSIGN TO "PAYCAL"
000290         ORGANIZATION IS INDEXED
000300         ACCESS MODE IS DYNAMIC
000310         RECORD KEY IS PY-CAL-DATE
000320         FILE STATUS IS WS-PY-STATUS.
000330     SELECT SECURITY-LOG ASSIGN TO "SECLOG"
000340         ORGANIZATION IS LINE SEQUENTIAL
000350         FILE STATUS IS WS-SL-STATUS.
000360
000370 DATA DIVISION.
000380 FILE SECTION.
000390 FD  PAYROLL-CALENDAR.
000400     COPY PAYCAL.
000410 FD  SECURITY-LOG.
000420     COPY SECLOG.
000430
000440 WORKING-STORAGE SECTION.
000450 77  WS-PY-STATUS                  PIC X(02) VALUE "00".
000460 77  WS-SL-STATUS                  PIC X(02) VALUE "00".
000470     COPY SIGNPRM.
000480 77  WS-FUNCTION-CHOICE            PIC 9 VALUE ZERO.
000490 77  WS-DONE-SWITCH                PIC X(01) VALUE "N".
000500     88  MAINT-DONE                VALUE "Y".
000510 77  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
000520     88  END-OF-FILE               VALUE "Y".
000530 77  WS-DATE-OK-SWITCH             PIC X(01) VALUE "N".
000540     88  DATE-IS-VALID             VALUE "Y".
000550 77  WS-KEEP-SWITCH                PIC X(01) VALUE "N".
000560     88  NOTHING-TO-KEEP           VALUE "Y".
000570 77  WS-DATE-KEY                   PIC 9(08) VALUE ZEROS.
000580 77  WS-TODAY                      PIC 9(08) VALUE ZEROS.
000590 77  WS-DAYS-LISTED                PIC 9(05) COMP VALUE ZERO.
000600 77  WS-MONTH-DAYS                 PIC 9(02) VALUE ZERO.
000610 77  WS-LEAP-QUOTIENT              PIC 9(04) VALUE ZERO.
000620 77  WS-LEAP-REM-4                 PIC 9(03) VALUE ZERO.
000630 77  WS-LEAP-REM-100               PIC 9(03) VALUE ZERO.
000640 77  WS-LEAP-REM-400               PIC 9(03) VALUE ZERO.
000650 01  WS-EDIT-DATE.
000660     05  WS-ED-YYYY                PIC 9(04).
000670     05  WS-ED-MM                  PIC 9(02).
000680     05  WS-ED-DD                  PIC 9(02).
000690 01  WS-EDIT-DATE-N REDEFINES WS-EDIT-DATE
000700                                   PIC 9(08).
000710
000720 PROCEDURE DIVISION.
000730 0000-MAINLINE.
000740     CALL "SIGNON" USING SIGNON-PARMS
000750     IF NOT SO-SIGNED-ON
000760         GOBACK
000770     END-IF
000780     ACCEPT WS-TODAY FROM DATE YYYYMMDD
000790     OPEN I-O PAYROLL-CALENDAR
000800     IF WS-PY-STATUS = "35"
000810         OPEN OUTPUT PAYROLL-CALENDAR
000820         CLOSE PAYROLL-CALENDAR
000830         OPEN I-O PAYROLL-CALENDAR
000840     END-IF
000850*> EXTEND fails with status 35 the first time this file
000860*> doesn't exist yet - fall back to creating it
000870     OPEN EXTEND SECURITY-LOG
000880     IF WS-SL-STATUS = "35"
000890         OPEN OUTPUT SECURITY-LOG
000900         CLOSE SECURITY-LOG
000910         OPEN EXTEND SECURITY-LOG
000920     END-IF
000930     PERFORM 1000-SHOW-MENU THRU 1000-EXIT
000940         UNTIL MAINT-DONE
000950     CLOSE PAYROLL-CALENDAR
000960     CLOSE SECURITY-LOG
000970     GOBACK.
000980
000990*----------------------------------------------------------
001000* SHOW THE MENU AND DISPATCH TO THE CHOSEN FUNCTION
001010*----------------------------------------------------------
001020 1000-SHOW-MENU.
001030     DISPLAY " "
001040     DISPLAY "1. ADD A CALENDAR DATE"
001050     DISPLAY "2. CHANGE A CALENDAR DATE"
001060     DISPLAY "3. INQUIRE ON A CALENDAR DATE"
001070     DISPLAY "4. LIST THE CALENDAR"
001080     DISPLAY "5. DELETE A CALENDAR DATE"
001090     DISPLAY "6. EXIT"
001100     DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING
001110     ACCEPT WS-FUNCTION-CHOICE
001120     EVALUATE WS-FUNCTION-CHOICE
001130         WHEN 1
001140             PERFORM 2000-ADD-CAL-DATE THRU 2000-EXIT
001150         WHEN 2
001160             PERFORM 3000-CHANGE-CAL-DATE THRU 3000-EXIT
001170         WHEN 3
001180             PERFORM 4000-INQUIRE-CAL-DATE THRU 4000-EXIT
001190         WHEN 4
001200             PERFORM 4500-LIST-CALENDAR THRU 4500-EXIT
001210         WHEN 5
001220             IF SO-AUTH-LEVEL >= 2
001230                 PERFORM 5000-DELETE-CAL-DATE THRU 5000-EXIT
001240             ELSE
001250                 DISPLAY "DELETE NEEDS SUPERVISOR AUTHORITY"
001260                 MOVE "DELETE" TO SL-FUNCTION
001270                 PERFORM 9000-LOG-DENIAL THRU 9000-EXIT
001280             END-IF
001290         WHEN 6
001300             SET MAINT-DONE TO TRUE
001310         WHEN OTHER
001320             DISPLAY "PLEASE ENTER A NUMBER 1-6"
001330     END-EVALUATE.
001340 1000-EXIT.
001350     EXIT.
001360
001370*----------------------------------------------------------
001380* ADD A NEW CALENDAR DATE
001390*----------------------------------------------------------
001400 2000-ADD-CAL-DATE.
001410     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
001420     MOVE WS-DATE-KEY TO PY-CAL-DATE
001430     PERFORM 8100-ACCEPT-DAY THRU 8100-EXIT
001440     IF NOTHING-TO-KEEP
001450         DISPLAY "NEITHER A CHECK DATE NOR A HOLIDAY - NOT ADDED"
001460         GO TO 2000-EXIT
001470     END-IF
001480     MOVE SPACES TO PY-FILLER
001490     WRITE PAYROLL-CALENDAR-RECORD
001500         INVALID KEY
001510             DISPLAY "THAT DATE IS ALREADY ON THE CALENDAR"
001520         NOT INVALID KEY
001530             DISPLAY "CALENDAR DATE ADDED"
001540     END-WRITE.
001550 2000-EXIT.
001560     EXIT.
001570
001580*----------------------------------------------------------
001590* RE-KEY AN EXISTING DATE'S CHECK-DATE AND HOLIDAY FIELDS
001600*----------------------------------------------------------
001610 3000-CHANGE-CAL-DATE.
001620     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
001630     MOVE WS-DATE-KEY TO PY-CAL-DATE
001640     READ PAYROLL-CALENDAR
001650         INVALID KEY
001660             DISPLAY "THAT DATE IS NOT ON THE CALENDAR"
001670     END-READ
001680     IF WS-PY-STATUS NOT = "00"
001690         GO TO 3000-EXIT
001700     END-IF
001710     PERFORM 4100-SHOW-CAL-DATE THRU 4100-EXIT
001720     PERFORM 8100-ACCEPT-DAY THRU 8100-EXIT
001730     IF NOTHING-TO-KEEP
001740         DISPLAY "NEITHER A CHECK DATE NOR A HOLIDAY - DELETE "
001750             "THE DATE INSTEAD"
001760         GO TO 3000-EXIT
001770     END-IF
001780     REWRITE PAYROLL-CALENDAR-RECORD
001790     DISPLAY "CALENDAR DATE CHANGED".
001800 3000-EXIT.
001810     EXIT.
001820
001830*----------------------------------------------------------
001840* DISPLAY ONE CALENDAR DATE
001850*----------------------------------------------------------
001860 4000-INQUIRE-CAL-DATE.
001870     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
001880     MOVE WS-DATE-KEY TO PY-CAL-DATE
001890     READ PAYROLL-CALENDAR
001900         INVALID KEY
001910             DISPLAY "THAT DATE IS NOT ON THE CALENDAR"
001920     END-READ
001930     IF WS-PY-STATUS = "00"
001940         PERFORM 4100-SHOW-CAL-DATE THRU 4100-EXIT
001950     END-IF.
001960 4000-EXIT.
001970     EXIT.
001980
001990 4100-SHOW-CAL-DATE.
002000     DISPLAY "DATE: " PY-CAL-DATE
002010     IF PY-CHECK-DATE
002020         DISPLAY "  CHECK DATE FOR PERIOD " PY-PERIOD-NUMBER
002030             "  " PY-PERIOD-BEGIN " THRU " PY-PERIOD-END
002040     END-IF
002050     IF PY-BANK-HOLIDAY
002060         DISPLAY "  BANK HOLIDAY - " PY-HOLIDAY-NAME
002070     END-IF
002080     DISPLAY "  LAST CHANGED BY " PY-CHANGED-BY
002090         " ON " PY-CHANGED-DATE.
002100 4100-EXIT.
002110     EXIT.
002120
002130*----------------------------------------------------------
002140* LIST EVERY CALENDAR DATE IN DATE ORDER
002150*----------------------------------------------------------
002160 4500-LIST-CALENDAR.
002170     MOVE ZERO TO WS-DAYS-LISTED
002180     MOVE "N" TO WS-EOF-SWITCH
002190     MOVE LOW-VALUES TO PY-CAL-DATE
002200     START PAYROLL-CALENDAR KEY IS GREATER THAN OR EQUAL
002210             TO PY-CAL-DATE
002220         INVALID KEY
002230             SET END-OF-FILE TO TRUE
002240     END-START
002250     PERFORM 4510-LIST-ONE-DATE THRU 4510-EXIT
002260         UNTIL END-OF-FILE
002270     DISPLAY WS-DAYS-LISTED " CALENDAR DATE(S) ON FILE".
002280 4500-EXIT.
002290     EXIT.
002300
002310 4510-LIST-ONE-DATE.
002320     READ PAYROLL-CALENDAR NEXT RECORD
002330         AT END
002340             SET END-OF-FILE TO TRUE
002350     END-READ
002360     IF NOT END-OF-FILE
002370         ADD 1 TO WS-DAYS-LISTED
002380         PERFORM 4100-SHOW-CAL-DATE THRU 4100-EXIT
002390     END-IF.
002400 4510-EXIT.
002410     EXIT.
002420
002430*----------------------------------------------------------
002440* DELETE A CALENDAR DATE - IT GOES BACK TO BEING AN ORDINARY
002450* DAY.  A CHECK DATE DELETED AFTER ITS PAYROLL HAS RUN ONLY
002460* CHANGES WHAT CALPRT PRINTS; HISTORY KEEPS THE DATE IT PAID
002470*----------------------------------------------------------
002480 5000-DELETE-CAL-DATE.
002490     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
002500     MOVE WS-DATE-KEY TO PY-CAL-DATE
002510     DELETE PAYROLL-CALENDAR
002520         INVALID KEY
002530             DISPLAY "THAT DATE IS NOT ON THE CALENDAR"
002540         NOT INVALID KEY
002550             DISPLAY "CALENDAR DATE DELETED"
002560     END-DELETE.
002570 5000-EXIT.
002580     EXIT.
002590
002600*----------------------------------------------------------
002610* ACCEPT THE CALENDAR DATE THAT KEYS EVERY FUNCTION ABOVE
002620*----------------------------------------------------------
002630 8000-ACCEPT-KEY.
002640     DISPLAY "ENTER CALENDAR DATE (YYYYMMDD): "
002650         WITH NO ADVANCING
002660     ACCEPT WS-DATE-KEY
002670     MOVE WS-DATE-KEY TO WS-EDIT-DATE-N
002680     PERFORM 8300-EDIT-DATE THRU 8300-EXIT
002690     PERFORM 8010-REACCEPT-KEY THRU 8010-EXIT
002700         UNTIL DATE-IS-VALID.
002710 8000-EXIT.
002720     EXIT.
002730
002740 8010-REACCEPT-KEY.
002750     DISPLAY "CALENDAR DATE LOOKS WRONG, TRY AGAIN: "
002760         WITH NO ADVANCING
002770     ACCEPT WS-DATE-KEY
002780     MOVE WS-DATE-KEY TO WS-EDIT-DATE-N
002790     PERFORM 8300-EDIT-DATE THRU 8300-EXIT.
002800 8010-EXIT.
002810     EXIT.
002820
002830*----------------------------------------------------------
002840* ACCEPT WHETHER THE DATE IS A CHECK DATE (AND THE PERIOD
002850* IT PAYS) AND WHETHER IT IS A BANK HOLIDAY (AND ITS NAME),
002860* AND STAMP WHO SET THEM AND WHEN.  A DATE THAT IS NEITHER
002870* SETS NOTHING-TO-KEEP FOR THE CALLER
002880*----------------------------------------------------------
002890 8100-ACCEPT-DAY.
002900     MOVE "N" TO WS-KEEP-SWITCH
002910     DISPLAY "  SCHEDULED CHECK DATE (Y/N): " WITH NO ADVANCING
002920     ACCEPT PY-CHECK-DATE-FLAG
002930     PERFORM 8110-REACCEPT-CHECK-FLAG THRU 8110-EXIT
002940         UNTIL PY-VALID-CHECK-FLAG
002950     IF PY-CHECK-DATE
002960         PERFORM 8200-ACCEPT-PERIOD THRU 8200-EXIT
002970     ELSE
002980         MOVE ZERO TO PY-PERIOD-NUMBER
002990         MOVE ZERO TO PY-PERIOD-BEGIN
003000         MOVE ZERO TO PY-PERIOD-END
003010     END-IF
003020     DISPLAY "  BANK HOLIDAY (Y/N): " WITH NO ADVANCING
003030     ACCEPT PY-HOLIDAY-FLAG
003040     PERFORM 8120-REACCEPT-HOLIDAY-FLAG THRU 8120-EXIT
003050         UNTIL PY-VALID-HOLIDAY-FLAG
003060     IF PY-BANK-HOLIDAY
003070         DISPLAY "  HOLIDAY NAME: " WITH NO ADVANCING
003080         ACCEPT PY-HOLIDAY-NAME
003090         PERFORM 8130-REACCEPT-HOLIDAY-NAME THRU 8130-EXIT
003100             UNTIL PY-HOLIDAY-NAME NOT = SPACES
003110     ELSE
003120         MOVE SPACES TO PY-HOLIDAY-NAME
003130     END-IF
003140     IF NOT PY-CHECK-DATE AND NOT PY-BANK-HOLIDAY
003150         SET NOTHING-TO-KEEP TO TRUE
003160     END-IF
003170     MOVE SO-OPERATOR-ID TO PY-CHANGED-BY
003180     MOVE WS-TODAY TO PY-CHANGED-DATE.
003190 8100-EXIT.
003200     EXIT.
003210
003220 8110-REACCEPT-CHECK-FLAG.
003230     DISPLAY "  PLEASE ANSWER Y OR N: " WITH NO ADVANCING
003240     ACCEPT PY-CHECK-DATE-FLAG.
003250 8110-EXIT.
003260     EXIT.
003270
003280 8120-REACCEPT-HOLIDAY-FLAG.
003290     DISPLAY "  PLEASE ANSWER Y OR N: " WITH NO ADVANCING
003300     ACCEPT PY-HOLIDAY-FLAG.
003310 8120-EXIT.
003320     EXIT.
003330
003340 8130-REACCEPT-HOLIDAY-NAME.
003350     DISPLAY "  A HOLIDAY NEEDS A NAME: " WITH NO ADVANCING
003360     ACCEPT PY-HOLIDAY-NAME.
003370 8130-EXIT.
003380     EXIT.
003390
003400*----------------------------------------------------------
003410* THE PAY PERIOD A CHECK DATE PAYS: ITS NUMBER WITHIN THE
003420* YEAR (1-53) AND ITS FIRST AND LAST DAYS, FIRST NOT AFTER
003430* LAST
003440*----------------------------------------------------------
003450 8200-ACCEPT-PERIOD.
003460     DISPLAY "  PAY PERIOD NUMBER (1-53): " WITH NO ADVANCING
003470     ACCEPT PY-PERIOD-NUMBER
003480     PERFORM 8210-REACCEPT-PERIOD-NUMBER THRU 8210-EXIT
003490         UNTIL PY-PERIOD-NUMBER NUMERIC
003500             AND PY-PERIOD-NUMBER > ZERO
003510             AND PY-PERIOD-NUMBER < 54
003520     DISPLAY "  PERIOD BEGIN DATE (YYYYMMDD): " WITH NO ADVANCING
003530     ACCEPT PY-PERIOD-BEGIN
003540     MOVE PY-PERIOD-BEGIN TO WS-EDIT-DATE-N
003550     PERFORM 8300-EDIT-DATE THRU 8300-EXIT
003560     PERFORM 8220-REACCEPT-PERIOD-BEGIN THRU 8220-EXIT
003570         UNTIL DATE-IS-VALID
003580     DISPLAY "  PERIOD END DATE (YYYYMMDD): " WITH NO ADVANCING
003590     ACCEPT PY-PERIOD-END
003600     MOVE PY-PERIOD-END TO WS-EDIT-DATE-N
003610     PERFORM 8300-EDIT-DATE THRU 8300-EXIT
003620     IF PY-PERIOD-END < PY-PERIOD-BEGIN
003630         MOVE "N" TO WS-DATE-OK-SWITCH
003640     END-IF
003650     PERFORM 8230-REACCEPT-PERIOD-END THRU 8230-EXIT
003660         UNTIL DATE-IS-VALID.
003670 8200-EXIT.
003680     EXIT.
003690
003700 8210-REACCEPT-PERIOD-NUMBER.
003710     DISPLAY "  PERIOD NUMBER LOOKS WRONG, TRY AGAIN: "
003720         WITH NO ADVANCING
003730     ACCEPT PY-PERIOD-NUMBER.
003740 8210-EXIT.
003750     EXIT.
003760
003770 8220-REACCEPT-PERIOD-BEGIN.
003780     DISPLAY "  BEGIN DATE LOOKS WRONG, TRY AGAIN: "
003790         WITH NO ADVANCING
003800     ACCEPT PY-PERIOD-BEGIN
003810     MOVE PY-PERIOD-BEGIN TO WS-EDIT-DATE-N
003820     PERFORM 8300-EDIT-DATE THRU 8300-EXIT.
003830 8220-EXIT.
003840     EXIT.
003850
003860 8230-REACCEPT-PERIOD-END.
003870     DISPLAY "  END DATE MUST BE A DATE NOT BEFORE THE BEGIN "
003880         "DATE, TRY AGAIN: " WITH NO ADVANCING
003890     ACCEPT PY-PERIOD-END
003900     MOVE PY-PERIOD-END TO WS-EDIT-DATE-N
003910     PERFORM 8300-EDIT-DATE THRU 8300-EXIT
003920     IF PY-PERIOD-END < PY-PERIOD-BEGIN
003930         MOVE "N" TO WS-DATE-OK-SWITCH
003940     END-IF.
003950 8230-EXIT.
003960     EXIT.
003970
003980*----------------------------------------------------------
003990* IS WS-EDIT-DATE A REAL CALENDAR DATE?  FEBRUARY HAS 29
004000* DAYS IN A YEAR DIVISIBLE BY 4, EXCEPT CENTURIES NOT
004010* DIVISIBLE BY 400
004020*----------------------------------------------------------
004030 8300-EDIT-DATE.
004040     MOVE "N" TO WS-DATE-OK-SWITCH
004050     IF WS-EDIT-DATE NOT NUMERIC
004060         GO TO 8300-EXIT
004070     END-IF
004080     IF WS-ED-YYYY < 1900
004090             OR WS-ED-MM < 1 OR WS-ED-MM > 12
004100             OR WS-ED-DD < 1
004110         GO TO 8300-EXIT
004120     END-IF
004130     EVALUATE WS-ED-MM
004140         WHEN 4
004150         WHEN 6
004160         WHEN 9
004170         WHEN 11
004180             MOVE 30 TO WS-MONTH-DAYS
004190         WHEN 2
004200             DIVIDE WS-ED-YYYY BY 4 GIVING WS-LEAP-QUOTIENT
004210                 REMAINDER WS-LEAP-REM-4
004220             DIVIDE WS-ED-YYYY BY 100 GIVING WS-LEAP-QUOTIENT
004230                 REMAINDER WS-LEAP-REM-100
004240             DIVIDE WS-ED-YYYY BY 400 GIVING WS-LEAP-QUOTIENT
004250                 REMAINDER WS-LEAP-REM-400
004260             IF WS-LEAP-REM-4 = ZERO
004270                     AND (WS-LEAP-REM-100 NOT = ZERO
004280                         OR WS-LEAP-REM-400 = ZERO)
004290                 MOVE 29 TO WS-MONTH-DAYS
004300             ELSE
004310                 MOVE 28 TO WS-MONTH-DAYS
004320             END-IF
004330         WHEN OTHER
004340             MOVE 31 TO WS-MONTH-DAYS
004350     END-EVALUATE
004360     IF WS-ED-DD > WS-MONTH-DAYS
004370         GO TO 8300-EXIT
004380     END-IF
004390     SET DATE-IS-VALID TO TRUE.
004400 8300-EXIT.
004410     EXIT.
004420
004430*----------------------------------------------------------
004440* APPEND A DENIED-FUNCTION EVENT TO THE SECURITY LOG -
004450* SL-FUNCTION IS ALREADY SET BY THE CALLER
004460*----------------------------------------------------------
004470 9000-LOG-DENIAL.
004480     MOVE SO-OPERATOR-ID TO SL-OPERATOR-ID
004490     MOVE "CALMNT" TO SL-PROGRAM
004500     MOVE "DENIED" TO SL-DISPOSITION
004510     ACCEPT SL-TS-DATE FROM DATE YYYYMMDD
004520     ACCEPT SL-TS-TIME FROM TIME
004529     MOVE SPACES TO SL-OTHER-OPERATOR
004530     MOVE SPACES TO SL-FILLER
004540     WRITE SECURITY-LOG-RECORD.
004550 9000-EXIT.
004560     EXIT.
