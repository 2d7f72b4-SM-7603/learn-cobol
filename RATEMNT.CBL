000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RATEMNT.
000030 AUTHOR. PAYROLL-SYSTEMS-GROUP.
000040 INSTALLATION. DATA-PROCESSING-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 10/15/26  SM   INITIAL VERSION - EFFECTIVE-DATED PAY RATE
000110* 10/15/26  SM   MAINTENANCE (ADD/INQUIRE/LIST RETRO/DELETE),
000120* 10/15/26  SM   OPERATOR SIGN-ON REQUIRED
000121* 10/15/26  SM   DUAL CONTROL - A NEW CHANGE IS QUEUED ON CHGQUE
000122* 10/15/26  SM   FOR A SUPERVISOR TO APPROVE IN CHGAPR
000130*----------------------------------------------------------
000140*
000150* OPERATOR TRANSACTION PROGRAM AGAINST THE PAY RATE HISTORY,
000160* MIRRORING TXPMNT'S STRUCTURE, KEYED BY SSNUM PLUS THE DATE
000170* THE RATE TAKES EFFECT.  A CLERK KEYS AN APPROVED RAISE THE
000180* DAY THE PAPERWORK ARRIVES, AHEAD OF ITS EFFECTIVE DATE IF
000190* NEED BE; PAYEDIT AND PAYREG PAY WHATEVER RATE IS IN FORCE
000200* ON THE CHECK DATE (RATELOOK).  A CHANGE IS NEVER CHANGED
000210* IN PLACE - A WRONG ONE IS DELETED AND KEYED AGAIN, OR A
000220* LATER ONE IS KEYED OVER IT.
000230*
000231* A NEW CHANGE IS UNDER DUAL CONTROL: IT GOES ON THE PENDING-
000232* CHANGE QUEUE WITH THE RATE IT REPLACES, NOT ON THE HISTORY,
000233* AND THE OLD RATE KEEPS BEING PAID UNTIL A DIFFERENT OPERATOR
000234* AT SUPERVISOR AUTHORITY APPROVES IT IN CHGAPR.  ONE CHANGE
000235* PER CUSTOMER WAITS AT A TIME.
000236*
000240* A CHANGE EFFECTIVE ON OR BEFORE THE DAY IT IS APPROVED IS
000250* BACKDATED: CHECKS MAY ALREADY HAVE POSTED AT THE OLD RATE,
000260* SO CHGAPR FLAGS IT RETRO PENDING AND THE RETROPAY BATCH
000261* PAYS THE DIFFERENCE.  THE CLERK IS WARNED AT THE COUNTER
000262* WHEN THE DATE KEYED HAS ALREADY COME.
000280* DELETE IS HELD TO SUPERVISOR AUTHORITY, SAME AS TXPMNT, AND
000290* ONLY TAKES A CHANGE THAT IS NOT YET IN FORCE - ONE THAT HAS
000300* PAID A CHECK IS PART OF THE PAY RECORD.
000310*
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT PAY-RATE-HISTORY ASSIGN TO "RATEHIST"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS RH-KEY
000390         FILE STATUS IS WS-RH-STATUS.
000400     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAS"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS CM-SSNUM
000440         FILE STATUS IS WS-CM-STATUS.
000450     SELECT SECURITY-LOG ASSIGN TO "SECLOG"
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS WS-SL-STATUS.
000471     SELECT PENDING-CHANGES ASSIGN TO "CHGQUE"
000472         ORGANIZATION IS INDEXED
000473         ACCESS MODE IS DYNAMIC
000474         RECORD KEY IS PC-KEY
000475         FILE STATUS IS WS-PC-STATUS.
000480
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  PAY-RATE-HISTORY.
000520     COPY PAYRATE.
000530 FD  CUSTOMER-MASTER.
000540     COPY CUSTMAS.
000550 FD  SECURITY-LOG.
000560     COPY SECLOG.
000561 FD  PENDING-CHANGES.
000562     COPY CHGPEND.
000570
000580 WORKING-STORAGE SECTION.
000590 77  WS-RH-STATUS                  PIC X(02) VALUE "00".
000600 77  WS-CM-STATUS                  PIC X(02) VALUE "00".
000610 77  WS-SL-STATUS                  PIC X(02) VALUE "00".
000611 77  WS-PC-STATUS                  PIC X(02) VALUE "00".
000620     COPY SIGNPRM.
000630 77  WS-FUNCTION-CHOICE            PIC 9 VALUE ZERO.
000640 77  WS-DONE-SWITCH                PIC X(01) VALUE "N".
000650     88  MAINT-DONE                VALUE "Y".
000660 77  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
000670     88  END-OF-FILE               VALUE "Y".
000680 77  WS-SSN-OK                     PIC X(01) VALUE "N".
000681 77  WS-PENDING-SWITCH             PIC X(01) VALUE "N".
000682     88  CHANGE-PENDING            VALUE "Y".
000683 77  WS-SCAN-SWITCH                PIC X(01) VALUE "N".
000684     88  SCAN-DONE                 VALUE "Y".
000690 77  WS-ENTRIES-LISTED             PIC 9(05) COMP VALUE ZERO.
000700 77  WS-NEW-RATE                   PIC 9(3)V99 VALUE ZERO.
000710 77  WS-NEW-EFFECTIVE              PIC 9(08) VALUE ZERO.
000720 77  WS-PRIOR-RATE                 PIC 9(3)V99 VALUE ZERO.
000730 77  WS-IN-FORCE-DATE              PIC 9(08) VALUE ZERO.
000740 77  WS-IN-FORCE-MARK              PIC X(10) VALUE SPACES.
000750 01  WS-SSNUM-KEY.
000760     05  WS-KEY-SSAREA             PIC 999.
000770     05  WS-KEY-SSGROUP            PIC 99.
000780     05  WS-KEY-SSSERIAL           PIC 9999.
000790 01  WS-SSNUM-KEY-N REDEFINES WS-SSNUM-KEY
000800                                   PIC 9(09).
000810 01  WS-RUN-DATE                   PIC 9(08) VALUE ZEROS.
000811 01  WS-RUN-TIME                   PIC 9(08) VALUE ZEROS.
000820
000830 PROCEDURE DIVISION.
000840 0000-MAINLINE.
000850     CALL "SIGNON" USING SIGNON-PARMS
000860     IF NOT SO-SIGNED-ON
000870         GOBACK
000880     END-IF
000890     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
000900     OPEN I-O PAY-RATE-HISTORY
000910     IF WS-RH-STATUS = "35"
000920         OPEN OUTPUT PAY-RATE-HISTORY
000930         CLOSE PAY-RATE-HISTORY
000940         OPEN I-O PAY-RATE-HISTORY
000950     END-IF
000960     OPEN INPUT CUSTOMER-MASTER
000970*> EXTEND fails with status 35 the first time this file
000980*> doesn't exist yet - fall back to creating it
000990     OPEN EXTEND SECURITY-LOG
001000     IF WS-SL-STATUS = "35"
001010         OPEN OUTPUT SECURITY-LOG
001020         CLOSE SECURITY-LOG
001030         OPEN EXTEND SECURITY-LOG
001040     END-IF
001041     OPEN I-O PENDING-CHANGES
001042     IF WS-PC-STATUS = "35"
001043         OPEN OUTPUT PENDING-CHANGES
001044         CLOSE PENDING-CHANGES
001045         OPEN I-O PENDING-CHANGES
001046     END-IF
001050     PERFORM 1000-SHOW-MENU THRU 1000-EXIT
001060         UNTIL MAINT-DONE
001070     CLOSE PAY-RATE-HISTORY
001071     CLOSE PENDING-CHANGES
001080     IF WS-CM-STATUS NOT = "35"
001090         CLOSE CUSTOMER-MASTER
001100     END-IF
001110     CLOSE SECURITY-LOG
001120     GOBACK.
001130
001140*----------------------------------------------------------
001150* SHOW THE MENU AND DISPATCH TO THE CHOSEN FUNCTION
001160*----------------------------------------------------------
001170 1000-SHOW-MENU.
001180     DISPLAY " "
001190     DISPLAY "1. ADD A PAY RATE CHANGE"
001200     DISPLAY "2. INQUIRE ON A CUSTOMER'S RATE HISTORY"
001210     DISPLAY "3. LIST CHANGES WAITING ON RETRO PAY"
001220     DISPLAY "4. DELETE A PAY RATE CHANGE"
001230     DISPLAY "5. EXIT"
001240     DISPLAY "ENTER YOUR CHOICE: " WITH NO ADVANCING
001250     ACCEPT WS-FUNCTION-CHOICE
001260     EVALUATE WS-FUNCTION-CHOICE
001270         WHEN 1
001280             PERFORM 2000-ADD-CHANGE THRU 2000-EXIT
001290         WHEN 2
001300             PERFORM 4000-INQUIRE-HISTORY THRU 4000-EXIT
001310         WHEN 3
001320             PERFORM 4500-LIST-RETRO-PENDING THRU 4500-EXIT
001330         WHEN 4
001340             IF SO-AUTH-LEVEL >= 2
001350                 PERFORM 5000-DELETE-CHANGE THRU 5000-EXIT
001360             ELSE
001370                 DISPLAY "DELETE NEEDS SUPERVISOR AUTHORITY"
001380                 MOVE "DELETE" TO SL-FUNCTION
001390                 PERFORM 9000-LOG-DENIAL THRU 9000-EXIT
001400             END-IF
001410         WHEN 5
001420             SET MAINT-DONE TO TRUE
001430         WHEN OTHER
001440             DISPLAY "PLEASE ENTER A NUMBER 1-5"
001450     END-EVALUATE.
001460 1000-EXIT.
001470     EXIT.
001480
001490*----------------------------------------------------------
001491* QUEUE ONE RATE CHANGE FOR A CUSTOMER ON THE MASTER.  THE
001510* PRIOR RATE IS WHATEVER WAS IN FORCE ON THE EFFECTIVE DATE
001520* BEFORE THIS CHANGE - THE HISTORY IF IT HAS AN ENTRY, THE
001530* MASTER'S LAST-PAID RATE IF NOT.  CHGAPR WORKS IT OUT AGAIN
001531* WHEN IT APPLIES THE CHANGE
001540*----------------------------------------------------------
001550 2000-ADD-CHANGE.
001560     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
001570     MOVE WS-SSNUM-KEY TO CM-SSNUM
001580     READ CUSTOMER-MASTER
001590         INVALID KEY
001600             DISPLAY "NO CUSTOMER MASTER RECORD FOR THAT SSN"
001610             GO TO 2000-EXIT
001620     END-READ
001621     PERFORM 8300-FIND-PENDING THRU 8300-EXIT
001622     IF CHANGE-PENDING
001623         GO TO 2000-EXIT
001624     END-IF
001630     DISPLAY "CUSTOMER:         " CM-CUST-NAME
001640     DISPLAY "LAST RATE PAID:   " CM-PAY-RATE
001650     DISPLAY "EFFECTIVE DATE (YYYYMMDD, 0 = TODAY): "
001660         WITH NO ADVANCING
001670     ACCEPT WS-NEW-EFFECTIVE
001680     IF WS-NEW-EFFECTIVE = ZERO
001690         MOVE WS-RUN-DATE TO WS-NEW-EFFECTIVE
001700     END-IF
001710     DISPLAY "NEW PAY RATE (999V99): " WITH NO ADVANCING
001720     ACCEPT WS-NEW-RATE
001730     IF WS-NEW-RATE = ZERO
001740         DISPLAY "A PAY RATE CANNOT BE ZERO - NOTHING ADDED"
001750         GO TO 2000-EXIT
001760     END-IF
001761     MOVE WS-SSNUM-KEY-N TO RH-SSNUM
001762     MOVE WS-NEW-EFFECTIVE TO RH-EFFECTIVE-DATE
001763     READ PAY-RATE-HISTORY
001764         INVALID KEY
001765             CONTINUE
001766     END-READ
001767     IF WS-RH-STATUS = "00"
001768         DISPLAY "A RATE CHANGE IS ALREADY KEYED FOR THAT "
001769             "DATE - DELETE IT FIRST"
001770         GO TO 2000-EXIT
001771     END-IF
001772     PERFORM 2100-FIND-PRIOR-RATE THRU 2100-EXIT
001773     ACCEPT WS-RUN-TIME FROM TIME
001774     MOVE WS-SSNUM-KEY-N TO PC-SSNUM
001775     SET PC-RATE-CHANGE TO TRUE
001776     MOVE WS-RUN-DATE TO PC-ENTERED-DATE
001777     MOVE WS-RUN-TIME TO PC-ENTERED-TIME
001778     SET PC-ADD-ACTION TO TRUE
001779     MOVE SPACES TO PC-OLD-VALUE
001780     MOVE WS-PRIOR-RATE TO PC-OLD-RATE
001781     MOVE SPACES TO PC-NEW-VALUE
001782     MOVE WS-NEW-RATE TO PC-NEW-RATE
001783     MOVE WS-NEW-EFFECTIVE TO PC-RATE-EFFECTIVE
001784     MOVE SO-OPERATOR-ID TO PC-ENTERED-BY
001785     SET PC-PENDING TO TRUE
001786     MOVE SPACES TO PC-DECIDED-BY
001787     MOVE ZEROS TO PC-DECIDED-DATE
001788     MOVE ZEROS TO PC-DECIDED-TIME
001789     MOVE SPACES TO PC-FILLER
001790     WRITE PENDING-CHANGE-RECORD
001791         INVALID KEY
001792             DISPLAY "COULD NOT QUEUE THE CHANGE - TRY AGAIN"
001793             GO TO 2000-EXIT
001794     END-WRITE
001795     DISPLAY "RATE CHANGE QUEUED FOR SUPERVISOR APPROVAL - "
001796         WS-PRIOR-RATE " TO " WS-NEW-RATE " FROM "
001797         WS-NEW-EFFECTIVE
001990     IF WS-NEW-EFFECTIVE NOT > WS-RUN-DATE
002000         DISPLAY "NOTE: BACKDATED - CHECKS ALREADY POSTED SINCE "
002010             WS-NEW-EFFECTIVE " ARE PAID THE DIFFERENCE BY "
002020             "THE NEXT APPROVED RETROPAY RUN"
002030     END-IF.
002040 2000-EXIT.
002050     EXIT.
002060
002070 2100-FIND-PRIOR-RATE.
002080     MOVE CM-PAY-RATE TO WS-PRIOR-RATE
002090     MOVE "N" TO WS-EOF-SWITCH
002100     MOVE WS-SSNUM-KEY-N TO RH-SSNUM
002110     MOVE ZEROS TO RH-EFFECTIVE-DATE
002120     START PAY-RATE-HISTORY KEY IS GREATER THAN OR EQUAL
002130             TO RH-KEY
002140         INVALID KEY
002150             SET END-OF-FILE TO TRUE
002160     END-START
002170     PERFORM 2110-TEST-ONE-PRIOR THRU 2110-EXIT
002180         UNTIL END-OF-FILE.
002190 2100-EXIT.
002200     EXIT.
002210
002220 2110-TEST-ONE-PRIOR.
002230     READ PAY-RATE-HISTORY NEXT RECORD
002240         AT END
002250             SET END-OF-FILE TO TRUE
002260             GO TO 2110-EXIT
002270     END-READ
002280     IF RH-SSNUM NOT = WS-SSNUM-KEY-N
002290             OR RH-EFFECTIVE-DATE >= WS-NEW-EFFECTIVE
002300         SET END-OF-FILE TO TRUE
002310         GO TO 2110-EXIT
002320     END-IF
002330     MOVE RH-PAY-RATE TO WS-PRIOR-RATE.
002340 2110-EXIT.
002350     EXIT.
002360
002370*----------------------------------------------------------
002380* DISPLAY ONE CUSTOMER'S WHOLE RATE HISTORY, OLDEST FIRST,
002390* MARKING THE ENTRY IN FORCE TODAY
002400*----------------------------------------------------------
002410 4000-INQUIRE-HISTORY.
002420     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
002430     MOVE ZERO TO WS-ENTRIES-LISTED
002440     MOVE ZERO TO WS-IN-FORCE-DATE
002450     PERFORM 4050-START-CUSTOMER THRU 4050-EXIT
002460     PERFORM 4060-FIND-IN-FORCE THRU 4060-EXIT
002470         UNTIL END-OF-FILE
002480     PERFORM 4050-START-CUSTOMER THRU 4050-EXIT
002490     PERFORM 4100-SHOW-ONE-CHANGE THRU 4100-EXIT
002500         UNTIL END-OF-FILE
002510     IF WS-ENTRIES-LISTED = ZERO
002520         DISPLAY "NO RATE HISTORY FOR THAT SSN - PAID AT THE "
002530             "RATE ON THE HOURS"
002540     ELSE
002550         DISPLAY WS-ENTRIES-LISTED " RATE CHANGE(S) ON FILE"
002560     END-IF
002561     PERFORM 8300-FIND-PENDING THRU 8300-EXIT.
002570 4000-EXIT.
002580     EXIT.
002590
002600 4050-START-CUSTOMER.
002610     MOVE "N" TO WS-EOF-SWITCH
002620     MOVE WS-SSNUM-KEY-N TO RH-SSNUM
002630     MOVE ZEROS TO RH-EFFECTIVE-DATE
002640     START PAY-RATE-HISTORY KEY IS GREATER THAN OR EQUAL
002650             TO RH-KEY
002660         INVALID KEY
002670             SET END-OF-FILE TO TRUE
002680     END-START.
002690 4050-EXIT.
002700     EXIT.
002710
002720*> THE FIRST PASS ONLY FINDS THE ENTRY IN FORCE TODAY SO THE
002730*> SECOND CAN MARK IT AS IT DISPLAYS
002740 4060-FIND-IN-FORCE.
002750     READ PAY-RATE-HISTORY NEXT RECORD
002760         AT END
002770             SET END-OF-FILE TO TRUE
002780             GO TO 4060-EXIT
002790     END-READ
002800     IF RH-SSNUM NOT = WS-SSNUM-KEY-N
002810             OR RH-EFFECTIVE-DATE > WS-RUN-DATE
002820         SET END-OF-FILE TO TRUE
002830         GO TO 4060-EXIT
002840     END-IF
002850     MOVE RH-EFFECTIVE-DATE TO WS-IN-FORCE-DATE.
002860 4060-EXIT.
002870     EXIT.
002880
002890 4100-SHOW-ONE-CHANGE.
002900     READ PAY-RATE-HISTORY NEXT RECORD
002910         AT END
002920             SET END-OF-FILE TO TRUE
002930             GO TO 4100-EXIT
002940     END-READ
002950     IF RH-SSNUM NOT = WS-SSNUM-KEY-N
002960         SET END-OF-FILE TO TRUE
002970         GO TO 4100-EXIT
002980     END-IF
002990     ADD 1 TO WS-ENTRIES-LISTED
003000     MOVE SPACES TO WS-IN-FORCE-MARK
003010     IF RH-EFFECTIVE-DATE = WS-IN-FORCE-DATE
003020         MOVE "IN FORCE" TO WS-IN-FORCE-MARK
003030     END-IF
003040     IF RH-EFFECTIVE-DATE > WS-RUN-DATE
003050         MOVE "SCHEDULED" TO WS-IN-FORCE-MARK
003060     END-IF
003070     DISPLAY RH-EFFECTIVE-DATE "  RATE " RH-PAY-RATE
003080         "  WAS " RH-PRIOR-RATE
003090         "  KEYED " RH-ENTERED-DATE " BY " RH-ENTERED-BY
003100         "  RETRO " RH-RETRO-FLAG " " RH-RETRO-DATE
003110         "  " WS-IN-FORCE-MARK.
003120 4100-EXIT.
003130     EXIT.
003140
003150*----------------------------------------------------------
003160* LIST EVERY BACKDATED CHANGE THE RETRO BATCH HAS NOT PAID
003170*----------------------------------------------------------
003180 4500-LIST-RETRO-PENDING.
003190     MOVE ZERO TO WS-ENTRIES-LISTED
003200     MOVE "N" TO WS-EOF-SWITCH
003210     MOVE ZEROS TO RH-KEY
003220     START PAY-RATE-HISTORY KEY IS GREATER THAN OR EQUAL
003230             TO RH-KEY
003240         INVALID KEY
003250             SET END-OF-FILE TO TRUE
003260     END-START
003270     PERFORM 4510-LIST-ONE-PENDING THRU 4510-EXIT
003280         UNTIL END-OF-FILE
003290     DISPLAY WS-ENTRIES-LISTED " CHANGE(S) WAITING ON RETRO PAY".
003300 4500-EXIT.
003310     EXIT.
003320
003330 4510-LIST-ONE-PENDING.
003340     READ PAY-RATE-HISTORY NEXT RECORD
003350         AT END
003360             SET END-OF-FILE TO TRUE
003370     END-READ
003380     IF NOT END-OF-FILE AND RH-RETRO-PENDING
003390         ADD 1 TO WS-ENTRIES-LISTED
003400         DISPLAY RH-SSNUM "  FROM " RH-EFFECTIVE-DATE
003410             "  " RH-PRIOR-RATE " TO " RH-PAY-RATE
003420             "  KEYED " RH-ENTERED-DATE " BY " RH-ENTERED-BY
003430     END-IF.
003440 4510-EXIT.
003450     EXIT.
003460
003470*----------------------------------------------------------
003480* DELETE A RATE CHANGE THAT HAS NOT TAKEN EFFECT YET
003490*----------------------------------------------------------
003500 5000-DELETE-CHANGE.
003510     PERFORM 8000-ACCEPT-KEY THRU 8000-EXIT
003520     DISPLAY "EFFECTIVE DATE OF THE CHANGE (YYYYMMDD): "
003530         WITH NO ADVANCING
003540     ACCEPT WS-NEW-EFFECTIVE
003550     MOVE WS-SSNUM-KEY-N TO RH-SSNUM
003560     MOVE WS-NEW-EFFECTIVE TO RH-EFFECTIVE-DATE
003570     READ PAY-RATE-HISTORY
003580         INVALID KEY
003590             DISPLAY "NO RATE CHANGE ON FILE FOR THAT SSN "
003600                 "AND DATE"
003610             GO TO 5000-EXIT
003620     END-READ
003630     IF RH-EFFECTIVE-DATE <= WS-RUN-DATE
003640         DISPLAY "THAT CHANGE IS ALREADY IN FORCE - KEY A NEW "
003650             "CHANGE OVER IT INSTEAD"
003660         GO TO 5000-EXIT
003670     END-IF
003680     DELETE PAY-RATE-HISTORY
003690         INVALID KEY
003700             DISPLAY "NO RATE CHANGE ON FILE FOR THAT SSN "
003710                 "AND DATE"
003720         NOT INVALID KEY
003730             DISPLAY "RATE CHANGE DELETED"
003740     END-DELETE.
003750 5000-EXIT.
003760     EXIT.
003770
003780*----------------------------------------------------------
003790* ACCEPT THE SSNUM THAT KEYS EVERY FUNCTION ABOVE - SAME
003800* SSA EDITS AS CUSTMNT 8200
003810*----------------------------------------------------------
003820 8000-ACCEPT-KEY.
003830     DISPLAY "ENTER SSN (AREA-GROUP-SERIAL, NO DASHES): "
003840         WITH NO ADVANCING
003850     ACCEPT WS-SSNUM-KEY
003860     MOVE "N" TO WS-SSN-OK
003870     PERFORM 8200-VALIDATE-SSN THRU 8200-EXIT
003880         UNTIL WS-SSN-OK = "Y".
003890 8000-EXIT.
003900     EXIT.
003910
003920*----------------------------------------------------------
003930* SAME SSN EDITS AS CUSTMNT 8200 - AREA CAN'T BE 000, 666,
003940* OR 900-999, AND GROUP/SERIAL CAN'T BE ZERO
003950*----------------------------------------------------------
003960 8200-VALIDATE-SSN.
003970     IF WS-KEY-SSAREA = 0 OR WS-KEY-SSAREA = 666
003980             OR (WS-KEY-SSAREA >= 900 AND WS-KEY-SSAREA <= 999)
003990         DISPLAY "BAD SSN: AREA " WS-KEY-SSAREA
004000             " IS NOT A VALID SSA AREA, TRY AGAIN"
004010     ELSE IF WS-KEY-SSGROUP = 0
004020         DISPLAY "BAD SSN: GROUP NUMBER CAN'T BE ZERO, TRY AGAIN"
004030     ELSE IF WS-KEY-SSSERIAL = 0
004040         DISPLAY "BAD SSN: SERIAL NUMBER CAN'T BE ZERO, TRY AGAIN"
004050     ELSE
004060         MOVE "Y" TO WS-SSN-OK
004070     END-IF
004080     END-IF
004090     END-IF
004100     IF WS-SSN-OK NOT = "Y"
004110         DISPLAY "ENTER SSN (AREA-GROUP-SERIAL, NO DASHES): "
004120             WITH NO ADVANCING
004130         ACCEPT WS-SSNUM-KEY
004140     END-IF.
004150 8200-EXIT.
004160     EXIT.
004170
004171*----------------------------------------------------------
004172* LOOK FOR A RATE CHANGE ALREADY WAITING ON APPROVAL FOR THE
004173* CUSTOMER IN WS-SSNUM-KEY, AND SAY SO IF THERE IS ONE
004174*----------------------------------------------------------
004175 8300-FIND-PENDING.
004176     MOVE "N" TO WS-PENDING-SWITCH
004177     MOVE "N" TO WS-SCAN-SWITCH
004178     MOVE WS-SSNUM-KEY-N TO PC-SSNUM
004179     SET PC-RATE-CHANGE TO TRUE
004180     MOVE ZEROS TO PC-ENTERED-DATE
004181     MOVE ZEROS TO PC-ENTERED-TIME
004182     START PENDING-CHANGES KEY IS GREATER THAN OR EQUAL
004183             TO PC-KEY
004184         INVALID KEY
004185             GO TO 8300-EXIT
004186     END-START
004187     PERFORM 8310-TEST-ONE-QUEUED THRU 8310-EXIT
004188         UNTIL SCAN-DONE
004189     IF CHANGE-PENDING
004190         DISPLAY "RATE CHANGE WAITING ON APPROVAL - KEYED "
004191             PC-ENTERED-DATE " BY " PC-ENTERED-BY
004192         DISPLAY "  " PC-OLD-RATE " TO " PC-NEW-RATE
004193             " FROM " PC-RATE-EFFECTIVE
004194     END-IF.
004195 8300-EXIT.
004196     EXIT.
004197
004198 8310-TEST-ONE-QUEUED.
004199     READ PENDING-CHANGES NEXT RECORD
004200         AT END
004201             SET SCAN-DONE TO TRUE
004202             GO TO 8310-EXIT
004203     END-READ
004204     IF PC-SSNUM NOT = WS-SSNUM-KEY-N OR NOT PC-RATE-CHANGE
004205         SET SCAN-DONE TO TRUE
004206         GO TO 8310-EXIT
004207     END-IF
004208     IF PC-PENDING
004209         SET CHANGE-PENDING TO TRUE
004210         SET SCAN-DONE TO TRUE
004211     END-IF.
004212 8310-EXIT.
004213     EXIT.
004214
004215*----------------------------------------------------------
004216* APPEND A DENIED-FUNCTION EVENT TO THE SECURITY LOG -
004217* SL-FUNCTION IS ALREADY SET BY THE CALLER
004218*----------------------------------------------------------
004220 9000-LOG-DENIAL.
004230     MOVE SO-OPERATOR-ID TO SL-OPERATOR-ID
004240     MOVE "RATEMNT" TO SL-PROGRAM
004250     MOVE "DENIED" TO SL-DISPOSITION
004260     ACCEPT SL-TS-DATE FROM DATE YYYYMMDD
004270     ACCEPT SL-TS-TIME FROM TIME
004279     MOVE SPACES TO SL-OTHER-OPERATOR
004280     MOVE SPACES TO SL-FILLER
004290     WRITE SECURITY-LOG-RECORD.
004300 9000-EXIT.
004310     EXIT.
