000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ARRRPT.
000030 AUTHOR. PAYROLL-SYSTEMS-GROUP.
000040 INSTALLATION. DATA-PROCESSING-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 10/15/26  SM   INITIAL VERSION - DEDUCTION ARREARS REPORT
000110* 10/15/26  SM   BY TYPE CODE FROM DEDARR
000120*----------------------------------------------------------
000130*
000140* NIGHTLY, AFTER THE REGISTER.  LISTS EVERY DEDUCTION THE
000150* REGISTER COULD NOT TAKE IN FULL AND HAS NOT YET RECOVERED:
000160* ONE SECTION PER TYPE CODE, IN DEDREMIT'S MOLD, EACH
000170* CUSTOMER OWING ON THAT CODE WITH THE BALANCE, THE CHECK
000180* DATE IT FIRST WENT SHORT, HOW MANY MONTHS AND CHECKS IT HAS
000190* BEEN SHORT SINCE, AND WHAT HAS COME BACK SO FAR.  BALANCES
000200* RECOVERED IN FULL DROP OFF THE REPORT.
000210*
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT DEDUCTION-ARREARS ASSIGN TO "DEDARR"
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS SEQUENTIAL
000280         RECORD KEY IS DA-KEY
000290         FILE STATUS IS WS-DA-STATUS.
000300     SELECT ARREARS-REPORT ASSIGN TO "ARREARRP"
000310         ORGANIZATION IS LINE SEQUENTIAL.
000320     SELECT RUN-CONTROL-LOG ASSIGN TO "RUNLOG"
000330         ORGANIZATION IS LINE SEQUENTIAL
000340         FILE STATUS IS WS-RL-STATUS.
000350
000360 DATA DIVISION.
000370 FILE SECTION.
000380 FD  DEDUCTION-ARREARS.
000390     COPY DEDARR.
000400 FD  ARREARS-REPORT.
000410 01  ARREARS-REPORT-LINE           PIC X(80).
000420 FD  RUN-CONTROL-LOG.
000430     COPY RUNLOG.
000440
000450 WORKING-STORAGE SECTION.
000460 77  WS-DA-STATUS                  PIC X(02) VALUE "00".
000470 77  WS-RL-STATUS                  PIC X(02) VALUE "00".
000480     COPY RUNCHKP.
000490 77  WS-RUN-REFUSED-SWITCH         PIC X(01) VALUE "N".
000500     88  RUN-REFUSED               VALUE "Y".
000510 77  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
000520     88  END-OF-FILE               VALUE "Y".
000530 77  WS-RECORDS-READ               PIC 9(07) COMP VALUE ZERO.
000540 77  WS-LINES-PRINTED              PIC 9(07) COMP VALUE ZERO.
000550 77  WS-GRAND-BALANCE              PIC 9(09)V99 VALUE ZERO.
000560 77  WS-GRAND-CUSTOMERS            PIC 9(07) COMP VALUE ZERO.
000570 77  WS-MONTHS-SHORT               PIC 9(03) VALUE ZERO.
000580 77  WS-TYPE-COUNT                 PIC 9(02) COMP VALUE ZERO.
000590 77  WS-TYPE-SUB                   PIC 9(02) COMP VALUE ZERO.
000600 77  WS-PRINT-SUB                  PIC 9(02) COMP VALUE ZERO.
000610 77  WS-FOUND-SUB                  PIC 9(02) COMP VALUE ZERO.
000620 01  WS-TYPE-TABLE.
000630     05  WS-TYPE-ENTRY OCCURS 50 TIMES.
000640         10  WS-TY-TYPE-CODE       PIC X(03).
000650         10  WS-TY-BALANCE         PIC 9(09)V99.
000660         10  WS-TY-CUSTOMERS       PIC 9(05) COMP.
000670         10  WS-TY-OLDEST          PIC 9(08).
000680 01  WS-RUN-START-STAMP.
000690     05  WS-RUN-START-DATE         PIC 9(8).
000700     05  WS-RUN-START-TIME         PIC 9(8).
000710*> MONTHS SHORT IS COUNTED IN CALENDAR MONTHS FROM THE SINCE
000720*> DATE TO THE RUN DATE, SO THE DATES ARE BROKEN OUT HERE
000730 01  WS-RUN-DATE-PARTS.
000740     05  WS-RUN-YEAR               PIC 9(04).
000750     05  WS-RUN-MONTH              PIC 9(02).
000760     05  WS-RUN-DAY                PIC 9(02).
000770 01  WS-SINCE-DATE-PARTS.
000780     05  WS-SINCE-YEAR             PIC 9(04).
000790     05  WS-SINCE-MONTH            PIC 9(02).
000800     05  WS-SINCE-DAY              PIC 9(02).
000810 01  WS-SINCE-DATE-N REDEFINES WS-SINCE-DATE-PARTS
000820                                   PIC 9(08).
000830
000840 01  WS-HEADING-LINE               PIC X(45)
000850         VALUE "DEDUCTION ARREARS REPORT".
000860 01  WS-DATE-LINE.
000870     05  FILLER                    PIC X(07) VALUE "AS OF: ".
000880     05  DTL-RUN-DATE              PIC 9(08).
000890 01  WS-TYPE-HEADING.
000900     05  FILLER                    PIC X(09) VALUE "-------- ".
000910     05  TH-TYPE-CODE              PIC X(03).
000920     05  FILLER            PIC X(15) VALUE " ARREARS ------".
000930 01  WS-COLUMN-LINE.
000940     05  FILLER                    PIC X(02) VALUE SPACES.
000950     05  FILLER            PIC X(11) VALUE "SSN".
000960     05  FILLER            PIC X(12) VALUE "      OWED".
000970     05  FILLER            PIC X(10) VALUE "SINCE".
000980     05  FILLER            PIC X(05) VALUE "MOS".
000990     05  FILLER            PIC X(05) VALUE "CHK".
001000     05  FILLER            PIC X(10) VALUE "LAST SHORT".
001010     05  FILLER            PIC X(11) VALUE " RECOVERED".
001020     05  FILLER            PIC X(08) VALUE "   LIMIT".
001030 01  WS-DETAIL-LINE.
001040     05  FILLER                    PIC X(02) VALUE SPACES.
001050     05  DL-SSNUM                  PIC 9(09).
001060     05  FILLER                    PIC X(02) VALUE SPACES.
001070     05  DL-BALANCE                PIC ZZZ,ZZ9.99.
001080     05  FILLER                    PIC X(02) VALUE SPACES.
001090     05  DL-SINCE-DATE             PIC 9(08).
001100     05  FILLER                    PIC X(02) VALUE SPACES.
001110     05  DL-MONTHS                 PIC ZZ9.
001120     05  FILLER                    PIC X(02) VALUE SPACES.
001130     05  DL-SHORT-COUNT            PIC ZZ9.
001140     05  FILLER                    PIC X(02) VALUE SPACES.
001150     05  DL-LAST-SHORT             PIC 9(08).
001160     05  FILLER                    PIC X(02) VALUE SPACES.
001170     05  DL-RECOVERED              PIC ZZZ,ZZ9.99.
001180     05  FILLER                    PIC X(01) VALUE SPACES.
001190     05  DL-LIMIT                  PIC Z,ZZ9.99.
001200 01  WS-TYPE-TOTAL-LINE.
001210     05  FILLER                    PIC X(02) VALUE SPACES.
001220     05  TT-LABEL                  PIC X(20).
001230     05  TT-CUSTOMERS              PIC ZZ,ZZ9.
001240     05  FILLER            PIC X(11) VALUE " CUSTOMERS ".
001250     05  TT-BALANCE                PIC ZZZ,ZZZ,ZZ9.99.
001260 01  WS-OLDEST-LINE.
001270     05  FILLER                    PIC X(02) VALUE SPACES.
001280     05  FILLER            PIC X(20) VALUE "OLDEST SHORT SINCE: ".
001290     05  OL-OLDEST                 PIC 9(08).
001300 01  WS-COUNT-LINE.
001310     05  FILLER                    PIC X(02) VALUE SPACES.
001320     05  CNL-LABEL                 PIC X(26).
001330     05  CNL-COUNT                 PIC ZZZ,ZZ9.
001340 01  WS-BLANK-LINE                 PIC X(80) VALUE SPACES.
001350
001360 PROCEDURE DIVISION.
001370 0000-MAINLINE.
001380     PERFORM 0500-CHECK-PREREQS THRU 0500-EXIT
001390     IF RUN-REFUSED
001400         ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
001410         ACCEPT WS-RUN-START-TIME FROM TIME
001420         PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT
001430         MOVE 8 TO RETURN-CODE
001440         GOBACK
001450     END-IF
001460     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001470     PERFORM 2000-COLLECT-TYPES THRU 2000-EXIT
001480     PERFORM 3000-PRINT-ONE-TYPE THRU 3000-EXIT
001490         VARYING WS-PRINT-SUB FROM 1 BY 1
001500         UNTIL WS-PRINT-SUB > WS-TYPE-COUNT
001510     PERFORM 7000-FINISH THRU 7000-EXIT
001520     GOBACK.
001530
001540*----------------------------------------------------------
001550* THE ARREARS ARE WHAT THE REGISTER POSTED - THE REGISTER
001560* HAS TO HAVE COMPLETED CLEAN TODAY
001570*----------------------------------------------------------
001580 0500-CHECK-PREREQS.
001590     ACCEPT PR-RUN-DATE FROM DATE YYYYMMDD
001600     MOVE "PAYREG  " TO PR-PREREQ-JOB
001610     CALL "RUNCHK" USING RUNCHK-PARMS
001620     IF NOT PR-PREREQ-MET
001630         DISPLAY "ARRRPT: PAYREG HAS NOT COMPLETED CLEAN "
001640             "TODAY - RUN REFUSED"
001650         SET RUN-REFUSED TO TRUE
001660     END-IF.
001670 0500-EXIT.
001680     EXIT.
001690
001700*----------------------------------------------------------
001710* OPEN THE REPORT AND PRINT THE RUN HEADING
001720*----------------------------------------------------------
001730 1000-INITIALIZE.
001740     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
001750     ACCEPT WS-RUN-START-TIME FROM TIME
001760     MOVE WS-RUN-START-DATE TO WS-RUN-DATE-PARTS
001770     OPEN OUTPUT ARREARS-REPORT
001780     WRITE ARREARS-REPORT-LINE FROM WS-HEADING-LINE
001790     MOVE WS-RUN-START-DATE TO DTL-RUN-DATE
001800     WRITE ARREARS-REPORT-LINE FROM WS-DATE-LINE.
001810 1000-EXIT.
001820     EXIT.
001830
001840*----------------------------------------------------------
001850* PASS ONE: EVERY BALANCE STILL OWED PUTS ITS TYPE CODE ON
001860* THE LIST AND ROLLS INTO THE CODE'S TOTAL
001870*----------------------------------------------------------
001880 2000-COLLECT-TYPES.
001890     MOVE "N" TO WS-EOF-SWITCH
001900     OPEN INPUT DEDUCTION-ARREARS
001910     IF WS-DA-STATUS = "35"
001920         DISPLAY "ARRRPT: NO DEDUCTION ARREARS ON HAND"
001930         GO TO 2000-EXIT
001940     END-IF
001950     PERFORM 8000-READ-ARREARS THRU 8000-EXIT
001960     PERFORM 2100-COLLECT-ONE-RECORD THRU 2100-EXIT
001970         UNTIL END-OF-FILE
001980     CLOSE DEDUCTION-ARREARS.
001990 2000-EXIT.
002000     EXIT.
002010
002020 2100-COLLECT-ONE-RECORD.
002030     ADD 1 TO WS-RECORDS-READ
002040     IF DA-BALANCE > ZERO
002050         PERFORM 2120-FIND-TYPE THRU 2120-EXIT
002060         IF WS-FOUND-SUB > ZERO
002070             ADD DA-BALANCE TO WS-TY-BALANCE (WS-FOUND-SUB)
002080             ADD 1 TO WS-TY-CUSTOMERS (WS-FOUND-SUB)
002090             IF DA-SINCE-DATE < WS-TY-OLDEST (WS-FOUND-SUB)
002100                 MOVE DA-SINCE-DATE
002110                     TO WS-TY-OLDEST (WS-FOUND-SUB)
002120             END-IF
002130         END-IF
002140     END-IF
002150     PERFORM 8000-READ-ARREARS THRU 8000-EXIT.
002160 2100-EXIT.
002170     EXIT.
002180
002190 2120-FIND-TYPE.
002200     MOVE ZERO TO WS-FOUND-SUB
002210     PERFORM 2130-TEST-ONE-TYPE THRU 2130-EXIT
002220         VARYING WS-TYPE-SUB FROM 1 BY 1
002230         UNTIL WS-TYPE-SUB > WS-TYPE-COUNT
002240             OR WS-FOUND-SUB > ZERO
002250     IF WS-FOUND-SUB = ZERO
002260         IF WS-TYPE-COUNT >= 50
002270             DISPLAY "ARRRPT: TYPE TABLE FULL, TYPE "
002280                 DA-TYPE-CODE " SKIPPED"
002290         ELSE
002300             ADD 1 TO WS-TYPE-COUNT
002310             MOVE WS-TYPE-COUNT TO WS-FOUND-SUB
002320             MOVE DA-TYPE-CODE TO WS-TY-TYPE-CODE (WS-FOUND-SUB)
002330             MOVE ZERO TO WS-TY-BALANCE (WS-FOUND-SUB)
002340             MOVE ZERO TO WS-TY-CUSTOMERS (WS-FOUND-SUB)
002350             MOVE 99999999 TO WS-TY-OLDEST (WS-FOUND-SUB)
002360         END-IF
002370     END-IF.
002380 2120-EXIT.
002390     EXIT.
002400
002410 2130-TEST-ONE-TYPE.
002420     IF WS-TY-TYPE-CODE (WS-TYPE-SUB) = DA-TYPE-CODE
002430         MOVE WS-TYPE-SUB TO WS-FOUND-SUB
002440     END-IF.
002450 2130-EXIT.
002460     EXIT.
002470
002480*----------------------------------------------------------
002490* ONE SECTION PER TYPE CODE: RE-PASS THE ARREARS PRINTING
002500* EVERY CUSTOMER STILL OWING ON IT, TOTAL AT THE BOTTOM
002510*----------------------------------------------------------
002520 3000-PRINT-ONE-TYPE.
002530     WRITE ARREARS-REPORT-LINE FROM WS-BLANK-LINE
002540     MOVE WS-TY-TYPE-CODE (WS-PRINT-SUB) TO TH-TYPE-CODE
002550     WRITE ARREARS-REPORT-LINE FROM WS-TYPE-HEADING
002560     WRITE ARREARS-REPORT-LINE FROM WS-COLUMN-LINE
002570     MOVE "N" TO WS-EOF-SWITCH
002580     OPEN INPUT DEDUCTION-ARREARS
002590     PERFORM 8000-READ-ARREARS THRU 8000-EXIT
002600     PERFORM 3100-PRINT-ONE-CUSTOMER THRU 3100-EXIT
002610         UNTIL END-OF-FILE
002620     CLOSE DEDUCTION-ARREARS
002630     MOVE "TOTAL OWED:         " TO TT-LABEL
002640     MOVE WS-TY-CUSTOMERS (WS-PRINT-SUB) TO TT-CUSTOMERS
002650     MOVE WS-TY-BALANCE (WS-PRINT-SUB) TO TT-BALANCE
002660     WRITE ARREARS-REPORT-LINE FROM WS-TYPE-TOTAL-LINE
002670     MOVE WS-TY-OLDEST (WS-PRINT-SUB) TO OL-OLDEST
002680     WRITE ARREARS-REPORT-LINE FROM WS-OLDEST-LINE
002690     ADD WS-TY-BALANCE (WS-PRINT-SUB) TO WS-GRAND-BALANCE
002700     ADD WS-TY-CUSTOMERS (WS-PRINT-SUB) TO WS-GRAND-CUSTOMERS.
002710 3000-EXIT.
002720     EXIT.
002730
002740 3100-PRINT-ONE-CUSTOMER.
002750     IF DA-TYPE-CODE = WS-TY-TYPE-CODE (WS-PRINT-SUB)
002760             AND DA-BALANCE > ZERO
002770         PERFORM 3110-COUNT-MONTHS THRU 3110-EXIT
002780         MOVE DA-SSNUM TO DL-SSNUM
002790         MOVE DA-BALANCE TO DL-BALANCE
002800         MOVE DA-SINCE-DATE TO DL-SINCE-DATE
002810         MOVE WS-MONTHS-SHORT TO DL-MONTHS
002820         MOVE DA-SHORT-COUNT TO DL-SHORT-COUNT
002830         MOVE DA-LAST-SHORT-DATE TO DL-LAST-SHORT
002840         MOVE DA-RECOVERED-TO-DATE TO DL-RECOVERED
002850         MOVE DA-RECOVERY-LIMIT TO DL-LIMIT
002860         WRITE ARREARS-REPORT-LINE FROM WS-DETAIL-LINE
002870         ADD 1 TO WS-LINES-PRINTED
002880     END-IF
002890     PERFORM 8000-READ-ARREARS THRU 8000-EXIT.
002900 3100-EXIT.
002910     EXIT.
002920
002930*----------------------------------------------------------
002940* WHOLE CALENDAR MONTHS FROM THE SINCE DATE TO TODAY - A
002950* BALANCE THAT WENT SHORT THIS MONTH IS ZERO MONTHS OLD
002960*----------------------------------------------------------
002970 3110-COUNT-MONTHS.
002980     MOVE ZERO TO WS-MONTHS-SHORT
002990     MOVE DA-SINCE-DATE TO WS-SINCE-DATE-N
003000     IF WS-SINCE-DATE-N = ZERO
003010             OR WS-SINCE-DATE-N > WS-RUN-START-DATE
003020         GO TO 3110-EXIT
003030     END-IF
003040     COMPUTE WS-MONTHS-SHORT =
003050         (WS-RUN-YEAR * 12 + WS-RUN-MONTH)
003060         - (WS-SINCE-YEAR * 12 + WS-SINCE-MONTH)
003070     IF WS-RUN-DAY < WS-SINCE-DAY AND WS-MONTHS-SHORT > ZERO
003080         SUBTRACT 1 FROM WS-MONTHS-SHORT
003090     END-IF.
003100 3110-EXIT.
003110     EXIT.
003120
003130*----------------------------------------------------------
003140* GRAND TOTAL, COUNTS, RUN LOG, CLOSE UP
003150*----------------------------------------------------------
003160 7000-FINISH.
003170     WRITE ARREARS-REPORT-LINE FROM WS-BLANK-LINE
003180     MOVE "GRAND TOTAL OWED:   " TO TT-LABEL
003190     MOVE WS-GRAND-CUSTOMERS TO TT-CUSTOMERS
003200     MOVE WS-GRAND-BALANCE TO TT-BALANCE
003210     WRITE ARREARS-REPORT-LINE FROM WS-TYPE-TOTAL-LINE
003220     MOVE "ARREARS RECORDS READ:     " TO CNL-LABEL
003230     MOVE WS-RECORDS-READ TO CNL-COUNT
003240     WRITE ARREARS-REPORT-LINE FROM WS-COUNT-LINE
003250     MOVE "TYPE CODES IN ARREARS:    " TO CNL-LABEL
003260     MOVE WS-TYPE-COUNT TO CNL-COUNT
003270     WRITE ARREARS-REPORT-LINE FROM WS-COUNT-LINE
003280     PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT
003290     CLOSE ARREARS-REPORT.
003300 7000-EXIT.
003310     EXIT.
003320
003330*----------------------------------------------------------
003340* READ THE NEXT ARREARS RECORD, SET THE EOF SWITCH AT END
003350*----------------------------------------------------------
003360 8000-READ-ARREARS.
003370     READ DEDUCTION-ARREARS NEXT RECORD
003380         AT END
003390             SET END-OF-FILE TO TRUE
003400     END-READ.
003410 8000-EXIT.
003420     EXIT.
003430
003440*----------------------------------------------------------
003450* APPEND THIS RUN'S CONTROL RECORD TO THE SHARED RUN LOG
003460*----------------------------------------------------------
003470 9100-WRITE-RUN-LOG.
003480     OPEN EXTEND RUN-CONTROL-LOG
003490     IF WS-RL-STATUS = "35"
003500         OPEN OUTPUT RUN-CONTROL-LOG
003510         CLOSE RUN-CONTROL-LOG
003520         OPEN EXTEND RUN-CONTROL-LOG
003530     END-IF
003540     MOVE "ARRRPT  " TO RL-JOB-NAME
003550     MOVE WS-RUN-START-DATE TO RL-START-DATE
003560     MOVE WS-RUN-START-TIME TO RL-START-TIME
003570     ACCEPT RL-END-DATE FROM DATE YYYYMMDD
003580     ACCEPT RL-END-TIME FROM TIME
003590     MOVE WS-RECORDS-READ TO RL-RECORDS-IN
003600     MOVE WS-LINES-PRINTED TO RL-RECORDS-OUT
003610     MOVE ZERO TO RL-EXCEPTIONS
003620     IF RUN-REFUSED
003630         MOVE "FAIL" TO RL-STATUS
003640     ELSE
003650         MOVE "OK" TO RL-STATUS
003660     END-IF
003670     MOVE SPACES TO RL-FILLER
003680     WRITE RUN-LOG-RECORD
003690     CLOSE RUN-CONTROL-LOG.
003700 9100-EXIT.
003710     EXIT.
