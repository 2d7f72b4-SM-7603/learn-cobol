000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. WSAERN.
000030 AUTHOR. PAYROLL-SYSTEMS-GROUP.
000040 INSTALLATION. DATA-PROCESSING-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 10/15/26  SM   INITIAL VERSION - WORK-STUDY AWARD, EARNED
000110* 10/15/26  SM   TO DATE AND REMAINING FOR ONE TERM
000120*----------------------------------------------------------
000130*
000140* WORK-STUDY REPORT FOR ONE TERM, KEYED BY THE OPERATOR.
000150* EVERY WORK-STUDY AWARD FOR THE TERM (STUAWD, KEPT BY
000160* WSAMNT) PRINTS ONE LINE: THE STUDENT, THE PAYROLL SSN
000170* THEY ARE LINKED TO (STUWRK), THE AWARD, THE GROSS PAID SO
000180* FAR ON CHECKS DATED IN THE AWARD PERIOD (PAYHIST - A
000190* REVERSAL IS TAKEN OFF, SAME AS PAYEDIT), AND WHAT IS LEFT.
000200* A STUDENT NO LONGER LINKED TO PAYROLL SHOWS NOTHING
000210* EARNED AND IS COUNTED ASIDE; ONE PAID PAST THE AWARD (BY
000220* AN ADJUSTMENT - PAYEDIT REFUSES THE HOURS) SHOWS A
000230* NEGATIVE REMAINDER AND IS COUNTED.  TOTALS CLOSE THE
000240* REPORT (WSARPT).
000250*
000260 ENVIRONMENT DIVISION.
000270 INPUT-OUTPUT SECTION.
000280 FILE-CONTROL.
000290     SELECT WORK-STUDY-AWARDS ASSIGN TO "STUAWD"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS SEQUENTIAL
000320         RECORD KEY IS AW-KEY
000330         FILE STATUS IS WS-AW-STATUS.
000340     SELECT STUDENT-WORKERS ASSIGN TO "STUWRK"
000350         ORGANIZATION IS INDEXED
000360         ACCESS MODE IS SEQUENTIAL
000370         RECORD KEY IS SX-SSNUM
000380         FILE STATUS IS WS-SX-STATUS.
000390     SELECT STUDENT-MASTER ASSIGN TO "STUMAS"
000400         ORGANIZATION IS INDEXED
000410         ACCESS MODE IS RANDOM
000420         RECORD KEY IS SM-STUDENT-ID
000430         FILE STATUS IS WS-SM-STATUS.
000440     SELECT PAY-HISTORY ASSIGN TO "PAYHIST"
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS DYNAMIC
000470         RECORD KEY IS PH-KEY
000480         FILE STATUS IS WS-PH-STATUS.
000490     SELECT WORK-STUDY-REPORT ASSIGN TO "WSARPT"
000500         ORGANIZATION IS LINE SEQUENTIAL.
000510     SELECT RUN-CONTROL-LOG ASSIGN TO "RUNLOG"
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS WS-RL-STATUS.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  WORK-STUDY-AWARDS.
000580     COPY STUAWD.
000590 FD  STUDENT-WORKERS.
000600     COPY STUWRK.
000610 FD  STUDENT-MASTER.
000620     COPY STUMAS.
000630 FD  PAY-HISTORY.
000640     COPY PAYHIST.
000650 FD  WORK-STUDY-REPORT.
000660 01  WORK-STUDY-LINE               PIC X(80).
000670 FD  RUN-CONTROL-LOG.
000680     COPY RUNLOG.
000690
000700 WORKING-STORAGE SECTION.
000710 77  WS-AW-STATUS                  PIC X(02) VALUE "00".
000720 77  WS-SX-STATUS                  PIC X(02) VALUE "00".
000730 77  WS-SM-STATUS                  PIC X(02) VALUE "00".
000740 77  WS-PH-STATUS                  PIC X(02) VALUE "00".
000750 77  WS-RL-STATUS                  PIC X(02) VALUE "00".
000760 77  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
000770     88  END-OF-FILE               VALUE "Y".
000780 77  WS-SCAN-EOF-SWITCH            PIC X(01) VALUE "N".
000790     88  END-OF-SCAN               VALUE "Y".
000800 77  WS-REPORT-TERM                PIC X(05) VALUE SPACES.
000810 77  WS-TERM-OK                    PIC X(01) VALUE "N".
000820 77  WS-SEASON-RANK                PIC 9(01) VALUE ZERO.
000830 77  WS-TERM-SEQ                   PIC 9(05) VALUE ZERO.
000840 77  WS-AWARDS-READ                PIC 9(05) COMP VALUE ZERO.
000850 77  WS-AWARDS-LISTED              PIC 9(05) COMP VALUE ZERO.
000860 77  WS-NOT-LINKED                 PIC 9(05) COMP VALUE ZERO.
000870 77  WS-OVER-AWARD                 PIC 9(05) COMP VALUE ZERO.
000880 77  WS-XT-COUNT                   PIC 9(04) COMP VALUE ZERO.
000890 77  WS-XT-SUB                     PIC 9(04) COMP VALUE ZERO.
000900 77  WS-FOUND-SUB                  PIC 9(04) COMP VALUE ZERO.
000910 77  WS-AWARD-EARNED               PIC S9(07)V99 VALUE ZERO.
000920 77  WS-AWARD-REMAINING            PIC S9(07)V99 VALUE ZERO.
000930 77  WS-TOTAL-AWARDED              PIC S9(09)V99 VALUE ZERO.
000940 77  WS-TOTAL-EARNED               PIC S9(09)V99 VALUE ZERO.
000950 77  WS-TOTAL-REMAINING            PIC S9(09)V99 VALUE ZERO.
000960 01  WS-RUN-START-STAMP.
000970     05  WS-RUN-START-DATE         PIC 9(8).
000980     05  WS-RUN-START-TIME         PIC 9(8).
000990 01  WS-TERM-WORK.
001000     05  WS-TW-YEAR                PIC X(04).
001010     05  WS-TW-YEAR-NUM REDEFINES WS-TW-YEAR
001020                                   PIC 9(04).
001030     05  WS-TW-SEASON              PIC X(01).
001040*> THE STUDENT WORKER CROSS-REFERENCE, LOADED ONCE - THE FILE
001050*> IS KEYED ON THE SSN AND THIS REPORT COMES AT IT FROM THE
001060*> STUDENT SIDE
001070 01  WS-XREF-TABLE.
001080     05  WS-XT-ENTRY OCCURS 2000 TIMES.
001090         10  WS-XT-STUDENT-ID      PIC 9(06).
001100         10  WS-XT-SSNUM           PIC 9(09).
001110 01  WS-SSN-EDIT.
001120     05  WS-SE-AREA                PIC 9(03).
001130     05  FILLER                    PIC X(01) VALUE "-".
001140     05  WS-SE-GROUP               PIC 9(02).
001150     05  FILLER                    PIC X(01) VALUE "-".
001160     05  WS-SE-SERIAL              PIC 9(04).
001170 01  WS-SSN-SPLIT.
001180     05  WS-SS-AREA                PIC 9(03).
001190     05  WS-SS-GROUP               PIC 9(02).
001200     05  WS-SS-SERIAL              PIC 9(04).
001210 01  WS-SSN-SPLIT-N REDEFINES WS-SSN-SPLIT PIC 9(09).
001220
001230 01  WS-HEADING-LINE               PIC X(45)
001240         VALUE "WORK-STUDY AWARD EARNINGS REPORT".
001250 01  WS-TERM-LINE.
001260     05  FILLER                    PIC X(06) VALUE "TERM: ".
001270     05  TML-TERM-ID               PIC X(05).
001280     05  FILLER                    PIC X(13)
001290         VALUE "   RUN DATE: ".
001300     05  TML-RUN-DATE              PIC 9(08).
001310 01  WS-COLUMN-LINE.
001320     05  FILLER                    PIC X(08) VALUE "STUDENT".
001330     05  FILLER                    PIC X(22) VALUE "NAME".
001340     05  FILLER                    PIC X(13) VALUE "PAYROLL SSN".
001350     05  FILLER                    PIC X(11)
001360         VALUE "      AWARD".
001370     05  FILLER                    PIC X(12)
001380         VALUE "      EARNED".
001390     05  FILLER                    PIC X(12)
001400         VALUE "   REMAINING".
001410 01  WS-DETAIL-LINE.
001420     05  DTL-STUDENT-ID            PIC 9(06).
001430     05  FILLER                    PIC X(02) VALUE SPACES.
001440     05  DTL-STUDENT-NAME          PIC X(20).
001450     05  FILLER                    PIC X(02) VALUE SPACES.
001460     05  DTL-SSNUM                 PIC X(11).
001470     05  FILLER                    PIC X(02) VALUE SPACES.
001480     05  DTL-AWARD                 PIC ZZ,ZZ9.99.
001490     05  FILLER                    PIC X(02) VALUE SPACES.
001500     05  DTL-EARNED                PIC ZZ,ZZ9.99-.
001510     05  FILLER                    PIC X(02) VALUE SPACES.
001520     05  DTL-REMAINING             PIC ZZ,ZZ9.99-.
001530 01  WS-TOTAL-LINE.
001540     05  TTL-LABEL                 PIC X(30).
001550     05  FILLER                    PIC X(11) VALUE SPACES.
001560     05  TTL-AWARD                 PIC ZZZ,ZZ9.99.
001570     05  FILLER                    PIC X(01) VALUE SPACES.
001580     05  TTL-EARNED                PIC ZZZ,ZZ9.99-.
001590     05  FILLER                    PIC X(01) VALUE SPACES.
001600     05  TTL-REMAINING             PIC ZZZ,ZZ9.99-.
001610 01  WS-COUNT-LINE.
001620     05  CNL-LABEL                 PIC X(30).
001630     05  CNL-COUNT                 PIC ZZ,ZZ9.
001640
001650 PROCEDURE DIVISION.
001660 0000-MAINLINE.
001670     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001680     PERFORM 2000-REPORT-AWARD THRU 2000-EXIT
001690         UNTIL END-OF-FILE
001700     PERFORM 3000-FINISH THRU 3000-EXIT
001710     GOBACK.
001720
001730*----------------------------------------------------------
001740* OPEN THE FILES, LOAD THE CROSS-REFERENCE, PRINT THE
001750* HEADINGS AND PRIME THE AWARD READ
001760*----------------------------------------------------------
001770 1000-INITIALIZE.
001780     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
001790     ACCEPT WS-RUN-START-TIME FROM TIME
001800     PERFORM 1100-ACCEPT-TERM THRU 1100-EXIT
001810*> A MISSING FILE READS AS EMPTY - CREATE IT, SAME AS PAYEDIT
001820     OPEN INPUT WORK-STUDY-AWARDS
001830     IF WS-AW-STATUS = "35"
001840         OPEN OUTPUT WORK-STUDY-AWARDS
001850         CLOSE WORK-STUDY-AWARDS
001860         OPEN INPUT WORK-STUDY-AWARDS
001870     END-IF
001880     OPEN INPUT STUDENT-WORKERS
001890     IF WS-SX-STATUS = "35"
001900         OPEN OUTPUT STUDENT-WORKERS
001910         CLOSE STUDENT-WORKERS
001920         OPEN INPUT STUDENT-WORKERS
001930     END-IF
001940     OPEN INPUT STUDENT-MASTER
001950     IF WS-SM-STATUS = "35"
001960         OPEN OUTPUT STUDENT-MASTER
001970         CLOSE STUDENT-MASTER
001980         OPEN INPUT STUDENT-MASTER
001990     END-IF
002000     OPEN INPUT PAY-HISTORY
002010     IF WS-PH-STATUS = "35"
002020         OPEN OUTPUT PAY-HISTORY
002030         CLOSE PAY-HISTORY
002040         OPEN INPUT PAY-HISTORY
002050     END-IF
002060     PERFORM 1200-LOAD-XREF THRU 1200-EXIT
002070         UNTIL END-OF-SCAN
002080     CLOSE STUDENT-WORKERS
002090     OPEN OUTPUT WORK-STUDY-REPORT
002100     WRITE WORK-STUDY-LINE FROM WS-HEADING-LINE
002110     MOVE WS-REPORT-TERM TO TML-TERM-ID
002120     MOVE WS-RUN-START-DATE TO TML-RUN-DATE
002130     WRITE WORK-STUDY-LINE FROM WS-TERM-LINE
002140     MOVE SPACES TO WORK-STUDY-LINE
002150     WRITE WORK-STUDY-LINE
002160     WRITE WORK-STUDY-LINE FROM WS-COLUMN-LINE
002170     PERFORM 8000-READ-AWARD THRU 8000-EXIT.
002180 1000-EXIT.
002190     EXIT.
002200
002210*----------------------------------------------------------
002220* THE REPORT IS FOR ONE TERM - A YEAR FOLLOWED BY W, S, U
002230* OR F, RE-PROMPTED UNTIL IT IS ONE
002240*----------------------------------------------------------
002250 1100-ACCEPT-TERM.
002260     DISPLAY "ENTER TERM TO REPORT (YYYYT, E.G. 2026F): "
002270         WITH NO ADVANCING
002280     ACCEPT WS-REPORT-TERM
002290     MOVE "N" TO WS-TERM-OK
002300     PERFORM 1110-VALIDATE-TERM THRU 1110-EXIT
002310         UNTIL WS-TERM-OK = "Y".
002320 1100-EXIT.
002330     EXIT.
002340
002350 1110-VALIDATE-TERM.
002360     MOVE WS-REPORT-TERM TO WS-TERM-WORK
002370     PERFORM 8900-TERM-SEQUENCE THRU 8900-EXIT
002380     IF WS-TERM-OK NOT = "Y"
002390         DISPLAY "TERM MUST BE A YEAR AND W/S/U/F, TRY AGAIN: "
002400             WITH NO ADVANCING
002410         ACCEPT WS-REPORT-TERM
002420     END-IF.
002430 1110-EXIT.
002440     EXIT.
002450
002460*----------------------------------------------------------
002470* LOAD ONE CROSS-REFERENCE ENTRY INTO THE TABLE
002480*----------------------------------------------------------
002490 1200-LOAD-XREF.
002500     READ STUDENT-WORKERS NEXT RECORD
002510         AT END
002520             SET END-OF-SCAN TO TRUE
002530             GO TO 1200-EXIT
002540     END-READ
002550     IF WS-XT-COUNT >= 2000
002560         DISPLAY "WSAERN: CROSS-REFERENCE TABLE FULL, "
002570             "ENTRY SKIPPED"
002580         GO TO 1200-EXIT
002590     END-IF
002600     ADD 1 TO WS-XT-COUNT
002610     MOVE SX-STUDENT-ID TO WS-XT-STUDENT-ID (WS-XT-COUNT)
002620     MOVE SX-SSNUM TO WS-XT-SSNUM (WS-XT-COUNT).
002630 1200-EXIT.
002640     EXIT.
002650
002660*----------------------------------------------------------
002670* ONE LINE FOR AN AWARD IN THE TERM - ANY OTHER TERM'S
002680* AWARD IS PASSED OVER
002690*----------------------------------------------------------
002700 2000-REPORT-AWARD.
002710     ADD 1 TO WS-AWARDS-READ
002720     IF AW-TERM-ID NOT = WS-REPORT-TERM
002730         GO TO 2000-READ-NEXT
002740     END-IF
002750     ADD 1 TO WS-AWARDS-LISTED
002760     MOVE AW-STUDENT-ID TO DTL-STUDENT-ID
002770     MOVE AW-STUDENT-ID TO SM-STUDENT-ID
002780     READ STUDENT-MASTER
002790         INVALID KEY
002800             MOVE "NOT ON STUDENT FILE" TO SM-STUDENT-NAME
002810     END-READ
002820     MOVE SM-STUDENT-NAME TO DTL-STUDENT-NAME
002830     MOVE ZERO TO WS-AWARD-EARNED
002840     MOVE ZERO TO WS-FOUND-SUB
002850     PERFORM 2100-FIND-XREF THRU 2100-EXIT
002860         VARYING WS-XT-SUB FROM 1 BY 1
002870         UNTIL WS-XT-SUB > WS-XT-COUNT OR WS-FOUND-SUB > ZERO
002880     IF WS-FOUND-SUB = ZERO
002890         ADD 1 TO WS-NOT-LINKED
002900         MOVE "NOT LINKED" TO DTL-SSNUM
002910     ELSE
002920         MOVE WS-XT-SSNUM (WS-FOUND-SUB) TO WS-SSN-SPLIT-N
002930         MOVE WS-SS-AREA TO WS-SE-AREA
002940         MOVE WS-SS-GROUP TO WS-SE-GROUP
002950         MOVE WS-SS-SERIAL TO WS-SE-SERIAL
002960         MOVE WS-SSN-EDIT TO DTL-SSNUM
002970         PERFORM 2200-AWARD-EARNED THRU 2200-EXIT
002980     END-IF
002990     COMPUTE WS-AWARD-REMAINING =
003000         AW-AWARD-AMOUNT - WS-AWARD-EARNED
003010     IF WS-AWARD-REMAINING < ZERO
003020         ADD 1 TO WS-OVER-AWARD
003030     END-IF
003040     MOVE AW-AWARD-AMOUNT TO DTL-AWARD
003050     MOVE WS-AWARD-EARNED TO DTL-EARNED
003060     MOVE WS-AWARD-REMAINING TO DTL-REMAINING
003070     WRITE WORK-STUDY-LINE FROM WS-DETAIL-LINE
003080     ADD AW-AWARD-AMOUNT TO WS-TOTAL-AWARDED
003090     ADD WS-AWARD-EARNED TO WS-TOTAL-EARNED
003100     ADD WS-AWARD-REMAINING TO WS-TOTAL-REMAINING.
003110 2000-READ-NEXT.
003120     PERFORM 8000-READ-AWARD THRU 8000-EXIT.
003130 2000-EXIT.
003140     EXIT.
003150
003160 2100-FIND-XREF.
003170     IF WS-XT-STUDENT-ID (WS-XT-SUB) = AW-STUDENT-ID
003180         MOVE WS-XT-SUB TO WS-FOUND-SUB
003190     END-IF.
003200 2100-EXIT.
003210     EXIT.
003220
003230*----------------------------------------------------------
003240* GROSS PAID ON CHECKS DATED IN THE AWARD PERIOD - A
003250* REVERSAL IS TAKEN OFF, A CORRECTED OR RETRO CHECK COUNTS
003260* LIKE ANY OTHER
003270*----------------------------------------------------------
003280 2200-AWARD-EARNED.
003290     MOVE "N" TO WS-SCAN-EOF-SWITCH
003300     MOVE WS-XT-SSNUM (WS-FOUND-SUB) TO PH-SSNUM
003310     MOVE AW-PERIOD-BEGIN TO PH-PAY-DATE
003320     MOVE ZERO TO PH-ADJ-SEQ
003330     START PAY-HISTORY KEY IS GREATER THAN OR EQUAL TO PH-KEY
003340         INVALID KEY
003350             SET END-OF-SCAN TO TRUE
003360     END-START
003370     PERFORM 2210-ADD-ONE-CHECK THRU 2210-EXIT
003380         UNTIL END-OF-SCAN.
003390 2200-EXIT.
003400     EXIT.
003410
003420 2210-ADD-ONE-CHECK.
003430     READ PAY-HISTORY NEXT RECORD
003440         AT END
003450             SET END-OF-SCAN TO TRUE
003460             GO TO 2210-EXIT
003470     END-READ
003480     IF PH-SSNUM NOT = WS-XT-SSNUM (WS-FOUND-SUB)
003490             OR PH-PAY-DATE > AW-PERIOD-END
003500         SET END-OF-SCAN TO TRUE
003510         GO TO 2210-EXIT
003520     END-IF
003530     IF PH-ADJ-REVERSAL
003540         SUBTRACT PH-GROSS-PAY FROM WS-AWARD-EARNED
003550     ELSE
003560         ADD PH-GROSS-PAY TO WS-AWARD-EARNED
003570     END-IF.
003580 2210-EXIT.
003590     EXIT.
003600
003610*----------------------------------------------------------
003620* PRINT THE TOTALS AND COUNTS AND CLOSE UP
003630*----------------------------------------------------------
003640 3000-FINISH.
003650     MOVE SPACES TO WORK-STUDY-LINE
003660     WRITE WORK-STUDY-LINE
003670     MOVE "TERM TOTALS" TO TTL-LABEL
003680     MOVE WS-TOTAL-AWARDED TO TTL-AWARD
003690     MOVE WS-TOTAL-EARNED TO TTL-EARNED
003700     MOVE WS-TOTAL-REMAINING TO TTL-REMAINING
003710     WRITE WORK-STUDY-LINE FROM WS-TOTAL-LINE
003720     MOVE "AWARDS LISTED:" TO CNL-LABEL
003730     MOVE WS-AWARDS-LISTED TO CNL-COUNT
003740     WRITE WORK-STUDY-LINE FROM WS-COUNT-LINE
003750     MOVE "  NOT LINKED TO PAYROLL:" TO CNL-LABEL
003760     MOVE WS-NOT-LINKED TO CNL-COUNT
003770     WRITE WORK-STUDY-LINE FROM WS-COUNT-LINE
003780     MOVE "  PAID PAST THE AWARD:" TO CNL-LABEL
003790     MOVE WS-OVER-AWARD TO CNL-COUNT
003800     WRITE WORK-STUDY-LINE FROM WS-COUNT-LINE
003810     PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT
003820     CLOSE WORK-STUDY-AWARDS
003830     CLOSE STUDENT-MASTER
003840     CLOSE PAY-HISTORY
003850     CLOSE WORK-STUDY-REPORT.
003860 3000-EXIT.
003870     EXIT.
003880
003890*----------------------------------------------------------
003900* READ THE NEXT AWARD, SET THE EOF SWITCH AT END
003910*----------------------------------------------------------
003920 8000-READ-AWARD.
003930     READ WORK-STUDY-AWARDS NEXT RECORD
003940         AT END
003950             SET END-OF-FILE TO TRUE
003960     END-READ.
003970 8000-EXIT.
003980     EXIT.
003990
004000*----------------------------------------------------------
004010* TURN THE TERM ID IN WS-TERM-WORK INTO ITS SEQUENCE NUMBER
004020* THE SAME WAY CRSLOOK DOES - YEAR TIMES TEN PLUS W=1 S=2
004030* U=3 F=4.  WS-TERM-OK IS N WHEN THE TERM IS NOT VALID
004040*----------------------------------------------------------
004050 8900-TERM-SEQUENCE.
004060     MOVE "N" TO WS-TERM-OK
004070     MOVE ZERO TO WS-TERM-SEQ
004080     IF WS-TW-YEAR NOT NUMERIC
004090         GO TO 8900-EXIT
004100     END-IF
004110     EVALUATE WS-TW-SEASON
004120         WHEN "W"  MOVE 1 TO WS-SEASON-RANK
004130         WHEN "S"  MOVE 2 TO WS-SEASON-RANK
004140         WHEN "U"  MOVE 3 TO WS-SEASON-RANK
004150         WHEN "F"  MOVE 4 TO WS-SEASON-RANK
004160         WHEN OTHER
004170             GO TO 8900-EXIT
004180     END-EVALUATE
004190     COMPUTE WS-TERM-SEQ = WS-TW-YEAR-NUM * 10 + WS-SEASON-RANK
004200     MOVE "Y" TO WS-TERM-OK.
004210 8900-EXIT.
004220     EXIT.
004230
004240*----------------------------------------------------------
004250* APPEND THIS RUN'S CONTROL RECORD TO THE SHARED RUN LOG
004260*----------------------------------------------------------
004270 9100-WRITE-RUN-LOG.
004280     OPEN EXTEND RUN-CONTROL-LOG
004290     IF WS-RL-STATUS = "35"
004300         OPEN OUTPUT RUN-CONTROL-LOG
004310         CLOSE RUN-CONTROL-LOG
004320         OPEN EXTEND RUN-CONTROL-LOG
004330     END-IF
004340     MOVE "WSAERN  " TO RL-JOB-NAME
004350     MOVE WS-RUN-START-DATE TO RL-START-DATE
004360     MOVE WS-RUN-START-TIME TO RL-START-TIME
004370     ACCEPT RL-END-DATE FROM DATE YYYYMMDD
004380     ACCEPT RL-END-TIME FROM TIME
004390     MOVE WS-AWARDS-READ TO RL-RECORDS-IN
004400     MOVE WS-AWARDS-LISTED TO RL-RECORDS-OUT
004410     MOVE WS-OVER-AWARD TO RL-EXCEPTIONS
004420     MOVE "OK" TO RL-STATUS
004430     MOVE SPACES TO RL-FILLER
004440     WRITE RUN-LOG-RECORD
004450     CLOSE RUN-CONTROL-LOG.
004460 9100-EXIT.
004470     EXIT.
