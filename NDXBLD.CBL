000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. NDXBLD.
000030 AUTHOR. PAYROLL-SYSTEMS-GROUP.
000040 INSTALLATION. DATA-PROCESSING-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 10/15/26  SM   INITIAL VERSION - REBUILD THE CUSTNDX NAME
000110* 10/15/26  SM   CROSS-REFERENCE FROM THE CUSTOMER MASTER
000120*----------------------------------------------------------
000130*
000140* WRITES THE NAME CROSS-REFERENCE FRESH FROM THE CUSTOMER
000150* MASTER, ONE ENTRY PER CUSTOMER, KEYED THE WAY NDXUPD KEYS
000160* IT (NAME FOLDED TO UPPER CASE, THEN SSNUM).  RUN ONCE TO
000170* LOAD IT, AND AGAIN WHENEVER THE MASTER IS REPLACED WHOLE -
000180* CMRELD CALLS IT AT THE END OF A GOOD RELOAD.  BETWEEN
000190* REBUILDS THE PROGRAMS THAT WRITE NAMES KEEP IT IN STEP.
000200*
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAS"
000250         ORGANIZATION IS INDEXED
000260         ACCESS MODE IS SEQUENTIAL
000270         RECORD KEY IS CM-SSNUM
000280         FILE STATUS IS WS-CM-STATUS.
000290     SELECT NAME-INDEX ASSIGN TO "CUSTNDX"
000300         ORGANIZATION IS INDEXED
000310         ACCESS MODE IS RANDOM
000320         RECORD KEY IS NX-KEY
000330         FILE STATUS IS WS-NX-STATUS.
000340     SELECT RUN-CONTROL-LOG ASSIGN TO "RUNLOG"
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-RL-STATUS.
000370
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  CUSTOMER-MASTER.
000410     COPY CUSTMAS.
000420 FD  NAME-INDEX.
000430     COPY CUSTNDX.
000440 FD  RUN-CONTROL-LOG.
000450     COPY RUNLOG.
000460
000470 WORKING-STORAGE SECTION.
000480 77  WS-CM-STATUS                  PIC X(02) VALUE "00".
000490 77  WS-NX-STATUS                  PIC X(02) VALUE "00".
000500 77  WS-RL-STATUS                  PIC X(02) VALUE "00".
000510 77  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
000520     88  END-OF-FILE               VALUE "Y".
000530 77  WS-CUSTOMERS-READ             PIC 9(07) COMP VALUE ZERO.
000540 77  WS-ENTRIES-WRITTEN            PIC 9(07) COMP VALUE ZERO.
000550 77  WS-ENTRIES-REJECTED           PIC 9(07) COMP VALUE ZERO.
000560 01  WS-RUN-START-STAMP.
000570     05  WS-RUN-START-DATE         PIC 9(8).
000580     05  WS-RUN-START-TIME         PIC 9(8).
000590
000600 PROCEDURE DIVISION.
000610 0000-MAINLINE.
000620     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000630     PERFORM 2000-INDEX-ONE-CUSTOMER THRU 2000-EXIT
000640         UNTIL END-OF-FILE
000650     PERFORM 3000-FINISH THRU 3000-EXIT
000660     GOBACK.
000670
000680*----------------------------------------------------------
000690* OPEN THE MASTER, START THE CROSS-REFERENCE OVER EMPTY,
000700* PRIME THE READ
000710*----------------------------------------------------------
000720 1000-INITIALIZE.
000730     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
000740     ACCEPT WS-RUN-START-TIME FROM TIME
000750     MOVE "N" TO WS-EOF-SWITCH
000760     MOVE ZERO TO WS-CUSTOMERS-READ
000770     MOVE ZERO TO WS-ENTRIES-WRITTEN
000780     MOVE ZERO TO WS-ENTRIES-REJECTED
000790     OPEN INPUT CUSTOMER-MASTER
000800     IF WS-CM-STATUS = "35"
000810         DISPLAY "NDXBLD: NO CUSTOMER MASTER ON HAND"
000820         SET END-OF-FILE TO TRUE
000830     END-IF
000840     OPEN OUTPUT NAME-INDEX
000850     IF NOT END-OF-FILE
000860         PERFORM 8000-READ-MASTER THRU 8000-EXIT
000870     END-IF.
000880 1000-EXIT.
000890     EXIT.
000900
000910*----------------------------------------------------------
000920* ONE CROSS-REFERENCE ENTRY PER MASTER RECORD
000930*----------------------------------------------------------
000940 2000-INDEX-ONE-CUSTOMER.
000950     ADD 1 TO WS-CUSTOMERS-READ
000960     MOVE CM-CUST-NAME TO NX-NAME-KEY
000970     INSPECT NX-NAME-KEY CONVERTING
000980         "abcdefghijklmnopqrstuvwxyz"
000990         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
001000     MOVE CM-SSNUM TO NX-SSNUM
001010     MOVE SPACES TO NX-FILLER
001020     WRITE CUST-NAME-INDEX-RECORD
001030         INVALID KEY
001040             ADD 1 TO WS-ENTRIES-REJECTED
001050             DISPLAY "NDXBLD: DUPLICATE ENTRY FOR " CM-SSNUM
001060         NOT INVALID KEY
001070             ADD 1 TO WS-ENTRIES-WRITTEN
001080     END-WRITE
001090     PERFORM 8000-READ-MASTER THRU 8000-EXIT.
001100 2000-EXIT.
001110     EXIT.
001120
001130*----------------------------------------------------------
001140* COUNTS, RUN LOG, CLOSE UP
001150*----------------------------------------------------------
001160 3000-FINISH.
001170     DISPLAY "NDXBLD: " WS-CUSTOMERS-READ " CUSTOMER(S) READ, "
001180         WS-ENTRIES-WRITTEN " NAME ENTRIES WRITTEN"
001190     IF WS-CM-STATUS NOT = "35"
001200         CLOSE CUSTOMER-MASTER
001210     END-IF
001220     CLOSE NAME-INDEX
001230     PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT.
001240 3000-EXIT.
001250     EXIT.
001260
001270*----------------------------------------------------------
001280* READ THE NEXT MASTER RECORD, SET THE EOF SWITCH AT END
001290*----------------------------------------------------------
001300 8000-READ-MASTER.
001310     READ CUSTOMER-MASTER NEXT RECORD
001320         AT END
001330             SET END-OF-FILE TO TRUE
001340     END-READ.
001350 8000-EXIT.
001360     EXIT.
001370
001380*----------------------------------------------------------
001390* APPEND THIS RUN'S CONTROL RECORD TO THE SHARED RUN LOG
001400*----------------------------------------------------------
001410 9100-WRITE-RUN-LOG.
001420     OPEN EXTEND RUN-CONTROL-LOG
001430     IF WS-RL-STATUS = "35"
001440         OPEN OUTPUT RUN-CONTROL-LOG
001450         CLOSE RUN-CONTROL-LOG
001460         OPEN EXTEND RUN-CONTROL-LOG
001470     END-IF
001480     MOVE "NDXBLD  " TO RL-JOB-NAME
001490     MOVE WS-RUN-START-DATE TO RL-START-DATE
001500     MOVE WS-RUN-START-TIME TO RL-START-TIME
001510     ACCEPT RL-END-DATE FROM DATE YYYYMMDD
001520     ACCEPT RL-END-TIME FROM TIME
001530     MOVE WS-CUSTOMERS-READ TO RL-RECORDS-IN
001540     MOVE WS-ENTRIES-WRITTEN TO RL-RECORDS-OUT
001550     MOVE WS-ENTRIES-REJECTED TO RL-EXCEPTIONS
001560     MOVE "OK" TO RL-STATUS
001570     MOVE SPACES TO RL-FILLER
001580     WRITE RUN-LOG-RECORD
001590     CLOSE RUN-CONTROL-LOG.
001600 9100-EXIT.
001610     EXIT.
