000090*----------------------------------------------------------
000100* 08/21/26  SM   INITIAL VERSION - SUSPECTED-DUPLICATE
000110* 08/21/26  SM   CUSTOMER WORKSHEET
000111* 10/15/26  SM   WALK THE CUSTNDX NAME CROSS-REFERENCE IN NAME
000112* 10/15/26  SM   ORDER INSTEAD OF TABLING THE WHOLE MASTER;
000113* 10/15/26  SM   NAMES NOW MATCH REGARDLESS OF CASE
000120*----------------------------------------------------------
000130*
000140* PERIODIC MATCHING JOB.  THE MASTER IS KEYED ON SSN ONLY,
000170* CM-CUST-NAME AND CM-DATE-OF-BIRTH BUT DIFFER IN SSN AND
000180* PRINTS THE SUSPECTED-DUPLICATES WORKSHEET THE CLERKS TAKE
000190* INTO CUSTMNT'S MERGE FUNCTION.
000191*
000192* THE NAME CROSS-REFERENCE (CUSTNDX) ALREADY HOLDS EVERY
000193* CUSTOMER IN NAME ORDER, SO RECORDS SHARING A NAME COME OFF
000194* IT TOGETHER.  EACH RUN OF ONE NAME IS TABLED WITH ITS DATES
000195* OF BIRTH (READ FROM THE MASTER BY SSN) AND PAIRED WITHIN
000196* ITSELF - NO SORT AND NO WHOLE-FILE TABLE.  THE NAME KEY IS
000197* FOLDED TO UPPER CASE, SO "SMITH" AND "Smith" PAIR UP.
000200*
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
000230 FILE-CONTROL.
000240     SELECT CUSTOMER-MASTER ASSIGN TO "CUSTMAS"
000250         ORGANIZATION IS INDEXED
000251         ACCESS MODE IS RANDOM
000270         RECORD KEY IS CM-SSNUM
000280         FILE STATUS IS WS-CM-STATUS.
000281     SELECT NAME-INDEX ASSIGN TO "CUSTNDX"
000282         ORGANIZATION IS INDEXED
000283         ACCESS MODE IS SEQUENTIAL
000284         RECORD KEY IS NX-KEY
000285         FILE STATUS IS WS-NX-STATUS.
000290     SELECT DUPLICATE-WORKSHEET ASSIGN TO "DUPWORK"
000300         ORGANIZATION IS LINE SEQUENTIAL.
000310     SELECT RUN-CONTROL-LOG ASSIGN TO "RUNLOG"
000350 FILE SECTION.
000360 FD  CUSTOMER-MASTER.
000370     COPY CUSTMAS.
000371 FD  NAME-INDEX.
000372     COPY CUSTNDX.
000380 FD  DUPLICATE-WORKSHEET.
000390 01  WORKSHEET-LINE                PIC X(80).
000400 FD  RUN-CONTROL-LOG.
000420 WORKING-STORAGE SECTION.
000430 77  WS-CM-STATUS                  PIC X(02) VALUE "00".
000440 77  WS-RL-STATUS                  PIC X(02) VALUE "00".
000441 77  WS-NX-STATUS                  PIC X(02) VALUE "00".
000450 77  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
000460     88  END-OF-FILE               VALUE "Y".
000461 77  WS-INDEX-SWITCH               PIC X(01) VALUE "Y".
000462     88  NAME-INDEX-MISSING        VALUE "N".
000463 77  WS-CUSTOMER-COUNT             PIC 9(07) COMP VALUE ZERO.
000464 77  WS-GROUP-COUNT                PIC 9(04) COMP VALUE ZERO.
000480 77  WS-PAIR-COUNT                 PIC 9(05) COMP VALUE ZERO.
000490 77  WS-OUTER-SUB                  PIC 9(04) COMP VALUE ZERO.
000500 77  WS-INNER-SUB                  PIC 9(04) COMP VALUE ZERO.
000505 77  WS-INNER-START                PIC 9(04) COMP VALUE ZERO.
000506 77  WS-GROUP-NAME-KEY             PIC X(20) VALUE SPACES.
000507 01  WS-CUSTOMER-TABLE.
000508     05  WS-CUST-ENTRY OCCURS 50 TIMES.
000530         10  WS-CT-SSNUM           PIC 9(09).
000540         10  WS-CT-CUST-NAME       PIC X(20).
000550         10  WS-CT-DATE-OF-BIRTH   PIC 9(08).
000780 PROCEDURE DIVISION.
000790 0000-MAINLINE.
000800     PERFORM 1000-INITIALIZE THRU 1000-EXIT
000801     PERFORM 2000-COLLECT-NAME-GROUP THRU 2000-EXIT
000820         UNTIL END-OF-FILE
000840     PERFORM 4000-FINISH THRU 4000-EXIT
000850     GOBACK.

000860*----------------------------------------------------------
000870* OPEN THE FILES AND PRIME THE READ - NO CROSS-REFERENCE
000871* MEANS NOTHING TO WALK, SO SAY SO AND LOG THE RUN FAILED
000880*----------------------------------------------------------
000890 1000-INITIALIZE.
000900     ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
000910     ACCEPT WS-RUN-START-TIME FROM TIME
000920     OPEN INPUT CUSTOMER-MASTER
000921     OPEN INPUT NAME-INDEX
000930     OPEN OUTPUT DUPLICATE-WORKSHEET
000940     WRITE WORKSHEET-LINE FROM WS-HEADING-LINE
000950     WRITE WORKSHEET-LINE FROM WS-COLUMN-LINE
000951     IF WS-NX-STATUS = "35"
000952         DISPLAY "DUPFIND: NAME INDEX NOT BUILT - RUN NDXBLD"
000953         SET NAME-INDEX-MISSING TO TRUE
000954         SET END-OF-FILE TO TRUE
000955         GO TO 1000-EXIT
000956     END-IF
000960     PERFORM 8000-READ-NEXT THRU 8000-EXIT.
000970 1000-EXIT.
000980     EXIT.

000990*----------------------------------------------------------
000991* TABLE EVERY CROSS-REFERENCE ENTRY CARRYING THE SAME NAME,
000992* THEN PAIR THEM - A NAME ON ONE CUSTOMER ONLY HAS NO PAIRS
001020*----------------------------------------------------------
001021 2000-COLLECT-NAME-GROUP.
001022     MOVE ZERO TO WS-GROUP-COUNT
001023     MOVE NX-NAME-KEY TO WS-GROUP-NAME-KEY
001024     PERFORM 2100-TABLE-ONE-ENTRY THRU 2100-EXIT
001025         UNTIL END-OF-FILE
001026            OR NX-NAME-KEY NOT = WS-GROUP-NAME-KEY
001027     IF WS-GROUP-COUNT > 1
001028         PERFORM 3000-MATCH-PAIRS THRU 3000-EXIT
001029     END-IF.
001150 2000-EXIT.
001160     EXIT.

001162*----------------------------------------------------------
001163* PULL THE MATCH FIELDS OFF THE MASTER RECORD THIS ENTRY
001164* POINTS AT - AN ENTRY WITH NO MASTER BEHIND IT IS SKIPPED
001165*----------------------------------------------------------
001166 2100-TABLE-ONE-ENTRY.
001167     ADD 1 TO WS-CUSTOMER-COUNT
001168     MOVE NX-SSNUM TO CM-SSNUM
001169     READ CUSTOMER-MASTER
001170         INVALID KEY
001171             GO TO 2100-READ-NEXT
001172     END-READ
001173     IF WS-GROUP-COUNT >= 50
001174         DISPLAY "DUPFIND: NAME GROUP FULL, RECORD SKIPPED "
001175             CM-SSNUM
001176         GO TO 2100-READ-NEXT
001177     END-IF
001178     ADD 1 TO WS-GROUP-COUNT
001179     MOVE CM-SSNUM TO WS-CT-SSNUM (WS-GROUP-COUNT)
001180     MOVE CM-CUST-NAME TO WS-CT-CUST-NAME (WS-GROUP-COUNT)
001181     MOVE CM-DATE-OF-BIRTH
001182         TO WS-CT-DATE-OF-BIRTH (WS-GROUP-COUNT).
001183 2100-READ-NEXT.
001184     PERFORM 8000-READ-NEXT THRU 8000-EXIT.
001185 2100-EXIT.
001186     EXIT.

001187*----------------------------------------------------------
001188* EVERY PAIR IN THE NAME GROUP, EACH PAIR ONCE - SAME DOB
001189* BUT A DIFFERENT SSN IS A SUSPECT
001200*----------------------------------------------------------
001210 3000-MATCH-PAIRS.
001220     PERFORM 3100-MATCH-ONE-OUTER THRU 3100-EXIT
001230         VARYING WS-OUTER-SUB FROM 1 BY 1
001231         UNTIL WS-OUTER-SUB >= WS-GROUP-COUNT.
001250 3000-EXIT.
001260     EXIT.

001280     COMPUTE WS-INNER-START = WS-OUTER-SUB + 1
001290     PERFORM 3200-MATCH-ONE-PAIR THRU 3200-EXIT
001300         VARYING WS-INNER-SUB FROM WS-INNER-START BY 1
001301         UNTIL WS-INNER-SUB > WS-GROUP-COUNT.
001320 3100-EXIT.
001330     EXIT.

001340 3200-MATCH-ONE-PAIR.
001341     IF WS-CT-DATE-OF-BIRTH (WS-OUTER-SUB)
001380             = WS-CT-DATE-OF-BIRTH (WS-INNER-SUB)
001390             AND WS-CT-SSNUM (WS-OUTER-SUB)
001400             NOT = WS-CT-SSNUM (WS-INNER-SUB)
001550     MOVE WS-PAIR-COUNT TO CNL-COUNT
001560     WRITE WORKSHEET-LINE FROM WS-COUNT-LINE
001570     CLOSE CUSTOMER-MASTER
001571     IF NOT NAME-INDEX-MISSING
001572         CLOSE NAME-INDEX
001573     END-IF
001580     CLOSE DUPLICATE-WORKSHEET
001590     PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT.
001600 4000-EXIT.
001610     EXIT.

001620*----------------------------------------------------------
001621* READ THE NEXT CROSS-REFERENCE ENTRY, SET THE EOF SWITCH AT
001622* END
001640*----------------------------------------------------------
001650 8000-READ-NEXT.
001651     READ NAME-INDEX NEXT RECORD
001670         AT END
001680             SET END-OF-FILE TO TRUE
001690     END-READ.
001870     MOVE WS-CUSTOMER-COUNT TO RL-RECORDS-IN
001880     MOVE WS-PAIR-COUNT TO RL-RECORDS-OUT
001890     MOVE ZERO TO RL-EXCEPTIONS
001891     IF NAME-INDEX-MISSING
001892         MOVE "FAIL" TO RL-STATUS
001893     ELSE
001894         MOVE "OK" TO RL-STATUS
001895     END-IF
001910     MOVE SPACES TO RL-FILLER
001920     WRITE RUN-LOG-RECORD
001930     CLOSE RUN-CONTROL-LOG.
