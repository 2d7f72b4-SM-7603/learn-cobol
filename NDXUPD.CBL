000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. NDXUPD.
000030 AUTHOR. PAYROLL-SYSTEMS-GROUP.
000040 INSTALLATION. DATA-PROCESSING-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 10/15/26  SM   INITIAL VERSION - KEEPS THE CUSTNDX NAME
000110* 10/15/26  SM   CROSS-REFERENCE IN STEP WITH THE MASTER
000120*----------------------------------------------------------
000130*
000140* CALLED SUBPROGRAM, ONE CALL PER NAME ADDED, DROPPED OR
000150* CHANGED ON THE CUSTOMER MASTER, SHARED BY EVERY PROGRAM
000160* THAT WRITES A NAME SO THEY ALL KEY THE CROSS-REFERENCE THE
000170* SAME WAY - THE NAME FOLDED TO UPPER CASE, THEN THE SSNUM.
000180* OPENS THE CROSS-REFERENCE ON THE FIRST CALL (CREATING IT
000190* THE FIRST TIME EVER) AND KEEPS IT OPEN UNTIL THE CALLER'S
000200* CLOSING X CALL, SO A BATCH RUN DOES NOT OPEN IT PER RECORD.
000210*
000220 ENVIRONMENT DIVISION.
000230 INPUT-OUTPUT SECTION.
000240 FILE-CONTROL.
000250     SELECT NAME-INDEX ASSIGN TO "CUSTNDX"
000260         ORGANIZATION IS INDEXED
000270         ACCESS MODE IS RANDOM
000280         RECORD KEY IS NX-KEY
000290         FILE STATUS IS WS-NX-STATUS.
000300
000310 DATA DIVISION.
000320 FILE SECTION.
000330 FD  NAME-INDEX.
000340     COPY CUSTNDX.
000350
000360 WORKING-STORAGE SECTION.
000370 77  WS-NX-STATUS                  PIC X(02) VALUE "00".
000380 77  WS-OPEN-SWITCH                PIC X(01) VALUE "N".
000390     88  INDEX-OPEN                VALUE "Y".
000400 77  WS-OLD-NAME-KEY               PIC X(20) VALUE SPACES.
000410 77  WS-NEW-NAME-KEY               PIC X(20) VALUE SPACES.
000420
000430 LINKAGE SECTION.
000440     COPY NDXPRM.
000450
000460 PROCEDURE DIVISION USING NAME-INDEX-PARMS.
000470 0000-MAINLINE.
000480     MOVE "Y" TO NP-DONE
000490     IF NP-CLOSE-INDEX
000500         IF INDEX-OPEN
000510             CLOSE NAME-INDEX
000520             MOVE "N" TO WS-OPEN-SWITCH
000530         END-IF
000540         GOBACK
000550     END-IF
000560     IF NOT INDEX-OPEN
000570         PERFORM 1000-OPEN-INDEX THRU 1000-EXIT
000580     END-IF
000590     MOVE NP-OLD-NAME TO WS-OLD-NAME-KEY
000600     INSPECT WS-OLD-NAME-KEY CONVERTING
000610         "abcdefghijklmnopqrstuvwxyz"
000620         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000630     MOVE NP-NEW-NAME TO WS-NEW-NAME-KEY
000640     INSPECT WS-NEW-NAME-KEY CONVERTING
000650         "abcdefghijklmnopqrstuvwxyz"
000660         TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
000670     EVALUATE TRUE
000680         WHEN NP-ADD-NAME
000690             PERFORM 2000-ADD-ENTRY THRU 2000-EXIT
000700         WHEN NP-DROP-NAME
000710             PERFORM 3000-DROP-ENTRY THRU 3000-EXIT
000720         WHEN NP-CHANGE-NAME
000730*> A CHANGE THAT LEAVES THE NAME ALONE LEAVES THE ENTRY ALONE
000740             IF WS-OLD-NAME-KEY NOT = WS-NEW-NAME-KEY
000750                 PERFORM 3000-DROP-ENTRY THRU 3000-EXIT
000760                 PERFORM 2000-ADD-ENTRY THRU 2000-EXIT
000770             END-IF
000780         WHEN OTHER
000790             MOVE "N" TO NP-DONE
000800     END-EVALUATE
000810     GOBACK.
000820
000830*----------------------------------------------------------
000840* FIRST CALL: OPEN THE CROSS-REFERENCE FOR UPDATE, CREATING
000850* IT EMPTY WHEN IT IS NOT ON HAND YET
000860*----------------------------------------------------------
000870 1000-OPEN-INDEX.
000880     OPEN I-O NAME-INDEX
000890     IF WS-NX-STATUS = "35"
000900         OPEN OUTPUT NAME-INDEX
000910         CLOSE NAME-INDEX
000920         OPEN I-O NAME-INDEX
000930     END-IF
000940     SET INDEX-OPEN TO TRUE.
000950 1000-EXIT.
000960     EXIT.
000970
000980*----------------------------------------------------------
000990* ADD THE NEW NAME'S ENTRY - ALREADY THERE IS NOT AN ERROR,
001000* THE CROSS-REFERENCE ALREADY SAYS WHAT IT SHOULD
001010*----------------------------------------------------------
001020 2000-ADD-ENTRY.
001030     MOVE WS-NEW-NAME-KEY TO NX-NAME-KEY
001040     MOVE NP-SSNUM TO NX-SSNUM
001050     MOVE SPACES TO NX-FILLER
001060     WRITE CUST-NAME-INDEX-RECORD
001070         INVALID KEY
001080             MOVE "N" TO NP-DONE
001090     END-WRITE.
001100 2000-EXIT.
001110     EXIT.
001120
001130*----------------------------------------------------------
001140* DROP THE OLD NAME'S ENTRY - NOT THERE IS NOT AN ERROR
001150* EITHER (A CUSTOMER ADDED BEFORE THE LAST REBUILD)
001160*----------------------------------------------------------
001170 3000-DROP-ENTRY.
001180     MOVE WS-OLD-NAME-KEY TO NX-NAME-KEY
001190     MOVE NP-SSNUM TO NX-SSNUM
001200     DELETE NAME-INDEX
001210         INVALID KEY
001220             MOVE "N" TO NP-DONE
001230     END-DELETE.
001240 3000-EXIT.
001250     EXIT.
