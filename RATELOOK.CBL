000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. RATELOOK.
000030 AUTHOR. PAYROLL-SYSTEMS-GROUP.
000040 INSTALLATION. DATA-PROCESSING-CENTER.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*----------------------------------------------------------
000080* MODIFICATION HISTORY
000090*----------------------------------------------------------
000100* 10/15/26  SM   INITIAL VERSION - PAY RATE IN FORCE ON A
000110* 10/15/26  SM   DATE FROM THE EFFECTIVE-DATED RATE HISTORY
000120*----------------------------------------------------------
000130*
000140* CALLED SUBPROGRAM, ONE PER LOOKUP, SHARED BY PAYEDIT AND
000150* PAYREG SO BOTH PAY THE SAME RATE FOR THE SAME DATE.  THE
000160* HISTORY IS KEYED ON SSNUM PLUS EFFECTIVE DATE, SO UNLIKE
000170* WTHLOOK THE FILE IS NOT LOADED INTO STORAGE: IT IS OPENED
000180* ON THE FIRST CALL, LEFT OPEN FOR THE RUN, AND EACH CALL
000190* STARTS AT THE CUSTOMER'S FIRST ENTRY AND READS FORWARD -
000200* THE LAST ENTRY EFFECTIVE ON OR BEFORE THE PAY DATE IS THE
000210* ONE IN FORCE.  A MISSING FILE IS NOT CREATED - EVERY CALL
000220* THEN ANSWERS NOT FOUND AND THE CALLER KEEPS ITS OWN RATE.
000230*
000240 ENVIRONMENT DIVISION.
000250 INPUT-OUTPUT SECTION.
000260 FILE-CONTROL.
000270     SELECT PAY-RATE-HISTORY ASSIGN TO "RATEHIST"
000280         ORGANIZATION IS INDEXED
000290         ACCESS MODE IS DYNAMIC
000300         RECORD KEY IS RH-KEY
000310         FILE STATUS IS WS-RH-STATUS.
000320
000330 DATA DIVISION.
000340 FILE SECTION.
000350 FD  PAY-RATE-HISTORY.
000360     COPY PAYRATE.
000370
000380 WORKING-STORAGE SECTION.
000390 77  WS-RH-STATUS                  PIC X(02) VALUE "00".
000400 77  WS-OPENED-SWITCH              PIC X(01) VALUE "N".
000410     88  FILE-OPENED               VALUE "Y".
000420 77  WS-HISTORY-SWITCH             PIC X(01) VALUE "N".
000430     88  HISTORY-ON-FILE           VALUE "Y".
000440 77  WS-SCAN-SWITCH                PIC X(01) VALUE "N".
000450     88  SCAN-DONE                 VALUE "Y".
000460
000470 LINKAGE SECTION.
000480     COPY RATEPRM.
000490
000500 PROCEDURE DIVISION USING RATE-LOOKUP-PARMS.
000510 0000-MAINLINE.
000520     IF NOT FILE-OPENED
000530         PERFORM 1000-OPEN-HISTORY THRU 1000-EXIT
000540     END-IF
000550     MOVE "N" TO RP-FOUND
000560     MOVE ZERO TO RP-PAY-RATE
000570     MOVE ZERO TO RP-EFFECTIVE-DATE
000580     IF HISTORY-ON-FILE
000590         PERFORM 2000-FIND-RATE-IN-FORCE THRU 2000-EXIT
000600     END-IF
000610     GOBACK.
000620
000630*----------------------------------------------------------
000640* FIRST CALL: OPEN THE HISTORY FOR THE REST OF THE RUN
000650*----------------------------------------------------------
000660 1000-OPEN-HISTORY.
000670     SET FILE-OPENED TO TRUE
000680     OPEN INPUT PAY-RATE-HISTORY
000690     IF WS-RH-STATUS NOT = "00"
000700         DISPLAY "RATELOOK: NO PAY RATE HISTORY ON FILE - "
000710             "RATES COME FROM THE HOURS AND THE MASTER"
000720         GO TO 1000-EXIT
000730     END-IF
000740     SET HISTORY-ON-FILE TO TRUE.
000750 1000-EXIT.
000760     EXIT.
000770
000780*----------------------------------------------------------
000790* START AT THE CUSTOMER'S EARLIEST ENTRY AND KEEP THE LAST
000800* ONE EFFECTIVE ON OR BEFORE THE PAY DATE
000810*----------------------------------------------------------
000820 2000-FIND-RATE-IN-FORCE.
000830     MOVE "N" TO WS-SCAN-SWITCH
000840     MOVE RP-SSNUM TO RH-SSNUM
000850     MOVE ZEROS TO RH-EFFECTIVE-DATE
000860     START PAY-RATE-HISTORY KEY IS GREATER THAN OR EQUAL
000870             TO RH-KEY
000880         INVALID KEY
000890             GO TO 2000-EXIT
000900     END-START
000910     PERFORM 2100-TEST-ONE-ENTRY THRU 2100-EXIT
000920         UNTIL SCAN-DONE.
000930 2000-EXIT.
000940     EXIT.
000950
000960 2100-TEST-ONE-ENTRY.
000970     READ PAY-RATE-HISTORY NEXT RECORD
000980         AT END
000990             SET SCAN-DONE TO TRUE
001000             GO TO 2100-EXIT
001010     END-READ
001020     IF RH-SSNUM NOT = RP-SSNUM
001030             OR RH-EFFECTIVE-DATE > RP-PAY-DATE
001040         SET SCAN-DONE TO TRUE
001050         GO TO 2100-EXIT
001060     END-IF
001070     MOVE "Y" TO RP-FOUND
001080     MOVE RH-PAY-RATE TO RP-PAY-RATE
001090     MOVE RH-EFFECTIVE-DATE TO RP-EFFECTIVE-DATE.
001100 2100-EXIT.
001110     EXIT.
