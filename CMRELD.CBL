000090*----------------------------------------------------------
000100* 08/21/26  SM   INITIAL VERSION - CUSTOMER MASTER RELOAD
000110* 08/21/26  SM   FROM BACKUP, WITH A VERIFY-ONLY MODE
000111* 10/15/26  SM   A RELOAD ENDS BY REBUILDING THE CUSTNDX NAME
000112* 10/15/26  SM   CROSS-REFERENCE (NDXBLD) FROM THE NEW MASTER
000120*----------------------------------------------------------
000130*
000140* REBUILDS THE INDEXED CUSTOMER MASTER FROM THE SEQUENTIAL
000160* CM-PAYCHECK/CM-PAY-RATE HASH TOTALS AND PROVING THEY
000170* MATCH THE BACKUP TRAILER.  MODE V (VERIFY-ONLY) MAKES THE
000180* SAME PASS AND PROOF WITHOUT TOUCHING THE MASTER - THE
000190* CHECK TO RUN AFTER EVERY NIGHTLY BACKUP.  A RELOAD
000191* REPLACES THE MASTER WHOLE, SO IT ENDS BY CALLING NDXBLD TO
000192* REBUILD THE NAME CROSS-REFERENCE TO MATCH IT.
000200*
000210 ENVIRONMENT DIVISION.
000220 INPUT-OUTPUT SECTION.
001810         CLOSE MASTER-BACKUP
001820         IF RELOAD-MODE
001830             CLOSE CUSTOMER-MASTER
001831             CALL "NDXBLD"
001840         END-IF
001850     END-IF
001860     PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT.
