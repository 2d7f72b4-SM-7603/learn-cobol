      *> IT'S JOB IS TO HOLD VARIABLES:
       WORKING-STORAGE SECTION.
       01 WS-CM-STATUS PIC X(02) VALUE "00".
       01 WS-NEW-MASTER-IMAGE PIC X(79).
       COPY NDXPRM.
      *> ALPHA NUMERIC VARIABLES (X)
       01 SampleData PIC X(10)
           VALUE "Stuff".
           WRITE CUST-MASTER-RECORD
               INVALID KEY
                   DISPLAY "CUSTOMER ALREADY ON FILE, REWRITING"
      *> pick up the name already on file first, so the name
      *> cross-reference entry follows the rewrite
                   MOVE CUST-MASTER-RECORD TO WS-NEW-MASTER-IMAGE
                   READ CUSTOMER-MASTER
                   MOVE CM-CUST-NAME TO NP-OLD-NAME
                   MOVE WS-NEW-MASTER-IMAGE TO CUST-MASTER-RECORD
                   REWRITE CUST-MASTER-RECORD
                   MOVE "C" TO NP-FUNCTION
               NOT INVALID KEY
                   MOVE "A" TO NP-FUNCTION
           END-WRITE
           MOVE CM-SSNUM TO NP-SSNUM
           MOVE CM-CUST-NAME TO NP-NEW-NAME
           CALL "NDXUPD" USING NAME-INDEX-PARMS
           MOVE "X" TO NP-FUNCTION
           CALL "NDXUPD" USING NAME-INDEX-PARMS
           CLOSE CUSTOMER-MASTER.
