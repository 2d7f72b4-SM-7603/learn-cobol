      *> 2026-08-08 SM: build and write a CUST-MASTER-RECORD to the
      *> customer master (keyed on SSNUM) instead of just displaying
      *> SSAREA and throwing the data away.
      *> 2026-10-15 SM: keep the CUSTNDX name cross-reference in
      *> step (NDXUPD) with the name written or rewritten here.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               05 DOB PIC 99.
               05 YOB PIC 9(4).
           01 WS-CM-STATUS PIC X(02) VALUE "00".
           01 WS-NEW-MASTER-IMAGE PIC X(79).
           COPY NDXPRM.
           01 WS-SSN-OK PIC X VALUE "N".
           01 DOBIsValid PIC X VALUE "N".
           01 DaysInMonth PIC 99 VALUE 0.
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
