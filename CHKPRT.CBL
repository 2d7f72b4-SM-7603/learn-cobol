000157* 09/02/26  SM   CLEAN TODAY (RUNCHK), RETURN CODE 8
000158* 09/02/26  SM   A REFUSAL ALSO LOGS FAIL TO THE RUN LOG;
000159* 09/02/26  SM   A BLANK PAY DATE FALLS BACK TO THE RUN DATE
000160* 10/15/26  SM   EMPLOYEE SOC SEC/MEDICARE WITHHELD PRINTED ON
000161* 10/15/26  SM   THE STUB FROM THE CHECK'S ETXDETL DETAIL
000162* 10/15/26  SM   NO STUB FOR A RETROPAY RETRO CHECK (CODE T) -
000163* 10/15/26  SM   RETROPAY REGISTERS ITS OWN CHECK NUMBER
000164* 10/15/26  SM   A STUB WHOSE CURRENT ADDRESS IS UNDELIVERABLE
000165* 10/15/26  SM   PRINTS TO THE HELD-CHECK LIST (HELDCHKS), NOT THE
000166* 10/15/26  SM   MAIL RUN, AND THE CHECK GOES ON CHKHOLD; RELEASED
000167* 10/15/26  SM   HELD CHECKS GET A MAILER ON THE NEXT MAIL RUN
000168* 10/15/26  SM   A BLANK PAY DATE FALLS BACK TO THE LATEST CHECK
000169* 10/15/26  SM   DATE ON THE PAYROLL CALENDAR (CALLOOK), NOT THE
000170* 10/15/26  SM   RUN DATE
000171*----------------------------------------------------------
000172*
000180* CHECK-PRINT STEP, RUN AFTER PAYREG.  READS THE PAY
000190* HISTORY FOR THE REQUESTED PAY DATE, PRINTS ONE FORMATTED
000200* PAY STUB PER PAID CUSTOMER (NAME, SSN MASKED TO THE LAST
000250* (PH-PAY-METHOD D) GETS A STUB MARKED DIRECT DEPOSIT WITH
000260* NO CHECK NUMBER AND NO REGISTER EVENT, SO THE SAME MONEY
000270* IS NEVER BOTH AN ACH CREDIT AND AN OUTSTANDING CHECK.
000271*
000272* A CUSTOMER WHOSE CURRENT ADDRESS IS MARKED UNDELIVERABLE
000273* (RETURNED MAIL) GETS THE STUB ON THE HELD-CHECK LIST INSTEAD
000274* OF THE MAIL RUN.  A PAPER CHECK IS STILL NUMBERED AND
000275* REGISTERED - IT IS A REAL CHECK, JUST KEPT IN THE OFFICE -
000276* AND GOES ON THE HELD-CHECK FILE.  BEFORE THE STUBS, EVERY
000277* HELD CHECK WHOSE CUSTOMER NOW HAS A GOOD CURRENT ADDRESS
000278* GETS A MAILER ON THE MAIL RUN, SO THE MAILROOM CAN PULL IT
000279* FROM THE HELD PILE AND SEND IT TO THE NEW ADDRESS.
000280*
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000448         ACCESS MODE IS DYNAMIC
000449         RECORD KEY IS AD-KEY
000450         FILE STATUS IS WS-AD-STATUS.
000451     SELECT EMPLOYER-TAX-DETAIL ASSIGN TO "ETXDETL"
000452         ORGANIZATION IS INDEXED
000453         ACCESS MODE IS RANDOM
000454         RECORD KEY IS ET-KEY
000455         FILE STATUS IS WS-ET-STATUS.
000456     SELECT RUN-CONTROL-LOG ASSIGN TO "RUNLOG"
000457         ORGANIZATION IS LINE SEQUENTIAL
000458         FILE STATUS IS WS-RL-STATUS.
000459     SELECT HELD-CHECKS ASSIGN TO "CHKHOLD"
000460         ORGANIZATION IS INDEXED
000461         ACCESS MODE IS DYNAMIC
000462         RECORD KEY IS HC-KEY
000463         FILE STATUS IS WS-HC-STATUS.
000464     SELECT HELD-PRINT ASSIGN TO "HELDCHKS"
000465         ORGANIZATION IS LINE SEQUENTIAL.

000466 DATA DIVISION.
000467 FILE SECTION.
000470 FD  PAY-HISTORY.
000480     COPY PAYHIST.
000490 FD  CHECK-REGISTER.
000542     COPY LEAVEBAL.
000543 FD  CUSTOMER-ADDRESSES.
000544     COPY CUSTADDR.
000545 FD  EMPLOYER-TAX-DETAIL.
000546     COPY ETXDTL.
000547 FD  RUN-CONTROL-LOG.
000548     COPY RUNLOG.
000549 FD  HELD-CHECKS.
000550     COPY CHKHOLD.
000551 FD  HELD-PRINT.
000552 01  HELD-PRINT-LINE               PIC X(80).

000553 WORKING-STORAGE SECTION.
000560 77  WS-PH-STATUS                  PIC X(02) VALUE "00".
000570 77  WS-CR-STATUS                  PIC X(02) VALUE "00".
000580 77  WS-CM-STATUS                  PIC X(02) VALUE "00".
000581 77  WS-LB-STATUS                  PIC X(02) VALUE "00".
000582 77  WS-AD-STATUS                  PIC X(02) VALUE "00".
000583 77  WS-ET-STATUS                  PIC X(02) VALUE "00".
000584 77  WS-HC-STATUS                  PIC X(02) VALUE "00".
000585     COPY RUNCHKP.
000586 77  WS-ADDR-EOF-SWITCH            PIC X(01) VALUE "N".
000587     88  END-OF-ADDRESSES          VALUE "Y".
000588 77  WS-ADDRESS-FOUND              PIC X(01) VALUE "N".
000589 77  WS-ADDR-SSNUM                 PIC 9(09) VALUE ZEROS.
000590 77  WS-HOLD-SWITCH                PIC X(01) VALUE "N".
000591     88  STUB-HELD                 VALUE "Y".
000592 77  WS-HOLD-EOF-SWITCH            PIC X(01) VALUE "N".
000593     88  END-OF-HOLDS              VALUE "Y".
000594 77  WS-CHECKS-HELD                PIC 9(07) COMP VALUE ZERO.
000595 77  WS-HELD-AMOUNT                PIC 9(07)V99 VALUE ZERO.
000596 77  WS-RELEASED-MAILED            PIC 9(07) COMP VALUE ZERO.
000597 77  WS-HELD-AMOUNT-OUT            PIC Z,ZZZ,ZZ9.99.
000598 01  WS-STUB-OUT                   PIC X(80).
000599 01  WS-CURRENT-ADDRESS.
000600     05  WS-CA-ADDR-LINE-1         PIC X(25).
000601     05  WS-CA-ADDR-LINE-2         PIC X(25).
000602     05  WS-CA-CITY                PIC X(15).
000603     05  WS-CA-STATE               PIC X(02).
000604     05  WS-CA-ZIP                 PIC X(09).
000605     05  WS-CA-MAIL-STATUS         PIC X(01).
000606         88  WS-CA-UNDELIVERABLE   VALUE "U".
000607     05  WS-CA-RETURNED-DATE       PIC 9(08).
000608     05  WS-CA-RETURN-REASON       PIC X(01).
000609 77  WS-EOF-SWITCH                 PIC X(01) VALUE "N".
000610     88  END-OF-HISTORY            VALUE "Y".
000611 77  WS-REG-EOF-SWITCH             PIC X(01) VALUE "N".
000620     88  END-OF-REGISTER           VALUE "Y".
000630 77  WS-NEXT-CHECK-NO              PIC 9(06) VALUE 1.
000640 77  WS-DATE-PRINTED-SWITCH        PIC X(01) VALUE "N".
000720 01  WS-RUN-DATE                   PIC 9(08) VALUE ZEROS.
000722 01  WS-RUN-TIME                   PIC 9(08) VALUE ZEROS.
000724 77  WS-RL-STATUS                  PIC X(02) VALUE "00".
000725     COPY CALPARM.

000730 01  WS-STUB-SEPARATOR             PIC X(40)
000740         VALUE ALL "-".
001010     05  S4-WITHHELD               PIC ZZ,ZZ9.99.
001020     05  FILLER                    PIC X(06) VALUE "  NET ".
001030     05  S4-NET                    PIC ZZ,ZZ9.99.
001031 01  WS-STUB-LINE-6.
001032     05  FILLER                    PIC X(09) VALUE "SOC SEC  ".
001033     05  S6-SOC-SEC                PIC ZZ,ZZ9.99.
001034     05  FILLER                    PIC X(11) VALUE "  MEDICARE ".
001035     05  S6-MEDICARE               PIC ZZ,ZZ9.99.
001036 01  WS-HELD-HEADING               PIC X(50)
001037         VALUE "HELD CHECKS - CURRENT ADDRESS UNDELIVERABLE".
001038*> PRINTED WHERE THE MAILING BLOCK WOULD GO ON A HELD STUB
001039 01  WS-HELD-NOTICE.
001040     05  FILLER            PIC X(22) VALUE "HELD: MAIL RETURNED ".
001041     05  HN-RETURNED-DATE          PIC 9(08).
001042     05  FILLER                    PIC X(09) VALUE "  REASON ".
001043     05  HN-RETURN-REASON          PIC X(01).
001044*> FIRST LINE OF THE MAILER FOR A RELEASED HELD CHECK
001045 01  WS-RELEASE-LINE.
001046     05  FILLER            PIC X(20) VALUE "RELEASED HELD CHECK ".
001047     05  RL1-CHECK-NO              PIC 9(06).
001048     05  FILLER                    PIC X(11) VALUE "  PAY DATE ".
001049     05  RL1-PAY-DATE              PIC 9(08).
001050     05  FILLER                    PIC X(06) VALUE "  NET ".
001051     05  RL1-NET-PAY               PIC ZZ,ZZ9.99.

001052 PROCEDURE DIVISION.
001053 0000-MAINLINE.
001060     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001070     PERFORM 2000-PRINT-STUB THRU 2000-EXIT
001080         UNTIL END-OF-HISTORY
001173     END-IF
001174     DISPLAY "ENTER PAY DATE TO PRINT (YYYYMMDD): "
001180         WITH NO ADVANCING
001181     ACCEPT WS-STUB-DATE
001182*> RUN UNATTENDED IN THE NIGHT STREAM NOBODY ANSWERS THE
001183*> PROMPT - A BLANK OR MISSING REPLY MEANS THE PAY DATE
001184*> PAYREG JUST POSTED, THE LATEST CHECK DATE ON THE PAYROLL
001185*> CALENDAR (THE RUN DATE WITH NO CALENDAR ON FILE)
001186     IF WS-STUB-DATE NOT NUMERIC OR WS-STUB-DATE = ZEROS
001187         MOVE "L" TO CK-FUNCTION
001188         MOVE WS-RUN-DATE TO CK-DATE
001189         CALL "CALLOOK" USING CALENDAR-LOOKUP-PARMS
001190         IF CK-DATE-FOUND
001191             MOVE CK-RESULT-DATE TO WS-STUB-DATE
001192         ELSE
001193             MOVE WS-RUN-DATE TO WS-STUB-DATE
001194         END-IF
001196         DISPLAY "CHKPRT: NO PAY DATE KEYED, USING "
001197             WS-STUB-DATE
001198     END-IF
001382             CLOSE CUSTOMER-ADDRESSES
001383             OPEN INPUT CUSTOMER-ADDRESSES
001384         END-IF
001385*> SAME FOR THE EMPLOYER-TAX DETAIL - NO DETAIL, NO TAX LINE
001386         OPEN INPUT EMPLOYER-TAX-DETAIL
001387         IF WS-ET-STATUS = "35"
001388             OPEN OUTPUT EMPLOYER-TAX-DETAIL
001389             CLOSE EMPLOYER-TAX-DETAIL
001390             OPEN INPUT EMPLOYER-TAX-DETAIL
001391         END-IF
001392         OPEN OUTPUT STUB-PRINT
001393*> EXTEND fails with status 35 the first time this file
001400*> doesn't exist yet - fall back to creating it
001410         OPEN EXTEND CHECK-REGISTER
001420         IF WS-CR-STATUS = "35"
001440             CLOSE CHECK-REGISTER
001450             OPEN EXTEND CHECK-REGISTER
001460         END-IF
001461         OPEN I-O HELD-CHECKS
001462         IF WS-HC-STATUS = "35"
001463             OPEN OUTPUT HELD-CHECKS
001464             CLOSE HELD-CHECKS
001465             OPEN I-O HELD-CHECKS
001466         END-IF
001467         OPEN OUTPUT HELD-PRINT
001468         WRITE HELD-PRINT-LINE FROM WS-HELD-HEADING
001469         PERFORM 1500-MAIL-RELEASED-CHECKS THRU 1500-EXIT
001470         IF NOT END-OF-HISTORY
001480             PERFORM 8000-READ-HISTORY THRU 8000-EXIT
001490         END-IF
001760     PERFORM 8100-READ-REGISTER THRU 8100-EXIT.
001770 1110-EXIT.
001780     EXIT.
001781
001782*----------------------------------------------------------
001783* A HELD CHECK WHOSE CUSTOMER HAS A GOOD CURRENT ADDRESS AGAIN
001784* - RELEASED BY ADRMNT, OR A FUTURE-DATED ADDRESS THAT HAS
001785* NOW TAKEN EFFECT - GETS A MAILER ON THE MAIL RUN: THE CHECK
001786* NUMBER TO PULL FROM THE HELD PILE AND THE ADDRESS TO SEND
001787* IT TO.  IT IS THEN MARKED MAILED
001788*----------------------------------------------------------
001789 1500-MAIL-RELEASED-CHECKS.
001790     MOVE "N" TO WS-HOLD-EOF-SWITCH
001791     MOVE "N" TO WS-HOLD-SWITCH
001792     MOVE ZEROS TO HC-KEY
001793     START HELD-CHECKS KEY IS GREATER THAN OR EQUAL TO HC-KEY
001794         INVALID KEY
001795             SET END-OF-HOLDS TO TRUE
001796     END-START
001797     PERFORM 1510-MAIL-ONE-CHECK THRU 1510-EXIT
001798         UNTIL END-OF-HOLDS.
001799 1500-EXIT.
001800     EXIT.
001801
001802 1510-MAIL-ONE-CHECK.
001803     READ HELD-CHECKS NEXT RECORD
001804         AT END
001805             SET END-OF-HOLDS TO TRUE
001806             GO TO 1510-EXIT
001807     END-READ
001808     IF NOT HC-STILL-HELD
001809         GO TO 1510-EXIT
001810     END-IF
001811     MOVE HC-SSNUM TO WS-ADDR-SSNUM
001812     PERFORM 2450-FIND-CURRENT-ADDRESS THRU 2450-EXIT
001813     IF WS-ADDRESS-FOUND NOT = "Y" OR WS-CA-UNDELIVERABLE
001814         GO TO 1510-EXIT
001815     END-IF
001816     MOVE WS-STUB-SEPARATOR TO WS-STUB-OUT
001817     PERFORM 2900-PUT-STUB-LINE THRU 2900-EXIT
001818     MOVE HC-CHECK-NO TO RL1-CHECK-NO
001819     MOVE HC-PAY-DATE TO RL1-PAY-DATE
001820     MOVE HC-NET-PAY TO RL1-NET-PAY
001821     MOVE WS-RELEASE-LINE TO WS-STUB-OUT
001822     PERFORM 2900-PUT-STUB-LINE THRU 2900-EXIT
001823     MOVE HC-SSNUM TO CM-SSNUM
001824     READ CUSTOMER-MASTER
001825         INVALID KEY
001826             CONTINUE
001827     END-READ
001828     IF WS-CM-STATUS = "00"
001829         MOVE CM-CUST-NAME TO S2-CUST-NAME
001830     ELSE
001831         MOVE "** NOT ON FILE **" TO S2-CUST-NAME
001832     END-IF
001833     MOVE CM-SSSERIAL TO S2-SSSERIAL
001834     MOVE WS-STUB-LINE-2 TO WS-STUB-OUT
001835     PERFORM 2900-PUT-STUB-LINE THRU 2900-EXIT
001836     PERFORM 2400-PRINT-MAIL-BLOCK THRU 2400-EXIT
001837     SET HC-MAILED TO TRUE
001838     MOVE WS-RUN-DATE TO HC-MAILED-DATE
001839     REWRITE HELD-CHECK-RECORD
001840     ADD 1 TO WS-RELEASED-MAILED.
001841 1510-EXIT.
001842     EXIT.

001843*----------------------------------------------------------
001844* PRINT ONE STUB IF THIS HISTORY RECORD CARRIES THE
001845* REQUESTED PAY DATE, AND REGISTER THE ISSUED CHECK
001846*----------------------------------------------------------
001847 2000-PRINT-STUB.
001848*> A PAYADJ REVERSAL RECORD IS BOOKKEEPING, NOT A PAYMENT -
001849*> NO STUB AND NO CHECK NUMBER; PAYADJ ITSELF WORKS THE
001850*> REGISTER TRAIL FOR THE VOID AND THE CORRECTED CHECK,
001851*> AND RETROPAY FOR ITS RETRO CHECK
001852     IF PH-PAY-DATE = WS-STUB-DATE
001853             AND NOT PH-ADJ-REVERSAL
001854             AND NOT PH-ADJ-CORRECTED
001855             AND NOT PH-ADJ-RETRO
001856         ADD 1 TO WS-STUBS-PRINTED
001857*> THE CURRENT ADDRESS DECIDES WHICH PILE THE STUB GOES ON
001858         MOVE PH-SSNUM TO WS-ADDR-SSNUM
001859         PERFORM 2450-FIND-CURRENT-ADDRESS THRU 2450-EXIT
001860         MOVE "N" TO WS-HOLD-SWITCH
001861         IF WS-ADDRESS-FOUND = "Y" AND WS-CA-UNDELIVERABLE
001862             SET STUB-HELD TO TRUE
001863         END-IF
001864         MOVE WS-STUB-SEPARATOR TO WS-STUB-OUT
001865         PERFORM 2900-PUT-STUB-LINE THRU 2900-EXIT
001870         IF PH-BY-DEPOSIT
001880             ADD 1 TO WS-DEPOSIT-STUBS
001890             MOVE PH-PAY-DATE TO S1D-PAY-DATE
001891             MOVE WS-STUB-LINE-1D TO WS-STUB-OUT
001910         ELSE
001920             MOVE WS-NEXT-CHECK-NO TO S1-CHECK-NO
001930             MOVE PH-PAY-DATE TO S1-PAY-DATE
001931             MOVE WS-STUB-LINE-1 TO WS-STUB-OUT
001950         END-IF
001951         PERFORM 2900-PUT-STUB-LINE THRU 2900-EXIT
001960         PERFORM 2100-RESOLVE-NAME THRU 2100-EXIT
001970         MOVE PH-SSSERIAL TO S2-SSSERIAL
001971         MOVE WS-STUB-LINE-2 TO WS-STUB-OUT
001972         PERFORM 2900-PUT-STUB-LINE THRU 2900-EXIT
001981         PERFORM 2400-PRINT-MAIL-BLOCK THRU 2400-EXIT
001990         MOVE PH-HOURS-WORKED TO S3-HOURS
002000         MOVE PH-PAY-RATE TO S3-RATE
002001         MOVE WS-STUB-LINE-3 TO WS-STUB-OUT
002002         PERFORM 2900-PUT-STUB-LINE THRU 2900-EXIT
002020         MOVE PH-GROSS-PAY TO S4-GROSS
002030         MOVE PH-WITHHOLDING TO S4-WITHHELD
002040         MOVE PH-NET-PAY TO S4-NET
002041         MOVE WS-STUB-LINE-4 TO WS-STUB-OUT
002042         PERFORM 2900-PUT-STUB-LINE THRU 2900-EXIT
002051         PERFORM 2500-PRINT-PAYROLL-TAXES THRU 2500-EXIT
002052         PERFORM 2300-PRINT-LEAVE-BALANCES THRU 2300-EXIT
002060         IF NOT PH-BY-DEPOSIT
002070             ADD 1 TO WS-CHECKS-ISSUED
002080             PERFORM 2200-REGISTER-CHECK THRU 2200-EXIT
002081             IF STUB-HELD
002082                 PERFORM 2600-RECORD-HELD-CHECK THRU 2600-EXIT
002083             END-IF
002090             ADD 1 TO WS-NEXT-CHECK-NO
002100         END-IF
002110     END-IF
002300     EXIT.

002301*----------------------------------------------------------
002302* MAILING BLOCK FOR THE WINDOW ENVELOPE FROM THE CURRENT
002303* ADDRESS 2450 FOUND - NO ADDRESS ON FILE, NO BLOCK.  A HELD
002304* STUB GETS THE RETURNED-MAIL NOTICE IN ITS PLACE
002305*----------------------------------------------------------
002306 2400-PRINT-MAIL-BLOCK.
002307     IF STUB-HELD
002308         MOVE WS-CA-RETURNED-DATE TO HN-RETURNED-DATE
002309         MOVE WS-CA-RETURN-REASON TO HN-RETURN-REASON
002310         MOVE WS-HELD-NOTICE TO WS-STUB-OUT
002311         PERFORM 2900-PUT-STUB-LINE THRU 2900-EXIT
002312         GO TO 2400-EXIT
002313     END-IF
002319     IF WS-ADDRESS-FOUND = "Y"
002320         MOVE WS-CA-ADDR-LINE-1 TO M1-ADDR-LINE-1
002321         MOVE WS-MAIL-LINE-1 TO WS-STUB-OUT
002322         PERFORM 2900-PUT-STUB-LINE THRU 2900-EXIT
002323*> THE APARTMENT/UNIT LINE ONLY PRINTS WHEN THERE IS ONE
002324         IF WS-CA-ADDR-LINE-2 NOT = SPACES
002325             MOVE WS-CA-ADDR-LINE-2 TO M1B-ADDR-LINE-2
002326             MOVE WS-MAIL-LINE-1B TO WS-STUB-OUT
002327             PERFORM 2900-PUT-STUB-LINE THRU 2900-EXIT
002328         END-IF
002329         MOVE WS-CA-CITY TO M2-CITY
002330         MOVE WS-CA-STATE TO M2-STATE
002331         MOVE WS-CA-ZIP TO M2-ZIP
002332         MOVE WS-MAIL-LINE-2 TO WS-STUB-OUT
002333         PERFORM 2900-PUT-STUB-LINE THRU 2900-EXIT
002334     END-IF.
002335 2400-EXIT.
002336     EXIT.
002337
002338*----------------------------------------------------------
002339* THE CUSTOMER'S CURRENT ADDRESS IS THE LATEST EFFECTIVE-DATED
002340* RECORD AT OR BEFORE TODAY, MARK AND ALL
002341*----------------------------------------------------------
002342 2450-FIND-CURRENT-ADDRESS.
002343     MOVE SPACES TO WS-CURRENT-ADDRESS
002344     MOVE ZEROS TO WS-CA-RETURNED-DATE
002345     MOVE "N" TO WS-ADDRESS-FOUND
002346     MOVE "N" TO WS-ADDR-EOF-SWITCH
002347     MOVE WS-ADDR-SSNUM TO AD-SSNUM
002348     MOVE ZEROS TO AD-EFFECTIVE-DATE
002349     START CUSTOMER-ADDRESSES KEY IS GREATER THAN OR EQUAL
002350             TO AD-KEY
002351         INVALID KEY
002352             SET END-OF-ADDRESSES TO TRUE
002353     END-START
002354     PERFORM 2410-TEST-ONE-ADDRESS THRU 2410-EXIT
002355         UNTIL END-OF-ADDRESSES.
002356 2450-EXIT.
002357     EXIT.
002358
002359 2410-TEST-ONE-ADDRESS.
002360     READ CUSTOMER-ADDRESSES NEXT RECORD
002361         AT END
002362             SET END-OF-ADDRESSES TO TRUE
002363     END-READ
002364     IF NOT END-OF-ADDRESSES
002365         IF AD-SSNUM NOT = WS-ADDR-SSNUM
002366             SET END-OF-ADDRESSES TO TRUE
002367         ELSE
002368             IF AD-EFFECTIVE-DATE <= WS-RUN-DATE
002369                 MOVE "Y" TO WS-ADDRESS-FOUND
002370                 MOVE AD-ADDR-LINE-1 TO WS-CA-ADDR-LINE-1
002371                 MOVE AD-ADDR-LINE-2 TO WS-CA-ADDR-LINE-2
002372                 MOVE AD-CITY TO WS-CA-CITY
002373                 MOVE AD-STATE TO WS-CA-STATE
002374                 MOVE AD-ZIP TO WS-CA-ZIP
002375                 MOVE AD-MAIL-STATUS TO WS-CA-MAIL-STATUS
002376                 MOVE AD-RETURNED-DATE TO WS-CA-RETURNED-DATE
002377                 MOVE AD-RETURN-REASON TO WS-CA-RETURN-REASON
002378             END-IF
002379         END-IF
002380     END-IF.
002381 2410-EXIT.
002382     EXIT.
002383
002384*----------------------------------------------------------
002385* THE CURRENT LEAVE BALANCES GO ON EVERY STUB - A CUSTOMER
002386* WITH NO BALANCE RECORD YET SHOWS ZEROS
002387*----------------------------------------------------------
002388 2300-PRINT-LEAVE-BALANCES.
002389     MOVE PH-SSNUM TO LB-SSNUM
002390     READ LEAVE-BALANCES
002391         INVALID KEY
002392             MOVE ZERO TO LB-VACATION-BALANCE
002393             MOVE ZERO TO LB-SICK-BALANCE
002394     END-READ
002395     MOVE LB-VACATION-BALANCE TO S5-VACATION
002396     MOVE LB-SICK-BALANCE TO S5-SICK
002397     MOVE WS-STUB-LINE-5 TO WS-STUB-OUT
002398     PERFORM 2900-PUT-STUB-LINE THRU 2900-EXIT.
002399 2300-EXIT.
002400     EXIT.
002401
002402*----------------------------------------------------------
002403* THE EMPLOYEE SOC SEC AND MEDICARE TAKEN ON THIS CHECK,
002404* FROM ITS EMPLOYER-TAX DETAIL - A CHECK POSTED BEFORE THE
002405* TAXES WERE WITHHELD HAS NO DETAIL AND GETS NO LINE
002406*----------------------------------------------------------
002407 2500-PRINT-PAYROLL-TAXES.
002408     MOVE PH-SSNUM TO ET-SSNUM
002409     MOVE PH-PAY-DATE TO ET-PAY-DATE
002410     MOVE PH-ADJ-SEQ TO ET-ADJ-SEQ
002411     READ EMPLOYER-TAX-DETAIL
002412         INVALID KEY
002413             GO TO 2500-EXIT
002414     END-READ
002415     MOVE ET-EE-SS TO S6-SOC-SEC
002416     MOVE ET-EE-MED TO S6-MEDICARE
002417     MOVE WS-STUB-LINE-6 TO WS-STUB-OUT
002418     PERFORM 2900-PUT-STUB-LINE THRU 2900-EXIT.
002419 2500-EXIT.
002420     EXIT.
002421
002422*----------------------------------------------------------
002423* APPEND THE ISSUED EVENT TO THE CHECK REGISTER
002424*----------------------------------------------------------
002425 2200-REGISTER-CHECK.
002426     MOVE WS-NEXT-CHECK-NO TO CR-CHECK-NO
002427     MOVE PH-SSNUM TO CR-SSNUM
002428     MOVE PH-PAY-DATE TO CR-PAY-DATE
002429     MOVE PH-NET-PAY TO CR-NET-PAY
002430     SET CR-ISSUED TO TRUE
002431     MOVE ZEROS TO CR-REF-CHECK-NO
002432     MOVE WS-RUN-DATE TO CR-EVENT-DATE
002433     MOVE SPACES TO CR-FILLER
002434     WRITE CHECK-REGISTER-RECORD.
002440 2200-EXIT.
002450     EXIT.
002451
002452*----------------------------------------------------------
002453* A PAPER CHECK PRINTED TO THE HELD-CHECK LIST GOES ON THE
002454* HELD-CHECK FILE UNDER ITS CHECK NUMBER UNTIL IT IS MAILED
002455*----------------------------------------------------------
002456 2600-RECORD-HELD-CHECK.
002457     MOVE PH-SSNUM TO HC-SSNUM
002458     MOVE WS-NEXT-CHECK-NO TO HC-CHECK-NO
002459     MOVE PH-PAY-DATE TO HC-PAY-DATE
002460     MOVE PH-NET-PAY TO HC-NET-PAY
002461     MOVE WS-RUN-DATE TO HC-HELD-DATE
002462     SET HC-HELD TO TRUE
002463     MOVE ZEROS TO HC-RELEASED-DATE
002464     MOVE SPACES TO HC-RELEASED-BY
002465     MOVE ZEROS TO HC-MAILED-DATE
002466     MOVE SPACES TO HC-FILLER
002467     WRITE HELD-CHECK-RECORD
002468         INVALID KEY
002469             DISPLAY "CHKPRT: CHECK " WS-NEXT-CHECK-NO
002470                 " ALREADY ON THE HELD-CHECK FILE"
002471     END-WRITE
002472     ADD 1 TO WS-CHECKS-HELD
002473     ADD PH-NET-PAY TO WS-HELD-AMOUNT.
002474 2600-EXIT.
002475     EXIT.
002476
002477*----------------------------------------------------------
002478* EVERY STUB LINE GOES OUT THROUGH HERE - TO THE HELD-CHECK
002479* LIST WHEN THE CUSTOMER'S ADDRESS IS UNDELIVERABLE, ELSE TO
002480* THE MAIL RUN
002481*----------------------------------------------------------
002482 2900-PUT-STUB-LINE.
002483     IF STUB-HELD
002484         WRITE HELD-PRINT-LINE FROM WS-STUB-OUT
002485     ELSE
002486         WRITE STUB-PRINT-LINE FROM WS-STUB-OUT
002487     END-IF.
002488 2900-EXIT.
002489     EXIT.

002490*----------------------------------------------------------
002491* REPORT THE STUB COUNT AND CLOSE UP
002492*----------------------------------------------------------
002493 3000-FINISH.
002500*> A REFUSED RUN OPENED NOTHING, SO THERE IS NOTHING TO
002510*> REPORT OR CLOSE - THE FAIL RECORD PUTS THE REFUSAL ON
002511*> THE MORNING OPSRPT AND THE RETURN CODE LETS THE JOB
002550         DISPLAY "CHKPRT: STUBS PRINTED = " WS-STUBS-PRINTED
002560         DISPLAY "CHKPRT: CHECKS ISSUED = " WS-CHECKS-ISSUED
002570         DISPLAY "CHKPRT: DEPOSIT STUBS = " WS-DEPOSIT-STUBS
002571         DISPLAY "CHKPRT: CHECKS HELD   = " WS-CHECKS-HELD
002572         MOVE WS-HELD-AMOUNT TO WS-HELD-AMOUNT-OUT
002573         DISPLAY "CHKPRT: HELD AMOUNT   = " WS-HELD-AMOUNT-OUT
002574         DISPLAY "CHKPRT: RELEASED MAILED = " WS-RELEASED-MAILED
002580         IF WS-PH-STATUS NOT = "35"
002590             CLOSE PAY-HISTORY
002600         END-IF
002610         CLOSE CUSTOMER-MASTER
002615         CLOSE LEAVE-BALANCES
002616         CLOSE CUSTOMER-ADDRESSES
002618         CLOSE EMPLOYER-TAX-DETAIL
002620         CLOSE STUB-PRINT
002630         CLOSE CHECK-REGISTER
002631         CLOSE HELD-CHECKS
002632         CLOSE HELD-PRINT
002640     END-IF.
002650 3000-EXIT.
002660     EXIT.
