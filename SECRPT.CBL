000100* 09/02/26  SM   INITIAL VERSION - PERIODIC SECURITY REVIEW
000110* 09/02/26  SM   OVER THE SIGN-ON LOG, WITH DORMANT-OPERATOR
000120* 09/02/26  SM   DETECTION AGAINST THE OPERATOR PROFILES
000121* 10/15/26  SM   DUAL-CONTROL APPROVAL REVIEW - FLAGS OWN-WORK
000122* 10/15/26  SM   APPROVALS AND APPROVERS STUCK ON ONE PARTNER
000130*----------------------------------------------------------
000140*
000150* THE REVIEW THE AUDITORS ASKED FOR.  READS THE SECURITY
000160* LOG EVERY SIGN-ON ATTEMPT AND DENIED FUNCTION LANDS IN
000170* AND PRINTS FIVE SECTIONS: EVERY DENIED FUNCTION ATTEMPT
000180* WITH ITS PROGRAM AND FUNCTION; EVERY EVENT OUTSIDE THE
000190* NORMAL OPERATING WINDOW (06:00-20:00); FAILED SIGN-ON
000200* COUNTS BY OPERATOR, HIGHLIGHTED WHEN AN OPERATOR HAS HIT
000240* THE OPERATOR-ENTERED CUTOFF DATE, SO DORMANT PROFILES GET
000250* REMOVED INSTEAD OF SITTING THERE AS OPEN DOORS.
000260*
000261* THE FIFTH SECTION REVIEWS DUAL CONTROL.  EVERY CHGAPR
000262* DECISION IS LOGGED WITH THE OPERATOR WHO KEYED THE CHANGE,
000263* SO EACH APPROVER IS PAIRED WITH THE OPERATORS WHOSE BANK
000264* ACCOUNT AND PAY RATE CHANGES THEY APPROVED.  A PAIR IS
000265* FLAGGED OWN WORK WHEN THE APPROVER TRIED TO APPROVE (OR
000266* DID APPROVE) A CHANGE THEY KEYED, AND SAME PARTNER WHEN THE
000267* APPROVER HAS APPROVED THREE OR MORE OF ONE OPERATOR'S
000268* CHANGES AND THAT OPERATOR ACCOUNTS FOR MORE THAN HALF OF
000269* EVERYTHING THE APPROVER APPROVED - TWO PEOPLE SIGNING FOR
000270* EACH OTHER IS ONE PERSON WITH TWO PASSWORDS.
000271*
000272 ENVIRONMENT DIVISION.
000280 INPUT-OUTPUT SECTION.
000290 FILE-CONTROL.
000300     SELECT SECURITY-LOG ASSIGN TO "SECLOG"
000690 77  WS-DENIED-PRINTED             PIC 9(07) COMP VALUE ZERO.
000700 77  WS-OFF-WINDOW-PRINTED         PIC 9(07) COMP VALUE ZERO.
000710 77  WS-DORMANT-PRINTED            PIC 9(07) COMP VALUE ZERO.
000711 77  WS-PAIRS-FLAGGED              PIC 9(07) COMP VALUE ZERO.
000712*> APPROVALS OF ONE OPERATOR'S WORK BEFORE A PAIR CAN BE
000713*> FLAGGED SAME PARTNER
000714 77  WS-PARTNER-LIMIT              PIC 9(05) VALUE 3.
000715 77  WS-PAIR-COUNT                 PIC 9(03) COMP VALUE ZERO.
000716 77  WS-PAIR-SUB                   PIC 9(03) COMP VALUE ZERO.
000717 77  WS-FOUND-PAIR                 PIC 9(03) COMP VALUE ZERO.
000718 77  WS-APPROVER-SUB               PIC 9(03) COMP VALUE ZERO.
000720 77  WS-OPER-COUNT                 PIC 9(03) COMP VALUE ZERO.
000730 77  WS-OPER-SUB                   PIC 9(03) COMP VALUE ZERO.
000740 77  WS-FOUND-SUB                  PIC 9(03) COMP VALUE ZERO.
000790         10  WS-OT-GRANTED-COUNT   PIC 9(05).
000800         10  WS-OT-DENIED-COUNT    PIC 9(05).
000810         10  WS-OT-LAST-GRANTED    PIC 9(08).
000811         10  WS-OT-APPROVED-COUNT  PIC 9(05).
000812 01  WS-PAIR-TABLE.
000813     05  WS-PAIR-ENTRY OCCURS 200 TIMES.
000814         10  WS-PT-APPROVER        PIC X(08).
000815         10  WS-PT-KEYER           PIC X(08).
000816         10  WS-PT-APPROVED        PIC 9(05).
000817         10  WS-PT-OWN-TRIES       PIC 9(05).
000820 01  WS-RUN-START-STAMP.
000830     05  WS-RUN-START-DATE         PIC 9(8).
000840     05  WS-RUN-START-TIME         PIC 9(8).
001260     05  FILLER                    PIC X(02) VALUE SPACES.
001270     05  CNL-LABEL                 PIC X(26).
001280     05  CNL-COUNT                 PIC ZZZ,ZZ9.
001281 01  WS-PAIR-LINE.
001282     05  FILLER                    PIC X(02) VALUE SPACES.
001283     05  PRL-APPROVER              PIC X(08).
001284     05  FILLER            PIC X(10) VALUE " APPROVED ".
001285     05  PRL-KEYER                 PIC X(08).
001286     05  FILLER            PIC X(03) VALUE " X ".
001287     05  PRL-APPROVED              PIC ZZ,ZZ9.
001288     05  FILLER            PIC X(12) VALUE "  OWN TRIES ".
001289     05  PRL-OWN-TRIES             PIC ZZ,ZZ9.
001290     05  FILLER                    PIC X(02) VALUE SPACES.
001291     05  PRL-FLAG                  PIC X(18).
001292
001300 PROCEDURE DIVISION.
001310 0000-MAINLINE.
001320     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001340     PERFORM 3000-OFF-WINDOW-SECTION THRU 3000-EXIT
001350     PERFORM 4000-FAILED-SECTION THRU 4000-EXIT
001360     PERFORM 5000-DORMANT-SECTION THRU 5000-EXIT
001361     PERFORM 5500-APPROVAL-SECTION THRU 5500-EXIT
001370     PERFORM 6000-FINISH THRU 6000-EXIT
001380     GOBACK.
001390
001960             WHEN "DENIED  "
001970                 ADD 1
001980                     TO WS-OT-DENIED-COUNT (WS-FOUND-SUB)
001981             WHEN "APPROVED"
001982                 ADD 1
001983                     TO WS-OT-APPROVED-COUNT (WS-FOUND-SUB)
001990             WHEN OTHER
002000                 CONTINUE
002010         END-EVALUATE
002040         ADD 1 TO WS-DENIED-PRINTED
002050         PERFORM 2300-PRINT-EVENT THRU 2300-EXIT
002060     END-IF
002061     IF SL-DISPOSITION = "APPROVED"
002062             OR (SL-DISPOSITION = "DENIED  "
002063                 AND SL-FUNCTION = "SELF-APPROVE")
002064         PERFORM 2400-TALLY-APPROVAL THRU 2400-EXIT
002065     END-IF
002070     PERFORM 8000-READ-LOG THRU 8000-EXIT.
002080 2100-EXIT.
002090     EXIT.
002340                 TO WS-OT-DENIED-COUNT (WS-FOUND-SUB)
002350             MOVE ZEROS
002360                 TO WS-OT-LAST-GRANTED (WS-FOUND-SUB)
002361             MOVE ZERO
002362                 TO WS-OT-APPROVED-COUNT (WS-FOUND-SUB)
002370         END-IF
002380     END-IF.
002390 2200-EXIT.
002560     WRITE REVIEW-REPORT-LINE FROM WS-EVENT-LINE.
002570 2300-EXIT.
002580     EXIT.
002581
002582*----------------------------------------------------------
002583* COUNT A CHGAPR APPROVAL (OR A REFUSED TRY AT APPROVING
002584* ONE'S OWN CHANGE) AGAINST THE APPROVER / KEYER PAIR
002585*----------------------------------------------------------
002586 2400-TALLY-APPROVAL.
002587     MOVE ZERO TO WS-FOUND-PAIR
002588     PERFORM 2410-TEST-ONE-PAIR THRU 2410-EXIT
002589         VARYING WS-PAIR-SUB FROM 1 BY 1
002590         UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
002591             OR WS-FOUND-PAIR > ZERO
002592     IF WS-FOUND-PAIR = ZERO
002593         IF WS-PAIR-COUNT >= 200
002594             DISPLAY "SECRPT: APPROVAL PAIR TABLE FULL, EVENT "
002595                 "FOR " SL-OPERATOR-ID " SKIPPED"
002596             GO TO 2400-EXIT
002597         END-IF
002598         ADD 1 TO WS-PAIR-COUNT
002599         MOVE WS-PAIR-COUNT TO WS-FOUND-PAIR
002600         MOVE SL-OPERATOR-ID TO WS-PT-APPROVER (WS-FOUND-PAIR)
002601         MOVE SL-OTHER-OPERATOR TO WS-PT-KEYER (WS-FOUND-PAIR)
002602         MOVE ZERO TO WS-PT-APPROVED (WS-FOUND-PAIR)
002603         MOVE ZERO TO WS-PT-OWN-TRIES (WS-FOUND-PAIR)
002604     END-IF
002605     IF SL-DISPOSITION = "APPROVED"
002606         ADD 1 TO WS-PT-APPROVED (WS-FOUND-PAIR)
002607     ELSE
002608         ADD 1 TO WS-PT-OWN-TRIES (WS-FOUND-PAIR)
002609     END-IF.
002610 2400-EXIT.
002611     EXIT.
002612
002613 2410-TEST-ONE-PAIR.
002614     IF WS-PT-APPROVER (WS-PAIR-SUB) = SL-OPERATOR-ID
002615             AND WS-PT-KEYER (WS-PAIR-SUB) = SL-OTHER-OPERATOR
002616         MOVE WS-PAIR-SUB TO WS-FOUND-PAIR
002617     END-IF.
002618 2410-EXIT.
002619     EXIT.
002620
002621*----------------------------------------------------------
002622* SECTION 2: EVERY EVENT STAMPED OUTSIDE THE OPERATING
002623* WINDOW - A SECOND PASS OF THE LOG
002630*----------------------------------------------------------
002640 3000-OFF-WINDOW-SECTION.
002650     MOVE "ACTIVITY OUTSIDE 0600-2000" TO SEC-NAME
003720     END-IF.
003730 5110-EXIT.
003740     EXIT.
003741
003742*----------------------------------------------------------
003743* SECTION 5: DUAL-CONTROL APPROVALS BY APPROVER AND THE
003744* OPERATOR WHO KEYED THE CHANGE, FLAGGING OWN WORK AND AN
003745* APPROVER WHO KEEPS SIGNING FOR THE SAME PARTNER
003746*----------------------------------------------------------
003747 5500-APPROVAL-SECTION.
003748     MOVE "CHANGE APPROVALS BY PAIR" TO SEC-NAME
003749     WRITE REVIEW-REPORT-LINE FROM WS-SECTION-LINE
003750     PERFORM 5600-PRINT-ONE-PAIR THRU 5600-EXIT
003751         VARYING WS-PAIR-SUB FROM 1 BY 1
003752         UNTIL WS-PAIR-SUB > WS-PAIR-COUNT.
003753 5500-EXIT.
003754     EXIT.
003755
003756 5600-PRINT-ONE-PAIR.
003757     MOVE WS-PT-APPROVER (WS-PAIR-SUB) TO PRL-APPROVER
003758     MOVE WS-PT-KEYER (WS-PAIR-SUB) TO PRL-KEYER
003759     MOVE WS-PT-APPROVED (WS-PAIR-SUB) TO PRL-APPROVED
003760     MOVE WS-PT-OWN-TRIES (WS-PAIR-SUB) TO PRL-OWN-TRIES
003761     MOVE SPACES TO PRL-FLAG
003762     MOVE WS-PT-APPROVER (WS-PAIR-SUB) TO SL-OPERATOR-ID
003763     PERFORM 2200-FIND-OPERATOR THRU 2200-EXIT
003764     MOVE WS-FOUND-SUB TO WS-APPROVER-SUB
003765     IF WS-PT-APPROVER (WS-PAIR-SUB) = WS-PT-KEYER (WS-PAIR-SUB)
003766         MOVE "** OWN WORK **" TO PRL-FLAG
003767     ELSE IF WS-APPROVER-SUB > ZERO
003768             AND WS-PT-APPROVED (WS-PAIR-SUB) >= WS-PARTNER-LIMIT
003769             AND WS-PT-APPROVED (WS-PAIR-SUB) * 2
003770                 > WS-OT-APPROVED-COUNT (WS-APPROVER-SUB)
003771         MOVE "** SAME PARTNER **" TO PRL-FLAG
003772     END-IF
003773     END-IF
003774     IF PRL-FLAG NOT = SPACES
003775         ADD 1 TO WS-PAIRS-FLAGGED
003776     END-IF
003777     WRITE REVIEW-REPORT-LINE FROM WS-PAIR-LINE.
003778 5600-EXIT.
003779     EXIT.
003780
003781*----------------------------------------------------------
003782* CONTROL COUNTS, RUN LOG, CLOSE UP
003783*----------------------------------------------------------
003790 6000-FINISH.
003800     MOVE "LOG EVENTS READ:          " TO CNL-LABEL
003810     MOVE WS-EVENTS-READ TO CNL-COUNT
003890     MOVE "DORMANT PROFILES:         " TO CNL-LABEL
003900     MOVE WS-DORMANT-PRINTED TO CNL-COUNT
003910     WRITE REVIEW-REPORT-LINE FROM WS-COUNT-LINE
003911     MOVE "APPROVAL PAIRS FLAGGED:   " TO CNL-LABEL
003912     MOVE WS-PAIRS-FLAGGED TO CNL-COUNT
003913     WRITE REVIEW-REPORT-LINE FROM WS-COUNT-LINE
003920     PERFORM 9100-WRITE-RUN-LOG THRU 9100-EXIT
003930     CLOSE REVIEW-REPORT.
003940 6000-EXIT.
004220     ACCEPT RL-END-TIME FROM TIME
004230     MOVE WS-EVENTS-READ TO RL-RECORDS-IN
004240     MOVE WS-DENIED-PRINTED TO RL-RECORDS-OUT
004250     COMPUTE RL-EXCEPTIONS =
004251         WS-DORMANT-PRINTED + WS-PAIRS-FLAGGED
004260     MOVE "OK" TO RL-STATUS
004270     MOVE SPACES TO RL-FILLER
004280     WRITE RUN-LOG-RECORD
