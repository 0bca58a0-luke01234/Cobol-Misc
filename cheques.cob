       IDENTIFICATION DIVISION.
       PROGRAM-ID. cheques.

      *the cheque run, so payouts stop being written out by hand.
      *approved payouts wait on PAYOUTS.DAT - voucher cash-outs
      *queued from the vouchers redemption screen, and tournament
      *prizes keyed here against a bracket on TOURNEY.DAT. P prints
      *every waiting payout as a cheque on CHEQUES.PRT: the next
      *number in sequence, the amount in figures behind a row of
      *asterisks and in words through the shared numtowords
      *subprogram, pence and all, with a control total for the run.
      *every cheque issued, voided or reprinted goes on the
      *CHEQUES.DAT register, and L prints the register for a date
      *range with the net total that should match the bank
      *statement. CHEQUE.CFG holds the first number in the cheque
      *book and the names of the currency units for the words line

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT payoutFile ASSIGN TO "PAYOUTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAYOUT-STATUS.

           SELECT registerFile ASSIGN TO "CHEQUES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTER-STATUS.

           SELECT cfgFile ASSIGN TO "CHEQUE.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CFG-STATUS.

           SELECT tourneyFile ASSIGN TO "TOURNEY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TOURNEY-STATUS.

           SELECT dutyFile ASSIGN TO "ONDUTY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DUTY-STATUS.

           SELECT printFile ASSIGN TO "CHEQUES.PRT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.

           SELECT reportFile ASSIGN TO "CHEQREG.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *one approved payout: where it came from (V voucher, T
      *tournament) and its reference there, who to pay and how
      *much, who approved it, and A awaiting a cheque, P paid on
      *the cheque number alongside, or C cancelled
       FD  payoutFile.
       01  PAYOUT-RECORD.
           05 PO-ID       PIC 9(6).
           05 PO-DATE     PIC X(8).
           05 PO-SOURCE   PIC X(1).
           05 PO-REF      PIC X(12).
           05 PO-PAYEE    PIC X(30).
           05 PO-AMOUNT   PIC 9(6)V99.
           05 PO-APPROVER PIC X(3).
           05 PO-STATUS   PIC X(1).
           05 PO-CHEQUE   PIC 9(6).

      *the cheque register: one row per thing that happened to a
      *cheque - I issued, V voided, R reprinted - never rewritten
       FD  registerFile.
       01  REGISTER-RECORD.
           05 CQ-NUMBER   PIC 9(6).
           05 CQ-STAMP    PIC X(14).
           05 CQ-ACTION   PIC X(1).
           05 CQ-PAYOUT   PIC 9(6).
           05 CQ-PAYEE    PIC X(30).
           05 CQ-AMOUNT   PIC 9(6)V99.
           05 CQ-OPERATOR PIC X(3).
           05 CQ-NOTE     PIC X(20).

       FD  cfgFile.
       01  CFG-RECORD.
           05 CF-FIRST-NUMBER PIC 9(6).
           05 CF-MAJOR-UNIT   PIC X(10).
           05 CF-MINOR-UNIT   PIC X(10).

      *same records the bracket writes
       FD  tourneyFile.
       01  TOURNEY-RECORD.
           05 TN-DATE   PIC X(8).
           05 TN-ROUND  PIC 9(1).
           05 TN-MATCH  PIC 9(1).
           05 TN-P1     PIC X(3).
           05 TN-P2     PIC X(3).
           05 TN-WINNER PIC X(3).

       FD  dutyFile.
       01  DUTY-RECORD.
           05 OD-OPERATOR PIC X(3).
           05 OD-STAMP    PIC X(14).

       FD  printFile.
       01  PRINT-LINE PIC X(132).

       FD  reportFile.
       01  REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PAYOUT-STATUS   PIC X(2).
       01  WS-REGISTER-STATUS PIC X(2).
       01  WS-CFG-STATUS      PIC X(2).
       01  WS-TOURNEY-STATUS  PIC X(2).
       01  WS-DUTY-STATUS     PIC X(2).
       01  WS-PRINT-STATUS    PIC X(2).
       01  WS-REPORT-STATUS   PIC X(2).
       01  WS-EOF PIC X(1) VALUE "N".
           88 WS-END-OF-FILE VALUE "Y".

       01  WS-PAYOUT-TABLE.
           05 WS-PAYOUT-ENTRY PIC X(75) OCCURS 500 TIMES.
       01  WS-PAYOUT-COUNT  PIC 9(3) VALUE 0.
       01  WS-PAYOUT-INDEX  PIC 9(3).
       01  WS-PAYOUT-FOUND  PIC 9(3).
       01  WS-NEXT-PAYOUT   PIC 9(6).

       01  WS-REGISTER-TABLE.
           05 WS-REGISTER-ENTRY PIC X(88) OCCURS 2000 TIMES.
       01  WS-REGISTER-COUNT PIC 9(4) VALUE 0.
       01  WS-REGISTER-INDEX PIC 9(4).
       01  WS-REGISTER-FOUND PIC 9(4).

      *the cheque book: where numbering starts, and the words for
      *the two currency units on the words line
       01  WS-FIRST-NUMBER  PIC 9(6) VALUE 1.
       01  WS-MAJOR-UNIT    PIC X(10) VALUE "POUNDS".
       01  WS-MINOR-UNIT    PIC X(10) VALUE "PENCE".
       01  WS-NEXT-CHEQUE   PIC 9(6).

      *the bracket for one date, for a tournament prize
       01  WS-ENTRANT-TABLE.
           05 WS-ENTRANT PIC X(3) OCCURS 16 TIMES.
       01  WS-ENTRANT-COUNT PIC 9(2) VALUE 0.
       01  WS-ENTRANT-INDEX PIC 9(2).
       01  WS-ENTRANT-FOUND PIC 9(2).
       01  WS-TOP-ROUND     PIC 9(1).
       01  WS-CHAMPION      PIC X(3).
       01  WS-RUNNER-UP     PIC X(3).
       01  WS-TN-DATE       PIC X(8).
       01  WS-TN-INITIALS   PIC X(3).

      *the cheque being printed
       01  WS-CQ-NUMBER     PIC 9(6).
       01  WS-CQ-PAYEE      PIC X(30).
       01  WS-CQ-REF        PIC X(12).
       01  WS-CQ-SOURCE     PIC X(1).
       01  WS-CQ-APPROVER   PIC X(3).
       01  WS-CQ-MARK       PIC X(30).
       01  WS-WORK-AMOUNT   PIC 9(6)V99.
       01  WS-WORK-SPLIT REDEFINES WS-WORK-AMOUNT.
           05 WS-WORK-UNITS PIC 9(6).
           05 WS-WORK-PENCE PIC 9(2).
       01  WS-WORDS-NUMBER  PIC 9(10).
       01  WS-UNITS-WORDS   PIC X(120).
       01  WS-PENCE-WORDS   PIC X(120).
       01  WS-AMOUNT-WORDS  PIC X(120).

      *run and register control totals
       01  WS-RUN-COUNT     PIC 9(4).
       01  WS-RUN-TOTAL     PIC 9(8)V99.
       01  WS-ISSUED-COUNT  PIC 9(4).
       01  WS-ISSUED-TOTAL  PIC 9(8)V99.
       01  WS-VOIDED-COUNT  PIC 9(4).
       01  WS-VOIDED-TOTAL  PIC 9(8)V99.
       01  WS-REPRINT-COUNT PIC 9(4).
       01  WS-NET-COUNT     PIC S9(4).
       01  WS-NET-TOTAL     PIC S9(8)V99.
       01  WS-FROM-DATE     PIC X(8).
       01  WS-TO-DATE       PIC X(8).

       01  WS-OPERATOR      PIC X(3).
       01  WS-TODAY         PIC X(8).
       01  WS-NOW-STAMP     PIC X(14).
       01  WS-DONE          PIC X(1) VALUE "N".
       01  WS-CHOICE        PIC X(1).
       01  WS-CONFIRM       PIC X(1).
       01  WS-NUMBER-INP    PIC X(6).
       01  WS-PICK-NUM      PIC 9(6).
       01  WS-AMOUNT-INP    PIC X(10).
       01  WS-NOTE          PIC X(20).
       01  WS-ACTION-TEXT   PIC X(7).
       01  WS-CHEQUE-STATE  PIC X(1).
       01  WS-DISPLAY-CHEQUE PIC ***,**9.99.
       01  WS-DISPLAY-AMOUNT PIC ZZZ,ZZ9.99.
       01  WS-DISPLAY-TOTAL  PIC Z,ZZZ,ZZ9.99-.
       01  WS-DISPLAY-COUNT  PIC ZZZ9-.

       01  WS-LOG-PROGRAM PIC X(12) VALUE "cheques".
       01  WS-LOG-EVENT   PIC X(8).
       01  WS-LOG-TEXT    PIC X(30).
       01  WS-REPORT-NAME PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PARA.
       MOVE "STARTUP" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
       PERFORM FIND-OPERATOR-PARA.
       PERFORM LOAD-CONFIG-PARA.
       PERFORM LOAD-PAYOUTS-PARA.
       PERFORM LOAD-REGISTER-PARA.
       PERFORM UNTIL WS-DONE = "Y"
          DISPLAY " "
          DISPLAY "CHEQUES - T=TOURNAMENT PRIZE, Q=QUEUE, "
             "C=CANCEL FROM QUEUE, P=PRINT RUN,"
          DISPLAY "          R=REPRINT, V=VOID, L=REGISTER, X=EXIT:"
          ACCEPT WS-CHOICE
          MOVE FUNCTION UPPER-CASE (WS-CHOICE) TO WS-CHOICE
          EVALUATE WS-CHOICE
          WHEN "T"
             PERFORM TOURNEY-PRIZE-PARA
          WHEN "Q"
             PERFORM LIST-QUEUE-PARA
          WHEN "C"
             PERFORM CANCEL-PAYOUT-PARA
          WHEN "P"
             PERFORM PRINT-RUN-PARA
          WHEN "R"
             PERFORM REPRINT-CHEQUE-PARA
          WHEN "V"
             PERFORM VOID-CHEQUE-PARA
          WHEN "L"
             PERFORM REGISTER-REPORT-PARA
          WHEN "X"
             MOVE "Y" TO WS-DONE
          WHEN OTHER
             DISPLAY "NOT ON THE MENU."
          END-EVALUATE
       END-PERFORM.
       MOVE "EXIT" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       GOBACK.

       FIND-OPERATOR-PARA.
       MOVE "---" TO WS-OPERATOR.
       OPEN INPUT dutyFile.
       IF WS-DUTY-STATUS = "00" THEN
          READ dutyFile
             AT END CONTINUE
             NOT AT END
                IF OD-OPERATOR NOT = SPACES THEN
                   MOVE OD-OPERATOR TO WS-OPERATOR
                END-IF
          END-READ
          CLOSE dutyFile
       END-IF.

       LOAD-CONFIG-PARA.
       OPEN INPUT cfgFile.
       IF WS-CFG-STATUS = "00" THEN
          READ cfgFile
             AT END CONTINUE
             NOT AT END
                IF CF-FIRST-NUMBER IS NUMERIC AND
                   CF-FIRST-NUMBER > 0 THEN
                   MOVE CF-FIRST-NUMBER TO WS-FIRST-NUMBER
                END-IF
                IF CF-MAJOR-UNIT NOT = SPACES THEN
                   MOVE FUNCTION UPPER-CASE (CF-MAJOR-UNIT)
                      TO WS-MAJOR-UNIT
                END-IF
                IF CF-MINOR-UNIT NOT = SPACES THEN
                   MOVE FUNCTION UPPER-CASE (CF-MINOR-UNIT)
                      TO WS-MINOR-UNIT
                END-IF
          END-READ
          CLOSE cfgFile
       END-IF.

      *=================================================
      *   THE PAYOUT QUEUE
      *=================================================
       LOAD-PAYOUTS-PARA.
       MOVE 0 TO WS-PAYOUT-COUNT.
       MOVE 0 TO WS-NEXT-PAYOUT.
       MOVE "N" TO WS-EOF.
       OPEN INPUT payoutFile.
       IF WS-PAYOUT-STATUS NOT = "00" THEN
          ADD 1 TO WS-NEXT-PAYOUT
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ payoutFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF WS-PAYOUT-COUNT < 500 AND PO-ID IS NUMERIC THEN
                   ADD 1 TO WS-PAYOUT-COUNT
                   MOVE PAYOUT-RECORD
                      TO WS-PAYOUT-ENTRY(WS-PAYOUT-COUNT)
                   IF PO-ID > WS-NEXT-PAYOUT THEN
                      MOVE PO-ID TO WS-NEXT-PAYOUT
                   END-IF
                END-IF
          END-READ
       END-PERFORM.
       CLOSE payoutFile.
       ADD 1 TO WS-NEXT-PAYOUT.

       SAVE-PAYOUTS-PARA.
       OPEN OUTPUT payoutFile.
       IF WS-PAYOUT-STATUS NOT = "00" THEN
          DISPLAY "PAYOUTS.DAT COULD NOT BE WRITTEN - "
             WS-PAYOUT-STATUS
          EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-PAYOUT-INDEX FROM 1 BY 1
       UNTIL WS-PAYOUT-INDEX > WS-PAYOUT-COUNT
          MOVE WS-PAYOUT-ENTRY(WS-PAYOUT-INDEX) TO PAYOUT-RECORD
          WRITE PAYOUT-RECORD
       END-PERFORM.
       CLOSE payoutFile.

       LIST-QUEUE-PARA.
       MOVE 0 TO WS-RUN-COUNT.
       MOVE 0 TO WS-RUN-TOTAL.
       DISPLAY "PAYOUT DATE     FROM REF          PAYEE"
          "                              AMOUNT BY".
       PERFORM VARYING WS-PAYOUT-INDEX FROM 1 BY 1
       UNTIL WS-PAYOUT-INDEX > WS-PAYOUT-COUNT
          MOVE WS-PAYOUT-ENTRY(WS-PAYOUT-INDEX) TO PAYOUT-RECORD
          IF PO-STATUS = "A" THEN
             ADD 1 TO WS-RUN-COUNT
             ADD PO-AMOUNT TO WS-RUN-TOTAL
             MOVE PO-AMOUNT TO WS-DISPLAY-AMOUNT
             DISPLAY PO-ID " " PO-DATE " " PO-SOURCE "    " PO-REF
                " " PO-PAYEE " " WS-DISPLAY-AMOUNT " " PO-APPROVER
          END-IF
       END-PERFORM.
       MOVE WS-RUN-COUNT TO WS-DISPLAY-COUNT.
       MOVE WS-RUN-TOTAL TO WS-DISPLAY-TOTAL.
       DISPLAY WS-DISPLAY-COUNT " WAITING FOR A CHEQUE, "
             WS-DISPLAY-TOTAL " IN ALL.".

       CANCEL-PAYOUT-PARA.
      *a payout keyed wrong comes off the queue before it is ever
      *printed - a voucher it came from stays redeemed, so the
      *right amount is queued again from here, not re-redeemed
       DISPLAY "PAYOUT NUMBER TO CANCEL:".
       PERFORM ACCEPT-NUMBER-PARA.
       IF WS-PICK-NUM = 0 THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM FIND-PAYOUT-PARA.
       IF WS-PAYOUT-FOUND = 0 THEN
          DISPLAY "NO PAYOUT " WS-PICK-NUM " WAITING FOR A CHEQUE."
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-PAYOUT-ENTRY(WS-PAYOUT-FOUND) TO PAYOUT-RECORD.
       MOVE PO-AMOUNT TO WS-DISPLAY-AMOUNT.
       DISPLAY "CANCEL " FUNCTION TRIM(PO-PAYEE) " "
             WS-DISPLAY-AMOUNT "? (Y/N)".
       ACCEPT WS-CONFIRM.
       IF FUNCTION UPPER-CASE (WS-CONFIRM) NOT = "Y" THEN
          EXIT PARAGRAPH
       END-IF.
       MOVE "C" TO PO-STATUS.
       MOVE PAYOUT-RECORD TO WS-PAYOUT-ENTRY(WS-PAYOUT-FOUND).
       PERFORM SAVE-PAYOUTS-PARA.
       MOVE "PAYCANCL" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       STRING "PAYOUT " PO-ID " BY " WS-OPERATOR
          DELIMITED BY SIZE INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       DISPLAY "PAYOUT " PO-ID " CANCELLED.".

       FIND-PAYOUT-PARA.
       MOVE 0 TO WS-PAYOUT-FOUND.
       PERFORM VARYING WS-PAYOUT-INDEX FROM 1 BY 1
       UNTIL WS-PAYOUT-INDEX > WS-PAYOUT-COUNT
          MOVE WS-PAYOUT-ENTRY(WS-PAYOUT-INDEX) TO PAYOUT-RECORD
          IF PO-ID = WS-PICK-NUM AND PO-STATUS = "A" THEN
             MOVE WS-PAYOUT-INDEX TO WS-PAYOUT-FOUND
          END-IF
       END-PERFORM.

       ACCEPT-NUMBER-PARA.
       MOVE 0 TO WS-PICK-NUM.
       MOVE SPACES TO WS-NUMBER-INP.
       ACCEPT WS-NUMBER-INP.
       IF WS-NUMBER-INP = SPACES THEN
          EXIT PARAGRAPH
       END-IF.
       IF FUNCTION TEST-NUMVAL (WS-NUMBER-INP) NOT = 0 THEN
          DISPLAY "NOT A NUMBER."
          EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-PICK-NUM = FUNCTION NUMVAL (WS-NUMBER-INP).

      *=================================================
      *   TOURNAMENT PRIZES
      *=================================================
       TOURNEY-PRIZE-PARA.
      *the prize goes against a bracket that was actually played:
      *the date has to be on TOURNEY.DAT and the winner one of its
      *entrants, and a player is paid once per bracket
       DISPLAY "TOURNAMENT DATE (YYYYMMDD):".
       MOVE SPACES TO WS-TN-DATE.
       ACCEPT WS-TN-DATE.
       PERFORM LOAD-BRACKET-PARA.
       IF WS-ENTRANT-COUNT = 0 THEN
          DISPLAY "NO BRACKET ON TOURNEY.DAT FOR " WS-TN-DATE "."
          EXIT PARAGRAPH
       END-IF.
       DISPLAY "CHAMPION " WS-CHAMPION "   RUNNER-UP " WS-RUNNER-UP.
       DISPLAY "PRIZE-WINNER'S INITIALS:".
       MOVE SPACES TO WS-TN-INITIALS.
       ACCEPT WS-TN-INITIALS.
       MOVE FUNCTION UPPER-CASE (WS-TN-INITIALS) TO WS-TN-INITIALS.
       MOVE 0 TO WS-ENTRANT-FOUND.
       PERFORM VARYING WS-ENTRANT-INDEX FROM 1 BY 1
       UNTIL WS-ENTRANT-INDEX > WS-ENTRANT-COUNT
          IF WS-ENTRANT(WS-ENTRANT-INDEX) = WS-TN-INITIALS THEN
             MOVE WS-ENTRANT-INDEX TO WS-ENTRANT-FOUND
          END-IF
       END-PERFORM.
       IF WS-ENTRANT-FOUND = 0 THEN
          DISPLAY WS-TN-INITIALS " DID NOT PLAY IN THAT BRACKET."
          EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-CQ-REF.
       STRING WS-TN-DATE " " WS-TN-INITIALS
          DELIMITED BY SIZE INTO WS-CQ-REF.
       PERFORM VARYING WS-PAYOUT-INDEX FROM 1 BY 1
       UNTIL WS-PAYOUT-INDEX > WS-PAYOUT-COUNT
          MOVE WS-PAYOUT-ENTRY(WS-PAYOUT-INDEX) TO PAYOUT-RECORD
          IF PO-SOURCE = "T" AND PO-REF = WS-CQ-REF AND
             PO-STATUS NOT = "C" THEN
             DISPLAY "ALREADY ON PAYOUT " PO-ID " - REFUSED."
             EXIT PARAGRAPH
          END-IF
       END-PERFORM.
       DISPLAY "PAY THE CHEQUE TO (FULL NAME):".
       MOVE SPACES TO WS-CQ-PAYEE.
       ACCEPT WS-CQ-PAYEE.
       MOVE FUNCTION UPPER-CASE (WS-CQ-PAYEE) TO WS-CQ-PAYEE.
       IF WS-CQ-PAYEE = SPACES THEN
          DISPLAY "A CHEQUE NEEDS A NAME ON IT."
          EXIT PARAGRAPH
       END-IF.
       DISPLAY "PRIZE AMOUNT (E.G. 50.00):".
       MOVE SPACES TO WS-AMOUNT-INP.
       ACCEPT WS-AMOUNT-INP.
       IF FUNCTION TEST-NUMVAL (WS-AMOUNT-INP) NOT = 0 THEN
          DISPLAY "NOT AN AMOUNT - NOTHING QUEUED."
          EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-WORK-AMOUNT = FUNCTION NUMVAL (WS-AMOUNT-INP).
       IF WS-WORK-AMOUNT = 0 THEN
          DISPLAY "A ZERO CHEQUE IS NOT WORTH THE PAPER."
          EXIT PARAGRAPH
       END-IF.
       IF WS-PAYOUT-COUNT >= 500 THEN
          DISPLAY "PAYOUT FILE FULL - NOTHING QUEUED."
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-NEXT-PAYOUT TO PO-ID.
       MOVE WS-TODAY TO PO-DATE.
       MOVE "T" TO PO-SOURCE.
       MOVE WS-CQ-REF TO PO-REF.
       MOVE WS-CQ-PAYEE TO PO-PAYEE.
       MOVE WS-WORK-AMOUNT TO PO-AMOUNT.
       MOVE WS-OPERATOR TO PO-APPROVER.
       MOVE "A" TO PO-STATUS.
       MOVE 0 TO PO-CHEQUE.
       ADD 1 TO WS-PAYOUT-COUNT.
       MOVE PAYOUT-RECORD TO WS-PAYOUT-ENTRY(WS-PAYOUT-COUNT).
       ADD 1 TO WS-NEXT-PAYOUT.
       PERFORM SAVE-PAYOUTS-PARA.
       MOVE "PAYQUEUE" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       STRING "PAYOUT " PO-ID " T " WS-TN-INITIALS
          DELIMITED BY SIZE INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       DISPLAY "PAYOUT " PO-ID " QUEUED FOR THE NEXT CHEQUE RUN.".

       LOAD-BRACKET-PARA.
      *entrants off every match of the day; the champion won the
      *highest round played and the runner-up lost it
       MOVE 0 TO WS-ENTRANT-COUNT.
       MOVE 0 TO WS-TOP-ROUND.
       MOVE SPACES TO WS-CHAMPION WS-RUNNER-UP.
       MOVE "N" TO WS-EOF.
       OPEN INPUT tourneyFile.
       IF WS-TOURNEY-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ tourneyFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF TN-DATE = WS-TN-DATE AND TN-ROUND IS NUMERIC THEN
                   MOVE TN-P1 TO WS-TN-INITIALS
                   PERFORM ADD-ENTRANT-PARA
                   MOVE TN-P2 TO WS-TN-INITIALS
                   PERFORM ADD-ENTRANT-PARA
                   IF TN-ROUND >= WS-TOP-ROUND THEN
                      MOVE TN-ROUND TO WS-TOP-ROUND
                      MOVE TN-WINNER TO WS-CHAMPION
                      IF TN-WINNER = TN-P1 THEN
                         MOVE TN-P2 TO WS-RUNNER-UP
                      ELSE
                         MOVE TN-P1 TO WS-RUNNER-UP
                      END-IF
                   END-IF
                END-IF
          END-READ
       END-PERFORM.
       CLOSE tourneyFile.

       ADD-ENTRANT-PARA.
       IF WS-TN-INITIALS = SPACES THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-ENTRANT-INDEX FROM 1 BY 1
       UNTIL WS-ENTRANT-INDEX > WS-ENTRANT-COUNT
          IF WS-ENTRANT(WS-ENTRANT-INDEX) = WS-TN-INITIALS THEN
             EXIT PARAGRAPH
          END-IF
       END-PERFORM.
       IF WS-ENTRANT-COUNT < 16 THEN
          ADD 1 TO WS-ENTRANT-COUNT
          MOVE WS-TN-INITIALS TO WS-ENTRANT(WS-ENTRANT-COUNT)
       END-IF.

      *=================================================
      *   THE CHEQUE REGISTER
      *=================================================
       LOAD-REGISTER-PARA.
      *the next number follows the highest ever used, and never
      *goes below the first number in the cheque book
       MOVE 0 TO WS-REGISTER-COUNT.
       MOVE WS-FIRST-NUMBER TO WS-NEXT-CHEQUE.
       MOVE "N" TO WS-EOF.
       OPEN INPUT registerFile.
       IF WS-REGISTER-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ registerFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF CQ-NUMBER IS NUMERIC AND
                   WS-REGISTER-COUNT < 2000 THEN
                   ADD 1 TO WS-REGISTER-COUNT
                   MOVE REGISTER-RECORD
                      TO WS-REGISTER-ENTRY(WS-REGISTER-COUNT)
                   IF CQ-NUMBER >= WS-NEXT-CHEQUE THEN
                      COMPUTE WS-NEXT-CHEQUE = CQ-NUMBER + 1
                   END-IF
                END-IF
          END-READ
       END-PERFORM.
       CLOSE registerFile.

       APPEND-REGISTER-PARA.
      *REGISTER-RECORD is filled by the caller
       OPEN EXTEND registerFile.
       IF WS-REGISTER-STATUS = "35" OR WS-REGISTER-STATUS = "05"
          THEN
          CLOSE registerFile
          OPEN OUTPUT registerFile
       END-IF.
       IF WS-REGISTER-STATUS NOT = "00" THEN
          DISPLAY "CHEQUES.DAT COULD NOT BE WRITTEN - "
             WS-REGISTER-STATUS
          EXIT PARAGRAPH
       END-IF.
       WRITE REGISTER-RECORD.
       CLOSE registerFile.
       IF WS-REGISTER-COUNT < 2000 THEN
          ADD 1 TO WS-REGISTER-COUNT
          MOVE REGISTER-RECORD TO WS-REGISTER-ENTRY(WS-REGISTER-COUNT)
       END-IF.

       CHEQUE-STATE-PARA.
      *where cheque WS-PICK-NUM stands: N never issued, I issued
      *and good, V voided - WS-REGISTER-FOUND keeps its issue row
       MOVE "N" TO WS-CHEQUE-STATE.
       MOVE 0 TO WS-REGISTER-FOUND.
       PERFORM VARYING WS-REGISTER-INDEX FROM 1 BY 1
       UNTIL WS-REGISTER-INDEX > WS-REGISTER-COUNT
          MOVE WS-REGISTER-ENTRY(WS-REGISTER-INDEX)
             TO REGISTER-RECORD
          IF CQ-NUMBER = WS-PICK-NUM THEN
             EVALUATE CQ-ACTION
             WHEN "I"
                MOVE "I" TO WS-CHEQUE-STATE
                MOVE WS-REGISTER-INDEX TO WS-REGISTER-FOUND
             WHEN "V"
                MOVE "V" TO WS-CHEQUE-STATE
             END-EVALUATE
          END-IF
       END-PERFORM.

      *=================================================
      *   THE CHEQUE RUN
      *=================================================
       PRINT-RUN-PARA.
       MOVE 0 TO WS-RUN-COUNT.
       MOVE 0 TO WS-RUN-TOTAL.
       PERFORM VARYING WS-PAYOUT-INDEX FROM 1 BY 1
       UNTIL WS-PAYOUT-INDEX > WS-PAYOUT-COUNT
          MOVE WS-PAYOUT-ENTRY(WS-PAYOUT-INDEX) TO PAYOUT-RECORD
          IF PO-STATUS = "A" THEN
             ADD 1 TO WS-RUN-COUNT
             ADD PO-AMOUNT TO WS-RUN-TOTAL
          END-IF
       END-PERFORM.
       IF WS-RUN-COUNT = 0 THEN
          DISPLAY "NOTHING WAITING FOR A CHEQUE."
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-RUN-COUNT TO WS-DISPLAY-COUNT.
       MOVE WS-RUN-TOTAL TO WS-DISPLAY-TOTAL.
       DISPLAY WS-DISPLAY-COUNT " CHEQUES FOR " WS-DISPLAY-TOTAL
          " STARTING AT NUMBER " WS-NEXT-CHEQUE ".".
       DISPLAY "LOAD THE CHEQUE STOCK AND TYPE Y TO PRINT:".
       ACCEPT WS-CONFIRM.
       IF FUNCTION UPPER-CASE (WS-CONFIRM) NOT = "Y" THEN
          DISPLAY "NOTHING PRINTED."
          EXIT PARAGRAPH
       END-IF.
       OPEN OUTPUT printFile.
       IF WS-PRINT-STATUS NOT = "00" THEN
          DISPLAY "CHEQUES.PRT COULD NOT BE OPENED - "
             WS-PRINT-STATUS
          EXIT PARAGRAPH
       END-IF.
       MOVE FUNCTION CURRENT-DATE (1:14) TO WS-NOW-STAMP.
       MOVE 0 TO WS-RUN-COUNT.
       MOVE 0 TO WS-RUN-TOTAL.
       MOVE SPACES TO WS-CQ-MARK.
       PERFORM VARYING WS-PAYOUT-INDEX FROM 1 BY 1
       UNTIL WS-PAYOUT-INDEX > WS-PAYOUT-COUNT
          MOVE WS-PAYOUT-ENTRY(WS-PAYOUT-INDEX) TO PAYOUT-RECORD
          IF PO-STATUS = "A" THEN
             PERFORM ISSUE-ONE-CHEQUE-PARA
          END-IF
       END-PERFORM.
       MOVE SPACES TO PRINT-LINE.
       WRITE PRINT-LINE.
       MOVE WS-RUN-COUNT TO WS-DISPLAY-COUNT.
       MOVE WS-RUN-TOTAL TO WS-DISPLAY-TOTAL.
       MOVE SPACES TO PRINT-LINE.
       STRING "RUN CONTROL TOTAL  " WS-NOW-STAMP (1:8) "  "
             WS-DISPLAY-COUNT " CHEQUES  " WS-DISPLAY-TOTAL
             "  BY " WS-OPERATOR
          DELIMITED BY SIZE INTO PRINT-LINE.
       WRITE PRINT-LINE.
       CLOSE printFile.
       PERFORM SAVE-PAYOUTS-PARA.
       MOVE "CHEQUES.PRT" TO WS-REPORT-NAME.
       CALL "rptfile" USING WS-REPORT-NAME WS-LOG-PROGRAM
             WS-OPERATOR.
       MOVE "CHEQRUN" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       STRING WS-DISPLAY-COUNT " CHQ " WS-DISPLAY-TOTAL
          DELIMITED BY SIZE INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       DISPLAY "RUN CONTROL TOTAL: " WS-DISPLAY-COUNT " CHEQUES, "
             WS-DISPLAY-TOTAL " - SEE CHEQUES.PRT.".

       ISSUE-ONE-CHEQUE-PARA.
       MOVE WS-NEXT-CHEQUE TO WS-CQ-NUMBER.
       ADD 1 TO WS-NEXT-CHEQUE.
       MOVE PO-PAYEE TO WS-CQ-PAYEE.
       MOVE PO-AMOUNT TO WS-WORK-AMOUNT.
       MOVE PO-SOURCE TO WS-CQ-SOURCE.
       MOVE PO-REF TO WS-CQ-REF.
       MOVE PO-APPROVER TO WS-CQ-APPROVER.
       PERFORM PRINT-CHEQUE-PARA.
       MOVE "P" TO PO-STATUS.
       MOVE WS-CQ-NUMBER TO PO-CHEQUE.
       MOVE PAYOUT-RECORD TO WS-PAYOUT-ENTRY(WS-PAYOUT-INDEX).
       MOVE WS-CQ-NUMBER TO CQ-NUMBER.
       MOVE WS-NOW-STAMP TO CQ-STAMP.
       MOVE "I" TO CQ-ACTION.
       MOVE PO-ID TO CQ-PAYOUT.
       MOVE PO-PAYEE TO CQ-PAYEE.
       MOVE PO-AMOUNT TO CQ-AMOUNT.
       MOVE WS-OPERATOR TO CQ-OPERATOR.
       MOVE PO-REF TO CQ-NOTE.
       PERFORM APPEND-REGISTER-PARA.
       ADD 1 TO WS-RUN-COUNT.
       ADD PO-AMOUNT TO WS-RUN-TOTAL.

       PRINT-CHEQUE-PARA.
      *one cheque: number and date, payee and the figures behind
      *asterisks, the amount in words, and the reference it pays
       PERFORM AMOUNT-IN-WORDS-PARA.
       MOVE ALL "=" TO PRINT-LINE (1:70).
       WRITE PRINT-LINE.
       MOVE SPACES TO PRINT-LINE.
       STRING "CHEQUE NO " WS-CQ-NUMBER "          DATE "
             WS-NOW-STAMP (7:2) "/" WS-NOW-STAMP (5:2) "/"
             WS-NOW-STAMP (1:4) "   " WS-CQ-MARK
          DELIMITED BY SIZE INTO PRINT-LINE.
       WRITE PRINT-LINE.
       MOVE SPACES TO PRINT-LINE.
       WRITE PRINT-LINE.
       MOVE WS-WORK-AMOUNT TO WS-DISPLAY-CHEQUE.
       MOVE SPACES TO PRINT-LINE.
       STRING "PAY  " WS-CQ-PAYEE "          " WS-DISPLAY-CHEQUE
          DELIMITED BY SIZE INTO PRINT-LINE.
       WRITE PRINT-LINE.
       MOVE SPACES TO PRINT-LINE.
       STRING "THE SUM OF " FUNCTION TRIM(WS-AMOUNT-WORDS) " ***"
          DELIMITED BY SIZE INTO PRINT-LINE.
       WRITE PRINT-LINE.
       MOVE SPACES TO PRINT-LINE.
       WRITE PRINT-LINE.
       MOVE SPACES TO PRINT-LINE.
       IF WS-CQ-SOURCE = "V" THEN
          STRING "REF VOUCHER " WS-CQ-REF "   APPROVED BY "
                WS-CQ-APPROVER
             DELIMITED BY SIZE INTO PRINT-LINE
       ELSE
          STRING "REF TOURNAMENT " WS-CQ-REF "   APPROVED BY "
                WS-CQ-APPROVER
             DELIMITED BY SIZE INTO PRINT-LINE
       END-IF.
       WRITE PRINT-LINE.
       MOVE ALL "=" TO PRINT-LINE (1:70).
       WRITE PRINT-LINE.

       AMOUNT-IN-WORDS-PARA.
      *whole units and pence each go through numtowords; a round
      *amount closes with ONLY so nothing can be written after it
       MOVE WS-WORK-UNITS TO WS-WORDS-NUMBER.
       CALL "numtowords" USING WS-WORDS-NUMBER WS-UNITS-WORDS.
       MOVE SPACES TO WS-AMOUNT-WORDS.
       IF WS-WORK-PENCE = 0 THEN
          STRING FUNCTION TRIM(WS-UNITS-WORDS) " "
                FUNCTION TRIM(WS-MAJOR-UNIT) " ONLY"
             DELIMITED BY SIZE INTO WS-AMOUNT-WORDS
       ELSE
          MOVE WS-WORK-PENCE TO WS-WORDS-NUMBER
          CALL "numtowords" USING WS-WORDS-NUMBER WS-PENCE-WORDS
          STRING FUNCTION TRIM(WS-UNITS-WORDS) " "
                FUNCTION TRIM(WS-MAJOR-UNIT) " AND "
                FUNCTION TRIM(WS-PENCE-WORDS) " "
                FUNCTION TRIM(WS-MINOR-UNIT)
             DELIMITED BY SIZE INTO WS-AMOUNT-WORDS
       END-IF.
       MOVE FUNCTION UPPER-CASE (WS-AMOUNT-WORDS) TO WS-AMOUNT-WORDS.

      *=================================================
      *   REPRINT AND VOID
      *=================================================
       REPRINT-CHEQUE-PARA.
      *a cheque chewed by the printer or lost in the post comes
      *out again under its own number, marked as a duplicate - it
      *is the same payment, so the control totals do not move
       DISPLAY "CHEQUE NUMBER TO REPRINT:".
       PERFORM ACCEPT-NUMBER-PARA.
       IF WS-PICK-NUM = 0 THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM CHEQUE-STATE-PARA.
       EVALUATE WS-CHEQUE-STATE
       WHEN "N"
          DISPLAY "CHEQUE " WS-PICK-NUM " WAS NEVER ISSUED."
          EXIT PARAGRAPH
       WHEN "V"
          DISPLAY "CHEQUE " WS-PICK-NUM " IS VOID - NOT REPRINTED."
          EXIT PARAGRAPH
       END-EVALUATE.
       MOVE WS-REGISTER-ENTRY(WS-REGISTER-FOUND) TO REGISTER-RECORD.
       MOVE CQ-PAYOUT TO WS-PICK-NUM.
       MOVE SPACES TO WS-CQ-SOURCE WS-CQ-APPROVER.
       MOVE CQ-NOTE TO WS-CQ-REF.
       PERFORM VARYING WS-PAYOUT-INDEX FROM 1 BY 1
       UNTIL WS-PAYOUT-INDEX > WS-PAYOUT-COUNT
          MOVE WS-PAYOUT-ENTRY(WS-PAYOUT-INDEX) TO PAYOUT-RECORD
          IF PO-ID = WS-PICK-NUM THEN
             MOVE PO-SOURCE TO WS-CQ-SOURCE
             MOVE PO-APPROVER TO WS-CQ-APPROVER
          END-IF
       END-PERFORM.
       MOVE WS-REGISTER-ENTRY(WS-REGISTER-FOUND) TO REGISTER-RECORD.
       OPEN OUTPUT printFile.
       IF WS-PRINT-STATUS NOT = "00" THEN
          DISPLAY "CHEQUES.PRT COULD NOT BE OPENED - "
             WS-PRINT-STATUS
          EXIT PARAGRAPH
       END-IF.
      *the date on a duplicate is the date of the original
       MOVE CQ-STAMP TO WS-NOW-STAMP.
       MOVE CQ-NUMBER TO WS-CQ-NUMBER.
       MOVE CQ-PAYEE TO WS-CQ-PAYEE.
       MOVE CQ-AMOUNT TO WS-WORK-AMOUNT.
       MOVE SPACES TO WS-CQ-MARK.
       STRING "DUPLICATE - REPRINTED " FUNCTION CURRENT-DATE (1:8)
          DELIMITED BY SIZE INTO WS-CQ-MARK.
       PERFORM PRINT-CHEQUE-PARA.
       CLOSE printFile.
       MOVE FUNCTION CURRENT-DATE (1:14) TO CQ-STAMP.
       MOVE "R" TO CQ-ACTION.
       MOVE WS-OPERATOR TO CQ-OPERATOR.
       PERFORM APPEND-REGISTER-PARA.
       MOVE "CHEQUES.PRT" TO WS-REPORT-NAME.
       CALL "rptfile" USING WS-REPORT-NAME WS-LOG-PROGRAM
             WS-OPERATOR.
       MOVE "CHEQREPR" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       STRING "CHEQUE " CQ-NUMBER " BY " WS-OPERATOR
          DELIMITED BY SIZE INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       DISPLAY "CHEQUE " CQ-NUMBER " REPRINTED TO CHEQUES.PRT.".

       VOID-CHEQUE-PARA.
      *a voided cheque stays on the register with its void row;
      *the payout behind it either goes back on the queue for the
      *next run under a new number, or is cancelled outright
       DISPLAY "CHEQUE NUMBER TO VOID:".
       PERFORM ACCEPT-NUMBER-PARA.
       IF WS-PICK-NUM = 0 THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM CHEQUE-STATE-PARA.
       EVALUATE WS-CHEQUE-STATE
       WHEN "N"
          DISPLAY "CHEQUE " WS-PICK-NUM " WAS NEVER ISSUED."
          EXIT PARAGRAPH
       WHEN "V"
          DISPLAY "CHEQUE " WS-PICK-NUM " IS ALREADY VOID."
          EXIT PARAGRAPH
       END-EVALUATE.
       MOVE WS-REGISTER-ENTRY(WS-REGISTER-FOUND) TO REGISTER-RECORD.
       MOVE CQ-AMOUNT TO WS-DISPLAY-AMOUNT.
       DISPLAY "VOID CHEQUE " CQ-NUMBER " TO " FUNCTION TRIM(CQ-PAYEE)
          " FOR " WS-DISPLAY-AMOUNT "? (Y/N)".
       ACCEPT WS-CONFIRM.
       IF FUNCTION UPPER-CASE (WS-CONFIRM) NOT = "Y" THEN
          EXIT PARAGRAPH
       END-IF.
       DISPLAY "REASON (E.G. SPOILT, LOST, WRONG NAME):".
       MOVE SPACES TO WS-NOTE.
       ACCEPT WS-NOTE.
       MOVE FUNCTION UPPER-CASE (WS-NOTE) TO WS-NOTE.
       DISPLAY "PUT THE PAYOUT BACK ON THE QUEUE FOR A NEW CHEQUE? "
          "(Y/N)".
       ACCEPT WS-CONFIRM.
       MOVE FUNCTION UPPER-CASE (WS-CONFIRM) TO WS-CONFIRM.
       MOVE CQ-PAYOUT TO WS-PICK-NUM.
       PERFORM VARYING WS-PAYOUT-INDEX FROM 1 BY 1
       UNTIL WS-PAYOUT-INDEX > WS-PAYOUT-COUNT
          MOVE WS-PAYOUT-ENTRY(WS-PAYOUT-INDEX) TO PAYOUT-RECORD
          IF PO-ID = WS-PICK-NUM THEN
             IF WS-CONFIRM = "Y" THEN
                MOVE "A" TO PO-STATUS
             ELSE
                MOVE "C" TO PO-STATUS
             END-IF
             MOVE 0 TO PO-CHEQUE
             MOVE PAYOUT-RECORD TO WS-PAYOUT-ENTRY(WS-PAYOUT-INDEX)
          END-IF
       END-PERFORM.
       PERFORM SAVE-PAYOUTS-PARA.
       MOVE WS-REGISTER-ENTRY(WS-REGISTER-FOUND) TO REGISTER-RECORD.
       MOVE FUNCTION CURRENT-DATE (1:14) TO CQ-STAMP.
       MOVE "V" TO CQ-ACTION.
       MOVE WS-OPERATOR TO CQ-OPERATOR.
       MOVE WS-NOTE TO CQ-NOTE.
       PERFORM APPEND-REGISTER-PARA.
       MOVE "CHEQVOID" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       STRING "CHEQUE " CQ-NUMBER " BY " WS-OPERATOR
          DELIMITED BY SIZE INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       IF WS-CONFIRM = "Y" THEN
          DISPLAY "CHEQUE " CQ-NUMBER " VOID - PAYOUT BACK ON THE "
             "QUEUE."
       ELSE
          DISPLAY "CHEQUE " CQ-NUMBER " VOID - PAYOUT CANCELLED."
       END-IF.

      *=================================================
      *   REGISTER REPORT AND BANK CONTROL TOTAL
      *=================================================
       REGISTER-REPORT-PARA.
       DISPLAY "FROM DATE (YYYYMMDD, BLANK = FROM THE START):".
       MOVE SPACES TO WS-FROM-DATE.
       ACCEPT WS-FROM-DATE.
       DISPLAY "TO DATE (YYYYMMDD, BLANK = TODAY):".
       MOVE SPACES TO WS-TO-DATE.
       ACCEPT WS-TO-DATE.
       IF WS-TO-DATE = SPACES THEN
          MOVE WS-TODAY TO WS-TO-DATE
       END-IF.
       OPEN OUTPUT reportFile.
       IF WS-REPORT-STATUS NOT = "00" THEN
          DISPLAY "CHEQREG.RPT COULD NOT BE OPENED - "
             WS-REPORT-STATUS
          EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO REPORT-LINE.
       STRING "CHEQUE REGISTER  " WS-FROM-DATE " TO " WS-TO-DATE
             "   PRINTED " FUNCTION CURRENT-DATE (1:8)
             " BY " WS-OPERATOR
          DELIMITED BY SIZE INTO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE "CHEQUE DATE     ACTION  PAYEE                        "
             TO REPORT-LINE.
       MOVE "      AMOUNT BY  NOTE" TO REPORT-LINE (54:30).
       WRITE REPORT-LINE.
       MOVE 0 TO WS-ISSUED-COUNT WS-ISSUED-TOTAL.
       MOVE 0 TO WS-VOIDED-COUNT WS-VOIDED-TOTAL.
       MOVE 0 TO WS-REPRINT-COUNT.
       PERFORM VARYING WS-REGISTER-INDEX FROM 1 BY 1
       UNTIL WS-REGISTER-INDEX > WS-REGISTER-COUNT
          MOVE WS-REGISTER-ENTRY(WS-REGISTER-INDEX)
             TO REGISTER-RECORD
          IF CQ-STAMP (1:8) >= WS-FROM-DATE AND
             CQ-STAMP (1:8) <= WS-TO-DATE THEN
             PERFORM REGISTER-LINE-PARA
          END-IF
       END-PERFORM.
       COMPUTE WS-NET-COUNT = WS-ISSUED-COUNT - WS-VOIDED-COUNT.
       COMPUTE WS-NET-TOTAL = WS-ISSUED-TOTAL - WS-VOIDED-TOTAL.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE WS-ISSUED-COUNT TO WS-DISPLAY-COUNT.
       MOVE WS-ISSUED-TOTAL TO WS-DISPLAY-TOTAL.
       MOVE SPACES TO REPORT-LINE.
       STRING "ISSUED        " WS-DISPLAY-COUNT "   " WS-DISPLAY-TOTAL
          DELIMITED BY SIZE INTO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE WS-VOIDED-COUNT TO WS-DISPLAY-COUNT.
       MOVE WS-VOIDED-TOTAL TO WS-DISPLAY-TOTAL.
       MOVE SPACES TO REPORT-LINE.
       STRING "VOIDED        " WS-DISPLAY-COUNT "   " WS-DISPLAY-TOTAL
          DELIMITED BY SIZE INTO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE WS-REPRINT-COUNT TO WS-DISPLAY-COUNT.
       MOVE SPACES TO REPORT-LINE.
       STRING "REPRINTED     " WS-DISPLAY-COUNT
             "   (DUPLICATES - NO MONEY MOVES)"
          DELIMITED BY SIZE INTO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE WS-NET-COUNT TO WS-DISPLAY-COUNT.
       MOVE WS-NET-TOTAL TO WS-DISPLAY-TOTAL.
       MOVE SPACES TO REPORT-LINE.
       STRING "CONTROL TOTAL " WS-DISPLAY-COUNT "   " WS-DISPLAY-TOTAL
             "   <- SHOULD MATCH THE BANK STATEMENT"
          DELIMITED BY SIZE INTO REPORT-LINE.
       WRITE REPORT-LINE.
       CLOSE reportFile.
       MOVE "CHEQREG.RPT" TO WS-REPORT-NAME.
       CALL "rptfile" USING WS-REPORT-NAME WS-LOG-PROGRAM
             WS-OPERATOR.
       DISPLAY "CONTROL TOTAL " WS-DISPLAY-COUNT " CHEQUES, "
             WS-DISPLAY-TOTAL " - SEE CHEQREG.RPT.".

       REGISTER-LINE-PARA.
       EVALUATE CQ-ACTION
       WHEN "I"
          MOVE "ISSUED" TO WS-ACTION-TEXT
          ADD 1 TO WS-ISSUED-COUNT
          ADD CQ-AMOUNT TO WS-ISSUED-TOTAL
       WHEN "V"
          MOVE "VOIDED" TO WS-ACTION-TEXT
          ADD 1 TO WS-VOIDED-COUNT
          ADD CQ-AMOUNT TO WS-VOIDED-TOTAL
       WHEN OTHER
          MOVE "REPRINT" TO WS-ACTION-TEXT
          ADD 1 TO WS-REPRINT-COUNT
       END-EVALUATE.
       MOVE CQ-AMOUNT TO WS-DISPLAY-AMOUNT.
       MOVE SPACES TO REPORT-LINE.
       STRING CQ-NUMBER " " CQ-STAMP (1:8) " " WS-ACTION-TEXT " "
             CQ-PAYEE " " WS-DISPLAY-AMOUNT " " CQ-OPERATOR " "
             CQ-NOTE
          DELIMITED BY SIZE INTO REPORT-LINE.
       WRITE REPORT-LINE.

       END PROGRAM cheques.
