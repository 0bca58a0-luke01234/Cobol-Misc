       IDENTIFICATION DIVISION.
       PROGRAM-ID. gljournal.

      *the bookkeeping the accountant used to do by hand off the
      *csvexport files: a closed month's activity turned into
      *double-entry journal lines, each with its date, the ledger
      *account, a debit or a credit and the source it came from,
      *written to GLyyyymm.CSV in the export delimiter. the ledger
      *accounts come off GLACCOUNTS.CFG, one record per posting key
      *(key, the accountant's account code, the account name):
      *
      *   CASH      cash in the drawer    CARD      card takings
      *   COMPEXP   free tokens given     TOKENLIAB tokens not played
      *   GAMEREV   game income           VOUCHLIAB vouchers unpaid
      *   PRIZEEXP  prizes awarded        AR        house accounts
      *   DUESREV   dues and charges
      *
      *   token sale       DR CASH/CARD (COMPEXP at list) CR TOKENLIAB
      *   tokens played    DR TOKENLIAB      CR GAMEREV  (by the day)
      *   token refund     DR GAMEREV        CR TOKENLIAB
      *   voucher issued   DR PRIZEEXP       CR VOUCHLIAB
      *   voucher paid     DR VOUCHLIAB      CR CASH
      *   account charge   DR AR             CR DUESREV
      *   account payment  DR CASH           CR AR
      *   adjustment       as a charge, or reversed when a credit
      *
      *tokens are valued at the month's own average selling price
      *(takings plus the list value of free tokens over tokens
      *issued), or the first PRICES.CFG bundle when nothing sold.
      *only a month monthend has closed - last PERIODS.DAT marker C
      *- is journalled, and a journal that does not balance, or that
      *needs an account GLACCOUNTS.CFG does not map, is not left
      *lying about to be posted: the file is emptied down to a
      *warning line and the run ends with return code 8

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT periodFile ASSIGN TO "PERIODS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PERIOD-STATUS.

           SELECT accountFile ASSIGN TO "GLACCOUNTS.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACCOUNT-STATUS.

           SELECT salesFile ASSIGN TO "SALES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SALES-STATUS.

           SELECT priceFile ASSIGN TO "PRICES.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRICE-STATUS.

           SELECT auditFile ASSIGN TO "OPERAUDIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT voucherFile ASSIGN TO "VOUCHER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VOUCHER-STATUS.

           SELECT ledgerFile ASSIGN TO "ARLEDGER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS.

           SELECT dlmFile ASSIGN TO "EXPORTDLM.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DLM-STATUS.

           SELECT journalFile ASSIGN TO WS-JOURNAL-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  periodFile.
       01  PERIOD-RECORD.
           05 PD-MONTH    PIC 9(6).
           05 PD-STATUS   PIC X(1).
           05 PD-OPERATOR PIC X(3).
           05 PD-STAMP    PIC X(14).

       FD  accountFile.
       01  ACCOUNT-RECORD.
           05 GA-KEY     PIC X(9).
           05 GA-ACCOUNT PIC X(10).
           05 GA-NAME    PIC X(30).

       FD  salesFile.
       01  SALES-RECORD.
           05 SJ-RECEIPT  PIC 9(6).
           05 SJ-STAMP    PIC X(14).
           05 SJ-OPERATOR PIC X(3).
           05 SJ-INITIALS PIC X(3).
           05 SJ-TOKENS   PIC 9(4).
           05 SJ-PAYTYPE  PIC X(4).
           05 SJ-AMOUNT   PIC 9(6)V99.
           05 SJ-LIST     PIC 9(6)V99.

       FD  priceFile.
       01  PRICE-RECORD.
           05 PR-TOKENS PIC 9(4).
           05 PR-PRICE  PIC 9(4)V99.
           05 PR-NAME   PIC X(20).

       FD  auditFile.
       01  AUDIT-RECORD.
           05 AU-NAME  PIC X(12).
           05 AU-OLD   PIC 9(8).
           05 AU-NEW   PIC 9(8).
           05 AU-STAMP PIC X(14).
           05 AU-REFUND.
              10 AU-MACHINE PIC 9(1).
              10 AU-REASON  PIC X(8).
              10 AU-PLAYER  PIC X(3).

       FD  voucherFile.
       01  VOUCHER-RECORD.
           05 VO-SERIAL      PIC 9(6).
           05 VO-DATE        PIC X(8).
           05 VO-INITIALS    PIC X(3).
           05 VO-REASON      PIC X(1).
           05 VO-AMOUNT      PIC 9(6)V99.
           05 VO-REDEEMED    PIC X(1).
           05 VO-REDEEM-DATE PIC X(8).
           05 VO-PRIZE       PIC X(6).

       FD  ledgerFile.
       01  LEDGER-RECORD.
           05 AR-MEMBER   PIC 9(5).
           05 AR-DATE     PIC X(8).
           05 AR-TYPE     PIC X(1).
           05 AR-AMOUNT   PIC S9(6)V99 SIGN LEADING SEPARATE.
           05 AR-REF      PIC X(20).
           05 AR-OPERATOR PIC X(3).

       FD  dlmFile.
       01  DLM-RECORD PIC X(1).

       FD  journalFile.
       01  JOURNAL-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
       01  WS-PERIOD-STATUS  PIC X(2).
       01  WS-ACCOUNT-STATUS PIC X(2).
       01  WS-SALES-STATUS   PIC X(2).
       01  WS-PRICE-STATUS   PIC X(2).
       01  WS-AUDIT-STATUS   PIC X(2).
       01  WS-VOUCHER-STATUS PIC X(2).
       01  WS-LEDGER-STATUS  PIC X(2).
       01  WS-DLM-STATUS     PIC X(2).
       01  WS-JOURNAL-STATUS PIC X(2).
       01  WS-EOF PIC X(1) VALUE "N".
           88 WS-END-OF-FILE VALUE "Y".

       01  WS-JOURNAL-NAME   PIC X(14).
       01  WS-DELIMITER      PIC X(1) VALUE ",".
       01  WS-MONTH-INP      PIC X(6).
       01  WS-MONTH          PIC 9(6).
       01  WS-MONTH-STATE    PIC X(1).
      *8 when nothing fit to post came out - kept aside because
      *every CALL resets RETURN-CODE
       01  WS-RUN-RC         PIC 9(1) VALUE 0.

       01  WS-ACCOUNT-TABLE.
           05 WS-ACCOUNT-ENTRY OCCURS 20 TIMES.
              10 WS-GA-KEY     PIC X(9).
              10 WS-GA-ACCOUNT PIC X(10).
              10 WS-GA-NAME    PIC X(30).
       01  WS-ACCOUNT-COUNT  PIC 9(2) VALUE 0.
       01  WS-ACCOUNT-INDEX  PIC 9(2).
       01  WS-ACCOUNT-FOUND  PIC 9(2).

      *tokens played each day of the month, off the TOKENSUSED
      *counter's upward movements - the refunds take it back down
      *and are journalled from their own TOKENREFUND records
       01  WS-USED-TABLE.
           05 WS-USED-TOKENS PIC 9(6) OCCURS 31 TIMES.
       01  WS-DAY-NO         PIC 9(2).

       01  WS-TOKENS-SOLD    PIC 9(8) VALUE 0.
       01  WS-SOLD-VALUE     PIC 9(8)V99 VALUE 0.
       01  WS-TOKEN-RATE     PIC 9(4)V9(4) VALUE 0.
       01  WS-RATE-SOURCE    PIC X(20).
       01  WS-MOVEMENT       PIC S9(8).

      *one journal entry - a debit line and a credit line for the
      *same amount on the same date and reference
       01  WS-ENTRY-DATE     PIC X(8).
       01  WS-ENTRY-DEBIT    PIC X(9).
       01  WS-ENTRY-CREDIT   PIC X(9).
       01  WS-ENTRY-AMOUNT   PIC 9(8)V99.
       01  WS-ENTRY-REF      PIC X(24).
       01  WS-LINE-KEY       PIC X(9).
       01  WS-LINE-DEBIT     PIC 9(8)V99.
       01  WS-LINE-CREDIT    PIC 9(8)V99.

       01  WS-TOTAL-DEBIT    PIC 9(10)V99 VALUE 0.
       01  WS-TOTAL-CREDIT   PIC 9(10)V99 VALUE 0.
       01  WS-LINE-COUNT     PIC 9(6) VALUE 0.
       01  WS-UNMAPPED       PIC 9(4) VALUE 0.
       01  WS-UNMAPPED-KEY   PIC X(9) VALUE SPACES.

       01  WS-OUT-LINE       PIC X(120).
       01  WS-MONEY-EDIT     PIC Z(9)9.99.
       01  WS-DEBIT-TEXT     PIC X(13).
       01  WS-CREDIT-TEXT    PIC X(13).
       01  WS-RATE-DISP      PIC Z(3)9.9999.
       01  WS-COUNT-DISP     PIC Z(5)9.

       01  WS-LOG-PROGRAM PIC X(12) VALUE "gljournal".
       01  WS-LOG-EVENT   PIC X(8).
       01  WS-LOG-TEXT    PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PARA.
       MOVE "STARTUP" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       PERFORM RUN-JOURNAL-PARA.
       MOVE "EXIT" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       MOVE WS-RUN-RC TO RETURN-CODE.
       GOBACK.

       RUN-JOURNAL-PARA.
       DISPLAY "JOURNAL WHICH MONTH (YYYYMM):".
       ACCEPT WS-MONTH-INP.
       MOVE 0 TO WS-MONTH.
       IF WS-MONTH-INP IS NUMERIC THEN
          MOVE WS-MONTH-INP TO WS-MONTH
       END-IF.
       IF WS-MONTH = 0 THEN
          DISPLAY "NOT A MONTH."
          MOVE 8 TO WS-RUN-RC
          EXIT PARAGRAPH
       END-IF.
       PERFORM FIND-MONTH-STATE-PARA.
       IF WS-MONTH-STATE NOT = "C" THEN
          DISPLAY WS-MONTH " IS STILL OPEN ON PERIODS.DAT - CLOSE IT"
             " AT MONTH-END FIRST. NOTHING JOURNALLED."
          MOVE 8 TO WS-RUN-RC
          EXIT PARAGRAPH
       END-IF.
       PERFORM LOAD-ACCOUNTS-PARA.
       IF WS-ACCOUNT-COUNT = 0 THEN
          DISPLAY "GLACCOUNTS.CFG IS MISSING OR EMPTY - THE ACCOUNTS"
             " HAVE TO BE MAPPED BEFORE ANYTHING IS JOURNALLED."
          MOVE 8 TO WS-RUN-RC
          EXIT PARAGRAPH
       END-IF.
       PERFORM LOAD-DELIMITER-PARA.
       MOVE SPACES TO WS-JOURNAL-NAME.
       STRING "GL" WS-MONTH ".CSV" DELIMITED BY SIZE
          INTO WS-JOURNAL-NAME.
       OPEN OUTPUT journalFile.
       IF WS-JOURNAL-STATUS NOT = "00" THEN
          DISPLAY WS-JOURNAL-NAME " COULD NOT BE OPENED - "
             WS-JOURNAL-STATUS
          MOVE 8 TO WS-RUN-RC
          EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-OUT-LINE.
       STRING "DATE" WS-DELIMITER "ACCOUNT" WS-DELIMITER "NAME"
             WS-DELIMITER "DEBIT" WS-DELIMITER "CREDIT" WS-DELIMITER
          "REFERENCE" DELIMITED BY SIZE INTO WS-OUT-LINE.
       WRITE JOURNAL-RECORD FROM WS-OUT-LINE.
       PERFORM JOURNAL-SALES-PARA.
       PERFORM SET-TOKEN-RATE-PARA.
       PERFORM JOURNAL-USAGE-PARA.
       PERFORM JOURNAL-VOUCHERS-PARA.
       PERFORM JOURNAL-ACCOUNTS-PARA.
       PERFORM WRITE-TRAILER-PARA.
       CLOSE journalFile.
       PERFORM CHECK-BALANCE-PARA.

       FIND-MONTH-STATE-PARA.
      *the last marker on file for the month decides - no marker at
      *all means the month has never been closed
       MOVE "O" TO WS-MONTH-STATE.
       MOVE "N" TO WS-EOF.
       OPEN INPUT periodFile.
       IF WS-PERIOD-STATUS = "00" THEN
          PERFORM UNTIL WS-END-OF-FILE
             READ periodFile
                AT END MOVE "Y" TO WS-EOF
                NOT AT END
                   IF PD-MONTH = WS-MONTH THEN
                      MOVE PD-STATUS TO WS-MONTH-STATE
                   END-IF
             END-READ
          END-PERFORM
          CLOSE periodFile
       END-IF.

       LOAD-ACCOUNTS-PARA.
       MOVE 0 TO WS-ACCOUNT-COUNT.
       MOVE "N" TO WS-EOF.
       OPEN INPUT accountFile.
       IF WS-ACCOUNT-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ accountFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF GA-KEY NOT = SPACES AND GA-ACCOUNT NOT = SPACES
                   AND WS-ACCOUNT-COUNT < 20 THEN
                   ADD 1 TO WS-ACCOUNT-COUNT
                   MOVE ACCOUNT-RECORD
                      TO WS-ACCOUNT-ENTRY(WS-ACCOUNT-COUNT)
                END-IF
          END-READ
       END-PERFORM.
       CLOSE accountFile.

       LOAD-DELIMITER-PARA.
       OPEN INPUT dlmFile.
       IF WS-DLM-STATUS = "00" THEN
          READ dlmFile
             AT END CONTINUE
             NOT AT END
                IF DLM-RECORD NOT = SPACE THEN
                   MOVE DLM-RECORD TO WS-DELIMITER
                END-IF
          END-READ
          CLOSE dlmFile
       END-IF.

      *=================================================
      *   THE SOURCES
      *=================================================
       JOURNAL-SALES-PARA.
       MOVE "N" TO WS-EOF.
       OPEN INPUT salesFile.
       IF WS-SALES-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ salesFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF SJ-STAMP (1:6) = WS-MONTH-INP AND
                   SJ-TOKENS IS NUMERIC AND SJ-AMOUNT IS NUMERIC AND
                   SJ-LIST IS NUMERIC THEN
                   PERFORM ONE-SALE-PARA
                END-IF
          END-READ
       END-PERFORM.
       CLOSE salesFile.

       ONE-SALE-PARA.
       ADD SJ-TOKENS TO WS-TOKENS-SOLD.
       MOVE SJ-STAMP (1:8) TO WS-ENTRY-DATE.
       MOVE "TOKENLIAB" TO WS-ENTRY-CREDIT.
       MOVE SPACES TO WS-ENTRY-REF.
       STRING "SALE " SJ-RECEIPT " " SJ-PAYTYPE DELIMITED BY SIZE
          INTO WS-ENTRY-REF.
       EVALUATE SJ-PAYTYPE
       WHEN "CASH"
          MOVE "CASH" TO WS-ENTRY-DEBIT
          MOVE SJ-AMOUNT TO WS-ENTRY-AMOUNT
       WHEN "CARD"
          MOVE "CARD" TO WS-ENTRY-DEBIT
          MOVE SJ-AMOUNT TO WS-ENTRY-AMOUNT
       WHEN "COMP"
          MOVE "COMPEXP" TO WS-ENTRY-DEBIT
          MOVE SJ-LIST TO WS-ENTRY-AMOUNT
       WHEN OTHER
          MOVE "CASH" TO WS-ENTRY-DEBIT
          MOVE SJ-AMOUNT TO WS-ENTRY-AMOUNT
       END-EVALUATE.
       ADD WS-ENTRY-AMOUNT TO WS-SOLD-VALUE.
       PERFORM WRITE-ENTRY-PARA.

       SET-TOKEN-RATE-PARA.
       IF WS-TOKENS-SOLD > 0 THEN
          COMPUTE WS-TOKEN-RATE ROUNDED =
             WS-SOLD-VALUE / WS-TOKENS-SOLD
          MOVE "MONTH'S SALES" TO WS-RATE-SOURCE
          EXIT PARAGRAPH
       END-IF.
       MOVE "NO PRICE" TO WS-RATE-SOURCE.
       OPEN INPUT priceFile.
       IF WS-PRICE-STATUS = "00" THEN
          READ priceFile
             AT END CONTINUE
             NOT AT END
                IF PR-TOKENS IS NUMERIC AND PR-TOKENS > 0 AND
                   PR-PRICE IS NUMERIC THEN
                   COMPUTE WS-TOKEN-RATE ROUNDED =
                      PR-PRICE / PR-TOKENS
                   MOVE "PRICES.CFG" TO WS-RATE-SOURCE
                END-IF
          END-READ
          CLOSE priceFile
       END-IF.

       JOURNAL-USAGE-PARA.
       INITIALIZE WS-USED-TABLE.
       MOVE "N" TO WS-EOF.
       OPEN INPUT auditFile.
       IF WS-AUDIT-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ auditFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF AU-STAMP (1:6) = WS-MONTH-INP AND
                   AU-STAMP (7:2) IS NUMERIC AND
                   AU-OLD IS NUMERIC AND AU-NEW IS NUMERIC THEN
                   PERFORM ONE-AUDIT-PARA
                END-IF
          END-READ
       END-PERFORM.
       CLOSE auditFile.
       PERFORM VARYING WS-DAY-NO FROM 1 BY 1 UNTIL WS-DAY-NO > 31
          IF WS-USED-TOKENS(WS-DAY-NO) > 0 THEN
             MOVE SPACES TO WS-ENTRY-DATE
             STRING WS-MONTH-INP WS-DAY-NO DELIMITED BY SIZE
                INTO WS-ENTRY-DATE
             MOVE "TOKENLIAB" TO WS-ENTRY-DEBIT
             MOVE "GAMEREV" TO WS-ENTRY-CREDIT
             COMPUTE WS-ENTRY-AMOUNT ROUNDED =
                WS-USED-TOKENS(WS-DAY-NO) * WS-TOKEN-RATE
             MOVE SPACES TO WS-ENTRY-REF
             MOVE WS-USED-TOKENS(WS-DAY-NO) TO WS-COUNT-DISP
             STRING "PLAYED " FUNCTION TRIM(WS-COUNT-DISP) " TOKENS"
                DELIMITED BY SIZE INTO WS-ENTRY-REF
             PERFORM WRITE-ENTRY-PARA
          END-IF
       END-PERFORM.

       ONE-AUDIT-PARA.
       IF AU-NAME = "TOKENSUSED" AND AU-NEW > AU-OLD THEN
          MOVE AU-STAMP (7:2) TO WS-DAY-NO
          IF WS-DAY-NO >= 1 AND WS-DAY-NO <= 31 THEN
             COMPUTE WS-MOVEMENT = AU-NEW - AU-OLD
             ADD WS-MOVEMENT TO WS-USED-TOKENS(WS-DAY-NO)
          END-IF
       END-IF.
       IF AU-NAME = "TOKENREFUND" THEN
          MOVE AU-STAMP (1:8) TO WS-ENTRY-DATE
          MOVE "GAMEREV" TO WS-ENTRY-DEBIT
          MOVE "TOKENLIAB" TO WS-ENTRY-CREDIT
          COMPUTE WS-ENTRY-AMOUNT ROUNDED = WS-TOKEN-RATE
          MOVE SPACES TO WS-ENTRY-REF
          STRING "REFUND " AU-PLAYER " " AU-REASON
             DELIMITED BY SIZE INTO WS-ENTRY-REF
          PERFORM WRITE-ENTRY-PARA
       END-IF.

       JOURNAL-VOUCHERS-PARA.
       MOVE "N" TO WS-EOF.
       OPEN INPUT voucherFile.
       IF WS-VOUCHER-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ voucherFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF VO-SERIAL IS NUMERIC AND VO-AMOUNT IS NUMERIC THEN
                   PERFORM ONE-VOUCHER-PARA
                END-IF
          END-READ
       END-PERFORM.
       CLOSE voucherFile.

       ONE-VOUCHER-PARA.
       MOVE VO-AMOUNT TO WS-ENTRY-AMOUNT.
       IF VO-DATE (1:6) = WS-MONTH-INP THEN
          MOVE VO-DATE TO WS-ENTRY-DATE
          MOVE "PRIZEEXP" TO WS-ENTRY-DEBIT
          MOVE "VOUCHLIAB" TO WS-ENTRY-CREDIT
          MOVE SPACES TO WS-ENTRY-REF
          STRING "VOUCHER " VO-SERIAL " ISSUED" DELIMITED BY SIZE
             INTO WS-ENTRY-REF
          PERFORM WRITE-ENTRY-PARA
       END-IF.
       IF VO-REDEEMED = "Y" AND VO-REDEEM-DATE (1:6) = WS-MONTH-INP
          THEN
          MOVE VO-REDEEM-DATE TO WS-ENTRY-DATE
          MOVE "VOUCHLIAB" TO WS-ENTRY-DEBIT
          MOVE "CASH" TO WS-ENTRY-CREDIT
          MOVE SPACES TO WS-ENTRY-REF
          STRING "VOUCHER " VO-SERIAL " PAID" DELIMITED BY SIZE
             INTO WS-ENTRY-REF
          PERFORM WRITE-ENTRY-PARA
       END-IF.

       JOURNAL-ACCOUNTS-PARA.
       MOVE "N" TO WS-EOF.
       OPEN INPUT ledgerFile.
       IF WS-LEDGER-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ ledgerFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF AR-DATE (1:6) = WS-MONTH-INP AND
                   AR-MEMBER IS NUMERIC AND AR-AMOUNT IS NUMERIC THEN
                   PERFORM ONE-POSTING-PARA
                END-IF
          END-READ
       END-PERFORM.
       CLOSE ledgerFile.

       ONE-POSTING-PARA.
      *payments come off the account; charges and upward
      *adjustments go on it, and a minus adjustment is the dues
      *refund or credit and runs the other way
       MOVE AR-DATE TO WS-ENTRY-DATE.
       MOVE SPACES TO WS-ENTRY-REF.
       STRING "AR " AR-MEMBER " " AR-TYPE " " AR-REF (1:12)
          DELIMITED BY SIZE INTO WS-ENTRY-REF.
       IF AR-AMOUNT < 0 THEN
          COMPUTE WS-ENTRY-AMOUNT = 0 - AR-AMOUNT
       ELSE
          MOVE AR-AMOUNT TO WS-ENTRY-AMOUNT
       END-IF.
       EVALUATE TRUE
       WHEN AR-TYPE = "P"
          MOVE "CASH" TO WS-ENTRY-DEBIT
          MOVE "AR" TO WS-ENTRY-CREDIT
       WHEN AR-AMOUNT < 0
          MOVE "DUESREV" TO WS-ENTRY-DEBIT
          MOVE "AR" TO WS-ENTRY-CREDIT
       WHEN OTHER
          MOVE "AR" TO WS-ENTRY-DEBIT
          MOVE "DUESREV" TO WS-ENTRY-CREDIT
       END-EVALUATE.
       PERFORM WRITE-ENTRY-PARA.

      *=================================================
      *   THE JOURNAL LINES
      *=================================================
       WRITE-ENTRY-PARA.
       IF WS-ENTRY-AMOUNT = 0 THEN
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-ENTRY-DEBIT TO WS-LINE-KEY.
       MOVE WS-ENTRY-AMOUNT TO WS-LINE-DEBIT.
       MOVE 0 TO WS-LINE-CREDIT.
       PERFORM WRITE-LINE-PARA.
       MOVE WS-ENTRY-CREDIT TO WS-LINE-KEY.
       MOVE 0 TO WS-LINE-DEBIT.
       MOVE WS-ENTRY-AMOUNT TO WS-LINE-CREDIT.
       PERFORM WRITE-LINE-PARA.

       WRITE-LINE-PARA.
       MOVE 0 TO WS-ACCOUNT-FOUND.
       PERFORM VARYING WS-ACCOUNT-INDEX FROM 1 BY 1
       UNTIL WS-ACCOUNT-INDEX > WS-ACCOUNT-COUNT
          IF WS-GA-KEY(WS-ACCOUNT-INDEX) = WS-LINE-KEY THEN
             MOVE WS-ACCOUNT-INDEX TO WS-ACCOUNT-FOUND
          END-IF
       END-PERFORM.
       IF WS-ACCOUNT-FOUND = 0 THEN
          ADD 1 TO WS-UNMAPPED
          MOVE WS-LINE-KEY TO WS-UNMAPPED-KEY
          EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-DEBIT-TEXT WS-CREDIT-TEXT.
       IF WS-LINE-DEBIT > 0 THEN
          MOVE WS-LINE-DEBIT TO WS-MONEY-EDIT
          MOVE FUNCTION TRIM(WS-MONEY-EDIT) TO WS-DEBIT-TEXT
       END-IF.
       IF WS-LINE-CREDIT > 0 THEN
          MOVE WS-LINE-CREDIT TO WS-MONEY-EDIT
          MOVE FUNCTION TRIM(WS-MONEY-EDIT) TO WS-CREDIT-TEXT
       END-IF.
       MOVE SPACES TO WS-OUT-LINE.
       STRING WS-ENTRY-DATE WS-DELIMITER
             FUNCTION TRIM(WS-GA-ACCOUNT(WS-ACCOUNT-FOUND)) WS-DELIMITER
             FUNCTION TRIM(WS-GA-NAME(WS-ACCOUNT-FOUND)) WS-DELIMITER
             FUNCTION TRIM(WS-DEBIT-TEXT) WS-DELIMITER
             FUNCTION TRIM(WS-CREDIT-TEXT) WS-DELIMITER
             FUNCTION TRIM(WS-ENTRY-REF)
          DELIMITED BY SIZE INTO WS-OUT-LINE.
       WRITE JOURNAL-RECORD FROM WS-OUT-LINE.
       ADD 1 TO WS-LINE-COUNT.
       ADD WS-LINE-DEBIT TO WS-TOTAL-DEBIT.
       ADD WS-LINE-CREDIT TO WS-TOTAL-CREDIT.

       WRITE-TRAILER-PARA.
      *control totals on the end, as csvexport leaves them
       MOVE SPACES TO WS-OUT-LINE.
       MOVE WS-LINE-COUNT TO WS-COUNT-DISP.
       MOVE WS-TOTAL-DEBIT TO WS-MONEY-EDIT.
       MOVE FUNCTION TRIM(WS-MONEY-EDIT) TO WS-DEBIT-TEXT.
       MOVE WS-TOTAL-CREDIT TO WS-MONEY-EDIT.
       MOVE FUNCTION TRIM(WS-MONEY-EDIT) TO WS-CREDIT-TEXT.
       STRING "TOTAL" WS-DELIMITER WS-DELIMITER
             FUNCTION TRIM(WS-COUNT-DISP) " LINES" WS-DELIMITER
             FUNCTION TRIM(WS-DEBIT-TEXT) WS-DELIMITER
             FUNCTION TRIM(WS-CREDIT-TEXT) WS-DELIMITER
          DELIMITED BY SIZE INTO WS-OUT-LINE.
       WRITE JOURNAL-RECORD FROM WS-OUT-LINE.

       CHECK-BALANCE-PARA.
       MOVE WS-TOKEN-RATE TO WS-RATE-DISP.
       DISPLAY "TOKENS VALUED AT " WS-RATE-DISP " EACH ("
             FUNCTION TRIM(WS-RATE-SOURCE) ")".
       IF WS-TOKEN-RATE = 0 THEN
          DISPLAY "NO TOKEN PRICE FOUND - TOKENS PLAYED AND REFUNDED"
             " ARE NOT IN THIS JOURNAL."
       END-IF.
       MOVE WS-TOTAL-DEBIT TO WS-MONEY-EDIT.
       DISPLAY "DEBITS:  " WS-MONEY-EDIT.
       MOVE WS-TOTAL-CREDIT TO WS-MONEY-EDIT.
       DISPLAY "CREDITS: " WS-MONEY-EDIT.
       IF WS-TOTAL-DEBIT = WS-TOTAL-CREDIT AND WS-UNMAPPED = 0 THEN
          MOVE WS-LINE-COUNT TO WS-COUNT-DISP
          DISPLAY FUNCTION TRIM(WS-COUNT-DISP)
             " BALANCED LINES WRITTEN TO "
                FUNCTION TRIM(WS-JOURNAL-NAME) "."
          MOVE "JOURNAL" TO WS-LOG-EVENT
          MOVE SPACES TO WS-LOG-TEXT
          STRING "MONTH " WS-MONTH " BALANCED" DELIMITED BY SIZE
             INTO WS-LOG-TEXT
          CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT
             WS-LOG-TEXT
          EXIT PARAGRAPH
       END-IF.
      *nothing half-right is left behind to be posted
       DISPLAY "************************************************".
       IF WS-UNMAPPED > 0 THEN
          DISPLAY "*** " WS-UNMAPPED " LINE(S) NEED AN ACCOUNT NOT ON"
             " GLACCOUNTS.CFG - E.G. " WS-UNMAPPED-KEY
       ELSE
          DISPLAY "*** THE JOURNAL DOES NOT BALANCE - DEBITS AND"
             " CREDITS DIFFER."
       END-IF.
       DISPLAY "*** " FUNCTION TRIM(WS-JOURNAL-NAME)
          " HAS BEEN EMPTIED - DO NOT POST " WS-MONTH ".".
       DISPLAY "************************************************".
       OPEN OUTPUT journalFile.
       IF WS-JOURNAL-STATUS = "00" THEN
          MOVE SPACES TO WS-OUT-LINE
          STRING "JOURNAL FOR " WS-MONTH " FAILED ITS CHECKS - NOT"
             " FOR POSTING" DELIMITED BY SIZE INTO WS-OUT-LINE
          WRITE JOURNAL-RECORD FROM WS-OUT-LINE
          CLOSE journalFile
       END-IF.
       MOVE "JOURNAL" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       STRING "MONTH " WS-MONTH " FAILED" DELIMITED BY SIZE
          INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       MOVE 8 TO WS-RUN-RC.

       END PROGRAM gljournal.
