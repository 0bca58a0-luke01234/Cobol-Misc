       IDENTIFICATION DIVISION.
       PROGRAM-ID. arbalance.

      *one member's house-account position off ARLEDGER.DAT, shared
      *the way shoplog and fieldvalidator are: the ledger program
      *uses it for statements and the aged report, and the check-in
      *desk uses it to refuse a renewal while anything is overdue.
      *payments and credit adjustments are applied to the oldest
      *charges first, and whatever is left of each charge is aged
      *by its date against the as-of date - current (30 days or
      *less), 31-60, 61-90 and over 90

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ledgerFile ASSIGN TO "ARLEDGER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *C charge, P payment, A adjustment (signed: plus bills more,
      *minus credits the account) - appended in date order, so file
      *order is the order the oldest-first matching wants
       FD  ledgerFile.
       01  LEDGER-RECORD.
           05 AR-MEMBER   PIC 9(5).
           05 AR-DATE     PIC X(8).
           05 AR-TYPE     PIC X(1).
           05 AR-AMOUNT   PIC S9(6)V99 SIGN LEADING SEPARATE.
           05 AR-REF      PIC X(20).
           05 AR-OPERATOR PIC X(3).

       WORKING-STORAGE SECTION.
       01  WS-LEDGER-STATUS PIC X(2).
       01  WS-EOF PIC X(1) VALUE "N".
           88 WS-END-OF-FILE VALUE "Y".
       01  WS-DEBIT-TABLE.
           05 WS-DEBIT-ENTRY OCCURS 300 TIMES.
              10 WS-DB-DATE   PIC X(8).
              10 WS-DB-LEFT   PIC S9(6)V99.
       01  WS-DEBIT-COUNT  PIC 9(3).
       01  WS-DEBIT-INDEX  PIC 9(3).
       01  WS-CREDITS      PIC S9(8)V99.
       01  WS-APPLY        PIC S9(8)V99.
       01  WS-AGE-DAYS     PIC S9(6).
       01  WS-ASOF-INT     PIC 9(8).

       LINKAGE SECTION.
       01 LI-MEMBER   PIC 9(5).
       01 LI-ASOF     PIC X(8).
       01 LI-BALANCE  PIC S9(8)V99.
       01 LI-CURRENT  PIC S9(8)V99.
       01 LI-OVER-30  PIC S9(8)V99.
       01 LI-OVER-60  PIC S9(8)V99.
       01 LI-OVER-90  PIC S9(8)V99.

       PROCEDURE DIVISION USING LI-MEMBER LI-ASOF LI-BALANCE
           LI-CURRENT LI-OVER-30 LI-OVER-60 LI-OVER-90.
       MAIN-PARA.
       MOVE 0 TO LI-BALANCE LI-CURRENT LI-OVER-30 LI-OVER-60.
       MOVE 0 TO LI-OVER-90.
       MOVE 0 TO WS-DEBIT-COUNT WS-CREDITS.
       MOVE "N" TO WS-EOF.
       OPEN INPUT ledgerFile.
       IF WS-LEDGER-STATUS NOT = "00" THEN
          GOBACK
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ ledgerFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF AR-MEMBER = LI-MEMBER AND AR-AMOUNT IS NUMERIC
                   AND AR-DATE <= LI-ASOF THEN
                   PERFORM TAKE-ENTRY-PARA
                END-IF
          END-READ
       END-PERFORM.
       CLOSE ledgerFile.
       IF LI-ASOF IS NUMERIC THEN
          COMPUTE WS-ASOF-INT =
             FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(LI-ASOF))
       ELSE
          MOVE 0 TO WS-ASOF-INT
       END-IF.
      *oldest charge first soaks up the credits
       PERFORM VARYING WS-DEBIT-INDEX FROM 1 BY 1
       UNTIL WS-DEBIT-INDEX > WS-DEBIT-COUNT
          IF WS-CREDITS > 0 THEN
             IF WS-CREDITS >= WS-DB-LEFT(WS-DEBIT-INDEX) THEN
                MOVE WS-DB-LEFT(WS-DEBIT-INDEX) TO WS-APPLY
             ELSE
                MOVE WS-CREDITS TO WS-APPLY
             END-IF
             SUBTRACT WS-APPLY FROM WS-DB-LEFT(WS-DEBIT-INDEX)
             SUBTRACT WS-APPLY FROM WS-CREDITS
          END-IF
          IF WS-DB-LEFT(WS-DEBIT-INDEX) > 0 THEN
             PERFORM AGE-ONE-DEBIT-PARA
          END-IF
       END-PERFORM.
      *credit left over after every charge is paid is money the
      *shop owes the member - it sits in current as a minus
       IF WS-CREDITS > 0 THEN
          SUBTRACT WS-CREDITS FROM LI-CURRENT
       END-IF.
       COMPUTE LI-BALANCE = LI-CURRENT + LI-OVER-30 + LI-OVER-60
          + LI-OVER-90.
       GOBACK.

       TAKE-ENTRY-PARA.
       IF AR-AMOUNT > 0 AND AR-TYPE NOT = "P" THEN
          IF WS-DEBIT-COUNT < 300 THEN
             ADD 1 TO WS-DEBIT-COUNT
             MOVE AR-DATE TO WS-DB-DATE(WS-DEBIT-COUNT)
             MOVE AR-AMOUNT TO WS-DB-LEFT(WS-DEBIT-COUNT)
          ELSE
      *past the table the newest charges are counted as current
             ADD AR-AMOUNT TO LI-CURRENT
          END-IF
       ELSE
          IF AR-AMOUNT < 0 THEN
             SUBTRACT AR-AMOUNT FROM WS-CREDITS
          ELSE
             ADD AR-AMOUNT TO WS-CREDITS
          END-IF
       END-IF.

       AGE-ONE-DEBIT-PARA.
       MOVE 0 TO WS-AGE-DAYS.
       IF WS-DB-DATE(WS-DEBIT-INDEX) IS NUMERIC AND
             WS-ASOF-INT > 0 THEN
          COMPUTE WS-AGE-DAYS = WS-ASOF-INT -
             FUNCTION INTEGER-OF-DATE
             (FUNCTION NUMVAL(WS-DB-DATE(WS-DEBIT-INDEX)))
       END-IF.
       EVALUATE TRUE
       WHEN WS-AGE-DAYS <= 30
          ADD WS-DB-LEFT(WS-DEBIT-INDEX) TO LI-CURRENT
       WHEN WS-AGE-DAYS <= 60
          ADD WS-DB-LEFT(WS-DEBIT-INDEX) TO LI-OVER-30
       WHEN WS-AGE-DAYS <= 90
          ADD WS-DB-LEFT(WS-DEBIT-INDEX) TO LI-OVER-60
       WHEN OTHER
          ADD WS-DB-LEFT(WS-DEBIT-INDEX) TO LI-OVER-90
       END-EVALUATE.

       END PROGRAM arbalance.
