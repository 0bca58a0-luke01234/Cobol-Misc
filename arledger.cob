       IDENTIFICATION DIVISION.
       PROGRAM-ID. arledger.

      *house accounts for members, keyed by the mb-number the
      *check-in desk hands out. C posts a charge (dues, tokens on
      *the tab, a party booking), P a payment, A an adjustment -
      *keyed with a minus to credit the account. every posting is
      *appended to ARLEDGER.DAT dated today with the operator's
      *initials, and postings into a month monthend has closed are
      *refused the way the record editors refuse them. B shows one
      *member's balance and aging, S prints the month's statements
      *to STATEMENT.PRT, G prints the aged-balance report (current,
      *30, 60 and 90+ days) to AGED.RPT. the aging itself is done by
      *the shared arbalance subprogram so the desk and this program
      *can never disagree about what is overdue

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ledgerFile ASSIGN TO "ARLEDGER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LEDGER-STATUS.

           SELECT memberFile ASSIGN TO "MEMBERS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MEMBER-STATUS.

           SELECT periodFile ASSIGN TO "PERIODS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PERIOD-STATUS.

           SELECT statementFile ASSIGN TO "STATEMENT.PRT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.

           SELECT agedFile ASSIGN TO "AGED.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *charges and payments are keyed as positive amounts, the type
      *says which way they go; adjustments carry their own sign
       FD  ledgerFile.
       01  LEDGER-RECORD.
           05 AR-MEMBER   PIC 9(5).
           05 AR-DATE     PIC X(8).
           05 AR-TYPE     PIC X(1).
           05 AR-AMOUNT   PIC S9(6)V99 SIGN LEADING SEPARATE.
           05 AR-REF      PIC X(20).
           05 AR-OPERATOR PIC X(3).

       FD  memberFile.
       01  MEMBER-RECORD.
           05 MB-NUMBER   PIC 9(5).
           05 MB-NAME     PIC X(20).
           05 MB-INITIALS PIC X(3).
           05 MB-JOINED   PIC X(8).
           05 MB-EXPIRES  PIC X(8).

       FD  periodFile.
       01  PERIOD-RECORD.
           05 PD-MONTH    PIC 9(6).
           05 PD-STATUS   PIC X(1).
           05 PD-OPERATOR PIC X(3).
           05 PD-STAMP    PIC X(14).

       FD  statementFile.
       01  STATEMENT-LINE PIC X(60).

       FD  agedFile.
       01  AGED-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-LEDGER-STATUS PIC X(2).
       01  WS-MEMBER-STATUS PIC X(2).
       01  WS-PERIOD-STATUS PIC X(2).
       01  WS-PRINT-STATUS  PIC X(2).
       01  WS-EOF PIC X(1) VALUE "N".
           88 WS-END-OF-FILE VALUE "Y".

       01  WS-MENU-CHOICE  PIC X(1).
       01  WS-DONE         PIC X(1) VALUE "N".
       01  WS-OPERATOR     PIC X(3).
       01  WS-TODAY        PIC X(8).
       01  WS-MONTH-STATE  PIC X(1).
       01  WS-MONTH        PIC 9(6).
       01  WS-MONTH-INP    PIC X(6).

       01  WS-MEMBER-TABLE.
           05 WS-MEMBER-ENTRY OCCURS 500 TIMES.
              10 WS-MT-NUMBER PIC 9(5).
              10 WS-MT-NAME   PIC X(20).
       01  WS-MEMBER-COUNT PIC 9(3) VALUE 0.
       01  WS-MEMBER-INDEX PIC 9(3).
       01  WS-MEMBER-FOUND PIC 9(3).

       01  WS-POST-MEMBER  PIC 9(5).
       01  WS-POST-INP     PIC X(5).
       01  WS-POST-TYPE    PIC X(1).
       01  WS-AMOUNT-INP   PIC X(10).
       01  WS-POST-AMOUNT  PIC S9(6)V99.
       01  WS-POST-REF     PIC X(20).

      *what arbalance hands back
       01  WS-AR-ASOF      PIC X(8).
       01  WS-AR-BALANCE   PIC S9(8)V99.
       01  WS-AR-CURRENT   PIC S9(8)V99.
       01  WS-AR-OVER-30   PIC S9(8)V99.
       01  WS-AR-OVER-60   PIC S9(8)V99.
       01  WS-AR-OVER-90   PIC S9(8)V99.

       01  WS-TOT-BALANCE  PIC S9(9)V99.
       01  WS-TOT-CURRENT  PIC S9(9)V99.
       01  WS-TOT-OVER-30  PIC S9(9)V99.
       01  WS-TOT-OVER-60  PIC S9(9)V99.
       01  WS-TOT-OVER-90  PIC S9(9)V99.
       01  WS-TOT-ACCOUNTS PIC 9(5).

       01  WS-MONTH-FIRST  PIC X(8).
       01  WS-MONTH-LAST   PIC 9(8).
       01  WS-NEXT-MONTH   PIC 9(8).
       01  WS-OPENING      PIC S9(8)V99.
       01  WS-CLOSING      PIC S9(8)V99.
       01  WS-SIGNED       PIC S9(6)V99.
       01  WS-ENTRY-COUNT  PIC 9(4).
       01  WS-STATEMENTS   PIC 9(5).

       01  WS-DISPLAY-AMT  PIC -(7)9.99.
       01  WS-DISPLAY-A30  PIC -(7)9.99.
       01  WS-DISPLAY-A60  PIC -(7)9.99.
       01  WS-DISPLAY-A90  PIC -(7)9.99.
       01  WS-DISPLAY-BAL  PIC -(7)9.99.
       01  WS-DISPLAY-NUM  PIC Z(4)9.

       01  WS-LOG-PROGRAM PIC X(12) VALUE "arledger".
       01  WS-LOG-EVENT   PIC X(8).
       01  WS-LOG-TEXT    PIC X(30).
       01  WS-REPORT-NAME PIC X(20).
       01  WS-REPORT-OPER PIC X(3)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
       MOVE "STARTUP" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
       PERFORM LOAD-MEMBERS-PARA.
       PERFORM UNTIL WS-DONE = "Y"
          DISPLAY " "
          DISPLAY "HOUSE ACCOUNTS - C=CHARGE, P=PAYMENT, A=ADJUST,"
          DISPLAY "B=BALANCE, S=STATEMENTS, G=AGED REPORT, X=EXIT:"
          ACCEPT WS-MENU-CHOICE
          MOVE FUNCTION UPPER-CASE (WS-MENU-CHOICE) TO WS-MENU-CHOICE
          EVALUATE WS-MENU-CHOICE
          WHEN "C"
          WHEN "P"
          WHEN "A"
             MOVE WS-MENU-CHOICE TO WS-POST-TYPE
             PERFORM POST-ENTRY-PARA
          WHEN "B"
             PERFORM BALANCE-ENQUIRY-PARA
          WHEN "S"
             PERFORM PRINT-STATEMENTS-PARA
          WHEN "G"
             PERFORM AGED-REPORT-PARA
          WHEN "X"
             MOVE "Y" TO WS-DONE
          WHEN OTHER
             DISPLAY "C, P, A, B, S, G OR X."
          END-EVALUATE
       END-PERFORM.
       MOVE "EXIT" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       GOBACK.

       LOAD-MEMBERS-PARA.
       MOVE 0 TO WS-MEMBER-COUNT.
       MOVE "N" TO WS-EOF.
       OPEN INPUT memberFile.
       IF WS-MEMBER-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ memberFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF MB-NUMBER IS NUMERIC AND WS-MEMBER-COUNT < 500 THEN
                   ADD 1 TO WS-MEMBER-COUNT
                   MOVE MB-NUMBER TO WS-MT-NUMBER(WS-MEMBER-COUNT)
                   MOVE MB-NAME TO WS-MT-NAME(WS-MEMBER-COUNT)
                END-IF
          END-READ
       END-PERFORM.
       CLOSE memberFile.

       FIND-MEMBER-PARA.
       MOVE 0 TO WS-MEMBER-FOUND.
       PERFORM VARYING WS-MEMBER-INDEX FROM 1 BY 1
       UNTIL WS-MEMBER-INDEX > WS-MEMBER-COUNT
          IF WS-MT-NUMBER(WS-MEMBER-INDEX) = WS-POST-MEMBER THEN
             MOVE WS-MEMBER-INDEX TO WS-MEMBER-FOUND
          END-IF
       END-PERFORM.

       ASK-MEMBER-PARA.
       MOVE 0 TO WS-POST-MEMBER WS-MEMBER-FOUND.
       DISPLAY "MEMBER NUMBER:".
       ACCEPT WS-POST-INP.
       IF FUNCTION TRIM(WS-POST-INP) IS NUMERIC THEN
          COMPUTE WS-POST-MEMBER = FUNCTION NUMVAL(WS-POST-INP)
          PERFORM FIND-MEMBER-PARA
       END-IF.
       IF WS-MEMBER-FOUND = 0 THEN
          DISPLAY "NO SUCH MEMBER."
       END-IF.

      *=================================================
      *   POSTING
      *=================================================
       POST-ENTRY-PARA.
       PERFORM ASK-MEMBER-PARA.
       IF WS-MEMBER-FOUND = 0 THEN
          EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-MONTH = FUNCTION NUMVAL(WS-TODAY (1:6)).
       PERFORM FIND-MONTH-STATE-PARA.
       IF WS-MONTH-STATE = "C" THEN
          DISPLAY WS-MONTH " IS CLOSED - NOTHING CAN BE POSTED TO IT."
          EXIT PARAGRAPH
       END-IF.
       DISPLAY "OPERATOR INITIALS:".
       ACCEPT WS-OPERATOR.
       MOVE FUNCTION UPPER-CASE (WS-OPERATOR) TO WS-OPERATOR.
       IF WS-OPERATOR = SPACES THEN
          DISPLAY "INITIALS ARE NEEDED."
          EXIT PARAGRAPH
       END-IF.
       IF WS-POST-TYPE = "A" THEN
          DISPLAY "AMOUNT (MINUS TO CREDIT THE ACCOUNT):"
       ELSE
          DISPLAY "AMOUNT:"
       END-IF.
       ACCEPT WS-AMOUNT-INP.
       IF FUNCTION TEST-NUMVAL(WS-AMOUNT-INP) NOT = 0 THEN
          DISPLAY "NOT AN AMOUNT."
          EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-POST-AMOUNT = FUNCTION NUMVAL(WS-AMOUNT-INP).
       IF WS-POST-AMOUNT = 0 OR
          (WS-POST-TYPE NOT = "A" AND WS-POST-AMOUNT < 0) THEN
          DISPLAY "AMOUNT MUST BE ABOVE ZERO."
          EXIT PARAGRAPH
       END-IF.
       DISPLAY "REFERENCE:".
       ACCEPT WS-POST-REF.
       MOVE WS-POST-MEMBER TO AR-MEMBER.
       MOVE WS-TODAY TO AR-DATE.
       MOVE WS-POST-TYPE TO AR-TYPE.
       MOVE WS-POST-AMOUNT TO AR-AMOUNT.
       MOVE WS-POST-REF TO AR-REF.
       MOVE WS-OPERATOR TO AR-OPERATOR.
       OPEN EXTEND ledgerFile.
       IF WS-LEDGER-STATUS = "35" OR WS-LEDGER-STATUS = "05" THEN
          CLOSE ledgerFile
          OPEN OUTPUT ledgerFile
       END-IF.
       IF WS-LEDGER-STATUS NOT = "00" THEN
          DISPLAY "COULD NOT OPEN THE LEDGER - " WS-LEDGER-STATUS
          EXIT PARAGRAPH
       END-IF.
       WRITE LEDGER-RECORD.
       CLOSE ledgerFile.
       MOVE "POST" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       MOVE WS-POST-AMOUNT TO WS-DISPLAY-AMT.
       STRING WS-POST-TYPE " " WS-POST-MEMBER WS-DISPLAY-AMT
          " BY " WS-OPERATOR DELIMITED BY SIZE INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       MOVE WS-TODAY TO WS-AR-ASOF.
       PERFORM GET-BALANCE-PARA.
       MOVE WS-AR-BALANCE TO WS-DISPLAY-BAL.
       DISPLAY "POSTED. BALANCE NOW " WS-DISPLAY-BAL.

       FIND-MONTH-STATE-PARA.
      *the last marker on file for the month decides, as monthend
      *reads it
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

       GET-BALANCE-PARA.
       CALL "arbalance" USING WS-POST-MEMBER WS-AR-ASOF WS-AR-BALANCE
             WS-AR-CURRENT WS-AR-OVER-30 WS-AR-OVER-60 WS-AR-OVER-90.

       BALANCE-ENQUIRY-PARA.
       PERFORM ASK-MEMBER-PARA.
       IF WS-MEMBER-FOUND = 0 THEN
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-TODAY TO WS-AR-ASOF.
       PERFORM GET-BALANCE-PARA.
       DISPLAY WS-POST-MEMBER " " WS-MT-NAME(WS-MEMBER-FOUND).
       MOVE WS-AR-CURRENT TO WS-DISPLAY-AMT.
       DISPLAY "CURRENT:  " WS-DISPLAY-AMT.
       MOVE WS-AR-OVER-30 TO WS-DISPLAY-AMT.
       DISPLAY "30 DAYS:  " WS-DISPLAY-AMT.
       MOVE WS-AR-OVER-60 TO WS-DISPLAY-AMT.
       DISPLAY "60 DAYS:  " WS-DISPLAY-AMT.
       MOVE WS-AR-OVER-90 TO WS-DISPLAY-AMT.
       DISPLAY "90+ DAYS: " WS-DISPLAY-AMT.
       MOVE WS-AR-BALANCE TO WS-DISPLAY-AMT.
       DISPLAY "BALANCE:  " WS-DISPLAY-AMT.

      *=================================================
      *   MONTHLY STATEMENTS
      *=================================================
       PRINT-STATEMENTS-PARA.
       MOVE 0 TO WS-MONTH.
       DISPLAY "STATEMENT MONTH (YYYYMM):".
       ACCEPT WS-MONTH-INP.
       IF WS-MONTH-INP IS NUMERIC THEN
          MOVE WS-MONTH-INP TO WS-MONTH
       END-IF.
       IF WS-MONTH = 0 OR WS-MONTH-INP (5:2) < "01" OR
             WS-MONTH-INP (5:2) > "12" THEN
          DISPLAY "NOT A MONTH."
          EXIT PARAGRAPH
       END-IF.
       STRING WS-MONTH-INP "01" DELIMITED BY SIZE INTO WS-MONTH-FIRST.
      *last day of the month is the day before the first of the next
       IF WS-MONTH-INP (5:2) = "12" THEN
          COMPUTE WS-NEXT-MONTH = (WS-MONTH + 89) * 100 + 1
       ELSE
          COMPUTE WS-NEXT-MONTH = (WS-MONTH + 1) * 100 + 1
       END-IF.
       COMPUTE WS-MONTH-LAST = FUNCTION DATE-OF-INTEGER
          (FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH) - 1).
       OPEN OUTPUT statementFile.
       IF WS-PRINT-STATUS NOT = "00" THEN
          DISPLAY "COULD NOT OPEN STATEMENT.PRT - " WS-PRINT-STATUS
          EXIT PARAGRAPH
       END-IF.
       MOVE 0 TO WS-STATEMENTS.
       PERFORM VARYING WS-MEMBER-INDEX FROM 1 BY 1
       UNTIL WS-MEMBER-INDEX > WS-MEMBER-COUNT
          MOVE WS-MT-NUMBER(WS-MEMBER-INDEX) TO WS-POST-MEMBER
          MOVE WS-MEMBER-INDEX TO WS-MEMBER-FOUND
          PERFORM ONE-STATEMENT-PARA
       END-PERFORM.
       CLOSE statementFile.
       MOVE "STATEMENT.PRT" TO WS-REPORT-NAME.
       CALL "rptfile" USING WS-REPORT-NAME WS-LOG-PROGRAM
             WS-REPORT-OPER.
       MOVE WS-STATEMENTS TO WS-DISPLAY-NUM.
       DISPLAY WS-DISPLAY-NUM " STATEMENTS WRITTEN TO STATEMENT.PRT".

       ONE-STATEMENT-PARA.
      *first pass only works out whether the member has anything to
      *say this month - an account with no balance and no movement
      *gets no statement
       MOVE 0 TO WS-OPENING WS-CLOSING WS-ENTRY-COUNT.
       MOVE "N" TO WS-EOF.
       OPEN INPUT ledgerFile.
       IF WS-LEDGER-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ ledgerFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF AR-MEMBER = WS-POST-MEMBER AND
                   AR-AMOUNT IS NUMERIC THEN
                   PERFORM SIGN-ENTRY-PARA
                   IF AR-DATE < WS-MONTH-FIRST THEN
                      ADD WS-SIGNED TO WS-OPENING
                   ELSE
                      IF AR-DATE (1:6) = WS-MONTH-INP THEN
                         ADD 1 TO WS-ENTRY-COUNT
                      END-IF
                   END-IF
                END-IF
          END-READ
       END-PERFORM.
       CLOSE ledgerFile.
       IF WS-OPENING = 0 AND WS-ENTRY-COUNT = 0 THEN
          EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-STATEMENTS.
       MOVE WS-OPENING TO WS-CLOSING.
       MOVE ALL "=" TO STATEMENT-LINE.
       WRITE STATEMENT-LINE.
       MOVE SPACES TO STATEMENT-LINE.
       STRING "STATEMENT FOR " WS-MONTH-INP "  MEMBER " WS-POST-MEMBER
          DELIMITED BY SIZE INTO STATEMENT-LINE.
       WRITE STATEMENT-LINE.
       MOVE SPACES TO STATEMENT-LINE.
       MOVE WS-MT-NAME(WS-MEMBER-FOUND) TO STATEMENT-LINE.
       WRITE STATEMENT-LINE.
       MOVE SPACES TO STATEMENT-LINE.
       MOVE WS-OPENING TO WS-DISPLAY-AMT.
       STRING "OPENING BALANCE                " WS-DISPLAY-AMT
          DELIMITED BY SIZE INTO STATEMENT-LINE.
       WRITE STATEMENT-LINE.
       MOVE "N" TO WS-EOF.
       OPEN INPUT ledgerFile.
       PERFORM UNTIL WS-END-OF-FILE
          READ ledgerFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF AR-MEMBER = WS-POST-MEMBER AND
                   AR-AMOUNT IS NUMERIC AND
                   AR-DATE (1:6) = WS-MONTH-INP THEN
                   PERFORM SIGN-ENTRY-PARA
                   ADD WS-SIGNED TO WS-CLOSING
                   MOVE WS-SIGNED TO WS-DISPLAY-AMT
                   MOVE SPACES TO STATEMENT-LINE
                   STRING AR-DATE " " AR-TYPE " " AR-REF " "
                      WS-DISPLAY-AMT DELIMITED BY SIZE
                      INTO STATEMENT-LINE
                   WRITE STATEMENT-LINE
                END-IF
          END-READ
       END-PERFORM.
       CLOSE ledgerFile.
       MOVE SPACES TO STATEMENT-LINE.
       MOVE WS-CLOSING TO WS-DISPLAY-AMT.
       STRING "CLOSING BALANCE                " WS-DISPLAY-AMT
          DELIMITED BY SIZE INTO STATEMENT-LINE.
       WRITE STATEMENT-LINE.
       MOVE WS-MONTH-LAST TO WS-AR-ASOF.
       PERFORM GET-BALANCE-PARA.
       MOVE SPACES TO STATEMENT-LINE.
       STRING "  CURRENT     30 DAYS     60 DAYS     90+ DAYS"
          DELIMITED BY SIZE INTO STATEMENT-LINE.
       WRITE STATEMENT-LINE.
       MOVE WS-AR-CURRENT TO WS-DISPLAY-AMT.
       MOVE WS-AR-OVER-30 TO WS-DISPLAY-A30.
       MOVE WS-AR-OVER-60 TO WS-DISPLAY-A60.
       MOVE WS-AR-OVER-90 TO WS-DISPLAY-A90.
       MOVE SPACES TO STATEMENT-LINE.
       STRING WS-DISPLAY-AMT " " WS-DISPLAY-A30 " " WS-DISPLAY-A60
          " " WS-DISPLAY-A90 DELIMITED BY SIZE INTO STATEMENT-LINE.
       WRITE STATEMENT-LINE.
       IF WS-AR-OVER-30 + WS-AR-OVER-60 + WS-AR-OVER-90 > 0 THEN
          MOVE "PAYMENT IS OVERDUE - RENEWAL WILL BE HELD UNTIL PAID"
             TO STATEMENT-LINE
          WRITE STATEMENT-LINE
       END-IF.

       SIGN-ENTRY-PARA.
       IF AR-TYPE = "P" THEN
          COMPUTE WS-SIGNED = 0 - AR-AMOUNT
       ELSE
          MOVE AR-AMOUNT TO WS-SIGNED
       END-IF.

      *=================================================
      *   AGED-BALANCE REPORT
      *=================================================
       AGED-REPORT-PARA.
       OPEN OUTPUT agedFile.
       IF WS-PRINT-STATUS NOT = "00" THEN
          DISPLAY "COULD NOT OPEN AGED.RPT - " WS-PRINT-STATUS
          EXIT PARAGRAPH
       END-IF.
       MOVE 0 TO WS-TOT-BALANCE WS-TOT-CURRENT WS-TOT-OVER-30.
       MOVE 0 TO WS-TOT-OVER-60 WS-TOT-OVER-90 WS-TOT-ACCOUNTS.
       MOVE SPACES TO AGED-LINE.
       STRING "AGED BALANCES AS AT " WS-TODAY
          DELIMITED BY SIZE INTO AGED-LINE.
       WRITE AGED-LINE.
       DISPLAY AGED-LINE.
       MOVE SPACES TO AGED-LINE.
       STRING "MEMBR NAME                    CURRENT     30 DAYS"
          "     60 DAYS    90+ DAYS" DELIMITED BY SIZE INTO AGED-LINE.
       WRITE AGED-LINE.
       DISPLAY AGED-LINE.
       MOVE WS-TODAY TO WS-AR-ASOF.
       PERFORM VARYING WS-MEMBER-INDEX FROM 1 BY 1
       UNTIL WS-MEMBER-INDEX > WS-MEMBER-COUNT
          MOVE WS-MT-NUMBER(WS-MEMBER-INDEX) TO WS-POST-MEMBER
          PERFORM GET-BALANCE-PARA
          IF WS-AR-BALANCE NOT = 0 THEN
             ADD 1 TO WS-TOT-ACCOUNTS
             ADD WS-AR-BALANCE TO WS-TOT-BALANCE
             ADD WS-AR-CURRENT TO WS-TOT-CURRENT
             ADD WS-AR-OVER-30 TO WS-TOT-OVER-30
             ADD WS-AR-OVER-60 TO WS-TOT-OVER-60
             ADD WS-AR-OVER-90 TO WS-TOT-OVER-90
             MOVE WS-AR-CURRENT TO WS-DISPLAY-AMT
             MOVE WS-AR-OVER-30 TO WS-DISPLAY-A30
             MOVE WS-AR-OVER-60 TO WS-DISPLAY-A60
             MOVE WS-AR-OVER-90 TO WS-DISPLAY-A90
             MOVE SPACES TO AGED-LINE
             STRING WS-POST-MEMBER " " WS-MT-NAME(WS-MEMBER-INDEX)
                " " WS-DISPLAY-AMT " " WS-DISPLAY-A30 " "
                WS-DISPLAY-A60 " " WS-DISPLAY-A90
                DELIMITED BY SIZE INTO AGED-LINE
             WRITE AGED-LINE
             DISPLAY AGED-LINE
          END-IF
       END-PERFORM.
       MOVE WS-TOT-CURRENT TO WS-DISPLAY-AMT.
       MOVE WS-TOT-OVER-30 TO WS-DISPLAY-A30.
       MOVE WS-TOT-OVER-60 TO WS-DISPLAY-A60.
       MOVE WS-TOT-OVER-90 TO WS-DISPLAY-A90.
       MOVE SPACES TO AGED-LINE.
       STRING "TOTAL                      " WS-DISPLAY-AMT " "
             WS-DISPLAY-A30 " " WS-DISPLAY-A60 " " WS-DISPLAY-A90
          DELIMITED BY SIZE INTO AGED-LINE.
       WRITE AGED-LINE.
       DISPLAY AGED-LINE.
       MOVE WS-TOT-BALANCE TO WS-DISPLAY-BAL.
       MOVE WS-TOT-ACCOUNTS TO WS-DISPLAY-NUM.
       MOVE SPACES TO AGED-LINE.
       STRING WS-DISPLAY-NUM " ACCOUNTS OWING, TOTAL " WS-DISPLAY-BAL
          DELIMITED BY SIZE INTO AGED-LINE.
       WRITE AGED-LINE.
       DISPLAY AGED-LINE.
       CLOSE agedFile.
       MOVE "AGED.RPT" TO WS-REPORT-NAME.
       CALL "rptfile" USING WS-REPORT-NAME WS-LOG-PROGRAM
             WS-REPORT-OPER.

       END PROGRAM arledger.
