
      *the month-end close the owner can trust: C rolls a calendar
      *month's SESSION.LOG games, DAILYSCORE.DAT results, visitor
      *minutes off VISITORS.LOG, the OPERAUDIT.DAT counter
      *movements and the tokens and takings on the SALES.DAT
      *journal into one MONTHLY.DAT master record, prints the
      *closing report, and appends a closed-period marker to
      *PERIODS.DAT. housekeep reads those markers and refuses to
      *archive records dated inside a closed month, and the record
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT salesFile ASSIGN TO "SALES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SALES-STATUS.

           SELECT monthlyFile ASSIGN TO "MONTHLY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MONTHLY-STATUS.
           05 AU-NEW   PIC 9(8).
           05 AU-STAMP PIC X(14).

      *the desk's sales journal, as the launcher writes it
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

      *one master record per closed month - months closed before
      *the token columns were added carry spaces there
       FD  monthlyFile.
       01  MONTHLY-RECORD.
           05 MM-MONTH     PIC 9(6).
           05 MM-MINUTES   PIC 9(8).
           05 MM-CTR-MOVES PIC S9(10) SIGN LEADING SEPARATE.
           05 MM-STAMP     PIC X(14).
           05 MM-TOKENS    PIC 9(8).
           05 MM-TAKINGS   PIC 9(8)V99.

      *closed/reopened markers, appended never rewritten - the last
      *marker for a month is the one in force
       01  WS-DAILY-STATUS   PIC X(2).
       01  WS-VISITOR-STATUS PIC X(2).
       01  WS-AUDIT-STATUS   PIC X(2).
       01  WS-SALES-STATUS   PIC X(2).
       01  WS-MONTHLY-STATUS PIC X(2).
       01  WS-PERIOD-STATUS  PIC X(2).
       01  WS-EOF PIC X(1) VALUE "N".
       01  WS-VISIT-COUNT  PIC 9(6).
       01  WS-MINUTES      PIC 9(8).
       01  WS-CTR-MOVES    PIC S9(10).
       01  WS-TOKENS-SOLD  PIC 9(8).
       01  WS-TAKINGS      PIC 9(8)V99.
       01  WS-MINUTES-ONE  PIC 9(6).
       01  WS-SECS-IN      PIC 9(7).
       01  WS-SECS-OUT     PIC 9(7).

       01  WS-DISPLAY-A    PIC Z(9)9.
       01  WS-DISPLAY-B    PIC -(9)9.
       01  WS-DISPLAY-C    PIC Z(7)9.99.

      *every start, normal exit and notable event appends to the
      *common SHOPLOG.DAT through the shared shoplog subprogram
       ROLL-UP-MONTH-PARA.
       MOVE 0 TO WS-GAMES WS-SCORE-TOTAL WS-LINES-TOTAL.
       MOVE 0 TO WS-DAILY-COUNT WS-VISIT-COUNT WS-MINUTES.
       MOVE 0 TO WS-CTR-MOVES WS-TOKENS-SOLD WS-TAKINGS.
       MOVE "N" TO WS-EOF.
       OPEN INPUT summaryFile.
       IF WS-SUMMARY-STATUS = "00" THEN
          END-PERFORM
          CLOSE auditFile
       END-IF.
       MOVE "N" TO WS-EOF.
       OPEN INPUT salesFile.
       IF WS-SALES-STATUS = "00" THEN
          PERFORM UNTIL WS-END-OF-FILE
             READ salesFile
                AT END MOVE "Y" TO WS-EOF
                NOT AT END
                   IF SJ-STAMP (1:6) IS NUMERIC AND
                      FUNCTION NUMVAL(SJ-STAMP (1:6)) = WS-MONTH AND
                      SJ-TOKENS IS NUMERIC AND SJ-AMOUNT IS NUMERIC
                      THEN
                      ADD SJ-TOKENS TO WS-TOKENS-SOLD
                      ADD SJ-AMOUNT TO WS-TAKINGS
                   END-IF
             END-READ
          END-PERFORM
          CLOSE salesFile
       END-IF.

       VISIT-MINUTES-PARA.
      *same in/out arithmetic the register's daily report does -
       DISPLAY "VISITOR MINUTES:     " WS-DISPLAY-A.
       MOVE WS-CTR-MOVES TO WS-DISPLAY-B.
       DISPLAY "COUNTER MOVEMENTS:   " WS-DISPLAY-B.
       MOVE WS-TOKENS-SOLD TO WS-DISPLAY-A.
       DISPLAY "TOKENS SOLD:         " WS-DISPLAY-A.
       MOVE WS-TAKINGS TO WS-DISPLAY-C.
       DISPLAY "TOKEN TAKINGS:       " WS-DISPLAY-C.

       WRITE-MONTHLY-MASTER-PARA.
       MOVE WS-MONTH TO MM-MONTH.
       MOVE WS-MINUTES TO MM-MINUTES.
       MOVE WS-CTR-MOVES TO MM-CTR-MOVES.
       MOVE FUNCTION CURRENT-DATE (1:14) TO MM-STAMP.
       MOVE WS-TOKENS-SOLD TO MM-TOKENS.
       MOVE WS-TAKINGS TO MM-TAKINGS.
       OPEN EXTEND monthlyFile.
       IF WS-MONTHLY-STATUS = "35" OR WS-MONTHLY-STATUS = "05" THEN
          CLOSE monthlyFile
