       IDENTIFICATION DIVISION.
       PROGRAM-ID. budget.

      *the plan the month-end close is measured against. BUDGET.DAT
      *holds one record per month with the games, visits, visitor
      *minutes, tokens sold and token takings the owners planned
      *for it; S sets or changes a month, L lists a year's plan,
      *and V is the variance report - the MONTHLY.DAT masters
      *monthend writes at each close set against the plan for the
      *month asked and for the year to date, as amounts and as a
      *percentage of plan, with anything further off than the
      *VARIANCE.CFG tolerance (a whole percent, 10 if there is no
      *file) flagged over or under
      *
      *a month closed more than once has a master per close; the
      *last one on file is the one in force, as with the period
      *markers. the year to date only counts months that have both
      *a plan and a close, and says which months it left out

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT budgetFile ASSIGN TO "BUDGET.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUDGET-STATUS.

           SELECT monthlyFile ASSIGN TO "MONTHLY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MONTHLY-STATUS.

           SELECT toleranceFile ASSIGN TO "VARIANCE.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TOLERANCE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  budgetFile.
       01  BUDGET-RECORD.
           05 BG-MONTH   PIC 9(6).
           05 BG-GAMES   PIC 9(6).
           05 BG-VISITS  PIC 9(6).
           05 BG-MINUTES PIC 9(8).
           05 BG-TOKENS  PIC 9(8).
           05 BG-TAKINGS PIC 9(8)V99.
           05 BG-SET-BY  PIC X(3).
           05 BG-STAMP   PIC X(14).

      *same master layout monthend writes
       FD  monthlyFile.
       01  MONTHLY-RECORD.
           05 MM-MONTH     PIC 9(6).
           05 MM-GAMES     PIC 9(6).
           05 MM-SCORE     PIC 9(14).
           05 MM-LINES     PIC 9(8).
           05 MM-DAILIES   PIC 9(6).
           05 MM-VISITS    PIC 9(6).
           05 MM-MINUTES   PIC 9(8).
           05 MM-CTR-MOVES PIC S9(10) SIGN LEADING SEPARATE.
           05 MM-STAMP     PIC X(14).
           05 MM-TOKENS    PIC 9(8).
           05 MM-TAKINGS   PIC 9(8)V99.

       FD  toleranceFile.
       01  TOLERANCE-RECORD.
           05 VC-PERCENT PIC 9(2).

       WORKING-STORAGE SECTION.
       01  WS-BUDGET-STATUS    PIC X(2).
       01  WS-MONTHLY-STATUS   PIC X(2).
       01  WS-TOLERANCE-STATUS PIC X(2).
       01  WS-EOF PIC X(1) VALUE "N".
           88 WS-END-OF-FILE VALUE "Y".

       01  WS-BUDGET-TABLE.
           05 WS-BUDGET-ENTRY OCCURS 240 TIMES.
              10 WS-BG-MONTH   PIC 9(6).
              10 WS-BG-GAMES   PIC 9(6).
              10 WS-BG-VISITS  PIC 9(6).
              10 WS-BG-MINUTES PIC 9(8).
              10 WS-BG-TOKENS  PIC 9(8).
              10 WS-BG-TAKINGS PIC 9(8)V99.
              10 WS-BG-SET-BY  PIC X(3).
              10 WS-BG-STAMP   PIC X(14).
       01  WS-BUDGET-COUNT PIC 9(3) VALUE 0.
       01  WS-BUDGET-INDEX PIC 9(3).
       01  WS-BUDGET-FOUND PIC 9(3).

      *the closed months of the year being reported, by month
      *number - the last master on file for each month wins
       01  WS-ACTUAL-TABLE.
           05 WS-ACTUAL-ENTRY OCCURS 12 TIMES.
              10 WS-AC-CLOSED  PIC X(1).
              10 WS-AC-GAMES   PIC 9(6).
              10 WS-AC-VISITS  PIC 9(6).
              10 WS-AC-MINUTES PIC 9(8).
              10 WS-AC-TOKENS  PIC 9(8).
              10 WS-AC-TAKINGS PIC 9(8)V99.

      *the five measures side by side for the report - 5 is the
      *takings, the only one in money
       01  WS-MEASURE-NAMES.
           05 FILLER PIC X(16) VALUE "GAMES PLAYED".
           05 FILLER PIC X(16) VALUE "VISITS".
           05 FILLER PIC X(16) VALUE "VISITOR MINUTES".
           05 FILLER PIC X(16) VALUE "TOKENS SOLD".
           05 FILLER PIC X(16) VALUE "TOKEN TAKINGS".
       01  WS-MEASURE-NAME-TABLE REDEFINES WS-MEASURE-NAMES.
           05 WS-MEASURE-NAME PIC X(16) OCCURS 5 TIMES.
       01  WS-MEASURE-TABLE.
           05 WS-MEASURE OCCURS 5 TIMES.
              10 WS-ME-PLAN       PIC 9(9)V99.
              10 WS-ME-ACTUAL     PIC 9(9)V99.
              10 WS-ME-YTD-PLAN   PIC 9(9)V99.
              10 WS-ME-YTD-ACTUAL PIC 9(9)V99.
       01  WS-MEASURE-INDEX PIC 9(1).

       01  WS-MENU-CHOICE  PIC X(1).
       01  WS-DONE         PIC X(1) VALUE "N".
       01  WS-OPERATOR     PIC X(3).
       01  WS-MONTH-INP    PIC X(6).
       01  WS-MONTH        PIC 9(6).
       01  WS-YEAR-INP     PIC X(4).
       01  WS-YEAR         PIC 9(4).
       01  WS-MONTH-NO     PIC 9(2).
       01  WS-LAST-MONTH-NO PIC 9(2).
       01  WS-AC-INDEX     PIC 9(2).
       01  WS-LIST-MONTH   PIC 9(6).
       01  WS-ASK-AMOUNT   PIC X(12).
       01  WS-ASK-VALUE    PIC 9(9)V99.
       01  WS-ASK-BAD      PIC X(1).
       01  WS-TOLERANCE    PIC 9(2) VALUE 10.

       01  WS-NEW-GAMES    PIC 9(6).
       01  WS-NEW-VISITS   PIC 9(6).
       01  WS-NEW-MINUTES  PIC 9(8).
       01  WS-NEW-TOKENS   PIC 9(8).
       01  WS-NEW-TAKINGS  PIC 9(8)V99.

       01  WS-PLAN         PIC 9(9)V99.
       01  WS-ACTUAL       PIC 9(9)V99.
       01  WS-VARIANCE     PIC S9(9)V99.
       01  WS-PERCENT      PIC S9(5)V9.
       01  WS-FLAG         PIC X(8).
       01  WS-FLAG-COUNT   PIC 9(2).
       01  WS-YTD-MONTHS   PIC 9(2).
       01  WS-LEFT-OUT     PIC X(40).
       01  WS-LEFT-POINTER PIC 9(2).

       01  WS-DISPLAY-A    PIC Z(8)9.
       01  WS-DISPLAY-B    PIC Z(8)9.
       01  WS-DISPLAY-C    PIC -(8)9.
       01  WS-DISPLAY-D    PIC Z(8)9.
       01  WS-DISPLAY-E    PIC Z(8)9.
       01  WS-DISPLAY-M1   PIC Z(8)9.99.
       01  WS-DISPLAY-M2   PIC Z(8)9.99.
       01  WS-DISPLAY-M3   PIC -(8)9.99.
       01  WS-DISPLAY-P    PIC -(4)9.9.
       01  WS-DISPLAY-T    PIC Z(7)9.99.

       01  WS-LOG-PROGRAM PIC X(12) VALUE "budget".
       01  WS-LOG-EVENT   PIC X(8).
       01  WS-LOG-TEXT    PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PARA.
       MOVE "STARTUP" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       PERFORM LOAD-TOLERANCE-PARA.
       PERFORM LOAD-BUDGET-PARA.
       PERFORM UNTIL WS-DONE = "Y"
          DISPLAY " "
          DISPLAY "BUDGET - S=SET A MONTH, L=LIST A YEAR,"
          DISPLAY "V=VARIANCE REPORT, X=EXIT:"
          ACCEPT WS-MENU-CHOICE
          MOVE FUNCTION UPPER-CASE (WS-MENU-CHOICE) TO WS-MENU-CHOICE
          EVALUATE WS-MENU-CHOICE
          WHEN "S"
             PERFORM SET-MONTH-PARA
          WHEN "L"
             PERFORM LIST-YEAR-PARA
          WHEN "V"
             PERFORM VARIANCE-REPORT-PARA
          WHEN "X"
             MOVE "Y" TO WS-DONE
          WHEN OTHER
             DISPLAY "S, L, V OR X."
          END-EVALUATE
       END-PERFORM.
       MOVE "EXIT" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       GOBACK.

       LOAD-TOLERANCE-PARA.
       OPEN INPUT toleranceFile.
       IF WS-TOLERANCE-STATUS = "00" THEN
          READ toleranceFile
             AT END CONTINUE
             NOT AT END
                IF VC-PERCENT IS NUMERIC AND VC-PERCENT > 0 THEN
                   MOVE VC-PERCENT TO WS-TOLERANCE
                END-IF
          END-READ
          CLOSE toleranceFile
       END-IF.

       ASK-MONTH-PARA.
       MOVE 0 TO WS-MONTH.
       DISPLAY "MONTH (YYYYMM):".
       ACCEPT WS-MONTH-INP.
       IF WS-MONTH-INP IS NUMERIC THEN
          IF WS-MONTH-INP (5:2) >= "01" AND
             WS-MONTH-INP (5:2) <= "12" THEN
             MOVE WS-MONTH-INP TO WS-MONTH
          END-IF
       END-IF.

       FIND-BUDGET-PARA.
       MOVE 0 TO WS-BUDGET-FOUND.
       PERFORM VARYING WS-BUDGET-INDEX FROM 1 BY 1
       UNTIL WS-BUDGET-INDEX > WS-BUDGET-COUNT
          IF WS-BG-MONTH(WS-BUDGET-INDEX) = WS-MONTH THEN
             MOVE WS-BUDGET-INDEX TO WS-BUDGET-FOUND
          END-IF
       END-PERFORM.

      *=================================================
      *   THE PLAN
      *=================================================
       SET-MONTH-PARA.
       PERFORM ASK-MONTH-PARA.
       IF WS-MONTH = 0 THEN
          DISPLAY "NOT A MONTH."
          EXIT PARAGRAPH
       END-IF.
       PERFORM FIND-BUDGET-PARA.
       IF WS-BUDGET-FOUND > 0 THEN
          MOVE WS-BUDGET-FOUND TO WS-BUDGET-INDEX
          PERFORM SHOW-BUDGET-PARA
          MOVE WS-BG-GAMES(WS-BUDGET-FOUND) TO WS-NEW-GAMES
          MOVE WS-BG-VISITS(WS-BUDGET-FOUND) TO WS-NEW-VISITS
          MOVE WS-BG-MINUTES(WS-BUDGET-FOUND) TO WS-NEW-MINUTES
          MOVE WS-BG-TOKENS(WS-BUDGET-FOUND) TO WS-NEW-TOKENS
          MOVE WS-BG-TAKINGS(WS-BUDGET-FOUND) TO WS-NEW-TAKINGS
          DISPLAY "A BLANK ANSWER KEEPS THE FIGURE ABOVE."
       ELSE
          IF WS-BUDGET-COUNT NOT < 240 THEN
             DISPLAY "BUDGET.DAT IS FULL - NOTHING RECORDED."
             EXIT PARAGRAPH
          END-IF
          MOVE 0 TO WS-NEW-GAMES WS-NEW-VISITS WS-NEW-MINUTES
          MOVE 0 TO WS-NEW-TOKENS WS-NEW-TAKINGS
          DISPLAY "NO PLAN FOR " WS-MONTH " YET - BLANK MEANS ZERO."
       END-IF.
       MOVE "N" TO WS-ASK-BAD.
       DISPLAY "PLANNED GAMES:".
       PERFORM ASK-FIGURE-PARA.
       IF WS-ASK-AMOUNT NOT = SPACES THEN
          MOVE WS-ASK-VALUE TO WS-NEW-GAMES
       END-IF.
       DISPLAY "PLANNED VISITS:".
       PERFORM ASK-FIGURE-PARA.
       IF WS-ASK-AMOUNT NOT = SPACES THEN
          MOVE WS-ASK-VALUE TO WS-NEW-VISITS
       END-IF.
       DISPLAY "PLANNED VISITOR MINUTES:".
       PERFORM ASK-FIGURE-PARA.
       IF WS-ASK-AMOUNT NOT = SPACES THEN
          MOVE WS-ASK-VALUE TO WS-NEW-MINUTES
       END-IF.
       DISPLAY "PLANNED TOKENS SOLD:".
       PERFORM ASK-FIGURE-PARA.
       IF WS-ASK-AMOUNT NOT = SPACES THEN
          MOVE WS-ASK-VALUE TO WS-NEW-TOKENS
       END-IF.
       DISPLAY "PLANNED TOKEN TAKINGS:".
       PERFORM ASK-FIGURE-PARA.
       IF WS-ASK-AMOUNT NOT = SPACES THEN
          MOVE WS-ASK-VALUE TO WS-NEW-TAKINGS
       END-IF.
       IF WS-ASK-BAD = "Y" THEN
          DISPLAY "NOT AN AMOUNT - NOTHING RECORDED."
          EXIT PARAGRAPH
       END-IF.
       DISPLAY "YOUR INITIALS:".
       ACCEPT WS-OPERATOR.
       MOVE FUNCTION UPPER-CASE (WS-OPERATOR) TO WS-OPERATOR.
       IF WS-OPERATOR = SPACES THEN
          DISPLAY "INITIALS ARE NEEDED."
          EXIT PARAGRAPH
       END-IF.
       IF WS-BUDGET-FOUND = 0 THEN
          ADD 1 TO WS-BUDGET-COUNT
          MOVE WS-BUDGET-COUNT TO WS-BUDGET-FOUND
       END-IF.
       MOVE WS-MONTH TO WS-BG-MONTH(WS-BUDGET-FOUND).
       MOVE WS-NEW-GAMES TO WS-BG-GAMES(WS-BUDGET-FOUND).
       MOVE WS-NEW-VISITS TO WS-BG-VISITS(WS-BUDGET-FOUND).
       MOVE WS-NEW-MINUTES TO WS-BG-MINUTES(WS-BUDGET-FOUND).
       MOVE WS-NEW-TOKENS TO WS-BG-TOKENS(WS-BUDGET-FOUND).
       MOVE WS-NEW-TAKINGS TO WS-BG-TAKINGS(WS-BUDGET-FOUND).
       MOVE WS-OPERATOR TO WS-BG-SET-BY(WS-BUDGET-FOUND).
       MOVE FUNCTION CURRENT-DATE (1:14)
          TO WS-BG-STAMP(WS-BUDGET-FOUND).
       PERFORM SAVE-BUDGET-PARA.
       MOVE WS-BUDGET-FOUND TO WS-BUDGET-INDEX.
       PERFORM SHOW-BUDGET-PARA.
       MOVE "BUDGETSET" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       STRING "MONTH " WS-MONTH " BY " WS-OPERATOR
          DELIMITED BY SIZE INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.

       ASK-FIGURE-PARA.
      *a blank answer is left for the caller to keep; anything else
      *has to be a plain amount, and one bad answer spoils the set
       MOVE 0 TO WS-ASK-VALUE.
       ACCEPT WS-ASK-AMOUNT.
       IF WS-ASK-AMOUNT = SPACES THEN
          EXIT PARAGRAPH
       END-IF.
       IF FUNCTION TEST-NUMVAL(WS-ASK-AMOUNT) NOT = 0 THEN
          MOVE "Y" TO WS-ASK-BAD
          EXIT PARAGRAPH
       END-IF.
       IF FUNCTION NUMVAL(WS-ASK-AMOUNT) < 0 THEN
          MOVE "Y" TO WS-ASK-BAD
          EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-ASK-VALUE = FUNCTION NUMVAL(WS-ASK-AMOUNT).

       SHOW-BUDGET-PARA.
       MOVE WS-BG-GAMES(WS-BUDGET-INDEX) TO WS-DISPLAY-A.
       MOVE WS-BG-VISITS(WS-BUDGET-INDEX) TO WS-DISPLAY-B.
       DISPLAY "PLAN " WS-BG-MONTH(WS-BUDGET-INDEX) "  GAMES "
             WS-DISPLAY-A "  VISITS " WS-DISPLAY-B.
       MOVE WS-BG-MINUTES(WS-BUDGET-INDEX) TO WS-DISPLAY-A.
       MOVE WS-BG-TOKENS(WS-BUDGET-INDEX) TO WS-DISPLAY-B.
       MOVE WS-BG-TAKINGS(WS-BUDGET-INDEX) TO WS-DISPLAY-T.
       DISPLAY "  MINUTES " WS-DISPLAY-A "  TOKENS " WS-DISPLAY-B
          "  TAKINGS " WS-DISPLAY-T.
       DISPLAY "  SET BY " WS-BG-SET-BY(WS-BUDGET-INDEX) " "
             WS-BG-STAMP(WS-BUDGET-INDEX).

       LIST-YEAR-PARA.
       DISPLAY "YEAR (YYYY):".
       ACCEPT WS-YEAR-INP.
       IF WS-YEAR-INP IS NOT NUMERIC THEN
          DISPLAY "NOT A YEAR."
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-YEAR-INP TO WS-YEAR.
       DISPLAY "MONTH       GAMES     VISITS    MINUTES     TOKENS"
          "     TAKINGS".
       PERFORM VARYING WS-MONTH-NO FROM 1 BY 1 UNTIL WS-MONTH-NO > 12
          COMPUTE WS-MONTH = WS-YEAR * 100 + WS-MONTH-NO
          PERFORM FIND-BUDGET-PARA
          IF WS-BUDGET-FOUND = 0 THEN
             DISPLAY WS-MONTH "   (NO PLAN)"
          ELSE
             PERFORM LIST-LINE-PARA
          END-IF
       END-PERFORM.

       LIST-LINE-PARA.
       MOVE WS-BG-GAMES(WS-BUDGET-FOUND) TO WS-DISPLAY-A.
       MOVE WS-BG-VISITS(WS-BUDGET-FOUND) TO WS-DISPLAY-B.
       MOVE WS-BG-MINUTES(WS-BUDGET-FOUND) TO WS-DISPLAY-D.
       MOVE WS-BG-TOKENS(WS-BUDGET-FOUND) TO WS-DISPLAY-E.
       MOVE WS-BG-TAKINGS(WS-BUDGET-FOUND) TO WS-DISPLAY-T.
       DISPLAY WS-MONTH " " WS-DISPLAY-A "  " WS-DISPLAY-B "  "
             WS-DISPLAY-D "  " WS-DISPLAY-E " " WS-DISPLAY-T.

      *=================================================
      *   BUDGET AGAINST ACTUAL
      *=================================================
       VARIANCE-REPORT-PARA.
       PERFORM ASK-MONTH-PARA.
       IF WS-MONTH = 0 THEN
          DISPLAY "NOT A MONTH."
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-MONTH (1:4) TO WS-YEAR.
       MOVE WS-MONTH (5:2) TO WS-MONTH-NO.
       PERFORM LOAD-ACTUALS-PARA.
       PERFORM FIND-BUDGET-PARA.
       IF WS-BUDGET-FOUND = 0 THEN
          DISPLAY "NO PLAN ON FILE FOR " WS-MONTH
             " - SET ONE WITH S FIRST."
          EXIT PARAGRAPH
       END-IF.
       IF WS-AC-CLOSED(WS-MONTH-NO) NOT = "Y" THEN
          DISPLAY WS-MONTH " HAS NOT BEEN CLOSED - RUN THE MONTH-END"
             " CLOSE FIRST."
          EXIT PARAGRAPH
       END-IF.
       INITIALIZE WS-MEASURE-TABLE.
       PERFORM TAKE-MONTH-PARA.
       PERFORM VARYING WS-MEASURE-INDEX FROM 1 BY 1
       UNTIL WS-MEASURE-INDEX > 5
          MOVE WS-ME-YTD-PLAN(WS-MEASURE-INDEX)
             TO WS-ME-PLAN(WS-MEASURE-INDEX)
          MOVE WS-ME-YTD-ACTUAL(WS-MEASURE-INDEX)
             TO WS-ME-ACTUAL(WS-MEASURE-INDEX)
          MOVE 0 TO WS-ME-YTD-PLAN(WS-MEASURE-INDEX)
          MOVE 0 TO WS-ME-YTD-ACTUAL(WS-MEASURE-INDEX)
       END-PERFORM.
      *now the year so far, the reported month included
       MOVE 0 TO WS-YTD-MONTHS.
       MOVE SPACES TO WS-LEFT-OUT.
       MOVE 1 TO WS-LEFT-POINTER.
       MOVE WS-MONTH TO WS-LIST-MONTH.
       MOVE WS-MONTH-NO TO WS-LAST-MONTH-NO.
       PERFORM VARYING WS-MONTH-NO FROM 1 BY 1
       UNTIL WS-MONTH-NO > WS-LAST-MONTH-NO
          COMPUTE WS-MONTH = WS-YEAR * 100 + WS-MONTH-NO
          PERFORM FIND-BUDGET-PARA
          IF WS-BUDGET-FOUND > 0 AND WS-AC-CLOSED(WS-MONTH-NO) = "Y"
             THEN
             ADD 1 TO WS-YTD-MONTHS
             PERFORM TAKE-MONTH-PARA
          ELSE
             STRING WS-MONTH-NO " " DELIMITED BY SIZE
                INTO WS-LEFT-OUT WITH POINTER WS-LEFT-POINTER
          END-IF
       END-PERFORM.
       MOVE WS-LIST-MONTH TO WS-MONTH.
       MOVE 0 TO WS-FLAG-COUNT.
       DISPLAY " ".
       DISPLAY "========= BUDGET AGAINST ACTUAL " WS-MONTH
          " =========".
       DISPLAY "FLAGGED WHEN MORE THAN " WS-TOLERANCE
          "% FROM PLAN".
       DISPLAY " ".
       DISPLAY "THE MONTH                   PLAN"
          "       ACTUAL     VARIANCE       %".
       PERFORM VARYING WS-MEASURE-INDEX FROM 1 BY 1
       UNTIL WS-MEASURE-INDEX > 5
          MOVE WS-ME-PLAN(WS-MEASURE-INDEX) TO WS-PLAN
          MOVE WS-ME-ACTUAL(WS-MEASURE-INDEX) TO WS-ACTUAL
          PERFORM PRINT-VARIANCE-LINE-PARA
       END-PERFORM.
       DISPLAY " ".
       DISPLAY "YEAR TO DATE                PLAN"
          "       ACTUAL     VARIANCE       %".
       PERFORM VARYING WS-MEASURE-INDEX FROM 1 BY 1
       UNTIL WS-MEASURE-INDEX > 5
          MOVE WS-ME-YTD-PLAN(WS-MEASURE-INDEX) TO WS-PLAN
          MOVE WS-ME-YTD-ACTUAL(WS-MEASURE-INDEX) TO WS-ACTUAL
          PERFORM PRINT-VARIANCE-LINE-PARA
       END-PERFORM.
       DISPLAY "(" WS-YTD-MONTHS " MONTHS WITH A PLAN AND A CLOSE)".
       IF WS-LEFT-OUT NOT = SPACES THEN
          DISPLAY "LEFT OUT - NO PLAN OR NOT CLOSED: MONTHS "
             WS-LEFT-OUT
       END-IF.
       DISPLAY " ".
       IF WS-FLAG-COUNT = 0 THEN
          DISPLAY "ON TRACK - EVERYTHING WITHIN " WS-TOLERANCE
             "% OF PLAN."
       ELSE
          DISPLAY WS-FLAG-COUNT " FIGURES OUTSIDE THE TOLERANCE."
       END-IF.
       MOVE "VARIANCE" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       STRING "MONTH " WS-MONTH " FLAGS " WS-FLAG-COUNT
          DELIMITED BY SIZE INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.

       TAKE-MONTH-PARA.
      *adds plan WS-BUDGET-FOUND and actual month WS-MONTH-NO into
      *the year-to-date columns
       ADD WS-BG-GAMES(WS-BUDGET-FOUND) TO WS-ME-YTD-PLAN(1).
       ADD WS-BG-VISITS(WS-BUDGET-FOUND) TO WS-ME-YTD-PLAN(2).
       ADD WS-BG-MINUTES(WS-BUDGET-FOUND) TO WS-ME-YTD-PLAN(3).
       ADD WS-BG-TOKENS(WS-BUDGET-FOUND) TO WS-ME-YTD-PLAN(4).
       ADD WS-BG-TAKINGS(WS-BUDGET-FOUND) TO WS-ME-YTD-PLAN(5).
       ADD WS-AC-GAMES(WS-MONTH-NO) TO WS-ME-YTD-ACTUAL(1).
       ADD WS-AC-VISITS(WS-MONTH-NO) TO WS-ME-YTD-ACTUAL(2).
       ADD WS-AC-MINUTES(WS-MONTH-NO) TO WS-ME-YTD-ACTUAL(3).
       ADD WS-AC-TOKENS(WS-MONTH-NO) TO WS-ME-YTD-ACTUAL(4).
       ADD WS-AC-TAKINGS(WS-MONTH-NO) TO WS-ME-YTD-ACTUAL(5).

       PRINT-VARIANCE-LINE-PARA.
       COMPUTE WS-VARIANCE = WS-ACTUAL - WS-PLAN.
       MOVE SPACES TO WS-FLAG.
       IF WS-PLAN = 0 THEN
          MOVE 0 TO WS-PERCENT
       ELSE
          COMPUTE WS-PERCENT ROUNDED = WS-VARIANCE * 100 / WS-PLAN
          IF WS-PERCENT > WS-TOLERANCE THEN
             MOVE "<< OVER" TO WS-FLAG
             ADD 1 TO WS-FLAG-COUNT
          END-IF
          IF WS-PERCENT < 0 - WS-TOLERANCE THEN
             MOVE "<< UNDER" TO WS-FLAG
             ADD 1 TO WS-FLAG-COUNT
          END-IF
       END-IF.
       MOVE WS-PERCENT TO WS-DISPLAY-P.
       IF WS-MEASURE-INDEX = 5 THEN
          MOVE WS-PLAN TO WS-DISPLAY-M1
          MOVE WS-ACTUAL TO WS-DISPLAY-M2
          MOVE WS-VARIANCE TO WS-DISPLAY-M3
          DISPLAY WS-MEASURE-NAME(WS-MEASURE-INDEX) " " WS-DISPLAY-M1
             " " WS-DISPLAY-M2 " " WS-DISPLAY-M3 " " WS-DISPLAY-P
             " " WS-FLAG
       ELSE
          MOVE WS-PLAN TO WS-DISPLAY-A
          MOVE WS-ACTUAL TO WS-DISPLAY-B
          MOVE WS-VARIANCE TO WS-DISPLAY-C
          DISPLAY WS-MEASURE-NAME(WS-MEASURE-INDEX) "    "
             WS-DISPLAY-A "    " WS-DISPLAY-B "    " WS-DISPLAY-C " "
             WS-DISPLAY-P " " WS-FLAG
       END-IF.

      *=================================================
      *   THE FILES
      *=================================================
       LOAD-ACTUALS-PARA.
      *masters closed before tokens were carried have spaces there
      *and count as none sold
       INITIALIZE WS-ACTUAL-TABLE.
       MOVE "N" TO WS-EOF.
       OPEN INPUT monthlyFile.
       IF WS-MONTHLY-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ monthlyFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF MM-MONTH IS NUMERIC AND MM-MONTH (1:4) = WS-YEAR
                   AND MM-MONTH (5:2) >= "01" AND
                   MM-MONTH (5:2) <= "12" THEN
                   PERFORM TAKE-ACTUAL-PARA
                END-IF
          END-READ
       END-PERFORM.
       CLOSE monthlyFile.

       TAKE-ACTUAL-PARA.
       MOVE MM-MONTH (5:2) TO WS-AC-INDEX.
       MOVE "Y" TO WS-AC-CLOSED(WS-AC-INDEX).
       MOVE MM-GAMES TO WS-AC-GAMES(WS-AC-INDEX).
       MOVE MM-VISITS TO WS-AC-VISITS(WS-AC-INDEX).
       MOVE MM-MINUTES TO WS-AC-MINUTES(WS-AC-INDEX).
       MOVE 0 TO WS-AC-TOKENS(WS-AC-INDEX).
       MOVE 0 TO WS-AC-TAKINGS(WS-AC-INDEX).
       IF MM-TOKENS IS NUMERIC THEN
          MOVE MM-TOKENS TO WS-AC-TOKENS(WS-AC-INDEX)
       END-IF.
       IF MM-TAKINGS IS NUMERIC THEN
          MOVE MM-TAKINGS TO WS-AC-TAKINGS(WS-AC-INDEX)
       END-IF.

       LOAD-BUDGET-PARA.
       MOVE 0 TO WS-BUDGET-COUNT.
       MOVE "N" TO WS-EOF.
       OPEN INPUT budgetFile.
       IF WS-BUDGET-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ budgetFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF BG-MONTH IS NUMERIC AND WS-BUDGET-COUNT < 240 THEN
                   ADD 1 TO WS-BUDGET-COUNT
                   MOVE BUDGET-RECORD
                      TO WS-BUDGET-ENTRY(WS-BUDGET-COUNT)
                END-IF
          END-READ
       END-PERFORM.
       CLOSE budgetFile.

       SAVE-BUDGET-PARA.
       OPEN OUTPUT budgetFile.
       IF WS-BUDGET-STATUS NOT = "00" THEN
          DISPLAY "COULD NOT WRITE BUDGET.DAT - " WS-BUDGET-STATUS
          EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-BUDGET-INDEX FROM 1 BY 1
       UNTIL WS-BUDGET-INDEX > WS-BUDGET-COUNT
          MOVE WS-BUDGET-ENTRY(WS-BUDGET-INDEX) TO BUDGET-RECORD
          WRITE BUDGET-RECORD
       END-PERFORM.
       CLOSE budgetFile.

       END PROGRAM budget.
