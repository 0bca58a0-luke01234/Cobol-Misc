      *=================================================================
      *    PLAYER RETENTION COHORTS AND LAPSED REGULARS
      *=================================================================
      *    CAREER follows one player and SESSION_REPORT the overall
      *    trend; neither says whether new players come back. this
      *    report groups every signed-in player by the month of their
      *    first game on SESSION.LOG and shows what share of each
      *    monthly cohort was still playing 1, 2, 3 and 6 months on -
      *    "still playing" meaning at least one game in that calendar
      *    month. a cohort too young for a column shows "--" there
      *    rather than a misleading zero.
      *
      *    below the cohorts it lists the lapsed regulars: players who
      *    came in on at least WS-REGULAR-DAYS different days and
      *    averaged a visit a week or better between their first and
      *    last game, but have not played for WS-LAPSE-DAYS days. each
      *    one is printed with their last date and lifetime PL-GAMES
      *    off PLAYER.DAT, and written to LAPSED.DAT, which the member
      *    mail-merge's RULE L letter picks up.
      *
      *    walk-ups ("???") and the computer opponent are not people
      *    anybody can mail, so they are left out of both sections.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETENTION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUMMARY-FILE ASSIGN TO "SESSION.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUMMARY-FILE-STATUS.

           SELECT PLAYER-FILE ASSIGN TO "PLAYER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLAYER-FILE-STATUS.

           SELECT LAPSED-FILE ASSIGN TO "LAPSED.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LAPSED-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUMMARY-FILE.
       01  SUMMARY-RECORD.
           05  SS-DATE              PIC X(8).
           05  SS-SCORE             PIC 9(10).
           05  SS-LEVEL             PIC 9(3).
           05  SS-LINES             PIC 9(6).
           05  SS-TIME-PLAYED       PIC 9(6).
           05  SS-PIECE-COUNT       PIC 9(5) OCCURS 7 TIMES.
           05  SS-INITIALS          PIC X(3).

       FD  PLAYER-FILE.
       01  PLAYER-RECORD.
           05  PL-INITIALS          PIC X(3).
           05  PL-KEYMAP            PIC X(9).
           05  PL-DAS-TICKS         PIC 9(2).
           05  PL-ARR-TICKS         PIC 9(2).
           05  PL-BOARD-HEIGHT      PIC 9(2).
           05  PL-BOARD-WIDTH       PIC 9(2).
           05  PL-GAMES             PIC 9(6).

      *one lapsed regular per record, for the mail-merge
       FD  LAPSED-FILE.
       01  LAPSED-RECORD.
           05  LP-INITIALS          PIC X(3).
           05  LP-FIRST-DATE        PIC X(8).
           05  LP-LAST-DATE         PIC X(8).
           05  LP-VISIT-DAYS        PIC 9(4).
           05  LP-GAMES             PIC 9(6).

       WORKING-STORAGE SECTION.

       01  WS-SUMMARY-FILE-STATUS   PIC X(2)  VALUE SPACES.
       01  WS-PLAYER-FILE-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-LAPSED-FILE-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-EOF                   PIC X(1)  VALUE "N".
           88  WS-END-OF-FILE                 VALUE "Y".

      *=================================================================
      *   WHAT COUNTS AS A REGULAR, AND AS GONE
      *=================================================================

       01  WS-REGULAR-DAYS          PIC 9(4)  VALUE 4.
       01  WS-LAPSE-DAYS            PIC 9(4)  VALUE 21.

      *=================================================================
      *   ONE ENTRY PER PLAYER, ONE PER COHORT MONTH
      *=================================================================
      *   months are counted as YYYY * 12 + MM so "six months on"
      *   crosses a year end without a calendar table

       01  WS-PLAYER-TABLE.
           05  WS-PLAYER-ENTRY OCCURS 500 TIMES.
               10  WS-PT-INITIALS    PIC X(3).
               10  WS-PT-FIRST-DATE  PIC 9(8).
               10  WS-PT-LAST-DATE   PIC 9(8).
               10  WS-PT-DAY-DATE    PIC 9(8).
               10  WS-PT-VISIT-DAYS  PIC 9(4).
               10  WS-PT-FIRST-MONTH PIC 9(6).
               10  WS-PT-MONTH-SEEN  PIC X(1) OCCURS 7 TIMES.
       01  WS-PLAYER-COUNT          PIC 9(3)  VALUE 0.
       01  WS-PLAYER-INDEX          PIC 9(3).
       01  WS-FOUND-INDEX           PIC 9(3).
       01  WS-PLAYER-OVERFLOW       PIC X(1)  VALUE "N".

       01  WS-COHORT-TABLE.
           05  WS-COHORT-ENTRY OCCURS 120 TIMES.
               10  WS-CH-KEY         PIC 9(6).
               10  WS-CH-MONTH       PIC 9(6).
               10  WS-CH-NEW         PIC 9(4).
               10  WS-CH-KEPT        PIC 9(4) OCCURS 4 TIMES.
       01  WS-COHORT-COUNT          PIC 9(3)  VALUE 0.
       01  WS-COHORT-INDEX          PIC 9(3).
       01  WS-COHORT-SWAP           PIC X(32).
       01  WS-SORT-INDEX            PIC 9(3).

      *the four columns, as months after the first
       01  WS-OFFSET-VALUES.
           05  FILLER               PIC 9(1)  VALUE 1.
           05  FILLER               PIC 9(1)  VALUE 2.
           05  FILLER               PIC 9(1)  VALUE 3.
           05  FILLER               PIC 9(1)  VALUE 6.
       01  WS-OFFSET-TABLE REDEFINES WS-OFFSET-VALUES.
           05  WS-OFFSET            PIC 9(1)  OCCURS 4 TIMES.
       01  WS-OFFSET-INDEX          PIC 9(1).

       01  WS-DATE-NUM              PIC 9(8).
       01  WS-DAY-INTEGER           PIC 9(8).
       01  WS-MONTH-NUM             PIC 9(6).
       01  WS-MONTH-GAP             PIC S9(6).
       01  WS-YEAR-MONTH            PIC 9(6).
       01  WS-YEAR-PART             PIC 9(4).
       01  WS-MONTH-PART            PIC 9(2).
       01  WS-TODAY                 PIC 9(8).
       01  WS-TODAY-INTEGER         PIC 9(8).
       01  WS-TODAY-MONTH           PIC 9(6).
       01  WS-SPAN-DAYS             PIC 9(8).
       01  WS-IDLE-DAYS             PIC 9(8).
       01  WS-PERCENT               PIC 9(3).
       01  WS-LIFETIME-GAMES        PIC 9(6).

       01  WS-RECORD-COUNT          PIC 9(6)  VALUE 0.
       01  WS-SKIPPED-COUNT         PIC 9(6)  VALUE 0.
       01  WS-RECORD-BAD            PIC X(1)  VALUE "N".
       01  WS-LAPSED-COUNT          PIC 9(4)  VALUE 0.

       01  WS-COHORT-LINE           PIC X(60).
       01  WS-COLUMN-TEXT           PIC X(8).
       01  WS-DISPLAY-COUNT         PIC Z(5)9.
       01  WS-DISPLAY-NEW           PIC ZZZ9.
       01  WS-DISPLAY-PERCENT       PIC ZZ9.
       01  WS-DISPLAY-VISITS        PIC ZZZ9.
       01  WS-DISPLAY-GAMES         PIC Z(5)9.

       PROCEDURE DIVISION.
       MAIN-PARA.
       MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
       COMPUTE WS-TODAY-INTEGER = FUNCTION INTEGER-OF-DATE(WS-TODAY).
       MOVE WS-TODAY TO WS-DATE-NUM.
       PERFORM MONTH-NUMBER-PARA.
       MOVE WS-MONTH-NUM TO WS-TODAY-MONTH.
       PERFORM FIND-PLAYERS-PARA.
       IF WS-PLAYER-COUNT = 0 THEN
       DISPLAY "NO SIGNED-IN GAMES ON SESSION.LOG TO REPORT ON."
       ELSE
       PERFORM MARK-MONTHS-PARA
       PERFORM BUILD-COHORTS-PARA
       PERFORM PRINT-COHORTS-PARA
       PERFORM PRINT-LAPSED-PARA
       PERFORM PRINT-CONTROL-PARA
       END-IF.
      *GOBACK instead of STOP RUN so the night-run driver gets
      *control back - run standalone it still just ends the program
       GOBACK.

      *=================================================================
      *   FIRST PASS - EVERY PLAYER'S FIRST AND LAST GAME
      *=================================================================

       FIND-PLAYERS-PARA.
       MOVE "N" TO WS-EOF.
       OPEN INPUT SUMMARY-FILE.
       IF WS-SUMMARY-FILE-STATUS = "00" THEN
       PERFORM UNTIL WS-END-OF-FILE
       READ SUMMARY-FILE
       AT END MOVE "Y" TO WS-EOF
       NOT AT END
       PERFORM CHECK-RECORD-PARA
       IF WS-RECORD-BAD = "Y" THEN
       ADD 1 TO WS-SKIPPED-COUNT
       END-IF
       IF WS-DAY-INTEGER > 0 THEN
       ADD 1 TO WS-RECORD-COUNT
       PERFORM NOTE-PLAYER-PARA
       END-IF
       END-READ
       END-PERFORM
       CLOSE SUMMARY-FILE
       ELSE
       DISPLAY "SESSION.LOG COULD NOT BE OPENED, STATUS "
           WS-SUMMARY-FILE-STATUS
       END-IF.

       CHECK-RECORD-PARA.
      *a record with no usable date or nobody signed in is passed by
      *- WS-DAY-INTEGER left at zero says "skip it", and a bad date
      *is flagged so the first pass can count it
       MOVE 0 TO WS-DAY-INTEGER.
       MOVE "N" TO WS-RECORD-BAD.
       IF SS-INITIALS = SPACES OR SS-INITIALS = "???" OR
           SS-INITIALS = "CPU" THEN
       EXIT PARAGRAPH
       END-IF.
       IF SS-DATE IS NOT NUMERIC THEN
       MOVE "Y" TO WS-RECORD-BAD
       EXIT PARAGRAPH
       END-IF.
       MOVE SS-DATE TO WS-DATE-NUM.
       COMPUTE WS-DAY-INTEGER = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
       IF WS-DAY-INTEGER = 0 THEN
       MOVE "Y" TO WS-RECORD-BAD
       EXIT PARAGRAPH
       END-IF.
       PERFORM MONTH-NUMBER-PARA.

       MONTH-NUMBER-PARA.
       DIVIDE WS-DATE-NUM BY 100 GIVING WS-YEAR-MONTH.
       DIVIDE WS-YEAR-MONTH BY 100 GIVING WS-YEAR-PART
           REMAINDER WS-MONTH-PART.
       COMPUTE WS-MONTH-NUM = WS-YEAR-PART * 12 + WS-MONTH-PART.

       FIND-PLAYER-ENTRY-PARA.
       MOVE 0 TO WS-FOUND-INDEX.
       PERFORM VARYING WS-PLAYER-INDEX FROM 1 BY 1
       UNTIL WS-PLAYER-INDEX > WS-PLAYER-COUNT
       IF WS-PT-INITIALS(WS-PLAYER-INDEX) = SS-INITIALS THEN
       MOVE WS-PLAYER-INDEX TO WS-FOUND-INDEX
       END-IF
       END-PERFORM.

       NOTE-PLAYER-PARA.
       PERFORM FIND-PLAYER-ENTRY-PARA.
       IF WS-FOUND-INDEX = 0 THEN
       IF WS-PLAYER-COUNT >= 500 THEN
       MOVE "Y" TO WS-PLAYER-OVERFLOW
       EXIT PARAGRAPH
       END-IF
       ADD 1 TO WS-PLAYER-COUNT
       MOVE WS-PLAYER-COUNT TO WS-FOUND-INDEX
       INITIALIZE WS-PLAYER-ENTRY(WS-FOUND-INDEX)
       MOVE SS-INITIALS TO WS-PT-INITIALS(WS-FOUND-INDEX)
       MOVE WS-DATE-NUM TO WS-PT-FIRST-DATE(WS-FOUND-INDEX)
       MOVE WS-DATE-NUM TO WS-PT-LAST-DATE(WS-FOUND-INDEX)
       MOVE WS-MONTH-NUM TO WS-PT-FIRST-MONTH(WS-FOUND-INDEX)
       END-IF.
      *the collected logs are not always in date order, so the first
      *and last dates are taken as the lowest and highest seen
       IF WS-DATE-NUM < WS-PT-FIRST-DATE(WS-FOUND-INDEX) THEN
       MOVE WS-DATE-NUM TO WS-PT-FIRST-DATE(WS-FOUND-INDEX)
       MOVE WS-MONTH-NUM TO WS-PT-FIRST-MONTH(WS-FOUND-INDEX)
       END-IF.
       IF WS-DATE-NUM > WS-PT-LAST-DATE(WS-FOUND-INDEX) THEN
       MOVE WS-DATE-NUM TO WS-PT-LAST-DATE(WS-FOUND-INDEX)
       END-IF.

      *=================================================================
      *   SECOND PASS - WHICH LATER MONTHS EACH PLAYER CAME BACK IN
      *=================================================================

       MARK-MONTHS-PARA.
       MOVE "N" TO WS-EOF.
       OPEN INPUT SUMMARY-FILE.
       IF WS-SUMMARY-FILE-STATUS NOT = "00" THEN
       EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
       READ SUMMARY-FILE
       AT END MOVE "Y" TO WS-EOF
       NOT AT END
       PERFORM CHECK-RECORD-PARA
       IF WS-DAY-INTEGER > 0 THEN
       PERFORM FIND-PLAYER-ENTRY-PARA
       IF WS-FOUND-INDEX > 0 THEN
       PERFORM MARK-ONE-GAME-PARA
       END-IF
       END-IF
       END-READ
       END-PERFORM.
       CLOSE SUMMARY-FILE.

       MARK-ONE-GAME-PARA.
       COMPUTE WS-MONTH-GAP =
           WS-MONTH-NUM - WS-PT-FIRST-MONTH(WS-FOUND-INDEX).
       IF WS-MONTH-GAP >= 0 AND WS-MONTH-GAP <= 6 THEN
       MOVE "Y" TO WS-PT-MONTH-SEEN(WS-FOUND-INDEX, WS-MONTH-GAP + 1)
       END-IF.
      *a visit is a day with at least one game - several games on
      *the same day are one visit
       IF WS-DATE-NUM NOT = WS-PT-DAY-DATE(WS-FOUND-INDEX) THEN
       MOVE WS-DATE-NUM TO WS-PT-DAY-DATE(WS-FOUND-INDEX)
       ADD 1 TO WS-PT-VISIT-DAYS(WS-FOUND-INDEX)
       END-IF.

      *=================================================================
      *   COHORTS - PLAYERS BY THE MONTH THEY STARTED
      *=================================================================

       BUILD-COHORTS-PARA.
       PERFORM VARYING WS-PLAYER-INDEX FROM 1 BY 1
       UNTIL WS-PLAYER-INDEX > WS-PLAYER-COUNT
       MOVE 0 TO WS-FOUND-INDEX
       PERFORM VARYING WS-COHORT-INDEX FROM 1 BY 1
       UNTIL WS-COHORT-INDEX > WS-COHORT-COUNT
       IF WS-CH-MONTH(WS-COHORT-INDEX) =
           WS-PT-FIRST-MONTH(WS-PLAYER-INDEX) THEN
       MOVE WS-COHORT-INDEX TO WS-FOUND-INDEX
       END-IF
       END-PERFORM
       IF WS-FOUND-INDEX = 0 AND WS-COHORT-COUNT < 120 THEN
       ADD 1 TO WS-COHORT-COUNT
       MOVE WS-COHORT-COUNT TO WS-FOUND-INDEX
       INITIALIZE WS-COHORT-ENTRY(WS-FOUND-INDEX)
       COMPUTE WS-CH-KEY(WS-FOUND-INDEX) =
           WS-PT-FIRST-DATE(WS-PLAYER-INDEX) / 100
       MOVE WS-PT-FIRST-MONTH(WS-PLAYER-INDEX)
           TO WS-CH-MONTH(WS-FOUND-INDEX)
       END-IF
       IF WS-FOUND-INDEX > 0 THEN
       ADD 1 TO WS-CH-NEW(WS-FOUND-INDEX)
       PERFORM VARYING WS-OFFSET-INDEX FROM 1 BY 1
       UNTIL WS-OFFSET-INDEX > 4
       IF WS-PT-MONTH-SEEN(WS-PLAYER-INDEX,
           WS-OFFSET(WS-OFFSET-INDEX) + 1) = "Y" THEN
       ADD 1 TO WS-CH-KEPT(WS-FOUND-INDEX, WS-OFFSET-INDEX)
       END-IF
       END-PERFORM
       END-IF
       END-PERFORM.
      *oldest cohort first, whatever order the players turned up in
       PERFORM VARYING WS-COHORT-INDEX FROM 1 BY 1
       UNTIL WS-COHORT-INDEX >= WS-COHORT-COUNT
       PERFORM VARYING WS-SORT-INDEX FROM 1 BY 1
       UNTIL WS-SORT-INDEX > WS-COHORT-COUNT - WS-COHORT-INDEX
       IF WS-CH-MONTH(WS-SORT-INDEX) >
           WS-CH-MONTH(WS-SORT-INDEX + 1) THEN
       MOVE WS-COHORT-ENTRY(WS-SORT-INDEX) TO WS-COHORT-SWAP
       MOVE WS-COHORT-ENTRY(WS-SORT-INDEX + 1)
           TO WS-COHORT-ENTRY(WS-SORT-INDEX)
       MOVE WS-COHORT-SWAP TO WS-COHORT-ENTRY(WS-SORT-INDEX + 1)
       END-IF
       END-PERFORM
       END-PERFORM.

       PRINT-COHORTS-PARA.
       DISPLAY " ".
       DISPLAY "============ RETENTION BY FIRST MONTH ============".
       DISPLAY "SHARE OF EACH MONTH'S NEW PLAYERS STILL PLAYING".
       DISPLAY " ".
       DISPLAY "MONTH    NEW   +1 MO   +2 MO   +3 MO   +6 MO".
       PERFORM VARYING WS-COHORT-INDEX FROM 1 BY 1
       UNTIL WS-COHORT-INDEX > WS-COHORT-COUNT
       MOVE WS-CH-NEW(WS-COHORT-INDEX) TO WS-DISPLAY-NEW
       MOVE SPACES TO WS-COHORT-LINE
       STRING WS-CH-KEY(WS-COHORT-INDEX) " " WS-DISPLAY-NEW
           DELIMITED BY SIZE INTO WS-COHORT-LINE
       PERFORM VARYING WS-OFFSET-INDEX FROM 1 BY 1
       UNTIL WS-OFFSET-INDEX > 4
       PERFORM COHORT-COLUMN-PARA
       MOVE WS-COLUMN-TEXT
           TO WS-COHORT-LINE (12 + (WS-OFFSET-INDEX - 1) * 8:8)
       END-PERFORM
       DISPLAY WS-COHORT-LINE
       END-PERFORM.

       COHORT-COLUMN-PARA.
      *a column the cohort has not lived to see yet - the month is
      *still running or still to come - shows "--", not 0%
       MOVE SPACES TO WS-COLUMN-TEXT.
       IF WS-CH-MONTH(WS-COHORT-INDEX) + WS-OFFSET(WS-OFFSET-INDEX)
           >= WS-TODAY-MONTH THEN
       MOVE "     --" TO WS-COLUMN-TEXT
       ELSE
       COMPUTE WS-PERCENT ROUNDED =
           WS-CH-KEPT(WS-COHORT-INDEX, WS-OFFSET-INDEX) * 100
           / WS-CH-NEW(WS-COHORT-INDEX)
       MOVE WS-PERCENT TO WS-DISPLAY-PERCENT
       STRING "    " WS-DISPLAY-PERCENT "%"
           DELIMITED BY SIZE INTO WS-COLUMN-TEXT
       END-IF.

      *=================================================================
      *   LAPSED REGULARS - TO THE SCREEN AND LAPSED.DAT
      *=================================================================

       PRINT-LAPSED-PARA.
       DISPLAY " ".
       DISPLAY "================ LAPSED REGULARS =================".
       MOVE WS-LAPSE-DAYS TO WS-DISPLAY-VISITS.
       DISPLAY "WEEKLY OR BETTER, THEN NOTHING FOR "
           FUNCTION TRIM(WS-DISPLAY-VISITS) " DAYS".
       DISPLAY " ".
       DISPLAY "INI FIRST    LAST     VISITS  GAMES".
       OPEN OUTPUT LAPSED-FILE.
       IF WS-LAPSED-FILE-STATUS NOT = "00" THEN
       DISPLAY "LAPSED.DAT COULD NOT BE OPENED, STATUS "
           WS-LAPSED-FILE-STATUS
       EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-PLAYER-INDEX FROM 1 BY 1
       UNTIL WS-PLAYER-INDEX > WS-PLAYER-COUNT
       PERFORM CHECK-LAPSED-PARA
       END-PERFORM.
       CLOSE LAPSED-FILE.
       IF WS-LAPSED-COUNT = 0 THEN
       DISPLAY "  NONE"
       END-IF.

       CHECK-LAPSED-PARA.
       IF WS-PT-VISIT-DAYS(WS-PLAYER-INDEX) < WS-REGULAR-DAYS THEN
       EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-IDLE-DAYS = WS-TODAY-INTEGER -
           FUNCTION INTEGER-OF-DATE(WS-PT-LAST-DATE(WS-PLAYER-INDEX)).
       IF WS-IDLE-DAYS < WS-LAPSE-DAYS THEN
       EXIT PARAGRAPH
       END-IF.
      *weekly on average: at least one visit for every seven days
      *between the first game and the last
       COMPUTE WS-SPAN-DAYS =
           FUNCTION INTEGER-OF-DATE(WS-PT-LAST-DATE(WS-PLAYER-INDEX))
           - FUNCTION INTEGER-OF-DATE(WS-PT-FIRST-DATE(WS-PLAYER-INDEX))
           + 1.
       IF WS-PT-VISIT-DAYS(WS-PLAYER-INDEX) * 7 < WS-SPAN-DAYS THEN
       EXIT PARAGRAPH
       END-IF.
       PERFORM LOOK-UP-GAMES-PARA.
       ADD 1 TO WS-LAPSED-COUNT.
       MOVE WS-PT-INITIALS(WS-PLAYER-INDEX) TO LP-INITIALS.
       MOVE WS-PT-FIRST-DATE(WS-PLAYER-INDEX) TO LP-FIRST-DATE.
       MOVE WS-PT-LAST-DATE(WS-PLAYER-INDEX) TO LP-LAST-DATE.
       MOVE WS-PT-VISIT-DAYS(WS-PLAYER-INDEX) TO LP-VISIT-DAYS.
       MOVE WS-LIFETIME-GAMES TO LP-GAMES.
       WRITE LAPSED-RECORD.
       MOVE WS-PT-VISIT-DAYS(WS-PLAYER-INDEX) TO WS-DISPLAY-VISITS.
       MOVE WS-LIFETIME-GAMES TO WS-DISPLAY-GAMES.
       DISPLAY LP-INITIALS " " LP-FIRST-DATE " " LP-LAST-DATE "   "
           WS-DISPLAY-VISITS " " WS-DISPLAY-GAMES.

       LOOK-UP-GAMES-PARA.
      *lifetime games come off the profile, which counts every game
      *ever played under the initials, not just the ones still on
      *the log
       MOVE 0 TO WS-LIFETIME-GAMES.
       MOVE "N" TO WS-EOF.
       OPEN INPUT PLAYER-FILE.
       IF WS-PLAYER-FILE-STATUS = "00" THEN
       PERFORM UNTIL WS-END-OF-FILE
       READ PLAYER-FILE
       AT END MOVE "Y" TO WS-EOF
       NOT AT END
       IF PL-INITIALS = WS-PT-INITIALS(WS-PLAYER-INDEX) AND
           PL-GAMES IS NUMERIC THEN
       MOVE PL-GAMES TO WS-LIFETIME-GAMES
       MOVE "Y" TO WS-EOF
       END-IF
       END-READ
       END-PERFORM
       CLOSE PLAYER-FILE
       END-IF.

       PRINT-CONTROL-PARA.
       DISPLAY " ".
       MOVE WS-RECORD-COUNT TO WS-DISPLAY-COUNT.
       DISPLAY "SIGNED-IN GAMES READ: " WS-DISPLAY-COUNT.
       MOVE WS-PLAYER-COUNT TO WS-DISPLAY-COUNT.
       DISPLAY "PLAYERS:              " WS-DISPLAY-COUNT.
       MOVE WS-LAPSED-COUNT TO WS-DISPLAY-COUNT.
       DISPLAY "LAPSED TO LAPSED.DAT: " WS-DISPLAY-COUNT.
       MOVE WS-SKIPPED-COUNT TO WS-DISPLAY-COUNT.
       DISPLAY "RECORDS SKIPPED:      " WS-DISPLAY-COUNT.
       IF WS-PLAYER-OVERFLOW = "Y" THEN
       DISPLAY "(MORE THAN 500 PLAYERS - THE REST WERE NOT COUNTED.)"
       END-IF.

       END PROGRAM RETENTION.
