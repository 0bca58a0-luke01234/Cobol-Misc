       IDENTIFICATION DIVISION.
       PROGRAM-ID. priceplan.

      *the what-if for a token price change, worked off our own
      *volumes instead of a hunch. the game launches the launcher
      *books to USAGE.DAT give plays per day and the split between
      *peak and off-peak (the peak hours are asked for, 17:00 to
      *21:59 if left blank, and Saturday and Sunday count as peak
      *all day); SESSION.LOG gives games per player. today's price
      *per play is what the till actually took per token on
      *SALES.DAT (cash and card), or the first PRICES.CFG bundle
      *when nothing has been sold yet. up to three proposed price
      *lists - a peak and an off-peak price per play, and how much
      *of the play each one is expected to lose - are projected a
      *week and a month ahead beside today's prices, side by side
      *on PRICEPLAN.RPT

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT usageFile ASSIGN TO "USAGE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-USAGE-STATUS.

           SELECT sessionFile ASSIGN TO "SESSION.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SESSION-STATUS.

           SELECT salesFile ASSIGN TO "SALES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SALES-STATUS.

           SELECT priceFile ASSIGN TO "PRICES.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRICE-STATUS.

           SELECT planFile ASSIGN TO "PRICEPLAN.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  usageFile.
       01  USAGE-RECORD.
           05 US-PROGRAM PIC X(14).
           05 US-START   PIC X(14).
           05 US-END     PIC X(14).

       FD  sessionFile.
       01  SESSION-RECORD.
           05 SS-DATE        PIC X(8).
           05 SS-SCORE       PIC 9(10).
           05 SS-LEVEL       PIC 9(3).
           05 SS-LINES       PIC 9(6).
           05 SS-TIME-PLAYED PIC 9(6).
           05 SS-PIECES      PIC X(35).
           05 SS-INITIALS    PIC X(3).
           05 SS-EVENT-ID    PIC X(8).

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

       FD  planFile.
       01  PLAN-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-USAGE-STATUS   PIC X(2).
       01  WS-SESSION-STATUS PIC X(2).
       01  WS-SALES-STATUS   PIC X(2).
       01  WS-PRICE-STATUS   PIC X(2).
       01  WS-PLAN-STATUS    PIC X(2).
       01  WS-EOF PIC X(1) VALUE "N".
           88 WS-END-OF-FILE VALUE "Y".

      *what the files say about play today
       01  WS-PLAYS          PIC 9(7) VALUE 0.
       01  WS-PEAK-PLAYS     PIC 9(7) VALUE 0.
       01  WS-OFF-PLAYS      PIC 9(7) VALUE 0.
       01  WS-FIRST-DATE     PIC X(8) VALUE HIGH-VALUES.
       01  WS-LAST-DATE      PIC X(8) VALUE LOW-VALUES.
       01  WS-SPAN-DAYS      PIC 9(5).
       01  WS-PLAY-HOUR      PIC 9(2).
       01  WS-WEEKDAY        PIC 9(1).
       01  WS-PEAK-FROM      PIC 9(2) VALUE 17.
       01  WS-PEAK-TO        PIC 9(2) VALUE 22.
       01  WS-ASK-HOUR       PIC X(2).
       01  WS-GAMES          PIC 9(7) VALUE 0.
       01  WS-PLAYER-TABLE.
           05 WS-PLAYER-INITIALS PIC X(3) OCCURS 500 TIMES.
       01  WS-PLAYER-COUNT   PIC 9(3) VALUE 0.
       01  WS-PLAYER-INDEX   PIC 9(3).
       01  WS-PLAYER-FOUND   PIC 9(3).
       01  WS-SOLD-TOKENS    PIC 9(7) VALUE 0.
       01  WS-SOLD-AMOUNT    PIC 9(8)V99 VALUE 0.
       01  WS-PRICE-SOURCE   PIC X(20).

      *per day and per week figures, carried to two places
       01  WS-PER-DAY        PIC 9(5)V99.
       01  WS-PER-PLAYER     PIC 9(5)V99.
       01  WS-PEAK-SHARE     PIC 9(3)V9.
       01  WS-WEEK-PEAK      PIC 9(7)V99.
       01  WS-WEEK-OFF       PIC 9(7)V99.

      *scenario 1 is today's prices; 2 to 4 are the proposals
       01  WS-SCENARIO-TABLE.
           05 WS-SCENARIO-ENTRY OCCURS 4 TIMES.
              10 WS-SC-NAME       PIC X(10).
              10 WS-SC-PEAK-PRICE PIC 9(3)V99.
              10 WS-SC-OFF-PRICE  PIC 9(3)V99.
              10 WS-SC-DROP       PIC 9(3)V9.
              10 WS-SC-PEAK-WEEK  PIC 9(7).
              10 WS-SC-OFF-WEEK   PIC 9(7).
              10 WS-SC-WEEK-REV   PIC 9(7)V99.
              10 WS-SC-MONTH-REV  PIC 9(8)V99.
              10 WS-SC-CHANGE     PIC S9(8)V99.
       01  WS-SCENARIO-COUNT PIC 9(1) VALUE 1.
       01  WS-SCENARIO-INDEX PIC 9(1).
       01  WS-ASK-COUNT      PIC X(1).
       01  WS-ASK-NAME       PIC X(10).
       01  WS-ASK-AMOUNT     PIC X(10).

       01  WS-LABEL          PIC X(22).
       01  WS-COLUMN         PIC X(12).
       01  WS-COLUMN-POS     PIC 9(2).
       01  WS-ROW            PIC 9(1).
       01  WS-DISPLAY-AMT    PIC Z(8)9.99.
       01  WS-DISPLAY-SIGNED PIC -(8)9.99.
       01  WS-DISPLAY-PRICE  PIC Z(8)9.99.
       01  WS-DISPLAY-PCT    PIC Z(9)9.9.
       01  WS-DISPLAY-CNT    PIC Z(11)9.
       01  WS-DISPLAY-RATE   PIC Z(4)9.99.
       01  WS-DISPLAY-DAYS   PIC Z(4)9.

       01  WS-LOG-PROGRAM PIC X(12) VALUE "priceplan".
       01  WS-LOG-EVENT   PIC X(8).
       01  WS-LOG-TEXT    PIC X(30).
       01  WS-REPORT-NAME PIC X(20) VALUE "PRICEPLAN.RPT".
       01  WS-REPORT-OPER PIC X(3)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
       MOVE "STARTUP" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       PERFORM ASK-PEAK-PARA.
       PERFORM SWEEP-USAGE-PARA.
       IF WS-PLAYS = 0 THEN
          DISPLAY "NO GAME PLAYS ON USAGE.DAT - NOTHING TO MODEL."
       ELSE
          PERFORM SWEEP-SESSIONS-PARA
          PERFORM CURRENT-PRICE-PARA
          PERFORM ASK-SCENARIOS-PARA
          PERFORM PROJECT-PARA
          OPEN OUTPUT planFile
          IF WS-PLAN-STATUS NOT = "00" THEN
             DISPLAY "COULD NOT OPEN PRICEPLAN.RPT - " WS-PLAN-STATUS
          ELSE
             PERFORM PRINT-VOLUME-PARA
             PERFORM PRINT-SCENARIOS-PARA
             CLOSE planFile
             CALL "rptfile" USING WS-REPORT-NAME WS-LOG-PROGRAM
                WS-REPORT-OPER
          END-IF
       END-IF.
       MOVE "EXIT" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       GOBACK.

       ASK-PEAK-PARA.
       DISPLAY "PEAK STARTS AT HOUR (00-23, ENTER FOR 17):".
       ACCEPT WS-ASK-HOUR.
       IF WS-ASK-HOUR IS NUMERIC AND WS-ASK-HOUR < "24" THEN
          MOVE WS-ASK-HOUR TO WS-PEAK-FROM
       END-IF.
       DISPLAY "PEAK ENDS BEFORE HOUR (01-24, ENTER FOR 22):".
       ACCEPT WS-ASK-HOUR.
       IF WS-ASK-HOUR IS NUMERIC AND WS-ASK-HOUR <= "24" THEN
          MOVE WS-ASK-HOUR TO WS-PEAK-TO
       END-IF.
       IF WS-PEAK-TO <= WS-PEAK-FROM THEN
          DISPLAY "PEAK HOURS BACK TO FRONT - USING 17 TO 22."
          MOVE 17 TO WS-PEAK-FROM
          MOVE 22 TO WS-PEAK-TO
       END-IF.

      *=================================================
      *   VOLUMES OFF THE FILES
      *=================================================
       SWEEP-USAGE-PARA.
       MOVE "N" TO WS-EOF.
       OPEN INPUT usageFile.
       IF WS-USAGE-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ usageFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF US-PROGRAM = "cobol_tetris" AND
                   US-START IS NUMERIC THEN
                   PERFORM ONE-PLAY-PARA
                END-IF
          END-READ
       END-PERFORM.
       CLOSE usageFile.

       ONE-PLAY-PARA.
       ADD 1 TO WS-PLAYS.
       IF US-START (1:8) < WS-FIRST-DATE THEN
          MOVE US-START (1:8) TO WS-FIRST-DATE
       END-IF.
       IF US-START (1:8) > WS-LAST-DATE THEN
          MOVE US-START (1:8) TO WS-LAST-DATE
       END-IF.
       MOVE US-START (9:2) TO WS-PLAY-HOUR.
      *0 is a Monday, 5 and 6 the weekend
       COMPUTE WS-WEEKDAY = FUNCTION MOD
          (FUNCTION INTEGER-OF-DATE
          (FUNCTION NUMVAL(US-START (1:8))) - 1, 7).
       IF WS-WEEKDAY >= 5 OR
             (WS-PLAY-HOUR >= WS-PEAK-FROM AND
             WS-PLAY-HOUR < WS-PEAK-TO) THEN
          ADD 1 TO WS-PEAK-PLAYS
       ELSE
          ADD 1 TO WS-OFF-PLAYS
       END-IF.

       SWEEP-SESSIONS-PARA.
       MOVE "N" TO WS-EOF.
       OPEN INPUT sessionFile.
       IF WS-SESSION-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ sessionFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF SS-INITIALS NOT = SPACES AND
                   SS-INITIALS NOT = "???" THEN
                   ADD 1 TO WS-GAMES
                   PERFORM COUNT-PLAYER-PARA
                END-IF
          END-READ
       END-PERFORM.
       CLOSE sessionFile.

       COUNT-PLAYER-PARA.
       MOVE 0 TO WS-PLAYER-FOUND.
       PERFORM VARYING WS-PLAYER-INDEX FROM 1 BY 1
       UNTIL WS-PLAYER-INDEX > WS-PLAYER-COUNT
          IF WS-PLAYER-INITIALS(WS-PLAYER-INDEX) = SS-INITIALS THEN
             MOVE WS-PLAYER-INDEX TO WS-PLAYER-FOUND
          END-IF
       END-PERFORM.
       IF WS-PLAYER-FOUND = 0 AND WS-PLAYER-COUNT < 500 THEN
          ADD 1 TO WS-PLAYER-COUNT
          MOVE SS-INITIALS TO WS-PLAYER-INITIALS(WS-PLAYER-COUNT)
       END-IF.

      *a play costs one token, so today's price per play is what a
      *token fetches at the till - comps take nothing and are left
      *out, or the giveaways would look like a price cut
       CURRENT-PRICE-PARA.
       MOVE "N" TO WS-EOF.
       OPEN INPUT salesFile.
       IF WS-SALES-STATUS = "00" THEN
          PERFORM UNTIL WS-END-OF-FILE
             READ salesFile
                AT END MOVE "Y" TO WS-EOF
                NOT AT END
                   IF SJ-PAYTYPE NOT = "COMP" AND
                      SJ-TOKENS IS NUMERIC AND
                      SJ-AMOUNT IS NUMERIC THEN
                      ADD SJ-TOKENS TO WS-SOLD-TOKENS
                      ADD SJ-AMOUNT TO WS-SOLD-AMOUNT
                   END-IF
             END-READ
          END-PERFORM
          CLOSE salesFile
       END-IF.
       MOVE "CURRENT" TO WS-SC-NAME(1).
       MOVE 0 TO WS-SC-DROP(1).
       IF WS-SOLD-TOKENS > 0 THEN
          COMPUTE WS-SC-PEAK-PRICE(1) ROUNDED =
             WS-SOLD-AMOUNT / WS-SOLD-TOKENS
          MOVE "SALES.DAT TAKINGS" TO WS-PRICE-SOURCE
       ELSE
          MOVE 0 TO WS-SC-PEAK-PRICE(1)
          MOVE "N" TO WS-EOF
          OPEN INPUT priceFile
          IF WS-PRICE-STATUS = "00" THEN
             READ priceFile
                AT END MOVE "Y" TO WS-EOF
             END-READ
             IF NOT WS-END-OF-FILE AND PR-TOKENS IS NUMERIC AND
                PR-TOKENS > 0 AND PR-PRICE IS NUMERIC THEN
                COMPUTE WS-SC-PEAK-PRICE(1) ROUNDED =
                   PR-PRICE / PR-TOKENS
                MOVE "PRICES.CFG BUNDLE 1" TO WS-PRICE-SOURCE
             END-IF
             CLOSE priceFile
          END-IF
       END-IF.
       IF WS-SC-PEAK-PRICE(1) = 0 THEN
          DISPLAY "NO SALES OR PRICE LIST - TODAY'S PRICE PER PLAY:"
          ACCEPT WS-ASK-AMOUNT
          IF FUNCTION TEST-NUMVAL(WS-ASK-AMOUNT) = 0 THEN
             COMPUTE WS-SC-PEAK-PRICE(1) =
                FUNCTION NUMVAL(WS-ASK-AMOUNT)
          END-IF
          MOVE "KEYED IN" TO WS-PRICE-SOURCE
       END-IF.
       MOVE WS-SC-PEAK-PRICE(1) TO WS-SC-OFF-PRICE(1).

       ASK-SCENARIOS-PARA.
       DISPLAY "HOW MANY PRICE LISTS TO TRY (1-3):".
       ACCEPT WS-ASK-COUNT.
       IF WS-ASK-COUNT < "1" OR WS-ASK-COUNT > "3" THEN
          MOVE "1" TO WS-ASK-COUNT
       END-IF.
       COMPUTE WS-SCENARIO-COUNT = FUNCTION NUMVAL(WS-ASK-COUNT) + 1.
       PERFORM VARYING WS-SCENARIO-INDEX FROM 2 BY 1
       UNTIL WS-SCENARIO-INDEX > WS-SCENARIO-COUNT
          PERFORM ASK-ONE-SCENARIO-PARA
       END-PERFORM.

      *a price that will not read as an amount is taken as today's,
      *so a slip of the finger models no change rather than free play
       ASK-ONE-SCENARIO-PARA.
       COMPUTE WS-ROW = WS-SCENARIO-INDEX - 1.
       DISPLAY "PRICE LIST " WS-ROW " - NAME:".
       ACCEPT WS-ASK-NAME.
       IF WS-ASK-NAME = SPACES THEN
          MOVE SPACES TO WS-ASK-NAME
          STRING "PLAN " WS-ROW DELIMITED BY SIZE INTO WS-ASK-NAME
       END-IF.
       MOVE FUNCTION UPPER-CASE (WS-ASK-NAME)
          TO WS-SC-NAME(WS-SCENARIO-INDEX).
       DISPLAY "  PEAK PRICE PER PLAY:".
       ACCEPT WS-ASK-AMOUNT.
       MOVE WS-SC-PEAK-PRICE(1) TO WS-SC-PEAK-PRICE(WS-SCENARIO-INDEX).
       IF FUNCTION TEST-NUMVAL(WS-ASK-AMOUNT) = 0 THEN
          COMPUTE WS-SC-PEAK-PRICE(WS-SCENARIO-INDEX) =
             FUNCTION NUMVAL(WS-ASK-AMOUNT)
       END-IF.
       DISPLAY "  OFF-PEAK PRICE PER PLAY:".
       ACCEPT WS-ASK-AMOUNT.
       MOVE WS-SC-OFF-PRICE(1) TO WS-SC-OFF-PRICE(WS-SCENARIO-INDEX).
       IF FUNCTION TEST-NUMVAL(WS-ASK-AMOUNT) = 0 THEN
          COMPUTE WS-SC-OFF-PRICE(WS-SCENARIO-INDEX) =
             FUNCTION NUMVAL(WS-ASK-AMOUNT)
       END-IF.
       DISPLAY "  PLAY EXPECTED TO BE LOST, PERCENT (E.G. 10):".
       ACCEPT WS-ASK-AMOUNT.
       MOVE 0 TO WS-SC-DROP(WS-SCENARIO-INDEX).
       IF FUNCTION TEST-NUMVAL(WS-ASK-AMOUNT) = 0 THEN
          COMPUTE WS-SC-DROP(WS-SCENARIO-INDEX) =
             FUNCTION NUMVAL(WS-ASK-AMOUNT)
       END-IF.
       IF WS-SC-DROP(WS-SCENARIO-INDEX) > 100 THEN
          MOVE 100 TO WS-SC-DROP(WS-SCENARIO-INDEX)
       END-IF.

      *=================================================
      *   THE PROJECTION
      *=================================================
      *a week is seven of the average days on file, and a month is
      *52 weeks over 12
       PROJECT-PARA.
       COMPUTE WS-SPAN-DAYS =
          FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-LAST-DATE))
          - FUNCTION INTEGER-OF-DATE(FUNCTION NUMVAL(WS-FIRST-DATE))
          + 1.
       COMPUTE WS-PER-DAY ROUNDED = WS-PLAYS / WS-SPAN-DAYS.
       IF WS-PLAYER-COUNT > 0 THEN
          COMPUTE WS-PER-PLAYER ROUNDED = WS-GAMES / WS-PLAYER-COUNT
       ELSE
          MOVE 0 TO WS-PER-PLAYER
       END-IF.
       COMPUTE WS-PEAK-SHARE ROUNDED = WS-PEAK-PLAYS * 100 / WS-PLAYS.
       COMPUTE WS-WEEK-PEAK = WS-PEAK-PLAYS * 7 / WS-SPAN-DAYS.
       COMPUTE WS-WEEK-OFF = WS-OFF-PLAYS * 7 / WS-SPAN-DAYS.
       PERFORM VARYING WS-SCENARIO-INDEX FROM 1 BY 1
       UNTIL WS-SCENARIO-INDEX > WS-SCENARIO-COUNT
          COMPUTE WS-SC-PEAK-WEEK(WS-SCENARIO-INDEX) ROUNDED =
             WS-WEEK-PEAK * (100 - WS-SC-DROP(WS-SCENARIO-INDEX))
             / 100
          COMPUTE WS-SC-OFF-WEEK(WS-SCENARIO-INDEX) ROUNDED =
             WS-WEEK-OFF * (100 - WS-SC-DROP(WS-SCENARIO-INDEX))
             / 100
          COMPUTE WS-SC-WEEK-REV(WS-SCENARIO-INDEX) ROUNDED =
             WS-SC-PEAK-WEEK(WS-SCENARIO-INDEX)
             * WS-SC-PEAK-PRICE(WS-SCENARIO-INDEX)
             + WS-SC-OFF-WEEK(WS-SCENARIO-INDEX)
             * WS-SC-OFF-PRICE(WS-SCENARIO-INDEX)
          COMPUTE WS-SC-MONTH-REV(WS-SCENARIO-INDEX) ROUNDED =
             WS-SC-WEEK-REV(WS-SCENARIO-INDEX) * 52 / 12
          COMPUTE WS-SC-CHANGE(WS-SCENARIO-INDEX) =
             WS-SC-MONTH-REV(WS-SCENARIO-INDEX)
             - WS-SC-MONTH-REV(1)
       END-PERFORM.

      *=================================================
      *   THE REPORT
      *=================================================
       PRINT-VOLUME-PARA.
       MOVE SPACES TO PLAN-LINE.
       STRING "TOKEN PRICE WHAT-IF - PLAY FROM " WS-FIRST-DATE
          " TO " WS-LAST-DATE DELIMITED BY SIZE INTO PLAN-LINE.
       PERFORM PUT-LINE-PARA.
       MOVE SPACES TO PLAN-LINE.
       PERFORM PUT-LINE-PARA.
       MOVE WS-PLAYS TO WS-DISPLAY-CNT.
       MOVE WS-SPAN-DAYS TO WS-DISPLAY-DAYS.
       MOVE SPACES TO PLAN-LINE.
       STRING "  GAME PLAYS       " WS-DISPLAY-CNT " OVER "
          FUNCTION TRIM(WS-DISPLAY-DAYS) " DAYS"
          DELIMITED BY SIZE INTO PLAN-LINE.
       PERFORM PUT-LINE-PARA.
       MOVE WS-PER-DAY TO WS-DISPLAY-RATE.
       MOVE SPACES TO PLAN-LINE.
       STRING "  PLAYS PER DAY          " WS-DISPLAY-RATE
          DELIMITED BY SIZE INTO PLAN-LINE.
       PERFORM PUT-LINE-PARA.
       MOVE WS-PER-PLAYER TO WS-DISPLAY-RATE.
       MOVE WS-PLAYER-COUNT TO WS-DISPLAY-CNT.
       MOVE SPACES TO PLAN-LINE.
       STRING "  GAMES PER PLAYER       " WS-DISPLAY-RATE " ("
          FUNCTION TRIM(WS-DISPLAY-CNT) " PLAYERS ON SESSION.LOG)"
          DELIMITED BY SIZE INTO PLAN-LINE.
       PERFORM PUT-LINE-PARA.
       MOVE WS-PEAK-SHARE TO WS-DISPLAY-PCT.
       MOVE SPACES TO PLAN-LINE.
       STRING "  PEAK SHARE OF PLAY %   " WS-DISPLAY-PCT (6:)
          "  (" WS-PEAK-FROM ":00-" WS-PEAK-TO
          ":00 AND WEEKENDS)" DELIMITED BY SIZE INTO PLAN-LINE.
       PERFORM PUT-LINE-PARA.
       MOVE WS-SC-PEAK-PRICE(1) TO WS-DISPLAY-RATE.
       MOVE SPACES TO PLAN-LINE.
       STRING "  PRICE PER PLAY NOW     " WS-DISPLAY-RATE "  (FROM "
          FUNCTION TRIM(WS-PRICE-SOURCE) ")"
          DELIMITED BY SIZE INTO PLAN-LINE.
       PERFORM PUT-LINE-PARA.
       MOVE SPACES TO PLAN-LINE.
       PERFORM PUT-LINE-PARA.

      *one row at a time, a 12-wide column per price list
       PRINT-SCENARIOS-PARA.
       MOVE SPACES TO PLAN-LINE.
       MOVE 23 TO WS-COLUMN-POS.
       PERFORM VARYING WS-SCENARIO-INDEX FROM 1 BY 1
       UNTIL WS-SCENARIO-INDEX > WS-SCENARIO-COUNT
          MOVE SPACES TO WS-COLUMN
          MOVE WS-SC-NAME(WS-SCENARIO-INDEX) TO WS-COLUMN (3:10)
          MOVE WS-COLUMN TO PLAN-LINE (WS-COLUMN-POS:12)
          ADD 12 TO WS-COLUMN-POS
       END-PERFORM.
       PERFORM PUT-LINE-PARA.
       PERFORM VARYING WS-ROW FROM 1 BY 1 UNTIL WS-ROW > 8
          PERFORM ONE-ROW-PARA
       END-PERFORM.

       ONE-ROW-PARA.
       EVALUATE WS-ROW
       WHEN 1
          MOVE "PEAK PRICE PER PLAY" TO WS-LABEL
       WHEN 2
          MOVE "OFF-PEAK PRICE" TO WS-LABEL
       WHEN 3
          MOVE "PLAY LOST %" TO WS-LABEL
       WHEN 4
          MOVE "PEAK PLAYS A WEEK" TO WS-LABEL
       WHEN 5
          MOVE "OFF-PEAK PLAYS A WEEK" TO WS-LABEL
       WHEN 6
          MOVE "REVENUE A WEEK" TO WS-LABEL
       WHEN 7
          MOVE "REVENUE A MONTH" TO WS-LABEL
       WHEN 8
          MOVE "MONTH AGAINST CURRENT" TO WS-LABEL
       END-EVALUATE.
       MOVE SPACES TO PLAN-LINE.
       MOVE WS-LABEL TO PLAN-LINE (1:22).
       MOVE 23 TO WS-COLUMN-POS.
       PERFORM VARYING WS-SCENARIO-INDEX FROM 1 BY 1
       UNTIL WS-SCENARIO-INDEX > WS-SCENARIO-COUNT
          PERFORM ONE-CELL-PARA
          MOVE WS-COLUMN TO PLAN-LINE (WS-COLUMN-POS:12)
          ADD 12 TO WS-COLUMN-POS
       END-PERFORM.
       PERFORM PUT-LINE-PARA.

       ONE-CELL-PARA.
       EVALUATE WS-ROW
       WHEN 1
          MOVE WS-SC-PEAK-PRICE(WS-SCENARIO-INDEX) TO WS-DISPLAY-PRICE
          MOVE WS-DISPLAY-PRICE TO WS-COLUMN
       WHEN 2
          MOVE WS-SC-OFF-PRICE(WS-SCENARIO-INDEX) TO WS-DISPLAY-PRICE
          MOVE WS-DISPLAY-PRICE TO WS-COLUMN
       WHEN 3
          MOVE WS-SC-DROP(WS-SCENARIO-INDEX) TO WS-DISPLAY-PCT
          MOVE WS-DISPLAY-PCT TO WS-COLUMN
       WHEN 4
          MOVE WS-SC-PEAK-WEEK(WS-SCENARIO-INDEX) TO WS-DISPLAY-CNT
          MOVE WS-DISPLAY-CNT TO WS-COLUMN
       WHEN 5
          MOVE WS-SC-OFF-WEEK(WS-SCENARIO-INDEX) TO WS-DISPLAY-CNT
          MOVE WS-DISPLAY-CNT TO WS-COLUMN
       WHEN 6
          MOVE WS-SC-WEEK-REV(WS-SCENARIO-INDEX) TO WS-DISPLAY-AMT
          MOVE WS-DISPLAY-AMT TO WS-COLUMN
       WHEN 7
          MOVE WS-SC-MONTH-REV(WS-SCENARIO-INDEX) TO WS-DISPLAY-AMT
          MOVE WS-DISPLAY-AMT TO WS-COLUMN
       WHEN 8
          MOVE WS-SC-CHANGE(WS-SCENARIO-INDEX) TO WS-DISPLAY-SIGNED
          MOVE WS-DISPLAY-SIGNED TO WS-COLUMN
       END-EVALUATE.

       PUT-LINE-PARA.
       WRITE PLAN-LINE.
       DISPLAY PLAN-LINE.

       END PROGRAM priceplan.
