       IDENTIFICATION DIVISION.
       PROGRAM-ID. playclock.

      *paid time on the cabinets, kept by the cabinet instead of by
      *whoever is on the desk: a reservation holder sitting down
      *for their booked slot, or a walk-up paying for minutes
      *(tokens off their balance, or cash already taken at the
      *desk), starts the clock here. the clock screen counts down
      *between games, the game itself is handed the finishing time
      *through PLAYCLOCK.DAT, and both put a warning up at 5
      *minutes and at 1 minute and end the play at zero. at the 5
      *minute mark and again at zero another block of minutes is
      *offered for a token - only when there is a balance to take
      *it from and no booking on this machine inside the extra
      *time. every session closes with one PLAYTIME.DAT record -
      *minutes paid for against minutes actually used, per machine.
      *tokens taken here count against an under-16's daily cap on
      *AGES.DAT the same as a launch does - a block or extension
      *that would go past it is refused, and what is taken goes
      *onto the player's SPENDDAY.DAT row for today

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT machineFile ASSIGN TO "MACHINE.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MACHINE-STATUS.

           SELECT clockCfgFile ASSIGN TO "PLAYCLOCK.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLOCKCFG-STATUS.

           SELECT clockFile ASSIGN TO "PLAYCLOCK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLOCK-STATUS.

           SELECT playTimeFile ASSIGN TO "PLAYTIME.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLAYTIME-STATUS.

           SELECT reserveFile ASSIGN TO "RESERVE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESERVE-STATUS.

           SELECT playerFile ASSIGN TO "PLAYER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLAYER-STATUS.

           SELECT totalsFile ASSIGN TO "OPERATORTOTALS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TOTALS-STATUS.

           SELECT auditFile ASSIGN TO "OPERAUDIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

      *the register's dates of birth and daily token caps, and
      *the tokens each capped player has been charged today
           SELECT ageFile ASSIGN TO "AGES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AGE-STATUS.

           SELECT spendFile ASSIGN TO "SPENDDAY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SPEND-STATUS.

           SELECT playerIdxFile ASSIGN TO "PLAYER.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PIX-INITIALS
           FILE STATUS IS WS-PLAYERIDX-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *which cabinet this is, 1-4 the way the fleet report numbers
      *them - no MACHINE.CFG means machine 1
       FD  machineFile.
       01  MACHINE-RECORD PIC X(1).

      *how many minutes one token buys - the same block is what an
      *extension adds. no PLAYCLOCK.CFG means 15 minutes a token
       FD  clockCfgFile.
       01  CLOCKCFG-RECORD.
           05 PF-TOKEN-MINUTES PIC 9(3).

      *the running session, for the game to read: whose it is and
      *the date and time of day it runs out. R only while a clocked
      *game is in progress - the game leaves the clock alone
      *otherwise
       FD  clockFile.
       01  CLOCK-RECORD.
           05 PC-DATE   PIC X(8).
           05 PC-END    PIC X(6).
           05 PC-NAME   PIC X(20).
           05 PC-STATUS PIC X(1).

      *one record per finished session. kind R is a booked slot, W
      *a walk-up on tokens, C a walk-up who paid cash at the desk;
      *reason T is the clock running out, E an early finish
       FD  playTimeFile.
       01  PLAYTIME-RECORD.
           05 PT-DATE       PIC X(8).
           05 PT-MACHINE    PIC 9(1).
           05 PT-KIND       PIC X(1).
           05 PT-NAME       PIC X(20).
           05 PT-START      PIC X(4).
           05 PT-END        PIC X(4).
           05 PT-PAID       PIC 9(3).
           05 PT-USED       PIC 9(3).
           05 PT-EXTENSIONS PIC 9(2).
           05 PT-REASON     PIC X(1).

      *status: O booked and open, A arrived, N no-show - the same
      *book reservations.cob keeps
       FD  reserveFile.
       01  RESERVE-RECORD.
           05 RS-DATE    PIC X(8).
           05 RS-START   PIC X(4).
           05 RS-LENGTH  PIC 9(3).
           05 RS-MACHINE PIC 9(1).
           05 RS-NAME    PIC X(20).
           05 RS-STATUS  PIC X(1).

      *the same profile record the game keeps - only the token
      *balance on the end of it is touched here
       FD  playerFile.
       01  PLAYER-RECORD.
           05 PL-INITIALS     PIC X(3).
           05 PL-KEYMAP       PIC X(9).
           05 PL-DAS-TICKS    PIC 9(2).
           05 PL-ARR-TICKS    PIC 9(2).
           05 PL-BOARD-HEIGHT PIC 9(2).
           05 PL-BOARD-WIDTH  PIC 9(2).
           05 PL-GAMES        PIC 9(6).
           05 PL-SCORE        PIC 9(12).
           05 PL-LINES        PIC 9(8).
           05 PL-TOKENS       PIC 9(4).
           05 PL-RATING       PIC 9(4).
           05 PL-MISSION      PIC 9(2).

      *same ledger and audit layouts the launcher posts to - a
      *token spent on time goes on TOKENSUSED like a game launch
       FD  totalsFile.
       01  TOTALS-RECORD.
           05 TR-NAME  PIC X(12).
           05 TR-VALUE PIC 9(8).
           05 TR-DATE  PIC X(8).

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

      *same records acceptname keeps at the door and the launcher
      *charges launches against
       FD  ageFile.
       01  AGE-RECORD.
           05 AG-NAME     PIC X(20).
           05 AG-DOB      PIC X(8).
           05 AG-INITIALS PIC X(3).
           05 AG-GUARDIAN PIC X(20).
           05 AG-PHONE    PIC X(15).
           05 AG-CAP      PIC 9(3).

       FD  spendFile.
       01  SPEND-RECORD.
           05 SD-INITIALS PIC X(3).
           05 SD-DATE     PIC X(8).
           05 SD-TOKENS   PIC 9(3).

       FD  playerIdxFile.
       01  PLAYERIDX-RECORD.
           05 PIX-INITIALS PIC X(3).
           05 PIX-REST     PIC X(53).

       WORKING-STORAGE SECTION.
       01  WS-MACHINE-STATUS  PIC X(2).
       01  WS-CLOCKCFG-STATUS PIC X(2).
       01  WS-CLOCK-STATUS    PIC X(2).
       01  WS-PLAYTIME-STATUS PIC X(2).
       01  WS-RESERVE-STATUS  PIC X(2).
       01  WS-PLAYER-STATUS   PIC X(2).
       01  WS-TOTALS-STATUS   PIC X(2).
       01  WS-AUDIT-STATUS    PIC X(2).
       01  WS-PLAYERIDX-STATUS PIC X(2).
       01  WS-AGE-STATUS      PIC X(2).
       01  WS-SPEND-STATUS    PIC X(2).
       01  WS-EOF PIC X(1) VALUE "N".
           88 WS-END-OF-FILE VALUE "Y".

       01  WS-TODAY          PIC X(8).
       01  WS-TODAY-R REDEFINES WS-TODAY PIC 9(8).
       01  WS-MACHINE        PIC 9(1) VALUE 1.
       01  WS-TOKEN-MINUTES  PIC 9(3) VALUE 15.
       01  WS-KIND           PIC X(1).
       01  WS-KIND-INP       PIC X(1).
       01  WS-HOLDER-NAME    PIC X(20).
       01  WS-TOKEN-INITIALS PIC X(3).
       01  WS-SESSION-OK     PIC X(1).

      *the session clock in seconds from the midnight that began
      *the day the session started - a late session carries on
      *past 24:00 instead of going back to nought
       01  WS-NOW-CLOCK.
           05 WS-NOW-DATE PIC 9(8).
           05 WS-NOW-STAMP.
              10 WS-NOW-HH  PIC 9(2).
              10 WS-NOW-MM  PIC 9(2).
              10 WS-NOW-SS  PIC 9(2).
       01  WS-NOW-SECS       PIC 9(6).
       01  WS-START-SECS     PIC 9(6).
       01  WS-END-SECS       PIC 9(6).
       01  WS-STOP-SECS      PIC 9(6).
       01  WS-LEFT-SECS      PIC S9(6).
       01  WS-START-HHMM     PIC X(4).
       01  WS-END-STAMP.
           05 WS-END-HH  PIC 9(2).
           05 WS-END-MM  PIC 9(2).
           05 WS-END-SS  PIC 9(2).
       01  WS-WORK-SECS      PIC 9(6).
       01  WS-END-DATE       PIC 9(8).
       01  WS-FREE-SHOW      PIC Z(3)9.
       01  WS-LEFT-SHOW.
           05 WS-LEFT-MIN PIC Z(2)9.
           05 FILLER      PIC X(1) VALUE ":".
           05 WS-LEFT-SEC PIC 9(2).
       01  WS-PAID-MINUTES   PIC 9(3) VALUE 0.
       01  WS-USED-MINUTES   PIC 9(3) VALUE 0.
       01  WS-EXTENSIONS     PIC 9(2) VALUE 0.
       01  WS-EXT-BEFORE     PIC 9(2).
       01  WS-END-REASON     PIC X(1).
       01  WS-WARNED-5       PIC X(1) VALUE "N".
       01  WS-WARNED-1       PIC X(1) VALUE "N".
       01  WS-SESSION-DONE   PIC X(1) VALUE "N".
       01  WS-CHOICE         PIC X(1).
       01  WS-ANSWER         PIC X(1).
       01  WS-MINUTES-INP    PIC X(3).
       01  WS-TOKENS-INP     PIC X(2).
       01  WS-TOKENS-WANTED  PIC 9(2).
       01  WS-CHARGE-OK      PIC X(1).

      *today's book for this machine, for the holder's own slot and
      *for the next booking an extension would run into
       01  WS-BOOK-TABLE.
           05 WS-BOOK-ENTRY OCCURS 200 TIMES.
              10 WS-BK-DATE    PIC X(8).
              10 WS-BK-START   PIC X(4).
              10 WS-BK-LENGTH  PIC 9(3).
              10 WS-BK-MACHINE PIC 9(1).
              10 WS-BK-NAME    PIC X(20).
              10 WS-BK-STATUS  PIC X(1).
       01  WS-BOOK-COUNT     PIC 9(3) VALUE 0.
       01  WS-BOOK-INDEX     PIC 9(3).
       01  WS-BOOK-FOUND     PIC 9(3).
       01  WS-OWN-SLOT       PIC 9(3) VALUE 0.
       01  WS-SLOT-START     PIC 9(5).
       01  WS-SLOT-END       PIC 9(5).
       01  WS-NEXT-BOOKED    PIC 9(5).
       01  WS-NEXT-NAME      PIC X(20).

       01  WS-PLAYER-TABLE.
           05 WS-PLAYER-ENTRY OCCURS 50 TIMES.
              10 WS-PL-INITIALS     PIC X(3).
              10 WS-PL-KEYMAP       PIC X(9).
              10 WS-PL-DAS-TICKS    PIC 9(2).
              10 WS-PL-ARR-TICKS    PIC 9(2).
              10 WS-PL-BOARD-HEIGHT PIC 9(2).
              10 WS-PL-BOARD-WIDTH  PIC 9(2).
              10 WS-PL-GAMES        PIC 9(6).
              10 WS-PL-SCORE        PIC 9(12).
              10 WS-PL-LINES        PIC 9(8).
              10 WS-PL-TOKENS       PIC 9(4).
              10 WS-PL-RATING       PIC 9(4).
              10 WS-PL-MISSION      PIC 9(2).
       01  WS-PLAYER-COUNT  PIC 9(2) VALUE 0.
       01  WS-PLAYER-INDEX  PIC 9(2).
       01  WS-PLAYER-FOUND  PIC 9(2).

       01  WS-LEDGER-TABLE.
           05 WS-LEDGER-ENTRY OCCURS 50 TIMES.
              10 WS-LG-NAME  PIC X(12).
              10 WS-LG-VALUE PIC 9(8).
              10 WS-LG-DATE  PIC X(8).
       01  WS-LEDGER-COUNT  PIC 9(2) VALUE 0.
       01  WS-LEDGER-INDEX  PIC 9(2).
       01  WS-LEDGER-FOUND  PIC 9(2).
       01  WS-OLD-VALUE     PIC 9(8).
       01  WS-POST-COUNTER  PIC X(12).
       01  WS-POST-AMOUNT   PIC 9(4).

      *an under-16's parent-set cap on tokens charged in one day -
      *SPENDDAY.DAT only ever holds today's rows
       01  WS-DAILY-CAP      PIC 9(3).
       01  WS-CAP-REACHED    PIC X(1).
       01  WS-CAP-LEFT       PIC 9(3).
       01  WS-DOB-NUM        PIC 9(8).
       01  WS-TODAY-NUM      PIC 9(8).
       01  WS-SPEND-TABLE.
           05 WS-SPEND-ENTRY OCCURS 200 TIMES.
              10 WS-SD-INITIALS PIC X(3).
              10 WS-SD-TOKENS   PIC 9(3).
       01  WS-SPEND-COUNT    PIC 9(3) VALUE 0.
       01  WS-SPEND-INDEX    PIC 9(3).
       01  WS-SPEND-FOUND    PIC 9(3).

      *the clock screen wakes itself this often (seconds) to move
      *the countdown on when nobody is pressing anything
       01  WS-TICK-SECONDS  PIC 9(3) VALUE 5.
       01  WS-MESSAGE       PIC X(60).

      *every start, normal exit and notable event appends to the
      *common SHOPLOG.DAT through the shared shoplog subprogram
       01  WS-LOG-PROGRAM   PIC X(12) VALUE "playclock".
       01  WS-LOG-EVENT     PIC X(8).
       01  WS-LOG-TEXT      PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PARA.
       MOVE "STARTUP" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
       PERFORM LOAD-MACHINE-PARA.
       PERFORM LOAD-CLOCK-CFG-PARA.
       PERFORM LOAD-BOOK-PARA.
       PERFORM SIGN-IN-PARA.
       IF WS-SESSION-OK = "Y" THEN
          PERFORM RUN-SESSION-PARA
          PERFORM CLOSE-SESSION-PARA
       END-IF.
       MOVE "EXIT" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       GOBACK.

      *=================================================
      *   SITTING DOWN - BOOKED SLOT OR PAID WALK-UP
      *=================================================
       SIGN-IN-PARA.
       MOVE "N" TO WS-SESSION-OK.
       PERFORM GET-NOW-PARA.
       MOVE WS-NOW-SECS TO WS-START-SECS.
       MOVE FUNCTION CURRENT-DATE (9:4) TO WS-START-HHMM.
       DISPLAY "TIMED SESSION ON MACHINE " WS-MACHINE.
       DISPLAY "R=RESERVED SLOT, W=WALK-UP, X=CANCEL:".
       ACCEPT WS-KIND-INP.
       MOVE FUNCTION UPPER-CASE (WS-KIND-INP) TO WS-KIND-INP.
       EVALUATE WS-KIND-INP
       WHEN "R"
          PERFORM SIGN-IN-BOOKED-PARA
       WHEN "W"
          PERFORM SIGN-IN-WALKUP-PARA
       WHEN OTHER
          DISPLAY "NO SESSION STARTED."
       END-EVALUATE.
       IF WS-SESSION-OK = "Y" THEN
          MOVE SPACES TO WS-LOG-TEXT
          STRING "M" WS-MACHINE " " WS-KIND " PAID "
             WS-PAID-MINUTES " MIN"
             DELIMITED BY SIZE INTO WS-LOG-TEXT
          MOVE "SESSION" TO WS-LOG-EVENT
          CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT
             WS-LOG-TEXT
       END-IF.

       SIGN-IN-BOOKED-PARA.
      *the holder's own slot on this machine today, booked or
      *already flagged arrived at check-in - from five minutes
      *before it starts until it ends. the clock runs to the end
      *of the slot, so a late start is the holder's loss
       DISPLAY "NAME THE SLOT IS BOOKED UNDER:".
       ACCEPT WS-HOLDER-NAME.
       MOVE 0 TO WS-OWN-SLOT.
       PERFORM VARYING WS-BOOK-INDEX FROM 1 BY 1
       UNTIL WS-BOOK-INDEX > WS-BOOK-COUNT
          IF WS-BK-DATE(WS-BOOK-INDEX) = WS-TODAY AND
             WS-BK-MACHINE(WS-BOOK-INDEX) = WS-MACHINE AND
             (WS-BK-STATUS(WS-BOOK-INDEX) = "O" OR
             WS-BK-STATUS(WS-BOOK-INDEX) = "A") AND
             FUNCTION UPPER-CASE (WS-BK-NAME(WS-BOOK-INDEX)) =
             FUNCTION UPPER-CASE (WS-HOLDER-NAME) THEN
             PERFORM SLOT-WINDOW-PARA
             IF WS-NOW-SECS + 300 >= WS-SLOT-START AND
                WS-NOW-SECS < WS-SLOT-END THEN
                MOVE WS-BOOK-INDEX TO WS-OWN-SLOT
             END-IF
          END-IF
       END-PERFORM.
       IF WS-OWN-SLOT = 0 THEN
          DISPLAY "NO SLOT FOR " FUNCTION TRIM(WS-HOLDER-NAME)
             " ON MACHINE " WS-MACHINE " RIGHT NOW."
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-OWN-SLOT TO WS-BOOK-INDEX.
       PERFORM SLOT-WINDOW-PARA.
       MOVE WS-SLOT-END TO WS-END-SECS.
       MOVE WS-BK-LENGTH(WS-OWN-SLOT) TO WS-PAID-MINUTES.
       MOVE WS-BK-NAME(WS-OWN-SLOT) TO WS-HOLDER-NAME.
       MOVE "R" TO WS-KIND.
       MOVE SPACES TO WS-TOKEN-INITIALS.
      *sitting down is as good as the check-in flag - the closing
      *no-show pass must not count this slot against them
       IF WS-BK-STATUS(WS-OWN-SLOT) = "O" THEN
          MOVE "A" TO WS-BK-STATUS(WS-OWN-SLOT)
          PERFORM SAVE-BOOK-PARA
       END-IF.
       MOVE "Y" TO WS-SESSION-OK.

       SIGN-IN-WALKUP-PARA.
      *minutes bought with tokens off a balance, or paid for in cash
      *at the desk. either way the time has to finish before the
      *next booking on this machine starts
       PERFORM FIND-NEXT-BOOKING-PARA.
       DISPLAY "INITIALS TO PAY IN TOKENS (BLANK = PAID AT DESK):".
       ACCEPT WS-TOKEN-INITIALS.
       MOVE FUNCTION UPPER-CASE (WS-TOKEN-INITIALS)
          TO WS-TOKEN-INITIALS.
       IF WS-TOKEN-INITIALS = SPACES THEN
          DISPLAY "NAME FOR THE SESSION:"
          ACCEPT WS-HOLDER-NAME
          DISPLAY "MINUTES PAID FOR AT THE DESK:"
          ACCEPT WS-MINUTES-INP
          IF WS-MINUTES-INP IS NOT NUMERIC OR
             WS-MINUTES-INP = "000" THEN
             DISPLAY "MINUTES AS THREE DIGITS, E.G. 030."
             EXIT PARAGRAPH
          END-IF
          MOVE WS-MINUTES-INP TO WS-PAID-MINUTES
          MOVE "C" TO WS-KIND
       ELSE
          MOVE WS-TOKEN-INITIALS TO WS-HOLDER-NAME
          PERFORM LOAD-PLAYERS-PARA
          PERFORM FIND-PLAYER-PARA
          IF WS-PLAYER-FOUND = 0 THEN
             DISPLAY "NO BALANCE UNDER " WS-TOKEN-INITIALS
                " - SEE THE DESK FOR A TOP-UP."
             EXIT PARAGRAPH
          END-IF
          DISPLAY "TOKENS TO SPEND (" WS-TOKEN-MINUTES
             " MINUTES EACH, " WS-PL-TOKENS(WS-PLAYER-FOUND)
             " ON BALANCE):"
          ACCEPT WS-TOKENS-INP
          IF WS-TOKENS-INP (2:1) = SPACE THEN
             MOVE WS-TOKENS-INP (1:1) TO WS-TOKENS-INP (2:1)
             MOVE "0" TO WS-TOKENS-INP (1:1)
          END-IF
          IF WS-TOKENS-INP IS NOT NUMERIC OR
             WS-TOKENS-INP = "00" THEN
             DISPLAY "NO SESSION STARTED."
             EXIT PARAGRAPH
          END-IF
          MOVE WS-TOKENS-INP TO WS-TOKENS-WANTED
          IF WS-TOKENS-WANTED > WS-PL-TOKENS(WS-PLAYER-FOUND) THEN
             DISPLAY "ONLY " WS-PL-TOKENS(WS-PLAYER-FOUND)
                " TOKENS ON BALANCE - TOP UP AT THE DESK."
             EXIT PARAGRAPH
          END-IF
          COMPUTE WS-PAID-MINUTES =
             WS-TOKENS-WANTED * WS-TOKEN-MINUTES
          MOVE "W" TO WS-KIND
       END-IF.
       COMPUTE WS-END-SECS = WS-START-SECS + WS-PAID-MINUTES * 60.
       IF WS-NEXT-BOOKED > 0 AND WS-END-SECS > WS-NEXT-BOOKED THEN
          COMPUTE WS-FREE-SHOW = (WS-NEXT-BOOKED - WS-START-SECS)
             / 60
          DISPLAY "MACHINE " WS-MACHINE " IS BOOKED FOR "
             FUNCTION TRIM(WS-NEXT-NAME) " - ONLY "
             FUNCTION TRIM(WS-FREE-SHOW) " MINUTES FREE."
          DISPLAY "NO SESSION STARTED."
          EXIT PARAGRAPH
       END-IF.
       IF WS-KIND = "W" THEN
          MOVE WS-TOKENS-WANTED TO WS-POST-AMOUNT
          PERFORM TAKE-TOKENS-PARA
          IF WS-CAP-REACHED = "Y" THEN
             DISPLAY "SORRY " WS-TOKEN-INITIALS " - ONLY " WS-CAP-LEFT
                " MORE TOKENS TODAY UNDER THE " WS-DAILY-CAP
                " LIMIT"
             DISPLAY "YOUR PARENT OR GUARDIAN SET. NO SESSION STARTED."
             EXIT PARAGRAPH
          END-IF
          IF WS-CHARGE-OK NOT = "Y" THEN
             DISPLAY "NO SESSION STARTED."
             EXIT PARAGRAPH
          END-IF
          DISPLAY "TOKENS TAKEN - " WS-PL-TOKENS(WS-PLAYER-FOUND)
             " LEFT."
       END-IF.
       MOVE "Y" TO WS-SESSION-OK.

      *=================================================
      *   THE CLOCK SCREEN
      *=================================================
       RUN-SESSION-PARA.
       MOVE "N" TO WS-SESSION-DONE.
       MOVE "E" TO WS-END-REASON.
       MOVE SPACES TO WS-MESSAGE.
       PERFORM UNTIL WS-SESSION-DONE = "Y"
          PERFORM GET-NOW-PARA
          COMPUTE WS-LEFT-SECS = WS-END-SECS - WS-NOW-SECS
          IF WS-LEFT-SECS <= 0 THEN
             PERFORM TIME-UP-PARA
          ELSE
             PERFORM CHECK-WARNINGS-PARA
             PERFORM DRAW-CLOCK-PARA
             PERFORM TAKE-CHOICE-PARA
          END-IF
       END-PERFORM.

       CHECK-WARNINGS-PARA.
      *each warning goes up once; an extension pushes the end out
      *and arms them again
       IF WS-LEFT-SECS <= 60 THEN
          IF WS-WARNED-1 NOT = "Y" THEN
             MOVE "Y" TO WS-WARNED-1
             MOVE "Y" TO WS-WARNED-5
             MOVE "*** 1 MINUTE LEFT ***" TO WS-MESSAGE
          END-IF
          EXIT PARAGRAPH
       END-IF.
       IF WS-LEFT-SECS <= 300 AND WS-WARNED-5 NOT = "Y" THEN
          MOVE "Y" TO WS-WARNED-5
          MOVE "*** 5 MINUTES LEFT ***" TO WS-MESSAGE
          PERFORM DRAW-CLOCK-PARA
          PERFORM OFFER-EXTENSION-PARA
       END-IF.

       DRAW-CLOCK-PARA.
       PERFORM FORMAT-LEFT-PARA.
       DISPLAY "PLAY CLOCK - MACHINE " AT 0101 WITH BLANK SCREEN.
       DISPLAY WS-MACHINE AT 0122.
       DISPLAY WS-HOLDER-NAME AT 0125.
       DISPLAY "TIME LEFT" AT 0301.
       DISPLAY WS-LEFT-SHOW AT 0312.
       DISPLAY "PAID" AT 0401.
       DISPLAY WS-PAID-MINUTES AT 0412.
       DISPLAY "MINUTES" AT 0416.
       DISPLAY "1 PLAY TETRIS   E EXTEND   X END SESSION"
          AT 0601.
       IF WS-MESSAGE NOT = SPACES THEN
          DISPLAY WS-MESSAGE AT 0801 WITH REVERSE-VIDEO
       END-IF.
       DISPLAY "CHOICE:" AT 1001.

       TAKE-CHOICE-PARA.
      *the game sets its own millisecond scale, so the clock puts
      *whole seconds back before every wait
       SET ENVIRONMENT 'COB_TIMEOUT_SCALE' TO '0'.
       MOVE SPACE TO WS-CHOICE.
       ACCEPT WS-CHOICE AT 1009 WITH AUTO
          TIME-OUT AFTER WS-TICK-SECONDS.
       MOVE FUNCTION UPPER-CASE (WS-CHOICE) TO WS-CHOICE.
       EVALUATE WS-CHOICE
       WHEN "1"
          PERFORM PLAY-GAME-PARA
       WHEN "E"
          PERFORM OFFER-EXTENSION-PARA
       WHEN "X"
          MOVE "Are you sure? Y ends the session now:" TO WS-MESSAGE
          PERFORM DRAW-CLOCK-PARA
          MOVE SPACE TO WS-ANSWER
          ACCEPT WS-ANSWER AT 1201 WITH AUTO
          IF FUNCTION UPPER-CASE (WS-ANSWER) = "Y" THEN
             MOVE "E" TO WS-END-REASON
             MOVE "Y" TO WS-SESSION-DONE
          END-IF
          MOVE SPACES TO WS-MESSAGE
       WHEN OTHER
          CONTINUE
       END-EVALUATE.

       PLAY-GAME-PARA.
      *the game reads the finishing time off PLAYCLOCK.DAT, puts
      *up its own warnings and stops itself at zero
       PERFORM WRITE-CLOCK-PARA.
       CALL "cobol_tetris"
          ON EXCEPTION
             MOVE "TETRIS IS NOT ON THIS MACHINE." TO WS-MESSAGE
       END-CALL.
       CANCEL "cobol_tetris".
       MOVE "C" TO PC-STATUS.
       PERFORM REWRITE-CLOCK-PARA.

       TIME-UP-PARA.
      *zero: one last offer of more time, and the session is over
      *if it is turned down or cannot be had
       MOVE 0 TO WS-LEFT-SECS.
       MOVE "*** TIME IS UP ***" TO WS-MESSAGE.
       PERFORM DRAW-CLOCK-PARA.
       MOVE WS-EXTENSIONS TO WS-EXT-BEFORE.
       PERFORM OFFER-EXTENSION-PARA.
       IF WS-EXTENSIONS = WS-EXT-BEFORE THEN
          MOVE "T" TO WS-END-REASON
          MOVE "Y" TO WS-SESSION-DONE
          DISPLAY "PAID TIME IS UP - THANK YOU FOR PLAYING."
             AT 1401
          DISPLAY "PRESS ENTER." AT 1501
          ACCEPT WS-ANSWER AT 1514 WITH AUTO
       END-IF.

      *=================================================
      *   EXTENSIONS
      *=================================================
       OFFER-EXTENSION-PARA.
      *another block of minutes for one token, when the balance is
      *there and nobody has this machine booked inside the extra
      *time. a booked slot or a cash walk-up has no balance on
      *file yet, so they are asked whose tokens to use
       PERFORM GET-NOW-PARA.
       PERFORM FIND-NEXT-BOOKING-PARA.
       IF WS-END-SECS < WS-NOW-SECS THEN
          MOVE WS-NOW-SECS TO WS-STOP-SECS
       ELSE
          MOVE WS-END-SECS TO WS-STOP-SECS
       END-IF.
       COMPUTE WS-STOP-SECS = WS-STOP-SECS + WS-TOKEN-MINUTES * 60.
       IF WS-NEXT-BOOKED > 0 AND WS-STOP-SECS > WS-NEXT-BOOKED THEN
          MOVE "NO EXTENSION - MACHINE IS BOOKED NEXT." TO
             WS-MESSAGE
          PERFORM DRAW-CLOCK-PARA
          EXIT PARAGRAPH
       END-IF.
       IF WS-TOKEN-INITIALS = SPACES THEN
          DISPLAY "EXTEND? INITIALS FOR THE TOKEN (BLANK = NO):"
             AT 1201
          ACCEPT WS-TOKEN-INITIALS AT 1246
          MOVE FUNCTION UPPER-CASE (WS-TOKEN-INITIALS)
             TO WS-TOKEN-INITIALS
          IF WS-TOKEN-INITIALS = SPACES THEN
             EXIT PARAGRAPH
          END-IF
       END-IF.
       PERFORM LOAD-PLAYERS-PARA.
       PERFORM FIND-PLAYER-PARA.
       IF WS-PLAYER-FOUND = 0 THEN
          MOVE "NO EXTENSION - NO BALANCE UNDER THOSE INITIALS."
             TO WS-MESSAGE
          PERFORM DRAW-CLOCK-PARA
          EXIT PARAGRAPH
       END-IF.
       IF WS-PL-TOKENS(WS-PLAYER-FOUND) = 0 THEN
          MOVE "NO EXTENSION - NO TOKENS LEFT ON THE BALANCE."
             TO WS-MESSAGE
          PERFORM DRAW-CLOCK-PARA
          EXIT PARAGRAPH
       END-IF.
       DISPLAY "EXTEND " AT 1301.
       DISPLAY WS-TOKEN-MINUTES AT 1308.
       DISPLAY "MINUTES FOR 1 TOKEN? (Y/N)" AT 1312.
       MOVE SPACE TO WS-ANSWER.
       ACCEPT WS-ANSWER AT 1339 WITH AUTO.
       IF FUNCTION UPPER-CASE (WS-ANSWER) NOT = "Y" THEN
          MOVE SPACES TO WS-MESSAGE
          EXIT PARAGRAPH
       END-IF.
       MOVE 1 TO WS-POST-AMOUNT.
       PERFORM TAKE-TOKENS-PARA.
       IF WS-CAP-REACHED = "Y" THEN
          MOVE "NO EXTENSION - TODAY'S TOKEN LIMIT IS REACHED."
             TO WS-MESSAGE
          PERFORM DRAW-CLOCK-PARA
          EXIT PARAGRAPH
       END-IF.
       IF WS-CHARGE-OK NOT = "Y" THEN
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-STOP-SECS TO WS-END-SECS.
       ADD WS-TOKEN-MINUTES TO WS-PAID-MINUTES.
       ADD 1 TO WS-EXTENSIONS.
       MOVE "N" TO WS-WARNED-5.
       MOVE "N" TO WS-WARNED-1.
       MOVE "TIME EXTENDED - ENJOY!" TO WS-MESSAGE.
       MOVE SPACES TO WS-LOG-TEXT.
       STRING "M" WS-MACHINE " +" WS-TOKEN-MINUTES " MIN "
             WS-TOKEN-INITIALS DELIMITED BY SIZE INTO WS-LOG-TEXT.
       MOVE "EXTEND" TO WS-LOG-EVENT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.

       FIND-NEXT-BOOKING-PARA.
      *the earliest slot still to come (or under way) on this
      *machine today, other than the holder's own
       MOVE 0 TO WS-NEXT-BOOKED.
       MOVE SPACES TO WS-NEXT-NAME.
       PERFORM VARYING WS-BOOK-INDEX FROM 1 BY 1
       UNTIL WS-BOOK-INDEX > WS-BOOK-COUNT
          IF WS-BK-DATE(WS-BOOK-INDEX) = WS-TODAY AND
             WS-BK-MACHINE(WS-BOOK-INDEX) = WS-MACHINE AND
             WS-BK-STATUS(WS-BOOK-INDEX) NOT = "N" AND
             WS-BOOK-INDEX NOT = WS-OWN-SLOT THEN
             PERFORM SLOT-WINDOW-PARA
             IF WS-SLOT-END > WS-NOW-SECS THEN
                IF WS-NEXT-BOOKED = 0 OR
                   WS-SLOT-START < WS-NEXT-BOOKED THEN
                   MOVE WS-SLOT-START TO WS-NEXT-BOOKED
                   MOVE WS-BK-NAME(WS-BOOK-INDEX) TO WS-NEXT-NAME
                END-IF
             END-IF
          END-IF
       END-PERFORM.
      *a slot already running counts as booked from right now
       IF WS-NEXT-BOOKED > 0 AND WS-NEXT-BOOKED < WS-NOW-SECS THEN
          MOVE WS-NOW-SECS TO WS-NEXT-BOOKED
       END-IF.

       SLOT-WINDOW-PARA.
       MOVE 0 TO WS-SLOT-START.
       IF WS-BK-START(WS-BOOK-INDEX) IS NUMERIC THEN
          COMPUTE WS-SLOT-START =
             FUNCTION NUMVAL(WS-BK-START(WS-BOOK-INDEX) (1:2)) * 3600
             + FUNCTION NUMVAL(WS-BK-START(WS-BOOK-INDEX) (3:2)) * 60
       END-IF.
       COMPUTE WS-SLOT-END =
             WS-SLOT-START + WS-BK-LENGTH(WS-BOOK-INDEX) * 60.

      *=================================================
      *   CLOSING THE SESSION
      *=================================================
       CLOSE-SESSION-PARA.
       PERFORM GET-NOW-PARA.
       MOVE "C" TO PC-STATUS.
       PERFORM REWRITE-CLOCK-PARA.
       IF WS-NOW-SECS > WS-END-SECS THEN
          MOVE WS-END-SECS TO WS-NOW-SECS
       END-IF.
       COMPUTE WS-USED-MINUTES =
          (WS-NOW-SECS - WS-START-SECS + 30) / 60.
       MOVE WS-TODAY TO PT-DATE.
       MOVE WS-MACHINE TO PT-MACHINE.
       MOVE WS-KIND TO PT-KIND.
       MOVE WS-HOLDER-NAME TO PT-NAME.
       MOVE WS-START-HHMM TO PT-START.
       MOVE FUNCTION CURRENT-DATE (9:4) TO PT-END.
       MOVE WS-PAID-MINUTES TO PT-PAID.
       MOVE WS-USED-MINUTES TO PT-USED.
       MOVE WS-EXTENSIONS TO PT-EXTENSIONS.
       MOVE WS-END-REASON TO PT-REASON.
       OPEN EXTEND playTimeFile.
       IF WS-PLAYTIME-STATUS = "35" OR WS-PLAYTIME-STATUS = "05"
       THEN
          CLOSE playTimeFile
          OPEN OUTPUT playTimeFile
       END-IF.
       IF WS-PLAYTIME-STATUS = "00" THEN
          WRITE PLAYTIME-RECORD
          CLOSE playTimeFile
       END-IF.
       MOVE SPACES TO WS-LOG-TEXT.
       STRING "M" WS-MACHINE " USED " WS-USED-MINUTES " OF "
             WS-PAID-MINUTES " MIN" DELIMITED BY SIZE INTO WS-LOG-TEXT.
       MOVE "SESSEND" TO WS-LOG-EVENT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.

      *=================================================
      *   CLOCK HELPERS
      *=================================================
       GET-NOW-PARA.
       MOVE FUNCTION CURRENT-DATE (1:14) TO WS-NOW-CLOCK.
       COMPUTE WS-NOW-SECS =
             WS-NOW-HH * 3600 + WS-NOW-MM * 60 + WS-NOW-SS.
       IF WS-NOW-DATE NOT = WS-TODAY-R THEN
          COMPUTE WS-NOW-SECS = WS-NOW-SECS + 86400 *
             (FUNCTION INTEGER-OF-DATE (WS-NOW-DATE)
             - FUNCTION INTEGER-OF-DATE (WS-TODAY-R))
       END-IF.

       FORMAT-LEFT-PARA.
       IF WS-LEFT-SECS < 0 THEN
          MOVE 0 TO WS-LEFT-SECS
       END-IF.
       COMPUTE WS-LEFT-MIN = WS-LEFT-SECS / 60.
       COMPUTE WS-LEFT-SEC = FUNCTION MOD(WS-LEFT-SECS, 60).

       WRITE-CLOCK-PARA.
      *the game is handed a real date and time of day, so an end
      *past midnight goes down as the next day's
       MOVE WS-END-SECS TO WS-WORK-SECS.
       MOVE WS-TODAY-R TO WS-END-DATE.
       IF WS-WORK-SECS >= 86400 THEN
          SUBTRACT 86400 FROM WS-WORK-SECS
          COMPUTE WS-END-DATE = FUNCTION DATE-OF-INTEGER
             (FUNCTION INTEGER-OF-DATE (WS-TODAY-R) + 1)
       END-IF.
       COMPUTE WS-END-HH = WS-WORK-SECS / 3600.
       COMPUTE WS-END-MM = FUNCTION MOD(WS-WORK-SECS, 3600) / 60.
       COMPUTE WS-END-SS = FUNCTION MOD(WS-WORK-SECS, 60).
       MOVE WS-END-DATE TO PC-DATE.
       MOVE WS-END-STAMP TO PC-END.
       MOVE WS-HOLDER-NAME TO PC-NAME.
       MOVE "R" TO PC-STATUS.
       PERFORM REWRITE-CLOCK-PARA.

       REWRITE-CLOCK-PARA.
       OPEN OUTPUT clockFile.
       IF WS-CLOCK-STATUS = "00" THEN
          WRITE CLOCK-RECORD
          CLOSE clockFile
       END-IF.

      *=================================================
      *   CONFIGURATION AND THE BOOK
      *=================================================
       LOAD-MACHINE-PARA.
       MOVE 1 TO WS-MACHINE.
       OPEN INPUT machineFile.
       IF WS-MACHINE-STATUS = "00" THEN
          READ machineFile
             AT END CONTINUE
             NOT AT END
                IF MACHINE-RECORD IS NUMERIC AND
                   MACHINE-RECORD NOT = "0" THEN
                   MOVE MACHINE-RECORD TO WS-MACHINE
                END-IF
          END-READ
          CLOSE machineFile
       END-IF.

       LOAD-CLOCK-CFG-PARA.
       OPEN INPUT clockCfgFile.
       IF WS-CLOCKCFG-STATUS = "00" THEN
          READ clockCfgFile
             AT END CONTINUE
             NOT AT END
                IF PF-TOKEN-MINUTES IS NUMERIC AND
                   PF-TOKEN-MINUTES > 0 THEN
                   MOVE PF-TOKEN-MINUTES TO WS-TOKEN-MINUTES
                END-IF
          END-READ
          CLOSE clockCfgFile
       END-IF.

       LOAD-BOOK-PARA.
       MOVE 0 TO WS-BOOK-COUNT.
       MOVE "N" TO WS-EOF.
       OPEN INPUT reserveFile.
       IF WS-RESERVE-STATUS = "00" THEN
          PERFORM UNTIL WS-END-OF-FILE
             READ reserveFile
                AT END MOVE "Y" TO WS-EOF
                NOT AT END
                   IF WS-BOOK-COUNT < 200 AND
                      RS-DATE IS NUMERIC THEN
                      ADD 1 TO WS-BOOK-COUNT
                      MOVE RESERVE-RECORD
                         TO WS-BOOK-ENTRY(WS-BOOK-COUNT)
                   END-IF
             END-READ
          END-PERFORM
          CLOSE reserveFile
       END-IF.

       SAVE-BOOK-PARA.
       OPEN OUTPUT reserveFile.
       IF WS-RESERVE-STATUS = "00" THEN
          PERFORM VARYING WS-BOOK-INDEX FROM 1 BY 1
          UNTIL WS-BOOK-INDEX > WS-BOOK-COUNT
             MOVE WS-BOOK-ENTRY(WS-BOOK-INDEX) TO RESERVE-RECORD
             WRITE RESERVE-RECORD
          END-PERFORM
          CLOSE reserveFile
       END-IF.

      *=================================================
      *   TOKENS
      *=================================================
       TAKE-TOKENS-PARA.
      *WS-POST-AMOUNT tokens off the balance just found, into the
      *game's index copy and onto TOKENSUSED - the launcher's own
      *debit, only by the block instead of by the launch, and held
      *to the same daily cap
       MOVE "N" TO WS-CHARGE-OK.
       MOVE "N" TO WS-CAP-REACHED.
       IF WS-PL-TOKENS(WS-PLAYER-FOUND) < WS-POST-AMOUNT THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM CHECK-DAILY-CAP-PARA.
       IF WS-CAP-REACHED = "Y" THEN
          EXIT PARAGRAPH
       END-IF.
       SUBTRACT WS-POST-AMOUNT FROM WS-PL-TOKENS(WS-PLAYER-FOUND).
       PERFORM SAVE-PLAYERS-PARA.
       PERFORM POST-PLAYER-IDX-PARA.
       MOVE "TOKENSUSED" TO WS-POST-COUNTER.
       PERFORM POST-COUNTER-PARA.
       IF WS-DAILY-CAP > 0 THEN
          PERFORM POST-DAILY-SPEND-PARA
       END-IF.
       MOVE "Y" TO WS-CHARGE-OK.

       CHECK-DAILY-CAP-PARA.
      *a cap only binds while the profile's owner is under 16 on
      *AGES.DAT - the whole block has to fit under what is left of
      *it today, the callers say so on their own screens
       MOVE "N" TO WS-CAP-REACHED.
       MOVE 0 TO WS-DAILY-CAP.
       MOVE 0 TO WS-CAP-LEFT.
       MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-NUM.
       MOVE "N" TO WS-EOF.
       OPEN INPUT ageFile.
       IF WS-AGE-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ ageFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF AG-INITIALS = WS-TOKEN-INITIALS AND
                   AG-DOB IS NUMERIC AND AG-CAP IS NUMERIC THEN
                   MOVE AG-DOB TO WS-DOB-NUM
                   IF WS-DOB-NUM + 160000 > WS-TODAY-NUM THEN
                      MOVE AG-CAP TO WS-DAILY-CAP
                   END-IF
                END-IF
          END-READ
       END-PERFORM.
       CLOSE ageFile.
       IF WS-DAILY-CAP = 0 THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM LOAD-DAILY-SPEND-PARA.
       MOVE WS-DAILY-CAP TO WS-CAP-LEFT.
       IF WS-SPEND-FOUND > 0 THEN
          IF WS-SD-TOKENS(WS-SPEND-FOUND) >= WS-DAILY-CAP THEN
             MOVE 0 TO WS-CAP-LEFT
          ELSE
             SUBTRACT WS-SD-TOKENS(WS-SPEND-FOUND) FROM WS-CAP-LEFT
          END-IF
       END-IF.
       IF WS-POST-AMOUNT > WS-CAP-LEFT THEN
          MOVE "Y" TO WS-CAP-REACHED
          MOVE "DAILYCAP" TO WS-LOG-EVENT
          MOVE SPACES TO WS-LOG-TEXT
          STRING WS-TOKEN-INITIALS " CAP " WS-DAILY-CAP " REACHED"
             DELIMITED BY SIZE INTO WS-LOG-TEXT
          CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT
             WS-LOG-TEXT
       END-IF.

       LOAD-DAILY-SPEND-PARA.
      *today's rows only - yesterday's counts drop off as the file
      *is next rewritten
       MOVE 0 TO WS-SPEND-COUNT.
       MOVE 0 TO WS-SPEND-FOUND.
       MOVE "N" TO WS-EOF.
       OPEN INPUT spendFile.
       IF WS-SPEND-STATUS = "00" THEN
          PERFORM UNTIL WS-END-OF-FILE
             READ spendFile
                AT END MOVE "Y" TO WS-EOF
                NOT AT END
                   IF SD-DATE = WS-TODAY-NUM AND
                      SD-TOKENS IS NUMERIC AND
                      WS-SPEND-COUNT < 200 THEN
                      ADD 1 TO WS-SPEND-COUNT
                      MOVE SD-INITIALS
                         TO WS-SD-INITIALS(WS-SPEND-COUNT)
                      MOVE SD-TOKENS TO WS-SD-TOKENS(WS-SPEND-COUNT)
                      IF SD-INITIALS = WS-TOKEN-INITIALS THEN
                         MOVE WS-SPEND-COUNT TO WS-SPEND-FOUND
                      END-IF
                   END-IF
             END-READ
          END-PERFORM
          CLOSE spendFile
       END-IF.

       POST-DAILY-SPEND-PARA.
      *the whole block goes on today's row in one go
       MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-NUM.
       PERFORM LOAD-DAILY-SPEND-PARA.
       IF WS-SPEND-FOUND = 0 THEN
          IF WS-SPEND-COUNT >= 200 THEN
             EXIT PARAGRAPH
          END-IF
          ADD 1 TO WS-SPEND-COUNT
          MOVE WS-SPEND-COUNT TO WS-SPEND-FOUND
          MOVE WS-TOKEN-INITIALS TO WS-SD-INITIALS(WS-SPEND-FOUND)
          MOVE 0 TO WS-SD-TOKENS(WS-SPEND-FOUND)
       END-IF.
       ADD WS-POST-AMOUNT TO WS-SD-TOKENS(WS-SPEND-FOUND).
       OPEN OUTPUT spendFile.
       IF WS-SPEND-STATUS = "00" THEN
          PERFORM VARYING WS-SPEND-INDEX FROM 1 BY 1
          UNTIL WS-SPEND-INDEX > WS-SPEND-COUNT
             MOVE WS-SD-INITIALS(WS-SPEND-INDEX) TO SD-INITIALS
             MOVE WS-TODAY-NUM TO SD-DATE
             MOVE WS-SD-TOKENS(WS-SPEND-INDEX) TO SD-TOKENS
             WRITE SPEND-RECORD
          END-PERFORM
          CLOSE spendFile
       END-IF.

       POST-PLAYER-IDX-PARA.
       OPEN I-O playerIdxFile.
       IF WS-PLAYERIDX-STATUS = "00" THEN
          MOVE WS-PLAYER-ENTRY(WS-PLAYER-FOUND) TO PLAYERIDX-RECORD
          REWRITE PLAYERIDX-RECORD
             INVALID KEY
                WRITE PLAYERIDX-RECORD
                   INVALID KEY
                      CONTINUE
                END-WRITE
          END-REWRITE
          CLOSE playerIdxFile
       END-IF.

       FIND-PLAYER-PARA.
       MOVE 0 TO WS-PLAYER-FOUND.
       PERFORM VARYING WS-PLAYER-INDEX FROM 1 BY 1
       UNTIL WS-PLAYER-INDEX > WS-PLAYER-COUNT
          IF WS-PL-INITIALS(WS-PLAYER-INDEX) = WS-TOKEN-INITIALS THEN
             MOVE WS-PLAYER-INDEX TO WS-PLAYER-FOUND
          END-IF
       END-PERFORM.

       LOAD-PLAYERS-PARA.
       MOVE 0 TO WS-PLAYER-COUNT.
       MOVE "N" TO WS-EOF.
       OPEN INPUT playerFile.
       IF WS-PLAYER-STATUS = "00" THEN
          PERFORM UNTIL WS-END-OF-FILE
             READ playerFile
                AT END MOVE "Y" TO WS-EOF
                NOT AT END
                   IF WS-PLAYER-COUNT < 50 AND
                      PL-INITIALS NOT = SPACES THEN
                      ADD 1 TO WS-PLAYER-COUNT
                      MOVE PLAYER-RECORD
                         TO WS-PLAYER-ENTRY(WS-PLAYER-COUNT)
                   END-IF
             END-READ
          END-PERFORM
          CLOSE playerFile
       END-IF.

       SAVE-PLAYERS-PARA.
       OPEN OUTPUT playerFile.
       IF WS-PLAYER-STATUS = "00" THEN
          PERFORM VARYING WS-PLAYER-INDEX FROM 1 BY 1
          UNTIL WS-PLAYER-INDEX > WS-PLAYER-COUNT
             MOVE WS-PLAYER-ENTRY(WS-PLAYER-INDEX) TO PLAYER-RECORD
             WRITE PLAYER-RECORD
          END-PERFORM
          CLOSE playerFile
       END-IF.

       POST-COUNTER-PARA.
      *one counter ADD with its before/after audit record - the
      *same bookkeeping the launcher's postings produce
       MOVE 0 TO WS-LEDGER-COUNT.
       MOVE "N" TO WS-EOF.
       OPEN INPUT totalsFile.
       IF WS-TOTALS-STATUS = "00" THEN
          PERFORM UNTIL WS-END-OF-FILE
             READ totalsFile
                AT END MOVE "Y" TO WS-EOF
                NOT AT END
                   IF TR-VALUE IS NUMERIC AND
                      TR-NAME NOT = SPACES AND
                      WS-LEDGER-COUNT < 50 THEN
                      ADD 1 TO WS-LEDGER-COUNT
                      MOVE TOTALS-RECORD
                         TO WS-LEDGER-ENTRY(WS-LEDGER-COUNT)
                   END-IF
             END-READ
          END-PERFORM
          CLOSE totalsFile
       END-IF.
       MOVE 0 TO WS-LEDGER-FOUND.
       PERFORM VARYING WS-LEDGER-INDEX FROM 1 BY 1
       UNTIL WS-LEDGER-INDEX > WS-LEDGER-COUNT
          IF WS-LG-NAME(WS-LEDGER-INDEX) = WS-POST-COUNTER THEN
             MOVE WS-LEDGER-INDEX TO WS-LEDGER-FOUND
          END-IF
       END-PERFORM.
       IF WS-LEDGER-FOUND = 0 AND WS-LEDGER-COUNT < 50 THEN
          ADD 1 TO WS-LEDGER-COUNT
          MOVE WS-LEDGER-COUNT TO WS-LEDGER-FOUND
          MOVE WS-POST-COUNTER TO WS-LG-NAME(WS-LEDGER-FOUND)
          MOVE 0 TO WS-LG-VALUE(WS-LEDGER-FOUND)
       END-IF.
       IF WS-LEDGER-FOUND = 0 THEN
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-LG-VALUE(WS-LEDGER-FOUND) TO WS-OLD-VALUE.
       ADD WS-POST-AMOUNT TO WS-LG-VALUE(WS-LEDGER-FOUND).
       MOVE WS-TODAY TO WS-LG-DATE(WS-LEDGER-FOUND).
       MOVE WS-LG-NAME(WS-LEDGER-FOUND) TO AU-NAME.
       MOVE WS-OLD-VALUE TO AU-OLD.
       MOVE WS-LG-VALUE(WS-LEDGER-FOUND) TO AU-NEW.
       MOVE FUNCTION CURRENT-DATE (1:14) TO AU-STAMP.
       MOVE SPACES TO AU-REFUND.
       OPEN EXTEND auditFile.
       IF WS-AUDIT-STATUS = "35" OR WS-AUDIT-STATUS = "05" THEN
          CLOSE auditFile
          OPEN OUTPUT auditFile
       END-IF.
       WRITE AUDIT-RECORD.
       CLOSE auditFile.
       OPEN OUTPUT totalsFile.
       IF WS-TOTALS-STATUS = "00" THEN
          PERFORM VARYING WS-LEDGER-INDEX FROM 1 BY 1
          UNTIL WS-LEDGER-INDEX > WS-LEDGER-COUNT
             MOVE WS-LEDGER-ENTRY(WS-LEDGER-INDEX) TO TOTALS-RECORD
             WRITE TOTALS-RECORD
          END-PERFORM
          CLOSE totalsFile
       END-IF.

       END PROGRAM playclock.
