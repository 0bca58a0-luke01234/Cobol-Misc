      *=================================================================
      *    GRAVITY-CURVE TUNING FROM WHERE GAMES ACTUALLY END
      *=================================================================
      *    GRAVITY.CFG sets the drop delay per level and nothing ever
      *    said whether the curve was fair. this report reads every
      *    SESSION.LOG game-over level and splits the games by player
      *    skill band - PL-RATING off PLAYER.DAT where RATING has set
      *    one, lifetime PL-GAMES where it has not, and walk-ups with
      *    no profile counted as casual. per band and level it shows
      *    the games that ended there, their share, the games that
      *    reached the level and the drop-off rate (ended / reached).
      *    a level whose drop-off runs more than the GRAVTUNE.CFG
      *    margin (points, default 15) over the band's average, on a
      *    sample of at least the minimum games (default 10), is
      *    flagged. CLEARLOG.DAT supplies the time spent per level:
      *    its clear timestamps are seconds since the game started,
      *    a timestamp running backwards is a new game, and every
      *    tenth clear is a level-up. the curve is then re-suggested
      *    with each flagged jump softened - the flagged level's
      *    delay set halfway back towards the level below it - and
      *    written to GRAVSUGG.CFG in the GRAVITY.CFG LLLDDDD layout,
      *    for CFG_EDITOR to load into GRAVITY.CFG under its audit.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRAVITY_TUNE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SESS-FILE ASSIGN TO "SESSION.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SESS-FILE-STATUS.

           SELECT PLAYER-FILE ASSIGN TO "PLAYER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLAYER-FILE-STATUS.

           SELECT CLEARLOG-FILE ASSIGN TO "CLEARLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLEARLOG-FILE-STATUS.

           SELECT GRAVITY-FILE ASSIGN TO "GRAVITY.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-GRAVITY-FILE-STATUS.

           SELECT TUNECFG-FILE ASSIGN TO "GRAVTUNE.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TUNECFG-FILE-STATUS.

           SELECT SUGG-FILE ASSIGN TO "GRAVSUGG.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUGG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SESS-FILE.
       01  SESS-RECORD.
           05  SS-DATE              PIC X(8).
           05  SS-SCORE             PIC 9(10).
           05  SS-LEVEL             PIC 9(3).
           05  SS-LINES             PIC 9(6).
           05  SS-TIME-PLAYED       PIC 9(6).
           05  SS-PIECE-COUNT       PIC 9(5) OCCURS 7 TIMES.
           05  SS-INITIALS          PIC X(3).
           05  SS-EVENT-ID          PIC X(8).

       FD  PLAYER-FILE.
       01  PLAYER-RECORD.
           05  PL-INITIALS          PIC X(3).
           05  PL-KEYMAP            PIC X(9).
           05  PL-DAS-TICKS         PIC 9(2).
           05  PL-ARR-TICKS         PIC 9(2).
           05  PL-BOARD-HEIGHT      PIC 9(2).
           05  PL-BOARD-WIDTH       PIC 9(2).
           05  PL-GAMES             PIC 9(6).
           05  PL-SCORE             PIC 9(12).
           05  PL-LINES             PIC 9(8).
           05  PL-TOKENS            PIC 9(4).
           05  PL-RATING            PIC 9(4).
           05  PL-MISSION           PIC 9(2).

       FD  CLEARLOG-FILE.
       01  CLEARLOG-RECORD.
           05  CL-CHECKED-ROW       PIC 9(2).
           05  CL-CLEARED-ROWS      PIC 9(1).
           05  CL-TIMESTAMP         PIC 9(13).
           05  CL-DATE              PIC X(8).

       FD  GRAVITY-FILE.
       01  GRAVITY-RECORD.
           05  GC-LEVEL             PIC 9(3).
           05  GC-DELAY             PIC 9(4).

      *the flag margin in drop-off points and the smallest sample
      *of games reaching a level that is judged at all
       FD  TUNECFG-FILE.
       01  TUNECFG-RECORD.
           05  GT-MARGIN            PIC 9(2).
           05  GT-MIN-GAMES         PIC 9(3).

       FD  SUGG-FILE.
       01  SUGG-RECORD.
           05  SG-LEVEL             PIC 9(3).
           05  SG-DELAY             PIC 9(4).

       WORKING-STORAGE SECTION.

       01  WS-SESS-FILE-STATUS      PIC X(2)  VALUE SPACES.
       01  WS-PLAYER-FILE-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-CLEARLOG-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01  WS-GRAVITY-FILE-STATUS   PIC X(2)  VALUE SPACES.
       01  WS-TUNECFG-FILE-STATUS   PIC X(2)  VALUE SPACES.
       01  WS-SUGG-FILE-STATUS      PIC X(2)  VALUE SPACES.
       01  WS-EOF                   PIC X(1)  VALUE "N".
           88  WS-END-OF-FILE                 VALUE "Y".

       01  WS-MARGIN-PTS            PIC 9(2)  VALUE 15.
       01  WS-MIN-GAMES             PIC 9(3)  VALUE 10.

      *skill bands: by rating where RATING has set one (1000 is
      *where everybody starts), otherwise by lifetime games
       01  WS-RATING-REGULAR        PIC 9(4)  VALUE 1000.
       01  WS-RATING-SKILLED        PIC 9(4)  VALUE 1200.
       01  WS-GAMES-REGULAR         PIC 9(6)  VALUE 20.
       01  WS-GAMES-SKILLED         PIC 9(6)  VALUE 200.
       01  WS-BAND-NAMES.
           05  FILLER               PIC X(8)  VALUE "CASUAL".
           05  FILLER               PIC X(8)  VALUE "REGULAR".
           05  FILLER               PIC X(8)  VALUE "SKILLED".
           05  FILLER               PIC X(8)  VALUE "ALL".
       01  WS-BAND-NAMES-R REDEFINES WS-BAND-NAMES.
           05  WS-BAND-NAME         PIC X(8)  OCCURS 4 TIMES.
       01  WS-BAND                  PIC 9(1).
       01  WS-BAND-INDEX            PIC 9(1).

       01  WS-PLAYER-TABLE.
           05  WS-PLAYER-ENTRY OCCURS 500 TIMES.
               10  WS-PT-INITIALS   PIC X(3).
               10  WS-PT-BAND       PIC 9(1).
       01  WS-PLAYER-COUNT          PIC 9(3)  VALUE 0.
       01  WS-PLAYER-INDEX          PIC 9(3).

      *per band and game-over level (20 stands for 20 and up)
       01  WS-BAND-TABLE.
           05  WS-BAND-ENTRY OCCURS 4 TIMES.
               10  WS-BD-GAMES      PIC 9(6).
               10  WS-BD-AVG-DROP   PIC 9(3)V99.
               10  WS-BD-LEVEL OCCURS 20 TIMES.
                   15  WS-BD-ENDED   PIC 9(6).
                   15  WS-BD-REACHED PIC 9(6).
                   15  WS-BD-DROP    PIC 9(3)V99.
                   15  WS-BD-FLAG    PIC X(1).
       01  WS-LEVEL                 PIC 9(2).
       01  WS-LEVEL-INDEX           PIC 9(2).
       01  WS-TOP-LEVEL             PIC 9(2)  VALUE 1.
       01  WS-JUDGED                PIC 9(2).
       01  WS-DROP-TOTAL            PIC 9(5)V99.
       01  WS-SHARE                 PIC 9(3)V99.
       01  WS-FLAG-COUNT            PIC 9(3)  VALUE 0.
       01  WS-LEVEL-HIT             PIC X(1)  VALUE "N".

      *time per level off CLEARLOG.DAT, every band together
       01  WS-TIME-TABLE.
           05  WS-TIME-ENTRY OCCURS 20 TIMES.
               10  WS-TM-SECONDS    PIC 9(9).
               10  WS-TM-GAMES      PIC 9(6).
       01  WS-CL-GAMES              PIC 9(6)  VALUE 0.
       01  WS-CL-CLEARS             PIC 9(4).
       01  WS-CL-LAST-TS            PIC 9(13).
       01  WS-CL-LAST-DATE          PIC X(8).
       01  WS-CL-LEVEL-START        PIC 9(13).
       01  WS-CL-LEVEL              PIC 9(3).
       01  WS-CL-SPENT              PIC 9(13).

      *the curve in force and the suggested one, per level
       01  WS-CURVE-TABLE.
           05  WS-CURVE-ENTRY OCCURS 20 TIMES.
               10  WS-CV-NOW        PIC 9(4).
               10  WS-CV-NEW        PIC 9(4).
       01  WS-GRAV-TABLE.
           05  WS-GRAV-ENTRY OCCURS 20 TIMES.
               10  WS-GRAV-LEVEL    PIC 9(3).
               10  WS-GRAV-DELAY    PIC 9(4).
       01  WS-GRAV-COUNT            PIC 9(2)  VALUE 0.
       01  WS-GRAV-INDEX            PIC 9(2).
       01  WS-SUGG-COUNT            PIC 9(2)  VALUE 0.

       01  WS-DISPLAY-A             PIC Z(5)9.
       01  WS-DISPLAY-B             PIC Z(5)9.
       01  WS-DISPLAY-PCT           PIC ZZ9.99.
       01  WS-DISPLAY-PCT2          PIC ZZ9.99.
       01  WS-DISPLAY-SECS          PIC Z(5)9.
       01  WS-DISPLAY-NOW           PIC Z(3)9.
       01  WS-DISPLAY-NEW           PIC Z(3)9.

       PROCEDURE DIVISION.
       MAIN-PARA.
       PERFORM LOAD-TUNE-CFG-PARA.
       PERFORM LOAD-PLAYERS-PARA.
       INITIALIZE WS-BAND-TABLE.
       INITIALIZE WS-TIME-TABLE.
       PERFORM SWEEP-SESSIONS-PARA.
       IF WS-BD-GAMES(4) = 0 THEN
       DISPLAY "NO SESSION RECORDS TO ANALYSE."
       GOBACK
       END-IF.
       PERFORM SWEEP-CLEARLOG-PARA.
       PERFORM VARYING WS-BAND-INDEX FROM 1 BY 1
       UNTIL WS-BAND-INDEX > 4
       PERFORM JUDGE-ONE-BAND-PARA
       END-PERFORM.
       PERFORM VARYING WS-BAND-INDEX FROM 1 BY 1
       UNTIL WS-BAND-INDEX > 4
       PERFORM SHOW-ONE-BAND-PARA
       END-PERFORM.
       PERFORM LOAD-CURVE-PARA.
       PERFORM SUGGEST-CURVE-PARA.
       PERFORM SHOW-CURVE-PARA.
       PERFORM WRITE-SUGGESTION-PARA.
       GOBACK.

       LOAD-TUNE-CFG-PARA.
       OPEN INPUT TUNECFG-FILE.
       IF WS-TUNECFG-FILE-STATUS = "00" THEN
       READ TUNECFG-FILE
       AT END CONTINUE
       NOT AT END
       IF GT-MARGIN IS NUMERIC AND GT-MARGIN > 0 THEN
       MOVE GT-MARGIN TO WS-MARGIN-PTS
       END-IF
       IF GT-MIN-GAMES IS NUMERIC AND GT-MIN-GAMES > 0 THEN
       MOVE GT-MIN-GAMES TO WS-MIN-GAMES
       END-IF
       END-READ
       CLOSE TUNECFG-FILE
       END-IF.

       LOAD-PLAYERS-PARA.
       MOVE "N" TO WS-EOF.
       OPEN INPUT PLAYER-FILE.
       IF WS-PLAYER-FILE-STATUS NOT = "00" THEN
       EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
       READ PLAYER-FILE
       AT END MOVE "Y" TO WS-EOF
       NOT AT END
       IF PL-INITIALS NOT = SPACES AND WS-PLAYER-COUNT < 500 THEN
       ADD 1 TO WS-PLAYER-COUNT
       MOVE PL-INITIALS TO WS-PT-INITIALS(WS-PLAYER-COUNT)
       PERFORM BAND-ONE-PLAYER-PARA
       MOVE WS-BAND TO WS-PT-BAND(WS-PLAYER-COUNT)
       END-IF
       END-READ
       END-PERFORM.
       CLOSE PLAYER-FILE.

       BAND-ONE-PLAYER-PARA.
       MOVE 1 TO WS-BAND.
       IF PL-RATING IS NUMERIC AND PL-RATING > 0 THEN
       IF PL-RATING >= WS-RATING-REGULAR THEN
       MOVE 2 TO WS-BAND
       END-IF
       IF PL-RATING >= WS-RATING-SKILLED THEN
       MOVE 3 TO WS-BAND
       END-IF
       EXIT PARAGRAPH
       END-IF.
       IF PL-GAMES IS NUMERIC THEN
       IF PL-GAMES >= WS-GAMES-REGULAR THEN
       MOVE 2 TO WS-BAND
       END-IF
       IF PL-GAMES >= WS-GAMES-SKILLED THEN
       MOVE 3 TO WS-BAND
       END-IF
       END-IF.

      *=================================================================
      *   WHERE THE GAMES ENDED
      *=================================================================

       SWEEP-SESSIONS-PARA.
       MOVE "N" TO WS-EOF.
       OPEN INPUT SESS-FILE.
       IF WS-SESS-FILE-STATUS NOT = "00" THEN
       EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
       READ SESS-FILE
       AT END MOVE "Y" TO WS-EOF
       NOT AT END
       IF SS-LEVEL IS NUMERIC AND SS-LEVEL > 0 THEN
       PERFORM TAKE-ONE-SESSION-PARA
       END-IF
       END-READ
       END-PERFORM.
       CLOSE SESS-FILE.

       TAKE-ONE-SESSION-PARA.
       IF SS-LEVEL > 20 THEN
       MOVE 20 TO WS-LEVEL
       ELSE
       MOVE SS-LEVEL TO WS-LEVEL
       END-IF.
       IF WS-LEVEL > WS-TOP-LEVEL THEN
       MOVE WS-LEVEL TO WS-TOP-LEVEL
       END-IF.
       MOVE 1 TO WS-BAND.
       PERFORM VARYING WS-PLAYER-INDEX FROM 1 BY 1
       UNTIL WS-PLAYER-INDEX > WS-PLAYER-COUNT
       IF WS-PT-INITIALS(WS-PLAYER-INDEX) = SS-INITIALS AND
           SS-INITIALS NOT = SPACES THEN
       MOVE WS-PT-BAND(WS-PLAYER-INDEX) TO WS-BAND
       END-IF
       END-PERFORM.
       PERFORM COUNT-IN-BAND-PARA.
       MOVE 4 TO WS-BAND.
       PERFORM COUNT-IN-BAND-PARA.

       COUNT-IN-BAND-PARA.
      *a game that ended on level L reached every level up to L
       ADD 1 TO WS-BD-GAMES(WS-BAND).
       ADD 1 TO WS-BD-ENDED(WS-BAND, WS-LEVEL).
       PERFORM VARYING WS-LEVEL-INDEX FROM 1 BY 1
       UNTIL WS-LEVEL-INDEX > WS-LEVEL
       ADD 1 TO WS-BD-REACHED(WS-BAND, WS-LEVEL-INDEX)
       END-PERFORM.

       JUDGE-ONE-BAND-PARA.
      *drop-off per level, then the band's average over the levels
      *with enough games to judge, then the outliers against it -
      *the last level is left out, since every game ends somewhere
       MOVE 0 TO WS-JUDGED.
       MOVE 0 TO WS-DROP-TOTAL.
       PERFORM VARYING WS-LEVEL-INDEX FROM 1 BY 1
       UNTIL WS-LEVEL-INDEX > 20
       MOVE SPACE TO WS-BD-FLAG(WS-BAND-INDEX, WS-LEVEL-INDEX)
       MOVE 0 TO WS-BD-DROP(WS-BAND-INDEX, WS-LEVEL-INDEX)
       IF WS-BD-REACHED(WS-BAND-INDEX, WS-LEVEL-INDEX) > 0 THEN
       COMPUTE WS-BD-DROP(WS-BAND-INDEX, WS-LEVEL-INDEX) ROUNDED =
           WS-BD-ENDED(WS-BAND-INDEX, WS-LEVEL-INDEX) * 100 /
           WS-BD-REACHED(WS-BAND-INDEX, WS-LEVEL-INDEX)
       END-IF
       IF WS-BD-REACHED(WS-BAND-INDEX, WS-LEVEL-INDEX) >= WS-MIN-GAMES
           AND WS-LEVEL-INDEX < WS-TOP-LEVEL THEN
       ADD 1 TO WS-JUDGED
       ADD WS-BD-DROP(WS-BAND-INDEX, WS-LEVEL-INDEX) TO WS-DROP-TOTAL
       END-IF
       END-PERFORM.
       MOVE 0 TO WS-BD-AVG-DROP(WS-BAND-INDEX).
       IF WS-JUDGED < 2 THEN
       EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-BD-AVG-DROP(WS-BAND-INDEX) ROUNDED =
           WS-DROP-TOTAL / WS-JUDGED.
       PERFORM VARYING WS-LEVEL-INDEX FROM 1 BY 1
       UNTIL WS-LEVEL-INDEX > 20
       IF WS-BD-REACHED(WS-BAND-INDEX, WS-LEVEL-INDEX) >= WS-MIN-GAMES
           AND WS-LEVEL-INDEX < WS-TOP-LEVEL AND
           WS-BD-DROP(WS-BAND-INDEX, WS-LEVEL-INDEX) >
           WS-BD-AVG-DROP(WS-BAND-INDEX) + WS-MARGIN-PTS THEN
       MOVE "Y" TO WS-BD-FLAG(WS-BAND-INDEX, WS-LEVEL-INDEX)
       ADD 1 TO WS-FLAG-COUNT
       END-IF
       END-PERFORM.

       SHOW-ONE-BAND-PARA.
       IF WS-BD-GAMES(WS-BAND-INDEX) = 0 THEN
       EXIT PARAGRAPH
       END-IF.
       MOVE WS-BD-GAMES(WS-BAND-INDEX) TO WS-DISPLAY-A.
       MOVE WS-BD-AVG-DROP(WS-BAND-INDEX) TO WS-DISPLAY-PCT.
       DISPLAY " ".
       DISPLAY "===== " WS-BAND-NAME(WS-BAND-INDEX) " PLAYERS - "
           WS-DISPLAY-A " GAMES, AVERAGE DROP-OFF " WS-DISPLAY-PCT
           " PCT =====".
       DISPLAY "LVL   ENDED  SHARE PCT  REACHED  DROP-OFF PCT".
       PERFORM VARYING WS-LEVEL-INDEX FROM 1 BY 1
       UNTIL WS-LEVEL-INDEX > WS-TOP-LEVEL
       COMPUTE WS-SHARE ROUNDED =
           WS-BD-ENDED(WS-BAND-INDEX, WS-LEVEL-INDEX) * 100 /
           WS-BD-GAMES(WS-BAND-INDEX)
       MOVE WS-BD-ENDED(WS-BAND-INDEX, WS-LEVEL-INDEX) TO WS-DISPLAY-A
       MOVE WS-BD-REACHED(WS-BAND-INDEX, WS-LEVEL-INDEX)
           TO WS-DISPLAY-B
       MOVE WS-SHARE TO WS-DISPLAY-PCT
       MOVE WS-BD-DROP(WS-BAND-INDEX, WS-LEVEL-INDEX)
           TO WS-DISPLAY-PCT2
       IF WS-BD-FLAG(WS-BAND-INDEX, WS-LEVEL-INDEX) = "Y" THEN
       DISPLAY WS-LEVEL-INDEX "  " WS-DISPLAY-A "     " WS-DISPLAY-PCT
           "   " WS-DISPLAY-B "        " WS-DISPLAY-PCT2
           "  *** UNUSUAL SHARE END HERE ***"
       ELSE
       DISPLAY WS-LEVEL-INDEX "  " WS-DISPLAY-A "     " WS-DISPLAY-PCT
           "   " WS-DISPLAY-B "        " WS-DISPLAY-PCT2
       END-IF
       END-PERFORM.

      *=================================================================
      *   TIME SPENT PER LEVEL OFF CLEARLOG.DAT
      *=================================================================

       SWEEP-CLEARLOG-PARA.
       MOVE "N" TO WS-EOF.
       MOVE 0 TO WS-CL-LAST-TS.
       MOVE SPACES TO WS-CL-LAST-DATE.
       MOVE 0 TO WS-CL-CLEARS.
       MOVE 0 TO WS-CL-LEVEL-START.
       OPEN INPUT CLEARLOG-FILE.
       IF WS-CLEARLOG-FILE-STATUS NOT = "00" THEN
       EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
       READ CLEARLOG-FILE
       AT END MOVE "Y" TO WS-EOF
       NOT AT END
       IF CL-TIMESTAMP IS NUMERIC THEN
       PERFORM TAKE-ONE-CLEAR-PARA
       END-IF
       END-READ
       END-PERFORM.
       CLOSE CLEARLOG-FILE.

       TAKE-ONE-CLEAR-PARA.
      *the clock going backwards, or a new day, starts a new game
       IF CL-TIMESTAMP < WS-CL-LAST-TS OR
           CL-DATE NOT = WS-CL-LAST-DATE OR WS-CL-GAMES = 0 THEN
       ADD 1 TO WS-CL-GAMES
       MOVE 0 TO WS-CL-CLEARS
       MOVE 0 TO WS-CL-LEVEL-START
       END-IF.
       MOVE CL-TIMESTAMP TO WS-CL-LAST-TS.
       MOVE CL-DATE TO WS-CL-LAST-DATE.
       ADD 1 TO WS-CL-CLEARS.
       IF FUNCTION MOD (WS-CL-CLEARS, 10) NOT = 0 THEN
       EXIT PARAGRAPH
       END-IF.
      *the tenth clear finishes the level the game was on
       COMPUTE WS-CL-LEVEL = WS-CL-CLEARS / 10.
       IF WS-CL-LEVEL > 20 THEN
       EXIT PARAGRAPH
       END-IF.
       IF CL-TIMESTAMP >= WS-CL-LEVEL-START THEN
       COMPUTE WS-CL-SPENT = CL-TIMESTAMP - WS-CL-LEVEL-START
       ADD WS-CL-SPENT TO WS-TM-SECONDS(WS-CL-LEVEL)
       ADD 1 TO WS-TM-GAMES(WS-CL-LEVEL)
       END-IF.
       MOVE CL-TIMESTAMP TO WS-CL-LEVEL-START.

      *=================================================================
      *   THE CURVE NOW AND THE CURVE SUGGESTED
      *=================================================================

       LOAD-CURVE-PARA.
      *the same curve the game builds: GRAVITY.CFG if it has any
      *good lines, else 100 less 8 a level down to a floor of 20 -
      *a level takes the delay of the highest entry at or below it
       MOVE 0 TO WS-GRAV-COUNT.
       MOVE "N" TO WS-EOF.
       OPEN INPUT GRAVITY-FILE.
       IF WS-GRAVITY-FILE-STATUS = "00" THEN
       PERFORM UNTIL WS-END-OF-FILE
       READ GRAVITY-FILE
       AT END MOVE "Y" TO WS-EOF
       NOT AT END
       IF GRAVITY-RECORD IS NUMERIC AND GC-LEVEL > 0 AND
           GC-DELAY > 0 AND WS-GRAV-COUNT < 20 THEN
       ADD 1 TO WS-GRAV-COUNT
       MOVE GC-LEVEL TO WS-GRAV-LEVEL(WS-GRAV-COUNT)
       MOVE GC-DELAY TO WS-GRAV-DELAY(WS-GRAV-COUNT)
       END-IF
       END-READ
       END-PERFORM
       CLOSE GRAVITY-FILE
       END-IF.
       IF WS-GRAV-COUNT = 0 THEN
       PERFORM VARYING WS-GRAV-INDEX FROM 1 BY 1
       UNTIL WS-GRAV-INDEX > 11
       MOVE WS-GRAV-INDEX TO WS-GRAV-LEVEL(WS-GRAV-INDEX)
       COMPUTE WS-GRAV-DELAY(WS-GRAV-INDEX) =
           100 - (WS-GRAV-INDEX - 1) * 8
       IF WS-GRAV-DELAY(WS-GRAV-INDEX) < 20 THEN
       MOVE 20 TO WS-GRAV-DELAY(WS-GRAV-INDEX)
       END-IF
       MOVE WS-GRAV-INDEX TO WS-GRAV-COUNT
       END-PERFORM
       END-IF.
       PERFORM VARYING WS-LEVEL-INDEX FROM 1 BY 1
       UNTIL WS-LEVEL-INDEX > 20
       MOVE 100 TO WS-CV-NOW(WS-LEVEL-INDEX)
       PERFORM VARYING WS-GRAV-INDEX FROM 1 BY 1
       UNTIL WS-GRAV-INDEX > WS-GRAV-COUNT
       IF WS-GRAV-LEVEL(WS-GRAV-INDEX) <= WS-LEVEL-INDEX THEN
       MOVE WS-GRAV-DELAY(WS-GRAV-INDEX) TO WS-CV-NOW(WS-LEVEL-INDEX)
       END-IF
       END-PERFORM
       MOVE WS-CV-NOW(WS-LEVEL-INDEX) TO WS-CV-NEW(WS-LEVEL-INDEX)
       END-PERFORM.

       SUGGEST-CURVE-PARA.
      *a level flagged in any band has its jump softened: halfway
      *back to the delay of the level below. a flagged level with no
      *jump into it (the curve already flat there) gets a tenth more
      *time instead. level 1 is never touched
       PERFORM VARYING WS-LEVEL-INDEX FROM 2 BY 1
       UNTIL WS-LEVEL-INDEX > 20
       MOVE "N" TO WS-LEVEL-HIT
       PERFORM VARYING WS-BAND-INDEX FROM 1 BY 1
       UNTIL WS-BAND-INDEX > 4
       IF WS-BD-FLAG(WS-BAND-INDEX, WS-LEVEL-INDEX) = "Y" THEN
       MOVE "Y" TO WS-LEVEL-HIT
       END-IF
       END-PERFORM
       IF WS-LEVEL-HIT = "Y" THEN
       IF WS-CV-NOW(WS-LEVEL-INDEX - 1) > WS-CV-NOW(WS-LEVEL-INDEX)
           THEN
       COMPUTE WS-CV-NEW(WS-LEVEL-INDEX) =
           WS-CV-NOW(WS-LEVEL-INDEX) +
           (WS-CV-NOW(WS-LEVEL-INDEX - 1) -
           WS-CV-NOW(WS-LEVEL-INDEX)) / 2
       ELSE
       COMPUTE WS-CV-NEW(WS-LEVEL-INDEX) ROUNDED =
           WS-CV-NOW(WS-LEVEL-INDEX) * 1.1
       END-IF
       END-IF
       END-PERFORM.

       SHOW-CURVE-PARA.
       DISPLAY " ".
       DISPLAY "===== TIME PER LEVEL AND THE DROP DELAY =====".
       DISPLAY "LVL  AVG SECS  GAMES TIMED  DELAY NOW  SUGGESTED".
       PERFORM VARYING WS-LEVEL-INDEX FROM 1 BY 1
       UNTIL WS-LEVEL-INDEX > WS-TOP-LEVEL
       MOVE 0 TO WS-DISPLAY-SECS
       IF WS-TM-GAMES(WS-LEVEL-INDEX) > 0 THEN
       COMPUTE WS-DISPLAY-SECS ROUNDED =
           WS-TM-SECONDS(WS-LEVEL-INDEX) / WS-TM-GAMES(WS-LEVEL-INDEX)
       END-IF
       MOVE WS-TM-GAMES(WS-LEVEL-INDEX) TO WS-DISPLAY-A
       MOVE WS-CV-NOW(WS-LEVEL-INDEX) TO WS-DISPLAY-NOW
       MOVE WS-CV-NEW(WS-LEVEL-INDEX) TO WS-DISPLAY-NEW
       IF WS-CV-NEW(WS-LEVEL-INDEX) NOT = WS-CV-NOW(WS-LEVEL-INDEX)
           THEN
       DISPLAY WS-LEVEL-INDEX "   " WS-DISPLAY-SECS "     "
           WS-DISPLAY-A "       " WS-DISPLAY-NOW "       "
           WS-DISPLAY-NEW "  <- SOFTENED"
       ELSE
       DISPLAY WS-LEVEL-INDEX "   " WS-DISPLAY-SECS "     "
           WS-DISPLAY-A "       " WS-DISPLAY-NOW "       "
           WS-DISPLAY-NEW
       END-IF
       END-PERFORM.
       DISPLAY "(" WS-CL-GAMES " GAMES ON CLEARLOG.DAT; A LEVEL IS "
           "TIMED ONLY WHEN A GAME FINISHED IT)".

       WRITE-SUGGESTION-PARA.
      *one LLLDDDD line wherever the suggested delay steps, the
      *compact form GRAVITY.CFG already takes
       OPEN OUTPUT SUGG-FILE.
       IF WS-SUGG-FILE-STATUS NOT = "00" THEN
       DISPLAY "GRAVSUGG.CFG COULD NOT BE WRITTEN, STATUS "
           WS-SUGG-FILE-STATUS
       EXIT PARAGRAPH
       END-IF.
       MOVE 0 TO WS-SUGG-COUNT.
       PERFORM VARYING WS-LEVEL-INDEX FROM 1 BY 1
       UNTIL WS-LEVEL-INDEX > 20
       IF WS-LEVEL-INDEX = 1 OR WS-CV-NEW(WS-LEVEL-INDEX) NOT =
           WS-CV-NEW(WS-LEVEL-INDEX - 1) THEN
       MOVE WS-LEVEL-INDEX TO SG-LEVEL
       MOVE WS-CV-NEW(WS-LEVEL-INDEX) TO SG-DELAY
       WRITE SUGG-RECORD
       ADD 1 TO WS-SUGG-COUNT
       END-IF
       END-PERFORM.
       CLOSE SUGG-FILE.
       DISPLAY "-----------------------------------------------".
       IF WS-FLAG-COUNT = 0 THEN
       DISPLAY "NO LEVEL STANDS OUT - GRAVSUGG.CFG REPEATS THE "
           "CURVE IN FORCE."
       ELSE
       DISPLAY WS-FLAG-COUNT " LEVEL/BAND FLAG(S) - SOFTENED CURVE "
           "IN GRAVSUGG.CFG (" WS-SUGG-COUNT " LINES)."
       DISPLAY "LOAD IT INTO GRAVITY.CFG FROM CFG_EDITOR (L)."
       END-IF.

       END PROGRAM GRAVITY_TUNE.
