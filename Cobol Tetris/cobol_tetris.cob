           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VERSUS-FILE-STATUS.

           SELECT CPU-FILE ASSIGN TO "CPU.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CPU-FILE-STATUS.

           SELECT BOARDSIZE-FILE ASSIGN TO "BOARDSIZE.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BOARDSIZE-FILE-STATUS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DAILYSCORE-FILE-STATUS.

           SELECT ULTRA-FILE ASSIGN TO "ULTRA.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ULTRA-FILE-STATUS.

           SELECT ULTRASCORE-FILE ASSIGN TO "ULTRASCORE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ULTRASCORE-FILE-STATUS.

           SELECT COOP-FILE ASSIGN TO "COOP.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COOP-FILE-STATUS.

           SELECT COOPSCORE-FILE ASSIGN TO "COOPSCORE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COOPSCORE-FILE-STATUS.

           SELECT MASTER-FILE ASSIGN TO "MASTER.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MASTER-FILE-STATUS.

           SELECT MASTERSCORE-FILE ASSIGN TO "MASTERSCORE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MASTERSCORE-FILE-STATUS.

           SELECT CHALLENGE-FILE ASSIGN TO "CHALLENGE.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHALLENGE-FILE-STATUS.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BELLS-FILE-STATUS.

           SELECT PLAYCLOCK-FILE ASSIGN TO "PLAYCLOCK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLAYCLOCK-FILE-STATUS.

           SELECT SURVEYCFG-FILE ASSIGN TO "SURVEY.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SURVEYCFG-FILE-STATUS.

           SELECT SURVEY-FILE ASSIGN TO "SURVEY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SURVEY-FILE-STATUS.

           SELECT MACHINE-FILE ASSIGN TO "MACHINE.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MACHINE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HIGHSCORE-FILE.
       FD  VERSUS-FILE.
       01  VERSUS-RECORD           PIC X(1).

      *the computer opponent's difficulty, 1 (easy) to 3 (hard)
       FD  CPU-FILE.
       01  CPU-RECORD              PIC X(1).

       FD  BOARDSIZE-FILE.
       01  BOARDSIZE-RECORD.
           05  BS-HEIGHT            PIC 9(2).
      *the scheduled event (if any) the game was played under, so
      *reports can split event games from normal ones
           05  SS-EVENT-ID          PIC X(8).
      *which mode the game was played in - the same letters the
      *replay library files tapes under (N normal, S sprint, D
      *daily, H hot-seat, V versus, U ultra, C co-op, M master)
           05  SS-MODE              PIC X(1).

       FD  BOARDDUMP-FILE.
       01  BOARDDUMP-RECORD         PIC X(10).
           05  DS-INITIALS          PIC X(3).
           05  DS-SCORE             PIC 9(10).

      *the time limit in whole minutes - 2, 3 or 5 switch ultra on
       FD  ULTRA-FILE.
       01  ULTRA-RECORD             PIC X(1).

      *ultra's own board, kept apart from HIGHSCORE.DAT - a fixed
      *few minutes of play is no match for a marathon score, and a
      *2-minute score none for a 5-minute one, so the limit rides
      *on every entry
       FD  ULTRASCORE-FILE.
       01  ULTRASCORE-RECORD.
           05  US-DATE              PIC X(8).
           05  US-LIMIT             PIC 9(1).
           05  US-INITIALS          PIC X(3).
           05  US-SCORE             PIC 9(10).
           05  US-LINES             PIC 9(6).

      *a COOP.CFG containing "Y" puts two players on one shared board
       FD  COOP-FILE.
       01  COOP-RECORD              PIC X(1).

      *the co-op board keeps both sets of initials against the team
      *total - neither player's solo board is the right home for it
       FD  COOPSCORE-FILE.
       01  COOPSCORE-RECORD.
           05  CS-DATE              PIC X(8).
           05  CS-INITIALS-1        PIC X(3).
           05  CS-INITIALS-2        PIC X(3).
           05  CS-SCORE             PIC 9(10).
           05  CS-LINES             PIC 9(6).

      *the fade delay in whole seconds, 1 to 30 - any of those
      *switches master mode on
       FD  MASTER-FILE.
       01  MASTER-RECORD            PIC X(2).

      *master's own board, apart from HIGHSCORE.DAT - playing the
      *stack from memory is a different game, and a 2-second fade
      *a harder one than a 10-second one, so the delay rides on
      *every entry the way ultra's limit does
       FD  MASTERSCORE-FILE.
       01  MASTERSCORE-RECORD.
           05  MR-DATE              PIC X(8).
           05  MR-DELAY             PIC 9(2).
           05  MR-INITIALS          PIC X(3).
           05  MR-SCORE             PIC 9(10).
           05  MR-LINES             PIC 9(6).

       FD  CHALLENGE-FILE.
       01  CHALLENGE-RECORD         PIC 9(2).

           05  RL-INITIALS          PIC X(3).
           05  RL-SCORE             PIC 9(10).
           05  RL-MODE              PIC X(1).
      *set only on a branch tape - the tape it was taken over from
           05  RL-BRANCH-OF         PIC X(12).

       FD  LIBTAPE-FILE.
       01  LIBTAPE-RECORD           PIC X(10).
           05  BL-EVENT             PIC X(8).
           05  BL-COUNT             PIC 9(1).

      *the paid-time session the play clock is running, if any -
      *the date and time of day it runs out, R while a clocked
      *game is on
       FD  PLAYCLOCK-FILE.
       01  PLAYCLOCK-RECORD.
           05  PC-DATE              PIC X(8).
           05  PC-END               PIC X(6).
           05  PC-NAME              PIC X(20).
           05  PC-STATUS            PIC X(1).

      *the feedback questions, one to a line - three to five of them
      *kept by the feedback screen, no file meaning no survey is on
       FD  SURVEYCFG-FILE.
       01  SURVEYCFG-RECORD         PIC X(60).

      *one record per survey answered, the same one the front desk
      *writes at check-out - G here, an answer of 0 left unrated
       FD  SURVEY-FILE.
       01  SURVEY-RECORD.
           05  SV-DATE              PIC X(8).
           05  SV-TIME              PIC X(4).
           05  SV-MACHINE           PIC 9(1).
           05  SV-INITIALS          PIC X(3).
           05  SV-EVENT-ID          PIC X(8).
           05  SV-WHERE             PIC X(1).
           05  SV-ANSWER            PIC 9(1) OCCURS 5 TIMES.
           05  SV-COMMENT           PIC X(60).

      *which cabinet this is, 1-4 - no file means machine 1
       FD  MACHINE-FILE.
       01  MACHINE-RECORD           PIC X(1).

       WORKING-STORAGE SECTION.

      *=================================================================
       01  WS-LOG-PROGRAM   PIC X(12) VALUE "cobol_tetris".
       01  WS-LOG-EVENT     PIC X(8).
       01  WS-LOG-TEXT      PIC X(30).
       01  WS-REPORT-NAME   PIC X(20) VALUE "CONFIGCHK.RPT".
       01  WS-REPORT-OPER   PIC X(3)  VALUE SPACES.

      *=================================================================
      *   CRASH SENTINEL
       01  WS-KEYMAP-FILE-SEEN     PIC X(1)  VALUE "N".
       01  WS-SEED-FILE-SEEN       PIC X(1)  VALUE "N".
       01  WS-VERSUS-FILE-SEEN     PIC X(1)  VALUE "N".
       01  WS-CPU-FILE-SEEN        PIC X(1)  VALUE "N".
       01  WS-HOTSEAT-FILE-SEEN    PIC X(1)  VALUE "N".
       01  WS-BOARDSIZE-FILE-SEEN  PIC X(1)  VALUE "N".
       01  WS-SPRINT-FILE-SEEN     PIC X(1)  VALUE "N".
       01  WS-ULTRA-FILE-SEEN      PIC X(1)  VALUE "N".
       01  WS-COOP-FILE-SEEN       PIC X(1)  VALUE "N".
       01  WS-MASTER-FILE-SEEN     PIC X(1)  VALUE "N".
       01  WS-DASARR-FILE-SEEN     PIC X(1)  VALUE "N".
       01  WS-NETPLAY-FILE-SEEN    PIC X(1)  VALUE "N".

           88  WS-ACH-END-OF-FILE            VALUE "Y".

       01  WS-ACH-TABLE.
           05  WS-ACH-ENTRY OCCURS 7 TIMES.
               10  WS-ACH-TITLE    PIC X(24).
               10  WS-ACH-EARNED   PIC X(1).

       01  WS-REPLAYCFG-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01  WS-REPLAY-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-REPLAY-MODE            PIC X(1)  VALUE "N".
           88  WS-IS-REPLAY-PLAYBACK           VALUE "Y" "B".
           88  WS-IS-REPLAY-WATCHING           VALUE "Y".
           88  WS-IS-REPLAY-BRANCH             VALUE "B".
       01  WS-REPLAY-RECORDING       PIC X(1)  VALUE "N".
           88  WS-IS-REPLAY-RECORDING          VALUE "Y".
       01  WS-TICK-COUNT             PIC 9(8)  VALUE ZEROS.
       01  WS-NEXT-REPLAY-KIND       PIC X(1)  VALUE SPACE.
       01  WS-REPLAY-PENDING         PIC 9(1)  VALUE 0.

      *   a coach can stop a re-watch at any tick and hand the keys
      *   over: the take-over key turns the tape off and the game
      *   live from that exact board, queue, hold and score. the
      *   live line goes to BRANCH.DAT, which starts with the parent
      *   tape's records up to that tick and a B record marking the
      *   branch point, so it plays back from a cold start like any
      *   other tape. a branch is still a re-watch as far as the
      *   books go - no scores, badges, profile or save slot - and
      *   kept in the library it carries its parent's name, which
      *   the browse screen, the personal-best check and VERIFY all
      *   use to keep it apart from real games
       01  WS-TAKEOVER-KEY           PIC X(1)  VALUE "T".
       01  WS-BRANCH-TAPE-NAME       PIC X(12) VALUE "BRANCH.DAT".
       01  WS-BRANCH-PARENT          PIC X(12) VALUE SPACES.
       01  WS-BRANCH-COPY-DONE       PIC X(1)  VALUE "N".

      *=================================================================
      *   REPLAY LIBRARY - NAMED TAPES WITH AN INDEX
      *=================================================================
               10  WS-RL-INITIALS  PIC X(3).
               10  WS-RL-SCORE     PIC 9(10).
               10  WS-RL-MODE      PIC X(1).
               10  WS-RL-BRANCH-OF PIC X(12).
       01  WS-RLIB-COUNT             PIC 9(2)  VALUE 0.
       01  WS-RLIB-INDEX             PIC 9(2).
       01  WS-RLIB-EOF               PIC X(1)  VALUE "N".
       01  WS-VERSUS-FILE-STATUS   PIC X(2)  VALUE SPACES.
       01  WS-VERSUS-MODE          PIC X(1)  VALUE "N".
           88  WS-IS-VERSUS-MODE            VALUE "Y".
       01  WS-BOARD-2-TITLE        PIC X(20) VALUE "PLAYER 2".

      *   a CPU.CFG of 1, 2 or 3 hands board 2 of a versus game to
      *   the computer at that difficulty. it picks its spot the way
      *   the attract demo does - try the rotations and columns that
      *   fit, drop to the floor - then keys the piece there through
      *   player 2's own movement path, so garbage, counter-attacks
      *   and scoring all run exactly as for a person. the level
      *   sets the ticks it thinks between keys, the percent of
      *   pieces it throws into a random spot, and how much of the
      *   board it weighs: landing depth only, then lines against
      *   stack height and holes, then bumpiness as well. its games
      *   go to MATCHES.DAT under the reserved initials CPU, which
      *   no player can sign in as. the dice are its own, so the
      *   shared piece stream deals exactly as it would without it
       01  WS-CPU-FILE-STATUS      PIC X(2)  VALUE SPACES.
       01  WS-CPU-LEVEL            PIC 9(1)  VALUE 0.
           88  WS-IS-CPU-MODE                VALUE 1 THRU 3.
       01  WS-CPU-INITIALS         PIC X(3)  VALUE "CPU".
       01  WS-CPU-THINK-TICKS      PIC 9(2)  VALUE 0.
       01  WS-CPU-MISTAKE-PCT      PIC 9(2)  VALUE 0.
       01  WS-CPU-PLAN-DEPTH       PIC 9(1)  VALUE 1.
       01  WS-CPU-WAIT             PIC 9(2)  VALUE 0.
       01  WS-CPU-HAS-PLAN         PIC X(1)  VALUE "N".
       01  WS-CPU-KEYS-USED        PIC 9(2)  VALUE 0.
       01  WS-CPU-TARGET-ROT       PIC 9(1)  VALUE 1.
       01  WS-CPU-TARGET-COL       PIC S9(2) VALUE +1.
       01  WS-CPU-RAND             PIC 9(10) VALUE 0.
       01  WS-CPU-RAND-HIGH        PIC 9(6)  VALUE 0.
       01  WS-CPU-ROLL             PIC 9(3)  VALUE 0.
       01  WS-CPU-QUOT             PIC 9(6).
       01  WS-CPU-MARK             PIC X(1).
       01  WS-CPU-TRY-ROT          PIC 9(1).
       01  WS-CPU-TRY-COL          PIC S9(2).
       01  WS-CPU-TRY-ROW          PIC S9(2).
       01  WS-CPU-FITS             PIC X(1).
       01  WS-CPU-CELL             PIC 9(1).
       01  WS-CPU-CELL-ROW         PIC S9(3).
       01  WS-CPU-CELL-COL         PIC S9(3).
       01  WS-CPU-ROW              PIC 9(2).
       01  WS-CPU-COL              PIC 9(2).
       01  WS-CPU-HEIGHTS.
           05  WS-CPU-HEIGHT OCCURS 10 TIMES PIC 9(2).
       01  WS-CPU-FILLED           PIC 9(2).
       01  WS-CPU-LINES            PIC 9(1).
       01  WS-CPU-AGG-HEIGHT       PIC 9(3).
       01  WS-CPU-HOLES            PIC 9(3).
       01  WS-CPU-BUMPS            PIC 9(3).
       01  WS-CPU-TOP-SEEN         PIC X(1).
       01  WS-CPU-HEIGHT-DIFF      PIC S9(2).
       01  WS-CPU-VALUE            PIC S9(7).
       01  WS-CPU-BEST-VALUE       PIC S9(7).
       01  WS-CPU-BEST-FOUND       PIC X(1).

      *   a BOARDSIZE.CFG with two zero-padded digit pairs (height
      *   then width, e.g. "1006") launches a shorter/narrower board
       01  WS-DAILY-PLAYED           PIC X(1)  VALUE "N".
       01  WS-DAILY-ROW-AT           PIC 9(4).

      *   an ULTRA.CFG of 2, 3 or 5 is a score attack against the
      *   clock: that many minutes, highest score wins, the game
      *   ends when the time is up. scores go to ULTRASCORE.DAT
      *   with their limit instead of HIGHSCORE.DAT
       01  WS-ULTRA-FILE-STATUS      PIC X(2)  VALUE SPACES.
       01  WS-ULTRASCORE-FILE-STATUS PIC X(2)  VALUE SPACES.
       01  WS-ULTRA-MINUTES          PIC 9(1)  VALUE 0.
           88  WS-IS-ULTRA-MODE                VALUE 2 3 5.
       01  WS-ULTRA-SECS             PIC 9(6)  VALUE 0.
       01  WS-ULTRA-LEFT             PIC 9(6)  VALUE 0.
       01  WS-ULTRA-SHOW.
           05  WS-ULTRA-SHOW-MIN     PIC 9(1).
           05  FILLER                PIC X(1)  VALUE ":".
           05  WS-ULTRA-SHOW-SEC     PIC 9(2).
       01  WS-ULTRA-EOF              PIC X(1)  VALUE "N".
           88  WS-ULTRA-END-OF-FILE            VALUE "Y".
       01  WS-ULTRA-TABLE.
           05  WS-ULTRA-ENTRY OCCURS 10 TIMES.
               10  WS-ULTRA-INITIALS PIC X(3).
               10  WS-ULTRA-SCORE    PIC 9(10).
       01  WS-ULTRA-COUNT            PIC 9(2)  VALUE 0.
       01  WS-ULTRA-INDEX            PIC 9(2).
       01  WS-ULTRA-SLIDE            PIC 9(2).
       01  WS-ULTRA-SLOT             PIC 9(2).
       01  WS-ULTRA-ROW-AT           PIC 9(4).

      *   a COOP.CFG of "Y" is co-op: two players share one board
      *   twice the normal width, each with a falling piece, NEXT and
      *   HOLD box of their own, clearing lines for one team score.
      *   the board is drawn as two normal-width halves side by side
      *   through the usual DRAW_BOARD call, board 1 and board 2's
      *   arrays serving as the draw buffers for the left and right
       01  WS-COOP-FILE-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-COOPSCORE-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01  WS-COOP-MODE              PIC X(1)  VALUE "N".
           88  WS-IS-COOP-MODE                 VALUE "Y".
       01  WS-COOP-WIDTH             PIC 9(2)  VALUE 20.
       01  WS-COOP-BOARD.
           05  WS-COOP-BOARD-ROW OCCURS 20 TIMES.
               06  WS-COOP-BOARD-COLS OCCURS 20 TIMES.
                   07  WS-COOP-BOARD-VAL   PIC X(1) VALUE ".".
       01  WS-COOP-PLAYERS.
           05  WS-COOP-PLAYER OCCURS 2 TIMES.
               10  WS-COOP-PIECE      PIC 9(1).
               10  WS-COOP-ROTATION   PIC 9(1).
               10  WS-COOP-ROW        PIC S9(2).
               10  WS-COOP-COL        PIC S9(2).
               10  WS-COOP-NEXT       PIC 9(1).
               10  WS-COOP-HOLD       PIC 9(1).
               10  WS-COOP-HOLD-USED  PIC 9(1).
      *   a piece waiting on its spawn point because the partner's
      *   piece is still sitting there is not live yet
               10  WS-COOP-LIVE       PIC X(1).
       01  WS-COOP-P                 PIC 9(1).
       01  WS-COOP-OTHER             PIC 9(1).
       01  WS-COOP-KEY               PIC X(1).
       01  WS-COOP-ACTION            PIC X(1).
       01  WS-COOP-CHECK-ROW         PIC S9(2).
       01  WS-COOP-CHECK-COL         PIC S9(2).
       01  WS-COOP-CHECK-ROT         PIC 9(1).
       01  WS-COOP-COLLISION         PIC 9(1).
       01  WS-COOP-PARTNER-HIT       PIC X(1).
       01  WS-COOP-CELL              PIC 9(1).
       01  WS-COOP-OCELL             PIC 9(1).
       01  WS-COOP-CELL-ROW          PIC S9(3).
       01  WS-COOP-CELL-COL          PIC S9(3).
       01  WS-COOP-OTHER-ROW         PIC S9(3).
       01  WS-COOP-OTHER-COL         PIC S9(3).
       01  WS-COOP-ROW-INDEX         PIC 9(2).
       01  WS-COOP-COL-INDEX         PIC 9(2).
       01  WS-COOP-SHIFT-ROW         PIC 9(2).
       01  WS-COOP-FILLED            PIC 9(2).
       01  WS-COOP-SWAP              PIC 9(1).
       01  WS-COOP-LIFT              PIC 9(1).
       01  WS-COOP-P2-INITIALS       PIC X(3)  VALUE SPACES.
       01  WS-COOP-HALF-POS-LS.
           05  WS-COOP-HALF-POS-ROW  PIC 9(2).
           05  WS-COOP-HALF-POS-COL  PIC 9(2).
       01  WS-COOP-NEXT-POS-LS.
           05  WS-COOP-NEXT-POS-ROW  PIC 9(2).
           05  WS-COOP-NEXT-POS-COL  PIC 9(2).
       01  WS-COOP-HOLD-POS-LS.
           05  WS-COOP-HOLD-POS-ROW  PIC 9(2).
           05  WS-COOP-HOLD-POS-COL  PIC 9(2).
       01  WS-COOP-EOF               PIC X(1)  VALUE "N".
           88  WS-COOP-END-OF-FILE             VALUE "Y".
       01  WS-COOP-TABLE.
           05  WS-COOP-ENTRY OCCURS 10 TIMES.
               10  WS-COOP-INITIALS-1 PIC X(3).
               10  WS-COOP-INITIALS-2 PIC X(3).
               10  WS-COOP-SCORE      PIC 9(10).
       01  WS-COOP-COUNT             PIC 9(2)  VALUE 0.
       01  WS-COOP-INDEX             PIC 9(2).
       01  WS-COOP-SLIDE             PIC 9(2).
       01  WS-COOP-SLOT              PIC 9(2).
       01  WS-COOP-ROW-AT            PIC 9(4).

      *   a MASTER.CFG of 1 to 30 is master mode: every locked cell
      *   fades from view that many seconds after it lands, and the
      *   stack has to be played from memory. WS-BOARD stays whole -
      *   collisions and line clears never see the fade - only the
      *   copy handed to DRAW_BOARD has the old cells blanked, and
      *   the full stack comes back at game over. each cell's lock
      *   time (stopwatch seconds plus one, zero for none) is kept
      *   in step with the board through every line clear
       01  WS-MASTER-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-MASTERSCORE-FILE-STATUS PIC X(2) VALUE SPACES.
       01  WS-MASTER-SECS            PIC 9(2)  VALUE 0.
           88  WS-IS-MASTER-MODE               VALUE 1 THRU 30.
       01  WS-MASTER-RAW             PIC X(2)  VALUE SPACES.
       01  WS-MASTER-PARSED          PIC 9(2)  VALUE 0.
           88  WS-MASTER-PARSED-OK             VALUE 1 THRU 30.
       01  WS-MASTER-NOW             PIC 9(6)  VALUE 0.
       01  WS-MASTER-STAMPS.
           05  WS-MASTER-STAMP-ROW OCCURS 20 TIMES.
               10  WS-MASTER-STAMP PIC 9(6) OCCURS 10 TIMES
                                             VALUE ZEROS.
       01  WS-MASTER-BOARD-SAVE      PIC X(200).
       01  WS-MASTER-ROW             PIC 9(2).
       01  WS-MASTER-COL             PIC 9(2).
       01  WS-MASTER-FROM-ROW        PIC 9(2).
       01  WS-MASTER-CLEARED-BEFORE  PIC 9(1).
       01  WS-MASTER-EOF             PIC X(1)  VALUE "N".
           88  WS-MASTER-END-OF-FILE           VALUE "Y".
       01  WS-MASTER-TABLE.
           05  WS-MASTER-ENTRY OCCURS 10 TIMES.
               10  WS-MASTER-INITIALS PIC X(3).
               10  WS-MASTER-SCORE    PIC 9(10).
       01  WS-MASTER-COUNT           PIC 9(2)  VALUE 0.
       01  WS-MASTER-INDEX           PIC 9(2).
       01  WS-MASTER-SLIDE           PIC 9(2).
       01  WS-MASTER-SLOT            PIC 9(2).
       01  WS-MASTER-ROW-AT          PIC 9(4).

      *   a CHALLENGE.CFG holding a row count (1-15) starts the solo
      *   board pre-filled with that many garbage rows, and the game
      *   is won by digging every one of them out - the classic
       01  WS-IN-DANGER              PIC X(1)  VALUE "N".
       01  WS-LEVEL-BEFORE           PIC 9(3)  VALUE 1.

      *=================================================================
      *   PAID-TIME SESSION CLOCK
      *=================================================================
      *   a game started from the play clock carries the session's
      *   finishing time: a warning goes up at 5 minutes and at 1
      *   minute and the game ends itself when the time runs out
       01  WS-PLAYCLOCK-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01  WS-PLAYCLOCK-ON           PIC X(1)  VALUE "N".
           88  WS-IS-PLAYCLOCK-ON              VALUE "Y".
      *   both ends are counted in seconds from the midnight that
      *   began the day of the launch, so a session running on past
      *   midnight keeps counting down
       01  WS-PLAYCLOCK-BASE-DAY     PIC 9(8)  VALUE 0.
       01  WS-PLAYCLOCK-END-DATE     PIC 9(8)  VALUE 0.
       01  WS-PLAYCLOCK-END-SECS     PIC S9(6) VALUE 0.
       01  WS-PLAYCLOCK-NOW.
           05  WS-PLAYCLOCK-DATE     PIC 9(8).
           05  WS-PLAYCLOCK-HH       PIC 9(2).
           05  WS-PLAYCLOCK-MM       PIC 9(2).
           05  WS-PLAYCLOCK-SS       PIC 9(2).
       01  WS-PLAYCLOCK-NOW-SECS     PIC S9(6) VALUE 0.
       01  WS-PLAYCLOCK-LEFT         PIC S9(6) VALUE 0.
       01  WS-PLAYCLOCK-WARNED       PIC 9(1)  VALUE 0.

      *=================================================================
      *   CUSTOMER FEEDBACK SURVEY
      *=================================================================
      *   offered once a finished game is booked, only while
      *   SURVEY.CFG holds questions - the offer times out like the
      *   replay one, so a player who has walked away holds nothing up
       01  WS-SURVEYCFG-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01  WS-SURVEY-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-MACHINE-FILE-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-SURVEY-EOF             PIC X(1)  VALUE "N".
           88  WS-SURVEY-END-OF-FILE           VALUE "Y".
       01  WS-SURVEY-QUESTIONS.
           05  WS-SURVEY-QUESTION    PIC X(60) OCCURS 5 TIMES.
       01  WS-SURVEY-COUNT           PIC 9(1)  VALUE 0.
       01  WS-SURVEY-INDEX           PIC 9(1).
       01  WS-SURVEY-RATED           PIC 9(1)  VALUE 0.
       01  WS-SURVEY-INP             PIC X(1).

      *=================================================================
      *   FINESSE TRAINER
      *=================================================================

       01  WS-DIR-2                 PIC X(1).

      *   player 2's controls default to a fixed second set; an
      *   optional second line in KEYMAP.CFG, in the same order as
      *   the first, rebinds them (only the hard drop, rotate, soft
      *   drop, left, right and hold positions are used - pause, quit
      *   and the rest stay with player 1's line)
       01  WS-KEY2-SET.
           05  WS-KEY2-LEFT         PIC X(1) VALUE "J".
           05  WS-KEY2-RIGHT        PIC X(1) VALUE "L".
           05  WS-KEY2-SOFTDROP     PIC X(1) VALUE "K".
           05  WS-KEY2-HARDDROP     PIC X(1) VALUE "I".
           05  WS-KEY2-ROTATE       PIC X(1) VALUE "U".
           05  WS-KEY2-HOLD         PIC X(1) VALUE "O".
       01  WS-KEY2-SET-R REDEFINES WS-KEY2-SET.
           05  WS-KEY2-TBL OCCURS 6 TIMES    PIC X(1).
       01  WS-KEYMAP-2              PIC X(10) VALUE SPACES.

      *=================================================================
      *   TIME VARS
      *WS-TIME-SINCE-START instead of the raw digit dump this used to
      *be displayed as
       01  WS-STOPWATCH-HHMMSS                 PIC 9(6).
       01  WS-STOPWATCH-PARTS REDEFINES WS-STOPWATCH-HHMMSS.
           05 WS-STOPWATCH-HH                   PIC 9(2).
           05 WS-STOPWATCH-MM                   PIC 9(2).
           05 WS-STOPWATCH-SS                   PIC 9(2).
       01  WS-STOPWATCH-SCRATCH-DATA.
           05 WS-STOPWATCH-SCRATCH              PIC 9(16) VALUE ZEROS.

       PERFORM CALCULATE-BOUNDS-PARA.
       PERFORM LOAD-KEYMAP-PARA.
       PERFORM LOAD-VERSUS-MODE-PARA.
       PERFORM LOAD-CPU-MODE-PARA.
       PERFORM LOAD-HOTSEAT-MODE-PARA.
       PERFORM LOAD-NETPLAY-MODE-PARA.
       PERFORM LOAD-SERIES-MODE-PARA.
       PERFORM CHECK-MODE-CONFLICT-PARA.
       PERFORM LOAD-BOARD-SIZE-PARA.
       PERFORM LOAD-SPRINT-MODE-PARA.
       PERFORM LOAD-ULTRA-MODE-PARA.
       PERFORM LOAD-COOP-MODE-PARA.
       PERFORM LOAD-MASTER-MODE-PARA.
       PERFORM LOAD-CHALLENGE-MODE-PARA.
       PERFORM LOAD-DAILY-MODE-PARA.
       PERFORM LOAD-LIVE-EVENT-PARA.
       PERFORM LOAD-CASCADE-MODE-PARA.
       PERFORM LOAD-FINESSE-MODE-PARA.
       PERFORM LOAD-BELLS-PARA.
       PERFORM LOAD-PLAY-CLOCK-PARA.
       PERFORM LOAD-PACE-MODE-PARA.
       PERFORM LOAD-ATTRACT-MODE-PARA.
       PERFORM LOAD-LAYOUT-PARA.
       PERFORM CALCULATE-BOUNDS-PARA.
       PERFORM VALIDATE-CONFIG-PARA.
       PERFORM SIGN-IN-PLAYER-PARA.
       IF WS-IS-COOP-MODE THEN
       PERFORM SIGN-IN-COOP-PARTNER-PARA
       END-IF.
       PERFORM SETUP-SERIES-PARA.
       PERFORM COMPUTE-HANDICAP-PARA.
       PERFORM CHECK-RATING-GAP-PARA.
       CALL "GET_NEXT_PIECE" USING WS-NEXT-QUEUE-2 1.
       CALL "GET_NEXT_PIECE" USING WS-NEXT-QUEUE-3 1.

      *co-op's shared board is twice as wide, its two halves sitting
      *inside the one border
       IF WS-IS-COOP-MODE THEN
       PERFORM COOP-LAYOUT-PARA
       CALL "MAKE_BORDER" USING
           WS-BOARD-POS-LS WS-BOARD-HEIGHT WS-COOP-WIDTH "CO-OP"
       ELSE
       CALL "MAKE_BORDER" USING
           WS-BOARD-POS-LS WS-BOARD-HEIGHT WS-BOARD-WIDTH "COBOL TETRIS"
       END-IF.
       DISPLAY "HIGH SCORE:" AT 0140.
       DISPLAY WS-HIGH-SCORE AT 0152.
       CALL "MAKE_BORDER" USING WS-NEXT-BOARD-POS-LS 4 4 SPACES.
       COMPUTE WS-LAYOUT-LBL-AT = (WS-HOLD-BOARD-POS-ROW - 1) * 100
           + WS-HOLD-BOARD-POS-COL.
       DISPLAY "HOLD:" AT WS-LAYOUT-LBL-AT.
       IF WS-IS-COOP-MODE THEN
       CALL "MAKE_BORDER" USING WS-COOP-NEXT-POS-LS 4 4 SPACES
       COMPUTE WS-LAYOUT-LBL-AT = (WS-COOP-NEXT-POS-ROW - 1) * 100
           + WS-COOP-NEXT-POS-COL
       DISPLAY "P2 NEXT:" AT WS-LAYOUT-LBL-AT
       CALL "MAKE_BORDER" USING WS-COOP-HOLD-POS-LS 4 4 SPACES
       COMPUTE WS-LAYOUT-LBL-AT = (WS-COOP-HOLD-POS-ROW - 1) * 100
           + WS-COOP-HOLD-POS-COL
       DISPLAY "P2 HOLD:" AT WS-LAYOUT-LBL-AT
       END-IF.
       IF WS-CRASH-DETECTED = "Y" THEN
       DISPLAY "A PAST SESSION NEVER LOGGED AN EXIT - IF IT WAS" AT
           4801 WITH BACKGROUND-COLOR 4
       DISPLAY "AUTOSAVING, ITS GAME IS IN THE SLOT LIST BELOW." AT
           4901 WITH BACKGROUND-COLOR 4
       END-IF.
      *a saved slot holds one player's board, never a co-op one
       IF WS-IS-COOP-MODE THEN
       MOVE "N" TO WS-RESUMED-GAME
       ELSE
       PERFORM OFFER-RESUME-PARA
       END-IF.
       IF NOT WS-GAME-WAS-RESUMED THEN
       PERFORM PICK-FRESH-SLOT-PARA
       PERFORM LOAD-LEADERBOARD-PARA
       PERFORM SETUP-CHALLENGE-BOARD-PARA
       END-IF
       PERFORM APPLY-HANDICAP-BOARD-1-PARA
       IF WS-IS-COOP-MODE THEN
       PERFORM SETUP-COOP-GAME-PARA
       ELSE
       PERFORM OFFER-DRILL-PARA
       PERFORM OFFER-CAMPAIGN-PARA
       PERFORM RESET-POSITION-PARA
       END-IF
       PERFORM SHOW-COUNTDOWN-PARA
       END-IF.

      *player 2's board only comes up when VERSUS.CFG turns it on -
      *drawn side by side with board 1 via the same border/draw calls
       IF WS-IS-VERSUS-MODE THEN
       IF WS-IS-CPU-MODE THEN
       PERFORM SETUP-CPU-OPPONENT-PARA
       END-IF
       CALL "GET_NEXT_PIECE" USING WS-CURRENT-PIECE-2 2
       CALL "GET_NEXT_PIECE" USING WS-NEXT-PIECE-2 2
       CALL "MAKE_BORDER" USING
           WS-BOARD-POS-LS-2 WS-BOARD-HEIGHT WS-BOARD-WIDTH
           WS-BOARD-2-TITLE
       PERFORM APPLY-HANDICAP-BOARD-2-PARA
       PERFORM RESET-POSITION-PARA-2
       END-IF.
       PERFORM RECORD-MATCH-PARA
       PERFORM TALLY-SERIES-PARA
       END-IF.
      *every game against the computer is booked, series or not, so
      *a player's record against each level builds up in MATCHES.DAT
       IF WS-IS-CPU-MODE AND NOT WS-IS-SERIES-MODE AND
           NOT WS-WAS-SAVED-EXIT AND NOT WS-IS-REPLAY-PLAYBACK THEN
       PERFORM JUDGE-GAME-WINNER-PARA
       PERFORM RECORD-MATCH-PARA
       END-IF.
      *the computer's score is never the player's high score
       IF WS-IS-VERSUS-MODE AND WS-SCORE-2 > WS-SCORE AND
           NOT WS-IS-CPU-MODE THEN
       MOVE WS-SCORE-2 TO WS-SCORE
       END-IF.
       IF WS-IS-HOTSEAT-MODE AND WS-HOTSEAT-P1-SCORE > WS-SCORE THEN
       DISPLAY "EVENT BONUS X" AT 5301
       DISPLAY WS-EVENT-MULT AT 5315
       END-IF
       EVALUATE TRUE
       WHEN WS-IS-ULTRA-MODE
       PERFORM RECORD-ULTRA-SCORE-PARA
       PERFORM SHOW-ULTRA-STANDINGS-PARA
       WHEN WS-IS-COOP-MODE
       PERFORM RECORD-COOP-SCORE-PARA
       PERFORM SHOW-COOP-STANDINGS-PARA
       WHEN WS-IS-MASTER-MODE
       PERFORM RECORD-MASTER-SCORE-PARA
       PERFORM SHOW-MASTER-STANDINGS-PARA
       WHEN OTHER
       PERFORM LOAD-LEADERBOARD-PARA
       PERFORM SAVE-HIGH-SCORE-PARA
       PERFORM LOAD-LEADERBOARD-PARA
       PERFORM FIND-LEADERBOARD-PLACE-PARA
       PERFORM SHOW-LEADERBOARD-PARA
       END-EVALUATE
       IF WS-IS-DAILY-MODE THEN
       PERFORM RECORD-DAILY-SCORE-PARA
       PERFORM SHOW-DAILY-STANDINGS-PARA
       PERFORM CLEAR-CHECKPOINT-PARA
       PERFORM WRITE-SESSION-SUMMARY-PARA
       PERFORM UPDATE-PROFILE-TOTALS-PARA
      *a tape carries one keyboard's keystrokes - a co-op game
      *cannot be played back from it
       IF NOT WS-IS-COOP-MODE THEN
       PERFORM OFFER-SAVE-TAPE-PARA
       END-IF
       PERFORM OFFER-SURVEY-PARA
       END-IF.
      *a game taken over from a replay books nothing, but the line
      *the player found can be kept in the library as a branch
       IF WS-IS-REPLAY-BRANCH AND NOT WS-WAS-SAVED-EXIT THEN
       PERFORM OFFER-SAVE-BRANCH-PARA
       END-IF.

       ASK-PLAY-AGAIN-PARA.
      *is currently sitting in WS-BOARD through top-out - factored out
      *of MAIN-PARA so hot-seat mode can run it twice against the same
      *board/border without duplicating the loop body
       IF WS-IS-COOP-MODE THEN
       PERFORM COOP-GAME-LOOP-PARA
       EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-GAME-ON = WS-INP OR WS-IS-GAME-OVER

       ADD 1 TO WS-TICK-COUNT
       PERFORM CLOCK-PARA
       ACCEPT WS-INP AT 5001 WITH AUTO TIME-OUT AFTER 1

      *playback swaps the keystroke just typed for the one recorded
      *at this tick; a live game appends the keystroke to the tape.
      *the take-over key is the one keystroke a watcher's typing
      *counts for - from then on the game is live
       IF WS-IS-REPLAY-WATCHING AND
           FUNCTION UPPER-CASE (WS-INP) = WS-TAKEOVER-KEY THEN
       PERFORM TAKE-OVER-REPLAY-PARA
       END-IF
       IF WS-IS-REPLAY-WATCHING THEN
       PERFORM FETCH-REPLAY-INPUT-PARA
       ELSE
       PERFORM RECORD-REPLAY-INPUT-PARA
      * MOVE WS-BOARD-ROW(1) TO WS-BOARD-ROW(20)

       IF WS-IS-VERSUS-MODE THEN
       IF WS-IS-CPU-MODE THEN
       PERFORM CPU-PICK-KEY-PARA
       ELSE
       ACCEPT WS-INP-2 AT 5301 WITH AUTO TIME-OUT AFTER 1
       END-IF
       PERFORM NEW-PLAYER-MOVE-PARA-2
       DISPLAY WS-INP-2 AT 5303 WITH BACKGROUND-COLOR 4
       PERFORM CHANGE-PLAYER-POS-PARA-2
       IF WS-LB-COUNT = 0 THEN
       DISPLAY "NO SCORES ON FILE YET" AT 3255
       END-IF.
       ACCEPT WS-COUNTDOWN-INP AT 5099 WITH AUTO TIME-OUT AFTER 50.

      *=================================================================
      *   END-OF-SESSION SUMMARY REPORT
       MOVE "???" TO SS-INITIALS
       END-IF.
       MOVE WS-EVENT-ID TO SS-EVENT-ID.
       PERFORM SET-TAPE-MODE-CHAR-PARA.
       MOVE WS-RLIB-MODE-CHAR TO SS-MODE.
       MOVE "SESSION" TO WS-LOCK-NAME.
       MOVE "TAKE" TO WS-LOCK-ACTION.
       CALL "filelock" USING WS-LOCK-NAME WS-LOG-PROGRAM
       READ KEYMAP-FILE INTO WS-KEYMAP
       AT END CONTINUE
       END-READ
       READ KEYMAP-FILE INTO WS-KEYMAP-2
       AT END CONTINUE
       END-READ
       CLOSE KEYMAP-FILE
       END-IF.
      *a second line rebinds player 2 for versus and co-op - each
      *position left blank keeps that action's default key
       MOVE FUNCTION UPPER-CASE (WS-KEYMAP-2) TO WS-KEYMAP-2.
       IF WS-KEYMAP-2 (1:1) NOT = SPACE THEN
       MOVE WS-KEYMAP-2 (1:1) TO WS-KEY2-HARDDROP
       END-IF.
       IF WS-KEYMAP-2 (2:1) NOT = SPACE THEN
       MOVE WS-KEYMAP-2 (2:1) TO WS-KEY2-ROTATE
       END-IF.
       IF WS-KEYMAP-2 (4:1) NOT = SPACE THEN
       MOVE WS-KEYMAP-2 (4:1) TO WS-KEY2-SOFTDROP
       END-IF.
       IF WS-KEYMAP-2 (5:1) NOT = SPACE THEN
       MOVE WS-KEYMAP-2 (5:1) TO WS-KEY2-LEFT
       END-IF.
       IF WS-KEYMAP-2 (6:1) NOT = SPACE THEN
       MOVE WS-KEYMAP-2 (6:1) TO WS-KEY2-RIGHT
       END-IF.
       IF WS-KEYMAP-2 (8:1) NOT = SPACE THEN
       MOVE WS-KEYMAP-2 (8:1) TO WS-KEY2-HOLD
       END-IF.
      *a 9-character file from before the item key existed leaves
      *the 10th slot blank - the default comes back rather than
      *leaving item mode unreachable
       MOVE FUNCTION UPPER-CASE (WS-SIGNIN-INITIALS)
           TO WS-SIGNIN-INITIALS.
       DISPLAY "                                       " AT 0101.
      *the computer opponent's initials are reserved - signing in
      *as CPU just plays as a walk-up
       IF WS-SIGNIN-INITIALS = WS-CPU-INITIALS THEN
       MOVE SPACES TO WS-SIGNIN-INITIALS
       END-IF.
       MOVE 0 TO WS-ACTIVE-PROFILE.
       IF WS-SIGNIN-INITIALS NOT = SPACES THEN
       PERFORM VARYING WS-PROFILE-INDEX FROM 1 BY 1
       MOVE "SPIN BONUS" TO WS-ACH-TITLE(4).
       MOVE "100 LIFETIME LINES" TO WS-ACH-TITLE(5).
       MOVE "SPRINT UNDER 3:00" TO WS-ACH-TITLE(6).
       MOVE "MASTER 20 LINES" TO WS-ACH-TITLE(7).
       PERFORM VARYING WS-ACH-INDEX FROM 1 BY 1
       UNTIL WS-ACH-INDEX > 7
       MOVE "N" TO WS-ACH-EARNED(WS-ACH-INDEX)
       END-PERFORM.
       OPEN INPUT ACHDEF-FILE.
       READ ACHDEF-FILE
       AT END MOVE "Y" TO WS-ACH-EOF
       NOT AT END
       IF AD-ID >= 1 AND AD-ID <= 7 THEN
       MOVE AD-TITLE TO WS-ACH-TITLE(AD-ID)
       END-IF
       END-READ
       AT END MOVE "Y" TO WS-ACH-EOF
       NOT AT END
       IF AC-INITIALS = WS-ACH-INITIALS AND
           AC-ID >= 1 AND AC-ID <= 7 THEN
       MOVE "Y" TO WS-ACH-EARNED(AC-ID)
       END-IF
       END-READ
       IF WS-IS-REPLAY-PLAYBACK THEN
       EXIT PARAGRAPH
       END-IF.
       IF WS-ACH-CHECK-ID >= 1 AND WS-ACH-CHECK-ID <= 7 AND
           WS-ACH-EARNED(WS-ACH-CHECK-ID) = "N" THEN
       MOVE "Y" TO WS-ACH-EARNED(WS-ACH-CHECK-ID)
       MOVE WS-ACH-INITIALS TO AC-INITIALS
      *under the preview boxes and above the leaderboard
       DISPLAY "ACHIEVEMENTS" AT 1555 WITH FOREGROUND-COLOR 6.
       PERFORM VARYING WS-ACH-INDEX FROM 1 BY 1
       UNTIL WS-ACH-INDEX > 7
       COMPUTE WS-ACH-ROW-AT = (15 + WS-ACH-INDEX) * 100 + 55
       IF WS-ACH-EARNED(WS-ACH-INDEX) = "Y" THEN
       DISPLAY "[X]" AT WS-ACH-ROW-AT WITH FOREGROUND-COLOR 2
       CLOSE REPLAYCFG-FILE
       END-IF.
       MOVE FUNCTION UPPER-CASE (WS-REPLAY-MODE) TO WS-REPLAY-MODE.
      *only a take-over turns a re-watch into a branch
       IF WS-REPLAY-MODE NOT = "Y" THEN
       MOVE "N" TO WS-REPLAY-MODE
       END-IF.
      *playback now goes through the library picker - no pick (or an
      *empty library) re-watches the newest REPLAY.DAT as before
       IF WS-IS-REPLAY-PLAYBACK THEN
       PERFORM BROWSE-REPLAY-LIBRARY-PARA
      *a tape only ever drives one board
       MOVE "N" TO WS-COOP-MODE
       END-IF.

       START-REPLAY-PARA.
       NOT AT END
       MOVE RP-TICK TO WS-SEED
       PERFORM READ-NEXT-REPLAY-PARA
       DISPLAY "REPLAY - T TO TAKE OVER" AT 5401
       END-READ
       ELSE
      *no tape to play - fall back to a live game rather than sit
       END-IF.
       PERFORM UNTIL WS-REPLAY-PENDING = 0 OR
           WS-NEXT-REPLAY-TICK > WS-TICK-COUNT
       EVALUATE WS-NEXT-REPLAY-KIND
       WHEN "G"
       PERFORM DROP-PIECE-PARA
      *DROP-PIECE-PARA leaves the soft-drop key in WS-INP - cleared
      *here, or the move handler after this loop would descend the
      *piece a second time for every G record. a K record due the
      *same tick still lands below, same G-then-K order as live play
       MOVE SPACE TO WS-INP
      *a branch tape's take-over point - flagged on screen, no input
       WHEN "B"
       DISPLAY "BRANCH - PLAY TAKEN OVER HERE" AT 5401
       WHEN OTHER
       MOVE WS-NEXT-REPLAY-KEY TO WS-INP
       END-EVALUATE
       PERFORM READ-NEXT-REPLAY-PARA
       END-PERFORM.

       MOVE "N" TO WS-REPLAY-RECORDING
       END-IF.

       TAKE-OVER-REPLAY-PARA.
      *the board, queue, hold and score are already exactly where
      *the tape left them - what changes is where input comes from.
      *the parent tape is re-read from the top and everything played
      *before this tick copied to BRANCH.DAT, the branch point goes
      *on after it, and the tape stays open for the live keystrokes
       CLOSE REPLAY-FILE.
       MOVE "B" TO WS-REPLAY-MODE.
       MOVE 0 TO WS-REPLAY-PENDING.
       MOVE SPACE TO WS-INP.
       MOVE "N" TO WS-BRANCH-COPY-DONE.
       MOVE WS-REPLAY-FILE-NAME TO WS-BRANCH-PARENT.
       MOVE WS-REPLAY-FILE-NAME TO WS-LIBTAPE-NAME.
       MOVE WS-BRANCH-TAPE-NAME TO WS-REPLAY-FILE-NAME.
       DISPLAY "TAKEN OVER - LIVE PLAY          " AT 5401
           WITH BACKGROUND-COLOR 4.
       OPEN INPUT LIBTAPE-FILE.
       IF WS-LIBTAPE-FILE-STATUS NOT = "00" THEN
       EXIT PARAGRAPH
       END-IF.
       OPEN OUTPUT REPLAY-FILE.
       IF WS-REPLAY-FILE-STATUS NOT = "00" THEN
       CLOSE LIBTAPE-FILE
       EXIT PARAGRAPH
       END-IF.
       MOVE "Y" TO WS-REPLAY-RECORDING.
       MOVE "N" TO WS-RLIB-EOF.
       PERFORM UNTIL WS-RLIB-END-OF-FILE
       READ LIBTAPE-FILE
       AT END MOVE "Y" TO WS-RLIB-EOF
       NOT AT END
       MOVE LIBTAPE-RECORD TO REPLAY-RECORD
      *the header rides along whatever its seed; records are in
      *tick order, so the first one due now ends the copy
       IF RP-KIND = "H" OR RP-TICK < WS-TICK-COUNT THEN
       WRITE REPLAY-RECORD
       ELSE
       MOVE "Y" TO WS-RLIB-EOF
       END-IF
       END-READ
       END-PERFORM.
       CLOSE LIBTAPE-FILE.
       MOVE WS-TICK-COUNT TO RP-TICK.
       MOVE WS-TAKEOVER-KEY TO RP-KEY.
       MOVE "B" TO RP-KIND.
       WRITE REPLAY-RECORD.
       MOVE "Y" TO WS-BRANCH-COPY-DONE.

       START-FRESH-TAPE-PARA.
      *a game after the first gets its own self-contained tape: the
      *old one is closed, the tick counter starts over, and the RNG
       DISPLAY WS-RL-SCORE(WS-RLIB-INDEX) AT WS-RLIB-ROW-AT
       ADD 11 TO WS-RLIB-ROW-AT
       DISPLAY WS-RL-MODE(WS-RLIB-INDEX) AT WS-RLIB-ROW-AT
       IF WS-RL-BRANCH-OF(WS-RLIB-INDEX) NOT = SPACES THEN
       ADD 2 TO WS-RLIB-ROW-AT
       DISPLAY "BRANCH" AT WS-RLIB-ROW-AT
       END-IF
       END-PERFORM
       MOVE SPACES TO WS-RLIB-PICK-INP
       ACCEPT WS-RLIB-PICK-INP AT 0155 WITH AUTO
           TIME-OUT AFTER 60
       MOVE FUNCTION UPPER-CASE (WS-RLIB-PICK-INP)
           TO WS-RLIB-PICK-INP
       PERFORM VARYING WS-RLIB-INDEX FROM 1 BY 1
       UNTIL WS-RLIB-INDEX > WS-RLIB-COUNT
       IF WS-RL-INITIALS(WS-RLIB-INDEX) = WS-ACH-INITIALS AND
           WS-RL-BRANCH-OF(WS-RLIB-INDEX) = SPACES AND
           WS-RL-SCORE(WS-RLIB-INDEX) > WS-RLIB-PB THEN
       MOVE WS-RL-SCORE(WS-RLIB-INDEX) TO WS-RLIB-PB
       END-IF
       DISPLAY "PERSONAL BEST - REPLAY KEPT IN THE LIBRARY" AT 6501
       ELSE
       DISPLAY "KEEP THIS REPLAY? (Y/N)" AT 6501
       ACCEPT WS-RLIB-PICK-INP AT 6525 WITH AUTO
           TIME-OUT AFTER 50
       IF FUNCTION UPPER-CASE (WS-RLIB-PICK-INP (1:1)) = "Y" THEN
       MOVE "Y" TO WS-RLIB-KEEP
       MOVE SPACES TO WS-LIBTAPE-NAME.
       STRING "TAPE" WS-RLIB-NEXT-NUM ".RPL"
           DELIMITED BY SIZE INTO WS-LIBTAPE-NAME.
       MOVE "REPLAY.DAT" TO WS-REPLAY-FILE-NAME.
       PERFORM COPY-TAPE-TO-LIBRARY-PARA.
       IF WS-LIBTAPE-FILE-STATUS = "00" THEN
       ADD 1 TO WS-RLIB-COUNT
       MOVE WS-LIBTAPE-NAME TO WS-RL-NAME(WS-RLIB-COUNT)
       MOVE WS-TODAY TO WS-RL-DATE(WS-RLIB-COUNT)
       MOVE WS-ACH-INITIALS TO WS-RL-INITIALS(WS-RLIB-COUNT)
       MOVE WS-SCORE TO WS-RL-SCORE(WS-RLIB-COUNT)
       PERFORM SET-TAPE-MODE-CHAR-PARA
       MOVE WS-RLIB-MODE-CHAR TO WS-RL-MODE(WS-RLIB-COUNT)
       MOVE SPACES TO WS-RL-BRANCH-OF(WS-RLIB-COUNT)
       PERFORM SAVE-REPLAY-LIBRARY-PARA
       END-IF.

       OFFER-SAVE-BRANCH-PARA.
      *a branch is never kept automatically - it is somebody else's
      *game with a different ending. kept, it gets the next tape
      *number like any other, marked with the tape it came off
       IF WS-BRANCH-COPY-DONE NOT = "Y" THEN
       EXIT PARAGRAPH
       END-IF.
       PERFORM LOAD-REPLAY-LIBRARY-PARA.
       MOVE "N" TO WS-RLIB-KEEP.
       DISPLAY "KEEP THIS BRANCH? (Y/N)" AT 6501.
       ACCEPT WS-RLIB-PICK-INP AT 6525 WITH AUTO
           TIME-OUT AFTER 50.
       IF FUNCTION UPPER-CASE (WS-RLIB-PICK-INP (1:1)) = "Y" THEN
       MOVE "Y" TO WS-RLIB-KEEP
       END-IF.
       DISPLAY "                                          " AT 6501.
       IF WS-RLIB-KEEP NOT = "Y" OR WS-RLIB-COUNT >= 50 THEN
       EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-LIBTAPE-NAME.
       STRING "TAPE" WS-RLIB-NEXT-NUM ".RPL"
           DELIMITED BY SIZE INTO WS-LIBTAPE-NAME.
       MOVE WS-BRANCH-TAPE-NAME TO WS-REPLAY-FILE-NAME.
       PERFORM COPY-TAPE-TO-LIBRARY-PARA.
       IF WS-LIBTAPE-FILE-STATUS = "00" THEN
       ADD 1 TO WS-RLIB-COUNT
       MOVE WS-SCORE TO WS-RL-SCORE(WS-RLIB-COUNT)
       PERFORM SET-TAPE-MODE-CHAR-PARA
       MOVE WS-RLIB-MODE-CHAR TO WS-RL-MODE(WS-RLIB-COUNT)
       MOVE WS-BRANCH-PARENT TO WS-RL-BRANCH-OF(WS-RLIB-COUNT)
       PERFORM SAVE-REPLAY-LIBRARY-PARA
       DISPLAY "BRANCH KEPT AS" AT 6501
       DISPLAY WS-LIBTAPE-NAME AT 6516
       END-IF.

       OFFER-SURVEY-PARA.
      *a few 1-5 ratings off SURVEY.CFG and a line for anything
      *else, kept on SURVEY.DAT with the cabinet, the signed-in
      *initials and the live event. a rating left blank stays 0,
      *and a survey with nothing rated and nothing said is dropped
       MOVE 0 TO WS-SURVEY-COUNT.
       MOVE "N" TO WS-SURVEY-EOF.
       OPEN INPUT SURVEYCFG-FILE.
       IF WS-SURVEYCFG-FILE-STATUS = "00" THEN
       PERFORM UNTIL WS-SURVEY-END-OF-FILE
       READ SURVEYCFG-FILE
       AT END MOVE "Y" TO WS-SURVEY-EOF
       NOT AT END
       IF SURVEYCFG-RECORD NOT = SPACES AND WS-SURVEY-COUNT < 5 THEN
       ADD 1 TO WS-SURVEY-COUNT
       MOVE SURVEYCFG-RECORD TO WS-SURVEY-QUESTION(WS-SURVEY-COUNT)
       END-IF
       END-READ
       END-PERFORM
       CLOSE SURVEYCFG-FILE
       END-IF.
       IF WS-SURVEY-COUNT = 0 THEN
       EXIT PARAGRAPH
       END-IF.
       MOVE SPACE TO WS-SURVEY-INP.
       DISPLAY "RATE YOUR VISIT? (Y/N)" AT 6501.
       ACCEPT WS-SURVEY-INP AT 6525 WITH AUTO
           TIME-OUT AFTER 50.
       DISPLAY "                                          " AT 6501.
       IF FUNCTION UPPER-CASE (WS-SURVEY-INP) NOT = "Y" THEN
       EXIT PARAGRAPH
       END-IF.
       INITIALIZE SURVEY-RECORD.
       MOVE 0 TO WS-SURVEY-RATED.
       DISPLAY "1 POOR - 5 EXCELLENT, ENTER TO SKIP" AT 6601.
       PERFORM VARYING WS-SURVEY-INDEX FROM 1 BY 1
       UNTIL WS-SURVEY-INDEX > WS-SURVEY-COUNT
       DISPLAY WS-SURVEY-QUESTION(WS-SURVEY-INDEX) AT 6501
       DISPLAY "(1-5)" AT 6562
       MOVE SPACE TO WS-SURVEY-INP
       ACCEPT WS-SURVEY-INP AT 6568 WITH AUTO
           TIME-OUT AFTER 50
       IF WS-SURVEY-INP >= "1" AND WS-SURVEY-INP <= "5" THEN
       MOVE WS-SURVEY-INP TO SV-ANSWER(WS-SURVEY-INDEX)
       ADD 1 TO WS-SURVEY-RATED
       END-IF
       END-PERFORM.
       DISPLAY "                                                  "
           AT 6501.
       DISPLAY "                  " AT 6551.
       DISPLAY "ANYTHING ELSE? (ENTER TO SKIP)     " AT 6601.
       ACCEPT SV-COMMENT AT 6501.
       DISPLAY "                                   " AT 6601.
       IF WS-SURVEY-RATED = 0 AND SV-COMMENT = SPACES THEN
       EXIT PARAGRAPH
       END-IF.
       MOVE FUNCTION CURRENT-DATE (1:8) TO SV-DATE.
       MOVE FUNCTION CURRENT-DATE (9:4) TO SV-TIME.
       MOVE 1 TO SV-MACHINE.
       OPEN INPUT MACHINE-FILE.
       IF WS-MACHINE-FILE-STATUS = "00" THEN
       READ MACHINE-FILE
       AT END CONTINUE
       NOT AT END
       IF MACHINE-RECORD IS NUMERIC AND MACHINE-RECORD NOT = "0"
           AND MACHINE-RECORD NOT > "4" THEN
       MOVE MACHINE-RECORD TO SV-MACHINE
       END-IF
       END-READ
       CLOSE MACHINE-FILE
       END-IF.
       MOVE WS-SIGNIN-INITIALS TO SV-INITIALS.
       MOVE WS-EVENT-ID TO SV-EVENT-ID.
       MOVE "G" TO SV-WHERE.
       MOVE "SURVEY" TO WS-LOCK-NAME.
       MOVE "TAKE" TO WS-LOCK-ACTION.
       CALL "filelock" USING WS-LOCK-NAME WS-LOG-PROGRAM
           WS-LOCK-ACTION WS-LOCK-RESULT.
       OPEN EXTEND SURVEY-FILE.
       IF WS-SURVEY-FILE-STATUS = "35" OR
           WS-SURVEY-FILE-STATUS = "05" THEN
       CLOSE SURVEY-FILE
       OPEN OUTPUT SURVEY-FILE
       END-IF.
       IF WS-SURVEY-FILE-STATUS = "00" THEN
       WRITE SURVEY-RECORD
       CLOSE SURVEY-FILE
       DISPLAY "THANK YOU - SURVEY RECORDED" AT 6501
       END-IF.
       MOVE "FREE" TO WS-LOCK-ACTION.
       CALL "filelock" USING WS-LOCK-NAME WS-LOG-PROGRAM
           WS-LOCK-ACTION WS-LOCK-RESULT.

       SET-TAPE-MODE-CHAR-PARA.
       EVALUATE TRUE
       MOVE "V" TO WS-RLIB-MODE-CHAR
       WHEN WS-IS-HOTSEAT-MODE
       MOVE "H" TO WS-RLIB-MODE-CHAR
       WHEN WS-IS-COOP-MODE
       MOVE "C" TO WS-RLIB-MODE-CHAR
       WHEN WS-IS-MASTER-MODE
       MOVE "M" TO WS-RLIB-MODE-CHAR
       WHEN WS-IS-ULTRA-MODE
       MOVE "U" TO WS-RLIB-MODE-CHAR
       WHEN WS-IS-SPRINT-MODE
       MOVE "S" TO WS-RLIB-MODE-CHAR
       WHEN WS-IS-DAILY-MODE
       END-EVALUATE.

       COPY-TAPE-TO-LIBRARY-PARA.
      *the finished tape named in WS-REPLAY-FILE-NAME (REPLAY.DAT,
      *or BRANCH.DAT for a taken-over game) record for record into
      *the numbered tape - the recorder closed the file before this
       MOVE "N" TO WS-RLIB-EOF.
       OPEN INPUT REPLAY-FILE.
       IF WS-REPLAY-FILE-STATUS NOT = "00" THEN
       END-IF.
       MOVE FUNCTION UPPER-CASE (WS-VERSUS-MODE) TO WS-VERSUS-MODE.

       LOAD-CPU-MODE-PARA.
      *a CPU.CFG of 1, 2 or 3 puts the computer on board 2 at that
      *level - anything else leaves board 2 to a second player
       MOVE 0 TO WS-CPU-LEVEL.
       OPEN INPUT CPU-FILE.
       IF WS-CPU-FILE-STATUS = "00" THEN
       MOVE "Y" TO WS-CPU-FILE-SEEN
       READ CPU-FILE
       AT END CONTINUE
       NOT AT END
       IF CPU-RECORD IS NUMERIC THEN
       MOVE CPU-RECORD TO WS-CPU-LEVEL
       END-IF
       END-READ
       CLOSE CPU-FILE
       END-IF.
       IF NOT WS-IS-CPU-MODE THEN
       MOVE 0 TO WS-CPU-LEVEL
       END-IF.

      *=================================================================
      *   HOT-SEAT MODE SETUP
      *=================================================================
           DELIMITED BY SIZE INTO CONFIGCHK-RECORD
       WRITE CONFIGCHK-RECORD
       CLOSE CONFIGCHK-FILE
       CALL "rptfile" USING WS-REPORT-NAME WS-LOG-PROGRAM
           WS-REPORT-OPER
       END-IF.
       IF WS-CFGCHK-ERRORS > 0 THEN
       DISPLAY "CONFIG ERRORS FOUND:" AT 0101 WITH BACKGROUND-COLOR 4
       END-IF
       END-PERFORM
       END-PERFORM.
      *player 2's keys only matter in the two-player modes, so a
      *clash with player 1's line is a warning, not an error
       PERFORM VARYING WS-CFGCHK-I FROM 1 BY 1 UNTIL WS-CFGCHK-I > 6
       PERFORM VARYING WS-CFGCHK-J FROM 1 BY 1
       UNTIL WS-CFGCHK-J > 10
       IF WS-KEY2-TBL(WS-CFGCHK-I) = WS-KEY-TBL(WS-CFGCHK-J) THEN
       MOVE SPACES TO CONFIGCHK-RECORD
       STRING "WARN KEYMAP: PLAYER 2 KEY '" WS-KEY2-TBL(WS-CFGCHK-I)
           "' IS ALSO PLAYER 1 ACTION " WS-CFGCHK-J
           DELIMITED BY SIZE INTO CONFIGCHK-RECORD
       PERFORM WRITE-CFGCHK-WARNING-PARA
       END-IF
       END-PERFORM
       END-PERFORM.

       CHECK-BOARDSIZE-CFG-PARA.
      *the "2510" case - a value that reads fine but is out of range
       PERFORM WRITE-CFGCHK-WARNING-PARA
       END-IF
       END-IF.
       OPEN INPUT CPU-FILE.
       IF WS-CPU-FILE-STATUS = "00" THEN
       READ CPU-FILE
       AT END CONTINUE
       NOT AT END
       IF CPU-RECORD NOT = "1" AND CPU-RECORD NOT = "2" AND
           CPU-RECORD NOT = "3" THEN
       MOVE "WARN CPU.CFG IS NOT 1, 2 OR 3, CPU OFF"
           TO CONFIGCHK-RECORD
       PERFORM WRITE-CFGCHK-WARNING-PARA
       END-IF
       END-READ
       CLOSE CPU-FILE
       END-IF.
       MOVE SPACE TO WS-CFGCHK-RAW-HOTSEAT.
       OPEN INPUT HOTSEAT-FILE.
       IF WS-HOTSEAT-FILE-STATUS = "00" THEN
       END-READ
       CLOSE SPRINT-FILE
       END-IF.
       OPEN INPUT ULTRA-FILE.
       IF WS-ULTRA-FILE-STATUS = "00" THEN
       READ ULTRA-FILE
       AT END CONTINUE
       NOT AT END
       IF ULTRA-RECORD NOT = "2" AND ULTRA-RECORD NOT = "3" AND
           ULTRA-RECORD NOT = "5" THEN
       MOVE "WARN ULTRA.CFG IS NOT 2, 3 OR 5, ULTRA OFF"
           TO CONFIGCHK-RECORD
       PERFORM WRITE-CFGCHK-WARNING-PARA
       END-IF
       END-READ
       CLOSE ULTRA-FILE
       END-IF.
       OPEN INPUT COOP-FILE.
       IF WS-COOP-FILE-STATUS = "00" THEN
       READ COOP-FILE
       AT END CONTINUE
       NOT AT END
       IF FUNCTION UPPER-CASE (COOP-RECORD) NOT = "Y" AND
           FUNCTION UPPER-CASE (COOP-RECORD) NOT = "N" THEN
       MOVE "WARN COOP.CFG IS NOT Y OR N" TO CONFIGCHK-RECORD
       PERFORM WRITE-CFGCHK-WARNING-PARA
       END-IF
       IF FUNCTION UPPER-CASE (COOP-RECORD) = "Y" AND
           (WS-CFGCHK-RAW-VERSUS = "Y" OR
           WS-CFGCHK-RAW-HOTSEAT = "Y") THEN
       MOVE "WARN COOP AND VERSUS/HOTSEAT BOTH Y - CO-OP OFF"
           TO CONFIGCHK-RECORD
       PERFORM WRITE-CFGCHK-WARNING-PARA
       END-IF
       END-READ
       CLOSE COOP-FILE
       END-IF.
       OPEN INPUT MASTER-FILE.
       IF WS-MASTER-FILE-STATUS = "00" THEN
       READ MASTER-FILE
       AT END CONTINUE
       NOT AT END
       MOVE MASTER-RECORD TO WS-MASTER-RAW
       PERFORM PARSE-MASTER-DELAY-PARA
       IF NOT WS-MASTER-PARSED-OK THEN
       MOVE "WARN MASTER.CFG IS NOT 1 TO 30 SECONDS, MASTER OFF"
           TO CONFIGCHK-RECORD
       PERFORM WRITE-CFGCHK-WARNING-PARA
       END-IF
       END-READ
       CLOSE MASTER-FILE
       END-IF.
       OPEN INPUT NETPLAY-FILE.
       IF WS-NETPLAY-FILE-STATUS = "00" THEN
       READ NETPLAY-FILE
       DISPLAY WS-TCFG-PROF-NAME(WS-TCFG-PROF-INDEX) AT WS-TCFG-ROW-AT
       END-PERFORM
       MOVE SPACE TO WS-TCFG-CHOICE
       ACCEPT WS-TCFG-CHOICE AT 0130 WITH AUTO TIME-OUT AFTER 30
       IF WS-TCFG-CHOICE IS NUMERIC THEN
       MOVE WS-TCFG-CHOICE TO WS-TCFG-CHOICE-NUM
       ELSE
       MOVE FUNCTION UPPER-CASE (WS-TCFG-VALUE (1:1))
           TO WS-VERSUS-MODE
       END-IF
       WHEN "CPU"
       IF WS-CPU-FILE-SEEN = "N" AND NOT WS-IS-NETPLAY-MODE AND
           WS-TCFG-VALUE (1:1) IS NUMERIC THEN
       MOVE WS-TCFG-VALUE (1:1) TO WS-CPU-LEVEL
       IF NOT WS-IS-CPU-MODE THEN
       MOVE 0 TO WS-CPU-LEVEL
       END-IF
       END-IF
       WHEN "HOTSEAT"
       IF WS-HOTSEAT-FILE-SEEN = "N" AND NOT WS-IS-NETPLAY-MODE THEN
       MOVE FUNCTION UPPER-CASE (WS-TCFG-VALUE (1:1))
       MOVE FUNCTION UPPER-CASE (WS-TCFG-VALUE (1:1))
           TO WS-SPRINT-MODE
       END-IF
       WHEN "ULTRA"
       IF WS-ULTRA-FILE-SEEN = "N" AND
           WS-TCFG-VALUE (1:1) IS NUMERIC THEN
       MOVE WS-TCFG-VALUE (1:1) TO WS-ULTRA-MINUTES
       IF NOT WS-IS-ULTRA-MODE THEN
       MOVE 0 TO WS-ULTRA-MINUTES
       END-IF
       END-IF
       WHEN "COOP"
       IF WS-COOP-FILE-SEEN = "N" AND NOT WS-IS-NETPLAY-MODE THEN
       MOVE FUNCTION UPPER-CASE (WS-TCFG-VALUE (1:1))
           TO WS-COOP-MODE
       END-IF
       WHEN "MASTER"
       IF WS-MASTER-FILE-SEEN = "N" THEN
       MOVE WS-TCFG-VALUE (1:2) TO WS-MASTER-RAW
       PERFORM PARSE-MASTER-DELAY-PARA
       MOVE WS-MASTER-PARSED TO WS-MASTER-SECS
       END-IF
       WHEN "KEYMAP"
       IF WS-KEYMAP-FILE-SEEN = "N" AND
           WS-TCFG-VALUE (1:9) NOT = SPACES THEN
       DISPLAY WS-DR-NAME(WS-DRILL-INDEX) AT WS-DRILL-ROW-AT
       END-PERFORM.
       MOVE SPACES TO WS-DRILL-PICK-INP.
       ACCEPT WS-DRILL-PICK-INP AT 0135 WITH AUTO
           TIME-OUT AFTER 30.
       IF WS-DRILL-PICK-INP IS NUMERIC THEN
       MOVE WS-DRILL-PICK-INP TO WS-DRILL-ACTIVE
       END-PERFORM.
       DISPLAY "PLAY THE CURRENT MISSION? (Y/N)" AT 0135.
       MOVE SPACE TO WS-MISSION-INP.
       ACCEPT WS-MISSION-INP AT 0168 WITH AUTO
           TIME-OUT AFTER 30.
       PERFORM VARYING WS-MISSION-INDEX FROM 1 BY 1
       UNTIL WS-MISSION-INDEX > WS-MISSION-COUNT + 1
      *both seats get named so the napkin scorekeeping can finally
      *go in a file - player 1 inherits the sign-in where there was
      *one, both prompts fall back to house names left blank
      *a game against the computer is named too, series or not -
      *seat 2 is always the reserved CPU initials, never prompted
       IF NOT WS-IS-CPU-MODE AND (NOT WS-IS-SERIES-MODE OR
           (NOT WS-IS-VERSUS-MODE AND NOT WS-IS-HOTSEAT-MODE)) THEN
       EXIT PARAGRAPH
       END-IF.
       IF WS-SIGNIN-INITIALS NOT = SPACES THEN
       ACCEPT WS-SERIES-P1 AT 0120
       MOVE FUNCTION UPPER-CASE (WS-SERIES-P1) TO WS-SERIES-P1
       END-IF.
       IF WS-IS-CPU-MODE THEN
       MOVE WS-CPU-INITIALS TO WS-SERIES-P2
       ELSE
       DISPLAY "PLAYER 2 INITIALS:" AT 0101
       ACCEPT WS-SERIES-P2 AT 0120
       MOVE FUNCTION UPPER-CASE (WS-SERIES-P2) TO WS-SERIES-P2
       END-IF.
       DISPLAY "                       " AT 0101.
      *nobody at the keyboard gets to book games as the computer
       IF WS-SERIES-P1 = SPACES OR WS-SERIES-P1 = WS-CPU-INITIALS THEN
       MOVE "P1?" TO WS-SERIES-P1
       END-IF.
       IF WS-SERIES-P2 = SPACES OR
           (WS-SERIES-P2 = WS-CPU-INITIALS AND NOT WS-IS-CPU-MODE) THEN
       MOVE "P2?" TO WS-SERIES-P2
       END-IF.

       MOVE "Y" TO WS-SERIES-DONE
       PERFORM SHOW-SERIES-WINNER-PARA
       ELSE
       ACCEPT WS-COUNTDOWN-INP AT 5099 WITH AUTO
           TIME-OUT AFTER 50
       END-IF.

       DISPLAY WS-H2H-WINS-1 AT 7115.
       DISPLAY WS-SERIES-P2 AT 7121.
       DISPLAY WS-H2H-WINS-2 AT 7125.
       ACCEPT WS-COUNTDOWN-INP AT 5099 WITH AUTO
           TIME-OUT AFTER 100.

       LOAD-HEAD-TO-HEAD-PARA.
       MOVE 0 TO WS-GARBAGE-DELAY-2.
       CALL "GET_NEXT_PIECE" USING WS-CURRENT-PIECE-2 2.
       CALL "GET_NEXT_PIECE" USING WS-NEXT-PIECE-2 2.
       MOVE "N" TO WS-CPU-HAS-PLAN.
       CALL "MAKE_BORDER" USING
           WS-BOARD-POS-LS-2 WS-BOARD-HEIGHT WS-BOARD-WIDTH
           WS-BOARD-2-TITLE.
       PERFORM RESET-POSITION-PARA-2.

      *=================================================================
       MOVE 0 TO WS-HCP-SIDE.
       MOVE 0 TO WS-HCP-ROWS.
       MOVE 10 TO WS-HCP-MULT-X10.
      *the computer has no session history - its level is its
      *handicap, so the game against it is never evened up
       IF NOT WS-IS-VERSUS-MODE AND NOT WS-IS-HOTSEAT-MODE THEN
       EXIT PARAGRAPH
       END-IF.
       IF WS-IS-CPU-MODE THEN
       EXIT PARAGRAPH
       END-IF.
       IF WS-SERIES-P1 NOT = SPACES THEN
       MOVE WS-SERIES-P1 TO WS-HCP-P1
       ELSE
       IF NOT WS-IS-VERSUS-MODE AND NOT WS-IS-HOTSEAT-MODE THEN
       EXIT PARAGRAPH
       END-IF.
       IF WS-IS-CPU-MODE THEN
       EXIT PARAGRAPH
       END-IF.
       MOVE 0 TO WS-RATING-GAP.
       OPEN INPUT RATINGGAP-FILE.
       IF WS-RATINGGAP-FILE-STATUS = "00" THEN
       DISPLAY "VS" AT 0126
       DISPLAY WS-RATING-2 AT 0129
       DISPLAY "- EXPECT A ONE-SIDED GAME" AT 0134
       ACCEPT WS-COUNTDOWN-INP AT 0301 WITH AUTO
           TIME-OUT AFTER 30
       DISPLAY "                                                  "
           AT 0101
      *turns, so running both together leaves board 2 live across
      *what hot-seat thinks is player 1's solo turn. Versus mode wins
      *the conflict since it is the more specific two-board request
      *a computer opponent plays board 2 of a local versus game, so
      *it turns versus on and hot-seat off - but netplay's board 2
      *belongs to the remote player, so there it stands down
       IF WS-IS-CPU-MODE AND WS-IS-NETPLAY-MODE THEN
       MOVE 0 TO WS-CPU-LEVEL
       END-IF.
       IF WS-IS-CPU-MODE THEN
       MOVE "Y" TO WS-VERSUS-MODE
       MOVE "N" TO WS-HOTSEAT-MODE
       END-IF.
       IF WS-IS-VERSUS-MODE AND WS-IS-HOTSEAT-MODE THEN
       MOVE "N" TO WS-HOTSEAT-MODE
       DISPLAY "VERSUS AND HOTSEAT BOTH ENABLED" AT 0101
       DISPLAY "STARTING IN VERSUS MODE" AT 0201
       ACCEPT WS-COUNTDOWN-INP AT 0301 WITH AUTO TIME-OUT AFTER 30
       END-IF.
      *ultra is a one-player race against the clock: the two-board
      *modes switch it off, and it takes over from the 40-line
      *sprint, since a game can only be raced one way
       IF WS-IS-ULTRA-MODE AND (WS-IS-VERSUS-MODE OR
           WS-IS-HOTSEAT-MODE OR WS-IS-NETPLAY-MODE) THEN
       MOVE 0 TO WS-ULTRA-MINUTES
       END-IF.
       IF WS-IS-ULTRA-MODE AND WS-IS-SPRINT-MODE THEN
       MOVE "N" TO WS-SPRINT-MODE
       END-IF.
      *co-op needs the second keyboard hand versus, hot-seat and
      *netplay already claim, so those win; on a co-op board the
      *solo races, the daily seed, the challenge pre-fill and items
      *are all off - the team total has its own board and nothing
      *else to be judged against
       IF WS-IS-COOP-MODE AND (WS-IS-VERSUS-MODE OR
           WS-IS-HOTSEAT-MODE OR WS-IS-NETPLAY-MODE) THEN
       MOVE "N" TO WS-COOP-MODE
       END-IF.
       IF WS-IS-COOP-MODE THEN
       MOVE 0 TO WS-ULTRA-MINUTES
       MOVE "N" TO WS-SPRINT-MODE
       MOVE "N" TO WS-DAILY-MODE
       MOVE 0 TO WS-CHALLENGE-ROWS
       MOVE "N" TO WS-ITEM-MODE
       END-IF.
      *master is a one-board memory game: the two-board modes and
      *co-op switch it off, and it takes over from the timed races,
      *which would otherwise both claim the same game's score
       IF WS-IS-MASTER-MODE AND (WS-IS-VERSUS-MODE OR
           WS-IS-HOTSEAT-MODE OR WS-IS-NETPLAY-MODE OR
           WS-IS-COOP-MODE) THEN
       MOVE 0 TO WS-MASTER-SECS
       END-IF.
       IF WS-IS-MASTER-MODE THEN
       MOVE 0 TO WS-ULTRA-MINUTES
       MOVE "N" TO WS-SPRINT-MODE
       END-IF.

      *=================================================================
       MOVE FUNCTION UPPER-CASE (WS-SPRINT-MODE) TO WS-SPRINT-MODE.

      *=================================================================
      *   ULTRA MODE - SCORE ATTACK AGAINST THE CLOCK
      *=================================================================

       LOAD-ULTRA-MODE-PARA.
      *an ULTRA.CFG of 2, 3 or 5 sets the limit in minutes; any other
      *value, or no file, leaves the game running to top-out
       MOVE 0 TO WS-ULTRA-MINUTES.
       OPEN INPUT ULTRA-FILE.
       IF WS-ULTRA-FILE-STATUS = "00" THEN
       MOVE "Y" TO WS-ULTRA-FILE-SEEN
       READ ULTRA-FILE
       AT END CONTINUE
       NOT AT END
       IF ULTRA-RECORD IS NUMERIC THEN
       MOVE ULTRA-RECORD TO WS-ULTRA-MINUTES
       END-IF
       END-READ
       CLOSE ULTRA-FILE
       END-IF.
       IF NOT WS-IS-ULTRA-MODE THEN
       MOVE 0 TO WS-ULTRA-MINUTES
       END-IF.

       CHECK-ULTRA-TIME-PARA.
      *the countdown off the same stopwatch the mission budgets use,
      *shown beside the high score; at zero the game stops the way
      *a top-out does and the score stands
       COMPUTE WS-ULTRA-SECS =
           WS-STOPWATCH-HH * 3600 + WS-STOPWATCH-MM * 60 +
           WS-STOPWATCH-SS.
       IF WS-ULTRA-SECS >= WS-ULTRA-MINUTES * 60 THEN
       MOVE 0 TO WS-ULTRA-LEFT
       ELSE
       COMPUTE WS-ULTRA-LEFT = WS-ULTRA-MINUTES * 60 - WS-ULTRA-SECS
       END-IF.
       COMPUTE WS-ULTRA-SHOW-MIN = WS-ULTRA-LEFT / 60.
       COMPUTE WS-ULTRA-SHOW-SEC = FUNCTION MOD(WS-ULTRA-LEFT, 60).
       DISPLAY "ULTRA" AT 0240.
       IF WS-ULTRA-LEFT <= 10 THEN
       DISPLAY WS-ULTRA-SHOW AT 0246 WITH BACKGROUND-COLOR 4
       ELSE
       DISPLAY WS-ULTRA-SHOW AT 0246
       END-IF.
       IF WS-ULTRA-LEFT = 0 AND NOT WS-IS-GAME-OVER THEN
       PERFORM ULTRA-TIME-UP-PARA
       END-IF.

       ULTRA-TIME-UP-PARA.
       MOVE "Y" TO WS-GAME-OVER.
       DISPLAY "TIME! ULTRA OVER" AT 5401 WITH BACKGROUND-COLOR 3.
       DISPLAY "FINAL SCORE:" AT 5501.
       DISPLAY WS-SCORE AT 5513.
       DISPLAY "LINES:" AT 5601.
       DISPLAY WS-TOTAL-LINES AT 5613.

       RECORD-ULTRA-SCORE-PARA.
      *every ultra game counts - the point of the mode is a quick
      *turnover line where everyone has another go. walk-ups are
      *asked for initials, an entry with no name being worthless
       IF WS-SIGNIN-INITIALS = SPACES THEN
       DISPLAY "ULTRA BOARD - ENTER INITIALS:" AT 5201
       ACCEPT WS-SIGNIN-INITIALS AT 5240
       MOVE FUNCTION UPPER-CASE (WS-SIGNIN-INITIALS)
           TO WS-SIGNIN-INITIALS
       END-IF.
       IF WS-SIGNIN-INITIALS = SPACES THEN
       EXIT PARAGRAPH
       END-IF.
       MOVE FUNCTION CURRENT-DATE (1:8) TO US-DATE.
       MOVE WS-ULTRA-MINUTES TO US-LIMIT.
       MOVE WS-SIGNIN-INITIALS TO US-INITIALS.
       MOVE WS-SCORE TO US-SCORE.
       MOVE WS-TOTAL-LINES TO US-LINES.
       OPEN EXTEND ULTRASCORE-FILE.
       IF WS-ULTRASCORE-FILE-STATUS = "35" OR
           WS-ULTRASCORE-FILE-STATUS = "05" THEN
       CLOSE ULTRASCORE-FILE
       OPEN OUTPUT ULTRASCORE-FILE
       END-IF.
       WRITE ULTRASCORE-RECORD.
       CLOSE ULTRASCORE-FILE.

       SHOW-ULTRA-STANDINGS-PARA.
      *the all-time top ten at this game's limit, same layout as the
      *daily standings
       MOVE 0 TO WS-ULTRA-COUNT.
       MOVE "N" TO WS-ULTRA-EOF.
       OPEN INPUT ULTRASCORE-FILE.
       IF WS-ULTRASCORE-FILE-STATUS = "00" THEN
       PERFORM UNTIL WS-ULTRA-END-OF-FILE
       READ ULTRASCORE-FILE
       AT END MOVE "Y" TO WS-ULTRA-EOF
       NOT AT END
       IF US-LIMIT = WS-ULTRA-MINUTES AND US-SCORE IS NUMERIC THEN
       PERFORM INSERT-ULTRA-ENTRY-PARA
       END-IF
       END-READ
       END-PERFORM
       CLOSE ULTRASCORE-FILE
       END-IF.
       DISPLAY "ULTRA BEST -   MIN" AT 4455 WITH FOREGROUND-COLOR 6.
       DISPLAY WS-ULTRA-MINUTES AT 4468 WITH FOREGROUND-COLOR 6.
       PERFORM VARYING WS-ULTRA-INDEX FROM 1 BY 1
       UNTIL WS-ULTRA-INDEX > WS-ULTRA-COUNT
       COMPUTE WS-ULTRA-ROW-AT = (44 + WS-ULTRA-INDEX) * 100 + 55
       DISPLAY WS-ULTRA-INDEX AT WS-ULTRA-ROW-AT
       ADD 3 TO WS-ULTRA-ROW-AT
       DISPLAY WS-ULTRA-INITIALS(WS-ULTRA-INDEX) AT WS-ULTRA-ROW-AT
       ADD 4 TO WS-ULTRA-ROW-AT
       DISPLAY WS-ULTRA-SCORE(WS-ULTRA-INDEX) AT WS-ULTRA-ROW-AT
       END-PERFORM.
       IF WS-ULTRA-COUNT = 0 THEN
       DISPLAY "NO ENTRIES YET" AT 4555
       END-IF.
       ACCEPT WS-COUNTDOWN-INP AT 5099 WITH AUTO TIME-OUT AFTER 50.

       INSERT-ULTRA-ENTRY-PARA.
       MOVE 11 TO WS-ULTRA-SLOT.
       PERFORM VARYING WS-ULTRA-INDEX FROM 10 BY -1
       UNTIL WS-ULTRA-INDEX < 1
       IF WS-ULTRA-INDEX > WS-ULTRA-COUNT OR
           US-SCORE > WS-ULTRA-SCORE(WS-ULTRA-INDEX) THEN
       MOVE WS-ULTRA-INDEX TO WS-ULTRA-SLOT
       END-IF
       END-PERFORM.
       IF WS-ULTRA-SLOT < 11 THEN
       PERFORM VARYING WS-ULTRA-SLIDE FROM 10 BY -1
       UNTIL WS-ULTRA-SLIDE <= WS-ULTRA-SLOT
       MOVE WS-ULTRA-ENTRY(WS-ULTRA-SLIDE - 1)
           TO WS-ULTRA-ENTRY(WS-ULTRA-SLIDE)
       END-PERFORM
       MOVE US-INITIALS TO WS-ULTRA-INITIALS(WS-ULTRA-SLOT)
       MOVE US-SCORE TO WS-ULTRA-SCORE(WS-ULTRA-SLOT)
       IF WS-ULTRA-COUNT < 10 THEN
       ADD 1 TO WS-ULTRA-COUNT
       END-IF
       END-IF.

      *=================================================================
      *   CO-OP MODE - TWO PLAYERS, ONE DOUBLE-WIDTH BOARD
      *=================================================================

       LOAD-COOP-MODE-PARA.
      *a COOP.CFG containing "Y" turns co-op on - read the same way
      *as the other one-letter mode files
       MOVE "N" TO WS-COOP-MODE.
       OPEN INPUT COOP-FILE.
       IF WS-COOP-FILE-STATUS = "00" THEN
       MOVE "Y" TO WS-COOP-FILE-SEEN
       READ COOP-FILE INTO WS-COOP-MODE
       AT END CONTINUE
       END-READ
       CLOSE COOP-FILE
       END-IF.
       MOVE FUNCTION UPPER-CASE (WS-COOP-MODE) TO WS-COOP-MODE.

       SIGN-IN-COOP-PARTNER-PARA.
      *player 1 signed in the usual way; the partner only needs
      *initials for the co-op board
       DISPLAY "CO-OP PARTNER INITIALS:" AT 0101.
       ACCEPT WS-COOP-P2-INITIALS AT 0125.
       MOVE FUNCTION UPPER-CASE (WS-COOP-P2-INITIALS)
           TO WS-COOP-P2-INITIALS.
       DISPLAY "                           " AT 0101.

       COOP-LAYOUT-PARA.
      *the board is two normal-width halves, the right half drawn
      *straight after the left; player 2's NEXT and HOLD boxes sit
      *a box-and-a-half below player 1's, wherever the layout put them
       COMPUTE WS-COOP-WIDTH = WS-BOARD-WIDTH * 2.
       MOVE WS-BOARD-POS-ROW TO WS-COOP-HALF-POS-ROW.
       COMPUTE WS-COOP-HALF-POS-COL =
           WS-BOARD-POS-COL + WS-BOARD-WIDTH * 2.
       COMPUTE WS-COOP-NEXT-POS-ROW = WS-NEXT-BOARD-POS-ROW + 12.
       MOVE WS-NEXT-BOARD-POS-COL TO WS-COOP-NEXT-POS-COL.
       COMPUTE WS-COOP-HOLD-POS-ROW = WS-HOLD-BOARD-POS-ROW + 12.
       MOVE WS-HOLD-BOARD-POS-COL TO WS-COOP-HOLD-POS-COL.

       SETUP-COOP-GAME-PARA.
      *empty shared board, fresh pieces for both players - each
      *draws from their own bag the way the versus boards do
       PERFORM VARYING WS-COOP-ROW-INDEX FROM 1 BY 1
       UNTIL WS-COOP-ROW-INDEX > 20
       PERFORM VARYING WS-COOP-COL-INDEX FROM 1 BY 1
       UNTIL WS-COOP-COL-INDEX > 20
       MOVE WS-EMPTY-SPACE TO
           WS-COOP-BOARD-COLS(WS-COOP-ROW-INDEX, WS-COOP-COL-INDEX)
       END-PERFORM
       END-PERFORM.
       PERFORM VARYING WS-COOP-P FROM 1 BY 1 UNTIL WS-COOP-P > 2
       CALL "GET_NEXT_PIECE" USING WS-COOP-PIECE(WS-COOP-P) WS-COOP-P
       CALL "GET_NEXT_PIECE" USING WS-COOP-NEXT(WS-COOP-P) WS-COOP-P
       MOVE 0 TO WS-COOP-HOLD(WS-COOP-P)
       MOVE 0 TO WS-COOP-HOLD-USED(WS-COOP-P)
       MOVE "N" TO WS-COOP-LIVE(WS-COOP-P)
       END-PERFORM.
       MOVE 1 TO WS-COOP-P.
       PERFORM COOP-SPAWN-PARA.
       MOVE 2 TO WS-COOP-P.
       PERFORM COOP-SPAWN-PARA.
       PERFORM COOP-DRAW-PARA.

       COOP-GAME-LOOP-PARA.
      *both keyboards are read every tick, player 1 then player 2,
      *and the shared board is redrawn once with both pieces on it
       PERFORM UNTIL WS-GAME-ON = WS-INP OR WS-IS-GAME-OVER
       ADD 1 TO WS-TICK-COUNT
       PERFORM CLOCK-PARA
       ACCEPT WS-INP AT 5001 WITH AUTO TIME-OUT AFTER 1
       MOVE 1 TO WS-COOP-P
       MOVE WS-INP TO WS-COOP-KEY
       PERFORM COOP-PLAYER-MOVE-PARA
       DISPLAY WS-INP AT 5003 WITH BACKGROUND-COLOR 4
       IF NOT WS-IS-GAME-OVER THEN
       ACCEPT WS-INP-2 AT 5301 WITH AUTO TIME-OUT AFTER 1
       MOVE 2 TO WS-COOP-P
       MOVE WS-INP-2 TO WS-COOP-KEY
       PERFORM COOP-PLAYER-MOVE-PARA
       DISPLAY WS-INP-2 AT 5303 WITH BACKGROUND-COLOR 4
       END-IF
       IF NOT WS-IS-GAME-OVER THEN
       PERFORM COOP-DRAW-PARA
       END-IF
       END-PERFORM.

       COOP-PLAYER-MOVE-PARA.
      *turn the key into an action off that player's own key set -
      *pausing stays with player 1's pause key, as in versus
       MOVE FUNCTION UPPER-CASE (WS-COOP-KEY) TO WS-COOP-KEY.
       MOVE SPACE TO WS-COOP-ACTION.
       IF WS-COOP-KEY = SPACE THEN
       EXIT PARAGRAPH
       END-IF.
       IF WS-COOP-P = 1 THEN
       EVALUATE WS-COOP-KEY
       WHEN WS-KEY-PAUSE
       MOVE "P" TO WS-COOP-ACTION
       WHEN WS-KEY-HARDDROP
       MOVE "F" TO WS-COOP-ACTION
       WHEN WS-KEY-HOLD
       MOVE "H" TO WS-COOP-ACTION
       WHEN WS-KEY-ROTATE
       MOVE "T" TO WS-COOP-ACTION
       WHEN WS-KEY-SOFTDROP
       MOVE "S" TO WS-COOP-ACTION
       WHEN WS-KEY-LEFT
       MOVE "L" TO WS-COOP-ACTION
       WHEN WS-KEY-RIGHT
       MOVE "R" TO WS-COOP-ACTION
       WHEN OTHER
       CONTINUE
       END-EVALUATE
       ELSE
       EVALUATE WS-COOP-KEY
       WHEN WS-KEY2-HARDDROP
       MOVE "F" TO WS-COOP-ACTION
       WHEN WS-KEY2-HOLD
       MOVE "H" TO WS-COOP-ACTION
       WHEN WS-KEY2-ROTATE
       MOVE "T" TO WS-COOP-ACTION
       WHEN WS-KEY2-SOFTDROP
       MOVE "S" TO WS-COOP-ACTION
       WHEN WS-KEY2-LEFT
       MOVE "L" TO WS-COOP-ACTION
       WHEN WS-KEY2-RIGHT
       MOVE "R" TO WS-COOP-ACTION
       WHEN OTHER
       CONTINUE
       END-EVALUATE
       END-IF.
       IF WS-IS-PAUSED AND WS-COOP-ACTION NOT = "P" THEN
       EXIT PARAGRAPH
       END-IF.
       IF WS-COOP-ACTION = "P" THEN
       PERFORM PAUSE-MENU-PARA
       EXIT PARAGRAPH
       END-IF.
       IF WS-COOP-ACTION NOT = SPACE THEN
       PERFORM COOP-APPLY-ACTION-PARA
       END-IF.

       COOP-APPLY-ACTION-PARA.
      *one action for player WS-COOP-P - a piece still waiting on
      *its spawn point tries to come in instead
       IF WS-COOP-LIVE(WS-COOP-P) = "N" THEN
       PERFORM COOP-SPAWN-PARA
       EXIT PARAGRAPH
       END-IF.
       MOVE WS-COOP-ROW(WS-COOP-P) TO WS-COOP-CHECK-ROW.
       MOVE WS-COOP-COL(WS-COOP-P) TO WS-COOP-CHECK-COL.
       MOVE WS-COOP-ROTATION(WS-COOP-P) TO WS-COOP-CHECK-ROT.
       EVALUATE WS-COOP-ACTION

       WHEN "F"
       PERFORM COOP-FIND-FLOOR-PARA
       MOVE WS-COOP-CHECK-ROW TO WS-COOP-ROW(WS-COOP-P)
       PERFORM COOP-LOCK-PIECE-PARA
       EXIT PARAGRAPH

       WHEN "H"
       PERFORM COOP-HOLD-PIECE-PARA
       EXIT PARAGRAPH

       WHEN "T"
      *same wall-kick table as the solo board, tried in order
       COMPUTE WS-COOP-CHECK-ROT =
           FUNCTION MOD(WS-COOP-ROTATION(WS-COOP-P), 4) + 1
       MOVE 0 TO WS-KICK-FOUND
       PERFORM VARYING WS-KICK-INDEX FROM 1 BY 1
       UNTIL WS-KICK-INDEX > 5 OR WS-KICK-FOUND = 1
       COMPUTE WS-COOP-CHECK-ROW =
           WS-COOP-ROW(WS-COOP-P) + WS-KICK-ROW(WS-KICK-INDEX)
       COMPUTE WS-COOP-CHECK-COL =
           WS-COOP-COL(WS-COOP-P) + WS-KICK-COL(WS-KICK-INDEX)
       PERFORM COOP-COLLISION-CHECK-PARA
       IF WS-COOP-COLLISION = 0 THEN
       MOVE 1 TO WS-KICK-FOUND
       END-IF
       END-PERFORM
       IF WS-KICK-FOUND = 1 THEN
       MOVE WS-COOP-CHECK-ROW TO WS-COOP-ROW(WS-COOP-P)
       MOVE WS-COOP-CHECK-COL TO WS-COOP-COL(WS-COOP-P)
       MOVE WS-COOP-CHECK-ROT TO WS-COOP-ROTATION(WS-COOP-P)
       END-IF
       EXIT PARAGRAPH

       WHEN "S"
       ADD 1 TO WS-COOP-CHECK-ROW
       PERFORM COOP-COLLISION-CHECK-PARA
       IF WS-COOP-COLLISION = 0 THEN
       MOVE WS-COOP-CHECK-ROW TO WS-COOP-ROW(WS-COOP-P)
       ELSE
      *resting on the partner's falling piece is not landing - only
      *the stack or the floor locks a piece in
       IF WS-COOP-PARTNER-HIT = "N" THEN
       PERFORM COOP-LOCK-PIECE-PARA
       END-IF
       END-IF
       EXIT PARAGRAPH

       WHEN "L"
       SUBTRACT 1 FROM WS-COOP-CHECK-COL

       WHEN "R"
       ADD 1 TO WS-COOP-CHECK-COL
       END-EVALUATE.
       PERFORM COOP-COLLISION-CHECK-PARA.
       IF WS-COOP-COLLISION = 0 THEN
       MOVE WS-COOP-CHECK-COL TO WS-COOP-COL(WS-COOP-P)
       END-IF.

       COOP-GRAVITY-PARA.
      *one gravity step pulls both players' pieces down together
       MOVE "S" TO WS-COOP-ACTION.
       MOVE 1 TO WS-COOP-P.
       PERFORM COOP-APPLY-ACTION-PARA.
       IF NOT WS-IS-GAME-OVER THEN
       MOVE "S" TO WS-COOP-ACTION
       MOVE 2 TO WS-COOP-P
       PERFORM COOP-APPLY-ACTION-PARA
       END-IF.

       COOP-COLLISION-CHECK-PARA.
      *player WS-COOP-P's piece at the check position against the
      *walls, the floor, the stack, and the partner's falling piece
       MOVE 0 TO WS-COOP-COLLISION.
       MOVE "N" TO WS-COOP-PARTNER-HIT.
       COMPUTE WS-COOP-OTHER = 3 - WS-COOP-P.
       PERFORM VARYING WS-COOP-CELL FROM 1 BY 1
       UNTIL WS-COOP-CELL > 4 OR WS-COOP-COLLISION = 1
       COMPUTE WS-COOP-CELL-ROW = WS-COOP-CHECK-ROW +
           WS-PIECE-ROW(WS-COOP-PIECE(WS-COOP-P), WS-COOP-CHECK-ROT,
           WS-COOP-CELL)
       COMPUTE WS-COOP-CELL-COL = WS-COOP-CHECK-COL +
           WS-PIECE-COL(WS-COOP-PIECE(WS-COOP-P), WS-COOP-CHECK-ROT,
           WS-COOP-CELL)
       IF WS-COOP-CELL-ROW < 1 OR
           WS-COOP-CELL-ROW > WS-BOARD-HEIGHT OR
           WS-COOP-CELL-COL < 1 OR WS-COOP-CELL-COL > WS-COOP-WIDTH
       THEN
       MOVE 1 TO WS-COOP-COLLISION
       ELSE
       IF WS-COOP-BOARD-COLS(WS-COOP-CELL-ROW, WS-COOP-CELL-COL)
           NOT = WS-EMPTY-SPACE THEN
       MOVE 1 TO WS-COOP-COLLISION
       ELSE
       IF WS-COOP-LIVE(WS-COOP-OTHER) = "Y" THEN
       PERFORM COOP-CHECK-PARTNER-PARA
       END-IF
       END-IF
       END-IF
       END-PERFORM.

       COOP-CHECK-PARTNER-PARA.
       PERFORM VARYING WS-COOP-OCELL FROM 1 BY 1
       UNTIL WS-COOP-OCELL > 4
       COMPUTE WS-COOP-OTHER-ROW = WS-COOP-ROW(WS-COOP-OTHER) +
           WS-PIECE-ROW(WS-COOP-PIECE(WS-COOP-OTHER),
           WS-COOP-ROTATION(WS-COOP-OTHER), WS-COOP-OCELL)
       COMPUTE WS-COOP-OTHER-COL = WS-COOP-COL(WS-COOP-OTHER) +
           WS-PIECE-COL(WS-COOP-PIECE(WS-COOP-OTHER),
           WS-COOP-ROTATION(WS-COOP-OTHER), WS-COOP-OCELL)
       IF WS-COOP-OTHER-ROW = WS-COOP-CELL-ROW AND
           WS-COOP-OTHER-COL = WS-COOP-CELL-COL THEN
       MOVE 1 TO WS-COOP-COLLISION
       MOVE "Y" TO WS-COOP-PARTNER-HIT
       END-IF
       END-PERFORM.

       COOP-FIND-FLOOR-PARA.
      *walk the check position down until something is in the way
       MOVE 0 TO WS-COOP-COLLISION.
       PERFORM UNTIL WS-COOP-COLLISION NOT = 0
       ADD 1 TO WS-COOP-CHECK-ROW
       PERFORM COOP-COLLISION-CHECK-PARA
       END-PERFORM.
       SUBTRACT 1 FROM WS-COOP-CHECK-ROW.

       COOP-SPAWN-PARA.
      *player 1 comes in over the left half, player 2 over the right.
      *a spawn point blocked by the stack tops the team out; one
      *blocked only by the partner's piece just waits for it to move
       MOVE WS-START-ROW TO WS-COOP-ROW(WS-COOP-P).
       IF WS-COOP-P = 1 THEN
       MOVE WS-START-COL TO WS-COOP-COL(WS-COOP-P)
       ELSE
       COMPUTE WS-COOP-COL(WS-COOP-P) = WS-START-COL + WS-BOARD-WIDTH
       END-IF.
       MOVE 1 TO WS-COOP-ROTATION(WS-COOP-P).
       MOVE WS-COOP-ROW(WS-COOP-P) TO WS-COOP-CHECK-ROW.
       MOVE WS-COOP-COL(WS-COOP-P) TO WS-COOP-CHECK-COL.
       MOVE 1 TO WS-COOP-CHECK-ROT.
       MOVE "N" TO WS-COOP-LIVE(WS-COOP-P).
       PERFORM COOP-COLLISION-CHECK-PARA.
       IF WS-COOP-COLLISION = 0 THEN
       MOVE "Y" TO WS-COOP-LIVE(WS-COOP-P)
       ELSE
       IF WS-COOP-PARTNER-HIT = "N" THEN
       PERFORM GAME-OVER-PARA
       END-IF
       END-IF.

       COOP-LOCK-PIECE-PARA.
      *the piece goes into the shared stack, full rows come out and
      *score to the team total through the normal line scoring
       PERFORM VARYING WS-COOP-CELL FROM 1 BY 1 UNTIL WS-COOP-CELL > 4
       COMPUTE WS-COOP-CELL-ROW = WS-COOP-ROW(WS-COOP-P) +
           WS-PIECE-ROW(WS-COOP-PIECE(WS-COOP-P),
           WS-COOP-ROTATION(WS-COOP-P), WS-COOP-CELL)
       COMPUTE WS-COOP-CELL-COL = WS-COOP-COL(WS-COOP-P) +
           WS-PIECE-COL(WS-COOP-PIECE(WS-COOP-P),
           WS-COOP-ROTATION(WS-COOP-P), WS-COOP-CELL)
       MOVE WS-COOP-PIECE(WS-COOP-P) TO
           WS-COOP-BOARD-COLS(WS-COOP-CELL-ROW, WS-COOP-CELL-COL)
       END-PERFORM.
       ADD 1 TO WS-PIECE-COUNT(WS-COOP-PIECE(WS-COOP-P)).
       MOVE "N" TO WS-COOP-LIVE(WS-COOP-P).
       PERFORM COOP-CLEAR-ROWS-PARA.
       PERFORM SCORE-LINES-PARA.
       IF WS-CLEARED-ROWS > 0 THEN
       PERFORM COOP-SETTLE-PARTNER-PARA
       END-IF.
       MOVE WS-COOP-NEXT(WS-COOP-P) TO WS-COOP-PIECE(WS-COOP-P).
       CALL "GET_NEXT_PIECE" USING WS-COOP-NEXT(WS-COOP-P) WS-COOP-P.
       MOVE 0 TO WS-COOP-HOLD-USED(WS-COOP-P).
       IF NOT WS-IS-GAME-OVER THEN
       PERFORM COOP-SPAWN-PARA
       END-IF.

       COOP-CLEAR-ROWS-PARA.
      *a row is only full when both halves are - scan from the
      *bottom up, re-checking the same row after each collapse
       MOVE 0 TO WS-CLEARED-ROWS.
       MOVE WS-BOARD-HEIGHT TO WS-COOP-ROW-INDEX.
       PERFORM UNTIL WS-COOP-ROW-INDEX < 1
       MOVE 0 TO WS-COOP-FILLED
       PERFORM VARYING WS-COOP-COL-INDEX FROM 1 BY 1
       UNTIL WS-COOP-COL-INDEX > WS-COOP-WIDTH
       IF WS-COOP-BOARD-COLS(WS-COOP-ROW-INDEX, WS-COOP-COL-INDEX)
           NOT = WS-EMPTY-SPACE THEN
       ADD 1 TO WS-COOP-FILLED
       END-IF
       END-PERFORM
       IF WS-COOP-FILLED = WS-COOP-WIDTH THEN
       ADD 1 TO WS-CLEARED-ROWS
       PERFORM COOP-COLLAPSE-ROW-PARA
       ELSE
       SUBTRACT 1 FROM WS-COOP-ROW-INDEX
       END-IF
       END-PERFORM.

       COOP-COLLAPSE-ROW-PARA.
       PERFORM VARYING WS-COOP-SHIFT-ROW FROM WS-COOP-ROW-INDEX BY -1
       UNTIL WS-COOP-SHIFT-ROW < 2
       MOVE WS-COOP-BOARD-ROW(WS-COOP-SHIFT-ROW - 1)
           TO WS-COOP-BOARD-ROW(WS-COOP-SHIFT-ROW)
       END-PERFORM.
       PERFORM VARYING WS-COOP-COL-INDEX FROM 1 BY 1
       UNTIL WS-COOP-COL-INDEX > 20
       MOVE WS-EMPTY-SPACE TO WS-COOP-BOARD-COLS(1, WS-COOP-COL-INDEX)
       END-PERFORM.

       COOP-SETTLE-PARTNER-PARA.
      *the collapse can drop stack cells into the space the partner's
      *piece is falling through - lift it clear, a row at a time
       COMPUTE WS-COOP-OTHER = 3 - WS-COOP-P.
       IF WS-COOP-LIVE(WS-COOP-OTHER) = "N" THEN
       EXIT PARAGRAPH
       END-IF.
       MOVE WS-COOP-P TO WS-COOP-SWAP.
       MOVE WS-COOP-OTHER TO WS-COOP-P.
       MOVE "N" TO WS-COOP-LIVE(WS-COOP-SWAP).
       MOVE WS-COOP-ROW(WS-COOP-P) TO WS-COOP-CHECK-ROW.
       MOVE WS-COOP-COL(WS-COOP-P) TO WS-COOP-CHECK-COL.
       MOVE WS-COOP-ROTATION(WS-COOP-P) TO WS-COOP-CHECK-ROT.
       PERFORM COOP-COLLISION-CHECK-PARA.
       MOVE 0 TO WS-COOP-LIFT.
       PERFORM UNTIL WS-COOP-COLLISION = 0 OR WS-COOP-LIFT = 4
       SUBTRACT 1 FROM WS-COOP-CHECK-ROW
       ADD 1 TO WS-COOP-LIFT
       PERFORM COOP-COLLISION-CHECK-PARA
       END-PERFORM.
       IF WS-COOP-COLLISION = 0 THEN
       MOVE WS-COOP-CHECK-ROW TO WS-COOP-ROW(WS-COOP-P)
       END-IF.
       MOVE WS-COOP-SWAP TO WS-COOP-P.

       COOP-HOLD-PIECE-PARA.
      *each player has their own hold, once per piece as on the
      *solo board
       IF WS-COOP-HOLD-USED(WS-COOP-P) = 1 THEN
       EXIT PARAGRAPH
       END-IF.
       IF WS-COOP-HOLD(WS-COOP-P) = 0 THEN
       MOVE WS-COOP-PIECE(WS-COOP-P) TO WS-COOP-HOLD(WS-COOP-P)
       MOVE WS-COOP-NEXT(WS-COOP-P) TO WS-COOP-PIECE(WS-COOP-P)
       CALL "GET_NEXT_PIECE" USING WS-COOP-NEXT(WS-COOP-P) WS-COOP-P
       ELSE
       MOVE WS-COOP-PIECE(WS-COOP-P) TO WS-COOP-SWAP
       MOVE WS-COOP-HOLD(WS-COOP-P) TO WS-COOP-PIECE(WS-COOP-P)
       MOVE WS-COOP-SWAP TO WS-COOP-HOLD(WS-COOP-P)
       END-IF.
       MOVE 1 TO WS-COOP-HOLD-USED(WS-COOP-P).
       PERFORM COOP-SPAWN-PARA.

       COOP-DRAW-PARA.
      *lay both live pieces on the shared board, split it into the
      *left and right draw buffers, draw the halves side by side,
      *then lift the pieces back off
       MOVE WS-EMPTY-SPACE TO WS-COOP-KEY.
       PERFORM VARYING WS-COOP-P FROM 1 BY 1 UNTIL WS-COOP-P > 2
       IF WS-COOP-LIVE(WS-COOP-P) = "Y" THEN
       MOVE WS-COOP-PIECE(WS-COOP-P) TO WS-COOP-KEY
       PERFORM COOP-MARK-PIECE-PARA
       END-IF
       END-PERFORM.
       PERFORM VARYING WS-COOP-ROW-INDEX FROM 1 BY 1
       UNTIL WS-COOP-ROW-INDEX > WS-BOARD-HEIGHT
       PERFORM VARYING WS-COOP-COL-INDEX FROM 1 BY 1
       UNTIL WS-COOP-COL-INDEX > WS-BOARD-WIDTH
       MOVE WS-COOP-BOARD-COLS(WS-COOP-ROW-INDEX, WS-COOP-COL-INDEX)
           TO WS-BOARD-COLS(WS-COOP-ROW-INDEX, WS-COOP-COL-INDEX)
       MOVE WS-COOP-BOARD-COLS(WS-COOP-ROW-INDEX,
           WS-COOP-COL-INDEX + WS-BOARD-WIDTH)
           TO WS-BOARD-COLS-2(WS-COOP-ROW-INDEX, WS-COOP-COL-INDEX)
       END-PERFORM
       END-PERFORM.
       CALL "DRAW_BOARD" USING BY REFERENCE WS-BOARD WS-BOARD-POS-LS
           WS-BOARD-HEIGHT WS-BOARD-WIDTH WS-SCORE WS-LEVEL
           WS-TOTAL-LINES.
       CALL "DRAW_BOARD" USING BY REFERENCE WS-BOARD-2
           WS-COOP-HALF-POS-LS WS-BOARD-HEIGHT WS-BOARD-WIDTH WS-SCORE
           WS-LEVEL WS-TOTAL-LINES.
       MOVE WS-EMPTY-SPACE TO WS-COOP-KEY.
       PERFORM VARYING WS-COOP-P FROM 1 BY 1 UNTIL WS-COOP-P > 2
       IF WS-COOP-LIVE(WS-COOP-P) = "Y" THEN
       PERFORM COOP-MARK-PIECE-PARA
       END-IF
       END-PERFORM.
      *each player's NEXT and HOLD boxes through the solo board's
      *mini-board drawer
       MOVE WS-COOP-NEXT(1) TO WS-NEXT-PIECE-TO-DRAW.
       MOVE WS-NEXT-BOARD-POS-LS TO WS-NEXT-DRAW-POS-LS.
       PERFORM DRAW-ONE-NEXT-BOX-PARA.
       MOVE WS-COOP-NEXT(2) TO WS-NEXT-PIECE-TO-DRAW.
       MOVE WS-COOP-NEXT-POS-LS TO WS-NEXT-DRAW-POS-LS.
       PERFORM DRAW-ONE-NEXT-BOX-PARA.
       MOVE WS-COOP-HOLD(1) TO WS-HOLD-PIECE.
       PERFORM DRAW-HOLD-BOX-PARA.
       IF WS-COOP-HOLD(2) > 0 THEN
       MOVE WS-COOP-HOLD(2) TO WS-NEXT-PIECE-TO-DRAW
       MOVE WS-COOP-HOLD-POS-LS TO WS-NEXT-DRAW-POS-LS
       PERFORM DRAW-ONE-NEXT-BOX-PARA
       END-IF.

       COOP-MARK-PIECE-PARA.
      *stamp player WS-COOP-P's falling piece with WS-COOP-KEY -
      *its piece number to show it, the empty cell to take it off
       PERFORM VARYING WS-COOP-CELL FROM 1 BY 1 UNTIL WS-COOP-CELL > 4
       COMPUTE WS-COOP-CELL-ROW = WS-COOP-ROW(WS-COOP-P) +
           WS-PIECE-ROW(WS-COOP-PIECE(WS-COOP-P),
           WS-COOP-ROTATION(WS-COOP-P), WS-COOP-CELL)
       COMPUTE WS-COOP-CELL-COL = WS-COOP-COL(WS-COOP-P) +
           WS-PIECE-COL(WS-COOP-PIECE(WS-COOP-P),
           WS-COOP-ROTATION(WS-COOP-P), WS-COOP-CELL)
       MOVE WS-COOP-KEY TO
           WS-COOP-BOARD-COLS(WS-COOP-CELL-ROW, WS-COOP-CELL-COL)
       END-PERFORM.

       RECORD-COOP-SCORE-PARA.
      *both sets of initials ride the entry; a blank pair has nobody
      *to credit and is not kept
       IF WS-SIGNIN-INITIALS = SPACES AND
           WS-COOP-P2-INITIALS = SPACES THEN
       EXIT PARAGRAPH
       END-IF.
       MOVE FUNCTION CURRENT-DATE (1:8) TO CS-DATE.
       MOVE WS-SIGNIN-INITIALS TO CS-INITIALS-1.
       MOVE WS-COOP-P2-INITIALS TO CS-INITIALS-2.
       MOVE WS-SCORE TO CS-SCORE.
       MOVE WS-TOTAL-LINES TO CS-LINES.
       OPEN EXTEND COOPSCORE-FILE.
       IF WS-COOPSCORE-FILE-STATUS = "35" OR
           WS-COOPSCORE-FILE-STATUS = "05" THEN
       CLOSE COOPSCORE-FILE
       OPEN OUTPUT COOPSCORE-FILE
       END-IF.
       WRITE COOPSCORE-RECORD.
       CLOSE COOPSCORE-FILE.

       SHOW-COOP-STANDINGS-PARA.
      *the all-time top ten teams, same layout as the ultra board
       MOVE 0 TO WS-COOP-COUNT.
       MOVE "N" TO WS-COOP-EOF.
       OPEN INPUT COOPSCORE-FILE.
       IF WS-COOPSCORE-FILE-STATUS = "00" THEN
       PERFORM UNTIL WS-COOP-END-OF-FILE
       READ COOPSCORE-FILE
       AT END MOVE "Y" TO WS-COOP-EOF
       NOT AT END
       IF CS-SCORE IS NUMERIC THEN
       PERFORM INSERT-COOP-ENTRY-PARA
       END-IF
       END-READ
       END-PERFORM
       CLOSE COOPSCORE-FILE
       END-IF.
       DISPLAY "CO-OP BEST TEAMS" AT 4455 WITH FOREGROUND-COLOR 6.
       PERFORM VARYING WS-COOP-INDEX FROM 1 BY 1
       UNTIL WS-COOP-INDEX > WS-COOP-COUNT
       COMPUTE WS-COOP-ROW-AT = (44 + WS-COOP-INDEX) * 100 + 55
       DISPLAY WS-COOP-INDEX AT WS-COOP-ROW-AT
       ADD 3 TO WS-COOP-ROW-AT
       DISPLAY WS-COOP-INITIALS-1(WS-COOP-INDEX) AT WS-COOP-ROW-AT
       ADD 3 TO WS-COOP-ROW-AT
       DISPLAY "+" AT WS-COOP-ROW-AT
       ADD 1 TO WS-COOP-ROW-AT
       DISPLAY WS-COOP-INITIALS-2(WS-COOP-INDEX) AT WS-COOP-ROW-AT
       ADD 4 TO WS-COOP-ROW-AT
       DISPLAY WS-COOP-SCORE(WS-COOP-INDEX) AT WS-COOP-ROW-AT
       END-PERFORM.
       IF WS-COOP-COUNT = 0 THEN
       DISPLAY "NO ENTRIES YET" AT 4555
       END-IF.
       ACCEPT WS-COUNTDOWN-INP AT 5099 WITH AUTO TIME-OUT AFTER 50.

       INSERT-COOP-ENTRY-PARA.
       MOVE 11 TO WS-COOP-SLOT.
       PERFORM VARYING WS-COOP-INDEX FROM 10 BY -1
       UNTIL WS-COOP-INDEX < 1
       IF WS-COOP-INDEX > WS-COOP-COUNT OR
           CS-SCORE > WS-COOP-SCORE(WS-COOP-INDEX) THEN
       MOVE WS-COOP-INDEX TO WS-COOP-SLOT
       END-IF
       END-PERFORM.
       IF WS-COOP-SLOT < 11 THEN
       PERFORM VARYING WS-COOP-SLIDE FROM 10 BY -1
       UNTIL WS-COOP-SLIDE <= WS-COOP-SLOT
       MOVE WS-COOP-ENTRY(WS-COOP-SLIDE - 1)
           TO WS-COOP-ENTRY(WS-COOP-SLIDE)
       END-PERFORM
       MOVE CS-INITIALS-1 TO WS-COOP-INITIALS-1(WS-COOP-SLOT)
       MOVE CS-INITIALS-2 TO WS-COOP-INITIALS-2(WS-COOP-SLOT)
       MOVE CS-SCORE TO WS-COOP-SCORE(WS-COOP-SLOT)
       IF WS-COOP-COUNT < 10 THEN
       ADD 1 TO WS-COOP-COUNT
       END-IF
       END-IF.

      *=================================================================
      *   MASTER MODE - THE STACK FADES, PLAY IT FROM MEMORY
      *=================================================================

       LOAD-MASTER-MODE-PARA.
      *a MASTER.CFG of 1 to 30 sets the fade delay in seconds; any
      *other value, or no file, leaves master mode off
       MOVE 0 TO WS-MASTER-SECS.
       OPEN INPUT MASTER-FILE.
       IF WS-MASTER-FILE-STATUS = "00" THEN
       MOVE "Y" TO WS-MASTER-FILE-SEEN
       READ MASTER-FILE
       AT END CONTINUE
       NOT AT END
       MOVE MASTER-RECORD TO WS-MASTER-RAW
       PERFORM PARSE-MASTER-DELAY-PARA
       MOVE WS-MASTER-PARSED TO WS-MASTER-SECS
       END-READ
       CLOSE MASTER-FILE
       END-IF.

       PARSE-MASTER-DELAY-PARA.
      *"5", "05" and "5 " all mean five seconds - anything that is
      *not a whole number from 1 to 30 comes back as zero
       MOVE 0 TO WS-MASTER-PARSED.
       IF WS-MASTER-RAW IS NUMERIC THEN
       MOVE WS-MASTER-RAW TO WS-MASTER-PARSED
       ELSE
       IF WS-MASTER-RAW (1:1) IS NUMERIC AND
           WS-MASTER-RAW (2:1) = SPACE THEN
       MOVE WS-MASTER-RAW (1:1) TO WS-MASTER-PARSED
       END-IF
       END-IF.
       IF NOT WS-MASTER-PARSED-OK THEN
       MOVE 0 TO WS-MASTER-PARSED
       END-IF.

       MASTER-CLOCK-NOW-PARA.
      *seconds on the game stopwatch, plus one so a cell locked in
      *the opening second still carries a non-zero stamp
       COMPUTE WS-MASTER-NOW =
           WS-STOPWATCH-HH * 3600 + WS-STOPWATCH-MM * 60 +
           WS-STOPWATCH-SS + 1.

       MASTER-STAMP-LOCKS-PARA.
      *after a lock has been cleared and settled: every occupied
      *cell without a stamp has just arrived and starts its fade
      *now, and every empty cell gives its stamp up
       PERFORM MASTER-CLOCK-NOW-PARA.
       PERFORM VARYING WS-MASTER-ROW FROM 1 BY 1
       UNTIL WS-MASTER-ROW > WS-BOARD-HEIGHT
       PERFORM VARYING WS-MASTER-COL FROM 1 BY 1
       UNTIL WS-MASTER-COL > WS-BOARD-WIDTH
       IF WS-BOARD-COLS(WS-MASTER-ROW, WS-MASTER-COL) =
           WS-EMPTY-SPACE THEN
       MOVE 0 TO WS-MASTER-STAMP(WS-MASTER-ROW, WS-MASTER-COL)
       ELSE
       IF WS-MASTER-STAMP(WS-MASTER-ROW, WS-MASTER-COL) = 0 THEN
       MOVE WS-MASTER-NOW TO
           WS-MASTER-STAMP(WS-MASTER-ROW, WS-MASTER-COL)
       END-IF
       END-IF
       END-PERFORM
       END-PERFORM.

       MASTER-DROP-STAMPS-PARA.
      *CHECK_AND_CLEAR_ROWS has just taken out WS-CHECK-FOR-CLEAR
      *and dropped everything above it a row - the stamps follow
      *their cells down the same way, and the top row starts bare
       PERFORM VARYING WS-MASTER-ROW FROM WS-CHECK-FOR-CLEAR BY -1
       UNTIL WS-MASTER-ROW < 2
       COMPUTE WS-MASTER-FROM-ROW = WS-MASTER-ROW - 1
       MOVE WS-MASTER-STAMP-ROW(WS-MASTER-FROM-ROW)
           TO WS-MASTER-STAMP-ROW(WS-MASTER-ROW)
       END-PERFORM.
       PERFORM VARYING WS-MASTER-COL FROM 1 BY 1
       UNTIL WS-MASTER-COL > 10
       MOVE 0 TO WS-MASTER-STAMP(1, WS-MASTER-COL)
       END-PERFORM.

       MASTER-FADE-STACK-PARA.
      *keep the whole board aside, then blank every cell that has
      *been down for the fade delay or longer - the falling piece
      *and its ghost go on top of this copy, and CHANGE-PLAYER-POS
      *puts the whole board back once DRAW_BOARD has it on screen
       MOVE WS-BOARD-FLAT TO WS-MASTER-BOARD-SAVE.
       PERFORM MASTER-CLOCK-NOW-PARA.
       PERFORM VARYING WS-MASTER-ROW FROM 1 BY 1
       UNTIL WS-MASTER-ROW > WS-BOARD-HEIGHT
       PERFORM VARYING WS-MASTER-COL FROM 1 BY 1
       UNTIL WS-MASTER-COL > WS-BOARD-WIDTH
       IF WS-MASTER-STAMP(WS-MASTER-ROW, WS-MASTER-COL) > 0 AND
           WS-MASTER-NOW - WS-MASTER-STAMP(WS-MASTER-ROW,
           WS-MASTER-COL) >= WS-MASTER-SECS THEN
       MOVE WS-EMPTY-SPACE TO
           WS-BOARD-COLS(WS-MASTER-ROW, WS-MASTER-COL)
       END-IF
       END-PERFORM
       END-PERFORM.
       DISPLAY "MASTER" AT 0240.

       RECORD-MASTER-SCORE-PARA.
      *same rules as the ultra board - walk-ups are asked for
      *initials, and an entry with no name is not kept
       IF WS-SIGNIN-INITIALS = SPACES THEN
       DISPLAY "MASTER BOARD - ENTER INITIALS:" AT 5201
       ACCEPT WS-SIGNIN-INITIALS AT 5240
       MOVE FUNCTION UPPER-CASE (WS-SIGNIN-INITIALS)
           TO WS-SIGNIN-INITIALS
       END-IF.
       IF WS-SIGNIN-INITIALS = SPACES THEN
       EXIT PARAGRAPH
       END-IF.
       MOVE FUNCTION CURRENT-DATE (1:8) TO MR-DATE.
       MOVE WS-MASTER-SECS TO MR-DELAY.
       MOVE WS-SIGNIN-INITIALS TO MR-INITIALS.
       MOVE WS-SCORE TO MR-SCORE.
       MOVE WS-TOTAL-LINES TO MR-LINES.
       OPEN EXTEND MASTERSCORE-FILE.
       IF WS-MASTERSCORE-FILE-STATUS = "35" OR
           WS-MASTERSCORE-FILE-STATUS = "05" THEN
       CLOSE MASTERSCORE-FILE
       OPEN OUTPUT MASTERSCORE-FILE
       END-IF.
       WRITE MASTERSCORE-RECORD.
       CLOSE MASTERSCORE-FILE.

       SHOW-MASTER-STANDINGS-PARA.
      *the all-time top ten at this game's fade delay, same layout
      *as the ultra board
       MOVE 0 TO WS-MASTER-COUNT.
       MOVE "N" TO WS-MASTER-EOF.
       OPEN INPUT MASTERSCORE-FILE.
       IF WS-MASTERSCORE-FILE-STATUS = "00" THEN
       PERFORM UNTIL WS-MASTER-END-OF-FILE
       READ MASTERSCORE-FILE
       AT END MOVE "Y" TO WS-MASTER-EOF
       NOT AT END
       IF MR-DELAY = WS-MASTER-SECS AND MR-SCORE IS NUMERIC THEN
       PERFORM INSERT-MASTER-ENTRY-PARA
       END-IF
       END-READ
       END-PERFORM
       CLOSE MASTERSCORE-FILE
       END-IF.
       DISPLAY "MASTER BEST -    SEC" AT 4455 WITH FOREGROUND-COLOR 6.
       DISPLAY WS-MASTER-SECS AT 4469 WITH FOREGROUND-COLOR 6.
       PERFORM VARYING WS-MASTER-INDEX FROM 1 BY 1
       UNTIL WS-MASTER-INDEX > WS-MASTER-COUNT
       COMPUTE WS-MASTER-ROW-AT = (44 + WS-MASTER-INDEX) * 100 + 55
       DISPLAY WS-MASTER-INDEX AT WS-MASTER-ROW-AT
       ADD 3 TO WS-MASTER-ROW-AT
       DISPLAY WS-MASTER-INITIALS(WS-MASTER-INDEX) AT WS-MASTER-ROW-AT
       ADD 4 TO WS-MASTER-ROW-AT
       DISPLAY WS-MASTER-SCORE(WS-MASTER-INDEX) AT WS-MASTER-ROW-AT
       END-PERFORM.
       IF WS-MASTER-COUNT = 0 THEN
       DISPLAY "NO ENTRIES YET" AT 4555
       END-IF.
       ACCEPT WS-COUNTDOWN-INP AT 5099 WITH AUTO TIME-OUT AFTER 50.

       INSERT-MASTER-ENTRY-PARA.
       MOVE 11 TO WS-MASTER-SLOT.
       PERFORM VARYING WS-MASTER-INDEX FROM 10 BY -1
       UNTIL WS-MASTER-INDEX < 1
       IF WS-MASTER-INDEX > WS-MASTER-COUNT OR
           MR-SCORE > WS-MASTER-SCORE(WS-MASTER-INDEX) THEN
       MOVE WS-MASTER-INDEX TO WS-MASTER-SLOT
       END-IF
       END-PERFORM.
       IF WS-MASTER-SLOT < 11 THEN
       PERFORM VARYING WS-MASTER-SLIDE FROM 10 BY -1
       UNTIL WS-MASTER-SLIDE <= WS-MASTER-SLOT
       MOVE WS-MASTER-ENTRY(WS-MASTER-SLIDE - 1)
           TO WS-MASTER-ENTRY(WS-MASTER-SLIDE)
       END-PERFORM
       MOVE MR-INITIALS TO WS-MASTER-INITIALS(WS-MASTER-SLOT)
       MOVE MR-SCORE TO WS-MASTER-SCORE(WS-MASTER-SLOT)
       IF WS-MASTER-COUNT < 10 THEN
       ADD 1 TO WS-MASTER-COUNT
       END-IF
       END-IF.

      *=================================================================
      *   LOCK-POSITION HEATMAP
      *=================================================================

       LOAD-HEATMAP-PARA.
      *pick up the running counters from previous sessions - no file
      *just starts the grid from zero
       PERFORM VARYING WS-HEAT-ROW-INDEX FROM 1 BY 1
       UNTIL WS-HEAT-ROW-INDEX > 20
       PERFORM VARYING WS-HEAT-COL-INDEX FROM 1 BY 1
       UNTIL WS-HEAT-COL-INDEX > 10
       MOVE 0 TO WS-HEAT-CELL(WS-HEAT-ROW-INDEX, WS-HEAT-COL-INDEX)
       END-PERFORM
       END-PERFORM.
       MOVE 0 TO WS-HEAT-ROW-INDEX.
       MOVE "N" TO WS-HEAT-EOF.
       OPEN INPUT HEATMAP-FILE.
       IF WS-HEATMAP-FILE-STATUS = "00" THEN
       PERFORM UNTIL WS-HEAT-END-OF-FILE
       READ HEATMAP-FILE
       AT END MOVE "Y" TO WS-HEAT-EOF
       NOT AT END
       IF WS-HEAT-ROW-INDEX < 20 AND HEATMAP-RECORD IS NUMERIC THEN
       ADD 1 TO WS-HEAT-ROW-INDEX
       PERFORM VARYING WS-HEAT-COL-INDEX FROM 1 BY 1
       UNTIL WS-HEAT-COL-INDEX > 10
       MOVE HM-CELL(WS-HEAT-COL-INDEX) TO
           WS-HEAT-CELL(WS-HEAT-ROW-INDEX, WS-HEAT-COL-INDEX)
       END-PERFORM
       END-IF
       END-READ
       END-PERFORM
       CLOSE HEATMAP-FILE
       END-IF.

       TALLY-LOCK-HEATMAP-PARA.
      *count the four cells the piece just locked into - the board
      *position math is the same walk DRAW-CURRENT-PIECE-PARA does.
      *a replay playback re-places pieces already counted once
       IF WS-IS-REPLAY-PLAYBACK THEN
       EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING LO-TEMP-NUM FROM 1 BY 1 UNTIL LO-TEMP-NUM = 5
       COMPUTE LO-ROW-TEMP = WS-REL-ROW +
           WS-PIECE-ROW(WS-CURRENT-PIECE, WS-ROTATION, LO-TEMP-NUM)
       COMPUTE LO-COL-TEMP = WS-REL-COL +
           WS-PIECE-COL(WS-CURRENT-PIECE, WS-ROTATION, LO-TEMP-NUM)
       IF LO-ROW-TEMP >= 1 AND LO-ROW-TEMP <= 20 AND
           LO-COL-TEMP >= 1 AND LO-COL-TEMP <= 10 THEN
       ADD 1 TO WS-HEAT-CELL(LO-ROW-TEMP, LO-COL-TEMP)
       END-IF
       END-PERFORM.

       SAVE-HEATMAP-PARA.
       OPEN OUTPUT HEATMAP-FILE.
       IF WS-HEATMAP-FILE-STATUS = "00" THEN
       PERFORM VARYING WS-HEAT-ROW-INDEX FROM 1 BY 1
       DISPLAY "PRESS ANY KEY TO START" AT 2603
           WITH BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
       MOVE SPACE TO WS-ATTRACT-INP.
       ACCEPT WS-ATTRACT-INP AT 5099 WITH AUTO
           TIME-OUT AFTER WS-ATTRACT-TIMEOUT.
       IF WS-ATTRACT-INP = SPACE OR WS-ATTRACT-INP = LOW-VALUES THEN
       PERFORM RUN-DEMO-PARA
       PERFORM SHOW-LEADERBOARD-PARA
       END-IF
       MOVE SPACE TO WS-ATTRACT-INP
       ACCEPT WS-ATTRACT-INP AT 5099 WITH AUTO TIME-OUT AFTER 2
       IF WS-ATTRACT-INP NOT = SPACE AND
           WS-ATTRACT-INP NOT = LOW-VALUES THEN
       MOVE "N" TO WS-DEMO-ACTIVE
       DISPLAY WS-PACE-RUN-COUNT AT 0126.
       DISPLAY "(ENTER=LATEST)" AT 0131.
       MOVE SPACES TO WS-PACE-PICK-INP.
       ACCEPT WS-PACE-PICK-INP AT 0146 WITH AUTO
           TIME-OUT AFTER 30.
       IF WS-PACE-PICK-INP IS NUMERIC THEN
       MOVE WS-PACE-PICK-INP TO WS-PACE-PICK
       IF WS-DAILY-COUNT = 0 THEN
       DISPLAY "NO ENTRIES YET TODAY" AT 4555
       END-IF.
       ACCEPT WS-COUNTDOWN-INP AT 5099 WITH AUTO TIME-OUT AFTER 50.

       INSERT-DAILY-ENTRY-PARA.
       MOVE 11 TO WS-DAILY-SLOT.
      *running yet to hang a delay off of
       DISPLAY "GET READY" AT 1303 WITH BACKGROUND-COLOR 1
       FOREGROUND-COLOR 7.
       ACCEPT WS-COUNTDOWN-INP AT 5099 WITH AUTO TIME-OUT AFTER 10.
       DISPLAY "         " AT 1303.
       DISPLAY "3" AT 1408 WITH BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
       ACCEPT WS-COUNTDOWN-INP AT 5099 WITH AUTO TIME-OUT AFTER 10.
       DISPLAY " " AT 1408.
       DISPLAY "2" AT 1408 WITH BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
       ACCEPT WS-COUNTDOWN-INP AT 5099 WITH AUTO TIME-OUT AFTER 10.
       DISPLAY " " AT 1408.
       DISPLAY "1" AT 1408 WITH BACKGROUND-COLOR 1 FOREGROUND-COLOR 7.
       ACCEPT WS-COUNTDOWN-INP AT 5099 WITH AUTO TIME-OUT AFTER 10.
       DISPLAY " " AT 1408.
       DISPLAY "GO!" AT 1407 WITH BACKGROUND-COLOR 2 FOREGROUND-COLOR 7.
       ACCEPT WS-COUNTDOWN-INP AT 5099 WITH AUTO TIME-OUT AFTER 5.
       DISPLAY "   " AT 1407.

       OFFER-RESUME-PARA.
           WITH BACKGROUND-COLOR 4.
       PERFORM UNTIL NOT WS-IS-PAUSED
       MOVE SPACE TO WS-PAUSE-CHOICE
       ACCEPT WS-PAUSE-CHOICE AT 5340 WITH AUTO
           TIME-OUT AFTER 600
       MOVE FUNCTION UPPER-CASE (WS-PAUSE-CHOICE)
           TO WS-PAUSE-CHOICE
       IF WS-IS-VERSUS-MODE THEN
       DISPLAY "NO RESTART IN VERSUS - RESUME OR QUIT" AT 5401
       ELSE
       IF WS-IS-COOP-MODE THEN
       DISPLAY "NO RESTART IN CO-OP - RESUME OR QUIT " AT 5401
       ELSE
       MOVE "N" TO WS-PAUSED
       PERFORM CLEAR-PAUSE-MENU-PARA
       PERFORM RESET-FOR-NEW-GAME-PARA
       PERFORM START-FRESH-TAPE-PARA
       END-IF
       END-IF
       WHEN "T"
       PERFORM PAUSE-TUNE-PARA
       WHEN OTHER
       PAUSE-SAVE-QUIT-PARA.
      *pick the slot, snapshot through the normal checkpoint path,
      *and leave the loop without any of the game-over bookkeeping
      *- a slot has no room for the co-op board or a second player
       IF WS-IS-COOP-MODE THEN
       DISPLAY "NO SAVE IN CO-OP - RESUME OR QUIT   " AT 5401
       EXIT PARAGRAPH
       END-IF.
       DISPLAY "SAVE TO SLOT (1-3)?" AT 5401.
       ACCEPT WS-PAUSE-CHOICE AT 5421.
       IF WS-PAUSE-CHOICE = "1" OR WS-PAUSE-CHOICE = "2" OR

       CHANGE-PLAYER-POS-PARA.
       PERFORM FIND-FLOOR-PARA.
      *master mode draws from a faded copy: the landing spot above
      *was found on the whole board, and the whole board is put
      *back straight after the draw
       IF WS-IS-MASTER-MODE THEN
       PERFORM MASTER-FADE-STACK-PARA
       END-IF.
       IF WS-IS-GHOST-ON THEN
       PERFORM DRAW-SHADOW-PIECE-PARA
       END-IF.
       CALL "DRAW_BOARD" USING BY REFERENCE WS-BOARD WS-BOARD-POS-LS
           WS-BOARD-HEIGHT WS-BOARD-WIDTH WS-SCORE WS-LEVEL
           WS-TOTAL-LINES.
       IF WS-IS-MASTER-MODE THEN
       MOVE WS-MASTER-BOARD-SAVE TO WS-BOARD-FLAT
       END-IF.
       PERFORM DRAW-NEXT-BOX-PARA.
       PERFORM DRAW-HOLD-BOX-PARA.
       IF WS-IS-GHOST-ON THEN
       PERFORM VARYING LO-TEMP-NUM FROM 1 BY 1 UNTIL LO-TEMP-NUM = 5
       IF WS-CHECK-FOR-CLEAR < 21 THEN
       DISPLAY WS-CHECK-FOR-CLEAR AT 3530
       MOVE WS-CLEARED-ROWS TO WS-MASTER-CLEARED-BEFORE
       CALL "CHECK_AND_CLEAR_ROWS" USING BY REFERENCE
           WS-BOARD WS-EMPTY-SPACE WS-CHECK-FOR-CLEAR WS-CLEARED-ROWS
           WS-TIME-SINCE-START WS-BOARD-WIDTH
       IF WS-IS-MASTER-MODE AND
           WS-CLEARED-ROWS > WS-MASTER-CLEARED-BEFORE THEN
       PERFORM MASTER-DROP-STAMPS-PARA
       END-IF
       COMPUTE WS-CHECK-FOR-CLEAR = WS-CHECK-FOR-CLEAR  + 1
       END-IF
       END-PERFORM.
       IF WS-IS-CASCADE-MODE AND WS-CLEARED-ROWS > 0 THEN
       PERFORM CASCADE-RESOLVE-PARA
       END-IF.
       IF WS-IS-MASTER-MODE THEN
       PERFORM MASTER-STAMP-LOCKS-PARA
       END-IF.
      *clears first pay down whatever is queued against this board,
      *one for one - only what is left over goes back out
       IF (WS-IS-VERSUS-MODE OR WS-IS-NETPLAY-MODE) AND
       DISPLAY " " AT 0179 WITH BELL
       END-PERFORM.

      *=================================================================
      *   PAID-TIME SESSION CLOCK
      *=================================================================

       LOAD-PLAY-CLOCK-PARA.
      *only a running session that ends today or tomorrow and
      *still has time on it counts - a record left behind by a
      *clock that never closed has run out by the next launch and
      *is ignored. an end dated tomorrow is a session that runs on
      *past midnight
       MOVE "N" TO WS-PLAYCLOCK-ON.
       MOVE FUNCTION CURRENT-DATE (1:8) TO WS-PLAYCLOCK-BASE-DAY.
       OPEN INPUT PLAYCLOCK-FILE.
       IF WS-PLAYCLOCK-FILE-STATUS = "00" THEN
       READ PLAYCLOCK-FILE
       AT END CONTINUE
       NOT AT END
       IF PC-STATUS = "R" AND PC-END IS NUMERIC AND
           PC-DATE IS NUMERIC AND
           PC-DATE >= FUNCTION CURRENT-DATE (1:8) THEN
       MOVE PC-DATE TO WS-PLAYCLOCK-END-DATE
       COMPUTE WS-PLAYCLOCK-END-SECS =
           FUNCTION NUMVAL(PC-END (1:2)) * 3600 +
           FUNCTION NUMVAL(PC-END (3:2)) * 60 +
           FUNCTION NUMVAL(PC-END (5:2))
       IF WS-PLAYCLOCK-END-DATE NOT = WS-PLAYCLOCK-BASE-DAY THEN
       COMPUTE WS-PLAYCLOCK-END-SECS = WS-PLAYCLOCK-END-SECS +
           86400 * (FUNCTION INTEGER-OF-DATE (WS-PLAYCLOCK-END-DATE)
           - FUNCTION INTEGER-OF-DATE (WS-PLAYCLOCK-BASE-DAY))
       END-IF
       IF WS-PLAYCLOCK-END-SECS < 172800 THEN
       MOVE "Y" TO WS-PLAYCLOCK-ON
       END-IF
       END-IF
       END-READ
       CLOSE PLAYCLOCK-FILE
       END-IF.
       IF WS-IS-PLAYCLOCK-ON THEN
       PERFORM PLAY-CLOCK-LEFT-PARA
       IF WS-PLAYCLOCK-LEFT <= 0 THEN
       MOVE "N" TO WS-PLAYCLOCK-ON
       END-IF
       END-IF.

       PLAY-CLOCK-LEFT-PARA.
       MOVE FUNCTION CURRENT-DATE (1:14) TO WS-PLAYCLOCK-NOW.
       COMPUTE WS-PLAYCLOCK-NOW-SECS = WS-PLAYCLOCK-HH * 3600 +
           WS-PLAYCLOCK-MM * 60 + WS-PLAYCLOCK-SS.
       IF WS-PLAYCLOCK-DATE NOT = WS-PLAYCLOCK-BASE-DAY THEN
       COMPUTE WS-PLAYCLOCK-NOW-SECS = WS-PLAYCLOCK-NOW-SECS +
           86400 * (FUNCTION INTEGER-OF-DATE (WS-PLAYCLOCK-DATE)
           - FUNCTION INTEGER-OF-DATE (WS-PLAYCLOCK-BASE-DAY))
       END-IF.
       COMPUTE WS-PLAYCLOCK-LEFT =
           WS-PLAYCLOCK-END-SECS - WS-PLAYCLOCK-NOW-SECS.

       CHECK-PLAY-CLOCK-PARA.
      *each warning rings once and stays on screen; at zero the
      *game stops the way a top-out does and the play clock takes
      *over to offer more time or close the session
       PERFORM PLAY-CLOCK-LEFT-PARA.
       IF WS-PLAYCLOCK-LEFT <= 0 THEN
       MOVE "Y" TO WS-GAME-OVER
       MOVE "N" TO WS-PLAYCLOCK-ON
       DISPLAY "*** PAID TIME IS UP ***        " AT 6001
           WITH BACKGROUND-COLOR 4
       EXIT PARAGRAPH
       END-IF.
       IF WS-PLAYCLOCK-LEFT <= 60 AND WS-PLAYCLOCK-WARNED < 2 THEN
       MOVE 2 TO WS-PLAYCLOCK-WARNED
       DISPLAY "*** 1 MINUTE OF PAID TIME LEFT ***" AT 6001
           WITH BACKGROUND-COLOR 4
       MOVE 1 TO WS-BELL-RING
       PERFORM RING-BELL-PARA
       EXIT PARAGRAPH
       END-IF.
       IF WS-PLAYCLOCK-LEFT <= 300 AND WS-PLAYCLOCK-WARNED < 1 THEN
       MOVE 1 TO WS-PLAYCLOCK-WARNED
       DISPLAY "*** 5 MINUTES OF PAID TIME LEFT ***" AT 6001
           WITH BACKGROUND-COLOR 6
       MOVE 1 TO WS-BELL-RING
       PERFORM RING-BELL-PARA
       END-IF.

      *=================================================================
      *   FINESSE JUDGE
      *=================================================================
       MOVE 5 TO WS-ACH-CHECK-ID
       PERFORM CHECK-ACHIEVEMENT-PARA
       END-IF.
       IF WS-IS-MASTER-MODE AND WS-TOTAL-LINES >= 20 THEN
       MOVE 7 TO WS-ACH-CHECK-ID
       PERFORM CHECK-ACHIEVEMENT-PARA
       END-IF.
       PERFORM SCORE-COMBO-PARA.
       IF WS-IS-ITEM-MODE AND WS-CLEARED-ROWS > 0 THEN
       PERFORM AWARD-ITEM-CHECK-PARA
       MOVE "GAMEOVER" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       MOVE WS-SCORE TO WS-LOG-TEXT (1:10).
      *who played and under which event ride along behind the score,
      *so the timed log can say who an event actually brought in
       MOVE WS-SIGNIN-INITIALS TO WS-LOG-TEXT (12:3).
       MOVE WS-EVENT-ID TO WS-LOG-TEXT (16:8).
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       MOVE "GAMEOVER" TO WS-MSG-ID.
       CALL "messages" USING WS-MSG-ID WS-MSG-TEXT.
       DISPLAY "P2 SCORE:" AT 5601
       DISPLAY WS-SCORE-2 AT 5611
       ELSE
       IF WS-IS-COOP-MODE THEN
       DISPLAY "TEAM SCORE:" AT 5501
       DISPLAY WS-SCORE AT 5513
       ELSE
       DISPLAY "FINAL SCORE:" AT 5501
       DISPLAY WS-SCORE AT 5513
       END-IF
       END-IF.
      *the stack the master player has been working blind comes
      *back in full for the last look
       IF WS-IS-MASTER-MODE THEN
       CALL "DRAW_BOARD" USING BY REFERENCE WS-BOARD WS-BOARD-POS-LS
           WS-BOARD-HEIGHT WS-BOARD-WIDTH WS-SCORE WS-LEVEL
           WS-TOTAL-LINES
       END-IF.
       PERFORM STATS-SCREEN-PARA.
       PERFORM SHOW-ACHIEVEMENTS-PARA.
       MOVE WS-EMPTY-SPACE TO WS-BOARD-COLS(LO-ROW-TEMP,LO-COL-TEMP)
       END-PERFORM
       END-PERFORM.
       MOVE ZEROS TO WS-MASTER-STAMPS.
       MOVE "N" TO WS-GAME-OVER.
      *the quit byte (or any held key) from the game just finished
      *must not leak into the next game's loop test, which runs
      *fresh game on the same terminal without relaunching - used by
      *the pause menu's restart
       PERFORM RESET-GAME-CORE-PARA.
       IF WS-IS-COOP-MODE THEN
       CALL "MAKE_BORDER" USING
           WS-BOARD-POS-LS WS-BOARD-HEIGHT WS-COOP-WIDTH "CO-OP"
       PERFORM SETUP-COOP-GAME-PARA
       ELSE
       CALL "MAKE_BORDER" USING
           WS-BOARD-POS-LS WS-BOARD-HEIGHT WS-BOARD-WIDTH
           "COBOL TETRIS"
       PERFORM RESET-POSITION-PARA
       END-IF.
       PERFORM SHOW-COUNTDOWN-PARA.

       SHOW-HOTSEAT-RESULTS-PARA.
       PERFORM DRAW-CURRENT-PIECE-PARA-2.
       PERFORM SCORE-DROP-DISTANCE-PARA-2.
       ADD 1 TO WS-PIECE-COUNT-2(WS-CURRENT-PIECE-2).
       MOVE "N" TO WS-CPU-HAS-PLAN.
       MOVE WS-NEXT-PIECE-2 TO WS-CURRENT-PIECE-2.
       MOVE 0 TO WS-CLEARED-ROWS-2.
       MOVE WS-REL-ROW-2 TO WS-CHECK-FOR-CLEAR-2.
       PERFORM CHANGE-PLAYER-POS-PARA-2
       END-IF.

      *=================================================================
      *   VERSUS MODE - COMPUTER OPPONENT
      *=================================================================

       SETUP-CPU-OPPONENT-PARA.
      *the level sets how long the computer sits on each key, how
      *often it throws a piece away, and how far it looks into the
      *board when choosing a spot
       EVALUATE WS-CPU-LEVEL
       WHEN 1
       MOVE 4 TO WS-CPU-THINK-TICKS
       MOVE 25 TO WS-CPU-MISTAKE-PCT
       MOVE 1 TO WS-CPU-PLAN-DEPTH
       MOVE "CPU - EASY" TO WS-BOARD-2-TITLE
       WHEN 2
       MOVE 2 TO WS-CPU-THINK-TICKS
       MOVE 10 TO WS-CPU-MISTAKE-PCT
       MOVE 2 TO WS-CPU-PLAN-DEPTH
       MOVE "CPU - NORMAL" TO WS-BOARD-2-TITLE
       WHEN OTHER
       MOVE 0 TO WS-CPU-THINK-TICKS
       MOVE 2 TO WS-CPU-MISTAKE-PCT
       MOVE 3 TO WS-CPU-PLAN-DEPTH
       MOVE "CPU - HARD" TO WS-BOARD-2-TITLE
       END-EVALUATE.
       MOVE "N" TO WS-CPU-HAS-PLAN.
       MOVE 0 TO WS-CPU-WAIT.
       MOVE 0 TO WS-CPU-RAND.

       CPU-PICK-KEY-PARA.
      *stands in for the ACCEPT at player 2's keyboard: one key a
      *tick at most - a fresh piece is planned first, then rotated,
      *walked across and hard dropped, with the level's think time
      *between keys. a blank key is a tick with nothing pressed
       MOVE SPACE TO WS-INP-2.
       IF WS-IS-PAUSED THEN
       EXIT PARAGRAPH
       END-IF.
       IF WS-CPU-HAS-PLAN = "N" THEN
       PERFORM CPU-PLAN-PARA
       MOVE "Y" TO WS-CPU-HAS-PLAN
       MOVE 0 TO WS-CPU-KEYS-USED
       MOVE WS-CPU-THINK-TICKS TO WS-CPU-WAIT
       EXIT PARAGRAPH
       END-IF.
       IF WS-CPU-WAIT > 0 THEN
       SUBTRACT 1 FROM WS-CPU-WAIT
       EXIT PARAGRAPH
       END-IF.
       MOVE WS-CPU-THINK-TICKS TO WS-CPU-WAIT.
       ADD 1 TO WS-CPU-KEYS-USED.
      *a rotation the wall kicks keep refusing, or a wall in the
      *way, must not stall board 2 - after enough keys the piece
      *goes down wherever it has got to
       EVALUATE TRUE
       WHEN WS-CPU-KEYS-USED > 14
       MOVE WS-KEY2-HARDDROP TO WS-INP-2
       WHEN WS-ROTATION-2 NOT = WS-CPU-TARGET-ROT
       MOVE WS-KEY2-ROTATE TO WS-INP-2
       WHEN WS-REL-COL-2 < WS-CPU-TARGET-COL
       MOVE WS-KEY2-RIGHT TO WS-INP-2
       WHEN WS-REL-COL-2 > WS-CPU-TARGET-COL
       MOVE WS-KEY2-LEFT TO WS-INP-2
       WHEN OTHER
       MOVE WS-KEY2-HARDDROP TO WS-INP-2
       END-EVALUATE.

       CPU-PLAN-PARA.
      *every rotation at every column the piece fits into from where
      *it is now gets dropped to its landing row and weighed; the
      *best one becomes the target. now and then, by the level's
      *mistake rate, a random spot is taken instead, attract-demo
      *style. with nothing better found the piece drops straight
       MOVE WS-ROTATION-2 TO WS-CPU-TARGET-ROT.
       MOVE WS-REL-COL-2 TO WS-CPU-TARGET-COL.
       PERFORM CPU-ROLL-PARA.
       IF WS-CPU-ROLL < WS-CPU-MISTAKE-PCT THEN
       PERFORM CPU-RANDOM-SPOT-PARA
       EXIT PARAGRAPH
       END-IF.
       MOVE "N" TO WS-CPU-BEST-FOUND.
       PERFORM VARYING WS-CPU-TRY-ROT FROM 1 BY 1
       UNTIL WS-CPU-TRY-ROT > 4
       PERFORM VARYING WS-CPU-TRY-COL FROM -1 BY 1
       UNTIL WS-CPU-TRY-COL >= WS-BOARD-WIDTH
       MOVE WS-REL-ROW-2 TO WS-CPU-TRY-ROW
       PERFORM CPU-FITS-PARA
       IF WS-CPU-FITS = "Y" THEN
       PERFORM CPU-TRY-SPOT-PARA
       END-IF
       END-PERFORM
       END-PERFORM.

       CPU-RANDOM-SPOT-PARA.
       PERFORM CPU-ROLL-PARA.
       COMPUTE WS-CPU-TRY-ROT = FUNCTION MOD(WS-CPU-ROLL, 4) + 1.
       PERFORM CPU-ROLL-PARA.
       COMPUTE WS-CPU-TRY-COL =
           FUNCTION MOD(WS-CPU-ROLL, WS-BOARD-WIDTH).
       MOVE WS-REL-ROW-2 TO WS-CPU-TRY-ROW.
       PERFORM CPU-FITS-PARA.
       IF WS-CPU-FITS = "Y" THEN
       MOVE WS-CPU-TRY-ROT TO WS-CPU-TARGET-ROT
       MOVE WS-CPU-TRY-COL TO WS-CPU-TARGET-COL
       END-IF.

       CPU-ROLL-PARA.
      *the computer's own linear congruential dice, seeded off the
      *session seed - FUNCTION RANDOM feeds the piece deal, and
      *drawing on it here would change the pieces both boards get
       IF WS-CPU-RAND = 0 THEN
       COMPUTE WS-CPU-RAND = WS-SEED + 1
       END-IF.
       COMPUTE WS-CPU-RAND = FUNCTION MOD
           (WS-CPU-RAND * 1103515245 + 12345, 2147483648).
       DIVIDE WS-CPU-RAND BY 65536 GIVING WS-CPU-RAND-HIGH.
       DIVIDE WS-CPU-RAND-HIGH BY 100 GIVING WS-CPU-QUOT
           REMAINDER WS-CPU-ROLL.

       CPU-FITS-PARA.
      *the current piece at WS-CPU-TRY-ROT / -ROW / -COL, checked
      *against board 2's edges and settled cells
       MOVE "Y" TO WS-CPU-FITS.
       PERFORM VARYING WS-CPU-CELL FROM 1 BY 1 UNTIL WS-CPU-CELL > 4
       COMPUTE WS-CPU-CELL-ROW = WS-CPU-TRY-ROW + WS-PIECE-ROW
           (WS-CURRENT-PIECE-2, WS-CPU-TRY-ROT, WS-CPU-CELL)
       COMPUTE WS-CPU-CELL-COL = WS-CPU-TRY-COL + WS-PIECE-COL
           (WS-CURRENT-PIECE-2, WS-CPU-TRY-ROT, WS-CPU-CELL)
       IF WS-CPU-CELL-ROW < 1 OR
           WS-CPU-CELL-ROW > WS-BOARD-HEIGHT OR
           WS-CPU-CELL-COL < 1 OR
           WS-CPU-CELL-COL > WS-BOARD-WIDTH THEN
       MOVE "N" TO WS-CPU-FITS
       ELSE
       IF WS-BOARD-COLS-2(WS-CPU-CELL-ROW, WS-CPU-CELL-COL)
           NOT = WS-EMPTY-SPACE THEN
       MOVE "N" TO WS-CPU-FITS
       END-IF
       END-IF
       END-PERFORM.

       CPU-TRY-SPOT-PARA.
      *drop the candidate to where it would land, lay it on the board
      *just long enough to weigh the result, then lift it off again
       PERFORM UNTIL WS-CPU-FITS = "N"
       ADD 1 TO WS-CPU-TRY-ROW
       PERFORM CPU-FITS-PARA
       END-PERFORM.
       SUBTRACT 1 FROM WS-CPU-TRY-ROW.
       MOVE WS-CURRENT-PIECE-2 TO WS-CPU-MARK.
       PERFORM CPU-MARK-PARA.
       PERFORM CPU-EVALUATE-PARA.
       MOVE WS-EMPTY-SPACE TO WS-CPU-MARK.
       PERFORM CPU-MARK-PARA.
       IF WS-CPU-BEST-FOUND = "N" OR
           WS-CPU-VALUE > WS-CPU-BEST-VALUE THEN
       MOVE "Y" TO WS-CPU-BEST-FOUND
       MOVE WS-CPU-VALUE TO WS-CPU-BEST-VALUE
       MOVE WS-CPU-TRY-ROT TO WS-CPU-TARGET-ROT
       MOVE WS-CPU-TRY-COL TO WS-CPU-TARGET-COL
       END-IF.

       CPU-MARK-PARA.
       PERFORM VARYING WS-CPU-CELL FROM 1 BY 1 UNTIL WS-CPU-CELL > 4
       COMPUTE WS-CPU-CELL-ROW = WS-CPU-TRY-ROW + WS-PIECE-ROW
           (WS-CURRENT-PIECE-2, WS-CPU-TRY-ROT, WS-CPU-CELL)
       COMPUTE WS-CPU-CELL-COL = WS-CPU-TRY-COL + WS-PIECE-COL
           (WS-CURRENT-PIECE-2, WS-CPU-TRY-ROT, WS-CPU-CELL)
       MOVE WS-CPU-MARK TO
           WS-BOARD-COLS-2(WS-CPU-CELL-ROW, WS-CPU-CELL-COL)
       END-PERFORM.

       CPU-EVALUATE-PARA.
      *easy only looks at how deep the piece lands; normal weighs
      *the lines it makes against stack height and covered holes;
      *hard counts how ragged the skyline gets as well
       MOVE 0 TO WS-CPU-LINES.
       MOVE 0 TO WS-CPU-AGG-HEIGHT.
       MOVE 0 TO WS-CPU-HOLES.
       MOVE 0 TO WS-CPU-BUMPS.
       PERFORM VARYING WS-CPU-ROW FROM 1 BY 1
       UNTIL WS-CPU-ROW > WS-BOARD-HEIGHT
       MOVE 0 TO WS-CPU-FILLED
       PERFORM VARYING WS-CPU-COL FROM 1 BY 1
       UNTIL WS-CPU-COL > WS-BOARD-WIDTH
       IF WS-BOARD-COLS-2(WS-CPU-ROW, WS-CPU-COL)
           NOT = WS-EMPTY-SPACE THEN
       ADD 1 TO WS-CPU-FILLED
       END-IF
       END-PERFORM
       IF WS-CPU-FILLED = WS-BOARD-WIDTH THEN
       ADD 1 TO WS-CPU-LINES
       END-IF
       END-PERFORM.
       PERFORM VARYING WS-CPU-COL FROM 1 BY 1
       UNTIL WS-CPU-COL > WS-BOARD-WIDTH
       MOVE 0 TO WS-CPU-HEIGHT(WS-CPU-COL)
       MOVE "N" TO WS-CPU-TOP-SEEN
       PERFORM VARYING WS-CPU-ROW FROM 1 BY 1
       UNTIL WS-CPU-ROW > WS-BOARD-HEIGHT
       IF WS-BOARD-COLS-2(WS-CPU-ROW, WS-CPU-COL)
           NOT = WS-EMPTY-SPACE THEN
       IF WS-CPU-TOP-SEEN = "N" THEN
       MOVE "Y" TO WS-CPU-TOP-SEEN
       COMPUTE WS-CPU-HEIGHT(WS-CPU-COL) =
           WS-BOARD-HEIGHT - WS-CPU-ROW + 1
       END-IF
       ELSE
       IF WS-CPU-TOP-SEEN = "Y" THEN
       ADD 1 TO WS-CPU-HOLES
       END-IF
       END-IF
       END-PERFORM
       ADD WS-CPU-HEIGHT(WS-CPU-COL) TO WS-CPU-AGG-HEIGHT
       END-PERFORM.
       PERFORM VARYING WS-CPU-COL FROM 2 BY 1
       UNTIL WS-CPU-COL > WS-BOARD-WIDTH
       COMPUTE WS-CPU-HEIGHT-DIFF = WS-CPU-HEIGHT(WS-CPU-COL)
           - WS-CPU-HEIGHT(WS-CPU-COL - 1)
       IF WS-CPU-HEIGHT-DIFF < 0 THEN
       COMPUTE WS-CPU-HEIGHT-DIFF = 0 - WS-CPU-HEIGHT-DIFF
       END-IF
       ADD WS-CPU-HEIGHT-DIFF TO WS-CPU-BUMPS
       END-PERFORM.
       EVALUATE WS-CPU-PLAN-DEPTH
       WHEN 1
       COMPUTE WS-CPU-VALUE = WS-CPU-TRY-ROW * 10
       WHEN 2
       COMPUTE WS-CPU-VALUE = WS-CPU-LINES * 100
           - WS-CPU-AGG-HEIGHT * 5 - WS-CPU-HOLES * 30
       WHEN OTHER
       COMPUTE WS-CPU-VALUE = WS-CPU-LINES * 76
           - WS-CPU-AGG-HEIGHT * 51 - WS-CPU-HOLES * 36
           - WS-CPU-BUMPS * 18
       END-EVALUATE.

      *=================================================================
      *   VERSUS MODE - GARBAGE LINES
      *=================================================================

       PERFORM PUBLISH-LIVE-STATUS-PARA.

       IF WS-IS-PLAYCLOCK-ON THEN
       PERFORM CHECK-PLAY-CLOCK-PARA
       END-IF.

       CALL "CONVERT_TIME_TO_SEC" USING WS-STOPWATCH-SCRATCH-DATA
           WS-TIME-SINCE-START WS-STOPWATCH-HHMMSS.

       PERFORM CHECK-MISSION-TIME-PARA
       END-IF.

       IF WS-IS-ULTRA-MODE AND NOT WS-IS-REPLAY-WATCHING THEN
       PERFORM CHECK-ULTRA-TIME-PARA
       END-IF.

       DISPLAY WS-START-DATE AT 4701.
       DISPLAY  WS-CURRENT-DATE AT 4801.
       DISPLAY WS-TIME-SINCE-START AT 4901.
       END-IF.
      *playback gets its gravity from the tape's G records instead
      *of the wall clock, so the drops land on the ticks they really
      *happened on. a taken-over game is back on the clock
       IF WS-IS-REPLAY-WATCHING THEN
       EXIT PARAGRAPH
       END-IF.
       IF WS-IS-COOP-MODE AND
           WS-TIME-SINCE-DROP > WS-TIME-BEFORE-DROP THEN
       PERFORM COOP-GRAVITY-PARA
       COMPUTE WS-LAST-DROP-TIME = (WS-CURRENT-DATE/1000)
       EXIT PARAGRAPH
       END-IF.
       IF WS-TIME-SINCE-DROP > WS-TIME-BEFORE-DROP THEN
