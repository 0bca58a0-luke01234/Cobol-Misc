      *=================================================================
      *    DRILL HARVESTER
      *=================================================================
      *    DRILLS.CFG drills used to be laid out by hand, three records
      *    and a 200-character board at a time. this utility mines the
      *    replay library for positions worth practising instead: every
      *    kept solo tape is run through the same headless copy of the
      *    game's movement, kick and clear logic VERIFY uses, and three
      *    kinds of moment are picked off as the pieces spawn -
      *
      *      DANGER  the stack has reached the top rows of the well.
      *              goal: clear two lines inside eight pieces.
      *      SPIN    the next piece went in as a spin (three corners
      *              covered after a rotate). goal: land a spin inside
      *              three pieces from the same board.
      *      RESCUE  a board buried under six or more holes that the
      *              player dug back down to two or fewer. goal: the
      *              lines they cleared doing it, in the pieces they
      *              took plus two.
      *
      *    each candidate carries the board as it stood at the spawn,
      *    the next ten pieces actually dealt, and the suggested goal,
      *    and goes onto DRILLREVIEW.DAT with a "?" status. the review
      *    pass walks the "?" entries with an operator, who approves or
      *    rejects each one; an approved candidate is appended to
      *    DRILLS.CFG under a generated name. CLEARLOG.DAT is read for
      *    the days that logged clears in the top rows, and candidates
      *    from a tape played on such a day are marked so the operator
      *    can see the shop floor corroborates the tape.
      *
      *    versus, hot-seat and co-op tapes are passed over (their
      *    boards take garbage or a partner the tape does not carry),
      *    as are master tapes and any branch tape taken over from a
      *    replay. a re-run of the harvest never lists the same moment
      *    twice - the tape, piece number and kind are checked against
      *    what the review file already holds.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DRILL_HARVEST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPLAY-FILE ASSIGN TO WS-REPLAY-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPLAY-FILE-STATUS.

           SELECT REPLAYIDX-FILE ASSIGN TO "REPLAYLIB.IDX"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPLAYIDX-FILE-STATUS.

           SELECT CLEARLOG-FILE ASSIGN TO "CLEARLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLEARLOG-FILE-STATUS.

           SELECT REVIEW-FILE ASSIGN TO "DRILLREVIEW.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REVIEW-FILE-STATUS.

           SELECT DRILLS-FILE ASSIGN TO "DRILLS.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DRILLS-FILE-STATUS.

           SELECT KEYMAP-FILE ASSIGN TO "KEYMAP.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-KEYMAP-FILE-STATUS.

           SELECT BOARDSIZE-FILE ASSIGN TO "BOARDSIZE.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BOARDSIZE-FILE-STATUS.

           SELECT DASARR-FILE ASSIGN TO "DASARR.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DASARR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPLAY-FILE.
       01  REPLAY-RECORD.
           05  RP-TICK              PIC 9(8).
           05  RP-KEY               PIC X(1).
           05  RP-KIND              PIC X(1).

       FD  REPLAYIDX-FILE.
       01  REPLAYIDX-RECORD.
           05  RL-NAME              PIC X(12).
           05  RL-DATE              PIC X(8).
           05  RL-INITIALS          PIC X(3).
           05  RL-SCORE             PIC 9(10).
           05  RL-MODE              PIC X(1).
           05  RL-BRANCH-OF         PIC X(12).

       FD  CLEARLOG-FILE.
       01  CLEARLOG-RECORD.
           05  CL-CHECKED-ROW       PIC 9(2).
           05  CL-CLEARED-ROWS      PIC 9(1).
           05  CL-TIMESTAMP         PIC 9(13).
           05  CL-DATE              PIC X(8).

      *one candidate per record: "?" waiting for review, "Y" approved
      *and appended to DRILLS.CFG, "N" turned down
       FD  REVIEW-FILE.
       01  REVIEW-RECORD.
           05  RV-STATUS            PIC X(1).
           05  RV-KIND              PIC X(1).
           05  RV-TAPE              PIC X(12).
           05  RV-DATE              PIC X(8).
           05  RV-INITIALS          PIC X(3).
           05  RV-PIECE-NO          PIC 9(5).
           05  RV-CLEARLOG          PIC X(1).
           05  RV-BUDGET            PIC 9(2).
           05  RV-GOAL-TYPE         PIC X(1).
           05  RV-GOAL-COUNT        PIC 9(2).
           05  RV-SEQ               PIC X(10).
           05  RV-BOARD             PIC X(200).

       FD  DRILLS-FILE.
       01  DRILLS-RECORD            PIC X(200).

       FD  KEYMAP-FILE.
       01  KEYMAP-RECORD            PIC X(9).

       FD  BOARDSIZE-FILE.
       01  BOARDSIZE-RECORD.
           05  BS-HEIGHT            PIC 9(2).
           05  BS-WIDTH             PIC 9(2).

       FD  DASARR-FILE.
       01  DASARR-RECORD.
           05  DA-DAS-TICKS         PIC 9(2).
           05  DA-ARR-TICKS         PIC 9(2).

       WORKING-STORAGE SECTION.

       01  WS-REPLAY-FILE-NAME      PIC X(12) VALUE "REPLAY.DAT".
       01  WS-REPLAY-FILE-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-REPLAYIDX-FILE-STATUS PIC X(2)  VALUE SPACES.
       01  WS-CLEARLOG-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01  WS-REVIEW-FILE-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-DRILLS-FILE-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-KEYMAP-FILE-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-BOARDSIZE-FILE-STATUS PIC X(2)  VALUE SPACES.
       01  WS-DASARR-FILE-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-EOF                   PIC X(1)  VALUE "N".
           88  WS-END-OF-FILE                 VALUE "Y".

      *=================================================================
      *   THE SIMULATED GAME STATE - SAME SHAPES THE GAME KEEPS
      *=================================================================

       01  WS-BOARD-HEIGHT   PIC 9(2)    VALUE 20.
       01  WS-BOARD-WIDTH    PIC 9(2)    VALUE 10.
       01  WS-EMPTY-SPACE    PIC X(1)    VALUE ".".
       01  WS-BOARD.
           05  WS-BOARD-ROW OCCURS 20 TIMES.
               06  WS-BOARD-COLS OCCURS 10 TIMES.
                   07  WS-BOARD-VAL    PIC X(1) VALUE ".".

       01  WS-BLOCKS.
           05 WS-PIECES OCCURS 7 TIMES.
              06 WS-ROTATIONS OCCURS 4 TIMES.
                 07 WS-PIECE-ROW PIC 9(1) OCCURS 4 TIMES.
                 07 WS-PIECE-COL PIC 9(1) OCCURS 4 TIMES.

       01  WS-CURRENT-PIECE     PIC 9(1).
       01  WS-NEXT-PIECE        PIC 9(1).
       01  WS-NEXT-QUEUE-2      PIC 9(1).
       01  WS-NEXT-QUEUE-3      PIC 9(1).
       01  WS-HOLD-PIECE        PIC 9(1) VALUE 0.
       01  WS-HOLD-USED         PIC 9(1) VALUE 0.
       01  WS-ROTATION          PIC 9(1) VALUE 1.
       01  WS-SAVED-ROTATION    PIC 9(1).
       01  WS-SEED              PIC 9(8).

       01  WS-SCORE             PIC 9(10)   VALUE ZEROS.
       01  WS-TOTAL-LINES       PIC 9(6)    VALUE ZEROS.
       01  WS-LEVEL             PIC 9(3)    VALUE 1.
       01  WS-CLEARED-ROWS      PIC 9(1).
       01  WS-CHECK-FOR-CLEAR   PIC 9(2).
       01  WS-COMBO-COUNT       PIC 9(2)    VALUE 0.
       01  WS-BACK-TO-BACK      PIC X(1)    VALUE "N".
       01  WS-GAME-OVER         PIC X(1)    VALUE "N".
           88  WS-IS-GAME-OVER              VALUE "Y".

       01  WS-REL-PLAYERPOS-LS.
           05 WS-REL-ROW  PIC S9(2) VALUE +01.
           05 WS-REL-COL  PIC S9(2) VALUE +04.
       01  WS-CHECK-PLAYERPOS-LS.
           05 WS-CHECK-ROW  PIC S9(2) VALUE +01.
           05 WS-CHECK-COL  PIC S9(2) VALUE +01.
       01  WS-PIECE-START-POS-LS.
           05 WS-START-ROW PIC S9(2) VALUE +01.
           05 WS-START-COL PIC S9(2) VALUE +04.
       01  WS-PIECE-COLLISION   PIC 9(1).
       01  WS-HARD-DROP-FLAG    PIC X(1) VALUE "N".
       01  WS-LAST-ACTION-ROTATE PIC X(1) VALUE "N".
       01  WS-DROP-DISTANCE     PIC S9(2).

       01  WS-KICK-OFFSETS.
           05  WS-KICK-OFFSET OCCURS 5 TIMES.
               10  WS-KICK-ROW  PIC S9(1).
               10  WS-KICK-COL  PIC S9(1).
       01  WS-KICK-INDEX        PIC 9(1).
       01  WS-KICK-FOUND        PIC 9(1).
       01  WS-BASE-CHECK-ROW    PIC S9(2).
       01  WS-BASE-CHECK-COL    PIC S9(2).

       01  WS-KEYMAP.
           05  WS-KEY-TBL OCCURS 9 TIMES     PIC X(1).
       01  WS-KEYMAP-R REDEFINES WS-KEYMAP.
           05  WS-KEY-HARDDROP              PIC X(1).
           05  WS-KEY-ROTATE                PIC X(1).
           05  WS-KEY-QUIT                  PIC X(1).
           05  WS-KEY-SOFTDROP              PIC X(1).
           05  WS-KEY-LEFT                  PIC X(1).
           05  WS-KEY-RIGHT                 PIC X(1).
           05  WS-KEY-PAUSE                 PIC X(1).
           05  WS-KEY-HOLD                  PIC X(1).
           05  WS-KEY-DUMP                  PIC X(1).

       01  WS-DAS-TICKS         PIC 9(2)  VALUE 3.
       01  WS-ARR-TICKS         PIC 9(2)  VALUE 1.
       01  WS-HELD-DIR          PIC X(1)  VALUE SPACE.
       01  WS-HELD-TICK-COUNT   PIC 9(3)  VALUE 0.
       01  WS-ALLOW-SHIFT       PIC 9(1)  VALUE 0.
       01  WS-LAST-KEY-TICK     PIC 9(8)  VALUE 0.

       01  WS-INP               PIC X(1).
       01  WS-DIR               PIC X(1).

       01  WS-TEMP-NUM          PIC 9(4).
       01  WS-ROW-TEMP          PIC S9(4).
       01  WS-COL-TEMP          PIC S9(4).
       01  WS-TEMP-CHAR         PIC X(4).
       01  LO-FLOOR             PIC 9(2).
       01  WS-SPIN-CORNER-COUNT PIC 9(1).
       01  WS-SPIN-CHECK-ROW    PIC S9(4).
       01  WS-SPIN-CHECK-COL    PIC S9(4).
       01  WS-ROW-FULL          PIC 9(1).
       01  WS-DROP-ROW          PIC S9(2).
       01  WS-DUMMY-RANDOM      PIC 9(16).

       01  WS-HEADER-SEEN       PIC X(1)  VALUE "N".
       01  WS-BRANCH-SEEN       PIC X(1)  VALUE "N".

      *=================================================================
      *   WHAT THE HARVEST WATCHES FOR
      *=================================================================

      *a stack whose top is in the first WS-DANGER-ROW rows is in
      *the danger zone; the trigger re-arms once the stack is back
      *below WS-DANGER-CLEAR-ROW, so one long scramble near the top
      *yields one candidate, not one per piece
       01  WS-DANGER-ROW        PIC 9(2)  VALUE 6.
       01  WS-DANGER-CLEAR-ROW  PIC 9(2)  VALUE 10.
       01  WS-DANGER-ARMED      PIC X(1)  VALUE "Y".
       01  WS-MESSY-HOLES       PIC 9(3)  VALUE 6.
       01  WS-TIDY-HOLES        PIC 9(3)  VALUE 2.
       01  WS-RESCUE-WINDOW     PIC 9(3)  VALUE 20.
       01  WS-STACK-TOP         PIC 9(2).
       01  WS-HOLE-COUNT        PIC 9(3).
       01  WS-COL-COVERED       PIC X(1).
       01  WS-SPIN-HIT          PIC X(1)  VALUE "N".

      *every piece the tape deals, in order, so a candidate's ten-
      *piece sequence can be filled in from deals after the moment
       01  WS-DEAL-LOG.
           05  WS-DEAL-PIECE OCCURS 2000 TIMES PIC 9(1).
       01  WS-DEAL-COUNT        PIC 9(4)  VALUE 0.
       01  WS-DEALT             PIC 9(1).
       01  WS-PIECE-NO          PIC 9(5)  VALUE 0.

      *the board and queue as the current piece spawned
       01  WS-SPAWN-BOARD       PIC X(200).
       01  WS-SPAWN-QUEUE       PIC X(4).
       01  WS-SPAWN-MARK        PIC 9(4).

      *the buried board a rescue started from, held until it is
      *dug out or the window runs out
       01  WS-MESSY-PENDING     PIC X(1)  VALUE "N".
       01  WS-MESSY-BOARD       PIC X(200).
       01  WS-MESSY-QUEUE       PIC X(4).
       01  WS-MESSY-MARK        PIC 9(4).
       01  WS-MESSY-PIECE-NO    PIC 9(5).
       01  WS-MESSY-LINES       PIC 9(6).
       01  WS-PIECES-SINCE      PIC 9(5).

      *one tape's candidates, held until the tape has run out so the
      *deals after each moment are known
       01  WS-CAND-TABLE.
           05  WS-CAND-ENTRY OCCURS 10 TIMES.
               10  WS-CD-KIND        PIC X(1).
               10  WS-CD-PIECE-NO    PIC 9(5).
               10  WS-CD-QUEUE       PIC X(4).
               10  WS-CD-MARK        PIC 9(4).
               10  WS-CD-BUDGET      PIC 9(2).
               10  WS-CD-GOAL-TYPE   PIC X(1).
               10  WS-CD-GOAL-COUNT  PIC 9(2).
               10  WS-CD-BOARD       PIC X(200).
       01  WS-CAND-COUNT        PIC 9(2)  VALUE 0.
       01  WS-CAND-INDEX        PIC 9(2).
       01  WS-NEW-KIND          PIC X(1).
       01  WS-NEW-PIECE-NO      PIC 9(5).
       01  WS-NEW-QUEUE         PIC X(4).
       01  WS-NEW-MARK          PIC 9(4).
       01  WS-NEW-BUDGET        PIC 9(3).
       01  WS-NEW-GOAL-TYPE     PIC X(1).
       01  WS-NEW-GOAL-COUNT    PIC 9(6).
       01  WS-NEW-BOARD         PIC X(200).
       01  WS-SEQ-BUILD         PIC X(10).
       01  WS-SEQ-LEN           PIC 9(2).
       01  WS-DEAL-INDEX        PIC 9(4).

      *=================================================================
      *   THE LIBRARY, THE SHOP-FLOOR LOG AND THE REVIEW LIST
      *=================================================================

       01  WS-LIB-TABLE.
           05  WS-LIB-ENTRY OCCURS 200 TIMES.
               10  WS-LB-NAME        PIC X(12).
               10  WS-LB-DATE        PIC X(8).
               10  WS-LB-INITIALS    PIC X(3).
               10  WS-LB-MODE        PIC X(1).
               10  WS-LB-BRANCH-OF   PIC X(12).
       01  WS-LIB-COUNT         PIC 9(3)  VALUE 0.
       01  WS-LIB-INDEX         PIC 9(3).

       01  WS-HOT-TABLE.
           05  WS-HOT-DATE OCCURS 100 TIMES PIC X(8).
       01  WS-HOT-COUNT         PIC 9(3)  VALUE 0.
       01  WS-HOT-INDEX         PIC 9(3).
       01  WS-HOT-FOUND         PIC X(1).

       01  WS-RV-TABLE.
           05  WS-RV-ENTRY OCCURS 500 TIMES.
               10  WS-RV-STATUS      PIC X(1).
               10  WS-RV-KIND        PIC X(1).
               10  WS-RV-TAPE        PIC X(12).
               10  WS-RV-DATE        PIC X(8).
               10  WS-RV-INITIALS    PIC X(3).
               10  WS-RV-PIECE-NO    PIC 9(5).
               10  WS-RV-CLEARLOG    PIC X(1).
               10  WS-RV-BUDGET      PIC 9(2).
               10  WS-RV-GOAL-TYPE   PIC X(1).
               10  WS-RV-GOAL-COUNT  PIC 9(2).
               10  WS-RV-SEQ         PIC X(10).
               10  WS-RV-BOARD       PIC X(200).
       01  WS-RV-COUNT          PIC 9(3)  VALUE 0.
       01  WS-RV-INDEX          PIC 9(3).
       01  WS-RV-DUP            PIC X(1).
       01  WS-RV-FULL           PIC X(1)  VALUE "N".
       01  WS-RV-OVERFLOW       PIC X(1)  VALUE "N".
       01  WS-RV-BOARD-ROW      PIC 9(2).

       01  WS-TAPES-RUN         PIC 9(3)  VALUE 0.
       01  WS-TAPES-PASSED      PIC 9(3)  VALUE 0.
       01  WS-NEW-CANDIDATES    PIC 9(3)  VALUE 0.
       01  WS-DRILLS-ON-FILE    PIC 9(4)  VALUE 0.
       01  WS-DRILL-NAME        PIC X(20).
       01  WS-KIND-WORD         PIC X(6).
       01  WS-GOAL-LINE         PIC X(40).
       01  WS-APPROVED          PIC 9(3)  VALUE 0.
       01  WS-REJECTED          PIC 9(3)  VALUE 0.
       01  WS-REVIEW-DONE       PIC X(1)  VALUE "N".
       01  WS-TOOL-MODE         PIC X(1).
       01  WS-ANSWER            PIC X(1).

       PROCEDURE DIVISION.
       MAIN-PARA.
       DISPLAY "DRILL HARVESTER".
       DISPLAY "H = HARVEST THE REPLAY LIBRARY FOR CANDIDATES".
       DISPLAY "R = REVIEW CANDIDATES INTO DRILLS.CFG".
       ACCEPT WS-TOOL-MODE.
       MOVE FUNCTION UPPER-CASE (WS-TOOL-MODE) TO WS-TOOL-MODE.
       PERFORM LOAD-REVIEW-LIST-PARA.
      *never rewrite the list from a partial load - the unread tail
      *would vanish, the same stance VERIFY takes with HIGHSCORE.DAT
       IF WS-RV-OVERFLOW = "Y" THEN
       DISPLAY "DRILLREVIEW.DAT IS LONGER THAN THE 500-ENTRY WORK"
       DISPLAY "TABLE - CLEAR OUT REVIEWED ENTRIES FIRST."
       STOP RUN
       END-IF.
       EVALUATE WS-TOOL-MODE
       WHEN "H"
       PERFORM HARVEST-PARA
       WHEN "R"
       PERFORM REVIEW-PARA
       WHEN OTHER
       DISPLAY "NOTHING DONE."
       END-EVALUATE.
       STOP RUN.

      *=================================================================
      *   HARVEST - RUN EVERY SOLO TAPE IN THE LIBRARY
      *=================================================================

       HARVEST-PARA.
       PERFORM LOAD-KEYMAP-PARA.
       PERFORM LOAD-BOARD-SIZE-PARA.
       PERFORM LOAD-DASARR-PARA.
       PERFORM SETUP-WALL-KICKS-PARA.
       CALL "INITIALIZE_PIECES" USING WS-BLOCKS.
       PERFORM LOAD-HOT-DATES-PARA.
       PERFORM LOAD-LIBRARY-PARA.
       IF WS-LIB-COUNT = 0 THEN
       DISPLAY "REPLAYLIB.IDX HOLDS NO TAPES - NOTHING TO HARVEST."
       EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-LIB-INDEX FROM 1 BY 1
       UNTIL WS-LIB-INDEX > WS-LIB-COUNT OR WS-RV-FULL = "Y"
      *solo boards only - versus, hot-seat and co-op take garbage or
      *a partner's pieces the tape never recorded, and master's
      *locking differs from the engine copied here
       IF WS-LB-BRANCH-OF(WS-LIB-INDEX) NOT = SPACES OR
           WS-LB-MODE(WS-LIB-INDEX) = "V" OR
           WS-LB-MODE(WS-LIB-INDEX) = "H" OR
           WS-LB-MODE(WS-LIB-INDEX) = "C" OR
           WS-LB-MODE(WS-LIB-INDEX) = "M" THEN
       ADD 1 TO WS-TAPES-PASSED
       ELSE
       PERFORM HARVEST-ONE-TAPE-PARA
       END-IF
       END-PERFORM.
       PERFORM SAVE-REVIEW-LIST-PARA.
       DISPLAY " ".
       DISPLAY "TAPES RUN:       " WS-TAPES-RUN.
       DISPLAY "TAPES PASSED BY: " WS-TAPES-PASSED.
       DISPLAY "NEW CANDIDATES:  " WS-NEW-CANDIDATES.
       IF WS-RV-FULL = "Y" THEN
       DISPLAY "DRILLREVIEW.DAT IS FULL (500) - REVIEW AND CLEAR IT"
       DISPLAY "BEFORE HARVESTING AGAIN."
       END-IF.
       IF WS-NEW-CANDIDATES > 0 THEN
       DISPLAY "RUN AGAIN WITH R TO REVIEW THEM."
       END-IF.

       HARVEST-ONE-TAPE-PARA.
       MOVE WS-LB-NAME(WS-LIB-INDEX) TO WS-REPLAY-FILE-NAME.
       PERFORM RESET-SIMULATION-PARA.
       MOVE "N" TO WS-EOF.
       OPEN INPUT REPLAY-FILE.
       IF WS-REPLAY-FILE-STATUS NOT = "00" THEN
       DISPLAY WS-REPLAY-FILE-NAME " COULD NOT BE OPENED, STATUS "
           WS-REPLAY-FILE-STATUS
       ADD 1 TO WS-TAPES-PASSED
       EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-TAPES-RUN.
       PERFORM UNTIL WS-END-OF-FILE OR WS-IS-GAME-OVER OR
           WS-BRANCH-SEEN = "Y"
       READ REPLAY-FILE
       AT END MOVE "Y" TO WS-EOF
       NOT AT END
       PERFORM TAKE-IN-TAPE-RECORD-PARA
       END-READ
       END-PERFORM.
       CLOSE REPLAY-FILE.
      *a tape with a take-over mark in it is no real game - nothing
      *it turned up is kept
       IF WS-BRANCH-SEEN = "Y" THEN
       MOVE 0 TO WS-CAND-COUNT
       END-IF.
       PERFORM FILE-CANDIDATES-PARA.

       RESET-SIMULATION-PARA.
       MOVE ALL "." TO WS-BOARD.
       MOVE 0 TO WS-HOLD-PIECE.
       MOVE 0 TO WS-HOLD-USED.
       MOVE 1 TO WS-ROTATION.
       MOVE 0 TO WS-SCORE.
       MOVE 0 TO WS-TOTAL-LINES.
       MOVE 1 TO WS-LEVEL.
       MOVE 0 TO WS-COMBO-COUNT.
       MOVE "N" TO WS-BACK-TO-BACK.
       MOVE "N" TO WS-GAME-OVER.
       MOVE WS-PIECE-START-POS-LS TO WS-REL-PLAYERPOS-LS.
       MOVE "N" TO WS-HARD-DROP-FLAG.
       MOVE "N" TO WS-LAST-ACTION-ROTATE.
       MOVE SPACE TO WS-HELD-DIR.
       MOVE 0 TO WS-HELD-TICK-COUNT.
       MOVE 0 TO WS-LAST-KEY-TICK.
       MOVE "N" TO WS-HEADER-SEEN.
       MOVE "N" TO WS-BRANCH-SEEN.
       MOVE 0 TO WS-DEAL-COUNT.
       MOVE 0 TO WS-PIECE-NO.
       MOVE 0 TO WS-CAND-COUNT.
       MOVE "N" TO WS-MESSY-PENDING.
       MOVE "Y" TO WS-DANGER-ARMED.

       TAKE-IN-TAPE-RECORD-PARA.
       EVALUATE RP-KIND
       WHEN "H"
       MOVE "Y" TO WS-HEADER-SEEN
       MOVE RP-TICK TO WS-SEED
       CANCEL "GET_NEXT_PIECE"
       COMPUTE WS-DUMMY-RANDOM = FUNCTION RANDOM(WS-SEED)
       CALL "GET_NEXT_PIECE" USING WS-CURRENT-PIECE 1
       CALL "GET_NEXT_PIECE" USING WS-NEXT-PIECE 1
       CALL "GET_NEXT_PIECE" USING WS-NEXT-QUEUE-2 1
       CALL "GET_NEXT_PIECE" USING WS-NEXT-QUEUE-3 1
       MOVE WS-CURRENT-PIECE TO WS-DEALT
       PERFORM LOG-DEAL-PARA
       MOVE WS-NEXT-PIECE TO WS-DEALT
       PERFORM LOG-DEAL-PARA
       MOVE WS-NEXT-QUEUE-2 TO WS-DEALT
       PERFORM LOG-DEAL-PARA
       MOVE WS-NEXT-QUEUE-3 TO WS-DEALT
       PERFORM LOG-DEAL-PARA
       PERFORM NOTE-SPAWN-PARA
       WHEN "G"
       MOVE WS-KEY-SOFTDROP TO WS-INP
       PERFORM HANDLE-ONE-KEY-PARA
       WHEN "B"
       MOVE "Y" TO WS-BRANCH-SEEN
       WHEN "K"
       IF WS-HEADER-SEEN = "Y" THEN
       MOVE RP-KEY TO WS-INP
       PERFORM TRACK-HELD-KEY-PARA
       PERFORM HANDLE-ONE-KEY-PARA
       END-IF
       WHEN OTHER
       CONTINUE
       END-EVALUATE.

       LOG-DEAL-PARA.
       IF WS-DEAL-COUNT < 2000 THEN
       ADD 1 TO WS-DEAL-COUNT
       MOVE WS-DEALT TO WS-DEAL-PIECE(WS-DEAL-COUNT)
       END-IF.

      *=================================================================
      *   SPOTTING THE MOMENTS
      *=================================================================

       NOTE-SPAWN-PARA.
      *a new piece is at the top of the well - keep the board it
      *spawned over, then see whether that board is worth a drill
       MOVE WS-BOARD TO WS-SPAWN-BOARD.
       MOVE WS-CURRENT-PIECE TO WS-SPAWN-QUEUE (1:1).
       MOVE WS-NEXT-PIECE TO WS-SPAWN-QUEUE (2:1).
       MOVE WS-NEXT-QUEUE-2 TO WS-SPAWN-QUEUE (3:1).
       MOVE WS-NEXT-QUEUE-3 TO WS-SPAWN-QUEUE (4:1).
       MOVE WS-DEAL-COUNT TO WS-SPAWN-MARK.
       PERFORM MEASURE-BOARD-PARA.
       PERFORM CHECK-DANGER-PARA.
       PERFORM CHECK-RESCUE-PARA.

       MEASURE-BOARD-PARA.
      *the highest occupied row, and every empty cell with a filled
      *cell somewhere above it in the same column
       MOVE 0 TO WS-STACK-TOP.
       MOVE 0 TO WS-HOLE-COUNT.
       PERFORM VARYING WS-COL-TEMP FROM 1 BY 1
       UNTIL WS-COL-TEMP > WS-BOARD-WIDTH
       MOVE "N" TO WS-COL-COVERED
       PERFORM VARYING WS-ROW-TEMP FROM 1 BY 1
       UNTIL WS-ROW-TEMP > WS-BOARD-HEIGHT
       IF WS-BOARD-COLS(WS-ROW-TEMP, WS-COL-TEMP) = WS-EMPTY-SPACE
       THEN
       IF WS-COL-COVERED = "Y" THEN
       ADD 1 TO WS-HOLE-COUNT
       END-IF
       ELSE
       MOVE "Y" TO WS-COL-COVERED
       IF WS-STACK-TOP = 0 OR WS-ROW-TEMP < WS-STACK-TOP THEN
       MOVE WS-ROW-TEMP TO WS-STACK-TOP
       END-IF
       END-IF
       END-PERFORM
       END-PERFORM.

       CHECK-DANGER-PARA.
       IF WS-STACK-TOP = 0 OR WS-STACK-TOP > WS-DANGER-CLEAR-ROW THEN
       MOVE "Y" TO WS-DANGER-ARMED
       END-IF.
       IF WS-STACK-TOP > 0 AND WS-STACK-TOP <= WS-DANGER-ROW AND
           WS-DANGER-ARMED = "Y" THEN
       MOVE "N" TO WS-DANGER-ARMED
       MOVE "D" TO WS-NEW-KIND
       MOVE WS-SPAWN-BOARD TO WS-NEW-BOARD
       MOVE WS-SPAWN-QUEUE TO WS-NEW-QUEUE
       MOVE WS-SPAWN-MARK TO WS-NEW-MARK
       MOVE WS-PIECE-NO TO WS-NEW-PIECE-NO
       MOVE 8 TO WS-NEW-BUDGET
       MOVE "L" TO WS-NEW-GOAL-TYPE
       MOVE 2 TO WS-NEW-GOAL-COUNT
       PERFORM ADD-CANDIDATE-PARA
       END-IF.

       CHECK-RESCUE-PARA.
      *a buried board is held; if the player digs it back down inside
      *the window it becomes a candidate, otherwise it is dropped and
      *the watch starts again from whatever the board is now
       IF WS-MESSY-PENDING = "Y" THEN
       COMPUTE WS-PIECES-SINCE = WS-PIECE-NO - WS-MESSY-PIECE-NO
       IF WS-HOLE-COUNT <= WS-TIDY-HOLES THEN
       MOVE "N" TO WS-MESSY-PENDING
       MOVE "R" TO WS-NEW-KIND
       MOVE WS-MESSY-BOARD TO WS-NEW-BOARD
       MOVE WS-MESSY-QUEUE TO WS-NEW-QUEUE
       MOVE WS-MESSY-MARK TO WS-NEW-MARK
       MOVE WS-MESSY-PIECE-NO TO WS-NEW-PIECE-NO
       COMPUTE WS-NEW-BUDGET = WS-PIECES-SINCE + 2
       MOVE "L" TO WS-NEW-GOAL-TYPE
       COMPUTE WS-NEW-GOAL-COUNT = WS-TOTAL-LINES - WS-MESSY-LINES
       IF WS-NEW-GOAL-COUNT = 0 THEN
       MOVE 1 TO WS-NEW-GOAL-COUNT
       END-IF
       PERFORM ADD-CANDIDATE-PARA
       ELSE
       IF WS-PIECES-SINCE > WS-RESCUE-WINDOW THEN
       MOVE "N" TO WS-MESSY-PENDING
       END-IF
       END-IF
       END-IF.
       IF WS-MESSY-PENDING = "N" AND
           WS-HOLE-COUNT >= WS-MESSY-HOLES THEN
       MOVE "Y" TO WS-MESSY-PENDING
       MOVE WS-SPAWN-BOARD TO WS-MESSY-BOARD
       MOVE WS-SPAWN-QUEUE TO WS-MESSY-QUEUE
       MOVE WS-SPAWN-MARK TO WS-MESSY-MARK
       MOVE WS-PIECE-NO TO WS-MESSY-PIECE-NO
       MOVE WS-TOTAL-LINES TO WS-MESSY-LINES
       END-IF.

       NOTE-SPIN-PARA.
      *the piece just locked went in as a spin - the board it
      *spawned over, with it still to come, is the setup
       MOVE "S" TO WS-NEW-KIND.
       MOVE WS-SPAWN-BOARD TO WS-NEW-BOARD.
       MOVE WS-SPAWN-QUEUE TO WS-NEW-QUEUE.
       MOVE WS-SPAWN-MARK TO WS-NEW-MARK.
       MOVE WS-PIECE-NO TO WS-NEW-PIECE-NO.
       MOVE 3 TO WS-NEW-BUDGET.
       MOVE "S" TO WS-NEW-GOAL-TYPE.
       MOVE 1 TO WS-NEW-GOAL-COUNT.
       PERFORM ADD-CANDIDATE-PARA.

       ADD-CANDIDATE-PARA.
       IF WS-CAND-COUNT >= 10 THEN
       EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-CAND-COUNT.
       MOVE WS-NEW-KIND TO WS-CD-KIND(WS-CAND-COUNT).
       MOVE WS-NEW-PIECE-NO TO WS-CD-PIECE-NO(WS-CAND-COUNT).
       MOVE WS-NEW-QUEUE TO WS-CD-QUEUE(WS-CAND-COUNT).
       MOVE WS-NEW-MARK TO WS-CD-MARK(WS-CAND-COUNT).
       IF WS-NEW-BUDGET > 99 THEN
       MOVE 99 TO WS-NEW-BUDGET
       END-IF.
       MOVE WS-NEW-BUDGET TO WS-CD-BUDGET(WS-CAND-COUNT).
       MOVE WS-NEW-GOAL-TYPE TO WS-CD-GOAL-TYPE(WS-CAND-COUNT).
       IF WS-NEW-GOAL-COUNT > 99 THEN
       MOVE 99 TO WS-NEW-GOAL-COUNT
       END-IF.
       MOVE WS-NEW-GOAL-COUNT TO WS-CD-GOAL-COUNT(WS-CAND-COUNT).
       MOVE WS-NEW-BOARD TO WS-CD-BOARD(WS-CAND-COUNT).

       FILE-CANDIDATES-PARA.
      *the tape has run out, so each candidate's sequence can be
      *finished from the deals that followed it: the four pieces in
      *the queue at the moment, then the next six dealt
       PERFORM VARYING WS-CAND-INDEX FROM 1 BY 1
       UNTIL WS-CAND-INDEX > WS-CAND-COUNT OR WS-RV-FULL = "Y"
       MOVE "N" TO WS-RV-DUP
       PERFORM VARYING WS-RV-INDEX FROM 1 BY 1
       UNTIL WS-RV-INDEX > WS-RV-COUNT
       IF WS-RV-TAPE(WS-RV-INDEX) = WS-REPLAY-FILE-NAME AND
           WS-RV-PIECE-NO(WS-RV-INDEX) = WS-CD-PIECE-NO(WS-CAND-INDEX)
           AND WS-RV-KIND(WS-RV-INDEX) = WS-CD-KIND(WS-CAND-INDEX)
       THEN
       MOVE "Y" TO WS-RV-DUP
       END-IF
       END-PERFORM
       IF WS-RV-DUP = "N" THEN
       IF WS-RV-COUNT >= 500 THEN
       MOVE "Y" TO WS-RV-FULL
       ELSE
       PERFORM BUILD-SEQUENCE-PARA
       PERFORM ADD-REVIEW-ENTRY-PARA
       END-IF
       END-IF
       END-PERFORM.

       BUILD-SEQUENCE-PARA.
       MOVE SPACES TO WS-SEQ-BUILD.
       MOVE WS-CD-QUEUE(WS-CAND-INDEX) TO WS-SEQ-BUILD (1:4).
       MOVE 4 TO WS-SEQ-LEN.
       COMPUTE WS-DEAL-INDEX = WS-CD-MARK(WS-CAND-INDEX) + 1.
       PERFORM UNTIL WS-SEQ-LEN >= 10 OR WS-DEAL-INDEX > WS-DEAL-COUNT
       ADD 1 TO WS-SEQ-LEN
       MOVE WS-DEAL-PIECE(WS-DEAL-INDEX)
           TO WS-SEQ-BUILD (WS-SEQ-LEN:1)
       ADD 1 TO WS-DEAL-INDEX
       END-PERFORM.

       ADD-REVIEW-ENTRY-PARA.
       ADD 1 TO WS-RV-COUNT.
       ADD 1 TO WS-NEW-CANDIDATES.
       MOVE "?" TO WS-RV-STATUS(WS-RV-COUNT).
       MOVE WS-CD-KIND(WS-CAND-INDEX) TO WS-RV-KIND(WS-RV-COUNT).
       MOVE WS-REPLAY-FILE-NAME TO WS-RV-TAPE(WS-RV-COUNT).
       MOVE WS-LB-DATE(WS-LIB-INDEX) TO WS-RV-DATE(WS-RV-COUNT).
       MOVE WS-LB-INITIALS(WS-LIB-INDEX)
           TO WS-RV-INITIALS(WS-RV-COUNT).
       MOVE WS-CD-PIECE-NO(WS-CAND-INDEX)
           TO WS-RV-PIECE-NO(WS-RV-COUNT).
       MOVE "N" TO WS-HOT-FOUND.
       PERFORM VARYING WS-HOT-INDEX FROM 1 BY 1
       UNTIL WS-HOT-INDEX > WS-HOT-COUNT
       IF WS-HOT-DATE(WS-HOT-INDEX) = WS-LB-DATE(WS-LIB-INDEX) THEN
       MOVE "Y" TO WS-HOT-FOUND
       END-IF
       END-PERFORM.
       MOVE WS-HOT-FOUND TO WS-RV-CLEARLOG(WS-RV-COUNT).
       MOVE WS-CD-BUDGET(WS-CAND-INDEX) TO WS-RV-BUDGET(WS-RV-COUNT).
       MOVE WS-CD-GOAL-TYPE(WS-CAND-INDEX)
           TO WS-RV-GOAL-TYPE(WS-RV-COUNT).
       MOVE WS-CD-GOAL-COUNT(WS-CAND-INDEX)
           TO WS-RV-GOAL-COUNT(WS-RV-COUNT).
       MOVE WS-SEQ-BUILD TO WS-RV-SEQ(WS-RV-COUNT).
       MOVE WS-CD-BOARD(WS-CAND-INDEX) TO WS-RV-BOARD(WS-RV-COUNT).

      *=================================================================
      *   THE HEADLESS ENGINE - AS VERIFY RUNS IT
      *=================================================================

       TRACK-HELD-KEY-PARA.
      *back-to-back ticks of the same direction key are a hold; a
      *gap in the tick numbers means the key was released
       MOVE FUNCTION UPPER-CASE (WS-INP) TO WS-INP.
       IF (WS-INP = WS-KEY-LEFT OR WS-INP = WS-KEY-RIGHT) AND
           WS-INP = WS-HELD-DIR AND
           RP-TICK = WS-LAST-KEY-TICK + 1 THEN
       ADD 1 TO WS-HELD-TICK-COUNT
       ELSE
       IF WS-INP = WS-KEY-LEFT OR WS-INP = WS-KEY-RIGHT THEN
       MOVE WS-INP TO WS-HELD-DIR
       MOVE 1 TO WS-HELD-TICK-COUNT
       ELSE
       MOVE SPACE TO WS-HELD-DIR
       MOVE 0 TO WS-HELD-TICK-COUNT
       END-IF
       END-IF.
       MOVE RP-TICK TO WS-LAST-KEY-TICK.

       HANDLE-ONE-KEY-PARA.
      *the same dispatch NEW-PLAYER-MOVE-PARA runs, minus drawing -
      *pause and the board dump do nothing to the simulated state
       MOVE FUNCTION UPPER-CASE (WS-INP) TO WS-INP.
       MOVE WS-INP TO WS-DIR.
       MOVE WS-REL-PLAYERPOS-LS TO WS-CHECK-PLAYERPOS-LS.
       EVALUATE WS-DIR
       WHEN WS-KEY-QUIT
       MOVE "Y" TO WS-GAME-OVER
       WHEN WS-KEY-HARDDROP
       MOVE "N" TO WS-LAST-ACTION-ROTATE
       PERFORM FIND-FLOOR-PARA
       MOVE LO-FLOOR TO WS-REL-ROW
       MOVE "Y" TO WS-HARD-DROP-FLAG
       MOVE WS-REL-PLAYERPOS-LS TO WS-CHECK-PLAYERPOS-LS
       ADD 1 TO WS-CHECK-ROW
       PERFORM COLLISION-CHECK-PARA
       IF WS-PIECE-COLLISION = 0 THEN
       MOVE WS-CHECK-PLAYERPOS-LS TO WS-REL-PLAYERPOS-LS
       ELSE
       PERFORM PLACE-CURRENT-PIECE-PARA
       END-IF
       WHEN WS-KEY-HOLD
       PERFORM HOLD-PIECE-PARA
       WHEN WS-KEY-ROTATE
       PERFORM ROTATE-PIECE-PARA
       WHEN WS-KEY-SOFTDROP
       MOVE "N" TO WS-LAST-ACTION-ROTATE
       ADD 1 TO WS-CHECK-ROW
       PERFORM COLLISION-CHECK-PARA
       IF WS-PIECE-COLLISION = 0 THEN
       MOVE WS-CHECK-PLAYERPOS-LS TO WS-REL-PLAYERPOS-LS
       ELSE
       PERFORM PLACE-CURRENT-PIECE-PARA
       END-IF
       WHEN WS-KEY-LEFT
       MOVE "N" TO WS-LAST-ACTION-ROTATE
       PERFORM DAS-ARR-GATE-PARA
       IF WS-ALLOW-SHIFT = 1 THEN
       SUBTRACT 1 FROM WS-CHECK-COL
       PERFORM COLLISION-CHECK-PARA
       IF WS-PIECE-COLLISION = 0 THEN
       MOVE WS-CHECK-PLAYERPOS-LS TO WS-REL-PLAYERPOS-LS
       END-IF
       END-IF
       WHEN WS-KEY-RIGHT
       MOVE "N" TO WS-LAST-ACTION-ROTATE
       PERFORM DAS-ARR-GATE-PARA
       IF WS-ALLOW-SHIFT = 1 THEN
       ADD 1 TO WS-CHECK-COL
       PERFORM COLLISION-CHECK-PARA
       IF WS-PIECE-COLLISION = 0 THEN
       MOVE WS-CHECK-PLAYERPOS-LS TO WS-REL-PLAYERPOS-LS
       END-IF
       END-IF
       WHEN OTHER
       CONTINUE
       END-EVALUATE.

       DAS-ARR-GATE-PARA.
       IF WS-HELD-TICK-COUNT <= 1 THEN
       MOVE 1 TO WS-ALLOW-SHIFT
       ELSE
       IF WS-HELD-TICK-COUNT > WS-DAS-TICKS AND
       FUNCTION MOD(WS-HELD-TICK-COUNT - WS-DAS-TICKS, WS-ARR-TICKS) = 0
       THEN
       MOVE 1 TO WS-ALLOW-SHIFT
       ELSE
       MOVE 0 TO WS-ALLOW-SHIFT
       END-IF
       END-IF.

       ROTATE-PIECE-PARA.
       MOVE WS-ROTATION TO WS-SAVED-ROTATION.
       DIVIDE WS-ROTATION BY 4 GIVING WS-TEMP-NUM
           REMAINDER WS-ROTATION.
       ADD 1 TO WS-ROTATION.
       MOVE WS-REL-ROW TO WS-BASE-CHECK-ROW.
       MOVE WS-REL-COL TO WS-BASE-CHECK-COL.
       MOVE 0 TO WS-KICK-FOUND.
       PERFORM VARYING WS-KICK-INDEX FROM 1 BY 1
       UNTIL WS-KICK-INDEX > 5
       IF WS-KICK-FOUND = 0 THEN
       COMPUTE WS-CHECK-ROW =
           WS-BASE-CHECK-ROW + WS-KICK-ROW(WS-KICK-INDEX)
       COMPUTE WS-CHECK-COL =
           WS-BASE-CHECK-COL + WS-KICK-COL(WS-KICK-INDEX)
       PERFORM COLLISION-CHECK-PARA
       IF WS-PIECE-COLLISION = 0 THEN
       MOVE 1 TO WS-KICK-FOUND
       END-IF
       END-IF
       END-PERFORM.
       IF WS-KICK-FOUND = 1 THEN
       MOVE WS-CHECK-PLAYERPOS-LS TO WS-REL-PLAYERPOS-LS
       MOVE "Y" TO WS-LAST-ACTION-ROTATE
       ELSE
       MOVE WS-SAVED-ROTATION TO WS-ROTATION
       END-IF.

       HOLD-PIECE-PARA.
       IF WS-HOLD-USED = 0 THEN
       IF WS-HOLD-PIECE = 0 THEN
       MOVE WS-CURRENT-PIECE TO WS-HOLD-PIECE
       MOVE WS-NEXT-PIECE TO WS-CURRENT-PIECE
       PERFORM REFILL-NEXT-QUEUE-PARA
       ELSE
       MOVE WS-CURRENT-PIECE TO WS-TEMP-NUM
       MOVE WS-HOLD-PIECE TO WS-CURRENT-PIECE
       MOVE WS-TEMP-NUM TO WS-HOLD-PIECE
       END-IF
       MOVE 1 TO WS-HOLD-USED
       MOVE 1 TO WS-ROTATION
       PERFORM RESET-POSITION-PARA
       END-IF.

       REFILL-NEXT-QUEUE-PARA.
       MOVE WS-NEXT-QUEUE-2 TO WS-NEXT-PIECE.
       MOVE WS-NEXT-QUEUE-3 TO WS-NEXT-QUEUE-2.
       CALL "GET_NEXT_PIECE" USING WS-NEXT-QUEUE-3 1.
       MOVE WS-NEXT-QUEUE-3 TO WS-DEALT.
       PERFORM LOG-DEAL-PARA.

       COLLISION-CHECK-PARA.
       MOVE 0 TO WS-PIECE-COLLISION.
       PERFORM VARYING WS-TEMP-NUM FROM 1 BY 1 UNTIL WS-TEMP-NUM = 5
       COMPUTE WS-ROW-TEMP = WS-CHECK-ROW +
           WS-PIECE-ROW(WS-CURRENT-PIECE, WS-ROTATION, WS-TEMP-NUM)
       COMPUTE WS-COL-TEMP = WS-CHECK-COL +
           WS-PIECE-COL(WS-CURRENT-PIECE, WS-ROTATION, WS-TEMP-NUM)
       IF WS-COL-TEMP < 1 OR WS-COL-TEMP > WS-BOARD-WIDTH OR
           WS-ROW-TEMP > WS-BOARD-HEIGHT OR WS-ROW-TEMP < 1 THEN
       MOVE 1 TO WS-PIECE-COLLISION
       ELSE
       MOVE WS-BOARD-COLS(WS-ROW-TEMP, WS-COL-TEMP) TO WS-TEMP-CHAR
       IF WS-TEMP-CHAR NOT = WS-EMPTY-SPACE THEN
       MOVE 1 TO WS-PIECE-COLLISION
       END-IF
       END-IF
       END-PERFORM.

       FIND-FLOOR-PARA.
       MOVE 0 TO WS-PIECE-COLLISION.
       MOVE WS-REL-PLAYERPOS-LS TO WS-CHECK-PLAYERPOS-LS.
       PERFORM UNTIL WS-PIECE-COLLISION NOT = 0
       PERFORM COLLISION-CHECK-PARA
       COMPUTE WS-CHECK-ROW = WS-CHECK-ROW + 1
       END-PERFORM.
       COMPUTE LO-FLOOR = WS-CHECK-ROW - 2.

      *=================================================================
      *   LOCKING, CLEARING AND SCORING - THE GAME'S RULES VERBATIM
      *=================================================================

       PLACE-CURRENT-PIECE-PARA.
       MOVE "N" TO WS-SPIN-HIT.
       PERFORM SCORE-SPIN-BONUS-PARA.
      *a piece swapped in from hold is not the one the spawn board
      *was kept for, so its spin cannot be set up from that board
       IF WS-HOLD-USED = 1 THEN
       MOVE "N" TO WS-SPIN-HIT
       END-IF.
       PERFORM VARYING WS-TEMP-NUM FROM 1 BY 1 UNTIL WS-TEMP-NUM = 5
       COMPUTE WS-ROW-TEMP = WS-REL-ROW +
           WS-PIECE-ROW(WS-CURRENT-PIECE, WS-ROTATION, WS-TEMP-NUM)
       COMPUTE WS-COL-TEMP = WS-REL-COL +
           WS-PIECE-COL(WS-CURRENT-PIECE, WS-ROTATION, WS-TEMP-NUM)
       IF WS-ROW-TEMP >= 1 AND WS-ROW-TEMP <= 20 AND
           WS-COL-TEMP >= 1 AND WS-COL-TEMP <= 10 THEN
       MOVE WS-CURRENT-PIECE
           TO WS-BOARD-COLS(WS-ROW-TEMP, WS-COL-TEMP)
       END-IF
       END-PERFORM.
       PERFORM SCORE-DROP-DISTANCE-PARA.
       MOVE WS-NEXT-PIECE TO WS-CURRENT-PIECE.
       MOVE 0 TO WS-HOLD-USED.
       MOVE 0 TO WS-CLEARED-ROWS.
       MOVE WS-REL-ROW TO WS-CHECK-FOR-CLEAR.
       PERFORM VARYING WS-TEMP-NUM FROM 1 BY 1 UNTIL WS-TEMP-NUM = 5
       IF WS-CHECK-FOR-CLEAR < 21 AND WS-CHECK-FOR-CLEAR >= 1 THEN
       PERFORM CHECK-AND-CLEAR-ONE-ROW-PARA
       COMPUTE WS-CHECK-FOR-CLEAR = WS-CHECK-FOR-CLEAR + 1
       END-IF
       END-PERFORM.
       PERFORM SCORE-LINES-PARA.
       IF WS-SPIN-HIT = "Y" THEN
       PERFORM NOTE-SPIN-PARA
       END-IF.
       ADD 1 TO WS-PIECE-NO.
       PERFORM REFILL-NEXT-QUEUE-PARA.
       PERFORM RESET-POSITION-PARA.
       IF NOT WS-IS-GAME-OVER THEN
       PERFORM NOTE-SPAWN-PARA
       END-IF.

       CHECK-AND-CLEAR-ONE-ROW-PARA.
      *the same check/clear/drop CHECK_AND_CLEAR_ROWS does, redone
      *here so no CLEARLOG.DAT records come out of a harvest run
       MOVE 1 TO WS-ROW-FULL.
       PERFORM VARYING WS-COL-TEMP FROM 1 BY 1
       UNTIL WS-COL-TEMP > WS-BOARD-WIDTH
       IF WS-BOARD-COLS(WS-CHECK-FOR-CLEAR, WS-COL-TEMP) =
           WS-EMPTY-SPACE THEN
       MOVE 0 TO WS-ROW-FULL
       END-IF
       END-PERFORM.
       IF WS-ROW-FULL = 0 THEN
       EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-CLEARED-ROWS.
       PERFORM VARYING WS-DROP-ROW FROM WS-CHECK-FOR-CLEAR BY -1
       UNTIL WS-DROP-ROW < 2
       PERFORM VARYING WS-COL-TEMP FROM 1 BY 1
       UNTIL WS-COL-TEMP > WS-BOARD-WIDTH
       MOVE WS-BOARD-COLS(WS-DROP-ROW - 1, WS-COL-TEMP)
           TO WS-BOARD-COLS(WS-DROP-ROW, WS-COL-TEMP)
       END-PERFORM
       END-PERFORM.
       PERFORM VARYING WS-COL-TEMP FROM 1 BY 1
       UNTIL WS-COL-TEMP > WS-BOARD-WIDTH
       MOVE WS-EMPTY-SPACE TO WS-BOARD-COLS(1, WS-COL-TEMP)
       END-PERFORM.

       SCORE-SPIN-BONUS-PARA.
       IF WS-LAST-ACTION-ROTATE = "Y" THEN
       MOVE 0 TO WS-SPIN-CORNER-COUNT
       COMPUTE WS-SPIN-CHECK-ROW = WS-REL-ROW - 1
       COMPUTE WS-SPIN-CHECK-COL = WS-REL-COL - 1
       PERFORM CHECK-SPIN-CORNER-PARA
       COMPUTE WS-SPIN-CHECK-ROW = WS-REL-ROW - 1
       COMPUTE WS-SPIN-CHECK-COL = WS-REL-COL + 1
       PERFORM CHECK-SPIN-CORNER-PARA
       COMPUTE WS-SPIN-CHECK-ROW = WS-REL-ROW + 1
       COMPUTE WS-SPIN-CHECK-COL = WS-REL-COL - 1
       PERFORM CHECK-SPIN-CORNER-PARA
       COMPUTE WS-SPIN-CHECK-ROW = WS-REL-ROW + 1
       COMPUTE WS-SPIN-CHECK-COL = WS-REL-COL + 1
       PERFORM CHECK-SPIN-CORNER-PARA
       IF WS-SPIN-CORNER-COUNT > 2 THEN
       ADD 400 TO WS-SCORE
       MOVE "Y" TO WS-SPIN-HIT
       END-IF
       END-IF.

       CHECK-SPIN-CORNER-PARA.
       IF WS-SPIN-CHECK-ROW < 1 OR WS-SPIN-CHECK-COL < 1 OR
           WS-SPIN-CHECK-COL > WS-BOARD-WIDTH OR
           WS-SPIN-CHECK-ROW > WS-BOARD-HEIGHT THEN
       ADD 1 TO WS-SPIN-CORNER-COUNT
       ELSE
       IF WS-BOARD-COLS(WS-SPIN-CHECK-ROW, WS-SPIN-CHECK-COL)
       NOT = WS-EMPTY-SPACE THEN
       ADD 1 TO WS-SPIN-CORNER-COUNT
       END-IF
       END-IF.

       SCORE-DROP-DISTANCE-PARA.
       COMPUTE WS-DROP-DISTANCE = WS-REL-ROW - WS-START-ROW.
       IF WS-DROP-DISTANCE > 0 THEN
       IF WS-HARD-DROP-FLAG = "Y" THEN
       COMPUTE WS-SCORE = WS-SCORE + (WS-DROP-DISTANCE * 2)
       ELSE
       COMPUTE WS-SCORE = WS-SCORE + WS-DROP-DISTANCE
       END-IF
       END-IF.
       MOVE "N" TO WS-HARD-DROP-FLAG.

       SCORE-LINES-PARA.
       EVALUATE WS-CLEARED-ROWS
       WHEN 1
       ADD 100 TO WS-SCORE
       WHEN 2
       ADD 300 TO WS-SCORE
       WHEN 3
       ADD 500 TO WS-SCORE
       WHEN 4
       ADD 800 TO WS-SCORE
       WHEN OTHER
       CONTINUE
       END-EVALUATE.
       ADD WS-CLEARED-ROWS TO WS-TOTAL-LINES.
       COMPUTE WS-LEVEL = (WS-TOTAL-LINES / 10) + 1.
       IF WS-CLEARED-ROWS > 0 THEN
       ADD 1 TO WS-COMBO-COUNT
       IF WS-COMBO-COUNT > 1 THEN
       COMPUTE WS-SCORE = WS-SCORE + (WS-COMBO-COUNT - 1) * 50
       END-IF
       IF WS-CLEARED-ROWS = 4 THEN
       IF WS-BACK-TO-BACK = "Y" THEN
       ADD 400 TO WS-SCORE
       END-IF
       MOVE "Y" TO WS-BACK-TO-BACK
       ELSE
       MOVE "N" TO WS-BACK-TO-BACK
       END-IF
       ELSE
       MOVE 0 TO WS-COMBO-COUNT
       MOVE "N" TO WS-BACK-TO-BACK
       END-IF.

       RESET-POSITION-PARA.
       MOVE WS-PIECE-START-POS-LS TO WS-REL-PLAYERPOS-LS.
       MOVE WS-REL-PLAYERPOS-LS TO WS-CHECK-PLAYERPOS-LS.
       PERFORM COLLISION-CHECK-PARA.
       IF WS-PIECE-COLLISION NOT = 0 THEN
       MOVE "Y" TO WS-GAME-OVER
       END-IF.

      *=================================================================
      *   CONFIG THE SAME WAY THE GAME LOADS IT
      *=================================================================

       LOAD-KEYMAP-PARA.
       MOVE "F" TO WS-KEY-HARDDROP.
       MOVE "R" TO WS-KEY-ROTATE.
       MOVE "Q" TO WS-KEY-QUIT.
       MOVE "S" TO WS-KEY-SOFTDROP.
       MOVE "A" TO WS-KEY-LEFT.
       MOVE "D" TO WS-KEY-RIGHT.
       MOVE "P" TO WS-KEY-PAUSE.
       MOVE "C" TO WS-KEY-HOLD.
       MOVE "B" TO WS-KEY-DUMP.
       OPEN INPUT KEYMAP-FILE.
       IF WS-KEYMAP-FILE-STATUS = "00" THEN
       READ KEYMAP-FILE INTO WS-KEYMAP
       AT END CONTINUE
       END-READ
       CLOSE KEYMAP-FILE
       END-IF.

       LOAD-BOARD-SIZE-PARA.
       OPEN INPUT BOARDSIZE-FILE.
       IF WS-BOARDSIZE-FILE-STATUS = "00" THEN
       READ BOARDSIZE-FILE INTO BOARDSIZE-RECORD
       AT END CONTINUE
       END-READ
       CLOSE BOARDSIZE-FILE
       IF BS-HEIGHT > 0 AND BS-HEIGHT <= 20 AND
           BS-WIDTH > 0 AND BS-WIDTH <= 10 THEN
       MOVE BS-HEIGHT TO WS-BOARD-HEIGHT
       MOVE BS-WIDTH TO WS-BOARD-WIDTH
       END-IF
       END-IF.

       LOAD-DASARR-PARA.
      *the held-key throttle has to run at the cabinet's own
      *settings or every held shift replays on different ticks and
      *the simulated boards drift from what was really played
       OPEN INPUT DASARR-FILE.
       IF WS-DASARR-FILE-STATUS = "00" THEN
       READ DASARR-FILE INTO DASARR-RECORD
       AT END CONTINUE
       END-READ
       CLOSE DASARR-FILE
       IF DA-DAS-TICKS > 0 AND DA-ARR-TICKS > 0 THEN
       MOVE DA-DAS-TICKS TO WS-DAS-TICKS
       MOVE DA-ARR-TICKS TO WS-ARR-TICKS
       END-IF
       END-IF.

       SETUP-WALL-KICKS-PARA.
       MOVE 0 TO WS-KICK-ROW(1).
       MOVE 0 TO WS-KICK-COL(1).
       MOVE 0 TO WS-KICK-ROW(2).
       MOVE -1 TO WS-KICK-COL(2).
       MOVE 0 TO WS-KICK-ROW(3).
       MOVE 1 TO WS-KICK-COL(3).
       MOVE -1 TO WS-KICK-ROW(4).
       MOVE 0 TO WS-KICK-COL(4).
       MOVE 0 TO WS-KICK-ROW(5).
       MOVE -2 TO WS-KICK-COL(5).

      *=================================================================
      *   REVIEW - THE OPERATOR PASSES EACH CANDIDATE OR TURNS IT DOWN
      *=================================================================

       REVIEW-PARA.
       PERFORM COUNT-DRILLS-ON-FILE-PARA.
       MOVE "N" TO WS-REVIEW-DONE.
       PERFORM VARYING WS-RV-INDEX FROM 1 BY 1
       UNTIL WS-RV-INDEX > WS-RV-COUNT OR WS-REVIEW-DONE = "Y"
       IF WS-RV-STATUS(WS-RV-INDEX) = "?" THEN
       PERFORM REVIEW-ONE-CANDIDATE-PARA
       END-IF
       END-PERFORM.
       PERFORM SAVE-REVIEW-LIST-PARA.
       DISPLAY " ".
       DISPLAY "APPROVED INTO DRILLS.CFG: " WS-APPROVED.
       DISPLAY "TURNED DOWN:              " WS-REJECTED.

       REVIEW-ONE-CANDIDATE-PARA.
      *the game only ever loads the first ten drills, so approving
      *past that would append drills nobody can pick
       IF WS-DRILLS-ON-FILE >= 10 THEN
       DISPLAY "DRILLS.CFG ALREADY HOLDS 10 DRILLS - THE GAME LOADS"
       DISPLAY "NO MORE. RETIRE ONE BEFORE APPROVING OTHERS."
       MOVE "Y" TO WS-REVIEW-DONE
       EXIT PARAGRAPH
       END-IF.
       PERFORM SET-KIND-WORD-PARA.
       DISPLAY " ".
       DISPLAY "CANDIDATE " WS-RV-INDEX " - " WS-KIND-WORD.
       DISPLAY "TAPE " WS-RV-TAPE(WS-RV-INDEX) " "
           WS-RV-INITIALS(WS-RV-INDEX) " " WS-RV-DATE(WS-RV-INDEX)
           " PIECE " WS-RV-PIECE-NO(WS-RV-INDEX).
       IF WS-RV-CLEARLOG(WS-RV-INDEX) = "Y" THEN
       DISPLAY "CLEARLOG.DAT HAS TOP-ROW CLEARS LOGGED THAT DAY"
       END-IF.
       MOVE SPACES TO WS-GOAL-LINE.
       IF WS-RV-GOAL-TYPE(WS-RV-INDEX) = "S" THEN
       STRING "GOAL: A SPIN WITHIN " WS-RV-BUDGET(WS-RV-INDEX)
           " PIECES" DELIMITED BY SIZE INTO WS-GOAL-LINE
       ELSE
       STRING "GOAL: " WS-RV-GOAL-COUNT(WS-RV-INDEX)
           " LINES WITHIN " WS-RV-BUDGET(WS-RV-INDEX) " PIECES"
           DELIMITED BY SIZE INTO WS-GOAL-LINE
       END-IF.
       DISPLAY WS-GOAL-LINE.
       DISPLAY "PIECES: " WS-RV-SEQ(WS-RV-INDEX).
       PERFORM VARYING WS-RV-BOARD-ROW FROM 1 BY 1
       UNTIL WS-RV-BOARD-ROW > WS-BOARD-HEIGHT
       DISPLAY "  " WS-RV-BOARD(WS-RV-INDEX)
           ((WS-RV-BOARD-ROW - 1) * 10 + 1:WS-BOARD-WIDTH)
       END-PERFORM.
       DISPLAY "APPROVE? (Y=YES N=NO S=SKIP Q=QUIT):".
       ACCEPT WS-ANSWER.
       MOVE FUNCTION UPPER-CASE (WS-ANSWER) TO WS-ANSWER.
       EVALUATE WS-ANSWER
       WHEN "Y"
       PERFORM APPEND-DRILL-PARA
       WHEN "N"
       MOVE "N" TO WS-RV-STATUS(WS-RV-INDEX)
       ADD 1 TO WS-REJECTED
       WHEN "Q"
       MOVE "Y" TO WS-REVIEW-DONE
       WHEN OTHER
       CONTINUE
       END-EVALUATE.

       SET-KIND-WORD-PARA.
       EVALUATE WS-RV-KIND(WS-RV-INDEX)
       WHEN "D"
       MOVE "DANGER" TO WS-KIND-WORD
       WHEN "S"
       MOVE "SPIN" TO WS-KIND-WORD
       WHEN OTHER
       MOVE "RESCUE" TO WS-KIND-WORD
       END-EVALUATE.

       APPEND-DRILL-PARA.
      *the three records LOAD-DRILLS-PARA takes in turn - header,
      *board, sequence - under a name built from the kind, the
      *player and where on which tape it came from
       MOVE SPACES TO WS-DRILL-NAME.
       STRING WS-KIND-WORD DELIMITED BY SPACE
           " " WS-RV-INITIALS(WS-RV-INDEX)
           " T" WS-RV-TAPE(WS-RV-INDEX) (5:4)
           "-" WS-RV-PIECE-NO(WS-RV-INDEX) (3:3)
           DELIMITED BY SIZE INTO WS-DRILL-NAME.
       OPEN EXTEND DRILLS-FILE.
       IF WS-DRILLS-FILE-STATUS = "35" OR
           WS-DRILLS-FILE-STATUS = "05" THEN
       OPEN OUTPUT DRILLS-FILE
       END-IF.
       IF WS-DRILLS-FILE-STATUS NOT = "00" THEN
       DISPLAY "DRILLS.CFG COULD NOT BE OPENED, STATUS "
           WS-DRILLS-FILE-STATUS " - LEFT FOR LATER."
       EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO DRILLS-RECORD.
       STRING WS-DRILL-NAME WS-RV-BUDGET(WS-RV-INDEX)
           WS-RV-GOAL-TYPE(WS-RV-INDEX) WS-RV-GOAL-COUNT(WS-RV-INDEX)
           DELIMITED BY SIZE INTO DRILLS-RECORD.
       WRITE DRILLS-RECORD.
       MOVE WS-RV-BOARD(WS-RV-INDEX) TO DRILLS-RECORD.
       WRITE DRILLS-RECORD.
       MOVE WS-RV-SEQ(WS-RV-INDEX) TO DRILLS-RECORD.
       WRITE DRILLS-RECORD.
       CLOSE DRILLS-FILE.
       MOVE "Y" TO WS-RV-STATUS(WS-RV-INDEX).
       ADD 1 TO WS-APPROVED.
       ADD 1 TO WS-DRILLS-ON-FILE.
       DISPLAY "ADDED AS " WS-DRILL-NAME.

       COUNT-DRILLS-ON-FILE-PARA.
      *three records to a drill, the same reading the game does
       MOVE 0 TO WS-DRILLS-ON-FILE.
       MOVE 0 TO WS-TEMP-NUM.
       MOVE "N" TO WS-EOF.
       OPEN INPUT DRILLS-FILE.
       IF WS-DRILLS-FILE-STATUS = "00" THEN
       PERFORM UNTIL WS-END-OF-FILE
       READ DRILLS-FILE
       AT END MOVE "Y" TO WS-EOF
       NOT AT END
       ADD 1 TO WS-TEMP-NUM
       END-READ
       END-PERFORM
       CLOSE DRILLS-FILE
       END-IF.
       DIVIDE WS-TEMP-NUM BY 3 GIVING WS-DRILLS-ON-FILE.

      *=================================================================
      *   THE FILES AROUND THE HARVEST
      *=================================================================

       LOAD-REVIEW-LIST-PARA.
       MOVE 0 TO WS-RV-COUNT.
       MOVE "N" TO WS-EOF.
       OPEN INPUT REVIEW-FILE.
       IF WS-REVIEW-FILE-STATUS = "00" THEN
       PERFORM UNTIL WS-END-OF-FILE
       READ REVIEW-FILE
       AT END MOVE "Y" TO WS-EOF
       NOT AT END
       IF WS-RV-COUNT < 500 THEN
       ADD 1 TO WS-RV-COUNT
       MOVE REVIEW-RECORD TO WS-RV-ENTRY(WS-RV-COUNT)
       ELSE
       MOVE "Y" TO WS-RV-OVERFLOW
       END-IF
       END-READ
       END-PERFORM
       CLOSE REVIEW-FILE
       END-IF.

       SAVE-REVIEW-LIST-PARA.
       OPEN OUTPUT REVIEW-FILE.
       IF WS-REVIEW-FILE-STATUS = "00" THEN
       PERFORM VARYING WS-RV-INDEX FROM 1 BY 1
       UNTIL WS-RV-INDEX > WS-RV-COUNT
       MOVE WS-RV-ENTRY(WS-RV-INDEX) TO REVIEW-RECORD
       WRITE REVIEW-RECORD
       END-PERFORM
       CLOSE REVIEW-FILE
       END-IF.

       LOAD-LIBRARY-PARA.
       MOVE 0 TO WS-LIB-COUNT.
       MOVE "N" TO WS-EOF.
       OPEN INPUT REPLAYIDX-FILE.
       IF WS-REPLAYIDX-FILE-STATUS = "00" THEN
       PERFORM UNTIL WS-END-OF-FILE
       READ REPLAYIDX-FILE
       AT END MOVE "Y" TO WS-EOF
       NOT AT END
       IF WS-LIB-COUNT < 200 AND RL-NAME NOT = SPACES THEN
       ADD 1 TO WS-LIB-COUNT
       MOVE RL-NAME TO WS-LB-NAME(WS-LIB-COUNT)
       MOVE RL-DATE TO WS-LB-DATE(WS-LIB-COUNT)
       MOVE RL-INITIALS TO WS-LB-INITIALS(WS-LIB-COUNT)
       MOVE RL-MODE TO WS-LB-MODE(WS-LIB-COUNT)
       MOVE RL-BRANCH-OF TO WS-LB-BRANCH-OF(WS-LIB-COUNT)
       END-IF
       END-READ
       END-PERFORM
       CLOSE REPLAYIDX-FILE
       END-IF.

       LOAD-HOT-DATES-PARA.
      *the days the shop floor logged a clear in the danger rows -
      *CHECK_AND_CLEAR_ROWS books every clear with the row it checked
       MOVE 0 TO WS-HOT-COUNT.
       MOVE "N" TO WS-EOF.
       OPEN INPUT CLEARLOG-FILE.
       IF WS-CLEARLOG-FILE-STATUS = "00" THEN
       PERFORM UNTIL WS-END-OF-FILE
       READ CLEARLOG-FILE
       AT END MOVE "Y" TO WS-EOF
       NOT AT END
       IF CL-CHECKED-ROW IS NUMERIC AND CL-CHECKED-ROW > 0 AND
           CL-CHECKED-ROW <= WS-DANGER-ROW THEN
       PERFORM NOTE-HOT-DATE-PARA
       END-IF
       END-READ
       END-PERFORM
       CLOSE CLEARLOG-FILE
       END-IF.

       NOTE-HOT-DATE-PARA.
       MOVE "N" TO WS-HOT-FOUND.
       PERFORM VARYING WS-HOT-INDEX FROM 1 BY 1
       UNTIL WS-HOT-INDEX > WS-HOT-COUNT
       IF WS-HOT-DATE(WS-HOT-INDEX) = CL-DATE THEN
       MOVE "Y" TO WS-HOT-FOUND
       END-IF
       END-PERFORM.
       IF WS-HOT-FOUND = "N" AND WS-HOT-COUNT < 100 THEN
       ADD 1 TO WS-HOT-COUNT
       MOVE CL-DATE TO WS-HOT-DATE(WS-HOT-COUNT)
       END-IF.

       END PROGRAM DRILL_HARVEST.
