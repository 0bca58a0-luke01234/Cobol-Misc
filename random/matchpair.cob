       IDENTIFICATION DIVISION.
       PROGRAM-ID. matchpair.

      *the versus matchmaking queue, in the same shared-subprogram
      *mould as shoplog. signed-in players join by their PLAYER.DAT
      *initials - at the check-in desk or on the matchmaking screen
      *- and every call runs a pairing pass over today's queue:
      *oldest waiter first, each is paired with the waiting player
      *whose PL-RATING is closest to theirs (an unrated profile
      *counts as RATING's 1000 baseline), provided the gap is inside
      *what their wait has earned. MATCHRULE.CFG sets the rules -
      *the gap allowed on joining, the points it widens by for each
      *minute waited, and the maximum wait in minutes, after which
      *the closest player waiting is taken whatever the gap (100,
      *25 and 15 when there is no file). MATCHQ.DAT is today's
      *queue, rewritten whole under the MATCHQ lock: W waiting, P
      *paired and called up, G the game was played, L left. a
      *pairing counts as played once MATCHES.DAT carries one more
      *game between the two today than it did when they were
      *called up - the game books it there as it always has.
      *MATCHLOG.DAT is the append-only trail the weekly report
      *reads: P paired, G played, L left the queue unpaired, N a
      *pairing broken up before it was played, U still waiting at
      *the end of the day.
      *LI-ACTION:
      *  JOIN - puts LI-MQ-INITIALS on the queue (LI-MQ-WHERE C
      *         check-in, S the screen); Y joined, A already on
      *         today's queue, P no PLAYER.DAT profile, F queue full
      *  PAIR - the pairing pass only; LI-MQ-PAIRS the pairs made
      *  FIND - the pass, then LI-MQ-INITIALS' latest entry today;
      *         Y when there is one
      *  NEXT - the next called-up pairing after queue position
      *         LI-MQ-SEQ (0 for the first), listed once under the
      *         player who joined first; N when there are no more
      *  LEAV - takes LI-MQ-INITIALS off the queue; a called-up
      *         partner goes back to waiting with their place kept;
      *         Y when they were on it
      *  PLAY - marks LI-MQ-INITIALS' called-up pairing played by
      *         hand, for a single game outside a best-of-N set,
      *         which the game does not book; Y when there was one
      *every call hands back the entry found in LI-MATCH and the
      *number still waiting in LI-MQ-WAITING

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT queueFile ASSIGN TO "MATCHQ.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUEUE-STATUS.

           SELECT ruleFile ASSIGN TO "MATCHRULE.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RULE-STATUS.

           SELECT matchLogFile ASSIGN TO "MATCHLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MATCHLOG-STATUS.

           SELECT playerFile ASSIGN TO "PLAYER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLAYER-STATUS.

           SELECT matchesFile ASSIGN TO "MATCHES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MATCHES-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *one record per player per turn in the queue - MQ-OPPONENT,
      *MQ-OPP-RATING, MQ-CALLED and MQ-GAP are filled in when they
      *are paired, MQ-PRIOR is the games the pair already had on
      *MATCHES.DAT today at that moment
       FD  queueFile.
       01  QUEUE-RECORD.
           05 MQ-DATE       PIC X(8).
           05 MQ-INITIALS   PIC X(3).
           05 MQ-RATING     PIC 9(4).
           05 MQ-JOINED     PIC X(6).
           05 MQ-STATUS     PIC X(1).
           05 MQ-OPPONENT   PIC X(3).
           05 MQ-OPP-RATING PIC 9(4).
           05 MQ-CALLED     PIC X(6).
           05 MQ-GAP        PIC 9(4).
           05 MQ-PRIOR      PIC 9(3).
           05 MQ-WHERE      PIC X(1).

       FD  ruleFile.
       01  RULE-RECORD.
           05 MR-BASE-GAP PIC 9(4).
           05 FILLER      PIC X(1).
           05 MR-WIDEN    PIC 9(3).
           05 FILLER      PIC X(1).
           05 MR-MAX-WAIT PIC 9(3).

      *ML-P1 is the player who had waited longer (the leaver on L,
      *U and N), waits in minutes, ML-ALLOWED the gap their wait had
      *earned when they were paired - 9999 once past the maximum
       FD  matchLogFile.
       01  MATCHLOG-RECORD.
           05 ML-EVENT   PIC X(1).
           05 ML-DATE    PIC X(8).
           05 ML-TIME    PIC X(6).
           05 ML-P1      PIC X(3).
           05 ML-R1      PIC 9(4).
           05 ML-WAIT1   PIC 9(4).
           05 ML-P2      PIC X(3).
           05 ML-R2      PIC 9(4).
           05 ML-WAIT2   PIC 9(4).
           05 ML-GAP     PIC 9(4).
           05 ML-ALLOWED PIC 9(4).

      *same profile record the game keeps
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

      *same match record the game appends
       FD  matchesFile.
       01  MATCHES-RECORD.
           05 MT-DATE     PIC X(8).
           05 MT-P1       PIC X(3).
           05 MT-P2       PIC X(3).
           05 MT-WINNER   PIC X(3).
           05 MT-HCP-SIDE PIC X(1).
           05 MT-HCP-ROWS PIC 9(1).
           05 MT-HCP-MULT PIC 9(2).

       WORKING-STORAGE SECTION.
       01  WS-QUEUE-STATUS    PIC X(2).
       01  WS-RULE-STATUS     PIC X(2).
       01  WS-MATCHLOG-STATUS PIC X(2).
       01  WS-PLAYER-STATUS   PIC X(2).
       01  WS-MATCHES-STATUS  PIC X(2).
       01  WS-EOF PIC X(1) VALUE "N".
           88 WS-END-OF-FILE VALUE "Y".

      *today's queue in arrival order
       01  WS-QUEUE-TABLE.
           05 WS-QUEUE-ENTRY OCCURS 100 TIMES.
              10 WS-MQ-DATE       PIC X(8).
              10 WS-MQ-INITIALS   PIC X(3).
              10 WS-MQ-RATING     PIC 9(4).
              10 WS-MQ-JOINED     PIC X(6).
              10 WS-MQ-STATUS     PIC X(1).
              10 WS-MQ-OPPONENT   PIC X(3).
              10 WS-MQ-OPP-RATING PIC 9(4).
              10 WS-MQ-CALLED     PIC X(6).
              10 WS-MQ-GAP        PIC 9(4).
              10 WS-MQ-PRIOR      PIC 9(3).
              10 WS-MQ-WHERE      PIC X(1).
       01  WS-QUEUE-COUNT PIC 9(3) VALUE 0.
       01  WS-QUEUE-INDEX PIC 9(3).
       01  WS-OTHER-INDEX PIC 9(3).
       01  WS-QUEUE-FOUND PIC 9(3).
       01  WS-PARTNER     PIC 9(3).
       01  WS-BEST        PIC 9(3).
      *Y when yesterday's leftovers are written off as the queue is
      *read - only on the calls that go on to rewrite it
       01  WS-CLOSE-OUT   PIC X(1) VALUE "N".

       01  WS-BASE-GAP    PIC 9(4) VALUE 100.
       01  WS-WIDEN       PIC 9(3) VALUE 25.
       01  WS-MAX-WAIT    PIC 9(3) VALUE 15.

       01  WS-TODAY       PIC X(8).
       01  WS-NOW-TIME    PIC X(6).
       01  WS-TIME-FROM   PIC X(6).
       01  WS-TIME-TO     PIC X(6).
       01  WS-MINUTES     PIC 9(4).
       01  WS-FROM-MIN    PIC 9(4).
       01  WS-TO-MIN      PIC 9(4).
       01  WS-WAIT-1      PIC 9(4).
       01  WS-WAIT-2      PIC 9(4).
       01  WS-ALLOWED     PIC 9(4).
       01  WS-ALLOWED-CALC PIC 9(7).
       01  WS-DIFF        PIC S9(5).
       01  WS-BEST-DIFF   PIC 9(4).
       01  WS-PLAYED      PIC 9(3).
       01  WS-FIND-INITIALS PIC X(3).
       01  WS-FIND-RATING PIC 9(4).
       01  WS-PLAYER-SEEN PIC X(1).
       01  WS-PAIR-1      PIC X(3).
       01  WS-PAIR-2      PIC X(3).

       01  WS-LOCK-NAME     PIC X(8) VALUE "MATCHQ".
       01  WS-LOCK-ACTION   PIC X(4).
       01  WS-LOCK-RESULT   PIC X(1).

       01  WS-LOG-PROGRAM PIC X(12) VALUE "matchpair".
       01  WS-LOG-EVENT   PIC X(8).
       01  WS-LOG-TEXT    PIC X(30).

       LINKAGE SECTION.
       01 LI-ACTION PIC X(4).
       01 LI-MATCH.
           05 LI-MQ-SEQ        PIC 9(3).
           05 LI-MQ-INITIALS   PIC X(3).
           05 LI-MQ-RATING     PIC 9(4).
           05 LI-MQ-JOINED     PIC X(6).
           05 LI-MQ-STATUS     PIC X(1).
           05 LI-MQ-OPPONENT   PIC X(3).
           05 LI-MQ-OPP-RATING PIC 9(4).
           05 LI-MQ-CALLED     PIC X(6).
           05 LI-MQ-GAP        PIC 9(4).
           05 LI-MQ-WHERE      PIC X(1).
           05 LI-MQ-WAITING    PIC 9(3).
           05 LI-MQ-PAIRS      PIC 9(3).
       01 LI-RESULT PIC X(1).

       PROCEDURE DIVISION USING LI-ACTION LI-MATCH LI-RESULT.
       MAIN-PARA.
       MOVE "N" TO LI-RESULT.
       MOVE 0 TO LI-MQ-PAIRS.
       MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
       MOVE FUNCTION CURRENT-DATE (9:6) TO WS-NOW-TIME.
       MOVE FUNCTION UPPER-CASE (LI-MQ-INITIALS) TO WS-FIND-INITIALS.
       EVALUATE FUNCTION UPPER-CASE (LI-ACTION)
       WHEN "JOIN"
          PERFORM JOIN-QUEUE-PARA
       WHEN "PAIR"
          PERFORM PAIR-ONLY-PARA
       WHEN "FIND"
          PERFORM FIND-ENTRY-PARA
       WHEN "NEXT"
          PERFORM NEXT-PAIRING-PARA
       WHEN "LEAV"
          PERFORM LEAVE-QUEUE-PARA
       WHEN "PLAY"
          PERFORM PLAYED-BY-HAND-PARA
       WHEN OTHER
          CONTINUE
       END-EVALUATE.
       GOBACK.

      *=================================================
      *   THE ACTIONS
      *=================================================
       JOIN-QUEUE-PARA.
       PERFORM OPEN-QUEUE-PARA.
       PERFORM FIND-LATEST-PARA.
       IF WS-QUEUE-FOUND > 0 THEN
          IF WS-MQ-STATUS(WS-QUEUE-FOUND) = "W" OR
                WS-MQ-STATUS(WS-QUEUE-FOUND) = "P" THEN
             MOVE "A" TO LI-RESULT
             PERFORM CLOSE-QUEUE-PARA
             PERFORM RETURN-ENTRY-PARA
             EXIT PARAGRAPH
          END-IF
       END-IF.
       PERFORM FIND-RATING-PARA.
       IF WS-PLAYER-SEEN NOT = "Y" THEN
          MOVE "P" TO LI-RESULT
          PERFORM CLOSE-QUEUE-PARA
          PERFORM RETURN-ENTRY-PARA
          EXIT PARAGRAPH
       END-IF.
       IF WS-QUEUE-COUNT >= 100 THEN
          MOVE "F" TO LI-RESULT
          PERFORM CLOSE-QUEUE-PARA
          PERFORM RETURN-ENTRY-PARA
          EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-QUEUE-COUNT.
       INITIALIZE WS-QUEUE-ENTRY(WS-QUEUE-COUNT).
       MOVE WS-TODAY TO WS-MQ-DATE(WS-QUEUE-COUNT).
       MOVE WS-FIND-INITIALS TO WS-MQ-INITIALS(WS-QUEUE-COUNT).
       MOVE WS-FIND-RATING TO WS-MQ-RATING(WS-QUEUE-COUNT).
       MOVE WS-NOW-TIME TO WS-MQ-JOINED(WS-QUEUE-COUNT).
       MOVE "W" TO WS-MQ-STATUS(WS-QUEUE-COUNT).
       MOVE LI-MQ-WHERE TO WS-MQ-WHERE(WS-QUEUE-COUNT).
       MOVE "MATCHJN" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       STRING WS-FIND-INITIALS " RATED " WS-FIND-RATING
             DELIMITED BY SIZE INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       PERFORM PAIRING-PASS-PARA.
       PERFORM FIND-LATEST-PARA.
       PERFORM CLOSE-QUEUE-PARA.
       MOVE "Y" TO LI-RESULT.
       PERFORM RETURN-ENTRY-PARA.

       PAIR-ONLY-PARA.
       PERFORM OPEN-QUEUE-PARA.
       PERFORM PAIRING-PASS-PARA.
       MOVE 0 TO WS-QUEUE-FOUND.
       PERFORM CLOSE-QUEUE-PARA.
       MOVE "Y" TO LI-RESULT.
       PERFORM RETURN-ENTRY-PARA.

       FIND-ENTRY-PARA.
       PERFORM OPEN-QUEUE-PARA.
       PERFORM PAIRING-PASS-PARA.
       PERFORM FIND-LATEST-PARA.
       PERFORM CLOSE-QUEUE-PARA.
       IF WS-QUEUE-FOUND > 0 THEN
          MOVE "Y" TO LI-RESULT
       END-IF.
       PERFORM RETURN-ENTRY-PARA.

       NEXT-PAIRING-PARA.
      *read-only - the caller runs PAIR first when it wants the
      *list up to the minute
       MOVE "N" TO WS-CLOSE-OUT.
       PERFORM LOAD-QUEUE-PARA.
       MOVE 0 TO WS-QUEUE-FOUND.
       PERFORM VARYING WS-QUEUE-INDEX FROM LI-MQ-SEQ BY 1
       UNTIL WS-QUEUE-INDEX >= WS-QUEUE-COUNT OR WS-QUEUE-FOUND > 0
          IF WS-MQ-STATUS(WS-QUEUE-INDEX + 1) = "P" THEN
             MOVE WS-QUEUE-INDEX TO WS-OTHER-INDEX
             ADD 1 TO WS-OTHER-INDEX
             PERFORM FIND-PARTNER-PARA
             IF WS-PARTNER > WS-OTHER-INDEX THEN
                MOVE WS-OTHER-INDEX TO WS-QUEUE-FOUND
             END-IF
          END-IF
       END-PERFORM.
       IF WS-QUEUE-FOUND > 0 THEN
          MOVE "Y" TO LI-RESULT
       END-IF.
       PERFORM RETURN-ENTRY-PARA.

       LEAVE-QUEUE-PARA.
       PERFORM OPEN-QUEUE-PARA.
       PERFORM FIND-LATEST-PARA.
       IF WS-QUEUE-FOUND > 0 THEN
          EVALUATE WS-MQ-STATUS(WS-QUEUE-FOUND)
          WHEN "W"
             PERFORM LEAVE-WAITING-PARA
             MOVE "Y" TO LI-RESULT
          WHEN "P"
             PERFORM LEAVE-PAIRED-PARA
             MOVE "Y" TO LI-RESULT
          WHEN OTHER
             CONTINUE
          END-EVALUATE
       END-IF.
       IF LI-RESULT = "Y" THEN
          MOVE "MATCHLV" TO WS-LOG-EVENT
          MOVE SPACES TO WS-LOG-TEXT
          STRING WS-FIND-INITIALS " OFF THE QUEUE"
                DELIMITED BY SIZE INTO WS-LOG-TEXT
          CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT
                WS-LOG-TEXT
          PERFORM PAIRING-PASS-PARA
       END-IF.
       PERFORM CLOSE-QUEUE-PARA.
       PERFORM RETURN-ENTRY-PARA.

       PLAYED-BY-HAND-PARA.
       PERFORM OPEN-QUEUE-PARA.
       PERFORM FIND-LATEST-PARA.
       IF WS-QUEUE-FOUND > 0 THEN
          IF WS-MQ-STATUS(WS-QUEUE-FOUND) = "P" THEN
             MOVE WS-QUEUE-FOUND TO WS-OTHER-INDEX
             PERFORM FIND-PARTNER-PARA
             IF WS-PARTNER > 0 THEN
                MOVE WS-MQ-INITIALS(WS-OTHER-INDEX) TO WS-PAIR-1
                MOVE WS-MQ-INITIALS(WS-PARTNER) TO WS-PAIR-2
                PERFORM MARK-PLAYED-PARA
                MOVE "Y" TO LI-RESULT
             END-IF
          END-IF
       END-IF.
       IF LI-RESULT = "Y" THEN
          PERFORM PAIRING-PASS-PARA
       END-IF.
       PERFORM CLOSE-QUEUE-PARA.
       PERFORM RETURN-ENTRY-PARA.

       LEAVE-WAITING-PARA.
       MOVE "L" TO WS-MQ-STATUS(WS-QUEUE-FOUND).
       MOVE WS-MQ-JOINED(WS-QUEUE-FOUND) TO WS-TIME-FROM.
       MOVE WS-NOW-TIME TO WS-TIME-TO.
       PERFORM MINUTES-BETWEEN-PARA.
       INITIALIZE MATCHLOG-RECORD.
       MOVE "L" TO ML-EVENT.
       MOVE WS-TODAY TO ML-DATE.
       MOVE WS-NOW-TIME TO ML-TIME.
       MOVE WS-MQ-INITIALS(WS-QUEUE-FOUND) TO ML-P1.
       MOVE WS-MQ-RATING(WS-QUEUE-FOUND) TO ML-R1.
       MOVE WS-MINUTES TO ML-WAIT1.
       PERFORM APPEND-LOG-PARA.

       LEAVE-PAIRED-PARA.
      *a no-show or a change of mind breaks the pairing up - the
      *one left behind goes back to waiting from when they joined,
      *so the wait they have already done still widens their gap
       MOVE WS-QUEUE-FOUND TO WS-OTHER-INDEX.
       PERFORM FIND-PARTNER-PARA.
       INITIALIZE MATCHLOG-RECORD.
       MOVE "N" TO ML-EVENT.
       MOVE WS-TODAY TO ML-DATE.
       MOVE WS-NOW-TIME TO ML-TIME.
       MOVE WS-MQ-INITIALS(WS-QUEUE-FOUND) TO ML-P1.
       MOVE WS-MQ-RATING(WS-QUEUE-FOUND) TO ML-R1.
       MOVE WS-MQ-OPPONENT(WS-QUEUE-FOUND) TO ML-P2.
       MOVE WS-MQ-OPP-RATING(WS-QUEUE-FOUND) TO ML-R2.
       MOVE WS-MQ-GAP(WS-QUEUE-FOUND) TO ML-GAP.
       PERFORM APPEND-LOG-PARA.
       MOVE "L" TO WS-MQ-STATUS(WS-QUEUE-FOUND).
       IF WS-PARTNER > 0 THEN
          MOVE "W" TO WS-MQ-STATUS(WS-PARTNER)
          MOVE SPACES TO WS-MQ-OPPONENT(WS-PARTNER)
          MOVE 0 TO WS-MQ-OPP-RATING(WS-PARTNER)
          MOVE SPACES TO WS-MQ-CALLED(WS-PARTNER)
          MOVE 0 TO WS-MQ-GAP(WS-PARTNER)
          MOVE 0 TO WS-MQ-PRIOR(WS-PARTNER)
       END-IF.

      *=================================================
      *   THE PAIRING PASS
      *=================================================
       PAIRING-PASS-PARA.
       PERFORM LOAD-RULES-PARA.
       PERFORM CHECK-PLAYED-PARA.
       PERFORM VARYING WS-QUEUE-INDEX FROM 1 BY 1
       UNTIL WS-QUEUE-INDEX > WS-QUEUE-COUNT
          IF WS-MQ-STATUS(WS-QUEUE-INDEX) = "W" THEN
             PERFORM TRY-PAIR-PARA
          END-IF
       END-PERFORM.

       TRY-PAIR-PARA.
      *the table is in arrival order, so whoever is being looked at
      *has waited at least as long as anyone they could be paired
      *with - their wait sets the gap the pairing is allowed
       MOVE WS-MQ-JOINED(WS-QUEUE-INDEX) TO WS-TIME-FROM.
       MOVE WS-NOW-TIME TO WS-TIME-TO.
       PERFORM MINUTES-BETWEEN-PARA.
       MOVE WS-MINUTES TO WS-WAIT-1.
       IF WS-WAIT-1 >= WS-MAX-WAIT THEN
          MOVE 9999 TO WS-ALLOWED
       ELSE
          COMPUTE WS-ALLOWED-CALC = WS-BASE-GAP
                + WS-WIDEN * WS-WAIT-1
          IF WS-ALLOWED-CALC > 9999 THEN
             MOVE 9999 TO WS-ALLOWED
          ELSE
             MOVE WS-ALLOWED-CALC TO WS-ALLOWED
          END-IF
       END-IF.
       MOVE 0 TO WS-BEST.
       MOVE 0 TO WS-BEST-DIFF.
       PERFORM VARYING WS-OTHER-INDEX FROM 1 BY 1
       UNTIL WS-OTHER-INDEX > WS-QUEUE-COUNT
          IF WS-OTHER-INDEX NOT = WS-QUEUE-INDEX AND
                WS-MQ-STATUS(WS-OTHER-INDEX) = "W" AND
                WS-MQ-INITIALS(WS-OTHER-INDEX) NOT =
                WS-MQ-INITIALS(WS-QUEUE-INDEX) THEN
             COMPUTE WS-DIFF = WS-MQ-RATING(WS-QUEUE-INDEX)
                   - WS-MQ-RATING(WS-OTHER-INDEX)
             IF WS-DIFF < 0 THEN
                MULTIPLY -1 BY WS-DIFF
             END-IF
             IF WS-BEST = 0 OR WS-DIFF < WS-BEST-DIFF THEN
                MOVE WS-OTHER-INDEX TO WS-BEST
                MOVE WS-DIFF TO WS-BEST-DIFF
             END-IF
          END-IF
       END-PERFORM.
       IF WS-BEST = 0 THEN
          EXIT PARAGRAPH
       END-IF.
       IF WS-BEST-DIFF > WS-ALLOWED THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM PAIR-UP-PARA.

       PAIR-UP-PARA.
       MOVE WS-MQ-JOINED(WS-BEST) TO WS-TIME-FROM.
       MOVE WS-NOW-TIME TO WS-TIME-TO.
       PERFORM MINUTES-BETWEEN-PARA.
       MOVE WS-MINUTES TO WS-WAIT-2.
       MOVE WS-MQ-INITIALS(WS-QUEUE-INDEX) TO WS-PAIR-1.
       MOVE WS-MQ-INITIALS(WS-BEST) TO WS-PAIR-2.
       PERFORM COUNT-PLAYED-PARA.
       MOVE "P" TO WS-MQ-STATUS(WS-QUEUE-INDEX).
       MOVE WS-PAIR-2 TO WS-MQ-OPPONENT(WS-QUEUE-INDEX).
       MOVE WS-MQ-RATING(WS-BEST) TO WS-MQ-OPP-RATING(WS-QUEUE-INDEX).
       MOVE WS-NOW-TIME TO WS-MQ-CALLED(WS-QUEUE-INDEX).
       MOVE WS-BEST-DIFF TO WS-MQ-GAP(WS-QUEUE-INDEX).
       MOVE WS-PLAYED TO WS-MQ-PRIOR(WS-QUEUE-INDEX).
       MOVE "P" TO WS-MQ-STATUS(WS-BEST).
       MOVE WS-PAIR-1 TO WS-MQ-OPPONENT(WS-BEST).
       MOVE WS-MQ-RATING(WS-QUEUE-INDEX) TO WS-MQ-OPP-RATING(WS-BEST).
       MOVE WS-NOW-TIME TO WS-MQ-CALLED(WS-BEST).
       MOVE WS-BEST-DIFF TO WS-MQ-GAP(WS-BEST).
       MOVE WS-PLAYED TO WS-MQ-PRIOR(WS-BEST).
       ADD 1 TO LI-MQ-PAIRS.
       INITIALIZE MATCHLOG-RECORD.
       MOVE "P" TO ML-EVENT.
       MOVE WS-TODAY TO ML-DATE.
       MOVE WS-NOW-TIME TO ML-TIME.
       MOVE WS-PAIR-1 TO ML-P1.
       MOVE WS-MQ-RATING(WS-QUEUE-INDEX) TO ML-R1.
       MOVE WS-WAIT-1 TO ML-WAIT1.
       MOVE WS-PAIR-2 TO ML-P2.
       MOVE WS-MQ-RATING(WS-BEST) TO ML-R2.
       MOVE WS-WAIT-2 TO ML-WAIT2.
       MOVE WS-BEST-DIFF TO ML-GAP.
       MOVE WS-ALLOWED TO ML-ALLOWED.
       PERFORM APPEND-LOG-PARA.
       MOVE "MATCHUP" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       STRING WS-PAIR-1 " V " WS-PAIR-2 " GAP " WS-BEST-DIFF
             DELIMITED BY SIZE INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.

       CHECK-PLAYED-PARA.
      *each called-up pair looked at once, from the first of the two
      *on the queue
       PERFORM VARYING WS-OTHER-INDEX FROM 1 BY 1
       UNTIL WS-OTHER-INDEX > WS-QUEUE-COUNT
          IF WS-MQ-STATUS(WS-OTHER-INDEX) = "P" THEN
             PERFORM FIND-PARTNER-PARA
             IF WS-PARTNER > WS-OTHER-INDEX THEN
                MOVE WS-MQ-INITIALS(WS-OTHER-INDEX) TO WS-PAIR-1
                MOVE WS-MQ-INITIALS(WS-PARTNER) TO WS-PAIR-2
                PERFORM COUNT-PLAYED-PARA
                IF WS-PLAYED > WS-MQ-PRIOR(WS-OTHER-INDEX) THEN
                   PERFORM MARK-PLAYED-PARA
                END-IF
             END-IF
          END-IF
       END-PERFORM.

       MARK-PLAYED-PARA.
       MOVE "G" TO WS-MQ-STATUS(WS-OTHER-INDEX).
       MOVE "G" TO WS-MQ-STATUS(WS-PARTNER).
       INITIALIZE MATCHLOG-RECORD.
       MOVE "G" TO ML-EVENT.
       MOVE WS-TODAY TO ML-DATE.
       MOVE WS-NOW-TIME TO ML-TIME.
       MOVE WS-PAIR-1 TO ML-P1.
       MOVE WS-MQ-RATING(WS-OTHER-INDEX) TO ML-R1.
       MOVE WS-PAIR-2 TO ML-P2.
       MOVE WS-MQ-RATING(WS-PARTNER) TO ML-R2.
       MOVE WS-MQ-GAP(WS-OTHER-INDEX) TO ML-GAP.
       PERFORM APPEND-LOG-PARA.

       FIND-PARTNER-PARA.
      *the called-up entry whose opponent is WS-OTHER-INDEX's player
       MOVE 0 TO WS-PARTNER.
       PERFORM VARYING WS-BEST FROM 1 BY 1
       UNTIL WS-BEST > WS-QUEUE-COUNT OR WS-PARTNER > 0
          IF WS-BEST NOT = WS-OTHER-INDEX AND
                WS-MQ-STATUS(WS-BEST) = "P" AND
                WS-MQ-INITIALS(WS-BEST) =
                WS-MQ-OPPONENT(WS-OTHER-INDEX) AND
                WS-MQ-OPPONENT(WS-BEST) =
                WS-MQ-INITIALS(WS-OTHER-INDEX) THEN
             MOVE WS-BEST TO WS-PARTNER
          END-IF
       END-PERFORM.

       COUNT-PLAYED-PARA.
      *today's games between WS-PAIR-1 and WS-PAIR-2, either seat
       MOVE 0 TO WS-PLAYED.
       MOVE "N" TO WS-EOF.
       OPEN INPUT matchesFile.
       IF WS-MATCHES-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ matchesFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF MT-DATE = WS-TODAY AND
                      ((MT-P1 = WS-PAIR-1 AND MT-P2 = WS-PAIR-2) OR
                      (MT-P1 = WS-PAIR-2 AND MT-P2 = WS-PAIR-1)) AND
                      WS-PLAYED < 999 THEN
                   ADD 1 TO WS-PLAYED
                END-IF
          END-READ
       END-PERFORM.
       CLOSE matchesFile.

       MINUTES-BETWEEN-PARA.
      *HHMMSS to HHMMSS in whole minutes, nought when either is
      *missing or the clock has gone past midnight
       MOVE 0 TO WS-MINUTES.
       IF WS-TIME-FROM IS NOT NUMERIC OR WS-TIME-TO IS NOT NUMERIC
             THEN
          EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-FROM-MIN = FUNCTION NUMVAL (WS-TIME-FROM (1:2)) * 60
             + FUNCTION NUMVAL (WS-TIME-FROM (3:2)).
       COMPUTE WS-TO-MIN = FUNCTION NUMVAL (WS-TIME-TO (1:2)) * 60
             + FUNCTION NUMVAL (WS-TIME-TO (3:2)).
       IF WS-TO-MIN > WS-FROM-MIN THEN
          COMPUTE WS-MINUTES = WS-TO-MIN - WS-FROM-MIN
       END-IF.

      *=================================================
      *   THE FILES
      *=================================================
       LOAD-RULES-PARA.
       MOVE 100 TO WS-BASE-GAP.
       MOVE 25 TO WS-WIDEN.
       MOVE 15 TO WS-MAX-WAIT.
       OPEN INPUT ruleFile.
       IF WS-RULE-STATUS = "00" THEN
          READ ruleFile
             AT END CONTINUE
             NOT AT END
                IF MR-BASE-GAP IS NUMERIC AND MR-WIDEN IS NUMERIC
                      AND MR-MAX-WAIT IS NUMERIC THEN
                   MOVE MR-BASE-GAP TO WS-BASE-GAP
                   MOVE MR-WIDEN TO WS-WIDEN
                   MOVE MR-MAX-WAIT TO WS-MAX-WAIT
                END-IF
          END-READ
          CLOSE ruleFile
       END-IF.

       FIND-RATING-PARA.
       MOVE "N" TO WS-PLAYER-SEEN.
       MOVE 0 TO WS-FIND-RATING.
       IF WS-FIND-INITIALS = SPACES THEN
          EXIT PARAGRAPH
       END-IF.
       MOVE "N" TO WS-EOF.
       OPEN INPUT playerFile.
       IF WS-PLAYER-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ playerFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF PL-INITIALS = WS-FIND-INITIALS THEN
                   MOVE "Y" TO WS-PLAYER-SEEN
                   IF PL-RATING IS NUMERIC THEN
                      MOVE PL-RATING TO WS-FIND-RATING
                   END-IF
                END-IF
          END-READ
       END-PERFORM.
       CLOSE playerFile.
      *never through a rating run yet - RATING starts everyone here
       IF WS-FIND-RATING = 0 THEN
          MOVE 1000 TO WS-FIND-RATING
       END-IF.

       FIND-LATEST-PARA.
       MOVE 0 TO WS-QUEUE-FOUND.
       PERFORM VARYING WS-QUEUE-INDEX FROM 1 BY 1
       UNTIL WS-QUEUE-INDEX > WS-QUEUE-COUNT
          IF WS-MQ-INITIALS(WS-QUEUE-INDEX) = WS-FIND-INITIALS THEN
             MOVE WS-QUEUE-INDEX TO WS-QUEUE-FOUND
          END-IF
       END-PERFORM.

       RETURN-ENTRY-PARA.
       MOVE 0 TO LI-MQ-WAITING.
       PERFORM VARYING WS-QUEUE-INDEX FROM 1 BY 1
       UNTIL WS-QUEUE-INDEX > WS-QUEUE-COUNT
          IF WS-MQ-STATUS(WS-QUEUE-INDEX) = "W" THEN
             ADD 1 TO LI-MQ-WAITING
          END-IF
       END-PERFORM.
       IF WS-QUEUE-FOUND = 0 THEN
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-QUEUE-FOUND TO LI-MQ-SEQ.
       MOVE WS-MQ-INITIALS(WS-QUEUE-FOUND) TO LI-MQ-INITIALS.
       MOVE WS-MQ-RATING(WS-QUEUE-FOUND) TO LI-MQ-RATING.
       MOVE WS-MQ-JOINED(WS-QUEUE-FOUND) TO LI-MQ-JOINED.
       MOVE WS-MQ-STATUS(WS-QUEUE-FOUND) TO LI-MQ-STATUS.
       MOVE WS-MQ-OPPONENT(WS-QUEUE-FOUND) TO LI-MQ-OPPONENT.
       MOVE WS-MQ-OPP-RATING(WS-QUEUE-FOUND) TO LI-MQ-OPP-RATING.
       MOVE WS-MQ-CALLED(WS-QUEUE-FOUND) TO LI-MQ-CALLED.
       MOVE WS-MQ-GAP(WS-QUEUE-FOUND) TO LI-MQ-GAP.
       MOVE WS-MQ-WHERE(WS-QUEUE-FOUND) TO LI-MQ-WHERE.

       OPEN-QUEUE-PARA.
       PERFORM TAKE-LOCK-PARA.
       MOVE "Y" TO WS-CLOSE-OUT.
       PERFORM LOAD-QUEUE-PARA.

       CLOSE-QUEUE-PARA.
       PERFORM SAVE-QUEUE-PARA.
       PERFORM FREE-LOCK-PARA.

       LOAD-QUEUE-PARA.
      *only today's entries are kept - anything older is the end of
      *a day's queue, written off onto the log as it drops away
       MOVE 0 TO WS-QUEUE-COUNT.
       MOVE "N" TO WS-EOF.
       OPEN INPUT queueFile.
       IF WS-QUEUE-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ queueFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF MQ-DATE = WS-TODAY THEN
                   IF WS-QUEUE-COUNT < 100 THEN
                      ADD 1 TO WS-QUEUE-COUNT
                      MOVE QUEUE-RECORD
                         TO WS-QUEUE-ENTRY(WS-QUEUE-COUNT)
                   END-IF
                ELSE
                   IF WS-CLOSE-OUT = "Y" THEN
                      PERFORM WRITE-OFF-PARA
                   END-IF
                END-IF
          END-READ
       END-PERFORM.
       CLOSE queueFile.

       WRITE-OFF-PARA.
       IF MQ-STATUS NOT = "W" AND MQ-STATUS NOT = "P" THEN
          EXIT PARAGRAPH
       END-IF.
      *a pair never played is logged once, by the first of the two
       IF MQ-STATUS = "P" AND MQ-INITIALS > MQ-OPPONENT THEN
          EXIT PARAGRAPH
       END-IF.
       INITIALIZE MATCHLOG-RECORD.
       MOVE MQ-DATE TO ML-DATE.
       MOVE "235959" TO ML-TIME.
       MOVE MQ-INITIALS TO ML-P1.
       MOVE MQ-RATING TO ML-R1.
       IF MQ-STATUS = "W" THEN
          MOVE "U" TO ML-EVENT
          MOVE MQ-JOINED TO WS-TIME-FROM
          MOVE "235959" TO WS-TIME-TO
          PERFORM MINUTES-BETWEEN-PARA
          MOVE WS-MINUTES TO ML-WAIT1
       ELSE
          MOVE "N" TO ML-EVENT
          MOVE MQ-OPPONENT TO ML-P2
          MOVE MQ-OPP-RATING TO ML-R2
          MOVE MQ-GAP TO ML-GAP
       END-IF.
       PERFORM APPEND-LOG-PARA.

       SAVE-QUEUE-PARA.
       OPEN OUTPUT queueFile.
       IF WS-QUEUE-STATUS NOT = "00" THEN
          DISPLAY "MATCHQ.DAT COULD NOT BE WRITTEN - "
             WS-QUEUE-STATUS
          EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-QUEUE-INDEX FROM 1 BY 1
       UNTIL WS-QUEUE-INDEX > WS-QUEUE-COUNT
          MOVE WS-QUEUE-ENTRY(WS-QUEUE-INDEX) TO QUEUE-RECORD
          WRITE QUEUE-RECORD
       END-PERFORM.
       CLOSE queueFile.

       APPEND-LOG-PARA.
       OPEN EXTEND matchLogFile.
       IF WS-MATCHLOG-STATUS = "35" OR WS-MATCHLOG-STATUS = "05"
             THEN
          CLOSE matchLogFile
          OPEN OUTPUT matchLogFile
       END-IF.
       IF WS-MATCHLOG-STATUS = "00" THEN
          WRITE MATCHLOG-RECORD
          CLOSE matchLogFile
       ELSE
          DISPLAY "MATCHLOG.DAT COULD NOT BE WRITTEN - "
             WS-MATCHLOG-STATUS
       END-IF.

      *the desk, the screen and the lobby board all rewrite the
      *queue, so every change goes under the named lock
       TAKE-LOCK-PARA.
       MOVE "TAKE" TO WS-LOCK-ACTION.
       CALL "filelock" USING WS-LOCK-NAME WS-LOG-PROGRAM
             WS-LOCK-ACTION WS-LOCK-RESULT.

       FREE-LOCK-PARA.
       MOVE "FREE" TO WS-LOCK-ACTION.
       CALL "filelock" USING WS-LOCK-NAME WS-LOG-PROGRAM
             WS-LOCK-ACTION WS-LOCK-RESULT.

       END PROGRAM matchpair.
