      *a quiz game for slow nights, grown out of timeout.cob's
      *proven pieces: the TIMEOUT.CFG scale/window pair, the timed
      *ACCEPT, and the before/after CURRENT-DATE math that measures
      *how fast the answer came - faster correct answers pay more.
      *the Thursday quiz night runs off the same bank: the host
      *registers the teams, draws each round by category and
      *difficulty (a joker round pays double), keys in every team's
      *answer and can overrule the marking, and the scoreboard
      *shows after every round. a tie at the top goes to tiebreak
      *questions - closest guess wins when the answer is a number -
      *and the final standings land on QUIZTEAM.DAT, one record a
      *team, beside the solo results on QUIZRESULT.DAT

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESULT-FILE-STATUS.

           SELECT teamFile ASSIGN TO "QUIZTEAM.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEAM-FILE-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD configFile.
               05  QR-TIME        PIC 9(6).
               05  QR-SCORE       PIC 9(6).

      *one record per team per quiz night: where it finished, and
      *a Y when the place was settled by the tiebreak
           FD teamFile.
           01  TEAM-RECORD.
               05  QN-DATE        PIC X(8).
               05  QN-PLACE       PIC 9(2).
               05  QN-TEAM        PIC X(20).
               05  QN-ROUNDS      PIC 9(2).
               05  QN-CORRECT     PIC 9(3).
               05  QN-SCORE       PIC 9(4).
               05  QN-TIEBREAK    PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-CONFIG-FILE-STATUS  PIC X(2)  VALUE SPACES.
       01  WS-QUIZ-FILE-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-BEST-STREAK PIC 9(3) VALUE 0.
       01  WS-CORRECT     PIC 9(3) VALUE 0.
       01  WS-TODAY       PIC X(8).
       01  WS-PLAY-MODE   PIC X(1).

      *=================================================
      *   QUIZ NIGHT
      *=================================================
      *the whole bank, not just the first fifty, so a night of
      *category rounds never asks the same question twice
       01  WS-TEAM-FILE-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-BANK-TABLE.
           05  WS-BANK-ENTRY OCCURS 300 TIMES.
               10  WS-BK-QUESTION   PIC X(50).
               10  WS-BK-ANSWER     PIC X(20).
               10  WS-BK-CATEGORY   PIC X(10).
               10  WS-BK-DIFFICULTY PIC 9(1).
               10  WS-BK-USED       PIC X(1).
       01  WS-BANK-COUNT   PIC 9(3) VALUE 0.
       01  WS-BANK-INDEX   PIC 9(3).
       01  WS-BANK-PICK    PIC 9(3).
       01  WS-BANK-MATCHES PIC 9(3).
       01  WS-BANK-SKIP    PIC 9(3).

       01  WS-TEAM-TABLE.
           05  WS-TEAM-ENTRY OCCURS 20 TIMES.
               10  WS-TM-NAME     PIC X(20).
               10  WS-TM-SCORE    PIC 9(4).
               10  WS-TM-CORRECT  PIC 9(3).
               10  WS-TM-ROUND    PIC 9(3).
               10  WS-TM-MARK     PIC X(1).
               10  WS-TM-IN-TIE   PIC X(1).
               10  WS-TM-TIEBREAK PIC X(1).
               10  WS-TM-PLACE    PIC 9(2).
               10  WS-TM-GAP      PIC 9(9)V99.
       01  WS-TEAM-HOLD           PIC X(46).
       01  WS-TEAM-COUNT   PIC 9(2) VALUE 0.
       01  WS-TEAM-INDEX   PIC 9(2).
       01  WS-TEAM-SWAP    PIC 9(2).
       01  WS-TEAM-FOUND   PIC 9(2).
       01  WS-TEAM-INP     PIC X(20).
       01  WS-TEAM-NUM-INP PIC X(2).
       01  WS-MARK-DONE    PIC X(1).

       01  WS-NIGHT-CHOICE     PIC X(1).
       01  WS-NIGHT-DONE       PIC X(1).
       01  WS-ROUND-NUM        PIC 9(2) VALUE 0.
       01  WS-ROUND-CATEGORY   PIC X(10).
       01  WS-ROUND-DIFF-INP   PIC X(1).
       01  WS-ROUND-DIFFICULTY PIC 9(1).
       01  WS-ROUND-SIZE-INP   PIC X(2).
       01  WS-ROUND-SIZE       PIC 9(2).
       01  WS-ROUND-QNUM       PIC 9(2).
       01  WS-ROUND-ASKED      PIC 9(2).
       01  WS-JOKER-INP        PIC X(1).
       01  WS-ROUND-POINTS     PIC 9(1).
       01  WS-RANDOM-WORK      PIC 9V9(8).

      *tiebreak: the teams level at the top keep answering until
      *one is left or the tiebreak questions run out
       01  WS-TIE-COUNT    PIC 9(2).
       01  WS-TIE-ASKED    PIC 9(1).
       01  WS-TIE-DECIDED  PIC X(1).
       01  WS-TIE-NUMERIC  PIC X(1).
       01  WS-TIE-RIGHT    PIC 9(2).
       01  WS-TOP-SCORE    PIC 9(4).
       01  WS-ANSWER-NUM   PIC S9(9)V99.
       01  WS-GUESS-NUM    PIC S9(9)V99.
       01  WS-BEST-GAP     PIC 9(9)V99.
       01  WS-ANSWER-TEXT  PIC X(20).

       01  WS-DISPLAY-POS    PIC Z9.
       01  WS-DISPLAY-TOTAL  PIC Z(3)9.
       01  WS-DISPLAY-ROUND  PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-PARA.
       PERFORM LOAD-TIMEOUT-CONFIG-PARA.
       SET ENVIRONMENT 'COB_TIMEOUT_SCALE' TO WS-TIMEOUT-SCALE.
       MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
       DISPLAY "S=SOLO QUIZ, N=TEAM QUIZ NIGHT:".
       ACCEPT WS-PLAY-MODE.
       IF FUNCTION UPPER-CASE (WS-PLAY-MODE) = "N" THEN
          PERFORM QUIZ-NIGHT-PARA
          STOP RUN
       END-IF.
       PERFORM LOAD-QUIZ-PARA.
       IF WS-QUIZ-COUNT = 0 THEN
          DISPLAY "NO QUESTIONS IN QUIZ.DAT - NOTHING TO ASK."
          CLOSE quizFile
       END-IF.

      *=================================================
      *   QUIZ NIGHT - TEAMS AND ROUNDS
      *=================================================
       QUIZ-NIGHT-PARA.
       PERFORM LOAD-BANK-PARA.
       IF WS-BANK-COUNT = 0 THEN
          DISPLAY "NO QUESTIONS IN QUIZ.DAT - NOTHING TO ASK."
          EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-RANDOM-WORK =
          FUNCTION RANDOM (FUNCTION NUMVAL
          (FUNCTION CURRENT-DATE (9:8))).
       PERFORM REGISTER-TEAMS-PARA.
       IF WS-TEAM-COUNT = 0 THEN
          DISPLAY "NO TEAMS REGISTERED."
          EXIT PARAGRAPH
       END-IF.
       MOVE "N" TO WS-NIGHT-DONE.
       PERFORM UNTIL WS-NIGHT-DONE = "Y"
          DISPLAY " "
          DISPLAY "QUIZ NIGHT - " WS-ROUND-NUM " ROUNDS PLAYED"
          DISPLAY "R=RUN A ROUND, S=SCOREBOARD, F=FINISH THE NIGHT:"
          ACCEPT WS-NIGHT-CHOICE
          EVALUATE FUNCTION UPPER-CASE (WS-NIGHT-CHOICE)
          WHEN "R"
             PERFORM RUN-ROUND-PARA
             PERFORM SHOW-SCOREBOARD-PARA
          WHEN "S"
             PERFORM SHOW-SCOREBOARD-PARA
          WHEN "F"
             MOVE "Y" TO WS-NIGHT-DONE
          WHEN OTHER
             DISPLAY "R, S OR F."
          END-EVALUATE
       END-PERFORM.
       PERFORM SORT-TEAMS-PARA.
       PERFORM TIEBREAK-PARA.
       PERFORM ASSIGN-PLACES-PARA.
       PERFORM FINAL-STANDINGS-PARA.

       LOAD-BANK-PARA.
       MOVE 0 TO WS-BANK-COUNT.
       MOVE "N" TO WS-QUIZ-EOF.
       OPEN INPUT quizFile.
       IF WS-QUIZ-FILE-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-QUIZ-END-OF-FILE
          READ quizFile
             AT END MOVE "Y" TO WS-QUIZ-EOF
             NOT AT END
                IF WS-BANK-COUNT < 300 AND
                     QZ-QUESTION NOT = SPACES AND
                     QZ-RETIRED NOT = "Y" THEN
                   ADD 1 TO WS-BANK-COUNT
                   MOVE QZ-QUESTION TO WS-BK-QUESTION(WS-BANK-COUNT)
                   MOVE QZ-ANSWER TO WS-BK-ANSWER(WS-BANK-COUNT)
                   MOVE FUNCTION UPPER-CASE (QZ-CATEGORY)
                      TO WS-BK-CATEGORY(WS-BANK-COUNT)
                   IF WS-BK-CATEGORY(WS-BANK-COUNT) = SPACES THEN
                      MOVE "GENERAL" TO WS-BK-CATEGORY(WS-BANK-COUNT)
                   END-IF
                   IF QZ-DIFFICULTY IS NUMERIC THEN
                      MOVE QZ-DIFFICULTY
                         TO WS-BK-DIFFICULTY(WS-BANK-COUNT)
                   ELSE
                      MOVE 0 TO WS-BK-DIFFICULTY(WS-BANK-COUNT)
                   END-IF
                   MOVE "N" TO WS-BK-USED(WS-BANK-COUNT)
                END-IF
          END-READ
       END-PERFORM.
       CLOSE quizFile.

       REGISTER-TEAMS-PARA.
       DISPLAY "REGISTER THE TEAMS - A BLANK NAME WHEN DONE.".
       MOVE 0 TO WS-TEAM-COUNT.
       PERFORM UNTIL WS-TEAM-COUNT >= 20
          DISPLAY "TEAM " WS-TEAM-COUNT " REGISTERED - NEXT NAME:"
          MOVE SPACES TO WS-TEAM-INP
          ACCEPT WS-TEAM-INP
          IF WS-TEAM-INP = SPACES THEN
             EXIT PERFORM
          END-IF
          MOVE FUNCTION UPPER-CASE (WS-TEAM-INP) TO WS-TEAM-INP
          MOVE 0 TO WS-TEAM-FOUND
          PERFORM VARYING WS-TEAM-INDEX FROM 1 BY 1
          UNTIL WS-TEAM-INDEX > WS-TEAM-COUNT
             IF WS-TM-NAME(WS-TEAM-INDEX) = WS-TEAM-INP THEN
                MOVE WS-TEAM-INDEX TO WS-TEAM-FOUND
             END-IF
          END-PERFORM
          IF WS-TEAM-FOUND > 0 THEN
             DISPLAY "THAT NAME IS ALREADY TAKEN."
          ELSE
             ADD 1 TO WS-TEAM-COUNT
             MOVE WS-TEAM-INP TO WS-TM-NAME(WS-TEAM-COUNT)
             MOVE 0 TO WS-TM-SCORE(WS-TEAM-COUNT)
             MOVE 0 TO WS-TM-CORRECT(WS-TEAM-COUNT)
             MOVE 0 TO WS-TM-ROUND(WS-TEAM-COUNT)
             MOVE "N" TO WS-TM-TIEBREAK(WS-TEAM-COUNT)
             MOVE "N" TO WS-TM-IN-TIE(WS-TEAM-COUNT)
          END-IF
       END-PERFORM.

       RUN-ROUND-PARA.
       DISPLAY "CATEGORY (BLANK FOR ANY):".
       MOVE SPACES TO WS-ROUND-CATEGORY.
       ACCEPT WS-ROUND-CATEGORY.
       MOVE FUNCTION UPPER-CASE (WS-ROUND-CATEGORY)
          TO WS-ROUND-CATEGORY.
       DISPLAY "DIFFICULTY 1-9 (BLANK FOR ANY):".
       MOVE SPACE TO WS-ROUND-DIFF-INP.
       ACCEPT WS-ROUND-DIFF-INP.
       IF WS-ROUND-DIFF-INP IS NUMERIC THEN
          MOVE WS-ROUND-DIFF-INP TO WS-ROUND-DIFFICULTY
       ELSE
          MOVE 0 TO WS-ROUND-DIFFICULTY
       END-IF.
       DISPLAY "QUESTIONS IN THE ROUND (BLANK FOR 5):".
       MOVE SPACES TO WS-ROUND-SIZE-INP.
       ACCEPT WS-ROUND-SIZE-INP.
       IF FUNCTION TEST-NUMVAL (WS-ROUND-SIZE-INP) = 0 AND
            WS-ROUND-SIZE-INP NOT = SPACES THEN
          COMPUTE WS-ROUND-SIZE = FUNCTION NUMVAL (WS-ROUND-SIZE-INP)
       ELSE
          MOVE 5 TO WS-ROUND-SIZE
       END-IF.
       IF WS-ROUND-SIZE < 1 OR WS-ROUND-SIZE > 20 THEN
          MOVE 5 TO WS-ROUND-SIZE
       END-IF.
       DISPLAY "JOKER ROUND - DOUBLE POINTS? (Y/N):".
       MOVE SPACE TO WS-JOKER-INP.
       ACCEPT WS-JOKER-INP.
       IF FUNCTION UPPER-CASE (WS-JOKER-INP) = "Y" THEN
          MOVE 2 TO WS-ROUND-POINTS
       ELSE
          MOVE 1 TO WS-ROUND-POINTS
       END-IF.
       PERFORM COUNT-MATCHES-PARA.
       IF WS-BANK-MATCHES = 0 THEN
          DISPLAY "NO UNUSED QUESTIONS MATCH THAT CATEGORY AND"
             " DIFFICULTY."
          EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-ROUND-NUM.
       PERFORM VARYING WS-TEAM-INDEX FROM 1 BY 1
       UNTIL WS-TEAM-INDEX > WS-TEAM-COUNT
          MOVE 0 TO WS-TM-ROUND(WS-TEAM-INDEX)
       END-PERFORM.
       MOVE 0 TO WS-ROUND-ASKED.
       PERFORM VARYING WS-ROUND-QNUM FROM 1 BY 1
       UNTIL WS-ROUND-QNUM > WS-ROUND-SIZE
          PERFORM DRAW-QUESTION-PARA
          IF WS-BANK-PICK = 0 THEN
             DISPLAY "THE BANK HAS RUN OUT FOR THIS ROUND."
             EXIT PERFORM
          END-IF
          ADD 1 TO WS-ROUND-ASKED
          PERFORM ASK-TEAMS-PARA
       END-PERFORM.
       DISPLAY " ".
       DISPLAY "END OF ROUND " WS-ROUND-NUM " - " WS-ROUND-ASKED
          " QUESTIONS.".

      *how many unused questions fit the round's category and
      *difficulty - blank and zero take anything
       COUNT-MATCHES-PARA.
       MOVE 0 TO WS-BANK-MATCHES.
       PERFORM VARYING WS-BANK-INDEX FROM 1 BY 1
       UNTIL WS-BANK-INDEX > WS-BANK-COUNT
          IF WS-BK-USED(WS-BANK-INDEX) = "N" AND
               (WS-ROUND-CATEGORY = SPACES OR
                WS-BK-CATEGORY(WS-BANK-INDEX) = WS-ROUND-CATEGORY)
               AND (WS-ROUND-DIFFICULTY = 0 OR
                WS-BK-DIFFICULTY(WS-BANK-INDEX) = WS-ROUND-DIFFICULTY)
               THEN
             ADD 1 TO WS-BANK-MATCHES
          END-IF
       END-PERFORM.

      *a random one of the matching questions, marked used so the
      *night never repeats itself
       DRAW-QUESTION-PARA.
       MOVE 0 TO WS-BANK-PICK.
       PERFORM COUNT-MATCHES-PARA.
       IF WS-BANK-MATCHES = 0 THEN
          EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-RANDOM-WORK = FUNCTION RANDOM.
       COMPUTE WS-BANK-SKIP = WS-RANDOM-WORK * WS-BANK-MATCHES + 1.
       IF WS-BANK-SKIP > WS-BANK-MATCHES THEN
          MOVE WS-BANK-MATCHES TO WS-BANK-SKIP
       END-IF.
       PERFORM VARYING WS-BANK-INDEX FROM 1 BY 1
       UNTIL WS-BANK-INDEX > WS-BANK-COUNT
          IF WS-BK-USED(WS-BANK-INDEX) = "N" AND
               (WS-ROUND-CATEGORY = SPACES OR
                WS-BK-CATEGORY(WS-BANK-INDEX) = WS-ROUND-CATEGORY)
               AND (WS-ROUND-DIFFICULTY = 0 OR
                WS-BK-DIFFICULTY(WS-BANK-INDEX) = WS-ROUND-DIFFICULTY)
               THEN
             SUBTRACT 1 FROM WS-BANK-SKIP
             IF WS-BANK-SKIP = 0 THEN
                MOVE WS-BANK-INDEX TO WS-BANK-PICK
                EXIT PERFORM
             END-IF
          END-IF
       END-PERFORM.
       IF WS-BANK-PICK > 0 THEN
          MOVE "Y" TO WS-BK-USED(WS-BANK-PICK)
       END-IF.

      *the host reads the question out, then keys each team's
      *answer off its sheet; the marking can be overruled for an
      *answer the spelling check is too strict about
       ASK-TEAMS-PARA.
       DISPLAY " ".
       DISPLAY "ROUND " WS-ROUND-NUM " Q" WS-ROUND-QNUM " ("
          FUNCTION TRIM(WS-BK-CATEGORY(WS-BANK-PICK)) "): "
          FUNCTION TRIM(WS-BK-QUESTION(WS-BANK-PICK)).
       PERFORM VARYING WS-TEAM-INDEX FROM 1 BY 1
       UNTIL WS-TEAM-INDEX > WS-TEAM-COUNT
          DISPLAY "  " FUNCTION TRIM(WS-TM-NAME(WS-TEAM-INDEX))
             " ANSWER:"
          MOVE SPACES TO WS-ANSWER-INP
          ACCEPT WS-ANSWER-INP
          IF FUNCTION UPPER-CASE (FUNCTION TRIM(WS-ANSWER-INP)) =
               FUNCTION UPPER-CASE
               (FUNCTION TRIM(WS-BK-ANSWER(WS-BANK-PICK))) AND
               WS-ANSWER-INP NOT = SPACES THEN
             MOVE "Y" TO WS-TM-MARK(WS-TEAM-INDEX)
          ELSE
             MOVE "N" TO WS-TM-MARK(WS-TEAM-INDEX)
          END-IF
       END-PERFORM.
       DISPLAY "ANSWER: " FUNCTION TRIM(WS-BK-ANSWER(WS-BANK-PICK)).
       MOVE "N" TO WS-MARK-DONE.
       PERFORM UNTIL WS-MARK-DONE = "Y"
          PERFORM VARYING WS-TEAM-INDEX FROM 1 BY 1
          UNTIL WS-TEAM-INDEX > WS-TEAM-COUNT
             MOVE WS-TEAM-INDEX TO WS-DISPLAY-POS
             IF WS-TM-MARK(WS-TEAM-INDEX) = "Y" THEN
                DISPLAY "  " WS-DISPLAY-POS " "
                   WS-TM-NAME(WS-TEAM-INDEX) " RIGHT"
             ELSE
                DISPLAY "  " WS-DISPLAY-POS " "
                   WS-TM-NAME(WS-TEAM-INDEX) " WRONG"
             END-IF
          END-PERFORM
          DISPLAY "TEAM NUMBER TO OVERRULE (BLANK WHEN RIGHT):"
          MOVE SPACES TO WS-TEAM-NUM-INP
          ACCEPT WS-TEAM-NUM-INP
          IF WS-TEAM-NUM-INP = SPACES THEN
             MOVE "Y" TO WS-MARK-DONE
          END-IF
          IF WS-MARK-DONE = "N" AND
               FUNCTION TEST-NUMVAL (WS-TEAM-NUM-INP) = 0 THEN
             COMPUTE WS-TEAM-FOUND = FUNCTION NUMVAL (WS-TEAM-NUM-INP)
             IF WS-TEAM-FOUND >= 1 AND
                  WS-TEAM-FOUND <= WS-TEAM-COUNT THEN
                IF WS-TM-MARK(WS-TEAM-FOUND) = "Y" THEN
                   MOVE "N" TO WS-TM-MARK(WS-TEAM-FOUND)
                ELSE
                   MOVE "Y" TO WS-TM-MARK(WS-TEAM-FOUND)
                END-IF
             END-IF
          END-IF
       END-PERFORM.
       PERFORM VARYING WS-TEAM-INDEX FROM 1 BY 1
       UNTIL WS-TEAM-INDEX > WS-TEAM-COUNT
          IF WS-TM-MARK(WS-TEAM-INDEX) = "Y" THEN
             ADD 1 TO WS-TM-CORRECT(WS-TEAM-INDEX)
             ADD WS-ROUND-POINTS TO WS-TM-SCORE(WS-TEAM-INDEX)
             ADD WS-ROUND-POINTS TO WS-TM-ROUND(WS-TEAM-INDEX)
          END-IF
       END-PERFORM.

       SHOW-SCOREBOARD-PARA.
       PERFORM SORT-TEAMS-PARA.
       DISPLAY " ".
       DISPLAY "=========== SCOREBOARD AFTER ROUND " WS-ROUND-NUM
          " ===========".
       DISPLAY "POS TEAM                 THIS ROUND  TOTAL".
       PERFORM VARYING WS-TEAM-INDEX FROM 1 BY 1
       UNTIL WS-TEAM-INDEX > WS-TEAM-COUNT
          MOVE WS-TEAM-INDEX TO WS-DISPLAY-POS
          MOVE WS-TM-ROUND(WS-TEAM-INDEX) TO WS-DISPLAY-ROUND
          MOVE WS-TM-SCORE(WS-TEAM-INDEX) TO WS-DISPLAY-TOTAL
          DISPLAY " " WS-DISPLAY-POS " " WS-TM-NAME(WS-TEAM-INDEX)
             "        " WS-DISPLAY-ROUND "   " WS-DISPLAY-TOTAL
       END-PERFORM.

      *highest total first; a plain exchange sort is plenty for a
      *room of twenty teams
       SORT-TEAMS-PARA.
       PERFORM VARYING WS-TEAM-INDEX FROM 1 BY 1
       UNTIL WS-TEAM-INDEX >= WS-TEAM-COUNT
          PERFORM VARYING WS-TEAM-SWAP FROM 1 BY 1
          UNTIL WS-TEAM-SWAP >= WS-TEAM-COUNT
             IF WS-TM-SCORE(WS-TEAM-SWAP + 1) >
                  WS-TM-SCORE(WS-TEAM-SWAP) THEN
                MOVE WS-TEAM-ENTRY(WS-TEAM-SWAP) TO WS-TEAM-HOLD
                MOVE WS-TEAM-ENTRY(WS-TEAM-SWAP + 1)
                   TO WS-TEAM-ENTRY(WS-TEAM-SWAP)
                MOVE WS-TEAM-HOLD TO WS-TEAM-ENTRY(WS-TEAM-SWAP + 1)
             END-IF
          END-PERFORM
       END-PERFORM.

      *=================================================
      *   TIEBREAK AND FINAL STANDINGS
      *=================================================
      *only a tie for the win is played off - anyone level further
      *down shares the place. TIEBREAK category questions are used
      *first, then anything left in the bank
       TIEBREAK-PARA.
       MOVE "N" TO WS-TIE-DECIDED.
       IF WS-TEAM-COUNT < 2 THEN
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-TM-SCORE(1) TO WS-TOP-SCORE.
       MOVE 0 TO WS-TIE-COUNT.
       PERFORM VARYING WS-TEAM-INDEX FROM 1 BY 1
       UNTIL WS-TEAM-INDEX > WS-TEAM-COUNT
          IF WS-TM-SCORE(WS-TEAM-INDEX) = WS-TOP-SCORE THEN
             MOVE "Y" TO WS-TM-IN-TIE(WS-TEAM-INDEX)
             MOVE "Y" TO WS-TM-TIEBREAK(WS-TEAM-INDEX)
             ADD 1 TO WS-TIE-COUNT
          END-IF
       END-PERFORM.
       IF WS-TIE-COUNT < 2 THEN
          MOVE "N" TO WS-TM-TIEBREAK(1)
          EXIT PARAGRAPH
       END-IF.
       DISPLAY " ".
       DISPLAY WS-TIE-COUNT " TEAMS LEVEL ON " WS-TOP-SCORE
          " - TIEBREAK!".
       MOVE 0 TO WS-TIE-ASKED.
       PERFORM UNTIL WS-TIE-COUNT < 2 OR WS-TIE-ASKED >= 5
          MOVE "TIEBREAK" TO WS-ROUND-CATEGORY
          MOVE 0 TO WS-ROUND-DIFFICULTY
          PERFORM DRAW-QUESTION-PARA
          IF WS-BANK-PICK = 0 THEN
             MOVE SPACES TO WS-ROUND-CATEGORY
             PERFORM DRAW-QUESTION-PARA
          END-IF
          IF WS-BANK-PICK = 0 THEN
             DISPLAY "NO QUESTIONS LEFT FOR THE TIEBREAK."
             EXIT PERFORM
          END-IF
          ADD 1 TO WS-TIE-ASKED
          PERFORM ASK-TIEBREAK-PARA
       END-PERFORM.
       IF WS-TIE-COUNT = 1 THEN
          MOVE "Y" TO WS-TIE-DECIDED
          PERFORM VARYING WS-TEAM-INDEX FROM 1 BY 1
          UNTIL WS-TEAM-INDEX > WS-TEAM-COUNT
             IF WS-TM-IN-TIE(WS-TEAM-INDEX) = "Y" THEN
                MOVE WS-TEAM-INDEX TO WS-TEAM-FOUND
             END-IF
          END-PERFORM
      *the winner moves to the head of the level group
          IF WS-TEAM-FOUND > 1 THEN
             MOVE WS-TEAM-ENTRY(WS-TEAM-FOUND) TO WS-TEAM-HOLD
             MOVE WS-TEAM-ENTRY(1) TO WS-TEAM-ENTRY(WS-TEAM-FOUND)
             MOVE WS-TEAM-HOLD TO WS-TEAM-ENTRY(1)
          END-IF
          DISPLAY FUNCTION TRIM(WS-TM-NAME(1)) " TAKE THE TIEBREAK."
       ELSE
          DISPLAY "STILL LEVEL - THE WIN IS SHARED."
       END-IF.

       ASK-TIEBREAK-PARA.
       MOVE WS-BK-ANSWER(WS-BANK-PICK) TO WS-ANSWER-TEXT.
       IF FUNCTION TEST-NUMVAL (WS-ANSWER-TEXT) = 0 THEN
          MOVE "Y" TO WS-TIE-NUMERIC
          COMPUTE WS-ANSWER-NUM = FUNCTION NUMVAL (WS-ANSWER-TEXT)
          DISPLAY "TIEBREAK - CLOSEST GUESS WINS: "
             FUNCTION TRIM(WS-BK-QUESTION(WS-BANK-PICK))
       ELSE
          MOVE "N" TO WS-TIE-NUMERIC
          DISPLAY "TIEBREAK: "
             FUNCTION TRIM(WS-BK-QUESTION(WS-BANK-PICK))
       END-IF.
       MOVE 0 TO WS-TIE-RIGHT.
       MOVE 999999999 TO WS-BEST-GAP.
       PERFORM VARYING WS-TEAM-INDEX FROM 1 BY 1
       UNTIL WS-TEAM-INDEX > WS-TEAM-COUNT
          IF WS-TM-IN-TIE(WS-TEAM-INDEX) = "Y" THEN
             DISPLAY "  " FUNCTION TRIM(WS-TM-NAME(WS-TEAM-INDEX))
                " ANSWER:"
             MOVE SPACES TO WS-ANSWER-INP
             ACCEPT WS-ANSWER-INP
             MOVE "N" TO WS-TM-MARK(WS-TEAM-INDEX)
             IF WS-TIE-NUMERIC = "Y" THEN
                PERFORM TIEBREAK-GUESS-PARA
             ELSE
                IF FUNCTION UPPER-CASE (FUNCTION TRIM(WS-ANSWER-INP))
                     = FUNCTION UPPER-CASE
                     (FUNCTION TRIM(WS-ANSWER-TEXT)) AND
                     WS-ANSWER-INP NOT = SPACES THEN
                   MOVE "Y" TO WS-TM-MARK(WS-TEAM-INDEX)
                   ADD 1 TO WS-TIE-RIGHT
                END-IF
             END-IF
          END-IF
       END-PERFORM.
       DISPLAY "ANSWER: " FUNCTION TRIM(WS-ANSWER-TEXT).
      *closest guesses stay in; on a straight question the right
      *answers stay in, unless nobody had it
       IF WS-TIE-NUMERIC = "Y" THEN
          PERFORM VARYING WS-TEAM-INDEX FROM 1 BY 1
          UNTIL WS-TEAM-INDEX > WS-TEAM-COUNT
             IF WS-TM-IN-TIE(WS-TEAM-INDEX) = "Y" AND
                  WS-TM-GAP(WS-TEAM-INDEX) = WS-BEST-GAP THEN
                MOVE "Y" TO WS-TM-MARK(WS-TEAM-INDEX)
                ADD 1 TO WS-TIE-RIGHT
             END-IF
          END-PERFORM
       END-IF.
       IF WS-TIE-RIGHT = 0 THEN
          EXIT PARAGRAPH
       END-IF.
       MOVE 0 TO WS-TIE-COUNT.
       PERFORM VARYING WS-TEAM-INDEX FROM 1 BY 1
       UNTIL WS-TEAM-INDEX > WS-TEAM-COUNT
          IF WS-TM-IN-TIE(WS-TEAM-INDEX) = "Y" THEN
             IF WS-TM-MARK(WS-TEAM-INDEX) = "Y" THEN
                ADD 1 TO WS-TIE-COUNT
             ELSE
                MOVE "N" TO WS-TM-IN-TIE(WS-TEAM-INDEX)
             END-IF
          END-IF
       END-PERFORM.

      *a guess that is not a number is as far off as it gets
       TIEBREAK-GUESS-PARA.
       IF FUNCTION TEST-NUMVAL (WS-ANSWER-INP) = 0 AND
            WS-ANSWER-INP NOT = SPACES THEN
          COMPUTE WS-GUESS-NUM = FUNCTION NUMVAL (WS-ANSWER-INP)
          IF WS-GUESS-NUM > WS-ANSWER-NUM THEN
             COMPUTE WS-TM-GAP(WS-TEAM-INDEX) =
                WS-GUESS-NUM - WS-ANSWER-NUM
          ELSE
             COMPUTE WS-TM-GAP(WS-TEAM-INDEX) =
                WS-ANSWER-NUM - WS-GUESS-NUM
          END-IF
       ELSE
          MOVE 999999999 TO WS-TM-GAP(WS-TEAM-INDEX)
       END-IF.
       IF WS-TM-GAP(WS-TEAM-INDEX) < WS-BEST-GAP THEN
          MOVE WS-TM-GAP(WS-TEAM-INDEX) TO WS-BEST-GAP
       END-IF.

      *level totals share a place, except that a tiebreak winner
      *stands alone at the top
       ASSIGN-PLACES-PARA.
       PERFORM VARYING WS-TEAM-INDEX FROM 1 BY 1
       UNTIL WS-TEAM-INDEX > WS-TEAM-COUNT
          IF WS-TEAM-INDEX = 1 THEN
             MOVE 1 TO WS-TM-PLACE(1)
          ELSE
             IF WS-TM-SCORE(WS-TEAM-INDEX) =
                  WS-TM-SCORE(WS-TEAM-INDEX - 1) AND
                  NOT (WS-TEAM-INDEX = 2 AND WS-TIE-DECIDED = "Y")
                  THEN
                MOVE WS-TM-PLACE(WS-TEAM-INDEX - 1)
                   TO WS-TM-PLACE(WS-TEAM-INDEX)
             ELSE
                MOVE WS-TEAM-INDEX TO WS-TM-PLACE(WS-TEAM-INDEX)
             END-IF
          END-IF
       END-PERFORM.

       FINAL-STANDINGS-PARA.
       DISPLAY " ".
       DISPLAY "============ FINAL STANDINGS ============".
       DISPLAY "POS TEAM                 CORRECT  TOTAL".
       OPEN EXTEND teamFile.
       IF WS-TEAM-FILE-STATUS = "35" OR
            WS-TEAM-FILE-STATUS = "05" THEN
          CLOSE teamFile
          OPEN OUTPUT teamFile
       END-IF.
       PERFORM VARYING WS-TEAM-INDEX FROM 1 BY 1
       UNTIL WS-TEAM-INDEX > WS-TEAM-COUNT
          MOVE WS-TM-PLACE(WS-TEAM-INDEX) TO WS-DISPLAY-POS
          MOVE WS-TM-CORRECT(WS-TEAM-INDEX) TO WS-DISPLAY-ROUND
          MOVE WS-TM-SCORE(WS-TEAM-INDEX) TO WS-DISPLAY-TOTAL
          DISPLAY " " WS-DISPLAY-POS " " WS-TM-NAME(WS-TEAM-INDEX)
             "    " WS-DISPLAY-ROUND "   " WS-DISPLAY-TOTAL
          IF WS-TEAM-FILE-STATUS = "00" THEN
             MOVE WS-TODAY TO QN-DATE
             MOVE WS-TM-PLACE(WS-TEAM-INDEX) TO QN-PLACE
             MOVE WS-TM-NAME(WS-TEAM-INDEX) TO QN-TEAM
             MOVE WS-ROUND-NUM TO QN-ROUNDS
             MOVE WS-TM-CORRECT(WS-TEAM-INDEX) TO QN-CORRECT
             MOVE WS-TM-SCORE(WS-TEAM-INDEX) TO QN-SCORE
             MOVE WS-TM-TIEBREAK(WS-TEAM-INDEX) TO QN-TIEBREAK
             WRITE TEAM-RECORD
          END-IF
       END-PERFORM.
       IF WS-TEAM-FILE-STATUS = "00" THEN
          CLOSE teamFile
       END-IF.

       LOAD-TIMEOUT-CONFIG-PARA.
      *same optional TIMEOUT.CFG convention timeout.cob set up -
      *zero-padded scale then answer window
