       IDENTIFICATION DIVISION.
       PROGRAM-ID. matchmake.

      *versus matchmaking: the counter's view of the queue the
      *shared matchpair routine keeps on MATCHQ.DAT. on busy nights
      *signed-in players queue for a versus game by their PLAYER.DAT
      *initials instead of taking whoever is standing next to them,
      *and are paired by closeness of PL-RATING - the gap allowed
      *widening with each minute waited, up to a maximum wait after
      *which the closest player waiting is taken. members join at
      *the check-in desk; J joins anybody else with a profile from
      *here. Q runs a pairing pass and shows the queue - who is
      *waiting, how long, and the gap their wait has earned so far,
      *and the pairings called up on the lobby scoreboard. L takes
      *a player off the queue (a no-show breaks their pairing up
      *and their partner goes back to waiting). the game books the
      *pairing's games on MATCHES.DAT as it always has, and the
      *next pass marks the pairing played - G marks it played by
      *hand for a single game outside a best-of-N set, which the
      *game does not book. R sets the rules on
      *MATCHRULE.CFG. W reports the week ending on a given date off
      *MATCHLOG.DAT, day by day: pairings made, played and broken
      *up, the average wait to be paired and the average rating gap
      *of the pairings, the widest gap, how many needed a widened
      *gap or the maximum wait, and who left or was never paired -
      *the figures for tuning the rules. MATCHWEEK.RPT is filed on
      *the report catalog

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

           SELECT dutyFile ASSIGN TO "ONDUTY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DUTY-STATUS.

           SELECT reportFile ASSIGN TO "MATCHWEEK.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *same queue record the matchpair routine keeps
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

      *the gap allowed on joining, the points added per minute
      *waited, and the maximum wait in minutes - "0100 025 015"
       FD  ruleFile.
       01  RULE-RECORD.
           05 MR-BASE-GAP PIC 9(4).
           05 FILLER      PIC X(1).
           05 MR-WIDEN    PIC 9(3).
           05 FILLER      PIC X(1).
           05 MR-MAX-WAIT PIC 9(3).

      *same log record the matchpair routine appends
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

       FD  dutyFile.
       01  DUTY-RECORD.
           05 OD-OPERATOR PIC X(3).
           05 OD-STAMP    PIC X(14).

       FD  reportFile.
       01  REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-QUEUE-STATUS    PIC X(2).
       01  WS-RULE-STATUS     PIC X(2).
       01  WS-MATCHLOG-STATUS PIC X(2).
       01  WS-DUTY-STATUS     PIC X(2).
       01  WS-REPORT-STATUS   PIC X(2).
       01  WS-EOF PIC X(1) VALUE "N".
           88 WS-END-OF-FILE VALUE "Y".

       01  WS-MENU-CHOICE PIC X(1).
       01  WS-DONE        PIC X(1) VALUE "N".
       01  WS-INITIALS-INP PIC X(3).
       01  WS-NUMBER-INP  PIC X(4).

      *the rules in force - the same defaults matchpair falls back
      *on when there is no MATCHRULE.CFG
       01  WS-BASE-GAP    PIC 9(4) VALUE 100.
       01  WS-WIDEN       PIC 9(3) VALUE 25.
       01  WS-MAX-WAIT    PIC 9(3) VALUE 15.
       01  WS-NEW-BASE    PIC 9(4).
       01  WS-NEW-WIDEN   PIC 9(3).
       01  WS-NEW-MAX     PIC 9(3).
       01  WS-RULE-OK     PIC X(1).

      *the call to the shared queue routine
       01  WS-MP-ACTION   PIC X(4).
       01  WS-MP-MATCH.
           05 WS-MP-SEQ        PIC 9(3).
           05 WS-MP-INITIALS   PIC X(3).
           05 WS-MP-RATING     PIC 9(4).
           05 WS-MP-JOINED     PIC X(6).
           05 WS-MP-STATUS     PIC X(1).
           05 WS-MP-OPPONENT   PIC X(3).
           05 WS-MP-OPP-RATING PIC 9(4).
           05 WS-MP-CALLED     PIC X(6).
           05 WS-MP-GAP        PIC 9(4).
           05 WS-MP-WHERE      PIC X(1).
           05 WS-MP-WAITING    PIC 9(3).
           05 WS-MP-PAIRS      PIC 9(3).
       01  WS-MP-RESULT   PIC X(1).

      *the queue listing
       01  WS-NOW-TIME    PIC X(6).
       01  WS-TIME-FROM-TEXT PIC X(6).
       01  WS-FROM-MIN    PIC 9(4).
       01  WS-TO-MIN      PIC 9(4).
       01  WS-MINUTES     PIC 9(4).
       01  WS-ALLOWED-CALC PIC 9(7).
       01  WS-ALLOWED-TEXT PIC X(9).
       01  WS-DISPLAY-ALLOWED PIC ZZZ9.
       01  WS-DISPLAY-MIN PIC ZZZ9.
       01  WS-LISTED-WAIT PIC 9(3).
       01  WS-LISTED-PAIR PIC 9(3).

      *the week reported, a row a day and row 8 the totals
       01  WS-END-INP     PIC X(8).
       01  WS-END-DATE    PIC X(8).
       01  WS-END-INT     PIC 9(8).
       01  WS-START-INT   PIC 9(8).
       01  WS-START-DATE  PIC 9(8).
       01  WS-ML-INT      PIC 9(8).
       01  WS-DAY         PIC 9(1).
       01  WS-DAY-INDEX   PIC 9(1).
       01  WS-WEEK-TABLE.
           05 WS-DY OCCURS 8 TIMES.
              10 WS-DY-DATE      PIC 9(8).
              10 WS-DY-PAIRS     PIC 9(5).
              10 WS-DY-PLAYED    PIC 9(5).
              10 WS-DY-BROKEN    PIC 9(5).
              10 WS-DY-WAIT-SUM  PIC 9(8).
              10 WS-DY-GAP-SUM   PIC 9(8).
              10 WS-DY-GAP-MAX   PIC 9(4).
              10 WS-DY-WIDENED   PIC 9(5).
              10 WS-DY-FORCED    PIC 9(5).
              10 WS-DY-LEFT      PIC 9(5).
              10 WS-DY-UNPAIRED  PIC 9(5).
              10 WS-DY-GONE-WAIT PIC 9(8).
       01  WS-AVG-WAIT    PIC 9(4)V9.
       01  WS-AVG-GAP     PIC 9(4).
       01  WS-AVG-GONE    PIC 9(4)V9.
       01  WS-DISPLAY-WAIT PIC ZZZ9.9.
       01  WS-DISPLAY-GONE PIC ZZZ9.9.
       01  WS-DISPLAY-GAP PIC ZZZ9.
       01  WS-DISPLAY-MAX PIC ZZZ9.
       01  WS-DISPLAY-NUM PIC ZZZZ9.
       01  WS-DISPLAY-PLAYED PIC ZZZZ9.
       01  WS-DISPLAY-BROKEN PIC ZZZZ9.
       01  WS-DISPLAY-WIDENED PIC ZZZZ9.
       01  WS-DISPLAY-FORCED PIC ZZZZ9.
       01  WS-DISPLAY-LEFT PIC ZZZZ9.
       01  WS-DISPLAY-UNPAIRED PIC ZZZZ9.
       01  WS-ROW-LABEL   PIC X(8).

       01  WS-OPERATOR    PIC X(3).
       01  WS-NOW         PIC X(14).
       01  WS-TODAY       PIC X(8).

       01  WS-LOG-PROGRAM PIC X(12) VALUE "matchmake".
       01  WS-LOG-EVENT   PIC X(8).
       01  WS-LOG-TEXT    PIC X(30).
       01  WS-REPORT-NAME PIC X(20) VALUE "MATCHWEEK.RPT".

       PROCEDURE DIVISION.
       MAIN-PARA.
       MOVE "STARTUP" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
       MOVE "N" TO WS-DONE.
       PERFORM FIND-OPERATOR-PARA.
       PERFORM LOAD-RULES-PARA.
       PERFORM UNTIL WS-DONE = "Y"
          DISPLAY " "
          DISPLAY "VERSUS MATCHMAKING - Q=QUEUE AND CALL-UPS, J=JOIN, "
             "L=LEAVE OR NO-SHOW,"
          DISPLAY "G=GAME PLAYED, R=RULES, W=WEEKLY REPORT, X=EXIT:"
          ACCEPT WS-MENU-CHOICE
          MOVE FUNCTION UPPER-CASE (WS-MENU-CHOICE) TO WS-MENU-CHOICE
          EVALUATE WS-MENU-CHOICE
          WHEN "Q"
             PERFORM SHOW-QUEUE-PARA
          WHEN "J"
             PERFORM JOIN-PLAYER-PARA
          WHEN "L"
             PERFORM LEAVE-PLAYER-PARA
          WHEN "G"
             PERFORM GAME-PLAYED-PARA
          WHEN "R"
             PERFORM SET-RULES-PARA
          WHEN "W"
             PERFORM WEEKLY-REPORT-PARA
          WHEN "X"
             MOVE "Y" TO WS-DONE
          WHEN OTHER
             DISPLAY "Q, J, L, G, R, W OR X."
          END-EVALUATE
       END-PERFORM.
       MOVE "EXIT" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       GOBACK.

       FIND-OPERATOR-PARA.
       MOVE "---" TO WS-OPERATOR.
       OPEN INPUT dutyFile.
       IF WS-DUTY-STATUS = "00" THEN
          READ dutyFile
             AT END CONTINUE
             NOT AT END
                IF OD-OPERATOR NOT = SPACES THEN
                   MOVE OD-OPERATOR TO WS-OPERATOR
                END-IF
          END-READ
          CLOSE dutyFile
       END-IF.

      *=================================================
      *   THE QUEUE
      *=================================================
       SHOW-QUEUE-PARA.
       INITIALIZE WS-MP-MATCH.
       MOVE "PAIR" TO WS-MP-ACTION.
       CALL "matchpair" USING WS-MP-ACTION WS-MP-MATCH WS-MP-RESULT.
       IF WS-MP-PAIRS > 0 THEN
          DISPLAY WS-MP-PAIRS " NEW PAIRING(S) CALLED UP."
       END-IF.
       MOVE FUNCTION CURRENT-DATE (9:6) TO WS-NOW-TIME.
       MOVE 0 TO WS-LISTED-WAIT.
       MOVE 0 TO WS-LISTED-PAIR.
       OPEN INPUT queueFile.
       IF WS-QUEUE-STATUS NOT = "00" THEN
          DISPLAY "NOBODY HAS QUEUED TODAY."
          EXIT PARAGRAPH
       END-IF.
       DISPLAY "INI RATING JOINED  STATE".
       MOVE "N" TO WS-EOF.
       PERFORM UNTIL WS-END-OF-FILE
          READ queueFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF MQ-DATE = WS-TODAY THEN
                   PERFORM SHOW-ONE-ENTRY-PARA
                END-IF
          END-READ
       END-PERFORM.
       CLOSE queueFile.
       DISPLAY WS-LISTED-WAIT " WAITING, " WS-LISTED-PAIR
             " PAIRING(S) CALLED UP.".

       SHOW-ONE-ENTRY-PARA.
       EVALUATE MQ-STATUS
       WHEN "W"
          ADD 1 TO WS-LISTED-WAIT
          MOVE MQ-JOINED TO WS-TIME-FROM-TEXT
          PERFORM WAITED-MINUTES-PARA
          MOVE WS-MINUTES TO WS-DISPLAY-MIN
          PERFORM ALLOWED-GAP-PARA
          DISPLAY MQ-INITIALS " " MQ-RATING "   " MQ-JOINED (1:2)
             ":" MQ-JOINED (3:2) "   WAITING " WS-DISPLAY-MIN
             " MIN - GAP ALLOWED " WS-ALLOWED-TEXT
       WHEN "P"
      *both players of a pairing are listed, the pairing counted once
          IF MQ-INITIALS < MQ-OPPONENT THEN
             ADD 1 TO WS-LISTED-PAIR
          END-IF
          MOVE MQ-GAP TO WS-DISPLAY-GAP
          DISPLAY MQ-INITIALS " " MQ-RATING "   " MQ-JOINED (1:2)
             ":" MQ-JOINED (3:2) "   CALLED " MQ-CALLED (1:2) ":"
             MQ-CALLED (3:2) " VS " MQ-OPPONENT " (" MQ-OPP-RATING
             ") GAP " WS-DISPLAY-GAP
       WHEN "G"
          DISPLAY MQ-INITIALS " " MQ-RATING "   " MQ-JOINED (1:2)
             ":" MQ-JOINED (3:2) "   PLAYED " MQ-OPPONENT
       WHEN "L"
          DISPLAY MQ-INITIALS " " MQ-RATING "   " MQ-JOINED (1:2)
             ":" MQ-JOINED (3:2) "   LEFT THE QUEUE"
       WHEN OTHER
          CONTINUE
       END-EVALUATE.

       WAITED-MINUTES-PARA.
       MOVE 0 TO WS-MINUTES.
       IF WS-TIME-FROM-TEXT IS NOT NUMERIC OR
             WS-NOW-TIME IS NOT NUMERIC THEN
          EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-FROM-MIN =
             FUNCTION NUMVAL (WS-TIME-FROM-TEXT (1:2)) * 60
             + FUNCTION NUMVAL (WS-TIME-FROM-TEXT (3:2)).
       COMPUTE WS-TO-MIN = FUNCTION NUMVAL (WS-NOW-TIME (1:2)) * 60
             + FUNCTION NUMVAL (WS-NOW-TIME (3:2)).
       IF WS-TO-MIN > WS-FROM-MIN THEN
          COMPUTE WS-MINUTES = WS-TO-MIN - WS-FROM-MIN
       END-IF.

       ALLOWED-GAP-PARA.
       IF WS-MINUTES >= WS-MAX-WAIT THEN
          MOVE "ANY" TO WS-ALLOWED-TEXT
          EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-ALLOWED-CALC = WS-BASE-GAP + WS-WIDEN * WS-MINUTES.
       IF WS-ALLOWED-CALC > 9999 THEN
          MOVE 9999 TO WS-ALLOWED-CALC
       END-IF.
       MOVE WS-ALLOWED-CALC TO WS-DISPLAY-ALLOWED.
       MOVE WS-DISPLAY-ALLOWED TO WS-ALLOWED-TEXT.

       JOIN-PLAYER-PARA.
       DISPLAY "PLAYER'S INITIALS:".
       ACCEPT WS-INITIALS-INP.
       MOVE FUNCTION UPPER-CASE (WS-INITIALS-INP) TO WS-INITIALS-INP.
       IF WS-INITIALS-INP = SPACES THEN
          EXIT PARAGRAPH
       END-IF.
       INITIALIZE WS-MP-MATCH.
       MOVE WS-INITIALS-INP TO WS-MP-INITIALS.
       MOVE "S" TO WS-MP-WHERE.
       MOVE "JOIN" TO WS-MP-ACTION.
       CALL "matchpair" USING WS-MP-ACTION WS-MP-MATCH WS-MP-RESULT.
       EVALUATE WS-MP-RESULT
       WHEN "P"
          DISPLAY "NO PLAYER.DAT PROFILE FOR " WS-INITIALS-INP
             " - THEY NEED TO SIGN IN AT A CABINET ONCE FIRST."
          EXIT PARAGRAPH
       WHEN "F"
          DISPLAY "THE QUEUE IS FULL FOR TODAY."
          EXIT PARAGRAPH
       WHEN "A"
          DISPLAY WS-INITIALS-INP " IS ALREADY ON TODAY'S QUEUE."
       WHEN OTHER
          CONTINUE
       END-EVALUATE.
       PERFORM SHOW-PLAYER-STATE-PARA.

       SHOW-PLAYER-STATE-PARA.
       IF WS-MP-STATUS = "P" THEN
          DISPLAY "*** CALL UP: " WS-MP-INITIALS " (" WS-MP-RATING
             ") VS " WS-MP-OPPONENT " (" WS-MP-OPP-RATING ") ***"
       ELSE
          DISPLAY WS-MP-INITIALS " (" WS-MP-RATING ") WAITING - "
             WS-MP-WAITING " ON THE QUEUE."
       END-IF.

       LEAVE-PLAYER-PARA.
       DISPLAY "INITIALS COMING OFF THE QUEUE:".
       ACCEPT WS-INITIALS-INP.
       MOVE FUNCTION UPPER-CASE (WS-INITIALS-INP) TO WS-INITIALS-INP.
       IF WS-INITIALS-INP = SPACES THEN
          EXIT PARAGRAPH
       END-IF.
       INITIALIZE WS-MP-MATCH.
       MOVE WS-INITIALS-INP TO WS-MP-INITIALS.
       MOVE "LEAV" TO WS-MP-ACTION.
       CALL "matchpair" USING WS-MP-ACTION WS-MP-MATCH WS-MP-RESULT.
       IF WS-MP-RESULT NOT = "Y" THEN
          DISPLAY WS-INITIALS-INP " IS NOT WAITING OR CALLED UP."
          EXIT PARAGRAPH
       END-IF.
       DISPLAY WS-INITIALS-INP " IS OFF THE QUEUE.".
       IF WS-MP-OPPONENT NOT = SPACES THEN
          DISPLAY WS-MP-OPPONENT " GOES BACK TO WAITING."
       END-IF.
       IF WS-MP-PAIRS > 0 THEN
          DISPLAY WS-MP-PAIRS " NEW PAIRING(S) CALLED UP."
       END-IF.

       GAME-PLAYED-PARA.
       DISPLAY "INITIALS OF EITHER PLAYER:".
       ACCEPT WS-INITIALS-INP.
       MOVE FUNCTION UPPER-CASE (WS-INITIALS-INP) TO WS-INITIALS-INP.
       IF WS-INITIALS-INP = SPACES THEN
          EXIT PARAGRAPH
       END-IF.
       INITIALIZE WS-MP-MATCH.
       MOVE WS-INITIALS-INP TO WS-MP-INITIALS.
       MOVE "PLAY" TO WS-MP-ACTION.
       CALL "matchpair" USING WS-MP-ACTION WS-MP-MATCH WS-MP-RESULT.
       IF WS-MP-RESULT NOT = "Y" THEN
          DISPLAY WS-INITIALS-INP " HAS NO PAIRING CALLED UP."
          EXIT PARAGRAPH
       END-IF.
       DISPLAY WS-INITIALS-INP " V " WS-MP-OPPONENT
             " MARKED PLAYED.".
       IF WS-MP-PAIRS > 0 THEN
          DISPLAY WS-MP-PAIRS " NEW PAIRING(S) CALLED UP."
       END-IF.

      *=================================================
      *   THE RULES
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

       SET-RULES-PARA.
       PERFORM LOAD-RULES-PARA.
       DISPLAY "GAP ALLOWED ON JOINING:   " WS-BASE-GAP " POINTS".
       DISPLAY "WIDENS BY, PER MINUTE:    " WS-WIDEN " POINTS".
       DISPLAY "MAXIMUM WAIT:             " WS-MAX-WAIT " MINUTES".
       MOVE WS-BASE-GAP TO WS-NEW-BASE.
       MOVE WS-WIDEN TO WS-NEW-WIDEN.
       MOVE WS-MAX-WAIT TO WS-NEW-MAX.
       MOVE "Y" TO WS-RULE-OK.
       DISPLAY "NEW GAP ON JOINING (ENTER TO KEEP):".
       ACCEPT WS-NUMBER-INP.
       IF WS-NUMBER-INP NOT = SPACES THEN
          IF FUNCTION TEST-NUMVAL (WS-NUMBER-INP) = 0 AND
                FUNCTION NUMVAL (WS-NUMBER-INP) >= 0 AND
                FUNCTION NUMVAL (WS-NUMBER-INP) <= 9999 THEN
             COMPUTE WS-NEW-BASE = FUNCTION NUMVAL (WS-NUMBER-INP)
          ELSE
             MOVE "N" TO WS-RULE-OK
          END-IF
       END-IF.
       DISPLAY "NEW WIDENING PER MINUTE (ENTER TO KEEP):".
       ACCEPT WS-NUMBER-INP.
       IF WS-NUMBER-INP NOT = SPACES THEN
          IF FUNCTION TEST-NUMVAL (WS-NUMBER-INP) = 0 AND
                FUNCTION NUMVAL (WS-NUMBER-INP) >= 0 AND
                FUNCTION NUMVAL (WS-NUMBER-INP) <= 999 THEN
             COMPUTE WS-NEW-WIDEN = FUNCTION NUMVAL (WS-NUMBER-INP)
          ELSE
             MOVE "N" TO WS-RULE-OK
          END-IF
       END-IF.
       DISPLAY "NEW MAXIMUM WAIT IN MINUTES (ENTER TO KEEP):".
       ACCEPT WS-NUMBER-INP.
       IF WS-NUMBER-INP NOT = SPACES THEN
          IF FUNCTION TEST-NUMVAL (WS-NUMBER-INP) = 0 AND
                FUNCTION NUMVAL (WS-NUMBER-INP) >= 1 AND
                FUNCTION NUMVAL (WS-NUMBER-INP) <= 999 THEN
             COMPUTE WS-NEW-MAX = FUNCTION NUMVAL (WS-NUMBER-INP)
          ELSE
             MOVE "N" TO WS-RULE-OK
          END-IF
       END-IF.
       IF WS-RULE-OK NOT = "Y" THEN
          DISPLAY "NOT A WHOLE NUMBER IN RANGE - RULES LEFT AS THEY "
             "WERE."
          EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO RULE-RECORD.
       MOVE WS-NEW-BASE TO MR-BASE-GAP.
       MOVE WS-NEW-WIDEN TO MR-WIDEN.
       MOVE WS-NEW-MAX TO MR-MAX-WAIT.
       OPEN OUTPUT ruleFile.
       IF WS-RULE-STATUS NOT = "00" THEN
          DISPLAY "MATCHRULE.CFG COULD NOT BE WRITTEN - "
             WS-RULE-STATUS
          EXIT PARAGRAPH
       END-IF.
       WRITE RULE-RECORD.
       CLOSE ruleFile.
       MOVE WS-NEW-BASE TO WS-BASE-GAP.
       MOVE WS-NEW-WIDEN TO WS-WIDEN.
       MOVE WS-NEW-MAX TO WS-MAX-WAIT.
       MOVE "MATCHRUL" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       STRING RULE-RECORD " BY " WS-OPERATOR
             DELIMITED BY SIZE INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       DISPLAY "RULES SAVED - THE NEXT PAIRING PASS USES THEM.".

      *=================================================
      *   THE WEEKLY MATCHMAKING REPORT
      *=================================================
       WEEKLY-REPORT-PARA.
       DISPLAY "WEEK ENDING (YYYYMMDD, ENTER FOR TODAY):".
       ACCEPT WS-END-INP.
       IF WS-END-INP = SPACES THEN
          MOVE WS-TODAY TO WS-END-INP
       END-IF.
       IF WS-END-INP IS NOT NUMERIC OR
             FUNCTION TEST-DATE-YYYYMMDD (FUNCTION NUMVAL (WS-END-INP))
             NOT = 0 THEN
          DISPLAY "NOT A DATE."
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-END-INP TO WS-END-DATE.
       PERFORM LOAD-RULES-PARA.
       COMPUTE WS-END-INT =
             FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (WS-END-DATE)).
       COMPUTE WS-START-INT = WS-END-INT - 6.
       COMPUTE WS-START-DATE = FUNCTION DATE-OF-INTEGER (WS-START-INT).
       MOVE FUNCTION CURRENT-DATE (1:14) TO WS-NOW.
       INITIALIZE WS-WEEK-TABLE.
       PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
       UNTIL WS-DAY-INDEX > 7
          COMPUTE WS-DY-DATE(WS-DAY-INDEX) = FUNCTION DATE-OF-INTEGER
                (WS-START-INT + WS-DAY-INDEX - 1)
       END-PERFORM.
       OPEN INPUT matchLogFile.
       IF WS-MATCHLOG-STATUS NOT = "00" THEN
          DISPLAY "NO MATCHMAKING ON MATCHLOG.DAT YET."
          EXIT PARAGRAPH
       END-IF.
       MOVE "N" TO WS-EOF.
       PERFORM UNTIL WS-END-OF-FILE
          READ matchLogFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                PERFORM TAKE-ONE-EVENT-PARA
          END-READ
       END-PERFORM.
       CLOSE matchLogFile.
       OPEN OUTPUT reportFile.
       IF WS-REPORT-STATUS NOT = "00" THEN
          DISPLAY "MATCHWEEK.RPT COULD NOT BE OPENED - "
             WS-REPORT-STATUS
          EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO REPORT-LINE.
       STRING "VERSUS MATCHMAKING   WEEK " WS-START-DATE " TO "
             WS-END-DATE "   RUN " WS-NOW " BY " WS-OPERATOR
             DELIMITED BY SIZE INTO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       STRING "RULES NOW: GAP " WS-BASE-GAP " ON JOINING, WIDENING "
             WS-WIDEN " A MINUTE, ANY GAP AFTER " WS-MAX-WAIT
             " MINUTES"
             DELIMITED BY SIZE INTO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       STRING "WAITS IN MINUTES TO BE PAIRED, BOTH PLAYERS COUNTED - "
             "GAPS IN RATING POINTS"
             DELIMITED BY SIZE INTO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       STRING "DATE     PAIRS PLAYED BROKEN AVG WAIT AVG GAP MAX GAP"
             " WIDENED MAX-WAIT  LEFT UNPAIRED  THEIR WAIT"
             DELIMITED BY SIZE INTO REPORT-LINE.
       WRITE REPORT-LINE.
       PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
       UNTIL WS-DAY-INDEX > 7
          PERFORM ADD-TO-TOTALS-PARA
          MOVE WS-DY-DATE(WS-DAY-INDEX) TO WS-ROW-LABEL
          PERFORM REPORT-ROW-PARA
       END-PERFORM.
       MOVE SPACES TO REPORT-LINE.
       MOVE ALL "=" TO REPORT-LINE (1:97).
       WRITE REPORT-LINE.
       MOVE 8 TO WS-DAY-INDEX.
       MOVE "WEEK" TO WS-ROW-LABEL.
       PERFORM REPORT-ROW-PARA.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       STRING "WIDENED - GAP WIDER THAN THE JOINING GAP NOW IN FORCE."
             DELIMITED BY SIZE INTO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       STRING "MAX-WAIT - PAIRED ONLY ONCE THE MAXIMUM WAIT WAS UP."
             DELIMITED BY SIZE INTO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       STRING "BROKEN - CALLED UP BUT NOT PLAYED."
             DELIMITED BY SIZE INTO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       STRING "LEFT, UNPAIRED - OFF THE QUEUE, OR STILL WAITING AT "
             "CLOSE, WITHOUT BEING PAIRED."
             DELIMITED BY SIZE INTO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       STRING "THEIR WAIT - THE AVERAGE MINUTES THOSE NEVER PAIRED "
             "HAD WAITED."
             DELIMITED BY SIZE INTO REPORT-LINE.
       WRITE REPORT-LINE.
       CLOSE reportFile.
       CALL "rptfile" USING WS-REPORT-NAME WS-LOG-PROGRAM
             WS-OPERATOR.
       MOVE 8 TO WS-DAY-INDEX.
       PERFORM DAY-AVERAGES-PARA.
       MOVE "MATCHWK" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       MOVE WS-DY-PAIRS(8) TO WS-DISPLAY-NUM.
       MOVE WS-AVG-GAP TO WS-DISPLAY-GAP.
       STRING WS-END-DATE WS-DISPLAY-NUM " PRS GAP" WS-DISPLAY-GAP
             DELIMITED BY SIZE INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       MOVE WS-AVG-WAIT TO WS-DISPLAY-WAIT.
       DISPLAY WS-DY-PAIRS(8) " PAIRING(S) THIS WEEK, AVERAGE WAIT "
             WS-DISPLAY-WAIT " MIN, AVERAGE GAP " WS-DISPLAY-GAP
             " - SEE MATCHWEEK.RPT.".

       TAKE-ONE-EVENT-PARA.
       IF ML-DATE IS NOT NUMERIC OR ML-DATE > WS-END-DATE THEN
          EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-ML-INT =
             FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (ML-DATE)).
       IF WS-ML-INT < WS-START-INT THEN
          EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-DAY = WS-ML-INT - WS-START-INT + 1.
       EVALUATE ML-EVENT
       WHEN "P"
          ADD 1 TO WS-DY-PAIRS(WS-DAY)
          ADD ML-WAIT1 ML-WAIT2 TO WS-DY-WAIT-SUM(WS-DAY)
          ADD ML-GAP TO WS-DY-GAP-SUM(WS-DAY)
          IF ML-GAP > WS-DY-GAP-MAX(WS-DAY) THEN
             MOVE ML-GAP TO WS-DY-GAP-MAX(WS-DAY)
          END-IF
          IF ML-ALLOWED = 9999 THEN
             ADD 1 TO WS-DY-FORCED(WS-DAY)
          ELSE
             IF ML-GAP > WS-BASE-GAP THEN
                ADD 1 TO WS-DY-WIDENED(WS-DAY)
             END-IF
          END-IF
       WHEN "G"
          ADD 1 TO WS-DY-PLAYED(WS-DAY)
       WHEN "N"
          ADD 1 TO WS-DY-BROKEN(WS-DAY)
       WHEN "L"
          ADD 1 TO WS-DY-LEFT(WS-DAY)
          ADD ML-WAIT1 TO WS-DY-GONE-WAIT(WS-DAY)
       WHEN "U"
          ADD 1 TO WS-DY-UNPAIRED(WS-DAY)
          ADD ML-WAIT1 TO WS-DY-GONE-WAIT(WS-DAY)
       WHEN OTHER
          CONTINUE
       END-EVALUATE.

       ADD-TO-TOTALS-PARA.
       ADD WS-DY-PAIRS(WS-DAY-INDEX) TO WS-DY-PAIRS(8).
       ADD WS-DY-PLAYED(WS-DAY-INDEX) TO WS-DY-PLAYED(8).
       ADD WS-DY-BROKEN(WS-DAY-INDEX) TO WS-DY-BROKEN(8).
       ADD WS-DY-WAIT-SUM(WS-DAY-INDEX) TO WS-DY-WAIT-SUM(8).
       ADD WS-DY-GAP-SUM(WS-DAY-INDEX) TO WS-DY-GAP-SUM(8).
       IF WS-DY-GAP-MAX(WS-DAY-INDEX) > WS-DY-GAP-MAX(8) THEN
          MOVE WS-DY-GAP-MAX(WS-DAY-INDEX) TO WS-DY-GAP-MAX(8)
       END-IF.
       ADD WS-DY-WIDENED(WS-DAY-INDEX) TO WS-DY-WIDENED(8).
       ADD WS-DY-FORCED(WS-DAY-INDEX) TO WS-DY-FORCED(8).
       ADD WS-DY-LEFT(WS-DAY-INDEX) TO WS-DY-LEFT(8).
       ADD WS-DY-UNPAIRED(WS-DAY-INDEX) TO WS-DY-UNPAIRED(8).
       ADD WS-DY-GONE-WAIT(WS-DAY-INDEX) TO WS-DY-GONE-WAIT(8).

       DAY-AVERAGES-PARA.
       MOVE 0 TO WS-AVG-WAIT.
       MOVE 0 TO WS-AVG-GAP.
       MOVE 0 TO WS-AVG-GONE.
       IF WS-DY-PAIRS(WS-DAY-INDEX) > 0 THEN
          COMPUTE WS-AVG-WAIT ROUNDED = WS-DY-WAIT-SUM(WS-DAY-INDEX)
                / (WS-DY-PAIRS(WS-DAY-INDEX) * 2)
          COMPUTE WS-AVG-GAP ROUNDED = WS-DY-GAP-SUM(WS-DAY-INDEX)
                / WS-DY-PAIRS(WS-DAY-INDEX)
       END-IF.
       IF WS-DY-LEFT(WS-DAY-INDEX) + WS-DY-UNPAIRED(WS-DAY-INDEX)
             > 0 THEN
          COMPUTE WS-AVG-GONE ROUNDED = WS-DY-GONE-WAIT(WS-DAY-INDEX)
                / (WS-DY-LEFT(WS-DAY-INDEX)
                + WS-DY-UNPAIRED(WS-DAY-INDEX))
       END-IF.

       REPORT-ROW-PARA.
       PERFORM DAY-AVERAGES-PARA.
       MOVE WS-DY-PAIRS(WS-DAY-INDEX) TO WS-DISPLAY-NUM.
       MOVE WS-DY-PLAYED(WS-DAY-INDEX) TO WS-DISPLAY-PLAYED.
       MOVE WS-DY-BROKEN(WS-DAY-INDEX) TO WS-DISPLAY-BROKEN.
       MOVE WS-AVG-WAIT TO WS-DISPLAY-WAIT.
       MOVE WS-AVG-GAP TO WS-DISPLAY-GAP.
       MOVE WS-DY-GAP-MAX(WS-DAY-INDEX) TO WS-DISPLAY-MAX.
       MOVE WS-DY-WIDENED(WS-DAY-INDEX) TO WS-DISPLAY-WIDENED.
       MOVE WS-DY-FORCED(WS-DAY-INDEX) TO WS-DISPLAY-FORCED.
       MOVE WS-DY-LEFT(WS-DAY-INDEX) TO WS-DISPLAY-LEFT.
       MOVE WS-DY-UNPAIRED(WS-DAY-INDEX) TO WS-DISPLAY-UNPAIRED.
       MOVE WS-AVG-GONE TO WS-DISPLAY-GONE.
       MOVE SPACES TO REPORT-LINE.
       STRING WS-ROW-LABEL " " WS-DISPLAY-NUM "  " WS-DISPLAY-PLAYED
             "  " WS-DISPLAY-BROKEN "   " WS-DISPLAY-WAIT "    "
             WS-DISPLAY-GAP "    " WS-DISPLAY-MAX "   "
             WS-DISPLAY-WIDENED "    " WS-DISPLAY-FORCED " "
             WS-DISPLAY-LEFT "    " WS-DISPLAY-UNPAIRED "      "
             WS-DISPLAY-GONE
             DELIMITED BY SIZE INTO REPORT-LINE.
       WRITE REPORT-LINE.

       END PROGRAM matchmake.
