       IDENTIFICATION DIVISION.
       PROGRAM-ID. playerrecon.

      *the lifetime totals on PLAYER.DAT (games, score, lines) are
      *only ever added to at game over, so a crash between the
      *SESSION.LOG write and the profile save, a restore of one file
      *but not the other, or a hand edit leaves them quietly wrong
      *for good. this works every signed-in player's totals out
      *again from the game history - SESSION.LOG and the other
      *cabinets' SESSION2-4.LOG, the way the meter report takes
      *them, since the profiles are kept the same across the fleet -
      *and sets them beside the profile. the score boards are held
      *to the same history: a HIGHSCORE.DAT or DAILYSCORE.DAT entry
      *with no game behind it, a daily game with no daily entry, and
      *a player's logged best that would make the top ten but is not
      *on the board are all listed. PLAYERRECON.RPT is filed on the
      *report catalog. correcting is a separate step, only offered
      *once the report is out and only taken on YES: the three totals
      *are set to the logged figures, one OPERAUDIT.DAT record is
      *written for every field that moved (PLAYERGAMES, PLAYERSCORE,
      *PLAYERLINES, with the initials on the end the way a token
      *refund carries them - a score too big for the audit figures
      *goes on as PLAYERSCOREK, in thousands) and PLAYER.IDX is built
      *again. the boards are reported only, never rewritten. the
      *backup program runs this after every restore. a corrected
      *profile goes out to the other cabinets with the next profile
      *sync like any other change made on this one

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT playerFile ASSIGN TO "PLAYER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLAYER-STATUS.

           SELECT sessionFile ASSIGN TO WS-SESSION-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SESSION-STATUS.

           SELECT hsFile ASSIGN TO "HIGHSCORE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HS-STATUS.

           SELECT dailyFile ASSIGN TO "DAILYSCORE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DAILY-STATUS.

           SELECT auditFile ASSIGN TO "OPERAUDIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT machineFile ASSIGN TO "MACHINE.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MACHINE-STATUS.

           SELECT dutyFile ASSIGN TO "ONDUTY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DUTY-STATUS.

           SELECT reportFile ASSIGN TO "PLAYERRECON.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

           SELECT playerIdxFile ASSIGN TO "PLAYER.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PIX-INITIALS
           FILE STATUS IS WS-PLAYERIDX-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

      *same summary record the game appends at game over - "???"
      *initials are a walk-up, and a record from before the
      *initials were carried reads as blank
       FD  sessionFile.
       01  SESSION-RECORD.
           05 SS-DATE        PIC X(8).
           05 SS-SCORE       PIC 9(10).
           05 SS-LEVEL       PIC 9(3).
           05 SS-LINES       PIC 9(6).
           05 FILLER         PIC X(41).
           05 SS-INITIALS    PIC X(3).
           05 SS-EVENT-ID    PIC X(8).
           05 SS-MODE        PIC X(1).

       FD  hsFile.
       01  HS-RECORD.
           05 HS-INITIALS PIC X(3).
           05 HS-DATE     PIC X(8).
           05 HS-SCORE    PIC 9(10).
           05 HS-VERIFIED PIC X(1).

       FD  dailyFile.
       01  DAILY-RECORD.
           05 DS-DATE     PIC X(8).
           05 DS-INITIALS PIC X(3).
           05 DS-SCORE    PIC 9(10).

      *same audit record the launcher writes - the initials go on
      *the end where a token refund carries them
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

       FD  machineFile.
       01  MACHINE-RECORD PIC X(1).

       FD  dutyFile.
       01  DUTY-RECORD.
           05 OD-OPERATOR PIC X(3).
           05 OD-STAMP    PIC X(14).

       FD  reportFile.
       01  REPORT-LINE PIC X(100).

       FD  playerIdxFile.
       01  PLAYERIDX-RECORD.
           05 PIX-INITIALS PIC X(3).
           05 PIX-REST     PIC X(53).

       WORKING-STORAGE SECTION.
       01  WS-PLAYER-STATUS    PIC X(2).
       01  WS-SESSION-STATUS   PIC X(2).
       01  WS-HS-STATUS        PIC X(2).
       01  WS-DAILY-STATUS     PIC X(2).
       01  WS-AUDIT-STATUS     PIC X(2).
       01  WS-MACHINE-STATUS   PIC X(2).
       01  WS-DUTY-STATUS      PIC X(2).
       01  WS-REPORT-STATUS    PIC X(2).
       01  WS-PLAYERIDX-STATUS PIC X(2).
       01  WS-EOF PIC X(1) VALUE "N".
           88 WS-END-OF-FILE VALUE "Y".

       01  WS-SESSION-NAME PIC X(14).
       01  WS-MACHINE      PIC 9(1) VALUE 1.
       01  WS-LOG-MACHINE  PIC 9(1).

      *the profile as it stands, with the figures the logs give
      *for it alongside
       01  WS-PROFILE-TABLE.
           05 WS-PROFILE-ENTRY OCCURS 500 TIMES.
              10 WS-PF-INITIALS PIC X(3).
              10 WS-PF-SETTINGS PIC X(17).
              10 WS-PF-GAMES    PIC 9(6).
              10 WS-PF-SCORE    PIC 9(12).
              10 WS-PF-LINES    PIC 9(8).
              10 WS-PF-TOKENS   PIC 9(4).
              10 WS-PF-RATING   PIC 9(4).
              10 WS-PF-MISSION  PIC 9(2).
       01  WS-LOGGED-TABLE.
           05 WS-LOGGED-ENTRY OCCURS 500 TIMES.
              10 WS-LG-GAMES    PIC 9(6).
              10 WS-LG-SCORE    PIC 9(12).
              10 WS-LG-LINES    PIC 9(8).
              10 WS-LG-BEST     PIC 9(10).
              10 WS-LG-DRIFT    PIC X(1).
       01  WS-PROFILE-COUNT PIC 9(3) VALUE 0.
       01  WS-PROFILE-INDEX PIC 9(3).
       01  WS-PROFILE-FOUND PIC 9(3).

      *the boards, each entry marked once a logged game backs it
       01  WS-HS-TABLE.
           05 WS-HS-ENTRY OCCURS 200 TIMES.
              10 WS-HT-INITIALS PIC X(3).
              10 WS-HT-DATE     PIC X(8).
              10 WS-HT-SCORE    PIC 9(10).
              10 WS-HT-BACKED   PIC X(1).
       01  WS-HS-COUNT      PIC 9(3) VALUE 0.
       01  WS-HS-INDEX      PIC 9(3).
       01  WS-HS-ABOVE      PIC 9(3).
       01  WS-HS-OWN        PIC X(1).

       01  WS-DS-TABLE.
           05 WS-DS-ENTRY OCCURS 2000 TIMES.
              10 WS-DT-DATE     PIC X(8).
              10 WS-DT-INITIALS PIC X(3).
              10 WS-DT-SCORE    PIC 9(10).
              10 WS-DT-BACKED   PIC X(1).
       01  WS-DS-COUNT      PIC 9(4) VALUE 0.
       01  WS-DS-INDEX      PIC 9(4).
       01  WS-DS-FOUND      PIC X(1).

       01  WS-LOGS-READ     PIC 9(1) VALUE 0.
       01  WS-GAMES-READ    PIC 9(7) VALUE 0.
       01  WS-WALKUPS       PIC 9(7) VALUE 0.
       01  WS-UNKNOWN       PIC 9(7) VALUE 0.
       01  WS-DRIFTED       PIC 9(3) VALUE 0.
       01  WS-BOARD-ISSUES  PIC 9(5) VALUE 0.
       01  WS-FIXED-FIELDS  PIC 9(5) VALUE 0.

      *the field being reported or corrected
       01  WS-FIELD-NAME    PIC X(12).
       01  WS-FIELD-OLD     PIC 9(12).
       01  WS-FIELD-NEW     PIC 9(12).
       01  WS-CONFIRM       PIC X(3).

       01  WS-OPERATOR      PIC X(3).
       01  WS-NOW           PIC X(14).
       01  WS-DISPLAY-NUM   PIC ZZZZ9.
       01  WS-DISPLAY-OLD   PIC Z(11)9.
       01  WS-DISPLAY-NEW   PIC Z(11)9.
       01  WS-DISPLAY-SCORE PIC Z(9)9.
       01  WS-DISPLAY-GAMES PIC Z(6)9.
       01  WS-DISPLAY-WALK  PIC Z(6)9.
       01  WS-DISPLAY-UNKN  PIC Z(6)9.
       01  WS-DISPLAY-DIFF  PIC -(12)9.
       01  WS-DIFF          PIC S9(12).

       01  WS-LOG-PROGRAM PIC X(12) VALUE "playerrecon".
       01  WS-LOG-EVENT   PIC X(8).
       01  WS-LOG-TEXT    PIC X(30).
       01  WS-REPORT-NAME PIC X(20) VALUE "PLAYERRECON.RPT".

       PROCEDURE DIVISION.
       MAIN-PARA.
       MOVE "STARTUP" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       MOVE FUNCTION CURRENT-DATE (1:14) TO WS-NOW.
       MOVE 0 TO WS-LOGS-READ WS-GAMES-READ WS-WALKUPS WS-UNKNOWN
             WS-DRIFTED WS-BOARD-ISSUES WS-FIXED-FIELDS.
       PERFORM FIND-OPERATOR-PARA.
       PERFORM LOAD-MACHINE-PARA.
       PERFORM LOAD-PROFILES-PARA.
       PERFORM LOAD-HIGHSCORE-PARA.
       PERFORM LOAD-DAILY-PARA.
       OPEN OUTPUT reportFile.
       IF WS-REPORT-STATUS NOT = "00" THEN
          DISPLAY "PLAYERRECON.RPT COULD NOT BE OPENED - "
             WS-REPORT-STATUS " - NOTHING CHECKED."
          GOBACK
       END-IF.
       MOVE SPACES TO REPORT-LINE.
       STRING "PLAYER TOTALS RECONCILIATION   CABINET " WS-MACHINE
             "   RUN " WS-NOW " BY " WS-OPERATOR
             DELIMITED BY SIZE INTO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE "SCORE BOARDS AGAINST THE GAME HISTORY" TO REPORT-LINE.
       WRITE REPORT-LINE.
       PERFORM VARYING WS-LOG-MACHINE FROM 1 BY 1
       UNTIL WS-LOG-MACHINE > 4
          PERFORM READ-ONE-LOG-PARA
       END-PERFORM.
       PERFORM REPORT-BOARDS-PARA.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE "PROFILE TOTALS AGAINST THE GAME HISTORY" TO REPORT-LINE.
       WRITE REPORT-LINE.
       PERFORM VARYING WS-PROFILE-INDEX FROM 1 BY 1
       UNTIL WS-PROFILE-INDEX > WS-PROFILE-COUNT
          PERFORM REPORT-ONE-PROFILE-PARA
       END-PERFORM.
       PERFORM REPORT-TOTALS-PARA.
       CLOSE reportFile.
       CALL "rptfile" USING WS-REPORT-NAME WS-LOG-PROGRAM
             WS-OPERATOR.
       MOVE "RECON" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       MOVE WS-DRIFTED TO WS-DISPLAY-NUM.
       STRING WS-DISPLAY-NUM " DRIFTED" DELIMITED BY SIZE
             INTO WS-LOG-TEXT.
       MOVE WS-BOARD-ISSUES TO WS-DISPLAY-NUM.
       STRING WS-DISPLAY-NUM " BOARD" DELIMITED BY SIZE
             INTO WS-LOG-TEXT (15:11).
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       PERFORM OFFER-CORRECTION-PARA.
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

       LOAD-MACHINE-PARA.
       MOVE 1 TO WS-MACHINE.
       OPEN INPUT machineFile.
       IF WS-MACHINE-STATUS = "00" THEN
          READ machineFile
             AT END CONTINUE
             NOT AT END
                IF MACHINE-RECORD IS NUMERIC AND
                   MACHINE-RECORD NOT = "0" AND
                   MACHINE-RECORD NOT > "4" THEN
                   MOVE MACHINE-RECORD TO WS-MACHINE
                END-IF
          END-READ
          CLOSE machineFile
       END-IF.

      *=================================================
      *   THE PROFILES AND THE BOARDS
      *=================================================
       LOAD-PROFILES-PARA.
       MOVE 0 TO WS-PROFILE-COUNT.
       MOVE "N" TO WS-EOF.
       OPEN INPUT playerFile.
       IF WS-PLAYER-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ playerFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF PL-INITIALS NOT = SPACES AND
                   WS-PROFILE-COUNT < 500 THEN
                   ADD 1 TO WS-PROFILE-COUNT
                   MOVE PLAYER-RECORD
                      TO WS-PROFILE-ENTRY(WS-PROFILE-COUNT)
                   INITIALIZE WS-LOGGED-ENTRY(WS-PROFILE-COUNT)
                   MOVE "N" TO WS-LG-DRIFT(WS-PROFILE-COUNT)
                END-IF
          END-READ
       END-PERFORM.
       CLOSE playerFile.

       LOAD-HIGHSCORE-PARA.
       MOVE 0 TO WS-HS-COUNT.
       MOVE "N" TO WS-EOF.
       OPEN INPUT hsFile.
       IF WS-HS-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ hsFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF HS-SCORE IS NUMERIC AND WS-HS-COUNT < 200 THEN
                   ADD 1 TO WS-HS-COUNT
                   MOVE HS-INITIALS TO WS-HT-INITIALS(WS-HS-COUNT)
                   MOVE HS-DATE TO WS-HT-DATE(WS-HS-COUNT)
                   MOVE HS-SCORE TO WS-HT-SCORE(WS-HS-COUNT)
                   MOVE "N" TO WS-HT-BACKED(WS-HS-COUNT)
                END-IF
          END-READ
       END-PERFORM.
       CLOSE hsFile.

       LOAD-DAILY-PARA.
       MOVE 0 TO WS-DS-COUNT.
       MOVE "N" TO WS-EOF.
       OPEN INPUT dailyFile.
       IF WS-DAILY-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ dailyFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF DS-SCORE IS NUMERIC AND WS-DS-COUNT < 2000 THEN
                   ADD 1 TO WS-DS-COUNT
                   MOVE DS-DATE TO WS-DT-DATE(WS-DS-COUNT)
                   MOVE DS-INITIALS TO WS-DT-INITIALS(WS-DS-COUNT)
                   MOVE DS-SCORE TO WS-DT-SCORE(WS-DS-COUNT)
                   MOVE "N" TO WS-DT-BACKED(WS-DS-COUNT)
                END-IF
          END-READ
       END-PERFORM.
       CLOSE dailyFile.

      *=================================================
      *   THE GAME HISTORY
      *=================================================
       READ-ONE-LOG-PARA.
      *machine 1 is the local SESSION.LOG; a cabinet whose log has
      *not been collected is simply not there to read
       IF WS-LOG-MACHINE = 1 THEN
          MOVE "SESSION.LOG" TO WS-SESSION-NAME
       ELSE
          MOVE SPACES TO WS-SESSION-NAME
          STRING "SESSION" WS-LOG-MACHINE ".LOG"
             DELIMITED BY SIZE INTO WS-SESSION-NAME
       END-IF.
       MOVE "N" TO WS-EOF.
       OPEN INPUT sessionFile.
       IF WS-SESSION-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-LOGS-READ.
       PERFORM UNTIL WS-END-OF-FILE
          READ sessionFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF SS-SCORE IS NUMERIC AND SS-LINES IS NUMERIC THEN
                   ADD 1 TO WS-GAMES-READ
                   PERFORM TAKE-ONE-GAME-PARA
                END-IF
          END-READ
       END-PERFORM.
       CLOSE sessionFile.

       TAKE-ONE-GAME-PARA.
      *a board entry is backed by a logged game on the same date
      *with the same score - the top-ten initials are typed fresh
      *at game over, so they are not held to the sign-in
       PERFORM VARYING WS-HS-INDEX FROM 1 BY 1
       UNTIL WS-HS-INDEX > WS-HS-COUNT
          IF WS-HT-DATE(WS-HS-INDEX) = SS-DATE AND
             WS-HT-SCORE(WS-HS-INDEX) = SS-SCORE THEN
             MOVE "Y" TO WS-HT-BACKED(WS-HS-INDEX)
          END-IF
       END-PERFORM.
       IF SS-INITIALS = "???" OR SS-INITIALS = SPACES THEN
          ADD 1 TO WS-WALKUPS
          EXIT PARAGRAPH
       END-IF.
      *the daily board is keyed on the initials the game was
      *played under, so those have to match as well
       MOVE "N" TO WS-DS-FOUND.
       PERFORM VARYING WS-DS-INDEX FROM 1 BY 1
       UNTIL WS-DS-INDEX > WS-DS-COUNT
          IF WS-DT-DATE(WS-DS-INDEX) = SS-DATE AND
             WS-DT-INITIALS(WS-DS-INDEX) = SS-INITIALS THEN
             MOVE "Y" TO WS-DS-FOUND
             IF WS-DT-SCORE(WS-DS-INDEX) = SS-SCORE THEN
                MOVE "Y" TO WS-DT-BACKED(WS-DS-INDEX)
             END-IF
          END-IF
       END-PERFORM.
       IF SS-MODE = "D" AND WS-DS-FOUND = "N" THEN
          ADD 1 TO WS-BOARD-ISSUES
          MOVE SS-SCORE TO WS-DISPLAY-SCORE
          MOVE SPACES TO REPORT-LINE
          STRING "DAILY GAME  " SS-INITIALS "  " SS-DATE "  "
                WS-DISPLAY-SCORE "  ON " WS-SESSION-NAME
                " - NOT ON DAILYSCORE.DAT"
             DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE
       END-IF.
       MOVE 0 TO WS-PROFILE-FOUND.
       PERFORM VARYING WS-PROFILE-INDEX FROM 1 BY 1
       UNTIL WS-PROFILE-INDEX > WS-PROFILE-COUNT
             OR WS-PROFILE-FOUND > 0
          IF WS-PF-INITIALS(WS-PROFILE-INDEX) = SS-INITIALS THEN
             MOVE WS-PROFILE-INDEX TO WS-PROFILE-FOUND
          END-IF
       END-PERFORM.
       IF WS-PROFILE-FOUND = 0 THEN
          ADD 1 TO WS-UNKNOWN
          EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-LG-GAMES(WS-PROFILE-FOUND).
       ADD SS-SCORE TO WS-LG-SCORE(WS-PROFILE-FOUND).
       ADD SS-LINES TO WS-LG-LINES(WS-PROFILE-FOUND).
       IF SS-SCORE > WS-LG-BEST(WS-PROFILE-FOUND) THEN
          MOVE SS-SCORE TO WS-LG-BEST(WS-PROFILE-FOUND)
       END-IF.

      *=================================================
      *   THE REPORT
      *=================================================
       REPORT-BOARDS-PARA.
       PERFORM VARYING WS-HS-INDEX FROM 1 BY 1
       UNTIL WS-HS-INDEX > WS-HS-COUNT
          IF WS-HT-BACKED(WS-HS-INDEX) = "N" THEN
             ADD 1 TO WS-BOARD-ISSUES
             MOVE WS-HT-SCORE(WS-HS-INDEX) TO WS-DISPLAY-SCORE
             MOVE SPACES TO REPORT-LINE
             STRING "HIGHSCORE   " WS-HT-INITIALS(WS-HS-INDEX) "  "
                   WS-HT-DATE(WS-HS-INDEX) "  " WS-DISPLAY-SCORE
                   "  - NO LOGGED GAME SCORED THIS THAT DAY"
                DELIMITED BY SIZE INTO REPORT-LINE
             WRITE REPORT-LINE
          END-IF
       END-PERFORM.
       PERFORM VARYING WS-DS-INDEX FROM 1 BY 1
       UNTIL WS-DS-INDEX > WS-DS-COUNT
          IF WS-DT-BACKED(WS-DS-INDEX) = "N" THEN
             ADD 1 TO WS-BOARD-ISSUES
             MOVE WS-DT-SCORE(WS-DS-INDEX) TO WS-DISPLAY-SCORE
             MOVE SPACES TO REPORT-LINE
             STRING "DAILYSCORE  " WS-DT-INITIALS(WS-DS-INDEX) "  "
                   WS-DT-DATE(WS-DS-INDEX) "  " WS-DISPLAY-SCORE
                   "  - NO LOGGED GAME BY THEM SCORED THIS THAT DAY"
                DELIMITED BY SIZE INTO REPORT-LINE
             WRITE REPORT-LINE
          END-IF
       END-PERFORM.
       PERFORM VARYING WS-PROFILE-INDEX FROM 1 BY 1
       UNTIL WS-PROFILE-INDEX > WS-PROFILE-COUNT
          PERFORM CHECK-BEST-ON-BOARD-PARA
       END-PERFORM.

       CHECK-BEST-ON-BOARD-PARA.
      *a logged best the board would rank in its top ten, with no
      *entry at least that good under the player's initials
       IF WS-LG-BEST(WS-PROFILE-INDEX) = 0 THEN
          EXIT PARAGRAPH
       END-IF.
       MOVE 0 TO WS-HS-ABOVE.
       MOVE "N" TO WS-HS-OWN.
       PERFORM VARYING WS-HS-INDEX FROM 1 BY 1
       UNTIL WS-HS-INDEX > WS-HS-COUNT
          IF WS-HT-SCORE(WS-HS-INDEX) > WS-LG-BEST(WS-PROFILE-INDEX)
             THEN
             ADD 1 TO WS-HS-ABOVE
          END-IF
          IF WS-HT-INITIALS(WS-HS-INDEX) =
             WS-PF-INITIALS(WS-PROFILE-INDEX) AND
             WS-HT-SCORE(WS-HS-INDEX) >=
             WS-LG-BEST(WS-PROFILE-INDEX) THEN
             MOVE "Y" TO WS-HS-OWN
          END-IF
       END-PERFORM.
       IF WS-HS-ABOVE < 10 AND WS-HS-OWN = "N" THEN
          ADD 1 TO WS-BOARD-ISSUES
          MOVE WS-LG-BEST(WS-PROFILE-INDEX) TO WS-DISPLAY-SCORE
          MOVE SPACES TO REPORT-LINE
          STRING "BEST SCORE  " WS-PF-INITIALS(WS-PROFILE-INDEX)
                "            " WS-DISPLAY-SCORE
                "  - MAKES THE TOP TEN, NOT ON HIGHSCORE.DAT"
             DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE
       END-IF.

       REPORT-ONE-PROFILE-PARA.
       MOVE "GAMES" TO WS-FIELD-NAME.
       MOVE WS-PF-GAMES(WS-PROFILE-INDEX) TO WS-FIELD-OLD.
       MOVE WS-LG-GAMES(WS-PROFILE-INDEX) TO WS-FIELD-NEW.
       PERFORM REPORT-ONE-FIELD-PARA.
       MOVE "SCORE" TO WS-FIELD-NAME.
       MOVE WS-PF-SCORE(WS-PROFILE-INDEX) TO WS-FIELD-OLD.
       MOVE WS-LG-SCORE(WS-PROFILE-INDEX) TO WS-FIELD-NEW.
       PERFORM REPORT-ONE-FIELD-PARA.
       MOVE "LINES" TO WS-FIELD-NAME.
       MOVE WS-PF-LINES(WS-PROFILE-INDEX) TO WS-FIELD-OLD.
       MOVE WS-LG-LINES(WS-PROFILE-INDEX) TO WS-FIELD-NEW.
       PERFORM REPORT-ONE-FIELD-PARA.
       IF WS-LG-DRIFT(WS-PROFILE-INDEX) = "Y" THEN
          ADD 1 TO WS-DRIFTED
       END-IF.

       REPORT-ONE-FIELD-PARA.
       IF WS-FIELD-OLD = WS-FIELD-NEW THEN
          EXIT PARAGRAPH
       END-IF.
       MOVE "Y" TO WS-LG-DRIFT(WS-PROFILE-INDEX).
       COMPUTE WS-DIFF = WS-FIELD-OLD - WS-FIELD-NEW.
       MOVE WS-FIELD-OLD TO WS-DISPLAY-OLD.
       MOVE WS-FIELD-NEW TO WS-DISPLAY-NEW.
       MOVE WS-DIFF TO WS-DISPLAY-DIFF.
       MOVE SPACES TO REPORT-LINE.
       STRING WS-PF-INITIALS(WS-PROFILE-INDEX) "  " WS-FIELD-NAME (1:5)
             "  PROFILE " WS-DISPLAY-OLD "  LOGGED " WS-DISPLAY-NEW
             "  DIFFERENCE " WS-DISPLAY-DIFF
             DELIMITED BY SIZE INTO REPORT-LINE.
       WRITE REPORT-LINE.

       REPORT-TOTALS-PARA.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE WS-LOGS-READ TO WS-DISPLAY-NUM.
       MOVE WS-GAMES-READ TO WS-DISPLAY-GAMES.
       MOVE WS-WALKUPS TO WS-DISPLAY-WALK.
       MOVE WS-UNKNOWN TO WS-DISPLAY-UNKN.
       MOVE SPACES TO REPORT-LINE.
       STRING WS-DISPLAY-NUM " SESSION LOG(S) READ, "
             WS-DISPLAY-GAMES " GAMES -" WS-DISPLAY-WALK
             " WALK-UP," WS-DISPLAY-UNKN
             " UNDER INITIALS WITH NO PROFILE"
             DELIMITED BY SIZE INTO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE WS-DRIFTED TO WS-DISPLAY-NUM.
       MOVE SPACES TO REPORT-LINE.
       STRING WS-DISPLAY-NUM " PROFILE(S) OUT OF STEP WITH THE LOGS"
             DELIMITED BY SIZE INTO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE WS-BOARD-ISSUES TO WS-DISPLAY-NUM.
       MOVE SPACES TO REPORT-LINE.
       STRING WS-DISPLAY-NUM " SCORE BOARD DIFFERENCE(S) - REPORTED "
             "ONLY, THE BOARDS ARE NOT CHANGED"
             DELIMITED BY SIZE INTO REPORT-LINE.
       WRITE REPORT-LINE.
       DISPLAY "PLAYER RECONCILIATION: " WS-DRIFTED
             " PROFILE(S) DRIFTED, " WS-BOARD-ISSUES
             " BOARD DIFFERENCE(S) - SEE PLAYERRECON.RPT.".

      *=================================================
      *   THE CORRECTION, ON CONFIRMATION
      *=================================================
       OFFER-CORRECTION-PARA.
       IF WS-DRIFTED = 0 THEN
          EXIT PARAGRAPH
       END-IF.
      *with no history on the disk every profile would be set to
      *nothing - that is a missing file, not drift
       IF WS-LOGS-READ = 0 THEN
          DISPLAY "NO SESSION LOG ON THIS DISK - NOTHING CORRECTED."
          EXIT PARAGRAPH
       END-IF.
       DISPLAY "TYPE YES TO SET THE " WS-DRIFTED
             " PROFILE(S) TO THE LOGGED TOTALS:".
       ACCEPT WS-CONFIRM.
       MOVE FUNCTION UPPER-CASE (WS-CONFIRM) TO WS-CONFIRM.
       IF WS-CONFIRM NOT = "YES" THEN
          DISPLAY "PROFILES LEFT AS THEY ARE."
          EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-PROFILE-INDEX FROM 1 BY 1
       UNTIL WS-PROFILE-INDEX > WS-PROFILE-COUNT
          IF WS-LG-DRIFT(WS-PROFILE-INDEX) = "Y" THEN
             PERFORM CORRECT-ONE-PROFILE-PARA
          END-IF
       END-PERFORM.
       PERFORM SAVE-PROFILES-PARA.
       PERFORM BUILD-PLAYER-INDEX-PARA.
       MOVE "RECONFIX" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       MOVE WS-FIXED-FIELDS TO WS-DISPLAY-NUM.
       STRING WS-DISPLAY-NUM " FIELD(S) CORRECTED"
             DELIMITED BY SIZE INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       DISPLAY WS-FIXED-FIELDS " FIELD(S) CORRECTED, EACH ONE ON "
             "OPERAUDIT.DAT.".

       CORRECT-ONE-PROFILE-PARA.
       IF WS-PF-GAMES(WS-PROFILE-INDEX) NOT =
             WS-LG-GAMES(WS-PROFILE-INDEX) THEN
          MOVE "PLAYERGAMES" TO WS-FIELD-NAME
          MOVE WS-PF-GAMES(WS-PROFILE-INDEX) TO WS-FIELD-OLD
          MOVE WS-LG-GAMES(WS-PROFILE-INDEX) TO WS-FIELD-NEW
          MOVE WS-LG-GAMES(WS-PROFILE-INDEX)
             TO WS-PF-GAMES(WS-PROFILE-INDEX)
          PERFORM WRITE-AUDIT-PARA
       END-IF.
       IF WS-PF-SCORE(WS-PROFILE-INDEX) NOT =
             WS-LG-SCORE(WS-PROFILE-INDEX) THEN
          MOVE "PLAYERSCORE" TO WS-FIELD-NAME
          MOVE WS-PF-SCORE(WS-PROFILE-INDEX) TO WS-FIELD-OLD
          MOVE WS-LG-SCORE(WS-PROFILE-INDEX) TO WS-FIELD-NEW
          MOVE WS-LG-SCORE(WS-PROFILE-INDEX)
             TO WS-PF-SCORE(WS-PROFILE-INDEX)
          PERFORM WRITE-AUDIT-PARA
       END-IF.
       IF WS-PF-LINES(WS-PROFILE-INDEX) NOT =
             WS-LG-LINES(WS-PROFILE-INDEX) THEN
          MOVE "PLAYERLINES" TO WS-FIELD-NAME
          MOVE WS-PF-LINES(WS-PROFILE-INDEX) TO WS-FIELD-OLD
          MOVE WS-LG-LINES(WS-PROFILE-INDEX) TO WS-FIELD-NEW
          MOVE WS-LG-LINES(WS-PROFILE-INDEX)
             TO WS-PF-LINES(WS-PROFILE-INDEX)
          PERFORM WRITE-AUDIT-PARA
       END-IF.

       WRITE-AUDIT-PARA.
      *the audit figures hold eight digits - a lifetime score past
      *that is written in thousands under its own name
       ADD 1 TO WS-FIXED-FIELDS.
       IF WS-FIELD-OLD > 99999999 OR WS-FIELD-NEW > 99999999 THEN
          MOVE "PLAYERSCOREK" TO WS-FIELD-NAME
          DIVIDE 1000 INTO WS-FIELD-OLD
          DIVIDE 1000 INTO WS-FIELD-NEW
       END-IF.
       MOVE WS-FIELD-NAME TO AU-NAME.
       MOVE WS-FIELD-OLD TO AU-OLD.
       MOVE WS-FIELD-NEW TO AU-NEW.
       MOVE FUNCTION CURRENT-DATE (1:14) TO AU-STAMP.
       MOVE WS-MACHINE TO AU-MACHINE.
       MOVE "RECON" TO AU-REASON.
       MOVE WS-PF-INITIALS(WS-PROFILE-INDEX) TO AU-PLAYER.
       OPEN EXTEND auditFile.
       IF WS-AUDIT-STATUS = "35" OR WS-AUDIT-STATUS = "05" THEN
          CLOSE auditFile
          OPEN OUTPUT auditFile
       END-IF.
       IF WS-AUDIT-STATUS = "00" THEN
          WRITE AUDIT-RECORD
          CLOSE auditFile
       END-IF.

       SAVE-PROFILES-PARA.
       OPEN OUTPUT playerFile.
       IF WS-PLAYER-STATUS NOT = "00" THEN
          DISPLAY "PLAYER.DAT COULD NOT BE WRITTEN - " WS-PLAYER-STATUS
          EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-PROFILE-INDEX FROM 1 BY 1
       UNTIL WS-PROFILE-INDEX > WS-PROFILE-COUNT
          MOVE WS-PROFILE-ENTRY(WS-PROFILE-INDEX) TO PLAYER-RECORD
          WRITE PLAYER-RECORD
       END-PERFORM.
       CLOSE playerFile.

      *=================================================
      *   REBUILD THE INDEX FROM THE MASTER
      *=================================================
       BUILD-PLAYER-INDEX-PARA.
       OPEN OUTPUT playerIdxFile.
       IF WS-PLAYERIDX-STATUS NOT = "00" THEN
          DISPLAY "PLAYER.IDX COULD NOT BE REBUILT, STATUS "
             WS-PLAYERIDX-STATUS " - RUN IDXBUILD."
          EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-PROFILE-INDEX FROM 1 BY 1
       UNTIL WS-PROFILE-INDEX > WS-PROFILE-COUNT
          MOVE WS-PROFILE-ENTRY(WS-PROFILE-INDEX) TO PLAYERIDX-RECORD
          WRITE PLAYERIDX-RECORD
             INVALID KEY CONTINUE
          END-WRITE
       END-PERFORM.
       CLOSE playerIdxFile.

       END PROGRAM playerrecon.
