      *=================================================================
      *    PUBLISHED STANDINGS PAGES FOR THE SHOP WEBSITE
      *=================================================================
      *    writes a small set of static HTML pages off the files the
      *    machine already keeps, so the website's numbers come
      *    straight off disk instead of being retyped by hand:
      *      index.html     links to the rest, with the stamp
      *      highscore.html top ten of HIGHSCORE.DAT, HS-VERIFIED
      *                     scores marked as replay-checked
      *      daily.html     today's DAILYSCORE.DAT board
      *      league.html    the season standings, tallied exactly
      *                     as LEAGUE does it off SEASON.CFG
      *      rating.html    the Elo table off PL-RATING
      *      tourney.html   the bracket still being played off
      *                     TOURNEY.DAT, if there is one
      *    every page carries the same "last updated" stamp. the
      *    output folder comes from WEBPAGES.CFG (default WEB) and is
      *    made if it is not there yet - that folder is what gets
      *    uploaded. runs standalone or as a NIGHTRUN.CFG step
      *    (WEB_STANDINGS); a page that cannot be written hands the
      *    night-run driver a non-zero return code.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. WEB_STANDINGS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT WEBCFG-FILE ASSIGN TO "WEBPAGES.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WEBCFG-FILE-STATUS.

           SELECT PAGE-FILE ASSIGN TO WS-PAGE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PAGE-FILE-STATUS.

           SELECT HIGHSCORE-FILE ASSIGN TO "HIGHSCORE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HS-FILE-STATUS.

           SELECT DAILYSCORE-FILE ASSIGN TO "DAILYSCORE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DAILYSCORE-FILE-STATUS.

           SELECT MATCHES-FILE ASSIGN TO "MATCHES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MATCHES-FILE-STATUS.

           SELECT SEASON-FILE ASSIGN TO "SEASON.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SEASON-FILE-STATUS.

           SELECT PLAYER-FILE ASSIGN TO "PLAYER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLAYER-FILE-STATUS.

           SELECT TOURNEY-FILE ASSIGN TO "TOURNEY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TOURNEY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  WEBCFG-FILE.
       01  WEBCFG-RECORD            PIC X(40).

       FD  PAGE-FILE.
       01  PAGE-RECORD              PIC X(120).

       FD  HIGHSCORE-FILE.
       01  HS-RECORD.
           05  HS-INITIALS          PIC X(3).
           05  HS-DATE              PIC X(8).
           05  HS-SCORE             PIC 9(10).
           05  HS-VERIFIED          PIC X(1).

       FD  DAILYSCORE-FILE.
       01  DAILYSCORE-RECORD.
           05  DS-DATE              PIC X(8).
           05  DS-INITIALS          PIC X(3).
           05  DS-SCORE             PIC 9(10).

       FD  MATCHES-FILE.
       01  MATCHES-RECORD.
           05  MT-DATE              PIC X(8).
           05  MT-P1                PIC X(3).
           05  MT-P2                PIC X(3).
           05  MT-WINNER            PIC X(3).

       FD  SEASON-FILE.
       01  SEASON-RECORD.
           05  SE-START             PIC X(8).
           05  SE-END               PIC X(8).
           05  SE-WIN-POINTS        PIC 9(2).

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

       FD  TOURNEY-FILE.
       01  TOURNEY-RECORD.
           05  TN-DATE              PIC X(8).
           05  TN-ROUND             PIC 9(1).
           05  TN-MATCH             PIC 9(1).
           05  TN-P1                PIC X(3).
           05  TN-P2                PIC X(3).
           05  TN-WINNER            PIC X(3).

       WORKING-STORAGE SECTION.

       01  WS-WEBCFG-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-PAGE-FILE-STATUS       PIC X(2)  VALUE SPACES.
       01  WS-HS-FILE-STATUS         PIC X(2)  VALUE SPACES.
       01  WS-DAILYSCORE-FILE-STATUS PIC X(2)  VALUE SPACES.
       01  WS-MATCHES-FILE-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-SEASON-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-PLAYER-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-TOURNEY-FILE-STATUS    PIC X(2)  VALUE SPACES.
       01  WS-EOF                    PIC X(1)  VALUE "N".
           88  WS-END-OF-FILE                  VALUE "Y".

       01  WS-TODAY                  PIC X(8).
       01  WS-NOW                    PIC X(14).
       01  WS-STAMP-TEXT             PIC X(16).

      *=================================================================
      *   THE OUTPUT FOLDER AND THE PAGE BEING WRITTEN
      *=================================================================

       01  WS-WEB-FOLDER             PIC X(40) VALUE "WEB".
       01  WS-PAGE-NAME              PIC X(60).
       01  WS-PAGE-FILE              PIC X(16).
       01  WS-PAGE-TITLE             PIC X(40).
       01  WS-PAGE-LINE              PIC X(120).
       01  WS-PAGES-WRITTEN          PIC 9(2)  VALUE 0.
       01  WS-PAGES-FAILED           PIC 9(2)  VALUE 0.
       01  WS-DIR-RESULT             PIC S9(9) COMP-5 VALUE 0.

      *=================================================================
      *   ONE WORK TABLE SERVES EVERY RANKED PAGE IN TURN
      *=================================================================
      *   initials, a figure to rank on, and three spare columns the
      *   page in hand fills as it likes - the high-score page keeps
      *   the date and verified byte there, the league page its wins,
      *   losses and daily podiums, the rating page the games played

       01  WS-RANK-TABLE.
           05  WS-RANK-ENTRY OCCURS 500 TIMES.
               10  WS-RK-INITIALS    PIC X(3).
               10  WS-RK-FIGURE      PIC 9(12).
               10  WS-RK-EXTRA-1     PIC X(8).
               10  WS-RK-EXTRA-2     PIC X(8).
               10  WS-RK-EXTRA-3     PIC X(8).
       01  WS-RANK-COUNT             PIC 9(3)  VALUE 0.
       01  WS-RANK-INDEX             PIC 9(3).
       01  WS-RANK-SWAP              PIC 9(3).
       01  WS-RANK-FOUND             PIC 9(3).
       01  WS-RANK-SHOWN             PIC 9(3).
       01  WS-RANK-HOLD.
           05  WS-RH-INITIALS        PIC X(3).
           05  WS-RH-FIGURE          PIC 9(12).
           05  WS-RH-EXTRA-1         PIC X(8).
           05  WS-RH-EXTRA-2         PIC X(8).
           05  WS-RH-EXTRA-3         PIC X(8).

      *=================================================================
      *   LEAGUE TALLY - THE SAME RULES AS LEAGUE ITSELF
      *=================================================================

       01  WS-SEASON-START           PIC X(8)  VALUE "00000000".
       01  WS-SEASON-END             PIC X(8)  VALUE "99999999".
       01  WS-WIN-POINTS             PIC 9(2)  VALUE 3.
       01  WS-TALLY-INITIALS         PIC X(3).
       01  WS-TALLY-WINS             PIC 9(4).
       01  WS-TALLY-LOSSES           PIC 9(4).
       01  WS-TALLY-DAILIES          PIC 9(4).

       01  WS-DAILY-TABLE.
           05  WS-DAILY-ENTRY OCCURS 500 TIMES.
               10  WS-DY-DATE        PIC X(8).
               10  WS-DY-INITIALS    PIC X(3).
               10  WS-DY-SCORE       PIC 9(10).
       01  WS-DAILY-COUNT            PIC 9(3)  VALUE 0.
       01  WS-DAILY-INDEX            PIC 9(3).
       01  WS-DAILY-SCAN             PIC 9(3).
       01  WS-DAILY-RANK             PIC 9(3).
       01  WS-DAILY-POINTS           PIC 9(2).

      *=================================================================
      *   THE OPEN BRACKET
      *=================================================================
      *   a bracket is open when its date has results on TOURNEY.DAT
      *   but no round 3 - the eight-slot bracket always finishes in
      *   round 3. the latest such date is the one published

       01  WS-TN-OPEN-DATE           PIC X(8)  VALUE SPACES.
       01  WS-TN-SCAN-DATE           PIC X(8)  VALUE SPACES.
       01  WS-TN-SCAN-FINAL          PIC X(1)  VALUE "N".
       01  WS-TN-LAST-CHAMP          PIC X(3)  VALUE SPACES.
       01  WS-TN-LAST-DATE           PIC X(8)  VALUE SPACES.

       01  WS-DISPLAY-RANK           PIC ZZ9.
       01  WS-DISPLAY-SCORE          PIC Z(11)9.
       01  WS-DISPLAY-PTS            PIC Z(4)9.
       01  WS-DISPLAY-COUNT          PIC Z9.

       PROCEDURE DIVISION.
       MAIN-PARA.
       MOVE FUNCTION CURRENT-DATE (1:14) TO WS-NOW.
       MOVE WS-NOW (1:8) TO WS-TODAY.
       MOVE SPACES TO WS-STAMP-TEXT.
       STRING WS-NOW (1:4) "-" WS-NOW (5:2) "-" WS-NOW (7:2) " "
           WS-NOW (9:2) ":" WS-NOW (11:2)
           DELIMITED BY SIZE INTO WS-STAMP-TEXT.
       PERFORM LOAD-WEB-CONFIG-PARA.
       PERFORM WRITE-INDEX-PAGE-PARA.
       PERFORM WRITE-HIGHSCORE-PAGE-PARA.
       PERFORM WRITE-DAILY-PAGE-PARA.
       PERFORM WRITE-LEAGUE-PAGE-PARA.
       PERFORM WRITE-RATING-PAGE-PARA.
       PERFORM WRITE-TOURNEY-PAGE-PARA.
       MOVE WS-PAGES-WRITTEN TO WS-DISPLAY-COUNT.
       DISPLAY WS-DISPLAY-COUNT " STANDINGS PAGES WRITTEN TO "
           FUNCTION TRIM(WS-WEB-FOLDER) " - LAST UPDATED "
           WS-STAMP-TEXT.
       IF WS-PAGES-FAILED > 0 THEN
       DISPLAY WS-PAGES-FAILED " PAGES COULD NOT BE WRITTEN."
       MOVE 8 TO RETURN-CODE
       END-IF.
      *GOBACK instead of STOP RUN so the night-run driver gets
      *control back - run standalone it still just ends the program
       GOBACK.

       LOAD-WEB-CONFIG-PARA.
      *WEBPAGES.CFG names the folder the pages land in; no file
      *means a WEB folder beside the data files
       OPEN INPUT WEBCFG-FILE.
       IF WS-WEBCFG-FILE-STATUS = "00" THEN
       READ WEBCFG-FILE
       AT END CONTINUE
       NOT AT END
       IF WEBCFG-RECORD NOT = SPACES THEN
       MOVE WEBCFG-RECORD TO WS-WEB-FOLDER
       END-IF
       END-READ
       CLOSE WEBCFG-FILE
       END-IF.
      *an existing folder just hands back a non-zero result, which
      *is no matter - a folder that truly cannot be had shows up as
      *pages that fail to open
       CALL "CBL_CREATE_DIR" USING WS-WEB-FOLDER
           RETURNING WS-DIR-RESULT
       END-CALL.

      *=================================================================
      *   PAGE FRAME - OPEN, HEADER, FOOTER
      *=================================================================

       OPEN-PAGE-PARA.
       MOVE SPACES TO WS-PAGE-NAME.
       STRING FUNCTION TRIM(WS-WEB-FOLDER) "/"
           FUNCTION TRIM(WS-PAGE-FILE)
           DELIMITED BY SIZE INTO WS-PAGE-NAME.
       OPEN OUTPUT PAGE-FILE.
       IF WS-PAGE-FILE-STATUS NOT = "00" THEN
       DISPLAY "PAGE " FUNCTION TRIM(WS-PAGE-NAME)
           " COULD NOT BE OPENED, STATUS " WS-PAGE-FILE-STATUS
       ADD 1 TO WS-PAGES-FAILED
       EXIT PARAGRAPH
       END-IF.
       MOVE "<!DOCTYPE html>" TO WS-PAGE-LINE.
       PERFORM PUT-PAGE-LINE-PARA.
       MOVE "<html><head><meta charset=""utf-8"">" TO WS-PAGE-LINE.
       PERFORM PUT-PAGE-LINE-PARA.
       MOVE SPACES TO WS-PAGE-LINE.
       STRING "<title>" FUNCTION TRIM(WS-PAGE-TITLE) "</title>"
           DELIMITED BY SIZE INTO WS-PAGE-LINE.
       PERFORM PUT-PAGE-LINE-PARA.
       MOVE "</head><body>" TO WS-PAGE-LINE.
       PERFORM PUT-PAGE-LINE-PARA.
       MOVE SPACES TO WS-PAGE-LINE.
       STRING "<h1>" FUNCTION TRIM(WS-PAGE-TITLE) "</h1>"
           DELIMITED BY SIZE INTO WS-PAGE-LINE.
       PERFORM PUT-PAGE-LINE-PARA.

       CLOSE-PAGE-PARA.
       IF WS-PAGE-FILE-STATUS NOT = "00" THEN
       EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-PAGE-LINE.
       STRING "<p><small>Last updated " WS-STAMP-TEXT
           " - <a href=""index.html"">all standings</a></small></p>"
           DELIMITED BY SIZE INTO WS-PAGE-LINE.
       PERFORM PUT-PAGE-LINE-PARA.
       MOVE "</body></html>" TO WS-PAGE-LINE.
       PERFORM PUT-PAGE-LINE-PARA.
       CLOSE PAGE-FILE.
       ADD 1 TO WS-PAGES-WRITTEN.

       PUT-PAGE-LINE-PARA.
       IF WS-PAGE-FILE-STATUS = "00" THEN
       MOVE WS-PAGE-LINE TO PAGE-RECORD
       WRITE PAGE-RECORD
       END-IF.

      *=================================================================
      *   INDEX PAGE
      *=================================================================

       WRITE-INDEX-PAGE-PARA.
       MOVE "index.html" TO WS-PAGE-FILE.
       MOVE "Tetris Standings" TO WS-PAGE-TITLE.
       PERFORM OPEN-PAGE-PARA.
       MOVE "<ul>" TO WS-PAGE-LINE.
       PERFORM PUT-PAGE-LINE-PARA.
       MOVE "<li><a href=""highscore.html"">High scores</a></li>"
           TO WS-PAGE-LINE.
       PERFORM PUT-PAGE-LINE-PARA.
       MOVE "<li><a href=""daily.html"">Daily challenge</a></li>"
           TO WS-PAGE-LINE.
       PERFORM PUT-PAGE-LINE-PARA.
       MOVE "<li><a href=""league.html"">League season</a></li>"
           TO WS-PAGE-LINE.
       PERFORM PUT-PAGE-LINE-PARA.
       MOVE "<li><a href=""rating.html"">Skill ratings</a></li>"
           TO WS-PAGE-LINE.
       PERFORM PUT-PAGE-LINE-PARA.
       MOVE "<li><a href=""tourney.html"">Tournament bracket</a></li>"
           TO WS-PAGE-LINE.
       PERFORM PUT-PAGE-LINE-PARA.
       MOVE "</ul>" TO WS-PAGE-LINE.
       PERFORM PUT-PAGE-LINE-PARA.
       PERFORM CLOSE-PAGE-PARA.

      *=================================================================
      *   HIGH SCORES - TOP TEN, VERIFIED ONES MARKED
      *=================================================================

       WRITE-HIGHSCORE-PAGE-PARA.
       MOVE 0 TO WS-RANK-COUNT.
       MOVE "N" TO WS-EOF.
       OPEN INPUT HIGHSCORE-FILE.
       IF WS-HS-FILE-STATUS = "00" THEN
       PERFORM UNTIL WS-END-OF-FILE
       READ HIGHSCORE-FILE
       AT END MOVE "Y" TO WS-EOF
       NOT AT END
       IF HS-SCORE IS NUMERIC AND WS-RANK-COUNT < 500 THEN
       ADD 1 TO WS-RANK-COUNT
       MOVE HS-INITIALS TO WS-RK-INITIALS(WS-RANK-COUNT)
       MOVE HS-SCORE TO WS-RK-FIGURE(WS-RANK-COUNT)
       MOVE HS-DATE TO WS-RK-EXTRA-1(WS-RANK-COUNT)
       MOVE HS-VERIFIED TO WS-RK-EXTRA-2(WS-RANK-COUNT)
       MOVE SPACES TO WS-RK-EXTRA-3(WS-RANK-COUNT)
       END-IF
       END-READ
       END-PERFORM
       CLOSE HIGHSCORE-FILE
       END-IF.
       PERFORM SORT-RANK-TABLE-PARA.
       MOVE "highscore.html" TO WS-PAGE-FILE.
       MOVE "High Scores" TO WS-PAGE-TITLE.
       PERFORM OPEN-PAGE-PARA.
       IF WS-RANK-COUNT = 0 THEN
       MOVE "<p>No high scores on file yet.</p>" TO WS-PAGE-LINE
       PERFORM PUT-PAGE-LINE-PARA
       ELSE
       MOVE "<table><tr><th>Rank</th><th>Player</th><th>Score</th>"
           TO WS-PAGE-LINE
       PERFORM PUT-PAGE-LINE-PARA
       MOVE "<th>Date</th><th>Verified</th></tr>" TO WS-PAGE-LINE
       PERFORM PUT-PAGE-LINE-PARA
       MOVE 10 TO WS-RANK-SHOWN
       IF WS-RANK-COUNT < 10 THEN
       MOVE WS-RANK-COUNT TO WS-RANK-SHOWN
       END-IF
       PERFORM VARYING WS-RANK-INDEX FROM 1 BY 1
       UNTIL WS-RANK-INDEX > WS-RANK-SHOWN
       MOVE WS-RANK-INDEX TO WS-DISPLAY-RANK
       MOVE WS-RK-FIGURE(WS-RANK-INDEX) TO WS-DISPLAY-SCORE
       MOVE SPACES TO WS-PAGE-LINE
       IF WS-RK-EXTRA-2(WS-RANK-INDEX) = "V" THEN
       STRING "<tr><td>" WS-DISPLAY-RANK "</td><td>"
           WS-RK-INITIALS(WS-RANK-INDEX) "</td><td>"
           WS-DISPLAY-SCORE "</td><td>"
           WS-RK-EXTRA-1(WS-RANK-INDEX) "</td><td>VERIFIED</td></tr>"
           DELIMITED BY SIZE INTO WS-PAGE-LINE
       ELSE
       STRING "<tr><td>" WS-DISPLAY-RANK "</td><td>"
           WS-RK-INITIALS(WS-RANK-INDEX) "</td><td>"
           WS-DISPLAY-SCORE "</td><td>"
           WS-RK-EXTRA-1(WS-RANK-INDEX) "</td><td></td></tr>"
           DELIMITED BY SIZE INTO WS-PAGE-LINE
       END-IF
       PERFORM PUT-PAGE-LINE-PARA
       END-PERFORM
       MOVE "</table>" TO WS-PAGE-LINE
       PERFORM PUT-PAGE-LINE-PARA
       MOVE "<p>VERIFIED scores have had their replay re-run and"
           TO WS-PAGE-LINE
       PERFORM PUT-PAGE-LINE-PARA
       MOVE "checked by the shop.</p>" TO WS-PAGE-LINE
       PERFORM PUT-PAGE-LINE-PARA
       END-IF.
       PERFORM CLOSE-PAGE-PARA.

      *=================================================================
      *   TODAY'S DAILY-CHALLENGE BOARD
      *=================================================================

       WRITE-DAILY-PAGE-PARA.
       MOVE 0 TO WS-RANK-COUNT.
       MOVE "N" TO WS-EOF.
       OPEN INPUT DAILYSCORE-FILE.
       IF WS-DAILYSCORE-FILE-STATUS = "00" THEN
       PERFORM UNTIL WS-END-OF-FILE
       READ DAILYSCORE-FILE
       AT END MOVE "Y" TO WS-EOF
       NOT AT END
       IF DS-DATE = WS-TODAY AND DS-SCORE IS NUMERIC
           AND WS-RANK-COUNT < 500 THEN
       ADD 1 TO WS-RANK-COUNT
       MOVE DS-INITIALS TO WS-RK-INITIALS(WS-RANK-COUNT)
       MOVE DS-SCORE TO WS-RK-FIGURE(WS-RANK-COUNT)
       MOVE SPACES TO WS-RK-EXTRA-1(WS-RANK-COUNT)
       MOVE SPACES TO WS-RK-EXTRA-2(WS-RANK-COUNT)
       MOVE SPACES TO WS-RK-EXTRA-3(WS-RANK-COUNT)
       END-IF
       END-READ
       END-PERFORM
       CLOSE DAILYSCORE-FILE
       END-IF.
       PERFORM SORT-RANK-TABLE-PARA.
       MOVE "daily.html" TO WS-PAGE-FILE.
       MOVE SPACES TO WS-PAGE-TITLE.
       STRING "Daily Challenge " WS-TODAY (1:4) "-" WS-TODAY (5:2)
           "-" WS-TODAY (7:2)
           DELIMITED BY SIZE INTO WS-PAGE-TITLE.
       PERFORM OPEN-PAGE-PARA.
       IF WS-RANK-COUNT = 0 THEN
       MOVE "<p>Nobody has played today's challenge yet.</p>"
           TO WS-PAGE-LINE
       PERFORM PUT-PAGE-LINE-PARA
       ELSE
       MOVE "<table><tr><th>Rank</th><th>Player</th><th>Score</th></tr>"
           TO WS-PAGE-LINE
       PERFORM PUT-PAGE-LINE-PARA
       PERFORM VARYING WS-RANK-INDEX FROM 1 BY 1
       UNTIL WS-RANK-INDEX > WS-RANK-COUNT
       MOVE WS-RANK-INDEX TO WS-DISPLAY-RANK
       MOVE WS-RK-FIGURE(WS-RANK-INDEX) TO WS-DISPLAY-SCORE
       MOVE SPACES TO WS-PAGE-LINE
       STRING "<tr><td>" WS-DISPLAY-RANK "</td><td>"
           WS-RK-INITIALS(WS-RANK-INDEX) "</td><td>"
           WS-DISPLAY-SCORE "</td></tr>"
           DELIMITED BY SIZE INTO WS-PAGE-LINE
       PERFORM PUT-PAGE-LINE-PARA
       END-PERFORM
       MOVE "</table>" TO WS-PAGE-LINE
       PERFORM PUT-PAGE-LINE-PARA
       END-IF.
       PERFORM CLOSE-PAGE-PARA.

      *=================================================================
      *   LEAGUE SEASON STANDINGS
      *=================================================================

       WRITE-LEAGUE-PAGE-PARA.
       PERFORM LOAD-SEASON-CONFIG-PARA.
       MOVE 0 TO WS-RANK-COUNT.
       PERFORM SWEEP-MATCHES-PARA.
       PERFORM SWEEP-DAILIES-PARA.
       PERFORM SORT-RANK-TABLE-PARA.
       MOVE "league.html" TO WS-PAGE-FILE.
       MOVE "League Season Standings" TO WS-PAGE-TITLE.
       PERFORM OPEN-PAGE-PARA.
       MOVE SPACES TO WS-PAGE-LINE.
       IF WS-SEASON-START = "00000000" THEN
       MOVE "<p>Season: all results to date</p>" TO WS-PAGE-LINE
       ELSE
       STRING "<p>Season " WS-SEASON-START (1:4) "-"
           WS-SEASON-START (5:2) "-" WS-SEASON-START (7:2) " to "
           WS-SEASON-END (1:4) "-" WS-SEASON-END (5:2) "-"
           WS-SEASON-END (7:2) "</p>"
           DELIMITED BY SIZE INTO WS-PAGE-LINE
       END-IF.
       PERFORM PUT-PAGE-LINE-PARA.
       IF WS-RANK-COUNT = 0 THEN
       MOVE "<p>No results in the season yet.</p>" TO WS-PAGE-LINE
       PERFORM PUT-PAGE-LINE-PARA
       ELSE
       MOVE "<table><tr><th>Rank</th><th>Player</th><th>Points</th>"
           TO WS-PAGE-LINE
       PERFORM PUT-PAGE-LINE-PARA
       MOVE "<th>Wins</th><th>Losses</th><th>Dailies</th></tr>"
           TO WS-PAGE-LINE
       PERFORM PUT-PAGE-LINE-PARA
       PERFORM VARYING WS-RANK-INDEX FROM 1 BY 1
       UNTIL WS-RANK-INDEX > WS-RANK-COUNT
       MOVE WS-RANK-INDEX TO WS-DISPLAY-RANK
       MOVE WS-RK-FIGURE(WS-RANK-INDEX) TO WS-DISPLAY-PTS
       MOVE SPACES TO WS-PAGE-LINE
       STRING "<tr><td>" WS-DISPLAY-RANK "</td><td>"
           WS-RK-INITIALS(WS-RANK-INDEX) "</td><td>"
           WS-DISPLAY-PTS "</td><td>"
           WS-RK-EXTRA-1(WS-RANK-INDEX) (5:4) "</td><td>"
           WS-RK-EXTRA-2(WS-RANK-INDEX) (5:4) "</td><td>"
           WS-RK-EXTRA-3(WS-RANK-INDEX) (5:4) "</td></tr>"
           DELIMITED BY SIZE INTO WS-PAGE-LINE
       PERFORM PUT-PAGE-LINE-PARA
       END-PERFORM
       MOVE "</table>" TO WS-PAGE-LINE
       PERFORM PUT-PAGE-LINE-PARA
       END-IF.
       PERFORM CLOSE-PAGE-PARA.

       LOAD-SEASON-CONFIG-PARA.
      *no SEASON.CFG means the whole of history counts as one open
      *season, the same as LEAGUE reads it
       OPEN INPUT SEASON-FILE.
       IF WS-SEASON-FILE-STATUS = "00" THEN
       READ SEASON-FILE
       AT END CONTINUE
       NOT AT END
       IF SE-START IS NUMERIC AND SE-END IS NUMERIC THEN
       MOVE SE-START TO WS-SEASON-START
       MOVE SE-END TO WS-SEASON-END
       END-IF
       IF SE-WIN-POINTS IS NUMERIC AND SE-WIN-POINTS > 0 THEN
       MOVE SE-WIN-POINTS TO WS-WIN-POINTS
       END-IF
       END-READ
       CLOSE SEASON-FILE
       END-IF.

       SWEEP-MATCHES-PARA.
      *the winner banks the configured points and a win, the loser
      *the loss - a TIE record moves nobody. wins, losses and
      *dailies ride in the spare columns as 8-digit counters
       MOVE "N" TO WS-EOF.
       OPEN INPUT MATCHES-FILE.
       IF WS-MATCHES-FILE-STATUS = "00" THEN
       PERFORM UNTIL WS-END-OF-FILE
       READ MATCHES-FILE
       AT END MOVE "Y" TO WS-EOF
       NOT AT END
       IF MT-DATE >= WS-SEASON-START AND MT-DATE <= WS-SEASON-END
           AND MT-WINNER NOT = "TIE" AND MT-WINNER NOT = SPACES THEN
       PERFORM TALLY-ONE-MATCH-PARA
       END-IF
       END-READ
       END-PERFORM
       CLOSE MATCHES-FILE
       END-IF.

       TALLY-ONE-MATCH-PARA.
       MOVE MT-WINNER TO WS-TALLY-INITIALS.
       PERFORM FIND-STANDING-PARA.
       IF WS-RANK-FOUND > 0 THEN
       ADD WS-WIN-POINTS TO WS-RK-FIGURE(WS-RANK-FOUND)
       MOVE WS-RK-EXTRA-1(WS-RANK-FOUND) (5:4) TO WS-TALLY-WINS
       ADD 1 TO WS-TALLY-WINS
       MOVE WS-TALLY-WINS TO WS-RK-EXTRA-1(WS-RANK-FOUND) (5:4)
       END-IF.
       IF MT-WINNER = MT-P1 THEN
       MOVE MT-P2 TO WS-TALLY-INITIALS
       ELSE
       MOVE MT-P1 TO WS-TALLY-INITIALS
       END-IF.
       PERFORM FIND-STANDING-PARA.
       IF WS-RANK-FOUND > 0 THEN
       MOVE WS-RK-EXTRA-2(WS-RANK-FOUND) (5:4) TO WS-TALLY-LOSSES
       ADD 1 TO WS-TALLY-LOSSES
       MOVE WS-TALLY-LOSSES TO WS-RK-EXTRA-2(WS-RANK-FOUND) (5:4)
       END-IF.

       FIND-STANDING-PARA.
      *look the initials up, opening a fresh row the first time a
      *name appears this season - LEAGUE holds thirty, so does this
       MOVE 0 TO WS-RANK-FOUND.
       IF WS-TALLY-INITIALS = SPACES THEN
       EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-RANK-INDEX FROM 1 BY 1
       UNTIL WS-RANK-INDEX > WS-RANK-COUNT
       IF WS-RK-INITIALS(WS-RANK-INDEX) = WS-TALLY-INITIALS THEN
       MOVE WS-RANK-INDEX TO WS-RANK-FOUND
       END-IF
       END-PERFORM.
       IF WS-RANK-FOUND = 0 AND WS-RANK-COUNT < 30 THEN
       ADD 1 TO WS-RANK-COUNT
       MOVE WS-RANK-COUNT TO WS-RANK-FOUND
       MOVE WS-TALLY-INITIALS TO WS-RK-INITIALS(WS-RANK-FOUND)
       MOVE 0 TO WS-RK-FIGURE(WS-RANK-FOUND)
       MOVE "00000000" TO WS-RK-EXTRA-1(WS-RANK-FOUND)
       MOVE "00000000" TO WS-RK-EXTRA-2(WS-RANK-FOUND)
       MOVE "00000000" TO WS-RK-EXTRA-3(WS-RANK-FOUND)
       END-IF.

       SWEEP-DAILIES-PARA.
      *each daily-challenge entry ranked against the others on its
      *own date; a podium place pays 3/2/1 on top of match points
       MOVE 0 TO WS-DAILY-COUNT.
       MOVE "N" TO WS-EOF.
       OPEN INPUT DAILYSCORE-FILE.
       IF WS-DAILYSCORE-FILE-STATUS = "00" THEN
       PERFORM UNTIL WS-END-OF-FILE
       READ DAILYSCORE-FILE
       AT END MOVE "Y" TO WS-EOF
       NOT AT END
       IF DS-DATE >= WS-SEASON-START AND DS-DATE <= WS-SEASON-END
           AND DS-SCORE IS NUMERIC AND WS-DAILY-COUNT < 500 THEN
       ADD 1 TO WS-DAILY-COUNT
       MOVE DS-DATE TO WS-DY-DATE(WS-DAILY-COUNT)
       MOVE DS-INITIALS TO WS-DY-INITIALS(WS-DAILY-COUNT)
       MOVE DS-SCORE TO WS-DY-SCORE(WS-DAILY-COUNT)
       END-IF
       END-READ
       END-PERFORM
       CLOSE DAILYSCORE-FILE
       END-IF.
       PERFORM VARYING WS-DAILY-INDEX FROM 1 BY 1
       UNTIL WS-DAILY-INDEX > WS-DAILY-COUNT
       PERFORM RANK-ONE-DAILY-PARA
       END-PERFORM.

       RANK-ONE-DAILY-PARA.
       MOVE 1 TO WS-DAILY-RANK.
       PERFORM VARYING WS-DAILY-SCAN FROM 1 BY 1
       UNTIL WS-DAILY-SCAN > WS-DAILY-COUNT
       IF WS-DY-DATE(WS-DAILY-SCAN) = WS-DY-DATE(WS-DAILY-INDEX) AND
           WS-DY-SCORE(WS-DAILY-SCAN) > WS-DY-SCORE(WS-DAILY-INDEX)
       THEN
       ADD 1 TO WS-DAILY-RANK
       END-IF
       END-PERFORM.
       EVALUATE WS-DAILY-RANK
       WHEN 1
       MOVE 3 TO WS-DAILY-POINTS
       WHEN 2
       MOVE 2 TO WS-DAILY-POINTS
       WHEN 3
       MOVE 1 TO WS-DAILY-POINTS
       WHEN OTHER
       MOVE 0 TO WS-DAILY-POINTS
       END-EVALUATE.
       IF WS-DAILY-POINTS > 0 THEN
       MOVE WS-DY-INITIALS(WS-DAILY-INDEX) TO WS-TALLY-INITIALS
       PERFORM FIND-STANDING-PARA
       IF WS-RANK-FOUND > 0 THEN
       ADD WS-DAILY-POINTS TO WS-RK-FIGURE(WS-RANK-FOUND)
       MOVE WS-RK-EXTRA-3(WS-RANK-FOUND) (5:4) TO WS-TALLY-DAILIES
       ADD 1 TO WS-TALLY-DAILIES
       MOVE WS-TALLY-DAILIES TO WS-RK-EXTRA-3(WS-RANK-FOUND) (5:4)
       END-IF
       END-IF.

      *=================================================================
      *   ELO TABLE OFF PL-RATING
      *=================================================================

       WRITE-RATING-PAGE-PARA.
      *a profile that has never played a rated match carries a zero
      *and is left off rather than shown at the bottom
       MOVE 0 TO WS-RANK-COUNT.
       MOVE "N" TO WS-EOF.
       OPEN INPUT PLAYER-FILE.
       IF WS-PLAYER-FILE-STATUS = "00" THEN
       PERFORM UNTIL WS-END-OF-FILE
       READ PLAYER-FILE
       AT END MOVE "Y" TO WS-EOF
       NOT AT END
       IF PL-RATING IS NUMERIC AND PL-RATING > 0
           AND WS-RANK-COUNT < 500 THEN
       ADD 1 TO WS-RANK-COUNT
       MOVE PL-INITIALS TO WS-RK-INITIALS(WS-RANK-COUNT)
       MOVE PL-RATING TO WS-RK-FIGURE(WS-RANK-COUNT)
       MOVE SPACES TO WS-RK-EXTRA-1(WS-RANK-COUNT)
       MOVE SPACES TO WS-RK-EXTRA-2(WS-RANK-COUNT)
       MOVE SPACES TO WS-RK-EXTRA-3(WS-RANK-COUNT)
       IF PL-GAMES IS NUMERIC THEN
       MOVE PL-GAMES TO WS-RK-EXTRA-1(WS-RANK-COUNT) (3:6)
       END-IF
       END-IF
       END-READ
       END-PERFORM
       CLOSE PLAYER-FILE
       END-IF.
       PERFORM SORT-RANK-TABLE-PARA.
       MOVE "rating.html" TO WS-PAGE-FILE.
       MOVE "Skill Ratings" TO WS-PAGE-TITLE.
       PERFORM OPEN-PAGE-PARA.
       IF WS-RANK-COUNT = 0 THEN
       MOVE "<p>No rated players yet.</p>" TO WS-PAGE-LINE
       PERFORM PUT-PAGE-LINE-PARA
       ELSE
       MOVE "<table><tr><th>Rank</th><th>Player</th><th>Rating</th>"
           TO WS-PAGE-LINE
       PERFORM PUT-PAGE-LINE-PARA
       MOVE "<th>Games</th></tr>" TO WS-PAGE-LINE
       PERFORM PUT-PAGE-LINE-PARA
       PERFORM VARYING WS-RANK-INDEX FROM 1 BY 1
       UNTIL WS-RANK-INDEX > WS-RANK-COUNT
       MOVE WS-RANK-INDEX TO WS-DISPLAY-RANK
       MOVE WS-RK-FIGURE(WS-RANK-INDEX) TO WS-DISPLAY-PTS
       MOVE SPACES TO WS-PAGE-LINE
       STRING "<tr><td>" WS-DISPLAY-RANK "</td><td>"
           WS-RK-INITIALS(WS-RANK-INDEX) "</td><td>"
           WS-DISPLAY-PTS "</td><td>"
           WS-RK-EXTRA-1(WS-RANK-INDEX) (3:6) "</td></tr>"
           DELIMITED BY SIZE INTO WS-PAGE-LINE
       PERFORM PUT-PAGE-LINE-PARA
       END-PERFORM
       MOVE "</table>" TO WS-PAGE-LINE
       PERFORM PUT-PAGE-LINE-PARA
       END-IF.
       PERFORM CLOSE-PAGE-PARA.

      *=================================================================
      *   THE BRACKET STILL BEING PLAYED
      *=================================================================

       WRITE-TOURNEY-PAGE-PARA.
       PERFORM FIND-OPEN-BRACKET-PARA.
       MOVE "tourney.html" TO WS-PAGE-FILE.
       MOVE "Tournament Bracket" TO WS-PAGE-TITLE.
       PERFORM OPEN-PAGE-PARA.
       IF WS-TN-OPEN-DATE = SPACES THEN
       MOVE "<p>No tournament in progress.</p>" TO WS-PAGE-LINE
       PERFORM PUT-PAGE-LINE-PARA
       IF WS-TN-LAST-CHAMP NOT = SPACES THEN
       MOVE SPACES TO WS-PAGE-LINE
       STRING "<p>Last champion: " WS-TN-LAST-CHAMP " ("
           WS-TN-LAST-DATE (1:4) "-" WS-TN-LAST-DATE (5:2) "-"
           WS-TN-LAST-DATE (7:2) ")</p>"
           DELIMITED BY SIZE INTO WS-PAGE-LINE
       PERFORM PUT-PAGE-LINE-PARA
       END-IF
       ELSE
       MOVE SPACES TO WS-PAGE-LINE
       STRING "<p>Bracket of " WS-TN-OPEN-DATE (1:4) "-"
           WS-TN-OPEN-DATE (5:2) "-" WS-TN-OPEN-DATE (7:2)
           " - results so far</p>"
           DELIMITED BY SIZE INTO WS-PAGE-LINE
       PERFORM PUT-PAGE-LINE-PARA
       MOVE "<table><tr><th>Round</th><th>Match</th><th>Pairing</th>"
           TO WS-PAGE-LINE
       PERFORM PUT-PAGE-LINE-PARA
       MOVE "<th>Winner</th></tr>" TO WS-PAGE-LINE
       PERFORM PUT-PAGE-LINE-PARA
       PERFORM LIST-OPEN-BRACKET-PARA
       MOVE "</table>" TO WS-PAGE-LINE
       PERFORM PUT-PAGE-LINE-PARA
       END-IF.
       PERFORM CLOSE-PAGE-PARA.

       FIND-OPEN-BRACKET-PARA.
      *TOURNEY.DAT is appended match by match, so one bracket's
      *records sit together - a change of date closes off the one
      *before it, finished or not
       MOVE SPACES TO WS-TN-OPEN-DATE.
       MOVE SPACES TO WS-TN-SCAN-DATE.
       MOVE "N" TO WS-TN-SCAN-FINAL.
       MOVE "N" TO WS-EOF.
       OPEN INPUT TOURNEY-FILE.
       IF WS-TOURNEY-FILE-STATUS NOT = "00" THEN
       EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
       READ TOURNEY-FILE
       AT END MOVE "Y" TO WS-EOF
       NOT AT END
       IF TN-DATE NOT = WS-TN-SCAN-DATE THEN
       PERFORM CLOSE-SCANNED-BRACKET-PARA
       MOVE TN-DATE TO WS-TN-SCAN-DATE
       MOVE "N" TO WS-TN-SCAN-FINAL
       END-IF
       IF TN-ROUND = 3 THEN
       MOVE "Y" TO WS-TN-SCAN-FINAL
       MOVE TN-WINNER TO WS-TN-LAST-CHAMP
       MOVE TN-DATE TO WS-TN-LAST-DATE
       END-IF
       END-READ
       END-PERFORM.
       PERFORM CLOSE-SCANNED-BRACKET-PARA.
       CLOSE TOURNEY-FILE.

       CLOSE-SCANNED-BRACKET-PARA.
       IF WS-TN-SCAN-DATE NOT = SPACES THEN
       IF WS-TN-SCAN-FINAL = "Y" THEN
       IF WS-TN-OPEN-DATE = WS-TN-SCAN-DATE THEN
       MOVE SPACES TO WS-TN-OPEN-DATE
       END-IF
       ELSE
       MOVE WS-TN-SCAN-DATE TO WS-TN-OPEN-DATE
       END-IF
       END-IF.

       LIST-OPEN-BRACKET-PARA.
       MOVE "N" TO WS-EOF.
       OPEN INPUT TOURNEY-FILE.
       IF WS-TOURNEY-FILE-STATUS NOT = "00" THEN
       EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
       READ TOURNEY-FILE
       AT END MOVE "Y" TO WS-EOF
       NOT AT END
       IF TN-DATE = WS-TN-OPEN-DATE THEN
       MOVE SPACES TO WS-PAGE-LINE
       STRING "<tr><td>" TN-ROUND "</td><td>" TN-MATCH
           "</td><td>" TN-P1 " v " TN-P2 "</td><td>" TN-WINNER
           "</td></tr>"
           DELIMITED BY SIZE INTO WS-PAGE-LINE
       PERFORM PUT-PAGE-LINE-PARA
       END-IF
       END-READ
       END-PERFORM.
       CLOSE TOURNEY-FILE.

      *=================================================================
      *   HIGHEST FIGURE FIRST
      *=================================================================

       SORT-RANK-TABLE-PARA.
      *the same plain exchange sort LEAGUE settles for - the tables
      *here are a few hundred rows at most
       PERFORM VARYING WS-RANK-INDEX FROM 1 BY 1
       UNTIL WS-RANK-INDEX >= WS-RANK-COUNT
       PERFORM VARYING WS-RANK-SWAP FROM 1 BY 1
       UNTIL WS-RANK-SWAP >= WS-RANK-COUNT
       IF WS-RK-FIGURE(WS-RANK-SWAP + 1) >
           WS-RK-FIGURE(WS-RANK-SWAP) THEN
       MOVE WS-RANK-ENTRY(WS-RANK-SWAP) TO WS-RANK-HOLD
       MOVE WS-RANK-ENTRY(WS-RANK-SWAP + 1)
           TO WS-RANK-ENTRY(WS-RANK-SWAP)
       MOVE WS-RANK-HOLD TO WS-RANK-ENTRY(WS-RANK-SWAP + 1)
       END-IF
       END-PERFORM
       END-PERFORM.

       END PROGRAM WEB_STANDINGS.
