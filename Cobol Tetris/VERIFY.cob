
       01  WS-RECORDS-READ      PIC 9(8)  VALUE 0.
       01  WS-HEADER-SEEN       PIC X(1)  VALUE "N".
      *a B record marks where a coach took over a replay and play
      *went live - whatever the tape scores after that is not the
      *game anybody really played, so it is never stamped
       01  WS-BRANCH-SEEN       PIC X(1)  VALUE "N".

      *=================================================================
      *   CHECKING AND STAMPING
       DISPLAY "NO TAPE HEADER - NOTHING TO VERIFY."
       STOP RUN
       END-IF.
       IF WS-BRANCH-SEEN = "Y" THEN
       DISPLAY "BRANCH TAPE - TAKEN OVER FROM A REPLAY, NOT A REAL"
       DISPLAY "GAME. NOTHING CHECKED OR STAMPED."
       STOP RUN
       END-IF.
       DISPLAY " ".
       DISPLAY "SIMULATED SCORE: " WS-SCORE.
       DISPLAY "SIMULATED LINES: " WS-TOTAL-LINES.
           WS-REPLAY-FILE-STATUS
       EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE OR WS-IS-GAME-OVER OR
           WS-BRANCH-SEEN = "Y"
       READ REPLAY-FILE
       AT END MOVE "Y" TO WS-EOF
       NOT AT END
       WHEN "G"
       MOVE WS-KEY-SOFTDROP TO WS-INP
       PERFORM HANDLE-ONE-KEY-PARA
       WHEN "B"
       MOVE "Y" TO WS-BRANCH-SEEN
       WHEN "K"
       IF WS-HEADER-SEEN = "Y" THEN
       MOVE RP-KEY TO WS-INP
