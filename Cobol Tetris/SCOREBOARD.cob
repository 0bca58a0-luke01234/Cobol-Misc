      *    lines and level off the LIVESTAT.DAT record the game
      *    rewrites as the figures change (polled once per tick here,
      *    the same way the netplay mailboxes are polled), today's
      *    top of the daily-challenge standings, the last few
      *    finished games off SESSION.LOG, and the versus pairings
      *    the matchmaking queue has called up - each refresh runs
      *    a pairing pass through the shared matchpair routine, so
      *    a pairing comes up here the moment the waits allow it.
      *    runs until X is pressed.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCOREBOARD.

       01  WS-ROW-AT                 PIC 9(4).

      *the versus call-ups, through the shared matchpair routine -
      *the first four pairings still to be played
       01  WS-MP-ACTION              PIC X(4).
       01  WS-MP-MATCH.
           05  WS-MP-SEQ             PIC 9(3).
           05  WS-MP-INITIALS        PIC X(3).
           05  WS-MP-RATING          PIC 9(4).
           05  WS-MP-JOINED          PIC X(6).
           05  WS-MP-STATUS          PIC X(1).
           05  WS-MP-OPPONENT        PIC X(3).
           05  WS-MP-OPP-RATING      PIC 9(4).
           05  WS-MP-CALLED          PIC X(6).
           05  WS-MP-GAP             PIC 9(4).
           05  WS-MP-WHERE           PIC X(1).
           05  WS-MP-WAITING         PIC 9(3).
           05  WS-MP-PAIRS           PIC 9(3).
       01  WS-MP-RESULT              PIC X(1).
       01  WS-CALLUP-TABLE.
           05  WS-CALLUP-ENTRY OCCURS 4 TIMES.
               10  WS-CU-P1          PIC X(3).
               10  WS-CU-R1          PIC 9(4).
               10  WS-CU-P2          PIC X(3).
               10  WS-CU-R2          PIC 9(4).
       01  WS-CALLUP-COUNT           PIC 9(1)  VALUE 0.
       01  WS-CALLUP-INDEX           PIC 9(1).
       01  WS-CALLUP-WAITING         PIC 9(3)  VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PARA.
       MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
       PERFORM POLL-LIVE-STATUS-PARA
       PERFORM LOAD-DAILY-TOP-PARA
       PERFORM LOAD-LAST-GAMES-PARA
       PERFORM LOAD-CALL-UPS-PARA
       PERFORM DRAW-BOARD-PARA
       MOVE SPACE TO WS-INP
       ACCEPT WS-INP AT 5099 WITH AUTO TIME-OUT AFTER 20
       IF FUNCTION UPPER-CASE (WS-INP) = "X" THEN
       MOVE "Y" TO WS-DONE
       END-IF
       CLOSE SUMMARY-FILE
       END-IF.

       LOAD-CALL-UPS-PARA.
      *a pairing pass, then the called-up pairings in queue order
       MOVE 0 TO WS-CALLUP-COUNT.
       INITIALIZE WS-MP-MATCH.
       MOVE "PAIR" TO WS-MP-ACTION.
       CALL "matchpair" USING WS-MP-ACTION WS-MP-MATCH WS-MP-RESULT.
       MOVE WS-MP-WAITING TO WS-CALLUP-WAITING.
       MOVE 0 TO WS-MP-SEQ.
       MOVE "NEXT" TO WS-MP-ACTION.
       MOVE "Y" TO WS-MP-RESULT.
       PERFORM UNTIL WS-MP-RESULT NOT = "Y" OR WS-CALLUP-COUNT >= 4
       CALL "matchpair" USING WS-MP-ACTION WS-MP-MATCH WS-MP-RESULT
       IF WS-MP-RESULT = "Y" THEN
       ADD 1 TO WS-CALLUP-COUNT
       MOVE WS-MP-INITIALS TO WS-CU-P1(WS-CALLUP-COUNT)
       MOVE WS-MP-RATING TO WS-CU-R1(WS-CALLUP-COUNT)
       MOVE WS-MP-OPPONENT TO WS-CU-P2(WS-CALLUP-COUNT)
       MOVE WS-MP-OPP-RATING TO WS-CU-R2(WS-CALLUP-COUNT)
       END-IF
       END-PERFORM.

       DRAW-BOARD-PARA.
       IF WS-LIVE-FRESH = "Y" THEN
       DISPLAY "NOW PLAYING:" AT 0310 WITH FOREGROUND-COLOR 6
       ADD 11 TO WS-ROW-AT
       DISPLAY WS-LA-LINES(WS-LAST-INDEX) AT WS-ROW-AT
       END-PERFORM.
      *rows 14-17 are blanked each time round, or a pairing that
      *has since played would linger under a shorter list
       DISPLAY "VERSUS - STEP UP TO PLAY" AT 1310
           WITH FOREGROUND-COLOR 6.
       PERFORM VARYING WS-CALLUP-INDEX FROM 1 BY 1
       UNTIL WS-CALLUP-INDEX > 4
       COMPUTE WS-ROW-AT = (13 + WS-CALLUP-INDEX) * 100 + 10
       DISPLAY "                               " AT WS-ROW-AT
       END-PERFORM.
       IF WS-CALLUP-COUNT = 0 THEN
       DISPLAY "(NOBODY CALLED UP)" AT 1410
       END-IF.
       PERFORM VARYING WS-CALLUP-INDEX FROM 1 BY 1
       UNTIL WS-CALLUP-INDEX > WS-CALLUP-COUNT
       COMPUTE WS-ROW-AT = (13 + WS-CALLUP-INDEX) * 100 + 10
       DISPLAY WS-CU-P1(WS-CALLUP-INDEX) AT WS-ROW-AT
           WITH FOREGROUND-COLOR 2
       ADD 4 TO WS-ROW-AT
       DISPLAY WS-CU-R1(WS-CALLUP-INDEX) AT WS-ROW-AT
       ADD 5 TO WS-ROW-AT
       DISPLAY "VS" AT WS-ROW-AT
       ADD 3 TO WS-ROW-AT
       DISPLAY WS-CU-P2(WS-CALLUP-INDEX) AT WS-ROW-AT
           WITH FOREGROUND-COLOR 2
       ADD 4 TO WS-ROW-AT
       DISPLAY WS-CU-R2(WS-CALLUP-INDEX) AT WS-ROW-AT
       END-PERFORM.
       DISPLAY "WAITING:" AT 1810.
       DISPLAY WS-CALLUP-WAITING AT 1819.
       DISPLAY "X = CLOSE THE BOARD" AT 2010.

       END PROGRAM SCOREBOARD.
