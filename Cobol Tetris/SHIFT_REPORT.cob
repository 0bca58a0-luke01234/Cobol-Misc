      *    clear events CHECK_AND_CLEAR_ROWS appended to CLEARLOG.DAT
      *    on the same date - a mismatch (a session that crashed
      *    before its summary wrote, or a file wiped mid-day) gets
      *    flagged in the control-totals section at the bottom.
      *    the screen and SHIFT.RPT get the same lines, and SHIFT.RPT
      *    is filed on the report catalog so any past day's report
      *    can be looked up or reprinted

       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHIFT_REPORT.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SHOPLOG-FILE-STATUS.

           SELECT SHIFT-FILE ASSIGN TO "SHIFT.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SHIFT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUMMARY-FILE.
           05  SG-EVENT             PIC X(8).
           05  SG-TEXT              PIC X(30).

       FD  SHIFT-FILE.
       01  SHIFT-RECORD             PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-SUMMARY-FILE-STATUS   PIC X(2)  VALUE SPACES.
       01  WS-DISPLAY-LINES         PIC Z(7)9.
       01  WS-DISPLAY-DIF           PIC +(7)9.

       01  WS-SHIFT-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-SHIFT-LINE            PIC X(80).
       01  WS-REPORT-NAME           PIC X(20) VALUE "SHIFT.RPT".
       01  WS-REPORT-PROGRAM        PIC X(12) VALUE "SHIFT_REPORT".
       01  WS-REPORT-OPER           PIC X(3)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
       DISPLAY "REPORT DATE (YYYYMMDD, BLANK = TODAY):".
       ELSE
       MOVE FUNCTION CURRENT-DATE (1:8) TO WS-REPORT-DATE
       END-IF.
       OPEN OUTPUT SHIFT-FILE.
       DISPLAY " ".
       MOVE SPACES TO WS-SHIFT-LINE.
       STRING "DAILY SHIFT REPORT FOR " WS-REPORT-DATE
           DELIMITED BY SIZE INTO WS-SHIFT-LINE.
       PERFORM WRITE-SHIFT-LINE-PARA.
       MOVE "=======================================" TO WS-SHIFT-LINE.
       PERFORM WRITE-SHIFT-LINE-PARA.
       PERFORM READ-SESSIONS-PARA.
       PERFORM READ-CLEARLOG-PARA.
       PERFORM READ-CRASHES-PARA.
       PERFORM PRINT-CONTROL-TOTALS-PARA.
       IF WS-SHIFT-FILE-STATUS = "00" THEN
       CLOSE SHIFT-FILE
       CALL "rptfile" USING WS-REPORT-NAME WS-REPORT-PROGRAM
           WS-REPORT-OPER
       END-IF.
      *GOBACK instead of STOP RUN so the night-run driver gets
      *control back - run standalone it still just ends the program
       GOBACK.
       END-PERFORM
       CLOSE SUMMARY-FILE
       ELSE
       MOVE SPACES TO WS-SHIFT-LINE
       STRING "SESSION.LOG COULD NOT BE OPENED, STATUS "
           WS-SUMMARY-FILE-STATUS
           DELIMITED BY SIZE INTO WS-SHIFT-LINE
       PERFORM WRITE-SHIFT-LINE-PARA
       END-IF.
       IF WS-SESSION-COUNT = 0 THEN
       MOVE "NO SESSIONS LOGGED FOR THIS DATE." TO WS-SHIFT-LINE
       PERFORM WRITE-SHIFT-LINE-PARA
       END-IF.

       PRINT-ONE-SESSION-PARA.
       COMPUTE WS-GAME-SECONDS =
           WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS.
       ADD WS-GAME-SECONDS TO WS-TOTAL-SECONDS.
       MOVE SPACES TO WS-SHIFT-LINE.
       STRING "GAME " WS-SESSION-COUNT "  SCORE " SS-SCORE
           "  LVL " SS-LEVEL "  LINES " SS-LINES
           "  TIME " SS-TIME-PLAYED
           DELIMITED BY SIZE INTO WS-SHIFT-LINE.
       PERFORM WRITE-SHIFT-LINE-PARA.

      *=================================================================
      *   CLEAR EVENTS LOGGED THE SAME DAY
       END-PERFORM
       CLOSE CLEARLOG-FILE
       ELSE
       MOVE SPACES TO WS-SHIFT-LINE
       STRING "CLEARLOG.DAT COULD NOT BE OPENED, STATUS "
           WS-CLEARLOG-FILE-STATUS
           DELIMITED BY SIZE INTO WS-SHIFT-LINE
       PERFORM WRITE-SHIFT-LINE-PARA
       END-IF.

       READ-CRASHES-PARA.
      *=================================================================

       PRINT-CONTROL-TOTALS-PARA.
       MOVE SPACES TO WS-SHIFT-LINE.
       PERFORM WRITE-SHIFT-LINE-PARA.
       MOVE "---------- CONTROL TOTALS ----------" TO WS-SHIFT-LINE.
       PERFORM WRITE-SHIFT-LINE-PARA.
       MOVE WS-SESSION-COUNT TO WS-DISPLAY-COUNT.
       MOVE SPACES TO WS-SHIFT-LINE.
       STRING "GAMES PLAYED:            " WS-DISPLAY-COUNT
           DELIMITED BY SIZE INTO WS-SHIFT-LINE.
       PERFORM WRITE-SHIFT-LINE-PARA.
       MOVE WS-TOTAL-SCORE TO WS-DISPLAY-SCORE.
       MOVE SPACES TO WS-SHIFT-LINE.
       STRING "TOTAL SCORE:       " WS-DISPLAY-SCORE
           DELIMITED BY SIZE INTO WS-SHIFT-LINE.
       PERFORM WRITE-SHIFT-LINE-PARA.
       MOVE WS-TOTAL-LINES TO WS-DISPLAY-LINES.
       MOVE SPACES TO WS-SHIFT-LINE.
       STRING "TOTAL LINES (SESSIONS):" WS-DISPLAY-LINES
           DELIMITED BY SIZE INTO WS-SHIFT-LINE.
       PERFORM WRITE-SHIFT-LINE-PARA.
       MOVE WS-TOTAL-SECONDS TO WS-DISPLAY-LINES.
       MOVE SPACES TO WS-SHIFT-LINE.
       STRING "TOTAL SECONDS PLAYED:  " WS-DISPLAY-LINES
           DELIMITED BY SIZE INTO WS-SHIFT-LINE.
       PERFORM WRITE-SHIFT-LINE-PARA.
       MOVE WS-CLEAR-EVENTS TO WS-DISPLAY-LINES.
       MOVE SPACES TO WS-SHIFT-LINE.
       STRING "CLEAR EVENTS (LOG):    " WS-DISPLAY-LINES
           DELIMITED BY SIZE INTO WS-SHIFT-LINE.
       PERFORM WRITE-SHIFT-LINE-PARA.
       COMPUTE WS-BALANCE-DIF = WS-TOTAL-LINES - WS-CLEAR-EVENTS.
       MOVE WS-BALANCE-DIF TO WS-DISPLAY-DIF.
       IF WS-BALANCE-DIF = 0 THEN
       MOVE "BALANCE: IN BALANCE - SESSION LINES MATCH CLEAR LOG"
           TO WS-SHIFT-LINE
       PERFORM WRITE-SHIFT-LINE-PARA
       ELSE
       MOVE SPACES TO WS-SHIFT-LINE
       STRING "BALANCE: *** OUT OF BALANCE BY " WS-DISPLAY-DIF
           " ***" DELIMITED BY SIZE INTO WS-SHIFT-LINE
       PERFORM WRITE-SHIFT-LINE-PARA
       MOVE "  (A CRASHED SESSION LEAVES CLEARS WITH NO SUMMARY;"
           TO WS-SHIFT-LINE
       PERFORM WRITE-SHIFT-LINE-PARA
       MOVE "   A WIPED LOG LEAVES SUMMARIES WITH NO CLEARS.)"
           TO WS-SHIFT-LINE
       PERFORM WRITE-SHIFT-LINE-PARA
       END-IF.
       IF WS-UNDATED-EVENTS > 0 THEN
       MOVE WS-UNDATED-EVENTS TO WS-DISPLAY-LINES
       MOVE SPACES TO WS-SHIFT-LINE
       STRING "UNDATED (OLD-FORMAT) CLEAR EVENTS ON FILE:"
           WS-DISPLAY-LINES DELIMITED BY SIZE INTO WS-SHIFT-LINE
       PERFORM WRITE-SHIFT-LINE-PARA
       END-IF.
       IF WS-CRASH-COUNT > 0 THEN
       MOVE WS-CRASH-COUNT TO WS-DISPLAY-COUNT
       MOVE SPACES TO WS-SHIFT-LINE
       STRING "CRASHES DETECTED TODAY:  " WS-DISPLAY-COUNT
           DELIMITED BY SIZE INTO WS-SHIFT-LINE
       PERFORM WRITE-SHIFT-LINE-PARA
       MOVE "  (EACH ONE LIKELY LEFT CLEARS WITH NO SUMMARY.)"
           TO WS-SHIFT-LINE
       PERFORM WRITE-SHIFT-LINE-PARA
       END-IF.

       WRITE-SHIFT-LINE-PARA.
      *the screen always gets the line; SHIFT.RPT only if it opened
       DISPLAY WS-SHIFT-LINE.
       IF WS-SHIFT-FILE-STATUS = "00" THEN
       MOVE WS-SHIFT-LINE TO SHIFT-RECORD
       WRITE SHIFT-RECORD
       END-IF.

       END PROGRAM SHIFT_REPORT.
