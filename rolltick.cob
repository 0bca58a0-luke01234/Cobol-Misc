       IDENTIFICATION DIVISION.
       PROGRAM-ID. rolltick.

      *the other half of the roll-call: once everyone is out, the
      *operator works down the list rollcall left on ROLLOPEN.DAT
      *and ticks off each person as accounted for by the number
      *they carry on ROLLCALL.PRT. every tick is written back at
      *once, so a second terminal or a restart picks up where the
      *last left off. S saves the finished roster: it is marked a
      *drill or a real incident with a short note, anyone still
      *unticked goes on it as NOT ACCOUNTED FOR, the whole roster
      *is appended to ROLLCALL.DAT under a header row as the record
      *of the evacuation, ROLLDONE.PRT is printed and filed on the
      *report catalog, and the open roll-call is cleared. the
      *ticks and the save are under the operator on ONDUTY.DAT

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT rollFile ASSIGN TO "ROLLOPEN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROLL-STATUS.

           SELECT historyFile ASSIGN TO "ROLLCALL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-STATUS.

           SELECT dutyFile ASSIGN TO "ONDUTY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DUTY-STATUS.

           SELECT printFile ASSIGN TO "ROLLDONE.PRT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *same rows rollcall writes
       FD  rollFile.
       01  ROLL-RECORD.
           05 RL-ROLL-ID  PIC X(14).
           05 RL-SEQ      PIC 9(3).
           05 RL-AREA     PIC X(15).
           05 RL-MACHINE  PIC X(1).
           05 RL-KIND     PIC X(1).
           05 RL-NAME     PIC X(20).
           05 RL-SINCE    PIC X(6).
           05 RL-MARK     PIC X(1).
           05 RL-TICKED   PIC X(6).
           05 RL-OPERATOR PIC X(3).

      *the saved rosters: an H row first - D drill or I incident in
      *the area, the note in the name, the time saved, the number
      *accounted for in the sequence and the number missing at the
      *head of the tick time, and who saved it - then the roster
      *rows as they stood
       FD  historyFile.
       01  HISTORY-RECORD PIC X(70).

       FD  dutyFile.
       01  DUTY-RECORD.
           05 OD-OPERATOR PIC X(3).
           05 OD-STAMP    PIC X(14).

       FD  printFile.
       01  PRINT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ROLL-STATUS    PIC X(2).
       01  WS-HISTORY-STATUS PIC X(2).
       01  WS-DUTY-STATUS    PIC X(2).
       01  WS-PRINT-STATUS   PIC X(2).
       01  WS-EOF PIC X(1) VALUE "N".
           88 WS-END-OF-FILE VALUE "Y".

       01  WS-ROLL-TABLE.
           05 WS-ROLL-ENTRY PIC X(70) OCCURS 300 TIMES.
       01  WS-ROLL-COUNT   PIC 9(3) VALUE 0.
       01  WS-ROLL-INDEX   PIC 9(3).
       01  WS-ROLL-FOUND   PIC 9(3).
       01  WS-ROLL-ID      PIC X(14).

       01  WS-OPERATOR     PIC X(3).
       01  WS-DONE         PIC X(1) VALUE "N".
       01  WS-ANSWER       PIC X(4).
       01  WS-CONFIRM      PIC X(1).
       01  WS-PICK-NUM     PIC 9(3).
       01  WS-NOW-STAMP    PIC X(14).
       01  WS-OCCASION     PIC X(1).
       01  WS-NOTE         PIC X(20).
       01  WS-ACCOUNTED    PIC 9(3).
       01  WS-MISSING      PIC 9(3).
       01  WS-MARK-TEXT    PIC X(17).
       01  WS-DISPLAY-NUM  PIC ZZ9.
       01  WS-DISPLAY-TWO  PIC ZZ9.

       01  WS-LOG-PROGRAM PIC X(12) VALUE "rolltick".
       01  WS-LOG-EVENT   PIC X(8).
       01  WS-LOG-TEXT    PIC X(30).
       01  WS-REPORT-NAME PIC X(20) VALUE "ROLLDONE.PRT".

       PROCEDURE DIVISION.
       MAIN-PARA.
       MOVE "STARTUP" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       PERFORM FIND-OPERATOR-PARA.
       PERFORM LOAD-ROLL-PARA.
       IF WS-ROLL-COUNT = 0 THEN
          DISPLAY "NO ROLL-CALL OPEN - E ON THE PUBLIC MENU TAKES ONE."
          MOVE "Y" TO WS-DONE
       ELSE
          DISPLAY "ROLL-CALL OF " WS-ROLL-ID (1:8) " AT "
             WS-ROLL-ID (9:2) ":" WS-ROLL-ID (11:2)
          PERFORM LIST-ROLL-PARA
       END-IF.
       PERFORM UNTIL WS-DONE = "Y"
          PERFORM COUNT-MARKS-PARA
          MOVE WS-MISSING TO WS-DISPLAY-NUM
          DISPLAY " "
          DISPLAY WS-DISPLAY-NUM " STILL TO ACCOUNT FOR."
          DISPLAY "NUMBER TO TICK OFF, L LIST, S SAVE AND CLOSE,"
          DISPLAY "X LEAVE IT OPEN:"
          MOVE SPACES TO WS-ANSWER
          ACCEPT WS-ANSWER
          MOVE FUNCTION UPPER-CASE (WS-ANSWER) TO WS-ANSWER
          EVALUATE TRUE
          WHEN WS-ANSWER = "L"
             PERFORM LIST-ROLL-PARA
          WHEN WS-ANSWER = "S"
             PERFORM SAVE-ROSTER-PARA
          WHEN WS-ANSWER = "X"
             MOVE "Y" TO WS-DONE
          WHEN WS-ANSWER = SPACES
             CONTINUE
          WHEN FUNCTION TEST-NUMVAL (WS-ANSWER) = 0
             COMPUTE WS-PICK-NUM = FUNCTION NUMVAL (WS-ANSWER)
             PERFORM TICK-ONE-PARA
          WHEN OTHER
             DISPLAY "NOT ON THE MENU."
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
      *   THE OPEN ROLL-CALL
      *=================================================
       LOAD-ROLL-PARA.
       MOVE 0 TO WS-ROLL-COUNT.
       MOVE SPACES TO WS-ROLL-ID.
       MOVE "N" TO WS-EOF.
       OPEN INPUT rollFile.
       IF WS-ROLL-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ rollFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF WS-ROLL-COUNT < 300 AND RL-SEQ IS NUMERIC THEN
                   ADD 1 TO WS-ROLL-COUNT
                   MOVE ROLL-RECORD TO WS-ROLL-ENTRY(WS-ROLL-COUNT)
                   MOVE RL-ROLL-ID TO WS-ROLL-ID
                END-IF
          END-READ
       END-PERFORM.
       CLOSE rollFile.

       SAVE-ROLL-PARA.
       OPEN OUTPUT rollFile.
       IF WS-ROLL-STATUS NOT = "00" THEN
          DISPLAY "ROLLOPEN.DAT COULD NOT BE WRITTEN - "
             WS-ROLL-STATUS
          EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-ROLL-INDEX FROM 1 BY 1
       UNTIL WS-ROLL-INDEX > WS-ROLL-COUNT
          MOVE WS-ROLL-ENTRY(WS-ROLL-INDEX) TO ROLL-RECORD
          WRITE ROLL-RECORD
       END-PERFORM.
       CLOSE rollFile.

       LIST-ROLL-PARA.
       PERFORM VARYING WS-ROLL-INDEX FROM 1 BY 1
       UNTIL WS-ROLL-INDEX > WS-ROLL-COUNT
          MOVE WS-ROLL-ENTRY(WS-ROLL-INDEX) TO ROLL-RECORD
          PERFORM MARK-TEXT-PARA
          MOVE RL-SEQ TO WS-DISPLAY-NUM
          DISPLAY WS-DISPLAY-NUM " " RL-NAME " " RL-AREA " "
             RL-MACHINE " " WS-MARK-TEXT
       END-PERFORM.

       MARK-TEXT-PARA.
       EVALUATE RL-MARK
       WHEN "Y"
          MOVE SPACES TO WS-MARK-TEXT
          STRING "OK " RL-TICKED (1:2) ":" RL-TICKED (3:2) " "
             RL-OPERATOR DELIMITED BY SIZE INTO WS-MARK-TEXT
       WHEN "N"
          MOVE "NOT ACCOUNTED FOR" TO WS-MARK-TEXT
       WHEN OTHER
          MOVE "[ ]" TO WS-MARK-TEXT
       END-EVALUATE.

       COUNT-MARKS-PARA.
       MOVE 0 TO WS-ACCOUNTED WS-MISSING.
       PERFORM VARYING WS-ROLL-INDEX FROM 1 BY 1
       UNTIL WS-ROLL-INDEX > WS-ROLL-COUNT
          MOVE WS-ROLL-ENTRY(WS-ROLL-INDEX) TO ROLL-RECORD
          IF RL-MARK = "Y" THEN
             ADD 1 TO WS-ACCOUNTED
          ELSE
             ADD 1 TO WS-MISSING
          END-IF
       END-PERFORM.

       TICK-ONE-PARA.
      *a number ticked twice offers to take the tick back off, for
      *the name read out wrong at the assembly point
       MOVE 0 TO WS-ROLL-FOUND.
       PERFORM VARYING WS-ROLL-INDEX FROM 1 BY 1
       UNTIL WS-ROLL-INDEX > WS-ROLL-COUNT
          MOVE WS-ROLL-ENTRY(WS-ROLL-INDEX) TO ROLL-RECORD
          IF RL-SEQ = WS-PICK-NUM THEN
             MOVE WS-ROLL-INDEX TO WS-ROLL-FOUND
          END-IF
       END-PERFORM.
       IF WS-ROLL-FOUND = 0 THEN
          DISPLAY "NO NUMBER " WS-PICK-NUM " ON THIS ROLL-CALL."
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-ROLL-ENTRY(WS-ROLL-FOUND) TO ROLL-RECORD.
       IF RL-MARK = "Y" THEN
          DISPLAY FUNCTION TRIM(RL-NAME) " WAS TICKED OFF AT "
             RL-TICKED (1:2) ":" RL-TICKED (3:2) " - UNTICK? (Y/N)"
          ACCEPT WS-CONFIRM
          IF FUNCTION UPPER-CASE (WS-CONFIRM) NOT = "Y" THEN
             EXIT PARAGRAPH
          END-IF
          MOVE SPACES TO RL-MARK RL-TICKED RL-OPERATOR
          DISPLAY FUNCTION TRIM(RL-NAME) " UNTICKED."
       ELSE
          MOVE "Y" TO RL-MARK
          MOVE FUNCTION CURRENT-DATE (9:6) TO RL-TICKED
          MOVE WS-OPERATOR TO RL-OPERATOR
          DISPLAY FUNCTION TRIM(RL-NAME) " ACCOUNTED FOR."
       END-IF.
       MOVE ROLL-RECORD TO WS-ROLL-ENTRY(WS-ROLL-FOUND).
       PERFORM SAVE-ROLL-PARA.

      *=================================================
      *   SAVING THE RECORD
      *=================================================
       SAVE-ROSTER-PARA.
       PERFORM COUNT-MARKS-PARA.
       IF WS-MISSING > 0 THEN
          MOVE WS-MISSING TO WS-DISPLAY-NUM
          DISPLAY "*** " WS-DISPLAY-NUM
             " NOT ACCOUNTED FOR - SAVE AS THEY STAND? (Y/N)"
          ACCEPT WS-CONFIRM
          IF FUNCTION UPPER-CASE (WS-CONFIRM) NOT = "Y" THEN
             EXIT PARAGRAPH
          END-IF
       END-IF.
       MOVE SPACE TO WS-OCCASION.
       PERFORM UNTIL WS-OCCASION = "D" OR WS-OCCASION = "I"
          DISPLAY "D FIRE DRILL OR I REAL INCIDENT:"
          ACCEPT WS-OCCASION
          MOVE FUNCTION UPPER-CASE (WS-OCCASION) TO WS-OCCASION
       END-PERFORM.
       DISPLAY "NOTE FOR THE RECORD (E.G. ALARM ZONE, INCIDENT NO):".
       MOVE SPACES TO WS-NOTE.
       ACCEPT WS-NOTE.
       MOVE FUNCTION CURRENT-DATE (1:14) TO WS-NOW-STAMP.
       PERFORM VARYING WS-ROLL-INDEX FROM 1 BY 1
       UNTIL WS-ROLL-INDEX > WS-ROLL-COUNT
          MOVE WS-ROLL-ENTRY(WS-ROLL-INDEX) TO ROLL-RECORD
          IF RL-MARK NOT = "Y" THEN
             MOVE "N" TO RL-MARK
             MOVE ROLL-RECORD TO WS-ROLL-ENTRY(WS-ROLL-INDEX)
          END-IF
       END-PERFORM.
       OPEN EXTEND historyFile.
       IF WS-HISTORY-STATUS = "35" OR WS-HISTORY-STATUS = "05" THEN
          CLOSE historyFile
          OPEN OUTPUT historyFile
       END-IF.
       IF WS-HISTORY-STATUS NOT = "00" THEN
          DISPLAY "ROLLCALL.DAT COULD NOT BE WRITTEN - "
             WS-HISTORY-STATUS " - THE ROLL-CALL STAYS OPEN."
          EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO ROLL-RECORD.
       MOVE WS-ROLL-ID TO RL-ROLL-ID.
       MOVE WS-ACCOUNTED TO RL-SEQ.
       IF WS-OCCASION = "D" THEN
          MOVE "DRILL" TO RL-AREA
       ELSE
          MOVE "INCIDENT" TO RL-AREA
       END-IF.
       MOVE "H" TO RL-KIND.
       MOVE WS-NOTE TO RL-NAME.
       MOVE WS-NOW-STAMP (9:6) TO RL-SINCE.
       MOVE WS-MISSING TO WS-DISPLAY-TWO.
       MOVE WS-MISSING TO RL-TICKED (1:3).
       MOVE WS-OPERATOR TO RL-OPERATOR.
       MOVE ROLL-RECORD TO HISTORY-RECORD.
       WRITE HISTORY-RECORD.
       PERFORM VARYING WS-ROLL-INDEX FROM 1 BY 1
       UNTIL WS-ROLL-INDEX > WS-ROLL-COUNT
          MOVE WS-ROLL-ENTRY(WS-ROLL-INDEX) TO HISTORY-RECORD
          WRITE HISTORY-RECORD
       END-PERFORM.
       CLOSE historyFile.
       PERFORM PRINT-DONE-PARA.
       OPEN OUTPUT rollFile.
       IF WS-ROLL-STATUS = "00" THEN
          CLOSE rollFile
       END-IF.
       MOVE "ROLLSAVE" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       MOVE WS-ACCOUNTED TO WS-DISPLAY-NUM.
       STRING WS-OCCASION " " WS-DISPLAY-NUM " OK "
             WS-DISPLAY-TWO " MISSING"
          DELIMITED BY SIZE INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       DISPLAY "ROLL-CALL SAVED TO ROLLCALL.DAT - SEE ROLLDONE.PRT.".
       MOVE "Y" TO WS-DONE.

       PRINT-DONE-PARA.
       OPEN OUTPUT printFile.
       IF WS-PRINT-STATUS NOT = "00" THEN
          DISPLAY "ROLLDONE.PRT COULD NOT BE OPENED - "
             WS-PRINT-STATUS
          EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO PRINT-LINE.
       IF WS-OCCASION = "D" THEN
          MOVE "FIRE DRILL ROLL-CALL" TO PRINT-LINE
       ELSE
          MOVE "INCIDENT ROLL-CALL" TO PRINT-LINE
       END-IF.
       STRING "TAKEN " WS-ROLL-ID (1:8) " " WS-ROLL-ID (9:2) ":"
             WS-ROLL-ID (11:2) "  CLOSED " WS-NOW-STAMP (9:2) ":"
             WS-NOW-STAMP (11:2) " BY " WS-OPERATOR
          DELIMITED BY SIZE INTO PRINT-LINE (23:58).
       WRITE PRINT-LINE.
       MOVE SPACES TO PRINT-LINE.
       STRING "NOTE: " WS-NOTE DELIMITED BY SIZE INTO PRINT-LINE.
       WRITE PRINT-LINE.
       MOVE SPACES TO PRINT-LINE.
       WRITE PRINT-LINE.
       MOVE " NO NAME                 AREA            M RESULT"
          TO PRINT-LINE.
       WRITE PRINT-LINE.
       PERFORM VARYING WS-ROLL-INDEX FROM 1 BY 1
       UNTIL WS-ROLL-INDEX > WS-ROLL-COUNT
          MOVE WS-ROLL-ENTRY(WS-ROLL-INDEX) TO ROLL-RECORD
          PERFORM MARK-TEXT-PARA
          MOVE RL-SEQ TO WS-DISPLAY-NUM
          MOVE SPACES TO PRINT-LINE
          STRING WS-DISPLAY-NUM " " RL-NAME " " RL-AREA " "
             RL-MACHINE " " WS-MARK-TEXT
             DELIMITED BY SIZE INTO PRINT-LINE
          WRITE PRINT-LINE
       END-PERFORM.
       MOVE SPACES TO PRINT-LINE.
       WRITE PRINT-LINE.
       MOVE WS-ACCOUNTED TO WS-DISPLAY-NUM.
       MOVE SPACES TO PRINT-LINE.
       STRING "ACCOUNTED FOR " WS-DISPLAY-NUM
          "   NOT ACCOUNTED FOR " WS-DISPLAY-TWO
          DELIMITED BY SIZE INTO PRINT-LINE.
       WRITE PRINT-LINE.
       CLOSE printFile.
       CALL "rptfile" USING WS-REPORT-NAME WS-LOG-PROGRAM
             WS-OPERATOR.

       END PROGRAM rolltick.
