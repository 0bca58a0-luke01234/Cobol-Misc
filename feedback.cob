       IDENTIFICATION DIVISION.
       PROGRAM-ID. feedback.

      *the customer feedback survey: the questions, and the weekly
      *satisfaction report on the answers. SURVEY.CFG holds three to
      *five questions, each rated 1-5, that the game puts after a
      *finished game and the front desk puts at check-out (through
      *the shared survey subprogram); both write SURVEY.DAT with the
      *date, the cabinet, the initials when the customer has them
      *and the event live at the time. L lists the questions, A adds
      *one, C rewords one, R removes one, S saves the list - only
      *with three to five on it - and O takes the survey off by
      *emptying the file. answers are kept by question number, so a
      *reworded question carries on from the old one's history. W
      *reports the week ending on a given date: the average for
      *each question against each of the four weeks before and
      *their average, the week broken down by cabinet and by event,
      *every comment, and every survey with a rating at or below the
      *low mark listed for the manager to follow up. SATISFY.RPT is
      *filed on the report catalog

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT questionFile ASSIGN TO "SURVEY.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUESTION-STATUS.

           SELECT surveyFile ASSIGN TO "SURVEY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SURVEY-STATUS.

           SELECT dutyFile ASSIGN TO "ONDUTY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DUTY-STATUS.

           SELECT reportFile ASSIGN TO "SATISFY.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  questionFile.
       01  QUESTION-RECORD PIC X(60).

      *same record the survey subprogram and the game write
       FD  surveyFile.
       01  SURVEY-RECORD.
           05 SV-DATE     PIC X(8).
           05 SV-TIME     PIC X(4).
           05 SV-MACHINE  PIC 9(1).
           05 SV-INITIALS PIC X(3).
           05 SV-EVENT-ID PIC X(8).
           05 SV-WHERE    PIC X(1).
           05 SV-ANSWER   PIC 9(1) OCCURS 5 TIMES.
           05 SV-COMMENT  PIC X(60).

       FD  dutyFile.
       01  DUTY-RECORD.
           05 OD-OPERATOR PIC X(3).
           05 OD-STAMP    PIC X(14).

       FD  reportFile.
       01  REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-QUESTION-STATUS PIC X(2).
       01  WS-SURVEY-STATUS   PIC X(2).
       01  WS-DUTY-STATUS     PIC X(2).
       01  WS-REPORT-STATUS   PIC X(2).
       01  WS-EOF PIC X(1) VALUE "N".
           88 WS-END-OF-FILE VALUE "Y".

       01  WS-QUESTION-TABLE.
           05 WS-QUESTION PIC X(60) OCCURS 5 TIMES.
       01  WS-QUESTION-COUNT PIC 9(1) VALUE 0.
       01  WS-QUESTION-INDEX PIC 9(1).
       01  WS-UNSAVED        PIC X(1) VALUE "N".

       01  WS-MENU-CHOICE PIC X(1).
       01  WS-DONE        PIC X(1) VALUE "N".
       01  WS-PICK-INP    PIC X(1).
       01  WS-PICK        PIC 9(1).
       01  WS-TEXT-INP    PIC X(60).
       01  WS-CONFIRM     PIC X(3).

      *a rating at or below this is flagged for a follow-up
       01  WS-LOW-MARK    PIC 9(1) VALUE 2.

      *the week reported and the four before it - week 1 is the one
      *ending on the chosen date, 2-5 each one further back
       01  WS-END-INP     PIC X(8).
       01  WS-END-DATE    PIC X(8).
       01  WS-END-INT     PIC 9(8).
       01  WS-START-DATE  PIC 9(8).
       01  WS-SV-INT      PIC 9(8).
       01  WS-DAYS-BACK   PIC S9(8).
       01  WS-WEEK        PIC 9(2).
       01  WS-WEEK-INDEX  PIC 9(1).
       01  WS-WEEK-TABLE.
           05 WS-WK OCCURS 5 TIMES.
              10 WS-WK-Q OCCURS 5 TIMES.
                 15 WS-WK-SUM   PIC 9(7).
                 15 WS-WK-COUNT PIC 9(5).
       01  WS-PRIOR-SUM   PIC 9(8).
       01  WS-PRIOR-COUNT PIC 9(6).

      *the week by cabinet (1-4) and by event - the last event
      *slot in use is the one with no event running
       01  WS-MACHINE-TABLE.
           05 WS-MC OCCURS 4 TIMES.
              10 WS-MC-RESP  PIC 9(5).
              10 WS-MC-SUM   PIC 9(7).
              10 WS-MC-COUNT PIC 9(6).
              10 WS-MC-LOW   PIC 9(5).
       01  WS-MACHINE-INDEX PIC 9(1).
       01  WS-EVENT-TABLE.
           05 WS-EV OCCURS 30 TIMES.
              10 WS-EV-ID    PIC X(8).
              10 WS-EV-RESP  PIC 9(5).
              10 WS-EV-SUM   PIC 9(7).
              10 WS-EV-COUNT PIC 9(6).
              10 WS-EV-LOW   PIC 9(5).
       01  WS-EVENT-COUNT PIC 9(2) VALUE 0.
       01  WS-EVENT-INDEX PIC 9(2).
       01  WS-EVENT-FOUND PIC 9(2).

      *the survey being read
       01  WS-SV-SUM      PIC 9(2).
       01  WS-SV-COUNT    PIC 9(1).
       01  WS-SV-LOW      PIC X(1).
       01  WS-WEEK-RESP   PIC 9(5) VALUE 0.
       01  WS-COMMENTS    PIC 9(5) VALUE 0.
       01  WS-FOLLOW-UPS  PIC 9(5) VALUE 0.
      *C lists the comments, F the surveys to follow up
       01  WS-LIST-MODE   PIC X(1).

       01  WS-AVERAGE     PIC 9V99.
       01  WS-PRIOR-AVG   PIC 9V99.
       01  WS-DISPLAY-AVG PIC 9.99.
       01  WS-AVG-TEXT    PIC X(4).
       01  WS-TREND       PIC X(10).
       01  WS-RATINGS     PIC X(20).
       01  WS-RATING-POS  PIC 9(2).
       01  WS-WHO         PIC X(3).
       01  WS-EVENT-NAME  PIC X(8).
       01  WS-DISPLAY-NUM PIC ZZZZ9.
       01  WS-DISPLAY-LOW PIC ZZZZ9.

       01  WS-OPERATOR    PIC X(3).
       01  WS-NOW         PIC X(14).
       01  WS-TODAY       PIC X(8).

       01  WS-LOG-PROGRAM PIC X(12) VALUE "feedback".
       01  WS-LOG-EVENT   PIC X(8).
       01  WS-LOG-TEXT    PIC X(30).
       01  WS-REPORT-NAME PIC X(20) VALUE "SATISFY.RPT".

       PROCEDURE DIVISION.
       MAIN-PARA.
       MOVE "STARTUP" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
       MOVE "N" TO WS-DONE.
       MOVE "N" TO WS-UNSAVED.
       PERFORM FIND-OPERATOR-PARA.
       PERFORM LOAD-QUESTIONS-PARA.
       PERFORM UNTIL WS-DONE = "Y"
          DISPLAY " "
          DISPLAY "CUSTOMER FEEDBACK - L=LIST QUESTIONS, A=ADD, "
             "C=CHANGE, R=REMOVE, S=SAVE,"
          DISPLAY "O=SURVEY OFF, W=WEEKLY REPORT, X=EXIT:"
          ACCEPT WS-MENU-CHOICE
          MOVE FUNCTION UPPER-CASE (WS-MENU-CHOICE) TO WS-MENU-CHOICE
          EVALUATE WS-MENU-CHOICE
          WHEN "L"
             PERFORM LIST-QUESTIONS-PARA
          WHEN "A"
             PERFORM ADD-QUESTION-PARA
          WHEN "C"
             PERFORM CHANGE-QUESTION-PARA
          WHEN "R"
             PERFORM REMOVE-QUESTION-PARA
          WHEN "S"
             PERFORM SAVE-QUESTIONS-PARA
          WHEN "O"
             PERFORM SURVEY-OFF-PARA
          WHEN "W"
             PERFORM WEEKLY-REPORT-PARA
          WHEN "X"
             PERFORM CHECK-UNSAVED-PARA
          WHEN OTHER
             DISPLAY "L, A, C, R, S, O, W OR X."
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
      *   THE QUESTIONS
      *=================================================
       LOAD-QUESTIONS-PARA.
       MOVE 0 TO WS-QUESTION-COUNT.
       MOVE "N" TO WS-EOF.
       OPEN INPUT questionFile.
       IF WS-QUESTION-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ questionFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF QUESTION-RECORD NOT = SPACES AND
                   WS-QUESTION-COUNT < 5 THEN
                   ADD 1 TO WS-QUESTION-COUNT
                   MOVE QUESTION-RECORD
                      TO WS-QUESTION(WS-QUESTION-COUNT)
                END-IF
          END-READ
       END-PERFORM.
       CLOSE questionFile.

       LIST-QUESTIONS-PARA.
       IF WS-QUESTION-COUNT = 0 THEN
          DISPLAY "NO QUESTIONS - THE SURVEY IS OFF."
          EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-QUESTION-INDEX FROM 1 BY 1
       UNTIL WS-QUESTION-INDEX > WS-QUESTION-COUNT
          DISPLAY WS-QUESTION-INDEX " "
             WS-QUESTION(WS-QUESTION-INDEX)
       END-PERFORM.
       IF WS-UNSAVED = "Y" THEN
          DISPLAY "(CHANGED - NOT SAVED YET)"
       END-IF.

       ADD-QUESTION-PARA.
       IF WS-QUESTION-COUNT >= 5 THEN
          DISPLAY "FIVE QUESTIONS ALREADY - REMOVE OR CHANGE ONE."
          EXIT PARAGRAPH
       END-IF.
       DISPLAY "NEW QUESTION (RATED 1-5):".
       ACCEPT WS-TEXT-INP.
       IF WS-TEXT-INP = SPACES THEN
          DISPLAY "NOTHING ADDED."
          EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-QUESTION-COUNT.
       MOVE FUNCTION UPPER-CASE (WS-TEXT-INP)
             TO WS-QUESTION(WS-QUESTION-COUNT).
       MOVE "Y" TO WS-UNSAVED.
       DISPLAY "ADDED AS QUESTION " WS-QUESTION-COUNT ".".

       CHANGE-QUESTION-PARA.
       PERFORM PICK-QUESTION-PARA.
       IF WS-PICK = 0 THEN
          EXIT PARAGRAPH
       END-IF.
       DISPLAY "NOW READS: " WS-QUESTION(WS-PICK).
       DISPLAY "NEW WORDING (ITS ANSWERS CARRY ON UNDER IT):".
       ACCEPT WS-TEXT-INP.
       IF WS-TEXT-INP = SPACES THEN
          DISPLAY "LEFT AS IT WAS."
          EXIT PARAGRAPH
       END-IF.
       MOVE FUNCTION UPPER-CASE (WS-TEXT-INP) TO WS-QUESTION(WS-PICK).
       MOVE "Y" TO WS-UNSAVED.

       REMOVE-QUESTION-PARA.
      *the ones after it move up a number, and so does the history
      *the report shows against them
       PERFORM PICK-QUESTION-PARA.
       IF WS-PICK = 0 THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-QUESTION-INDEX FROM WS-PICK BY 1
       UNTIL WS-QUESTION-INDEX >= WS-QUESTION-COUNT
          MOVE WS-QUESTION(WS-QUESTION-INDEX + 1)
             TO WS-QUESTION(WS-QUESTION-INDEX)
       END-PERFORM.
       MOVE SPACES TO WS-QUESTION(WS-QUESTION-COUNT).
       SUBTRACT 1 FROM WS-QUESTION-COUNT.
       MOVE "Y" TO WS-UNSAVED.
       DISPLAY "REMOVED - " WS-QUESTION-COUNT " LEFT.".

       PICK-QUESTION-PARA.
       MOVE 0 TO WS-PICK.
       IF WS-QUESTION-COUNT = 0 THEN
          DISPLAY "NO QUESTIONS YET."
          EXIT PARAGRAPH
       END-IF.
       PERFORM LIST-QUESTIONS-PARA.
       DISPLAY "WHICH QUESTION?".
       ACCEPT WS-PICK-INP.
       IF WS-PICK-INP IS NOT NUMERIC THEN
          DISPLAY "NOT A QUESTION NUMBER."
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-PICK-INP TO WS-PICK.
       IF WS-PICK < 1 OR WS-PICK > WS-QUESTION-COUNT THEN
          DISPLAY "NO SUCH QUESTION."
          MOVE 0 TO WS-PICK
       END-IF.

       SAVE-QUESTIONS-PARA.
       IF WS-QUESTION-COUNT < 3 THEN
          DISPLAY "THE SURVEY NEEDS AT LEAST THREE QUESTIONS - "
             WS-QUESTION-COUNT " SO FAR. NOT SAVED."
          EXIT PARAGRAPH
       END-IF.
       OPEN OUTPUT questionFile.
       IF WS-QUESTION-STATUS NOT = "00" THEN
          DISPLAY "SURVEY.CFG COULD NOT BE WRITTEN - "
             WS-QUESTION-STATUS
          EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-QUESTION-INDEX FROM 1 BY 1
       UNTIL WS-QUESTION-INDEX > WS-QUESTION-COUNT
          MOVE WS-QUESTION(WS-QUESTION-INDEX) TO QUESTION-RECORD
          WRITE QUESTION-RECORD
       END-PERFORM.
       CLOSE questionFile.
       MOVE "N" TO WS-UNSAVED.
       MOVE "SURVEYQ" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       STRING WS-QUESTION-COUNT " QUESTIONS BY " WS-OPERATOR
             DELIMITED BY SIZE INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       DISPLAY "SAVED - " WS-QUESTION-COUNT
             " QUESTIONS ON THE SURVEY.".

       SURVEY-OFF-PARA.
       DISPLAY "TYPE YES TO TAKE THE SURVEY OFF (THE QUESTIONS ARE "
             "CLEARED):".
       ACCEPT WS-CONFIRM.
       MOVE FUNCTION UPPER-CASE (WS-CONFIRM) TO WS-CONFIRM.
       IF WS-CONFIRM NOT = "YES" THEN
          DISPLAY "LEFT ON."
          EXIT PARAGRAPH
       END-IF.
       OPEN OUTPUT questionFile.
       IF WS-QUESTION-STATUS = "00" THEN
          CLOSE questionFile
       END-IF.
       MOVE 0 TO WS-QUESTION-COUNT.
       MOVE "N" TO WS-UNSAVED.
       MOVE "SURVEYQ" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       STRING "SURVEY OFF BY " WS-OPERATOR
             DELIMITED BY SIZE INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       DISPLAY "SURVEY OFF - NO QUESTIONS WILL BE ASKED.".

       CHECK-UNSAVED-PARA.
       IF WS-UNSAVED = "Y" THEN
          DISPLAY "THE QUESTION CHANGES ARE NOT SAVED. TYPE YES TO "
             "LEAVE WITHOUT THEM:"
          ACCEPT WS-CONFIRM
          MOVE FUNCTION UPPER-CASE (WS-CONFIRM) TO WS-CONFIRM
          IF WS-CONFIRM NOT = "YES" THEN
             EXIT PARAGRAPH
          END-IF
       END-IF.
       MOVE "Y" TO WS-DONE.

      *=================================================
      *   THE WEEKLY SATISFACTION REPORT
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
       COMPUTE WS-END-INT =
             FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (WS-END-DATE)).
       COMPUTE WS-START-DATE =
             FUNCTION DATE-OF-INTEGER (WS-END-INT - 6).
       MOVE FUNCTION CURRENT-DATE (1:14) TO WS-NOW.
       INITIALIZE WS-WEEK-TABLE WS-MACHINE-TABLE WS-EVENT-TABLE.
       MOVE 0 TO WS-EVENT-COUNT WS-WEEK-RESP WS-COMMENTS
             WS-FOLLOW-UPS.
       OPEN INPUT surveyFile.
       IF WS-SURVEY-STATUS NOT = "00" THEN
          DISPLAY "NO SURVEYS ON SURVEY.DAT YET."
          EXIT PARAGRAPH
       END-IF.
       MOVE "N" TO WS-EOF.
       PERFORM UNTIL WS-END-OF-FILE
          READ surveyFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                PERFORM TAKE-ONE-SURVEY-PARA
          END-READ
       END-PERFORM.
       CLOSE surveyFile.
       OPEN OUTPUT reportFile.
       IF WS-REPORT-STATUS NOT = "00" THEN
          DISPLAY "SATISFY.RPT COULD NOT BE OPENED - "
             WS-REPORT-STATUS
          EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO REPORT-LINE.
       STRING "CUSTOMER SATISFACTION   WEEK " WS-START-DATE " TO "
             WS-END-DATE "   RUN " WS-NOW " BY " WS-OPERATOR
             DELIMITED BY SIZE INTO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE WS-WEEK-RESP TO WS-DISPLAY-NUM.
       MOVE SPACES TO REPORT-LINE.
       STRING WS-DISPLAY-NUM " SURVEY(S) ANSWERED THIS WEEK - "
             "RATINGS 1 POOR TO 5 EXCELLENT"
             DELIMITED BY SIZE INTO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       PERFORM REPORT-QUESTIONS-PARA.
       PERFORM REPORT-MACHINES-PARA.
       PERFORM REPORT-EVENTS-PARA.
       PERFORM REPORT-COMMENTS-PARA.
       CLOSE reportFile.
       CALL "rptfile" USING WS-REPORT-NAME WS-LOG-PROGRAM
             WS-OPERATOR.
       MOVE "SATISFY" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       MOVE WS-WEEK-RESP TO WS-DISPLAY-NUM.
       MOVE WS-FOLLOW-UPS TO WS-DISPLAY-LOW.
       STRING WS-END-DATE WS-DISPLAY-NUM " ANS" WS-DISPLAY-LOW
             " LOW"
             DELIMITED BY SIZE INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       DISPLAY WS-WEEK-RESP " SURVEY(S) THIS WEEK, " WS-FOLLOW-UPS
             " TO FOLLOW UP - SEE SATISFY.RPT.".

       TAKE-ONE-SURVEY-PARA.
       IF SV-DATE IS NOT NUMERIC OR SV-DATE > WS-END-DATE THEN
          EXIT PARAGRAPH
       END-IF.
       IF FUNCTION TEST-DATE-YYYYMMDD (FUNCTION NUMVAL (SV-DATE))
          NOT = 0 THEN
          EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-SV-INT =
             FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (SV-DATE)).
       COMPUTE WS-DAYS-BACK = WS-END-INT - WS-SV-INT.
       IF WS-DAYS-BACK < 0 OR WS-DAYS-BACK > 34 THEN
          EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-WEEK = WS-DAYS-BACK / 7 + 1.
       MOVE 0 TO WS-SV-SUM WS-SV-COUNT.
       MOVE "N" TO WS-SV-LOW.
       PERFORM VARYING WS-QUESTION-INDEX FROM 1 BY 1
       UNTIL WS-QUESTION-INDEX > 5
          IF SV-ANSWER(WS-QUESTION-INDEX) IS NUMERIC AND
             SV-ANSWER(WS-QUESTION-INDEX) > 0 AND
             SV-ANSWER(WS-QUESTION-INDEX) < 6 THEN
             ADD SV-ANSWER(WS-QUESTION-INDEX)
                TO WS-WK-SUM(WS-WEEK, WS-QUESTION-INDEX)
             ADD 1 TO WS-WK-COUNT(WS-WEEK, WS-QUESTION-INDEX)
             ADD SV-ANSWER(WS-QUESTION-INDEX) TO WS-SV-SUM
             ADD 1 TO WS-SV-COUNT
             IF SV-ANSWER(WS-QUESTION-INDEX) <= WS-LOW-MARK THEN
                MOVE "Y" TO WS-SV-LOW
             END-IF
          END-IF
       END-PERFORM.
      *the breakdowns, comments and follow-ups are this week only
       IF WS-WEEK NOT = 1 THEN
          EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-WEEK-RESP.
       IF SV-MACHINE IS NUMERIC AND SV-MACHINE > 0 AND
             SV-MACHINE < 5 THEN
          ADD 1 TO WS-MC-RESP(SV-MACHINE)
          ADD WS-SV-SUM TO WS-MC-SUM(SV-MACHINE)
          ADD WS-SV-COUNT TO WS-MC-COUNT(SV-MACHINE)
          IF WS-SV-LOW = "Y" THEN
             ADD 1 TO WS-MC-LOW(SV-MACHINE)
          END-IF
       END-IF.
       MOVE 0 TO WS-EVENT-FOUND.
       PERFORM VARYING WS-EVENT-INDEX FROM 1 BY 1
       UNTIL WS-EVENT-INDEX > WS-EVENT-COUNT
          IF WS-EV-ID(WS-EVENT-INDEX) = SV-EVENT-ID THEN
             MOVE WS-EVENT-INDEX TO WS-EVENT-FOUND
          END-IF
       END-PERFORM.
       IF WS-EVENT-FOUND = 0 AND WS-EVENT-COUNT < 30 THEN
          ADD 1 TO WS-EVENT-COUNT
          MOVE WS-EVENT-COUNT TO WS-EVENT-FOUND
          MOVE SV-EVENT-ID TO WS-EV-ID(WS-EVENT-FOUND)
       END-IF.
       IF WS-EVENT-FOUND > 0 THEN
          ADD 1 TO WS-EV-RESP(WS-EVENT-FOUND)
          ADD WS-SV-SUM TO WS-EV-SUM(WS-EVENT-FOUND)
          ADD WS-SV-COUNT TO WS-EV-COUNT(WS-EVENT-FOUND)
          IF WS-SV-LOW = "Y" THEN
             ADD 1 TO WS-EV-LOW(WS-EVENT-FOUND)
          END-IF
       END-IF.

       REPORT-QUESTIONS-PARA.
       MOVE SPACES TO REPORT-LINE.
       STRING "AVERAGE BY QUESTION     THIS WK  WK-1  WK-2  WK-3  "
             "WK-4  4-WK AVG  TREND"
             DELIMITED BY SIZE INTO REPORT-LINE.
       WRITE REPORT-LINE.
       IF WS-QUESTION-COUNT = 0 THEN
          MOVE "  (NO QUESTIONS ON SURVEY.CFG)" TO REPORT-LINE
          WRITE REPORT-LINE
       END-IF.
       PERFORM VARYING WS-QUESTION-INDEX FROM 1 BY 1
       UNTIL WS-QUESTION-INDEX > WS-QUESTION-COUNT
          PERFORM REPORT-ONE-QUESTION-PARA
       END-PERFORM.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.

       REPORT-ONE-QUESTION-PARA.
       MOVE SPACES TO REPORT-LINE.
       STRING WS-QUESTION-INDEX " "
             WS-QUESTION(WS-QUESTION-INDEX)
             DELIMITED BY SIZE INTO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       MOVE 0 TO WS-PRIOR-SUM WS-PRIOR-COUNT.
       PERFORM VARYING WS-WEEK-INDEX FROM 1 BY 1
       UNTIL WS-WEEK-INDEX > 5
          IF WS-WK-COUNT(WS-WEEK-INDEX, WS-QUESTION-INDEX) = 0 THEN
             MOVE "  - " TO WS-AVG-TEXT
          ELSE
             COMPUTE WS-AVERAGE ROUNDED =
                WS-WK-SUM(WS-WEEK-INDEX, WS-QUESTION-INDEX) /
                WS-WK-COUNT(WS-WEEK-INDEX, WS-QUESTION-INDEX)
             MOVE WS-AVERAGE TO WS-DISPLAY-AVG
             MOVE WS-DISPLAY-AVG TO WS-AVG-TEXT
          END-IF
          IF WS-WEEK-INDEX = 1 THEN
             MOVE WS-AVG-TEXT TO REPORT-LINE (27:4)
          ELSE
             MOVE WS-AVG-TEXT
                TO REPORT-LINE (WS-WEEK-INDEX * 6 + 22:4)
             ADD WS-WK-SUM(WS-WEEK-INDEX, WS-QUESTION-INDEX)
                TO WS-PRIOR-SUM
             ADD WS-WK-COUNT(WS-WEEK-INDEX, WS-QUESTION-INDEX)
                TO WS-PRIOR-COUNT
          END-IF
       END-PERFORM.
      *the trend sets this week against the four before taken
      *together - a tenth of a point either way is level
       IF WS-PRIOR-COUNT = 0 THEN
          MOVE "  - " TO WS-AVG-TEXT
          MOVE "NO HISTORY" TO WS-TREND
       ELSE
          COMPUTE WS-PRIOR-AVG ROUNDED = WS-PRIOR-SUM / WS-PRIOR-COUNT
          MOVE WS-PRIOR-AVG TO WS-DISPLAY-AVG
          MOVE WS-DISPLAY-AVG TO WS-AVG-TEXT
          IF WS-WK-COUNT(1, WS-QUESTION-INDEX) = 0 THEN
             MOVE "NO ANSWERS" TO WS-TREND
          ELSE
             COMPUTE WS-AVERAGE ROUNDED =
                WS-WK-SUM(1, WS-QUESTION-INDEX) /
                WS-WK-COUNT(1, WS-QUESTION-INDEX)
             EVALUATE TRUE
             WHEN WS-AVERAGE >= WS-PRIOR-AVG + 0.10
                MOVE "UP" TO WS-TREND
             WHEN WS-AVERAGE + 0.10 <= WS-PRIOR-AVG
                MOVE "DOWN" TO WS-TREND
             WHEN OTHER
                MOVE "LEVEL" TO WS-TREND
             END-EVALUATE
          END-IF
       END-IF.
       MOVE WS-AVG-TEXT TO REPORT-LINE (59:4).
       MOVE WS-TREND TO REPORT-LINE (68:10).
       WRITE REPORT-LINE.

       REPORT-MACHINES-PARA.
       MOVE "THIS WEEK BY CABINET    SURVEYS  AVERAGE  LOW"
             TO REPORT-LINE.
       WRITE REPORT-LINE.
       PERFORM VARYING WS-MACHINE-INDEX FROM 1 BY 1
       UNTIL WS-MACHINE-INDEX > 4
          IF WS-MC-RESP(WS-MACHINE-INDEX) > 0 THEN
             MOVE "  - " TO WS-AVG-TEXT
             IF WS-MC-COUNT(WS-MACHINE-INDEX) > 0 THEN
                COMPUTE WS-AVERAGE ROUNDED =
                   WS-MC-SUM(WS-MACHINE-INDEX) /
                   WS-MC-COUNT(WS-MACHINE-INDEX)
                MOVE WS-AVERAGE TO WS-DISPLAY-AVG
                MOVE WS-DISPLAY-AVG TO WS-AVG-TEXT
             END-IF
             MOVE WS-MC-RESP(WS-MACHINE-INDEX) TO WS-DISPLAY-NUM
             MOVE WS-MC-LOW(WS-MACHINE-INDEX) TO WS-DISPLAY-LOW
             MOVE SPACES TO REPORT-LINE
             STRING "  CABINET " WS-MACHINE-INDEX "             "
                   WS-DISPLAY-NUM "     " WS-AVG-TEXT "   "
                   WS-DISPLAY-LOW
                DELIMITED BY SIZE INTO REPORT-LINE
             WRITE REPORT-LINE
          END-IF
       END-PERFORM.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.

       REPORT-EVENTS-PARA.
       MOVE "THIS WEEK BY EVENT      SURVEYS  AVERAGE  LOW"
             TO REPORT-LINE.
       WRITE REPORT-LINE.
       PERFORM VARYING WS-EVENT-INDEX FROM 1 BY 1
       UNTIL WS-EVENT-INDEX > WS-EVENT-COUNT
          MOVE "  - " TO WS-AVG-TEXT
          IF WS-EV-COUNT(WS-EVENT-INDEX) > 0 THEN
             COMPUTE WS-AVERAGE ROUNDED =
                WS-EV-SUM(WS-EVENT-INDEX) /
                WS-EV-COUNT(WS-EVENT-INDEX)
             MOVE WS-AVERAGE TO WS-DISPLAY-AVG
             MOVE WS-DISPLAY-AVG TO WS-AVG-TEXT
          END-IF
          IF WS-EV-ID(WS-EVENT-INDEX) = SPACES THEN
             MOVE "NO EVENT" TO WS-EVENT-NAME
          ELSE
             MOVE WS-EV-ID(WS-EVENT-INDEX) TO WS-EVENT-NAME
          END-IF
          MOVE WS-EV-RESP(WS-EVENT-INDEX) TO WS-DISPLAY-NUM
          MOVE WS-EV-LOW(WS-EVENT-INDEX) TO WS-DISPLAY-LOW
          MOVE SPACES TO REPORT-LINE
          STRING "  " WS-EVENT-NAME "              "
                WS-DISPLAY-NUM "     " WS-AVG-TEXT "   "
                WS-DISPLAY-LOW
             DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE
       END-PERFORM.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.

      *a second pass for the lines themselves: every comment, then
      *every survey carrying a low rating, for the manager
       REPORT-COMMENTS-PARA.
       MOVE "COMMENTS THIS WEEK" TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE "C" TO WS-LIST-MODE.
       PERFORM LIST-SURVEYS-PARA.
       IF WS-COMMENTS = 0 THEN
          MOVE "  (NONE)" TO REPORT-LINE
          WRITE REPORT-LINE
       END-IF.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       STRING "FOR THE MANAGER TO FOLLOW UP - ANY RATING OF "
             WS-LOW-MARK " OR BELOW"
             DELIMITED BY SIZE INTO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE "F" TO WS-LIST-MODE.
       PERFORM LIST-SURVEYS-PARA.
       IF WS-FOLLOW-UPS = 0 THEN
          MOVE "  (NONE)" TO REPORT-LINE
          WRITE REPORT-LINE
       END-IF.

       LIST-SURVEYS-PARA.
       OPEN INPUT surveyFile.
       IF WS-SURVEY-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       MOVE "N" TO WS-EOF.
       PERFORM UNTIL WS-END-OF-FILE
          READ surveyFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF SV-DATE IS NUMERIC AND
                   SV-DATE >= WS-START-DATE AND
                   SV-DATE <= WS-END-DATE THEN
                   PERFORM LIST-ONE-SURVEY-PARA
                END-IF
          END-READ
       END-PERFORM.
       CLOSE surveyFile.

       LIST-ONE-SURVEY-PARA.
       MOVE SPACES TO WS-RATINGS.
       MOVE 1 TO WS-RATING-POS.
       MOVE "N" TO WS-SV-LOW.
       PERFORM VARYING WS-QUESTION-INDEX FROM 1 BY 1
       UNTIL WS-QUESTION-INDEX > 5
          IF SV-ANSWER(WS-QUESTION-INDEX) IS NUMERIC AND
             SV-ANSWER(WS-QUESTION-INDEX) > 0 AND
             SV-ANSWER(WS-QUESTION-INDEX) < 6 THEN
             STRING "Q" WS-QUESTION-INDEX "="
                   SV-ANSWER(WS-QUESTION-INDEX) " "
                DELIMITED BY SIZE INTO WS-RATINGS
                WITH POINTER WS-RATING-POS
             IF SV-ANSWER(WS-QUESTION-INDEX) <= WS-LOW-MARK THEN
                MOVE "Y" TO WS-SV-LOW
             END-IF
          END-IF
       END-PERFORM.
       IF SV-INITIALS = SPACES THEN
          MOVE "---" TO WS-WHO
       ELSE
          MOVE SV-INITIALS TO WS-WHO
       END-IF.
       IF WS-LIST-MODE = "F" THEN
          IF WS-SV-LOW NOT = "Y" THEN
             EXIT PARAGRAPH
          END-IF
          ADD 1 TO WS-FOLLOW-UPS
          MOVE SPACES TO REPORT-LINE
          STRING "  " SV-DATE " " SV-TIME "  CABINET " SV-MACHINE
                "  " WS-WHO "  " SV-EVENT-ID "  " WS-RATINGS
             DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE
          IF SV-COMMENT NOT = SPACES THEN
             MOVE SPACES TO REPORT-LINE
             STRING "      " SV-COMMENT
                DELIMITED BY SIZE INTO REPORT-LINE
             WRITE REPORT-LINE
          END-IF
          EXIT PARAGRAPH
       END-IF.
       IF SV-COMMENT = SPACES THEN
          EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-COMMENTS.
       MOVE SPACES TO REPORT-LINE.
       STRING "  " SV-DATE "  CABINET " SV-MACHINE "  " WS-WHO "  "
             SV-COMMENT
             DELIMITED BY SIZE INTO REPORT-LINE.
       WRITE REPORT-LINE.

       END PROGRAM feedback.
