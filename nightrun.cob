      *guesswork when one died: it reads the job list from
      *NIGHTRUN.CFG (one program name per line; no file runs the
      *standard housekeep / HS_MERGE / SESSION_REPORT / SHIFT_REPORT
      */ prizereorder / refcheck / loyaltyrun / curfewrpt close),
      *CALLs each step in sequence, and appends a status record to
      *NIGHTRUN.STA as each step starts and ends. a step that
      *hands back a non-zero return code has failed as surely as
      *one that is missing. on
      *a rerun the same day, steps already recorded DONE are
      *skipped, so the night picks up exactly at the step that
      *failed. every step also goes through shoplog so the morning
      *person can see what ran from the common log. the run belongs
      *to a trading day off the calendar (the shared tradecal
      *routine): run in the small hours before the day's opening
      *time, it is the previous day's close, so a late opening that
      *shuts at 1am is closed under its own date. when that day was
      *a closed one there is nothing to close - the run is skipped
      *unless the operator answers R to run it anyway. a line
      *reading QUERY and a saved query's name runs that query off
      *QUERYDEF.CFG through the shared queryrun routine, its report
      *filed like any other step's

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           88 WS-END-OF-FILE VALUE "Y".

       01  WS-TODAY       PIC X(8).
       01  WS-NOW-HHMM    PIC X(4).
      *the trading day whose close this is, and the calendar's answer
       01  WS-CLOSE-DATE  PIC X(8).
       01  WS-DATE-NUM    PIC 9(8).
       01  WS-DATE-INT    PIC 9(8).
       01  WS-TC-TIME     PIC X(4) VALUE SPACES.
       01  WS-TC-MINUTES  PIC 9(4) VALUE 0.
       01  WS-TC-OPEN     PIC X(1).
       01  WS-TC-FROM     PIC X(4).
       01  WS-TC-TO       PIC X(4).
       01  WS-TC-NOTE     PIC X(30).
       01  WS-ANSWER      PIC X(1).
       01  WS-JOB-TABLE.
           05 WS-JOB-NAME PIC X(14) OCCURS 20 TIMES.
       01  WS-JOB-COUNT   PIC 9(2) VALUE 0.
       01  WS-SKIP-COUNT   PIC 9(2) VALUE 0.
       01  WS-FAIL-COUNT   PIC 9(2) VALUE 0.

      *a QUERY step: the saved query's name, the work area queryrun
      *fills with its definition (same layout as the query writer's)
      *and whether the report was written
       01  WS-QUERY-NAME   PIC X(8).
       01  WS-QUERY-DEF    PIC X(437).
       01  WS-QUERY-RESULT PIC X(1).

      *every start, normal exit and notable event appends to the
      *common SHOPLOG.DAT through the shared shoplog subprogram
       01  WS-LOG-PROGRAM PIC X(12) VALUE "nightrun".
       PROCEDURE DIVISION.
       MAIN-PARA.
       MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
       MOVE FUNCTION CURRENT-DATE (9:4) TO WS-NOW-HHMM.
       MOVE "STARTUP" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       PERFORM FIND-CLOSE-DATE-PARA.
       IF WS-TC-OPEN NOT = "Y" THEN
          DISPLAY WS-CLOSE-DATE " WAS NOT A TRADING DAY - "
             WS-TC-NOTE
          DISPLAY "R TO RUN THE CLOSE ANYWAY, ANYTHING ELSE SKIPS IT:"
          MOVE SPACE TO WS-ANSWER
          ACCEPT WS-ANSWER
          MOVE FUNCTION UPPER-CASE (WS-ANSWER) TO WS-ANSWER
          IF WS-ANSWER NOT = "R" THEN
             PERFORM SKIP-CLOSED-DAY-PARA
             STOP RUN
          END-IF
       END-IF.
       PERFORM LOAD-JOB-LIST-PARA.
       PERFORM LOAD-DONE-STEPS-PARA.
       DISPLAY "NIGHT RUN FOR " WS-CLOSE-DATE " - " WS-JOB-COUNT
          " STEPS ON THE LIST.".
       PERFORM VARYING WS-JOB-INDEX FROM 1 BY 1
       UNTIL WS-JOB-INDEX > WS-JOB-COUNT
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       STOP RUN.

       FIND-CLOSE-DATE-PARA.
      *in the morning the close being run is yesterday's when
      *yesterday's hours ran past midnight, when today has not opened
      *yet, or when today is not a trading day at all
       MOVE WS-TODAY TO WS-DATE-NUM.
       COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
          - 1.
       MOVE FUNCTION DATE-OF-INTEGER (WS-DATE-INT) TO WS-DATE-NUM.
       MOVE WS-DATE-NUM TO WS-CLOSE-DATE.
       CALL "tradecal" USING WS-CLOSE-DATE WS-TC-TIME WS-TC-MINUTES
             WS-TC-OPEN WS-TC-FROM WS-TC-TO WS-TC-NOTE.
       IF WS-NOW-HHMM < "1200" AND WS-TC-OPEN = "Y" AND
             WS-TC-TO <= WS-TC-FROM THEN
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-TODAY TO WS-CLOSE-DATE.
       CALL "tradecal" USING WS-CLOSE-DATE WS-TC-TIME WS-TC-MINUTES
             WS-TC-OPEN WS-TC-FROM WS-TC-TO WS-TC-NOTE.
       IF (WS-TC-OPEN = "Y" AND WS-NOW-HHMM < WS-TC-FROM) OR
             (WS-TC-OPEN NOT = "Y" AND WS-NOW-HHMM < "1200") THEN
          MOVE WS-DATE-NUM TO WS-CLOSE-DATE
          CALL "tradecal" USING WS-CLOSE-DATE WS-TC-TIME
             WS-TC-MINUTES WS-TC-OPEN WS-TC-FROM WS-TC-TO WS-TC-NOTE
       END-IF.

       SKIP-CLOSED-DAY-PARA.
      *sequence 00 marks the night as skipped; it is never taken for
      *a finished step, so a later run for the day can still go ahead
       MOVE WS-CLOSE-DATE TO ST-DATE.
       MOVE 0 TO ST-SEQ.
       MOVE "(CLOSED DAY)" TO ST-PROGRAM.
       MOVE FUNCTION CURRENT-DATE (1:14) TO ST-STAMP.
       MOVE "SKIPPED" TO ST-OUTCOME.
       OPEN EXTEND staFile.
       IF WS-STA-STATUS = "35" OR WS-STA-STATUS = "05" THEN
          CLOSE staFile
          OPEN OUTPUT staFile
       END-IF.
       IF WS-STA-STATUS = "00" THEN
          WRITE STA-RECORD
          CLOSE staFile
       END-IF.
       DISPLAY "NIGHT RUN SKIPPED - " WS-CLOSE-DATE " WAS CLOSED.".
       MOVE "NIGHTSKP" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       STRING WS-CLOSE-DATE " CLOSED" DELIMITED BY SIZE
             INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       MOVE "EXIT" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.

       LOAD-JOB-LIST-PARA.
      *NIGHTRUN.CFG overrides; no file means the standard close
       MOVE 0 TO WS-JOB-COUNT.
          MOVE "HS_MERGE" TO WS-JOB-NAME(2)
          MOVE "SESSION_REPORT" TO WS-JOB-NAME(3)
          MOVE "SHIFT_REPORT" TO WS-JOB-NAME(4)
          MOVE "prizereorder" TO WS-JOB-NAME(5)
          MOVE "refcheck" TO WS-JOB-NAME(6)
          MOVE "loyaltyrun" TO WS-JOB-NAME(7)
          MOVE "curfewrpt" TO WS-JOB-NAME(8)
          MOVE 8 TO WS-JOB-COUNT
       END-IF.

       LOAD-DONE-STEPS-PARA.
      *sweep the day's status records - a step is complete only when a
      *DONE record landed for its sequence number, so a step that
      *logged STARTED and then died runs again
       PERFORM VARYING WS-JOB-INDEX FROM 1 BY 1
             READ staFile
                AT END MOVE "Y" TO WS-EOF
                NOT AT END
                   IF ST-DATE = WS-CLOSE-DATE AND ST-SEQ IS NUMERIC AND
                      ST-SEQ >= 1 AND ST-SEQ <= 20 AND
                      ST-OUTCOME = "DONE" THEN
                      MOVE "Y" TO WS-DONE-FLAG(ST-SEQ)
      *a program that is not on the machine fails its step cleanly
      *instead of taking the whole night run down with it
       MOVE "DONE" TO WS-STEP-OUTCOME.
       IF WS-JOB-NAME(WS-JOB-INDEX) (1:6) = "QUERY " THEN
          PERFORM RUN-QUERY-STEP-PARA
       ELSE
          MOVE 0 TO RETURN-CODE
          CALL WS-JOB-NAME(WS-JOB-INDEX)
             ON EXCEPTION
                MOVE "FAILED" TO WS-STEP-OUTCOME
          END-CALL
          IF RETURN-CODE NOT = 0 THEN
             MOVE "FAILED" TO WS-STEP-OUTCOME
             MOVE 0 TO RETURN-CODE
          END-IF
          CANCEL WS-JOB-NAME(WS-JOB-INDEX)
       END-IF.
       PERFORM WRITE-STATUS-PARA.
       IF WS-STEP-OUTCOME = "DONE" THEN
          ADD 1 TO WS-RAN-COUNT
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       DISPLAY "STEP " WS-JOB-INDEX " " WS-STEP-OUTCOME ".".

       RUN-QUERY-STEP-PARA.
      *a query that is missing, names a field its layout no longer
      *has, or finds no data file fails its step like any program
       MOVE WS-JOB-NAME(WS-JOB-INDEX) (7:8) TO WS-QUERY-NAME.
       MOVE FUNCTION UPPER-CASE (WS-QUERY-NAME) TO WS-QUERY-NAME.
       MOVE "N" TO WS-QUERY-RESULT.
       CALL "queryrun" USING WS-QUERY-NAME WS-QUERY-DEF
             WS-QUERY-RESULT
          ON EXCEPTION
             MOVE "N" TO WS-QUERY-RESULT
       END-CALL.
       IF WS-QUERY-RESULT NOT = "Y" THEN
          MOVE "FAILED" TO WS-STEP-OUTCOME
       END-IF.
       CANCEL "queryrun".

       WRITE-STATUS-PARA.
       MOVE WS-CLOSE-DATE TO ST-DATE.
       MOVE WS-JOB-INDEX TO ST-SEQ.
       MOVE WS-JOB-NAME(WS-JOB-INDEX) TO ST-PROGRAM.
       MOVE FUNCTION CURRENT-DATE (1:14) TO ST-STAMP.
