       IDENTIFICATION DIVISION.
       PROGRAM-ID. survey.

      *the customer feedback survey as the front desk puts it, in
      *the same shared-subprogram mould as shoplog: check-out calls
      *it with the visitor's PLAYER.DAT initials (spaces when they
      *have none) and where it is being asked (C check-out). the
      *questions are SURVEY.CFG, three to five lines the feedback
      *screen maintains - no file means no survey is running and
      *nothing is asked. each question is rated 1-5 (anything else
      *leaves it unrated), then one free line for anything else.
      *the answers go on SURVEY.DAT with the date and time, this
      *cabinet's number off MACHINE.CFG and the EVENTS.CFG event
      *live at the time, if any - the same record the game writes
      *when it asks at game over. a survey with nothing rated and
      *nothing said is not kept

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT questionFile ASSIGN TO "SURVEY.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUESTION-STATUS.

           SELECT surveyFile ASSIGN TO "SURVEY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SURVEY-STATUS.

           SELECT machineFile ASSIGN TO "MACHINE.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MACHINE-STATUS.

           SELECT eventsFile ASSIGN TO "EVENTS.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EVENTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  questionFile.
       01  QUESTION-RECORD PIC X(60).

      *one record per survey answered - SV-WHERE is G for asked at
      *the cabinet after a game, C for asked at check-out. an answer
      *of 0 is a question left unrated or not on the survey
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

       FD  machineFile.
       01  MACHINE-RECORD PIC X(1).

      *the same EVENTS.CFG entries the game and the launcher read
       FD  eventsFile.
       01  EVENTS-RECORD.
           05 EV-ID    PIC X(8).
           05 EV-DATE  PIC X(8).
           05 EV-START PIC X(4).
           05 EV-END   PIC X(4).
           05 EV-TYPE  PIC X(1).
           05 EV-VALUE PIC 9(2).

       WORKING-STORAGE SECTION.
       01  WS-QUESTION-STATUS PIC X(2).
       01  WS-SURVEY-STATUS   PIC X(2).
       01  WS-MACHINE-STATUS  PIC X(2).
       01  WS-EVENTS-STATUS   PIC X(2).
       01  WS-EOF PIC X(1) VALUE "N".
           88 WS-END-OF-FILE VALUE "Y".

       01  WS-QUESTION-TABLE.
           05 WS-QUESTION PIC X(60) OCCURS 5 TIMES.
       01  WS-QUESTION-COUNT PIC 9(1) VALUE 0.
       01  WS-QUESTION-INDEX PIC 9(1).
       01  WS-RATED          PIC 9(1) VALUE 0.
       01  WS-ANSWER-INP     PIC X(1).
       01  WS-REPLY          PIC X(1).
       01  WS-TODAY          PIC X(8).
       01  WS-NOW-HHMM       PIC X(4).

       01  WS-LOCK-NAME     PIC X(8) VALUE "SURVEY".
       01  WS-LOCK-ACTION   PIC X(4).
       01  WS-LOCK-RESULT   PIC X(1).

       01  WS-LOG-PROGRAM PIC X(12) VALUE "survey".
       01  WS-LOG-EVENT   PIC X(8).
       01  WS-LOG-TEXT    PIC X(30).

       LINKAGE SECTION.
       01 LI-INITIALS PIC X(3).
       01 LI-WHERE    PIC X(1).

       PROCEDURE DIVISION USING LI-INITIALS LI-WHERE.
       MAIN-PARA.
       PERFORM LOAD-QUESTIONS-PARA.
       IF WS-QUESTION-COUNT = 0 THEN
          GOBACK
       END-IF.
       DISPLAY "Would they answer a short survey? (Y/N)".
       ACCEPT WS-REPLY.
       MOVE FUNCTION UPPER-CASE (WS-REPLY) TO WS-REPLY.
       IF WS-REPLY NOT = "Y" THEN
          GOBACK
       END-IF.
       MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
       MOVE FUNCTION CURRENT-DATE (9:4) TO WS-NOW-HHMM.
       INITIALIZE SURVEY-RECORD.
       MOVE 0 TO WS-RATED.
       DISPLAY "1 is poor, 5 is excellent - Enter skips a question.".
       PERFORM VARYING WS-QUESTION-INDEX FROM 1 BY 1
       UNTIL WS-QUESTION-INDEX > WS-QUESTION-COUNT
          DISPLAY WS-QUESTION-INDEX ". "
             FUNCTION TRIM(WS-QUESTION(WS-QUESTION-INDEX))
          MOVE SPACE TO WS-ANSWER-INP
          ACCEPT WS-ANSWER-INP
          IF WS-ANSWER-INP >= "1" AND WS-ANSWER-INP <= "5" THEN
             MOVE WS-ANSWER-INP TO SV-ANSWER(WS-QUESTION-INDEX)
             ADD 1 TO WS-RATED
          END-IF
       END-PERFORM.
       DISPLAY "Anything else they would like to tell us?".
       ACCEPT SV-COMMENT.
       IF WS-RATED = 0 AND SV-COMMENT = SPACES THEN
          DISPLAY "Nothing to keep - survey not recorded."
          GOBACK
       END-IF.
       MOVE WS-TODAY TO SV-DATE.
       MOVE WS-NOW-HHMM TO SV-TIME.
       PERFORM FIND-MACHINE-PARA.
       PERFORM FIND-LIVE-EVENT-PARA.
       MOVE LI-INITIALS TO SV-INITIALS.
       MOVE LI-WHERE TO SV-WHERE.
       PERFORM APPEND-SURVEY-PARA.
       MOVE "SURVEY" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       STRING LI-WHERE " " LI-INITIALS " " WS-RATED " RATED"
             DELIMITED BY SIZE INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       DISPLAY "Thank you - the survey is recorded.".
       GOBACK.

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

      *which cabinet this is, 1-4 the way the fleet report numbers
      *them - no MACHINE.CFG means machine 1
       FIND-MACHINE-PARA.
       MOVE 1 TO SV-MACHINE.
       OPEN INPUT machineFile.
       IF WS-MACHINE-STATUS = "00" THEN
          READ machineFile
             AT END CONTINUE
             NOT AT END
                IF MACHINE-RECORD IS NUMERIC AND
                   MACHINE-RECORD NOT = "0" AND
                   MACHINE-RECORD NOT > "4" THEN
                   MOVE MACHINE-RECORD TO SV-MACHINE
                END-IF
          END-READ
          CLOSE machineFile
       END-IF.

      *the first entry whose date (or the standing all-zeros date)
      *and time window cover right now, the way the game picks it
       FIND-LIVE-EVENT-PARA.
       MOVE SPACES TO SV-EVENT-ID.
       MOVE "N" TO WS-EOF.
       OPEN INPUT eventsFile.
       IF WS-EVENTS-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ eventsFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF SV-EVENT-ID = SPACES AND EV-ID NOT = SPACES
                   AND (EV-DATE = "00000000" OR
                   EV-DATE = WS-TODAY) AND
                   WS-NOW-HHMM >= EV-START AND
                   WS-NOW-HHMM <= EV-END THEN
                   MOVE EV-ID TO SV-EVENT-ID
                END-IF
          END-READ
       END-PERFORM.
       CLOSE eventsFile.

      *the cabinets append here too, so the write goes under the
      *same named lock the game takes
       APPEND-SURVEY-PARA.
       MOVE "TAKE" TO WS-LOCK-ACTION.
       CALL "filelock" USING WS-LOCK-NAME WS-LOG-PROGRAM
             WS-LOCK-ACTION WS-LOCK-RESULT.
       OPEN EXTEND surveyFile.
       IF WS-SURVEY-STATUS = "35" OR WS-SURVEY-STATUS = "05" THEN
          CLOSE surveyFile
          OPEN OUTPUT surveyFile
       END-IF.
       IF WS-SURVEY-STATUS = "00" THEN
          WRITE SURVEY-RECORD
          CLOSE surveyFile
       ELSE
          DISPLAY "SURVEY.DAT COULD NOT BE WRITTEN - "
             WS-SURVEY-STATUS
       END-IF.
       MOVE "FREE" TO WS-LOCK-ACTION.
       CALL "filelock" USING WS-LOCK-NAME WS-LOG-PROGRAM
             WS-LOCK-ACTION WS-LOCK-RESULT.

       END PROGRAM survey.
