       IDENTIFICATION DIVISION.
       PROGRAM-ID. eventperf.

      *does an event pay for itself. every EVENTS.CFG window that has
      *run is set beside the same weekday and the same hours in the
      *four weeks before it - normal trading for that slot - and
      *five measures compared: games finished, unique players, net
      *tokens charged, visitors checked in and the average score.
      *a dated entry runs once on its date; a standing all-zeros
      *entry has run on every date a game was tagged with its id
      *on SESSION.LOG. the games, players and scores come off the
      *timed GAMEOVER lines the game writes to SHOPLOG.DAT (the
      *other cabinets' logs collected as SHOPLOG2-4.DAT, the way
      *the fleet dashboard takes them); a comparison-week game that
      *was itself played under an event is not normal trading and
      *is left out. tokens are the TOKENSUSED movements on
      *OPERAUDIT.DAT, refunds coming back off, and visitors the
      *VISITORS.LOG check-ins inside the window. each occurrence
      *gets a percentage uplift per measure and a verdict on its
      *games uplift against the EVENTPERF.CFG bar (percent, 20 if
      *no file), and the season closes with the same verdict per
      *event type. EVENTPERF.RPT is filed on the report catalog

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT eventsFile ASSIGN TO "EVENTS.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EVENTS-STATUS.

           SELECT sessionFile ASSIGN TO WS-SESSION-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SESSION-STATUS.

           SELECT shopLogFile ASSIGN TO WS-SHOPLOG-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SHOPLOG-STATUS.

           SELECT auditFile ASSIGN TO "OPERAUDIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT visitorFile ASSIGN TO "VISITORS.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VISITOR-STATUS.

           SELECT cfgFile ASSIGN TO "EVENTPERF.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CFG-STATUS.

           SELECT dutyFile ASSIGN TO "ONDUTY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DUTY-STATUS.

           SELECT reportFile ASSIGN TO "EVENTPERF.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *the same EVENTS.CFG entries the game and the launcher read -
      *an all-zeros date is a standing daily window
       FD  eventsFile.
       01  EVENTS-RECORD.
           05 EV-ID    PIC X(8).
           05 EV-DATE  PIC X(8).
           05 EV-START PIC X(4).
           05 EV-END   PIC X(4).
           05 EV-TYPE  PIC X(1).
           05 EV-VALUE PIC 9(2).

      *only the date and the event tag are looked at on the game's
      *summary record
       FD  sessionFile.
       01  SESSION-RECORD.
           05 SS-DATE     PIC X(8).
           05 FILLER      PIC X(63).
           05 SS-EVENT-ID PIC X(8).

      *same records shoplog appends - a GAMEOVER line carries the
      *score, the signed-in initials and the live event id
       FD  shopLogFile.
       01  LOG-RECORD.
           05 SL-STAMP   PIC X(14).
           05 SL-PROGRAM PIC X(12).
           05 SL-EVENT   PIC X(8).
           05 SL-TEXT.
              10 SL-SCORE    PIC X(10).
              10 FILLER      PIC X(1).
              10 SL-INITIALS PIC X(3).
              10 FILLER      PIC X(1).
              10 SL-EVENT-ID PIC X(8).
              10 FILLER      PIC X(7).

      *same counter audit the launcher writes on every posting
       FD  auditFile.
       01  AUDIT-RECORD.
           05 AU-NAME  PIC X(12).
           05 AU-OLD   PIC 9(8).
           05 AU-NEW   PIC 9(8).
           05 AU-STAMP PIC X(14).

       FD  visitorFile.
       01  VISITOR-RECORD.
           05 VR-NAME     PIC X(20).
           05 VR-DATE     PIC X(8).
           05 VR-TIME-IN  PIC X(6).
           05 VR-TIME-OUT PIC X(6).

      *the games uplift, in percent, an event must reach to be said
      *to earn its keep
       FD  cfgFile.
       01  CFG-RECORD.
           05 EC-BAR PIC 9(3).

       FD  dutyFile.
       01  DUTY-RECORD.
           05 OD-OPERATOR PIC X(3).
           05 OD-STAMP    PIC X(14).

       FD  reportFile.
       01  REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-EVENTS-STATUS  PIC X(2).
       01  WS-SESSION-STATUS PIC X(2).
       01  WS-SHOPLOG-STATUS PIC X(2).
       01  WS-AUDIT-STATUS   PIC X(2).
       01  WS-VISITOR-STATUS PIC X(2).
       01  WS-CFG-STATUS     PIC X(2).
       01  WS-DUTY-STATUS    PIC X(2).
       01  WS-REPORT-STATUS  PIC X(2).
       01  WS-EOF PIC X(1) VALUE "N".
           88 WS-END-OF-FILE VALUE "Y".

       01  WS-SESSION-NAME PIC X(14).
       01  WS-SHOPLOG-NAME PIC X(14).
       01  WS-MACHINE      PIC 9(1).

       01  WS-BAR          PIC 9(3) VALUE 20.

      *the season being reported, both ends inclusive
       01  WS-FROM-DATE    PIC X(8).
       01  WS-TO-DATE      PIC X(8).
       01  WS-DATE-INP     PIC X(8).
       01  WS-VAL-FIELD    PIC X(30).
       01  WS-VAL-RULE     PIC X(8) VALUE "DATE".
       01  WS-VAL-PASS     PIC X(1).
       01  WS-VAL-REASON   PIC X(2).

       01  WS-EVENT-TABLE.
           05 WS-EVENT-ENTRY OCCURS 50 TIMES.
              10 WS-EV-ID    PIC X(8).
              10 WS-EV-DATE  PIC X(8).
              10 WS-EV-START PIC X(4).
              10 WS-EV-END   PIC X(4).
              10 WS-EV-TYPE  PIC X(1).
       01  WS-EVENT-COUNT  PIC 9(2) VALUE 0.
       01  WS-EVENT-INDEX  PIC 9(2).

      *one row per time an event ran. slot 1 is the event itself,
      *slots 2-5 the same weekday one to four weeks earlier
       01  WS-OCC-TABLE.
           05 WS-OCC-ENTRY OCCURS 100 TIMES.
              10 WS-OC-ID    PIC X(8).
              10 WS-OC-DATE  PIC X(8).
              10 WS-OC-START PIC X(4).
              10 WS-OC-END   PIC X(4).
              10 WS-OC-TYPE  PIC X(1).
              10 WS-OC-SLOT OCCURS 5 TIMES.
                 15 WS-OS-DATE     PIC X(8).
                 15 WS-OS-GAMES    PIC 9(5).
                 15 WS-OS-SCORE    PIC 9(12).
                 15 WS-OS-TOKENS   PIC S9(6).
                 15 WS-OS-VISITORS PIC 9(5).
                 15 WS-OS-PLAYERS  PIC 9(3).
                 15 WS-OS-INITIALS PIC X(3) OCCURS 50 TIMES.
       01  WS-OCC-COUNT    PIC 9(3) VALUE 0.
       01  WS-OCC-INDEX    PIC 9(3).
       01  WS-SLOT         PIC 9(1).
       01  WS-INIT-INDEX   PIC 9(3).
       01  WS-INIT-FOUND   PIC X(1).

      *the record being matched against every slot
       01  WS-REC-DATE     PIC X(8).
       01  WS-REC-HHMM     PIC X(4).
       01  WS-REC-TAGGED   PIC X(1).
       01  WS-REC-KIND     PIC X(1).
       01  WS-REC-SCORE    PIC 9(10).
       01  WS-REC-INITIALS PIC X(3).
       01  WS-REC-TOKENS   PIC S9(6).

       01  WS-DATE-NUM     PIC 9(8).
       01  WS-DATE-INT     PIC 9(8).
       01  WS-WEEKS-BACK   PIC 9(2).

      *one occurrence's event figure against its normal-trading
      *average, measure by measure
       01  WS-MEASURE-NAME PIC X(12).
       01  WS-EVENT-FIG    PIC S9(9)V99.
       01  WS-BASE-FIG     PIC S9(9)V99.
       01  WS-UPLIFT       PIC S9(5).
       01  WS-UPLIFT-OK    PIC X(1).
       01  WS-GAMES-UPLIFT PIC S9(5).
       01  WS-GAMES-OK     PIC X(1).
       01  WS-SUM-GAMES    PIC 9(7).
       01  WS-SUM-SCORE    PIC 9(14).
       01  WS-SUM-TOKENS   PIC S9(7).
       01  WS-SUM-VISITORS PIC 9(7).
       01  WS-SUM-PLAYERS  PIC 9(5).
       01  WS-VERDICT      PIC X(40).

      *the season rolled up by event type: M score multiplier,
      *D daily challenge, F free play, anything else
       01  WS-TYPE-TABLE.
           05 WS-TYPE-ENTRY OCCURS 4 TIMES.
              10 WS-TY-CODE     PIC X(1).
              10 WS-TY-NAME     PIC X(16).
              10 WS-TY-RUNS     PIC 9(4).
              10 WS-TY-EV-GAMES PIC 9(7).
              10 WS-TY-BS-GAMES PIC 9(7)V99.
              10 WS-TY-EV-TOKENS PIC S9(7).
              10 WS-TY-BS-TOKENS PIC S9(7)V99.
              10 WS-TY-EV-VISITS PIC 9(7).
              10 WS-TY-BS-VISITS PIC 9(7)V99.
       01  WS-TYPE-INDEX   PIC 9(1).

       01  WS-OPERATOR      PIC X(3).
       01  WS-TODAY         PIC X(8).
       01  WS-DISPLAY-EVENT PIC Z(8)9.
       01  WS-DISPLAY-BASE  PIC Z(6)9.99.
       01  WS-DISPLAY-UP    PIC -(4)9.
       01  WS-DISPLAY-NUM   PIC ZZZ9.
       01  WS-DISPLAY-TOKENS PIC -(6)9.

       01  WS-LOG-PROGRAM PIC X(12) VALUE "eventperf".
       01  WS-LOG-EVENT   PIC X(8).
       01  WS-LOG-TEXT    PIC X(30).
       01  WS-REPORT-NAME PIC X(20) VALUE "EVENTPERF.RPT".

       PROCEDURE DIVISION.
       MAIN-PARA.
       MOVE "STARTUP" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
       PERFORM FIND-OPERATOR-PARA.
       PERFORM LOAD-CONFIG-PARA.
       PERFORM ASK-SEASON-PARA.
       PERFORM LOAD-EVENTS-PARA.
       IF WS-EVENT-COUNT = 0 THEN
          DISPLAY "NO EVENTS ON EVENTS.CFG - NOTHING TO REPORT."
       ELSE
          PERFORM FIND-OCCURRENCES-PARA
          IF WS-OCC-COUNT = 0 THEN
             DISPLAY "NO EVENT RAN IN THAT SEASON."
          ELSE
             PERFORM SWEEP-GAMES-PARA
             PERFORM SWEEP-TOKENS-PARA
             PERFORM SWEEP-VISITORS-PARA
             PERFORM WRITE-REPORT-PARA
          END-IF
       END-IF.
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

       LOAD-CONFIG-PARA.
       OPEN INPUT cfgFile.
       IF WS-CFG-STATUS = "00" THEN
          READ cfgFile
             AT END CONTINUE
             NOT AT END
                IF EC-BAR IS NUMERIC THEN
                   MOVE EC-BAR TO WS-BAR
                END-IF
          END-READ
          CLOSE cfgFile
       END-IF.

       ASK-SEASON-PARA.
      *a blank start is the beginning of the records, a blank end
      *is yesterday - today's events are still running
       MOVE "00000000" TO WS-FROM-DATE.
       DISPLAY "SEASON FROM (YYYYMMDD, BLANK = ALL):".
       MOVE SPACES TO WS-DATE-INP.
       ACCEPT WS-DATE-INP.
       IF WS-DATE-INP NOT = SPACES THEN
          PERFORM CHECK-DATE-PARA
          IF WS-VAL-PASS = "Y" THEN
             MOVE WS-DATE-INP TO WS-FROM-DATE
          ELSE
             DISPLAY "NOT A DATE - REPORTING FROM THE START."
          END-IF
       END-IF.
       MOVE WS-TODAY TO WS-DATE-NUM.
       COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
          - 1.
       MOVE FUNCTION DATE-OF-INTEGER (WS-DATE-INT) TO WS-DATE-NUM.
       MOVE WS-DATE-NUM TO WS-TO-DATE.
       DISPLAY "SEASON TO (YYYYMMDD, BLANK = YESTERDAY):".
       MOVE SPACES TO WS-DATE-INP.
       ACCEPT WS-DATE-INP.
       IF WS-DATE-INP NOT = SPACES THEN
          PERFORM CHECK-DATE-PARA
          IF WS-VAL-PASS = "Y" AND WS-DATE-INP < WS-TO-DATE THEN
             MOVE WS-DATE-INP TO WS-TO-DATE
          ELSE
             DISPLAY "REPORTING TO YESTERDAY."
          END-IF
       END-IF.

       CHECK-DATE-PARA.
       MOVE SPACES TO WS-VAL-FIELD.
       MOVE WS-DATE-INP TO WS-VAL-FIELD.
       CALL "fieldvalidator" USING WS-VAL-FIELD WS-VAL-RULE
             WS-VAL-PASS WS-VAL-REASON.

      *=================================================
      *   WHICH EVENTS RAN, AND WHEN
      *=================================================
       LOAD-EVENTS-PARA.
       MOVE 0 TO WS-EVENT-COUNT.
       MOVE "N" TO WS-EOF.
       OPEN INPUT eventsFile.
       IF WS-EVENTS-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ eventsFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF EV-ID NOT = SPACES AND WS-EVENT-COUNT < 50 THEN
                   ADD 1 TO WS-EVENT-COUNT
                   MOVE EV-ID TO WS-EV-ID(WS-EVENT-COUNT)
                   MOVE EV-DATE TO WS-EV-DATE(WS-EVENT-COUNT)
                   MOVE EV-START TO WS-EV-START(WS-EVENT-COUNT)
                   MOVE EV-END TO WS-EV-END(WS-EVENT-COUNT)
                   MOVE EV-TYPE TO WS-EV-TYPE(WS-EVENT-COUNT)
                END-IF
          END-READ
       END-PERFORM.
       CLOSE eventsFile.

       FIND-OCCURRENCES-PARA.
      *dated entries straight off the table, standing ones off the
      *dates their id turns up on the collected session logs
       MOVE 0 TO WS-OCC-COUNT.
       INITIALIZE WS-OCC-TABLE.
       PERFORM VARYING WS-EVENT-INDEX FROM 1 BY 1
       UNTIL WS-EVENT-INDEX > WS-EVENT-COUNT
          IF WS-EV-DATE(WS-EVENT-INDEX) NOT = "00000000" THEN
             MOVE WS-EV-DATE(WS-EVENT-INDEX) TO WS-REC-DATE
             PERFORM ADD-OCCURRENCE-PARA
          END-IF
       END-PERFORM.
       PERFORM VARYING WS-MACHINE FROM 1 BY 1 UNTIL WS-MACHINE > 4
          PERFORM SET-MACHINE-NAMES-PARA
          MOVE "N" TO WS-EOF
          OPEN INPUT sessionFile
          IF WS-SESSION-STATUS = "00" THEN
             PERFORM UNTIL WS-END-OF-FILE
                READ sessionFile
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                      IF SS-EVENT-ID NOT = SPACES THEN
                         PERFORM TAKE-STANDING-RUN-PARA
                      END-IF
                END-READ
             END-PERFORM
             CLOSE sessionFile
          END-IF
       END-PERFORM.

       TAKE-STANDING-RUN-PARA.
       PERFORM VARYING WS-EVENT-INDEX FROM 1 BY 1
       UNTIL WS-EVENT-INDEX > WS-EVENT-COUNT
          IF WS-EV-ID(WS-EVENT-INDEX) = SS-EVENT-ID AND
             WS-EV-DATE(WS-EVENT-INDEX) = "00000000" THEN
             MOVE SS-DATE TO WS-REC-DATE
             PERFORM ADD-OCCURRENCE-PARA
          END-IF
       END-PERFORM.

       ADD-OCCURRENCE-PARA.
      *WS-EVENT-INDEX run on WS-REC-DATE, once, inside the season
       IF WS-REC-DATE < WS-FROM-DATE OR WS-REC-DATE > WS-TO-DATE
          OR WS-REC-DATE IS NOT NUMERIC THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-OCC-INDEX FROM 1 BY 1
       UNTIL WS-OCC-INDEX > WS-OCC-COUNT
          IF WS-OC-ID(WS-OCC-INDEX) = WS-EV-ID(WS-EVENT-INDEX) AND
             WS-OC-DATE(WS-OCC-INDEX) = WS-REC-DATE THEN
             EXIT PARAGRAPH
          END-IF
       END-PERFORM.
       IF WS-OCC-COUNT >= 100 THEN
          EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-OCC-COUNT.
       MOVE WS-EV-ID(WS-EVENT-INDEX) TO WS-OC-ID(WS-OCC-COUNT).
       MOVE WS-REC-DATE TO WS-OC-DATE(WS-OCC-COUNT).
       MOVE WS-EV-START(WS-EVENT-INDEX) TO WS-OC-START(WS-OCC-COUNT).
       MOVE WS-EV-END(WS-EVENT-INDEX) TO WS-OC-END(WS-OCC-COUNT).
       MOVE WS-EV-TYPE(WS-EVENT-INDEX) TO WS-OC-TYPE(WS-OCC-COUNT).
       MOVE WS-REC-DATE TO WS-OS-DATE(WS-OCC-COUNT, 1).
       MOVE WS-REC-DATE TO WS-DATE-NUM.
       PERFORM VARYING WS-SLOT FROM 2 BY 1 UNTIL WS-SLOT > 5
          COMPUTE WS-WEEKS-BACK = WS-SLOT - 1
          COMPUTE WS-DATE-INT =
             FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
             - WS-WEEKS-BACK * 7
          MOVE FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
             TO WS-OS-DATE(WS-OCC-COUNT, WS-SLOT)
       END-PERFORM.

       SET-MACHINE-NAMES-PARA.
       IF WS-MACHINE = 1 THEN
          MOVE "SESSION.LOG" TO WS-SESSION-NAME
          MOVE "SHOPLOG.DAT" TO WS-SHOPLOG-NAME
       ELSE
          MOVE SPACES TO WS-SESSION-NAME WS-SHOPLOG-NAME
          STRING "SESSION" WS-MACHINE ".LOG"
             DELIMITED BY SIZE INTO WS-SESSION-NAME
          STRING "SHOPLOG" WS-MACHINE ".DAT"
             DELIMITED BY SIZE INTO WS-SHOPLOG-NAME
       END-IF.

      *=================================================
      *   THE THREE SWEEPS
      *=================================================
       SWEEP-GAMES-PARA.
       MOVE "G" TO WS-REC-KIND.
       PERFORM VARYING WS-MACHINE FROM 1 BY 1 UNTIL WS-MACHINE > 4
          PERFORM SET-MACHINE-NAMES-PARA
          MOVE "N" TO WS-EOF
          OPEN INPUT shopLogFile
          IF WS-SHOPLOG-STATUS = "00" THEN
             PERFORM UNTIL WS-END-OF-FILE
                READ shopLogFile
                   AT END MOVE "Y" TO WS-EOF
                   NOT AT END
                      IF SL-PROGRAM = "cobol_tetris" AND
                         SL-EVENT = "GAMEOVER" THEN
                         PERFORM TAKE-GAMEOVER-PARA
                      END-IF
                END-READ
             END-PERFORM
             CLOSE shopLogFile
          END-IF
       END-PERFORM.

       TAKE-GAMEOVER-PARA.
       MOVE SL-STAMP (1:8) TO WS-REC-DATE.
       MOVE SL-STAMP (9:4) TO WS-REC-HHMM.
       MOVE 0 TO WS-REC-SCORE.
       IF SL-SCORE IS NUMERIC THEN
          MOVE SL-SCORE TO WS-REC-SCORE
       END-IF.
       MOVE SL-INITIALS TO WS-REC-INITIALS.
       IF WS-REC-INITIALS = "???" THEN
          MOVE SPACES TO WS-REC-INITIALS
       END-IF.
       IF SL-EVENT-ID = SPACES THEN
          MOVE "N" TO WS-REC-TAGGED
       ELSE
          MOVE "Y" TO WS-REC-TAGGED
       END-IF.
       PERFORM MATCH-SLOTS-PARA.

       SWEEP-TOKENS-PARA.
       MOVE "T" TO WS-REC-KIND.
       MOVE "N" TO WS-REC-TAGGED.
       MOVE "N" TO WS-EOF.
       OPEN INPUT auditFile.
       IF WS-AUDIT-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ auditFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF AU-NAME = "TOKENSUSED" AND AU-OLD IS NUMERIC
                   AND AU-NEW IS NUMERIC THEN
                   MOVE AU-STAMP (1:8) TO WS-REC-DATE
                   MOVE AU-STAMP (9:4) TO WS-REC-HHMM
                   COMPUTE WS-REC-TOKENS = AU-NEW - AU-OLD
                   PERFORM MATCH-SLOTS-PARA
                END-IF
          END-READ
       END-PERFORM.
       CLOSE auditFile.

       SWEEP-VISITORS-PARA.
       MOVE "V" TO WS-REC-KIND.
       MOVE "N" TO WS-REC-TAGGED.
       MOVE "N" TO WS-EOF.
       OPEN INPUT visitorFile.
       IF WS-VISITOR-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ visitorFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                MOVE VR-DATE TO WS-REC-DATE
                MOVE VR-TIME-IN (1:4) TO WS-REC-HHMM
                PERFORM MATCH-SLOTS-PARA
          END-READ
       END-PERFORM.
       CLOSE visitorFile.

       MATCH-SLOTS-PARA.
      *the record counts towards every occurrence slot whose date
      *it falls on and whose hours it falls inside
       PERFORM VARYING WS-OCC-INDEX FROM 1 BY 1
       UNTIL WS-OCC-INDEX > WS-OCC-COUNT
          IF WS-REC-HHMM >= WS-OC-START(WS-OCC-INDEX) AND
             WS-REC-HHMM <= WS-OC-END(WS-OCC-INDEX) THEN
             PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 5
                IF WS-OS-DATE(WS-OCC-INDEX, WS-SLOT) = WS-REC-DATE
                   AND (WS-SLOT = 1 OR WS-REC-TAGGED = "N") THEN
                   PERFORM COUNT-IN-SLOT-PARA
                END-IF
             END-PERFORM
          END-IF
       END-PERFORM.

       COUNT-IN-SLOT-PARA.
       EVALUATE WS-REC-KIND
       WHEN "G"
          ADD 1 TO WS-OS-GAMES(WS-OCC-INDEX, WS-SLOT)
          ADD WS-REC-SCORE TO WS-OS-SCORE(WS-OCC-INDEX, WS-SLOT)
          IF WS-REC-INITIALS NOT = SPACES THEN
             PERFORM COUNT-PLAYER-PARA
          END-IF
       WHEN "T"
          ADD WS-REC-TOKENS TO WS-OS-TOKENS(WS-OCC-INDEX, WS-SLOT)
       WHEN "V"
          ADD 1 TO WS-OS-VISITORS(WS-OCC-INDEX, WS-SLOT)
       END-EVALUATE.

       COUNT-PLAYER-PARA.
       MOVE "N" TO WS-INIT-FOUND.
       PERFORM VARYING WS-INIT-INDEX FROM 1 BY 1
       UNTIL WS-INIT-INDEX > WS-OS-PLAYERS(WS-OCC-INDEX, WS-SLOT)
          IF WS-OS-INITIALS(WS-OCC-INDEX, WS-SLOT, WS-INIT-INDEX)
             = WS-REC-INITIALS THEN
             MOVE "Y" TO WS-INIT-FOUND
          END-IF
       END-PERFORM.
       IF WS-INIT-FOUND = "N" AND
             WS-OS-PLAYERS(WS-OCC-INDEX, WS-SLOT) < 50 THEN
          ADD 1 TO WS-OS-PLAYERS(WS-OCC-INDEX, WS-SLOT)
          MOVE WS-REC-INITIALS TO WS-OS-INITIALS(WS-OCC-INDEX,
             WS-SLOT, WS-OS-PLAYERS(WS-OCC-INDEX, WS-SLOT))
       END-IF.

      *=================================================
      *   THE REPORT
      *=================================================
       WRITE-REPORT-PARA.
       OPEN OUTPUT reportFile.
       IF WS-REPORT-STATUS NOT = "00" THEN
          DISPLAY "EVENTPERF.RPT COULD NOT BE OPENED - "
             WS-REPORT-STATUS
          EXIT PARAGRAPH
       END-IF.
       PERFORM SETUP-TYPE-TABLE-PARA.
       MOVE WS-BAR TO WS-DISPLAY-NUM.
       MOVE SPACES TO REPORT-LINE.
       STRING "EVENT PERFORMANCE " WS-FROM-DATE " TO " WS-TO-DATE
             "   PRINTED " WS-TODAY " BY " WS-OPERATOR
          DELIMITED BY SIZE INTO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       STRING "EACH WINDOW AGAINST THE SAME WEEKDAY AND HOURS IN THE "
             "FOUR WEEKS BEFORE; BAR " WS-DISPLAY-NUM " PCT"
          DELIMITED BY SIZE INTO REPORT-LINE.
       WRITE REPORT-LINE.
       PERFORM VARYING WS-OCC-INDEX FROM 1 BY 1
       UNTIL WS-OCC-INDEX > WS-OCC-COUNT
          PERFORM REPORT-OCCURRENCE-PARA
       END-PERFORM.
       PERFORM REPORT-SEASON-PARA.
       CLOSE reportFile.
       CALL "rptfile" USING WS-REPORT-NAME WS-LOG-PROGRAM
             WS-OPERATOR.
       MOVE WS-OCC-COUNT TO WS-DISPLAY-NUM.
       MOVE "EVENTPRF" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       STRING WS-DISPLAY-NUM " EVENT RUN(S) COMPARED"
          DELIMITED BY SIZE INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       DISPLAY WS-DISPLAY-NUM " EVENT RUN(S) COMPARED - SEE "
          "EVENTPERF.RPT.".

       SETUP-TYPE-TABLE-PARA.
       INITIALIZE WS-TYPE-TABLE.
       MOVE "M" TO WS-TY-CODE(1).
       MOVE "SCORE MULTIPLIER" TO WS-TY-NAME(1).
       MOVE "D" TO WS-TY-CODE(2).
       MOVE "DAILY CHALLENGE" TO WS-TY-NAME(2).
       MOVE "F" TO WS-TY-CODE(3).
       MOVE "FREE PLAY" TO WS-TY-NAME(3).
       MOVE "?" TO WS-TY-CODE(4).
       MOVE "OTHER" TO WS-TY-NAME(4).

       REPORT-OCCURRENCE-PARA.
       MOVE 4 TO WS-TYPE-INDEX.
       PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 3
          IF WS-TY-CODE(WS-SLOT) = WS-OC-TYPE(WS-OCC-INDEX) THEN
             MOVE WS-SLOT TO WS-TYPE-INDEX
          END-IF
       END-PERFORM.
       ADD 1 TO WS-TY-RUNS(WS-TYPE-INDEX).
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       STRING WS-OC-ID(WS-OCC-INDEX) "  " WS-OC-DATE(WS-OCC-INDEX)
             "  " WS-OC-START(WS-OCC-INDEX) "-" WS-OC-END(WS-OCC-INDEX)
             "  " WS-TY-NAME(WS-TYPE-INDEX)
             "   COMPARED WITH " WS-OS-DATE(WS-OCC-INDEX, 5) " TO "
             WS-OS-DATE(WS-OCC-INDEX, 2)
          DELIMITED BY SIZE INTO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE "  MEASURE         EVENT    4-WK AVG   UPLIFT PCT"
          TO REPORT-LINE.
       WRITE REPORT-LINE.
      *games - the measure the verdict turns on
       MOVE "GAMES" TO WS-MEASURE-NAME.
       MOVE WS-OS-GAMES(WS-OCC-INDEX, 1) TO WS-EVENT-FIG.
       PERFORM SUM-BASELINE-PARA.
       COMPUTE WS-BASE-FIG ROUNDED = WS-SUM-GAMES / 4.
       PERFORM WRITE-MEASURE-PARA.
       MOVE WS-UPLIFT TO WS-GAMES-UPLIFT.
       MOVE WS-UPLIFT-OK TO WS-GAMES-OK.
       ADD WS-OS-GAMES(WS-OCC-INDEX, 1)
          TO WS-TY-EV-GAMES(WS-TYPE-INDEX).
       ADD WS-BASE-FIG TO WS-TY-BS-GAMES(WS-TYPE-INDEX).
       MOVE "PLAYERS" TO WS-MEASURE-NAME.
       MOVE WS-OS-PLAYERS(WS-OCC-INDEX, 1) TO WS-EVENT-FIG.
       COMPUTE WS-BASE-FIG ROUNDED = WS-SUM-PLAYERS / 4.
       PERFORM WRITE-MEASURE-PARA.
       MOVE "TOKENS" TO WS-MEASURE-NAME.
       MOVE WS-OS-TOKENS(WS-OCC-INDEX, 1) TO WS-EVENT-FIG.
       COMPUTE WS-BASE-FIG ROUNDED = WS-SUM-TOKENS / 4.
       PERFORM WRITE-MEASURE-PARA.
       ADD WS-OS-TOKENS(WS-OCC-INDEX, 1)
          TO WS-TY-EV-TOKENS(WS-TYPE-INDEX).
       ADD WS-BASE-FIG TO WS-TY-BS-TOKENS(WS-TYPE-INDEX).
       MOVE "VISITORS" TO WS-MEASURE-NAME.
       MOVE WS-OS-VISITORS(WS-OCC-INDEX, 1) TO WS-EVENT-FIG.
       COMPUTE WS-BASE-FIG ROUNDED = WS-SUM-VISITORS / 4.
       PERFORM WRITE-MEASURE-PARA.
       ADD WS-OS-VISITORS(WS-OCC-INDEX, 1)
          TO WS-TY-EV-VISITS(WS-TYPE-INDEX).
       ADD WS-BASE-FIG TO WS-TY-BS-VISITS(WS-TYPE-INDEX).
       MOVE "AVG SCORE" TO WS-MEASURE-NAME.
       MOVE 0 TO WS-EVENT-FIG.
       IF WS-OS-GAMES(WS-OCC-INDEX, 1) > 0 THEN
          COMPUTE WS-EVENT-FIG ROUNDED =
             WS-OS-SCORE(WS-OCC-INDEX, 1) /
             WS-OS-GAMES(WS-OCC-INDEX, 1)
       END-IF.
       MOVE 0 TO WS-BASE-FIG.
       IF WS-SUM-GAMES > 0 THEN
          COMPUTE WS-BASE-FIG ROUNDED = WS-SUM-SCORE / WS-SUM-GAMES
       END-IF.
       PERFORM WRITE-MEASURE-PARA.
       MOVE WS-GAMES-UPLIFT TO WS-UPLIFT.
       MOVE WS-GAMES-OK TO WS-UPLIFT-OK.
       PERFORM SET-VERDICT-PARA.
       MOVE SPACES TO REPORT-LINE.
       STRING "  VERDICT: " WS-VERDICT
          DELIMITED BY SIZE INTO REPORT-LINE.
       WRITE REPORT-LINE.
       IF WS-OC-TYPE(WS-OCC-INDEX) = "F" THEN
          MOVE WS-SUM-TOKENS TO WS-EVENT-FIG
          COMPUTE WS-BASE-FIG ROUNDED = WS-EVENT-FIG / 4
          MOVE WS-BASE-FIG TO WS-DISPLAY-BASE
          MOVE SPACES TO REPORT-LINE
          STRING "  FREE PLAY GAVE AWAY ABOUT " WS-DISPLAY-BASE
                " TOKENS OF A NORMAL WINDOW'S TAKE"
             DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE
       END-IF.

       SUM-BASELINE-PARA.
      *the four comparison weeks added up, measure by measure
       MOVE 0 TO WS-SUM-GAMES WS-SUM-SCORE WS-SUM-TOKENS
             WS-SUM-VISITORS WS-SUM-PLAYERS.
       PERFORM VARYING WS-SLOT FROM 2 BY 1 UNTIL WS-SLOT > 5
          ADD WS-OS-GAMES(WS-OCC-INDEX, WS-SLOT) TO WS-SUM-GAMES
          ADD WS-OS-SCORE(WS-OCC-INDEX, WS-SLOT) TO WS-SUM-SCORE
          ADD WS-OS-TOKENS(WS-OCC-INDEX, WS-SLOT) TO WS-SUM-TOKENS
          ADD WS-OS-VISITORS(WS-OCC-INDEX, WS-SLOT) TO WS-SUM-VISITORS
          ADD WS-OS-PLAYERS(WS-OCC-INDEX, WS-SLOT) TO WS-SUM-PLAYERS
       END-PERFORM.

       WRITE-MEASURE-PARA.
      *no uplift can be worked out against an empty comparison
       MOVE "N" TO WS-UPLIFT-OK.
       MOVE 0 TO WS-UPLIFT.
       IF WS-BASE-FIG > 0 THEN
          COMPUTE WS-UPLIFT ROUNDED =
             (WS-EVENT-FIG - WS-BASE-FIG) * 100 / WS-BASE-FIG
             ON SIZE ERROR MOVE 99999 TO WS-UPLIFT
          END-COMPUTE
          MOVE "Y" TO WS-UPLIFT-OK
       END-IF.
       MOVE WS-EVENT-FIG TO WS-DISPLAY-EVENT.
       MOVE WS-BASE-FIG TO WS-DISPLAY-BASE.
       MOVE WS-UPLIFT TO WS-DISPLAY-UP.
       MOVE SPACES TO REPORT-LINE.
       IF WS-UPLIFT-OK = "Y" THEN
          STRING "  " WS-MEASURE-NAME WS-DISPLAY-EVENT "  "
                WS-DISPLAY-BASE "    " WS-DISPLAY-UP
             DELIMITED BY SIZE INTO REPORT-LINE
       ELSE
          STRING "  " WS-MEASURE-NAME WS-DISPLAY-EVENT "  "
                WS-DISPLAY-BASE "      N/A"
             DELIMITED BY SIZE INTO REPORT-LINE
       END-IF.
       WRITE REPORT-LINE.

       SET-VERDICT-PARA.
      *turns on the games uplift in WS-UPLIFT
       EVALUATE TRUE
       WHEN WS-UPLIFT-OK NOT = "Y"
          MOVE "NO NORMAL TRADING TO COMPARE" TO WS-VERDICT
       WHEN WS-UPLIFT >= WS-BAR
          MOVE "EARNS ITS KEEP - BUSIER THAN NORMAL" TO WS-VERDICT
       WHEN WS-UPLIFT >= 0
          MOVE "MARGINAL - ABOUT NORMAL TRADING" TO WS-VERDICT
       WHEN OTHER
          MOVE "NO PULL - QUIETER THAN NORMAL" TO WS-VERDICT
       END-EVALUATE.

       REPORT-SEASON-PARA.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE "SEASON SUMMARY BY EVENT TYPE" TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE "  TYPE            RUNS    GAMES  4-WK AVG UPLIFT"
          TO REPORT-LINE.
       MOVE "VERDICT" TO REPORT-LINE (50:7).
       WRITE REPORT-LINE.
       PERFORM VARYING WS-TYPE-INDEX FROM 1 BY 1
       UNTIL WS-TYPE-INDEX > 4
          IF WS-TY-RUNS(WS-TYPE-INDEX) > 0 THEN
             PERFORM REPORT-ONE-TYPE-PARA
          END-IF
       END-PERFORM.

       REPORT-ONE-TYPE-PARA.
       MOVE WS-TY-EV-GAMES(WS-TYPE-INDEX) TO WS-EVENT-FIG.
       MOVE WS-TY-BS-GAMES(WS-TYPE-INDEX) TO WS-BASE-FIG.
       MOVE "N" TO WS-UPLIFT-OK.
       MOVE 0 TO WS-UPLIFT.
       IF WS-BASE-FIG > 0 THEN
          COMPUTE WS-UPLIFT ROUNDED =
             (WS-EVENT-FIG - WS-BASE-FIG) * 100 / WS-BASE-FIG
             ON SIZE ERROR MOVE 99999 TO WS-UPLIFT
          END-COMPUTE
          MOVE "Y" TO WS-UPLIFT-OK
       END-IF.
       PERFORM SET-VERDICT-PARA.
       MOVE WS-TY-RUNS(WS-TYPE-INDEX) TO WS-DISPLAY-NUM.
       MOVE WS-EVENT-FIG TO WS-DISPLAY-EVENT.
       MOVE WS-BASE-FIG TO WS-DISPLAY-BASE.
       MOVE WS-UPLIFT TO WS-DISPLAY-UP.
       MOVE SPACES TO REPORT-LINE.
       STRING "  " WS-TY-NAME(WS-TYPE-INDEX) WS-DISPLAY-NUM
             WS-DISPLAY-EVENT WS-DISPLAY-BASE " " WS-DISPLAY-UP
             "  " WS-VERDICT
          DELIMITED BY SIZE INTO REPORT-LINE.
       IF WS-UPLIFT-OK NOT = "Y" THEN
          MOVE "  N/A" TO REPORT-LINE (43:5)
       END-IF.
       WRITE REPORT-LINE.
       MOVE WS-TY-EV-TOKENS(WS-TYPE-INDEX) TO WS-DISPLAY-TOKENS.
       MOVE WS-TY-BS-TOKENS(WS-TYPE-INDEX) TO WS-DISPLAY-BASE.
       MOVE SPACES TO REPORT-LINE.
       STRING "      TOKENS  " WS-DISPLAY-TOKENS " AGAINST "
             WS-DISPLAY-BASE " IN NORMAL TRADING"
          DELIMITED BY SIZE INTO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE WS-TY-EV-VISITS(WS-TYPE-INDEX) TO WS-DISPLAY-TOKENS.
       MOVE WS-TY-BS-VISITS(WS-TYPE-INDEX) TO WS-DISPLAY-BASE.
       MOVE SPACES TO REPORT-LINE.
       STRING "      VISITORS" WS-DISPLAY-TOKENS " AGAINST "
             WS-DISPLAY-BASE " IN NORMAL TRADING"
          DELIMITED BY SIZE INTO REPORT-LINE.
       WRITE REPORT-LINE.

       END PROGRAM eventperf.
