       IDENTIFICATION DIVISION.
       PROGRAM-ID. meters.

      *the cabinets' mechanical play meters, off the engineer's
      *clipboard and onto METERS.DAT: one reading per machine per
      *date, keyed on E. a reading lower than the last one is
      *either a typing slip, refused, or a new or reset meter,
      *kept as a baseline that starts the count again. V reports
      *every interval between two readings: the meter movement
      *against the games the software logged for that machine on
      *SESSION.LOG, with the game launches off USAGE.DAT alongside
      *(a play-clock session runs several games on one launch, so
      *the games are what the meter is held to). anything further
      *apart than the METERS.CFG tolerance is flagged - a meter
      *ahead of the logs means free play nobody logged or a meter
      *being worked, logs ahead of the meter means a meter that
      *has stopped counting. machine 1 is the local SESSION.LOG and
      *USAGE.DAT; the other cabinets' files are collected onto this
      *disk as SESSION2-4.LOG and USAGE2-4.DAT, the way the fleet
      *dashboard takes them. METERVAR.RPT is filed on the report
      *catalog

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT meterFile ASSIGN TO "METERS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-METER-STATUS.

           SELECT cfgFile ASSIGN TO "METERS.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CFG-STATUS.

           SELECT sessionFile ASSIGN TO WS-SESSION-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SESSION-STATUS.

           SELECT usageFile ASSIGN TO WS-USAGE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-USAGE-STATUS.

           SELECT dutyFile ASSIGN TO "ONDUTY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DUTY-STATUS.

           SELECT reportFile ASSIGN TO "METERVAR.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *one meter reading: the machine, the date it was read, what
      *the meter showed, R an ordinary reading or B the baseline of
      *a new or reset meter, the engineer who read it and when it
      *was keyed
       FD  meterFile.
       01  METER-RECORD.
           05 MR-MACHINE  PIC 9(1).
           05 MR-DATE     PIC X(8).
           05 MR-READING  PIC 9(8).
           05 MR-TYPE     PIC X(1).
           05 MR-ENGINEER PIC X(3).
           05 MR-STAMP    PIC X(14).

      *how many plays apart the meter and the logs may drift over
      *one interval before it is flagged
       FD  cfgFile.
       01  CFG-RECORD.
           05 MC-TOLERANCE PIC 9(3).

      *only the date is looked at on the game's summary record
       FD  sessionFile.
       01  SESSION-RECORD.
           05 SS-DATE        PIC X(8).
           05 SS-SCORE       PIC 9(10).

      *same records the launcher writes around every CALL
       FD  usageFile.
       01  USAGE-RECORD.
           05 US-PROGRAM PIC X(14).
           05 US-START   PIC X(14).
           05 US-END     PIC X(14).

       FD  dutyFile.
       01  DUTY-RECORD.
           05 OD-OPERATOR PIC X(3).
           05 OD-STAMP    PIC X(14).

       FD  reportFile.
       01  REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-METER-STATUS   PIC X(2).
       01  WS-CFG-STATUS     PIC X(2).
       01  WS-SESSION-STATUS PIC X(2).
       01  WS-USAGE-STATUS   PIC X(2).
       01  WS-DUTY-STATUS    PIC X(2).
       01  WS-REPORT-STATUS  PIC X(2).
       01  WS-EOF PIC X(1) VALUE "N".
           88 WS-END-OF-FILE VALUE "Y".

       01  WS-SESSION-NAME PIC X(14).
       01  WS-USAGE-NAME   PIC X(14).

       01  WS-METER-TABLE.
           05 WS-METER-ENTRY PIC X(35) OCCURS 1000 TIMES.
       01  WS-METER-COUNT   PIC 9(4) VALUE 0.
       01  WS-METER-INDEX   PIC 9(4).
       01  WS-METER-FOUND   PIC 9(4).
       01  WS-PREV-FOUND    PIC 9(4).
       01  WS-METER-SAVE    PIC 9(4).
       01  WS-PREV-DATE     PIC X(8).
       01  WS-PREV-READING  PIC 9(8).
       01  WS-PREV-TYPE     PIC X(1).

       01  WS-TOLERANCE     PIC 9(3) VALUE 5.

      *the reading being keyed
       01  WS-MACHINE-INP   PIC X(1).
       01  WS-MACHINE       PIC 9(1).
       01  WS-DATE-INP      PIC X(8).
       01  WS-READ-DATE     PIC X(8).
       01  WS-READING-INP   PIC X(10).
       01  WS-READING       PIC 9(8).
       01  WS-READ-TYPE     PIC X(1).
       01  WS-ENGINEER      PIC X(3).
       01  WS-VAL-FIELD     PIC X(30).
       01  WS-VAL-RULE      PIC X(8) VALUE "DATE".
       01  WS-VAL-PASS      PIC X(1).
       01  WS-VAL-REASON    PIC X(2).

      *one interval on the variance report
       01  WS-FROM-DATE     PIC X(8).
       01  WS-MOVEMENT      PIC 9(8).
       01  WS-GAMES         PIC 9(6).
       01  WS-LAUNCHES      PIC 9(6).
       01  WS-LOGS-FOUND    PIC X(1).
       01  WS-GAME-VAR      PIC S9(8).
       01  WS-LAUNCH-VAR    PIC S9(8).
       01  WS-FLAG-TEXT     PIC X(30).
       01  WS-INTERVALS     PIC 9(4).
       01  WS-FLAGGED       PIC 9(4).
       01  WS-REPORT-MACHINE PIC 9(1).

       01  WS-OPERATOR      PIC X(3).
       01  WS-TODAY         PIC X(8).
       01  WS-DONE          PIC X(1) VALUE "N".
       01  WS-CHOICE        PIC X(1).
       01  WS-CONFIRM       PIC X(1).
       01  WS-DISPLAY-READ  PIC Z(7)9.
       01  WS-DISPLAY-MOVE  PIC Z(7)9.
       01  WS-DISPLAY-COUNT PIC Z(5)9.
       01  WS-DISPLAY-VAR   PIC -(7)9.
       01  WS-DISPLAY-LVAR  PIC -(7)9.
       01  WS-DISPLAY-NUM   PIC ZZZ9.

       01  WS-LOG-PROGRAM PIC X(12) VALUE "meters".
       01  WS-LOG-EVENT   PIC X(8).
       01  WS-LOG-TEXT    PIC X(30).
       01  WS-REPORT-NAME PIC X(20) VALUE "METERVAR.RPT".

       PROCEDURE DIVISION.
       MAIN-PARA.
       MOVE "STARTUP" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
       PERFORM FIND-OPERATOR-PARA.
       PERFORM LOAD-CONFIG-PARA.
       PERFORM LOAD-METERS-PARA.
       PERFORM UNTIL WS-DONE = "Y"
          DISPLAY " "
          DISPLAY "PLAY METERS - E=ENTER READING, H=HISTORY, "
             "V=VARIANCE REPORT, X=EXIT:"
          ACCEPT WS-CHOICE
          MOVE FUNCTION UPPER-CASE (WS-CHOICE) TO WS-CHOICE
          EVALUATE WS-CHOICE
          WHEN "E"
             PERFORM ENTER-READING-PARA
          WHEN "H"
             PERFORM HISTORY-PARA
          WHEN "V"
             PERFORM VARIANCE-REPORT-PARA
          WHEN "X"
             MOVE "Y" TO WS-DONE
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

       LOAD-CONFIG-PARA.
       OPEN INPUT cfgFile.
       IF WS-CFG-STATUS = "00" THEN
          READ cfgFile
             AT END CONTINUE
             NOT AT END
                IF MC-TOLERANCE IS NUMERIC THEN
                   MOVE MC-TOLERANCE TO WS-TOLERANCE
                END-IF
          END-READ
          CLOSE cfgFile
       END-IF.

      *=================================================
      *   THE READINGS FILE
      *=================================================
       LOAD-METERS-PARA.
       MOVE 0 TO WS-METER-COUNT.
       MOVE "N" TO WS-EOF.
       OPEN INPUT meterFile.
       IF WS-METER-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ meterFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF WS-METER-COUNT < 1000 AND
                   MR-READING IS NUMERIC THEN
                   ADD 1 TO WS-METER-COUNT
                   MOVE METER-RECORD TO WS-METER-ENTRY(WS-METER-COUNT)
                END-IF
          END-READ
       END-PERFORM.
       CLOSE meterFile.

       SAVE-METERS-PARA.
       OPEN OUTPUT meterFile.
       IF WS-METER-STATUS NOT = "00" THEN
          DISPLAY "METERS.DAT COULD NOT BE WRITTEN - " WS-METER-STATUS
          EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-METER-INDEX FROM 1 BY 1
       UNTIL WS-METER-INDEX > WS-METER-COUNT
          MOVE WS-METER-ENTRY(WS-METER-INDEX) TO METER-RECORD
          WRITE METER-RECORD
       END-PERFORM.
       CLOSE meterFile.

       FIND-PREVIOUS-PARA.
      *the latest reading on WS-MACHINE dated before WS-READ-DATE,
      *and any reading already on WS-READ-DATE itself
       MOVE 0 TO WS-PREV-FOUND.
       MOVE 0 TO WS-METER-FOUND.
       MOVE LOW-VALUES TO WS-PREV-DATE.
       PERFORM VARYING WS-METER-INDEX FROM 1 BY 1
       UNTIL WS-METER-INDEX > WS-METER-COUNT
          MOVE WS-METER-ENTRY(WS-METER-INDEX) TO METER-RECORD
          IF MR-MACHINE = WS-MACHINE THEN
             IF MR-DATE = WS-READ-DATE THEN
                MOVE WS-METER-INDEX TO WS-METER-FOUND
             END-IF
             IF MR-DATE < WS-READ-DATE AND MR-DATE > WS-PREV-DATE
                THEN
                MOVE MR-DATE TO WS-PREV-DATE
                MOVE MR-READING TO WS-PREV-READING
                MOVE MR-TYPE TO WS-PREV-TYPE
                MOVE WS-METER-INDEX TO WS-PREV-FOUND
             END-IF
          END-IF
       END-PERFORM.

      *=================================================
      *   ENTERING A READING
      *=================================================
       ENTER-READING-PARA.
       DISPLAY "MACHINE (1-4):".
       MOVE SPACES TO WS-MACHINE-INP.
       ACCEPT WS-MACHINE-INP.
       IF WS-MACHINE-INP < "1" OR WS-MACHINE-INP > "4" THEN
          DISPLAY "MACHINES ARE 1 TO 4."
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-MACHINE-INP TO WS-MACHINE.
       DISPLAY "DATE READ (YYYYMMDD, BLANK = TODAY):".
       MOVE SPACES TO WS-DATE-INP.
       ACCEPT WS-DATE-INP.
       IF WS-DATE-INP = SPACES THEN
          MOVE WS-TODAY TO WS-READ-DATE
       ELSE
          MOVE WS-DATE-INP TO WS-VAL-FIELD
          CALL "fieldvalidator" USING WS-VAL-FIELD WS-VAL-RULE
                WS-VAL-PASS WS-VAL-REASON
          IF WS-VAL-PASS NOT = "Y" THEN
             DISPLAY "NOT A DATE."
             EXIT PARAGRAPH
          END-IF
          MOVE WS-DATE-INP TO WS-READ-DATE
       END-IF.
       IF WS-READ-DATE > WS-TODAY THEN
          DISPLAY "A METER CANNOT BE READ IN THE FUTURE."
          EXIT PARAGRAPH
       END-IF.
       DISPLAY "METER READING:".
       MOVE SPACES TO WS-READING-INP.
       ACCEPT WS-READING-INP.
       IF WS-READING-INP = SPACES OR
          FUNCTION TEST-NUMVAL (WS-READING-INP) NOT = 0 THEN
          DISPLAY "NOT A READING."
          EXIT PARAGRAPH
       END-IF.
       IF FUNCTION NUMVAL (WS-READING-INP) > 99999999 OR
          FUNCTION NUMVAL (WS-READING-INP) < 0 THEN
          DISPLAY "NOT A READING."
          EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-READING = FUNCTION NUMVAL (WS-READING-INP).
       DISPLAY "READ BY (INITIALS, BLANK = " WS-OPERATOR "):".
       MOVE SPACES TO WS-ENGINEER.
       ACCEPT WS-ENGINEER.
       MOVE FUNCTION UPPER-CASE (WS-ENGINEER) TO WS-ENGINEER.
       IF WS-ENGINEER = SPACES THEN
          MOVE WS-OPERATOR TO WS-ENGINEER
       END-IF.
       MOVE "R" TO WS-READ-TYPE.
       PERFORM FIND-PREVIOUS-PARA.
      *a first reading on a machine has nothing to count from -
      *it stands as the baseline
       IF WS-PREV-FOUND = 0 THEN
          MOVE "B" TO WS-READ-TYPE
          DISPLAY "FIRST READING ON MACHINE " WS-MACHINE
             " - KEPT AS THE BASELINE."
       ELSE
          IF WS-READING < WS-PREV-READING THEN
             MOVE WS-PREV-READING TO WS-DISPLAY-READ
             DISPLAY "LOWER THAN THE " WS-PREV-DATE " READING OF "
                WS-DISPLAY-READ "."
             DISPLAY "NEW OR RESET METER? (Y = START A NEW BASELINE, "
                "N = RE-KEY IT):"
             MOVE SPACE TO WS-CONFIRM
             ACCEPT WS-CONFIRM
             IF FUNCTION UPPER-CASE (WS-CONFIRM) NOT = "Y" THEN
                DISPLAY "READING NOT TAKEN."
                EXIT PARAGRAPH
             END-IF
             MOVE "B" TO WS-READ-TYPE
          END-IF
       END-IF.
       IF WS-METER-FOUND > 0 THEN
          MOVE WS-METER-ENTRY(WS-METER-FOUND) TO METER-RECORD
          MOVE MR-READING TO WS-DISPLAY-READ
          DISPLAY "MACHINE " WS-MACHINE " ALREADY READ "
             WS-DISPLAY-READ " ON " WS-READ-DATE
             " - REPLACE IT? (Y/N)"
          MOVE SPACE TO WS-CONFIRM
          ACCEPT WS-CONFIRM
          IF FUNCTION UPPER-CASE (WS-CONFIRM) NOT = "Y" THEN
             DISPLAY "READING NOT TAKEN."
             EXIT PARAGRAPH
          END-IF
       ELSE
          IF WS-METER-COUNT >= 1000 THEN
             DISPLAY "METERS.DAT FULL - READING NOT TAKEN."
             EXIT PARAGRAPH
          END-IF
          ADD 1 TO WS-METER-COUNT
          MOVE WS-METER-COUNT TO WS-METER-FOUND
       END-IF.
       MOVE WS-MACHINE TO MR-MACHINE.
       MOVE WS-READ-DATE TO MR-DATE.
       MOVE WS-READING TO MR-READING.
       MOVE WS-READ-TYPE TO MR-TYPE.
       MOVE WS-ENGINEER TO MR-ENGINEER.
       MOVE FUNCTION CURRENT-DATE (1:14) TO MR-STAMP.
       MOVE METER-RECORD TO WS-METER-ENTRY(WS-METER-FOUND).
       PERFORM SAVE-METERS-PARA.
       MOVE "METERRD" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       STRING "MC " WS-MACHINE " " WS-READ-DATE " " WS-READING
          DELIMITED BY SIZE INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       IF WS-READ-TYPE = "R" THEN
          COMPUTE WS-MOVEMENT = WS-READING - WS-PREV-READING
          MOVE WS-MOVEMENT TO WS-DISPLAY-MOVE
          DISPLAY "READING TAKEN - " WS-DISPLAY-MOVE
             " PLAYS SINCE " WS-PREV-DATE "."
       ELSE
          DISPLAY "READING TAKEN AS A NEW BASELINE."
       END-IF.

       HISTORY-PARA.
       DISPLAY "MACHINE (1-4, BLANK = ALL):".
       MOVE SPACES TO WS-MACHINE-INP.
       ACCEPT WS-MACHINE-INP.
       DISPLAY "MC DATE       READING TYPE     BY  KEYED".
       PERFORM VARYING WS-METER-INDEX FROM 1 BY 1
       UNTIL WS-METER-INDEX > WS-METER-COUNT
          MOVE WS-METER-ENTRY(WS-METER-INDEX) TO METER-RECORD
          IF WS-MACHINE-INP = SPACES OR
             WS-MACHINE-INP = METER-RECORD (1:1) THEN
             MOVE MR-READING TO WS-DISPLAY-READ
             IF MR-TYPE = "B" THEN
                DISPLAY MR-MACHINE "  " MR-DATE " " WS-DISPLAY-READ
                   " BASELINE " MR-ENGINEER " " MR-STAMP (1:8)
             ELSE
                DISPLAY MR-MACHINE "  " MR-DATE " " WS-DISPLAY-READ
                   " READING  " MR-ENGINEER " " MR-STAMP (1:8)
             END-IF
          END-IF
       END-PERFORM.

      *=================================================
      *   THE VARIANCE REPORT
      *=================================================
       VARIANCE-REPORT-PARA.
       DISPLAY "INTERVALS ENDING FROM (YYYYMMDD, BLANK = ALL):".
       MOVE SPACES TO WS-FROM-DATE.
       ACCEPT WS-FROM-DATE.
       OPEN OUTPUT reportFile.
       IF WS-REPORT-STATUS NOT = "00" THEN
          DISPLAY "METERVAR.RPT COULD NOT BE OPENED - "
             WS-REPORT-STATUS
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-TOLERANCE TO WS-DISPLAY-NUM.
       MOVE SPACES TO REPORT-LINE.
       STRING "PLAY METER VARIANCE   PRINTED " WS-TODAY " BY "
             WS-OPERATOR "   TOLERANCE " WS-DISPLAY-NUM " PLAYS"
          DELIMITED BY SIZE INTO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE "MC FROM     TO       METER MOVE   GAMES  VARIANCE"
          TO REPORT-LINE.
       MOVE "LAUNCHES  VARIANCE  FLAG" TO REPORT-LINE (55:24).
       WRITE REPORT-LINE.
       MOVE 0 TO WS-INTERVALS.
       MOVE 0 TO WS-FLAGGED.
       PERFORM VARYING WS-REPORT-MACHINE FROM 1 BY 1
       UNTIL WS-REPORT-MACHINE > 4
          PERFORM REPORT-ONE-MACHINE-PARA
       END-PERFORM.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE WS-INTERVALS TO WS-DISPLAY-NUM.
       MOVE SPACES TO REPORT-LINE.
       STRING WS-DISPLAY-NUM " INTERVAL(S) COMPARED"
          DELIMITED BY SIZE INTO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE WS-FLAGGED TO WS-DISPLAY-NUM.
       MOVE SPACES TO REPORT-LINE.
       STRING WS-DISPLAY-NUM " FLAGGED - METER AHEAD: "
             "UNLOGGED FREE PLAY OR TAMPERING; LOGS AHEAD: "
             "METER FAULT"
          DELIMITED BY SIZE INTO REPORT-LINE.
       WRITE REPORT-LINE.
       CLOSE reportFile.
       CALL "rptfile" USING WS-REPORT-NAME WS-LOG-PROGRAM
             WS-OPERATOR.
       MOVE "METERVAR" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       STRING WS-DISPLAY-NUM " FLAGGED"
          DELIMITED BY SIZE INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       DISPLAY WS-DISPLAY-NUM " INTERVAL(S) FLAGGED - SEE "
          "METERVAR.RPT.".

       REPORT-ONE-MACHINE-PARA.
       MOVE WS-REPORT-MACHINE TO WS-MACHINE.
       IF WS-MACHINE = 1 THEN
          MOVE "SESSION.LOG" TO WS-SESSION-NAME
          MOVE "USAGE.DAT" TO WS-USAGE-NAME
       ELSE
          MOVE SPACES TO WS-SESSION-NAME WS-USAGE-NAME
          STRING "SESSION" WS-MACHINE ".LOG"
             DELIMITED BY SIZE INTO WS-SESSION-NAME
          STRING "USAGE" WS-MACHINE ".DAT"
             DELIMITED BY SIZE INTO WS-USAGE-NAME
       END-IF.
       PERFORM VARYING WS-METER-INDEX FROM 1 BY 1
       UNTIL WS-METER-INDEX > WS-METER-COUNT
          MOVE WS-METER-ENTRY(WS-METER-INDEX) TO METER-RECORD
          IF MR-MACHINE = WS-MACHINE AND
             MR-DATE >= WS-FROM-DATE THEN
             PERFORM REPORT-INTERVAL-PARA
          END-IF
       END-PERFORM.

       REPORT-INTERVAL-PARA.
      *the readings are kept in keying order, so the interval is
      *found from this reading back to the one dated before it
       MOVE MR-DATE TO WS-READ-DATE.
       MOVE MR-READING TO WS-READING.
       MOVE MR-TYPE TO WS-READ-TYPE.
       MOVE WS-METER-INDEX TO WS-METER-SAVE.
       PERFORM FIND-PREVIOUS-PARA.
       MOVE WS-METER-SAVE TO WS-METER-INDEX.
       IF WS-READ-TYPE = "B" OR WS-PREV-FOUND = 0 THEN
          MOVE WS-READING TO WS-DISPLAY-READ
          MOVE SPACES TO REPORT-LINE
          STRING WS-MACHINE "           " WS-READ-DATE " "
                WS-DISPLAY-READ "   BASELINE - NEW OR RESET METER"
             DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE
          EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-INTERVALS.
       COMPUTE WS-MOVEMENT = WS-READING - WS-PREV-READING.
       PERFORM COUNT-LOGGED-PARA.
       MOVE WS-MOVEMENT TO WS-DISPLAY-MOVE.
       IF WS-LOGS-FOUND NOT = "Y" THEN
          ADD 1 TO WS-FLAGGED
          MOVE SPACES TO REPORT-LINE
          STRING WS-MACHINE "  " WS-PREV-DATE " " WS-READ-DATE " "
                WS-DISPLAY-MOVE "   *** " FUNCTION TRIM
                (WS-SESSION-NAME) " NOT COLLECTED ***"
             DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE
          EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-GAME-VAR = WS-MOVEMENT - WS-GAMES.
       COMPUTE WS-LAUNCH-VAR = WS-MOVEMENT - WS-LAUNCHES.
       MOVE "OK" TO WS-FLAG-TEXT.
       IF WS-GAME-VAR > WS-TOLERANCE THEN
          MOVE "*** METER AHEAD OF LOGS" TO WS-FLAG-TEXT
          ADD 1 TO WS-FLAGGED
       END-IF.
       IF WS-GAME-VAR < 0 - WS-TOLERANCE THEN
          MOVE "*** LOGS AHEAD OF METER" TO WS-FLAG-TEXT
          ADD 1 TO WS-FLAGGED
       END-IF.
       MOVE WS-GAMES TO WS-DISPLAY-COUNT.
       MOVE WS-GAME-VAR TO WS-DISPLAY-VAR.
       MOVE WS-LAUNCH-VAR TO WS-DISPLAY-LVAR.
       MOVE SPACES TO REPORT-LINE.
       STRING WS-MACHINE "  " WS-PREV-DATE " " WS-READ-DATE " "
             WS-DISPLAY-MOVE " " WS-DISPLAY-COUNT "  " WS-DISPLAY-VAR
             "  "
          DELIMITED BY SIZE INTO REPORT-LINE.
       MOVE WS-LAUNCHES TO WS-DISPLAY-COUNT.
       STRING WS-DISPLAY-COUNT "  " WS-DISPLAY-LVAR "  " WS-FLAG-TEXT
          DELIMITED BY SIZE INTO REPORT-LINE (55:46).
       WRITE REPORT-LINE.

       COUNT-LOGGED-PARA.
      *games and launches dated after the last reading, up to and
      *including the day of this one
       MOVE 0 TO WS-GAMES.
       MOVE 0 TO WS-LAUNCHES.
       MOVE "N" TO WS-LOGS-FOUND.
       MOVE "N" TO WS-EOF.
       OPEN INPUT sessionFile.
       IF WS-SESSION-STATUS = "00" THEN
          MOVE "Y" TO WS-LOGS-FOUND
          PERFORM UNTIL WS-END-OF-FILE
             READ sessionFile
                AT END MOVE "Y" TO WS-EOF
                NOT AT END
                   IF SS-DATE > WS-PREV-DATE AND
                      SS-DATE <= WS-READ-DATE AND
                      SS-SCORE IS NUMERIC THEN
                      ADD 1 TO WS-GAMES
                   END-IF
             END-READ
          END-PERFORM
          CLOSE sessionFile
       END-IF.
       MOVE "N" TO WS-EOF.
       OPEN INPUT usageFile.
       IF WS-USAGE-STATUS = "00" THEN
          PERFORM UNTIL WS-END-OF-FILE
             READ usageFile
                AT END MOVE "Y" TO WS-EOF
                NOT AT END
                   IF US-PROGRAM = "cobol_tetris" AND
                      US-START (1:8) > WS-PREV-DATE AND
                      US-START (1:8) <= WS-READ-DATE THEN
                      ADD 1 TO WS-LAUNCHES
                   END-IF
             END-READ
          END-PERFORM
          CLOSE usageFile
       END-IF.

       END PROGRAM meters.
