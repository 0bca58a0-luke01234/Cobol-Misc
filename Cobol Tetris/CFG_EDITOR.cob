      *    allowed near the disk. every accepted change appends one
      *    CFGAUDIT.DAT record - timestamp, operator initials, file,
      *    line, old value, new value - so next time a setting goes
      *    strange the trail says when and who. EVENTS.CFG is set
      *    up here too, and an event window is only let in when it
      *    sits inside the trading hours on the trading calendar.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. CFG_EDITOR.

      *the files this editor knows, with a rule letter for the value
      *checks: K keymap, P digit-pair (DASARR/BOARDSIZE), S seed,
      *G gravity pair, H housekeep rule line, E event window, F free
      *text
       01  WS-FILE-TABLE.
           05  WS-FILE-ENTRY OCCURS 9 TIMES.
               10  WS-FT-NAME      PIC X(14).
               10  WS-FT-RULE      PIC X(1).
       01  WS-FILE-INDEX            PIC 9(2).
       01  WS-FILE-PICK             PIC 9(1)  VALUE 0.

       01  WS-LINE-TABLE.
       01  WS-LINE-COUNT            PIC 9(3)  VALUE 0.
       01  WS-LINE-INDEX            PIC 9(3).

      *a curve GRAVITY_TUNE has suggested, held apart from the
      *gravity lines until the operator accepts it
       01  WS-SUGG-TABLE.
           05  WS-SUGG-VALUE PIC X(40) OCCURS 100 TIMES.
       01  WS-SUGG-COUNT            PIC 9(3)  VALUE 0.
       01  WS-SUGG-BAD              PIC 9(3)  VALUE 0.
       01  WS-SUGG-CONFIRM          PIC X(1).

       01  WS-OPERATOR              PIC X(3).
       01  WS-MENU-CHOICE           PIC X(1).
       01  WS-DONE                  PIC X(1)  VALUE "N".
       01  WS-VAL-PASS              PIC X(1).
       01  WS-VAL-REASON            PIC X(2).

      *an event window against the trading calendar, through the
      *shared tradecal routine - a standing window is tried on each
      *of the coming seven days
       01  WS-EVENT-LINE.
           05  WS-EL-ID             PIC X(8).
           05  WS-EL-DATE           PIC X(8).
           05  WS-EL-START          PIC X(4).
           05  WS-EL-END            PIC X(4).
           05  WS-EL-TYPE           PIC X(1).
           05  WS-EL-VALUE          PIC X(2).
           05  FILLER               PIC X(13).
       01  WS-EL-TIME               PIC 9(4).
       01  WS-EL-TIME-R REDEFINES WS-EL-TIME.
           05  WS-EL-HH             PIC 9(2).
           05  WS-EL-MM             PIC 9(2).
       01  WS-EL-START-MIN          PIC 9(4).
       01  WS-EL-END-MIN            PIC 9(4).
       01  WS-EL-DAY                PIC 9(1).
       01  WS-EL-FITS               PIC 9(1).
       01  WS-EL-DATE-NUM           PIC 9(8).
       01  WS-EL-DATE-INT           PIC 9(8).
       01  WS-TC-DATE               PIC X(8).
       01  WS-TC-MINUTES            PIC 9(4).
       01  WS-TC-OPEN               PIC X(1).
       01  WS-TC-FROM               PIC X(4).
       01  WS-TC-TO                 PIC X(4).
       01  WS-TC-NOTE               PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PARA.
       PERFORM SETUP-FILE-TABLE-PARA.
       DISPLAY " "
       DISPLAY "FILES:"
       PERFORM VARYING WS-FILE-INDEX FROM 1 BY 1
       UNTIL WS-FILE-INDEX > 9
       DISPLAY "  " WS-FILE-INDEX (2:1) " " WS-FT-NAME(WS-FILE-INDEX)
       END-PERFORM
       DISPLAY "EDIT WHICH FILE (1-9, X=EXIT)?"
       ACCEPT WS-MENU-CHOICE
       MOVE FUNCTION UPPER-CASE (WS-MENU-CHOICE) TO WS-MENU-CHOICE
       EVALUATE TRUE
       WHEN WS-MENU-CHOICE = "X"
       MOVE "Y" TO WS-DONE
       WHEN WS-MENU-CHOICE >= "1" AND WS-MENU-CHOICE <= "9"
       MOVE WS-MENU-CHOICE TO WS-FILE-PICK
       PERFORM EDIT-ONE-FILE-PARA
       WHEN OTHER
       DISPLAY "1-9 OR X."
       END-EVALUATE
       END-PERFORM.
       STOP RUN.
       MOVE "S" TO WS-FT-RULE(7).
       MOVE "TIMEOUT.CFG" TO WS-FT-NAME(8).
       MOVE "P" TO WS-FT-RULE(8).
       MOVE "EVENTS.CFG" TO WS-FT-NAME(9).
       MOVE "E" TO WS-FT-RULE(9).

      *=================================================================
      *   ONE FILE: LIST, EDIT, ADD, DELETE
       PERFORM UNTIL WS-EDIT-DONE = "Y"
       PERFORM SHOW-LINES-PARA
       DISPLAY "LINE NUMBER=EDIT, A=ADD, DNN=DELETE, B=BACK:"
       IF WS-FT-RULE(WS-FILE-PICK) = "G" THEN
       DISPLAY "L=LOAD THE CURVE SUGGESTED IN GRAVSUGG.CFG"
       END-IF
       MOVE SPACES TO WS-PICK-INP
       ACCEPT WS-PICK-INP
       MOVE FUNCTION UPPER-CASE (WS-PICK-INP) TO WS-PICK-INP
       MOVE "Y" TO WS-EDIT-DONE
       WHEN WS-PICK-INP (1:1) = "A"
       PERFORM ADD-LINE-PARA
       WHEN WS-PICK-INP (1:1) = "L" AND
           WS-FT-RULE(WS-FILE-PICK) = "G"
       PERFORM LOAD-SUGGESTION-PARA
       WHEN WS-PICK-INP (1:1) = "D" AND
           WS-PICK-INP (2:2) IS NUMERIC
       MOVE WS-PICK-INP (2:2) TO WS-EDIT-LINE
       PERFORM WRITE-AUDIT-PARA.
       DISPLAY "DELETED AND AUDITED.".

       LOAD-SUGGESTION-PARA.
      *the whole suggested curve replaces GRAVITY.CFG in one go, but
      *only if every line passes the gravity check, and each line
      *that differs is audited on its own as if edited by hand
       MOVE "GRAVSUGG.CFG" TO WS-CFG-NAME.
       MOVE 0 TO WS-SUGG-COUNT.
       MOVE "N" TO WS-EOF.
       OPEN INPUT CFG-FILE.
       IF WS-CFG-STATUS = "00" THEN
       PERFORM UNTIL WS-END-OF-FILE
       READ CFG-FILE
       AT END MOVE "Y" TO WS-EOF
       NOT AT END
       IF WS-SUGG-COUNT < 100 AND CFG-RECORD NOT = SPACES THEN
       ADD 1 TO WS-SUGG-COUNT
       MOVE CFG-RECORD TO WS-SUGG-VALUE(WS-SUGG-COUNT)
       END-IF
       END-READ
       END-PERFORM
       CLOSE CFG-FILE
       END-IF.
       MOVE WS-FT-NAME(WS-FILE-PICK) TO WS-CFG-NAME.
       IF WS-SUGG-COUNT = 0 THEN
       DISPLAY "NO SUGGESTED CURVE - RUN GRAVITY_TUNE FIRST."
       EXIT PARAGRAPH
       END-IF.
       DISPLAY " ".
       DISPLAY "SUGGESTED CURVE (" WS-SUGG-COUNT " LINES):".
       MOVE 0 TO WS-SUGG-BAD.
       PERFORM VARYING WS-LINE-INDEX FROM 1 BY 1
       UNTIL WS-LINE-INDEX > WS-SUGG-COUNT
       DISPLAY "  " WS-LINE-INDEX " [" WS-SUGG-VALUE(WS-LINE-INDEX)
           "]"
       MOVE WS-SUGG-VALUE(WS-LINE-INDEX) TO WS-NEW-VALUE
       PERFORM CHECK-VALUE-PARA
       IF WS-VALUE-GOOD NOT = "Y" THEN
       ADD 1 TO WS-SUGG-BAD
       END-IF
       END-PERFORM.
       IF WS-SUGG-BAD > 0 THEN
       DISPLAY "REFUSED - " WS-SUGG-BAD " BAD LINE(S), THE FILE IS "
           "UNCHANGED."
       EXIT PARAGRAPH
       END-IF.
       DISPLAY "REPLACE " WS-CFG-NAME " WITH THIS CURVE (Y/N):".
       MOVE SPACE TO WS-SUGG-CONFIRM.
       ACCEPT WS-SUGG-CONFIRM.
       MOVE FUNCTION UPPER-CASE (WS-SUGG-CONFIRM) TO WS-SUGG-CONFIRM.
       IF WS-SUGG-CONFIRM NOT = "Y" THEN
       DISPLAY "LEFT AS IT WAS."
       EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-EDIT-LINE FROM 1 BY 1
       UNTIL WS-EDIT-LINE > WS-LINE-COUNT AND
           WS-EDIT-LINE > WS-SUGG-COUNT
       MOVE SPACES TO WS-OLD-VALUE
       MOVE SPACES TO WS-NEW-VALUE
       IF WS-EDIT-LINE <= WS-LINE-COUNT THEN
       MOVE WS-LINE-VALUE(WS-EDIT-LINE) TO WS-OLD-VALUE
       END-IF
       IF WS-EDIT-LINE <= WS-SUGG-COUNT THEN
       MOVE WS-SUGG-VALUE(WS-EDIT-LINE) TO WS-NEW-VALUE
       END-IF
       IF WS-OLD-VALUE NOT = WS-NEW-VALUE THEN
       PERFORM WRITE-AUDIT-PARA
       END-IF
       END-PERFORM.
       MOVE WS-SUGG-TABLE TO WS-LINE-TABLE.
       MOVE WS-SUGG-COUNT TO WS-LINE-COUNT.
       PERFORM SAVE-CFG-PARA.
       DISPLAY "SUGGESTED CURVE LOADED AND AUDITED.".

      *=================================================================
      *   THE SAME CHECKS THE GAME'S PREFLIGHT APPLIES
      *=================================================================
       DISPLAY "A RULE LINE IS KEY(12) + D/R + 5-DIGIT LIMIT."
       END-IF
       END-IF
       WHEN "E"
       PERFORM CHECK-EVENT-PARA
       WHEN OTHER
       MOVE "Y" TO WS-VALUE-GOOD
       END-EVALUATE.

       CHECK-EVENT-PARA.
      *an event line is id, date (all zeros for a standing daily
      *window), start and end HHMM on the same day, type M, F or D
      *and a two-digit value - and the window has to fall inside the
      *trading hours: on its own date, or for a standing window on
      *at least one of the coming seven days
       MOVE WS-NEW-VALUE TO WS-EVENT-LINE.
       IF WS-EL-ID = SPACES THEN
       DISPLAY "AN EVENT NEEDS AN ID."
       EXIT PARAGRAPH
       END-IF.
       IF WS-EL-TYPE NOT = "M" AND WS-EL-TYPE NOT = "F" AND
           WS-EL-TYPE NOT = "D" THEN
       DISPLAY "THE EVENT TYPE IS M, F OR D."
       EXIT PARAGRAPH
       END-IF.
       IF WS-EL-TYPE = "M" AND WS-EL-VALUE IS NOT NUMERIC THEN
       DISPLAY "AN M EVENT NEEDS A TWO-DIGIT MULTIPLIER."
       EXIT PARAGRAPH
       END-IF.
       IF WS-EL-START IS NOT NUMERIC OR WS-EL-END IS NOT NUMERIC THEN
       DISPLAY "START AND END ARE HHMM."
       EXIT PARAGRAPH
       END-IF.
       MOVE WS-EL-START TO WS-EL-TIME.
       IF WS-EL-HH > 23 OR WS-EL-MM > 59 THEN
       DISPLAY "START AND END ARE HHMM."
       EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-EL-START-MIN = WS-EL-HH * 60 + WS-EL-MM.
       MOVE WS-EL-END TO WS-EL-TIME.
       IF WS-EL-HH > 23 OR WS-EL-MM > 59 THEN
       DISPLAY "START AND END ARE HHMM."
       EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-EL-END-MIN = WS-EL-HH * 60 + WS-EL-MM.
       IF WS-EL-END-MIN < WS-EL-START-MIN THEN
       DISPLAY "AN EVENT ENDS THE SAME DAY IT STARTS."
       EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-TC-MINUTES = WS-EL-END-MIN - WS-EL-START-MIN.
       IF WS-EL-DATE NOT = "00000000" THEN
       MOVE SPACES TO WS-VAL-FIELD
       MOVE WS-EL-DATE TO WS-VAL-FIELD (1:8)
       MOVE "DATE" TO WS-VAL-RULE
       CALL "fieldvalidator" USING WS-VAL-FIELD WS-VAL-RULE
           WS-VAL-PASS WS-VAL-REASON
       IF WS-VAL-PASS NOT = "Y" THEN
       DISPLAY "THE DATE IS YYYYMMDD, OR 00000000 FOR EVERY DAY."
       EXIT PARAGRAPH
       END-IF
       MOVE WS-EL-DATE TO WS-TC-DATE
       CALL "tradecal" USING WS-TC-DATE WS-EL-START WS-TC-MINUTES
           WS-TC-OPEN WS-TC-FROM WS-TC-TO WS-TC-NOTE
       IF WS-TC-OPEN NOT = "Y" THEN
       DISPLAY "OUTSIDE TRADING HOURS - " WS-TC-NOTE
       EXIT PARAGRAPH
       END-IF
       MOVE "Y" TO WS-VALUE-GOOD
       EXIT PARAGRAPH
       END-IF.
       MOVE 0 TO WS-EL-FITS.
       MOVE FUNCTION CURRENT-DATE (1:8) TO WS-EL-DATE-NUM.
       COMPUTE WS-EL-DATE-INT = FUNCTION INTEGER-OF-DATE
           (WS-EL-DATE-NUM).
       PERFORM VARYING WS-EL-DAY FROM 1 BY 1 UNTIL WS-EL-DAY > 7
       MOVE FUNCTION DATE-OF-INTEGER (WS-EL-DATE-INT)
           TO WS-EL-DATE-NUM
       MOVE WS-EL-DATE-NUM TO WS-TC-DATE
       CALL "tradecal" USING WS-TC-DATE WS-EL-START WS-TC-MINUTES
           WS-TC-OPEN WS-TC-FROM WS-TC-TO WS-TC-NOTE
       IF WS-TC-OPEN = "Y" THEN
       ADD 1 TO WS-EL-FITS
       ELSE
       DISPLAY "  " WS-TC-DATE ": " WS-TC-NOTE
       END-IF
       ADD 1 TO WS-EL-DATE-INT
       END-PERFORM.
       IF WS-EL-FITS = 0 THEN
       DISPLAY "OUTSIDE TRADING HOURS ON EVERY DAY OF THE WEEK."
       EXIT PARAGRAPH
       END-IF.
       IF WS-EL-FITS < 7 THEN
       DISPLAY "CLOSED FOR IT ON THE DAYS LISTED - ACCEPTED FOR THE "
           WS-EL-FITS " IT FITS."
       END-IF.
       MOVE "Y" TO WS-VALUE-GOOD.

      *=================================================================
      *   FILE AND AUDIT I/O
      *=================================================================
