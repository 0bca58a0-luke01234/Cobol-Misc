       IDENTIFICATION DIVISION.
       PROGRAM-ID. calendar.

      *the trading calendar's maintenance screen. TRADECAL.DAT says
      *when we are open: the normal hours for each day of the week,
      *and dated exceptions on top of them - a closure (the roof is
      *being fixed), a holiday (Christmas Day) or a late or special
      *opening with hours of its own. the reservation book, the door,
      *the event setup and the night run all ask the shared tradecal
      *subprogram, which reads this file. W sets a weekday's hours,
      *D adds or replaces a dated entry, R removes one, L lists the
      *week and the dated entries still to come, C asks the calendar
      *about a date and time the way the other programs do. a close
      *earlier than the open runs past midnight. every change goes
      *through shoplog under the operator on duty

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT calFile ASSIGN TO "TRADECAL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAL-STATUS.

           SELECT dutyFile ASSIGN TO "ONDUTY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DUTY-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *same calendar record tradecal reads
       FD  calFile.
       01  CAL-RECORD.
           05 TC-TYPE  PIC X(1).
           05 TC-KEY   PIC X(8).
           05 TC-KIND  PIC X(1).
           05 TC-OPEN  PIC X(4).
           05 TC-CLOSE PIC X(4).
           05 TC-NOTE  PIC X(30).

       FD  dutyFile.
       01  DUTY-RECORD.
           05 OD-OPERATOR PIC X(3).
           05 OD-STAMP    PIC X(14).

       WORKING-STORAGE SECTION.
       01  WS-CAL-STATUS  PIC X(2).
       01  WS-DUTY-STATUS PIC X(2).
       01  WS-EOF PIC X(1) VALUE "N".
           88 WS-END-OF-FILE VALUE "Y".

       01  WS-CAL-TABLE.
           05 WS-CAL-ENTRY OCCURS 400 TIMES.
              10 WS-CT-TYPE  PIC X(1).
              10 WS-CT-KEY   PIC X(8).
              10 WS-CT-KIND  PIC X(1).
              10 WS-CT-OPEN  PIC X(4).
              10 WS-CT-CLOSE PIC X(4).
              10 WS-CT-NOTE  PIC X(30).
       01  WS-CAL-COUNT   PIC 9(3) VALUE 0.
       01  WS-CAL-INDEX   PIC 9(3).
       01  WS-CAL-FOUND   PIC 9(3).
       01  WS-CAL-SWAP    PIC X(48).
       01  WS-SORT-INDEX  PIC 9(3).
       01  WS-SORT-DONE   PIC X(1).

       01  WS-DAY-NAMES.
           05 FILLER PIC X(9) VALUE "MONDAY".
           05 FILLER PIC X(9) VALUE "TUESDAY".
           05 FILLER PIC X(9) VALUE "WEDNESDAY".
           05 FILLER PIC X(9) VALUE "THURSDAY".
           05 FILLER PIC X(9) VALUE "FRIDAY".
           05 FILLER PIC X(9) VALUE "SATURDAY".
           05 FILLER PIC X(9) VALUE "SUNDAY".
       01  WS-DAY-NAMES-R REDEFINES WS-DAY-NAMES.
           05 WS-DAY-NAME PIC X(9) OCCURS 7 TIMES.
       01  WS-DAY-INDEX   PIC 9(1).

       01  WS-MENU-CHOICE PIC X(1).
       01  WS-DONE        PIC X(1) VALUE "N".
       01  WS-OPERATOR    PIC X(3).
       01  WS-TODAY       PIC X(8).
       01  WS-ASK-DAY     PIC X(1).
       01  WS-ASK-DATE    PIC X(8).
       01  WS-ASK-KIND    PIC X(1).
       01  WS-ASK-OPEN    PIC X(4).
       01  WS-ASK-CLOSE   PIC X(4).
       01  WS-ASK-NOTE    PIC X(30).
       01  WS-ASK-TIME    PIC X(4).
       01  WS-ASK-MIN     PIC X(4).
       01  WS-TIME-GOOD   PIC X(1).
       01  WS-TIME-HHMM   PIC 9(4).
       01  WS-TIME-R REDEFINES WS-TIME-HHMM.
           05 WS-TIME-HH  PIC 9(2).
           05 WS-TIME-MM  PIC 9(2).
       01  WS-HOURS-TEXT  PIC X(26).
       01  WS-SHOWN       PIC 9(3).

      *the question the other programs ask, asked from here
       01  WS-TC-DATE     PIC X(8).
       01  WS-TC-TIME     PIC X(4).
       01  WS-TC-MINUTES  PIC 9(4).
       01  WS-TC-OPEN     PIC X(1).
       01  WS-TC-FROM     PIC X(4).
       01  WS-TC-TO       PIC X(4).
       01  WS-TC-NOTE     PIC X(30).

       01  WS-VAL-FIELD   PIC X(30).
       01  WS-VAL-RULE    PIC X(8).
       01  WS-VAL-PASS    PIC X(1).
       01  WS-VAL-REASON  PIC X(2).

       01  WS-LOG-PROGRAM PIC X(12) VALUE "calendar".
       01  WS-LOG-EVENT   PIC X(8).
       01  WS-LOG-TEXT    PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PARA.
       MOVE "STARTUP" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
       PERFORM FIND-OPERATOR-PARA.
       PERFORM LOAD-CALENDAR-PARA.
       PERFORM UNTIL WS-DONE = "Y"
          DISPLAY " "
          DISPLAY "TRADING CALENDAR - W=WEEKDAY HOURS, D=DATED ENTRY,"
             " R=REMOVE DATED ENTRY,"
          DISPLAY "L=LIST, C=CHECK A DATE AND TIME, X=EXIT:"
          ACCEPT WS-MENU-CHOICE
          MOVE FUNCTION UPPER-CASE (WS-MENU-CHOICE) TO WS-MENU-CHOICE
          EVALUATE WS-MENU-CHOICE
          WHEN "W"
             PERFORM SET-WEEKDAY-PARA
          WHEN "D"
             PERFORM SET-DATED-PARA
          WHEN "R"
             PERFORM REMOVE-DATED-PARA
          WHEN "L"
             PERFORM LIST-CALENDAR-PARA
          WHEN "C"
             PERFORM CHECK-DATE-TIME-PARA
          WHEN "X"
             MOVE "Y" TO WS-DONE
          WHEN OTHER
             DISPLAY "W, D, R, L, C OR X."
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
      *   WEEKDAY HOURS
      *=================================================
       SET-WEEKDAY-PARA.
       DISPLAY "WHICH DAY (1=MONDAY ... 7=SUNDAY)?".
       ACCEPT WS-ASK-DAY.
       IF WS-ASK-DAY < "1" OR WS-ASK-DAY > "7" THEN
          DISPLAY "1 TO 7 - NOTHING CHANGED."
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-ASK-DAY TO WS-DAY-INDEX.
       DISPLAY WS-DAY-NAME(WS-DAY-INDEX) " OPENS AT (HHMM, C = CLOSED"
             " ALL DAY):".
       MOVE SPACES TO WS-ASK-OPEN.
       ACCEPT WS-ASK-OPEN.
       MOVE FUNCTION UPPER-CASE (WS-ASK-OPEN) TO WS-ASK-OPEN.
       MOVE SPACES TO WS-ASK-CLOSE.
       MOVE SPACES TO WS-ASK-NOTE.
       IF WS-ASK-OPEN = "C" THEN
          MOVE "C" TO WS-ASK-KIND
          MOVE SPACES TO WS-ASK-OPEN
          MOVE WS-DAY-NAME(WS-DAY-INDEX) TO WS-ASK-NOTE
       ELSE
          MOVE "O" TO WS-ASK-KIND
          PERFORM ASK-HOURS-PARA
          IF WS-TIME-GOOD NOT = "Y" THEN
             EXIT PARAGRAPH
          END-IF
       END-IF.
       MOVE SPACES TO WS-ASK-DATE.
       MOVE WS-ASK-DAY TO WS-ASK-DATE (1:1).
       MOVE "W" TO TC-TYPE.
       PERFORM STORE-ENTRY-PARA.
       PERFORM SAVE-CALENDAR-PARA.
       MOVE SPACES TO WS-LOG-TEXT.
       STRING WS-DAY-NAME(WS-DAY-INDEX) " " WS-ASK-OPEN "-"
             WS-ASK-CLOSE DELIMITED BY SIZE INTO WS-LOG-TEXT.
       PERFORM LOG-CHANGE-PARA.
       DISPLAY WS-DAY-NAME(WS-DAY-INDEX) " SET.".

       ASK-HOURS-PARA.
      *opening and closing times, each a real HHMM - 2400 closes at
      *midnight, and a close before the open runs past midnight
       MOVE "N" TO WS-TIME-GOOD.
       MOVE WS-ASK-OPEN TO WS-ASK-TIME.
       PERFORM CHECK-TIME-PARA.
       IF WS-TIME-GOOD NOT = "Y" OR WS-ASK-OPEN = "2400" THEN
          MOVE "N" TO WS-TIME-GOOD
          DISPLAY "NOT AN OPENING TIME - NOTHING CHANGED."
          EXIT PARAGRAPH
       END-IF.
       DISPLAY "CLOSES AT (HHMM - EARLIER THAN THE OPEN MEANS AFTER"
             " MIDNIGHT):".
       ACCEPT WS-ASK-CLOSE.
       MOVE WS-ASK-CLOSE TO WS-ASK-TIME.
       PERFORM CHECK-TIME-PARA.
       IF WS-TIME-GOOD NOT = "Y" OR WS-ASK-CLOSE = WS-ASK-OPEN THEN
          MOVE "N" TO WS-TIME-GOOD
          DISPLAY "NOT A CLOSING TIME - NOTHING CHANGED."
          EXIT PARAGRAPH
       END-IF.
       IF WS-ASK-CLOSE < WS-ASK-OPEN THEN
          DISPLAY "OPEN PAST MIDNIGHT, UNTIL " WS-ASK-CLOSE
             " THE NEXT MORNING."
       END-IF.

       CHECK-TIME-PARA.
       MOVE "N" TO WS-TIME-GOOD.
       IF WS-ASK-TIME IS NOT NUMERIC THEN
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-ASK-TIME TO WS-TIME-HHMM.
       IF WS-TIME-HHMM = 2400 OR
             (WS-TIME-HH < 24 AND WS-TIME-MM < 60) THEN
          MOVE "Y" TO WS-TIME-GOOD
       END-IF.

      *=================================================
      *   DATED ENTRIES
      *=================================================
       SET-DATED-PARA.
       DISPLAY "DATE (YYYYMMDD):".
       MOVE SPACES TO WS-ASK-DATE.
       ACCEPT WS-ASK-DATE.
       MOVE SPACES TO WS-VAL-FIELD.
       MOVE WS-ASK-DATE TO WS-VAL-FIELD.
       MOVE "DATE" TO WS-VAL-RULE.
       CALL "fieldvalidator" USING WS-VAL-FIELD WS-VAL-RULE
             WS-VAL-PASS WS-VAL-REASON.
       IF WS-VAL-PASS NOT = "Y" THEN
          DISPLAY "NOT A DATE - NOTHING CHANGED."
          EXIT PARAGRAPH
       END-IF.
       IF WS-ASK-DATE < WS-TODAY THEN
          DISPLAY "THAT DAY HAS GONE - NOTHING CHANGED."
          EXIT PARAGRAPH
       END-IF.
       DISPLAY "C=CLOSURE, H=HOLIDAY, L=LATE OR SPECIAL OPENING:".
       ACCEPT WS-ASK-KIND.
       MOVE FUNCTION UPPER-CASE (WS-ASK-KIND) TO WS-ASK-KIND.
       IF WS-ASK-KIND NOT = "C" AND WS-ASK-KIND NOT = "H" AND
             WS-ASK-KIND NOT = "L" THEN
          DISPLAY "C, H OR L - NOTHING CHANGED."
          EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-ASK-OPEN.
       MOVE SPACES TO WS-ASK-CLOSE.
       IF WS-ASK-KIND = "L" THEN
          DISPLAY "OPENS AT (HHMM):"
          ACCEPT WS-ASK-OPEN
          PERFORM ASK-HOURS-PARA
          IF WS-TIME-GOOD NOT = "Y" THEN
             EXIT PARAGRAPH
          END-IF
       END-IF.
       DISPLAY "WHAT IS IT (E.G. CHRISTMAS DAY, ROOF REPAIRS):".
       MOVE SPACES TO WS-ASK-NOTE.
       ACCEPT WS-ASK-NOTE.
       MOVE FUNCTION UPPER-CASE (WS-ASK-NOTE) TO WS-ASK-NOTE.
       IF WS-ASK-NOTE = SPACES THEN
          DISPLAY "A DATED ENTRY NEEDS A REASON - NOTHING CHANGED."
          EXIT PARAGRAPH
       END-IF.
       MOVE "D" TO TC-TYPE.
       PERFORM STORE-ENTRY-PARA.
       PERFORM SAVE-CALENDAR-PARA.
       MOVE SPACES TO WS-LOG-TEXT.
       STRING WS-ASK-DATE " " WS-ASK-KIND " " WS-ASK-NOTE
             DELIMITED BY SIZE INTO WS-LOG-TEXT.
       PERFORM LOG-CHANGE-PARA.
       DISPLAY WS-ASK-DATE " SET.".

       REMOVE-DATED-PARA.
       DISPLAY "REMOVE THE ENTRY FOR WHICH DATE (YYYYMMDD)?".
       MOVE SPACES TO WS-ASK-DATE.
       ACCEPT WS-ASK-DATE.
       MOVE "D" TO TC-TYPE.
       PERFORM FIND-ENTRY-PARA.
       IF WS-CAL-FOUND = 0 THEN
          DISPLAY "NO DATED ENTRY FOR " WS-ASK-DATE "."
          EXIT PARAGRAPH
       END-IF.
       DISPLAY "REMOVING " WS-CT-KEY(WS-CAL-FOUND) " "
             WS-CT-NOTE(WS-CAL-FOUND).
       PERFORM VARYING WS-CAL-INDEX FROM WS-CAL-FOUND BY 1
       UNTIL WS-CAL-INDEX >= WS-CAL-COUNT
          MOVE WS-CAL-ENTRY(WS-CAL-INDEX + 1)
             TO WS-CAL-ENTRY(WS-CAL-INDEX)
       END-PERFORM.
       SUBTRACT 1 FROM WS-CAL-COUNT.
       PERFORM SAVE-CALENDAR-PARA.
       MOVE SPACES TO WS-LOG-TEXT.
       STRING WS-ASK-DATE " REMOVED" DELIMITED BY SIZE
             INTO WS-LOG-TEXT.
       PERFORM LOG-CHANGE-PARA.
       DISPLAY "REMOVED - THE WEEKDAY HOURS APPLY AGAIN.".

       FIND-ENTRY-PARA.
      *TC-TYPE and WS-ASK-DATE (the weekday digit for a W entry)
      *say which entry is wanted
       MOVE 0 TO WS-CAL-FOUND.
       PERFORM VARYING WS-CAL-INDEX FROM 1 BY 1
       UNTIL WS-CAL-INDEX > WS-CAL-COUNT
          IF WS-CT-TYPE(WS-CAL-INDEX) = TC-TYPE AND
             WS-CT-KEY(WS-CAL-INDEX) = WS-ASK-DATE THEN
             MOVE WS-CAL-INDEX TO WS-CAL-FOUND
          END-IF
       END-PERFORM.

       STORE-ENTRY-PARA.
      *replace the entry for the day if there is one, else add it
       PERFORM FIND-ENTRY-PARA.
       IF WS-CAL-FOUND = 0 THEN
          IF WS-CAL-COUNT >= 400 THEN
             DISPLAY "CALENDAR FULL - REMOVE SOME PAST ENTRIES."
             EXIT PARAGRAPH
          END-IF
          ADD 1 TO WS-CAL-COUNT
          MOVE WS-CAL-COUNT TO WS-CAL-FOUND
       END-IF.
       MOVE TC-TYPE TO WS-CT-TYPE(WS-CAL-FOUND).
       MOVE WS-ASK-DATE TO WS-CT-KEY(WS-CAL-FOUND).
       MOVE WS-ASK-KIND TO WS-CT-KIND(WS-CAL-FOUND).
       MOVE WS-ASK-OPEN TO WS-CT-OPEN(WS-CAL-FOUND).
       MOVE WS-ASK-CLOSE TO WS-CT-CLOSE(WS-CAL-FOUND).
       MOVE WS-ASK-NOTE TO WS-CT-NOTE(WS-CAL-FOUND).

      *=================================================
      *   LIST AND CHECK
      *=================================================
       LIST-CALENDAR-PARA.
       DISPLAY " ".
       DISPLAY "NORMAL HOURS:".
       PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
       UNTIL WS-DAY-INDEX > 7
          MOVE SPACES TO WS-ASK-DATE
          MOVE WS-DAY-INDEX TO WS-ASK-DATE (1:1)
          MOVE "W" TO TC-TYPE
          PERFORM FIND-ENTRY-PARA
          IF WS-CAL-FOUND = 0 THEN
             MOVE "NO HOURS SET - ANY TIME" TO WS-HOURS-TEXT
          ELSE
             PERFORM HOURS-TEXT-PARA
          END-IF
          DISPLAY "  " WS-DAY-NAME(WS-DAY-INDEX) " " WS-HOURS-TEXT
       END-PERFORM.
       DISPLAY "DATED ENTRIES FROM TODAY:".
       MOVE 0 TO WS-SHOWN.
       PERFORM VARYING WS-CAL-FOUND FROM 1 BY 1
       UNTIL WS-CAL-FOUND > WS-CAL-COUNT
          IF WS-CT-TYPE(WS-CAL-FOUND) = "D" AND
             WS-CT-KEY(WS-CAL-FOUND) >= WS-TODAY THEN
             ADD 1 TO WS-SHOWN
             PERFORM HOURS-TEXT-PARA
             DISPLAY "  " WS-CT-KEY(WS-CAL-FOUND) " "
                WS-HOURS-TEXT " " WS-CT-NOTE(WS-CAL-FOUND)
          END-IF
       END-PERFORM.
       IF WS-SHOWN = 0 THEN
          DISPLAY "  (NONE)"
       END-IF.

       HOURS-TEXT-PARA.
       MOVE SPACES TO WS-HOURS-TEXT.
       EVALUATE WS-CT-KIND(WS-CAL-FOUND)
       WHEN "C"
          MOVE "CLOSED" TO WS-HOURS-TEXT
       WHEN "H"
          MOVE "HOLIDAY - CLOSED" TO WS-HOURS-TEXT
       WHEN OTHER
          IF WS-CT-KIND(WS-CAL-FOUND) = "L" THEN
             MOVE "LATE " TO WS-HOURS-TEXT
          END-IF
          MOVE WS-CT-OPEN(WS-CAL-FOUND) TO WS-HOURS-TEXT (6:4)
          MOVE "-" TO WS-HOURS-TEXT (10:1)
          MOVE WS-CT-CLOSE(WS-CAL-FOUND) TO WS-HOURS-TEXT (11:4)
          IF WS-CT-CLOSE(WS-CAL-FOUND) < WS-CT-OPEN(WS-CAL-FOUND)
             THEN
             MOVE "(NEXT DAY)" TO WS-HOURS-TEXT (16:10)
          END-IF
       END-EVALUATE.

       CHECK-DATE-TIME-PARA.
       DISPLAY "DATE (YYYYMMDD, BLANK = TODAY):".
       MOVE SPACES TO WS-TC-DATE.
       ACCEPT WS-TC-DATE.
       IF WS-TC-DATE = SPACES THEN
          MOVE WS-TODAY TO WS-TC-DATE
       END-IF.
       DISPLAY "TIME (HHMM, BLANK = THE DAY'S HOURS):".
       MOVE SPACES TO WS-TC-TIME.
       ACCEPT WS-TC-TIME.
       MOVE 0 TO WS-TC-MINUTES.
       IF WS-TC-TIME NOT = SPACES THEN
          DISPLAY "FOR HOW MANY MINUTES (E.G. 0060, BLANK = JUST"
             " THAT TIME):"
          MOVE SPACES TO WS-ASK-MIN
          ACCEPT WS-ASK-MIN
          IF WS-ASK-MIN IS NUMERIC THEN
             MOVE WS-ASK-MIN TO WS-TC-MINUTES
          END-IF
       END-IF.
       CALL "tradecal" USING WS-TC-DATE WS-TC-TIME WS-TC-MINUTES
             WS-TC-OPEN WS-TC-FROM WS-TC-TO WS-TC-NOTE.
       IF WS-TC-OPEN = "Y" THEN
          DISPLAY "OPEN - HOURS " WS-TC-FROM "-" WS-TC-TO " "
             WS-TC-NOTE
       ELSE
          DISPLAY "NOT OPEN - " WS-TC-NOTE
       END-IF.

      *=================================================
      *   FILE AND LOG
      *=================================================
       LOAD-CALENDAR-PARA.
       MOVE 0 TO WS-CAL-COUNT.
       MOVE "N" TO WS-EOF.
       OPEN INPUT calFile.
       IF WS-CAL-STATUS = "00" THEN
          PERFORM UNTIL WS-END-OF-FILE
             READ calFile
                AT END MOVE "Y" TO WS-EOF
                NOT AT END
                   IF WS-CAL-COUNT < 400 AND
                      (TC-TYPE = "W" OR TC-TYPE = "D") THEN
                      ADD 1 TO WS-CAL-COUNT
                      MOVE CAL-RECORD TO WS-CAL-ENTRY(WS-CAL-COUNT)
                   END-IF
             END-READ
          END-PERFORM
          CLOSE calFile
       END-IF.

       SAVE-CALENDAR-PARA.
      *weekdays first, then the dated entries in date order, so the
      *file reads straight when it is looked at by hand - the sort
      *puts the keys in order, the two passes put the W lines first
       MOVE "N" TO WS-SORT-DONE.
       PERFORM UNTIL WS-SORT-DONE = "Y"
          MOVE "Y" TO WS-SORT-DONE
          PERFORM VARYING WS-SORT-INDEX FROM 1 BY 1
          UNTIL WS-SORT-INDEX >= WS-CAL-COUNT
             IF WS-CT-TYPE(WS-SORT-INDEX) >
                WS-CT-TYPE(WS-SORT-INDEX + 1) OR
                (WS-CT-TYPE(WS-SORT-INDEX) =
                WS-CT-TYPE(WS-SORT-INDEX + 1) AND
                WS-CT-KEY(WS-SORT-INDEX) >
                WS-CT-KEY(WS-SORT-INDEX + 1)) THEN
                MOVE WS-CAL-ENTRY(WS-SORT-INDEX) TO WS-CAL-SWAP
                MOVE WS-CAL-ENTRY(WS-SORT-INDEX + 1)
                   TO WS-CAL-ENTRY(WS-SORT-INDEX)
                MOVE WS-CAL-SWAP TO WS-CAL-ENTRY(WS-SORT-INDEX + 1)
                MOVE "N" TO WS-SORT-DONE
             END-IF
          END-PERFORM
       END-PERFORM.
       OPEN OUTPUT calFile.
       IF WS-CAL-STATUS NOT = "00" THEN
          DISPLAY "TRADECAL.DAT COULD NOT BE WRITTEN, STATUS "
             WS-CAL-STATUS
          EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-CAL-INDEX FROM 1 BY 1
       UNTIL WS-CAL-INDEX > WS-CAL-COUNT
          IF WS-CT-TYPE(WS-CAL-INDEX) = "W" THEN
             MOVE WS-CAL-ENTRY(WS-CAL-INDEX) TO CAL-RECORD
             WRITE CAL-RECORD
          END-IF
       END-PERFORM.
       PERFORM VARYING WS-CAL-INDEX FROM 1 BY 1
       UNTIL WS-CAL-INDEX > WS-CAL-COUNT
          IF WS-CT-TYPE(WS-CAL-INDEX) = "D" THEN
             MOVE WS-CAL-ENTRY(WS-CAL-INDEX) TO CAL-RECORD
             WRITE CAL-RECORD
          END-IF
       END-PERFORM.
       CLOSE calFile.

       LOG-CHANGE-PARA.
       MOVE "CALEDIT" TO WS-LOG-EVENT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.

       END PROGRAM calendar.
