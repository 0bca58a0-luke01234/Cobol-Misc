       IDENTIFICATION DIVISION.
       PROGRAM-ID. staffplan.

      *the rota off the numbers instead of off habit. a chosen run
      *of past weeks is swept for how many people were in the shop
      *each hour of each day - the VISITORS.LOG check-in/out windows,
      *the same presence rule visitplay uses, with the cabinet
      *launches on USAGE.DAT as a floor for hours when somebody
      *played without signing the register - and rolled up into an
      *average and a peak headcount per weekday and hour. next week
      *is then forecast from those figures: each hour starts from
      *its weekday average, an EVENTS.CFG window covering the hour
      *lifts it to the peak instead (events are when the crowds come
      *that the average smooths away), and the RESERVE.DAT bookings
      *still open for the hour are added on top. the staff count
      *suggested for each hour is the forecast over the visitors one
      *member of staff can cover, never below the floor for an hour
      *the shop is open - both from STAFFRATIO.CFG (VV visitors per
      *staff member, then M the minimum on; no file means 10 and 1)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT visitorFile ASSIGN TO "VISITORS.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VISITOR-STATUS.

           SELECT usageFile ASSIGN TO "USAGE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-USAGE-STATUS.

           SELECT reserveFile ASSIGN TO "RESERVE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESERVE-STATUS.

           SELECT eventsFile ASSIGN TO "EVENTS.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EVENTS-STATUS.

           SELECT ratioFile ASSIGN TO "STAFFRATIO.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATIO-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  visitorFile.
       01  VISITOR-RECORD.
           05 VR-NAME     PIC X(20).
           05 VR-DATE     PIC X(8).
           05 VR-TIME-IN  PIC X(6).
           05 VR-TIME-OUT PIC X(6).

       FD  usageFile.
       01  USAGE-RECORD.
           05 US-PROGRAM PIC X(14).
           05 US-START   PIC X(14).
           05 US-END     PIC X(14).

      *the reservation book reservations.cob keeps - status O is
      *booked and still open, A arrived, N no-show
       FD  reserveFile.
       01  RESERVE-RECORD.
           05 RS-DATE    PIC X(8).
           05 RS-START   PIC X(4).
           05 RS-LENGTH  PIC 9(3).
           05 RS-MACHINE PIC 9(1).
           05 RS-NAME    PIC X(20).
           05 RS-STATUS  PIC X(1).

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

       FD  ratioFile.
       01  RATIO-RECORD.
           05 SR-PER-STAFF PIC 9(2).
           05 SR-MIN-STAFF PIC 9(1).

       WORKING-STORAGE SECTION.
       01  WS-VISITOR-STATUS PIC X(2).
       01  WS-USAGE-STATUS   PIC X(2).
       01  WS-RESERVE-STATUS PIC X(2).
       01  WS-EVENTS-STATUS  PIC X(2).
       01  WS-RATIO-STATUS   PIC X(2).
       01  WS-EOF PIC X(1) VALUE "N".
           88 WS-END-OF-FILE VALUE "Y".

       01  WS-WEEKS-INP      PIC X(2).
       01  WS-WEEKS          PIC 9(2) VALUE 8.
       01  WS-PER-STAFF      PIC 9(2) VALUE 10.
       01  WS-MIN-STAFF      PIC 9(1) VALUE 1.

      *the history window is the WS-WEEKS whole weeks up to
      *yesterday; day numbers are the intrinsic integer dates, and
      *day 1 of that count (1601-01-01) was a Monday, so the
      *remainder over 7 gives the weekday with 0 as Monday
       01  WS-TODAY          PIC 9(8).
       01  WS-TODAY-INT      PIC 9(8).
       01  WS-FIRST-INT      PIC 9(8).
       01  WS-DAY-COUNT      PIC 9(3).
       01  WS-NEXT-MON-INT   PIC 9(8).
       01  WS-DATE-NUM       PIC 9(8).
       01  WS-DATE-INT       PIC 9(8).
       01  WS-DAY-SLOT       PIC 9(3).
       01  WS-WEEKDAY        PIC 9(1).
       01  WS-QUOTIENT       PIC 9(8).

      *one row of hours for every day of the history window - who
      *was on the register and how many games were launched
       01  WS-HISTORY-TABLE.
           05 WS-HIST-DAY OCCURS 364 TIMES.
              10 WS-HIST-HOUR OCCURS 24 TIMES.
                 15 WS-HI-VISITORS PIC 9(3).
                 15 WS-HI-LAUNCHES PIC 9(3).

      *the history rolled up by weekday (1 = Monday) and hour
       01  WS-WEEKDAY-TABLE.
           05 WS-WD-ENTRY OCCURS 7 TIMES.
              10 WS-WD-DATES  PIC 9(2).
              10 WS-WD-ACTIVE PIC X(1).
              10 WS-WD-HOUR OCCURS 24 TIMES.
                 15 WS-WD-TOTAL    PIC 9(6).
                 15 WS-WD-PEAK     PIC 9(3).
                 15 WS-WD-LAUNCHES PIC 9(6).

      *next week, Monday first: bookings still open per hour, and
      *the first event window found covering the hour
       01  WS-NEXT-WEEK-TABLE.
           05 WS-NW-DAY OCCURS 7 TIMES.
              10 WS-NW-DATE PIC 9(8).
              10 WS-NW-HOUR OCCURS 24 TIMES.
                 15 WS-NW-BOOKED PIC 9(3).
                 15 WS-NW-EVENT  PIC X(8).

       01  WS-DAY-NAMES.
           05 FILLER PIC X(9) VALUE "MONDAY".
           05 FILLER PIC X(9) VALUE "TUESDAY".
           05 FILLER PIC X(9) VALUE "WEDNESDAY".
           05 FILLER PIC X(9) VALUE "THURSDAY".
           05 FILLER PIC X(9) VALUE "FRIDAY".
           05 FILLER PIC X(9) VALUE "SATURDAY".
           05 FILLER PIC X(9) VALUE "SUNDAY".
       01  WS-DAY-NAME-TABLE REDEFINES WS-DAY-NAMES.
           05 WS-DAY-NAME PIC X(9) OCCURS 7 TIMES.

       01  WS-DAY-INDEX      PIC 9(3).
       01  WS-WD-INDEX       PIC 9(1).
       01  WS-HOUR-INDEX     PIC 9(2).
       01  WS-HOUR-SLOT      PIC 9(2).
       01  WS-HOUR-IN        PIC 9(2).
       01  WS-HOUR-OUT       PIC 9(2).
       01  WS-MINUTE-END     PIC 9(5).
       01  WS-HEADCOUNT      PIC 9(3).

       01  WS-AVERAGE        PIC 9(4)V9.
       01  WS-AVG-LAUNCHES   PIC 9(4)V9.
       01  WS-FORECAST       PIC 9(4)V9.
       01  WS-STAFF          PIC 9(3).
       01  WS-STAFF-HOURS    PIC 9(5) VALUE 0.
       01  WS-LINE-EVENT     PIC X(8).
       01  WS-VISITS-READ    PIC 9(6) VALUE 0.
       01  WS-LAUNCHES-READ  PIC 9(6) VALUE 0.
       01  WS-BOOKINGS-READ  PIC 9(4) VALUE 0.

       01  WS-HH-DISP        PIC 9(2).
       01  WS-AVG-DISP       PIC ZZ9.9.
       01  WS-FC-DISP        PIC ZZ9.9.
       01  WS-PEAK-DISP      PIC ZZ9.
       01  WS-BOOKED-DISP    PIC ZZ9.
       01  WS-STAFF-DISP     PIC ZZ9.
       01  WS-COUNT-DISP     PIC Z(5)9.

       PROCEDURE DIVISION.
       MAIN-PARA.
       DISPLAY "WEEKS OF HISTORY TO FORECAST FROM (1-52, BLANK = 8):".
       ACCEPT WS-WEEKS-INP.
       IF WS-WEEKS-INP (2:1) = SPACE AND WS-WEEKS-INP (1:1) IS NUMERIC
          THEN
          MOVE WS-WEEKS-INP (1:1) TO WS-WEEKS
       ELSE
          IF WS-WEEKS-INP IS NUMERIC THEN
             MOVE WS-WEEKS-INP TO WS-WEEKS
          END-IF
       END-IF.
       IF WS-WEEKS < 1 OR WS-WEEKS > 52 THEN
          MOVE 8 TO WS-WEEKS
       END-IF.
       PERFORM LOAD-RATIO-PARA.
       MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
       COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE(WS-TODAY).
       COMPUTE WS-DAY-COUNT = WS-WEEKS * 7.
       COMPUTE WS-FIRST-INT = WS-TODAY-INT - WS-DAY-COUNT - 1.
       MOVE WS-TODAY-INT TO WS-DATE-INT.
       PERFORM WEEKDAY-OF-PARA.
       COMPUTE WS-NEXT-MON-INT = WS-TODAY-INT + 7 - WS-WEEKDAY.
       INITIALIZE WS-HISTORY-TABLE.
       INITIALIZE WS-WEEKDAY-TABLE.
       INITIALIZE WS-NEXT-WEEK-TABLE.
       PERFORM SWEEP-VISITS-PARA.
       PERFORM SWEEP-USAGE-PARA.
       PERFORM ROLL-UP-WEEKDAYS-PARA.
       PERFORM SWEEP-BOOKINGS-PARA.
       PERFORM SWEEP-EVENTS-PARA.
       PERFORM PRINT-HISTORY-PARA.
       PERFORM PRINT-FORECAST-PARA.
       GOBACK.

       LOAD-RATIO-PARA.
       OPEN INPUT ratioFile.
       IF WS-RATIO-STATUS = "00" THEN
          READ ratioFile
             AT END CONTINUE
             NOT AT END
                IF SR-PER-STAFF IS NUMERIC AND SR-PER-STAFF > 0 THEN
                   MOVE SR-PER-STAFF TO WS-PER-STAFF
                END-IF
                IF SR-MIN-STAFF IS NUMERIC THEN
                   MOVE SR-MIN-STAFF TO WS-MIN-STAFF
                END-IF
          END-READ
          CLOSE ratioFile
       END-IF.

       WEEKDAY-OF-PARA.
       COMPUTE WS-QUOTIENT = WS-DATE-INT - 1.
       DIVIDE WS-QUOTIENT BY 7 GIVING WS-QUOTIENT
          REMAINDER WS-WEEKDAY.

       DAY-SLOT-OF-PARA.
      *the day's row in the history window, or 0 for a date outside
      *it or one that will not convert
       MOVE 0 TO WS-DAY-SLOT.
       COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
       IF WS-DATE-INT > WS-FIRST-INT AND WS-DATE-INT < WS-TODAY-INT
          THEN
          COMPUTE WS-DAY-SLOT = WS-DATE-INT - WS-FIRST-INT
       END-IF.

      *=================================================
      *   THE HISTORY - REGISTER AND CABINET
      *=================================================
       SWEEP-VISITS-PARA.
       MOVE "N" TO WS-EOF.
       OPEN INPUT visitorFile.
       IF WS-VISITOR-STATUS NOT = "00" THEN
          DISPLAY "VISITORS.LOG COULD NOT BE OPENED."
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ visitorFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF VR-DATE IS NUMERIC AND VR-DATE < WS-TODAY AND
                   VR-TIME-IN IS NUMERIC THEN
                   MOVE VR-DATE TO WS-DATE-NUM
                   PERFORM DAY-SLOT-OF-PARA
                   IF WS-DAY-SLOT > 0 THEN
                      ADD 1 TO WS-VISITS-READ
                      PERFORM TAKE-IN-VISIT-PARA
                   END-IF
                END-IF
          END-READ
       END-PERFORM.
       CLOSE visitorFile.

       TAKE-IN-VISIT-PARA.
      *a mark in every hour the window spans; a visit never checked
      *out counts its check-in hour only, as visitplay counts it
       MOVE VR-TIME-IN (1:2) TO WS-HOUR-IN.
       MOVE WS-HOUR-IN TO WS-HOUR-OUT.
       IF VR-TIME-OUT IS NUMERIC THEN
          IF VR-TIME-OUT (1:2) >= VR-TIME-IN (1:2) THEN
             MOVE VR-TIME-OUT (1:2) TO WS-HOUR-OUT
          END-IF
       END-IF.
       PERFORM VARYING WS-HOUR-SLOT FROM WS-HOUR-IN BY 1
       UNTIL WS-HOUR-SLOT > WS-HOUR-OUT OR WS-HOUR-SLOT > 23
          ADD 1 TO WS-HI-VISITORS(WS-DAY-SLOT, WS-HOUR-SLOT + 1)
       END-PERFORM.

       SWEEP-USAGE-PARA.
       MOVE "N" TO WS-EOF.
       OPEN INPUT usageFile.
       IF WS-USAGE-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ usageFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF US-PROGRAM = "cobol_tetris" AND
                   US-START (1:8) IS NUMERIC AND
                   US-START (9:2) IS NUMERIC AND
                   US-START (1:8) < WS-TODAY THEN
                   MOVE US-START (1:8) TO WS-DATE-NUM
                   PERFORM DAY-SLOT-OF-PARA
                   MOVE US-START (9:2) TO WS-HOUR-SLOT
                   IF WS-DAY-SLOT > 0 AND WS-HOUR-SLOT < 24 THEN
                      ADD 1 TO WS-LAUNCHES-READ
                      ADD 1 TO
                         WS-HI-LAUNCHES(WS-DAY-SLOT, WS-HOUR-SLOT + 1)
                   END-IF
                END-IF
          END-READ
       END-PERFORM.
       CLOSE usageFile.

       ROLL-UP-WEEKDAYS-PARA.
      *every date in the window counts towards its weekday's
      *average, busy or not - a shut Tuesday is a zero Tuesday
       PERFORM VARYING WS-DAY-INDEX FROM 1 BY 1
       UNTIL WS-DAY-INDEX > WS-DAY-COUNT
          COMPUTE WS-DATE-INT = WS-FIRST-INT + WS-DAY-INDEX
          PERFORM WEEKDAY-OF-PARA
          ADD 1 TO WS-WEEKDAY
          ADD 1 TO WS-WD-DATES(WS-WEEKDAY)
          PERFORM VARYING WS-HOUR-INDEX FROM 1 BY 1
          UNTIL WS-HOUR-INDEX > 24
             PERFORM HOUR-HEADCOUNT-PARA
             ADD WS-HEADCOUNT TO WS-WD-TOTAL(WS-WEEKDAY, WS-HOUR-INDEX)
             IF WS-HEADCOUNT > WS-WD-PEAK(WS-WEEKDAY, WS-HOUR-INDEX)
                THEN
                MOVE WS-HEADCOUNT
                   TO WS-WD-PEAK(WS-WEEKDAY, WS-HOUR-INDEX)
             END-IF
             ADD WS-HI-LAUNCHES(WS-DAY-INDEX, WS-HOUR-INDEX)
                TO WS-WD-LAUNCHES(WS-WEEKDAY, WS-HOUR-INDEX)
             IF WS-HEADCOUNT > 0 THEN
                MOVE "Y" TO WS-WD-ACTIVE(WS-WEEKDAY)
             END-IF
          END-PERFORM
       END-PERFORM.

       HOUR-HEADCOUNT-PARA.
      *the register's count for the hour - but a game launched in an
      *hour nobody signed in for still had somebody at the cabinet
       MOVE WS-HI-VISITORS(WS-DAY-INDEX, WS-HOUR-INDEX)
          TO WS-HEADCOUNT.
       IF WS-HEADCOUNT = 0 AND
             WS-HI-LAUNCHES(WS-DAY-INDEX, WS-HOUR-INDEX) > 0 THEN
          MOVE 1 TO WS-HEADCOUNT
       END-IF.

      *=================================================
      *   NEXT WEEK - BOOKINGS AND EVENT WINDOWS
      *=================================================
       SWEEP-BOOKINGS-PARA.
       PERFORM VARYING WS-WD-INDEX FROM 1 BY 1 UNTIL WS-WD-INDEX > 7
          COMPUTE WS-NW-DATE(WS-WD-INDEX) = FUNCTION DATE-OF-INTEGER
             (WS-NEXT-MON-INT + WS-WD-INDEX - 1)
       END-PERFORM.
       MOVE "N" TO WS-EOF.
       OPEN INPUT reserveFile.
       IF WS-RESERVE-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ reserveFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF RS-STATUS = "O" AND RS-DATE IS NUMERIC AND
                   RS-START IS NUMERIC AND RS-LENGTH IS NUMERIC THEN
                   PERFORM TAKE-IN-BOOKING-PARA
                END-IF
          END-READ
       END-PERFORM.
       CLOSE reserveFile.

       TAKE-IN-BOOKING-PARA.
      *one more person in every hour the slot touches
       MOVE 0 TO WS-DAY-SLOT.
       PERFORM VARYING WS-WD-INDEX FROM 1 BY 1 UNTIL WS-WD-INDEX > 7
          IF WS-NW-DATE(WS-WD-INDEX) = RS-DATE THEN
             MOVE WS-WD-INDEX TO WS-DAY-SLOT
          END-IF
       END-PERFORM.
       IF WS-DAY-SLOT = 0 THEN
          EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-BOOKINGS-READ.
       MOVE RS-START (1:2) TO WS-HOUR-IN.
       COMPUTE WS-MINUTE-END = WS-HOUR-IN * 60 +
          FUNCTION NUMVAL (RS-START (3:2)) + RS-LENGTH - 1.
       IF RS-LENGTH = 0 THEN
          MOVE WS-HOUR-IN TO WS-HOUR-OUT
       ELSE
          COMPUTE WS-HOUR-OUT = WS-MINUTE-END / 60
       END-IF.
       PERFORM VARYING WS-HOUR-SLOT FROM WS-HOUR-IN BY 1
       UNTIL WS-HOUR-SLOT > WS-HOUR-OUT OR WS-HOUR-SLOT > 23
          ADD 1 TO WS-NW-BOOKED(WS-DAY-SLOT, WS-HOUR-SLOT + 1)
       END-PERFORM.

       SWEEP-EVENTS-PARA.
       MOVE "N" TO WS-EOF.
       OPEN INPUT eventsFile.
       IF WS-EVENTS-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ eventsFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF EV-ID NOT = SPACES AND EV-START IS NUMERIC AND
                   EV-END IS NUMERIC THEN
                   PERFORM VARYING WS-WD-INDEX FROM 1 BY 1
                   UNTIL WS-WD-INDEX > 7
                      IF EV-DATE = "00000000" OR
                         EV-DATE = WS-NW-DATE(WS-WD-INDEX) THEN
                         PERFORM MARK-EVENT-HOURS-PARA
                      END-IF
                   END-PERFORM
                END-IF
          END-READ
       END-PERFORM.
       CLOSE eventsFile.

       MARK-EVENT-HOURS-PARA.
      *first entry to cover an hour names it, the way the first
      *matching entry wins at the launcher
       MOVE EV-START (1:2) TO WS-HOUR-IN.
       MOVE EV-END (1:2) TO WS-HOUR-OUT.
       PERFORM VARYING WS-HOUR-SLOT FROM WS-HOUR-IN BY 1
       UNTIL WS-HOUR-SLOT > WS-HOUR-OUT OR WS-HOUR-SLOT > 23
          IF WS-NW-EVENT(WS-WD-INDEX, WS-HOUR-SLOT + 1) = SPACES THEN
             MOVE EV-ID TO WS-NW-EVENT(WS-WD-INDEX, WS-HOUR-SLOT + 1)
          END-IF
       END-PERFORM.

      *=================================================
      *   THE REPORT
      *=================================================
       PRINT-HISTORY-PARA.
       DISPLAY " ".
       DISPLAY "===== HEADCOUNT BY WEEKDAY AND HOUR - LAST " WS-WEEKS
          " WEEKS =====".
       DISPLAY "VISITS READ:   " WS-VISITS-READ
          "   LAUNCHES READ: " WS-LAUNCHES-READ.
       PERFORM VARYING WS-WD-INDEX FROM 1 BY 1 UNTIL WS-WD-INDEX > 7
          IF WS-WD-ACTIVE(WS-WD-INDEX) = "Y" THEN
             DISPLAY " "
             DISPLAY WS-DAY-NAME(WS-WD-INDEX) " ("
                WS-WD-DATES(WS-WD-INDEX) " DAYS)"
             DISPLAY "  HOUR   AVG  PEAK  GAMES/HR"
             PERFORM VARYING WS-HOUR-INDEX FROM 1 BY 1
             UNTIL WS-HOUR-INDEX > 24
                IF WS-WD-PEAK(WS-WD-INDEX, WS-HOUR-INDEX) > 0 THEN
                   PERFORM PRINT-HISTORY-LINE-PARA
                END-IF
             END-PERFORM
          END-IF
       END-PERFORM.

       PRINT-HISTORY-LINE-PARA.
       COMPUTE WS-HH-DISP = WS-HOUR-INDEX - 1.
       COMPUTE WS-AVERAGE ROUNDED =
             WS-WD-TOTAL(WS-WD-INDEX, WS-HOUR-INDEX) /
             WS-WD-DATES(WS-WD-INDEX).
       COMPUTE WS-AVG-LAUNCHES ROUNDED =
             WS-WD-LAUNCHES(WS-WD-INDEX, WS-HOUR-INDEX) /
             WS-WD-DATES(WS-WD-INDEX).
       MOVE WS-AVERAGE TO WS-AVG-DISP.
       MOVE WS-WD-PEAK(WS-WD-INDEX, WS-HOUR-INDEX) TO WS-PEAK-DISP.
       MOVE WS-AVG-LAUNCHES TO WS-FC-DISP.
       DISPLAY "   " WS-HH-DISP "  " WS-AVG-DISP "   " WS-PEAK-DISP
          "     " WS-FC-DISP.

       PRINT-FORECAST-PARA.
       DISPLAY " ".
       DISPLAY "===== NEXT WEEK - FORECAST AND SUGGESTED STAFF =====".
       DISPLAY "ONE STAFF PER " WS-PER-STAFF " VISITORS, AT LEAST "
             WS-MIN-STAFF " ON WHILE OPEN".
       DISPLAY "OPEN BOOKINGS FOUND: " WS-BOOKINGS-READ.
       PERFORM VARYING WS-WD-INDEX FROM 1 BY 1 UNTIL WS-WD-INDEX > 7
          DISPLAY " "
          DISPLAY WS-DAY-NAME(WS-WD-INDEX) " " WS-NW-DATE(WS-WD-INDEX)
          DISPLAY "  HOUR  BASE  BOOKED  FORECAST  STAFF  EVENT"
          PERFORM VARYING WS-HOUR-INDEX FROM 1 BY 1
          UNTIL WS-HOUR-INDEX > 24
             PERFORM FORECAST-ONE-HOUR-PARA
          END-PERFORM
       END-PERFORM.
       MOVE WS-STAFF-HOURS TO WS-COUNT-DISP.
       DISPLAY " ".
       DISPLAY "STAFF-HOURS SUGGESTED FOR THE WEEK: " WS-COUNT-DISP.

       FORECAST-ONE-HOUR-PARA.
      *an hour with no history, no booking and no event is taken as
      *shut and left off the rota
       IF WS-WD-PEAK(WS-WD-INDEX, WS-HOUR-INDEX) = 0 AND
             WS-NW-BOOKED(WS-WD-INDEX, WS-HOUR-INDEX) = 0 AND
             WS-NW-EVENT(WS-WD-INDEX, WS-HOUR-INDEX) = SPACES THEN
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-NW-EVENT(WS-WD-INDEX, WS-HOUR-INDEX) TO WS-LINE-EVENT.
       IF WS-LINE-EVENT NOT = SPACES THEN
          MOVE WS-WD-PEAK(WS-WD-INDEX, WS-HOUR-INDEX) TO WS-AVERAGE
       ELSE
          COMPUTE WS-AVERAGE ROUNDED =
             WS-WD-TOTAL(WS-WD-INDEX, WS-HOUR-INDEX) /
             WS-WD-DATES(WS-WD-INDEX)
       END-IF.
       COMPUTE WS-FORECAST = WS-AVERAGE +
             WS-NW-BOOKED(WS-WD-INDEX, WS-HOUR-INDEX).
      *whole staff, rounded up - half a person short is a person
      *short
       COMPUTE WS-STAFF = WS-FORECAST / WS-PER-STAFF.
       IF WS-STAFF * WS-PER-STAFF < WS-FORECAST THEN
          ADD 1 TO WS-STAFF
       END-IF.
       IF WS-STAFF < WS-MIN-STAFF THEN
          MOVE WS-MIN-STAFF TO WS-STAFF
       END-IF.
       ADD WS-STAFF TO WS-STAFF-HOURS.
       COMPUTE WS-HH-DISP = WS-HOUR-INDEX - 1.
       MOVE WS-AVERAGE TO WS-AVG-DISP.
       MOVE WS-NW-BOOKED(WS-WD-INDEX, WS-HOUR-INDEX) TO WS-BOOKED-DISP.
       MOVE WS-STAFF TO WS-STAFF-DISP.
       MOVE WS-FORECAST TO WS-FC-DISP.
       DISPLAY "   " WS-HH-DISP "  " WS-AVG-DISP "     " WS-BOOKED-DISP
          "     " WS-FC-DISP "    " WS-STAFF-DISP "  " WS-LINE-EVENT.

       END PROGRAM staffplan.
