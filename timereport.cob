       IDENTIFICATION DIVISION.
       PROGRAM-ID. timereport.

      *the weekly hours report payroll is done from. the launcher's
      *time clock appends a punch to TIMECLOCK.DAT each time someone
      *clocks in or out with their STAFFPIN.DAT initials and PIN;
      *this pairs each operator's punches for the week (monday to
      *sunday, this week unless another monday is keyed), splits
      *the hours into regular and overtime past forty, and flags
      *the missed punches - a clock-in with no clock-out, a
      *clock-out with no clock-in. the week's shift opens and
      *closes in SHIFTSNAP.DAT are then squared against the clock:
      *whoever opened or closed a shift should have been on it.
      *printed to HOURS.RPT as well as the screen

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT clockFile ASSIGN TO "TIMECLOCK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLOCK-STATUS.

           SELECT snapFile ASSIGN TO "SHIFTSNAP.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SNAP-STATUS.

           SELECT hoursFile ASSIGN TO "HOURS.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOURS-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  clockFile.
       01  CLOCK-RECORD.
           05 TC-OPERATOR PIC X(3).
           05 TC-STAMP    PIC X(14).
           05 TC-TYPE     PIC X(1).

      *same layout shiftproc writes - an open appends one record,
      *the close appends a copy with the closing stamp and closer
       FD  snapFile.
       01  SNAP-RECORD.
           05 SN-STAMP     PIC X(14).
           05 SN-OPERATOR  PIC X(3).
           05 SN-ISSUED    PIC 9(8).
           05 SN-USED      PIC 9(8).
           05 SN-GAMES     PIC 9(6).
           05 SN-LAUNCHES  PIC 9(6).
           05 SN-OPEN      PIC X(1).
           05 SN-FLOAT     PIC 9(6)V99.
           05 SN-CLOSED    PIC X(14).
           05 SN-CLOSER    PIC X(3).

       FD  hoursFile.
       01  HOURS-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CLOCK-STATUS PIC X(2).
       01  WS-SNAP-STATUS  PIC X(2).
       01  WS-HOURS-STATUS PIC X(2).
       01  WS-EOF PIC X(1) VALUE "N".
           88 WS-END-OF-FILE VALUE "Y".

       01  WS-TODAY        PIC X(8).
       01  WS-WEEK-INP     PIC X(8).
       01  WS-WEEK-START   PIC 9(8).
       01  WS-WEEK-END     PIC 9(8).
       01  WS-START-DAY    PIC 9(8).
       01  WS-END-MIN      PIC 9(11).
      *a clock-in still open this long after it was punched is a
      *missed clock-out - the launcher's clock closes one inside it,
      *past midnight included
       01  WS-MAX-SHIFT-MIN PIC 9(4) VALUE 960.
       01  WS-NOW-MIN      PIC 9(11).

      *a stamp turned into minutes so two punches can be subtracted
       01  WS-CALC-STAMP   PIC X(14).
       01  WS-CALC-DATE    PIC 9(8).
       01  WS-CALC-HH      PIC 9(2).
       01  WS-CALC-MM      PIC 9(2).
       01  WS-CALC-MIN     PIC 9(11).

      *one row per operator seen on the clock this week; the open
      *clock-in is held until its clock-out turns up
       01  WS-OPER-TABLE.
           05 WS-OPER-ENTRY OCCURS 50 TIMES.
              10 WS-OT-OPERATOR PIC X(3).
              10 WS-OT-IN-STAMP PIC X(14).
              10 WS-OT-IN-MIN   PIC 9(11).
              10 WS-OT-SHIFTS   PIC 9(3).
              10 WS-OT-MINUTES  PIC 9(6).
              10 WS-OT-MISSED   PIC 9(3).
       01  WS-OPER-COUNT   PIC 9(3) VALUE 0.
       01  WS-OPER-INDEX   PIC 9(3).
       01  WS-OPER-FOUND   PIC 9(3).

      *every stretch someone was on the clock - a clock-in left
      *open runs to the end of the week - for the shift squaring
       01  WS-SPAN-TABLE.
           05 WS-SPAN-ENTRY OCCURS 500 TIMES.
              10 WS-SP-OPERATOR PIC X(3).
              10 WS-SP-FROM     PIC 9(11).
              10 WS-SP-TO       PIC 9(11).
       01  WS-SPAN-COUNT   PIC 9(3) VALUE 0.
       01  WS-SPAN-INDEX   PIC 9(3).

      *the missed punches, printed under the hours
       01  WS-MISS-TABLE.
           05 WS-MISS-ENTRY OCCURS 200 TIMES.
              10 WS-MS-OPERATOR PIC X(3).
              10 WS-MS-STAMP    PIC X(14).
              10 WS-MS-TEXT     PIC X(30).
       01  WS-MISS-COUNT   PIC 9(3) VALUE 0.
       01  WS-MISS-INDEX   PIC 9(3).

       01  WS-WORKED       PIC 9(6).
       01  WS-REGULAR      PIC 9(6).
       01  WS-OVERTIME     PIC 9(6).
       01  WS-HOURS        PIC 9(4)V99.
       01  WS-TOT-REGULAR  PIC 9(7) VALUE 0.
       01  WS-TOT-OVERTIME PIC 9(7) VALUE 0.

       01  WS-CHECK-OPER   PIC X(3).
       01  WS-CHECK-STAMP  PIC X(14).
       01  WS-CHECK-WHAT   PIC X(6).
       01  WS-ON-CLOCK     PIC X(1).
       01  WS-SHIFT-EVENTS PIC 9(4) VALUE 0.
       01  WS-SHIFT-BAD    PIC 9(4) VALUE 0.

       01  WS-DISPLAY-REG  PIC Z(3)9.99.
       01  WS-DISPLAY-OVT  PIC Z(3)9.99.
       01  WS-DISPLAY-TOT  PIC Z(3)9.99.
       01  WS-DISPLAY-NUM  PIC ZZ9.
       01  WS-DISPLAY-CNT  PIC Z(3)9.

       01  WS-LOG-PROGRAM PIC X(12) VALUE "timereport".
       01  WS-LOG-EVENT   PIC X(8).
       01  WS-LOG-TEXT    PIC X(30).
       01  WS-REPORT-NAME PIC X(20) VALUE "HOURS.RPT".
       01  WS-REPORT-OPER PIC X(3)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
       MOVE "STARTUP" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
       PERFORM PICK-WEEK-PARA.
       PERFORM READ-PUNCHES-PARA.
       PERFORM CLOSE-OPEN-PUNCHES-PARA.
       OPEN OUTPUT hoursFile.
       IF WS-HOURS-STATUS NOT = "00" THEN
          DISPLAY "COULD NOT OPEN HOURS.RPT - " WS-HOURS-STATUS
       ELSE
          PERFORM PRINT-HOURS-PARA
          PERFORM PRINT-MISSED-PARA
          PERFORM SQUARE-SHIFTS-PARA
          CLOSE hoursFile
          CALL "rptfile" USING WS-REPORT-NAME WS-LOG-PROGRAM
             WS-REPORT-OPER
       END-IF.
       MOVE "HOURS" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       STRING "WEEK OF " WS-WEEK-START DELIMITED BY SIZE
          INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       MOVE "EXIT" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       GOBACK.

      *=================================================
      *   THE WEEK BEING REPORTED
      *=================================================
       PICK-WEEK-PARA.
      *any date keyed is taken back to its monday, so a payroll
      *clerk can key the sunday the sheet ends on
       DISPLAY "WEEK TO REPORT - ANY DATE IN IT (YYYYMMDD),".
       DISPLAY "OR ENTER FOR THIS WEEK:".
       ACCEPT WS-WEEK-INP.
       IF WS-WEEK-INP = SPACES OR WS-WEEK-INP IS NOT NUMERIC THEN
          MOVE WS-TODAY TO WS-WEEK-INP
       END-IF.
       MOVE WS-WEEK-INP TO WS-CALC-DATE.
       IF FUNCTION TEST-DATE-YYYYMMDD (WS-CALC-DATE) NOT = 0 THEN
          DISPLAY "NOT A DATE - REPORTING THIS WEEK."
          MOVE WS-TODAY TO WS-CALC-DATE
       END-IF.
       COMPUTE WS-START-DAY = FUNCTION INTEGER-OF-DATE (WS-CALC-DATE).
       COMPUTE WS-START-DAY = WS-START-DAY
          - FUNCTION MOD (WS-START-DAY - 1, 7).
       COMPUTE WS-WEEK-START =
          FUNCTION DATE-OF-INTEGER (WS-START-DAY).
       COMPUTE WS-WEEK-END =
          FUNCTION DATE-OF-INTEGER (WS-START-DAY + 6).
       COMPUTE WS-END-MIN = (WS-START-DAY + 7) * 1440.

      *=================================================
      *   PAIR UP THE PUNCHES
      *=================================================
       READ-PUNCHES-PARA.
      *the punches are appended as they happen, so they come back
      *in time order and a clock-out always belongs to the last
      *clock-in for the same operator
       MOVE "N" TO WS-EOF.
       OPEN INPUT clockFile.
       IF WS-CLOCK-STATUS NOT = "00" THEN
          DISPLAY "NO TIMECLOCK.DAT ON FILE YET."
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ clockFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF TC-STAMP (1:8) >= WS-WEEK-START AND
                   TC-STAMP (1:8) <= WS-WEEK-END AND
                   TC-STAMP IS NUMERIC THEN
                   PERFORM ONE-PUNCH-PARA
                END-IF
          END-READ
       END-PERFORM.
       CLOSE clockFile.

       ONE-PUNCH-PARA.
       MOVE 0 TO WS-OPER-FOUND.
       PERFORM VARYING WS-OPER-INDEX FROM 1 BY 1
       UNTIL WS-OPER-INDEX > WS-OPER-COUNT
          IF WS-OT-OPERATOR(WS-OPER-INDEX) = TC-OPERATOR THEN
             MOVE WS-OPER-INDEX TO WS-OPER-FOUND
          END-IF
       END-PERFORM.
       IF WS-OPER-FOUND = 0 THEN
          IF WS-OPER-COUNT >= 50 THEN
             EXIT PARAGRAPH
          END-IF
          ADD 1 TO WS-OPER-COUNT
          MOVE WS-OPER-COUNT TO WS-OPER-FOUND
          MOVE TC-OPERATOR TO WS-OT-OPERATOR(WS-OPER-FOUND)
          MOVE SPACES TO WS-OT-IN-STAMP(WS-OPER-FOUND)
          MOVE 0 TO WS-OT-IN-MIN(WS-OPER-FOUND)
          MOVE 0 TO WS-OT-SHIFTS(WS-OPER-FOUND)
          MOVE 0 TO WS-OT-MINUTES(WS-OPER-FOUND)
          MOVE 0 TO WS-OT-MISSED(WS-OPER-FOUND)
       END-IF.
       MOVE TC-STAMP TO WS-CALC-STAMP.
       PERFORM STAMP-MINUTES-PARA.
       IF TC-TYPE = "I" THEN
          IF WS-OT-IN-STAMP(WS-OPER-FOUND) NOT = SPACES THEN
             MOVE WS-OT-IN-STAMP(WS-OPER-FOUND) TO WS-CHECK-STAMP
             PERFORM MISSED-OUT-PARA
          END-IF
          MOVE TC-STAMP TO WS-OT-IN-STAMP(WS-OPER-FOUND)
          MOVE WS-CALC-MIN TO WS-OT-IN-MIN(WS-OPER-FOUND)
          EXIT PARAGRAPH
       END-IF.
       IF WS-OT-IN-STAMP(WS-OPER-FOUND) = SPACES THEN
          ADD 1 TO WS-OT-MISSED(WS-OPER-FOUND)
          MOVE TC-STAMP TO WS-CHECK-STAMP
          PERFORM ADD-MISS-PARA
          IF WS-MISS-INDEX > 0 THEN
             MOVE "CLOCK-OUT WITH NO CLOCK-IN"
                TO WS-MS-TEXT(WS-MISS-INDEX)
          END-IF
          EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-WORKED = WS-CALC-MIN - WS-OT-IN-MIN(WS-OPER-FOUND).
       ADD WS-WORKED TO WS-OT-MINUTES(WS-OPER-FOUND).
       ADD 1 TO WS-OT-SHIFTS(WS-OPER-FOUND).
       PERFORM ADD-SPAN-PARA.
       MOVE SPACES TO WS-OT-IN-STAMP(WS-OPER-FOUND).

      *a clock-in nobody clocked out of earns no hours - payroll
      *settles it from the flag, the report does not guess
       MISSED-OUT-PARA.
       ADD 1 TO WS-OT-MISSED(WS-OPER-FOUND).
       PERFORM ADD-MISS-PARA.
       IF WS-MISS-INDEX > 0 THEN
          MOVE "CLOCK-IN WITH NO CLOCK-OUT"
             TO WS-MS-TEXT(WS-MISS-INDEX)
       END-IF.

       ADD-MISS-PARA.
       MOVE 0 TO WS-MISS-INDEX.
       IF WS-MISS-COUNT < 200 THEN
          ADD 1 TO WS-MISS-COUNT
          MOVE WS-MISS-COUNT TO WS-MISS-INDEX
          MOVE WS-OT-OPERATOR(WS-OPER-FOUND)
             TO WS-MS-OPERATOR(WS-MISS-INDEX)
          MOVE WS-CHECK-STAMP TO WS-MS-STAMP(WS-MISS-INDEX)
       END-IF.

       ADD-SPAN-PARA.
       IF WS-SPAN-COUNT < 500 THEN
          ADD 1 TO WS-SPAN-COUNT
          MOVE WS-OT-OPERATOR(WS-OPER-FOUND)
             TO WS-SP-OPERATOR(WS-SPAN-COUNT)
          MOVE WS-OT-IN-MIN(WS-OPER-FOUND) TO WS-SP-FROM(WS-SPAN-COUNT)
          MOVE WS-CALC-MIN TO WS-SP-TO(WS-SPAN-COUNT)
       END-IF.

       CLOSE-OPEN-PUNCHES-PARA.
      *whoever is still clocked in at the end of the week - or
      *right now, for the current week - is on the clock until
      *then for the shift squaring. only a clock-in older than the
      *longest shift counts as missed: a newer one, even from
      *before midnight, is someone at work
       MOVE FUNCTION CURRENT-DATE (1:14) TO WS-CALC-STAMP.
       PERFORM STAMP-MINUTES-PARA.
       MOVE WS-CALC-MIN TO WS-NOW-MIN.
       PERFORM VARYING WS-OPER-INDEX FROM 1 BY 1
       UNTIL WS-OPER-INDEX > WS-OPER-COUNT
          IF WS-OT-IN-STAMP(WS-OPER-INDEX) NOT = SPACES THEN
             MOVE WS-OPER-INDEX TO WS-OPER-FOUND
             MOVE WS-END-MIN TO WS-CALC-MIN
             PERFORM ADD-SPAN-PARA
             IF WS-NOW-MIN - WS-OT-IN-MIN(WS-OPER-INDEX) >
                WS-MAX-SHIFT-MIN THEN
                MOVE WS-OT-IN-STAMP(WS-OPER-INDEX) TO WS-CHECK-STAMP
                PERFORM MISSED-OUT-PARA
             END-IF
          END-IF
       END-PERFORM.

       STAMP-MINUTES-PARA.
       MOVE WS-CALC-STAMP (1:8) TO WS-CALC-DATE.
       MOVE WS-CALC-STAMP (9:2) TO WS-CALC-HH.
       MOVE WS-CALC-STAMP (11:2) TO WS-CALC-MM.
       COMPUTE WS-CALC-MIN =
          FUNCTION INTEGER-OF-DATE (WS-CALC-DATE) * 1440
          + WS-CALC-HH * 60 + WS-CALC-MM.

      *=================================================
      *   HOURS PER OPERATOR
      *=================================================
       PRINT-HOURS-PARA.
       MOVE SPACES TO HOURS-LINE.
       STRING "STAFF HOURS, WEEK " WS-WEEK-START " TO " WS-WEEK-END
          DELIMITED BY SIZE INTO HOURS-LINE.
       PERFORM PUT-LINE-PARA.
       MOVE "OPR SHIFTS  REGULAR OVERTIME    TOTAL MISSED PUNCHES"
          TO HOURS-LINE.
       PERFORM PUT-LINE-PARA.
       IF WS-OPER-COUNT = 0 THEN
          MOVE "  (NOBODY ON THE CLOCK THIS WEEK)" TO HOURS-LINE
          PERFORM PUT-LINE-PARA
       END-IF.
      *forty hours a week at the regular rate, the rest overtime
       PERFORM VARYING WS-OPER-INDEX FROM 1 BY 1
       UNTIL WS-OPER-INDEX > WS-OPER-COUNT
          MOVE WS-OT-MINUTES(WS-OPER-INDEX) TO WS-WORKED
          IF WS-WORKED > 2400 THEN
             MOVE 2400 TO WS-REGULAR
             COMPUTE WS-OVERTIME = WS-WORKED - 2400
          ELSE
             MOVE WS-WORKED TO WS-REGULAR
             MOVE 0 TO WS-OVERTIME
          END-IF
          ADD WS-REGULAR TO WS-TOT-REGULAR
          ADD WS-OVERTIME TO WS-TOT-OVERTIME
          COMPUTE WS-HOURS ROUNDED = WS-REGULAR / 60
          MOVE WS-HOURS TO WS-DISPLAY-REG
          COMPUTE WS-HOURS ROUNDED = WS-OVERTIME / 60
          MOVE WS-HOURS TO WS-DISPLAY-OVT
          COMPUTE WS-HOURS ROUNDED = WS-WORKED / 60
          MOVE WS-HOURS TO WS-DISPLAY-TOT
          MOVE WS-OT-SHIFTS(WS-OPER-INDEX) TO WS-DISPLAY-NUM
          MOVE SPACES TO HOURS-LINE
          STRING WS-OT-OPERATOR(WS-OPER-INDEX) "    " WS-DISPLAY-NUM
             "  " WS-DISPLAY-REG " " WS-DISPLAY-OVT " "
             WS-DISPLAY-TOT DELIMITED BY SIZE INTO HOURS-LINE
          IF WS-OT-MISSED(WS-OPER-INDEX) > 0 THEN
             MOVE WS-OT-MISSED(WS-OPER-INDEX) TO WS-DISPLAY-NUM
             MOVE WS-DISPLAY-NUM TO HOURS-LINE (40:3)
             MOVE "*" TO HOURS-LINE (44:1)
          END-IF
          PERFORM PUT-LINE-PARA
       END-PERFORM.
       COMPUTE WS-HOURS ROUNDED = WS-TOT-REGULAR / 60.
       MOVE WS-HOURS TO WS-DISPLAY-REG.
       COMPUTE WS-HOURS ROUNDED = WS-TOT-OVERTIME / 60.
       MOVE WS-HOURS TO WS-DISPLAY-OVT.
       COMPUTE WS-HOURS ROUNDED =
          (WS-TOT-REGULAR + WS-TOT-OVERTIME) / 60.
       MOVE WS-HOURS TO WS-DISPLAY-TOT.
       MOVE SPACES TO HOURS-LINE.
       STRING "TOTAL       " WS-DISPLAY-REG " " WS-DISPLAY-OVT " "
             WS-DISPLAY-TOT DELIMITED BY SIZE INTO HOURS-LINE.
       PERFORM PUT-LINE-PARA.

       PRINT-MISSED-PARA.
       MOVE SPACES TO HOURS-LINE.
       PERFORM PUT-LINE-PARA.
       MOVE "MISSED PUNCHES (NO HOURS PAID UNTIL SETTLED)"
          TO HOURS-LINE.
       PERFORM PUT-LINE-PARA.
       IF WS-MISS-COUNT = 0 THEN
          MOVE "  NONE" TO HOURS-LINE
          PERFORM PUT-LINE-PARA
       END-IF.
       PERFORM VARYING WS-MISS-INDEX FROM 1 BY 1
       UNTIL WS-MISS-INDEX > WS-MISS-COUNT
          MOVE SPACES TO HOURS-LINE
          STRING WS-MS-OPERATOR(WS-MISS-INDEX) " "
             WS-MS-STAMP(WS-MISS-INDEX) (1:8) " "
             WS-MS-STAMP(WS-MISS-INDEX) (9:4) "  "
             WS-MS-TEXT(WS-MISS-INDEX)
             DELIMITED BY SIZE INTO HOURS-LINE
          PERFORM PUT-LINE-PARA
       END-PERFORM.

      *=================================================
      *   SQUARE THE SHIFTS AGAINST THE CLOCK
      *=================================================
       SQUARE-SHIFTS-PARA.
       MOVE SPACES TO HOURS-LINE.
       PERFORM PUT-LINE-PARA.
       MOVE "SHIFT OPENS AND CLOSES (SHIFTSNAP.DAT)" TO HOURS-LINE.
       PERFORM PUT-LINE-PARA.
       MOVE "N" TO WS-EOF.
       OPEN INPUT snapFile.
       IF WS-SNAP-STATUS NOT = "00" THEN
          MOVE "  NO SHIFT SNAPSHOTS ON FILE" TO HOURS-LINE
          PERFORM PUT-LINE-PARA
          EXIT PARAGRAPH
       END-IF.
      *an open record is checked for its opener; the copy the
      *close appends is checked for its closer only, so an open
      *is never counted twice
       PERFORM UNTIL WS-END-OF-FILE
          READ snapFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF SN-OPEN = "Y" THEN
                   MOVE SN-OPERATOR TO WS-CHECK-OPER
                   MOVE SN-STAMP TO WS-CHECK-STAMP
                   MOVE "OPENED" TO WS-CHECK-WHAT
                   PERFORM CHECK-ON-CLOCK-PARA
                END-IF
                IF SN-OPEN = "N" AND SN-CLOSED NOT = SPACES THEN
                   MOVE SN-CLOSER TO WS-CHECK-OPER
                   MOVE SN-CLOSED TO WS-CHECK-STAMP
                   MOVE "CLOSED" TO WS-CHECK-WHAT
                   PERFORM CHECK-ON-CLOCK-PARA
                END-IF
          END-READ
       END-PERFORM.
       CLOSE snapFile.
       MOVE WS-SHIFT-EVENTS TO WS-DISPLAY-CNT.
       MOVE SPACES TO HOURS-LINE.
       STRING WS-DISPLAY-CNT " OPENS/CLOSES THIS WEEK, "
          DELIMITED BY SIZE INTO HOURS-LINE.
       MOVE WS-SHIFT-BAD TO WS-DISPLAY-CNT.
       MOVE WS-DISPLAY-CNT TO HOURS-LINE (31:4).
       MOVE " BY SOMEONE NOT ON THE CLOCK" TO HOURS-LINE (35:28).
       PERFORM PUT-LINE-PARA.

       CHECK-ON-CLOCK-PARA.
       IF WS-CHECK-STAMP (1:8) < WS-WEEK-START OR
             WS-CHECK-STAMP (1:8) > WS-WEEK-END OR
             WS-CHECK-STAMP IS NOT NUMERIC THEN
          EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-SHIFT-EVENTS.
       MOVE WS-CHECK-STAMP TO WS-CALC-STAMP.
       PERFORM STAMP-MINUTES-PARA.
       MOVE "N" TO WS-ON-CLOCK.
       PERFORM VARYING WS-SPAN-INDEX FROM 1 BY 1
       UNTIL WS-SPAN-INDEX > WS-SPAN-COUNT
          IF WS-SP-OPERATOR(WS-SPAN-INDEX) = WS-CHECK-OPER AND
             WS-SP-FROM(WS-SPAN-INDEX) <= WS-CALC-MIN AND
             WS-SP-TO(WS-SPAN-INDEX) >= WS-CALC-MIN THEN
             MOVE "Y" TO WS-ON-CLOCK
          END-IF
       END-PERFORM.
       IF WS-ON-CLOCK = "N" THEN
          ADD 1 TO WS-SHIFT-BAD
          MOVE SPACES TO HOURS-LINE
          STRING "  " WS-CHECK-WHAT " " WS-CHECK-STAMP (1:8) " "
             WS-CHECK-STAMP (9:4) " BY " WS-CHECK-OPER
             " - NOT CLOCKED IN" DELIMITED BY SIZE INTO HOURS-LINE
          PERFORM PUT-LINE-PARA
       END-IF.

       PUT-LINE-PARA.
       WRITE HOURS-LINE.
       DISPLAY HOURS-LINE.

       END PROGRAM timereport.
