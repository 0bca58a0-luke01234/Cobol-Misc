       IDENTIFICATION DIVISION.
       PROGRAM-ID. tradecal.

      *are we open? asked by the reservation book, the door, the
      *event setup and the night run, so it lives here as a shared
      *subprogram the way machinedown does. TRADECAL.DAT holds the
      *normal hours for each weekday and the dated exceptions -
      *closures, holidays and special late openings - that the
      *calendar screen maintains. callers pass a date and a start
      *time (spaces to ask about the day alone) and how many minutes
      *they need from it; back comes Y when the whole of that is
      *inside trading hours, the hours that apply and a line saying
      *why not. a close earlier than the open runs past midnight
      *into the next morning, and that tail belongs to the day it
      *opened on. no TRADECAL.DAT, or a weekday with no hours set,
      *answers open round the clock, as before there was a calendar

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT calFile ASSIGN TO "TRADECAL.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *W weekday hours (key 1 Monday to 7 Sunday, kind O open or C
      *closed), D a dated exception (kind C closure, H holiday, L
      *late or special opening with its own hours)
       FD  calFile.
       01  CAL-RECORD.
           05 TC-TYPE  PIC X(1).
           05 TC-KEY   PIC X(8).
           05 TC-KIND  PIC X(1).
           05 TC-OPEN  PIC X(4).
           05 TC-CLOSE PIC X(4).
           05 TC-NOTE  PIC X(30).

       WORKING-STORAGE SECTION.
       01  WS-CAL-STATUS PIC X(2).
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
       01  WS-CAL-COUNT  PIC 9(3) VALUE 0.
       01  WS-CAL-INDEX  PIC 9(3).
       01  WS-CAL-FOUND  PIC 9(3).

      *day 1 of the intrinsic day count (1601-01-01) was a Monday,
      *so the remainder over 7 gives the weekday with 0 as Monday
       01  WS-DATE-NUM   PIC 9(8).
       01  WS-DATE-INT   PIC 9(8).
       01  WS-QUOTIENT   PIC 9(8).
       01  WS-WEEKDAY    PIC 9(1).
       01  WS-WEEKDAY-KEY PIC X(8).

      *the hours that apply to one date, once looked up
       01  WS-DAY-DATE   PIC X(8).
       01  WS-DAY-OPEN   PIC X(1).
       01  WS-DAY-FROM   PIC X(4).
       01  WS-DAY-TO     PIC X(4).
       01  WS-DAY-NOTE   PIC X(30).
       01  WS-PREV-DATE  PIC X(8).
       01  WS-PREV-OPEN  PIC X(1).
       01  WS-PREV-FROM  PIC X(4).
       01  WS-PREV-TO    PIC X(4).

      *minutes into the trading day
       01  WS-TIME-HHMM  PIC 9(4).
       01  WS-TIME-R REDEFINES WS-TIME-HHMM.
           05 WS-TIME-HH PIC 9(2).
           05 WS-TIME-MM PIC 9(2).
       01  WS-ASK-MIN    PIC 9(5).
       01  WS-FROM-MIN   PIC 9(5).
       01  WS-TO-MIN     PIC 9(5).

       LINKAGE SECTION.
       01 LI-DATE    PIC X(8).
       01 LI-TIME    PIC X(4).
       01 LI-MINUTES PIC 9(4).
       01 LI-OPEN    PIC X(1).
       01 LI-FROM    PIC X(4).
       01 LI-TO      PIC X(4).
       01 LI-NOTE    PIC X(30).

       PROCEDURE DIVISION USING LI-DATE LI-TIME LI-MINUTES LI-OPEN
           LI-FROM LI-TO LI-NOTE.
       MAIN-PARA.
       MOVE "N" TO LI-OPEN.
       MOVE SPACES TO LI-FROM.
       MOVE SPACES TO LI-TO.
       MOVE SPACES TO LI-NOTE.
       IF LI-DATE IS NOT NUMERIC THEN
          MOVE "NOT A DATE" TO LI-NOTE
          GOBACK
       END-IF.
       MOVE LI-DATE TO WS-DATE-NUM.
       IF FUNCTION TEST-DATE-YYYYMMDD (WS-DATE-NUM) NOT = 0 THEN
          MOVE "NOT A DATE" TO LI-NOTE
          GOBACK
       END-IF.
       PERFORM LOAD-CALENDAR-PARA.
       IF WS-CAL-STATUS NOT = "00" THEN
          MOVE "Y" TO LI-OPEN
          MOVE "0000" TO LI-FROM
          MOVE "2400" TO LI-TO
          MOVE "NO TRADING CALENDAR" TO LI-NOTE
          GOBACK
       END-IF.
       MOVE LI-DATE TO WS-DAY-DATE.
       PERFORM DAY-HOURS-PARA.
       MOVE WS-DAY-FROM TO LI-FROM.
       MOVE WS-DAY-TO TO LI-TO.
       MOVE WS-DAY-NOTE TO LI-NOTE.
       IF LI-TIME = SPACES THEN
          MOVE WS-DAY-OPEN TO LI-OPEN
          GOBACK
       END-IF.
       IF LI-TIME IS NOT NUMERIC THEN
          MOVE "N" TO LI-OPEN
          MOVE "NOT A TIME" TO LI-NOTE
          GOBACK
       END-IF.
       MOVE LI-TIME TO WS-TIME-HHMM.
       IF WS-TIME-HH > 23 OR WS-TIME-MM > 59 THEN
          MOVE "N" TO LI-OPEN
          MOVE "NOT A TIME" TO LI-NOTE
          GOBACK
       END-IF.
       COMPUTE WS-ASK-MIN = WS-TIME-HH * 60 + WS-TIME-MM.
      *the small hours may still be the day before's late opening
       COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
             - 1.
       MOVE FUNCTION DATE-OF-INTEGER (WS-DATE-INT) TO WS-DATE-NUM.
       MOVE WS-DATE-NUM TO WS-DAY-DATE.
       MOVE WS-DAY-DATE TO WS-PREV-DATE.
       PERFORM DAY-HOURS-PARA.
       MOVE WS-DAY-OPEN TO WS-PREV-OPEN.
       MOVE WS-DAY-FROM TO WS-PREV-FROM.
       MOVE WS-DAY-TO TO WS-PREV-TO.
       IF WS-PREV-OPEN = "Y" AND WS-PREV-TO <= WS-PREV-FROM THEN
          MOVE WS-PREV-TO TO WS-TIME-HHMM
          COMPUTE WS-TO-MIN = WS-TIME-HH * 60 + WS-TIME-MM
          IF WS-ASK-MIN < WS-TO-MIN THEN
             MOVE WS-PREV-FROM TO LI-FROM
             MOVE WS-PREV-TO TO LI-TO
             MOVE SPACES TO LI-NOTE
             IF WS-ASK-MIN + LI-MINUTES <= WS-TO-MIN THEN
                MOVE "Y" TO LI-OPEN
                STRING "LATE FROM " WS-PREV-DATE
                   DELIMITED BY SIZE INTO LI-NOTE
             ELSE
                STRING "RUNS PAST CLOSING AT " WS-PREV-TO
                   DELIMITED BY SIZE INTO LI-NOTE
             END-IF
             GOBACK
          END-IF
       END-IF.
       IF LI-NOTE NOT = SPACES AND LI-FROM = SPACES THEN
          GOBACK
       END-IF.
       MOVE LI-FROM TO WS-TIME-HHMM.
       COMPUTE WS-FROM-MIN = WS-TIME-HH * 60 + WS-TIME-MM.
       MOVE LI-TO TO WS-TIME-HHMM.
       COMPUTE WS-TO-MIN = WS-TIME-HH * 60 + WS-TIME-MM.
       IF WS-TO-MIN <= WS-FROM-MIN THEN
          ADD 1440 TO WS-TO-MIN
       END-IF.
       EVALUATE TRUE
       WHEN WS-ASK-MIN < WS-FROM-MIN
          MOVE SPACES TO LI-NOTE
          STRING "BEFORE OPENING AT " LI-FROM
             DELIMITED BY SIZE INTO LI-NOTE
       WHEN WS-ASK-MIN >= WS-TO-MIN
          MOVE SPACES TO LI-NOTE
          STRING "AFTER CLOSING AT " LI-TO
             DELIMITED BY SIZE INTO LI-NOTE
       WHEN WS-ASK-MIN + LI-MINUTES > WS-TO-MIN
          MOVE SPACES TO LI-NOTE
          STRING "RUNS PAST CLOSING AT " LI-TO
             DELIMITED BY SIZE INTO LI-NOTE
       WHEN OTHER
          MOVE "Y" TO LI-OPEN
       END-EVALUATE.
       GOBACK.

       DAY-HOURS-PARA.
      *a dated entry for the day wins over the weekday's hours; a
      *closed day comes back with no hours and the reason as its
      *note
       MOVE "Y" TO WS-DAY-OPEN.
       MOVE "0000" TO WS-DAY-FROM.
       MOVE "2400" TO WS-DAY-TO.
       MOVE "NO HOURS SET" TO WS-DAY-NOTE.
       MOVE 0 TO WS-CAL-FOUND.
       PERFORM VARYING WS-CAL-INDEX FROM 1 BY 1
       UNTIL WS-CAL-INDEX > WS-CAL-COUNT
          IF WS-CAL-FOUND = 0 AND WS-CT-TYPE(WS-CAL-INDEX) = "D" AND
             WS-CT-KEY(WS-CAL-INDEX) = WS-DAY-DATE THEN
             MOVE WS-CAL-INDEX TO WS-CAL-FOUND
          END-IF
       END-PERFORM.
       IF WS-CAL-FOUND = 0 THEN
          MOVE WS-DAY-DATE TO WS-DATE-NUM
          COMPUTE WS-DATE-INT =
             FUNCTION INTEGER-OF-DATE (WS-DATE-NUM)
          COMPUTE WS-QUOTIENT = WS-DATE-INT - 1
          DIVIDE WS-QUOTIENT BY 7 GIVING WS-QUOTIENT
             REMAINDER WS-WEEKDAY
          ADD 1 TO WS-WEEKDAY
          MOVE SPACES TO WS-WEEKDAY-KEY
          MOVE WS-WEEKDAY TO WS-WEEKDAY-KEY (1:1)
          PERFORM VARYING WS-CAL-INDEX FROM 1 BY 1
          UNTIL WS-CAL-INDEX > WS-CAL-COUNT
             IF WS-CAL-FOUND = 0 AND
                WS-CT-TYPE(WS-CAL-INDEX) = "W" AND
                WS-CT-KEY(WS-CAL-INDEX) = WS-WEEKDAY-KEY THEN
                MOVE WS-CAL-INDEX TO WS-CAL-FOUND
             END-IF
          END-PERFORM
       END-IF.
       IF WS-CAL-FOUND = 0 THEN
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-CT-NOTE(WS-CAL-FOUND) TO WS-DAY-NOTE.
       IF WS-CT-KIND(WS-CAL-FOUND) = "C" OR
             WS-CT-KIND(WS-CAL-FOUND) = "H" OR
             WS-CT-OPEN(WS-CAL-FOUND) IS NOT NUMERIC OR
             WS-CT-CLOSE(WS-CAL-FOUND) IS NOT NUMERIC THEN
          MOVE "N" TO WS-DAY-OPEN
          MOVE SPACES TO WS-DAY-FROM
          MOVE SPACES TO WS-DAY-TO
          MOVE SPACES TO WS-DAY-NOTE
          IF WS-CT-KIND(WS-CAL-FOUND) = "H" THEN
             STRING "HOLIDAY - " WS-CT-NOTE(WS-CAL-FOUND)
                DELIMITED BY SIZE INTO WS-DAY-NOTE
          ELSE
             STRING "CLOSED - " WS-CT-NOTE(WS-CAL-FOUND)
                DELIMITED BY SIZE INTO WS-DAY-NOTE
          END-IF
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-CT-OPEN(WS-CAL-FOUND) TO WS-DAY-FROM.
       MOVE WS-CT-CLOSE(WS-CAL-FOUND) TO WS-DAY-TO.

       LOAD-CALENDAR-PARA.
       MOVE 0 TO WS-CAL-COUNT.
       MOVE "N" TO WS-EOF.
       OPEN INPUT calFile.
       IF WS-CAL-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
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
       END-PERFORM.
       CLOSE calFile.
       MOVE "00" TO WS-CAL-STATUS.

       END PROGRAM tradecal.
