       IDENTIFICATION DIVISION.
       PROGRAM-ID. queryrun.

      *the query engine behind the ad-hoc query writer, in the same
      *shared-subprogram mould as layoutdef: it takes one query -
      *a file described in LAYOUTDEF.CFG, up to ten fields to
      *print, up to six selection tests (all must hold), up to
      *three sort keys each ascending or descending, and an
      *optional break field - and turns it into a formatted report
      *with a subtotal and record count at every change of the
      *break field and grand totals at the end; numeric fields that
      *are printed are the ones totalled. called with a query name
      *it runs the query of that name off QUERYDEF.CFG (the night
      *run does this for a "QUERY name" line in NIGHTRUN.CFG) and
      *the report is QUERY-<name>.RPT; called with a blank name it
      *runs the definition it is handed, and the report is
      *QUERY.RPT. every report goes to the catalog through rptfile.
      *nothing is asked at the keyboard, so it is safe unattended.
      *fields are held by name, not by position, so a query keeps
      *working when a layout gains fields
      *
      *QUERYDEF.CFG holds one record per part of a query, keyed by
      *the query name, the way LAYOUTDEF.CFG keys its fields:
      *  Q  the file the query reads       (QD-VALUE)
      *  T  the report title               (QD-VALUE)
      *  P  a field to print               (QD-FIELD)
      *  S  a selection test   (QD-FIELD, QD-OP EQ/NE/GT/GE/LT/LE,
      *                         QD-VALUE the value tested against)
      *  K  a sort key         (QD-FIELD, QD-OP A or D)
      *  B  the break field                (QD-FIELD)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT queryFile ASSIGN TO "QUERYDEF.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUERY-STATUS.

           SELECT dataFile ASSIGN TO WS-DATA-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DATA-STATUS.

           SELECT reportFile ASSIGN TO WS-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

           SELECT sortWork ASSIGN TO "QUERYSORT.WRK".

       DATA DIVISION.
       FILE SECTION.
       FD  queryFile.
       01  QUERY-RECORD.
           05 QD-KIND  PIC X(1).
           05 QD-QUERY PIC X(8).
           05 QD-FIELD PIC X(12).
           05 QD-OP    PIC X(2).
           05 QD-VALUE PIC X(40).

       FD  dataFile.
       01  DATA-RECORD PIC X(200).

       FD  reportFile.
       01  REPORT-LINE PIC X(200).

      *the three keys already turned into text that sorts the way
      *the query asked; the sequence keeps equal keys in file order
       SD  sortWork.
       01  SORT-RECORD.
           05 SR-KEY1 PIC X(40).
           05 SR-KEY2 PIC X(40).
           05 SR-KEY3 PIC X(40).
           05 SR-SEQ  PIC 9(7).
           05 SR-DATA PIC X(200).

       WORKING-STORAGE SECTION.
       01  WS-QUERY-STATUS  PIC X(2).
       01  WS-DATA-STATUS   PIC X(2).
       01  WS-REPORT-STATUS PIC X(2).
       01  WS-DATA-NAME     PIC X(18).
       01  WS-REPORT-NAME   PIC X(20).
       01  WS-EOF PIC X(1) VALUE "N".
           88 WS-END-OF-FILE VALUE "Y".
       01  WS-SORT-EOF PIC X(1) VALUE "N".
           88 WS-SORT-END VALUE "Y".
       01  WS-FOUND     PIC X(1).
       01  WS-FAULT     PIC X(1).

      *the shared layout tables layoutdef fills
       01  WS-LAYOUT-FILE PIC X(18).
       01  WS-FIELD-TABLE.
           05 WS-FIELD-ENTRY OCCURS 30 TIMES.
              10 WS-FD-NAME PIC X(12).
              10 WS-FD-POS  PIC 9(3).
              10 WS-FD-LEN  PIC 9(2).
              10 WS-FD-TYPE PIC X(1).
       01  WS-FIELD-COUNT PIC 9(2).
       01  WS-FILE-LIST.
           05 WS-FILE-ENTRY PIC X(18) OCCURS 10 TIMES.
       01  WS-FILE-COUNT  PIC 9(2).
       01  WS-LAYOUT-OK   PIC X(1).
       01  WS-FIELD-INDEX PIC 9(2).
       01  WS-LOOK-NAME   PIC X(12).
       01  WS-LOOK-AT     PIC 9(2).

      *each part of the query resolved to its place in the layout
       01  WS-PRINT-AT-TABLE.
           05 WS-PRINT-AT    PIC 9(2) OCCURS 10 TIMES.
           05 WS-COL-AT      PIC 9(3) OCCURS 10 TIMES.
           05 WS-COL-WIDTH   PIC 9(2) OCCURS 10 TIMES.
           05 WS-COL-SUM     PIC S9(15) OCCURS 10 TIMES.
           05 WS-BREAK-SUM   PIC S9(15) OCCURS 10 TIMES.
       01  WS-PRINT-USED  PIC 9(2).
       01  WS-COND-AT-TABLE.
           05 WS-COND-AT     PIC 9(2) OCCURS 6 TIMES.
       01  WS-SORT-AT-TABLE.
           05 WS-SORT-AT     PIC 9(2) OCCURS 3 TIMES.
       01  WS-BREAK-AT    PIC 9(2).
       01  WS-INDEX       PIC 9(2).
       01  WS-NEXT-COL    PIC 9(3).
       01  WS-NAME-LEN    PIC 9(2).

      *one selection test at a time
       01  WS-PASSES      PIC X(1).
       01  WS-COND-TEXT   PIC X(40).
       01  WS-COND-VALUE  PIC X(40).
       01  WS-COND-NUM    PIC S9(13)V99.
       01  WS-FIELD-NUM   PIC S9(13)V99.
       01  WS-COMPARE     PIC X(1).

      *descending keys are the ascending text turned back to front,
      *character for character
       01  WS-ASC-CHARS  PIC X(63) VALUE
           " 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZabcdefghijklmnopqrstuvw
      -    "xyz".
       01  WS-DESC-CHARS PIC X(63) VALUE
           "zyxwvutsrqponmlkjihgfedcbaZYXWVUTSRQPONMLKJIHGFEDCBA98765432
      -    "10 ".
       01  WS-KEY-TEXT    PIC X(40).
       01  WS-KEY-NUM     PIC 9(18).

       01  WS-READ-COUNT  PIC 9(7) VALUE 0.
       01  WS-PICK-COUNT  PIC 9(7) VALUE 0.
       01  WS-BREAK-COUNT PIC 9(7) VALUE 0.
       01  WS-BREAK-VALUE PIC X(40).
       01  WS-THIS-VALUE  PIC X(40).
       01  WS-FIRST-ROW   PIC X(1).
       01  WS-SUM-DISP    PIC -(14)9.
       01  WS-COUNT-DISP  PIC Z(6)9.
       01  WS-OUT-LINE    PIC X(200).

       01  WS-OPERATOR    PIC X(3) VALUE SPACES.
       01  WS-LOG-PROGRAM PIC X(12) VALUE "queryrun".
       01  WS-LOG-EVENT   PIC X(8).
       01  WS-LOG-TEXT    PIC X(30).

       LINKAGE SECTION.
      *LI-RESULT: Y the report was written, N it was not (no such
      *query, a field the layout does not have, no data file)
       01 LI-QUERY-NAME PIC X(8).
       01 LI-QUERY-DEF.
          05 LI-QY-FILE        PIC X(18).
          05 LI-QY-TITLE       PIC X(40).
          05 LI-QY-PRINT-COUNT PIC 9(2).
          05 LI-QY-PRINT       PIC X(12) OCCURS 10 TIMES.
          05 LI-QY-COND-COUNT  PIC 9(1).
          05 LI-QY-COND OCCURS 6 TIMES.
             10 LI-QY-COND-FIELD PIC X(12).
             10 LI-QY-COND-OP    PIC X(2).
             10 LI-QY-COND-VALUE PIC X(20).
          05 LI-QY-SORT-COUNT  PIC 9(1).
          05 LI-QY-SORT OCCURS 3 TIMES.
             10 LI-QY-SORT-FIELD PIC X(12).
             10 LI-QY-SORT-DIR   PIC X(1).
          05 LI-QY-BREAK       PIC X(12).
       01 LI-RESULT PIC X(1).

       PROCEDURE DIVISION USING LI-QUERY-NAME LI-QUERY-DEF LI-RESULT.
       MAIN-PARA.
       MOVE "N" TO LI-RESULT.
       IF LI-QUERY-NAME NOT = SPACES THEN
          PERFORM LOAD-QUERY-PARA
          IF WS-FOUND NOT = "Y" THEN
             DISPLAY "NO QUERY CALLED " LI-QUERY-NAME
                " IN QUERYDEF.CFG."
             GOBACK
          END-IF
          MOVE SPACES TO WS-REPORT-NAME
          STRING "QUERY-" DELIMITED BY SIZE
                LI-QUERY-NAME DELIMITED BY SPACE
                ".RPT" DELIMITED BY SIZE INTO WS-REPORT-NAME
       ELSE
          MOVE "QUERY.RPT" TO WS-REPORT-NAME
       END-IF.
       MOVE LI-QY-FILE TO WS-LAYOUT-FILE.
       CALL "layoutdef" USING WS-LAYOUT-FILE WS-FIELD-TABLE
           WS-FIELD-COUNT WS-FILE-LIST WS-FILE-COUNT WS-LAYOUT-OK.
       IF WS-LAYOUT-OK NOT = "Y" OR WS-FIELD-COUNT = 0 THEN
          DISPLAY LI-QY-FILE " HAS NO FIELDS DESCRIBED IN"
             " LAYOUTDEF.CFG."
          GOBACK
       END-IF.
       PERFORM RESOLVE-FIELDS-PARA.
       IF WS-FAULT = "Y" THEN
          GOBACK
       END-IF.
       MOVE LI-QY-FILE TO WS-DATA-NAME.
       OPEN INPUT dataFile.
       IF WS-DATA-STATUS NOT = "00" THEN
          DISPLAY WS-DATA-NAME " COULD NOT BE OPENED, STATUS "
             WS-DATA-STATUS
          GOBACK
       END-IF.
       CLOSE dataFile.
       OPEN OUTPUT reportFile.
       IF WS-REPORT-STATUS NOT = "00" THEN
          DISPLAY WS-REPORT-NAME " COULD NOT BE OPENED - NO REPORT."
          GOBACK
       END-IF.
       PERFORM WRITE-HEADING-PARA.
       SORT sortWork ON ASCENDING KEY SR-KEY1 SR-KEY2 SR-KEY3 SR-SEQ
             INPUT PROCEDURE IS SELECT-RECORDS-PARA
             OUTPUT PROCEDURE IS PRINT-RESULT-PARA.
       CLOSE reportFile.
       CALL "rptfile" USING WS-REPORT-NAME WS-LOG-PROGRAM WS-OPERATOR.
       MOVE "QUERY" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       MOVE WS-PICK-COUNT TO WS-COUNT-DISP.
       STRING LI-QUERY-NAME " " WS-COUNT-DISP " SELECTED"
             DELIMITED BY SIZE INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       DISPLAY WS-COUNT-DISP " RECORD(S) SELECTED - REPORT ON "
             WS-REPORT-NAME.
       MOVE "Y" TO LI-RESULT.
       GOBACK.

      *=================================================
      *   THE QUERY DEFINITION
      *=================================================
       LOAD-QUERY-PARA.
       MOVE "N" TO WS-FOUND.
       INITIALIZE LI-QUERY-DEF.
       MOVE "N" TO WS-EOF.
       OPEN INPUT queryFile.
       IF WS-QUERY-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ queryFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF QD-QUERY = LI-QUERY-NAME THEN
                   PERFORM TAKE-IN-PART-PARA
                END-IF
          END-READ
       END-PERFORM.
       CLOSE queryFile.

       TAKE-IN-PART-PARA.
       EVALUATE QD-KIND
       WHEN "Q"
          MOVE QD-VALUE TO LI-QY-FILE
          MOVE "Y" TO WS-FOUND
       WHEN "T"
          MOVE QD-VALUE TO LI-QY-TITLE
       WHEN "P"
          IF LI-QY-PRINT-COUNT < 10 THEN
             ADD 1 TO LI-QY-PRINT-COUNT
             MOVE QD-FIELD TO LI-QY-PRINT(LI-QY-PRINT-COUNT)
          END-IF
       WHEN "S"
          IF LI-QY-COND-COUNT < 6 THEN
             ADD 1 TO LI-QY-COND-COUNT
             MOVE QD-FIELD TO LI-QY-COND-FIELD(LI-QY-COND-COUNT)
             MOVE QD-OP TO LI-QY-COND-OP(LI-QY-COND-COUNT)
             MOVE QD-VALUE TO LI-QY-COND-VALUE(LI-QY-COND-COUNT)
          END-IF
       WHEN "K"
          IF LI-QY-SORT-COUNT < 3 THEN
             ADD 1 TO LI-QY-SORT-COUNT
             MOVE QD-FIELD TO LI-QY-SORT-FIELD(LI-QY-SORT-COUNT)
             MOVE QD-OP (1:1) TO LI-QY-SORT-DIR(LI-QY-SORT-COUNT)
          END-IF
       WHEN "B"
          MOVE QD-FIELD TO LI-QY-BREAK
       WHEN OTHER
          CONTINUE
       END-EVALUATE.

       RESOLVE-FIELDS-PARA.
      *every name the query uses must still be in the layout - a
      *query naming a field the layout has lost stops here rather
      *than print a column of the wrong bytes
       MOVE "N" TO WS-FAULT.
       IF LI-QY-PRINT-COUNT = 0 THEN
          PERFORM VARYING WS-FIELD-INDEX FROM 1 BY 1
          UNTIL WS-FIELD-INDEX > WS-FIELD-COUNT OR
                WS-FIELD-INDEX > 10
             MOVE WS-FD-NAME(WS-FIELD-INDEX)
                TO LI-QY-PRINT(WS-FIELD-INDEX)
             MOVE WS-FIELD-INDEX TO LI-QY-PRINT-COUNT
          END-PERFORM
       END-IF.
       PERFORM VARYING WS-INDEX FROM 1 BY 1
       UNTIL WS-INDEX > LI-QY-PRINT-COUNT
          MOVE LI-QY-PRINT(WS-INDEX) TO WS-LOOK-NAME
          PERFORM FIND-FIELD-PARA
          MOVE WS-LOOK-AT TO WS-PRINT-AT(WS-INDEX)
       END-PERFORM.
       PERFORM VARYING WS-INDEX FROM 1 BY 1
       UNTIL WS-INDEX > LI-QY-COND-COUNT
          MOVE LI-QY-COND-FIELD(WS-INDEX) TO WS-LOOK-NAME
          PERFORM FIND-FIELD-PARA
          MOVE WS-LOOK-AT TO WS-COND-AT(WS-INDEX)
       END-PERFORM.
       PERFORM VARYING WS-INDEX FROM 1 BY 1
       UNTIL WS-INDEX > LI-QY-SORT-COUNT
          MOVE LI-QY-SORT-FIELD(WS-INDEX) TO WS-LOOK-NAME
          PERFORM FIND-FIELD-PARA
          MOVE WS-LOOK-AT TO WS-SORT-AT(WS-INDEX)
       END-PERFORM.
       MOVE 0 TO WS-BREAK-AT.
       IF LI-QY-BREAK NOT = SPACES THEN
          MOVE LI-QY-BREAK TO WS-LOOK-NAME
          PERFORM FIND-FIELD-PARA
          MOVE WS-LOOK-AT TO WS-BREAK-AT
       END-IF.
       PERFORM LAY-OUT-COLUMNS-PARA.

       FIND-FIELD-PARA.
       MOVE 0 TO WS-LOOK-AT.
       PERFORM VARYING WS-FIELD-INDEX FROM 1 BY 1
       UNTIL WS-FIELD-INDEX > WS-FIELD-COUNT
          IF WS-FD-NAME(WS-FIELD-INDEX) = WS-LOOK-NAME AND
             WS-LOOK-AT = 0 THEN
             MOVE WS-FIELD-INDEX TO WS-LOOK-AT
          END-IF
       END-PERFORM.
       IF WS-LOOK-AT = 0 THEN
          DISPLAY "FIELD " WS-LOOK-NAME " IS NOT IN THE "
             LI-QY-FILE " LAYOUT."
          MOVE "Y" TO WS-FAULT
          MOVE 1 TO WS-LOOK-AT
       END-IF.

       LAY-OUT-COLUMNS-PARA.
      *each column as wide as its field or its heading, numeric
      *columns wide enough for their total, two spaces between; a
      *column that would run off the 200-column line is left off
       MOVE 1 TO WS-NEXT-COL.
       MOVE 0 TO WS-PRINT-USED.
       PERFORM VARYING WS-INDEX FROM 1 BY 1
       UNTIL WS-INDEX > LI-QY-PRINT-COUNT
          MOVE WS-PRINT-AT(WS-INDEX) TO WS-FIELD-INDEX
          MOVE WS-FD-LEN(WS-FIELD-INDEX) TO WS-COL-WIDTH(WS-INDEX)
          MOVE 0 TO WS-NAME-LEN
          MOVE WS-FD-NAME(WS-FIELD-INDEX) TO WS-LOOK-NAME
          INSPECT WS-LOOK-NAME TALLYING WS-NAME-LEN
             FOR CHARACTERS BEFORE INITIAL SPACE
          IF WS-NAME-LEN > WS-COL-WIDTH(WS-INDEX) THEN
             MOVE WS-NAME-LEN TO WS-COL-WIDTH(WS-INDEX)
          END-IF
          IF WS-FD-TYPE(WS-FIELD-INDEX) = "9" AND
             WS-COL-WIDTH(WS-INDEX) < 12 THEN
             MOVE 12 TO WS-COL-WIDTH(WS-INDEX)
          END-IF
          IF WS-COL-WIDTH(WS-INDEX) > 40 THEN
             MOVE 40 TO WS-COL-WIDTH(WS-INDEX)
          END-IF
          IF WS-NEXT-COL + WS-COL-WIDTH(WS-INDEX) - 1 <= 200 AND
             WS-PRINT-USED = WS-INDEX - 1 THEN
             MOVE WS-NEXT-COL TO WS-COL-AT(WS-INDEX)
             COMPUTE WS-NEXT-COL = WS-NEXT-COL +
                WS-COL-WIDTH(WS-INDEX) + 2
             MOVE WS-INDEX TO WS-PRINT-USED
          END-IF
          MOVE 0 TO WS-COL-SUM(WS-INDEX)
          MOVE 0 TO WS-BREAK-SUM(WS-INDEX)
       END-PERFORM.

      *=================================================
      *   SELECTION - THE SORT'S INPUT PROCEDURE
      *=================================================
       SELECT-RECORDS-PARA.
       MOVE "N" TO WS-EOF.
       OPEN INPUT dataFile.
       PERFORM UNTIL WS-END-OF-FILE
          READ dataFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                ADD 1 TO WS-READ-COUNT
                PERFORM TEST-RECORD-PARA
                IF WS-PASSES = "Y" THEN
                   PERFORM RELEASE-RECORD-PARA
                END-IF
          END-READ
       END-PERFORM.
       CLOSE dataFile.

       TEST-RECORD-PARA.
       MOVE "Y" TO WS-PASSES.
       PERFORM VARYING WS-INDEX FROM 1 BY 1
       UNTIL WS-INDEX > LI-QY-COND-COUNT OR WS-PASSES = "N"
          PERFORM TEST-ONE-CONDITION-PARA
       END-PERFORM.

       TEST-ONE-CONDITION-PARA.
      *numeric fields compare as numbers, everything else as text
      *with case ignored - dates are YYYYMMDD so text order is date
      *order
       MOVE WS-COND-AT(WS-INDEX) TO WS-FIELD-INDEX.
       MOVE SPACES TO WS-COND-TEXT.
       MOVE DATA-RECORD
           (WS-FD-POS(WS-FIELD-INDEX):WS-FD-LEN(WS-FIELD-INDEX))
           TO WS-COND-TEXT.
       MOVE LI-QY-COND-VALUE(WS-INDEX) TO WS-COND-VALUE.
       IF WS-FD-TYPE(WS-FIELD-INDEX) = "9" THEN
          MOVE FUNCTION NUMVAL(WS-COND-TEXT) TO WS-FIELD-NUM
          MOVE FUNCTION NUMVAL(WS-COND-VALUE) TO WS-COND-NUM
          EVALUATE TRUE
          WHEN WS-FIELD-NUM < WS-COND-NUM
             MOVE "<" TO WS-COMPARE
          WHEN WS-FIELD-NUM > WS-COND-NUM
             MOVE ">" TO WS-COMPARE
          WHEN OTHER
             MOVE "=" TO WS-COMPARE
          END-EVALUATE
       ELSE
          MOVE FUNCTION UPPER-CASE (WS-COND-TEXT) TO WS-COND-TEXT
          MOVE FUNCTION UPPER-CASE (WS-COND-VALUE) TO WS-COND-VALUE
          EVALUATE TRUE
          WHEN WS-COND-TEXT < WS-COND-VALUE
             MOVE "<" TO WS-COMPARE
          WHEN WS-COND-TEXT > WS-COND-VALUE
             MOVE ">" TO WS-COMPARE
          WHEN OTHER
             MOVE "=" TO WS-COMPARE
          END-EVALUATE
       END-IF.
       EVALUATE LI-QY-COND-OP(WS-INDEX)
       WHEN "EQ"
          IF WS-COMPARE NOT = "=" THEN
             MOVE "N" TO WS-PASSES
          END-IF
       WHEN "NE"
          IF WS-COMPARE = "=" THEN
             MOVE "N" TO WS-PASSES
          END-IF
       WHEN "GT"
          IF WS-COMPARE NOT = ">" THEN
             MOVE "N" TO WS-PASSES
          END-IF
       WHEN "GE"
          IF WS-COMPARE = "<" THEN
             MOVE "N" TO WS-PASSES
          END-IF
       WHEN "LT"
          IF WS-COMPARE NOT = "<" THEN
             MOVE "N" TO WS-PASSES
          END-IF
       WHEN "LE"
          IF WS-COMPARE = ">" THEN
             MOVE "N" TO WS-PASSES
          END-IF
       WHEN OTHER
          CONTINUE
       END-EVALUATE.

       RELEASE-RECORD-PARA.
       MOVE SPACES TO SR-KEY1 SR-KEY2 SR-KEY3.
       PERFORM VARYING WS-INDEX FROM 1 BY 1
       UNTIL WS-INDEX > LI-QY-SORT-COUNT
          PERFORM BUILD-SORT-KEY-PARA
          EVALUATE WS-INDEX
          WHEN 1
             MOVE WS-KEY-TEXT TO SR-KEY1
          WHEN 2
             MOVE WS-KEY-TEXT TO SR-KEY2
          WHEN OTHER
             MOVE WS-KEY-TEXT TO SR-KEY3
          END-EVALUATE
       END-PERFORM.
       ADD 1 TO WS-PICK-COUNT.
       MOVE WS-PICK-COUNT TO SR-SEQ.
       MOVE DATA-RECORD TO SR-DATA.
       RELEASE SORT-RECORD.

       BUILD-SORT-KEY-PARA.
      *numbers right-aligned so 900 sorts under 1000
       MOVE WS-SORT-AT(WS-INDEX) TO WS-FIELD-INDEX.
       MOVE SPACES TO WS-KEY-TEXT.
       MOVE DATA-RECORD
           (WS-FD-POS(WS-FIELD-INDEX):WS-FD-LEN(WS-FIELD-INDEX))
           TO WS-KEY-TEXT.
       IF WS-FD-TYPE(WS-FIELD-INDEX) = "9" THEN
          MOVE FUNCTION NUMVAL(WS-KEY-TEXT) TO WS-KEY-NUM
          MOVE WS-KEY-NUM TO WS-KEY-TEXT
       END-IF.
       IF LI-QY-SORT-DIR(WS-INDEX) = "D" THEN
          INSPECT WS-KEY-TEXT CONVERTING WS-ASC-CHARS
             TO WS-DESC-CHARS
       END-IF.

      *=================================================
      *   THE REPORT - THE SORT'S OUTPUT PROCEDURE
      *=================================================
       WRITE-HEADING-PARA.
       IF LI-QY-TITLE = SPACES THEN
          STRING "AD-HOC QUERY OF " LI-QY-FILE
                DELIMITED BY SIZE INTO LI-QY-TITLE
       END-IF.
       MOVE SPACES TO REPORT-LINE.
       STRING LI-QY-TITLE "  RUN " FUNCTION CURRENT-DATE (1:8)
             " " FUNCTION CURRENT-DATE (9:4)
             DELIMITED BY SIZE INTO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       IF LI-QUERY-NAME = SPACES THEN
          STRING "QUERY (NOT SAVED)  FILE " LI-QY-FILE
                DELIMITED BY SIZE INTO REPORT-LINE
       ELSE
          STRING "QUERY " LI-QUERY-NAME "  FILE " LI-QY-FILE
                DELIMITED BY SIZE INTO REPORT-LINE
       END-IF.
       WRITE REPORT-LINE.
       PERFORM VARYING WS-INDEX FROM 1 BY 1
       UNTIL WS-INDEX > LI-QY-COND-COUNT
          MOVE SPACES TO REPORT-LINE
          STRING "  WHERE " LI-QY-COND-FIELD(WS-INDEX) " "
                LI-QY-COND-OP(WS-INDEX) " "
                LI-QY-COND-VALUE(WS-INDEX)
                DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE
       END-PERFORM.
       PERFORM VARYING WS-INDEX FROM 1 BY 1
       UNTIL WS-INDEX > LI-QY-SORT-COUNT
          MOVE SPACES TO REPORT-LINE
          STRING "  SORTED ON " LI-QY-SORT-FIELD(WS-INDEX) " "
                DELIMITED BY SIZE INTO REPORT-LINE
          IF LI-QY-SORT-DIR(WS-INDEX) = "D" THEN
             MOVE "DESCENDING" TO REPORT-LINE (25:10)
          ELSE
             MOVE "ASCENDING" TO REPORT-LINE (25:9)
          END-IF
          WRITE REPORT-LINE
       END-PERFORM.
       IF WS-BREAK-AT > 0 THEN
          MOVE SPACES TO REPORT-LINE
          STRING "  SUBTOTALS ON CHANGE OF " LI-QY-BREAK
                DELIMITED BY SIZE INTO REPORT-LINE
          WRITE REPORT-LINE
       END-IF.
       IF WS-PRINT-USED < LI-QY-PRINT-COUNT THEN
          MOVE "  (COLUMNS PAST THE 200TH PRINT POSITION LEFT OFF)"
             TO REPORT-LINE
          WRITE REPORT-LINE
       END-IF.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO WS-OUT-LINE.
       PERFORM VARYING WS-INDEX FROM 1 BY 1
       UNTIL WS-INDEX > WS-PRINT-USED
          MOVE WS-PRINT-AT(WS-INDEX) TO WS-FIELD-INDEX
          MOVE WS-FD-NAME(WS-FIELD-INDEX) TO
             WS-OUT-LINE (WS-COL-AT(WS-INDEX):WS-COL-WIDTH(WS-INDEX))
       END-PERFORM.
       MOVE WS-OUT-LINE TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO WS-OUT-LINE.
       PERFORM VARYING WS-INDEX FROM 1 BY 1
       UNTIL WS-INDEX > WS-PRINT-USED
          MOVE ALL "-" TO
             WS-OUT-LINE (WS-COL-AT(WS-INDEX):WS-COL-WIDTH(WS-INDEX))
       END-PERFORM.
       MOVE WS-OUT-LINE TO REPORT-LINE.
       WRITE REPORT-LINE.

       PRINT-RESULT-PARA.
       MOVE "N" TO WS-SORT-EOF.
       MOVE "Y" TO WS-FIRST-ROW.
       MOVE 0 TO WS-BREAK-COUNT.
       PERFORM UNTIL WS-SORT-END
          RETURN sortWork
             AT END MOVE "Y" TO WS-SORT-EOF
             NOT AT END
                PERFORM PRINT-ONE-ROW-PARA
          END-RETURN
       END-PERFORM.
       IF WS-BREAK-AT > 0 AND WS-FIRST-ROW = "N" THEN
          PERFORM WRITE-BREAK-PARA
       END-IF.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       MOVE WS-PICK-COUNT TO WS-COUNT-DISP.
       STRING "GRAND TOTAL  " WS-COUNT-DISP " RECORD(S) SELECTED OF "
             DELIMITED BY SIZE INTO REPORT-LINE.
       MOVE WS-READ-COUNT TO WS-COUNT-DISP.
       MOVE WS-COUNT-DISP TO REPORT-LINE (44:7).
       MOVE "READ" TO REPORT-LINE (52:4).
       WRITE REPORT-LINE.
       PERFORM VARYING WS-INDEX FROM 1 BY 1
       UNTIL WS-INDEX > WS-PRINT-USED
          MOVE WS-COL-SUM(WS-INDEX) TO WS-BREAK-SUM(WS-INDEX)
       END-PERFORM.
       PERFORM WRITE-SUMS-LINE-PARA.

       PRINT-ONE-ROW-PARA.
       IF WS-BREAK-AT > 0 THEN
          MOVE SR-DATA
             (WS-FD-POS(WS-BREAK-AT):WS-FD-LEN(WS-BREAK-AT))
             TO WS-THIS-VALUE
          IF WS-FIRST-ROW = "N" AND
             WS-THIS-VALUE NOT = WS-BREAK-VALUE THEN
             PERFORM WRITE-BREAK-PARA
          END-IF
          MOVE WS-THIS-VALUE TO WS-BREAK-VALUE
       END-IF.
       MOVE "N" TO WS-FIRST-ROW.
       ADD 1 TO WS-BREAK-COUNT.
       MOVE SPACES TO WS-OUT-LINE.
       PERFORM VARYING WS-INDEX FROM 1 BY 1
       UNTIL WS-INDEX > WS-PRINT-USED
          MOVE WS-PRINT-AT(WS-INDEX) TO WS-FIELD-INDEX
      *numbers sit at the right of their column, over their totals
          IF WS-FD-TYPE(WS-FIELD-INDEX) = "9" AND
             WS-FD-LEN(WS-FIELD-INDEX) < WS-COL-WIDTH(WS-INDEX) THEN
             MOVE SR-DATA
                (WS-FD-POS(WS-FIELD-INDEX):WS-FD-LEN(WS-FIELD-INDEX))
                TO WS-OUT-LINE
                (WS-COL-AT(WS-INDEX) + WS-COL-WIDTH(WS-INDEX) -
                WS-FD-LEN(WS-FIELD-INDEX):WS-FD-LEN(WS-FIELD-INDEX))
          ELSE
             MOVE SR-DATA
                (WS-FD-POS(WS-FIELD-INDEX):WS-FD-LEN(WS-FIELD-INDEX))
                TO WS-OUT-LINE
                (WS-COL-AT(WS-INDEX):WS-COL-WIDTH(WS-INDEX))
          END-IF
          IF WS-FD-TYPE(WS-FIELD-INDEX) = "9" THEN
             MOVE FUNCTION NUMVAL(SR-DATA
                (WS-FD-POS(WS-FIELD-INDEX):WS-FD-LEN(WS-FIELD-INDEX)))
                TO WS-KEY-NUM
             ADD WS-KEY-NUM TO WS-COL-SUM(WS-INDEX)
             ADD WS-KEY-NUM TO WS-BREAK-SUM(WS-INDEX)
          END-IF
       END-PERFORM.
       MOVE WS-OUT-LINE TO REPORT-LINE.
       WRITE REPORT-LINE.

       WRITE-BREAK-PARA.
       MOVE SPACES TO REPORT-LINE.
       MOVE WS-BREAK-COUNT TO WS-COUNT-DISP.
       STRING "  SUBTOTAL " LI-QY-BREAK " "
             WS-BREAK-VALUE (1:WS-FD-LEN(WS-BREAK-AT))
             "  " WS-COUNT-DISP " RECORD(S)"
             DELIMITED BY SIZE INTO REPORT-LINE.
       WRITE REPORT-LINE.
       PERFORM WRITE-SUMS-LINE-PARA.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE 0 TO WS-BREAK-COUNT.
       PERFORM VARYING WS-INDEX FROM 1 BY 1
       UNTIL WS-INDEX > WS-PRINT-USED
          MOVE 0 TO WS-BREAK-SUM(WS-INDEX)
       END-PERFORM.

       WRITE-SUMS-LINE-PARA.
      *the totals in WS-BREAK-SUM under their numeric columns; no
      *line at all when nothing printed is numeric
       MOVE SPACES TO WS-OUT-LINE.
       PERFORM VARYING WS-INDEX FROM 1 BY 1
       UNTIL WS-INDEX > WS-PRINT-USED
          MOVE WS-PRINT-AT(WS-INDEX) TO WS-FIELD-INDEX
          IF WS-FD-TYPE(WS-FIELD-INDEX) = "9" THEN
             MOVE WS-BREAK-SUM(WS-INDEX) TO WS-SUM-DISP
             IF WS-COL-WIDTH(WS-INDEX) >= 15 THEN
                MOVE WS-SUM-DISP TO WS-OUT-LINE
                   (WS-COL-AT(WS-INDEX) + WS-COL-WIDTH(WS-INDEX)
                   - 15:15)
             ELSE
                MOVE WS-SUM-DISP
                   (16 - WS-COL-WIDTH(WS-INDEX):
                   WS-COL-WIDTH(WS-INDEX))
                   TO WS-OUT-LINE
                   (WS-COL-AT(WS-INDEX):WS-COL-WIDTH(WS-INDEX))
             END-IF
          END-IF
       END-PERFORM.
       IF WS-OUT-LINE NOT = SPACES THEN
          MOVE WS-OUT-LINE TO REPORT-LINE
          WRITE REPORT-LINE
       END-IF.

       END PROGRAM queryrun.
