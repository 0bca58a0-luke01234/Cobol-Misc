       IDENTIFICATION DIVISION.
       PROGRAM-ID. recquery.

      *the ad-hoc query writer, for the one-off questions the record
      *browser and the delimited export cannot answer ("sessions
      *over 50,000 points in September, by player"). it drives off
      *the same LAYOUTDEF.CFG field definitions through layoutdef:
      *the operator picks a described file, the fields to print,
      *selection tests on any fields (EQ NE GT GE LT LE, all must
      *hold), up to three sort keys ascending or descending, and a
      *break field for subtotals and counts. the query runs through
      *the shared queryrun subprogram, so the report it writes is
      *the one the night run writes for the same query. a query can
      *be saved under a name on QUERYDEF.CFG and then rerun from
      *here, or put on the night run as a "QUERY name" line in
      *NIGHTRUN.CFG. test values are checked as they are typed -
      *numbers for numeric fields, real dates for date fields -
      *through fieldvalidator, the checks recbrowse uses

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT queryFile ASSIGN TO "QUERYDEF.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-QUERY-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *same QUERYDEF.CFG record queryrun reads
       FD  queryFile.
       01  QUERY-RECORD.
           05 QD-KIND  PIC X(1).
           05 QD-QUERY PIC X(8).
           05 QD-FIELD PIC X(12).
           05 QD-OP    PIC X(2).
           05 QD-VALUE PIC X(40).

       WORKING-STORAGE SECTION.
       01  WS-QUERY-STATUS PIC X(2).
       01  WS-EOF PIC X(1) VALUE "N".
           88 WS-END-OF-FILE VALUE "Y".

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
       01  WS-FILE-INDEX  PIC 9(2).

      *the query being built - the definition queryrun is handed
       01  WS-QUERY-NAME PIC X(8).
       01  WS-QUERY-DEF.
           05 WS-QY-FILE        PIC X(18).
           05 WS-QY-TITLE       PIC X(40).
           05 WS-QY-PRINT-COUNT PIC 9(2).
           05 WS-QY-PRINT       PIC X(12) OCCURS 10 TIMES.
           05 WS-QY-COND-COUNT  PIC 9(1).
           05 WS-QY-COND OCCURS 6 TIMES.
              10 WS-QY-COND-FIELD PIC X(12).
              10 WS-QY-COND-OP    PIC X(2).
              10 WS-QY-COND-VALUE PIC X(20).
           05 WS-QY-SORT-COUNT  PIC 9(1).
           05 WS-QY-SORT OCCURS 3 TIMES.
              10 WS-QY-SORT-FIELD PIC X(12).
              10 WS-QY-SORT-DIR   PIC X(1).
           05 WS-QY-BREAK       PIC X(12).
       01  WS-QUERY-RESULT PIC X(1).
       01  WS-BUILT        PIC X(1) VALUE "N".
       01  WS-INDEX        PIC 9(2).

      *QUERYDEF.CFG in memory for a save or a delete - every other
      *query's records are kept as they were
       01  WS-KEEP-TABLE.
           05 WS-KEEP-LINE PIC X(63) OCCURS 400 TIMES.
       01  WS-KEEP-COUNT   PIC 9(3) VALUE 0.
       01  WS-KEEP-INDEX   PIC 9(3).
       01  WS-KEEP-OVERFLOW PIC X(1).
       01  WS-NAME-FOUND   PIC X(1).
       01  WS-SAVED-TABLE.
           05 WS-SAVED-NAME PIC X(8) OCCURS 40 TIMES.
           05 WS-SAVED-FILE PIC X(18) OCCURS 40 TIMES.
       01  WS-SAVED-COUNT  PIC 9(2) VALUE 0.

       01  WS-MENU-CHOICE PIC X(1).
       01  WS-MENU-DONE   PIC X(1) VALUE "N".
       01  WS-PICK-INP    PIC X(3).
       01  WS-PICK-NUM    PIC 9(2).
       01  WS-PICK-DONE   PIC X(1).
       01  WS-OP-INP      PIC X(2).
       01  WS-VALUE-INP   PIC X(20).
       01  WS-DIR-INP     PIC X(1).
       01  WS-CONFIRM     PIC X(1).

      *test values go through the shared fieldvalidator subprogram
       01  WS-VAL-FIELD  PIC X(30).
       01  WS-VAL-RULE   PIC X(8).
       01  WS-VAL-PASS   PIC X(1).
       01  WS-VAL-REASON PIC X(2).

       01  WS-LOG-PROGRAM PIC X(12) VALUE "recquery".
       01  WS-LOG-EVENT   PIC X(8).
       01  WS-LOG-TEXT    PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PARA.
       MOVE "STARTUP" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       MOVE SPACES TO WS-LAYOUT-FILE.
       CALL "layoutdef" USING WS-LAYOUT-FILE WS-FIELD-TABLE
           WS-FIELD-COUNT WS-FILE-LIST WS-FILE-COUNT WS-LAYOUT-OK.
       IF WS-LAYOUT-OK NOT = "Y" THEN
          DISPLAY "NO FILES DESCRIBED - PUT THEIR LAYOUTS IN"
          DISPLAY "LAYOUTDEF.CFG FIRST (F record per file, D record"
          DISPLAY "per field: name, position, length, type X/9/D)."
          GOBACK
       END-IF.
       PERFORM UNTIL WS-MENU-DONE = "Y"
          DISPLAY " "
          DISPLAY "QUERY WRITER - N=NEW QUERY, R=RUN IT AGAIN,"
             " S=SAVE IT, L=LIST SAVED,"
          DISPLAY "G=RUN A SAVED QUERY, D=DELETE A SAVED QUERY,"
             " X=EXIT:"
          MOVE SPACE TO WS-MENU-CHOICE
          ACCEPT WS-MENU-CHOICE
          MOVE FUNCTION UPPER-CASE (WS-MENU-CHOICE)
             TO WS-MENU-CHOICE
          EVALUATE WS-MENU-CHOICE
          WHEN "N"
             PERFORM BUILD-QUERY-PARA
             IF WS-BUILT = "Y" THEN
                PERFORM RUN-BUILT-PARA
             END-IF
          WHEN "R"
             IF WS-BUILT = "Y" THEN
                PERFORM RUN-BUILT-PARA
             ELSE
                DISPLAY "NO QUERY BUILT YET - N FIRST."
             END-IF
          WHEN "S"
             PERFORM SAVE-QUERY-PARA
          WHEN "L"
             PERFORM LIST-SAVED-PARA
          WHEN "G"
             PERFORM RUN-SAVED-PARA
          WHEN "D"
             PERFORM DELETE-SAVED-PARA
          WHEN "X"
             MOVE "Y" TO WS-MENU-DONE
          WHEN OTHER
             DISPLAY "NOT A CHOICE."
          END-EVALUATE
       END-PERFORM.
       MOVE "EXIT" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       GOBACK.

      *=================================================
      *   BUILDING A QUERY
      *=================================================
       BUILD-QUERY-PARA.
       MOVE "N" TO WS-BUILT.
       INITIALIZE WS-QUERY-DEF.
       MOVE SPACES TO WS-LAYOUT-FILE.
       CALL "layoutdef" USING WS-LAYOUT-FILE WS-FIELD-TABLE
           WS-FIELD-COUNT WS-FILE-LIST WS-FILE-COUNT WS-LAYOUT-OK.
       DISPLAY "DESCRIBED FILES:".
       PERFORM VARYING WS-FILE-INDEX FROM 1 BY 1
       UNTIL WS-FILE-INDEX > WS-FILE-COUNT
          DISPLAY "  " WS-FILE-INDEX " " WS-FILE-ENTRY(WS-FILE-INDEX)
       END-PERFORM.
       DISPLAY "QUERY WHICH ONE?".
       MOVE SPACES TO WS-PICK-INP.
       ACCEPT WS-PICK-INP.
       IF FUNCTION TEST-NUMVAL(WS-PICK-INP) NOT = 0 THEN
          DISPLAY "NOT ON THE LIST."
          EXIT PARAGRAPH
       END-IF.
       MOVE FUNCTION NUMVAL(WS-PICK-INP) TO WS-PICK-NUM.
       IF WS-PICK-NUM < 1 OR WS-PICK-NUM > WS-FILE-COUNT THEN
          DISPLAY "NOT ON THE LIST."
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-FILE-ENTRY(WS-PICK-NUM) TO WS-LAYOUT-FILE.
       CALL "layoutdef" USING WS-LAYOUT-FILE WS-FIELD-TABLE
           WS-FIELD-COUNT WS-FILE-LIST WS-FILE-COUNT WS-LAYOUT-OK.
       IF WS-LAYOUT-OK NOT = "Y" OR WS-FIELD-COUNT = 0 THEN
          DISPLAY "THAT FILE HAS NO FIELDS DESCRIBED."
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-LAYOUT-FILE TO WS-QY-FILE.
       DISPLAY WS-QY-FILE " FIELDS (TYPE X TEXT, 9 NUMBER, D DATE):".
       PERFORM VARYING WS-FIELD-INDEX FROM 1 BY 1
       UNTIL WS-FIELD-INDEX > WS-FIELD-COUNT
          DISPLAY "  " WS-FIELD-INDEX " " WS-FD-NAME(WS-FIELD-INDEX)
             " " WS-FD-TYPE(WS-FIELD-INDEX)
             " LENGTH " WS-FD-LEN(WS-FIELD-INDEX)
       END-PERFORM.
       PERFORM PICK-PRINT-FIELDS-PARA.
       PERFORM PICK-CONDITIONS-PARA.
       PERFORM PICK-SORT-KEYS-PARA.
       PERFORM PICK-BREAK-PARA.
       DISPLAY "REPORT TITLE (ENTER FOR AD-HOC QUERY OF "
             FUNCTION TRIM(WS-QY-FILE) "):".
       ACCEPT WS-QY-TITLE.
       MOVE "Y" TO WS-BUILT.

       PICK-PRINT-FIELDS-PARA.
       DISPLAY "FIELDS TO PRINT, BY NUMBER ONE AT A TIME (UP TO 10)"
             " - ENTER WHEN DONE;".
       DISPLAY "ENTER STRAIGHT AWAY PRINTS THEM ALL.".
       MOVE "N" TO WS-PICK-DONE.
       PERFORM UNTIL WS-PICK-DONE = "Y" OR WS-QY-PRINT-COUNT = 10
          PERFORM ACCEPT-FIELD-NUMBER-PARA
          IF WS-PICK-NUM = 0 THEN
             MOVE "Y" TO WS-PICK-DONE
          ELSE
             ADD 1 TO WS-QY-PRINT-COUNT
             MOVE WS-FD-NAME(WS-PICK-NUM)
                TO WS-QY-PRINT(WS-QY-PRINT-COUNT)
          END-IF
       END-PERFORM.

       PICK-CONDITIONS-PARA.
       DISPLAY "SELECTION TESTS (UP TO 6, ALL MUST HOLD) - FIELD"
             " NUMBER, ENTER FOR NO MORE:".
       MOVE "N" TO WS-PICK-DONE.
       PERFORM UNTIL WS-PICK-DONE = "Y" OR WS-QY-COND-COUNT = 6
          PERFORM ACCEPT-FIELD-NUMBER-PARA
          IF WS-PICK-NUM = 0 THEN
             MOVE "Y" TO WS-PICK-DONE
          ELSE
             PERFORM ACCEPT-ONE-CONDITION-PARA
          END-IF
       END-PERFORM.

       ACCEPT-ONE-CONDITION-PARA.
       DISPLAY "  TEST - EQ NE GT GE LT LE:".
       MOVE SPACES TO WS-OP-INP.
       ACCEPT WS-OP-INP.
       MOVE FUNCTION UPPER-CASE (WS-OP-INP) TO WS-OP-INP.
       IF WS-OP-INP NOT = "EQ" AND WS-OP-INP NOT = "NE" AND
             WS-OP-INP NOT = "GT" AND WS-OP-INP NOT = "GE" AND
             WS-OP-INP NOT = "LT" AND WS-OP-INP NOT = "LE" THEN
          DISPLAY "  NOT A TEST - THAT ONE IS DROPPED."
          EXIT PARAGRAPH
       END-IF.
       DISPLAY "  VALUE:".
       MOVE SPACES TO WS-VALUE-INP.
       ACCEPT WS-VALUE-INP.
       MOVE SPACES TO WS-VAL-FIELD.
       MOVE WS-VALUE-INP TO WS-VAL-FIELD.
       EVALUATE WS-FD-TYPE(WS-PICK-NUM)
       WHEN "9"
          MOVE "NUMERIC" TO WS-VAL-RULE
       WHEN "D"
          MOVE "DATE" TO WS-VAL-RULE
       WHEN OTHER
          MOVE SPACES TO WS-VAL-RULE
       END-EVALUATE.
       IF WS-VAL-RULE NOT = SPACES THEN
          CALL "fieldvalidator" USING WS-VAL-FIELD WS-VAL-RULE
              WS-VAL-PASS WS-VAL-REASON
          IF WS-VAL-PASS NOT = "Y" THEN
             DISPLAY "  FAILS THE " WS-VAL-RULE " RULE (REASON "
                WS-VAL-REASON ") - THAT ONE IS DROPPED."
             EXIT PARAGRAPH
          END-IF
       END-IF.
       ADD 1 TO WS-QY-COND-COUNT.
       MOVE WS-FD-NAME(WS-PICK-NUM)
             TO WS-QY-COND-FIELD(WS-QY-COND-COUNT).
       MOVE WS-OP-INP TO WS-QY-COND-OP(WS-QY-COND-COUNT).
       MOVE WS-VALUE-INP TO WS-QY-COND-VALUE(WS-QY-COND-COUNT).

       PICK-SORT-KEYS-PARA.
       DISPLAY "SORT KEYS (UP TO 3, MOST SIGNIFICANT FIRST) - FIELD"
             " NUMBER, ENTER FOR NO MORE:".
       MOVE "N" TO WS-PICK-DONE.
       PERFORM UNTIL WS-PICK-DONE = "Y" OR WS-QY-SORT-COUNT = 3
          PERFORM ACCEPT-FIELD-NUMBER-PARA
          IF WS-PICK-NUM = 0 THEN
             MOVE "Y" TO WS-PICK-DONE
          ELSE
             DISPLAY "  A=ASCENDING, D=DESCENDING:"
             MOVE SPACE TO WS-DIR-INP
             ACCEPT WS-DIR-INP
             MOVE FUNCTION UPPER-CASE (WS-DIR-INP) TO WS-DIR-INP
             IF WS-DIR-INP NOT = "D" THEN
                MOVE "A" TO WS-DIR-INP
             END-IF
             ADD 1 TO WS-QY-SORT-COUNT
             MOVE WS-FD-NAME(WS-PICK-NUM)
                TO WS-QY-SORT-FIELD(WS-QY-SORT-COUNT)
             MOVE WS-DIR-INP TO WS-QY-SORT-DIR(WS-QY-SORT-COUNT)
          END-IF
       END-PERFORM.

       PICK-BREAK-PARA.
      *a break only makes sense on the order the report comes out
      *in, so the break field becomes the first sort key if it is
      *not one already (the third key makes way if all three are
      *taken)
       DISPLAY "SUBTOTAL AND COUNT ON CHANGE OF WHICH FIELD?"
             " (ENTER FOR NONE):".
       PERFORM ACCEPT-FIELD-NUMBER-PARA.
       IF WS-PICK-NUM = 0 THEN
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-FD-NAME(WS-PICK-NUM) TO WS-QY-BREAK.
       IF WS-QY-SORT-COUNT > 0 AND
             WS-QY-SORT-FIELD(1) = WS-QY-BREAK THEN
          EXIT PARAGRAPH
       END-IF.
       IF WS-QY-SORT-COUNT < 3 THEN
          ADD 1 TO WS-QY-SORT-COUNT
       END-IF.
       PERFORM VARYING WS-INDEX FROM WS-QY-SORT-COUNT BY -1
       UNTIL WS-INDEX < 2
          MOVE WS-QY-SORT(WS-INDEX - 1) TO WS-QY-SORT(WS-INDEX)
       END-PERFORM.
       MOVE WS-QY-BREAK TO WS-QY-SORT-FIELD(1).
       MOVE "A" TO WS-QY-SORT-DIR(1).
       DISPLAY "  " FUNCTION TRIM(WS-QY-BREAK)
             " IS NOW THE FIRST SORT KEY.".

       ACCEPT-FIELD-NUMBER-PARA.
      *0 back for a blank entry; anything not on the field list is
      *asked again
       MOVE 99 TO WS-PICK-NUM.
       PERFORM UNTIL WS-PICK-NUM <= WS-FIELD-COUNT
          MOVE SPACES TO WS-PICK-INP
          ACCEPT WS-PICK-INP
          IF WS-PICK-INP = SPACES THEN
             MOVE 0 TO WS-PICK-NUM
          ELSE
             IF FUNCTION TEST-NUMVAL(WS-PICK-INP) = 0 THEN
                MOVE FUNCTION NUMVAL(WS-PICK-INP) TO WS-PICK-NUM
             ELSE
                MOVE 99 TO WS-PICK-NUM
             END-IF
             IF WS-PICK-NUM = 0 OR WS-PICK-NUM > WS-FIELD-COUNT
             THEN
                DISPLAY "  NO FIELD " WS-PICK-INP " - AGAIN:"
                MOVE 99 TO WS-PICK-NUM
             END-IF
          END-IF
       END-PERFORM.

      *=================================================
      *   RUNNING
      *=================================================
       RUN-BUILT-PARA.
       MOVE SPACES TO WS-QUERY-NAME.
       CALL "queryrun" USING WS-QUERY-NAME WS-QUERY-DEF
           WS-QUERY-RESULT.
       IF WS-QUERY-RESULT NOT = "Y" THEN
          DISPLAY "THE QUERY DID NOT RUN."
       END-IF.

       RUN-SAVED-PARA.
       DISPLAY "RUN WHICH SAVED QUERY?".
       MOVE SPACES TO WS-QUERY-NAME.
       ACCEPT WS-QUERY-NAME.
       MOVE FUNCTION UPPER-CASE (WS-QUERY-NAME) TO WS-QUERY-NAME.
       IF WS-QUERY-NAME = SPACES THEN
          EXIT PARAGRAPH
       END-IF.
       CALL "queryrun" USING WS-QUERY-NAME WS-QUERY-DEF
           WS-QUERY-RESULT.
       IF WS-QUERY-RESULT = "Y" THEN
          MOVE "Y" TO WS-BUILT
       ELSE
          DISPLAY "THE QUERY DID NOT RUN."
       END-IF.

      *=================================================
      *   SAVED QUERIES ON QUERYDEF.CFG
      *=================================================
       LIST-SAVED-PARA.
       MOVE 0 TO WS-SAVED-COUNT.
       MOVE "N" TO WS-EOF.
       OPEN INPUT queryFile.
       IF WS-QUERY-STATUS = "00" THEN
          PERFORM UNTIL WS-END-OF-FILE
             READ queryFile
                AT END MOVE "Y" TO WS-EOF
                NOT AT END
                   IF QD-KIND = "Q" AND WS-SAVED-COUNT < 40 THEN
                      ADD 1 TO WS-SAVED-COUNT
                      MOVE QD-QUERY TO WS-SAVED-NAME(WS-SAVED-COUNT)
                      MOVE QD-VALUE TO WS-SAVED-FILE(WS-SAVED-COUNT)
                   END-IF
             END-READ
          END-PERFORM
          CLOSE queryFile
       END-IF.
       IF WS-SAVED-COUNT = 0 THEN
          DISPLAY "NO SAVED QUERIES."
          EXIT PARAGRAPH
       END-IF.
       DISPLAY "SAVED QUERIES:".
       PERFORM VARYING WS-INDEX FROM 1 BY 1
       UNTIL WS-INDEX > WS-SAVED-COUNT
          DISPLAY "  " WS-SAVED-NAME(WS-INDEX) "  "
             WS-SAVED-FILE(WS-INDEX)
       END-PERFORM.

       SAVE-QUERY-PARA.
       IF WS-BUILT NOT = "Y" THEN
          DISPLAY "NO QUERY BUILT YET - N FIRST."
          EXIT PARAGRAPH
       END-IF.
       DISPLAY "SAVE UNDER WHAT NAME? (UP TO 8 LETTERS/DIGITS)".
       MOVE SPACES TO WS-QUERY-NAME.
       ACCEPT WS-QUERY-NAME.
       MOVE FUNCTION UPPER-CASE (WS-QUERY-NAME) TO WS-QUERY-NAME.
       IF WS-QUERY-NAME = SPACES OR
             WS-QUERY-NAME (1:1) = SPACE THEN
          DISPLAY "NOT SAVED."
          EXIT PARAGRAPH
       END-IF.
       PERFORM LOAD-OTHER-QUERIES-PARA.
       IF WS-NAME-FOUND = "Y" THEN
          DISPLAY WS-QUERY-NAME " IS ALREADY SAVED - REPLACE IT?"
             " (Y/N)"
          MOVE SPACE TO WS-CONFIRM
          ACCEPT WS-CONFIRM
          IF FUNCTION UPPER-CASE (WS-CONFIRM) NOT = "Y" THEN
             DISPLAY "NOT SAVED."
             EXIT PARAGRAPH
          END-IF
       END-IF.
       IF WS-KEEP-OVERFLOW = "Y" THEN
          DISPLAY "QUERYDEF.CFG IS FULL - NOT SAVED."
          EXIT PARAGRAPH
       END-IF.
       PERFORM WRITE-QUERIES-PARA.
       IF WS-QUERY-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       MOVE "QUERYSAV" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       STRING WS-QUERY-NAME " " WS-QY-FILE
             DELIMITED BY SIZE INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       DISPLAY "SAVED AS " WS-QUERY-NAME " - RUN IT WITH G, OR PUT"
             " QUERY " FUNCTION TRIM(WS-QUERY-NAME)
             " IN NIGHTRUN.CFG.".

       DELETE-SAVED-PARA.
       DISPLAY "DELETE WHICH SAVED QUERY?".
       MOVE SPACES TO WS-QUERY-NAME.
       ACCEPT WS-QUERY-NAME.
       MOVE FUNCTION UPPER-CASE (WS-QUERY-NAME) TO WS-QUERY-NAME.
       IF WS-QUERY-NAME = SPACES THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM LOAD-OTHER-QUERIES-PARA.
       IF WS-NAME-FOUND NOT = "Y" THEN
          DISPLAY "NO QUERY CALLED " WS-QUERY-NAME "."
          EXIT PARAGRAPH
       END-IF.
       IF WS-KEEP-OVERFLOW = "Y" THEN
          DISPLAY "QUERYDEF.CFG IS TOO LONG TO REWRITE - NOTHING"
             " DELETED."
          EXIT PARAGRAPH
       END-IF.
       DISPLAY "DELETE " WS-QUERY-NAME "? (Y/N)".
       MOVE SPACE TO WS-CONFIRM.
       ACCEPT WS-CONFIRM.
       IF FUNCTION UPPER-CASE (WS-CONFIRM) NOT = "Y" THEN
          DISPLAY "LEFT ALONE."
          EXIT PARAGRAPH
       END-IF.
       MOVE "N" TO WS-BUILT.
       PERFORM REWRITE-OTHERS-PARA.
       IF WS-QUERY-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       MOVE "QUERYDEL" TO WS-LOG-EVENT.
       MOVE WS-QUERY-NAME TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       DISPLAY WS-QUERY-NAME " DELETED.".

       LOAD-OTHER-QUERIES-PARA.
      *every record not belonging to WS-QUERY-NAME into the keep
      *table, noting whether the name was there at all
       MOVE 0 TO WS-KEEP-COUNT.
       MOVE "N" TO WS-KEEP-OVERFLOW.
       MOVE "N" TO WS-NAME-FOUND.
       MOVE "N" TO WS-EOF.
       OPEN INPUT queryFile.
       IF WS-QUERY-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ queryFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF QD-QUERY = WS-QUERY-NAME THEN
                   MOVE "Y" TO WS-NAME-FOUND
                ELSE
                   IF WS-KEEP-COUNT < 400 THEN
                      ADD 1 TO WS-KEEP-COUNT
                      MOVE QUERY-RECORD
                         TO WS-KEEP-LINE(WS-KEEP-COUNT)
                   ELSE
                      MOVE "Y" TO WS-KEEP-OVERFLOW
                   END-IF
                END-IF
          END-READ
       END-PERFORM.
       CLOSE queryFile.

       REWRITE-OTHERS-PARA.
       OPEN OUTPUT queryFile.
       IF WS-QUERY-STATUS NOT = "00" THEN
          DISPLAY "QUERYDEF.CFG COULD NOT BE WRITTEN - "
             WS-QUERY-STATUS
          EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-KEEP-INDEX FROM 1 BY 1
       UNTIL WS-KEEP-INDEX > WS-KEEP-COUNT
          MOVE WS-KEEP-LINE(WS-KEEP-INDEX) TO QUERY-RECORD
          WRITE QUERY-RECORD
       END-PERFORM.
       CLOSE queryFile.

       WRITE-QUERIES-PARA.
      *the other queries as they were, then this one's records in
      *the order queryrun reads them back
       PERFORM REWRITE-OTHERS-PARA.
       IF WS-QUERY-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       OPEN EXTEND queryFile.
       MOVE SPACES TO QUERY-RECORD.
       MOVE "Q" TO QD-KIND.
       MOVE WS-QUERY-NAME TO QD-QUERY.
       MOVE WS-QY-FILE TO QD-VALUE.
       WRITE QUERY-RECORD.
       IF WS-QY-TITLE NOT = SPACES THEN
          MOVE SPACES TO QUERY-RECORD
          MOVE "T" TO QD-KIND
          MOVE WS-QUERY-NAME TO QD-QUERY
          MOVE WS-QY-TITLE TO QD-VALUE
          WRITE QUERY-RECORD
       END-IF.
       PERFORM VARYING WS-INDEX FROM 1 BY 1
       UNTIL WS-INDEX > WS-QY-PRINT-COUNT
          MOVE SPACES TO QUERY-RECORD
          MOVE "P" TO QD-KIND
          MOVE WS-QUERY-NAME TO QD-QUERY
          MOVE WS-QY-PRINT(WS-INDEX) TO QD-FIELD
          WRITE QUERY-RECORD
       END-PERFORM.
       PERFORM VARYING WS-INDEX FROM 1 BY 1
       UNTIL WS-INDEX > WS-QY-COND-COUNT
          MOVE SPACES TO QUERY-RECORD
          MOVE "S" TO QD-KIND
          MOVE WS-QUERY-NAME TO QD-QUERY
          MOVE WS-QY-COND-FIELD(WS-INDEX) TO QD-FIELD
          MOVE WS-QY-COND-OP(WS-INDEX) TO QD-OP
          MOVE WS-QY-COND-VALUE(WS-INDEX) TO QD-VALUE
          WRITE QUERY-RECORD
       END-PERFORM.
       PERFORM VARYING WS-INDEX FROM 1 BY 1
       UNTIL WS-INDEX > WS-QY-SORT-COUNT
          MOVE SPACES TO QUERY-RECORD
          MOVE "K" TO QD-KIND
          MOVE WS-QUERY-NAME TO QD-QUERY
          MOVE WS-QY-SORT-FIELD(WS-INDEX) TO QD-FIELD
          MOVE WS-QY-SORT-DIR(WS-INDEX) TO QD-OP
          WRITE QUERY-RECORD
       END-PERFORM.
       IF WS-QY-BREAK NOT = SPACES THEN
          MOVE SPACES TO QUERY-RECORD
          MOVE "B" TO QD-KIND
          MOVE WS-QUERY-NAME TO QD-QUERY
          MOVE WS-QY-BREAK TO QD-FIELD
          WRITE QUERY-RECORD
       END-IF.
       CLOSE queryFile.

       END PROGRAM recquery.
