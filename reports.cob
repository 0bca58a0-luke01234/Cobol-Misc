       IDENTIFICATION DIVISION.
       PROGRAM-ID. reports.

      *the report catalog's counter. every report the programs here
      *write is filed by the shared rptfile routine as a dated,
      *sequenced copy under RPTARCH with a RPTCAT.DAT record of who
      *ran it, from which program, and how many pages and lines.
      *L lists the catalog, narrowed by report name and/or run date
      *so last Tuesday's shift report is one question away; V shows
      *one copy on the screen with everyone it has been handed to;
      *R reprints it to REPRINT.PRT under a banner saying what it
      *is; H records a copy handed over. reprints and hand-overs
      *are appended to RPTDIST.DAT with the operator's initials, so
      *the catalog can say where every copy went

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT catalogFile ASSIGN TO "RPTCAT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATALOG-STATUS.

           SELECT distFile ASSIGN TO "RPTDIST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DIST-STATUS.

           SELECT copyFile ASSIGN TO WS-COPY-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COPY-STATUS.

           SELECT reprintFile ASSIGN TO "REPRINT.PRT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *same catalog layout rptfile writes
       FD  catalogFile.
       01  CATALOG-RECORD.
           05 RC-SEQ      PIC 9(6).
           05 RC-STAMP    PIC X(14).
           05 RC-REPORT   PIC X(20).
           05 RC-PROGRAM  PIC X(12).
           05 RC-OPERATOR PIC X(3).
           05 RC-PAGES    PIC 9(4).
           05 RC-LINES    PIC 9(6).
           05 RC-COPY     PIC X(50).

      *action: H handed over, R reprinted
       FD  distFile.
       01  DIST-RECORD.
           05 RD-SEQ      PIC 9(6).
           05 RD-STAMP    PIC X(14).
           05 RD-ACTION   PIC X(1).
           05 RD-TO       PIC X(20).
           05 RD-OPERATOR PIC X(3).

       FD  copyFile.
       01  COPY-LINE PIC X(250).

       FD  reprintFile.
       01  REPRINT-LINE PIC X(250).

       WORKING-STORAGE SECTION.
       01  WS-CATALOG-STATUS PIC X(2).
       01  WS-DIST-STATUS    PIC X(2).
       01  WS-COPY-STATUS    PIC X(2).
       01  WS-REPRINT-STATUS PIC X(2).
       01  WS-EOF PIC X(1) VALUE "N".
           88 WS-END-OF-FILE VALUE "Y".
       01  WS-COPY-NAME      PIC X(50).

       01  WS-MENU-CHOICE  PIC X(1).
       01  WS-DONE         PIC X(1) VALUE "N".
       01  WS-OPERATOR     PIC X(3).
       01  WS-ASK-REPORT   PIC X(20).
       01  WS-ASK-DATE     PIC X(8).
       01  WS-ASK-SEQ      PIC X(6).
       01  WS-ASK-TO       PIC X(20).
       01  WS-ASK-MORE     PIC X(1).
       01  WS-SEQ          PIC 9(6).

      *the catalog record found by FIND-COPY-PARA
       01  WS-FOUND        PIC X(1).
       01  WS-FOUND-RECORD PIC X(115).

       01  WS-MATCH-COUNT  PIC 9(5).
       01  WS-SHOWN-COUNT  PIC 9(5).
       01  WS-LIST-LIMIT   PIC 9(3) VALUE 30.
       01  WS-HANDED-COUNT PIC 9(3).
       01  WS-LINE-NO      PIC 9(6).
       01  WS-PAGE-LINES   PIC 9(2).
       01  WS-STOP-VIEW    PIC X(1).

       01  WS-COUNT-DISP   PIC Z(4)9.
       01  WS-PAGES-DISP   PIC Z(3)9.
       01  WS-LINES-DISP   PIC Z(5)9.
       01  WS-ACTION-TEXT  PIC X(8).

       01  WS-LOG-PROGRAM PIC X(12) VALUE "reports".
       01  WS-LOG-EVENT   PIC X(8).
       01  WS-LOG-TEXT    PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PARA.
       MOVE "STARTUP" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       PERFORM UNTIL WS-DONE = "Y"
          DISPLAY " "
          DISPLAY "REPORT CATALOG - L=LIST, V=VIEW, R=REPRINT,"
          DISPLAY "H=HANDED OVER, X=EXIT:"
          ACCEPT WS-MENU-CHOICE
          MOVE FUNCTION UPPER-CASE (WS-MENU-CHOICE) TO WS-MENU-CHOICE
          EVALUATE WS-MENU-CHOICE
          WHEN "L"
             PERFORM LIST-CATALOG-PARA
          WHEN "V"
             PERFORM VIEW-COPY-PARA
          WHEN "R"
             PERFORM REPRINT-COPY-PARA
          WHEN "H"
             PERFORM HANDED-OVER-PARA
          WHEN "X"
             MOVE "Y" TO WS-DONE
          WHEN OTHER
             DISPLAY "L, V, R, H OR X."
          END-EVALUATE
       END-PERFORM.
       MOVE "EXIT" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       GOBACK.

      *=================================================
      *   THE CATALOG
      *=================================================
       LIST-CATALOG-PARA.
      *the newest are the ones asked after, so when more match than
      *fit on the screen the oldest are skipped
       DISPLAY "REPORT NAME (E.G. TOURNEY.RPT, BLANK FOR ALL):".
       ACCEPT WS-ASK-REPORT.
       MOVE FUNCTION UPPER-CASE (WS-ASK-REPORT) TO WS-ASK-REPORT.
       DISPLAY "RUN ON (YYYYMMDD, BLANK FOR ANY DAY):".
       ACCEPT WS-ASK-DATE.
       MOVE 0 TO WS-MATCH-COUNT WS-SHOWN-COUNT.
       PERFORM COUNT-OR-LIST-PARA.
       IF WS-MATCH-COUNT = 0 THEN
          DISPLAY "NO REPORTS ON THE CATALOG MATCH."
          EXIT PARAGRAPH
       END-IF.
       DISPLAY "   SEQ RUN           REPORT               "
          "PROGRAM      BY  PAGE  LINES OUT".
       MOVE WS-MATCH-COUNT TO WS-SHOWN-COUNT.
       PERFORM COUNT-OR-LIST-PARA.
       IF WS-MATCH-COUNT > WS-LIST-LIMIT THEN
          MOVE WS-MATCH-COUNT TO WS-COUNT-DISP
          DISPLAY "(NEWEST " WS-LIST-LIMIT " OF "
             FUNCTION TRIM(WS-COUNT-DISP) " SHOWN)"
       END-IF.

       COUNT-OR-LIST-PARA.
      *first pass (WS-MATCH-COUNT zero) counts the matches; the
      *second lists the last WS-LIST-LIMIT of them
       MOVE 0 TO WS-LINE-NO.
       MOVE "N" TO WS-EOF.
       OPEN INPUT catalogFile.
       IF WS-CATALOG-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ catalogFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF (WS-ASK-REPORT = SPACES OR
                    RC-REPORT = WS-ASK-REPORT) AND
                   (WS-ASK-DATE = SPACES OR
                    RC-STAMP (1:8) = WS-ASK-DATE) THEN
                   ADD 1 TO WS-LINE-NO
                   IF WS-SHOWN-COUNT = 0 THEN
                      ADD 1 TO WS-MATCH-COUNT
                   ELSE
                      IF WS-LINE-NO + WS-LIST-LIMIT > WS-MATCH-COUNT
                         THEN
                         PERFORM LIST-LINE-PARA
                      END-IF
                   END-IF
                END-IF
          END-READ
       END-PERFORM.
       CLOSE catalogFile.

       LIST-LINE-PARA.
       MOVE CATALOG-RECORD TO WS-FOUND-RECORD.
       PERFORM COUNT-HANDED-PARA.
       MOVE WS-FOUND-RECORD TO CATALOG-RECORD.
       MOVE RC-PAGES TO WS-PAGES-DISP.
       MOVE RC-LINES TO WS-LINES-DISP.
       MOVE WS-HANDED-COUNT TO WS-COUNT-DISP.
       DISPLAY RC-SEQ " " RC-STAMP (1:8) " " RC-STAMP (9:4) " "
             RC-REPORT " " RC-PROGRAM " " RC-OPERATOR " " WS-PAGES-DISP
             " " WS-LINES-DISP " " WS-COUNT-DISP (3:3).

       COUNT-HANDED-PARA.
      *how many times the copy in WS-FOUND-RECORD has gone out
       MOVE 0 TO WS-HANDED-COUNT.
       OPEN INPUT distFile.
       IF WS-DIST-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       MOVE "N" TO WS-STOP-VIEW.
       PERFORM UNTIL WS-STOP-VIEW = "Y"
          READ distFile
             AT END MOVE "Y" TO WS-STOP-VIEW
             NOT AT END
                IF RD-SEQ = WS-FOUND-RECORD (1:6) AND
                   RD-TO NOT = SPACES THEN
                   ADD 1 TO WS-HANDED-COUNT
                END-IF
          END-READ
       END-PERFORM.
       CLOSE distFile.

       ASK-SEQ-PARA.
       MOVE "N" TO WS-FOUND.
       DISPLAY "CATALOG SEQUENCE NUMBER:".
       ACCEPT WS-ASK-SEQ.
       IF FUNCTION TRIM(WS-ASK-SEQ) IS NOT NUMERIC THEN
          DISPLAY "NOT A SEQUENCE NUMBER."
          EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-SEQ = FUNCTION NUMVAL(WS-ASK-SEQ).
       PERFORM FIND-COPY-PARA.
       IF WS-FOUND NOT = "Y" THEN
          DISPLAY "NO REPORT " WS-SEQ " ON THE CATALOG."
       END-IF.

       FIND-COPY-PARA.
       MOVE "N" TO WS-EOF.
       OPEN INPUT catalogFile.
       IF WS-CATALOG-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ catalogFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF RC-SEQ = WS-SEQ THEN
                   MOVE "Y" TO WS-FOUND
                   MOVE CATALOG-RECORD TO WS-FOUND-RECORD
                   MOVE "Y" TO WS-EOF
                END-IF
          END-READ
       END-PERFORM.
       CLOSE catalogFile.
       IF WS-FOUND = "Y" THEN
          MOVE WS-FOUND-RECORD TO CATALOG-RECORD
          MOVE RC-COPY TO WS-COPY-NAME
       END-IF.

       SHOW-HEADER-PARA.
       MOVE RC-PAGES TO WS-PAGES-DISP.
       MOVE RC-LINES TO WS-LINES-DISP.
       DISPLAY FUNCTION TRIM(RC-REPORT) " NO. " RC-SEQ " RUN "
             RC-STAMP (1:8) " " RC-STAMP (9:4) " BY " RC-OPERATOR
             " (" FUNCTION TRIM(RC-PROGRAM) ")".
       DISPLAY "  " FUNCTION TRIM(WS-PAGES-DISP) " PAGE(S), "
             FUNCTION TRIM(WS-LINES-DISP) " LINE(S) - "
             FUNCTION TRIM(RC-COPY).

      *=================================================
      *   VIEW, REPRINT, HAND OVER
      *=================================================
       VIEW-COPY-PARA.
       PERFORM ASK-SEQ-PARA.
       IF WS-FOUND NOT = "Y" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM SHOW-HEADER-PARA.
       PERFORM SHOW-DISTRIBUTION-PARA.
       DISPLAY "------------------------------------------------"
          "--------------------------------".
       OPEN INPUT copyFile.
       IF WS-COPY-STATUS NOT = "00" THEN
          DISPLAY "THE FILED COPY IS MISSING - " WS-COPY-STATUS
          EXIT PARAGRAPH
       END-IF.
       MOVE "N" TO WS-EOF.
       MOVE "N" TO WS-STOP-VIEW.
       MOVE 0 TO WS-PAGE-LINES.
       PERFORM UNTIL WS-END-OF-FILE OR WS-STOP-VIEW = "Y"
          READ copyFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                DISPLAY FUNCTION TRIM(COPY-LINE TRAILING)
                ADD 1 TO WS-PAGE-LINES
                IF WS-PAGE-LINES = 20 THEN
                   MOVE 0 TO WS-PAGE-LINES
                   DISPLAY "-- ENTER FOR MORE, Q TO STOP --"
                   ACCEPT WS-ASK-MORE
                   IF WS-ASK-MORE = "Q" OR WS-ASK-MORE = "q" THEN
                      MOVE "Y" TO WS-STOP-VIEW
                   END-IF
                END-IF
          END-READ
       END-PERFORM.
       CLOSE copyFile.

       SHOW-DISTRIBUTION-PARA.
       OPEN INPUT distFile.
       IF WS-DIST-STATUS NOT = "00" THEN
          DISPLAY "  NOT REPRINTED OR HANDED OUT."
          EXIT PARAGRAPH
       END-IF.
       MOVE 0 TO WS-HANDED-COUNT.
       MOVE "N" TO WS-STOP-VIEW.
       PERFORM UNTIL WS-STOP-VIEW = "Y"
          READ distFile
             AT END MOVE "Y" TO WS-STOP-VIEW
             NOT AT END
                IF RD-SEQ = RC-SEQ THEN
                   ADD 1 TO WS-HANDED-COUNT
                   IF RD-ACTION = "R" THEN
                      MOVE "REPRINT" TO WS-ACTION-TEXT
                   ELSE
                      MOVE "HANDED" TO WS-ACTION-TEXT
                   END-IF
                   DISPLAY "  " WS-ACTION-TEXT " " RD-STAMP (1:8) " "
                      RD-STAMP (9:4) " TO " RD-TO " BY " RD-OPERATOR
                END-IF
          END-READ
       END-PERFORM.
       CLOSE distFile.
       IF WS-HANDED-COUNT = 0 THEN
          DISPLAY "  NOT REPRINTED OR HANDED OUT."
       END-IF.

       REPRINT-COPY-PARA.
       PERFORM ASK-SEQ-PARA.
       IF WS-FOUND NOT = "Y" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM SHOW-HEADER-PARA.
       DISPLAY "FOR WHOM (BLANK IF NOBODY YET):".
       ACCEPT WS-ASK-TO.
       PERFORM ASK-OPERATOR-PARA.
       IF WS-OPERATOR = SPACES THEN
          EXIT PARAGRAPH
       END-IF.
       OPEN INPUT copyFile.
       IF WS-COPY-STATUS NOT = "00" THEN
          DISPLAY "THE FILED COPY IS MISSING - " WS-COPY-STATUS
          EXIT PARAGRAPH
       END-IF.
       OPEN OUTPUT reprintFile.
       IF WS-REPRINT-STATUS NOT = "00" THEN
          DISPLAY "REPRINT.PRT COULD NOT BE OPENED - "
             WS-REPRINT-STATUS
          CLOSE copyFile
          EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO REPRINT-LINE.
       STRING "*** REPRINT OF " FUNCTION TRIM(RC-REPORT) " NO. "
             RC-SEQ " RUN " RC-STAMP (1:8) " " RC-STAMP (9:4) " BY "
             RC-OPERATOR " - REPRINTED "
             FUNCTION CURRENT-DATE (1:8) " BY " WS-OPERATOR " ***"
          DELIMITED BY SIZE INTO REPRINT-LINE.
       WRITE REPRINT-LINE.
       MOVE "N" TO WS-EOF.
       PERFORM UNTIL WS-END-OF-FILE
          READ copyFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                WRITE REPRINT-LINE FROM COPY-LINE
          END-READ
       END-PERFORM.
       CLOSE copyFile.
       CLOSE reprintFile.
       MOVE "R" TO RD-ACTION.
       PERFORM WRITE-DIST-PARA.
       DISPLAY "REPRINTED TO REPRINT.PRT.".

       HANDED-OVER-PARA.
       PERFORM ASK-SEQ-PARA.
       IF WS-FOUND NOT = "Y" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM SHOW-HEADER-PARA.
       DISPLAY "HANDED TO:".
       ACCEPT WS-ASK-TO.
       IF WS-ASK-TO = SPACES THEN
          DISPLAY "A NAME IS NEEDED."
          EXIT PARAGRAPH
       END-IF.
       PERFORM ASK-OPERATOR-PARA.
       IF WS-OPERATOR = SPACES THEN
          EXIT PARAGRAPH
       END-IF.
       MOVE "H" TO RD-ACTION.
       PERFORM WRITE-DIST-PARA.
       DISPLAY "RECORDED.".

       ASK-OPERATOR-PARA.
       DISPLAY "YOUR INITIALS:".
       ACCEPT WS-OPERATOR.
       MOVE FUNCTION UPPER-CASE (WS-OPERATOR) TO WS-OPERATOR.
       IF WS-OPERATOR = SPACES THEN
          DISPLAY "INITIALS ARE NEEDED."
       END-IF.

       WRITE-DIST-PARA.
       MOVE RC-SEQ TO RD-SEQ.
       MOVE FUNCTION CURRENT-DATE (1:14) TO RD-STAMP.
       MOVE WS-ASK-TO TO RD-TO.
       MOVE WS-OPERATOR TO RD-OPERATOR.
       OPEN EXTEND distFile.
       IF WS-DIST-STATUS = "35" OR WS-DIST-STATUS = "05" THEN
          CLOSE distFile
          OPEN OUTPUT distFile
       END-IF.
       IF WS-DIST-STATUS = "00" THEN
          WRITE DIST-RECORD
          CLOSE distFile
       END-IF.
       IF RD-ACTION = "R" THEN
          MOVE "REPRINT" TO WS-LOG-EVENT
       ELSE
          MOVE "HANDED" TO WS-LOG-EVENT
       END-IF.
       MOVE SPACES TO WS-LOG-TEXT.
       STRING "NO. " RC-SEQ " BY " WS-OPERATOR
          DELIMITED BY SIZE INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.

       END PROGRAM reports.
