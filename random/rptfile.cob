       IDENTIFICATION DIVISION.
       PROGRAM-ID. rptfile.

      *the report catalog's filing clerk, in the same shared-
      *subprogram mould as shoplog. every program that writes a
      *report or a print file calls this once the file is closed,
      *passing the file name, its own program-id and the operator
      *if it knows one. the report is copied as it stands into the
      *RPTARCH folder under a dated, sequenced name
      *(RPTARCH/yyyymmdd-nnnnnn-<report name>) and a catalog record
      *goes on RPTCAT.DAT with the stamp, the program, who ran it,
      *and the page and line counts - so the next run overwriting
      *the working copy no longer loses the last one. a caller
      *with no operator of its own passes spaces and gets the one
      *the launcher has on ONDUTY.DAT from the operator login; a
      *report run from the public menu is filed under "---".
      *pages are counted off the form feeds a paged report carries,
      *or at 60 lines to the page for one that has none

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT reportFile ASSIGN TO WS-REPORT-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

           SELECT copyFile ASSIGN TO WS-COPY-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COPY-STATUS.

           SELECT catalogFile ASSIGN TO "RPTCAT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CATALOG-STATUS.

           SELECT dutyFile ASSIGN TO "ONDUTY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DUTY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  reportFile.
       01  REPORT-LINE PIC X(250).

       FD  copyFile.
       01  COPY-LINE PIC X(250).

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

       FD  dutyFile.
       01  DUTY-RECORD.
           05 OD-OPERATOR PIC X(3).
           05 OD-STAMP    PIC X(14).

       WORKING-STORAGE SECTION.
       01  WS-REPORT-NAME    PIC X(20).
       01  WS-COPY-NAME      PIC X(50).
       01  WS-REPORT-STATUS  PIC X(2).
       01  WS-COPY-STATUS    PIC X(2).
       01  WS-CATALOG-STATUS PIC X(2).
       01  WS-DUTY-STATUS    PIC X(2).
       01  WS-EOF PIC X(1) VALUE "N".
           88 WS-END-OF-FILE VALUE "Y".

       01  WS-ARCHIVE-FOLDER PIC X(8) VALUE "RPTARCH".
       01  WS-DIR-RESULT     PIC S9(9) COMP-5.
       01  WS-NEXT-SEQ       PIC 9(6).
       01  WS-STAMP          PIC X(14).
       01  WS-OPERATOR       PIC X(3).
       01  WS-LINE-COUNT     PIC 9(6).
       01  WS-FEED-COUNT     PIC 9(4).
       01  WS-PAGE-COUNT     PIC 9(4).
       01  WS-FORM-FEED      PIC X(1) VALUE X"0C".

       01  WS-LOCK-NAME   PIC X(8)  VALUE "RPTCAT".
       01  WS-LOCK-ACTION PIC X(4).
       01  WS-LOCK-RESULT PIC X(1).

       LINKAGE SECTION.
       01 LI-REPORT   PIC X(20).
       01 LI-PROGRAM  PIC X(12).
       01 LI-OPERATOR PIC X(3).

       PROCEDURE DIVISION USING LI-REPORT LI-PROGRAM LI-OPERATOR.
       MAIN-PARA.
       MOVE LI-REPORT TO WS-REPORT-NAME.
       MOVE FUNCTION CURRENT-DATE (1:14) TO WS-STAMP.
       MOVE LI-OPERATOR TO WS-OPERATOR.
       IF WS-OPERATOR = SPACES THEN
          PERFORM FIND-ON-DUTY-PARA
       END-IF.
      *an existing folder just hands back a non-zero result, which
      *is no matter - one that cannot be had shows up as a copy
      *that fails to open
       CALL "CBL_CREATE_DIR" USING WS-ARCHIVE-FOLDER
           RETURNING WS-DIR-RESULT
       END-CALL.
      *the sequence is read and the catalog appended under the one
      *lock, so two terminals filing at once cannot share a number
       MOVE "TAKE" TO WS-LOCK-ACTION.
       CALL "filelock" USING WS-LOCK-NAME LI-PROGRAM
           WS-LOCK-ACTION WS-LOCK-RESULT.
       PERFORM NEXT-SEQUENCE-PARA.
       MOVE SPACES TO WS-COPY-NAME.
       STRING FUNCTION TRIM(WS-ARCHIVE-FOLDER) "/" WS-STAMP (1:8)
           "-" WS-NEXT-SEQ "-" FUNCTION TRIM(WS-REPORT-NAME)
           DELIMITED BY SIZE INTO WS-COPY-NAME.
       PERFORM COPY-REPORT-PARA.
       IF WS-REPORT-STATUS = "00" THEN
          PERFORM WRITE-CATALOG-PARA
       END-IF.
       MOVE "FREE" TO WS-LOCK-ACTION.
       CALL "filelock" USING WS-LOCK-NAME LI-PROGRAM
           WS-LOCK-ACTION WS-LOCK-RESULT.
       GOBACK.

       FIND-ON-DUTY-PARA.
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

       NEXT-SEQUENCE-PARA.
       MOVE 0 TO WS-NEXT-SEQ.
       MOVE "N" TO WS-EOF.
       OPEN INPUT catalogFile.
       IF WS-CATALOG-STATUS = "00" THEN
          PERFORM UNTIL WS-END-OF-FILE
             READ catalogFile
                AT END MOVE "Y" TO WS-EOF
                NOT AT END
                   IF RC-SEQ IS NUMERIC AND RC-SEQ > WS-NEXT-SEQ THEN
                      MOVE RC-SEQ TO WS-NEXT-SEQ
                   END-IF
             END-READ
          END-PERFORM
          CLOSE catalogFile
       END-IF.
       ADD 1 TO WS-NEXT-SEQ.

       COPY-REPORT-PARA.
       MOVE 0 TO WS-LINE-COUNT WS-FEED-COUNT.
       MOVE "N" TO WS-EOF.
       OPEN INPUT reportFile.
       IF WS-REPORT-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       OPEN OUTPUT copyFile.
       IF WS-COPY-STATUS NOT = "00" THEN
          DISPLAY "REPORT COPY " FUNCTION TRIM(WS-COPY-NAME)
             " COULD NOT BE MADE - " WS-COPY-STATUS
          CLOSE reportFile
          MOVE "99" TO WS-REPORT-STATUS
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ reportFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                ADD 1 TO WS-LINE-COUNT
                IF REPORT-LINE (1:1) = WS-FORM-FEED AND
                   WS-LINE-COUNT > 1 THEN
                   ADD 1 TO WS-FEED-COUNT
                END-IF
                WRITE COPY-LINE FROM REPORT-LINE
          END-READ
       END-PERFORM.
       CLOSE reportFile.
       CLOSE copyFile.

       WRITE-CATALOG-PARA.
       IF WS-FEED-COUNT > 0 THEN
          COMPUTE WS-PAGE-COUNT = WS-FEED-COUNT + 1
       ELSE
          COMPUTE WS-PAGE-COUNT = (WS-LINE-COUNT + 59) / 60
       END-IF.
       IF WS-PAGE-COUNT = 0 THEN
          MOVE 1 TO WS-PAGE-COUNT
       END-IF.
       MOVE WS-NEXT-SEQ TO RC-SEQ.
       MOVE WS-STAMP TO RC-STAMP.
       MOVE WS-REPORT-NAME TO RC-REPORT.
       MOVE LI-PROGRAM TO RC-PROGRAM.
       MOVE WS-OPERATOR TO RC-OPERATOR.
       MOVE WS-PAGE-COUNT TO RC-PAGES.
       MOVE WS-LINE-COUNT TO RC-LINES.
       MOVE WS-COPY-NAME TO RC-COPY.
       OPEN EXTEND catalogFile.
       IF WS-CATALOG-STATUS = "35" OR WS-CATALOG-STATUS = "05" THEN
          CLOSE catalogFile
          OPEN OUTPUT catalogFile
       END-IF.
       IF WS-CATALOG-STATUS = "00" THEN
          WRITE CATALOG-RECORD
          CLOSE catalogFile
       END-IF.

       END PROGRAM rptfile.
