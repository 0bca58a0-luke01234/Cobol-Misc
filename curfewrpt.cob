       IDENTIFICATION DIVISION.
       PROGRAM-ID. curfewrpt.

      *the closing check on the under-16s, run as a NIGHTRUN step.
      *today's VISITORS.LOG is swept for the visits of anyone the
      *door has on AGES.DAT as under 16, and every one of them still
      *in the building at the CURFEW.CFG time (20:00 when there is
      *no file) - checked out after it, or never checked out at all
      *- goes onto CURFEW.RPT with the guardian's name and phone, so
      *the morning can ring round about it. the report is written
      *every night, if only to say nobody stayed late, and filed on
      *the report catalog. a report that cannot be written ends the
      *run with return code 8

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT curfewFile ASSIGN TO "CURFEW.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CURFEW-STATUS.

           SELECT ageFile ASSIGN TO "AGES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AGE-STATUS.

           SELECT visitorFile ASSIGN TO "VISITORS.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VIS-STATUS.

           SELECT curfewReportFile ASSIGN TO "CURFEW.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  curfewFile.
       01  CURFEW-RECORD PIC 9(4).

      *same records acceptname keeps at the door
       FD  ageFile.
       01  AGE-RECORD.
           05 AG-NAME     PIC X(20).
           05 AG-DOB      PIC X(8).
           05 AG-INITIALS PIC X(3).
           05 AG-GUARDIAN PIC X(20).
           05 AG-PHONE    PIC X(15).
           05 AG-CAP      PIC 9(3).

       FD  visitorFile.
       01  VISITOR-RECORD.
           05 VR-NAME     PIC X(20).
           05 VR-DATE     PIC X(8).
           05 VR-TIME-IN  PIC X(6).
           05 VR-TIME-OUT PIC X(6).

       FD  curfewReportFile.
       01  CURFEW-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CURFEW-STATUS   PIC X(2).
       01  WS-AGE-STATUS      PIC X(2).
       01  WS-VIS-STATUS      PIC X(2).
       01  WS-REPORT-STATUS   PIC X(2).
       01  WS-EOF PIC X(1) VALUE "N".
           88 WS-END-OF-FILE VALUE "Y".

       01  WS-TODAY        PIC X(8).
       01  WS-TODAY-NUM    PIC 9(8).
       01  WS-CURFEW-TIME  PIC 9(4) VALUE 2000.

      *only the under-16s off AGES.DAT are kept
       01  WS-MINOR-TABLE.
           05 WS-MINOR-ENTRY OCCURS 500 TIMES.
              10 WS-MN-NAME     PIC X(20).
              10 WS-MN-AGE      PIC 9(2).
              10 WS-MN-GUARDIAN PIC X(20).
              10 WS-MN-PHONE    PIC X(15).
       01  WS-MINOR-COUNT  PIC 9(3) VALUE 0.
       01  WS-MINOR-INDEX  PIC 9(3).
       01  WS-MINOR-FOUND  PIC 9(3).
       01  WS-DOB-NUM      PIC 9(8).
       01  WS-AGE-YEARS    PIC 9(3).

       01  WS-LATE-COUNT   PIC 9(4) VALUE 0.
       01  WS-OUT-TEXT     PIC X(8).
       01  WS-RUN-RC       PIC 9(2) VALUE 0.
       01  WS-DISPLAY-NUM  PIC Z(3)9.

       01  WS-LOG-PROGRAM PIC X(12) VALUE "curfewrpt".
       01  WS-LOG-EVENT   PIC X(8).
       01  WS-LOG-TEXT    PIC X(30).
       01  WS-REPORT-NAME PIC X(20) VALUE "CURFEW.RPT".
       01  WS-REPORT-OPER PIC X(3)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
       MOVE "STARTUP" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       MOVE 0 TO WS-RUN-RC.
       MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
       MOVE WS-TODAY TO WS-TODAY-NUM.
       PERFORM LOAD-CURFEW-PARA.
       PERFORM LOAD-MINORS-PARA.
       PERFORM WRITE-REPORT-PARA.
       MOVE "EXIT" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       MOVE WS-RUN-RC TO RETURN-CODE.
       GOBACK.

      *=================================================
      *   CURFEW AND THE UNDER-16S
      *=================================================
       LOAD-CURFEW-PARA.
       OPEN INPUT curfewFile.
       IF WS-CURFEW-STATUS = "00" THEN
          READ curfewFile
             AT END CONTINUE
             NOT AT END
                IF CURFEW-RECORD IS NUMERIC THEN
                   MOVE CURFEW-RECORD TO WS-CURFEW-TIME
                END-IF
          END-READ
          CLOSE curfewFile
       END-IF.

       LOAD-MINORS-PARA.
      *age in whole years off the YYYYMMDD figures, the same way the
      *door works it out
       MOVE 0 TO WS-MINOR-COUNT.
       MOVE "N" TO WS-EOF.
       OPEN INPUT ageFile.
       IF WS-AGE-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ ageFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF AG-DOB IS NUMERIC AND AG-NAME NOT = SPACES AND
                   WS-MINOR-COUNT < 500 THEN
                   MOVE AG-DOB TO WS-DOB-NUM
                   COMPUTE WS-AGE-YEARS =
                      (WS-TODAY-NUM - WS-DOB-NUM) / 10000
                   IF WS-AGE-YEARS < 16 THEN
                      ADD 1 TO WS-MINOR-COUNT
                      MOVE AG-NAME TO WS-MN-NAME(WS-MINOR-COUNT)
                      MOVE WS-AGE-YEARS TO WS-MN-AGE(WS-MINOR-COUNT)
                      MOVE AG-GUARDIAN
                         TO WS-MN-GUARDIAN(WS-MINOR-COUNT)
                      MOVE AG-PHONE TO WS-MN-PHONE(WS-MINOR-COUNT)
                   END-IF
                END-IF
          END-READ
       END-PERFORM.
       CLOSE ageFile.

      *=================================================
      *   CURFEW.RPT
      *=================================================
       WRITE-REPORT-PARA.
       OPEN OUTPUT curfewReportFile.
       IF WS-REPORT-STATUS NOT = "00" THEN
          DISPLAY "COULD NOT OPEN CURFEW.RPT - " WS-REPORT-STATUS
          MOVE 8 TO WS-RUN-RC
          EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO CURFEW-REPORT-LINE.
       STRING "UNDER-16S IN AFTER THE " WS-CURFEW-TIME
          " CURFEW ON " WS-TODAY
          DELIMITED BY SIZE INTO CURFEW-REPORT-LINE.
       WRITE CURFEW-REPORT-LINE.
       MOVE SPACES TO CURFEW-REPORT-LINE.
       WRITE CURFEW-REPORT-LINE.
       MOVE "NAME                 AGE IN     OUT      GUARDIAN"
          TO CURFEW-REPORT-LINE.
       MOVE "PHONE" TO CURFEW-REPORT-LINE (63:5).
       WRITE CURFEW-REPORT-LINE.
       MOVE 0 TO WS-LATE-COUNT.
       IF WS-MINOR-COUNT > 0 THEN
          PERFORM SWEEP-VISITS-PARA
       END-IF.
       MOVE SPACES TO CURFEW-REPORT-LINE.
       WRITE CURFEW-REPORT-LINE.
       MOVE WS-LATE-COUNT TO WS-DISPLAY-NUM.
       MOVE SPACES TO CURFEW-REPORT-LINE.
       IF WS-LATE-COUNT = 0 THEN
          MOVE "NOBODY UNDER 16 WAS IN AFTER CURFEW."
             TO CURFEW-REPORT-LINE
       ELSE
          STRING WS-DISPLAY-NUM " VISIT(S) PAST CURFEW"
             DELIMITED BY SIZE INTO CURFEW-REPORT-LINE
       END-IF.
       WRITE CURFEW-REPORT-LINE.
       CLOSE curfewReportFile.
       CALL "rptfile" USING WS-REPORT-NAME WS-LOG-PROGRAM
             WS-REPORT-OPER.
       DISPLAY "CURFEW CHECK - " WS-DISPLAY-NUM
          " UNDER-16 VISIT(S) PAST " WS-CURFEW-TIME
          " - SEE CURFEW.RPT.".
       IF WS-LATE-COUNT > 0 THEN
          MOVE "CURFEW" TO WS-LOG-EVENT
          MOVE SPACES TO WS-LOG-TEXT
          STRING WS-DISPLAY-NUM " PAST CURFEW " WS-TODAY
             DELIMITED BY SIZE INTO WS-LOG-TEXT
          CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT
             WS-LOG-TEXT
       END-IF.

       SWEEP-VISITS-PARA.
      *a visit still open at closing was never checked out - the
      *register cannot say they left, so it counts as still in
       MOVE "N" TO WS-EOF.
       OPEN INPUT visitorFile.
       IF WS-VIS-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ visitorFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF VR-DATE = WS-TODAY THEN
                   PERFORM CHECK-ONE-VISIT-PARA
                END-IF
          END-READ
       END-PERFORM.
       CLOSE visitorFile.

       CHECK-ONE-VISIT-PARA.
       MOVE 0 TO WS-MINOR-FOUND.
       PERFORM VARYING WS-MINOR-INDEX FROM 1 BY 1
       UNTIL WS-MINOR-INDEX > WS-MINOR-COUNT
          IF WS-MN-NAME(WS-MINOR-INDEX) = VR-NAME THEN
             MOVE WS-MINOR-INDEX TO WS-MINOR-FOUND
          END-IF
       END-PERFORM.
       IF WS-MINOR-FOUND = 0 THEN
          EXIT PARAGRAPH
       END-IF.
       IF VR-TIME-OUT = SPACES THEN
          MOVE "STILL IN" TO WS-OUT-TEXT
       ELSE
          IF VR-TIME-OUT (1:4) <= WS-CURFEW-TIME THEN
             EXIT PARAGRAPH
          END-IF
          MOVE VR-TIME-OUT TO WS-OUT-TEXT
       END-IF.
       ADD 1 TO WS-LATE-COUNT.
       MOVE SPACES TO CURFEW-REPORT-LINE.
       STRING VR-NAME " " WS-MN-AGE(WS-MINOR-FOUND) "  "
             VR-TIME-IN " " WS-OUT-TEXT " "
             WS-MN-GUARDIAN(WS-MINOR-FOUND) " "
             WS-MN-PHONE(WS-MINOR-FOUND)
          DELIMITED BY SIZE INTO CURFEW-REPORT-LINE.
       WRITE CURFEW-REPORT-LINE.

       END PROGRAM curfewrpt.
