       IDENTIFICATION DIVISION.
       PROGRAM-ID. refundreport.

      *every token the launcher handed back on its own - a game
      *that crashed (CRASH), never got going (NOSTART) or topped
      *out in its first few seconds (EARLYTOP). the TOKENREFUND
      *records on OPERAUDIT.DAT for the month keyed (this month if
      *left blank) are listed cabinet by cabinet, then totalled by
      *reason, to REFUND.RPT and the screen - a cabinet that keeps
      *showing up here wants a work order, not more refunds

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT auditFile ASSIGN TO "OPERAUDIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT refundFile ASSIGN TO "REFUND.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REFUND-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *same audit layout the launcher writes - the refund fields
      *ride on the end and are blank on counter records
       FD  auditFile.
       01  AUDIT-RECORD.
           05 AU-NAME  PIC X(12).
           05 AU-OLD   PIC 9(8).
           05 AU-NEW   PIC 9(8).
           05 AU-STAMP PIC X(14).
           05 AU-REFUND.
              10 AU-MACHINE PIC 9(1).
              10 AU-REASON  PIC X(8).
              10 AU-PLAYER  PIC X(3).

       FD  refundFile.
       01  REFUND-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS  PIC X(2).
       01  WS-REFUND-STATUS PIC X(2).
       01  WS-EOF PIC X(1) VALUE "N".
           88 WS-END-OF-FILE VALUE "Y".

       01  WS-MONTH-INP    PIC X(6).
       01  WS-MONTH        PIC X(6).

      *the month's refunds, held so they can be listed per cabinet
       01  WS-REFUND-TABLE.
           05 WS-REFUND-ENTRY OCCURS 1000 TIMES.
              10 WS-RF-STAMP   PIC X(14).
              10 WS-RF-MACHINE PIC 9(1).
              10 WS-RF-REASON  PIC X(8).
              10 WS-RF-PLAYER  PIC X(3).
       01  WS-REFUND-COUNT PIC 9(4) VALUE 0.
       01  WS-REFUND-INDEX PIC 9(4).

       01  WS-REASON-TABLE.
           05 WS-REASON-ENTRY OCCURS 20 TIMES.
              10 WS-RS-REASON PIC X(8).
              10 WS-RS-COUNT  PIC 9(4).
       01  WS-REASON-COUNT PIC 9(2) VALUE 0.
       01  WS-REASON-INDEX PIC 9(2).
       01  WS-REASON-FOUND PIC 9(2).

       01  WS-MACHINE       PIC 9(2).
       01  WS-MACHINE-NO    PIC 9(1).
       01  WS-MACHINE-TOTAL PIC 9(4).

       01  WS-DISPLAY-NUM  PIC Z(3)9.

       01  WS-LOG-PROGRAM PIC X(12) VALUE "refundreport".
       01  WS-LOG-EVENT   PIC X(8).
       01  WS-LOG-TEXT    PIC X(30).
       01  WS-REPORT-NAME PIC X(20) VALUE "REFUND.RPT".
       01  WS-REPORT-OPER PIC X(3)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
       MOVE "STARTUP" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       DISPLAY "MONTH TO REPORT (YYYYMM, ENTER FOR THIS MONTH):".
       ACCEPT WS-MONTH-INP.
       IF WS-MONTH-INP = SPACES OR WS-MONTH-INP IS NOT NUMERIC THEN
          MOVE FUNCTION CURRENT-DATE (1:6) TO WS-MONTH
       ELSE
          MOVE WS-MONTH-INP TO WS-MONTH
       END-IF.
       PERFORM LOAD-REFUNDS-PARA.
       OPEN OUTPUT refundFile.
       IF WS-REFUND-STATUS NOT = "00" THEN
          DISPLAY "COULD NOT OPEN REFUND.RPT - " WS-REFUND-STATUS
       ELSE
          PERFORM PRINT-BY-MACHINE-PARA
          PERFORM PRINT-BY-REASON-PARA
          CLOSE refundFile
          CALL "rptfile" USING WS-REPORT-NAME WS-LOG-PROGRAM
             WS-REPORT-OPER
       END-IF.
       MOVE "EXIT" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       GOBACK.

       LOAD-REFUNDS-PARA.
       MOVE "N" TO WS-EOF.
       OPEN INPUT auditFile.
       IF WS-AUDIT-STATUS NOT = "00" THEN
          DISPLAY "NO OPERAUDIT.DAT ON FILE."
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ auditFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF AU-NAME = "TOKENREFUND" AND
                   AU-STAMP (1:6) = WS-MONTH AND
                   WS-REFUND-COUNT < 1000 THEN
                   PERFORM ONE-REFUND-PARA
                END-IF
          END-READ
       END-PERFORM.
       CLOSE auditFile.

       ONE-REFUND-PARA.
       ADD 1 TO WS-REFUND-COUNT.
       MOVE AU-STAMP TO WS-RF-STAMP(WS-REFUND-COUNT).
       IF AU-MACHINE IS NUMERIC THEN
          MOVE AU-MACHINE TO WS-RF-MACHINE(WS-REFUND-COUNT)
       ELSE
          MOVE 1 TO WS-RF-MACHINE(WS-REFUND-COUNT)
       END-IF.
       MOVE AU-REASON TO WS-RF-REASON(WS-REFUND-COUNT).
       MOVE AU-PLAYER TO WS-RF-PLAYER(WS-REFUND-COUNT).
       MOVE 0 TO WS-REASON-FOUND.
       PERFORM VARYING WS-REASON-INDEX FROM 1 BY 1
       UNTIL WS-REASON-INDEX > WS-REASON-COUNT
          IF WS-RS-REASON(WS-REASON-INDEX) = AU-REASON THEN
             MOVE WS-REASON-INDEX TO WS-REASON-FOUND
          END-IF
       END-PERFORM.
       IF WS-REASON-FOUND = 0 AND WS-REASON-COUNT < 20 THEN
          ADD 1 TO WS-REASON-COUNT
          MOVE WS-REASON-COUNT TO WS-REASON-FOUND
          MOVE AU-REASON TO WS-RS-REASON(WS-REASON-FOUND)
          MOVE 0 TO WS-RS-COUNT(WS-REASON-FOUND)
       END-IF.
       IF WS-REASON-FOUND > 0 THEN
          ADD 1 TO WS-RS-COUNT(WS-REASON-FOUND)
       END-IF.

      *=================================================
      *   REFUNDS CABINET BY CABINET
      *=================================================
       PRINT-BY-MACHINE-PARA.
       MOVE SPACES TO REFUND-LINE.
       STRING "TOKEN REFUNDS FOR " WS-MONTH
          DELIMITED BY SIZE INTO REFUND-LINE.
       PERFORM PUT-LINE-PARA.
       IF WS-REFUND-COUNT = 0 THEN
          MOVE "  NO REFUNDS THIS MONTH" TO REFUND-LINE
          PERFORM PUT-LINE-PARA
          EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-MACHINE FROM 1 BY 1 UNTIL WS-MACHINE > 9
          MOVE WS-MACHINE TO WS-MACHINE-NO
          MOVE 0 TO WS-MACHINE-TOTAL
          PERFORM VARYING WS-REFUND-INDEX FROM 1 BY 1
          UNTIL WS-REFUND-INDEX > WS-REFUND-COUNT
             IF WS-RF-MACHINE(WS-REFUND-INDEX) = WS-MACHINE THEN
                IF WS-MACHINE-TOTAL = 0 THEN
                   MOVE SPACES TO REFUND-LINE
                   PERFORM PUT-LINE-PARA
                   STRING "MACHINE " WS-MACHINE-NO
                      DELIMITED BY SIZE INTO REFUND-LINE
                   PERFORM PUT-LINE-PARA
                END-IF
                ADD 1 TO WS-MACHINE-TOTAL
                MOVE SPACES TO REFUND-LINE
                STRING "  " WS-RF-STAMP(WS-REFUND-INDEX) (1:8) " "
                   WS-RF-STAMP(WS-REFUND-INDEX) (9:4) "  "
                   WS-RF-PLAYER(WS-REFUND-INDEX) "  "
                   WS-RF-REASON(WS-REFUND-INDEX)
                   DELIMITED BY SIZE INTO REFUND-LINE
                PERFORM PUT-LINE-PARA
             END-IF
          END-PERFORM
          IF WS-MACHINE-TOTAL > 0 THEN
             MOVE WS-MACHINE-TOTAL TO WS-DISPLAY-NUM
             MOVE SPACES TO REFUND-LINE
             STRING "  " WS-DISPLAY-NUM " REFUNDS ON MACHINE "
                WS-MACHINE-NO DELIMITED BY SIZE INTO REFUND-LINE
             PERFORM PUT-LINE-PARA
          END-IF
       END-PERFORM.

      *=================================================
      *   REFUNDS BY REASON
      *=================================================
       PRINT-BY-REASON-PARA.
       IF WS-REFUND-COUNT = 0 THEN
          EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO REFUND-LINE.
       PERFORM PUT-LINE-PARA.
       MOVE "BY REASON" TO REFUND-LINE.
       PERFORM PUT-LINE-PARA.
       PERFORM VARYING WS-REASON-INDEX FROM 1 BY 1
       UNTIL WS-REASON-INDEX > WS-REASON-COUNT
          MOVE WS-RS-COUNT(WS-REASON-INDEX) TO WS-DISPLAY-NUM
          MOVE SPACES TO REFUND-LINE
          STRING "  " WS-RS-REASON(WS-REASON-INDEX) "  "
             WS-DISPLAY-NUM DELIMITED BY SIZE INTO REFUND-LINE
          PERFORM PUT-LINE-PARA
       END-PERFORM.
       MOVE WS-REFUND-COUNT TO WS-DISPLAY-NUM.
       MOVE SPACES TO REFUND-LINE.
       STRING "  TOTAL     " WS-DISPLAY-NUM
          DELIMITED BY SIZE INTO REFUND-LINE.
       PERFORM PUT-LINE-PARA.

       PUT-LINE-PARA.
       WRITE REFUND-LINE.
       DISPLAY REFUND-LINE.

       END PROGRAM refundreport.
