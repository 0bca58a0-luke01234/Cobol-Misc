       01  WS-MATCHES-FILE-STATUS   PIC X(2)  VALUE SPACES.
       01  WS-TOURNEY-FILE-STATUS   PIC X(2)  VALUE SPACES.
       01  WS-SHEET-FILE-STATUS     PIC X(2)  VALUE SPACES.
       01  WS-REPORT-NAME           PIC X(20) VALUE "TOURNEY.RPT".
       01  WS-REPORT-PROGRAM        PIC X(12) VALUE "TOURNEY".
       01  WS-REPORT-OPER           PIC X(3)  VALUE SPACES.
       01  WS-EOF                   PIC X(1)  VALUE "N".
           88  WS-END-OF-FILE                 VALUE "Y".

       END-PERFORM.
       PERFORM WRITE-SHEET-LINE-PARA.
       CLOSE SHEET-FILE.
       CALL "rptfile" USING WS-REPORT-NAME WS-REPORT-PROGRAM
           WS-REPORT-OPER.

       WRITE-SHEET-LINE-PARA.
       DISPLAY WS-SHEET-LINE.
