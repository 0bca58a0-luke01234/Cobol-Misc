       01  WS-DATA-STATUS PIC X(2).
       01  WS-EXC-STATUS  PIC X(2).
       01  WS-DLM-STATUS  PIC X(2).
       01  WS-REPORT-NAME PIC X(20) VALUE "IMPORTEXC.RPT".
       01  WS-REPORT-PROG PIC X(12) VALUE "csvimport".
       01  WS-REPORT-OPER PIC X(3)  VALUE SPACES.
       01  WS-EOF PIC X(1) VALUE "N".
           88 WS-END-OF-FILE VALUE "Y".
       01  WS-DELIMITER   PIC X(1) VALUE ",".
       CLOSE excFile.
       CLOSE dataFile.
       CLOSE csvFile.
       CALL "rptfile" USING WS-REPORT-NAME WS-REPORT-PROG
           WS-REPORT-OPER.
       DISPLAY "IMPORT DONE: " WS-GOOD-COUNT " TAKEN, "
           WS-REJ-COUNT " REJECTED (SEE IMPORTEXC.RPT).".

