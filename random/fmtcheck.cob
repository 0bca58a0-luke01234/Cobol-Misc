       IDENTIFICATION DIVISION.
       PROGRAM-ID. fmtcheck.

      *the format-version lookup, in the same shared-subprogram mould
      *as shoplog. the upgrade utility rewrites a data file to its
      *full current layout and then puts one header record for it on
      *FILEVER.DAT (file name, layout version, record length, when).
      *a program that would rather refuse an old-format file than
      *guess at the fields its short records stop short of passes
      *the file name here and gets back the layout version on the
      *header - zero when the file has never been upgraded
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT verFile ASSIGN TO "FILEVER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VER-STATUS.
       DATA DIVISION.
       FILE SECTION.
      *same header record the upgrade utility writes
       FD  verFile.
       01  VER-RECORD.
           05 FV-FILE    PIC X(18).
           05 FV-VERSION PIC 9(2).
           05 FV-LENGTH  PIC 9(3).
           05 FV-DATE    PIC X(8).
           05 FV-RECORDS PIC 9(6).
           05 FV-FILLED  PIC 9(6).
       WORKING-STORAGE SECTION.
       01  WS-VER-STATUS PIC X(2).
       01  WS-EOF PIC X(1) VALUE "N".
           88 WS-END-OF-FILE VALUE "Y".
       LINKAGE SECTION.
       01 LI-FILE    PIC X(18).
       01 LI-VERSION PIC 9(2).
       PROCEDURE DIVISION USING LI-FILE LI-VERSION.
       MAIN-PARA.
       MOVE 0 TO LI-VERSION.
       MOVE "N" TO WS-EOF.
       OPEN INPUT verFile.
       IF WS-VER-STATUS = "00" THEN
          PERFORM UNTIL WS-END-OF-FILE
             READ verFile
                AT END MOVE "Y" TO WS-EOF
                NOT AT END
                   IF FV-FILE = LI-FILE AND FV-VERSION IS NUMERIC
                      THEN
                      MOVE FV-VERSION TO LI-VERSION
                   END-IF
             END-READ
          END-PERFORM
          CLOSE verFile
       END-IF.
       GOBACK.
       END PROGRAM fmtcheck.
