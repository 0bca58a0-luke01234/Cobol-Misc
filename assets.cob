       IDENTIFICATION DIVISION.
       PROGRAM-ID. assets.

      *the fixed-asset register for the cabinets, one ASSETS.DAT
      *record per machine number (the same 1-4 rs-machine the
      *reservation book and the work orders use) with what it cost,
      *when it was bought, what it should fetch at the end, its
      *useful life in years and how it is written down - S straight
      *line, D declining balance at twice the straight-line rate.
      *A adds or changes an asset, L lists the register with today's
      *book value, Y prints the year-end depreciation schedule to
      *DEPREC.RPT and N the life-to-date net book value report to
      *NBV.RPT. the parts and labour booked on WORKORDER.DAT tickets
      *are rolled up against each asset by the year the ticket was
      *opened, so the accountant gets the repairs with the
      *write-downs
      *
      *depreciation runs by calendar year; the year of purchase is
      *charged for the months from the purchase month on, and the
      *last month of the life takes whatever is left down to the
      *salvage value, which the book value never goes below

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT assetFile ASSIGN TO "ASSETS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ASSET-STATUS.

           SELECT workFile ASSIGN TO "WORKORDER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.

           SELECT deprecFile ASSIGN TO "DEPREC.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEPREC-STATUS.

           SELECT nbvFile ASSIGN TO "NBV.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NBV-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *method: S straight line, D declining balance
       FD  assetFile.
       01  ASSET-RECORD.
           05 AS-MACHINE   PIC 9(1).
           05 AS-DESC      PIC X(24).
           05 AS-PURCHASED PIC X(8).
           05 AS-COST      PIC 9(7)V99.
           05 AS-SALVAGE   PIC 9(7)V99.
           05 AS-LIFE      PIC 9(2).
           05 AS-METHOD    PIC X(1).

      *same ticket layout workorder keeps
       FD  workFile.
       01  WORK-RECORD.
           05 WO-NUMBER     PIC 9(5).
           05 WO-MACHINE    PIC 9(1).
           05 WO-STATUS     PIC X(1).
           05 WO-OPENED     PIC X(14).
           05 WO-OPENED-BY  PIC X(3).
           05 WO-FAULT      PIC X(30).
           05 WO-ASSIGNED   PIC X(3).
           05 WO-PARTS      PIC 9(5)V99.
           05 WO-LABOUR-MIN PIC 9(5).
           05 WO-LABOUR     PIC 9(5)V99.
           05 WO-CLOSED     PIC X(14).
           05 WO-CLOSED-BY  PIC X(3).
           05 WO-FIX        PIC X(30).

       FD  deprecFile.
       01  DEPREC-LINE PIC X(80).

       FD  nbvFile.
       01  NBV-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-ASSET-STATUS  PIC X(2).
       01  WS-WORK-STATUS   PIC X(2).
       01  WS-DEPREC-STATUS PIC X(2).
       01  WS-NBV-STATUS    PIC X(2).
       01  WS-EOF PIC X(1) VALUE "N".
           88 WS-END-OF-FILE VALUE "Y".

       01  WS-ASSET-TABLE.
           05 WS-ASSET-ENTRY OCCURS 9 TIMES.
              10 WS-AS-MACHINE   PIC 9(1).
              10 WS-AS-DESC      PIC X(24).
              10 WS-AS-PURCHASED PIC X(8).
              10 WS-AS-COST      PIC 9(7)V99.
              10 WS-AS-SALVAGE   PIC 9(7)V99.
              10 WS-AS-LIFE      PIC 9(2).
              10 WS-AS-METHOD    PIC X(1).
       01  WS-ASSET-COUNT PIC 9(2) VALUE 0.
       01  WS-ASSET-INDEX PIC 9(2).
       01  WS-ASSET-FOUND PIC 9(2).

      *the repair bill of every ticket, by machine and year opened
       01  WS-REPAIR-TABLE.
           05 WS-REPAIR-ENTRY OCCURS 500 TIMES.
              10 WS-RP-MACHINE PIC 9(1).
              10 WS-RP-YEAR    PIC 9(4).
              10 WS-RP-COST    PIC 9(6)V99.
       01  WS-REPAIR-COUNT PIC 9(3) VALUE 0.
       01  WS-REPAIR-INDEX PIC 9(3).

       01  WS-MENU-CHOICE  PIC X(1).
       01  WS-DONE         PIC X(1) VALUE "N".
       01  WS-OPERATOR     PIC X(3).
       01  WS-TODAY        PIC X(8).
       01  WS-ASK-MACHINE  PIC X(1).
       01  WS-ASK-TEXT     PIC X(24).
       01  WS-ASK-DATE     PIC X(8).
       01  WS-ASK-AMOUNT   PIC X(12).
       01  WS-ASK-LIFE     PIC X(2).
       01  WS-ASK-METHOD   PIC X(1).
       01  WS-ASK-YEAR     PIC X(4).
       01  WS-NEW-COST     PIC 9(7)V99.
       01  WS-NEW-SALVAGE  PIC 9(7)V99.

      *one asset walked year by year from purchase to WS-TO-YEAR;
      *WS-PRINT-YEARS "Y" writes each year to NBV.RPT on the way
       01  WS-TO-YEAR      PIC 9(4).
       01  WS-DEP-YEAR     PIC 9(4).
       01  WS-BUY-YEAR     PIC 9(4).
       01  WS-BUY-MONTH    PIC 9(2).
       01  WS-MONTHS-LEFT  PIC 9(4).
       01  WS-MONTHS       PIC 9(2).
       01  WS-DEP-OPEN     PIC 9(7)V99.
       01  WS-DEP-CHARGE   PIC 9(7)V99.
       01  WS-DEP-CLOSE    PIC 9(7)V99.
       01  WS-DEP-ROOM     PIC 9(7)V99.
       01  WS-ACCUMULATED  PIC 9(7)V99.
       01  WS-YEAR-MAINT   PIC 9(7)V99.
       01  WS-LIFE-MAINT   PIC 9(7)V99.
       01  WS-PRINT-YEARS  PIC X(1).

       01  WS-TOT-COST     PIC 9(7)V99.
       01  WS-TOT-OPEN     PIC 9(7)V99.
       01  WS-TOT-CHARGE   PIC 9(7)V99.
       01  WS-TOT-CLOSE    PIC 9(7)V99.
       01  WS-TOT-MAINT    PIC 9(7)V99.

       01  WS-METHOD-TEXT  PIC X(17).
       01  WS-DISPLAY-A    PIC Z(6)9.99.
       01  WS-DISPLAY-B    PIC Z(6)9.99.
       01  WS-DISPLAY-C    PIC Z(6)9.99.
       01  WS-DISPLAY-D    PIC Z(6)9.99.
       01  WS-DISPLAY-E    PIC Z(6)9.99.

       01  WS-LOG-PROGRAM PIC X(12) VALUE "assets".
       01  WS-LOG-EVENT   PIC X(8).
       01  WS-LOG-TEXT    PIC X(30).
       01  WS-REPORT-NAME PIC X(20).
       01  WS-REPORT-OPER PIC X(3)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
       MOVE "STARTUP" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
       PERFORM LOAD-ASSETS-PARA.
       PERFORM LOAD-REPAIRS-PARA.
       PERFORM UNTIL WS-DONE = "Y"
          DISPLAY " "
          DISPLAY "FIXED ASSETS - A=ADD/CHANGE, L=LIST, Y=YEAR-END,"
          DISPLAY "N=NET BOOK VALUE, X=EXIT:"
          ACCEPT WS-MENU-CHOICE
          MOVE FUNCTION UPPER-CASE (WS-MENU-CHOICE) TO WS-MENU-CHOICE
          EVALUATE WS-MENU-CHOICE
          WHEN "A"
             PERFORM SET-ASSET-PARA
          WHEN "L"
             PERFORM LIST-ASSETS-PARA
          WHEN "Y"
             PERFORM YEAR-END-PARA
          WHEN "N"
             PERFORM BOOK-VALUE-PARA
          WHEN "X"
             MOVE "Y" TO WS-DONE
          WHEN OTHER
             DISPLAY "A, L, Y, N OR X."
          END-EVALUATE
       END-PERFORM.
       MOVE "EXIT" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       GOBACK.

      *=================================================
      *   THE REGISTER
      *=================================================
       SET-ASSET-PARA.
       DISPLAY "MACHINE (1-4):".
       ACCEPT WS-ASK-MACHINE.
       IF WS-ASK-MACHINE < "1" OR WS-ASK-MACHINE > "4" THEN
          DISPLAY "NO SUCH MACHINE."
          EXIT PARAGRAPH
       END-IF.
       MOVE 0 TO WS-ASSET-FOUND.
       PERFORM VARYING WS-ASSET-INDEX FROM 1 BY 1
       UNTIL WS-ASSET-INDEX > WS-ASSET-COUNT
          IF WS-AS-MACHINE(WS-ASSET-INDEX) = WS-ASK-MACHINE THEN
             MOVE WS-ASSET-INDEX TO WS-ASSET-FOUND
          END-IF
       END-PERFORM.
       IF WS-ASSET-FOUND > 0 THEN
          MOVE WS-ASSET-FOUND TO WS-ASSET-INDEX
          PERFORM SHOW-ASSET-PARA
          DISPLAY "THE ANSWERS BELOW REPLACE THIS RECORD."
       END-IF.
       DISPLAY "DESCRIPTION:".
       ACCEPT WS-ASK-TEXT.
       DISPLAY "PURCHASE DATE (YYYYMMDD):".
       ACCEPT WS-ASK-DATE.
       IF WS-ASK-TEXT = SPACES OR WS-ASK-DATE IS NOT NUMERIC THEN
          DISPLAY "A DESCRIPTION AND A DATE ARE BOTH NEEDED."
          EXIT PARAGRAPH
       END-IF.
       IF FUNCTION TEST-DATE-YYYYMMDD
             (FUNCTION NUMVAL(WS-ASK-DATE)) NOT = 0 OR
             WS-ASK-DATE > WS-TODAY THEN
          DISPLAY "NOT A PURCHASE DATE."
          EXIT PARAGRAPH
       END-IF.
       DISPLAY "COST:".
       ACCEPT WS-ASK-AMOUNT.
       IF FUNCTION TEST-NUMVAL(WS-ASK-AMOUNT) NOT = 0 THEN
          DISPLAY "NOT AN AMOUNT - NOTHING RECORDED."
          EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-NEW-COST = FUNCTION NUMVAL(WS-ASK-AMOUNT).
       DISPLAY "SALVAGE VALUE (BLANK FOR NONE):".
       ACCEPT WS-ASK-AMOUNT.
       MOVE 0 TO WS-NEW-SALVAGE.
       IF WS-ASK-AMOUNT NOT = SPACES THEN
          IF FUNCTION TEST-NUMVAL(WS-ASK-AMOUNT) NOT = 0 THEN
             DISPLAY "NOT AN AMOUNT - NOTHING RECORDED."
             EXIT PARAGRAPH
          END-IF
          COMPUTE WS-NEW-SALVAGE = FUNCTION NUMVAL(WS-ASK-AMOUNT)
       END-IF.
       IF WS-NEW-COST = 0 OR WS-NEW-SALVAGE > WS-NEW-COST THEN
          DISPLAY "THE COST MUST BE ABOVE ZERO AND NOT BELOW THE"
             " SALVAGE VALUE."
          EXIT PARAGRAPH
       END-IF.
       DISPLAY "USEFUL LIFE IN YEARS (1-99):".
       ACCEPT WS-ASK-LIFE.
       IF FUNCTION TRIM(WS-ASK-LIFE) IS NOT NUMERIC THEN
          DISPLAY "NOT A NUMBER OF YEARS."
          EXIT PARAGRAPH
       END-IF.
       IF FUNCTION NUMVAL(WS-ASK-LIFE) = 0 THEN
          DISPLAY "NOT A NUMBER OF YEARS."
          EXIT PARAGRAPH
       END-IF.
       DISPLAY "METHOD - S STRAIGHT LINE, D DECLINING BALANCE:".
       ACCEPT WS-ASK-METHOD.
       MOVE FUNCTION UPPER-CASE (WS-ASK-METHOD) TO WS-ASK-METHOD.
       IF WS-ASK-METHOD NOT = "S" AND WS-ASK-METHOD NOT = "D" THEN
          DISPLAY "S OR D."
          EXIT PARAGRAPH
       END-IF.
       DISPLAY "YOUR INITIALS:".
       ACCEPT WS-OPERATOR.
       MOVE FUNCTION UPPER-CASE (WS-OPERATOR) TO WS-OPERATOR.
       IF WS-OPERATOR = SPACES THEN
          DISPLAY "INITIALS ARE NEEDED."
          EXIT PARAGRAPH
       END-IF.
       IF WS-ASSET-FOUND = 0 THEN
          ADD 1 TO WS-ASSET-COUNT
          MOVE WS-ASSET-COUNT TO WS-ASSET-FOUND
       END-IF.
       MOVE WS-ASK-MACHINE TO WS-AS-MACHINE(WS-ASSET-FOUND).
       MOVE WS-ASK-TEXT TO WS-AS-DESC(WS-ASSET-FOUND).
       MOVE WS-ASK-DATE TO WS-AS-PURCHASED(WS-ASSET-FOUND).
       MOVE WS-NEW-COST TO WS-AS-COST(WS-ASSET-FOUND).
       MOVE WS-NEW-SALVAGE TO WS-AS-SALVAGE(WS-ASSET-FOUND).
       COMPUTE WS-AS-LIFE(WS-ASSET-FOUND) =
          FUNCTION NUMVAL(WS-ASK-LIFE).
       MOVE WS-ASK-METHOD TO WS-AS-METHOD(WS-ASSET-FOUND).
       PERFORM SAVE-ASSETS-PARA.
       MOVE WS-ASSET-FOUND TO WS-ASSET-INDEX.
       PERFORM SHOW-ASSET-PARA.
       MOVE "ASSETSET" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       STRING "MACHINE " WS-ASK-MACHINE " BY " WS-OPERATOR
          DELIMITED BY SIZE INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.

       SHOW-ASSET-PARA.
       PERFORM METHOD-TEXT-PARA.
       MOVE WS-AS-COST(WS-ASSET-INDEX) TO WS-DISPLAY-A.
       MOVE WS-AS-SALVAGE(WS-ASSET-INDEX) TO WS-DISPLAY-B.
       DISPLAY "MACHINE " WS-AS-MACHINE(WS-ASSET-INDEX) " "
             WS-AS-DESC(WS-ASSET-INDEX) " BOUGHT "
             WS-AS-PURCHASED(WS-ASSET-INDEX).
       DISPLAY "  COST " WS-DISPLAY-A "  SALVAGE " WS-DISPLAY-B
          "  LIFE " WS-AS-LIFE(WS-ASSET-INDEX) " YRS  "
             WS-METHOD-TEXT.

       METHOD-TEXT-PARA.
       IF WS-AS-METHOD(WS-ASSET-INDEX) = "D" THEN
          MOVE "DECLINING BALANCE" TO WS-METHOD-TEXT
       ELSE
          MOVE "STRAIGHT LINE" TO WS-METHOD-TEXT
       END-IF.

       LIST-ASSETS-PARA.
       IF WS-ASSET-COUNT = 0 THEN
          DISPLAY "  (NO ASSETS ON THE REGISTER)"
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-TODAY (1:4) TO WS-TO-YEAR.
       MOVE "N" TO WS-PRINT-YEARS.
       DISPLAY "M DESCRIPTION              BOUGHT         COST"
          "   BOOK VALUE  REPAIRS".
       PERFORM VARYING WS-ASSET-INDEX FROM 1 BY 1
       UNTIL WS-ASSET-INDEX > WS-ASSET-COUNT
          PERFORM DEPRECIATE-PARA
          MOVE WS-AS-COST(WS-ASSET-INDEX) TO WS-DISPLAY-A
          MOVE WS-DEP-CLOSE TO WS-DISPLAY-B
          MOVE WS-LIFE-MAINT TO WS-DISPLAY-C
          DISPLAY WS-AS-MACHINE(WS-ASSET-INDEX) " "
             WS-AS-DESC(WS-ASSET-INDEX) " "
             WS-AS-PURCHASED(WS-ASSET-INDEX) " " WS-DISPLAY-A " "
             WS-DISPLAY-B " " WS-DISPLAY-C
       END-PERFORM.

      *=================================================
      *   DEPRECIATION, ONE ASSET AT A TIME
      *=================================================
       DEPRECIATE-PARA.
       MOVE WS-AS-PURCHASED(WS-ASSET-INDEX) (1:4) TO WS-BUY-YEAR.
       MOVE WS-AS-PURCHASED(WS-ASSET-INDEX) (5:2) TO WS-BUY-MONTH.
       COMPUTE WS-MONTHS-LEFT = WS-AS-LIFE(WS-ASSET-INDEX) * 12.
       MOVE WS-AS-COST(WS-ASSET-INDEX) TO WS-DEP-CLOSE.
       MOVE WS-AS-COST(WS-ASSET-INDEX) TO WS-DEP-OPEN.
       MOVE 0 TO WS-DEP-CHARGE.
       MOVE 0 TO WS-YEAR-MAINT.
       MOVE 0 TO WS-LIFE-MAINT.
       PERFORM VARYING WS-DEP-YEAR FROM WS-BUY-YEAR BY 1
       UNTIL WS-DEP-YEAR > WS-TO-YEAR
          PERFORM ONE-DEP-YEAR-PARA
       END-PERFORM.
       COMPUTE WS-ACCUMULATED = WS-AS-COST(WS-ASSET-INDEX)
          - WS-DEP-CLOSE.

       ONE-DEP-YEAR-PARA.
       MOVE WS-DEP-CLOSE TO WS-DEP-OPEN.
       IF WS-DEP-YEAR = WS-BUY-YEAR THEN
          COMPUTE WS-MONTHS = 13 - WS-BUY-MONTH
       ELSE
          MOVE 12 TO WS-MONTHS
       END-IF.
       IF WS-MONTHS > WS-MONTHS-LEFT THEN
          MOVE WS-MONTHS-LEFT TO WS-MONTHS
       END-IF.
       COMPUTE WS-DEP-ROOM = WS-DEP-OPEN
          - WS-AS-SALVAGE(WS-ASSET-INDEX).
       MOVE 0 TO WS-DEP-CHARGE.
       IF WS-MONTHS > 0 THEN
          IF WS-AS-METHOD(WS-ASSET-INDEX) = "D" THEN
             COMPUTE WS-DEP-CHARGE ROUNDED = WS-DEP-OPEN * 2
                / WS-AS-LIFE(WS-ASSET-INDEX) * WS-MONTHS / 12
          ELSE
             COMPUTE WS-DEP-CHARGE ROUNDED =
                (WS-AS-COST(WS-ASSET-INDEX)
                - WS-AS-SALVAGE(WS-ASSET-INDEX)) * WS-MONTHS
                / (WS-AS-LIFE(WS-ASSET-INDEX) * 12)
          END-IF
          SUBTRACT WS-MONTHS FROM WS-MONTHS-LEFT
      *the final year of the life clears the rounding pennies
          IF WS-MONTHS-LEFT = 0 THEN
             MOVE WS-DEP-ROOM TO WS-DEP-CHARGE
          END-IF
       END-IF.
       IF WS-DEP-CHARGE > WS-DEP-ROOM THEN
          MOVE WS-DEP-ROOM TO WS-DEP-CHARGE
       END-IF.
       COMPUTE WS-DEP-CLOSE = WS-DEP-OPEN - WS-DEP-CHARGE.
       MOVE 0 TO WS-YEAR-MAINT.
       PERFORM VARYING WS-REPAIR-INDEX FROM 1 BY 1
       UNTIL WS-REPAIR-INDEX > WS-REPAIR-COUNT
          IF WS-RP-MACHINE(WS-REPAIR-INDEX) =
                WS-AS-MACHINE(WS-ASSET-INDEX) AND
                WS-RP-YEAR(WS-REPAIR-INDEX) = WS-DEP-YEAR THEN
             ADD WS-RP-COST(WS-REPAIR-INDEX) TO WS-YEAR-MAINT
          END-IF
       END-PERFORM.
       ADD WS-YEAR-MAINT TO WS-LIFE-MAINT.
       IF WS-PRINT-YEARS = "Y" THEN
          COMPUTE WS-ACCUMULATED = WS-AS-COST(WS-ASSET-INDEX)
             - WS-DEP-CLOSE
          MOVE WS-DEP-OPEN TO WS-DISPLAY-A
          MOVE WS-DEP-CHARGE TO WS-DISPLAY-B
          MOVE WS-DEP-CLOSE TO WS-DISPLAY-C
          MOVE WS-ACCUMULATED TO WS-DISPLAY-D
          MOVE WS-YEAR-MAINT TO WS-DISPLAY-E
          MOVE SPACES TO NBV-LINE
          STRING "  " WS-DEP-YEAR "  " WS-DISPLAY-A " " WS-DISPLAY-B
             " " WS-DISPLAY-C " " WS-DISPLAY-D " " WS-DISPLAY-E
             DELIMITED BY SIZE INTO NBV-LINE
          PERFORM PUT-NBV-LINE-PARA
       END-IF.

      *=================================================
      *   YEAR-END DEPRECIATION SCHEDULE
      *=================================================
       YEAR-END-PARA.
       DISPLAY "YEAR (YYYY, ENTER FOR LAST YEAR):".
       ACCEPT WS-ASK-YEAR.
       IF WS-ASK-YEAR = SPACES THEN
          COMPUTE WS-TO-YEAR = FUNCTION NUMVAL(WS-TODAY (1:4)) - 1
       ELSE
          IF WS-ASK-YEAR IS NOT NUMERIC THEN
             DISPLAY "NOT A YEAR."
             EXIT PARAGRAPH
          END-IF
          MOVE WS-ASK-YEAR TO WS-TO-YEAR
       END-IF.
       OPEN OUTPUT deprecFile.
       IF WS-DEPREC-STATUS NOT = "00" THEN
          DISPLAY "COULD NOT OPEN DEPREC.RPT - " WS-DEPREC-STATUS
          EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO DEPREC-LINE.
       STRING "DEPRECIATION SCHEDULE, YEAR ENDING " WS-TO-YEAR "1231"
          DELIMITED BY SIZE INTO DEPREC-LINE.
       PERFORM PUT-DEPREC-LINE-PARA.
       MOVE "M DESCRIPTION      MT       COST    OPENING     CHARGE"
          TO DEPREC-LINE.
       MOVE "    CLOSING    REPAIRS" TO DEPREC-LINE (55:22).
       PERFORM PUT-DEPREC-LINE-PARA.
       MOVE 0 TO WS-TOT-COST WS-TOT-OPEN WS-TOT-CHARGE WS-TOT-CLOSE
             WS-TOT-MAINT.
       MOVE "N" TO WS-PRINT-YEARS.
       PERFORM VARYING WS-ASSET-INDEX FROM 1 BY 1
       UNTIL WS-ASSET-INDEX > WS-ASSET-COUNT
          PERFORM YEAR-END-ASSET-PARA
       END-PERFORM.
       MOVE WS-TOT-COST TO WS-DISPLAY-A.
       MOVE WS-TOT-OPEN TO WS-DISPLAY-B.
       MOVE WS-TOT-CHARGE TO WS-DISPLAY-C.
       MOVE WS-TOT-CLOSE TO WS-DISPLAY-D.
       MOVE WS-TOT-MAINT TO WS-DISPLAY-E.
       MOVE SPACES TO DEPREC-LINE.
       PERFORM PUT-DEPREC-LINE-PARA.
       STRING "  TOTAL              " WS-DISPLAY-A " " WS-DISPLAY-B
          " " WS-DISPLAY-C " " WS-DISPLAY-D " " WS-DISPLAY-E
          DELIMITED BY SIZE INTO DEPREC-LINE.
       PERFORM PUT-DEPREC-LINE-PARA.
       CLOSE deprecFile.
       MOVE "DEPREC.RPT" TO WS-REPORT-NAME.
       CALL "rptfile" USING WS-REPORT-NAME WS-LOG-PROGRAM
             WS-REPORT-OPER.

      *an asset bought after the year asked for is not on the
      *schedule yet
       YEAR-END-ASSET-PARA.
       IF WS-AS-PURCHASED(WS-ASSET-INDEX) (1:4) > WS-TO-YEAR THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM DEPRECIATE-PARA.
       IF WS-AS-METHOD(WS-ASSET-INDEX) = "D" THEN
          MOVE "DB" TO WS-METHOD-TEXT
       ELSE
          MOVE "SL" TO WS-METHOD-TEXT
       END-IF.
       MOVE WS-AS-COST(WS-ASSET-INDEX) TO WS-DISPLAY-A.
       MOVE WS-DEP-OPEN TO WS-DISPLAY-B.
       MOVE WS-DEP-CHARGE TO WS-DISPLAY-C.
       MOVE WS-DEP-CLOSE TO WS-DISPLAY-D.
       MOVE WS-YEAR-MAINT TO WS-DISPLAY-E.
       MOVE SPACES TO DEPREC-LINE.
       STRING WS-AS-MACHINE(WS-ASSET-INDEX) " "
             WS-AS-DESC(WS-ASSET-INDEX) (1:16) " "
             WS-METHOD-TEXT (1:2)
          " " WS-DISPLAY-A " " WS-DISPLAY-B " " WS-DISPLAY-C " "
             WS-DISPLAY-D " " WS-DISPLAY-E
          DELIMITED BY SIZE INTO DEPREC-LINE.
       PERFORM PUT-DEPREC-LINE-PARA.
       ADD WS-AS-COST(WS-ASSET-INDEX) TO WS-TOT-COST.
       ADD WS-DEP-OPEN TO WS-TOT-OPEN.
       ADD WS-DEP-CHARGE TO WS-TOT-CHARGE.
       ADD WS-DEP-CLOSE TO WS-TOT-CLOSE.
       ADD WS-YEAR-MAINT TO WS-TOT-MAINT.

      *=================================================
      *   NET BOOK VALUE, LIFE TO DATE
      *=================================================
       BOOK-VALUE-PARA.
       MOVE WS-TODAY (1:4) TO WS-TO-YEAR.
       OPEN OUTPUT nbvFile.
       IF WS-NBV-STATUS NOT = "00" THEN
          DISPLAY "COULD NOT OPEN NBV.RPT - " WS-NBV-STATUS
          EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO NBV-LINE.
       STRING "NET BOOK VALUE BY ASSET AT " WS-TODAY
          DELIMITED BY SIZE INTO NBV-LINE.
       PERFORM PUT-NBV-LINE-PARA.
       MOVE 0 TO WS-TOT-COST WS-TOT-CLOSE WS-TOT-MAINT.
       MOVE "Y" TO WS-PRINT-YEARS.
       PERFORM VARYING WS-ASSET-INDEX FROM 1 BY 1
       UNTIL WS-ASSET-INDEX > WS-ASSET-COUNT
          PERFORM BOOK-VALUE-ASSET-PARA
       END-PERFORM.
       MOVE "N" TO WS-PRINT-YEARS.
       MOVE WS-TOT-COST TO WS-DISPLAY-A.
       MOVE WS-TOT-CLOSE TO WS-DISPLAY-B.
       MOVE WS-TOT-MAINT TO WS-DISPLAY-C.
       MOVE SPACES TO NBV-LINE.
       PERFORM PUT-NBV-LINE-PARA.
       STRING "ALL ASSETS  COST " WS-DISPLAY-A "  BOOK VALUE "
             WS-DISPLAY-B "  REPAIRS " WS-DISPLAY-C
          DELIMITED BY SIZE INTO NBV-LINE.
       PERFORM PUT-NBV-LINE-PARA.
       CLOSE nbvFile.
       MOVE "NBV.RPT" TO WS-REPORT-NAME.
       CALL "rptfile" USING WS-REPORT-NAME WS-LOG-PROGRAM
             WS-REPORT-OPER.

       BOOK-VALUE-ASSET-PARA.
       PERFORM METHOD-TEXT-PARA.
       MOVE SPACES TO NBV-LINE.
       PERFORM PUT-NBV-LINE-PARA.
       STRING "MACHINE " WS-AS-MACHINE(WS-ASSET-INDEX) "  "
             WS-AS-DESC(WS-ASSET-INDEX) "  " WS-METHOD-TEXT
          DELIMITED BY SIZE INTO NBV-LINE.
       PERFORM PUT-NBV-LINE-PARA.
       MOVE WS-AS-COST(WS-ASSET-INDEX) TO WS-DISPLAY-A.
       MOVE WS-AS-SALVAGE(WS-ASSET-INDEX) TO WS-DISPLAY-B.
       MOVE SPACES TO NBV-LINE.
       STRING "  BOUGHT " WS-AS-PURCHASED(WS-ASSET-INDEX) "  COST "
             WS-DISPLAY-A "  SALVAGE " WS-DISPLAY-B "  LIFE "
             WS-AS-LIFE(WS-ASSET-INDEX) " YRS"
          DELIMITED BY SIZE INTO NBV-LINE.
       PERFORM PUT-NBV-LINE-PARA.
       MOVE "  YEAR     OPENING     CHARGE    CLOSING ACCUM DEPN"
          TO NBV-LINE.
       MOVE "    REPAIRS" TO NBV-LINE (52:11).
       PERFORM PUT-NBV-LINE-PARA.
       PERFORM DEPRECIATE-PARA.
       MOVE WS-DEP-CLOSE TO WS-DISPLAY-A.
       MOVE WS-LIFE-MAINT TO WS-DISPLAY-B.
       MOVE SPACES TO NBV-LINE.
       STRING "  NET BOOK VALUE " WS-DISPLAY-A "  REPAIRS TO DATE "
             WS-DISPLAY-B DELIMITED BY SIZE INTO NBV-LINE.
       PERFORM PUT-NBV-LINE-PARA.
       ADD WS-AS-COST(WS-ASSET-INDEX) TO WS-TOT-COST.
       ADD WS-DEP-CLOSE TO WS-TOT-CLOSE.
       ADD WS-LIFE-MAINT TO WS-TOT-MAINT.

       PUT-DEPREC-LINE-PARA.
       WRITE DEPREC-LINE.
       DISPLAY DEPREC-LINE.

       PUT-NBV-LINE-PARA.
       WRITE NBV-LINE.
       DISPLAY NBV-LINE.

      *=================================================
      *   LOAD / SAVE
      *=================================================
       LOAD-ASSETS-PARA.
       MOVE 0 TO WS-ASSET-COUNT.
       MOVE "N" TO WS-EOF.
       OPEN INPUT assetFile.
       IF WS-ASSET-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ assetFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF AS-MACHINE IS NUMERIC AND AS-LIFE IS NUMERIC AND
                   AS-LIFE > 0 AND WS-ASSET-COUNT < 9 THEN
                   ADD 1 TO WS-ASSET-COUNT
                   MOVE ASSET-RECORD TO WS-ASSET-ENTRY(WS-ASSET-COUNT)
                END-IF
          END-READ
       END-PERFORM.
       CLOSE assetFile.

       SAVE-ASSETS-PARA.
       OPEN OUTPUT assetFile.
       IF WS-ASSET-STATUS NOT = "00" THEN
          DISPLAY "COULD NOT WRITE ASSETS.DAT - " WS-ASSET-STATUS
          EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-ASSET-INDEX FROM 1 BY 1
       UNTIL WS-ASSET-INDEX > WS-ASSET-COUNT
          MOVE WS-ASSET-ENTRY(WS-ASSET-INDEX) TO ASSET-RECORD
          WRITE ASSET-RECORD
       END-PERFORM.
       CLOSE assetFile.

       LOAD-REPAIRS-PARA.
       MOVE 0 TO WS-REPAIR-COUNT.
       MOVE "N" TO WS-EOF.
       OPEN INPUT workFile.
       IF WS-WORK-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ workFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF WO-NUMBER IS NUMERIC AND WO-OPENED (1:4) IS NUMERIC
                   AND WS-REPAIR-COUNT < 500 THEN
                   ADD 1 TO WS-REPAIR-COUNT
                   MOVE WO-MACHINE TO WS-RP-MACHINE(WS-REPAIR-COUNT)
                   MOVE WO-OPENED (1:4) TO WS-RP-YEAR(WS-REPAIR-COUNT)
                   COMPUTE WS-RP-COST(WS-REPAIR-COUNT) = WO-PARTS
                      + WO-LABOUR
                END-IF
          END-READ
       END-PERFORM.
       CLOSE workFile.

       END PROGRAM assets.
