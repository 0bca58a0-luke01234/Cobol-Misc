       IDENTIFICATION DIVISION.
       PROGRAM-ID. workorder.

      *cabinet fault tickets. O opens a ticket against a machine
      *number (the same 1-4 rs-machine the reservation book uses),
      *A assigns it to whoever is fixing it, R records parts and
      *labour against it as they go, C closes it with what was done.
      *while a ticket is open the machinedown subprogram reports the
      *cabinet out of service, so the reservation book and the
      *visitor check-in both refuse it. L lists what is still open,
      *M prints the month's availability report to AVAIL.RPT -
      *downtime hours, failures and mean time between failures per
      *machine. tickets are never deleted: the closed ones are the
      *history the downtime figures come from

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT workFile ASSIGN TO "WORKORDER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.

           SELECT availFile ASSIGN TO "AVAIL.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AVAIL-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *status: O open, A assigned and being worked, C closed
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

       FD  availFile.
       01  AVAIL-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-WORK-STATUS  PIC X(2).
       01  WS-AVAIL-STATUS PIC X(2).
       01  WS-EOF PIC X(1) VALUE "N".
           88 WS-END-OF-FILE VALUE "Y".

       01  WS-TICKET-TABLE.
           05 WS-TICKET-ENTRY OCCURS 500 TIMES.
              10 WS-TK-NUMBER     PIC 9(5).
              10 WS-TK-MACHINE    PIC 9(1).
              10 WS-TK-STATUS     PIC X(1).
              10 WS-TK-OPENED     PIC X(14).
              10 WS-TK-OPENED-BY  PIC X(3).
              10 WS-TK-FAULT      PIC X(30).
              10 WS-TK-ASSIGNED   PIC X(3).
              10 WS-TK-PARTS      PIC 9(5)V99.
              10 WS-TK-LABOUR-MIN PIC 9(5).
              10 WS-TK-LABOUR     PIC 9(5)V99.
              10 WS-TK-CLOSED     PIC X(14).
              10 WS-TK-CLOSED-BY  PIC X(3).
              10 WS-TK-FIX        PIC X(30).
       01  WS-TICKET-COUNT PIC 9(3) VALUE 0.
       01  WS-TICKET-INDEX PIC 9(3).
       01  WS-TICKET-FOUND PIC 9(3).
       01  WS-NEXT-TICKET  PIC 9(5).

       01  WS-MENU-CHOICE  PIC X(1).
       01  WS-DONE         PIC X(1) VALUE "N".
       01  WS-OPERATOR     PIC X(3).
       01  WS-NOW-STAMP    PIC X(14).
       01  WS-ASK-MACHINE  PIC X(1).
       01  WS-ASK-TICKET   PIC X(5).
       01  WS-ASK-TEXT     PIC X(30).
       01  WS-ASK-AMOUNT   PIC X(10).
       01  WS-ASK-MINUTES  PIC X(5).
       01  WS-ADD-PARTS    PIC 9(5)V99.
       01  WS-ADD-LABOUR   PIC 9(5)V99.
       01  WS-ADD-MINUTES  PIC 9(5).
       01  WS-OPEN-SHOWN   PIC 9(3).

      *availability arithmetic is all in minutes since day one of
      *the calendar, so a ticket that spans midnight or a month end
      *needs no special handling
       01  WS-MONTH-INP    PIC X(6).
       01  WS-MONTH        PIC 9(6).
       01  WS-NEXT-MONTH   PIC 9(8).
       01  WS-STAMP-WORK   PIC X(14).
       01  WS-STAMP-MIN    PIC 9(10).
       01  WS-MONTH-START  PIC 9(10).
       01  WS-MONTH-END    PIC 9(10).
       01  WS-NOW-MIN      PIC 9(10).
       01  WS-DOWN-FROM    PIC 9(10).
       01  WS-DOWN-TO      PIC 9(10).
       01  WS-MONTH-MIN    PIC 9(6).
       01  WS-MACHINE      PIC 9(1).
       01  WS-DOWN-MIN     PIC 9(8).
       01  WS-FAILURES     PIC 9(4).
       01  WS-UP-MIN       PIC 9(8).
       01  WS-MTBF         PIC 9(6)V9.
       01  WS-AVAIL-PCT    PIC 9(3)V9.
       01  WS-MAINT-COST   PIC 9(7)V99.

       01  WS-DISPLAY-HRS  PIC Z(5)9.9.
       01  WS-DISPLAY-MTBF PIC Z(5)9.9.
       01  WS-DISPLAY-PCT  PIC ZZ9.9.
       01  WS-DISPLAY-CNT  PIC Z(3)9.
       01  WS-DISPLAY-AMT  PIC Z(6)9.99.

       01  WS-LOG-PROGRAM PIC X(12) VALUE "workorder".
       01  WS-LOG-EVENT   PIC X(8).
       01  WS-LOG-TEXT    PIC X(30).
       01  WS-REPORT-NAME PIC X(20) VALUE "AVAIL.RPT".
       01  WS-REPORT-OPER PIC X(3)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
       MOVE "STARTUP" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       PERFORM LOAD-TICKETS-PARA.
       PERFORM UNTIL WS-DONE = "Y"
          DISPLAY " "
          DISPLAY "WORK ORDERS - O=OPEN, A=ASSIGN, R=PARTS/LABOUR,"
          DISPLAY "C=CLOSE, L=LIST OPEN, M=AVAILABILITY, X=EXIT:"
          ACCEPT WS-MENU-CHOICE
          MOVE FUNCTION UPPER-CASE (WS-MENU-CHOICE) TO WS-MENU-CHOICE
          MOVE FUNCTION CURRENT-DATE (1:14) TO WS-NOW-STAMP
          EVALUATE WS-MENU-CHOICE
          WHEN "O"
             PERFORM OPEN-TICKET-PARA
          WHEN "A"
             PERFORM ASSIGN-TICKET-PARA
          WHEN "R"
             PERFORM RECORD-WORK-PARA
          WHEN "C"
             PERFORM CLOSE-TICKET-PARA
          WHEN "L"
             PERFORM LIST-OPEN-PARA
          WHEN "M"
             PERFORM AVAILABILITY-PARA
          WHEN "X"
             MOVE "Y" TO WS-DONE
          WHEN OTHER
             DISPLAY "O, A, R, C, L, M OR X."
          END-EVALUATE
       END-PERFORM.
       MOVE "EXIT" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       GOBACK.

      *=================================================
      *   TICKET LIFE CYCLE
      *=================================================
       OPEN-TICKET-PARA.
       DISPLAY "MACHINE (1-4):".
       ACCEPT WS-ASK-MACHINE.
       IF WS-ASK-MACHINE < "1" OR WS-ASK-MACHINE > "4" THEN
          DISPLAY "NO SUCH MACHINE."
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-ASK-MACHINE TO WS-MACHINE.
       PERFORM VARYING WS-TICKET-INDEX FROM 1 BY 1
       UNTIL WS-TICKET-INDEX > WS-TICKET-COUNT
          IF WS-TK-MACHINE(WS-TICKET-INDEX) = WS-MACHINE AND
             WS-TK-STATUS(WS-TICKET-INDEX) NOT = "C" THEN
             DISPLAY "TICKET " WS-TK-NUMBER(WS-TICKET-INDEX)
                " IS ALREADY OPEN ON THAT MACHINE."
             EXIT PARAGRAPH
          END-IF
       END-PERFORM.
       IF WS-TICKET-COUNT >= 500 THEN
          DISPLAY "THE TICKET FILE IS FULL."
          EXIT PARAGRAPH
       END-IF.
       DISPLAY "FAULT:".
       ACCEPT WS-ASK-TEXT.
       DISPLAY "YOUR INITIALS:".
       ACCEPT WS-OPERATOR.
       MOVE FUNCTION UPPER-CASE (WS-OPERATOR) TO WS-OPERATOR.
       IF WS-ASK-TEXT = SPACES OR WS-OPERATOR = SPACES THEN
          DISPLAY "A FAULT AND INITIALS ARE BOTH NEEDED."
          EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-TICKET-COUNT.
       MOVE WS-NEXT-TICKET TO WS-TK-NUMBER(WS-TICKET-COUNT).
       ADD 1 TO WS-NEXT-TICKET.
       MOVE WS-MACHINE TO WS-TK-MACHINE(WS-TICKET-COUNT).
       MOVE "O" TO WS-TK-STATUS(WS-TICKET-COUNT).
       MOVE WS-NOW-STAMP TO WS-TK-OPENED(WS-TICKET-COUNT).
       MOVE WS-OPERATOR TO WS-TK-OPENED-BY(WS-TICKET-COUNT).
       MOVE WS-ASK-TEXT TO WS-TK-FAULT(WS-TICKET-COUNT).
       MOVE SPACES TO WS-TK-ASSIGNED(WS-TICKET-COUNT).
       MOVE 0 TO WS-TK-PARTS(WS-TICKET-COUNT).
       MOVE 0 TO WS-TK-LABOUR-MIN(WS-TICKET-COUNT).
       MOVE 0 TO WS-TK-LABOUR(WS-TICKET-COUNT).
       MOVE SPACES TO WS-TK-CLOSED(WS-TICKET-COUNT).
       MOVE SPACES TO WS-TK-CLOSED-BY(WS-TICKET-COUNT).
       MOVE SPACES TO WS-TK-FIX(WS-TICKET-COUNT).
       PERFORM SAVE-TICKETS-PARA.
       DISPLAY "TICKET " WS-TK-NUMBER(WS-TICKET-COUNT) " OPEN - "
          "MACHINE " WS-MACHINE " IS OUT OF SERVICE.".
       MOVE "TKTOPEN" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       STRING "MACHINE " WS-MACHINE " TICKET "
             WS-TK-NUMBER(WS-TICKET-COUNT) " BY " WS-OPERATOR
          DELIMITED BY SIZE INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.

       ASK-TICKET-PARA.
      *only a ticket still open can be assigned, worked or closed
       MOVE 0 TO WS-TICKET-FOUND.
       DISPLAY "TICKET NUMBER:".
       ACCEPT WS-ASK-TICKET.
       IF FUNCTION TRIM(WS-ASK-TICKET) IS NUMERIC THEN
          PERFORM VARYING WS-TICKET-INDEX FROM 1 BY 1
          UNTIL WS-TICKET-INDEX > WS-TICKET-COUNT
             IF WS-TK-NUMBER(WS-TICKET-INDEX) =
                FUNCTION NUMVAL(WS-ASK-TICKET) THEN
                MOVE WS-TICKET-INDEX TO WS-TICKET-FOUND
             END-IF
          END-PERFORM
       END-IF.
       IF WS-TICKET-FOUND = 0 THEN
          DISPLAY "NO SUCH TICKET."
          EXIT PARAGRAPH
       END-IF.
       IF WS-TK-STATUS(WS-TICKET-FOUND) = "C" THEN
          DISPLAY "THAT TICKET IS ALREADY CLOSED."
          MOVE 0 TO WS-TICKET-FOUND
       END-IF.

       ASSIGN-TICKET-PARA.
       PERFORM ASK-TICKET-PARA.
       IF WS-TICKET-FOUND = 0 THEN
          EXIT PARAGRAPH
       END-IF.
       DISPLAY "ASSIGN TO (INITIALS):".
       ACCEPT WS-OPERATOR.
       MOVE FUNCTION UPPER-CASE (WS-OPERATOR) TO WS-OPERATOR.
       IF WS-OPERATOR = SPACES THEN
          DISPLAY "NOBODY ASSIGNED."
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-OPERATOR TO WS-TK-ASSIGNED(WS-TICKET-FOUND).
       MOVE "A" TO WS-TK-STATUS(WS-TICKET-FOUND).
       PERFORM SAVE-TICKETS-PARA.
       DISPLAY "TICKET " WS-TK-NUMBER(WS-TICKET-FOUND)
          " ASSIGNED TO " WS-OPERATOR ".".

       RECORD-WORK-PARA.
      *parts and labour add to what is already on the ticket, so a
      *repair that takes three visits is recorded three times
       PERFORM ASK-TICKET-PARA.
       IF WS-TICKET-FOUND = 0 THEN
          EXIT PARAGRAPH
       END-IF.
       MOVE 0 TO WS-ADD-PARTS WS-ADD-LABOUR WS-ADD-MINUTES.
       DISPLAY "PARTS COST (BLANK FOR NONE):".
       ACCEPT WS-ASK-AMOUNT.
       IF WS-ASK-AMOUNT NOT = SPACES THEN
          IF FUNCTION TEST-NUMVAL(WS-ASK-AMOUNT) NOT = 0 THEN
             DISPLAY "NOT AN AMOUNT - NOTHING RECORDED."
             EXIT PARAGRAPH
          END-IF
          COMPUTE WS-ADD-PARTS = FUNCTION NUMVAL(WS-ASK-AMOUNT)
       END-IF.
       DISPLAY "LABOUR MINUTES (BLANK FOR NONE):".
       ACCEPT WS-ASK-MINUTES.
       IF WS-ASK-MINUTES NOT = SPACES THEN
          IF FUNCTION TRIM(WS-ASK-MINUTES) IS NOT NUMERIC THEN
             DISPLAY "NOT A NUMBER OF MINUTES - NOTHING RECORDED."
             EXIT PARAGRAPH
          END-IF
          COMPUTE WS-ADD-MINUTES = FUNCTION NUMVAL(WS-ASK-MINUTES)
       END-IF.
       DISPLAY "LABOUR COST (BLANK FOR NONE):".
       ACCEPT WS-ASK-AMOUNT.
       IF WS-ASK-AMOUNT NOT = SPACES THEN
          IF FUNCTION TEST-NUMVAL(WS-ASK-AMOUNT) NOT = 0 THEN
             DISPLAY "NOT AN AMOUNT - NOTHING RECORDED."
             EXIT PARAGRAPH
          END-IF
          COMPUTE WS-ADD-LABOUR = FUNCTION NUMVAL(WS-ASK-AMOUNT)
       END-IF.
       ADD WS-ADD-PARTS TO WS-TK-PARTS(WS-TICKET-FOUND).
       ADD WS-ADD-MINUTES TO WS-TK-LABOUR-MIN(WS-TICKET-FOUND).
       ADD WS-ADD-LABOUR TO WS-TK-LABOUR(WS-TICKET-FOUND).
       PERFORM SAVE-TICKETS-PARA.
       COMPUTE WS-MAINT-COST = WS-TK-PARTS(WS-TICKET-FOUND)
          + WS-TK-LABOUR(WS-TICKET-FOUND).
       MOVE WS-MAINT-COST TO WS-DISPLAY-AMT.
       DISPLAY "TICKET " WS-TK-NUMBER(WS-TICKET-FOUND)
          " NOW STANDS AT " WS-DISPLAY-AMT.

       CLOSE-TICKET-PARA.
       PERFORM ASK-TICKET-PARA.
       IF WS-TICKET-FOUND = 0 THEN
          EXIT PARAGRAPH
       END-IF.
       DISPLAY "WHAT WAS DONE:".
       ACCEPT WS-ASK-TEXT.
       DISPLAY "YOUR INITIALS:".
       ACCEPT WS-OPERATOR.
       MOVE FUNCTION UPPER-CASE (WS-OPERATOR) TO WS-OPERATOR.
       IF WS-ASK-TEXT = SPACES OR WS-OPERATOR = SPACES THEN
          DISPLAY "THE FIX AND INITIALS ARE BOTH NEEDED."
          EXIT PARAGRAPH
       END-IF.
       MOVE "C" TO WS-TK-STATUS(WS-TICKET-FOUND).
       MOVE WS-NOW-STAMP TO WS-TK-CLOSED(WS-TICKET-FOUND).
       MOVE WS-OPERATOR TO WS-TK-CLOSED-BY(WS-TICKET-FOUND).
       MOVE WS-ASK-TEXT TO WS-TK-FIX(WS-TICKET-FOUND).
       PERFORM SAVE-TICKETS-PARA.
       DISPLAY "TICKET " WS-TK-NUMBER(WS-TICKET-FOUND) " CLOSED - "
          "MACHINE " WS-TK-MACHINE(WS-TICKET-FOUND)
          " IS BACK IN SERVICE.".
       MOVE "TKTCLOSE" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       STRING "MACHINE " WS-TK-MACHINE(WS-TICKET-FOUND) " TICKET "
             WS-TK-NUMBER(WS-TICKET-FOUND) " BY " WS-OPERATOR
          DELIMITED BY SIZE INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.

       LIST-OPEN-PARA.
       MOVE 0 TO WS-OPEN-SHOWN.
       DISPLAY "TICKT M ST OPENED         BY  ASG FAULT".
       PERFORM VARYING WS-TICKET-INDEX FROM 1 BY 1
       UNTIL WS-TICKET-INDEX > WS-TICKET-COUNT
          IF WS-TK-STATUS(WS-TICKET-INDEX) NOT = "C" THEN
             ADD 1 TO WS-OPEN-SHOWN
             DISPLAY WS-TK-NUMBER(WS-TICKET-INDEX) " "
                WS-TK-MACHINE(WS-TICKET-INDEX) " "
                WS-TK-STATUS(WS-TICKET-INDEX) "  "
                WS-TK-OPENED(WS-TICKET-INDEX) " "
                WS-TK-OPENED-BY(WS-TICKET-INDEX) " "
                WS-TK-ASSIGNED(WS-TICKET-INDEX) " "
                WS-TK-FAULT(WS-TICKET-INDEX)
          END-IF
       END-PERFORM.
       IF WS-OPEN-SHOWN = 0 THEN
          DISPLAY "  (EVERY MACHINE IS IN SERVICE)"
       END-IF.

      *=================================================
      *   MONTHLY AVAILABILITY
      *=================================================
       AVAILABILITY-PARA.
       MOVE 0 TO WS-MONTH.
       DISPLAY "MONTH (YYYYMM):".
       ACCEPT WS-MONTH-INP.
       IF WS-MONTH-INP IS NUMERIC THEN
          MOVE WS-MONTH-INP TO WS-MONTH
       END-IF.
       IF WS-MONTH = 0 OR WS-MONTH-INP (5:2) < "01" OR
             WS-MONTH-INP (5:2) > "12" THEN
          DISPLAY "NOT A MONTH."
          EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-STAMP-WORK.
       STRING WS-MONTH-INP "01000000" DELIMITED BY SIZE
          INTO WS-STAMP-WORK.
       PERFORM STAMP-TO-MINUTES-PARA.
       MOVE WS-STAMP-MIN TO WS-MONTH-START.
       IF WS-MONTH-INP (5:2) = "12" THEN
          COMPUTE WS-NEXT-MONTH = (WS-MONTH + 89) * 100 + 1
       ELSE
          COMPUTE WS-NEXT-MONTH = (WS-MONTH + 1) * 100 + 1
       END-IF.
       COMPUTE WS-MONTH-END =
          FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH) * 1440.
       MOVE WS-NOW-STAMP TO WS-STAMP-WORK.
       PERFORM STAMP-TO-MINUTES-PARA.
       MOVE WS-STAMP-MIN TO WS-NOW-MIN.
      *the month in progress is measured up to now, not to its end
       IF WS-NOW-MIN < WS-MONTH-END THEN
          MOVE WS-NOW-MIN TO WS-MONTH-END
       END-IF.
       IF WS-MONTH-END <= WS-MONTH-START THEN
          DISPLAY "THAT MONTH HAS NOT STARTED YET."
          EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-MONTH-MIN = WS-MONTH-END - WS-MONTH-START.
       OPEN OUTPUT availFile.
       IF WS-AVAIL-STATUS NOT = "00" THEN
          DISPLAY "COULD NOT OPEN AVAIL.RPT - " WS-AVAIL-STATUS
          EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO AVAIL-LINE.
       STRING "MACHINE AVAILABILITY FOR " WS-MONTH-INP
          DELIMITED BY SIZE INTO AVAIL-LINE.
       PERFORM PUT-AVAIL-LINE-PARA.
       MOVE "MACH  DOWN HRS  FAILS  MTBF HRS  AVAIL%  MAINT COST"
          TO AVAIL-LINE.
       PERFORM PUT-AVAIL-LINE-PARA.
       PERFORM VARYING WS-MACHINE FROM 1 BY 1 UNTIL WS-MACHINE > 4
          PERFORM ONE-MACHINE-PARA
       END-PERFORM.
       CLOSE availFile.
       CALL "rptfile" USING WS-REPORT-NAME WS-LOG-PROGRAM
             WS-REPORT-OPER.

       ONE-MACHINE-PARA.
       MOVE 0 TO WS-DOWN-MIN WS-FAILURES WS-MAINT-COST.
       PERFORM VARYING WS-TICKET-INDEX FROM 1 BY 1
       UNTIL WS-TICKET-INDEX > WS-TICKET-COUNT
          IF WS-TK-MACHINE(WS-TICKET-INDEX) = WS-MACHINE AND
             WS-TK-OPENED(WS-TICKET-INDEX) IS NUMERIC THEN
             PERFORM TICKET-DOWNTIME-PARA
          END-IF
       END-PERFORM.
       COMPUTE WS-UP-MIN = WS-MONTH-MIN - WS-DOWN-MIN.
       COMPUTE WS-AVAIL-PCT ROUNDED = WS-UP-MIN * 100 / WS-MONTH-MIN.
       COMPUTE WS-DISPLAY-HRS ROUNDED = WS-DOWN-MIN / 60.
       MOVE WS-FAILURES TO WS-DISPLAY-CNT.
       MOVE WS-AVAIL-PCT TO WS-DISPLAY-PCT.
       MOVE WS-MAINT-COST TO WS-DISPLAY-AMT.
       MOVE SPACES TO AVAIL-LINE.
      *no failures in the month leaves nothing to divide by - the
      *MTBF column is left blank rather than shown as the month
       IF WS-FAILURES = 0 THEN
          STRING "  " WS-MACHINE "  " WS-DISPLAY-HRS "  "
             WS-DISPLAY-CNT "         -  " WS-DISPLAY-PCT "  "
             WS-DISPLAY-AMT DELIMITED BY SIZE INTO AVAIL-LINE
       ELSE
          COMPUTE WS-MTBF ROUNDED = WS-UP-MIN / 60 / WS-FAILURES
          MOVE WS-MTBF TO WS-DISPLAY-MTBF
          STRING "  " WS-MACHINE "  " WS-DISPLAY-HRS "  "
             WS-DISPLAY-CNT "  " WS-DISPLAY-MTBF "  " WS-DISPLAY-PCT
             "  " WS-DISPLAY-AMT DELIMITED BY SIZE INTO AVAIL-LINE
       END-IF.
       PERFORM PUT-AVAIL-LINE-PARA.

       TICKET-DOWNTIME-PARA.
      *a failure belongs to the month it was reported in; downtime
      *is whatever part of the open-to-close window falls inside the
      *month, with a ticket still open running up to now
       MOVE WS-TK-OPENED(WS-TICKET-INDEX) TO WS-STAMP-WORK.
       PERFORM STAMP-TO-MINUTES-PARA.
       MOVE WS-STAMP-MIN TO WS-DOWN-FROM.
       IF WS-TK-STATUS(WS-TICKET-INDEX) = "C" AND
             WS-TK-CLOSED(WS-TICKET-INDEX) IS NUMERIC THEN
          MOVE WS-TK-CLOSED(WS-TICKET-INDEX) TO WS-STAMP-WORK
          PERFORM STAMP-TO-MINUTES-PARA
          MOVE WS-STAMP-MIN TO WS-DOWN-TO
       ELSE
          MOVE WS-NOW-MIN TO WS-DOWN-TO
       END-IF.
       IF WS-TK-OPENED(WS-TICKET-INDEX) (1:6) = WS-MONTH-INP THEN
          ADD 1 TO WS-FAILURES
          ADD WS-TK-PARTS(WS-TICKET-INDEX) TO WS-MAINT-COST
          ADD WS-TK-LABOUR(WS-TICKET-INDEX) TO WS-MAINT-COST
       END-IF.
       IF WS-DOWN-FROM < WS-MONTH-START THEN
          MOVE WS-MONTH-START TO WS-DOWN-FROM
       END-IF.
       IF WS-DOWN-TO > WS-MONTH-END THEN
          MOVE WS-MONTH-END TO WS-DOWN-TO
       END-IF.
       IF WS-DOWN-TO > WS-DOWN-FROM THEN
          COMPUTE WS-DOWN-MIN = WS-DOWN-MIN + WS-DOWN-TO
             - WS-DOWN-FROM
       END-IF.

       STAMP-TO-MINUTES-PARA.
       COMPUTE WS-STAMP-MIN = FUNCTION INTEGER-OF-DATE
          (FUNCTION NUMVAL(WS-STAMP-WORK (1:8))) * 1440
          + FUNCTION NUMVAL(WS-STAMP-WORK (9:2)) * 60
          + FUNCTION NUMVAL(WS-STAMP-WORK (11:2)).

       PUT-AVAIL-LINE-PARA.
       WRITE AVAIL-LINE.
       DISPLAY AVAIL-LINE.

      *=================================================
      *   LOAD / SAVE THE TICKET FILE
      *=================================================
       LOAD-TICKETS-PARA.
       MOVE 0 TO WS-TICKET-COUNT.
       MOVE 1 TO WS-NEXT-TICKET.
       MOVE "N" TO WS-EOF.
       OPEN INPUT workFile.
       IF WS-WORK-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ workFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF WO-NUMBER IS NUMERIC AND WS-TICKET-COUNT < 500
                   THEN
                   ADD 1 TO WS-TICKET-COUNT
                   MOVE WORK-RECORD TO WS-TICKET-ENTRY(WS-TICKET-COUNT)
                   IF WO-NUMBER >= WS-NEXT-TICKET THEN
                      COMPUTE WS-NEXT-TICKET = WO-NUMBER + 1
                   END-IF
                END-IF
          END-READ
       END-PERFORM.
       CLOSE workFile.

       SAVE-TICKETS-PARA.
       OPEN OUTPUT workFile.
       IF WS-WORK-STATUS NOT = "00" THEN
          DISPLAY "COULD NOT WRITE WORKORDER.DAT - " WS-WORK-STATUS
          EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-TICKET-INDEX FROM 1 BY 1
       UNTIL WS-TICKET-INDEX > WS-TICKET-COUNT
          MOVE WS-TICKET-ENTRY(WS-TICKET-INDEX) TO WORK-RECORD
          WRITE WORK-RECORD
       END-PERFORM.
       CLOSE workFile.

       END PROGRAM workorder.
