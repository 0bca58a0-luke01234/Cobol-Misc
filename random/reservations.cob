      *the "save the cabinet for 7pm" promises stop living in
      *memory: B books a named slot (date, start time, length in
      *minutes, machine number) after checking it against the
      *other bookings on the same machine - and refuses a machine
      *with a work-order ticket still open against it - L lists a
      *day's slots, and N is the closing no-show pass - any slot
      *still open after its window is marked a no-show, and the
      *serial offenders are counted up across the whole book so
      *booking rights can be pulled with numbers in hand. the visitor
      *check-in flags arriving holders off the same RESERVE.DAT.
      *a slot has to sit inside the trading hours the shared
      *tradecal routine reads from the calendar - no 3am bookings,
      *nothing on a closed day.
      *a confirmed party from the parties program holds its machines
      *here as slots named "PARTY nnnnnn", marked arrived when the
      *party's tokens are issued and taken off if it is cancelled

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           01 clashFound  PIC 9(1).
           01 nowMinutes  PIC 9(5).
           01 markedCount PIC 9(3).
      *out-of-service answer from the shared machinedown routine
           01 downMachine PIC 9(1).
           01 downFlag    PIC X(1).
           01 downTicket  PIC 9(5).
           01 downFault   PIC X(30).
      *trading-hours answer from the shared tradecal routine
           01 calMinutes  PIC 9(4).
           01 calOpen     PIC X(1).
           01 calFrom     PIC X(4).
           01 calTo       PIC X(4).
           01 calNote     PIC X(30).

      *serial no-show tally, busiest offender first
           01 nsTable.
              DISPLAY "The book is full - run the no-show pass."
              EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(askLength) TO calMinutes.
           CALL "tradecal" USING askDate askStart calMinutes calOpen
              calFrom calTo calNote.
           IF calOpen NOT = "Y" THEN
              DISPLAY "Outside trading hours - "
                 FUNCTION TRIM(calNote) "."
              DISPLAY "Nothing booked."
              EXIT PARAGRAPH
           END-IF.
           MOVE askMachine TO downMachine.
           CALL "machinedown" USING downMachine downFlag downTicket
              downFault.
           IF downFlag = "Y" THEN
              DISPLAY "Machine " downMachine " is out of service - "
                 "ticket " downTicket ": " FUNCTION TRIM(downFault)
              DISPLAY "Nothing booked."
              EXIT PARAGRAPH
           END-IF.
      *minutes-into-the-day arithmetic, against every other slot on
      *the same machine and date
           COMPUTE newStartMin = FUNCTION NUMVAL(askStart (1:2)) * 60
