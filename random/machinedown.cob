       IDENTIFICATION DIVISION.
       PROGRAM-ID. machinedown.

      *is this cabinet out of service? one question asked from two
      *desks - the reservation book and the visitor check-in - so
      *it lives here as a shared subprogram the way shoplog does.
      *callers pass the machine number; back comes Y with the
      *ticket number and the fault when a WORKORDER.DAT ticket is
      *still open against it, N otherwise

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT workFile ASSIGN TO "WORKORDER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       WORKING-STORAGE SECTION.
       01  WS-WORK-STATUS PIC X(2).
       01  WS-EOF PIC X(1) VALUE "N".
           88 WS-END-OF-FILE VALUE "Y".

       LINKAGE SECTION.
       01 LI-MACHINE PIC 9(1).
       01 LI-DOWN    PIC X(1).
       01 LI-TICKET  PIC 9(5).
       01 LI-FAULT   PIC X(30).

       PROCEDURE DIVISION USING LI-MACHINE LI-DOWN LI-TICKET LI-FAULT.
       MAIN-PARA.
       MOVE "N" TO LI-DOWN.
       MOVE 0 TO LI-TICKET.
       MOVE SPACES TO LI-FAULT.
       MOVE "N" TO WS-EOF.
       OPEN INPUT workFile.
       IF WS-WORK-STATUS NOT = "00" THEN
          GOBACK
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ workFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF WO-MACHINE = LI-MACHINE AND WO-STATUS NOT = "C"
                   THEN
                   MOVE "Y" TO LI-DOWN
                   MOVE WO-NUMBER TO LI-TICKET
                   MOVE WO-FAULT TO LI-FAULT
                END-IF
          END-READ
       END-PERFORM.
       CLOSE workFile.
       GOBACK.

       END PROGRAM machinedown.
