       IDENTIFICATION DIVISION.
       PROGRAM-ID. incident.

      *the incident and complaint register that replaces the paper
      *book. N records an injury, damage, dispute or complaint with
      *when it happened, the machine (the same 1-4 the work orders
      *use, 0 for none), and the visitor involved - the visitor is
      *looked up on VISITORS.LOG for that day so their check-in and
      *check-out times go on the incident, and on MEMBERS.DAT so the
      *member number does too. whoever was clocked in on
      *TIMECLOCK.DAT at the time is recorded as the staff on duty.
      *U records the action taken and the follow-up and moves the
      *status along (O open, F follow-up under way, C closed).
      *L lists the open items, M prints the month's summary by type
      *and machine to INCSUM.RPT, and P prints one incident to
      *INCIDENT.PRT for the insurer. incidents are never deleted

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT incidentFile ASSIGN TO "INCIDENT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INCIDENT-STATUS.

           SELECT visitorFile ASSIGN TO "VISITORS.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VIS-STATUS.

           SELECT memberFile ASSIGN TO "MEMBERS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MEMBER-STATUS.

           SELECT clockFile ASSIGN TO "TIMECLOCK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLOCK-STATUS.

           SELECT summaryFile ASSIGN TO "INCSUM.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.

           SELECT printFile ASSIGN TO "INCIDENT.PRT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *type: I injury, D damage, P dispute, C complaint
      *status: O open, F follow-up under way, C closed
      *visit times are the VISITORS.LOG check-in and check-out, left
      *blank when the visitor was not on the register that day
       FD  incidentFile.
       01  INCIDENT-RECORD.
           05 IN-NUMBER     PIC 9(5).
           05 IN-TYPE       PIC X(1).
           05 IN-WHEN       PIC X(12).
           05 IN-MACHINE    PIC 9(1).
           05 IN-VISITOR    PIC X(20).
           05 IN-VISIT-IN   PIC X(6).
           05 IN-VISIT-OUT  PIC X(6).
           05 IN-MEMBER     PIC 9(5).
           05 IN-ON-DUTY    PIC X(15).
           05 IN-LOGGED     PIC X(14).
           05 IN-LOGGED-BY  PIC X(3).
           05 IN-DESC       PIC X(60).
           05 IN-ACTION     PIC X(60).
           05 IN-STATUS     PIC X(1).
           05 IN-FOLLOWUP   PIC X(60).
           05 IN-CLOSED     PIC X(14).
           05 IN-CLOSED-BY  PIC X(3).

       FD  visitorFile.
       01  VISITOR-RECORD.
           05 VR-NAME     PIC X(20).
           05 VR-DATE     PIC X(8).
           05 VR-TIME-IN  PIC X(6).
           05 VR-TIME-OUT PIC X(6).

       FD  memberFile.
       01  MEMBER-RECORD.
           05 MB-NUMBER   PIC 9(5).
           05 MB-NAME     PIC X(20).
           05 MB-INITIALS PIC X(3).

       FD  clockFile.
       01  CLOCK-RECORD.
           05 TC-OPERATOR PIC X(3).
           05 TC-STAMP    PIC X(14).
           05 TC-TYPE     PIC X(1).

       FD  summaryFile.
       01  SUMMARY-LINE PIC X(80).

       FD  printFile.
       01  PRINT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-INCIDENT-STATUS PIC X(2).
       01  WS-VIS-STATUS      PIC X(2).
       01  WS-MEMBER-STATUS   PIC X(2).
       01  WS-CLOCK-STATUS    PIC X(2).
       01  WS-PRINT-STATUS    PIC X(2).
       01  WS-EOF PIC X(1) VALUE "N".
           88 WS-END-OF-FILE VALUE "Y".

       01  WS-INCIDENT-TABLE.
           05 WS-INCIDENT-ENTRY OCCURS 500 TIMES.
              10 WS-IC-NUMBER     PIC 9(5).
              10 WS-IC-TYPE       PIC X(1).
              10 WS-IC-WHEN       PIC X(12).
              10 WS-IC-MACHINE    PIC 9(1).
              10 WS-IC-VISITOR    PIC X(20).
              10 WS-IC-VISIT-IN   PIC X(6).
              10 WS-IC-VISIT-OUT  PIC X(6).
              10 WS-IC-MEMBER     PIC 9(5).
              10 WS-IC-ON-DUTY    PIC X(15).
              10 WS-IC-LOGGED     PIC X(14).
              10 WS-IC-LOGGED-BY  PIC X(3).
              10 WS-IC-DESC       PIC X(60).
              10 WS-IC-ACTION     PIC X(60).
              10 WS-IC-STATUS     PIC X(1).
              10 WS-IC-FOLLOWUP   PIC X(60).
              10 WS-IC-CLOSED     PIC X(14).
              10 WS-IC-CLOSED-BY  PIC X(3).
       01  WS-INCIDENT-COUNT PIC 9(3) VALUE 0.
       01  WS-INCIDENT-INDEX PIC 9(3).
       01  WS-INCIDENT-FOUND PIC 9(3).
       01  WS-NEXT-INCIDENT  PIC 9(5).

       01  WS-MENU-CHOICE  PIC X(1).
       01  WS-DONE         PIC X(1) VALUE "N".
       01  WS-OPERATOR     PIC X(3).
       01  WS-NOW-STAMP    PIC X(14).
       01  WS-ASK-TYPE     PIC X(1).
       01  WS-ASK-DATE     PIC X(8).
       01  WS-ASK-TIME     PIC X(4).
       01  WS-ASK-MACHINE  PIC X(1).
       01  WS-ASK-NAME     PIC X(20).
       01  WS-ASK-MEMBER   PIC X(5).
       01  WS-ASK-NUMBER   PIC X(5).
       01  WS-ASK-TEXT     PIC X(60).
       01  WS-ASK-STATUS   PIC X(1).
       01  WS-OPEN-SHOWN   PIC 9(3).

      *the new incident being put together before it is filed
       01  WS-NEW-WHEN     PIC X(12).
       01  WS-NEW-MACHINE  PIC 9(1).
       01  WS-NEW-VISIT-IN  PIC X(6).
       01  WS-NEW-VISIT-OUT PIC X(6).
       01  WS-NEW-MEMBER   PIC 9(5).
       01  WS-NEW-ON-DUTY  PIC X(15).
       01  WS-VISIT-HIT    PIC X(1).
       01  WS-UPPER-NAME   PIC X(20).
       01  WS-WHEN-TIME    PIC X(6).

      *clocked-in state per operator as the punches are read
       01  WS-DUTY-TABLE.
           05 WS-DUTY-ENTRY OCCURS 30 TIMES.
              10 WS-DU-OPERATOR PIC X(3).
              10 WS-DU-IN       PIC X(1).
       01  WS-DUTY-COUNT   PIC 9(2) VALUE 0.
       01  WS-DUTY-INDEX   PIC 9(2).
       01  WS-DUTY-FOUND   PIC 9(2).
       01  WS-DUTY-PTR     PIC 9(2).

      *the monthly summary: type down the side, machine 0-4 across
       01  WS-MONTH-INP    PIC X(6).
       01  WS-SUM-TABLE.
           05 WS-SUM-TYPE OCCURS 4 TIMES.
              10 WS-SUM-CELL  PIC 9(4) OCCURS 5 TIMES.
              10 WS-SUM-ROW   PIC 9(5).
              10 WS-SUM-OPEN  PIC 9(4).
       01  WS-SUM-COLUMN   PIC 9(4) OCCURS 5 TIMES.
       01  WS-SUM-TOTAL    PIC 9(5).
       01  WS-SUM-OPEN-ALL PIC 9(5).
       01  WS-TYPE-INDEX   PIC 9(1).
       01  WS-MACH-INDEX   PIC 9(1).
       01  WS-TYPE-CODES   PIC X(4) VALUE "IDPC".
       01  WS-TYPE-CODE    PIC X(1).
       01  WS-TYPE-NAME    PIC X(9).
       01  WS-STATUS-NAME  PIC X(9).

       01  WS-DISPLAY-CNT  PIC Z(3)9.
       01  WS-DISPLAY-TOT  PIC Z(4)9.

       01  WS-LOG-PROGRAM PIC X(12) VALUE "incident".
       01  WS-LOG-EVENT   PIC X(8).
       01  WS-LOG-TEXT    PIC X(30).
       01  WS-REPORT-NAME PIC X(20).
       01  WS-REPORT-OPER PIC X(3)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
       MOVE "STARTUP" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       PERFORM LOAD-INCIDENTS-PARA.
       PERFORM UNTIL WS-DONE = "Y"
          DISPLAY " "
          DISPLAY "INCIDENTS - N=NEW, U=UPDATE, L=LIST OPEN,"
          DISPLAY "M=MONTHLY SUMMARY, P=PRINT ONE, X=EXIT:"
          ACCEPT WS-MENU-CHOICE
          MOVE FUNCTION UPPER-CASE (WS-MENU-CHOICE) TO WS-MENU-CHOICE
          MOVE FUNCTION CURRENT-DATE (1:14) TO WS-NOW-STAMP
          EVALUATE WS-MENU-CHOICE
          WHEN "N"
             PERFORM NEW-INCIDENT-PARA
          WHEN "U"
             PERFORM UPDATE-INCIDENT-PARA
          WHEN "L"
             PERFORM LIST-OPEN-PARA
          WHEN "M"
             PERFORM MONTHLY-SUMMARY-PARA
          WHEN "P"
             PERFORM PRINT-INCIDENT-PARA
          WHEN "X"
             MOVE "Y" TO WS-DONE
          WHEN OTHER
             DISPLAY "N, U, L, M, P OR X."
          END-EVALUATE
       END-PERFORM.
       MOVE "EXIT" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       GOBACK.

      *=================================================
      *   RECORDING AN INCIDENT
      *=================================================
       NEW-INCIDENT-PARA.
       IF WS-INCIDENT-COUNT >= 500 THEN
          DISPLAY "THE INCIDENT FILE IS FULL."
          EXIT PARAGRAPH
       END-IF.
       DISPLAY "TYPE - I=INJURY, D=DAMAGE, P=DISPUTE, C=COMPLAINT:".
       ACCEPT WS-ASK-TYPE.
       MOVE FUNCTION UPPER-CASE (WS-ASK-TYPE) TO WS-ASK-TYPE.
       IF WS-ASK-TYPE NOT = "I" AND WS-ASK-TYPE NOT = "D" AND
             WS-ASK-TYPE NOT = "P" AND WS-ASK-TYPE NOT = "C" THEN
          DISPLAY "NOT AN INCIDENT TYPE."
          EXIT PARAGRAPH
       END-IF.
       PERFORM ASK-WHEN-PARA.
       IF WS-NEW-WHEN = SPACES THEN
          EXIT PARAGRAPH
       END-IF.
       DISPLAY "MACHINE (1-4, 0 OR BLANK IF NOT AT A MACHINE):".
       ACCEPT WS-ASK-MACHINE.
       IF WS-ASK-MACHINE = SPACES THEN
          MOVE "0" TO WS-ASK-MACHINE
       END-IF.
       IF WS-ASK-MACHINE < "0" OR WS-ASK-MACHINE > "4" THEN
          DISPLAY "NO SUCH MACHINE."
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-ASK-MACHINE TO WS-NEW-MACHINE.
       DISPLAY "VISITOR INVOLVED (AS ON THE REGISTER, BLANK IF NONE):".
       ACCEPT WS-ASK-NAME.
       MOVE SPACES TO WS-NEW-VISIT-IN WS-NEW-VISIT-OUT.
       MOVE 0 TO WS-NEW-MEMBER.
       IF WS-ASK-NAME NOT = SPACES THEN
          PERFORM FIND-VISIT-PARA
          PERFORM FIND-MEMBER-PARA
          IF WS-NEW-MEMBER = 99999 THEN
             EXIT PARAGRAPH
          END-IF
       END-IF.
       DISPLAY "WHAT HAPPENED:".
       ACCEPT WS-ASK-TEXT.
       IF WS-ASK-TEXT = SPACES THEN
          DISPLAY "A DESCRIPTION IS NEEDED."
          EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-INCIDENT-COUNT.
       MOVE WS-ASK-TEXT TO WS-IC-DESC(WS-INCIDENT-COUNT).
       DISPLAY "ACTION TAKEN SO FAR (BLANK IF NONE):".
       ACCEPT WS-ASK-TEXT.
       MOVE WS-ASK-TEXT TO WS-IC-ACTION(WS-INCIDENT-COUNT).
       DISPLAY "YOUR INITIALS:".
       ACCEPT WS-OPERATOR.
       MOVE FUNCTION UPPER-CASE (WS-OPERATOR) TO WS-OPERATOR.
       IF WS-OPERATOR = SPACES THEN
          DISPLAY "INITIALS ARE NEEDED - NOTHING RECORDED."
          SUBTRACT 1 FROM WS-INCIDENT-COUNT
          EXIT PARAGRAPH
       END-IF.
       PERFORM FIND-ON-DUTY-PARA.
       MOVE WS-NEXT-INCIDENT TO WS-IC-NUMBER(WS-INCIDENT-COUNT).
       ADD 1 TO WS-NEXT-INCIDENT.
       MOVE WS-ASK-TYPE TO WS-IC-TYPE(WS-INCIDENT-COUNT).
       MOVE WS-NEW-WHEN TO WS-IC-WHEN(WS-INCIDENT-COUNT).
       MOVE WS-NEW-MACHINE TO WS-IC-MACHINE(WS-INCIDENT-COUNT).
       MOVE WS-ASK-NAME TO WS-IC-VISITOR(WS-INCIDENT-COUNT).
       MOVE WS-NEW-VISIT-IN TO WS-IC-VISIT-IN(WS-INCIDENT-COUNT).
       MOVE WS-NEW-VISIT-OUT TO WS-IC-VISIT-OUT(WS-INCIDENT-COUNT).
       MOVE WS-NEW-MEMBER TO WS-IC-MEMBER(WS-INCIDENT-COUNT).
       MOVE WS-NEW-ON-DUTY TO WS-IC-ON-DUTY(WS-INCIDENT-COUNT).
       MOVE WS-NOW-STAMP TO WS-IC-LOGGED(WS-INCIDENT-COUNT).
       MOVE WS-OPERATOR TO WS-IC-LOGGED-BY(WS-INCIDENT-COUNT).
       MOVE "O" TO WS-IC-STATUS(WS-INCIDENT-COUNT).
       MOVE SPACES TO WS-IC-FOLLOWUP(WS-INCIDENT-COUNT).
       MOVE SPACES TO WS-IC-CLOSED(WS-INCIDENT-COUNT).
       MOVE SPACES TO WS-IC-CLOSED-BY(WS-INCIDENT-COUNT).
       PERFORM SAVE-INCIDENTS-PARA.
       DISPLAY "INCIDENT " WS-IC-NUMBER(WS-INCIDENT-COUNT)
          " RECORDED - STAFF ON DUTY: " WS-NEW-ON-DUTY.
       MOVE "INCIDENT" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       STRING "NO. " WS-IC-NUMBER(WS-INCIDENT-COUNT) " TYPE "
             WS-ASK-TYPE " BY " WS-OPERATOR
          DELIMITED BY SIZE INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.

       ASK-WHEN-PARA.
      *blank date and time mean it is being written up as it happens
       MOVE SPACES TO WS-NEW-WHEN.
       DISPLAY "DATE (YYYYMMDD, BLANK FOR TODAY):".
       ACCEPT WS-ASK-DATE.
       IF WS-ASK-DATE = SPACES THEN
          MOVE WS-NOW-STAMP (1:8) TO WS-ASK-DATE
       END-IF.
       IF WS-ASK-DATE IS NOT NUMERIC THEN
          DISPLAY "NOT A DATE."
          EXIT PARAGRAPH
       END-IF.
       IF FUNCTION TEST-DATE-YYYYMMDD (FUNCTION NUMVAL(WS-ASK-DATE))
             NOT = 0 OR WS-ASK-DATE > WS-NOW-STAMP (1:8) THEN
          DISPLAY "NOT A DATE."
          EXIT PARAGRAPH
       END-IF.
       DISPLAY "TIME (HHMM, BLANK FOR NOW):".
       ACCEPT WS-ASK-TIME.
       IF WS-ASK-TIME = SPACES THEN
          MOVE WS-NOW-STAMP (9:4) TO WS-ASK-TIME
       END-IF.
       IF WS-ASK-TIME IS NOT NUMERIC OR WS-ASK-TIME (1:2) > "23" OR
             WS-ASK-TIME (3:2) > "59" THEN
          DISPLAY "NOT A TIME."
          EXIT PARAGRAPH
       END-IF.
       STRING WS-ASK-DATE WS-ASK-TIME DELIMITED BY SIZE
          INTO WS-NEW-WHEN.

       FIND-VISIT-PARA.
      *the visit that covers the time of the incident; failing that
      *the last check-in before it that day, so a visitor who left
      *without being checked out is still found
       MOVE "N" TO WS-VISIT-HIT.
       MOVE FUNCTION UPPER-CASE (WS-ASK-NAME) TO WS-UPPER-NAME.
       STRING WS-NEW-WHEN (9:4) "00" DELIMITED BY SIZE
          INTO WS-WHEN-TIME.
       MOVE "N" TO WS-EOF.
       OPEN INPUT visitorFile.
       IF WS-VIS-STATUS NOT = "00" THEN
          DISPLAY "VISITORS.LOG COULD NOT BE OPENED - NO VISIT TIMES."
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ visitorFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF VR-DATE = WS-NEW-WHEN (1:8) AND
                   FUNCTION UPPER-CASE (VR-NAME) = WS-UPPER-NAME AND
                   VR-TIME-IN <= WS-WHEN-TIME AND
                   WS-VISIT-HIT NOT = "Y" THEN
                   MOVE VR-NAME TO WS-ASK-NAME
                   MOVE VR-TIME-IN TO WS-NEW-VISIT-IN
                   MOVE VR-TIME-OUT TO WS-NEW-VISIT-OUT
                   IF VR-TIME-OUT = SPACES OR
                      VR-TIME-OUT >= WS-WHEN-TIME THEN
                      MOVE "Y" TO WS-VISIT-HIT
                   END-IF
                END-IF
          END-READ
       END-PERFORM.
       CLOSE visitorFile.
       IF WS-NEW-VISIT-IN = SPACES THEN
          DISPLAY "NOT ON THE VISITOR REGISTER AT THAT TIME - "
             "RECORDED BY NAME ONLY."
       ELSE
          DISPLAY "ON THE REGISTER: IN " WS-NEW-VISIT-IN
             " OUT " WS-NEW-VISIT-OUT
       END-IF.

       FIND-MEMBER-PARA.
      *a member is picked up by name; otherwise the number can be
      *keyed. 99999 back from here means a number that is not on
      *MEMBERS.DAT, and nothing is recorded
       MOVE "N" TO WS-EOF.
       OPEN INPUT memberFile.
       IF WS-MEMBER-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ memberFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF FUNCTION UPPER-CASE (MB-NAME) = WS-UPPER-NAME THEN
                   MOVE MB-NUMBER TO WS-NEW-MEMBER
                   MOVE "Y" TO WS-EOF
                END-IF
          END-READ
       END-PERFORM.
       CLOSE memberFile.
       IF WS-NEW-MEMBER NOT = 0 THEN
          DISPLAY "MEMBER NUMBER " WS-NEW-MEMBER "."
          EXIT PARAGRAPH
       END-IF.
       DISPLAY "MEMBER NUMBER (BLANK IF NOT A MEMBER):".
       ACCEPT WS-ASK-MEMBER.
       IF WS-ASK-MEMBER = SPACES THEN
          EXIT PARAGRAPH
       END-IF.
       MOVE 99999 TO WS-NEW-MEMBER.
       IF FUNCTION TRIM(WS-ASK-MEMBER) IS NOT NUMERIC THEN
          DISPLAY "NOT A MEMBER NUMBER - NOTHING RECORDED."
          EXIT PARAGRAPH
       END-IF.
       MOVE "N" TO WS-EOF.
       OPEN INPUT memberFile.
       PERFORM UNTIL WS-END-OF-FILE
          READ memberFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF MB-NUMBER = FUNCTION NUMVAL(WS-ASK-MEMBER) THEN
                   MOVE MB-NUMBER TO WS-NEW-MEMBER
                   MOVE "Y" TO WS-EOF
                END-IF
          END-READ
       END-PERFORM.
       CLOSE memberFile.
       IF WS-NEW-MEMBER = 99999 THEN
          DISPLAY "NO SUCH MEMBER - NOTHING RECORDED."
       END-IF.

       FIND-ON-DUTY-PARA.
      *everyone whose last punch that day up to the time of the
      *incident was a clock-in, four to the field; the operator
      *writing it up is added if the clock has no record of them
       MOVE 0 TO WS-DUTY-COUNT.
       MOVE SPACES TO WS-NEW-ON-DUTY.
       MOVE "N" TO WS-EOF.
       OPEN INPUT clockFile.
       IF WS-CLOCK-STATUS = "00" THEN
          PERFORM UNTIL WS-END-OF-FILE
             READ clockFile
                AT END MOVE "Y" TO WS-EOF
                NOT AT END
                   IF TC-STAMP (1:8) = WS-NEW-WHEN (1:8) AND
                      TC-STAMP (9:4) <= WS-NEW-WHEN (9:4) THEN
                      PERFORM NOTE-PUNCH-PARA
                   END-IF
             END-READ
          END-PERFORM
          CLOSE clockFile
       END-IF.
       MOVE 1 TO WS-DUTY-PTR.
       MOVE 0 TO WS-DUTY-FOUND.
       PERFORM VARYING WS-DUTY-INDEX FROM 1 BY 1
       UNTIL WS-DUTY-INDEX > WS-DUTY-COUNT OR WS-DUTY-PTR > 16
          IF WS-DU-IN(WS-DUTY-INDEX) = "Y" THEN
             MOVE WS-DU-OPERATOR(WS-DUTY-INDEX)
                TO WS-NEW-ON-DUTY (WS-DUTY-PTR:3)
             ADD 4 TO WS-DUTY-PTR
             IF WS-DU-OPERATOR(WS-DUTY-INDEX) = WS-OPERATOR THEN
                MOVE 1 TO WS-DUTY-FOUND
             END-IF
          END-IF
       END-PERFORM.
       IF WS-DUTY-FOUND = 0 AND WS-DUTY-PTR <= 16 THEN
          MOVE WS-OPERATOR TO WS-NEW-ON-DUTY (WS-DUTY-PTR:3)
       END-IF.

       NOTE-PUNCH-PARA.
       MOVE 0 TO WS-DUTY-FOUND.
       PERFORM VARYING WS-DUTY-INDEX FROM 1 BY 1
       UNTIL WS-DUTY-INDEX > WS-DUTY-COUNT
          IF WS-DU-OPERATOR(WS-DUTY-INDEX) = TC-OPERATOR THEN
             MOVE WS-DUTY-INDEX TO WS-DUTY-FOUND
          END-IF
       END-PERFORM.
       IF WS-DUTY-FOUND = 0 THEN
          IF WS-DUTY-COUNT >= 30 THEN
             EXIT PARAGRAPH
          END-IF
          ADD 1 TO WS-DUTY-COUNT
          MOVE WS-DUTY-COUNT TO WS-DUTY-FOUND
          MOVE TC-OPERATOR TO WS-DU-OPERATOR(WS-DUTY-FOUND)
       END-IF.
       IF TC-TYPE = "I" THEN
          MOVE "Y" TO WS-DU-IN(WS-DUTY-FOUND)
       ELSE
          MOVE "N" TO WS-DU-IN(WS-DUTY-FOUND)
       END-IF.

      *=================================================
      *   ACTIONS, FOLLOW-UP AND CLOSING
      *=================================================
       ASK-INCIDENT-PARA.
       MOVE 0 TO WS-INCIDENT-FOUND.
       DISPLAY "INCIDENT NUMBER:".
       ACCEPT WS-ASK-NUMBER.
       IF FUNCTION TRIM(WS-ASK-NUMBER) IS NUMERIC THEN
          PERFORM VARYING WS-INCIDENT-INDEX FROM 1 BY 1
          UNTIL WS-INCIDENT-INDEX > WS-INCIDENT-COUNT
             IF WS-IC-NUMBER(WS-INCIDENT-INDEX) =
                FUNCTION NUMVAL(WS-ASK-NUMBER) THEN
                MOVE WS-INCIDENT-INDEX TO WS-INCIDENT-FOUND
             END-IF
          END-PERFORM
       END-IF.
       IF WS-INCIDENT-FOUND = 0 THEN
          DISPLAY "NO SUCH INCIDENT."
       END-IF.

       UPDATE-INCIDENT-PARA.
      *blank answers keep what is there, so a follow-up can be noted
      *without retyping the action
       PERFORM ASK-INCIDENT-PARA.
       IF WS-INCIDENT-FOUND = 0 THEN
          EXIT PARAGRAPH
       END-IF.
       IF WS-IC-STATUS(WS-INCIDENT-FOUND) = "C" THEN
          DISPLAY "THAT INCIDENT IS CLOSED."
          EXIT PARAGRAPH
       END-IF.
       DISPLAY "ACTION:    " WS-IC-ACTION(WS-INCIDENT-FOUND).
       DISPLAY "FOLLOW-UP: " WS-IC-FOLLOWUP(WS-INCIDENT-FOUND).
       DISPLAY "ACTION TAKEN (BLANK TO KEEP):".
       ACCEPT WS-ASK-TEXT.
       IF WS-ASK-TEXT NOT = SPACES THEN
          MOVE WS-ASK-TEXT TO WS-IC-ACTION(WS-INCIDENT-FOUND)
       END-IF.
       DISPLAY "FOLLOW-UP (BLANK TO KEEP):".
       ACCEPT WS-ASK-TEXT.
       IF WS-ASK-TEXT NOT = SPACES THEN
          MOVE WS-ASK-TEXT TO WS-IC-FOLLOWUP(WS-INCIDENT-FOUND)
       END-IF.
       DISPLAY "STATUS - O=OPEN, F=FOLLOW-UP, C=CLOSED "
          "(BLANK TO KEEP):".
       ACCEPT WS-ASK-STATUS.
       MOVE FUNCTION UPPER-CASE (WS-ASK-STATUS) TO WS-ASK-STATUS.
       IF WS-ASK-STATUS NOT = SPACES AND WS-ASK-STATUS NOT = "O" AND
             WS-ASK-STATUS NOT = "F" AND WS-ASK-STATUS NOT = "C" THEN
          DISPLAY "NOT A STATUS - NOTHING CHANGED."
          PERFORM LOAD-INCIDENTS-PARA
          EXIT PARAGRAPH
       END-IF.
       DISPLAY "YOUR INITIALS:".
       ACCEPT WS-OPERATOR.
       MOVE FUNCTION UPPER-CASE (WS-OPERATOR) TO WS-OPERATOR.
       IF WS-OPERATOR = SPACES THEN
          DISPLAY "INITIALS ARE NEEDED - NOTHING CHANGED."
          PERFORM LOAD-INCIDENTS-PARA
          EXIT PARAGRAPH
       END-IF.
       IF WS-ASK-STATUS = "C" AND
             WS-IC-ACTION(WS-INCIDENT-FOUND) = SPACES THEN
          DISPLAY "AN INCIDENT CANNOT BE CLOSED WITH NO ACTION "
             "RECORDED - NOTHING CHANGED."
          PERFORM LOAD-INCIDENTS-PARA
          EXIT PARAGRAPH
       END-IF.
       IF WS-ASK-STATUS NOT = SPACES THEN
          MOVE WS-ASK-STATUS TO WS-IC-STATUS(WS-INCIDENT-FOUND)
       END-IF.
       IF WS-ASK-STATUS = "C" THEN
          MOVE WS-NOW-STAMP TO WS-IC-CLOSED(WS-INCIDENT-FOUND)
          MOVE WS-OPERATOR TO WS-IC-CLOSED-BY(WS-INCIDENT-FOUND)
       END-IF.
       PERFORM SAVE-INCIDENTS-PARA.
       MOVE WS-IC-STATUS(WS-INCIDENT-FOUND) TO WS-ASK-STATUS.
       PERFORM STATUS-NAME-PARA.
       DISPLAY "INCIDENT " WS-IC-NUMBER(WS-INCIDENT-FOUND) " NOW "
             WS-STATUS-NAME.
       MOVE "INCUPDT" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       STRING "NO. " WS-IC-NUMBER(WS-INCIDENT-FOUND) " "
             WS-IC-STATUS(WS-INCIDENT-FOUND) " BY " WS-OPERATOR
          DELIMITED BY SIZE INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.

       LIST-OPEN-PARA.
       MOVE 0 TO WS-OPEN-SHOWN.
       DISPLAY "NUMBR TYPE      WHEN         M VISITOR              "
          "ST FOLLOW-UP".
       PERFORM VARYING WS-INCIDENT-INDEX FROM 1 BY 1
       UNTIL WS-INCIDENT-INDEX > WS-INCIDENT-COUNT
          IF WS-IC-STATUS(WS-INCIDENT-INDEX) NOT = "C" THEN
             ADD 1 TO WS-OPEN-SHOWN
             MOVE WS-IC-TYPE(WS-INCIDENT-INDEX) TO WS-TYPE-CODE
             PERFORM TYPE-NAME-PARA
             DISPLAY WS-IC-NUMBER(WS-INCIDENT-INDEX) " "
                WS-TYPE-NAME " "
                WS-IC-WHEN(WS-INCIDENT-INDEX) " "
                WS-IC-MACHINE(WS-INCIDENT-INDEX) " "
                WS-IC-VISITOR(WS-INCIDENT-INDEX) " "
                WS-IC-STATUS(WS-INCIDENT-INDEX) "  "
                WS-IC-FOLLOWUP(WS-INCIDENT-INDEX) (1:20)
          END-IF
       END-PERFORM.
       IF WS-OPEN-SHOWN = 0 THEN
          DISPLAY "  (NOTHING OPEN)"
       END-IF.

       TYPE-NAME-PARA.
       EVALUATE WS-TYPE-CODE
       WHEN "I"
          MOVE "INJURY" TO WS-TYPE-NAME
       WHEN "D"
          MOVE "DAMAGE" TO WS-TYPE-NAME
       WHEN "P"
          MOVE "DISPUTE" TO WS-TYPE-NAME
       WHEN "C"
          MOVE "COMPLAINT" TO WS-TYPE-NAME
       WHEN OTHER
          MOVE "UNKNOWN" TO WS-TYPE-NAME
       END-EVALUATE.

       STATUS-NAME-PARA.
       EVALUATE WS-ASK-STATUS
       WHEN "O"
          MOVE "OPEN" TO WS-STATUS-NAME
       WHEN "F"
          MOVE "FOLLOW-UP" TO WS-STATUS-NAME
       WHEN OTHER
          MOVE "CLOSED" TO WS-STATUS-NAME
       END-EVALUATE.

      *=================================================
      *   MONTHLY SUMMARY
      *=================================================
       MONTHLY-SUMMARY-PARA.
       DISPLAY "MONTH (YYYYMM):".
       ACCEPT WS-MONTH-INP.
       IF WS-MONTH-INP IS NOT NUMERIC OR WS-MONTH-INP (5:2) < "01"
             OR WS-MONTH-INP (5:2) > "12" THEN
          DISPLAY "NOT A MONTH."
          EXIT PARAGRAPH
       END-IF.
       INITIALIZE WS-SUM-TABLE.
       MOVE 0 TO WS-SUM-TOTAL WS-SUM-OPEN-ALL.
       PERFORM VARYING WS-MACH-INDEX FROM 1 BY 1
       UNTIL WS-MACH-INDEX > 5
          MOVE 0 TO WS-SUM-COLUMN(WS-MACH-INDEX)
       END-PERFORM.
       PERFORM VARYING WS-INCIDENT-INDEX FROM 1 BY 1
       UNTIL WS-INCIDENT-INDEX > WS-INCIDENT-COUNT
          IF WS-IC-WHEN(WS-INCIDENT-INDEX) (1:6) = WS-MONTH-INP THEN
             PERFORM COUNT-INCIDENT-PARA
          END-IF
       END-PERFORM.
       OPEN OUTPUT summaryFile.
       IF WS-PRINT-STATUS NOT = "00" THEN
          DISPLAY "COULD NOT OPEN INCSUM.RPT - " WS-PRINT-STATUS
          EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO SUMMARY-LINE.
       STRING "INCIDENTS FOR " WS-MONTH-INP " BY TYPE AND MACHINE"
          DELIMITED BY SIZE INTO SUMMARY-LINE.
       PERFORM PUT-SUMMARY-LINE-PARA.
       MOVE "TYPE       NONE  MC 1  MC 2  MC 3  MC 4  TOTAL  OPEN"
          TO SUMMARY-LINE.
       PERFORM PUT-SUMMARY-LINE-PARA.
       PERFORM VARYING WS-TYPE-INDEX FROM 1 BY 1
       UNTIL WS-TYPE-INDEX > 4
          PERFORM SUMMARY-ROW-PARA
       END-PERFORM.
       MOVE SPACES TO SUMMARY-LINE.
       MOVE "ALL" TO SUMMARY-LINE (1:9).
       PERFORM VARYING WS-MACH-INDEX FROM 1 BY 1
       UNTIL WS-MACH-INDEX > 5
          MOVE WS-SUM-COLUMN(WS-MACH-INDEX) TO WS-DISPLAY-CNT
          MOVE WS-DISPLAY-CNT
             TO SUMMARY-LINE (WS-MACH-INDEX * 6 + 5:4)
       END-PERFORM.
       MOVE WS-SUM-TOTAL TO WS-DISPLAY-TOT.
       MOVE WS-DISPLAY-TOT TO SUMMARY-LINE (41:5).
       MOVE WS-SUM-OPEN-ALL TO WS-DISPLAY-CNT.
       MOVE WS-DISPLAY-CNT TO SUMMARY-LINE (48:4).
       PERFORM PUT-SUMMARY-LINE-PARA.
       CLOSE summaryFile.
       MOVE "INCSUM.RPT" TO WS-REPORT-NAME.
       CALL "rptfile" USING WS-REPORT-NAME WS-LOG-PROGRAM
             WS-REPORT-OPER.

       COUNT-INCIDENT-PARA.
       PERFORM VARYING WS-TYPE-INDEX FROM 1 BY 1
       UNTIL WS-TYPE-INDEX > 4 OR
             WS-TYPE-CODES (WS-TYPE-INDEX:1) =
                WS-IC-TYPE(WS-INCIDENT-INDEX)
          CONTINUE
       END-PERFORM.
       IF WS-TYPE-INDEX > 4 THEN
          EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-MACH-INDEX = WS-IC-MACHINE(WS-INCIDENT-INDEX) + 1.
       ADD 1 TO WS-SUM-CELL(WS-TYPE-INDEX, WS-MACH-INDEX).
       ADD 1 TO WS-SUM-ROW(WS-TYPE-INDEX).
       ADD 1 TO WS-SUM-COLUMN(WS-MACH-INDEX).
       ADD 1 TO WS-SUM-TOTAL.
       IF WS-IC-STATUS(WS-INCIDENT-INDEX) NOT = "C" THEN
          ADD 1 TO WS-SUM-OPEN(WS-TYPE-INDEX)
          ADD 1 TO WS-SUM-OPEN-ALL
       END-IF.

       SUMMARY-ROW-PARA.
       MOVE WS-TYPE-CODES (WS-TYPE-INDEX:1) TO WS-TYPE-CODE.
       PERFORM TYPE-NAME-PARA.
       MOVE SPACES TO SUMMARY-LINE.
       MOVE WS-TYPE-NAME TO SUMMARY-LINE (1:9).
       PERFORM VARYING WS-MACH-INDEX FROM 1 BY 1
       UNTIL WS-MACH-INDEX > 5
          MOVE WS-SUM-CELL(WS-TYPE-INDEX, WS-MACH-INDEX)
             TO WS-DISPLAY-CNT
          MOVE WS-DISPLAY-CNT
             TO SUMMARY-LINE (WS-MACH-INDEX * 6 + 5:4)
       END-PERFORM.
       MOVE WS-SUM-ROW(WS-TYPE-INDEX) TO WS-DISPLAY-TOT.
       MOVE WS-DISPLAY-TOT TO SUMMARY-LINE (41:5).
       MOVE WS-SUM-OPEN(WS-TYPE-INDEX) TO WS-DISPLAY-CNT.
       MOVE WS-DISPLAY-CNT TO SUMMARY-LINE (48:4).
       PERFORM PUT-SUMMARY-LINE-PARA.

       PUT-SUMMARY-LINE-PARA.
       DISPLAY SUMMARY-LINE.
       WRITE SUMMARY-LINE.

      *=================================================
      *   ONE INCIDENT FOR THE INSURER
      *=================================================
       PRINT-INCIDENT-PARA.
       PERFORM ASK-INCIDENT-PARA.
       IF WS-INCIDENT-FOUND = 0 THEN
          EXIT PARAGRAPH
       END-IF.
       OPEN OUTPUT printFile.
       IF WS-PRINT-STATUS NOT = "00" THEN
          DISPLAY "COULD NOT OPEN INCIDENT.PRT - " WS-PRINT-STATUS
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-INCIDENT-FOUND TO WS-INCIDENT-INDEX.
       MOVE SPACES TO PRINT-LINE.
       STRING "INCIDENT REPORT NO. " WS-IC-NUMBER(WS-INCIDENT-INDEX)
          DELIMITED BY SIZE INTO PRINT-LINE.
       PERFORM PUT-PRINT-LINE-PARA.
       MOVE ALL "=" TO PRINT-LINE (1:60).
       PERFORM PUT-PRINT-LINE-PARA.
       MOVE WS-IC-TYPE(WS-INCIDENT-INDEX) TO WS-TYPE-CODE.
       PERFORM TYPE-NAME-PARA.
       MOVE WS-IC-STATUS(WS-INCIDENT-INDEX) TO WS-ASK-STATUS.
       PERFORM STATUS-NAME-PARA.
       MOVE SPACES TO PRINT-LINE.
       STRING "TYPE:          " WS-TYPE-NAME "   STATUS: "
             WS-STATUS-NAME
          DELIMITED BY SIZE INTO PRINT-LINE.
       PERFORM PUT-PRINT-LINE-PARA.
       MOVE SPACES TO PRINT-LINE.
       STRING "DATE AND TIME: " WS-IC-WHEN(WS-INCIDENT-INDEX) (1:4)
             "-" WS-IC-WHEN(WS-INCIDENT-INDEX) (5:2)
             "-" WS-IC-WHEN(WS-INCIDENT-INDEX) (7:2)
             " " WS-IC-WHEN(WS-INCIDENT-INDEX) (9:2)
             ":" WS-IC-WHEN(WS-INCIDENT-INDEX) (11:2)
          DELIMITED BY SIZE INTO PRINT-LINE.
       PERFORM PUT-PRINT-LINE-PARA.
       MOVE SPACES TO PRINT-LINE.
       IF WS-IC-MACHINE(WS-INCIDENT-INDEX) = 0 THEN
          MOVE "MACHINE:       NOT AT A MACHINE" TO PRINT-LINE
       ELSE
          STRING "MACHINE:       " WS-IC-MACHINE(WS-INCIDENT-INDEX)
             DELIMITED BY SIZE INTO PRINT-LINE
       END-IF.
       PERFORM PUT-PRINT-LINE-PARA.
       PERFORM PRINT-VISITOR-PARA.
       MOVE SPACES TO PRINT-LINE.
       STRING "STAFF ON DUTY: " WS-IC-ON-DUTY(WS-INCIDENT-INDEX)
          DELIMITED BY SIZE INTO PRINT-LINE.
       PERFORM PUT-PRINT-LINE-PARA.
       MOVE SPACES TO PRINT-LINE.
       STRING "WRITTEN UP:    " WS-IC-LOGGED(WS-INCIDENT-INDEX) (1:8)
             " " WS-IC-LOGGED(WS-INCIDENT-INDEX) (9:4) " BY "
             WS-IC-LOGGED-BY(WS-INCIDENT-INDEX)
          DELIMITED BY SIZE INTO PRINT-LINE.
       PERFORM PUT-PRINT-LINE-PARA.
       MOVE SPACES TO PRINT-LINE.
       PERFORM PUT-PRINT-LINE-PARA.
       MOVE "WHAT HAPPENED:" TO PRINT-LINE.
       PERFORM PUT-PRINT-LINE-PARA.
       MOVE SPACES TO PRINT-LINE.
       MOVE WS-IC-DESC(WS-INCIDENT-INDEX) TO PRINT-LINE (3:60).
       PERFORM PUT-PRINT-LINE-PARA.
       MOVE "ACTION TAKEN:" TO PRINT-LINE.
       PERFORM PUT-PRINT-LINE-PARA.
       MOVE SPACES TO PRINT-LINE.
       MOVE WS-IC-ACTION(WS-INCIDENT-INDEX) TO PRINT-LINE (3:60).
       PERFORM PUT-PRINT-LINE-PARA.
       MOVE "FOLLOW-UP:" TO PRINT-LINE.
       PERFORM PUT-PRINT-LINE-PARA.
       MOVE SPACES TO PRINT-LINE.
       MOVE WS-IC-FOLLOWUP(WS-INCIDENT-INDEX) TO PRINT-LINE (3:60).
       PERFORM PUT-PRINT-LINE-PARA.
       IF WS-IC-STATUS(WS-INCIDENT-INDEX) = "C" THEN
          MOVE SPACES TO PRINT-LINE
          STRING "CLOSED:        "
                WS-IC-CLOSED(WS-INCIDENT-INDEX) (1:8) " "
                WS-IC-CLOSED(WS-INCIDENT-INDEX) (9:4) " BY "
                WS-IC-CLOSED-BY(WS-INCIDENT-INDEX)
             DELIMITED BY SIZE INTO PRINT-LINE
          PERFORM PUT-PRINT-LINE-PARA
       END-IF.
       MOVE SPACES TO PRINT-LINE.
       PERFORM PUT-PRINT-LINE-PARA.
       MOVE SPACES TO PRINT-LINE.
       STRING "PRINTED " WS-NOW-STAMP (1:8)
             "      SIGNED ______________________"
          DELIMITED BY SIZE INTO PRINT-LINE.
       PERFORM PUT-PRINT-LINE-PARA.
       CLOSE printFile.
       MOVE "INCIDENT.PRT" TO WS-REPORT-NAME.
       CALL "rptfile" USING WS-REPORT-NAME WS-LOG-PROGRAM
             WS-REPORT-OPER.
       DISPLAY "PRINTED TO INCIDENT.PRT.".

       PRINT-VISITOR-PARA.
       MOVE SPACES TO PRINT-LINE.
       IF WS-IC-VISITOR(WS-INCIDENT-INDEX) = SPACES THEN
          MOVE "VISITOR:       NONE INVOLVED" TO PRINT-LINE
          PERFORM PUT-PRINT-LINE-PARA
          EXIT PARAGRAPH
       END-IF.
       IF WS-IC-MEMBER(WS-INCIDENT-INDEX) = 0 THEN
          STRING "VISITOR:       " WS-IC-VISITOR(WS-INCIDENT-INDEX)
                "  NOT A MEMBER"
             DELIMITED BY SIZE INTO PRINT-LINE
       ELSE
          STRING "VISITOR:       " WS-IC-VISITOR(WS-INCIDENT-INDEX)
                "  MEMBER NO. " WS-IC-MEMBER(WS-INCIDENT-INDEX)
             DELIMITED BY SIZE INTO PRINT-LINE
       END-IF.
       PERFORM PUT-PRINT-LINE-PARA.
       MOVE SPACES TO PRINT-LINE.
       IF WS-IC-VISIT-IN(WS-INCIDENT-INDEX) = SPACES THEN
          MOVE "CHECKED IN:    NOT ON THE VISITOR REGISTER"
             TO PRINT-LINE
       ELSE
          IF WS-IC-VISIT-OUT(WS-INCIDENT-INDEX) = SPACES THEN
             STRING "CHECKED IN:    "
                   WS-IC-VISIT-IN(WS-INCIDENT-INDEX) (1:2) ":"
                   WS-IC-VISIT-IN(WS-INCIDENT-INDEX) (3:2)
                   "   CHECKED OUT: NOT CHECKED OUT"
                DELIMITED BY SIZE INTO PRINT-LINE
          ELSE
             STRING "CHECKED IN:    "
                   WS-IC-VISIT-IN(WS-INCIDENT-INDEX) (1:2) ":"
                   WS-IC-VISIT-IN(WS-INCIDENT-INDEX) (3:2)
                   "   CHECKED OUT: "
                   WS-IC-VISIT-OUT(WS-INCIDENT-INDEX) (1:2) ":"
                   WS-IC-VISIT-OUT(WS-INCIDENT-INDEX) (3:2)
                DELIMITED BY SIZE INTO PRINT-LINE
          END-IF
       END-IF.
       PERFORM PUT-PRINT-LINE-PARA.

       PUT-PRINT-LINE-PARA.
       DISPLAY PRINT-LINE.
       WRITE PRINT-LINE.

      *=================================================
      *   FILE HANDLING
      *=================================================
       LOAD-INCIDENTS-PARA.
       MOVE 0 TO WS-INCIDENT-COUNT.
       MOVE 1 TO WS-NEXT-INCIDENT.
       MOVE "N" TO WS-EOF.
       OPEN INPUT incidentFile.
       IF WS-INCIDENT-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ incidentFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF WS-INCIDENT-COUNT < 500 THEN
                   ADD 1 TO WS-INCIDENT-COUNT
                   MOVE INCIDENT-RECORD
                      TO WS-INCIDENT-ENTRY(WS-INCIDENT-COUNT)
                   IF IN-NUMBER >= WS-NEXT-INCIDENT THEN
                      COMPUTE WS-NEXT-INCIDENT = IN-NUMBER + 1
                   END-IF
                END-IF
          END-READ
       END-PERFORM.
       CLOSE incidentFile.

       SAVE-INCIDENTS-PARA.
       OPEN OUTPUT incidentFile.
       IF WS-INCIDENT-STATUS NOT = "00" THEN
          DISPLAY "COULD NOT SAVE INCIDENT.DAT - " WS-INCIDENT-STATUS
          EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-INCIDENT-INDEX FROM 1 BY 1
       UNTIL WS-INCIDENT-INDEX > WS-INCIDENT-COUNT
          MOVE WS-INCIDENT-ENTRY(WS-INCIDENT-INDEX) TO INCIDENT-RECORD
          WRITE INCIDENT-RECORD
       END-PERFORM.
       CLOSE incidentFile.

       END PROGRAM incident.
