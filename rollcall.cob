       IDENTIFICATION DIVISION.
       PROGRAM-ID. rollcall.

      *the fire-alarm roll-call, one key off the public menu so it
      *is there before anyone has time to log in. everybody the
      *files say is in the building right now is listed and printed
      *to ROLLCALL.PRT for whoever takes it out to the assembly
      *point: today's VISITORS.LOG check-ins with no check-out, the
      *holders of reserved slots marked arrived on RESERVE.DAT whose
      *time on the machine is running now, and the staff whose last
      *TIMECLOCK.DAT punch today was a clock-in. people are grouped
      *by area and machine - AREAS.CFG names the area each machine
      *stands in (machine digit, then the name; no file puts them
      *all on the GAME FLOOR) - with visitors not on a machine in
      *the PUBLIC AREA and staff together under STAFF. the head
      *count is set against the CAPACITY.CFG limit. the same list,
      *numbered as printed, is kept on ROLLOPEN.DAT for rolltick,
      *where an operator ticks people off after the evacuation and
      *saves the finished roster as the record of the drill or
      *incident

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT visitorFile ASSIGN TO "VISITORS.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VIS-STATUS.

           SELECT reserveFile ASSIGN TO "RESERVE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESERVE-STATUS.

           SELECT clockFile ASSIGN TO "TIMECLOCK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLOCK-STATUS.

           SELECT capacityFile ASSIGN TO "CAPACITY.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAPACITY-STATUS.

           SELECT areaFile ASSIGN TO "AREAS.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AREA-STATUS.

           SELECT rollFile ASSIGN TO "ROLLOPEN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ROLL-STATUS.

           SELECT printFile ASSIGN TO "ROLLCALL.PRT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  visitorFile.
       01  VISITOR-RECORD.
           05 VR-NAME     PIC X(20).
           05 VR-DATE     PIC X(8).
           05 VR-TIME-IN  PIC X(6).
           05 VR-TIME-OUT PIC X(6).

       FD  reserveFile.
       01  RESERVE-RECORD.
           05 RS-DATE    PIC X(8).
           05 RS-START   PIC X(4).
           05 RS-LENGTH  PIC 9(3).
           05 RS-MACHINE PIC 9(1).
           05 RS-NAME    PIC X(20).
           05 RS-STATUS  PIC X(1).

       FD  clockFile.
       01  CLOCK-RECORD.
           05 TC-OPERATOR PIC X(3).
           05 TC-STAMP    PIC X(14).
           05 TC-TYPE     PIC X(1).

       FD  capacityFile.
       01  CAPACITY-RECORD PIC 9(3).

       FD  areaFile.
       01  AREA-RECORD.
           05 AR-MACHINE PIC X(1).
           05 AR-NAME    PIC X(15).

      *one row per person on the roll-call, in printed order; the
      *mark is blank until rolltick ticks them off (Y) or the roster
      *is saved with them still unaccounted for (N). ROLLCALL.DAT
      *keeps the saved rosters in the same layout under an H row
       FD  rollFile.
       01  ROLL-RECORD.
           05 RL-ROLL-ID  PIC X(14).
           05 RL-SEQ      PIC 9(3).
           05 RL-AREA     PIC X(15).
           05 RL-MACHINE  PIC X(1).
           05 RL-KIND     PIC X(1).
           05 RL-NAME     PIC X(20).
           05 RL-SINCE    PIC X(6).
           05 RL-MARK     PIC X(1).
           05 RL-TICKED   PIC X(6).
           05 RL-OPERATOR PIC X(3).

       FD  printFile.
       01  PRINT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-VIS-STATUS      PIC X(2).
       01  WS-RESERVE-STATUS  PIC X(2).
       01  WS-CLOCK-STATUS    PIC X(2).
       01  WS-CAPACITY-STATUS PIC X(2).
       01  WS-AREA-STATUS     PIC X(2).
       01  WS-ROLL-STATUS     PIC X(2).
       01  WS-PRINT-STATUS    PIC X(2).
       01  WS-EOF PIC X(1) VALUE "N".
           88 WS-END-OF-FILE VALUE "Y".

       01  WS-NOW-STAMP    PIC X(14).
       01  WS-TODAY        PIC X(8).
       01  WS-NOW-MINUTE   PIC 9(4).
       01  WS-START-MINUTE PIC 9(4).
       01  WS-HH           PIC 9(2).
       01  WS-MM           PIC 9(2).
       01  WS-CAPACITY     PIC 9(3) VALUE 0.

      *the machine-to-area names off AREAS.CFG
       01  WS-AREA-TABLE.
           05 WS-AREA-NAME PIC X(15) OCCURS 9 TIMES.
       01  WS-MACHINE-NO   PIC 9(1).

       01  WS-ROSTER-TABLE.
      *laid out kind, area, machine, name so one compare of the
      *whole entry sorts the roll-call into printed order
           05 WS-ROSTER-ENTRY OCCURS 300 TIMES.
              10 WS-RT-KIND    PIC X(1).
              10 WS-RT-AREA    PIC X(15).
              10 WS-RT-MACHINE PIC X(1).
              10 WS-RT-NAME    PIC X(20).
              10 WS-RT-SINCE   PIC X(6).
       01  WS-ROSTER-HOLD  PIC X(43).
       01  WS-ROSTER-COUNT PIC 9(3) VALUE 0.
       01  WS-ROSTER-INDEX PIC 9(3).
       01  WS-ROSTER-FOUND PIC 9(3).
       01  WS-SWAP-INDEX   PIC 9(3).
       01  WS-SWAPPED      PIC X(1).
       01  WS-NEXT-INDEX   PIC 9(3).

      *staff punches seen today, last one wins
       01  WS-STAFF-TABLE.
           05 WS-STAFF-ENTRY OCCURS 50 TIMES.
              10 WS-ST-OPERATOR PIC X(3).
              10 WS-ST-TYPE     PIC X(1).
              10 WS-ST-TIME     PIC X(6).
       01  WS-STAFF-COUNT  PIC 9(2) VALUE 0.
       01  WS-STAFF-INDEX  PIC 9(2).
       01  WS-STAFF-FOUND  PIC 9(2).

       01  WS-VISITOR-COUNT PIC 9(3) VALUE 0.
       01  WS-ON-STAFF      PIC 9(3) VALUE 0.
       01  WS-HEADCOUNT     PIC 9(3) VALUE 0.
       01  WS-LAST-AREA     PIC X(15).
       01  WS-LAST-MACHINE  PIC X(1).
       01  WS-KIND-TEXT     PIC X(10).
       01  WS-OPEN-LEFT     PIC 9(3) VALUE 0.
       01  WS-DISPLAY-NUM   PIC ZZ9.
       01  WS-DISPLAY-TWO   PIC ZZ9.
       01  WS-DISPLAY-THREE PIC ZZ9.
       01  WS-CAP-TEXT      PIC X(20).

       01  WS-LOG-PROGRAM PIC X(12) VALUE "rollcall".
       01  WS-LOG-EVENT   PIC X(8).
       01  WS-LOG-TEXT    PIC X(30).
       01  WS-REPORT-NAME PIC X(20) VALUE "ROLLCALL.PRT".
       01  WS-REPORT-OPER PIC X(3)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
       MOVE "STARTUP" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       MOVE FUNCTION CURRENT-DATE (1:14) TO WS-NOW-STAMP.
       MOVE WS-NOW-STAMP (1:8) TO WS-TODAY.
       MOVE WS-NOW-STAMP (9:2) TO WS-HH.
       MOVE WS-NOW-STAMP (11:2) TO WS-MM.
       COMPUTE WS-NOW-MINUTE = WS-HH * 60 + WS-MM.
       PERFORM LOAD-AREAS-PARA.
       PERFORM LOAD-CAPACITY-PARA.
       MOVE 0 TO WS-ROSTER-COUNT.
       PERFORM GATHER-MACHINES-PARA.
       PERFORM GATHER-VISITORS-PARA.
       PERFORM GATHER-STAFF-PARA.
       PERFORM SORT-ROSTER-PARA.
       PERFORM CHECK-OPEN-ROLL-PARA.
       PERFORM SAVE-OPEN-ROLL-PARA.
       PERFORM PRINT-ROLL-PARA.
       MOVE "ROLLCALL" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       MOVE WS-HEADCOUNT TO WS-DISPLAY-NUM.
       STRING WS-DISPLAY-NUM " IN THE BUILDING"
          DELIMITED BY SIZE INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       MOVE "EXIT" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       GOBACK.

      *=================================================
      *   AREAS AND CAPACITY
      *=================================================
       LOAD-AREAS-PARA.
       PERFORM VARYING WS-MACHINE-NO FROM 1 BY 1
       UNTIL WS-MACHINE-NO = 9
          MOVE "GAME FLOOR" TO WS-AREA-NAME(WS-MACHINE-NO)
       END-PERFORM.
       MOVE "GAME FLOOR" TO WS-AREA-NAME(9).
       MOVE "N" TO WS-EOF.
       OPEN INPUT areaFile.
       IF WS-AREA-STATUS = "00" THEN
          PERFORM UNTIL WS-END-OF-FILE
             READ areaFile
                AT END MOVE "Y" TO WS-EOF
                NOT AT END
                   IF AR-MACHINE IS NUMERIC AND AR-MACHINE NOT = "0"
                      AND AR-NAME NOT = SPACES THEN
                      MOVE AR-MACHINE TO WS-MACHINE-NO
                      MOVE FUNCTION UPPER-CASE (AR-NAME)
                         TO WS-AREA-NAME(WS-MACHINE-NO)
                   END-IF
             END-READ
          END-PERFORM
          CLOSE areaFile
       END-IF.

       LOAD-CAPACITY-PARA.
       OPEN INPUT capacityFile.
       IF WS-CAPACITY-STATUS = "00" THEN
          READ capacityFile
             AT END CONTINUE
             NOT AT END
                IF CAPACITY-RECORD IS NUMERIC THEN
                   MOVE CAPACITY-RECORD TO WS-CAPACITY
                END-IF
          END-READ
          CLOSE capacityFile
       END-IF.

      *=================================================
      *   WHO IS IN
      *=================================================
       GATHER-MACHINES-PARA.
      *an arrived slot whose time is running now - the holder is on
      *that machine, and is listed there rather than on the floor
       MOVE "N" TO WS-EOF.
       OPEN INPUT reserveFile.
       IF WS-RESERVE-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ reserveFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF RS-DATE = WS-TODAY AND RS-STATUS = "A" AND
                   RS-START IS NUMERIC AND RS-LENGTH IS NUMERIC AND
                   RS-MACHINE IS NUMERIC AND RS-NAME NOT = SPACES THEN
                   MOVE RS-START (1:2) TO WS-HH
                   MOVE RS-START (3:2) TO WS-MM
                   COMPUTE WS-START-MINUTE = WS-HH * 60 + WS-MM
                   IF WS-START-MINUTE <= WS-NOW-MINUTE AND
                      WS-START-MINUTE + RS-LENGTH > WS-NOW-MINUTE
                      THEN
                      PERFORM ADD-MACHINE-PARA
                   END-IF
                END-IF
          END-READ
       END-PERFORM.
       CLOSE reserveFile.

       ADD-MACHINE-PARA.
       IF WS-ROSTER-COUNT >= 300 THEN
          EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-ROSTER-COUNT.
       MOVE RS-MACHINE TO WS-MACHINE-NO.
       MOVE WS-AREA-NAME(WS-MACHINE-NO)
          TO WS-RT-AREA(WS-ROSTER-COUNT).
       MOVE RS-MACHINE TO WS-RT-MACHINE(WS-ROSTER-COUNT).
       MOVE "R" TO WS-RT-KIND(WS-ROSTER-COUNT).
       MOVE RS-NAME TO WS-RT-NAME(WS-ROSTER-COUNT).
       MOVE SPACES TO WS-RT-SINCE(WS-ROSTER-COUNT).
       MOVE RS-START TO WS-RT-SINCE(WS-ROSTER-COUNT) (1:4).
       ADD 1 TO WS-VISITOR-COUNT.

       GATHER-VISITORS-PARA.
      *today's open visits - a name already listed on a machine is
      *not listed twice
       MOVE "N" TO WS-EOF.
       OPEN INPUT visitorFile.
       IF WS-VIS-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ visitorFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF VR-DATE = WS-TODAY AND VR-TIME-OUT = SPACES AND
                   VR-NAME NOT = SPACES THEN
                   PERFORM ADD-VISITOR-PARA
                END-IF
          END-READ
       END-PERFORM.
       CLOSE visitorFile.

       ADD-VISITOR-PARA.
       MOVE 0 TO WS-ROSTER-FOUND.
       PERFORM VARYING WS-ROSTER-INDEX FROM 1 BY 1
       UNTIL WS-ROSTER-INDEX > WS-ROSTER-COUNT
          IF WS-RT-NAME(WS-ROSTER-INDEX) = VR-NAME AND
             WS-RT-KIND(WS-ROSTER-INDEX) NOT = "S" THEN
             MOVE WS-ROSTER-INDEX TO WS-ROSTER-FOUND
          END-IF
       END-PERFORM.
       IF WS-ROSTER-FOUND > 0 OR WS-ROSTER-COUNT >= 300 THEN
          EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-ROSTER-COUNT.
       MOVE "PUBLIC AREA" TO WS-RT-AREA(WS-ROSTER-COUNT).
       MOVE SPACE TO WS-RT-MACHINE(WS-ROSTER-COUNT).
       MOVE "V" TO WS-RT-KIND(WS-ROSTER-COUNT).
       MOVE VR-NAME TO WS-RT-NAME(WS-ROSTER-COUNT).
       MOVE VR-TIME-IN TO WS-RT-SINCE(WS-ROSTER-COUNT).
       ADD 1 TO WS-VISITOR-COUNT.

       GATHER-STAFF-PARA.
      *the same last-punch-wins rule the incident register uses for
      *the staff on duty
       MOVE 0 TO WS-STAFF-COUNT.
       MOVE "N" TO WS-EOF.
       OPEN INPUT clockFile.
       IF WS-CLOCK-STATUS = "00" THEN
          PERFORM UNTIL WS-END-OF-FILE
             READ clockFile
                AT END MOVE "Y" TO WS-EOF
                NOT AT END
                   IF TC-STAMP (1:8) = WS-TODAY AND
                      TC-OPERATOR NOT = SPACES THEN
                      PERFORM NOTE-PUNCH-PARA
                   END-IF
             END-READ
          END-PERFORM
          CLOSE clockFile
       END-IF.
       PERFORM VARYING WS-STAFF-INDEX FROM 1 BY 1
       UNTIL WS-STAFF-INDEX > WS-STAFF-COUNT
          IF WS-ST-TYPE(WS-STAFF-INDEX) = "I" AND
             WS-ROSTER-COUNT < 300 THEN
             ADD 1 TO WS-ROSTER-COUNT
             ADD 1 TO WS-ON-STAFF
             MOVE "STAFF" TO WS-RT-AREA(WS-ROSTER-COUNT)
             MOVE SPACE TO WS-RT-MACHINE(WS-ROSTER-COUNT)
             MOVE "S" TO WS-RT-KIND(WS-ROSTER-COUNT)
             MOVE WS-ST-OPERATOR(WS-STAFF-INDEX)
                TO WS-RT-NAME(WS-ROSTER-COUNT)
             MOVE WS-ST-TIME(WS-STAFF-INDEX)
                TO WS-RT-SINCE(WS-ROSTER-COUNT)
          END-IF
       END-PERFORM.

       NOTE-PUNCH-PARA.
       MOVE 0 TO WS-STAFF-FOUND.
       PERFORM VARYING WS-STAFF-INDEX FROM 1 BY 1
       UNTIL WS-STAFF-INDEX > WS-STAFF-COUNT
          IF WS-ST-OPERATOR(WS-STAFF-INDEX) = TC-OPERATOR THEN
             MOVE WS-STAFF-INDEX TO WS-STAFF-FOUND
          END-IF
       END-PERFORM.
       IF WS-STAFF-FOUND = 0 THEN
          IF WS-STAFF-COUNT >= 50 THEN
             EXIT PARAGRAPH
          END-IF
          ADD 1 TO WS-STAFF-COUNT
          MOVE WS-STAFF-COUNT TO WS-STAFF-FOUND
          MOVE TC-OPERATOR TO WS-ST-OPERATOR(WS-STAFF-FOUND)
       END-IF.
       MOVE TC-TYPE TO WS-ST-TYPE(WS-STAFF-FOUND).
       MOVE TC-STAMP (9:6) TO WS-ST-TIME(WS-STAFF-FOUND).

       SORT-ROSTER-PARA.
      *people on machines first, area by area, then the public
      *area, then staff - the kind is recoded to sort that way and
      *put back after
       PERFORM VARYING WS-ROSTER-INDEX FROM 1 BY 1
       UNTIL WS-ROSTER-INDEX > WS-ROSTER-COUNT
          EVALUATE WS-RT-KIND(WS-ROSTER-INDEX)
          WHEN "R"
             MOVE "1" TO WS-RT-KIND(WS-ROSTER-INDEX)
          WHEN "V"
             MOVE "2" TO WS-RT-KIND(WS-ROSTER-INDEX)
          WHEN OTHER
             MOVE "3" TO WS-RT-KIND(WS-ROSTER-INDEX)
          END-EVALUATE
       END-PERFORM.
       MOVE "Y" TO WS-SWAPPED.
       PERFORM UNTIL WS-SWAPPED = "N"
          MOVE "N" TO WS-SWAPPED
          PERFORM VARYING WS-SWAP-INDEX FROM 1 BY 1
          UNTIL WS-SWAP-INDEX >= WS-ROSTER-COUNT
             COMPUTE WS-NEXT-INDEX = WS-SWAP-INDEX + 1
             IF WS-ROSTER-ENTRY(WS-SWAP-INDEX) >
                WS-ROSTER-ENTRY(WS-NEXT-INDEX) THEN
                MOVE WS-ROSTER-ENTRY(WS-SWAP-INDEX) TO WS-ROSTER-HOLD
                MOVE WS-ROSTER-ENTRY(WS-NEXT-INDEX)
                   TO WS-ROSTER-ENTRY(WS-SWAP-INDEX)
                MOVE WS-ROSTER-HOLD TO WS-ROSTER-ENTRY(WS-NEXT-INDEX)
                MOVE "Y" TO WS-SWAPPED
             END-IF
          END-PERFORM
       END-PERFORM.
       PERFORM VARYING WS-ROSTER-INDEX FROM 1 BY 1
       UNTIL WS-ROSTER-INDEX > WS-ROSTER-COUNT
          EVALUATE WS-RT-KIND(WS-ROSTER-INDEX)
          WHEN "1"
             MOVE "R" TO WS-RT-KIND(WS-ROSTER-INDEX)
          WHEN "2"
             MOVE "V" TO WS-RT-KIND(WS-ROSTER-INDEX)
          WHEN OTHER
             MOVE "S" TO WS-RT-KIND(WS-ROSTER-INDEX)
          END-EVALUATE
       END-PERFORM.

      *=================================================
      *   ROLLOPEN.DAT AND ROLLCALL.PRT
      *=================================================
       CHECK-OPEN-ROLL-PARA.
      *an earlier roll-call nobody saved is replaced - in an alarm
      *the list that matters is the one of who is in now
       MOVE 0 TO WS-OPEN-LEFT.
       MOVE "N" TO WS-EOF.
       OPEN INPUT rollFile.
       IF WS-ROLL-STATUS = "00" THEN
          PERFORM UNTIL WS-END-OF-FILE
             READ rollFile
                AT END MOVE "Y" TO WS-EOF
                NOT AT END
                   ADD 1 TO WS-OPEN-LEFT
             END-READ
          END-PERFORM
          CLOSE rollFile
       END-IF.
       IF WS-OPEN-LEFT > 0 THEN
          DISPLAY "(AN EARLIER ROLL-CALL WAS NEVER SAVED - REPLACED)"
          MOVE "ROLLDROP" TO WS-LOG-EVENT
          MOVE SPACES TO WS-LOG-TEXT
          MOVE WS-OPEN-LEFT TO WS-DISPLAY-NUM
          STRING WS-DISPLAY-NUM " UNSAVED ROWS REPLACED"
             DELIMITED BY SIZE INTO WS-LOG-TEXT
          CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT
             WS-LOG-TEXT
       END-IF.

       SAVE-OPEN-ROLL-PARA.
       OPEN OUTPUT rollFile.
       IF WS-ROLL-STATUS NOT = "00" THEN
          DISPLAY "ROLLOPEN.DAT COULD NOT BE WRITTEN - " WS-ROLL-STATUS
             " - TICK OFF ON THE PRINTED COPY."
          EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-ROSTER-INDEX FROM 1 BY 1
       UNTIL WS-ROSTER-INDEX > WS-ROSTER-COUNT
          MOVE WS-NOW-STAMP TO RL-ROLL-ID
          MOVE WS-ROSTER-INDEX TO RL-SEQ
          MOVE WS-RT-AREA(WS-ROSTER-INDEX) TO RL-AREA
          MOVE WS-RT-MACHINE(WS-ROSTER-INDEX) TO RL-MACHINE
          MOVE WS-RT-KIND(WS-ROSTER-INDEX) TO RL-KIND
          MOVE WS-RT-NAME(WS-ROSTER-INDEX) TO RL-NAME
          MOVE WS-RT-SINCE(WS-ROSTER-INDEX) TO RL-SINCE
          MOVE SPACES TO RL-MARK RL-TICKED RL-OPERATOR
          WRITE ROLL-RECORD
       END-PERFORM.
       CLOSE rollFile.

       PRINT-ROLL-PARA.
       COMPUTE WS-HEADCOUNT = WS-VISITOR-COUNT + WS-ON-STAFF.
       OPEN OUTPUT printFile.
       IF WS-PRINT-STATUS NOT = "00" THEN
          DISPLAY "ROLLCALL.PRT COULD NOT BE OPENED - "
             WS-PRINT-STATUS " - LIST ON SCREEN ONLY."
       END-IF.
       MOVE SPACES TO PRINT-LINE.
       STRING "*** EMERGENCY ROLL-CALL ***  " WS-TODAY " AT "
             WS-NOW-STAMP (9:2) ":" WS-NOW-STAMP (11:2) ":"
             WS-NOW-STAMP (13:2)
          DELIMITED BY SIZE INTO PRINT-LINE.
       PERFORM PUT-LINE-PARA.
       MOVE SPACES TO PRINT-LINE.
       PERFORM PUT-LINE-PARA.
       MOVE SPACES TO WS-LAST-AREA.
       MOVE "#" TO WS-LAST-MACHINE.
       PERFORM VARYING WS-ROSTER-INDEX FROM 1 BY 1
       UNTIL WS-ROSTER-INDEX > WS-ROSTER-COUNT
          PERFORM PRINT-ONE-PARA
       END-PERFORM.
       IF WS-ROSTER-COUNT = 0 THEN
          MOVE "NOBODY ON FILE AS IN THE BUILDING." TO PRINT-LINE
          PERFORM PUT-LINE-PARA
       END-IF.
       MOVE SPACES TO PRINT-LINE.
       PERFORM PUT-LINE-PARA.
       MOVE SPACES TO WS-CAP-TEXT.
       IF WS-CAPACITY > 0 THEN
          MOVE WS-CAPACITY TO WS-DISPLAY-NUM
          STRING " OF " WS-DISPLAY-NUM " CAPACITY"
             DELIMITED BY SIZE INTO WS-CAP-TEXT
       ELSE
          MOVE " - NO CAPACITY SET" TO WS-CAP-TEXT
       END-IF.
       MOVE WS-HEADCOUNT TO WS-DISPLAY-NUM.
       MOVE WS-VISITOR-COUNT TO WS-DISPLAY-TWO.
       MOVE WS-ON-STAFF TO WS-DISPLAY-THREE.
       MOVE SPACES TO PRINT-LINE.
       STRING "HEADCOUNT " WS-DISPLAY-NUM "  (VISITORS " WS-DISPLAY-TWO
             FUNCTION TRIM(WS-CAP-TEXT TRAILING) ", STAFF "
             WS-DISPLAY-THREE ")"
          DELIMITED BY SIZE INTO PRINT-LINE.
       PERFORM PUT-LINE-PARA.
       IF WS-CAPACITY > 0 AND WS-VISITOR-COUNT > WS-CAPACITY THEN
          MOVE "*** OVER CAPACITY ***" TO PRINT-LINE
          PERFORM PUT-LINE-PARA
       END-IF.
       MOVE "TICK EVERYONE OFF AT THE ASSEMBLY POINT, THEN ON THE"
          TO PRINT-LINE.
       PERFORM PUT-LINE-PARA.
       MOVE "OPERATOR MENU (V ROLL-CALL TICK-OFF) TO SAVE THE RECORD."
          TO PRINT-LINE.
       PERFORM PUT-LINE-PARA.
       IF WS-PRINT-STATUS = "00" THEN
          CLOSE printFile
          CALL "rptfile" USING WS-REPORT-NAME WS-LOG-PROGRAM
                WS-REPORT-OPER
       END-IF.

       PRINT-ONE-PARA.
       IF WS-RT-AREA(WS-ROSTER-INDEX) NOT = WS-LAST-AREA THEN
          MOVE SPACES TO PRINT-LINE
          STRING "AREA: " WS-RT-AREA(WS-ROSTER-INDEX)
             DELIMITED BY SIZE INTO PRINT-LINE
          PERFORM PUT-LINE-PARA
          MOVE WS-RT-AREA(WS-ROSTER-INDEX) TO WS-LAST-AREA
          MOVE "#" TO WS-LAST-MACHINE
       END-IF.
       IF WS-RT-MACHINE(WS-ROSTER-INDEX) NOT = WS-LAST-MACHINE AND
             WS-RT-MACHINE(WS-ROSTER-INDEX) NOT = SPACE THEN
          MOVE SPACES TO PRINT-LINE
          STRING "  MACHINE " WS-RT-MACHINE(WS-ROSTER-INDEX)
             DELIMITED BY SIZE INTO PRINT-LINE
          PERFORM PUT-LINE-PARA
       END-IF.
       MOVE WS-RT-MACHINE(WS-ROSTER-INDEX) TO WS-LAST-MACHINE.
       EVALUATE WS-RT-KIND(WS-ROSTER-INDEX)
       WHEN "R"
          MOVE "SLOT FROM" TO WS-KIND-TEXT
       WHEN "V"
          MOVE "IN SINCE" TO WS-KIND-TEXT
       WHEN OTHER
          MOVE "CLOCKED IN" TO WS-KIND-TEXT
       END-EVALUATE.
       MOVE WS-ROSTER-INDEX TO WS-DISPLAY-NUM.
       MOVE SPACES TO PRINT-LINE.
       STRING "    " WS-DISPLAY-NUM " [ ] " WS-RT-NAME(WS-ROSTER-INDEX)
          " " WS-KIND-TEXT " " WS-RT-SINCE(WS-ROSTER-INDEX) (1:2)
          ":" WS-RT-SINCE(WS-ROSTER-INDEX) (3:2)
          DELIMITED BY SIZE INTO PRINT-LINE.
       PERFORM PUT-LINE-PARA.

       PUT-LINE-PARA.
      *the screen gets every line the printer does, for when the
      *printer is the other side of the smoke
       DISPLAY FUNCTION TRIM(PRINT-LINE TRAILING).
       IF WS-PRINT-STATUS = "00" THEN
          WRITE PRINT-LINE
       END-IF.
       MOVE SPACES TO PRINT-LINE.

       END PROGRAM rollcall.
