       IDENTIFICATION DIVISION.
       PROGRAM-ID. handover.

      *the shift handover log book - everything the shift procedure's
      *numbers do not carry ("machine 3's joystick is sticky", "a
      *regular is owed a token") goes here instead of on a sticky
      *note. the closing operator adds notes with a priority (H/M/L)
      *and a category; a note stays open until someone marks it
      *resolved with a remark. the launcher will not open the
      *operator menu until the operator logging in has read every
      *open note they have not yet seen and signed them off with
      *their PIN - the sign-offs land here too. history searches by
      *date range, category and operator (who wrote or resolved the
      *note). HANDOVER.DAT is append-only: N a note, A an
      *acknowledgement, R a resolution, each carrying the note's
      *number, so nothing said at a handover is ever overwritten.
      *the operator is the one on ONDUTY.DAT from the launcher
      *login, "---" when run outside it

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT handFile ASSIGN TO "HANDOVER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HAND-STATUS.

           SELECT dutyFile ASSIGN TO "ONDUTY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DUTY-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *HO-KIND N the note itself, A read and signed off by
      *HO-OPERATOR, R resolved by HO-OPERATOR with HO-TEXT as the
      *remark. priority and category ride on the N record only
       FD  handFile.
       01  HAND-RECORD.
           05 HO-KIND     PIC X(1).
           05 HO-ID       PIC 9(6).
           05 HO-STAMP    PIC X(14).
           05 HO-OPERATOR PIC X(3).
           05 HO-PRIORITY PIC X(1).
           05 HO-CATEGORY PIC X(8).
           05 HO-TEXT     PIC X(60).

       FD  dutyFile.
       01  DUTY-RECORD.
           05 OD-OPERATOR PIC X(3).
           05 OD-STAMP    PIC X(14).

       WORKING-STORAGE SECTION.
       01  WS-HAND-STATUS PIC X(2).
       01  WS-DUTY-STATUS PIC X(2).
       01  WS-EOF PIC X(1) VALUE "N".
           88 WS-END-OF-FILE VALUE "Y".
       01  WS-OPERATOR    PIC X(3).
       01  WS-TODAY       PIC X(8).

      *the whole log book folded into one entry per note
       01  WS-NOTE-TABLE.
           05 WS-NOTE-ENTRY OCCURS 500 TIMES.
              10 WS-NT-ID        PIC 9(6).
              10 WS-NT-STAMP     PIC X(14).
              10 WS-NT-OPERATOR  PIC X(3).
              10 WS-NT-PRIORITY  PIC X(1).
              10 WS-NT-CATEGORY  PIC X(8).
              10 WS-NT-TEXT      PIC X(60).
              10 WS-NT-STATUS    PIC X(1).
              10 WS-NT-RES-STAMP PIC X(14).
              10 WS-NT-RES-OPER  PIC X(3).
              10 WS-NT-RES-TEXT  PIC X(60).
              10 WS-NT-SEEN-BY   PIC X(32).
       01  WS-NOTE-COUNT   PIC 9(3) VALUE 0.
       01  WS-NOTE-INDEX   PIC 9(3).
       01  WS-NOTE-FOUND   PIC 9(3).
       01  WS-NOTE-OVERFLOW PIC X(1) VALUE "N".
       01  WS-NEXT-ID      PIC 9(6) VALUE 0.
       01  WS-SEEN-AT      PIC 9(2).

      *the categories a note can be filed under
       01  WS-CATEGORY-LIST.
           05 FILLER PIC X(8) VALUE "MACHINE".
           05 FILLER PIC X(8) VALUE "PLAYER".
           05 FILLER PIC X(8) VALUE "CASH".
           05 FILLER PIC X(8) VALUE "STOCK".
           05 FILLER PIC X(8) VALUE "SAFETY".
           05 FILLER PIC X(8) VALUE "CLEANING".
           05 FILLER PIC X(8) VALUE "OTHER".
       01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-LIST.
           05 WS-CATEGORY PIC X(8) OCCURS 7 TIMES.
       01  WS-CAT-INDEX    PIC 9(1).
       01  WS-CAT-OK       PIC X(1).

       01  WS-MENU-CHOICE  PIC X(1).
       01  WS-MENU-DONE    PIC X(1) VALUE "N".
       01  WS-PRIORITY-INP PIC X(1).
       01  WS-CATEGORY-INP PIC X(8).
       01  WS-TEXT-INP     PIC X(60).
       01  WS-ID-INP       PIC X(6).
       01  WS-CONFIRM      PIC X(1).
       01  WS-PRIORITY-PASS PIC X(1).
       01  WS-SHOWN        PIC 9(3).

      *history search filters - blank means no filter
       01  WS-FROM-DATE    PIC X(8).
       01  WS-TO-DATE      PIC X(8).
       01  WS-FIND-CAT     PIC X(8).
       01  WS-FIND-OPER    PIC X(3).
       01  WS-MATCHES      PIC X(1).

       01  WS-LOCK-NAME     PIC X(8) VALUE "HANDOVER".
       01  WS-LOCK-ACTION   PIC X(4).
       01  WS-LOCK-RESULT   PIC X(1).

      *every start, normal exit and notable event appends to the
      *common SHOPLOG.DAT through the shared shoplog subprogram
       01  WS-LOG-PROGRAM PIC X(12) VALUE "handover".
       01  WS-LOG-EVENT   PIC X(8).
       01  WS-LOG-TEXT    PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PARA.
       MOVE "STARTUP" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
       PERFORM FIND-OPERATOR-PARA.
       MOVE "N" TO WS-MENU-DONE.
       PERFORM UNTIL WS-MENU-DONE = "Y"
          PERFORM LOAD-NOTES-PARA
          DISPLAY " "
          DISPLAY "===== SHIFT HANDOVER LOG (" WS-OPERATOR ") ====="
          DISPLAY "A ADD A NOTE         O OPEN NOTES"
          DISPLAY "R RESOLVE A NOTE     H HISTORY SEARCH"
          DISPLAY "X EXIT"
          DISPLAY "CHOICE:"
          MOVE SPACE TO WS-MENU-CHOICE
          ACCEPT WS-MENU-CHOICE
          MOVE FUNCTION UPPER-CASE (WS-MENU-CHOICE)
             TO WS-MENU-CHOICE
          EVALUATE WS-MENU-CHOICE
          WHEN "A"
             PERFORM ADD-NOTE-PARA
          WHEN "O"
             PERFORM SHOW-OPEN-PARA
          WHEN "R"
             PERFORM RESOLVE-NOTE-PARA
          WHEN "H"
             PERFORM HISTORY-SEARCH-PARA
          WHEN "X"
             MOVE "Y" TO WS-MENU-DONE
          WHEN OTHER
             DISPLAY "NOT ON THE MENU."
          END-EVALUATE
       END-PERFORM.
       MOVE "EXIT" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       GOBACK.

       FIND-OPERATOR-PARA.
       MOVE "---" TO WS-OPERATOR.
       OPEN INPUT dutyFile.
       IF WS-DUTY-STATUS = "00" THEN
          READ dutyFile
             AT END CONTINUE
             NOT AT END
                IF OD-OPERATOR NOT = SPACES THEN
                   MOVE OD-OPERATOR TO WS-OPERATOR
                END-IF
          END-READ
          CLOSE dutyFile
       END-IF.

      *=================================================
      *   THE LOG BOOK IN MEMORY
      *=================================================
       LOAD-NOTES-PARA.
       MOVE 0 TO WS-NOTE-COUNT.
       MOVE 0 TO WS-NEXT-ID.
       MOVE "N" TO WS-NOTE-OVERFLOW.
       MOVE "N" TO WS-EOF.
       OPEN INPUT handFile.
       IF WS-HAND-STATUS NOT = "00" THEN
          ADD 1 TO WS-NEXT-ID
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ handFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF HO-ID IS NUMERIC THEN
                   PERFORM TAKE-IN-RECORD-PARA
                END-IF
          END-READ
       END-PERFORM.
       CLOSE handFile.
       ADD 1 TO WS-NEXT-ID.
       IF WS-NOTE-OVERFLOW = "Y" THEN
          DISPLAY "HANDOVER.DAT HOLDS MORE THAN 500 NOTES - THE"
             " OLDEST ARE LEFT OFF THE SCREENS."
       END-IF.

       TAKE-IN-RECORD-PARA.
       IF HO-ID > WS-NEXT-ID THEN
          MOVE HO-ID TO WS-NEXT-ID
       END-IF.
       IF HO-KIND = "N" THEN
          IF WS-NOTE-COUNT = 500 THEN
             MOVE "Y" TO WS-NOTE-OVERFLOW
             PERFORM DROP-OLDEST-PARA
          END-IF
          ADD 1 TO WS-NOTE-COUNT
          MOVE HO-ID TO WS-NT-ID(WS-NOTE-COUNT)
          MOVE HO-STAMP TO WS-NT-STAMP(WS-NOTE-COUNT)
          MOVE HO-OPERATOR TO WS-NT-OPERATOR(WS-NOTE-COUNT)
          MOVE HO-PRIORITY TO WS-NT-PRIORITY(WS-NOTE-COUNT)
          MOVE HO-CATEGORY TO WS-NT-CATEGORY(WS-NOTE-COUNT)
          MOVE HO-TEXT TO WS-NT-TEXT(WS-NOTE-COUNT)
          MOVE "O" TO WS-NT-STATUS(WS-NOTE-COUNT)
          MOVE SPACES TO WS-NT-RES-STAMP(WS-NOTE-COUNT)
          MOVE SPACES TO WS-NT-RES-OPER(WS-NOTE-COUNT)
          MOVE SPACES TO WS-NT-RES-TEXT(WS-NOTE-COUNT)
          MOVE SPACES TO WS-NT-SEEN-BY(WS-NOTE-COUNT)
          EXIT PARAGRAPH
       END-IF.
       PERFORM FIND-NOTE-BY-ID-PARA.
       IF WS-NOTE-FOUND = 0 THEN
          EXIT PARAGRAPH
       END-IF.
       EVALUATE HO-KIND
       WHEN "R"
          MOVE "R" TO WS-NT-STATUS(WS-NOTE-FOUND)
          MOVE HO-STAMP TO WS-NT-RES-STAMP(WS-NOTE-FOUND)
          MOVE HO-OPERATOR TO WS-NT-RES-OPER(WS-NOTE-FOUND)
          MOVE HO-TEXT TO WS-NT-RES-TEXT(WS-NOTE-FOUND)
       WHEN "A"
      *up to eight sign-offs shown, four characters apiece
          MOVE 0 TO WS-SEEN-AT
          INSPECT WS-NT-SEEN-BY(WS-NOTE-FOUND) TALLYING WS-SEEN-AT
             FOR CHARACTERS BEFORE INITIAL "    "
          IF WS-SEEN-AT > 0 THEN
             ADD 1 TO WS-SEEN-AT
          END-IF
          IF WS-SEEN-AT < 29 THEN
             MOVE HO-OPERATOR TO WS-NT-SEEN-BY(WS-NOTE-FOUND)
                (WS-SEEN-AT + 1:3)
          END-IF
       WHEN OTHER
          CONTINUE
       END-EVALUATE.

       DROP-OLDEST-PARA.
       PERFORM VARYING WS-NOTE-INDEX FROM 1 BY 1
       UNTIL WS-NOTE-INDEX > 499
          MOVE WS-NOTE-ENTRY(WS-NOTE-INDEX + 1)
             TO WS-NOTE-ENTRY(WS-NOTE-INDEX)
       END-PERFORM.
       MOVE 499 TO WS-NOTE-COUNT.

       FIND-NOTE-BY-ID-PARA.
       MOVE 0 TO WS-NOTE-FOUND.
       PERFORM VARYING WS-NOTE-INDEX FROM 1 BY 1
       UNTIL WS-NOTE-INDEX > WS-NOTE-COUNT
          IF WS-NT-ID(WS-NOTE-INDEX) = HO-ID THEN
             MOVE WS-NOTE-INDEX TO WS-NOTE-FOUND
          END-IF
       END-PERFORM.

       APPEND-RECORD-PARA.
      *the cabinets' launchers append sign-offs here too, so every
      *write goes under the named lock
       MOVE "TAKE" TO WS-LOCK-ACTION.
       CALL "filelock" USING WS-LOCK-NAME WS-LOG-PROGRAM
             WS-LOCK-ACTION WS-LOCK-RESULT.
       OPEN EXTEND handFile.
       IF WS-HAND-STATUS = "35" OR WS-HAND-STATUS = "05" THEN
          CLOSE handFile
          OPEN OUTPUT handFile
       END-IF.
       IF WS-HAND-STATUS = "00" THEN
          WRITE HAND-RECORD
          CLOSE handFile
       ELSE
          DISPLAY "HANDOVER.DAT COULD NOT BE WRITTEN - "
             WS-HAND-STATUS
       END-IF.
       MOVE "FREE" TO WS-LOCK-ACTION.
       CALL "filelock" USING WS-LOCK-NAME WS-LOG-PROGRAM
             WS-LOCK-ACTION WS-LOCK-RESULT.

      *=================================================
      *   ADDING AND RESOLVING NOTES
      *=================================================
       ADD-NOTE-PARA.
       DISPLAY "PRIORITY - H HIGH, M MEDIUM, L LOW (ENTER = M):".
       MOVE SPACE TO WS-PRIORITY-INP.
       ACCEPT WS-PRIORITY-INP.
       MOVE FUNCTION UPPER-CASE (WS-PRIORITY-INP) TO WS-PRIORITY-INP.
       IF WS-PRIORITY-INP = SPACE THEN
          MOVE "M" TO WS-PRIORITY-INP
       END-IF.
       IF WS-PRIORITY-INP NOT = "H" AND WS-PRIORITY-INP NOT = "M"
             AND WS-PRIORITY-INP NOT = "L" THEN
          DISPLAY "H, M OR L - NOTHING ADDED."
          EXIT PARAGRAPH
       END-IF.
       DISPLAY "CATEGORY - MACHINE PLAYER CASH STOCK SAFETY"
             " CLEANING OTHER:".
       MOVE SPACES TO WS-CATEGORY-INP.
       ACCEPT WS-CATEGORY-INP.
       MOVE FUNCTION UPPER-CASE (WS-CATEGORY-INP) TO WS-CATEGORY-INP.
       PERFORM CHECK-CATEGORY-PARA.
       IF WS-CAT-OK NOT = "Y" THEN
          DISPLAY "NOT A CATEGORY - NOTHING ADDED."
          EXIT PARAGRAPH
       END-IF.
       DISPLAY "THE NOTE (ONE LINE):".
       MOVE SPACES TO WS-TEXT-INP.
       ACCEPT WS-TEXT-INP.
       IF WS-TEXT-INP = SPACES THEN
          DISPLAY "A BLANK NOTE TELLS NOBODY ANYTHING - NOT ADDED."
          EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO HAND-RECORD.
       MOVE "N" TO HO-KIND.
       MOVE WS-NEXT-ID TO HO-ID.
       MOVE FUNCTION CURRENT-DATE (1:14) TO HO-STAMP.
       MOVE WS-OPERATOR TO HO-OPERATOR.
       MOVE WS-PRIORITY-INP TO HO-PRIORITY.
       MOVE WS-CATEGORY-INP TO HO-CATEGORY.
       MOVE WS-TEXT-INP TO HO-TEXT.
       PERFORM APPEND-RECORD-PARA.
       MOVE "HANDNOTE" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       STRING "NOTE " HO-ID " " HO-PRIORITY " " HO-CATEGORY
             DELIMITED BY SIZE INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       DISPLAY "NOTE " HO-ID " ADDED - THE NEXT OPERATOR SIGNS FOR IT"
             " AT LOGIN.".

       CHECK-CATEGORY-PARA.
       MOVE "N" TO WS-CAT-OK.
       PERFORM VARYING WS-CAT-INDEX FROM 1 BY 1
       UNTIL WS-CAT-INDEX > 7
          IF WS-CATEGORY(WS-CAT-INDEX) = WS-CATEGORY-INP AND
             WS-CATEGORY-INP NOT = SPACES THEN
             MOVE "Y" TO WS-CAT-OK
          END-IF
       END-PERFORM.

       RESOLVE-NOTE-PARA.
       DISPLAY "RESOLVE WHICH NOTE NUMBER?".
       MOVE SPACES TO WS-ID-INP.
       ACCEPT WS-ID-INP.
       IF WS-ID-INP = SPACES OR
             FUNCTION TEST-NUMVAL(WS-ID-INP) NOT = 0 THEN
          DISPLAY "NOT A NOTE NUMBER."
          EXIT PARAGRAPH
       END-IF.
       MOVE FUNCTION NUMVAL(WS-ID-INP) TO HO-ID.
       PERFORM FIND-NOTE-BY-ID-PARA.
       IF WS-NOTE-FOUND = 0 THEN
          DISPLAY "NO NOTE " HO-ID " ON THE LOG."
          EXIT PARAGRAPH
       END-IF.
       IF WS-NT-STATUS(WS-NOTE-FOUND) = "R" THEN
          DISPLAY "NOTE " HO-ID " WAS RESOLVED BY "
             WS-NT-RES-OPER(WS-NOTE-FOUND) " ON "
             WS-NT-RES-STAMP(WS-NOTE-FOUND) (1:8) "."
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-NOTE-FOUND TO WS-NOTE-INDEX.
       PERFORM SHOW-ONE-NOTE-PARA.
       DISPLAY "WHAT WAS DONE ABOUT IT (ONE LINE):".
       MOVE SPACES TO WS-TEXT-INP.
       ACCEPT WS-TEXT-INP.
       IF WS-TEXT-INP = SPACES THEN
          DISPLAY "A RESOLUTION NEEDS A REMARK - LEFT OPEN."
          EXIT PARAGRAPH
       END-IF.
       DISPLAY "MARK NOTE " HO-ID " RESOLVED? (Y/N)".
       MOVE SPACE TO WS-CONFIRM.
       ACCEPT WS-CONFIRM.
       IF FUNCTION UPPER-CASE (WS-CONFIRM) NOT = "Y" THEN
          DISPLAY "LEFT OPEN."
          EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO HAND-RECORD.
       MOVE "R" TO HO-KIND.
       MOVE WS-NT-ID(WS-NOTE-FOUND) TO HO-ID.
       MOVE FUNCTION CURRENT-DATE (1:14) TO HO-STAMP.
       MOVE WS-OPERATOR TO HO-OPERATOR.
       MOVE WS-TEXT-INP TO HO-TEXT.
       PERFORM APPEND-RECORD-PARA.
       MOVE "HANDRES" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       STRING "NOTE " HO-ID " RESOLVED" DELIMITED BY SIZE
             INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       DISPLAY "NOTE " HO-ID " RESOLVED.".

      *=================================================
      *   LOOKING AT THE LOG
      *=================================================
       SHOW-OPEN-PARA.
      *high priority first, then medium, then low
       MOVE 0 TO WS-SHOWN.
       MOVE "H" TO WS-PRIORITY-PASS.
       PERFORM SHOW-OPEN-PASS-PARA.
       MOVE "M" TO WS-PRIORITY-PASS.
       PERFORM SHOW-OPEN-PASS-PARA.
       MOVE "L" TO WS-PRIORITY-PASS.
       PERFORM SHOW-OPEN-PASS-PARA.
       IF WS-SHOWN = 0 THEN
          DISPLAY "NO OPEN NOTES - A CLEAN HANDOVER."
       ELSE
          DISPLAY WS-SHOWN " NOTE(S) OPEN."
       END-IF.

       SHOW-OPEN-PASS-PARA.
       PERFORM VARYING WS-NOTE-INDEX FROM 1 BY 1
       UNTIL WS-NOTE-INDEX > WS-NOTE-COUNT
          IF WS-NT-STATUS(WS-NOTE-INDEX) = "O" AND
             WS-NT-PRIORITY(WS-NOTE-INDEX) = WS-PRIORITY-PASS THEN
             PERFORM SHOW-ONE-NOTE-PARA
             ADD 1 TO WS-SHOWN
          END-IF
       END-PERFORM.

       SHOW-ONE-NOTE-PARA.
       DISPLAY " ".
       DISPLAY "NOTE " WS-NT-ID(WS-NOTE-INDEX) "  "
             WS-NT-PRIORITY(WS-NOTE-INDEX) "  "
             WS-NT-CATEGORY(WS-NOTE-INDEX) "  "
             WS-NT-STAMP(WS-NOTE-INDEX) (1:8) " "
             WS-NT-STAMP(WS-NOTE-INDEX) (9:4) "  BY "
             WS-NT-OPERATOR(WS-NOTE-INDEX).
       DISPLAY "  " WS-NT-TEXT(WS-NOTE-INDEX).
       IF WS-NT-SEEN-BY(WS-NOTE-INDEX) NOT = SPACES THEN
          DISPLAY "  SIGNED FOR BY: " WS-NT-SEEN-BY(WS-NOTE-INDEX)
       END-IF.
       IF WS-NT-STATUS(WS-NOTE-INDEX) = "R" THEN
          DISPLAY "  RESOLVED " WS-NT-RES-STAMP(WS-NOTE-INDEX) (1:8)
             " BY " WS-NT-RES-OPER(WS-NOTE-INDEX) ": "
             WS-NT-RES-TEXT(WS-NOTE-INDEX)
       END-IF.

       HISTORY-SEARCH-PARA.
       DISPLAY "FROM DATE YYYYMMDD (ENTER = FROM THE START):".
       MOVE SPACES TO WS-FROM-DATE.
       ACCEPT WS-FROM-DATE.
       DISPLAY "TO DATE YYYYMMDD (ENTER = TODAY):".
       MOVE SPACES TO WS-TO-DATE.
       ACCEPT WS-TO-DATE.
       IF WS-TO-DATE = SPACES THEN
          MOVE WS-TODAY TO WS-TO-DATE
       END-IF.
       IF (WS-FROM-DATE NOT = SPACES AND
           WS-FROM-DATE IS NOT NUMERIC) OR
             WS-TO-DATE IS NOT NUMERIC THEN
          DISPLAY "DATES ARE EIGHT DIGITS - YYYYMMDD."
          EXIT PARAGRAPH
       END-IF.
       DISPLAY "CATEGORY (ENTER = ALL):".
       MOVE SPACES TO WS-FIND-CAT.
       ACCEPT WS-FIND-CAT.
       MOVE FUNCTION UPPER-CASE (WS-FIND-CAT) TO WS-FIND-CAT.
       DISPLAY "OPERATOR WHO WROTE OR RESOLVED IT (ENTER = ANY):".
       MOVE SPACES TO WS-FIND-OPER.
       ACCEPT WS-FIND-OPER.
       MOVE FUNCTION UPPER-CASE (WS-FIND-OPER) TO WS-FIND-OPER.
       MOVE 0 TO WS-SHOWN.
       PERFORM VARYING WS-NOTE-INDEX FROM 1 BY 1
       UNTIL WS-NOTE-INDEX > WS-NOTE-COUNT
          PERFORM MATCH-NOTE-PARA
          IF WS-MATCHES = "Y" THEN
             PERFORM SHOW-ONE-NOTE-PARA
             ADD 1 TO WS-SHOWN
          END-IF
       END-PERFORM.
       DISPLAY " ".
       DISPLAY WS-SHOWN " NOTE(S) FOUND.".
       MOVE "HANDFIND" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       STRING WS-FROM-DATE "-" WS-TO-DATE " " WS-FIND-CAT
             DELIMITED BY SIZE INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.

       MATCH-NOTE-PARA.
       MOVE "Y" TO WS-MATCHES.
       IF WS-FROM-DATE NOT = SPACES AND
             WS-NT-STAMP(WS-NOTE-INDEX) (1:8) < WS-FROM-DATE
             THEN
          MOVE "N" TO WS-MATCHES
       END-IF.
       IF WS-NT-STAMP(WS-NOTE-INDEX) (1:8) > WS-TO-DATE THEN
          MOVE "N" TO WS-MATCHES
       END-IF.
       IF WS-FIND-CAT NOT = SPACES AND
             WS-NT-CATEGORY(WS-NOTE-INDEX) NOT = WS-FIND-CAT
             THEN
          MOVE "N" TO WS-MATCHES
       END-IF.
       IF WS-FIND-OPER NOT = SPACES AND
             WS-NT-OPERATOR(WS-NOTE-INDEX) NOT = WS-FIND-OPER
             AND WS-NT-RES-OPER(WS-NOTE-INDEX) NOT = WS-FIND-OPER
             THEN
          MOVE "N" TO WS-MATCHES
       END-IF.

       END PROGRAM handover.
