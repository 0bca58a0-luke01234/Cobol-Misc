       IDENTIFICATION DIVISION.
       PROGRAM-ID. approvals.

      *the second pair of eyes on the big adjustments. a token
      *top-up, a counter ledger adjustment or a voucher over its
      *APPROVAL.CFG limit is held on APPROVALS.DAT by the screen it
      *was keyed on (through the shared dualctl subprogram) instead
      *of being posted. here a second operator signs in with their
      *own initials and PIN - never the ones that asked for the
      *item, and never a PIN the same as theirs - and approves or
      *rejects each waiting item, a rejection with its reason. an
      *approved item is posted by the screen that holds it: the
      *launcher's top-up (straight after this screen, or the next
      *time the top-up is opened), the counter ledger or the
      *voucher book the next time either is opened, a party's
      *vouchers when the party is next issued. the report
      *lists every item for a date range by the operator who asked
      *for it - pending, approved (and posted) or rejected, and who
      *decided - with the counts for each operator and for each
      *second operator, on APPROVALS.RPT. the operator is the one
      *on ONDUTY.DAT from the launcher login, "---" when run
      *outside it

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT approvalFile ASSIGN TO "APPROVALS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APPROVAL-STATUS.

           SELECT pinFile ASSIGN TO "STAFFPIN.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PIN-STATUS.

           SELECT dutyFile ASSIGN TO "ONDUTY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DUTY-STATUS.

           SELECT reportFile ASSIGN TO "APPROVALS.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *same APPROVALS.DAT record dualctl writes - Q held, A
      *approved, R rejected, P posted
       FD  approvalFile.
       01  APPROVAL-RECORD.
           05 AP-EVENT    PIC X(1).
           05 AP-ID       PIC 9(6).
           05 AP-STAMP    PIC X(14).
           05 AP-OPERATOR PIC X(3).
           05 AP-KIND     PIC X(1).
           05 AP-PLAYER   PIC X(3).
           05 AP-COUNTER  PIC X(12).
           05 AP-AMOUNT   PIC S9(8) SIGN LEADING SEPARATE.
           05 AP-VALUE    PIC 9(6)V99.
           05 AP-LIST     PIC 9(6)V99.
           05 AP-TEXT     PIC X(30).

      *same STAFFPIN.DAT record the launcher keeps
       FD  pinFile.
       01  PIN-RECORD.
           05 SP-OPERATOR PIC X(3).
           05 SP-PIN      PIC X(4).
           05 SP-ACTIVE   PIC X(1).

       FD  dutyFile.
       01  DUTY-RECORD.
           05 OD-OPERATOR PIC X(3).
           05 OD-STAMP    PIC X(14).

       FD  reportFile.
       01  REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-APPROVAL-STATUS PIC X(2).
       01  WS-PIN-STATUS      PIC X(2).
       01  WS-DUTY-STATUS     PIC X(2).
       01  WS-REPORT-STATUS   PIC X(2).
       01  WS-EOF PIC X(1) VALUE "N".
           88 WS-END-OF-FILE VALUE "Y".
       01  WS-OPERATOR    PIC X(3).
       01  WS-TODAY       PIC X(8).
       01  WS-NOW         PIC X(14).

      *the whole file folded into one entry per item - WS-IT-STATUS
      *P pending, A approved, R rejected, D approved and posted
       01  WS-ITEM-TABLE.
           05 WS-ITEM-ENTRY OCCURS 500 TIMES.
              10 WS-IT-ID         PIC 9(6).
              10 WS-IT-STAMP      PIC X(14).
              10 WS-IT-REQUESTER  PIC X(3).
              10 WS-IT-KIND       PIC X(1).
              10 WS-IT-PLAYER     PIC X(3).
              10 WS-IT-COUNTER    PIC X(12).
              10 WS-IT-AMOUNT     PIC S9(8).
              10 WS-IT-VALUE      PIC 9(6)V99.
              10 WS-IT-TEXT       PIC X(30).
              10 WS-IT-STATUS     PIC X(1).
              10 WS-IT-DEC-STAMP  PIC X(14).
              10 WS-IT-DEC-OPER   PIC X(3).
              10 WS-IT-DEC-TEXT   PIC X(30).
              10 WS-IT-POST-TEXT  PIC X(30).
       01  WS-ITEM-COUNT    PIC 9(3) VALUE 0.
       01  WS-ITEM-INDEX    PIC 9(3).
       01  WS-ITEM-FOUND    PIC 9(3).
       01  WS-ITEM-OVERFLOW PIC X(1) VALUE "N".
       01  WS-WAITING       PIC 9(3).

      *the staff PINs, for the second operator's sign-in
       01  WS-PIN-TABLE.
           05 WS-PIN-ENTRY OCCURS 10 TIMES.
              10 WS-SP-OPERATOR PIC X(3).
              10 WS-SP-PIN      PIC X(4).
              10 WS-SP-ACTIVE   PIC X(1).
       01  WS-PIN-COUNT     PIC 9(2) VALUE 0.
       01  WS-PIN-INDEX     PIC 9(2).
       01  WS-PIN-FOUND     PIC 9(2).
       01  WS-APPROVER      PIC X(3).
       01  WS-APPROVER-PIN  PIC X(4).
       01  WS-REQUESTER-PIN PIC X(4).

       01  WS-MENU-CHOICE  PIC X(1).
       01  WS-MENU-DONE    PIC X(1) VALUE "N".
       01  WS-DECISION     PIC X(1).
       01  WS-DECIDE-DONE  PIC X(1).
       01  WS-REASON-INP   PIC X(30).
       01  WS-DECIDED      PIC 9(3).

      *one line describing an item, for the screen and the report
       01  WS-DESCRIPTION    PIC X(44).
       01  WS-STATUS-WORD    PIC X(8).
       01  WS-DISPLAY-TOKENS PIC -(7)9.
       01  WS-DISPLAY-MONEY  PIC Z(5)9.99.
       01  WS-DISPLAY-COUNT  PIC ZZ9.

      *report filters and the operators it breaks on
       01  WS-FROM-DATE    PIC X(8).
       01  WS-TO-DATE      PIC X(8).
       01  WS-MATCHES      PIC X(1).
       01  WS-OPER-TABLE.
           05 WS-OPER-ENTRY OCCURS 40 TIMES.
              10 WS-OT-OPERATOR PIC X(3).
              10 WS-OT-PENDING  PIC 9(3).
              10 WS-OT-APPROVED PIC 9(3).
              10 WS-OT-REJECTED PIC 9(3).
              10 WS-OT-DECIDED-YES PIC 9(3).
              10 WS-OT-DECIDED-NO  PIC 9(3).
       01  WS-OPER-COUNT   PIC 9(2) VALUE 0.
       01  WS-OPER-INDEX   PIC 9(2).
       01  WS-OPER-FOUND   PIC 9(2).
       01  WS-LOOK-OPER    PIC X(3).
       01  WS-TOTAL-PENDING  PIC 9(4).
       01  WS-TOTAL-APPROVED PIC 9(4).
       01  WS-TOTAL-REJECTED PIC 9(4).
       01  WS-DISPLAY-TOTAL  PIC ZZZ9.

       01  WS-LOCK-NAME     PIC X(8) VALUE "APPROVAL".
       01  WS-LOCK-ACTION   PIC X(4).
       01  WS-LOCK-RESULT   PIC X(1).

      *every start, normal exit and notable event appends to the
      *common SHOPLOG.DAT through the shared shoplog subprogram
       01  WS-LOG-PROGRAM PIC X(12) VALUE "approvals".
       01  WS-LOG-EVENT   PIC X(8).
       01  WS-LOG-TEXT    PIC X(30).
       01  WS-REPORT-NAME PIC X(20) VALUE "APPROVALS.RPT".

       PROCEDURE DIVISION.
       MAIN-PARA.
       MOVE "STARTUP" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
       PERFORM FIND-OPERATOR-PARA.
       MOVE "N" TO WS-MENU-DONE.
       PERFORM UNTIL WS-MENU-DONE = "Y"
          PERFORM LOAD-ITEMS-PARA
          DISPLAY " "
          DISPLAY "===== APPROVALS (" WS-OPERATOR ") ====="
          DISPLAY WS-WAITING " ITEM(S) WAITING FOR A SECOND OPERATOR"
          DISPLAY "W WAITING ITEMS      D DECIDE (SECOND OPERATOR)"
          DISPLAY "R REPORT BY OPERATOR X EXIT"
          DISPLAY "CHOICE:"
          MOVE SPACE TO WS-MENU-CHOICE
          ACCEPT WS-MENU-CHOICE
          MOVE FUNCTION UPPER-CASE (WS-MENU-CHOICE)
             TO WS-MENU-CHOICE
          EVALUATE WS-MENU-CHOICE
          WHEN "W"
             PERFORM SHOW-WAITING-PARA
          WHEN "D"
             PERFORM DECIDE-PARA
          WHEN "R"
             PERFORM REPORT-PARA
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
      *   THE ITEMS IN MEMORY
      *=================================================
       LOAD-ITEMS-PARA.
       MOVE 0 TO WS-ITEM-COUNT.
       MOVE 0 TO WS-WAITING.
       MOVE "N" TO WS-ITEM-OVERFLOW.
       MOVE "N" TO WS-EOF.
       OPEN INPUT approvalFile.
       IF WS-APPROVAL-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ approvalFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF AP-ID IS NUMERIC THEN
                   PERFORM TAKE-IN-RECORD-PARA
                END-IF
          END-READ
       END-PERFORM.
       CLOSE approvalFile.
       PERFORM VARYING WS-ITEM-INDEX FROM 1 BY 1
       UNTIL WS-ITEM-INDEX > WS-ITEM-COUNT
          IF WS-IT-STATUS(WS-ITEM-INDEX) = "P" THEN
             ADD 1 TO WS-WAITING
          END-IF
       END-PERFORM.
       IF WS-ITEM-OVERFLOW = "Y" THEN
          DISPLAY "APPROVALS.DAT HOLDS MORE THAN 500 ITEMS - THE"
             " OLDEST ARE LEFT OFF THE SCREENS."
       END-IF.

       TAKE-IN-RECORD-PARA.
       IF AP-EVENT = "Q" THEN
          IF WS-ITEM-COUNT = 500 THEN
             MOVE "Y" TO WS-ITEM-OVERFLOW
             PERFORM DROP-OLDEST-PARA
          END-IF
          ADD 1 TO WS-ITEM-COUNT
          MOVE AP-ID TO WS-IT-ID(WS-ITEM-COUNT)
          MOVE AP-STAMP TO WS-IT-STAMP(WS-ITEM-COUNT)
          MOVE AP-OPERATOR TO WS-IT-REQUESTER(WS-ITEM-COUNT)
          MOVE AP-KIND TO WS-IT-KIND(WS-ITEM-COUNT)
          MOVE AP-PLAYER TO WS-IT-PLAYER(WS-ITEM-COUNT)
          MOVE AP-COUNTER TO WS-IT-COUNTER(WS-ITEM-COUNT)
          MOVE AP-AMOUNT TO WS-IT-AMOUNT(WS-ITEM-COUNT)
          MOVE AP-VALUE TO WS-IT-VALUE(WS-ITEM-COUNT)
          MOVE AP-TEXT TO WS-IT-TEXT(WS-ITEM-COUNT)
          MOVE "P" TO WS-IT-STATUS(WS-ITEM-COUNT)
          MOVE SPACES TO WS-IT-DEC-STAMP(WS-ITEM-COUNT)
          MOVE SPACES TO WS-IT-DEC-OPER(WS-ITEM-COUNT)
          MOVE SPACES TO WS-IT-DEC-TEXT(WS-ITEM-COUNT)
          MOVE SPACES TO WS-IT-POST-TEXT(WS-ITEM-COUNT)
          EXIT PARAGRAPH
       END-IF.
       PERFORM FIND-ITEM-BY-ID-PARA.
       IF WS-ITEM-FOUND = 0 THEN
          EXIT PARAGRAPH
       END-IF.
       EVALUATE AP-EVENT
       WHEN "A"
       WHEN "R"
          MOVE AP-EVENT TO WS-IT-STATUS(WS-ITEM-FOUND)
          MOVE AP-STAMP TO WS-IT-DEC-STAMP(WS-ITEM-FOUND)
          MOVE AP-OPERATOR TO WS-IT-DEC-OPER(WS-ITEM-FOUND)
          MOVE AP-TEXT TO WS-IT-DEC-TEXT(WS-ITEM-FOUND)
       WHEN "P"
          MOVE "D" TO WS-IT-STATUS(WS-ITEM-FOUND)
          MOVE AP-TEXT TO WS-IT-POST-TEXT(WS-ITEM-FOUND)
       WHEN OTHER
          CONTINUE
       END-EVALUATE.

       DROP-OLDEST-PARA.
       PERFORM VARYING WS-ITEM-INDEX FROM 1 BY 1
       UNTIL WS-ITEM-INDEX > 499
          MOVE WS-ITEM-ENTRY(WS-ITEM-INDEX + 1)
             TO WS-ITEM-ENTRY(WS-ITEM-INDEX)
       END-PERFORM.
       MOVE 499 TO WS-ITEM-COUNT.

       FIND-ITEM-BY-ID-PARA.
       MOVE 0 TO WS-ITEM-FOUND.
       PERFORM VARYING WS-ITEM-INDEX FROM 1 BY 1
       UNTIL WS-ITEM-INDEX > WS-ITEM-COUNT
          IF WS-IT-ID(WS-ITEM-INDEX) = AP-ID THEN
             MOVE WS-ITEM-INDEX TO WS-ITEM-FOUND
          END-IF
       END-PERFORM.

       DESCRIBE-ITEM-PARA.
      *one line for item WS-ITEM-INDEX, whatever its kind
       MOVE SPACES TO WS-DESCRIPTION.
       MOVE WS-IT-AMOUNT(WS-ITEM-INDEX) TO WS-DISPLAY-TOKENS.
       MOVE WS-IT-VALUE(WS-ITEM-INDEX) TO WS-DISPLAY-MONEY.
       EVALUATE WS-IT-KIND(WS-ITEM-INDEX)
       WHEN "T"
          STRING "TOP-UP " FUNCTION TRIM(WS-DISPLAY-TOKENS)
                " TOKENS FOR " WS-IT-PLAYER(WS-ITEM-INDEX) ", "
                FUNCTION TRIM(WS-IT-COUNTER(WS-ITEM-INDEX)) " "
                FUNCTION TRIM(WS-DISPLAY-MONEY)
                DELIMITED BY SIZE INTO WS-DESCRIPTION
       WHEN "C"
          STRING "COUNTER "
                FUNCTION TRIM(WS-IT-COUNTER(WS-ITEM-INDEX)) " "
                FUNCTION TRIM(WS-DISPLAY-TOKENS)
                DELIMITED BY SIZE INTO WS-DESCRIPTION
       WHEN "V"
          IF WS-IT-COUNTER(WS-ITEM-INDEX) (1:6) = "PARTY " THEN
             STRING WS-IT-COUNTER(WS-ITEM-INDEX) " "
                   FUNCTION TRIM(WS-DISPLAY-TOKENS) " VOUCHERS OF "
                   FUNCTION TRIM(WS-DISPLAY-MONEY)
                   DELIMITED BY SIZE INTO WS-DESCRIPTION
          ELSE
             STRING "VOUCHER FOR " WS-IT-PLAYER(WS-ITEM-INDEX) " "
                   FUNCTION TRIM(WS-DISPLAY-MONEY) " REASON "
                   WS-IT-COUNTER(WS-ITEM-INDEX) (1:1)
                   DELIMITED BY SIZE INTO WS-DESCRIPTION
          END-IF
       WHEN OTHER
          MOVE "UNKNOWN KIND OF ITEM" TO WS-DESCRIPTION
       END-EVALUATE.
       EVALUATE WS-IT-STATUS(WS-ITEM-INDEX)
       WHEN "P"
          MOVE "PENDING" TO WS-STATUS-WORD
       WHEN "A"
          MOVE "APPROVED" TO WS-STATUS-WORD
       WHEN "D"
          MOVE "POSTED" TO WS-STATUS-WORD
       WHEN "R"
          MOVE "REJECTED" TO WS-STATUS-WORD
       END-EVALUATE.

      *=================================================
      *   WAITING ITEMS AND DECISIONS
      *=================================================
       SHOW-WAITING-PARA.
       IF WS-WAITING = 0 THEN
          DISPLAY "NOTHING IS WAITING FOR APPROVAL."
          EXIT PARAGRAPH
       END-IF.
       DISPLAY "ITEM   ASKED            BY  WHAT".
       PERFORM VARYING WS-ITEM-INDEX FROM 1 BY 1
       UNTIL WS-ITEM-INDEX > WS-ITEM-COUNT
          IF WS-IT-STATUS(WS-ITEM-INDEX) = "P" THEN
             PERFORM DESCRIBE-ITEM-PARA
             DISPLAY WS-IT-ID(WS-ITEM-INDEX) " "
                WS-IT-STAMP(WS-ITEM-INDEX) (1:8) " "
                WS-IT-STAMP(WS-ITEM-INDEX) (9:4) " "
                WS-IT-REQUESTER(WS-ITEM-INDEX) " " WS-DESCRIPTION
          END-IF
       END-PERFORM.

       DECIDE-PARA.
      *the second operator signs in once, then walks the waiting
      *items oldest first - anything they asked for themselves is
      *passed over, it needs somebody else
       IF WS-WAITING = 0 THEN
          DISPLAY "NOTHING IS WAITING FOR APPROVAL."
          EXIT PARAGRAPH
       END-IF.
       PERFORM SIGN-IN-PARA.
       IF WS-PIN-FOUND = 0 THEN
          EXIT PARAGRAPH
       END-IF.
       MOVE 0 TO WS-DECIDED.
       MOVE "N" TO WS-DECIDE-DONE.
       PERFORM VARYING WS-ITEM-INDEX FROM 1 BY 1
       UNTIL WS-ITEM-INDEX > WS-ITEM-COUNT OR WS-DECIDE-DONE = "Y"
          IF WS-IT-STATUS(WS-ITEM-INDEX) = "P" THEN
             PERFORM DECIDE-ONE-PARA
          END-IF
       END-PERFORM.
       DISPLAY WS-DECIDED " ITEM(S) DECIDED BY " WS-APPROVER ".".

       DECIDE-ONE-PARA.
       PERFORM DESCRIBE-ITEM-PARA.
       DISPLAY " ".
       DISPLAY "ITEM " WS-IT-ID(WS-ITEM-INDEX) " ASKED FOR BY "
             WS-IT-REQUESTER(WS-ITEM-INDEX) " AT "
             WS-IT-STAMP(WS-ITEM-INDEX) (1:8) " "
             WS-IT-STAMP(WS-ITEM-INDEX) (9:4).
       DISPLAY "  " WS-DESCRIPTION.
       IF WS-IT-REQUESTER(WS-ITEM-INDEX) = WS-APPROVER THEN
          DISPLAY "  YOUR OWN - IT NEEDS ANOTHER OPERATOR."
          EXIT PARAGRAPH
       END-IF.
       PERFORM FIND-REQUESTER-PIN-PARA.
       IF WS-REQUESTER-PIN NOT = SPACES AND
             WS-REQUESTER-PIN = WS-APPROVER-PIN THEN
          DISPLAY "  " WS-IT-REQUESTER(WS-ITEM-INDEX)
             " SHARES YOUR PIN - IT NEEDS ANOTHER OPERATOR."
          EXIT PARAGRAPH
       END-IF.
       DISPLAY "A APPROVE, R REJECT, S SKIP, X STOP:".
       MOVE SPACE TO WS-DECISION.
       ACCEPT WS-DECISION.
       MOVE FUNCTION UPPER-CASE (WS-DECISION) TO WS-DECISION.
       EVALUATE WS-DECISION
       WHEN "A"
          MOVE SPACES TO WS-REASON-INP
          PERFORM RECORD-DECISION-PARA
       WHEN "R"
          DISPLAY "REASON FOR REJECTING:"
          MOVE SPACES TO WS-REASON-INP
          ACCEPT WS-REASON-INP
          IF WS-REASON-INP = SPACES THEN
             DISPLAY "  A REJECTION NEEDS A REASON - SKIPPED."
             EXIT PARAGRAPH
          END-IF
          MOVE FUNCTION UPPER-CASE (WS-REASON-INP) TO WS-REASON-INP
          PERFORM RECORD-DECISION-PARA
       WHEN "X"
          MOVE "Y" TO WS-DECIDE-DONE
       WHEN OTHER
          DISPLAY "  SKIPPED - STILL WAITING."
       END-EVALUATE.

       RECORD-DECISION-PARA.
       MOVE FUNCTION CURRENT-DATE (1:14) TO WS-NOW.
       MOVE WS-DECISION TO AP-EVENT.
       MOVE WS-IT-ID(WS-ITEM-INDEX) TO AP-ID.
       MOVE WS-NOW TO AP-STAMP.
       MOVE WS-APPROVER TO AP-OPERATOR.
       MOVE WS-IT-KIND(WS-ITEM-INDEX) TO AP-KIND.
       MOVE WS-IT-PLAYER(WS-ITEM-INDEX) TO AP-PLAYER.
       MOVE WS-IT-COUNTER(WS-ITEM-INDEX) TO AP-COUNTER.
       MOVE WS-IT-AMOUNT(WS-ITEM-INDEX) TO AP-AMOUNT.
       MOVE WS-IT-VALUE(WS-ITEM-INDEX) TO AP-VALUE.
       MOVE 0 TO AP-LIST.
       MOVE WS-REASON-INP TO AP-TEXT.
       PERFORM APPEND-RECORD-PARA.
       IF WS-APPROVAL-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-DECISION TO WS-IT-STATUS(WS-ITEM-INDEX).
       MOVE WS-NOW TO WS-IT-DEC-STAMP(WS-ITEM-INDEX).
       MOVE WS-APPROVER TO WS-IT-DEC-OPER(WS-ITEM-INDEX).
       MOVE WS-REASON-INP TO WS-IT-DEC-TEXT(WS-ITEM-INDEX).
       ADD 1 TO WS-DECIDED.
       IF WS-DECISION = "A" THEN
          MOVE "APPROVE" TO WS-LOG-EVENT
          DISPLAY "  APPROVED - IT POSTS FROM THE SCREEN IT WAS "
             "KEYED ON."
       ELSE
          MOVE "REJECT" TO WS-LOG-EVENT
          DISPLAY "  REJECTED - NOTHING IS POSTED."
       END-IF.
       MOVE SPACES TO WS-LOG-TEXT.
       STRING WS-IT-KIND(WS-ITEM-INDEX) " " WS-IT-ID(WS-ITEM-INDEX)
             " " WS-IT-REQUESTER(WS-ITEM-INDEX) " BY " WS-APPROVER
             DELIMITED BY SIZE INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.

       APPEND-RECORD-PARA.
      *the desk screens append held items here too, so every write
      *goes under the named lock dualctl takes
       MOVE "TAKE" TO WS-LOCK-ACTION.
       CALL "filelock" USING WS-LOCK-NAME WS-LOG-PROGRAM
             WS-LOCK-ACTION WS-LOCK-RESULT.
       OPEN EXTEND approvalFile.
       IF WS-APPROVAL-STATUS = "35" OR WS-APPROVAL-STATUS = "05"
             THEN
          CLOSE approvalFile
          OPEN OUTPUT approvalFile
       END-IF.
       IF WS-APPROVAL-STATUS = "00" THEN
          WRITE APPROVAL-RECORD
          CLOSE approvalFile
       ELSE
          DISPLAY "APPROVALS.DAT COULD NOT BE WRITTEN - "
             WS-APPROVAL-STATUS
       END-IF.
       MOVE "FREE" TO WS-LOCK-ACTION.
       CALL "filelock" USING WS-LOCK-NAME WS-LOG-PROGRAM
             WS-LOCK-ACTION WS-LOCK-RESULT.

      *=================================================
      *   THE SECOND OPERATOR
      *=================================================
       SIGN-IN-PARA.
      *initials plus PIN against STAFFPIN.DAT, an active PIN only -
      *with no PINs on file there is no second operator to be had
       MOVE 0 TO WS-PIN-FOUND.
       PERFORM LOAD-PINS-PARA.
       IF WS-PIN-COUNT = 0 THEN
          DISPLAY "NO STAFF PINS ON FILE - NOTHING CAN BE APPROVED."
          EXIT PARAGRAPH
       END-IF.
       DISPLAY "SECOND OPERATOR - YOUR INITIALS:".
       MOVE SPACES TO WS-APPROVER.
       ACCEPT WS-APPROVER.
       MOVE FUNCTION UPPER-CASE (WS-APPROVER) TO WS-APPROVER.
       DISPLAY "YOUR PIN:".
       MOVE SPACES TO WS-APPROVER-PIN.
       ACCEPT WS-APPROVER-PIN.
       PERFORM VARYING WS-PIN-INDEX FROM 1 BY 1
       UNTIL WS-PIN-INDEX > WS-PIN-COUNT
          IF WS-SP-OPERATOR(WS-PIN-INDEX) = WS-APPROVER AND
             WS-SP-PIN(WS-PIN-INDEX) = WS-APPROVER-PIN AND
             WS-SP-ACTIVE(WS-PIN-INDEX) = "Y" THEN
             MOVE WS-PIN-INDEX TO WS-PIN-FOUND
          END-IF
       END-PERFORM.
       IF WS-PIN-FOUND = 0 THEN
          DISPLAY "THAT PIN IS NOT ON THE BOOKS - NOTHING DECIDED."
          MOVE "PINFAIL" TO WS-LOG-EVENT
          MOVE SPACES TO WS-LOG-TEXT
          STRING "APPROVER " WS-APPROVER
             DELIMITED BY SIZE INTO WS-LOG-TEXT
          CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT
             WS-LOG-TEXT
       END-IF.

       FIND-REQUESTER-PIN-PARA.
       MOVE SPACES TO WS-REQUESTER-PIN.
       PERFORM VARYING WS-PIN-INDEX FROM 1 BY 1
       UNTIL WS-PIN-INDEX > WS-PIN-COUNT
          IF WS-SP-OPERATOR(WS-PIN-INDEX) =
                WS-IT-REQUESTER(WS-ITEM-INDEX) THEN
             MOVE WS-SP-PIN(WS-PIN-INDEX) TO WS-REQUESTER-PIN
          END-IF
       END-PERFORM.

       LOAD-PINS-PARA.
       MOVE 0 TO WS-PIN-COUNT.
       MOVE "N" TO WS-EOF.
       OPEN INPUT pinFile.
       IF WS-PIN-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ pinFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF SP-OPERATOR NOT = SPACES AND WS-PIN-COUNT < 10
                   THEN
                   ADD 1 TO WS-PIN-COUNT
                   MOVE PIN-RECORD TO WS-PIN-ENTRY(WS-PIN-COUNT)
                END-IF
          END-READ
       END-PERFORM.
       CLOSE pinFile.

      *=================================================
      *   THE REPORT BY OPERATOR
      *=================================================
       REPORT-PARA.
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
       PERFORM COUNT-BY-OPERATOR-PARA.
       MOVE FUNCTION CURRENT-DATE (1:14) TO WS-NOW.
       OPEN OUTPUT reportFile.
       IF WS-REPORT-STATUS NOT = "00" THEN
          DISPLAY "APPROVALS.RPT COULD NOT BE OPENED - "
             WS-REPORT-STATUS
          EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO REPORT-LINE.
       IF WS-FROM-DATE = SPACES THEN
          STRING "DUAL-CONTROL APPROVALS BY OPERATOR   UP TO "
                WS-TO-DATE "   RUN " WS-NOW " BY " WS-OPERATOR
                DELIMITED BY SIZE INTO REPORT-LINE
       ELSE
          STRING "DUAL-CONTROL APPROVALS BY OPERATOR   " WS-FROM-DATE
                " TO " WS-TO-DATE "   RUN " WS-NOW " BY " WS-OPERATOR
                DELIMITED BY SIZE INTO REPORT-LINE
       END-IF.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       PERFORM VARYING WS-OPER-INDEX FROM 1 BY 1
       UNTIL WS-OPER-INDEX > WS-OPER-COUNT
          IF WS-OT-PENDING(WS-OPER-INDEX) +
                WS-OT-APPROVED(WS-OPER-INDEX) +
                WS-OT-REJECTED(WS-OPER-INDEX) > 0 THEN
             PERFORM REPORT-OPERATOR-PARA
          END-IF
       END-PERFORM.
       PERFORM REPORT-APPROVERS-PARA.
       MOVE SPACES TO REPORT-LINE.
       MOVE WS-TOTAL-PENDING TO WS-DISPLAY-TOTAL.
       STRING "ALL OPERATORS    PENDING " WS-DISPLAY-TOTAL
             DELIMITED BY SIZE INTO REPORT-LINE.
       MOVE WS-TOTAL-APPROVED TO WS-DISPLAY-TOTAL.
       MOVE "APPROVED" TO REPORT-LINE (31:8).
       MOVE WS-DISPLAY-TOTAL TO REPORT-LINE (40:4).
       MOVE WS-TOTAL-REJECTED TO WS-DISPLAY-TOTAL.
       MOVE "REJECTED" TO REPORT-LINE (46:8).
       MOVE WS-DISPLAY-TOTAL TO REPORT-LINE (55:4).
       WRITE REPORT-LINE.
       CLOSE reportFile.
       CALL "rptfile" USING WS-REPORT-NAME WS-LOG-PROGRAM
             WS-OPERATOR.
       MOVE "APPRRPT" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       STRING WS-FROM-DATE "-" WS-TO-DATE
             DELIMITED BY SIZE INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       DISPLAY WS-TOTAL-PENDING " PENDING, " WS-TOTAL-APPROVED
             " APPROVED, " WS-TOTAL-REJECTED
             " REJECTED - SEE APPROVALS.RPT.".

       MATCH-ITEM-PARA.
       MOVE "Y" TO WS-MATCHES.
       IF WS-FROM-DATE NOT = SPACES AND
             WS-IT-STAMP(WS-ITEM-INDEX) (1:8) < WS-FROM-DATE THEN
          MOVE "N" TO WS-MATCHES
       END-IF.
       IF WS-IT-STAMP(WS-ITEM-INDEX) (1:8) > WS-TO-DATE THEN
          MOVE "N" TO WS-MATCHES
       END-IF.

       COUNT-BY-OPERATOR-PARA.
      *one row per operator, whether they asked for items, decided
      *them, or both
       MOVE 0 TO WS-OPER-COUNT.
       MOVE 0 TO WS-TOTAL-PENDING.
       MOVE 0 TO WS-TOTAL-APPROVED.
       MOVE 0 TO WS-TOTAL-REJECTED.
       PERFORM VARYING WS-ITEM-INDEX FROM 1 BY 1
       UNTIL WS-ITEM-INDEX > WS-ITEM-COUNT
          PERFORM MATCH-ITEM-PARA
          IF WS-MATCHES = "Y" THEN
             MOVE WS-IT-REQUESTER(WS-ITEM-INDEX) TO WS-LOOK-OPER
             PERFORM FIND-OPER-ROW-PARA
             IF WS-OPER-FOUND > 0 THEN
                EVALUATE WS-IT-STATUS(WS-ITEM-INDEX)
                WHEN "P"
                   ADD 1 TO WS-OT-PENDING(WS-OPER-FOUND)
                   ADD 1 TO WS-TOTAL-PENDING
                WHEN "R"
                   ADD 1 TO WS-OT-REJECTED(WS-OPER-FOUND)
                   ADD 1 TO WS-TOTAL-REJECTED
                WHEN OTHER
                   ADD 1 TO WS-OT-APPROVED(WS-OPER-FOUND)
                   ADD 1 TO WS-TOTAL-APPROVED
                END-EVALUATE
             END-IF
             IF WS-IT-STATUS(WS-ITEM-INDEX) NOT = "P" THEN
                MOVE WS-IT-DEC-OPER(WS-ITEM-INDEX) TO WS-LOOK-OPER
                PERFORM FIND-OPER-ROW-PARA
                IF WS-OPER-FOUND > 0 THEN
                   IF WS-IT-STATUS(WS-ITEM-INDEX) = "R" THEN
                      ADD 1 TO WS-OT-DECIDED-NO(WS-OPER-FOUND)
                   ELSE
                      ADD 1 TO WS-OT-DECIDED-YES(WS-OPER-FOUND)
                   END-IF
                END-IF
             END-IF
          END-IF
       END-PERFORM.

       FIND-OPER-ROW-PARA.
       MOVE 0 TO WS-OPER-FOUND.
       PERFORM VARYING WS-OPER-INDEX FROM 1 BY 1
       UNTIL WS-OPER-INDEX > WS-OPER-COUNT
          IF WS-OT-OPERATOR(WS-OPER-INDEX) = WS-LOOK-OPER THEN
             MOVE WS-OPER-INDEX TO WS-OPER-FOUND
          END-IF
       END-PERFORM.
       IF WS-OPER-FOUND > 0 OR WS-OPER-COUNT >= 40 THEN
          EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-OPER-COUNT.
       MOVE WS-OPER-COUNT TO WS-OPER-FOUND.
       MOVE WS-LOOK-OPER TO WS-OT-OPERATOR(WS-OPER-FOUND).
       MOVE 0 TO WS-OT-PENDING(WS-OPER-FOUND).
       MOVE 0 TO WS-OT-APPROVED(WS-OPER-FOUND).
       MOVE 0 TO WS-OT-REJECTED(WS-OPER-FOUND).
       MOVE 0 TO WS-OT-DECIDED-YES(WS-OPER-FOUND).
       MOVE 0 TO WS-OT-DECIDED-NO(WS-OPER-FOUND).

       REPORT-OPERATOR-PARA.
       MOVE SPACES TO REPORT-LINE.
       STRING "ASKED FOR BY " WS-OT-OPERATOR(WS-OPER-INDEX)
             DELIMITED BY SIZE INTO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       STRING "  ITEM   ASKED         WHAT" DELIMITED BY SIZE
             INTO REPORT-LINE.
       MOVE "STATUS   BY  NOTE" TO REPORT-LINE (68:17).
       WRITE REPORT-LINE.
       MOVE WS-OT-OPERATOR(WS-OPER-INDEX) TO WS-LOOK-OPER.
       PERFORM VARYING WS-ITEM-INDEX FROM 1 BY 1
       UNTIL WS-ITEM-INDEX > WS-ITEM-COUNT
          PERFORM MATCH-ITEM-PARA
          IF WS-MATCHES = "Y" AND
                WS-IT-REQUESTER(WS-ITEM-INDEX) = WS-LOOK-OPER THEN
             PERFORM REPORT-ITEM-PARA
          END-IF
       END-PERFORM.
       MOVE SPACES TO REPORT-LINE.
       MOVE WS-OT-PENDING(WS-OPER-INDEX) TO WS-DISPLAY-COUNT.
       STRING "  " WS-OT-OPERATOR(WS-OPER-INDEX) " PENDING "
             WS-DISPLAY-COUNT
             DELIMITED BY SIZE INTO REPORT-LINE.
       MOVE WS-OT-APPROVED(WS-OPER-INDEX) TO WS-DISPLAY-COUNT.
       MOVE "APPROVED" TO REPORT-LINE (20:8).
       MOVE WS-DISPLAY-COUNT TO REPORT-LINE (29:3).
       MOVE WS-OT-REJECTED(WS-OPER-INDEX) TO WS-DISPLAY-COUNT.
       MOVE "REJECTED" TO REPORT-LINE (34:8).
       MOVE WS-DISPLAY-COUNT TO REPORT-LINE (43:3).
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.

       REPORT-ITEM-PARA.
       PERFORM DESCRIBE-ITEM-PARA.
       MOVE SPACES TO REPORT-LINE.
       STRING "  " WS-IT-ID(WS-ITEM-INDEX) " "
             WS-IT-STAMP(WS-ITEM-INDEX) (1:8) " "
             WS-IT-STAMP(WS-ITEM-INDEX) (9:4) " " WS-DESCRIPTION
             DELIMITED BY SIZE INTO REPORT-LINE.
       MOVE WS-STATUS-WORD TO REPORT-LINE (68:8).
       MOVE WS-IT-DEC-OPER(WS-ITEM-INDEX) TO REPORT-LINE (77:3).
       IF WS-IT-STATUS(WS-ITEM-INDEX) = "D" THEN
          MOVE WS-IT-POST-TEXT(WS-ITEM-INDEX) TO REPORT-LINE (81:30)
       ELSE
          MOVE WS-IT-DEC-TEXT(WS-ITEM-INDEX) TO REPORT-LINE (81:30)
       END-IF.
       WRITE REPORT-LINE.

       REPORT-APPROVERS-PARA.
      *the other side of the ledger - how many each second operator
      *let through and how many they turned back
       MOVE SPACES TO REPORT-LINE.
       MOVE "DECIDED BY SECOND OPERATOR" TO REPORT-LINE.
       WRITE REPORT-LINE.
       PERFORM VARYING WS-OPER-INDEX FROM 1 BY 1
       UNTIL WS-OPER-INDEX > WS-OPER-COUNT
          IF WS-OT-DECIDED-YES(WS-OPER-INDEX) +
                WS-OT-DECIDED-NO(WS-OPER-INDEX) > 0 THEN
             MOVE SPACES TO REPORT-LINE
             MOVE WS-OT-DECIDED-YES(WS-OPER-INDEX)
                TO WS-DISPLAY-COUNT
             STRING "  " WS-OT-OPERATOR(WS-OPER-INDEX)
                   " APPROVED " WS-DISPLAY-COUNT
                   DELIMITED BY SIZE INTO REPORT-LINE
             MOVE WS-OT-DECIDED-NO(WS-OPER-INDEX)
                TO WS-DISPLAY-COUNT
             MOVE "REJECTED" TO REPORT-LINE (20:8)
             MOVE WS-DISPLAY-COUNT TO REPORT-LINE (29:3)
             WRITE REPORT-LINE
          END-IF
       END-PERFORM.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.

       END PROGRAM approvals.
