       IDENTIFICATION DIVISION.
       PROGRAM-ID. dualctl.

      *dual control for the big adjustments, in the same shared-
      *subprogram mould as shoplog. APPROVAL.CFG sets a limit per
      *kind of adjustment - T a token top-up (tokens), C a counter
      *ledger adjustment (either way), V a voucher (its value) - one
      *line each, the kind letter, a space and the limit ("T 50",
      *"V 25.00"); a kind with no line has no limit. anything over
      *its limit is not posted by the screen it was keyed on but
      *held on APPROVALS.DAT until a second operator approves or
      *rejects it on the approvals screen, and the screen that held
      *it posts it once approved. APPROVALS.DAT is append-only, the
      *same way the handover log book is: Q the held item, A
      *approved or R rejected by a second operator, P posted by the
      *screen that owns it - each carrying the item's number, so
      *the trail the auditor reads is never overwritten.
      *LI-ACTION:
      *  TEST - Y when LI-AP-AMOUNT (T, C) or LI-AP-VALUE (V) is over
      *         the limit for LI-AP-KIND
      *  HOLD - puts the item on the file as waiting, numbers it in
      *         LI-AP-ID; Y when written
      *  NEXT - the oldest approved item of LI-AP-KIND numbered above
      *         LI-AP-ID (0 for the first) not yet posted, all of it
      *         handed back; N when there is none
      *  POST - marks item LI-AP-ID posted, LI-AP-TEXT as the note
      *         of what became of it; Y when written
      *an operator of spaces on HOLD or POST is taken off ONDUTY.DAT
      *from the launcher login, "---" when there is nobody

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT limitFile ASSIGN TO "APPROVAL.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIMIT-STATUS.

           SELECT approvalFile ASSIGN TO "APPROVALS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APPROVAL-STATUS.

           SELECT dutyFile ASSIGN TO "ONDUTY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DUTY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  limitFile.
       01  LIMIT-RECORD.
           05 AL-KIND  PIC X(1).
           05 FILLER   PIC X(1).
           05 AL-LIMIT PIC X(10).

      *AP-EVENT Q held (AP-OPERATOR asked for it), A approved or R
      *rejected (AP-OPERATOR the second operator, AP-TEXT the reason
      *on a rejection), P posted (AP-TEXT what the posting made of
      *it). the item's details ride on the Q record only:
      *  T  AP-PLAYER the initials topped up, AP-COUNTER the payment
      *     type, AP-AMOUNT the tokens, AP-VALUE the amount to pay,
      *     AP-LIST the list value, AP-TEXT the bundle
      *  C  AP-COUNTER the counter, AP-AMOUNT the change to it
      *  V  AP-PLAYER the initials on it, AP-COUNTER the reason
      *     code, AP-VALUE the amount
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

       FD  dutyFile.
       01  DUTY-RECORD.
           05 OD-OPERATOR PIC X(3).
           05 OD-STAMP    PIC X(14).

       WORKING-STORAGE SECTION.
       01  WS-LIMIT-STATUS    PIC X(2).
       01  WS-APPROVAL-STATUS PIC X(2).
       01  WS-DUTY-STATUS     PIC X(2).
       01  WS-EOF PIC X(1) VALUE "N".
           88 WS-END-OF-FILE VALUE "Y".

       01  WS-LIMIT         PIC 9(6)V99.
       01  WS-LIMIT-FOUND   PIC X(1).
       01  WS-CHECK-FIGURE  PIC 9(8)V99.

       01  WS-NEXT-ID       PIC 9(6) VALUE 0.

      *what NEXT is looking for: the first approved item of the
      *kind wanted, and whether it has since been posted
       01  WS-WANT-ID       PIC 9(6).
       01  WS-WANT-STATE    PIC X(1).
       01  WS-SCAN-FROM     PIC 9(6).

       01  WS-LOCK-NAME     PIC X(8) VALUE "APPROVAL".
       01  WS-LOCK-ACTION   PIC X(4).
       01  WS-LOCK-RESULT   PIC X(1).

       01  WS-LOG-PROGRAM PIC X(12) VALUE "dualctl".
       01  WS-LOG-EVENT   PIC X(8).
       01  WS-LOG-TEXT    PIC X(30).
       01  WS-DISPLAY-ID  PIC 9(6).

       LINKAGE SECTION.
       01 LI-ACTION PIC X(4).
       01 LI-APPROVAL.
           05 LI-AP-ID       PIC 9(6).
           05 LI-AP-STAMP    PIC X(14).
           05 LI-AP-OPERATOR PIC X(3).
           05 LI-AP-KIND     PIC X(1).
           05 LI-AP-PLAYER   PIC X(3).
           05 LI-AP-COUNTER  PIC X(12).
           05 LI-AP-AMOUNT   PIC S9(8) SIGN LEADING SEPARATE.
           05 LI-AP-VALUE    PIC 9(6)V99.
           05 LI-AP-LIST     PIC 9(6)V99.
           05 LI-AP-TEXT     PIC X(30).
       01 LI-RESULT PIC X(1).

       PROCEDURE DIVISION USING LI-ACTION LI-APPROVAL LI-RESULT.
       MAIN-PARA.
       MOVE "N" TO LI-RESULT.
       EVALUATE FUNCTION UPPER-CASE (LI-ACTION)
       WHEN "TEST"
          PERFORM TEST-LIMIT-PARA
       WHEN "HOLD"
          PERFORM HOLD-ITEM-PARA
       WHEN "NEXT"
          PERFORM NEXT-APPROVED-PARA
       WHEN "POST"
          PERFORM POST-ITEM-PARA
       WHEN OTHER
          CONTINUE
       END-EVALUATE.
       GOBACK.

      *=================================================
      *   THE LIMITS
      *=================================================
       TEST-LIMIT-PARA.
       MOVE "N" TO WS-LIMIT-FOUND.
       MOVE 0 TO WS-LIMIT.
       MOVE "N" TO WS-EOF.
       OPEN INPUT limitFile.
       IF WS-LIMIT-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ limitFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF FUNCTION UPPER-CASE (AL-KIND) = LI-AP-KIND AND
                   AL-LIMIT NOT = SPACES AND
                   FUNCTION TEST-NUMVAL (AL-LIMIT) = 0 THEN
                   COMPUTE WS-LIMIT = FUNCTION NUMVAL (AL-LIMIT)
                   MOVE "Y" TO WS-LIMIT-FOUND
                END-IF
          END-READ
       END-PERFORM.
       CLOSE limitFile.
       IF WS-LIMIT-FOUND NOT = "Y" THEN
          EXIT PARAGRAPH
       END-IF.
       IF LI-AP-KIND = "V" THEN
          MOVE LI-AP-VALUE TO WS-CHECK-FIGURE
       ELSE
          COMPUTE WS-CHECK-FIGURE = FUNCTION ABS (LI-AP-AMOUNT)
       END-IF.
       IF WS-CHECK-FIGURE > WS-LIMIT THEN
          MOVE "Y" TO LI-RESULT
       END-IF.

      *=================================================
      *   HOLDING AND POSTING
      *=================================================
       HOLD-ITEM-PARA.
       PERFORM FIND-OPERATOR-PARA.
       PERFORM TAKE-LOCK-PARA.
      *the number runs on from the highest already on the file
       MOVE 0 TO WS-NEXT-ID.
       MOVE "N" TO WS-EOF.
       OPEN INPUT approvalFile.
       IF WS-APPROVAL-STATUS = "00" THEN
          PERFORM UNTIL WS-END-OF-FILE
             READ approvalFile
                AT END MOVE "Y" TO WS-EOF
                NOT AT END
                   IF AP-ID IS NUMERIC AND AP-ID > WS-NEXT-ID THEN
                      MOVE AP-ID TO WS-NEXT-ID
                   END-IF
             END-READ
          END-PERFORM
          CLOSE approvalFile
       END-IF.
       ADD 1 TO WS-NEXT-ID.
       MOVE WS-NEXT-ID TO LI-AP-ID.
       MOVE FUNCTION CURRENT-DATE (1:14) TO LI-AP-STAMP.
       MOVE "Q" TO AP-EVENT.
       PERFORM FILL-RECORD-PARA.
       PERFORM APPEND-RECORD-PARA.
       PERFORM FREE-LOCK-PARA.
       IF LI-RESULT = "Y" THEN
          MOVE "APPRHOLD" TO WS-LOG-EVENT
          PERFORM LOG-ITEM-PARA
       END-IF.

       POST-ITEM-PARA.
       PERFORM FIND-OPERATOR-PARA.
       MOVE FUNCTION CURRENT-DATE (1:14) TO LI-AP-STAMP.
       PERFORM TAKE-LOCK-PARA.
       MOVE "P" TO AP-EVENT.
       PERFORM FILL-RECORD-PARA.
       PERFORM APPEND-RECORD-PARA.
       PERFORM FREE-LOCK-PARA.
       IF LI-RESULT = "Y" THEN
          MOVE "APPRPOST" TO WS-LOG-EVENT
          PERFORM LOG-ITEM-PARA
       END-IF.

       FILL-RECORD-PARA.
       MOVE LI-AP-ID TO AP-ID.
       MOVE LI-AP-STAMP TO AP-STAMP.
       MOVE LI-AP-OPERATOR TO AP-OPERATOR.
       MOVE LI-AP-KIND TO AP-KIND.
       MOVE LI-AP-PLAYER TO AP-PLAYER.
       MOVE LI-AP-COUNTER TO AP-COUNTER.
       MOVE LI-AP-AMOUNT TO AP-AMOUNT.
       MOVE LI-AP-VALUE TO AP-VALUE.
       MOVE LI-AP-LIST TO AP-LIST.
       MOVE LI-AP-TEXT TO AP-TEXT.

       APPEND-RECORD-PARA.
       OPEN EXTEND approvalFile.
       IF WS-APPROVAL-STATUS = "35" OR WS-APPROVAL-STATUS = "05"
             THEN
          CLOSE approvalFile
          OPEN OUTPUT approvalFile
       END-IF.
       IF WS-APPROVAL-STATUS = "00" THEN
          WRITE APPROVAL-RECORD
          CLOSE approvalFile
          MOVE "Y" TO LI-RESULT
       ELSE
          DISPLAY "APPROVALS.DAT COULD NOT BE WRITTEN - "
             WS-APPROVAL-STATUS
       END-IF.

       LOG-ITEM-PARA.
       MOVE LI-AP-ID TO WS-DISPLAY-ID.
       MOVE SPACES TO WS-LOG-TEXT.
       STRING LI-AP-KIND " " WS-DISPLAY-ID " " LI-AP-OPERATOR
             DELIMITED BY SIZE INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.

      *the workstations all write here, so every append goes under
      *the named lock
       TAKE-LOCK-PARA.
       MOVE "TAKE" TO WS-LOCK-ACTION.
       CALL "filelock" USING WS-LOCK-NAME WS-LOG-PROGRAM
             WS-LOCK-ACTION WS-LOCK-RESULT.

       FREE-LOCK-PARA.
       MOVE "FREE" TO WS-LOCK-ACTION.
       CALL "filelock" USING WS-LOCK-NAME WS-LOG-PROGRAM
             WS-LOCK-ACTION WS-LOCK-RESULT.

       FIND-OPERATOR-PARA.
       IF LI-AP-OPERATOR NOT = SPACES THEN
          EXIT PARAGRAPH
       END-IF.
       MOVE "---" TO LI-AP-OPERATOR.
       OPEN INPUT dutyFile.
       IF WS-DUTY-STATUS = "00" THEN
          READ dutyFile
             AT END CONTINUE
             NOT AT END
                IF OD-OPERATOR NOT = SPACES THEN
                   MOVE OD-OPERATOR TO LI-AP-OPERATOR
                END-IF
          END-READ
          CLOSE dutyFile
       END-IF.

      *=================================================
      *   THE NEXT APPROVED ITEM
      *=================================================
       NEXT-APPROVED-PARA.
      *one pass per candidate: the first approval of the kind after
      *the last one looked at, then whether a P record has followed
      *it. the file is small and this runs once per posting screen
       MOVE LI-AP-ID TO WS-SCAN-FROM.
       PERFORM UNTIL LI-RESULT = "Y"
          PERFORM FIND-APPROVAL-PARA
          IF WS-WANT-ID = 0 THEN
             EXIT PARAGRAPH
          END-IF
          IF WS-WANT-STATE = "A" THEN
             MOVE "Y" TO LI-RESULT
          ELSE
             MOVE WS-WANT-ID TO WS-SCAN-FROM
          END-IF
       END-PERFORM.

       FIND-APPROVAL-PARA.
      *the lowest item number above WS-SCAN-FROM that carries an A
      *record, its Q details copied back, and P in WS-WANT-STATE if
      *it has been posted since
       MOVE 0 TO WS-WANT-ID.
       MOVE SPACE TO WS-WANT-STATE.
       MOVE "N" TO WS-EOF.
       OPEN INPUT approvalFile.
       IF WS-APPROVAL-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ approvalFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF AP-ID IS NUMERIC AND AP-EVENT = "A" AND
                   AP-KIND = LI-AP-KIND AND
                   AP-ID > WS-SCAN-FROM AND
                   (WS-WANT-ID = 0 OR AP-ID < WS-WANT-ID) THEN
                   MOVE AP-ID TO WS-WANT-ID
                END-IF
          END-READ
       END-PERFORM.
       CLOSE approvalFile.
       IF WS-WANT-ID = 0 THEN
          EXIT PARAGRAPH
       END-IF.
       MOVE "A" TO WS-WANT-STATE.
       MOVE "N" TO WS-EOF.
       OPEN INPUT approvalFile.
       PERFORM UNTIL WS-END-OF-FILE
          READ approvalFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF AP-ID = WS-WANT-ID THEN
                   EVALUATE AP-EVENT
                   WHEN "Q"
                      MOVE AP-ID TO LI-AP-ID
                      MOVE AP-STAMP TO LI-AP-STAMP
                      MOVE AP-OPERATOR TO LI-AP-OPERATOR
                      MOVE AP-PLAYER TO LI-AP-PLAYER
                      MOVE AP-COUNTER TO LI-AP-COUNTER
                      MOVE AP-AMOUNT TO LI-AP-AMOUNT
                      MOVE AP-VALUE TO LI-AP-VALUE
                      MOVE AP-LIST TO LI-AP-LIST
                      MOVE AP-TEXT TO LI-AP-TEXT
                   WHEN "P"
                      MOVE "P" TO WS-WANT-STATE
                   WHEN OTHER
                      CONTINUE
                   END-EVALUATE
                END-IF
          END-READ
       END-PERFORM.
       CLOSE approvalFile.

       END PROGRAM dualctl.
