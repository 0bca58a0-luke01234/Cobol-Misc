           01 addAmount   PIC S9(8).
           01 oldValue    PIC 9(8).

      *an adjustment over the APPROVAL.CFG counter limit is held for
      *a second operator through the shared dualctl subprogram, and
      *posted here the next time the ledger is opened once approved
           01 apprAction  PIC X(4).
           01 apprResult  PIC X(1).
           01 apprItem.
              05 ai-id       PIC 9(6).
              05 ai-stamp    PIC X(14).
              05 ai-operator PIC X(3).
              05 ai-kind     PIC X(1).
              05 ai-player   PIC X(3).
              05 ai-counter  PIC X(12).
              05 ai-amount   PIC S9(8) SIGN LEADING SEPARATE.
              05 ai-value    PIC 9(6)V99.
              05 ai-list     PIC 9(6)V99.
              05 ai-text     PIC X(30).
           01 apprPosted  PIC 9(3).
           01 apprNewValue PIC 9(8).

       PROCEDURE DIVISION.
       main-PARA.
           PERFORM load-ledger-PARA.
           PERFORM post-approved-PARA.
           PERFORM UNTIL ledgerDone = "Y"
              DISPLAY " "
              DISPLAY "COUNTER LEDGER - CREATE, ADD, LIST, EXIT:"
              DISPLAY "That would take the counter below zero."
              EXIT PARAGRAPH
           END-IF.
           PERFORM hold-adjustment-PARA.
           IF apprResult = "Y" THEN
              EXIT PARAGRAPH
           END-IF.
           COMPUTE lg-value(ledgerFound) =
              lg-value(ledgerFound) + addAmount.
           MOVE FUNCTION CURRENT-DATE (1:8) TO lg-date(ledgerFound).
           PERFORM save-ledger-PARA.
           DISPLAY counterName " now " lg-value(ledgerFound).

      *=================================================
      *   SECOND-OPERATOR APPROVAL
      *=================================================
       hold-adjustment-PARA.
      *apprResult comes back "Y" when the adjustment has been held
      *instead of posted
           INITIALIZE apprItem.
           MOVE "C" TO ai-kind.
           MOVE addAmount TO ai-amount.
           MOVE "TEST" TO apprAction.
           CALL "dualctl" USING apprAction apprItem apprResult.
           IF apprResult NOT = "Y" THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE counterName TO ai-counter.
           MOVE "HOLD" TO apprAction.
           CALL "dualctl" USING apprAction apprItem apprResult.
           IF apprResult = "Y" THEN
              DISPLAY "Over the adjustment limit - held as item "
                 ai-id " for a second operator to approve."
              DISPLAY "It posts the next time the ledger is opened "
                 "after approval."
           ELSE
              DISPLAY "Over the adjustment limit and the hold could "
                 "not be written - nothing posted."
              MOVE "Y" TO apprResult
           END-IF.

       post-approved-PARA.
      *held adjustments a second operator has approved since, oldest
      *first, each with its own before/after audit record. one that
      *would now take its counter below zero, or whose counter has
      *gone, is marked off with the reason rather than forced
           MOVE 0 TO apprPosted.
           INITIALIZE apprItem.
           MOVE "Y" TO apprResult.
           PERFORM UNTIL apprResult NOT = "Y"
              MOVE "C" TO ai-kind
              MOVE "NEXT" TO apprAction
              CALL "dualctl" USING apprAction apprItem apprResult
              IF apprResult = "Y" THEN
                 PERFORM post-one-approved-PARA
                 MOVE "Y" TO apprResult
              END-IF
           END-PERFORM.
           IF apprPosted > 0 THEN
              PERFORM save-ledger-PARA
              DISPLAY apprPosted " approved adjustment(s) posted."
           END-IF.

       post-one-approved-PARA.
           MOVE ai-counter TO counterName.
           PERFORM find-counter-PARA.
           MOVE SPACES TO ai-text.
           EVALUATE TRUE
           WHEN ledgerFound = 0
              MOVE "NOT POSTED - NO SUCH COUNTER" TO ai-text
           WHEN ai-amount < 0 AND lg-value(ledgerFound) <
                 FUNCTION ABS(ai-amount)
              MOVE "NOT POSTED - BELOW ZERO" TO ai-text
           WHEN OTHER
              MOVE lg-value(ledgerFound) TO oldValue
              COMPUTE lg-value(ledgerFound) =
                 lg-value(ledgerFound) + ai-amount
              MOVE FUNCTION CURRENT-DATE (1:8) TO lg-date(ledgerFound)
              PERFORM write-audit-PARA
              ADD 1 TO apprPosted
              MOVE lg-value(ledgerFound) TO apprNewValue
              STRING "POSTED, NOW " apprNewValue
                 DELIMITED BY SIZE INTO ai-text
           END-EVALUATE.
           DISPLAY "Approved item " ai-id " " counterName ": "
              FUNCTION TRIM(ai-text).
           MOVE SPACES TO ai-operator.
           MOVE "POST" TO apprAction.
           CALL "dualctl" USING apprAction apprItem apprResult.

       list-counters-PARA.
           IF ledgerCount = 0 THEN
              DISPLAY "No counters on the ledger yet."
