           organization is line sequential
           file status is pairResultStatus.

           select checkFlagFile assign to "CHECKBATCH.CFG"
           organization is line sequential
           file status is checkFlagStatus.

           select checkFile assign to "CHECKBATCH.DAT"
           organization is line sequential
           file status is checkStatus.

           select checkResultFile assign to "CHECKRESULT.DAT"
           organization is line sequential
           file status is checkResultStatus.

       data division.
       file section.
       FD batchFlagFile.
           05 pr-ratio PIC X(23).
       01 pairSummaryLine PIC X(60).

       FD checkFlagFile.
       01 checkFlagRecord PIC X(1).

      *method letter, action letter and the number, space apart -
      *"L G 1234" wants a digit, "M V 12345" checks the 5 on the
      *end of 1234 - read raw so a bad line can be counted out
       FD checkFile.
       01 checkRecord PIC X(20).

       FD checkResultFile.
       01 checkResultRecord.
           05 ck-method PIC X(1).
           05 ck-action PIC X(1).
           05 ck-number PIC 9(10).
           05 ck-digit  PIC X(1).
           05 ck-result PIC X(6).
       01 checkSummaryLine PIC X(60).

       WORKING-STORAGE SECTION.
       01 inputVar  PIC 9(10).
       01 result    PIC 9(1).
       01 pairDoneCount PIC 9(6) VALUE 0.
       01 pairRejCount  PIC 9(6) VALUE 0.

      *CHECK: check digits for the voucher and member numbers,
      *through the shared checkdigit subprogram the counter programs
      *call - L for mod-10 (Luhn), M for mod-11. G generates the
      *digit, V verifies a number typed with its digit on the end.
      *CHECKBATCH.CFG "Y" works CHECKBATCH.DAT into CHECKRESULT.DAT
      *with the same summary discipline as the other batch modes
       01 checkFlagStatus   PIC X(2).
       01 checkStatus       PIC X(2).
       01 checkResultStatus PIC X(2).
       01 checkMode PIC X(1) VALUE "N".
           88 isCheckMode VALUE "Y".
       01 checkEOF  PIC X(1) VALUE "N".
           88 isCheckEOF VALUE "Y".
       01 checkMethod PIC X(1).
       01 checkAction PIC X(1).
       01 checkRaw    PIC X(12).
       01 checkBody   PIC X(11).
       01 checkLen    PIC 9(2).
       01 checkNumber PIC 9(10).
       01 checkDigit  PIC X(1).
       01 checkPass   PIC X(1).
       01 checkGood   PIC X(1).
       01 checkReadCount PIC 9(6) VALUE 0.
       01 checkDoneCount PIC 9(6) VALUE 0.
       01 checkBadCount  PIC 9(6) VALUE 0.
       01 checkRejCount  PIC 9(6) VALUE 0.

       procedure division.
       main-PARA.
       MOVE "STARTUP" TO logEvent.
       CALL "shoplog" USING logProgram logEvent logText.
       perform load-batch-mode-PARA.
       perform load-pair-mode-PARA.
       perform load-check-mode-PARA.
       IF isBatchMode THEN
          perform batch-loop-PARA
       ELSE IF isPairMode THEN
          perform pair-batch-loop-PARA
       ELSE IF isCheckMode THEN
          perform check-batch-loop-PARA
       ELSE
          display "Please enter an interger (10 Digits MAX),"
          display "RANGE to sweep a whole interval,"
          display "COLLATZ for the 3n+1 trajectory,"
          display "PAIR for GCD/LCM and lowest terms,"
          display "or CHECK for a mod-10/mod-11 check digit:"
          accept rawRange
          EVALUATE FUNCTION UPPER-CASE (rawRange)
          WHEN "RANGE"
             perform collatz-single-PARA
          WHEN "PAIR"
             perform pair-single-PARA
          WHEN "CHECK"
             perform check-single-PARA
          WHEN OTHER
             COMPUTE inputVar = FUNCTION NUMVAL(rawRange)
             perform function-PARA
          " worked, " pairRejCount " rejected."
       end-display.

      *=================================================
      *   CHECK DIGITS - MOD-10 (LUHN) AND MOD-11
      *=================================================
       load-check-mode-PARA.
       MOVE "N" TO checkMode.
       OPEN INPUT checkFlagFile.
       IF checkFlagStatus = "00" THEN
          READ checkFlagFile INTO checkMode
             AT END CONTINUE
          END-READ
          CLOSE checkFlagFile
       END-IF.
       MOVE FUNCTION UPPER-CASE (checkMode) TO checkMode.

       check-single-PARA.
       display "Method - L mod-10 (Luhn) or M mod-11:".
       accept checkMethod.
       display "G to generate the digit, V to verify a number:".
       accept checkAction.
       IF checkAction = "V" OR checkAction = "v" THEN
          display "Number with its check digit on the end:"
       ELSE
          display "Number (10 digits max):"
       END-IF.
       accept checkRaw.
       perform check-work-PARA.
       IF checkGood NOT = "Y" THEN
          display "That is not a number this mode can take."
          EXIT PARAGRAPH
       END-IF.
       MOVE checkNumber TO numText.
       IF checkAction = "V" THEN
          IF checkPass = "Y" THEN
             display FUNCTION TRIM(numText) "-" checkDigit
                " - check digit is GOOD."
          ELSE
             display FUNCTION TRIM(numText) "-" checkDigit
                " - check digit is WRONG."
          END-IF
       ELSE
          display "Check digit " checkDigit " - print it as "
             FUNCTION TRIM(numText) "-" checkDigit
       END-IF.

      *shared by the single and batch forms: tidy the method and
      *action, split the digit off the end for a verify, and hand
      *the rest to checkdigit
       check-work-PARA.
       MOVE "N" TO checkGood.
       MOVE FUNCTION UPPER-CASE (checkMethod) TO checkMethod.
       MOVE FUNCTION UPPER-CASE (checkAction) TO checkAction.
       IF checkMethod NOT = "M" THEN
          MOVE "L" TO checkMethod
       END-IF.
       IF checkAction NOT = "V" THEN
          MOVE "G" TO checkAction
       END-IF.
       MOVE SPACES TO checkBody.
       MOVE FUNCTION UPPER-CASE (FUNCTION TRIM(checkRaw))
          TO checkBody.
       IF checkBody = SPACES THEN
          EXIT PARAGRAPH
       END-IF.
       COMPUTE checkLen = FUNCTION LENGTH(FUNCTION TRIM(checkBody)).
       MOVE SPACES TO checkDigit.
       IF checkAction = "V" THEN
          IF checkLen < 2 THEN
             EXIT PARAGRAPH
          END-IF
          MOVE checkBody(checkLen:1) TO checkDigit
          MOVE SPACE TO checkBody(checkLen:1)
          SUBTRACT 1 FROM checkLen
       END-IF.
       IF checkLen > 10 OR checkBody(1:checkLen) IS NOT NUMERIC THEN
          EXIT PARAGRAPH
       END-IF.
       COMPUTE checkNumber = FUNCTION NUMVAL(checkBody).
       CALL "checkdigit" USING checkNumber checkMethod checkAction
             checkDigit checkPass.
       MOVE "Y" TO checkGood.

       check-batch-loop-PARA.
       OPEN INPUT checkFile.
       IF checkStatus NOT = "00" THEN
          display
          "Check mode is on but CHECKBATCH.DAT was not found."
          EXIT PARAGRAPH
       END-IF.
       OPEN OUTPUT checkResultFile.
       MOVE "N" TO checkEOF.
       PERFORM UNTIL isCheckEOF
          READ checkFile
             AT END MOVE "Y" TO checkEOF
             NOT AT END
                perform check-one-record-PARA
          END-READ
       END-PERFORM.
       perform write-check-summary-PARA.
       CLOSE checkResultFile.
       CLOSE checkFile.

       check-one-record-PARA.
       ADD 1 TO checkReadCount.
       MOVE SPACES TO checkMethod.
       MOVE SPACES TO checkAction.
       MOVE SPACES TO checkRaw.
       UNSTRING checkRecord DELIMITED BY ALL SPACE
          INTO checkMethod checkAction checkRaw.
       perform check-work-PARA.
       IF checkGood NOT = "Y" THEN
          ADD 1 TO checkRejCount
          EXIT PARAGRAPH
       END-IF.
       MOVE checkMethod TO ck-method.
       MOVE checkAction TO ck-action.
       MOVE checkNumber TO ck-number.
       MOVE checkDigit TO ck-digit.
       IF checkAction = "G" THEN
          MOVE "ISSUED" TO ck-result
       ELSE IF checkPass = "Y" THEN
          MOVE "GOOD" TO ck-result
       ELSE
          MOVE "WRONG" TO ck-result
          ADD 1 TO checkBadCount
       END-IF.
       WRITE checkResultRecord.
       ADD 1 TO checkDoneCount.

       write-check-summary-PARA.
       MOVE SPACES TO checkSummaryLine.
       STRING "SUMMARY CHECKED " checkDoneCount " WRONG "
             checkBadCount
          DELIMITED BY SIZE INTO checkSummaryLine.
       WRITE checkSummaryLine.
       MOVE SPACES TO checkSummaryLine.
       STRING "RECORDS IN " checkReadCount " OUT " checkDoneCount
          " REJECTED " checkRejCount
          DELIMITED BY SIZE INTO checkSummaryLine.
       WRITE checkSummaryLine.
       display "Check run: " checkReadCount " read, "
             checkDoneCount " worked, " checkBadCount " wrong, "
             checkRejCount " rejected."
       end-display.

      *=================================================
      *   COLLATZ TRAJECTORY
      *=================================================
