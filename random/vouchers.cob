      *today's DAILYSCORE.DAT standings, or a badge on ACHIEVE.DAT),
      *and redemption marks the serial used and posts the payout to
      *the operators.cob counter ledger with its OPERAUDIT.DAT
      *trail, so no voucher can ever be cashed twice. redemption
      *also picks the prize off the PRIZES.DAT shelf, takes it out of
      *stock and notes the movement on PRIZEMOVE.DAT for the prizes
      *program and the nightly prizereorder report. every serial is
      *printed with a mod-10 (Luhn) check digit off the shared
      *checkdigit routine - 000123-7 - and redemption will not look
      *up a serial whose check digit does not match, so a slip of
      *the finger cannot cash somebody else's voucher. a voucher
      *too big for the counter can be cashed out by cheque instead
      *of a prize: the payout is queued on PAYOUTS.DAT, approved by
      *whoever is on duty, for the next cheques run to print. a
      *voucher over the APPROVAL.CFG limit is held for a second
      *operator on the approvals screen and cut once approved. the
      *parties program cuts its own vouchers onto the same book on
      *the day of a party, reason P, one a child, with the same slip

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS auditStatus.

           SELECT prizeFile ASSIGN TO "PRIZES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS prizeStatus.

           SELECT moveFile ASSIGN TO "PRIZEMOVE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS moveStatus.

           SELECT payoutFile ASSIGN TO "PAYOUTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS payoutStatus.

           SELECT dutyFile ASSIGN TO "ONDUTY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS dutyStatus.

       DATA DIVISION.
           FILE SECTION.
           FD voucherFile.
              05 vo-amount      PIC 9(6)V99.
              05 vo-redeemed    PIC X(1).
              05 vo-redeem-date PIC X(8).
      *the prize handed over - on the end so the older records
      *still line up
              05 vo-prize       PIC X(6).

           FD printFile.
           01 printLine PIC X(132).
              05 au-new   PIC 9(8).
              05 au-stamp PIC X(14).

      *the prize shelf and its movement trail, as prizes keeps them
           FD prizeFile.
           01 prizeRecord.
              05 pz-code    PIC X(6).
              05 pz-desc    PIC X(24).
              05 pz-cost    PIC 9(4)V99.
              05 pz-value   PIC 9(4)V99.
              05 pz-on-hand PIC 9(5).
              05 pz-reorder PIC 9(5).

           FD moveFile.
           01 moveRecord.
              05 pm-stamp    PIC X(14).
              05 pm-code     PIC X(6).
              05 pm-type     PIC X(1).
              05 pm-qty      PIC S9(5) SIGN LEADING SEPARATE.
              05 pm-ref      PIC X(10).
              05 pm-operator PIC X(3).

      *the payout queue, as the cheques program keeps it
           FD payoutFile.
           01 payoutRecord.
              05 po-id       PIC 9(6).
              05 po-date     PIC X(8).
              05 po-source   PIC X(1).
              05 po-ref      PIC X(12).
              05 po-payee    PIC X(30).
              05 po-amount   PIC 9(6)V99.
              05 po-approver PIC X(3).
              05 po-status   PIC X(1).
              05 po-cheque   PIC 9(6).

           FD dutyFile.
           01 dutyRecord.
              05 od-operator PIC X(3).
              05 od-stamp    PIC X(14).

           WORKING-STORAGE SECTION.
           01 voucherStatus PIC X(2).
           01 printStatus   PIC X(2).
           01 achieveStatus PIC X(2).
           01 totalsStatus  PIC X(2).
           01 auditStatus   PIC X(2).
           01 prizeStatus   PIC X(2).
           01 moveStatus    PIC X(2).
           01 payoutStatus  PIC X(2).
           01 dutyStatus    PIC X(2).
           01 voucherEOF PIC X(1) VALUE "N".
              88 isVoucherEOF VALUE "Y".

                 10 vt-amount      PIC 9(6)V99.
                 10 vt-redeemed    PIC X(1).
                 10 vt-redeem-date PIC X(8).
                 10 vt-prize       PIC X(6).
           01 voucherCount  PIC 9(3) VALUE 0.
           01 voucherIndex  PIC 9(3).
           01 voucherFound  PIC 9(3).
           01 reasonCode    PIC X(1).
           01 rawAmount     PIC X(10).
           01 issueAmount   PIC 9(6)V99.
           01 serialInp     PIC X(8).
           01 lookupSerial  PIC 9(6).
           01 claimGood     PIC X(1).
           01 bestScore     PIC 9(10).
           01 wordsLine     PIC X(120).
           01 dispAmount    PIC Z(5)9.99.

      *serial plus its check digit, as printed and as typed back
           01 checkNumber   PIC 9(10).
           01 checkMethod   PIC X(1) VALUE "L".
           01 checkAction   PIC X(1).
           01 checkDigit    PIC X(1).
           01 checkPass     PIC X(1).
           01 serialText    PIC X(8).
           01 serialBody    PIC X(8).
           01 serialLen     PIC 9(2).

      *ledger posting working pair, plus the counter the payouts
      *accumulate under
           01 ledgerTable.
           01 oldValue    PIC 9(8).
           01 postAmount  PIC 9(8).

      *the prize shelf in memory for the redemption pick
           01 prizeTable.
              05 prizeEntry OCCURS 200 TIMES.
                 10 pt-code    PIC X(6).
                 10 pt-desc    PIC X(24).
                 10 pt-cost    PIC 9(4)V99.
                 10 pt-value   PIC 9(4)V99.
                 10 pt-on-hand PIC 9(5).
                 10 pt-reorder PIC 9(5).
           01 prizeCount  PIC 9(3) VALUE 0.
           01 prizeIndex  PIC 9(3).
           01 prizeFound  PIC 9(3).
           01 prizeShown  PIC 9(3).
           01 prizeCode   PIC X(6).
           01 prizePicked PIC X(1).
           01 dispStock   PIC Z(4)9.
           01 dispPrize   PIC Z(3)9.99.

      *cashing out by cheque instead of a prize
           01 chequeChoice PIC X(1).
           01 chequePayee  PIC X(30).
           01 payoutQueued PIC X(1).
           01 nextPayout   PIC 9(6).
           01 payoutEOF    PIC X(1) VALUE "N".
              88 isPayoutEOF VALUE "Y".
           01 dutyOperator PIC X(3).

      *a voucher over the APPROVAL.CFG voucher limit is held for a
      *second operator through the shared dualctl subprogram, and
      *cut here the next time the book is opened once approved
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

      *every start, normal exit and notable event appends to the
      *common SHOPLOG.DAT through the shared shoplog subprogram
           01 logProgram PIC X(12) VALUE "vouchers".
           CALL "shoplog" USING logProgram logEvent logText.
           MOVE FUNCTION CURRENT-DATE (1:8) TO todayDate.
           PERFORM load-vouchers-PARA.
           PERFORM issue-approved-PARA.
           PERFORM UNTIL vouchersDone = "Y"
              DISPLAY " "
              DISPLAY "VOUCHERS - I=ISSUE, R=REDEEM, L=LIST, X=EXIT:"
              DISPLAY "Voucher book full - archive it first."
              EXIT PARAGRAPH
           END-IF.
           PERFORM hold-voucher-PARA.
           IF apprResult = "Y" THEN
              EXIT PARAGRAPH
           END-IF.
           PERFORM cut-voucher-PARA.

       cut-voucher-PARA.
      *the voucher itself, for playerInitials, reasonCode and
      *issueAmount once the claim has been checked
           ADD 1 TO voucherCount.
           MOVE nextSerial TO vt-serial(voucherCount).
           MOVE todayDate TO vt-date(voucherCount).
           MOVE issueAmount TO vt-amount(voucherCount).
           MOVE "N" TO vt-redeemed(voucherCount).
           MOVE SPACES TO vt-redeem-date(voucherCount).
           MOVE SPACES TO vt-prize(voucherCount).
           PERFORM save-vouchers-PARA.
           MOVE voucherCount TO voucherFound.
           PERFORM print-voucher-PARA.
           MOVE "ISSUE" TO logEvent.
           MOVE SPACES TO logText.
           MOVE nextSerial TO checkNumber.
           PERFORM serial-text-PARA.
           STRING "SERIAL " serialText " " playerInitials
              DELIMITED BY SIZE INTO logText.
           CALL "shoplog" USING logProgram logEvent logText.
           DISPLAY "Issued voucher serial " serialText
              " - slip appended to VOUCHER.PRT.".
           ADD 1 TO nextSerial.

       hold-voucher-PARA.
      *apprResult comes back "Y" when the voucher has been held for
      *a second operator instead of issued
           INITIALIZE apprItem.
           MOVE "V" TO ai-kind.
           MOVE issueAmount TO ai-value.
           MOVE "TEST" TO apprAction.
           CALL "dualctl" USING apprAction apprItem apprResult.
           IF apprResult NOT = "Y" THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE playerInitials TO ai-player.
           MOVE reasonCode TO ai-counter.
           MOVE "HOLD" TO apprAction.
           CALL "dualctl" USING apprAction apprItem apprResult.
           IF apprResult = "Y" THEN
              DISPLAY "Over the voucher limit - held as item " ai-id
                 " for a second operator to approve."
              DISPLAY "The slip prints the next time vouchers is "
                 "opened after approval."
           ELSE
              DISPLAY "Over the voucher limit and the hold could "
                 "not be written - nothing issued."
              MOVE "Y" TO apprResult
           END-IF.

       issue-approved-PARA.
      *held vouchers a second operator has approved since, oldest
      *first - the claim was checked when it was asked for, so each
      *is cut and printed as it stands. a full book leaves them
      *approved until it has been archived. a party's vouchers,
      *reason P, are left for the parties program to cut
           INITIALIZE apprItem.
           MOVE "Y" TO apprResult.
           PERFORM UNTIL apprResult NOT = "Y"
              MOVE "V" TO ai-kind
              MOVE "NEXT" TO apprAction
              CALL "dualctl" USING apprAction apprItem apprResult
              IF apprResult = "Y" THEN
                 IF ai-counter (1:1) NOT = "P" THEN
                    PERFORM issue-one-approved-PARA
                 END-IF
                 MOVE "Y" TO apprResult
              END-IF
           END-PERFORM.

       issue-one-approved-PARA.
           IF voucherCount >= 200 THEN
              DISPLAY "Approved item " ai-id " waits - voucher book "
                 "full, archive it first."
              EXIT PARAGRAPH
           END-IF.
           MOVE ai-player TO playerInitials.
           MOVE ai-counter (1:1) TO reasonCode.
           MOVE ai-value TO issueAmount.
           DISPLAY "Approved item " ai-id " for " playerInitials ":".
           PERFORM cut-voucher-PARA.
           MOVE SPACES TO ai-operator.
           MOVE SPACES TO ai-text.
           STRING "ISSUED AS SERIAL " serialText
              DELIMITED BY SIZE INTO ai-text.
           MOVE "POST" TO apprAction.
           CALL "dualctl" USING apprAction apprItem apprResult.

       check-claim-PARA.
      *the claim is checked against the files, not taken on trust -
      *D needs the top score on today's daily standings, A needs at
              TO printLine.
           WRITE printLine.
           MOVE SPACES TO printLine.
           MOVE vt-serial(voucherFound) TO checkNumber.
           PERFORM serial-text-PARA.
           STRING "PRIZE VOUCHER  SERIAL " serialText
              "  ISSUED " vt-date(voucherFound)
              DELIMITED BY SIZE INTO printLine.
           WRITE printLine.
      *   REDEMPTION
      *=================================================
       redeem-voucher-PARA.
           DISPLAY "Serial to redeem, check digit and all:".
           ACCEPT serialInp.
           PERFORM serial-verify-PARA.
           IF checkPass NOT = "Y" THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO voucherFound.
           PERFORM VARYING voucherIndex FROM 1 BY 1
           UNTIL voucherIndex > voucherCount
              CALL "shoplog" USING logProgram logEvent logText
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Cash it out by cheque (Y/N):".
           MOVE SPACE TO chequeChoice.
           ACCEPT chequeChoice.
           MOVE FUNCTION UPPER-CASE (chequeChoice) TO chequeChoice.
           IF chequeChoice = "Y" THEN
              DISPLAY "Pay the cheque to (full name):"
              MOVE SPACES TO chequePayee
              ACCEPT chequePayee
              MOVE FUNCTION UPPER-CASE (chequePayee) TO chequePayee
              IF chequePayee = SPACES THEN
                 DISPLAY "No name - voucher left open."
                 EXIT PARAGRAPH
              END-IF
              MOVE 0 TO prizeFound
              MOVE "CHEQUE" TO prizeCode
           ELSE
              PERFORM pick-prize-PARA
              IF prizePicked NOT = "Y" THEN
                 DISPLAY "No prize picked - voucher left open."
                 EXIT PARAGRAPH
              END-IF
           END-IF.
      *the payout has to be on the queue before the voucher is
      *stamped, or a failed write would leave it redeemed with no
      *cheque ever raised
           IF chequeChoice = "Y" THEN
              PERFORM queue-cheque-PARA
              IF payoutQueued NOT = "Y" THEN
                 DISPLAY "No payout queued - voucher left open."
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           MOVE "Y" TO vt-redeemed(voucherFound).
           MOVE todayDate TO vt-redeem-date(voucherFound).
           MOVE prizeCode TO vt-prize(voucherFound).
           PERFORM save-vouchers-PARA.
           IF prizeFound > 0 THEN
              PERFORM draw-down-prize-PARA
           END-IF.
           COMPUTE postAmount = vt-amount(voucherFound).
           PERFORM post-to-ledger-PARA.
           MOVE vt-amount(voucherFound) TO dispAmount.
              DELIMITED BY SIZE INTO logText.
           CALL "shoplog" USING logProgram logEvent logText.

       pick-prize-PARA.
      *the shelf offers whatever is in stock and worth no more than
      *the voucher. with no prize file set up yet the voucher is
      *redeemed the old way, with nothing drawn down
           MOVE "N" TO prizePicked.
           MOVE SPACES TO prizeCode.
           MOVE 0 TO prizeFound.
           PERFORM load-prizes-PARA.
           IF prizeCount = 0 THEN
              MOVE "Y" TO prizePicked
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO prizeShown.
           DISPLAY "PRIZES THIS VOUCHER COVERS:".
           PERFORM VARYING prizeIndex FROM 1 BY 1
           UNTIL prizeIndex > prizeCount
              IF pt-on-hand(prizeIndex) > 0 AND
                 pt-value(prizeIndex) <= vt-amount(voucherFound) THEN
                 ADD 1 TO prizeShown
                 MOVE pt-value(prizeIndex) TO dispPrize
                 MOVE pt-on-hand(prizeIndex) TO dispStock
                 DISPLAY "  " pt-code(prizeIndex) " "
                    pt-desc(prizeIndex) " " dispPrize
                    "  (" dispStock " IN STOCK)"
              END-IF
           END-PERFORM.
           IF prizeShown = 0 THEN
              DISPLAY "  (NOTHING IN STOCK AT THAT VALUE)"
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Prize code (blank to cancel):".
           ACCEPT prizeCode.
           MOVE FUNCTION UPPER-CASE (prizeCode) TO prizeCode.
           IF prizeCode = SPACES THEN
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING prizeIndex FROM 1 BY 1
           UNTIL prizeIndex > prizeCount
              IF pt-code(prizeIndex) = prizeCode AND
                 pt-on-hand(prizeIndex) > 0 AND
                 pt-value(prizeIndex) <= vt-amount(voucherFound) THEN
                 MOVE prizeIndex TO prizeFound
              END-IF
           END-PERFORM.
           IF prizeFound = 0 THEN
              DISPLAY "That prize is not on the list above."
              EXIT PARAGRAPH
           END-IF.
           MOVE "Y" TO prizePicked.

       draw-down-prize-PARA.
           SUBTRACT 1 FROM pt-on-hand(prizeFound).
           PERFORM save-prizes-PARA.
           MOVE FUNCTION CURRENT-DATE (1:14) TO pm-stamp.
           MOVE prizeCode TO pm-code.
           MOVE "I" TO pm-type.
           MOVE -1 TO pm-qty.
           MOVE SPACES TO pm-ref.
           STRING "VOUCH " lookupSerial DELIMITED BY SIZE INTO pm-ref.
           MOVE SPACES TO pm-operator.
           OPEN EXTEND moveFile.
           IF moveStatus = "35" OR moveStatus = "05" THEN
              CLOSE moveFile
              OPEN OUTPUT moveFile
           END-IF.
           IF moveStatus = "00" THEN
              WRITE moveRecord
              CLOSE moveFile
           END-IF.
           IF pt-on-hand(prizeFound) <= pt-reorder(prizeFound) THEN
              MOVE pt-on-hand(prizeFound) TO dispStock
              DISPLAY pt-code(prizeFound) " is down to " dispStock
                 " - at its reorder point."
           END-IF.

       load-prizes-PARA.
           MOVE 0 TO prizeCount.
           MOVE "N" TO voucherEOF.
           OPEN INPUT prizeFile.
           IF prizeStatus = "00" THEN
              PERFORM UNTIL isVoucherEOF
                 READ prizeFile
                    AT END MOVE "Y" TO voucherEOF
                    NOT AT END
                       IF pz-code NOT = SPACES AND
                          prizeCount < 200 THEN
                          ADD 1 TO prizeCount
                          MOVE prizeRecord TO prizeEntry(prizeCount)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE prizeFile
           END-IF.

       save-prizes-PARA.
           OPEN OUTPUT prizeFile.
           IF prizeStatus = "00" THEN
              PERFORM VARYING prizeIndex FROM 1 BY 1
              UNTIL prizeIndex > prizeCount
                 MOVE prizeEntry(prizeIndex) TO prizeRecord
                 WRITE prizeRecord
              END-PERFORM
              CLOSE prizeFile
           END-IF.

       list-vouchers-PARA.
           IF voucherCount = 0 THEN
              DISPLAY "No vouchers on file."
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "SERIAL    DATE     INI  AMOUNT    REDEEMED PRIZE".
           PERFORM VARYING voucherIndex FROM 1 BY 1
           UNTIL voucherIndex > voucherCount
              MOVE vt-amount(voucherIndex) TO dispAmount
              MOVE vt-serial(voucherIndex) TO checkNumber
              PERFORM serial-text-PARA
              IF vt-redeemed(voucherIndex) = "Y" THEN
                 DISPLAY serialText "  "
                    vt-date(voucherIndex) " "
                    vt-initials(voucherIndex) " " dispAmount
                    "  " vt-redeem-date(voucherIndex) " "
                    vt-prize(voucherIndex)
              ELSE
                 DISPLAY serialText "  "
                    vt-date(voucherIndex) " "
                    vt-initials(voucherIndex) " " dispAmount
                    "  (OPEN)"
              END-IF
           END-PERFORM.

       queue-cheque-PARA.
      *the cheque itself is printed, numbered and registered by the
      *cheques run - here the payout only joins the queue
           MOVE "N" TO payoutQueued.
           MOVE 0 TO nextPayout.
           MOVE "N" TO payoutEOF.
           OPEN INPUT payoutFile.
           IF payoutStatus = "00" THEN
              PERFORM UNTIL isPayoutEOF
                 READ payoutFile
                    AT END MOVE "Y" TO payoutEOF
                    NOT AT END
                       IF po-id IS NUMERIC AND po-id > nextPayout
                          THEN
                          MOVE po-id TO nextPayout
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE payoutFile
           END-IF.
           ADD 1 TO nextPayout.
           MOVE "---" TO dutyOperator.
           OPEN INPUT dutyFile.
           IF dutyStatus = "00" THEN
              READ dutyFile
                 AT END CONTINUE
                 NOT AT END
                    IF od-operator NOT = SPACES THEN
                       MOVE od-operator TO dutyOperator
                    END-IF
              END-READ
              CLOSE dutyFile
           END-IF.
           MOVE lookupSerial TO checkNumber.
           PERFORM serial-text-PARA.
           MOVE nextPayout TO po-id.
           MOVE todayDate TO po-date.
           MOVE "V" TO po-source.
           MOVE serialText TO po-ref.
           MOVE chequePayee TO po-payee.
           MOVE vt-amount(voucherFound) TO po-amount.
           MOVE dutyOperator TO po-approver.
           MOVE "A" TO po-status.
           MOVE 0 TO po-cheque.
           OPEN EXTEND payoutFile.
           IF payoutStatus = "35" OR payoutStatus = "05" THEN
              CLOSE payoutFile
              OPEN OUTPUT payoutFile
           END-IF.
           IF payoutStatus = "00" THEN
              WRITE payoutRecord
              CLOSE payoutFile
              MOVE "Y" TO payoutQueued
              DISPLAY "Payout " po-id " queued for the next cheque run."
              MOVE "PAYQUEUE" TO logEvent
              MOVE SPACES TO logText
              STRING "PAYOUT " po-id " V " serialText
                 DELIMITED BY SIZE INTO logText
              CALL "shoplog" USING logProgram logEvent logText
           ELSE
              DISPLAY "PAYOUTS.DAT COULD NOT BE WRITTEN - " payoutStatus
              MOVE "PAYFAIL" TO logEvent
              MOVE SPACES TO logText
              STRING "V " serialText " STATUS " payoutStatus
                 DELIMITED BY SIZE INTO logText
              CALL "shoplog" USING logProgram logEvent logText
           END-IF.

      *=================================================
      *   SERIAL CHECK DIGITS
      *=================================================
       serial-text-PARA.
      *checkNumber in, the printed form 000123-7 out in serialText
           MOVE "G" TO checkAction.
           CALL "checkdigit" USING checkNumber checkMethod checkAction
              checkDigit checkPass.
           MOVE SPACES TO serialText.
           MOVE checkNumber(5:6) TO serialText(1:6).
           MOVE "-" TO serialText(7:1).
           MOVE checkDigit TO serialText(8:1).

       serial-verify-PARA.
      *a typed serial with its check digit on the end, dash or no
      *dash - a wrong digit is refused before any lookup is made
           MOVE "N" TO checkPass.
           MOVE SPACES TO serialBody.
           MOVE SPACE TO checkDigit.
           UNSTRING serialInp DELIMITED BY "-" OR ALL SPACE
              INTO serialBody checkDigit.
           IF checkDigit NOT = SPACE THEN
              MOVE FUNCTION TRIM(serialBody) TO serialBody
           ELSE
              MOVE SPACES TO serialBody
              MOVE FUNCTION TRIM(serialInp) TO serialBody
              COMPUTE serialLen =
                 FUNCTION LENGTH(FUNCTION TRIM(serialBody))
              IF serialLen < 2 THEN
                 DISPLAY "Serials carry a check digit on the end."
                 EXIT PARAGRAPH
              END-IF
              MOVE serialBody(serialLen:1) TO checkDigit
              MOVE SPACE TO serialBody(serialLen:1)
           END-IF.
           COMPUTE serialLen =
              FUNCTION LENGTH(FUNCTION TRIM(serialBody)).
           IF serialBody = SPACES OR serialLen > 6 OR
              serialBody(1:serialLen) IS NOT NUMERIC THEN
              DISPLAY "Serials are numbers."
              EXIT PARAGRAPH
           END-IF.
           COMPUTE lookupSerial = FUNCTION NUMVAL(serialBody).
           MOVE lookupSerial TO checkNumber.
           MOVE "V" TO checkAction.
           CALL "checkdigit" USING checkNumber checkMethod checkAction
              checkDigit checkPass.
           IF checkPass NOT = "Y" THEN
              DISPLAY "CHECK DIGIT WRONG - SERIAL MISTYPED, REFUSED."
              MOVE "BADCHECK" TO logEvent
              MOVE SPACES TO logText
              STRING "SERIAL " FUNCTION TRIM(serialInp) " REFUSED"
                 DELIMITED BY SIZE INTO logText
              CALL "shoplog" USING logProgram logEvent logText
           END-IF.

      *=================================================
      *   POST THE PAYOUT TO THE COUNTER LEDGER
      *=================================================
