       IDENTIFICATION DIVISION.
       PROGRAM-ID. prizes.

      *the prize cupboard on file instead of counted by hand: one
      *PRIZES.DAT record per item - code, description, what it cost
      *us, what it is worth in vouchers, how many are on the shelf
      *and the level that calls for a reorder. A adds an item or
      *changes its details, D books a delivery in, C records a
      *physical count - the difference against the book figure is
      *the shrinkage, and it is written down rather than quietly
      *absorbed - and L lists the cupboard. every stock movement,
      *including the draw-down vouchers makes on redemption, lands
      *on PRIZEMOVE.DAT so the nightly prizereorder report can say
      *where the stock went

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT prizeFile ASSIGN TO "PRIZES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS prizeStatus.

           SELECT moveFile ASSIGN TO "PRIZEMOVE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS moveStatus.

       DATA DIVISION.
           FILE SECTION.
           FD prizeFile.
           01 prizeRecord.
              05 pz-code    PIC X(6).
              05 pz-desc    PIC X(24).
              05 pz-cost    PIC 9(4)V99.
              05 pz-value   PIC 9(4)V99.
              05 pz-on-hand PIC 9(5).
              05 pz-reorder PIC 9(5).

      *movement types: N new item, R received, I issued against a
      *voucher, C count adjustment (minus is shrinkage)
           FD moveFile.
           01 moveRecord.
              05 pm-stamp    PIC X(14).
              05 pm-code     PIC X(6).
              05 pm-type     PIC X(1).
              05 pm-qty      PIC S9(5) SIGN LEADING SEPARATE.
              05 pm-ref      PIC X(10).
              05 pm-operator PIC X(3).

           WORKING-STORAGE SECTION.
           01 prizeStatus PIC X(2).
           01 moveStatus  PIC X(2).
           01 prizeEOF PIC X(1) VALUE "N".
              88 isPrizeEOF VALUE "Y".

           01 prizeTable.
              05 prizeEntry OCCURS 200 TIMES.
                 10 pt-code    PIC X(6).
                 10 pt-desc    PIC X(24).
                 10 pt-cost    PIC 9(4)V99.
                 10 pt-value   PIC 9(4)V99.
                 10 pt-on-hand PIC 9(5).
                 10 pt-reorder PIC 9(5).
           01 prizeCount PIC 9(3) VALUE 0.
           01 prizeIndex PIC 9(3).
           01 prizeFound PIC 9(3).

           01 menuChoice  PIC X(1).
           01 prizesDone  PIC X(1) VALUE "N".
           01 operatorIn  PIC X(3).
           01 codeInp     PIC X(6).
           01 descInp     PIC X(24).
           01 amountInp   PIC X(10).
           01 qtyInp      PIC X(5).
           01 refInp      PIC X(10).
           01 qtyWork     PIC 9(5).
           01 moveQty     PIC S9(5).
           01 moveType    PIC X(1).
           01 dispQty     PIC Z(4)9.
           01 dispReorder PIC Z(4)9.
           01 dispMove    PIC -(5)9.
           01 dispCost    PIC Z(3)9.99.
           01 dispValue   PIC Z(3)9.99.

           01 logProgram PIC X(12) VALUE "prizes".
           01 logEvent   PIC X(8).
           01 logText    PIC X(30).

       PROCEDURE DIVISION.
       main-PARA.
           MOVE "STARTUP" TO logEvent.
           MOVE SPACES TO logText.
           CALL "shoplog" USING logProgram logEvent logText.
           PERFORM load-prizes-PARA.
           PERFORM UNTIL prizesDone = "Y"
              DISPLAY " "
              DISPLAY "PRIZE STOCK - A=ADD/CHANGE, D=DELIVERY IN,"
              DISPLAY "C=STOCK COUNT, L=LIST, X=EXIT:"
              ACCEPT menuChoice
              MOVE FUNCTION UPPER-CASE (menuChoice) TO menuChoice
              EVALUATE menuChoice
              WHEN "A"
                 PERFORM add-change-PARA
              WHEN "D"
                 PERFORM delivery-PARA
              WHEN "C"
                 PERFORM stock-count-PARA
              WHEN "L"
                 PERFORM list-prizes-PARA
              WHEN "X"
                 MOVE "Y" TO prizesDone
              WHEN OTHER
                 DISPLAY "Unrecognized choice."
              END-EVALUATE
           END-PERFORM.
           MOVE "EXIT" TO logEvent.
           MOVE SPACES TO logText.
           CALL "shoplog" USING logProgram logEvent logText.
       GOBACK.

       ask-code-PARA.
           DISPLAY "Prize code:".
           ACCEPT codeInp.
           MOVE FUNCTION UPPER-CASE (codeInp) TO codeInp.
           MOVE 0 TO prizeFound.
           PERFORM VARYING prizeIndex FROM 1 BY 1
           UNTIL prizeIndex > prizeCount
              IF pt-code(prizeIndex) = codeInp THEN
                 MOVE prizeIndex TO prizeFound
              END-IF
           END-PERFORM.

       ask-operator-PARA.
           DISPLAY "Your initials:".
           ACCEPT operatorIn.
           MOVE FUNCTION UPPER-CASE (operatorIn) TO operatorIn.

      *=================================================
      *   ITEM MAINTENANCE
      *=================================================
       add-change-PARA.
      *a new code is added with nothing on the shelf - stock only
      *ever arrives through a delivery or a count, so every unit
      *has a movement behind it
           PERFORM ask-code-PARA.
           IF codeInp = SPACES THEN
              DISPLAY "A prize needs a code."
              EXIT PARAGRAPH
           END-IF.
           IF prizeFound = 0 THEN
              IF prizeCount >= 200 THEN
                 DISPLAY "The prize file is full."
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO prizeCount
              MOVE prizeCount TO prizeFound
              MOVE codeInp TO pt-code(prizeFound)
              MOVE SPACES TO pt-desc(prizeFound)
              MOVE 0 TO pt-cost(prizeFound) pt-value(prizeFound)
              MOVE 0 TO pt-on-hand(prizeFound) pt-reorder(prizeFound)
              DISPLAY "New prize " codeInp "."
              MOVE "N" TO moveType
              MOVE 0 TO moveQty
              MOVE "NEW ITEM" TO refInp
              PERFORM ask-operator-PARA
              PERFORM write-move-PARA
           ELSE
              DISPLAY "Changing " pt-desc(prizeFound)
                 " - blank keeps what is there."
           END-IF.
           DISPLAY "Description:".
           ACCEPT descInp.
           IF descInp NOT = SPACES THEN
              MOVE descInp TO pt-desc(prizeFound)
           END-IF.
           DISPLAY "Cost to us (e.g. 1.25):".
           ACCEPT amountInp.
           IF amountInp NOT = SPACES AND
              FUNCTION TEST-NUMVAL(amountInp) = 0 THEN
              COMPUTE pt-cost(prizeFound) = FUNCTION NUMVAL(amountInp)
           END-IF.
           DISPLAY "Voucher value (e.g. 5.00):".
           ACCEPT amountInp.
           IF amountInp NOT = SPACES AND
              FUNCTION TEST-NUMVAL(amountInp) = 0 THEN
              COMPUTE pt-value(prizeFound) =
                 FUNCTION NUMVAL(amountInp)
           END-IF.
           DISPLAY "Reorder point:".
           ACCEPT qtyInp.
           IF FUNCTION TRIM(qtyInp) IS NUMERIC THEN
              COMPUTE pt-reorder(prizeFound) = FUNCTION NUMVAL(qtyInp)
           END-IF.
           PERFORM save-prizes-PARA.
           DISPLAY "Saved " pt-code(prizeFound) " "
              pt-desc(prizeFound) ".".

       delivery-PARA.
           PERFORM ask-code-PARA.
           IF prizeFound = 0 THEN
              DISPLAY "No such prize - add it first."
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Quantity received:".
           ACCEPT qtyInp.
           IF FUNCTION TRIM(qtyInp) IS NOT NUMERIC THEN
              DISPLAY "Not a quantity - nothing booked in."
              EXIT PARAGRAPH
           END-IF.
           COMPUTE qtyWork = FUNCTION NUMVAL(qtyInp).
           IF qtyWork = 0 THEN
              DISPLAY "Nothing booked in."
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Delivery note / invoice ref:".
           ACCEPT refInp.
           PERFORM ask-operator-PARA.
           ADD qtyWork TO pt-on-hand(prizeFound).
           PERFORM save-prizes-PARA.
           MOVE "R" TO moveType.
           MOVE qtyWork TO moveQty.
           PERFORM write-move-PARA.
           MOVE pt-on-hand(prizeFound) TO dispQty.
           DISPLAY "Booked in. " pt-code(prizeFound)
              " now stands at " dispQty ".".

       stock-count-PARA.
      *the shelf is the truth: the book figure is set to what was
      *counted and the difference goes on the movement file
           PERFORM ask-code-PARA.
           IF prizeFound = 0 THEN
              DISPLAY "No such prize."
              EXIT PARAGRAPH
           END-IF.
           MOVE pt-on-hand(prizeFound) TO dispQty.
           DISPLAY "Book figure is " dispQty ". Counted on the shelf:".
           ACCEPT qtyInp.
           IF FUNCTION TRIM(qtyInp) IS NOT NUMERIC THEN
              DISPLAY "Not a quantity - count not recorded."
              EXIT PARAGRAPH
           END-IF.
           COMPUTE qtyWork = FUNCTION NUMVAL(qtyInp).
           COMPUTE moveQty = qtyWork - pt-on-hand(prizeFound).
           IF moveQty = 0 THEN
              DISPLAY "Count agrees with the book."
              EXIT PARAGRAPH
           END-IF.
           PERFORM ask-operator-PARA.
           MOVE qtyWork TO pt-on-hand(prizeFound).
           PERFORM save-prizes-PARA.
           MOVE "C" TO moveType.
           MOVE "STOCKCOUNT" TO refInp.
           PERFORM write-move-PARA.
           MOVE moveQty TO dispMove.
           DISPLAY "Adjusted by " dispMove " - on the movement file.".
           MOVE "PRIZECNT" TO logEvent.
           MOVE SPACES TO logText.
           STRING pt-code(prizeFound) " " dispMove " BY " operatorIn
              DELIMITED BY SIZE INTO logText.
           CALL "shoplog" USING logProgram logEvent logText.

       list-prizes-PARA.
           IF prizeCount = 0 THEN
              DISPLAY "No prizes on file."
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "CODE   DESCRIPTION                 COST"
              "   VALUE  ON HAND  REORDER".
           PERFORM VARYING prizeIndex FROM 1 BY 1
           UNTIL prizeIndex > prizeCount
              MOVE pt-cost(prizeIndex) TO dispCost
              MOVE pt-value(prizeIndex) TO dispValue
              MOVE pt-on-hand(prizeIndex) TO dispQty
              MOVE pt-reorder(prizeIndex) TO dispReorder
              DISPLAY pt-code(prizeIndex) " " pt-desc(prizeIndex)
                 " " dispCost " " dispValue "    " dispQty "    "
                 dispReorder
           END-PERFORM.

       write-move-PARA.
           MOVE FUNCTION CURRENT-DATE (1:14) TO pm-stamp.
           MOVE pt-code(prizeFound) TO pm-code.
           MOVE moveType TO pm-type.
           MOVE moveQty TO pm-qty.
           MOVE refInp TO pm-ref.
           MOVE operatorIn TO pm-operator.
           OPEN EXTEND moveFile.
           IF moveStatus = "35" OR moveStatus = "05" THEN
              CLOSE moveFile
              OPEN OUTPUT moveFile
           END-IF.
           IF moveStatus = "00" THEN
              WRITE moveRecord
              CLOSE moveFile
           END-IF.

      *=================================================
      *   LOAD / SAVE THE PRIZE FILE
      *=================================================
       load-prizes-PARA.
           MOVE 0 TO prizeCount.
           MOVE "N" TO prizeEOF.
           OPEN INPUT prizeFile.
           IF prizeStatus = "00" THEN
              PERFORM UNTIL isPrizeEOF
                 READ prizeFile
                    AT END MOVE "Y" TO prizeEOF
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

       END PROGRAM prizes.
