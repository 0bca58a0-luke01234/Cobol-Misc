      *movements since, matches the tokens consumed during the
      *shift against the games recorded, and prints the variance
      *report. both steps write an OPERAUDIT.DAT record, so a shift
      *is as auditable as a counter edit. the open also takes the
      *float put in the cash drawer, and the close counts the drawer
      *by denomination and squares it against the float plus the
      *cash sales the launcher journalled to SALES.DAT since the
      *open - the count is kept on DRAWER.DAT. once the close is
      *done the closing operator is offered the handover log book,
      *for anything the next shift needs to know that the numbers
      *do not say

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SNAP-STATUS.

           SELECT salesFile ASSIGN TO "SALES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SALES-STATUS.

           SELECT drawerFile ASSIGN TO "DRAWER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DRAWER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  totalsFile.
           05 US-START   PIC X(14).
           05 US-END     PIC X(14).

      *the shift snapshots, kept as a history: each open appends a
      *record, each close appends a copy marked closed with who
      *closed it and when. the last record is the current shift,
      *and the hours report squares the opens and closes against
      *the time clock
       FD  snapFile.
       01  SNAP-RECORD.
           05 SN-STAMP     PIC X(14).
           05 SN-GAMES     PIC 9(6).
           05 SN-LAUNCHES  PIC 9(6).
           05 SN-OPEN      PIC X(1).
      *the drawer float at open, on the end so a snapshot taken
      *before the drawer count came in still lines up
           05 SN-FLOAT     PIC 9(6)V99.
           05 SN-CLOSED    PIC X(14).
           05 SN-CLOSER    PIC X(3).

      *the launcher's sale journal - read for the shift's takings
       FD  salesFile.
       01  SALES-RECORD.
           05 SJ-RECEIPT  PIC 9(6).
           05 SJ-STAMP    PIC X(14).
           05 SJ-OPERATOR PIC X(3).
           05 SJ-INITIALS PIC X(3).
           05 SJ-TOKENS   PIC 9(4).
           05 SJ-PAYTYPE  PIC X(4).
           05 SJ-AMOUNT   PIC 9(6)V99.
           05 SJ-LIST     PIC 9(6)V99.

      *one record per closing count: the pieces of each
      *denomination in WS-DENOM-VALUE order, what was counted, what
      *the float and cash sales said should be there, and the gap
       FD  drawerFile.
       01  DRAWER-RECORD.
           05 DR-STAMP     PIC X(14).
           05 DR-OPERATOR  PIC X(3).
           05 DR-PIECES    PIC 9(4) OCCURS 12 TIMES.
           05 DR-COUNTED   PIC 9(6)V99.
           05 DR-EXPECTED  PIC 9(6)V99.
           05 DR-VARIANCE  PIC S9(6)V99 SIGN LEADING SEPARATE.

       WORKING-STORAGE SECTION.
       01  WS-TOTALS-STATUS  PIC X(2).
           05 WS-SH-GAMES    PIC 9(6).
           05 WS-SH-LAUNCHES PIC 9(6).
           05 WS-SH-OPEN     PIC X(1).
           05 WS-SH-FLOAT    PIC 9(6)V99.
           05 WS-SH-CLOSED   PIC X(14).
           05 WS-SH-CLOSER   PIC X(3).

       01  WS-MOVE-ISSUED    PIC S9(8).
       01  WS-MOVE-USED      PIC S9(8).
       01  WS-VARIANCE       PIC S9(8).
       01  WS-DISPLAY-MOVE   PIC -(7)9.

      *the cash drawer: notes and coins largest first, counted piece
      *by piece at close, set against float plus journalled cash
       01  WS-SALES-STATUS   PIC X(2).
       01  WS-DRAWER-STATUS  PIC X(2).
       01  WS-DENOM-TEXT.
           05 FILLER PIC 9(3)V99 VALUE 50.00.
           05 FILLER PIC 9(3)V99 VALUE 20.00.
           05 FILLER PIC 9(3)V99 VALUE 10.00.
           05 FILLER PIC 9(3)V99 VALUE 5.00.
           05 FILLER PIC 9(3)V99 VALUE 2.00.
           05 FILLER PIC 9(3)V99 VALUE 1.00.
           05 FILLER PIC 9(3)V99 VALUE 0.50.
           05 FILLER PIC 9(3)V99 VALUE 0.20.
           05 FILLER PIC 9(3)V99 VALUE 0.10.
           05 FILLER PIC 9(3)V99 VALUE 0.05.
           05 FILLER PIC 9(3)V99 VALUE 0.02.
           05 FILLER PIC 9(3)V99 VALUE 0.01.
       01  WS-DENOM-TABLE REDEFINES WS-DENOM-TEXT.
           05 WS-DENOM-VALUE PIC 9(3)V99 OCCURS 12 TIMES.
       01  WS-DENOM-PIECES.
           05 WS-DENOM-COUNT PIC 9(4) OCCURS 12 TIMES.
       01  WS-DENOM-INDEX    PIC 9(2).
       01  WS-PIECES-INP     PIC X(4).
       01  WS-FLOAT-INP      PIC X(10).
       01  WS-FLOAT          PIC 9(6)V99 VALUE 0.
       01  WS-CASH-SALES     PIC 9(6)V99.
       01  WS-CARD-SALES     PIC 9(6)V99.
       01  WS-COMP-VALUE     PIC 9(6)V99.
       01  WS-JOURNAL-TOKENS PIC 9(8).
       01  WS-SALE-COUNT     PIC 9(6).
       01  WS-COUNTED        PIC 9(6)V99.
       01  WS-EXPECTED       PIC 9(6)V99.
       01  WS-DRAWER-GAP     PIC S9(6)V99.
       01  WS-DISPLAY-MONEY  PIC Z(5)9.99.
       01  WS-DISPLAY-GAP    PIC -(6)9.99.
       01  WS-DISPLAY-DENOM  PIC ZZ9.99.
       01  WS-HANDOVER-ANS   PIC X(1).

      *every start, normal exit and notable event appends to the
      *common SHOPLOG.DAT through the shared shoplog subprogram
       01  WS-LOG-PROGRAM PIC X(12) VALUE "shiftproc".
       EXIT PARAGRAPH
       END-IF.
       PERFORM TAKE-READINGS-PARA.
       DISPLAY "FLOAT PUT IN THE CASH DRAWER (E.G. 50.00):".
       ACCEPT WS-FLOAT-INP.
       COMPUTE WS-FLOAT = FUNCTION NUMVAL(WS-FLOAT-INP).
       PERFORM OPEN-SNAP-EXTEND-PARA.
       IF WS-SNAP-STATUS NOT = "00" THEN
       DISPLAY "SHIFTSNAP.DAT COULD NOT BE WRITTEN."
       EXIT PARAGRAPH
       MOVE WS-NOW-GAMES TO SN-GAMES.
       MOVE WS-NOW-LAUNCHES TO SN-LAUNCHES.
       MOVE "Y" TO SN-OPEN.
       MOVE WS-FLOAT TO SN-FLOAT.
       MOVE SPACES TO SN-CLOSED.
       MOVE SPACES TO SN-CLOSER.
       WRITE SNAP-RECORD.
       CLOSE snapFile.
       MOVE "SHIFTOPEN" TO AU-NAME.
       DISPLAY "  OR AN EVENT WINDOW EXPLAIN A HEALTHY GAP."
       END-IF
       END-IF.
       PERFORM SUM-SHIFT-SALES-PARA.
       PERFORM COUNT-DRAWER-PARA.
       PERFORM OPEN-SNAP-EXTEND-PARA.
       IF WS-SNAP-STATUS = "00" THEN
       MOVE WS-SNAP-HOLD TO SNAP-RECORD
       MOVE "N" TO SN-OPEN
       MOVE FUNCTION CURRENT-DATE (1:14) TO SN-CLOSED
       MOVE WS-OPERATOR TO SN-CLOSER
       WRITE SNAP-RECORD
       CLOSE snapFile
       END-IF.
       MOVE WS-NOW-USED TO AU-NEW.
       PERFORM WRITE-AUDIT-PARA.
       DISPLAY "SHIFT CLOSED AND AUDITED.".
       DISPLAY "ANY HANDOVER NOTES FOR THE NEXT SHIFT? (Y/N)".
       MOVE SPACE TO WS-HANDOVER-ANS.
       ACCEPT WS-HANDOVER-ANS.
       IF FUNCTION UPPER-CASE (WS-HANDOVER-ANS) = "Y" THEN
       CALL "handover"
       ON EXCEPTION
       DISPLAY "THE HANDOVER LOG IS NOT ON THIS MACHINE."
       END-CALL
       CANCEL "handover"
       END-IF.

      *=================================================
      *   THE SHIFT'S TAKINGS AND THE DRAWER COUNT
      *=================================================
       SUM-SHIFT-SALES-PARA.
      *every journalled sale stamped since the open belongs to this
      *shift - the tokens it sold should match the TOKENSISSUED
      *movement, or something was topped up outside the till
       MOVE 0 TO WS-CASH-SALES WS-CARD-SALES WS-COMP-VALUE.
       MOVE 0 TO WS-JOURNAL-TOKENS WS-SALE-COUNT.
       MOVE "N" TO WS-EOF.
       OPEN INPUT salesFile.
       IF WS-SALES-STATUS = "00" THEN
       PERFORM UNTIL WS-END-OF-FILE
       READ salesFile
       AT END MOVE "Y" TO WS-EOF
       NOT AT END
       IF SJ-STAMP >= WS-SH-STAMP AND SJ-AMOUNT IS NUMERIC
       AND SJ-TOKENS IS NUMERIC AND SJ-LIST IS NUMERIC THEN
       ADD 1 TO WS-SALE-COUNT
       ADD SJ-TOKENS TO WS-JOURNAL-TOKENS
       EVALUATE SJ-PAYTYPE
       WHEN "CASH"
       ADD SJ-AMOUNT TO WS-CASH-SALES
       WHEN "CARD"
       ADD SJ-AMOUNT TO WS-CARD-SALES
       WHEN "COMP"
       ADD SJ-LIST TO WS-COMP-VALUE
       END-EVALUATE
       END-IF
       END-READ
       END-PERFORM
       CLOSE salesFile
       END-IF.
       DISPLAY " ".
       DISPLAY "SALES ON THE JOURNAL:       " WS-SALE-COUNT.
       MOVE WS-CASH-SALES TO WS-DISPLAY-MONEY.
       DISPLAY "  CASH TAKEN:        " WS-DISPLAY-MONEY.
       MOVE WS-CARD-SALES TO WS-DISPLAY-MONEY.
       DISPLAY "  CARD TAKEN:        " WS-DISPLAY-MONEY.
       MOVE WS-COMP-VALUE TO WS-DISPLAY-MONEY.
       DISPLAY "  COMPS (LIST VALUE):" WS-DISPLAY-MONEY.
       IF WS-JOURNAL-TOKENS = WS-MOVE-ISSUED THEN
       DISPLAY "JOURNAL TOKENS MATCH THE TOKENSISSUED MOVEMENT."
       ELSE
       MOVE WS-JOURNAL-TOKENS TO WS-DISPLAY-MOVE
       DISPLAY "JOURNAL TOKENS " WS-DISPLAY-MOVE
       " - DO NOT MATCH TOKENS SOLD ABOVE."
       END-IF.

       COUNT-DRAWER-PARA.
      *the count goes denomination by denomination, largest first -
      *blank means none of that one in the drawer
       DISPLAY " ".
       DISPLAY "CASH DRAWER COUNT - PIECES OF EACH (BLANK = NONE):".
       MOVE 0 TO WS-COUNTED.
       PERFORM VARYING WS-DENOM-INDEX FROM 1 BY 1
       UNTIL WS-DENOM-INDEX > 12
       MOVE WS-DENOM-VALUE(WS-DENOM-INDEX) TO WS-DISPLAY-DENOM
       DISPLAY "  " WS-DISPLAY-DENOM ":"
       ACCEPT WS-PIECES-INP
       MOVE 0 TO WS-DENOM-COUNT(WS-DENOM-INDEX)
       IF FUNCTION TRIM(WS-PIECES-INP) IS NUMERIC THEN
       COMPUTE WS-DENOM-COUNT(WS-DENOM-INDEX) =
           FUNCTION NUMVAL(WS-PIECES-INP)
       END-IF
       COMPUTE WS-COUNTED = WS-COUNTED +
           WS-DENOM-COUNT(WS-DENOM-INDEX) *
           WS-DENOM-VALUE(WS-DENOM-INDEX)
       END-PERFORM.
      *an open snapshot from before the float was recorded reads
      *back as spaces - that drawer started empty as far as the
      *books know
       IF WS-SH-FLOAT IS NOT NUMERIC THEN
       MOVE 0 TO WS-SH-FLOAT
       END-IF.
       COMPUTE WS-EXPECTED = WS-SH-FLOAT + WS-CASH-SALES.
       COMPUTE WS-DRAWER-GAP = WS-COUNTED - WS-EXPECTED.
       DISPLAY " ".
       MOVE WS-SH-FLOAT TO WS-DISPLAY-MONEY.
       DISPLAY "FLOAT AT OPEN:       " WS-DISPLAY-MONEY.
       MOVE WS-EXPECTED TO WS-DISPLAY-MONEY.
       DISPLAY "EXPECTED IN DRAWER:  " WS-DISPLAY-MONEY.
       MOVE WS-COUNTED TO WS-DISPLAY-MONEY.
       DISPLAY "COUNTED IN DRAWER:   " WS-DISPLAY-MONEY.
       MOVE WS-DRAWER-GAP TO WS-DISPLAY-GAP.
       IF WS-DRAWER-GAP = 0 THEN
       DISPLAY "DRAWER SQUARES WITH THE JOURNAL."
       ELSE
       IF WS-DRAWER-GAP > 0 THEN
       DISPLAY "DRAWER OVER BY     " WS-DISPLAY-GAP
       ELSE
       DISPLAY "DRAWER SHORT BY    " WS-DISPLAY-GAP
       END-IF
       END-IF.
       MOVE FUNCTION CURRENT-DATE (1:14) TO DR-STAMP.
       MOVE WS-OPERATOR TO DR-OPERATOR.
       PERFORM VARYING WS-DENOM-INDEX FROM 1 BY 1
       UNTIL WS-DENOM-INDEX > 12
       MOVE WS-DENOM-COUNT(WS-DENOM-INDEX)
           TO DR-PIECES(WS-DENOM-INDEX)
       END-PERFORM.
       MOVE WS-COUNTED TO DR-COUNTED.
       MOVE WS-EXPECTED TO DR-EXPECTED.
       MOVE WS-DRAWER-GAP TO DR-VARIANCE.
       OPEN EXTEND drawerFile.
       IF WS-DRAWER-STATUS = "35" OR WS-DRAWER-STATUS = "05" THEN
       CLOSE drawerFile
       OPEN OUTPUT drawerFile
       END-IF.
       IF WS-DRAWER-STATUS = "00" THEN
       WRITE DRAWER-RECORD
       CLOSE drawerFile
       END-IF.
      *the audit pair is in pence - expected against counted - so the
      *trail shows a drawer that did not square
       MOVE "DRAWERCOUNT" TO AU-NAME.
       COMPUTE AU-OLD = WS-EXPECTED * 100.
       COMPUTE AU-NEW = WS-COUNTED * 100.
       PERFORM WRITE-AUDIT-PARA.

      *the last record on file is the shift as it stands now
       READ-SNAPSHOT-PARA.
       MOVE "N" TO WS-SNAP-SEEN.
       MOVE "N" TO WS-EOF.
       OPEN INPUT snapFile.
       IF WS-SNAP-STATUS = "00" THEN
       PERFORM UNTIL WS-END-OF-FILE
       READ snapFile
       AT END MOVE "Y" TO WS-EOF
       NOT AT END
       MOVE SNAP-RECORD TO WS-SNAP-HOLD
       MOVE "Y" TO WS-SNAP-SEEN
       END-READ
       END-PERFORM
       CLOSE snapFile
       END-IF.

       OPEN-SNAP-EXTEND-PARA.
       OPEN EXTEND snapFile.
       IF WS-SNAP-STATUS = "35" OR WS-SNAP-STATUS = "05" THEN
       CLOSE snapFile
       OPEN OUTPUT snapFile
       END-IF.

       WRITE-AUDIT-PARA.
