       IDENTIFICATION DIVISION.
       PROGRAM-ID. serialaudit.

      *proof for the auditors that no number was skipped or issued
      *twice. the numbered files - VOUCHER.DAT serials, MEMBERS.DAT
      *member numbers, SALES.DAT receipts and WORKORDER.DAT tickets
      *- are each read into serial order and checked for gaps,
      *duplicates and numbers dated earlier than a lower number,
      *then counted issued / redeemed / outstanding per range of
      *serials (redeemed meaning cashed for a voucher, lapsed for a
      *member, closed for a work order; a receipt is done the
      *moment it is cut). a gap is only accounted for when it is
      *covered by an explanation on SERIALEXC.DAT - file, serial
      *range, reason code and a note, entered here with E - so the
      *next audit shows it as explained instead of asking again.
      *findings go to SERIALAUDIT.RPT and the screen

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT voucherFile ASSIGN TO "VOUCHER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VOUCHER-STATUS.

           SELECT memberFile ASSIGN TO "MEMBERS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MEMBER-STATUS.

           SELECT salesFile ASSIGN TO "SALES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SALES-STATUS.

           SELECT workFile ASSIGN TO "WORKORDER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.

           SELECT excFile ASSIGN TO "SERIALEXC.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXC-STATUS.

           SELECT auditRptFile ASSIGN TO "SERIALAUDIT.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *only the number, its date and its open/closed state are
      *needed from each layout
       FD  voucherFile.
       01  VOUCHER-RECORD.
           05 VO-SERIAL      PIC 9(6).
           05 VO-DATE        PIC X(8).
           05 VO-INITIALS    PIC X(3).
           05 VO-REASON      PIC X(1).
           05 VO-AMOUNT      PIC 9(6)V99.
           05 VO-REDEEMED    PIC X(1).

       FD  memberFile.
       01  MEMBER-RECORD.
           05 MB-NUMBER   PIC 9(5).
           05 MB-NAME     PIC X(20).
           05 MB-INITIALS PIC X(3).
           05 MB-JOINED   PIC X(8).
           05 MB-EXPIRES  PIC X(8).

       FD  salesFile.
       01  SALES-RECORD.
           05 SJ-RECEIPT  PIC 9(6).
           05 SJ-STAMP    PIC X(14).

       FD  workFile.
       01  WORK-RECORD.
           05 WO-NUMBER     PIC 9(5).
           05 WO-MACHINE    PIC 9(1).
           05 WO-STATUS     PIC X(1).
           05 WO-OPENED     PIC X(14).

      *one explanation per gap: the file it belongs to, the first
      *and last serial it covers, a reason code off the list below,
      *who entered it and when, and a line of note
       FD  excFile.
       01  EXC-RECORD.
           05 EX-FILE     PIC X(14).
           05 EX-FROM     PIC 9(6).
           05 EX-TO       PIC 9(6).
           05 EX-REASON   PIC X(2).
           05 EX-OPERATOR PIC X(3).
           05 EX-STAMP    PIC X(14).
           05 EX-NOTE     PIC X(30).

       FD  auditRptFile.
       01  AUDIT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-VOUCHER-STATUS PIC X(2).
       01  WS-MEMBER-STATUS  PIC X(2).
       01  WS-SALES-STATUS   PIC X(2).
       01  WS-WORK-STATUS    PIC X(2).
       01  WS-EXC-STATUS     PIC X(2).
       01  WS-RPT-STATUS     PIC X(2).
       01  WS-EOF PIC X(1) VALUE "N".
           88 WS-END-OF-FILE VALUE "Y".

       01  WS-TODAY        PIC X(8).
       01  WS-CHOICE       PIC X(1).
       01  WS-DONE         PIC X(1) VALUE "N".
       01  WS-OPERATOR     PIC X(3).

      *the reason codes a gap can be put down to
       01  WS-REASON-LIST.
           05 FILLER PIC X(22) VALUE "VDVOIDED OR SPOILED".
           05 FILLER PIC X(22) VALUE "TSTEST RECORD REMOVED".
           05 FILLER PIC X(22) VALUE "DLDELETED IN ERROR".
           05 FILLER PIC X(22) VALUE "CRLOST IN CRASH".
           05 FILLER PIC X(22) VALUE "SKNUMBER SKIPPED".
           05 FILLER PIC X(22) VALUE "OTOTHER - SEE NOTE".
       01  WS-REASON-TABLE REDEFINES WS-REASON-LIST.
           05 WS-REASON-ENTRY OCCURS 6 TIMES.
              10 WS-RS-CODE PIC X(2).
              10 WS-RS-DESC PIC X(20).
       01  WS-REASON-INDEX PIC 9(1).
       01  WS-REASON-FOUND PIC 9(1).

      *the explanations on file
       01  WS-EXC-TABLE.
           05 WS-EXC-ENTRY OCCURS 500 TIMES.
              10 WS-EX-FILE   PIC X(14).
              10 WS-EX-FROM   PIC 9(6).
              10 WS-EX-TO     PIC 9(6).
              10 WS-EX-REASON PIC X(2).
              10 WS-EX-NOTE   PIC X(30).
       01  WS-EXC-COUNT PIC 9(3) VALUE 0.
       01  WS-EXC-INDEX PIC 9(3).
       01  WS-EXC-FOUND PIC 9(3).

      *the file being audited, held in serial order - each number
      *is slotted in as it is read, which costs next to nothing on
      *a file that was written in order to begin with
       01  WS-FILE-NAME    PIC X(14).
       01  WS-SERIAL-TABLE.
           05 WS-SERIAL-ENTRY OCCURS 5000 TIMES.
              10 WS-SR-SERIAL PIC 9(6).
              10 WS-SR-DATE   PIC X(8).
              10 WS-SR-CLOSED PIC X(1).
       01  WS-SERIAL-COUNT PIC 9(4) VALUE 0.
       01  WS-SERIAL-INDEX PIC 9(4).
       01  WS-SLOT         PIC 9(4).
       01  WS-SKIPPED      PIC 9(5) VALUE 0.
       01  WS-NEW-SERIAL   PIC 9(6).
       01  WS-NEW-DATE     PIC X(8).
       01  WS-NEW-CLOSED   PIC X(1).

       01  WS-EXPECTED     PIC 9(7).
       01  WS-PREV-SERIAL  PIC 9(6).
       01  WS-LATEST-DATE  PIC X(8).
       01  WS-GAP-FROM     PIC 9(6).
       01  WS-GAP-TO       PIC 9(6).
       01  WS-GAP-SIZE     PIC 9(6).

       01  WS-RANGE-SIZE   PIC 9(6) VALUE 100.
       01  WS-RANGE-INP    PIC X(6).
       01  WS-RANGE-NO     PIC 9(6).
       01  WS-CUR-RANGE    PIC 9(6).
       01  WS-RANGE-LOW    PIC 9(6).
       01  WS-RANGE-HIGH   PIC 9(6).
       01  WS-RANGE-ISSUED PIC 9(6).
       01  WS-RANGE-CLOSED PIC 9(6).
       01  WS-RANGE-OPEN   PIC 9(6).

       01  WS-FILE-GAPS     PIC 9(5).
       01  WS-FILE-EXPLAIN  PIC 9(5).
       01  WS-FILE-DUPS     PIC 9(5).
       01  WS-FILE-ORDER    PIC 9(5).
       01  WS-TOTAL-UNEXPL  PIC 9(6) VALUE 0.
       01  WS-TOTAL-EXPLAIN PIC 9(6) VALUE 0.
       01  WS-TOTAL-DUPS    PIC 9(6) VALUE 0.
       01  WS-TOTAL-ORDER   PIC 9(6) VALUE 0.

      *explanation entry
       01  WS-EXC-FILE-CHOICE PIC X(1).
       01  WS-NUM-INP      PIC X(8).
       01  WS-EXC-FROM     PIC 9(6).
       01  WS-EXC-TO       PIC 9(6).
       01  WS-EXC-REASON   PIC X(2).
       01  WS-EXC-NOTE     PIC X(30).

       01  WS-DISPLAY-NUM  PIC Z(5)9.
       01  WS-DISPLAY-2    PIC Z(5)9.
       01  WS-DISPLAY-3    PIC Z(5)9.

       01  WS-LOG-PROGRAM PIC X(12) VALUE "serialaudit".
       01  WS-LOG-EVENT   PIC X(8).
       01  WS-LOG-TEXT    PIC X(30).
       01  WS-REPORT-NAME PIC X(20) VALUE "SERIALAUDIT.RPT".
       01  WS-REPORT-OPER PIC X(3)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
       MOVE "STARTUP" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
       PERFORM UNTIL WS-DONE = "Y"
          DISPLAY " "
          DISPLAY "SERIAL AUDIT - A=RUN AUDIT, E=EXPLAIN A GAP,"
          DISPLAY "L=LIST EXPLANATIONS, X=EXIT:"
          ACCEPT WS-CHOICE
          MOVE FUNCTION UPPER-CASE (WS-CHOICE) TO WS-CHOICE
          EVALUATE WS-CHOICE
          WHEN "A"
             PERFORM RUN-AUDIT-PARA
          WHEN "E"
             PERFORM EXPLAIN-GAP-PARA
          WHEN "L"
             PERFORM LIST-EXPLANATIONS-PARA
          WHEN "X"
             MOVE "Y" TO WS-DONE
          WHEN OTHER
             DISPLAY "NOT ON THE MENU."
          END-EVALUATE
       END-PERFORM.
       MOVE "EXIT" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       GOBACK.

      *=================================================
      *   THE AUDIT RUN
      *=================================================
       RUN-AUDIT-PARA.
       DISPLAY "SERIALS PER RANGE (ENTER FOR 100):".
       MOVE SPACES TO WS-RANGE-INP.
       ACCEPT WS-RANGE-INP.
       MOVE 100 TO WS-RANGE-SIZE.
       IF WS-RANGE-INP NOT = SPACES AND
          FUNCTION TEST-NUMVAL(WS-RANGE-INP) = 0 THEN
          COMPUTE WS-RANGE-SIZE = FUNCTION NUMVAL(WS-RANGE-INP)
       END-IF.
       IF WS-RANGE-SIZE = 0 THEN
          MOVE 100 TO WS-RANGE-SIZE
       END-IF.
       PERFORM LOAD-EXCEPTIONS-PARA.
       OPEN OUTPUT auditRptFile.
       IF WS-RPT-STATUS NOT = "00" THEN
          DISPLAY "COULD NOT OPEN SERIALAUDIT.RPT - " WS-RPT-STATUS
          EXIT PARAGRAPH
       END-IF.
       MOVE 0 TO WS-TOTAL-UNEXPL.
       MOVE 0 TO WS-TOTAL-EXPLAIN.
       MOVE 0 TO WS-TOTAL-DUPS.
       MOVE 0 TO WS-TOTAL-ORDER.
       MOVE SPACES TO AUDIT-LINE.
       STRING "SERIAL NUMBER AUDIT " WS-TODAY
          DELIMITED BY SIZE INTO AUDIT-LINE.
       PERFORM PUT-LINE-PARA.
       PERFORM LOAD-VOUCHERS-PARA.
       PERFORM ANALYSE-FILE-PARA.
       PERFORM LOAD-MEMBERS-PARA.
       PERFORM ANALYSE-FILE-PARA.
       PERFORM LOAD-SALES-PARA.
       PERFORM ANALYSE-FILE-PARA.
       PERFORM LOAD-WORK-PARA.
       PERFORM ANALYSE-FILE-PARA.
       MOVE SPACES TO AUDIT-LINE.
       PERFORM PUT-LINE-PARA.
       MOVE "ALL FILES" TO AUDIT-LINE.
       PERFORM PUT-LINE-PARA.
       MOVE WS-TOTAL-UNEXPL TO WS-DISPLAY-NUM.
       MOVE WS-TOTAL-EXPLAIN TO WS-DISPLAY-2.
       MOVE SPACES TO AUDIT-LINE.
       STRING "  GAPS UNEXPLAINED " WS-DISPLAY-NUM
          "   EXPLAINED " WS-DISPLAY-2
          DELIMITED BY SIZE INTO AUDIT-LINE.
       PERFORM PUT-LINE-PARA.
       MOVE WS-TOTAL-DUPS TO WS-DISPLAY-NUM.
       MOVE WS-TOTAL-ORDER TO WS-DISPLAY-2.
       MOVE SPACES TO AUDIT-LINE.
       STRING "  DUPLICATES       " WS-DISPLAY-NUM
          "   OUT OF DATE ORDER " WS-DISPLAY-2
          DELIMITED BY SIZE INTO AUDIT-LINE.
       PERFORM PUT-LINE-PARA.
       CLOSE auditRptFile.
       CALL "rptfile" USING WS-REPORT-NAME WS-LOG-PROGRAM
             WS-REPORT-OPER.
       MOVE "AUDITED" TO WS-LOG-EVENT.
       MOVE WS-TOTAL-UNEXPL TO WS-DISPLAY-NUM.
       MOVE SPACES TO WS-LOG-TEXT.
       STRING WS-DISPLAY-NUM " UNEXPLAINED GAPS"
          DELIMITED BY SIZE INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.

       LOAD-VOUCHERS-PARA.
       MOVE "VOUCHER.DAT" TO WS-FILE-NAME.
       PERFORM CLEAR-TABLE-PARA.
       OPEN INPUT voucherFile.
       IF WS-VOUCHER-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ voucherFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF VO-SERIAL IS NUMERIC THEN
                   MOVE VO-SERIAL TO WS-NEW-SERIAL
                   MOVE VO-DATE TO WS-NEW-DATE
                   MOVE VO-REDEEMED TO WS-NEW-CLOSED
                   PERFORM ADD-SERIAL-PARA
                END-IF
          END-READ
       END-PERFORM.
       CLOSE voucherFile.

      *a lapsed member counts as redeemed - the number is spent
       LOAD-MEMBERS-PARA.
       MOVE "MEMBERS.DAT" TO WS-FILE-NAME.
       PERFORM CLEAR-TABLE-PARA.
       OPEN INPUT memberFile.
       IF WS-MEMBER-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ memberFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF MB-NUMBER IS NUMERIC THEN
                   MOVE MB-NUMBER TO WS-NEW-SERIAL
                   MOVE MB-JOINED TO WS-NEW-DATE
                   IF MB-EXPIRES < WS-TODAY THEN
                      MOVE "Y" TO WS-NEW-CLOSED
                   ELSE
                      MOVE "N" TO WS-NEW-CLOSED
                   END-IF
                   PERFORM ADD-SERIAL-PARA
                END-IF
          END-READ
       END-PERFORM.
       CLOSE memberFile.

       LOAD-SALES-PARA.
       MOVE "SALES.DAT" TO WS-FILE-NAME.
       PERFORM CLEAR-TABLE-PARA.
       OPEN INPUT salesFile.
       IF WS-SALES-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ salesFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF SJ-RECEIPT IS NUMERIC THEN
                   MOVE SJ-RECEIPT TO WS-NEW-SERIAL
                   MOVE SJ-STAMP (1:8) TO WS-NEW-DATE
                   MOVE "Y" TO WS-NEW-CLOSED
                   PERFORM ADD-SERIAL-PARA
                END-IF
          END-READ
       END-PERFORM.
       CLOSE salesFile.

       LOAD-WORK-PARA.
       MOVE "WORKORDER.DAT" TO WS-FILE-NAME.
       PERFORM CLEAR-TABLE-PARA.
       OPEN INPUT workFile.
       IF WS-WORK-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ workFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF WO-NUMBER IS NUMERIC THEN
                   MOVE WO-NUMBER TO WS-NEW-SERIAL
                   MOVE WO-OPENED (1:8) TO WS-NEW-DATE
                   IF WO-STATUS = "C" THEN
                      MOVE "Y" TO WS-NEW-CLOSED
                   ELSE
                      MOVE "N" TO WS-NEW-CLOSED
                   END-IF
                   PERFORM ADD-SERIAL-PARA
                END-IF
          END-READ
       END-PERFORM.
       CLOSE workFile.

       CLEAR-TABLE-PARA.
       MOVE 0 TO WS-SERIAL-COUNT.
       MOVE 0 TO WS-SKIPPED.
       MOVE "N" TO WS-EOF.

      *slot the new number in after every entry not above it, so
      *the table stays in serial order and duplicates stay in file
      *order behind one another
       ADD-SERIAL-PARA.
       IF WS-SERIAL-COUNT >= 5000 THEN
          ADD 1 TO WS-SKIPPED
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-SERIAL-COUNT TO WS-SLOT.
       PERFORM UNTIL WS-SLOT = 0
          IF WS-SR-SERIAL(WS-SLOT) <= WS-NEW-SERIAL THEN
             EXIT PERFORM
          END-IF
          MOVE WS-SERIAL-ENTRY(WS-SLOT) TO
             WS-SERIAL-ENTRY(WS-SLOT + 1)
          SUBTRACT 1 FROM WS-SLOT
       END-PERFORM.
       ADD 1 TO WS-SLOT.
       MOVE WS-NEW-SERIAL TO WS-SR-SERIAL(WS-SLOT).
       MOVE WS-NEW-DATE TO WS-SR-DATE(WS-SLOT).
       MOVE WS-NEW-CLOSED TO WS-SR-CLOSED(WS-SLOT).
       ADD 1 TO WS-SERIAL-COUNT.

      *=================================================
      *   GAPS, DUPLICATES AND DATE ORDER FOR ONE FILE
      *=================================================
       ANALYSE-FILE-PARA.
       MOVE 0 TO WS-FILE-GAPS.
       MOVE 0 TO WS-FILE-EXPLAIN.
       MOVE 0 TO WS-FILE-DUPS.
       MOVE 0 TO WS-FILE-ORDER.
       MOVE SPACES TO AUDIT-LINE.
       PERFORM PUT-LINE-PARA.
       MOVE WS-SERIAL-COUNT TO WS-DISPLAY-NUM.
       MOVE SPACES TO AUDIT-LINE.
       STRING WS-FILE-NAME " " WS-DISPLAY-NUM " NUMBERS ON FILE"
          DELIMITED BY SIZE INTO AUDIT-LINE.
       PERFORM PUT-LINE-PARA.
       IF WS-SERIAL-COUNT = 0 THEN
          MOVE "  NOTHING TO AUDIT" TO AUDIT-LINE
          PERFORM PUT-LINE-PARA
          EXIT PARAGRAPH
       END-IF.
       IF WS-SKIPPED > 0 THEN
          MOVE WS-SKIPPED TO WS-DISPLAY-NUM
          MOVE SPACES TO AUDIT-LINE
          STRING "  ONLY THE FIRST 5000 AUDITED -" WS-DISPLAY-NUM
             " MORE NOT READ" DELIMITED BY SIZE INTO AUDIT-LINE
          PERFORM PUT-LINE-PARA
       END-IF.
       MOVE 1 TO WS-EXPECTED.
       MOVE 0 TO WS-PREV-SERIAL.
       MOVE SPACES TO WS-LATEST-DATE.
       PERFORM VARYING WS-SERIAL-INDEX FROM 1 BY 1
       UNTIL WS-SERIAL-INDEX > WS-SERIAL-COUNT
          IF WS-SERIAL-INDEX > 1 AND
             WS-SR-SERIAL(WS-SERIAL-INDEX) = WS-PREV-SERIAL THEN
             PERFORM DUPLICATE-PARA
          ELSE
             IF WS-SR-SERIAL(WS-SERIAL-INDEX) > WS-EXPECTED THEN
                MOVE WS-EXPECTED TO WS-GAP-FROM
                COMPUTE WS-GAP-TO = WS-SR-SERIAL(WS-SERIAL-INDEX) - 1
                PERFORM GAP-PARA
             END-IF
             COMPUTE WS-EXPECTED = WS-SR-SERIAL(WS-SERIAL-INDEX) + 1
          END-IF
          IF WS-SR-DATE(WS-SERIAL-INDEX) NOT = SPACES THEN
             IF WS-SR-DATE(WS-SERIAL-INDEX) < WS-LATEST-DATE THEN
                PERFORM OUT-OF-ORDER-PARA
             ELSE
                MOVE WS-SR-DATE(WS-SERIAL-INDEX) TO WS-LATEST-DATE
             END-IF
          END-IF
          MOVE WS-SR-SERIAL(WS-SERIAL-INDEX) TO WS-PREV-SERIAL
       END-PERFORM.
       IF WS-FILE-GAPS = 0 AND WS-FILE-EXPLAIN = 0 AND
             WS-FILE-DUPS = 0 AND WS-FILE-ORDER = 0 THEN
          MOVE "  NO GAPS, DUPLICATES OR DATE-ORDER BREAKS"
             TO AUDIT-LINE
          PERFORM PUT-LINE-PARA
       END-IF.
       PERFORM RANGE-COUNTS-PARA.
       ADD WS-FILE-GAPS TO WS-TOTAL-UNEXPL.
       ADD WS-FILE-EXPLAIN TO WS-TOTAL-EXPLAIN.
       ADD WS-FILE-DUPS TO WS-TOTAL-DUPS.
       ADD WS-FILE-ORDER TO WS-TOTAL-ORDER.

      *a gap is accounted for only by an explanation for the same
      *file that covers every number in it
       GAP-PARA.
       COMPUTE WS-GAP-SIZE = WS-GAP-TO - WS-GAP-FROM + 1.
       MOVE WS-GAP-SIZE TO WS-DISPLAY-NUM.
       MOVE 0 TO WS-EXC-FOUND.
       PERFORM VARYING WS-EXC-INDEX FROM 1 BY 1
       UNTIL WS-EXC-INDEX > WS-EXC-COUNT
          IF WS-EX-FILE(WS-EXC-INDEX) = WS-FILE-NAME AND
             WS-EX-FROM(WS-EXC-INDEX) <= WS-GAP-FROM AND
             WS-EX-TO(WS-EXC-INDEX) >= WS-GAP-TO THEN
             MOVE WS-EXC-INDEX TO WS-EXC-FOUND
          END-IF
       END-PERFORM.
       MOVE SPACES TO AUDIT-LINE.
       IF WS-EXC-FOUND > 0 THEN
          ADD 1 TO WS-FILE-EXPLAIN
          STRING "  GAP " WS-GAP-FROM "-" WS-GAP-TO " ("
             FUNCTION TRIM(WS-DISPLAY-NUM) ") EXPLAINED "
             WS-EX-REASON(WS-EXC-FOUND) " "
             WS-EX-NOTE(WS-EXC-FOUND)
             DELIMITED BY SIZE INTO AUDIT-LINE
       ELSE
          ADD 1 TO WS-FILE-GAPS
          STRING "  GAP " WS-GAP-FROM "-" WS-GAP-TO " ("
             FUNCTION TRIM(WS-DISPLAY-NUM) ") *** UNEXPLAINED ***"
             DELIMITED BY SIZE INTO AUDIT-LINE
       END-IF.
       PERFORM PUT-LINE-PARA.

       DUPLICATE-PARA.
       ADD 1 TO WS-FILE-DUPS.
       MOVE SPACES TO AUDIT-LINE.
       STRING "  DUPLICATE " WS-SR-SERIAL(WS-SERIAL-INDEX)
          " ISSUED AGAIN " WS-SR-DATE(WS-SERIAL-INDEX)
          DELIMITED BY SIZE INTO AUDIT-LINE.
       PERFORM PUT-LINE-PARA.

       OUT-OF-ORDER-PARA.
       ADD 1 TO WS-FILE-ORDER.
       MOVE SPACES TO AUDIT-LINE.
       STRING "  DATE ORDER " WS-SR-SERIAL(WS-SERIAL-INDEX)
          " DATED " WS-SR-DATE(WS-SERIAL-INDEX)
          " - A LOWER NUMBER IS DATED " WS-LATEST-DATE
          DELIMITED BY SIZE INTO AUDIT-LINE.
       PERFORM PUT-LINE-PARA.

      *issued / redeemed / outstanding for each block of serials
      *that has anything in it
       RANGE-COUNTS-PARA.
       MOVE "  RANGE            ISSUED  REDEEMED  OUTSTANDING"
          TO AUDIT-LINE.
       PERFORM PUT-LINE-PARA.
       COMPUTE WS-CUR-RANGE = (WS-SR-SERIAL(1) - 1) / WS-RANGE-SIZE.
       MOVE 0 TO WS-RANGE-ISSUED.
       MOVE 0 TO WS-RANGE-CLOSED.
       PERFORM VARYING WS-SERIAL-INDEX FROM 1 BY 1
       UNTIL WS-SERIAL-INDEX > WS-SERIAL-COUNT
          IF WS-SR-SERIAL(WS-SERIAL-INDEX) = 0 THEN
             MOVE 0 TO WS-RANGE-NO
          ELSE
             COMPUTE WS-RANGE-NO =
                (WS-SR-SERIAL(WS-SERIAL-INDEX) - 1) / WS-RANGE-SIZE
          END-IF
          IF WS-RANGE-NO NOT = WS-CUR-RANGE THEN
             PERFORM PRINT-RANGE-PARA
             MOVE WS-RANGE-NO TO WS-CUR-RANGE
             MOVE 0 TO WS-RANGE-ISSUED
             MOVE 0 TO WS-RANGE-CLOSED
          END-IF
          ADD 1 TO WS-RANGE-ISSUED
          IF WS-SR-CLOSED(WS-SERIAL-INDEX) = "Y" THEN
             ADD 1 TO WS-RANGE-CLOSED
          END-IF
       END-PERFORM.
       PERFORM PRINT-RANGE-PARA.

       PRINT-RANGE-PARA.
       COMPUTE WS-RANGE-LOW = WS-CUR-RANGE * WS-RANGE-SIZE + 1.
       COMPUTE WS-RANGE-HIGH = WS-RANGE-LOW + WS-RANGE-SIZE - 1.
       COMPUTE WS-RANGE-OPEN = WS-RANGE-ISSUED - WS-RANGE-CLOSED.
       MOVE WS-RANGE-ISSUED TO WS-DISPLAY-NUM.
       MOVE WS-RANGE-CLOSED TO WS-DISPLAY-2.
       MOVE WS-RANGE-OPEN TO WS-DISPLAY-3.
       MOVE SPACES TO AUDIT-LINE.
       STRING "  " WS-RANGE-LOW "-" WS-RANGE-HIGH "  "
             WS-DISPLAY-NUM "    " WS-DISPLAY-2 "       "
             WS-DISPLAY-3 DELIMITED BY SIZE INTO AUDIT-LINE.
       PERFORM PUT-LINE-PARA.

      *=================================================
      *   GAP EXPLANATIONS - SERIALEXC.DAT
      *=================================================
       LOAD-EXCEPTIONS-PARA.
       MOVE 0 TO WS-EXC-COUNT.
       MOVE "N" TO WS-EOF.
       OPEN INPUT excFile.
       IF WS-EXC-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ excFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF EX-FROM IS NUMERIC AND EX-TO IS NUMERIC AND
                   WS-EXC-COUNT < 500 THEN
                   ADD 1 TO WS-EXC-COUNT
                   MOVE EX-FILE TO WS-EX-FILE(WS-EXC-COUNT)
                   MOVE EX-FROM TO WS-EX-FROM(WS-EXC-COUNT)
                   MOVE EX-TO TO WS-EX-TO(WS-EXC-COUNT)
                   MOVE EX-REASON TO WS-EX-REASON(WS-EXC-COUNT)
                   MOVE EX-NOTE TO WS-EX-NOTE(WS-EXC-COUNT)
                END-IF
          END-READ
       END-PERFORM.
       CLOSE excFile.

       EXPLAIN-GAP-PARA.
       DISPLAY "OPERATOR INITIALS:".
       ACCEPT WS-OPERATOR.
       MOVE FUNCTION UPPER-CASE (WS-OPERATOR) TO WS-OPERATOR.
       IF WS-OPERATOR = SPACES THEN
          DISPLAY "AN EXPLANATION NEEDS A NAME ON IT."
          EXIT PARAGRAPH
       END-IF.
       DISPLAY "FILE - V=VOUCHER.DAT M=MEMBERS.DAT S=SALES.DAT"
       DISPLAY "       W=WORKORDER.DAT:".
       ACCEPT WS-EXC-FILE-CHOICE.
       MOVE FUNCTION UPPER-CASE (WS-EXC-FILE-CHOICE)
          TO WS-EXC-FILE-CHOICE.
       EVALUATE WS-EXC-FILE-CHOICE
       WHEN "V"
          MOVE "VOUCHER.DAT" TO WS-FILE-NAME
       WHEN "M"
          MOVE "MEMBERS.DAT" TO WS-FILE-NAME
       WHEN "S"
          MOVE "SALES.DAT" TO WS-FILE-NAME
       WHEN "W"
          MOVE "WORKORDER.DAT" TO WS-FILE-NAME
       WHEN OTHER
          DISPLAY "NOT ONE OF THE NUMBERED FILES."
          EXIT PARAGRAPH
       END-EVALUATE.
       DISPLAY "FIRST MISSING NUMBER:".
       MOVE SPACES TO WS-NUM-INP.
       ACCEPT WS-NUM-INP.
       IF FUNCTION TEST-NUMVAL(WS-NUM-INP) NOT = 0 THEN
          DISPLAY "NUMBERS ONLY."
          EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-EXC-FROM = FUNCTION NUMVAL(WS-NUM-INP).
       DISPLAY "LAST MISSING NUMBER (ENTER FOR THE SAME):".
       MOVE SPACES TO WS-NUM-INP.
       ACCEPT WS-NUM-INP.
       IF WS-NUM-INP = SPACES THEN
          MOVE WS-EXC-FROM TO WS-EXC-TO
       ELSE
          IF FUNCTION TEST-NUMVAL(WS-NUM-INP) NOT = 0 THEN
             DISPLAY "NUMBERS ONLY."
             EXIT PARAGRAPH
          END-IF
          COMPUTE WS-EXC-TO = FUNCTION NUMVAL(WS-NUM-INP)
       END-IF.
       IF WS-EXC-TO < WS-EXC-FROM THEN
          DISPLAY "THE LAST NUMBER IS BELOW THE FIRST."
          EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-REASON-INDEX FROM 1 BY 1
       UNTIL WS-REASON-INDEX > 6
          DISPLAY "  " WS-RS-CODE(WS-REASON-INDEX) " "
             WS-RS-DESC(WS-REASON-INDEX)
       END-PERFORM.
       DISPLAY "REASON CODE:".
       ACCEPT WS-EXC-REASON.
       MOVE FUNCTION UPPER-CASE (WS-EXC-REASON) TO WS-EXC-REASON.
       MOVE 0 TO WS-REASON-FOUND.
       PERFORM VARYING WS-REASON-INDEX FROM 1 BY 1
       UNTIL WS-REASON-INDEX > 6
          IF WS-RS-CODE(WS-REASON-INDEX) = WS-EXC-REASON THEN
             MOVE WS-REASON-INDEX TO WS-REASON-FOUND
          END-IF
       END-PERFORM.
       IF WS-REASON-FOUND = 0 THEN
          DISPLAY "NOT A REASON CODE ON THE LIST."
          EXIT PARAGRAPH
       END-IF.
       DISPLAY "NOTE (WHAT HAPPENED TO THEM):".
       MOVE SPACES TO WS-EXC-NOTE.
       ACCEPT WS-EXC-NOTE.
       IF WS-EXC-NOTE = SPACES THEN
          MOVE WS-RS-DESC(WS-REASON-FOUND) TO WS-EXC-NOTE
       END-IF.
       MOVE WS-FILE-NAME TO EX-FILE.
       MOVE WS-EXC-FROM TO EX-FROM.
       MOVE WS-EXC-TO TO EX-TO.
       MOVE WS-EXC-REASON TO EX-REASON.
       MOVE WS-OPERATOR TO EX-OPERATOR.
       MOVE FUNCTION CURRENT-DATE (1:14) TO EX-STAMP.
       MOVE WS-EXC-NOTE TO EX-NOTE.
       OPEN EXTEND excFile.
       IF WS-EXC-STATUS = "35" OR WS-EXC-STATUS = "05" THEN
          CLOSE excFile
          OPEN OUTPUT excFile
       END-IF.
       IF WS-EXC-STATUS NOT = "00" THEN
          DISPLAY "COULD NOT OPEN SERIALEXC.DAT - " WS-EXC-STATUS
          EXIT PARAGRAPH
       END-IF.
       WRITE EXC-RECORD.
       CLOSE excFile.
       DISPLAY "EXPLANATION FILED FOR " FUNCTION TRIM(WS-FILE-NAME)
          " " WS-EXC-FROM "-" WS-EXC-TO ".".
       MOVE "EXPLAIN" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       STRING WS-EXC-FILE-CHOICE " " WS-EXC-FROM "-" WS-EXC-TO " "
             WS-EXC-REASON " " WS-OPERATOR
          DELIMITED BY SIZE INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.

       LIST-EXPLANATIONS-PARA.
       PERFORM LOAD-EXCEPTIONS-PARA.
       IF WS-EXC-COUNT = 0 THEN
          DISPLAY "NO GAP EXPLANATIONS ON FILE."
          EXIT PARAGRAPH
       END-IF.
       DISPLAY "FILE           FROM   TO     RSN NOTE".
       PERFORM VARYING WS-EXC-INDEX FROM 1 BY 1
       UNTIL WS-EXC-INDEX > WS-EXC-COUNT
          DISPLAY WS-EX-FILE(WS-EXC-INDEX) " "
             WS-EX-FROM(WS-EXC-INDEX) " "
             WS-EX-TO(WS-EXC-INDEX) " "
             WS-EX-REASON(WS-EXC-INDEX) "  "
             WS-EX-NOTE(WS-EXC-INDEX)
       END-PERFORM.

       PUT-LINE-PARA.
       WRITE AUDIT-LINE.
       DISPLAY AUDIT-LINE.

       END PROGRAM serialaudit.
