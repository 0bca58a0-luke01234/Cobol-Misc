       IDENTIFICATION DIVISION.
       PROGRAM-ID. parties.

      *birthday parties and group bookings out of the diary. the
      *packages are on PARTYPKG.CFG - how many machines, for how
      *long, the tokens each guest gets, the prize voucher each
      *child gets and the price a head (two built-in packages when
      *the file is missing). B pencils a party in with the
      *organiser, a phone number, the date and start time, the
      *headcount, the package and the deposit paid - only when the
      *machines can be had, counting the other pencilled parties as
      *well as the book. C confirms it: the package's machines are
      *reserved on RESERVE.DAT as one block under "PARTY nnnnnn",
      *all of them or none, with the same trading-hours, out-of-
      *service and clash checks reservations makes. I on the day
      *takes the headcount as it stands, puts the guests' tokens on
      *their PLAYER.DAT profiles (the host's card for anyone without
      *initials of their own) and onto the TOKENSPARTY counter with
      *its OPERAUDIT.DAT record - not TOKENSISSUED, which the shift
      *close squares against the till - then cuts one VOUCHER.DAT
      *voucher a child, reason P, with its slip on VOUCHER.PRT, and
      *marks the party's slots arrived. a package voucher over the
      *APPROVAL.CFG voucher limit is held for a second operator
      *through the shared dualctl subprogram, one item for the
      *party, and the vouchers are cut by issuing the party again
      *once it is approved. each half is marked done on
      *PARTY.DAT as it is issued, so nothing goes out twice, and
      *the menu counts today's parties still to issue. S prints the
      *party sheet for a day on PARTYSHEET.RPT for the staff
      *running them - times, machines, package, headcount, what is
      *issued and the balance due - and D cancels a party not yet
      *issued, freeing its block. the operator is the one on
      *ONDUTY.DAT from the launcher login, "---" when run outside it

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT packageFile ASSIGN TO "PARTYPKG.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PACKAGE-STATUS.

           SELECT partyFile ASSIGN TO "PARTY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARTY-STATUS.

           SELECT reserveFile ASSIGN TO "RESERVE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESERVE-STATUS.

           SELECT playerFile ASSIGN TO "PLAYER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLAYER-STATUS.

           SELECT totalsFile ASSIGN TO "OPERATORTOTALS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TOTALS-STATUS.

           SELECT auditFile ASSIGN TO "OPERAUDIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT playerIdxFile ASSIGN TO "PLAYER.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PIX-INITIALS
           FILE STATUS IS WS-PLAYERIDX-STATUS.

           SELECT voucherFile ASSIGN TO "VOUCHER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VOUCHER-STATUS.

           SELECT printFile ASSIGN TO "VOUCHER.PRT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRINT-STATUS.

           SELECT dutyFile ASSIGN TO "ONDUTY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DUTY-STATUS.

           SELECT reportFile ASSIGN TO "PARTYSHEET.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *one package a line - the price is a head, the voucher a child
       FD  packageFile.
       01  PACKAGE-RECORD.
           05 PK-CODE     PIC X(4).
           05 PK-NAME     PIC X(20).
           05 PK-MACHINES PIC 9(1).
           05 PK-MINUTES  PIC 9(3).
           05 PK-TOKENS   PIC 9(3).
           05 PK-VOUCHER  PIC 9(3)V99.
           05 PK-PRICE    PIC 9(4)V99.

      *PB-STATUS: B pencilled in, C confirmed and on the book, T
      *tokens issued with the vouchers still to cut, H the vouchers
      *held for a second operator's approval, I all issued,
      *X cancelled. the price a head is kept as it was booked, so a
      *new PARTYPKG.CFG never moves a balance already quoted
       FD  partyFile.
       01  PARTY-RECORD.
           05 PB-ID           PIC 9(6).
           05 PB-ORGANISER    PIC X(20).
           05 PB-PHONE        PIC X(12).
           05 PB-DATE         PIC X(8).
           05 PB-START        PIC X(4).
           05 PB-PACKAGE      PIC X(4).
           05 PB-GUESTS       PIC 9(3).
           05 PB-CHILDREN     PIC 9(3).
           05 PB-PRICE        PIC 9(4)V99.
           05 PB-DEPOSIT      PIC 9(5)V99.
           05 PB-STATUS       PIC X(1).
           05 PB-MACHINES     PIC X(4).
           05 PB-BOOKED-BY    PIC X(3).
           05 PB-HOST         PIC X(3).
           05 PB-TOKENS       PIC 9(6).
           05 PB-FIRST-SERIAL PIC 9(6).
           05 PB-LAST-SERIAL  PIC 9(6).
           05 PB-ISSUED-BY    PIC X(3).
           05 PB-ISSUED-STAMP PIC X(14).

      *same records reservations keeps
       FD  reserveFile.
       01  RESERVE-RECORD.
           05 RS-DATE    PIC X(8).
           05 RS-START   PIC X(4).
           05 RS-LENGTH  PIC 9(3).
           05 RS-MACHINE PIC 9(1).
           05 RS-NAME    PIC X(20).
           05 RS-STATUS  PIC X(1).

      *the same profile, counter and audit records the launcher
      *keeps for a top-up
       FD  playerFile.
       01  PLAYER-RECORD.
           05 PL-INITIALS     PIC X(3).
           05 PL-KEYMAP       PIC X(9).
           05 PL-DAS-TICKS    PIC 9(2).
           05 PL-ARR-TICKS    PIC 9(2).
           05 PL-BOARD-HEIGHT PIC 9(2).
           05 PL-BOARD-WIDTH  PIC 9(2).
           05 PL-GAMES        PIC 9(6).
           05 PL-SCORE        PIC 9(12).
           05 PL-LINES        PIC 9(8).
           05 PL-TOKENS       PIC 9(4).
           05 PL-RATING       PIC 9(4).
           05 PL-MISSION      PIC 9(2).

       FD  totalsFile.
       01  TOTALS-RECORD.
           05 TR-NAME  PIC X(12).
           05 TR-VALUE PIC 9(8).
           05 TR-DATE  PIC X(8).

       FD  auditFile.
       01  AUDIT-RECORD.
           05 AU-NAME  PIC X(12).
           05 AU-OLD   PIC 9(8).
           05 AU-NEW   PIC 9(8).
           05 AU-STAMP PIC X(14).
           05 AU-REFUND.
              10 AU-MACHINE PIC 9(1).
              10 AU-REASON  PIC X(8).
              10 AU-PLAYER  PIC X(3).

       FD  playerIdxFile.
       01  PLAYERIDX-RECORD.
           05 PIX-INITIALS PIC X(3).
           05 PIX-REST     PIC X(53).

      *same voucher record and slip the vouchers program keeps
       FD  voucherFile.
       01  VOUCHER-RECORD.
           05 VO-SERIAL      PIC 9(6).
           05 VO-DATE        PIC X(8).
           05 VO-INITIALS    PIC X(3).
           05 VO-REASON      PIC X(1).
           05 VO-AMOUNT      PIC 9(6)V99.
           05 VO-REDEEMED    PIC X(1).
           05 VO-REDEEM-DATE PIC X(8).
           05 VO-PRIZE       PIC X(6).

       FD  printFile.
       01  PRINT-LINE PIC X(132).

       FD  dutyFile.
       01  DUTY-RECORD.
           05 OD-OPERATOR PIC X(3).
           05 OD-STAMP    PIC X(14).

       FD  reportFile.
       01  REPORT-LINE PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PACKAGE-STATUS   PIC X(2).
       01  WS-PARTY-STATUS     PIC X(2).
       01  WS-RESERVE-STATUS   PIC X(2).
       01  WS-PLAYER-STATUS    PIC X(2).
       01  WS-TOTALS-STATUS    PIC X(2).
       01  WS-AUDIT-STATUS     PIC X(2).
       01  WS-PLAYERIDX-STATUS PIC X(2).
       01  WS-VOUCHER-STATUS   PIC X(2).
       01  WS-PRINT-STATUS     PIC X(2).
       01  WS-DUTY-STATUS      PIC X(2).
       01  WS-REPORT-STATUS    PIC X(2).
       01  WS-EOF PIC X(1) VALUE "N".
           88 WS-END-OF-FILE VALUE "Y".
       01  WS-OPERATOR    PIC X(3).
       01  WS-TODAY       PIC X(8).

      *party vouchers over their APPROVAL.CFG limit are held for a
      *second operator through the shared dualctl subprogram as one
      *item, AP-COUNTER "PARTY nnnnnn" - same item layout dualctl
      *takes
       01  WS-APPR-ACTION   PIC X(4).
       01  WS-APPR-RESULT   PIC X(1).
       01  WS-APPR-ITEM.
           05 WS-APPR-ID       PIC 9(6).
           05 WS-APPR-STAMP    PIC X(14).
           05 WS-APPR-OPERATOR PIC X(3).
           05 WS-APPR-KIND     PIC X(1).
           05 WS-APPR-PLAYER   PIC X(3).
           05 WS-APPR-COUNTER  PIC X(12).
           05 WS-APPR-AMOUNT   PIC S9(8) SIGN LEADING SEPARATE.
           05 WS-APPR-VALUE    PIC 9(6)V99.
           05 WS-APPR-LIST     PIC 9(6)V99.
           05 WS-APPR-TEXT     PIC X(30).
       01  WS-APPR-WANTED   PIC X(12).
       01  WS-APPR-FOUND    PIC X(1).
       01  WS-APPR-ANSWER   PIC X(1).
       01  WS-NOW-STAMP   PIC X(14).

       01  WS-PACKAGE-TABLE.
           05 WS-PACKAGE-ENTRY OCCURS 20 TIMES.
              10 WS-PK-CODE     PIC X(4).
              10 WS-PK-NAME     PIC X(20).
              10 WS-PK-MACHINES PIC 9(1).
              10 WS-PK-MINUTES  PIC 9(3).
              10 WS-PK-TOKENS   PIC 9(3).
              10 WS-PK-VOUCHER  PIC 9(3)V99.
              10 WS-PK-PRICE    PIC 9(4)V99.
       01  WS-PACKAGE-COUNT PIC 9(2) VALUE 0.
       01  WS-PACKAGE-INDEX PIC 9(2).
       01  WS-PACKAGE-FOUND PIC 9(2).
       01  WS-LOOK-PACKAGE  PIC X(4).

      *the whole party book in memory, load/rewrite as the
      *reservation book is kept
       01  WS-PARTY-TABLE.
           05 WS-PARTY-ENTRY OCCURS 200 TIMES.
              10 WS-PB-ID           PIC 9(6).
              10 WS-PB-ORGANISER    PIC X(20).
              10 WS-PB-PHONE        PIC X(12).
              10 WS-PB-DATE         PIC X(8).
              10 WS-PB-START        PIC X(4).
              10 WS-PB-PACKAGE      PIC X(4).
              10 WS-PB-GUESTS       PIC 9(3).
              10 WS-PB-CHILDREN     PIC 9(3).
              10 WS-PB-PRICE        PIC 9(4)V99.
              10 WS-PB-DEPOSIT      PIC 9(5)V99.
              10 WS-PB-STATUS       PIC X(1).
              10 WS-PB-MACHINES     PIC X(4).
              10 WS-PB-BOOKED-BY    PIC X(3).
              10 WS-PB-HOST         PIC X(3).
              10 WS-PB-TOKENS       PIC 9(6).
              10 WS-PB-FIRST-SERIAL PIC 9(6).
              10 WS-PB-LAST-SERIAL  PIC 9(6).
              10 WS-PB-ISSUED-BY    PIC X(3).
              10 WS-PB-ISSUED-STAMP PIC X(14).
       01  WS-PARTY-COUNT    PIC 9(3) VALUE 0.
       01  WS-PARTY-INDEX    PIC 9(3).
       01  WS-PARTY-FOUND    PIC 9(3).
       01  WS-PARTY-OVERFLOW PIC X(1) VALUE "N".
       01  WS-NEXT-PARTY     PIC 9(6).
       01  WS-TO-ISSUE       PIC 9(3).
       01  WS-TO-CONFIRM     PIC 9(3).

      *the reservation book, as reservations holds it
       01  WS-BOOK-TABLE.
           05 WS-BOOK-ENTRY OCCURS 200 TIMES.
              10 WS-BK-DATE    PIC X(8).
              10 WS-BK-START   PIC X(4).
              10 WS-BK-LENGTH  PIC 9(3).
              10 WS-BK-MACHINE PIC 9(1).
              10 WS-BK-NAME    PIC X(20).
              10 WS-BK-STATUS  PIC X(1).
       01  WS-BOOK-COUNT    PIC 9(3) VALUE 0.
       01  WS-BOOK-INDEX    PIC 9(3).
       01  WS-BOOK-OVERFLOW PIC X(1) VALUE "N".
       01  WS-BOOK-KEPT     PIC 9(3).
       01  WS-PARTY-TAG     PIC X(12).

      *what the machines look like for one party's window
       01  WS-MACHINE-TABLE.
           05 WS-MC-FREE OCCURS 4 TIMES PIC X(1).
       01  WS-MACHINE-INDEX PIC 9(1).
       01  WS-FREE-COUNT    PIC 9(1).
       01  WS-PENCIL-NEED   PIC 9(2).
       01  WS-NEED-MACHINES PIC 9(1).
       01  WS-NEED-MINUTES  PIC 9(3).
       01  WS-SELF-ID       PIC 9(6).
       01  WS-FITS          PIC X(1).
       01  WS-HELD-COUNT    PIC 9(1).
       01  WS-NEW-START-MIN PIC 9(5).
       01  WS-NEW-END-MIN   PIC 9(5).
       01  WS-OLD-START-MIN PIC 9(5).
       01  WS-OLD-END-MIN   PIC 9(5).
       01  WS-END-TIME      PIC X(4).
       01  WS-END-HOURS     PIC 9(2).
       01  WS-END-MINS      PIC 9(2).

      *out-of-service answer from the shared machinedown routine
       01  WS-DOWN-MACHINE PIC 9(1).
       01  WS-DOWN-FLAG    PIC X(1).
       01  WS-DOWN-TICKET  PIC 9(5).
       01  WS-DOWN-FAULT   PIC X(30).
      *trading-hours answer from the shared tradecal routine
       01  WS-CAL-MINUTES  PIC 9(4).
       01  WS-CAL-OPEN     PIC X(1).
       01  WS-CAL-FROM     PIC X(4).
       01  WS-CAL-TO       PIC X(4).
       01  WS-CAL-NOTE     PIC X(30).

       01  WS-MENU-CHOICE  PIC X(1).
       01  WS-MENU-DONE    PIC X(1) VALUE "N".
       01  WS-ASK-ID       PIC X(6).
       01  WS-ASK-ORGANISER PIC X(20).
       01  WS-ASK-PHONE    PIC X(12).
       01  WS-ASK-DATE     PIC X(8).
       01  WS-ASK-START    PIC X(4).
       01  WS-ASK-GUESTS   PIC X(3).
       01  WS-ASK-CHILDREN PIC X(3).
       01  WS-ASK-MONEY    PIC X(10).
       01  WS-ASK-YESNO    PIC X(1).
       01  WS-GUESTS       PIC 9(3).
       01  WS-CHILDREN     PIC 9(3).
       01  WS-DEPOSIT      PIC 9(5)V99.
       01  WS-PARTY-PRICE  PIC 9(6)V99.
       01  WS-BALANCE-DUE  PIC S9(6)V99.

      *issuing on the day - guests' tokens and children's vouchers
       01  WS-HOST           PIC X(3).
       01  WS-GUEST-INITIALS PIC X(3).
       01  WS-GUEST-INDEX    PIC 9(3).
       01  WS-GUESTS-DONE    PIC X(1).
       01  WS-ON-HOST        PIC 9(3).
       01  WS-TOKEN-TOTAL    PIC 9(6).
       01  WS-GIVE-TOKENS    PIC 9(4).
       01  WS-HOST-FOUND     PIC 9(2).
       01  WS-VOUCHER-COUNT  PIC 9(4).
       01  WS-VOUCHER-OVERFLOW PIC X(1).
       01  WS-NEXT-SERIAL    PIC 9(6).
       01  WS-CUT-COUNT      PIC 9(3).

      *profile balance and counter posting, as in the launcher
       01  WS-PLAYER-TABLE.
           05 WS-PLAYER-ENTRY OCCURS 50 TIMES.
              10 WS-PL-INITIALS     PIC X(3).
              10 WS-PL-KEYMAP       PIC X(9).
              10 WS-PL-DAS-TICKS    PIC 9(2).
              10 WS-PL-ARR-TICKS    PIC 9(2).
              10 WS-PL-BOARD-HEIGHT PIC 9(2).
              10 WS-PL-BOARD-WIDTH  PIC 9(2).
              10 WS-PL-GAMES        PIC 9(6).
              10 WS-PL-SCORE        PIC 9(12).
              10 WS-PL-LINES        PIC 9(8).
              10 WS-PL-TOKENS       PIC 9(4).
              10 WS-PL-RATING       PIC 9(4).
              10 WS-PL-MISSION      PIC 9(2).
       01  WS-PLAYER-COUNT  PIC 9(2) VALUE 0.
       01  WS-PLAYER-INDEX  PIC 9(2).
       01  WS-PLAYER-FOUND  PIC 9(2).
       01  WS-LOOK-INITIALS PIC X(3).
       01  WS-LEDGER-TABLE.
           05 WS-LEDGER-ENTRY OCCURS 50 TIMES.
              10 WS-LG-NAME  PIC X(12).
              10 WS-LG-VALUE PIC 9(8).
              10 WS-LG-DATE  PIC X(8).
       01  WS-LEDGER-COUNT  PIC 9(2) VALUE 0.
       01  WS-LEDGER-INDEX  PIC 9(2).
       01  WS-LEDGER-FOUND  PIC 9(2).
       01  WS-OLD-VALUE     PIC 9(8).
       01  WS-POST-COUNTER  PIC X(12).
       01  WS-POST-AMOUNT   PIC 9(6).

      *the voucher serial and its check digit, and the amount in
      *words, through the shared checkdigit and numtowords routines
       01  WS-CHECK-NUMBER PIC 9(10).
       01  WS-CHECK-METHOD PIC X(1) VALUE "L".
       01  WS-CHECK-ACTION PIC X(1).
       01  WS-CHECK-DIGIT  PIC X(1).
       01  WS-CHECK-PASS   PIC X(1).
       01  WS-SERIAL-TEXT  PIC X(8).
       01  WS-FIRST-TEXT   PIC X(8).
       01  WS-WORDS-INT    PIC 9(10).
       01  WS-WORDS-CENTS  PIC 9(2).
       01  WS-WORDS-LINE   PIC X(120).

      *the party sheet
       01  WS-SHEET-DATE     PIC X(8).
       01  WS-SHEET-PARTIES  PIC 9(3).
       01  WS-SHEET-GUESTS   PIC 9(5).
       01  WS-SHEET-DUE      PIC S9(7)V99.
       01  WS-STATUS-WORD    PIC X(25).

       01  WS-DISPLAY-MONEY  PIC Z(5)9.99.
       01  WS-DISPLAY-DUE    PIC -(6)9.99.
       01  WS-DISPLAY-COUNT  PIC ZZ9.
       01  WS-DISPLAY-TOKENS PIC Z(5)9.

      *every start, normal exit and notable event appends to the
      *common SHOPLOG.DAT through the shared shoplog subprogram
       01  WS-LOG-PROGRAM PIC X(12) VALUE "parties".
       01  WS-LOG-EVENT   PIC X(8).
       01  WS-LOG-TEXT    PIC X(30).
       01  WS-REPORT-NAME PIC X(20) VALUE "PARTYSHEET.RPT".

       PROCEDURE DIVISION.
       MAIN-PARA.
       MOVE "STARTUP" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
       PERFORM FIND-OPERATOR-PARA.
       PERFORM LOAD-PACKAGES-PARA.
       MOVE "N" TO WS-MENU-DONE.
       PERFORM UNTIL WS-MENU-DONE = "Y"
          PERFORM LOAD-PARTIES-PARA
          MOVE FUNCTION CURRENT-DATE (1:14) TO WS-NOW-STAMP
          DISPLAY " "
          DISPLAY "===== PARTIES (" WS-OPERATOR ") ====="
          IF WS-TO-ISSUE > 0 THEN
             DISPLAY "*** " WS-TO-ISSUE " PARTY(S) TODAY STILL TO"
                " HAVE TOKENS OR VOUCHERS ISSUED ***"
          END-IF
          IF WS-TO-CONFIRM > 0 THEN
             DISPLAY "*** " WS-TO-CONFIRM " PARTY(S) TODAY PENCILLED"
                " IN BUT NEVER CONFIRMED ***"
          END-IF
          DISPLAY "P PACKAGES           B BOOK A PARTY"
          DISPLAY "C CONFIRM A BOOKING  I ISSUE ON THE DAY"
          DISPLAY "S PARTY SHEET        L LIST COMING PARTIES"
          DISPLAY "D CANCEL A PARTY     X EXIT"
          DISPLAY "CHOICE:"
          MOVE SPACE TO WS-MENU-CHOICE
          ACCEPT WS-MENU-CHOICE
          MOVE FUNCTION UPPER-CASE (WS-MENU-CHOICE)
             TO WS-MENU-CHOICE
          EVALUATE WS-MENU-CHOICE
          WHEN "P"
             PERFORM SHOW-PACKAGES-PARA
          WHEN "B"
             PERFORM BOOK-PARTY-PARA
          WHEN "C"
             PERFORM CONFIRM-PARTY-PARA
          WHEN "I"
             PERFORM ISSUE-PARTY-PARA
          WHEN "S"
             PERFORM PARTY-SHEET-PARA
          WHEN "L"
             PERFORM LIST-PARTIES-PARA
          WHEN "D"
             PERFORM CANCEL-PARTY-PARA
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
      *   PACKAGES
      *=================================================
       LOAD-PACKAGES-PARA.
      *no PARTYPKG.CFG means the two packages the shop started with
       MOVE 0 TO WS-PACKAGE-COUNT.
       MOVE "N" TO WS-EOF.
       OPEN INPUT packageFile.
       IF WS-PACKAGE-STATUS = "00" THEN
          PERFORM UNTIL WS-END-OF-FILE
             READ packageFile
                AT END MOVE "Y" TO WS-EOF
                NOT AT END
                   IF PK-CODE NOT = SPACES AND
                         PK-MACHINES IS NUMERIC AND
                         PK-MACHINES > 0 AND PK-MACHINES < 5 AND
                         PK-MINUTES IS NUMERIC AND
                         PK-TOKENS IS NUMERIC AND
                         PK-VOUCHER IS NUMERIC AND
                         PK-PRICE IS NUMERIC AND
                         WS-PACKAGE-COUNT < 20 THEN
                      ADD 1 TO WS-PACKAGE-COUNT
                      MOVE FUNCTION UPPER-CASE (PACKAGE-RECORD)
                         TO WS-PACKAGE-ENTRY(WS-PACKAGE-COUNT)
                   END-IF
             END-READ
          END-PERFORM
          CLOSE packageFile
       END-IF.
       IF WS-PACKAGE-COUNT = 0 THEN
          MOVE "STD STANDARD PARTY      209001000200001250"
             TO WS-PACKAGE-ENTRY(1)
          MOVE "BIG ALL FOUR MACHINES   412002000500001800"
             TO WS-PACKAGE-ENTRY(2)
          MOVE 2 TO WS-PACKAGE-COUNT
       END-IF.

       FIND-PACKAGE-PARA.
       MOVE 0 TO WS-PACKAGE-FOUND.
       PERFORM VARYING WS-PACKAGE-INDEX FROM 1 BY 1
       UNTIL WS-PACKAGE-INDEX > WS-PACKAGE-COUNT
          IF WS-PK-CODE(WS-PACKAGE-INDEX) = WS-LOOK-PACKAGE THEN
             MOVE WS-PACKAGE-INDEX TO WS-PACKAGE-FOUND
          END-IF
       END-PERFORM.

       SHOW-PACKAGES-PARA.
       DISPLAY "CODE NAME                 MACHINES MINUTES TOKENS"
             "/GUEST VOUCHER/CHILD PRICE/HEAD".
       PERFORM VARYING WS-PACKAGE-INDEX FROM 1 BY 1
       UNTIL WS-PACKAGE-INDEX > WS-PACKAGE-COUNT
          MOVE WS-PK-VOUCHER(WS-PACKAGE-INDEX) TO WS-DISPLAY-MONEY
          MOVE WS-PK-PRICE(WS-PACKAGE-INDEX) TO WS-DISPLAY-DUE
          DISPLAY WS-PK-CODE(WS-PACKAGE-INDEX) " "
             WS-PK-NAME(WS-PACKAGE-INDEX) " "
             WS-PK-MACHINES(WS-PACKAGE-INDEX) "        "
             WS-PK-MINUTES(WS-PACKAGE-INDEX) "     "
             WS-PK-TOKENS(WS-PACKAGE-INDEX) "          "
             WS-DISPLAY-MONEY "  " WS-DISPLAY-DUE
       END-PERFORM.

      *=================================================
      *   BOOKING
      *=================================================
       BOOK-PARTY-PARA.
       IF WS-PARTY-OVERFLOW = "Y" OR WS-PARTY-COUNT >= 200 THEN
          DISPLAY "THE PARTY BOOK IS FULL - NOTHING BOOKED."
          EXIT PARAGRAPH
       END-IF.
       DISPLAY "ORGANISER'S NAME:".
       MOVE SPACES TO WS-ASK-ORGANISER.
       ACCEPT WS-ASK-ORGANISER.
       MOVE FUNCTION UPPER-CASE (WS-ASK-ORGANISER)
             TO WS-ASK-ORGANISER.
       DISPLAY "CONTACT PHONE:".
       MOVE SPACES TO WS-ASK-PHONE.
       ACCEPT WS-ASK-PHONE.
       DISPLAY "DATE (YYYYMMDD):".
       MOVE SPACES TO WS-ASK-DATE.
       ACCEPT WS-ASK-DATE.
       DISPLAY "START TIME (HHMM):".
       MOVE SPACES TO WS-ASK-START.
       ACCEPT WS-ASK-START.
       DISPLAY "HEADCOUNT (GUESTS IN ALL, E.G. 012):".
       MOVE SPACES TO WS-ASK-GUESTS.
       ACCEPT WS-ASK-GUESTS.
       DISPLAY "OF WHOM CHILDREN (ENTER = ALL OF THEM):".
       MOVE SPACES TO WS-ASK-CHILDREN.
       ACCEPT WS-ASK-CHILDREN.
       PERFORM SHOW-PACKAGES-PARA.
       DISPLAY "PACKAGE CODE:".
       MOVE SPACES TO WS-LOOK-PACKAGE.
       ACCEPT WS-LOOK-PACKAGE.
       MOVE FUNCTION UPPER-CASE (WS-LOOK-PACKAGE) TO WS-LOOK-PACKAGE.
       IF WS-ASK-ORGANISER = SPACES OR WS-ASK-DATE IS NOT NUMERIC
             OR WS-ASK-START IS NOT NUMERIC OR
             FUNCTION TEST-NUMVAL(WS-ASK-GUESTS) NOT = 0 THEN
          DISPLAY "SOMETHING IS MISSING - NOTHING BOOKED."
          EXIT PARAGRAPH
       END-IF.
       IF WS-ASK-DATE < WS-TODAY THEN
          DISPLAY "THAT DAY HAS GONE - NOTHING BOOKED."
          EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-GUESTS = FUNCTION NUMVAL(WS-ASK-GUESTS).
       MOVE WS-GUESTS TO WS-CHILDREN.
       IF WS-ASK-CHILDREN NOT = SPACES THEN
          IF FUNCTION TEST-NUMVAL(WS-ASK-CHILDREN) NOT = 0 THEN
             DISPLAY "CHILDREN IS A NUMBER - NOTHING BOOKED."
             EXIT PARAGRAPH
          END-IF
          COMPUTE WS-CHILDREN = FUNCTION NUMVAL(WS-ASK-CHILDREN)
       END-IF.
       IF WS-GUESTS = 0 OR WS-CHILDREN > WS-GUESTS THEN
          DISPLAY "THE HEADCOUNT DOES NOT ADD UP - NOTHING BOOKED."
          EXIT PARAGRAPH
       END-IF.
       PERFORM FIND-PACKAGE-PARA.
       IF WS-PACKAGE-FOUND = 0 THEN
          DISPLAY "NO SUCH PACKAGE - NOTHING BOOKED."
          EXIT PARAGRAPH
       END-IF.
      *the machines have to be there before the diary takes it
       MOVE 0 TO WS-SELF-ID.
       MOVE WS-PK-MACHINES(WS-PACKAGE-FOUND) TO WS-NEED-MACHINES.
       MOVE WS-PK-MINUTES(WS-PACKAGE-FOUND) TO WS-NEED-MINUTES.
       PERFORM CHECK-MACHINES-PARA.
       IF WS-FITS NOT = "Y" THEN
          DISPLAY "NOTHING BOOKED."
          EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-PARTY-PRICE =
             WS-GUESTS * WS-PK-PRICE(WS-PACKAGE-FOUND).
       MOVE WS-PARTY-PRICE TO WS-DISPLAY-MONEY.
       DISPLAY "PARTY PRICE " WS-DISPLAY-MONEY
             " - DEPOSIT PAID (E.G. 25.00, ENTER = NONE):".
       MOVE SPACES TO WS-ASK-MONEY.
       ACCEPT WS-ASK-MONEY.
       MOVE 0 TO WS-DEPOSIT.
       IF WS-ASK-MONEY NOT = SPACES THEN
          IF FUNCTION TEST-NUMVAL(WS-ASK-MONEY) NOT = 0 THEN
             DISPLAY "NOT AN AMOUNT - NOTHING BOOKED."
             EXIT PARAGRAPH
          END-IF
          COMPUTE WS-DEPOSIT = FUNCTION NUMVAL(WS-ASK-MONEY)
       END-IF.
       ADD 1 TO WS-PARTY-COUNT.
       MOVE WS-PARTY-COUNT TO WS-PARTY-FOUND.
       INITIALIZE WS-PARTY-ENTRY(WS-PARTY-FOUND).
       MOVE WS-NEXT-PARTY TO WS-PB-ID(WS-PARTY-FOUND).
       MOVE WS-ASK-ORGANISER TO WS-PB-ORGANISER(WS-PARTY-FOUND).
       MOVE WS-ASK-PHONE TO WS-PB-PHONE(WS-PARTY-FOUND).
       MOVE WS-ASK-DATE TO WS-PB-DATE(WS-PARTY-FOUND).
       MOVE WS-ASK-START TO WS-PB-START(WS-PARTY-FOUND).
       MOVE WS-LOOK-PACKAGE TO WS-PB-PACKAGE(WS-PARTY-FOUND).
       MOVE WS-GUESTS TO WS-PB-GUESTS(WS-PARTY-FOUND).
       MOVE WS-CHILDREN TO WS-PB-CHILDREN(WS-PARTY-FOUND).
       MOVE WS-PK-PRICE(WS-PACKAGE-FOUND)
             TO WS-PB-PRICE(WS-PARTY-FOUND).
       MOVE WS-DEPOSIT TO WS-PB-DEPOSIT(WS-PARTY-FOUND).
       MOVE "B" TO WS-PB-STATUS(WS-PARTY-FOUND).
       MOVE SPACES TO WS-PB-MACHINES(WS-PARTY-FOUND).
       MOVE WS-OPERATOR TO WS-PB-BOOKED-BY(WS-PARTY-FOUND).
       MOVE SPACES TO WS-PB-HOST(WS-PARTY-FOUND).
       MOVE SPACES TO WS-PB-ISSUED-BY(WS-PARTY-FOUND).
       MOVE SPACES TO WS-PB-ISSUED-STAMP(WS-PARTY-FOUND).
       PERFORM SAVE-PARTIES-PARA.
       MOVE "PARTYBK" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       STRING WS-NEXT-PARTY " " WS-ASK-DATE " " WS-LOOK-PACKAGE
             DELIMITED BY SIZE INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       DISPLAY "PENCILLED IN AS PARTY " WS-NEXT-PARTY
             " - CONFIRM IT (C) TO HOLD THE MACHINES.".
       DISPLAY "CONFIRM NOW (Y/N)?".
       MOVE SPACE TO WS-ASK-YESNO.
       ACCEPT WS-ASK-YESNO.
       MOVE FUNCTION UPPER-CASE (WS-ASK-YESNO) TO WS-ASK-YESNO.
       IF WS-ASK-YESNO = "Y" THEN
          PERFORM CONFIRM-FOUND-PARA
       END-IF.

      *=================================================
      *   CONFIRMING - THE BLOCK ON RESERVE.DAT
      *=================================================
       CONFIRM-PARTY-PARA.
       PERFORM ASK-PARTY-PARA.
       IF WS-PARTY-FOUND = 0 THEN
          EXIT PARAGRAPH
       END-IF.
       IF WS-PB-STATUS(WS-PARTY-FOUND) NOT = "B" THEN
          DISPLAY "PARTY " WS-PB-ID(WS-PARTY-FOUND)
             " IS NOT WAITING TO BE CONFIRMED."
          EXIT PARAGRAPH
       END-IF.
       DISPLAY "FURTHER DEPOSIT TAKEN NOW (ENTER = NONE):".
       MOVE SPACES TO WS-ASK-MONEY.
       ACCEPT WS-ASK-MONEY.
       IF WS-ASK-MONEY NOT = SPACES THEN
          IF FUNCTION TEST-NUMVAL(WS-ASK-MONEY) NOT = 0 THEN
             DISPLAY "NOT AN AMOUNT - NOTHING CONFIRMED."
             EXIT PARAGRAPH
          END-IF
          COMPUTE WS-DEPOSIT = FUNCTION NUMVAL(WS-ASK-MONEY)
          ADD WS-DEPOSIT TO WS-PB-DEPOSIT(WS-PARTY-FOUND)
       END-IF.
       PERFORM CONFIRM-FOUND-PARA.

       CONFIRM-FOUND-PARA.
      *the whole block or nothing - the book is read again here so
      *a slot taken since the party was pencilled in is seen
       MOVE WS-PB-PACKAGE(WS-PARTY-FOUND) TO WS-LOOK-PACKAGE.
       PERFORM FIND-PACKAGE-PARA.
       IF WS-PACKAGE-FOUND = 0 THEN
          DISPLAY "PACKAGE " WS-LOOK-PACKAGE
             " IS NO LONGER ON PARTYPKG.CFG - NOT CONFIRMED."
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-PB-DATE(WS-PARTY-FOUND) TO WS-ASK-DATE.
       MOVE WS-PB-START(WS-PARTY-FOUND) TO WS-ASK-START.
       MOVE WS-PB-ID(WS-PARTY-FOUND) TO WS-SELF-ID.
       MOVE WS-PK-MACHINES(WS-PACKAGE-FOUND) TO WS-NEED-MACHINES.
       MOVE WS-PK-MINUTES(WS-PACKAGE-FOUND) TO WS-NEED-MINUTES.
       PERFORM CHECK-MACHINES-PARA.
       IF WS-FITS NOT = "Y" THEN
          DISPLAY "NOT CONFIRMED - STILL PENCILLED IN."
          EXIT PARAGRAPH
       END-IF.
       IF WS-BOOK-OVERFLOW = "Y" OR
             WS-BOOK-COUNT + WS-NEED-MACHINES > 200 THEN
          DISPLAY "THE RESERVATION BOOK IS FULL - RUN THE NO-SHOW"
             " PASS. NOT CONFIRMED."
          EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-PB-MACHINES(WS-PARTY-FOUND).
       MOVE 0 TO WS-HELD-COUNT.
       PERFORM VARYING WS-MACHINE-INDEX FROM 1 BY 1
       UNTIL WS-MACHINE-INDEX > 4
          IF WS-MC-FREE(WS-MACHINE-INDEX) = "Y" AND
                WS-HELD-COUNT < WS-NEED-MACHINES THEN
             ADD 1 TO WS-HELD-COUNT
             ADD 1 TO WS-BOOK-COUNT
             MOVE WS-ASK-DATE TO WS-BK-DATE(WS-BOOK-COUNT)
             MOVE WS-ASK-START TO WS-BK-START(WS-BOOK-COUNT)
             MOVE WS-NEED-MINUTES TO WS-BK-LENGTH(WS-BOOK-COUNT)
             MOVE WS-MACHINE-INDEX TO WS-BK-MACHINE(WS-BOOK-COUNT)
             MOVE SPACES TO WS-BK-NAME(WS-BOOK-COUNT)
             STRING WS-PARTY-TAG " "
                   WS-PB-ORGANISER(WS-PARTY-FOUND)
                   DELIMITED BY SIZE INTO WS-BK-NAME(WS-BOOK-COUNT)
             MOVE "O" TO WS-BK-STATUS(WS-BOOK-COUNT)
             MOVE WS-MACHINE-INDEX
                TO WS-PB-MACHINES(WS-PARTY-FOUND) (WS-HELD-COUNT:1)
          END-IF
       END-PERFORM.
       PERFORM SAVE-BOOK-PARA.
       IF WS-RESERVE-STATUS NOT = "00" THEN
          DISPLAY "RESERVE.DAT COULD NOT BE WRITTEN - "
             WS-RESERVE-STATUS " - NOT CONFIRMED."
          MOVE SPACES TO WS-PB-MACHINES(WS-PARTY-FOUND)
          EXIT PARAGRAPH
       END-IF.
       MOVE "C" TO WS-PB-STATUS(WS-PARTY-FOUND).
       PERFORM SAVE-PARTIES-PARA.
       MOVE "PARTYOK" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       STRING WS-PB-ID(WS-PARTY-FOUND) " MACHINES "
             WS-PB-MACHINES(WS-PARTY-FOUND)
             DELIMITED BY SIZE INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       PERFORM END-TIME-PARA.
       DISPLAY "CONFIRMED - MACHINES " WS-PB-MACHINES(WS-PARTY-FOUND)
             " HELD ON " WS-ASK-DATE " FROM " WS-ASK-START " TO "
             WS-END-TIME ".".

       CHECK-MACHINES-PARA.
      *WS-FITS "Y" when WS-NEED-MACHINES machines are free for
      *WS-NEED-MINUTES from WS-ASK-START on WS-ASK-DATE - inside
      *trading hours, not out of service, clear of every slot on the
      *book, and with enough over for the other parties pencilled
      *in across the same window. WS-MC-FREE marks which are free;
      *the party's own slots and pencil (WS-SELF-ID) do not count
       MOVE "N" TO WS-FITS.
       MOVE WS-NEED-MINUTES TO WS-CAL-MINUTES.
       CALL "tradecal" USING WS-ASK-DATE WS-ASK-START WS-CAL-MINUTES
             WS-CAL-OPEN WS-CAL-FROM WS-CAL-TO WS-CAL-NOTE.
       IF WS-CAL-OPEN NOT = "Y" THEN
          DISPLAY "OUTSIDE TRADING HOURS - "
             FUNCTION TRIM(WS-CAL-NOTE) "."
          EXIT PARAGRAPH
       END-IF.
       PERFORM LOAD-BOOK-PARA.
       MOVE SPACES TO WS-PARTY-TAG.
       STRING "PARTY " WS-SELF-ID DELIMITED BY SIZE
             INTO WS-PARTY-TAG.
       COMPUTE WS-NEW-START-MIN =
             FUNCTION NUMVAL(WS-ASK-START (1:2)) * 60
             + FUNCTION NUMVAL(WS-ASK-START (3:2)).
       COMPUTE WS-NEW-END-MIN = WS-NEW-START-MIN + WS-NEED-MINUTES.
       MOVE 0 TO WS-FREE-COUNT.
       PERFORM VARYING WS-MACHINE-INDEX FROM 1 BY 1
       UNTIL WS-MACHINE-INDEX > 4
          MOVE "Y" TO WS-MC-FREE(WS-MACHINE-INDEX)
          MOVE WS-MACHINE-INDEX TO WS-DOWN-MACHINE
          CALL "machinedown" USING WS-DOWN-MACHINE WS-DOWN-FLAG
                WS-DOWN-TICKET WS-DOWN-FAULT
          IF WS-DOWN-FLAG = "Y" THEN
             MOVE "N" TO WS-MC-FREE(WS-MACHINE-INDEX)
             DISPLAY "  MACHINE " WS-MACHINE-INDEX
                " IS OUT OF SERVICE - TICKET " WS-DOWN-TICKET
          END-IF
          PERFORM VARYING WS-BOOK-INDEX FROM 1 BY 1
          UNTIL WS-BOOK-INDEX > WS-BOOK-COUNT
             IF WS-BK-DATE(WS-BOOK-INDEX) = WS-ASK-DATE AND
                   WS-BK-MACHINE(WS-BOOK-INDEX) = WS-MACHINE-INDEX
                   AND WS-BK-STATUS(WS-BOOK-INDEX) NOT = "N" AND
                   WS-BK-NAME(WS-BOOK-INDEX) (1:12) NOT =
                   WS-PARTY-TAG THEN
                PERFORM BOOK-SLOT-MINUTES-PARA
                IF WS-NEW-START-MIN < WS-OLD-END-MIN AND
                      WS-OLD-START-MIN < WS-NEW-END-MIN AND
                      WS-MC-FREE(WS-MACHINE-INDEX) = "Y" THEN
                   MOVE "N" TO WS-MC-FREE(WS-MACHINE-INDEX)
                   DISPLAY "  MACHINE " WS-MACHINE-INDEX
                      " IS HELD FOR "
                      FUNCTION TRIM(WS-BK-NAME(WS-BOOK-INDEX))
                      " AT " WS-BK-START(WS-BOOK-INDEX)
                END-IF
             END-IF
          END-PERFORM
          IF WS-MC-FREE(WS-MACHINE-INDEX) = "Y" THEN
             ADD 1 TO WS-FREE-COUNT
          END-IF
       END-PERFORM.
      *a pencilled party has no machines of its own yet, only a
      *claim on however many its package needs
       MOVE 0 TO WS-PENCIL-NEED.
       PERFORM VARYING WS-PARTY-INDEX FROM 1 BY 1
       UNTIL WS-PARTY-INDEX > WS-PARTY-COUNT
          IF WS-PB-STATUS(WS-PARTY-INDEX) = "B" AND
                WS-PB-DATE(WS-PARTY-INDEX) = WS-ASK-DATE AND
                WS-PB-ID(WS-PARTY-INDEX) NOT = WS-SELF-ID THEN
             PERFORM PENCIL-CLAIM-PARA
          END-IF
       END-PERFORM.
       IF WS-FREE-COUNT < WS-NEED-MACHINES + WS-PENCIL-NEED THEN
          DISPLAY WS-FREE-COUNT " MACHINE(S) FREE FOR THAT WINDOW"
             " AND " WS-PENCIL-NEED " CLAIMED BY PENCILLED PARTIES"
             " - THE PACKAGE NEEDS " WS-NEED-MACHINES "."
          EXIT PARAGRAPH
       END-IF.
       MOVE "Y" TO WS-FITS.

       BOOK-SLOT-MINUTES-PARA.
       COMPUTE WS-OLD-START-MIN =
             FUNCTION NUMVAL(WS-BK-START(WS-BOOK-INDEX) (1:2)) * 60
             + FUNCTION NUMVAL(WS-BK-START(WS-BOOK-INDEX) (3:2)).
       COMPUTE WS-OLD-END-MIN =
             WS-OLD-START-MIN + WS-BK-LENGTH(WS-BOOK-INDEX).

       PENCIL-CLAIM-PARA.
       MOVE WS-PB-PACKAGE(WS-PARTY-INDEX) TO WS-LOOK-PACKAGE.
       PERFORM FIND-PACKAGE-PARA.
       IF WS-PACKAGE-FOUND = 0 THEN
          EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-OLD-START-MIN =
             FUNCTION NUMVAL(WS-PB-START(WS-PARTY-INDEX) (1:2)) * 60
             + FUNCTION NUMVAL(WS-PB-START(WS-PARTY-INDEX) (3:2)).
       COMPUTE WS-OLD-END-MIN =
             WS-OLD-START-MIN + WS-PK-MINUTES(WS-PACKAGE-FOUND).
       IF WS-NEW-START-MIN < WS-OLD-END-MIN AND
             WS-OLD-START-MIN < WS-NEW-END-MIN THEN
          ADD WS-PK-MACHINES(WS-PACKAGE-FOUND) TO WS-PENCIL-NEED
          DISPLAY "  PARTY " WS-PB-ID(WS-PARTY-INDEX)
             " IS PENCILLED IN AT " WS-PB-START(WS-PARTY-INDEX)
       END-IF.

       END-TIME-PARA.
      *WS-ASK-START plus WS-NEED-MINUTES as HHMM, for the screens
      *and the sheet
       COMPUTE WS-NEW-START-MIN =
             FUNCTION NUMVAL(WS-ASK-START (1:2)) * 60
             + FUNCTION NUMVAL(WS-ASK-START (3:2)).
       COMPUTE WS-NEW-END-MIN = WS-NEW-START-MIN + WS-NEED-MINUTES.
       DIVIDE WS-NEW-END-MIN BY 60 GIVING WS-END-HOURS
             REMAINDER WS-END-MINS.
       MOVE WS-END-HOURS TO WS-END-TIME (1:2).
       MOVE WS-END-MINS TO WS-END-TIME (3:2).

      *=================================================
      *   ISSUING ON THE DAY
      *=================================================
       ISSUE-PARTY-PARA.
      *tokens first, then the vouchers - each half marked done on
      *PARTY.DAT the moment it is issued, so a party left half done
      *(a full voucher book, say) picks up where it stopped
       PERFORM ASK-PARTY-PARA.
       IF WS-PARTY-FOUND = 0 THEN
          EXIT PARAGRAPH
       END-IF.
       EVALUATE WS-PB-STATUS(WS-PARTY-FOUND)
       WHEN "B"
          DISPLAY "PARTY " WS-PB-ID(WS-PARTY-FOUND)
             " WAS NEVER CONFIRMED - CONFIRM IT FIRST."
          EXIT PARAGRAPH
       WHEN "I"
          DISPLAY "PARTY " WS-PB-ID(WS-PARTY-FOUND)
             " HAS HAD EVERYTHING ISSUED - BY "
             WS-PB-ISSUED-BY(WS-PARTY-FOUND) " AT "
             WS-PB-ISSUED-STAMP(WS-PARTY-FOUND) "."
          EXIT PARAGRAPH
       WHEN "X"
          DISPLAY "PARTY " WS-PB-ID(WS-PARTY-FOUND)
             " WAS CANCELLED."
          EXIT PARAGRAPH
       WHEN OTHER
          CONTINUE
       END-EVALUATE.
       IF WS-PB-DATE(WS-PARTY-FOUND) NOT = WS-TODAY THEN
          DISPLAY "PARTY " WS-PB-ID(WS-PARTY-FOUND) " IS ON "
             WS-PB-DATE(WS-PARTY-FOUND)
             " - ISSUE IT ON THE DAY."
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-PB-PACKAGE(WS-PARTY-FOUND) TO WS-LOOK-PACKAGE.
       PERFORM FIND-PACKAGE-PARA.
       IF WS-PACKAGE-FOUND = 0 THEN
          DISPLAY "PACKAGE " WS-LOOK-PACKAGE
             " IS NO LONGER ON PARTYPKG.CFG - NOTHING ISSUED."
          EXIT PARAGRAPH
       END-IF.
       IF WS-PB-STATUS(WS-PARTY-FOUND) = "C" THEN
          PERFORM ISSUE-TOKENS-PARA
       END-IF.
       IF WS-PB-STATUS(WS-PARTY-FOUND) = "T" OR
             WS-PB-STATUS(WS-PARTY-FOUND) = "H" THEN
          PERFORM ISSUE-VOUCHERS-PARA
       END-IF.
       PERFORM SHOW-BALANCE-PARA.

       ISSUE-TOKENS-PARA.
      *the headcount on the day, then the host's card, then any
      *guest with initials of their own
       MOVE WS-PB-GUESTS(WS-PARTY-FOUND) TO WS-DISPLAY-COUNT.
       DISPLAY "GUESTS HERE (ENTER =" WS-DISPLAY-COUNT "):".
       MOVE SPACES TO WS-ASK-GUESTS.
       ACCEPT WS-ASK-GUESTS.
       MOVE WS-PB-CHILDREN(WS-PARTY-FOUND) TO WS-DISPLAY-COUNT.
       DISPLAY "OF WHOM CHILDREN (ENTER =" WS-DISPLAY-COUNT "):".
       MOVE SPACES TO WS-ASK-CHILDREN.
       ACCEPT WS-ASK-CHILDREN.
       MOVE WS-PB-GUESTS(WS-PARTY-FOUND) TO WS-GUESTS.
       MOVE WS-PB-CHILDREN(WS-PARTY-FOUND) TO WS-CHILDREN.
       IF WS-ASK-GUESTS NOT = SPACES THEN
          IF FUNCTION TEST-NUMVAL(WS-ASK-GUESTS) NOT = 0 THEN
             DISPLAY "NOT A NUMBER - NOTHING ISSUED."
             EXIT PARAGRAPH
          END-IF
          COMPUTE WS-GUESTS = FUNCTION NUMVAL(WS-ASK-GUESTS)
       END-IF.
       IF WS-ASK-CHILDREN NOT = SPACES THEN
          IF FUNCTION TEST-NUMVAL(WS-ASK-CHILDREN) NOT = 0 THEN
             DISPLAY "NOT A NUMBER - NOTHING ISSUED."
             EXIT PARAGRAPH
          END-IF
          COMPUTE WS-CHILDREN = FUNCTION NUMVAL(WS-ASK-CHILDREN)
       END-IF.
       IF WS-GUESTS = 0 OR WS-CHILDREN > WS-GUESTS THEN
          DISPLAY "THE HEADCOUNT DOES NOT ADD UP - NOTHING ISSUED."
          EXIT PARAGRAPH
       END-IF.
       DISPLAY "HOST'S INITIALS - THE CARD FOR ANY GUEST WITHOUT"
             " THEIR OWN:".
       MOVE SPACES TO WS-HOST.
       ACCEPT WS-HOST.
       MOVE FUNCTION UPPER-CASE (WS-HOST) TO WS-HOST.
       IF WS-HOST = SPACES THEN
          DISPLAY "THE TOKENS NEED A CARD TO GO ON - NOTHING ISSUED."
          EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-TOKEN-TOTAL =
             WS-GUESTS * WS-PK-TOKENS(WS-PACKAGE-FOUND).
       PERFORM LOAD-PLAYERS-PARA.
       MOVE WS-HOST TO WS-LOOK-INITIALS.
       PERFORM FIND-PLAYER-PARA.
       IF WS-PLAYER-FOUND = 0 THEN
          DISPLAY "PLAYER FILE FULL - NOTHING ISSUED."
          EXIT PARAGRAPH
       END-IF.
      *the host's card has to be able to take the lot, since any
      *guest can end up on it
       IF WS-PL-TOKENS(WS-PLAYER-FOUND) + WS-TOKEN-TOTAL > 9999 THEN
          DISPLAY "THAT WOULD TAKE " WS-HOST
             "'S BALANCE OVER 9999 TOKENS - NOTHING ISSUED."
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-PLAYER-FOUND TO WS-HOST-FOUND.
       MOVE WS-GUESTS TO WS-PB-GUESTS(WS-PARTY-FOUND).
       MOVE WS-CHILDREN TO WS-PB-CHILDREN(WS-PARTY-FOUND).
       MOVE WS-HOST TO WS-PB-HOST(WS-PARTY-FOUND).
       MOVE 0 TO WS-ON-HOST.
       MOVE "N" TO WS-GUESTS-DONE.
       DISPLAY "GUESTS' OWN INITIALS, ONE AT A TIME - ENTER ALONE"
             " PUTS THE REST ON " WS-HOST "'S CARD:".
       PERFORM VARYING WS-GUEST-INDEX FROM 1 BY 1
       UNTIL WS-GUEST-INDEX > WS-GUESTS
          IF WS-GUESTS-DONE = "Y" THEN
             ADD 1 TO WS-ON-HOST
          ELSE
             PERFORM ONE-GUEST-PARA
          END-IF
       END-PERFORM.
       IF WS-ON-HOST > 0 THEN
          COMPUTE WS-GIVE-TOKENS =
             WS-ON-HOST * WS-PK-TOKENS(WS-PACKAGE-FOUND)
          ADD WS-GIVE-TOKENS TO WS-PL-TOKENS(WS-HOST-FOUND)
          MOVE WS-HOST-FOUND TO WS-PLAYER-FOUND
          PERFORM POST-PLAYER-IDX-PARA
          MOVE WS-GIVE-TOKENS TO WS-DISPLAY-TOKENS
          DISPLAY "  " WS-HOST WS-DISPLAY-TOKENS " TOKENS FOR "
             WS-ON-HOST " GUEST(S)"
       END-IF.
       PERFORM SAVE-PLAYERS-PARA.
       MOVE "TOKENSPARTY" TO WS-POST-COUNTER.
       MOVE WS-TOKEN-TOTAL TO WS-POST-AMOUNT.
       MOVE FUNCTION CURRENT-DATE (1:14) TO WS-NOW-STAMP.
       PERFORM POST-COUNTER-PARA.
       MOVE WS-TOKEN-TOTAL TO WS-PB-TOKENS(WS-PARTY-FOUND).
       MOVE "T" TO WS-PB-STATUS(WS-PARTY-FOUND).
       MOVE WS-OPERATOR TO WS-PB-ISSUED-BY(WS-PARTY-FOUND).
       MOVE WS-NOW-STAMP TO WS-PB-ISSUED-STAMP(WS-PARTY-FOUND).
       PERFORM SAVE-PARTIES-PARA.
       PERFORM MARK-ARRIVED-PARA.
       MOVE "PARTYTOK" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       STRING WS-PB-ID(WS-PARTY-FOUND) " " WS-TOKEN-TOTAL
             " TOKENS" DELIMITED BY SIZE INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       MOVE WS-TOKEN-TOTAL TO WS-DISPLAY-TOKENS.
       DISPLAY WS-DISPLAY-TOKENS " PARTY TOKENS ISSUED.".

       ONE-GUEST-PARA.
      *a guest's own card takes their share unless it is full or
      *the player file is - then it goes on the host's
       DISPLAY "  GUEST " WS-GUEST-INDEX ":".
       MOVE SPACES TO WS-GUEST-INITIALS.
       ACCEPT WS-GUEST-INITIALS.
       MOVE FUNCTION UPPER-CASE (WS-GUEST-INITIALS)
             TO WS-GUEST-INITIALS.
       IF WS-GUEST-INITIALS = SPACES OR
             WS-GUEST-INITIALS = WS-HOST THEN
          IF WS-GUEST-INITIALS = SPACES THEN
             MOVE "Y" TO WS-GUESTS-DONE
          END-IF
          ADD 1 TO WS-ON-HOST
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-GUEST-INITIALS TO WS-LOOK-INITIALS.
       PERFORM FIND-PLAYER-PARA.
       IF WS-PLAYER-FOUND = 0 THEN
          DISPLAY "  PLAYER FILE FULL - ON " WS-HOST "'S CARD."
          ADD 1 TO WS-ON-HOST
          EXIT PARAGRAPH
       END-IF.
       IF WS-PL-TOKENS(WS-PLAYER-FOUND) +
             WS-PK-TOKENS(WS-PACKAGE-FOUND) > 9999 THEN
          DISPLAY "  THAT CARD IS FULL - ON " WS-HOST "'S CARD."
          ADD 1 TO WS-ON-HOST
          EXIT PARAGRAPH
       END-IF.
       ADD WS-PK-TOKENS(WS-PACKAGE-FOUND)
             TO WS-PL-TOKENS(WS-PLAYER-FOUND).
       PERFORM POST-PLAYER-IDX-PARA.

       ISSUE-VOUCHERS-PARA.
      *one voucher a child, serials carried on from the book
       MOVE WS-PB-CHILDREN(WS-PARTY-FOUND) TO WS-CHILDREN.
       IF WS-CHILDREN = 0 OR WS-PK-VOUCHER(WS-PACKAGE-FOUND) = 0
             THEN
          MOVE "I" TO WS-PB-STATUS(WS-PARTY-FOUND)
          PERFORM SAVE-PARTIES-PARA
          DISPLAY "NO VOUCHERS WITH THIS PARTY."
          EXIT PARAGRAPH
       END-IF.
       IF WS-PB-STATUS(WS-PARTY-FOUND) = "H" THEN
          PERFORM FIND-APPROVED-VOUCHERS-PARA
          IF WS-APPR-FOUND NOT = "Y" THEN
             EXIT PARAGRAPH
          END-IF
       ELSE
          PERFORM HOLD-VOUCHERS-PARA
          IF WS-APPR-RESULT = "Y" THEN
             EXIT PARAGRAPH
          END-IF
       END-IF.
       PERFORM SCAN-VOUCHERS-PARA.
       IF WS-VOUCHER-OVERFLOW = "Y" OR
             WS-VOUCHER-COUNT + WS-CHILDREN > 200 THEN
          DISPLAY "THE VOUCHER BOOK IS FULL - ARCHIVE IT, THEN ISSUE"
             " THIS PARTY AGAIN FOR ITS VOUCHERS."
          EXIT PARAGRAPH
       END-IF.
       OPEN EXTEND voucherFile.
       IF WS-VOUCHER-STATUS = "35" OR WS-VOUCHER-STATUS = "05" THEN
          CLOSE voucherFile
          OPEN OUTPUT voucherFile
       END-IF.
       IF WS-VOUCHER-STATUS NOT = "00" THEN
          DISPLAY "VOUCHER.DAT COULD NOT BE OPENED - "
             WS-VOUCHER-STATUS " - NO VOUCHERS CUT."
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-NEXT-SERIAL TO WS-PB-FIRST-SERIAL(WS-PARTY-FOUND).
       PERFORM VARYING WS-CUT-COUNT FROM 1 BY 1
       UNTIL WS-CUT-COUNT > WS-CHILDREN
          MOVE WS-NEXT-SERIAL TO VO-SERIAL
          MOVE WS-TODAY TO VO-DATE
          MOVE WS-PB-HOST(WS-PARTY-FOUND) TO VO-INITIALS
          MOVE "P" TO VO-REASON
          MOVE WS-PK-VOUCHER(WS-PACKAGE-FOUND) TO VO-AMOUNT
          MOVE "N" TO VO-REDEEMED
          MOVE SPACES TO VO-REDEEM-DATE
          MOVE SPACES TO VO-PRIZE
          WRITE VOUCHER-RECORD
          MOVE WS-NEXT-SERIAL TO WS-PB-LAST-SERIAL(WS-PARTY-FOUND)
          ADD 1 TO WS-NEXT-SERIAL
       END-PERFORM.
       CLOSE voucherFile.
       MOVE "I" TO WS-PB-STATUS(WS-PARTY-FOUND).
       MOVE WS-OPERATOR TO WS-PB-ISSUED-BY(WS-PARTY-FOUND).
       MOVE FUNCTION CURRENT-DATE (1:14)
             TO WS-PB-ISSUED-STAMP(WS-PARTY-FOUND).
       PERFORM SAVE-PARTIES-PARA.
       PERFORM PRINT-VOUCHERS-PARA.
       MOVE WS-PB-FIRST-SERIAL(WS-PARTY-FOUND) TO WS-CHECK-NUMBER.
       PERFORM SERIAL-TEXT-PARA.
       MOVE WS-SERIAL-TEXT TO WS-FIRST-TEXT.
       MOVE WS-PB-LAST-SERIAL(WS-PARTY-FOUND) TO WS-CHECK-NUMBER.
       PERFORM SERIAL-TEXT-PARA.
       MOVE "PARTYVOU" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       STRING WS-PB-ID(WS-PARTY-FOUND) " " WS-FIRST-TEXT "/"
             WS-SERIAL-TEXT DELIMITED BY SIZE INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       DISPLAY WS-CHILDREN " PRIZE VOUCHERS CUT, SERIALS "
             WS-FIRST-TEXT " TO " WS-SERIAL-TEXT
             " - SLIPS APPENDED TO VOUCHER.PRT.".
       IF WS-APPR-FOUND = "Y" THEN
          MOVE WS-OPERATOR TO WS-APPR-OPERATOR
          MOVE SPACES TO WS-APPR-TEXT
          STRING "SERIALS " WS-FIRST-TEXT " TO " WS-SERIAL-TEXT
                DELIMITED BY SIZE INTO WS-APPR-TEXT
          MOVE "POST" TO WS-APPR-ACTION
          CALL "dualctl" USING WS-APPR-ACTION WS-APPR-ITEM
                WS-APPR-RESULT
       END-IF.

       HOLD-VOUCHERS-PARA.
      *WS-APPR-RESULT comes back "Y" when the party's vouchers have
      *been held for a second operator instead of cut - the test is
      *on the package voucher, the same one-voucher value vouchers
      *tests, with the count riding along for the approver to see
       MOVE "N" TO WS-APPR-FOUND.
       INITIALIZE WS-APPR-ITEM.
       MOVE "V" TO WS-APPR-KIND.
       MOVE WS-PK-VOUCHER(WS-PACKAGE-FOUND) TO WS-APPR-VALUE.
       MOVE "TEST" TO WS-APPR-ACTION.
       CALL "dualctl" USING WS-APPR-ACTION WS-APPR-ITEM
             WS-APPR-RESULT.
       IF WS-APPR-RESULT NOT = "Y" THEN
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-OPERATOR TO WS-APPR-OPERATOR.
       MOVE WS-PB-HOST(WS-PARTY-FOUND) TO WS-APPR-PLAYER.
       MOVE SPACES TO WS-APPR-COUNTER.
       STRING "PARTY " WS-PB-ID(WS-PARTY-FOUND)
             DELIMITED BY SIZE INTO WS-APPR-COUNTER.
       MOVE WS-CHILDREN TO WS-APPR-AMOUNT.
       MOVE "HOLD" TO WS-APPR-ACTION.
       CALL "dualctl" USING WS-APPR-ACTION WS-APPR-ITEM
             WS-APPR-RESULT.
       IF WS-APPR-RESULT = "Y" THEN
          MOVE "H" TO WS-PB-STATUS(WS-PARTY-FOUND)
          PERFORM SAVE-PARTIES-PARA
          MOVE "PARTYHLD" TO WS-LOG-EVENT
          MOVE SPACES TO WS-LOG-TEXT
          STRING WS-PB-ID(WS-PARTY-FOUND) " ITEM " WS-APPR-ID
                DELIMITED BY SIZE INTO WS-LOG-TEXT
          CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT
                WS-LOG-TEXT
          DISPLAY "OVER THE VOUCHER LIMIT - HELD AS ITEM " WS-APPR-ID
             " FOR A SECOND OPERATOR TO APPROVE."
          DISPLAY "ISSUE THE PARTY AGAIN FOR ITS VOUCHERS ONCE IT IS "
             "APPROVED."
       ELSE
      *a hold that will not write must not let the vouchers through
          DISPLAY "OVER THE VOUCHER LIMIT AND THE HOLD COULD NOT BE "
             "WRITTEN - NO VOUCHERS CUT."
          MOVE "Y" TO WS-APPR-RESULT
       END-IF.

       FIND-APPROVED-VOUCHERS-PARA.
      *the party's held item, if a second operator has approved it
      *and it is not yet posted. one that was rejected never comes
      *back, so the party can be closed without its vouchers
       MOVE "N" TO WS-APPR-FOUND.
       MOVE SPACES TO WS-APPR-WANTED.
       STRING "PARTY " WS-PB-ID(WS-PARTY-FOUND)
             DELIMITED BY SIZE INTO WS-APPR-WANTED.
       INITIALIZE WS-APPR-ITEM.
       MOVE "Y" TO WS-APPR-RESULT.
       PERFORM UNTIL WS-APPR-RESULT NOT = "Y" OR WS-APPR-FOUND = "Y"
          MOVE "V" TO WS-APPR-KIND
          MOVE "NEXT" TO WS-APPR-ACTION
          CALL "dualctl" USING WS-APPR-ACTION WS-APPR-ITEM
                WS-APPR-RESULT
          IF WS-APPR-RESULT = "Y" AND
                WS-APPR-COUNTER = WS-APPR-WANTED THEN
             MOVE "Y" TO WS-APPR-FOUND
          END-IF
       END-PERFORM.
       IF WS-APPR-FOUND = "Y" THEN
          DISPLAY "VOUCHERS APPROVED AS ITEM " WS-APPR-ID
             " - CUTTING THEM NOW."
          EXIT PARAGRAPH
       END-IF.
       DISPLAY "PARTY " WS-PB-ID(WS-PARTY-FOUND)
          " VOUCHERS ARE HELD FOR A SECOND OPERATOR AND NOT"
          " APPROVED YET.".
       DISPLAY "IF THEY WERE REJECTED, CLOSE THE PARTY WITHOUT"
          " ITS VOUCHERS? (Y/N)".
       MOVE SPACE TO WS-APPR-ANSWER.
       ACCEPT WS-APPR-ANSWER.
       MOVE FUNCTION UPPER-CASE (WS-APPR-ANSWER) TO WS-APPR-ANSWER.
       IF WS-APPR-ANSWER NOT = "Y" THEN
          EXIT PARAGRAPH
       END-IF.
       MOVE "I" TO WS-PB-STATUS(WS-PARTY-FOUND).
       MOVE WS-OPERATOR TO WS-PB-ISSUED-BY(WS-PARTY-FOUND).
       MOVE FUNCTION CURRENT-DATE (1:14)
             TO WS-PB-ISSUED-STAMP(WS-PARTY-FOUND).
       PERFORM SAVE-PARTIES-PARA.
       MOVE "PARTYNOV" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       STRING WS-PB-ID(WS-PARTY-FOUND) " CLOSED, NO VOUCHERS"
             DELIMITED BY SIZE INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       DISPLAY "PARTY " WS-PB-ID(WS-PARTY-FOUND)
          " CLOSED WITHOUT ITS VOUCHERS.".

       SCAN-VOUCHERS-PARA.
      *how full the book is and the next serial, as vouchers finds
      *them on its own load
       MOVE 0 TO WS-VOUCHER-COUNT.
       MOVE 1 TO WS-NEXT-SERIAL.
       MOVE "N" TO WS-VOUCHER-OVERFLOW.
       MOVE "N" TO WS-EOF.
       OPEN INPUT voucherFile.
       IF WS-VOUCHER-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ voucherFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF VO-SERIAL IS NUMERIC THEN
                   ADD 1 TO WS-VOUCHER-COUNT
                   IF VO-SERIAL >= WS-NEXT-SERIAL THEN
                      COMPUTE WS-NEXT-SERIAL = VO-SERIAL + 1
                   END-IF
                END-IF
          END-READ
       END-PERFORM.
       CLOSE voucherFile.
       IF WS-VOUCHER-COUNT > 200 THEN
          MOVE "Y" TO WS-VOUCHER-OVERFLOW
       END-IF.

       PRINT-VOUCHERS-PARA.
      *the same slip vouchers prints, one for each serial just cut
       OPEN EXTEND printFile.
       IF WS-PRINT-STATUS = "35" OR WS-PRINT-STATUS = "05" THEN
          CLOSE printFile
          OPEN OUTPUT printFile
       END-IF.
       IF WS-PRINT-STATUS NOT = "00" THEN
          DISPLAY "VOUCHER.PRT COULD NOT BE OPENED, STATUS "
             WS-PRINT-STATUS
          EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-WORDS-INT =
             FUNCTION INTEGER-PART (WS-PK-VOUCHER(WS-PACKAGE-FOUND)).
       COMPUTE WS-WORDS-CENTS =
             (WS-PK-VOUCHER(WS-PACKAGE-FOUND) - WS-WORDS-INT) * 100.
       CALL "numtowords" USING WS-WORDS-INT WS-WORDS-LINE.
       MOVE WS-PK-VOUCHER(WS-PACKAGE-FOUND) TO WS-DISPLAY-MONEY.
       PERFORM VARYING WS-CHECK-NUMBER
       FROM WS-PB-FIRST-SERIAL(WS-PARTY-FOUND) BY 1
       UNTIL WS-CHECK-NUMBER > WS-PB-LAST-SERIAL(WS-PARTY-FOUND)
          PERFORM SERIAL-TEXT-PARA
          MOVE "==================================================="
             TO PRINT-LINE
          WRITE PRINT-LINE
          MOVE SPACES TO PRINT-LINE
          STRING "PRIZE VOUCHER  SERIAL " WS-SERIAL-TEXT
                "  ISSUED " WS-TODAY
                DELIMITED BY SIZE INTO PRINT-LINE
          WRITE PRINT-LINE
          MOVE SPACES TO PRINT-LINE
          STRING "PAY TO " WS-PB-HOST(WS-PARTY-FOUND)
                " THE SUM OF " WS-DISPLAY-MONEY
                "   PARTY " WS-PB-ID(WS-PARTY-FOUND)
                DELIMITED BY SIZE INTO PRINT-LINE
          WRITE PRINT-LINE
          MOVE SPACES TO PRINT-LINE
          STRING "IN WORDS: " FUNCTION TRIM(WS-WORDS-LINE)
                " and " WS-WORDS-CENTS "/100"
                DELIMITED BY SIZE INTO PRINT-LINE
          WRITE PRINT-LINE
          MOVE "VOID IF ALTERED - ONE REDEMPTION ONLY"
             TO PRINT-LINE
          WRITE PRINT-LINE
       END-PERFORM.
       CLOSE printFile.

       SERIAL-TEXT-PARA.
      *WS-CHECK-NUMBER in, the printed form 000123-7 out
       MOVE "G" TO WS-CHECK-ACTION.
       CALL "checkdigit" USING WS-CHECK-NUMBER WS-CHECK-METHOD
             WS-CHECK-ACTION WS-CHECK-DIGIT WS-CHECK-PASS.
       MOVE SPACES TO WS-SERIAL-TEXT.
       MOVE WS-CHECK-NUMBER (5:6) TO WS-SERIAL-TEXT (1:6).
       MOVE "-" TO WS-SERIAL-TEXT (7:1).
       MOVE WS-CHECK-DIGIT TO WS-SERIAL-TEXT (8:1).

       MARK-ARRIVED-PARA.
      *the party's block is in use, so the closing no-show pass
      *leaves it be
       PERFORM LOAD-BOOK-PARA.
       MOVE SPACES TO WS-PARTY-TAG.
       STRING "PARTY " WS-PB-ID(WS-PARTY-FOUND) DELIMITED BY SIZE
             INTO WS-PARTY-TAG.
       PERFORM VARYING WS-BOOK-INDEX FROM 1 BY 1
       UNTIL WS-BOOK-INDEX > WS-BOOK-COUNT
          IF WS-BK-NAME(WS-BOOK-INDEX) (1:12) = WS-PARTY-TAG AND
                WS-BK-STATUS(WS-BOOK-INDEX) = "O" THEN
             MOVE "A" TO WS-BK-STATUS(WS-BOOK-INDEX)
          END-IF
       END-PERFORM.
       PERFORM SAVE-BOOK-PARA.

       SHOW-BALANCE-PARA.
       COMPUTE WS-BALANCE-DUE =
             WS-PB-GUESTS(WS-PARTY-FOUND) * WS-PB-PRICE(WS-PARTY-FOUND)
             - WS-PB-DEPOSIT(WS-PARTY-FOUND).
       MOVE WS-BALANCE-DUE TO WS-DISPLAY-DUE.
       DISPLAY "BALANCE DUE FROM "
             FUNCTION TRIM(WS-PB-ORGANISER(WS-PARTY-FOUND)) ":"
             WS-DISPLAY-DUE.

      *=================================================
      *   CANCELLING
      *=================================================
       CANCEL-PARTY-PARA.
       PERFORM ASK-PARTY-PARA.
       IF WS-PARTY-FOUND = 0 THEN
          EXIT PARAGRAPH
       END-IF.
       IF WS-PB-STATUS(WS-PARTY-FOUND) NOT = "B" AND
             WS-PB-STATUS(WS-PARTY-FOUND) NOT = "C" THEN
          DISPLAY "ONLY A PARTY NOTHING HAS BEEN ISSUED TO CAN BE"
             " CANCELLED."
          EXIT PARAGRAPH
       END-IF.
       DISPLAY "CANCEL PARTY " WS-PB-ID(WS-PARTY-FOUND) " FOR "
             FUNCTION TRIM(WS-PB-ORGANISER(WS-PARTY-FOUND)) " ON "
             WS-PB-DATE(WS-PARTY-FOUND) " (Y/N)?".
       MOVE SPACE TO WS-ASK-YESNO.
       ACCEPT WS-ASK-YESNO.
       MOVE FUNCTION UPPER-CASE (WS-ASK-YESNO) TO WS-ASK-YESNO.
       IF WS-ASK-YESNO NOT = "Y" THEN
          DISPLAY "LEFT AS IT WAS."
          EXIT PARAGRAPH
       END-IF.
       IF WS-PB-STATUS(WS-PARTY-FOUND) = "C" THEN
          PERFORM FREE-BLOCK-PARA
       END-IF.
       MOVE "X" TO WS-PB-STATUS(WS-PARTY-FOUND).
       PERFORM SAVE-PARTIES-PARA.
       MOVE "PARTYCAN" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       STRING WS-PB-ID(WS-PARTY-FOUND) " " WS-PB-DATE(WS-PARTY-FOUND)
             DELIMITED BY SIZE INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       MOVE WS-PB-DEPOSIT(WS-PARTY-FOUND) TO WS-DISPLAY-MONEY.
       DISPLAY "CANCELLED - DEPOSIT HELD" WS-DISPLAY-MONEY ".".

       FREE-BLOCK-PARA.
      *the party's slots come off the book altogether, so the
      *machines can be booked again
       PERFORM LOAD-BOOK-PARA.
       IF WS-BOOK-OVERFLOW = "Y" THEN
          DISPLAY "RESERVE.DAT HOLDS MORE THAN 200 SLOTS - THE BLOCK"
             " IS LEFT FOR RESERVATIONS TO CLEAR."
          EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-PARTY-TAG.
       STRING "PARTY " WS-PB-ID(WS-PARTY-FOUND) DELIMITED BY SIZE
             INTO WS-PARTY-TAG.
       MOVE 0 TO WS-BOOK-KEPT.
       PERFORM VARYING WS-BOOK-INDEX FROM 1 BY 1
       UNTIL WS-BOOK-INDEX > WS-BOOK-COUNT
          IF WS-BK-NAME(WS-BOOK-INDEX) (1:12) NOT = WS-PARTY-TAG THEN
             ADD 1 TO WS-BOOK-KEPT
             MOVE WS-BOOK-ENTRY(WS-BOOK-INDEX)
                TO WS-BOOK-ENTRY(WS-BOOK-KEPT)
          END-IF
       END-PERFORM.
       MOVE WS-BOOK-KEPT TO WS-BOOK-COUNT.
       PERFORM SAVE-BOOK-PARA.

      *=================================================
      *   LISTING AND THE PARTY SHEET
      *=================================================
       ASK-PARTY-PARA.
       MOVE 0 TO WS-PARTY-FOUND.
       DISPLAY "PARTY NUMBER:".
       MOVE SPACES TO WS-ASK-ID.
       ACCEPT WS-ASK-ID.
       IF FUNCTION TEST-NUMVAL(WS-ASK-ID) NOT = 0 THEN
          DISPLAY "NOT A PARTY NUMBER."
          EXIT PARAGRAPH
       END-IF.
       MOVE FUNCTION NUMVAL(WS-ASK-ID) TO WS-SELF-ID.
       PERFORM VARYING WS-PARTY-INDEX FROM 1 BY 1
       UNTIL WS-PARTY-INDEX > WS-PARTY-COUNT
          IF WS-PB-ID(WS-PARTY-INDEX) = WS-SELF-ID THEN
             MOVE WS-PARTY-INDEX TO WS-PARTY-FOUND
          END-IF
       END-PERFORM.
       IF WS-PARTY-FOUND = 0 THEN
          DISPLAY "NO PARTY " WS-SELF-ID " ON THE BOOK."
       END-IF.

       LIST-PARTIES-PARA.
       DISPLAY "PARTY  DATE     START PKG  GUESTS STATUS"
             "                   ORGANISER".
       MOVE 0 TO WS-SHEET-PARTIES.
       PERFORM VARYING WS-PARTY-INDEX FROM 1 BY 1
       UNTIL WS-PARTY-INDEX > WS-PARTY-COUNT
          IF WS-PB-DATE(WS-PARTY-INDEX) >= WS-TODAY AND
                WS-PB-STATUS(WS-PARTY-INDEX) NOT = "X" THEN
             ADD 1 TO WS-SHEET-PARTIES
             PERFORM STATUS-WORD-PARA
             DISPLAY WS-PB-ID(WS-PARTY-INDEX) " "
                WS-PB-DATE(WS-PARTY-INDEX) " "
                WS-PB-START(WS-PARTY-INDEX) "  "
                WS-PB-PACKAGE(WS-PARTY-INDEX) " "
                WS-PB-GUESTS(WS-PARTY-INDEX) "    "
                WS-STATUS-WORD " "
                FUNCTION TRIM(WS-PB-ORGANISER(WS-PARTY-INDEX))
          END-IF
       END-PERFORM.
       IF WS-SHEET-PARTIES = 0 THEN
          DISPLAY "  (NO PARTIES TO COME)"
       END-IF.

       STATUS-WORD-PARA.
       EVALUATE WS-PB-STATUS(WS-PARTY-INDEX)
       WHEN "B"
          MOVE "PENCILLED - NOT HELD" TO WS-STATUS-WORD
       WHEN "C"
          MOVE "CONFIRMED - TO ISSUE" TO WS-STATUS-WORD
       WHEN "T"
          MOVE "TOKENS OUT - VOUCHERS DUE" TO WS-STATUS-WORD
       WHEN "H"
          MOVE "VOUCHERS AWAIT APPROVAL" TO WS-STATUS-WORD
       WHEN "I"
          MOVE "ALL ISSUED" TO WS-STATUS-WORD
       WHEN "X"
          MOVE "CANCELLED" TO WS-STATUS-WORD
       WHEN OTHER
          MOVE "?" TO WS-STATUS-WORD
       END-EVALUATE.

       PARTY-SHEET-PARA.
       DISPLAY "SHEET FOR WHICH DAY (YYYYMMDD, ENTER = TODAY):".
       MOVE SPACES TO WS-SHEET-DATE.
       ACCEPT WS-SHEET-DATE.
       IF WS-SHEET-DATE = SPACES THEN
          MOVE WS-TODAY TO WS-SHEET-DATE
       END-IF.
       IF WS-SHEET-DATE IS NOT NUMERIC THEN
          DISPLAY "DATES ARE EIGHT DIGITS - YYYYMMDD."
          EXIT PARAGRAPH
       END-IF.
       MOVE FUNCTION CURRENT-DATE (1:14) TO WS-NOW-STAMP.
       OPEN OUTPUT reportFile.
       IF WS-REPORT-STATUS NOT = "00" THEN
          DISPLAY "PARTYSHEET.RPT COULD NOT BE OPENED - "
             WS-REPORT-STATUS
          EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO REPORT-LINE.
       STRING "PARTY SHEET FOR " WS-SHEET-DATE "   RUN "
             WS-NOW-STAMP " BY " WS-OPERATOR
             DELIMITED BY SIZE INTO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE 0 TO WS-SHEET-PARTIES.
       MOVE 0 TO WS-SHEET-GUESTS.
       MOVE 0 TO WS-SHEET-DUE.
       PERFORM VARYING WS-PARTY-INDEX FROM 1 BY 1
       UNTIL WS-PARTY-INDEX > WS-PARTY-COUNT
          IF WS-PB-DATE(WS-PARTY-INDEX) = WS-SHEET-DATE AND
                WS-PB-STATUS(WS-PARTY-INDEX) NOT = "X" THEN
             PERFORM SHEET-PARTY-PARA
          END-IF
       END-PERFORM.
       MOVE SPACES TO REPORT-LINE.
       MOVE ALL "=" TO REPORT-LINE (1:72).
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       MOVE WS-SHEET-DUE TO WS-DISPLAY-DUE.
       STRING "PARTIES " WS-SHEET-PARTIES "   GUESTS "
             WS-SHEET-GUESTS "   BALANCES DUE ON THE DAY"
             WS-DISPLAY-DUE DELIMITED BY SIZE INTO REPORT-LINE.
       WRITE REPORT-LINE.
       CLOSE reportFile.
       CALL "rptfile" USING WS-REPORT-NAME WS-LOG-PROGRAM
             WS-OPERATOR.
       MOVE "PARTYRPT" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       STRING WS-SHEET-DATE " " WS-SHEET-PARTIES " PARTIES"
             DELIMITED BY SIZE INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       DISPLAY WS-SHEET-PARTIES " PARTY(S) ON " WS-SHEET-DATE
             " - SEE PARTYSHEET.RPT.".

       SHEET-PARTY-PARA.
       ADD 1 TO WS-SHEET-PARTIES.
       ADD WS-PB-GUESTS(WS-PARTY-INDEX) TO WS-SHEET-GUESTS.
       MOVE WS-PB-PACKAGE(WS-PARTY-INDEX) TO WS-LOOK-PACKAGE.
       PERFORM FIND-PACKAGE-PARA.
       PERFORM STATUS-WORD-PARA.
       MOVE WS-PB-START(WS-PARTY-INDEX) TO WS-ASK-START.
       MOVE 0 TO WS-NEED-MINUTES.
       IF WS-PACKAGE-FOUND > 0 THEN
          MOVE WS-PK-MINUTES(WS-PACKAGE-FOUND) TO WS-NEED-MINUTES
       END-IF.
       PERFORM END-TIME-PARA.
       MOVE SPACES TO REPORT-LINE.
       MOVE ALL "=" TO REPORT-LINE (1:72).
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       STRING "PARTY " WS-PB-ID(WS-PARTY-INDEX) "   "
             WS-PB-START(WS-PARTY-INDEX) "-" WS-END-TIME
             "   MACHINES " WS-PB-MACHINES(WS-PARTY-INDEX)
             "   " WS-STATUS-WORD
             DELIMITED BY SIZE INTO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       STRING "  ORGANISER  " WS-PB-ORGANISER(WS-PARTY-INDEX)
             "  PHONE " WS-PB-PHONE(WS-PARTY-INDEX)
             "  BOOKED BY " WS-PB-BOOKED-BY(WS-PARTY-INDEX)
             DELIMITED BY SIZE INTO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       IF WS-PACKAGE-FOUND > 0 THEN
          STRING "  PACKAGE    " WS-PB-PACKAGE(WS-PARTY-INDEX) " "
                WS-PK-NAME(WS-PACKAGE-FOUND)
                DELIMITED BY SIZE INTO REPORT-LINE
       ELSE
          STRING "  PACKAGE    " WS-PB-PACKAGE(WS-PARTY-INDEX)
                " (NO LONGER ON PARTYPKG.CFG)"
                DELIMITED BY SIZE INTO REPORT-LINE
       END-IF.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       STRING "  GUESTS     " WS-PB-GUESTS(WS-PARTY-INDEX)
             "   OF WHOM CHILDREN " WS-PB-CHILDREN(WS-PARTY-INDEX)
             DELIMITED BY SIZE INTO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       IF WS-PB-STATUS(WS-PARTY-INDEX) = "T" OR
             WS-PB-STATUS(WS-PARTY-INDEX) = "H" OR
             WS-PB-STATUS(WS-PARTY-INDEX) = "I" THEN
          MOVE WS-PB-TOKENS(WS-PARTY-INDEX) TO WS-DISPLAY-TOKENS
          STRING "  TOKENS    " WS-DISPLAY-TOKENS " ISSUED, HOST "
                WS-PB-HOST(WS-PARTY-INDEX) ", BY "
                WS-PB-ISSUED-BY(WS-PARTY-INDEX)
                DELIMITED BY SIZE INTO REPORT-LINE
       ELSE
          IF WS-PACKAGE-FOUND > 0 THEN
             COMPUTE WS-TOKEN-TOTAL = WS-PB-GUESTS(WS-PARTY-INDEX)
                * WS-PK-TOKENS(WS-PACKAGE-FOUND)
             MOVE WS-TOKEN-TOTAL TO WS-DISPLAY-TOKENS
             STRING "  TOKENS    " WS-DISPLAY-TOKENS " TO ISSUE - "
                   WS-PK-TOKENS(WS-PACKAGE-FOUND) " A GUEST"
                   DELIMITED BY SIZE INTO REPORT-LINE
          END-IF
       END-IF.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       IF WS-PB-STATUS(WS-PARTY-INDEX) = "I" AND
             WS-PB-LAST-SERIAL(WS-PARTY-INDEX) > 0 THEN
          MOVE WS-PB-FIRST-SERIAL(WS-PARTY-INDEX) TO WS-CHECK-NUMBER
          PERFORM SERIAL-TEXT-PARA
          MOVE WS-SERIAL-TEXT TO WS-FIRST-TEXT
          MOVE WS-PB-LAST-SERIAL(WS-PARTY-INDEX) TO WS-CHECK-NUMBER
          PERFORM SERIAL-TEXT-PARA
          STRING "  VOUCHERS   SERIALS " WS-FIRST-TEXT " TO "
                WS-SERIAL-TEXT " ISSUED"
                DELIMITED BY SIZE INTO REPORT-LINE
       ELSE
          IF WS-PACKAGE-FOUND > 0 THEN
             MOVE WS-PK-VOUCHER(WS-PACKAGE-FOUND)
                TO WS-DISPLAY-MONEY
             IF WS-PB-STATUS(WS-PARTY-INDEX) = "I" THEN
                STRING "  VOUCHERS   NONE WITH THIS PARTY"
                      DELIMITED BY SIZE INTO REPORT-LINE
             ELSE
                STRING "  VOUCHERS   " WS-PB-CHILDREN(WS-PARTY-INDEX)
                      " TO ISSUE AT" WS-DISPLAY-MONEY
                      DELIMITED BY SIZE INTO REPORT-LINE
             END-IF
          END-IF
       END-IF.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       COMPUTE WS-PARTY-PRICE =
             WS-PB-GUESTS(WS-PARTY-INDEX) * WS-PB-PRICE(WS-PARTY-INDEX).
       COMPUTE WS-BALANCE-DUE =
             WS-PARTY-PRICE - WS-PB-DEPOSIT(WS-PARTY-INDEX).
       ADD WS-BALANCE-DUE TO WS-SHEET-DUE.
       MOVE WS-PARTY-PRICE TO WS-DISPLAY-MONEY.
       STRING "  PRICE    " WS-DISPLAY-MONEY
             DELIMITED BY SIZE INTO REPORT-LINE.
       MOVE WS-PB-DEPOSIT(WS-PARTY-INDEX) TO WS-DISPLAY-MONEY.
       MOVE "DEPOSIT" TO REPORT-LINE (24:7).
       MOVE WS-DISPLAY-MONEY TO REPORT-LINE (31:9).
       MOVE WS-BALANCE-DUE TO WS-DISPLAY-DUE.
       MOVE "BALANCE DUE" TO REPORT-LINE (42:11).
       MOVE WS-DISPLAY-DUE TO REPORT-LINE (53:10).
       WRITE REPORT-LINE.

      *=================================================
      *   LOAD / SAVE THE PARTY BOOK AND THE RESERVATION BOOK
      *=================================================
       LOAD-PARTIES-PARA.
       MOVE 0 TO WS-PARTY-COUNT.
       MOVE 1 TO WS-NEXT-PARTY.
       MOVE 0 TO WS-TO-ISSUE.
       MOVE 0 TO WS-TO-CONFIRM.
       MOVE "N" TO WS-PARTY-OVERFLOW.
       MOVE "N" TO WS-EOF.
       OPEN INPUT partyFile.
       IF WS-PARTY-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ partyFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF PB-ID IS NUMERIC THEN
                   IF PB-ID >= WS-NEXT-PARTY THEN
                      COMPUTE WS-NEXT-PARTY = PB-ID + 1
                   END-IF
                   IF WS-PARTY-COUNT < 200 THEN
                      ADD 1 TO WS-PARTY-COUNT
                      MOVE PARTY-RECORD
                         TO WS-PARTY-ENTRY(WS-PARTY-COUNT)
                   ELSE
                      MOVE "Y" TO WS-PARTY-OVERFLOW
                   END-IF
                   IF PB-DATE = WS-TODAY AND
                         (PB-STATUS = "C" OR PB-STATUS = "T" OR
                          PB-STATUS = "H") THEN
                      ADD 1 TO WS-TO-ISSUE
                   END-IF
                   IF PB-DATE = WS-TODAY AND PB-STATUS = "B" THEN
                      ADD 1 TO WS-TO-CONFIRM
                   END-IF
                END-IF
          END-READ
       END-PERFORM.
       CLOSE partyFile.
       IF WS-PARTY-OVERFLOW = "Y" THEN
          DISPLAY "PARTY.DAT HOLDS MORE THAN 200 PARTIES - NOTHING"
             " CAN BE CHANGED UNTIL THE OLD ONES ARE ARCHIVED."
       END-IF.

       SAVE-PARTIES-PARA.
      *an overflowed book is never written back, as with vouchers
       IF WS-PARTY-OVERFLOW = "Y" THEN
          DISPLAY "PARTY BOOK OVER 200 - CHANGE NOT SAVED."
          EXIT PARAGRAPH
       END-IF.
       OPEN OUTPUT partyFile.
       IF WS-PARTY-STATUS = "00" THEN
          PERFORM VARYING WS-PARTY-INDEX FROM 1 BY 1
          UNTIL WS-PARTY-INDEX > WS-PARTY-COUNT
             MOVE WS-PARTY-ENTRY(WS-PARTY-INDEX) TO PARTY-RECORD
             WRITE PARTY-RECORD
          END-PERFORM
          CLOSE partyFile
       END-IF.

       LOAD-BOOK-PARA.
       MOVE 0 TO WS-BOOK-COUNT.
       MOVE "N" TO WS-BOOK-OVERFLOW.
       MOVE "N" TO WS-EOF.
       OPEN INPUT reserveFile.
       IF WS-RESERVE-STATUS = "00" THEN
          PERFORM UNTIL WS-END-OF-FILE
             READ reserveFile
                AT END MOVE "Y" TO WS-EOF
                NOT AT END
                   IF RS-DATE IS NUMERIC THEN
                      IF WS-BOOK-COUNT < 200 THEN
                         ADD 1 TO WS-BOOK-COUNT
                         MOVE RESERVE-RECORD
                            TO WS-BOOK-ENTRY(WS-BOOK-COUNT)
                      ELSE
                         MOVE "Y" TO WS-BOOK-OVERFLOW
                      END-IF
                   END-IF
             END-READ
          END-PERFORM
          CLOSE reserveFile
       END-IF.

       SAVE-BOOK-PARA.
      *a book read only in part is never written back over the whole
       IF WS-BOOK-OVERFLOW = "Y" THEN
          MOVE "99" TO WS-RESERVE-STATUS
          EXIT PARAGRAPH
       END-IF.
       OPEN OUTPUT reserveFile.
       IF WS-RESERVE-STATUS = "00" THEN
          PERFORM VARYING WS-BOOK-INDEX FROM 1 BY 1
          UNTIL WS-BOOK-INDEX > WS-BOOK-COUNT
             MOVE WS-BOOK-ENTRY(WS-BOOK-INDEX) TO RESERVE-RECORD
             WRITE RESERVE-RECORD
          END-PERFORM
          CLOSE reserveFile
       END-IF.

      *=================================================
      *   PROFILE BALANCE AND COUNTER POSTING
      *=================================================
       LOAD-PLAYERS-PARA.
       MOVE 0 TO WS-PLAYER-COUNT.
       MOVE "N" TO WS-EOF.
       OPEN INPUT playerFile.
       IF WS-PLAYER-STATUS = "00" THEN
          PERFORM UNTIL WS-END-OF-FILE
             READ playerFile
                AT END MOVE "Y" TO WS-EOF
                NOT AT END
                   IF WS-PLAYER-COUNT < 50 AND
                      PL-INITIALS NOT = SPACES THEN
                      ADD 1 TO WS-PLAYER-COUNT
                      MOVE PLAYER-RECORD
                         TO WS-PLAYER-ENTRY(WS-PLAYER-COUNT)
                   END-IF
             END-READ
          END-PERFORM
          CLOSE playerFile
       END-IF.

       FIND-PLAYER-PARA.
      *as at the top-up till, new initials get a bare row the game
      *fills in on first sign-in
       MOVE 0 TO WS-PLAYER-FOUND.
       PERFORM VARYING WS-PLAYER-INDEX FROM 1 BY 1
       UNTIL WS-PLAYER-INDEX > WS-PLAYER-COUNT
          IF WS-PL-INITIALS(WS-PLAYER-INDEX) = WS-LOOK-INITIALS THEN
             MOVE WS-PLAYER-INDEX TO WS-PLAYER-FOUND
          END-IF
       END-PERFORM.
       IF WS-PLAYER-FOUND = 0 AND WS-PLAYER-COUNT < 50 THEN
          ADD 1 TO WS-PLAYER-COUNT
          MOVE WS-PLAYER-COUNT TO WS-PLAYER-FOUND
          INITIALIZE WS-PLAYER-ENTRY(WS-PLAYER-FOUND)
          MOVE WS-LOOK-INITIALS TO WS-PL-INITIALS(WS-PLAYER-FOUND)
       END-IF.

       SAVE-PLAYERS-PARA.
       OPEN OUTPUT playerFile.
       IF WS-PLAYER-STATUS = "00" THEN
          PERFORM VARYING WS-PLAYER-INDEX FROM 1 BY 1
          UNTIL WS-PLAYER-INDEX > WS-PLAYER-COUNT
             MOVE WS-PLAYER-ENTRY(WS-PLAYER-INDEX) TO PLAYER-RECORD
             WRITE PLAYER-RECORD
          END-PERFORM
          CLOSE playerFile
       END-IF.

       POST-PLAYER-IDX-PARA.
       OPEN I-O playerIdxFile.
       IF WS-PLAYERIDX-STATUS = "00" THEN
          MOVE WS-PLAYER-ENTRY(WS-PLAYER-FOUND) TO PLAYERIDX-RECORD
          REWRITE PLAYERIDX-RECORD
             INVALID KEY
                WRITE PLAYERIDX-RECORD
                   INVALID KEY
                      CONTINUE
                END-WRITE
          END-REWRITE
          CLOSE playerIdxFile
       END-IF.

       POST-COUNTER-PARA.
       MOVE 0 TO WS-LEDGER-COUNT.
       MOVE "N" TO WS-EOF.
       OPEN INPUT totalsFile.
       IF WS-TOTALS-STATUS = "00" THEN
          PERFORM UNTIL WS-END-OF-FILE
             READ totalsFile
                AT END MOVE "Y" TO WS-EOF
                NOT AT END
                   IF TR-VALUE IS NUMERIC AND
                      TR-NAME NOT = SPACES AND
                      WS-LEDGER-COUNT < 50 THEN
                      ADD 1 TO WS-LEDGER-COUNT
                      MOVE TOTALS-RECORD
                         TO WS-LEDGER-ENTRY(WS-LEDGER-COUNT)
                   END-IF
             END-READ
          END-PERFORM
          CLOSE totalsFile
       END-IF.
       MOVE 0 TO WS-LEDGER-FOUND.
       PERFORM VARYING WS-LEDGER-INDEX FROM 1 BY 1
       UNTIL WS-LEDGER-INDEX > WS-LEDGER-COUNT
          IF WS-LG-NAME(WS-LEDGER-INDEX) = WS-POST-COUNTER THEN
             MOVE WS-LEDGER-INDEX TO WS-LEDGER-FOUND
          END-IF
       END-PERFORM.
       IF WS-LEDGER-FOUND = 0 AND WS-LEDGER-COUNT < 50 THEN
          ADD 1 TO WS-LEDGER-COUNT
          MOVE WS-LEDGER-COUNT TO WS-LEDGER-FOUND
          MOVE WS-POST-COUNTER TO WS-LG-NAME(WS-LEDGER-FOUND)
          MOVE 0 TO WS-LG-VALUE(WS-LEDGER-FOUND)
       END-IF.
       IF WS-LEDGER-FOUND = 0 THEN
          DISPLAY "LEDGER FULL - TOKENS NOT POSTED TO THE COUNTER."
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-LG-VALUE(WS-LEDGER-FOUND) TO WS-OLD-VALUE.
       ADD WS-POST-AMOUNT TO WS-LG-VALUE(WS-LEDGER-FOUND).
       MOVE WS-NOW-STAMP (1:8) TO WS-LG-DATE(WS-LEDGER-FOUND).
       MOVE WS-LG-NAME(WS-LEDGER-FOUND) TO AU-NAME.
       MOVE WS-OLD-VALUE TO AU-OLD.
       MOVE WS-LG-VALUE(WS-LEDGER-FOUND) TO AU-NEW.
       MOVE FUNCTION CURRENT-DATE (1:14) TO AU-STAMP.
       MOVE SPACES TO AU-REFUND.
       OPEN EXTEND auditFile.
       IF WS-AUDIT-STATUS = "35" OR WS-AUDIT-STATUS = "05" THEN
          CLOSE auditFile
          OPEN OUTPUT auditFile
       END-IF.
       WRITE AUDIT-RECORD.
       CLOSE auditFile.
       OPEN OUTPUT totalsFile.
       IF WS-TOTALS-STATUS = "00" THEN
          PERFORM VARYING WS-LEDGER-INDEX FROM 1 BY 1
          UNTIL WS-LEDGER-INDEX > WS-LEDGER-COUNT
             MOVE WS-LEDGER-ENTRY(WS-LEDGER-INDEX) TO TOTALS-RECORD
             WRITE TOTALS-RECORD
          END-PERFORM
          CLOSE totalsFile
       END-IF.

       END PROGRAM parties.
