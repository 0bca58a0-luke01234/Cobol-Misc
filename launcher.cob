           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LANG-STATUS.

           SELECT priceFile ASSIGN TO "PRICES.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PRICE-STATUS.

           SELECT salesFile ASSIGN TO "SALES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SALES-STATUS.

           SELECT receiptFile ASSIGN TO "RECEIPT.PRT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RECEIPT-STATUS.

           SELECT clockFile ASSIGN TO "TIMECLOCK.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CLOCK-STATUS.

           SELECT holdFile ASSIGN TO "TOKENHOLD.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOLD-STATUS.

           SELECT machineFile ASSIGN TO "MACHINE.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MACHINE-STATUS.

           SELECT shopLogFile ASSIGN TO "SHOPLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SHOPLOG-STATUS.

           SELECT sessionFile ASSIGN TO "SESSION.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SESSION-STATUS.

      *who is logged in on the operator side, so reports run from
      *there are filed on the report catalog under their initials
           SELECT dutyFile ASSIGN TO "ONDUTY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DUTY-STATUS.

      *this month's loyalty tiers and the perks that go with them,
      *for the bonus tokens on a member's top-up
           SELECT standingFile ASSIGN TO "MEMBERTIER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STANDING-STATUS.

           SELECT tierFile ASSIGN TO "TIERS.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TIER-STATUS.

      *the register's dates of birth and guardian details, for the
      *daily token cap a parent sets on an under-16's profile, and
      *the tokens each capped player has been charged today
           SELECT ageFile ASSIGN TO "AGES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AGE-STATUS.

           SELECT spendFile ASSIGN TO "SPENDDAY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SPEND-STATUS.

      *the training sandbox's finished-build marker, looked for
      *from the live side before switching into it
           SELECT flagFile ASSIGN TO "TRAINING/TRAINING.FLG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FLAG-STATUS.

      *the game's fast-lookup companion to PLAYER.DAT - every
      *balance change made here is posted into it too, so the
      *game's keyed read never hands back a stale balance
           RECORD KEY IS PIX-INITIALS
           FILE STATUS IS WS-PLAYERIDX-STATUS.

           SELECT handFile ASSIGN TO "HANDOVER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HAND-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  hsFile.
           05 AU-OLD   PIC 9(8).
           05 AU-NEW   PIC 9(8).
           05 AU-STAMP PIC X(14).
      *a TOKENREFUND record carries the cabinet, why the token came
      *back and whose balance it went to, on the end so the plain
      *counter records still line up - blank on everything else
           05 AU-REFUND.
              10 AU-MACHINE PIC 9(1).
              10 AU-REASON  PIC X(8).
              10 AU-PLAYER  PIC X(3).

      *one record per staff member: initials, PIN, and an active
      *byte so leavers are disabled rather than erased
       FD  langFile.
       01  LANG-RECORD PIC X(2).

      *the token bundles the desk sells, one per record: how many
      *tokens, the price, and the name on the receipt
       FD  priceFile.
       01  PRICE-RECORD.
           05 PR-TOKENS PIC 9(4).
           05 PR-PRICE  PIC 9(4)V99.
           05 PR-NAME   PIC X(20).

      *the sales journal: one record per top-up, numbered by receipt,
      *with who sold it, who bought it, how it was paid (CASH, CARD
      *or COMP) and the amount taken against the list value - a comp
      *takes nothing but still shows what it gave away
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

       FD  receiptFile.
       01  RECEIPT-LINE PIC X(40).

      *the staff time clock: one punch per record, I in or O out,
      *appended as they happen - the hours report pairs them up
       FD  clockFile.
       01  CLOCK-RECORD.
           05 TC-OPERATOR PIC X(3).
           05 TC-STAMP    PIC X(14).
           05 TC-TYPE     PIC X(1).

      *the token riding on the game in progress: written when the
      *launch is charged and emptied when the game comes back. a
      *record still here when the launcher starts means the last
      *game took the whole machine down with it
       FD  holdFile.
       01  HOLD-RECORD.
           05 TH-INITIALS PIC X(3).
           05 TH-STAMP    PIC X(14).
           05 TH-MACHINE  PIC 9(1).

      *which cabinet this is, 1-4 the way the fleet report numbers
      *them - no MACHINE.CFG means machine 1
       FD  machineFile.
       01  MACHINE-RECORD PIC X(1).

      *read back to see whether the game logged its EXIT
       FD  shopLogFile.
       01  SHOPLOG-RECORD.
           05 SG-STAMP   PIC X(14).
           05 SG-PROGRAM PIC X(12).
           05 SG-EVENT   PIC X(8).
           05 SG-TEXT    PIC X(30).

      *the game's own summary record - only the time played is
      *looked at, to catch a top-out in the first few seconds
       FD  sessionFile.
       01  SESSION-RECORD.
           05 SS-DATE        PIC X(8).
           05 SS-SCORE       PIC 9(10).
           05 SS-LEVEL       PIC 9(3).
           05 SS-LINES       PIC 9(6).
           05 SS-TIME-PLAYED PIC 9(6).

       FD  dutyFile.
       01  DUTY-RECORD.
           05 OD-OPERATOR PIC X(3).
           05 OD-STAMP    PIC X(14).

      *same records loyaltyrun writes and reads
       FD  standingFile.
       01  STANDING-RECORD.
           05 MT-MEMBER   PIC 9(5).
           05 MT-INITIALS PIC X(3).
           05 MT-NAME     PIC X(20).
           05 MT-TIER     PIC X(1).
           05 MT-POINTS   PIC 9(7).
           05 MT-MONTH    PIC X(6).

       FD  tierFile.
       01  TIER-RECORD.
           05 TI-CODE     PIC X(1).
           05 TI-NAME     PIC X(8).
           05 TI-MIN      PIC 9(6).
           05 TI-TOPUP    PIC 9(2).
           05 TI-PRIORITY PIC X(1).

      *same records acceptname keeps at the door
       FD  ageFile.
       01  AGE-RECORD.
           05 AG-NAME     PIC X(20).
           05 AG-DOB      PIC X(8).
           05 AG-INITIALS PIC X(3).
           05 AG-GUARDIAN PIC X(20).
           05 AG-PHONE    PIC X(15).
           05 AG-CAP      PIC 9(3).

       FD  spendFile.
       01  SPEND-RECORD.
           05 SD-INITIALS PIC X(3).
           05 SD-DATE     PIC X(8).
           05 SD-TOKENS   PIC 9(3).

      *same record the training build writes last
       FD  flagFile.
       01  FLAG-RECORD.
           05 FL-TEXT  PIC X(17).
           05 FL-STAMP PIC X(14).

       FD  playerIdxFile.
       01  PLAYERIDX-RECORD.
           05 PIX-INITIALS PIC X(3).
           05 PIX-REST     PIC X(53).

      *same shift handover log record handover writes
       FD  handFile.
       01  HAND-RECORD.
           05 HO-KIND     PIC X(1).
           05 HO-ID       PIC 9(6).
           05 HO-STAMP    PIC X(14).
           05 HO-OPERATOR PIC X(3).
           05 HO-PRIORITY PIC X(1).
           05 HO-CATEGORY PIC X(8).
           05 HO-TEXT     PIC X(60).

       WORKING-STORAGE SECTION.
       01  WS-HS-STATUS   PIC X(2).
       01  WS-VIS-STATUS  PIC X(2).
      *the games on SESSION.LOG
       01  WS-POST-COUNTER  PIC X(12).
       01  WS-POST-AMOUNT   PIC 9(4).
      *a "-" takes the amount back off instead - a refunded play
      *comes off TOKENSUSED the same audited way it went on
       01  WS-POST-SIGN     PIC X(1) VALUE "+".
       01  WS-PLAYERIDX-STATUS PIC X(2).

      *the point-of-sale side of a top-up: the bundle list, the
      *payment type, and the next receipt number off the journal
       01  WS-PRICE-STATUS   PIC X(2).
       01  WS-SALES-STATUS   PIC X(2).
       01  WS-RECEIPT-STATUS PIC X(2).
       01  WS-PRICE-TABLE.
           05 WS-PRICE-ENTRY OCCURS 20 TIMES.
              10 WS-PR-TOKENS PIC 9(4).
              10 WS-PR-PRICE  PIC 9(4)V99.
              10 WS-PR-NAME   PIC X(20).
       01  WS-PRICE-COUNT    PIC 9(2) VALUE 0.
       01  WS-PRICE-INDEX    PIC 9(2).
       01  WS-BUNDLE-INP     PIC X(2).
       01  WS-BUNDLE-PICK    PIC 9(2).
       01  WS-AMOUNT-INP     PIC X(10).
       01  WS-SALE-AMOUNT    PIC 9(6)V99.
       01  WS-SALE-LIST      PIC 9(6)V99.
       01  WS-PAY-INP        PIC X(1).
       01  WS-PAY-TYPE       PIC X(4).
       01  WS-SALE-OK        PIC X(1).
       01  WS-NEXT-RECEIPT   PIC 9(6).
       01  WS-SALE-STAMP.
           05 WS-SALE-DATE   PIC X(8).
           05 WS-SALE-HHMM   PIC X(4).
           05 FILLER         PIC X(2).
       01  WS-DISPLAY-PRICE  PIC Z(5)9.99.

      *a member's tier bonus on a paid top-up - given free on top
      *of what was sold, so it goes to TOKENSBONUS and not onto the
      *journal or TOKENSISSUED
       01  WS-STANDING-STATUS PIC X(2).
       01  WS-TIER-STATUS    PIC X(2).
       01  WS-TIER-CODE      PIC X(1).
       01  WS-TIER-NAME      PIC X(8).
       01  WS-TIER-PERCENT   PIC 9(2).
       01  WS-TIER-BONUS     PIC 9(4).

      *an under-16's parent-set cap on tokens charged in one day -
      *only capped players get a SPENDDAY.DAT row, and the file
      *only ever holds today's
       01  WS-AGE-STATUS     PIC X(2).
       01  WS-SPEND-STATUS   PIC X(2).
       01  WS-DAILY-CAP      PIC 9(3).
       01  WS-CAP-REACHED    PIC X(1).
       01  WS-DOB-NUM        PIC 9(8).
       01  WS-TODAY-NUM      PIC 9(8).
       01  WS-SPEND-TABLE.
           05 WS-SPEND-ENTRY OCCURS 200 TIMES.
              10 WS-SD-INITIALS PIC X(3).
              10 WS-SD-TOKENS   PIC 9(3).
       01  WS-SPEND-COUNT    PIC 9(3) VALUE 0.
       01  WS-SPEND-INDEX    PIC 9(3).
       01  WS-SPEND-FOUND    PIC 9(3).
       01  WS-SPEND-SIGN     PIC X(1).

      *role-based menus: walk-ins only ever see the games, and the
      *operator side (housekeeping, reports, editors, the desk
      *screens) sits behind a staff PIN - failed tries go to the
       01  WS-LOGIN-OK      PIC X(1).
       01  WS-OPER-CHOICE   PIC X(1).
       01  WS-OPER-DONE     PIC X(1).
       01  WS-MORE-DONE     PIC X(1).
       01  WS-PIN-CHOICE    PIC X(1).
       01  WS-PIN-DONE      PIC X(1).

      *handover notes the operator logging in has still to sign for:
      *U unsigned, anything else (resolved, signed, their own) done
       01  WS-HAND-STATUS   PIC X(2).
       01  WS-HAND-TABLE.
           05 WS-HAND-ENTRY OCCURS 100 TIMES.
              10 WS-HN-ID       PIC 9(6).
              10 WS-HN-STAMP    PIC X(14).
              10 WS-HN-OPERATOR PIC X(3).
              10 WS-HN-PRIORITY PIC X(1).
              10 WS-HN-CATEGORY PIC X(8).
              10 WS-HN-TEXT     PIC X(60).
              10 WS-HN-STATE    PIC X(1).
       01  WS-HAND-COUNT    PIC 9(3) VALUE 0.
       01  WS-HAND-INDEX    PIC 9(3).
       01  WS-HAND-KEEP     PIC 9(3).
       01  WS-HAND-UNSIGNED PIC 9(3) VALUE 0.
       01  WS-HAND-PASS     PIC X(1).
       01  WS-HAND-PAUSE    PIC X(1).
       01  WS-HAND-PIN      PIC X(4).
       01  WS-HAND-LOCK     PIC X(8) VALUE "HANDOVER".
       01  WS-HAND-ACTION   PIC X(4).
       01  WS-HAND-RESULT   PIC X(1).
       01  WS-DUTY-STATUS   PIC X(2).

      *a top-up over its APPROVAL.CFG limit is held for a second
      *operator through the shared dualctl subprogram, and posted
      *from here once approved - same item layout dualctl takes
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
       01  WS-APPR-ANSWER   PIC X(1).

      *the time clock takes the same initials and PIN; the last
      *punch on file for the operator decides which way this one
      *goes
       01  WS-CLOCK-STATUS  PIC X(2).
       01  WS-LAST-PUNCH    PIC X(1).
       01  WS-LAST-STAMP    PIC X(14).
       01  WS-PUNCH-TYPE    PIC X(1).
       01  WS-PUNCH-ANSWER  PIC X(1).
      *a clock-in from an earlier day can still be clocked out of
      *within the longest shift anybody works - a late close past
      *midnight - and only beyond it is it a missed clock-out
       01  WS-MAX-SHIFT-MIN PIC 9(4) VALUE 960.
       01  WS-SHIFT-MIN     PIC S9(9).
       01  WS-SHIFT-DATE    PIC 9(8).
       01  WS-SHIFT-HH      PIC 9(2).
       01  WS-SHIFT-MM      PIC 9(2).

      *automatic refunds: a charged play that crashed, never got
      *going, or topped out inside the first few seconds gets its
      *token back, with a TOKENREFUND record on OPERAUDIT.DAT
       01  WS-HOLD-STATUS    PIC X(2).
       01  WS-MACHINE-STATUS PIC X(2).
       01  WS-SHOPLOG-STATUS PIC X(2).
       01  WS-SESSION-STATUS PIC X(2).
       01  WS-MACHINE        PIC 9(1) VALUE 1.
       01  WS-TOKEN-TAKEN    PIC X(1) VALUE "N".
       01  WS-GAMES-BEFORE   PIC 9(6).
       01  WS-GAMES-AFTER    PIC 9(6).
       01  WS-LAST-PLAYED    PIC 9(6).
       01  WS-GAME-STARTED   PIC X(1).
       01  WS-GAME-EXITED    PIC X(1).
       01  WS-REFUND-INITIALS PIC X(3).
       01  WS-REFUND-REASON  PIC X(8).
       01  WS-REFUND-OLD     PIC 9(4).
      *a game over inside this many seconds (hhmmss) is a stuck key
      *or a dud deal, not a game anyone paid for
       01  WS-EARLY-LIMIT    PIC 9(6) VALUE 10.

      *the live scheduled event, re-checked every trip around the
      *menu so a window opening mid-evening shows without a restart
       01  WS-EVENTS-STATUS PIC X(2).
       01  WS-MSG-ID      PIC X(8).
       01  WS-MSG-TEXT    PIC X(60).

      *training mode: the file path is pointed at the TRAINING
      *sandbox beside the live files, so everything the launcher and
      *the programs it calls open - the common log and the period
      *locks included - is the sandbox's copy until it is left
       01  WS-TRAINING      PIC X(1) VALUE "N".
       01  WS-FLAG-STATUS   PIC X(2).
       01  WS-LIVE-PATH     PIC X(60).
       01  WS-SANDBOX-PATH  PIC X(70).
       01  WS-TRAIN-CHOICE  PIC X(1).
       01  WS-SANDBOX-READY PIC X(1).

      *the usage trail around every dispatched CALL
       01  WS-USAGE-STATUS  PIC X(2).
       01  WS-USAGE-PROGRAM PIC X(14).
       PROCEDURE DIVISION.
       MAIN-PARA.
       MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
       PERFORM SET-SANDBOX-PATH-PARA.
       PERFORM LOAD-OPENHOUSE-PARA.
       PERFORM LOAD-FREEPLAY-PARA.
       PERFORM LOAD-MACHINE-PARA.
       PERFORM CHECK-HOLD-PARA.
       PERFORM UNTIL WS-DONE = "Y"
          PERFORM SHOW-MENU-PARA
          ACCEPT WS-CHOICE
             IF WS-CHECKED-IN = "Y" OR WS-OPENHOUSE NOT = "Y" THEN
                PERFORM CHARGE-TOKEN-PARA
                IF WS-TOKEN-OK = "Y" THEN
                   PERFORM HOLD-TOKEN-PARA
                   MOVE "cobol_tetris" TO WS-USAGE-PROGRAM
                   PERFORM RUN-PROGRAM-PARA
                   PERFORM CHECK-REFUND-PARA
                END-IF
             END-IF
      *a booked slot or a block of paid minutes - the play clock
      *runs the games itself and closes the session at zero
          WHEN "S"
             PERFORM GATE-GAME-PARA
             IF WS-CHECKED-IN = "Y" OR WS-OPENHOUSE NOT = "Y" THEN
                MOVE "playclock" TO WS-USAGE-PROGRAM
                PERFORM RUN-PROGRAM-PARA
             END-IF
          WHEN "2"
             MOVE "calculator" TO WS-USAGE-PROGRAM
             PERFORM RUN-PROGRAM-PARA
          WHEN "O"
             PERFORM OPERATOR-LOGIN-PARA
             IF WS-LOGIN-OK = "Y" THEN
                PERFORM SIGN-HANDOVER-PARA
             END-IF
             IF WS-LOGIN-OK = "Y" THEN
                MOVE WS-LOGIN-OPER TO OD-OPERATOR
                PERFORM SET-ON-DUTY-PARA
                PERFORM OPERATOR-MENU-PARA
                MOVE SPACES TO OD-OPERATOR
                PERFORM SET-ON-DUTY-PARA
             END-IF
          WHEN "L"
             PERFORM PICK-LANGUAGE-PARA
          WHEN "T"
             PERFORM TIME-CLOCK-PARA
      *the fire alarm: no PIN between the desk and the roll-call
          WHEN "E"
             MOVE "rollcall" TO WS-USAGE-PROGRAM
             PERFORM RUN-PROGRAM-PARA
          WHEN "X"
             MOVE "Y" TO WS-DONE
          WHEN OTHER
             DISPLAY "PICK 1-3, E, L, O, S, T OR X."
          END-EVALUATE
       END-PERFORM.
       STOP RUN.
       PERFORM LOAD-STATUS-LINE-PARA.
       PERFORM LOAD-LIVE-EVENT-PARA.
       DISPLAY " ".
       PERFORM TRAINING-BANNER-PARA.
       MOVE "MENUHDR" TO WS-MSG-ID.
       PERFORM SAY-MESSAGE-PARA.
       DISPLAY "HIGH SCORE " WS-HIGH-SCORE " (" WS-HIGH-INITIALS
      *and every public line comes off the message catalog
       MOVE "MENUGAME" TO WS-MSG-ID.
       PERFORM SAY-MESSAGE-PARA.
       MOVE "MENUTIME" TO WS-MSG-ID.
       PERFORM SAY-MESSAGE-PARA.
       MOVE "MENUCALC" TO WS-MSG-ID.
       PERFORM SAY-MESSAGE-PARA.
       MOVE "MENUODD" TO WS-MSG-ID.
       PERFORM SAY-MESSAGE-PARA.
       MOVE "MENULANG" TO WS-MSG-ID.
       PERFORM SAY-MESSAGE-PARA.
       MOVE "MENUCLOK" TO WS-MSG-ID.
       PERFORM SAY-MESSAGE-PARA.
       MOVE "MENUROLL" TO WS-MSG-ID.
       PERFORM SAY-MESSAGE-PARA.
       MOVE "MENUEXIT" TO WS-MSG-ID.
       PERFORM SAY-MESSAGE-PARA.
       MOVE "MENUPICK" TO WS-MSG-ID.
             WS-LOG-TEXT
       END-IF.

      *=================================================
      *   SHIFT HANDOVER SIGN-OFF
      *=================================================
       SIGN-HANDOVER-PARA.
      *every open handover note the operator neither wrote nor has
      *signed for yet is shown, high priority first, and signed for
      *with the PIN again - a wrong PIN or no PIN keeps the operator
      *menu shut. with no PINs on file there is nothing to sign with
       IF WS-PIN-FOUND = 0 THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM LOAD-HANDOVER-PARA.
       IF WS-HAND-UNSIGNED = 0 THEN
          EXIT PARAGRAPH
       END-IF.
       DISPLAY " ".
       DISPLAY "===== SHIFT HANDOVER - " WS-HAND-UNSIGNED
          " NOTE(S) TO READ AND SIGN FOR =====".
       MOVE "H" TO WS-HAND-PASS.
       PERFORM SHOW-HANDOVER-PASS-PARA.
       MOVE "M" TO WS-HAND-PASS.
       PERFORM SHOW-HANDOVER-PASS-PARA.
       MOVE "L" TO WS-HAND-PASS.
       PERFORM SHOW-HANDOVER-PASS-PARA.
       DISPLAY " ".
       DISPLAY "PIN TO SIGN FOR ALL " WS-HAND-UNSIGNED
          " NOTE(S) AS READ:".
       MOVE SPACES TO WS-HAND-PIN.
       ACCEPT WS-HAND-PIN.
       IF WS-HAND-PIN NOT = WS-SP-PIN(WS-PIN-FOUND) THEN
          DISPLAY "NOT SIGNED FOR - THE OPERATOR MENU STAYS SHUT"
             " UNTIL THE HANDOVER IS READ."
          MOVE "N" TO WS-LOGIN-OK
          MOVE "HANDNACK" TO WS-LOG-EVENT
          MOVE SPACES TO WS-LOG-TEXT
          STRING WS-LOGIN-OPER " " WS-HAND-UNSIGNED " UNSIGNED"
             DELIMITED BY SIZE INTO WS-LOG-TEXT
          CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT
             WS-LOG-TEXT
          EXIT PARAGRAPH
       END-IF.
       MOVE "TAKE" TO WS-HAND-ACTION.
       CALL "filelock" USING WS-HAND-LOCK WS-LOG-PROGRAM
             WS-HAND-ACTION WS-HAND-RESULT.
       OPEN EXTEND handFile.
       IF WS-HAND-STATUS = "35" OR WS-HAND-STATUS = "05" THEN
          CLOSE handFile
          OPEN OUTPUT handFile
       END-IF.
       IF WS-HAND-STATUS = "00" THEN
          PERFORM VARYING WS-HAND-INDEX FROM 1 BY 1
          UNTIL WS-HAND-INDEX > WS-HAND-COUNT
             IF WS-HN-STATE(WS-HAND-INDEX) = "U" THEN
                MOVE SPACES TO HAND-RECORD
                MOVE "A" TO HO-KIND
                MOVE WS-HN-ID(WS-HAND-INDEX) TO HO-ID
                MOVE FUNCTION CURRENT-DATE (1:14) TO HO-STAMP
                MOVE WS-LOGIN-OPER TO HO-OPERATOR
                WRITE HAND-RECORD
             END-IF
          END-PERFORM
          CLOSE handFile
       ELSE
          DISPLAY "HANDOVER.DAT COULD NOT BE WRITTEN - "
             WS-HAND-STATUS " - TELL THE MANAGER."
       END-IF.
       MOVE "FREE" TO WS-HAND-ACTION.
       CALL "filelock" USING WS-HAND-LOCK WS-LOG-PROGRAM
             WS-HAND-ACTION WS-HAND-RESULT.
       MOVE "HANDACK" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       STRING WS-LOGIN-OPER " SIGNED " WS-HAND-UNSIGNED
             DELIMITED BY SIZE INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       DISPLAY "HANDOVER SIGNED FOR.".

       SHOW-HANDOVER-PASS-PARA.
       PERFORM VARYING WS-HAND-INDEX FROM 1 BY 1
       UNTIL WS-HAND-INDEX > WS-HAND-COUNT
          IF WS-HN-STATE(WS-HAND-INDEX) = "U" AND
             WS-HN-PRIORITY(WS-HAND-INDEX) = WS-HAND-PASS THEN
             DISPLAY " "
             DISPLAY "NOTE " WS-HN-ID(WS-HAND-INDEX) "  PRIORITY "
                WS-HN-PRIORITY(WS-HAND-INDEX) "  "
                WS-HN-CATEGORY(WS-HAND-INDEX) "  "
                WS-HN-STAMP(WS-HAND-INDEX) (1:8) " "
                WS-HN-STAMP(WS-HAND-INDEX) (9:4) "  BY "
                WS-HN-OPERATOR(WS-HAND-INDEX)
             DISPLAY "  " WS-HN-TEXT(WS-HAND-INDEX)
             DISPLAY "PRESS ENTER WHEN READ."
             ACCEPT WS-HAND-PAUSE
          END-IF
       END-PERFORM.

       LOAD-HANDOVER-PARA.
       MOVE 0 TO WS-HAND-COUNT.
       MOVE 0 TO WS-HAND-UNSIGNED.
       MOVE "N" TO WS-EOF.
       OPEN INPUT handFile.
       IF WS-HAND-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ handFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                PERFORM TAKE-IN-HANDOVER-PARA
          END-READ
       END-PERFORM.
       CLOSE handFile.
       MOVE "N" TO WS-EOF.
       PERFORM VARYING WS-HAND-INDEX FROM 1 BY 1
       UNTIL WS-HAND-INDEX > WS-HAND-COUNT
          IF WS-HN-STATE(WS-HAND-INDEX) = "U" THEN
             ADD 1 TO WS-HAND-UNSIGNED
          END-IF
       END-PERFORM.

       TAKE-IN-HANDOVER-PARA.
       IF HO-KIND = "N" THEN
          IF WS-HAND-COUNT = 100 THEN
             PERFORM SQUEEZE-HANDOVER-PARA
          END-IF
          IF WS-HAND-COUNT < 100 THEN
             ADD 1 TO WS-HAND-COUNT
             MOVE HO-ID TO WS-HN-ID(WS-HAND-COUNT)
             MOVE HO-STAMP TO WS-HN-STAMP(WS-HAND-COUNT)
             MOVE HO-OPERATOR TO WS-HN-OPERATOR(WS-HAND-COUNT)
             MOVE HO-PRIORITY TO WS-HN-PRIORITY(WS-HAND-COUNT)
             MOVE HO-CATEGORY TO WS-HN-CATEGORY(WS-HAND-COUNT)
             MOVE HO-TEXT TO WS-HN-TEXT(WS-HAND-COUNT)
             IF HO-OPERATOR = WS-LOGIN-OPER THEN
                MOVE "D" TO WS-HN-STATE(WS-HAND-COUNT)
             ELSE
                MOVE "U" TO WS-HN-STATE(WS-HAND-COUNT)
             END-IF
          END-IF
          EXIT PARAGRAPH
       END-IF.
       IF HO-KIND = "R" OR
          (HO-KIND = "A" AND HO-OPERATOR = WS-LOGIN-OPER) THEN
          PERFORM VARYING WS-HAND-INDEX FROM 1 BY 1
          UNTIL WS-HAND-INDEX > WS-HAND-COUNT
             IF WS-HN-ID(WS-HAND-INDEX) = HO-ID THEN
                MOVE "D" TO WS-HN-STATE(WS-HAND-INDEX)
             END-IF
          END-PERFORM
       END-IF.

       SQUEEZE-HANDOVER-PARA.
      *the table only needs the notes still to sign for - the done
      *ones make room for later notes
       MOVE 0 TO WS-HAND-KEEP.
       PERFORM VARYING WS-HAND-INDEX FROM 1 BY 1
       UNTIL WS-HAND-INDEX > WS-HAND-COUNT
          IF WS-HN-STATE(WS-HAND-INDEX) = "U" THEN
             ADD 1 TO WS-HAND-KEEP
             MOVE WS-HAND-ENTRY(WS-HAND-INDEX)
                TO WS-HAND-ENTRY(WS-HAND-KEEP)
          END-IF
       END-PERFORM.
       MOVE WS-HAND-KEEP TO WS-HAND-COUNT.

      *=================================================
      *   STAFF TIME CLOCK
      *=================================================
       TIME-CLOCK-PARA.
      *same initials and PIN as the operator login. a clock-in
      *still open from an earlier day is closed by this punch when
      *it is no more than WS-MAX-SHIFT-MIN old - a shift that ran
      *past midnight. older than that it is a missed clock-out -
      *the punch goes in as a fresh clock-in and the hours report
      *flags the gap rather than inventing a day-long shift
       PERFORM LOAD-PINS-PARA.
       IF WS-PIN-COUNT = 0 THEN
          DISPLAY "NO STAFF PINS ON FILE - THE CLOCK NEEDS ONE."
          EXIT PARAGRAPH
       END-IF.
       DISPLAY "OPERATOR INITIALS:".
       ACCEPT WS-LOGIN-OPER.
       MOVE FUNCTION UPPER-CASE (WS-LOGIN-OPER) TO WS-LOGIN-OPER.
       DISPLAY "PIN:".
       ACCEPT WS-LOGIN-PIN.
       MOVE 0 TO WS-PIN-FOUND.
       PERFORM VARYING WS-PIN-INDEX FROM 1 BY 1
       UNTIL WS-PIN-INDEX > WS-PIN-COUNT
          IF WS-SP-OPERATOR(WS-PIN-INDEX) = WS-LOGIN-OPER AND
             WS-SP-PIN(WS-PIN-INDEX) = WS-LOGIN-PIN AND
             WS-SP-ACTIVE(WS-PIN-INDEX) = "Y" THEN
             MOVE WS-PIN-INDEX TO WS-PIN-FOUND
          END-IF
       END-PERFORM.
       IF WS-PIN-FOUND = 0 THEN
          DISPLAY "NO PUNCH - THAT PIN IS NOT ON THE BOOKS."
          MOVE "PINFAIL" TO WS-LOG-EVENT
          MOVE SPACES TO WS-LOG-TEXT
          STRING "CLOCK TRIED AS " WS-LOGIN-OPER
             DELIMITED BY SIZE INTO WS-LOG-TEXT
          CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT
             WS-LOG-TEXT
          EXIT PARAGRAPH
       END-IF.
       MOVE SPACE TO WS-LAST-PUNCH.
       MOVE SPACES TO WS-LAST-STAMP.
       MOVE "N" TO WS-EOF.
       OPEN INPUT clockFile.
       IF WS-CLOCK-STATUS = "00" THEN
          PERFORM UNTIL WS-END-OF-FILE
             READ clockFile
                AT END MOVE "Y" TO WS-EOF
                NOT AT END
                   IF TC-OPERATOR = WS-LOGIN-OPER THEN
                      MOVE TC-TYPE TO WS-LAST-PUNCH
                      MOVE TC-STAMP TO WS-LAST-STAMP
                   END-IF
             END-READ
          END-PERFORM
          CLOSE clockFile
       END-IF.
       MOVE "I" TO WS-PUNCH-TYPE.
       IF WS-LAST-PUNCH = "I" THEN
          IF WS-LAST-STAMP (1:8) = WS-TODAY THEN
             MOVE "O" TO WS-PUNCH-TYPE
          ELSE
             PERFORM SHIFT-LENGTH-PARA
             IF WS-SHIFT-MIN <= WS-MAX-SHIFT-MIN THEN
                MOVE "O" TO WS-PUNCH-TYPE
             ELSE
                DISPLAY "STILL CLOCKED IN FROM " WS-LAST-STAMP (1:8)
                   " - THAT MISSED CLOCK-OUT WILL SHOW ON THE"
                   " REPORT."
             END-IF
          END-IF
       END-IF.
       EVALUATE TRUE
       WHEN WS-PUNCH-TYPE = "I"
          DISPLAY WS-LOGIN-OPER " - CLOCK IN NOW? (Y/N)"
       WHEN WS-LAST-STAMP (1:8) = WS-TODAY
          DISPLAY WS-LOGIN-OPER " CLOCKED IN AT "
             WS-LAST-STAMP (9:4) " - CLOCK OUT NOW? (Y/N)"
       WHEN OTHER
          DISPLAY WS-LOGIN-OPER " CLOCKED IN AT "
             WS-LAST-STAMP (9:4) " ON " WS-LAST-STAMP (1:8)
             " - CLOCK OUT NOW? (Y/N)"
       END-EVALUATE.
       ACCEPT WS-PUNCH-ANSWER.
       IF FUNCTION UPPER-CASE (WS-PUNCH-ANSWER) NOT = "Y" THEN
          DISPLAY "NO PUNCH RECORDED."
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-LOGIN-OPER TO TC-OPERATOR.
       MOVE FUNCTION CURRENT-DATE (1:14) TO TC-STAMP.
       MOVE WS-PUNCH-TYPE TO TC-TYPE.
       OPEN EXTEND clockFile.
       IF WS-CLOCK-STATUS = "35" OR WS-CLOCK-STATUS = "05" THEN
          CLOSE clockFile
          OPEN OUTPUT clockFile
       END-IF.
       IF WS-CLOCK-STATUS NOT = "00" THEN
          DISPLAY "TIMECLOCK.DAT COULD NOT BE WRITTEN - TELL THE "
             "MANAGER."
          EXIT PARAGRAPH
       END-IF.
       WRITE CLOCK-RECORD.
       CLOSE clockFile.
       IF WS-PUNCH-TYPE = "O" THEN
          DISPLAY "CLOCKED OUT AT " TC-STAMP (9:4) ". GOOD NIGHT."
          MOVE "CLOCKOUT" TO WS-LOG-EVENT
       ELSE
          DISPLAY "CLOCKED IN AT " TC-STAMP (9:4) "."
          MOVE "CLOCKIN" TO WS-LOG-EVENT
       END-IF.
       MOVE WS-LOGIN-OPER TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.

       SHIFT-LENGTH-PARA.
      *minutes from the open clock-in to now, across the date line
      *the way the hours report pairs punches
       MOVE FUNCTION CURRENT-DATE (1:8) TO WS-SHIFT-DATE.
       MOVE FUNCTION CURRENT-DATE (9:2) TO WS-SHIFT-HH.
       MOVE FUNCTION CURRENT-DATE (11:2) TO WS-SHIFT-MM.
       COMPUTE WS-SHIFT-MIN =
          FUNCTION INTEGER-OF-DATE (WS-SHIFT-DATE) * 1440
          + WS-SHIFT-HH * 60 + WS-SHIFT-MM.
       IF WS-LAST-STAMP IS NOT NUMERIC THEN
          MOVE 99999 TO WS-SHIFT-MIN
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-LAST-STAMP (1:8) TO WS-SHIFT-DATE.
       MOVE WS-LAST-STAMP (9:2) TO WS-SHIFT-HH.
       MOVE WS-LAST-STAMP (11:2) TO WS-SHIFT-MM.
       COMPUTE WS-SHIFT-MIN = WS-SHIFT-MIN
          - FUNCTION INTEGER-OF-DATE (WS-SHIFT-DATE) * 1440
          - WS-SHIFT-HH * 60 - WS-SHIFT-MM.

       OPERATOR-MENU-PARA.
      *the staff side: housekeeping, the merges and reports, the
      *desk screens and the editors, all in one place behind the PIN
       MOVE "N" TO WS-OPER-DONE.
       PERFORM UNTIL WS-OPER-DONE = "Y"
          DISPLAY " "
          PERFORM TRAINING-BANNER-PARA
          DISPLAY "===== OPERATOR MENU (" WS-LOGIN-OPER ") ====="
          DISPLAY "1 VISITOR REGISTER   2 FILE READER"
          DISPLAY "3 TOKEN TOP-UP       4 COUNTER LEDGER"
          DISPLAY "B MONTH-END CLOSE    C CONFIG EDITOR"
          DISPLAY "D PIECE-PACK EDITOR  P PIN MAINTENANCE"
          DISPLAY "E MORNING READINESS CHECK"
          DISPLAY "S SHIFT OPEN/CLOSE   H HOUSE ACCOUNTS"
          DISPLAY "W WORK ORDERS        G PRIZE STOCK"
          DISPLAY "T STAFF HOURS REPORT R REFUND REPORT"
          DISPLAY "I INITIALS MERGE     F FIXED ASSETS"
          DISPLAY "M PRICE WHAT-IF      N SERIAL AUDIT"
          DISPLAY "L MEMBER LETTERS     J BUDGET/VARIANCE"
          DISPLAY "K GL JOURNAL EXPORT  Q REPORT CATALOG"
          DISPLAY "U INCIDENT REGISTER  Y LOYALTY POINTS"
          DISPLAY "V ROLL-CALL TICK-OFF Z TRAINING MODE"
          DISPLAY "O CHEQUE PAYOUTS     0 MORE..."
          DISPLAY "X BACK TO PUBLIC MENU"
          DISPLAY "CHOICE:"
          ACCEPT WS-OPER-CHOICE
          WHEN "S"
             MOVE "shiftproc" TO WS-USAGE-PROGRAM
             PERFORM RUN-PROGRAM-PARA
          WHEN "H"
             MOVE "arledger" TO WS-USAGE-PROGRAM
             PERFORM RUN-PROGRAM-PARA
          WHEN "W"
             MOVE "workorder" TO WS-USAGE-PROGRAM
             PERFORM RUN-PROGRAM-PARA
          WHEN "G"
             MOVE "prizes" TO WS-USAGE-PROGRAM
             PERFORM RUN-PROGRAM-PARA
          WHEN "T"
             MOVE "timereport" TO WS-USAGE-PROGRAM
             PERFORM RUN-PROGRAM-PARA
          WHEN "R"
             MOVE "refundreport" TO WS-USAGE-PROGRAM
             PERFORM RUN-PROGRAM-PARA
          WHEN "I"
             MOVE "initmerge" TO WS-USAGE-PROGRAM
             PERFORM RUN-PROGRAM-PARA
          WHEN "F"
             MOVE "assets" TO WS-USAGE-PROGRAM
             PERFORM RUN-PROGRAM-PARA
          WHEN "M"
             MOVE "priceplan" TO WS-USAGE-PROGRAM
             PERFORM RUN-PROGRAM-PARA
          WHEN "N"
             MOVE "serialaudit" TO WS-USAGE-PROGRAM
             PERFORM RUN-PROGRAM-PARA
          WHEN "L"
             MOVE "mailmerge" TO WS-USAGE-PROGRAM
             PERFORM RUN-PROGRAM-PARA
          WHEN "J"
             MOVE "budget" TO WS-USAGE-PROGRAM
             PERFORM RUN-PROGRAM-PARA
          WHEN "K"
             MOVE "gljournal" TO WS-USAGE-PROGRAM
             PERFORM RUN-PROGRAM-PARA
          WHEN "Q"
             MOVE "reports" TO WS-USAGE-PROGRAM
             PERFORM RUN-PROGRAM-PARA
          WHEN "U"
             MOVE "incident" TO WS-USAGE-PROGRAM
             PERFORM RUN-PROGRAM-PARA
          WHEN "Y"
             MOVE "loyalty" TO WS-USAGE-PROGRAM
             PERFORM RUN-PROGRAM-PARA
          WHEN "V"
             MOVE "rolltick" TO WS-USAGE-PROGRAM
             PERFORM RUN-PROGRAM-PARA
          WHEN "O"
             MOVE "cheques" TO WS-USAGE-PROGRAM
             PERFORM RUN-PROGRAM-PARA
          WHEN "Z"
             PERFORM TRAINING-MODE-PARA
          WHEN "0"
             PERFORM OPERATOR-MORE-PARA
          WHEN "P"
             PERFORM PIN-MAINT-PARA
          WHEN "X"
          END-EVALUATE
       END-PERFORM.

       OPERATOR-MORE-PARA.
      *the second page of the operator menu, once the first ran
      *out of letters
       MOVE "N" TO WS-MORE-DONE.
       PERFORM UNTIL WS-MORE-DONE = "Y"
          DISPLAY " "
          PERFORM TRAINING-BANNER-PARA
          DISPLAY "===== OPERATOR MENU PAGE 2 (" WS-LOGIN-OPER
             ") ====="
          DISPLAY "1 PLAY METER READINGS"
          DISPLAY "2 EVENT PERFORMANCE"
          DISPLAY "3 PLAYER PROFILE SYNC"
          DISPLAY "4 UPGRADE LEGACY RECORDS"
          DISPLAY "5 CONFIG BUNDLES"
          DISPLAY "6 TRADING CALENDAR"
          DISPLAY "7 RECONCILE PLAYER TOTALS"
          DISPLAY "8 CUSTOMER FEEDBACK"
          DISPLAY "9 QUERY WRITER"
          DISPLAY "A SHIFT HANDOVER LOG"
          DISPLAY "B DUAL-CONTROL APPROVALS"
          DISPLAY "C PARTY BOOKINGS"
          DISPLAY "D VERSUS MATCHMAKING"
          DISPLAY "X BACK TO PAGE 1"
          DISPLAY "CHOICE:"
          ACCEPT WS-OPER-CHOICE
          MOVE FUNCTION UPPER-CASE (WS-OPER-CHOICE)
             TO WS-OPER-CHOICE
          EVALUATE WS-OPER-CHOICE
          WHEN "1"
             MOVE "meters" TO WS-USAGE-PROGRAM
             PERFORM RUN-PROGRAM-PARA
          WHEN "2"
             MOVE "eventperf" TO WS-USAGE-PROGRAM
             PERFORM RUN-PROGRAM-PARA
          WHEN "3"
             MOVE "playersync" TO WS-USAGE-PROGRAM
             PERFORM RUN-PROGRAM-PARA
          WHEN "4"
             MOVE "upgrade" TO WS-USAGE-PROGRAM
             PERFORM RUN-PROGRAM-PARA
          WHEN "5"
             MOVE "cfgbundle" TO WS-USAGE-PROGRAM
             PERFORM RUN-PROGRAM-PARA
          WHEN "6"
             MOVE "calendar" TO WS-USAGE-PROGRAM
             PERFORM RUN-PROGRAM-PARA
          WHEN "7"
             MOVE "playerrecon" TO WS-USAGE-PROGRAM
             PERFORM RUN-PROGRAM-PARA
          WHEN "8"
             MOVE "feedback" TO WS-USAGE-PROGRAM
             PERFORM RUN-PROGRAM-PARA
          WHEN "9"
             MOVE "recquery" TO WS-USAGE-PROGRAM
             PERFORM RUN-PROGRAM-PARA
          WHEN "A"
             MOVE "handover" TO WS-USAGE-PROGRAM
             PERFORM RUN-PROGRAM-PARA
          WHEN "B"
             MOVE "approvals" TO WS-USAGE-PROGRAM
             PERFORM RUN-PROGRAM-PARA
      *a top-up approved just now can be sold while they wait
             PERFORM POST-APPROVED-TOPUPS-PARA
          WHEN "C"
             MOVE "parties" TO WS-USAGE-PROGRAM
             PERFORM RUN-PROGRAM-PARA
          WHEN "D"
             MOVE "matchmake" TO WS-USAGE-PROGRAM
             PERFORM RUN-PROGRAM-PARA
          WHEN "X"
             MOVE "Y" TO WS-MORE-DONE
          WHEN OTHER
             DISPLAY "NOT ON THE MENU."
          END-EVALUATE
       END-PERFORM.

       SET-ON-DUTY-PARA.
      *OD-OPERATOR is set by the caller - spaces when the operator
      *menu is left, so the public side files reports as nobody's
       MOVE FUNCTION CURRENT-DATE (1:14) TO OD-STAMP.
       OPEN OUTPUT dutyFile.
       IF WS-DUTY-STATUS = "00" THEN
          WRITE DUTY-RECORD
          CLOSE dutyFile
       END-IF.

       PIN-MAINT-PARA.
       MOVE "N" TO WS-PIN-DONE.
       PERFORM UNTIL WS-PIN-DONE = "Y"
      *the start, CALL it, stamp the end, and book the pair to
      *USAGE.DAT - so "does the quiz game earn its keep" finally
      *has numbers instead of opinions
       PERFORM TRAINING-BANNER-PARA.
       MOVE FUNCTION CURRENT-DATE (1:14) TO WS-USAGE-START.
       CALL WS-USAGE-PROGRAM
          ON EXCEPTION
          CLOSE usageFile
       END-IF.

      *=================================================
      *   TRAINING MODE
      *=================================================
       SET-SANDBOX-PATH-PARA.
      *the sandbox is a TRAINING folder beside the live files -
      *under the file path when the shop runs with one set
       MOVE SPACES TO WS-LIVE-PATH.
       ACCEPT WS-LIVE-PATH FROM ENVIRONMENT "COB_FILE_PATH".
       MOVE SPACES TO WS-SANDBOX-PATH.
       IF WS-LIVE-PATH = SPACES OR WS-LIVE-PATH = "." THEN
          MOVE "TRAINING" TO WS-SANDBOX-PATH
       ELSE
          STRING FUNCTION TRIM(WS-LIVE-PATH) "/TRAINING"
             DELIMITED BY SIZE INTO WS-SANDBOX-PATH
       END-IF.

       TRAINING-BANNER-PARA.
       IF WS-TRAINING = "Y" THEN
          DISPLAY "********** TRAINING - NOTHING HERE IS LIVE "
             "**********"
       END-IF.

       TRAINING-MODE-PARA.
       DISPLAY " ".
       IF WS-TRAINING = "Y" THEN
          PERFORM TRAINING-BANNER-PARA
          DISPLAY "L=LEAVE TRAINING, R=RESET THE SANDBOX, X=BACK:"
       ELSE
          DISPLAY "E=ENTER TRAINING, R=RESET THE SANDBOX, X=BACK:"
       END-IF.
       ACCEPT WS-TRAIN-CHOICE.
       MOVE FUNCTION UPPER-CASE (WS-TRAIN-CHOICE) TO WS-TRAIN-CHOICE.
       EVALUATE TRUE
       WHEN WS-TRAIN-CHOICE = "E" AND WS-TRAINING NOT = "Y"
          PERFORM ENTER-TRAINING-PARA
       WHEN WS-TRAIN-CHOICE = "L" AND WS-TRAINING = "Y"
          PERFORM LEAVE-TRAINING-PARA
       WHEN WS-TRAIN-CHOICE = "R"
          PERFORM RESET-SANDBOX-PARA
       WHEN WS-TRAIN-CHOICE = "X"
          CONTINUE
       WHEN OTHER
          DISPLAY "NOT ON THE MENU."
       END-EVALUATE.

       ENTER-TRAINING-PARA.
      *a sandbox that was never built, or whose build died partway,
      *is built fresh first - training never runs on half a shop
       PERFORM CHECK-SANDBOX-PARA.
       IF WS-SANDBOX-READY NOT = "Y" THEN
          DISPLAY "NO TRAINING SANDBOX YET - BUILDING ONE."
          PERFORM RESET-SANDBOX-PARA
          PERFORM CHECK-SANDBOX-PARA
       END-IF.
       IF WS-SANDBOX-READY NOT = "Y" THEN
          DISPLAY "TRAINING SANDBOX COULD NOT BE BUILT - STAYING LIVE."
          EXIT PARAGRAPH
       END-IF.
      *the one line the live log gets: who went into training and
      *when - what they do in there goes on the sandbox's log
       MOVE "TRAINON" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       STRING "OPERATOR " WS-LOGIN-OPER
          DELIMITED BY SIZE INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       MOVE SPACES TO OD-OPERATOR.
       PERFORM SET-ON-DUTY-PARA.
       PERFORM POINT-AT-SANDBOX-PARA.
       MOVE "Y" TO WS-TRAINING.
       MOVE WS-LOGIN-OPER TO OD-OPERATOR.
       PERFORM SET-ON-DUTY-PARA.
       DISPLAY "TRAINING MODE ON - EVERY FILE IS THE SANDBOX'S COPY.".

       LEAVE-TRAINING-PARA.
       MOVE SPACES TO OD-OPERATOR.
       PERFORM SET-ON-DUTY-PARA.
       PERFORM POINT-AT-LIVE-PARA.
       MOVE "N" TO WS-TRAINING.
       MOVE WS-LOGIN-OPER TO OD-OPERATOR.
       PERFORM SET-ON-DUTY-PARA.
       MOVE "TRAINOFF" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       STRING "OPERATOR " WS-LOGIN-OPER
          DELIMITED BY SIZE INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       DISPLAY "TRAINING MODE OFF - BACK ON THE LIVE FILES.".

       RESET-SANDBOX-PARA.
      *the build reads the live set-up and writes the sandbox by
      *its own folder name, so it always runs with the file path
      *back on live - and a trainee mid-session is put back into
      *the fresh sandbox afterwards
       IF WS-TRAINING = "Y" THEN
          PERFORM POINT-AT-LIVE-PARA
       END-IF.
       CALL "training"
          ON EXCEPTION
             DISPLAY "training IS NOT ON THIS MACHINE."
       END-CALL.
       CANCEL "training".
       IF WS-TRAINING NOT = "Y" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM CHECK-SANDBOX-PARA.
       IF WS-SANDBOX-READY = "Y" THEN
          PERFORM POINT-AT-SANDBOX-PARA
          MOVE WS-LOGIN-OPER TO OD-OPERATOR
          PERFORM SET-ON-DUTY-PARA
       ELSE
          MOVE "N" TO WS-TRAINING
          MOVE WS-LOGIN-OPER TO OD-OPERATOR
          PERFORM SET-ON-DUTY-PARA
          DISPLAY "SANDBOX NOT REBUILT - TRAINING MODE IS OFF."
       END-IF.

       CHECK-SANDBOX-PARA.
       MOVE "N" TO WS-SANDBOX-READY.
       OPEN INPUT flagFile.
       IF WS-FLAG-STATUS = "00" THEN
          READ flagFile
             AT END CONTINUE
             NOT AT END
                MOVE "Y" TO WS-SANDBOX-READY
          END-READ
          CLOSE flagFile
       END-IF.

       POINT-AT-SANDBOX-PARA.
       DISPLAY "COB_FILE_PATH" UPON ENVIRONMENT-NAME.
       DISPLAY WS-SANDBOX-PATH UPON ENVIRONMENT-VALUE.

       POINT-AT-LIVE-PARA.
       DISPLAY "COB_FILE_PATH" UPON ENVIRONMENT-NAME.
       IF WS-LIVE-PATH = SPACES THEN
          DISPLAY "." UPON ENVIRONMENT-VALUE
       ELSE
          DISPLAY WS-LIVE-PATH UPON ENVIRONMENT-VALUE
       END-IF.

       SAY-MESSAGE-PARA.
       CALL "messages" USING WS-MSG-ID WS-MSG-TEXT.
       DISPLAY FUNCTION TRIM(WS-MSG-TEXT).
      *the till, so it lets them through with a reminder. a named
      *player with nothing left gets the polite refusal instead
       MOVE "N" TO WS-TOKEN-OK.
       MOVE "N" TO WS-TOKEN-TAKEN.
       IF WS-FREEPLAY = "Y" THEN
          MOVE "Y" TO WS-TOKEN-OK
          EXIT PARAGRAPH
          DISPLAY "AND YOUR GAME IS WAITING RIGHT HERE."
          EXIT PARAGRAPH
       END-IF.
       PERFORM CHECK-DAILY-CAP-PARA.
       IF WS-CAP-REACHED = "Y" THEN
          EXIT PARAGRAPH
       END-IF.
       SUBTRACT 1 FROM WS-PL-TOKENS(WS-PLAYER-FOUND).
       PERFORM SAVE-PLAYERS-PARA.
       PERFORM POST-PLAYER-IDX-PARA.
       MOVE "TOKENSUSED" TO WS-POST-COUNTER.
       MOVE 1 TO WS-POST-AMOUNT.
       PERFORM POST-COUNTER-PARA.
       IF WS-DAILY-CAP > 0 THEN
          MOVE "+" TO WS-SPEND-SIGN
          PERFORM POST-DAILY-SPEND-PARA
       END-IF.
       DISPLAY "TOKEN TAKEN - " WS-PL-TOKENS(WS-PLAYER-FOUND)
          " LEFT. HAVE FUN!".
       MOVE "Y" TO WS-TOKEN-OK.
       MOVE "Y" TO WS-TOKEN-TAKEN.

       CHECK-DAILY-CAP-PARA.
      *a cap only binds while the profile's owner is under 16 on
      *AGES.DAT - the day they turn 16 it lapses of itself
       MOVE "N" TO WS-CAP-REACHED.
       MOVE 0 TO WS-DAILY-CAP.
       MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-NUM.
       MOVE "N" TO WS-EOF.
       OPEN INPUT ageFile.
       IF WS-AGE-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ ageFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF AG-INITIALS = WS-TOKEN-INITIALS AND
                   AG-DOB IS NUMERIC AND AG-CAP IS NUMERIC THEN
                   MOVE AG-DOB TO WS-DOB-NUM
                   IF WS-DOB-NUM + 160000 > WS-TODAY-NUM THEN
                      MOVE AG-CAP TO WS-DAILY-CAP
                   END-IF
                END-IF
          END-READ
       END-PERFORM.
       CLOSE ageFile.
       IF WS-DAILY-CAP = 0 THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM LOAD-DAILY-SPEND-PARA.
       IF WS-SPEND-FOUND > 0 AND
             WS-SD-TOKENS(WS-SPEND-FOUND) >= WS-DAILY-CAP THEN
          MOVE "Y" TO WS-CAP-REACHED
          DISPLAY "SORRY " WS-TOKEN-INITIALS " - THAT IS TODAY'S "
             WS-DAILY-CAP " TOKENS, THE LIMIT YOUR PARENT"
          DISPLAY "OR GUARDIAN SET. SEE YOU TOMORROW!"
          MOVE "DAILYCAP" TO WS-LOG-EVENT
          MOVE SPACES TO WS-LOG-TEXT
          STRING WS-TOKEN-INITIALS " CAP " WS-DAILY-CAP " REACHED"
             DELIMITED BY SIZE INTO WS-LOG-TEXT
          CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT
             WS-LOG-TEXT
       END-IF.

       LOAD-DAILY-SPEND-PARA.
      *today's rows only - yesterday's counts drop off as the file
      *is next rewritten
       MOVE 0 TO WS-SPEND-COUNT.
       MOVE 0 TO WS-SPEND-FOUND.
       MOVE "N" TO WS-EOF.
       OPEN INPUT spendFile.
       IF WS-SPEND-STATUS = "00" THEN
          PERFORM UNTIL WS-END-OF-FILE
             READ spendFile
                AT END MOVE "Y" TO WS-EOF
                NOT AT END
                   IF SD-DATE = WS-TODAY-NUM AND
                      SD-TOKENS IS NUMERIC AND
                      WS-SPEND-COUNT < 200 THEN
                      ADD 1 TO WS-SPEND-COUNT
                      MOVE SD-INITIALS
                         TO WS-SD-INITIALS(WS-SPEND-COUNT)
                      MOVE SD-TOKENS TO WS-SD-TOKENS(WS-SPEND-COUNT)
                      IF SD-INITIALS = WS-TOKEN-INITIALS THEN
                         MOVE WS-SPEND-COUNT TO WS-SPEND-FOUND
                      END-IF
                   END-IF
             END-READ
          END-PERFORM
          CLOSE spendFile
       END-IF.

       POST-DAILY-SPEND-PARA.
      *"+" a token charged against the cap, "-" one handed back by
      *a refund
       MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY-NUM.
       PERFORM LOAD-DAILY-SPEND-PARA.
       IF WS-SPEND-FOUND = 0 THEN
          IF WS-SPEND-SIGN = "-" OR WS-SPEND-COUNT >= 200 THEN
             EXIT PARAGRAPH
          END-IF
          ADD 1 TO WS-SPEND-COUNT
          MOVE WS-SPEND-COUNT TO WS-SPEND-FOUND
          MOVE WS-TOKEN-INITIALS TO WS-SD-INITIALS(WS-SPEND-FOUND)
          MOVE 0 TO WS-SD-TOKENS(WS-SPEND-FOUND)
       END-IF.
       IF WS-SPEND-SIGN = "-" THEN
          IF WS-SD-TOKENS(WS-SPEND-FOUND) > 0 THEN
             SUBTRACT 1 FROM WS-SD-TOKENS(WS-SPEND-FOUND)
          END-IF
       ELSE
          ADD 1 TO WS-SD-TOKENS(WS-SPEND-FOUND)
       END-IF.
       OPEN OUTPUT spendFile.
       IF WS-SPEND-STATUS = "00" THEN
          PERFORM VARYING WS-SPEND-INDEX FROM 1 BY 1
          UNTIL WS-SPEND-INDEX > WS-SPEND-COUNT
             MOVE WS-SD-INITIALS(WS-SPEND-INDEX) TO SD-INITIALS
             MOVE WS-TODAY-NUM TO SD-DATE
             MOVE WS-SD-TOKENS(WS-SPEND-INDEX) TO SD-TOKENS
             WRITE SPEND-RECORD
          END-PERFORM
          CLOSE spendFile
       END-IF.

      *=================================================
      *   AUTOMATIC TOKEN REFUNDS
      *=================================================
       LOAD-MACHINE-PARA.
       MOVE 1 TO WS-MACHINE.
       OPEN INPUT machineFile.
       IF WS-MACHINE-STATUS = "00" THEN
          READ machineFile
             AT END CONTINUE
             NOT AT END
                IF MACHINE-RECORD IS NUMERIC AND
                   MACHINE-RECORD NOT = "0" THEN
                   MOVE MACHINE-RECORD TO WS-MACHINE
                END-IF
          END-READ
          CLOSE machineFile
       END-IF.

       HOLD-TOKEN-PARA.
      *only a token off a named balance can be given back - cash
      *plays and free play have nothing riding on them. the game
      *count is taken now so the game's own record can be told
      *from the ones before it
       IF WS-TOKEN-TAKEN NOT = "Y" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM COUNT-GAMES-PARA.
       MOVE WS-GAMES-AFTER TO WS-GAMES-BEFORE.
       OPEN OUTPUT holdFile.
       IF WS-HOLD-STATUS = "00" THEN
          MOVE WS-TOKEN-INITIALS TO TH-INITIALS
          MOVE FUNCTION CURRENT-DATE (1:14) TO TH-STAMP
          MOVE WS-MACHINE TO TH-MACHINE
          WRITE HOLD-RECORD
          CLOSE holdFile
       END-IF.

       CHECK-HOLD-PARA.
      *the launcher only starts with a token still held if the
      *last game never came back to it
       OPEN INPUT holdFile.
       IF WS-HOLD-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-REFUND-INITIALS.
       READ holdFile
          AT END CONTINUE
          NOT AT END
             MOVE TH-INITIALS TO WS-REFUND-INITIALS
       END-READ.
       CLOSE holdFile.
       IF WS-REFUND-INITIALS NOT = SPACES THEN
          MOVE "CRASH" TO WS-REFUND-REASON
          PERFORM REFUND-TOKEN-PARA
       END-IF.
       PERFORM CLEAR-HOLD-PARA.

       CHECK-REFUND-PARA.
      *the game's own STARTUP and EXIT on SHOPLOG.DAT since the
      *launch say whether it ran and came back cleanly; a clean
      *game whose SESSION.LOG record shows it over in the first
      *few seconds is refunded all the same
       IF WS-TOKEN-TAKEN NOT = "Y" THEN
          EXIT PARAGRAPH
       END-IF.
       MOVE "N" TO WS-TOKEN-TAKEN.
       MOVE SPACES TO WS-REFUND-REASON.
       MOVE "N" TO WS-GAME-STARTED.
       MOVE "N" TO WS-GAME-EXITED.
       MOVE "N" TO WS-EOF.
       OPEN INPUT shopLogFile.
       IF WS-SHOPLOG-STATUS = "00" THEN
          PERFORM UNTIL WS-END-OF-FILE
             READ shopLogFile
                AT END MOVE "Y" TO WS-EOF
                NOT AT END
                   IF SG-PROGRAM = "cobol_tetris" AND
                      SG-STAMP >= WS-USAGE-START THEN
                      IF SG-EVENT = "STARTUP" THEN
                         MOVE "Y" TO WS-GAME-STARTED
                      END-IF
                      IF SG-EVENT = "EXIT" THEN
                         MOVE "Y" TO WS-GAME-EXITED
                      END-IF
                   END-IF
             END-READ
          END-PERFORM
          CLOSE shopLogFile
       END-IF.
       IF WS-GAME-STARTED = "N" THEN
          MOVE "NOSTART" TO WS-REFUND-REASON
       ELSE
          IF WS-GAME-EXITED = "N" THEN
             MOVE "CRASH" TO WS-REFUND-REASON
          ELSE
             PERFORM COUNT-GAMES-PARA
             IF WS-GAMES-AFTER > WS-GAMES-BEFORE AND
                WS-LAST-PLAYED < WS-EARLY-LIMIT THEN
                MOVE "EARLYTOP" TO WS-REFUND-REASON
             END-IF
          END-IF
       END-IF.
       IF WS-REFUND-REASON NOT = SPACES THEN
          MOVE WS-TOKEN-INITIALS TO WS-REFUND-INITIALS
          PERFORM REFUND-TOKEN-PARA
       END-IF.
       PERFORM CLEAR-HOLD-PARA.

       COUNT-GAMES-PARA.
       MOVE 0 TO WS-GAMES-AFTER.
       MOVE 0 TO WS-LAST-PLAYED.
       MOVE "N" TO WS-EOF.
       OPEN INPUT sessionFile.
       IF WS-SESSION-STATUS = "00" THEN
          PERFORM UNTIL WS-END-OF-FILE
             READ sessionFile
                AT END MOVE "Y" TO WS-EOF
                NOT AT END
                   ADD 1 TO WS-GAMES-AFTER
                   IF SS-TIME-PLAYED IS NUMERIC THEN
                      MOVE SS-TIME-PLAYED TO WS-LAST-PLAYED
                   ELSE
                      MOVE 999999 TO WS-LAST-PLAYED
                   END-IF
             END-READ
          END-PERFORM
          CLOSE sessionFile
       END-IF.

       CLEAR-HOLD-PARA.
       OPEN OUTPUT holdFile.
       IF WS-HOLD-STATUS = "00" THEN
          CLOSE holdFile
       END-IF.

       REFUND-TOKEN-PARA.
      *the token goes back on the balance, comes back off the
      *TOKENSUSED counter, and the refund itself is written to the
      *audit trail with the cabinet and the reason
       MOVE WS-REFUND-INITIALS TO WS-TOKEN-INITIALS.
       PERFORM LOAD-PLAYERS-PARA.
       PERFORM FIND-PLAYER-PARA.
       IF WS-PLAYER-FOUND = 0 THEN
          DISPLAY "NO BALANCE UNDER " WS-REFUND-INITIALS
             " TO REFUND - SEE THE DESK."
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-PL-TOKENS(WS-PLAYER-FOUND) TO WS-REFUND-OLD.
       ADD 1 TO WS-PL-TOKENS(WS-PLAYER-FOUND).
       PERFORM SAVE-PLAYERS-PARA.
       PERFORM POST-PLAYER-IDX-PARA.
       MOVE "TOKENSUSED" TO WS-POST-COUNTER.
       MOVE 1 TO WS-POST-AMOUNT.
       MOVE "-" TO WS-POST-SIGN.
       PERFORM POST-COUNTER-PARA.
      *a refunded game does not count against a daily cap either
       MOVE "-" TO WS-SPEND-SIGN.
       PERFORM POST-DAILY-SPEND-PARA.
       MOVE "TOKENREFUND" TO AU-NAME.
       MOVE WS-REFUND-OLD TO AU-OLD.
       MOVE WS-PL-TOKENS(WS-PLAYER-FOUND) TO AU-NEW.
       MOVE FUNCTION CURRENT-DATE (1:14) TO AU-STAMP.
       MOVE WS-MACHINE TO AU-MACHINE.
       MOVE WS-REFUND-REASON TO AU-REASON.
       MOVE WS-REFUND-INITIALS TO AU-PLAYER.
       OPEN EXTEND auditFile.
       IF WS-AUDIT-STATUS = "35" OR WS-AUDIT-STATUS = "05" THEN
          CLOSE auditFile
          OPEN OUTPUT auditFile
       END-IF.
       WRITE AUDIT-RECORD.
       CLOSE auditFile.
       MOVE "REFUND" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       STRING WS-REFUND-INITIALS " " WS-REFUND-REASON
          DELIMITED BY SIZE INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       DISPLAY "THAT GAME DID NOT COUNT (" WS-REFUND-REASON
          ") - TOKEN BACK ON " WS-REFUND-INITIALS "'S BALANCE.".

       TOKEN-TOPUP-PARA.
      *the desk sells tokens here: the balance goes up on the
      *profile, and the sale lands on the TOKENSISSUED counter with
      *its before/after audit record, same as any counter change
      *keyed into operators.cob. the price comes off the PRICES.CFG
      *bundle list, and every sale is journalled to SALES.DAT with
      *its payment type and a numbered receipt on RECEIPT.PRT, so
      *the till and the token counter tell the same story. a sale
      *over the APPROVAL.CFG top-up limit is held for a second
      *operator instead, and nothing is sold until it is approved
       PERFORM POST-APPROVED-TOPUPS-PARA.
       DISPLAY "TOP-UP - PLAYER INITIALS:".
       ACCEPT WS-TOKEN-INITIALS.
       MOVE FUNCTION UPPER-CASE (WS-TOKEN-INITIALS)
          DISPLAY "A BALANCE NEEDS A NAME."
          EXIT PARAGRAPH
       END-IF.
       PERFORM PICK-BUNDLE-PARA.
       IF WS-SALE-OK NOT = "Y" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM PICK-PAYMENT-PARA.
       IF WS-SALE-OK NOT = "Y" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM HOLD-TOPUP-PARA.
       IF WS-APPR-RESULT = "Y" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM SELL-TOKENS-PARA.

       SELL-TOKENS-PARA.
      *the sale itself, for WS-TOKEN-INITIALS, WS-TOPUP-AMOUNT and
      *the payment picked - WS-SALE-OK goes "N" when nothing sold
       PERFORM LOAD-PLAYERS-PARA.
       PERFORM FIND-PLAYER-PARA.
      *first sale under new initials opens a bare profile row - the
       END-IF.
       IF WS-PLAYER-FOUND = 0 THEN
          DISPLAY "PLAYER FILE FULL - NOTHING SOLD."
          MOVE "N" TO WS-SALE-OK
          EXIT PARAGRAPH
       END-IF.
       PERFORM FIND-TIER-BONUS-PARA.
       ADD WS-TOPUP-AMOUNT WS-TIER-BONUS
          TO WS-PL-TOKENS(WS-PLAYER-FOUND).
       PERFORM SAVE-PLAYERS-PARA.
       PERFORM POST-PLAYER-IDX-PARA.
       MOVE "TOKENSISSUED" TO WS-POST-COUNTER.
       MOVE WS-TOPUP-AMOUNT TO WS-POST-AMOUNT.
       PERFORM POST-COUNTER-PARA.
       IF WS-TIER-BONUS > 0 THEN
          MOVE "TOKENSBONUS" TO WS-POST-COUNTER
          MOVE WS-TIER-BONUS TO WS-POST-AMOUNT
          PERFORM POST-COUNTER-PARA
          DISPLAY WS-TIER-NAME " MEMBER - " WS-TIER-BONUS
             " BONUS TOKENS ON TOP."
       END-IF.
       PERFORM WRITE-SALE-PARA.
       PERFORM PRINT-RECEIPT-PARA.
       MOVE WS-PL-TOKENS(WS-PLAYER-FOUND) TO WS-TOPUP-AMOUNT.
       DISPLAY WS-TOKEN-INITIALS " NOW HOLDS " WS-TOPUP-AMOUNT
          " TOKENS.".
       DISPLAY "RECEIPT " WS-NEXT-RECEIPT " APPENDED TO RECEIPT.PRT.".

       HOLD-TOPUP-PARA.
      *WS-APPR-RESULT comes back "Y" when the sale has been held
       INITIALIZE WS-APPR-ITEM.
       MOVE "T" TO WS-APPR-KIND.
       MOVE WS-TOPUP-AMOUNT TO WS-APPR-AMOUNT.
       MOVE "TEST" TO WS-APPR-ACTION.
       CALL "dualctl" USING WS-APPR-ACTION WS-APPR-ITEM
             WS-APPR-RESULT.
       IF WS-APPR-RESULT NOT = "Y" THEN
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-LOGIN-OPER TO WS-APPR-OPERATOR.
       MOVE WS-TOKEN-INITIALS TO WS-APPR-PLAYER.
       MOVE WS-PAY-TYPE TO WS-APPR-COUNTER.
       MOVE WS-SALE-AMOUNT TO WS-APPR-VALUE.
       MOVE WS-SALE-LIST TO WS-APPR-LIST.
       IF WS-BUNDLE-PICK > 0 THEN
          MOVE WS-PR-NAME(WS-BUNDLE-PICK) TO WS-APPR-TEXT
       END-IF.
       MOVE "HOLD" TO WS-APPR-ACTION.
       CALL "dualctl" USING WS-APPR-ACTION WS-APPR-ITEM
             WS-APPR-RESULT.
       IF WS-APPR-RESULT = "Y" THEN
          DISPLAY "OVER THE TOP-UP LIMIT - HELD AS ITEM " WS-APPR-ID
             " FOR A SECOND OPERATOR TO APPROVE."
          DISPLAY "NOTHING IS SOLD YET - TAKE THE PAYMENT WHEN IT "
             "IS APPROVED."
       ELSE
      *a hold that will not write must not let the sale through
          DISPLAY "OVER THE TOP-UP LIMIT AND THE HOLD COULD NOT BE "
             "WRITTEN - NOTHING SOLD."
          MOVE "Y" TO WS-APPR-RESULT
       END-IF.

       POST-APPROVED-TOPUPS-PARA.
      *held top-ups a second operator has since approved, oldest
      *first - each one sold only when the customer is at the desk
      *to pay, otherwise left approved for the next time round
       INITIALIZE WS-APPR-ITEM.
       MOVE "Y" TO WS-APPR-RESULT.
       PERFORM UNTIL WS-APPR-RESULT NOT = "Y"
          MOVE "T" TO WS-APPR-KIND
          MOVE "NEXT" TO WS-APPR-ACTION
          CALL "dualctl" USING WS-APPR-ACTION WS-APPR-ITEM
                WS-APPR-RESULT
          IF WS-APPR-RESULT = "Y" THEN
             PERFORM POST-ONE-TOPUP-PARA
             MOVE "Y" TO WS-APPR-RESULT
          END-IF
       END-PERFORM.

       POST-ONE-TOPUP-PARA.
       MOVE WS-APPR-AMOUNT TO WS-TOPUP-AMOUNT.
       MOVE WS-APPR-VALUE TO WS-DISPLAY-PRICE.
       DISPLAY "APPROVED TOP-UP " WS-APPR-ID ": " WS-TOPUP-AMOUNT
          " TOKENS FOR " WS-APPR-PLAYER ", "
             WS-APPR-COUNTER (1:4) WS-DISPLAY-PRICE
          " (ASKED FOR BY " WS-APPR-OPERATOR ")".
       DISPLAY "TAKE THE PAYMENT AND SELL IT NOW? (Y/N)".
       MOVE SPACE TO WS-APPR-ANSWER.
       ACCEPT WS-APPR-ANSWER.
       MOVE FUNCTION UPPER-CASE (WS-APPR-ANSWER) TO WS-APPR-ANSWER.
       IF WS-APPR-ANSWER NOT = "Y" THEN
          DISPLAY "LEFT APPROVED FOR LATER."
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-APPR-PLAYER TO WS-TOKEN-INITIALS.
       MOVE WS-APPR-COUNTER TO WS-PAY-TYPE.
       MOVE WS-APPR-VALUE TO WS-SALE-AMOUNT.
       MOVE WS-APPR-LIST TO WS-SALE-LIST.
       MOVE 0 TO WS-BUNDLE-PICK.
       MOVE "Y" TO WS-SALE-OK.
       PERFORM SELL-TOKENS-PARA.
       IF WS-SALE-OK NOT = "Y" THEN
          DISPLAY "LEFT APPROVED FOR LATER."
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-LOGIN-OPER TO WS-APPR-OPERATOR.
       MOVE SPACES TO WS-APPR-TEXT.
       STRING "SOLD ON RECEIPT " WS-NEXT-RECEIPT
             DELIMITED BY SIZE INTO WS-APPR-TEXT.
       MOVE "POST" TO WS-APPR-ACTION.
       CALL "dualctl" USING WS-APPR-ACTION WS-APPR-ITEM
             WS-APPR-RESULT.

       FIND-TIER-BONUS-PARA.
      *the tier loyaltyrun set this month for the initials topped
      *up, and that tier's TIERS.CFG top-up percent - rounded down,
      *and nothing on a comp
       MOVE 0 TO WS-TIER-BONUS.
       MOVE SPACES TO WS-TIER-CODE WS-TIER-NAME.
       IF WS-PAY-TYPE = "COMP" THEN
          EXIT PARAGRAPH
       END-IF.
       MOVE "N" TO WS-EOF.
       OPEN INPUT standingFile.
       IF WS-STANDING-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ standingFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF MT-INITIALS = WS-TOKEN-INITIALS THEN
                   MOVE MT-TIER TO WS-TIER-CODE
                END-IF
          END-READ
       END-PERFORM.
       CLOSE standingFile.
       IF WS-TIER-CODE = SPACES THEN
          EXIT PARAGRAPH
       END-IF.
       MOVE 0 TO WS-TIER-PERCENT.
       MOVE "N" TO WS-EOF.
       OPEN INPUT tierFile.
       IF WS-TIER-STATUS = "00" THEN
          PERFORM UNTIL WS-END-OF-FILE
             READ tierFile
                AT END MOVE "Y" TO WS-EOF
                NOT AT END
                   IF TI-CODE = WS-TIER-CODE AND
                      TI-TOPUP IS NUMERIC THEN
                      MOVE TI-NAME TO WS-TIER-NAME
                      MOVE TI-TOPUP TO WS-TIER-PERCENT
                   END-IF
             END-READ
          END-PERFORM
          CLOSE tierFile
       ELSE
      *no TIERS.CFG - the built-in silver and gold percents
          EVALUATE WS-TIER-CODE
          WHEN "S"
             MOVE "SILVER" TO WS-TIER-NAME
             MOVE 5 TO WS-TIER-PERCENT
          WHEN "G"
             MOVE "GOLD" TO WS-TIER-NAME
             MOVE 10 TO WS-TIER-PERCENT
          END-EVALUATE
       END-IF.
       COMPUTE WS-TIER-BONUS =
             WS-TOPUP-AMOUNT * WS-TIER-PERCENT / 100.
       IF WS-PL-TOKENS(WS-PLAYER-FOUND) + WS-TOPUP-AMOUNT
          + WS-TIER-BONUS > 9999 THEN
          MOVE 0 TO WS-TIER-BONUS
       END-IF.

       PICK-BUNDLE-PARA.
      *the bundles off PRICES.CFG by number; 0 (or no price list on
      *the machine yet) takes an odd count with the amount keyed in
       MOVE "N" TO WS-SALE-OK.
       PERFORM LOAD-PRICES-PARA.
       MOVE 0 TO WS-BUNDLE-PICK.
       IF WS-PRICE-COUNT > 0 THEN
          DISPLAY "BUNDLE  TOKENS     PRICE  NAME"
          PERFORM VARYING WS-PRICE-INDEX FROM 1 BY 1
          UNTIL WS-PRICE-INDEX > WS-PRICE-COUNT
             MOVE WS-PR-PRICE(WS-PRICE-INDEX) TO WS-DISPLAY-PRICE
             DISPLAY "  " WS-PRICE-INDEX "     "
                WS-PR-TOKENS(WS-PRICE-INDEX) " "
                WS-DISPLAY-PRICE "  " WS-PR-NAME(WS-PRICE-INDEX)
          END-PERFORM
          DISPLAY "BUNDLE NUMBER (0 = ANY OTHER COUNT):"
          ACCEPT WS-BUNDLE-INP
          IF FUNCTION TRIM(WS-BUNDLE-INP) IS NOT NUMERIC THEN
             DISPLAY "NOT A BUNDLE - NOTHING SOLD."
             EXIT PARAGRAPH
          END-IF
          COMPUTE WS-BUNDLE-PICK = FUNCTION NUMVAL(WS-BUNDLE-INP)
          IF WS-BUNDLE-PICK > WS-PRICE-COUNT THEN
             DISPLAY "NO SUCH BUNDLE - NOTHING SOLD."
             EXIT PARAGRAPH
          END-IF
       ELSE
          DISPLAY "NO PRICE LIST ON FILE - KEY THE COUNT AND AMOUNT."
       END-IF.
       IF WS-BUNDLE-PICK > 0 THEN
          MOVE WS-PR-TOKENS(WS-BUNDLE-PICK) TO WS-TOPUP-AMOUNT
          MOVE WS-PR-PRICE(WS-BUNDLE-PICK) TO WS-SALE-LIST
          MOVE "Y" TO WS-SALE-OK
          EXIT PARAGRAPH
       END-IF.
       DISPLAY "TOKENS TO ADD (1-9999):".
       ACCEPT WS-TOPUP-INP.
       IF WS-TOPUP-INP IS NOT NUMERIC THEN
          DISPLAY "NOT A NUMBER - NOTHING SOLD."
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-TOPUP-INP TO WS-TOPUP-AMOUNT.
       IF WS-TOPUP-AMOUNT = 0 THEN
          DISPLAY "ZERO TOKENS - NOTHING SOLD."
          EXIT PARAGRAPH
       END-IF.
       DISPLAY "AMOUNT FOR THEM (E.G. 4.00):".
       ACCEPT WS-AMOUNT-INP.
       COMPUTE WS-SALE-LIST = FUNCTION NUMVAL(WS-AMOUNT-INP).
       MOVE "Y" TO WS-SALE-OK.

       PICK-PAYMENT-PARA.
      *a comp hands the tokens over for nothing - the journal keeps
      *the list value so the giveaways can still be added up
       MOVE "N" TO WS-SALE-OK.
       MOVE WS-SALE-LIST TO WS-DISPLAY-PRICE.
       DISPLAY "TO PAY " WS-DISPLAY-PRICE
          " - C=CASH, D=CARD, F=COMP (FREE):".
       ACCEPT WS-PAY-INP.
       MOVE FUNCTION UPPER-CASE (WS-PAY-INP) TO WS-PAY-INP.
       EVALUATE WS-PAY-INP
       WHEN "C"
          MOVE "CASH" TO WS-PAY-TYPE
          MOVE WS-SALE-LIST TO WS-SALE-AMOUNT
       WHEN "D"
          MOVE "CARD" TO WS-PAY-TYPE
          MOVE WS-SALE-LIST TO WS-SALE-AMOUNT
       WHEN "F"
          MOVE "COMP" TO WS-PAY-TYPE
          MOVE 0 TO WS-SALE-AMOUNT
       WHEN OTHER
          DISPLAY "C, D OR F - NOTHING SOLD."
          EXIT PARAGRAPH
       END-EVALUATE.
       MOVE "Y" TO WS-SALE-OK.

       LOAD-PRICES-PARA.
       MOVE 0 TO WS-PRICE-COUNT.
       MOVE "N" TO WS-EOF.
       OPEN INPUT priceFile.
       IF WS-PRICE-STATUS = "00" THEN
          PERFORM UNTIL WS-END-OF-FILE
             READ priceFile
                AT END MOVE "Y" TO WS-EOF
                NOT AT END
                   IF PR-TOKENS IS NUMERIC AND PR-TOKENS > 0 AND
                      PR-PRICE IS NUMERIC AND
                      WS-PRICE-COUNT < 20 THEN
                      ADD 1 TO WS-PRICE-COUNT
                      MOVE PRICE-RECORD
                         TO WS-PRICE-ENTRY(WS-PRICE-COUNT)
                   END-IF
             END-READ
          END-PERFORM
          CLOSE priceFile
       END-IF.

       WRITE-SALE-PARA.
      *the receipt number runs on from the highest one in the
      *journal, the same way the voucher book numbers its serials
       MOVE 1 TO WS-NEXT-RECEIPT.
       MOVE "N" TO WS-EOF.
       OPEN INPUT salesFile.
       IF WS-SALES-STATUS = "00" THEN
          PERFORM UNTIL WS-END-OF-FILE
             READ salesFile
                AT END MOVE "Y" TO WS-EOF
                NOT AT END
                   IF SJ-RECEIPT IS NUMERIC AND
                      SJ-RECEIPT >= WS-NEXT-RECEIPT THEN
                      COMPUTE WS-NEXT-RECEIPT = SJ-RECEIPT + 1
                   END-IF
             END-READ
          END-PERFORM
          CLOSE salesFile
       END-IF.
       MOVE FUNCTION CURRENT-DATE (1:14) TO WS-SALE-STAMP.
       MOVE WS-NEXT-RECEIPT TO SJ-RECEIPT.
       MOVE WS-SALE-STAMP TO SJ-STAMP.
       MOVE WS-LOGIN-OPER TO SJ-OPERATOR.
       MOVE WS-TOKEN-INITIALS TO SJ-INITIALS.
       MOVE WS-TOPUP-AMOUNT TO SJ-TOKENS.
       MOVE WS-PAY-TYPE TO SJ-PAYTYPE.
       MOVE WS-SALE-AMOUNT TO SJ-AMOUNT.
       MOVE WS-SALE-LIST TO SJ-LIST.
       OPEN EXTEND salesFile.
       IF WS-SALES-STATUS = "35" OR WS-SALES-STATUS = "05" THEN
          CLOSE salesFile
          OPEN OUTPUT salesFile
       END-IF.
       IF WS-SALES-STATUS = "00" THEN
          WRITE SALES-RECORD
          CLOSE salesFile
       ELSE
          DISPLAY "SALES.DAT COULD NOT BE WRITTEN, STATUS "
             WS-SALES-STATUS
       END-IF.

       PRINT-RECEIPT-PARA.
       OPEN EXTEND receiptFile.
       IF WS-RECEIPT-STATUS = "35" OR WS-RECEIPT-STATUS = "05" THEN
          CLOSE receiptFile
          OPEN OUTPUT receiptFile
       END-IF.
       IF WS-RECEIPT-STATUS NOT = "00" THEN
          DISPLAY "RECEIPT.PRT COULD NOT BE OPENED, STATUS "
             WS-RECEIPT-STATUS
          EXIT PARAGRAPH
       END-IF.
       MOVE "========================================"
          TO RECEIPT-LINE.
       WRITE RECEIPT-LINE.
       MOVE SPACES TO RECEIPT-LINE.
       STRING "RECEIPT " WS-NEXT-RECEIPT "  "
           WS-SALE-DATE " " WS-SALE-HHMM
          DELIMITED BY SIZE INTO RECEIPT-LINE.
       WRITE RECEIPT-LINE.
       MOVE SPACES TO RECEIPT-LINE.
       STRING "TOKENS FOR " WS-TOKEN-INITIALS ": " WS-TOPUP-AMOUNT
          DELIMITED BY SIZE INTO RECEIPT-LINE.
       WRITE RECEIPT-LINE.
       IF WS-TIER-BONUS > 0 THEN
          MOVE SPACES TO RECEIPT-LINE
          STRING FUNCTION TRIM(WS-TIER-NAME) " BONUS: +" WS-TIER-BONUS
             DELIMITED BY SIZE INTO RECEIPT-LINE
          WRITE RECEIPT-LINE
       END-IF.
       IF WS-BUNDLE-PICK > 0 THEN
          MOVE SPACES TO RECEIPT-LINE
          STRING "BUNDLE: " WS-PR-NAME(WS-BUNDLE-PICK)
             DELIMITED BY SIZE INTO RECEIPT-LINE
          WRITE RECEIPT-LINE
       END-IF.
       MOVE WS-SALE-LIST TO WS-DISPLAY-PRICE.
       MOVE SPACES TO RECEIPT-LINE.
       STRING "PRICE          " WS-DISPLAY-PRICE
          DELIMITED BY SIZE INTO RECEIPT-LINE.
       WRITE RECEIPT-LINE.
       MOVE WS-SALE-AMOUNT TO WS-DISPLAY-PRICE.
       MOVE SPACES TO RECEIPT-LINE.
       STRING "PAID " WS-PAY-TYPE "      " WS-DISPLAY-PRICE
          DELIMITED BY SIZE INTO RECEIPT-LINE.
       WRITE RECEIPT-LINE.
       MOVE SPACES TO RECEIPT-LINE.
       STRING "SERVED BY " WS-LOGIN-OPER "  - THANK YOU"
          DELIMITED BY SIZE INTO RECEIPT-LINE.
       WRITE RECEIPT-LINE.
       CLOSE receiptFile.

       POST-PLAYER-IDX-PARA.
      *keep the game's fast-lookup copy in step with the balance
       END-IF.
       IF WS-LEDGER-FOUND = 0 THEN
          DISPLAY "LEDGER FULL - SALE NOT POSTED."
          MOVE "+" TO WS-POST-SIGN
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-LG-VALUE(WS-LEDGER-FOUND) TO WS-OLD-VALUE.
       IF WS-POST-SIGN = "-" THEN
          IF WS-LG-VALUE(WS-LEDGER-FOUND) >= WS-POST-AMOUNT THEN
             SUBTRACT WS-POST-AMOUNT FROM WS-LG-VALUE(WS-LEDGER-FOUND)
          END-IF
       ELSE
          ADD WS-POST-AMOUNT TO WS-LG-VALUE(WS-LEDGER-FOUND)
       END-IF.
       MOVE "+" TO WS-POST-SIGN.
       MOVE WS-TODAY TO WS-LG-DATE(WS-LEDGER-FOUND).
       MOVE WS-LG-NAME(WS-LEDGER-FOUND) TO AU-NAME.
       MOVE WS-OLD-VALUE TO AU-OLD.
       MOVE WS-LG-VALUE(WS-LEDGER-FOUND) TO AU-NEW.
       MOVE FUNCTION CURRENT-DATE (1:14) TO AU-STAMP.
       MOVE SPACES TO AU-REFUND.
       OPEN EXTEND auditFile.
       IF WS-AUDIT-STATUS = "35" OR WS-AUDIT-STATUS = "05" THEN
          CLOSE auditFile
