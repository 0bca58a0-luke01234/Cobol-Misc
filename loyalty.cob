       IDENTIFICATION DIVISION.
       PROGRAM-ID. loyalty.

      *the desk's side of the loyalty scheme. members earn points
      *for games, check-ins and tokens bought - loyaltyrun posts
      *them to the POINTS.DAT ledger every night, and P runs that
      *posting now. S shows a member's balance, tier and recent
      *ledger, R spends points on bonus tokens at the LOYALTY.CFG
      *rate (the tokens go on the PLAYER.DAT balance under the
      *member's initials and onto the TOKENSBONUS counter with its
      *OPERAUDIT.DAT record - not TOKENSISSUED, which the shift
      *close squares against the till), A puts a hand
      *adjustment on the ledger with the reason and who made it,
      *and T shows the TIERS.CFG tiers with their perks and who
      *holds each one this month. nothing on the ledger is ever
      *changed or taken off - a mistake is put right with an A

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT rateFile ASSIGN TO "LOYALTY.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATE-STATUS.

           SELECT tierFile ASSIGN TO "TIERS.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TIER-STATUS.

           SELECT memberFile ASSIGN TO "MEMBERS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MEMBER-STATUS.

           SELECT pointsFile ASSIGN TO "POINTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POINTS-STATUS.

           SELECT standingFile ASSIGN TO "MEMBERTIER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STANDING-STATUS.

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

       DATA DIVISION.
       FILE SECTION.
      *same rate and tier records loyaltyrun reads
       FD  rateFile.
       01  RATE-RECORD.
           05 LC-PER-GAME  PIC 9(3).
           05 LC-PER-VISIT PIC 9(3).
           05 LC-PER-TOKEN PIC 9(3).
           05 LC-REDEEM    PIC 9(4).

       FD  tierFile.
       01  TIER-RECORD.
           05 TI-CODE     PIC X(1).
           05 TI-NAME     PIC X(8).
           05 TI-MIN      PIC 9(6).
           05 TI-TOPUP    PIC 9(2).
           05 TI-PRIORITY PIC X(1).

       FD  memberFile.
       01  MEMBER-RECORD.
           05 MB-NUMBER   PIC 9(5).
           05 MB-NAME     PIC X(20).
           05 MB-INITIALS PIC X(3).
           05 MB-JOINED   PIC X(8).
           05 MB-EXPIRES  PIC X(8).

       FD  pointsFile.
       01  POINTS-RECORD.
           05 PT-MEMBER   PIC 9(5).
           05 PT-DATE     PIC X(8).
           05 PT-KIND     PIC X(1).
           05 PT-COUNT    PIC 9(5).
           05 PT-POINTS   PIC S9(7) SIGN LEADING SEPARATE.
           05 PT-STAMP    PIC X(14).
           05 PT-OPERATOR PIC X(3).
           05 PT-NOTE     PIC X(20).

       FD  standingFile.
       01  STANDING-RECORD.
           05 MT-MEMBER   PIC 9(5).
           05 MT-INITIALS PIC X(3).
           05 MT-NAME     PIC X(20).
           05 MT-TIER     PIC X(1).
           05 MT-POINTS   PIC 9(7).
           05 MT-MONTH    PIC X(6).

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

       WORKING-STORAGE SECTION.
       01  WS-RATE-STATUS      PIC X(2).
       01  WS-TIER-STATUS      PIC X(2).
       01  WS-MEMBER-STATUS    PIC X(2).
       01  WS-POINTS-STATUS    PIC X(2).
       01  WS-STANDING-STATUS  PIC X(2).
       01  WS-PLAYER-STATUS    PIC X(2).
       01  WS-TOTALS-STATUS    PIC X(2).
       01  WS-AUDIT-STATUS     PIC X(2).
       01  WS-PLAYERIDX-STATUS PIC X(2).
       01  WS-EOF PIC X(1) VALUE "N".
           88 WS-END-OF-FILE VALUE "Y".

      *points for one bonus token; no LOYALTY.CFG means 100
       01  WS-REDEEM-RATE PIC 9(4) VALUE 100.

       01  WS-TIER-TABLE.
           05 WS-TIER-ENTRY OCCURS 9 TIMES.
              10 WS-TI-CODE     PIC X(1).
              10 WS-TI-NAME     PIC X(8).
              10 WS-TI-MIN      PIC 9(6).
              10 WS-TI-TOPUP    PIC 9(2).
              10 WS-TI-PRIORITY PIC X(1).
       01  WS-TIER-COUNT PIC 9(1) VALUE 0.
       01  WS-TIER-INDEX PIC 9(1).
       01  WS-TIER-HOLDERS PIC 9(5).

      *the member asked for
       01  WS-ASK-MEMBER   PIC X(20).
       01  WS-UPPER-NAME   PIC X(20).
       01  WS-ASK-NUMBER   PIC 9(5).
       01  WS-MEMBER-HIT   PIC X(1).
       01  WS-HIT-NUMBER   PIC 9(5).
       01  WS-HIT-NAME     PIC X(20).
       01  WS-HIT-INITIALS PIC X(3).
       01  WS-HIT-EXPIRES  PIC X(8).
       01  WS-HIT-TIER     PIC X(1).
       01  WS-HIT-TIER-PTS PIC 9(7).
       01  WS-HIT-MONTH    PIC X(6).
       01  WS-BALANCE      PIC S9(9).

      *the member's last few ledger rows for the statement
       01  WS-RECENT-TABLE.
           05 WS-RECENT-ENTRY OCCURS 15 TIMES.
              10 WS-RC-ROW PIC X(64).
       01  WS-RECENT-COUNT PIC 9(2) VALUE 0.
       01  WS-RECENT-INDEX PIC 9(2).
       01  WS-SHOW-ROW.
           05 WS-SR-MEMBER   PIC 9(5).
           05 WS-SR-DATE     PIC X(8).
           05 WS-SR-KIND     PIC X(1).
           05 WS-SR-COUNT    PIC 9(5).
           05 WS-SR-POINTS   PIC S9(7) SIGN LEADING SEPARATE.
           05 WS-SR-STAMP    PIC X(14).
           05 WS-SR-OPERATOR PIC X(3).
           05 WS-SR-NOTE     PIC X(20).
       01  WS-KIND-NAME    PIC X(8).

       01  WS-MENU-CHOICE  PIC X(1).
       01  WS-DONE         PIC X(1) VALUE "N".
       01  WS-OPERATOR     PIC X(3).
       01  WS-NOW-STAMP    PIC X(14).
       01  WS-ASK-TOKENS   PIC X(4).
       01  WS-ASK-POINTS   PIC X(8).
       01  WS-ASK-REASON   PIC X(20).
       01  WS-BONUS-TOKENS PIC 9(4).
       01  WS-POINTS-COST  PIC 9(9).
       01  WS-ADJUST-PTS   PIC S9(7).
       01  WS-RUN-RC       PIC 9(2).

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
       01  WS-POST-AMOUNT   PIC 9(4).

       01  WS-DISPLAY-PTS  PIC -(8)9.
       01  WS-DISPLAY-NUM  PIC Z(4)9.
       01  WS-DISPLAY-TOK  PIC Z(3)9.
       01  WS-DISPLAY-PCT  PIC Z9.

       01  WS-LOG-PROGRAM PIC X(12) VALUE "loyalty".
       01  WS-LOG-EVENT   PIC X(8).
       01  WS-LOG-TEXT    PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PARA.
       MOVE "STARTUP" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       PERFORM LOAD-RATE-PARA.
       PERFORM LOAD-TIERS-PARA.
       PERFORM UNTIL WS-DONE = "Y"
          DISPLAY " "
          DISPLAY "LOYALTY - S=STATEMENT, R=REDEEM FOR TOKENS,"
          DISPLAY "A=ADJUST, T=TIERS, P=POST EARNINGS NOW, X=EXIT:"
          ACCEPT WS-MENU-CHOICE
          MOVE FUNCTION UPPER-CASE (WS-MENU-CHOICE) TO WS-MENU-CHOICE
          MOVE FUNCTION CURRENT-DATE (1:14) TO WS-NOW-STAMP
          EVALUATE WS-MENU-CHOICE
          WHEN "S"
             PERFORM STATEMENT-PARA
          WHEN "R"
             PERFORM REDEEM-PARA
          WHEN "A"
             PERFORM ADJUST-PARA
          WHEN "T"
             PERFORM SHOW-TIERS-PARA
          WHEN "P"
             PERFORM POST-NOW-PARA
          WHEN "X"
             MOVE "Y" TO WS-DONE
          WHEN OTHER
             DISPLAY "S, R, A, T, P OR X."
          END-EVALUATE
       END-PERFORM.
       MOVE "EXIT" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       GOBACK.

      *=================================================
      *   RATE AND TIER TABLES
      *=================================================
       LOAD-RATE-PARA.
       OPEN INPUT rateFile.
       IF WS-RATE-STATUS = "00" THEN
          READ rateFile
             AT END CONTINUE
             NOT AT END
                IF LC-REDEEM IS NUMERIC AND LC-REDEEM > 0 THEN
                   MOVE LC-REDEEM TO WS-REDEEM-RATE
                END-IF
          END-READ
          CLOSE rateFile
       END-IF.

       LOAD-TIERS-PARA.
      *the same built-in three loyaltyrun falls back on
       MOVE 0 TO WS-TIER-COUNT.
       MOVE "N" TO WS-EOF.
       OPEN INPUT tierFile.
       IF WS-TIER-STATUS = "00" THEN
          PERFORM UNTIL WS-END-OF-FILE
             READ tierFile
                AT END MOVE "Y" TO WS-EOF
                NOT AT END
                   IF TI-CODE NOT = SPACES AND TI-MIN IS NUMERIC
                      AND TI-TOPUP IS NUMERIC AND
                      WS-TIER-COUNT < 9 THEN
                      ADD 1 TO WS-TIER-COUNT
                      MOVE TIER-RECORD
                         TO WS-TIER-ENTRY(WS-TIER-COUNT)
                   END-IF
             END-READ
          END-PERFORM
          CLOSE tierFile
       END-IF.
       IF WS-TIER-COUNT = 0 THEN
          MOVE "BBRONZE  00000000N" TO WS-TIER-ENTRY(1)
          MOVE "SSILVER  00030005N" TO WS-TIER-ENTRY(2)
          MOVE "GGOLD    00100010Y" TO WS-TIER-ENTRY(3)
          MOVE 3 TO WS-TIER-COUNT
       END-IF.

      *=================================================
      *   FINDING THE MEMBER AND THEIR BALANCE
      *=================================================
       ASK-MEMBER-PARA.
      *by member number or by name, as on the membership file
       MOVE "N" TO WS-MEMBER-HIT.
       DISPLAY "MEMBER NUMBER OR NAME:".
       ACCEPT WS-ASK-MEMBER.
       IF WS-ASK-MEMBER = SPACES THEN
          EXIT PARAGRAPH
       END-IF.
       MOVE FUNCTION UPPER-CASE (WS-ASK-MEMBER) TO WS-UPPER-NAME.
       MOVE 0 TO WS-ASK-NUMBER.
       IF FUNCTION TEST-NUMVAL(WS-ASK-MEMBER) = 0 THEN
          COMPUTE WS-ASK-NUMBER = FUNCTION NUMVAL(WS-ASK-MEMBER)
       END-IF.
       MOVE "N" TO WS-EOF.
       OPEN INPUT memberFile.
       IF WS-MEMBER-STATUS NOT = "00" THEN
          DISPLAY "NO MEMBERS.DAT ON THIS MACHINE."
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE OR WS-MEMBER-HIT = "Y"
          READ memberFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF (WS-ASK-NUMBER > 0 AND MB-NUMBER = WS-ASK-NUMBER)
                   OR FUNCTION UPPER-CASE (MB-NAME) = WS-UPPER-NAME
                   THEN
                   MOVE "Y" TO WS-MEMBER-HIT
                   MOVE MB-NUMBER TO WS-HIT-NUMBER
                   MOVE MB-NAME TO WS-HIT-NAME
                   MOVE MB-INITIALS TO WS-HIT-INITIALS
                   MOVE MB-EXPIRES TO WS-HIT-EXPIRES
                END-IF
          END-READ
       END-PERFORM.
       CLOSE memberFile.
       IF WS-MEMBER-HIT NOT = "Y" THEN
          DISPLAY "NO SUCH MEMBER."
          EXIT PARAGRAPH
       END-IF.
       PERFORM READ-LEDGER-PARA.
       PERFORM FIND-STANDING-PARA.

       READ-LEDGER-PARA.
      *the balance is every row on the ledger added up; the last
      *fifteen are kept for the statement
       MOVE 0 TO WS-BALANCE WS-RECENT-COUNT.
       MOVE "N" TO WS-EOF.
       OPEN INPUT pointsFile.
       IF WS-POINTS-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ pointsFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF PT-MEMBER = WS-HIT-NUMBER AND
                   PT-POINTS IS NUMERIC THEN
                   ADD PT-POINTS TO WS-BALANCE
                   IF WS-RECENT-COUNT < 15 THEN
                      ADD 1 TO WS-RECENT-COUNT
                   ELSE
                      PERFORM VARYING WS-RECENT-INDEX FROM 1 BY 1
                      UNTIL WS-RECENT-INDEX > 14
                         MOVE WS-RC-ROW(WS-RECENT-INDEX + 1)
                            TO WS-RC-ROW(WS-RECENT-INDEX)
                      END-PERFORM
                   END-IF
                   MOVE POINTS-RECORD TO WS-RC-ROW(WS-RECENT-COUNT)
                END-IF
          END-READ
       END-PERFORM.
       CLOSE pointsFile.

       FIND-STANDING-PARA.
       MOVE SPACES TO WS-HIT-TIER WS-HIT-MONTH.
       MOVE 0 TO WS-HIT-TIER-PTS.
       MOVE "N" TO WS-EOF.
       OPEN INPUT standingFile.
       IF WS-STANDING-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ standingFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF MT-MEMBER = WS-HIT-NUMBER THEN
                   MOVE MT-TIER TO WS-HIT-TIER
                   MOVE MT-POINTS TO WS-HIT-TIER-PTS
                   MOVE MT-MONTH TO WS-HIT-MONTH
                END-IF
          END-READ
       END-PERFORM.
       CLOSE standingFile.

      *=================================================
      *   STATEMENT
      *=================================================
       STATEMENT-PARA.
       PERFORM ASK-MEMBER-PARA.
       IF WS-MEMBER-HIT NOT = "Y" THEN
          EXIT PARAGRAPH
       END-IF.
       DISPLAY " ".
       DISPLAY "MEMBER " WS-HIT-NUMBER " " WS-HIT-NAME
          " INITIALS " WS-HIT-INITIALS.
       MOVE WS-BALANCE TO WS-DISPLAY-PTS.
       DISPLAY "POINTS BALANCE:" WS-DISPLAY-PTS.
       PERFORM SHOW-MEMBER-TIER-PARA.
       IF WS-RECENT-COUNT = 0 THEN
          DISPLAY "  (NOTHING ON THE LEDGER YET)"
          EXIT PARAGRAPH
       END-IF.
       DISPLAY "DATE     KIND       COUNT   POINTS BY  NOTE".
       PERFORM VARYING WS-RECENT-INDEX FROM 1 BY 1
       UNTIL WS-RECENT-INDEX > WS-RECENT-COUNT
          MOVE WS-RC-ROW(WS-RECENT-INDEX) TO WS-SHOW-ROW
          EVALUATE WS-SR-KIND
          WHEN "G"
             MOVE "GAMES" TO WS-KIND-NAME
          WHEN "V"
             MOVE "VISIT" TO WS-KIND-NAME
          WHEN "S"
             MOVE "TOKENS" TO WS-KIND-NAME
          WHEN "R"
             MOVE "REDEEMED" TO WS-KIND-NAME
          WHEN OTHER
             MOVE "ADJUSTED" TO WS-KIND-NAME
          END-EVALUATE
          MOVE WS-SR-COUNT TO WS-DISPLAY-NUM
          MOVE WS-SR-POINTS TO WS-DISPLAY-PTS
          DISPLAY WS-SR-DATE " " WS-KIND-NAME " " WS-DISPLAY-NUM
             WS-DISPLAY-PTS " " WS-SR-OPERATOR " " WS-SR-NOTE
       END-PERFORM.

       SHOW-MEMBER-TIER-PARA.
       IF WS-HIT-TIER = SPACES THEN
          DISPLAY "NO TIER YET - TIERS ARE SET ON THE FIRST POSTING"
             " OF THE MONTH."
          EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-TIER-INDEX FROM 1 BY 1
       UNTIL WS-TIER-INDEX > WS-TIER-COUNT
          IF WS-TI-CODE(WS-TIER-INDEX) = WS-HIT-TIER THEN
             MOVE WS-HIT-TIER-PTS TO WS-DISPLAY-PTS
             DISPLAY "TIER FOR " WS-HIT-MONTH ": "
                WS-TI-NAME(WS-TIER-INDEX) " ON"
                WS-DISPLAY-PTS " POINTS IN 90 DAYS"
             IF WS-TI-TOPUP(WS-TIER-INDEX) > 0 THEN
                MOVE WS-TI-TOPUP(WS-TIER-INDEX) TO WS-DISPLAY-PCT
                DISPLAY " " WS-DISPLAY-PCT
                   "% BONUS TOKENS ON EVERY PAID TOP-UP"
             END-IF
             IF WS-TI-PRIORITY(WS-TIER-INDEX) = "Y" THEN
                DISPLAY "  FIRST CALL OFF THE DOOR WAITLIST"
             END-IF
          END-IF
       END-PERFORM.

      *=================================================
      *   REDEEMING POINTS FOR BONUS TOKENS
      *=================================================
       REDEEM-PARA.
       PERFORM ASK-MEMBER-PARA.
       IF WS-MEMBER-HIT NOT = "Y" THEN
          EXIT PARAGRAPH
       END-IF.
       IF WS-HIT-INITIALS = SPACES THEN
          DISPLAY "MEMBER HAS NO PLAYER INITIALS TO PUT TOKENS ON."
          EXIT PARAGRAPH
       END-IF.
       IF WS-HIT-EXPIRES IS NUMERIC AND
             WS-HIT-EXPIRES < WS-NOW-STAMP (1:8) THEN
          DISPLAY "MEMBERSHIP LAPSED " WS-HIT-EXPIRES
             " - RENEW BEFORE REDEEMING."
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-BALANCE TO WS-DISPLAY-PTS.
       MOVE WS-REDEEM-RATE TO WS-DISPLAY-TOK.
       DISPLAY FUNCTION TRIM(WS-HIT-NAME) " HOLDS" WS-DISPLAY-PTS
          " POINTS -" WS-DISPLAY-TOK " POINTS A TOKEN.".
       DISPLAY "BONUS TOKENS WANTED:".
       ACCEPT WS-ASK-TOKENS.
       IF WS-ASK-TOKENS IS NOT NUMERIC THEN
          MOVE FUNCTION NUMVAL(WS-ASK-TOKENS) TO WS-BONUS-TOKENS
       ELSE
          MOVE WS-ASK-TOKENS TO WS-BONUS-TOKENS
       END-IF.
       IF WS-BONUS-TOKENS = 0 THEN
          DISPLAY "NOTHING REDEEMED."
          EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-POINTS-COST = WS-BONUS-TOKENS * WS-REDEEM-RATE.
       IF WS-POINTS-COST > WS-BALANCE THEN
          DISPLAY "NOT ENOUGH POINTS - NOTHING REDEEMED."
          EXIT PARAGRAPH
       END-IF.
       PERFORM ASK-OPERATOR-PARA.
       IF WS-OPERATOR = SPACES THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM LOAD-PLAYERS-PARA.
       MOVE 0 TO WS-PLAYER-FOUND.
       PERFORM VARYING WS-PLAYER-INDEX FROM 1 BY 1
       UNTIL WS-PLAYER-INDEX > WS-PLAYER-COUNT
          IF WS-PL-INITIALS(WS-PLAYER-INDEX) = WS-HIT-INITIALS THEN
             MOVE WS-PLAYER-INDEX TO WS-PLAYER-FOUND
          END-IF
       END-PERFORM.
      *as at the top-up till, a member with no profile yet gets a
      *bare row the game fills in on first sign-in
       IF WS-PLAYER-FOUND = 0 AND WS-PLAYER-COUNT < 50 THEN
          ADD 1 TO WS-PLAYER-COUNT
          MOVE WS-PLAYER-COUNT TO WS-PLAYER-FOUND
          INITIALIZE WS-PLAYER-ENTRY(WS-PLAYER-FOUND)
          MOVE WS-HIT-INITIALS TO WS-PL-INITIALS(WS-PLAYER-FOUND)
       END-IF.
       IF WS-PLAYER-FOUND = 0 THEN
          DISPLAY "PLAYER FILE FULL - NOTHING REDEEMED."
          EXIT PARAGRAPH
       END-IF.
       IF WS-PL-TOKENS(WS-PLAYER-FOUND) + WS-BONUS-TOKENS > 9999 THEN
          DISPLAY "THAT WOULD TAKE THE BALANCE OVER 9999 TOKENS."
          EXIT PARAGRAPH
       END-IF.
      *points off the ledger first, then the tokens on - a failed
      *ledger write leaves the tokens unissued
       MOVE WS-HIT-NUMBER TO PT-MEMBER.
       MOVE WS-NOW-STAMP (1:8) TO PT-DATE.
       MOVE "R" TO PT-KIND.
       MOVE WS-BONUS-TOKENS TO PT-COUNT.
       COMPUTE PT-POINTS = 0 - WS-POINTS-COST.
       MOVE WS-NOW-STAMP TO PT-STAMP.
       MOVE WS-OPERATOR TO PT-OPERATOR.
       MOVE "BONUS TOKENS" TO PT-NOTE.
       PERFORM WRITE-POINTS-PARA.
       IF WS-POINTS-STATUS NOT = "00" THEN
          DISPLAY "POINTS LEDGER NOT WRITTEN - NOTHING REDEEMED."
          EXIT PARAGRAPH
       END-IF.
       ADD WS-BONUS-TOKENS TO WS-PL-TOKENS(WS-PLAYER-FOUND).
       PERFORM SAVE-PLAYERS-PARA.
       PERFORM POST-PLAYER-IDX-PARA.
       MOVE "TOKENSBONUS" TO WS-POST-COUNTER.
       MOVE WS-BONUS-TOKENS TO WS-POST-AMOUNT.
       PERFORM POST-COUNTER-PARA.
       MOVE "REDEEM" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       STRING WS-HIT-NUMBER " " WS-HIT-INITIALS " " WS-BONUS-TOKENS
          " TOKENS" DELIMITED BY SIZE INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       MOVE WS-PL-TOKENS(WS-PLAYER-FOUND) TO WS-DISPLAY-TOK.
       DISPLAY WS-HIT-INITIALS " NOW HOLDS" WS-DISPLAY-TOK
          " TOKENS.".
       SUBTRACT WS-POINTS-COST FROM WS-BALANCE.
       MOVE WS-BALANCE TO WS-DISPLAY-PTS.
       DISPLAY "POINTS LEFT:" WS-DISPLAY-PTS.

      *=================================================
      *   HAND ADJUSTMENTS
      *=================================================
       ADJUST-PARA.
       PERFORM ASK-MEMBER-PARA.
       IF WS-MEMBER-HIT NOT = "Y" THEN
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-BALANCE TO WS-DISPLAY-PTS.
       DISPLAY FUNCTION TRIM(WS-HIT-NAME) " HOLDS" WS-DISPLAY-PTS
          " POINTS.".
       DISPLAY "POINTS TO ADD (PUT A - IN FRONT TO TAKE OFF):".
       ACCEPT WS-ASK-POINTS.
       IF FUNCTION TEST-NUMVAL(WS-ASK-POINTS) NOT = 0 THEN
          DISPLAY "NOT A NUMBER - NOTHING ADJUSTED."
          EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-ADJUST-PTS = FUNCTION NUMVAL(WS-ASK-POINTS).
       IF WS-ADJUST-PTS = 0 THEN
          DISPLAY "NOTHING ADJUSTED."
          EXIT PARAGRAPH
       END-IF.
       IF WS-BALANCE + WS-ADJUST-PTS < 0 THEN
          DISPLAY "THAT WOULD TAKE THE BALANCE BELOW NOTHING."
          EXIT PARAGRAPH
       END-IF.
       DISPLAY "REASON:".
       ACCEPT WS-ASK-REASON.
       IF WS-ASK-REASON = SPACES THEN
          DISPLAY "AN ADJUSTMENT NEEDS A REASON - NOTHING ADJUSTED."
          EXIT PARAGRAPH
       END-IF.
       PERFORM ASK-OPERATOR-PARA.
       IF WS-OPERATOR = SPACES THEN
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-HIT-NUMBER TO PT-MEMBER.
       MOVE WS-NOW-STAMP (1:8) TO PT-DATE.
       MOVE "A" TO PT-KIND.
       MOVE 0 TO PT-COUNT.
       MOVE WS-ADJUST-PTS TO PT-POINTS.
       MOVE WS-NOW-STAMP TO PT-STAMP.
       MOVE WS-OPERATOR TO PT-OPERATOR.
       MOVE FUNCTION UPPER-CASE (WS-ASK-REASON) TO PT-NOTE.
       PERFORM WRITE-POINTS-PARA.
       IF WS-POINTS-STATUS NOT = "00" THEN
          DISPLAY "POINTS LEDGER NOT WRITTEN - NOTHING ADJUSTED."
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-ADJUST-PTS TO WS-DISPLAY-PTS.
       MOVE "ADJUST" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       STRING WS-HIT-NUMBER WS-DISPLAY-PTS " BY " WS-OPERATOR
          DELIMITED BY SIZE INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       ADD WS-ADJUST-PTS TO WS-BALANCE.
       MOVE WS-BALANCE TO WS-DISPLAY-PTS.
       DISPLAY "ADJUSTED - BALANCE NOW" WS-DISPLAY-PTS ".".

       ASK-OPERATOR-PARA.
       DISPLAY "YOUR INITIALS:".
       ACCEPT WS-OPERATOR.
       MOVE FUNCTION UPPER-CASE (WS-OPERATOR) TO WS-OPERATOR.
       IF WS-OPERATOR = SPACES THEN
          DISPLAY "INITIALS ARE NEEDED - NOTHING RECORDED."
       END-IF.

       WRITE-POINTS-PARA.
       OPEN EXTEND pointsFile.
       IF WS-POINTS-STATUS = "35" OR WS-POINTS-STATUS = "05" THEN
          CLOSE pointsFile
          OPEN OUTPUT pointsFile
       END-IF.
       IF WS-POINTS-STATUS = "00" THEN
          WRITE POINTS-RECORD
          CLOSE pointsFile
       END-IF.

      *=================================================
      *   TIERS AND POSTING
      *=================================================
       SHOW-TIERS-PARA.
       DISPLAY "TIER     FROM POINTS  TOP-UP BONUS  WAITLIST  HOLDERS".
       PERFORM VARYING WS-TIER-INDEX FROM 1 BY 1
       UNTIL WS-TIER-INDEX > WS-TIER-COUNT
          PERFORM COUNT-HOLDERS-PARA
          MOVE WS-TI-MIN(WS-TIER-INDEX) TO WS-DISPLAY-PTS
          MOVE WS-TIER-HOLDERS TO WS-DISPLAY-NUM
          MOVE WS-TI-TOPUP(WS-TIER-INDEX) TO WS-DISPLAY-PCT
          IF WS-TI-PRIORITY(WS-TIER-INDEX) = "Y" THEN
             DISPLAY WS-TI-NAME(WS-TIER-INDEX) WS-DISPLAY-PTS
                "        " WS-DISPLAY-PCT "%"
                "      FIRST  " WS-DISPLAY-NUM
          ELSE
             DISPLAY WS-TI-NAME(WS-TIER-INDEX) WS-DISPLAY-PTS
                "        " WS-DISPLAY-PCT "%"
                "      -      " WS-DISPLAY-NUM
          END-IF
       END-PERFORM.
       DISPLAY "TIERS GO BY POINTS EARNED IN THE LAST 90 DAYS, SET"
          " ONCE A MONTH.".

       COUNT-HOLDERS-PARA.
       MOVE 0 TO WS-TIER-HOLDERS.
       MOVE "N" TO WS-EOF.
       OPEN INPUT standingFile.
       IF WS-STANDING-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ standingFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF MT-TIER = WS-TI-CODE(WS-TIER-INDEX) THEN
                   ADD 1 TO WS-TIER-HOLDERS
                END-IF
          END-READ
       END-PERFORM.
       CLOSE standingFile.

       POST-NOW-PARA.
      *the same step the night run takes - days already posted are
      *not posted again, so running it early does no harm
       MOVE 0 TO RETURN-CODE.
       CALL "loyaltyrun"
          ON EXCEPTION
             DISPLAY "THE POSTING PROGRAM IS NOT ON THIS MACHINE."
       END-CALL.
       MOVE RETURN-CODE TO WS-RUN-RC.
       MOVE 0 TO RETURN-CODE.
       CANCEL "loyaltyrun".
       IF WS-RUN-RC NOT = 0 THEN
          DISPLAY "POSTING FAILED - RETURN CODE " WS-RUN-RC "."
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

       END PROGRAM loyalty.
