       IDENTIFICATION DIVISION.
       PROGRAM-ID. loyaltyrun.

      *the loyalty scheme's nightly posting, run as a NIGHTRUN step
      *or from the P option of the loyalty screen. every day since
      *the last one posted, up to and including yesterday, is swept
      *for what the members did: games on SESSION.LOG under their
      *initials, check-ins on VISITORS.LOG under their name (one a
      *day counts), and tokens bought on SALES.DAT (comps earn
      *nothing). each member's day goes onto the POINTS.DAT ledger
      *as one row per kind at the LOYALTY.CFG rates, and the last
      *day posted is kept on LOYALTYPOST.DAT so nothing is counted
      *twice. a member earns only between joining and expiry.
      *the first run of a new month then sets every current
      *member's tier off the points earned in the last 90 days -
      *redemptions do not pull a tier down, adjustments do - using
      *the TIERS.CFG thresholds, writes MEMBERTIER.DAT and prints
      *who moved up or down to TIERS.RPT. a ledger that cannot be
      *written ends the run with return code 8

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

           SELECT sessionFile ASSIGN TO "SESSION.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SESSION-STATUS.

           SELECT visitorFile ASSIGN TO "VISITORS.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VIS-STATUS.

           SELECT salesFile ASSIGN TO "SALES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SALES-STATUS.

           SELECT pointsFile ASSIGN TO "POINTS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-POINTS-STATUS.

           SELECT markFile ASSIGN TO "LOYALTYPOST.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MARK-STATUS.

           SELECT standingFile ASSIGN TO "MEMBERTIER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STANDING-STATUS.

           SELECT tierReportFile ASSIGN TO "TIERS.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *points earned per game, per check-in and per token bought,
      *and how many points buy one bonus token
       FD  rateFile.
       01  RATE-RECORD.
           05 LC-PER-GAME  PIC 9(3).
           05 LC-PER-VISIT PIC 9(3).
           05 LC-PER-TOKEN PIC 9(3).
           05 LC-REDEEM    PIC 9(4).

      *one tier per record, lowest first: code, name, the 90-day
      *points that reach it, then its perks - the bonus percent on
      *a desk top-up and Y for first call off the door
      *waitlist
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

       FD  sessionFile.
       01  SESSION-RECORD.
           05 SS-DATE        PIC X(8).
           05 SS-SCORE       PIC 9(10).
           05 SS-LEVEL       PIC 9(3).
           05 SS-LINES       PIC 9(6).
           05 SS-TIME-PLAYED PIC 9(6).
           05 SS-PIECE-COUNT PIC 9(5) OCCURS 7 TIMES.
           05 SS-INITIALS    PIC X(3).

       FD  visitorFile.
       01  VISITOR-RECORD.
           05 VR-NAME     PIC X(20).
           05 VR-DATE     PIC X(8).
           05 VR-TIME-IN  PIC X(6).
           05 VR-TIME-OUT PIC X(6).

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

      *the points ledger: kind G games, V visits, S tokens bought,
      *R redeemed for bonus tokens, A adjusted by hand. the count
      *is the games, check-ins or tokens behind the points
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

       FD  markFile.
       01  MARK-RECORD.
           05 LP-THROUGH    PIC X(8).
           05 LP-TIER-MONTH PIC X(6).

      *the tier each current member holds this month
       FD  standingFile.
       01  STANDING-RECORD.
           05 MT-MEMBER   PIC 9(5).
           05 MT-INITIALS PIC X(3).
           05 MT-NAME     PIC X(20).
           05 MT-TIER     PIC X(1).
           05 MT-POINTS   PIC 9(7).
           05 MT-MONTH    PIC X(6).

       FD  tierReportFile.
       01  TIER-REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-RATE-STATUS     PIC X(2).
       01  WS-TIER-STATUS     PIC X(2).
       01  WS-MEMBER-STATUS   PIC X(2).
       01  WS-SESSION-STATUS  PIC X(2).
       01  WS-VIS-STATUS      PIC X(2).
       01  WS-SALES-STATUS    PIC X(2).
       01  WS-POINTS-STATUS   PIC X(2).
       01  WS-MARK-STATUS     PIC X(2).
       01  WS-STANDING-STATUS PIC X(2).
       01  WS-REPORT-STATUS   PIC X(2).
       01  WS-EOF PIC X(1) VALUE "N".
           88 WS-END-OF-FILE VALUE "Y".

       01  WS-PER-GAME   PIC 9(3) VALUE 1.
       01  WS-PER-VISIT  PIC 9(3) VALUE 5.
       01  WS-PER-TOKEN  PIC 9(3) VALUE 1.

       01  WS-TIER-TABLE.
           05 WS-TIER-ENTRY OCCURS 9 TIMES.
              10 WS-TI-CODE     PIC X(1).
              10 WS-TI-NAME     PIC X(8).
              10 WS-TI-MIN      PIC 9(6).
              10 WS-TI-TOPUP    PIC 9(2).
              10 WS-TI-PRIORITY PIC X(1).
       01  WS-TIER-COUNT PIC 9(1) VALUE 0.
       01  WS-TIER-INDEX PIC 9(1).
       01  WS-TIER-FOUND PIC 9(1).
       01  WS-TIER-TALLY PIC 9(5) OCCURS 9 TIMES.

      *the member file with each one's 90-day points and the tier
      *they held before this month's pass
       01  WS-MEMBER-TABLE.
           05 WS-MEMBER-ENTRY OCCURS 500 TIMES.
              10 WS-MB-NUMBER   PIC 9(5).
              10 WS-MB-NAME     PIC X(20).
              10 WS-MB-UPPER    PIC X(20).
              10 WS-MB-INITIALS PIC X(3).
              10 WS-MB-JOINED   PIC X(8).
              10 WS-MB-EXPIRES  PIC X(8).
              10 WS-MB-POINTS   PIC S9(7).
              10 WS-MB-OLD-TIER PIC X(1).
       01  WS-MEMBER-COUNT PIC 9(3) VALUE 0.
       01  WS-MEMBER-INDEX PIC 9(3).
       01  WS-MEMBER-FOUND PIC 9(3).

      *one row per member, day and kind while the sweep runs
       01  WS-EARN-TABLE.
           05 WS-EARN-ENTRY OCCURS 3000 TIMES.
              10 WS-EA-MEMBER PIC 9(3).
              10 WS-EA-DATE   PIC X(8).
              10 WS-EA-KIND   PIC X(1).
              10 WS-EA-COUNT  PIC 9(5).
       01  WS-EARN-COUNT PIC 9(4) VALUE 0.
       01  WS-EARN-INDEX PIC 9(4).
       01  WS-EARN-FOUND PIC 9(4).
       01  WS-EARN-FULL  PIC X(1) VALUE "N".

       01  WS-TODAY        PIC X(8).
       01  WS-NOW-STAMP    PIC X(14).
       01  WS-DATE-NUM     PIC 9(8).
       01  WS-DATE-INT     PIC 9(7).
       01  WS-FROM-DATE    PIC X(8).
       01  WS-THROUGH-DATE PIC X(8).
       01  WS-CUTOFF-DATE  PIC X(8).
       01  WS-LAST-THROUGH PIC X(8) VALUE SPACES.
       01  WS-TIER-MONTH   PIC X(6) VALUE SPACES.
       01  WS-ACT-DATE     PIC X(8).
       01  WS-ACT-KIND     PIC X(1).
       01  WS-ACT-COUNT    PIC 9(5).
       01  WS-UPPER-NAME   PIC X(20).
       01  WS-ROWS-POSTED  PIC 9(5) VALUE 0.
       01  WS-POINTS-POSTED PIC S9(9) VALUE 0.
       01  WS-RATE         PIC 9(3).
       01  WS-NEW-TIER     PIC X(1).
       01  WS-MOVE-NOTE    PIC X(4).
       01  WS-OLD-NAME     PIC X(8).
       01  WS-RUN-RC       PIC 9(2) VALUE 0.

       01  WS-DISPLAY-NUM  PIC Z(4)9.
       01  WS-DISPLAY-PTS  PIC Z(6)9.
       01  WS-DISPLAY-SUM  PIC -(8)9.

       01  WS-LOG-PROGRAM PIC X(12) VALUE "loyaltyrun".
       01  WS-LOG-EVENT   PIC X(8).
       01  WS-LOG-TEXT    PIC X(30).
       01  WS-REPORT-NAME PIC X(20) VALUE "TIERS.RPT".
       01  WS-REPORT-OPER PIC X(3)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
       MOVE "STARTUP" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       MOVE 0 TO WS-RUN-RC.
       MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
       MOVE FUNCTION CURRENT-DATE (1:14) TO WS-NOW-STAMP.
       PERFORM LOAD-RATES-PARA.
       PERFORM LOAD-TIERS-PARA.
       PERFORM LOAD-MEMBERS-PARA.
       PERFORM LOAD-MARK-PARA.
       PERFORM POST-EARNINGS-PARA.
       IF WS-RUN-RC = 0 AND WS-TIER-MONTH NOT = WS-TODAY (1:6) THEN
          PERFORM RECALC-TIERS-PARA
       END-IF.
       IF WS-RUN-RC = 0 THEN
          PERFORM SAVE-MARK-PARA
       END-IF.
       MOVE "EXIT" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       MOVE WS-RUN-RC TO RETURN-CODE.
       GOBACK.

      *=================================================
      *   RATES, TIERS, MEMBERS AND THE HIGH-WATER MARK
      *=================================================
       LOAD-RATES-PARA.
      *no LOYALTY.CFG means a point a game, five a visit and a
      *point a token
       OPEN INPUT rateFile.
       IF WS-RATE-STATUS = "00" THEN
          READ rateFile
             AT END CONTINUE
             NOT AT END
                IF LC-PER-GAME IS NUMERIC THEN
                   MOVE LC-PER-GAME TO WS-PER-GAME
                END-IF
                IF LC-PER-VISIT IS NUMERIC THEN
                   MOVE LC-PER-VISIT TO WS-PER-VISIT
                END-IF
                IF LC-PER-TOKEN IS NUMERIC THEN
                   MOVE LC-PER-TOKEN TO WS-PER-TOKEN
                END-IF
          END-READ
          CLOSE rateFile
       END-IF.

       LOAD-TIERS-PARA.
      *no TIERS.CFG means bronze from the first point, silver at
      *300 with 5% on top-ups, gold at 1000 with 10% and first
      *call on the waitlist
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

       LOAD-MEMBERS-PARA.
       MOVE 0 TO WS-MEMBER-COUNT.
       MOVE "N" TO WS-EOF.
       OPEN INPUT memberFile.
       IF WS-MEMBER-STATUS = "00" THEN
          PERFORM UNTIL WS-END-OF-FILE
             READ memberFile
                AT END MOVE "Y" TO WS-EOF
                NOT AT END
                   IF MB-NUMBER IS NUMERIC AND
                      WS-MEMBER-COUNT < 500 THEN
                      ADD 1 TO WS-MEMBER-COUNT
                      MOVE MB-NUMBER
                         TO WS-MB-NUMBER(WS-MEMBER-COUNT)
                      MOVE MB-NAME TO WS-MB-NAME(WS-MEMBER-COUNT)
                      MOVE FUNCTION UPPER-CASE (MB-NAME)
                         TO WS-MB-UPPER(WS-MEMBER-COUNT)
                      MOVE MB-INITIALS
                         TO WS-MB-INITIALS(WS-MEMBER-COUNT)
                      MOVE MB-JOINED
                         TO WS-MB-JOINED(WS-MEMBER-COUNT)
                      MOVE MB-EXPIRES
                         TO WS-MB-EXPIRES(WS-MEMBER-COUNT)
                      MOVE 0 TO WS-MB-POINTS(WS-MEMBER-COUNT)
                      MOVE SPACES TO WS-MB-OLD-TIER(WS-MEMBER-COUNT)
                   END-IF
             END-READ
          END-PERFORM
          CLOSE memberFile
       END-IF.

       LOAD-MARK-PARA.
       OPEN INPUT markFile.
       IF WS-MARK-STATUS = "00" THEN
          READ markFile
             AT END CONTINUE
             NOT AT END
                IF LP-THROUGH IS NUMERIC THEN
                   MOVE LP-THROUGH TO WS-LAST-THROUGH
                END-IF
                MOVE LP-TIER-MONTH TO WS-TIER-MONTH
          END-READ
          CLOSE markFile
       END-IF.

       SAVE-MARK-PARA.
       OPEN OUTPUT markFile.
       IF WS-MARK-STATUS = "00" THEN
          MOVE WS-LAST-THROUGH TO LP-THROUGH
          MOVE WS-TIER-MONTH TO LP-TIER-MONTH
          WRITE MARK-RECORD
          CLOSE markFile
       END-IF.

      *=================================================
      *   POSTING THE DAYS SINCE THE LAST RUN
      *=================================================
       POST-EARNINGS-PARA.
      *yesterday is the last whole day; the day after the mark is
      *the first. a scheme with no mark yet starts from yesterday
       MOVE WS-TODAY TO WS-DATE-NUM.
       COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
          - 1.
       MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-DATE-NUM.
       MOVE WS-DATE-NUM TO WS-THROUGH-DATE.
       IF WS-LAST-THROUGH = SPACES THEN
          MOVE WS-THROUGH-DATE TO WS-FROM-DATE
       ELSE
          MOVE WS-LAST-THROUGH TO WS-DATE-NUM
          COMPUTE WS-DATE-INT =
             FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + 1
          MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-DATE-NUM
          MOVE WS-DATE-NUM TO WS-FROM-DATE
       END-IF.
       IF WS-FROM-DATE > WS-THROUGH-DATE THEN
          DISPLAY "LOYALTY POINTS ALREADY POSTED THROUGH "
             WS-LAST-THROUGH "."
          EXIT PARAGRAPH
       END-IF.
       MOVE 0 TO WS-EARN-COUNT.
       MOVE "N" TO WS-EARN-FULL.
       PERFORM SWEEP-SESSIONS-PARA.
       PERFORM SWEEP-VISITS-PARA.
       PERFORM SWEEP-SALES-PARA.
       PERFORM WRITE-EARNINGS-PARA.
       IF WS-RUN-RC NOT = 0 THEN
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-THROUGH-DATE TO WS-LAST-THROUGH.
       MOVE WS-ROWS-POSTED TO WS-DISPLAY-NUM.
       MOVE WS-POINTS-POSTED TO WS-DISPLAY-SUM.
       DISPLAY "LOYALTY POINTS " WS-FROM-DATE " TO " WS-THROUGH-DATE
          ":" WS-DISPLAY-NUM " LEDGER ROWS," WS-DISPLAY-SUM
          " POINTS.".
       IF WS-EARN-FULL = "Y" THEN
          DISPLAY "EARNINGS TABLE FULL - POST A SHORTER STRETCH."
       END-IF.
       MOVE "POSTED" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       STRING "THROUGH " WS-THROUGH-DATE WS-DISPLAY-SUM " PTS"
          DELIMITED BY SIZE INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.

       SWEEP-SESSIONS-PARA.
      *a game counts for the member whose initials it was played
      *under - walk-ups play as ??? and belong to nobody
       MOVE "N" TO WS-EOF.
       OPEN INPUT sessionFile.
       IF WS-SESSION-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ sessionFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF SS-DATE >= WS-FROM-DATE AND
                   SS-DATE <= WS-THROUGH-DATE AND
                   SS-INITIALS NOT = SPACES AND
                   SS-INITIALS NOT = "???" THEN
                   MOVE 0 TO WS-MEMBER-FOUND
                   PERFORM VARYING WS-MEMBER-INDEX FROM 1 BY 1
                   UNTIL WS-MEMBER-INDEX > WS-MEMBER-COUNT
                      OR WS-MEMBER-FOUND > 0
                      IF WS-MB-INITIALS(WS-MEMBER-INDEX) =
                         SS-INITIALS THEN
                         MOVE WS-MEMBER-INDEX TO WS-MEMBER-FOUND
                      END-IF
                   END-PERFORM
                   MOVE SS-DATE TO WS-ACT-DATE
                   MOVE "G" TO WS-ACT-KIND
                   MOVE 1 TO WS-ACT-COUNT
                   PERFORM TALLY-EARNING-PARA
                END-IF
          END-READ
       END-PERFORM.
       CLOSE sessionFile.

       SWEEP-VISITS-PARA.
      *the register carries a name, matched to the member file
       MOVE "N" TO WS-EOF.
       OPEN INPUT visitorFile.
       IF WS-VIS-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ visitorFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF VR-DATE >= WS-FROM-DATE AND
                   VR-DATE <= WS-THROUGH-DATE AND
                   VR-NAME NOT = SPACES THEN
                   MOVE FUNCTION UPPER-CASE (VR-NAME)
                      TO WS-UPPER-NAME
                   MOVE 0 TO WS-MEMBER-FOUND
                   PERFORM VARYING WS-MEMBER-INDEX FROM 1 BY 1
                   UNTIL WS-MEMBER-INDEX > WS-MEMBER-COUNT
                      OR WS-MEMBER-FOUND > 0
                      IF WS-MB-UPPER(WS-MEMBER-INDEX) =
                         WS-UPPER-NAME THEN
                         MOVE WS-MEMBER-INDEX TO WS-MEMBER-FOUND
                      END-IF
                   END-PERFORM
                   MOVE VR-DATE TO WS-ACT-DATE
                   MOVE "V" TO WS-ACT-KIND
                   MOVE 1 TO WS-ACT-COUNT
                   PERFORM TALLY-EARNING-PARA
                END-IF
          END-READ
       END-PERFORM.
       CLOSE visitorFile.

       SWEEP-SALES-PARA.
      *tokens paid for earn; a comp was not paid for
       MOVE "N" TO WS-EOF.
       OPEN INPUT salesFile.
       IF WS-SALES-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ salesFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF SJ-STAMP (1:8) >= WS-FROM-DATE AND
                   SJ-STAMP (1:8) <= WS-THROUGH-DATE AND
                   SJ-PAYTYPE NOT = "COMP" AND
                   SJ-TOKENS IS NUMERIC AND
                   SJ-INITIALS NOT = SPACES THEN
                   MOVE 0 TO WS-MEMBER-FOUND
                   PERFORM VARYING WS-MEMBER-INDEX FROM 1 BY 1
                   UNTIL WS-MEMBER-INDEX > WS-MEMBER-COUNT
                      OR WS-MEMBER-FOUND > 0
                      IF WS-MB-INITIALS(WS-MEMBER-INDEX) =
                         SJ-INITIALS THEN
                         MOVE WS-MEMBER-INDEX TO WS-MEMBER-FOUND
                      END-IF
                   END-PERFORM
                   MOVE SJ-STAMP (1:8) TO WS-ACT-DATE
                   MOVE "S" TO WS-ACT-KIND
                   MOVE SJ-TOKENS TO WS-ACT-COUNT
                   PERFORM TALLY-EARNING-PARA
                END-IF
          END-READ
       END-PERFORM.
       CLOSE salesFile.

       TALLY-EARNING-PARA.
      *the member has to have been a member on the day
       IF WS-MEMBER-FOUND = 0 THEN
          EXIT PARAGRAPH
       END-IF.
       IF WS-MB-JOINED(WS-MEMBER-FOUND) IS NUMERIC AND
             WS-MB-JOINED(WS-MEMBER-FOUND) > WS-ACT-DATE THEN
          EXIT PARAGRAPH
       END-IF.
       IF WS-MB-EXPIRES(WS-MEMBER-FOUND) IS NUMERIC AND
             WS-MB-EXPIRES(WS-MEMBER-FOUND) < WS-ACT-DATE THEN
          EXIT PARAGRAPH
       END-IF.
       MOVE 0 TO WS-EARN-FOUND.
       PERFORM VARYING WS-EARN-INDEX FROM 1 BY 1
       UNTIL WS-EARN-INDEX > WS-EARN-COUNT OR WS-EARN-FOUND > 0
          IF WS-EA-MEMBER(WS-EARN-INDEX) = WS-MEMBER-FOUND AND
             WS-EA-DATE(WS-EARN-INDEX) = WS-ACT-DATE AND
             WS-EA-KIND(WS-EARN-INDEX) = WS-ACT-KIND THEN
             MOVE WS-EARN-INDEX TO WS-EARN-FOUND
          END-IF
       END-PERFORM.
       IF WS-EARN-FOUND = 0 THEN
          IF WS-EARN-COUNT >= 3000 THEN
             MOVE "Y" TO WS-EARN-FULL
             EXIT PARAGRAPH
          END-IF
          ADD 1 TO WS-EARN-COUNT
          MOVE WS-EARN-COUNT TO WS-EARN-FOUND
          MOVE WS-MEMBER-FOUND TO WS-EA-MEMBER(WS-EARN-FOUND)
          MOVE WS-ACT-DATE TO WS-EA-DATE(WS-EARN-FOUND)
          MOVE WS-ACT-KIND TO WS-EA-KIND(WS-EARN-FOUND)
          MOVE 0 TO WS-EA-COUNT(WS-EARN-FOUND)
       END-IF.
      *a second check-in the same day earns nothing more
       IF WS-ACT-KIND = "V" AND WS-EA-COUNT(WS-EARN-FOUND) > 0 THEN
          EXIT PARAGRAPH
       END-IF.
       ADD WS-ACT-COUNT TO WS-EA-COUNT(WS-EARN-FOUND).

       WRITE-EARNINGS-PARA.
       MOVE 0 TO WS-ROWS-POSTED WS-POINTS-POSTED.
       OPEN EXTEND pointsFile.
       IF WS-POINTS-STATUS = "35" OR WS-POINTS-STATUS = "05" THEN
          CLOSE pointsFile
          OPEN OUTPUT pointsFile
       END-IF.
       IF WS-POINTS-STATUS NOT = "00" THEN
          DISPLAY "COULD NOT OPEN POINTS.DAT - " WS-POINTS-STATUS
          MOVE 8 TO WS-RUN-RC
          EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-EARN-INDEX FROM 1 BY 1
       UNTIL WS-EARN-INDEX > WS-EARN-COUNT
          EVALUATE WS-EA-KIND(WS-EARN-INDEX)
          WHEN "G"
             MOVE WS-PER-GAME TO WS-RATE
          WHEN "V"
             MOVE WS-PER-VISIT TO WS-RATE
          WHEN OTHER
             MOVE WS-PER-TOKEN TO WS-RATE
          END-EVALUATE
          IF WS-RATE > 0 THEN
             MOVE WS-EA-MEMBER(WS-EARN-INDEX) TO WS-MEMBER-INDEX
             MOVE WS-MB-NUMBER(WS-MEMBER-INDEX) TO PT-MEMBER
             MOVE WS-EA-DATE(WS-EARN-INDEX) TO PT-DATE
             MOVE WS-EA-KIND(WS-EARN-INDEX) TO PT-KIND
             MOVE WS-EA-COUNT(WS-EARN-INDEX) TO PT-COUNT
             COMPUTE PT-POINTS = WS-EA-COUNT(WS-EARN-INDEX) * WS-RATE
             MOVE WS-NOW-STAMP TO PT-STAMP
             MOVE "BAT" TO PT-OPERATOR
             MOVE "NIGHTLY POSTING" TO PT-NOTE
             WRITE POINTS-RECORD
             ADD 1 TO WS-ROWS-POSTED
             ADD PT-POINTS TO WS-POINTS-POSTED
          END-IF
       END-PERFORM.
       CLOSE pointsFile.

      *=================================================
      *   THE MONTHLY TIER PASS
      *=================================================
       RECALC-TIERS-PARA.
       MOVE WS-TODAY TO WS-DATE-NUM.
       COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
          - 90.
       MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INT) TO WS-DATE-NUM.
       MOVE WS-DATE-NUM TO WS-CUTOFF-DATE.
       PERFORM SUM-RECENT-POINTS-PARA.
       PERFORM LOAD-OLD-TIERS-PARA.
       OPEN OUTPUT tierReportFile.
       IF WS-REPORT-STATUS NOT = "00" THEN
          DISPLAY "COULD NOT OPEN TIERS.RPT - " WS-REPORT-STATUS
          MOVE 8 TO WS-RUN-RC
          EXIT PARAGRAPH
       END-IF.
       OPEN OUTPUT standingFile.
       IF WS-STANDING-STATUS NOT = "00" THEN
          DISPLAY "COULD NOT OPEN MEMBERTIER.DAT - "
             WS-STANDING-STATUS
          CLOSE tierReportFile
          MOVE 8 TO WS-RUN-RC
          EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO TIER-REPORT-LINE.
       STRING "MEMBER TIERS FOR " WS-TODAY (1:6)
          " - POINTS EARNED SINCE " WS-CUTOFF-DATE
          DELIMITED BY SIZE INTO TIER-REPORT-LINE.
       WRITE TIER-REPORT-LINE.
       MOVE SPACES TO TIER-REPORT-LINE.
       WRITE TIER-REPORT-LINE.
       MOVE "NUMBER NAME                 POINTS TIER     WAS"
          TO TIER-REPORT-LINE.
       WRITE TIER-REPORT-LINE.
       PERFORM VARYING WS-TIER-INDEX FROM 1 BY 1
       UNTIL WS-TIER-INDEX > WS-TIER-COUNT
          MOVE 0 TO WS-TIER-TALLY(WS-TIER-INDEX)
       END-PERFORM.
       PERFORM VARYING WS-MEMBER-INDEX FROM 1 BY 1
       UNTIL WS-MEMBER-INDEX > WS-MEMBER-COUNT
          IF WS-MB-EXPIRES(WS-MEMBER-INDEX) IS NOT NUMERIC OR
             WS-MB-EXPIRES(WS-MEMBER-INDEX) >= WS-TODAY THEN
             PERFORM SET-ONE-TIER-PARA
          END-IF
       END-PERFORM.
       CLOSE standingFile.
       MOVE SPACES TO TIER-REPORT-LINE.
       WRITE TIER-REPORT-LINE.
       PERFORM VARYING WS-TIER-INDEX FROM 1 BY 1
       UNTIL WS-TIER-INDEX > WS-TIER-COUNT
          MOVE WS-TIER-TALLY(WS-TIER-INDEX) TO WS-DISPLAY-NUM
          MOVE SPACES TO TIER-REPORT-LINE
          STRING WS-TI-NAME(WS-TIER-INDEX) WS-DISPLAY-NUM
             " MEMBERS" DELIMITED BY SIZE INTO TIER-REPORT-LINE
          WRITE TIER-REPORT-LINE
       END-PERFORM.
       CLOSE tierReportFile.
       CALL "rptfile" USING WS-REPORT-NAME WS-LOG-PROGRAM
             WS-REPORT-OPER.
       MOVE WS-TODAY (1:6) TO WS-TIER-MONTH.
       DISPLAY "MEMBER TIERS SET FOR " WS-TIER-MONTH
          " - SEE TIERS.RPT.".
       MOVE "TIERS" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       STRING "MONTH " WS-TIER-MONTH DELIMITED BY SIZE
          INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.

       SUM-RECENT-POINTS-PARA.
      *what was earned (and adjusted) in the window - spending
      *points on bonus tokens does not cost a member their tier
       MOVE "N" TO WS-EOF.
       OPEN INPUT pointsFile.
       IF WS-POINTS-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ pointsFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF PT-DATE >= WS-CUTOFF-DATE AND
                   PT-DATE < WS-TODAY AND PT-KIND NOT = "R" AND
                   PT-POINTS IS NUMERIC THEN
                   MOVE 0 TO WS-MEMBER-FOUND
                   PERFORM VARYING WS-MEMBER-INDEX FROM 1 BY 1
                   UNTIL WS-MEMBER-INDEX > WS-MEMBER-COUNT
                      OR WS-MEMBER-FOUND > 0
                      IF WS-MB-NUMBER(WS-MEMBER-INDEX) = PT-MEMBER
                         THEN
                         MOVE WS-MEMBER-INDEX TO WS-MEMBER-FOUND
                      END-IF
                   END-PERFORM
                   IF WS-MEMBER-FOUND > 0 THEN
                      ADD PT-POINTS TO WS-MB-POINTS(WS-MEMBER-FOUND)
                   END-IF
                END-IF
          END-READ
       END-PERFORM.
       CLOSE pointsFile.

       LOAD-OLD-TIERS-PARA.
       MOVE "N" TO WS-EOF.
       OPEN INPUT standingFile.
       IF WS-STANDING-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ standingFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                PERFORM VARYING WS-MEMBER-INDEX FROM 1 BY 1
                UNTIL WS-MEMBER-INDEX > WS-MEMBER-COUNT
                   IF WS-MB-NUMBER(WS-MEMBER-INDEX) = MT-MEMBER THEN
                      MOVE MT-TIER TO WS-MB-OLD-TIER(WS-MEMBER-INDEX)
                   END-IF
                END-PERFORM
          END-READ
       END-PERFORM.
       CLOSE standingFile.

       SET-ONE-TIER-PARA.
      *the highest tier whose threshold the member's points reach
       IF WS-MB-POINTS(WS-MEMBER-INDEX) < 0 THEN
          MOVE 0 TO WS-MB-POINTS(WS-MEMBER-INDEX)
       END-IF.
       MOVE 0 TO WS-TIER-FOUND.
       PERFORM VARYING WS-TIER-INDEX FROM 1 BY 1
       UNTIL WS-TIER-INDEX > WS-TIER-COUNT
          IF WS-MB-POINTS(WS-MEMBER-INDEX) >=
             WS-TI-MIN(WS-TIER-INDEX) THEN
             IF WS-TIER-FOUND = 0 THEN
                MOVE WS-TIER-INDEX TO WS-TIER-FOUND
             ELSE
                IF WS-TI-MIN(WS-TIER-INDEX) >=
                   WS-TI-MIN(WS-TIER-FOUND) THEN
                   MOVE WS-TIER-INDEX TO WS-TIER-FOUND
                END-IF
             END-IF
          END-IF
       END-PERFORM.
       MOVE SPACES TO WS-NEW-TIER WS-MOVE-NOTE WS-OLD-NAME.
       IF WS-TIER-FOUND > 0 THEN
          MOVE WS-TI-CODE(WS-TIER-FOUND) TO WS-NEW-TIER
          ADD 1 TO WS-TIER-TALLY(WS-TIER-FOUND)
       END-IF.
       PERFORM FIND-OLD-TIER-PARA.
       MOVE WS-MB-NUMBER(WS-MEMBER-INDEX) TO MT-MEMBER.
       MOVE WS-MB-INITIALS(WS-MEMBER-INDEX) TO MT-INITIALS.
       MOVE WS-MB-NAME(WS-MEMBER-INDEX) TO MT-NAME.
       MOVE WS-NEW-TIER TO MT-TIER.
       MOVE WS-MB-POINTS(WS-MEMBER-INDEX) TO MT-POINTS.
       MOVE WS-TODAY (1:6) TO MT-MONTH.
       WRITE STANDING-RECORD.
       MOVE WS-MB-POINTS(WS-MEMBER-INDEX) TO WS-DISPLAY-PTS.
       MOVE SPACES TO TIER-REPORT-LINE.
       IF WS-TIER-FOUND > 0 THEN
          STRING MT-MEMBER "  " MT-NAME WS-DISPLAY-PTS " "
             WS-TI-NAME(WS-TIER-FOUND) " " WS-OLD-NAME " "
             WS-MOVE-NOTE DELIMITED BY SIZE INTO TIER-REPORT-LINE
       ELSE
          STRING MT-MEMBER "  " MT-NAME WS-DISPLAY-PTS " "
             "(NONE)   " WS-OLD-NAME " " WS-MOVE-NOTE
             DELIMITED BY SIZE INTO TIER-REPORT-LINE
       END-IF.
       WRITE TIER-REPORT-LINE.

       FIND-OLD-TIER-PARA.
      *last month's tier by name, and which way the member went -
      *up or down is by threshold, so the table order is no matter
       IF WS-MB-OLD-TIER(WS-MEMBER-INDEX) = SPACES THEN
          MOVE "NEW" TO WS-MOVE-NOTE
          EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-TIER-INDEX FROM 1 BY 1
       UNTIL WS-TIER-INDEX > WS-TIER-COUNT
          IF WS-TI-CODE(WS-TIER-INDEX) =
             WS-MB-OLD-TIER(WS-MEMBER-INDEX) THEN
             MOVE WS-TI-NAME(WS-TIER-INDEX) TO WS-OLD-NAME
             IF WS-TIER-FOUND > 0 THEN
                IF WS-TI-MIN(WS-TIER-FOUND) >
                   WS-TI-MIN(WS-TIER-INDEX) THEN
                   MOVE "UP" TO WS-MOVE-NOTE
                END-IF
                IF WS-TI-MIN(WS-TIER-FOUND) <
                   WS-TI-MIN(WS-TIER-INDEX) THEN
                   MOVE "DOWN" TO WS-MOVE-NOTE
                END-IF
             ELSE
                MOVE "DOWN" TO WS-MOVE-NOTE
             END-IF
          END-IF
       END-PERFORM.

       END PROGRAM loyaltyrun.
