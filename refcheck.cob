       IDENTIFICATION DIVISION.
       PROGRAM-ID. refcheck.

      *the files that hang off a player's initials, checked against
      *each other. FILEMAN.DAT catches a file that was cut short;
      *this catches records that contradict the rest: initials used
      *in SESSION.LOG, DAILYSCORE.DAT, MATCHES.DAT, ACHIEVE.DAT or
      *VOUCHER.DAT with no PLAYER.DAT profile behind them (the
      *walk-up "???" and the old blank records are not orphans,
      *nor the game's "CPU" as the second player of a match),
      *MEMBERS.DAT members linked to initials that have no profile,
      *and matches whose winner was neither of the two players.
      *findings go to INTEGRITY.RPT and the screen; any finding at
      *all ends the run with return code 8, so as a NIGHTRUN step
      *it shows FAILED and the morning person goes looking

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT playerFile ASSIGN TO "PLAYER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLAYER-STATUS.

           SELECT sessionFile ASSIGN TO "SESSION.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SESSION-STATUS.

           SELECT dailyFile ASSIGN TO "DAILYSCORE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DAILY-STATUS.

           SELECT matchFile ASSIGN TO "MATCHES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MATCH-STATUS.

           SELECT achieveFile ASSIGN TO "ACHIEVE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACHIEVE-STATUS.

           SELECT voucherFile ASSIGN TO "VOUCHER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VOUCHER-STATUS.

           SELECT memberFile ASSIGN TO "MEMBERS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MEMBER-STATUS.

           SELECT checkFile ASSIGN TO "INTEGRITY.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CHECK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *only the key fields of each layout are needed here
       FD  playerFile.
       01  PLAYER-RECORD.
           05 PL-INITIALS PIC X(3).

       FD  sessionFile.
       01  SESSION-RECORD.
           05 SS-DATE        PIC X(8).
           05 SS-SCORE       PIC 9(10).
           05 SS-LEVEL       PIC 9(3).
           05 SS-LINES       PIC 9(6).
           05 SS-TIME-PLAYED PIC 9(6).
           05 SS-PIECE-COUNT PIC 9(5) OCCURS 7 TIMES.
           05 SS-INITIALS    PIC X(3).

       FD  dailyFile.
       01  DAILY-RECORD.
           05 DS-DATE     PIC X(8).
           05 DS-INITIALS PIC X(3).
           05 DS-SCORE    PIC 9(10).

       FD  matchFile.
       01  MATCH-RECORD.
           05 MT-DATE   PIC X(8).
           05 MT-P1     PIC X(3).
           05 MT-P2     PIC X(3).
           05 MT-WINNER PIC X(3).

       FD  achieveFile.
       01  ACHIEVE-RECORD.
           05 AC-INITIALS PIC X(3).
           05 AC-ID       PIC 9(2).
           05 AC-DATE     PIC X(8).

       FD  voucherFile.
       01  VOUCHER-RECORD.
           05 VO-SERIAL   PIC 9(6).
           05 VO-DATE     PIC X(8).
           05 VO-INITIALS PIC X(3).

       FD  memberFile.
       01  MEMBER-RECORD.
           05 MB-NUMBER   PIC 9(5).
           05 MB-NAME     PIC X(20).
           05 MB-INITIALS PIC X(3).

       FD  checkFile.
       01  CHECK-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-PLAYER-STATUS  PIC X(2).
       01  WS-SESSION-STATUS PIC X(2).
       01  WS-DAILY-STATUS   PIC X(2).
       01  WS-MATCH-STATUS   PIC X(2).
       01  WS-ACHIEVE-STATUS PIC X(2).
       01  WS-VOUCHER-STATUS PIC X(2).
       01  WS-MEMBER-STATUS  PIC X(2).
       01  WS-CHECK-STATUS   PIC X(2).
       01  WS-EOF PIC X(1) VALUE "N".
           88 WS-END-OF-FILE VALUE "Y".

       01  WS-TODAY        PIC X(8).

      *every profile on PLAYER.DAT
       01  WS-PROFILE-TABLE.
           05 WS-PROFILE-INITIALS PIC X(3) OCCURS 500 TIMES.
       01  WS-PROFILE-COUNT PIC 9(3) VALUE 0.
       01  WS-PROFILE-INDEX PIC 9(3).

      *one row per file and unknown initials, so a long-gone
      *player with two hundred games is one line, not two hundred
       01  WS-ORPHAN-TABLE.
           05 WS-ORPHAN-ENTRY OCCURS 300 TIMES.
              10 WS-OR-FILE     PIC X(14).
              10 WS-OR-INITIALS PIC X(3).
              10 WS-OR-COUNT    PIC 9(5).
       01  WS-ORPHAN-COUNT PIC 9(3) VALUE 0.
       01  WS-ORPHAN-INDEX PIC 9(3).
       01  WS-ORPHAN-FOUND PIC 9(3).

       01  WS-CHECK-FILE     PIC X(14).
       01  WS-CHECK-INITIALS PIC X(3).
      *the game books a match against the computer with these as
      *the second player
       01  WS-CPU-INITIALS   PIC X(3) VALUE "CPU".
       01  WS-KNOWN          PIC X(1).
       01  WS-RECORDS-READ   PIC 9(7) VALUE 0.
       01  WS-MEMBER-ERRORS  PIC 9(5) VALUE 0.
       01  WS-WINNER-ERRORS  PIC 9(5) VALUE 0.
       01  WS-ERROR-TOTAL    PIC 9(7) VALUE 0.

       01  WS-DISPLAY-NUM  PIC Z(4)9.
       01  WS-DISPLAY-BIG  PIC Z(6)9.

       01  WS-LOG-PROGRAM PIC X(12) VALUE "refcheck".
       01  WS-LOG-EVENT   PIC X(8).
       01  WS-LOG-TEXT    PIC X(30).
       01  WS-REPORT-NAME PIC X(20) VALUE "INTEGRITY.RPT".
       01  WS-REPORT-OPER PIC X(3)  VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
       MOVE "STARTUP" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
       OPEN OUTPUT checkFile.
       IF WS-CHECK-STATUS NOT = "00" THEN
          DISPLAY "COULD NOT OPEN INTEGRITY.RPT - " WS-CHECK-STATUS
          MOVE 8 TO RETURN-CODE
          GOBACK
       END-IF.
       MOVE SPACES TO CHECK-LINE.
       STRING "INITIALS INTEGRITY CHECK " WS-TODAY
          DELIMITED BY SIZE INTO CHECK-LINE.
       PERFORM PUT-LINE-PARA.
       PERFORM LOAD-PROFILES-PARA.
       PERFORM CHECK-SESSIONS-PARA.
       PERFORM CHECK-DAILY-PARA.
       PERFORM CHECK-MATCHES-PARA.
       PERFORM CHECK-ACHIEVE-PARA.
       PERFORM CHECK-VOUCHERS-PARA.
       PERFORM PRINT-ORPHANS-PARA.
       PERFORM CHECK-MEMBERS-PARA.
       COMPUTE WS-ERROR-TOTAL = WS-ERROR-TOTAL + WS-MEMBER-ERRORS
          + WS-WINNER-ERRORS.
       MOVE SPACES TO CHECK-LINE.
       PERFORM PUT-LINE-PARA.
       MOVE WS-RECORDS-READ TO WS-DISPLAY-BIG.
       MOVE WS-PROFILE-COUNT TO WS-DISPLAY-NUM.
       MOVE SPACES TO CHECK-LINE.
       STRING WS-DISPLAY-BIG " RECORDS CHECKED AGAINST"
             WS-DISPLAY-NUM " PROFILES" DELIMITED BY SIZE
          INTO CHECK-LINE.
       PERFORM PUT-LINE-PARA.
       MOVE WS-ERROR-TOTAL TO WS-DISPLAY-BIG.
       MOVE SPACES TO CHECK-LINE.
       STRING WS-DISPLAY-BIG " RECORDS IN ERROR"
          DELIMITED BY SIZE INTO CHECK-LINE.
       PERFORM PUT-LINE-PARA.
       CLOSE checkFile.
       CALL "rptfile" USING WS-REPORT-NAME WS-LOG-PROGRAM
             WS-REPORT-OPER.
       MOVE "CHECKED" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       STRING WS-DISPLAY-BIG " RECORDS IN ERROR"
          DELIMITED BY SIZE INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       MOVE "EXIT" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       IF WS-ERROR-TOTAL > 0 THEN
          MOVE 8 TO RETURN-CODE
       ELSE
          MOVE 0 TO RETURN-CODE
       END-IF.
       GOBACK.

       LOAD-PROFILES-PARA.
       MOVE "N" TO WS-EOF.
       OPEN INPUT playerFile.
       IF WS-PLAYER-STATUS NOT = "00" THEN
          MOVE "  NO PLAYER.DAT - EVERY INITIALS WILL SHOW AS ORPHANS"
             TO CHECK-LINE
          PERFORM PUT-LINE-PARA
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ playerFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF PL-INITIALS NOT = SPACES AND
                   WS-PROFILE-COUNT < 500 THEN
                   ADD 1 TO WS-PROFILE-COUNT
                   MOVE PL-INITIALS
                      TO WS-PROFILE-INITIALS(WS-PROFILE-COUNT)
                END-IF
          END-READ
       END-PERFORM.
       CLOSE playerFile.

      *=================================================
      *   THE HISTORY FILES
      *=================================================
       CHECK-SESSIONS-PARA.
       MOVE "SESSION.LOG" TO WS-CHECK-FILE.
       MOVE "N" TO WS-EOF.
       OPEN INPUT sessionFile.
       IF WS-SESSION-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ sessionFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                ADD 1 TO WS-RECORDS-READ
                MOVE SS-INITIALS TO WS-CHECK-INITIALS
                PERFORM CHECK-INITIALS-PARA
          END-READ
       END-PERFORM.
       CLOSE sessionFile.

       CHECK-DAILY-PARA.
       MOVE "DAILYSCORE.DAT" TO WS-CHECK-FILE.
       MOVE "N" TO WS-EOF.
       OPEN INPUT dailyFile.
       IF WS-DAILY-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ dailyFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                ADD 1 TO WS-RECORDS-READ
                MOVE DS-INITIALS TO WS-CHECK-INITIALS
                PERFORM CHECK-INITIALS-PARA
          END-READ
       END-PERFORM.
       CLOSE dailyFile.

      *both players have to be known, and a decided match has to
      *have been won by one of them - a blank winner is a match
      *that never finished and is left alone
       CHECK-MATCHES-PARA.
       MOVE "MATCHES.DAT" TO WS-CHECK-FILE.
       MOVE "N" TO WS-EOF.
       OPEN INPUT matchFile.
       IF WS-MATCH-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ matchFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                ADD 1 TO WS-RECORDS-READ
                MOVE MT-P1 TO WS-CHECK-INITIALS
                PERFORM CHECK-INITIALS-PARA
                MOVE MT-P2 TO WS-CHECK-INITIALS
                IF MT-P2 NOT = WS-CPU-INITIALS THEN
                   PERFORM CHECK-INITIALS-PARA
                END-IF
                IF MT-WINNER NOT = SPACES AND
                   MT-WINNER NOT = MT-P1 AND
                   MT-WINNER NOT = MT-P2 THEN
                   PERFORM BAD-WINNER-PARA
                END-IF
          END-READ
       END-PERFORM.
       CLOSE matchFile.

       BAD-WINNER-PARA.
       IF WS-WINNER-ERRORS = 0 THEN
          MOVE SPACES TO CHECK-LINE
          PERFORM PUT-LINE-PARA
          MOVE "MATCHES WON BY NEITHER PLAYER" TO CHECK-LINE
          PERFORM PUT-LINE-PARA
       END-IF.
       ADD 1 TO WS-WINNER-ERRORS.
       MOVE SPACES TO CHECK-LINE.
       STRING "  " MT-DATE "  " MT-P1 " V " MT-P2 "  WINNER "
             MT-WINNER DELIMITED BY SIZE INTO CHECK-LINE.
       PERFORM PUT-LINE-PARA.

       CHECK-ACHIEVE-PARA.
       MOVE "ACHIEVE.DAT" TO WS-CHECK-FILE.
       MOVE "N" TO WS-EOF.
       OPEN INPUT achieveFile.
       IF WS-ACHIEVE-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ achieveFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                ADD 1 TO WS-RECORDS-READ
                MOVE AC-INITIALS TO WS-CHECK-INITIALS
                PERFORM CHECK-INITIALS-PARA
          END-READ
       END-PERFORM.
       CLOSE achieveFile.

       CHECK-VOUCHERS-PARA.
       MOVE "VOUCHER.DAT" TO WS-CHECK-FILE.
       MOVE "N" TO WS-EOF.
       OPEN INPUT voucherFile.
       IF WS-VOUCHER-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ voucherFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                ADD 1 TO WS-RECORDS-READ
                MOVE VO-INITIALS TO WS-CHECK-INITIALS
                PERFORM CHECK-INITIALS-PARA
          END-READ
       END-PERFORM.
       CLOSE voucherFile.

      *an unknown set of initials is booked against its file; blank
      *and the walk-up "???" are not anybody's profile to miss
       CHECK-INITIALS-PARA.
       IF WS-CHECK-INITIALS = SPACES OR WS-CHECK-INITIALS = "???"
          THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM FIND-PROFILE-PARA.
       IF WS-KNOWN = "Y" THEN
          EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-ERROR-TOTAL.
       MOVE 0 TO WS-ORPHAN-FOUND.
       PERFORM VARYING WS-ORPHAN-INDEX FROM 1 BY 1
       UNTIL WS-ORPHAN-INDEX > WS-ORPHAN-COUNT
          IF WS-OR-FILE(WS-ORPHAN-INDEX) = WS-CHECK-FILE AND
             WS-OR-INITIALS(WS-ORPHAN-INDEX) = WS-CHECK-INITIALS
             THEN
             MOVE WS-ORPHAN-INDEX TO WS-ORPHAN-FOUND
          END-IF
       END-PERFORM.
       IF WS-ORPHAN-FOUND = 0 AND WS-ORPHAN-COUNT < 300 THEN
          ADD 1 TO WS-ORPHAN-COUNT
          MOVE WS-ORPHAN-COUNT TO WS-ORPHAN-FOUND
          MOVE WS-CHECK-FILE TO WS-OR-FILE(WS-ORPHAN-FOUND)
          MOVE WS-CHECK-INITIALS TO WS-OR-INITIALS(WS-ORPHAN-FOUND)
          MOVE 0 TO WS-OR-COUNT(WS-ORPHAN-FOUND)
       END-IF.
       IF WS-ORPHAN-FOUND > 0 THEN
          ADD 1 TO WS-OR-COUNT(WS-ORPHAN-FOUND)
       END-IF.

       FIND-PROFILE-PARA.
       MOVE "N" TO WS-KNOWN.
       PERFORM VARYING WS-PROFILE-INDEX FROM 1 BY 1
       UNTIL WS-PROFILE-INDEX > WS-PROFILE-COUNT OR WS-KNOWN = "Y"
          IF WS-PROFILE-INITIALS(WS-PROFILE-INDEX) = WS-CHECK-INITIALS
             THEN
             MOVE "Y" TO WS-KNOWN
          END-IF
       END-PERFORM.

       PRINT-ORPHANS-PARA.
       MOVE SPACES TO CHECK-LINE.
       PERFORM PUT-LINE-PARA.
       MOVE "ORPHANS - INITIALS WITH NO PLAYER.DAT PROFILE"
          TO CHECK-LINE.
       PERFORM PUT-LINE-PARA.
       IF WS-ORPHAN-COUNT = 0 THEN
          MOVE "  NONE" TO CHECK-LINE
          PERFORM PUT-LINE-PARA
       END-IF.
       PERFORM VARYING WS-ORPHAN-INDEX FROM 1 BY 1
       UNTIL WS-ORPHAN-INDEX > WS-ORPHAN-COUNT
          MOVE WS-OR-COUNT(WS-ORPHAN-INDEX) TO WS-DISPLAY-NUM
          MOVE SPACES TO CHECK-LINE
          STRING "  " WS-OR-FILE(WS-ORPHAN-INDEX) "  "
             WS-OR-INITIALS(WS-ORPHAN-INDEX) "  " WS-DISPLAY-NUM
             " RECORDS" DELIMITED BY SIZE INTO CHECK-LINE
          PERFORM PUT-LINE-PARA
       END-PERFORM.

      *=================================================
      *   MEMBERS LINKED TO MISSING PROFILES
      *=================================================
       CHECK-MEMBERS-PARA.
       MOVE "N" TO WS-EOF.
       OPEN INPUT memberFile.
       IF WS-MEMBER-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ memberFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                ADD 1 TO WS-RECORDS-READ
                IF MB-INITIALS NOT = SPACES THEN
                   MOVE MB-INITIALS TO WS-CHECK-INITIALS
                   PERFORM FIND-PROFILE-PARA
                   IF WS-KNOWN = "N" THEN
                      PERFORM BAD-MEMBER-PARA
                   END-IF
                END-IF
          END-READ
       END-PERFORM.
       CLOSE memberFile.

       BAD-MEMBER-PARA.
       IF WS-MEMBER-ERRORS = 0 THEN
          MOVE SPACES TO CHECK-LINE
          PERFORM PUT-LINE-PARA
          MOVE "MEMBERS LINKED TO INITIALS WITH NO PROFILE"
             TO CHECK-LINE
          PERFORM PUT-LINE-PARA
       END-IF.
       ADD 1 TO WS-MEMBER-ERRORS.
       MOVE SPACES TO CHECK-LINE.
       STRING "  " MB-NUMBER "  " MB-NAME "  " MB-INITIALS
          DELIMITED BY SIZE INTO CHECK-LINE.
       PERFORM PUT-LINE-PARA.

       PUT-LINE-PARA.
       WRITE CHECK-LINE.
       DISPLAY CHECK-LINE.

       END PROGRAM refcheck.
