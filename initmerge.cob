       IDENTIFICATION DIVISION.
       PROGRAM-ID. initmerge.

      *moves a player's history from one set of initials to another
      *- a rename when the new initials are free, a merge when they
      *already have a profile. PLAYER.DAT is rewritten with the
      *games, score, lines and tokens added into the surviving
      *profile (its own settings kept), and every history file that
      *carries initials is re-keyed: SESSION.LOG, DAILYSCORE.DAT,
      *HIGHSCORE.DAT, MATCHES.DAT (both players and the winner),
      *ACHIEVE.DAT, SPLITS.DAT, VOUCHER.DAT, the MEMBERS.DAT link,
      *the ultra, co-op (both players) and master boards, SALES.DAT,
      *AGES.DAT, SPENDDAY.DAT and MEMBERTIER.DAT. nothing is
      *touched until the preview counts have been shown and
      *confirmed; afterwards each file's before-and-after
      *counts are printed, an OPERAUDIT.DAT record is written, and
      *PLAYER.IDX and HIGHSCORE.IDX are rebuilt from the masters the
      *way IDXBUILD does it. a badge both profiles had earned is
      *kept once, under the surviving initials

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT playerFile ASSIGN TO "PLAYER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLAYER-STATUS.

           SELECT histFile ASSIGN TO WS-HIST-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HIST-STATUS.

           SELECT tempFile ASSIGN TO "INITMERGE.TMP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEMP-STATUS.

           SELECT auditFile ASSIGN TO "OPERAUDIT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AUDIT-STATUS.

           SELECT hsFile ASSIGN TO "HIGHSCORE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HS-STATUS.

           SELECT playerIdxFile ASSIGN TO "PLAYER.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PIX-INITIALS
           FILE STATUS IS WS-PLAYERIDX-STATUS.

           SELECT hsIdxFile ASSIGN TO "HIGHSCORE.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS HIX-KEY
           FILE STATUS IS WS-HSIDX-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

      *any of the history files, a line at a time - the initials
      *are found by position, off the file list below
       FD  histFile.
       01  HIST-RECORD PIC X(400).

       FD  tempFile.
       01  TEMP-RECORD PIC X(400).

       FD  auditFile.
       01  AUDIT-RECORD.
           05 AU-NAME  PIC X(12).
           05 AU-OLD   PIC 9(8).
           05 AU-NEW   PIC 9(8).
           05 AU-STAMP PIC X(14).

       FD  hsFile.
       01  HS-RECORD.
           05 HS-INITIALS PIC X(3).
           05 HS-DATE     PIC X(8).
           05 HS-SCORE    PIC 9(10).
           05 HS-VERIFIED PIC X(1).

       FD  playerIdxFile.
       01  PLAYERIDX-RECORD.
           05 PIX-INITIALS PIC X(3).
           05 PIX-REST     PIC X(53).

       FD  hsIdxFile.
       01  HSIDX-RECORD.
           05 HIX-KEY.
              10 HIX-INITIALS PIC X(3).
              10 HIX-DATE     PIC X(8).
           05 HIX-SCORE    PIC 9(10).
           05 HIX-VERIFIED PIC X(1).

       WORKING-STORAGE SECTION.
       01  WS-PLAYER-STATUS    PIC X(2).
       01  WS-HIST-STATUS      PIC X(2).
       01  WS-TEMP-STATUS      PIC X(2).
       01  WS-AUDIT-STATUS     PIC X(2).
       01  WS-HS-STATUS        PIC X(2).
       01  WS-PLAYERIDX-STATUS PIC X(2).
       01  WS-HSIDX-STATUS     PIC X(2).
       01  WS-EOF PIC X(1) VALUE "N".
           88 WS-END-OF-FILE VALUE "Y".

       01  WS-HIST-NAME    PIC X(15).
       01  WS-FROM         PIC X(3).
       01  WS-TO           PIC X(3).
       01  WS-MODE         PIC X(6).
       01  WS-ANSWER       PIC X(1).
       01  WS-OPERATOR     PIC X(3).

      *every file that carries initials, and where on the line they
      *sit - up to three places a record (MATCHES.DAT has three)
       01  WS-FILE-TABLE.
           05 WS-FILE-ENTRY OCCURS 15 TIMES.
              10 WS-FL-NAME       PIC X(15).
              10 WS-FL-POS        PIC 9(3) OCCURS 3 TIMES.
              10 WS-FL-FROM-BEFORE PIC 9(6).
              10 WS-FL-TO-BEFORE  PIC 9(6).
              10 WS-FL-FROM-AFTER PIC 9(6).
              10 WS-FL-TO-AFTER   PIC 9(6).
              10 WS-FL-DROPPED    PIC 9(6).
       01  WS-FILE-COUNT   PIC 9(2) VALUE 15.
       01  WS-FILE-INDEX   PIC 9(2).
       01  WS-POS-INDEX    PIC 9(1).
       01  WS-POS          PIC 9(3).
       01  WS-HAS-FROM     PIC X(1).
       01  WS-HAS-TO       PIC X(1).
       01  WS-ACHIEVE-FILE PIC 9(2) VALUE 5.

      *the badges the surviving initials already hold, so the same
      *badge is not carried twice
       01  WS-BADGE-TABLE.
           05 WS-BADGE-ID PIC X(2) OCCURS 100 TIMES.
       01  WS-BADGE-COUNT  PIC 9(3) VALUE 0.
       01  WS-BADGE-INDEX  PIC 9(3).
       01  WS-BADGE-FOUND  PIC X(1).

       01  WS-PROFILE-TABLE.
           05 WS-PROFILE-ENTRY OCCURS 500 TIMES.
              10 WS-PF-INITIALS     PIC X(3).
              10 WS-PF-KEYMAP       PIC X(9).
              10 WS-PF-DAS-TICKS    PIC 9(2).
              10 WS-PF-ARR-TICKS    PIC 9(2).
              10 WS-PF-BOARD-HEIGHT PIC 9(2).
              10 WS-PF-BOARD-WIDTH  PIC 9(2).
              10 WS-PF-GAMES        PIC 9(6).
              10 WS-PF-SCORE        PIC 9(12).
              10 WS-PF-LINES        PIC 9(8).
              10 WS-PF-TOKENS       PIC 9(4).
              10 WS-PF-RATING       PIC 9(4).
              10 WS-PF-MISSION      PIC 9(2).
       01  WS-PROFILE-COUNT PIC 9(3) VALUE 0.
       01  WS-PROFILE-INDEX PIC 9(3).
       01  WS-FROM-FOUND    PIC 9(3).
       01  WS-TO-FOUND      PIC 9(3).

       01  WS-TOTAL-FROM    PIC 9(8) VALUE 0.
       01  WS-TOTAL-TO      PIC 9(8) VALUE 0.
       01  WS-LOADED        PIC 9(6).
       01  WS-DUPLICATES    PIC 9(6).
       01  WS-DISPLAY-A     PIC Z(5)9.
       01  WS-DISPLAY-B     PIC Z(5)9.
       01  WS-DISPLAY-C     PIC Z(5)9.
       01  WS-DISPLAY-D     PIC Z(5)9.
       01  WS-DISPLAY-E     PIC Z(5)9.

       01  WS-LOG-PROGRAM PIC X(12) VALUE "initmerge".
       01  WS-LOG-EVENT   PIC X(8).
       01  WS-LOG-TEXT    PIC X(30).

       PROCEDURE DIVISION.
       MAIN-PARA.
       MOVE "STARTUP" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       PERFORM LOAD-FILE-LIST-PARA.
       PERFORM ASK-INITIALS-PARA.
       IF WS-FROM NOT = SPACES THEN
          PERFORM LOAD-PROFILES-PARA
          PERFORM PREVIEW-PARA
          DISPLAY "GO AHEAD AND " FUNCTION TRIM (WS-MODE) " "
             WS-FROM " INTO " WS-TO "? (Y/N)"
          ACCEPT WS-ANSWER
          IF FUNCTION UPPER-CASE (WS-ANSWER) = "Y" THEN
             PERFORM APPLY-PARA
          ELSE
             DISPLAY "NOTHING CHANGED."
          END-IF
       END-IF.
       MOVE "EXIT" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       GOBACK.

       LOAD-FILE-LIST-PARA.
       INITIALIZE WS-FILE-TABLE.
       MOVE "SESSION.LOG" TO WS-FL-NAME(1).
       MOVE 69 TO WS-FL-POS(1, 1).
       MOVE "DAILYSCORE.DAT" TO WS-FL-NAME(2).
       MOVE 9 TO WS-FL-POS(2, 1).
       MOVE "HIGHSCORE.DAT" TO WS-FL-NAME(3).
       MOVE 1 TO WS-FL-POS(3, 1).
       MOVE "MATCHES.DAT" TO WS-FL-NAME(4).
       MOVE 9 TO WS-FL-POS(4, 1).
       MOVE 12 TO WS-FL-POS(4, 2).
       MOVE 15 TO WS-FL-POS(4, 3).
       MOVE "ACHIEVE.DAT" TO WS-FL-NAME(5).
       MOVE 1 TO WS-FL-POS(5, 1).
       MOVE "SPLITS.DAT" TO WS-FL-NAME(6).
       MOVE 1 TO WS-FL-POS(6, 1).
       MOVE "VOUCHER.DAT" TO WS-FL-NAME(7).
       MOVE 15 TO WS-FL-POS(7, 1).
       MOVE "MEMBERS.DAT" TO WS-FL-NAME(8).
       MOVE 26 TO WS-FL-POS(8, 1).
       MOVE "ULTRASCORE.DAT" TO WS-FL-NAME(9).
       MOVE 10 TO WS-FL-POS(9, 1).
       MOVE "COOPSCORE.DAT" TO WS-FL-NAME(10).
       MOVE 9 TO WS-FL-POS(10, 1).
       MOVE 12 TO WS-FL-POS(10, 2).
       MOVE "MASTERSCORE.DAT" TO WS-FL-NAME(11).
       MOVE 11 TO WS-FL-POS(11, 1).
       MOVE "SALES.DAT" TO WS-FL-NAME(12).
       MOVE 24 TO WS-FL-POS(12, 1).
       MOVE "AGES.DAT" TO WS-FL-NAME(13).
       MOVE 29 TO WS-FL-POS(13, 1).
       MOVE "SPENDDAY.DAT" TO WS-FL-NAME(14).
       MOVE 1 TO WS-FL-POS(14, 1).
       MOVE "MEMBERTIER.DAT" TO WS-FL-NAME(15).
       MOVE 6 TO WS-FL-POS(15, 1).

       ASK-INITIALS-PARA.
       DISPLAY "OPERATOR INITIALS:".
       ACCEPT WS-OPERATOR.
       MOVE FUNCTION UPPER-CASE (WS-OPERATOR) TO WS-OPERATOR.
       DISPLAY "INITIALS TO MOVE FROM:".
       ACCEPT WS-FROM.
       MOVE FUNCTION UPPER-CASE (WS-FROM) TO WS-FROM.
       DISPLAY "INITIALS TO MOVE TO:".
       ACCEPT WS-TO.
       MOVE FUNCTION UPPER-CASE (WS-TO) TO WS-TO.
       IF WS-FROM = SPACES OR WS-TO = SPACES OR WS-FROM = WS-TO OR
             WS-FROM = "???" OR WS-TO = "???" THEN
          DISPLAY "TWO DIFFERENT SETS OF INITIALS ARE NEEDED"
             " (NOT THE WALK-UP ???)."
          MOVE SPACES TO WS-FROM
       END-IF.

       LOAD-PROFILES-PARA.
       MOVE 0 TO WS-PROFILE-COUNT.
       MOVE 0 TO WS-FROM-FOUND.
       MOVE 0 TO WS-TO-FOUND.
       MOVE "N" TO WS-EOF.
       OPEN INPUT playerFile.
       IF WS-PLAYER-STATUS = "00" THEN
          PERFORM UNTIL WS-END-OF-FILE
             READ playerFile
                AT END MOVE "Y" TO WS-EOF
                NOT AT END
                   IF PL-INITIALS NOT = SPACES AND
                      WS-PROFILE-COUNT < 500 THEN
                      ADD 1 TO WS-PROFILE-COUNT
                      MOVE PLAYER-RECORD
                         TO WS-PROFILE-ENTRY(WS-PROFILE-COUNT)
                      IF PL-INITIALS = WS-FROM THEN
                         MOVE WS-PROFILE-COUNT TO WS-FROM-FOUND
                      END-IF
                      IF PL-INITIALS = WS-TO THEN
                         MOVE WS-PROFILE-COUNT TO WS-TO-FOUND
                      END-IF
                   END-IF
             END-READ
          END-PERFORM
          CLOSE playerFile
       END-IF.
       IF WS-TO-FOUND > 0 THEN
          MOVE "MERGE" TO WS-MODE
       ELSE
          MOVE "RENAME" TO WS-MODE
       END-IF.

      *=================================================
      *   PREVIEW - COUNT, CHANGE NOTHING
      *=================================================
       PREVIEW-PARA.
       DISPLAY " ".
       DISPLAY FUNCTION TRIM (WS-MODE) " " WS-FROM " INTO " WS-TO.
       IF WS-FROM-FOUND > 0 THEN
          DISPLAY "  PROFILE " WS-FROM ": GAMES "
             WS-PF-GAMES(WS-FROM-FOUND) " SCORE "
             WS-PF-SCORE(WS-FROM-FOUND) " TOKENS "
             WS-PF-TOKENS(WS-FROM-FOUND)
       ELSE
          DISPLAY "  NO PROFILE UNDER " WS-FROM
             " - ONLY ITS HISTORY MOVES."
       END-IF.
       IF WS-TO-FOUND > 0 THEN
          DISPLAY "  PROFILE " WS-TO ": GAMES "
             WS-PF-GAMES(WS-TO-FOUND) " SCORE "
             WS-PF-SCORE(WS-TO-FOUND) " TOKENS "
             WS-PF-TOKENS(WS-TO-FOUND)
          DISPLAY "  THE TOTALS ARE ADDED INTO " WS-TO
             ", WHOSE SETTINGS ARE KEPT."
       END-IF.
       DISPLAY "  FILE              RECORDS " WS-FROM "  RECORDS "
             WS-TO.
       PERFORM VARYING WS-FILE-INDEX FROM 1 BY 1
       UNTIL WS-FILE-INDEX > WS-FILE-COUNT
          PERFORM COUNT-FILE-PARA
          MOVE WS-FL-FROM-AFTER(WS-FILE-INDEX)
             TO WS-FL-FROM-BEFORE(WS-FILE-INDEX)
          MOVE WS-FL-TO-AFTER(WS-FILE-INDEX)
             TO WS-FL-TO-BEFORE(WS-FILE-INDEX)
          MOVE WS-FL-FROM-BEFORE(WS-FILE-INDEX) TO WS-DISPLAY-A
          MOVE WS-FL-TO-BEFORE(WS-FILE-INDEX) TO WS-DISPLAY-B
          DISPLAY "  " WS-FL-NAME(WS-FILE-INDEX) "  " WS-DISPLAY-A
             "      " WS-DISPLAY-B
          ADD WS-FL-FROM-BEFORE(WS-FILE-INDEX) TO WS-TOTAL-FROM
       END-PERFORM.

      *how many records in the file carry each set of initials -
      *a match between the two counts under both. on the badge file
      *the surviving initials' badges are noted as they go by
       COUNT-FILE-PARA.
       MOVE 0 TO WS-FL-FROM-AFTER(WS-FILE-INDEX).
       MOVE 0 TO WS-FL-TO-AFTER(WS-FILE-INDEX).
       IF WS-FILE-INDEX = WS-ACHIEVE-FILE THEN
          MOVE 0 TO WS-BADGE-COUNT
       END-IF.
       MOVE WS-FL-NAME(WS-FILE-INDEX) TO WS-HIST-NAME.
       MOVE "N" TO WS-EOF.
       OPEN INPUT histFile.
       IF WS-HIST-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ histFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                PERFORM SCAN-RECORD-PARA
                IF WS-HAS-FROM = "Y" THEN
                   ADD 1 TO WS-FL-FROM-AFTER(WS-FILE-INDEX)
                END-IF
                IF WS-HAS-TO = "Y" THEN
                   ADD 1 TO WS-FL-TO-AFTER(WS-FILE-INDEX)
                   IF WS-FILE-INDEX = WS-ACHIEVE-FILE AND
                      WS-BADGE-COUNT < 100 THEN
                      ADD 1 TO WS-BADGE-COUNT
                      MOVE HIST-RECORD (4:2)
                         TO WS-BADGE-ID(WS-BADGE-COUNT)
                   END-IF
                END-IF
          END-READ
       END-PERFORM.
       CLOSE histFile.

       SCAN-RECORD-PARA.
       MOVE "N" TO WS-HAS-FROM.
       MOVE "N" TO WS-HAS-TO.
       PERFORM VARYING WS-POS-INDEX FROM 1 BY 1
       UNTIL WS-POS-INDEX > 3
          MOVE WS-FL-POS(WS-FILE-INDEX, WS-POS-INDEX) TO WS-POS
          IF WS-POS > 0 THEN
             IF HIST-RECORD (WS-POS:3) = WS-FROM THEN
                MOVE "Y" TO WS-HAS-FROM
             END-IF
             IF HIST-RECORD (WS-POS:3) = WS-TO THEN
                MOVE "Y" TO WS-HAS-TO
             END-IF
          END-IF
       END-PERFORM.

      *=================================================
      *   APPLY - PROFILES, HISTORY, AUDIT, INDEXES
      *=================================================
       APPLY-PARA.
       PERFORM SAVE-PROFILES-PARA.
       PERFORM VARYING WS-FILE-INDEX FROM 1 BY 1
       UNTIL WS-FILE-INDEX > WS-FILE-COUNT
          PERFORM REKEY-FILE-PARA
          PERFORM COUNT-FILE-PARA
          ADD WS-FL-TO-AFTER(WS-FILE-INDEX) TO WS-TOTAL-TO
       END-PERFORM.
       DISPLAY " ".
       DISPLAY "FILE               BEFORE " WS-FROM "/" WS-TO
          "     AFTER " WS-FROM "/" WS-TO "  DROPPED".
       PERFORM VARYING WS-FILE-INDEX FROM 1 BY 1
       UNTIL WS-FILE-INDEX > WS-FILE-COUNT
          MOVE WS-FL-FROM-BEFORE(WS-FILE-INDEX) TO WS-DISPLAY-A
          MOVE WS-FL-TO-BEFORE(WS-FILE-INDEX) TO WS-DISPLAY-B
          MOVE WS-FL-FROM-AFTER(WS-FILE-INDEX) TO WS-DISPLAY-C
          MOVE WS-FL-TO-AFTER(WS-FILE-INDEX) TO WS-DISPLAY-D
          MOVE WS-FL-DROPPED(WS-FILE-INDEX) TO WS-DISPLAY-E
          DISPLAY WS-FL-NAME(WS-FILE-INDEX) " " WS-DISPLAY-A "/"
             WS-DISPLAY-B " " WS-DISPLAY-C "/" WS-DISPLAY-D "  "
             WS-DISPLAY-E
       END-PERFORM.
       PERFORM WRITE-AUDIT-PARA.
       PERFORM BUILD-PLAYER-INDEX-PARA.
       PERFORM BUILD-HS-INDEX-PARA.
       MOVE "MERGED" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       STRING WS-MODE DELIMITED BY SPACE
          " " WS-FROM " INTO " WS-TO " BY " WS-OPERATOR
          DELIMITED BY SIZE INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       DISPLAY WS-FROM " IS NOW " WS-TO " EVERYWHERE.".

      *a rename just changes the key; a merge adds the totals into
      *the surviving profile and drops the other
       SAVE-PROFILES-PARA.
       IF WS-FROM-FOUND = 0 THEN
          EXIT PARAGRAPH
       END-IF.
       IF WS-TO-FOUND = 0 THEN
          MOVE WS-TO TO WS-PF-INITIALS(WS-FROM-FOUND)
       ELSE
          ADD WS-PF-GAMES(WS-FROM-FOUND) TO WS-PF-GAMES(WS-TO-FOUND)
          ADD WS-PF-SCORE(WS-FROM-FOUND) TO WS-PF-SCORE(WS-TO-FOUND)
          ADD WS-PF-LINES(WS-FROM-FOUND) TO WS-PF-LINES(WS-TO-FOUND)
          ADD WS-PF-TOKENS(WS-FROM-FOUND)
             TO WS-PF-TOKENS(WS-TO-FOUND)
          MOVE SPACES TO WS-PF-INITIALS(WS-FROM-FOUND)
       END-IF.
       OPEN OUTPUT playerFile.
       IF WS-PLAYER-STATUS NOT = "00" THEN
          DISPLAY "PLAYER.DAT COULD NOT BE WRITTEN - " WS-PLAYER-STATUS
          EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-PROFILE-INDEX FROM 1 BY 1
       UNTIL WS-PROFILE-INDEX > WS-PROFILE-COUNT
          IF WS-PF-INITIALS(WS-PROFILE-INDEX) NOT = SPACES THEN
             MOVE WS-PROFILE-ENTRY(WS-PROFILE-INDEX) TO PLAYER-RECORD
             WRITE PLAYER-RECORD
          END-IF
       END-PERFORM.
       CLOSE playerFile.

      *copy the file to INITMERGE.TMP with the initials changed,
      *then copy it back over the original
       REKEY-FILE-PARA.
       MOVE 0 TO WS-FL-DROPPED(WS-FILE-INDEX).
       IF WS-FL-FROM-BEFORE(WS-FILE-INDEX) = 0 THEN
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-FL-NAME(WS-FILE-INDEX) TO WS-HIST-NAME.
       MOVE "N" TO WS-EOF.
       OPEN INPUT histFile.
       IF WS-HIST-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       OPEN OUTPUT tempFile.
       IF WS-TEMP-STATUS NOT = "00" THEN
          DISPLAY "INITMERGE.TMP COULD NOT BE WRITTEN - "
             WS-FL-NAME(WS-FILE-INDEX) " LEFT AS IT WAS."
          CLOSE histFile
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ histFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                PERFORM REKEY-RECORD-PARA
          END-READ
       END-PERFORM.
       CLOSE histFile.
       CLOSE tempFile.
       MOVE "N" TO WS-EOF.
       OPEN INPUT tempFile.
       OPEN OUTPUT histFile.
       PERFORM UNTIL WS-END-OF-FILE
          READ tempFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                MOVE TEMP-RECORD TO HIST-RECORD
                WRITE HIST-RECORD
          END-READ
       END-PERFORM.
       CLOSE tempFile.
       CLOSE histFile.

       REKEY-RECORD-PARA.
       PERFORM SCAN-RECORD-PARA.
       IF WS-HAS-FROM = "Y" AND WS-FILE-INDEX = WS-ACHIEVE-FILE THEN
          MOVE "N" TO WS-BADGE-FOUND
          PERFORM VARYING WS-BADGE-INDEX FROM 1 BY 1
          UNTIL WS-BADGE-INDEX > WS-BADGE-COUNT
             IF WS-BADGE-ID(WS-BADGE-INDEX) = HIST-RECORD (4:2) THEN
                MOVE "Y" TO WS-BADGE-FOUND
             END-IF
          END-PERFORM
          IF WS-BADGE-FOUND = "Y" THEN
             ADD 1 TO WS-FL-DROPPED(WS-FILE-INDEX)
             EXIT PARAGRAPH
          END-IF
       END-IF.
       IF WS-HAS-FROM = "Y" THEN
          PERFORM VARYING WS-POS-INDEX FROM 1 BY 1
          UNTIL WS-POS-INDEX > 3
             MOVE WS-FL-POS(WS-FILE-INDEX, WS-POS-INDEX) TO WS-POS
             IF WS-POS > 0 THEN
                IF HIST-RECORD (WS-POS:3) = WS-FROM THEN
                   MOVE WS-TO TO HIST-RECORD (WS-POS:3)
                END-IF
             END-IF
          END-PERFORM
       END-IF.
       MOVE HIST-RECORD TO TEMP-RECORD.
       WRITE TEMP-RECORD.

      *the name carries both sets of initials; old is what the
      *old initials held across the files, new what the surviving
      *initials hold now
       WRITE-AUDIT-PARA.
       MOVE SPACES TO AU-NAME.
       STRING "INIT " WS-FROM ">" WS-TO DELIMITED BY SIZE
          INTO AU-NAME.
       MOVE WS-TOTAL-FROM TO AU-OLD.
       MOVE WS-TOTAL-TO TO AU-NEW.
       MOVE FUNCTION CURRENT-DATE (1:14) TO AU-STAMP.
       OPEN EXTEND auditFile.
       IF WS-AUDIT-STATUS = "35" OR WS-AUDIT-STATUS = "05" THEN
          CLOSE auditFile
          OPEN OUTPUT auditFile
       END-IF.
       IF WS-AUDIT-STATUS = "00" THEN
          WRITE AUDIT-RECORD
          CLOSE auditFile
       END-IF.

      *=================================================
      *   REBUILD THE INDEXES FROM THE MASTERS
      *=================================================
       BUILD-PLAYER-INDEX-PARA.
       MOVE 0 TO WS-LOADED.
       MOVE 0 TO WS-DUPLICATES.
       OPEN OUTPUT playerIdxFile.
       IF WS-PLAYERIDX-STATUS NOT = "00" THEN
          DISPLAY "PLAYER.IDX COULD NOT BE REBUILT, STATUS "
             WS-PLAYERIDX-STATUS " - RUN IDXBUILD."
          EXIT PARAGRAPH
       END-IF.
       MOVE "N" TO WS-EOF.
       OPEN INPUT playerFile.
       IF WS-PLAYER-STATUS = "00" THEN
          PERFORM UNTIL WS-END-OF-FILE
             READ playerFile
                AT END MOVE "Y" TO WS-EOF
                NOT AT END
                   IF PL-INITIALS NOT = SPACES THEN
                      MOVE PLAYER-RECORD TO PLAYERIDX-RECORD
                      WRITE PLAYERIDX-RECORD
                         INVALID KEY ADD 1 TO WS-DUPLICATES
                         NOT INVALID KEY ADD 1 TO WS-LOADED
                      END-WRITE
                   END-IF
             END-READ
          END-PERFORM
          CLOSE playerFile
       END-IF.
       CLOSE playerIdxFile.
       DISPLAY "PLAYER.IDX REBUILT: " WS-LOADED " RECORDS.".

       BUILD-HS-INDEX-PARA.
      *two scores on one day under the surviving initials share a
      *key - the first stays on the index, as in IDXBUILD
       MOVE 0 TO WS-LOADED.
       MOVE 0 TO WS-DUPLICATES.
       OPEN OUTPUT hsIdxFile.
       IF WS-HSIDX-STATUS NOT = "00" THEN
          DISPLAY "HIGHSCORE.IDX COULD NOT BE REBUILT, STATUS "
             WS-HSIDX-STATUS " - RUN IDXBUILD."
          EXIT PARAGRAPH
       END-IF.
       MOVE "N" TO WS-EOF.
       OPEN INPUT hsFile.
       IF WS-HS-STATUS = "00" THEN
          PERFORM UNTIL WS-END-OF-FILE
             READ hsFile
                AT END MOVE "Y" TO WS-EOF
                NOT AT END
                   IF HS-INITIALS NOT = SPACES THEN
                      MOVE HS-INITIALS TO HIX-INITIALS
                      MOVE HS-DATE TO HIX-DATE
                      MOVE HS-SCORE TO HIX-SCORE
                      MOVE HS-VERIFIED TO HIX-VERIFIED
                      WRITE HSIDX-RECORD
                         INVALID KEY ADD 1 TO WS-DUPLICATES
                         NOT INVALID KEY ADD 1 TO WS-LOADED
                      END-WRITE
                   END-IF
             END-READ
          END-PERFORM
          CLOSE hsFile
       END-IF.
       CLOSE hsIdxFile.
       DISPLAY "HIGHSCORE.IDX REBUILT: " WS-LOADED " RECORDS, "
             WS-DUPLICATES " SAME-DAY DUPLICATES LEFT OFF.".

       END PROGRAM initmerge.
