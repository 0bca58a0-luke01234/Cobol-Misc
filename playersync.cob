       IDENTIFICATION DIVISION.
       PROGRAM-ID. playersync.

      *keeps PLAYER.DAT the same on every cabinet, so tokens bought
      *on one machine can be spent on any of them. each cabinet's
      *own changes are found by setting PLAYER.DAT beside the copy
      *left in PLAYERBASE.DAT at the last sync, and written as
      *change records to its own journal, PLAYERCHG<n>.DAT (n off
      *MACHINE.CFG, no file meaning machine 1). the journals are
      *copied between the cabinets the way the fleet files are
      *collected, and each cabinet applies the records from the
      *others that it has not yet seen - PLAYERSYNC.DAT remembers
      *the last sequence number taken from every journal. tokens,
      *games, score and lines travel as debits and credits, never
      *as a copied balance, so a top-up on one machine and a play
      *on another both survive. a debit that would take the
      *balance below nothing means the same tokens were spent on
      *two cabinets: the balance stops at zero and the conflict is
      *reported. rating, mission and the player's settings travel
      *as values; where this cabinet changed the same one since
      *the last sync its own value is kept and that is reported
      *too. every change applied is logged to PLAYERSYNC.LOG, the
      *run is summed up on PLAYERSYNC.RPT for the report catalog,
      *and PLAYER.IDX is rebuilt from the master afterwards

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT playerFile ASSIGN TO "PLAYER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLAYER-STATUS.

           SELECT baseFile ASSIGN TO "PLAYERBASE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BASE-STATUS.

           SELECT journalFile ASSIGN TO WS-JOURNAL-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-STATUS.

           SELECT stateFile ASSIGN TO "PLAYERSYNC.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STATE-STATUS.

           SELECT syncLogFile ASSIGN TO "PLAYERSYNC.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SYNCLOG-STATUS.

           SELECT machineFile ASSIGN TO "MACHINE.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MACHINE-STATUS.

           SELECT dutyFile ASSIGN TO "ONDUTY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DUTY-STATUS.

           SELECT reportFile ASSIGN TO "PLAYERSYNC.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

           SELECT playerIdxFile ASSIGN TO "PLAYER.IDX"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS PIX-INITIALS
           FILE STATUS IS WS-PLAYERIDX-STATUS.

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

      *PLAYER.DAT as it stood when the last sync finished
       FD  baseFile.
       01  BASE-RECORD PIC X(56).

      *one profile change. a D record carries a signed amount to
      *add (TOKENS, GAMES, SCORE, LINES), a V record a new value
      *(RATING, MISSION), an S record the player's settings in
      *PC-TEXT and an N record a profile first made on the origin
      *cabinet, with its settings. PC-BEFORE and PC-AFTER are what
      *the origin held either side of the change
       FD  journalFile.
       01  CHANGE-RECORD.
           05 PC-MACHINE  PIC 9(1).
           05 PC-SEQ      PIC 9(6).
           05 PC-STAMP    PIC X(14).
           05 PC-INITIALS PIC X(3).
           05 PC-KIND     PIC X(1).
           05 PC-FIELD    PIC X(8).
           05 PC-AMOUNT   PIC S9(12) SIGN LEADING SEPARATE.
           05 PC-BEFORE   PIC 9(12).
           05 PC-AFTER    PIC 9(12).
           05 PC-TEXT     PIC X(17).

      *the last sequence number taken from each cabinet's journal -
      *this cabinet's own line is the last one it wrote
       FD  stateFile.
       01  STATE-RECORD.
           05 PS-MACHINE  PIC 9(1).
           05 PS-LAST-SEQ PIC 9(6).

      *every change applied here: A applied, Z a debit stopped at
      *zero, K this cabinet's own value kept, X not applied
       FD  syncLogFile.
       01  SYNCLOG-RECORD.
           05 SY-STAMP    PIC X(14).
           05 SY-MACHINE  PIC 9(1).
           05 SY-SEQ      PIC 9(6).
           05 SY-INITIALS PIC X(3).
           05 SY-FIELD    PIC X(8).
           05 SY-BEFORE   PIC 9(12).
           05 SY-AFTER    PIC 9(12).
           05 SY-RESULT   PIC X(1).

      *which cabinet this is, 1-4 the way the fleet report numbers
      *them - no MACHINE.CFG means machine 1
       FD  machineFile.
       01  MACHINE-RECORD PIC X(1).

       FD  dutyFile.
       01  DUTY-RECORD.
           05 OD-OPERATOR PIC X(3).
           05 OD-STAMP    PIC X(14).

       FD  reportFile.
       01  REPORT-LINE PIC X(100).

       FD  playerIdxFile.
       01  PLAYERIDX-RECORD.
           05 PIX-INITIALS PIC X(3).
           05 PIX-REST     PIC X(53).

       WORKING-STORAGE SECTION.
       01  WS-PLAYER-STATUS    PIC X(2).
       01  WS-BASE-STATUS      PIC X(2).
       01  WS-JOURNAL-STATUS   PIC X(2).
       01  WS-STATE-STATUS     PIC X(2).
       01  WS-SYNCLOG-STATUS   PIC X(2).
       01  WS-MACHINE-STATUS   PIC X(2).
       01  WS-DUTY-STATUS      PIC X(2).
       01  WS-REPORT-STATUS    PIC X(2).
       01  WS-PLAYERIDX-STATUS PIC X(2).
       01  WS-EOF PIC X(1) VALUE "N".
           88 WS-END-OF-FILE VALUE "Y".

       01  WS-JOURNAL-NAME PIC X(14).
       01  WS-MACHINE      PIC 9(1) VALUE 1.
       01  WS-ORIGIN       PIC 9(1).

       01  WS-PROFILE-TABLE.
           05 WS-PROFILE-ENTRY OCCURS 500 TIMES.
              10 WS-PF-INITIALS PIC X(3).
              10 WS-PF-SETTINGS PIC X(17).
              10 WS-PF-GAMES    PIC 9(6).
              10 WS-PF-SCORE    PIC 9(12).
              10 WS-PF-LINES    PIC 9(8).
              10 WS-PF-TOKENS   PIC 9(4).
              10 WS-PF-RATING   PIC 9(4).
              10 WS-PF-MISSION  PIC 9(2).
       01  WS-PROFILE-COUNT PIC 9(3) VALUE 0.
       01  WS-PROFILE-INDEX PIC 9(3).
       01  WS-PROFILE-FOUND PIC 9(3).

       01  WS-BASE-TABLE.
           05 WS-BASE-ENTRY OCCURS 500 TIMES.
              10 WS-BS-INITIALS PIC X(3).
              10 WS-BS-SETTINGS PIC X(17).
              10 WS-BS-GAMES    PIC 9(6).
              10 WS-BS-SCORE    PIC 9(12).
              10 WS-BS-LINES    PIC 9(8).
              10 WS-BS-TOKENS   PIC 9(4).
              10 WS-BS-RATING   PIC 9(4).
              10 WS-BS-MISSION  PIC 9(2).
       01  WS-BASE-COUNT    PIC 9(3) VALUE 0.
       01  WS-BASE-INDEX    PIC 9(3).
       01  WS-BASE-FOUND    PIC 9(3).

      *the value fields this cabinet changed since the last sync -
      *a remote value for one of these is a conflict
       01  WS-LOCAL-TABLE.
           05 WS-LOCAL-ENTRY OCCURS 1500 TIMES.
              10 WS-LC-INITIALS PIC X(3).
              10 WS-LC-FIELD    PIC X(8).
       01  WS-LOCAL-COUNT   PIC 9(4) VALUE 0.
       01  WS-LOCAL-INDEX   PIC 9(4).
       01  WS-LOCAL-HIT     PIC X(1).

       01  WS-STATE-TABLE.
           05 WS-LAST-SEQ PIC 9(6) OCCURS 4 TIMES.
       01  WS-NEXT-SEQ      PIC 9(6).

      *the change being written or applied
       01  WS-CHG-KIND      PIC X(1).
       01  WS-CHG-FIELD     PIC X(8).
       01  WS-CHG-AMOUNT    PIC S9(12).
       01  WS-CHG-BEFORE    PIC 9(12).
       01  WS-CHG-AFTER     PIC 9(12).
       01  WS-CHG-TEXT      PIC X(17).
       01  WS-NEW-VALUE     PIC S9(13).
       01  WS-FIELD-CAP     PIC 9(12).
       01  WS-RESULT        PIC X(1).
       01  WS-CONFLICT-TEXT PIC X(40).

       01  WS-SENT          PIC 9(5) VALUE 0.
       01  WS-APPLIED       PIC 9(5) VALUE 0.
       01  WS-CONFLICTS     PIC 9(5) VALUE 0.
       01  WS-TAKEN         PIC 9(5) OCCURS 4 TIMES.
       01  WS-LOADED        PIC 9(5).

       01  WS-OPERATOR      PIC X(3).
       01  WS-NOW           PIC X(14).
       01  WS-DISPLAY-NUM   PIC ZZZZ9.
       01  WS-DISPLAY-SEQ   PIC Z(5)9.

       01  WS-LOG-PROGRAM PIC X(12) VALUE "playersync".
       01  WS-LOG-EVENT   PIC X(8).
       01  WS-LOG-TEXT    PIC X(30).
       01  WS-REPORT-NAME PIC X(20) VALUE "PLAYERSYNC.RPT".

       PROCEDURE DIVISION.
       MAIN-PARA.
       MOVE "STARTUP" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       MOVE FUNCTION CURRENT-DATE (1:14) TO WS-NOW.
       PERFORM FIND-OPERATOR-PARA.
       PERFORM LOAD-MACHINE-PARA.
       PERFORM LOAD-STATE-PARA.
       PERFORM LOAD-PROFILES-PARA.
       PERFORM LOAD-BASE-PARA.
       OPEN OUTPUT reportFile.
       IF WS-REPORT-STATUS NOT = "00" THEN
          DISPLAY "PLAYERSYNC.RPT COULD NOT BE OPENED - "
             WS-REPORT-STATUS " - NOTHING SYNCED."
          GOBACK
       END-IF.
       MOVE SPACES TO REPORT-LINE.
       STRING "PLAYER PROFILE SYNC   CABINET " WS-MACHINE "   RUN "
             WS-NOW " BY " WS-OPERATOR
          DELIMITED BY SIZE INTO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       PERFORM SEND-LOCAL-CHANGES-PARA.
       PERFORM VARYING WS-ORIGIN FROM 1 BY 1 UNTIL WS-ORIGIN > 4
          MOVE 0 TO WS-TAKEN(WS-ORIGIN)
          IF WS-ORIGIN NOT = WS-MACHINE THEN
             PERFORM TAKE-ONE-JOURNAL-PARA
          END-IF
       END-PERFORM.
       PERFORM SAVE-PROFILES-PARA.
       PERFORM SAVE-STATE-PARA.
       PERFORM BUILD-PLAYER-INDEX-PARA.
       PERFORM REPORT-TOTALS-PARA.
       CLOSE reportFile.
       CALL "rptfile" USING WS-REPORT-NAME WS-LOG-PROGRAM
             WS-OPERATOR.
       MOVE "PLYRSYNC" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       MOVE WS-APPLIED TO WS-DISPLAY-NUM.
       STRING WS-DISPLAY-NUM " IN" DELIMITED BY SIZE
          INTO WS-LOG-TEXT.
       MOVE WS-SENT TO WS-DISPLAY-NUM.
       STRING WS-DISPLAY-NUM " OUT" DELIMITED BY SIZE
          INTO WS-LOG-TEXT (9:9).
       MOVE WS-CONFLICTS TO WS-DISPLAY-NUM.
       STRING WS-DISPLAY-NUM " CONFLICT" DELIMITED BY SIZE
          INTO WS-LOG-TEXT (18:13).
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
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

       LOAD-MACHINE-PARA.
       MOVE 1 TO WS-MACHINE.
       OPEN INPUT machineFile.
       IF WS-MACHINE-STATUS = "00" THEN
          READ machineFile
             AT END CONTINUE
             NOT AT END
                IF MACHINE-RECORD IS NUMERIC AND
                   MACHINE-RECORD NOT = "0" AND
                   MACHINE-RECORD NOT > "4" THEN
                   MOVE MACHINE-RECORD TO WS-MACHINE
                END-IF
          END-READ
          CLOSE machineFile
       END-IF.

      *=================================================
      *   THE FILES THIS CABINET HOLDS
      *=================================================
       LOAD-STATE-PARA.
       MOVE 0 TO WS-LAST-SEQ(1) WS-LAST-SEQ(2) WS-LAST-SEQ(3)
             WS-LAST-SEQ(4).
       MOVE "N" TO WS-EOF.
       OPEN INPUT stateFile.
       IF WS-STATE-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ stateFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF PS-MACHINE IS NUMERIC AND PS-MACHINE > 0 AND
                   PS-MACHINE < 5 AND PS-LAST-SEQ IS NUMERIC THEN
                   MOVE PS-LAST-SEQ TO WS-LAST-SEQ(PS-MACHINE)
                END-IF
          END-READ
       END-PERFORM.
       CLOSE stateFile.

       SAVE-STATE-PARA.
       OPEN OUTPUT stateFile.
       IF WS-STATE-STATUS NOT = "00" THEN
          DISPLAY "PLAYERSYNC.DAT COULD NOT BE WRITTEN - "
             WS-STATE-STATUS
          EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-ORIGIN FROM 1 BY 1 UNTIL WS-ORIGIN > 4
          MOVE WS-ORIGIN TO PS-MACHINE
          MOVE WS-LAST-SEQ(WS-ORIGIN) TO PS-LAST-SEQ
          WRITE STATE-RECORD
       END-PERFORM.
       CLOSE stateFile.

       LOAD-PROFILES-PARA.
       MOVE 0 TO WS-PROFILE-COUNT.
       MOVE "N" TO WS-EOF.
       OPEN INPUT playerFile.
       IF WS-PLAYER-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ playerFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF PL-INITIALS NOT = SPACES AND
                   WS-PROFILE-COUNT < 500 THEN
                   ADD 1 TO WS-PROFILE-COUNT
                   MOVE PLAYER-RECORD
                      TO WS-PROFILE-ENTRY(WS-PROFILE-COUNT)
                END-IF
          END-READ
       END-PERFORM.
       CLOSE playerFile.

       LOAD-BASE-PARA.
       MOVE 0 TO WS-BASE-COUNT.
       MOVE "N" TO WS-EOF.
       OPEN INPUT baseFile.
       IF WS-BASE-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ baseFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF BASE-RECORD (1:3) NOT = SPACES AND
                   WS-BASE-COUNT < 500 THEN
                   ADD 1 TO WS-BASE-COUNT
                   MOVE BASE-RECORD TO WS-BASE-ENTRY(WS-BASE-COUNT)
                END-IF
          END-READ
       END-PERFORM.
       CLOSE baseFile.

       SAVE-PROFILES-PARA.
      *PLAYER.DAT and the new base are written from the same table,
      *so what came in from the other cabinets is not sent back out
      *as this cabinet's own change next time
       OPEN OUTPUT playerFile.
       IF WS-PLAYER-STATUS NOT = "00" THEN
          DISPLAY "PLAYER.DAT COULD NOT BE WRITTEN - " WS-PLAYER-STATUS
          EXIT PARAGRAPH
       END-IF.
       OPEN OUTPUT baseFile.
       PERFORM VARYING WS-PROFILE-INDEX FROM 1 BY 1
       UNTIL WS-PROFILE-INDEX > WS-PROFILE-COUNT
          MOVE WS-PROFILE-ENTRY(WS-PROFILE-INDEX) TO PLAYER-RECORD
          WRITE PLAYER-RECORD
          IF WS-BASE-STATUS = "00" THEN
             MOVE WS-PROFILE-ENTRY(WS-PROFILE-INDEX) TO BASE-RECORD
             WRITE BASE-RECORD
          END-IF
       END-PERFORM.
       CLOSE playerFile.
       IF WS-BASE-STATUS = "00" THEN
          CLOSE baseFile
       END-IF.

      *=================================================
      *   THIS CABINET'S CHANGES OUT TO ITS JOURNAL
      *=================================================
       SEND-LOCAL-CHANGES-PARA.
       MOVE SPACES TO WS-JOURNAL-NAME.
       STRING "PLAYERCHG" WS-MACHINE ".DAT"
          DELIMITED BY SIZE INTO WS-JOURNAL-NAME.
       OPEN EXTEND journalFile.
       IF WS-JOURNAL-STATUS = "35" OR WS-JOURNAL-STATUS = "05" THEN
          CLOSE journalFile
          OPEN OUTPUT journalFile
       END-IF.
       IF WS-JOURNAL-STATUS NOT = "00" THEN
          DISPLAY WS-JOURNAL-NAME " COULD NOT BE WRITTEN - "
             WS-JOURNAL-STATUS " - NOTHING SENT."
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-LAST-SEQ(WS-MACHINE) TO WS-NEXT-SEQ.
       MOVE 0 TO WS-LOCAL-COUNT.
       PERFORM VARYING WS-PROFILE-INDEX FROM 1 BY 1
       UNTIL WS-PROFILE-INDEX > WS-PROFILE-COUNT
          PERFORM SEND-ONE-PROFILE-PARA
       END-PERFORM.
       CLOSE journalFile.
       MOVE WS-NEXT-SEQ TO WS-LAST-SEQ(WS-MACHINE).
      *a profile that was here at the last sync and is gone now was
      *merged or removed by hand - that is not something to copy
      *across the fleet unseen
       PERFORM VARYING WS-BASE-INDEX FROM 1 BY 1
       UNTIL WS-BASE-INDEX > WS-BASE-COUNT
          MOVE WS-BS-INITIALS(WS-BASE-INDEX) TO PC-INITIALS
          PERFORM FIND-PROFILE-PARA
          IF WS-PROFILE-FOUND = 0 THEN
             MOVE "REMOVED HERE - NOT SENT, CHECK BY HAND"
                TO WS-CONFLICT-TEXT
             MOVE WS-MACHINE TO PC-MACHINE
             MOVE 0 TO PC-SEQ
             MOVE "PROFILE" TO PC-FIELD
             PERFORM REPORT-CONFLICT-PARA
          END-IF
       END-PERFORM.

       SEND-ONE-PROFILE-PARA.
      *a profile the base has never seen goes out whole - N with
      *its settings, then its counts as credits from nothing
       MOVE 0 TO WS-BASE-FOUND.
       PERFORM VARYING WS-BASE-INDEX FROM 1 BY 1
       UNTIL WS-BASE-INDEX > WS-BASE-COUNT
          IF WS-BS-INITIALS(WS-BASE-INDEX) =
             WS-PF-INITIALS(WS-PROFILE-INDEX) THEN
             MOVE WS-BASE-INDEX TO WS-BASE-FOUND
          END-IF
       END-PERFORM.
       IF WS-BASE-FOUND = 0 AND WS-BASE-COUNT >= 500 THEN
          DISPLAY "PLAYERBASE.DAT FULL - " WS-PF-INITIALS
             (WS-PROFILE-INDEX) " NOT SENT."
          EXIT PARAGRAPH
       END-IF.
       IF WS-BASE-FOUND = 0 THEN
          ADD 1 TO WS-BASE-COUNT
          MOVE WS-BASE-COUNT TO WS-BASE-FOUND
          MOVE WS-PF-INITIALS(WS-PROFILE-INDEX)
             TO WS-BS-INITIALS(WS-BASE-FOUND)
          MOVE WS-PF-SETTINGS(WS-PROFILE-INDEX)
             TO WS-BS-SETTINGS(WS-BASE-FOUND)
          MOVE 0 TO WS-BS-GAMES(WS-BASE-FOUND)
                WS-BS-SCORE(WS-BASE-FOUND) WS-BS-LINES(WS-BASE-FOUND)
                WS-BS-TOKENS(WS-BASE-FOUND) WS-BS-RATING(WS-BASE-FOUND)
                WS-BS-MISSION(WS-BASE-FOUND)
          MOVE "N" TO WS-CHG-KIND
          MOVE "PROFILE" TO WS-CHG-FIELD
          MOVE 0 TO WS-CHG-AMOUNT WS-CHG-BEFORE WS-CHG-AFTER
          MOVE WS-PF-SETTINGS(WS-PROFILE-INDEX) TO WS-CHG-TEXT
          PERFORM WRITE-CHANGE-PARA
       END-IF.
       MOVE "D" TO WS-CHG-KIND.
       MOVE SPACES TO WS-CHG-TEXT.
       MOVE "TOKENS" TO WS-CHG-FIELD.
       MOVE WS-BS-TOKENS(WS-BASE-FOUND) TO WS-CHG-BEFORE.
       MOVE WS-PF-TOKENS(WS-PROFILE-INDEX) TO WS-CHG-AFTER.
       PERFORM SEND-IF-MOVED-PARA.
       MOVE "GAMES" TO WS-CHG-FIELD.
       MOVE WS-BS-GAMES(WS-BASE-FOUND) TO WS-CHG-BEFORE.
       MOVE WS-PF-GAMES(WS-PROFILE-INDEX) TO WS-CHG-AFTER.
       PERFORM SEND-IF-MOVED-PARA.
       MOVE "SCORE" TO WS-CHG-FIELD.
       MOVE WS-BS-SCORE(WS-BASE-FOUND) TO WS-CHG-BEFORE.
       MOVE WS-PF-SCORE(WS-PROFILE-INDEX) TO WS-CHG-AFTER.
       PERFORM SEND-IF-MOVED-PARA.
       MOVE "LINES" TO WS-CHG-FIELD.
       MOVE WS-BS-LINES(WS-BASE-FOUND) TO WS-CHG-BEFORE.
       MOVE WS-PF-LINES(WS-PROFILE-INDEX) TO WS-CHG-AFTER.
       PERFORM SEND-IF-MOVED-PARA.
       MOVE "V" TO WS-CHG-KIND.
       MOVE "RATING" TO WS-CHG-FIELD.
       MOVE WS-BS-RATING(WS-BASE-FOUND) TO WS-CHG-BEFORE.
       MOVE WS-PF-RATING(WS-PROFILE-INDEX) TO WS-CHG-AFTER.
       PERFORM SEND-IF-MOVED-PARA.
       MOVE "MISSION" TO WS-CHG-FIELD.
       MOVE WS-BS-MISSION(WS-BASE-FOUND) TO WS-CHG-BEFORE.
       MOVE WS-PF-MISSION(WS-PROFILE-INDEX) TO WS-CHG-AFTER.
       PERFORM SEND-IF-MOVED-PARA.
       IF WS-PF-SETTINGS(WS-PROFILE-INDEX) NOT =
             WS-BS-SETTINGS(WS-BASE-FOUND) THEN
          MOVE "S" TO WS-CHG-KIND
          MOVE "SETTINGS" TO WS-CHG-FIELD
          MOVE 0 TO WS-CHG-AMOUNT WS-CHG-BEFORE WS-CHG-AFTER
          MOVE WS-PF-SETTINGS(WS-PROFILE-INDEX) TO WS-CHG-TEXT
          PERFORM WRITE-CHANGE-PARA
       END-IF.

       SEND-IF-MOVED-PARA.
       IF WS-CHG-AFTER = WS-CHG-BEFORE THEN
          EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-CHG-AMOUNT = WS-CHG-AFTER - WS-CHG-BEFORE.
       PERFORM WRITE-CHANGE-PARA.

       WRITE-CHANGE-PARA.
       ADD 1 TO WS-NEXT-SEQ.
       MOVE WS-MACHINE TO PC-MACHINE.
       MOVE WS-NEXT-SEQ TO PC-SEQ.
       MOVE WS-NOW TO PC-STAMP.
       MOVE WS-PF-INITIALS(WS-PROFILE-INDEX) TO PC-INITIALS.
       MOVE WS-CHG-KIND TO PC-KIND.
       MOVE WS-CHG-FIELD TO PC-FIELD.
       MOVE WS-CHG-AMOUNT TO PC-AMOUNT.
       MOVE WS-CHG-BEFORE TO PC-BEFORE.
       MOVE WS-CHG-AFTER TO PC-AFTER.
       MOVE WS-CHG-TEXT TO PC-TEXT.
       WRITE CHANGE-RECORD.
       ADD 1 TO WS-SENT.
       IF WS-CHG-KIND NOT = "D" AND WS-LOCAL-COUNT < 1500 THEN
          ADD 1 TO WS-LOCAL-COUNT
          MOVE PC-INITIALS TO WS-LC-INITIALS(WS-LOCAL-COUNT)
          MOVE PC-FIELD TO WS-LC-FIELD(WS-LOCAL-COUNT)
       END-IF.

      *=================================================
      *   THE OTHER CABINETS' CHANGES IN
      *=================================================
       TAKE-ONE-JOURNAL-PARA.
       MOVE SPACES TO WS-JOURNAL-NAME.
       STRING "PLAYERCHG" WS-ORIGIN ".DAT"
          DELIMITED BY SIZE INTO WS-JOURNAL-NAME.
       MOVE "N" TO WS-EOF.
       OPEN INPUT journalFile.
       IF WS-JOURNAL-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       OPEN EXTEND syncLogFile.
       IF WS-SYNCLOG-STATUS = "35" OR WS-SYNCLOG-STATUS = "05" THEN
          CLOSE syncLogFile
          OPEN OUTPUT syncLogFile
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ journalFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                IF PC-MACHINE = WS-ORIGIN AND PC-SEQ IS NUMERIC AND
                   PC-SEQ > WS-LAST-SEQ(WS-ORIGIN) THEN
                   PERFORM APPLY-CHANGE-PARA
                   MOVE PC-SEQ TO WS-LAST-SEQ(WS-ORIGIN)
                   ADD 1 TO WS-TAKEN(WS-ORIGIN)
                END-IF
          END-READ
       END-PERFORM.
       CLOSE journalFile.
       IF WS-SYNCLOG-STATUS = "00" THEN
          CLOSE syncLogFile
       END-IF.

       APPLY-CHANGE-PARA.
       PERFORM FIND-PROFILE-PARA.
       IF PC-KIND = "N" THEN
          IF WS-PROFILE-FOUND = 0 THEN
             PERFORM ADD-PROFILE-PARA
          ELSE
      *the same initials made on two cabinets - the counts still
      *add together, but somebody should look at whether this is
      *one customer or two
             MOVE "PROFILE MADE ON TWO CABINETS - CHECK"
                TO WS-CONFLICT-TEXT
             PERFORM REPORT-CONFLICT-PARA
          END-IF
          EXIT PARAGRAPH
       END-IF.
       IF WS-PROFILE-FOUND = 0 THEN
          MOVE 0 TO WS-CHG-BEFORE WS-CHG-AFTER
          MOVE "X" TO WS-RESULT
          PERFORM LOG-CHANGE-PARA
          MOVE "NO SUCH PROFILE HERE - NOT APPLIED"
             TO WS-CONFLICT-TEXT
          PERFORM REPORT-CONFLICT-PARA
          EXIT PARAGRAPH
       END-IF.
       EVALUATE PC-KIND
       WHEN "D"
          PERFORM APPLY-AMOUNT-PARA
       WHEN "V"
          PERFORM APPLY-VALUE-PARA
       WHEN "S"
          PERFORM APPLY-SETTINGS-PARA
       END-EVALUATE.

       FIND-PROFILE-PARA.
       MOVE 0 TO WS-PROFILE-FOUND.
       PERFORM VARYING WS-PROFILE-INDEX FROM 1 BY 1
       UNTIL WS-PROFILE-INDEX > WS-PROFILE-COUNT
          IF WS-PF-INITIALS(WS-PROFILE-INDEX) = PC-INITIALS THEN
             MOVE WS-PROFILE-INDEX TO WS-PROFILE-FOUND
          END-IF
       END-PERFORM.

       ADD-PROFILE-PARA.
       IF WS-PROFILE-COUNT >= 500 THEN
          MOVE "PLAYER.DAT FULL - PROFILE NOT ADDED"
             TO WS-CONFLICT-TEXT
          PERFORM REPORT-CONFLICT-PARA
          EXIT PARAGRAPH
       END-IF.
       ADD 1 TO WS-PROFILE-COUNT.
       MOVE WS-PROFILE-COUNT TO WS-PROFILE-FOUND.
       MOVE PC-INITIALS TO WS-PF-INITIALS(WS-PROFILE-FOUND).
       MOVE PC-TEXT TO WS-PF-SETTINGS(WS-PROFILE-FOUND).
       MOVE 0 TO WS-PF-GAMES(WS-PROFILE-FOUND)
             WS-PF-SCORE(WS-PROFILE-FOUND) WS-PF-LINES(WS-PROFILE-FOUND)
             WS-PF-TOKENS(WS-PROFILE-FOUND)
             WS-PF-RATING(WS-PROFILE-FOUND)
             WS-PF-MISSION(WS-PROFILE-FOUND).
       MOVE 0 TO WS-CHG-BEFORE WS-CHG-AFTER.
       MOVE "A" TO WS-RESULT.
       PERFORM LOG-CHANGE-PARA.

       APPLY-AMOUNT-PARA.
      *a debit or credit onto whatever this cabinet holds now
       EVALUATE PC-FIELD
       WHEN "TOKENS"
          MOVE WS-PF-TOKENS(WS-PROFILE-FOUND) TO WS-CHG-BEFORE
          MOVE 9999 TO WS-FIELD-CAP
       WHEN "GAMES"
          MOVE WS-PF-GAMES(WS-PROFILE-FOUND) TO WS-CHG-BEFORE
          MOVE 999999 TO WS-FIELD-CAP
       WHEN "SCORE"
          MOVE WS-PF-SCORE(WS-PROFILE-FOUND) TO WS-CHG-BEFORE
          MOVE 999999999999 TO WS-FIELD-CAP
       WHEN "LINES"
          MOVE WS-PF-LINES(WS-PROFILE-FOUND) TO WS-CHG-BEFORE
          MOVE 99999999 TO WS-FIELD-CAP
       WHEN OTHER
          EXIT PARAGRAPH
       END-EVALUATE.
       COMPUTE WS-NEW-VALUE = WS-CHG-BEFORE + PC-AMOUNT.
       MOVE "A" TO WS-RESULT.
       IF WS-NEW-VALUE < 0 THEN
      *more taken off than there is: the same tokens were spent on
      *this cabinet and on the origin before either had heard of
      *the other's play
          COMPUTE WS-DISPLAY-NUM = 0 - WS-NEW-VALUE
          MOVE SPACES TO WS-CONFLICT-TEXT
          STRING "SPENT ON TWO CABINETS - SHORT BY" WS-DISPLAY-NUM
             DELIMITED BY SIZE INTO WS-CONFLICT-TEXT
          PERFORM REPORT-CONFLICT-PARA
          MOVE 0 TO WS-NEW-VALUE
          MOVE "Z" TO WS-RESULT
       END-IF.
       IF WS-NEW-VALUE > WS-FIELD-CAP THEN
          MOVE "OVER THE FIELD'S SIZE - HELD AT THE TOP"
             TO WS-CONFLICT-TEXT
          PERFORM REPORT-CONFLICT-PARA
          MOVE WS-FIELD-CAP TO WS-NEW-VALUE
          MOVE "Z" TO WS-RESULT
       END-IF.
       MOVE WS-NEW-VALUE TO WS-CHG-AFTER.
       EVALUATE PC-FIELD
       WHEN "TOKENS"
          MOVE WS-CHG-AFTER TO WS-PF-TOKENS(WS-PROFILE-FOUND)
       WHEN "GAMES"
          MOVE WS-CHG-AFTER TO WS-PF-GAMES(WS-PROFILE-FOUND)
       WHEN "SCORE"
          MOVE WS-CHG-AFTER TO WS-PF-SCORE(WS-PROFILE-FOUND)
       WHEN "LINES"
          MOVE WS-CHG-AFTER TO WS-PF-LINES(WS-PROFILE-FOUND)
       END-EVALUATE.
       PERFORM LOG-CHANGE-PARA.

       APPLY-VALUE-PARA.
       PERFORM CHECK-LOCAL-CHANGE-PARA.
       IF PC-FIELD = "RATING" THEN
          MOVE WS-PF-RATING(WS-PROFILE-FOUND) TO WS-CHG-BEFORE
       ELSE
          MOVE WS-PF-MISSION(WS-PROFILE-FOUND) TO WS-CHG-BEFORE
       END-IF.
       IF WS-LOCAL-HIT = "Y" AND PC-AFTER NOT = WS-CHG-BEFORE THEN
          MOVE WS-CHG-BEFORE TO WS-CHG-AFTER
          MOVE "K" TO WS-RESULT
          PERFORM LOG-CHANGE-PARA
          MOVE "CHANGED HERE TOO - THIS CABINET'S KEPT"
             TO WS-CONFLICT-TEXT
          PERFORM REPORT-CONFLICT-PARA
          EXIT PARAGRAPH
       END-IF.
       MOVE PC-AFTER TO WS-CHG-AFTER.
       IF PC-FIELD = "RATING" THEN
          MOVE WS-CHG-AFTER TO WS-PF-RATING(WS-PROFILE-FOUND)
       ELSE
          MOVE WS-CHG-AFTER TO WS-PF-MISSION(WS-PROFILE-FOUND)
       END-IF.
       MOVE "A" TO WS-RESULT.
       PERFORM LOG-CHANGE-PARA.

       APPLY-SETTINGS-PARA.
       PERFORM CHECK-LOCAL-CHANGE-PARA.
       MOVE 0 TO WS-CHG-BEFORE WS-CHG-AFTER.
       IF WS-LOCAL-HIT = "Y" AND
             PC-TEXT NOT = WS-PF-SETTINGS(WS-PROFILE-FOUND) THEN
          MOVE "K" TO WS-RESULT
          PERFORM LOG-CHANGE-PARA
          MOVE "CHANGED HERE TOO - THIS CABINET'S KEPT"
             TO WS-CONFLICT-TEXT
          PERFORM REPORT-CONFLICT-PARA
          EXIT PARAGRAPH
       END-IF.
       MOVE PC-TEXT TO WS-PF-SETTINGS(WS-PROFILE-FOUND).
       MOVE "A" TO WS-RESULT.
       PERFORM LOG-CHANGE-PARA.

       CHECK-LOCAL-CHANGE-PARA.
       MOVE "N" TO WS-LOCAL-HIT.
       PERFORM VARYING WS-LOCAL-INDEX FROM 1 BY 1
       UNTIL WS-LOCAL-INDEX > WS-LOCAL-COUNT
          IF WS-LC-INITIALS(WS-LOCAL-INDEX) = PC-INITIALS AND
             WS-LC-FIELD(WS-LOCAL-INDEX) = PC-FIELD THEN
             MOVE "Y" TO WS-LOCAL-HIT
          END-IF
       END-PERFORM.

       LOG-CHANGE-PARA.
       IF WS-RESULT = "A" OR WS-RESULT = "Z" THEN
          ADD 1 TO WS-APPLIED
       END-IF.
       IF WS-SYNCLOG-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-NOW TO SY-STAMP.
       MOVE PC-MACHINE TO SY-MACHINE.
       MOVE PC-SEQ TO SY-SEQ.
       MOVE PC-INITIALS TO SY-INITIALS.
       MOVE PC-FIELD TO SY-FIELD.
       MOVE WS-CHG-BEFORE TO SY-BEFORE.
       MOVE WS-CHG-AFTER TO SY-AFTER.
       MOVE WS-RESULT TO SY-RESULT.
       WRITE SYNCLOG-RECORD.

      *=================================================
      *   THE REPORT
      *=================================================
       REPORT-CONFLICT-PARA.
       ADD 1 TO WS-CONFLICTS.
       MOVE PC-SEQ TO WS-DISPLAY-SEQ.
       MOVE SPACES TO REPORT-LINE.
       STRING "CONFLICT  " PC-INITIALS "  " PC-FIELD "  CABINET "
             PC-MACHINE " CHANGE " WS-DISPLAY-SEQ "  "
             WS-CONFLICT-TEXT
          DELIMITED BY SIZE INTO REPORT-LINE.
       WRITE REPORT-LINE.

       REPORT-TOTALS-PARA.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE WS-SENT TO WS-DISPLAY-NUM.
       MOVE SPACES TO REPORT-LINE.
       STRING WS-DISPLAY-NUM " CHANGE(S) FROM THIS CABINET SENT TO "
             WS-JOURNAL-NAME (1:9) WS-MACHINE ".DAT"
          DELIMITED BY SIZE INTO REPORT-LINE.
       WRITE REPORT-LINE.
       PERFORM VARYING WS-ORIGIN FROM 1 BY 1 UNTIL WS-ORIGIN > 4
          IF WS-ORIGIN NOT = WS-MACHINE THEN
             MOVE WS-TAKEN(WS-ORIGIN) TO WS-DISPLAY-NUM
             MOVE WS-LAST-SEQ(WS-ORIGIN) TO WS-DISPLAY-SEQ
             MOVE SPACES TO REPORT-LINE
             STRING WS-DISPLAY-NUM " CHANGE(S) TAKEN FROM CABINET "
                   WS-ORIGIN " - UP TO CHANGE " WS-DISPLAY-SEQ
                DELIMITED BY SIZE INTO REPORT-LINE
             WRITE REPORT-LINE
          END-IF
       END-PERFORM.
       MOVE WS-APPLIED TO WS-DISPLAY-NUM.
       MOVE SPACES TO REPORT-LINE.
       STRING WS-DISPLAY-NUM " CHANGE(S) APPLIED, EACH ONE ON "
             "PLAYERSYNC.LOG"
          DELIMITED BY SIZE INTO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE WS-CONFLICTS TO WS-DISPLAY-NUM.
       MOVE SPACES TO REPORT-LINE.
       STRING WS-DISPLAY-NUM " CONFLICT(S) - SEE ABOVE"
          DELIMITED BY SIZE INTO REPORT-LINE.
       WRITE REPORT-LINE.
       DISPLAY "PLAYER SYNC: " WS-SENT " SENT, " WS-APPLIED
          " APPLIED, " WS-CONFLICTS " CONFLICT(S) - SEE "
          "PLAYERSYNC.RPT.".

      *=================================================
      *   REBUILD THE INDEX FROM THE MASTER
      *=================================================
       BUILD-PLAYER-INDEX-PARA.
       MOVE 0 TO WS-LOADED.
       OPEN OUTPUT playerIdxFile.
       IF WS-PLAYERIDX-STATUS NOT = "00" THEN
          DISPLAY "PLAYER.IDX COULD NOT BE REBUILT, STATUS "
             WS-PLAYERIDX-STATUS " - RUN IDXBUILD."
          EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-PROFILE-INDEX FROM 1 BY 1
       UNTIL WS-PROFILE-INDEX > WS-PROFILE-COUNT
          MOVE WS-PROFILE-ENTRY(WS-PROFILE-INDEX) TO PLAYERIDX-RECORD
          WRITE PLAYERIDX-RECORD
             INVALID KEY CONTINUE
             NOT INVALID KEY ADD 1 TO WS-LOADED
          END-WRITE
       END-PERFORM.
       CLOSE playerIdxFile.

       END PROGRAM playersync.
