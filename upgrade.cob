       IDENTIFICATION DIVISION.
       PROGRAM-ID. upgrade.

      *the one-time conversion of the data files whose older records
      *stop short of fields added on the end since - every one of
      *those "older records still line up" layouts left each reader
      *to guess what the missing fields meant. this rewrites each
      *file to its full current layout with the defaults the layouts
      *document:
      *   HIGHSCORE.DAT  HS-VERIFIED blank (never re-simulated)
      *   SESSION.LOG    SS-INITIALS "???" (the walk-up), SS-EVENT-ID
      *                  blank (no event), SS-MODE "N" (normal)
      *   MATCHES.DAT    no handicap - side blank, 0 rows, x1.0
      *   QUIZ.DAT       category GENERAL, difficulty 0, not retired
      *   PLAYER.DAT     0 tokens, 0 rating (never rated), mission 0
      *   CLEARLOG.DAT   CL-DATE blank (undated)
      *   VOUCHER.DAT    prize blank (none recorded)
      *a dry run counts every file first and nothing moves until the
      *word YES is typed. each file about to be rewritten is copied
      *into an UPGyyyymmdd.nn set with its BACKUP.CAT line, so the
      *backup program's R can roll it back. every file gets its
      *format-version header record on FILEVER.DAT, which the
      *fmtcheck subprogram reads for any program that would rather
      *refuse an old-format file than guess. a blank default is
      *already what a short record reads back as, so those files
      *are counted and headed but not rewritten. the per-file
      *result goes on UPGRADE.RPT, filed through rptfile

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT liveFile ASSIGN TO WS-LIVE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LIVE-STATUS.

           SELECT workFile ASSIGN TO "UPGRADE.WRK"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-STATUS.

           SELECT setFile ASSIGN TO WS-SET-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SET-STATUS.

           SELECT catFile ASSIGN TO "BACKUP.CAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAT-STATUS.

           SELECT verFile ASSIGN TO "FILEVER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VER-STATUS.

           SELECT reportFile ASSIGN TO "UPGRADE.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

           SELECT dutyFile ASSIGN TO "ONDUTY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DUTY-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *the record length is carried so a genuinely short record can
      *be told from one that just ends in spaces
       FD  liveFile
           RECORD IS VARYING IN SIZE FROM 1 TO 200
           DEPENDING ON WS-LIVE-LEN.
       01  LIVE-RECORD PIC X(200).

       FD  workFile
           RECORD IS VARYING IN SIZE FROM 1 TO 200
           DEPENDING ON WS-WORK-LEN.
       01  WORK-RECORD PIC X(200).

       FD  setFile.
       01  SET-RECORD PIC X(200).

      *same catalog record the backup program keeps
       FD  catFile.
       01  CAT-RECORD.
           05 BK-DATE      PIC X(8).
           05 BK-SET-FILE  PIC X(14).
           05 BK-LIVE-NAME PIC X(18).
           05 BK-COUNT     PIC 9(6).

      *one format-version header record per upgraded file
       FD  verFile.
       01  VER-RECORD.
           05 FV-FILE    PIC X(18).
           05 FV-VERSION PIC 9(2).
           05 FV-LENGTH  PIC 9(3).
           05 FV-DATE    PIC X(8).
           05 FV-RECORDS PIC 9(6).
           05 FV-FILLED  PIC 9(6).

       FD  reportFile.
       01  REPORT-LINE PIC X(110).

       FD  dutyFile.
       01  DUTY-RECORD.
           05 OD-OPERATOR PIC X(3).
           05 OD-STAMP    PIC X(14).

       WORKING-STORAGE SECTION.
       01  WS-LIVE-NAME    PIC X(18).
       01  WS-SET-NAME     PIC X(18).
       01  WS-LIVE-LEN     PIC 9(3).
       01  WS-WORK-LEN     PIC 9(3).
       01  WS-LIVE-STATUS  PIC X(2).
       01  WS-WORK-STATUS  PIC X(2).
       01  WS-SET-STATUS   PIC X(2).
       01  WS-CAT-STATUS   PIC X(2).
       01  WS-VER-STATUS   PIC X(2).
       01  WS-REPORT-STATUS PIC X(2).
       01  WS-DUTY-STATUS  PIC X(2).
       01  WS-EOF PIC X(1) VALUE "N".
           88 WS-END-OF-FILE VALUE "Y".

      *the current layouts: full record length, then up to three
      *fields added on the end - where each starts, how long it is,
      *and the default an older record that stops short of it gets
       01  WS-LAYOUT-TABLE.
           05 FILLER PIC X(18) VALUE "HIGHSCORE.DAT".
           05 FILLER PIC 9(3)  VALUE 22.
           05 FILLER PIC 9(3)  VALUE 22.
           05 FILLER PIC 9(2)  VALUE 1.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC 9(3)  VALUE 0.
           05 FILLER PIC 9(2)  VALUE 0.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC 9(3)  VALUE 0.
           05 FILLER PIC 9(2)  VALUE 0.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(18) VALUE "SESSION.LOG".
           05 FILLER PIC 9(3)  VALUE 80.
           05 FILLER PIC 9(3)  VALUE 69.
           05 FILLER PIC 9(2)  VALUE 3.
           05 FILLER PIC X(10) VALUE "???".
           05 FILLER PIC 9(3)  VALUE 72.
           05 FILLER PIC 9(2)  VALUE 8.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC 9(3)  VALUE 80.
           05 FILLER PIC 9(2)  VALUE 1.
           05 FILLER PIC X(10) VALUE "N".
           05 FILLER PIC X(18) VALUE "MATCHES.DAT".
           05 FILLER PIC 9(3)  VALUE 21.
           05 FILLER PIC 9(3)  VALUE 18.
           05 FILLER PIC 9(2)  VALUE 1.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC 9(3)  VALUE 19.
           05 FILLER PIC 9(2)  VALUE 1.
           05 FILLER PIC X(10) VALUE "0".
           05 FILLER PIC 9(3)  VALUE 20.
           05 FILLER PIC 9(2)  VALUE 2.
           05 FILLER PIC X(10) VALUE "10".
           05 FILLER PIC X(18) VALUE "QUIZ.DAT".
           05 FILLER PIC 9(3)  VALUE 82.
           05 FILLER PIC 9(3)  VALUE 71.
           05 FILLER PIC 9(2)  VALUE 10.
           05 FILLER PIC X(10) VALUE "GENERAL".
           05 FILLER PIC 9(3)  VALUE 81.
           05 FILLER PIC 9(2)  VALUE 1.
           05 FILLER PIC X(10) VALUE "0".
           05 FILLER PIC 9(3)  VALUE 82.
           05 FILLER PIC 9(2)  VALUE 1.
           05 FILLER PIC X(10) VALUE "N".
           05 FILLER PIC X(18) VALUE "PLAYER.DAT".
           05 FILLER PIC 9(3)  VALUE 56.
           05 FILLER PIC 9(3)  VALUE 47.
           05 FILLER PIC 9(2)  VALUE 4.
           05 FILLER PIC X(10) VALUE "0000".
           05 FILLER PIC 9(3)  VALUE 51.
           05 FILLER PIC 9(2)  VALUE 4.
           05 FILLER PIC X(10) VALUE "0000".
           05 FILLER PIC 9(3)  VALUE 55.
           05 FILLER PIC 9(2)  VALUE 2.
           05 FILLER PIC X(10) VALUE "00".
           05 FILLER PIC X(18) VALUE "CLEARLOG.DAT".
           05 FILLER PIC 9(3)  VALUE 24.
           05 FILLER PIC 9(3)  VALUE 17.
           05 FILLER PIC 9(2)  VALUE 8.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC 9(3)  VALUE 0.
           05 FILLER PIC 9(2)  VALUE 0.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC 9(3)  VALUE 0.
           05 FILLER PIC 9(2)  VALUE 0.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC X(18) VALUE "VOUCHER.DAT".
           05 FILLER PIC 9(3)  VALUE 41.
           05 FILLER PIC 9(3)  VALUE 36.
           05 FILLER PIC 9(2)  VALUE 6.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC 9(3)  VALUE 0.
           05 FILLER PIC 9(2)  VALUE 0.
           05 FILLER PIC X(10) VALUE SPACES.
           05 FILLER PIC 9(3)  VALUE 0.
           05 FILLER PIC 9(2)  VALUE 0.
           05 FILLER PIC X(10) VALUE SPACES.
       01  WS-LAYOUT-TABLE-R REDEFINES WS-LAYOUT-TABLE.
           05 WS-LT-ENTRY OCCURS 7 TIMES.
              10 WS-LT-NAME PIC X(18).
              10 WS-LT-FULL PIC 9(3).
              10 WS-LT-FIELD OCCURS 3 TIMES.
                 15 WS-LT-START   PIC 9(3).
                 15 WS-LT-LENGTH  PIC 9(2).
                 15 WS-LT-DEFAULT PIC X(10).
       01  WS-FILE-INDEX   PIC 9(2).
       01  WS-FIELD-INDEX  PIC 9(1).
      *the layout version this program brings every file up to
       01  WS-CURRENT-VERSION PIC 9(2) VALUE 1.

      *what the dry run found, file by file
       01  WS-COUNT-TABLE.
           05 WS-FC-ENTRY OCCURS 7 TIMES.
              10 WS-FC-PRESENT  PIC X(1).
              10 WS-FC-RECORDS  PIC 9(6).
              10 WS-FC-SHORT    PIC 9(6).
              10 WS-FC-FILLED   PIC 9(6).
              10 WS-FC-OLD-VER  PIC 9(2).
              10 WS-FC-SET-FILE PIC X(14).
              10 WS-FC-RESULT   PIC X(40).
       01  WS-TO-REWRITE   PIC 9(2) VALUE 0.

      *the header records already on FILEVER.DAT - kept whole so a
      *file this program does not know keeps its header
       01  WS-VER-TABLE.
           05 WS-VER-ENTRY OCCURS 30 TIMES.
              10 WS-VT-FILE    PIC X(18).
              10 WS-VT-VERSION PIC 9(2).
              10 WS-VT-LENGTH  PIC 9(3).
              10 WS-VT-DATE    PIC X(8).
              10 WS-VT-RECORDS PIC 9(6).
              10 WS-VT-FILLED  PIC 9(6).
       01  WS-VER-COUNT    PIC 9(2) VALUE 0.
       01  WS-VER-INDEX    PIC 9(2).
       01  WS-VER-FOUND    PIC 9(2).

       01  WS-RECORD       PIC X(200).
       01  WS-BEFORE       PIC X(200).
       01  WS-START        PIC 9(3).
       01  WS-LENGTH       PIC 9(2).
       01  WS-SET-SEQ      PIC 9(2) VALUE 0.
       01  WS-COPY-COUNT   PIC 9(6).
      *how the last copy ended: Y whole, M source missing or
      *unreadable, W a write died partway - as in the backup program
       01  WS-COPY-VERDICT PIC X(1).
       01  WS-MODE         PIC X(1).
           88 WS-COUNTING  VALUE "C".
           88 WS-REWRITING VALUE "R".
       01  WS-CONFIRM      PIC X(3).
       01  WS-GO-AHEAD     PIC X(1) VALUE "N".
       01  WS-TODAY        PIC X(8).
       01  WS-OPERATOR     PIC X(3).
       01  WS-DISPLAY-NUM  PIC Z(5)9.
       01  WS-DISPLAY-RECORDS PIC Z(5)9.
       01  WS-DISPLAY-SHORT   PIC Z(5)9.
       01  WS-DISPLAY-FILLED  PIC Z(5)9.
       01  WS-DISPLAY-VER  PIC Z9.

       01  WS-LOG-PROGRAM PIC X(12) VALUE "upgrade".
       01  WS-LOG-EVENT   PIC X(8).
       01  WS-LOG-TEXT    PIC X(30).
       01  WS-REPORT-NAME PIC X(20) VALUE "UPGRADE.RPT".

       PROCEDURE DIVISION.
       MAIN-PARA.
       MOVE "STARTUP" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       MOVE FUNCTION CURRENT-DATE (1:8) TO WS-TODAY.
       PERFORM FIND-OPERATOR-PARA.
       PERFORM LOAD-HEADERS-PARA.
       PERFORM DRY-RUN-PARA.
       PERFORM ASK-CONFIRM-PARA.
       IF WS-GO-AHEAD = "Y" THEN
          PERFORM TAKE-BACKUP-SET-PARA
       END-IF.
       IF WS-GO-AHEAD = "Y" THEN
          PERFORM VARYING WS-FILE-INDEX FROM 1 BY 1
          UNTIL WS-FILE-INDEX > 7
             IF WS-FC-PRESENT(WS-FILE-INDEX) = "Y" THEN
                PERFORM UPGRADE-ONE-FILE-PARA
             END-IF
          END-PERFORM
          PERFORM SAVE-HEADERS-PARA
       END-IF.
       PERFORM WRITE-REPORT-PARA.
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
      *   DRY RUN - COUNT BEFORE ANYTHING MOVES
      *=================================================
       DRY-RUN-PARA.
       DISPLAY "LEGACY RECORD UPGRADE - DRY RUN".
       DISPLAY "FILE               RECORDS   SHORT  TO FILL  VERSION".
       SET WS-COUNTING TO TRUE.
       PERFORM VARYING WS-FILE-INDEX FROM 1 BY 1
       UNTIL WS-FILE-INDEX > 7
          MOVE "N" TO WS-FC-PRESENT(WS-FILE-INDEX)
          MOVE 0 TO WS-FC-RECORDS(WS-FILE-INDEX)
          MOVE 0 TO WS-FC-SHORT(WS-FILE-INDEX)
          MOVE 0 TO WS-FC-FILLED(WS-FILE-INDEX)
          MOVE SPACES TO WS-FC-SET-FILE(WS-FILE-INDEX)
          MOVE SPACES TO WS-FC-RESULT(WS-FILE-INDEX)
          PERFORM FIND-HEADER-PARA
          IF WS-VER-FOUND = 0 THEN
             MOVE 0 TO WS-FC-OLD-VER(WS-FILE-INDEX)
          ELSE
             MOVE WS-VT-VERSION(WS-VER-FOUND)
                TO WS-FC-OLD-VER(WS-FILE-INDEX)
          END-IF
          MOVE WS-LT-NAME(WS-FILE-INDEX) TO WS-LIVE-NAME
          PERFORM SCAN-LIVE-FILE-PARA
          IF WS-FC-PRESENT(WS-FILE-INDEX) = "N" THEN
             MOVE "NOT PRESENT - NOTHING TO DO"
                TO WS-FC-RESULT(WS-FILE-INDEX)
             DISPLAY WS-LIVE-NAME " NOT PRESENT"
          ELSE
             IF WS-FC-FILLED(WS-FILE-INDEX) > 0 THEN
                ADD 1 TO WS-TO-REWRITE
             END-IF
             MOVE WS-FC-RECORDS(WS-FILE-INDEX) TO WS-DISPLAY-RECORDS
             MOVE WS-FC-SHORT(WS-FILE-INDEX) TO WS-DISPLAY-SHORT
             MOVE WS-FC-FILLED(WS-FILE-INDEX) TO WS-DISPLAY-FILLED
             MOVE WS-FC-OLD-VER(WS-FILE-INDEX) TO WS-DISPLAY-VER
             DISPLAY WS-LIVE-NAME " " WS-DISPLAY-RECORDS "  "
                WS-DISPLAY-SHORT "   " WS-DISPLAY-FILLED "       "
                WS-DISPLAY-VER
          END-IF
       END-PERFORM.

       SCAN-LIVE-FILE-PARA.
      *one pass over a live file - counting only on the dry run,
      *writing the filled-out records to the work file when
      *rewriting, so both passes fill by the very same rules
       MOVE "N" TO WS-EOF.
       OPEN INPUT liveFile.
       IF WS-LIVE-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       MOVE "Y" TO WS-FC-PRESENT(WS-FILE-INDEX).
       PERFORM UNTIL WS-END-OF-FILE
          READ liveFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                PERFORM FILL-ONE-RECORD-PARA
                IF WS-REWRITING THEN
                   MOVE WS-RECORD TO WORK-RECORD
                   WRITE WORK-RECORD
                   IF WS-WORK-STATUS NOT = "00" THEN
                      MOVE "W" TO WS-COPY-VERDICT
                      MOVE "Y" TO WS-EOF
                   END-IF
                END-IF
          END-READ
       END-PERFORM.
       CLOSE liveFile.

       FILL-ONE-RECORD-PARA.
       MOVE SPACES TO WS-RECORD.
       IF WS-LIVE-LEN > 0 THEN
          MOVE LIVE-RECORD (1:WS-LIVE-LEN) TO WS-RECORD
       END-IF.
       MOVE WS-RECORD TO WS-BEFORE.
       ADD 1 TO WS-FC-RECORDS(WS-FILE-INDEX).
       MOVE WS-LIVE-LEN TO WS-WORK-LEN.
      *a blank line is passed through as it stands - there is no
      *record there to fill out
       IF WS-LIVE-LEN = 0 OR WS-RECORD = SPACES THEN
          EXIT PARAGRAPH
       END-IF.
       IF WS-LIVE-LEN < WS-LT-FULL(WS-FILE-INDEX) THEN
          ADD 1 TO WS-FC-SHORT(WS-FILE-INDEX)
          MOVE WS-LT-FULL(WS-FILE-INDEX) TO WS-WORK-LEN
       END-IF.
      *only a field the record stops short of altogether is filled
      *- a record that ends partway into a field already carries it
      *and just lost its trailing spaces on the way to disk
       PERFORM VARYING WS-FIELD-INDEX FROM 1 BY 1
       UNTIL WS-FIELD-INDEX > 3
          MOVE WS-LT-START(WS-FILE-INDEX WS-FIELD-INDEX) TO WS-START
          MOVE WS-LT-LENGTH(WS-FILE-INDEX WS-FIELD-INDEX)
             TO WS-LENGTH
          IF WS-START > 0 AND WS-LIVE-LEN < WS-START THEN
             MOVE WS-LT-DEFAULT(WS-FILE-INDEX WS-FIELD-INDEX)
                (1:WS-LENGTH) TO WS-RECORD (WS-START:WS-LENGTH)
          END-IF
       END-PERFORM.
       IF WS-RECORD NOT = WS-BEFORE THEN
          ADD 1 TO WS-FC-FILLED(WS-FILE-INDEX)
       END-IF.

       ASK-CONFIRM-PARA.
       DISPLAY " ".
       IF WS-TO-REWRITE = 0 THEN
          DISPLAY "NO FILE HAS A RECORD TO FILL OUT - ONLY THE"
             " FORMAT HEADERS WILL BE WRITTEN."
       ELSE
          MOVE WS-TO-REWRITE TO WS-DISPLAY-VER
          DISPLAY WS-DISPLAY-VER " FILE(S) WILL BE REWRITTEN, EACH"
             " BACKED UP FIRST."
       END-IF.
       DISPLAY "TYPE YES TO UPGRADE:".
       ACCEPT WS-CONFIRM.
       MOVE FUNCTION UPPER-CASE (WS-CONFIRM) TO WS-CONFIRM.
       IF WS-CONFIRM = "YES" THEN
          MOVE "Y" TO WS-GO-AHEAD
       ELSE
          DISPLAY "DRY RUN ONLY - NOTHING CHANGED."
          PERFORM VARYING WS-FILE-INDEX FROM 1 BY 1
          UNTIL WS-FILE-INDEX > 7
             IF WS-FC-PRESENT(WS-FILE-INDEX) = "Y" THEN
                MOVE "DRY RUN ONLY - NOT CHANGED"
                   TO WS-FC-RESULT(WS-FILE-INDEX)
             END-IF
          END-PERFORM
       END-IF.

      *=================================================
      *   BACKUP SET BEFORE THE REWRITE
      *=================================================
       TAKE-BACKUP-SET-PARA.
      *every file about to be rewritten is copied whole and put on
      *the backup catalog before any of them is touched - one copy
      *that will not finish stops the whole upgrade
       PERFORM VARYING WS-FILE-INDEX FROM 1 BY 1
       UNTIL WS-FILE-INDEX > 7 OR WS-GO-AHEAD = "N"
          IF WS-FC-FILLED(WS-FILE-INDEX) > 0 THEN
             ADD 1 TO WS-SET-SEQ
             MOVE SPACES TO WS-SET-NAME
             STRING "UPG" WS-TODAY "." WS-SET-SEQ
                DELIMITED BY SIZE INTO WS-SET-NAME
             MOVE WS-LT-NAME(WS-FILE-INDEX) TO WS-LIVE-NAME
             PERFORM COPY-LIVE-TO-SET-PARA
             IF WS-COPY-VERDICT = "Y" THEN
                MOVE WS-SET-NAME TO WS-FC-SET-FILE(WS-FILE-INDEX)
                PERFORM CATALOG-SET-FILE-PARA
                DISPLAY WS-LIVE-NAME " BACKED UP TO " WS-SET-NAME
             ELSE
                MOVE "N" TO WS-GO-AHEAD
                DISPLAY "*** BACKUP OF " WS-LIVE-NAME
                   " DID NOT FINISH - NOTHING UPGRADED ***"
             END-IF
          END-IF
       END-PERFORM.
       IF WS-GO-AHEAD = "N" THEN
          PERFORM VARYING WS-FILE-INDEX FROM 1 BY 1
          UNTIL WS-FILE-INDEX > 7
             IF WS-FC-PRESENT(WS-FILE-INDEX) = "Y" THEN
                MOVE "BACKUP FAILED - NOT CHANGED"
                   TO WS-FC-RESULT(WS-FILE-INDEX)
             END-IF
          END-PERFORM
          MOVE "UPGFAIL" TO WS-LOG-EVENT
          MOVE "BACKUP DID NOT FINISH" TO WS-LOG-TEXT
          CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT
             WS-LOG-TEXT
       END-IF.

       COPY-LIVE-TO-SET-PARA.
       MOVE 0 TO WS-COPY-COUNT.
       MOVE "M" TO WS-COPY-VERDICT.
       MOVE "N" TO WS-EOF.
       OPEN INPUT liveFile.
       IF WS-LIVE-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       OPEN OUTPUT setFile.
       IF WS-SET-STATUS NOT = "00" THEN
          CLOSE liveFile
          EXIT PARAGRAPH
       END-IF.
       MOVE "Y" TO WS-COPY-VERDICT.
       PERFORM UNTIL WS-END-OF-FILE OR WS-COPY-VERDICT = "W"
          READ liveFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                MOVE SPACES TO SET-RECORD
                IF WS-LIVE-LEN > 0 THEN
                   MOVE LIVE-RECORD (1:WS-LIVE-LEN) TO SET-RECORD
                END-IF
                WRITE SET-RECORD
                IF WS-SET-STATUS NOT = "00" THEN
                   MOVE "W" TO WS-COPY-VERDICT
                ELSE
                   ADD 1 TO WS-COPY-COUNT
                END-IF
          END-READ
       END-PERFORM.
       CLOSE setFile.
       CLOSE liveFile.

       CATALOG-SET-FILE-PARA.
       OPEN EXTEND catFile.
       IF WS-CAT-STATUS = "35" OR WS-CAT-STATUS = "05" THEN
          CLOSE catFile
          OPEN OUTPUT catFile
       END-IF.
       IF WS-CAT-STATUS = "00" THEN
          MOVE WS-TODAY TO BK-DATE
          MOVE WS-SET-NAME TO BK-SET-FILE
          MOVE WS-LIVE-NAME TO BK-LIVE-NAME
          MOVE WS-COPY-COUNT TO BK-COUNT
          WRITE CAT-RECORD
          CLOSE catFile
       END-IF.

      *=================================================
      *   REWRITE ONE FILE TO ITS FULL LAYOUT
      *=================================================
       UPGRADE-ONE-FILE-PARA.
       MOVE WS-LT-NAME(WS-FILE-INDEX) TO WS-LIVE-NAME.
       IF WS-FC-FILLED(WS-FILE-INDEX) = 0 THEN
          IF WS-FC-SHORT(WS-FILE-INDEX) = 0 THEN
             MOVE "ALREADY CURRENT - HEADER WRITTEN"
                TO WS-FC-RESULT(WS-FILE-INDEX)
          ELSE
             MOVE "BLANK DEFAULTS - HEADER WRITTEN"
                TO WS-FC-RESULT(WS-FILE-INDEX)
          END-IF
          PERFORM POST-HEADER-PARA
          EXIT PARAGRAPH
       END-IF.
      *the counts are taken again on the real pass, so the report
      *shows what was written rather than what the dry run saw
       MOVE 0 TO WS-FC-RECORDS(WS-FILE-INDEX).
       MOVE 0 TO WS-FC-SHORT(WS-FILE-INDEX).
       MOVE 0 TO WS-FC-FILLED(WS-FILE-INDEX).
       MOVE "Y" TO WS-COPY-VERDICT.
       OPEN OUTPUT workFile.
       IF WS-WORK-STATUS NOT = "00" THEN
          MOVE "WORK FILE WOULD NOT OPEN - SKIPPED"
             TO WS-FC-RESULT(WS-FILE-INDEX)
          EXIT PARAGRAPH
       END-IF.
       SET WS-REWRITING TO TRUE.
       PERFORM SCAN-LIVE-FILE-PARA.
       SET WS-COUNTING TO TRUE.
       CLOSE workFile.
       IF WS-COPY-VERDICT NOT = "Y" THEN
          MOVE "WORK FILE WRITE FAILED - SKIPPED"
             TO WS-FC-RESULT(WS-FILE-INDEX)
          EXIT PARAGRAPH
       END-IF.
       PERFORM COPY-WORK-TO-LIVE-PARA.
       IF WS-COPY-VERDICT = "Y" THEN
          MOVE "UPGRADED - HEADER WRITTEN"
             TO WS-FC-RESULT(WS-FILE-INDEX)
          PERFORM POST-HEADER-PARA
          MOVE "UPGRADE" TO WS-LOG-EVENT
          MOVE WS-LIVE-NAME TO WS-LOG-TEXT
          CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT
             WS-LOG-TEXT
       ELSE
      *the live file is short now - the set copy taken a moment ago
      *is whole, and the backup program's R puts it back
          MOVE SPACES TO WS-FC-RESULT(WS-FILE-INDEX)
          STRING "REWRITE FAILED - RESTORE " WS-FC-SET-FILE
             (WS-FILE-INDEX) DELIMITED BY SIZE
             INTO WS-FC-RESULT(WS-FILE-INDEX)
          DISPLAY "*** " WS-LIVE-NAME " REWRITE DID NOT FINISH -"
             " RESTORE IT FROM " WS-FC-SET-FILE(WS-FILE-INDEX)
             " ***"
          MOVE "UPGFAIL" TO WS-LOG-EVENT
          MOVE WS-LIVE-NAME TO WS-LOG-TEXT
          CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT
             WS-LOG-TEXT
       END-IF.

       COPY-WORK-TO-LIVE-PARA.
       MOVE "N" TO WS-EOF.
       OPEN INPUT workFile.
       IF WS-WORK-STATUS NOT = "00" THEN
          MOVE "M" TO WS-COPY-VERDICT
          EXIT PARAGRAPH
       END-IF.
       OPEN OUTPUT liveFile.
       IF WS-LIVE-STATUS NOT = "00" THEN
          MOVE "M" TO WS-COPY-VERDICT
          CLOSE workFile
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE OR WS-COPY-VERDICT = "W"
          READ workFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                MOVE WS-WORK-LEN TO WS-LIVE-LEN
                MOVE WORK-RECORD TO LIVE-RECORD
                WRITE LIVE-RECORD
                IF WS-LIVE-STATUS NOT = "00" THEN
                   MOVE "W" TO WS-COPY-VERDICT
                END-IF
          END-READ
       END-PERFORM.
       CLOSE liveFile.
       CLOSE workFile.

      *=================================================
      *   FORMAT-VERSION HEADERS ON FILEVER.DAT
      *=================================================
       LOAD-HEADERS-PARA.
       MOVE 0 TO WS-VER-COUNT.
       MOVE "N" TO WS-EOF.
       OPEN INPUT verFile.
       IF WS-VER-STATUS = "00" THEN
          PERFORM UNTIL WS-END-OF-FILE
             READ verFile
                AT END MOVE "Y" TO WS-EOF
                NOT AT END
                   IF WS-VER-COUNT < 30 AND FV-VERSION IS NUMERIC
                      THEN
                      ADD 1 TO WS-VER-COUNT
                      MOVE VER-RECORD TO WS-VER-ENTRY(WS-VER-COUNT)
                   END-IF
             END-READ
          END-PERFORM
          CLOSE verFile
       END-IF.

       FIND-HEADER-PARA.
       MOVE 0 TO WS-VER-FOUND.
       PERFORM VARYING WS-VER-INDEX FROM 1 BY 1
       UNTIL WS-VER-INDEX > WS-VER-COUNT
          IF WS-VT-FILE(WS-VER-INDEX) = WS-LT-NAME(WS-FILE-INDEX)
             THEN
             MOVE WS-VER-INDEX TO WS-VER-FOUND
          END-IF
       END-PERFORM.

       POST-HEADER-PARA.
       PERFORM FIND-HEADER-PARA.
       IF WS-VER-FOUND = 0 THEN
          IF WS-VER-COUNT >= 30 THEN
             EXIT PARAGRAPH
          END-IF
          ADD 1 TO WS-VER-COUNT
          MOVE WS-VER-COUNT TO WS-VER-FOUND
       END-IF.
       MOVE WS-LT-NAME(WS-FILE-INDEX) TO WS-VT-FILE(WS-VER-FOUND).
       MOVE WS-CURRENT-VERSION TO WS-VT-VERSION(WS-VER-FOUND).
       MOVE WS-LT-FULL(WS-FILE-INDEX) TO WS-VT-LENGTH(WS-VER-FOUND).
       MOVE WS-TODAY TO WS-VT-DATE(WS-VER-FOUND).
       MOVE WS-FC-RECORDS(WS-FILE-INDEX)
          TO WS-VT-RECORDS(WS-VER-FOUND).
       MOVE WS-FC-FILLED(WS-FILE-INDEX) TO WS-VT-FILLED(WS-VER-FOUND).

       SAVE-HEADERS-PARA.
       OPEN OUTPUT verFile.
       IF WS-VER-STATUS = "00" THEN
          PERFORM VARYING WS-VER-INDEX FROM 1 BY 1
          UNTIL WS-VER-INDEX > WS-VER-COUNT
             MOVE WS-VER-ENTRY(WS-VER-INDEX) TO VER-RECORD
             WRITE VER-RECORD
          END-PERFORM
          CLOSE verFile
       END-IF.

      *=================================================
      *   PER-FILE REPORT
      *=================================================
       WRITE-REPORT-PARA.
       OPEN OUTPUT reportFile.
       IF WS-REPORT-STATUS NOT = "00" THEN
          DISPLAY "UPGRADE.RPT COULD NOT BE OPENED, STATUS "
             WS-REPORT-STATUS
          EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO REPORT-LINE.
       STRING "LEGACY RECORD UPGRADE " WS-TODAY "   BY " WS-OPERATOR
          DELIMITED BY SIZE INTO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       IF WS-GO-AHEAD = "Y" THEN
          STRING "FILES BROUGHT TO FORMAT VERSION "
             WS-CURRENT-VERSION DELIMITED BY SIZE INTO REPORT-LINE
       ELSE
          MOVE "DRY RUN ONLY - WHAT AN UPGRADE WOULD DO, NOTHING MOVED"
             TO REPORT-LINE
       END-IF.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE "FILE               RECORDS   SHORT UPGRADED VER BACKUP"
          TO REPORT-LINE.
       MOVE "RESULT" TO REPORT-LINE (70:6).
       WRITE REPORT-LINE.
       PERFORM VARYING WS-FILE-INDEX FROM 1 BY 1
       UNTIL WS-FILE-INDEX > 7
          MOVE SPACES TO REPORT-LINE
          MOVE WS-LT-NAME(WS-FILE-INDEX) TO REPORT-LINE (1:18)
          IF WS-FC-PRESENT(WS-FILE-INDEX) = "Y" THEN
             MOVE WS-FC-RECORDS(WS-FILE-INDEX) TO WS-DISPLAY-NUM
             MOVE WS-DISPLAY-NUM TO REPORT-LINE (20:6)
             MOVE WS-FC-SHORT(WS-FILE-INDEX) TO WS-DISPLAY-NUM
             MOVE WS-DISPLAY-NUM TO REPORT-LINE (28:6)
             MOVE WS-FC-FILLED(WS-FILE-INDEX) TO WS-DISPLAY-NUM
             MOVE WS-DISPLAY-NUM TO REPORT-LINE (36:6)
             MOVE WS-FC-OLD-VER(WS-FILE-INDEX) TO WS-DISPLAY-VER
             MOVE WS-DISPLAY-VER TO REPORT-LINE (43:2)
             MOVE WS-FC-SET-FILE(WS-FILE-INDEX)
                TO REPORT-LINE (47:14)
          END-IF
          MOVE WS-FC-RESULT(WS-FILE-INDEX) TO REPORT-LINE (70:40)
          WRITE REPORT-LINE
       END-PERFORM.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE "SHORT = RECORDS ENDING BEFORE THE FULL LAYOUT; UPGRADED "
          TO REPORT-LINE.
       MOVE "= RECORDS GIVEN A NON-BLANK DEFAULT"
          TO REPORT-LINE (57:35).
       WRITE REPORT-LINE.
       MOVE "VER = FORMAT VERSION ON FILEVER.DAT BEFORE THIS RUN"
          TO REPORT-LINE.
       WRITE REPORT-LINE.
       IF WS-FC-FILLED(5) > 0 AND WS-GO-AHEAD = "Y" THEN
          MOVE "PLAYER.DAT WAS REWRITTEN - RUN IDXBUILD TO RELOAD "
             TO REPORT-LINE
          MOVE "PLAYER.IDX" TO REPORT-LINE (51:10)
          WRITE REPORT-LINE
       END-IF.
       CLOSE reportFile.
       CALL "rptfile" USING WS-REPORT-NAME WS-LOG-PROGRAM
             WS-OPERATOR.
       DISPLAY "REPORT WRITTEN TO UPGRADE.RPT.".

       END PROGRAM upgrade.
