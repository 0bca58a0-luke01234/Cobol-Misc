       IDENTIFICATION DIVISION.
       PROGRAM-ID. cfgbundle.

      *one set of game settings for the whole floor, without walking
      *a USB stick from cabinet to cabinet and copying files by
      *hand. P packs a chosen set of the game's config files into
      *CFGBUNDLE.DAT - a header with the bundle version and a
      *description, each file's lines, and a trailer carrying the
      *line count and the byte-times-position checksum the sentinel
      *uses - and notes it on BUNDLECAT.DAT, which numbers the
      *versions. I installs CFGBUNDLE.DAT on this cabinet: the
      *checksum must come out right, the lines go through the same
      *checks the game's preflight makes of its configs, and only
      *then is every file about to be replaced copied aside (the
      *list on CFGPREV.DAT) before the bundle is written out and
      *its version recorded on CFGVER.DAT. R rolls back to the files
      *and version from before the last install. F is the fleet
      *report: which cabinet runs which bundle, from this cabinet's
      *CFGVER.DAT and the CFGVER2-4.DAT collected from the others
      *the way the fleet files are. MACHINE.CFG never travels in a
      *bundle - it is what makes a cabinet itself. every pack,
      *install and rollback is logged to CFGINST.LOG

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT bundleFile ASSIGN TO "CFGBUNDLE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BUNDLE-STATUS.

           SELECT catFile ASSIGN TO "BUNDLECAT.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CAT-STATUS.

           SELECT cfgFile ASSIGN TO WS-CFG-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CFG-STATUS.

           SELECT saveFile ASSIGN TO WS-SAVE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SAVE-STATUS.

           SELECT prevFile ASSIGN TO "CFGPREV.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PREV-STATUS.

           SELECT verFile ASSIGN TO WS-VER-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-VER-STATUS.

           SELECT instLogFile ASSIGN TO "CFGINST.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INSTLOG-STATUS.

           SELECT machineFile ASSIGN TO "MACHINE.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MACHINE-STATUS.

           SELECT dutyFile ASSIGN TO "ONDUTY.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DUTY-STATUS.

           SELECT reportFile ASSIGN TO "CFGFLEET.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *H header, F one per file, L one per config line, T trailer
       FD  bundleFile.
       01  BUNDLE-RECORD.
           05 BR-TYPE     PIC X(1).
           05 BR-BODY     PIC X(200).
       01  BUNDLE-HEADER.
           05 FILLER      PIC X(1).
           05 BH-VERSION  PIC 9(4).
           05 BH-STAMP    PIC X(14).
           05 BH-MACHINE  PIC 9(1).
           05 BH-OPERATOR PIC X(3).
           05 BH-DESC     PIC X(40).
       01  BUNDLE-FILE-REC.
           05 FILLER      PIC X(1).
           05 BF-NAME     PIC X(18).
           05 BF-LINES    PIC 9(3).
       01  BUNDLE-TRAILER.
           05 FILLER      PIC X(1).
           05 BT-FILES    PIC 9(2).
           05 BT-LINES    PIC 9(4).
           05 BT-CHECKSUM PIC 9(9).

      *one line per bundle packed here - the highest version on it
      *is the one the fleet ought to be running
       FD  catFile.
       01  CAT-RECORD.
           05 BC-VERSION  PIC 9(4).
           05 BC-STAMP    PIC X(14).
           05 BC-OPERATOR PIC X(3).
           05 BC-FILES    PIC 9(2).
           05 BC-LINES    PIC 9(4).
           05 BC-CHECKSUM PIC 9(9).
           05 BC-DESC     PIC X(40).

       FD  cfgFile.
       01  CFG-RECORD PIC X(200).

       FD  saveFile.
       01  SAVE-RECORD PIC X(200).

      *what the last install replaced: a P record with the version
      *that was running before, then an F record per file
       FD  prevFile.
       01  PREV-RECORD.
           05 PV-TYPE     PIC X(1).
           05 PV-VERSION  PIC 9(4).
           05 PV-STAMP    PIC X(14).
           05 PV-OPERATOR PIC X(3).
           05 PV-CHECKSUM PIC 9(9).
           05 PV-DESC     PIC X(40).
       01  PREV-FILE-REC.
           05 FILLER      PIC X(1).
           05 PF-NAME     PIC X(18).
           05 PF-EXISTED  PIC X(1).
           05 PF-SAVE     PIC X(12).
           05 PF-LINES    PIC 9(4).

      *the bundle a cabinet runs - version 0000 is none yet
       FD  verFile.
       01  VER-RECORD.
           05 CV-MACHINE  PIC 9(1).
           05 CV-VERSION  PIC 9(4).
           05 CV-STAMP    PIC X(14).
           05 CV-OPERATOR PIC X(3).
           05 CV-CHECKSUM PIC 9(9).
           05 CV-DESC     PIC X(40).

       FD  instLogFile.
       01  INSTLOG-RECORD.
           05 CI-STAMP    PIC X(14).
           05 CI-MACHINE  PIC 9(1).
           05 CI-ACTION   PIC X(8).
           05 CI-VERSION  PIC 9(4).
           05 CI-OPERATOR PIC X(3).
           05 CI-RESULT   PIC X(30).

       FD  machineFile.
       01  MACHINE-RECORD PIC X(1).

       FD  dutyFile.
       01  DUTY-RECORD.
           05 OD-OPERATOR PIC X(3).
           05 OD-STAMP    PIC X(14).

       FD  reportFile.
       01  REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CFG-NAME        PIC X(18).
       01  WS-SAVE-NAME       PIC X(12).
       01  WS-VER-NAME        PIC X(14).
       01  WS-BUNDLE-STATUS   PIC X(2).
       01  WS-CAT-STATUS      PIC X(2).
       01  WS-CFG-STATUS      PIC X(2).
       01  WS-SAVE-STATUS     PIC X(2).
       01  WS-PREV-STATUS     PIC X(2).
       01  WS-VER-STATUS      PIC X(2).
       01  WS-INSTLOG-STATUS  PIC X(2).
       01  WS-MACHINE-STATUS  PIC X(2).
       01  WS-DUTY-STATUS     PIC X(2).
       01  WS-REPORT-STATUS   PIC X(2).
       01  WS-EOF PIC X(1) VALUE "N".
           88 WS-END-OF-FILE VALUE "Y".

      *the game's config files a bundle may carry - the settings that
      *ought to match across the floor. MACHINE.CFG and NETPLAY.CFG
      *are what set one cabinet apart, so they are not on it
       01  WS-KNOWN-TABLE.
           05 FILLER PIC X(18) VALUE "TETRIS.CFG".
           05 FILLER PIC X(18) VALUE "KEYMAP.CFG".
           05 FILLER PIC X(18) VALUE "GRAVITY.CFG".
           05 FILLER PIC X(18) VALUE "EVENTS.CFG".
           05 FILLER PIC X(18) VALUE "COLORS.CFG".
           05 FILLER PIC X(18) VALUE "LAYOUT.CFG".
           05 FILLER PIC X(18) VALUE "MISSIONS.CFG".
           05 FILLER PIC X(18) VALUE "DRILLS.CFG".
           05 FILLER PIC X(18) VALUE "DASARR.CFG".
           05 FILLER PIC X(18) VALUE "BOARDSIZE.CFG".
           05 FILLER PIC X(18) VALUE "SEED.CFG".
           05 FILLER PIC X(18) VALUE "VERSUS.CFG".
           05 FILLER PIC X(18) VALUE "HOTSEAT.CFG".
           05 FILLER PIC X(18) VALUE "SPRINT.CFG".
           05 FILLER PIC X(18) VALUE "ULTRA.CFG".
           05 FILLER PIC X(18) VALUE "CPU.CFG".
           05 FILLER PIC X(18) VALUE "COOP.CFG".
           05 FILLER PIC X(18) VALUE "ITEMMODE.CFG".
           05 FILLER PIC X(18) VALUE "PIECEPACK.CFG".
           05 FILLER PIC X(18) VALUE "FREEPLAY.CFG".
           05 FILLER PIC X(18) VALUE "DAILY.CFG".
           05 FILLER PIC X(18) VALUE "CHALLENGE.CFG".
           05 FILLER PIC X(18) VALUE "ACHDEF.CFG".
           05 FILLER PIC X(18) VALUE "LANGUAGE.CFG".
       01  WS-KNOWN-TABLE-R REDEFINES WS-KNOWN-TABLE.
           05 WS-KN-NAME PIC X(18) OCCURS 24 TIMES.
       01  WS-KNOWN-INDEX     PIC 9(2).

      *the bundle in memory - the files it carries and their lines
       01  WS-BFILE-TABLE.
           05 WS-BFILE-ENTRY OCCURS 24 TIMES.
              10 WS-BFL-NAME  PIC X(18).
              10 WS-BFL-FIRST PIC 9(3).
              10 WS-BFL-LINES PIC 9(3).
       01  WS-BFILE-COUNT     PIC 9(2) VALUE 0.
       01  WS-BFILE-INDEX     PIC 9(2).
       01  WS-BLINE-TABLE.
           05 WS-BLINE-TEXT PIC X(200) OCCURS 600 TIMES.
       01  WS-BLINE-COUNT     PIC 9(4) VALUE 0.
       01  WS-BLINE-INDEX     PIC 9(4).
       01  WS-BLINE-LAST      PIC 9(4).
       01  WS-BUNDLE-VERSION  PIC 9(4) VALUE 0.
       01  WS-BUNDLE-STAMP    PIC X(14).
       01  WS-BUNDLE-MACHINE  PIC 9(1).
       01  WS-BUNDLE-OPERATOR PIC X(3).
       01  WS-BUNDLE-DESC     PIC X(40).
       01  WS-BUNDLE-GOOD     PIC X(1).
       01  WS-BUNDLE-REASON   PIC X(40).
       01  WS-TRAILER-SEEN    PIC X(1).
       01  WS-TRAILER-FILES   PIC 9(2).
       01  WS-TRAILER-LINES   PIC 9(4).
       01  WS-TRAILER-SUM     PIC 9(9).
       01  WS-TOO-BIG         PIC X(1).

      *checksum work - the sentinel's fold
       01  WS-CHECKSUM        PIC 9(9).
       01  WS-SUM-INDEX       PIC 9(3).
       01  WS-SUM-TEXT        PIC X(200).

      *preflight work - the checks VALIDATE-CONFIG-PARA makes
       01  WS-PF-ERRORS       PIC 9(3).
       01  WS-PF-WARNINGS     PIC 9(3).
       01  WS-PF-MESSAGE      PIC X(60).
       01  WS-PF-TEXT         PIC X(200).
       01  WS-PF-KEYS         PIC X(10).
       01  WS-PF-I            PIC 9(2).
       01  WS-PF-J            PIC 9(2).
       01  WS-PF-BOUND        PIC 9(2).
       01  WS-PF-VERSUS       PIC X(1).
       01  WS-PF-HOTSEAT      PIC X(1).
       01  WS-PF-FLAG         PIC X(1).
       01  WS-PAIR-NUM        PIC 9(4).
       01  WS-PAIR-NUM-R REDEFINES WS-PAIR-NUM.
           05 WS-PAIR-HI      PIC 9(2).
           05 WS-PAIR-LO      PIC 9(2).
       01  WS-VAL-FIELD       PIC X(30).
       01  WS-VAL-RULE        PIC X(8).
       01  WS-VAL-PASS        PIC X(1).
       01  WS-VAL-REASON      PIC X(2).

      *what this cabinet runs now, and what ran before the last
      *install
       01  WS-CURRENT.
           05 WS-CUR-MACHINE  PIC 9(1).
           05 WS-CUR-VERSION  PIC 9(4).
           05 WS-CUR-STAMP    PIC X(14).
           05 WS-CUR-OPERATOR PIC X(3).
           05 WS-CUR-CHECKSUM PIC 9(9).
           05 WS-CUR-DESC     PIC X(40).
       01  WS-PREVIOUS.
           05 WS-PRV-VERSION  PIC 9(4).
           05 WS-PRV-STAMP    PIC X(14).
           05 WS-PRV-OPERATOR PIC X(3).
           05 WS-PRV-CHECKSUM PIC 9(9).
           05 WS-PRV-DESC     PIC X(40).
       01  WS-PREV-TABLE.
           05 WS-PREV-ENTRY OCCURS 24 TIMES.
              10 WS-PE-NAME    PIC X(18).
              10 WS-PE-EXISTED PIC X(1).
              10 WS-PE-SAVE    PIC X(12).
              10 WS-PE-LINES   PIC 9(4).
       01  WS-PREV-COUNT      PIC 9(2) VALUE 0.
       01  WS-PREV-INDEX      PIC 9(2).
       01  WS-SAVE-SEQ        PIC 9(2).

       01  WS-LATEST-VERSION  PIC 9(4) VALUE 0.
       01  WS-LATEST-DESC     PIC X(40).
       01  WS-MACHINE         PIC 9(1) VALUE 1.
       01  WS-FLEET-INDEX     PIC 9(1).
       01  WS-COPY-COUNT      PIC 9(4).
       01  WS-COPY-VERDICT    PIC X(1).
       01  WS-FILE-SEEN       PIC X(1).
       01  WS-DELETE-RESULT   PIC S9(9) COMP-5.
       01  WS-MENU-CHOICE     PIC X(1).
       01  WS-DONE            PIC X(1) VALUE "N".
       01  WS-ANSWER          PIC X(1).
       01  WS-CONFIRM         PIC X(3).
       01  WS-NOW             PIC X(14).
       01  WS-OPERATOR        PIC X(3).
       01  WS-RESULT          PIC X(30).
       01  WS-DISPLAY-NUM     PIC Z(3)9.
       01  WS-STATUS-TEXT     PIC X(20).

       01  WS-LOG-PROGRAM PIC X(12) VALUE "cfgbundle".
       01  WS-LOG-EVENT   PIC X(8).
       01  WS-LOG-TEXT    PIC X(30).
       01  WS-REPORT-NAME PIC X(20) VALUE "CFGFLEET.RPT".

       PROCEDURE DIVISION.
       MAIN-PARA.
       MOVE "STARTUP" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.
       PERFORM FIND-OPERATOR-PARA.
       PERFORM LOAD-MACHINE-PARA.
       PERFORM UNTIL WS-DONE = "Y"
          PERFORM LOAD-CURRENT-PARA
          DISPLAY " "
          DISPLAY "CONFIG BUNDLES - CABINET " WS-MACHINE
             " RUNS VERSION " WS-CUR-VERSION
          DISPLAY "P=PACK, I=INSTALL CFGBUNDLE.DAT, R=ROLL BACK,"
             " F=FLEET REPORT, X=EXIT:"
          ACCEPT WS-MENU-CHOICE
          MOVE FUNCTION UPPER-CASE (WS-MENU-CHOICE) TO WS-MENU-CHOICE
          EVALUATE WS-MENU-CHOICE
          WHEN "P"
             PERFORM PACK-BUNDLE-PARA
          WHEN "I"
             PERFORM INSTALL-BUNDLE-PARA
          WHEN "R"
             PERFORM ROLL-BACK-PARA
          WHEN "F"
             PERFORM FLEET-REPORT-PARA
          WHEN "X"
             MOVE "Y" TO WS-DONE
          WHEN OTHER
             DISPLAY "P, I, R, F OR X."
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

       LOAD-CURRENT-PARA.
       MOVE WS-MACHINE TO WS-CUR-MACHINE.
       MOVE 0 TO WS-CUR-VERSION.
       MOVE SPACES TO WS-CUR-STAMP.
       MOVE SPACES TO WS-CUR-OPERATOR.
       MOVE 0 TO WS-CUR-CHECKSUM.
       MOVE SPACES TO WS-CUR-DESC.
       MOVE "CFGVER.DAT" TO WS-VER-NAME.
       OPEN INPUT verFile.
       IF WS-VER-STATUS = "00" THEN
          READ verFile
             AT END CONTINUE
             NOT AT END
                IF CV-VERSION IS NUMERIC THEN
                   MOVE VER-RECORD TO WS-CURRENT
                   MOVE WS-MACHINE TO WS-CUR-MACHINE
                END-IF
          END-READ
          CLOSE verFile
       END-IF.

      *=================================================
      *   PACK A BUNDLE
      *=================================================
       PACK-BUNDLE-PARA.
       PERFORM LOAD-CATALOG-PARA.
       MOVE 0 TO WS-BFILE-COUNT.
       MOVE 0 TO WS-BLINE-COUNT.
       MOVE "N" TO WS-TOO-BIG.
       DISPLAY "INCLUDE EACH CONFIG FILE PRESENT HERE? (Y/N)".
       PERFORM VARYING WS-KNOWN-INDEX FROM 1 BY 1
       UNTIL WS-KNOWN-INDEX > 24
          MOVE WS-KN-NAME(WS-KNOWN-INDEX) TO WS-CFG-NAME
          OPEN INPUT cfgFile
          IF WS-CFG-STATUS = "00" THEN
             CLOSE cfgFile
             DISPLAY "  " WS-CFG-NAME " ?"
             ACCEPT WS-ANSWER
             MOVE FUNCTION UPPER-CASE (WS-ANSWER) TO WS-ANSWER
             IF WS-ANSWER = "Y" THEN
                PERFORM TAKE-FILE-INTO-BUNDLE-PARA
             END-IF
          END-IF
       END-PERFORM.
       IF WS-BFILE-COUNT = 0 THEN
          DISPLAY "NOTHING CHOSEN - NO BUNDLE WRITTEN."
          EXIT PARAGRAPH
       END-IF.
       IF WS-TOO-BIG = "Y" THEN
          DISPLAY "MORE THAN 600 LINES IN ALL - NO BUNDLE WRITTEN."
          EXIT PARAGRAPH
       END-IF.
      *a bundle that would fail the preflight on arrival is no use
      *to anyone - it is refused here, before it leaves the cabinet
       PERFORM PREFLIGHT-BUNDLE-PARA.
       IF WS-PF-ERRORS > 0 THEN
          DISPLAY WS-PF-ERRORS " PREFLIGHT ERROR(S) - NO BUNDLE"
             " WRITTEN."
          EXIT PARAGRAPH
       END-IF.
       DISPLAY "DESCRIPTION (UP TO 40 CHARACTERS):".
       MOVE SPACES TO WS-BUNDLE-DESC.
       ACCEPT WS-BUNDLE-DESC.
       MOVE FUNCTION UPPER-CASE (WS-BUNDLE-DESC) TO WS-BUNDLE-DESC.
       IF WS-BUNDLE-DESC = SPACES THEN
          DISPLAY "A BUNDLE NEEDS A DESCRIPTION - NONE WRITTEN."
          EXIT PARAGRAPH
       END-IF.
       COMPUTE WS-BUNDLE-VERSION = WS-LATEST-VERSION + 1.
       MOVE FUNCTION CURRENT-DATE (1:14) TO WS-BUNDLE-STAMP.
       MOVE WS-MACHINE TO WS-BUNDLE-MACHINE.
       MOVE WS-OPERATOR TO WS-BUNDLE-OPERATOR.
       PERFORM COMPUTE-CHECKSUM-PARA.
       PERFORM WRITE-BUNDLE-PARA.
       IF WS-BUNDLE-STATUS NOT = "00" THEN
          DISPLAY "CFGBUNDLE.DAT COULD NOT BE WRITTEN, STATUS "
             WS-BUNDLE-STATUS
          EXIT PARAGRAPH
       END-IF.
       OPEN EXTEND catFile.
       IF WS-CAT-STATUS = "35" OR WS-CAT-STATUS = "05" THEN
          CLOSE catFile
          OPEN OUTPUT catFile
       END-IF.
       IF WS-CAT-STATUS = "00" THEN
          MOVE WS-BUNDLE-VERSION TO BC-VERSION
          MOVE WS-BUNDLE-STAMP TO BC-STAMP
          MOVE WS-OPERATOR TO BC-OPERATOR
          MOVE WS-BFILE-COUNT TO BC-FILES
          MOVE WS-BLINE-COUNT TO BC-LINES
          MOVE WS-CHECKSUM TO BC-CHECKSUM
          MOVE WS-BUNDLE-DESC TO BC-DESC
          WRITE CAT-RECORD
          CLOSE catFile
       END-IF.
       DISPLAY "BUNDLE VERSION " WS-BUNDLE-VERSION " WRITTEN TO"
             " CFGBUNDLE.DAT: " WS-BFILE-COUNT " FILES, "
             WS-BLINE-COUNT " LINES, CHECKSUM " WS-CHECKSUM.
       MOVE "PACK" TO CI-ACTION.
       MOVE WS-BUNDLE-VERSION TO CI-VERSION.
       MOVE WS-BUNDLE-DESC TO WS-RESULT.
       PERFORM WRITE-INSTLOG-PARA.
       MOVE "CFGPACK" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       STRING "BUNDLE " WS-BUNDLE-VERSION " PACKED"
             DELIMITED BY SIZE INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.

       TAKE-FILE-INTO-BUNDLE-PARA.
       ADD 1 TO WS-BFILE-COUNT.
       MOVE WS-CFG-NAME TO WS-BFL-NAME(WS-BFILE-COUNT).
       COMPUTE WS-BFL-FIRST(WS-BFILE-COUNT) = WS-BLINE-COUNT + 1.
       MOVE 0 TO WS-BFL-LINES(WS-BFILE-COUNT).
       MOVE "N" TO WS-EOF.
       OPEN INPUT cfgFile.
       IF WS-CFG-STATUS = "00" THEN
          PERFORM UNTIL WS-END-OF-FILE
             READ cfgFile
                AT END MOVE "Y" TO WS-EOF
                NOT AT END
                   IF WS-BLINE-COUNT < 600 THEN
                      ADD 1 TO WS-BLINE-COUNT
                      MOVE CFG-RECORD TO WS-BLINE-TEXT(WS-BLINE-COUNT)
                      ADD 1 TO WS-BFL-LINES(WS-BFILE-COUNT)
                   ELSE
                      MOVE "Y" TO WS-TOO-BIG
                   END-IF
             END-READ
          END-PERFORM
          CLOSE cfgFile
       END-IF.

       WRITE-BUNDLE-PARA.
       OPEN OUTPUT bundleFile.
       IF WS-BUNDLE-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO BUNDLE-RECORD.
       MOVE "H" TO BR-TYPE.
       MOVE WS-BUNDLE-VERSION TO BH-VERSION.
       MOVE WS-BUNDLE-STAMP TO BH-STAMP.
       MOVE WS-BUNDLE-MACHINE TO BH-MACHINE.
       MOVE WS-BUNDLE-OPERATOR TO BH-OPERATOR.
       MOVE WS-BUNDLE-DESC TO BH-DESC.
       WRITE BUNDLE-RECORD.
       PERFORM VARYING WS-BFILE-INDEX FROM 1 BY 1
       UNTIL WS-BFILE-INDEX > WS-BFILE-COUNT
          MOVE SPACES TO BUNDLE-RECORD
          MOVE "F" TO BR-TYPE
          MOVE WS-BFL-NAME(WS-BFILE-INDEX) TO BF-NAME
          MOVE WS-BFL-LINES(WS-BFILE-INDEX) TO BF-LINES
          WRITE BUNDLE-RECORD
          COMPUTE WS-BLINE-LAST = WS-BFL-FIRST(WS-BFILE-INDEX)
             + WS-BFL-LINES(WS-BFILE-INDEX) - 1
          PERFORM VARYING WS-BLINE-INDEX
             FROM WS-BFL-FIRST(WS-BFILE-INDEX) BY 1
          UNTIL WS-BLINE-INDEX > WS-BLINE-LAST
             MOVE "L" TO BR-TYPE
             MOVE WS-BLINE-TEXT(WS-BLINE-INDEX) TO BR-BODY
             WRITE BUNDLE-RECORD
          END-PERFORM
       END-PERFORM.
       MOVE SPACES TO BUNDLE-RECORD.
       MOVE "T" TO BR-TYPE.
       MOVE WS-BFILE-COUNT TO BT-FILES.
       MOVE WS-BLINE-COUNT TO BT-LINES.
       MOVE WS-CHECKSUM TO BT-CHECKSUM.
       WRITE BUNDLE-RECORD.
       CLOSE bundleFile.

       COMPUTE-CHECKSUM-PARA.
      *ORD of each byte weighted by its column over the version,
      *the description, every file name and every line, folded
      *with the line count - a bundle cut short or edited in
      *transit lands on a different figure
       MOVE 0 TO WS-CHECKSUM.
       MOVE SPACES TO WS-SUM-TEXT.
       STRING WS-BUNDLE-VERSION WS-BUNDLE-DESC
             DELIMITED BY SIZE INTO WS-SUM-TEXT.
       PERFORM FOLD-SUM-TEXT-PARA.
       PERFORM VARYING WS-BFILE-INDEX FROM 1 BY 1
       UNTIL WS-BFILE-INDEX > WS-BFILE-COUNT
          MOVE WS-BFL-NAME(WS-BFILE-INDEX) TO WS-SUM-TEXT
          PERFORM FOLD-SUM-TEXT-PARA
       END-PERFORM.
       PERFORM VARYING WS-BLINE-INDEX FROM 1 BY 1
       UNTIL WS-BLINE-INDEX > WS-BLINE-COUNT
          MOVE WS-BLINE-TEXT(WS-BLINE-INDEX) TO WS-SUM-TEXT
          PERFORM FOLD-SUM-TEXT-PARA
       END-PERFORM.
       COMPUTE WS-CHECKSUM =
             FUNCTION MOD(WS-CHECKSUM + WS-BLINE-COUNT, 999999999).

       FOLD-SUM-TEXT-PARA.
       PERFORM VARYING WS-SUM-INDEX FROM 1 BY 1
       UNTIL WS-SUM-INDEX > 200
          COMPUTE WS-CHECKSUM = FUNCTION MOD(WS-CHECKSUM
             + FUNCTION ORD(WS-SUM-TEXT (WS-SUM-INDEX:1))
             * WS-SUM-INDEX, 999999999)
       END-PERFORM.

      *=================================================
      *   PREFLIGHT THE BUNDLE'S LINES
      *=================================================
       PREFLIGHT-BUNDLE-PARA.
      *the checks VALIDATE-CONFIG-PARA makes of the live files at
      *start-up, made here of the lines in the bundle - errors stop
      *the pack or the install, warnings are shown and allowed
       MOVE 0 TO WS-PF-ERRORS.
       MOVE 0 TO WS-PF-WARNINGS.
       MOVE SPACE TO WS-PF-VERSUS.
       MOVE SPACE TO WS-PF-HOTSEAT.
       PERFORM VARYING WS-BFILE-INDEX FROM 1 BY 1
       UNTIL WS-BFILE-INDEX > WS-BFILE-COUNT
          MOVE SPACES TO WS-PF-TEXT
          IF WS-BFL-LINES(WS-BFILE-INDEX) > 0 THEN
             MOVE WS-BLINE-TEXT(WS-BFL-FIRST(WS-BFILE-INDEX))
                TO WS-PF-TEXT
          END-IF
          EVALUATE WS-BFL-NAME(WS-BFILE-INDEX)
          WHEN "KEYMAP.CFG"
             PERFORM CHECK-KEYMAP-PARA
          WHEN "BOARDSIZE.CFG"
             PERFORM CHECK-BOARDSIZE-PARA
          WHEN "DASARR.CFG"
             PERFORM CHECK-DASARR-PARA
          WHEN "SEED.CFG"
             PERFORM CHECK-SEED-PARA
          WHEN "GRAVITY.CFG"
             PERFORM CHECK-GRAVITY-PARA
          WHEN "VERSUS.CFG"
             PERFORM CHECK-FLAG-PARA
             MOVE WS-PF-FLAG TO WS-PF-VERSUS
          WHEN "HOTSEAT.CFG"
             PERFORM CHECK-FLAG-PARA
             MOVE WS-PF-FLAG TO WS-PF-HOTSEAT
          WHEN "SPRINT.CFG"
             PERFORM CHECK-FLAG-PARA
          WHEN "COOP.CFG"
             PERFORM CHECK-FLAG-PARA
          WHEN "CPU.CFG"
             IF WS-PF-TEXT (1:1) NOT = "1" AND
                WS-PF-TEXT (1:1) NOT = "2" AND
                WS-PF-TEXT (1:1) NOT = "3" THEN
                MOVE "WARN CPU.CFG IS NOT 1, 2 OR 3, CPU OFF"
                   TO WS-PF-MESSAGE
                PERFORM PREFLIGHT-WARNING-PARA
             END-IF
          WHEN "ULTRA.CFG"
             IF WS-PF-TEXT (1:1) NOT = "2" AND
                WS-PF-TEXT (1:1) NOT = "3" AND
                WS-PF-TEXT (1:1) NOT = "5" THEN
                MOVE "WARN ULTRA.CFG IS NOT 2, 3 OR 5, ULTRA OFF"
                   TO WS-PF-MESSAGE
                PERFORM PREFLIGHT-WARNING-PARA
             END-IF
          WHEN OTHER
             CONTINUE
          END-EVALUATE
       END-PERFORM.
       IF WS-PF-VERSUS = "Y" AND WS-PF-HOTSEAT = "Y" THEN
          MOVE "WARN VERSUS AND HOTSEAT BOTH Y - VERSUS WILL WIN"
             TO WS-PF-MESSAGE
          PERFORM PREFLIGHT-WARNING-PARA
       END-IF.
       DISPLAY "PREFLIGHT: " WS-PF-ERRORS " ERROR(S), "
             WS-PF-WARNINGS " WARNING(S).".

       PREFLIGHT-ERROR-PARA.
       ADD 1 TO WS-PF-ERRORS.
       DISPLAY "  " WS-PF-MESSAGE.

       PREFLIGHT-WARNING-PARA.
       ADD 1 TO WS-PF-WARNINGS.
       DISPLAY "  " WS-PF-MESSAGE.

       CHECK-EMPTY-PARA.
       IF WS-BFL-LINES(WS-BFILE-INDEX) = 0 THEN
          MOVE SPACES TO WS-PF-MESSAGE
          STRING "ERROR " WS-BFL-NAME(WS-BFILE-INDEX)
             DELIMITED BY SPACE " PRESENT BUT EMPTY"
             DELIMITED BY SIZE INTO WS-PF-MESSAGE
          PERFORM PREFLIGHT-ERROR-PARA
       END-IF.

       CHECK-KEYMAP-PARA.
      *the first line is the ten keys in the game's fixed order -
      *every one of the nine actions needs a key, and no key may
      *serve two; a blank tenth (item) slot gets its default back
       PERFORM CHECK-EMPTY-PARA.
       IF WS-BFL-LINES(WS-BFILE-INDEX) = 0 THEN
          EXIT PARAGRAPH
       END-IF.
       MOVE FUNCTION UPPER-CASE (WS-PF-TEXT (1:10)) TO WS-PF-KEYS.
       IF WS-PF-KEYS (10:1) = SPACE THEN
          MOVE "E" TO WS-PF-KEYS (10:1)
       END-IF.
       MOVE 0 TO WS-PF-BOUND.
       PERFORM VARYING WS-PF-I FROM 1 BY 1 UNTIL WS-PF-I > 9
          IF WS-PF-KEYS (WS-PF-I:1) NOT = SPACE THEN
             ADD 1 TO WS-PF-BOUND
          END-IF
       END-PERFORM.
       IF WS-PF-BOUND < 9 THEN
          MOVE SPACES TO WS-PF-MESSAGE
          STRING "ERROR KEYMAP: ONLY " WS-PF-BOUND
             " OF 9 ACTIONS HAVE A KEY BOUND"
             DELIMITED BY SIZE INTO WS-PF-MESSAGE
          PERFORM PREFLIGHT-ERROR-PARA
       END-IF.
       PERFORM VARYING WS-PF-I FROM 1 BY 1 UNTIL WS-PF-I > 9
          PERFORM VARYING WS-PF-J FROM 1 BY 1 UNTIL WS-PF-J > 10
             IF WS-PF-J > WS-PF-I AND
                WS-PF-KEYS (WS-PF-I:1) NOT = SPACE AND
                WS-PF-KEYS (WS-PF-I:1) = WS-PF-KEYS (WS-PF-J:1) THEN
                MOVE SPACES TO WS-PF-MESSAGE
                STRING "ERROR KEYMAP: KEY '" WS-PF-KEYS (WS-PF-I:1)
                   "' BOUND TO ACTIONS " WS-PF-I " AND " WS-PF-J
                   DELIMITED BY SIZE INTO WS-PF-MESSAGE
                PERFORM PREFLIGHT-ERROR-PARA
             END-IF
          END-PERFORM
       END-PERFORM.

       CHECK-BOARDSIZE-PARA.
       PERFORM CHECK-EMPTY-PARA.
       IF WS-BFL-LINES(WS-BFILE-INDEX) = 0 THEN
          EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO WS-VAL-FIELD.
       MOVE WS-PF-TEXT (1:4) TO WS-VAL-FIELD (1:4).
       MOVE "NUMERIC" TO WS-VAL-RULE.
       CALL "fieldvalidator" USING WS-VAL-FIELD WS-VAL-RULE
             WS-VAL-PASS WS-VAL-REASON.
       IF WS-VAL-PASS NOT = "Y" THEN
          MOVE "ERROR BOARDSIZE.CFG NOT 4 DIGITS (HHWW)"
             TO WS-PF-MESSAGE
          PERFORM PREFLIGHT-ERROR-PARA
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-PF-TEXT (1:4) TO WS-PAIR-NUM.
       IF WS-PAIR-HI < 1 OR WS-PAIR-HI > 20 OR
             WS-PAIR-LO < 1 OR WS-PAIR-LO > 10 THEN
          MOVE SPACES TO WS-PF-MESSAGE
          STRING "ERROR BOARDSIZE " WS-PAIR-HI "X" WS-PAIR-LO
             " OUT OF RANGE (1-20 X 1-10)"
             DELIMITED BY SIZE INTO WS-PF-MESSAGE
          PERFORM PREFLIGHT-ERROR-PARA
       END-IF.

       CHECK-DASARR-PARA.
       PERFORM CHECK-EMPTY-PARA.
       IF WS-BFL-LINES(WS-BFILE-INDEX) = 0 THEN
          EXIT PARAGRAPH
       END-IF.
       IF WS-PF-TEXT (1:4) IS NOT NUMERIC THEN
          MOVE "ERROR DASARR.CFG NOT 4 DIGITS (DDAA)"
             TO WS-PF-MESSAGE
          PERFORM PREFLIGHT-ERROR-PARA
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-PF-TEXT (1:4) TO WS-PAIR-NUM.
       IF WS-PAIR-HI = 0 OR WS-PAIR-LO = 0 THEN
          MOVE "WARN DASARR HAS A ZERO VALUE, DEFAULTS KEPT"
             TO WS-PF-MESSAGE
          PERFORM PREFLIGHT-WARNING-PARA
       END-IF.

       CHECK-SEED-PARA.
       PERFORM CHECK-EMPTY-PARA.
       IF WS-BFL-LINES(WS-BFILE-INDEX) = 0 THEN
          EXIT PARAGRAPH
       END-IF.
       IF WS-PF-TEXT (1:8) IS NOT NUMERIC THEN
          MOVE "ERROR SEED.CFG NOT AN 8-DIGIT NUMBER"
             TO WS-PF-MESSAGE
          PERFORM PREFLIGHT-ERROR-PARA
       END-IF.

       CHECK-GRAVITY-PARA.
      *level/delay pairs, LLLDDDD, neither part zero - the rule the
      *config editor holds every gravity line to
       COMPUTE WS-BLINE-LAST = WS-BFL-FIRST(WS-BFILE-INDEX)
             + WS-BFL-LINES(WS-BFILE-INDEX) - 1.
       PERFORM VARYING WS-BLINE-INDEX
             FROM WS-BFL-FIRST(WS-BFILE-INDEX) BY 1
       UNTIL WS-BLINE-INDEX > WS-BLINE-LAST
          MOVE WS-BLINE-TEXT(WS-BLINE-INDEX) TO WS-PF-TEXT
          IF WS-PF-TEXT (1:7) IS NOT NUMERIC OR
             WS-PF-TEXT (1:3) = "000" OR
             WS-PF-TEXT (4:4) = "0000" THEN
             MOVE SPACES TO WS-PF-MESSAGE
             STRING "ERROR GRAVITY.CFG LINE '" WS-PF-TEXT (1:7)
                "' IS NOT LLLDDDD, NEITHER PART ZERO"
                DELIMITED BY SIZE INTO WS-PF-MESSAGE
             PERFORM PREFLIGHT-ERROR-PARA
          END-IF
       END-PERFORM.

       CHECK-FLAG-PARA.
       MOVE FUNCTION UPPER-CASE (WS-PF-TEXT (1:1)) TO WS-PF-FLAG.
       IF WS-PF-FLAG NOT = "Y" AND WS-PF-FLAG NOT = "N" THEN
          MOVE SPACES TO WS-PF-MESSAGE
          STRING "WARN " WS-BFL-NAME(WS-BFILE-INDEX)
             DELIMITED BY SPACE " IS NOT Y OR N"
             DELIMITED BY SIZE INTO WS-PF-MESSAGE
          PERFORM PREFLIGHT-WARNING-PARA
       END-IF.

      *=================================================
      *   INSTALL CFGBUNDLE.DAT ON THIS CABINET
      *=================================================
       INSTALL-BUNDLE-PARA.
       PERFORM READ-BUNDLE-PARA.
       IF WS-BUNDLE-GOOD NOT = "Y" THEN
          DISPLAY "BUNDLE REFUSED: " WS-BUNDLE-REASON
          MOVE "INSTALL" TO CI-ACTION
          MOVE WS-BUNDLE-VERSION TO CI-VERSION
          MOVE WS-BUNDLE-REASON TO WS-RESULT
          PERFORM WRITE-INSTLOG-PARA
          EXIT PARAGRAPH
       END-IF.
       DISPLAY "BUNDLE VERSION " WS-BUNDLE-VERSION " PACKED "
             WS-BUNDLE-STAMP (1:8) " ON CABINET " WS-BUNDLE-MACHINE
             " BY " WS-BUNDLE-OPERATOR.
       DISPLAY "  " WS-BUNDLE-DESC.
       DISPLAY "  " WS-BFILE-COUNT " FILES, " WS-BLINE-COUNT
             " LINES, CHECKSUM " WS-CHECKSUM " - CHECKS OUT.".
       PERFORM PREFLIGHT-BUNDLE-PARA.
       IF WS-PF-ERRORS > 0 THEN
          DISPLAY "BUNDLE FAILS THE PREFLIGHT - NOT INSTALLED."
          MOVE "INSTALL" TO CI-ACTION
          MOVE WS-BUNDLE-VERSION TO CI-VERSION
          MOVE "REFUSED - PREFLIGHT ERRORS" TO WS-RESULT
          PERFORM WRITE-INSTLOG-PARA
          EXIT PARAGRAPH
       END-IF.
       IF WS-BUNDLE-VERSION = WS-CUR-VERSION THEN
          DISPLAY "THIS CABINET ALREADY RUNS VERSION "
             WS-CUR-VERSION "."
       END-IF.
       IF WS-BUNDLE-VERSION < WS-CUR-VERSION THEN
          DISPLAY "THIS IS OLDER THAN THE VERSION " WS-CUR-VERSION
             " RUNNING NOW."
       END-IF.
       DISPLAY "TYPE YES TO INSTALL:".
       ACCEPT WS-CONFIRM.
       MOVE FUNCTION UPPER-CASE (WS-CONFIRM) TO WS-CONFIRM.
       IF WS-CONFIRM NOT = "YES" THEN
          DISPLAY "LEFT ALONE."
          EXIT PARAGRAPH
       END-IF.
       PERFORM SAVE-CURRENT-FILES-PARA.
       IF WS-COPY-VERDICT NOT = "Y" THEN
          DISPLAY "*** COULD NOT COPY THE CURRENT FILES ASIDE -"
             " NOTHING INSTALLED ***"
          MOVE "INSTALL" TO CI-ACTION
          MOVE WS-BUNDLE-VERSION TO CI-VERSION
          MOVE "REFUSED - BACKUP FAILED" TO WS-RESULT
          PERFORM WRITE-INSTLOG-PARA
          EXIT PARAGRAPH
       END-IF.
       PERFORM APPLY-BUNDLE-PARA.
       MOVE "INSTALL" TO CI-ACTION.
       MOVE WS-BUNDLE-VERSION TO CI-VERSION.
       IF WS-COPY-VERDICT = "Y" THEN
          MOVE WS-MACHINE TO WS-CUR-MACHINE
          MOVE WS-BUNDLE-VERSION TO WS-CUR-VERSION
          MOVE FUNCTION CURRENT-DATE (1:14) TO WS-CUR-STAMP
          MOVE WS-OPERATOR TO WS-CUR-OPERATOR
          MOVE WS-CHECKSUM TO WS-CUR-CHECKSUM
          MOVE WS-BUNDLE-DESC TO WS-CUR-DESC
          PERFORM SAVE-CURRENT-PARA
          DISPLAY "VERSION " WS-BUNDLE-VERSION " INSTALLED."
          MOVE "INSTALLED" TO WS-RESULT
          MOVE "CFGINST" TO WS-LOG-EVENT
       ELSE
          DISPLAY "*** A FILE DID NOT WRITE IN FULL - ROLL BACK"
             " WITH R ***"
          MOVE "WRITE FAILED - ROLL BACK" TO WS-RESULT
          MOVE "CFGFAIL" TO WS-LOG-EVENT
       END-IF.
       PERFORM WRITE-INSTLOG-PARA.
       MOVE SPACES TO WS-LOG-TEXT.
       STRING "BUNDLE " WS-BUNDLE-VERSION " " WS-RESULT
             DELIMITED BY SIZE INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.

       READ-BUNDLE-PARA.
      *the whole bundle is read back and checked before a single
      *line of it is believed: a header first, every F record's
      *lines all there, a trailer whose counts and checksum agree
       MOVE "N" TO WS-BUNDLE-GOOD.
       MOVE 0 TO WS-BUNDLE-VERSION.
       MOVE 0 TO WS-BFILE-COUNT.
       MOVE 0 TO WS-BLINE-COUNT.
       MOVE "N" TO WS-TRAILER-SEEN.
       MOVE "N" TO WS-TOO-BIG.
       MOVE SPACES TO WS-BUNDLE-REASON.
       MOVE "N" TO WS-EOF.
       OPEN INPUT bundleFile.
       IF WS-BUNDLE-STATUS NOT = "00" THEN
          MOVE "NO CFGBUNDLE.DAT TO INSTALL" TO WS-BUNDLE-REASON
          EXIT PARAGRAPH
       END-IF.
       READ bundleFile
          AT END MOVE "Y" TO WS-EOF
       END-READ.
       IF WS-END-OF-FILE OR BR-TYPE NOT = "H" OR
             BH-VERSION IS NOT NUMERIC THEN
          MOVE "NO BUNDLE HEADER" TO WS-BUNDLE-REASON
          CLOSE bundleFile
          EXIT PARAGRAPH
       END-IF.
       MOVE BH-VERSION TO WS-BUNDLE-VERSION.
       MOVE BH-STAMP TO WS-BUNDLE-STAMP.
       MOVE BH-MACHINE TO WS-BUNDLE-MACHINE.
       MOVE BH-OPERATOR TO WS-BUNDLE-OPERATOR.
       MOVE BH-DESC TO WS-BUNDLE-DESC.
       PERFORM UNTIL WS-END-OF-FILE OR WS-BUNDLE-REASON NOT = SPACES
          READ bundleFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                PERFORM TAKE-BUNDLE-RECORD-PARA
          END-READ
       END-PERFORM.
       CLOSE bundleFile.
       IF WS-BUNDLE-REASON NOT = SPACES THEN
          EXIT PARAGRAPH
       END-IF.
       IF WS-TRAILER-SEEN NOT = "Y" THEN
          MOVE "NO TRAILER - BUNDLE CUT SHORT" TO WS-BUNDLE-REASON
          EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-BFILE-INDEX FROM 1 BY 1
       UNTIL WS-BFILE-INDEX > WS-BFILE-COUNT
          IF WS-BFILE-INDEX < WS-BFILE-COUNT THEN
             COMPUTE WS-BLINE-LAST =
                WS-BFL-FIRST(WS-BFILE-INDEX + 1)
                - WS-BFL-FIRST(WS-BFILE-INDEX)
          ELSE
             COMPUTE WS-BLINE-LAST = WS-BLINE-COUNT + 1
                - WS-BFL-FIRST(WS-BFILE-INDEX)
          END-IF
          IF WS-BLINE-LAST NOT = WS-BFL-LINES(WS-BFILE-INDEX) THEN
             MOVE SPACES TO WS-BUNDLE-REASON
             STRING "LINES MISSING FROM " WS-BFL-NAME(WS-BFILE-INDEX)
                DELIMITED BY SIZE INTO WS-BUNDLE-REASON
          END-IF
       END-PERFORM.
       IF WS-BUNDLE-REASON NOT = SPACES THEN
          EXIT PARAGRAPH
       END-IF.
       IF WS-TRAILER-FILES NOT = WS-BFILE-COUNT OR
             WS-TRAILER-LINES NOT = WS-BLINE-COUNT THEN
          MOVE "COUNTS DO NOT MATCH THE TRAILER" TO WS-BUNDLE-REASON
          EXIT PARAGRAPH
       END-IF.
       PERFORM COMPUTE-CHECKSUM-PARA.
       IF WS-CHECKSUM NOT = WS-TRAILER-SUM THEN
          MOVE "CHECKSUM DOES NOT MATCH" TO WS-BUNDLE-REASON
          EXIT PARAGRAPH
       END-IF.
       MOVE "Y" TO WS-BUNDLE-GOOD.

       TAKE-BUNDLE-RECORD-PARA.
       IF WS-TRAILER-SEEN = "Y" THEN
          MOVE "RECORDS AFTER THE TRAILER" TO WS-BUNDLE-REASON
          EXIT PARAGRAPH
       END-IF.
       EVALUATE BR-TYPE
       WHEN "F"
          IF WS-BFILE-COUNT >= 24 OR BF-LINES IS NOT NUMERIC THEN
             MOVE "BAD FILE RECORD" TO WS-BUNDLE-REASON
             EXIT PARAGRAPH
          END-IF
          PERFORM CHECK-KNOWN-NAME-PARA
          IF WS-FILE-SEEN NOT = "Y" THEN
             MOVE SPACES TO WS-BUNDLE-REASON
             STRING BF-NAME " IS NOT A BUNDLE FILE"
                DELIMITED BY SIZE INTO WS-BUNDLE-REASON
             EXIT PARAGRAPH
          END-IF
          ADD 1 TO WS-BFILE-COUNT
          MOVE BF-NAME TO WS-BFL-NAME(WS-BFILE-COUNT)
          MOVE BF-LINES TO WS-BFL-LINES(WS-BFILE-COUNT)
          COMPUTE WS-BFL-FIRST(WS-BFILE-COUNT) = WS-BLINE-COUNT + 1
       WHEN "L"
          IF WS-BFILE-COUNT = 0 OR WS-BLINE-COUNT >= 600 THEN
             MOVE "LINE OUTSIDE ANY FILE" TO WS-BUNDLE-REASON
             EXIT PARAGRAPH
          END-IF
          ADD 1 TO WS-BLINE-COUNT
          MOVE BR-BODY TO WS-BLINE-TEXT(WS-BLINE-COUNT)
       WHEN "T"
          IF BT-FILES IS NOT NUMERIC OR BT-LINES IS NOT NUMERIC OR
             BT-CHECKSUM IS NOT NUMERIC THEN
             MOVE "BAD TRAILER" TO WS-BUNDLE-REASON
             EXIT PARAGRAPH
          END-IF
          MOVE "Y" TO WS-TRAILER-SEEN
          MOVE BT-FILES TO WS-TRAILER-FILES
          MOVE BT-LINES TO WS-TRAILER-LINES
          MOVE BT-CHECKSUM TO WS-TRAILER-SUM
       WHEN OTHER
          MOVE "UNKNOWN RECORD IN BUNDLE" TO WS-BUNDLE-REASON
       END-EVALUATE.

       CHECK-KNOWN-NAME-PARA.
      *only the known game configs are ever written from a bundle,
      *so a doctored one cannot overwrite anything else on the disk
       MOVE "N" TO WS-FILE-SEEN.
       PERFORM VARYING WS-KNOWN-INDEX FROM 1 BY 1
       UNTIL WS-KNOWN-INDEX > 24
          IF WS-KN-NAME(WS-KNOWN-INDEX) = BF-NAME THEN
             MOVE "Y" TO WS-FILE-SEEN
          END-IF
       END-PERFORM.

       SAVE-CURRENT-FILES-PARA.
      *each file the bundle will replace is copied to CFGPRE<nn>.DAT
      *and listed on CFGPREV.DAT with the version now running, so R
      *can put things back as they were; a file that does not exist
      *yet is listed too, so a roll back removes it again
       MOVE "Y" TO WS-COPY-VERDICT.
       MOVE WS-CUR-VERSION TO WS-PRV-VERSION.
       MOVE WS-CUR-STAMP TO WS-PRV-STAMP.
       MOVE WS-CUR-OPERATOR TO WS-PRV-OPERATOR.
       MOVE WS-CUR-CHECKSUM TO WS-PRV-CHECKSUM.
       MOVE WS-CUR-DESC TO WS-PRV-DESC.
       MOVE 0 TO WS-PREV-COUNT.
       MOVE 0 TO WS-SAVE-SEQ.
       PERFORM VARYING WS-BFILE-INDEX FROM 1 BY 1
       UNTIL WS-BFILE-INDEX > WS-BFILE-COUNT OR
             WS-COPY-VERDICT NOT = "Y"
          ADD 1 TO WS-PREV-COUNT
          ADD 1 TO WS-SAVE-SEQ
          MOVE WS-BFL-NAME(WS-BFILE-INDEX) TO WS-CFG-NAME
          MOVE WS-CFG-NAME TO WS-PE-NAME(WS-PREV-COUNT)
          MOVE SPACES TO WS-SAVE-NAME
          STRING "CFGPRE" WS-SAVE-SEQ ".DAT"
             DELIMITED BY SIZE INTO WS-SAVE-NAME
          MOVE WS-SAVE-NAME TO WS-PE-SAVE(WS-PREV-COUNT)
          PERFORM COPY-CFG-TO-SAVE-PARA
          MOVE WS-COPY-COUNT TO WS-PE-LINES(WS-PREV-COUNT)
          MOVE WS-FILE-SEEN TO WS-PE-EXISTED(WS-PREV-COUNT)
       END-PERFORM.
       IF WS-COPY-VERDICT NOT = "Y" THEN
          EXIT PARAGRAPH
       END-IF.
       OPEN OUTPUT prevFile.
       IF WS-PREV-STATUS NOT = "00" THEN
          MOVE "W" TO WS-COPY-VERDICT
          EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO PREV-RECORD.
       MOVE "P" TO PV-TYPE.
       MOVE WS-PRV-VERSION TO PV-VERSION.
       MOVE WS-PRV-STAMP TO PV-STAMP.
       MOVE WS-PRV-OPERATOR TO PV-OPERATOR.
       MOVE WS-PRV-CHECKSUM TO PV-CHECKSUM.
       MOVE WS-PRV-DESC TO PV-DESC.
       WRITE PREV-RECORD.
       PERFORM VARYING WS-PREV-INDEX FROM 1 BY 1
       UNTIL WS-PREV-INDEX > WS-PREV-COUNT
          MOVE SPACES TO PREV-RECORD
          MOVE "F" TO PV-TYPE
          MOVE WS-PE-NAME(WS-PREV-INDEX) TO PF-NAME
          MOVE WS-PE-EXISTED(WS-PREV-INDEX) TO PF-EXISTED
          MOVE WS-PE-SAVE(WS-PREV-INDEX) TO PF-SAVE
          MOVE WS-PE-LINES(WS-PREV-INDEX) TO PF-LINES
          WRITE PREV-RECORD
          IF WS-PREV-STATUS NOT = "00" THEN
             MOVE "W" TO WS-COPY-VERDICT
          END-IF
       END-PERFORM.
       CLOSE prevFile.

       COPY-CFG-TO-SAVE-PARA.
       MOVE 0 TO WS-COPY-COUNT.
       MOVE "N" TO WS-FILE-SEEN.
       MOVE "N" TO WS-EOF.
       OPEN OUTPUT saveFile.
       IF WS-SAVE-STATUS NOT = "00" THEN
          MOVE "W" TO WS-COPY-VERDICT
          EXIT PARAGRAPH
       END-IF.
       OPEN INPUT cfgFile.
       IF WS-CFG-STATUS = "00" THEN
          MOVE "Y" TO WS-FILE-SEEN
          PERFORM UNTIL WS-END-OF-FILE OR WS-COPY-VERDICT NOT = "Y"
             READ cfgFile
                AT END MOVE "Y" TO WS-EOF
                NOT AT END
                   MOVE CFG-RECORD TO SAVE-RECORD
                   WRITE SAVE-RECORD
                   IF WS-SAVE-STATUS NOT = "00" THEN
                      MOVE "W" TO WS-COPY-VERDICT
                   ELSE
                      ADD 1 TO WS-COPY-COUNT
                   END-IF
             END-READ
          END-PERFORM
          CLOSE cfgFile
       END-IF.
       CLOSE saveFile.

       APPLY-BUNDLE-PARA.
       MOVE "Y" TO WS-COPY-VERDICT.
       PERFORM VARYING WS-BFILE-INDEX FROM 1 BY 1
       UNTIL WS-BFILE-INDEX > WS-BFILE-COUNT
          MOVE WS-BFL-NAME(WS-BFILE-INDEX) TO WS-CFG-NAME
          OPEN OUTPUT cfgFile
          IF WS-CFG-STATUS NOT = "00" THEN
             MOVE "W" TO WS-COPY-VERDICT
             DISPLAY WS-CFG-NAME " COULD NOT BE OPENED, STATUS "
                WS-CFG-STATUS
          ELSE
             COMPUTE WS-BLINE-LAST = WS-BFL-FIRST(WS-BFILE-INDEX)
                + WS-BFL-LINES(WS-BFILE-INDEX) - 1
             PERFORM VARYING WS-BLINE-INDEX
                FROM WS-BFL-FIRST(WS-BFILE-INDEX) BY 1
             UNTIL WS-BLINE-INDEX > WS-BLINE-LAST
                MOVE WS-BLINE-TEXT(WS-BLINE-INDEX) TO CFG-RECORD
                WRITE CFG-RECORD
                IF WS-CFG-STATUS NOT = "00" THEN
                   MOVE "W" TO WS-COPY-VERDICT
                END-IF
             END-PERFORM
             CLOSE cfgFile
             DISPLAY "  " WS-CFG-NAME " " WS-BFL-LINES(WS-BFILE-INDEX)
                " LINES"
          END-IF
       END-PERFORM.

       SAVE-CURRENT-PARA.
       MOVE "CFGVER.DAT" TO WS-VER-NAME.
       OPEN OUTPUT verFile.
       IF WS-VER-STATUS = "00" THEN
          MOVE WS-CURRENT TO VER-RECORD
          WRITE VER-RECORD
          CLOSE verFile
       END-IF.

      *=================================================
      *   ROLL BACK THE LAST INSTALL
      *=================================================
       ROLL-BACK-PARA.
       MOVE 0 TO WS-PREV-COUNT.
       MOVE "N" TO WS-FILE-SEEN.
       MOVE "N" TO WS-EOF.
       OPEN INPUT prevFile.
       IF WS-PREV-STATUS = "00" THEN
          PERFORM UNTIL WS-END-OF-FILE
             READ prevFile
                AT END MOVE "Y" TO WS-EOF
                NOT AT END
                   PERFORM TAKE-PREV-RECORD-PARA
             END-READ
          END-PERFORM
          CLOSE prevFile
       END-IF.
       IF WS-FILE-SEEN NOT = "Y" THEN
          DISPLAY "NO INSTALL TO ROLL BACK."
          EXIT PARAGRAPH
       END-IF.
       DISPLAY "ROLL BACK FROM VERSION " WS-CUR-VERSION " TO VERSION "
             WS-PRV-VERSION " - " WS-PREV-COUNT " FILE(S):".
       PERFORM VARYING WS-PREV-INDEX FROM 1 BY 1
       UNTIL WS-PREV-INDEX > WS-PREV-COUNT
          IF WS-PE-EXISTED(WS-PREV-INDEX) = "Y" THEN
             DISPLAY "  " WS-PE-NAME(WS-PREV-INDEX) " BACK TO "
                WS-PE-LINES(WS-PREV-INDEX) " LINES"
          ELSE
             DISPLAY "  " WS-PE-NAME(WS-PREV-INDEX)
                " REMOVED - IT WAS NOT HERE BEFORE"
          END-IF
       END-PERFORM.
       DISPLAY "TYPE YES TO ROLL BACK:".
       ACCEPT WS-CONFIRM.
       MOVE FUNCTION UPPER-CASE (WS-CONFIRM) TO WS-CONFIRM.
       IF WS-CONFIRM NOT = "YES" THEN
          DISPLAY "LEFT ALONE."
          EXIT PARAGRAPH
       END-IF.
       MOVE "Y" TO WS-COPY-VERDICT.
       PERFORM VARYING WS-PREV-INDEX FROM 1 BY 1
       UNTIL WS-PREV-INDEX > WS-PREV-COUNT
          MOVE WS-PE-NAME(WS-PREV-INDEX) TO WS-CFG-NAME
          IF WS-PE-EXISTED(WS-PREV-INDEX) = "Y" THEN
             MOVE WS-PE-SAVE(WS-PREV-INDEX) TO WS-SAVE-NAME
             PERFORM COPY-SAVE-TO-CFG-PARA
          ELSE
             CALL "CBL_DELETE_FILE" USING WS-CFG-NAME
                RETURNING WS-DELETE-RESULT
          END-IF
       END-PERFORM.
       MOVE "ROLLBACK" TO CI-ACTION.
       MOVE WS-PRV-VERSION TO CI-VERSION.
       IF WS-COPY-VERDICT NOT = "Y" THEN
          DISPLAY "*** A FILE DID NOT RESTORE IN FULL - THE COPIES"
             " ARE STILL IN CFGPRE<NN>.DAT ***"
          MOVE "RESTORE INCOMPLETE" TO WS-RESULT
          PERFORM WRITE-INSTLOG-PARA
          EXIT PARAGRAPH
       END-IF.
       MOVE WS-MACHINE TO WS-CUR-MACHINE.
       MOVE WS-PRV-VERSION TO WS-CUR-VERSION.
       MOVE WS-PRV-STAMP TO WS-CUR-STAMP.
       MOVE WS-PRV-OPERATOR TO WS-CUR-OPERATOR.
       MOVE WS-PRV-CHECKSUM TO WS-CUR-CHECKSUM.
       MOVE WS-PRV-DESC TO WS-CUR-DESC.
       PERFORM SAVE-CURRENT-PARA.
      *one step back only - the list is spent once it has been used
       OPEN OUTPUT prevFile.
       IF WS-PREV-STATUS = "00" THEN
          CLOSE prevFile
       END-IF.
       DISPLAY "ROLLED BACK TO VERSION " WS-PRV-VERSION ".".
       MOVE "ROLLED BACK" TO WS-RESULT.
       PERFORM WRITE-INSTLOG-PARA.
       MOVE "CFGROLL" TO WS-LOG-EVENT.
       MOVE SPACES TO WS-LOG-TEXT.
       STRING "BACK TO BUNDLE " WS-PRV-VERSION
             DELIMITED BY SIZE INTO WS-LOG-TEXT.
       CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT WS-LOG-TEXT.

       TAKE-PREV-RECORD-PARA.
       EVALUATE PV-TYPE
       WHEN "P"
          IF PV-VERSION IS NUMERIC THEN
             MOVE "Y" TO WS-FILE-SEEN
             MOVE PV-VERSION TO WS-PRV-VERSION
             MOVE PV-STAMP TO WS-PRV-STAMP
             MOVE PV-OPERATOR TO WS-PRV-OPERATOR
             MOVE PV-CHECKSUM TO WS-PRV-CHECKSUM
             MOVE PV-DESC TO WS-PRV-DESC
          END-IF
       WHEN "F"
          IF WS-PREV-COUNT < 24 THEN
             ADD 1 TO WS-PREV-COUNT
             MOVE PF-NAME TO WS-PE-NAME(WS-PREV-COUNT)
             MOVE PF-EXISTED TO WS-PE-EXISTED(WS-PREV-COUNT)
             MOVE PF-SAVE TO WS-PE-SAVE(WS-PREV-COUNT)
             MOVE PF-LINES TO WS-PE-LINES(WS-PREV-COUNT)
          END-IF
       END-EVALUATE.

       COPY-SAVE-TO-CFG-PARA.
       MOVE "N" TO WS-EOF.
       OPEN INPUT saveFile.
       IF WS-SAVE-STATUS NOT = "00" THEN
          MOVE "M" TO WS-COPY-VERDICT
          DISPLAY WS-SAVE-NAME " IS MISSING - " WS-CFG-NAME
             " LEFT AS IT IS"
          EXIT PARAGRAPH
       END-IF.
       OPEN OUTPUT cfgFile.
       IF WS-CFG-STATUS NOT = "00" THEN
          MOVE "W" TO WS-COPY-VERDICT
          CLOSE saveFile
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-END-OF-FILE
          READ saveFile
             AT END MOVE "Y" TO WS-EOF
             NOT AT END
                MOVE SAVE-RECORD TO CFG-RECORD
                WRITE CFG-RECORD
                IF WS-CFG-STATUS NOT = "00" THEN
                   MOVE "W" TO WS-COPY-VERDICT
                END-IF
          END-READ
       END-PERFORM.
       CLOSE cfgFile.
       CLOSE saveFile.

      *=================================================
      *   FLEET REPORT
      *=================================================
       FLEET-REPORT-PARA.
       PERFORM LOAD-CATALOG-PARA.
       OPEN OUTPUT reportFile.
       IF WS-REPORT-STATUS NOT = "00" THEN
          DISPLAY "CFGFLEET.RPT COULD NOT BE OPENED, STATUS "
             WS-REPORT-STATUS
          EXIT PARAGRAPH
       END-IF.
       MOVE FUNCTION CURRENT-DATE (1:14) TO WS-NOW.
       MOVE SPACES TO REPORT-LINE.
       STRING "CONFIG BUNDLES ACROSS THE FLEET   " WS-NOW (1:8)
             "   BY " WS-OPERATOR DELIMITED BY SIZE INTO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       IF WS-LATEST-VERSION = 0 THEN
          MOVE "NO BUNDLE HAS BEEN PACKED ON THIS CABINET"
             TO REPORT-LINE
       ELSE
          STRING "LATEST PACKED: VERSION " WS-LATEST-VERSION "  "
             WS-LATEST-DESC DELIMITED BY SIZE INTO REPORT-LINE
       END-IF.
       WRITE REPORT-LINE.
       MOVE SPACES TO REPORT-LINE.
       WRITE REPORT-LINE.
       MOVE "CABINET  VERSION  INSTALLED  BY   DESCRIPTION"
             TO REPORT-LINE.
       MOVE "STATUS" TO REPORT-LINE (78:6).
       WRITE REPORT-LINE.
      *this cabinet's own CFGVER.DAT, then the copies collected from
      *cabinets 2-4 - each record carries its own cabinet number
       PERFORM VARYING WS-FLEET-INDEX FROM 1 BY 1
       UNTIL WS-FLEET-INDEX > 4
          IF WS-FLEET-INDEX = 1 THEN
             MOVE "CFGVER.DAT" TO WS-VER-NAME
          ELSE
             MOVE SPACES TO WS-VER-NAME
             STRING "CFGVER" WS-FLEET-INDEX ".DAT"
                DELIMITED BY SIZE INTO WS-VER-NAME
          END-IF
          PERFORM REPORT-ONE-CABINET-PARA
       END-PERFORM.
       CLOSE reportFile.
       CALL "rptfile" USING WS-REPORT-NAME WS-LOG-PROGRAM
             WS-OPERATOR.
       DISPLAY "FLEET REPORT WRITTEN TO CFGFLEET.RPT.".

       REPORT-ONE-CABINET-PARA.
       MOVE "N" TO WS-FILE-SEEN.
       OPEN INPUT verFile.
       IF WS-VER-STATUS = "00" THEN
          READ verFile
             AT END CONTINUE
             NOT AT END
                IF CV-VERSION IS NUMERIC AND CV-MACHINE IS NUMERIC
                   THEN
                   MOVE "Y" TO WS-FILE-SEEN
                END-IF
          END-READ
          CLOSE verFile
       END-IF.
       MOVE SPACES TO REPORT-LINE.
       IF WS-FILE-SEEN NOT = "Y" THEN
          IF WS-FLEET-INDEX = 1 THEN
             MOVE WS-MACHINE TO REPORT-LINE (4:1)
             MOVE "NO BUNDLE INSTALLED" TO REPORT-LINE (78:20)
          ELSE
             STRING WS-VER-NAME DELIMITED BY SPACE
                " NOT COLLECTED" DELIMITED BY SIZE
                INTO REPORT-LINE (4:30)
          END-IF
          WRITE REPORT-LINE
          EXIT PARAGRAPH
       END-IF.
       MOVE CV-MACHINE TO REPORT-LINE (4:1).
       MOVE CV-VERSION TO REPORT-LINE (11:4).
       MOVE CV-STAMP (1:8) TO REPORT-LINE (18:8).
       MOVE CV-OPERATOR TO REPORT-LINE (29:3).
       MOVE CV-DESC TO REPORT-LINE (34:40).
       EVALUATE TRUE
       WHEN CV-VERSION = 0
          MOVE "NO BUNDLE INSTALLED" TO WS-STATUS-TEXT
       WHEN WS-LATEST-VERSION = 0
          MOVE SPACES TO WS-STATUS-TEXT
       WHEN CV-VERSION = WS-LATEST-VERSION
          MOVE "CURRENT" TO WS-STATUS-TEXT
       WHEN CV-VERSION < WS-LATEST-VERSION
          MOVE "BEHIND - INSTALL" TO WS-STATUS-TEXT
       WHEN OTHER
          MOVE "NEWER THAN CATALOG" TO WS-STATUS-TEXT
       END-EVALUATE.
       MOVE WS-STATUS-TEXT TO REPORT-LINE (78:20).
       WRITE REPORT-LINE.

      *=================================================
      *   CATALOG AND INSTALL LOG
      *=================================================
       LOAD-CATALOG-PARA.
       MOVE 0 TO WS-LATEST-VERSION.
       MOVE SPACES TO WS-LATEST-DESC.
       MOVE "N" TO WS-EOF.
       OPEN INPUT catFile.
       IF WS-CAT-STATUS = "00" THEN
          PERFORM UNTIL WS-END-OF-FILE
             READ catFile
                AT END MOVE "Y" TO WS-EOF
                NOT AT END
                   IF BC-VERSION IS NUMERIC AND
                      BC-VERSION > WS-LATEST-VERSION THEN
                      MOVE BC-VERSION TO WS-LATEST-VERSION
                      MOVE BC-DESC TO WS-LATEST-DESC
                   END-IF
             END-READ
          END-PERFORM
          CLOSE catFile
       END-IF.

       WRITE-INSTLOG-PARA.
      *CI-ACTION and CI-VERSION are set by the caller, the outcome
      *comes in WS-RESULT
       MOVE FUNCTION CURRENT-DATE (1:14) TO CI-STAMP.
       MOVE WS-MACHINE TO CI-MACHINE.
       MOVE WS-OPERATOR TO CI-OPERATOR.
       MOVE WS-RESULT TO CI-RESULT.
       OPEN EXTEND instLogFile.
       IF WS-INSTLOG-STATUS = "35" OR WS-INSTLOG-STATUS = "05" THEN
          CLOSE instLogFile
          OPEN OUTPUT instLogFile
       END-IF.
       IF WS-INSTLOG-STATUS = "00" THEN
          WRITE INSTLOG-RECORD
          CLOSE instLogFile
       END-IF.

       END PROGRAM cfgbundle.
