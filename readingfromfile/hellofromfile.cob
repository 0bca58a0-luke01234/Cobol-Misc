             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-EXC-STATUS.

             SELECT histFile ASSIGN TO 'HELLOHIST.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-HIST-STATUS.

             SELECT asofFile ASSIGN TO WS-ASOF-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-ASOF-STATUS.

             SELECT tranFile ASSIGN TO 'HELLOTRAN.DAT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TRAN-STATUS.

             SELECT tranSortFile ASSIGN TO 'HELLOTRAN.SRT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-TSRT-STATUS.

             SELECT mastSortFile ASSIGN TO 'HELLOMAST.SRT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-MSRT-STATUS.

             SELECT oldGenFile ASSIGN TO 'HELLOOLD.TXT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-OLD-STATUS.

             SELECT updRptFile ASSIGN TO 'HELLOUPD.RPT'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS WS-UPD-STATUS.

             SELECT sortWork ASSIGN TO 'HELLOSORT.WRK'.

       DATA DIVISION.
          FILE SECTION.
      *the record length is carried so the validation pass can tell
          FD excFile.
          01 EXC-RECORD PIC X(60).

      *one record per add (A), change (C) or delete (D) made on the
      *maintenance screen: when, who, which id, and the text before
      *and after - blank before on an add, blank after on a delete
          FD histFile.
          01 HIST-RECORD.
             05 HH-STAMP    PIC X(14).
             05 HH-ACTION   PIC X(1).
             05 HH-OPERATOR PIC X(3).
             05 HH-REC-ID   PIC X(10).
             05 HH-BEFORE   PIC X(30).
             05 HH-AFTER    PIC X(30).

          FD asofFile.
          01 asofFile-FILE.
             05 ASOF-REC-ID    PIC X(10).
             05 ASOF-REC-TEXT  PIC X(30).

      *a day's corrections for the batch update: action A (add),
      *C (change) or D (delete), the REC-ID, and the new text. the
      *run number on the end is put on by the sort's input pass so
      *two actions on one id are applied in the order keyed
          FD tranFile.
          01 TRAN-RECORD.
             05 TR-ACTION   PIC X(1).
             05 TR-REC-ID   PIC X(10).
             05 TR-REC-TEXT PIC X(30).

          FD tranSortFile.
          01 TSRT-RECORD.
             05 TS-REC-ID   PIC X(10).
             05 TS-SEQ      PIC 9(6).
             05 TS-ACTION   PIC X(1).
             05 TS-REC-TEXT PIC X(30).

          FD mastSortFile.
          01 MSRT-RECORD.
             05 MS-REC-ID   PIC X(10).
             05 FILLER      PIC X(7).
             05 MS-REC-TEXT PIC X(30).

          FD oldGenFile.
          01 OLD-RECORD PIC X(40).

          FD updRptFile.
          01 UPD-LINE PIC X(70).

          SD sortWork.
          01 SORT-RECORD.
             05 SW-REC-ID   PIC X(10).
             05 SW-SEQ      PIC 9(6).
             05 SW-ACTION   PIC X(1).
             05 SW-REC-TEXT PIC X(30).

          WORKING-STORAGE SECTION.
          01 WS-STRING.
             05 WS-REC-ID    PIC X(10).
             88 WS-IS-OUTPUT-MODE VALUE "Y".

      *an optional HELLOMODE.CFG picks what this run does with the
      *record store: "M" opens the keyed maintenance screen,
      *"H" rebuilds it as of an earlier date from HELLOHIST.DAT,
      *"B" applies the HELLOTRAN.DAT batch of corrections, and
      *anything else (or no file) streams the file to the screen
      *exactly as it always has
          01 WS-MODE-STATUS PIC X(2) VALUE SPACES.
          01 WS-DIFF-COUNT  PIC 9(3) VALUE 0.
          01 WS-ONLY-SRC    PIC 9(3) VALUE 0.
          01 WS-ONLY-CPY    PIC 9(3) VALUE 0.

      *mode "H": the store as it stood at the end of a given day.
      *today's hello.txt is loaded and the history is unwound from
      *the newest change back to that date - an add taken out, a
      *change put back to its old text, a delete put back - then
      *shown on the screen or written to a dated extract,
      *HELLOyyyymmdd.TXT, in the hello.txt layout
          01 WS-HIST-STATUS PIC X(2) VALUE SPACES.
          01 WS-ASOF-STATUS PIC X(2) VALUE SPACES.
          01 WS-ASOF-NAME   PIC X(20) VALUE SPACES.
          01 WS-OPERATOR    PIC X(3) VALUE SPACES.
          01 WS-HIST-ACTION PIC X(1).
          01 WS-HIST-ID     PIC X(10).
          01 WS-HIST-BEFORE PIC X(30).
          01 WS-HIST-AFTER  PIC X(30).
          01 WS-CHANGE-TABLE.
             05 WS-CHANGE-ENTRY OCCURS 2000 TIMES.
                10 WS-CHG-DATE   PIC X(8).
                10 WS-CHG-ACTION PIC X(1).
                10 WS-CHG-ID     PIC X(10).
                10 WS-CHG-BEFORE PIC X(30).
          01 WS-CHANGE-COUNT PIC 9(4) VALUE 0.
          01 WS-CHANGE-INDEX PIC 9(4).
          01 WS-CHANGE-OVERFLOW PIC X(1) VALUE "N".
          01 WS-UNDONE-COUNT PIC 9(4) VALUE 0.
          01 WS-ASOF-DATE   PIC X(8).
          01 WS-ASOF-WHERE  PIC X(1).

      *mode "B": the batch update. HELLOTRAN.DAT and hello.txt are
      *both sorted on REC-ID and matched a key at a time; the old
      *master is kept as HELLOOLD.TXT, the new generation becomes
      *hello.txt, and every rejected transaction plus the control
      *totals go to HELLOUPD.RPT. applied changes go on
      *HELLOHIST.DAT under operator BAT, so the as-of rebuild
      *sees them like any keyed change
          01 WS-TRAN-STATUS PIC X(2) VALUE SPACES.
          01 WS-TSRT-STATUS PIC X(2) VALUE SPACES.
          01 WS-MSRT-STATUS PIC X(2) VALUE SPACES.
          01 WS-OLD-STATUS  PIC X(2) VALUE SPACES.
          01 WS-UPD-STATUS  PIC X(2) VALUE SPACES.
          01 WS-TRAN-EOF    PIC X(1) VALUE "N".
          01 WS-MAST-KEY    PIC X(10).
          01 WS-TRAN-KEY    PIC X(10).
          01 WS-ACTIVE-KEY  PIC X(10).
          01 WS-HOLD-ID     PIC X(10).
          01 WS-HOLD-TEXT   PIC X(30).
          01 WS-HOLD-EXISTS PIC X(1).
          01 WS-REJECT-WHY  PIC X(24).
          01 WS-TRAN-SEQ    PIC 9(6) VALUE 0.
          01 WS-MAST-READ   PIC 9(6) VALUE 0.
          01 WS-TRAN-READ   PIC 9(6) VALUE 0.
          01 WS-ADDS-DONE   PIC 9(6) VALUE 0.
          01 WS-CHANGES-DONE PIC 9(6) VALUE 0.
          01 WS-DELETES-DONE PIC 9(6) VALUE 0.
          01 WS-APPLIED     PIC 9(6) VALUE 0.
          01 WS-REJECTED    PIC 9(6) VALUE 0.
          01 WS-MAST-WRITTEN PIC 9(6) VALUE 0.
      *every start, normal exit and notable event appends to the
      *common SHOPLOG.DAT through the shared shoplog subprogram
           01 logProgram PIC X(12) VALUE "hellofile".
           01 logEvent   PIC X(8).
           01 logText    PIC X(30).
           01 reportName PIC X(20).
           01 reportOper PIC X(3)  VALUE SPACES.


       PROCEDURE DIVISION.
          PERFORM LOG-EXIT-PARA
          GOBACK
       END-IF.
       IF WS-RUN-MODE = "H" THEN
          PERFORM AS-OF-PARA
          PERFORM LOG-EXIT-PARA
          GOBACK
       END-IF.
       IF WS-RUN-MODE = "B" THEN
          PERFORM BATCH-UPDATE-PARA
          PERFORM LOG-EXIT-PARA
          GOBACK
       END-IF.
       PERFORM LOAD-OUTPUT-MODE-PARA.
       OPEN INPUT inpFile.
       IF WS-INP-STATUS NOT = "00" THEN
          DISPLAY "MAINTENANCE REFUSED, NOTHING CHANGED."
          EXIT PARAGRAPH
       END-IF.
      *every change carries a name into HELLOHIST.DAT
       MOVE SPACES TO WS-OPERATOR.
       PERFORM UNTIL WS-OPERATOR NOT = SPACES
          DISPLAY "Operator initials:"
          ACCEPT WS-OPERATOR
       END-PERFORM.
       MOVE FUNCTION UPPER-CASE (WS-OPERATOR) TO WS-OPERATOR.
       PERFORM UNTIL WS-MAINT-DONE = "Y"
          DISPLAY " "
          DISPLAY "RECORD STORE (" WS-REC-COUNT " RECORDS) -"
       ADD 1 TO WS-REC-COUNT.
       MOVE WS-KEY-INP TO WS-TBL-ID(WS-REC-COUNT).
       MOVE WS-TEXT-INP TO WS-TBL-TEXT(WS-REC-COUNT).
       MOVE "A" TO WS-HIST-ACTION.
       MOVE WS-KEY-INP TO WS-HIST-ID.
       MOVE SPACES TO WS-HIST-BEFORE.
       MOVE WS-TEXT-INP TO WS-HIST-AFTER.
       PERFORM WRITE-HISTORY-PARA.
       DISPLAY "Added.".

       UPDATE-RECORD-PARA.
       DISPLAY "Current: " WS-TBL-TEXT(WS-REC-FOUND).
       DISPLAY "New text:".
       ACCEPT WS-TEXT-INP.
       MOVE "C" TO WS-HIST-ACTION.
       MOVE WS-TBL-ID(WS-REC-FOUND) TO WS-HIST-ID.
       MOVE WS-TBL-TEXT(WS-REC-FOUND) TO WS-HIST-BEFORE.
       MOVE WS-TEXT-INP TO WS-HIST-AFTER.
       MOVE WS-TEXT-INP TO WS-TBL-TEXT(WS-REC-FOUND).
       PERFORM WRITE-HISTORY-PARA.
       DISPLAY "Updated.".

       DELETE-RECORD-PARA.
          DISPLAY "No record under that id."
          EXIT PARAGRAPH
       END-IF.
       MOVE "D" TO WS-HIST-ACTION.
       MOVE WS-TBL-ID(WS-REC-FOUND) TO WS-HIST-ID.
       MOVE WS-TBL-TEXT(WS-REC-FOUND) TO WS-HIST-BEFORE.
       MOVE SPACES TO WS-HIST-AFTER.
       PERFORM WRITE-HISTORY-PARA.
       PERFORM VARYING WS-REC-INDEX FROM WS-REC-FOUND BY 1
       UNTIL WS-REC-INDEX >= WS-REC-COUNT
          MOVE WS-REC-ENTRY(WS-REC-INDEX + 1)
          CLOSE inpFile
       END-IF.

      *the history is appended as each change is made, so a record
      *edited and then lost to a crash before the save still shows
      *what was typed
       WRITE-HISTORY-PARA.
       MOVE FUNCTION CURRENT-DATE (1:14) TO HH-STAMP.
       MOVE WS-HIST-ACTION TO HH-ACTION.
       MOVE WS-OPERATOR TO HH-OPERATOR.
       MOVE WS-HIST-ID TO HH-REC-ID.
       MOVE WS-HIST-BEFORE TO HH-BEFORE.
       MOVE WS-HIST-AFTER TO HH-AFTER.
       OPEN EXTEND histFile.
       IF WS-HIST-STATUS = "35" OR WS-HIST-STATUS = "05" THEN
          CLOSE histFile
          OPEN OUTPUT histFile
       END-IF.
       IF WS-HIST-STATUS NOT = "00" THEN
          DISPLAY "HELLOHIST.DAT could not be opened, status "
             WS-HIST-STATUS
          EXIT PARAGRAPH
       END-IF.
       WRITE HIST-RECORD.
       CLOSE histFile.

      *=================================================
      *   AS-OF REBUILD FROM THE HISTORY
      *=================================================
       AS-OF-PARA.
       DISPLAY "Show the store as of which date (YYYYMMDD)?".
       ACCEPT WS-ASOF-DATE.
       IF WS-ASOF-DATE IS NOT NUMERIC THEN
          DISPLAY "A date is eight digits - YYYYMMDD."
          EXIT PARAGRAPH
       END-IF.
       DISPLAY "S=SCREEN, F=DATED EXTRACT FILE:".
       ACCEPT WS-ASOF-WHERE.
       MOVE FUNCTION UPPER-CASE (WS-ASOF-WHERE) TO WS-ASOF-WHERE.
       PERFORM LOAD-RECORDS-PARA.
       IF WS-REC-OVERFLOW = "Y" THEN
          DISPLAY "hello.txt HAS MORE THAN 100 RECORDS -"
          DISPLAY "IT CANNOT BE REBUILT HERE."
          EXIT PARAGRAPH
       END-IF.
       PERFORM LOAD-HISTORY-PARA.
       IF WS-CHANGE-OVERFLOW = "Y" THEN
          DISPLAY "HELLOHIST.DAT HAS MORE THAN 2000 CHANGES -"
          DISPLAY "ONLY THE FIRST 2000 CAN BE UNWOUND."
          EXIT PARAGRAPH
       END-IF.
       MOVE 0 TO WS-UNDONE-COUNT.
       PERFORM VARYING WS-CHANGE-INDEX FROM WS-CHANGE-COUNT BY -1
       UNTIL WS-CHANGE-INDEX < 1
          IF WS-CHG-DATE(WS-CHANGE-INDEX) > WS-ASOF-DATE THEN
             PERFORM UNDO-CHANGE-PARA
          END-IF
       END-PERFORM.
       IF WS-ASOF-WHERE = "F" THEN
          PERFORM WRITE-ASOF-PARA
       ELSE
          DISPLAY "RECORD STORE AS OF " WS-ASOF-DATE " ("
             WS-REC-COUNT " RECORDS, " WS-UNDONE-COUNT
             " LATER CHANGES UNWOUND)"
          PERFORM VARYING WS-REC-INDEX FROM 1 BY 1
          UNTIL WS-REC-INDEX > WS-REC-COUNT
             DISPLAY WS-TBL-ID(WS-REC-INDEX) " "
                WS-TBL-TEXT(WS-REC-INDEX)
          END-PERFORM
       END-IF.

       LOAD-HISTORY-PARA.
       MOVE SPACES TO WS-EOF.
       MOVE 0 TO WS-CHANGE-COUNT.
       MOVE "N" TO WS-CHANGE-OVERFLOW.
       OPEN INPUT histFile.
       IF WS-HIST-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-EOF = 'END'
          READ histFile
             AT END MOVE 'END' TO WS-EOF
             NOT AT END
                IF WS-CHANGE-COUNT < 2000 THEN
                   ADD 1 TO WS-CHANGE-COUNT
                   MOVE HH-STAMP (1:8)
                      TO WS-CHG-DATE(WS-CHANGE-COUNT)
                   MOVE HH-ACTION TO WS-CHG-ACTION(WS-CHANGE-COUNT)
                   MOVE HH-REC-ID TO WS-CHG-ID(WS-CHANGE-COUNT)
                   MOVE HH-BEFORE TO WS-CHG-BEFORE(WS-CHANGE-COUNT)
                ELSE
                   MOVE "Y" TO WS-CHANGE-OVERFLOW
                END-IF
          END-READ
       END-PERFORM.
       CLOSE histFile.

      *one change taken back out of the loaded store
       UNDO-CHANGE-PARA.
       ADD 1 TO WS-UNDONE-COUNT.
       MOVE 0 TO WS-REC-FOUND.
       PERFORM VARYING WS-REC-INDEX FROM 1 BY 1
       UNTIL WS-REC-INDEX > WS-REC-COUNT
          IF WS-TBL-ID(WS-REC-INDEX) = WS-CHG-ID(WS-CHANGE-INDEX)
             THEN
             MOVE WS-REC-INDEX TO WS-REC-FOUND
          END-IF
       END-PERFORM.
       EVALUATE WS-CHG-ACTION(WS-CHANGE-INDEX)
       WHEN "A"
          IF WS-REC-FOUND > 0 THEN
             PERFORM VARYING WS-REC-INDEX FROM WS-REC-FOUND BY 1
             UNTIL WS-REC-INDEX >= WS-REC-COUNT
                MOVE WS-REC-ENTRY(WS-REC-INDEX + 1)
                   TO WS-REC-ENTRY(WS-REC-INDEX)
             END-PERFORM
             SUBTRACT 1 FROM WS-REC-COUNT
          END-IF
       WHEN "C"
          IF WS-REC-FOUND > 0 THEN
             MOVE WS-CHG-BEFORE(WS-CHANGE-INDEX)
                TO WS-TBL-TEXT(WS-REC-FOUND)
          END-IF
       WHEN "D"
          IF WS-REC-FOUND = 0 AND WS-REC-COUNT < 100 THEN
             ADD 1 TO WS-REC-COUNT
             MOVE WS-CHG-ID(WS-CHANGE-INDEX)
                TO WS-TBL-ID(WS-REC-COUNT)
             MOVE WS-CHG-BEFORE(WS-CHANGE-INDEX)
                TO WS-TBL-TEXT(WS-REC-COUNT)
          END-IF
       END-EVALUATE.

       WRITE-ASOF-PARA.
       MOVE SPACES TO WS-ASOF-NAME.
       STRING "HELLO" WS-ASOF-DATE ".TXT"
          DELIMITED BY SIZE INTO WS-ASOF-NAME.
       OPEN OUTPUT asofFile.
       IF WS-ASOF-STATUS NOT = "00" THEN
          DISPLAY FUNCTION TRIM(WS-ASOF-NAME)
             " could not be opened, status " WS-ASOF-STATUS
          EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING WS-REC-INDEX FROM 1 BY 1
       UNTIL WS-REC-INDEX > WS-REC-COUNT
          MOVE WS-TBL-ID(WS-REC-INDEX) TO ASOF-REC-ID
          MOVE WS-TBL-TEXT(WS-REC-INDEX) TO ASOF-REC-TEXT
          WRITE asofFile-FILE
       END-PERFORM.
       CLOSE asofFile.
       DISPLAY WS-REC-COUNT " records as of " WS-ASOF-DATE
          " written to " FUNCTION TRIM(WS-ASOF-NAME) ".".

      *=================================================
      *   SORTED MASTER / TRANSACTION UPDATE
      *=================================================
       BATCH-UPDATE-PARA.
       OPEN INPUT tranFile.
       IF WS-TRAN-STATUS NOT = "00" THEN
          DISPLAY "No HELLOTRAN.DAT - nothing to apply."
          EXIT PARAGRAPH
       END-IF.
       CLOSE tranFile.
       OPEN OUTPUT updRptFile.
       IF WS-UPD-STATUS NOT = "00" THEN
          DISPLAY "HELLOUPD.RPT could not be opened, status "
             WS-UPD-STATUS
          EXIT PARAGRAPH
       END-IF.
       MOVE SPACES TO UPD-LINE.
       STRING "BATCH UPDATE OF hello.txt  RUN "
          FUNCTION CURRENT-DATE (1:8)
          DELIMITED BY SIZE INTO UPD-LINE.
       WRITE UPD-LINE.
       MOVE "BAT" TO WS-OPERATOR.
       SORT sortWork ON ASCENDING KEY SW-REC-ID SW-SEQ
          INPUT PROCEDURE IS RELEASE-MASTER-PARA
          GIVING mastSortFile.
       SORT sortWork ON ASCENDING KEY SW-REC-ID SW-SEQ
          INPUT PROCEDURE IS RELEASE-TRAN-PARA
          GIVING tranSortFile.
       PERFORM KEEP-OLD-GENERATION-PARA.
       IF WS-OLD-STATUS NOT = "00" THEN
          MOVE "OLD MASTER COULD NOT BE KEPT - NOTHING APPLIED"
             TO UPD-LINE
          WRITE UPD-LINE
          CLOSE updRptFile
          MOVE "HELLOUPD.RPT" TO reportName
          CALL "rptfile" USING reportName logProgram reportOper
          DISPLAY "HELLOOLD.TXT could not be written - "
             "nothing applied."
          EXIT PARAGRAPH
       END-IF.
       OPEN INPUT mastSortFile.
       OPEN INPUT tranSortFile.
       OPEN OUTPUT inpFile.
       MOVE 'N' TO WS-EOF.
       MOVE "N" TO WS-TRAN-EOF.
       PERFORM READ-MASTER-PARA.
       PERFORM READ-TRAN-PARA.
       PERFORM UNTIL WS-MAST-KEY = HIGH-VALUES AND
             WS-TRAN-KEY = HIGH-VALUES
          IF WS-MAST-KEY < WS-TRAN-KEY THEN
             MOVE WS-MAST-KEY TO WS-ACTIVE-KEY
          ELSE
             MOVE WS-TRAN-KEY TO WS-ACTIVE-KEY
          END-IF
          IF WS-MAST-KEY = WS-ACTIVE-KEY THEN
             MOVE MS-REC-ID TO WS-HOLD-ID
             MOVE MS-REC-TEXT TO WS-HOLD-TEXT
             MOVE "Y" TO WS-HOLD-EXISTS
             PERFORM READ-MASTER-PARA
          ELSE
             MOVE WS-ACTIVE-KEY TO WS-HOLD-ID
             MOVE SPACES TO WS-HOLD-TEXT
             MOVE "N" TO WS-HOLD-EXISTS
          END-IF
          PERFORM UNTIL WS-TRAN-KEY NOT = WS-ACTIVE-KEY
             PERFORM APPLY-TRAN-PARA
             PERFORM READ-TRAN-PARA
          END-PERFORM
          IF WS-HOLD-EXISTS = "Y" THEN
             MOVE WS-HOLD-ID TO REC-ID
             MOVE WS-HOLD-TEXT TO REC-TEXT
             MOVE 40 TO WS-REC-LEN
             WRITE inpFile-FILE
             ADD 1 TO WS-MAST-WRITTEN
          END-IF
       END-PERFORM.
       CLOSE inpFile.
       CLOSE tranSortFile.
       CLOSE mastSortFile.
       PERFORM WRITE-UPDATE-TOTALS-PARA.
       CLOSE updRptFile.
       MOVE "HELLOUPD.RPT" TO reportName.
       CALL "rptfile" USING reportName logProgram reportOper.
       MOVE "BATCHUPD" TO logEvent.
       MOVE SPACES TO logText.
       STRING WS-APPLIED " APPLIED " WS-REJECTED " REJ"
          DELIMITED BY SIZE INTO logText.
       CALL "shoplog" USING logProgram logEvent logText.

      *the master goes through the sort as it stands, with the run
      *number left at zero
       RELEASE-MASTER-PARA.
       MOVE SPACES TO WS-EOF.
       OPEN INPUT inpFile.
       IF WS-INP-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       PERFORM UNTIL WS-EOF = 'END'
          READ inpFile
             AT END MOVE 'END' TO WS-EOF
             NOT AT END
                ADD 1 TO WS-MAST-READ
                MOVE REC-ID TO SW-REC-ID
                MOVE 0 TO SW-SEQ
                MOVE SPACE TO SW-ACTION
                MOVE REC-TEXT TO SW-REC-TEXT
                RELEASE SORT-RECORD
          END-READ
       END-PERFORM.
       CLOSE inpFile.

       RELEASE-TRAN-PARA.
       MOVE SPACES TO WS-EOF.
       MOVE 0 TO WS-TRAN-SEQ.
       OPEN INPUT tranFile.
       PERFORM UNTIL WS-EOF = 'END'
          READ tranFile
             AT END MOVE 'END' TO WS-EOF
             NOT AT END
                ADD 1 TO WS-TRAN-READ
                ADD 1 TO WS-TRAN-SEQ
                MOVE TR-REC-ID TO SW-REC-ID
                MOVE WS-TRAN-SEQ TO SW-SEQ
                MOVE FUNCTION UPPER-CASE (TR-ACTION) TO SW-ACTION
                MOVE TR-REC-TEXT TO SW-REC-TEXT
                RELEASE SORT-RECORD
          END-READ
       END-PERFORM.
       CLOSE tranFile.

      *the generation being replaced is copied aside untouched
      *before a single record of the new one is written
       KEEP-OLD-GENERATION-PARA.
       MOVE SPACES TO WS-EOF.
       OPEN OUTPUT oldGenFile.
       IF WS-OLD-STATUS NOT = "00" THEN
          EXIT PARAGRAPH
       END-IF.
       OPEN INPUT inpFile.
       IF WS-INP-STATUS = "00" THEN
          PERFORM UNTIL WS-EOF = 'END'
             READ inpFile
                AT END MOVE 'END' TO WS-EOF
                NOT AT END
                   MOVE SPACES TO OLD-RECORD
                   MOVE inpFile-FILE (1:WS-REC-LEN) TO OLD-RECORD
                   WRITE OLD-RECORD
             END-READ
          END-PERFORM
          CLOSE inpFile
       END-IF.
       CLOSE oldGenFile.

       READ-MASTER-PARA.
       READ mastSortFile
          AT END MOVE HIGH-VALUES TO WS-MAST-KEY
          NOT AT END MOVE MS-REC-ID TO WS-MAST-KEY
       END-READ.

       READ-TRAN-PARA.
       READ tranSortFile
          AT END MOVE HIGH-VALUES TO WS-TRAN-KEY
          NOT AT END MOVE TS-REC-ID TO WS-TRAN-KEY
       END-READ.

      *one transaction against the record held for its key - the
      *hold starts as the master record, or empty when there is none
       APPLY-TRAN-PARA.
       MOVE SPACES TO WS-REJECT-WHY.
       IF TS-REC-ID = SPACES THEN
          MOVE "BLANK KEY" TO WS-REJECT-WHY
       ELSE
          EVALUATE TS-ACTION
          WHEN "A"
             IF WS-HOLD-EXISTS = "Y" THEN
                MOVE "ADD OF EXISTING KEY" TO WS-REJECT-WHY
             ELSE
                MOVE "A" TO WS-HIST-ACTION
                MOVE SPACES TO WS-HIST-BEFORE
                MOVE TS-REC-TEXT TO WS-HIST-AFTER
                MOVE TS-REC-ID TO WS-HOLD-ID
                MOVE TS-REC-TEXT TO WS-HOLD-TEXT
                MOVE "Y" TO WS-HOLD-EXISTS
                ADD 1 TO WS-ADDS-DONE
             END-IF
          WHEN "C"
             IF WS-HOLD-EXISTS NOT = "Y" THEN
                MOVE "CHANGE OF MISSING KEY" TO WS-REJECT-WHY
             ELSE
                MOVE "C" TO WS-HIST-ACTION
                MOVE WS-HOLD-TEXT TO WS-HIST-BEFORE
                MOVE TS-REC-TEXT TO WS-HIST-AFTER
                MOVE TS-REC-TEXT TO WS-HOLD-TEXT
                ADD 1 TO WS-CHANGES-DONE
             END-IF
          WHEN "D"
             IF WS-HOLD-EXISTS NOT = "Y" THEN
                MOVE "DELETE OF MISSING KEY" TO WS-REJECT-WHY
             ELSE
                MOVE "D" TO WS-HIST-ACTION
                MOVE WS-HOLD-TEXT TO WS-HIST-BEFORE
                MOVE SPACES TO WS-HIST-AFTER
                MOVE "N" TO WS-HOLD-EXISTS
                ADD 1 TO WS-DELETES-DONE
             END-IF
          WHEN OTHER
             MOVE "BAD ACTION CODE" TO WS-REJECT-WHY
          END-EVALUATE
       END-IF.
       IF WS-REJECT-WHY NOT = SPACES THEN
          ADD 1 TO WS-REJECTED
          MOVE SPACES TO UPD-LINE
          STRING "REJECTED " TS-SEQ " " TS-ACTION " [" TS-REC-ID
             "] " WS-REJECT-WHY
             DELIMITED BY SIZE INTO UPD-LINE
          WRITE UPD-LINE
       ELSE
          ADD 1 TO WS-APPLIED
          MOVE TS-REC-ID TO WS-HIST-ID
          PERFORM WRITE-HISTORY-PARA
       END-IF.

       WRITE-UPDATE-TOTALS-PARA.
       MOVE SPACES TO UPD-LINE.
       WRITE UPD-LINE.
       MOVE SPACES TO UPD-LINE.
       STRING "MASTER RECORDS READ      " WS-MAST-READ
          DELIMITED BY SIZE INTO UPD-LINE.
       WRITE UPD-LINE.
       MOVE SPACES TO UPD-LINE.
       STRING "TRANSACTIONS READ        " WS-TRAN-READ
          DELIMITED BY SIZE INTO UPD-LINE.
       WRITE UPD-LINE.
       MOVE SPACES TO UPD-LINE.
       STRING "APPLIED                  " WS-APPLIED
          "  (ADD " WS-ADDS-DONE " CHG " WS-CHANGES-DONE
          " DEL " WS-DELETES-DONE ")"
          DELIMITED BY SIZE INTO UPD-LINE.
       WRITE UPD-LINE.
       MOVE SPACES TO UPD-LINE.
       STRING "REJECTED                 " WS-REJECTED
          DELIMITED BY SIZE INTO UPD-LINE.
       WRITE UPD-LINE.
       MOVE SPACES TO UPD-LINE.
       STRING "MASTER RECORDS WRITTEN   " WS-MAST-WRITTEN
          DELIMITED BY SIZE INTO UPD-LINE.
       WRITE UPD-LINE.
       MOVE "OLD GENERATION KEPT AS HELLOOLD.TXT" TO UPD-LINE.
       WRITE UPD-LINE.
       DISPLAY "Batch update: " WS-TRAN-READ " transactions, "
             WS-APPLIED " applied, " WS-REJECTED " rejected."
       DISPLAY "Master " WS-MAST-READ " in, " WS-MAST-WRITTEN
             " out - details in HELLOUPD.RPT.".

      *=================================================
      *   VALIDATION AND EXCEPTION REPORT
      *=================================================
       END-IF.
       WRITE EXC-RECORD.
       CLOSE excFile.
       MOVE "HELLOEXC.RPT" TO reportName.
       CALL "rptfile" USING reportName logProgram reportOper.

       CHECK-ONE-RECORD-PARA.
      *a record shorter than the key field cannot even hold an id -
