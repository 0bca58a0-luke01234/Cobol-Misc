       IDENTIFICATION DIVISION.
       PROGRAM-ID. mailmerge.

      *the member letters that used to be typed one at a time -
      *renewal reminders, birthday and "we miss you" notes. each
      *letter is a template file, <code>.TPL, whose first line is
      *its selection rule:
      *  RULE E 030   membership expiring within 30 days
      *  RULE V 060   current member with no VISITORS.LOG entry in
      *               the last 60 days (none at all counts too, once
      *               they have been a member that long)
      *  RULE M 000   every current member whose joining month is
      *               this month - the anniversary note
      *  RULE A 000   every current member
      *  RULE L 000   every current member whose initials are on
      *               LAPSED.DAT - the lapsed regulars the RETENTION
      *               report lists
      *every line after it is the letter, with placeholders filled
      *in from the member's MEMBERS.DAT record and the PLAYER.DAT
      *profile their initials link to:
      *  {MB-NAME} {MB-NUMBER} {MB-EXPIRES} {MB-JOINED}
      *  {PL-GAMES} {PL-TOKENS} {PL-MISSION} {TODAY}
      *and, for a RULE L letter, the date of their last game:
      *  {LP-LASTGAME}
      *(a blank line in the letter wants a single space on it, or
      *the read passes it by)
      *letters go to LETTERS.PRT a page each, the people picked to
      *MAILLIST.RPT, and every letter sent to MAILLOG.DAT - anyone
      *sent the same letter in the last 30 days is passed over, so
      *running a mailing twice does not post it twice

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT templateFile ASSIGN TO templateName
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS templateStatus.

           SELECT memberFile ASSIGN TO "MEMBERS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS memberStatus.

           SELECT playerFile ASSIGN TO "PLAYER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS playerStatus.

           SELECT visitorFile ASSIGN TO "VISITORS.LOG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS visitorStatus.

           SELECT lapsedFile ASSIGN TO "LAPSED.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS lapsedStatus.

           SELECT mailLogFile ASSIGN TO "MAILLOG.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS mailLogStatus.

           SELECT letterFile ASSIGN TO "LETTERS.PRT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS letterStatus.

           SELECT listFile ASSIGN TO "MAILLIST.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS listStatus.

       DATA DIVISION.
           FILE SECTION.
           FD templateFile.
           01 templateRecord PIC X(80).

           FD memberFile.
           01 memberRecord.
              05 mb-number   PIC 9(5).
              05 mb-name     PIC X(20).
              05 mb-initials PIC X(3).
              05 mb-joined   PIC X(8).
              05 mb-expires  PIC X(8).

           FD playerFile.
           01 playerRecord.
              05 pl-initials     PIC X(3).
              05 pl-keymap       PIC X(9).
              05 pl-das-ticks    PIC 9(2).
              05 pl-arr-ticks    PIC 9(2).
              05 pl-board-height PIC 9(2).
              05 pl-board-width  PIC 9(2).
              05 pl-games        PIC 9(6).
              05 pl-score        PIC 9(12).
              05 pl-lines        PIC 9(8).
              05 pl-tokens       PIC 9(4).
              05 pl-rating       PIC 9(4).
              05 pl-mission      PIC 9(2).

           FD visitorFile.
           01 visitorRecord.
              05 vr-name     PIC X(20).
              05 vr-date     PIC X(8).
              05 vr-time-in  PIC X(6).
              05 vr-time-out PIC X(6).

      *the lapsed regulars as the RETENTION report writes them
           FD lapsedFile.
           01 lapsedRecord.
              05 lp-initials   PIC X(3).
              05 lp-first-date PIC X(8).
              05 lp-last-date  PIC X(8).
              05 lp-visit-days PIC 9(4).
              05 lp-games      PIC 9(6).

      *one record per letter sent: when, which letter, to whom
           FD mailLogFile.
           01 mailLogRecord.
              05 ml-date   PIC X(8).
              05 ml-letter PIC X(8).
              05 ml-member PIC 9(5).
              05 ml-name   PIC X(20).

           FD letterFile.
           01 letterLine PIC X(80).

           FD listFile.
           01 listLine PIC X(80).

           WORKING-STORAGE SECTION.
           01 templateStatus PIC X(2).
           01 memberStatus   PIC X(2).
           01 playerStatus   PIC X(2).
           01 visitorStatus  PIC X(2).
           01 lapsedStatus   PIC X(2).
           01 mailLogStatus  PIC X(2).
           01 letterStatus   PIC X(2).
           01 listStatus     PIC X(2).
           01 fileEOF PIC X(1) VALUE "N".
              88 isFileEOF VALUE "Y".

           01 templateName PIC X(12).
           01 letterCode   PIC X(8).
           01 todayDate    PIC X(8).
           01 todayDays    PIC 9(8).
           01 dateDays     PIC 9(8).
           01 dayGap       PIC S9(8).

      *the letter as read off the template, and its rule
           01 templateTable.
              05 templateText PIC X(80) OCCURS 60 TIMES.
           01 templateCount PIC 9(2) VALUE 0.
           01 templateIndex PIC 9(2).
           01 ruleLine.
              05 ruleWord  PIC X(4).
              05 FILLER    PIC X(1).
              05 ruleCode  PIC X(1).
              05 FILLER    PIC X(1).
              05 ruleDays  PIC 9(3).
              05 FILLER    PIC X(70).

      *profiles by initials, last visit by name, and who already
      *had this letter lately
           01 playerTable.
              05 playerEntry OCCURS 200 TIMES.
                 10 pt-initials PIC X(3).
                 10 pt-games    PIC 9(6).
                 10 pt-tokens   PIC 9(4).
                 10 pt-mission  PIC 9(2).
           01 playerCount PIC 9(3) VALUE 0.
           01 playerIndex PIC 9(3).
           01 playerFound PIC 9(3).

           01 lastVisitTable.
              05 lastVisitEntry OCCURS 300 TIMES.
                 10 lv-name PIC X(20).
                 10 lv-date PIC X(8).
           01 lastVisitCount PIC 9(3) VALUE 0.
           01 lastVisitIndex PIC 9(3).
           01 lastVisitFound PIC 9(3).

           01 lapsedTable.
              05 lapsedEntry OCCURS 300 TIMES.
                 10 lt-initials  PIC X(3).
                 10 lt-last-date PIC X(8).
           01 lapsedCount PIC 9(3) VALUE 0.
           01 lapsedIndex PIC 9(3).
           01 lapsedFound PIC 9(3).

           01 sentTable.
              05 sentMember PIC 9(5) OCCURS 500 TIMES.
           01 sentCount PIC 9(3) VALUE 0.
           01 sentIndex PIC 9(3).

           01 memberPicked PIC X(1).
           01 memberLastVisit PIC X(8).
           01 pickedCount  PIC 9(4) VALUE 0.
           01 skippedCount PIC 9(4) VALUE 0.
           01 memberCount  PIC 9(4) VALUE 0.

      *placeholder filling: the template line is copied across a
      *character at a time, a {NAME} swapped for its value
           01 mergedLine  PIC X(80).
           01 mergedPos   PIC 9(3).
           01 scanPos     PIC 9(3).
           01 closePos    PIC 9(3).
           01 tokenName   PIC X(12).
           01 tokenLen    PIC 9(2).
           01 tokenValue  PIC X(20).
           01 valueLen    PIC 9(2).
           01 valuePos    PIC 9(2).

           01 checkNumber PIC 9(10).
           01 checkMethod PIC X(1) VALUE "M".
           01 checkAction PIC X(1) VALUE "G".
           01 checkDigit  PIC X(1).
           01 checkPass   PIC X(1).
           01 numberText  PIC X(8).
           01 dateText    PIC X(10).
           01 dateWork    PIC X(10).
           01 dispSix     PIC Z(5)9.
           01 dispFour    PIC Z(3)9.
           01 dispTwo     PIC Z9.
           01 dispCount   PIC Z(3)9.

      *every start, normal exit and notable event appends to the
      *common SHOPLOG.DAT through the shared shoplog subprogram
           01 logProgram PIC X(12) VALUE "mailmerge".
           01 logEvent   PIC X(8).
           01 logText    PIC X(30).
           01 reportName PIC X(20).
           01 reportOper PIC X(3)  VALUE SPACES.

       PROCEDURE DIVISION.
       main-PARA.
           MOVE "STARTUP" TO logEvent.
           MOVE SPACES TO logText.
           CALL "shoplog" USING logProgram logEvent logText.
           MOVE FUNCTION CURRENT-DATE (1:8) TO todayDate.
           COMPUTE todayDays = FUNCTION INTEGER-OF-DATE
              (FUNCTION NUMVAL (todayDate)).
           DISPLAY "LETTER TO SEND (TEMPLATE CODE, E.G. RENEW):".
           ACCEPT letterCode.
           MOVE FUNCTION UPPER-CASE (letterCode) TO letterCode.
           IF letterCode = SPACES THEN
              PERFORM log-exit-PARA
              GOBACK
           END-IF.
           PERFORM load-template-PARA.
           IF templateCount = 0 THEN
              PERFORM log-exit-PARA
              GOBACK
           END-IF.
           PERFORM load-players-PARA.
           PERFORM load-last-visits-PARA.
           PERFORM load-lapsed-PARA.
           PERFORM load-sent-PARA.
           OPEN OUTPUT letterFile.
           OPEN OUTPUT listFile.
           IF letterStatus NOT = "00" OR listStatus NOT = "00" THEN
              DISPLAY "LETTERS.PRT / MAILLIST.RPT could not be opened"
              PERFORM log-exit-PARA
              GOBACK
           END-IF.
           MOVE SPACES TO listLine.
           STRING "MAILING LIST - LETTER " letterCode " - "
              todayDate DELIMITED BY SIZE INTO listLine.
           WRITE listLine.
           MOVE "NUMBER   NAME                 INI EXPIRES  LAST VISIT"
              TO listLine.
           WRITE listLine.
           PERFORM select-members-PARA.
           MOVE SPACES TO listLine.
           WRITE listLine.
           MOVE pickedCount TO dispCount.
           MOVE SPACES TO listLine.
           STRING dispCount " LETTERS" DELIMITED BY SIZE
              INTO listLine.
           WRITE listLine.
           MOVE skippedCount TO dispCount.
           MOVE SPACES TO listLine.
           STRING dispCount " PASSED OVER - SAME LETTER IN THE LAST"
              " 30 DAYS" DELIMITED BY SIZE INTO listLine.
           WRITE listLine.
           CLOSE letterFile.
           CLOSE listFile.
           MOVE "LETTERS.PRT" TO reportName.
           CALL "rptfile" USING reportName logProgram reportOper.
           MOVE "MAILLIST.RPT" TO reportName.
           CALL "rptfile" USING reportName logProgram reportOper.
           DISPLAY pickedCount " LETTERS TO LETTERS.PRT, LIST ON "
              "MAILLIST.RPT (" skippedCount " ALREADY SENT).".
           MOVE "MAILING" TO logEvent.
           MOVE SPACES TO logText.
           STRING letterCode " " pickedCount " SENT"
              DELIMITED BY SIZE INTO logText.
           CALL "shoplog" USING logProgram logEvent logText.
           PERFORM log-exit-PARA.
       GOBACK.

       log-exit-PARA.
           MOVE "EXIT" TO logEvent.
           MOVE SPACES TO logText.
           CALL "shoplog" USING logProgram logEvent logText.

      *=================================================
      *   TEMPLATE AND LOOKUP TABLES
      *=================================================
       load-template-PARA.
           MOVE SPACES TO templateName.
           STRING letterCode DELIMITED BY SPACE
              ".TPL" DELIMITED BY SIZE INTO templateName.
           MOVE 0 TO templateCount.
           OPEN INPUT templateFile.
           IF templateStatus NOT = "00" THEN
              DISPLAY "No template " templateName
              EXIT PARAGRAPH
           END-IF.
           READ templateFile
              AT END MOVE SPACES TO templateRecord
           END-READ.
           MOVE templateRecord TO ruleLine.
           MOVE FUNCTION UPPER-CASE (ruleWord) TO ruleWord.
           MOVE FUNCTION UPPER-CASE (ruleCode) TO ruleCode.
           IF ruleWord NOT = "RULE" OR ruleDays IS NOT NUMERIC OR
              (ruleCode NOT = "E" AND ruleCode NOT = "V" AND
               ruleCode NOT = "M" AND ruleCode NOT = "A" AND
               ruleCode NOT = "L") THEN
              DISPLAY templateName " must start with a rule line,"
                 " e.g. RULE E 030"
              CLOSE templateFile
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO fileEOF.
           PERFORM UNTIL isFileEOF
              READ templateFile
                 AT END MOVE "Y" TO fileEOF
                 NOT AT END
                    IF templateCount < 60 THEN
                       ADD 1 TO templateCount
                       MOVE templateRecord
                          TO templateText(templateCount)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE templateFile.
           IF templateCount = 0 THEN
              DISPLAY templateName " has a rule but no letter."
           END-IF.

       load-players-PARA.
           MOVE 0 TO playerCount.
           MOVE "N" TO fileEOF.
           OPEN INPUT playerFile.
           IF playerStatus NOT = "00" THEN
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL isFileEOF
              READ playerFile
                 AT END MOVE "Y" TO fileEOF
                 NOT AT END
                    IF playerCount < 200 THEN
                       ADD 1 TO playerCount
                       MOVE pl-initials TO pt-initials(playerCount)
                       MOVE 0 TO pt-games(playerCount)
                       MOVE 0 TO pt-tokens(playerCount)
                       MOVE 0 TO pt-mission(playerCount)
                       IF pl-games IS NUMERIC THEN
                          MOVE pl-games TO pt-games(playerCount)
                       END-IF
                       IF pl-tokens IS NUMERIC THEN
                          MOVE pl-tokens TO pt-tokens(playerCount)
                       END-IF
                       IF pl-mission IS NUMERIC THEN
                          MOVE pl-mission TO pt-mission(playerCount)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE playerFile.

      *the register is in date order, so the last record read for a
      *name is that name's latest visit
       load-last-visits-PARA.
           MOVE 0 TO lastVisitCount.
           MOVE "N" TO fileEOF.
           OPEN INPUT visitorFile.
           IF visitorStatus NOT = "00" THEN
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL isFileEOF
              READ visitorFile
                 AT END MOVE "Y" TO fileEOF
                 NOT AT END
                    IF vr-date IS NUMERIC THEN
                       PERFORM note-visit-PARA
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE visitorFile.

       note-visit-PARA.
           MOVE 0 TO lastVisitFound.
           PERFORM VARYING lastVisitIndex FROM 1 BY 1
           UNTIL lastVisitIndex > lastVisitCount
              IF lv-name(lastVisitIndex) = vr-name THEN
                 MOVE lastVisitIndex TO lastVisitFound
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           IF lastVisitFound = 0 THEN
              IF lastVisitCount >= 300 THEN
                 EXIT PARAGRAPH
              END-IF
              ADD 1 TO lastVisitCount
              MOVE lastVisitCount TO lastVisitFound
              MOVE vr-name TO lv-name(lastVisitFound)
              MOVE SPACES TO lv-date(lastVisitFound)
           END-IF.
           IF lv-date(lastVisitFound) = SPACES OR
              vr-date > lv-date(lastVisitFound) THEN
              MOVE vr-date TO lv-date(lastVisitFound)
           END-IF.

       load-lapsed-PARA.
           MOVE 0 TO lapsedCount.
           MOVE "N" TO fileEOF.
           OPEN INPUT lapsedFile.
           IF lapsedStatus NOT = "00" THEN
              IF ruleCode = "L" THEN
                 DISPLAY "No LAPSED.DAT - run the RETENTION report"
                    " first."
              END-IF
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL isFileEOF
              READ lapsedFile
                 AT END MOVE "Y" TO fileEOF
                 NOT AT END
                    IF lp-initials NOT = SPACES AND
                       lapsedCount < 300 THEN
                       ADD 1 TO lapsedCount
                       MOVE lp-initials TO lt-initials(lapsedCount)
                       MOVE lp-last-date TO lt-last-date(lapsedCount)
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE lapsedFile.

      *members already sent this letter in the last 30 days
       load-sent-PARA.
           MOVE 0 TO sentCount.
           MOVE "N" TO fileEOF.
           OPEN INPUT mailLogFile.
           IF mailLogStatus NOT = "00" THEN
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL isFileEOF
              READ mailLogFile
                 AT END MOVE "Y" TO fileEOF
                 NOT AT END
                    IF ml-letter = letterCode AND
                       ml-date IS NUMERIC AND sentCount < 500 THEN
                       COMPUTE dateDays = FUNCTION INTEGER-OF-DATE
                          (FUNCTION NUMVAL (ml-date))
                       COMPUTE dayGap = todayDays - dateDays
                       IF dayGap < 30 THEN
                          ADD 1 TO sentCount
                          MOVE ml-member TO sentMember(sentCount)
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE mailLogFile.

      *=================================================
      *   SELECTION AND THE LETTERS THEMSELVES
      *=================================================
       select-members-PARA.
           MOVE "N" TO fileEOF.
           OPEN INPUT memberFile.
           IF memberStatus NOT = "00" THEN
              DISPLAY "No MEMBERS.DAT on file."
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL isFileEOF
              READ memberFile
                 AT END MOVE "Y" TO fileEOF
                 NOT AT END
                    IF mb-number IS NUMERIC THEN
                       ADD 1 TO memberCount
                       PERFORM apply-rule-PARA
                       IF memberPicked = "Y" THEN
                          PERFORM check-sent-PARA
                       END-IF
                       IF memberPicked = "Y" THEN
                          PERFORM write-letter-PARA
                       END-IF
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE memberFile.

       apply-rule-PARA.
           MOVE "N" TO memberPicked.
           MOVE SPACES TO memberLastVisit.
           MOVE 0 TO lapsedFound.
           PERFORM VARYING lapsedIndex FROM 1 BY 1
           UNTIL lapsedIndex > lapsedCount
              IF lt-initials(lapsedIndex) = mb-initials THEN
                 MOVE lapsedIndex TO lapsedFound
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           MOVE 0 TO lastVisitFound.
           PERFORM VARYING lastVisitIndex FROM 1 BY 1
           UNTIL lastVisitIndex > lastVisitCount
              IF lv-name(lastVisitIndex) = mb-name THEN
                 MOVE lastVisitIndex TO lastVisitFound
                 MOVE lv-date(lastVisitIndex) TO memberLastVisit
                 EXIT PERFORM
              END-IF
           END-PERFORM.
      *only current members are written to - a lapsed one has had
      *the renewal letters already
           IF mb-expires IS NOT NUMERIC THEN
              EXIT PARAGRAPH
           END-IF.
           IF mb-expires < todayDate THEN
              EXIT PARAGRAPH
           END-IF.
           EVALUATE ruleCode
           WHEN "E"
              COMPUTE dateDays = FUNCTION INTEGER-OF-DATE
                 (FUNCTION NUMVAL (mb-expires))
              COMPUTE dayGap = dateDays - todayDays
              IF dayGap <= ruleDays THEN
                 MOVE "Y" TO memberPicked
              END-IF
           WHEN "V"
              IF memberLastVisit = SPACES THEN
                 IF mb-joined IS NUMERIC THEN
                    COMPUTE dateDays = FUNCTION INTEGER-OF-DATE
                       (FUNCTION NUMVAL (mb-joined))
                 ELSE
                    MOVE 0 TO dateDays
                 END-IF
              ELSE
                 COMPUTE dateDays = FUNCTION INTEGER-OF-DATE
                    (FUNCTION NUMVAL (memberLastVisit))
              END-IF
              COMPUTE dayGap = todayDays - dateDays
              IF dayGap >= ruleDays THEN
                 MOVE "Y" TO memberPicked
              END-IF
           WHEN "M"
              IF mb-joined (5:2) = todayDate (5:2) AND
                 mb-joined (1:4) < todayDate (1:4) THEN
                 MOVE "Y" TO memberPicked
              END-IF
           WHEN "A"
              MOVE "Y" TO memberPicked
           WHEN "L"
              IF lapsedFound > 0 THEN
                 MOVE "Y" TO memberPicked
              END-IF
           END-EVALUATE.

       check-sent-PARA.
           PERFORM VARYING sentIndex FROM 1 BY 1
           UNTIL sentIndex > sentCount
              IF sentMember(sentIndex) = mb-number THEN
                 MOVE "N" TO memberPicked
                 ADD 1 TO skippedCount
                 EXIT PERFORM
              END-IF
           END-PERFORM.

       write-letter-PARA.
           ADD 1 TO pickedCount.
           MOVE 0 TO playerFound.
           PERFORM VARYING playerIndex FROM 1 BY 1
           UNTIL playerIndex > playerCount
              IF pt-initials(playerIndex) = mb-initials THEN
                 MOVE playerIndex TO playerFound
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           PERFORM member-no-text-PARA.
      *each letter starts a fresh page
           PERFORM VARYING templateIndex FROM 1 BY 1
           UNTIL templateIndex > templateCount
              PERFORM merge-line-PARA
              MOVE mergedLine TO letterLine
              IF templateIndex = 1 THEN
                 WRITE letterLine AFTER ADVANCING PAGE
              ELSE
                 WRITE letterLine
              END-IF
           END-PERFORM.
           MOVE SPACES TO listLine.
           IF memberLastVisit = SPACES THEN
              STRING numberText " " mb-name " " mb-initials " "
                 mb-expires " NEVER" DELIMITED BY SIZE INTO listLine
           ELSE
              STRING numberText " " mb-name " " mb-initials " "
                 mb-expires " " memberLastVisit
                 DELIMITED BY SIZE INTO listLine
           END-IF.
           WRITE listLine.
           PERFORM log-sent-PARA.

       member-no-text-PARA.
           MOVE mb-number TO checkNumber.
           CALL "checkdigit" USING checkNumber checkMethod
              checkAction checkDigit checkPass.
           MOVE SPACES TO numberText.
           STRING mb-number "-" checkDigit
              DELIMITED BY SIZE INTO numberText.

       log-sent-PARA.
           MOVE todayDate TO ml-date.
           MOVE letterCode TO ml-letter.
           MOVE mb-number TO ml-member.
           MOVE mb-name TO ml-name.
           OPEN EXTEND mailLogFile.
           IF mailLogStatus = "35" OR mailLogStatus = "05" THEN
              CLOSE mailLogFile
              OPEN OUTPUT mailLogFile
           END-IF.
           IF mailLogStatus = "00" THEN
              WRITE mailLogRecord
              CLOSE mailLogFile
           END-IF.

      *=================================================
      *   PLACEHOLDER FILLING
      *=================================================
       merge-line-PARA.
           MOVE SPACES TO mergedLine.
           MOVE 1 TO mergedPos.
           MOVE 1 TO scanPos.
           PERFORM UNTIL scanPos > 80 OR mergedPos > 80
              IF templateText(templateIndex) (scanPos:1) = "{" THEN
                 PERFORM take-token-PARA
              ELSE
                 MOVE templateText(templateIndex) (scanPos:1)
                    TO mergedLine (mergedPos:1)
                 ADD 1 TO mergedPos
                 ADD 1 TO scanPos
              END-IF
           END-PERFORM.

      *a brace with no closing partner, or a name nobody knows, is
      *copied through as typed so the slip shows on the proof
       take-token-PARA.
           MOVE 0 TO closePos.
           PERFORM VARYING closePos FROM scanPos BY 1
           UNTIL closePos > 80
              IF templateText(templateIndex) (closePos:1) = "}" THEN
                 EXIT PERFORM
              END-IF
           END-PERFORM.
           COMPUTE tokenLen = closePos - scanPos - 1.
           IF closePos > 80 OR tokenLen < 1 OR tokenLen > 12 THEN
              MOVE "{" TO mergedLine (mergedPos:1)
              ADD 1 TO mergedPos
              ADD 1 TO scanPos
              EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO tokenName.
           MOVE templateText(templateIndex) (scanPos + 1:tokenLen)
              TO tokenName.
           MOVE FUNCTION UPPER-CASE (tokenName) TO tokenName.
           PERFORM token-value-PARA.
           IF tokenValue = HIGH-VALUES THEN
              MOVE "{" TO mergedLine (mergedPos:1)
              ADD 1 TO mergedPos
              ADD 1 TO scanPos
              EXIT PARAGRAPH
           END-IF.
           MOVE 0 TO valueLen.
           IF tokenValue NOT = SPACES THEN
              MOVE FUNCTION LENGTH (FUNCTION TRIM (tokenValue
                 TRAILING)) TO valueLen
           END-IF.
           PERFORM VARYING valuePos FROM 1 BY 1
           UNTIL valuePos > valueLen OR mergedPos > 80
              MOVE tokenValue (valuePos:1) TO mergedLine (mergedPos:1)
              ADD 1 TO mergedPos
           END-PERFORM.
           COMPUTE scanPos = closePos + 1.

       token-value-PARA.
           MOVE SPACES TO tokenValue.
           EVALUATE tokenName
           WHEN "MB-NAME"
              MOVE mb-name TO tokenValue
           WHEN "MB-NUMBER"
              MOVE numberText TO tokenValue
           WHEN "MB-EXPIRES"
              MOVE mb-expires TO dateText
              PERFORM date-text-PARA
              MOVE dateText TO tokenValue
           WHEN "MB-JOINED"
              MOVE mb-joined TO dateText
              PERFORM date-text-PARA
              MOVE dateText TO tokenValue
           WHEN "TODAY"
              MOVE todayDate TO dateText
              PERFORM date-text-PARA
              MOVE dateText TO tokenValue
           WHEN "PL-GAMES"
              IF playerFound > 0 THEN
                 MOVE pt-games(playerFound) TO dispSix
                 MOVE FUNCTION TRIM (dispSix) TO tokenValue
              ELSE
                 MOVE "0" TO tokenValue
              END-IF
           WHEN "PL-TOKENS"
              IF playerFound > 0 THEN
                 MOVE pt-tokens(playerFound) TO dispFour
                 MOVE FUNCTION TRIM (dispFour) TO tokenValue
              ELSE
                 MOVE "0" TO tokenValue
              END-IF
           WHEN "PL-MISSION"
              IF playerFound > 0 THEN
                 MOVE pt-mission(playerFound) TO dispTwo
                 MOVE FUNCTION TRIM (dispTwo) TO tokenValue
              ELSE
                 MOVE "0" TO tokenValue
              END-IF
           WHEN "LP-LASTGAME"
              IF lapsedFound > 0 THEN
                 MOVE lt-last-date(lapsedFound) TO dateText
                 PERFORM date-text-PARA
                 MOVE dateText TO tokenValue
              ELSE
                 MOVE SPACES TO tokenValue
              END-IF
           WHEN OTHER
              MOVE HIGH-VALUES TO tokenValue
           END-EVALUATE.

      *yyyymmdd as dd/mm/yyyy for the letter
       date-text-PARA.
           IF dateText (1:8) IS NUMERIC THEN
              MOVE SPACES TO dateWork
              STRING dateText (7:2) "/" dateText (5:2) "/"
                 dateText (1:4) DELIMITED BY SIZE INTO dateWork
              MOVE dateWork TO dateText
           END-IF.

       END PROGRAM mailmerge.
