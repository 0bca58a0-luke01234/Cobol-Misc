           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS waitStatus.

           SELECT ageFile ASSIGN TO "AGES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ageStatus.

           SELECT curfewFile ASSIGN TO "CURFEW.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS curfewStatus.

           SELECT standingFile ASSIGN TO "MEMBERTIER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS standingStatus.

           SELECT tierFile ASSIGN TO "TIERS.CFG"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS tierStatus.

       DATA DIVISION.
           FILE SECTION.
           FD visitorFile.
              05 wl-status PIC X(1).
              05 wl-called PIC X(6).

      *one record per name through the door: date of birth for
      *everyone, and for an under-16 the guardian on file, the
      *PLAYER.DAT initials their tokens sit under, and the daily
      *token cap the guardian set (0 for none) - the launcher
      *enforces the cap when it charges a token
           FD ageFile.
           01 ageRecord.
              05 ag-name     PIC X(20).
              05 ag-dob      PIC X(8).
              05 ag-initials PIC X(3).
              05 ag-guardian PIC X(20).
              05 ag-phone    PIC X(15).
              05 ag-cap      PIC 9(3).

      *the hour under-16s stop being let in, as HHMM
           FD curfewFile.
           01 curfewRecord PIC 9(4).

      *this month's loyalty tier per member, as loyaltyrun sets it,
      *and the tier table whose priority flag puts a member first
      *in line off the waitlist
           FD standingFile.
           01 standingRecord.
              05 ms-member   PIC 9(5).
              05 ms-initials PIC X(3).
              05 ms-name     PIC X(20).
              05 ms-tier     PIC X(1).
              05 ms-points   PIC 9(7).
              05 ms-month    PIC X(6).

           FD tierFile.
           01 tierRecord.
              05 ti-code     PIC X(1).
              05 ti-name     PIC X(8).
              05 ti-min      PIC 9(6).
              05 ti-topup    PIC 9(2).
              05 ti-priority PIC X(1).

      *the reservation book's records, so an arriving holder is
      *flagged at the door and their slot marked arrived
           FD reserveFile.
           01 memberFound  PIC 9(3).
           01 nextMemberNo PIC 9(5) VALUE 1.
           01 memberInitials PIC X(3).
      *member numbers go out with a mod-11 check digit off the shared
      *checkdigit routine - 00012-7, or 00012-X where the sum calls
      *for ten - and a number typed back with the wrong digit is
      *refused rather than pulling up somebody else's card
           01 checkNumber  PIC 9(10).
           01 checkMethod  PIC X(1) VALUE "M".
           01 checkAction  PIC X(1).
           01 checkDigit   PIC X(1).
           01 checkPass    PIC X(1).
           01 memberNoText PIC X(7).
           01 memberNoInp  PIC X(8).
           01 memberNoBody PIC X(8).
           01 memberNoLen  PIC 9(2).
           01 lookupMemberNo PIC 9(5).
           01 renewAnswer  PIC X(1).
           01 newExpiry    PIC 9(8).
           01 lapsedCount  PIC 9(3).
      *house-account position from the shared arbalance routine -
      *anything older than 30 days holds up a renewal
           01 arAsof       PIC X(8).
           01 arBalance    PIC S9(8)V99.
           01 arCurrent    PIC S9(8)V99.
           01 arOver30     PIC S9(8)V99.
           01 arOver60     PIC S9(8)V99.
           01 arOver90     PIC S9(8)V99.
           01 arOverdue    PIC S9(8)V99.
           01 dispOwed     PIC Z(7)9.99.
      *a cabinet with an open work-order ticket is out of service
           01 downMachine  PIC 9(1).
           01 downFlag     PIC X(1).
           01 downTicket   PIC 9(5).
           01 downFault    PIC X(30).
           01 annivCount   PIC 9(3).

           01 reserveStatus PIC X(2).
           01 waitTotalMin PIC 9(8).
           01 waitCalledN PIC 9(3).

      *members whose tier carries the TIERS.CFG priority perk are
      *called up ahead of everyone else still waiting - the name on
      *the waitlist is matched to the member book for the initials
      *MEMBERTIER.DAT is keyed on
           01 standingStatus PIC X(2).
           01 tierStatus     PIC X(2).
           01 tierEOF PIC X(1) VALUE "N".
              88 isTierEOF VALUE "Y".
           01 priorityTiers.
              05 priorityTier OCCURS 9 TIMES.
                 10 pt-code PIC X(1).
                 10 pt-name PIC X(8).
           01 priorityCount  PIC 9(1).
           01 tierIndex      PIC 9(2).
           01 priorityTable.
              05 priorityEntry OCCURS 500 TIMES.
                 10 pr-initials PIC X(3).
                 10 pr-tier     PIC X(8).
           01 prioCount   PIC 9(3) VALUE 0.
           01 prioIndex   PIC 9(3).
           01 prioFound   PIC 9(3).
           01 waitInitials PIC X(3).
           01 waitPriority PIC 9(3).

      *the age book in memory - under 16 on the day of the visit
      *needs a guardian on file, and is not let in from the
      *CURFEW.CFG time on (20:00 when there is no file)
           01 ageStatus    PIC X(2).
           01 curfewStatus PIC X(2).
           01 ageEOF PIC X(1) VALUE "N".
              88 isAgeEOF VALUE "Y".
           01 ageTable.
              05 ageEntry OCCURS 500 TIMES.
                 10 at-name     PIC X(20).
                 10 at-dob      PIC X(8).
                 10 at-initials PIC X(3).
                 10 at-guardian PIC X(20).
                 10 at-phone    PIC X(15).
                 10 at-cap      PIC 9(3).
           01 ageCount    PIC 9(3) VALUE 0.
           01 ageIndex    PIC 9(3).
           01 ageFound    PIC 9(3).
           01 curfewTime  PIC 9(4) VALUE 2000.
           01 dobInput    PIC X(8).
           01 dobNum      PIC 9(8).
           01 todayNum    PIC 9(8).
           01 ageYears    PIC 9(3).
           01 ageRefused  PIC X(1).
           01 minorFlag   PIC X(1).
              88 isMinor VALUE "Y".
           01 guardianInp PIC X(20).
           01 phoneInp    PIC X(15).
           01 capInput    PIC X(3).
           01 initialsInp PIC X(3).

      *the capacity-minutes walk over the day's in/out events
           01 eventTable.
              05 eventEntry OCCURS 1000 TIMES.
           01 occupancyNow PIC S9(4).
           01 capacityMin  PIC 9(6).

      *the trading calendar, asked through the shared tradecal
      *routine - nobody is checked in or called up while we are shut
           01 calDate     PIC X(8).
           01 calTime     PIC X(4).
           01 calMinutes  PIC 9(4) VALUE 0.
           01 calOpen     PIC X(1).
           01 calFrom     PIC X(4).
           01 calTo       PIC X(4).
           01 calNote     PIC X(30).

      *the feedback survey offered on the way out, through the
      *shared survey routine - members' initials go on the answers
           01 surveyInitials PIC X(3).
           01 surveyWhere    PIC X(1) VALUE "C".

      *the versus matchmaking queue, through the shared matchpair
      *routine - a member with PLAYER.DAT initials can join it at
      *the door and comes off it on the way out, and the desk calls
      *up the pairings it makes by closeness of rating
           01 mpAction PIC X(4).
           01 mpMatch.
              05 mp-seq        PIC 9(3).
              05 mp-initials   PIC X(3).
              05 mp-rating     PIC 9(4).
              05 mp-joined     PIC X(6).
              05 mp-status     PIC X(1).
              05 mp-opponent   PIC X(3).
              05 mp-opp-rating PIC 9(4).
              05 mp-called     PIC X(6).
              05 mp-gap        PIC 9(4).
              05 mp-where      PIC X(1).
              05 mp-waiting    PIC 9(3).
              05 mp-pairs      PIC 9(3).
           01 mpResult     PIC X(1).
           01 versusAnswer PIC X(1).
           01 callUpCount  PIC 9(3).

      *the door greeting speaks through the shared messages catalog
           01 msgId   PIC X(8).
           01 msgText PIC X(60).
           CALL "shoplog" USING logProgram logEvent logText.
           MOVE FUNCTION CURRENT-DATE (1:8) TO todayDate.
           PERFORM load-capacity-PARA.
           PERFORM load-curfew-PARA.
           PERFORM UNTIL registerDone = "Y"
              DISPLAY " "
              DISPLAY "VISITOR REGISTER - I=IN, O=OUT, L=WHO IS IN,"
              DISPLAY "R=DAILY REPORT, S=SEARCH, F=FREQUENCY,"
              DISPLAY "M=PROMOTE TO MEMBER, B=MEMBER ROSTER,"
              DISPLAY "N=MEMBER BY NUMBER, W=WAITLIST CALL-UP,"
              DISPLAY "V=VERSUS CALL-UPS, G=GUARDIAN AND DAILY CAP,"
              DISPLAY "X=EXIT:"
              ACCEPT menuChoice
              MOVE FUNCTION UPPER-CASE (menuChoice) TO menuChoice
              EVALUATE menuChoice
                 PERFORM promote-member-PARA
              WHEN "B"
                 PERFORM member-roster-PARA
              WHEN "N"
                 PERFORM member-by-number-PARA
              WHEN "W"
                 PERFORM call-up-PARA
              WHEN "V"
                 PERFORM versus-call-ups-PARA
              WHEN "G"
                 PERFORM guardian-edit-PARA
              WHEN "X"
                 MOVE "Y" TO registerDone
              WHEN OTHER
      *   CHECK IN
      *=================================================
       check-in-PARA.
           PERFORM check-open-PARA.
           IF calOpen NOT = "Y" THEN
              EXIT PARAGRAPH
           END-IF.
      *a blank line (or just spaces) keeps re-prompting instead of
      *welcoming an empty name
           MOVE SPACES TO inputVar.
              DISPLAY "Please enter your name: "
              ACCEPT inputVar
           END-PERFORM.
      *age first - an under-16 with no guardian on file, or one
      *arriving after curfew, is turned away before the room count
           PERFORM check-age-PARA.
           IF ageRefused = "Y" THEN
              EXIT PARAGRAPH
           END-IF.
      *a full room turns the check-in into a waitlist entry instead
           IF roomCapacity > 0 THEN
              PERFORM count-present-PARA
           PERFORM check-membership-PARA.
           PERFORM check-reservation-PARA.
           PERFORM log-visitor-PARA.
           PERFORM offer-versus-PARA.

       log-visitor-PARA.
           MOVE FUNCTION CURRENT-DATE (9:6) TO nowTime.
           IF memberFound = 0 THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE mt-number(memberFound) TO checkNumber.
           PERFORM member-no-text-PARA.
           IF mt-expires(memberFound) >= todayDate THEN
              DISPLAY "Member " memberNoText
                 " - good through " mt-expires(memberFound) "."
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Membership " memberNoText
              " expired " mt-expires(memberFound)
              ".".
           MOVE todayDate TO arAsof.
           CALL "arbalance" USING mt-number(memberFound) arAsof
              arBalance arCurrent arOver30 arOver60 arOver90.
           COMPUTE arOverdue = arOver30 + arOver60 + arOver90.
           IF arOverdue > 0 THEN
              MOVE arOverdue TO dispOwed
              DISPLAY "The house account has " dispOwed
                 " overdue - settle it at the counter to renew."
              DISPLAY "Visiting as a guest today."
              MOVE "RENEWHLD" TO logEvent
              MOVE mt-name(memberFound) TO logText
              CALL "shoplog" USING logProgram logEvent logText
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Renew for a year? (Y/N)".
           ACCEPT renewAnswer.
           IF FUNCTION UPPER-CASE (renewAnswer) = "Y" THEN
      *a year on from today by adding one to the year figure -
           PERFORM VARYING memberIndex FROM 1 BY 1
           UNTIL memberIndex > memberCount
              IF mt-name(memberIndex) = inputVar THEN
                 MOVE mt-number(memberIndex) TO checkNumber
                 PERFORM member-no-text-PARA
                 DISPLAY "Already member " memberNoText "."
                 EXIT PARAGRAPH
              END-IF
           END-PERFORM.
           ACCEPT memberInitials.
           MOVE FUNCTION UPPER-CASE (memberInitials)
              TO memberInitials.
      *a member's date of birth goes on file with the membership -
      *and an under-16 does not join without a guardian on it
           PERFORM load-ages-PARA.
           PERFORM find-age-PARA.
           IF ageFound = 0 THEN
              MOVE memberInitials TO initialsInp
              PERFORM record-age-PARA
              IF ageRefused = "Y" THEN
                 DISPLAY "Not made a member."
                 EXIT PARAGRAPH
              END-IF
           ELSE
              IF at-initials(ageFound) = SPACES AND
                 memberInitials NOT = SPACES THEN
                 MOVE memberInitials TO at-initials(ageFound)
                 PERFORM save-ages-PARA
              END-IF
           END-IF.
           ADD 1 TO memberCount.
           MOVE nextMemberNo TO mt-number(memberCount).
           MOVE inputVar TO mt-name(memberCount).
           COMPUTE newExpiry = FUNCTION NUMVAL(todayDate) + 10000.
           MOVE newExpiry TO mt-expires(memberCount).
           PERFORM save-members-PARA.
           MOVE nextMemberNo TO checkNumber.
           PERFORM member-no-text-PARA.
           DISPLAY inputVar " is member " memberNoText
              ", good through " mt-expires(memberCount) ".".
           MOVE "NEWMEMBR" TO logEvent.
           MOVE inputVar TO logText.
           END-IF.
           MOVE 0 TO lapsedCount.
           MOVE 0 TO annivCount.
           DISPLAY "NO       JOINED   EXPIRES  INI NAME".
           PERFORM VARYING memberIndex FROM 1 BY 1
           UNTIL memberIndex > memberCount
              MOVE mt-number(memberIndex) TO checkNumber
              PERFORM member-no-text-PARA
              DISPLAY memberNoText "  "
                 mt-joined(memberIndex) " "
                 mt-expires(memberIndex) " "
                 mt-initials(memberIndex) " "
              DISPLAY "  (NONE THIS MONTH)"
           END-IF.

       member-by-number-PARA.
      *the card number typed at the desk, check digit and all - a
      *wrong digit is refused before the book is even searched
           DISPLAY "Member number, check digit and all:".
           ACCEPT memberNoInp.
           MOVE "N" TO checkPass.
           MOVE SPACES TO memberNoBody.
           MOVE SPACE TO checkDigit.
           UNSTRING memberNoInp DELIMITED BY "-" OR ALL SPACE
              INTO memberNoBody checkDigit.
           IF checkDigit = SPACE THEN
              MOVE SPACES TO memberNoBody
              MOVE FUNCTION TRIM(memberNoInp) TO memberNoBody
              COMPUTE memberNoLen =
                 FUNCTION LENGTH(FUNCTION TRIM(memberNoBody))
              IF memberNoBody = SPACES OR memberNoLen < 2 THEN
                 DISPLAY "Member numbers carry a check digit."
                 EXIT PARAGRAPH
              END-IF
              MOVE memberNoBody(memberNoLen:1) TO checkDigit
              MOVE SPACE TO memberNoBody(memberNoLen:1)
           END-IF.
           MOVE FUNCTION UPPER-CASE (checkDigit) TO checkDigit.
           MOVE FUNCTION TRIM(memberNoBody) TO memberNoBody.
           COMPUTE memberNoLen =
              FUNCTION LENGTH(FUNCTION TRIM(memberNoBody)).
           IF memberNoBody = SPACES OR memberNoLen > 5 OR
              memberNoBody(1:memberNoLen) IS NOT NUMERIC THEN
              DISPLAY "Member numbers are digits."
              EXIT PARAGRAPH
           END-IF.
           COMPUTE lookupMemberNo = FUNCTION NUMVAL(memberNoBody).
           MOVE lookupMemberNo TO checkNumber.
           MOVE "V" TO checkAction.
           CALL "checkdigit" USING checkNumber checkMethod checkAction
              checkDigit checkPass.
           IF checkPass NOT = "Y" THEN
              DISPLAY "CHECK DIGIT WRONG - NUMBER MISTYPED, REFUSED."
              MOVE "BADCHECK" TO logEvent
              MOVE SPACES TO logText
              STRING "MEMBER " FUNCTION TRIM(memberNoInp) " REFUSED"
                 DELIMITED BY SIZE INTO logText
              CALL "shoplog" USING logProgram logEvent logText
              EXIT PARAGRAPH
           END-IF.
           PERFORM load-members-PARA.
           MOVE 0 TO memberFound.
           PERFORM VARYING memberIndex FROM 1 BY 1
           UNTIL memberIndex > memberCount
              IF mt-number(memberIndex) = lookupMemberNo THEN
                 MOVE memberIndex TO memberFound
              END-IF
           END-PERFORM.
           IF memberFound = 0 THEN
              DISPLAY "No member with that number."
              EXIT PARAGRAPH
           END-IF.
           PERFORM member-no-text-PARA.
           DISPLAY memberNoText "  " mt-name(memberFound) " "
              mt-initials(memberFound).
           DISPLAY "  JOINED " mt-joined(memberFound)
              "  EXPIRES " mt-expires(memberFound).

       member-no-text-PARA.
      *checkNumber in, the printed form 00012-7 out in memberNoText
           MOVE "G" TO checkAction.
           CALL "checkdigit" USING checkNumber checkMethod checkAction
              checkDigit checkPass.
           MOVE SPACES TO memberNoText.
           MOVE checkNumber(6:5) TO memberNoText(1:5).
           MOVE "-" TO memberNoText(6:1).
           MOVE checkDigit TO memberNoText(7:1).

       load-members-PARA.
           MOVE 0 TO memberCount.
           MOVE 1 TO nextMemberNo.
           IF resFound = 0 THEN
              EXIT PARAGRAPH
           END-IF.
      *a slot on a cabinet that has since gone down is not seated -
      *the arrival still counts, so the no-show pass leaves it be,
      *but the desk has to find them another machine
           MOVE rt-machine(resFound) TO downMachine.
           CALL "machinedown" USING downMachine downFlag downTicket
              downFault.
           IF downFlag = "Y" THEN
              DISPLAY "Your " rt-start(resFound) " slot was on machine "
                 rt-machine(resFound) ", which is out of service"
              DISPLAY "(ticket " downTicket ": "
                 FUNCTION TRIM(downFault) ") - please see the desk."
           ELSE
              DISPLAY "You hold the " rt-start(resFound)
                 " slot on machine " rt-machine(resFound)
                 " - it is yours."
           END-IF.
           MOVE "A" TO rt-status(resFound).
           OPEN OUTPUT reserveFile.
           IF reserveStatus = "00" THEN
              CLOSE reserveFile
           END-IF.

      *=================================================
      *   AGE, GUARDIAN AND CURFEW
      *=================================================
       load-curfew-PARA.
           OPEN INPUT curfewFile.
           IF curfewStatus = "00" THEN
              READ curfewFile
                 AT END CONTINUE
                 NOT AT END
                    IF curfewRecord IS NUMERIC THEN
                       MOVE curfewRecord TO curfewTime
                    END-IF
              END-READ
              CLOSE curfewFile
           END-IF.

       check-age-PARA.
      *a first visit puts the date of birth on file; after that the
      *age is worked out fresh each time, so nobody stays a minor
      *on the book past their sixteenth birthday
           MOVE "N" TO ageRefused.
           PERFORM load-ages-PARA.
           PERFORM find-age-PARA.
           IF ageFound = 0 THEN
              MOVE SPACES TO initialsInp
              PERFORM record-age-PARA
              IF ageRefused = "Y" THEN
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           PERFORM work-out-age-PARA.
           IF NOT isMinor THEN
              EXIT PARAGRAPH
           END-IF.
           IF at-guardian(ageFound) = SPACES OR
              at-phone(ageFound) = SPACES THEN
              DISPLAY "Under 16 with no guardian on file - a parent"
              DISPLAY "or guardian needs to sign them in (menu G)."
              MOVE "Y" TO ageRefused
              EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION CURRENT-DATE (9:6) TO nowTime.
           IF nowTime(1:4) >= curfewTime THEN
              DISPLAY "Sorry - no under-16s after " curfewTime
                 ". Come back tomorrow!"
              MOVE "Y" TO ageRefused
              MOVE "CURFEW" TO logEvent
              MOVE inputVar TO logText
              CALL "shoplog" USING logProgram logEvent logText
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Under 16 - guardian " FUNCTION TRIM(at-guardian
              (ageFound)) " on " FUNCTION TRIM(at-phone(ageFound))
              ", out by " curfewTime ".".

       record-age-PARA.
      *date of birth for anyone new to the book; an under-16 also
      *needs a guardian's name and phone before they go on it, and
      *the guardian may set a daily token cap on their profile
           MOVE "N" TO ageRefused.
           DISPLAY "Date of birth for " FUNCTION TRIM(inputVar)
              " (YYYYMMDD):".
           ACCEPT dobInput.
           IF dobInput IS NOT NUMERIC THEN
              DISPLAY "A date of birth is needed to go on the register."
              MOVE "Y" TO ageRefused
              EXIT PARAGRAPH
           END-IF.
           MOVE dobInput TO dobNum.
           IF FUNCTION TEST-DATE-YYYYMMDD(dobNum) NOT = 0 OR
              dobInput > todayDate THEN
              DISPLAY "That is not a real date of birth."
              MOVE "Y" TO ageRefused
              EXIT PARAGRAPH
           END-IF.
           IF ageCount >= 500 THEN
              DISPLAY "The age book is full - see the manager."
              MOVE "Y" TO ageRefused
              EXIT PARAGRAPH
           END-IF.
           ADD 1 TO ageCount.
           MOVE ageCount TO ageFound.
           MOVE inputVar TO at-name(ageFound).
           MOVE dobInput TO at-dob(ageFound).
           MOVE initialsInp TO at-initials(ageFound).
           MOVE SPACES TO at-guardian(ageFound) at-phone(ageFound).
           MOVE 0 TO at-cap(ageFound).
           PERFORM work-out-age-PARA.
           IF isMinor THEN
              PERFORM guardian-details-PARA
              IF at-guardian(ageFound) = SPACES OR
                 at-phone(ageFound) = SPACES THEN
                 DISPLAY "Under 16 - a guardian's name and phone are"
                 DISPLAY "needed first. Not checked in."
                 MOVE "Y" TO ageRefused
                 EXIT PARAGRAPH
              END-IF
           END-IF.
           PERFORM save-ages-PARA.

       guardian-details-PARA.
      *a blank answer keeps what is already on file
           DISPLAY "Guardian's name:".
           ACCEPT guardianInp.
           IF guardianInp NOT = SPACES THEN
              MOVE guardianInp TO at-guardian(ageFound)
           END-IF.
           DISPLAY "Guardian's phone:".
           ACCEPT phoneInp.
           IF phoneInp NOT = SPACES THEN
              MOVE phoneInp TO at-phone(ageFound)
           END-IF.
           IF at-initials(ageFound) = SPACES THEN
              DISPLAY "Their PLAYER.DAT initials (blank if none):"
              ACCEPT initialsInp
              MOVE FUNCTION UPPER-CASE (initialsInp)
                 TO at-initials(ageFound)
           END-IF.
           DISPLAY "Daily token cap set by the guardian (0 = none):".
           ACCEPT capInput.
           IF capInput NOT = SPACES THEN
              IF FUNCTION TEST-NUMVAL(capInput) = 0 THEN
                 COMPUTE at-cap(ageFound) = FUNCTION NUMVAL(capInput)
              ELSE
                 DISPLAY "Not a number - cap left at "
                    at-cap(ageFound) "."
              END-IF
           END-IF.

       guardian-edit-PARA.
      *the desk's screen for a parent changing their details or the
      *daily cap - and for putting a guardian on a young regular
      *who was turned away for want of one
           DISPLAY "Name on the register:".
           ACCEPT inputVar.
           IF inputVar = SPACES THEN
              EXIT PARAGRAPH
           END-IF.
           PERFORM load-ages-PARA.
           PERFORM find-age-PARA.
           IF ageFound = 0 THEN
              MOVE SPACES TO initialsInp
              PERFORM record-age-PARA
              IF ageRefused NOT = "Y" THEN
                 DISPLAY "On file."
              END-IF
              EXIT PARAGRAPH
           END-IF.
           PERFORM work-out-age-PARA.
           DISPLAY FUNCTION TRIM(at-name(ageFound)) "  BORN "
              at-dob(ageFound) "  AGE " ageYears
              "  INITIALS " at-initials(ageFound).
           IF NOT isMinor THEN
              DISPLAY "16 or over - no guardian or cap needed."
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "  GUARDIAN " at-guardian(ageFound) " "
              at-phone(ageFound) "  DAILY CAP " at-cap(ageFound).
           PERFORM guardian-details-PARA.
           PERFORM save-ages-PARA.
           DISPLAY "Saved.".
           MOVE "GUARDIAN" TO logEvent.
           MOVE at-name(ageFound) TO logText.
           CALL "shoplog" USING logProgram logEvent logText.

       work-out-age-PARA.
      *whole years between the birth date and today, straight off
      *the YYYYMMDD figures
           MOVE at-dob(ageFound) TO dobNum.
           MOVE todayDate TO todayNum.
           COMPUTE ageYears = (todayNum - dobNum) / 10000.
           IF ageYears < 16 THEN
              MOVE "Y" TO minorFlag
           ELSE
              MOVE "N" TO minorFlag
           END-IF.

       find-age-PARA.
           MOVE 0 TO ageFound.
           PERFORM VARYING ageIndex FROM 1 BY 1
           UNTIL ageIndex > ageCount
              IF at-name(ageIndex) = inputVar THEN
                 MOVE ageIndex TO ageFound
              END-IF
           END-PERFORM.

       load-ages-PARA.
           MOVE 0 TO ageCount.
           MOVE "N" TO ageEOF.
           OPEN INPUT ageFile.
           IF ageStatus = "00" THEN
              PERFORM UNTIL isAgeEOF
                 READ ageFile
                    AT END MOVE "Y" TO ageEOF
                    NOT AT END
                       IF ageCount < 500 AND
                          ag-name NOT = SPACES THEN
                          ADD 1 TO ageCount
                          MOVE ageRecord TO ageEntry(ageCount)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ageFile
           END-IF.

       save-ages-PARA.
           OPEN OUTPUT ageFile.
           IF ageStatus = "00" THEN
              PERFORM VARYING ageIndex FROM 1 BY 1
              UNTIL ageIndex > ageCount
                 MOVE ageEntry(ageIndex) TO ageRecord
                 WRITE ageRecord
              END-PERFORM
              CLOSE ageFile
           END-IF.

      *=================================================
      *   CHECK OUT
      *=================================================
              IF visitOverflow NOT = "Y" THEN
                 DISPLAY "Checked out. Thank you for visiting."
              END-IF
              PERFORM offer-survey-PARA
              PERFORM leave-versus-PARA
      *a departure frees a spot - offer it to the queue at once
              IF roomCapacity > 0 THEN
                 PERFORM call-up-PARA
              END-IF
           END-IF.

       offer-survey-PARA.
      *a member who gave PLAYER.DAT initials has them on the
      *answers; anyone else answers without a name
           MOVE SPACES TO surveyInitials.
           PERFORM load-members-PARA.
           PERFORM VARYING memberIndex FROM 1 BY 1
           UNTIL memberIndex > memberCount
              IF mt-name(memberIndex) = inputVar THEN
                 MOVE mt-initials(memberIndex) TO surveyInitials
              END-IF
           END-PERFORM.
           CALL "survey" USING surveyInitials surveyWhere
              ON EXCEPTION CONTINUE
           END-CALL.

      *=================================================
      *   VERSUS MATCHMAKING
      *=================================================
       offer-versus-PARA.
      *members only - the queue pairs by the PL-RATING on the
      *profile their initials link to
           IF memberFound = 0 THEN
              EXIT PARAGRAPH
           END-IF.
           IF mt-initials(memberFound) = SPACES THEN
              EXIT PARAGRAPH
           END-IF.
           DISPLAY "Queue for a versus game? (Y/N)".
           ACCEPT versusAnswer.
           IF FUNCTION UPPER-CASE (versusAnswer) NOT = "Y" THEN
              EXIT PARAGRAPH
           END-IF.
           INITIALIZE mpMatch.
           MOVE mt-initials(memberFound) TO mp-initials.
           MOVE "C" TO mp-where.
           MOVE "JOIN" TO mpAction.
           CALL "matchpair" USING mpAction mpMatch mpResult.
           EVALUATE mpResult
           WHEN "P"
              DISPLAY "No player profile under "
                 mt-initials(memberFound)
                 " yet - sign in at a cabinet once first."
              EXIT PARAGRAPH
           WHEN "F"
              DISPLAY "The versus queue is full - try again later."
              EXIT PARAGRAPH
           WHEN "A"
              DISPLAY "Already on today's versus queue."
           WHEN OTHER
              CONTINUE
           END-EVALUATE.
           IF mp-status = "P" THEN
              DISPLAY "*** VERSUS CALL UP: " mp-initials " ("
                 mp-rating ") VS " mp-opponent " (" mp-opp-rating
                 ") ***"
           ELSE
              DISPLAY "On the versus queue at rating " mp-rating
                 " - " mp-waiting " waiting. Watch the scoreboard."
           END-IF.

       leave-versus-PARA.
      *offer-survey-PARA has just looked the initials up
           IF surveyInitials = SPACES THEN
              EXIT PARAGRAPH
           END-IF.
           INITIALIZE mpMatch.
           MOVE surveyInitials TO mp-initials.
           MOVE "LEAV" TO mpAction.
           CALL "matchpair" USING mpAction mpMatch mpResult.
           IF mpResult = "Y" THEN
              DISPLAY "Taken off the versus queue."
              IF mp-opponent NOT = SPACES THEN
                 DISPLAY mp-opponent
                    " goes back to waiting for a versus game."
              END-IF
           END-IF.

       versus-call-ups-PARA.
      *a pairing pass first, then every pairing called up and not
      *yet played, once each
           INITIALIZE mpMatch.
           MOVE "PAIR" TO mpAction.
           CALL "matchpair" USING mpAction mpMatch mpResult.
           MOVE 0 TO callUpCount.
           MOVE 0 TO mp-seq.
           MOVE "NEXT" TO mpAction.
           MOVE "Y" TO mpResult.
           PERFORM UNTIL mpResult NOT = "Y"
              CALL "matchpair" USING mpAction mpMatch mpResult
              IF mpResult = "Y" THEN
                 ADD 1 TO callUpCount
                 DISPLAY "*** VERSUS CALL UP: " mp-initials " ("
                    mp-rating ") VS " mp-opponent " ("
                    mp-opp-rating ") - CALLED " mp-called (1:2) ":"
                    mp-called (3:2) " ***"
              END-IF
           END-PERFORM.
           IF callUpCount = 0 THEN
              DISPLAY "No versus pairings called up."
           END-IF.
           DISPLAY mp-waiting " still waiting for a versus game.".

      *=================================================
      *   CAPACITY GATE AND WAITLIST
      *=================================================
              waitCount " on the waitlist.".

       call-up-PARA.
      *pop the next still-waiting name from today's queue - the
      *oldest priority-tier member if there is one waiting, else
      *the oldest name of all. file order is join order, so within
      *each it is first on, first called
           PERFORM check-open-PARA.
           IF calOpen NOT = "Y" THEN
              EXIT PARAGRAPH
           END-IF.
           PERFORM load-waitlist-PARA.
           PERFORM load-priority-PARA.
           PERFORM load-members-PARA.
           MOVE 0 TO waitFound.
           MOVE 0 TO waitPriority.
           PERFORM VARYING waitIndex FROM 1 BY 1
           UNTIL waitIndex > waitCount
              IF wt-date(waitIndex) = todayDate AND
                 wt-status(waitIndex) = "W" THEN
                 IF waitFound = 0 THEN
                    MOVE waitIndex TO waitFound
                 END-IF
                 IF waitPriority = 0 AND prioCount > 0 THEN
                    PERFORM find-wait-priority-PARA
                    IF prioFound > 0 THEN
                       MOVE waitIndex TO waitPriority
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
           IF waitFound = 0 THEN
              DISPLAY "Nobody waiting."
              EXIT PARAGRAPH
           END-IF.
           IF waitPriority > 0 THEN
              MOVE waitPriority TO waitIndex
              PERFORM find-wait-priority-PARA
              MOVE waitPriority TO waitFound
              DISPLAY "*** CALL UP: " wt-name(waitFound) " ***"
                 " (PRIORITY - " FUNCTION TRIM(pr-tier(prioFound))
                 ")"
           ELSE
              DISPLAY "*** CALL UP: " wt-name(waitFound) " ***"
           END-IF.
           MOVE "C" TO wt-status(waitFound).
           MOVE FUNCTION CURRENT-DATE (9:6) TO wt-called(waitFound).
           PERFORM save-waitlist-PARA.
           DISPLAY "Check them in through I as usual.".

       find-wait-priority-PARA.
      *waiting name waitIndex -> member initials -> a priority tier
           MOVE 0 TO prioFound.
           MOVE SPACES TO waitInitials.
           PERFORM VARYING memberIndex FROM 1 BY 1
           UNTIL memberIndex > memberCount
              IF mt-name(memberIndex) = wt-name(waitIndex) THEN
                 MOVE mt-initials(memberIndex) TO waitInitials
              END-IF
           END-PERFORM.
           IF waitInitials = SPACES THEN
              EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING prioIndex FROM 1 BY 1
           UNTIL prioIndex > prioCount
              IF pr-initials(prioIndex) = waitInitials THEN
                 MOVE prioIndex TO prioFound
              END-IF
           END-PERFORM.

       load-priority-PARA.
      *which tiers carry the perk - no TIERS.CFG means gold, as in
      *loyaltyrun's built-in table - then the members who hold one
      *of them this month
           MOVE 0 TO priorityCount.
           MOVE "N" TO tierEOF.
           OPEN INPUT tierFile.
           IF tierStatus = "00" THEN
              PERFORM UNTIL isTierEOF
                 READ tierFile
                    AT END MOVE "Y" TO tierEOF
                    NOT AT END
                       IF FUNCTION UPPER-CASE (ti-priority) = "Y" AND
                          priorityCount < 9 THEN
                          ADD 1 TO priorityCount
                          MOVE ti-code TO pt-code(priorityCount)
                          MOVE ti-name TO pt-name(priorityCount)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE tierFile
           ELSE
              MOVE 1 TO priorityCount
              MOVE "G" TO pt-code(1)
              MOVE "GOLD" TO pt-name(1)
           END-IF.
           MOVE 0 TO prioCount.
           IF priorityCount = 0 THEN
              EXIT PARAGRAPH
           END-IF.
           MOVE "N" TO tierEOF.
           OPEN INPUT standingFile.
           IF standingStatus NOT = "00" THEN
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL isTierEOF
              READ standingFile
                 AT END MOVE "Y" TO tierEOF
                 NOT AT END
                    PERFORM VARYING tierIndex FROM 1 BY 1
                    UNTIL tierIndex > priorityCount
                       IF pt-code(tierIndex) = ms-tier AND
                          ms-initials NOT = SPACES AND
                          prioCount < 500 THEN
                          ADD 1 TO prioCount
                          MOVE ms-initials TO pr-initials(prioCount)
                          MOVE pt-name(tierIndex) TO pr-tier(prioCount)
                       END-IF
                    END-PERFORM
              END-READ
           END-PERFORM.
           CLOSE standingFile.

       check-open-PARA.
      *right now against the calendar - the small hours after a late
      *opening still count as the night before
           MOVE FUNCTION CURRENT-DATE (1:8) TO calDate.
           MOVE FUNCTION CURRENT-DATE (9:4) TO calTime.
           CALL "tradecal" USING calDate calTime calMinutes calOpen
              calFrom calTo calNote.
           IF calOpen NOT = "Y" THEN
              DISPLAY "We are closed - " FUNCTION TRIM(calNote) "."
           END-IF.

       load-waitlist-PARA.
           MOVE 0 TO waitCount.
           MOVE "N" TO waitEOF.
