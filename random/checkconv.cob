       IDENTIFICATION DIVISION.
       PROGRAM-ID. checkconv.

      *the one-off run for the day the check digits went in: every
      *voucher serial on VOUCHER.DAT and every member number on
      *MEMBERS.DAT listed with the check digit it now carries, to
      *CHECKLIST.RPT and the screen, so slips and cards already out
      *can be re-stamped. vouchers take mod-10 (Luhn) and members
      *mod-11, the same as vouchers.cob and the membership desk
      *print them. nothing on either file is changed - the digit is
      *worked out from the number, never stored

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT voucherFile ASSIGN TO "VOUCHER.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS voucherStatus.

           SELECT memberFile ASSIGN TO "MEMBERS.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS memberStatus.

           SELECT listFile ASSIGN TO "CHECKLIST.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS listStatus.

       DATA DIVISION.
           FILE SECTION.
           FD voucherFile.
           01 voucherRecord.
              05 vo-serial      PIC 9(6).
              05 vo-date        PIC X(8).
              05 vo-initials    PIC X(3).
              05 vo-reason      PIC X(1).
              05 vo-amount      PIC 9(6)V99.
              05 vo-redeemed    PIC X(1).
              05 vo-redeem-date PIC X(8).
              05 vo-prize       PIC X(6).

           FD memberFile.
           01 memberRecord.
              05 mb-number   PIC 9(5).
              05 mb-name     PIC X(20).
              05 mb-initials PIC X(3).
              05 mb-joined   PIC X(8).
              05 mb-expires  PIC X(8).

           FD listFile.
           01 listLine PIC X(80).

           WORKING-STORAGE SECTION.
           01 voucherStatus PIC X(2).
           01 memberStatus  PIC X(2).
           01 listStatus    PIC X(2).
           01 fileEOF PIC X(1) VALUE "N".
              88 isFileEOF VALUE "Y".

           01 checkNumber PIC 9(10).
           01 checkMethod PIC X(1).
           01 checkAction PIC X(1) VALUE "G".
           01 checkDigit  PIC X(1).
           01 checkPass   PIC X(1).
           01 numberText  PIC X(8).
           01 listCount   PIC 9(5).
           01 dispCount   PIC Z(4)9.

      *every start, normal exit and notable event appends to the
      *common SHOPLOG.DAT through the shared shoplog subprogram
           01 logProgram PIC X(12) VALUE "checkconv".
           01 logEvent   PIC X(8).
           01 logText    PIC X(30).
           01 reportName PIC X(20) VALUE "CHECKLIST.RPT".
           01 reportOper PIC X(3)  VALUE SPACES.

       PROCEDURE DIVISION.
       main-PARA.
           MOVE "STARTUP" TO logEvent.
           MOVE SPACES TO logText.
           CALL "shoplog" USING logProgram logEvent logText.
           OPEN OUTPUT listFile.
           IF listStatus NOT = "00" THEN
              DISPLAY "CHECKLIST.RPT could not be opened, status "
                 listStatus
           ELSE
              PERFORM list-vouchers-PARA
              PERFORM list-members-PARA
              CLOSE listFile
              CALL "rptfile" USING reportName logProgram reportOper
           END-IF.
           MOVE "EXIT" TO logEvent.
           MOVE SPACES TO logText.
           CALL "shoplog" USING logProgram logEvent logText.
       GOBACK.

      *=================================================
      *   VOUCHER SERIALS - MOD-10 (LUHN)
      *=================================================
       list-vouchers-PARA.
           MOVE "VOUCHER SERIALS WITH CHECK DIGITS (MOD-10)"
              TO listLine.
           PERFORM put-line-PARA.
           MOVE "SERIAL    ISSUED   INI STATUS" TO listLine.
           PERFORM put-line-PARA.
           MOVE "L" TO checkMethod.
           MOVE 0 TO listCount.
           MOVE "N" TO fileEOF.
           OPEN INPUT voucherFile.
           IF voucherStatus NOT = "00" THEN
              MOVE "  NO VOUCHER.DAT ON FILE" TO listLine
              PERFORM put-line-PARA
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL isFileEOF
              READ voucherFile
                 AT END MOVE "Y" TO fileEOF
                 NOT AT END
                    IF vo-serial IS NUMERIC THEN
                       MOVE vo-serial TO checkNumber
                       CALL "checkdigit" USING checkNumber
                          checkMethod checkAction checkDigit
                          checkPass
                       MOVE SPACES TO numberText
                       STRING vo-serial "-" checkDigit
                          DELIMITED BY SIZE INTO numberText
                       MOVE SPACES TO listLine
                       IF vo-redeemed = "Y" THEN
                          STRING numberText "  " vo-date " "
                             vo-initials " REDEEMED"
                             DELIMITED BY SIZE INTO listLine
                       ELSE
                          STRING numberText "  " vo-date " "
                             vo-initials " OPEN"
                             DELIMITED BY SIZE INTO listLine
                       END-IF
                       PERFORM put-line-PARA
                       ADD 1 TO listCount
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE voucherFile.
           MOVE listCount TO dispCount.
           MOVE SPACES TO listLine.
           STRING "  " dispCount " VOUCHERS LISTED"
              DELIMITED BY SIZE INTO listLine.
           PERFORM put-line-PARA.

      *=================================================
      *   MEMBER NUMBERS - MOD-11
      *=================================================
       list-members-PARA.
           MOVE SPACES TO listLine.
           PERFORM put-line-PARA.
           MOVE "MEMBER NUMBERS WITH CHECK DIGITS (MOD-11)"
              TO listLine.
           PERFORM put-line-PARA.
           MOVE "NUMBER   INI NAME" TO listLine.
           PERFORM put-line-PARA.
           MOVE "M" TO checkMethod.
           MOVE 0 TO listCount.
           MOVE "N" TO fileEOF.
           OPEN INPUT memberFile.
           IF memberStatus NOT = "00" THEN
              MOVE "  NO MEMBERS.DAT ON FILE" TO listLine
              PERFORM put-line-PARA
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL isFileEOF
              READ memberFile
                 AT END MOVE "Y" TO fileEOF
                 NOT AT END
                    IF mb-number IS NUMERIC THEN
                       MOVE mb-number TO checkNumber
                       CALL "checkdigit" USING checkNumber
                          checkMethod checkAction checkDigit
                          checkPass
                       MOVE SPACES TO numberText
                       STRING mb-number "-" checkDigit
                          DELIMITED BY SIZE INTO numberText
                       MOVE SPACES TO listLine
                       STRING numberText " " mb-initials " "
                          mb-name DELIMITED BY SIZE INTO listLine
                       PERFORM put-line-PARA
                       ADD 1 TO listCount
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE memberFile.
           MOVE listCount TO dispCount.
           MOVE SPACES TO listLine.
           STRING "  " dispCount " MEMBERS LISTED"
              DELIMITED BY SIZE INTO listLine.
           PERFORM put-line-PARA.

       put-line-PARA.
           WRITE listLine.
           DISPLAY listLine.

       END PROGRAM checkconv.
