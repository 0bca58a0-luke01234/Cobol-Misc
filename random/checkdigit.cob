       identification division.
       program-id. checkdigit.

      *grown out of isOddorEven's digit work: a CALLable check digit
      *for the shop's running numbers, so a digit mistyped at the
      *counter is caught instead of redeeming or pulling up the
      *wrong record. two methods -
      *  L  mod-10 (Luhn): every second digit from the right is
      *     doubled, nines cast out, the digit makes the sum a
      *     multiple of ten
      *  M  mod-11: digits weighted 2, 3, 4 ... from the right, the
      *     digit is 11 less the remainder - 11 comes out as 0 and
      *     10 as X
      *action G hands the digit back in LI-DIGIT; action V checks
      *the LI-DIGIT supplied against the number and answers LI-PASS

       data division.
       WORKING-STORAGE SECTION.
       01 workNumber  PIC 9(10).
       01 workDigits REDEFINES workNumber.
           05 workDigit PIC 9(1) OCCURS 10 TIMES.
       01 digitIndex  PIC 9(2).
       01 digitWeight PIC 9(2).
       01 digitValue  PIC 9(2).
       01 digitSum    PIC 9(4).
       01 sumRemain   PIC 9(2).
       01 sumQuotient PIC 9(4).
       01 doubleFlag  PIC X(1).
       01 checkValue  PIC 9(2).
       01 checkChar   PIC X(1).

       LINKAGE SECTION.
       01 LI-NUMBER PIC 9(10).
       01 LI-METHOD PIC X(1).
       01 LI-ACTION PIC X(1).
       01 LI-DIGIT  PIC X(1).
       01 LI-PASS   PIC X(1).

       procedure division USING LI-NUMBER LI-METHOD LI-ACTION
           LI-DIGIT LI-PASS.
       main-PARA.
       MOVE LI-NUMBER TO workNumber.
       IF LI-METHOD = "M" THEN
          perform mod-eleven-PARA
       ELSE
          perform luhn-PARA
       END-IF.
       IF LI-ACTION = "V" THEN
          IF LI-DIGIT = checkChar THEN
             MOVE "Y" TO LI-PASS
          ELSE
             MOVE "N" TO LI-PASS
          END-IF
       ELSE
          MOVE checkChar TO LI-DIGIT
          MOVE "Y" TO LI-PASS
       END-IF.
       GOBACK.

       luhn-PARA.
       MOVE 0 TO digitSum.
       MOVE "Y" TO doubleFlag.
       PERFORM VARYING digitIndex FROM 10 BY -1
       UNTIL digitIndex < 1
          MOVE workDigit(digitIndex) TO digitValue
          IF doubleFlag = "Y" THEN
             COMPUTE digitValue = digitValue * 2
             IF digitValue > 9 THEN
                SUBTRACT 9 FROM digitValue
             END-IF
             MOVE "N" TO doubleFlag
          ELSE
             MOVE "Y" TO doubleFlag
          END-IF
          ADD digitValue TO digitSum
       END-PERFORM.
       DIVIDE digitSum BY 10 GIVING sumQuotient
          REMAINDER sumRemain.
       IF sumRemain = 0 THEN
          MOVE 0 TO checkValue
       ELSE
          COMPUTE checkValue = 10 - sumRemain
       END-IF.
       MOVE checkValue(2:1) TO checkChar.

       mod-eleven-PARA.
       MOVE 0 TO digitSum.
       MOVE 2 TO digitWeight.
       PERFORM VARYING digitIndex FROM 10 BY -1
       UNTIL digitIndex < 1
          COMPUTE digitSum = digitSum +
             workDigit(digitIndex) * digitWeight
          ADD 1 TO digitWeight
       END-PERFORM.
       DIVIDE digitSum BY 11 GIVING sumQuotient
          REMAINDER sumRemain.
       COMPUTE checkValue = 11 - sumRemain.
       EVALUATE checkValue
       WHEN 11
          MOVE "0" TO checkChar
       WHEN 10
          MOVE "X" TO checkChar
       WHEN OTHER
          MOVE checkValue(2:1) TO checkChar
       END-EVALUATE.

       END PROGRAM checkdigit.
