           organization is line sequential
           file status is ratesStatus.

           select investFile assign to "INVEST.RPT"
           organization is line sequential
           file status is investStatus.

       data division.
           file section.
           FD historyFile.
              05 rt-name PIC X(10).
              05 rt-pct  PIC S9(3)V99 SIGN LEADING SEPARATE.

           FD investFile.
           01 investLine PIC X(70).

           WORKING-STORAGE SECTION.
           01 inputVar1 PIC A(12).
      *operands and results now carry two decimal places so money
           01 logProgram PIC X(12) VALUE "calculator".
           01 logEvent   PIC X(8).
           01 logText    PIC X(30).
           01 reportName PIC X(20).
           01 reportOper PIC X(3)  VALUE SPACES.


      *CONVERT: pick a from-unit and to-unit off a factor table the
           01 dispPct     PIC -(2)9.99.
           01 chainSteps  PIC 9(2).

      *INVEST: discounted cash flow for the cabinets we keep being
      *offered - an up-front cost, a run of yearly or monthly net
      *cash flows and a discount rate in, NPV, IRR, payback and
      *profitability index out to INVEST.RPT the way AMORT.RPT is
      *written. up to four proposals are taken in one go and, when
      *there is more than one, set side by side at the bottom. a
      *monthly proposal is discounted at a twelfth of the annual
      *rate, the same convention AMORTIZE uses, and its IRR is
      *shown as that monthly rate times twelve
           01 investStatus PIC X(2).
           01 invTable.
              05 invProposal OCCURS 4 TIMES.
                 10 invName      PIC X(10).
                 10 invPeriod    PIC X(1).
                 10 invCost      PIC 9(6)V99.
                 10 invRate      PIC 99V99.
                 10 invFlowCount PIC 9(2).
                 10 invFlow      PIC S9(7)V99 OCCURS 60 TIMES.
                 10 invNpv       PIC S9(9)V99.
                 10 invIrr       PIC S9(5)V99.
                 10 invIrrFound  PIC X(1).
                 10 invPayback   PIC 9(3)V99.
                 10 invPaybackFound PIC X(1).
                 10 invPi        PIC S9(3)V9(4).
           01 invCount     PIC 9(1) VALUE 0.
           01 invIndex     PIC 9(1).
           01 invPick      PIC X(1).
           01 invFlowIndex PIC 9(2).
           01 invInput     PIC X(14).
           01 invPeriodRate PIC S9(3)V9(9).
           01 invTryRate   PIC S9(3)V9(9).
           01 invLowRate   PIC S9(3)V9(9).
           01 invHighRate  PIC S9(3)V9(9).
           01 invLowNpv    PIC S9(11)V9(4).
           01 invHighNpv   PIC S9(11)V9(4).
           01 invTryNpv    PIC S9(11)V9(4).
           01 invPvFlows   PIC S9(11)V9(4).
           01 invDiscounted PIC S9(9)V99.
           01 invCumulative PIC S9(9)V99.
           01 invPrevCum   PIC S9(9)V99.
           01 invStep      PIC 9(3).
           01 invBest      PIC 9(1).
           01 invPeriodWord PIC X(6).
           01 invColPos    PIC 9(2).
           01 invDispFlow  PIC -(8)9.99.
           01 invDispDisc  PIC -(8)9.99.
           01 invDispCum   PIC -(8)9.99.
           01 invDispAmt   PIC -(9)9.99.
           01 invDispPct   PIC -(6)9.99.
           01 invDispPi    PIC -(4)9.9999.
           01 invDispPay   PIC Z(8)9.99.

       procedure division.
       main-PARA.
       MOVE "STARTUP" TO logEvent.
       display "(""PRICING"" chains named tax/discount rates from "
       "RATES.CFG over a base price.)"
       end-display.
       display "(""INVEST"" appraises cabinet proposals - NPV, IRR, "
       "payback - to INVEST.RPT.)"
       end-display.
       accept inputVar1.

       IF inputVar1 = "EXPRESSION" THEN
           perform dates-mode-PARA
       ELSE IF inputVar1 = "PRICING" THEN
           perform pricing-op-PARA
       ELSE IF inputVar1 = "INVEST" THEN
           perform invest-op-PARA
       ELSE IF inputVar1 = "WORDS" THEN
           IF wordsMode = "Y" THEN
              MOVE "N" TO wordsMode
          DELIMITED BY SIZE INTO amortLine.
       WRITE amortLine.
       CLOSE amortFile.
       MOVE "AMORT.RPT" TO reportName.
       CALL "rptfile" USING reportName logProgram reportOper.

      *=================================================
      *   STATISTICS MODE
          perform log-history-PARA
       END-IF.

      *=================================================
      *   INVESTMENT APPRAISAL - NPV, IRR, PAYBACK, PI
      *=================================================
       invest-op-PARA.
       display "How many proposals to appraise (1-4)?".
       accept invPick.
       IF invPick < "1" OR invPick > "4" THEN
          MOVE "1" TO invPick
       END-IF.
       MOVE invPick TO invCount.
       PERFORM VARYING invIndex FROM 1 BY 1
       UNTIL invIndex > invCount
          perform invest-take-proposal-PARA
       END-PERFORM.
       OPEN OUTPUT investFile.
       IF investStatus NOT = "00" THEN
          display "INVEST.RPT could not be opened, status "
             investStatus
          EXIT PARAGRAPH
       END-IF.
       PERFORM VARYING invIndex FROM 1 BY 1
       UNTIL invIndex > invCount
          perform invest-appraise-PARA
          perform invest-write-proposal-PARA
          MOVE invNpv(invIndex) TO invDispAmt
          display FUNCTION TRIM(invName(invIndex)) " NPV "
             invDispAmt
          MOVE "INVEST" TO hist-operation
          MOVE invCost(invIndex) TO inputVar2
          MOVE invRate(invIndex) TO inputVar3
          MOVE invNpv(invIndex) TO solution
          perform log-history-PARA
       END-PERFORM.
       IF invCount > 1 THEN
          perform invest-compare-PARA
       END-IF.
       CLOSE investFile.
       MOVE "INVEST.RPT" TO reportName.
       CALL "rptfile" USING reportName logProgram reportOper.
       display "Full appraisal written to INVEST.RPT.".

       invest-take-proposal-PARA.
       display "Proposal " invIndex " name:".
       MOVE SPACES TO invInput.
       accept invInput.
       IF invInput = SPACES THEN
          STRING "PROPOSAL " invIndex DELIMITED BY SIZE
             INTO invInput
       END-IF.
       MOVE FUNCTION UPPER-CASE (invInput) TO invName(invIndex).
       display "Cash flows Y (yearly) or M (monthly)?".
       accept invPick.
       MOVE FUNCTION UPPER-CASE (invPick) TO invPick.
       IF invPick NOT = "M" THEN
          MOVE "Y" TO invPick
       END-IF.
       MOVE invPick TO invPeriod(invIndex).
       display "Up-front cost (e.g. 12000.00):".
       accept rawQty.
       MOVE 0 TO invCost(invIndex).
       IF FUNCTION TEST-NUMVAL(rawQty) = 0 THEN
          COMPUTE invCost(invIndex) = FUNCTION NUMVAL(rawQty)
       END-IF.
       display "Discount rate, annual percent (e.g. 8.00):".
       accept rawQty.
       MOVE 0 TO invRate(invIndex).
       IF FUNCTION TEST-NUMVAL(rawQty) = 0 THEN
          COMPUTE invRate(invIndex) = FUNCTION NUMVAL(rawQty)
       END-IF.
       display "Net cash flow for each period, one per line, "
          "negative for a loss (blank line = done):".
       MOVE 0 TO invFlowCount(invIndex).
       MOVE "GO" TO invInput.
       PERFORM UNTIL invInput = SPACES OR
             invFlowCount(invIndex) >= 60
          MOVE SPACES TO invInput
          accept invInput
          IF invInput NOT = SPACES THEN
             IF FUNCTION TEST-NUMVAL(invInput) = 0 THEN
                ADD 1 TO invFlowCount(invIndex)
                COMPUTE invFlow(invIndex, invFlowCount(invIndex)) =
                   FUNCTION NUMVAL(invInput)
             ELSE
                display "Not a number - skipped."
             END-IF
          END-IF
       END-PERFORM.

      *NPV at the discount rate, then IRR by halving the gap
      *between a rate that leaves the NPV positive and one that
      *turns it negative - between minus 50 and plus 100 percent a
      *period, which covers anything worth buying. payback is the
      *point the running total of undiscounted flows covers the
      *cost, part periods included
       invest-appraise-PARA.
       IF invPeriod(invIndex) = "M" THEN
          COMPUTE invPeriodRate = invRate(invIndex) / 1200
       ELSE
          COMPUTE invPeriodRate = invRate(invIndex) / 100
       END-IF.
       MOVE invPeriodRate TO invTryRate.
       perform invest-npv-at-PARA.
       COMPUTE invNpv(invIndex) ROUNDED = invTryNpv.
       IF invCost(invIndex) > 0 THEN
          COMPUTE invPi(invIndex) ROUNDED =
             invPvFlows / invCost(invIndex)
       ELSE
          MOVE 0 TO invPi(invIndex)
       END-IF.
       MOVE "N" TO invIrrFound(invIndex).
       MOVE 0 TO invIrr(invIndex).
       MOVE -0.5 TO invLowRate.
       MOVE 1 TO invHighRate.
       MOVE invLowRate TO invTryRate.
       perform invest-npv-at-PARA.
       MOVE invTryNpv TO invLowNpv.
       MOVE invHighRate TO invTryRate.
       perform invest-npv-at-PARA.
       MOVE invTryNpv TO invHighNpv.
       IF (invLowNpv > 0 AND invHighNpv < 0) OR
          (invLowNpv < 0 AND invHighNpv > 0) THEN
          PERFORM VARYING invStep FROM 1 BY 1 UNTIL invStep > 60
             COMPUTE invTryRate = (invLowRate + invHighRate) / 2
             perform invest-npv-at-PARA
             IF (invTryNpv > 0 AND invLowNpv > 0) OR
                (invTryNpv < 0 AND invLowNpv < 0) THEN
                MOVE invTryRate TO invLowRate
                MOVE invTryNpv TO invLowNpv
             ELSE
                MOVE invTryRate TO invHighRate
             END-IF
          END-PERFORM
          MOVE "Y" TO invIrrFound(invIndex)
          IF invPeriod(invIndex) = "M" THEN
             COMPUTE invIrr(invIndex) ROUNDED = invTryRate * 1200
          ELSE
             COMPUTE invIrr(invIndex) ROUNDED = invTryRate * 100
          END-IF
       END-IF.
       MOVE "N" TO invPaybackFound(invIndex).
       MOVE 0 TO invPayback(invIndex).
       COMPUTE invCumulative = 0 - invCost(invIndex).
       PERFORM VARYING invFlowIndex FROM 1 BY 1
       UNTIL invFlowIndex > invFlowCount(invIndex)
          OR invPaybackFound(invIndex) = "Y"
          MOVE invCumulative TO invPrevCum
          ADD invFlow(invIndex, invFlowIndex) TO invCumulative
          IF invCumulative >= 0 AND invPrevCum < 0 THEN
             MOVE "Y" TO invPaybackFound(invIndex)
             COMPUTE invPayback(invIndex) ROUNDED =
                invFlowIndex - 1 + (0 - invPrevCum)
                / invFlow(invIndex, invFlowIndex)
          END-IF
       END-PERFORM.
       IF invCost(invIndex) = 0 THEN
          MOVE "Y" TO invPaybackFound(invIndex)
       END-IF.

      *present value of the flows at invTryRate a period, less the
      *up-front cost
       invest-npv-at-PARA.
       MOVE 0 TO invPvFlows.
       PERFORM VARYING invFlowIndex FROM 1 BY 1
       UNTIL invFlowIndex > invFlowCount(invIndex)
          COMPUTE invPvFlows ROUNDED = invPvFlows
             + invFlow(invIndex, invFlowIndex)
             / (1 + invTryRate) ** invFlowIndex
       END-PERFORM.
       COMPUTE invTryNpv = invPvFlows - invCost(invIndex).

       invest-write-proposal-PARA.
       IF invPeriod(invIndex) = "M" THEN
          MOVE "MONTH" TO invPeriodWord
       ELSE
          MOVE "YEAR" TO invPeriodWord
       END-IF.
       MOVE SPACES TO investLine.
       WRITE investLine.
       STRING "INVESTMENT APPRAISAL - " invName(invIndex)
          DELIMITED BY SIZE INTO investLine.
       WRITE investLine.
       MOVE invCost(invIndex) TO invDispAmt.
       MOVE invRate(invIndex) TO invDispPct.
       MOVE SPACES TO investLine.
       STRING "UP-FRONT COST " FUNCTION TRIM(invDispAmt)
          "  DISCOUNT RATE " FUNCTION TRIM(invDispPct)
          "% A YEAR, FLOWS BY " FUNCTION TRIM(invPeriodWord)
          DELIMITED BY SIZE INTO investLine.
       WRITE investLine.
       MOVE "PERIOD     CASH FLOW    DISCOUNTED    CUMULATIVE"
          TO investLine.
       WRITE investLine.
       COMPUTE invCumulative = 0 - invCost(invIndex).
       MOVE invCumulative TO invDispFlow.
       MOVE invCumulative TO invDispDisc.
       MOVE invCumulative TO invDispCum.
       MOVE SPACES TO investLine.
       STRING "    0  " invDispFlow "  " invDispDisc "  " invDispCum
          DELIMITED BY SIZE INTO investLine.
       WRITE investLine.
       PERFORM VARYING invFlowIndex FROM 1 BY 1
       UNTIL invFlowIndex > invFlowCount(invIndex)
          COMPUTE invDiscounted ROUNDED =
             invFlow(invIndex, invFlowIndex)
             / (1 + invPeriodRate) ** invFlowIndex
          ADD invFlow(invIndex, invFlowIndex) TO invCumulative
          MOVE invFlow(invIndex, invFlowIndex) TO invDispFlow
          MOVE invDiscounted TO invDispDisc
          MOVE invCumulative TO invDispCum
          MOVE SPACES TO investLine
          STRING "   " invFlowIndex "  " invDispFlow "  "
             invDispDisc "  " invDispCum
             DELIMITED BY SIZE INTO investLine
          WRITE investLine
       END-PERFORM.
       MOVE invNpv(invIndex) TO invDispAmt.
       MOVE SPACES TO investLine.
       STRING "NET PRESENT VALUE     " invDispAmt
          DELIMITED BY SIZE INTO investLine.
       WRITE investLine.
       MOVE SPACES TO investLine.
       IF invIrrFound(invIndex) = "Y" THEN
          MOVE invIrr(invIndex) TO invDispPct
          STRING "INTERNAL RATE         " invDispPct "% A YEAR"
             DELIMITED BY SIZE INTO investLine
       ELSE
          MOVE "INTERNAL RATE         NONE IN RANGE" TO investLine
       END-IF.
       WRITE investLine.
       MOVE SPACES TO investLine.
       IF invPaybackFound(invIndex) = "Y" THEN
          MOVE invPayback(invIndex) TO invDispPay
          STRING "PAYBACK PERIOD        " invDispPay " "
             FUNCTION TRIM(invPeriodWord) "S"
             DELIMITED BY SIZE INTO investLine
       ELSE
          MOVE "PAYBACK PERIOD        NOT WITHIN THE FLOWS GIVEN"
             TO investLine
       END-IF.
       WRITE investLine.
       MOVE invPi(invIndex) TO invDispPi.
       MOVE SPACES TO investLine.
       STRING "PROFITABILITY INDEX   " invDispPi
          DELIMITED BY SIZE INTO investLine.
       WRITE investLine.

      *the second pass: every proposal in a 13-wide column, and the
      *one with the best NPV named underneath
       invest-compare-PARA.
       MOVE SPACES TO investLine.
       WRITE investLine.
       MOVE "PROPOSALS SIDE BY SIDE" TO investLine.
       WRITE investLine.
       MOVE SPACES TO investLine.
       MOVE 17 TO invColPos.
       PERFORM VARYING invIndex FROM 1 BY 1
       UNTIL invIndex > invCount
          MOVE invName(invIndex) TO investLine(invColPos + 3:10)
          ADD 13 TO invColPos
       END-PERFORM.
       WRITE investLine.
       MOVE SPACES TO investLine.
       MOVE "COST" TO investLine.
       MOVE 17 TO invColPos.
       PERFORM VARYING invIndex FROM 1 BY 1
       UNTIL invIndex > invCount
          MOVE invCost(invIndex) TO invDispAmt
          MOVE invDispAmt TO investLine(invColPos:13)
          ADD 13 TO invColPos
       END-PERFORM.
       WRITE investLine.
       MOVE SPACES TO investLine.
       MOVE "NPV" TO investLine.
       MOVE 17 TO invColPos.
       MOVE 1 TO invBest.
       PERFORM VARYING invIndex FROM 1 BY 1
       UNTIL invIndex > invCount
          MOVE invNpv(invIndex) TO invDispAmt
          MOVE invDispAmt TO investLine(invColPos:13)
          ADD 13 TO invColPos
          IF invNpv(invIndex) > invNpv(invBest) THEN
             MOVE invIndex TO invBest
          END-IF
       END-PERFORM.
       WRITE investLine.
       MOVE SPACES TO investLine.
       MOVE "IRR % A YEAR" TO investLine.
       MOVE 17 TO invColPos.
       PERFORM VARYING invIndex FROM 1 BY 1
       UNTIL invIndex > invCount
          IF invIrrFound(invIndex) = "Y" THEN
             MOVE invIrr(invIndex) TO invDispPct
             MOVE invDispPct TO investLine(invColPos + 3:10)
          ELSE
             MOVE "NONE" TO investLine(invColPos + 9:4)
          END-IF
          ADD 13 TO invColPos
       END-PERFORM.
       WRITE investLine.
       MOVE SPACES TO investLine.
       MOVE "PAYBACK PERIODS" TO investLine.
       MOVE 17 TO invColPos.
       PERFORM VARYING invIndex FROM 1 BY 1
       UNTIL invIndex > invCount
          IF invPaybackFound(invIndex) = "Y" THEN
             MOVE invPayback(invIndex) TO invDispPay
             MOVE invDispPay TO investLine(invColPos + 1:12)
             MOVE invPeriod(invIndex) TO investLine(invColPos + 13:1)
          ELSE
             MOVE "NEVER" TO investLine(invColPos + 8:5)
          END-IF
          ADD 13 TO invColPos
       END-PERFORM.
       WRITE investLine.
       MOVE SPACES TO investLine.
       MOVE "PROFIT INDEX" TO investLine.
       MOVE 17 TO invColPos.
       PERFORM VARYING invIndex FROM 1 BY 1
       UNTIL invIndex > invCount
          MOVE invPi(invIndex) TO invDispPi
          MOVE invDispPi TO investLine(invColPos + 3:10)
          ADD 13 TO invColPos
       END-PERFORM.
       WRITE investLine.
       MOVE SPACES TO investLine.
       STRING "BEST NET PRESENT VALUE: " invName(invBest)
          DELIMITED BY SIZE INTO investLine.
       WRITE investLine.

      *=================================================
      *   HISTORY RECALL, SUMMARY, AND CONFIRMED CLEAR
      *=================================================
