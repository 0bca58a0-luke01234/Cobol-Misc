       IDENTIFICATION DIVISION.
       PROGRAM-ID. prizereorder.

      *the nightly look at the prize cupboard, run as a NIGHTRUN
      *step: every PRIZES.DAT item at or below its reorder point is
      *listed on REORDER.RPT with what it would take to get back
      *over the line, then the value of everything on the shelf at
      *cost. the month's PRIZEMOVE.DAT movements are summed under
      *the listing - received, handed out against vouchers, and the
      *stock-count adjustments, which is the shrinkage nobody could
      *see when the cupboard was counted on paper

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT prizeFile ASSIGN TO "PRIZES.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS prizeStatus.

           SELECT moveFile ASSIGN TO "PRIZEMOVE.DAT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS moveStatus.

           SELECT reportFile ASSIGN TO "REORDER.RPT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS reportStatus.

       DATA DIVISION.
           FILE SECTION.
           FD prizeFile.
           01 prizeRecord.
              05 pz-code    PIC X(6).
              05 pz-desc    PIC X(24).
              05 pz-cost    PIC 9(4)V99.
              05 pz-value   PIC 9(4)V99.
              05 pz-on-hand PIC 9(5).
              05 pz-reorder PIC 9(5).

           FD moveFile.
           01 moveRecord.
              05 pm-stamp    PIC X(14).
              05 pm-code     PIC X(6).
              05 pm-type     PIC X(1).
              05 pm-qty      PIC S9(5) SIGN LEADING SEPARATE.
              05 pm-ref      PIC X(10).
              05 pm-operator PIC X(3).

           FD reportFile.
           01 reportLine PIC X(80).

           WORKING-STORAGE SECTION.
           01 prizeStatus  PIC X(2).
           01 moveStatus   PIC X(2).
           01 reportStatus PIC X(2).
           01 prizeEOF PIC X(1) VALUE "N".
              88 isPrizeEOF VALUE "Y".

      *item costs held so the shrinkage units can be valued
           01 costTable.
              05 costEntry OCCURS 200 TIMES.
                 10 ct-code PIC X(6).
                 10 ct-cost PIC 9(4)V99.
           01 costCount PIC 9(3) VALUE 0.
           01 costIndex PIC 9(3).

           01 todayDate    PIC X(8).
           01 itemCount    PIC 9(4) VALUE 0.
           01 lowCount     PIC 9(4) VALUE 0.
           01 shortBy      PIC 9(5).
           01 lineValue    PIC 9(8)V99.
           01 stockValue   PIC 9(9)V99 VALUE 0.
           01 lowValue     PIC 9(9)V99 VALUE 0.
           01 inUnits      PIC S9(7) VALUE 0.
           01 outUnits     PIC S9(7) VALUE 0.
           01 shrinkUnits  PIC S9(7) VALUE 0.
           01 shrinkValue  PIC S9(9)V99 VALUE 0.

           01 dispQty      PIC Z(4)9.
           01 dispReorder  PIC Z(4)9.
           01 dispShort    PIC Z(4)9.
           01 dispValue    PIC Z(7)9.99.
           01 dispCount    PIC Z(3)9.
           01 dispUnits    PIC -(6)9.
           01 dispSigned   PIC -(8)9.99.

           01 logProgram PIC X(12) VALUE "prizereorder".
           01 logEvent   PIC X(8).
           01 logText    PIC X(30).
           01 reportName PIC X(20) VALUE "REORDER.RPT".
           01 reportOper PIC X(3)  VALUE SPACES.

       PROCEDURE DIVISION.
       main-PARA.
           MOVE "STARTUP" TO logEvent.
           MOVE SPACES TO logText.
           CALL "shoplog" USING logProgram logEvent logText.
           MOVE FUNCTION CURRENT-DATE (1:8) TO todayDate.
           OPEN OUTPUT reportFile.
           IF reportStatus NOT = "00" THEN
              DISPLAY "REORDER.RPT could not be opened, status "
                 reportStatus
              MOVE 8 TO RETURN-CODE
              GOBACK
           END-IF.
           MOVE SPACES TO reportLine.
           STRING "PRIZE REORDER REPORT " todayDate
              DELIMITED BY SIZE INTO reportLine.
           PERFORM put-line-PARA.
           MOVE "CODE   DESCRIPTION              ON HAND REORDER  SHORT"
              TO reportLine.
           PERFORM put-line-PARA.
           PERFORM scan-prizes-PARA.
           IF lowCount = 0 THEN
              MOVE "  (NOTHING AT OR BELOW ITS REORDER POINT)"
                 TO reportLine
              PERFORM put-line-PARA
           END-IF.
           MOVE SPACES TO reportLine.
           PERFORM put-line-PARA.
           MOVE lowCount TO dispCount.
           MOVE lowValue TO dispValue.
           MOVE SPACES TO reportLine.
           STRING dispCount " ITEMS TO REORDER, STOCK AT COST "
              dispValue DELIMITED BY SIZE INTO reportLine.
           PERFORM put-line-PARA.
           MOVE itemCount TO dispCount.
           MOVE stockValue TO dispValue.
           MOVE SPACES TO reportLine.
           STRING dispCount " ITEMS IN ALL,   STOCK AT COST "
              dispValue DELIMITED BY SIZE INTO reportLine.
           PERFORM put-line-PARA.
           PERFORM scan-movements-PARA.
           MOVE SPACES TO reportLine.
           PERFORM put-line-PARA.
           MOVE SPACES TO reportLine.
           STRING "MOVEMENTS THIS MONTH (" todayDate (1:6) ")"
              DELIMITED BY SIZE INTO reportLine.
           PERFORM put-line-PARA.
           MOVE inUnits TO dispUnits.
           MOVE SPACES TO reportLine.
           STRING "  RECEIVED          " dispUnits
              DELIMITED BY SIZE INTO reportLine.
           PERFORM put-line-PARA.
           MOVE outUnits TO dispUnits.
           MOVE SPACES TO reportLine.
           STRING "  ISSUED ON VOUCHER " dispUnits
              DELIMITED BY SIZE INTO reportLine.
           PERFORM put-line-PARA.
           MOVE shrinkUnits TO dispUnits.
           MOVE shrinkValue TO dispSigned.
           MOVE SPACES TO reportLine.
           STRING "  COUNT ADJUSTMENTS " dispUnits "  AT COST "
              dispSigned DELIMITED BY SIZE INTO reportLine.
           PERFORM put-line-PARA.
           CLOSE reportFile.
           CALL "rptfile" USING reportName logProgram reportOper.
           MOVE "REORDER" TO logEvent.
           MOVE SPACES TO logText.
           STRING lowCount " ITEMS AT REORDER POINT"
              DELIMITED BY SIZE INTO logText.
           CALL "shoplog" USING logProgram logEvent logText.
           MOVE "EXIT" TO logEvent.
           MOVE SPACES TO logText.
           CALL "shoplog" USING logProgram logEvent logText.
           MOVE 0 TO RETURN-CODE.
       GOBACK.

       scan-prizes-PARA.
           MOVE "N" TO prizeEOF.
           OPEN INPUT prizeFile.
           IF prizeStatus NOT = "00" THEN
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL isPrizeEOF
              READ prizeFile
                 AT END MOVE "Y" TO prizeEOF
                 NOT AT END
                    IF pz-code NOT = SPACES AND
                       pz-on-hand IS NUMERIC THEN
                       PERFORM one-prize-PARA
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE prizeFile.

       one-prize-PARA.
           ADD 1 TO itemCount.
           IF costCount < 200 THEN
              ADD 1 TO costCount
              MOVE pz-code TO ct-code(costCount)
              MOVE pz-cost TO ct-cost(costCount)
           END-IF.
           COMPUTE lineValue = pz-on-hand * pz-cost.
           ADD lineValue TO stockValue.
           IF pz-on-hand > pz-reorder THEN
              EXIT PARAGRAPH
           END-IF.
      *short is what it takes to get back above the reorder point
           ADD 1 TO lowCount.
           ADD lineValue TO lowValue.
           COMPUTE shortBy = pz-reorder - pz-on-hand + 1.
           MOVE pz-on-hand TO dispQty.
           MOVE pz-reorder TO dispReorder.
           MOVE shortBy TO dispShort.
           MOVE SPACES TO reportLine.
           STRING pz-code " " pz-desc "   " dispQty "   " dispReorder
              "  " dispShort DELIMITED BY SIZE INTO reportLine.
           PERFORM put-line-PARA.

       scan-movements-PARA.
           MOVE "N" TO prizeEOF.
           OPEN INPUT moveFile.
           IF moveStatus NOT = "00" THEN
              EXIT PARAGRAPH
           END-IF.
           PERFORM UNTIL isPrizeEOF
              READ moveFile
                 AT END MOVE "Y" TO prizeEOF
                 NOT AT END
                    IF pm-stamp (1:6) = todayDate (1:6) AND
                       pm-qty IS NUMERIC THEN
                       PERFORM one-movement-PARA
                    END-IF
              END-READ
           END-PERFORM.
           CLOSE moveFile.

       one-movement-PARA.
           EVALUATE pm-type
           WHEN "R"
              ADD pm-qty TO inUnits
           WHEN "I"
              SUBTRACT pm-qty FROM outUnits
           WHEN "C"
              ADD pm-qty TO shrinkUnits
              PERFORM VARYING costIndex FROM 1 BY 1
              UNTIL costIndex > costCount
                 IF ct-code(costIndex) = pm-code THEN
                    COMPUTE shrinkValue = shrinkValue
                       + pm-qty * ct-cost(costIndex)
                 END-IF
              END-PERFORM
           END-EVALUATE.

       put-line-PARA.
           WRITE reportLine.
           DISPLAY reportLine.

       END PROGRAM prizereorder.
