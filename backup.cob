      *oldest set beyond that. R lists the catalog, takes a pick,
      *shows what is about to be overwritten, and only rolls that
      *one file back after the word YES is typed in full - the same
      *confirmation discipline the calculator's CLEARHIST set. a
      *good restore is followed straight away by the player totals
      *reconciliation, since a file rolled back on its own is the
      *commonest way for the profiles and the game history to part

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DISPLAY "BACKUP SET " WS-TODAY " COMPLETE.".

       DROP-SET-FROM-CATALOG-USING-TODAY-PARA.
      *only today's own BAK copies are replaced - the UPG copies the
      *upgrade utility takes before a rewrite hold the files as they
      *were, and a later backup the same day must not lose them
       MOVE 0 TO WS-CAT-OUT.
       PERFORM VARYING WS-CAT-INDEX FROM 1 BY 1
       UNTIL WS-CAT-INDEX > WS-CAT-COUNT
          IF WS-CT-DATE(WS-CAT-INDEX) NOT = WS-TODAY OR
             WS-CT-SET-FILE(WS-CAT-INDEX) (1:3) NOT = "BAK" THEN
             ADD 1 TO WS-CAT-OUT
             MOVE WS-CAT-ENTRY(WS-CAT-INDEX)
                TO WS-CAT-ENTRY(WS-CAT-OUT)
          MOVE WS-CT-LIVE-NAME(WS-PICK) TO WS-LOG-TEXT
          CALL "shoplog" USING WS-LOG-PROGRAM WS-LOG-EVENT
             WS-LOG-TEXT
          CALL "playerrecon"
             ON EXCEPTION
                DISPLAY "PLAYERRECON IS NOT ON THIS MACHINE - "
                   "RECONCILE THE PLAYER TOTALS BY HAND."
          END-CALL
          CANCEL "playerrecon"
       WHEN "W"
          DISPLAY "*** RESTORE DID NOT FINISH - "
             WS-CT-LIVE-NAME(WS-PICK) " IS INCOMPLETE ***"
