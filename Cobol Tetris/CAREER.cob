      *=================================================================

       01  WS-ACH-TABLE.
           05  WS-ACH-ENTRY OCCURS 7 TIMES.
               10  WS-ACH-TITLE    PIC X(24).
               10  WS-ACH-DATE     PIC X(8).
       01  WS-ACH-INDEX             PIC 9(2).
       MOVE "SPIN BONUS" TO WS-ACH-TITLE(4).
       MOVE "100 LIFETIME LINES" TO WS-ACH-TITLE(5).
       MOVE "SPRINT UNDER 3:00" TO WS-ACH-TITLE(6).
       MOVE "MASTER 20 LINES" TO WS-ACH-TITLE(7).
       PERFORM VARYING WS-ACH-INDEX FROM 1 BY 1
       UNTIL WS-ACH-INDEX > 7
       MOVE SPACES TO WS-ACH-DATE(WS-ACH-INDEX)
       END-PERFORM.
       MOVE "N" TO WS-EOF.
       READ ACHDEF-FILE
       AT END MOVE "Y" TO WS-EOF
       NOT AT END
       IF AD-ID >= 1 AND AD-ID <= 7 THEN
       MOVE AD-TITLE TO WS-ACH-TITLE(AD-ID)
       END-IF
       END-READ
       AT END MOVE "Y" TO WS-EOF
       NOT AT END
       IF AC-INITIALS = WS-CARD-INITIALS AND
           AC-ID >= 1 AND AC-ID <= 7 THEN
       MOVE AC-DATE TO WS-ACH-DATE(AC-ID)
       MOVE "Y" TO WS-ACH-ANY
       END-IF
       DISPLAY "(NONE EARNED YET)"
       END-IF.
       PERFORM VARYING WS-ACH-INDEX FROM 1 BY 1
       UNTIL WS-ACH-INDEX > 7
       IF WS-ACH-DATE(WS-ACH-INDEX) NOT = SPACES THEN
       DISPLAY "  " WS-ACH-TITLE(WS-ACH-INDEX) " EARNED "
           WS-ACH-DATE(WS-ACH-INDEX)
