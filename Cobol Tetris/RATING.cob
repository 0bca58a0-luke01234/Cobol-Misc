       AT END MOVE "Y" TO WS-EOF
       NOT AT END
       ADD 1 TO WS-MATCHES-SEEN
      *games against the computer opponent are booked under the
      *reserved initials CPU - they are practice, not a rating
       IF MT-P1 NOT = SPACES AND MT-P2 NOT = SPACES AND
           MT-WINNER NOT = SPACES AND MT-P1 NOT = MT-P2 AND
           MT-P1 NOT = "CPU" AND MT-P2 NOT = "CPU" THEN
       PERFORM RATE-ONE-MATCH-PARA
       END-IF
       END-READ
