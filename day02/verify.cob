      * scoring run loaded - the rebuilt count must agree or rounds
      * were lost from (or doubled into) the archive. The last
      * scoring entry for the date wins: an earlier failed attempt
      * is superseded by the rerun that followed it. Inquiry runs
      * and AOCD2RS set restores load no rounds and are passed over.
       5300-RECONCILE-AUDIT-COUNT.
           MOVE 'N' TO WS-AUDIT-FOUND-SW
           MOVE 'N' TO WS-AUDIT-EOF
                   IF AU-DATE IS NUMERIC
                           AND AU-DATE = WS-FEED-DATE
                           AND AU-MODE NOT = 'I'
                           AND AU-MODE NOT = 'R'
                       SET WS-AUDIT-FOUND TO TRUE
                       MOVE AU-ROUND-COUNT TO WS-AUDIT-ROUND-COUNT
                   END-IF
