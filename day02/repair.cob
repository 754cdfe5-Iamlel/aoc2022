           05 MF-PLAYER-ID PIC X(8).

       FD SEASON_STATS_FILE.
       01 SEASON-STATS-REC PIC X(64).

       FD PLAYER_STATS_FILE.
       01 PLAYER-STATS-REC PIC X(53).
           05 SEASON-ROUNDS PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SEASON-RUNS PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SEASON-SCORE PIC 9(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SEASON-OVF-SCORE PIC 9(10).

       01 WS-SEASON-SCORE-SW PIC X VALUE 'N'.
           88 WS-SEASON-SCORE-UNSET VALUE 'Y'.

       01 REPAIR-DETAIL-LINE.
           05 RD-REC-NUM PIC Z(7)9.

           PERFORM 1090-READ-SEASON-STATS THRU 1090-EXIT
           PERFORM 1095-LOAD-PLAYER-STATS THRU 1095-EXIT
           PERFORM 1098-SEED-SEASON-SCORE THRU 1098-EXIT
           PERFORM 1097-OPEN-PLAYER-MASTER THRU 1097-EXIT
           PERFORM 2100-READ-EXCEPTION-RECORD THRU 2100-EXIT.
       1000-EXIT.

       1090-READ-SEASON-STATS.
           MOVE ZERO TO SEASON-WINS SEASON-LOSSES SEASON-DRAWS
                   SEASON-ROUNDS SEASON-RUNS SEASON-SCORE
                   SEASON-OVF-SCORE
           OPEN INPUT SEASON_STATS_FILE
           IF WS-SEASON-FILE-STATUS = "00"
               READ SEASON_STATS_FILE INTO SEASON-STATS-LINE
                       CONTINUE
               END-READ
               CLOSE SEASON_STATS_FILE
           END-IF
           IF SEASON-SCORE NOT NUMERIC
               SET WS-SEASON-SCORE-UNSET TO TRUE
               MOVE ZERO TO SEASON-SCORE
           END-IF
           IF SEASON-OVF-SCORE NOT NUMERIC
               MOVE ZERO TO SEASON-OVF-SCORE
           END-IF.
       1090-EXIT.
           EXIT.

      * A season_stats.txt written before the season score column
      * was carried has spaces there; the score is brought up to the
      * sum of the player table, as AOCD2P1 seeds it.
       1098-SEED-SEASON-SCORE.
           IF NOT WS-SEASON-SCORE-UNSET
               GO TO 1098-EXIT
           END-IF
           MOVE ZERO TO WS-PL-IX
           PERFORM 1099-ADD-PLAYER-SCORE THRU 1099-EXIT
                   UNTIL WS-PL-IX >= WS-PLAYER-COUNT.
       1098-EXIT.
           EXIT.

       1099-ADD-PLAYER-SCORE.
           ADD 1 TO WS-PL-IX
           ADD WS-PL-SCORE(WS-PL-IX) TO SEASON-SCORE.
       1099-EXIT.
           EXIT.

       1095-LOAD-PLAYER-STATS.
           MOVE ZERO TO WS-PLAYER-COUNT
           MOVE 'N' TO WS-PSTAT-EOF
               ELSE
                   DISPLAY "PLAYER TABLE FULL - ROUND FOR "
                           WS-PLAYER-ID " NOT IN STANDINGS"
                   ADD ROUND-SCORE TO SEASON-OVF-SCORE
                   GO TO 2320-EXIT
               END-IF
           END-IF
           ADD WS-ADJ-LOSS-COUNT TO SEASON-LOSSES
           ADD WS-ADJ-DRAW-COUNT TO SEASON-DRAWS
           ADD WS-REPAIRED-COUNT TO SEASON-ROUNDS
           ADD WS-ADJUST-TOTAL TO SEASON-SCORE

           OPEN OUTPUT SEASON_STATS_FILE
           WRITE SEASON-STATS-REC FROM SEASON-STATS-LINE
           DISPLAY "SEASON TO DATE AFTER REPAIR - WINS: " SEASON-WINS
                   " LOSSES: " SEASON-LOSSES
                   " DRAWS: " SEASON-DRAWS
                   " ROUNDS: " SEASON-ROUNDS
                   " SCORE: " SEASON-SCORE.
       8060-EXIT.
           EXIT.

