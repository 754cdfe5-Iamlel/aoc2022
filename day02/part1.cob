      *                    run_audit.txt and clear run_lock.txt
      *                    deliberately. Inquiry mode reads only and
      *                    neither takes nor honors the lock.
      *   2026-10-15  lel  Season score total carried on
      *                    SEASON_STATS_FILE as a new last column,
      *                    so league-office adjustments (AOCD2AJ) and
      *                    repairs have a running total to post to;
      *                    a file from before the column is seeded
      *                    from the player table. Standings now read
      *                    ADJUSTMENT_JOURNAL_FILE and mark every
      *                    player with points adjustments on file,
      *                    showing the net adjustment beside the
      *                    score, so a reader can tell a score earned
      *                    on the board from one set by the office.
      *   2026-10-15  lel  Each FEED_LOG_FILE entry now carries the
      *                    audit sequence of the run that accepted
      *                    the feed, so the site feed monitor
      *                    (AOCD2FM) can find on run_audit.txt when
      *                    each site's feed actually arrived and
      *                    report it late against the site calendar.
      *   2026-10-15  lel  SEASON_STATS_FILE carries the season's
      *                    OTHERS overflow points as a new last
      *                    column, so the end-of-day balancing proof
      *                    (AOCD2BL) can tie the player lines to the
      *                    season score; AOCD2RP and AOCD2FX add the
      *                    points they post past a full player table
      *                    there too.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL.

           SELECT ADJUSTMENT_JOURNAL_FILE
                   ASSIGN TO "adjustment_journal.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-JRNL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INPUT_FILE.
       01 STANDINGS-REC PIC X(80).

       FD FEED_LOG_FILE.
       01 FEED-LOG-REC PIC X(29).

       FD TOURNAMENT_SUMMARY_FILE.
       01 TOURNAMENT-SUMMARY-REC PIC X(100).
       01 FILE-LIST-REC PIC X(80).

       FD SEASON_STATS_FILE.
       01 SEASON-STATS-REC PIC X(64).

       FD ADJUSTMENT_JOURNAL_FILE.
       01 ADJUSTMENT-JOURNAL-REC PIC X(80).

       FD LEAGUE_EXTRACT_FILE.
       01 LEAGUE-EXTRACT-REC PIC X(60).
           05 FL-SOURCE-SITE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 FL-FEED-SEQ PIC 9(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 FL-AUDIT-SEQ PIC 9(6).

      * League-office extract in the agreed fixed layout - HDR and
      * TRL bracketing one DTL per scored round, the same shape as
       01 STANDINGS-HEADING-LINE PIC X(40)
               VALUE "LEAGUE STANDINGS BY SEASON SCORE".

       01 STANDINGS-COLUMN-LINE.
           05 FILLER PIC X(60) VALUE
               "RANK  PLAYER      SCORE  GAMES     WON    LOST   DRAW".
           05 FILLER PIC X(16) VALUE "         NET ADJ".

       01 STANDINGS-DETAIL-LINE.
           05 SG-RANK PIC Z(3)9.
           05 SG-LOSSES PIC Z(7)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SG-DRAWS PIC Z(7)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SG-ADJ-MARKER PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SG-NET-ADJ PIC +(7)9.

       01 STANDINGS-ADJ-LEGEND-LINE PIC X(60) VALUE
               "* SCORE INCLUDES POINTS ADJUSTMENTS - NET ADJ SHOWN".

       01 STANDINGS-OVF-LINE.
           05 FILLER PIC X(22) VALUE "OTHERS (TABLE FULL) : ".
           05 SEASON-ROUNDS PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SEASON-RUNS PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SEASON-SCORE PIC 9(10).
           05 FILLER PIC X(1) VALUE SPACE.
      * Points in SEASON-SCORE scored by players lumped under OTHERS,
      * who have no player_stats.txt line to carry them - what the
      * player lines fall short of the season score by.
           05 SEASON-OVF-SCORE PIC 9(10).

       01 WS-SEASON-SCORE-SW PIC X VALUE 'N'.
           88 WS-SEASON-SCORE-UNSET VALUE 'Y'.

      * Points adjustments posted by AOCD2AJ, as it journals them,
      * netted per player for the standings marker.
       77 WS-JRNL-FILE-STATUS PIC X(2) VALUE "00".
       01 WS-JRNL-EOF PIC A(1) VALUE 'N'.
       01 WS-ADJ-SEEN-SW PIC X VALUE 'N'.
           88 WS-ADJ-SEEN VALUE 'Y'.

       01 ADJUSTMENT-JOURNAL-LINE.
           05 AJ-ENTRY-NUM PIC 9(6).
           05 FILLER PIC X(1).
           05 AJ-TYPE PIC X(1).
           05 FILLER PIC X(1).
           05 AJ-PLAYER-ID PIC X(8).
           05 FILLER PIC X(1).
           05 AJ-POINTS PIC S9(8) SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER PIC X(53).

       77 WS-ADJ-MAX PIC 9(4) COMP VALUE 1000.
       77 WS-ADJ-COUNT PIC 9(4) COMP VALUE ZERO.
       77 WS-ADJ-IX PIC 9(4) COMP VALUE ZERO.
       77 WS-ADJ-FOUND-IX PIC 9(4) COMP VALUE ZERO.
       77 WS-ADJ-SEEK-ID PIC X(8) VALUE SPACES.

       01 WS-ADJ-TABLE.
           05 WS-ADJ-ENTRY OCCURS 1000 TIMES.
               10 WS-ADJ-PLAYER-ID PIC X(8).
               10 WS-ADJ-NET PIC S9(9).

       01 DETAIL-LINE.
           05 DL-ROUND-NUM PIC Z(7)9.
               PERFORM 1080-CHECK-FILE-LIST THRU 1080-EXIT
               PERFORM 1090-READ-SEASON-STATS THRU 1090-EXIT
               PERFORM 1095-READ-PLAYER-STATS THRU 1095-EXIT
               PERFORM 1098-SEED-SEASON-SCORE THRU 1098-EXIT
               PERFORM 1097-OPEN-PLAYER-MASTER THRU 1097-EXIT

      * High-volume mode writes no checkpoints, so there is

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
       1097-EXIT.
           EXIT.

      * A season_stats.txt written before the season score column
      * was carried has spaces there; the score is brought up to the
      * sum of the player table, which is what it would have
      * accumulated to.
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

       1080-CHECK-FILE-LIST.
           OPEN INPUT FILE_LIST_FILE
           IF WS-FLIST-FILE-STATUS = "00"
           MOVE WS-FEED-DATE TO FL-FEED-DATE
           MOVE WS-FEED-SITE TO FL-SOURCE-SITE
           MOVE WS-FEED-SEQ TO FL-FEED-SEQ
           MOVE WS-AUDIT-SEQ TO FL-AUDIT-SEQ
           OPEN EXTEND FEED_LOG_FILE
           IF WS-FLOG-FILE-STATUS = "35"
               OPEN OUTPUT FEED_LOG_FILE
           ADD WS-DRAW-COUNT TO SEASON-DRAWS
           ADD ROUND-NUM TO SEASON-ROUNDS
           ADD 1 TO SEASON-RUNS
           ADD TOTAL TO SEASON-SCORE
           ADD WS-PL-OVF-SCORE TO SEASON-OVF-SCORE

           OPEN OUTPUT SEASON_STATS_FILE
           WRITE SEASON-STATS-REC FROM SEASON-STATS-LINE
                   " LOSSES: " SEASON-LOSSES
                   " DRAWS: " SEASON-DRAWS
                   " ROUNDS: " SEASON-ROUNDS
                   " RUNS: " SEASON-RUNS
                   " SCORE: " SEASON-SCORE.
       8060-EXIT.
           EXIT.

           EXIT.

       8090-WRITE-STANDINGS.
           PERFORM 8091-LOAD-ADJUSTMENTS THRU 8091-EXIT
           OPEN OUTPUT STANDINGS_FILE
           WRITE STANDINGS-REC FROM STANDINGS-HEADING-LINE
           WRITE STANDINGS-REC FROM STANDINGS-COLUMN-LINE
               MOVE WS-PL-OVF-ROUNDS TO SO-ROUNDS
               WRITE STANDINGS-REC FROM STANDINGS-OVF-LINE
           END-IF
           IF WS-ADJ-SEEN
               WRITE STANDINGS-REC FROM STANDINGS-ADJ-LEGEND-LINE
           END-IF
           CLOSE STANDINGS_FILE.
       8090-EXIT.
           EXIT.

      * Net every journal entry - adjustments and their reversals
      * alike - by player. A player whose adjustments have all been
      * reversed nets to zero but is still marked: the score was
      * touched by the office.
       8091-LOAD-ADJUSTMENTS.
           MOVE ZERO TO WS-ADJ-COUNT
           MOVE 'N' TO WS-JRNL-EOF
           OPEN INPUT ADJUSTMENT_JOURNAL_FILE
           IF WS-JRNL-FILE-STATUS NOT = "00"
               GO TO 8091-EXIT
           END-IF
           PERFORM 8092-NET-ONE-ADJUSTMENT THRU 8092-EXIT
                   UNTIL WS-JRNL-EOF = 'Y'
           CLOSE ADJUSTMENT_JOURNAL_FILE.
       8091-EXIT.
           EXIT.

       8092-NET-ONE-ADJUSTMENT.
           READ ADJUSTMENT_JOURNAL_FILE INTO ADJUSTMENT-JOURNAL-LINE
               AT END
                   MOVE 'Y' TO WS-JRNL-EOF
                   GO TO 8092-EXIT
           END-READ
           MOVE AJ-PLAYER-ID TO WS-ADJ-SEEK-ID
           PERFORM 8093-FIND-ADJUSTED-PLAYER THRU 8093-EXIT
           IF WS-ADJ-FOUND-IX = ZERO
               IF WS-ADJ-COUNT >= WS-ADJ-MAX
                   GO TO 8092-EXIT
               END-IF
               ADD 1 TO WS-ADJ-COUNT
               MOVE WS-ADJ-COUNT TO WS-ADJ-FOUND-IX
               MOVE AJ-PLAYER-ID TO WS-ADJ-PLAYER-ID(WS-ADJ-FOUND-IX)
               MOVE ZERO TO WS-ADJ-NET(WS-ADJ-FOUND-IX)
           END-IF
           ADD AJ-POINTS TO WS-ADJ-NET(WS-ADJ-FOUND-IX).
       8092-EXIT.
           EXIT.

       8093-FIND-ADJUSTED-PLAYER.
           MOVE ZERO TO WS-ADJ-FOUND-IX
           MOVE ZERO TO WS-ADJ-IX
           PERFORM 8094-SCAN-ADJUSTMENT-TABLE THRU 8094-EXIT
                   UNTIL WS-ADJ-IX >= WS-ADJ-COUNT
                   OR WS-ADJ-FOUND-IX > ZERO.
       8093-EXIT.
           EXIT.

       8094-SCAN-ADJUSTMENT-TABLE.
           ADD 1 TO WS-ADJ-IX
           IF WS-ADJ-PLAYER-ID(WS-ADJ-IX) = WS-ADJ-SEEK-ID
               MOVE WS-ADJ-IX TO WS-ADJ-FOUND-IX
           END-IF.
       8094-EXIT.
           EXIT.

      * Selection pass: each time through, the highest unranked
      * season score takes the next rank.
       8095-WRITE-STANDINGS-LINE.
           MOVE WS-PL-WINS(WS-PL-BEST-IX) TO SG-WINS
           MOVE WS-PL-LOSSES(WS-PL-BEST-IX) TO SG-LOSSES
           MOVE WS-PL-DRAWS(WS-PL-BEST-IX) TO SG-DRAWS
           MOVE WS-PL-ID(WS-PL-BEST-IX) TO WS-ADJ-SEEK-ID
           PERFORM 8093-FIND-ADJUSTED-PLAYER THRU 8093-EXIT
           IF WS-ADJ-FOUND-IX > ZERO
               SET WS-ADJ-SEEN TO TRUE
               MOVE '*' TO SG-ADJ-MARKER
               MOVE WS-ADJ-NET(WS-ADJ-FOUND-IX) TO SG-NET-ADJ
               WRITE STANDINGS-REC FROM STANDINGS-DETAIL-LINE
           ELSE
               MOVE SPACES TO STANDINGS-REC
               MOVE STANDINGS-DETAIL-LINE(1:64) TO STANDINGS-REC
               WRITE STANDINGS-REC
           END-IF.
       8095-EXIT.
           EXIT.

