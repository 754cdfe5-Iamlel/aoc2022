      * AOCD2SC_SEASON_ID (the close refuses to run without one, and
      * refuses an identifier already archived):
      *     1. freezes the final figures - season_stats.txt,
      *        player_stats.txt, standings.txt, the round history
      *        archive, and the points-adjustment journal are each
      *        copied to season_<id>_<name> files
      *     2. rolls the closed season into season_archive.txt, the
      *        cumulative season-over-season record: one S line of
      *        season totals and one P line per player, each tagged
      *        with the season identifier
      *     3. resets the accumulators - season_stats.txt,
      *        player_stats.txt, match_history.dat, and
      *        adjustment_journal.txt are left empty so day one of
      *        the new season starts from zero and its adjustments
      *        number from one
      *     4. writes season_compare.txt, each player's finished
      *        season alongside every prior season on the archive,
      *        with the score swing against the season before
       DATA DIVISION.
       FILE SECTION.
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

      * One archived season line: S carries the season totals, P one
      * player's season, both tagged with the season identifier.
           05 FILLER PIC X(1) VALUE SPACE.
           05 SA-SEASON-ID PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SA-DATA PIC X(64).
           05 FILLER PIC X(5) VALUE SPACES.
       01 SA-PLAYER-FIELDS REDEFINES SEASON-ARCHIVE-LINE.
           05 FILLER PIC X(11).
           05 SA-PL-ID PIC X(8).

       1200-READ-SEASON-STATS.
           MOVE ZERO TO SEASON-WINS SEASON-LOSSES SEASON-DRAWS
                   SEASON-ROUNDS SEASON-RUNS SEASON-SCORE
                   SEASON-OVF-SCORE
           OPEN INPUT SEASON_STATS_FILE
           IF WS-SEASON-FILE-STATUS = "00"
               READ SEASON_STATS_FILE INTO SEASON-STATS-LINE
           MOVE "standings.txt" TO WS-COPY-IN-NAME
           PERFORM 2100-COPY-ONE-FILE THRU 2100-EXIT
           MOVE "match_history.dat" TO WS-COPY-IN-NAME
           PERFORM 2100-COPY-ONE-FILE THRU 2100-EXIT
           MOVE "adjustment_journal.txt" TO WS-COPY-IN-NAME
           PERFORM 2100-COPY-ONE-FILE THRU 2100-EXIT.
       2000-EXIT.
           EXIT.
           MOVE "match_history.dat" TO WS-COPY-OUT-NAME
           OPEN OUTPUT COPY_OUT_FILE
           CLOSE COPY_OUT_FILE
           MOVE "adjustment_journal.txt" TO WS-COPY-OUT-NAME
           OPEN OUTPUT COPY_OUT_FILE
           CLOSE COPY_OUT_FILE
           DISPLAY "SEASON ACCUMULATORS RESET FOR NEW SEASON".
       4000-EXIT.
           EXIT.
