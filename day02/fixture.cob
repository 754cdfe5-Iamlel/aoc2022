       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCD2FX.
       AUTHOR. lel.
       DATE-WRITTEN. Oct 15, 2026.

      * Fixture check and no-show forfeits. The league office keys
      * each feed date's schedule on FIXTURE_FILE - which players are
      * due to play that date and how many rounds each owes - and
      * this job holds the schedule up against the rounds actually
      * archived to HISTORY_FILE for the date. Every fixture entry is
      * first checked against PLAYER_MASTER_FILE (an unknown or
      * inactive ID is reported and left out, the stance 2160-
      * VALIDATE-PLAYER takes in AOCD2P1), then reported as played,
      * short of its quota, or a no-show; players who turned up in
      * the archive with no fixture for the date are reported as
      * unscheduled.
      *
      * Under league rules a no-show is a forfeit: the whole quota
      * goes to PLAYER_STATS_FILE and SEASON_STATS_FILE as lost
      * rounds, each worth the loss points of the rule set in force
      * for the date (AOCD2RU) and no shape value - so skipping a hard
      * day costs the record a day's losses instead of leaving it
      * untouched. Each forfeit posted is written to FORFEIT_LOG_FILE
      * and the log is read back on every run, so checking the same
      * date again (after a late fixture correction, say) posts only
      * what has not been posted before. A forfeit that cannot be
      * logged is not posted, and the run ends RC 16. Short-played
      * quotas and
      * unscheduled players are reported for the desk, not posted.
      * A player whose rounds reach the archive after a forfeit was
      * posted for the date (a late feed, a repair) has the forfeit
      * backed out - the logged rounds, losses and points come off
      * the player and season totals and the log line is marked
      * with the date it was reversed - so the real rounds are not
      * charged on top of it. The run then ends RC 4 for the desk.
      *
      * Run it after the day's AOCD2P1 and AOCD2RP runs, so repaired
      * rounds count as played. The feed date checked defaults to the
      * run date; AOCD2FX_FEED_DATE names another. AOCD2FX_REPORT_ONLY
      * = Y produces the report without posting a forfeit (and without
      * taking the run lock). A posting run takes RUN_LOCK_FILE for
      * its whole length, the same in-flight lock AOCD2P1 and AOCD2RP
      * take - it rewrites the same season and player stats.
      *
      * Fixture file layout, one line per scheduled player:
      *     feed date 9(8), space, player ID X(8), space,
      *     round quota (up to 4 digits, right- or left-justified).
      *
      * Forfeit log layout (forfeit_log.txt), one line per forfeit:
      *     feed date 9(8), space, player ID X(8), space,
      *     rounds forfeited 9(4), space, points 9(8), space,
      *     date posted 9(8), space, date reversed 9(8) - spaces
      *     while the forfeit stands.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FIXTURE_FILE ASSIGN TO "fixtures.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-FIX-FILE-STATUS.

           SELECT HISTORY_FILE ASSIGN TO "match_history.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT FORFEIT_LOG_FILE ASSIGN TO "forfeit_log.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-FFLOG-FILE-STATUS.

           SELECT FORFEIT_WORK_FILE ASSIGN TO "forfeit_log.wrk"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-FFWORK-FILE-STATUS.

           SELECT SEASON_STATS_FILE ASSIGN TO "season_stats.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-SEASON-FILE-STATUS.

           SELECT PLAYER_STATS_FILE ASSIGN TO "player_stats.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-PLAYER-FILE-STATUS.

           SELECT FIXTURE_REPORT_FILE ASSIGN TO "fixture_report.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL.

           SELECT PLAYER_MASTER_FILE ASSIGN TO "player_master.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS PM-PLAYER-ID
                   FILE STATUS IS WS-PMAST-FILE-STATUS.

           SELECT RUN_LOCK_FILE ASSIGN TO "run_lock.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FIXTURE_FILE.
       01 FIXTURE-REC PIC X(80).

       FD HISTORY_FILE.
       01 HISTORY-REC PIC X(120).

       FD FORFEIT_LOG_FILE.
       01 FORFEIT-LOG-REC PIC X(49).

       FD FORFEIT_WORK_FILE.
       01 FORFEIT-WORK-REC PIC X(49).

       FD SEASON_STATS_FILE.
       01 SEASON-STATS-REC PIC X(64).

       FD PLAYER_STATS_FILE.
       01 PLAYER-STATS-REC PIC X(53).

       FD FIXTURE_REPORT_FILE.
       01 FIXTURE-REPORT-REC PIC X(80).

      * Player master record as AOCD2PM keeps it.
       FD PLAYER_MASTER_FILE.
       01 PLAYER-MASTER-RECORD.
           05 PM-PLAYER-ID PIC X(8).
           05 PM-NAME PIC X(30).
           05 PM-HOME-SITE PIC X(8).
           05 PM-JOIN-DATE PIC 9(8).
           05 PM-STATUS PIC X(1).
               88 PM-ACTIVE VALUE 'A'.
               88 PM-INACTIVE VALUE 'I'.

       FD RUN_LOCK_FILE.
       01 RUN-LOCK-REC PIC X(40).

       WORKING-STORAGE SECTION.
      * In-flight lock on the shared masters, as AOCD2P1 keeps it.
      * The audit sequence is zero here - fixture checks log to
      * fixture_report.txt and forfeit_log.txt, not run_audit.txt.
       77 WS-LOCK-FILE-STATUS PIC X(2) VALUE "00".
       77 WS-RUN-TIME PIC X(8) VALUE SPACES.
       01 WS-LOCK-HELD-SW PIC X VALUE 'N'.
           88 WS-LOCK-HELD VALUE 'Y'.
       01 WS-LOCK-BUSY-SW PIC X VALUE 'N'.
           88 WS-LOCK-BUSY VALUE 'Y'.

       01 RUN-LOCK-LINE.
           05 RL-PROGRAM-ID PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-AUDIT-SEQ PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RL-TIME PIC 9(6).

      * Scoring rule set in force on the fixture date, fetched from
      * scoring_rules.txt through AOCD2RU - laid out as AOCD2RU
      * hands it back. Only the loss points are used: a forfeited
      * round is a loss with no shape played.
       01 SCORING-RULE-SET.
           05 RU-EFFECTIVE-DATE PIC 9(8).
           05 RU-SHAPE-VALUE OCCURS 3 TIMES PIC 9(4).
           05 RU-OUTCOME-POINTS OCCURS 3 TIMES PIC 9(4).
           05 RU-SOURCE-SW PIC X.
               88 RU-RULES-FROM-FILE VALUE 'F'.
               88 RU-RULES-BUILT-IN VALUE 'D'.

       77 WS-FIX-FILE-STATUS PIC X(2) VALUE "00".
       77 WS-HIST-FILE-STATUS PIC X(2) VALUE "00".
       77 WS-FFLOG-FILE-STATUS PIC X(2) VALUE "00".
       77 WS-FFWORK-FILE-STATUS PIC X(2) VALUE "00".
       77 WS-SEASON-FILE-STATUS PIC X(2) VALUE "00".
       77 WS-PLAYER-FILE-STATUS PIC X(2) VALUE "00".
       77 WS-PMAST-FILE-STATUS PIC X(2) VALUE "00".

       77 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       77 WS-FIX-DATE PIC 9(8) VALUE ZERO.
       77 WS-FIX-DATE-ENV PIC X(8) VALUE SPACES.

       01 WS-REPORT-ONLY-SW PIC X VALUE 'N'.
           88 WS-REPORT-ONLY VALUE 'Y'.

       01 WS-PMAST-PRESENT-SW PIC X VALUE 'N'.
           88 WS-PMAST-PRESENT VALUE 'Y'.

       01 WS-FIX-EOF PIC A(1) VALUE 'N'.
       01 WS-HIST-EOF PIC A(1) VALUE 'N'.
       01 WS-FFLOG-EOF PIC A(1) VALUE 'N'.
       01 WS-FFWORK-EOF PIC A(1) VALUE 'N'.
       01 WS-PSTAT-EOF PIC A(1) VALUE 'N'.

      * Fixture line as the league office keys it. The quota is
      * picked up through NUMVAL so "  12" is as good as "0012".
       01 FIXTURE-LINE.
           05 FX-FEED-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 FX-PLAYER-ID PIC X(8).
           05 FILLER PIC X(1).
           05 FX-QUOTA PIC X(4).
           05 FILLER PIC X(58).

      * One archived round, laid out as 8075-ARCHIVE-ONE-ROUND in
      * AOCD2P1 writes it.
       01 HISTORY-LINE.
           05 MH-FEED-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 MH-SOURCE-FILE PIC X(40).
           05 FILLER PIC X(1).
           05 MH-ROUND-NUM PIC 9(8).
           05 FILLER PIC X(1).
           05 MH-PLAYER1 PIC X(1).
           05 FILLER PIC X(1).
           05 MH-PLAYER2 PIC X(1).
           05 FILLER PIC X(1).
           05 MH-ROUND-SCORE PIC 9(8).
           05 FILLER PIC X(1).
           05 MH-RUNNING-TOTAL PIC 9(8).
           05 FILLER PIC X(1).
           05 MH-PLAYER-ID PIC X(8).

       01 FORFEIT-LOG-LINE.
           05 FF-FEED-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 FF-PLAYER-ID PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 FF-ROUNDS PIC 9(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 FF-POINTS PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 FF-POSTED-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 FF-REVERSED-DATE PIC X(8).

      * The date's schedule. WS-FX-STATUS records what the check
      * made of the entry; an entry turned away at load never gets
      * into the table.
       77 WS-FX-MAX PIC 9(4) COMP VALUE 1000.
       77 WS-FX-COUNT PIC 9(4) COMP VALUE ZERO.
       77 WS-FX-IX PIC 9(4) COMP VALUE ZERO.
       77 WS-FX-FOUND-IX PIC 9(4) COMP VALUE ZERO.
       77 WS-FX-QUOTA-NUM PIC 9(8) VALUE ZERO.

       01 WS-FIXTURE-TABLE.
           05 WS-FX-ENTRY OCCURS 1000 TIMES.
               10 WS-FX-PLAYER-ID PIC X(8).
               10 WS-FX-QUOTA PIC 9(4).
               10 WS-FX-PLAYED PIC 9(8).
               10 WS-FX-FORFEIT-SW PIC X.
                   88 WS-FX-FORFEIT-LOGGED VALUE 'Y'.
                   88 WS-FX-FORFEIT-OPEN VALUE 'N'.
               10 WS-FX-FF-ROUNDS PIC 9(4).
               10 WS-FX-FF-POINTS PIC 9(8).
               10 WS-FX-REVERSE-SW PIC X.
                   88 WS-FX-REVERSE-DUE VALUE 'Y'.

      * Players found in the archive for the date with no fixture.
       77 WS-UN-MAX PIC 9(4) COMP VALUE 500.
       77 WS-UN-COUNT PIC 9(4) COMP VALUE ZERO.
       77 WS-UN-IX PIC 9(4) COMP VALUE ZERO.
       77 WS-UN-FOUND-IX PIC 9(4) COMP VALUE ZERO.

       01 WS-UN-FULL-SW PIC X VALUE 'N'.
           88 WS-UN-FULL-TOLD VALUE 'Y'.

       01 WS-UNSCHEDULED-TABLE.
           05 WS-UN-ENTRY OCCURS 500 TIMES.
               10 WS-UN-PLAYER-ID PIC X(8).
               10 WS-UN-ROUNDS PIC 9(8).

       77 WS-PLAYER-MAX PIC 9(4) COMP VALUE 1000.
       77 WS-PLAYER-COUNT PIC 9(4) COMP VALUE ZERO.
       77 WS-PL-IX PIC 9(4) COMP VALUE ZERO.
       77 WS-PL-FOUND-IX PIC 9(4) COMP VALUE ZERO.
       77 WS-PLAYER-ID PIC X(8) VALUE SPACES.

       01 WS-PLAYER-TABLE.
           05 WS-PLAYER-ENTRY OCCURS 1000 TIMES.
               10 WS-PL-ID PIC X(8).
               10 WS-PL-SCORE PIC 9(8).
               10 WS-PL-WINS PIC 9(8).
               10 WS-PL-LOSSES PIC 9(8).
               10 WS-PL-DRAWS PIC 9(8).
               10 WS-PL-ROUNDS PIC 9(8).

      * Player stats record as AOCD2P1 keeps it.
       01 PLAYER-STATS-LINE.
           05 PL-ID PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PL-SCORE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PL-WINS PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PL-LOSSES PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PL-DRAWS PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PL-ROUNDS PIC 9(8).

      * Season stats record as AOCD2P1 keeps it.
       01 SEASON-STATS-LINE.
           05 SEASON-WINS PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SEASON-LOSSES PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SEASON-DRAWS PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SEASON-ROUNDS PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SEASON-RUNS PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SEASON-SCORE PIC 9(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SEASON-OVF-SCORE PIC 9(10).

       01 WS-SEASON-SCORE-SW PIC X VALUE 'N'.
           88 WS-SEASON-SCORE-UNSET VALUE 'Y'.

       77 WS-FORFEIT-POINTS PIC 9(8) VALUE ZERO.
       77 WS-FIX-READ-COUNT PIC 9(6) VALUE ZERO.
       77 WS-FIX-ERROR-COUNT PIC 9(6) VALUE ZERO.
       77 WS-PLAYED-COUNT PIC 9(6) VALUE ZERO.
       77 WS-SHORT-COUNT PIC 9(6) VALUE ZERO.
       77 WS-NO-SHOW-COUNT PIC 9(6) VALUE ZERO.
       77 WS-POSTED-COUNT PIC 9(6) VALUE ZERO.
       77 WS-POSTED-ROUNDS PIC 9(8) VALUE ZERO.
       77 WS-POSTED-POINTS PIC 9(8) VALUE ZERO.
       77 WS-REVERSED-COUNT PIC 9(6) VALUE ZERO.
       77 WS-REVERSED-ROUNDS PIC 9(8) VALUE ZERO.
       77 WS-REVERSED-POINTS PIC 9(8) VALUE ZERO.

       01 FIXTURE-HEADING-LINE.
           05 FILLER PIC X(28) VALUE "FIXTURE CHECK FOR FEED DATE ".
           05 FH-FIX-DATE PIC 9(8).
           05 FILLER PIC X(12) VALUE "   RUN DATE ".
           05 FH-RUN-DATE PIC 9(8).

       01 FIXTURE-COLUMN-LINE.
           05 FILLER PIC X(40) VALUE
                   "PLAYER     QUOTA    PLAYED  DISPOSITION".

       01 BLANK-LINE PIC X(80) VALUE SPACES.

       01 FIXTURE-DETAIL-LINE.
           05 FD-PLAYER-ID PIC X(8).
           05 FILLER PIC X(3) VALUE SPACES.
           05 FD-QUOTA PIC Z(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 FD-PLAYED PIC Z(7)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FD-DISPOSITION PIC X(53).

       01 FIXTURE-TRAILER-LINE.
           05 FILLER PIC X(12) VALUE "SCHEDULED : ".
           05 FT-SCHEDULED PIC Z(5)9.
           05 FILLER PIC X(10) VALUE "  PLAYED :".
           05 FT-PLAYED PIC Z(5)9.
           05 FILLER PIC X(10) VALUE "  SHORT : ".
           05 FT-SHORT PIC Z(5)9.
           05 FILLER PIC X(12) VALUE "  NO-SHOW : ".
           05 FT-NO-SHOW PIC Z(5)9.

       01 FIXTURE-TRAILER-LINE-2.
           05 FILLER PIC X(14) VALUE "UNSCHEDULED : ".
           05 FT-UNSCHEDULED PIC Z(5)9.
           05 FILLER PIC X(18) VALUE "  FIXTURE ERRORS :".
           05 FT-FIX-ERRORS PIC Z(5)9.
           05 FILLER PIC X(20) VALUE "  FORFEITS POSTED : ".
           05 FT-POSTED PIC Z(5)9.

       01 FIXTURE-TRAILER-LINE-3.
           05 FILLER PIC X(23) VALUE "PLAYED AFTER FORFEIT : ".
           05 FT-REVERSED PIC Z(5)9.
           05 FILLER PIC X(20) VALUE "  REVERSED ROUNDS : ".
           05 FT-REVERSED-ROUNDS PIC Z(7)9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-COUNT-ROUNDS-PLAYED THRU 2000-EXIT
                   UNTIL WS-HIST-EOF = 'Y'.
           MOVE ZERO TO WS-FX-IX
           PERFORM 3000-CHECK-FIXTURE THRU 3000-EXIT
                   UNTIL WS-FX-IX >= WS-FX-COUNT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           PERFORM 9100-RELEASE-RUN-LOCK THRU 9100-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           ACCEPT WS-FIX-DATE-ENV FROM ENVIRONMENT
                   "AOCD2FX_FEED_DATE"
           ON EXCEPTION
                   MOVE SPACES TO WS-FIX-DATE-ENV
           END-ACCEPT
           IF WS-FIX-DATE-ENV(1:8) IS NUMERIC
               MOVE WS-FIX-DATE-ENV TO WS-FIX-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-FIX-DATE
           END-IF

           ACCEPT WS-REPORT-ONLY-SW FROM ENVIRONMENT
                   "AOCD2FX_REPORT_ONLY"
           ON EXCEPTION
                   MOVE 'N' TO WS-REPORT-ONLY-SW
           END-ACCEPT

           IF NOT WS-REPORT-ONLY
               PERFORM 1085-TAKE-RUN-LOCK THRU 1085-EXIT
           END-IF

           CALL "AOCD2RU" USING WS-FIX-DATE, SCORING-RULE-SET

           OPEN OUTPUT FIXTURE_REPORT_FILE
           MOVE WS-FIX-DATE TO FH-FIX-DATE
           MOVE WS-RUN-DATE TO FH-RUN-DATE
           WRITE FIXTURE-REPORT-REC FROM FIXTURE-HEADING-LINE
           WRITE FIXTURE-REPORT-REC FROM BLANK-LINE
           WRITE FIXTURE-REPORT-REC FROM FIXTURE-COLUMN-LINE

           PERFORM 1097-OPEN-PLAYER-MASTER THRU 1097-EXIT

           OPEN INPUT FIXTURE_FILE
           IF WS-FIX-FILE-STATUS NOT = "00"
               DISPLAY "FIXTURE FILE NOT AVAILABLE - FILE STATUS "
                       WS-FIX-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE FIXTURE_REPORT_FILE
               IF WS-PMAST-PRESENT
                   CLOSE PLAYER_MASTER_FILE
               END-IF
               PERFORM 9100-RELEASE-RUN-LOCK THRU 9100-EXIT
               STOP RUN
           END-IF
           PERFORM 1100-LOAD-FIXTURE THRU 1100-EXIT
                   UNTIL WS-FIX-EOF = 'Y'
           CLOSE FIXTURE_FILE
           IF WS-PMAST-PRESENT
               CLOSE PLAYER_MASTER_FILE
           END-IF

           IF WS-FX-COUNT = ZERO
               DISPLAY "NO FIXTURES ON FILE FOR " WS-FIX-DATE
                       " - NOTHING TO CHECK"
               MOVE 8 TO RETURN-CODE
               CLOSE FIXTURE_REPORT_FILE
               PERFORM 9100-RELEASE-RUN-LOCK THRU 9100-EXIT
               STOP RUN
           END-IF

           PERFORM 1200-READ-FORFEIT-LOG THRU 1200-EXIT

           IF NOT WS-REPORT-ONLY
               PERFORM 1090-READ-SEASON-STATS THRU 1090-EXIT
               PERFORM 1095-LOAD-PLAYER-STATS THRU 1095-EXIT
               PERFORM 1098-SEED-SEASON-SCORE THRU 1098-EXIT
           END-IF

           OPEN INPUT HISTORY_FILE
           IF WS-HIST-FILE-STATUS NOT = "00"
      * No archive at all (first day of a season, or a purge that
      * emptied it) - every fixture is then a no-show, which is
      * what the archive says.
               DISPLAY "HISTORY FILE NOT AVAILABLE - FILE STATUS "
                       WS-HIST-FILE-STATUS
               MOVE 'Y' TO WS-HIST-EOF
           ELSE
               PERFORM 2100-READ-HISTORY-RECORD THRU 2100-EXIT
           END-IF.
       1000-EXIT.
           EXIT.

      * Refuse to start while another job holds the shared masters,
      * the check 1020-TAKE-RUN-LOCK makes in AOCD2P1.
       1085-TAKE-RUN-LOCK.
           MOVE 'N' TO WS-LOCK-BUSY-SW
           OPEN INPUT RUN_LOCK_FILE
           IF WS-LOCK-FILE-STATUS = "00"
               READ RUN_LOCK_FILE INTO RUN-LOCK-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-LOCK-BUSY TO TRUE
               END-READ
               CLOSE RUN_LOCK_FILE
           END-IF
           IF WS-LOCK-BUSY
               DISPLAY "SHARED MASTERS IN USE - LOCKED BY "
                       RL-PROGRAM-ID " RUN SEQ " RL-AUDIT-SEQ
                       " SINCE " RL-DATE " " RL-TIME " - NOT STARTED"
               DISPLAY "IF THAT RUN ABENDED, CHECK run_audit.txt FOR "
                       "THAT SEQUENCE AND CLEAR run_lock.txt TO "
                       "RELEASE THE MASTERS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE "AOCD2FX" TO RL-PROGRAM-ID
           MOVE ZERO TO RL-AUDIT-SEQ
           MOVE WS-RUN-DATE TO RL-DATE
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-TIME(1:6) TO RL-TIME
           OPEN OUTPUT RUN_LOCK_FILE
           WRITE RUN-LOCK-REC FROM RUN-LOCK-LINE
           CLOSE RUN_LOCK_FILE
           SET WS-LOCK-HELD TO TRUE.
       1085-EXIT.
           EXIT.

       1090-READ-SEASON-STATS.
           MOVE ZERO TO SEASON-WINS SEASON-LOSSES SEASON-DRAWS
                   SEASON-ROUNDS SEASON-RUNS SEASON-SCORE
                   SEASON-OVF-SCORE
           OPEN INPUT SEASON_STATS_FILE
           IF WS-SEASON-FILE-STATUS = "00"
               READ SEASON_STATS_FILE INTO SEASON-STATS-LINE
                   AT END
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
           OPEN INPUT PLAYER_STATS_FILE
           IF WS-PLAYER-FILE-STATUS = "00"
               PERFORM 1096-LOAD-PLAYER-RECORD THRU 1096-EXIT
                       UNTIL WS-PSTAT-EOF = 'Y'
               CLOSE PLAYER_STATS_FILE
           END-IF.
       1095-EXIT.
           EXIT.

       1096-LOAD-PLAYER-RECORD.
           READ PLAYER_STATS_FILE INTO PLAYER-STATS-LINE
               AT END
                   MOVE 'Y' TO WS-PSTAT-EOF
               NOT AT END
                   IF WS-PLAYER-COUNT < WS-PLAYER-MAX
                       ADD 1 TO WS-PLAYER-COUNT
                       MOVE PL-ID TO WS-PL-ID(WS-PLAYER-COUNT)
                       MOVE PL-SCORE TO WS-PL-SCORE(WS-PLAYER-COUNT)
                       MOVE PL-WINS TO WS-PL-WINS(WS-PLAYER-COUNT)
                       MOVE PL-LOSSES
                               TO WS-PL-LOSSES(WS-PLAYER-COUNT)
                       MOVE PL-DRAWS TO WS-PL-DRAWS(WS-PLAYER-COUNT)
                       MOVE PL-ROUNDS
                               TO WS-PL-ROUNDS(WS-PLAYER-COUNT)
                   END-IF
           END-READ.
       1096-EXIT.
           EXIT.

      * No master on file is not an error - the fixture IDs are
      * simply not validated, the stance AOCD2P1 takes on its feeds.
       1097-OPEN-PLAYER-MASTER.
           OPEN INPUT PLAYER_MASTER_FILE
           IF WS-PMAST-FILE-STATUS = "00"
               SET WS-PMAST-PRESENT TO TRUE
           ELSE
               DISPLAY "PLAYER MASTER NOT ON FILE - FIXTURE PLAYER "
                       "IDS NOT VALIDATED"
           END-IF.
       1097-EXIT.
           EXIT.

      * Only the checked date's fixtures are loaded. A line that
      * cannot be honored - bad quota, duplicate, not on the master,
      * inactive - is reported here and kept out of the table, so it
      * can neither be forfeited nor excuse the player's rounds from
      * showing up as unscheduled.
       1100-LOAD-FIXTURE.
           READ FIXTURE_FILE INTO FIXTURE-LINE
               AT END
                   MOVE 'Y' TO WS-FIX-EOF
                   GO TO 1100-EXIT
           END-READ
           IF FX-FEED-DATE NOT NUMERIC
               GO TO 1100-EXIT
           END-IF
           IF FX-FEED-DATE NOT = WS-FIX-DATE
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO WS-FIX-READ-COUNT

           MOVE FX-PLAYER-ID TO FD-PLAYER-ID
           MOVE ZERO TO FD-QUOTA
           MOVE ZERO TO FD-PLAYED
           MOVE ZERO TO WS-FX-QUOTA-NUM
           IF FX-QUOTA NOT = SPACES
               MOVE FUNCTION NUMVAL(FX-QUOTA) TO WS-FX-QUOTA-NUM
           END-IF
           IF WS-FX-QUOTA-NUM = ZERO OR WS-FX-QUOTA-NUM > 9999
               MOVE "FIXTURE ERROR - NO ROUND QUOTA"
                       TO FD-DISPOSITION
               GO TO 1100-REJECT
           END-IF
           MOVE WS-FX-QUOTA-NUM TO FD-QUOTA

           IF FX-PLAYER-ID = SPACES OR FX-PLAYER-ID = "UNNAMED"
               MOVE "FIXTURE ERROR - NO PLAYER ID"
                       TO FD-DISPOSITION
               GO TO 1100-REJECT
           END-IF

           MOVE FX-PLAYER-ID TO WS-PLAYER-ID
           PERFORM 1150-FIND-FIXTURE THRU 1150-EXIT
           IF WS-FX-FOUND-IX > ZERO
               MOVE "FIXTURE ERROR - DUPLICATE FOR DATE"
                       TO FD-DISPOSITION
               GO TO 1100-REJECT
           END-IF

           IF WS-PMAST-PRESENT
               MOVE FX-PLAYER-ID TO PM-PLAYER-ID
               READ PLAYER_MASTER_FILE
                   INVALID KEY
                       MOVE "FIXTURE ERROR - PLAYER NOT ON MASTER"
                               TO FD-DISPOSITION
                       GO TO 1100-REJECT
               END-READ
               IF PM-INACTIVE
                   MOVE "FIXTURE ERROR - PLAYER INACTIVE"
                           TO FD-DISPOSITION
                   GO TO 1100-REJECT
               END-IF
           END-IF

           IF WS-FX-COUNT >= WS-FX-MAX
               MOVE "FIXTURE ERROR - FIXTURE TABLE FULL"
                       TO FD-DISPOSITION
               GO TO 1100-REJECT
           END-IF
           ADD 1 TO WS-FX-COUNT
           MOVE FX-PLAYER-ID TO WS-FX-PLAYER-ID(WS-FX-COUNT)
           MOVE WS-FX-QUOTA-NUM TO WS-FX-QUOTA(WS-FX-COUNT)
           MOVE ZERO TO WS-FX-PLAYED(WS-FX-COUNT)
           SET WS-FX-FORFEIT-OPEN(WS-FX-COUNT) TO TRUE
           MOVE ZERO TO WS-FX-FF-ROUNDS(WS-FX-COUNT)
           MOVE ZERO TO WS-FX-FF-POINTS(WS-FX-COUNT)
           MOVE 'N' TO WS-FX-REVERSE-SW(WS-FX-COUNT)
           GO TO 1100-EXIT.

       1100-REJECT.
           ADD 1 TO WS-FIX-ERROR-COUNT
           WRITE FIXTURE-REPORT-REC FROM FIXTURE-DETAIL-LINE.
       1100-EXIT.
           EXIT.

       1150-FIND-FIXTURE.
           MOVE ZERO TO WS-FX-FOUND-IX
           MOVE ZERO TO WS-FX-IX
           PERFORM 1160-SCAN-FIXTURE-TABLE THRU 1160-EXIT
                   UNTIL WS-FX-IX >= WS-FX-COUNT
                   OR WS-FX-FOUND-IX > ZERO.
       1150-EXIT.
           EXIT.

       1160-SCAN-FIXTURE-TABLE.
           ADD 1 TO WS-FX-IX
           IF WS-FX-PLAYER-ID(WS-FX-IX) = WS-PLAYER-ID
               MOVE WS-FX-IX TO WS-FX-FOUND-IX
           END-IF.
       1160-EXIT.
           EXIT.

      * Forfeits already posted for the date are marked in the table
      * so a second check of the same date cannot post them again.
      * A forfeit since reversed no longer stands and is passed over;
      * the logged rounds and points are what a reversal backs out.
       1200-READ-FORFEIT-LOG.
           MOVE 'N' TO WS-FFLOG-EOF
           OPEN INPUT FORFEIT_LOG_FILE
           IF WS-FFLOG-FILE-STATUS = "00"
               PERFORM 1210-SCAN-FORFEIT-LOG THRU 1210-EXIT
                       UNTIL WS-FFLOG-EOF = 'Y'
               CLOSE FORFEIT_LOG_FILE
           END-IF.
       1200-EXIT.
           EXIT.

       1210-SCAN-FORFEIT-LOG.
           READ FORFEIT_LOG_FILE INTO FORFEIT-LOG-LINE
               AT END
                   MOVE 'Y' TO WS-FFLOG-EOF
                   GO TO 1210-EXIT
           END-READ
           IF FF-FEED-DATE NOT = WS-FIX-DATE
               GO TO 1210-EXIT
           END-IF
           IF FF-REVERSED-DATE IS NUMERIC
               GO TO 1210-EXIT
           END-IF
           MOVE FF-PLAYER-ID TO WS-PLAYER-ID
           PERFORM 1150-FIND-FIXTURE THRU 1150-EXIT
           IF WS-FX-FOUND-IX > ZERO
               SET WS-FX-FORFEIT-LOGGED(WS-FX-FOUND-IX) TO TRUE
               MOVE FF-ROUNDS TO WS-FX-FF-ROUNDS(WS-FX-FOUND-IX)
               MOVE FF-POINTS TO WS-FX-FF-POINTS(WS-FX-FOUND-IX)
           END-IF.
       1210-EXIT.
           EXIT.

       2000-COUNT-ROUNDS-PLAYED.
           IF MH-FEED-DATE = WS-FIX-DATE
               PERFORM 2200-TALLY-ROUND THRU 2200-EXIT
           END-IF
           PERFORM 2100-READ-HISTORY-RECORD THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-HISTORY-RECORD.
           READ HISTORY_FILE INTO HISTORY-LINE
               AT END
                   MOVE 'Y' TO WS-HIST-EOF
                   CLOSE HISTORY_FILE
           END-READ.
       2100-EXIT.
           EXIT.

      * A bare feed's UNNAMED rounds belong to no one on the
      * schedule and are not an attendance matter.
       2200-TALLY-ROUND.
           IF MH-PLAYER-ID = "UNNAMED" OR MH-PLAYER-ID = SPACES
               GO TO 2200-EXIT
           END-IF
           MOVE MH-PLAYER-ID TO WS-PLAYER-ID
           PERFORM 1150-FIND-FIXTURE THRU 1150-EXIT
           IF WS-FX-FOUND-IX > ZERO
               ADD 1 TO WS-FX-PLAYED(WS-FX-FOUND-IX)
               GO TO 2200-EXIT
           END-IF

           MOVE ZERO TO WS-UN-FOUND-IX
           MOVE ZERO TO WS-UN-IX
           PERFORM 2210-SCAN-UNSCHEDULED THRU 2210-EXIT
                   UNTIL WS-UN-IX >= WS-UN-COUNT
                   OR WS-UN-FOUND-IX > ZERO
           IF WS-UN-FOUND-IX = ZERO
               IF WS-UN-COUNT < WS-UN-MAX
                   ADD 1 TO WS-UN-COUNT
                   MOVE WS-UN-COUNT TO WS-UN-FOUND-IX
                   MOVE WS-PLAYER-ID TO WS-UN-PLAYER-ID(WS-UN-COUNT)
                   MOVE ZERO TO WS-UN-ROUNDS(WS-UN-COUNT)
               ELSE
                   IF NOT WS-UN-FULL-TOLD
                       DISPLAY "UNSCHEDULED PLAYER TABLE FULL - "
                               "FURTHER UNSCHEDULED PLAYERS NOT "
                               "LISTED"
                       SET WS-UN-FULL-TOLD TO TRUE
                   END-IF
                   GO TO 2200-EXIT
               END-IF
           END-IF
           ADD 1 TO WS-UN-ROUNDS(WS-UN-FOUND-IX).
       2200-EXIT.
           EXIT.

       2210-SCAN-UNSCHEDULED.
           ADD 1 TO WS-UN-IX
           IF WS-UN-PLAYER-ID(WS-UN-IX) = WS-PLAYER-ID
               MOVE WS-UN-IX TO WS-UN-FOUND-IX
           END-IF.
       2210-EXIT.
           EXIT.

       3000-CHECK-FIXTURE.
           ADD 1 TO WS-FX-IX
           MOVE WS-FX-PLAYER-ID(WS-FX-IX) TO FD-PLAYER-ID
           MOVE WS-FX-QUOTA(WS-FX-IX) TO FD-QUOTA
           MOVE WS-FX-PLAYED(WS-FX-IX) TO FD-PLAYED

           EVALUATE TRUE
               WHEN WS-FX-PLAYED(WS-FX-IX) = ZERO
                   ADD 1 TO WS-NO-SHOW-COUNT
                   PERFORM 3100-FORFEIT-NO-SHOW THRU 3100-EXIT
               WHEN WS-FX-FORFEIT-LOGGED(WS-FX-IX)
                   ADD 1 TO WS-PLAYED-COUNT
                   PERFORM 3300-REVERSE-FORFEIT THRU 3300-EXIT
               WHEN WS-FX-PLAYED(WS-FX-IX) < WS-FX-QUOTA(WS-FX-IX)
                   ADD 1 TO WS-SHORT-COUNT
                   MOVE "SHORT OF QUOTA" TO FD-DISPOSITION
               WHEN OTHER
                   ADD 1 TO WS-PLAYED-COUNT
                   MOVE "PLAYED" TO FD-DISPOSITION
           END-EVALUATE
           WRITE FIXTURE-REPORT-REC FROM FIXTURE-DETAIL-LINE.
       3000-EXIT.
           EXIT.

       3100-FORFEIT-NO-SHOW.
           IF WS-FX-FORFEIT-LOGGED(WS-FX-IX)
               MOVE "NO-SHOW - FORFEIT ALREADY POSTED"
                       TO FD-DISPOSITION
               GO TO 3100-EXIT
           END-IF
           IF WS-REPORT-ONLY
               MOVE "NO-SHOW - FORFEIT NOT POSTED (REPORT ONLY)"
                       TO FD-DISPOSITION
               GO TO 3100-EXIT
           END-IF

           MOVE WS-FX-PLAYER-ID(WS-FX-IX) TO WS-PLAYER-ID
           COMPUTE WS-FORFEIT-POINTS = WS-FX-QUOTA(WS-FX-IX)
                   * RU-OUTCOME-POINTS(1)

      * The log line goes down before the masters are charged: the
      * log is the only guard against posting the forfeit again, so
      * a forfeit that cannot be logged is not posted at all.
           MOVE WS-FIX-DATE TO FF-FEED-DATE
           MOVE WS-PLAYER-ID TO FF-PLAYER-ID
           MOVE WS-FX-QUOTA(WS-FX-IX) TO FF-ROUNDS
           MOVE WS-FORFEIT-POINTS TO FF-POINTS
           MOVE WS-RUN-DATE TO FF-POSTED-DATE
           MOVE SPACES TO FF-REVERSED-DATE
           OPEN EXTEND FORFEIT_LOG_FILE
           IF WS-FFLOG-FILE-STATUS = "35"
               OPEN OUTPUT FORFEIT_LOG_FILE
           END-IF
           IF WS-FFLOG-FILE-STATUS NOT = "00"
               DISPLAY "FORFEIT LOG NOT AVAILABLE - FILE STATUS "
                       WS-FFLOG-FILE-STATUS
               GO TO 3100-NOT-LOGGED
           END-IF
           WRITE FORFEIT-LOG-REC FROM FORFEIT-LOG-LINE
           IF WS-FFLOG-FILE-STATUS NOT = "00"
               DISPLAY "FORFEIT LOG WRITE FAILED - FILE STATUS "
                       WS-FFLOG-FILE-STATUS
               CLOSE FORFEIT_LOG_FILE
               GO TO 3100-NOT-LOGGED
           END-IF
           CLOSE FORFEIT_LOG_FILE

           PERFORM 3200-CHARGE-PLAYER THRU 3200-EXIT
           ADD WS-FX-QUOTA(WS-FX-IX) TO SEASON-LOSSES
           ADD WS-FX-QUOTA(WS-FX-IX) TO SEASON-ROUNDS
           ADD WS-FORFEIT-POINTS TO SEASON-SCORE

           SET WS-FX-FORFEIT-LOGGED(WS-FX-IX) TO TRUE
           ADD 1 TO WS-POSTED-COUNT
           ADD WS-FX-QUOTA(WS-FX-IX) TO WS-POSTED-ROUNDS
           ADD WS-FORFEIT-POINTS TO WS-POSTED-POINTS
           MOVE "NO-SHOW - FORFEIT POSTED" TO FD-DISPOSITION
           GO TO 3100-EXIT.

       3100-NOT-LOGGED.
           IF RETURN-CODE < 16
               MOVE 16 TO RETURN-CODE
           END-IF
           MOVE "NO-SHOW - FORFEIT NOT POSTED (LOG UNAVAILABLE)"
                   TO FD-DISPOSITION.
       3100-EXIT.
           EXIT.

      * Same table handling as 2320-CREDIT-PLAYER in AOCD2RP: a
      * player with no stats line yet gets one.
       3200-CHARGE-PLAYER.
           MOVE ZERO TO WS-PL-FOUND-IX
           MOVE ZERO TO WS-PL-IX
           PERFORM 3210-SCAN-PLAYER-TABLE THRU 3210-EXIT
                   UNTIL WS-PL-IX >= WS-PLAYER-COUNT
                   OR WS-PL-FOUND-IX > ZERO

           IF WS-PL-FOUND-IX = ZERO
               IF WS-PLAYER-COUNT < WS-PLAYER-MAX
                   ADD 1 TO WS-PLAYER-COUNT
                   MOVE WS-PLAYER-COUNT TO WS-PL-FOUND-IX
                   MOVE WS-PLAYER-ID TO WS-PL-ID(WS-PL-FOUND-IX)
                   MOVE ZERO TO WS-PL-SCORE(WS-PL-FOUND-IX)
                   MOVE ZERO TO WS-PL-WINS(WS-PL-FOUND-IX)
                   MOVE ZERO TO WS-PL-LOSSES(WS-PL-FOUND-IX)
                   MOVE ZERO TO WS-PL-DRAWS(WS-PL-FOUND-IX)
                   MOVE ZERO TO WS-PL-ROUNDS(WS-PL-FOUND-IX)
               ELSE
                   DISPLAY "PLAYER TABLE FULL - FORFEIT FOR "
                           WS-PLAYER-ID " NOT IN STANDINGS"
                   ADD WS-FORFEIT-POINTS TO SEASON-OVF-SCORE
                   GO TO 3200-EXIT
               END-IF
           END-IF

           ADD WS-FORFEIT-POINTS TO WS-PL-SCORE(WS-PL-FOUND-IX)
           ADD WS-FX-QUOTA(WS-FX-IX) TO WS-PL-LOSSES(WS-PL-FOUND-IX)
           ADD WS-FX-QUOTA(WS-FX-IX) TO WS-PL-ROUNDS(WS-PL-FOUND-IX).
       3200-EXIT.
           EXIT.

       3210-SCAN-PLAYER-TABLE.
           ADD 1 TO WS-PL-IX
           IF WS-PL-ID(WS-PL-IX) = WS-PLAYER-ID
               MOVE WS-PL-IX TO WS-PL-FOUND-IX
           END-IF.
       3210-EXIT.
           EXIT.

      * The player played after all, so the no-show forfeit comes
      * off again - exactly what was logged, whatever the quota says
      * now. The log line itself is marked when the run ends.
       3300-REVERSE-FORFEIT.
           IF WS-REPORT-ONLY
               MOVE "PLAYED AFTER FORFEIT - NOT REVERSED"
                       TO FD-DISPOSITION
               ADD 1 TO WS-REVERSED-COUNT
               GO TO 3300-EXIT
           END-IF

           MOVE WS-FX-PLAYER-ID(WS-FX-IX) TO WS-PLAYER-ID
           MOVE ZERO TO WS-PL-FOUND-IX
           MOVE ZERO TO WS-PL-IX
           PERFORM 3210-SCAN-PLAYER-TABLE THRU 3210-EXIT
                   UNTIL WS-PL-IX >= WS-PLAYER-COUNT
                   OR WS-PL-FOUND-IX > ZERO
           IF WS-PL-FOUND-IX = ZERO
      * Posted while the player table was full - it went to the
      * OTHERS overflow and comes off there.
               IF SEASON-OVF-SCORE < WS-FX-FF-POINTS(WS-FX-IX)
                   MOVE ZERO TO SEASON-OVF-SCORE
               ELSE
                   SUBTRACT WS-FX-FF-POINTS(WS-FX-IX)
                           FROM SEASON-OVF-SCORE
               END-IF
           ELSE
               SUBTRACT WS-FX-FF-POINTS(WS-FX-IX)
                       FROM WS-PL-SCORE(WS-PL-FOUND-IX)
                   ON SIZE ERROR
                       MOVE ZERO TO WS-PL-SCORE(WS-PL-FOUND-IX)
               END-SUBTRACT
               SUBTRACT WS-FX-FF-ROUNDS(WS-FX-IX)
                       FROM WS-PL-LOSSES(WS-PL-FOUND-IX)
                   ON SIZE ERROR
                       MOVE ZERO TO WS-PL-LOSSES(WS-PL-FOUND-IX)
               END-SUBTRACT
               SUBTRACT WS-FX-FF-ROUNDS(WS-FX-IX)
                       FROM WS-PL-ROUNDS(WS-PL-FOUND-IX)
                   ON SIZE ERROR
                       MOVE ZERO TO WS-PL-ROUNDS(WS-PL-FOUND-IX)
               END-SUBTRACT
           END-IF

           SUBTRACT WS-FX-FF-ROUNDS(WS-FX-IX) FROM SEASON-LOSSES
               ON SIZE ERROR
                   MOVE ZERO TO SEASON-LOSSES
           END-SUBTRACT
           SUBTRACT WS-FX-FF-ROUNDS(WS-FX-IX) FROM SEASON-ROUNDS
               ON SIZE ERROR
                   MOVE ZERO TO SEASON-ROUNDS
           END-SUBTRACT
           SUBTRACT WS-FX-FF-POINTS(WS-FX-IX) FROM SEASON-SCORE
               ON SIZE ERROR
                   MOVE ZERO TO SEASON-SCORE
           END-SUBTRACT

           SET WS-FX-REVERSE-DUE(WS-FX-IX) TO TRUE
           ADD 1 TO WS-REVERSED-COUNT
           ADD WS-FX-FF-ROUNDS(WS-FX-IX) TO WS-REVERSED-ROUNDS
           ADD WS-FX-FF-POINTS(WS-FX-IX) TO WS-REVERSED-POINTS
           MOVE "PLAYED AFTER FORFEIT - FORFEIT REVERSED"
                   TO FD-DISPOSITION.
       3300-EXIT.
           EXIT.

       8000-TERMINATE.
           MOVE ZERO TO WS-UN-IX
           PERFORM 8010-REPORT-UNSCHEDULED THRU 8010-EXIT
                   UNTIL WS-UN-IX >= WS-UN-COUNT

           WRITE FIXTURE-REPORT-REC FROM BLANK-LINE
           MOVE WS-FX-COUNT TO FT-SCHEDULED
           MOVE WS-PLAYED-COUNT TO FT-PLAYED
           MOVE WS-SHORT-COUNT TO FT-SHORT
           MOVE WS-NO-SHOW-COUNT TO FT-NO-SHOW
           WRITE FIXTURE-REPORT-REC FROM FIXTURE-TRAILER-LINE
           MOVE WS-UN-COUNT TO FT-UNSCHEDULED
           MOVE WS-FIX-ERROR-COUNT TO FT-FIX-ERRORS
           MOVE WS-POSTED-COUNT TO FT-POSTED
           WRITE FIXTURE-REPORT-REC FROM FIXTURE-TRAILER-LINE-2
           MOVE WS-REVERSED-COUNT TO FT-REVERSED
           MOVE WS-REVERSED-ROUNDS TO FT-REVERSED-ROUNDS
           WRITE FIXTURE-REPORT-REC FROM FIXTURE-TRAILER-LINE-3
           CLOSE FIXTURE_REPORT_FILE

           IF WS-POSTED-COUNT > ZERO
                   OR (WS-REVERSED-COUNT > ZERO AND NOT WS-REPORT-ONLY)
               PERFORM 8060-UPDATE-SEASON-STATS THRU 8060-EXIT
               PERFORM 8070-WRITE-PLAYER-STATS THRU 8070-EXIT
           END-IF
           IF WS-REVERSED-COUNT > ZERO AND NOT WS-REPORT-ONLY
               PERFORM 8080-MARK-REVERSED-FORFEITS THRU 8080-EXIT
           END-IF

           DISPLAY "FIXTURES CHECKED FOR " WS-FIX-DATE ": "
                   WS-FX-COUNT " PLAYED: " WS-PLAYED-COUNT
                   " SHORT: " WS-SHORT-COUNT
                   " NO-SHOW: " WS-NO-SHOW-COUNT
                   " UNSCHEDULED: " WS-UN-COUNT
           DISPLAY "FORFEITS POSTED: " WS-POSTED-COUNT
                   " ROUNDS: " WS-POSTED-ROUNDS
                   " POINTS: " WS-POSTED-POINTS
           IF WS-REVERSED-COUNT > ZERO
               DISPLAY "PLAYED AFTER FORFEIT: " WS-REVERSED-COUNT
                       " REVERSED ROUNDS: " WS-REVERSED-ROUNDS
                       " POINTS: " WS-REVERSED-POINTS
           END-IF
           IF WS-FIX-ERROR-COUNT > ZERO
               DISPLAY "FIXTURE LINES TURNED AWAY: " WS-FIX-ERROR-COUNT
           END-IF

           IF WS-NO-SHOW-COUNT > ZERO OR WS-SHORT-COUNT > ZERO
                   OR WS-UN-COUNT > ZERO OR WS-FIX-ERROR-COUNT > ZERO
                   OR WS-REVERSED-COUNT > ZERO
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       8000-EXIT.
           EXIT.

       8010-REPORT-UNSCHEDULED.
           ADD 1 TO WS-UN-IX
           MOVE WS-UN-PLAYER-ID(WS-UN-IX) TO FD-PLAYER-ID
           MOVE ZERO TO FD-QUOTA
           MOVE WS-UN-ROUNDS(WS-UN-IX) TO FD-PLAYED
           MOVE "UNSCHEDULED - NO FIXTURE FOR DATE" TO FD-DISPOSITION
           WRITE FIXTURE-REPORT-REC FROM FIXTURE-DETAIL-LINE.
       8010-EXIT.
           EXIT.

       8060-UPDATE-SEASON-STATS.
           OPEN OUTPUT SEASON_STATS_FILE
           WRITE SEASON-STATS-REC FROM SEASON-STATS-LINE
           CLOSE SEASON_STATS_FILE

           DISPLAY "SEASON TO DATE AFTER FORFEITS - WINS: "
                   SEASON-WINS
                   " LOSSES: " SEASON-LOSSES
                   " DRAWS: " SEASON-DRAWS
                   " ROUNDS: " SEASON-ROUNDS
                   " SCORE: " SEASON-SCORE.
       8060-EXIT.
           EXIT.

       8070-WRITE-PLAYER-STATS.
           OPEN OUTPUT PLAYER_STATS_FILE
           MOVE ZERO TO WS-PL-IX
           PERFORM 8075-WRITE-ONE-PLAYER THRU 8075-EXIT
                   UNTIL WS-PL-IX >= WS-PLAYER-COUNT
           CLOSE PLAYER_STATS_FILE.
       8070-EXIT.
           EXIT.

       8075-WRITE-ONE-PLAYER.
           ADD 1 TO WS-PL-IX
           MOVE WS-PL-ID(WS-PL-IX) TO PL-ID
           MOVE WS-PL-SCORE(WS-PL-IX) TO PL-SCORE
           MOVE WS-PL-WINS(WS-PL-IX) TO PL-WINS
           MOVE WS-PL-LOSSES(WS-PL-IX) TO PL-LOSSES
           MOVE WS-PL-DRAWS(WS-PL-IX) TO PL-DRAWS
           MOVE WS-PL-ROUNDS(WS-PL-IX) TO PL-ROUNDS
           WRITE PLAYER-STATS-REC FROM PLAYER-STATS-LINE.
       8075-EXIT.
           EXIT.

      * The log is copied aside and written back, each standing
      * forfeit for the date that was backed out this run getting
      * the run date as its date reversed.
       8080-MARK-REVERSED-FORFEITS.
           MOVE 'N' TO WS-FFLOG-EOF
           OPEN INPUT FORFEIT_LOG_FILE
           OPEN OUTPUT FORFEIT_WORK_FILE
           PERFORM 8085-COPY-FORFEIT-ASIDE THRU 8085-EXIT
                   UNTIL WS-FFLOG-EOF = 'Y'
           CLOSE FORFEIT_LOG_FILE
           CLOSE FORFEIT_WORK_FILE

           MOVE 'N' TO WS-FFWORK-EOF
           OPEN INPUT FORFEIT_WORK_FILE
           OPEN OUTPUT FORFEIT_LOG_FILE
           PERFORM 8090-COPY-FORFEIT-BACK THRU 8090-EXIT
                   UNTIL WS-FFWORK-EOF = 'Y'
           CLOSE FORFEIT_WORK_FILE
           CLOSE FORFEIT_LOG_FILE.
       8080-EXIT.
           EXIT.

       8085-COPY-FORFEIT-ASIDE.
           READ FORFEIT_LOG_FILE INTO FORFEIT-LOG-LINE
               AT END
                   MOVE 'Y' TO WS-FFLOG-EOF
                   GO TO 8085-EXIT
           END-READ
           IF FF-FEED-DATE = WS-FIX-DATE
                   AND FF-REVERSED-DATE IS NOT NUMERIC
               MOVE FF-PLAYER-ID TO WS-PLAYER-ID
               PERFORM 1150-FIND-FIXTURE THRU 1150-EXIT
               IF WS-FX-FOUND-IX > ZERO
                   IF WS-FX-REVERSE-DUE(WS-FX-FOUND-IX)
                       MOVE WS-RUN-DATE TO FF-REVERSED-DATE
                   END-IF
               END-IF
           END-IF
           WRITE FORFEIT-WORK-REC FROM FORFEIT-LOG-LINE.
       8085-EXIT.
           EXIT.

       8090-COPY-FORFEIT-BACK.
           READ FORFEIT_WORK_FILE
               AT END
                   MOVE 'Y' TO WS-FFWORK-EOF
               NOT AT END
                   WRITE FORFEIT-LOG-REC FROM FORFEIT-WORK-REC
           END-READ.
       8090-EXIT.
           EXIT.

      * Released last, after every master rewrite. A report-only run
      * never took the lock and leaves the file alone.
       9100-RELEASE-RUN-LOCK.
           IF WS-LOCK-HELD
               OPEN OUTPUT RUN_LOCK_FILE
               CLOSE RUN_LOCK_FILE
               MOVE 'N' TO WS-LOCK-HELD-SW
           END-IF.
       9100-EXIT.
           EXIT.
