       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCD2SS.
       AUTHOR. lel.
       DATE-WRITTEN. Oct 15, 2026.

      * Site championship table. The league runs a site championship
      * alongside the individual standings, and the site totals were
      * being added up by hand from standings.txt. This job rolls
      * player_stats.txt up by each player's PM-HOME-SITE on
      * player_master.dat and prints site_standings.txt, one line per
      * site:
      *     players fielded (players with a round this season),
      *     rounds, total points, points per round, won/lost/drawn,
      *     the site's best player (highest season score, the first
      *     on player_stats.txt on a tie), and the site's movement
      *     in rank since the previous report
      * Sites are ranked on points per round, so a large site cannot
      * take the championship on headcount alone; equal rates go to
      * the site with more points, then by site code. Players not on
      * the master (UNNAMED among them) belong to no site: they are
      * totalled on an UNATTRIBUTED line beneath the table and take
      * no part in the ranking.
      *
      * site_standings_history.txt keeps every report's table - one
      * line per site per report date - so the league office can
      * read the week-over-week site table straight off it. A rerun
      * for the same report date replaces that date's lines; the
      * movement is measured against the latest earlier report date
      * on the history. The report date is the run date unless
      * AOCD2SS_REPORT_DATE names another.
      *
      * Read only over the shared masters. Return code 8 when
      * player_stats.txt holds no player to roll up (the history is
      * then left untouched) or the history work file cannot be
      * used.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAYER_STATS_FILE ASSIGN TO "player_stats.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-PLAYER-FILE-STATUS.

           SELECT PLAYER_MASTER_FILE ASSIGN TO "player_master.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS PM-PLAYER-ID
                   FILE STATUS IS WS-PMAST-FILE-STATUS.

           SELECT SITE_HISTORY_FILE
                   ASSIGN TO "site_standings_history.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-SHIST-FILE-STATUS.

           SELECT SITE_HISTORY_WORK_FILE
                   ASSIGN TO "site_standings_history.wrk"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-SHWRK-FILE-STATUS.

           SELECT SITE_STANDINGS_FILE ASSIGN TO "site_standings.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PLAYER_STATS_FILE.
       01 PLAYER-STATS-REC PIC X(53).

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

       FD SITE_HISTORY_FILE.
       01 SITE-HISTORY-REC PIC X(60).

       FD SITE_HISTORY_WORK_FILE.
       01 SITE-HISTORY-WORK-REC PIC X(60).

       FD SITE_STANDINGS_FILE.
       01 SITE-STANDINGS-REC PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-PLAYER-FILE-STATUS PIC X(2) VALUE "00".
       77 WS-PMAST-FILE-STATUS PIC X(2) VALUE "00".
       77 WS-SHIST-FILE-STATUS PIC X(2) VALUE "00".
       77 WS-SHWRK-FILE-STATUS PIC X(2) VALUE "00".

       77 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       77 WS-REPORT-DATE PIC 9(8) VALUE ZERO.
       77 WS-PREV-REPORT-DATE PIC 9(8) VALUE ZERO.
       77 WS-DATE-PARM PIC X(8) VALUE SPACES.

       01 WS-PMAST-PRESENT-SW PIC X VALUE 'N'.
           88 WS-PMAST-PRESENT VALUE 'Y'.

       01 WS-PSTAT-EOF PIC A(1) VALUE 'N'.
       01 WS-SHIST-EOF PIC A(1) VALUE 'N'.

       77 WS-PLAYERS-READ PIC 9(6) VALUE ZERO.
       77 WS-HIST-KEPT PIC 9(8) VALUE ZERO.

       01 PLAYER-STATS-LINE.
           05 PL-ID PIC X(8).
           05 FILLER PIC X(1).
           05 PL-SCORE PIC 9(8).
           05 FILLER PIC X(1).
           05 PL-WINS PIC 9(8).
           05 FILLER PIC X(1).
           05 PL-LOSSES PIC 9(8).
           05 FILLER PIC X(1).
           05 PL-DRAWS PIC 9(8).
           05 FILLER PIC X(1).
           05 PL-ROUNDS PIC 9(8).

      * One site on one report date.
       01 SITE-HISTORY-LINE.
           05 SH-REPORT-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SH-SITE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SH-RANK PIC 9(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SH-PLAYERS PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SH-ROUNDS PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SH-POINTS PIC 9(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SH-POINTS-PER-ROUND PIC 9(3)V99.

      * One entry per home site, plus the previous report's rank.
       77 WS-SITE-MAX PIC 9(4) COMP VALUE 200.
       77 WS-SITE-COUNT PIC 9(4) COMP VALUE ZERO.
       77 WS-SITE-IX PIC 9(4) COMP VALUE ZERO.
       77 WS-SITE-FOUND-IX PIC 9(4) COMP VALUE ZERO.
       77 WS-SITE-BEST-IX PIC 9(4) COMP VALUE ZERO.
       77 WS-SEEK-SITE PIC X(8) VALUE SPACES.
       77 WS-RANK-NUM PIC 9(4) COMP VALUE ZERO.

       01 WS-SITE-TABLE.
           05 WS-SITE-ENTRY OCCURS 200 TIMES.
               10 WS-ST-SITE PIC X(8).
               10 WS-ST-PLAYERS PIC 9(6).
               10 WS-ST-ROUNDS PIC 9(8).
               10 WS-ST-POINTS PIC 9(10).
               10 WS-ST-WINS PIC 9(8).
               10 WS-ST-LOSSES PIC 9(8).
               10 WS-ST-DRAWS PIC 9(8).
               10 WS-ST-POINTS-PER-ROUND PIC 9(3)V99.
               10 WS-ST-BEST-ID PIC X(8).
               10 WS-ST-BEST-SCORE PIC 9(8).
               10 WS-ST-RANK PIC 9(4).
               10 WS-ST-PREV-RANK PIC 9(4).
               10 WS-ST-RANKED-SW PIC X.
                   88 WS-ST-RANKED VALUE 'Y'.
                   88 WS-ST-UNRANKED VALUE 'N'.

       01 WS-SITE-FULL-SW PIC X VALUE 'N'.
           88 WS-SITE-FULL-TOLD VALUE 'Y'.

      * Players belonging to no site on the master.
       77 WS-UA-PLAYERS PIC 9(6) VALUE ZERO.
       77 WS-UA-ROUNDS PIC 9(8) VALUE ZERO.
       77 WS-UA-POINTS PIC 9(10) VALUE ZERO.
       77 WS-UA-WINS PIC 9(8) VALUE ZERO.
       77 WS-UA-LOSSES PIC 9(8) VALUE ZERO.
       77 WS-UA-DRAWS PIC 9(8) VALUE ZERO.
       77 WS-UA-POINTS-PER-ROUND PIC 9(3)V99 VALUE ZERO.

       01 SITE-HEADING-LINE.
           05 FILLER PIC X(26) VALUE "SITE CHAMPIONSHIP TABLE".
           05 FILLER PIC X(12) VALUE "REPORT DATE ".
           05 SG-REPORT-DATE PIC 9(8).
           05 FILLER PIC X(18) VALUE "   MOVEMENT SINCE ".
           05 SG-PREV-DATE PIC X(8).

       01 SITE-COLUMN-LINE.
           05 FILLER PIC X(32) VALUE
                   "RANK  SITE     PLAYERS   ROUNDS".
           05 FILLER PIC X(32) VALUE
                   "   POINTS PTS/RD     WON    LOST".
           05 FILLER PIC X(32) VALUE
                   "   DRAWN BEST PL       SCORE  MV".

       01 BLANK-LINE PIC X(100) VALUE SPACES.

       01 SITE-DETAIL-LINE.
           05 SD-RANK PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SD-SITE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SD-PLAYERS PIC Z(6)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 SD-ROUNDS PIC Z(7)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 SD-POINTS PIC Z(8)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 SD-POINTS-PER-ROUND PIC ZZ9.99.
           05 FILLER PIC X(1) VALUE SPACE.
           05 SD-WINS PIC Z(6)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 SD-LOSSES PIC Z(6)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 SD-DRAWS PIC Z(6)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 SD-BEST-ID PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SD-BEST-SCORE PIC Z(8)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 SD-MOVEMENT PIC X(4).

       01 WS-MOVE-UP PIC 9(3) VALUE ZERO.
       01 WS-MOVE-EDIT PIC ZZ9.

       01 SITE-TRAILER-LINE.
           05 FILLER PIC X(16) VALUE "SITES RANKED: ".
           05 TR-SITE-COUNT PIC ZZZ9.
           05 FILLER PIC X(20) VALUE "   PLAYERS ROLLED: ".
           05 TR-PLAYERS-READ PIC Z(5)9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-ROLL-UP-PLAYERS THRU 2000-EXIT.
           PERFORM 3000-RANK-SITES THRU 3000-EXIT.
           PERFORM 4000-LOAD-PREVIOUS-REPORT THRU 4000-EXIT.
           PERFORM 5000-PRINT-SITE-TABLE THRU 5000-EXIT.
           IF WS-PLAYERS-READ > ZERO
               PERFORM 6000-UPDATE-SITE-HISTORY THRU 6000-EXIT
           END-IF.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-REPORT-DATE
           ACCEPT WS-DATE-PARM FROM ENVIRONMENT "AOCD2SS_REPORT_DATE"
           ON EXCEPTION
                   MOVE SPACES TO WS-DATE-PARM
           END-ACCEPT
           IF WS-DATE-PARM(1:8) IS NUMERIC
               MOVE WS-DATE-PARM TO WS-REPORT-DATE
           END-IF

           OPEN INPUT PLAYER_STATS_FILE
           IF WS-PLAYER-FILE-STATUS NOT = "00"
               DISPLAY "PLAYER STATS NOT ON FILE - NO SITE TABLE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT PLAYER_MASTER_FILE
           IF WS-PMAST-FILE-STATUS = "00"
               SET WS-PMAST-PRESENT TO TRUE
           ELSE
               DISPLAY "PLAYER MASTER NOT ON FILE - EVERY PLAYER IS "
                       "UNATTRIBUTED"
           END-IF.
       1000-EXIT.
           EXIT.

       2000-ROLL-UP-PLAYERS.
           PERFORM 2100-ROLL-UP-ONE-PLAYER THRU 2100-EXIT
                   UNTIL WS-PSTAT-EOF = 'Y'
           CLOSE PLAYER_STATS_FILE
           IF WS-PMAST-PRESENT
               CLOSE PLAYER_MASTER_FILE
           END-IF.
       2000-EXIT.
           EXIT.

      * A player with no round this season was not fielded and does
      * not count toward the site.
       2100-ROLL-UP-ONE-PLAYER.
           READ PLAYER_STATS_FILE INTO PLAYER-STATS-LINE
               AT END
                   MOVE 'Y' TO WS-PSTAT-EOF
                   GO TO 2100-EXIT
           END-READ
           IF PL-ID = SPACES OR PL-ROUNDS NOT NUMERIC
                   OR PL-SCORE NOT NUMERIC
               GO TO 2100-EXIT
           END-IF
           IF PL-ROUNDS = ZERO
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-PLAYERS-READ

           MOVE SPACES TO WS-SEEK-SITE
           IF WS-PMAST-PRESENT
               MOVE PL-ID TO PM-PLAYER-ID
               READ PLAYER_MASTER_FILE
                   INVALID KEY
                       MOVE SPACES TO PM-HOME-SITE
               END-READ
               MOVE PM-HOME-SITE TO WS-SEEK-SITE
           END-IF
           IF WS-SEEK-SITE = SPACES
               PERFORM 2300-ADD-UNATTRIBUTED THRU 2300-EXIT
               GO TO 2100-EXIT
           END-IF

           PERFORM 2200-FIND-SITE THRU 2200-EXIT
           IF WS-SITE-FOUND-IX = ZERO
               PERFORM 2300-ADD-UNATTRIBUTED THRU 2300-EXIT
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-ST-PLAYERS(WS-SITE-FOUND-IX)
           ADD PL-ROUNDS TO WS-ST-ROUNDS(WS-SITE-FOUND-IX)
           ADD PL-SCORE TO WS-ST-POINTS(WS-SITE-FOUND-IX)
           ADD PL-WINS TO WS-ST-WINS(WS-SITE-FOUND-IX)
           ADD PL-LOSSES TO WS-ST-LOSSES(WS-SITE-FOUND-IX)
           ADD PL-DRAWS TO WS-ST-DRAWS(WS-SITE-FOUND-IX)
           IF WS-ST-BEST-ID(WS-SITE-FOUND-IX) = SPACES
                   OR PL-SCORE > WS-ST-BEST-SCORE(WS-SITE-FOUND-IX)
               MOVE PL-ID TO WS-ST-BEST-ID(WS-SITE-FOUND-IX)
               MOVE PL-SCORE TO WS-ST-BEST-SCORE(WS-SITE-FOUND-IX)
           END-IF.
       2100-EXIT.
           EXIT.

      * Finds WS-SEEK-SITE on the site table, entering it when there
      * is room; WS-SITE-FOUND-IX comes back zero when the table is
      * full.
       2200-FIND-SITE.
           MOVE ZERO TO WS-SITE-FOUND-IX
           MOVE ZERO TO WS-SITE-IX
           PERFORM 2250-SCAN-SITE-TABLE THRU 2250-EXIT
                   UNTIL WS-SITE-IX >= WS-SITE-COUNT
                   OR WS-SITE-FOUND-IX > ZERO
           IF WS-SITE-FOUND-IX > ZERO
               GO TO 2200-EXIT
           END-IF
           IF WS-SITE-COUNT >= WS-SITE-MAX
               IF NOT WS-SITE-FULL-TOLD
                   DISPLAY "SITE TABLE FULL - FURTHER SITES COUNTED "
                           "AS UNATTRIBUTED"
                   SET WS-SITE-FULL-TOLD TO TRUE
               END-IF
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO WS-SITE-COUNT
           MOVE WS-SITE-COUNT TO WS-SITE-FOUND-IX
           MOVE WS-SEEK-SITE TO WS-ST-SITE(WS-SITE-COUNT)
           MOVE ZERO TO WS-ST-PLAYERS(WS-SITE-COUNT)
                   WS-ST-ROUNDS(WS-SITE-COUNT)
                   WS-ST-POINTS(WS-SITE-COUNT)
                   WS-ST-WINS(WS-SITE-COUNT)
                   WS-ST-LOSSES(WS-SITE-COUNT)
                   WS-ST-DRAWS(WS-SITE-COUNT)
                   WS-ST-POINTS-PER-ROUND(WS-SITE-COUNT)
                   WS-ST-BEST-SCORE(WS-SITE-COUNT)
                   WS-ST-RANK(WS-SITE-COUNT)
                   WS-ST-PREV-RANK(WS-SITE-COUNT)
           MOVE SPACES TO WS-ST-BEST-ID(WS-SITE-COUNT)
           SET WS-ST-UNRANKED(WS-SITE-COUNT) TO TRUE.
       2200-EXIT.
           EXIT.

       2250-SCAN-SITE-TABLE.
           ADD 1 TO WS-SITE-IX
           IF WS-ST-SITE(WS-SITE-IX) = WS-SEEK-SITE
               MOVE WS-SITE-IX TO WS-SITE-FOUND-IX
           END-IF.
       2250-EXIT.
           EXIT.

       2300-ADD-UNATTRIBUTED.
           ADD 1 TO WS-UA-PLAYERS
           ADD PL-ROUNDS TO WS-UA-ROUNDS
           ADD PL-SCORE TO WS-UA-POINTS
           ADD PL-WINS TO WS-UA-WINS
           ADD PL-LOSSES TO WS-UA-LOSSES
           ADD PL-DRAWS TO WS-UA-DRAWS.
       2300-EXIT.
           EXIT.

      * Selection pass: each time through, the best unranked site
      * takes the next rank.
       3000-RANK-SITES.
           MOVE ZERO TO WS-SITE-IX
           PERFORM 3050-RATE-SITE THRU 3050-EXIT
                   UNTIL WS-SITE-IX >= WS-SITE-COUNT
           IF WS-UA-ROUNDS > ZERO
               COMPUTE WS-UA-POINTS-PER-ROUND ROUNDED =
                       WS-UA-POINTS / WS-UA-ROUNDS
                   ON SIZE ERROR
                       MOVE 999.99 TO WS-UA-POINTS-PER-ROUND
               END-COMPUTE
           END-IF
           MOVE ZERO TO WS-RANK-NUM
           PERFORM 3100-RANK-NEXT-SITE THRU 3100-EXIT
                   UNTIL WS-RANK-NUM >= WS-SITE-COUNT.
       3000-EXIT.
           EXIT.

       3050-RATE-SITE.
           ADD 1 TO WS-SITE-IX
           COMPUTE WS-ST-POINTS-PER-ROUND(WS-SITE-IX) ROUNDED =
                   WS-ST-POINTS(WS-SITE-IX) / WS-ST-ROUNDS(WS-SITE-IX)
               ON SIZE ERROR
                   MOVE 999.99 TO WS-ST-POINTS-PER-ROUND(WS-SITE-IX)
           END-COMPUTE.
       3050-EXIT.
           EXIT.

       3100-RANK-NEXT-SITE.
           ADD 1 TO WS-RANK-NUM
           MOVE ZERO TO WS-SITE-BEST-IX
           MOVE ZERO TO WS-SITE-IX
           PERFORM 3150-SCAN-FOR-BEST-SITE THRU 3150-EXIT
                   UNTIL WS-SITE-IX >= WS-SITE-COUNT
           MOVE WS-RANK-NUM TO WS-ST-RANK(WS-SITE-BEST-IX)
           SET WS-ST-RANKED(WS-SITE-BEST-IX) TO TRUE.
       3100-EXIT.
           EXIT.

       3150-SCAN-FOR-BEST-SITE.
           ADD 1 TO WS-SITE-IX
           IF WS-ST-RANKED(WS-SITE-IX)
               GO TO 3150-EXIT
           END-IF
           IF WS-SITE-BEST-IX = ZERO
               MOVE WS-SITE-IX TO WS-SITE-BEST-IX
               GO TO 3150-EXIT
           END-IF
           IF WS-ST-POINTS-PER-ROUND(WS-SITE-IX)
                   > WS-ST-POINTS-PER-ROUND(WS-SITE-BEST-IX)
               MOVE WS-SITE-IX TO WS-SITE-BEST-IX
               GO TO 3150-EXIT
           END-IF
           IF WS-ST-POINTS-PER-ROUND(WS-SITE-IX)
                   < WS-ST-POINTS-PER-ROUND(WS-SITE-BEST-IX)
               GO TO 3150-EXIT
           END-IF
           IF WS-ST-POINTS(WS-SITE-IX) > WS-ST-POINTS(WS-SITE-BEST-IX)
               MOVE WS-SITE-IX TO WS-SITE-BEST-IX
               GO TO 3150-EXIT
           END-IF
           IF WS-ST-POINTS(WS-SITE-IX) = WS-ST-POINTS(WS-SITE-BEST-IX)
                   AND WS-ST-SITE(WS-SITE-IX)
                       < WS-ST-SITE(WS-SITE-BEST-IX)
               MOVE WS-SITE-IX TO WS-SITE-BEST-IX
           END-IF.
       3150-EXIT.
           EXIT.

      * Two passes of the history: the first finds the latest report
      * date before this one, the second picks up that report's
      * ranks.
       4000-LOAD-PREVIOUS-REPORT.
           MOVE 'N' TO WS-SHIST-EOF
           OPEN INPUT SITE_HISTORY_FILE
           IF WS-SHIST-FILE-STATUS NOT = "00"
               GO TO 4000-EXIT
           END-IF
           PERFORM 4100-FIND-PREVIOUS-DATE THRU 4100-EXIT
                   UNTIL WS-SHIST-EOF = 'Y'
           CLOSE SITE_HISTORY_FILE
           IF WS-PREV-REPORT-DATE = ZERO
               GO TO 4000-EXIT
           END-IF

           MOVE 'N' TO WS-SHIST-EOF
           OPEN INPUT SITE_HISTORY_FILE
           PERFORM 4200-LOAD-PREVIOUS-RANK THRU 4200-EXIT
                   UNTIL WS-SHIST-EOF = 'Y'
           CLOSE SITE_HISTORY_FILE.
       4000-EXIT.
           EXIT.

       4100-FIND-PREVIOUS-DATE.
           READ SITE_HISTORY_FILE INTO SITE-HISTORY-LINE
               AT END
                   MOVE 'Y' TO WS-SHIST-EOF
                   GO TO 4100-EXIT
           END-READ
           IF SH-REPORT-DATE IS NUMERIC
                   AND SH-REPORT-DATE < WS-REPORT-DATE
                   AND SH-REPORT-DATE > WS-PREV-REPORT-DATE
               MOVE SH-REPORT-DATE TO WS-PREV-REPORT-DATE
           END-IF.
       4100-EXIT.
           EXIT.

       4200-LOAD-PREVIOUS-RANK.
           READ SITE_HISTORY_FILE INTO SITE-HISTORY-LINE
               AT END
                   MOVE 'Y' TO WS-SHIST-EOF
                   GO TO 4200-EXIT
           END-READ
           IF SH-REPORT-DATE NOT = WS-PREV-REPORT-DATE
                   OR SH-RANK NOT NUMERIC
               GO TO 4200-EXIT
           END-IF
           MOVE SH-SITE TO WS-SEEK-SITE
           MOVE ZERO TO WS-SITE-FOUND-IX
           MOVE ZERO TO WS-SITE-IX
           PERFORM 2250-SCAN-SITE-TABLE THRU 2250-EXIT
                   UNTIL WS-SITE-IX >= WS-SITE-COUNT
                   OR WS-SITE-FOUND-IX > ZERO
           IF WS-SITE-FOUND-IX > ZERO
               MOVE SH-RANK TO WS-ST-PREV-RANK(WS-SITE-FOUND-IX)
           END-IF.
       4200-EXIT.
           EXIT.

       5000-PRINT-SITE-TABLE.
           OPEN OUTPUT SITE_STANDINGS_FILE
           MOVE WS-REPORT-DATE TO SG-REPORT-DATE
           IF WS-PREV-REPORT-DATE > ZERO
               MOVE WS-PREV-REPORT-DATE TO SG-PREV-DATE
           ELSE
               MOVE "(NONE)" TO SG-PREV-DATE
           END-IF
           WRITE SITE-STANDINGS-REC FROM SITE-HEADING-LINE
           WRITE SITE-STANDINGS-REC FROM BLANK-LINE
           WRITE SITE-STANDINGS-REC FROM SITE-COLUMN-LINE

           MOVE ZERO TO WS-RANK-NUM
           PERFORM 5100-PRINT-NEXT-SITE THRU 5100-EXIT
                   UNTIL WS-RANK-NUM >= WS-SITE-COUNT

           IF WS-UA-PLAYERS > ZERO
               WRITE SITE-STANDINGS-REC FROM BLANK-LINE
               MOVE SPACES TO SITE-DETAIL-LINE
               MOVE "UNATTRIBUTED" TO SITE-DETAIL-LINE(1:14)
               MOVE WS-UA-PLAYERS TO SD-PLAYERS
               MOVE WS-UA-ROUNDS TO SD-ROUNDS
               MOVE WS-UA-POINTS TO SD-POINTS
               MOVE WS-UA-POINTS-PER-ROUND TO SD-POINTS-PER-ROUND
               MOVE WS-UA-WINS TO SD-WINS
               MOVE WS-UA-LOSSES TO SD-LOSSES
               MOVE WS-UA-DRAWS TO SD-DRAWS
               WRITE SITE-STANDINGS-REC FROM SITE-DETAIL-LINE
           END-IF

           WRITE SITE-STANDINGS-REC FROM BLANK-LINE
           MOVE WS-SITE-COUNT TO TR-SITE-COUNT
           MOVE WS-PLAYERS-READ TO TR-PLAYERS-READ
           WRITE SITE-STANDINGS-REC FROM SITE-TRAILER-LINE
           CLOSE SITE_STANDINGS_FILE.
       5000-EXIT.
           EXIT.

      * Movement: rank places gained (+) or lost (-) since the
      * previous report, = for none, NEW for a site not on it.
       5100-PRINT-NEXT-SITE.
           ADD 1 TO WS-RANK-NUM
           MOVE ZERO TO WS-SITE-BEST-IX
           MOVE ZERO TO WS-SITE-IX
           PERFORM 5150-SCAN-FOR-RANK THRU 5150-EXIT
                   UNTIL WS-SITE-IX >= WS-SITE-COUNT
                   OR WS-SITE-BEST-IX > ZERO

           MOVE WS-ST-RANK(WS-SITE-BEST-IX) TO SD-RANK
           MOVE WS-ST-SITE(WS-SITE-BEST-IX) TO SD-SITE
           MOVE WS-ST-PLAYERS(WS-SITE-BEST-IX) TO SD-PLAYERS
           MOVE WS-ST-ROUNDS(WS-SITE-BEST-IX) TO SD-ROUNDS
           MOVE WS-ST-POINTS(WS-SITE-BEST-IX) TO SD-POINTS
           MOVE WS-ST-POINTS-PER-ROUND(WS-SITE-BEST-IX)
                   TO SD-POINTS-PER-ROUND
           MOVE WS-ST-WINS(WS-SITE-BEST-IX) TO SD-WINS
           MOVE WS-ST-LOSSES(WS-SITE-BEST-IX) TO SD-LOSSES
           MOVE WS-ST-DRAWS(WS-SITE-BEST-IX) TO SD-DRAWS
           MOVE WS-ST-BEST-ID(WS-SITE-BEST-IX) TO SD-BEST-ID
           MOVE WS-ST-BEST-SCORE(WS-SITE-BEST-IX) TO SD-BEST-SCORE

           MOVE SPACES TO SD-MOVEMENT
           EVALUATE TRUE
               WHEN WS-PREV-REPORT-DATE = ZERO
                   CONTINUE
               WHEN WS-ST-PREV-RANK(WS-SITE-BEST-IX) = ZERO
                   MOVE "NEW" TO SD-MOVEMENT
               WHEN WS-ST-PREV-RANK(WS-SITE-BEST-IX)
                       = WS-ST-RANK(WS-SITE-BEST-IX)
                   MOVE "=" TO SD-MOVEMENT
               WHEN WS-ST-PREV-RANK(WS-SITE-BEST-IX)
                       > WS-ST-RANK(WS-SITE-BEST-IX)
                   COMPUTE WS-MOVE-UP =
                           WS-ST-PREV-RANK(WS-SITE-BEST-IX)
                           - WS-ST-RANK(WS-SITE-BEST-IX)
                   MOVE WS-MOVE-UP TO WS-MOVE-EDIT
                   STRING "+" DELIMITED BY SIZE
                           WS-MOVE-EDIT DELIMITED BY SIZE
                           INTO SD-MOVEMENT
                   END-STRING
               WHEN OTHER
                   COMPUTE WS-MOVE-UP =
                           WS-ST-RANK(WS-SITE-BEST-IX)
                           - WS-ST-PREV-RANK(WS-SITE-BEST-IX)
                   MOVE WS-MOVE-UP TO WS-MOVE-EDIT
                   STRING "-" DELIMITED BY SIZE
                           WS-MOVE-EDIT DELIMITED BY SIZE
                           INTO SD-MOVEMENT
                   END-STRING
           END-EVALUATE
           WRITE SITE-STANDINGS-REC FROM SITE-DETAIL-LINE.
       5100-EXIT.
           EXIT.

       5150-SCAN-FOR-RANK.
           ADD 1 TO WS-SITE-IX
           IF WS-ST-RANK(WS-SITE-IX) = WS-RANK-NUM
               MOVE WS-SITE-IX TO WS-SITE-BEST-IX
           END-IF.
       5150-EXIT.
           EXIT.

      * The history is copied to a work file without this report
      * date's lines, this report is added, and the work file is
      * copied back - so an abend part way leaves the history
      * intact, and a rerun for the date replaces rather than
      * doubles it. If the work file cannot be used the history is
      * left as it stands. Not run when no player was rolled up, so
      * an empty player_stats.txt cannot wipe the date's table.
       6000-UPDATE-SITE-HISTORY.
           OPEN OUTPUT SITE_HISTORY_WORK_FILE
           IF WS-SHWRK-FILE-STATUS NOT = "00"
               DISPLAY "SITE HISTORY WORK FILE NOT AVAILABLE - FILE "
                       "STATUS " WS-SHWRK-FILE-STATUS
               DISPLAY "SITE HISTORY NOT UPDATED"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 6000-EXIT
           END-IF
           MOVE 'N' TO WS-SHIST-EOF
           OPEN INPUT SITE_HISTORY_FILE
           IF WS-SHIST-FILE-STATUS = "00"
               PERFORM 6100-CARRY-HISTORY-LINE THRU 6100-EXIT
                       UNTIL WS-SHIST-EOF = 'Y'
               CLOSE SITE_HISTORY_FILE
           END-IF
           MOVE ZERO TO WS-RANK-NUM
           PERFORM 6200-ADD-HISTORY-LINE THRU 6200-EXIT
                   UNTIL WS-RANK-NUM >= WS-SITE-COUNT
           CLOSE SITE_HISTORY_WORK_FILE

           OPEN INPUT SITE_HISTORY_WORK_FILE
           IF WS-SHWRK-FILE-STATUS NOT = "00"
               DISPLAY "SITE HISTORY WORK FILE NOT AVAILABLE - FILE "
                       "STATUS " WS-SHWRK-FILE-STATUS
               DISPLAY "SITE HISTORY NOT UPDATED"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
               GO TO 6000-EXIT
           END-IF
           OPEN OUTPUT SITE_HISTORY_FILE
           IF WS-SHIST-FILE-STATUS NOT = "00"
               DISPLAY "SITE HISTORY NOT REWRITTEN - FILE STATUS "
                       WS-SHIST-FILE-STATUS
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
               CLOSE SITE_HISTORY_WORK_FILE
               GO TO 6000-EXIT
           END-IF
           MOVE 'N' TO WS-SHIST-EOF
           PERFORM 6300-COPY-BACK-LINE THRU 6300-EXIT
                   UNTIL WS-SHIST-EOF = 'Y'
           CLOSE SITE_HISTORY_WORK_FILE
           CLOSE SITE_HISTORY_FILE.
       6000-EXIT.
           EXIT.

       6100-CARRY-HISTORY-LINE.
           READ SITE_HISTORY_FILE INTO SITE-HISTORY-LINE
               AT END
                   MOVE 'Y' TO WS-SHIST-EOF
                   GO TO 6100-EXIT
           END-READ
           IF SH-REPORT-DATE = WS-REPORT-DATE
               GO TO 6100-EXIT
           END-IF
           ADD 1 TO WS-HIST-KEPT
           WRITE SITE-HISTORY-WORK-REC FROM SITE-HISTORY-LINE.
       6100-EXIT.
           EXIT.

       6200-ADD-HISTORY-LINE.
           ADD 1 TO WS-RANK-NUM
           MOVE ZERO TO WS-SITE-BEST-IX
           MOVE ZERO TO WS-SITE-IX
           PERFORM 5150-SCAN-FOR-RANK THRU 5150-EXIT
                   UNTIL WS-SITE-IX >= WS-SITE-COUNT
                   OR WS-SITE-BEST-IX > ZERO
           MOVE WS-REPORT-DATE TO SH-REPORT-DATE
           MOVE WS-ST-SITE(WS-SITE-BEST-IX) TO SH-SITE
           MOVE WS-ST-RANK(WS-SITE-BEST-IX) TO SH-RANK
           MOVE WS-ST-PLAYERS(WS-SITE-BEST-IX) TO SH-PLAYERS
           MOVE WS-ST-ROUNDS(WS-SITE-BEST-IX) TO SH-ROUNDS
           MOVE WS-ST-POINTS(WS-SITE-BEST-IX) TO SH-POINTS
           MOVE WS-ST-POINTS-PER-ROUND(WS-SITE-BEST-IX)
                   TO SH-POINTS-PER-ROUND
           WRITE SITE-HISTORY-WORK-REC FROM SITE-HISTORY-LINE.
       6200-EXIT.
           EXIT.

       6300-COPY-BACK-LINE.
           READ SITE_HISTORY_WORK_FILE
               AT END
                   MOVE 'Y' TO WS-SHIST-EOF
               NOT AT END
                   WRITE SITE-HISTORY-REC FROM SITE-HISTORY-WORK-REC
           END-READ.
       6300-EXIT.
           EXIT.

       8000-TERMINATE.
           DISPLAY "SITES RANKED: " WS-SITE-COUNT
                   " PLAYERS ROLLED UP: " WS-PLAYERS-READ
                   " UNATTRIBUTED: " WS-UA-PLAYERS
           IF WS-PLAYERS-READ = ZERO
               DISPLAY "NO PLAYER WITH A ROUND ON player_stats.txt"
               IF RETURN-CODE = 0
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       8000-EXIT.
           EXIT.
