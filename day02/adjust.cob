       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCD2AJ.
       AUTHOR. lel.
       DATE-WRITTEN. Oct 15, 2026.

      * Points-adjustment ledger. League-office penalties, bonuses
      * and corrections used to be keyed straight into
      * player_stats.txt, where the next AOCD2P1 run carried them
      * forward with no record of who authorized them or why. They
      * now come in on ADJUSTMENT_TRAN_FILE, one transaction a line,
      * and this job:
      *     - validates each one - the player against
      *       PLAYER_MASTER_FILE (unknown or inactive IDs are turned
      *       away, as 2160-VALIDATE-PLAYER in AOCD2P1 turns them
      *       away), a known reason code whose sign agrees with it,
      *       a named authorizing official, an effective feed date
      *       no later than today, and no penalty deeper than the
      *       player's season score
      *     - applies the points to the player's score on
      *       PLAYER_STATS_FILE and to the season score total on
      *       SEASON_STATS_FILE
      *     - appends a numbered entry to ADJUSTMENT_JOURNAL_FILE,
      *       the permanent record of every adjustment posted
      *     - reports the disposition of every transaction on
      *       ADJUSTMENT_REPORT_FILE.
      * A reversal transaction names the journal entry it backs out;
      * it posts the exact opposite of that entry, and the journal is
      * read back on every run so an entry can be reversed once and
      * only once (a reversal cannot itself be reversed - key a new
      * adjustment instead). AOCD2P1 reads the journal when it writes
      * standings.txt and marks every adjusted player with the net
      * adjustment posted against that player; a run that posts
      * anything rewrites standings.txt the same way before it ends,
      * so the desk sees the adjusted scores and markers at once
      * rather than after the next AOCD2P1 run.
      *
      * After the pass ADJUSTMENT_TRAN_FILE is rewritten holding only
      * the rejected transactions, the way AOCD2RP rewrites its
      * exception file, so running the job again with the morning's
      * transactions still on file cannot post them twice.
      *
      * The run takes RUN_LOCK_FILE at initialization and releases
      * it at termination, the same in-flight lock AOCD2P1 and
      * AOCD2RP take - it rewrites the same season and player stats.
      *
      * Transaction layout (adjustments.txt), one per line:
      *     type X(1) - A adjustment, R reversal, space,
      *     player ID X(8), space,
      *     points X(9) - signed, e.g. "-25" or "+00000010", space,
      *     reason code X(3) - PEN penalty (negative), BON bonus
      *         (positive), COR correction, ADM administrative,
      *         space,
      *     authorizing official X(8), space,
      *     effective feed date X(8), space,
      *     journal entry reversed X(6) - reversals only.
      * On a reversal the points are taken from the original entry;
      * the reason and effective date default to the original's.
      *
      * Journal layout (adjustment_journal.txt), one per entry:
      *     entry number 9(6), space, type X(1), space,
      *     player ID X(8), space, points S9(8) sign leading
      *     separate, space, reason X(3), space, official X(8),
      *     space, effective date 9(8), space, entry reversed 9(6),
      *     space, date posted 9(8), space, time posted 9(6).
      * AOCD2SC freezes and empties the journal at season close
      * along with the stats it was posted against.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ADJUSTMENT_TRAN_FILE ASSIGN TO "adjustments.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-TRAN-FILE-STATUS.

           SELECT ADJUSTMENT_WORK_FILE ASSIGN TO "adjustments.wrk"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-TRANW-FILE-STATUS.

           SELECT ADJUSTMENT_JOURNAL_FILE
                   ASSIGN TO "adjustment_journal.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT ADJUSTMENT_REPORT_FILE
                   ASSIGN TO "adjustment_report.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL.

           SELECT SEASON_STATS_FILE ASSIGN TO "season_stats.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-SEASON-FILE-STATUS.

           SELECT PLAYER_STATS_FILE ASSIGN TO "player_stats.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-PLAYER-FILE-STATUS.

           SELECT STANDINGS_FILE ASSIGN TO "standings.txt"
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
       FD ADJUSTMENT_TRAN_FILE.
       01 ADJUSTMENT-TRAN-REC PIC X(80).

       FD ADJUSTMENT_WORK_FILE.
       01 ADJUSTMENT-WORK-REC PIC X(80).

       FD ADJUSTMENT_JOURNAL_FILE.
       01 ADJUSTMENT-JOURNAL-REC PIC X(80).

       FD ADJUSTMENT_REPORT_FILE.
       01 ADJUSTMENT-REPORT-REC PIC X(100).

       FD STANDINGS_FILE.
       01 STANDINGS-REC PIC X(80).

       FD SEASON_STATS_FILE.
       01 SEASON-STATS-REC PIC X(64).

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

       FD RUN_LOCK_FILE.
       01 RUN-LOCK-REC PIC X(40).

       WORKING-STORAGE SECTION.
      * In-flight lock on the shared masters, as AOCD2P1 keeps it.
      * The audit sequence is zero here - adjustments log to the
      * adjustment journal, not run_audit.txt.
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

       77 WS-TRAN-FILE-STATUS PIC X(2) VALUE "00".
       77 WS-TRANW-FILE-STATUS PIC X(2) VALUE "00".
       77 WS-JRNL-FILE-STATUS PIC X(2) VALUE "00".
       77 WS-SEASON-FILE-STATUS PIC X(2) VALUE "00".
       77 WS-PLAYER-FILE-STATUS PIC X(2) VALUE "00".
       77 WS-PMAST-FILE-STATUS PIC X(2) VALUE "00".

       77 WS-RUN-DATE PIC 9(8) VALUE ZERO.

       01 WS-TRAN-EOF PIC A(1) VALUE 'N'.
       01 WS-TRANW-EOF PIC A(1) VALUE 'N'.
       01 WS-JRNL-EOF PIC A(1) VALUE 'N'.
       01 WS-PSTAT-EOF PIC A(1) VALUE 'N'.

       01 WS-PMAST-PRESENT-SW PIC X VALUE 'N'.
           88 WS-PMAST-PRESENT VALUE 'Y'.

       01 WS-TRAN-OK-SW PIC X VALUE 'Y'.
           88 WS-TRAN-OK VALUE 'Y'.
           88 WS-TRAN-REJECTED VALUE 'N'.

      * Transaction as the league office keys it. Points and the
      * reversed entry number go through NUMVAL so the desk need not
      * zero-fill them.
       01 ADJUSTMENT-TRAN-LINE.
           05 AT-TYPE PIC X(1).
               88 AT-ADJUSTMENT VALUE 'A'.
               88 AT-REVERSAL VALUE 'R'.
           05 FILLER PIC X(1).
           05 AT-PLAYER-ID PIC X(8).
           05 FILLER PIC X(1).
           05 AT-POINTS PIC X(9).
           05 FILLER PIC X(1).
           05 AT-REASON PIC X(3).
           05 FILLER PIC X(1).
           05 AT-OFFICIAL PIC X(8).
           05 FILLER PIC X(1).
           05 AT-EFFECTIVE-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 AT-REVERSES PIC X(6).
           05 FILLER PIC X(31).

       01 ADJUSTMENT-JOURNAL-LINE.
           05 AJ-ENTRY-NUM PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AJ-TYPE PIC X(1).
               88 AJ-ADJUSTMENT VALUE 'A'.
               88 AJ-REVERSAL VALUE 'R'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 AJ-PLAYER-ID PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AJ-POINTS PIC S9(8) SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER PIC X(1) VALUE SPACE.
           05 AJ-REASON PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AJ-OFFICIAL PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AJ-EFFECTIVE-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AJ-REVERSES-NUM PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AJ-POSTED-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AJ-POSTED-TIME PIC 9(6).

      * Every entry on the journal, plus those posted this run, with
      * the entry that reversed it (zero while it stands).
       77 WS-JN-MAX PIC 9(4) COMP VALUE 5000.
       77 WS-JN-COUNT PIC 9(4) COMP VALUE ZERO.
       77 WS-JN-IX PIC 9(4) COMP VALUE ZERO.
       77 WS-JN-FOUND-IX PIC 9(4) COMP VALUE ZERO.
       77 WS-JN-LAST-NUM PIC 9(6) VALUE ZERO.
       77 WS-JN-SEEK-NUM PIC 9(6) VALUE ZERO.

       01 WS-JOURNAL-TABLE.
           05 WS-JN-ENTRY OCCURS 5000 TIMES.
               10 WS-JN-ENTRY-NUM PIC 9(6).
               10 WS-JN-TYPE PIC X(1).
               10 WS-JN-PLAYER-ID PIC X(8).
               10 WS-JN-POINTS PIC S9(8).
               10 WS-JN-REASON PIC X(3).
               10 WS-JN-EFFECTIVE-DATE PIC 9(8).
               10 WS-JN-REVERSED-BY PIC 9(6).

      * The transaction being worked, once validated.
       77 WS-PLAYER-ID PIC X(8) VALUE SPACES.
       77 WS-TRAN-POINTS PIC S9(8) VALUE ZERO.
       77 WS-TRAN-POINTS-WORK PIC S9(10) VALUE ZERO.
       77 WS-TRAN-EFFECTIVE-DATE PIC 9(8) VALUE ZERO.
       77 WS-TRAN-REVERSES PIC 9(6) VALUE ZERO.
       77 WS-NEW-SCORE PIC S9(10) VALUE ZERO.
       77 WS-NEW-SEASON-SCORE PIC S9(11) VALUE ZERO.
       77 WS-DATE-MM PIC 9(2) VALUE ZERO.
       77 WS-DATE-DD PIC 9(2) VALUE ZERO.

       01 WS-TRAN-REASON PIC X(3) VALUE SPACES.
           88 WS-REASON-PENALTY VALUE "PEN".
           88 WS-REASON-BONUS VALUE "BON".
           88 WS-REASON-KNOWN VALUE "PEN" "BON" "COR" "ADM".

       77 WS-TRAN-COUNT PIC 9(6) VALUE ZERO.
       77 WS-POSTED-COUNT PIC 9(6) VALUE ZERO.
       77 WS-REVERSED-COUNT PIC 9(6) VALUE ZERO.
       77 WS-REJECTED-COUNT PIC 9(6) VALUE ZERO.
       77 WS-NET-POINTS PIC S9(10) VALUE ZERO.

       77 WS-PLAYER-MAX PIC 9(4) COMP VALUE 1000.
       77 WS-PLAYER-COUNT PIC 9(4) COMP VALUE ZERO.
       77 WS-PL-IX PIC 9(4) COMP VALUE ZERO.
       77 WS-PL-FOUND-IX PIC 9(4) COMP VALUE ZERO.

       01 WS-PLAYER-TABLE.
           05 WS-PLAYER-ENTRY OCCURS 1000 TIMES.
               10 WS-PL-ID PIC X(8).
               10 WS-PL-SCORE PIC 9(8).
               10 WS-PL-WINS PIC 9(8).
               10 WS-PL-LOSSES PIC 9(8).
               10 WS-PL-DRAWS PIC 9(8).
               10 WS-PL-ROUNDS PIC 9(8).
               10 WS-PL-RANKED-SW PIC X.
                   88 WS-PL-RANKED VALUE 'Y'.
                   88 WS-PL-UNRANKED VALUE 'N'.

      * Standings ranking and each player's net adjustment, worked
      * as 8090-WRITE-STANDINGS in AOCD2P1 works them.
       77 WS-PL-RANK-IX PIC 9(4) COMP VALUE ZERO.
       77 WS-PL-SCAN-IX PIC 9(4) COMP VALUE ZERO.
       77 WS-PL-BEST-IX PIC 9(4) COMP VALUE ZERO.
       77 WS-PL-BEST-SCORE PIC 9(8) VALUE ZERO.
       77 WS-ADJ-NET PIC S9(8) VALUE ZERO.

       01 WS-ADJ-FOUND-SW PIC X VALUE 'N'.
           88 WS-ADJ-FOUND VALUE 'Y'.
       01 WS-ADJ-SEEN-SW PIC X VALUE 'N'.
           88 WS-ADJ-SEEN VALUE 'Y'.

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

       01 ADJUSTMENT-HEADING-LINE.
           05 FILLER PIC X(35) VALUE
                   "POINTS ADJUSTMENT REPORT  RUN DATE ".
           05 AH-RUN-DATE PIC 9(8).

       01 ADJUSTMENT-COLUMN-LINE.
           05 FILLER PIC X(32) VALUE
                   "T PLAYER     POINTS RSN OFFICIAL".
           05 FILLER PIC X(37) VALUE
                   " EFF DATE   ENTRY   REVS DISPOSITION".

       01 BLANK-LINE PIC X(100) VALUE SPACES.

      * Standings layout as AOCD2P1 writes it.
       01 STANDINGS-HEADING-LINE PIC X(40)
               VALUE "LEAGUE STANDINGS BY SEASON SCORE".

       01 STANDINGS-COLUMN-LINE.
           05 FILLER PIC X(60) VALUE
               "RANK  PLAYER      SCORE  GAMES     WON    LOST   DRAW".
           05 FILLER PIC X(16) VALUE "         NET ADJ".

       01 STANDINGS-DETAIL-LINE.
           05 SG-RANK PIC Z(3)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SG-PLAYER-ID PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SG-SCORE PIC Z(7)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SG-ROUNDS PIC Z(7)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SG-WINS PIC Z(7)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SG-LOSSES PIC Z(7)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SG-DRAWS PIC Z(7)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SG-ADJ-MARKER PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SG-NET-ADJ PIC +(7)9.

       01 STANDINGS-ADJ-LEGEND-LINE PIC X(60) VALUE
               "* SCORE INCLUDES POINTS ADJUSTMENTS - NET ADJ SHOWN".

       01 ADJUSTMENT-DETAIL-LINE.
           05 AD-TYPE PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AD-PLAYER-ID PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AD-POINTS PIC +(8)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 AD-REASON PIC X(3).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AD-OFFICIAL PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AD-EFFECTIVE-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 AD-ENTRY-NUM PIC Z(5)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 AD-REVERSES PIC Z(5)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 AD-DISPOSITION PIC X(36).

       01 ADJUSTMENT-TRAILER-LINE.
           05 FILLER PIC X(15) VALUE "TRANSACTIONS : ".
           05 AR-TRAN-COUNT PIC Z(5)9.
           05 FILLER PIC X(11) VALUE "  POSTED : ".
           05 AR-POSTED PIC Z(5)9.
           05 FILLER PIC X(13) VALUE "  REVERSED : ".
           05 AR-REVERSED PIC Z(5)9.
           05 FILLER PIC X(13) VALUE "  REJECTED : ".
           05 AR-REJECTED PIC Z(5)9.
           05 FILLER PIC X(14) VALUE "  NET POINTS :".
           05 AR-NET-POINTS PIC +(8)9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-TRANSACTIONS THRU 2000-EXIT
                   UNTIL WS-TRAN-EOF = 'Y'.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           PERFORM 9100-RELEASE-RUN-LOCK THRU 9100-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM 1085-TAKE-RUN-LOCK THRU 1085-EXIT

           OPEN INPUT ADJUSTMENT_TRAN_FILE
           IF WS-TRAN-FILE-STATUS NOT = "00"
               DISPLAY "ADJUSTMENT FILE NOT AVAILABLE - FILE STATUS "
                       WS-TRAN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-RELEASE-RUN-LOCK THRU 9100-EXIT
               STOP RUN
           END-IF

           PERFORM 1200-LOAD-JOURNAL THRU 1200-EXIT

           OPEN EXTEND ADJUSTMENT_JOURNAL_FILE
           IF WS-JRNL-FILE-STATUS = "35"
               OPEN OUTPUT ADJUSTMENT_JOURNAL_FILE
           END-IF
           IF WS-JRNL-FILE-STATUS NOT = "00"
               DISPLAY "ADJUSTMENT JOURNAL NOT AVAILABLE - FILE "
                       "STATUS " WS-JRNL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE ADJUSTMENT_TRAN_FILE
               PERFORM 9100-RELEASE-RUN-LOCK THRU 9100-EXIT
               STOP RUN
           END-IF

           OPEN OUTPUT ADJUSTMENT_REPORT_FILE
           MOVE WS-RUN-DATE TO AH-RUN-DATE
           WRITE ADJUSTMENT-REPORT-REC FROM ADJUSTMENT-HEADING-LINE
           WRITE ADJUSTMENT-REPORT-REC FROM BLANK-LINE
           WRITE ADJUSTMENT-REPORT-REC FROM ADJUSTMENT-COLUMN-LINE
           OPEN OUTPUT ADJUSTMENT_WORK_FILE

           PERFORM 1090-READ-SEASON-STATS THRU 1090-EXIT
           PERFORM 1095-LOAD-PLAYER-STATS THRU 1095-EXIT
           PERFORM 1098-SEED-SEASON-SCORE THRU 1098-EXIT
           PERFORM 1097-OPEN-PLAYER-MASTER THRU 1097-EXIT
           PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
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

           MOVE "AOCD2AJ" TO RL-PROGRAM-ID
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
                       SET WS-PL-UNRANKED(WS-PLAYER-COUNT) TO TRUE
                   END-IF
           END-READ.
       1096-EXIT.
           EXIT.

       1097-OPEN-PLAYER-MASTER.
           OPEN INPUT PLAYER_MASTER_FILE
           IF WS-PMAST-FILE-STATUS = "00"
               SET WS-PMAST-PRESENT TO TRUE
           ELSE
               DISPLAY "PLAYER MASTER NOT ON FILE - ADJUSTMENT PLAYER "
                       "IDS NOT VALIDATED"
           END-IF.
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

       1200-LOAD-JOURNAL.
           MOVE ZERO TO WS-JN-COUNT
           MOVE 'N' TO WS-JRNL-EOF
           OPEN INPUT ADJUSTMENT_JOURNAL_FILE
           IF WS-JRNL-FILE-STATUS = "00"
               PERFORM 1210-LOAD-JOURNAL-ENTRY THRU 1210-EXIT
                       UNTIL WS-JRNL-EOF = 'Y'
               CLOSE ADJUSTMENT_JOURNAL_FILE
           END-IF.
       1200-EXIT.
           EXIT.

       1210-LOAD-JOURNAL-ENTRY.
           READ ADJUSTMENT_JOURNAL_FILE INTO ADJUSTMENT-JOURNAL-LINE
               AT END
                   MOVE 'Y' TO WS-JRNL-EOF
                   GO TO 1210-EXIT
           END-READ
           IF AJ-ENTRY-NUM > WS-JN-LAST-NUM
               MOVE AJ-ENTRY-NUM TO WS-JN-LAST-NUM
           END-IF
           IF WS-JN-COUNT >= WS-JN-MAX
      * A journal this size is a season gone badly wrong; entries
      * past the table still count toward numbering, but cannot be
      * reversed by this run.
               DISPLAY "JOURNAL TABLE FULL - ENTRY " AJ-ENTRY-NUM
                       " NOT AVAILABLE FOR REVERSAL"
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 1210-EXIT
           END-IF
           ADD 1 TO WS-JN-COUNT
           PERFORM 1220-TABLE-JOURNAL-ENTRY THRU 1220-EXIT.
       1210-EXIT.
           EXIT.

      * Enter the journal line now in ADJUSTMENT-JOURNAL-LINE at
      * WS-JN-COUNT, and mark the entry it reverses, if any.
       1220-TABLE-JOURNAL-ENTRY.
           MOVE AJ-ENTRY-NUM TO WS-JN-ENTRY-NUM(WS-JN-COUNT)
           MOVE AJ-TYPE TO WS-JN-TYPE(WS-JN-COUNT)
           MOVE AJ-PLAYER-ID TO WS-JN-PLAYER-ID(WS-JN-COUNT)
           MOVE AJ-POINTS TO WS-JN-POINTS(WS-JN-COUNT)
           MOVE AJ-REASON TO WS-JN-REASON(WS-JN-COUNT)
           MOVE AJ-EFFECTIVE-DATE TO WS-JN-EFFECTIVE-DATE(WS-JN-COUNT)
           MOVE ZERO TO WS-JN-REVERSED-BY(WS-JN-COUNT)
           IF AJ-REVERSAL
               MOVE AJ-REVERSES-NUM TO WS-JN-SEEK-NUM
               PERFORM 2400-FIND-JOURNAL-ENTRY THRU 2400-EXIT
               IF WS-JN-FOUND-IX > ZERO
                   MOVE AJ-ENTRY-NUM
                           TO WS-JN-REVERSED-BY(WS-JN-FOUND-IX)
               END-IF
           END-IF.
       1220-EXIT.
           EXIT.

       2000-PROCESS-TRANSACTIONS.
           PERFORM 2200-PROCESS-TRANSACTION THRU 2200-EXIT.
           PERFORM 2100-READ-TRANSACTION THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2100-READ-TRANSACTION.
           READ ADJUSTMENT_TRAN_FILE INTO ADJUSTMENT-TRAN-LINE
               AT END
                   MOVE 'Y' TO WS-TRAN-EOF
           END-READ.
       2100-EXIT.
           EXIT.

       2200-PROCESS-TRANSACTION.
           IF ADJUSTMENT-TRAN-LINE = SPACES
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO WS-TRAN-COUNT
           SET WS-TRAN-OK TO TRUE
           MOVE AT-TYPE TO AD-TYPE
           MOVE AT-PLAYER-ID TO AD-PLAYER-ID
           MOVE ZERO TO AD-POINTS
           MOVE AT-REASON TO AD-REASON
           MOVE AT-OFFICIAL TO AD-OFFICIAL
           MOVE AT-EFFECTIVE-DATE TO AD-EFFECTIVE-DATE
           MOVE ZERO TO AD-ENTRY-NUM
           MOVE ZERO TO AD-REVERSES
           MOVE SPACES TO AD-DISPOSITION
           MOVE AT-PLAYER-ID TO WS-PLAYER-ID
           MOVE AT-REASON TO WS-TRAN-REASON

           EVALUATE TRUE
               WHEN AT-ADJUSTMENT
                   PERFORM 2300-VALIDATE-ADJUSTMENT THRU 2300-EXIT
               WHEN AT-REVERSAL
                   PERFORM 2350-VALIDATE-REVERSAL THRU 2350-EXIT
               WHEN OTHER
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE "TRANSACTION TYPE NOT A OR R"
                           TO AD-DISPOSITION
           END-EVALUATE
           IF WS-TRAN-OK
               PERFORM 2250-VALIDATE-COMMON THRU 2250-EXIT
           END-IF
           IF WS-TRAN-OK
               PERFORM 2500-APPLY-TO-PLAYER THRU 2500-EXIT
           END-IF

           IF WS-TRAN-REJECTED
               ADD 1 TO WS-REJECTED-COUNT
               WRITE ADJUSTMENT-WORK-REC FROM ADJUSTMENT-TRAN-LINE
               GO TO 2200-WRITE-DETAIL
           END-IF

           PERFORM 2600-POST-JOURNAL-ENTRY THRU 2600-EXIT
           ADD WS-TRAN-POINTS TO WS-NET-POINTS
           IF AT-REVERSAL
               ADD 1 TO WS-REVERSED-COUNT
               MOVE "REVERSED" TO AD-DISPOSITION
           ELSE
               ADD 1 TO WS-POSTED-COUNT
               MOVE "POSTED" TO AD-DISPOSITION
           END-IF.

       2200-WRITE-DETAIL.
           WRITE ADJUSTMENT-REPORT-REC FROM ADJUSTMENT-DETAIL-LINE.
       2200-EXIT.
           EXIT.

      * Edits both kinds of transaction share, made after the kind-
      * specific ones have settled the player, points and date: the
      * official, the effective date, and the player master.
       2250-VALIDATE-COMMON.
           IF AT-OFFICIAL = SPACES
               SET WS-TRAN-REJECTED TO TRUE
               MOVE "NO AUTHORIZING OFFICIAL" TO AD-DISPOSITION
               GO TO 2250-EXIT
           END-IF

           MOVE WS-TRAN-EFFECTIVE-DATE(5:2) TO WS-DATE-MM
           MOVE WS-TRAN-EFFECTIVE-DATE(7:2) TO WS-DATE-DD
           IF WS-DATE-MM < 1 OR WS-DATE-MM > 12
                   OR WS-DATE-DD < 1 OR WS-DATE-DD > 31
               SET WS-TRAN-REJECTED TO TRUE
               MOVE "EFFECTIVE DATE NOT A VALID DATE"
                       TO AD-DISPOSITION
               GO TO 2250-EXIT
           END-IF
           IF WS-TRAN-EFFECTIVE-DATE > WS-RUN-DATE
               SET WS-TRAN-REJECTED TO TRUE
               MOVE "EFFECTIVE DATE IN THE FUTURE" TO AD-DISPOSITION
               GO TO 2250-EXIT
           END-IF

           IF NOT WS-PMAST-PRESENT
               GO TO 2250-EXIT
           END-IF
           MOVE WS-PLAYER-ID TO PM-PLAYER-ID
           READ PLAYER_MASTER_FILE
               INVALID KEY
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE "PLAYER NOT ON MASTER" TO AD-DISPOSITION
                   GO TO 2250-EXIT
           END-READ
           IF PM-INACTIVE
               SET WS-TRAN-REJECTED TO TRUE
               MOVE "PLAYER INACTIVE" TO AD-DISPOSITION
           END-IF.
       2250-EXIT.
           EXIT.

       2300-VALIDATE-ADJUSTMENT.
           IF AT-PLAYER-ID = SPACES OR AT-PLAYER-ID = "UNNAMED"
               SET WS-TRAN-REJECTED TO TRUE
               MOVE "NO PLAYER ID" TO AD-DISPOSITION
               GO TO 2300-EXIT
           END-IF

           IF AT-POINTS = SPACES
                   OR FUNCTION TEST-NUMVAL(AT-POINTS) NOT = ZERO
               SET WS-TRAN-REJECTED TO TRUE
               MOVE "POINTS MISSING OR NOT NUMERIC" TO AD-DISPOSITION
               GO TO 2300-EXIT
           END-IF
           MOVE FUNCTION NUMVAL(AT-POINTS) TO WS-TRAN-POINTS-WORK
           IF WS-TRAN-POINTS-WORK = ZERO
               SET WS-TRAN-REJECTED TO TRUE
               MOVE "POINTS ARE ZERO" TO AD-DISPOSITION
               GO TO 2300-EXIT
           END-IF
           IF WS-TRAN-POINTS-WORK > 99999999
                   OR WS-TRAN-POINTS-WORK < -99999999
               SET WS-TRAN-REJECTED TO TRUE
               MOVE "POINTS OUT OF RANGE" TO AD-DISPOSITION
               GO TO 2300-EXIT
           END-IF
           MOVE WS-TRAN-POINTS-WORK TO WS-TRAN-POINTS
           MOVE WS-TRAN-POINTS TO AD-POINTS

           IF NOT WS-REASON-KNOWN
               SET WS-TRAN-REJECTED TO TRUE
               MOVE "REASON CODE NOT RECOGNIZED" TO AD-DISPOSITION
               GO TO 2300-EXIT
           END-IF
           IF WS-REASON-PENALTY AND WS-TRAN-POINTS > ZERO
               SET WS-TRAN-REJECTED TO TRUE
               MOVE "PENALTY POINTS MUST BE NEGATIVE"
                       TO AD-DISPOSITION
               GO TO 2300-EXIT
           END-IF
           IF WS-REASON-BONUS AND WS-TRAN-POINTS < ZERO
               SET WS-TRAN-REJECTED TO TRUE
               MOVE "BONUS POINTS MUST BE POSITIVE" TO AD-DISPOSITION
               GO TO 2300-EXIT
           END-IF

           IF AT-EFFECTIVE-DATE NOT NUMERIC
               SET WS-TRAN-REJECTED TO TRUE
               MOVE "EFFECTIVE DATE NOT A VALID DATE"
                       TO AD-DISPOSITION
               GO TO 2300-EXIT
           END-IF
           MOVE AT-EFFECTIVE-DATE TO WS-TRAN-EFFECTIVE-DATE
           MOVE ZERO TO WS-TRAN-REVERSES.
       2300-EXIT.
           EXIT.

      * A reversal must name a standing adjustment entry for the same
      * player. The points are the exact opposite of the original's;
      * whatever points the desk keyed are ignored.
       2350-VALIDATE-REVERSAL.
           IF AT-PLAYER-ID = SPACES
               SET WS-TRAN-REJECTED TO TRUE
               MOVE "NO PLAYER ID" TO AD-DISPOSITION
               GO TO 2350-EXIT
           END-IF
           IF AT-REVERSES = SPACES
                   OR FUNCTION TEST-NUMVAL(AT-REVERSES) NOT = ZERO
               SET WS-TRAN-REJECTED TO TRUE
               MOVE "NO JOURNAL ENTRY NAMED TO REVERSE"
                       TO AD-DISPOSITION
               GO TO 2350-EXIT
           END-IF
           MOVE FUNCTION NUMVAL(AT-REVERSES) TO WS-TRAN-REVERSES
           MOVE WS-TRAN-REVERSES TO AD-REVERSES

           MOVE WS-TRAN-REVERSES TO WS-JN-SEEK-NUM
           PERFORM 2400-FIND-JOURNAL-ENTRY THRU 2400-EXIT
           IF WS-JN-FOUND-IX = ZERO
               SET WS-TRAN-REJECTED TO TRUE
               MOVE "ENTRY NOT ON JOURNAL" TO AD-DISPOSITION
               GO TO 2350-EXIT
           END-IF
           IF WS-JN-TYPE(WS-JN-FOUND-IX) NOT = 'A'
               SET WS-TRAN-REJECTED TO TRUE
               MOVE "ENTRY IS ITSELF A REVERSAL" TO AD-DISPOSITION
               GO TO 2350-EXIT
           END-IF
           IF WS-JN-REVERSED-BY(WS-JN-FOUND-IX) > ZERO
               SET WS-TRAN-REJECTED TO TRUE
               MOVE "ENTRY ALREADY REVERSED" TO AD-DISPOSITION
               MOVE WS-JN-REVERSED-BY(WS-JN-FOUND-IX) TO AD-ENTRY-NUM
               GO TO 2350-EXIT
           END-IF
           IF WS-JN-PLAYER-ID(WS-JN-FOUND-IX) NOT = AT-PLAYER-ID
               SET WS-TRAN-REJECTED TO TRUE
               MOVE "PLAYER DOES NOT MATCH ENTRY" TO AD-DISPOSITION
               GO TO 2350-EXIT
           END-IF

           COMPUTE WS-TRAN-POINTS = 0 - WS-JN-POINTS(WS-JN-FOUND-IX)
           MOVE WS-TRAN-POINTS TO AD-POINTS
           IF AT-REASON = SPACES
               MOVE WS-JN-REASON(WS-JN-FOUND-IX) TO WS-TRAN-REASON
               MOVE WS-TRAN-REASON TO AD-REASON
           END-IF
           IF AT-EFFECTIVE-DATE IS NUMERIC
               MOVE AT-EFFECTIVE-DATE TO WS-TRAN-EFFECTIVE-DATE
           ELSE
               MOVE WS-JN-EFFECTIVE-DATE(WS-JN-FOUND-IX)
                       TO WS-TRAN-EFFECTIVE-DATE
               MOVE WS-TRAN-EFFECTIVE-DATE TO AD-EFFECTIVE-DATE
           END-IF.
       2350-EXIT.
           EXIT.

       2400-FIND-JOURNAL-ENTRY.
           MOVE ZERO TO WS-JN-FOUND-IX
           MOVE ZERO TO WS-JN-IX
           PERFORM 2410-SCAN-JOURNAL-TABLE THRU 2410-EXIT
                   UNTIL WS-JN-IX >= WS-JN-COUNT
                   OR WS-JN-FOUND-IX > ZERO.
       2400-EXIT.
           EXIT.

       2410-SCAN-JOURNAL-TABLE.
           ADD 1 TO WS-JN-IX
           IF WS-JN-ENTRY-NUM(WS-JN-IX) = WS-JN-SEEK-NUM
               MOVE WS-JN-IX TO WS-JN-FOUND-IX
           END-IF.
       2410-EXIT.
           EXIT.

      * Same table handling as 2320-CREDIT-PLAYER in AOCD2RP: a
      * player with no stats line yet gets one. A penalty is never
      * allowed to take a season score below zero - the desk has to
      * settle what the player really owes.
       2500-APPLY-TO-PLAYER.
           MOVE ZERO TO WS-PL-FOUND-IX
           MOVE ZERO TO WS-PL-IX
           PERFORM 2510-SCAN-PLAYER-TABLE THRU 2510-EXIT
                   UNTIL WS-PL-IX >= WS-PLAYER-COUNT
                   OR WS-PL-FOUND-IX > ZERO

           IF WS-PL-FOUND-IX = ZERO
               IF WS-TRAN-POINTS < ZERO
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE "PENALTY EXCEEDS SEASON SCORE"
                           TO AD-DISPOSITION
                   GO TO 2500-EXIT
               END-IF
               IF WS-PLAYER-COUNT >= WS-PLAYER-MAX
                   SET WS-TRAN-REJECTED TO TRUE
                   MOVE "PLAYER TABLE FULL" TO AD-DISPOSITION
                   GO TO 2500-EXIT
               END-IF
               ADD 1 TO WS-PLAYER-COUNT
               MOVE WS-PLAYER-COUNT TO WS-PL-FOUND-IX
               MOVE WS-PLAYER-ID TO WS-PL-ID(WS-PL-FOUND-IX)
               MOVE ZERO TO WS-PL-SCORE(WS-PL-FOUND-IX)
               MOVE ZERO TO WS-PL-WINS(WS-PL-FOUND-IX)
               MOVE ZERO TO WS-PL-LOSSES(WS-PL-FOUND-IX)
               MOVE ZERO TO WS-PL-DRAWS(WS-PL-FOUND-IX)
               MOVE ZERO TO WS-PL-ROUNDS(WS-PL-FOUND-IX)
               SET WS-PL-UNRANKED(WS-PL-FOUND-IX) TO TRUE
           END-IF

           COMPUTE WS-NEW-SCORE = WS-PL-SCORE(WS-PL-FOUND-IX)
                   + WS-TRAN-POINTS
           IF WS-NEW-SCORE < ZERO
               SET WS-TRAN-REJECTED TO TRUE
               MOVE "PENALTY EXCEEDS SEASON SCORE" TO AD-DISPOSITION
               GO TO 2500-EXIT
           END-IF
           IF WS-NEW-SCORE > 99999999
               SET WS-TRAN-REJECTED TO TRUE
               MOVE "SEASON SCORE WOULD OVERFLOW" TO AD-DISPOSITION
               GO TO 2500-EXIT
           END-IF
           MOVE WS-NEW-SCORE TO WS-PL-SCORE(WS-PL-FOUND-IX)

           COMPUTE WS-NEW-SEASON-SCORE = SEASON-SCORE + WS-TRAN-POINTS
           IF WS-NEW-SEASON-SCORE < ZERO
               MOVE ZERO TO SEASON-SCORE
           ELSE
               MOVE WS-NEW-SEASON-SCORE TO SEASON-SCORE
           END-IF.
       2500-EXIT.
           EXIT.

       2510-SCAN-PLAYER-TABLE.
           ADD 1 TO WS-PL-IX
           IF WS-PL-ID(WS-PL-IX) = WS-PLAYER-ID
               MOVE WS-PL-IX TO WS-PL-FOUND-IX
           END-IF.
       2510-EXIT.
           EXIT.

      * The new entry goes onto the table as well as the journal, so
      * a reversal later in the same file can find it - and a second
      * reversal of the same entry in the same file is refused.
       2600-POST-JOURNAL-ENTRY.
           ADD 1 TO WS-JN-LAST-NUM
           MOVE WS-JN-LAST-NUM TO AJ-ENTRY-NUM
           MOVE AT-TYPE TO AJ-TYPE
           MOVE WS-PLAYER-ID TO AJ-PLAYER-ID
           MOVE WS-TRAN-POINTS TO AJ-POINTS
           MOVE WS-TRAN-REASON TO AJ-REASON
           MOVE AT-OFFICIAL TO AJ-OFFICIAL
           MOVE WS-TRAN-EFFECTIVE-DATE TO AJ-EFFECTIVE-DATE
           MOVE WS-TRAN-REVERSES TO AJ-REVERSES-NUM
           MOVE WS-RUN-DATE TO AJ-POSTED-DATE
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-TIME(1:6) TO AJ-POSTED-TIME
           WRITE ADJUSTMENT-JOURNAL-REC FROM ADJUSTMENT-JOURNAL-LINE
           MOVE WS-JN-LAST-NUM TO AD-ENTRY-NUM

           IF WS-JN-COUNT < WS-JN-MAX
               ADD 1 TO WS-JN-COUNT
               PERFORM 1220-TABLE-JOURNAL-ENTRY THRU 1220-EXIT
           END-IF.
       2600-EXIT.
           EXIT.

       8000-TERMINATE.
           CLOSE ADJUSTMENT_TRAN_FILE
           CLOSE ADJUSTMENT_WORK_FILE
           CLOSE ADJUSTMENT_JOURNAL_FILE
           IF WS-PMAST-PRESENT
               CLOSE PLAYER_MASTER_FILE
           END-IF

      * The rewritten transaction file holds only what was turned
      * away - a second pass with the same file on disk finds
      * nothing left to post.
           PERFORM 8020-REWRITE-TRAN-FILE THRU 8020-EXIT

           WRITE ADJUSTMENT-REPORT-REC FROM BLANK-LINE
           MOVE WS-TRAN-COUNT TO AR-TRAN-COUNT
           MOVE WS-POSTED-COUNT TO AR-POSTED
           MOVE WS-REVERSED-COUNT TO AR-REVERSED
           MOVE WS-REJECTED-COUNT TO AR-REJECTED
           MOVE WS-NET-POINTS TO AR-NET-POINTS
           WRITE ADJUSTMENT-REPORT-REC FROM ADJUSTMENT-TRAILER-LINE
           CLOSE ADJUSTMENT_REPORT_FILE

           IF WS-POSTED-COUNT > ZERO OR WS-REVERSED-COUNT > ZERO
               PERFORM 8060-UPDATE-SEASON-STATS THRU 8060-EXIT
               PERFORM 8070-WRITE-PLAYER-STATS THRU 8070-EXIT
               PERFORM 8090-WRITE-STANDINGS THRU 8090-EXIT
           END-IF

           DISPLAY "ADJUSTMENTS READ: " WS-TRAN-COUNT
                   " POSTED: " WS-POSTED-COUNT
                   " REVERSED: " WS-REVERSED-COUNT
                   " REJECTED: " WS-REJECTED-COUNT
           DISPLAY "NET POINTS APPLIED: " AR-NET-POINTS
           IF WS-TRAN-COUNT = ZERO
               DISPLAY "ADJUSTMENT FILE IS EMPTY - NOTHING TO POST"
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-REJECTED-COUNT > ZERO
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       8000-EXIT.
           EXIT.

       8020-REWRITE-TRAN-FILE.
           MOVE 'N' TO WS-TRANW-EOF
           OPEN INPUT ADJUSTMENT_WORK_FILE
           OPEN OUTPUT ADJUSTMENT_TRAN_FILE
           PERFORM 8025-COPY-KEPT-TRANSACTION THRU 8025-EXIT
                   UNTIL WS-TRANW-EOF = 'Y'
           CLOSE ADJUSTMENT_WORK_FILE
           CLOSE ADJUSTMENT_TRAN_FILE.
       8020-EXIT.
           EXIT.

       8025-COPY-KEPT-TRANSACTION.
           READ ADJUSTMENT_WORK_FILE
               AT END
                   MOVE 'Y' TO WS-TRANW-EOF
               NOT AT END
                   WRITE ADJUSTMENT-TRAN-REC FROM ADJUSTMENT-WORK-REC
           END-READ.
       8025-EXIT.
           EXIT.

       8060-UPDATE-SEASON-STATS.
           OPEN OUTPUT SEASON_STATS_FILE
           WRITE SEASON-STATS-REC FROM SEASON-STATS-LINE
           CLOSE SEASON_STATS_FILE

           DISPLAY "SEASON SCORE AFTER ADJUSTMENTS: " SEASON-SCORE.
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

      * Same layout, ranking and '*' marker as 8090-WRITE-STANDINGS
      * in AOCD2P1. The OTHERS line there reports that run's table
      * overflow only, so it has nothing to show here.
       8090-WRITE-STANDINGS.
           OPEN OUTPUT STANDINGS_FILE
           WRITE STANDINGS-REC FROM STANDINGS-HEADING-LINE
           WRITE STANDINGS-REC FROM STANDINGS-COLUMN-LINE

           MOVE ZERO TO WS-PL-RANK-IX
           PERFORM 8095-WRITE-STANDINGS-LINE THRU 8095-EXIT
                   UNTIL WS-PL-RANK-IX >= WS-PLAYER-COUNT

           IF WS-ADJ-SEEN
               WRITE STANDINGS-REC FROM STANDINGS-ADJ-LEGEND-LINE
           END-IF
           CLOSE STANDINGS_FILE.
       8090-EXIT.
           EXIT.

      * Net every journal entry - adjustments and their reversals
      * alike - for one player. A player whose adjustments have all
      * been reversed nets to zero but is still marked.
       8091-NET-PLAYER-ADJUSTMENTS.
           MOVE ZERO TO WS-ADJ-NET
           MOVE 'N' TO WS-ADJ-FOUND-SW
           MOVE ZERO TO WS-JN-IX
           PERFORM 8092-NET-ONE-ENTRY THRU 8092-EXIT
                   UNTIL WS-JN-IX >= WS-JN-COUNT.
       8091-EXIT.
           EXIT.

       8092-NET-ONE-ENTRY.
           ADD 1 TO WS-JN-IX
           IF WS-JN-PLAYER-ID(WS-JN-IX) = WS-PL-ID(WS-PL-BEST-IX)
               SET WS-ADJ-FOUND TO TRUE
               ADD WS-JN-POINTS(WS-JN-IX) TO WS-ADJ-NET
           END-IF.
       8092-EXIT.
           EXIT.

      * Selection pass: each time through, the highest unranked
      * season score takes the next rank.
       8095-WRITE-STANDINGS-LINE.
           ADD 1 TO WS-PL-RANK-IX
           MOVE ZERO TO WS-PL-BEST-IX
           MOVE ZERO TO WS-PL-BEST-SCORE
           MOVE ZERO TO WS-PL-SCAN-IX
           PERFORM 8096-SCAN-FOR-LEADER THRU 8096-EXIT
                   UNTIL WS-PL-SCAN-IX >= WS-PLAYER-COUNT
           SET WS-PL-RANKED(WS-PL-BEST-IX) TO TRUE
           MOVE WS-PL-RANK-IX TO SG-RANK
           MOVE WS-PL-ID(WS-PL-BEST-IX) TO SG-PLAYER-ID
           MOVE WS-PL-SCORE(WS-PL-BEST-IX) TO SG-SCORE
           MOVE WS-PL-ROUNDS(WS-PL-BEST-IX) TO SG-ROUNDS
           MOVE WS-PL-WINS(WS-PL-BEST-IX) TO SG-WINS
           MOVE WS-PL-LOSSES(WS-PL-BEST-IX) TO SG-LOSSES
           MOVE WS-PL-DRAWS(WS-PL-BEST-IX) TO SG-DRAWS
           PERFORM 8091-NET-PLAYER-ADJUSTMENTS THRU 8091-EXIT
           IF WS-ADJ-FOUND
               SET WS-ADJ-SEEN TO TRUE
               MOVE '*' TO SG-ADJ-MARKER
               MOVE WS-ADJ-NET TO SG-NET-ADJ
               WRITE STANDINGS-REC FROM STANDINGS-DETAIL-LINE
           ELSE
               MOVE SPACES TO STANDINGS-REC
               MOVE STANDINGS-DETAIL-LINE(1:64) TO STANDINGS-REC
               WRITE STANDINGS-REC
           END-IF.
       8095-EXIT.
           EXIT.

       8096-SCAN-FOR-LEADER.
           ADD 1 TO WS-PL-SCAN-IX
           IF WS-PL-UNRANKED(WS-PL-SCAN-IX)
               IF WS-PL-BEST-IX = ZERO
                       OR WS-PL-SCORE(WS-PL-SCAN-IX)
                       > WS-PL-BEST-SCORE
                   MOVE WS-PL-SCAN-IX TO WS-PL-BEST-IX
                   MOVE WS-PL-SCORE(WS-PL-SCAN-IX)
                           TO WS-PL-BEST-SCORE
               END-IF
           END-IF.
       8096-EXIT.
           EXIT.

      * Released last, after every master rewrite. A run that never
      * took the lock leaves the file alone.
       9100-RELEASE-RUN-LOCK.
           IF WS-LOCK-HELD
               OPEN OUTPUT RUN_LOCK_FILE
               CLOSE RUN_LOCK_FILE
               MOVE 'N' TO WS-LOCK-HELD-SW
           END-IF.
       9100-EXIT.
           EXIT.
