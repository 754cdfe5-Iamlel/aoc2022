       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCD2BL.
       AUTHOR. lel.
       DATE-WRITTEN. Oct 15, 2026.

      * End-of-day balancing proof. Every program checks its own
      * figures, but nothing proved the shared files agree with one
      * another - player_stats.txt has twice been found out of step
      * with season_stats.txt only when the season was closed. This
      * job ties the day's figures out across the files and prints
      * each proof on BALANCE_PROOF_FILE with both sides and the
      * difference:
      *     1. the player scores on PLAYER_STATS_FILE, plus the
      *        OTHERS overflow carried on SEASON_STATS_FILE for
      *        players beyond the player table, equal SEASON-SCORE;
      *     2. the rounds archived to HISTORY_FILE for the day equal
      *        AU-ROUND-COUNT summed over the day's AOCD2P1 scoring
      *        runs on RUN_AUDIT_FILE, with rounds archived by
      *        AOCD2RP repairs (source correction.txt) accounting for
      *        the rest of any difference. Runs a later AOCD2RS
      *        restore took back (an 'R' record with return code 0,
      *        the runs after the sequence in its AU-TOTAL2) are not
      *        counted - their rounds left match_history.dat with it;
      *     3. and 4. the TRL count and total on LEAGUE_EXTRACT_FILE
      *        equal the rounds and TOTAL of the day's last scoring
      *        run still standing that scored rounds (the run that
      *        wrote it).
      * A round is the day's when its history line carries the tag
      * 8075-ARCHIVE-ONE-ROUND in AOCD2P1 gave it for one of the
      * day's runs - the run's file name, dated with the HDR date of
      * the feed the run logged on FEED_LOG_FILE (matched by audit
      * sequence), or the run date when it logged none - or the tag
      * AOCD2RP gives a repair (correction.txt, the repair date).
      *
      * Meant as the last step in run_plan.txt. The job only reads
      * the masters; it takes no run lock, but will not start while
      * another job holds one - a proof taken in the middle of a
      * rewrite would show differences that are not there.
      *
      *     AOCD2BL_BALANCE_DATE  business date to prove, YYYYMMDD,
      *                           default the run date
      *
      * Return codes: 0 every item in balance (or not applicable),
      * 8 any item out of balance, 16 masters locked.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SEASON_STATS_FILE ASSIGN TO "season_stats.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-SEASON-FILE-STATUS.

           SELECT PLAYER_STATS_FILE ASSIGN TO "player_stats.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-PLAYER-FILE-STATUS.

           SELECT RUN_AUDIT_FILE ASSIGN TO "run_audit.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT FEED_LOG_FILE ASSIGN TO "feed_log.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-FLOG-FILE-STATUS.

           SELECT HISTORY_FILE ASSIGN TO "match_history.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT LEAGUE_EXTRACT_FILE ASSIGN TO "league_extract.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-EXTR-FILE-STATUS.

           SELECT RUN_LOCK_FILE ASSIGN TO "run_lock.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-LOCK-FILE-STATUS.

           SELECT BALANCE_PROOF_FILE ASSIGN TO "balance_proof.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SEASON_STATS_FILE.
       01 SEASON-STATS-REC PIC X(64).

       FD PLAYER_STATS_FILE.
       01 PLAYER-STATS-REC PIC X(53).

       FD RUN_AUDIT_FILE.
       01 RUN-AUDIT-REC PIC X(120).

       FD FEED_LOG_FILE.
       01 FEED-LOG-REC PIC X(29).

       FD HISTORY_FILE.
       01 HISTORY-REC PIC X(120).

       FD LEAGUE_EXTRACT_FILE.
       01 LEAGUE-EXTRACT-REC PIC X(60).

       FD RUN_LOCK_FILE.
       01 RUN-LOCK-REC PIC X(40).

       FD BALANCE_PROOF_FILE.
       01 BALANCE-PROOF-REC PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-SEASON-FILE-STATUS PIC X(2) VALUE "00".
       77 WS-PLAYER-FILE-STATUS PIC X(2) VALUE "00".
       77 WS-AUDIT-FILE-STATUS PIC X(2) VALUE "00".
       77 WS-FLOG-FILE-STATUS PIC X(2) VALUE "00".
       77 WS-HIST-FILE-STATUS PIC X(2) VALUE "00".
       77 WS-EXTR-FILE-STATUS PIC X(2) VALUE "00".
       77 WS-LOCK-FILE-STATUS PIC X(2) VALUE "00".

       77 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       77 WS-RUN-TIME PIC X(8) VALUE SPACES.
       77 WS-BALANCE-DATE PIC 9(8) VALUE ZERO.
       77 WS-BALANCE-DATE-PARM PIC X(8) VALUE SPACES.

       01 WS-PSTAT-EOF PIC A(1) VALUE 'N'.
       01 WS-AUDIT-EOF PIC A(1) VALUE 'N'.
       01 WS-FLOG-EOF PIC A(1) VALUE 'N'.
       01 WS-HIST-EOF PIC A(1) VALUE 'N'.
       01 WS-EXTR-EOF PIC A(1) VALUE 'N'.

       01 WS-LOCK-BUSY-SW PIC X VALUE 'N'.
           88 WS-LOCK-BUSY VALUE 'Y'.

      * Season record as AOCD2P1 writes it. SEASON-OVF-SCORE is
      * spaces on a file written before the column was carried.
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

      * Audit record as written by 9000-WRITE-AUDIT-RECORD in
      * AOCD2P1 - only the fields the proof needs.
       01 AUDIT-LINE.
           05 AU-RUN-SEQ PIC 9(6).
           05 FILLER PIC X(1).
           05 AU-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 AU-TIME PIC 9(6).
           05 FILLER PIC X(1).
           05 AU-MODE PIC X(1).
           05 FILLER PIC X(3).
           05 AU-FILE-NAME PIC X(40).
           05 FILLER PIC X(1).
           05 AU-REC-COUNT PIC 9(8).
           05 FILLER PIC X(1).
           05 AU-ROUND-COUNT PIC 9(8).
           05 FILLER PIC X(1).
           05 AU-REJECT-COUNT PIC 9(8).
           05 FILLER PIC X(1).
           05 AU-TOTAL PIC 9(8).
           05 FILLER PIC X(1).
           05 AU-TOTAL2 PIC 9(8).
           05 FILLER PIC X(1).
           05 AU-RETURN-CODE PIC 9(4).
           05 FILLER PIC X(3).

      * Feed log record as 3260-LOG-FEED in AOCD2P1 writes it. The
      * audit sequence is spaces on entries logged before it was
      * carried.
       01 FEED-LOG-LINE.
           05 FL-FEED-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 FL-SOURCE-SITE PIC X(8).
           05 FILLER PIC X(1).
           05 FL-FEED-SEQ PIC 9(4).
           05 FILLER PIC X(1).
           05 FL-AUDIT-SEQ PIC X(6).
       77 WS-FL-AUDIT-SEQ PIC 9(6) VALUE ZERO.

       01 HISTORY-LINE.
           05 MH-FEED-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 MH-SOURCE-FILE PIC X(40).
           05 FILLER PIC X(71).

      * League-office extract as 8100-WRITE-LEAGUE-EXTRACT in
      * AOCD2P1 writes it; only the trailer is proved.
       01 EXTRACT-LINE PIC X(60) VALUE SPACES.
       01 EXTRACT-TRAILER-FIELDS REDEFINES EXTRACT-LINE.
           05 ET-REC-TYPE PIC X(4).
               88 ET-TRAILER VALUE "TRL ".
           05 ET-ROUND-COUNT PIC 9(8).
           05 FILLER PIC X(1).
           05 ET-TOTAL PIC 9(8).
           05 FILLER PIC X(39).

       01 WS-TRAILER-SEEN-SW PIC X VALUE 'N'.
           88 WS-TRAILER-SEEN VALUE 'Y'.

       01 RUN-LOCK-LINE.
           05 RL-PROGRAM-ID PIC X(8).
           05 FILLER PIC X(1).
           05 RL-AUDIT-SEQ PIC 9(6).
           05 FILLER PIC X(1).
           05 RL-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 RL-TIME PIC 9(6).

      * The day's scoring runs off the audit trail, each with the
      * tag its rounds were archived under.
       77 WS-RUN-MAX PIC 9(4) COMP VALUE 200.
       77 WS-RUN-COUNT PIC 9(4) COMP VALUE ZERO.
       77 WS-RUN-IX PIC 9(4) COMP VALUE ZERO.
       77 WS-RUN-FOUND-IX PIC 9(4) COMP VALUE ZERO.
       77 WS-LAST-RUN-IX PIC 9(4) COMP VALUE ZERO.
       77 WS-ROLLED-BACK-COUNT PIC 9(4) COMP VALUE ZERO.

       01 WS-RUN-TABLE.
           05 WS-RUN-ENTRY OCCURS 200 TIMES.
               10 WS-RUN-SEQ PIC 9(6).
               10 WS-RUN-MODE PIC X(1).
               10 WS-RUN-FILE-NAME PIC X(40).
               10 WS-RUN-TAG-DATE PIC 9(8).
               10 WS-RUN-ROUNDS PIC 9(8).
               10 WS-RUN-TOTAL PIC 9(8).

       77 WS-REPAIR-SOURCE PIC X(40) VALUE "correction.txt".

      * Proof figures. Sides are carried to ten digits - the player
      * lines are summed across a whole season.
       77 WS-PLAYER-LINE-COUNT PIC 9(8) VALUE ZERO.
       77 WS-PLAYER-SCORE-SUM PIC 9(10) VALUE ZERO.
       77 WS-AUDIT-ROUNDS PIC 9(10) VALUE ZERO.
       77 WS-ARCHIVED-ROUNDS PIC 9(10) VALUE ZERO.
       77 WS-RUN-ARCHIVED-ROUNDS PIC 9(10) VALUE ZERO.
       77 WS-REPAIRED-ROUNDS PIC 9(10) VALUE ZERO.
       77 WS-LEFT-SIDE PIC 9(10) VALUE ZERO.
       77 WS-RIGHT-SIDE PIC 9(10) VALUE ZERO.
       77 WS-DIFFERENCE PIC S9(11) VALUE ZERO.
       77 WS-UNEXPLAINED PIC S9(11) VALUE ZERO.

       01 WS-SEASON-PRESENT-SW PIC X VALUE 'N'.
           88 WS-SEASON-PRESENT VALUE 'Y'.
       01 WS-ITEM-STATUS PIC X(15) VALUE SPACES.
           88 WS-ITEM-IN-BALANCE VALUE "IN BALANCE".
           88 WS-ITEM-OUT-OF-BALANCE VALUE "OUT OF BALANCE".
           88 WS-ITEM-NOT-APPLICABLE VALUE "NOT APPLICABLE".

       77 WS-ITEM-COUNT PIC 9(4) VALUE ZERO.
       77 WS-BALANCED-COUNT PIC 9(4) VALUE ZERO.
       77 WS-OUT-COUNT PIC 9(4) VALUE ZERO.
       77 WS-NA-COUNT PIC 9(4) VALUE ZERO.

       01 PROOF-HEADING-LINE.
           05 FILLER PIC X(41) VALUE
                   "END-OF-DAY BALANCING PROOF  BUSINESS DATE".
           05 FILLER PIC X(1) VALUE SPACE.
           05 BH-BALANCE-DATE PIC 9(8).
           05 FILLER PIC X(11) VALUE "  RUN DATE ".
           05 BH-RUN-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 BH-RUN-HHMM PIC X(4).

       01 PROOF-COLUMN-LINE.
           05 FILLER PIC X(45) VALUE "ITEM".
           05 FILLER PIC X(35) VALUE
                   " LEFT SIDE  RIGHT SIDE   DIFFERENCE".
           05 FILLER PIC X(8) VALUE "  STATUS".

       01 BLANK-LINE PIC X(100) VALUE SPACES.

       01 PROOF-ITEM-LINE.
           05 BI-ITEM-NUM PIC 9(1).
           05 FILLER PIC X(2) VALUE ". ".
           05 BI-DESCRIPTION PIC X(41).
           05 FILLER PIC X(1) VALUE SPACE.
           05 BI-LEFT-SIDE PIC Z(9)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 BI-RIGHT-SIDE PIC Z(9)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 BI-DIFFERENCE PIC -(10)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 BI-STATUS PIC X(15).

       01 PROOF-DETAIL-LINE.
           05 FILLER PIC X(5) VALUE SPACES.
           05 BD-LABEL PIC X(39).
           05 FILLER PIC X(1) VALUE SPACE.
           05 BD-VALUE PIC -(9)9.

       01 PROOF-NOTE-LINE.
           05 FILLER PIC X(5) VALUE SPACES.
           05 BN-NOTE PIC X(60).

       01 PROOF-TRAILER-LINE.
           05 FILLER PIC X(15) VALUE "ITEMS PROVED : ".
           05 BT-ITEMS PIC ZZZ9.
           05 FILLER PIC X(15) VALUE "  IN BALANCE : ".
           05 BT-BALANCED PIC ZZZ9.
           05 FILLER PIC X(19) VALUE "  OUT OF BALANCE : ".
           05 BT-OUT PIC ZZZ9.
           05 FILLER PIC X(19) VALUE "  NOT APPLICABLE : ".
           05 BT-NA PIC ZZZ9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROVE-PLAYER-SCORES THRU 2000-EXIT.
           PERFORM 3000-PROVE-ARCHIVED-ROUNDS THRU 3000-EXIT.
           PERFORM 4000-PROVE-LEAGUE-EXTRACT THRU 4000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           ACCEPT WS-BALANCE-DATE-PARM FROM ENVIRONMENT
                   "AOCD2BL_BALANCE_DATE"
           ON EXCEPTION
                   MOVE SPACES TO WS-BALANCE-DATE-PARM
           END-ACCEPT
           IF WS-BALANCE-DATE-PARM(1:8) IS NUMERIC
               MOVE WS-BALANCE-DATE-PARM TO WS-BALANCE-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-BALANCE-DATE
           END-IF

           PERFORM 1050-CHECK-RUN-LOCK THRU 1050-EXIT

           OPEN OUTPUT BALANCE_PROOF_FILE
           MOVE WS-BALANCE-DATE TO BH-BALANCE-DATE
           MOVE WS-RUN-DATE TO BH-RUN-DATE
           MOVE WS-RUN-TIME(1:4) TO BH-RUN-HHMM
           WRITE BALANCE-PROOF-REC FROM PROOF-HEADING-LINE
           WRITE BALANCE-PROOF-REC FROM BLANK-LINE
           WRITE BALANCE-PROOF-REC FROM PROOF-COLUMN-LINE.
       1000-EXIT.
           EXIT.

      * Honored, not taken: the proof only reads, but the figures of
      * a job caught between rewriting season_stats.txt and
      * player_stats.txt would not balance and would send the desk
      * chasing a difference that is not there.
       1050-CHECK-RUN-LOCK.
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
           END-IF.
       1050-EXIT.
           EXIT.

      * 1. Player lines plus the OTHERS overflow against the season
      *    score.
       2000-PROVE-PLAYER-SCORES.
           MOVE ZERO TO SEASON-WINS SEASON-LOSSES SEASON-DRAWS
                   SEASON-ROUNDS SEASON-RUNS SEASON-SCORE
                   SEASON-OVF-SCORE
           OPEN INPUT SEASON_STATS_FILE
           IF WS-SEASON-FILE-STATUS = "00"
               READ SEASON_STATS_FILE INTO SEASON-STATS-LINE
                   AT END
                       CONTINUE
                   NOT AT END
                       SET WS-SEASON-PRESENT TO TRUE
               END-READ
               CLOSE SEASON_STATS_FILE
           END-IF
           IF SEASON-SCORE NOT NUMERIC
               MOVE ZERO TO SEASON-SCORE
           END-IF
           IF SEASON-OVF-SCORE NOT NUMERIC
               MOVE ZERO TO SEASON-OVF-SCORE
           END-IF

           OPEN INPUT PLAYER_STATS_FILE
           IF WS-PLAYER-FILE-STATUS = "00"
               PERFORM 2100-ADD-PLAYER-SCORE THRU 2100-EXIT
                       UNTIL WS-PSTAT-EOF = 'Y'
               CLOSE PLAYER_STATS_FILE
           END-IF

           MOVE 1 TO BI-ITEM-NUM
           MOVE "PLAYER SCORES + OTHERS = SEASON SCORE"
                   TO BI-DESCRIPTION
           COMPUTE WS-LEFT-SIDE = WS-PLAYER-SCORE-SUM
                   + SEASON-OVF-SCORE
           MOVE SEASON-SCORE TO WS-RIGHT-SIDE
           COMPUTE WS-DIFFERENCE = WS-LEFT-SIDE - WS-RIGHT-SIDE
           IF WS-DIFFERENCE = ZERO
               SET WS-ITEM-IN-BALANCE TO TRUE
           ELSE
               SET WS-ITEM-OUT-OF-BALANCE TO TRUE
           END-IF
           PERFORM 7000-WRITE-ITEM-LINE THRU 7000-EXIT

           MOVE "PLAYER LINES ON player_stats.txt" TO BD-LABEL
           MOVE WS-PLAYER-LINE-COUNT TO BD-VALUE
           PERFORM 7100-WRITE-DETAIL-LINE THRU 7100-EXIT
           MOVE "SUM OF PLAYER SCORES" TO BD-LABEL
           MOVE WS-PLAYER-SCORE-SUM TO BD-VALUE
           PERFORM 7100-WRITE-DETAIL-LINE THRU 7100-EXIT
           MOVE "OTHERS OVERFLOW ON season_stats.txt" TO BD-LABEL
           MOVE SEASON-OVF-SCORE TO BD-VALUE
           PERFORM 7100-WRITE-DETAIL-LINE THRU 7100-EXIT
           IF NOT WS-SEASON-PRESENT
               MOVE "SEASON STATS NOT ON FILE - SEASON SCORE TAKEN AS 0"
                       TO BN-NOTE
               PERFORM 7200-WRITE-NOTE-LINE THRU 7200-EXIT
           END-IF.
       2000-EXIT.
           EXIT.

       2100-ADD-PLAYER-SCORE.
           READ PLAYER_STATS_FILE INTO PLAYER-STATS-LINE
               AT END
                   MOVE 'Y' TO WS-PSTAT-EOF
                   GO TO 2100-EXIT
           END-READ
           IF PLAYER-STATS-LINE = SPACES
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-PLAYER-LINE-COUNT
           IF PL-SCORE IS NUMERIC
               ADD PL-SCORE TO WS-PLAYER-SCORE-SUM
           END-IF.
       2100-EXIT.
           EXIT.

      * 2. Rounds archived for the day against the rounds the day's
      *    scoring runs audited, repairs accounting for the rest.
       3000-PROVE-ARCHIVED-ROUNDS.
           OPEN INPUT RUN_AUDIT_FILE
           IF WS-AUDIT-FILE-STATUS = "00"
               PERFORM 3100-TABLE-SCORING-RUN THRU 3100-EXIT
                       UNTIL WS-AUDIT-EOF = 'Y'
               CLOSE RUN_AUDIT_FILE
           END-IF
           MOVE ZERO TO WS-RUN-IX
           PERFORM 3160-SUM-SCORING-RUN THRU 3160-EXIT
                   UNTIL WS-RUN-IX >= WS-RUN-COUNT

           IF WS-RUN-COUNT > ZERO
               OPEN INPUT FEED_LOG_FILE
               IF WS-FLOG-FILE-STATUS = "00"
                   PERFORM 3200-DATE-RUN-TAG THRU 3200-EXIT
                           UNTIL WS-FLOG-EOF = 'Y'
                   CLOSE FEED_LOG_FILE
               END-IF
           END-IF

           OPEN INPUT HISTORY_FILE
           IF WS-HIST-FILE-STATUS = "00"
               PERFORM 3300-COUNT-HISTORY-ROUND THRU 3300-EXIT
                       UNTIL WS-HIST-EOF = 'Y'
               CLOSE HISTORY_FILE
           END-IF

           MOVE 2 TO BI-ITEM-NUM
           MOVE "ROUNDS ARCHIVED = ROUNDS AUDITED" TO BI-DESCRIPTION
           MOVE WS-ARCHIVED-ROUNDS TO WS-LEFT-SIDE
           MOVE WS-AUDIT-ROUNDS TO WS-RIGHT-SIDE
           COMPUTE WS-DIFFERENCE = WS-LEFT-SIDE - WS-RIGHT-SIDE
           COMPUTE WS-UNEXPLAINED = WS-DIFFERENCE - WS-REPAIRED-ROUNDS
           EVALUATE TRUE
               WHEN WS-UNEXPLAINED NOT = ZERO
                   SET WS-ITEM-OUT-OF-BALANCE TO TRUE
               WHEN WS-RUN-COUNT = ZERO AND WS-ARCHIVED-ROUNDS = ZERO
                   SET WS-ITEM-NOT-APPLICABLE TO TRUE
               WHEN OTHER
                   SET WS-ITEM-IN-BALANCE TO TRUE
           END-EVALUATE
           PERFORM 7000-WRITE-ITEM-LINE THRU 7000-EXIT

           MOVE "SCORING RUNS ON run_audit.txt" TO BD-LABEL
           MOVE WS-RUN-COUNT TO BD-VALUE
           PERFORM 7100-WRITE-DETAIL-LINE THRU 7100-EXIT
           IF WS-ROLLED-BACK-COUNT > ZERO
               MOVE "ROLLED BACK BY AOCD2RS - NOT COUNTED" TO BD-LABEL
               MOVE WS-ROLLED-BACK-COUNT TO BD-VALUE
               PERFORM 7100-WRITE-DETAIL-LINE THRU 7100-EXIT
           END-IF
           MOVE "ARCHIVED BY THE DAY'S SCORING RUNS" TO BD-LABEL
           MOVE WS-RUN-ARCHIVED-ROUNDS TO BD-VALUE
           PERFORM 7100-WRITE-DETAIL-LINE THRU 7100-EXIT
           MOVE "ACCOUNTED FOR BY AOCD2RP REPAIRS" TO BD-LABEL
           MOVE WS-REPAIRED-ROUNDS TO BD-VALUE
           PERFORM 7100-WRITE-DETAIL-LINE THRU 7100-EXIT
           MOVE "UNEXPLAINED DIFFERENCE" TO BD-LABEL
           MOVE WS-UNEXPLAINED TO BD-VALUE
           PERFORM 7100-WRITE-DETAIL-LINE THRU 7100-EXIT
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               MOVE "RUN AUDIT NOT ON FILE - NO ROUNDS AUDITED"
                       TO BN-NOTE
               PERFORM 7200-WRITE-NOTE-LINE THRU 7200-EXIT
           END-IF.
       3000-EXIT.
           EXIT.

      * Only AOCD2P1 scoring runs - single file and list mode - are
      * tabled. Inquiry runs score nothing and AOCD2RS restores log
      * no rounds of their own, but a restore that went through
      * takes back every run after the sequence its generation was
      * tagged with, whatever date the restore itself ran on.
       3100-TABLE-SCORING-RUN.
           READ RUN_AUDIT_FILE INTO AUDIT-LINE
               AT END
                   MOVE 'Y' TO WS-AUDIT-EOF
                   GO TO 3100-EXIT
           END-READ
           IF AU-RUN-SEQ NOT NUMERIC OR AU-DATE NOT NUMERIC
               GO TO 3100-EXIT
           END-IF
           IF AU-MODE = 'R'
               IF AU-RETURN-CODE IS NUMERIC AND AU-RETURN-CODE = ZERO
                       AND AU-TOTAL2 IS NUMERIC
                   PERFORM 3150-DROP-ROLLED-BACK-RUNS THRU 3150-EXIT
               END-IF
               GO TO 3100-EXIT
           END-IF
           IF AU-DATE NOT = WS-BALANCE-DATE
               GO TO 3100-EXIT
           END-IF
           IF AU-MODE NOT = 'S' AND AU-MODE NOT = 'L'
               GO TO 3100-EXIT
           END-IF
           IF WS-RUN-COUNT >= WS-RUN-MAX
               DISPLAY "RUN TABLE FULL - AUDIT SEQUENCE " AU-RUN-SEQ
                       " NOT PROVED"
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-RUN-COUNT
           MOVE AU-RUN-SEQ TO WS-RUN-SEQ(WS-RUN-COUNT)
           MOVE AU-MODE TO WS-RUN-MODE(WS-RUN-COUNT)
           MOVE AU-FILE-NAME TO WS-RUN-FILE-NAME(WS-RUN-COUNT)
           MOVE AU-DATE TO WS-RUN-TAG-DATE(WS-RUN-COUNT)
           MOVE ZERO TO WS-RUN-ROUNDS(WS-RUN-COUNT)
           MOVE ZERO TO WS-RUN-TOTAL(WS-RUN-COUNT)
           IF AU-ROUND-COUNT IS NUMERIC
               MOVE AU-ROUND-COUNT TO WS-RUN-ROUNDS(WS-RUN-COUNT)
           END-IF
           IF AU-TOTAL IS NUMERIC
               MOVE AU-TOTAL TO WS-RUN-TOTAL(WS-RUN-COUNT)
           END-IF.
       3100-EXIT.
           EXIT.

      * The table is in run sequence, so the runs the restore took
      * back are the tail from the first one past its sequence.
      * Their rounds went out of match_history.dat with the restore.
       3150-DROP-ROLLED-BACK-RUNS.
           MOVE ZERO TO WS-RUN-FOUND-IX
           MOVE ZERO TO WS-RUN-IX
           PERFORM 3155-FIND-ROLLED-BACK-RUN THRU 3155-EXIT
                   UNTIL WS-RUN-IX >= WS-RUN-COUNT
                   OR WS-RUN-FOUND-IX > ZERO
           IF WS-RUN-FOUND-IX = ZERO
               GO TO 3150-EXIT
           END-IF
           COMPUTE WS-ROLLED-BACK-COUNT = WS-ROLLED-BACK-COUNT
                   + WS-RUN-COUNT - WS-RUN-FOUND-IX + 1
           COMPUTE WS-RUN-COUNT = WS-RUN-FOUND-IX - 1.
       3150-EXIT.
           EXIT.

       3155-FIND-ROLLED-BACK-RUN.
           ADD 1 TO WS-RUN-IX
           IF WS-RUN-SEQ(WS-RUN-IX) > AU-TOTAL2
               MOVE WS-RUN-IX TO WS-RUN-FOUND-IX
           END-IF.
       3155-EXIT.
           EXIT.

      * Rounds are summed over every run that stands - each run
      * appends its own rounds to match_history.dat, so unlike
      * match_file.dat (which AOCD2VR proves against the date's last
      * run alone) no run replaces another's. The last run that
      * stands and scored anything is the one that wrote the
      * extract.
       3160-SUM-SCORING-RUN.
           ADD 1 TO WS-RUN-IX
           ADD WS-RUN-ROUNDS(WS-RUN-IX) TO WS-AUDIT-ROUNDS
           IF WS-RUN-ROUNDS(WS-RUN-IX) > ZERO
               MOVE WS-RUN-IX TO WS-LAST-RUN-IX
           END-IF.
       3160-EXIT.
           EXIT.

      * A single-file run that logged a structured feed archived its
      * rounds under the feed's HDR date, not the run date.
       3200-DATE-RUN-TAG.
           READ FEED_LOG_FILE INTO FEED-LOG-LINE
               AT END
                   MOVE 'Y' TO WS-FLOG-EOF
                   GO TO 3200-EXIT
           END-READ
           IF FL-AUDIT-SEQ NOT NUMERIC OR FL-FEED-DATE NOT NUMERIC
               GO TO 3200-EXIT
           END-IF
           MOVE FL-AUDIT-SEQ TO WS-FL-AUDIT-SEQ
           MOVE ZERO TO WS-RUN-IX
           PERFORM 3250-MATCH-LOGGED-RUN THRU 3250-EXIT
                   UNTIL WS-RUN-IX >= WS-RUN-COUNT.
       3200-EXIT.
           EXIT.

       3250-MATCH-LOGGED-RUN.
           ADD 1 TO WS-RUN-IX
           IF WS-RUN-SEQ(WS-RUN-IX) = WS-FL-AUDIT-SEQ
                   AND WS-RUN-MODE(WS-RUN-IX) = 'S'
               MOVE FL-FEED-DATE TO WS-RUN-TAG-DATE(WS-RUN-IX)
           END-IF.
       3250-EXIT.
           EXIT.

      * Each history line counts once however many of the day's
      * runs share its tag - two bare runs of input.txt in one day
      * both archive under the same name and date.
       3300-COUNT-HISTORY-ROUND.
           READ HISTORY_FILE INTO HISTORY-LINE
               AT END
                   MOVE 'Y' TO WS-HIST-EOF
                   GO TO 3300-EXIT
           END-READ
           IF MH-FEED-DATE NOT NUMERIC
               GO TO 3300-EXIT
           END-IF
           IF MH-SOURCE-FILE = WS-REPAIR-SOURCE
               IF MH-FEED-DATE = WS-BALANCE-DATE
                   ADD 1 TO WS-REPAIRED-ROUNDS
                   ADD 1 TO WS-ARCHIVED-ROUNDS
               END-IF
               GO TO 3300-EXIT
           END-IF
           MOVE ZERO TO WS-RUN-FOUND-IX
           MOVE ZERO TO WS-RUN-IX
           PERFORM 3350-MATCH-RUN-TAG THRU 3350-EXIT
                   UNTIL WS-RUN-IX >= WS-RUN-COUNT
                   OR WS-RUN-FOUND-IX > ZERO
           IF WS-RUN-FOUND-IX > ZERO
               ADD 1 TO WS-RUN-ARCHIVED-ROUNDS
               ADD 1 TO WS-ARCHIVED-ROUNDS
           END-IF.
       3300-EXIT.
           EXIT.

       3350-MATCH-RUN-TAG.
           ADD 1 TO WS-RUN-IX
           IF WS-RUN-FILE-NAME(WS-RUN-IX) = MH-SOURCE-FILE
                   AND WS-RUN-TAG-DATE(WS-RUN-IX) = MH-FEED-DATE
               MOVE WS-RUN-IX TO WS-RUN-FOUND-IX
           END-IF.
       3350-EXIT.
           EXIT.

      * 3. League-office extract trailer against the scoring run that
      *    wrote it.
       4000-PROVE-LEAGUE-EXTRACT.
           MOVE ZERO TO ET-ROUND-COUNT ET-TOTAL
           OPEN INPUT LEAGUE_EXTRACT_FILE
           IF WS-EXTR-FILE-STATUS = "00"
               PERFORM 4100-FIND-EXTRACT-TRAILER THRU 4100-EXIT
                       UNTIL WS-EXTR-EOF = 'Y'
               CLOSE LEAGUE_EXTRACT_FILE
           END-IF

      * No run scored anything today: the extract on file, if any,
      * is an earlier day's and there is nothing to prove it by.
           IF WS-LAST-RUN-IX = ZERO
               MOVE 3 TO BI-ITEM-NUM
               MOVE "EXTRACT TRL COUNT = ROUNDS SCORED"
                       TO BI-DESCRIPTION
               MOVE ZERO TO WS-LEFT-SIDE WS-RIGHT-SIDE WS-DIFFERENCE
               SET WS-ITEM-NOT-APPLICABLE TO TRUE
               PERFORM 7000-WRITE-ITEM-LINE THRU 7000-EXIT
               MOVE "NO SCORING RUN SCORED ROUNDS ON THE BUSINESS DATE"
                       TO BN-NOTE
               PERFORM 7200-WRITE-NOTE-LINE THRU 7200-EXIT
               GO TO 4000-EXIT
           END-IF

           MOVE 3 TO BI-ITEM-NUM
           MOVE "EXTRACT TRL COUNT = ROUNDS SCORED" TO BI-DESCRIPTION
           MOVE ET-ROUND-COUNT TO WS-LEFT-SIDE
           MOVE WS-RUN-ROUNDS(WS-LAST-RUN-IX) TO WS-RIGHT-SIDE
           PERFORM 4200-SET-EXTRACT-STATUS THRU 4200-EXIT
           PERFORM 7000-WRITE-ITEM-LINE THRU 7000-EXIT

           MOVE 4 TO BI-ITEM-NUM
           MOVE "EXTRACT TRL TOTAL = RUN TOTAL" TO BI-DESCRIPTION
           MOVE ET-TOTAL TO WS-LEFT-SIDE
           MOVE WS-RUN-TOTAL(WS-LAST-RUN-IX) TO WS-RIGHT-SIDE
           PERFORM 4200-SET-EXTRACT-STATUS THRU 4200-EXIT
           PERFORM 7000-WRITE-ITEM-LINE THRU 7000-EXIT

           MOVE "SCORING RUN AUDIT SEQUENCE" TO BD-LABEL
           MOVE WS-RUN-SEQ(WS-LAST-RUN-IX) TO BD-VALUE
           PERFORM 7100-WRITE-DETAIL-LINE THRU 7100-EXIT
           IF NOT WS-TRAILER-SEEN
               IF WS-EXTR-FILE-STATUS = "00"
                   MOVE "NO TRL RECORD ON league_extract.txt"
                           TO BN-NOTE
               ELSE
                   MOVE "league_extract.txt NOT ON FILE" TO BN-NOTE
               END-IF
               PERFORM 7200-WRITE-NOTE-LINE THRU 7200-EXIT
           END-IF.
       4000-EXIT.
           EXIT.

       4100-FIND-EXTRACT-TRAILER.
           READ LEAGUE_EXTRACT_FILE INTO EXTRACT-LINE
               AT END
                   MOVE 'Y' TO WS-EXTR-EOF
                   GO TO 4100-EXIT
           END-READ
           IF ET-TRAILER
               SET WS-TRAILER-SEEN TO TRUE
               MOVE 'Y' TO WS-EXTR-EOF
           END-IF.
       4100-EXIT.
           EXIT.

      * An extract with no readable trailer cannot prove the run.
       4200-SET-EXTRACT-STATUS.
           IF NOT WS-TRAILER-SEEN
                   OR ET-ROUND-COUNT NOT NUMERIC
                   OR ET-TOTAL NOT NUMERIC
               MOVE ZERO TO WS-LEFT-SIDE
           END-IF
           COMPUTE WS-DIFFERENCE = WS-LEFT-SIDE - WS-RIGHT-SIDE
           IF WS-DIFFERENCE = ZERO AND WS-TRAILER-SEEN
               SET WS-ITEM-IN-BALANCE TO TRUE
           ELSE
               SET WS-ITEM-OUT-OF-BALANCE TO TRUE
           END-IF.
       4200-EXIT.
           EXIT.

      * Report lines.
       7000-WRITE-ITEM-LINE.
           ADD 1 TO WS-ITEM-COUNT
           EVALUATE TRUE
               WHEN WS-ITEM-IN-BALANCE
                   ADD 1 TO WS-BALANCED-COUNT
               WHEN WS-ITEM-OUT-OF-BALANCE
                   ADD 1 TO WS-OUT-COUNT
               WHEN OTHER
                   ADD 1 TO WS-NA-COUNT
           END-EVALUATE
           MOVE WS-LEFT-SIDE TO BI-LEFT-SIDE
           MOVE WS-RIGHT-SIDE TO BI-RIGHT-SIDE
           MOVE WS-DIFFERENCE TO BI-DIFFERENCE
           MOVE WS-ITEM-STATUS TO BI-STATUS
           WRITE BALANCE-PROOF-REC FROM BLANK-LINE
           WRITE BALANCE-PROOF-REC FROM PROOF-ITEM-LINE.
       7000-EXIT.
           EXIT.

       7100-WRITE-DETAIL-LINE.
           WRITE BALANCE-PROOF-REC FROM PROOF-DETAIL-LINE.
       7100-EXIT.
           EXIT.

       7200-WRITE-NOTE-LINE.
           WRITE BALANCE-PROOF-REC FROM PROOF-NOTE-LINE.
       7200-EXIT.
           EXIT.

       8000-TERMINATE.
           WRITE BALANCE-PROOF-REC FROM BLANK-LINE
           MOVE WS-ITEM-COUNT TO BT-ITEMS
           MOVE WS-BALANCED-COUNT TO BT-BALANCED
           MOVE WS-OUT-COUNT TO BT-OUT
           MOVE WS-NA-COUNT TO BT-NA
           WRITE BALANCE-PROOF-REC FROM PROOF-TRAILER-LINE
           CLOSE BALANCE_PROOF_FILE

           DISPLAY "BUSINESS DATE " WS-BALANCE-DATE
                   " ITEMS: " WS-ITEM-COUNT
                   " IN BALANCE: " WS-BALANCED-COUNT
                   " OUT OF BALANCE: " WS-OUT-COUNT
                   " NOT APPLICABLE: " WS-NA-COUNT
           IF WS-OUT-COUNT > ZERO
               DISPLAY "SHARED FILES OUT OF BALANCE - SEE "
                       "balance_proof.txt"
               MOVE 8 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.
