       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCD2PO.
       AUTHOR. lel.
       DATE-WRITTEN. Oct 15, 2026.

      * Season-end playoffs. The bracket used to be drawn by hand
      * from standings.txt and rating_file.txt, and the playoff feeds
      * went through the normal AOCD2P1 run - which rolled playoff
      * rounds into the regular-season totals. This job keeps the
      * playoffs apart: it never opens season_stats.txt or
      * player_stats.txt for output, and the playoff feeds are given
      * to it instead of to AOCD2P1. Three modes, by AOCD2PO_MODE:
      *
      *   S  seed. The top AOCD2PO_FIELD_SIZE players (default 8,
      *      at most 64) on player_stats.txt, active on the player
      *      master, are seeded by season score, with the rating on
      *      rating_file.txt breaking a tie (then player ID, so the
      *      draw is repeatable). The bracket is single elimination,
      *      sized to the next power of two; seed 1 meets the lowest
      *      seed, and the top seeds take the byes, which advance at
      *      once and are recorded on PLAYOFF_RESULT_FILE. An
      *      existing bracket is never overwritten - remove
      *      playoff_bracket.txt to draw again.
      *   R  score a round (the default). The feed named by
      *      AOCD2PO_INPUT_FILE (default playoff_feed.txt) carries
      *      the usual "PPPPPPPP A X" league records, HDR and TRL
      *      optional. Each round is scored under the rule set
      *      AOCD2RU returns for the playoff date - the HDR feed
      *      date, else AOCD2PO_PLAYOFF_DATE, else today - so a
      *      playoff rule set effective on that date on
      *      scoring_rules.txt applies without any switch here.
      *      Rounds are credited to the player's match in the
      *      earliest round still open; the two players' points
      *      decide it head to head, then rounds won, then the
      *      higher seed. A player who sent no rounds loses by
      *      walkover; a match where neither did stays open for the
      *      next feed (return code 4). Winners advance.
      *   P  print the bracket only.
      * Every mode ends by printing the whole bracket as it stands
      * on PLAYOFF_REPORT_FILE, so there is a printed bracket after
      * every round. Feed records that cannot be credited - bad
      * moves, no player ID, a player with no open match - are
      * listed there and give return code 4.
      *
      * Bracket layout (playoff_bracket.txt), one line per match,
      * round by round:
      *     round 9(2), space, match 9(2), space, status X(1) -
      *     F awaiting players, O open, B bye, W walkover,
      *     D decided, space, seed A 9(2), space, player A X(8),
      *     space, seed B 9(2), space, player B X(8), space,
      *     winning seed 9(2), space, points A 9(8), space,
      *     points B 9(8), space, rounds won A 9(6), space,
      *     rounds won B 9(6), space, rounds played A 9(6), space,
      *     rounds played B 9(6), space, date played 9(8).
      *
      * Result layout (playoff_results.txt), appended per match
      * settled:
      *     date played 9(8), space, round 9(2), space, match 9(2),
      *     space, status X(1), space, winner X(8), space, winning
      *     seed 9(2), space, winner points 9(8), space, loser X(8),
      *     space, losing seed 9(2), space, loser points 9(8).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAYER_STATS_FILE ASSIGN TO "player_stats.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-PLAYER-FILE-STATUS.

           SELECT RATING_FILE ASSIGN TO "rating_file.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-RATE-FILE-STATUS.

           SELECT PLAYER_MASTER_FILE ASSIGN TO "player_master.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS PM-PLAYER-ID
                   FILE STATUS IS WS-PMAST-FILE-STATUS.

           SELECT PLAYOFF_BRACKET_FILE ASSIGN TO "playoff_bracket.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-BRKT-FILE-STATUS.

           SELECT PLAYOFF_FEED_FILE ASSIGN TO DYNAMIC WS-FEED-FILE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-FEED-FILE-STATUS.

           SELECT PLAYOFF_RESULT_FILE ASSIGN TO "playoff_results.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-RSLT-FILE-STATUS.

           SELECT PLAYOFF_REPORT_FILE ASSIGN TO "playoff_report.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PLAYER_STATS_FILE.
       01 PLAYER-STATS-REC PIC X(53).

       FD RATING_FILE.
       01 RATING-REC PIC X(31).

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

       FD PLAYOFF_BRACKET_FILE.
       01 PLAYOFF-BRACKET-REC PIC X(100).

       FD PLAYOFF_FEED_FILE.
       01 PLAYOFF-FEED-REC PIC X(28).

       FD PLAYOFF_RESULT_FILE.
       01 PLAYOFF-RESULT-REC PIC X(80).

       FD PLAYOFF_REPORT_FILE.
       01 PLAYOFF-REPORT-REC PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-PLAYER-FILE-STATUS PIC X(2) VALUE "00".
       77 WS-RATE-FILE-STATUS PIC X(2) VALUE "00".
       77 WS-PMAST-FILE-STATUS PIC X(2) VALUE "00".
       77 WS-BRKT-FILE-STATUS PIC X(2) VALUE "00".
       77 WS-FEED-FILE-STATUS PIC X(2) VALUE "00".
       77 WS-RSLT-FILE-STATUS PIC X(2) VALUE "00".

       77 WS-FEED-FILE-NAME PIC X(80) VALUE "playoff_feed.txt".
       77 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       77 WS-PLAYOFF-DATE PIC 9(8) VALUE ZERO.
       77 WS-PLAYOFF-DATE-PARM PIC X(8) VALUE SPACES.
       77 WS-FIELD-SIZE PIC 9(2) VALUE 8.

       01 WS-MODE PIC X(1) VALUE 'R'.
           88 WS-MODE-SEED VALUE 'S'.
           88 WS-MODE-SCORE VALUE 'R'.
           88 WS-MODE-PRINT VALUE 'P'.

       01 WS-PSTAT-EOF PIC A(1) VALUE 'N'.
       01 WS-RATE-EOF PIC A(1) VALUE 'N'.
       01 WS-BRKT-EOF PIC A(1) VALUE 'N'.
       01 WS-FEED-EOF PIC A(1) VALUE 'N'.

       01 WS-PMAST-PRESENT-SW PIC X VALUE 'N'.
           88 WS-PMAST-PRESENT VALUE 'Y'.

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

      * One player's rating as AOCD2RT carries it. A player not yet
      * rated stands at the base rating, as AOCD2RT starts everyone.
       01 RATING-LINE.
           05 RF-PLAYER-ID PIC X(8).
           05 FILLER PIC X(1).
           05 RF-RATING PIC 9(4).
           05 FILLER PIC X(1).
           05 RF-ROUNDS-RATED PIC 9(8).
           05 FILLER PIC X(1).
           05 RF-LAST-CHANGE-DATE PIC 9(8).

       77 WS-BASE-RATING PIC 9(4) VALUE 1500.

      * Players eligible for the draw, with what seeds them.
       77 WS-CD-MAX PIC 9(4) COMP VALUE 1000.
       77 WS-CD-COUNT PIC 9(4) COMP VALUE ZERO.
       77 WS-CD-IX PIC 9(4) COMP VALUE ZERO.
       77 WS-CD-FOUND-IX PIC 9(4) COMP VALUE ZERO.
       77 WS-CD-BEST-IX PIC 9(4) COMP VALUE ZERO.

       01 WS-CANDIDATE-TABLE.
           05 WS-CD-ENTRY OCCURS 1000 TIMES.
               10 WS-CD-PLAYER-ID PIC X(8).
               10 WS-CD-SCORE PIC 9(8).
               10 WS-CD-RATING PIC 9(4).
               10 WS-CD-SEEDED-SW PIC X.
                   88 WS-CD-SEEDED VALUE 'Y'.
                   88 WS-CD-UNSEEDED VALUE 'N'.

       01 WS-CD-FULL-SW PIC X VALUE 'N'.
           88 WS-CD-FULL-TOLD VALUE 'Y'.

      * The seeded field, seed number as subscript.
       77 WS-FIELD-COUNT PIC 9(4) COMP VALUE ZERO.
       77 WS-SD-IX PIC 9(4) COMP VALUE ZERO.

       01 WS-SEED-TABLE.
           05 WS-SD-PLAYER-ID OCCURS 64 TIMES PIC X(8).

      * Bracket position of each seed in the first round, built by
      * doubling: 1 / 1 2 / 1 4 2 3 / 1 8 4 5 2 7 3 6, so the top
      * seeds cannot meet before the late rounds.
       77 WS-SO-COUNT PIC 9(4) COMP VALUE ZERO.
       77 WS-SO-IX PIC 9(4) COMP VALUE ZERO.

       01 WS-SEED-ORDER-TABLE.
           05 WS-SO-SEED OCCURS 64 TIMES PIC 9(2).

       01 WS-SEED-ORDER-WORK.
           05 WS-SW-SEED OCCURS 64 TIMES PIC 9(2).

      * The bracket, one entry per match, first round first. With a
      * bracket of B places, round r starts after B - B / 2**(r-1)
      * matches, so a match is found by arithmetic, not by search.
       77 WS-BRACKET-SIZE PIC 9(4) COMP VALUE ZERO.
       77 WS-ROUND-COUNT PIC 9(4) COMP VALUE ZERO.
       77 WS-MATCH-TOTAL PIC 9(4) COMP VALUE ZERO.
       77 WS-MT-IX PIC 9(4) COMP VALUE ZERO.
       77 WS-NX-IX PIC 9(4) COMP VALUE ZERO.
       77 WS-ROUND-IX PIC 9(4) COMP VALUE ZERO.
       77 WS-MATCH-IX PIC 9(4) COMP VALUE ZERO.
       77 WS-ROUND-MATCHES PIC 9(4) COMP VALUE ZERO.
       77 WS-LOCATE-ROUND PIC 9(4) COMP VALUE ZERO.
       77 WS-LOCATE-MATCH PIC 9(4) COMP VALUE ZERO.
       77 WS-CURRENT-ROUND PIC 9(4) COMP VALUE ZERO.

       01 WS-MATCH-TABLE.
           05 WS-MT-ENTRY OCCURS 63 TIMES.
               10 WS-MT-ROUND PIC 9(2).
               10 WS-MT-MATCH PIC 9(2).
               10 WS-MT-STATUS PIC X(1).
                   88 WS-MT-AWAITING VALUE 'F'.
                   88 WS-MT-OPEN VALUE 'O'.
                   88 WS-MT-BYE VALUE 'B'.
                   88 WS-MT-WALKOVER VALUE 'W'.
                   88 WS-MT-DECIDED VALUE 'D'.
                   88 WS-MT-SETTLED VALUE 'B' 'W' 'D'.
               10 WS-MT-SEED-A PIC 9(2).
               10 WS-MT-PLAYER-A PIC X(8).
               10 WS-MT-SEED-B PIC 9(2).
               10 WS-MT-PLAYER-B PIC X(8).
               10 WS-MT-WINNER-SEED PIC 9(2).
               10 WS-MT-POINTS-A PIC 9(8).
               10 WS-MT-POINTS-B PIC 9(8).
               10 WS-MT-WINS-A PIC 9(6).
               10 WS-MT-WINS-B PIC 9(6).
               10 WS-MT-ROUNDS-A PIC 9(6).
               10 WS-MT-ROUNDS-B PIC 9(6).
               10 WS-MT-PLAYED-DATE PIC 9(8).

       01 PLAYOFF-BRACKET-LINE.
           05 BK-ROUND PIC 9(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 BK-MATCH PIC 9(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 BK-STATUS PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 BK-SEED-A PIC 9(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 BK-PLAYER-A PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 BK-SEED-B PIC 9(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 BK-PLAYER-B PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 BK-WINNER-SEED PIC 9(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 BK-POINTS-A PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 BK-POINTS-B PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 BK-WINS-A PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 BK-WINS-B PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 BK-ROUNDS-A PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 BK-ROUNDS-B PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 BK-PLAYED-DATE PIC 9(8).

       01 PLAYOFF-RESULT-LINE.
           05 RS-PLAYED-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RS-ROUND PIC 9(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RS-MATCH PIC 9(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RS-STATUS PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RS-WINNER-ID PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RS-WINNER-SEED PIC 9(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RS-WINNER-POINTS PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RS-LOSER-ID PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RS-LOSER-SEED PIC 9(2).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RS-LOSER-POINTS PIC 9(8).

      * The feed line as read - the same record AOCD2P1 reads.
       01 FEED-DATA PIC X(28) VALUE SPACES.
       01 FEED-HEADER-FIELDS REDEFINES FEED-DATA.
           05 FILLER PIC X(4).
           05 FH-FEED-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 FH-SOURCE-SITE PIC X(8).
           05 FILLER PIC X(1).
           05 FH-FEED-SEQ PIC 9(4).
           05 FILLER PIC X(2).
       01 FEED-TRAILER-FIELDS REDEFINES FEED-DATA.
           05 FILLER PIC X(4).
           05 FT-REC-COUNT PIC 9(8).
           05 FILLER PIC X(16).

       01 WS-FEED-STRUCT-SW PIC X VALUE 'N'.
           88 WS-FEED-STRUCTURED VALUE 'Y'.
       01 WS-TRAILER-SEEN-SW PIC X VALUE 'N'.
           88 WS-TRAILER-SEEN VALUE 'Y'.
       01 WS-FIRST-RECORD-SW PIC X VALUE 'N'.
           88 WS-FIRST-RECORD-HELD VALUE 'Y'.

       77 WS-TRAILER-COUNT PIC 9(8) VALUE ZERO.
       77 WS-FEED-DATA-COUNT PIC 9(8) VALUE ZERO.
       77 WS-FEED-REC-NUM PIC 9(8) VALUE ZERO.
       77 WS-PLAYER-ID PIC X(8) VALUE SPACES.
       77 RPS_DATA PIC X(3) VALUE SPACES.
       77 ROUND-SCORE PIC 9(8) VALUE ZERO.
       77 WS-ROUNDS-CREDITED PIC 9(8) VALUE ZERO.
       77 WS-REJECT-COUNT PIC 9(8) VALUE ZERO.
       77 WS-SETTLED-COUNT PIC 9(4) VALUE ZERO.
       77 WS-PENDING-COUNT PIC 9(4) VALUE ZERO.

      * Outcome and shape arithmetic as in 2250-SCORE-RECORD of
      * AOCD2P1 (0 = loss, 1 = draw, 2 = win).
       77 OUTCOME-CODE PIC 9(2) COMP-X VALUE ZERO.

       77 PLAYER1ASCII PIC X.
       77 PLAYER1 REDEFINES PLAYER1ASCII PIC 9(2) COMP-X.

       77 PLAYER2ASCII PIC X.
       77 PLAYER2 REDEFINES PLAYER2ASCII PIC 9(2) COMP-X.

      * Rule set handed back by AOCD2RU for the playoff date.
       01 SCORING-RULE-SET.
           05 RU-EFFECTIVE-DATE PIC 9(8).
           05 RU-SHAPE-VALUE OCCURS 3 TIMES PIC 9(4).
           05 RU-OUTCOME-POINTS OCCURS 3 TIMES PIC 9(4).
           05 RU-SOURCE-SW PIC X.
               88 RU-RULES-FROM-FILE VALUE 'F'.
               88 RU-RULES-BUILT-IN VALUE 'D'.

       01 PLAYOFF-HEADING-LINE.
           05 FILLER PIC X(26) VALUE "PLAYOFF BRACKET  RUN DATE ".
           05 PH-RUN-DATE PIC 9(8).
           05 FILLER PIC X(7) VALUE "  MODE ".
           05 PH-MODE PIC X(1).

       01 BRACKET-HEADING-LINE.
           05 FILLER PIC X(27) VALUE "BRACKET AS AT PLAYOFF DATE ".
           05 BH-PLAYOFF-DATE PIC 9(8).
           05 FILLER PIC X(8) VALUE "  FIELD ".
           05 BH-FIELD PIC Z9.

       01 BLANK-LINE PIC X(100) VALUE SPACES.
       01 PLAYOFF-SECTION-LINE PIC X(60) VALUE SPACES.

       01 ROUND-HEADING-LINE.
           05 RH-LABEL PIC X(14).
           05 FILLER PIC X(1) VALUE SPACE.
           05 RH-ROUND-NUM PIC Z9 BLANK WHEN ZERO.

       01 PLAYOFF-MATCH-LINE.
           05 FILLER PIC X(3) VALUE "  M".
           05 PR-MATCH PIC 99.
           05 FILLER PIC X(3) VALUE "  (".
           05 PR-SEED-A PIC Z9 BLANK WHEN ZERO.
           05 FILLER PIC X(2) VALUE ") ".
           05 PR-PLAYER-A PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PR-POINTS-A PIC Z(7)9 BLANK WHEN ZERO.
           05 FILLER PIC X(6) VALUE "  V  (".
           05 PR-SEED-B PIC Z9 BLANK WHEN ZERO.
           05 FILLER PIC X(2) VALUE ") ".
           05 PR-PLAYER-B PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PR-POINTS-B PIC Z(7)9 BLANK WHEN ZERO.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PR-STATUS PIC X(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PR-WINNER PIC X(8).

       01 CHAMPION-LINE.
           05 FILLER PIC X(10) VALUE "CHAMPION: ".
           05 CL-PLAYER-ID PIC X(8).
           05 FILLER PIC X(7) VALUE "  SEED ".
           05 CL-SEED PIC Z9.

       01 PLAYOFF-REJECT-LINE.
           05 PJ-REC-NUM PIC Z(7)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 PJ-RAW-DATA PIC X(28).
           05 FILLER PIC X(2) VALUE SPACES.
           05 PJ-MESSAGE PIC X(40).

       01 PLAYOFF-TRAILER-LINE.
           05 FILLER PIC X(18) VALUE "ROUNDS CREDITED : ".
           05 PT-ROUNDS PIC Z(7)9.
           05 FILLER PIC X(14) VALUE "  NOT SCORED: ".
           05 PT-REJECTS PIC Z(7)9.
           05 FILLER PIC X(18) VALUE "  MATCHES SETTLED:".
           05 PT-SETTLED PIC Z(3)9.
           05 FILLER PIC X(11) VALUE "  PENDING: ".
           05 PT-PENDING PIC Z(3)9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           EVALUATE TRUE
               WHEN WS-MODE-SEED
                   PERFORM 2000-SEED-BRACKET THRU 2000-EXIT
               WHEN WS-MODE-SCORE
                   PERFORM 3000-SCORE-ROUND THRU 3000-EXIT
           END-EVALUATE.
           PERFORM 7000-PRINT-BRACKET THRU 7000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           ACCEPT WS-MODE FROM ENVIRONMENT "AOCD2PO_MODE"
           ON EXCEPTION
                   MOVE 'R' TO WS-MODE
           END-ACCEPT
           IF WS-MODE = SPACE
               MOVE 'R' TO WS-MODE
           END-IF
           IF NOT WS-MODE-SEED AND NOT WS-MODE-SCORE
                   AND NOT WS-MODE-PRINT
               DISPLAY "PLAYOFF MODE " WS-MODE
                       " NOT S, R OR P - NOTHING DONE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-FIELD-SIZE FROM ENVIRONMENT "AOCD2PO_FIELD_SIZE"
           ON EXCEPTION
                   MOVE 8 TO WS-FIELD-SIZE
           END-ACCEPT
           IF WS-FIELD-SIZE < 2 OR WS-FIELD-SIZE > 64
               DISPLAY "FIELD SIZE " WS-FIELD-SIZE
                       " OUTSIDE 2-64 - 8 USED"
               MOVE 8 TO WS-FIELD-SIZE
           END-IF

           ACCEPT WS-FEED-FILE-NAME FROM ENVIRONMENT
                   "AOCD2PO_INPUT_FILE"
           ON EXCEPTION
                   MOVE "playoff_feed.txt" TO WS-FEED-FILE-NAME
           END-ACCEPT

           ACCEPT WS-PLAYOFF-DATE-PARM FROM ENVIRONMENT
                   "AOCD2PO_PLAYOFF_DATE"
           ON EXCEPTION
                   MOVE SPACES TO WS-PLAYOFF-DATE-PARM
           END-ACCEPT
           IF WS-PLAYOFF-DATE-PARM(1:8) IS NUMERIC
               MOVE WS-PLAYOFF-DATE-PARM TO WS-PLAYOFF-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-PLAYOFF-DATE
           END-IF

           OPEN OUTPUT PLAYOFF_REPORT_FILE
           MOVE WS-RUN-DATE TO PH-RUN-DATE
           MOVE WS-MODE TO PH-MODE
           WRITE PLAYOFF-REPORT-REC FROM PLAYOFF-HEADING-LINE
           IF NOT WS-MODE-SEED
               PERFORM 1200-LOAD-BRACKET THRU 1200-EXIT
               IF WS-MATCH-TOTAL = ZERO
                   DISPLAY "NO PLAYOFF BRACKET ON FILE - "
                           "RUN THE DRAW FIRST"
                   MOVE 16 TO RETURN-CODE
                   CLOSE PLAYOFF_REPORT_FILE
                   STOP RUN
               END-IF
           END-IF.
       1000-EXIT.
           EXIT.

       1097-OPEN-PLAYER-MASTER.
           OPEN INPUT PLAYER_MASTER_FILE
           IF WS-PMAST-FILE-STATUS = "00"
               SET WS-PMAST-PRESENT TO TRUE
           ELSE
               DISPLAY "PLAYER MASTER NOT ON FILE - EVERY PLAYER ON "
                       "THE STANDINGS IS ELIGIBLE"
           END-IF.
       1097-EXIT.
           EXIT.

      * The bracket size and round count follow from the number of
      * matches on file: a bracket of B places holds B - 1 matches.
       1200-LOAD-BRACKET.
           MOVE ZERO TO WS-MATCH-TOTAL
           MOVE 'N' TO WS-BRKT-EOF
           OPEN INPUT PLAYOFF_BRACKET_FILE
           IF WS-BRKT-FILE-STATUS NOT = "00"
               GO TO 1200-EXIT
           END-IF
           PERFORM 1210-LOAD-MATCH-RECORD THRU 1210-EXIT
                   UNTIL WS-BRKT-EOF = 'Y'
           CLOSE PLAYOFF_BRACKET_FILE
           COMPUTE WS-BRACKET-SIZE = WS-MATCH-TOTAL + 1
           MOVE ZERO TO WS-ROUND-COUNT
           MOVE ZERO TO WS-MT-IX
           PERFORM 1220-COUNT-ROUNDS THRU 1220-EXIT
                   UNTIL WS-MT-IX >= WS-MATCH-TOTAL
           MOVE ZERO TO WS-FIELD-COUNT
           MOVE ZERO TO WS-MT-IX
           PERFORM 1230-COUNT-FIELD THRU 1230-EXIT
                   UNTIL WS-MT-IX >= WS-BRACKET-SIZE / 2.
       1200-EXIT.
           EXIT.

       1210-LOAD-MATCH-RECORD.
           READ PLAYOFF_BRACKET_FILE INTO PLAYOFF-BRACKET-LINE
               AT END
                   MOVE 'Y' TO WS-BRKT-EOF
                   GO TO 1210-EXIT
           END-READ
           IF PLAYOFF-BRACKET-LINE = SPACES OR WS-MATCH-TOTAL >= 63
               GO TO 1210-EXIT
           END-IF
           ADD 1 TO WS-MATCH-TOTAL
           MOVE BK-ROUND TO WS-MT-ROUND(WS-MATCH-TOTAL)
           MOVE BK-MATCH TO WS-MT-MATCH(WS-MATCH-TOTAL)
           MOVE BK-STATUS TO WS-MT-STATUS(WS-MATCH-TOTAL)
           MOVE BK-SEED-A TO WS-MT-SEED-A(WS-MATCH-TOTAL)
           MOVE BK-PLAYER-A TO WS-MT-PLAYER-A(WS-MATCH-TOTAL)
           MOVE BK-SEED-B TO WS-MT-SEED-B(WS-MATCH-TOTAL)
           MOVE BK-PLAYER-B TO WS-MT-PLAYER-B(WS-MATCH-TOTAL)
           MOVE BK-WINNER-SEED TO WS-MT-WINNER-SEED(WS-MATCH-TOTAL)
           MOVE BK-POINTS-A TO WS-MT-POINTS-A(WS-MATCH-TOTAL)
           MOVE BK-POINTS-B TO WS-MT-POINTS-B(WS-MATCH-TOTAL)
           MOVE BK-WINS-A TO WS-MT-WINS-A(WS-MATCH-TOTAL)
           MOVE BK-WINS-B TO WS-MT-WINS-B(WS-MATCH-TOTAL)
           MOVE BK-ROUNDS-A TO WS-MT-ROUNDS-A(WS-MATCH-TOTAL)
           MOVE BK-ROUNDS-B TO WS-MT-ROUNDS-B(WS-MATCH-TOTAL)
           MOVE BK-PLAYED-DATE TO WS-MT-PLAYED-DATE(WS-MATCH-TOTAL).
       1210-EXIT.
           EXIT.

       1220-COUNT-ROUNDS.
           ADD 1 TO WS-MT-IX
           IF WS-MT-ROUND(WS-MT-IX) > WS-ROUND-COUNT
               MOVE WS-MT-ROUND(WS-MT-IX) TO WS-ROUND-COUNT
           END-IF.
       1220-EXIT.
           EXIT.

      * The field is every seed placed in the first round; an empty
      * B side is a bye, not a player.
       1230-COUNT-FIELD.
           ADD 1 TO WS-MT-IX
           ADD 1 TO WS-FIELD-COUNT
           IF WS-MT-PLAYER-B(WS-MT-IX) NOT = SPACES
               ADD 1 TO WS-FIELD-COUNT
           END-IF.
       1230-EXIT.
           EXIT.

       2000-SEED-BRACKET.
           OPEN INPUT PLAYOFF_BRACKET_FILE
           IF WS-BRKT-FILE-STATUS = "00"
               CLOSE PLAYOFF_BRACKET_FILE
               DISPLAY "PLAYOFF BRACKET ALREADY ON FILE - REMOVE "
                       "playoff_bracket.txt TO DRAW AGAIN"
               PERFORM 1200-LOAD-BRACKET THRU 1200-EXIT
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF

           PERFORM 1097-OPEN-PLAYER-MASTER THRU 1097-EXIT
           MOVE 'N' TO WS-PSTAT-EOF
           OPEN INPUT PLAYER_STATS_FILE
           IF WS-PLAYER-FILE-STATUS NOT = "00"
               DISPLAY "PLAYER STATS NOT AVAILABLE - FILE STATUS "
                       WS-PLAYER-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE PLAYOFF_REPORT_FILE
               STOP RUN
           END-IF
           PERFORM 2100-LOAD-CANDIDATE THRU 2100-EXIT
                   UNTIL WS-PSTAT-EOF = 'Y'
           CLOSE PLAYER_STATS_FILE
           IF WS-PMAST-PRESENT
               CLOSE PLAYER_MASTER_FILE
           END-IF
           PERFORM 2200-LOAD-RATINGS THRU 2200-EXIT

           MOVE WS-FIELD-SIZE TO WS-FIELD-COUNT
           IF WS-CD-COUNT < WS-FIELD-COUNT
               MOVE WS-CD-COUNT TO WS-FIELD-COUNT
               DISPLAY "ONLY " WS-CD-COUNT " PLAYERS ELIGIBLE - "
                       "FIELD REDUCED"
           END-IF
           IF WS-FIELD-COUNT < 2
               DISPLAY "FEWER THAN TWO PLAYERS ELIGIBLE - NO DRAW"
               MOVE 8 TO RETURN-CODE
               GO TO 2000-EXIT
           END-IF
           MOVE ZERO TO WS-SD-IX
           PERFORM 2300-SEED-NEXT-PLAYER THRU 2300-EXIT
                   UNTIL WS-SD-IX >= WS-FIELD-COUNT

           MOVE 2 TO WS-BRACKET-SIZE
           MOVE 1 TO WS-ROUND-COUNT
           PERFORM 2400-DOUBLE-BRACKET THRU 2400-EXIT
                   UNTIL WS-BRACKET-SIZE >= WS-FIELD-COUNT
           COMPUTE WS-MATCH-TOTAL = WS-BRACKET-SIZE - 1

           MOVE 1 TO WS-SO-COUNT
           MOVE 1 TO WS-SO-SEED(1)
           PERFORM 2450-EXPAND-SEED-ORDER THRU 2450-EXIT
                   UNTIL WS-SO-COUNT >= WS-BRACKET-SIZE

           MOVE ZERO TO WS-MT-IX
           MOVE ZERO TO WS-ROUND-IX
           PERFORM 2500-BUILD-ROUND THRU 2500-EXIT
                   UNTIL WS-ROUND-IX >= WS-ROUND-COUNT

           OPEN EXTEND PLAYOFF_RESULT_FILE
           IF WS-RSLT-FILE-STATUS = "35"
               OPEN OUTPUT PLAYOFF_RESULT_FILE
           END-IF
           MOVE ZERO TO WS-MT-IX
           PERFORM 2600-SEAT-FIRST-ROUND THRU 2600-EXIT
                   UNTIL WS-MT-IX >= WS-BRACKET-SIZE / 2
           CLOSE PLAYOFF_RESULT_FILE

           PERFORM 8100-WRITE-BRACKET THRU 8100-EXIT
           DISPLAY "PLAYOFF DRAW MADE - FIELD " WS-FIELD-COUNT
                   " BRACKET OF " WS-BRACKET-SIZE.
       2000-EXIT.
           EXIT.

      * UNNAMED is the legacy bare-feed attribution, not a player,
      * and an ID inactive or missing on the master cannot be drawn.
       2100-LOAD-CANDIDATE.
           READ PLAYER_STATS_FILE INTO PLAYER-STATS-LINE
               AT END
                   MOVE 'Y' TO WS-PSTAT-EOF
                   GO TO 2100-EXIT
           END-READ
           IF PL-ID = SPACES OR PL-ID = "UNNAMED"
                   OR PL-SCORE NOT NUMERIC
               GO TO 2100-EXIT
           END-IF
           IF WS-PMAST-PRESENT
               MOVE PL-ID TO PM-PLAYER-ID
               READ PLAYER_MASTER_FILE
                   INVALID KEY
                       GO TO 2100-EXIT
               END-READ
               IF NOT PM-ACTIVE
                   GO TO 2100-EXIT
               END-IF
           END-IF
           IF WS-CD-COUNT >= WS-CD-MAX
               IF NOT WS-CD-FULL-TOLD
                   DISPLAY "CANDIDATE TABLE FULL - FURTHER PLAYERS "
                           "NOT CONSIDERED"
                   SET WS-CD-FULL-TOLD TO TRUE
               END-IF
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-CD-COUNT
           MOVE PL-ID TO WS-CD-PLAYER-ID(WS-CD-COUNT)
           MOVE PL-SCORE TO WS-CD-SCORE(WS-CD-COUNT)
           MOVE WS-BASE-RATING TO WS-CD-RATING(WS-CD-COUNT)
           SET WS-CD-UNSEEDED(WS-CD-COUNT) TO TRUE.
       2100-EXIT.
           EXIT.

       2200-LOAD-RATINGS.
           MOVE 'N' TO WS-RATE-EOF
           OPEN INPUT RATING_FILE
           IF WS-RATE-FILE-STATUS NOT = "00"
               DISPLAY "RATING FILE NOT ON FILE - TIES BROKEN ON "
                       "PLAYER ID"
               GO TO 2200-EXIT
           END-IF
           PERFORM 2210-APPLY-RATING THRU 2210-EXIT
                   UNTIL WS-RATE-EOF = 'Y'
           CLOSE RATING_FILE.
       2200-EXIT.
           EXIT.

       2210-APPLY-RATING.
           READ RATING_FILE INTO RATING-LINE
               AT END
                   MOVE 'Y' TO WS-RATE-EOF
                   GO TO 2210-EXIT
           END-READ
           IF RF-RATING NOT NUMERIC
               GO TO 2210-EXIT
           END-IF
           MOVE ZERO TO WS-CD-FOUND-IX
           MOVE ZERO TO WS-CD-IX
           PERFORM 2220-SCAN-CANDIDATES THRU 2220-EXIT
                   UNTIL WS-CD-IX >= WS-CD-COUNT
                   OR WS-CD-FOUND-IX > ZERO
           IF WS-CD-FOUND-IX > ZERO
               MOVE RF-RATING TO WS-CD-RATING(WS-CD-FOUND-IX)
           END-IF.
       2210-EXIT.
           EXIT.

       2220-SCAN-CANDIDATES.
           ADD 1 TO WS-CD-IX
           IF WS-CD-PLAYER-ID(WS-CD-IX) = RF-PLAYER-ID
               MOVE WS-CD-IX TO WS-CD-FOUND-IX
           END-IF.
       2220-EXIT.
           EXIT.

      * Selection pass, as the standings are ranked in AOCD2P1: each
      * time through, the best unseeded player takes the next seed.
       2300-SEED-NEXT-PLAYER.
           ADD 1 TO WS-SD-IX
           MOVE ZERO TO WS-CD-BEST-IX
           MOVE ZERO TO WS-CD-IX
           PERFORM 2310-SCAN-FOR-BEST THRU 2310-EXIT
                   UNTIL WS-CD-IX >= WS-CD-COUNT
           SET WS-CD-SEEDED(WS-CD-BEST-IX) TO TRUE
           MOVE WS-CD-PLAYER-ID(WS-CD-BEST-IX)
                   TO WS-SD-PLAYER-ID(WS-SD-IX).
       2300-EXIT.
           EXIT.

       2310-SCAN-FOR-BEST.
           ADD 1 TO WS-CD-IX
           IF WS-CD-SEEDED(WS-CD-IX)
               GO TO 2310-EXIT
           END-IF
           IF WS-CD-BEST-IX = ZERO
               MOVE WS-CD-IX TO WS-CD-BEST-IX
               GO TO 2310-EXIT
           END-IF
           IF WS-CD-SCORE(WS-CD-IX) > WS-CD-SCORE(WS-CD-BEST-IX)
               MOVE WS-CD-IX TO WS-CD-BEST-IX
               GO TO 2310-EXIT
           END-IF
           IF WS-CD-SCORE(WS-CD-IX) < WS-CD-SCORE(WS-CD-BEST-IX)
               GO TO 2310-EXIT
           END-IF
           IF WS-CD-RATING(WS-CD-IX) > WS-CD-RATING(WS-CD-BEST-IX)
               MOVE WS-CD-IX TO WS-CD-BEST-IX
               GO TO 2310-EXIT
           END-IF
           IF WS-CD-RATING(WS-CD-IX) = WS-CD-RATING(WS-CD-BEST-IX)
                   AND WS-CD-PLAYER-ID(WS-CD-IX)
                       < WS-CD-PLAYER-ID(WS-CD-BEST-IX)
               MOVE WS-CD-IX TO WS-CD-BEST-IX
           END-IF.
       2310-EXIT.
           EXIT.

       2400-DOUBLE-BRACKET.
           COMPUTE WS-BRACKET-SIZE = WS-BRACKET-SIZE * 2
           ADD 1 TO WS-ROUND-COUNT.
       2400-EXIT.
           EXIT.

      * Each seed s in a bracket of k places is paired with 2k+1-s
      * in the bracket of 2k.
       2450-EXPAND-SEED-ORDER.
           MOVE ZERO TO WS-SO-IX
           PERFORM 2460-PAIR-ONE-SEED THRU 2460-EXIT
                   UNTIL WS-SO-IX >= WS-SO-COUNT
           COMPUTE WS-SO-COUNT = WS-SO-COUNT * 2
           MOVE WS-SEED-ORDER-WORK TO WS-SEED-ORDER-TABLE.
       2450-EXIT.
           EXIT.

       2460-PAIR-ONE-SEED.
           ADD 1 TO WS-SO-IX
           MOVE WS-SO-SEED(WS-SO-IX) TO WS-SW-SEED(WS-SO-IX * 2 - 1)
           COMPUTE WS-SW-SEED(WS-SO-IX * 2) =
                   WS-SO-COUNT * 2 + 1 - WS-SO-SEED(WS-SO-IX).
       2460-EXIT.
           EXIT.

       2500-BUILD-ROUND.
           ADD 1 TO WS-ROUND-IX
           COMPUTE WS-ROUND-MATCHES =
                   WS-BRACKET-SIZE / (2 ** WS-ROUND-IX)
           MOVE ZERO TO WS-MATCH-IX
           PERFORM 2510-BUILD-MATCH THRU 2510-EXIT
                   UNTIL WS-MATCH-IX >= WS-ROUND-MATCHES.
       2500-EXIT.
           EXIT.

       2510-BUILD-MATCH.
           ADD 1 TO WS-MATCH-IX
           ADD 1 TO WS-MT-IX
           MOVE WS-ROUND-IX TO WS-MT-ROUND(WS-MT-IX)
           MOVE WS-MATCH-IX TO WS-MT-MATCH(WS-MT-IX)
           SET WS-MT-AWAITING(WS-MT-IX) TO TRUE
           MOVE ZERO TO WS-MT-SEED-A(WS-MT-IX) WS-MT-SEED-B(WS-MT-IX)
                   WS-MT-WINNER-SEED(WS-MT-IX)
                   WS-MT-POINTS-A(WS-MT-IX) WS-MT-POINTS-B(WS-MT-IX)
                   WS-MT-WINS-A(WS-MT-IX) WS-MT-WINS-B(WS-MT-IX)
                   WS-MT-ROUNDS-A(WS-MT-IX) WS-MT-ROUNDS-B(WS-MT-IX)
                   WS-MT-PLAYED-DATE(WS-MT-IX)
           MOVE SPACES TO WS-MT-PLAYER-A(WS-MT-IX)
                   WS-MT-PLAYER-B(WS-MT-IX).
       2510-EXIT.
           EXIT.

      * The higher seed of each pair always lands on side A. A seed
      * below the field is a bye: the A side goes straight through.
       2600-SEAT-FIRST-ROUND.
           ADD 1 TO WS-MT-IX
           MOVE WS-SO-SEED(WS-MT-IX * 2 - 1) TO WS-MT-SEED-A(WS-MT-IX)
           MOVE WS-SD-PLAYER-ID(WS-MT-SEED-A(WS-MT-IX))
                   TO WS-MT-PLAYER-A(WS-MT-IX)
           IF WS-SO-SEED(WS-MT-IX * 2) > WS-FIELD-COUNT
               SET WS-MT-BYE(WS-MT-IX) TO TRUE
               MOVE WS-MT-SEED-A(WS-MT-IX)
                       TO WS-MT-WINNER-SEED(WS-MT-IX)
               MOVE WS-RUN-DATE TO WS-MT-PLAYED-DATE(WS-MT-IX)
               PERFORM 8200-WRITE-RESULT THRU 8200-EXIT
               PERFORM 5000-ADVANCE-WINNER THRU 5000-EXIT
               GO TO 2600-EXIT
           END-IF
           MOVE WS-SO-SEED(WS-MT-IX * 2) TO WS-MT-SEED-B(WS-MT-IX)
           MOVE WS-SD-PLAYER-ID(WS-MT-SEED-B(WS-MT-IX))
                   TO WS-MT-PLAYER-B(WS-MT-IX)
           SET WS-MT-OPEN(WS-MT-IX) TO TRUE.
       2600-EXIT.
           EXIT.

       3000-SCORE-ROUND.
           MOVE ZERO TO WS-CURRENT-ROUND
           MOVE ZERO TO WS-MT-IX
           PERFORM 3010-FIND-OPEN-ROUND THRU 3010-EXIT
                   UNTIL WS-MT-IX >= WS-MATCH-TOTAL
                   OR WS-CURRENT-ROUND > ZERO
           IF WS-CURRENT-ROUND = ZERO
               DISPLAY "NO PLAYOFF MATCH AWAITING PLAY"
               MOVE 8 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF

           OPEN INPUT PLAYOFF_FEED_FILE
           IF WS-FEED-FILE-STATUS NOT = "00"
               DISPLAY "PLAYOFF FEED " WS-FEED-FILE-NAME
                       " NOT AVAILABLE - FILE STATUS "
                       WS-FEED-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-CHECK-FEED-HEADER THRU 3100-EXIT
           CALL "AOCD2RU" USING WS-PLAYOFF-DATE, SCORING-RULE-SET

           MOVE "FEED RECORDS NOT SCORED" TO PLAYOFF-SECTION-LINE
           WRITE PLAYOFF-REPORT-REC FROM BLANK-LINE
           WRITE PLAYOFF-REPORT-REC FROM PLAYOFF-SECTION-LINE
           PERFORM 3200-PROCESS-FEED-RECORD THRU 3200-EXIT
                   UNTIL WS-FEED-EOF = 'Y'
           CLOSE PLAYOFF_FEED_FILE
           PERFORM 3250-VERIFY-TRAILER THRU 3250-EXIT

           OPEN EXTEND PLAYOFF_RESULT_FILE
           IF WS-RSLT-FILE-STATUS = "35"
               OPEN OUTPUT PLAYOFF_RESULT_FILE
           END-IF
           MOVE ZERO TO WS-MT-IX
           PERFORM 3500-SETTLE-MATCH THRU 3500-EXIT
                   UNTIL WS-MT-IX >= WS-MATCH-TOTAL
           CLOSE PLAYOFF_RESULT_FILE
           PERFORM 8100-WRITE-BRACKET THRU 8100-EXIT.
       3000-EXIT.
           EXIT.

       3010-FIND-OPEN-ROUND.
           ADD 1 TO WS-MT-IX
           IF WS-MT-OPEN(WS-MT-IX)
               MOVE WS-MT-ROUND(WS-MT-IX) TO WS-CURRENT-ROUND
           END-IF.
       3010-EXIT.
           EXIT.

      * A HDR record dates the playoff round; without one the first
      * record is held back and scored like any other.
       3100-CHECK-FEED-HEADER.
           READ PLAYOFF_FEED_FILE INTO FEED-DATA
               AT END
                   MOVE 'Y' TO WS-FEED-EOF
                   GO TO 3100-EXIT
           END-READ
           IF FEED-DATA(1:3) NOT = "HDR"
               SET WS-FIRST-RECORD-HELD TO TRUE
               GO TO 3100-EXIT
           END-IF
           SET WS-FEED-STRUCTURED TO TRUE
           IF FH-FEED-DATE IS NUMERIC
               MOVE FH-FEED-DATE TO WS-PLAYOFF-DATE
           ELSE
               DISPLAY "FEED HEADER DATE UNREADABLE - PLAYOFF DATE "
                       WS-PLAYOFF-DATE " USED"
           END-IF.
       3100-EXIT.
           EXIT.

       3200-PROCESS-FEED-RECORD.
           IF WS-FIRST-RECORD-HELD
               MOVE 'N' TO WS-FIRST-RECORD-SW
           ELSE
               READ PLAYOFF_FEED_FILE INTO FEED-DATA
                   AT END
                       MOVE 'Y' TO WS-FEED-EOF
                       GO TO 3200-EXIT
               END-READ
           END-IF
           IF FEED-DATA(1:3) = "TRL"
               SET WS-TRAILER-SEEN TO TRUE
               IF FT-REC-COUNT IS NUMERIC
                   MOVE FT-REC-COUNT TO WS-TRAILER-COUNT
               END-IF
               MOVE 'Y' TO WS-FEED-EOF
               GO TO 3200-EXIT
           END-IF
           ADD 1 TO WS-FEED-REC-NUM
           ADD 1 TO WS-FEED-DATA-COUNT

           IF FEED-DATA(4:9) = SPACES
               MOVE "NO PLAYER ID ON RECORD" TO PJ-MESSAGE
               GO TO 3200-REJECT
           END-IF
           MOVE FEED-DATA(1:8) TO WS-PLAYER-ID
           MOVE FEED-DATA(10:3) TO RPS_DATA
           IF RPS_DATA(1:1) < 'A' OR RPS_DATA(1:1) > 'C'
                   OR RPS_DATA(2:1) NOT = SPACE
                   OR RPS_DATA(3:1) < 'X' OR RPS_DATA(3:1) > 'Z'
               MOVE "INVALID RPS RECORD" TO PJ-MESSAGE
               GO TO 3200-REJECT
           END-IF

           MOVE ZERO TO WS-NX-IX
           MOVE ZERO TO WS-MT-IX
           PERFORM 3210-FIND-PLAYER-MATCH THRU 3210-EXIT
                   UNTIL WS-MT-IX >= WS-MATCH-TOTAL
                   OR WS-NX-IX > ZERO
           IF WS-NX-IX = ZERO
               MOVE "PLAYER HAS NO OPEN MATCH THIS ROUND"
                       TO PJ-MESSAGE
               GO TO 3200-REJECT
           END-IF
           PERFORM 3300-SCORE-PLAYOFF-ROUND THRU 3300-EXIT
           GO TO 3200-EXIT.

       3200-REJECT.
           ADD 1 TO WS-REJECT-COUNT
           MOVE WS-FEED-REC-NUM TO PJ-REC-NUM
           MOVE FEED-DATA TO PJ-RAW-DATA
           WRITE PLAYOFF-REPORT-REC FROM PLAYOFF-REJECT-LINE.
       3200-EXIT.
           EXIT.

       3210-FIND-PLAYER-MATCH.
           ADD 1 TO WS-MT-IX
           IF WS-MT-OPEN(WS-MT-IX)
                   AND WS-MT-ROUND(WS-MT-IX) = WS-CURRENT-ROUND
               IF WS-MT-PLAYER-A(WS-MT-IX) = WS-PLAYER-ID
                       OR WS-MT-PLAYER-B(WS-MT-IX) = WS-PLAYER-ID
                   MOVE WS-MT-IX TO WS-NX-IX
               END-IF
           END-IF.
       3210-EXIT.
           EXIT.

       3250-VERIFY-TRAILER.
           IF NOT WS-FEED-STRUCTURED
               GO TO 3250-EXIT
           END-IF
           IF NOT WS-TRAILER-SEEN
               DISPLAY "TRAILER RECORD MISSING FROM "
                       WS-FEED-FILE-NAME
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 3250-EXIT
           END-IF
           IF WS-TRAILER-COUNT NOT = WS-FEED-DATA-COUNT
               DISPLAY "TRAILER COUNT MISMATCH ON "
                       WS-FEED-FILE-NAME
                       " - EXPECTED " WS-TRAILER-COUNT
                       " GOT " WS-FEED-DATA-COUNT
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       3250-EXIT.
           EXIT.

       3300-SCORE-PLAYOFF-ROUND.
           MOVE RPS_DATA(1:1) TO PLAYER1ASCII
           MOVE RPS_DATA(3:1) TO PLAYER2ASCII
           COMPUTE OUTCOME-CODE = FUNCTION MOD((PLAYER2 - PLAYER1) -
           19, 3)
           COMPUTE ROUND-SCORE = RU-OUTCOME-POINTS(OUTCOME-CODE + 1)
                   + RU-SHAPE-VALUE(PLAYER2 - 87)
           ADD 1 TO WS-ROUNDS-CREDITED
           IF WS-MT-PLAYER-A(WS-NX-IX) = WS-PLAYER-ID
               ADD ROUND-SCORE TO WS-MT-POINTS-A(WS-NX-IX)
               ADD 1 TO WS-MT-ROUNDS-A(WS-NX-IX)
               IF OUTCOME-CODE = 2
                   ADD 1 TO WS-MT-WINS-A(WS-NX-IX)
               END-IF
           ELSE
               ADD ROUND-SCORE TO WS-MT-POINTS-B(WS-NX-IX)
               ADD 1 TO WS-MT-ROUNDS-B(WS-NX-IX)
               IF OUTCOME-CODE = 2
                   ADD 1 TO WS-MT-WINS-B(WS-NX-IX)
               END-IF
           END-IF.
       3300-EXIT.
           EXIT.

      * Head to head: points, then rounds won, then the higher seed
      * (the lower seed number, always side A). A player who sent
      * nothing loses by walkover; neither sending leaves the match
      * open for the next feed.
       3500-SETTLE-MATCH.
           ADD 1 TO WS-MT-IX
           IF NOT WS-MT-OPEN(WS-MT-IX)
                   OR WS-MT-ROUND(WS-MT-IX) NOT = WS-CURRENT-ROUND
               GO TO 3500-EXIT
           END-IF
           IF WS-MT-ROUNDS-A(WS-MT-IX) = ZERO
                   AND WS-MT-ROUNDS-B(WS-MT-IX) = ZERO
               ADD 1 TO WS-PENDING-COUNT
               DISPLAY "ROUND " WS-MT-ROUND(WS-MT-IX)
                       " MATCH " WS-MT-MATCH(WS-MT-IX)
                       " NOT PLAYED - LEFT OPEN"
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 3500-EXIT
           END-IF

           EVALUATE TRUE
               WHEN WS-MT-ROUNDS-B(WS-MT-IX) = ZERO
                   SET WS-MT-WALKOVER(WS-MT-IX) TO TRUE
                   MOVE WS-MT-SEED-A(WS-MT-IX)
                           TO WS-MT-WINNER-SEED(WS-MT-IX)
               WHEN WS-MT-ROUNDS-A(WS-MT-IX) = ZERO
                   SET WS-MT-WALKOVER(WS-MT-IX) TO TRUE
                   MOVE WS-MT-SEED-B(WS-MT-IX)
                           TO WS-MT-WINNER-SEED(WS-MT-IX)
               WHEN WS-MT-POINTS-A(WS-MT-IX)
                       > WS-MT-POINTS-B(WS-MT-IX)
                   SET WS-MT-DECIDED(WS-MT-IX) TO TRUE
                   MOVE WS-MT-SEED-A(WS-MT-IX)
                           TO WS-MT-WINNER-SEED(WS-MT-IX)
               WHEN WS-MT-POINTS-B(WS-MT-IX)
                       > WS-MT-POINTS-A(WS-MT-IX)
                   SET WS-MT-DECIDED(WS-MT-IX) TO TRUE
                   MOVE WS-MT-SEED-B(WS-MT-IX)
                           TO WS-MT-WINNER-SEED(WS-MT-IX)
               WHEN WS-MT-WINS-B(WS-MT-IX) > WS-MT-WINS-A(WS-MT-IX)
                   SET WS-MT-DECIDED(WS-MT-IX) TO TRUE
                   MOVE WS-MT-SEED-B(WS-MT-IX)
                           TO WS-MT-WINNER-SEED(WS-MT-IX)
               WHEN OTHER
                   SET WS-MT-DECIDED(WS-MT-IX) TO TRUE
                   MOVE WS-MT-SEED-A(WS-MT-IX)
                           TO WS-MT-WINNER-SEED(WS-MT-IX)
           END-EVALUATE
           MOVE WS-PLAYOFF-DATE TO WS-MT-PLAYED-DATE(WS-MT-IX)
           ADD 1 TO WS-SETTLED-COUNT
           PERFORM 8200-WRITE-RESULT THRU 8200-EXIT
           PERFORM 5000-ADVANCE-WINNER THRU 5000-EXIT.
       3500-EXIT.
           EXIT.

      * Match m of round r feeds match (m+1)/2 of round r+1 - side A
      * from an odd m, side B from an even one. The next match opens
      * once both its sides are known.
       5000-ADVANCE-WINNER.
           IF WS-MT-ROUND(WS-MT-IX) >= WS-ROUND-COUNT
               GO TO 5000-EXIT
           END-IF
           COMPUTE WS-LOCATE-ROUND = WS-MT-ROUND(WS-MT-IX) + 1
           COMPUTE WS-LOCATE-MATCH = (WS-MT-MATCH(WS-MT-IX) + 1) / 2
           COMPUTE WS-NX-IX = WS-BRACKET-SIZE
                   - WS-BRACKET-SIZE / (2 ** (WS-LOCATE-ROUND - 1))
                   + WS-LOCATE-MATCH
           IF FUNCTION MOD(WS-MT-MATCH(WS-MT-IX), 2) = 1
               MOVE WS-MT-WINNER-SEED(WS-MT-IX)
                       TO WS-MT-SEED-A(WS-NX-IX)
               PERFORM 5100-WINNER-ID THRU 5100-EXIT
               MOVE WS-PLAYER-ID TO WS-MT-PLAYER-A(WS-NX-IX)
           ELSE
               MOVE WS-MT-WINNER-SEED(WS-MT-IX)
                       TO WS-MT-SEED-B(WS-NX-IX)
               PERFORM 5100-WINNER-ID THRU 5100-EXIT
               MOVE WS-PLAYER-ID TO WS-MT-PLAYER-B(WS-NX-IX)
           END-IF
           IF WS-MT-SEED-A(WS-NX-IX) > ZERO
                   AND WS-MT-SEED-B(WS-NX-IX) > ZERO
               PERFORM 5200-ORDER-SIDES THRU 5200-EXIT
               SET WS-MT-OPEN(WS-NX-IX) TO TRUE
           END-IF.
       5000-EXIT.
           EXIT.

       5100-WINNER-ID.
           IF WS-MT-WINNER-SEED(WS-MT-IX) = WS-MT-SEED-A(WS-MT-IX)
               MOVE WS-MT-PLAYER-A(WS-MT-IX) TO WS-PLAYER-ID
           ELSE
               MOVE WS-MT-PLAYER-B(WS-MT-IX) TO WS-PLAYER-ID
           END-IF.
       5100-EXIT.
           EXIT.

      * Keep the higher seed on side A in every round, so the seed
      * tie-break in 3500-SETTLE-MATCH always favours side A.
       5200-ORDER-SIDES.
           IF WS-MT-SEED-A(WS-NX-IX) < WS-MT-SEED-B(WS-NX-IX)
               GO TO 5200-EXIT
           END-IF
           MOVE WS-MT-SEED-A(WS-NX-IX) TO WS-SD-IX
           MOVE WS-MT-PLAYER-A(WS-NX-IX) TO WS-PLAYER-ID
           MOVE WS-MT-SEED-B(WS-NX-IX) TO WS-MT-SEED-A(WS-NX-IX)
           MOVE WS-MT-PLAYER-B(WS-NX-IX) TO WS-MT-PLAYER-A(WS-NX-IX)
           MOVE WS-SD-IX TO WS-MT-SEED-B(WS-NX-IX)
           MOVE WS-PLAYER-ID TO WS-MT-PLAYER-B(WS-NX-IX).
       5200-EXIT.
           EXIT.

       7000-PRINT-BRACKET.
           MOVE WS-PLAYOFF-DATE TO BH-PLAYOFF-DATE
           MOVE WS-FIELD-COUNT TO BH-FIELD
           WRITE PLAYOFF-REPORT-REC FROM BLANK-LINE
           WRITE PLAYOFF-REPORT-REC FROM BRACKET-HEADING-LINE
           MOVE ZERO TO WS-ROUND-IX
           MOVE ZERO TO WS-MT-IX
           PERFORM 7100-PRINT-MATCH THRU 7100-EXIT
                   UNTIL WS-MT-IX >= WS-MATCH-TOTAL
           IF WS-MATCH-TOTAL > ZERO
               IF WS-MT-SETTLED(WS-MATCH-TOTAL)
                   MOVE WS-MATCH-TOTAL TO WS-MT-IX
                   PERFORM 5100-WINNER-ID THRU 5100-EXIT
                   MOVE WS-PLAYER-ID TO CL-PLAYER-ID
                   MOVE WS-MT-WINNER-SEED(WS-MATCH-TOTAL) TO CL-SEED
                   WRITE PLAYOFF-REPORT-REC FROM BLANK-LINE
                   WRITE PLAYOFF-REPORT-REC FROM CHAMPION-LINE
                   DISPLAY "PLAYOFF CHAMPION " CL-PLAYER-ID
               END-IF
           END-IF.
       7000-EXIT.
           EXIT.

       7100-PRINT-MATCH.
           ADD 1 TO WS-MT-IX
           IF WS-MT-ROUND(WS-MT-IX) NOT = WS-ROUND-IX
               MOVE WS-MT-ROUND(WS-MT-IX) TO WS-ROUND-IX
               PERFORM 7200-PRINT-ROUND-HEADING THRU 7200-EXIT
           END-IF
           MOVE WS-MT-MATCH(WS-MT-IX) TO PR-MATCH
           MOVE WS-MT-SEED-A(WS-MT-IX) TO PR-SEED-A
           MOVE WS-MT-SEED-B(WS-MT-IX) TO PR-SEED-B
           MOVE WS-MT-PLAYER-A(WS-MT-IX) TO PR-PLAYER-A
           MOVE WS-MT-PLAYER-B(WS-MT-IX) TO PR-PLAYER-B
           IF WS-MT-SEED-A(WS-MT-IX) = ZERO
               MOVE "TBD" TO PR-PLAYER-A
           END-IF
           IF WS-MT-SEED-B(WS-MT-IX) = ZERO
               MOVE "TBD" TO PR-PLAYER-B
           END-IF
           MOVE WS-MT-POINTS-A(WS-MT-IX) TO PR-POINTS-A
           MOVE WS-MT-POINTS-B(WS-MT-IX) TO PR-POINTS-B
           MOVE SPACES TO PR-WINNER
           EVALUATE TRUE
               WHEN WS-MT-AWAITING(WS-MT-IX)
                   MOVE "AWAITING" TO PR-STATUS
               WHEN WS-MT-OPEN(WS-MT-IX)
                   MOVE "TO PLAY" TO PR-STATUS
               WHEN WS-MT-BYE(WS-MT-IX)
                   MOVE "BYE" TO PR-PLAYER-B
                   MOVE "BYE" TO PR-STATUS
               WHEN WS-MT-WALKOVER(WS-MT-IX)
                   MOVE "WALKOVER" TO PR-STATUS
               WHEN OTHER
                   MOVE "WON BY" TO PR-STATUS
           END-EVALUATE
           IF WS-MT-SETTLED(WS-MT-IX)
               PERFORM 5100-WINNER-ID THRU 5100-EXIT
               MOVE WS-PLAYER-ID TO PR-WINNER
           END-IF
           WRITE PLAYOFF-REPORT-REC FROM PLAYOFF-MATCH-LINE.
       7100-EXIT.
           EXIT.

       7200-PRINT-ROUND-HEADING.
           MOVE SPACES TO RH-LABEL
           MOVE ZERO TO RH-ROUND-NUM
           EVALUATE TRUE
               WHEN WS-ROUND-IX = WS-ROUND-COUNT
                   MOVE "FINAL" TO RH-LABEL
               WHEN WS-ROUND-IX + 1 = WS-ROUND-COUNT
                   MOVE "SEMI-FINALS" TO RH-LABEL
               WHEN WS-ROUND-IX + 2 = WS-ROUND-COUNT
                   MOVE "QUARTER-FINALS" TO RH-LABEL
               WHEN OTHER
                   MOVE "ROUND" TO RH-LABEL
                   MOVE WS-ROUND-IX TO RH-ROUND-NUM
           END-EVALUATE
           WRITE PLAYOFF-REPORT-REC FROM BLANK-LINE
           WRITE PLAYOFF-REPORT-REC FROM ROUND-HEADING-LINE.
       7200-EXIT.
           EXIT.

       8000-TERMINATE.
           IF WS-MODE-SCORE AND WS-CURRENT-ROUND > ZERO
               MOVE WS-ROUNDS-CREDITED TO PT-ROUNDS
               MOVE WS-REJECT-COUNT TO PT-REJECTS
               MOVE WS-SETTLED-COUNT TO PT-SETTLED
               MOVE WS-PENDING-COUNT TO PT-PENDING
               WRITE PLAYOFF-REPORT-REC FROM BLANK-LINE
               WRITE PLAYOFF-REPORT-REC FROM PLAYOFF-TRAILER-LINE
               DISPLAY "PLAYOFF ROUND " WS-CURRENT-ROUND
                       " ROUNDS CREDITED: " WS-ROUNDS-CREDITED
                       " NOT SCORED: " WS-REJECT-COUNT
                       " MATCHES SETTLED: " WS-SETTLED-COUNT
                       " PENDING: " WS-PENDING-COUNT
           END-IF
           CLOSE PLAYOFF_REPORT_FILE
           IF WS-REJECT-COUNT > ZERO
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       8000-EXIT.
           EXIT.

       8100-WRITE-BRACKET.
           OPEN OUTPUT PLAYOFF_BRACKET_FILE
           IF WS-BRKT-FILE-STATUS NOT = "00"
               DISPLAY "PLAYOFF BRACKET NOT WRITTEN - FILE STATUS "
                       WS-BRKT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 8100-EXIT
           END-IF
           MOVE ZERO TO WS-MT-IX
           PERFORM 8110-WRITE-MATCH THRU 8110-EXIT
                   UNTIL WS-MT-IX >= WS-MATCH-TOTAL
           CLOSE PLAYOFF_BRACKET_FILE.
       8100-EXIT.
           EXIT.

       8110-WRITE-MATCH.
           ADD 1 TO WS-MT-IX
           MOVE WS-MT-ROUND(WS-MT-IX) TO BK-ROUND
           MOVE WS-MT-MATCH(WS-MT-IX) TO BK-MATCH
           MOVE WS-MT-STATUS(WS-MT-IX) TO BK-STATUS
           MOVE WS-MT-SEED-A(WS-MT-IX) TO BK-SEED-A
           MOVE WS-MT-PLAYER-A(WS-MT-IX) TO BK-PLAYER-A
           MOVE WS-MT-SEED-B(WS-MT-IX) TO BK-SEED-B
           MOVE WS-MT-PLAYER-B(WS-MT-IX) TO BK-PLAYER-B
           MOVE WS-MT-WINNER-SEED(WS-MT-IX) TO BK-WINNER-SEED
           MOVE WS-MT-POINTS-A(WS-MT-IX) TO BK-POINTS-A
           MOVE WS-MT-POINTS-B(WS-MT-IX) TO BK-POINTS-B
           MOVE WS-MT-WINS-A(WS-MT-IX) TO BK-WINS-A
           MOVE WS-MT-WINS-B(WS-MT-IX) TO BK-WINS-B
           MOVE WS-MT-ROUNDS-A(WS-MT-IX) TO BK-ROUNDS-A
           MOVE WS-MT-ROUNDS-B(WS-MT-IX) TO BK-ROUNDS-B
           MOVE WS-MT-PLAYED-DATE(WS-MT-IX) TO BK-PLAYED-DATE
           WRITE PLAYOFF-BRACKET-REC FROM PLAYOFF-BRACKET-LINE.
       8110-EXIT.
           EXIT.

       8200-WRITE-RESULT.
           MOVE WS-MT-PLAYED-DATE(WS-MT-IX) TO RS-PLAYED-DATE
           MOVE WS-MT-ROUND(WS-MT-IX) TO RS-ROUND
           MOVE WS-MT-MATCH(WS-MT-IX) TO RS-MATCH
           MOVE WS-MT-STATUS(WS-MT-IX) TO RS-STATUS
           IF WS-MT-WINNER-SEED(WS-MT-IX) = WS-MT-SEED-A(WS-MT-IX)
               MOVE WS-MT-PLAYER-A(WS-MT-IX) TO RS-WINNER-ID
               MOVE WS-MT-SEED-A(WS-MT-IX) TO RS-WINNER-SEED
               MOVE WS-MT-POINTS-A(WS-MT-IX) TO RS-WINNER-POINTS
               MOVE WS-MT-PLAYER-B(WS-MT-IX) TO RS-LOSER-ID
               MOVE WS-MT-SEED-B(WS-MT-IX) TO RS-LOSER-SEED
               MOVE WS-MT-POINTS-B(WS-MT-IX) TO RS-LOSER-POINTS
           ELSE
               MOVE WS-MT-PLAYER-B(WS-MT-IX) TO RS-WINNER-ID
               MOVE WS-MT-SEED-B(WS-MT-IX) TO RS-WINNER-SEED
               MOVE WS-MT-POINTS-B(WS-MT-IX) TO RS-WINNER-POINTS
               MOVE WS-MT-PLAYER-A(WS-MT-IX) TO RS-LOSER-ID
               MOVE WS-MT-SEED-A(WS-MT-IX) TO RS-LOSER-SEED
               MOVE WS-MT-POINTS-A(WS-MT-IX) TO RS-LOSER-POINTS
           END-IF
           IF WS-RSLT-FILE-STATUS = "00"
               WRITE PLAYOFF-RESULT-REC FROM PLAYOFF-RESULT-LINE
           ELSE
               DISPLAY "PLAYOFF RESULTS NOT AVAILABLE - FILE STATUS "
                       WS-RSLT-FILE-STATUS
           END-IF.
       8200-EXIT.
           EXIT.
