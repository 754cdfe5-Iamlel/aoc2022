       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCD2ST.
       AUTHOR. lel.
       DATE-WRITTEN. Oct 15, 2026.

      * Printed season statements. Players ringing the desk to ask
      * how they stand used to be read standings.txt and walked
      * through AOCD2IQ round by round; this job prints one
      * statement per active player on player_master.dat, in player
      * ID order, each starting on its own page:
      *     - player ID, name and home site from the master
      *     - the season score at the start of the period
      *     - one line per feed date in the period from the round
      *       archive (rounds, points, won/lost/drawn), with any
      *       forfeit posted by AOCD2FX and any adjustment or
      *       reversal journaled by AOCD2AJ on its own line
      *     - the season score at the end of the period
      *     - the player's current standings rank, computed from
      *       player_stats.txt the way AOCD2P1 ranks the table
      *     - the current rating on rating_file.txt and its net
      *       change over the period from rating_history.txt
      *     - the player's line for the most recent closed season
      *       on season_archive.txt, against this season so far
      * The closing score is the player's score on player_stats.txt
      * less any rounds, forfeits and adjustments dated after the
      * period; the opening score is the closing score less the
      * period's own activity - so the statement always adds up,
      * whatever the archive retention has trimmed.
      *
      * The season starts at the earliest feed date on the round
      * archive (AOCD2SC empties it at season close); forfeits
      * logged before that belong to an earlier season and are left
      * out. Selection, all optional:
      *     AOCD2ST_FROM_DATE   first feed date, default season start
      *     AOCD2ST_TO_DATE     last feed date, default today
      *     AOCD2ST_PLAYER      one player only - printed on demand
      *                         whether active or not
      * With no master on file every player on player_stats.txt
      * gets a statement, without name or site, the stance AOCD2P1
      * takes on a missing master. Nothing is written but
      * PLAYER_STATEMENT_FILE; no run lock is taken. Return code 8
      * when no statement was printed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY_FILE ASSIGN TO "match_history.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT SORTED_HISTORY_FILE ASSIGN TO "statement_hist.wrk"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-SHIST-FILE-STATUS.

           SELECT HISTORY_SORT_FILE ASSIGN TO "stsort.tmp".

           SELECT PLAYER_MASTER_FILE ASSIGN TO "player_master.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS PM-PLAYER-ID
                   FILE STATUS IS WS-PMAST-FILE-STATUS.

           SELECT PLAYER_STATS_FILE ASSIGN TO "player_stats.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-PLAYER-FILE-STATUS.

           SELECT FORFEIT_LOG_FILE ASSIGN TO "forfeit_log.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-FLOG-FILE-STATUS.

           SELECT ADJUSTMENT_JOURNAL_FILE
                   ASSIGN TO "adjustment_journal.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-JRNL-FILE-STATUS.

           SELECT RATING_FILE ASSIGN TO "rating_file.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-RATE-FILE-STATUS.

           SELECT RATING_HISTORY_FILE ASSIGN TO "rating_history.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-RHIST-FILE-STATUS.

           SELECT SEASON_ARCHIVE_FILE ASSIGN TO "season_archive.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-ARCH-FILE-STATUS.

           SELECT PLAYER_STATEMENT_FILE
                   ASSIGN TO "player_statements.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD HISTORY_FILE.
       01 HISTORY-REC PIC X(120).

       FD SORTED_HISTORY_FILE.
       01 SORTED-HISTORY-REC PIC X(120).

      * The archive line, keyed so each player's rounds come back
      * together in feed date order.
       SD HISTORY_SORT_FILE.
       01 HISTORY-SORT-REC.
           05 HS-FEED-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 HS-SOURCE-FILE PIC X(40).
           05 FILLER PIC X(1).
           05 HS-ROUND-NUM PIC 9(8).
           05 FILLER PIC X(23).
           05 HS-PLAYER-ID PIC X(8).
           05 FILLER PIC X(31).

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

       FD PLAYER_STATS_FILE.
       01 PLAYER-STATS-REC PIC X(53).

       FD FORFEIT_LOG_FILE.
       01 FORFEIT-LOG-REC PIC X(49).

       FD ADJUSTMENT_JOURNAL_FILE.
       01 ADJUSTMENT-JOURNAL-REC PIC X(80).

       FD RATING_FILE.
       01 RATING-REC PIC X(31).

       FD RATING_HISTORY_FILE.
       01 RATING-HISTORY-REC PIC X(43).

       FD SEASON_ARCHIVE_FILE.
       01 SEASON-ARCHIVE-REC PIC X(80).

       FD PLAYER_STATEMENT_FILE.
       01 PLAYER-STATEMENT-REC PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-HIST-FILE-STATUS PIC X(2) VALUE "00".
       77 WS-SHIST-FILE-STATUS PIC X(2) VALUE "00".
       77 WS-PMAST-FILE-STATUS PIC X(2) VALUE "00".
       77 WS-PLAYER-FILE-STATUS PIC X(2) VALUE "00".
       77 WS-FLOG-FILE-STATUS PIC X(2) VALUE "00".
       77 WS-JRNL-FILE-STATUS PIC X(2) VALUE "00".
       77 WS-RATE-FILE-STATUS PIC X(2) VALUE "00".
       77 WS-RHIST-FILE-STATUS PIC X(2) VALUE "00".
       77 WS-ARCH-FILE-STATUS PIC X(2) VALUE "00".

       77 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       77 WS-FROM-DATE PIC 9(8) VALUE ZERO.
       77 WS-TO-DATE PIC 9(8) VALUE ZERO.
       77 WS-SEASON-START PIC 9(8) VALUE ZERO.
       77 WS-DATE-PARM PIC X(8) VALUE SPACES.
       77 WS-ONE-PLAYER-ID PIC X(8) VALUE SPACES.

       01 WS-FROM-DATE-SW PIC X VALUE 'N'.
           88 WS-FROM-DATE-GIVEN VALUE 'Y'.
       01 WS-PMAST-PRESENT-SW PIC X VALUE 'N'.
           88 WS-PMAST-PRESENT VALUE 'Y'.

       01 WS-HIST-EOF PIC A(1) VALUE 'N'.
       01 WS-SHIST-EOF PIC A(1) VALUE 'N'.
       01 WS-PMAST-EOF PIC A(1) VALUE 'N'.
       01 WS-PSTAT-EOF PIC A(1) VALUE 'N'.
       01 WS-FLOG-EOF PIC A(1) VALUE 'N'.
       01 WS-JRNL-EOF PIC A(1) VALUE 'N'.
       01 WS-RATE-EOF PIC A(1) VALUE 'N'.
       01 WS-RHIST-EOF PIC A(1) VALUE 'N'.
       01 WS-ARCH-EOF PIC A(1) VALUE 'N'.

      * One archived round, laid out as 8075-ARCHIVE-ONE-ROUND in
      * AOCD2P1 writes it.
       01 HISTORY-LINE.
           05 MH-FEED-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 MH-SOURCE-FILE PIC X(40).
           05 FILLER PIC X(1) VALUE SPACE.
           05 MH-ROUND-NUM PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 MH-PLAYER1 PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 MH-PLAYER2 PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 MH-ROUND-SCORE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 MH-RUNNING-TOTAL PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 MH-PLAYER-ID PIC X(8).

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

      * One forfeit as AOCD2FX logs it.
       01 FORFEIT-LOG-LINE.
           05 FF-FEED-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 FF-PLAYER-ID PIC X(8).
           05 FILLER PIC X(1).
           05 FF-ROUNDS PIC 9(4).
           05 FILLER PIC X(1).
           05 FF-POINTS PIC 9(8).
           05 FILLER PIC X(1).
           05 FF-POSTED-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 FF-REVERSED-DATE PIC X(8).

      * One journal entry as AOCD2AJ posts it.
       01 ADJUSTMENT-JOURNAL-LINE.
           05 AJ-ENTRY-NUM PIC 9(6).
           05 FILLER PIC X(1).
           05 AJ-TYPE PIC X(1).
               88 AJ-ADJUSTMENT VALUE 'A'.
               88 AJ-REVERSAL VALUE 'R'.
           05 FILLER PIC X(1).
           05 AJ-PLAYER-ID PIC X(8).
           05 FILLER PIC X(1).
           05 AJ-POINTS PIC S9(8) SIGN IS LEADING SEPARATE CHARACTER.
           05 FILLER PIC X(1).
           05 AJ-REASON PIC X(3).
           05 FILLER PIC X(1).
           05 AJ-OFFICIAL PIC X(8).
           05 FILLER PIC X(1).
           05 AJ-EFFECTIVE-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 AJ-REVERSES-NUM PIC 9(6).
           05 FILLER PIC X(1).
           05 AJ-POSTED-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 AJ-POSTED-TIME PIC 9(6).

       01 RATING-LINE.
           05 RF-PLAYER-ID PIC X(8).
           05 FILLER PIC X(1).
           05 RF-RATING PIC 9(4).
           05 FILLER PIC X(1).
           05 RF-ROUNDS-RATED PIC 9(8).
           05 FILLER PIC X(1).
           05 RF-LAST-CHANGE-DATE PIC 9(8).

      * One rating change as AOCD2RT appends it.
       01 RATING-HISTORY-LINE.
           05 RH-FEED-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 RH-PLAYER-ID PIC X(8).
           05 FILLER PIC X(1).
           05 RH-OLD-RATING PIC 9(4).
           05 FILLER PIC X(1).
           05 RH-NEW-RATING PIC 9(4).
           05 FILLER PIC X(1).
           05 RH-DIRECTION PIC X(1).
           05 FILLER PIC X(1).
           05 RH-CHANGE PIC 9(4).
           05 FILLER PIC X(1).
           05 RH-ROUND-NUM PIC 9(8).

      * The season archive as AOCD2SC rolls it up.
       01 SEASON-ARCHIVE-LINE.
           05 SA-REC-TYPE PIC X(1).
               88 SA-SEASON-LINE VALUE 'S'.
               88 SA-PLAYER-LINE VALUE 'P'.
           05 FILLER PIC X(1).
           05 SA-SEASON-ID PIC X(8).
           05 FILLER PIC X(1).
           05 SA-DATA PIC X(64).
           05 FILLER PIC X(5).
       01 SA-PLAYER-FIELDS REDEFINES SEASON-ARCHIVE-LINE.
           05 FILLER PIC X(11).
           05 SA-PL-ID PIC X(8).
           05 FILLER PIC X(1).
           05 SA-PL-SCORE PIC 9(8).
           05 FILLER PIC X(1).
           05 SA-PL-WINS PIC 9(8).
           05 FILLER PIC X(1).
           05 SA-PL-LOSSES PIC 9(8).
           05 FILLER PIC X(1).
           05 SA-PL-DRAWS PIC 9(8).
           05 FILLER PIC X(1).
           05 SA-PL-ROUNDS PIC 9(8).
           05 FILLER PIC X(16).

      * Every player on player_stats.txt, in file order - the order
      * AOCD2P1 breaks ties in when it ranks the standings - with
      * what the footer needs from the other masters.
       77 WS-PL-MAX PIC 9(4) COMP VALUE 1000.
       77 WS-PL-COUNT PIC 9(4) COMP VALUE ZERO.
       77 WS-PL-IX PIC 9(4) COMP VALUE ZERO.
       77 WS-PL-FOUND-IX PIC 9(4) COMP VALUE ZERO.
       77 WS-PL-SEEK-ID PIC X(8) VALUE SPACES.

       01 WS-PLAYER-TABLE.
           05 WS-PL-ENTRY OCCURS 1000 TIMES.
               10 WS-PL-ID PIC X(8).
               10 WS-PL-SCORE PIC 9(8).
               10 WS-PL-LISTED-SW PIC X.
                   88 WS-PL-LISTED VALUE 'Y'.
                   88 WS-PL-UNLISTED VALUE 'N'.

       77 WS-RT-MAX PIC 9(4) COMP VALUE 1000.
       77 WS-RT-COUNT PIC 9(4) COMP VALUE ZERO.
       77 WS-RT-IX PIC 9(4) COMP VALUE ZERO.
       77 WS-RT-FOUND-IX PIC 9(4) COMP VALUE ZERO.

      * Ratings, and each player's net rating movement in the period.
       01 WS-RATING-TABLE.
           05 WS-RATING-ENTRY OCCURS 1000 TIMES.
               10 WS-RT-ID PIC X(8).
               10 WS-RT-RATING PIC 9(4).
               10 WS-RT-RATED-SW PIC X.
                   88 WS-RT-RATED VALUE 'Y'.
               10 WS-RT-CHANGE PIC S9(5).

      * Each player's line for the latest closed season. The archive
      * is appended season by season, so the last line found wins.
       77 WS-SA-MAX PIC 9(4) COMP VALUE 1000.
       77 WS-SA-COUNT PIC 9(4) COMP VALUE ZERO.
       77 WS-SA-IX PIC 9(4) COMP VALUE ZERO.
       77 WS-SA-FOUND-IX PIC 9(4) COMP VALUE ZERO.

       01 WS-LAST-SEASON-TABLE.
           05 WS-SA-ENTRY OCCURS 1000 TIMES.
               10 WS-SA-PLAYER-ID PIC X(8).
               10 WS-SA-SEASON-ID PIC X(8).
               10 WS-SA-SCORE PIC 9(8).
               10 WS-SA-WINS PIC 9(8).
               10 WS-SA-LOSSES PIC 9(8).
               10 WS-SA-DRAWS PIC 9(8).
               10 WS-SA-ROUNDS PIC 9(8).

       77 WS-FF-MAX PIC 9(4) COMP VALUE 5000.
       77 WS-FF-COUNT PIC 9(4) COMP VALUE ZERO.
       77 WS-FF-IX PIC 9(4) COMP VALUE ZERO.

       01 WS-FORFEIT-TABLE.
           05 WS-FF-ENTRY OCCURS 5000 TIMES.
               10 WS-FF-FEED-DATE PIC 9(8).
               10 WS-FF-PLAYER-ID PIC X(8).
               10 WS-FF-ROUNDS PIC 9(4).
               10 WS-FF-POINTS PIC 9(8).

       77 WS-AJ-MAX PIC 9(4) COMP VALUE 5000.
       77 WS-AJ-COUNT PIC 9(4) COMP VALUE ZERO.
       77 WS-AJ-IX PIC 9(4) COMP VALUE ZERO.

       01 WS-ADJUSTMENT-TABLE.
           05 WS-AJ-ENTRY OCCURS 5000 TIMES.
               10 WS-AJ-ENTRY-NUM PIC 9(6).
               10 WS-AJ-TYPE PIC X(1).
               10 WS-AJ-PLAYER-ID PIC X(8).
               10 WS-AJ-POINTS PIC S9(8).
               10 WS-AJ-REASON PIC X(3).
               10 WS-AJ-OFFICIAL PIC X(8).
               10 WS-AJ-EFFECTIVE-DATE PIC 9(8).
               10 WS-AJ-REVERSES-NUM PIC 9(6).

      * Players to print, in player ID order.
       77 WS-ST-MAX PIC 9(4) COMP VALUE 1000.
       77 WS-ST-COUNT PIC 9(4) COMP VALUE ZERO.
       77 WS-ST-IX PIC 9(4) COMP VALUE ZERO.
       77 WS-ST-BEST-IX PIC 9(4) COMP VALUE ZERO.

       01 WS-STATEMENT-TABLE.
           05 WS-ST-ENTRY OCCURS 1000 TIMES.
               10 WS-ST-PLAYER-ID PIC X(8).
               10 WS-ST-NAME PIC X(30).
               10 WS-ST-HOME-SITE PIC X(8).
               10 WS-ST-STATUS PIC X(1).

       01 WS-ST-FULL-SW PIC X VALUE 'N'.
           88 WS-ST-FULL-TOLD VALUE 'Y'.

      * The statement being built: one line per feed date's rounds,
      * forfeit or journal entry, printed in date order - rounds,
      * then forfeit, then adjustments within a date.
       77 WS-SL-MAX PIC 9(4) COMP VALUE 500.
       77 WS-SL-COUNT PIC 9(4) COMP VALUE ZERO.
       77 WS-SL-IX PIC 9(4) COMP VALUE ZERO.
       77 WS-SL-BEST-IX PIC 9(4) COMP VALUE ZERO.
       77 WS-SL-PRINTED PIC 9(4) COMP VALUE ZERO.

       01 WS-STATEMENT-LINE-TABLE.
           05 WS-SL-ENTRY OCCURS 500 TIMES.
               10 WS-SL-KEY.
                   15 WS-SL-DATE PIC 9(8).
                   15 WS-SL-KIND PIC X(1).
                       88 WS-SL-ROUNDS-LINE VALUE '1'.
                       88 WS-SL-FORFEIT-LINE VALUE '2'.
                       88 WS-SL-ADJUST-LINE VALUE '3'.
               10 WS-SL-ROUNDS PIC 9(6).
               10 WS-SL-POINTS PIC S9(9).
               10 WS-SL-WINS PIC 9(6).
               10 WS-SL-LOSSES PIC 9(6).
               10 WS-SL-DRAWS PIC 9(6).
               10 WS-SL-NOTE PIC X(30).
               10 WS-SL-PRINTED-SW PIC X.
                   88 WS-SL-DONE VALUE 'Y'.
                   88 WS-SL-PENDING VALUE 'N'.

       01 WS-SL-FULL-SW PIC X VALUE 'N'.
           88 WS-SL-FULL-TOLD VALUE 'Y'.

       77 WS-CUR-PLAYER-ID PIC X(8) VALUE SPACES.
       77 WS-CLOSING-SCORE PIC S9(10) VALUE ZERO.
       77 WS-OPENING-SCORE PIC S9(10) VALUE ZERO.
       77 WS-AFTER-POINTS PIC S9(10) VALUE ZERO.
       77 WS-PERIOD-POINTS PIC S9(10) VALUE ZERO.
       77 WS-PERIOD-ROUNDS PIC 9(8) VALUE ZERO.
       77 WS-PERIOD-WINS PIC 9(8) VALUE ZERO.
       77 WS-PERIOD-LOSSES PIC 9(8) VALUE ZERO.
       77 WS-PERIOD-DRAWS PIC 9(8) VALUE ZERO.
       77 WS-RANK PIC 9(4) COMP VALUE ZERO.
       77 WS-SEASON-SWING PIC S9(10) VALUE ZERO.
       77 WS-STATEMENT-COUNT PIC 9(6) VALUE ZERO.

       01 WS-ENTRY-NUM-TEXT PIC 9(6) VALUE ZERO.

      * Outcome of an archived round, recomputed from the two moves
      * with the same arithmetic as 2250-SCORE-RECORD in AOCD2P1
      * (0 = loss, 1 = draw, 2 = win).
       77 OUTCOME-CODE PIC 9(2) COMP-X VALUE ZERO.

       77 PLAYER1ASCII PIC X.
       77 PLAYER1 REDEFINES PLAYER1ASCII PIC 9(2) COMP-X.

       77 PLAYER2ASCII PIC X.
       77 PLAYER2 REDEFINES PLAYER2ASCII PIC 9(2) COMP-X.

      * Page control, as the tournament summary in AOCD2P1 pages.
       77 WS-PAGE-SIZE PIC 9(3) VALUE 60.
       77 WS-LINE-COUNT PIC 9(3) VALUE ZERO.
       77 WS-PAGE-NUM PIC 9(4) VALUE ZERO.

       01 STATEMENT-PRINT-AREA PIC X(100) VALUE SPACES.

       01 STATEMENT-PAGE-HEADING.
           05 FILLER PIC X(26) VALUE "PLAYER SEASON STATEMENT".
           05 FILLER PIC X(7) VALUE "PERIOD ".
           05 PG-FROM-DATE PIC 9(8).
           05 FILLER PIC X(4) VALUE " TO ".
           05 PG-TO-DATE PIC 9(8).
           05 FILLER PIC X(12) VALUE "   RUN DATE ".
           05 PG-RUN-DATE PIC 9(8).
           05 FILLER PIC X(8) VALUE "   PAGE ".
           05 PG-PAGE-NUM PIC ZZZ9.

       01 STATEMENT-PLAYER-LINE.
           05 FILLER PIC X(8) VALUE "PLAYER: ".
           05 SP-PLAYER-ID PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SP-NAME PIC X(30).
           05 FILLER PIC X(13) VALUE "  HOME SITE: ".
           05 SP-HOME-SITE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 SP-STATUS-NOTE PIC X(12).

       01 STATEMENT-SCORE-LINE.
           05 SS-LABEL PIC X(30).
           05 SS-SCORE PIC -(9)9.

       01 STATEMENT-COLUMN-LINE.
           05 FILLER PIC X(30) VALUE
                   "FEED DATE  ACTIVITY     ROUNDS".
           05 FILLER PIC X(12) VALUE "      POINTS".
           05 FILLER PIC X(27) VALUE
                   "    WON   LOST  DRAWN  NOTE".

       01 STATEMENT-DETAIL-LINE.
           05 SD-DATE PIC 9(8).
           05 FILLER PIC X(3) VALUE SPACES.
           05 SD-ACTIVITY PIC X(12).
           05 FILLER PIC X(1) VALUE SPACE.
           05 SD-ROUNDS PIC Z(5)9 BLANK WHEN ZERO.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SD-POINTS PIC -(9)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 SD-WINS PIC Z(5)9 BLANK WHEN ZERO.
           05 FILLER PIC X(1) VALUE SPACE.
           05 SD-LOSSES PIC Z(5)9 BLANK WHEN ZERO.
           05 FILLER PIC X(1) VALUE SPACE.
           05 SD-DRAWS PIC Z(5)9 BLANK WHEN ZERO.
           05 FILLER PIC X(2) VALUE SPACES.
           05 SD-NOTE PIC X(30).

       01 STATEMENT-TOTAL-LINE.
           05 FILLER PIC X(24) VALUE "PERIOD TOTAL".
           05 ST-ROUNDS PIC Z(5)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 ST-POINTS PIC -(9)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 ST-WINS PIC Z(5)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 ST-LOSSES PIC Z(5)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 ST-DRAWS PIC Z(5)9.

       01 STATEMENT-RANK-LINE.
           05 FILLER PIC X(20) VALUE "STANDINGS RANK    : ".
           05 SR-RANK PIC ZZZ9.
           05 FILLER PIC X(4) VALUE " OF ".
           05 SR-OF PIC ZZZ9.

       01 STATEMENT-RATING-LINE.
           05 FILLER PIC X(20) VALUE "RATING            : ".
           05 SG-RATING PIC ZZZ9.
           05 FILLER PIC X(22) VALUE "   CHANGE IN PERIOD : ".
           05 SG-CHANGE PIC +(4)9.

       01 STATEMENT-SEASON-LINE.
           05 FILLER PIC X(20) VALUE "LAST SEASON       : ".
           05 SL-SEASON-ID PIC X(8).
           05 FILLER PIC X(8) VALUE "  SCORE ".
           05 SL-SCORE PIC Z(7)9.
           05 FILLER PIC X(9) VALUE "  ROUNDS ".
           05 SL-ROUNDS PIC Z(7)9.
           05 FILLER PIC X(7) VALUE "  W/L/D".
           05 FILLER PIC X(1) VALUE SPACE.
           05 SL-WINS PIC Z(5)9.
           05 FILLER PIC X(1) VALUE "/".
           05 SL-LOSSES PIC Z(5)9.
           05 FILLER PIC X(1) VALUE "/".
           05 SL-DRAWS PIC Z(5)9.

       01 STATEMENT-SWING-LINE.
           05 FILLER PIC X(20) VALUE "THIS SEASON SO FAR: ".
           05 SW-SCORE PIC -(9)9.
           05 FILLER PIC X(22) VALUE "   AGAINST LAST SEASON".
           05 FILLER PIC X(1) VALUE SPACE.
           05 SW-SWING PIC +(9)9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1100-LOAD-PLAYER-STATS THRU 1100-EXIT.
           PERFORM 1200-LOAD-RATINGS THRU 1200-EXIT.
           PERFORM 1300-LOAD-RATING-HISTORY THRU 1300-EXIT.
           PERFORM 1400-LOAD-LAST-SEASON THRU 1400-EXIT.
           PERFORM 1500-LOAD-FORFEITS THRU 1500-EXIT.
           PERFORM 1600-LOAD-ADJUSTMENTS THRU 1600-EXIT.
           PERFORM 1700-LIST-PLAYERS THRU 1700-EXIT.
           PERFORM 2000-PRINT-STATEMENTS THRU 2000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.

      * The history is sorted first: its earliest feed date is the
      * season start the default period runs from.
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           ACCEPT WS-DATE-PARM FROM ENVIRONMENT "AOCD2ST_TO_DATE"
           ON EXCEPTION
                   MOVE SPACES TO WS-DATE-PARM
           END-ACCEPT
           IF WS-DATE-PARM(1:8) IS NUMERIC
               MOVE WS-DATE-PARM TO WS-TO-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-TO-DATE
           END-IF

           MOVE SPACES TO WS-DATE-PARM
           ACCEPT WS-DATE-PARM FROM ENVIRONMENT "AOCD2ST_FROM_DATE"
           ON EXCEPTION
                   MOVE SPACES TO WS-DATE-PARM
           END-ACCEPT
           IF WS-DATE-PARM(1:8) IS NUMERIC
               MOVE WS-DATE-PARM TO WS-FROM-DATE
               SET WS-FROM-DATE-GIVEN TO TRUE
           END-IF

           ACCEPT WS-ONE-PLAYER-ID FROM ENVIRONMENT "AOCD2ST_PLAYER"
           ON EXCEPTION
                   MOVE SPACES TO WS-ONE-PLAYER-ID
           END-ACCEPT

           OPEN INPUT HISTORY_FILE
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "ROUND HISTORY NOT AVAILABLE - FILE STATUS "
                       WS-HIST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE HISTORY_FILE

           SORT HISTORY_SORT_FILE
                   ON ASCENDING KEY HS-PLAYER-ID
                           HS-FEED-DATE
                   USING HISTORY_FILE
                   GIVING SORTED_HISTORY_FILE

           MOVE 'N' TO WS-HIST-EOF
           OPEN INPUT HISTORY_FILE
           PERFORM 1010-FIND-SEASON-START THRU 1010-EXIT
                   UNTIL WS-HIST-EOF = 'Y'
           CLOSE HISTORY_FILE
           IF NOT WS-FROM-DATE-GIVEN
               MOVE WS-SEASON-START TO WS-FROM-DATE
           END-IF
           IF WS-FROM-DATE > WS-TO-DATE
               DISPLAY "PERIOD " WS-FROM-DATE " TO " WS-TO-DATE
                       " RUNS BACKWARDS - NO STATEMENTS"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT PLAYER_STATEMENT_FILE.
       1000-EXIT.
           EXIT.

       1010-FIND-SEASON-START.
           READ HISTORY_FILE INTO HISTORY-LINE
               AT END
                   MOVE 'Y' TO WS-HIST-EOF
                   GO TO 1010-EXIT
           END-READ
           IF MH-FEED-DATE IS NUMERIC AND MH-FEED-DATE > ZERO
               IF WS-SEASON-START = ZERO
                       OR MH-FEED-DATE < WS-SEASON-START
                   MOVE MH-FEED-DATE TO WS-SEASON-START
               END-IF
           END-IF.
       1010-EXIT.
           EXIT.

       1100-LOAD-PLAYER-STATS.
           MOVE 'N' TO WS-PSTAT-EOF
           OPEN INPUT PLAYER_STATS_FILE
           IF WS-PLAYER-FILE-STATUS NOT = "00"
               DISPLAY "PLAYER STATS NOT ON FILE - CLOSING SCORES "
                       "START FROM ZERO"
               GO TO 1100-EXIT
           END-IF
           PERFORM 1110-LOAD-PLAYER-RECORD THRU 1110-EXIT
                   UNTIL WS-PSTAT-EOF = 'Y'
           CLOSE PLAYER_STATS_FILE.
       1100-EXIT.
           EXIT.

       1110-LOAD-PLAYER-RECORD.
           READ PLAYER_STATS_FILE INTO PLAYER-STATS-LINE
               AT END
                   MOVE 'Y' TO WS-PSTAT-EOF
                   GO TO 1110-EXIT
           END-READ
           IF PL-ID = SPACES OR PL-SCORE NOT NUMERIC
                   OR WS-PL-COUNT >= WS-PL-MAX
               GO TO 1110-EXIT
           END-IF
           ADD 1 TO WS-PL-COUNT
           MOVE PL-ID TO WS-PL-ID(WS-PL-COUNT)
           MOVE PL-SCORE TO WS-PL-SCORE(WS-PL-COUNT)
           SET WS-PL-UNLISTED(WS-PL-COUNT) TO TRUE.
       1110-EXIT.
           EXIT.

       1200-LOAD-RATINGS.
           MOVE 'N' TO WS-RATE-EOF
           OPEN INPUT RATING_FILE
           IF WS-RATE-FILE-STATUS NOT = "00"
               GO TO 1200-EXIT
           END-IF
           PERFORM 1210-LOAD-RATING-RECORD THRU 1210-EXIT
                   UNTIL WS-RATE-EOF = 'Y'
           CLOSE RATING_FILE.
       1200-EXIT.
           EXIT.

       1210-LOAD-RATING-RECORD.
           READ RATING_FILE INTO RATING-LINE
               AT END
                   MOVE 'Y' TO WS-RATE-EOF
                   GO TO 1210-EXIT
           END-READ
           IF RF-RATING NOT NUMERIC
               GO TO 1210-EXIT
           END-IF
           PERFORM 1250-FIND-RATING THRU 1250-EXIT
           IF WS-RT-FOUND-IX > ZERO
               MOVE RF-RATING TO WS-RT-RATING(WS-RT-FOUND-IX)
               SET WS-RT-RATED(WS-RT-FOUND-IX) TO TRUE
           END-IF.
       1210-EXIT.
           EXIT.

      * Finds RF-PLAYER-ID on the rating table, entering it when
      * there is room.
       1250-FIND-RATING.
           MOVE ZERO TO WS-RT-FOUND-IX
           MOVE ZERO TO WS-RT-IX
           PERFORM 1260-SCAN-RATING-TABLE THRU 1260-EXIT
                   UNTIL WS-RT-IX >= WS-RT-COUNT
                   OR WS-RT-FOUND-IX > ZERO
           IF WS-RT-FOUND-IX = ZERO AND WS-RT-COUNT < WS-RT-MAX
               ADD 1 TO WS-RT-COUNT
               MOVE WS-RT-COUNT TO WS-RT-FOUND-IX
               MOVE RF-PLAYER-ID TO WS-RT-ID(WS-RT-COUNT)
               MOVE ZERO TO WS-RT-RATING(WS-RT-COUNT)
               MOVE 'N' TO WS-RT-RATED-SW(WS-RT-COUNT)
               MOVE ZERO TO WS-RT-CHANGE(WS-RT-COUNT)
           END-IF.
       1250-EXIT.
           EXIT.

       1260-SCAN-RATING-TABLE.
           ADD 1 TO WS-RT-IX
           IF WS-RT-ID(WS-RT-IX) = RF-PLAYER-ID
               MOVE WS-RT-IX TO WS-RT-FOUND-IX
           END-IF.
       1260-EXIT.
           EXIT.

       1300-LOAD-RATING-HISTORY.
           MOVE 'N' TO WS-RHIST-EOF
           OPEN INPUT RATING_HISTORY_FILE
           IF WS-RHIST-FILE-STATUS NOT = "00"
               GO TO 1300-EXIT
           END-IF
           PERFORM 1310-NET-RATING-CHANGE THRU 1310-EXIT
                   UNTIL WS-RHIST-EOF = 'Y'
           CLOSE RATING_HISTORY_FILE.
       1300-EXIT.
           EXIT.

       1310-NET-RATING-CHANGE.
           READ RATING_HISTORY_FILE INTO RATING-HISTORY-LINE
               AT END
                   MOVE 'Y' TO WS-RHIST-EOF
                   GO TO 1310-EXIT
           END-READ
           IF RH-FEED-DATE NOT NUMERIC
                   OR RH-OLD-RATING NOT NUMERIC
                   OR RH-NEW-RATING NOT NUMERIC
               GO TO 1310-EXIT
           END-IF
           IF RH-FEED-DATE < WS-FROM-DATE OR RH-FEED-DATE > WS-TO-DATE
               GO TO 1310-EXIT
           END-IF
           MOVE RH-PLAYER-ID TO RF-PLAYER-ID
           PERFORM 1250-FIND-RATING THRU 1250-EXIT
           IF WS-RT-FOUND-IX > ZERO
               COMPUTE WS-RT-CHANGE(WS-RT-FOUND-IX) =
                       WS-RT-CHANGE(WS-RT-FOUND-IX)
                       + RH-NEW-RATING - RH-OLD-RATING
           END-IF.
       1310-EXIT.
           EXIT.

       1400-LOAD-LAST-SEASON.
           MOVE 'N' TO WS-ARCH-EOF
           OPEN INPUT SEASON_ARCHIVE_FILE
           IF WS-ARCH-FILE-STATUS NOT = "00"
               GO TO 1400-EXIT
           END-IF
           PERFORM 1410-LOAD-ARCHIVE-RECORD THRU 1410-EXIT
                   UNTIL WS-ARCH-EOF = 'Y'
           CLOSE SEASON_ARCHIVE_FILE.
       1400-EXIT.
           EXIT.

       1410-LOAD-ARCHIVE-RECORD.
           READ SEASON_ARCHIVE_FILE INTO SEASON-ARCHIVE-LINE
               AT END
                   MOVE 'Y' TO WS-ARCH-EOF
                   GO TO 1410-EXIT
           END-READ
           IF NOT SA-PLAYER-LINE OR SA-PL-SCORE NOT NUMERIC
               GO TO 1410-EXIT
           END-IF
           MOVE ZERO TO WS-SA-FOUND-IX
           MOVE ZERO TO WS-SA-IX
           PERFORM 1420-SCAN-SEASON-TABLE THRU 1420-EXIT
                   UNTIL WS-SA-IX >= WS-SA-COUNT
                   OR WS-SA-FOUND-IX > ZERO
           IF WS-SA-FOUND-IX = ZERO
               IF WS-SA-COUNT >= WS-SA-MAX
                   GO TO 1410-EXIT
               END-IF
               ADD 1 TO WS-SA-COUNT
               MOVE WS-SA-COUNT TO WS-SA-FOUND-IX
               MOVE SA-PL-ID TO WS-SA-PLAYER-ID(WS-SA-FOUND-IX)
           END-IF
           MOVE SA-SEASON-ID TO WS-SA-SEASON-ID(WS-SA-FOUND-IX)
           MOVE SA-PL-SCORE TO WS-SA-SCORE(WS-SA-FOUND-IX)
           MOVE SA-PL-WINS TO WS-SA-WINS(WS-SA-FOUND-IX)
           MOVE SA-PL-LOSSES TO WS-SA-LOSSES(WS-SA-FOUND-IX)
           MOVE SA-PL-DRAWS TO WS-SA-DRAWS(WS-SA-FOUND-IX)
           MOVE SA-PL-ROUNDS TO WS-SA-ROUNDS(WS-SA-FOUND-IX).
       1410-EXIT.
           EXIT.

       1420-SCAN-SEASON-TABLE.
           ADD 1 TO WS-SA-IX
           IF WS-SA-PLAYER-ID(WS-SA-IX) = SA-PL-ID
               MOVE WS-SA-IX TO WS-SA-FOUND-IX
           END-IF.
       1420-EXIT.
           EXIT.

       1500-LOAD-FORFEITS.
           MOVE 'N' TO WS-FLOG-EOF
           OPEN INPUT FORFEIT_LOG_FILE
           IF WS-FLOG-FILE-STATUS NOT = "00"
               GO TO 1500-EXIT
           END-IF
           PERFORM 1510-LOAD-FORFEIT-RECORD THRU 1510-EXIT
                   UNTIL WS-FLOG-EOF = 'Y'
           CLOSE FORFEIT_LOG_FILE.
       1500-EXIT.
           EXIT.

      * A forfeit dated before the first round of the season was
      * posted to a season since closed. A forfeit AOCD2FX has since
      * reversed is off the player's totals and off the statement.
       1510-LOAD-FORFEIT-RECORD.
           READ FORFEIT_LOG_FILE INTO FORFEIT-LOG-LINE
               AT END
                   MOVE 'Y' TO WS-FLOG-EOF
                   GO TO 1510-EXIT
           END-READ
           IF FF-FEED-DATE NOT NUMERIC OR FF-POINTS NOT NUMERIC
                   OR FF-ROUNDS NOT NUMERIC
               GO TO 1510-EXIT
           END-IF
           IF FF-FEED-DATE < WS-SEASON-START
               GO TO 1510-EXIT
           END-IF
           IF FF-REVERSED-DATE IS NUMERIC
               GO TO 1510-EXIT
           END-IF
           IF WS-FF-COUNT >= WS-FF-MAX
               GO TO 1510-EXIT
           END-IF
           ADD 1 TO WS-FF-COUNT
           MOVE FF-FEED-DATE TO WS-FF-FEED-DATE(WS-FF-COUNT)
           MOVE FF-PLAYER-ID TO WS-FF-PLAYER-ID(WS-FF-COUNT)
           MOVE FF-ROUNDS TO WS-FF-ROUNDS(WS-FF-COUNT)
           MOVE FF-POINTS TO WS-FF-POINTS(WS-FF-COUNT).
       1510-EXIT.
           EXIT.

       1600-LOAD-ADJUSTMENTS.
           MOVE 'N' TO WS-JRNL-EOF
           OPEN INPUT ADJUSTMENT_JOURNAL_FILE
           IF WS-JRNL-FILE-STATUS NOT = "00"
               GO TO 1600-EXIT
           END-IF
           PERFORM 1610-LOAD-JOURNAL-RECORD THRU 1610-EXIT
                   UNTIL WS-JRNL-EOF = 'Y'
           CLOSE ADJUSTMENT_JOURNAL_FILE.
       1600-EXIT.
           EXIT.

       1610-LOAD-JOURNAL-RECORD.
           READ ADJUSTMENT_JOURNAL_FILE INTO ADJUSTMENT-JOURNAL-LINE
               AT END
                   MOVE 'Y' TO WS-JRNL-EOF
                   GO TO 1610-EXIT
           END-READ
           IF AJ-EFFECTIVE-DATE NOT NUMERIC
                   OR WS-AJ-COUNT >= WS-AJ-MAX
               GO TO 1610-EXIT
           END-IF
           ADD 1 TO WS-AJ-COUNT
           MOVE AJ-ENTRY-NUM TO WS-AJ-ENTRY-NUM(WS-AJ-COUNT)
           MOVE AJ-TYPE TO WS-AJ-TYPE(WS-AJ-COUNT)
           MOVE AJ-PLAYER-ID TO WS-AJ-PLAYER-ID(WS-AJ-COUNT)
           MOVE AJ-POINTS TO WS-AJ-POINTS(WS-AJ-COUNT)
           MOVE AJ-REASON TO WS-AJ-REASON(WS-AJ-COUNT)
           MOVE AJ-OFFICIAL TO WS-AJ-OFFICIAL(WS-AJ-COUNT)
           MOVE AJ-EFFECTIVE-DATE TO WS-AJ-EFFECTIVE-DATE(WS-AJ-COUNT)
           MOVE AJ-REVERSES-NUM TO WS-AJ-REVERSES-NUM(WS-AJ-COUNT).
       1610-EXIT.
           EXIT.

      * The master is read in key order, so the statements come out
      * in player ID order; without a master the players on
      * player_stats.txt are put in that order by selection.
       1700-LIST-PLAYERS.
           OPEN INPUT PLAYER_MASTER_FILE
           IF WS-PMAST-FILE-STATUS = "00"
               SET WS-PMAST-PRESENT TO TRUE
           ELSE
               DISPLAY "PLAYER MASTER NOT ON FILE - STATEMENTS FOR "
                       "EVERY PLAYER ON THE STANDINGS"
               MOVE ZERO TO WS-ST-IX
               PERFORM 1750-LIST-NEXT-STATS-PLAYER THRU 1750-EXIT
                       UNTIL WS-ST-IX >= WS-PL-COUNT
               GO TO 1700-EXIT
           END-IF

           IF WS-ONE-PLAYER-ID NOT = SPACES
               MOVE WS-ONE-PLAYER-ID TO PM-PLAYER-ID
           ELSE
               MOVE LOW-VALUES TO PM-PLAYER-ID
           END-IF
           START PLAYER_MASTER_FILE KEY NOT < PM-PLAYER-ID
               INVALID KEY
                   MOVE 'Y' TO WS-PMAST-EOF
           END-START
           PERFORM 1710-LIST-MASTER-PLAYER THRU 1710-EXIT
                   UNTIL WS-PMAST-EOF = 'Y'
           CLOSE PLAYER_MASTER_FILE.
       1700-EXIT.
           EXIT.

       1710-LIST-MASTER-PLAYER.
           READ PLAYER_MASTER_FILE NEXT
               AT END
                   MOVE 'Y' TO WS-PMAST-EOF
                   GO TO 1710-EXIT
           END-READ
           IF WS-ONE-PLAYER-ID NOT = SPACES
               MOVE 'Y' TO WS-PMAST-EOF
               IF PM-PLAYER-ID NOT = WS-ONE-PLAYER-ID
                   GO TO 1710-EXIT
               END-IF
           ELSE
               IF NOT PM-ACTIVE
                   GO TO 1710-EXIT
               END-IF
           END-IF
           IF WS-ST-COUNT >= WS-ST-MAX
               IF NOT WS-ST-FULL-TOLD
                   DISPLAY "MORE THAN " WS-ST-MAX " PLAYERS - "
                           "RUN THE REST BY PLAYER"
                   SET WS-ST-FULL-TOLD TO TRUE
               END-IF
               GO TO 1710-EXIT
           END-IF
           ADD 1 TO WS-ST-COUNT
           MOVE PM-PLAYER-ID TO WS-ST-PLAYER-ID(WS-ST-COUNT)
           MOVE PM-NAME TO WS-ST-NAME(WS-ST-COUNT)
           MOVE PM-HOME-SITE TO WS-ST-HOME-SITE(WS-ST-COUNT)
           MOVE PM-STATUS TO WS-ST-STATUS(WS-ST-COUNT).
       1710-EXIT.
           EXIT.

      * Selection pass: each time through, the lowest unlisted
      * player ID goes on the list next. UNNAMED, the bare-feed
      * attribution, is no player and gets no statement.
       1750-LIST-NEXT-STATS-PLAYER.
           ADD 1 TO WS-ST-IX
           MOVE ZERO TO WS-ST-BEST-IX
           MOVE ZERO TO WS-PL-IX
           PERFORM 1760-SCAN-FOR-LOWEST-ID THRU 1760-EXIT
                   UNTIL WS-PL-IX >= WS-PL-COUNT
           SET WS-PL-LISTED(WS-ST-BEST-IX) TO TRUE
           IF WS-PL-ID(WS-ST-BEST-IX) = "UNNAMED"
               GO TO 1750-EXIT
           END-IF
           IF WS-ONE-PLAYER-ID NOT = SPACES
                   AND WS-PL-ID(WS-ST-BEST-IX) NOT = WS-ONE-PLAYER-ID
               GO TO 1750-EXIT
           END-IF
           ADD 1 TO WS-ST-COUNT
           MOVE WS-PL-ID(WS-ST-BEST-IX) TO WS-ST-PLAYER-ID(WS-ST-COUNT)
           MOVE SPACES TO WS-ST-NAME(WS-ST-COUNT)
           MOVE SPACES TO WS-ST-HOME-SITE(WS-ST-COUNT)
           MOVE SPACE TO WS-ST-STATUS(WS-ST-COUNT).
       1750-EXIT.
           EXIT.

       1760-SCAN-FOR-LOWEST-ID.
           ADD 1 TO WS-PL-IX
           IF WS-PL-UNLISTED(WS-PL-IX)
               IF WS-ST-BEST-IX = ZERO
                       OR WS-PL-ID(WS-PL-IX) < WS-PL-ID(WS-ST-BEST-IX)
                   MOVE WS-PL-IX TO WS-ST-BEST-IX
               END-IF
           END-IF.
       1760-EXIT.
           EXIT.

      * The sorted history and the player list are both in player
      * ID order, so one pass of the history serves every statement.
       2000-PRINT-STATEMENTS.
           IF WS-ST-COUNT = ZERO
               IF WS-ONE-PLAYER-ID NOT = SPACES
                   DISPLAY "PLAYER " WS-ONE-PLAYER-ID
                           " NOT FOUND - NO STATEMENT"
               END-IF
               GO TO 2000-EXIT
           END-IF
           MOVE 'N' TO WS-SHIST-EOF
           OPEN INPUT SORTED_HISTORY_FILE
           PERFORM 2900-READ-SORTED-HISTORY THRU 2900-EXIT
           MOVE ZERO TO WS-ST-IX
           PERFORM 3000-PRINT-ONE-STATEMENT THRU 3000-EXIT
                   UNTIL WS-ST-IX >= WS-ST-COUNT
           CLOSE SORTED_HISTORY_FILE.
       2000-EXIT.
           EXIT.

      * At end of file the player key goes to HIGH-VALUES, above
      * every player still to print.
       2900-READ-SORTED-HISTORY.
           READ SORTED_HISTORY_FILE INTO HISTORY-LINE
               AT END
                   MOVE 'Y' TO WS-SHIST-EOF
                   MOVE HIGH-VALUES TO MH-PLAYER-ID
           END-READ.
       2900-EXIT.
           EXIT.

       3000-PRINT-ONE-STATEMENT.
           ADD 1 TO WS-ST-IX
           MOVE WS-ST-PLAYER-ID(WS-ST-IX) TO WS-CUR-PLAYER-ID
           MOVE ZERO TO WS-SL-COUNT WS-AFTER-POINTS WS-PERIOD-POINTS
                   WS-PERIOD-ROUNDS WS-PERIOD-WINS WS-PERIOD-LOSSES
                   WS-PERIOD-DRAWS
           MOVE 'N' TO WS-SL-FULL-SW

           PERFORM 2900-READ-SORTED-HISTORY THRU 2900-EXIT
                   UNTIL MH-PLAYER-ID NOT < WS-CUR-PLAYER-ID
           PERFORM 3100-TAKE-PLAYER-ROUND THRU 3100-EXIT
                   UNTIL MH-PLAYER-ID NOT = WS-CUR-PLAYER-ID
           MOVE ZERO TO WS-FF-IX
           PERFORM 3200-TAKE-FORFEIT THRU 3200-EXIT
                   UNTIL WS-FF-IX >= WS-FF-COUNT
           MOVE ZERO TO WS-AJ-IX
           PERFORM 3300-TAKE-ADJUSTMENT THRU 3300-EXIT
                   UNTIL WS-AJ-IX >= WS-AJ-COUNT

           MOVE WS-CUR-PLAYER-ID TO WS-PL-SEEK-ID
           PERFORM 3500-FIND-PLAYER-STATS THRU 3500-EXIT
           IF WS-PL-FOUND-IX > ZERO
               MOVE WS-PL-SCORE(WS-PL-FOUND-IX) TO WS-CLOSING-SCORE
           ELSE
               MOVE ZERO TO WS-CLOSING-SCORE
           END-IF
           SUBTRACT WS-AFTER-POINTS FROM WS-CLOSING-SCORE
           COMPUTE WS-OPENING-SCORE =
                   WS-CLOSING-SCORE - WS-PERIOD-POINTS

           PERFORM 4000-PRINT-STATEMENT-BODY THRU 4000-EXIT
           PERFORM 5000-PRINT-STATEMENT-FOOTER THRU 5000-EXIT
           ADD 1 TO WS-STATEMENT-COUNT.
       3000-EXIT.
           EXIT.

      * Rounds before the period are already in the opening score,
      * and rounds after it come off the closing score.
       3100-TAKE-PLAYER-ROUND.
           IF MH-FEED-DATE NOT NUMERIC OR MH-ROUND-SCORE NOT NUMERIC
               GO TO 3100-NEXT
           END-IF
           IF MH-FEED-DATE > WS-TO-DATE
               ADD MH-ROUND-SCORE TO WS-AFTER-POINTS
               GO TO 3100-NEXT
           END-IF
           IF MH-FEED-DATE < WS-FROM-DATE
               GO TO 3100-NEXT
           END-IF
           ADD MH-ROUND-SCORE TO WS-PERIOD-POINTS

           IF WS-SL-COUNT = ZERO
               PERFORM 3150-NEW-ROUNDS-LINE THRU 3150-EXIT
           ELSE
               IF WS-SL-DATE(WS-SL-COUNT) NOT = MH-FEED-DATE
                       OR NOT WS-SL-ROUNDS-LINE(WS-SL-COUNT)
                   PERFORM 3150-NEW-ROUNDS-LINE THRU 3150-EXIT
               END-IF
           END-IF
           IF WS-SL-COUNT = ZERO
               GO TO 3100-NEXT
           END-IF
           ADD 1 TO WS-SL-ROUNDS(WS-SL-COUNT)
           ADD MH-ROUND-SCORE TO WS-SL-POINTS(WS-SL-COUNT)
           MOVE MH-PLAYER1 TO PLAYER1ASCII
           MOVE MH-PLAYER2 TO PLAYER2ASCII
           IF PLAYER1ASCII >= 'A' AND PLAYER1ASCII <= 'C'
                   AND PLAYER2ASCII >= 'X' AND PLAYER2ASCII <= 'Z'
               COMPUTE OUTCOME-CODE = FUNCTION MOD((PLAYER2 -
                       PLAYER1) - 19, 3)
               EVALUATE OUTCOME-CODE
                   WHEN 0 ADD 1 TO WS-SL-LOSSES(WS-SL-COUNT)
                   WHEN 1 ADD 1 TO WS-SL-DRAWS(WS-SL-COUNT)
                   WHEN 2 ADD 1 TO WS-SL-WINS(WS-SL-COUNT)
               END-EVALUATE
           END-IF.

       3100-NEXT.
           PERFORM 2900-READ-SORTED-HISTORY THRU 2900-EXIT.
       3100-EXIT.
           EXIT.

       3150-NEW-ROUNDS-LINE.
           PERFORM 3900-ADD-STATEMENT-LINE THRU 3900-EXIT
           IF WS-SL-BEST-IX > ZERO
               MOVE MH-FEED-DATE TO WS-SL-DATE(WS-SL-COUNT)
               SET WS-SL-ROUNDS-LINE(WS-SL-COUNT) TO TRUE
               MOVE SPACES TO WS-SL-NOTE(WS-SL-COUNT)
           END-IF.
       3150-EXIT.
           EXIT.

       3200-TAKE-FORFEIT.
           ADD 1 TO WS-FF-IX
           IF WS-FF-PLAYER-ID(WS-FF-IX) NOT = WS-CUR-PLAYER-ID
               GO TO 3200-EXIT
           END-IF
           IF WS-FF-FEED-DATE(WS-FF-IX) > WS-TO-DATE
               ADD WS-FF-POINTS(WS-FF-IX) TO WS-AFTER-POINTS
               GO TO 3200-EXIT
           END-IF
           IF WS-FF-FEED-DATE(WS-FF-IX) < WS-FROM-DATE
               GO TO 3200-EXIT
           END-IF
           ADD WS-FF-POINTS(WS-FF-IX) TO WS-PERIOD-POINTS
           PERFORM 3900-ADD-STATEMENT-LINE THRU 3900-EXIT
           IF WS-SL-BEST-IX = ZERO
               GO TO 3200-EXIT
           END-IF
           MOVE WS-FF-FEED-DATE(WS-FF-IX) TO WS-SL-DATE(WS-SL-COUNT)
           SET WS-SL-FORFEIT-LINE(WS-SL-COUNT) TO TRUE
           MOVE WS-FF-ROUNDS(WS-FF-IX) TO WS-SL-ROUNDS(WS-SL-COUNT)
           MOVE WS-FF-ROUNDS(WS-FF-IX) TO WS-SL-LOSSES(WS-SL-COUNT)
           MOVE WS-FF-POINTS(WS-FF-IX) TO WS-SL-POINTS(WS-SL-COUNT)
           MOVE "NO-SHOW" TO WS-SL-NOTE(WS-SL-COUNT).
       3200-EXIT.
           EXIT.

       3300-TAKE-ADJUSTMENT.
           ADD 1 TO WS-AJ-IX
           IF WS-AJ-PLAYER-ID(WS-AJ-IX) NOT = WS-CUR-PLAYER-ID
               GO TO 3300-EXIT
           END-IF
           IF WS-AJ-EFFECTIVE-DATE(WS-AJ-IX) > WS-TO-DATE
               ADD WS-AJ-POINTS(WS-AJ-IX) TO WS-AFTER-POINTS
               GO TO 3300-EXIT
           END-IF
           IF WS-AJ-EFFECTIVE-DATE(WS-AJ-IX) < WS-FROM-DATE
               GO TO 3300-EXIT
           END-IF
           ADD WS-AJ-POINTS(WS-AJ-IX) TO WS-PERIOD-POINTS
           PERFORM 3900-ADD-STATEMENT-LINE THRU 3900-EXIT
           IF WS-SL-BEST-IX = ZERO
               GO TO 3300-EXIT
           END-IF
           MOVE WS-AJ-EFFECTIVE-DATE(WS-AJ-IX)
                   TO WS-SL-DATE(WS-SL-COUNT)
           SET WS-SL-ADJUST-LINE(WS-SL-COUNT) TO TRUE
           MOVE WS-AJ-POINTS(WS-AJ-IX) TO WS-SL-POINTS(WS-SL-COUNT)
           MOVE SPACES TO WS-SL-NOTE(WS-SL-COUNT)
           IF WS-AJ-TYPE(WS-AJ-IX) = 'R'
               MOVE WS-AJ-REVERSES-NUM(WS-AJ-IX) TO WS-ENTRY-NUM-TEXT
               STRING "REVERSES ENTRY " DELIMITED BY SIZE
                       WS-ENTRY-NUM-TEXT DELIMITED BY SIZE
                       INTO WS-SL-NOTE(WS-SL-COUNT)
               END-STRING
           ELSE
               STRING WS-AJ-REASON(WS-AJ-IX) DELIMITED BY SIZE
                       " BY " DELIMITED BY SIZE
                       WS-AJ-OFFICIAL(WS-AJ-IX) DELIMITED BY SPACE
                       INTO WS-SL-NOTE(WS-SL-COUNT)
               END-STRING
           END-IF.
       3300-EXIT.
           EXIT.

       3500-FIND-PLAYER-STATS.
           MOVE ZERO TO WS-PL-FOUND-IX
           MOVE ZERO TO WS-PL-IX
           PERFORM 3510-SCAN-PLAYER-TABLE THRU 3510-EXIT
                   UNTIL WS-PL-IX >= WS-PL-COUNT
                   OR WS-PL-FOUND-IX > ZERO.
       3500-EXIT.
           EXIT.

       3510-SCAN-PLAYER-TABLE.
           ADD 1 TO WS-PL-IX
           IF WS-PL-ID(WS-PL-IX) = WS-PL-SEEK-ID
               MOVE WS-PL-IX TO WS-PL-FOUND-IX
           END-IF.
       3510-EXIT.
           EXIT.

      * Opens the next statement line, zeroed; WS-SL-BEST-IX comes
      * back zero when the statement is already full.
       3900-ADD-STATEMENT-LINE.
           MOVE ZERO TO WS-SL-BEST-IX
           IF WS-SL-COUNT >= WS-SL-MAX
               IF NOT WS-SL-FULL-TOLD
                   DISPLAY "STATEMENT FOR " WS-CUR-PLAYER-ID
                           " TRUNCATED - NARROW THE PERIOD"
                   SET WS-SL-FULL-TOLD TO TRUE
               END-IF
               GO TO 3900-EXIT
           END-IF
           ADD 1 TO WS-SL-COUNT
           MOVE WS-SL-COUNT TO WS-SL-BEST-IX
           MOVE ZERO TO WS-SL-ROUNDS(WS-SL-COUNT)
                   WS-SL-POINTS(WS-SL-COUNT)
                   WS-SL-WINS(WS-SL-COUNT)
                   WS-SL-LOSSES(WS-SL-COUNT)
                   WS-SL-DRAWS(WS-SL-COUNT)
           SET WS-SL-PENDING(WS-SL-COUNT) TO TRUE.
       3900-EXIT.
           EXIT.

      * Each statement starts a new page.
       4000-PRINT-STATEMENT-BODY.
           MOVE ZERO TO WS-PAGE-NUM
           MOVE WS-PAGE-SIZE TO WS-LINE-COUNT
           MOVE WS-OPENING-SCORE TO SS-SCORE
           MOVE "OPENING SEASON SCORE" TO SS-LABEL
           MOVE STATEMENT-SCORE-LINE TO STATEMENT-PRINT-AREA
           PERFORM 7000-PRINT-LINE THRU 7000-EXIT
           MOVE SPACES TO STATEMENT-PRINT-AREA
           PERFORM 7000-PRINT-LINE THRU 7000-EXIT
           MOVE STATEMENT-COLUMN-LINE TO STATEMENT-PRINT-AREA
           PERFORM 7000-PRINT-LINE THRU 7000-EXIT

           IF WS-SL-COUNT = ZERO
               MOVE "  NO ACTIVITY IN THE PERIOD" TO
                       STATEMENT-PRINT-AREA
               PERFORM 7000-PRINT-LINE THRU 7000-EXIT
           END-IF
           MOVE ZERO TO WS-SL-PRINTED
           PERFORM 4100-PRINT-NEXT-LINE THRU 4100-EXIT
                   UNTIL WS-SL-PRINTED >= WS-SL-COUNT

           MOVE SPACES TO STATEMENT-PRINT-AREA
           PERFORM 7000-PRINT-LINE THRU 7000-EXIT
           MOVE WS-PERIOD-ROUNDS TO ST-ROUNDS
           MOVE WS-PERIOD-POINTS TO ST-POINTS
           MOVE WS-PERIOD-WINS TO ST-WINS
           MOVE WS-PERIOD-LOSSES TO ST-LOSSES
           MOVE WS-PERIOD-DRAWS TO ST-DRAWS
           MOVE STATEMENT-TOTAL-LINE TO STATEMENT-PRINT-AREA
           PERFORM 7000-PRINT-LINE THRU 7000-EXIT
           MOVE WS-CLOSING-SCORE TO SS-SCORE
           MOVE "CLOSING SEASON SCORE" TO SS-LABEL
           MOVE STATEMENT-SCORE-LINE TO STATEMENT-PRINT-AREA
           PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
       4000-EXIT.
           EXIT.

      * Selection pass on date, then kind of line.
       4100-PRINT-NEXT-LINE.
           ADD 1 TO WS-SL-PRINTED
           MOVE ZERO TO WS-SL-BEST-IX
           MOVE ZERO TO WS-SL-IX
           PERFORM 4110-SCAN-FOR-EARLIEST THRU 4110-EXIT
                   UNTIL WS-SL-IX >= WS-SL-COUNT
           SET WS-SL-DONE(WS-SL-BEST-IX) TO TRUE

           MOVE WS-SL-DATE(WS-SL-BEST-IX) TO SD-DATE
           EVALUATE TRUE
               WHEN WS-SL-ROUNDS-LINE(WS-SL-BEST-IX)
                   MOVE "ROUNDS" TO SD-ACTIVITY
               WHEN WS-SL-FORFEIT-LINE(WS-SL-BEST-IX)
                   MOVE "FORFEIT" TO SD-ACTIVITY
               WHEN OTHER
                   MOVE "ADJUSTMENT" TO SD-ACTIVITY
           END-EVALUATE
           MOVE WS-SL-ROUNDS(WS-SL-BEST-IX) TO SD-ROUNDS
           MOVE WS-SL-POINTS(WS-SL-BEST-IX) TO SD-POINTS
           MOVE WS-SL-WINS(WS-SL-BEST-IX) TO SD-WINS
           MOVE WS-SL-LOSSES(WS-SL-BEST-IX) TO SD-LOSSES
           MOVE WS-SL-DRAWS(WS-SL-BEST-IX) TO SD-DRAWS
           MOVE WS-SL-NOTE(WS-SL-BEST-IX) TO SD-NOTE
           MOVE STATEMENT-DETAIL-LINE TO STATEMENT-PRINT-AREA
           PERFORM 7000-PRINT-LINE THRU 7000-EXIT

           ADD WS-SL-ROUNDS(WS-SL-BEST-IX) TO WS-PERIOD-ROUNDS
           ADD WS-SL-WINS(WS-SL-BEST-IX) TO WS-PERIOD-WINS
           ADD WS-SL-LOSSES(WS-SL-BEST-IX) TO WS-PERIOD-LOSSES
           ADD WS-SL-DRAWS(WS-SL-BEST-IX) TO WS-PERIOD-DRAWS.
       4100-EXIT.
           EXIT.

       4110-SCAN-FOR-EARLIEST.
           ADD 1 TO WS-SL-IX
           IF WS-SL-PENDING(WS-SL-IX)
               IF WS-SL-BEST-IX = ZERO
                       OR WS-SL-KEY(WS-SL-IX) < WS-SL-KEY(WS-SL-BEST-IX)
                   MOVE WS-SL-IX TO WS-SL-BEST-IX
               END-IF
           END-IF.
       4110-EXIT.
           EXIT.

      * The rank is where AOCD2P1's selection pass would place the
      * player: one below everyone with a higher score, and below
      * any equal score that comes earlier on player_stats.txt.
       5000-PRINT-STATEMENT-FOOTER.
           MOVE SPACES TO STATEMENT-PRINT-AREA
           PERFORM 7000-PRINT-LINE THRU 7000-EXIT
           IF WS-PL-FOUND-IX > ZERO
               MOVE 1 TO WS-RANK
               MOVE ZERO TO WS-PL-IX
               PERFORM 5010-COUNT-AHEAD THRU 5010-EXIT
                       UNTIL WS-PL-IX >= WS-PL-COUNT
               MOVE WS-RANK TO SR-RANK
               MOVE WS-PL-COUNT TO SR-OF
               MOVE STATEMENT-RANK-LINE TO STATEMENT-PRINT-AREA
           ELSE
               MOVE "STANDINGS RANK    : NOT YET ON THE STANDINGS"
                       TO STATEMENT-PRINT-AREA
           END-IF
           PERFORM 7000-PRINT-LINE THRU 7000-EXIT

           MOVE WS-CUR-PLAYER-ID TO RF-PLAYER-ID
           MOVE ZERO TO WS-RT-FOUND-IX
           MOVE ZERO TO WS-RT-IX
           PERFORM 1260-SCAN-RATING-TABLE THRU 1260-EXIT
                   UNTIL WS-RT-IX >= WS-RT-COUNT
                   OR WS-RT-FOUND-IX > ZERO
           IF WS-RT-FOUND-IX > ZERO
               IF WS-RT-RATED(WS-RT-FOUND-IX)
                   MOVE WS-RT-RATING(WS-RT-FOUND-IX) TO SG-RATING
                   MOVE WS-RT-CHANGE(WS-RT-FOUND-IX) TO SG-CHANGE
                   MOVE STATEMENT-RATING-LINE TO STATEMENT-PRINT-AREA
               ELSE
                   MOVE ZERO TO WS-RT-FOUND-IX
               END-IF
           END-IF
           IF WS-RT-FOUND-IX = ZERO
               MOVE "RATING            : NOT YET RATED"
                       TO STATEMENT-PRINT-AREA
           END-IF
           PERFORM 7000-PRINT-LINE THRU 7000-EXIT

           MOVE ZERO TO WS-SA-FOUND-IX
           MOVE ZERO TO WS-SA-IX
           MOVE WS-CUR-PLAYER-ID TO SA-PL-ID
           PERFORM 1420-SCAN-SEASON-TABLE THRU 1420-EXIT
                   UNTIL WS-SA-IX >= WS-SA-COUNT
                   OR WS-SA-FOUND-IX > ZERO
           IF WS-SA-FOUND-IX = ZERO
               MOVE "LAST SEASON       : NONE ON THE SEASON ARCHIVE"
                       TO STATEMENT-PRINT-AREA
               PERFORM 7000-PRINT-LINE THRU 7000-EXIT
               GO TO 5000-EXIT
           END-IF
           MOVE WS-SA-SEASON-ID(WS-SA-FOUND-IX) TO SL-SEASON-ID
           MOVE WS-SA-SCORE(WS-SA-FOUND-IX) TO SL-SCORE
           MOVE WS-SA-ROUNDS(WS-SA-FOUND-IX) TO SL-ROUNDS
           MOVE WS-SA-WINS(WS-SA-FOUND-IX) TO SL-WINS
           MOVE WS-SA-LOSSES(WS-SA-FOUND-IX) TO SL-LOSSES
           MOVE WS-SA-DRAWS(WS-SA-FOUND-IX) TO SL-DRAWS
           MOVE STATEMENT-SEASON-LINE TO STATEMENT-PRINT-AREA
           PERFORM 7000-PRINT-LINE THRU 7000-EXIT
           COMPUTE WS-SEASON-SWING = WS-CLOSING-SCORE
                   - WS-SA-SCORE(WS-SA-FOUND-IX)
           MOVE WS-CLOSING-SCORE TO SW-SCORE
           MOVE WS-SEASON-SWING TO SW-SWING
           MOVE STATEMENT-SWING-LINE TO STATEMENT-PRINT-AREA
           PERFORM 7000-PRINT-LINE THRU 7000-EXIT.
       5000-EXIT.
           EXIT.

       5010-COUNT-AHEAD.
           ADD 1 TO WS-PL-IX
           IF WS-PL-SCORE(WS-PL-IX) > WS-PL-SCORE(WS-PL-FOUND-IX)
               ADD 1 TO WS-RANK
           ELSE
               IF WS-PL-SCORE(WS-PL-IX) = WS-PL-SCORE(WS-PL-FOUND-IX)
                       AND WS-PL-IX < WS-PL-FOUND-IX
                   ADD 1 TO WS-RANK
               END-IF
           END-IF.
       5010-EXIT.
           EXIT.

      * Page heading and player line at the top of every page, so a
      * continuation page still says whose statement it is.
       7000-PRINT-LINE.
           IF WS-LINE-COUNT >= WS-PAGE-SIZE
               ADD 1 TO WS-PAGE-NUM
               MOVE WS-FROM-DATE TO PG-FROM-DATE
               MOVE WS-TO-DATE TO PG-TO-DATE
               MOVE WS-RUN-DATE TO PG-RUN-DATE
               MOVE WS-PAGE-NUM TO PG-PAGE-NUM
               WRITE PLAYER-STATEMENT-REC FROM STATEMENT-PAGE-HEADING
               MOVE WS-CUR-PLAYER-ID TO SP-PLAYER-ID
               MOVE WS-ST-NAME(WS-ST-IX) TO SP-NAME
               MOVE WS-ST-HOME-SITE(WS-ST-IX) TO SP-HOME-SITE
               MOVE SPACES TO SP-STATUS-NOTE
               IF WS-ST-STATUS(WS-ST-IX) = 'I'
                   MOVE "(INACTIVE)" TO SP-STATUS-NOTE
               END-IF
               WRITE PLAYER-STATEMENT-REC FROM STATEMENT-PLAYER-LINE
               MOVE SPACES TO PLAYER-STATEMENT-REC
               WRITE PLAYER-STATEMENT-REC
               MOVE 3 TO WS-LINE-COUNT
           END-IF
           WRITE PLAYER-STATEMENT-REC FROM STATEMENT-PRINT-AREA
           ADD 1 TO WS-LINE-COUNT.
       7000-EXIT.
           EXIT.

       8000-TERMINATE.
           CLOSE PLAYER_STATEMENT_FILE
           DISPLAY "STATEMENTS PRINTED: " WS-STATEMENT-COUNT
                   " PERIOD " WS-FROM-DATE " TO " WS-TO-DATE
           IF WS-STATEMENT-COUNT = ZERO
               IF RETURN-CODE = 0
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
       8000-EXIT.
           EXIT.
