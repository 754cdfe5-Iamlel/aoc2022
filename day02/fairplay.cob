       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCD2FP.
       AUTHOR. lel.
       DATE-WRITTEN. Oct 15, 2026.

      * Fair-play screening over the round-history archive built by
      * 8070-ARCHIVE-MATCH-FILE in AOCD2P1. Cheating complaints used
      * to be worked by paging through AOCD2IQ; this job screens the
      * whole archive every night and flags, per player and feed
      * date, three kinds of suspicious play:
      *     W  win rate out of line with the player's rating - the
      *        day's points percentage (win 100, draw 50, loss 0,
      *        as AOCD2RT scores it) sits more than three standard
      *        errors above what the rating on rating_file.txt
      *        predicts, over at least AOCD2FP_MIN_ROUNDS rounds
      *     S  a run of AOCD2FP_RUN_LENGTH consecutive rounds whose
      *        MH-PLAYER1/MH-PLAYER2 pairs repeat exactly a run the
      *        same player submitted on an earlier date - a replayed
      *        feed rather than rounds actually played
      *     D  two different player IDs submitting the same run of
      *        pairs on the same date
      * Runs of one pair repeated (every round "A X") are passed
      * over - they match by coincidence, not by copying. Each flag
      * carries the rule, the player, the feed date and the first
      * and last round numbers involved, so the desk can pull the
      * rounds up in AOCD2IQ.
      *
      * Every flag becomes a case on FAIRPLAY_CASE_FILE, numbered
      * and OPEN until the desk decides it. Decisions are keyed on
      * FAIRPLAY_DECISION_FILE - CLEARED or UPHELD, with the
      * deciding official - and applied at the start of the next
      * run. A flag whose rule, player and date are already on a
      * case covering the same rounds is not raised again, whatever
      * that case's status, so a cleared player is not re-flagged
      * every night for the same play; rounds outside every case
      * open a new one. Once the cases are written back at the end
      * of the run, FAIRPLAY_DECISION_FILE is rewritten holding only
      * the decisions that could not be applied, the way AOCD2RP
      * rewrites its exception file.
      *
      * FAIRPLAY_REPORT_FILE lists the decisions applied, the new
      * cases opened this run, and every case still open. Return
      * code 4 when a new case was opened or a decision refused.
      * The job reads only the archive and rating masters and takes
      * no run lock.
      *     AOCD2FP_FROM_DATE    earliest feed date screened,
      *                          YYYYMMDD, default the whole archive
      *     AOCD2FP_RUN_LENGTH   rounds in a repeated run, 5-20,
      *                          default 10
      *     AOCD2FP_MIN_ROUNDS   fewest rounds in a day for the win
      *                          rate rule, default 20
      *
      * Case layout (fairplay_cases.txt), one line per case:
      *     case number 9(6), space, status X(1) - O open,
      *     C cleared, U upheld, space, rule X(1), space,
      *     player ID X(8), space, feed date 9(8), space,
      *     first round 9(8), space, last round 9(8), space,
      *     related player X(8), space, related date 9(8), space,
      *     date opened 9(8), space, date decided 9(8), space,
      *     deciding official X(8).
      *
      * Decision layout (fairplay_decisions.txt), one per line:
      *     case number X(6), space, decision X(1) - C or U, space,
      *     deciding official X(8).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY_FILE ASSIGN TO "match_history.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-HIST-FILE-STATUS.

           SELECT SORTED_HISTORY_FILE ASSIGN TO "fairplay_hist.wrk"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-SHIST-FILE-STATUS.

           SELECT HISTORY_SORT_FILE ASSIGN TO "fpsort1.tmp".

           SELECT WINDOW_SORT_FILE ASSIGN TO "fpsort2.tmp".

           SELECT RATING_FILE ASSIGN TO "rating_file.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-RATE-FILE-STATUS.

           SELECT FAIRPLAY_CASE_FILE ASSIGN TO "fairplay_cases.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-CASE-FILE-STATUS.

           SELECT FAIRPLAY_DECISION_FILE
                   ASSIGN TO "fairplay_decisions.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-DEC-FILE-STATUS.

           SELECT FAIRPLAY_DECISION_WORK_FILE
                   ASSIGN TO "fairplay_decisions.wrk"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-DECW-FILE-STATUS.

           SELECT FAIRPLAY_REPORT_FILE ASSIGN TO "fairplay_report.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD HISTORY_FILE.
       01 HISTORY-REC PIC X(120).

       FD SORTED_HISTORY_FILE.
       01 SORTED-HISTORY-REC PIC X(120).

      * The archive line, keyed so each player's rounds come back
      * together, date by date, file by file, in round order.
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

      * One run of consecutive round pairs, keyed so identical runs
      * come back together.
       SD WINDOW_SORT_FILE.
       01 WINDOW-SORT-REC.
           05 WS-SRT-WINDOW PIC X(40).
           05 WS-SRT-PLAYER-ID PIC X(8).
           05 WS-SRT-FEED-DATE PIC 9(8).
           05 WS-SRT-FIRST-ROUND PIC 9(8).
           05 WS-SRT-LAST-ROUND PIC 9(8).

       FD RATING_FILE.
       01 RATING-REC PIC X(31).

       FD FAIRPLAY_CASE_FILE.
       01 FAIRPLAY-CASE-REC PIC X(100).

       FD FAIRPLAY_DECISION_FILE.
       01 FAIRPLAY-DECISION-REC PIC X(80).

       FD FAIRPLAY_DECISION_WORK_FILE.
       01 FAIRPLAY-DECISION-WORK-REC PIC X(80).

       FD FAIRPLAY_REPORT_FILE.
       01 FAIRPLAY-REPORT-REC PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-HIST-FILE-STATUS PIC X(2) VALUE "00".
       77 WS-SHIST-FILE-STATUS PIC X(2) VALUE "00".
       77 WS-RATE-FILE-STATUS PIC X(2) VALUE "00".
       77 WS-CASE-FILE-STATUS PIC X(2) VALUE "00".
       77 WS-DEC-FILE-STATUS PIC X(2) VALUE "00".
       77 WS-DECW-FILE-STATUS PIC X(2) VALUE "00".

       77 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       77 WS-FROM-DATE PIC 9(8) VALUE ZERO.
       77 WS-FROM-DATE-PARM PIC X(8) VALUE SPACES.
       77 WS-RUN-LENGTH PIC 9(2) VALUE 10.
       77 WS-MIN-ROUNDS PIC 9(4) VALUE 20.

       01 WS-SHIST-EOF PIC A(1) VALUE 'N'.
       01 WS-SORT-EOF PIC A(1) VALUE 'N'.
       01 WS-RATE-EOF PIC A(1) VALUE 'N'.
       01 WS-CASE-EOF PIC A(1) VALUE 'N'.
       01 WS-DEC-EOF PIC A(1) VALUE 'N'.
       01 WS-DECW-EOF PIC A(1) VALUE 'N'.

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

      * One player's rating as AOCD2RT carries it.
       01 RATING-LINE.
           05 RF-PLAYER-ID PIC X(8).
           05 FILLER PIC X(1).
           05 RF-RATING PIC 9(4).
           05 FILLER PIC X(1).
           05 RF-ROUNDS-RATED PIC 9(8).
           05 FILLER PIC X(1).
           05 RF-LAST-CHANGE-DATE PIC 9(8).

       77 WS-BASE-RATING PIC 9(4) VALUE 1500.
       77 WS-RT-MAX PIC 9(4) COMP VALUE 1000.
       77 WS-RT-COUNT PIC 9(4) COMP VALUE ZERO.
       77 WS-RT-IX PIC 9(4) COMP VALUE ZERO.
       77 WS-RT-FOUND-IX PIC 9(4) COMP VALUE ZERO.

       01 WS-RATING-TABLE.
           05 WS-RATING-ENTRY OCCURS 1000 TIMES.
               10 WS-RT-ID PIC X(8).
               10 WS-RT-RATING PIC 9(4).

      * Outcome of an archived round, recomputed from the two moves
      * with the same arithmetic as 2250-SCORE-RECORD in AOCD2P1
      * (0 = loss, 1 = draw, 2 = win).
       77 OUTCOME-CODE PIC 9(2) COMP-X VALUE ZERO.

       77 PLAYER1ASCII PIC X.
       77 PLAYER1 REDEFINES PLAYER1ASCII PIC 9(2) COMP-X.

       77 PLAYER2ASCII PIC X.
       77 PLAYER2 REDEFINES PLAYER2ASCII PIC 9(2) COMP-X.

      * The player and date whose win rate is being tallied, and the
      * player, date and feed file whose run of pairs is being
      * built. A run never spans two feed files.
       77 WS-DAY-PLAYER-ID PIC X(8) VALUE SPACES.
       77 WS-DAY-DATE PIC 9(8) VALUE ZERO.
       77 WS-DAY-ROUNDS PIC 9(8) VALUE ZERO.
       77 WS-DAY-WINS PIC 9(8) VALUE ZERO.
       77 WS-DAY-DRAWS PIC 9(8) VALUE ZERO.
       77 WS-DAY-FIRST-ROUND PIC 9(8) VALUE ZERO.
       77 WS-DAY-LAST-ROUND PIC 9(8) VALUE ZERO.
       77 WS-RUN-SOURCE-FILE PIC X(40) VALUE SPACES.

       77 WS-ACTUAL-PCT PIC 9(3) VALUE ZERO.
       77 WS-EXPECTED-PCT PIC S9(4) VALUE ZERO.
       77 WS-RATING PIC 9(4) VALUE ZERO.
       77 WS-EXCESS-SQUARED PIC 9(12) VALUE ZERO.
       77 WS-VARIANCE-LIMIT PIC 9(12) VALUE ZERO.

       01 WS-DEC-READ-SW PIC X VALUE 'N'.
           88 WS-DEC-READ VALUE 'Y'.

       01 WS-DAY-OPEN-SW PIC X VALUE 'N'.
           88 WS-DAY-OPEN VALUE 'Y'.

       77 WS-BUF-COUNT PIC 9(2) COMP VALUE ZERO.
       77 WS-BUF-IX PIC 9(2) COMP VALUE ZERO.

       01 WS-RUN-BUFFER.
           05 WS-BUF-ENTRY OCCURS 20 TIMES.
               10 WS-BUF-PAIR PIC X(2).
               10 WS-BUF-ROUND PIC 9(8).

       01 WS-WINDOW-KEY PIC X(40) VALUE SPACES.
       01 WS-WINDOW-VARIED-SW PIC X VALUE 'N'.
           88 WS-WINDOW-VARIED VALUE 'Y'.

       77 WS-ROUNDS-SCREENED PIC 9(8) VALUE ZERO.
       77 WS-WINDOWS-BUILT PIC 9(8) VALUE ZERO.

      * Runs sharing one key, as the window sort hands them back.
       77 WS-GW-MAX PIC 9(4) COMP VALUE 50.
       77 WS-GW-COUNT PIC 9(4) COMP VALUE ZERO.
       77 WS-GW-IX PIC 9(4) COMP VALUE ZERO.
       77 WS-GW-JX PIC 9(4) COMP VALUE ZERO.
       77 WS-GW-WINDOW PIC X(40) VALUE SPACES.

       01 WS-GROUP-TABLE.
           05 WS-GW-ENTRY OCCURS 50 TIMES.
               10 WS-GW-PLAYER-ID PIC X(8).
               10 WS-GW-FEED-DATE PIC 9(8).
               10 WS-GW-FIRST-ROUND PIC 9(8).
               10 WS-GW-LAST-ROUND PIC 9(8).

       01 WS-GW-FULL-SW PIC X VALUE 'N'.
           88 WS-GW-FULL-TOLD VALUE 'Y'.

      * Flags raised this run. Overlapping runs for the same player,
      * date and match are merged into one round range.
       77 WS-FL-MAX PIC 9(4) COMP VALUE 2000.
       77 WS-FL-COUNT PIC 9(4) COMP VALUE ZERO.
       77 WS-FL-IX PIC 9(4) COMP VALUE ZERO.
       77 WS-FL-FOUND-IX PIC 9(4) COMP VALUE ZERO.

       01 WS-FLAG-TABLE.
           05 WS-FL-ENTRY OCCURS 2000 TIMES.
               10 WS-FL-RULE PIC X(1).
               10 WS-FL-PLAYER-ID PIC X(8).
               10 WS-FL-FEED-DATE PIC 9(8).
               10 WS-FL-FIRST-ROUND PIC 9(8).
               10 WS-FL-LAST-ROUND PIC 9(8).
               10 WS-FL-REL-PLAYER-ID PIC X(8).
               10 WS-FL-REL-DATE PIC 9(8).
               10 WS-FL-NOTE PIC X(40).

       01 WS-FL-FULL-SW PIC X VALUE 'N'.
           88 WS-FL-FULL-TOLD VALUE 'Y'.

       01 WS-NEW-FLAG.
           05 WS-NF-RULE PIC X(1).
           05 WS-NF-PLAYER-ID PIC X(8).
           05 WS-NF-FEED-DATE PIC 9(8).
           05 WS-NF-FIRST-ROUND PIC 9(8).
           05 WS-NF-LAST-ROUND PIC 9(8).
           05 WS-NF-REL-PLAYER-ID PIC X(8).
           05 WS-NF-REL-DATE PIC 9(8).
           05 WS-NF-NOTE PIC X(40).

       01 WIN-RATE-NOTE.
           05 FILLER PIC X(7) VALUE "ACTUAL ".
           05 WN-ACTUAL-PCT PIC ZZ9.
           05 FILLER PIC X(11) VALUE "% EXPECTED ".
           05 WN-EXPECTED-PCT PIC Z9.
           05 FILLER PIC X(9) VALUE "% RATING ".
           05 WN-RATING PIC 9(4).

       01 REPEAT-NOTE.
           05 FILLER PIC X(15) VALUE "REPEATS RUN OF ".
           05 RN-REL-DATE PIC 9(8).

       01 DOUBLE-NOTE.
           05 FILLER PIC X(19) VALUE "SAME RUN AS PLAYER ".
           05 DN-REL-PLAYER-ID PIC X(8).

      * The case file, carried whole and rewritten at end of job.
       01 FAIRPLAY-CASE-LINE.
           05 FC-CASE-NUM PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 FC-STATUS PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 FC-RULE PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 FC-PLAYER-ID PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 FC-FEED-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 FC-FIRST-ROUND PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 FC-LAST-ROUND PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 FC-REL-PLAYER-ID PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 FC-REL-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 FC-OPENED-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 FC-DECIDED-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 FC-OFFICIAL PIC X(8).

       77 WS-CS-MAX PIC 9(4) COMP VALUE 5000.
       77 WS-CS-COUNT PIC 9(4) COMP VALUE ZERO.
       77 WS-CS-IX PIC 9(4) COMP VALUE ZERO.
       77 WS-CS-FOUND-IX PIC 9(4) COMP VALUE ZERO.
       77 WS-CS-LAST-NUM PIC 9(6) VALUE ZERO.
       77 WS-CS-SEEK-NUM PIC 9(6) VALUE ZERO.

       01 WS-CASE-TABLE.
           05 WS-CS-ENTRY OCCURS 5000 TIMES.
               10 WS-CS-CASE-NUM PIC 9(6).
               10 WS-CS-STATUS PIC X(1).
                   88 WS-CS-OPEN VALUE 'O'.
                   88 WS-CS-CLEARED VALUE 'C'.
                   88 WS-CS-UPHELD VALUE 'U'.
               10 WS-CS-RULE PIC X(1).
               10 WS-CS-PLAYER-ID PIC X(8).
               10 WS-CS-FEED-DATE PIC 9(8).
               10 WS-CS-FIRST-ROUND PIC 9(8).
               10 WS-CS-LAST-ROUND PIC 9(8).
               10 WS-CS-REL-PLAYER-ID PIC X(8).
               10 WS-CS-REL-DATE PIC 9(8).
               10 WS-CS-OPENED-DATE PIC 9(8).
               10 WS-CS-DECIDED-DATE PIC 9(8).
               10 WS-CS-OFFICIAL PIC X(8).

       01 FAIRPLAY-DECISION-LINE.
           05 FD-CASE-NUM PIC X(6).
           05 FILLER PIC X(1).
           05 FD-DECISION PIC X(1).
               88 FD-CLEARED VALUE 'C'.
               88 FD-UPHELD VALUE 'U'.
           05 FILLER PIC X(1).
           05 FD-OFFICIAL PIC X(8).
           05 FILLER PIC X(63).

       77 WS-DEC-COUNT PIC 9(6) VALUE ZERO.
       77 WS-DEC-APPLIED-COUNT PIC 9(6) VALUE ZERO.
       77 WS-DEC-REJECTED-COUNT PIC 9(6) VALUE ZERO.
       77 WS-FLAG-COUNT PIC 9(6) VALUE ZERO.
       77 WS-SUPPRESSED-COUNT PIC 9(6) VALUE ZERO.
       77 WS-NEW-CASE-COUNT PIC 9(6) VALUE ZERO.
       77 WS-OPEN-CASE-COUNT PIC 9(6) VALUE ZERO.

       01 FAIRPLAY-HEADING-LINE.
           05 FILLER PIC X(37) VALUE
                   "FAIR-PLAY SCREENING REPORT  RUN DATE ".
           05 FH-RUN-DATE PIC 9(8).
           05 FILLER PIC X(12) VALUE "  FROM DATE ".
           05 FH-FROM-DATE PIC 9(8).
           05 FILLER PIC X(13) VALUE "  RUN LENGTH ".
           05 FH-RUN-LENGTH PIC Z9.

       01 FAIRPLAY-SECTION-LINE PIC X(60) VALUE SPACES.

       01 FAIRPLAY-COLUMN-LINE.
           05 FILLER PIC X(28) VALUE
                   "  CASE S R PLAYER   FEED DT ".
           05 FILLER PIC X(26) VALUE
                   " FIRST RD    LAST RD  NOTE".

       01 BLANK-LINE PIC X(100) VALUE SPACES.

       01 FAIRPLAY-DETAIL-LINE.
           05 FR-CASE-NUM PIC Z(5)9.
           05 FILLER PIC X(1) VALUE SPACE.
           05 FR-STATUS PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 FR-RULE PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 FR-PLAYER-ID PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 FR-FEED-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 FR-FIRST-ROUND PIC Z(7)9.
           05 FR-ROUND-DASH PIC X(3).
           05 FR-LAST-ROUND PIC Z(7)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 FR-NOTE PIC X(50).

       01 DECISION-DETAIL-LINE.
           05 DR-CASE-NUM PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DR-DECISION PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 DR-OFFICIAL PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DR-DISPOSITION PIC X(40).

       01 FAIRPLAY-TRAILER-LINE.
           05 FILLER PIC X(17) VALUE "ROUNDS SCREENED: ".
           05 FT-ROUNDS PIC Z(7)9.
           05 FILLER PIC X(10) VALUE "  FLAGS : ".
           05 FT-FLAGS PIC Z(5)9.
           05 FILLER PIC X(14) VALUE "  NEW CASES : ".
           05 FT-NEW-CASES PIC Z(5)9.
           05 FILLER PIC X(18) VALUE "  ALREADY CASED : ".
           05 FT-SUPPRESSED PIC Z(5)9.

       01 FAIRPLAY-TRAILER-LINE-2.
           05 FILLER PIC X(17) VALUE "DECISIONS READ : ".
           05 FT-DECISIONS PIC Z(5)9.
           05 FILLER PIC X(12) VALUE "  APPLIED : ".
           05 FT-APPLIED PIC Z(5)9.
           05 FILLER PIC X(12) VALUE "  REFUSED : ".
           05 FT-REFUSED PIC Z(5)9.
           05 FILLER PIC X(15) VALUE "  OPEN CASES : ".
           05 FT-OPEN-CASES PIC Z(5)9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 1300-APPLY-DECISIONS THRU 1300-EXIT.
           PERFORM 2000-SCREEN-ARCHIVE THRU 2000-EXIT.
           PERFORM 6000-OPEN-CASES THRU 6000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           ACCEPT WS-FROM-DATE-PARM FROM ENVIRONMENT
                   "AOCD2FP_FROM_DATE"
           ON EXCEPTION
                   MOVE SPACES TO WS-FROM-DATE-PARM
           END-ACCEPT
           IF WS-FROM-DATE-PARM(1:8) IS NUMERIC
               MOVE WS-FROM-DATE-PARM TO WS-FROM-DATE
           END-IF

           ACCEPT WS-RUN-LENGTH FROM ENVIRONMENT "AOCD2FP_RUN_LENGTH"
           ON EXCEPTION
                   MOVE 10 TO WS-RUN-LENGTH
           END-ACCEPT
           IF WS-RUN-LENGTH < 5 OR WS-RUN-LENGTH > 20
               DISPLAY "RUN LENGTH " WS-RUN-LENGTH
                       " OUTSIDE 5-20 - 10 USED"
               MOVE 10 TO WS-RUN-LENGTH
           END-IF

           ACCEPT WS-MIN-ROUNDS FROM ENVIRONMENT "AOCD2FP_MIN_ROUNDS"
           ON EXCEPTION
                   MOVE 20 TO WS-MIN-ROUNDS
           END-ACCEPT
           IF WS-MIN-ROUNDS = ZERO
               MOVE 20 TO WS-MIN-ROUNDS
           END-IF

           OPEN INPUT HISTORY_FILE
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "ROUND HISTORY NOT AVAILABLE - FILE STATUS "
                       WS-HIST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE HISTORY_FILE

           OPEN OUTPUT FAIRPLAY_REPORT_FILE
           MOVE WS-RUN-DATE TO FH-RUN-DATE
           MOVE WS-FROM-DATE TO FH-FROM-DATE
           MOVE WS-RUN-LENGTH TO FH-RUN-LENGTH
           WRITE FAIRPLAY-REPORT-REC FROM FAIRPLAY-HEADING-LINE

           PERFORM 1100-LOAD-RATINGS THRU 1100-EXIT
           PERFORM 1200-LOAD-CASES THRU 1200-EXIT.
       1000-EXIT.
           EXIT.

      * A player not yet rated is screened against the base rating,
      * the rating AOCD2RT starts every new player on.
       1100-LOAD-RATINGS.
           OPEN INPUT RATING_FILE
           IF WS-RATE-FILE-STATUS NOT = "00"
               DISPLAY "RATING FILE NOT ON FILE - WIN RATES SCREENED "
                       "AGAINST BASE RATING"
               GO TO 1100-EXIT
           END-IF
           PERFORM 1110-LOAD-RATING-RECORD THRU 1110-EXIT
                   UNTIL WS-RATE-EOF = 'Y'
           CLOSE RATING_FILE.
       1100-EXIT.
           EXIT.

       1110-LOAD-RATING-RECORD.
           READ RATING_FILE INTO RATING-LINE
               AT END
                   MOVE 'Y' TO WS-RATE-EOF
               NOT AT END
                   IF WS-RT-COUNT < WS-RT-MAX
                           AND RF-RATING IS NUMERIC
                       ADD 1 TO WS-RT-COUNT
                       MOVE RF-PLAYER-ID TO WS-RT-ID(WS-RT-COUNT)
                       MOVE RF-RATING TO WS-RT-RATING(WS-RT-COUNT)
                   END-IF
           END-READ.
       1110-EXIT.
           EXIT.

       1200-LOAD-CASES.
           OPEN INPUT FAIRPLAY_CASE_FILE
           IF WS-CASE-FILE-STATUS NOT = "00"
               GO TO 1200-EXIT
           END-IF
           PERFORM 1210-LOAD-CASE-RECORD THRU 1210-EXIT
                   UNTIL WS-CASE-EOF = 'Y'
           CLOSE FAIRPLAY_CASE_FILE.
       1200-EXIT.
           EXIT.

      * The case file is rewritten whole at end of job, so a case
      * that will not fit the table stops the run rather than being
      * dropped from the file.
       1210-LOAD-CASE-RECORD.
           READ FAIRPLAY_CASE_FILE INTO FAIRPLAY-CASE-LINE
               AT END
                   MOVE 'Y' TO WS-CASE-EOF
                   GO TO 1210-EXIT
           END-READ
           IF FAIRPLAY-CASE-LINE = SPACES
               GO TO 1210-EXIT
           END-IF
           IF WS-CS-COUNT >= WS-CS-MAX
               DISPLAY "CASE TABLE FULL AT CASE " FC-CASE-NUM
                       " - ARCHIVE DECIDED CASES BEFORE SCREENING"
               MOVE 16 TO RETURN-CODE
               CLOSE FAIRPLAY_CASE_FILE
               CLOSE FAIRPLAY_REPORT_FILE
               STOP RUN
           END-IF
           ADD 1 TO WS-CS-COUNT
           MOVE FC-CASE-NUM TO WS-CS-CASE-NUM(WS-CS-COUNT)
           MOVE FC-STATUS TO WS-CS-STATUS(WS-CS-COUNT)
           MOVE FC-RULE TO WS-CS-RULE(WS-CS-COUNT)
           MOVE FC-PLAYER-ID TO WS-CS-PLAYER-ID(WS-CS-COUNT)
           MOVE FC-FEED-DATE TO WS-CS-FEED-DATE(WS-CS-COUNT)
           MOVE FC-FIRST-ROUND TO WS-CS-FIRST-ROUND(WS-CS-COUNT)
           MOVE FC-LAST-ROUND TO WS-CS-LAST-ROUND(WS-CS-COUNT)
           MOVE FC-REL-PLAYER-ID TO WS-CS-REL-PLAYER-ID(WS-CS-COUNT)
           MOVE FC-REL-DATE TO WS-CS-REL-DATE(WS-CS-COUNT)
           MOVE FC-OPENED-DATE TO WS-CS-OPENED-DATE(WS-CS-COUNT)
           MOVE FC-DECIDED-DATE TO WS-CS-DECIDED-DATE(WS-CS-COUNT)
           MOVE FC-OFFICIAL TO WS-CS-OFFICIAL(WS-CS-COUNT)
           IF FC-CASE-NUM > WS-CS-LAST-NUM
               MOVE FC-CASE-NUM TO WS-CS-LAST-NUM
           END-IF.
       1210-EXIT.
           EXIT.

       1300-APPLY-DECISIONS.
           OPEN INPUT FAIRPLAY_DECISION_FILE
           IF WS-DEC-FILE-STATUS NOT = "00"
               GO TO 1300-EXIT
           END-IF
           SET WS-DEC-READ TO TRUE
           OPEN OUTPUT FAIRPLAY_DECISION_WORK_FILE
           MOVE "DESK DECISIONS" TO FAIRPLAY-SECTION-LINE
           WRITE FAIRPLAY-REPORT-REC FROM BLANK-LINE
           WRITE FAIRPLAY-REPORT-REC FROM FAIRPLAY-SECTION-LINE
           PERFORM 1310-APPLY-ONE-DECISION THRU 1310-EXIT
                   UNTIL WS-DEC-EOF = 'Y'
           CLOSE FAIRPLAY_DECISION_FILE
           CLOSE FAIRPLAY_DECISION_WORK_FILE.
       1300-EXIT.
           EXIT.

       1310-APPLY-ONE-DECISION.
           READ FAIRPLAY_DECISION_FILE INTO FAIRPLAY-DECISION-LINE
               AT END
                   MOVE 'Y' TO WS-DEC-EOF
                   GO TO 1310-EXIT
           END-READ
           IF FAIRPLAY-DECISION-LINE = SPACES
               GO TO 1310-EXIT
           END-IF
           ADD 1 TO WS-DEC-COUNT
           MOVE FD-CASE-NUM TO DR-CASE-NUM
           MOVE FD-DECISION TO DR-DECISION
           MOVE FD-OFFICIAL TO DR-OFFICIAL

           IF FD-CASE-NUM = SPACES
                   OR FUNCTION TEST-NUMVAL(FD-CASE-NUM) NOT = ZERO
               MOVE "CASE NUMBER NOT NUMERIC" TO DR-DISPOSITION
               GO TO 1310-REFUSE
           END-IF
           IF NOT FD-CLEARED AND NOT FD-UPHELD
               MOVE "DECISION NOT C OR U" TO DR-DISPOSITION
               GO TO 1310-REFUSE
           END-IF
           IF FD-OFFICIAL = SPACES
               MOVE "NO DECIDING OFFICIAL" TO DR-DISPOSITION
               GO TO 1310-REFUSE
           END-IF
           MOVE FUNCTION NUMVAL(FD-CASE-NUM) TO WS-CS-SEEK-NUM
           PERFORM 1320-FIND-CASE THRU 1320-EXIT
           IF WS-CS-FOUND-IX = ZERO
               MOVE "CASE NOT ON FILE" TO DR-DISPOSITION
               GO TO 1310-REFUSE
           END-IF
           IF NOT WS-CS-OPEN(WS-CS-FOUND-IX)
               MOVE "CASE ALREADY DECIDED" TO DR-DISPOSITION
               GO TO 1310-REFUSE
           END-IF

           MOVE FD-DECISION TO WS-CS-STATUS(WS-CS-FOUND-IX)
           MOVE WS-RUN-DATE TO WS-CS-DECIDED-DATE(WS-CS-FOUND-IX)
           MOVE FD-OFFICIAL TO WS-CS-OFFICIAL(WS-CS-FOUND-IX)
           ADD 1 TO WS-DEC-APPLIED-COUNT
           IF FD-CLEARED
               MOVE "CASE CLEARED" TO DR-DISPOSITION
           ELSE
               MOVE "CASE UPHELD" TO DR-DISPOSITION
           END-IF
           WRITE FAIRPLAY-REPORT-REC FROM DECISION-DETAIL-LINE
           GO TO 1310-EXIT.

       1310-REFUSE.
           ADD 1 TO WS-DEC-REJECTED-COUNT
           WRITE FAIRPLAY-DECISION-WORK-REC FROM FAIRPLAY-DECISION-LINE
           WRITE FAIRPLAY-REPORT-REC FROM DECISION-DETAIL-LINE.
       1310-EXIT.
           EXIT.

       1320-FIND-CASE.
           MOVE ZERO TO WS-CS-FOUND-IX
           MOVE ZERO TO WS-CS-IX
           PERFORM 1330-SCAN-CASE-TABLE THRU 1330-EXIT
                   UNTIL WS-CS-IX >= WS-CS-COUNT
                   OR WS-CS-FOUND-IX > ZERO.
       1320-EXIT.
           EXIT.

       1330-SCAN-CASE-TABLE.
           ADD 1 TO WS-CS-IX
           IF WS-CS-CASE-NUM(WS-CS-IX) = WS-CS-SEEK-NUM
               MOVE WS-CS-IX TO WS-CS-FOUND-IX
           END-IF.
       1330-EXIT.
           EXIT.

      * Only the refused decisions go back on the file - a second
      * run with the morning's decisions still on disk finds nothing
      * left to apply. Done from 8000-TERMINATE once the cases they
      * settled are on file, so a run that fails in between leaves
      * the desk's decisions where they were.
       1350-REWRITE-DECISIONS.
           MOVE 'N' TO WS-DECW-EOF
           OPEN INPUT FAIRPLAY_DECISION_WORK_FILE
           OPEN OUTPUT FAIRPLAY_DECISION_FILE
           PERFORM 1360-COPY-KEPT-DECISION THRU 1360-EXIT
                   UNTIL WS-DECW-EOF = 'Y'
           CLOSE FAIRPLAY_DECISION_WORK_FILE
           CLOSE FAIRPLAY_DECISION_FILE.
       1350-EXIT.
           EXIT.

       1360-COPY-KEPT-DECISION.
           READ FAIRPLAY_DECISION_WORK_FILE
               AT END
                   MOVE 'Y' TO WS-DECW-EOF
               NOT AT END
                   WRITE FAIRPLAY-DECISION-REC
                           FROM FAIRPLAY-DECISION-WORK-REC
           END-READ.
       1360-EXIT.
           EXIT.

      * Pass one puts each player's rounds together in date, feed
      * and round order; pass two cuts them into runs and sorts the
      * runs so identical ones come back side by side.
       2000-SCREEN-ARCHIVE.
           SORT HISTORY_SORT_FILE
                   ON ASCENDING KEY HS-PLAYER-ID
                           HS-FEED-DATE
                           HS-SOURCE-FILE
                           HS-ROUND-NUM
                   USING HISTORY_FILE
                   GIVING SORTED_HISTORY_FILE

           SORT WINDOW_SORT_FILE
                   ON ASCENDING KEY WS-SRT-WINDOW
                           WS-SRT-PLAYER-ID
                           WS-SRT-FEED-DATE
                           WS-SRT-FIRST-ROUND
                   INPUT PROCEDURE IS 3000-BUILD-RUNS
                           THRU 3000-EXIT
                   OUTPUT PROCEDURE IS 4000-MATCH-RUNS
                           THRU 4000-EXIT.
       2000-EXIT.
           EXIT.

       3000-BUILD-RUNS.
           MOVE 'N' TO WS-SHIST-EOF
           OPEN INPUT SORTED_HISTORY_FILE
           IF WS-SHIST-FILE-STATUS NOT = "00"
               DISPLAY "SORTED HISTORY NOT AVAILABLE - FILE STATUS "
                       WS-SHIST-FILE-STATUS
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-SCREEN-ONE-ROUND THRU 3100-EXIT
                   UNTIL WS-SHIST-EOF = 'Y'
           PERFORM 3500-CLOSE-DAY THRU 3500-EXIT
           CLOSE SORTED_HISTORY_FILE.
       3000-EXIT.
           EXIT.

      * Rounds from bare legacy feeds (player UNNAMED) and rounds
      * with unscoreable moves are not screened.
       3100-SCREEN-ONE-ROUND.
           READ SORTED_HISTORY_FILE INTO HISTORY-LINE
               AT END
                   MOVE 'Y' TO WS-SHIST-EOF
                   GO TO 3100-EXIT
           END-READ
           IF MH-PLAYER-ID = SPACES OR MH-PLAYER-ID = "UNNAMED"
               GO TO 3100-EXIT
           END-IF
           IF MH-FEED-DATE NOT NUMERIC OR MH-FEED-DATE < WS-FROM-DATE
               GO TO 3100-EXIT
           END-IF
           IF MH-PLAYER1 < 'A' OR MH-PLAYER1 > 'C'
                   OR MH-PLAYER2 < 'X' OR MH-PLAYER2 > 'Z'
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-ROUNDS-SCREENED

           IF NOT WS-DAY-OPEN
                   OR MH-PLAYER-ID NOT = WS-DAY-PLAYER-ID
                   OR MH-FEED-DATE NOT = WS-DAY-DATE
               PERFORM 3500-CLOSE-DAY THRU 3500-EXIT
               SET WS-DAY-OPEN TO TRUE
               MOVE MH-PLAYER-ID TO WS-DAY-PLAYER-ID
               MOVE MH-FEED-DATE TO WS-DAY-DATE
               MOVE ZERO TO WS-DAY-ROUNDS WS-DAY-WINS WS-DAY-DRAWS
               MOVE MH-ROUND-NUM TO WS-DAY-FIRST-ROUND
               MOVE SPACES TO WS-RUN-SOURCE-FILE
           END-IF
           IF MH-SOURCE-FILE NOT = WS-RUN-SOURCE-FILE
               MOVE MH-SOURCE-FILE TO WS-RUN-SOURCE-FILE
               MOVE ZERO TO WS-BUF-COUNT
           END-IF

           MOVE MH-PLAYER1 TO PLAYER1ASCII
           MOVE MH-PLAYER2 TO PLAYER2ASCII
           COMPUTE OUTCOME-CODE = FUNCTION MOD((PLAYER2 - PLAYER1) -
           19, 3)
           ADD 1 TO WS-DAY-ROUNDS
           EVALUATE OUTCOME-CODE
               WHEN 1 ADD 1 TO WS-DAY-DRAWS
               WHEN 2 ADD 1 TO WS-DAY-WINS
           END-EVALUATE
           IF MH-ROUND-NUM < WS-DAY-FIRST-ROUND
               MOVE MH-ROUND-NUM TO WS-DAY-FIRST-ROUND
           END-IF
           IF MH-ROUND-NUM > WS-DAY-LAST-ROUND
               MOVE MH-ROUND-NUM TO WS-DAY-LAST-ROUND
           END-IF

           PERFORM 3200-ADD-TO-RUN THRU 3200-EXIT.
       3100-EXIT.
           EXIT.

      * The buffer holds the last run-length rounds of the current
      * feed file; once full, every new round completes a run.
       3200-ADD-TO-RUN.
           IF WS-BUF-COUNT >= WS-RUN-LENGTH
               MOVE 1 TO WS-BUF-IX
               PERFORM 3210-SHIFT-BUFFER THRU 3210-EXIT
                       UNTIL WS-BUF-IX >= WS-RUN-LENGTH
               SUBTRACT 1 FROM WS-BUF-COUNT
           END-IF
           ADD 1 TO WS-BUF-COUNT
           MOVE MH-PLAYER1 TO WS-BUF-PAIR(WS-BUF-COUNT)(1:1)
           MOVE MH-PLAYER2 TO WS-BUF-PAIR(WS-BUF-COUNT)(2:1)
           MOVE MH-ROUND-NUM TO WS-BUF-ROUND(WS-BUF-COUNT)
           IF WS-BUF-COUNT < WS-RUN-LENGTH
               GO TO 3200-EXIT
           END-IF

           MOVE SPACES TO WS-WINDOW-KEY
           MOVE 'N' TO WS-WINDOW-VARIED-SW
           MOVE ZERO TO WS-BUF-IX
           PERFORM 3220-BUILD-WINDOW-KEY THRU 3220-EXIT
                   UNTIL WS-BUF-IX >= WS-RUN-LENGTH
           IF NOT WS-WINDOW-VARIED
               GO TO 3200-EXIT
           END-IF

           MOVE WS-WINDOW-KEY TO WS-SRT-WINDOW
           MOVE MH-PLAYER-ID TO WS-SRT-PLAYER-ID
           MOVE MH-FEED-DATE TO WS-SRT-FEED-DATE
           MOVE WS-BUF-ROUND(1) TO WS-SRT-FIRST-ROUND
           MOVE WS-BUF-ROUND(WS-RUN-LENGTH) TO WS-SRT-LAST-ROUND
           RELEASE WINDOW-SORT-REC
           ADD 1 TO WS-WINDOWS-BUILT.
       3200-EXIT.
           EXIT.

       3210-SHIFT-BUFFER.
           MOVE WS-BUF-ENTRY(WS-BUF-IX + 1) TO WS-BUF-ENTRY(WS-BUF-IX)
           ADD 1 TO WS-BUF-IX.
       3210-EXIT.
           EXIT.

       3220-BUILD-WINDOW-KEY.
           ADD 1 TO WS-BUF-IX
           MOVE WS-BUF-PAIR(WS-BUF-IX)
                   TO WS-WINDOW-KEY(WS-BUF-IX * 2 - 1:2)
           IF WS-BUF-PAIR(WS-BUF-IX) NOT = WS-BUF-PAIR(1)
               SET WS-WINDOW-VARIED TO TRUE
           END-IF.
       3220-EXIT.
           EXIT.

      * Rule W at the end of each player's day. With E the expected
      * points percentage and A the actual over n rounds, the day is
      * flagged when A exceeds E by more than three standard errors:
      * (A - E) squared times n above 9 times E times (100 - E).
       3500-CLOSE-DAY.
           IF NOT WS-DAY-OPEN
               GO TO 3500-EXIT
           END-IF
           MOVE 'N' TO WS-DAY-OPEN-SW
           MOVE ZERO TO WS-BUF-COUNT
           IF WS-DAY-ROUNDS < WS-MIN-ROUNDS
               GO TO 3500-CLOSE-DAY-DONE
           END-IF

           COMPUTE WS-ACTUAL-PCT =
                   (WS-DAY-WINS * 100 + WS-DAY-DRAWS * 50)
                   / WS-DAY-ROUNDS
           MOVE WS-DAY-PLAYER-ID TO RF-PLAYER-ID
           PERFORM 3600-FIND-RATING THRU 3600-EXIT
           IF WS-RT-FOUND-IX > ZERO
               MOVE WS-RT-RATING(WS-RT-FOUND-IX) TO WS-RATING
           ELSE
               MOVE WS-BASE-RATING TO WS-RATING
           END-IF
           COMPUTE WS-EXPECTED-PCT = 50 +
                   (WS-RATING - WS-BASE-RATING) / 10
           IF WS-EXPECTED-PCT < 10
               MOVE 10 TO WS-EXPECTED-PCT
           END-IF
           IF WS-EXPECTED-PCT > 90
               MOVE 90 TO WS-EXPECTED-PCT
           END-IF
           IF WS-ACTUAL-PCT NOT > WS-EXPECTED-PCT
               GO TO 3500-CLOSE-DAY-DONE
           END-IF

           COMPUTE WS-EXCESS-SQUARED =
                   (WS-ACTUAL-PCT - WS-EXPECTED-PCT)
                   * (WS-ACTUAL-PCT - WS-EXPECTED-PCT)
                   * WS-DAY-ROUNDS
           COMPUTE WS-VARIANCE-LIMIT = 9 * WS-EXPECTED-PCT
                   * (100 - WS-EXPECTED-PCT)
           IF WS-EXCESS-SQUARED NOT > WS-VARIANCE-LIMIT
               GO TO 3500-CLOSE-DAY-DONE
           END-IF

           MOVE 'W' TO WS-NF-RULE
           MOVE WS-DAY-PLAYER-ID TO WS-NF-PLAYER-ID
           MOVE WS-DAY-DATE TO WS-NF-FEED-DATE
           MOVE WS-DAY-FIRST-ROUND TO WS-NF-FIRST-ROUND
           MOVE WS-DAY-LAST-ROUND TO WS-NF-LAST-ROUND
           MOVE SPACES TO WS-NF-REL-PLAYER-ID
           MOVE ZERO TO WS-NF-REL-DATE
           MOVE WS-ACTUAL-PCT TO WN-ACTUAL-PCT
           MOVE WS-EXPECTED-PCT TO WN-EXPECTED-PCT
           MOVE WS-RATING TO WN-RATING
           MOVE WIN-RATE-NOTE TO WS-NF-NOTE
           PERFORM 5000-RECORD-FLAG THRU 5000-EXIT.

       3500-CLOSE-DAY-DONE.
           MOVE ZERO TO WS-DAY-LAST-ROUND.
       3500-EXIT.
           EXIT.

       3600-FIND-RATING.
           MOVE ZERO TO WS-RT-FOUND-IX
           MOVE ZERO TO WS-RT-IX
           PERFORM 3610-SCAN-RATING-TABLE THRU 3610-EXIT
                   UNTIL WS-RT-IX >= WS-RT-COUNT
                   OR WS-RT-FOUND-IX > ZERO.
       3600-EXIT.
           EXIT.

       3610-SCAN-RATING-TABLE.
           ADD 1 TO WS-RT-IX
           IF WS-RT-ID(WS-RT-IX) = RF-PLAYER-ID
               MOVE WS-RT-IX TO WS-RT-FOUND-IX
           END-IF.
       3610-EXIT.
           EXIT.

       4000-MATCH-RUNS.
           MOVE 'N' TO WS-SORT-EOF
           MOVE ZERO TO WS-GW-COUNT
           PERFORM 4100-RETURN-ONE-RUN THRU 4100-EXIT
                   UNTIL WS-SORT-EOF = 'Y'
           PERFORM 4200-COMPARE-GROUP THRU 4200-EXIT.
       4000-EXIT.
           EXIT.

       4100-RETURN-ONE-RUN.
           RETURN WINDOW_SORT_FILE
               AT END
                   MOVE 'Y' TO WS-SORT-EOF
                   GO TO 4100-EXIT
           END-RETURN
           IF WS-GW-COUNT > ZERO AND WS-SRT-WINDOW NOT = WS-GW-WINDOW
               PERFORM 4200-COMPARE-GROUP THRU 4200-EXIT
               MOVE ZERO TO WS-GW-COUNT
           END-IF
           MOVE WS-SRT-WINDOW TO WS-GW-WINDOW
           IF WS-GW-COUNT >= WS-GW-MAX
               IF NOT WS-GW-FULL-TOLD
                   DISPLAY "MORE THAN " WS-GW-MAX " IDENTICAL RUNS - "
                           "EXCESS NOT COMPARED"
                   SET WS-GW-FULL-TOLD TO TRUE
               END-IF
               GO TO 4100-EXIT
           END-IF
           ADD 1 TO WS-GW-COUNT
           MOVE WS-SRT-PLAYER-ID TO WS-GW-PLAYER-ID(WS-GW-COUNT)
           MOVE WS-SRT-FEED-DATE TO WS-GW-FEED-DATE(WS-GW-COUNT)
           MOVE WS-SRT-FIRST-ROUND TO WS-GW-FIRST-ROUND(WS-GW-COUNT)
           MOVE WS-SRT-LAST-ROUND TO WS-GW-LAST-ROUND(WS-GW-COUNT).
       4100-EXIT.
           EXIT.

      * Every later run in the group against every earlier one. The
      * sort key puts a player's runs together in date order, so for
      * rule S the earlier run is the original and the later one the
      * replay.
       4200-COMPARE-GROUP.
           IF WS-GW-COUNT < 2
               GO TO 4200-EXIT
           END-IF
           MOVE 1 TO WS-GW-IX
           PERFORM 4210-COMPARE-ONE-RUN THRU 4210-EXIT
                   UNTIL WS-GW-IX >= WS-GW-COUNT.
       4200-EXIT.
           EXIT.

       4210-COMPARE-ONE-RUN.
           ADD 1 TO WS-GW-IX
           MOVE ZERO TO WS-GW-JX
           PERFORM 4220-COMPARE-RUN-PAIR THRU 4220-EXIT
                   UNTIL WS-GW-JX >= WS-GW-IX - 1.
       4210-EXIT.
           EXIT.

       4220-COMPARE-RUN-PAIR.
           ADD 1 TO WS-GW-JX
           IF WS-GW-PLAYER-ID(WS-GW-IX) = WS-GW-PLAYER-ID(WS-GW-JX)
               IF WS-GW-FEED-DATE(WS-GW-IX)
                       NOT = WS-GW-FEED-DATE(WS-GW-JX)
                   PERFORM 4300-FLAG-REPEAT THRU 4300-EXIT
               END-IF
           ELSE
               IF WS-GW-FEED-DATE(WS-GW-IX)
                       = WS-GW-FEED-DATE(WS-GW-JX)
                   PERFORM 4400-FLAG-DOUBLE THRU 4400-EXIT
               END-IF
           END-IF.
       4220-EXIT.
           EXIT.

       4300-FLAG-REPEAT.
           MOVE 'S' TO WS-NF-RULE
           MOVE WS-GW-PLAYER-ID(WS-GW-IX) TO WS-NF-PLAYER-ID
           MOVE WS-GW-FEED-DATE(WS-GW-IX) TO WS-NF-FEED-DATE
           MOVE WS-GW-FIRST-ROUND(WS-GW-IX) TO WS-NF-FIRST-ROUND
           MOVE WS-GW-LAST-ROUND(WS-GW-IX) TO WS-NF-LAST-ROUND
           MOVE SPACES TO WS-NF-REL-PLAYER-ID
           MOVE WS-GW-FEED-DATE(WS-GW-JX) TO WS-NF-REL-DATE
           MOVE WS-NF-REL-DATE TO RN-REL-DATE
           MOVE REPEAT-NOTE TO WS-NF-NOTE
           PERFORM 5000-RECORD-FLAG THRU 5000-EXIT.
       4300-EXIT.
           EXIT.

      * Both players in a same-date match are flagged - the desk
      * cannot tell from the archive which one copied.
       4400-FLAG-DOUBLE.
           MOVE 'D' TO WS-NF-RULE
           MOVE WS-GW-PLAYER-ID(WS-GW-IX) TO WS-NF-PLAYER-ID
           MOVE WS-GW-FEED-DATE(WS-GW-IX) TO WS-NF-FEED-DATE
           MOVE WS-GW-FIRST-ROUND(WS-GW-IX) TO WS-NF-FIRST-ROUND
           MOVE WS-GW-LAST-ROUND(WS-GW-IX) TO WS-NF-LAST-ROUND
           MOVE WS-GW-PLAYER-ID(WS-GW-JX) TO WS-NF-REL-PLAYER-ID
           MOVE WS-GW-FEED-DATE(WS-GW-JX) TO WS-NF-REL-DATE
           MOVE WS-NF-REL-PLAYER-ID TO DN-REL-PLAYER-ID
           MOVE DOUBLE-NOTE TO WS-NF-NOTE
           PERFORM 5000-RECORD-FLAG THRU 5000-EXIT

           MOVE WS-GW-PLAYER-ID(WS-GW-JX) TO WS-NF-PLAYER-ID
           MOVE WS-GW-FEED-DATE(WS-GW-JX) TO WS-NF-FEED-DATE
           MOVE WS-GW-FIRST-ROUND(WS-GW-JX) TO WS-NF-FIRST-ROUND
           MOVE WS-GW-LAST-ROUND(WS-GW-JX) TO WS-NF-LAST-ROUND
           MOVE WS-GW-PLAYER-ID(WS-GW-IX) TO WS-NF-REL-PLAYER-ID
           MOVE WS-GW-FEED-DATE(WS-GW-IX) TO WS-NF-REL-DATE
           MOVE WS-NF-REL-PLAYER-ID TO DN-REL-PLAYER-ID
           MOVE DOUBLE-NOTE TO WS-NF-NOTE
           PERFORM 5000-RECORD-FLAG THRU 5000-EXIT.
       4400-EXIT.
           EXIT.

      * A run overlapping or touching one already flagged for the
      * same rule, player, date and match widens that flag instead
      * of raising another - ten overlapping runs of a replayed
      * feed are one flag over the whole stretch.
       5000-RECORD-FLAG.
           MOVE ZERO TO WS-FL-FOUND-IX
           MOVE ZERO TO WS-FL-IX
           PERFORM 5010-SCAN-FLAG-TABLE THRU 5010-EXIT
                   UNTIL WS-FL-IX >= WS-FL-COUNT
                   OR WS-FL-FOUND-IX > ZERO
           IF WS-FL-FOUND-IX > ZERO
               IF WS-NF-FIRST-ROUND < WS-FL-FIRST-ROUND(WS-FL-FOUND-IX)
                   MOVE WS-NF-FIRST-ROUND
                           TO WS-FL-FIRST-ROUND(WS-FL-FOUND-IX)
               END-IF
               IF WS-NF-LAST-ROUND > WS-FL-LAST-ROUND(WS-FL-FOUND-IX)
                   MOVE WS-NF-LAST-ROUND
                           TO WS-FL-LAST-ROUND(WS-FL-FOUND-IX)
               END-IF
               GO TO 5000-EXIT
           END-IF
           IF WS-FL-COUNT >= WS-FL-MAX
               IF NOT WS-FL-FULL-TOLD
                   DISPLAY "FLAG TABLE FULL - FURTHER FLAGS NOT "
                           "RECORDED"
                   SET WS-FL-FULL-TOLD TO TRUE
               END-IF
               GO TO 5000-EXIT
           END-IF
           ADD 1 TO WS-FL-COUNT
           MOVE WS-NF-RULE TO WS-FL-RULE(WS-FL-COUNT)
           MOVE WS-NF-PLAYER-ID TO WS-FL-PLAYER-ID(WS-FL-COUNT)
           MOVE WS-NF-FEED-DATE TO WS-FL-FEED-DATE(WS-FL-COUNT)
           MOVE WS-NF-FIRST-ROUND TO WS-FL-FIRST-ROUND(WS-FL-COUNT)
           MOVE WS-NF-LAST-ROUND TO WS-FL-LAST-ROUND(WS-FL-COUNT)
           MOVE WS-NF-REL-PLAYER-ID TO WS-FL-REL-PLAYER-ID(WS-FL-COUNT)
           MOVE WS-NF-REL-DATE TO WS-FL-REL-DATE(WS-FL-COUNT)
           MOVE WS-NF-NOTE TO WS-FL-NOTE(WS-FL-COUNT).
       5000-EXIT.
           EXIT.

       5010-SCAN-FLAG-TABLE.
           ADD 1 TO WS-FL-IX
           IF WS-FL-RULE(WS-FL-IX) = WS-NF-RULE
                   AND WS-FL-PLAYER-ID(WS-FL-IX) = WS-NF-PLAYER-ID
                   AND WS-FL-FEED-DATE(WS-FL-IX) = WS-NF-FEED-DATE
                   AND WS-FL-REL-PLAYER-ID(WS-FL-IX)
                       = WS-NF-REL-PLAYER-ID
                   AND WS-FL-REL-DATE(WS-FL-IX) = WS-NF-REL-DATE
                   AND WS-NF-FIRST-ROUND
                       NOT > WS-FL-LAST-ROUND(WS-FL-IX) + 1
                   AND WS-NF-LAST-ROUND + 1
                       NOT < WS-FL-FIRST-ROUND(WS-FL-IX)
               MOVE WS-FL-IX TO WS-FL-FOUND-IX
           END-IF.
       5010-EXIT.
           EXIT.

       6000-OPEN-CASES.
           MOVE "NEW CASES" TO FAIRPLAY-SECTION-LINE
           WRITE FAIRPLAY-REPORT-REC FROM BLANK-LINE
           WRITE FAIRPLAY-REPORT-REC FROM FAIRPLAY-SECTION-LINE
           WRITE FAIRPLAY-REPORT-REC FROM FAIRPLAY-COLUMN-LINE
           MOVE ZERO TO WS-FL-IX
           PERFORM 6100-CASE-ONE-FLAG THRU 6100-EXIT
                   UNTIL WS-FL-IX >= WS-FL-COUNT.
       6000-EXIT.
           EXIT.

       6100-CASE-ONE-FLAG.
           ADD 1 TO WS-FL-IX
           ADD 1 TO WS-FLAG-COUNT
           MOVE ZERO TO WS-CS-FOUND-IX
           MOVE ZERO TO WS-CS-IX
           PERFORM 6110-SCAN-FOR-COVERING-CASE THRU 6110-EXIT
                   UNTIL WS-CS-IX >= WS-CS-COUNT
                   OR WS-CS-FOUND-IX > ZERO
           IF WS-CS-FOUND-IX > ZERO
               ADD 1 TO WS-SUPPRESSED-COUNT
               GO TO 6100-EXIT
           END-IF
           IF WS-CS-COUNT >= WS-CS-MAX
               DISPLAY "CASE TABLE FULL - FLAG FOR "
                       WS-FL-PLAYER-ID(WS-FL-IX) " ON "
                       WS-FL-FEED-DATE(WS-FL-IX) " NOT CASED"
               GO TO 6100-EXIT
           END-IF

           ADD 1 TO WS-CS-LAST-NUM
           ADD 1 TO WS-CS-COUNT
           ADD 1 TO WS-NEW-CASE-COUNT
           MOVE WS-CS-LAST-NUM TO WS-CS-CASE-NUM(WS-CS-COUNT)
           SET WS-CS-OPEN(WS-CS-COUNT) TO TRUE
           MOVE WS-FL-RULE(WS-FL-IX) TO WS-CS-RULE(WS-CS-COUNT)
           MOVE WS-FL-PLAYER-ID(WS-FL-IX)
                   TO WS-CS-PLAYER-ID(WS-CS-COUNT)
           MOVE WS-FL-FEED-DATE(WS-FL-IX)
                   TO WS-CS-FEED-DATE(WS-CS-COUNT)
           MOVE WS-FL-FIRST-ROUND(WS-FL-IX)
                   TO WS-CS-FIRST-ROUND(WS-CS-COUNT)
           MOVE WS-FL-LAST-ROUND(WS-FL-IX)
                   TO WS-CS-LAST-ROUND(WS-CS-COUNT)
           MOVE WS-FL-REL-PLAYER-ID(WS-FL-IX)
                   TO WS-CS-REL-PLAYER-ID(WS-CS-COUNT)
           MOVE WS-FL-REL-DATE(WS-FL-IX)
                   TO WS-CS-REL-DATE(WS-CS-COUNT)
           MOVE WS-RUN-DATE TO WS-CS-OPENED-DATE(WS-CS-COUNT)
           MOVE ZERO TO WS-CS-DECIDED-DATE(WS-CS-COUNT)
           MOVE SPACES TO WS-CS-OFFICIAL(WS-CS-COUNT)

           MOVE WS-CS-COUNT TO WS-CS-IX
           PERFORM 7100-FORMAT-CASE-LINE THRU 7100-EXIT
           MOVE WS-FL-NOTE(WS-FL-IX) TO FR-NOTE
           WRITE FAIRPLAY-REPORT-REC FROM FAIRPLAY-DETAIL-LINE.
       6100-EXIT.
           EXIT.

      * Any case of the same rule, player and date whose rounds take
      * in all of the flag's, open or decided, answers the flag.
       6110-SCAN-FOR-COVERING-CASE.
           ADD 1 TO WS-CS-IX
           IF WS-CS-RULE(WS-CS-IX) = WS-FL-RULE(WS-FL-IX)
                   AND WS-CS-PLAYER-ID(WS-CS-IX)
                       = WS-FL-PLAYER-ID(WS-FL-IX)
                   AND WS-CS-FEED-DATE(WS-CS-IX)
                       = WS-FL-FEED-DATE(WS-FL-IX)
                   AND WS-CS-FIRST-ROUND(WS-CS-IX)
                       NOT > WS-FL-FIRST-ROUND(WS-FL-IX)
                   AND WS-CS-LAST-ROUND(WS-CS-IX)
                       NOT < WS-FL-LAST-ROUND(WS-FL-IX)
               MOVE WS-CS-IX TO WS-CS-FOUND-IX
           END-IF.
       6110-EXIT.
           EXIT.

       7000-LIST-OPEN-CASES.
           MOVE "OPEN CASES" TO FAIRPLAY-SECTION-LINE
           WRITE FAIRPLAY-REPORT-REC FROM BLANK-LINE
           WRITE FAIRPLAY-REPORT-REC FROM FAIRPLAY-SECTION-LINE
           WRITE FAIRPLAY-REPORT-REC FROM FAIRPLAY-COLUMN-LINE
           MOVE ZERO TO WS-CS-IX
           PERFORM 7010-LIST-ONE-CASE THRU 7010-EXIT
                   UNTIL WS-CS-IX >= WS-CS-COUNT.
       7000-EXIT.
           EXIT.

       7010-LIST-ONE-CASE.
           ADD 1 TO WS-CS-IX
           IF NOT WS-CS-OPEN(WS-CS-IX)
               GO TO 7010-EXIT
           END-IF
           ADD 1 TO WS-OPEN-CASE-COUNT
           PERFORM 7100-FORMAT-CASE-LINE THRU 7100-EXIT
           MOVE SPACES TO FR-NOTE
           EVALUATE WS-CS-RULE(WS-CS-IX)
               WHEN 'S'
                   MOVE WS-CS-REL-DATE(WS-CS-IX) TO RN-REL-DATE
                   MOVE REPEAT-NOTE TO FR-NOTE
               WHEN 'D'
                   MOVE WS-CS-REL-PLAYER-ID(WS-CS-IX)
                           TO DN-REL-PLAYER-ID
                   MOVE DOUBLE-NOTE TO FR-NOTE
               WHEN OTHER
                   MOVE "WIN RATE OUT OF LINE WITH RATING" TO FR-NOTE
           END-EVALUATE
           WRITE FAIRPLAY-REPORT-REC FROM FAIRPLAY-DETAIL-LINE.
       7010-EXIT.
           EXIT.

       7100-FORMAT-CASE-LINE.
           MOVE WS-CS-CASE-NUM(WS-CS-IX) TO FR-CASE-NUM
           MOVE WS-CS-STATUS(WS-CS-IX) TO FR-STATUS
           MOVE WS-CS-RULE(WS-CS-IX) TO FR-RULE
           MOVE WS-CS-PLAYER-ID(WS-CS-IX) TO FR-PLAYER-ID
           MOVE WS-CS-FEED-DATE(WS-CS-IX) TO FR-FEED-DATE
           MOVE WS-CS-FIRST-ROUND(WS-CS-IX) TO FR-FIRST-ROUND
           MOVE " - " TO FR-ROUND-DASH
           MOVE WS-CS-LAST-ROUND(WS-CS-IX) TO FR-LAST-ROUND.
       7100-EXIT.
           EXIT.

       8000-TERMINATE.
           PERFORM 7000-LIST-OPEN-CASES THRU 7000-EXIT
           PERFORM 8100-WRITE-CASE-FILE THRU 8100-EXIT
           IF WS-DEC-READ
               PERFORM 1350-REWRITE-DECISIONS THRU 1350-EXIT
           END-IF

           WRITE FAIRPLAY-REPORT-REC FROM BLANK-LINE
           MOVE WS-ROUNDS-SCREENED TO FT-ROUNDS
           MOVE WS-FLAG-COUNT TO FT-FLAGS
           MOVE WS-NEW-CASE-COUNT TO FT-NEW-CASES
           MOVE WS-SUPPRESSED-COUNT TO FT-SUPPRESSED
           WRITE FAIRPLAY-REPORT-REC FROM FAIRPLAY-TRAILER-LINE
           MOVE WS-DEC-COUNT TO FT-DECISIONS
           MOVE WS-DEC-APPLIED-COUNT TO FT-APPLIED
           MOVE WS-DEC-REJECTED-COUNT TO FT-REFUSED
           MOVE WS-OPEN-CASE-COUNT TO FT-OPEN-CASES
           WRITE FAIRPLAY-REPORT-REC FROM FAIRPLAY-TRAILER-LINE-2
           CLOSE FAIRPLAY_REPORT_FILE

           DISPLAY "ROUNDS SCREENED: " WS-ROUNDS-SCREENED
                   " RUNS COMPARED: " WS-WINDOWS-BUILT
                   " FLAGS: " WS-FLAG-COUNT
                   " NEW CASES: " WS-NEW-CASE-COUNT
                   " OPEN CASES: " WS-OPEN-CASE-COUNT
           IF WS-DEC-COUNT > ZERO
               DISPLAY "DECISIONS APPLIED: " WS-DEC-APPLIED-COUNT
                       " REFUSED: " WS-DEC-REJECTED-COUNT
           END-IF
           IF WS-NEW-CASE-COUNT > ZERO OR WS-DEC-REJECTED-COUNT > ZERO
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       8000-EXIT.
           EXIT.

       8100-WRITE-CASE-FILE.
           OPEN OUTPUT FAIRPLAY_CASE_FILE
           MOVE ZERO TO WS-CS-IX
           PERFORM 8110-WRITE-ONE-CASE THRU 8110-EXIT
                   UNTIL WS-CS-IX >= WS-CS-COUNT
           CLOSE FAIRPLAY_CASE_FILE.
       8100-EXIT.
           EXIT.

       8110-WRITE-ONE-CASE.
           ADD 1 TO WS-CS-IX
           MOVE WS-CS-CASE-NUM(WS-CS-IX) TO FC-CASE-NUM
           MOVE WS-CS-STATUS(WS-CS-IX) TO FC-STATUS
           MOVE WS-CS-RULE(WS-CS-IX) TO FC-RULE
           MOVE WS-CS-PLAYER-ID(WS-CS-IX) TO FC-PLAYER-ID
           MOVE WS-CS-FEED-DATE(WS-CS-IX) TO FC-FEED-DATE
           MOVE WS-CS-FIRST-ROUND(WS-CS-IX) TO FC-FIRST-ROUND
           MOVE WS-CS-LAST-ROUND(WS-CS-IX) TO FC-LAST-ROUND
           MOVE WS-CS-REL-PLAYER-ID(WS-CS-IX) TO FC-REL-PLAYER-ID
           MOVE WS-CS-REL-DATE(WS-CS-IX) TO FC-REL-DATE
           MOVE WS-CS-OPENED-DATE(WS-CS-IX) TO FC-OPENED-DATE
           MOVE WS-CS-DECIDED-DATE(WS-CS-IX) TO FC-DECIDED-DATE
           MOVE WS-CS-OFFICIAL(WS-CS-IX) TO FC-OFFICIAL
           WRITE FAIRPLAY-CASE-REC FROM FAIRPLAY-CASE-LINE.
       8110-EXIT.
           EXIT.
