       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCD2TX.
       AUTHOR. lel.
       DATE-WRITTEN. Oct 15, 2026.

      * Inbound partner-site feed translation. A partner site that
      * cannot produce the league's fixed "PPPPPPPP A X" feed sends
      * its own delimited file instead; this job converts one such
      * file into a standard AOCD2P1 structured feed - a generated
      * HDR (feed date, partner site code, next feed sequence), one
      * league record per translated round, and a TRL carrying the
      * count of records written.
      * The partner's layout is registered on partner_sites.txt, one
      * line per site:
      *     site code (8), space, format (1), space, delimiter (1),
      *     space, site name (30).
      * Formats understood:
      *     C  one round per line - player name, opponent's move,
      *        player's own move
      *     M  one match per line - first player's name and move,
      *        second player's name and move; each player gets a
      *        league record with the other's move as the opponent
      * Moves may be spelled ROCK, PAPER, SCISSORS or given as R, P,
      * S, in any capitalization. A blank delimiter means a comma.
      * Player names are resolved to league player IDs through
      * player_crosswalk.dat (keyed by site and upper-case name,
      * maintained by AOCD2XW). When player_master.dat is on file
      * the resolved player must also still be active there. A line
      * that cannot be parsed, or whose player (either player, on a
      * match line) cannot be resolved, is kept out of the feed and
      * listed on translation_rejects.txt with its line number and
      * reason; once the crosswalk is put right those lines are sent
      * on as a new partner file.
      * Every partner file translated is logged to partner_log.txt
      * with its line count and a checksum of its contents. A file
      * whose site, line count and checksum are already on the log
      * is a re-send and is refused before any feed is written, so
      * it never reaches AOCD2P1's feed-log duplicate check under a
      * fresh sequence. The sequence given to a new feed is one past
      * the highest already used for the feed date on feed_log.txt
      * and partner_log.txt, whichever site used it, as AOCD2P1
      * refuses a repeated date and sequence from any site.
      * Environment:
      *     AOCD2TX_SITE         partner site code (required)
      *     AOCD2TX_INPUT_FILE   partner file, default partner_in.txt
      *     AOCD2TX_OUTPUT_FILE  feed written, default
      *                          translated_feed.txt - hand it to
      *                          AOCD2P1 as AOCD2P1_INPUT_FILE;
      *                          a feed still on it that AOCD2P1
      *                          has not logged is never written
      *                          over
      *     AOCD2TX_FEED_DATE    yyyymmdd for the HDR, default today
      * Return codes: 0 every line translated, 4 some lines rejected,
      * 8 re-sent file refused or nothing translated (no feed is left
      * behind and the file is not logged), 16 site not registered,
      * a required file not available, or the output file still
      * holding a feed AOCD2P1 has not run (nothing is logged).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARTNER_IN_FILE ASSIGN TO DYNAMIC WS-INPUT-FILE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-INPUT-FILE-STATUS.

           SELECT FEED_OUT_FILE ASSIGN TO DYNAMIC WS-OUTPUT-FILE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-OUTPUT-FILE-STATUS.

           SELECT PARTNER_SITES_FILE ASSIGN TO "partner_sites.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-SITES-FILE-STATUS.

           SELECT PARTNER_LOG_FILE ASSIGN TO "partner_log.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-PLOG-FILE-STATUS.

           SELECT FEED_LOG_FILE ASSIGN TO "feed_log.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-FLOG-FILE-STATUS.

           SELECT REJECT_REPORT_FILE
                   ASSIGN TO "translation_rejects.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL.

           SELECT PLAYER_CROSSWALK_FILE ASSIGN TO "player_crosswalk.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS XW-KEY
                   FILE STATUS IS WS-XWALK-FILE-STATUS.

           SELECT PLAYER_MASTER_FILE ASSIGN TO "player_master.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS PM-PLAYER-ID
                   FILE STATUS IS WS-PMAST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PARTNER_IN_FILE.
       01 PARTNER-IN-REC PIC X(80).

       FD FEED_OUT_FILE.
       01 FEED-OUT-REC PIC X(28).

       FD PARTNER_SITES_FILE.
       01 PARTNER-SITES-REC PIC X(80).

       FD PARTNER_LOG_FILE.
       01 PARTNER-LOG-REC PIC X(120).

       FD FEED_LOG_FILE.
       01 FEED-LOG-REC PIC X(29).

       FD REJECT_REPORT_FILE.
       01 REJECT-REPORT-REC PIC X(120).

      * Crosswalk record as AOCD2XW keeps it.
       FD PLAYER_CROSSWALK_FILE.
       01 CROSSWALK-RECORD.
           05 XW-KEY.
               10 XW-SITE PIC X(8).
               10 XW-PARTNER-NAME PIC X(30).
           05 XW-PLAYER-ID PIC X(8).
           05 XW-ADDED-DATE PIC 9(8).

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

       WORKING-STORAGE SECTION.
       77 WS-INPUT-FILE-STATUS PIC X(2) VALUE "00".
       77 WS-OUTPUT-FILE-STATUS PIC X(2) VALUE "00".
       77 WS-SITES-FILE-STATUS PIC X(2) VALUE "00".
       77 WS-PLOG-FILE-STATUS PIC X(2) VALUE "00".
       77 WS-FLOG-FILE-STATUS PIC X(2) VALUE "00".
       77 WS-XWALK-FILE-STATUS PIC X(2) VALUE "00".
       77 WS-PMAST-FILE-STATUS PIC X(2) VALUE "00".

       77 WS-INPUT-FILE-NAME PIC X(80) VALUE SPACES.
       77 WS-OUTPUT-FILE-NAME PIC X(80) VALUE SPACES.
       77 WS-SITE PIC X(8) VALUE SPACES.
       77 WS-FEED-DATE-PARM PIC X(8) VALUE SPACES.
       77 WS-FEED-DATE PIC 9(8) VALUE ZERO.
       77 WS-FEED-SEQ PIC 9(4) VALUE ZERO.
       77 WS-HIGH-SEQ PIC 9(4) VALUE ZERO.
       77 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       77 WS-RUN-TIME PIC X(8) VALUE SPACES.
       77 WS-DELETE-RC PIC S9(9) COMP-5 VALUE ZERO.

       77 WS-LINE-COUNT PIC 9(6) VALUE ZERO.
       77 WS-LINE-NUMBER PIC 9(6) VALUE ZERO.
       77 WS-TRANSLATED-COUNT PIC 9(6) VALUE ZERO.
       77 WS-REJECTED-COUNT PIC 9(6) VALUE ZERO.
       77 WS-RECORD-COUNT PIC 9(8) VALUE ZERO.

      * Partner file fingerprint - running hash * 31 + byte, kept
      * below a large prime, over every byte of every line.
       77 WS-CHECKSUM PIC 9(10) VALUE ZERO.
       77 WS-HASH-WORK PIC 9(18) COMP VALUE ZERO.
       77 WS-HASH-QUOTIENT PIC 9(18) COMP VALUE ZERO.
       77 WS-HASH-PRIME PIC 9(10) VALUE 999999937.
       77 WS-BYTE-IX PIC 9(4) COMP VALUE ZERO.
       77 WS-HASH-BYTE PIC X VALUE SPACE.
       77 WS-HASH-BYTE-VALUE REDEFINES WS-HASH-BYTE PIC 9(2) COMP-X.

       01 WS-INPUT-EOF PIC A(1) VALUE 'N'.
       01 WS-SITES-EOF PIC A(1) VALUE 'N'.
       01 WS-PLOG-EOF PIC A(1) VALUE 'N'.
       01 WS-FLOG-EOF PIC A(1) VALUE 'N'.

       01 WS-SITE-FOUND-SW PIC X VALUE 'N'.
           88 WS-SITE-FOUND VALUE 'Y'.

       01 WS-RESEND-SW PIC X VALUE 'N'.
           88 WS-RESEND-FOUND VALUE 'Y'.

       01 WS-PENDING-SW PIC X VALUE 'N'.
           88 WS-FEED-PENDING VALUE 'Y'.
       01 WS-PENDING-LOGGED-SW PIC X VALUE 'N'.
           88 WS-PENDING-LOGGED VALUE 'Y'.

       01 WS-MASTER-SW PIC X VALUE 'N'.
           88 WS-MASTER-OPEN VALUE 'Y'.

       01 WS-LINE-OK-SW PIC X VALUE 'Y'.
           88 WS-LINE-OK VALUE 'Y'.
           88 WS-LINE-REJECTED VALUE 'N'.

       01 PARTNER-SITE-LINE.
           05 PS-SITE PIC X(8).
           05 FILLER PIC X(1).
           05 PS-FORMAT PIC X(1).
               88 PS-FORMAT-ROUND VALUE 'C'.
               88 PS-FORMAT-MATCH VALUE 'M'.
           05 FILLER PIC X(1).
           05 PS-DELIMITER PIC X(1).
           05 FILLER PIC X(1).
           05 PS-NAME PIC X(30).
           05 FILLER PIC X(37).

       01 WS-PARTNER-FORMAT PIC X(1) VALUE SPACE.
           88 WS-FORMAT-ROUND VALUE 'C'.
           88 WS-FORMAT-MATCH VALUE 'M'.
       77 WS-DELIMITER PIC X(1) VALUE ",".
       77 WS-PARTNER-NAME PIC X(30) VALUE SPACES.

       01 PARTNER-TEXT-LINE PIC X(80) VALUE SPACES.

      * The partner line split at its delimiter. Fields are aligned
      * left and raised to upper case before use.
       01 PARTNER-FIELDS.
           05 PF-FIELD PIC X(40) OCCURS 5 TIMES.
       77 PF-MAX PIC 9(4) COMP VALUE 5.
       77 PF-COUNT PIC 9(4) COMP VALUE ZERO.
       77 PF-IX PIC 9(4) COMP VALUE ZERO.
       77 WS-LEAD-COUNT PIC 9(4) COMP VALUE ZERO.
       77 WS-ALIGN-WORK PIC X(40) VALUE SPACES.

       77 WS-MOVE-TEXT PIC X(40) VALUE SPACES.
       77 WS-MOVE-CODE PIC 9(1) VALUE ZERO.
       77 WS-MOVE-1 PIC 9(1) VALUE ZERO.
       77 WS-MOVE-2 PIC 9(1) VALUE ZERO.
       77 WS-OPPONENT-MOVES PIC X(3) VALUE "ABC".
       77 WS-OWN-MOVES PIC X(3) VALUE "XYZ".

       77 WS-NAME-TEXT PIC X(40) VALUE SPACES.
       77 WS-RESOLVED-ID PIC X(8) VALUE SPACES.
       77 WS-PLAYER-1-ID PIC X(8) VALUE SPACES.
       77 WS-PLAYER-2-ID PIC X(8) VALUE SPACES.
       77 WS-RESOLVE-REASON PIC X(21) VALUE SPACES.
       77 WS-REJECT-REASON PIC X(30) VALUE SPACES.

      * Standard structured feed records, as AOCD2P1 reads them.
       01 FEED-HEADER-LINE.
           05 FILLER PIC X(4) VALUE "HDR ".
           05 FO-FEED-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 FO-SOURCE-SITE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 FO-FEED-SEQ PIC 9(4).
           05 FILLER PIC X(2) VALUE SPACES.

       01 FEED-DETAIL-LINE.
           05 FO-PLAYER-ID PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 FO-OPPONENT-MOVE PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 FO-OWN-MOVE PIC X(1).
           05 FILLER PIC X(16) VALUE SPACES.

       01 FEED-TRAILER-LINE.
           05 FILLER PIC X(4) VALUE "TRL ".
           05 FO-REC-COUNT PIC 9(8).
           05 FILLER PIC X(16) VALUE SPACES.

      * First line of a feed already on the output file.
       01 PENDING-FEED-LINE.
           05 PF-REC-TYPE PIC X(4).
           05 PF-FEED-DATE PIC X(8).
           05 FILLER PIC X(1).
           05 PF-SOURCE-SITE PIC X(8).
           05 FILLER PIC X(1).
           05 PF-FEED-SEQ PIC X(4).
           05 FILLER PIC X(2).

      * feed_log.txt entry as AOCD2P1 writes it.
       01 FEED-LOG-LINE.
           05 FL-FEED-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 FL-SOURCE-SITE PIC X(8).
           05 FILLER PIC X(1).
           05 FL-FEED-SEQ PIC 9(4).
           05 FILLER PIC X(1).
           05 FL-AUDIT-SEQ PIC X(6).

       01 PARTNER-LOG-LINE.
           05 PL-SITE PIC X(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PL-FEED-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PL-FEED-SEQ PIC 9(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PL-RUN-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PL-RUN-TIME PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PL-LINE-COUNT PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PL-TRANSLATED PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PL-REJECTED PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PL-RECORDS PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PL-CHECKSUM PIC 9(10).
           05 FILLER PIC X(1) VALUE SPACE.
           05 PL-FILE-NAME PIC X(40).

       01 REJECT-HEADING-1.
           05 FILLER PIC X(30) VALUE
                   "PARTNER TRANSLATION REJECTS - ".
           05 RH-SITE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RH-SITE-NAME PIC X(30).
           05 FILLER PIC X(7) VALUE " FILE: ".
           05 RH-FILE-NAME PIC X(40).

       01 REJECT-HEADING-2.
           05 FILLER PIC X(40) VALUE
                   "  LINE  REASON".
           05 FILLER PIC X(4) VALUE "TEXT".

       01 REJECT-DETAIL-LINE.
           05 RD-LINE-NUMBER PIC Z(5)9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-REASON PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RD-TEXT PIC X(80).

       01 BLANK-LINE PIC X(120) VALUE SPACES.

       01 REJECT-TRAILER-LINE.
           05 FILLER PIC X(13) VALUE "LINES READ : ".
           05 RT-LINES PIC Z(5)9.
           05 FILLER PIC X(15) VALUE "  TRANSLATED : ".
           05 RT-TRANSLATED PIC Z(5)9.
           05 FILLER PIC X(13) VALUE "  REJECTED : ".
           05 RT-REJECTED PIC Z(5)9.
           05 FILLER PIC X(19) VALUE "  FEED RECORDS : ".
           05 RT-RECORDS PIC Z(7)9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-FINGERPRINT-FILE THRU 2000-EXIT.
           PERFORM 3000-CHECK-PARTNER-LOG THRU 3000-EXIT.
           IF WS-RESEND-FOUND
               PERFORM 8900-CLOSE-MASTERS THRU 8900-EXIT
               STOP RUN
           END-IF
           PERFORM 3200-CHECK-FEED-LOG THRU 3200-EXIT.
           PERFORM 4000-TRANSLATE-FILE THRU 4000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           ACCEPT WS-SITE FROM ENVIRONMENT "AOCD2TX_SITE"
           ON EXCEPTION
                   MOVE SPACES TO WS-SITE
           END-ACCEPT
           IF WS-SITE = SPACES
               DISPLAY "NO PARTNER SITE GIVEN - SET AOCD2TX_SITE"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           ACCEPT WS-INPUT-FILE-NAME FROM ENVIRONMENT
                   "AOCD2TX_INPUT_FILE"
           ON EXCEPTION
                   MOVE "partner_in.txt" TO WS-INPUT-FILE-NAME
           END-ACCEPT

           ACCEPT WS-OUTPUT-FILE-NAME FROM ENVIRONMENT
                   "AOCD2TX_OUTPUT_FILE"
           ON EXCEPTION
                   MOVE "translated_feed.txt" TO WS-OUTPUT-FILE-NAME
           END-ACCEPT

           MOVE WS-RUN-DATE TO WS-FEED-DATE
           ACCEPT WS-FEED-DATE-PARM FROM ENVIRONMENT
                   "AOCD2TX_FEED_DATE"
           ON EXCEPTION
                   MOVE SPACES TO WS-FEED-DATE-PARM
           END-ACCEPT
           IF WS-FEED-DATE-PARM(1:8) IS NUMERIC
               MOVE WS-FEED-DATE-PARM TO WS-FEED-DATE
           END-IF

           PERFORM 1100-FIND-PARTNER-SITE THRU 1100-EXIT

      * The crosswalk is the only way a partner name becomes a
      * league player - nothing can be translated without it.
           OPEN INPUT PLAYER_CROSSWALK_FILE
           IF WS-XWALK-FILE-STATUS NOT = "00"
               DISPLAY "PLAYER CROSSWALK NOT AVAILABLE - FILE STATUS "
                       WS-XWALK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      * The master is optional, as it is to AOCD2P1; when present a
      * name mapped to a since-deactivated player is held back.
           OPEN INPUT PLAYER_MASTER_FILE
           IF WS-PMAST-FILE-STATUS = "00"
               SET WS-MASTER-OPEN TO TRUE
           END-IF.
       1000-EXIT.
           EXIT.

       1100-FIND-PARTNER-SITE.
           OPEN INPUT PARTNER_SITES_FILE
           IF WS-SITES-FILE-STATUS NOT = "00"
               DISPLAY "PARTNER SITE TABLE NOT AVAILABLE - FILE STATUS "
                       WS-SITES-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1110-READ-PARTNER-SITE THRU 1110-EXIT
                   UNTIL WS-SITES-EOF = 'Y'
                   OR WS-SITE-FOUND
           CLOSE PARTNER_SITES_FILE

           IF NOT WS-SITE-FOUND
               DISPLAY "PARTNER SITE " WS-SITE
                       " NOT REGISTERED ON partner_sites.txt"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF NOT WS-FORMAT-ROUND AND NOT WS-FORMAT-MATCH
               DISPLAY "PARTNER SITE " WS-SITE
                       " HAS UNKNOWN FORMAT " WS-PARTNER-FORMAT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1100-EXIT.
           EXIT.

       1110-READ-PARTNER-SITE.
           READ PARTNER_SITES_FILE INTO PARTNER-SITE-LINE
               AT END
                   MOVE 'Y' TO WS-SITES-EOF
                   GO TO 1110-EXIT
           END-READ
           IF PS-SITE NOT = WS-SITE
               GO TO 1110-EXIT
           END-IF
           SET WS-SITE-FOUND TO TRUE
           MOVE PS-FORMAT TO WS-PARTNER-FORMAT
           MOVE PS-NAME TO WS-PARTNER-NAME
           IF PS-DELIMITER NOT = SPACE
               MOVE PS-DELIMITER TO WS-DELIMITER
           END-IF.
       1110-EXIT.
           EXIT.

      * First pass - count the partner file's lines and checksum its
      * contents, so a re-sent file can be recognised before any feed
      * is written for it.
       2000-FINGERPRINT-FILE.
           OPEN INPUT PARTNER_IN_FILE
           IF WS-INPUT-FILE-STATUS NOT = "00"
               DISPLAY "PARTNER FILE " WS-INPUT-FILE-NAME
                       " NOT AVAILABLE - FILE STATUS "
                       WS-INPUT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 8900-CLOSE-MASTERS THRU 8900-EXIT
               STOP RUN
           END-IF
           PERFORM 2100-FINGERPRINT-LINE THRU 2100-EXIT
                   UNTIL WS-INPUT-EOF = 'Y'
           CLOSE PARTNER_IN_FILE

           IF WS-LINE-COUNT = ZERO
               DISPLAY "PARTNER FILE " WS-INPUT-FILE-NAME
                       " IS EMPTY - NOTHING TO TRANSLATE"
               MOVE 8 TO RETURN-CODE
               PERFORM 8900-CLOSE-MASTERS THRU 8900-EXIT
               STOP RUN
           END-IF.
       2000-EXIT.
           EXIT.

       2100-FINGERPRINT-LINE.
           READ PARTNER_IN_FILE INTO PARTNER-TEXT-LINE
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF
                   GO TO 2100-EXIT
           END-READ
           ADD 1 TO WS-LINE-COUNT
           MOVE 1 TO WS-BYTE-IX
           PERFORM 2110-FINGERPRINT-BYTE THRU 2110-EXIT
                   UNTIL WS-BYTE-IX > 80.
       2100-EXIT.
           EXIT.

       2110-FINGERPRINT-BYTE.
           MOVE PARTNER-TEXT-LINE(WS-BYTE-IX:1) TO WS-HASH-BYTE
           COMPUTE WS-HASH-WORK = WS-CHECKSUM * 31 + WS-HASH-BYTE-VALUE
           DIVIDE WS-HASH-WORK BY WS-HASH-PRIME
                   GIVING WS-HASH-QUOTIENT REMAINDER WS-CHECKSUM
           ADD 1 TO WS-BYTE-IX.
       2110-EXIT.
           EXIT.

      * A file from the same site with the same line count and
      * checksum as one already translated is a re-send. The same
      * scan finds the highest sequence partner files have taken
      * for the feed date.
       3000-CHECK-PARTNER-LOG.
           OPEN INPUT PARTNER_LOG_FILE
           IF WS-PLOG-FILE-STATUS NOT = "00"
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-SCAN-PARTNER-LOG THRU 3100-EXIT
                   UNTIL WS-PLOG-EOF = 'Y'
                   OR WS-RESEND-FOUND
           CLOSE PARTNER_LOG_FILE

           IF WS-RESEND-FOUND
               DISPLAY "PARTNER FILE FROM " WS-SITE
                       " ALREADY TRANSLATED AS FEED " PL-FEED-DATE
                       " SEQUENCE " PL-FEED-SEQ
                       " - REFUSING RE-SENT FILE"
               DISPLAY "    FILE " WS-INPUT-FILE-NAME
               MOVE 8 TO RETURN-CODE
           END-IF.
       3000-EXIT.
           EXIT.

       3100-SCAN-PARTNER-LOG.
           READ PARTNER_LOG_FILE INTO PARTNER-LOG-LINE
               AT END
                   MOVE 'Y' TO WS-PLOG-EOF
                   GO TO 3100-EXIT
           END-READ
           IF PL-SITE = WS-SITE
                   AND PL-LINE-COUNT = WS-LINE-COUNT
                   AND PL-CHECKSUM = WS-CHECKSUM
               SET WS-RESEND-FOUND TO TRUE
               GO TO 3100-EXIT
           END-IF
           IF PL-FEED-DATE = WS-FEED-DATE
                   AND PL-FEED-SEQ IS NUMERIC
                   AND PL-FEED-SEQ > WS-HIGH-SEQ
               MOVE PL-FEED-SEQ TO WS-HIGH-SEQ
           END-IF.
       3100-EXIT.
           EXIT.

      * AOCD2P1 refuses a repeated feed date and sequence whatever
      * the site, so the new feed takes the next sequence past every
      * feed already logged for its date. A feed still on the
      * output file that AOCD2P1 has not logged is one it has not
      * yet run; writing over it would lose that feed for good, as
      * its partner file is already on partner_log.txt.
       3200-CHECK-FEED-LOG.
           PERFORM 3250-READ-PENDING-FEED THRU 3250-EXIT
           OPEN INPUT FEED_LOG_FILE
           IF WS-FLOG-FILE-STATUS = "00"
               PERFORM 3300-SCAN-FEED-LOG THRU 3300-EXIT
                       UNTIL WS-FLOG-EOF = 'Y'
               CLOSE FEED_LOG_FILE
           END-IF

           IF WS-FEED-PENDING AND NOT WS-PENDING-LOGGED
               DISPLAY "FEED FILE " WS-OUTPUT-FILE-NAME
               DISPLAY "    STILL HOLDS FEED " PF-SOURCE-SITE " "
                       PF-FEED-DATE " SEQ " PF-FEED-SEQ
                       " NOT YET RUN BY AOCD2P1 - NOT TRANSLATED"
               DISPLAY "    RUN AOCD2P1 ON IT FIRST, OR NAME ANOTHER "
                       "AOCD2TX_OUTPUT_FILE"
               MOVE 16 TO RETURN-CODE
               PERFORM 8900-CLOSE-MASTERS THRU 8900-EXIT
               STOP RUN
           END-IF

           IF WS-HIGH-SEQ = 9999
               DISPLAY "NO FEED SEQUENCE LEFT FOR " WS-FEED-DATE
                       " - NOT TRANSLATED"
               MOVE 16 TO RETURN-CODE
               PERFORM 8900-CLOSE-MASTERS THRU 8900-EXIT
               STOP RUN
           END-IF
           ADD 1 TO WS-HIGH-SEQ GIVING WS-FEED-SEQ.
       3200-EXIT.
           EXIT.

      * Anything on the output file that is not a readable HDR is
      * treated as a feed not yet run - it is never logged.
       3250-READ-PENDING-FEED.
           OPEN INPUT FEED_OUT_FILE
           IF WS-OUTPUT-FILE-STATUS NOT = "00"
               GO TO 3250-EXIT
           END-IF
           SET WS-FEED-PENDING TO TRUE
           MOVE SPACES TO PENDING-FEED-LINE
           READ FEED_OUT_FILE INTO PENDING-FEED-LINE
               AT END
                   CONTINUE
           END-READ
           CLOSE FEED_OUT_FILE.
       3250-EXIT.
           EXIT.

       3300-SCAN-FEED-LOG.
           READ FEED_LOG_FILE INTO FEED-LOG-LINE
               AT END
                   MOVE 'Y' TO WS-FLOG-EOF
                   GO TO 3300-EXIT
           END-READ
           IF WS-FEED-PENDING
                   AND PF-REC-TYPE = "HDR "
                   AND FL-FEED-DATE = PF-FEED-DATE
                   AND FL-FEED-SEQ = PF-FEED-SEQ
               SET WS-PENDING-LOGGED TO TRUE
           END-IF
           IF FL-FEED-DATE = WS-FEED-DATE
                   AND FL-FEED-SEQ IS NUMERIC
                   AND FL-FEED-SEQ > WS-HIGH-SEQ
               MOVE FL-FEED-SEQ TO WS-HIGH-SEQ
           END-IF.
       3300-EXIT.
           EXIT.

      * Second pass - translate line by line into the standard feed,
      * rejected lines to the reject report.
       4000-TRANSLATE-FILE.
           OPEN INPUT PARTNER_IN_FILE
           IF WS-INPUT-FILE-STATUS NOT = "00"
               DISPLAY "PARTNER FILE " WS-INPUT-FILE-NAME
                       " NOT AVAILABLE - FILE STATUS "
                       WS-INPUT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               PERFORM 8900-CLOSE-MASTERS THRU 8900-EXIT
               STOP RUN
           END-IF
           OPEN OUTPUT FEED_OUT_FILE
           IF WS-OUTPUT-FILE-STATUS NOT = "00"
               DISPLAY "FEED FILE " WS-OUTPUT-FILE-NAME
                       " CANNOT BE WRITTEN - FILE STATUS "
                       WS-OUTPUT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE PARTNER_IN_FILE
               PERFORM 8900-CLOSE-MASTERS THRU 8900-EXIT
               STOP RUN
           END-IF
           OPEN OUTPUT REJECT_REPORT_FILE

           MOVE WS-SITE TO RH-SITE
           MOVE WS-PARTNER-NAME TO RH-SITE-NAME
           MOVE WS-INPUT-FILE-NAME TO RH-FILE-NAME
           WRITE REJECT-REPORT-REC FROM REJECT-HEADING-1
           WRITE REJECT-REPORT-REC FROM BLANK-LINE
           WRITE REJECT-REPORT-REC FROM REJECT-HEADING-2

           MOVE WS-FEED-DATE TO FO-FEED-DATE
           MOVE WS-SITE TO FO-SOURCE-SITE
           MOVE WS-FEED-SEQ TO FO-FEED-SEQ
           WRITE FEED-OUT-REC FROM FEED-HEADER-LINE

           MOVE 'N' TO WS-INPUT-EOF
           PERFORM 4100-TRANSLATE-LINE THRU 4100-EXIT
                   UNTIL WS-INPUT-EOF = 'Y'

           MOVE WS-RECORD-COUNT TO FO-REC-COUNT
           WRITE FEED-OUT-REC FROM FEED-TRAILER-LINE
           CLOSE PARTNER_IN_FILE
           CLOSE FEED_OUT_FILE.
       4000-EXIT.
           EXIT.

       4100-TRANSLATE-LINE.
           READ PARTNER_IN_FILE INTO PARTNER-TEXT-LINE
               AT END
                   MOVE 'Y' TO WS-INPUT-EOF
                   GO TO 4100-EXIT
           END-READ
           ADD 1 TO WS-LINE-NUMBER
           IF PARTNER-TEXT-LINE = SPACES
               GO TO 4100-EXIT
           END-IF

           SET WS-LINE-OK TO TRUE
           PERFORM 5000-SPLIT-LINE THRU 5000-EXIT
           IF WS-FORMAT-ROUND
               PERFORM 4200-TRANSLATE-ROUND THRU 4200-EXIT
           ELSE
               PERFORM 4300-TRANSLATE-MATCH THRU 4300-EXIT
           END-IF

           IF WS-LINE-OK
               ADD 1 TO WS-TRANSLATED-COUNT
           ELSE
               PERFORM 4400-WRITE-REJECT THRU 4400-EXIT
           END-IF.
       4100-EXIT.
           EXIT.

      * Format C - name, opponent's move, own move.
       4200-TRANSLATE-ROUND.
           IF PF-COUNT NOT = 3
               SET WS-LINE-REJECTED TO TRUE
               MOVE "NOT 3 FIELDS - NAME,MOVE,MOVE" TO WS-REJECT-REASON
               GO TO 4200-EXIT
           END-IF

           MOVE PF-FIELD(2) TO WS-MOVE-TEXT
           PERFORM 5200-DECODE-MOVE THRU 5200-EXIT
           MOVE WS-MOVE-CODE TO WS-MOVE-2
           MOVE PF-FIELD(3) TO WS-MOVE-TEXT
           PERFORM 5200-DECODE-MOVE THRU 5200-EXIT
           MOVE WS-MOVE-CODE TO WS-MOVE-1
           IF WS-MOVE-1 = ZERO OR WS-MOVE-2 = ZERO
               SET WS-LINE-REJECTED TO TRUE
               MOVE "MOVE NOT ROCK, PAPER, SCISSORS" TO WS-REJECT-REASON
               GO TO 4200-EXIT
           END-IF

           MOVE PF-FIELD(1) TO WS-NAME-TEXT
           PERFORM 5300-RESOLVE-NAME THRU 5300-EXIT
           IF WS-LINE-REJECTED
               MOVE WS-RESOLVE-REASON TO WS-REJECT-REASON
               GO TO 4200-EXIT
           END-IF

           MOVE WS-RESOLVED-ID TO FO-PLAYER-ID
           MOVE WS-OPPONENT-MOVES(WS-MOVE-2:1) TO FO-OPPONENT-MOVE
           MOVE WS-OWN-MOVES(WS-MOVE-1:1) TO FO-OWN-MOVE
           WRITE FEED-OUT-REC FROM FEED-DETAIL-LINE
           ADD 1 TO WS-RECORD-COUNT.
       4200-EXIT.
           EXIT.

      * Format M - first name and move, second name and move. Both
      * players must resolve or neither round is written, so a match
      * is never half scored.
       4300-TRANSLATE-MATCH.
           IF PF-COUNT NOT = 4
               SET WS-LINE-REJECTED TO TRUE
               MOVE "NOT 4 FIELDS - NAME,MOVE X 2" TO WS-REJECT-REASON
               GO TO 4300-EXIT
           END-IF

           MOVE PF-FIELD(2) TO WS-MOVE-TEXT
           PERFORM 5200-DECODE-MOVE THRU 5200-EXIT
           MOVE WS-MOVE-CODE TO WS-MOVE-1
           MOVE PF-FIELD(4) TO WS-MOVE-TEXT
           PERFORM 5200-DECODE-MOVE THRU 5200-EXIT
           MOVE WS-MOVE-CODE TO WS-MOVE-2
           IF WS-MOVE-1 = ZERO OR WS-MOVE-2 = ZERO
               SET WS-LINE-REJECTED TO TRUE
               MOVE "MOVE NOT ROCK, PAPER, SCISSORS" TO WS-REJECT-REASON
               GO TO 4300-EXIT
           END-IF

           MOVE PF-FIELD(1) TO WS-NAME-TEXT
           PERFORM 5300-RESOLVE-NAME THRU 5300-EXIT
           IF WS-LINE-REJECTED
               STRING "PLAYER 1 " DELIMITED BY SIZE
                       WS-RESOLVE-REASON DELIMITED BY SIZE
                       INTO WS-REJECT-REASON
               END-STRING
               GO TO 4300-EXIT
           END-IF
           MOVE WS-RESOLVED-ID TO WS-PLAYER-1-ID

           MOVE PF-FIELD(3) TO WS-NAME-TEXT
           PERFORM 5300-RESOLVE-NAME THRU 5300-EXIT
           IF WS-LINE-REJECTED
               STRING "PLAYER 2 " DELIMITED BY SIZE
                       WS-RESOLVE-REASON DELIMITED BY SIZE
                       INTO WS-REJECT-REASON
               END-STRING
               GO TO 4300-EXIT
           END-IF
           MOVE WS-RESOLVED-ID TO WS-PLAYER-2-ID

           MOVE WS-PLAYER-1-ID TO FO-PLAYER-ID
           MOVE WS-OPPONENT-MOVES(WS-MOVE-2:1) TO FO-OPPONENT-MOVE
           MOVE WS-OWN-MOVES(WS-MOVE-1:1) TO FO-OWN-MOVE
           WRITE FEED-OUT-REC FROM FEED-DETAIL-LINE
           MOVE WS-PLAYER-2-ID TO FO-PLAYER-ID
           MOVE WS-OPPONENT-MOVES(WS-MOVE-1:1) TO FO-OPPONENT-MOVE
           MOVE WS-OWN-MOVES(WS-MOVE-2:1) TO FO-OWN-MOVE
           WRITE FEED-OUT-REC FROM FEED-DETAIL-LINE
           ADD 2 TO WS-RECORD-COUNT.
       4300-EXIT.
           EXIT.

       4400-WRITE-REJECT.
           ADD 1 TO WS-REJECTED-COUNT
           MOVE WS-LINE-NUMBER TO RD-LINE-NUMBER
           MOVE WS-REJECT-REASON TO RD-REASON
           MOVE PARTNER-TEXT-LINE TO RD-TEXT
           WRITE REJECT-REPORT-REC FROM REJECT-DETAIL-LINE.
       4400-EXIT.
           EXIT.

      * Split the line at the site's delimiter; each field is then
      * aligned left and raised to upper case.
       5000-SPLIT-LINE.
           MOVE SPACES TO PARTNER-FIELDS
           MOVE SPACES TO WS-REJECT-REASON
           MOVE ZERO TO PF-COUNT
           UNSTRING PARTNER-TEXT-LINE DELIMITED BY WS-DELIMITER
                   INTO PF-FIELD(1) PF-FIELD(2) PF-FIELD(3)
                        PF-FIELD(4) PF-FIELD(5)
                   TALLYING IN PF-COUNT
           END-UNSTRING
           MOVE 1 TO PF-IX
           PERFORM 5100-ALIGN-FIELD THRU 5100-EXIT
                   UNTIL PF-IX > PF-MAX.
       5000-EXIT.
           EXIT.

       5100-ALIGN-FIELD.
           MOVE ZERO TO WS-LEAD-COUNT
           INSPECT PF-FIELD(PF-IX) TALLYING WS-LEAD-COUNT
                   FOR LEADING SPACE
           IF WS-LEAD-COUNT > ZERO AND WS-LEAD-COUNT < 40
               MOVE PF-FIELD(PF-IX)(WS-LEAD-COUNT + 1:) TO WS-ALIGN-WORK
               MOVE WS-ALIGN-WORK TO PF-FIELD(PF-IX)
           END-IF
           INSPECT PF-FIELD(PF-IX) CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           ADD 1 TO PF-IX.
       5100-EXIT.
           EXIT.

      * 1 rock, 2 paper, 3 scissors - the position of the move in
      * ABC and XYZ. Zero when the text is not a move.
       5200-DECODE-MOVE.
           EVALUATE WS-MOVE-TEXT
               WHEN "ROCK"
               WHEN "R"
                   MOVE 1 TO WS-MOVE-CODE
               WHEN "PAPER"
               WHEN "P"
                   MOVE 2 TO WS-MOVE-CODE
               WHEN "SCISSORS"
               WHEN "S"
                   MOVE 3 TO WS-MOVE-CODE
               WHEN OTHER
                   MOVE ZERO TO WS-MOVE-CODE
           END-EVALUATE.
       5200-EXIT.
           EXIT.

      * Partner name to league player ID through the crosswalk, and
      * the player checked active when the master is on file.
       5300-RESOLVE-NAME.
           MOVE SPACES TO WS-RESOLVED-ID
           MOVE SPACES TO WS-RESOLVE-REASON
           IF WS-NAME-TEXT = SPACES
               SET WS-LINE-REJECTED TO TRUE
               MOVE "NAME MISSING" TO WS-RESOLVE-REASON
               GO TO 5300-EXIT
           END-IF
           IF WS-NAME-TEXT(31:10) NOT = SPACES
               SET WS-LINE-REJECTED TO TRUE
               MOVE "NAME OVER 30 CHARS" TO WS-RESOLVE-REASON
               GO TO 5300-EXIT
           END-IF

           MOVE WS-SITE TO XW-SITE
           MOVE WS-NAME-TEXT TO XW-PARTNER-NAME
           READ PLAYER_CROSSWALK_FILE
               INVALID KEY
                   SET WS-LINE-REJECTED TO TRUE
                   MOVE "NAME NOT ON CROSSWALK" TO WS-RESOLVE-REASON
                   GO TO 5300-EXIT
           END-READ
           MOVE XW-PLAYER-ID TO WS-RESOLVED-ID

           IF NOT WS-MASTER-OPEN
               GO TO 5300-EXIT
           END-IF
           MOVE XW-PLAYER-ID TO PM-PLAYER-ID
           READ PLAYER_MASTER_FILE
               INVALID KEY
                   SET WS-LINE-REJECTED TO TRUE
                   MOVE "ID NOT ON MASTER" TO WS-RESOLVE-REASON
                   GO TO 5300-EXIT
           END-READ
           IF NOT PM-ACTIVE
               SET WS-LINE-REJECTED TO TRUE
               MOVE "ID INACTIVE ON MASTER" TO WS-RESOLVE-REASON
           END-IF.
       5300-EXIT.
           EXIT.

       8000-TERMINATE.
           WRITE REJECT-REPORT-REC FROM BLANK-LINE
           MOVE WS-LINE-COUNT TO RT-LINES
           MOVE WS-TRANSLATED-COUNT TO RT-TRANSLATED
           MOVE WS-REJECTED-COUNT TO RT-REJECTED
           MOVE WS-RECORD-COUNT TO RT-RECORDS
           WRITE REJECT-REPORT-REC FROM REJECT-TRAILER-LINE
           CLOSE REJECT_REPORT_FILE
           PERFORM 8900-CLOSE-MASTERS THRU 8900-EXIT

           DISPLAY "PARTNER LINES READ: " WS-LINE-COUNT
                   " TRANSLATED: " WS-TRANSLATED-COUNT
                   " REJECTED: " WS-REJECTED-COUNT
                   " FEED RECORDS: " WS-RECORD-COUNT

      * An empty feed is no use to AOCD2P1 and would spend the
      * sequence; nothing is left behind and nothing logged, so the
      * corrected file can be sent through again.
           IF WS-TRANSLATED-COUNT = ZERO
               CALL "CBL_DELETE_FILE" USING WS-OUTPUT-FILE-NAME
                   RETURNING WS-DELETE-RC
               END-CALL
               DISPLAY "NO LINE TRANSLATED - NO FEED WRITTEN, SEE "
                       "translation_rejects.txt"
               MOVE 8 TO RETURN-CODE
               GO TO 8000-EXIT
           END-IF

           PERFORM 8100-LOG-PARTNER-FILE THRU 8100-EXIT
           DISPLAY "FEED " WS-OUTPUT-FILE-NAME
           DISPLAY "    WRITTEN AS " WS-SITE " " WS-FEED-DATE
                   " SEQUENCE " WS-FEED-SEQ
           IF WS-REJECTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

       8100-LOG-PARTNER-FILE.
           OPEN EXTEND PARTNER_LOG_FILE
           IF WS-PLOG-FILE-STATUS = "35"
               OPEN OUTPUT PARTNER_LOG_FILE
           END-IF
           MOVE WS-SITE TO PL-SITE
           MOVE WS-FEED-DATE TO PL-FEED-DATE
           MOVE WS-FEED-SEQ TO PL-FEED-SEQ
           MOVE WS-RUN-DATE TO PL-RUN-DATE
           MOVE WS-RUN-TIME(1:6) TO PL-RUN-TIME
           MOVE WS-LINE-COUNT TO PL-LINE-COUNT
           MOVE WS-TRANSLATED-COUNT TO PL-TRANSLATED
           MOVE WS-REJECTED-COUNT TO PL-REJECTED
           MOVE WS-RECORD-COUNT TO PL-RECORDS
           MOVE WS-CHECKSUM TO PL-CHECKSUM
           MOVE WS-INPUT-FILE-NAME TO PL-FILE-NAME
           WRITE PARTNER-LOG-REC FROM PARTNER-LOG-LINE
           CLOSE PARTNER_LOG_FILE.
       8100-EXIT.
           EXIT.

       8900-CLOSE-MASTERS.
           CLOSE PLAYER_CROSSWALK_FILE
           IF WS-MASTER-OPEN
               CLOSE PLAYER_MASTER_FILE
           END-IF.
       8900-EXIT.
           EXIT.
