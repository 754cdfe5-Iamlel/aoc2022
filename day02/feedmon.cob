       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCD2FM.
       AUTHOR. lel.
       DATE-WRITTEN. Oct 15, 2026.

      * Site feed monitor. Every structured feed AOCD2P1 accepts is
      * logged on FEED_LOG_FILE under its HDR date, source site and
      * sequence, but nothing ever looked at what was NOT logged - a
      * site that skipped its Tuesday feed went unnoticed until a
      * player asked where the rounds were. This job checks one feed
      * date against SITE_CALENDAR_FILE, the list of sites and the
      * weekdays each is expected to deliver by its cutoff time, and
      * reports every expected feed on FEED_MONITOR_REPORT_FILE as
      *     RECEIVED        logged, accepted by a run finishing on
      *                     the feed date by the site's cutoff
      *     LATE            logged, but the run that accepted it
      *                     finished after the cutoff (or on a later
      *                     day)
      *     OUT OF SEQUENCE logged, but the sequence before its
      *                     FH-FEED-SEQ is not logged for the date
      *                     by any site - a delivery in between
      *                     never arrived
      *     MISSING         not logged, and the cutoff has passed
      *     PENDING         not logged, cutoff still to come today
      * When the feed arrived is taken from RUN_AUDIT_FILE: the feed
      * log entry carries the audit sequence of the AOCD2P1 run that
      * accepted it, and that run's audit record carries its date
      * and time. Feed sequences run per feed date across all
      * sites, as AOCD2P1 refuses a repeated date and sequence from
      * any site and AOCD2TX numbers partner feeds the same way, so
      * the date's feeds should be logged as 0001 upward without a
      * hole. Feeds logged for the date by a site not expected
      * that day are listed as UNSCHEDULED for the desk to query.
      *
      * Meant to run as a step in run_plan.txt after the day's
      * AOCD2P1 steps. Return code 8 when any expected feed is
      * MISSING, so AOCD2CY flags the cycle; 4 for LATE, OUT OF
      * SEQUENCE, or an unreadable calendar line; 0 when every
      * expected feed is in. The job only reads the masters and
      * takes no run lock.
      *
      *     AOCD2FM_CHECK_DATE   feed date to check, YYYYMMDD,
      *                          default the run date; a value that
      *                          is not a calendar date ends RC 16
      *
      * Calendar layout (site_calendar.txt), one line per site:
      *     site X(8), space,
      *     expected weekdays X(7) - Y or N for Monday through
      *         Sunday, e.g. "YNYNYNN", space,
      *     delivery cutoff HHMM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SITE_CALENDAR_FILE ASSIGN TO "site_calendar.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-CAL-FILE-STATUS.

           SELECT FEED_LOG_FILE ASSIGN TO "feed_log.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-FLOG-FILE-STATUS.

           SELECT RUN_AUDIT_FILE ASSIGN TO "run_audit.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT FEED_MONITOR_REPORT_FILE
                   ASSIGN TO "feed_monitor_report.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SITE_CALENDAR_FILE.
       01 SITE-CALENDAR-REC PIC X(80).

       FD FEED_LOG_FILE.
       01 FEED-LOG-REC PIC X(29).

       FD RUN_AUDIT_FILE.
       01 RUN-AUDIT-REC PIC X(120).

       FD FEED_MONITOR_REPORT_FILE.
       01 FEED-MONITOR-REPORT-REC PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-CAL-FILE-STATUS PIC X(2) VALUE "00".
       77 WS-FLOG-FILE-STATUS PIC X(2) VALUE "00".
       77 WS-AUDIT-FILE-STATUS PIC X(2) VALUE "00".

       77 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       77 WS-RUN-TIME PIC X(8) VALUE SPACES.
       77 WS-RUN-HHMM PIC 9(4) VALUE ZERO.
       77 WS-CHECK-DATE PIC 9(8) VALUE ZERO.
       77 WS-CHECK-DATE-PARM PIC X(8) VALUE SPACES.
       77 WS-WEEKDAY-NUM PIC 9(1) VALUE ZERO.
       77 WS-WORK-HH PIC 9(2) VALUE ZERO.
       77 WS-WORK-MM PIC 9(2) VALUE ZERO.

       01 WS-CAL-EOF PIC A(1) VALUE 'N'.
       01 WS-FLOG-EOF PIC A(1) VALUE 'N'.
       01 WS-AUDIT-EOF PIC A(1) VALUE 'N'.

       01 WEEKDAY-NAME-VALUES.
           05 FILLER PIC X(9) VALUE "MONDAY".
           05 FILLER PIC X(9) VALUE "TUESDAY".
           05 FILLER PIC X(9) VALUE "WEDNESDAY".
           05 FILLER PIC X(9) VALUE "THURSDAY".
           05 FILLER PIC X(9) VALUE "FRIDAY".
           05 FILLER PIC X(9) VALUE "SATURDAY".
           05 FILLER PIC X(9) VALUE "SUNDAY".
       01 WEEKDAY-NAME-TABLE REDEFINES WEEKDAY-NAME-VALUES.
           05 WEEKDAY-NAME PIC X(9) OCCURS 7 TIMES.

       01 SITE-CALENDAR-LINE.
           05 SC-SITE PIC X(8).
           05 FILLER PIC X(1).
           05 SC-WEEKDAYS.
               10 SC-WEEKDAY-FLAG PIC X(1) OCCURS 7 TIMES.
           05 FILLER PIC X(1).
           05 SC-CUTOFF PIC X(4).
           05 FILLER PIC X(59).

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

      * Audit record as written by 9000-WRITE-AUDIT-RECORD in
      * AOCD2P1 - only the fields the monitor needs.
       01 AUDIT-LINE.
           05 AU-RUN-SEQ PIC 9(6).
           05 FILLER PIC X(1).
           05 AU-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 AU-TIME PIC 9(6).
           05 FILLER PIC X(98).

      * Sites expected on the check date's weekday.
       77 WS-CAL-MAX PIC 9(4) COMP VALUE 200.
       77 WS-CAL-COUNT PIC 9(4) COMP VALUE ZERO.
       77 WS-CAL-IX PIC 9(4) COMP VALUE ZERO.
       77 WS-CAL-FOUND-IX PIC 9(4) COMP VALUE ZERO.
       77 WS-CAL-READ-COUNT PIC 9(6) VALUE ZERO.
       77 WS-CAL-ERROR-COUNT PIC 9(6) VALUE ZERO.

       01 WS-CALENDAR-TABLE.
           05 WS-CAL-ENTRY OCCURS 200 TIMES.
               10 WS-CAL-SITE PIC X(8).
               10 WS-CAL-CUTOFF PIC 9(4).
               10 WS-CAL-DELIVERED-SW PIC X.
                   88 WS-CAL-DELIVERED VALUE 'Y'.

       77 WS-SEEK-SITE PIC X(8) VALUE SPACES.

      * Feeds logged for the check date. WS-DLV-EXPECTED-SEQ holds
      * the sequence found missing ahead of an out-of-sequence feed.
       77 WS-DLV-MAX PIC 9(4) COMP VALUE 500.
       77 WS-DLV-COUNT PIC 9(4) COMP VALUE ZERO.
       77 WS-DLV-IX PIC 9(4) COMP VALUE ZERO.
       77 WS-DLV-SCAN-IX PIC 9(4) COMP VALUE ZERO.
       77 WS-SEEK-SEQ PIC 9(4) VALUE ZERO.

       01 WS-SEQ-FOUND-SW PIC X VALUE 'N'.
           88 WS-SEQ-FOUND VALUE 'Y'.

       01 WS-DELIVERY-TABLE.
           05 WS-DLV-ENTRY OCCURS 500 TIMES.
               10 WS-DLV-SITE PIC X(8).
               10 WS-DLV-SEQ PIC 9(4).
               10 WS-DLV-EXPECTED-SEQ PIC 9(4).
               10 WS-DLV-AUDIT-SEQ PIC 9(6).
               10 WS-DLV-RUN-DATE PIC 9(8).
               10 WS-DLV-RUN-TIME PIC 9(6).
               10 WS-DLV-SEQ-SW PIC X.
                   88 WS-DLV-OUT-OF-SEQ VALUE 'Y'.
               10 WS-DLV-AUDITED-SW PIC X.
                   88 WS-DLV-AUDITED VALUE 'Y'.

       01 WS-FEED-STATUS PIC X(16) VALUE SPACES.
           88 WS-STATUS-RECEIVED VALUE "RECEIVED".
           88 WS-STATUS-LATE VALUE "LATE".
           88 WS-STATUS-OUT-OF-SEQ VALUE "OUT OF SEQUENCE".
           88 WS-STATUS-MISSING VALUE "MISSING".
           88 WS-STATUS-PENDING VALUE "PENDING".
           88 WS-STATUS-UNSCHEDULED VALUE "UNSCHEDULED".

       77 WS-EXPECTED-COUNT PIC 9(6) VALUE ZERO.
       77 WS-RECEIVED-COUNT PIC 9(6) VALUE ZERO.
       77 WS-LATE-COUNT PIC 9(6) VALUE ZERO.
       77 WS-OUT-OF-SEQ-COUNT PIC 9(6) VALUE ZERO.
       77 WS-MISSING-COUNT PIC 9(6) VALUE ZERO.
       77 WS-PENDING-COUNT PIC 9(6) VALUE ZERO.
       77 WS-UNSCHED-COUNT PIC 9(6) VALUE ZERO.

       01 MONITOR-HEADING-LINE.
           05 FILLER PIC X(29) VALUE "SITE FEED MONITOR  FEED DATE ".
           05 MH-CHECK-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 MH-WEEKDAY PIC X(9).
           05 FILLER PIC X(11) VALUE "  RUN DATE ".
           05 MH-RUN-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 MH-RUN-HHMM PIC 9(4).

       01 MONITOR-COLUMN-LINE.
           05 FILLER PIC X(35) VALUE
                   "SITE     CUTOFF SEQ  GAP  RUN SEQ  ".
           05 FILLER PIC X(35) VALUE
                   "RUN DATE  TIME   STATUS".

       01 BLANK-LINE PIC X(100) VALUE SPACES.

       01 MONITOR-DETAIL-LINE.
           05 MD-SITE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 MD-CUTOFF PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 MD-SEQ PIC X(4).
           05 FILLER PIC X(1) VALUE SPACE.
           05 MD-EXPECTED-SEQ PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 MD-AUDIT-SEQ PIC X(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 MD-RUN-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 MD-RUN-TIME PIC X(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 MD-STATUS PIC X(16).
           05 FILLER PIC X(1) VALUE SPACE.
           05 MD-NOTE PIC X(30).

       01 MONITOR-TRAILER-LINE.
           05 FILLER PIC X(11) VALUE "EXPECTED : ".
           05 MT-EXPECTED PIC Z(5)9.
           05 FILLER PIC X(13) VALUE "  RECEIVED : ".
           05 MT-RECEIVED PIC Z(5)9.
           05 FILLER PIC X(9) VALUE "  LATE : ".
           05 MT-LATE PIC Z(5)9.
           05 FILLER PIC X(20) VALUE "  OUT OF SEQUENCE : ".
           05 MT-OUT-OF-SEQ PIC Z(5)9.

       01 MONITOR-TRAILER-LINE-2.
           05 FILLER PIC X(11) VALUE "MISSING  : ".
           05 MT-MISSING PIC Z(5)9.
           05 FILLER PIC X(13) VALUE "  PENDING  : ".
           05 MT-PENDING PIC Z(5)9.
           05 FILLER PIC X(16) VALUE "  UNSCHEDULED : ".
           05 MT-UNSCHED PIC Z(5)9.
           05 FILLER PIC X(20) VALUE "  CALENDAR ERRORS : ".
           05 MT-CAL-ERRORS PIC Z(5)9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-SCAN-FEED-LOG THRU 2000-EXIT.
           PERFORM 2500-MATCH-AUDIT-TRAIL THRU 2500-EXIT.
           PERFORM 3000-CHECK-EXPECTED-FEEDS THRU 3000-EXIT.
           PERFORM 4000-LIST-UNSCHEDULED THRU 4000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-TIME(1:4) TO WS-RUN-HHMM

           ACCEPT WS-CHECK-DATE-PARM FROM ENVIRONMENT
                   "AOCD2FM_CHECK_DATE"
           ON EXCEPTION
                   MOVE SPACES TO WS-CHECK-DATE-PARM
           END-ACCEPT
           IF WS-CHECK-DATE-PARM(1:8) IS NUMERIC
               MOVE WS-CHECK-DATE-PARM TO WS-CHECK-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-CHECK-DATE
           END-IF
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-CHECK-DATE) NOT = ZERO
               DISPLAY "CHECK DATE " WS-CHECK-DATE
                       " IS NOT A CALENDAR DATE - NOT CHECKED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      * Day 1 of the integer calendar, 1601-01-01, was a Monday.
           COMPUTE WS-WEEKDAY-NUM = FUNCTION MOD(
                   FUNCTION INTEGER-OF-DATE(WS-CHECK-DATE) - 1, 7) + 1

           OPEN INPUT SITE_CALENDAR_FILE
           IF WS-CAL-FILE-STATUS NOT = "00"
               DISPLAY "SITE CALENDAR NOT AVAILABLE - FILE STATUS "
                       WS-CAL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT FEED_MONITOR_REPORT_FILE
           MOVE WS-CHECK-DATE TO MH-CHECK-DATE
           MOVE WEEKDAY-NAME(WS-WEEKDAY-NUM) TO MH-WEEKDAY
           MOVE WS-RUN-DATE TO MH-RUN-DATE
           MOVE WS-RUN-HHMM TO MH-RUN-HHMM
           WRITE FEED-MONITOR-REPORT-REC FROM MONITOR-HEADING-LINE
           WRITE FEED-MONITOR-REPORT-REC FROM BLANK-LINE
           WRITE FEED-MONITOR-REPORT-REC FROM MONITOR-COLUMN-LINE

           PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT
                   UNTIL WS-CAL-EOF = 'Y'
           CLOSE SITE_CALENDAR_FILE.
       1000-EXIT.
           EXIT.

      * Only sites expected on the check date's weekday are tabled.
      * A line that cannot be read is reported and passed over - one
      * bad site must not blind the monitor to the rest.
       1100-LOAD-CALENDAR.
           READ SITE_CALENDAR_FILE INTO SITE-CALENDAR-LINE
               AT END
                   MOVE 'Y' TO WS-CAL-EOF
                   GO TO 1100-EXIT
           END-READ
           IF SITE-CALENDAR-LINE = SPACES
               GO TO 1100-EXIT
           END-IF
           ADD 1 TO WS-CAL-READ-COUNT

           MOVE SPACES TO MONITOR-DETAIL-LINE
           MOVE SC-SITE TO MD-SITE
           MOVE SC-CUTOFF TO MD-CUTOFF
           IF SC-SITE = SPACES
               MOVE "NO SITE ON CALENDAR LINE" TO MD-NOTE
               GO TO 1100-REJECT
           END-IF
           IF SC-CUTOFF NOT NUMERIC
               MOVE "CUTOFF NOT HHMM" TO MD-NOTE
               GO TO 1100-REJECT
           END-IF
           MOVE SC-CUTOFF(1:2) TO WS-WORK-HH
           MOVE SC-CUTOFF(3:2) TO WS-WORK-MM
           IF WS-WORK-HH > 23 OR WS-WORK-MM > 59
               MOVE "CUTOFF NOT HHMM" TO MD-NOTE
               GO TO 1100-REJECT
           END-IF
           IF SC-WEEKDAY-FLAG(WS-WEEKDAY-NUM) NOT = 'Y'
               GO TO 1100-EXIT
           END-IF

           MOVE SC-SITE TO WS-SEEK-SITE
           PERFORM 1150-FIND-CALENDAR-SITE THRU 1150-EXIT
           IF WS-CAL-FOUND-IX > ZERO
               MOVE "SITE ON CALENDAR TWICE" TO MD-NOTE
               GO TO 1100-REJECT
           END-IF
           IF WS-CAL-COUNT >= WS-CAL-MAX
               MOVE "CALENDAR TABLE FULL" TO MD-NOTE
               GO TO 1100-REJECT
           END-IF
           ADD 1 TO WS-CAL-COUNT
           MOVE SC-SITE TO WS-CAL-SITE(WS-CAL-COUNT)
           MOVE SC-CUTOFF TO WS-CAL-CUTOFF(WS-CAL-COUNT)
           MOVE 'N' TO WS-CAL-DELIVERED-SW(WS-CAL-COUNT)
           GO TO 1100-EXIT.

       1100-REJECT.
           ADD 1 TO WS-CAL-ERROR-COUNT
           MOVE "CALENDAR ERROR" TO MD-STATUS
           WRITE FEED-MONITOR-REPORT-REC FROM MONITOR-DETAIL-LINE.
       1100-EXIT.
           EXIT.

       1150-FIND-CALENDAR-SITE.
           MOVE ZERO TO WS-CAL-FOUND-IX
           MOVE ZERO TO WS-CAL-IX
           PERFORM 1160-SCAN-CALENDAR-TABLE THRU 1160-EXIT
                   UNTIL WS-CAL-IX >= WS-CAL-COUNT
                   OR WS-CAL-FOUND-IX > ZERO.
       1150-EXIT.
           EXIT.

       1160-SCAN-CALENDAR-TABLE.
           ADD 1 TO WS-CAL-IX
           IF WS-CAL-SITE(WS-CAL-IX) = WS-SEEK-SITE
               MOVE WS-CAL-IX TO WS-CAL-FOUND-IX
           END-IF.
       1160-EXIT.
           EXIT.

      * Only the check date's entries are tabled; their sequences
      * are then checked as one set across all sites by
      * 2400-CHECK-SEQUENCE-GAP.
       2000-SCAN-FEED-LOG.
           OPEN INPUT FEED_LOG_FILE
           IF WS-FLOG-FILE-STATUS NOT = "00"
               DISPLAY "FEED LOG NOT ON FILE - NO FEEDS RECEIVED"
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-SCAN-FEED-LOG-RECORD THRU 2100-EXIT
                   UNTIL WS-FLOG-EOF = 'Y'
           CLOSE FEED_LOG_FILE
           MOVE ZERO TO WS-DLV-IX
           PERFORM 2400-CHECK-SEQUENCE-GAP THRU 2400-EXIT
                   UNTIL WS-DLV-IX >= WS-DLV-COUNT.
       2000-EXIT.
           EXIT.

       2100-SCAN-FEED-LOG-RECORD.
           READ FEED_LOG_FILE INTO FEED-LOG-LINE
               AT END
                   MOVE 'Y' TO WS-FLOG-EOF
                   GO TO 2100-EXIT
           END-READ
           IF FL-FEED-DATE = WS-CHECK-DATE
               PERFORM 2300-TABLE-DELIVERY THRU 2300-EXIT
           END-IF.
       2100-EXIT.
           EXIT.

       2300-TABLE-DELIVERY.
           IF WS-DLV-COUNT >= WS-DLV-MAX
               DISPLAY "DELIVERY TABLE FULL - FEED " FL-SOURCE-SITE
                       " SEQUENCE " FL-FEED-SEQ " NOT CHECKED"
               GO TO 2300-EXIT
           END-IF
           ADD 1 TO WS-DLV-COUNT
           MOVE FL-SOURCE-SITE TO WS-DLV-SITE(WS-DLV-COUNT)
           MOVE FL-FEED-SEQ TO WS-DLV-SEQ(WS-DLV-COUNT)
           MOVE 'N' TO WS-DLV-SEQ-SW(WS-DLV-COUNT)
           MOVE 'N' TO WS-DLV-AUDITED-SW(WS-DLV-COUNT)
           MOVE ZERO TO WS-DLV-RUN-DATE(WS-DLV-COUNT)
           MOVE ZERO TO WS-DLV-RUN-TIME(WS-DLV-COUNT)
           IF FL-AUDIT-SEQ IS NUMERIC
               MOVE FL-AUDIT-SEQ TO WS-DLV-AUDIT-SEQ(WS-DLV-COUNT)
           ELSE
               MOVE ZERO TO WS-DLV-AUDIT-SEQ(WS-DLV-COUNT)
           END-IF
           MOVE ZERO TO WS-DLV-EXPECTED-SEQ(WS-DLV-COUNT).
       2300-EXIT.
           EXIT.

      * A feed is out of sequence when the sequence just before it
      * was never logged for the date, whichever site was to send
      * it. Sites deliver at their own times, so the date's feeds
      * are checked as a set rather than in the order they landed.
       2400-CHECK-SEQUENCE-GAP.
           ADD 1 TO WS-DLV-IX
           IF WS-DLV-SEQ(WS-DLV-IX) <= 1
               GO TO 2400-EXIT
           END-IF
           COMPUTE WS-SEEK-SEQ = WS-DLV-SEQ(WS-DLV-IX) - 1
           MOVE 'N' TO WS-SEQ-FOUND-SW
           MOVE ZERO TO WS-DLV-SCAN-IX
           PERFORM 2410-SCAN-FOR-SEQUENCE THRU 2410-EXIT
                   UNTIL WS-DLV-SCAN-IX >= WS-DLV-COUNT
                   OR WS-SEQ-FOUND
           IF NOT WS-SEQ-FOUND
               SET WS-DLV-OUT-OF-SEQ(WS-DLV-IX) TO TRUE
               MOVE WS-SEEK-SEQ TO WS-DLV-EXPECTED-SEQ(WS-DLV-IX)
           END-IF.
       2400-EXIT.
           EXIT.

       2410-SCAN-FOR-SEQUENCE.
           ADD 1 TO WS-DLV-SCAN-IX
           IF WS-DLV-SEQ(WS-DLV-SCAN-IX) = WS-SEEK-SEQ
               SET WS-SEQ-FOUND TO TRUE
           END-IF.
       2410-EXIT.
           EXIT.

       2500-MATCH-AUDIT-TRAIL.
           IF WS-DLV-COUNT = ZERO
               GO TO 2500-EXIT
           END-IF
           OPEN INPUT RUN_AUDIT_FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "RUN AUDIT NOT ON FILE - DELIVERY TIMES "
                       "NOT CHECKED"
               GO TO 2500-EXIT
           END-IF
           PERFORM 2510-MATCH-AUDIT-RECORD THRU 2510-EXIT
                   UNTIL WS-AUDIT-EOF = 'Y'
           CLOSE RUN_AUDIT_FILE.
       2500-EXIT.
           EXIT.

       2510-MATCH-AUDIT-RECORD.
           READ RUN_AUDIT_FILE INTO AUDIT-LINE
               AT END
                   MOVE 'Y' TO WS-AUDIT-EOF
                   GO TO 2510-EXIT
           END-READ
           IF AU-RUN-SEQ NOT NUMERIC
               GO TO 2510-EXIT
           END-IF
           MOVE ZERO TO WS-DLV-IX
           PERFORM 2520-MATCH-ONE-DELIVERY THRU 2520-EXIT
                   UNTIL WS-DLV-IX >= WS-DLV-COUNT.
       2510-EXIT.
           EXIT.

       2520-MATCH-ONE-DELIVERY.
           ADD 1 TO WS-DLV-IX
           IF WS-DLV-AUDIT-SEQ(WS-DLV-IX) = AU-RUN-SEQ
                   AND WS-DLV-AUDIT-SEQ(WS-DLV-IX) > ZERO
               SET WS-DLV-AUDITED(WS-DLV-IX) TO TRUE
               MOVE AU-DATE TO WS-DLV-RUN-DATE(WS-DLV-IX)
               MOVE AU-TIME TO WS-DLV-RUN-TIME(WS-DLV-IX)
           END-IF.
       2520-EXIT.
           EXIT.

       3000-CHECK-EXPECTED-FEEDS.
           MOVE ZERO TO WS-CAL-IX
           PERFORM 3100-CHECK-ONE-SITE THRU 3100-EXIT
                   UNTIL WS-CAL-IX >= WS-CAL-COUNT.
       3000-EXIT.
           EXIT.

      * Every logged feed for the site gets its own line; a site
      * with nothing logged gets one MISSING or PENDING line.
       3100-CHECK-ONE-SITE.
           ADD 1 TO WS-CAL-IX
           ADD 1 TO WS-EXPECTED-COUNT
           MOVE ZERO TO WS-DLV-IX
           PERFORM 3200-CHECK-SITE-DELIVERY THRU 3200-EXIT
                   UNTIL WS-DLV-IX >= WS-DLV-COUNT
           IF WS-CAL-DELIVERED(WS-CAL-IX)
               GO TO 3100-EXIT
           END-IF

           MOVE SPACES TO MONITOR-DETAIL-LINE
           MOVE WS-CAL-SITE(WS-CAL-IX) TO MD-SITE
           MOVE WS-CAL-CUTOFF(WS-CAL-IX) TO MD-CUTOFF
           IF WS-CHECK-DATE > WS-RUN-DATE
                   OR (WS-CHECK-DATE = WS-RUN-DATE
                   AND WS-RUN-HHMM NOT > WS-CAL-CUTOFF(WS-CAL-IX))
               SET WS-STATUS-PENDING TO TRUE
               ADD 1 TO WS-PENDING-COUNT
               MOVE "CUTOFF NOT YET PASSED" TO MD-NOTE
           ELSE
               SET WS-STATUS-MISSING TO TRUE
               ADD 1 TO WS-MISSING-COUNT
               MOVE "NO FEED LOGGED FOR DATE" TO MD-NOTE
           END-IF
           MOVE WS-FEED-STATUS TO MD-STATUS
           WRITE FEED-MONITOR-REPORT-REC FROM MONITOR-DETAIL-LINE.
       3100-EXIT.
           EXIT.

       3200-CHECK-SITE-DELIVERY.
           ADD 1 TO WS-DLV-IX
           IF WS-DLV-SITE(WS-DLV-IX) NOT = WS-CAL-SITE(WS-CAL-IX)
               GO TO 3200-EXIT
           END-IF
           SET WS-CAL-DELIVERED(WS-CAL-IX) TO TRUE
           PERFORM 3300-FORMAT-DELIVERY THRU 3300-EXIT
           MOVE WS-CAL-CUTOFF(WS-CAL-IX) TO MD-CUTOFF

      * Out of sequence outranks late: a gap means a whole delivery
      * is unaccounted for, lateness only that this one was slow.
           EVALUATE TRUE
               WHEN WS-DLV-OUT-OF-SEQ(WS-DLV-IX)
                   SET WS-STATUS-OUT-OF-SEQ TO TRUE
                   ADD 1 TO WS-OUT-OF-SEQ-COUNT
                   MOVE "SEQUENCE IN GAP NOT LOGGED" TO MD-NOTE
               WHEN NOT WS-DLV-AUDITED(WS-DLV-IX)
                   SET WS-STATUS-RECEIVED TO TRUE
                   ADD 1 TO WS-RECEIVED-COUNT
                   MOVE "ARRIVAL TIME NOT ON AUDIT TRAIL" TO MD-NOTE
               WHEN WS-DLV-RUN-DATE(WS-DLV-IX) > WS-CHECK-DATE
                   SET WS-STATUS-LATE TO TRUE
                   ADD 1 TO WS-LATE-COUNT
                   MOVE "ACCEPTED AFTER FEED DATE" TO MD-NOTE
               WHEN WS-DLV-RUN-DATE(WS-DLV-IX) = WS-CHECK-DATE
                       AND WS-DLV-RUN-TIME(WS-DLV-IX)(1:4)
                       > WS-CAL-CUTOFF(WS-CAL-IX)
                   SET WS-STATUS-LATE TO TRUE
                   ADD 1 TO WS-LATE-COUNT
                   MOVE "ACCEPTED AFTER CUTOFF" TO MD-NOTE
               WHEN OTHER
                   SET WS-STATUS-RECEIVED TO TRUE
                   ADD 1 TO WS-RECEIVED-COUNT
           END-EVALUATE
           MOVE WS-FEED-STATUS TO MD-STATUS
           WRITE FEED-MONITOR-REPORT-REC FROM MONITOR-DETAIL-LINE.
       3200-EXIT.
           EXIT.

       3300-FORMAT-DELIVERY.
           MOVE SPACES TO MONITOR-DETAIL-LINE
           MOVE WS-DLV-SITE(WS-DLV-IX) TO MD-SITE
           MOVE WS-DLV-SEQ(WS-DLV-IX) TO MD-SEQ
           IF WS-DLV-EXPECTED-SEQ(WS-DLV-IX) > ZERO
               MOVE WS-DLV-EXPECTED-SEQ(WS-DLV-IX) TO MD-EXPECTED-SEQ
           END-IF
           IF WS-DLV-AUDIT-SEQ(WS-DLV-IX) > ZERO
               MOVE WS-DLV-AUDIT-SEQ(WS-DLV-IX) TO MD-AUDIT-SEQ
           END-IF
           IF WS-DLV-AUDITED(WS-DLV-IX)
               MOVE WS-DLV-RUN-DATE(WS-DLV-IX) TO MD-RUN-DATE
               MOVE WS-DLV-RUN-TIME(WS-DLV-IX) TO MD-RUN-TIME
           END-IF.
       3300-EXIT.
           EXIT.

      * Feeds logged for the date from sites the calendar does not
      * expect that day - informational, no effect on the return
      * code.
       4000-LIST-UNSCHEDULED.
           MOVE ZERO TO WS-DLV-IX
           PERFORM 4100-CHECK-UNSCHEDULED THRU 4100-EXIT
                   UNTIL WS-DLV-IX >= WS-DLV-COUNT.
       4000-EXIT.
           EXIT.

       4100-CHECK-UNSCHEDULED.
           ADD 1 TO WS-DLV-IX
           MOVE WS-DLV-SITE(WS-DLV-IX) TO WS-SEEK-SITE
           PERFORM 1150-FIND-CALENDAR-SITE THRU 1150-EXIT
           IF WS-CAL-FOUND-IX > ZERO
               GO TO 4100-EXIT
           END-IF
           ADD 1 TO WS-UNSCHED-COUNT
           PERFORM 3300-FORMAT-DELIVERY THRU 3300-EXIT
           SET WS-STATUS-UNSCHEDULED TO TRUE
           MOVE WS-FEED-STATUS TO MD-STATUS
           MOVE "SITE NOT EXPECTED THIS WEEKDAY" TO MD-NOTE
           WRITE FEED-MONITOR-REPORT-REC FROM MONITOR-DETAIL-LINE.
       4100-EXIT.
           EXIT.

       8000-TERMINATE.
           WRITE FEED-MONITOR-REPORT-REC FROM BLANK-LINE
           MOVE WS-EXPECTED-COUNT TO MT-EXPECTED
           MOVE WS-RECEIVED-COUNT TO MT-RECEIVED
           MOVE WS-LATE-COUNT TO MT-LATE
           MOVE WS-OUT-OF-SEQ-COUNT TO MT-OUT-OF-SEQ
           WRITE FEED-MONITOR-REPORT-REC FROM MONITOR-TRAILER-LINE
           MOVE WS-MISSING-COUNT TO MT-MISSING
           MOVE WS-PENDING-COUNT TO MT-PENDING
           MOVE WS-UNSCHED-COUNT TO MT-UNSCHED
           MOVE WS-CAL-ERROR-COUNT TO MT-CAL-ERRORS
           WRITE FEED-MONITOR-REPORT-REC FROM MONITOR-TRAILER-LINE-2
           CLOSE FEED_MONITOR_REPORT_FILE

           DISPLAY "FEED DATE " WS-CHECK-DATE " "
                   WEEKDAY-NAME(WS-WEEKDAY-NUM)
                   " EXPECTED: " WS-EXPECTED-COUNT
                   " RECEIVED: " WS-RECEIVED-COUNT
                   " LATE: " WS-LATE-COUNT
                   " OUT OF SEQ: " WS-OUT-OF-SEQ-COUNT
           DISPLAY "MISSING: " WS-MISSING-COUNT
                   " PENDING: " WS-PENDING-COUNT
                   " UNSCHEDULED: " WS-UNSCHED-COUNT

           IF WS-LATE-COUNT > ZERO OR WS-OUT-OF-SEQ-COUNT > ZERO
                   OR WS-CAL-ERROR-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           IF WS-MISSING-COUNT > ZERO
               DISPLAY "EXPECTED FEEDS MISSING PAST CUTOFF - SEE "
                       "feed_monitor_report.txt"
               MOVE 8 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.
