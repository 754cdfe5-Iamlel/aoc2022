       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCD2XW.
       AUTHOR. lel.
       DATE-WRITTEN. Oct 15, 2026.

      * Partner player-name crosswalk maintenance. Partner sites
      * that cannot send our feed identify a player by the name
      * their own system knows them by; AOCD2TX translates those
      * names to league player IDs through player_crosswalk.dat, an
      * indexed file keyed by partner site and partner name. This
      * job applies the desk's keyed transactions from
      * crosswalk_maint.txt against the player master:
      *     A  add      new name for the site, mapped to a player ID
      *                 that must be active on player_master.dat
      *     C  change   an existing name re-mapped to another
      *                 active player ID
      *     D  delete   name removed; the site's later files reject
      *                 lines carrying it
      * Names are held in upper case, as AOCD2TX looks them up, so
      * the desk need not match the partner's capitalization. One
      * player may be known under several names at one site.
      * Transaction layout, one per line:
      *     action, space, partner site (8), space, partner name
      *     (30), space, player ID (8).
      * After the transactions the whole crosswalk is swept against
      * the master, and every name whose player has since been
      * deactivated or removed is listed, since AOCD2TX will reject
      * that player's lines until the name is changed or deleted.
      * Return codes: 0 clean, 4 a transaction rejected or a stale
      * name listed, 8 a crosswalk record could not be written,
      * rewritten or deleted, 16 a file not available. A later
      * rejection never lowers a higher code. A first run creates
      * the crosswalk empty.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PLAYER_CROSSWALK_FILE ASSIGN TO "player_crosswalk.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS XW-KEY
                   FILE STATUS IS WS-XWALK-FILE-STATUS.

           SELECT PLAYER_MASTER_FILE ASSIGN TO "player_master.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS PM-PLAYER-ID
                   FILE STATUS IS WS-PMAST-FILE-STATUS.

           SELECT CROSSWALK_MAINT_FILE ASSIGN TO "crosswalk_maint.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-MAINT-FILE-STATUS.

           SELECT MAINT_REPORT_FILE
                   ASSIGN TO "crosswalk_maint_report.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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

       FD CROSSWALK_MAINT_FILE.
       01 CROSSWALK-MAINT-REC PIC X(80).

       FD MAINT_REPORT_FILE.
       01 MAINT-REPORT-REC PIC X(100).

       WORKING-STORAGE SECTION.
       77 WS-XWALK-FILE-STATUS PIC X(2) VALUE "00".
       77 WS-PMAST-FILE-STATUS PIC X(2) VALUE "00".
       77 WS-MAINT-FILE-STATUS PIC X(2) VALUE "00".

       77 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       77 WS-TX-COUNT PIC 9(6) VALUE ZERO.
       77 WS-ADDED-COUNT PIC 9(6) VALUE ZERO.
       77 WS-CHANGED-COUNT PIC 9(6) VALUE ZERO.
       77 WS-DELETED-COUNT PIC 9(6) VALUE ZERO.
       77 WS-REJECTED-COUNT PIC 9(6) VALUE ZERO.
       77 WS-SWEPT-COUNT PIC 9(6) VALUE ZERO.
       77 WS-STALE-COUNT PIC 9(6) VALUE ZERO.

       01 WS-MAINT-EOF PIC A(1) VALUE 'N'.
       01 WS-XWALK-EOF PIC A(1) VALUE 'N'.

       01 WS-PLAYER-OK-SW PIC X VALUE 'Y'.
           88 WS-PLAYER-OK VALUE 'Y'.
           88 WS-PLAYER-REJECTED VALUE 'N'.

       01 MAINT-TX-LINE.
           05 TX-ACTION PIC X(1).
               88 TX-ADD VALUE 'A'.
               88 TX-CHANGE VALUE 'C'.
               88 TX-DELETE VALUE 'D'.
           05 FILLER PIC X(1).
           05 TX-SITE PIC X(8).
           05 FILLER PIC X(1).
           05 TX-PARTNER-NAME PIC X(30).
           05 FILLER PIC X(1).
           05 TX-PLAYER-ID PIC X(8).
           05 FILLER PIC X(30).

       01 MAINT-DETAIL-LINE.
           05 MD-ACTION PIC X(1).
           05 FILLER PIC X(3) VALUE SPACES.
           05 MD-SITE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 MD-PARTNER-NAME PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 MD-PLAYER-ID PIC X(8).
           05 FILLER PIC X(3) VALUE SPACES.
           05 MD-DISPOSITION PIC X(40).

       01 SWEEP-HEADING-LINE PIC X(60) VALUE
               "CROSSWALK NAMES WHOSE PLAYER IS NOT ACTIVE ON MASTER".

       01 BLANK-LINE PIC X(100) VALUE SPACES.

       01 MAINT-TRAILER-LINE.
           05 FILLER PIC X(8) VALUE "ADDED : ".
           05 MT-ADDED PIC Z(5)9.
           05 FILLER PIC X(12) VALUE "  CHANGED : ".
           05 MT-CHANGED PIC Z(5)9.
           05 FILLER PIC X(12) VALUE "  DELETED : ".
           05 MT-DELETED PIC Z(5)9.
           05 FILLER PIC X(13) VALUE "  REJECTED : ".
           05 MT-REJECTED PIC Z(5)9.
           05 FILLER PIC X(10) VALUE "  NAMES : ".
           05 MT-SWEPT PIC Z(5)9.
           05 FILLER PIC X(10) VALUE "  STALE : ".
           05 MT-STALE PIC Z(5)9.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-APPLY-TRANSACTIONS THRU 2000-EXIT
                   UNTIL WS-MAINT-EOF = 'Y'.
           PERFORM 3000-SWEEP-CROSSWALK THRU 3000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN INPUT CROSSWALK_MAINT_FILE
           IF WS-MAINT-FILE-STATUS NOT = "00"
               DISPLAY "CROSSWALK MAINTENANCE FILE NOT AVAILABLE - "
                       "FILE STATUS " WS-MAINT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

      * Every mapping is checked against the master, so there is no
      * maintaining the crosswalk without one.
           OPEN INPUT PLAYER_MASTER_FILE
           IF WS-PMAST-FILE-STATUS NOT = "00"
               DISPLAY "PLAYER MASTER NOT AVAILABLE - FILE STATUS "
                       WS-PMAST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE CROSSWALK_MAINT_FILE
               STOP RUN
           END-IF

      * A first run finds no crosswalk on file - create it empty so
      * the additions below have somewhere to land.
           OPEN I-O PLAYER_CROSSWALK_FILE
           IF WS-XWALK-FILE-STATUS = "35"
               OPEN OUTPUT PLAYER_CROSSWALK_FILE
               CLOSE PLAYER_CROSSWALK_FILE
               OPEN I-O PLAYER_CROSSWALK_FILE
           END-IF
           IF WS-XWALK-FILE-STATUS NOT = "00"
               DISPLAY "PLAYER CROSSWALK NOT AVAILABLE - FILE STATUS "
                       WS-XWALK-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               CLOSE CROSSWALK_MAINT_FILE
               CLOSE PLAYER_MASTER_FILE
               STOP RUN
           END-IF

           OPEN OUTPUT MAINT_REPORT_FILE
           PERFORM 2100-READ-MAINT-RECORD THRU 2100-EXIT.
       1000-EXIT.
           EXIT.

       2100-READ-MAINT-RECORD.
           READ CROSSWALK_MAINT_FILE INTO MAINT-TX-LINE
               AT END
                   MOVE 'Y' TO WS-MAINT-EOF
           END-READ.
       2100-EXIT.
           EXIT.

       2000-APPLY-TRANSACTIONS.
           PERFORM 2200-APPLY-ONE-TRANSACTION THRU 2200-EXIT.
           PERFORM 2100-READ-MAINT-RECORD THRU 2100-EXIT.
       2000-EXIT.
           EXIT.

       2200-APPLY-ONE-TRANSACTION.
           IF MAINT-TX-LINE = SPACES
               GO TO 2200-EXIT
           END-IF
           ADD 1 TO WS-TX-COUNT
           INSPECT TX-PARTNER-NAME CONVERTING
                   "abcdefghijklmnopqrstuvwxyz"
                   TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE SPACES TO MAINT-DETAIL-LINE
           MOVE TX-ACTION TO MD-ACTION
           MOVE TX-SITE TO MD-SITE
           MOVE TX-PARTNER-NAME TO MD-PARTNER-NAME
           MOVE TX-PLAYER-ID TO MD-PLAYER-ID

           IF TX-SITE = SPACES OR TX-PARTNER-NAME = SPACES
               ADD 1 TO WS-REJECTED-COUNT
               MOVE "SITE OR PARTNER NAME MISSING" TO MD-DISPOSITION
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
               GO TO 2200-WRITE-DETAIL
           END-IF

           EVALUATE TRUE
               WHEN TX-ADD
                   PERFORM 2300-ADD-NAME THRU 2300-EXIT
               WHEN TX-CHANGE
                   PERFORM 2400-CHANGE-NAME THRU 2400-EXIT
               WHEN TX-DELETE
                   PERFORM 2500-DELETE-NAME THRU 2500-EXIT
               WHEN OTHER
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "ACTION NOT A, C, OR D" TO MD-DISPOSITION
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
           END-EVALUATE.

       2200-WRITE-DETAIL.
           WRITE MAINT-REPORT-REC FROM MAINT-DETAIL-LINE.
       2200-EXIT.
           EXIT.

       2300-ADD-NAME.
           MOVE TX-SITE TO XW-SITE
           MOVE TX-PARTNER-NAME TO XW-PARTNER-NAME
           READ PLAYER_CROSSWALK_FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "NAME ALREADY MAPPED - USE C TO CHANGE"
                           TO MD-DISPOSITION
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   GO TO 2300-EXIT
           END-READ

           PERFORM 2600-VALIDATE-PLAYER THRU 2600-EXIT
           IF WS-PLAYER-REJECTED
               GO TO 2300-EXIT
           END-IF

           MOVE TX-SITE TO XW-SITE
           MOVE TX-PARTNER-NAME TO XW-PARTNER-NAME
           MOVE TX-PLAYER-ID TO XW-PLAYER-ID
           MOVE WS-RUN-DATE TO XW-ADDED-DATE
           WRITE CROSSWALK-RECORD
               INVALID KEY
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "CROSSWALK WRITE FAILED" TO MD-DISPOSITION
                   MOVE 8 TO RETURN-CODE
                   GO TO 2300-EXIT
           END-WRITE
           ADD 1 TO WS-ADDED-COUNT
           MOVE "ADDED" TO MD-DISPOSITION.
       2300-EXIT.
           EXIT.

       2400-CHANGE-NAME.
           MOVE TX-SITE TO XW-SITE
           MOVE TX-PARTNER-NAME TO XW-PARTNER-NAME
           READ PLAYER_CROSSWALK_FILE
               INVALID KEY
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "NAME NOT ON CROSSWALK" TO MD-DISPOSITION
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   GO TO 2400-EXIT
           END-READ

           PERFORM 2600-VALIDATE-PLAYER THRU 2600-EXIT
           IF WS-PLAYER-REJECTED
               GO TO 2400-EXIT
           END-IF

           MOVE TX-PLAYER-ID TO XW-PLAYER-ID
           REWRITE CROSSWALK-RECORD
               INVALID KEY
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "CROSSWALK REWRITE FAILED" TO MD-DISPOSITION
                   MOVE 8 TO RETURN-CODE
                   GO TO 2400-EXIT
           END-REWRITE
           ADD 1 TO WS-CHANGED-COUNT
           MOVE "CHANGED" TO MD-DISPOSITION.
       2400-EXIT.
           EXIT.

       2500-DELETE-NAME.
           MOVE TX-SITE TO XW-SITE
           MOVE TX-PARTNER-NAME TO XW-PARTNER-NAME
           READ PLAYER_CROSSWALK_FILE
               INVALID KEY
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "NAME NOT ON CROSSWALK" TO MD-DISPOSITION
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
                   GO TO 2500-EXIT
           END-READ
           MOVE XW-PLAYER-ID TO MD-PLAYER-ID
           DELETE PLAYER_CROSSWALK_FILE
               INVALID KEY
                   ADD 1 TO WS-REJECTED-COUNT
                   MOVE "CROSSWALK DELETE FAILED" TO MD-DISPOSITION
                   MOVE 8 TO RETURN-CODE
                   GO TO 2500-EXIT
           END-DELETE
           ADD 1 TO WS-DELETED-COUNT
           MOVE "DELETED" TO MD-DISPOSITION.
       2500-EXIT.
           EXIT.

      * A name may only be pointed at a player the league can score -
      * registered and active on the master.
       2600-VALIDATE-PLAYER.
           SET WS-PLAYER-OK TO TRUE
           MOVE TX-PLAYER-ID TO PM-PLAYER-ID
           READ PLAYER_MASTER_FILE
               INVALID KEY
                   SET WS-PLAYER-REJECTED TO TRUE
                   MOVE "PLAYER ID NOT ON MASTER" TO MD-DISPOSITION
           END-READ
           IF WS-PLAYER-OK AND NOT PM-ACTIVE
               SET WS-PLAYER-REJECTED TO TRUE
               MOVE "PLAYER NOT ACTIVE ON MASTER" TO MD-DISPOSITION
           END-IF
           IF WS-PLAYER-REJECTED
               ADD 1 TO WS-REJECTED-COUNT
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       2600-EXIT.
           EXIT.

      * Walk every name on the crosswalk in key order, site by site.
       3000-SWEEP-CROSSWALK.
           WRITE MAINT-REPORT-REC FROM BLANK-LINE
           WRITE MAINT-REPORT-REC FROM SWEEP-HEADING-LINE
           MOVE LOW-VALUES TO XW-KEY
           START PLAYER_CROSSWALK_FILE KEY NOT < XW-KEY
               INVALID KEY
                   MOVE 'Y' TO WS-XWALK-EOF
           END-START
           PERFORM 3100-SWEEP-ONE-NAME THRU 3100-EXIT
                   UNTIL WS-XWALK-EOF = 'Y'.
       3000-EXIT.
           EXIT.

       3100-SWEEP-ONE-NAME.
           READ PLAYER_CROSSWALK_FILE NEXT
               AT END
                   MOVE 'Y' TO WS-XWALK-EOF
                   GO TO 3100-EXIT
           END-READ
           ADD 1 TO WS-SWEPT-COUNT
           MOVE SPACES TO MAINT-DETAIL-LINE
           MOVE XW-SITE TO MD-SITE
           MOVE XW-PARTNER-NAME TO MD-PARTNER-NAME
           MOVE XW-PLAYER-ID TO MD-PLAYER-ID
           MOVE XW-PLAYER-ID TO PM-PLAYER-ID
           READ PLAYER_MASTER_FILE
               INVALID KEY
                   MOVE "PLAYER NO LONGER ON MASTER" TO MD-DISPOSITION
                   GO TO 3100-STALE
           END-READ
           IF PM-ACTIVE
               GO TO 3100-EXIT
           END-IF
           MOVE "PLAYER DEACTIVATED" TO MD-DISPOSITION.

       3100-STALE.
           ADD 1 TO WS-STALE-COUNT
           IF RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           WRITE MAINT-REPORT-REC FROM MAINT-DETAIL-LINE.
       3100-EXIT.
           EXIT.

       8000-TERMINATE.
           CLOSE CROSSWALK_MAINT_FILE
           CLOSE PLAYER_MASTER_FILE
           CLOSE PLAYER_CROSSWALK_FILE

           WRITE MAINT-REPORT-REC FROM BLANK-LINE
           MOVE WS-ADDED-COUNT TO MT-ADDED
           MOVE WS-CHANGED-COUNT TO MT-CHANGED
           MOVE WS-DELETED-COUNT TO MT-DELETED
           MOVE WS-REJECTED-COUNT TO MT-REJECTED
           MOVE WS-SWEPT-COUNT TO MT-SWEPT
           MOVE WS-STALE-COUNT TO MT-STALE
           WRITE MAINT-REPORT-REC FROM MAINT-TRAILER-LINE
           CLOSE MAINT_REPORT_FILE

           DISPLAY "CROSSWALK TRANSACTIONS: " WS-TX-COUNT
                   " ADDED: " WS-ADDED-COUNT
                   " CHANGED: " WS-CHANGED-COUNT
                   " DELETED: " WS-DELETED-COUNT
                   " REJECTED: " WS-REJECTED-COUNT
           DISPLAY "CROSSWALK NAMES: " WS-SWEPT-COUNT
                   " NOT ACTIVE ON MASTER: " WS-STALE-COUNT.
       8000-EXIT.
           EXIT.
