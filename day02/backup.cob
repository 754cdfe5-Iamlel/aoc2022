       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCD2BK.
       AUTHOR. lel.
       DATE-WRITTEN. Oct 15, 2026.

      * Point-in-time backup of the shared masters. AOCD2VR can
      * rebuild match_file.dat from the round archive, but nothing
      * else a bad AOCD2P1 or AOCD2RP run touches could be put back.
      * This job snapshots the whole set as one generation, the
      * first step of the day's run plan, so AOCD2RS can roll the
      * masters back to the start of that day's cycle:
      *     season_stats.txt       player_stats.txt
      *     feed_log.txt           extract_log.txt
      *     player_master.dat      rating_file.txt
      * and, with them, the files whose contents have to agree with
      * those masters - a restore that put the scores back but left
      * these ahead would refuse the rerun as a duplicate or carry
      * rounds and postings the restored masters have never seen:
      *     match_history.dat      adjustment_journal.txt
      *     forfeit_log.txt        rating_history.txt
      *     rating_log.txt
      * Each member is copied to backup_g<generation>_<name>; the
      * indexed player master is unloaded in key order to a flat
      * snapshot. A member not on file is catalogued as absent, and
      * a restore of that generation removes it again.
      *
      * backup_catalog.txt lists every generation - one G line
      * (generation, date, time, the last run_audit.txt sequence
      * the set reflects, member count, status) followed by one M
      * line per member (name, records, present or absent). The
      * catalog is updated only once every snapshot is written, so
      * a backup that fails part way leaves no generation to
      * restore from. AOCD2BK_GENERATIONS (default 7) generations
      * are kept available; older ones are marked expired on the
      * catalog and their snapshot files deleted.
      *
      * The backup takes RUN_LOCK_FILE, so the set can never be
      * caught half way through another job's rewrite.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COPY_IN_FILE ASSIGN TO DYNAMIC WS-COPY-IN-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-COPY-IN-STATUS.

           SELECT COPY_OUT_FILE ASSIGN TO DYNAMIC WS-COPY-OUT-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-COPY-OUT-STATUS.

           SELECT PLAYER_MASTER_FILE ASSIGN TO "player_master.dat"
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS PM-PLAYER-ID
                   FILE STATUS IS WS-PMAST-FILE-STATUS.

           SELECT BACKUP_CATALOG_FILE ASSIGN TO "backup_catalog.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-CAT-FILE-STATUS.

           SELECT CATALOG_WORK_FILE ASSIGN TO "backup_catalog.wrk"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-CATW-FILE-STATUS.

           SELECT RUN_AUDIT_FILE ASSIGN TO "run_audit.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-AUDIT-FILE-STATUS.

           SELECT RUN_LOCK_FILE ASSIGN TO "run_lock.txt"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS IS SEQUENTIAL
                   FILE STATUS IS WS-LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD COPY_IN_FILE.
       01 COPY-IN-REC PIC X(200).

       FD COPY_OUT_FILE.
       01 COPY-OUT-REC PIC X(200).

      * Player master record as AOCD2PM keeps it.
       FD PLAYER_MASTER_FILE.
       01 PLAYER-MASTER-RECORD.
           05 PM-PLAYER-ID PIC X(8).
           05 PM-NAME PIC X(30).
           05 PM-HOME-SITE PIC X(8).
           05 PM-JOIN-DATE PIC 9(8).
           05 PM-STATUS PIC X(1).

       FD BACKUP_CATALOG_FILE.
       01 BACKUP-CATALOG-REC PIC X(80).

       FD CATALOG_WORK_FILE.
       01 CATALOG-WORK-REC PIC X(80).

       FD RUN_AUDIT_FILE.
       01 RUN-AUDIT-REC PIC X(120).

       FD RUN_LOCK_FILE.
       01 RUN-LOCK-REC PIC X(40).

       WORKING-STORAGE SECTION.
      * In-flight lock on the shared masters, as AOCD2P1 keeps it.
      * The audit sequence is the one the generation will be tagged
      * with.
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

       77 WS-COPY-IN-STATUS PIC X(2) VALUE "00".
       77 WS-COPY-OUT-STATUS PIC X(2) VALUE "00".
       77 WS-PMAST-FILE-STATUS PIC X(2) VALUE "00".
       77 WS-CAT-FILE-STATUS PIC X(2) VALUE "00".
       77 WS-CATW-FILE-STATUS PIC X(2) VALUE "00".
       77 WS-AUDIT-FILE-STATUS PIC X(2) VALUE "00".

       77 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       77 WS-AUDIT-SEQ PIC 9(6) VALUE ZERO.
       77 WS-KEEP-PARM PIC X(2) VALUE SPACES.
       77 WS-KEEP-COUNT PIC 9(2) VALUE 7.

       77 WS-COPY-IN-NAME PIC X(80) VALUE SPACES.
       77 WS-COPY-OUT-NAME PIC X(80) VALUE SPACES.
       77 WS-COPY-COUNT PIC 9(8) VALUE ZERO.

       01 WS-COPY-EOF PIC A(1) VALUE 'N'.
       01 WS-PMAST-EOF PIC A(1) VALUE 'N'.
       01 WS-CAT-EOF PIC A(1) VALUE 'N'.
       01 WS-AUDIT-EOF PIC A(1) VALUE 'N'.

      * The generation being written, the highest on the catalog,
      * and how many older generations have to expire to leave
      * AOCD2BK_GENERATIONS available once this one is added.
       77 WS-NEW-GEN PIC 9(6) VALUE ZERO.
       77 WS-AVAIL-COUNT PIC 9(6) VALUE ZERO.
       77 WS-EXPIRE-COUNT PIC 9(6) VALUE ZERO.
       77 WS-EXPIRED-SO-FAR PIC 9(6) VALUE ZERO.
       77 WS-DELETE-COUNT PIC 9(6) VALUE ZERO.
       77 WS-DELETE-RC PIC S9(9) COMP-5 VALUE ZERO.
       77 WS-RECORD-TOTAL PIC 9(8) VALUE ZERO.

       01 WS-GEN-EXPIRING-SW PIC X VALUE 'N'.
           88 WS-GEN-EXPIRING VALUE 'Y'.

      * The set, in the order it is snapshotted and restored.
       77 WS-MEMBER-COUNT PIC 9(4) COMP VALUE 11.
       77 WS-MEMBER-IX PIC 9(4) COMP VALUE ZERO.

       01 WS-MEMBER-NAMES.
           05 FILLER PIC X(40) VALUE "season_stats.txt".
           05 FILLER PIC X(40) VALUE "player_stats.txt".
           05 FILLER PIC X(40) VALUE "feed_log.txt".
           05 FILLER PIC X(40) VALUE "extract_log.txt".
           05 FILLER PIC X(40) VALUE "player_master.dat".
           05 FILLER PIC X(40) VALUE "rating_file.txt".
           05 FILLER PIC X(40) VALUE "match_history.dat".
           05 FILLER PIC X(40) VALUE "adjustment_journal.txt".
           05 FILLER PIC X(40) VALUE "forfeit_log.txt".
           05 FILLER PIC X(40) VALUE "rating_history.txt".
           05 FILLER PIC X(40) VALUE "rating_log.txt".
       01 WS-MEMBER-NAME-TABLE REDEFINES WS-MEMBER-NAMES.
           05 WS-MEMBER-NAME PIC X(40) OCCURS 11 TIMES.

       01 WS-MEMBER-RESULTS.
           05 WS-MEMBER-RESULT OCCURS 11 TIMES.
               10 WS-MEMBER-RECORDS PIC 9(8).
               10 WS-MEMBER-PRESENT PIC X(1).

      * backup_catalog.txt - a G line per generation, then its M
      * lines. AOCD2RS reads the same layout.
       01 CATALOG-LINE.
           05 CT-REC-TYPE PIC X(1).
               88 CT-GENERATION-LINE VALUE 'G'.
               88 CT-MEMBER-LINE VALUE 'M'.
           05 FILLER PIC X(1) VALUE SPACE.
           05 CT-GENERATION PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 CT-DATA PIC X(71).
       01 CT-GENERATION-FIELDS REDEFINES CATALOG-LINE.
           05 FILLER PIC X(9).
           05 CT-DATE PIC 9(8).
           05 FILLER PIC X(1).
           05 CT-TIME PIC 9(6).
           05 FILLER PIC X(1).
           05 CT-AUDIT-SEQ PIC 9(6).
           05 FILLER PIC X(1).
           05 CT-MEMBER-COUNT PIC 9(2).
           05 FILLER PIC X(1).
           05 CT-STATUS PIC X(1).
               88 CT-AVAILABLE VALUE 'A'.
               88 CT-EXPIRED VALUE 'X'.
           05 FILLER PIC X(44).
       01 CT-MEMBER-FIELDS REDEFINES CATALOG-LINE.
           05 FILLER PIC X(9).
           05 CT-FILE-NAME PIC X(40).
           05 FILLER PIC X(1).
           05 CT-RECORDS PIC 9(8).
           05 FILLER PIC X(1).
           05 CT-PRESENT PIC X(1).
               88 CT-MEMBER-PRESENT VALUE 'Y'.
               88 CT-MEMBER-ABSENT VALUE 'N'.
           05 FILLER PIC X(20).

       01 WS-SNAPSHOT-GEN PIC 9(6) VALUE ZERO.
       01 WS-SNAPSHOT-MEMBER PIC X(40) VALUE SPACES.

      * Only the run sequence is needed from the audit trail.
       01 AUDIT-LINE.
           05 AU-RUN-SEQ PIC 9(6).
           05 FILLER PIC X(114).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-SNAPSHOT-SET THRU 2000-EXIT.
           PERFORM 3000-UPDATE-CATALOG THRU 3000-EXIT.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           PERFORM 9100-RELEASE-RUN-LOCK THRU 9100-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           ACCEPT WS-KEEP-PARM FROM ENVIRONMENT "AOCD2BK_GENERATIONS"
           ON EXCEPTION
                   MOVE SPACES TO WS-KEEP-PARM
           END-ACCEPT
           IF WS-KEEP-PARM(2:1) = SPACE AND WS-KEEP-PARM(1:1) NUMERIC
               MOVE WS-KEEP-PARM(1:1) TO WS-KEEP-COUNT
           ELSE
               IF WS-KEEP-PARM IS NUMERIC
                   MOVE WS-KEEP-PARM TO WS-KEEP-COUNT
               END-IF
           END-IF
           IF WS-KEEP-COUNT = ZERO
               MOVE 1 TO WS-KEEP-COUNT
           END-IF

           PERFORM 1100-FIND-AUDIT-SEQ THRU 1100-EXIT
           PERFORM 1085-TAKE-RUN-LOCK THRU 1085-EXIT
           PERFORM 1200-SCAN-CATALOG THRU 1200-EXIT
           ADD 1 TO WS-NEW-GEN
           DISPLAY "BACKUP GENERATION " WS-NEW-GEN
                   " AT RUN SEQ " WS-AUDIT-SEQ.
       1000-EXIT.
           EXIT.

      * Refuse to start while another job holds the shared masters,
      * the check 1020-TAKE-RUN-LOCK makes in AOCD2P1. Like the
      * other jobs, the lock carries the next run sequence - the
      * one an audited run would log - not the last on file that
      * the generation is tagged with.
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

           MOVE "AOCD2BK" TO RL-PROGRAM-ID
           ADD 1 TO WS-AUDIT-SEQ GIVING RL-AUDIT-SEQ
           MOVE WS-RUN-DATE TO RL-DATE
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-TIME(1:6) TO RL-TIME
           OPEN OUTPUT RUN_LOCK_FILE
           WRITE RUN-LOCK-REC FROM RUN-LOCK-LINE
           CLOSE RUN_LOCK_FILE
           SET WS-LOCK-HELD TO TRUE.
       1085-EXIT.
           EXIT.

      * The generation is tagged with the last run on the audit
      * trail - the set as that run left it.
       1100-FIND-AUDIT-SEQ.
           MOVE 'N' TO WS-AUDIT-EOF
           OPEN INPUT RUN_AUDIT_FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               GO TO 1100-EXIT
           END-IF
           PERFORM 1150-READ-AUDIT-RECORD THRU 1150-EXIT
                   UNTIL WS-AUDIT-EOF = 'Y'
           CLOSE RUN_AUDIT_FILE.
       1100-EXIT.
           EXIT.

       1150-READ-AUDIT-RECORD.
           READ RUN_AUDIT_FILE INTO AUDIT-LINE
               AT END
                   MOVE 'Y' TO WS-AUDIT-EOF
               NOT AT END
                   IF AU-RUN-SEQ IS NUMERIC
                       MOVE AU-RUN-SEQ TO WS-AUDIT-SEQ
                   END-IF
           END-READ.
       1150-EXIT.
           EXIT.

      * Highest generation on the catalog, and how many are still
      * available to restore.
       1200-SCAN-CATALOG.
           MOVE 'N' TO WS-CAT-EOF
           OPEN INPUT BACKUP_CATALOG_FILE
           IF WS-CAT-FILE-STATUS NOT = "00"
               GO TO 1200-EXIT
           END-IF
           PERFORM 1250-SCAN-CATALOG-RECORD THRU 1250-EXIT
                   UNTIL WS-CAT-EOF = 'Y'
           CLOSE BACKUP_CATALOG_FILE.
       1200-EXIT.
           EXIT.

       1250-SCAN-CATALOG-RECORD.
           READ BACKUP_CATALOG_FILE INTO CATALOG-LINE
               AT END
                   MOVE 'Y' TO WS-CAT-EOF
                   GO TO 1250-EXIT
           END-READ
           IF NOT CT-GENERATION-LINE OR CT-GENERATION NOT NUMERIC
               GO TO 1250-EXIT
           END-IF
           IF CT-GENERATION > WS-NEW-GEN
               MOVE CT-GENERATION TO WS-NEW-GEN
           END-IF
           IF CT-AVAILABLE
               ADD 1 TO WS-AVAIL-COUNT
           END-IF.
       1250-EXIT.
           EXIT.

       2000-SNAPSHOT-SET.
           MOVE ZERO TO WS-MEMBER-IX
           PERFORM 2100-SNAPSHOT-MEMBER THRU 2100-EXIT
                   UNTIL WS-MEMBER-IX >= WS-MEMBER-COUNT.
       2000-EXIT.
           EXIT.

       2100-SNAPSHOT-MEMBER.
           ADD 1 TO WS-MEMBER-IX
           MOVE WS-NEW-GEN TO WS-SNAPSHOT-GEN
           MOVE WS-MEMBER-NAME(WS-MEMBER-IX) TO WS-SNAPSHOT-MEMBER
           PERFORM 2150-BUILD-SNAPSHOT-NAME THRU 2150-EXIT
           MOVE ZERO TO WS-COPY-COUNT
           MOVE 'Y' TO WS-MEMBER-PRESENT(WS-MEMBER-IX)

           IF WS-MEMBER-NAME(WS-MEMBER-IX) = "player_master.dat"
               PERFORM 2300-UNLOAD-MASTER THRU 2300-EXIT
           ELSE
               PERFORM 2200-COPY-MEMBER THRU 2200-EXIT
           END-IF

           MOVE WS-COPY-COUNT TO WS-MEMBER-RECORDS(WS-MEMBER-IX)
           ADD WS-COPY-COUNT TO WS-RECORD-TOTAL
           IF WS-MEMBER-PRESENT(WS-MEMBER-IX) = 'Y'
               DISPLAY WS-MEMBER-NAME(WS-MEMBER-IX) " SAVED TO "
                       WS-COPY-OUT-NAME " (" WS-COPY-COUNT
                       " RECORDS)"
           ELSE
               DISPLAY WS-MEMBER-NAME(WS-MEMBER-IX)
                       " NOT ON FILE - CATALOGUED AS ABSENT"
           END-IF.
       2100-EXIT.
           EXIT.

      * backup_g<generation>_<name>, the name AOCD2RS rebuilds from
      * the catalog.
       2150-BUILD-SNAPSHOT-NAME.
           MOVE SPACES TO WS-COPY-OUT-NAME
           STRING "backup_g" DELIMITED BY SIZE
                   WS-SNAPSHOT-GEN DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-SNAPSHOT-MEMBER DELIMITED BY SPACE
                   INTO WS-COPY-OUT-NAME
           END-STRING.
       2150-EXIT.
           EXIT.

      * An absent member still gets an empty snapshot, so every
      * member of a generation has a file behind it.
       2200-COPY-MEMBER.
           MOVE WS-MEMBER-NAME(WS-MEMBER-IX) TO WS-COPY-IN-NAME
           OPEN OUTPUT COPY_OUT_FILE
           IF WS-COPY-OUT-STATUS NOT = "00"
               PERFORM 2900-SNAPSHOT-FAILED THRU 2900-EXIT
           END-IF
           OPEN INPUT COPY_IN_FILE
           IF WS-COPY-IN-STATUS NOT = "00"
               MOVE 'N' TO WS-MEMBER-PRESENT(WS-MEMBER-IX)
               CLOSE COPY_OUT_FILE
               GO TO 2200-EXIT
           END-IF
           MOVE 'N' TO WS-COPY-EOF
           PERFORM 2250-COPY-ONE-RECORD THRU 2250-EXIT
                   UNTIL WS-COPY-EOF = 'Y'
           CLOSE COPY_IN_FILE
           CLOSE COPY_OUT_FILE.
       2200-EXIT.
           EXIT.

       2250-COPY-ONE-RECORD.
           READ COPY_IN_FILE
               AT END
                   MOVE 'Y' TO WS-COPY-EOF
               NOT AT END
                   WRITE COPY-OUT-REC FROM COPY-IN-REC
                   ADD 1 TO WS-COPY-COUNT
           END-READ.
       2250-EXIT.
           EXIT.

      * The master is unloaded in key order, the order AOCD2RS
      * reloads it in.
       2300-UNLOAD-MASTER.
           OPEN OUTPUT COPY_OUT_FILE
           IF WS-COPY-OUT-STATUS NOT = "00"
               PERFORM 2900-SNAPSHOT-FAILED THRU 2900-EXIT
           END-IF
           OPEN INPUT PLAYER_MASTER_FILE
           IF WS-PMAST-FILE-STATUS NOT = "00"
               MOVE 'N' TO WS-MEMBER-PRESENT(WS-MEMBER-IX)
               CLOSE COPY_OUT_FILE
               GO TO 2300-EXIT
           END-IF
           MOVE 'N' TO WS-PMAST-EOF
           PERFORM 2350-UNLOAD-ONE-PLAYER THRU 2350-EXIT
                   UNTIL WS-PMAST-EOF = 'Y'
           CLOSE PLAYER_MASTER_FILE
           CLOSE COPY_OUT_FILE.
       2300-EXIT.
           EXIT.

       2350-UNLOAD-ONE-PLAYER.
           READ PLAYER_MASTER_FILE NEXT
               AT END
                   MOVE 'Y' TO WS-PMAST-EOF
               NOT AT END
                   MOVE SPACES TO COPY-OUT-REC
                   MOVE PLAYER-MASTER-RECORD TO COPY-OUT-REC
                   WRITE COPY-OUT-REC
                   ADD 1 TO WS-COPY-COUNT
           END-READ.
       2350-EXIT.
           EXIT.

      * Nothing is catalogued yet, so the snapshots already written
      * are simply unreferenced; the next backup writes over them.
       2900-SNAPSHOT-FAILED.
           DISPLAY "CANNOT WRITE " WS-COPY-OUT-NAME
                   " - FILE STATUS " WS-COPY-OUT-STATUS
           DISPLAY "BACKUP GENERATION " WS-NEW-GEN
                   " NOT CATALOGUED"
           MOVE 16 TO RETURN-CODE
           PERFORM 9100-RELEASE-RUN-LOCK THRU 9100-EXIT
           STOP RUN.
       2900-EXIT.
           EXIT.

      * The catalog is copied to a work file - expiring the oldest
      * available generations on the way and adding the new one at
      * the end - then copied back, so an abend part way leaves the
      * old catalog intact.
       3000-UPDATE-CATALOG.
           MOVE ZERO TO WS-EXPIRE-COUNT
           IF WS-AVAIL-COUNT + 1 > WS-KEEP-COUNT
               COMPUTE WS-EXPIRE-COUNT =
                       WS-AVAIL-COUNT + 1 - WS-KEEP-COUNT
           END-IF

           OPEN OUTPUT CATALOG_WORK_FILE
           IF WS-CATW-FILE-STATUS NOT = "00"
               DISPLAY "CANNOT WRITE backup_catalog.wrk - FILE STATUS "
                       WS-CATW-FILE-STATUS
               DISPLAY "BACKUP GENERATION " WS-NEW-GEN
                       " NOT CATALOGUED"
               MOVE 16 TO RETURN-CODE
               PERFORM 9100-RELEASE-RUN-LOCK THRU 9100-EXIT
               STOP RUN
           END-IF
           MOVE 'N' TO WS-CAT-EOF
           OPEN INPUT BACKUP_CATALOG_FILE
           IF WS-CAT-FILE-STATUS = "00"
               PERFORM 3100-CARRY-CATALOG-RECORD THRU 3100-EXIT
                       UNTIL WS-CAT-EOF = 'Y'
               CLOSE BACKUP_CATALOG_FILE
           END-IF

           MOVE SPACES TO CATALOG-LINE
           MOVE 'G' TO CT-REC-TYPE
           MOVE WS-NEW-GEN TO CT-GENERATION
           MOVE WS-RUN-DATE TO CT-DATE
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-TIME(1:6) TO CT-TIME
           MOVE WS-AUDIT-SEQ TO CT-AUDIT-SEQ
           MOVE WS-MEMBER-COUNT TO CT-MEMBER-COUNT
           MOVE 'A' TO CT-STATUS
           WRITE CATALOG-WORK-REC FROM CATALOG-LINE
           MOVE ZERO TO WS-MEMBER-IX
           PERFORM 3200-CATALOG-MEMBER THRU 3200-EXIT
                   UNTIL WS-MEMBER-IX >= WS-MEMBER-COUNT
           CLOSE CATALOG_WORK_FILE

           MOVE "backup_catalog.wrk" TO WS-COPY-IN-NAME
           MOVE "backup_catalog.txt" TO WS-COPY-OUT-NAME
           OPEN INPUT COPY_IN_FILE
           OPEN OUTPUT COPY_OUT_FILE
           MOVE 'N' TO WS-COPY-EOF
           PERFORM 2250-COPY-ONE-RECORD THRU 2250-EXIT
                   UNTIL WS-COPY-EOF = 'Y'
           CLOSE COPY_IN_FILE
           CLOSE COPY_OUT_FILE.
       3000-EXIT.
           EXIT.

      * The catalog is in generation order, so the first available
      * generations met are the oldest.
       3100-CARRY-CATALOG-RECORD.
           READ BACKUP_CATALOG_FILE INTO CATALOG-LINE
               AT END
                   MOVE 'Y' TO WS-CAT-EOF
                   GO TO 3100-EXIT
           END-READ
           IF CT-GENERATION-LINE
               MOVE 'N' TO WS-GEN-EXPIRING-SW
               IF CT-AVAILABLE AND WS-EXPIRED-SO-FAR < WS-EXPIRE-COUNT
                   SET WS-GEN-EXPIRING TO TRUE
                   SET CT-EXPIRED TO TRUE
                   ADD 1 TO WS-EXPIRED-SO-FAR
                   DISPLAY "BACKUP GENERATION " CT-GENERATION
                           " OF " CT-DATE " EXPIRED"
               END-IF
           END-IF
           IF CT-MEMBER-LINE AND WS-GEN-EXPIRING
               MOVE CT-GENERATION TO WS-SNAPSHOT-GEN
               MOVE CT-FILE-NAME TO WS-SNAPSHOT-MEMBER
               PERFORM 2150-BUILD-SNAPSHOT-NAME THRU 2150-EXIT
               CALL "CBL_DELETE_FILE" USING WS-COPY-OUT-NAME
                   RETURNING WS-DELETE-RC
               END-CALL
               IF WS-DELETE-RC = ZERO
                   ADD 1 TO WS-DELETE-COUNT
               END-IF
           END-IF
           WRITE CATALOG-WORK-REC FROM CATALOG-LINE.
       3100-EXIT.
           EXIT.

       3200-CATALOG-MEMBER.
           ADD 1 TO WS-MEMBER-IX
           MOVE SPACES TO CATALOG-LINE
           MOVE 'M' TO CT-REC-TYPE
           MOVE WS-NEW-GEN TO CT-GENERATION
           MOVE WS-MEMBER-NAME(WS-MEMBER-IX) TO CT-FILE-NAME
           MOVE WS-MEMBER-RECORDS(WS-MEMBER-IX) TO CT-RECORDS
           MOVE WS-MEMBER-PRESENT(WS-MEMBER-IX) TO CT-PRESENT
           WRITE CATALOG-WORK-REC FROM CATALOG-LINE.
       3200-EXIT.
           EXIT.

       8000-TERMINATE.
           DISPLAY "BACKUP GENERATION " WS-NEW-GEN " CATALOGUED - "
                   WS-MEMBER-COUNT " MEMBERS, " WS-RECORD-TOTAL
                   " RECORDS"
           IF WS-EXPIRED-SO-FAR > ZERO
               DISPLAY "GENERATIONS EXPIRED: " WS-EXPIRED-SO-FAR
                       " SNAPSHOT FILES DELETED: " WS-DELETE-COUNT
           END-IF.
       8000-EXIT.
           EXIT.

      * Released last, after the catalog is rewritten. A run that
      * never took the lock leaves the file alone.
       9100-RELEASE-RUN-LOCK.
           IF WS-LOCK-HELD
               OPEN OUTPUT RUN_LOCK_FILE
               CLOSE RUN_LOCK_FILE
               MOVE 'N' TO WS-LOCK-HELD-SW
           END-IF.
       9100-EXIT.
           EXIT.
