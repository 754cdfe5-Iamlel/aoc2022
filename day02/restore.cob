       IDENTIFICATION DIVISION.
       PROGRAM-ID. AOCD2RS.
       AUTHOR. lel.
       DATE-WRITTEN. Oct 15, 2026.

      * Set restore of the shared masters from a generation taken by
      * AOCD2BK. After a bad AOCD2P1 or AOCD2RP run the operator
      * names the generation to go back to on AOCD2RS_GENERATION
      * (backup_catalog.txt lists them; the run plan takes one at
      * the start of every cycle) and every member of that set is
      * put back together - never some of them:
      *     1. the generation must be on the catalog and still
      *        available, with an M line for every member its G
      *        line counts
      *     2. every snapshot must be on disk and hold exactly the
      *        records the catalog says it was written with
      *     3. only then is each member copied back over the live
      *        file - the player master reloaded from its unload,
      *        and a member catalogued as absent removed, so the
      *        masters are left as they stood when it was taken
      * A generation failing 1 or 2 is refused as a partial set and
      * nothing is touched.
      *
      * The restore takes RUN_LOCK_FILE for its whole run. If a copy
      * fails after the first member is back, the set is part
      * restored: the lock is left held so no job can run on it,
      * and the operator reruns the restore, which takes over a
      * lock held by AOCD2RS rather than refusing to start. A rerun
      * that is itself refused leaves that lock held.
      *
      * Every execution appends one record to run_audit.txt in the
      * layout AOCD2P1 writes, with AU-MODE 'R':
      *     AU-FILE-NAME     backup_g<generation>
      *     AU-REC-COUNT     members restored
      *     AU-ROUND-COUNT   records restored
      *     AU-TOTAL         the generation
      *     AU-TOTAL2        the run sequence it was tagged with
      *     AU-RETURN-CODE   0 restored, 16 refused or failed

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

       FD RUN_AUDIT_FILE.
       01 RUN-AUDIT-REC PIC X(120).

       FD RUN_LOCK_FILE.
       01 RUN-LOCK-REC PIC X(40).

       WORKING-STORAGE SECTION.
      * In-flight lock on the shared masters, as AOCD2P1 keeps it,
      * under the audit sequence the restore will log.
       77 WS-LOCK-FILE-STATUS PIC X(2) VALUE "00".
       77 WS-RUN-TIME PIC X(8) VALUE SPACES.
       01 WS-LOCK-HELD-SW PIC X VALUE 'N'.
           88 WS-LOCK-HELD VALUE 'Y'.
       01 WS-LOCK-BUSY-SW PIC X VALUE 'N'.
           88 WS-LOCK-BUSY VALUE 'Y'.
       01 WS-LOCK-TAKEN-OVER-SW PIC X VALUE 'N'.
           88 WS-LOCK-TAKEN-OVER VALUE 'Y'.

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
       77 WS-AUDIT-FILE-STATUS PIC X(2) VALUE "00".

       77 WS-RUN-DATE PIC 9(8) VALUE ZERO.
       77 WS-AUDIT-SEQ PIC 9(6) VALUE ZERO.
       77 WS-GEN-PARM PIC X(6) VALUE SPACES.
       77 WS-RESTORE-GEN PIC 9(6) VALUE ZERO.

       77 WS-COPY-IN-NAME PIC X(80) VALUE SPACES.
       77 WS-COPY-OUT-NAME PIC X(80) VALUE SPACES.
       77 WS-COPY-COUNT PIC 9(8) VALUE ZERO.
       77 WS-DELETE-RC PIC S9(9) COMP-5 VALUE ZERO.

       77 WS-MEMBERS-RESTORED PIC 9(8) VALUE ZERO.
       77 WS-RECORDS-RESTORED PIC 9(8) VALUE ZERO.

       01 WS-COPY-EOF PIC A(1) VALUE 'N'.
       01 WS-CAT-EOF PIC A(1) VALUE 'N'.
       01 WS-AUDIT-EOF PIC A(1) VALUE 'N'.

       01 WS-GEN-FOUND-SW PIC X VALUE 'N'.
           88 WS-GEN-FOUND VALUE 'Y'.
       01 WS-SET-BAD-SW PIC X VALUE 'N'.
           88 WS-SET-REFUSED VALUE 'Y'.

      * The chosen generation, from its G line, and its members.
       77 WS-GEN-DATE PIC 9(8) VALUE ZERO.
       77 WS-GEN-AUDIT-SEQ PIC 9(6) VALUE ZERO.
       77 WS-GEN-MEMBER-COUNT PIC 9(2) VALUE ZERO.
       77 WS-GEN-STATUS PIC X(1) VALUE SPACE.

       77 WS-MB-MAX PIC 9(4) COMP VALUE 50.
       77 WS-MB-COUNT PIC 9(4) COMP VALUE ZERO.
       77 WS-MB-IX PIC 9(4) COMP VALUE ZERO.

       01 WS-MEMBER-TABLE.
           05 WS-MB-ENTRY OCCURS 50 TIMES.
               10 WS-MB-FILE-NAME PIC X(40).
               10 WS-MB-RECORDS PIC 9(8).
               10 WS-MB-PRESENT PIC X(1).
                   88 WS-MB-WAS-PRESENT VALUE 'Y'.

      * backup_catalog.txt as AOCD2BK writes it.
       01 CATALOG-LINE.
           05 CT-REC-TYPE PIC X(1).
               88 CT-GENERATION-LINE VALUE 'G'.
               88 CT-MEMBER-LINE VALUE 'M'.
           05 FILLER PIC X(1).
           05 CT-GENERATION PIC 9(6).
           05 FILLER PIC X(1).
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
           05 FILLER PIC X(20).

       01 WS-SNAPSHOT-GEN PIC 9(6) VALUE ZERO.
       01 WS-SNAPSHOT-MEMBER PIC X(40) VALUE SPACES.

      * Audit record as written by 9000-WRITE-AUDIT-RECORD in
      * AOCD2P1.
       01 AUDIT-LINE.
           05 AU-RUN-SEQ PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AU-DATE PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AU-TIME PIC 9(6).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AU-MODE PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AU-DESIRED-SW PIC X(1).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AU-FILE-NAME PIC X(40).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AU-REC-COUNT PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AU-ROUND-COUNT PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AU-REJECT-COUNT PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AU-TOTAL PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AU-TOTAL2 PIC 9(8).
           05 FILLER PIC X(1) VALUE SPACE.
           05 AU-RETURN-CODE PIC 9(4).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-GENERATION THRU 2000-EXIT.
           PERFORM 3000-VERIFY-SET THRU 3000-EXIT.
           IF NOT WS-SET-REFUSED
               PERFORM 4000-RESTORE-SET THRU 4000-EXIT
           END-IF.
           PERFORM 8000-TERMINATE THRU 8000-EXIT.
           PERFORM 9000-WRITE-AUDIT-RECORD THRU 9000-EXIT.
           PERFORM 9100-RELEASE-RUN-LOCK THRU 9100-EXIT.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           ACCEPT WS-GEN-PARM FROM ENVIRONMENT "AOCD2RS_GENERATION"
           ON EXCEPTION
                   MOVE SPACES TO WS-GEN-PARM
           END-ACCEPT
           IF WS-GEN-PARM IS NUMERIC
               MOVE WS-GEN-PARM TO WS-RESTORE-GEN
           END-IF
           IF WS-RESTORE-GEN = ZERO
               DISPLAY "AOCD2RS_GENERATION NOT SET - NAME THE "
                       "GENERATION TO RESTORE AS 6 DIGITS FROM "
                       "backup_catalog.txt"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM 1100-NEXT-AUDIT-SEQ THRU 1100-EXIT
           PERFORM 1085-TAKE-RUN-LOCK THRU 1085-EXIT.
       1000-EXIT.
           EXIT.

      * Refuse to start while another job holds the shared masters,
      * the check 1020-TAKE-RUN-LOCK makes in AOCD2P1. A lock left
      * by an earlier restore that failed part way is taken over,
      * so the rerun 4900-RESTORE-FAILED asks for can go ahead.
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
           AND RL-PROGRAM-ID = "AOCD2RS"
               DISPLAY "TAKING OVER LOCK LEFT BY FAILED RESTORE "
                       "RUN SEQ " RL-AUDIT-SEQ " SINCE " RL-DATE " "
                       RL-TIME
               MOVE 'N' TO WS-LOCK-BUSY-SW
               SET WS-LOCK-TAKEN-OVER TO TRUE
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

           MOVE "AOCD2RS" TO RL-PROGRAM-ID
           MOVE WS-AUDIT-SEQ TO RL-AUDIT-SEQ
           MOVE WS-RUN-DATE TO RL-DATE
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-TIME(1:6) TO RL-TIME
           OPEN OUTPUT RUN_LOCK_FILE
           WRITE RUN-LOCK-REC FROM RUN-LOCK-LINE
           CLOSE RUN_LOCK_FILE
           SET WS-LOCK-HELD TO TRUE.
       1085-EXIT.
           EXIT.

      * The run sequence is one more than the records on file, the
      * numbering 9000-WRITE-AUDIT-RECORD in AOCD2P1 uses.
       1100-NEXT-AUDIT-SEQ.
           MOVE ZERO TO WS-AUDIT-SEQ
           MOVE 'N' TO WS-AUDIT-EOF
           OPEN INPUT RUN_AUDIT_FILE
           IF WS-AUDIT-FILE-STATUS = "00"
               PERFORM 1150-COUNT-AUDIT-RECORD THRU 1150-EXIT
                       UNTIL WS-AUDIT-EOF = 'Y'
               CLOSE RUN_AUDIT_FILE
           END-IF
           ADD 1 TO WS-AUDIT-SEQ.
       1100-EXIT.
           EXIT.

       1150-COUNT-AUDIT-RECORD.
           READ RUN_AUDIT_FILE
               AT END
                   MOVE 'Y' TO WS-AUDIT-EOF
               NOT AT END
                   ADD 1 TO WS-AUDIT-SEQ
           END-READ.
       1150-EXIT.
           EXIT.

       2000-LOAD-GENERATION.
           MOVE 'N' TO WS-CAT-EOF
           OPEN INPUT BACKUP_CATALOG_FILE
           IF WS-CAT-FILE-STATUS NOT = "00"
               DISPLAY "BACKUP CATALOG NOT ON FILE - NOTHING TO "
                       "RESTORE FROM"
               SET WS-SET-REFUSED TO TRUE
               GO TO 2000-EXIT
           END-IF
           PERFORM 2100-LOAD-CATALOG-RECORD THRU 2100-EXIT
                   UNTIL WS-CAT-EOF = 'Y'
           CLOSE BACKUP_CATALOG_FILE

           IF NOT WS-GEN-FOUND
               DISPLAY "GENERATION " WS-RESTORE-GEN
                       " NOT ON THE BACKUP CATALOG"
               SET WS-SET-REFUSED TO TRUE
               GO TO 2000-EXIT
           END-IF
           IF WS-GEN-STATUS NOT = 'A'
               DISPLAY "GENERATION " WS-RESTORE-GEN " OF "
                       WS-GEN-DATE " HAS EXPIRED - SNAPSHOTS DELETED"
               SET WS-SET-REFUSED TO TRUE
               GO TO 2000-EXIT
           END-IF
           DISPLAY "RESTORING GENERATION " WS-RESTORE-GEN " OF "
                   WS-GEN-DATE " AT RUN SEQ " WS-GEN-AUDIT-SEQ.
       2000-EXIT.
           EXIT.

       2100-LOAD-CATALOG-RECORD.
           READ BACKUP_CATALOG_FILE INTO CATALOG-LINE
               AT END
                   MOVE 'Y' TO WS-CAT-EOF
                   GO TO 2100-EXIT
           END-READ
           IF CT-GENERATION NOT NUMERIC
                   OR CT-GENERATION NOT = WS-RESTORE-GEN
               GO TO 2100-EXIT
           END-IF
           IF CT-GENERATION-LINE
               SET WS-GEN-FOUND TO TRUE
               MOVE CT-DATE TO WS-GEN-DATE
               MOVE CT-AUDIT-SEQ TO WS-GEN-AUDIT-SEQ
               MOVE CT-MEMBER-COUNT TO WS-GEN-MEMBER-COUNT
               MOVE CT-STATUS TO WS-GEN-STATUS
               GO TO 2100-EXIT
           END-IF
           IF CT-MEMBER-LINE AND WS-MB-COUNT < WS-MB-MAX
               ADD 1 TO WS-MB-COUNT
               MOVE CT-FILE-NAME TO WS-MB-FILE-NAME(WS-MB-COUNT)
               MOVE CT-RECORDS TO WS-MB-RECORDS(WS-MB-COUNT)
               MOVE CT-PRESENT TO WS-MB-PRESENT(WS-MB-COUNT)
           END-IF.
       2100-EXIT.
           EXIT.

      * Every snapshot is read through and counted before any live
      * file is touched.
       3000-VERIFY-SET.
           IF WS-SET-REFUSED
               GO TO 3000-EXIT
           END-IF
           IF WS-MB-COUNT NOT = WS-GEN-MEMBER-COUNT
               DISPLAY "GENERATION " WS-RESTORE-GEN " CATALOGUES "
                       WS-GEN-MEMBER-COUNT " MEMBERS BUT "
                       WS-MB-COUNT " ARE LISTED"
               SET WS-SET-REFUSED TO TRUE
           END-IF
           MOVE ZERO TO WS-MB-IX
           PERFORM 3100-VERIFY-MEMBER THRU 3100-EXIT
                   UNTIL WS-MB-IX >= WS-MB-COUNT.
       3000-EXIT.
           EXIT.

       3100-VERIFY-MEMBER.
           ADD 1 TO WS-MB-IX
           PERFORM 3150-BUILD-SNAPSHOT-NAME THRU 3150-EXIT
           OPEN INPUT COPY_IN_FILE
           IF WS-COPY-IN-STATUS NOT = "00"
               DISPLAY "SNAPSHOT " WS-COPY-IN-NAME " MISSING"
               SET WS-SET-REFUSED TO TRUE
               GO TO 3100-EXIT
           END-IF
           MOVE ZERO TO WS-COPY-COUNT
           MOVE 'N' TO WS-COPY-EOF
           PERFORM 3200-COUNT-SNAPSHOT-RECORD THRU 3200-EXIT
                   UNTIL WS-COPY-EOF = 'Y'
           CLOSE COPY_IN_FILE
           IF WS-COPY-COUNT NOT = WS-MB-RECORDS(WS-MB-IX)
               DISPLAY "SNAPSHOT " WS-COPY-IN-NAME " HOLDS "
                       WS-COPY-COUNT " RECORDS - CATALOG SAYS "
                       WS-MB-RECORDS(WS-MB-IX)
               SET WS-SET-REFUSED TO TRUE
           END-IF.
       3100-EXIT.
           EXIT.

      * backup_g<generation>_<name>, as 2150-BUILD-SNAPSHOT-NAME in
      * AOCD2BK names it.
       3150-BUILD-SNAPSHOT-NAME.
           MOVE WS-RESTORE-GEN TO WS-SNAPSHOT-GEN
           MOVE WS-MB-FILE-NAME(WS-MB-IX) TO WS-SNAPSHOT-MEMBER
           MOVE SPACES TO WS-COPY-IN-NAME
           STRING "backup_g" DELIMITED BY SIZE
                   WS-SNAPSHOT-GEN DELIMITED BY SIZE
                   "_" DELIMITED BY SIZE
                   WS-SNAPSHOT-MEMBER DELIMITED BY SPACE
                   INTO WS-COPY-IN-NAME
           END-STRING.
       3150-EXIT.
           EXIT.

       3200-COUNT-SNAPSHOT-RECORD.
           READ COPY_IN_FILE
               AT END
                   MOVE 'Y' TO WS-COPY-EOF
               NOT AT END
                   ADD 1 TO WS-COPY-COUNT
           END-READ.
       3200-EXIT.
           EXIT.

       4000-RESTORE-SET.
           MOVE ZERO TO WS-MB-IX
           PERFORM 4100-RESTORE-MEMBER THRU 4100-EXIT
                   UNTIL WS-MB-IX >= WS-MB-COUNT.
       4000-EXIT.
           EXIT.

       4100-RESTORE-MEMBER.
           ADD 1 TO WS-MB-IX
           PERFORM 3150-BUILD-SNAPSHOT-NAME THRU 3150-EXIT
           MOVE WS-MB-FILE-NAME(WS-MB-IX) TO WS-COPY-OUT-NAME
           MOVE ZERO TO WS-COPY-COUNT

           IF NOT WS-MB-WAS-PRESENT(WS-MB-IX)
               CALL "CBL_DELETE_FILE" USING WS-COPY-OUT-NAME
                   RETURNING WS-DELETE-RC
               END-CALL
               DISPLAY WS-COPY-OUT-NAME
                       " WAS NOT ON FILE AT THE BACKUP - REMOVED"
               ADD 1 TO WS-MEMBERS-RESTORED
               GO TO 4100-EXIT
           END-IF

           IF WS-MB-FILE-NAME(WS-MB-IX) = "player_master.dat"
               PERFORM 4300-RELOAD-MASTER THRU 4300-EXIT
           ELSE
               PERFORM 4200-COPY-MEMBER THRU 4200-EXIT
           END-IF
           ADD 1 TO WS-MEMBERS-RESTORED
           ADD WS-COPY-COUNT TO WS-RECORDS-RESTORED
           DISPLAY WS-COPY-OUT-NAME " RESTORED FROM "
                   WS-COPY-IN-NAME " (" WS-COPY-COUNT " RECORDS)".
       4100-EXIT.
           EXIT.

       4200-COPY-MEMBER.
           OPEN INPUT COPY_IN_FILE
           OPEN OUTPUT COPY_OUT_FILE
           IF WS-COPY-IN-STATUS NOT = "00"
                   OR WS-COPY-OUT-STATUS NOT = "00"
               PERFORM 4900-RESTORE-FAILED THRU 4900-EXIT
           END-IF
           MOVE 'N' TO WS-COPY-EOF
           PERFORM 4250-COPY-ONE-RECORD THRU 4250-EXIT
                   UNTIL WS-COPY-EOF = 'Y'
           CLOSE COPY_IN_FILE
           CLOSE COPY_OUT_FILE.
       4200-EXIT.
           EXIT.

       4250-COPY-ONE-RECORD.
           READ COPY_IN_FILE
               AT END
                   MOVE 'Y' TO WS-COPY-EOF
               NOT AT END
                   WRITE COPY-OUT-REC FROM COPY-IN-REC
                   ADD 1 TO WS-COPY-COUNT
           END-READ.
       4250-EXIT.
           EXIT.

      * The unload is in key order, so the master is rebuilt by
      * sequential load.
       4300-RELOAD-MASTER.
           OPEN INPUT COPY_IN_FILE
           OPEN OUTPUT PLAYER_MASTER_FILE
           IF WS-COPY-IN-STATUS NOT = "00"
               PERFORM 4900-RESTORE-FAILED THRU 4900-EXIT
           END-IF
           IF WS-PMAST-FILE-STATUS NOT = "00"
               MOVE WS-PMAST-FILE-STATUS TO WS-COPY-OUT-STATUS
               PERFORM 4900-RESTORE-FAILED THRU 4900-EXIT
           END-IF
           MOVE 'N' TO WS-COPY-EOF
           PERFORM 4350-RELOAD-ONE-PLAYER THRU 4350-EXIT
                   UNTIL WS-COPY-EOF = 'Y'
           CLOSE COPY_IN_FILE
           CLOSE PLAYER_MASTER_FILE.
       4300-EXIT.
           EXIT.

       4350-RELOAD-ONE-PLAYER.
           READ COPY_IN_FILE
               AT END
                   MOVE 'Y' TO WS-COPY-EOF
                   GO TO 4350-EXIT
           END-READ
           MOVE COPY-IN-REC TO PLAYER-MASTER-RECORD
           WRITE PLAYER-MASTER-RECORD
               INVALID KEY
                   MOVE WS-PMAST-FILE-STATUS TO WS-COPY-OUT-STATUS
                   PERFORM 4900-RESTORE-FAILED THRU 4900-EXIT
           END-WRITE
           ADD 1 TO WS-COPY-COUNT.
       4350-EXIT.
           EXIT.

      * Part of the set may already be back. The lock stays held so
      * nothing runs on a mixed set; the audit record shows the
      * failure.
       4900-RESTORE-FAILED.
           DISPLAY "RESTORE OF " WS-COPY-OUT-NAME " FROM "
                   WS-COPY-IN-NAME " FAILED - FILE STATUS "
                   WS-COPY-IN-STATUS "/" WS-COPY-OUT-STATUS
           DISPLAY "MASTERS ARE PART RESTORED AND REMAIN LOCKED - "
                   "CORRECT THE FAULT AND RERUN THE RESTORE"
           MOVE 16 TO RETURN-CODE
           PERFORM 9000-WRITE-AUDIT-RECORD THRU 9000-EXIT
           STOP RUN.
       4900-EXIT.
           EXIT.

       8000-TERMINATE.
           IF WS-SET-REFUSED
               DISPLAY "GENERATION " WS-RESTORE-GEN
                       " IS NOT A COMPLETE SET - NOTHING RESTORED"
               MOVE 16 TO RETURN-CODE
      * The failed restore this run took over left the masters part
      * restored; they stay locked until a restore goes through.
               IF WS-LOCK-TAKEN-OVER
                   DISPLAY "MASTERS ARE STILL PART RESTORED AND REMAIN "
                           "LOCKED - RERUN THE RESTORE"
                   MOVE 'N' TO WS-LOCK-HELD-SW
               END-IF
               GO TO 8000-EXIT
           END-IF
           DISPLAY "GENERATION " WS-RESTORE-GEN " RESTORED - "
                   WS-MEMBERS-RESTORED " MEMBERS, "
                   WS-RECORDS-RESTORED " RECORDS".
       8000-EXIT.
           EXIT.

      * One audit record per execution, refused or not, so the
      * operations review sees every attempt on the masters.
       9000-WRITE-AUDIT-RECORD.
           MOVE WS-AUDIT-SEQ TO AU-RUN-SEQ
           MOVE WS-RUN-DATE TO AU-DATE
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-TIME(1:6) TO AU-TIME
           MOVE 'R' TO AU-MODE
           MOVE 'N' TO AU-DESIRED-SW
           MOVE WS-RESTORE-GEN TO WS-SNAPSHOT-GEN
           MOVE SPACES TO AU-FILE-NAME
           STRING "backup_g" DELIMITED BY SIZE
                   WS-SNAPSHOT-GEN DELIMITED BY SIZE
                   INTO AU-FILE-NAME
           END-STRING
           MOVE WS-MEMBERS-RESTORED TO AU-REC-COUNT
           MOVE WS-RECORDS-RESTORED TO AU-ROUND-COUNT
           MOVE ZERO TO AU-REJECT-COUNT
           MOVE WS-RESTORE-GEN TO AU-TOTAL
           MOVE WS-GEN-AUDIT-SEQ TO AU-TOTAL2
           MOVE RETURN-CODE TO AU-RETURN-CODE

           OPEN EXTEND RUN_AUDIT_FILE
           IF WS-AUDIT-FILE-STATUS = "35"
               OPEN OUTPUT RUN_AUDIT_FILE
           END-IF
           IF WS-AUDIT-FILE-STATUS = "00"
               WRITE RUN-AUDIT-REC FROM AUDIT-LINE
               CLOSE RUN_AUDIT_FILE
           ELSE
               DISPLAY "RUN AUDIT FILE NOT AVAILABLE - FILE STATUS "
                       WS-AUDIT-FILE-STATUS
           END-IF.
       9000-EXIT.
           EXIT.

      * Released last, after the audit record. A run that never took
      * the lock leaves the file alone.
       9100-RELEASE-RUN-LOCK.
           IF WS-LOCK-HELD
               OPEN OUTPUT RUN_LOCK_FILE
               CLOSE RUN_LOCK_FILE
               MOVE 'N' TO WS-LOCK-HELD-SW
           END-IF.
       9100-EXIT.
           EXIT.
