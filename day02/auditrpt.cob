       AUTHOR. lel.
       DATE-WRITTEN. Aug 22, 2026.

      * Run-history report over the audit trail appended by AOCD2P1
      * (and by AOCD2RS, whose set restores log as mode R).
      * Prints every audited execution - run sequence, date/time,
      * mode, file name, counts, totals, and final return code -
      * with optional selection for the operations review:
