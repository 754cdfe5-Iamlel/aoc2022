      * the whole morning, and a clean end-of-cycle clears the
      * record the same way 8050-CLEAR-CHECKPOINT clears a
      * checkpoint in AOCD2P1.
      * The plan's first step is the AOCD2BK backup, so the masters
      * as they stood at the start of the cycle are always one
      * generation back - a bad AOCD2P1 or AOCD2RP step later in the
      * plan is undone by restoring it through AOCD2RS. A backup
      * that fails ends RC 16 and stops the cycle before anything
      * has been touched.
      * The plan's last step is the AOCD2BL balancing proof, which
      * ties the day's figures out across the shared files and ends
      * RC 8 on any item out of balance, so the cycle ends flagged.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
