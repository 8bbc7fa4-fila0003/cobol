      *              cuts each night plus a replay of AUDIT-JOURNAL-FILE.
      *              The backup's MASTER BACKUP header line carries the
      *              date the backup was cut; journal entries dated after
      *              that date (ADDED, ACCEPTED, AIDDISB, LATEFEE,
      *              WITHDRAW, NAMECHG, PGMXFER, GRADED) are replayed to
      *              roll the rebuilt file forward to current. The
      *              restore is then proved: the CONTROL-TOTALS-FILE
      *              record count and tuition total plus the replayed
      *              net must equal the rebuilt file's totals, the same
      *              arithmetic the batch window's nightly balance proof
      *              runs. Entries the journal cannot fully reconstruct
      *              (an ADDED entry carries no name or program, a
      *              NAMECHG entry only the old name) are flagged on the
      *              recovery report for manual follow-up instead of
      *              being dropped.
      *     Tectonics: cobc
      *
      *     Modification History:
      *      2026-09-02  EF  Initial version.
      *      2026-10-15  EF  AIDDISB entries from AID-DISBURSE replay the
      *                      same way as ACCEPTED - the journaled new
      *                      balance is set and the change is added to
      *                      the replayed net.
      *      2026-10-15  EF  LATEFEE entries from LATE-FEE-ASSESS replay
      *                      the same way as ACCEPTED.
      *    *****************************************************************
           IDENTIFICATION DIVISION.
           PROGRAM-ID. MASTER-RECOVER.
                       WHEN 'ADDED'
                           PERFORM 261-REPLAY-ADDED-ENTRY
                       WHEN 'ACCEPTED'
                       WHEN 'AIDDISB'
                       WHEN 'LATEFEE'
                           PERFORM 262-REPLAY-ACCEPTED-ENTRY
                       WHEN 'WITHDRAW'
                           PERFORM 263-REPLAY-WITHDRAW-ENTRY
