      *                      onto each statement line (the report line
      *                      widened to 90 to make room), so a
      *                      disputed entry shows who posted it.
      *      2026-10-15  EF  AIDDISB entries from AID-DISBURSE carry the
      *                      running balance like ACCEPTED and now take
      *                      part in the balance chain check.
      *      2026-10-15  EF  LATEFEE entries from LATE-FEE-ASSESS join
      *                      the balance chain check as well.
      *    *****************************************************************
           IDENTIFICATION DIVISION.
           PROGRAM-ID. STUDENT-STATEMENT.
               WRITE REPORT-LINE FROM STUDENT-ID-LINE.
               WRITE REPORT-LINE FROM COLUMN-HEADING-LINE.

      *    Only ADDED, ACCEPTED, AIDDISB, LATEFEE and WITHDRAW entries
      *    carry the running balance, so only those take part in the
      *    chain check; REJECTED and GRADED entries print but leave the
      *    chain alone.
               420-WRITE-STATEMENT-LINE.
               IF STE-STATUS (STMT-SUBSCRIPT) = 'ADDED'
                       OR STE-STATUS (STMT-SUBSCRIPT) = 'ACCEPTED'
                       OR STE-STATUS (STMT-SUBSCRIPT) = 'AIDDISB'
                       OR STE-STATUS (STMT-SUBSCRIPT) = 'LATEFEE'
                       OR STE-STATUS (STMT-SUBSCRIPT) = 'WITHDRAW'
                   IF PRIOR-BALANCE-KNOWN
                           AND STE-OLD-BALANCE (STMT-SUBSCRIPT)
