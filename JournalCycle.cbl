      *                      ID field; the archive and replacement
      *                      records widened from 88 to 97 bytes so
      *                      the field cycles through intact.
      *      2026-10-15  EF  The by-status tally now carries AIDDISB,
      *                      the status AID-DISBURSE journals when an
      *                      aid or sponsor award is credited, so aid
      *                      shows by status instead of landing in
      *                      OTHER.
      *      2026-10-15  EF  The by-status tally now carries LATEFEE,
      *                      the status LATE-FEE-ASSESS journals, so
      *                      late fees show by status instead of
      *                      landing in OTHER.
      *      2026-10-15  EF  The by-status tally now carries HOLDADD and
      *                      HOLDREL, the statuses HOLD-MAINT and
      *                      HOLD-NIGHTLY journal, so hold activity
      *                      shows by status instead of landing in
      *                      OTHER.
      *      2026-10-15  EF  The by-status tally now carries PENDING,
      *                      APPROVED and DENIED, the statuses the
      *                      supervisor approval queue journals, so
      *                      held adjustments show by status instead
      *                      of landing in OTHER.
      *      2026-10-15  EF  The by-status tally now carries FORMPAY,
      *                      COLLREF and WRITEOFF, the former-student
      *                      receivables statuses, so that activity
      *                      shows by status instead of landing in
      *                      OTHER.
      *    *****************************************************************
           IDENTIFICATION DIVISION.
           PROGRAM-ID. JOURNAL-CYCLE.
               05  ENTRIES-RETAINED-COUNT  PIC 9(7) VALUE ZERO.
               05  ARCHIVE-FILE-RECORDS  PIC 9(7) VALUE ZERO.
               05  RETAINED-FILE-RECORDS PIC 9(7) VALUE ZERO.
               05  STATUS-SUBSCRIPT      PIC 9(2).
               05  MATCHED-STATUS-ENTRY  PIC 9(2).
               05  COUNTS-BALANCE-SW     PIC X(1).
                   88  COUNTS-ARE-IN-BALANCE  VALUE 'Y'.
               05  CYCLE-ABORT-SW        PIC X(1) VALUE 'N'.
                   88  CYCLE-WAS-ABORTED      VALUE 'Y'.

           01  STATUS-TALLY-TABLE.
               05  STATUS-TALLY-ENTRY OCCURS 19 TIMES.
                   10  STL-STATUS          PIC X(8).
                   10  STL-ARCHIVED-COUNT  PIC 9(7).
                   10  STL-RETAINED-COUNT  PIC 9(7).
               MOVE 'NAMECHG'  TO STL-STATUS (6).
               MOVE 'PGMXFER'  TO STL-STATUS (7).
               MOVE 'REFUND'   TO STL-STATUS (8).
               MOVE 'AIDDISB'  TO STL-STATUS (9).
               MOVE 'LATEFEE'  TO STL-STATUS (10).
               MOVE 'HOLDADD'  TO STL-STATUS (11).
               MOVE 'HOLDREL'  TO STL-STATUS (12).
               MOVE 'PENDING'  TO STL-STATUS (13).
               MOVE 'APPROVED' TO STL-STATUS (14).
               MOVE 'DENIED'   TO STL-STATUS (15).
               MOVE 'FORMPAY'  TO STL-STATUS (16).
               MOVE 'COLLREF'  TO STL-STATUS (17).
               MOVE 'WRITEOFF' TO STL-STATUS (18).
               MOVE 'OTHER'    TO STL-STATUS (19).
               PERFORM 210-ZERO-STATUS-TALLY
                   VARYING STATUS-SUBSCRIPT FROM 1 BY 1
                   UNTIL STATUS-SUBSCRIPT > 19.
      *    A journal that cannot be opened must not reach the cycle
      *    loop (the read status never goes to AT END and it would
      *    spin), and the archive and replacement files are left
               PERFORM 300-READ-NEXT-JOURNAL-ENTRY.

               310-FIND-STATUS-ENTRY.
               MOVE 19 TO MATCHED-STATUS-ENTRY.
               PERFORM 320-MATCH-STATUS-ENTRY
                   VARYING STATUS-SUBSCRIPT FROM 1 BY 1
                   UNTIL STATUS-SUBSCRIPT > 18.

               320-MATCH-STATUS-ENTRY.
               IF JRN-STATUS = STL-STATUS (STATUS-SUBSCRIPT)
               WRITE REPORT-LINE FROM STATUS-HEADING-LINE.
               PERFORM 350-WRITE-STATUS-LINE
                   VARYING STATUS-SUBSCRIPT FROM 1 BY 1
                   UNTIL STATUS-SUBSCRIPT > 19.
               MOVE 'ARCHIVE FILE RECORDS:' TO CNT-LABEL.
               MOVE ARCHIVE-FILE-RECORDS TO CNT-VALUE.
               WRITE REPORT-LINE FROM COUNT-LINE.
