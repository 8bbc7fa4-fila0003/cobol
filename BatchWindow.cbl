      *              reconciles the run with a control-total report
      *              (records added, transactions applied, transactions
      *              rejected) read back off the files those two steps
      *              produced. Once the balance proof is done the day's
      *              general ledger extract is cut (GL-INTERFACE).
      *     Tectonics: cobc
      *
      *     Modification History:
      *                      to PROJECT1 and OnlineUpdate; the journal
      *                      layout here picks up the new operator
      *                      field those programs write.
      *      2026-10-15  EF  AIDDISB entries written by AID-DISBURSE are
      *                      tallied with ACCEPTED, so an aid or sponsor
      *                      credit posted during the window moves the
      *                      journal net the balance proof checks.
      *      2026-10-15  EF  LATEFEE entries written by LATE-FEE-ASSESS
      *                      are tallied with ACCEPTED, so a late fee
      *                      charged during the window keeps the
      *                      balance proof in balance.
      *      2026-10-15  EF  New GLEXTRACT step after the balance proof
      *                      calls GL-INTERFACE with the window's start
      *                      date to cut the day's general ledger
      *                      extract. Step timings now print once the
      *                      GL step is done, and a resume skips a proof
      *                      step that already completed instead of
      *                      proving the day twice.
      *      2026-10-15  EF  Optional INTEGRITY step after the GL extract
      *                      calls INTEGRITY-AUDIT for the cross-file
      *                      referential checks and carries its six
      *                      exception counts on the control report.
      *                      It runs when the run card's new integrity
      *                      audit flag is Y (the console is asked when
      *                      there is no card) and is otherwise recorded
      *                      SKIPPED, which does not reopen the window.
      *    *****************************************************************
           IDENTIFICATION DIVISION.
           PROGRAM-ID. BATCH-WINDOW.

      *    One card per run, set up by the scheduler: intake mode I/B
      *    for PROJECT1, transaction source K/F and checkpoint-resume
      *    policy Y/N for OnlineUpdate, the step-resume policy Y/N
      *    this driver answers its own resume question with, the
      *    operator ID, and Y to run the referential integrity audit
      *    (space on an older card, which leaves the audit skipped).
          FD RUN-PARAMETER-FILE.
          01  RUN-PARAMETER-RECORD.
               05 CRD-INTAKE-MODE         PIC X(1).
               05 CRD-STEP-RESUME-POLICY  PIC X(1).
               05 FILLER                  PIC X(1).
               05 CRD-OPERATOR-ID         PIC X(8).
               05 FILLER                  PIC X(1).
               05 CRD-INTEGRITY-AUDIT     PIC X(1).

           WORKING-STORAGE SECTION.

               05  STEP-RESUME-POLICY-PARM    PIC X(1) VALUE SPACE.
               05  MASTER-UNAVAILABLE-SW      PIC X(1) VALUE 'N'.
                   88  MASTER-IS-UNAVAILABLE    VALUE 'Y'.
               05  CONTROL-REPORT-OPEN-SW     PIC X(1) VALUE 'N'.
                   88  CONTROL-REPORT-IS-OPEN   VALUE 'Y'.
               05  INTEGRITY-AUDIT-SW         PIC X(1) VALUE 'N'.
                   88  INTEGRITY-AUDIT-WANTED   VALUE 'Y'.
               05  INTEGRITY-ANSWER           PIC X(1).
               05  INTEGRITY-RAN-SW           PIC X(1) VALUE 'N'.
                   88  INTEGRITY-AUDIT-RAN      VALUE 'Y'.

      *    Passed to PROJECT1: the card's intake mode and operator ID,
      *    or spaces when there is no card so PROJECT1 prompts as
               05  RESTART-POLICY-FLAG        PIC X(1) VALUE SPACE.
               05  OPERATOR-ID-PARM           PIC X(8) VALUE SPACE.

      *    Passed to GL-INTERFACE: the date the window's journal tally
      *    starts from, so the extract covers the same entries the
      *    balance proof did.
           01  GL-RUN-PARMS.
               05  GL-FROM-DATE-PARM          PIC 9(8) VALUE ZERO.

      *    Returned by INTEGRITY-AUDIT: the exception count of each of
      *    its six checks, for the control report.
           01  INTEGRITY-RUN-PARMS.
               05  PLAN-ORPHAN-PARM           PIC 9(5) VALUE ZERO.
               05  HISTORY-ORPHAN-PARM        PIC 9(5) VALUE ZERO.
               05  STANDING-ORPHAN-PARM       PIC 9(5) VALUE ZERO.
               05  BAD-PROGRAM-PARM           PIC 9(5) VALUE ZERO.
               05  BAD-COURSE-PARM            PIC 9(5) VALUE ZERO.
               05  UNRATED-PROGRAM-PARM       PIC 9(5) VALUE ZERO.

           01  STEP-TABLE.
               05  STEP-ENTRY OCCURS 6 TIMES.
                   10  STP-NAME           PIC X(10).
                   10  STP-PRIOR-STATUS   PIC X(8).
                       88  STP-PRIOR-COMPLETE  VALUE 'COMPLETE'.
                   'BALANCE PROOF: NO PRIOR CONTROL TOTALS'.
               05  FILLER  PIC X(42) VALUE SPACE.

           01  INTEGRITY-HEADING-LINE.
               05  FILLER  PIC X(26) VALUE
                   'INTEGRITY AUDIT EXCEPTIONS'.
               05  FILLER  PIC X(54) VALUE SPACE.

           01  INTEGRITY-COUNT-LINE.
               05  ICL-LABEL           PIC X(26).
               05  ICL-COUNT           PIC ZZZZ9.
               05  FILLER              PIC X(49) VALUE SPACE.

           01  STEP-TIMING-LINE.
               05  FILLER              PIC X(5)  VALUE 'STEP '.
               05  STL-STEP-NAME       PIC X(10).
               PERFORM 200-RUN-POSTING-STEP.
               PERFORM 200-RUN-RECONCILE-STEP.
               PERFORM 200-RUN-PROOF-STEP.
               PERFORM 200-RUN-GL-EXTRACT-STEP.
               PERFORM 200-RUN-INTEGRITY-STEP.
               PERFORM 200-CLOSE-CONTROL-REPORT.
               CLOSE RUN-CONTROL-FILE.
               GOBACK.

                           TO STEP-RESUME-POLICY-PARM
                       MOVE CRD-OPERATOR-ID TO INTAKE-OPERATOR-PARM
                       MOVE CRD-OPERATOR-ID TO OPERATOR-ID-PARM
                       MOVE CRD-INTEGRITY-AUDIT TO INTEGRITY-AUDIT-SW
                       DISPLAY 'RUN PARAMETER CARD READ - WINDOW'
                               ' RUNS UNATTENDED.'
               END-READ.
               MOVE 'POSTING'   TO STP-NAME (2).
               MOVE 'RECONCILE' TO STP-NAME (3).
               MOVE 'PROOF'     TO STP-NAME (4).
               MOVE 'GLEXTRACT' TO STP-NAME (5).
               MOVE 'INTEGRITY' TO STP-NAME (6).
               PERFORM 510-CLEAR-STEP-ENTRY
                   VARYING STEP-SCAN-SUBSCRIPT FROM 1 BY 1
                   UNTIL STEP-SCAN-SUBSCRIPT > 6.
               OPEN INPUT RUN-CONTROL-FILE.
               IF RUN-CONTROL-STATUS = '00'
                   MOVE 'Y' TO MORE-RUN-CONTROL-RECORDS
               MOVE 'Y' TO ALL-STEPS-COMPLETE-SW.
               PERFORM 540-CHECK-STEP-COMPLETE
                   VARYING STEP-SCAN-SUBSCRIPT FROM 1 BY 1
                   UNTIL STEP-SCAN-SUBSCRIPT > 6.
               IF PRIOR-STEPS-WERE-READ
                       AND NOT ALL-PRIOR-STEPS-COMPLETE
                   PERFORM 550-OFFER-STEP-RESUME
               IF RESUMING-PRIOR-WINDOW
                   PERFORM 560-CARRY-COMPLETED-STEP
                       VARYING STEP-SCAN-SUBSCRIPT FROM 1 BY 1
                       UNTIL STEP-SCAN-SUBSCRIPT > 6
      *    A resume that crosses midnight still belongs to the window
      *    that failed, so the journal tally and the balance proof
      *    work from the failed window's start date, not today's.
                   PERFORM 565-CARRY-WINDOW-START-DATE
                       VARYING STEP-SCAN-SUBSCRIPT FROM 1 BY 1
                       UNTIL STEP-SCAN-SUBSCRIPT > 6
               END-IF.

               565-CARRY-WINDOW-START-DATE.
               530-NOTE-STEP-STATUS.
               PERFORM 535-MATCH-STEP-NAME
                   VARYING STEP-SCAN-SUBSCRIPT FROM 1 BY 1
                   UNTIL STEP-SCAN-SUBSCRIPT > 6.
               PERFORM 520-READ-RUN-CONTROL-RECORD.

               535-MATCH-STEP-NAME.
                       TO STP-END-TIME (STEP-SCAN-SUBSCRIPT)
               END-IF.

      *    A run control file written before the GL step existed has
      *    no GLEXTRACT record at all; a window whose proof completed
      *    is not reopened for that alone. The integrity audit is
      *    optional: skipped, or never reached on an older file, it
      *    leaves nothing to resume.
               540-CHECK-STEP-COMPLETE.
               IF STEP-SCAN-SUBSCRIPT = 5
                       AND STP-PRIOR-STATUS (5) = SPACE
                       AND STP-PRIOR-COMPLETE (4)
                   EXIT PARAGRAPH
               END-IF.
               IF STEP-SCAN-SUBSCRIPT = 6
                       AND (STP-PRIOR-STATUS (6) = SPACE
                           OR STP-PRIOR-STATUS (6) = 'SKIPPED')
                   EXIT PARAGRAPH
               END-IF.
               IF NOT STP-PRIOR-COMPLETE (STEP-SCAN-SUBSCRIPT)
                   MOVE 'N' TO ALL-STEPS-COMPLETE-SW
               END-IF.
                   EXIT PARAGRAPH
               END-IF.
               MOVE 4 TO STEP-SUBSCRIPT.
      *    A proof already done for this window has rolled the control
      *    totals forward to the proven master; proving again would
      *    add the day's journal net a second time.
               IF RESUMING-PRIOR-WINDOW
                       AND STP-PRIOR-COMPLETE (4)
                   PERFORM 590-STEP-WAS-CARRIED
                   EXIT PARAGRAPH
               END-IF.
               IF RESUMING-PRIOR-WINDOW
                       AND STP-PRIOR-COMPLETE (3)
      *    Reconciliation was skipped on this resume, so its work is
               ELSE
                   PERFORM 580-END-STEP
               END-IF.

      *    The extract reads the journal from the window's start date,
      *    the same entries the balance proof tallied.
               200-RUN-GL-EXTRACT-STEP.
               IF WINDOW-HAS-FAILED
                   EXIT PARAGRAPH
               END-IF.
               MOVE 5 TO STEP-SUBSCRIPT.
               IF RESUMING-PRIOR-WINDOW
                       AND STP-PRIOR-COMPLETE (5)
                   PERFORM 590-STEP-WAS-CARRIED
                   EXIT PARAGRAPH
               END-IF.
               PERFORM 580-BEGIN-STEP.
               MOVE WINDOW-START-DATE TO GL-FROM-DATE-PARM.
               CALL 'GL-INTERFACE' USING GL-RUN-PARMS.
               IF RETURN-CODE NOT = ZERO
                   PERFORM 580-FAIL-STEP
               ELSE
                   PERFORM 580-END-STEP
               END-IF.

      *    The audit only reads, so it follows everything that updates
      *    a file. Not wanted this window, it is recorded SKIPPED.
               200-RUN-INTEGRITY-STEP.
               IF WINDOW-HAS-FAILED
                   EXIT PARAGRAPH
               END-IF.
               MOVE 6 TO STEP-SUBSCRIPT.
               IF RESUMING-PRIOR-WINDOW
                       AND STP-PRIOR-COMPLETE (6)
                   PERFORM 590-STEP-WAS-CARRIED
                   EXIT PARAGRAPH
               END-IF.
               IF NOT RUN-CARD-WAS-READ
                   MOVE SPACE TO INTEGRITY-ANSWER
                   PERFORM UNTIL INTEGRITY-ANSWER = 'y'
                           OR INTEGRITY-ANSWER = 'n'
                       DISPLAY 'Run the referential integrity audit?'
                               ' (y/n)'
                       ACCEPT INTEGRITY-ANSWER
                   END-PERFORM
                   IF INTEGRITY-ANSWER = 'y'
                       MOVE 'Y' TO INTEGRITY-AUDIT-SW
                   END-IF
               END-IF.
               IF NOT INTEGRITY-AUDIT-WANTED
                   MOVE 'SKIPPED' TO STP-RUN-STATUS (6)
                   PERFORM 570-WRITE-RUN-CONTROL-RECORD
                   EXIT PARAGRAPH
               END-IF.
               PERFORM 580-BEGIN-STEP.
               CALL 'INTEGRITY-AUDIT' USING INTEGRITY-RUN-PARMS.
               IF RETURN-CODE NOT = ZERO
                   PERFORM 580-FAIL-STEP
               ELSE
                   MOVE 'Y' TO INTEGRITY-RAN-SW
                   PERFORM 580-END-STEP
               END-IF.

      *    Step timings close the control report once every step that
      *    is going to run has run. A resume that carried the proof
      *    step never reopened the report, so the timings are added to
      *    the end of the one that window left. A window that stopped
      *    before reconciliation has no report to finish.
               200-CLOSE-CONTROL-REPORT.
               IF NOT CONTROL-REPORT-IS-OPEN
                   IF NOT STP-PRIOR-COMPLETE (4)
                           OR NOT RESUMING-PRIOR-WINDOW
                       EXIT PARAGRAPH
                   END-IF
                   OPEN EXTEND BATCH-CONTROL-REPORT-FILE
               END-IF.
               IF INTEGRITY-AUDIT-RAN
                   PERFORM 610-WRITE-INTEGRITY-COUNTS
               END-IF.
               PERFORM 600-WRITE-STEP-TIMINGS
                   VARYING STEP-SCAN-SUBSCRIPT FROM 1 BY 1
                   UNTIL STEP-SCAN-SUBSCRIPT > 6.
               CLOSE BATCH-CONTROL-REPORT-FILE.

               600-WRITE-STEP-TIMINGS.
                   TO STL-STEP-STATUS.
               WRITE REPORT-LINE FROM STEP-TIMING-LINE.

               610-WRITE-INTEGRITY-COUNTS.
               WRITE REPORT-LINE FROM INTEGRITY-HEADING-LINE.
               MOVE 'PLANS - NO STUDENT:' TO ICL-LABEL.
               MOVE PLAN-ORPHAN-PARM TO ICL-COUNT.
               WRITE REPORT-LINE FROM INTEGRITY-COUNT-LINE.
               MOVE 'COURSE HIST - NO STUDENT:' TO ICL-LABEL.
               MOVE HISTORY-ORPHAN-PARM TO ICL-COUNT.
               WRITE REPORT-LINE FROM INTEGRITY-COUNT-LINE.
               MOVE 'STANDING - NO STUDENT:' TO ICL-LABEL.
               MOVE STANDING-ORPHAN-PARM TO ICL-COUNT.
               WRITE REPORT-LINE FROM INTEGRITY-COUNT-LINE.
               MOVE 'BAD PROGRAM ON MASTER:' TO ICL-LABEL.
               MOVE BAD-PROGRAM-PARM TO ICL-COUNT.
               WRITE REPORT-LINE FROM INTEGRITY-COUNT-LINE.
               MOVE 'BAD COURSE ON MASTER:' TO ICL-LABEL.
               MOVE BAD-COURSE-PARM TO ICL-COUNT.
               WRITE REPORT-LINE FROM INTEGRITY-COUNT-LINE.
               MOVE 'ACTIVE PROGRAM - NO RATE:' TO ICL-LABEL.
               MOVE UNRATED-PROGRAM-PARM TO ICL-COUNT.
               WRITE REPORT-LINE FROM INTEGRITY-COUNT-LINE.

               200-RECONCILE-BATCH.
               PERFORM 300-COUNT-JOURNAL-ACTIVITY.
               PERFORM 300-COUNT-SUSPENSE-RECORDS.
                           ADD 1 TO RECORDS-ADDED-COUNT
                           ADD JRN-NEW-BALANCE TO JOURNAL-NET-CHANGE
                       WHEN 'ACCEPTED'
                       WHEN 'AIDDISB'
                       WHEN 'LATEFEE'
                           ADD 1 TO TRANSACTIONS-APPLIED-COUNT
                           ADD JRN-NEW-BALANCE TO JOURNAL-NET-CHANGE
                           SUBTRACT JRN-OLD-BALANCE

               300-WRITE-CONTROL-REPORT.
               OPEN OUTPUT BATCH-CONTROL-REPORT-FILE.
               MOVE 'Y' TO CONTROL-REPORT-OPEN-SW.
               WRITE REPORT-LINE FROM HEADING-LINE-1.
               MOVE RECORDS-ADDED-COUNT TO CTL-RECORDS-ADDED.
               WRITE REPORT-LINE FROM RECORDS-ADDED-LINE.
