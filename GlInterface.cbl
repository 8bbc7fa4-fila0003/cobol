      *    *****************************************************************
      *     Author:
      *     Date:
      *     Purpose: Daily general ledger interface. Reads the day's
      *              AUDIT-JOURNAL-FILE entries that moved money and
      *              sorts each into an entry kind:
      *                ADDED    - opening balance of a new student
      *                BILLING  - ACCEPTED with the TERM BILLING tag
      *                RECEIPT  - ACCEPTED with the RECEIPT tag
      *                ADJUST   - any other ACCEPTED (keyed updates)
      *                AIDDISB  - aid and sponsor credits
      *                LATEFEE  - late fee charges
      *                WITHDRAW - balance written down on withdrawal
      *                OVERPAY  - REFUND of a cashier overpayment
      *                AIDREFND - REFUND of an aid overpayment
      *                REFUND   - any other REFUND (keyed refunds)
      *                FORMPAY  - payment on a former-student account
      *                WRITEOFF - former-student balance written off
      *              plus any other status that changed a balance,
      *              under its own status name. GL-ACCOUNT-MAP-FILE,
      *              kept by finance, gives the debit and credit
      *              account for each kind; its RECEIVBL line names the
      *              receivables account. A kind that can move the
      *              balance either way (ADJUST) is posted with the
      *              accounts turned around when it reduces the
      *              balance, so the receivables account is always on
      *              the side the balance moved. Postings are totalled
      *              by account and written to GL-EXTRACT-FILE as one
      *              debit and/or credit line per account between a
      *              header and a trailer that both carry the line
      *              count and debit/credit totals. The summary report
      *              proves debits equal credits and that the net
      *              posted to receivables equals the net change in
      *              tuition owed journaled for the day - the same
      *              figure BATCH-WINDOW's balance proof uses. Run as
      *              the window's GL step after the balance proof, the
      *              journal is read from the window's start date;
      *              stand-alone it reads today's entries.
      *     Tectonics: cobc
      *
      *     Modification History:
      *      2026-10-15  EF  Initial version.
      *      2026-10-15  EF  FORMPAY and WRITEOFF entries move the
      *                      former-student receivables, not tuition
      *                      owed on the master, so they post on their
      *                      own map lines as written and stay out of
      *                      the receivables proof. A WITHDRAW now moves
      *                      the balance to former-student receivables;
      *                      finance's WITHDRAW map line names that
      *                      account as the debit.
      *    *****************************************************************
           IDENTIFICATION DIVISION.
           PROGRAM-ID. GL-INTERFACE.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT  AUDIT-JOURNAL-FILE
                   ASSIGN TO  ""
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS JOURNAL-FILE-STATUS.
               SELECT  GL-ACCOUNT-MAP-FILE
                   ASSIGN TO  ""
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS MAP-FILE-STATUS.
               SELECT  GL-EXTRACT-FILE
                   ASSIGN TO  ""
                       ORGANIZATION IS LINE SEQUENTIAL.
               SELECT  GL-SUMMARY-REPORT-FILE
                   ASSIGN TO  ""
                       ORGANIZATION IS LINE SEQUENTIAL.

          DATA DIVISION.
          FILE SECTION.
          FD AUDIT-JOURNAL-FILE.
          01  JOURNAL-RECORD.
               05 JRN-STUDENT-NUMBER      PIC 9(6).
               05 FILLER                  PIC X(1)  VALUE SPACE.
               05 JRN-TRANSACTION-AMOUNT  PIC S9(5)V99.
               05 FILLER                  PIC X(1)  VALUE SPACE.
               05 JRN-OLD-BALANCE         PIC 9(5)V99.
               05 FILLER                  PIC X(1)  VALUE SPACE.
               05 JRN-NEW-BALANCE         PIC 9(5)V99.
               05 FILLER                  PIC X(1)  VALUE SPACE.
               05 JRN-DATE                PIC 9(8).
               05 FILLER                  PIC X(1)  VALUE SPACE.
               05 JRN-TIME                PIC 9(8).
               05 FILLER                  PIC X(1)  VALUE SPACE.
               05 JRN-STATUS              PIC X(8).
               05 FILLER                  PIC X(1)  VALUE SPACE.
               05 JRN-REASON              PIC X(30).
               05 FILLER                  PIC X(1)  VALUE SPACE.
               05 JRN-OPERATOR-ID         PIC X(8).

      *    One line per entry kind: the kind, then the account debited
      *    and the account credited when that kind raises the balance
      *    (or, for the refund kinds, when the refund is owed).
          FD GL-ACCOUNT-MAP-FILE.
          01  GL-ACCOUNT-MAP-RECORD.
               88 EOF-GL-ACCOUNT-MAP-FILE VALUE HIGH-VALUE.
               05 GLM-ENTRY-KIND          PIC X(8).
               05 FILLER                  PIC X(1).
               05 GLM-DEBIT-ACCOUNT       PIC X(10).
               05 FILLER                  PIC X(1).
               05 GLM-CREDIT-ACCOUNT      PIC X(10).

          FD GL-EXTRACT-FILE.
          01  GL-EXTRACT-CONTROL-RECORD.
               05 GLX-RECORD-TYPE         PIC X(1).
                   88 GLX-HEADER-RECORD      VALUE 'H'.
                   88 GLX-TRAILER-RECORD     VALUE 'T'.
               05 FILLER                  PIC X(1).
               05 GLX-SOURCE-SYSTEM       PIC X(8).
               05 FILLER                  PIC X(1).
               05 GLX-RUN-DATE            PIC 9(8).
               05 FILLER                  PIC X(1).
               05 GLX-FROM-DATE           PIC 9(8).
               05 FILLER                  PIC X(1).
               05 GLX-DETAIL-COUNT        PIC 9(7).
               05 FILLER                  PIC X(1).
               05 GLX-DEBIT-TOTAL         PIC 9(9)V99.
               05 FILLER                  PIC X(1).
               05 GLX-CREDIT-TOTAL        PIC 9(9)V99.
          01  GL-EXTRACT-DETAIL-RECORD.
               05 GLD-RECORD-TYPE         PIC X(1).
               05 FILLER                  PIC X(1).
               05 GLD-ACCOUNT             PIC X(10).
               05 FILLER                  PIC X(1).
               05 GLD-DEBIT-CREDIT        PIC X(1).
               05 FILLER                  PIC X(1).
               05 GLD-AMOUNT              PIC 9(9)V99.
               05 FILLER                  PIC X(1).
               05 GLD-POSTING-DATE        PIC 9(8).

          FD GL-SUMMARY-REPORT-FILE.
          01  REPORT-LINE             PIC X(80).

           WORKING-STORAGE SECTION.

           01  GLOBALS.
               05  JOURNAL-FILE-STATUS   PIC X(2).
               05  MAP-FILE-STATUS       PIC X(2).
               05  GL-RUN-DATE           PIC 9(8).
               05  GL-FROM-DATE          PIC 9(8).
               05  MORE-JOURNAL-RECORDS  PIC X(1) VALUE 'Y'.
                   88  NO-MORE-JOURNAL-RECORDS  VALUE 'N'.
               05  GL-RUN-STARTED-SW     PIC X(1) VALUE 'N'.
                   88  GL-RUN-STARTED       VALUE 'Y'.
               05  RECEIVABLE-ACCOUNT    PIC X(10) VALUE SPACE.
               05  MAP-COUNT             PIC 9(2) VALUE ZERO.
               05  MAP-SUBSCRIPT         PIC 9(2).
               05  MATCHED-MAP-ENTRY     PIC 9(2).
               05  ACCOUNT-COUNT         PIC 9(2) VALUE ZERO.
               05  ACCOUNT-SUBSCRIPT     PIC 9(2).
               05  MATCHED-ACCOUNT       PIC 9(2).
               05  MATCH-ACCOUNT-NAME    PIC X(10).
               05  ENTRY-KIND            PIC X(8).
               05  ENTRY-AMOUNT          PIC S9(7)V99.
               05  ENTRY-RECEIVABLE-SW   PIC X(1).
                   88  ENTRY-MOVES-RECEIVABLE  VALUE 'Y'.
               05  POST-DEBIT-ACCOUNT    PIC X(10).
               05  POST-CREDIT-ACCOUNT   PIC X(10).
               05  POST-AMOUNT           PIC 9(7)V99.
               05  JOURNAL-NET-CHANGE    PIC S9(9)V99 VALUE ZERO.
               05  RECEIVABLE-NET-CHANGE PIC S9(9)V99 VALUE ZERO.
               05  TOTAL-DEBITS          PIC 9(9)V99 VALUE ZERO.
               05  TOTAL-CREDITS         PIC 9(9)V99 VALUE ZERO.
               05  EXTRACT-DETAIL-COUNT  PIC 9(7) VALUE ZERO.
               05  ENTRIES-POSTED-COUNT  PIC 9(5) VALUE ZERO.
               05  UNMAPPED-COUNT        PIC 9(5) VALUE ZERO.
               05  UNMAPPED-TOTAL        PIC 9(9)V99 VALUE ZERO.
               05  GL-OUT-OF-BALANCE-SW  PIC X(1) VALUE 'N'.
                   88  GL-IS-OUT-OF-BALANCE  VALUE 'Y'.
               05  CONTROL-RECORD-TYPE   PIC X(1).
               05  DETAIL-DEBIT-CREDIT   PIC X(1).
               05  DETAIL-AMOUNT         PIC 9(9)V99.

      *    The RECEIPT and TERM BILLING tags OnlineUpdate and
      *    TERM-BILLING journal in the reason of an ACCEPTED entry.
           01  JOURNAL-REASON-WORK.
               05  JRW-PREFIX             PIC X(8).
               05  FILLER                 PIC X(22).
           01  BILLING-REASON-WORK REDEFINES JOURNAL-REASON-WORK.
               05  BRW-PREFIX             PIC X(13).
               05  FILLER                 PIC X(17).

           01  GL-MAP-TABLE.
               05  GL-MAP-ENTRY OCCURS 20 TIMES.
                   10  GMT-ENTRY-KIND       PIC X(8).
                   10  GMT-DEBIT-ACCOUNT    PIC X(10).
                   10  GMT-CREDIT-ACCOUNT   PIC X(10).
                   10  GMT-ENTRY-COUNT      PIC 9(5).
                   10  GMT-ENTRY-TOTAL      PIC 9(9)V99.

           01  GL-ACCOUNT-TABLE.
               05  GL-ACCOUNT-ENTRY OCCURS 40 TIMES.
                   10  GAT-ACCOUNT          PIC X(10).
                   10  GAT-DEBIT-TOTAL      PIC 9(9)V99.
                   10  GAT-CREDIT-TOTAL     PIC 9(9)V99.

           01  HEADING-LINE-1.
               05  FILLER  PIC X(28) VALUE
                   'GL INTERFACE SUMMARY'.
               05  FILLER  PIC X(7)  VALUE ' AS OF '.
               05  HD1-RUN-DATE  PIC 9(8).
               05  FILLER  PIC X(37) VALUE SPACE.

           01  HEADING-LINE-2.
               05  FILLER  PIC X(28) VALUE
                   'JOURNAL ENTRIES FROM'.
               05  FILLER  PIC X(7)  VALUE SPACE.
               05  HD2-FROM-DATE PIC 9(8).
               05  FILLER  PIC X(37) VALUE SPACE.

           01  KIND-HEADING-LINE.
               05  FILLER  PIC X(10) VALUE 'KIND'.
               05  FILLER  PIC X(7)  VALUE '  COUNT'.
               05  FILLER  PIC X(16) VALUE '          AMOUNT'.
               05  FILLER  PIC X(2)  VALUE SPACE.
               05  FILLER  PIC X(12) VALUE 'DEBIT'.
               05  FILLER  PIC X(33) VALUE 'CREDIT'.

           01  KIND-DETAIL-LINE.
               05  KDL-ENTRY-KIND      PIC X(8).
               05  FILLER              PIC X(2)  VALUE SPACE.
               05  KDL-ENTRY-COUNT     PIC ZZZZZZ9.
               05  FILLER              PIC X(2)  VALUE SPACE.
               05  KDL-ENTRY-TOTAL     PIC ZZZ,ZZZ,ZZ9.99.
               05  FILLER              PIC X(2)  VALUE SPACE.
               05  KDL-DEBIT-ACCOUNT   PIC X(10).
               05  FILLER              PIC X(2)  VALUE SPACE.
               05  KDL-CREDIT-ACCOUNT  PIC X(10).
               05  FILLER              PIC X(23) VALUE SPACE.

           01  ACCOUNT-HEADING-LINE.
               05  FILLER  PIC X(12) VALUE 'ACCOUNT'.
               05  FILLER  PIC X(14) VALUE '        DEBITS'.
               05  FILLER  PIC X(2)  VALUE SPACE.
               05  FILLER  PIC X(14) VALUE '       CREDITS'.
               05  FILLER  PIC X(38) VALUE SPACE.

           01  ACCOUNT-DETAIL-LINE.
               05  ADL-ACCOUNT         PIC X(10).
               05  FILLER              PIC X(2)  VALUE SPACE.
               05  ADL-DEBIT-TOTAL     PIC ZZZ,ZZZ,ZZ9.99.
               05  FILLER              PIC X(2)  VALUE SPACE.
               05  ADL-CREDIT-TOTAL    PIC ZZZ,ZZZ,ZZ9.99.
               05  FILLER              PIC X(38) VALUE SPACE.

           01  AMOUNT-LINE.
               05  AMT-LABEL           PIC X(30).
               05  AMT-VALUE           PIC ZZZ,ZZZ,ZZ9.99-.
               05  FILLER              PIC X(35) VALUE SPACE.

           01  COUNT-LINE.
               05  CNT-LABEL           PIC X(30).
               05  CNT-VALUE           PIC ZZZZ9.
               05  FILLER              PIC X(45) VALUE SPACE.

           01  DEBITS-BALANCE-LINE.
               05  FILLER  PIC X(36) VALUE
                   'DEBITS EQUAL CREDITS: IN BALANCE'.
               05  FILLER  PIC X(44) VALUE SPACE.

           01  DEBITS-OUT-OF-BALANCE-LINE.
               05  FILLER  PIC X(44) VALUE
                   '** DEBITS DO NOT EQUAL CREDITS **'.
               05  FILLER  PIC X(36) VALUE SPACE.

           01  RECEIVABLE-BALANCE-LINE.
               05  FILLER  PIC X(44) VALUE
                   'RECEIVABLES PROOF: IN BALANCE'.
               05  FILLER  PIC X(36) VALUE SPACE.

           01  RECEIVABLE-OUT-OF-BALANCE-LINE.
               05  FILLER  PIC X(44) VALUE
                   '** RECEIVABLES PROOF: OUT OF BALANCE **'.
               05  FILLER  PIC X(36) VALUE SPACE.

           01  BLANK-LINE                PIC X(80) VALUE SPACE.

           LINKAGE SECTION.

      *    Passed by the batch window driver: the window's start date,
      *    so a resumed window that crossed midnight extracts the same
      *    entries its balance proof tallied. Zero or no parms at all
      *    means today.
           01  GL-RUN-PARMS.
               05  GL-FROM-DATE-PARM      PIC 9(8).

           PROCEDURE DIVISION USING GL-RUN-PARMS.

               100-PRODUCE-GL-EXTRACT.
               ACCEPT GL-RUN-DATE FROM DATE YYYYMMDD.
               MOVE GL-RUN-DATE TO GL-FROM-DATE.
               IF ADDRESS OF GL-RUN-PARMS NOT = NULL
                   IF GL-FROM-DATE-PARM IS NUMERIC
                           AND GL-FROM-DATE-PARM > 0
                       MOVE GL-FROM-DATE-PARM TO GL-FROM-DATE
                   END-IF
               END-IF.
               PERFORM 200-INIT-GL-RUN.
               PERFORM 250-TAKE-ONE-JOURNAL-ENTRY
                   UNTIL NO-MORE-JOURNAL-RECORDS.
               IF GL-RUN-STARTED
                   PERFORM 200-WRITE-GL-EXTRACT
                   PERFORM 200-WRITE-GL-SUMMARY
               END-IF.
               PERFORM 200-FINALIZE-GL-RUN.
               GOBACK.

      *    Without the account map nothing can be posted, and without
      *    its RECEIVBL line no entry can be turned the right way round,
      *    so the run stops and the window step is failed. A journal
      *    not yet created just means a day with nothing to post.
               200-INIT-GL-RUN.
               PERFORM 210-LOAD-ACCOUNT-MAP.
               IF MAP-COUNT = 0
                       OR RECEIVABLE-ACCOUNT = SPACE
                   DISPLAY '** GL ACCOUNT MAP MISSING, EMPTY OR WITHOUT'
                           ' RECEIVBL - GL EXTRACT NOT RUN **'
                   MOVE 8 TO RETURN-CODE
                   SET NO-MORE-JOURNAL-RECORDS TO TRUE
                   EXIT PARAGRAPH
               END-IF.
               OPEN INPUT AUDIT-JOURNAL-FILE.
               IF JOURNAL-FILE-STATUS NOT = '00'
                   SET NO-MORE-JOURNAL-RECORDS TO TRUE
               END-IF.
               OPEN OUTPUT GL-EXTRACT-FILE.
               OPEN OUTPUT GL-SUMMARY-REPORT-FILE.
               MOVE 'Y' TO GL-RUN-STARTED-SW.
               IF NOT NO-MORE-JOURNAL-RECORDS
                   PERFORM 300-READ-NEXT-JOURNAL-RECORD
               END-IF.

               210-LOAD-ACCOUNT-MAP.
               OPEN INPUT GL-ACCOUNT-MAP-FILE.
               IF MAP-FILE-STATUS NOT = '00'
                   EXIT PARAGRAPH
               END-IF.
               PERFORM 215-READ-NEXT-MAP-LINE.
               PERFORM 230-TABLE-ONE-MAP-LINE
                   UNTIL EOF-GL-ACCOUNT-MAP-FILE.
               CLOSE GL-ACCOUNT-MAP-FILE.

               215-READ-NEXT-MAP-LINE.
               READ GL-ACCOUNT-MAP-FILE
                   AT END SET EOF-GL-ACCOUNT-MAP-FILE TO TRUE
               END-READ.

               230-TABLE-ONE-MAP-LINE.
               IF GLM-ENTRY-KIND = 'RECEIVBL'
                   MOVE GLM-DEBIT-ACCOUNT TO RECEIVABLE-ACCOUNT
                   PERFORM 215-READ-NEXT-MAP-LINE
                   EXIT PARAGRAPH
               END-IF.
               IF GLM-ENTRY-KIND = SPACE
                       OR GLM-DEBIT-ACCOUNT = SPACE
                       OR GLM-CREDIT-ACCOUNT = SPACE
                   DISPLAY 'GL MAP LINE SKIPPED - NOT VALID: '
                           GL-ACCOUNT-MAP-RECORD
               ELSE
                   IF MAP-COUNT < 20
                       ADD 1 TO MAP-COUNT
                       MOVE GLM-ENTRY-KIND
                           TO GMT-ENTRY-KIND (MAP-COUNT)
                       MOVE GLM-DEBIT-ACCOUNT
                           TO GMT-DEBIT-ACCOUNT (MAP-COUNT)
                       MOVE GLM-CREDIT-ACCOUNT
                           TO GMT-CREDIT-ACCOUNT (MAP-COUNT)
                       MOVE ZERO TO GMT-ENTRY-COUNT (MAP-COUNT)
                       MOVE ZERO TO GMT-ENTRY-TOTAL (MAP-COUNT)
                   ELSE
                       DISPLAY '** MORE THAN 20 GL MAP LINES -'
                               ' LINE SKIPPED **'
                   END-IF
               END-IF.
               PERFORM 215-READ-NEXT-MAP-LINE.

               300-READ-NEXT-JOURNAL-RECORD.
               READ AUDIT-JOURNAL-FILE
                   AT END SET NO-MORE-JOURNAL-RECORDS TO TRUE
               END-READ.

      *    The tuition-owed net is tallied status for status the way
      *    BATCH-WINDOW's 330-TALLY-JOURNAL-RECORD tallies it, so the
      *    receivables proof here ties to the window's balance proof.
      *    REFUND entries never move the balance (old and new are
      *    equal) and post outside receivables on their own amount.
      *    FORMPAY and WRITEOFF move a former student's balance, which
      *    is off the master, so they post outside the proof as well.
               250-TAKE-ONE-JOURNAL-ENTRY.
               IF JRN-DATE < GL-FROM-DATE
                   PERFORM 300-READ-NEXT-JOURNAL-RECORD
                   EXIT PARAGRAPH
               END-IF.
               MOVE JRN-REASON TO JOURNAL-REASON-WORK.
               MOVE SPACE TO ENTRY-KIND.
               MOVE 'Y' TO ENTRY-RECEIVABLE-SW.
               COMPUTE ENTRY-AMOUNT =
                   JRN-NEW-BALANCE - JRN-OLD-BALANCE.
               EVALUATE JRN-STATUS
                   WHEN 'ADDED'
                       MOVE 'ADDED' TO ENTRY-KIND
                       MOVE JRN-NEW-BALANCE TO ENTRY-AMOUNT
                   WHEN 'ACCEPTED'
                       EVALUATE TRUE
                           WHEN JRW-PREFIX = 'RECEIPT '
                               MOVE 'RECEIPT' TO ENTRY-KIND
                           WHEN BRW-PREFIX = 'TERM BILLING '
                               MOVE 'BILLING' TO ENTRY-KIND
                           WHEN OTHER
                               MOVE 'ADJUST' TO ENTRY-KIND
                       END-EVALUATE
                   WHEN 'AIDDISB'
                   WHEN 'LATEFEE'
                       MOVE JRN-STATUS TO ENTRY-KIND
                   WHEN 'WITHDRAW'
                       MOVE 'WITHDRAW' TO ENTRY-KIND
                       COMPUTE ENTRY-AMOUNT = ZERO - JRN-OLD-BALANCE
                   WHEN 'FORMPAY'
                   WHEN 'WRITEOFF'
                       MOVE 'N' TO ENTRY-RECEIVABLE-SW
                       MOVE JRN-STATUS TO ENTRY-KIND
                   WHEN 'REFUND'
                       MOVE 'N' TO ENTRY-RECEIVABLE-SW
                       MOVE JRN-TRANSACTION-AMOUNT TO ENTRY-AMOUNT
                       EVALUATE JRN-REASON
                           WHEN 'OVERPAYMENT REFUND'
                               MOVE 'OVERPAY' TO ENTRY-KIND
                           WHEN 'AID OVERPAYMENT REFUND'
                               MOVE 'AIDREFND' TO ENTRY-KIND
                           WHEN OTHER
                               MOVE 'REFUND' TO ENTRY-KIND
                       END-EVALUATE
                   WHEN OTHER
                       IF JRN-NEW-BALANCE NOT = JRN-OLD-BALANCE
                           MOVE JRN-STATUS TO ENTRY-KIND
                       END-IF
               END-EVALUATE.
               IF ENTRY-KIND NOT = SPACE
                       AND ENTRY-AMOUNT NOT = 0
                   IF ENTRY-MOVES-RECEIVABLE
                       ADD ENTRY-AMOUNT TO JOURNAL-NET-CHANGE
                   END-IF
                   PERFORM 310-POST-ONE-ENTRY
               END-IF.
               PERFORM 300-READ-NEXT-JOURNAL-RECORD.

      *    A receivables entry always lands with the receivables
      *    account on the side the balance moved: the map line is used
      *    as written when it already does, and turned round when not.
               310-POST-ONE-ENTRY.
               MOVE ZERO TO MATCHED-MAP-ENTRY.
               PERFORM 315-MATCH-MAP-ENTRY
                   VARYING MAP-SUBSCRIPT FROM 1 BY 1
                   UNTIL MAP-SUBSCRIPT > MAP-COUNT
                       OR MATCHED-MAP-ENTRY > 0.
               IF ENTRY-AMOUNT < 0
                   COMPUTE POST-AMOUNT = ZERO - ENTRY-AMOUNT
               ELSE
                   MOVE ENTRY-AMOUNT TO POST-AMOUNT
               END-IF.
               IF MATCHED-MAP-ENTRY = 0
                   DISPLAY 'GL - NO ACCOUNT MAP FOR ' ENTRY-KIND
                           ' STUDENT ' JRN-STUDENT-NUMBER
                           ' - NOT EXTRACTED'
                   ADD 1 TO UNMAPPED-COUNT
                   ADD POST-AMOUNT TO UNMAPPED-TOTAL
                   EXIT PARAGRAPH
               END-IF.
               ADD 1 TO GMT-ENTRY-COUNT (MATCHED-MAP-ENTRY).
               ADD POST-AMOUNT TO GMT-ENTRY-TOTAL (MATCHED-MAP-ENTRY).
               MOVE GMT-DEBIT-ACCOUNT (MATCHED-MAP-ENTRY)
                   TO POST-DEBIT-ACCOUNT.
               MOVE GMT-CREDIT-ACCOUNT (MATCHED-MAP-ENTRY)
                   TO POST-CREDIT-ACCOUNT.
               IF ENTRY-MOVES-RECEIVABLE
                   IF (ENTRY-AMOUNT > 0
                           AND POST-CREDIT-ACCOUNT = RECEIVABLE-ACCOUNT)
                       OR (ENTRY-AMOUNT < 0
                           AND POST-CREDIT-ACCOUNT
                               NOT = RECEIVABLE-ACCOUNT)
                       MOVE GMT-CREDIT-ACCOUNT (MATCHED-MAP-ENTRY)
                           TO POST-DEBIT-ACCOUNT
                       MOVE GMT-DEBIT-ACCOUNT (MATCHED-MAP-ENTRY)
                           TO POST-CREDIT-ACCOUNT
                   END-IF
               END-IF.
               MOVE POST-DEBIT-ACCOUNT TO MATCH-ACCOUNT-NAME.
               PERFORM 320-FIND-ACCOUNT-ENTRY.
               IF MATCHED-ACCOUNT > 0
                   ADD POST-AMOUNT TO GAT-DEBIT-TOTAL (MATCHED-ACCOUNT)
               END-IF.
               MOVE POST-CREDIT-ACCOUNT TO MATCH-ACCOUNT-NAME.
               PERFORM 320-FIND-ACCOUNT-ENTRY.
               IF MATCHED-ACCOUNT > 0
                   ADD POST-AMOUNT TO GAT-CREDIT-TOTAL (MATCHED-ACCOUNT)
               END-IF.
               ADD 1 TO ENTRIES-POSTED-COUNT.

               315-MATCH-MAP-ENTRY.
               IF GMT-ENTRY-KIND (MAP-SUBSCRIPT) = ENTRY-KIND
                   MOVE MAP-SUBSCRIPT TO MATCHED-MAP-ENTRY
               END-IF.

      *    Accounts are tabled as they are first posted to. The map
      *    holds at most 20 kinds, so 40 accounts is never reached in
      *    practice; the guard is there all the same.
               320-FIND-ACCOUNT-ENTRY.
               MOVE ZERO TO MATCHED-ACCOUNT.
               PERFORM 325-MATCH-ACCOUNT-ENTRY
                   VARYING ACCOUNT-SUBSCRIPT FROM 1 BY 1
                   UNTIL ACCOUNT-SUBSCRIPT > ACCOUNT-COUNT
                       OR MATCHED-ACCOUNT > 0.
               IF MATCHED-ACCOUNT = 0
                   IF ACCOUNT-COUNT < 40
                       ADD 1 TO ACCOUNT-COUNT
                       MOVE ACCOUNT-COUNT TO MATCHED-ACCOUNT
                       MOVE MATCH-ACCOUNT-NAME
                           TO GAT-ACCOUNT (MATCHED-ACCOUNT)
                       MOVE ZERO TO GAT-DEBIT-TOTAL (MATCHED-ACCOUNT)
                       MOVE ZERO TO GAT-CREDIT-TOTAL (MATCHED-ACCOUNT)
                   ELSE
                       DISPLAY '** MORE THAN 40 GL ACCOUNTS - '
                               MATCH-ACCOUNT-NAME ' NOT EXTRACTED **'
                       MOVE 'Y' TO GL-OUT-OF-BALANCE-SW
                   END-IF
               END-IF.

               325-MATCH-ACCOUNT-ENTRY.
               IF GAT-ACCOUNT (ACCOUNT-SUBSCRIPT) = MATCH-ACCOUNT-NAME
                   MOVE ACCOUNT-SUBSCRIPT TO MATCHED-ACCOUNT
               END-IF.

      *    Every posting is in the account table before the first
      *    line goes out, so the header can carry the same control
      *    totals as the trailer.
               200-WRITE-GL-EXTRACT.
               PERFORM 330-TOTAL-ONE-ACCOUNT
                   VARYING ACCOUNT-SUBSCRIPT FROM 1 BY 1
                   UNTIL ACCOUNT-SUBSCRIPT > ACCOUNT-COUNT.
               MOVE 'H' TO CONTROL-RECORD-TYPE.
               PERFORM 340-WRITE-CONTROL-RECORD.
               PERFORM 350-WRITE-ACCOUNT-LINES
                   VARYING ACCOUNT-SUBSCRIPT FROM 1 BY 1
                   UNTIL ACCOUNT-SUBSCRIPT > ACCOUNT-COUNT.
               MOVE 'T' TO CONTROL-RECORD-TYPE.
               PERFORM 340-WRITE-CONTROL-RECORD.

               330-TOTAL-ONE-ACCOUNT.
               ADD GAT-DEBIT-TOTAL (ACCOUNT-SUBSCRIPT) TO TOTAL-DEBITS.
               ADD GAT-CREDIT-TOTAL (ACCOUNT-SUBSCRIPT)
                   TO TOTAL-CREDITS.
               IF GAT-DEBIT-TOTAL (ACCOUNT-SUBSCRIPT) > 0
                   ADD 1 TO EXTRACT-DETAIL-COUNT
               END-IF.
               IF GAT-CREDIT-TOTAL (ACCOUNT-SUBSCRIPT) > 0
                   ADD 1 TO EXTRACT-DETAIL-COUNT
               END-IF.
               IF GAT-ACCOUNT (ACCOUNT-SUBSCRIPT) = RECEIVABLE-ACCOUNT
                   COMPUTE RECEIVABLE-NET-CHANGE =
                       GAT-DEBIT-TOTAL (ACCOUNT-SUBSCRIPT)
                           - GAT-CREDIT-TOTAL (ACCOUNT-SUBSCRIPT)
               END-IF.

               340-WRITE-CONTROL-RECORD.
               MOVE SPACES TO GL-EXTRACT-CONTROL-RECORD.
               MOVE CONTROL-RECORD-TYPE  TO GLX-RECORD-TYPE.
               MOVE 'BURSAR'             TO GLX-SOURCE-SYSTEM.
               MOVE GL-RUN-DATE          TO GLX-RUN-DATE.
               MOVE GL-FROM-DATE         TO GLX-FROM-DATE.
               MOVE EXTRACT-DETAIL-COUNT TO GLX-DETAIL-COUNT.
               MOVE TOTAL-DEBITS         TO GLX-DEBIT-TOTAL.
               MOVE TOTAL-CREDITS        TO GLX-CREDIT-TOTAL.
               WRITE GL-EXTRACT-CONTROL-RECORD.

               350-WRITE-ACCOUNT-LINES.
               IF GAT-DEBIT-TOTAL (ACCOUNT-SUBSCRIPT) > 0
                   MOVE 'D' TO DETAIL-DEBIT-CREDIT
                   MOVE GAT-DEBIT-TOTAL (ACCOUNT-SUBSCRIPT)
                       TO DETAIL-AMOUNT
                   PERFORM 355-WRITE-DETAIL-RECORD
               END-IF.
               IF GAT-CREDIT-TOTAL (ACCOUNT-SUBSCRIPT) > 0
                   MOVE 'C' TO DETAIL-DEBIT-CREDIT
                   MOVE GAT-CREDIT-TOTAL (ACCOUNT-SUBSCRIPT)
                       TO DETAIL-AMOUNT
                   PERFORM 355-WRITE-DETAIL-RECORD
               END-IF.

               355-WRITE-DETAIL-RECORD.
               MOVE SPACES TO GL-EXTRACT-DETAIL-RECORD.
               MOVE 'D' TO GLD-RECORD-TYPE.
               MOVE GAT-ACCOUNT (ACCOUNT-SUBSCRIPT) TO GLD-ACCOUNT.
               MOVE DETAIL-DEBIT-CREDIT TO GLD-DEBIT-CREDIT.
               MOVE DETAIL-AMOUNT TO GLD-AMOUNT.
               MOVE GL-RUN-DATE TO GLD-POSTING-DATE.
               WRITE GL-EXTRACT-DETAIL-RECORD.

      *    Unmapped entries never reach the extract, so any at all
      *    leave receivables short of the journal and the proof shows
      *    it; they are listed by kind on the console as they are met.
               200-WRITE-GL-SUMMARY.
               MOVE GL-RUN-DATE  TO HD1-RUN-DATE.
               MOVE GL-FROM-DATE TO HD2-FROM-DATE.
               WRITE REPORT-LINE FROM HEADING-LINE-1.
               WRITE REPORT-LINE FROM HEADING-LINE-2.
               WRITE REPORT-LINE FROM BLANK-LINE.
               WRITE REPORT-LINE FROM KIND-HEADING-LINE.
               PERFORM 360-WRITE-ONE-KIND-LINE
                   VARYING MAP-SUBSCRIPT FROM 1 BY 1
                   UNTIL MAP-SUBSCRIPT > MAP-COUNT.
               WRITE REPORT-LINE FROM BLANK-LINE.
               WRITE REPORT-LINE FROM ACCOUNT-HEADING-LINE.
               PERFORM 370-WRITE-ONE-ACCOUNT-LINE
                   VARYING ACCOUNT-SUBSCRIPT FROM 1 BY 1
                   UNTIL ACCOUNT-SUBSCRIPT > ACCOUNT-COUNT.
               WRITE REPORT-LINE FROM BLANK-LINE.
               MOVE 'ENTRIES POSTED:' TO CNT-LABEL.
               MOVE ENTRIES-POSTED-COUNT TO CNT-VALUE.
               WRITE REPORT-LINE FROM COUNT-LINE.
               MOVE 'ENTRIES NOT MAPPED:' TO CNT-LABEL.
               MOVE UNMAPPED-COUNT TO CNT-VALUE.
               WRITE REPORT-LINE FROM COUNT-LINE.
               MOVE 'AMOUNT NOT MAPPED:' TO AMT-LABEL.
               MOVE UNMAPPED-TOTAL TO AMT-VALUE.
               WRITE REPORT-LINE FROM AMOUNT-LINE.
               MOVE 'EXTRACT DETAIL LINES:' TO CNT-LABEL.
               MOVE EXTRACT-DETAIL-COUNT TO CNT-VALUE.
               WRITE REPORT-LINE FROM COUNT-LINE.
               MOVE 'TOTAL DEBITS:' TO AMT-LABEL.
               MOVE TOTAL-DEBITS TO AMT-VALUE.
               WRITE REPORT-LINE FROM AMOUNT-LINE.
               MOVE 'TOTAL CREDITS:' TO AMT-LABEL.
               MOVE TOTAL-CREDITS TO AMT-VALUE.
               WRITE REPORT-LINE FROM AMOUNT-LINE.
               IF TOTAL-DEBITS = TOTAL-CREDITS
                       AND NOT GL-IS-OUT-OF-BALANCE
                   WRITE REPORT-LINE FROM DEBITS-BALANCE-LINE
               ELSE
                   WRITE REPORT-LINE FROM DEBITS-OUT-OF-BALANCE-LINE
                   MOVE 'Y' TO GL-OUT-OF-BALANCE-SW
               END-IF.
               MOVE 'RECEIVABLES NET CHANGE:' TO AMT-LABEL.
               MOVE RECEIVABLE-NET-CHANGE TO AMT-VALUE.
               WRITE REPORT-LINE FROM AMOUNT-LINE.
               MOVE 'TUITION OWED NET CHANGE:' TO AMT-LABEL.
               MOVE JOURNAL-NET-CHANGE TO AMT-VALUE.
               WRITE REPORT-LINE FROM AMOUNT-LINE.
               IF RECEIVABLE-NET-CHANGE = JOURNAL-NET-CHANGE
                   WRITE REPORT-LINE FROM RECEIVABLE-BALANCE-LINE
               ELSE
                   WRITE REPORT-LINE
                       FROM RECEIVABLE-OUT-OF-BALANCE-LINE
                   MOVE 'Y' TO GL-OUT-OF-BALANCE-SW
               END-IF.
               IF GL-IS-OUT-OF-BALANCE
                   DISPLAY '** GL EXTRACT OUT OF BALANCE - SEE GL'
                           ' SUMMARY REPORT **'
               END-IF.

               360-WRITE-ONE-KIND-LINE.
               MOVE GMT-ENTRY-KIND (MAP-SUBSCRIPT)   TO KDL-ENTRY-KIND.
               MOVE GMT-ENTRY-COUNT (MAP-SUBSCRIPT)  TO KDL-ENTRY-COUNT.
               MOVE GMT-ENTRY-TOTAL (MAP-SUBSCRIPT)  TO KDL-ENTRY-TOTAL.
               MOVE GMT-DEBIT-ACCOUNT (MAP-SUBSCRIPT)
                   TO KDL-DEBIT-ACCOUNT.
               MOVE GMT-CREDIT-ACCOUNT (MAP-SUBSCRIPT)
                   TO KDL-CREDIT-ACCOUNT.
               WRITE REPORT-LINE FROM KIND-DETAIL-LINE.

               370-WRITE-ONE-ACCOUNT-LINE.
               MOVE GAT-ACCOUNT (ACCOUNT-SUBSCRIPT) TO ADL-ACCOUNT.
               MOVE GAT-DEBIT-TOTAL (ACCOUNT-SUBSCRIPT)
                   TO ADL-DEBIT-TOTAL.
               MOVE GAT-CREDIT-TOTAL (ACCOUNT-SUBSCRIPT)
                   TO ADL-CREDIT-TOTAL.
               WRITE REPORT-LINE FROM ACCOUNT-DETAIL-LINE.

               200-FINALIZE-GL-RUN.
               IF GL-RUN-STARTED
                   IF JOURNAL-FILE-STATUS = '00'
                           OR JOURNAL-FILE-STATUS = '10'
                       CLOSE AUDIT-JOURNAL-FILE
                   END-IF
                   CLOSE GL-EXTRACT-FILE
                   CLOSE GL-SUMMARY-REPORT-FILE
                   DISPLAY 'GL EXTRACT DONE - ' ENTRIES-POSTED-COUNT
                           ' ENTRIES, ' EXTRACT-DETAIL-COUNT
                           ' DETAIL LINES.'
               END-IF.

               END PROGRAM GL-INTERFACE.
