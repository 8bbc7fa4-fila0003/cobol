      *    *****************************************************************
      *     Author:
      *     Date:
      *     Purpose: Term financial aid disbursement run. One pass over
      *              the keyed award file AID-AWARD-MAINT keeps: every
      *              award for the term being disbursed that has not
      *              already been credited is applied against its
      *              student's IND-TUITION-OWED and journaled AIDDISB,
      *              so aid and sponsor credits can be told apart from
      *              cashier receipts and keyed updates. An award
      *              larger than the balance pays the balance to zero
      *              and the excess is journaled REFUND and written to
      *              the refund extract, the same split OnlineUpdate
      *              gives an overpayment off the cashier file. Each
      *              award is stamped with the date it was disbursed,
      *              so a rerun of the same term credits nothing twice.
      *              The disbursement register lists every award
      *              considered with totals, and a sponsor invoice
      *              listing carries the third-party (type S) awards
      *              by sponsor with the amount to bill each one.
      *     Tectonics: cobc
      *
      *     Modification History:
      *      2026-10-15  EF  Initial version.
      *    *****************************************************************
           IDENTIFICATION DIVISION.
           PROGRAM-ID. AID-DISBURSE.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT  AID-AWARD-FILE
                   ASSIGN TO  ""
                       ORGANIZATION IS INDEXED
                       RECORD KEY IS AWD-KEY
                       FILE STATUS IS AWARD-FILE-STATUS.
               SELECT  STUDENT-FILE-INDEXED
                   ASSIGN TO  ""
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                       RECORD KEY IS IND-STUDENT-NUMBER
                       FILE STATUS IS STUDENT-FILE-STATUS.
               SELECT  AUDIT-JOURNAL-FILE
                   ASSIGN TO  ""
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS JOURNAL-FILE-STATUS.
               SELECT  REFUND-EXTRACT-FILE
                   ASSIGN TO  ""
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS REFUND-FILE-STATUS.
               SELECT  DISBURSE-REGISTER-FILE
                   ASSIGN TO  ""
                       ORGANIZATION IS LINE SEQUENTIAL.
               SELECT  SPONSOR-INVOICE-FILE
                   ASSIGN TO  ""
                       ORGANIZATION IS LINE SEQUENTIAL.

          DATA DIVISION.
          FILE SECTION.
          FD AID-AWARD-FILE.
          01  AID-AWARD-RECORD.
               05 AWD-KEY.
                   10 AWD-STUDENT-NUMBER  PIC 9(6).
                   10 AWD-TERM-CODE       PIC X(5).
                   10 AWD-SOURCE-CODE     PIC X(6).
               05 AWD-AWARD-TYPE          PIC X(1).
                   88 AWD-TYPE-AID        VALUE 'A'.
                   88 AWD-TYPE-SPONSOR    VALUE 'S'.
               05 AWD-AMOUNT              PIC 9(5)V99.
               05 AWD-DISBURSED-DATE      PIC 9(8).
                   88 AWD-NOT-DISBURSED   VALUE ZERO.

          FD STUDENT-FILE-INDEXED.
          01  IND-STUDENT-RECORD.
               05 IND-STUDENT-NUMBER  PIC 9(6).
               05 IND-TUITION-OWED    PIC 9(5)V99.
               05 IND-STUDENT-NAME    PIC X(40).
               05 IND-PROGRAM-CODE    PIC X(5).
               05 IND-COURSE-CODE-1   PIC X(7).
               05 IND-AVERAGE-1       PIC 9(3).
               05 IND-COURSE-CODE-2   PIC X(7).
               05 IND-AVERAGE-2       PIC 9(3).
               05 IND-COURSE-CODE-3   PIC X(7).
               05 IND-AVERAGE-3       PIC 9(3).
               05 IND-COURSE-CODE-4   PIC X(7).
               05 IND-AVERAGE-4       PIC 9(3).
               05 IND-COURSE-CODE-5   PIC X(7).
               05 IND-AVERAGE-5       PIC 9(3).

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

      *    The same extract OnlineUpdate writes refunds to; the daily
      *    REFUND-REGISTER proves it against the REFUND journal entries.
          FD REFUND-EXTRACT-FILE.
          01  REFUND-EXTRACT-RECORD.
               05 RFX-STUDENT-NUMBER      PIC 9(6).
               05 FILLER                  PIC X(1)  VALUE SPACE.
               05 RFX-STUDENT-NAME        PIC X(40).
               05 FILLER                  PIC X(1)  VALUE SPACE.
               05 RFX-AMOUNT              PIC 9(5)V99.
               05 FILLER                  PIC X(1)  VALUE SPACE.
               05 RFX-REFUND-DATE         PIC 9(8).

          FD DISBURSE-REGISTER-FILE.
          01  REPORT-LINE             PIC X(80).

          FD SPONSOR-INVOICE-FILE.
          01  INVOICE-LINE            PIC X(80).

           WORKING-STORAGE SECTION.

           01  GLOBALS.
               05  AWARD-FILE-STATUS     PIC X(2).
               05  STUDENT-FILE-STATUS   PIC X(2).
               05  JOURNAL-FILE-STATUS   PIC X(2).
               05  REFUND-FILE-STATUS    PIC X(2).
               05  DISBURSE-TERM-CODE    PIC X(5).
               05  DISBURSE-RUN-DATE     PIC 9(8).
               05  MORE-AWARDS           PIC X(1) VALUE 'Y'.
                   88  NO-MORE-AWARDS    VALUE 'N'.
               05  DISBURSE-OLD-BALANCE  PIC S9(6)V99.
               05  DISBURSE-NEW-BALANCE  PIC S9(6)V99.
               05  DISBURSE-JOURNAL-AMOUNT  PIC S9(5)V99.
               05  APPLIED-AMOUNT        PIC 9(5)V99.
               05  AID-REFUND-AMOUNT     PIC 9(5)V99.
               05  AWARDS-DISBURSED-COUNT   PIC 9(5) VALUE ZERO.
               05  AWARDS-HELD-COUNT     PIC 9(5) VALUE ZERO.
               05  AWARDS-REFUNDED-COUNT PIC 9(5) VALUE ZERO.
               05  TOTAL-AWARDED         PIC 9(9)V99 VALUE ZERO.
               05  TOTAL-CREDITED        PIC 9(9)V99 VALUE ZERO.
               05  TOTAL-REFUNDED        PIC 9(9)V99 VALUE ZERO.
               05  SPONSOR-ITEM-COUNT    PIC 9(3) VALUE ZERO.
               05  SPONSOR-SUBSCRIPT     PIC 9(3).
               05  SPONSOR-INSERT-AT     PIC 9(3).
               05  SPONSOR-SHIFT-SUB     PIC 9(3).
               05  SPONSOR-TABLE-FULL-SW PIC X(1) VALUE 'N'.
                   88  SPONSOR-TABLE-IS-FULL  VALUE 'Y'.
               05  BREAK-SOURCE-CODE     PIC X(6).
               05  SPONSOR-INVOICE-TOTAL PIC 9(9)V99 VALUE ZERO.
               05  ALL-INVOICES-TOTAL    PIC 9(9)V99 VALUE ZERO.
               05  OPERATOR-ID           PIC X(8) VALUE SPACE.
               05  DISBURSE-STARTED-SW   PIC X(1) VALUE 'N'.
                   88  DISBURSE-RUN-STARTED  VALUE 'Y'.

      *    The AIDDISB reason says what kind of award it was, where it
      *    came from and for which term, so the statement, the ledger
      *    feed and the aid office can each trace it back.
           01  AID-JOURNAL-REASON.
               05  RSN-AWARD-KIND        PIC X(8).
               05  RSN-SOURCE-CODE       PIC X(6).
               05  FILLER                PIC X(6)  VALUE ' TERM '.
               05  RSN-TERM-CODE         PIC X(5).
               05  FILLER                PIC X(5)  VALUE SPACE.

      *    The run's sponsor awards, kept in sponsor/student order by
      *    insertion as they are disbursed so each sponsor's invoice
      *    prints together, the way CASH-REGISTER orders its receipts.
           01  SPONSOR-ITEM-TABLE.
               05  SPONSOR-ITEM-ENTRY OCCURS 500 TIMES.
                   10  SPI-SORT-KEY.
                       15  SPI-SOURCE-CODE    PIC X(6).
                       15  SPI-STUDENT-NUMBER PIC 9(6).
                   10  SPI-STUDENT-NAME       PIC X(40).
                   10  SPI-AMOUNT             PIC 9(5)V99.

           01  WORK-SORT-KEY.
               05  WRK-SOURCE-CODE        PIC X(6).
               05  WRK-STUDENT-NUMBER     PIC 9(6).

           01  HEADING-LINE-1.
               05  FILLER  PIC X(36) VALUE
                   'FINANCIAL AID DISBURSEMENT  TERM   '.
               05  HD1-TERM-CODE  PIC X(5).
               05  FILLER  PIC X(39) VALUE SPACE.

           01  HEADING-LINE-2.
               05  FILLER  PIC X(8)  VALUE 'NUMBER'.
               05  FILLER  PIC X(9)  VALUE 'SOURCE T '.
               05  FILLER  PIC X(10) VALUE '    AWARD '.
               05  FILLER  PIC X(10) VALUE ' CREDITED '.
               05  FILLER  PIC X(10) VALUE ' REFUNDED '.
               05  FILLER  PIC X(11) VALUE '  BALANCE  '.
               05  FILLER  PIC X(22) VALUE 'NOTE'.

           01  DISBURSE-DETAIL-LINE.
               05  DDL-STUDENT-NUMBER  PIC 9(6).
               05  FILLER              PIC X(2)  VALUE SPACE.
               05  DDL-SOURCE-CODE     PIC X(6).
               05  FILLER              PIC X(1)  VALUE SPACE.
               05  DDL-AWARD-TYPE      PIC X(1).
               05  FILLER              PIC X(1)  VALUE SPACE.
               05  DDL-AWARD-AMOUNT    PIC ZZ,ZZ9.99.
               05  FILLER              PIC X(1)  VALUE SPACE.
               05  DDL-CREDITED        PIC ZZ,ZZ9.99.
               05  FILLER              PIC X(1)  VALUE SPACE.
               05  DDL-REFUNDED        PIC ZZ,ZZ9.99.
               05  FILLER              PIC X(1)  VALUE SPACE.
               05  DDL-NEW-BALANCE     PIC ZZ,ZZ9.99.
               05  FILLER              PIC X(2)  VALUE SPACE.
               05  DDL-NOTE            PIC X(22).

           01  COUNT-LINE.
               05  CNT-LABEL           PIC X(30).
               05  CNT-VALUE           PIC ZZZZ9.
               05  FILLER              PIC X(45) VALUE SPACE.

           01  AMOUNT-LINE.
               05  AMT-LABEL           PIC X(30).
               05  AMT-VALUE           PIC ZZZ,ZZZ,ZZ9.99.
               05  FILLER              PIC X(36) VALUE SPACE.

           01  INVOICE-HEADING-LINE.
               05  FILLER  PIC X(32) VALUE
                   'SPONSOR INVOICE LISTING  TERM  '.
               05  IHL-TERM-CODE  PIC X(5).
               05  FILLER  PIC X(11) VALUE '  RUN DATE '.
               05  IHL-RUN-DATE   PIC 9(8).
               05  FILLER  PIC X(24) VALUE SPACE.

           01  SPONSOR-HEADING-LINE.
               05  FILLER  PIC X(9)  VALUE 'SPONSOR: '.
               05  SHL-SOURCE-CODE     PIC X(6).
               05  FILLER  PIC X(65) VALUE SPACE.

           01  INVOICE-COLUMN-LINE.
               05  FILLER  PIC X(8)  VALUE 'NUMBER'.
               05  FILLER  PIC X(42) VALUE 'STUDENT NAME'.
               05  FILLER  PIC X(9)  VALUE '   AMOUNT'.
               05  FILLER  PIC X(21) VALUE SPACE.

           01  INVOICE-DETAIL-LINE.
               05  IDL-STUDENT-NUMBER  PIC 9(6).
               05  FILLER              PIC X(2)  VALUE SPACE.
               05  IDL-STUDENT-NAME    PIC X(40).
               05  FILLER              PIC X(2)  VALUE SPACE.
               05  IDL-AMOUNT          PIC ZZ,ZZ9.99.
               05  FILLER              PIC X(21) VALUE SPACE.

           01  SPONSOR-TOTAL-LINE.
               05  FILLER              PIC X(17) VALUE
                   'AMOUNT DUE FROM  '.
               05  STL-SOURCE-CODE     PIC X(6).
               05  FILLER              PIC X(3)  VALUE ':  '.
               05  STL-INVOICE-TOTAL   PIC ZZZ,ZZZ,ZZ9.99.
               05  FILLER              PIC X(40) VALUE SPACE.

           01  ALL-INVOICES-LINE.
               05  FILLER              PIC X(26) VALUE
                   'TOTAL TO INVOICE:'.
               05  AIL-TOTAL           PIC ZZZ,ZZZ,ZZ9.99.
               05  FILLER              PIC X(40) VALUE SPACE.

           01  NO-SPONSOR-LINE.
               05  FILLER  PIC X(38) VALUE
                   'NO SPONSOR AWARDS DISBURSED THIS RUN.'.
               05  FILLER  PIC X(42) VALUE SPACE.

           01  INVOICE-TRUNCATION-LINE.
               05  FILLER  PIC X(44) VALUE
                   '** MORE THAN 500 SPONSOR AWARDS - LISTING '.
               05  FILLER  PIC X(36) VALUE 'INCOMPLETE **'.

           01  BLANK-LINE                PIC X(80) VALUE SPACE.

           PROCEDURE DIVISION.

               100-RUN-AID-DISBURSE.
               PERFORM 200-INIT-DISBURSE.
               PERFORM 250-DISBURSE-ONE-AWARD
                   UNTIL NO-MORE-AWARDS.
               PERFORM 200-WRITE-REGISTER-TOTALS.
               PERFORM 200-WRITE-SPONSOR-INVOICES.
               PERFORM 200-FINALIZE-DISBURSE.
               GOBACK.

      *    An award file or master that cannot be opened must stop the
      *    run before the loop - the read would spin on a status that
      *    never goes to AT END, or every award would list as a miss.
               200-INIT-DISBURSE.
               PERFORM 220-ACCEPT-OPERATOR-ID
                   UNTIL OPERATOR-ID NOT = SPACE.
               MOVE SPACE TO DISBURSE-TERM-CODE.
               PERFORM 210-ACCEPT-TERM-CODE
                   UNTIL DISBURSE-TERM-CODE NOT = SPACE.
               ACCEPT DISBURSE-RUN-DATE FROM DATE YYYYMMDD.
               OPEN I-O AID-AWARD-FILE.
               IF AWARD-FILE-STATUS NOT = '00'
                   DISPLAY '** AWARD FILE COULD NOT BE OPENED -'
                           ' DISBURSEMENT NOT RUN **'
                   SET NO-MORE-AWARDS TO TRUE
                   EXIT PARAGRAPH
               END-IF.
               OPEN I-O STUDENT-FILE-INDEXED.
               IF STUDENT-FILE-STATUS NOT = '00'
                   DISPLAY '** STUDENT MASTER COULD NOT BE OPENED -'
                           ' DISBURSEMENT NOT RUN **'
                   CLOSE AID-AWARD-FILE
                   SET NO-MORE-AWARDS TO TRUE
                   EXIT PARAGRAPH
               END-IF.
               OPEN EXTEND AUDIT-JOURNAL-FILE.
               PERFORM 230-OPEN-REFUND-EXTRACT.
               OPEN OUTPUT DISBURSE-REGISTER-FILE.
               OPEN OUTPUT SPONSOR-INVOICE-FILE.
               MOVE 'Y' TO DISBURSE-STARTED-SW.
               MOVE DISBURSE-TERM-CODE TO HD1-TERM-CODE.
               MOVE DISBURSE-TERM-CODE TO RSN-TERM-CODE.
               WRITE REPORT-LINE FROM HEADING-LINE-1.
               WRITE REPORT-LINE FROM HEADING-LINE-2.
               PERFORM 300-READ-NEXT-AWARD.

               210-ACCEPT-TERM-CODE.
               DISPLAY 'Enter the term code being disbursed:'.
               ACCEPT DISBURSE-TERM-CODE.

               220-ACCEPT-OPERATOR-ID.
               DISPLAY 'Enter your operator ID:'.
               ACCEPT OPERATOR-ID.

      *    Refunds awaiting checks carry across runs, so the extract is
      *    extended; the first run ever creates it instead.
               230-OPEN-REFUND-EXTRACT.
               OPEN EXTEND REFUND-EXTRACT-FILE.
               IF REFUND-FILE-STATUS = '35'
                   OPEN OUTPUT REFUND-EXTRACT-FILE
               END-IF.

               300-READ-NEXT-AWARD.
               READ AID-AWARD-FILE NEXT RECORD
                   AT END SET NO-MORE-AWARDS TO TRUE
               END-READ.

      *    Awards for other terms, and awards already stamped with a
      *    disbursed date, are passed over without a register line -
      *    the register is this term's run, not the whole file.
               250-DISBURSE-ONE-AWARD.
               IF AWD-TERM-CODE = DISBURSE-TERM-CODE
                       AND AWD-NOT-DISBURSED
                   PERFORM 260-POST-ONE-AWARD
               END-IF.
               PERFORM 300-READ-NEXT-AWARD.

      *    The award record is stamped before the master is touched: if
      *    the stamp cannot be written the award is held, because a
      *    credit posted against an unstamped award would be posted
      *    again by the next run.
               260-POST-ONE-AWARD.
               MOVE AWD-STUDENT-NUMBER TO IND-STUDENT-NUMBER.
               READ STUDENT-FILE-INDEXED
                   INVALID KEY
                       PERFORM 280-REPORT-STUDENT-NOT-FOUND
                       EXIT PARAGRAPH
               END-READ.
               IF AWD-AMOUNT = ZERO
                   MOVE 'ZERO AWARD - HELD' TO DDL-NOTE
                   PERFORM 265-REPORT-AWARD-HELD
                   EXIT PARAGRAPH
               END-IF.
               MOVE DISBURSE-RUN-DATE TO AWD-DISBURSED-DATE.
               REWRITE AID-AWARD-RECORD.
               IF AWARD-FILE-STATUS NOT = '00'
                   MOVE ZERO TO AWD-DISBURSED-DATE
                   MOVE 'AWARD NOT STAMPED-HELD' TO DDL-NOTE
                   PERFORM 265-REPORT-AWARD-HELD
                   EXIT PARAGRAPH
               END-IF.
               PERFORM 270-APPLY-AWARD-CREDIT.

      *    The credit runs under the negative-balance check
      *    300-APPLY-TRANSACTION applies. An award is real money, like
      *    a payment off the cashier file, so instead of rejecting it
      *    the balance is paid to zero and the excess is refunded. A
      *    credit can only lower the balance, so the ceiling check has
      *    nothing to catch here.
               270-APPLY-AWARD-CREDIT.
               MOVE IND-TUITION-OWED TO DISBURSE-OLD-BALANCE.
               COMPUTE DISBURSE-NEW-BALANCE =
                   IND-TUITION-OWED - AWD-AMOUNT.
               MOVE ZERO TO AID-REFUND-AMOUNT.
               IF DISBURSE-NEW-BALANCE < 0
                   COMPUTE AID-REFUND-AMOUNT =
                       ZERO - DISBURSE-NEW-BALANCE
                   MOVE ZERO TO DISBURSE-NEW-BALANCE
               END-IF.
               COMPUTE APPLIED-AMOUNT = AWD-AMOUNT - AID-REFUND-AMOUNT.
               IF APPLIED-AMOUNT > 0
                   MOVE DISBURSE-NEW-BALANCE TO IND-TUITION-OWED
                   REWRITE IND-STUDENT-RECORD
                   IF AWD-TYPE-SPONSOR
                       MOVE 'SPONSOR ' TO RSN-AWARD-KIND
                   ELSE
                       MOVE 'AID     ' TO RSN-AWARD-KIND
                   END-IF
                   MOVE AWD-SOURCE-CODE TO RSN-SOURCE-CODE
                   COMPUTE DISBURSE-JOURNAL-AMOUNT =
                       ZERO - APPLIED-AMOUNT
                   MOVE 'AIDDISB' TO JRN-STATUS
                   MOVE AID-JOURNAL-REASON TO JRN-REASON
                   PERFORM 350-WRITE-JOURNAL-ENTRY
               END-IF.
               IF AID-REFUND-AMOUNT > 0
                   PERFORM 275-JOURNAL-AND-EXTRACT-REFUND
               END-IF.
               MOVE AWD-AMOUNT        TO DDL-AWARD-AMOUNT.
               MOVE APPLIED-AMOUNT    TO DDL-CREDITED.
               MOVE AID-REFUND-AMOUNT TO DDL-REFUNDED.
               MOVE IND-TUITION-OWED  TO DDL-NEW-BALANCE.
               IF AID-REFUND-AMOUNT > 0
                   MOVE 'EXCESS TO REFUND' TO DDL-NOTE
               ELSE
                   MOVE SPACES TO DDL-NOTE
               END-IF.
               PERFORM 330-WRITE-REGISTER-LINE.
               ADD 1 TO AWARDS-DISBURSED-COUNT.
               ADD AWD-AMOUNT     TO TOTAL-AWARDED.
               ADD APPLIED-AMOUNT TO TOTAL-CREDITED.
               IF AWD-TYPE-SPONSOR
                   PERFORM 340-TABLE-SPONSOR-ITEM
               END-IF.

      *    The excess journals REFUND with old and new balance equal
      *    (the balance is already zero), like OnlineUpdate's split
      *    overpayment, so REFUND-REGISTER's extract-to-journal proof
      *    still ties. The reason is kept apart from the cashier's
      *    OVERPAYMENT REFUND so the cash register does not count aid
      *    money as drawer money.
               275-JOURNAL-AND-EXTRACT-REFUND.
               MOVE IND-TUITION-OWED  TO DISBURSE-OLD-BALANCE.
               MOVE IND-TUITION-OWED  TO DISBURSE-NEW-BALANCE.
               MOVE AID-REFUND-AMOUNT TO DISBURSE-JOURNAL-AMOUNT.
               MOVE 'REFUND' TO JRN-STATUS.
               MOVE 'AID OVERPAYMENT REFUND' TO JRN-REASON.
               PERFORM 350-WRITE-JOURNAL-ENTRY.
               MOVE IND-STUDENT-NUMBER TO RFX-STUDENT-NUMBER.
               MOVE IND-STUDENT-NAME   TO RFX-STUDENT-NAME.
               MOVE AID-REFUND-AMOUNT  TO RFX-AMOUNT.
               MOVE DISBURSE-RUN-DATE  TO RFX-REFUND-DATE.
               WRITE REFUND-EXTRACT-RECORD.
               ADD 1 TO AWARDS-REFUNDED-COUNT.
               ADD AID-REFUND-AMOUNT TO TOTAL-REFUNDED.

               265-REPORT-AWARD-HELD.
               MOVE AWD-AMOUNT       TO DDL-AWARD-AMOUNT.
               MOVE ZERO             TO DDL-CREDITED.
               MOVE ZERO             TO DDL-REFUNDED.
               MOVE IND-TUITION-OWED TO DDL-NEW-BALANCE.
               PERFORM 330-WRITE-REGISTER-LINE.
               ADD 1 TO AWARDS-HELD-COUNT.

      *    A student no longer on the master cannot be credited; the
      *    award stays undisbursed for the aid office to resolve and
      *    the miss is journaled REJECTED so it shows on the control
      *    report.
               280-REPORT-STUDENT-NOT-FOUND.
               MOVE ZERO TO DISBURSE-OLD-BALANCE.
               MOVE ZERO TO DISBURSE-NEW-BALANCE.
               COMPUTE DISBURSE-JOURNAL-AMOUNT = ZERO - AWD-AMOUNT.
               MOVE 'REJECTED' TO JRN-STATUS.
               MOVE 'AID - STUDENT NOT ON MASTER' TO JRN-REASON.
               MOVE AWD-STUDENT-NUMBER TO IND-STUDENT-NUMBER.
               PERFORM 350-WRITE-JOURNAL-ENTRY.
               MOVE ZERO TO IND-TUITION-OWED.
               MOVE 'NOT ON MASTER - HELD' TO DDL-NOTE.
               PERFORM 265-REPORT-AWARD-HELD.

               330-WRITE-REGISTER-LINE.
               MOVE AWD-STUDENT-NUMBER TO DDL-STUDENT-NUMBER.
               MOVE AWD-SOURCE-CODE    TO DDL-SOURCE-CODE.
               MOVE AWD-AWARD-TYPE     TO DDL-AWARD-TYPE.
               WRITE REPORT-LINE FROM DISBURSE-DETAIL-LINE.

      *    The sponsor is billed the whole award, refunded excess and
      *    all - the student was paid the excess on the sponsor's
      *    behalf.
               340-TABLE-SPONSOR-ITEM.
               IF SPONSOR-ITEM-COUNT >= 500
                   IF NOT SPONSOR-TABLE-IS-FULL
                       MOVE 'Y' TO SPONSOR-TABLE-FULL-SW
                       DISPLAY '** MORE THAN 500 SPONSOR AWARDS -'
                               ' INVOICE LISTING INCOMPLETE **'
                   END-IF
                   EXIT PARAGRAPH
               END-IF.
               MOVE AWD-SOURCE-CODE    TO WRK-SOURCE-CODE.
               MOVE AWD-STUDENT-NUMBER TO WRK-STUDENT-NUMBER.
               MOVE ZERO TO SPONSOR-INSERT-AT.
               PERFORM 345-FIND-INSERT-SLOT
                   VARYING SPONSOR-SUBSCRIPT FROM 1 BY 1
                   UNTIL SPONSOR-SUBSCRIPT > SPONSOR-ITEM-COUNT
                       OR SPONSOR-INSERT-AT > 0.
               IF SPONSOR-INSERT-AT = 0
                   COMPUTE SPONSOR-INSERT-AT = SPONSOR-ITEM-COUNT + 1
               END-IF.
               PERFORM 346-SHIFT-ITEM-DOWN
                   VARYING SPONSOR-SHIFT-SUB
                   FROM SPONSOR-ITEM-COUNT BY -1
                   UNTIL SPONSOR-SHIFT-SUB < SPONSOR-INSERT-AT.
               ADD 1 TO SPONSOR-ITEM-COUNT.
               MOVE WORK-SORT-KEY
                   TO SPI-SORT-KEY (SPONSOR-INSERT-AT).
               MOVE IND-STUDENT-NAME
                   TO SPI-STUDENT-NAME (SPONSOR-INSERT-AT).
               MOVE AWD-AMOUNT
                   TO SPI-AMOUNT (SPONSOR-INSERT-AT).

               345-FIND-INSERT-SLOT.
               IF SPI-SORT-KEY (SPONSOR-SUBSCRIPT) > WORK-SORT-KEY
                   MOVE SPONSOR-SUBSCRIPT TO SPONSOR-INSERT-AT
               END-IF.

               346-SHIFT-ITEM-DOWN.
               MOVE SPONSOR-ITEM-ENTRY (SPONSOR-SHIFT-SUB)
                   TO SPONSOR-ITEM-ENTRY (SPONSOR-SHIFT-SUB + 1).

               350-WRITE-JOURNAL-ENTRY.
               MOVE IND-STUDENT-NUMBER      TO JRN-STUDENT-NUMBER.
               MOVE DISBURSE-JOURNAL-AMOUNT TO JRN-TRANSACTION-AMOUNT.
               MOVE DISBURSE-OLD-BALANCE    TO JRN-OLD-BALANCE.
               MOVE DISBURSE-NEW-BALANCE    TO JRN-NEW-BALANCE.
               ACCEPT JRN-DATE FROM DATE YYYYMMDD.
               ACCEPT JRN-TIME FROM TIME.
               MOVE OPERATOR-ID TO JRN-OPERATOR-ID.
               WRITE JOURNAL-RECORD.

               200-WRITE-REGISTER-TOTALS.
               IF NOT DISBURSE-RUN-STARTED
                   EXIT PARAGRAPH
               END-IF.
               WRITE REPORT-LINE FROM BLANK-LINE.
               MOVE 'AWARDS DISBURSED:' TO CNT-LABEL.
               MOVE AWARDS-DISBURSED-COUNT TO CNT-VALUE.
               WRITE REPORT-LINE FROM COUNT-LINE.
               MOVE 'AWARDS HELD:' TO CNT-LABEL.
               MOVE AWARDS-HELD-COUNT TO CNT-VALUE.
               WRITE REPORT-LINE FROM COUNT-LINE.
               MOVE 'AWARDS WITH EXCESS REFUNDED:' TO CNT-LABEL.
               MOVE AWARDS-REFUNDED-COUNT TO CNT-VALUE.
               WRITE REPORT-LINE FROM COUNT-LINE.
               MOVE 'TOTAL AWARDED:' TO AMT-LABEL.
               MOVE TOTAL-AWARDED TO AMT-VALUE.
               WRITE REPORT-LINE FROM AMOUNT-LINE.
               MOVE 'TOTAL CREDITED TO ACCOUNTS:' TO AMT-LABEL.
               MOVE TOTAL-CREDITED TO AMT-VALUE.
               WRITE REPORT-LINE FROM AMOUNT-LINE.
               MOVE 'TOTAL TO REFUND EXTRACT:' TO AMT-LABEL.
               MOVE TOTAL-REFUNDED TO AMT-VALUE.
               WRITE REPORT-LINE FROM AMOUNT-LINE.

      *    The table arrives in sponsor order, so a change of source
      *    code is the break between one sponsor's invoice and the
      *    next.
               200-WRITE-SPONSOR-INVOICES.
               IF NOT DISBURSE-RUN-STARTED
                   EXIT PARAGRAPH
               END-IF.
               MOVE DISBURSE-TERM-CODE TO IHL-TERM-CODE.
               MOVE DISBURSE-RUN-DATE  TO IHL-RUN-DATE.
               WRITE INVOICE-LINE FROM INVOICE-HEADING-LINE.
               IF SPONSOR-ITEM-COUNT = 0
                   WRITE INVOICE-LINE FROM NO-SPONSOR-LINE
                   EXIT PARAGRAPH
               END-IF.
               MOVE SPACES TO BREAK-SOURCE-CODE.
               PERFORM 400-WRITE-ONE-INVOICE-ITEM
                   VARYING SPONSOR-SUBSCRIPT FROM 1 BY 1
                   UNTIL SPONSOR-SUBSCRIPT > SPONSOR-ITEM-COUNT.
               PERFORM 410-FINISH-ONE-SPONSOR.
               IF SPONSOR-TABLE-IS-FULL
                   WRITE INVOICE-LINE FROM INVOICE-TRUNCATION-LINE
               END-IF.
               WRITE INVOICE-LINE FROM BLANK-LINE.
               MOVE ALL-INVOICES-TOTAL TO AIL-TOTAL.
               WRITE INVOICE-LINE FROM ALL-INVOICES-LINE.

               400-WRITE-ONE-INVOICE-ITEM.
               IF SPI-SOURCE-CODE (SPONSOR-SUBSCRIPT)
                       NOT = BREAK-SOURCE-CODE
                   IF BREAK-SOURCE-CODE NOT = SPACES
                       PERFORM 410-FINISH-ONE-SPONSOR
                   END-IF
                   MOVE SPI-SOURCE-CODE (SPONSOR-SUBSCRIPT)
                       TO BREAK-SOURCE-CODE
                   MOVE ZERO TO SPONSOR-INVOICE-TOTAL
                   MOVE BREAK-SOURCE-CODE TO SHL-SOURCE-CODE
                   WRITE INVOICE-LINE FROM BLANK-LINE
                   WRITE INVOICE-LINE FROM SPONSOR-HEADING-LINE
                   WRITE INVOICE-LINE FROM INVOICE-COLUMN-LINE
               END-IF.
               MOVE SPI-STUDENT-NUMBER (SPONSOR-SUBSCRIPT)
                   TO IDL-STUDENT-NUMBER.
               MOVE SPI-STUDENT-NAME (SPONSOR-SUBSCRIPT)
                   TO IDL-STUDENT-NAME.
               MOVE SPI-AMOUNT (SPONSOR-SUBSCRIPT) TO IDL-AMOUNT.
               WRITE INVOICE-LINE FROM INVOICE-DETAIL-LINE.
               ADD SPI-AMOUNT (SPONSOR-SUBSCRIPT)
                   TO SPONSOR-INVOICE-TOTAL.
               ADD SPI-AMOUNT (SPONSOR-SUBSCRIPT)
                   TO ALL-INVOICES-TOTAL.

               410-FINISH-ONE-SPONSOR.
               MOVE BREAK-SOURCE-CODE     TO STL-SOURCE-CODE.
               MOVE SPONSOR-INVOICE-TOTAL TO STL-INVOICE-TOTAL.
               WRITE INVOICE-LINE FROM SPONSOR-TOTAL-LINE.

      *    AWARD-FILE-STATUS rolls with every read, so whether the run
      *    opened its files is remembered on its own switch.
               200-FINALIZE-DISBURSE.
               IF DISBURSE-RUN-STARTED
                   CLOSE AID-AWARD-FILE
                   CLOSE STUDENT-FILE-INDEXED
                   CLOSE AUDIT-JOURNAL-FILE
                   CLOSE REFUND-EXTRACT-FILE
                   CLOSE DISBURSE-REGISTER-FILE
                   CLOSE SPONSOR-INVOICE-FILE
               END-IF.
               DISPLAY 'AID DISBURSEMENT DONE - '
                       AWARDS-DISBURSED-COUNT ' DISBURSED, '
                       AWARDS-HELD-COUNT ' HELD, '
                       AWARDS-REFUNDED-COUNT ' WITH EXCESS REFUNDED.'.

               END PROGRAM AID-DISBURSE.
