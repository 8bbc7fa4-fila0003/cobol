      *                      the batch window's run parameters on a
      *                      carded run; run stand-alone the program
      *                      asks for it at startup.
      *      2026-10-15  EF  Keyed adjustments and counter refunds over
      *                      APPROVAL-LIMIT are no longer applied on
      *                      the spot. They go on the pending-approval
      *                      file with the operator's reason and are
      *                      journaled PENDING, for a supervisor to
      *                      decide through APPROVAL-QUEUE. The queue
      *                      calls back in with an (A)pproved-items
      *                      source: approved items are journaled
      *                      APPROVED and applied through
      *                      300-APPLY-TRANSACTION like any keyed
      *                      item, denied ones are journaled DENIED.
      *      2026-10-15  EF  A student withdrawn owing money is no longer
      *                      dropped from receivables: the balance, the
      *                      withdrawal date and the name move to the
      *                      former-student receivables file before the
      *                      master record is deleted. Cashier payments
      *                      for a student no longer on the master are
      *                      posted against that file, journaled
      *                      FORMPAY with the receipt tag; any excess
      *                      is refunded as an overpayment, and a
      *                      payment on a written-off account is
      *                      rejected for the cashier's office.
      *    *****************************************************************
           IDENTIFICATION DIVISION.
           PROGRAM-ID. OnlineUpdate .
                   ASSIGN TO  ""
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS REFUND-FILE-STATUS.
               SELECT  PENDING-APPROVAL-FILE
                   ASSIGN TO  ""
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PND-KEY
                       FILE STATUS IS PENDING-FILE-STATUS.
               SELECT  FORMER-STUDENT-FILE
                   ASSIGN TO  ""
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS FRM-STUDENT-NUMBER
                       FILE STATUS IS FORMER-FILE-STATUS.

          DATA DIVISION.
          FILE SECTION.
               05 FILLER                  PIC X(1)  VALUE SPACE.
               05 RFX-REFUND-DATE         PIC 9(8).

      *    Keyed items held for a supervisor, keyed on student number
      *    then the date and time the item was keyed. The decision byte
      *    stays blank until APPROVAL-QUEUE records the supervisor's
      *    answer; the item comes off the file once it is posted.
          FD PENDING-APPROVAL-FILE.
          01  PENDING-APPROVAL-RECORD.
               05 PND-KEY.
                   10 PND-STUDENT-NUMBER  PIC 9(6).
                   10 PND-DATE-KEYED      PIC 9(8).
                   10 PND-TIME-KEYED      PIC 9(8).
               05 PND-TRANSACTION-TYPE    PIC X(1).
                   88 PND-TYPE-REFUND     VALUE 'R'.
               05 PND-AMOUNT              PIC S9(5)V99.
               05 PND-KEYED-BY            PIC X(8).
               05 PND-REASON              PIC X(30).
               05 PND-DECISION            PIC X(1).
                   88 PND-AWAITING-DECISION  VALUE SPACE.
                   88 PND-APPROVED        VALUE 'A'.
                   88 PND-DENIED          VALUE 'D'.
               05 PND-DECIDED-BY          PIC X(8).

      *    Receivables of students withdrawn owing money. The account
      *    stays open for payments until it is paid, referred to the
      *    collection agency, or written off by the bursar.
          FD FORMER-STUDENT-FILE.
          01  FORMER-STUDENT-RECORD.
               05 FRM-STUDENT-NUMBER      PIC 9(6).
               05 FRM-STUDENT-NAME        PIC X(40).
               05 FRM-PROGRAM-CODE        PIC X(5).
               05 FRM-AMOUNT-OWED         PIC 9(5)V99.
               05 FRM-WITHDRAWAL-DATE     PIC 9(8).
               05 FRM-LAST-PAYMENT-DATE   PIC 9(8).
               05 FRM-ACCOUNT-STATUS      PIC X(1).
                   88 FRM-ACCOUNT-OPEN    VALUE SPACE.
                   88 FRM-REFERRED        VALUE 'R'.
                   88 FRM-WRITTEN-OFF     VALUE 'W'.
               05 FRM-STATUS-DATE         PIC 9(8).

           WORKING-STORAGE SECTION.

           01  GLOBALS.
               05  TRANSACTION-STUDENT-NUMBER    PIC 9(6).
               05  TRANSACTION-TUITION-OWED   PIC S9(5)V99.
               05  MAX-TUITION-BALANCE     PIC 9(5)V99 VALUE 10000.00.
               05  APPROVAL-LIMIT          PIC 9(5)V99 VALUE 1000.00.
               05  TRANSACTION-OLD-BALANCE             PIC S9(6)V99.
               05  TRANSACTION-NEW-BALANCE             PIC S9(6)V99.
               05  TRANSACTION-REJECT-REASON           PIC X(30).
               05  TRANSACTION-INPUT-MODE     PIC X(1).
                   88  KEYBOARD-INPUT-MODE    VALUE 'K'.
                   88  PAYMENT-FILE-MODE      VALUE 'F'.
                   88  APPROVED-ITEMS-MODE    VALUE 'A'.
               05  PAYMENTS-POSTED-COUNT      PIC 9(5) VALUE ZERO.
               05  PAYMENTS-REJECTED-COUNT    PIC 9(5) VALUE ZERO.
               05  SUSPENSE-FILE-STATUS       PIC X(2).
               05  TRANS-SOURCE-PARM          PIC X(1).
               05  RESTART-POLICY-PARM        PIC X(1).
               05  OPERATOR-ID                PIC X(8) VALUE SPACE.
               05  PENDING-FILE-STATUS        PIC X(2).
               05  HELD-AMOUNT                PIC 9(5)V99.
               05  APPROVAL-NEEDED-SW         PIC X(1).
                   88  ITEM-NEEDS-APPROVAL    VALUE 'Y'.
               05  PENDING-REASON-TEXT        PIC X(30).
               05  ITEMS-HELD-COUNT           PIC 9(5) VALUE ZERO.
               05  MORE-PENDING-RECORDS       PIC X(1) VALUE 'Y'.
                   88  NO-MORE-PENDING-RECORDS  VALUE 'N'.
               05  APPROVALS-POSTED-COUNT     PIC 9(5) VALUE ZERO.
               05  APPROVALS-REJECTED-COUNT   PIC 9(5) VALUE ZERO.
               05  DENIALS-JOURNALED-COUNT    PIC 9(5) VALUE ZERO.
               05  APPROVAL-RUN-SW            PIC X(1) VALUE 'N'.
                   88  APPROVAL-POSTING-RUN   VALUE 'Y'.
               05  FORMER-FILE-STATUS         PIC X(2).
               05  FORMER-PAYMENT-SW          PIC X(1).
                   88  PAYMENT-IS-FOR-FORMER-STUDENT  VALUE 'Y'.
               05  FORMER-ACCOUNT-SW          PIC X(1).
                   88  FORMER-ACCOUNT-ON-FILE VALUE 'Y'.
               05  FORMER-ACCOUNTS-OPENED     PIC 9(5) VALUE ZERO.

      *    EDIT-STUDENT-RECORD lines up byte-for-byte with the intake
      *    record so the course pairs can be worked as a table by the
               05  TAG-RECEIPT-NUMBER     PIC X(8).
               05  FILLER                 PIC X(14) VALUE SPACE.

      *    Approval and denial entries name the operator who keyed
      *    the item; the supervisor is on the entry's operator ID.
           01  KEYED-BY-TAG.
               05  FILLER                 PIC X(9) VALUE 'KEYED BY '.
               05  TAG-KEYED-BY           PIC X(8).
               05  FILLER                 PIC X(13) VALUE SPACE.

           01  JOURNAL-REASON-WORK.
               05  JRW-PREFIX             PIC X(8).
               05  JRW-RECEIPT-NUMBER     PIC X(8).
      *    attempt, so records the failed attempt already loaded are
      *    expected on the master. The source and policy flags come
      *    off the driver's run parameter card; spaces mean no card
      *    was read and the console is prompted as before. An 'A'
      *    source comes from APPROVAL-QUEUE, to post the supervisor's
      *    decisions.
           01  POSTING-RUN-PARMS.
               05  RESUME-POSTING-FLAG    PIC X(1).
                   88  RESUMING-POSTING-RUN  VALUE 'R'.
               05  TRANS-SOURCE-FLAG      PIC X(1).
                   88  CARD-SOURCE-USABLE    VALUE 'K' 'F'.
                   88  APPROVAL-QUEUE-SOURCE VALUE 'A'.
               05  RESTART-POLICY-FLAG    PIC X(1).
                   88  CARD-RESUME-CHECKPOINT  VALUE 'Y'.
                   88  CARD-DISCARD-CHECKPOINT VALUE 'N'.
                   IF CARD-SOURCE-USABLE
                       MOVE TRANS-SOURCE-FLAG TO TRANS-SOURCE-PARM
                   END-IF
                   IF APPROVAL-QUEUE-SOURCE
                       MOVE TRANS-SOURCE-FLAG TO TRANS-SOURCE-PARM
                       MOVE 'Y' TO APPROVAL-RUN-SW
                   END-IF
                   IF CARD-RESUME-CHECKPOINT
                           OR CARD-DISCARD-CHECKPOINT
                       MOVE RESTART-POLICY-FLAG
                   END-IF
               END-IF.
               PERFORM 200-INIT-UPDATE.
      *    The intake feed was loaded by the window that brought it; an
      *    approval posting run only works the pending-approval file.
               IF NOT APPROVAL-POSTING-RUN
                   PERFORM 200-COPY-RECORDS-TO-INDEXED
               END-IF.
               PERFORM 200-PROCESS-INPUT.
               PERFORM 200-FINALIZE-UPDATE.
               GOBACK.
                   MOVE TRANS-SOURCE-PARM TO TRANSACTION-INPUT-MODE
               END-IF.
               PERFORM UNTIL KEYBOARD-INPUT-MODE OR PAYMENT-FILE-MODE
                       OR APPROVED-ITEMS-MODE
                   DISPLAY 'Transactions from the (K)eyboard or the'
                           ' cashier payment (F)ile?'
                   ACCEPT TRANSACTION-INPUT-MODE
               END-PERFORM.
               EVALUATE TRUE
                   WHEN PAYMENT-FILE-MODE
                       PERFORM 200-POST-PAYMENT-FILE
                   WHEN APPROVED-ITEMS-MODE
                       PERFORM 200-POST-APPROVAL-DECISIONS
                   WHEN OTHER
                       PERFORM 200-PROCESS-KEYBOARD-INPUT
               END-EVALUATE.

               200-PROCESS-KEYBOARD-INPUT.
               MOVE ' ' TO MORE-INPUT.
                       PAYMENTS-SKIPPED-COUNT ' already posted.'.

      *    On a resumed posting run the journal is read back for the
      *    receipts already posted (accepted payments, and payments on
      *    former-student accounts, journal RECEIPT and the receipt
      *    number in the reason), so re-driving the
      *    payment file cannot credit those payments twice. The journal
      *    is open EXTEND for this run's entries, so it is closed for
      *    the scan and reopened EXTEND after.

               264-COLLECT-POSTED-RECEIPT.
               MOVE JRN-REASON TO JOURNAL-REASON-WORK.
               IF (JRN-STATUS = 'ACCEPTED' OR JRN-STATUS = 'FORMPAY')
                       AND JRW-PREFIX = 'RECEIPT '
                   IF POSTED-RECEIPT-COUNT < 500
                       ADD 1 TO POSTED-RECEIPT-COUNT
                       EXIT PARAGRAPH
                   END-IF
               END-IF.
               PERFORM 276-CHECK-FORMER-STUDENT.
               IF PAYMENT-IS-FOR-FORMER-STUDENT
                   PERFORM 278-POST-FORMER-PAYMENT
                   PERFORM 260-READ-NEXT-PAYMENT-RECORD
                   EXIT PARAGRAPH
               END-IF.
               SET TRANS-TYPE-UPDATE TO TRUE.
               SET LOOKUP-BY-NUMBER  TO TRUE.
               MOVE PAY-STUDENT-NUMBER TO TRANSACTION-STUDENT-NUMBER.
                   MOVE 'Y' TO PAYMENT-POSTED-SW
               END-IF.

      *    A student still on the master is paid there even if an old
      *    former-student account is on file from an earlier
      *    withdrawal; only a student no longer on the master is looked
      *    for on the former-student file.
               276-CHECK-FORMER-STUDENT.
               MOVE 'N' TO FORMER-PAYMENT-SW.
               MOVE PAY-STUDENT-NUMBER TO IND-STUDENT-NUMBER.
               START STUDENT-FILE-INDEXED
               KEY IS EQUAL TO IND-STUDENT-NUMBER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EXIT PARAGRAPH
               END-START.
               MOVE PAY-STUDENT-NUMBER TO FRM-STUDENT-NUMBER.
               READ FORMER-STUDENT-FILE
                   INVALID KEY
                       EXIT PARAGRAPH
               END-READ.
               MOVE 'Y' TO FORMER-PAYMENT-SW.

      *    The former-student balance lives outside the master, so the
      *    payment journals FORMPAY rather than ACCEPTED and stays out
      *    of the window's tuition-owed proof. It carries the receipt
      *    tag like any posted payment, and an excess over what is
      *    owed is refunded exactly as a cashier overpayment is, so the
      *    cash register's drawer proof still ties. The refund extract
      *    is written from the master record area, so the former
      *    student's number and name are moved there first.
               278-POST-FORMER-PAYMENT.
               MOVE PAY-STUDENT-NUMBER TO TRANSACTION-STUDENT-NUMBER.
               MOVE FRM-AMOUNT-OWED    TO TRANSACTION-OLD-BALANCE.
               IF FRM-WRITTEN-OFF
                   DISPLAY 'Payment rejected - former student account '
                           PAY-STUDENT-NUMBER ' was written off.'
                   COMPUTE TRANSACTION-TUITION-OWED = ZERO - PAY-AMOUNT
                   MOVE FRM-AMOUNT-OWED TO TRANSACTION-NEW-BALANCE
                   MOVE 'FORMER ACCOUNT WRITTEN OFF'
                       TO TRANSACTION-REJECT-REASON
                   MOVE 'REJECTED' TO TRANSACTION-JOURNAL-STATUS
                   PERFORM 350-WRITE-JOURNAL-ENTRY
                   ADD 1 TO PAYMENTS-REJECTED-COUNT
                   PERFORM 280-WRITE-PAYMENT-REJECT
                   EXIT PARAGRAPH
               END-IF.
               IF PAY-AMOUNT > FRM-AMOUNT-OWED
                   COMPUTE REFUND-AMOUNT = PAY-AMOUNT - FRM-AMOUNT-OWED
                   COMPUTE TRANSACTION-TUITION-OWED =
                       ZERO - FRM-AMOUNT-OWED
                   MOVE ZERO TO TRANSACTION-NEW-BALANCE
               ELSE
                   MOVE ZERO TO REFUND-AMOUNT
                   COMPUTE TRANSACTION-TUITION-OWED = ZERO - PAY-AMOUNT
                   COMPUTE TRANSACTION-NEW-BALANCE =
                       FRM-AMOUNT-OWED - PAY-AMOUNT
               END-IF.
               MOVE TRANSACTION-NEW-BALANCE TO FRM-AMOUNT-OWED.
               ACCEPT FRM-LAST-PAYMENT-DATE FROM DATE YYYYMMDD.
               REWRITE FORMER-STUDENT-RECORD.
               MOVE PAY-RECEIPT-NUMBER  TO TAG-RECEIPT-NUMBER.
               MOVE PAYMENT-RECEIPT-TAG TO TRANSACTION-REJECT-REASON.
               MOVE 'FORMPAY' TO TRANSACTION-JOURNAL-STATUS.
               PERFORM 350-WRITE-JOURNAL-ENTRY.
               IF REFUND-AMOUNT > 0
                   MOVE ZERO TO TRANSACTION-OLD-BALANCE
                   MOVE ZERO TO TRANSACTION-NEW-BALANCE
                   MOVE 'OVERPAYMENT REFUND'
                       TO TRANSACTION-REJECT-REASON
                   MOVE FRM-STUDENT-NUMBER TO IND-STUDENT-NUMBER
                   MOVE FRM-STUDENT-NAME   TO IND-STUDENT-NAME
                   PERFORM 345-JOURNAL-AND-EXTRACT-REFUND
               END-IF.
               PERFORM 360-WRITE-RESTART-CHECKPOINT.
               ADD 1 TO PAYMENTS-POSTED-COUNT.

               280-WRITE-PAYMENT-REJECT.
               MOVE PAY-STUDENT-NUMBER       TO PRJ-STUDENT-NUMBER.
               MOVE PAY-AMOUNT               TO PRJ-AMOUNT.
               MOVE TRANSACTION-REJECT-REASON TO PRJ-REJECT-REASON.
               WRITE PAYMENT-REJECT-RECORD.

      *    Run on behalf of APPROVAL-QUEUE with the supervisor's ID as
      *    the operator. Every item the supervisor has decided comes
      *    off the pending file: a denial is journaled DENIED, an
      *    approval is journaled APPROVED and then applied as the
      *    keyed item it was, through the same checks (and, for a
      *    refund, the same extract) it would have met at the counter.
               200-POST-APPROVAL-DECISIONS.
               MOVE 'Y' TO MORE-PENDING-RECORDS.
               PERFORM 290-READ-NEXT-PENDING-RECORD.
               PERFORM 292-POST-ONE-DECISION
                   UNTIL NO-MORE-PENDING-RECORDS.
               DISPLAY 'Approval decisions posted - '
                       APPROVALS-POSTED-COUNT ' applied, '
                       APPROVALS-REJECTED-COUNT ' rejected on posting, '
                       DENIALS-JOURNALED-COUNT ' denied.'.

               290-READ-NEXT-PENDING-RECORD.
               READ PENDING-APPROVAL-FILE NEXT RECORD
                   AT END SET NO-MORE-PENDING-RECORDS TO TRUE
               END-READ.

               292-POST-ONE-DECISION.
               IF PND-AWAITING-DECISION
                   PERFORM 290-READ-NEXT-PENDING-RECORD
                   EXIT PARAGRAPH
               END-IF.
               PERFORM 296-READ-PENDING-STUDENT.
               MOVE PND-STUDENT-NUMBER  TO TRANSACTION-STUDENT-NUMBER.
               MOVE PND-AMOUNT          TO TRANSACTION-TUITION-OWED.
               MOVE TRANSACTION-OLD-BALANCE
                   TO TRANSACTION-NEW-BALANCE.
               MOVE PND-KEYED-BY        TO TAG-KEYED-BY.
               MOVE KEYED-BY-TAG        TO TRANSACTION-REJECT-REASON.
               IF PND-DENIED
                   MOVE 'DENIED'   TO TRANSACTION-JOURNAL-STATUS
                   PERFORM 350-WRITE-JOURNAL-ENTRY
                   ADD 1 TO DENIALS-JOURNALED-COUNT
               ELSE
                   MOVE 'APPROVED' TO TRANSACTION-JOURNAL-STATUS
                   PERFORM 350-WRITE-JOURNAL-ENTRY
                   PERFORM 294-APPLY-APPROVED-ITEM
               END-IF.
               DELETE PENDING-APPROVAL-FILE RECORD
                   INVALID KEY
                       DISPLAY 'Pending item for student '
                               PND-STUDENT-NUMBER
                               ' could not be removed.'
               END-DELETE.
               PERFORM 290-READ-NEXT-PENDING-RECORD.

               294-APPLY-APPROVED-ITEM.
               MOVE SPACE TO ACCEPTED-JOURNAL-REASON.
               MOVE SPACE TO TRANSACTION-JOURNAL-STATUS.
               SET LOOKUP-BY-NUMBER TO TRUE.
               MOVE PND-TRANSACTION-TYPE TO TRANSACTION-TYPE-CODE.
               IF PND-TYPE-REFUND
                   MOVE PND-AMOUNT TO REFUND-AMOUNT
                   MOVE ZERO       TO TRANSACTION-TUITION-OWED
               END-IF.
               PERFORM 300-APPLY-TRANSACTION.
               IF TRANSACTION-JOURNAL-STATUS = 'REJECTED'
                   ADD 1 TO APPROVALS-REJECTED-COUNT
               ELSE
                   ADD 1 TO APPROVALS-POSTED-COUNT
               END-IF.

      *    The decision entries carry the student's balance as it
      *    stands, old and new equal; a student who has since left
      *    the master journals zero and the apply step rejects the
      *    item as not found.
               296-READ-PENDING-STUDENT.
               MOVE ZERO TO TRANSACTION-OLD-BALANCE.
               MOVE PND-STUDENT-NUMBER TO IND-STUDENT-NUMBER.
               START STUDENT-FILE-INDEXED
               KEY IS EQUAL TO IND-STUDENT-NUMBER
                   INVALID KEY
                       EXIT PARAGRAPH
               END-START.
               READ STUDENT-FILE-INDEXED.
               MOVE IND-TUITION-OWED TO TRANSACTION-OLD-BALANCE.

           200-FINALIZE-UPDATE.
               PERFORM 300-CLOSE-FILES.

                   EXIT PARAGRAPH
               END-IF.

      *    A large keyed adjustment or counter refund waits for a
      *    supervisor. Items the supervisor has approved come back
      *    through here from the approval queue and are not held again.
               IF KEYBOARD-INPUT-MODE
                   PERFORM 337-CHECK-APPROVAL-LIMIT
                   IF ITEM-NEEDS-APPROVAL
                       PERFORM 338-HOLD-FOR-APPROVAL
                       EXIT PARAGRAPH
                   END-IF
               END-IF.

               IF TRANS-TYPE-REFUND
                   PERFORM 335-REFUND-STUDENT
                   EXIT PARAGRAPH
           330-WITHDRAW-STUDENT.
               MOVE IND-TUITION-OWED TO TRANSACTION-OLD-BALANCE.
               MOVE ZERO             TO TRANSACTION-NEW-BALANCE.
               IF IND-TUITION-OWED > 0
                   PERFORM 332-OPEN-FORMER-ACCOUNT
               END-IF.
               DELETE STUDENT-FILE-INDEXED.
               MOVE 'STUDENT WITHDRAWN - RECORD REMOVED'
                   TO TRANSACTION-REJECT-REASON.
               PERFORM 350-WRITE-JOURNAL-ENTRY.
               PERFORM 360-WRITE-RESTART-CHECKPOINT.

      *    The balance leaves the master with the student, so the
      *    WITHDRAW entry still takes it off tuition owed; it is carried
      *    on from here on the former-student file. A student who left
      *    owing before, came back, and leaves owing again has the new
      *    balance added to the account already on file, which is
      *    reopened if it had been referred.
           332-OPEN-FORMER-ACCOUNT.
               MOVE IND-STUDENT-NUMBER TO FRM-STUDENT-NUMBER.
               READ FORMER-STUDENT-FILE
                   INVALID KEY
                       MOVE IND-STUDENT-NUMBER TO FRM-STUDENT-NUMBER
                       MOVE ZERO  TO FRM-AMOUNT-OWED
                       MOVE ZERO  TO FRM-LAST-PAYMENT-DATE
                       MOVE 'N'   TO FORMER-ACCOUNT-SW
                   NOT INVALID KEY
                       MOVE 'Y'   TO FORMER-ACCOUNT-SW
               END-READ.
               MOVE IND-STUDENT-NAME TO FRM-STUDENT-NAME.
               MOVE IND-PROGRAM-CODE TO FRM-PROGRAM-CODE.
               ADD IND-TUITION-OWED  TO FRM-AMOUNT-OWED.
               ACCEPT FRM-WITHDRAWAL-DATE FROM DATE YYYYMMDD.
               MOVE SPACE            TO FRM-ACCOUNT-STATUS.
               MOVE ZERO             TO FRM-STATUS-DATE.
               IF FORMER-ACCOUNT-ON-FILE
                   REWRITE FORMER-STUDENT-RECORD
               ELSE
                   WRITE FORMER-STUDENT-RECORD
               END-IF.
               ADD 1 TO FORMER-ACCOUNTS-OPENED.
               DISPLAY 'Balance of ' IND-TUITION-OWED ' for student '
                       IND-STUDENT-NUMBER ' moved to former-student'
                       ' receivables.'.

      *    A keyed refund never touches the balance - the money being
      *    returned was never posted (an overpayment is refunded at
      *    posting time, and a charge reversal beyond the balance was
                       IND-STUDENT-NUMBER ' written to the refund'
                       ' extract.'.

      *    A charge reversal is as large as its amount either way, so
      *    the limit is checked against the amount without its sign.
           337-CHECK-APPROVAL-LIMIT.
               MOVE 'N' TO APPROVAL-NEEDED-SW.
               IF TRANS-TYPE-REFUND
                   MOVE REFUND-AMOUNT TO HELD-AMOUNT
               ELSE
                   IF TRANSACTION-TUITION-OWED < 0
                       COMPUTE HELD-AMOUNT =
                           ZERO - TRANSACTION-TUITION-OWED
                   ELSE
                       MOVE TRANSACTION-TUITION-OWED TO HELD-AMOUNT
                   END-IF
               END-IF.
               IF HELD-AMOUNT > APPROVAL-LIMIT
                   MOVE 'Y' TO APPROVAL-NEEDED-SW
               END-IF.

      *    The held item never touches the balance: the PENDING entry
      *    carries the amount keyed with old and new balance equal,
      *    like the other entries kept out of the statement's chain
      *    check. The limit and ceiling checks are left to posting
      *    time, when the balance they are made against is current.
           338-HOLD-FOR-APPROVAL.
               DISPLAY 'Amount is over the approval limit - it will'
                       ' be held for a supervisor.'.
               MOVE SPACE TO PENDING-REASON-TEXT.
               PERFORM 339-ACCEPT-PENDING-REASON
                   UNTIL PENDING-REASON-TEXT NOT = SPACE.
               IF TRANS-TYPE-REFUND
                   MOVE REFUND-AMOUNT TO TRANSACTION-TUITION-OWED
               END-IF.
               MOVE IND-STUDENT-NUMBER     TO PND-STUDENT-NUMBER.
               ACCEPT PND-DATE-KEYED FROM DATE YYYYMMDD.
               ACCEPT PND-TIME-KEYED FROM TIME.
               MOVE TRANSACTION-TYPE-CODE  TO PND-TRANSACTION-TYPE.
               MOVE TRANSACTION-TUITION-OWED TO PND-AMOUNT.
               MOVE OPERATOR-ID            TO PND-KEYED-BY.
               MOVE PENDING-REASON-TEXT    TO PND-REASON.
               MOVE SPACE                  TO PND-DECISION.
               MOVE SPACE                  TO PND-DECIDED-BY.
               WRITE PENDING-APPROVAL-RECORD
                   INVALID KEY
                       DISPLAY 'Unable to hold transaction -'
                               ' pending-approval file write failed.'
                       EXIT PARAGRAPH
               END-WRITE.
               MOVE IND-TUITION-OWED TO TRANSACTION-OLD-BALANCE.
               MOVE IND-TUITION-OWED TO TRANSACTION-NEW-BALANCE.
               MOVE PENDING-REASON-TEXT TO TRANSACTION-REJECT-REASON.
               MOVE 'PENDING' TO TRANSACTION-JOURNAL-STATUS.
               PERFORM 350-WRITE-JOURNAL-ENTRY.
               ADD 1 TO ITEMS-HELD-COUNT.
               DISPLAY 'Transaction for student ' IND-STUDENT-NUMBER
                       ' held for supervisor approval.'.

           339-ACCEPT-PENDING-REASON.
               DISPLAY 'Enter the reason for the supervisor:'.
               ACCEPT PENDING-REASON-TEXT.

      *    The payment is split: the part that pays the balance to
      *    zero journals ACCEPTED with the receipt tag as usual, and
      *    the excess journals REFUND and goes on the extract. The
               CLOSE AUDIT-JOURNAL-FILE.
               CLOSE INTAKE-SUSPENSE-FILE.
               CLOSE REFUND-EXTRACT-FILE.
               CLOSE PENDING-APPROVAL-FILE.
               CLOSE FORMER-STUDENT-FILE.
               CLOSE RESTART-FILE.
               IF INTAKE-SUSPENDED-COUNT > 0
                   DISPLAY 'INTAKE RECORDS SUSPENDED - '
                   DISPLAY 'REFUNDS WRITTEN TO THE EXTRACT - '
                           REFUNDS-ISSUED-COUNT
               END-IF.
               IF ITEMS-HELD-COUNT > 0
                   DISPLAY 'ITEMS HELD FOR SUPERVISOR APPROVAL - '
                           ITEMS-HELD-COUNT
               END-IF.
               IF FORMER-ACCOUNTS-OPENED > 0
                   DISPLAY 'BALANCES MOVED TO FORMER-STUDENT FILE - '
                           FORMER-ACCOUNTS-OPENED
               END-IF.

           200-COPY-RECORDS-TO-INDEXED.
               PERFORM 250-COPY-RECORD-LOOP
               IF REFUND-FILE-STATUS = '35'
                   OPEN OUTPUT REFUND-EXTRACT-FILE
               END-IF.
      *    Held items wait across sessions until a supervisor decides
      *    them; the first hold ever creates the file.
               OPEN I-O PENDING-APPROVAL-FILE.
               IF PENDING-FILE-STATUS = '35'
                   OPEN OUTPUT PENDING-APPROVAL-FILE
                   CLOSE PENDING-APPROVAL-FILE
                   OPEN I-O PENDING-APPROVAL-FILE
               END-IF.
      *    The first student ever withdrawn owing creates the
      *    former-student file.
               OPEN I-O FORMER-STUDENT-FILE.
               IF FORMER-FILE-STATUS = '35'
                   OPEN OUTPUT FORMER-STUDENT-FILE
                   CLOSE FORMER-STUDENT-FILE
                   OPEN I-O FORMER-STUDENT-FILE
               END-IF.
               PERFORM 210-CHECK-FOR-RESTART.

           205-ACCEPT-OPERATOR-ID.
