      *    *****************************************************************
      *     Author:
      *     Date:
      *     Purpose: Monthly late fee assessment run over the payment-
      *              plan file the bursar maintains with PAYMENT-PLAN-
      *              MAINT. Installments are aged exactly the way
      *              PAYMENT-PLAN-AGING ages them - the student's
      *              journaled cashier receipts are run against the
      *              schedule due so far - and every installment still
      *              short more than LATE-FEE-GRACE-DAYS after its due
      *              date draws a late fee. The fee comes from the
      *              LATE-FEE-TABLE-FILE the bursar keeps: the tier for
      *              the installment's days late gives either a flat
      *              amount or a percentage of the amount short. The
      *              fee is added to IND-TUITION-OWED under the same
      *              negative-balance and MAX-TUITION-BALANCE checks
      *              OnlineUpdate's 300-APPLY-TRANSACTION applies, and
      *              journals LATEFEE. Every fee charged is recorded on
      *              the keyed LATE-FEE-HISTORY-FILE by student and
      *              installment, so no installment is ever charged
      *              twice, however many monthly runs it stays late
      *              for. The fee register lists every fee charged or
      *              refused, with totals.
      *     Tectonics: cobc
      *
      *     Modification History:
      *      2026-10-15  EF  Initial version.
      *    *****************************************************************
           IDENTIFICATION DIVISION.
           PROGRAM-ID. LATE-FEE-ASSESS.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT  PAYMENT-PLAN-FILE
                   ASSIGN TO  ""
                       ORGANIZATION IS INDEXED
                       RECORD KEY IS PLN-KEY
                       FILE STATUS IS PLAN-FILE-STATUS.
               SELECT  STUDENT-FILE-INDEXED
                   ASSIGN TO  ""
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                       RECORD KEY IS IND-STUDENT-NUMBER
                       FILE STATUS IS STUDENT-FILE-STATUS.
               SELECT  LATE-FEE-HISTORY-FILE
                   ASSIGN TO  ""
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                       RECORD KEY IS LFH-KEY
                       FILE STATUS IS HISTORY-FILE-STATUS.
               SELECT  LATE-FEE-TABLE-FILE
                   ASSIGN TO  ""
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS FEE-TABLE-STATUS.
               SELECT  AUDIT-JOURNAL-FILE
                   ASSIGN TO  ""
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS JOURNAL-FILE-STATUS.
               SELECT  FEE-REGISTER-FILE
                   ASSIGN TO  ""
                       ORGANIZATION IS LINE SEQUENTIAL.

          DATA DIVISION.
          FILE SECTION.
          FD PAYMENT-PLAN-FILE.
          01  PAYMENT-PLAN-RECORD.
               05 PLN-KEY.
                   10 PLN-STUDENT-NUMBER  PIC 9(6).
                   10 PLN-INSTALLMENT-NO  PIC 9(2).
               05 PLN-DUE-DATE            PIC 9(8).
               05 PLN-AMOUNT              PIC 9(5)V99.

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

      *    One record per installment ever charged a late fee; the key
      *    matches the plan file's, so the lookup is the plan key.
          FD LATE-FEE-HISTORY-FILE.
          01  LATE-FEE-HISTORY-RECORD.
               05 LFH-KEY.
                   10 LFH-STUDENT-NUMBER  PIC 9(6).
                   10 LFH-INSTALLMENT-NO  PIC 9(2).
               05 LFH-DUE-DATE            PIC 9(8).
               05 LFH-ASSESSED-DATE       PIC 9(8).
               05 LFH-FEE-AMOUNT          PIC 9(5)V99.

      *    One tier per line: the fewest days late the tier applies
      *    from, F(lat) or P(ercent), and the flat amount or the
      *    percentage of the amount short (0150 = 1.50 percent).
          FD LATE-FEE-TABLE-FILE.
          01  LATE-FEE-TABLE-RECORD.
               88 EOF-LATE-FEE-TABLE-FILE VALUE HIGH-VALUE.
               05 LFT-DAYS-FROM           PIC 9(3).
               05 LFT-FEE-METHOD          PIC X(1).
                   88 LFT-METHOD-FLAT     VALUE 'F'.
                   88 LFT-METHOD-PERCENT  VALUE 'P'.
               05 LFT-FLAT-AMOUNT         PIC 9(5)V99.
               05 LFT-PERCENT             PIC 9(2)V99.

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

          FD FEE-REGISTER-FILE.
          01  REPORT-LINE             PIC X(80).

           WORKING-STORAGE SECTION.

           01  GLOBALS.
               05  PLAN-FILE-STATUS      PIC X(2).
               05  STUDENT-FILE-STATUS   PIC X(2).
               05  HISTORY-FILE-STATUS   PIC X(2).
               05  FEE-TABLE-STATUS      PIC X(2).
               05  JOURNAL-FILE-STATUS   PIC X(2).
               05  ASSESS-RUN-DATE       PIC 9(8).
               05  MORE-PLAN-RECORDS     PIC X(1) VALUE 'Y'.
                   88  NO-MORE-PLAN-RECORDS  VALUE 'N'.
               05  MORE-JOURNAL-RECORDS  PIC X(1) VALUE 'Y'.
                   88  NO-MORE-JOURNAL-RECORDS  VALUE 'N'.
               05  MAX-TUITION-BALANCE   PIC 9(5)V99 VALUE 10000.00.
               05  LATE-FEE-GRACE-DAYS   PIC 9(3) VALUE 015.
               05  BREAK-STUDENT-NUMBER  PIC 9(6) VALUE ZERO.
               05  PAID-TOTAL            PIC 9(7)V99 VALUE ZERO.
               05  SCHEDULED-TO-DATE     PIC 9(7)V99 VALUE ZERO.
               05  SHORT-AMOUNT          PIC 9(7)V99.
               05  DAYS-LATE             PIC 9(5).
               05  FEE-AMOUNT            PIC 9(5)V99.
               05  FEE-OLD-BALANCE       PIC S9(6)V99.
               05  FEE-NEW-BALANCE       PIC S9(6)V99.
               05  FEE-TIER-COUNT        PIC 9(2) VALUE ZERO.
               05  FEE-TIER-SUBSCRIPT    PIC 9(2).
               05  MATCHED-FEE-TIER      PIC 9(2).
               05  FEES-ASSESSED-COUNT   PIC 9(5) VALUE ZERO.
               05  FEES-REJECTED-COUNT   PIC 9(5) VALUE ZERO.
               05  FEES-ALREADY-COUNT    PIC 9(5) VALUE ZERO.
               05  FEES-NO-TIER-COUNT    PIC 9(5) VALUE ZERO.
               05  IN-GRACE-COUNT        PIC 9(5) VALUE ZERO.
               05  TOTAL-FEES-ASSESSED   PIC 9(9)V99 VALUE ZERO.
               05  OPERATOR-ID           PIC X(8) VALUE SPACE.
               05  ASSESS-STARTED-SW     PIC X(1) VALUE 'N'.
                   88  ASSESS-RUN-STARTED   VALUE 'Y'.

      *    The RECEIPT tag OnlineUpdate journals on a posted payment,
      *    used here to pick the real cashier receipts out of the
      *    student's ACCEPTED entries.
           01  JOURNAL-REASON-WORK.
               05  JRW-PREFIX             PIC X(8).
               05  JRW-RECEIPT-NUMBER     PIC X(8).
               05  FILLER                 PIC X(14).

           01  LATE-FEE-JOURNAL-REASON.
               05  FILLER                PIC X(14) VALUE
                   'LATE FEE INST '.
               05  RSN-INSTALLMENT-NO    PIC 9(2).
               05  FILLER                PIC X(5)  VALUE ' DUE '.
               05  RSN-DUE-DATE          PIC 9(8).
               05  FILLER                PIC X(1)  VALUE SPACE.

           01  LATE-FEE-TIER-TABLE.
               05  LATE-FEE-TIER-ENTRY OCCURS 20 TIMES.
                   10  TIER-DAYS-FROM     PIC 9(3).
                   10  TIER-FEE-METHOD    PIC X(1).
                   10  TIER-FLAT-AMOUNT   PIC 9(5)V99.
                   10  TIER-PERCENT       PIC 9(2)V99.

           01  HEADING-LINE-1.
               05  FILLER  PIC X(28) VALUE
                   'LATE FEE ASSESSMENT REGISTER'.
               05  FILLER  PIC X(7)  VALUE ' AS OF '.
               05  HD1-RUN-DATE  PIC 9(8).
               05  FILLER  PIC X(37) VALUE SPACE.

           01  HEADING-LINE-2.
               05  FILLER  PIC X(6)  VALUE 'NUMBER'.
               05  FILLER  PIC X(2)  VALUE SPACE.
               05  FILLER  PIC X(4)  VALUE 'INST'.
               05  FILLER  PIC X(2)  VALUE SPACE.
               05  FILLER  PIC X(8)  VALUE 'DUE DATE'.
               05  FILLER  PIC X(10) VALUE '     SHORT'.
               05  FILLER  PIC X(6)  VALUE '  DAYS'.
               05  FILLER  PIC X(9)  VALUE '      FEE'.
               05  FILLER  PIC X(10) VALUE '   BALANCE'.
               05  FILLER  PIC X(2)  VALUE SPACE.
               05  FILLER  PIC X(21) VALUE 'NOTE'.

           01  FEE-DETAIL-LINE.
               05  FDL-STUDENT-NUMBER  PIC 9(6).
               05  FILLER              PIC X(4)  VALUE SPACE.
               05  FDL-INSTALLMENT-NO  PIC 9(2).
               05  FILLER              PIC X(2)  VALUE SPACE.
               05  FDL-DUE-DATE        PIC 9(8).
               05  FDL-SHORT-AMOUNT    PIC ZZZ,ZZ9.99.
               05  FILLER              PIC X(1)  VALUE SPACE.
               05  FDL-DAYS-LATE       PIC ZZZZ9.
               05  FDL-FEE-AMOUNT      PIC Z,ZZ9.99.
               05  FILLER              PIC X(1)  VALUE SPACE.
               05  FDL-NEW-BALANCE     PIC ZZ,ZZ9.99.
               05  FILLER              PIC X(3)  VALUE SPACE.
               05  FDL-NOTE            PIC X(21).

           01  NO-PLANS-LINE.
               05  FILLER  PIC X(25) VALUE
                   'NO PAYMENT PLANS ON FILE.'.
               05  FILLER  PIC X(55) VALUE SPACE.

           01  COUNT-LINE.
               05  CNT-LABEL           PIC X(30).
               05  CNT-VALUE           PIC ZZZZ9.
               05  FILLER              PIC X(45) VALUE SPACE.

           01  AMOUNT-LINE.
               05  AMT-LABEL           PIC X(30).
               05  AMT-VALUE           PIC ZZZ,ZZZ,ZZ9.99.
               05  FILLER              PIC X(36) VALUE SPACE.

           01  BLANK-LINE                PIC X(80) VALUE SPACE.

           PROCEDURE DIVISION.

               100-ASSESS-LATE-FEES.
               PERFORM 200-INIT-ASSESSMENT.
               PERFORM 250-AGE-ONE-INSTALLMENT
                   UNTIL NO-MORE-PLAN-RECORDS.
               PERFORM 200-WRITE-REGISTER-TOTALS.
               PERFORM 200-FINALIZE-ASSESSMENT.
               GOBACK.

      *    Without a fee table there is nothing to charge, and without
      *    a plan file there is nothing to age; either stops the run
      *    before the loop. The history file is created by the first
      *    run that needs it.
               200-INIT-ASSESSMENT.
               PERFORM 220-ACCEPT-OPERATOR-ID
                   UNTIL OPERATOR-ID NOT = SPACE.
               ACCEPT ASSESS-RUN-DATE FROM DATE YYYYMMDD.
               PERFORM 210-LOAD-FEE-TABLE.
               IF FEE-TIER-COUNT = 0
                   DISPLAY '** LATE FEE TABLE MISSING OR EMPTY -'
                           ' ASSESSMENT NOT RUN **'
                   SET NO-MORE-PLAN-RECORDS TO TRUE
                   EXIT PARAGRAPH
               END-IF.
               OPEN INPUT PAYMENT-PLAN-FILE.
               IF PLAN-FILE-STATUS NOT = '00'
                   DISPLAY '** PAYMENT PLAN FILE COULD NOT BE OPENED -'
                           ' ASSESSMENT NOT RUN **'
                   SET NO-MORE-PLAN-RECORDS TO TRUE
                   EXIT PARAGRAPH
               END-IF.
               OPEN I-O STUDENT-FILE-INDEXED.
               IF STUDENT-FILE-STATUS NOT = '00'
                   DISPLAY '** STUDENT MASTER COULD NOT BE OPENED -'
                           ' ASSESSMENT NOT RUN **'
                   CLOSE PAYMENT-PLAN-FILE
                   SET NO-MORE-PLAN-RECORDS TO TRUE
                   EXIT PARAGRAPH
               END-IF.
               OPEN I-O LATE-FEE-HISTORY-FILE.
               IF HISTORY-FILE-STATUS = '35'
                   OPEN OUTPUT LATE-FEE-HISTORY-FILE
                   CLOSE LATE-FEE-HISTORY-FILE
                   OPEN I-O LATE-FEE-HISTORY-FILE
               END-IF.
               OPEN OUTPUT FEE-REGISTER-FILE.
               MOVE 'Y' TO ASSESS-STARTED-SW.
               MOVE ASSESS-RUN-DATE TO HD1-RUN-DATE.
               WRITE REPORT-LINE FROM HEADING-LINE-1.
               WRITE REPORT-LINE FROM HEADING-LINE-2.
               PERFORM 300-READ-NEXT-PLAN-RECORD.

      *    A tier that is not numeric, or names neither method, would
      *    charge garbage, so it never reaches the table.
               210-LOAD-FEE-TABLE.
               OPEN INPUT LATE-FEE-TABLE-FILE.
               IF FEE-TABLE-STATUS NOT = '00'
                   EXIT PARAGRAPH
               END-IF.
               PERFORM 215-READ-NEXT-FEE-TIER.
               PERFORM 230-TABLE-ONE-FEE-TIER
                   UNTIL EOF-LATE-FEE-TABLE-FILE.
               CLOSE LATE-FEE-TABLE-FILE.

               215-READ-NEXT-FEE-TIER.
               READ LATE-FEE-TABLE-FILE
                   AT END SET EOF-LATE-FEE-TABLE-FILE TO TRUE
               END-READ.

               230-TABLE-ONE-FEE-TIER.
               IF LFT-DAYS-FROM NOT NUMERIC
                       OR LFT-FLAT-AMOUNT NOT NUMERIC
                       OR LFT-PERCENT NOT NUMERIC
                       OR NOT (LFT-METHOD-FLAT OR LFT-METHOD-PERCENT)
                   DISPLAY 'FEE TABLE LINE SKIPPED - NOT VALID: '
                           LATE-FEE-TABLE-RECORD
               ELSE
                   IF FEE-TIER-COUNT < 20
                       ADD 1 TO FEE-TIER-COUNT
                       MOVE LFT-DAYS-FROM
                           TO TIER-DAYS-FROM (FEE-TIER-COUNT)
                       MOVE LFT-FEE-METHOD
                           TO TIER-FEE-METHOD (FEE-TIER-COUNT)
                       MOVE LFT-FLAT-AMOUNT
                           TO TIER-FLAT-AMOUNT (FEE-TIER-COUNT)
                       MOVE LFT-PERCENT
                           TO TIER-PERCENT (FEE-TIER-COUNT)
                   ELSE
                       DISPLAY '** MORE THAN 20 FEE TIERS -'
                               ' TIER SKIPPED **'
                   END-IF
               END-IF.
               PERFORM 215-READ-NEXT-FEE-TIER.

               220-ACCEPT-OPERATOR-ID.
               DISPLAY 'Enter your operator ID:'.
               ACCEPT OPERATOR-ID.

               300-READ-NEXT-PLAN-RECORD.
               READ PAYMENT-PLAN-FILE NEXT RECORD
                   AT END SET NO-MORE-PLAN-RECORDS TO TRUE
               END-READ.

      *    Installments are aged exactly as PAYMENT-PLAN-AGING ages
      *    them, so an installment on that report is the installment
      *    this run considers for a fee.
               250-AGE-ONE-INSTALLMENT.
               IF PLN-STUDENT-NUMBER NOT = BREAK-STUDENT-NUMBER
                   MOVE PLN-STUDENT-NUMBER TO BREAK-STUDENT-NUMBER
                   PERFORM 260-TOTAL-STUDENT-PAYMENTS
                   MOVE ZERO TO SCHEDULED-TO-DATE
               END-IF.
               ADD PLN-AMOUNT TO SCHEDULED-TO-DATE.
               IF PLN-DUE-DATE < ASSESS-RUN-DATE
                       AND SCHEDULED-TO-DATE > PAID-TOTAL
                   PERFORM 270-CONSIDER-LATE-INSTALLMENT
               END-IF.
               PERFORM 300-READ-NEXT-PLAN-RECORD.

      *    The same per-student journal scan PAYMENT-PLAN-AGING makes.
      *    The journal is only ever open for reading here; fees are
      *    written to it by 350-WRITE-JOURNAL-ENTRY, which opens it
      *    for extend around each entry.
               260-TOTAL-STUDENT-PAYMENTS.
               MOVE ZERO TO PAID-TOTAL.
               OPEN INPUT AUDIT-JOURNAL-FILE.
               IF JOURNAL-FILE-STATUS NOT = '00'
                   EXIT PARAGRAPH
               END-IF.
               MOVE 'Y' TO MORE-JOURNAL-RECORDS.
               PERFORM 310-READ-NEXT-JOURNAL-ENTRY.
               PERFORM 320-TALLY-ONE-RECEIPT
                   UNTIL NO-MORE-JOURNAL-RECORDS.
               CLOSE AUDIT-JOURNAL-FILE.

               310-READ-NEXT-JOURNAL-ENTRY.
               READ AUDIT-JOURNAL-FILE
                   AT END SET NO-MORE-JOURNAL-RECORDS TO TRUE
               END-READ.

               320-TALLY-ONE-RECEIPT.
               MOVE JRN-REASON TO JOURNAL-REASON-WORK.
               IF JRN-STUDENT-NUMBER = BREAK-STUDENT-NUMBER
                       AND JRN-STATUS = 'ACCEPTED'
                       AND JRW-PREFIX = 'RECEIPT '
                   SUBTRACT JRN-TRANSACTION-AMOUNT FROM PAID-TOTAL
               END-IF.
               PERFORM 310-READ-NEXT-JOURNAL-ENTRY.

      *    An installment still inside its grace period is only
      *    counted. One already on the history file was charged by an
      *    earlier run and is only counted too - it stays late, but it
      *    is never charged again.
               270-CONSIDER-LATE-INSTALLMENT.
               COMPUTE SHORT-AMOUNT =
                   SCHEDULED-TO-DATE - PAID-TOTAL.
               IF SHORT-AMOUNT > PLN-AMOUNT
                   MOVE PLN-AMOUNT TO SHORT-AMOUNT
               END-IF.
               COMPUTE DAYS-LATE =
                   FUNCTION INTEGER-OF-DATE (ASSESS-RUN-DATE)
                       - FUNCTION INTEGER-OF-DATE (PLN-DUE-DATE).
               IF DAYS-LATE NOT > LATE-FEE-GRACE-DAYS
                   ADD 1 TO IN-GRACE-COUNT
                   EXIT PARAGRAPH
               END-IF.
               MOVE PLN-KEY TO LFH-KEY.
               READ LATE-FEE-HISTORY-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD 1 TO FEES-ALREADY-COUNT
                       EXIT PARAGRAPH
               END-READ.
               PERFORM 280-COMPUTE-FEE.
               IF MATCHED-FEE-TIER = 0
                   MOVE ZERO TO FEE-AMOUNT
                   MOVE ZERO TO FDL-NEW-BALANCE
                   MOVE 'NO FEE TIER - FOLLOW UP' TO FDL-NOTE
                   PERFORM 330-WRITE-REGISTER-LINE
                   ADD 1 TO FEES-NO-TIER-COUNT
                   EXIT PARAGRAPH
               END-IF.
               MOVE PLN-STUDENT-NUMBER TO IND-STUDENT-NUMBER.
               READ STUDENT-FILE-INDEXED
                   INVALID KEY
                       MOVE ZERO TO FDL-NEW-BALANCE
                       MOVE 'NOT ON MASTER - NO FEE' TO FDL-NOTE
                       PERFORM 330-WRITE-REGISTER-LINE
                       ADD 1 TO FEES-REJECTED-COUNT
                       EXIT PARAGRAPH
               END-READ.
               PERFORM 290-ASSESS-ONE-FEE.

      *    The tier used is the one with the highest starting day the
      *    installment has reached, wherever it sits in the table. A
      *    percentage is taken of the amount short on this installment,
      *    not the whole balance.
               280-COMPUTE-FEE.
               MOVE ZERO TO MATCHED-FEE-TIER.
               PERFORM 285-MATCH-FEE-TIER
                   VARYING FEE-TIER-SUBSCRIPT FROM 1 BY 1
                   UNTIL FEE-TIER-SUBSCRIPT > FEE-TIER-COUNT.
               IF MATCHED-FEE-TIER = 0
                   EXIT PARAGRAPH
               END-IF.
               IF TIER-FEE-METHOD (MATCHED-FEE-TIER) = 'F'
                   MOVE TIER-FLAT-AMOUNT (MATCHED-FEE-TIER)
                       TO FEE-AMOUNT
               ELSE
                   COMPUTE FEE-AMOUNT ROUNDED =
                       SHORT-AMOUNT * TIER-PERCENT (MATCHED-FEE-TIER)
                           / 100
               END-IF.

               285-MATCH-FEE-TIER.
               IF TIER-DAYS-FROM (FEE-TIER-SUBSCRIPT) NOT > DAYS-LATE
                   IF MATCHED-FEE-TIER = 0
                       MOVE FEE-TIER-SUBSCRIPT TO MATCHED-FEE-TIER
                   ELSE
                       IF TIER-DAYS-FROM (FEE-TIER-SUBSCRIPT)
                               > TIER-DAYS-FROM (MATCHED-FEE-TIER)
                           MOVE FEE-TIER-SUBSCRIPT
                               TO MATCHED-FEE-TIER
                       END-IF
                   END-IF
               END-IF.

      *    The same two checks 300-APPLY-TRANSACTION runs on a keyed
      *    charge. A refused fee is journaled REJECTED and left off the
      *    history file, so next month's run tries it again. The
      *    history record is written before the master is touched: a
      *    fee posted without one could be charged again next month.
               290-ASSESS-ONE-FEE.
               IF FEE-AMOUNT = ZERO
                   MOVE IND-TUITION-OWED TO FDL-NEW-BALANCE
                   MOVE 'FEE WORKS OUT TO ZERO' TO FDL-NOTE
                   PERFORM 330-WRITE-REGISTER-LINE
                   ADD 1 TO FEES-NO-TIER-COUNT
                   EXIT PARAGRAPH
               END-IF.
               MOVE IND-TUITION-OWED TO FEE-OLD-BALANCE.
               COMPUTE FEE-NEW-BALANCE =
                   IND-TUITION-OWED + FEE-AMOUNT.
               IF FEE-NEW-BALANCE < 0
                   MOVE 'BALANCE WOULD GO NEGATIVE' TO FDL-NOTE
                   PERFORM 295-REPORT-REJECTED-FEE
                   EXIT PARAGRAPH
               END-IF.
               IF FEE-NEW-BALANCE > MAX-TUITION-BALANCE
                   MOVE 'EXCEEDS MAXIMUM BALANCE' TO FDL-NOTE
                   PERFORM 295-REPORT-REJECTED-FEE
                   EXIT PARAGRAPH
               END-IF.
               MOVE PLN-KEY         TO LFH-KEY.
               MOVE PLN-DUE-DATE    TO LFH-DUE-DATE.
               MOVE ASSESS-RUN-DATE TO LFH-ASSESSED-DATE.
               MOVE FEE-AMOUNT      TO LFH-FEE-AMOUNT.
               WRITE LATE-FEE-HISTORY-RECORD
                   INVALID KEY
                       MOVE IND-TUITION-OWED TO FDL-NEW-BALANCE
                       MOVE 'HISTORY NOT WRITTEN' TO FDL-NOTE
                       PERFORM 330-WRITE-REGISTER-LINE
                       ADD 1 TO FEES-REJECTED-COUNT
                       EXIT PARAGRAPH
               END-WRITE.
               MOVE FEE-NEW-BALANCE TO IND-TUITION-OWED.
               REWRITE IND-STUDENT-RECORD.
               MOVE PLN-INSTALLMENT-NO TO RSN-INSTALLMENT-NO.
               MOVE PLN-DUE-DATE       TO RSN-DUE-DATE.
               MOVE 'LATEFEE' TO JRN-STATUS.
               MOVE LATE-FEE-JOURNAL-REASON TO JRN-REASON.
               PERFORM 350-WRITE-JOURNAL-ENTRY.
               MOVE IND-TUITION-OWED TO FDL-NEW-BALANCE.
               MOVE SPACES TO FDL-NOTE.
               PERFORM 330-WRITE-REGISTER-LINE.
               ADD 1 TO FEES-ASSESSED-COUNT.
               ADD FEE-AMOUNT TO TOTAL-FEES-ASSESSED.

               295-REPORT-REJECTED-FEE.
               MOVE 'REJECTED' TO JRN-STATUS.
               MOVE FDL-NOTE TO JRN-REASON.
               MOVE FEE-OLD-BALANCE TO FEE-NEW-BALANCE.
               PERFORM 350-WRITE-JOURNAL-ENTRY.
               MOVE IND-TUITION-OWED TO FDL-NEW-BALANCE.
               PERFORM 330-WRITE-REGISTER-LINE.
               ADD 1 TO FEES-REJECTED-COUNT.

               330-WRITE-REGISTER-LINE.
               MOVE PLN-STUDENT-NUMBER TO FDL-STUDENT-NUMBER.
               MOVE PLN-INSTALLMENT-NO TO FDL-INSTALLMENT-NO.
               MOVE PLN-DUE-DATE       TO FDL-DUE-DATE.
               MOVE SHORT-AMOUNT       TO FDL-SHORT-AMOUNT.
               MOVE DAYS-LATE          TO FDL-DAYS-LATE.
               MOVE FEE-AMOUNT         TO FDL-FEE-AMOUNT.
               WRITE REPORT-LINE FROM FEE-DETAIL-LINE.

               350-WRITE-JOURNAL-ENTRY.
               OPEN EXTEND AUDIT-JOURNAL-FILE.
               MOVE IND-STUDENT-NUMBER TO JRN-STUDENT-NUMBER.
               MOVE FEE-AMOUNT         TO JRN-TRANSACTION-AMOUNT.
               MOVE FEE-OLD-BALANCE    TO JRN-OLD-BALANCE.
               MOVE FEE-NEW-BALANCE    TO JRN-NEW-BALANCE.
               ACCEPT JRN-DATE FROM DATE YYYYMMDD.
               ACCEPT JRN-TIME FROM TIME.
               MOVE OPERATOR-ID TO JRN-OPERATOR-ID.
               WRITE JOURNAL-RECORD.
               CLOSE AUDIT-JOURNAL-FILE.

               200-WRITE-REGISTER-TOTALS.
               IF NOT ASSESS-RUN-STARTED
                   EXIT PARAGRAPH
               END-IF.
               WRITE REPORT-LINE FROM BLANK-LINE.
               MOVE 'FEES ASSESSED:' TO CNT-LABEL.
               MOVE FEES-ASSESSED-COUNT TO CNT-VALUE.
               WRITE REPORT-LINE FROM COUNT-LINE.
               MOVE 'FEES REJECTED:' TO CNT-LABEL.
               MOVE FEES-REJECTED-COUNT TO CNT-VALUE.
               WRITE REPORT-LINE FROM COUNT-LINE.
               MOVE 'NO FEE TIER / ZERO FEE:' TO CNT-LABEL.
               MOVE FEES-NO-TIER-COUNT TO CNT-VALUE.
               WRITE REPORT-LINE FROM COUNT-LINE.
               MOVE 'ALREADY CHARGED - SKIPPED:' TO CNT-LABEL.
               MOVE FEES-ALREADY-COUNT TO CNT-VALUE.
               WRITE REPORT-LINE FROM COUNT-LINE.
               MOVE 'LATE BUT WITHIN GRACE:' TO CNT-LABEL.
               MOVE IN-GRACE-COUNT TO CNT-VALUE.
               WRITE REPORT-LINE FROM COUNT-LINE.
               MOVE 'TOTAL FEES ASSESSED:' TO AMT-LABEL.
               MOVE TOTAL-FEES-ASSESSED TO AMT-VALUE.
               WRITE REPORT-LINE FROM AMOUNT-LINE.

      *    PLAN-FILE-STATUS rolls with every read, so whether the run
      *    opened its files is remembered on its own switch.
               200-FINALIZE-ASSESSMENT.
               IF ASSESS-RUN-STARTED
                   CLOSE PAYMENT-PLAN-FILE
                   CLOSE STUDENT-FILE-INDEXED
                   CLOSE LATE-FEE-HISTORY-FILE
                   CLOSE FEE-REGISTER-FILE
               END-IF.
               DISPLAY 'LATE FEE ASSESSMENT DONE - '
                       FEES-ASSESSED-COUNT ' ASSESSED, '
                       FEES-REJECTED-COUNT ' REJECTED, '
                       FEES-ALREADY-COUNT ' ALREADY CHARGED.'.

               END PROGRAM LATE-FEE-ASSESS.
