      *    *****************************************************************
      *     Author:
      *     Date:
      *     Purpose: Month-end report of former-student receivables.
      *              The month's movements come off AUDIT-JOURNAL-FILE:
      *              new balances moved in on withdrawal (WITHDRAW
      *              entries that carried a balance), payments
      *              (FORMPAY), referrals to collections (COLLREF) and
      *              write-offs (WRITEOFF). The closing balance is the
      *              total owed on the former-student file as it
      *              stands. The opening balance is last month's
      *              closing, carried on FORMER-LEDGER-CONTROL-FILE
      *              from the prior run; on the first run ever it is
      *              worked back from the closing balance and the
      *              month's movements and is marked derived. A proof
      *              line shows whether opening plus new balances less
      *              payments and write-offs equals closing. Referrals
      *              move no money - they print for the count and the
      *              balance sent to the agency. Run on the last day of
      *              the month, before JOURNAL-CYCLE moves the month
      *              off the live journal.
      *     Tectonics: cobc
      *
      *     Modification History:
      *      2026-10-15  EF  Initial version.
      *    *****************************************************************
           IDENTIFICATION DIVISION.
           PROGRAM-ID. FORMER-STUDENT-MONTH-END.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT  FORMER-STUDENT-FILE
                   ASSIGN TO  ""
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS FRM-STUDENT-NUMBER
                       FILE STATUS IS FORMER-FILE-STATUS.
               SELECT  AUDIT-JOURNAL-FILE
                   ASSIGN TO  ""
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS JOURNAL-FILE-STATUS.
               SELECT  FORMER-LEDGER-CONTROL-FILE
                   ASSIGN TO  ""
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS CONTROL-FILE-STATUS.
               SELECT  MONTH-END-REPORT-FILE
                   ASSIGN TO  ""
                       ORGANIZATION IS LINE SEQUENTIAL.

          DATA DIVISION.
          FILE SECTION.
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

          FD AUDIT-JOURNAL-FILE.
          01  JOURNAL-RECORD.
               05 JRN-STUDENT-NUMBER      PIC 9(6).
               05 FILLER                  PIC X(1).
               05 JRN-TRANSACTION-AMOUNT  PIC S9(5)V99.
               05 FILLER                  PIC X(1).
               05 JRN-OLD-BALANCE         PIC 9(5)V99.
               05 FILLER                  PIC X(1).
               05 JRN-NEW-BALANCE         PIC 9(5)V99.
               05 FILLER                  PIC X(1).
               05 JRN-DATE                PIC 9(8).
               05 JRN-DATE-PARTS REDEFINES JRN-DATE.
                   10 JRN-DATE-YYYYMM     PIC 9(6).
                   10 FILLER              PIC 9(2).
               05 FILLER                  PIC X(1).
               05 JRN-TIME                PIC 9(8).
               05 FILLER                  PIC X(1).
               05 JRN-STATUS              PIC X(8).
               05 FILLER                  PIC X(1).
               05 JRN-REASON              PIC X(30).
               05 FILLER                  PIC X(1).
               05 JRN-OPERATOR-ID         PIC X(8).

      *    One record: the month last reported, with its opening and
      *    closing balances, so next month opens where this one closed
      *    and a rerun of the same month opens where it did before.
          FD FORMER-LEDGER-CONTROL-FILE.
          01  FORMER-LEDGER-CONTROL-RECORD.
               05 CTL-LEDGER-MONTH        PIC 9(6).
               05 FILLER                  PIC X(1)  VALUE SPACE.
               05 CTL-OPENING-BALANCE     PIC 9(9)V99.
               05 FILLER                  PIC X(1)  VALUE SPACE.
               05 CTL-CLOSING-BALANCE     PIC 9(9)V99.

          FD MONTH-END-REPORT-FILE.
          01  REPORT-LINE             PIC X(80).

           WORKING-STORAGE SECTION.

           01  GLOBALS.
               05  FORMER-FILE-STATUS    PIC X(2).
               05  JOURNAL-FILE-STATUS   PIC X(2).
               05  CONTROL-FILE-STATUS   PIC X(2).
               05  MONTH-END-RUN-DATE    PIC 9(8).
               05  MONTH-END-DATE-PARTS REDEFINES MONTH-END-RUN-DATE.
                   10  REPORT-MONTH      PIC 9(6).
                   10  FILLER            PIC 9(2).
               05  MORE-FORMER-RECORDS   PIC X(1) VALUE 'Y'.
                   88  NO-MORE-FORMER-RECORDS  VALUE 'N'.
               05  MORE-JOURNAL-RECORDS  PIC X(1) VALUE 'Y'.
                   88  NO-MORE-JOURNAL-RECORDS  VALUE 'N'.
               05  OPENING-KNOWN-SW      PIC X(1) VALUE 'N'.
                   88  OPENING-WAS-CARRIED  VALUE 'Y'.
               05  OPENING-BALANCE       PIC S9(9)V99 VALUE ZERO.
               05  CLOSING-BALANCE       PIC S9(9)V99 VALUE ZERO.
               05  PROVED-CLOSING        PIC S9(9)V99 VALUE ZERO.
               05  NEW-BALANCES-COUNT    PIC 9(5) VALUE ZERO.
               05  NEW-BALANCES-TOTAL    PIC S9(9)V99 VALUE ZERO.
               05  PAYMENTS-COUNT        PIC 9(5) VALUE ZERO.
               05  PAYMENTS-TOTAL        PIC S9(9)V99 VALUE ZERO.
               05  REFERRALS-COUNT       PIC 9(5) VALUE ZERO.
               05  REFERRALS-TOTAL       PIC S9(9)V99 VALUE ZERO.
               05  WRITEOFFS-COUNT       PIC 9(5) VALUE ZERO.
               05  WRITEOFFS-TOTAL       PIC S9(9)V99 VALUE ZERO.
               05  ACCOUNTS-OPEN-COUNT   PIC 9(5) VALUE ZERO.
               05  ACCOUNTS-REFERRED-COUNT  PIC 9(5) VALUE ZERO.
               05  ACCOUNTS-WRITTEN-OFF-COUNT  PIC 9(5) VALUE ZERO.
               05  BALANCE-WITH-AGENCY   PIC S9(9)V99 VALUE ZERO.

           01  HEADING-LINE-1.
               05  FILLER  PIC X(35) VALUE
                   'FORMER-STUDENT RECEIVABLES'.
               05  FILLER  PIC X(13) VALUE ' MONTH-END - '.
               05  HD1-REPORT-MONTH  PIC 9(6).
               05  FILLER  PIC X(26) VALUE SPACE.

           01  COUNT-LINE.
               05  CNT-LABEL               PIC X(30).
               05  CNT-VALUE               PIC ZZZZ9.
               05  FILLER                  PIC X(45) VALUE SPACE.

           01  AMOUNT-LINE.
               05  AMT-LABEL               PIC X(30).
               05  AMT-VALUE               PIC ZZZ,ZZZ,ZZ9.99-.
               05  FILLER                  PIC X(35) VALUE SPACE.

           01  OPENING-DERIVED-LINE.
               05  FILLER  PIC X(40) VALUE
                   '** NO PRIOR MONTH ON FILE - OPENING'.
               05  FILLER  PIC X(40) VALUE
                   'BALANCE DERIVED **'.

           01  PROOF-LINE.
               05  FILLER  PIC X(50) VALUE
                   'PROOF: OPENING + NEW - PAID - WRITTEN OFF ='.
               05  FILLER  PIC X(8)  VALUE ' CLOSING'.
               05  FILLER  PIC X(2)  VALUE SPACE.
               05  PRF-VERDICT  PIC X(14).
               05  FILLER  PIC X(6)  VALUE SPACE.

           PROCEDURE DIVISION.

               100-FORMER-MONTH-END.
               PERFORM 200-INIT-MONTH-END.
               PERFORM 200-TALLY-JOURNAL.
               PERFORM 200-TOTAL-FORMER-FILE.
               PERFORM 200-WRITE-MONTH-END-REPORT.
               PERFORM 200-SAVE-LEDGER-CONTROL.
               GOBACK.

               200-INIT-MONTH-END.
               ACCEPT MONTH-END-RUN-DATE FROM DATE YYYYMMDD.
               OPEN INPUT FORMER-LEDGER-CONTROL-FILE.
               IF CONTROL-FILE-STATUS = '00'
                   READ FORMER-LEDGER-CONTROL-FILE
                       AT END
                           MOVE 'N' TO OPENING-KNOWN-SW
                       NOT AT END
                           PERFORM 210-TAKE-OPENING-BALANCE
                   END-READ
                   CLOSE FORMER-LEDGER-CONTROL-FILE
               END-IF.

      *    A rerun of the month opens where the first run of it did;
      *    any later month opens at the last month's close.
               210-TAKE-OPENING-BALANCE.
               MOVE 'Y' TO OPENING-KNOWN-SW.
               IF CTL-LEDGER-MONTH = REPORT-MONTH
                   MOVE CTL-OPENING-BALANCE TO OPENING-BALANCE
               ELSE
                   MOVE CTL-CLOSING-BALANCE TO OPENING-BALANCE
               END-IF.

               200-TALLY-JOURNAL.
               OPEN INPUT AUDIT-JOURNAL-FILE.
               IF JOURNAL-FILE-STATUS NOT = '00'
                   DISPLAY '** AUDIT JOURNAL COULD NOT BE OPENED -'
                           ' MONTH MOVEMENTS NOT TALLIED **'
                   EXIT PARAGRAPH
               END-IF.
               PERFORM 300-READ-NEXT-JOURNAL-ENTRY.
               PERFORM 250-TALLY-ONE-ENTRY
                   UNTIL NO-MORE-JOURNAL-RECORDS.
               CLOSE AUDIT-JOURNAL-FILE.

               300-READ-NEXT-JOURNAL-ENTRY.
               READ AUDIT-JOURNAL-FILE
                   AT END SET NO-MORE-JOURNAL-RECORDS TO TRUE
               END-READ.

      *    A WITHDRAW that carried a balance moved it onto the
      *    former-student file; one that left owing nothing did not.
               250-TALLY-ONE-ENTRY.
               IF JRN-DATE-YYYYMM = REPORT-MONTH
                   EVALUATE JRN-STATUS
                       WHEN 'WITHDRAW'
                           IF JRN-OLD-BALANCE > 0
                               ADD 1 TO NEW-BALANCES-COUNT
                               ADD JRN-OLD-BALANCE
                                   TO NEW-BALANCES-TOTAL
                           END-IF
                       WHEN 'FORMPAY'
                           ADD 1 TO PAYMENTS-COUNT
                           ADD JRN-OLD-BALANCE TO PAYMENTS-TOTAL
                           SUBTRACT JRN-NEW-BALANCE
                               FROM PAYMENTS-TOTAL
                       WHEN 'COLLREF'
                           ADD 1 TO REFERRALS-COUNT
                           ADD JRN-OLD-BALANCE TO REFERRALS-TOTAL
                       WHEN 'WRITEOFF'
                           ADD 1 TO WRITEOFFS-COUNT
                           ADD JRN-OLD-BALANCE TO WRITEOFFS-TOTAL
                           SUBTRACT JRN-NEW-BALANCE
                               FROM WRITEOFFS-TOTAL
                   END-EVALUATE
               END-IF.
               PERFORM 300-READ-NEXT-JOURNAL-ENTRY.

               200-TOTAL-FORMER-FILE.
               OPEN INPUT FORMER-STUDENT-FILE.
               IF FORMER-FILE-STATUS NOT = '00'
                   EXIT PARAGRAPH
               END-IF.
               PERFORM 310-READ-NEXT-FORMER-RECORD.
               PERFORM 260-TOTAL-ONE-ACCOUNT
                   UNTIL NO-MORE-FORMER-RECORDS.
               CLOSE FORMER-STUDENT-FILE.

               310-READ-NEXT-FORMER-RECORD.
               READ FORMER-STUDENT-FILE NEXT RECORD
                   AT END SET NO-MORE-FORMER-RECORDS TO TRUE
               END-READ.

               260-TOTAL-ONE-ACCOUNT.
               ADD FRM-AMOUNT-OWED TO CLOSING-BALANCE.
               EVALUATE TRUE
                   WHEN FRM-WRITTEN-OFF
                       ADD 1 TO ACCOUNTS-WRITTEN-OFF-COUNT
                   WHEN FRM-REFERRED
                       ADD 1 TO ACCOUNTS-REFERRED-COUNT
                       ADD FRM-AMOUNT-OWED TO BALANCE-WITH-AGENCY
                   WHEN OTHER
                       IF FRM-AMOUNT-OWED > 0
                           ADD 1 TO ACCOUNTS-OPEN-COUNT
                       END-IF
               END-EVALUATE.
               PERFORM 310-READ-NEXT-FORMER-RECORD.

      *    With no prior month on file the opening is worked back from
      *    the close, so the proof holds by construction that month;
      *    it is marked so nobody takes it for a carried figure.
               200-WRITE-MONTH-END-REPORT.
               IF NOT OPENING-WAS-CARRIED
                   COMPUTE OPENING-BALANCE = CLOSING-BALANCE
                       - NEW-BALANCES-TOTAL + PAYMENTS-TOTAL
                       + WRITEOFFS-TOTAL
               END-IF.
               COMPUTE PROVED-CLOSING = OPENING-BALANCE
                   + NEW-BALANCES-TOTAL - PAYMENTS-TOTAL
                   - WRITEOFFS-TOTAL.
               OPEN OUTPUT MONTH-END-REPORT-FILE.
               MOVE REPORT-MONTH TO HD1-REPORT-MONTH.
               WRITE REPORT-LINE FROM HEADING-LINE-1.
               MOVE 'OPENING BALANCE:' TO AMT-LABEL.
               MOVE OPENING-BALANCE TO AMT-VALUE.
               WRITE REPORT-LINE FROM AMOUNT-LINE.
               IF NOT OPENING-WAS-CARRIED
                   WRITE REPORT-LINE FROM OPENING-DERIVED-LINE
               END-IF.
               MOVE 'NEW BALANCES ON WITHDRAWAL:' TO CNT-LABEL.
               MOVE NEW-BALANCES-COUNT TO CNT-VALUE.
               WRITE REPORT-LINE FROM COUNT-LINE.
               MOVE '  AMOUNT:' TO AMT-LABEL.
               MOVE NEW-BALANCES-TOTAL TO AMT-VALUE.
               WRITE REPORT-LINE FROM AMOUNT-LINE.
               MOVE 'PAYMENTS RECEIVED:' TO CNT-LABEL.
               MOVE PAYMENTS-COUNT TO CNT-VALUE.
               WRITE REPORT-LINE FROM COUNT-LINE.
               MOVE '  AMOUNT:' TO AMT-LABEL.
               MOVE PAYMENTS-TOTAL TO AMT-VALUE.
               WRITE REPORT-LINE FROM AMOUNT-LINE.
               MOVE 'REFERRED TO COLLECTIONS:' TO CNT-LABEL.
               MOVE REFERRALS-COUNT TO CNT-VALUE.
               WRITE REPORT-LINE FROM COUNT-LINE.
               MOVE '  BALANCE REFERRED:' TO AMT-LABEL.
               MOVE REFERRALS-TOTAL TO AMT-VALUE.
               WRITE REPORT-LINE FROM AMOUNT-LINE.
               MOVE 'WRITTEN OFF:' TO CNT-LABEL.
               MOVE WRITEOFFS-COUNT TO CNT-VALUE.
               WRITE REPORT-LINE FROM COUNT-LINE.
               MOVE '  AMOUNT:' TO AMT-LABEL.
               MOVE WRITEOFFS-TOTAL TO AMT-VALUE.
               WRITE REPORT-LINE FROM AMOUNT-LINE.
               MOVE 'CLOSING BALANCE:' TO AMT-LABEL.
               MOVE CLOSING-BALANCE TO AMT-VALUE.
               WRITE REPORT-LINE FROM AMOUNT-LINE.
               IF PROVED-CLOSING = CLOSING-BALANCE
                   MOVE 'IN BALANCE' TO PRF-VERDICT
               ELSE
                   MOVE 'OUT OF BALANCE' TO PRF-VERDICT
               END-IF.
               WRITE REPORT-LINE FROM PROOF-LINE.
               MOVE 'ACCOUNTS OPEN WITH A BALANCE:' TO CNT-LABEL.
               MOVE ACCOUNTS-OPEN-COUNT TO CNT-VALUE.
               WRITE REPORT-LINE FROM COUNT-LINE.
               MOVE 'ACCOUNTS WITH COLLECTIONS:' TO CNT-LABEL.
               MOVE ACCOUNTS-REFERRED-COUNT TO CNT-VALUE.
               WRITE REPORT-LINE FROM COUNT-LINE.
               MOVE 'BALANCE WITH COLLECTIONS:' TO AMT-LABEL.
               MOVE BALANCE-WITH-AGENCY TO AMT-VALUE.
               WRITE REPORT-LINE FROM AMOUNT-LINE.
               MOVE 'ACCOUNTS WRITTEN OFF:' TO CNT-LABEL.
               MOVE ACCOUNTS-WRITTEN-OFF-COUNT TO CNT-VALUE.
               WRITE REPORT-LINE FROM COUNT-LINE.
               CLOSE MONTH-END-REPORT-FILE.
               DISPLAY 'FORMER-STUDENT MONTH-END DONE - CLOSING '
                       'BALANCE ' PRF-VERDICT.

               200-SAVE-LEDGER-CONTROL.
               OPEN OUTPUT FORMER-LEDGER-CONTROL-FILE.
               MOVE REPORT-MONTH    TO CTL-LEDGER-MONTH.
               MOVE OPENING-BALANCE TO CTL-OPENING-BALANCE.
               MOVE CLOSING-BALANCE TO CTL-CLOSING-BALANCE.
               WRITE FORMER-LEDGER-CONTROL-RECORD.
               CLOSE FORMER-LEDGER-CONTROL-FILE.

               END PROGRAM FORMER-STUDENT-MONTH-END.
