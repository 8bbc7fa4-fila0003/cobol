      *    *****************************************************************
      *     Author:
      *     Date:
      *     Purpose: Collections referral run over the former-student
      *              receivables file OnlineUpdate opens when a student
      *              withdraws owing money. An open account with a
      *              balance whose last payment (or, with no payment
      *              since the withdrawal, the withdrawal itself) is
      *              more than COLLECTION-REFERRAL-DAYS old is referred
      *              to the collection agency: it is marked referred on
      *              the file, written to the agency's fixed-format
      *              extract, journaled COLLREF and listed on the
      *              referral register. A referred account still takes
      *              payments off the cashier file; it leaves the books
      *              only when paid or written off by the bursar
      *              through FORMER-WRITE-OFF.
      *     Tectonics: cobc
      *
      *     Modification History:
      *      2026-10-15  EF  Initial version.
      *    *****************************************************************
           IDENTIFICATION DIVISION.
           PROGRAM-ID. FORMER-STUDENT-COLLECT.
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
               SELECT  COLLECTION-AGENCY-FILE
                   ASSIGN TO  ""
                       ORGANIZATION IS LINE SEQUENTIAL.
               SELECT  REFERRAL-REPORT-FILE
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

      *    The agency's load format: one header, one detail record per
      *    account referred, one trailer. The header carries zeros in
      *    the count and amount fields; the trailer carries the totals
      *    the agency balances its load to.
          FD COLLECTION-AGENCY-FILE.
          01  AGENCY-CONTROL-RECORD.
               05 CAX-RECORD-TYPE         PIC X(1).
               05 FILLER                  PIC X(1).
               05 CAX-SOURCE-SYSTEM       PIC X(8).
               05 FILLER                  PIC X(1).
               05 CAX-RUN-DATE            PIC 9(8).
               05 FILLER                  PIC X(1).
               05 CAX-ACCOUNT-COUNT       PIC 9(7).
               05 FILLER                  PIC X(1).
               05 CAX-AMOUNT-TOTAL        PIC 9(9)V99.
          01  AGENCY-DETAIL-RECORD.
               05 CAD-RECORD-TYPE         PIC X(1).
               05 FILLER                  PIC X(1).
               05 CAD-STUDENT-NUMBER      PIC 9(6).
               05 FILLER                  PIC X(1).
               05 CAD-STUDENT-NAME        PIC X(40).
               05 FILLER                  PIC X(1).
               05 CAD-PROGRAM-CODE        PIC X(5).
               05 FILLER                  PIC X(1).
               05 CAD-AMOUNT-OWED         PIC 9(5)V99.
               05 FILLER                  PIC X(1).
               05 CAD-WITHDRAWAL-DATE     PIC 9(8).
               05 FILLER                  PIC X(1).
               05 CAD-LAST-PAYMENT-DATE   PIC 9(8).
               05 FILLER                  PIC X(1).
               05 CAD-REFERRAL-DATE       PIC 9(8).

          FD REFERRAL-REPORT-FILE.
          01  REPORT-LINE             PIC X(80).

           WORKING-STORAGE SECTION.

           01  GLOBALS.
               05  FORMER-FILE-STATUS    PIC X(2).
               05  JOURNAL-FILE-STATUS   PIC X(2).
               05  COLLECTION-REFERRAL-DAYS  PIC 9(3) VALUE 90.
               05  COLLECT-RUN-DATE      PIC 9(8).
               05  LAST-ACTIVITY-DATE    PIC 9(8).
               05  DAYS-SINCE-ACTIVITY   PIC 9(5).
               05  MORE-FORMER-RECORDS   PIC X(1) VALUE 'Y'.
                   88  NO-MORE-FORMER-RECORDS  VALUE 'N'.
               05  RUN-STARTED-SW        PIC X(1) VALUE 'N'.
                   88  RUN-WAS-STARTED      VALUE 'Y'.
               05  ACCOUNTS-READ-COUNT   PIC 9(5) VALUE ZERO.
               05  ACCOUNTS-REFERRED-COUNT  PIC 9(5) VALUE ZERO.
               05  AMOUNT-REFERRED-TOTAL PIC 9(9)V99 VALUE ZERO.
               05  CONTROL-RECORD-TYPE   PIC X(1).
               05  OPERATOR-ID           PIC X(8) VALUE SPACE.

           01  HEADING-LINE-1.
               05  FILLER  PIC X(31) VALUE
                   'COLLECTIONS REFERRAL REGISTER'.
               05  FILLER  PIC X(7)  VALUE ' AS OF '.
               05  HD1-RUN-DATE  PIC 9(8).
               05  FILLER  PIC X(34) VALUE SPACE.

           01  HEADING-LINE-2.
               05  FILLER  PIC X(28) VALUE
                   'NO PAYMENT IN MORE THAN'.
               05  HD2-REFERRAL-DAYS  PIC ZZ9.
               05  FILLER  PIC X(5)  VALUE ' DAYS'.
               05  FILLER  PIC X(44) VALUE SPACE.

           01  HEADING-LINE-3.
               05  FILLER  PIC X(6)  VALUE 'NUMBER'.
               05  FILLER  PIC X(2)  VALUE SPACE.
               05  FILLER  PIC X(30) VALUE 'NAME'.
               05  FILLER  PIC X(10) VALUE '      OWED'.
               05  FILLER  PIC X(2)  VALUE SPACE.
               05  FILLER  PIC X(8)  VALUE 'WITHDREW'.
               05  FILLER  PIC X(2)  VALUE SPACE.
               05  FILLER  PIC X(8)  VALUE 'LAST PAY'.
               05  FILLER  PIC X(2)  VALUE SPACE.
               05  FILLER  PIC X(5)  VALUE ' DAYS'.
               05  FILLER  PIC X(5)  VALUE SPACE.

           01  REFERRAL-DETAIL-LINE.
               05  RFL-STUDENT-NUMBER  PIC 9(6).
               05  FILLER              PIC X(2)  VALUE SPACE.
               05  RFL-STUDENT-NAME    PIC X(30).
               05  RFL-AMOUNT-OWED     PIC ZZ,ZZ9.99.
               05  FILLER              PIC X(3)  VALUE SPACE.
               05  RFL-WITHDRAWAL-DATE PIC 9(8).
               05  FILLER              PIC X(2)  VALUE SPACE.
               05  RFL-LAST-PAYMENT-DATE  PIC 9(8).
               05  FILLER              PIC X(2)  VALUE SPACE.
               05  RFL-DAYS            PIC ZZZZ9.
               05  FILLER              PIC X(5)  VALUE SPACE.

           01  NO-ACCOUNTS-LINE.
               05  FILLER  PIC X(40) VALUE
                   'NO FORMER-STUDENT ACCOUNTS ON FILE.'.
               05  FILLER  PIC X(40) VALUE SPACE.

           01  COUNT-LINE.
               05  CNT-LABEL               PIC X(30).
               05  CNT-VALUE               PIC ZZZZ9.
               05  FILLER                  PIC X(45) VALUE SPACE.

           01  AMOUNT-LINE.
               05  AMT-LABEL               PIC X(30).
               05  AMT-VALUE               PIC ZZZ,ZZZ,ZZ9.99-.
               05  FILLER                  PIC X(35) VALUE SPACE.

           PROCEDURE DIVISION.

               100-REFER-FORMER-ACCOUNTS.
               PERFORM 200-INIT-COLLECT.
               PERFORM 250-AGE-ONE-ACCOUNT
                   UNTIL NO-MORE-FORMER-RECORDS.
               PERFORM 200-FINALIZE-COLLECT.
               GOBACK.

      *    The former-student file does not exist until the first
      *    student withdraws owing; with nothing to read, the agency
      *    still gets an empty load (header and trailer) so its
      *    schedule does not miss a night.
               200-INIT-COLLECT.
               PERFORM 210-ACCEPT-OPERATOR-ID
                   UNTIL OPERATOR-ID NOT = SPACE.
               ACCEPT COLLECT-RUN-DATE FROM DATE YYYYMMDD.
               OPEN OUTPUT REFERRAL-REPORT-FILE.
               MOVE COLLECT-RUN-DATE TO HD1-RUN-DATE.
               WRITE REPORT-LINE FROM HEADING-LINE-1.
               MOVE COLLECTION-REFERRAL-DAYS TO HD2-REFERRAL-DAYS.
               WRITE REPORT-LINE FROM HEADING-LINE-2.
               WRITE REPORT-LINE FROM HEADING-LINE-3.
               OPEN OUTPUT COLLECTION-AGENCY-FILE.
               MOVE 'H' TO CONTROL-RECORD-TYPE.
               PERFORM 330-WRITE-AGENCY-CONTROL.
               OPEN I-O FORMER-STUDENT-FILE.
               IF FORMER-FILE-STATUS NOT = '00'
                   WRITE REPORT-LINE FROM NO-ACCOUNTS-LINE
                   SET NO-MORE-FORMER-RECORDS TO TRUE
                   EXIT PARAGRAPH
               END-IF.
               OPEN EXTEND AUDIT-JOURNAL-FILE.
               MOVE 'Y' TO RUN-STARTED-SW.
               PERFORM 300-READ-NEXT-FORMER-RECORD.

               210-ACCEPT-OPERATOR-ID.
               DISPLAY 'Enter your operator ID:'.
               ACCEPT OPERATOR-ID.

               300-READ-NEXT-FORMER-RECORD.
               READ FORMER-STUDENT-FILE NEXT RECORD
                   AT END SET NO-MORE-FORMER-RECORDS TO TRUE
               END-READ.

      *    The clock runs from the last payment, or from the
      *    withdrawal when nothing has been paid since - a student
      *    who left, came back and left again starts over from the
      *    latest withdrawal.
               250-AGE-ONE-ACCOUNT.
               ADD 1 TO ACCOUNTS-READ-COUNT.
               IF FRM-ACCOUNT-OPEN
                       AND FRM-AMOUNT-OWED > 0
                   IF FRM-LAST-PAYMENT-DATE > FRM-WITHDRAWAL-DATE
                       MOVE FRM-LAST-PAYMENT-DATE TO LAST-ACTIVITY-DATE
                   ELSE
                       MOVE FRM-WITHDRAWAL-DATE TO LAST-ACTIVITY-DATE
                   END-IF
                   COMPUTE DAYS-SINCE-ACTIVITY =
                       FUNCTION INTEGER-OF-DATE (COLLECT-RUN-DATE)
                     - FUNCTION INTEGER-OF-DATE (LAST-ACTIVITY-DATE)
                   IF DAYS-SINCE-ACTIVITY > COLLECTION-REFERRAL-DAYS
                       PERFORM 270-REFER-ONE-ACCOUNT
                   END-IF
               END-IF.
               PERFORM 300-READ-NEXT-FORMER-RECORD.

               270-REFER-ONE-ACCOUNT.
               MOVE 'R' TO FRM-ACCOUNT-STATUS.
               MOVE COLLECT-RUN-DATE TO FRM-STATUS-DATE.
               REWRITE FORMER-STUDENT-RECORD
                   INVALID KEY
                       DISPLAY 'Referral of student '
                               FRM-STUDENT-NUMBER
                               ' could not be recorded - not referred.'
                       EXIT PARAGRAPH
               END-REWRITE.
               MOVE SPACES TO AGENCY-DETAIL-RECORD.
               MOVE 'D'                   TO CAD-RECORD-TYPE.
               MOVE FRM-STUDENT-NUMBER    TO CAD-STUDENT-NUMBER.
               MOVE FRM-STUDENT-NAME      TO CAD-STUDENT-NAME.
               MOVE FRM-PROGRAM-CODE      TO CAD-PROGRAM-CODE.
               MOVE FRM-AMOUNT-OWED       TO CAD-AMOUNT-OWED.
               MOVE FRM-WITHDRAWAL-DATE   TO CAD-WITHDRAWAL-DATE.
               MOVE FRM-LAST-PAYMENT-DATE TO CAD-LAST-PAYMENT-DATE.
               MOVE COLLECT-RUN-DATE      TO CAD-REFERRAL-DATE.
               WRITE AGENCY-DETAIL-RECORD.
               MOVE FRM-STUDENT-NUMBER    TO RFL-STUDENT-NUMBER.
               MOVE FRM-STUDENT-NAME      TO RFL-STUDENT-NAME.
               MOVE FRM-AMOUNT-OWED       TO RFL-AMOUNT-OWED.
               MOVE FRM-WITHDRAWAL-DATE   TO RFL-WITHDRAWAL-DATE.
               MOVE FRM-LAST-PAYMENT-DATE TO RFL-LAST-PAYMENT-DATE.
               MOVE DAYS-SINCE-ACTIVITY   TO RFL-DAYS.
               WRITE REPORT-LINE FROM REFERRAL-DETAIL-LINE.
               PERFORM 340-WRITE-JOURNAL-ENTRY.
               ADD 1 TO ACCOUNTS-REFERRED-COUNT.
               ADD FRM-AMOUNT-OWED TO AMOUNT-REFERRED-TOTAL.

               330-WRITE-AGENCY-CONTROL.
               MOVE SPACES TO AGENCY-CONTROL-RECORD.
               MOVE CONTROL-RECORD-TYPE     TO CAX-RECORD-TYPE.
               MOVE 'BURSAR'                TO CAX-SOURCE-SYSTEM.
               MOVE COLLECT-RUN-DATE        TO CAX-RUN-DATE.
               MOVE ACCOUNTS-REFERRED-COUNT TO CAX-ACCOUNT-COUNT.
               MOVE AMOUNT-REFERRED-TOTAL   TO CAX-AMOUNT-TOTAL.
               WRITE AGENCY-CONTROL-RECORD.

      *    A referral does not change what is owed: the entry carries
      *    a zero amount with old and new balance equal, and the
      *    balance referred is the one it shows.
               340-WRITE-JOURNAL-ENTRY.
               MOVE FRM-STUDENT-NUMBER  TO JRN-STUDENT-NUMBER.
               MOVE ZERO                TO JRN-TRANSACTION-AMOUNT.
               MOVE FRM-AMOUNT-OWED     TO JRN-OLD-BALANCE.
               MOVE FRM-AMOUNT-OWED     TO JRN-NEW-BALANCE.
               ACCEPT JRN-DATE FROM DATE YYYYMMDD.
               ACCEPT JRN-TIME FROM TIME.
               MOVE 'COLLREF'           TO JRN-STATUS.
               MOVE 'REFERRED TO COLLECTIONS' TO JRN-REASON.
               MOVE OPERATOR-ID         TO JRN-OPERATOR-ID.
               WRITE JOURNAL-RECORD.

               200-FINALIZE-COLLECT.
               MOVE 'T' TO CONTROL-RECORD-TYPE.
               PERFORM 330-WRITE-AGENCY-CONTROL.
               CLOSE COLLECTION-AGENCY-FILE.
               MOVE 'ACCOUNTS ON FILE:' TO CNT-LABEL.
               MOVE ACCOUNTS-READ-COUNT TO CNT-VALUE.
               WRITE REPORT-LINE FROM COUNT-LINE.
               MOVE 'ACCOUNTS REFERRED:' TO CNT-LABEL.
               MOVE ACCOUNTS-REFERRED-COUNT TO CNT-VALUE.
               WRITE REPORT-LINE FROM COUNT-LINE.
               MOVE 'AMOUNT REFERRED:' TO AMT-LABEL.
               MOVE AMOUNT-REFERRED-TOTAL TO AMT-VALUE.
               WRITE REPORT-LINE FROM AMOUNT-LINE.
               CLOSE REFERRAL-REPORT-FILE.
               IF RUN-WAS-STARTED
                   CLOSE FORMER-STUDENT-FILE
                   CLOSE AUDIT-JOURNAL-FILE
               END-IF.
               DISPLAY 'COLLECTIONS REFERRAL DONE - '
                       ACCOUNTS-REFERRED-COUNT ' ACCOUNT(S) REFERRED.'.

               END PROGRAM FORMER-STUDENT-COLLECT.
