      *    *****************************************************************
      *     Author:
      *     Date:
      *     Purpose: Bursar's write-off of former-student accounts
      *              judged uncollectible. The account is looked up on
      *              the former-student receivables file and shown with
      *              its balance, withdrawal and last payment dates and
      *              collections status. The write-off goes through only
      *              with the bursar's approval reference keyed and the
      *              write-off confirmed; it clears the whole balance,
      *              marks the account written off (later payments on
      *              it reject to the cashier's office), and journals
      *              WRITEOFF with the approval reference and the
      *              operator ID so every write-off traces to an
      *              approval.
      *     Tectonics: cobc
      *
      *     Modification History:
      *      2026-10-15  EF  Initial version.
      *    *****************************************************************
           IDENTIFICATION DIVISION.
           PROGRAM-ID. FORMER-WRITE-OFF.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT  FORMER-STUDENT-FILE
                   ASSIGN TO  ""
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                       RECORD KEY IS FRM-STUDENT-NUMBER
                       FILE STATUS IS FORMER-FILE-STATUS.
               SELECT  AUDIT-JOURNAL-FILE
                   ASSIGN TO  ""
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS JOURNAL-FILE-STATUS.

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

           WORKING-STORAGE SECTION.

           01  GLOBALS.
               05  FORMER-FILE-STATUS    PIC X(2).
               05  JOURNAL-FILE-STATUS   PIC X(2).
               05  MORE-INPUT            PIC X(1).
               05  CONFIRM-ANSWER        PIC X(1).
               05  WRITEOFF-STUDENT-NUMBER  PIC 9(6).
               05  WRITEOFF-AMOUNT       PIC 9(5)V99.
               05  WRITEOFFS-DONE-COUNT  PIC 9(5) VALUE ZERO.
               05  WRITEOFFS-DONE-TOTAL  PIC 9(9)V99 VALUE ZERO.
               05  DISPLAY-AMOUNT        PIC ZZ,ZZ9.99.
               05  DISPLAY-STATUS        PIC X(20).
               05  OPERATOR-ID           PIC X(8) VALUE SPACE.
               05  RUN-STARTED-SW        PIC X(1) VALUE 'N'.
                   88  RUN-WAS-STARTED      VALUE 'Y'.

      *    The journal reason carries the bursar's approval reference.
           01  WRITEOFF-JOURNAL-REASON.
               05  FILLER                PIC X(16) VALUE
                   'BURSAR APPROVAL '.
               05  RSN-APPROVAL-REF      PIC X(14) VALUE SPACE.

           PROCEDURE DIVISION.

               100-FORMER-WRITE-OFF.
               PERFORM 200-INIT-WRITE-OFF.
               IF RUN-WAS-STARTED
                   PERFORM 200-PROCESS-INPUT
               END-IF.
               PERFORM 200-FINALIZE-WRITE-OFF.
               GOBACK.

      *    With no former-student file there is nothing to write off,
      *    and it is never created here.
               200-INIT-WRITE-OFF.
               PERFORM 210-ACCEPT-OPERATOR-ID
                   UNTIL OPERATOR-ID NOT = SPACE.
               OPEN I-O FORMER-STUDENT-FILE.
               IF FORMER-FILE-STATUS NOT = '00'
                   DISPLAY '** FORMER-STUDENT FILE COULD NOT BE'
                           ' OPENED - NO WRITE-OFFS **'
                   EXIT PARAGRAPH
               END-IF.
               OPEN EXTEND AUDIT-JOURNAL-FILE.
               MOVE 'Y' TO RUN-STARTED-SW.

               210-ACCEPT-OPERATOR-ID.
               DISPLAY 'Enter your operator ID:'.
               ACCEPT OPERATOR-ID.

               200-PROCESS-INPUT.
               MOVE ' ' TO MORE-INPUT.
               PERFORM UNTIL MORE-INPUT = 'n'
                 MOVE ' ' TO MORE-INPUT
                  PERFORM UNTIL MORE-INPUT = 'n' OR MORE-INPUT = 'y'
                    DISPLAY 'Do you want to write off an account?'
                            ' (y/n)'
                       ACCEPT MORE-INPUT
                   END-PERFORM
                      IF MORE-INPUT = 'y'
                       PERFORM 300-WRITE-OFF-ONE-ACCOUNT
                      END-IF
               END-PERFORM.

               200-FINALIZE-WRITE-OFF.
               IF RUN-WAS-STARTED
                   CLOSE FORMER-STUDENT-FILE
                   CLOSE AUDIT-JOURNAL-FILE
               END-IF.
               MOVE WRITEOFFS-DONE-TOTAL TO DISPLAY-AMOUNT.
               DISPLAY 'WRITE-OFFS DONE - ' WRITEOFFS-DONE-COUNT
                       ' ACCOUNT(S), ' DISPLAY-AMOUNT '.'.

               300-WRITE-OFF-ONE-ACCOUNT.
               DISPLAY 'Enter student number:'.
               ACCEPT WRITEOFF-STUDENT-NUMBER.
               MOVE WRITEOFF-STUDENT-NUMBER TO FRM-STUDENT-NUMBER.
               READ FORMER-STUDENT-FILE
                   INVALID KEY
                       DISPLAY 'Student ' WRITEOFF-STUDENT-NUMBER
                               ' has no former-student account.'
                       EXIT PARAGRAPH
               END-READ.
               PERFORM 310-DISPLAY-ACCOUNT.
               IF FRM-WRITTEN-OFF
                   DISPLAY 'Account was already written off on '
                           FRM-STATUS-DATE '.'
                   EXIT PARAGRAPH
               END-IF.
               IF FRM-AMOUNT-OWED = 0
                   DISPLAY 'Account is paid in full - nothing to'
                           ' write off.'
                   EXIT PARAGRAPH
               END-IF.
               MOVE SPACE TO RSN-APPROVAL-REF.
               PERFORM 320-ACCEPT-APPROVAL-REF
                   UNTIL RSN-APPROVAL-REF NOT = SPACE.
               MOVE SPACE TO CONFIRM-ANSWER.
               PERFORM UNTIL CONFIRM-ANSWER = 'y'
                       OR CONFIRM-ANSWER = 'n'
                   DISPLAY 'Write off ' DISPLAY-AMOUNT
                           ' for student ' FRM-STUDENT-NUMBER '? (y/n)'
                   ACCEPT CONFIRM-ANSWER
               END-PERFORM.
               IF CONFIRM-ANSWER = 'n'
                   DISPLAY 'Write-off cancelled.'
                   EXIT PARAGRAPH
               END-IF.
               PERFORM 330-APPLY-WRITE-OFF.

               310-DISPLAY-ACCOUNT.
               EVALUATE TRUE
                   WHEN FRM-REFERRED
                       MOVE 'WITH COLLECTIONS'  TO DISPLAY-STATUS
                   WHEN FRM-WRITTEN-OFF
                       MOVE 'WRITTEN OFF'       TO DISPLAY-STATUS
                   WHEN OTHER
                       MOVE 'OPEN'              TO DISPLAY-STATUS
               END-EVALUATE.
               MOVE FRM-AMOUNT-OWED TO DISPLAY-AMOUNT.
               DISPLAY 'Student ' FRM-STUDENT-NUMBER ' '
                       FRM-STUDENT-NAME.
               DISPLAY '  Owed ' DISPLAY-AMOUNT
                       '  withdrew ' FRM-WITHDRAWAL-DATE
                       '  last paid ' FRM-LAST-PAYMENT-DATE.
               DISPLAY '  Status ' DISPLAY-STATUS.

               320-ACCEPT-APPROVAL-REF.
               DISPLAY 'Enter the bursar approval reference:'.
               ACCEPT RSN-APPROVAL-REF.

      *    The account stays on file, written off and at zero, so a
      *    payment that turns up later is caught at the cashier rather
      *    than refunded.
               330-APPLY-WRITE-OFF.
               MOVE FRM-AMOUNT-OWED TO WRITEOFF-AMOUNT.
               MOVE ZERO TO FRM-AMOUNT-OWED.
               MOVE 'W'  TO FRM-ACCOUNT-STATUS.
               ACCEPT FRM-STATUS-DATE FROM DATE YYYYMMDD.
               REWRITE FORMER-STUDENT-RECORD
                   INVALID KEY
                       DISPLAY 'Write-off could not be recorded for'
                               ' student ' FRM-STUDENT-NUMBER '.'
                       EXIT PARAGRAPH
               END-REWRITE.
               MOVE FRM-STUDENT-NUMBER  TO JRN-STUDENT-NUMBER.
               COMPUTE JRN-TRANSACTION-AMOUNT = ZERO - WRITEOFF-AMOUNT.
               MOVE WRITEOFF-AMOUNT     TO JRN-OLD-BALANCE.
               MOVE ZERO                TO JRN-NEW-BALANCE.
               ACCEPT JRN-DATE FROM DATE YYYYMMDD.
               ACCEPT JRN-TIME FROM TIME.
               MOVE 'WRITEOFF'          TO JRN-STATUS.
               MOVE WRITEOFF-JOURNAL-REASON TO JRN-REASON.
               MOVE OPERATOR-ID         TO JRN-OPERATOR-ID.
               WRITE JOURNAL-RECORD.
               ADD 1 TO WRITEOFFS-DONE-COUNT.
               ADD WRITEOFF-AMOUNT TO WRITEOFFS-DONE-TOTAL.
               DISPLAY 'Account written off.'.

               END PROGRAM FORMER-WRITE-OFF.
