      *    *****************************************************************
      *     Author:
      *     Date:
      *     Purpose: Financial aid office maintenance against the keyed
      *              award file. An award is one credit due to a
      *              student for a term from one source - a scholarship
      *              or grant fund (award type A) or a third-party
      *              sponsor who is invoiced for it (award type S) -
      *              keyed on student number, term code and source
      *              code. The aid office can add or change an award
      *              (a rerun of the same key rewrites it in place) or
      *              delete one. An award the AID-DISBURSE run has
      *              already credited to the master is never changed
      *              or deleted here - the credit is on the journal and
      *              the award record is its only link back to the
      *              source. The student is checked against
      *              STUDENT-FILE-INDEXED before an award is set up so
      *              an award cannot be keyed under a number that is
      *              not on the master.
      *     Tectonics: cobc
      *
      *     Modification History:
      *      2026-10-15  EF  Initial version.
      *    *****************************************************************
           IDENTIFICATION DIVISION.
           PROGRAM-ID. AID-AWARD-MAINT.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT  AID-AWARD-FILE
                   ASSIGN TO  ""
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                       RECORD KEY IS AWD-KEY
                       FILE STATUS IS AWARD-FILE-STATUS.
               SELECT  STUDENT-FILE-INDEXED
                   ASSIGN TO  ""
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                       RECORD KEY IS IND-STUDENT-NUMBER
                       FILE STATUS IS STUDENT-FILE-STATUS.

          DATA DIVISION.
          FILE SECTION.
      *    Keyed on student number, term code then source code, so a
      *    sequential read hands the disbursement run each student's
      *    awards together. AWD-DISBURSED-DATE stays zero until the
      *    award has been credited to the master.
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

           WORKING-STORAGE SECTION.

           01  GLOBALS.
               05  AWARD-FILE-STATUS     PIC X(2).
               05  STUDENT-FILE-STATUS   PIC X(2).
               05  MORE-INPUT            PIC X(1).
               05  AWARD-ACTION-CODE     PIC X(1).
                   88  AWARD-ACTION-SETUP   VALUE 'A'.
                   88  AWARD-ACTION-DELETE  VALUE 'D'.
               05  AWARD-STUDENT-NUMBER  PIC 9(6).
               05  AWARD-TERM-CODE       PIC X(5).
               05  AWARD-SOURCE-CODE     PIC X(6).
               05  AWARD-TYPE-CODE       PIC X(1).
                   88  AWARD-TYPE-IS-VALID  VALUE 'A' 'S'.
               05  AWARD-AMOUNT          PIC 9(5)V99.
               05  STUDENT-FOUND-SWITCH  PIC X(1).
                   88  STUDENT-WAS-FOUND    VALUE 'Y'.
               05  AWARD-LOCKED-SWITCH   PIC X(1).
                   88  AWARD-IS-LOCKED      VALUE 'Y'.
               05  AWARDS-SET-COUNT      PIC 9(5) VALUE ZERO.
               05  AWARDS-CUT-COUNT      PIC 9(5) VALUE ZERO.

           PROCEDURE DIVISION.

               100-AID-AWARD-MAINT.
               PERFORM 200-INIT-AWARD-MAINT.
               PERFORM 200-PROCESS-INPUT.
               PERFORM 200-FINALIZE-AWARD-MAINT.
               GOBACK.

      *    The award file accumulates across terms; the first run ever
      *    has nothing to open I-O, so file-not-found creates it. Any
      *    other open failure is left alone rather than letting an
      *    OPEN OUTPUT wipe the awards already on file.
               200-INIT-AWARD-MAINT.
               OPEN I-O AID-AWARD-FILE.
               IF AWARD-FILE-STATUS = '35'
                   OPEN OUTPUT AID-AWARD-FILE
                   CLOSE AID-AWARD-FILE
                   OPEN I-O AID-AWARD-FILE
               END-IF.
               OPEN INPUT STUDENT-FILE-INDEXED.

               200-PROCESS-INPUT.
               MOVE ' ' TO MORE-INPUT.
               PERFORM UNTIL MORE-INPUT = 'n'
                 MOVE ' ' TO MORE-INPUT
                  PERFORM UNTIL MORE-INPUT = 'n' OR MORE-INPUT = 'y'
                    DISPLAY 'Do you want to enter an award change?'
                            ' (y/n)'
                       ACCEPT MORE-INPUT
                   END-PERFORM
                      IF MORE-INPUT = 'y'
                       PERFORM 300-ACCEPT-AWARD-CHANGE
                       PERFORM 300-APPLY-AWARD-CHANGE
                      END-IF
               END-PERFORM.

               200-FINALIZE-AWARD-MAINT.
               CLOSE AID-AWARD-FILE.
               CLOSE STUDENT-FILE-INDEXED.
               DISPLAY 'AWARD MAINTENANCE DONE - '
                       AWARDS-SET-COUNT ' SET, '
                       AWARDS-CUT-COUNT ' DELETED.'.

               300-ACCEPT-AWARD-CHANGE.
               MOVE SPACE TO AWARD-ACTION-CODE.
               PERFORM UNTIL AWARD-ACTION-SETUP OR AWARD-ACTION-DELETE
                   DISPLAY 'Award action: (A)dd or change, or'
                           ' (D)elete?'
                   ACCEPT AWARD-ACTION-CODE
               END-PERFORM.
               DISPLAY 'Enter student number:'.
               ACCEPT AWARD-STUDENT-NUMBER.
               MOVE SPACE TO AWARD-TERM-CODE.
               PERFORM 310-ACCEPT-TERM-CODE
                   UNTIL AWARD-TERM-CODE NOT = SPACE.
               MOVE SPACE TO AWARD-SOURCE-CODE.
               PERFORM 320-ACCEPT-SOURCE-CODE
                   UNTIL AWARD-SOURCE-CODE NOT = SPACE.
               IF AWARD-ACTION-SETUP
                   MOVE SPACE TO AWARD-TYPE-CODE
                   PERFORM 330-ACCEPT-AWARD-TYPE
                       UNTIL AWARD-TYPE-IS-VALID
                   DISPLAY 'Enter the award amount:'
                   ACCEPT AWARD-AMOUNT
               END-IF.

               310-ACCEPT-TERM-CODE.
               DISPLAY 'Enter the term code the award is for:'.
               ACCEPT AWARD-TERM-CODE.

               320-ACCEPT-SOURCE-CODE.
               DISPLAY 'Enter the award source code (fund or'
                       ' sponsor):'.
               ACCEPT AWARD-SOURCE-CODE.

               330-ACCEPT-AWARD-TYPE.
               DISPLAY 'Award type: (A)id fund or third-party'
                       ' (S)ponsor?'.
               ACCEPT AWARD-TYPE-CODE.

               300-APPLY-AWARD-CHANGE.
               PERFORM 340-CHECK-STUDENT-ON-MASTER.
               IF NOT STUDENT-WAS-FOUND
                   EXIT PARAGRAPH
               END-IF.
               PERFORM 350-CHECK-AWARD-NOT-DISBURSED.
               IF AWARD-IS-LOCKED
                   EXIT PARAGRAPH
               END-IF.
               IF AWARD-ACTION-SETUP
                   PERFORM 360-SET-UP-AWARD
               ELSE
                   PERFORM 370-DELETE-AWARD
               END-IF.

               340-CHECK-STUDENT-ON-MASTER.
               MOVE 'Y' TO STUDENT-FOUND-SWITCH.
               MOVE AWARD-STUDENT-NUMBER TO IND-STUDENT-NUMBER.
               READ STUDENT-FILE-INDEXED
                   INVALID KEY
                       DISPLAY 'Unable to apply change. Student '
                               AWARD-STUDENT-NUMBER
                               ' is not on the master.'
                       MOVE 'N' TO STUDENT-FOUND-SWITCH
                   NOT INVALID KEY
                       DISPLAY 'Student ' IND-STUDENT-NUMBER ' '
                               IND-STUDENT-NAME
                       DISPLAY 'Balance owed: ' IND-TUITION-OWED
               END-READ.

      *    Once the disbursement run has credited an award the amount
      *    is on the master and the journal; changing or deleting the
      *    award afterwards would leave the aid office's records
      *    disagreeing with what was posted. A correction to a
      *    disbursed award is keyed as a new award or a charge.
               350-CHECK-AWARD-NOT-DISBURSED.
               MOVE 'N' TO AWARD-LOCKED-SWITCH.
               MOVE AWARD-STUDENT-NUMBER TO AWD-STUDENT-NUMBER.
               MOVE AWARD-TERM-CODE      TO AWD-TERM-CODE.
               MOVE AWARD-SOURCE-CODE    TO AWD-SOURCE-CODE.
               READ AID-AWARD-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF NOT AWD-NOT-DISBURSED
                           DISPLAY 'Unable to apply change. Award'
                                   ' was disbursed on '
                                   AWD-DISBURSED-DATE '.'
                           MOVE 'Y' TO AWARD-LOCKED-SWITCH
                       END-IF
               END-READ.

      *    Setting up an award that already exists rewrites it in
      *    place, so a revised award is re-keyed over the old one.
               360-SET-UP-AWARD.
               MOVE AWARD-STUDENT-NUMBER TO AWD-STUDENT-NUMBER.
               MOVE AWARD-TERM-CODE      TO AWD-TERM-CODE.
               MOVE AWARD-SOURCE-CODE    TO AWD-SOURCE-CODE.
               MOVE AWARD-TYPE-CODE      TO AWD-AWARD-TYPE.
               MOVE AWARD-AMOUNT         TO AWD-AMOUNT.
               MOVE ZERO                 TO AWD-DISBURSED-DATE.
               WRITE AID-AWARD-RECORD
                   INVALID KEY
                       REWRITE AID-AWARD-RECORD
               END-WRITE.
               IF AWARD-FILE-STATUS = '00'
                   ADD 1 TO AWARDS-SET-COUNT
               ELSE
                   DISPLAY '** AWARD NOT SET - STATUS '
                           AWARD-FILE-STATUS
               END-IF.

               370-DELETE-AWARD.
               MOVE AWARD-STUDENT-NUMBER TO AWD-STUDENT-NUMBER.
               MOVE AWARD-TERM-CODE      TO AWD-TERM-CODE.
               MOVE AWARD-SOURCE-CODE    TO AWD-SOURCE-CODE.
               DELETE AID-AWARD-FILE
                   INVALID KEY
                       DISPLAY 'No award from ' AWARD-SOURCE-CODE
                               ' for term ' AWARD-TERM-CODE
                               ' on file for student '
                               AWARD-STUDENT-NUMBER '.'
                   NOT INVALID KEY
                       ADD 1 TO AWARDS-CUT-COUNT
               END-DELETE.

               END PROGRAM AID-AWARD-MAINT.
