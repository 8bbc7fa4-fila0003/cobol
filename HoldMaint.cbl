      *    *****************************************************************
      *     Author:
      *     Date:
      *     Purpose: Front-office maintenance against the keyed holds
      *              file. A hold is keyed by student number and hold
      *              type (FINANCIAL, ACADEMIC or REGISTRAR) and carries
      *              the date placed, the operator who placed it and
      *              the reason. A hold on file is an open hold:
      *              placing one writes the record and journals
      *              HOLDADD, releasing one deletes it and journals
      *              HOLDREL, so the journal keeps the full history of
      *              who placed and released what. A hold can only be
      *              placed on a student on STUDENT-FILE-INDEXED.
      *              TRANSCRIPT-REPORT, STUDENT-MAINT and STUDENT-
      *              INQUIRY read the file to enforce and show holds;
      *              HOLD-NIGHTLY places the automatic ones.
      *     Tectonics: cobc
      *
      *     Modification History:
      *      2026-10-15  EF  Initial version.
      *    *****************************************************************
           IDENTIFICATION DIVISION.
           PROGRAM-ID. HOLD-MAINT.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT  HOLDS-FILE
                   ASSIGN TO  ""
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                       RECORD KEY IS HLD-KEY
                       FILE STATUS IS HOLDS-FILE-STATUS.
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

          DATA DIVISION.
          FILE SECTION.
      *    Keyed on student number then hold type, so one student's
      *    open holds read together and a student carries at most one
      *    open hold of each type.
          FD HOLDS-FILE.
          01  HOLD-RECORD.
               05 HLD-KEY.
                   10 HLD-STUDENT-NUMBER  PIC 9(6).
                   10 HLD-HOLD-TYPE       PIC X(9).
               05 HLD-DATE-PLACED         PIC 9(8).
               05 HLD-PLACED-BY           PIC X(8).
               05 HLD-REASON              PIC X(30).

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

           WORKING-STORAGE SECTION.

           01  GLOBALS.
               05  HOLDS-FILE-STATUS     PIC X(2).
               05  STUDENT-FILE-STATUS   PIC X(2).
               05  JOURNAL-FILE-STATUS   PIC X(2).
               05  MORE-INPUT            PIC X(1).
               05  HOLD-ACTION-CODE      PIC X(1).
                   88  HOLD-ACTION-PLACE    VALUE 'P'.
                   88  HOLD-ACTION-RELEASE  VALUE 'R'.
               05  HOLD-TYPE-CODE        PIC X(1).
                   88  HOLD-TYPE-FINANCIAL  VALUE 'F'.
                   88  HOLD-TYPE-ACADEMIC   VALUE 'A'.
                   88  HOLD-TYPE-REGISTRAR  VALUE 'R'.
                   88  HOLD-TYPE-IS-VALID   VALUE 'F' 'A' 'R'.
               05  HOLD-STUDENT-NUMBER   PIC 9(6).
               05  HOLD-TYPE-NAME        PIC X(9).
               05  HOLD-REASON-TEXT      PIC X(30).
               05  STUDENT-FOUND-SWITCH  PIC X(1).
                   88  STUDENT-WAS-FOUND    VALUE 'Y'.
               05  HOLDS-PLACED-COUNT    PIC 9(5) VALUE ZERO.
               05  HOLDS-RELEASED-COUNT  PIC 9(5) VALUE ZERO.
               05  OPERATOR-ID           PIC X(8) VALUE SPACE.

      *    Holds never touch the balance; the journal reason names the
      *    hold type and, on a placement, the start of the reason.
           01  HOLD-JOURNAL-REASON.
               05  RSN-HOLD-TYPE         PIC X(9).
               05  FILLER                PIC X(1)  VALUE SPACE.
               05  RSN-HOLD-TEXT         PIC X(20).

           PROCEDURE DIVISION.

               100-HOLD-MAINT.
               PERFORM 200-INIT-HOLD-MAINT.
               PERFORM 200-PROCESS-INPUT.
               PERFORM 200-FINALIZE-HOLD-MAINT.
               GOBACK.

      *    The holds file is created by the first run that needs it.
      *    Any other open failure is left alone rather than letting an
      *    OPEN OUTPUT wipe the holds already on file.
               200-INIT-HOLD-MAINT.
               PERFORM 210-ACCEPT-OPERATOR-ID
                   UNTIL OPERATOR-ID NOT = SPACE.
               OPEN I-O HOLDS-FILE.
               IF HOLDS-FILE-STATUS = '35'
                   OPEN OUTPUT HOLDS-FILE
                   CLOSE HOLDS-FILE
                   OPEN I-O HOLDS-FILE
               END-IF.
               OPEN INPUT STUDENT-FILE-INDEXED.
               OPEN EXTEND AUDIT-JOURNAL-FILE.

               210-ACCEPT-OPERATOR-ID.
               DISPLAY 'Enter your operator ID:'.
               ACCEPT OPERATOR-ID.

               200-PROCESS-INPUT.
               MOVE ' ' TO MORE-INPUT.
               PERFORM UNTIL MORE-INPUT = 'n'
                 MOVE ' ' TO MORE-INPUT
                  PERFORM UNTIL MORE-INPUT = 'n' OR MORE-INPUT = 'y'
                    DISPLAY 'Do you want to place or release a hold?'
                            ' (y/n)'
                       ACCEPT MORE-INPUT
                   END-PERFORM
                      IF MORE-INPUT = 'y'
                       PERFORM 300-ACCEPT-HOLD-CHANGE
                       PERFORM 300-APPLY-HOLD-CHANGE
                      END-IF
               END-PERFORM.

               200-FINALIZE-HOLD-MAINT.
               CLOSE HOLDS-FILE.
               CLOSE STUDENT-FILE-INDEXED.
               CLOSE AUDIT-JOURNAL-FILE.
               DISPLAY 'HOLD MAINTENANCE DONE - '
                       HOLDS-PLACED-COUNT ' PLACED, '
                       HOLDS-RELEASED-COUNT ' RELEASED.'.

               300-ACCEPT-HOLD-CHANGE.
               MOVE SPACE TO HOLD-ACTION-CODE.
               PERFORM UNTIL HOLD-ACTION-PLACE OR HOLD-ACTION-RELEASE
                   DISPLAY 'Hold action: (P)lace or (R)elease?'
                   ACCEPT HOLD-ACTION-CODE
               END-PERFORM.
               DISPLAY 'Enter student number:'.
               ACCEPT HOLD-STUDENT-NUMBER.
               MOVE SPACE TO HOLD-TYPE-CODE.
               PERFORM 310-ACCEPT-HOLD-TYPE
                   UNTIL HOLD-TYPE-IS-VALID.
               EVALUATE TRUE
                   WHEN HOLD-TYPE-FINANCIAL
                       MOVE 'FINANCIAL' TO HOLD-TYPE-NAME
                   WHEN HOLD-TYPE-ACADEMIC
                       MOVE 'ACADEMIC'  TO HOLD-TYPE-NAME
                   WHEN HOLD-TYPE-REGISTRAR
                       MOVE 'REGISTRAR' TO HOLD-TYPE-NAME
               END-EVALUATE.
               IF HOLD-ACTION-PLACE
                   MOVE SPACE TO HOLD-REASON-TEXT
                   PERFORM 320-ACCEPT-HOLD-REASON
                       UNTIL HOLD-REASON-TEXT NOT = SPACE
               END-IF.

               310-ACCEPT-HOLD-TYPE.
               DISPLAY 'Hold type: (F)inancial, (A)cademic or'
                       ' (R)egistrar?'.
               ACCEPT HOLD-TYPE-CODE.

               320-ACCEPT-HOLD-REASON.
               DISPLAY 'Enter the reason for the hold:'.
               ACCEPT HOLD-REASON-TEXT.

               300-APPLY-HOLD-CHANGE.
               PERFORM 330-READ-STUDENT.
               IF HOLD-ACTION-PLACE
                   PERFORM 340-PLACE-HOLD
               ELSE
                   PERFORM 350-RELEASE-HOLD
               END-IF.

               330-READ-STUDENT.
               MOVE 'Y' TO STUDENT-FOUND-SWITCH.
               MOVE HOLD-STUDENT-NUMBER TO IND-STUDENT-NUMBER.
               READ STUDENT-FILE-INDEXED
                   INVALID KEY
                       MOVE 'N' TO STUDENT-FOUND-SWITCH
                   NOT INVALID KEY
                       DISPLAY 'Student ' IND-STUDENT-NUMBER ' '
                               IND-STUDENT-NAME
               END-READ.

      *    A hold of the same type already open is left as placed - the
      *    original date and operator are what the front desk needs.
               340-PLACE-HOLD.
               IF NOT STUDENT-WAS-FOUND
                   DISPLAY 'Unable to place hold. Student '
                           HOLD-STUDENT-NUMBER
                           ' is not on the master.'
                   EXIT PARAGRAPH
               END-IF.
               MOVE HOLD-STUDENT-NUMBER TO HLD-STUDENT-NUMBER.
               MOVE HOLD-TYPE-NAME      TO HLD-HOLD-TYPE.
               ACCEPT HLD-DATE-PLACED FROM DATE YYYYMMDD.
               MOVE OPERATOR-ID         TO HLD-PLACED-BY.
               MOVE HOLD-REASON-TEXT    TO HLD-REASON.
               WRITE HOLD-RECORD
                   INVALID KEY
                       DISPLAY 'Student ' HOLD-STUDENT-NUMBER
                               ' already has an open '
                               HOLD-TYPE-NAME ' hold.'
                       EXIT PARAGRAPH
               END-WRITE.
               MOVE HOLD-TYPE-NAME   TO RSN-HOLD-TYPE.
               MOVE HOLD-REASON-TEXT TO RSN-HOLD-TEXT.
               MOVE 'HOLDADD' TO JRN-STATUS.
               PERFORM 370-WRITE-JOURNAL-ENTRY.
               ADD 1 TO HOLDS-PLACED-COUNT.

      *    A hold can be released for a student who has since left the
      *    master - the hold would otherwise never come off.
               350-RELEASE-HOLD.
               MOVE HOLD-STUDENT-NUMBER TO HLD-STUDENT-NUMBER.
               MOVE HOLD-TYPE-NAME      TO HLD-HOLD-TYPE.
               DELETE HOLDS-FILE
                   INVALID KEY
                       DISPLAY 'No open ' HOLD-TYPE-NAME
                               ' hold on file for student '
                               HOLD-STUDENT-NUMBER '.'
                       EXIT PARAGRAPH
               END-DELETE.
               MOVE HOLD-TYPE-NAME TO RSN-HOLD-TYPE.
               MOVE 'RELEASED'     TO RSN-HOLD-TEXT.
               MOVE 'HOLDREL' TO JRN-STATUS.
               PERFORM 370-WRITE-JOURNAL-ENTRY.
               ADD 1 TO HOLDS-RELEASED-COUNT.

      *    Holds never touch the balance, so the journal entry carries
      *    a zero amount with old and new balance equal, the way
      *    STUDENT-MAINT journals registrar changes.
               370-WRITE-JOURNAL-ENTRY.
               MOVE HOLD-STUDENT-NUMBER TO JRN-STUDENT-NUMBER.
               MOVE ZERO                TO JRN-TRANSACTION-AMOUNT.
               IF STUDENT-WAS-FOUND
                   MOVE IND-TUITION-OWED TO JRN-OLD-BALANCE
                   MOVE IND-TUITION-OWED TO JRN-NEW-BALANCE
               ELSE
                   MOVE ZERO             TO JRN-OLD-BALANCE
                   MOVE ZERO             TO JRN-NEW-BALANCE
               END-IF.
               ACCEPT JRN-DATE FROM DATE YYYYMMDD.
               ACCEPT JRN-TIME FROM TIME.
               MOVE HOLD-JOURNAL-REASON TO JRN-REASON.
               MOVE OPERATOR-ID         TO JRN-OPERATOR-ID.
               WRITE JOURNAL-RECORD.

               END PROGRAM HOLD-MAINT.
