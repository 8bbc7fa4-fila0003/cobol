      *              to AUDIT-JOURNAL-FILE with a status and the before/
      *              after values. Kept separate from OnlineUpdate so
      *              financial posting and registrar maintenance stay on
      *              separate duties. A program transfer is refused while
      *              the student has any hold open on the holds file.
      *     Tectonics: cobc
      *
      *     Modification History:
      *                      and carried on every journal entry so a
      *                      disputed name change or program transfer
      *                      can be traced to who keyed it.
      *      2026-10-15  EF  A program transfer is refused, and
      *                      journaled REJECTED, while the student has
      *                      any open hold on HOLDS-FILE - financial,
      *                      academic or registrar.
      *    *****************************************************************
           IDENTIFICATION DIVISION.
           PROGRAM-ID. STUDENT-MAINT.
                       ALTERNATE RECORD KEY IS IND-STUDENT-NAME
                           WITH DUPLICATES
                       FILE STATUS IS STUDENT-FILE-STATUS.
               SELECT  HOLDS-FILE
                   ASSIGN TO  ""
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS HLD-KEY
                       FILE STATUS IS HOLDS-FILE-STATUS.
               SELECT  AUDIT-JOURNAL-FILE
                   ASSIGN TO  ""
                       ORGANIZATION IS LINE SEQUENTIAL
               05 IND-COURSE-CODE-5   PIC X(7).
               05 IND-AVERAGE-5       PIC 9(3).

          FD HOLDS-FILE.
          01  HOLD-RECORD.
               05 HLD-KEY.
                   10 HLD-STUDENT-NUMBER  PIC 9(6).
                   10 HLD-HOLD-TYPE       PIC X(9).
               05 HLD-DATE-PLACED         PIC 9(8).
               05 HLD-PLACED-BY           PIC X(8).
               05 HLD-REASON              PIC X(30).

          FD AUDIT-JOURNAL-FILE.
          01  JOURNAL-RECORD.
               05 JRN-STUDENT-NUMBER      PIC 9(6).
           01  GLOBALS.
               05  STUDENT-FILE-STATUS   PIC X(2).
               05  JOURNAL-FILE-STATUS   PIC X(2).
               05  HOLDS-FILE-STATUS     PIC X(2).
               05  MORE-INPUT            PIC X(1).
               05  MAINT-TYPE-CODE       PIC X(1).
                   88  MAINT-TYPE-NAME      VALUE 'N'.
                   88  STUDENT-WAS-FOUND    VALUE 'Y'.
               05  PGM-CODE-VALID-FLAG   PIC X(1).
                   88  PGM-CODE-IS-VALID    VALUE 'Y'.
               05  OPEN-HOLD-SWITCH      PIC X(1).
                   88  STUDENT-HAS-OPEN-HOLD  VALUE 'Y'.
               05  OPEN-HOLD-TYPE        PIC X(9).
               05  CHANGES-APPLIED-COUNT PIC 9(5) VALUE ZERO.
               05  OPERATOR-ID           PIC X(8) VALUE SPACE.

               05  RSN-NEW-PROGRAM-CODE  PIC X(5).
               05  FILLER                PIC X(11) VALUE SPACE.

           01  HOLD-REFUSAL-REASON.
               05  FILLER                PIC X(21) VALUE
                   'PGMXFER REFUSED HOLD '.
               05  RSN-HOLD-TYPE         PIC X(9).

           PROCEDURE DIVISION.

               100-STUDENT-MAINT.
               PERFORM 210-ACCEPT-OPERATOR-ID
                   UNTIL OPERATOR-ID NOT = SPACE.
               OPEN I-O STUDENT-FILE-INDEXED.
               OPEN INPUT HOLDS-FILE.
               OPEN EXTEND AUDIT-JOURNAL-FILE.

               210-ACCEPT-OPERATOR-ID.

               200-FINALIZE-MAINT.
               CLOSE STUDENT-FILE-INDEXED.
               CLOSE HOLDS-FILE.
               CLOSE AUDIT-JOURNAL-FILE.
               DISPLAY 'MAINTENANCE CHANGES APPLIED - '
                       CHANGES-APPLIED-COUNT.
               PERFORM 370-WRITE-JOURNAL-ENTRY.

               360-APPLY-PROGRAM-TRANSFER.
               PERFORM 365-CHECK-OPEN-HOLDS.
               IF STUDENT-HAS-OPEN-HOLD
                   DISPLAY 'Unable to apply change. Student has an'
                           ' open ' OPEN-HOLD-TYPE ' hold.'
                   MOVE OPEN-HOLD-TYPE TO RSN-HOLD-TYPE
                   MOVE HOLD-REFUSAL-REASON TO MAINT-JOURNAL-REASON
                   MOVE 'REJECTED' TO MAINT-JOURNAL-STATUS
                   PERFORM 370-WRITE-JOURNAL-ENTRY
                   EXIT PARAGRAPH
               END-IF.
               MOVE IND-PROGRAM-CODE TO RSN-OLD-PROGRAM-CODE.
               MOVE MAINT-NEW-PROGRAM-CODE TO RSN-NEW-PROGRAM-CODE.
               MOVE PROGRAM-CHANGE-REASON TO MAINT-JOURNAL-REASON.
               ADD 1 TO CHANGES-APPLIED-COUNT.
               PERFORM 370-WRITE-JOURNAL-ENTRY.

      *    The holds file is keyed student then type, so the student's
      *    first hold, if any, is the first record at or after the
      *    student number with the lowest type. No holds file yet
      *    means no holds.
               365-CHECK-OPEN-HOLDS.
               MOVE 'N' TO OPEN-HOLD-SWITCH.
               IF HOLDS-FILE-STATUS NOT = '00'
                       AND HOLDS-FILE-STATUS NOT = '10'
                       AND HOLDS-FILE-STATUS NOT = '23'
                   EXIT PARAGRAPH
               END-IF.
               MOVE IND-STUDENT-NUMBER TO HLD-STUDENT-NUMBER.
               MOVE LOW-VALUES TO HLD-HOLD-TYPE.
               START HOLDS-FILE
               KEY IS NOT LESS THAN HLD-KEY
                   INVALID KEY
                       EXIT PARAGRAPH
               END-START.
               READ HOLDS-FILE NEXT RECORD
                   AT END
                       EXIT PARAGRAPH
               END-READ.
               IF HLD-STUDENT-NUMBER = IND-STUDENT-NUMBER
                   MOVE 'Y' TO OPEN-HOLD-SWITCH
                   MOVE HLD-HOLD-TYPE TO OPEN-HOLD-TYPE
               END-IF.

               330-RESOLVE-STUDENT-BY-NAME.
               MOVE MAINT-STUDENT-NAME TO IND-STUDENT-NAME.
               START STUDENT-FILE-INDEXED
