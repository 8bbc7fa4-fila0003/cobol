      *              exact 40-byte name OnlineUpdate's lookup demands is
      *              not needed. The picked student's balance, program
      *              code with its description off PROGRAM-CODE-MASTER,
      *              course slots, open holds, and most recent journal
      *              entries are then shown on the console.
      *     Tectonics: cobc
      *
      *     Modification History:
      *      2026-09-02  EF  Initial version.
      *      2026-10-15  EF  The student's open holds off HOLDS-FILE -
      *                      type, date placed, who placed it and why -
      *                      are shown after the course slots so the
      *                      counter sees them before anything else is
      *                      promised. The holds file is opened INPUT
      *                      like every other file here.
      *    *****************************************************************
           IDENTIFICATION DIVISION.
           PROGRAM-ID. STUDENT-INQUIRY.
                       ORGANIZATION IS INDEXED
                       RECORD KEY IS PGM-CODE
                       FILE STATUS IS PGM-MASTER-STATUS.
               SELECT  HOLDS-FILE
                   ASSIGN TO  ""
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS HLD-KEY
                       FILE STATUS IS HOLDS-FILE-STATUS.
               SELECT  AUDIT-JOURNAL-FILE
                   ASSIGN TO  ""
                       ORGANIZATION IS LINE SEQUENTIAL
               05 PGM-ACTIVE-FLAG    PIC X(1).
                  88 PGM-IS-ACTIVE   VALUE 'Y'.

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
               88 EOF-AUDIT-JOURNAL-FILE VALUE HIGH-VALUE.
               05  STUDENT-FILE-STATUS   PIC X(2).
               05  PGM-MASTER-STATUS     PIC X(2).
               05  JOURNAL-FILE-STATUS   PIC X(2).
               05  HOLDS-FILE-STATUS     PIC X(2).
               05  MORE-INPUT            PIC X(1).
               05  BROWSE-NAME           PIC X(40).
               05  MATCH-COUNT           PIC 9(2) VALUE ZERO.
               05  INQ-FIRST-SHOWN       PIC 9(3).
               05  MORE-JOURNAL-RECORDS  PIC X(1) VALUE 'Y'.
                   88  NO-MORE-JOURNAL-RECORDS  VALUE 'N'.
               05  MORE-HOLDS            PIC X(1).
                   88  NO-MORE-HOLDS        VALUE 'N'.
               05  HOLDS-SHOWN-COUNT     PIC 9(2).
               05  HOLDS-OPEN-SW         PIC X(1) VALUE 'N'.
                   88  HOLDS-FILE-IS-OPEN   VALUE 'Y'.

      *    The browse list the operator picks from - up to ten names
      *    read forward from the keyed start point.
                           ' NO INQUIRIES POSSIBLE **'
               END-IF.
               OPEN INPUT PROGRAM-CODE-MASTER.
               OPEN INPUT HOLDS-FILE.
               IF HOLDS-FILE-STATUS = '00'
                   MOVE 'Y' TO HOLDS-OPEN-SW
               END-IF.
               OPEN INPUT AUDIT-JOURNAL-FILE.

               200-PROCESS-INQUIRIES.
               200-FINALIZE-INQUIRY.
               CLOSE STUDENT-FILE-INDEXED.
               CLOSE PROGRAM-CODE-MASTER.
               IF HOLDS-FILE-IS-OPEN
                   CLOSE HOLDS-FILE
               END-IF.
               CLOSE AUDIT-JOURNAL-FILE.

      *    A partial name is enough: the START lands on the first name
               PERFORM 360-SHOW-ONE-COURSE-SLOT
                   VARYING COURSE-SUBSCRIPT FROM 1 BY 1
                   UNTIL COURSE-SUBSCRIPT > 5.
               PERFORM 370-SHOW-OPEN-HOLDS.
               PERFORM 400-SHOW-RECENT-JOURNAL.

               350-LOOK-UP-PROGRAM.
                           INQ-AVERAGE (COURSE-SUBSCRIPT)
               END-IF.

      *    The holds file is keyed student then type, so the student's
      *    holds are the records read forward from the student number
      *    with the lowest type until the number changes. No holds file
      *    yet means no student has ever been held.
               370-SHOW-OPEN-HOLDS.
               MOVE ZERO TO HOLDS-SHOWN-COUNT.
               MOVE 'Y' TO MORE-HOLDS.
               IF NOT HOLDS-FILE-IS-OPEN
                   SET NO-MORE-HOLDS TO TRUE
               END-IF.
               MOVE INQ-STUDENT-NUMBER TO HLD-STUDENT-NUMBER.
               MOVE LOW-VALUES TO HLD-HOLD-TYPE.
               IF NOT NO-MORE-HOLDS
                   START HOLDS-FILE
                   KEY IS NOT LESS THAN HLD-KEY
                       INVALID KEY
                           SET NO-MORE-HOLDS TO TRUE
                   END-START
               END-IF.
               PERFORM 380-SHOW-ONE-HOLD
                   UNTIL NO-MORE-HOLDS.
               IF HOLDS-SHOWN-COUNT = 0
                   DISPLAY 'HOLDS: NONE'
               END-IF.

               380-SHOW-ONE-HOLD.
               READ HOLDS-FILE NEXT RECORD
                   AT END
                       SET NO-MORE-HOLDS TO TRUE
                       EXIT PARAGRAPH
               END-READ.
               IF HLD-STUDENT-NUMBER NOT = INQ-STUDENT-NUMBER
                   SET NO-MORE-HOLDS TO TRUE
                   EXIT PARAGRAPH
               END-IF.
               DISPLAY '** HOLD: ' HLD-HOLD-TYPE
                       ' PLACED ' HLD-DATE-PLACED
                       ' BY ' HLD-PLACED-BY ' - ' HLD-REASON.
               ADD 1 TO HOLDS-SHOWN-COUNT.

      *    The journal stays open INPUT for the session; each inquiry
      *    rewinds it with a CLOSE/OPEN and collects the student's
      *    entries in date/time order, then shows the newest five.
