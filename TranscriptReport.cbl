      *              order (student, term, course - so terms arrive
      *              together and in order). The current term's work
      *              still sits in the master's course slots and is
      *              printed after the archived history. A student with
      *              an open FINANCIAL hold on the holds file gets a
      *              heading and a withheld notice instead of a
      *              transcript.
      *     Tectonics: cobc
      *
      *     Modification History:
      *      2026-09-02  EF  Initial version.
      *      2026-10-15  EF  Transcripts are withheld for a student with
      *                      an open FINANCIAL hold on HOLDS-FILE: the
      *                      heading prints with a withheld notice and
      *                      no course lines, and the run counts the
      *                      transcripts withheld.
      *    *****************************************************************
           IDENTIFICATION DIVISION.
           PROGRAM-ID. TRANSCRIPT-REPORT.
                       ORGANIZATION IS INDEXED
                       RECORD KEY IS IND-STUDENT-NUMBER
                       FILE STATUS IS STUDENT-FILE-STATUS.
               SELECT  HOLDS-FILE
                   ASSIGN TO  ""
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                       RECORD KEY IS HLD-KEY
                       FILE STATUS IS HOLDS-FILE-STATUS.
               SELECT  TRANSCRIPT-REPORT-FILE
                   ASSIGN TO  ""
                       ORGANIZATION IS LINE SEQUENTIAL.
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

          FD TRANSCRIPT-REPORT-FILE.
          01  REPORT-LINE             PIC X(80).

           01  GLOBALS.
               05  HISTORY-FILE-STATUS   PIC X(2).
               05  STUDENT-FILE-STATUS   PIC X(2).
               05  HOLDS-FILE-STATUS     PIC X(2).
               05  TRANSCRIPT-REQUEST    PIC X(6).
                   88  ALL-STUDENTS-REQUESTED  VALUE 'ALL'.
               05  MORE-HISTORY-RECORDS  PIC X(1) VALUE 'Y'.
               05  HISTORY-LINE-COUNT    PIC 9(3) VALUE ZERO.
               05  COURSE-SUBSCRIPT      PIC 9(1).
               05  TRANSCRIPTS-PRINTED   PIC 9(5) VALUE ZERO.
               05  TRANSCRIPTS-WITHHELD  PIC 9(5) VALUE ZERO.
               05  TRANSCRIPT-HELD-SW    PIC X(1).
                   88  TRANSCRIPT-IS-WITHHELD  VALUE 'Y'.
               05  STUDENT-ON-MASTER-SW  PIC X(1).
                   88  STUDENT-IS-ON-MASTER  VALUE 'Y'.

                   'STUDENT NO LONGER ON THE MASTER.'.
               05  FILLER  PIC X(44) VALUE SPACE.

           01  WITHHELD-LINE.
               05  FILLER  PIC X(39) VALUE
                   'TRANSCRIPT WITHHELD - FINANCIAL HOLD.'.
               05  FILLER  PIC X(41) VALUE SPACE.

           01  BLANK-LINE                PIC X(80) VALUE SPACE.

           PROCEDURE DIVISION.
                   SET NO-MORE-HISTORY-RECORDS TO TRUE
               END-IF.
               OPEN INPUT STUDENT-FILE-INDEXED.
               OPEN INPUT HOLDS-FILE.
               OPEN OUTPUT TRANSCRIPT-REPORT-FILE.

               210-ACCEPT-TRANSCRIPT-REQUEST.
                   AT END SET NO-MORE-HISTORY-RECORDS TO TRUE
               END-READ.

      *    A withheld transcript still reads through the student's
      *    history so the ALL run's break logic stays in step.
               250-PRINT-ONE-HISTORY-LINE.
               IF NOT TRANSCRIPT-IS-WITHHELD
                   MOVE CHS-TERM-CODE   TO TDL-TERM-CODE
                   MOVE CHS-COURSE-CODE TO TDL-COURSE-CODE
                   MOVE CHS-AVERAGE     TO TDL-AVERAGE
                   WRITE REPORT-LINE FROM TRANSCRIPT-DETAIL-LINE
                   ADD 1 TO HISTORY-LINE-COUNT
               END-IF.
               PERFORM 310-READ-NEXT-HISTORY-RECORD.

               300-START-TRANSCRIPT-HEADING.
               IF NOT STUDENT-IS-ON-MASTER
                   WRITE REPORT-LINE FROM NOT-ON-MASTER-LINE
               END-IF.
               PERFORM 305-CHECK-FINANCIAL-HOLD.
               IF TRANSCRIPT-IS-WITHHELD
                   WRITE REPORT-LINE FROM WITHHELD-LINE
               ELSE
                   WRITE REPORT-LINE FROM COLUMN-HEADING-LINE
               END-IF.

      *    No holds file yet means no student has ever been held.
               305-CHECK-FINANCIAL-HOLD.
               MOVE 'N' TO TRANSCRIPT-HELD-SW.
               IF HOLDS-FILE-STATUS NOT = '00'
                       AND HOLDS-FILE-STATUS NOT = '23'
                   EXIT PARAGRAPH
               END-IF.
               MOVE BREAK-STUDENT-NUMBER TO HLD-STUDENT-NUMBER.
               MOVE 'FINANCIAL' TO HLD-HOLD-TYPE.
               READ HOLDS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'Y' TO TRANSCRIPT-HELD-SW
               END-READ.

      *    The archived history is followed by whatever is still in
      *    the master's course slots - the term in progress - so the
      *    transcript is complete even mid-term.
               320-FINISH-ONE-TRANSCRIPT.
               IF TRANSCRIPT-IS-WITHHELD
                   WRITE REPORT-LINE FROM BLANK-LINE
                   ADD 1 TO TRANSCRIPTS-WITHHELD
                   EXIT PARAGRAPH
               END-IF.
               IF HISTORY-LINE-COUNT = 0
                   WRITE REPORT-LINE FROM NO-HISTORY-LINE
               END-IF.
               200-FINALIZE-TRANSCRIPTS.
               CLOSE COURSE-HISTORY-FILE.
               CLOSE STUDENT-FILE-INDEXED.
               CLOSE HOLDS-FILE.
               CLOSE TRANSCRIPT-REPORT-FILE.
               DISPLAY 'TRANSCRIPTS PRINTED - ' TRANSCRIPTS-PRINTED.
               DISPLAY 'TRANSCRIPTS WITHHELD - ' TRANSCRIPTS-WITHHELD.

               END PROGRAM TRANSCRIPT-REPORT.
