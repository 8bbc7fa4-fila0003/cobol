      *    *****************************************************************
      *     Author:
      *     Date:
      *     Purpose: Referential integrity audit of the student master
      *              and the keyed files that hang off it. Six checks,
      *              each printed as its own group on the exception
      *              report with its count:
      *                1 PAYMENT-PLAN-FILE plans for students no longer
      *                  on the master
      *                2 COURSE-HISTORY-FILE records for students no
      *                  longer on the master
      *                3 STANDING-HISTORY-FILE records for students no
      *                  longer on the master
      *                4 master records whose program code is inactive
      *                  on, or missing from, PROGRAM-CODE-MASTER
      *                5 master records holding a course code inactive
      *                  on, or missing from, COURSE-CODE-MASTER
      *                6 active programs with no TUITION-RATE-MASTER
      *                  entry
      *              A student with several records on a history or
      *              plan file is listed once. A satellite file that is
      *              not on hand is noted and its check skipped. Every
      *              file is read only; nothing is corrected here.
      *              BATCH-WINDOW runs this as its optional INTEGRITY
      *              step and prints the six counts on its control
      *              report; stand-alone it just prints the report.
      *     Tectonics: cobc
      *
      *     Modification History:
      *      2026-10-15  EF  Initial version.
      *    *****************************************************************
           IDENTIFICATION DIVISION.
           PROGRAM-ID. INTEGRITY-AUDIT.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT  STUDENT-FILE-INDEXED
                   ASSIGN TO  ""
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS IND-STUDENT-NUMBER
                       FILE STATUS IS STUDENT-FILE-STATUS.
               SELECT  PAYMENT-PLAN-FILE
                   ASSIGN TO  ""
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS PLN-KEY
                       FILE STATUS IS PLAN-FILE-STATUS.
               SELECT  COURSE-HISTORY-FILE
                   ASSIGN TO  ""
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS CHS-KEY
                       FILE STATUS IS HISTORY-FILE-STATUS.
               SELECT  STANDING-HISTORY-FILE
                   ASSIGN TO  ""
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS STH-KEY
                       FILE STATUS IS STANDING-FILE-STATUS.
               SELECT  PROGRAM-CODE-MASTER
                   ASSIGN TO  ""
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PGM-CODE
                       FILE STATUS IS PGM-MASTER-STATUS.
               SELECT  COURSE-CODE-MASTER
                   ASSIGN TO  ""
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                       RECORD KEY IS CRS-CODE
                       FILE STATUS IS CRS-MASTER-STATUS.
               SELECT  TUITION-RATE-MASTER
                   ASSIGN TO  ""
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                       RECORD KEY IS RTE-PGM-CODE
                       FILE STATUS IS RATE-MASTER-STATUS.
               SELECT  INTEGRITY-REPORT-FILE
                   ASSIGN TO  ""
                       ORGANIZATION IS LINE SEQUENTIAL.

          DATA DIVISION.
          FILE SECTION.
          FD STUDENT-FILE-INDEXED.
          01  IND-STUDENT-RECORD.
               05 IND-STUDENT-NUMBER  PIC 9(6).
               05 IND-TUITION-OWED    PIC 9(5)V99.
               05 IND-STUDENT-NAME    PIC X(40).
               05 IND-PROGRAM-CODE    PIC X(5).
               05 IND-COURSE-SLOTS.
                   10 IND-COURSE-SLOT OCCURS 5 TIMES.
                       15 IND-COURSE-CODE  PIC X(7).
                       15 IND-AVERAGE      PIC 9(3).

          FD PAYMENT-PLAN-FILE.
          01  PAYMENT-PLAN-RECORD.
               05 PLN-KEY.
                   10 PLN-STUDENT-NUMBER  PIC 9(6).
                   10 PLN-INSTALLMENT-NO  PIC 9(2).
               05 PLN-DUE-DATE            PIC 9(8).
               05 PLN-AMOUNT              PIC 9(5)V99.

          FD COURSE-HISTORY-FILE.
          01  COURSE-HISTORY-RECORD.
               05 CHS-KEY.
                   10 CHS-STUDENT-NUMBER  PIC 9(6).
                   10 CHS-TERM-CODE       PIC X(5).
                   10 CHS-COURSE-CODE     PIC X(7).
               05 CHS-AVERAGE             PIC 9(3).

          FD STANDING-HISTORY-FILE.
          01  STANDING-HISTORY-RECORD.
               05 STH-KEY.
                   10 STH-STUDENT-NUMBER  PIC 9(6).
                   10 STH-TERM-CODE       PIC X(5).
               05 STH-OVERALL-AVERAGE     PIC 9(3).
               05 STH-COURSE-COUNT        PIC 9(1).
               05 STH-STANDING            PIC X(17).

          FD PROGRAM-CODE-MASTER.
          01  PROGRAM-CODE-MASTER-RECORD.
               05 PGM-CODE           PIC X(5).
               05 PGM-DESCRIPTION    PIC X(30).
               05 PGM-ACTIVE-FLAG    PIC X(1).
                  88 PGM-IS-ACTIVE   VALUE 'Y'.

          FD COURSE-CODE-MASTER.
          01  COURSE-CODE-MASTER-RECORD.
               05 CRS-CODE           PIC X(7).
               05 CRS-TITLE          PIC X(30).
               05 CRS-ACTIVE-FLAG    PIC X(1).
                  88 CRS-IS-ACTIVE   VALUE 'Y'.

          FD TUITION-RATE-MASTER.
          01  TUITION-RATE-MASTER-RECORD.
               05 RTE-PGM-CODE       PIC X(5).
               05 RTE-TERM-CHARGE    PIC 9(5)V99.
               05 RTE-EFFECTIVE-TERM PIC X(5).

          FD INTEGRITY-REPORT-FILE.
          01  REPORT-LINE             PIC X(80).

           WORKING-STORAGE SECTION.

           01  GLOBALS.
               05  STUDENT-FILE-STATUS   PIC X(2).
               05  PLAN-FILE-STATUS      PIC X(2).
               05  HISTORY-FILE-STATUS   PIC X(2).
               05  STANDING-FILE-STATUS  PIC X(2).
               05  PGM-MASTER-STATUS     PIC X(2).
               05  CRS-MASTER-STATUS     PIC X(2).
               05  RATE-MASTER-STATUS    PIC X(2).
               05  AUDIT-RUN-DATE        PIC 9(8).
               05  MORE-RECORDS          PIC X(1) VALUE 'Y'.
                   88  NO-MORE-RECORDS   VALUE 'N'.
               05  MASTER-OPEN-SW        PIC X(1) VALUE 'N'.
                   88  MASTER-IS-OPEN       VALUE 'Y'.
               05  PGM-MASTER-OPEN-SW    PIC X(1) VALUE 'N'.
                   88  PGM-MASTER-IS-OPEN   VALUE 'Y'.
               05  CRS-MASTER-OPEN-SW    PIC X(1) VALUE 'N'.
                   88  CRS-MASTER-IS-OPEN   VALUE 'Y'.
               05  RATE-MASTER-OPEN-SW   PIC X(1) VALUE 'N'.
                   88  RATE-MASTER-IS-OPEN  VALUE 'Y'.
               05  LAST-CHECKED-STUDENT  PIC 9(6).
               05  CHECK-STUDENT-NUMBER  PIC 9(6).
               05  STUDENT-ON-MASTER-SW  PIC X(1).
                   88  STUDENT-IS-ON-MASTER  VALUE 'Y'.
               05  COURSE-SUBSCRIPT      PIC 9(1).
               05  GROUP-EXCEPTION-COUNT PIC 9(5).
               05  PLAN-ORPHAN-COUNT     PIC 9(5) VALUE ZERO.
               05  HISTORY-ORPHAN-COUNT  PIC 9(5) VALUE ZERO.
               05  STANDING-ORPHAN-COUNT PIC 9(5) VALUE ZERO.
               05  BAD-PROGRAM-COUNT     PIC 9(5) VALUE ZERO.
               05  BAD-COURSE-COUNT      PIC 9(5) VALUE ZERO.
               05  UNRATED-PROGRAM-COUNT PIC 9(5) VALUE ZERO.
               05  TOTAL-EXCEPTION-COUNT PIC 9(5) VALUE ZERO.

           01  HEADING-LINE-1.
               05  FILLER  PIC X(34) VALUE
                   'REFERENTIAL INTEGRITY AUDIT'.
               05  FILLER  PIC X(7)  VALUE ' AS OF '.
               05  HD1-RUN-DATE  PIC 9(8).
               05  FILLER  PIC X(31) VALUE SPACE.

           01  GROUP-HEADING-LINE.
               05  GHL-GROUP-NUMBER    PIC 9(1).
               05  FILLER              PIC X(2)  VALUE SPACE.
               05  GHL-GROUP-TITLE     PIC X(60).
               05  FILLER              PIC X(17) VALUE SPACE.

           01  EXCEPTION-DETAIL-LINE.
               05  FILLER              PIC X(3)  VALUE SPACE.
               05  EXL-KEY             PIC X(6).
               05  FILLER              PIC X(2)  VALUE SPACE.
               05  EXL-CODE            PIC X(7).
               05  FILLER              PIC X(2)  VALUE SPACE.
               05  EXL-NOTE            PIC X(60).

           01  FILE-NOT-CHECKED-LINE.
               05  FILLER  PIC X(3)  VALUE SPACE.
               05  FILLER  PIC X(40) VALUE
                   'FILE NOT ON HAND - CHECK NOT RUN'.
               05  FILLER  PIC X(37) VALUE SPACE.

           01  BLANK-LINE.
               05  FILLER  PIC X(80) VALUE SPACE.

           01  COUNT-LINE.
               05  CNT-LABEL               PIC X(30).
               05  CNT-VALUE               PIC ZZZZ9.
               05  FILLER                  PIC X(45) VALUE SPACE.

           LINKAGE SECTION.

      *    Passed by the batch window driver, which prints the six
      *    exception counts on its control report.
           01  INTEGRITY-RUN-PARMS.
               05  PLAN-ORPHAN-PARM       PIC 9(5).
               05  HISTORY-ORPHAN-PARM    PIC 9(5).
               05  STANDING-ORPHAN-PARM   PIC 9(5).
               05  BAD-PROGRAM-PARM       PIC 9(5).
               05  BAD-COURSE-PARM        PIC 9(5).
               05  UNRATED-PROGRAM-PARM   PIC 9(5).

           PROCEDURE DIVISION USING INTEGRITY-RUN-PARMS.

               100-AUDIT-INTEGRITY.
               PERFORM 200-INIT-AUDIT.
               IF MASTER-IS-OPEN
                   PERFORM 200-CHECK-PLANS
                   PERFORM 200-CHECK-COURSE-HISTORY
                   PERFORM 200-CHECK-STANDING-HISTORY
                   PERFORM 200-CHECK-MASTER-PROGRAMS
                   PERFORM 200-CHECK-MASTER-COURSES
               END-IF.
               PERFORM 200-CHECK-PROGRAM-RATES.
               PERFORM 200-FINALIZE-AUDIT.
               GOBACK.

      *    Without the master there is nothing to hold the satellite
      *    files against; the report says so and the step fails.
               200-INIT-AUDIT.
               ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD.
               OPEN OUTPUT INTEGRITY-REPORT-FILE.
               MOVE AUDIT-RUN-DATE TO HD1-RUN-DATE.
               WRITE REPORT-LINE FROM HEADING-LINE-1.
               OPEN INPUT STUDENT-FILE-INDEXED.
               IF STUDENT-FILE-STATUS = '00'
                   MOVE 'Y' TO MASTER-OPEN-SW
               ELSE
                   DISPLAY '** STUDENT MASTER COULD NOT BE OPENED -'
                           ' INTEGRITY AUDIT NOT RUN **'
                   MOVE '** STUDENT MASTER NOT ON HAND **'
                       TO EXL-NOTE
                   MOVE SPACE TO EXL-KEY
                   MOVE SPACE TO EXL-CODE
                   WRITE REPORT-LINE FROM EXCEPTION-DETAIL-LINE
               END-IF.
               OPEN INPUT PROGRAM-CODE-MASTER.
               IF PGM-MASTER-STATUS = '00'
                   MOVE 'Y' TO PGM-MASTER-OPEN-SW
               END-IF.
               OPEN INPUT COURSE-CODE-MASTER.
               IF CRS-MASTER-STATUS = '00'
                   MOVE 'Y' TO CRS-MASTER-OPEN-SW
               END-IF.
               OPEN INPUT TUITION-RATE-MASTER.
               IF RATE-MASTER-STATUS = '00'
                   MOVE 'Y' TO RATE-MASTER-OPEN-SW
               END-IF.

               200-CHECK-PLANS.
               MOVE 1 TO GHL-GROUP-NUMBER.
               MOVE 'PAYMENT PLANS FOR STUDENTS NOT ON THE MASTER'
                   TO GHL-GROUP-TITLE.
               PERFORM 300-START-GROUP.
               OPEN INPUT PAYMENT-PLAN-FILE.
               IF PLAN-FILE-STATUS NOT = '00'
                   WRITE REPORT-LINE FROM FILE-NOT-CHECKED-LINE
                   PERFORM 300-END-GROUP
                   EXIT PARAGRAPH
               END-IF.
               MOVE 'Y' TO MORE-RECORDS.
               PERFORM 310-READ-NEXT-PLAN.
               PERFORM 250-CHECK-ONE-PLAN
                   UNTIL NO-MORE-RECORDS.
               CLOSE PAYMENT-PLAN-FILE.
               MOVE GROUP-EXCEPTION-COUNT TO PLAN-ORPHAN-COUNT.
               PERFORM 300-END-GROUP.

               310-READ-NEXT-PLAN.
               READ PAYMENT-PLAN-FILE NEXT RECORD
                   AT END SET NO-MORE-RECORDS TO TRUE
               END-READ.

               250-CHECK-ONE-PLAN.
               IF PLN-STUDENT-NUMBER NOT = LAST-CHECKED-STUDENT
                   MOVE PLN-STUDENT-NUMBER TO CHECK-STUDENT-NUMBER
                   PERFORM 320-LOOK-UP-STUDENT
                   IF NOT STUDENT-IS-ON-MASTER
                       MOVE 'PLAN ON FILE - STUDENT NOT ON MASTER'
                           TO EXL-NOTE
                       PERFORM 330-REPORT-STUDENT-EXCEPTION
                   END-IF
               END-IF.
               PERFORM 310-READ-NEXT-PLAN.

      *    A student's records sit together on each satellite file,
      *    so one look-up on the master answers for all of them.
               320-LOOK-UP-STUDENT.
               MOVE CHECK-STUDENT-NUMBER TO LAST-CHECKED-STUDENT.
               MOVE CHECK-STUDENT-NUMBER TO IND-STUDENT-NUMBER.
               MOVE 'Y' TO STUDENT-ON-MASTER-SW.
               READ STUDENT-FILE-INDEXED
                   INVALID KEY
                       MOVE 'N' TO STUDENT-ON-MASTER-SW
               END-READ.

               330-REPORT-STUDENT-EXCEPTION.
               MOVE CHECK-STUDENT-NUMBER TO EXL-KEY.
               MOVE SPACE TO EXL-CODE.
               WRITE REPORT-LINE FROM EXCEPTION-DETAIL-LINE.
               ADD 1 TO GROUP-EXCEPTION-COUNT.

               200-CHECK-COURSE-HISTORY.
               MOVE 2 TO GHL-GROUP-NUMBER.
               MOVE 'COURSE HISTORY FOR STUDENTS NOT ON THE MASTER'
                   TO GHL-GROUP-TITLE.
               PERFORM 300-START-GROUP.
               OPEN INPUT COURSE-HISTORY-FILE.
               IF HISTORY-FILE-STATUS NOT = '00'
                   WRITE REPORT-LINE FROM FILE-NOT-CHECKED-LINE
                   PERFORM 300-END-GROUP
                   EXIT PARAGRAPH
               END-IF.
               MOVE 'Y' TO MORE-RECORDS.
               PERFORM 340-READ-NEXT-COURSE-HISTORY.
               PERFORM 260-CHECK-ONE-COURSE-HISTORY
                   UNTIL NO-MORE-RECORDS.
               CLOSE COURSE-HISTORY-FILE.
               MOVE GROUP-EXCEPTION-COUNT TO HISTORY-ORPHAN-COUNT.
               PERFORM 300-END-GROUP.

               340-READ-NEXT-COURSE-HISTORY.
               READ COURSE-HISTORY-FILE NEXT RECORD
                   AT END SET NO-MORE-RECORDS TO TRUE
               END-READ.

               260-CHECK-ONE-COURSE-HISTORY.
               IF CHS-STUDENT-NUMBER NOT = LAST-CHECKED-STUDENT
                   MOVE CHS-STUDENT-NUMBER TO CHECK-STUDENT-NUMBER
                   PERFORM 320-LOOK-UP-STUDENT
                   IF NOT STUDENT-IS-ON-MASTER
                       MOVE 'HISTORY ON FILE - STUDENT NOT ON MASTER'
                           TO EXL-NOTE
                       PERFORM 330-REPORT-STUDENT-EXCEPTION
                   END-IF
               END-IF.
               PERFORM 340-READ-NEXT-COURSE-HISTORY.

               200-CHECK-STANDING-HISTORY.
               MOVE 3 TO GHL-GROUP-NUMBER.
               MOVE 'STANDING HISTORY FOR STUDENTS NOT ON THE MASTER'
                   TO GHL-GROUP-TITLE.
               PERFORM 300-START-GROUP.
               OPEN INPUT STANDING-HISTORY-FILE.
               IF STANDING-FILE-STATUS NOT = '00'
                   WRITE REPORT-LINE FROM FILE-NOT-CHECKED-LINE
                   PERFORM 300-END-GROUP
                   EXIT PARAGRAPH
               END-IF.
               MOVE 'Y' TO MORE-RECORDS.
               PERFORM 350-READ-NEXT-STANDING.
               PERFORM 270-CHECK-ONE-STANDING
                   UNTIL NO-MORE-RECORDS.
               CLOSE STANDING-HISTORY-FILE.
               MOVE GROUP-EXCEPTION-COUNT TO STANDING-ORPHAN-COUNT.
               PERFORM 300-END-GROUP.

               350-READ-NEXT-STANDING.
               READ STANDING-HISTORY-FILE NEXT RECORD
                   AT END SET NO-MORE-RECORDS TO TRUE
               END-READ.

               270-CHECK-ONE-STANDING.
               IF STH-STUDENT-NUMBER NOT = LAST-CHECKED-STUDENT
                   MOVE STH-STUDENT-NUMBER TO CHECK-STUDENT-NUMBER
                   PERFORM 320-LOOK-UP-STUDENT
                   IF NOT STUDENT-IS-ON-MASTER
                       MOVE 'STANDING ON FILE - STUDENT NOT ON MASTER'
                           TO EXL-NOTE
                       PERFORM 330-REPORT-STUDENT-EXCEPTION
                   END-IF
               END-IF.
               PERFORM 350-READ-NEXT-STANDING.

               200-CHECK-MASTER-PROGRAMS.
               MOVE 4 TO GHL-GROUP-NUMBER.
               MOVE 'STUDENTS IN AN INACTIVE OR UNKNOWN PROGRAM'
                   TO GHL-GROUP-TITLE.
               PERFORM 300-START-GROUP.
               IF NOT PGM-MASTER-IS-OPEN
                   WRITE REPORT-LINE FROM FILE-NOT-CHECKED-LINE
                   PERFORM 300-END-GROUP
                   EXIT PARAGRAPH
               END-IF.
               PERFORM 360-START-MASTER-PASS.
               PERFORM 280-CHECK-ONE-PROGRAM
                   UNTIL NO-MORE-RECORDS.
               MOVE GROUP-EXCEPTION-COUNT TO BAD-PROGRAM-COUNT.
               PERFORM 300-END-GROUP.

      *    The look-ups of groups 1-3 moved the master's position, so
      *    each pass over it starts again from the lowest key.
               360-START-MASTER-PASS.
               MOVE 'Y' TO MORE-RECORDS.
               MOVE ZERO TO IND-STUDENT-NUMBER.
               START STUDENT-FILE-INDEXED
               KEY IS NOT LESS THAN IND-STUDENT-NUMBER
                   INVALID KEY
                       SET NO-MORE-RECORDS TO TRUE
                       EXIT PARAGRAPH
               END-START.
               PERFORM 370-READ-NEXT-MASTER.

               370-READ-NEXT-MASTER.
               READ STUDENT-FILE-INDEXED NEXT RECORD
                   AT END SET NO-MORE-RECORDS TO TRUE
               END-READ.

               280-CHECK-ONE-PROGRAM.
               MOVE IND-PROGRAM-CODE TO PGM-CODE.
               READ PROGRAM-CODE-MASTER
                   INVALID KEY
                       MOVE 'PROGRAM NOT ON PROGRAM-CODE-MASTER'
                           TO EXL-NOTE
                       PERFORM 380-REPORT-MASTER-EXCEPTION
                   NOT INVALID KEY
                       IF NOT PGM-IS-ACTIVE
                           MOVE 'PROGRAM INACTIVE ON PROGRAM MASTER'
                               TO EXL-NOTE
                           PERFORM 380-REPORT-MASTER-EXCEPTION
                       END-IF
               END-READ.
               PERFORM 370-READ-NEXT-MASTER.

               380-REPORT-MASTER-EXCEPTION.
               MOVE IND-STUDENT-NUMBER TO EXL-KEY.
               IF GHL-GROUP-NUMBER = 4
                   MOVE IND-PROGRAM-CODE TO EXL-CODE
               ELSE
                   MOVE IND-COURSE-CODE (COURSE-SUBSCRIPT) TO EXL-CODE
               END-IF.
               WRITE REPORT-LINE FROM EXCEPTION-DETAIL-LINE.
               ADD 1 TO GROUP-EXCEPTION-COUNT.

               200-CHECK-MASTER-COURSES.
               MOVE 5 TO GHL-GROUP-NUMBER.
               MOVE 'STUDENTS HOLDING AN INACTIVE OR UNKNOWN COURSE'
                   TO GHL-GROUP-TITLE.
               PERFORM 300-START-GROUP.
               IF NOT CRS-MASTER-IS-OPEN
                   WRITE REPORT-LINE FROM FILE-NOT-CHECKED-LINE
                   PERFORM 300-END-GROUP
                   EXIT PARAGRAPH
               END-IF.
               PERFORM 360-START-MASTER-PASS.
               PERFORM 290-CHECK-ONE-STUDENT-COURSES
                   UNTIL NO-MORE-RECORDS.
               MOVE GROUP-EXCEPTION-COUNT TO BAD-COURSE-COUNT.
               PERFORM 300-END-GROUP.

               290-CHECK-ONE-STUDENT-COURSES.
               PERFORM 390-CHECK-ONE-COURSE-SLOT
                   VARYING COURSE-SUBSCRIPT FROM 1 BY 1
                   UNTIL COURSE-SUBSCRIPT > 5.
               PERFORM 370-READ-NEXT-MASTER.

      *    An empty slot holds no course and is not an exception.
               390-CHECK-ONE-COURSE-SLOT.
               IF IND-COURSE-CODE (COURSE-SUBSCRIPT) = SPACE
                   EXIT PARAGRAPH
               END-IF.
               MOVE IND-COURSE-CODE (COURSE-SUBSCRIPT) TO CRS-CODE.
               READ COURSE-CODE-MASTER
                   INVALID KEY
                       MOVE 'COURSE NOT ON COURSE-CODE-MASTER'
                           TO EXL-NOTE
                       PERFORM 380-REPORT-MASTER-EXCEPTION
                   NOT INVALID KEY
                       IF NOT CRS-IS-ACTIVE
                           MOVE 'COURSE INACTIVE ON COURSE-CODE-MASTER'
                               TO EXL-NOTE
                           PERFORM 380-REPORT-MASTER-EXCEPTION
                       END-IF
               END-READ.

               200-CHECK-PROGRAM-RATES.
               MOVE 6 TO GHL-GROUP-NUMBER.
               MOVE 'ACTIVE PROGRAMS WITH NO TUITION RATE'
                   TO GHL-GROUP-TITLE.
               PERFORM 300-START-GROUP.
               IF NOT PGM-MASTER-IS-OPEN
                       OR NOT RATE-MASTER-IS-OPEN
                   WRITE REPORT-LINE FROM FILE-NOT-CHECKED-LINE
                   PERFORM 300-END-GROUP
                   EXIT PARAGRAPH
               END-IF.
               MOVE 'Y' TO MORE-RECORDS.
               MOVE LOW-VALUES TO PGM-CODE.
               START PROGRAM-CODE-MASTER
               KEY IS NOT LESS THAN PGM-CODE
                   INVALID KEY
                       SET NO-MORE-RECORDS TO TRUE
               END-START.
               IF NOT NO-MORE-RECORDS
                   PERFORM 400-READ-NEXT-PROGRAM
               END-IF.
               PERFORM 295-CHECK-ONE-PROGRAM-RATE
                   UNTIL NO-MORE-RECORDS.
               MOVE GROUP-EXCEPTION-COUNT TO UNRATED-PROGRAM-COUNT.
               PERFORM 300-END-GROUP.

               400-READ-NEXT-PROGRAM.
               READ PROGRAM-CODE-MASTER NEXT RECORD
                   AT END SET NO-MORE-RECORDS TO TRUE
               END-READ.

               295-CHECK-ONE-PROGRAM-RATE.
               IF PGM-IS-ACTIVE
                   MOVE PGM-CODE TO RTE-PGM-CODE
                   READ TUITION-RATE-MASTER
                       INVALID KEY
                           MOVE PGM-CODE TO EXL-KEY
                           MOVE SPACE    TO EXL-CODE
                           MOVE 'ACTIVE - NO RATE ON RATE MASTER'
                               TO EXL-NOTE
                           WRITE REPORT-LINE
                               FROM EXCEPTION-DETAIL-LINE
                           ADD 1 TO GROUP-EXCEPTION-COUNT
                   END-READ
               END-IF.
               PERFORM 400-READ-NEXT-PROGRAM.

               300-START-GROUP.
               MOVE ZERO TO GROUP-EXCEPTION-COUNT.
               MOVE ZERO TO LAST-CHECKED-STUDENT.
               WRITE REPORT-LINE FROM BLANK-LINE.
               WRITE REPORT-LINE FROM GROUP-HEADING-LINE.

               300-END-GROUP.
               MOVE '   EXCEPTIONS IN THIS GROUP:' TO CNT-LABEL.
               MOVE GROUP-EXCEPTION-COUNT TO CNT-VALUE.
               WRITE REPORT-LINE FROM COUNT-LINE.
               ADD GROUP-EXCEPTION-COUNT TO TOTAL-EXCEPTION-COUNT.

               200-FINALIZE-AUDIT.
               WRITE REPORT-LINE FROM BLANK-LINE.
               MOVE 'TOTAL EXCEPTIONS:' TO CNT-LABEL.
               MOVE TOTAL-EXCEPTION-COUNT TO CNT-VALUE.
               WRITE REPORT-LINE FROM COUNT-LINE.
               CLOSE INTEGRITY-REPORT-FILE.
               IF MASTER-IS-OPEN
                   CLOSE STUDENT-FILE-INDEXED
               ELSE
                   MOVE 8 TO RETURN-CODE
               END-IF.
               IF PGM-MASTER-IS-OPEN
                   CLOSE PROGRAM-CODE-MASTER
               END-IF.
               IF CRS-MASTER-IS-OPEN
                   CLOSE COURSE-CODE-MASTER
               END-IF.
               IF RATE-MASTER-IS-OPEN
                   CLOSE TUITION-RATE-MASTER
               END-IF.
               IF ADDRESS OF INTEGRITY-RUN-PARMS NOT = NULL
                   MOVE PLAN-ORPHAN-COUNT     TO PLAN-ORPHAN-PARM
                   MOVE HISTORY-ORPHAN-COUNT  TO HISTORY-ORPHAN-PARM
                   MOVE STANDING-ORPHAN-COUNT TO STANDING-ORPHAN-PARM
                   MOVE BAD-PROGRAM-COUNT     TO BAD-PROGRAM-PARM
                   MOVE BAD-COURSE-COUNT      TO BAD-COURSE-PARM
                   MOVE UNRATED-PROGRAM-COUNT TO UNRATED-PROGRAM-PARM
               END-IF.
               DISPLAY 'INTEGRITY AUDIT DONE - '
                       TOTAL-EXCEPTION-COUNT ' EXCEPTION(S).'.

               END PROGRAM INTEGRITY-AUDIT.
