      *    *****************************************************************
      *     Author:
      *     Date:
      *     Purpose: Degree audit and graduation clearance run. For
      *              every student on STUDENT-FILE-INDEXED, the
      *              requirements of the student's program are read off
      *              PROGRAM-REQUIREMENT-MASTER (built by
      *              PROGRAM-REQUIREMENT-LOAD) and checked
      *              against the student's archived work on
      *              COURSE-HISTORY-FILE plus the term in progress in
      *              the master's five course slots. The best attempt
      *              at each required course decides it:
      *                MET          - an attempt at or above the
      *                               requirement's minimum average
      *                IN PROGRESS  - on the current term, not yet at
      *                               the minimum
      *                FAILED       - archived attempts, all below the
      *                               minimum
      *                OUTSTANDING  - never taken
      *              The audit report lists every requirement for every
      *              student with the counts met, outstanding and
      *              failed against the number the program needs. A
      *              student with enough requirements met AND nothing
      *              owing in IND-TUITION-OWED goes on the graduation
      *              clearance list; one with the requirements met but
      *              a balance still owing is named on the audit so the
      *              bursar can chase it before convocation.
      *     Tectonics: cobc
      *
      *     Modification History:
      *      2026-10-15  EF  Initial version.
      *    *****************************************************************
           IDENTIFICATION DIVISION.
           PROGRAM-ID. DEGREE-AUDIT.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT  STUDENT-FILE-INDEXED
                   ASSIGN TO  ""
                       ORGANIZATION IS INDEXED
                       RECORD KEY IS IND-STUDENT-NUMBER
                       FILE STATUS IS STUDENT-FILE-STATUS.
               SELECT  PROGRAM-REQUIREMENT-MASTER
                   ASSIGN TO  ""
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS REQ-KEY
                       FILE STATUS IS REQ-MASTER-STATUS.
               SELECT  COURSE-HISTORY-FILE
                   ASSIGN TO  ""
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CHS-KEY
                       FILE STATUS IS HISTORY-FILE-STATUS.
               SELECT  DEGREE-AUDIT-REPORT-FILE
                   ASSIGN TO  ""
                       ORGANIZATION IS LINE SEQUENTIAL.
               SELECT  CLEARANCE-LIST-FILE
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

          FD PROGRAM-REQUIREMENT-MASTER.
          01  PROGRAM-REQUIREMENT-RECORD.
               05 REQ-KEY.
                   10 REQ-PGM-CODE        PIC X(5).
                   10 REQ-COURSE-CODE     PIC X(7).
                       88 REQ-IS-PROGRAM-HEADER  VALUE SPACES.
               05 REQ-MIN-AVERAGE         PIC 9(3).
               05 REQ-COURSES-NEEDED      PIC 9(2).

          FD COURSE-HISTORY-FILE.
          01  COURSE-HISTORY-RECORD.
               05 CHS-KEY.
                   10 CHS-STUDENT-NUMBER  PIC 9(6).
                   10 CHS-TERM-CODE       PIC X(5).
                   10 CHS-COURSE-CODE     PIC X(7).
               05 CHS-AVERAGE             PIC 9(3).

          FD DEGREE-AUDIT-REPORT-FILE.
          01  REPORT-LINE             PIC X(80).

          FD CLEARANCE-LIST-FILE.
          01  CLEARANCE-LINE          PIC X(80).

           WORKING-STORAGE SECTION.

           01  GLOBALS.
               05  STUDENT-FILE-STATUS   PIC X(2).
               05  REQ-MASTER-STATUS     PIC X(2).
               05  HISTORY-FILE-STATUS   PIC X(2).
               05  AUDIT-RUN-DATE        PIC 9(8).
               05  MORE-STUDENTS         PIC X(1) VALUE 'Y'.
                   88  NO-MORE-STUDENTS  VALUE 'N'.
               05  MORE-REQUIREMENTS     PIC X(1) VALUE 'Y'.
                   88  NO-MORE-REQUIREMENTS  VALUE 'N'.
               05  MORE-HISTORY-RECORDS  PIC X(1) VALUE 'Y'.
                   88  NO-MORE-HISTORY-RECORDS  VALUE 'N'.
               05  HISTORY-OPEN-SW       PIC X(1) VALUE 'N'.
                   88  HISTORY-IS-OPEN      VALUE 'Y'.
               05  AUDIT-RUN-STARTED-SW  PIC X(1) VALUE 'N'.
                   88  AUDIT-RUN-STARTED    VALUE 'Y'.
               05  LOADED-PGM-CODE       PIC X(5) VALUE HIGH-VALUE.
               05  COURSES-NEEDED        PIC 9(2) VALUE ZERO.
               05  REQUIREMENT-COUNT     PIC 9(2) VALUE ZERO.
               05  RQT-SUBSCRIPT         PIC 9(2).
               05  MATCHED-REQUIREMENT   PIC 9(2).
               05  MATCH-COURSE-CODE     PIC X(7).
               05  COURSE-SUBSCRIPT      PIC 9(1).
               05  REQ-MET-COUNT         PIC 9(2).
               05  REQ-OUTSTANDING-COUNT PIC 9(2).
               05  REQ-FAILED-COUNT      PIC 9(2).
               05  STUDENTS-AUDITED      PIC 9(5) VALUE ZERO.
               05  STUDENTS-CLEARED      PIC 9(5) VALUE ZERO.
               05  MET-BUT-OWING-COUNT   PIC 9(5) VALUE ZERO.
               05  NO-REQUIREMENTS-COUNT PIC 9(5) VALUE ZERO.

      *    One program's requirements at a time. The master is in
      *    student-number order, not program order, so the table is
      *    only reloaded when the program changes from the previous
      *    student's; the per-student attempt fields are reset for
      *    every student.
           01  REQUIREMENT-TABLE.
               05  RQT-ENTRY OCCURS 30 TIMES.
                   10  RQT-COURSE-CODE      PIC X(7).
                   10  RQT-MIN-AVERAGE      PIC 9(3).
                   10  RQT-HISTORY-SW       PIC X(1).
                       88  RQT-TAKEN-IN-HISTORY   VALUE 'Y'.
                   10  RQT-HISTORY-AVERAGE  PIC 9(3).
                   10  RQT-CURRENT-SW       PIC X(1).
                       88  RQT-TAKEN-THIS-TERM    VALUE 'Y'.
                   10  RQT-CURRENT-AVERAGE  PIC 9(3).

      *    AUD-STUDENT-RECORD lines up byte-for-byte with the FD record
      *    so the current-term course slots can be worked as a table.
           01  AUD-STUDENT-RECORD.
               05  AUD-STUDENT-NUMBER   PIC 9(6).
               05  AUD-TUITION-OWED     PIC 9(5)V99.
               05  AUD-STUDENT-NAME     PIC X(40).
               05  AUD-PROGRAM-CODE     PIC X(5).
               05  AUD-COURSE-TABLE OCCURS 5 TIMES.
                   10  AUD-COURSE-CODE  PIC X(7).
                   10  AUD-AVERAGE      PIC 9(3).

           01  HEADING-LINE-1.
               05  FILLER  PIC X(28) VALUE 'DEGREE AUDIT'.
               05  FILLER  PIC X(7)  VALUE ' AS OF '.
               05  HD1-RUN-DATE  PIC 9(8).
               05  FILLER  PIC X(37) VALUE SPACE.

           01  STUDENT-ID-LINE.
               05  FILLER              PIC X(9)  VALUE 'STUDENT: '.
               05  SID-STUDENT-NUMBER  PIC 9(6).
               05  FILLER              PIC X(2)  VALUE SPACE.
               05  SID-STUDENT-NAME    PIC X(40).
               05  FILLER              PIC X(10) VALUE ' PROGRAM: '.
               05  SID-PROGRAM-CODE    PIC X(5).
               05  FILLER              PIC X(8)  VALUE SPACE.

           01  COLUMN-HEADING-LINE.
               05  FILLER  PIC X(9)  VALUE 'COURSE'.
               05  FILLER  PIC X(9)  VALUE 'MINIMUM'.
               05  FILLER  PIC X(6)  VALUE 'BEST'.
               05  FILLER  PIC X(56) VALUE 'RESULT'.

           01  AUDIT-DETAIL-LINE.
               05  ADL-COURSE-CODE     PIC X(7).
               05  FILLER              PIC X(6)  VALUE SPACE.
               05  ADL-MIN-AVERAGE     PIC ZZ9.
               05  FILLER              PIC X(3)  VALUE SPACE.
               05  ADL-BEST-AVERAGE    PIC ZZ9 BLANK WHEN ZERO.
               05  FILLER              PIC X(2)  VALUE SPACE.
               05  ADL-RESULT          PIC X(11).
               05  FILLER              PIC X(45) VALUE SPACE.

           01  AUDIT-SUMMARY-LINE.
               05  FILLER              PIC X(5)  VALUE 'MET '.
               05  ASL-MET-COUNT       PIC Z9.
               05  FILLER              PIC X(14) VALUE
                   '  OUTSTANDING '.
               05  ASL-OUTSTANDING     PIC Z9.
               05  FILLER              PIC X(9)  VALUE '  FAILED '.
               05  ASL-FAILED-COUNT    PIC Z9.
               05  FILLER              PIC X(9)  VALUE '  NEEDED '.
               05  ASL-NEEDED-COUNT    PIC Z9.
               05  FILLER              PIC X(35) VALUE SPACE.

           01  CLEARED-LINE.
               05  FILLER  PIC X(32) VALUE
                   'CLEARED FOR GRADUATION.'.
               05  FILLER  PIC X(48) VALUE SPACE.

           01  OWING-LINE.
               05  FILLER  PIC X(43) VALUE
                   'REQUIREMENTS MET - NOT CLEARED, BALANCE OF'.
               05  OWL-BALANCE         PIC ZZ,ZZ9.99.
               05  FILLER  PIC X(28) VALUE ' OWING.'.

           01  NOT-CLEARED-LINE.
               05  FILLER  PIC X(32) VALUE
                   'REQUIREMENTS NOT YET MET.'.
               05  FILLER  PIC X(48) VALUE SPACE.

           01  NO-REQUIREMENTS-LINE.
               05  FILLER  PIC X(44) VALUE
                   'NO REQUIREMENTS ON FILE FOR THIS PROGRAM.'.
               05  FILLER  PIC X(36) VALUE SPACE.

           01  CLEARANCE-HEADING-1.
               05  FILLER  PIC X(28) VALUE
                   'GRADUATION CLEARANCE LIST'.
               05  FILLER  PIC X(7)  VALUE ' AS OF '.
               05  CH1-RUN-DATE  PIC 9(8).
               05  FILLER  PIC X(37) VALUE SPACE.

           01  CLEARANCE-HEADING-2.
               05  FILLER  PIC X(8)  VALUE 'NUMBER'.
               05  FILLER  PIC X(42) VALUE 'NAME'.
               05  FILLER  PIC X(30) VALUE 'PROGRAM'.

           01  CLEARANCE-DETAIL-LINE.
               05  CDL-STUDENT-NUMBER  PIC 9(6).
               05  FILLER              PIC X(2)  VALUE SPACE.
               05  CDL-STUDENT-NAME    PIC X(40).
               05  FILLER              PIC X(2)  VALUE SPACE.
               05  CDL-PROGRAM-CODE    PIC X(5).
               05  FILLER              PIC X(25) VALUE SPACE.

           01  COUNT-LINE.
               05  CNT-LABEL           PIC X(30).
               05  CNT-VALUE           PIC ZZZZ9.
               05  FILLER              PIC X(45) VALUE SPACE.

           01  BLANK-LINE                PIC X(80) VALUE SPACE.

           PROCEDURE DIVISION.

               100-AUDIT-ALL-STUDENTS.
               PERFORM 200-INIT-AUDIT.
               PERFORM 250-AUDIT-ONE-STUDENT
                   UNTIL NO-MORE-STUDENTS.
               PERFORM 200-FINALIZE-AUDIT.
               GOBACK.

      *    Without the master or the requirements there is nothing to
      *    audit against, so the run stops before the loop. The history
      *    file does not exist until the first term-end archive run;
      *    without it only the current term is counted.
               200-INIT-AUDIT.
               ACCEPT AUDIT-RUN-DATE FROM DATE YYYYMMDD.
               OPEN INPUT STUDENT-FILE-INDEXED.
               IF STUDENT-FILE-STATUS NOT = '00'
                   DISPLAY '** STUDENT MASTER COULD NOT BE OPENED -'
                           ' DEGREE AUDIT NOT RUN **'
                   SET NO-MORE-STUDENTS TO TRUE
                   EXIT PARAGRAPH
               END-IF.
               OPEN INPUT PROGRAM-REQUIREMENT-MASTER.
               IF REQ-MASTER-STATUS NOT = '00'
                   DISPLAY '** REQUIREMENT MASTER COULD NOT BE OPENED -'
                           ' DEGREE AUDIT NOT RUN **'
                   CLOSE STUDENT-FILE-INDEXED
                   SET NO-MORE-STUDENTS TO TRUE
                   EXIT PARAGRAPH
               END-IF.
               OPEN INPUT COURSE-HISTORY-FILE.
               IF HISTORY-FILE-STATUS = '00'
                   MOVE 'Y' TO HISTORY-OPEN-SW
               END-IF.
               OPEN OUTPUT DEGREE-AUDIT-REPORT-FILE.
               OPEN OUTPUT CLEARANCE-LIST-FILE.
               MOVE 'Y' TO AUDIT-RUN-STARTED-SW.
               MOVE AUDIT-RUN-DATE TO HD1-RUN-DATE.
               MOVE AUDIT-RUN-DATE TO CH1-RUN-DATE.
               WRITE REPORT-LINE FROM HEADING-LINE-1.
               WRITE REPORT-LINE FROM BLANK-LINE.
               WRITE CLEARANCE-LINE FROM CLEARANCE-HEADING-1.
               WRITE CLEARANCE-LINE FROM CLEARANCE-HEADING-2.
               PERFORM 300-READ-NEXT-STUDENT.

               300-READ-NEXT-STUDENT.
               READ STUDENT-FILE-INDEXED NEXT RECORD
                   AT END SET NO-MORE-STUDENTS TO TRUE
               END-READ.

               250-AUDIT-ONE-STUDENT.
               ADD 1 TO STUDENTS-AUDITED.
               MOVE IND-STUDENT-RECORD TO AUD-STUDENT-RECORD.
               MOVE IND-STUDENT-NUMBER TO SID-STUDENT-NUMBER.
               MOVE IND-STUDENT-NAME   TO SID-STUDENT-NAME.
               MOVE IND-PROGRAM-CODE   TO SID-PROGRAM-CODE.
               WRITE REPORT-LINE FROM STUDENT-ID-LINE.
               IF IND-PROGRAM-CODE NOT = LOADED-PGM-CODE
                   PERFORM 310-LOAD-PROGRAM-REQUIREMENTS
               END-IF.
               IF REQUIREMENT-COUNT = 0
                   WRITE REPORT-LINE FROM NO-REQUIREMENTS-LINE
                   WRITE REPORT-LINE FROM BLANK-LINE
                   ADD 1 TO NO-REQUIREMENTS-COUNT
                   PERFORM 300-READ-NEXT-STUDENT
                   EXIT PARAGRAPH
               END-IF.
               PERFORM 330-RESET-ONE-ATTEMPT
                   VARYING RQT-SUBSCRIPT FROM 1 BY 1
                   UNTIL RQT-SUBSCRIPT > REQUIREMENT-COUNT.
               PERFORM 340-GATHER-HISTORY-ATTEMPTS.
               PERFORM 350-TAKE-ONE-CURRENT-SLOT
                   VARYING COURSE-SUBSCRIPT FROM 1 BY 1
                   UNTIL COURSE-SUBSCRIPT > 5.
               MOVE ZERO TO REQ-MET-COUNT.
               MOVE ZERO TO REQ-OUTSTANDING-COUNT.
               MOVE ZERO TO REQ-FAILED-COUNT.
               WRITE REPORT-LINE FROM COLUMN-HEADING-LINE.
               PERFORM 370-JUDGE-ONE-REQUIREMENT
                   VARYING RQT-SUBSCRIPT FROM 1 BY 1
                   UNTIL RQT-SUBSCRIPT > REQUIREMENT-COUNT.
               PERFORM 380-DECIDE-CLEARANCE.
               WRITE REPORT-LINE FROM BLANK-LINE.
               PERFORM 300-READ-NEXT-STUDENT.

      *    The program header (blank course code) sorts ahead of its
      *    courses. A header needing none, or more than are listed,
      *    means every listed course - a count no student could ever
      *    reach would keep the whole program off the clearance list.
               310-LOAD-PROGRAM-REQUIREMENTS.
               MOVE IND-PROGRAM-CODE TO LOADED-PGM-CODE.
               MOVE ZERO TO REQUIREMENT-COUNT.
               MOVE ZERO TO COURSES-NEEDED.
               MOVE 'Y' TO MORE-REQUIREMENTS.
               MOVE IND-PROGRAM-CODE TO REQ-PGM-CODE.
               MOVE SPACES TO REQ-COURSE-CODE.
               START PROGRAM-REQUIREMENT-MASTER
               KEY IS NOT LESS THAN REQ-KEY
                   INVALID KEY
                       SET NO-MORE-REQUIREMENTS TO TRUE
               END-START.
               IF NOT NO-MORE-REQUIREMENTS
                   PERFORM 315-READ-NEXT-REQUIREMENT
               END-IF.
               PERFORM 320-TAKE-ONE-REQUIREMENT
                   UNTIL NO-MORE-REQUIREMENTS
                       OR REQ-PGM-CODE NOT = LOADED-PGM-CODE.
               IF COURSES-NEEDED = 0
                       OR COURSES-NEEDED > REQUIREMENT-COUNT
                   MOVE REQUIREMENT-COUNT TO COURSES-NEEDED
               END-IF.

               315-READ-NEXT-REQUIREMENT.
               READ PROGRAM-REQUIREMENT-MASTER NEXT RECORD
                   AT END SET NO-MORE-REQUIREMENTS TO TRUE
               END-READ.

               320-TAKE-ONE-REQUIREMENT.
               IF REQ-IS-PROGRAM-HEADER
                   MOVE REQ-COURSES-NEEDED TO COURSES-NEEDED
               ELSE
                   IF REQUIREMENT-COUNT < 30
                       ADD 1 TO REQUIREMENT-COUNT
                       MOVE REQ-COURSE-CODE
                           TO RQT-COURSE-CODE (REQUIREMENT-COUNT)
                       MOVE REQ-MIN-AVERAGE
                           TO RQT-MIN-AVERAGE (REQUIREMENT-COUNT)
                   ELSE
                       DISPLAY 'REQUIREMENT TABLE FULL - PROGRAM '
                               REQ-PGM-CODE ' COURSE '
                               REQ-COURSE-CODE ' NOT AUDITED'
                   END-IF
               END-IF.
               PERFORM 315-READ-NEXT-REQUIREMENT.

               330-RESET-ONE-ATTEMPT.
               MOVE 'N'  TO RQT-HISTORY-SW (RQT-SUBSCRIPT).
               MOVE ZERO TO RQT-HISTORY-AVERAGE (RQT-SUBSCRIPT).
               MOVE 'N'  TO RQT-CURRENT-SW (RQT-SUBSCRIPT).
               MOVE ZERO TO RQT-CURRENT-AVERAGE (RQT-SUBSCRIPT).

      *    A course repeated across terms keeps its best archived
      *    average; a later pass clears an earlier failure.
               340-GATHER-HISTORY-ATTEMPTS.
               IF NOT HISTORY-IS-OPEN
                   EXIT PARAGRAPH
               END-IF.
               MOVE 'Y' TO MORE-HISTORY-RECORDS.
               MOVE IND-STUDENT-NUMBER TO CHS-STUDENT-NUMBER.
               MOVE SPACES TO CHS-TERM-CODE.
               MOVE SPACES TO CHS-COURSE-CODE.
               START COURSE-HISTORY-FILE
               KEY IS NOT LESS THAN CHS-KEY
                   INVALID KEY
                       SET NO-MORE-HISTORY-RECORDS TO TRUE
               END-START.
               IF NOT NO-MORE-HISTORY-RECORDS
                   PERFORM 345-READ-NEXT-HISTORY-RECORD
               END-IF.
               PERFORM 348-TAKE-ONE-HISTORY-COURSE
                   UNTIL NO-MORE-HISTORY-RECORDS
                       OR CHS-STUDENT-NUMBER NOT = IND-STUDENT-NUMBER.

               345-READ-NEXT-HISTORY-RECORD.
               READ COURSE-HISTORY-FILE NEXT RECORD
                   AT END SET NO-MORE-HISTORY-RECORDS TO TRUE
               END-READ.

               348-TAKE-ONE-HISTORY-COURSE.
               MOVE CHS-COURSE-CODE TO MATCH-COURSE-CODE.
               PERFORM 360-FIND-REQUIREMENT.
               IF MATCHED-REQUIREMENT > 0
                   MOVE 'Y' TO RQT-HISTORY-SW (MATCHED-REQUIREMENT)
                   IF CHS-AVERAGE
                           > RQT-HISTORY-AVERAGE (MATCHED-REQUIREMENT)
                       MOVE CHS-AVERAGE
                           TO RQT-HISTORY-AVERAGE (MATCHED-REQUIREMENT)
                   END-IF
               END-IF.
               PERFORM 345-READ-NEXT-HISTORY-RECORD.

               350-TAKE-ONE-CURRENT-SLOT.
               IF AUD-COURSE-CODE (COURSE-SUBSCRIPT) = SPACES
                   EXIT PARAGRAPH
               END-IF.
               MOVE AUD-COURSE-CODE (COURSE-SUBSCRIPT)
                   TO MATCH-COURSE-CODE.
               PERFORM 360-FIND-REQUIREMENT.
               IF MATCHED-REQUIREMENT > 0
                   MOVE 'Y' TO RQT-CURRENT-SW (MATCHED-REQUIREMENT)
                   IF AUD-AVERAGE (COURSE-SUBSCRIPT)
                           > RQT-CURRENT-AVERAGE (MATCHED-REQUIREMENT)
                       MOVE AUD-AVERAGE (COURSE-SUBSCRIPT)
                           TO RQT-CURRENT-AVERAGE (MATCHED-REQUIREMENT)
                   END-IF
               END-IF.

               360-FIND-REQUIREMENT.
               MOVE ZERO TO MATCHED-REQUIREMENT.
               PERFORM 365-COMPARE-ONE-REQUIREMENT
                   VARYING RQT-SUBSCRIPT FROM 1 BY 1
                   UNTIL RQT-SUBSCRIPT > REQUIREMENT-COUNT
                       OR MATCHED-REQUIREMENT > 0.

               365-COMPARE-ONE-REQUIREMENT.
               IF RQT-COURSE-CODE (RQT-SUBSCRIPT)
                       = MATCH-COURSE-CODE
                   MOVE RQT-SUBSCRIPT TO MATCHED-REQUIREMENT
               END-IF.

      *    Current-term work counts as met on its running average, the
      *    same figure the transcript prints; below the minimum it is
      *    still in progress rather than failed, since the term is not
      *    over.
               370-JUDGE-ONE-REQUIREMENT.
               MOVE RQT-COURSE-CODE (RQT-SUBSCRIPT)
                   TO ADL-COURSE-CODE.
               MOVE RQT-MIN-AVERAGE (RQT-SUBSCRIPT)
                   TO ADL-MIN-AVERAGE.
               IF RQT-CURRENT-AVERAGE (RQT-SUBSCRIPT)
                       > RQT-HISTORY-AVERAGE (RQT-SUBSCRIPT)
                   MOVE RQT-CURRENT-AVERAGE (RQT-SUBSCRIPT)
                       TO ADL-BEST-AVERAGE
               ELSE
                   MOVE RQT-HISTORY-AVERAGE (RQT-SUBSCRIPT)
                       TO ADL-BEST-AVERAGE
               END-IF.
               EVALUATE TRUE
                   WHEN RQT-TAKEN-IN-HISTORY (RQT-SUBSCRIPT)
                           AND RQT-HISTORY-AVERAGE (RQT-SUBSCRIPT)
                           NOT < RQT-MIN-AVERAGE (RQT-SUBSCRIPT)
                       MOVE 'MET' TO ADL-RESULT
                       ADD 1 TO REQ-MET-COUNT
                   WHEN RQT-TAKEN-THIS-TERM (RQT-SUBSCRIPT)
                           AND RQT-CURRENT-AVERAGE (RQT-SUBSCRIPT)
                           NOT < RQT-MIN-AVERAGE (RQT-SUBSCRIPT)
                       MOVE 'MET' TO ADL-RESULT
                       ADD 1 TO REQ-MET-COUNT
                   WHEN RQT-TAKEN-THIS-TERM (RQT-SUBSCRIPT)
                       MOVE 'IN PROGRESS' TO ADL-RESULT
                       ADD 1 TO REQ-OUTSTANDING-COUNT
                   WHEN RQT-TAKEN-IN-HISTORY (RQT-SUBSCRIPT)
                       MOVE 'FAILED' TO ADL-RESULT
                       ADD 1 TO REQ-FAILED-COUNT
                   WHEN OTHER
                       MOVE 'OUTSTANDING' TO ADL-RESULT
                       ADD 1 TO REQ-OUTSTANDING-COUNT
               END-EVALUATE.
               WRITE REPORT-LINE FROM AUDIT-DETAIL-LINE.

               380-DECIDE-CLEARANCE.
               MOVE REQ-MET-COUNT         TO ASL-MET-COUNT.
               MOVE REQ-OUTSTANDING-COUNT TO ASL-OUTSTANDING.
               MOVE REQ-FAILED-COUNT      TO ASL-FAILED-COUNT.
               MOVE COURSES-NEEDED        TO ASL-NEEDED-COUNT.
               WRITE REPORT-LINE FROM AUDIT-SUMMARY-LINE.
               IF REQ-MET-COUNT < COURSES-NEEDED
                   WRITE REPORT-LINE FROM NOT-CLEARED-LINE
                   EXIT PARAGRAPH
               END-IF.
               IF IND-TUITION-OWED NOT = 0
                   MOVE IND-TUITION-OWED TO OWL-BALANCE
                   WRITE REPORT-LINE FROM OWING-LINE
                   ADD 1 TO MET-BUT-OWING-COUNT
                   EXIT PARAGRAPH
               END-IF.
               WRITE REPORT-LINE FROM CLEARED-LINE.
               MOVE IND-STUDENT-NUMBER TO CDL-STUDENT-NUMBER.
               MOVE IND-STUDENT-NAME   TO CDL-STUDENT-NAME.
               MOVE IND-PROGRAM-CODE   TO CDL-PROGRAM-CODE.
               WRITE CLEARANCE-LINE FROM CLEARANCE-DETAIL-LINE.
               ADD 1 TO STUDENTS-CLEARED.

               200-FINALIZE-AUDIT.
               IF AUDIT-RUN-STARTED
                   MOVE 'STUDENTS AUDITED:' TO CNT-LABEL
                   MOVE STUDENTS-AUDITED TO CNT-VALUE
                   WRITE REPORT-LINE FROM COUNT-LINE
                   MOVE 'CLEARED FOR GRADUATION:' TO CNT-LABEL
                   MOVE STUDENTS-CLEARED TO CNT-VALUE
                   WRITE REPORT-LINE FROM COUNT-LINE
                   MOVE 'REQUIREMENTS MET - OWING:' TO CNT-LABEL
                   MOVE MET-BUT-OWING-COUNT TO CNT-VALUE
                   WRITE REPORT-LINE FROM COUNT-LINE
                   MOVE 'NO REQUIREMENTS ON FILE:' TO CNT-LABEL
                   MOVE NO-REQUIREMENTS-COUNT TO CNT-VALUE
                   WRITE REPORT-LINE FROM COUNT-LINE
                   WRITE CLEARANCE-LINE FROM BLANK-LINE
                   MOVE 'STUDENTS CLEARED:' TO CNT-LABEL
                   MOVE STUDENTS-CLEARED TO CNT-VALUE
                   WRITE CLEARANCE-LINE FROM COUNT-LINE
                   CLOSE STUDENT-FILE-INDEXED
                   CLOSE PROGRAM-REQUIREMENT-MASTER
                   CLOSE DEGREE-AUDIT-REPORT-FILE
                   CLOSE CLEARANCE-LIST-FILE
               END-IF.
               IF HISTORY-IS-OPEN
                   CLOSE COURSE-HISTORY-FILE
               END-IF.
               DISPLAY 'DEGREE AUDIT DONE - ' STUDENTS-AUDITED
                       ' AUDITED, ' STUDENTS-CLEARED ' CLEARED.'.

               END PROGRAM DEGREE-AUDIT.
