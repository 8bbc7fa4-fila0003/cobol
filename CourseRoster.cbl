      *    *****************************************************************
      *     Author:
      *     Date:
      *     Purpose: Class lists and grade distribution for the deans,
      *              course by course. The operator keys an archived
      *              term code, or leaves it blank for the current
      *              term. The current term is taken from the five
      *              course slots on STUDENT-FILE-INDEXED; an archived
      *              term from COURSE-HISTORY-FILE. Each course prints
      *              under its COURSE-CODE-MASTER title with every
      *              student holding it and their average, then its
      *              distribution: count, mean, high, low, and the
      *              number and percent below the passing threshold
      *              ACADEMIC-STANDING uses. Active catalog courses
      *              nobody holds that term are listed at the end so
      *              unused courses can be retired.
      *     Tectonics: cobc
      *
      *     Modification History:
      *      2026-10-15  EF  Initial version.
      *    *****************************************************************
           IDENTIFICATION DIVISION.
           PROGRAM-ID. COURSE-ROSTER.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT  STUDENT-FILE-INDEXED
                   ASSIGN TO  ""
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS IND-STUDENT-NUMBER
                       FILE STATUS IS STUDENT-FILE-STATUS.
               SELECT  FORMER-STUDENT-FILE
                   ASSIGN TO  ""
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                       RECORD KEY IS FRM-STUDENT-NUMBER
                       FILE STATUS IS FORMER-FILE-STATUS.
               SELECT  COURSE-HISTORY-FILE
                   ASSIGN TO  ""
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS CHS-KEY
                       FILE STATUS IS HISTORY-FILE-STATUS.
               SELECT  COURSE-CODE-MASTER
                   ASSIGN TO  ""
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS CRS-CODE
                       FILE STATUS IS CRS-MASTER-STATUS.
               SELECT  ROSTER-WORK-FILE
                   ASSIGN TO  ""
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS RWK-KEY
                       FILE STATUS IS WORK-FILE-STATUS.
               SELECT  COURSE-ROSTER-REPORT-FILE
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

          FD FORMER-STUDENT-FILE.
          01  FORMER-STUDENT-RECORD.
               05 FRM-STUDENT-NUMBER      PIC 9(6).
               05 FRM-STUDENT-NAME        PIC X(40).
               05 FRM-PROGRAM-CODE        PIC X(5).
               05 FRM-AMOUNT-OWED         PIC 9(5)V99.
               05 FRM-WITHDRAWAL-DATE     PIC 9(8).
               05 FRM-LAST-PAYMENT-DATE   PIC 9(8).
               05 FRM-ACCOUNT-STATUS      PIC X(1).
               05 FRM-STATUS-DATE         PIC 9(8).

          FD COURSE-HISTORY-FILE.
          01  COURSE-HISTORY-RECORD.
               05 CHS-KEY.
                   10 CHS-STUDENT-NUMBER  PIC 9(6).
                   10 CHS-TERM-CODE       PIC X(5).
                   10 CHS-COURSE-CODE     PIC X(7).
               05 CHS-AVERAGE             PIC 9(3).

          FD COURSE-CODE-MASTER.
          01  COURSE-CODE-MASTER-RECORD.
               05 CRS-CODE           PIC X(7).
               05 CRS-TITLE          PIC X(30).
               05 CRS-ACTIVE-FLAG    PIC X(1).
                  88 CRS-IS-ACTIVE   VALUE 'Y'.

      *    One record per student holding a course in the term being
      *    reported, keyed course first so a sequential read hands
      *    back each course's class list together.
          FD ROSTER-WORK-FILE.
          01  ROSTER-WORK-RECORD.
               05 RWK-KEY.
                   10 RWK-COURSE-CODE     PIC X(7).
                   10 RWK-STUDENT-NUMBER  PIC 9(6).
               05 RWK-STUDENT-NAME        PIC X(40).
               05 RWK-AVERAGE             PIC 9(3).

          FD COURSE-ROSTER-REPORT-FILE.
          01  REPORT-LINE             PIC X(80).

           WORKING-STORAGE SECTION.

           01  GLOBALS.
               05  STUDENT-FILE-STATUS   PIC X(2).
               05  FORMER-FILE-STATUS    PIC X(2).
               05  HISTORY-FILE-STATUS   PIC X(2).
               05  CRS-MASTER-STATUS     PIC X(2).
               05  WORK-FILE-STATUS      PIC X(2).
               05  ROSTER-RUN-DATE       PIC 9(8).
               05  ROSTER-TERM-CODE      PIC X(5).
                   88  CURRENT-TERM-WANTED  VALUE SPACE.
               05  MORE-RECORDS          PIC X(1) VALUE 'Y'.
                   88  NO-MORE-RECORDS   VALUE 'N'.
               05  RUN-STARTED-SW        PIC X(1) VALUE 'N'.
                   88  RUN-WAS-STARTED      VALUE 'Y'.
               05  MASTER-OPEN-SW        PIC X(1) VALUE 'N'.
                   88  MASTER-IS-OPEN       VALUE 'Y'.
               05  FORMER-OPEN-SW        PIC X(1) VALUE 'N'.
                   88  FORMER-IS-OPEN       VALUE 'Y'.
               05  PASSING-THRESHOLD     PIC 9(3) VALUE 070.
               05  COURSE-SUBSCRIPT      PIC 9(1).
               05  CURRENT-COURSE-CODE   PIC X(7).
               05  COURSE-STUDENT-COUNT  PIC 9(5).
               05  COURSE-AVERAGE-TOTAL  PIC 9(8).
               05  COURSE-HIGH-AVERAGE   PIC 9(3).
               05  COURSE-LOW-AVERAGE    PIC 9(3).
               05  COURSE-BELOW-COUNT    PIC 9(5).
               05  COURSE-MEAN-AVERAGE   PIC 9(3)V9.
               05  COURSE-BELOW-PERCENT  PIC 9(3)V9.
               05  COURSES-LISTED-COUNT  PIC 9(5) VALUE ZERO.
               05  ENROLMENTS-COUNT      PIC 9(5) VALUE ZERO.
               05  UNUSED-COURSE-COUNT   PIC 9(5) VALUE ZERO.
               05  COURSE-IN-TERM-SW     PIC X(1).
                   88  COURSE-WAS-HELD      VALUE 'Y'.

           01  HEADING-LINE-1.
               05  FILLER  PIC X(38) VALUE
                   'COURSE ROSTER AND GRADE DISTRIBUTION'.
               05  FILLER  PIC X(5)  VALUE 'TERM '.
               05  HD1-TERM            PIC X(7).
               05  FILLER  PIC X(7)  VALUE ' AS OF '.
               05  HD1-RUN-DATE        PIC 9(8).
               05  FILLER  PIC X(15) VALUE SPACE.

           01  COURSE-HEADING-LINE.
               05  FILLER  PIC X(7)  VALUE 'COURSE '.
               05  CHL-COURSE-CODE     PIC X(7).
               05  FILLER              PIC X(2)  VALUE SPACE.
               05  CHL-COURSE-TITLE    PIC X(30).
               05  FILLER              PIC X(34) VALUE SPACE.

           01  ROSTER-DETAIL-LINE.
               05  FILLER              PIC X(3)  VALUE SPACE.
               05  RDL-STUDENT-NUMBER  PIC 9(6).
               05  FILLER              PIC X(2)  VALUE SPACE.
               05  RDL-STUDENT-NAME    PIC X(40).
               05  FILLER              PIC X(2)  VALUE SPACE.
               05  RDL-AVERAGE         PIC ZZ9.
               05  FILLER              PIC X(2)  VALUE SPACE.
               05  RDL-BELOW-FLAG      PIC X(13).
               05  FILLER              PIC X(9)  VALUE SPACE.

           01  DISTRIBUTION-LINE-1.
               05  FILLER  PIC X(3)  VALUE SPACE.
               05  FILLER  PIC X(9)  VALUE 'STUDENTS '.
               05  DSL-STUDENT-COUNT   PIC ZZZZ9.
               05  FILLER  PIC X(7)  VALUE '  MEAN '.
               05  DSL-MEAN-AVERAGE    PIC ZZ9.9.
               05  FILLER  PIC X(7)  VALUE '  HIGH '.
               05  DSL-HIGH-AVERAGE    PIC ZZ9.
               05  FILLER  PIC X(6)  VALUE '  LOW '.
               05  DSL-LOW-AVERAGE     PIC ZZ9.
               05  FILLER  PIC X(32) VALUE SPACE.

           01  DISTRIBUTION-LINE-2.
               05  FILLER  PIC X(3)  VALUE SPACE.
               05  FILLER  PIC X(15) VALUE 'BELOW PASSING ('.
               05  DSL-THRESHOLD       PIC ZZ9.
               05  FILLER  PIC X(3)  VALUE '): '.
               05  DSL-BELOW-COUNT     PIC ZZZZ9.
               05  FILLER  PIC X(2)  VALUE SPACE.
               05  DSL-BELOW-PERCENT   PIC ZZ9.9.
               05  FILLER  PIC X(1)  VALUE '%'.
               05  FILLER  PIC X(43) VALUE SPACE.

           01  UNUSED-HEADING-LINE.
               05  FILLER  PIC X(40) VALUE
                   'ACTIVE CATALOG COURSES WITH NO STUDENTS'.
               05  FILLER  PIC X(40) VALUE SPACE.

           01  UNUSED-DETAIL-LINE.
               05  FILLER              PIC X(3)  VALUE SPACE.
               05  UDL-COURSE-CODE     PIC X(7).
               05  FILLER              PIC X(2)  VALUE SPACE.
               05  UDL-COURSE-TITLE    PIC X(30).
               05  FILLER              PIC X(38) VALUE SPACE.

           01  BLANK-LINE.
               05  FILLER  PIC X(80) VALUE SPACE.

           01  COUNT-LINE.
               05  CNT-LABEL               PIC X(30).
               05  CNT-VALUE               PIC ZZZZ9.
               05  FILLER                  PIC X(45) VALUE SPACE.

           PROCEDURE DIVISION.

               100-PRODUCE-COURSE-ROSTER.
               PERFORM 200-INIT-ROSTER.
               IF RUN-WAS-STARTED
                   IF CURRENT-TERM-WANTED
                       PERFORM 200-COLLECT-CURRENT-TERM
                   ELSE
                       PERFORM 200-COLLECT-ARCHIVED-TERM
                   END-IF
                   PERFORM 200-WRITE-COURSE-ROSTERS
                   PERFORM 200-WRITE-UNUSED-COURSES
               END-IF.
               PERFORM 200-FINALIZE-ROSTER.
               GOBACK.

      *    The catalog is needed for every run; the master for the
      *    current term (and for names on an archived one); the
      *    course history only for an archived term.
               200-INIT-ROSTER.
               ACCEPT ROSTER-RUN-DATE FROM DATE YYYYMMDD.
               DISPLAY 'Enter the archived term code, or press Enter'
                       ' for the current term:'.
               ACCEPT ROSTER-TERM-CODE.
               OPEN INPUT COURSE-CODE-MASTER.
               IF CRS-MASTER-STATUS NOT = '00'
                   DISPLAY '** COURSE-CODE-MASTER COULD NOT BE'
                           ' OPENED - NO ROSTER **'
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF.
               OPEN INPUT STUDENT-FILE-INDEXED.
               IF STUDENT-FILE-STATUS = '00'
                   MOVE 'Y' TO MASTER-OPEN-SW
               END-IF.
               IF CURRENT-TERM-WANTED
                       AND NOT MASTER-IS-OPEN
                   DISPLAY '** STUDENT MASTER COULD NOT BE OPENED -'
                           ' NO ROSTER **'
                   CLOSE COURSE-CODE-MASTER
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF.
               IF NOT CURRENT-TERM-WANTED
                   OPEN INPUT COURSE-HISTORY-FILE
                   IF HISTORY-FILE-STATUS NOT = '00'
                       DISPLAY '** COURSE-HISTORY-FILE COULD NOT BE'
                               ' OPENED - NO ROSTER **'
                       CLOSE COURSE-CODE-MASTER
                       IF MASTER-IS-OPEN
                           CLOSE STUDENT-FILE-INDEXED
                       END-IF
                       MOVE 8 TO RETURN-CODE
                       EXIT PARAGRAPH
                   END-IF
                   OPEN INPUT FORMER-STUDENT-FILE
                   IF FORMER-FILE-STATUS = '00'
                       MOVE 'Y' TO FORMER-OPEN-SW
                   END-IF
               END-IF.
               OPEN OUTPUT ROSTER-WORK-FILE.
               CLOSE ROSTER-WORK-FILE.
               OPEN I-O ROSTER-WORK-FILE.
               OPEN OUTPUT COURSE-ROSTER-REPORT-FILE.
               IF CURRENT-TERM-WANTED
                   MOVE 'CURRENT' TO HD1-TERM
               ELSE
                   MOVE ROSTER-TERM-CODE TO HD1-TERM
               END-IF.
               MOVE ROSTER-RUN-DATE TO HD1-RUN-DATE.
               WRITE REPORT-LINE FROM HEADING-LINE-1.
               MOVE 'Y' TO RUN-STARTED-SW.

               200-COLLECT-CURRENT-TERM.
               MOVE 'Y' TO MORE-RECORDS.
               PERFORM 300-READ-NEXT-MASTER.
               PERFORM 250-COLLECT-ONE-STUDENT
                   UNTIL NO-MORE-RECORDS.

               300-READ-NEXT-MASTER.
               READ STUDENT-FILE-INDEXED NEXT RECORD
                   AT END SET NO-MORE-RECORDS TO TRUE
               END-READ.

               250-COLLECT-ONE-STUDENT.
               PERFORM 310-COLLECT-ONE-SLOT
                   VARYING COURSE-SUBSCRIPT FROM 1 BY 1
                   UNTIL COURSE-SUBSCRIPT > 5.
               PERFORM 300-READ-NEXT-MASTER.

               310-COLLECT-ONE-SLOT.
               IF IND-COURSE-CODE (COURSE-SUBSCRIPT) = SPACE
                   EXIT PARAGRAPH
               END-IF.
               MOVE IND-COURSE-CODE (COURSE-SUBSCRIPT)
                   TO RWK-COURSE-CODE.
               MOVE IND-STUDENT-NUMBER TO RWK-STUDENT-NUMBER.
               MOVE IND-STUDENT-NAME   TO RWK-STUDENT-NAME.
               MOVE IND-AVERAGE (COURSE-SUBSCRIPT) TO RWK-AVERAGE.
               PERFORM 320-WRITE-WORK-RECORD.

      *    A course keyed into two of one student's slots is listed
      *    once, on the first slot's average.
               320-WRITE-WORK-RECORD.
               WRITE ROSTER-WORK-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE.

               200-COLLECT-ARCHIVED-TERM.
               MOVE 'Y' TO MORE-RECORDS.
               PERFORM 330-READ-NEXT-HISTORY.
               PERFORM 260-COLLECT-ONE-HISTORY
                   UNTIL NO-MORE-RECORDS.
               CLOSE COURSE-HISTORY-FILE.

               330-READ-NEXT-HISTORY.
               READ COURSE-HISTORY-FILE NEXT RECORD
                   AT END SET NO-MORE-RECORDS TO TRUE
               END-READ.

               260-COLLECT-ONE-HISTORY.
               IF CHS-TERM-CODE = ROSTER-TERM-CODE
                   MOVE CHS-COURSE-CODE    TO RWK-COURSE-CODE
                   MOVE CHS-STUDENT-NUMBER TO RWK-STUDENT-NUMBER
                   MOVE CHS-AVERAGE        TO RWK-AVERAGE
                   PERFORM 340-FIND-STUDENT-NAME
                   PERFORM 320-WRITE-WORK-RECORD
               END-IF.
               PERFORM 330-READ-NEXT-HISTORY.

      *    A student in an archived term may since have withdrawn;
      *    the name then comes off the former-student file.
               340-FIND-STUDENT-NAME.
               MOVE '** NAME NOT ON FILE **' TO RWK-STUDENT-NAME.
               IF MASTER-IS-OPEN
                   MOVE CHS-STUDENT-NUMBER TO IND-STUDENT-NUMBER
                   READ STUDENT-FILE-INDEXED
                       NOT INVALID KEY
                           MOVE IND-STUDENT-NAME TO RWK-STUDENT-NAME
                           EXIT PARAGRAPH
                   END-READ
               END-IF.
               IF FORMER-IS-OPEN
                   MOVE CHS-STUDENT-NUMBER TO FRM-STUDENT-NUMBER
                   READ FORMER-STUDENT-FILE
                       NOT INVALID KEY
                           MOVE FRM-STUDENT-NAME TO RWK-STUDENT-NAME
                   END-READ
               END-IF.

               200-WRITE-COURSE-ROSTERS.
               CLOSE ROSTER-WORK-FILE.
               OPEN INPUT ROSTER-WORK-FILE.
               MOVE 'Y' TO MORE-RECORDS.
               PERFORM 350-READ-NEXT-WORK-RECORD.
               PERFORM 270-WRITE-ONE-COURSE
                   UNTIL NO-MORE-RECORDS.

               350-READ-NEXT-WORK-RECORD.
               READ ROSTER-WORK-FILE NEXT RECORD
                   AT END SET NO-MORE-RECORDS TO TRUE
               END-READ.

               270-WRITE-ONE-COURSE.
               MOVE RWK-COURSE-CODE TO CURRENT-COURSE-CODE.
               MOVE ZERO TO COURSE-STUDENT-COUNT.
               MOVE ZERO TO COURSE-AVERAGE-TOTAL.
               MOVE ZERO TO COURSE-HIGH-AVERAGE.
               MOVE 999  TO COURSE-LOW-AVERAGE.
               MOVE ZERO TO COURSE-BELOW-COUNT.
               MOVE CURRENT-COURSE-CODE TO CHL-COURSE-CODE.
               MOVE CURRENT-COURSE-CODE TO CRS-CODE.
               READ COURSE-CODE-MASTER
                   INVALID KEY
                       MOVE '** NOT ON COURSE CATALOG **'
                           TO CHL-COURSE-TITLE
                   NOT INVALID KEY
                       MOVE CRS-TITLE TO CHL-COURSE-TITLE
               END-READ.
               WRITE REPORT-LINE FROM BLANK-LINE.
               WRITE REPORT-LINE FROM COURSE-HEADING-LINE.
               PERFORM 360-WRITE-ONE-STUDENT
                   UNTIL NO-MORE-RECORDS
                       OR RWK-COURSE-CODE NOT = CURRENT-COURSE-CODE.
               PERFORM 370-WRITE-DISTRIBUTION.
               ADD 1 TO COURSES-LISTED-COUNT.

               360-WRITE-ONE-STUDENT.
               MOVE RWK-STUDENT-NUMBER TO RDL-STUDENT-NUMBER.
               MOVE RWK-STUDENT-NAME   TO RDL-STUDENT-NAME.
               MOVE RWK-AVERAGE        TO RDL-AVERAGE.
               MOVE SPACE TO RDL-BELOW-FLAG.
               IF RWK-AVERAGE < PASSING-THRESHOLD
                   MOVE 'BELOW PASSING' TO RDL-BELOW-FLAG
                   ADD 1 TO COURSE-BELOW-COUNT
               END-IF.
               WRITE REPORT-LINE FROM ROSTER-DETAIL-LINE.
               ADD 1 TO COURSE-STUDENT-COUNT.
               ADD 1 TO ENROLMENTS-COUNT.
               ADD RWK-AVERAGE TO COURSE-AVERAGE-TOTAL.
               IF RWK-AVERAGE > COURSE-HIGH-AVERAGE
                   MOVE RWK-AVERAGE TO COURSE-HIGH-AVERAGE
               END-IF.
               IF RWK-AVERAGE < COURSE-LOW-AVERAGE
                   MOVE RWK-AVERAGE TO COURSE-LOW-AVERAGE
               END-IF.
               PERFORM 350-READ-NEXT-WORK-RECORD.

      *    Every course printed here has at least one student, so the
      *    divisions below are always safe.
               370-WRITE-DISTRIBUTION.
               COMPUTE COURSE-MEAN-AVERAGE ROUNDED =
                   COURSE-AVERAGE-TOTAL / COURSE-STUDENT-COUNT.
               COMPUTE COURSE-BELOW-PERCENT ROUNDED =
                   COURSE-BELOW-COUNT * 100 / COURSE-STUDENT-COUNT.
               MOVE COURSE-STUDENT-COUNT TO DSL-STUDENT-COUNT.
               MOVE COURSE-MEAN-AVERAGE  TO DSL-MEAN-AVERAGE.
               MOVE COURSE-HIGH-AVERAGE  TO DSL-HIGH-AVERAGE.
               MOVE COURSE-LOW-AVERAGE   TO DSL-LOW-AVERAGE.
               WRITE REPORT-LINE FROM DISTRIBUTION-LINE-1.
               MOVE PASSING-THRESHOLD    TO DSL-THRESHOLD.
               MOVE COURSE-BELOW-COUNT   TO DSL-BELOW-COUNT.
               MOVE COURSE-BELOW-PERCENT TO DSL-BELOW-PERCENT.
               WRITE REPORT-LINE FROM DISTRIBUTION-LINE-2.

      *    Each active catalog course is looked for on the work file;
      *    one with no record there had nobody in the term reported.
               200-WRITE-UNUSED-COURSES.
               WRITE REPORT-LINE FROM BLANK-LINE.
               WRITE REPORT-LINE FROM UNUSED-HEADING-LINE.
               MOVE 'Y' TO MORE-RECORDS.
               MOVE LOW-VALUES TO CRS-CODE.
               START COURSE-CODE-MASTER
               KEY IS NOT LESS THAN CRS-CODE
                   INVALID KEY
                       SET NO-MORE-RECORDS TO TRUE
               END-START.
               IF NOT NO-MORE-RECORDS
                   PERFORM 380-READ-NEXT-COURSE
               END-IF.
               PERFORM 280-CHECK-ONE-CATALOG-COURSE
                   UNTIL NO-MORE-RECORDS.

               380-READ-NEXT-COURSE.
               READ COURSE-CODE-MASTER NEXT RECORD
                   AT END SET NO-MORE-RECORDS TO TRUE
               END-READ.

               280-CHECK-ONE-CATALOG-COURSE.
               IF CRS-IS-ACTIVE
                   PERFORM 390-LOOK-FOR-COURSE
                   IF NOT COURSE-WAS-HELD
                       MOVE CRS-CODE  TO UDL-COURSE-CODE
                       MOVE CRS-TITLE TO UDL-COURSE-TITLE
                       WRITE REPORT-LINE FROM UNUSED-DETAIL-LINE
                       ADD 1 TO UNUSED-COURSE-COUNT
                   END-IF
               END-IF.
               PERFORM 380-READ-NEXT-COURSE.

               390-LOOK-FOR-COURSE.
               MOVE 'N' TO COURSE-IN-TERM-SW.
               MOVE CRS-CODE TO RWK-COURSE-CODE.
               MOVE ZERO     TO RWK-STUDENT-NUMBER.
               START ROSTER-WORK-FILE
               KEY IS NOT LESS THAN RWK-KEY
                   INVALID KEY
                       EXIT PARAGRAPH
               END-START.
               READ ROSTER-WORK-FILE NEXT RECORD
                   AT END
                       EXIT PARAGRAPH
               END-READ.
               IF RWK-COURSE-CODE = CRS-CODE
                   MOVE 'Y' TO COURSE-IN-TERM-SW
               END-IF.

               200-FINALIZE-ROSTER.
               IF NOT RUN-WAS-STARTED
                   EXIT PARAGRAPH
               END-IF.
               WRITE REPORT-LINE FROM BLANK-LINE.
               MOVE 'COURSES LISTED:' TO CNT-LABEL.
               MOVE COURSES-LISTED-COUNT TO CNT-VALUE.
               WRITE REPORT-LINE FROM COUNT-LINE.
               MOVE 'STUDENT ENROLMENTS LISTED:' TO CNT-LABEL.
               MOVE ENROLMENTS-COUNT TO CNT-VALUE.
               WRITE REPORT-LINE FROM COUNT-LINE.
               MOVE 'UNUSED ACTIVE COURSES:' TO CNT-LABEL.
               MOVE UNUSED-COURSE-COUNT TO CNT-VALUE.
               WRITE REPORT-LINE FROM COUNT-LINE.
               CLOSE ROSTER-WORK-FILE.
               CLOSE COURSE-ROSTER-REPORT-FILE.
               CLOSE COURSE-CODE-MASTER.
               IF MASTER-IS-OPEN
                   CLOSE STUDENT-FILE-INDEXED
               END-IF.
               IF FORMER-IS-OPEN
                   CLOSE FORMER-STUDENT-FILE
               END-IF.
               IF ENROLMENTS-COUNT = 0
                       AND NOT CURRENT-TERM-WANTED
                   DISPLAY 'No course history found for term '
                           ROSTER-TERM-CODE '.'
               END-IF.
               DISPLAY 'COURSE ROSTER DONE - ' COURSES-LISTED-COUNT
                       ' COURSE(S), ' ENROLMENTS-COUNT
                       ' ENROLMENT(S).'.

               END PROGRAM COURSE-ROSTER.
