      *    *****************************************************************
      *     Author:
      *     Date:
      *     Purpose: Nightly pass that places the automatic holds on the
      *              keyed holds file HOLD-MAINT keeps. First pass, over
      *              STUDENT-FILE-INDEXED: a student whose
      *              IND-TUITION-OWED is over FINANCIAL-HOLD-THRESHOLD
      *              gets a FINANCIAL hold. Second pass, over the
      *              standing history ACADEMIC-STANDING writes: the
      *              student's last two terms with courses on file are
      *              judged exactly as STANDING-TREND judges them, and
      *              a student BELOW PASSING in both gets an ACADEMIC
      *              hold. A student who already has an open hold of
      *              the type is left alone. Every hold placed is
      *              journaled HOLDADD and listed on the hold placement
      *              report. The pass only places holds; releasing one
      *              is a front-office decision made through HOLD-MAINT.
      *     Tectonics: cobc
      *
      *     Modification History:
      *      2026-10-15  EF  Initial version.
      *    *****************************************************************
           IDENTIFICATION DIVISION.
           PROGRAM-ID. HOLD-NIGHTLY.
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
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS IND-STUDENT-NUMBER
                       FILE STATUS IS STUDENT-FILE-STATUS.
               SELECT  STANDING-HISTORY-FILE
                   ASSIGN TO  ""
                       ORGANIZATION IS INDEXED
                       RECORD KEY IS STH-KEY
                       FILE STATUS IS STANDING-FILE-STATUS.
               SELECT  AUDIT-JOURNAL-FILE
                   ASSIGN TO  ""
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS JOURNAL-FILE-STATUS.
               SELECT  HOLD-REPORT-FILE
                   ASSIGN TO  ""
                       ORGANIZATION IS LINE SEQUENTIAL.

          DATA DIVISION.
          FILE SECTION.
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

          FD STANDING-HISTORY-FILE.
          01  STANDING-HISTORY-RECORD.
               05 STH-KEY.
                   10 STH-STUDENT-NUMBER  PIC 9(6).
                   10 STH-TERM-CODE       PIC X(5).
               05 STH-OVERALL-AVERAGE     PIC 9(3).
               05 STH-COURSE-COUNT        PIC 9(1).
               05 STH-STANDING            PIC X(17).

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

          FD HOLD-REPORT-FILE.
          01  REPORT-LINE             PIC X(80).

           WORKING-STORAGE SECTION.

           01  GLOBALS.
               05  HOLDS-FILE-STATUS     PIC X(2).
               05  STUDENT-FILE-STATUS   PIC X(2).
               05  STANDING-FILE-STATUS  PIC X(2).
               05  JOURNAL-FILE-STATUS   PIC X(2).
               05  HOLD-RUN-DATE         PIC 9(8).
               05  FINANCIAL-HOLD-THRESHOLD  PIC 9(5)V99 VALUE 2500.00.
               05  MORE-STUDENTS         PIC X(1) VALUE 'Y'.
                   88  NO-MORE-STUDENTS  VALUE 'N'.
               05  MORE-HISTORY-RECORDS  PIC X(1) VALUE 'Y'.
                   88  NO-MORE-HISTORY-RECORDS  VALUE 'N'.
               05  BREAK-STUDENT-NUMBER  PIC 9(6) VALUE ZERO.
               05  TERMS-ON-HAND         PIC 9(1) VALUE ZERO.
               05  PRI-STANDING          PIC X(17).
               05  LAT-STANDING          PIC X(17).
               05  HOLD-TYPE-NAME        PIC X(9).
               05  HOLD-REASON-TEXT      PIC X(30).
               05  FINANCIAL-PLACED-COUNT   PIC 9(5) VALUE ZERO.
               05  ACADEMIC-PLACED-COUNT    PIC 9(5) VALUE ZERO.
               05  ALREADY-HELD-COUNT    PIC 9(5) VALUE ZERO.
               05  NOT-ON-MASTER-COUNT   PIC 9(5) VALUE ZERO.
               05  OPERATOR-ID           PIC X(8) VALUE SPACE.
               05  HOLD-RUN-STARTED-SW   PIC X(1) VALUE 'N'.
                   88  HOLD-RUN-STARTED     VALUE 'Y'.

           01  HOLD-JOURNAL-REASON.
               05  RSN-HOLD-TYPE         PIC X(9).
               05  FILLER                PIC X(1)  VALUE SPACE.
               05  RSN-HOLD-TEXT         PIC X(20).

           01  HEADING-LINE-1.
               05  FILLER  PIC X(28) VALUE
                   'NIGHTLY HOLD PLACEMENT'.
               05  FILLER  PIC X(7)  VALUE ' AS OF '.
               05  HD1-RUN-DATE  PIC 9(8).
               05  FILLER  PIC X(37) VALUE SPACE.

           01  HEADING-LINE-2.
               05  FILLER  PIC X(8)  VALUE 'NUMBER'.
               05  FILLER  PIC X(11) VALUE 'HOLD TYPE'.
               05  FILLER  PIC X(11) VALUE '    BALANCE'.
               05  FILLER  PIC X(2)  VALUE SPACE.
               05  FILLER  PIC X(48) VALUE 'REASON'.

           01  HOLD-DETAIL-LINE.
               05  HDL-STUDENT-NUMBER  PIC 9(6).
               05  FILLER              PIC X(2)  VALUE SPACE.
               05  HDL-HOLD-TYPE       PIC X(9).
               05  FILLER              PIC X(2)  VALUE SPACE.
               05  HDL-BALANCE         PIC ZZ,ZZ9.99.
               05  FILLER              PIC X(4)  VALUE SPACE.
               05  HDL-REASON          PIC X(30).
               05  FILLER              PIC X(18) VALUE SPACE.

           01  COUNT-LINE.
               05  CNT-LABEL           PIC X(30).
               05  CNT-VALUE           PIC ZZZZ9.
               05  FILLER              PIC X(45) VALUE SPACE.

           01  BLANK-LINE                PIC X(80) VALUE SPACE.

           PROCEDURE DIVISION.

               100-PLACE-NIGHTLY-HOLDS.
               PERFORM 200-INIT-HOLD-RUN.
               PERFORM 250-CHECK-ONE-BALANCE
                   UNTIL NO-MORE-STUDENTS.
               PERFORM 200-INIT-STANDING-PASS.
               PERFORM 260-PROCESS-HISTORY-RECORD
                   UNTIL NO-MORE-HISTORY-RECORDS.
               IF HOLD-RUN-STARTED
                   PERFORM 270-JUDGE-FINISHED-STUDENT
               END-IF.
               PERFORM 200-FINALIZE-HOLD-RUN.
               GOBACK.

      *    Without the master there is nothing to judge and no balance
      *    to journal, so neither pass runs. The holds file is created
      *    by the first run that needs it.
               200-INIT-HOLD-RUN.
               PERFORM 210-ACCEPT-OPERATOR-ID
                   UNTIL OPERATOR-ID NOT = SPACE.
               ACCEPT HOLD-RUN-DATE FROM DATE YYYYMMDD.
               OPEN INPUT STUDENT-FILE-INDEXED.
               IF STUDENT-FILE-STATUS NOT = '00'
                   DISPLAY '** STUDENT MASTER COULD NOT BE OPENED -'
                           ' NO HOLDS PLACED **'
                   SET NO-MORE-STUDENTS TO TRUE
                   EXIT PARAGRAPH
               END-IF.
               OPEN I-O HOLDS-FILE.
               IF HOLDS-FILE-STATUS = '35'
                   OPEN OUTPUT HOLDS-FILE
                   CLOSE HOLDS-FILE
                   OPEN I-O HOLDS-FILE
               END-IF.
               OPEN EXTEND AUDIT-JOURNAL-FILE.
               OPEN OUTPUT HOLD-REPORT-FILE.
               MOVE 'Y' TO HOLD-RUN-STARTED-SW.
               MOVE HOLD-RUN-DATE TO HD1-RUN-DATE.
               WRITE REPORT-LINE FROM HEADING-LINE-1.
               WRITE REPORT-LINE FROM HEADING-LINE-2.
               PERFORM 300-READ-NEXT-STUDENT.

               210-ACCEPT-OPERATOR-ID.
               DISPLAY 'Enter your operator ID:'.
               ACCEPT OPERATOR-ID.

               300-READ-NEXT-STUDENT.
               READ STUDENT-FILE-INDEXED NEXT RECORD
                   AT END SET NO-MORE-STUDENTS TO TRUE
               END-READ.

               250-CHECK-ONE-BALANCE.
               IF IND-TUITION-OWED > FINANCIAL-HOLD-THRESHOLD
                   MOVE 'FINANCIAL' TO HOLD-TYPE-NAME
                   MOVE 'BALANCE OVER HOLD THRESHOLD'
                       TO HOLD-REASON-TEXT
                   PERFORM 320-PLACE-ONE-HOLD
               END-IF.
               PERFORM 300-READ-NEXT-STUDENT.

      *    The history file does not exist until the first standing
      *    run creates it; without it there is simply no academic
      *    pass tonight.
               200-INIT-STANDING-PASS.
               IF NOT HOLD-RUN-STARTED
                   SET NO-MORE-HISTORY-RECORDS TO TRUE
                   EXIT PARAGRAPH
               END-IF.
               MOVE ZERO TO BREAK-STUDENT-NUMBER.
               MOVE ZERO TO TERMS-ON-HAND.
               OPEN INPUT STANDING-HISTORY-FILE.
               IF STANDING-FILE-STATUS NOT = '00'
                   SET NO-MORE-HISTORY-RECORDS TO TRUE
                   EXIT PARAGRAPH
               END-IF.
               PERFORM 310-READ-NEXT-HISTORY-RECORD.

               310-READ-NEXT-HISTORY-RECORD.
               READ STANDING-HISTORY-FILE NEXT RECORD
                   AT END SET NO-MORE-HISTORY-RECORDS TO TRUE
               END-READ.

      *    Terms with no courses on file carry no academic signal and
      *    are skipped, exactly as STANDING-TREND skips them.
               260-PROCESS-HISTORY-RECORD.
               IF STH-STUDENT-NUMBER NOT = BREAK-STUDENT-NUMBER
                   PERFORM 270-JUDGE-FINISHED-STUDENT
                   MOVE STH-STUDENT-NUMBER TO BREAK-STUDENT-NUMBER
                   MOVE ZERO TO TERMS-ON-HAND
               END-IF.
               IF STH-COURSE-COUNT > 0
                   IF TERMS-ON-HAND > 0
                       MOVE LAT-STANDING TO PRI-STANDING
                   END-IF
                   MOVE STH-STANDING TO LAT-STANDING
                   IF TERMS-ON-HAND < 2
                       ADD 1 TO TERMS-ON-HAND
                   END-IF
               END-IF.
               PERFORM 310-READ-NEXT-HISTORY-RECORD.

               270-JUDGE-FINISHED-STUDENT.
               IF TERMS-ON-HAND < 2
                   EXIT PARAGRAPH
               END-IF.
               IF PRI-STANDING NOT = 'BELOW PASSING'
                       OR LAT-STANDING NOT = 'BELOW PASSING'
                   EXIT PARAGRAPH
               END-IF.
               MOVE BREAK-STUDENT-NUMBER TO IND-STUDENT-NUMBER.
               READ STUDENT-FILE-INDEXED
                   INVALID KEY
                       ADD 1 TO NOT-ON-MASTER-COUNT
                       EXIT PARAGRAPH
               END-READ.
               MOVE 'ACADEMIC' TO HOLD-TYPE-NAME.
               MOVE 'BELOW PASSING TWO TERMS' TO HOLD-REASON-TEXT.
               PERFORM 320-PLACE-ONE-HOLD.

      *    A hold of the type already open stays as it was placed; the
      *    write simply finds the key taken.
               320-PLACE-ONE-HOLD.
               MOVE IND-STUDENT-NUMBER TO HLD-STUDENT-NUMBER.
               MOVE HOLD-TYPE-NAME     TO HLD-HOLD-TYPE.
               MOVE HOLD-RUN-DATE      TO HLD-DATE-PLACED.
               MOVE OPERATOR-ID        TO HLD-PLACED-BY.
               MOVE HOLD-REASON-TEXT   TO HLD-REASON.
               WRITE HOLD-RECORD
                   INVALID KEY
                       ADD 1 TO ALREADY-HELD-COUNT
                       EXIT PARAGRAPH
               END-WRITE.
               MOVE HOLD-TYPE-NAME   TO RSN-HOLD-TYPE.
               MOVE HOLD-REASON-TEXT TO RSN-HOLD-TEXT.
               PERFORM 350-WRITE-JOURNAL-ENTRY.
               MOVE IND-STUDENT-NUMBER TO HDL-STUDENT-NUMBER.
               MOVE HOLD-TYPE-NAME     TO HDL-HOLD-TYPE.
               MOVE IND-TUITION-OWED   TO HDL-BALANCE.
               MOVE HOLD-REASON-TEXT   TO HDL-REASON.
               WRITE REPORT-LINE FROM HOLD-DETAIL-LINE.
               IF HOLD-TYPE-NAME = 'FINANCIAL'
                   ADD 1 TO FINANCIAL-PLACED-COUNT
               ELSE
                   ADD 1 TO ACADEMIC-PLACED-COUNT
               END-IF.

               350-WRITE-JOURNAL-ENTRY.
               MOVE IND-STUDENT-NUMBER TO JRN-STUDENT-NUMBER.
               MOVE ZERO               TO JRN-TRANSACTION-AMOUNT.
               MOVE IND-TUITION-OWED   TO JRN-OLD-BALANCE.
               MOVE IND-TUITION-OWED   TO JRN-NEW-BALANCE.
               ACCEPT JRN-DATE FROM DATE YYYYMMDD.
               ACCEPT JRN-TIME FROM TIME.
               MOVE 'HOLDADD' TO JRN-STATUS.
               MOVE HOLD-JOURNAL-REASON TO JRN-REASON.
               MOVE OPERATOR-ID TO JRN-OPERATOR-ID.
               WRITE JOURNAL-RECORD.

               200-FINALIZE-HOLD-RUN.
               IF HOLD-RUN-STARTED
                   WRITE REPORT-LINE FROM BLANK-LINE
                   MOVE 'FINANCIAL HOLDS PLACED:' TO CNT-LABEL
                   MOVE FINANCIAL-PLACED-COUNT TO CNT-VALUE
                   WRITE REPORT-LINE FROM COUNT-LINE
                   MOVE 'ACADEMIC HOLDS PLACED:' TO CNT-LABEL
                   MOVE ACADEMIC-PLACED-COUNT TO CNT-VALUE
                   WRITE REPORT-LINE FROM COUNT-LINE
                   MOVE 'ALREADY ON HOLD:' TO CNT-LABEL
                   MOVE ALREADY-HELD-COUNT TO CNT-VALUE
                   WRITE REPORT-LINE FROM COUNT-LINE
                   MOVE 'ACADEMIC - NOT ON MASTER:' TO CNT-LABEL
                   MOVE NOT-ON-MASTER-COUNT TO CNT-VALUE
                   WRITE REPORT-LINE FROM COUNT-LINE
                   CLOSE STUDENT-FILE-INDEXED
                   CLOSE HOLDS-FILE
                   CLOSE AUDIT-JOURNAL-FILE
                   CLOSE HOLD-REPORT-FILE
               END-IF.
               IF STANDING-FILE-STATUS = '00'
                       OR STANDING-FILE-STATUS = '10'
                   CLOSE STANDING-HISTORY-FILE
               END-IF.
               DISPLAY 'NIGHTLY HOLDS DONE - '
                       FINANCIAL-PLACED-COUNT ' FINANCIAL, '
                       ACADEMIC-PLACED-COUNT ' ACADEMIC PLACED.'.

               END PROGRAM HOLD-NIGHTLY.
