      *    *****************************************************************
      *     Author:
      *     Date:
      *     Purpose: Nightly aging pass over the pending-approval file
      *              OnlineUpdate writes when a keyed adjustment or
      *              counter refund is over its approval limit. Any
      *              item still awaiting a supervisor's decision more
      *              than APPROVAL-AGING-DAYS after it was keyed prints
      *              on the aging exception list with the amount, who
      *              keyed it and why, so the bursar can chase the
      *              supervisors before the student does. Items already
      *              decided are waiting only on APPROVAL-QUEUE's
      *              posting and are not listed. The pass reads the
      *              file only.
      *     Tectonics: cobc
      *
      *     Modification History:
      *      2026-10-15  EF  Initial version.
      *    *****************************************************************
           IDENTIFICATION DIVISION.
           PROGRAM-ID. PENDING-APPROVAL-AGING.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT  PENDING-APPROVAL-FILE
                   ASSIGN TO  ""
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS SEQUENTIAL
                       RECORD KEY IS PND-KEY
                       FILE STATUS IS PENDING-FILE-STATUS.
               SELECT  AGING-EXCEPTION-FILE
                   ASSIGN TO  ""
                       ORGANIZATION IS LINE SEQUENTIAL.

          DATA DIVISION.
          FILE SECTION.
          FD PENDING-APPROVAL-FILE.
          01  PENDING-APPROVAL-RECORD.
               05 PND-KEY.
                   10 PND-STUDENT-NUMBER  PIC 9(6).
                   10 PND-DATE-KEYED      PIC 9(8).
                   10 PND-TIME-KEYED      PIC 9(8).
               05 PND-TRANSACTION-TYPE    PIC X(1).
               05 PND-AMOUNT              PIC S9(5)V99.
               05 PND-KEYED-BY            PIC X(8).
               05 PND-REASON              PIC X(30).
               05 PND-DECISION            PIC X(1).
                   88 PND-AWAITING-DECISION  VALUE SPACE.
               05 PND-DECIDED-BY          PIC X(8).

          FD AGING-EXCEPTION-FILE.
          01  REPORT-LINE             PIC X(80).

           WORKING-STORAGE SECTION.

           01  GLOBALS.
               05  PENDING-FILE-STATUS   PIC X(2).
               05  AGING-RUN-DATE        PIC 9(8).
               05  APPROVAL-AGING-DAYS   PIC 9(3) VALUE 3.
               05  MORE-PENDING-RECORDS  PIC X(1) VALUE 'Y'.
                   88  NO-MORE-PENDING-RECORDS  VALUE 'N'.
               05  DAYS-PENDING          PIC 9(5).
               05  ITEMS-READ-COUNT      PIC 9(5) VALUE ZERO.
               05  ITEMS-AWAITING-COUNT  PIC 9(5) VALUE ZERO.
               05  ITEMS-AGED-COUNT      PIC 9(5) VALUE ZERO.
               05  TOTAL-AGED-AMOUNT     PIC S9(9)V99 VALUE ZERO.

           01  HEADING-LINE-1.
               05  FILLER  PIC X(35) VALUE
                   'PENDING APPROVAL AGING EXCEPTIONS'.
               05  FILLER  PIC X(7)  VALUE ' AS OF '.
               05  HD1-RUN-DATE  PIC 9(8).
               05  FILLER  PIC X(30) VALUE SPACE.

           01  HEADING-LINE-2.
               05  FILLER  PIC X(26) VALUE
                   'ITEMS PENDING MORE THAN'.
               05  HD2-AGING-DAYS  PIC ZZ9.
               05  FILLER  PIC X(5)  VALUE ' DAYS'.
               05  FILLER  PIC X(46) VALUE SPACE.

           01  HEADING-LINE-3.
               05  FILLER  PIC X(6)  VALUE 'NUMBER'.
               05  FILLER  PIC X(2)  VALUE SPACE.
               05  FILLER  PIC X(1)  VALUE 'T'.
               05  FILLER  PIC X(1)  VALUE SPACE.
               05  FILLER  PIC X(10) VALUE '    AMOUNT'.
               05  FILLER  PIC X(2)  VALUE SPACE.
               05  FILLER  PIC X(8)  VALUE 'KEYED ON'.
               05  FILLER  PIC X(2)  VALUE SPACE.
               05  FILLER  PIC X(5)  VALUE ' DAYS'.
               05  FILLER  PIC X(2)  VALUE SPACE.
               05  FILLER  PIC X(8)  VALUE 'KEYED BY'.
               05  FILLER  PIC X(2)  VALUE SPACE.
               05  FILLER  PIC X(31) VALUE 'REASON'.

           01  AGING-DETAIL-LINE.
               05  AGL-STUDENT-NUMBER  PIC 9(6).
               05  FILLER              PIC X(2)  VALUE SPACE.
               05  AGL-TYPE            PIC X(1).
               05  FILLER              PIC X(1)  VALUE SPACE.
               05  AGL-AMOUNT          PIC -ZZ,ZZ9.99.
               05  FILLER              PIC X(2)  VALUE SPACE.
               05  AGL-DATE-KEYED      PIC 9(8).
               05  FILLER              PIC X(2)  VALUE SPACE.
               05  AGL-DAYS-PENDING    PIC ZZZZ9.
               05  FILLER              PIC X(2)  VALUE SPACE.
               05  AGL-KEYED-BY        PIC X(8).
               05  FILLER              PIC X(2)  VALUE SPACE.
               05  AGL-REASON          PIC X(30).
               05  FILLER              PIC X(1)  VALUE SPACE.

           01  NO-PENDING-LINE.
               05  FILLER  PIC X(33) VALUE
                   'NO ITEMS ARE PENDING APPROVAL.'.
               05  FILLER  PIC X(47) VALUE SPACE.

           01  COUNT-LINE.
               05  CNT-LABEL               PIC X(30).
               05  CNT-VALUE               PIC ZZZZ9.
               05  FILLER                  PIC X(45) VALUE SPACE.

           01  AMOUNT-LINE.
               05  AMT-LABEL               PIC X(30).
               05  AMT-VALUE               PIC ZZZ,ZZZ,ZZ9.99-.
               05  FILLER                  PIC X(35) VALUE SPACE.

           PROCEDURE DIVISION.

               100-AGE-PENDING-APPROVALS.
               PERFORM 200-INIT-AGING.
               PERFORM 250-AGE-ONE-ITEM
                   UNTIL NO-MORE-PENDING-RECORDS.
               PERFORM 200-FINALIZE-AGING.
               GOBACK.

      *    The pending file does not exist until OnlineUpdate holds its
      *    first item; a failed open must not reach the read loop.
               200-INIT-AGING.
               ACCEPT AGING-RUN-DATE FROM DATE YYYYMMDD.
               OPEN OUTPUT AGING-EXCEPTION-FILE.
               MOVE AGING-RUN-DATE TO HD1-RUN-DATE.
               WRITE REPORT-LINE FROM HEADING-LINE-1.
               MOVE APPROVAL-AGING-DAYS TO HD2-AGING-DAYS.
               WRITE REPORT-LINE FROM HEADING-LINE-2.
               WRITE REPORT-LINE FROM HEADING-LINE-3.
               OPEN INPUT PENDING-APPROVAL-FILE.
               IF PENDING-FILE-STATUS NOT = '00'
                   WRITE REPORT-LINE FROM NO-PENDING-LINE
                   SET NO-MORE-PENDING-RECORDS TO TRUE
                   EXIT PARAGRAPH
               END-IF.
               PERFORM 300-READ-NEXT-PENDING-RECORD.

               300-READ-NEXT-PENDING-RECORD.
               READ PENDING-APPROVAL-FILE NEXT RECORD
                   AT END SET NO-MORE-PENDING-RECORDS TO TRUE
               END-READ.

               250-AGE-ONE-ITEM.
               ADD 1 TO ITEMS-READ-COUNT.
               IF PND-AWAITING-DECISION
                   ADD 1 TO ITEMS-AWAITING-COUNT
                   COMPUTE DAYS-PENDING =
                       FUNCTION INTEGER-OF-DATE (AGING-RUN-DATE)
                           - FUNCTION INTEGER-OF-DATE (PND-DATE-KEYED)
                   IF DAYS-PENDING > APPROVAL-AGING-DAYS
                       PERFORM 270-REPORT-AGED-ITEM
                   END-IF
               END-IF.
               PERFORM 300-READ-NEXT-PENDING-RECORD.

               270-REPORT-AGED-ITEM.
               MOVE PND-STUDENT-NUMBER   TO AGL-STUDENT-NUMBER.
               MOVE PND-TRANSACTION-TYPE TO AGL-TYPE.
               MOVE PND-AMOUNT           TO AGL-AMOUNT.
               MOVE PND-DATE-KEYED       TO AGL-DATE-KEYED.
               MOVE DAYS-PENDING         TO AGL-DAYS-PENDING.
               MOVE PND-KEYED-BY         TO AGL-KEYED-BY.
               MOVE PND-REASON           TO AGL-REASON.
               WRITE REPORT-LINE FROM AGING-DETAIL-LINE.
               ADD 1 TO ITEMS-AGED-COUNT.
               ADD PND-AMOUNT TO TOTAL-AGED-AMOUNT.

               200-FINALIZE-AGING.
               MOVE 'ITEMS ON FILE:' TO CNT-LABEL.
               MOVE ITEMS-READ-COUNT TO CNT-VALUE.
               WRITE REPORT-LINE FROM COUNT-LINE.
               MOVE 'ITEMS AWAITING A DECISION:' TO CNT-LABEL.
               MOVE ITEMS-AWAITING-COUNT TO CNT-VALUE.
               WRITE REPORT-LINE FROM COUNT-LINE.
               MOVE 'ITEMS PAST THE AGING LIMIT:' TO CNT-LABEL.
               MOVE ITEMS-AGED-COUNT TO CNT-VALUE.
               WRITE REPORT-LINE FROM COUNT-LINE.
               MOVE 'NET AMOUNT PAST THE LIMIT:' TO AMT-LABEL.
               MOVE TOTAL-AGED-AMOUNT TO AMT-VALUE.
               WRITE REPORT-LINE FROM AMOUNT-LINE.
               IF PENDING-FILE-STATUS = '00'
                       OR PENDING-FILE-STATUS = '10'
                   CLOSE PENDING-APPROVAL-FILE
               END-IF.
               CLOSE AGING-EXCEPTION-FILE.
               DISPLAY 'PENDING APPROVAL AGING DONE - '
                       ITEMS-AGED-COUNT ' ITEM(S) PAST '
                       APPROVAL-AGING-DAYS ' DAYS.'.

               END PROGRAM PENDING-APPROVAL-AGING.
