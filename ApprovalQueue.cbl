      *    *****************************************************************
      *     Author:
      *     Date:
      *     Purpose: Supervisor's console for the keyed adjustments and
      *              counter refunds OnlineUpdate holds on the
      *              pending-approval file because they are over its
      *              APPROVAL-LIMIT. Each item still awaiting a decision
      *              is listed in turn with the amount, who keyed it,
      *              when, and why, and the supervisor approves it,
      *              denies it, or skips it for later. An item cannot
      *              be decided by the operator who keyed it. When the
      *              supervisor is done the decided items are handed to
      *              OnlineUpdate (transaction source 'A', supervisor as
      *              the operator), which journals each one APPROVED or
      *              DENIED and applies the approved ones through its
      *              own 300-APPLY-TRANSACTION checks and refund
      *              extract. Items decided on an earlier session whose
      *              posting did not finish are posted on the next one.
      *     Tectonics: cobc
      *
      *     Modification History:
      *      2026-10-15  EF  Initial version.
      *    *****************************************************************
           IDENTIFICATION DIVISION.
           PROGRAM-ID. APPROVAL-QUEUE.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT  PENDING-APPROVAL-FILE
                   ASSIGN TO  ""
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS PND-KEY
                       FILE STATUS IS PENDING-FILE-STATUS.

          DATA DIVISION.
          FILE SECTION.
      *    Keyed on student number then the date and time the item was
      *    keyed. The decision byte is blank until a supervisor decides
      *    the item; OnlineUpdate removes it once it is posted.
          FD PENDING-APPROVAL-FILE.
          01  PENDING-APPROVAL-RECORD.
               05 PND-KEY.
                   10 PND-STUDENT-NUMBER  PIC 9(6).
                   10 PND-DATE-KEYED      PIC 9(8).
                   10 PND-TIME-KEYED      PIC 9(8).
               05 PND-TRANSACTION-TYPE    PIC X(1).
                   88 PND-TYPE-REFUND     VALUE 'R'.
               05 PND-AMOUNT              PIC S9(5)V99.
               05 PND-KEYED-BY            PIC X(8).
               05 PND-REASON              PIC X(30).
               05 PND-DECISION            PIC X(1).
                   88 PND-AWAITING-DECISION  VALUE SPACE.
                   88 PND-APPROVED        VALUE 'A'.
                   88 PND-DENIED          VALUE 'D'.
               05 PND-DECIDED-BY          PIC X(8).

           WORKING-STORAGE SECTION.

           01  GLOBALS.
               05  PENDING-FILE-STATUS   PIC X(2).
               05  OPERATOR-ID           PIC X(8) VALUE SPACE.
               05  MORE-PENDING-RECORDS  PIC X(1) VALUE 'Y'.
                   88  NO-MORE-PENDING-RECORDS  VALUE 'N'.
               05  DECISION-CODE         PIC X(1).
                   88  DECISION-APPROVE     VALUE 'A'.
                   88  DECISION-DENY        VALUE 'D'.
                   88  DECISION-SKIP        VALUE 'S'.
                   88  DECISION-IS-VALID    VALUE 'A' 'D' 'S'.
               05  ITEMS-LISTED-COUNT    PIC 9(5) VALUE ZERO.
               05  ITEMS-APPROVED-COUNT  PIC 9(5) VALUE ZERO.
               05  ITEMS-DENIED-COUNT    PIC 9(5) VALUE ZERO.
               05  ITEMS-SKIPPED-COUNT   PIC 9(5) VALUE ZERO.
               05  ITEMS-OWN-COUNT       PIC 9(5) VALUE ZERO.
               05  ITEMS-TO-POST-COUNT   PIC 9(5) VALUE ZERO.
               05  DISPLAY-AMOUNT        PIC -ZZ,ZZ9.99.
               05  DISPLAY-TYPE          PIC X(10).
               05  RUN-STARTED-SW        PIC X(1) VALUE 'N'.
                   88  RUN-WAS-STARTED      VALUE 'Y'.

      *    Passed to OnlineUpdate: an 'A' transaction source has it post
      *    the decisions on the pending file instead of reading the
      *    keyboard or the cashier file. The checkpoint count of a
      *    counter session that ended early is carried forward, not
      *    discarded, and the supervisor is the operator of record.
           01  POSTING-RUN-PARMS.
               05  RESUME-POSTING-FLAG        PIC X(1) VALUE SPACE.
               05  TRANS-SOURCE-FLAG          PIC X(1) VALUE 'A'.
               05  RESTART-POLICY-FLAG        PIC X(1) VALUE 'Y'.
               05  OPERATOR-ID-PARM           PIC X(8) VALUE SPACE.

           PROCEDURE DIVISION.

               100-APPROVAL-QUEUE.
               PERFORM 200-INIT-APPROVAL-QUEUE.
               PERFORM 250-REVIEW-ONE-ITEM
                   UNTIL NO-MORE-PENDING-RECORDS.
               PERFORM 200-FINALIZE-APPROVAL-QUEUE.
               GOBACK.

      *    Nothing is held until OnlineUpdate holds the first item, so
      *    a missing file just means an empty queue; it is never
      *    created here.
               200-INIT-APPROVAL-QUEUE.
               PERFORM 210-ACCEPT-OPERATOR-ID
                   UNTIL OPERATOR-ID NOT = SPACE.
               OPEN I-O PENDING-APPROVAL-FILE.
               IF PENDING-FILE-STATUS NOT = '00'
                   DISPLAY 'NO ITEMS ARE PENDING APPROVAL.'
                   SET NO-MORE-PENDING-RECORDS TO TRUE
                   EXIT PARAGRAPH
               END-IF.
               MOVE 'Y' TO RUN-STARTED-SW.
               PERFORM 300-READ-NEXT-PENDING-RECORD.

               210-ACCEPT-OPERATOR-ID.
               DISPLAY 'Enter your operator ID:'.
               ACCEPT OPERATOR-ID.

               300-READ-NEXT-PENDING-RECORD.
               READ PENDING-APPROVAL-FILE NEXT RECORD
                   AT END SET NO-MORE-PENDING-RECORDS TO TRUE
               END-READ.

      *    An item decided on an earlier session is still on file only
      *    because its posting did not finish; it is counted so this
      *    session posts it.
               250-REVIEW-ONE-ITEM.
               IF NOT PND-AWAITING-DECISION
                   ADD 1 TO ITEMS-TO-POST-COUNT
                   PERFORM 300-READ-NEXT-PENDING-RECORD
                   EXIT PARAGRAPH
               END-IF.
               ADD 1 TO ITEMS-LISTED-COUNT.
               PERFORM 310-DISPLAY-PENDING-ITEM.
               IF PND-KEYED-BY = OPERATOR-ID
                   DISPLAY '  Keyed under your own operator ID -'
                           ' another supervisor must decide it.'
                   ADD 1 TO ITEMS-OWN-COUNT
                   PERFORM 300-READ-NEXT-PENDING-RECORD
                   EXIT PARAGRAPH
               END-IF.
               MOVE SPACE TO DECISION-CODE.
               PERFORM 320-ACCEPT-DECISION
                   UNTIL DECISION-IS-VALID.
               IF DECISION-SKIP
                   ADD 1 TO ITEMS-SKIPPED-COUNT
                   PERFORM 300-READ-NEXT-PENDING-RECORD
                   EXIT PARAGRAPH
               END-IF.
               MOVE DECISION-CODE TO PND-DECISION.
               MOVE OPERATOR-ID   TO PND-DECIDED-BY.
               REWRITE PENDING-APPROVAL-RECORD
                   INVALID KEY
                       DISPLAY '  Decision could not be recorded -'
                               ' the item is left pending.'
                       PERFORM 300-READ-NEXT-PENDING-RECORD
                       EXIT PARAGRAPH
               END-REWRITE.
               ADD 1 TO ITEMS-TO-POST-COUNT.
               IF DECISION-APPROVE
                   ADD 1 TO ITEMS-APPROVED-COUNT
               ELSE
                   ADD 1 TO ITEMS-DENIED-COUNT
               END-IF.
               PERFORM 300-READ-NEXT-PENDING-RECORD.

               310-DISPLAY-PENDING-ITEM.
               IF PND-TYPE-REFUND
                   MOVE 'REFUND'     TO DISPLAY-TYPE
               ELSE
                   MOVE 'ADJUSTMENT' TO DISPLAY-TYPE
               END-IF.
               MOVE PND-AMOUNT TO DISPLAY-AMOUNT.
               DISPLAY ' '.
               DISPLAY 'Student ' PND-STUDENT-NUMBER ' '
                       DISPLAY-TYPE ' ' DISPLAY-AMOUNT.
               DISPLAY '  Keyed by ' PND-KEYED-BY ' on '
                       PND-DATE-KEYED ' at ' PND-TIME-KEYED.
               DISPLAY '  Reason: ' PND-REASON.

               320-ACCEPT-DECISION.
               DISPLAY '(A)pprove, (D)eny or (S)kip for now?'.
               ACCEPT DECISION-CODE.

      *    The file is closed before OnlineUpdate opens it to post the
      *    decisions.
               200-FINALIZE-APPROVAL-QUEUE.
               IF RUN-WAS-STARTED
                   CLOSE PENDING-APPROVAL-FILE
               END-IF.
               DISPLAY 'APPROVAL QUEUE REVIEWED - '
                       ITEMS-LISTED-COUNT ' LISTED, '
                       ITEMS-APPROVED-COUNT ' APPROVED, '
                       ITEMS-DENIED-COUNT ' DENIED, '
                       ITEMS-SKIPPED-COUNT ' SKIPPED, '
                       ITEMS-OWN-COUNT ' KEYED BY YOU.'.
               IF ITEMS-TO-POST-COUNT > 0
                   MOVE OPERATOR-ID TO OPERATOR-ID-PARM
                   CALL 'OnlineUpdate' USING POSTING-RUN-PARMS
                   IF RETURN-CODE NOT = ZERO
                       DISPLAY '** APPROVAL POSTING DID NOT COMPLETE -'
                               ' DECIDED ITEMS STAY ON FILE AND POST'
                               ' ON THE NEXT SESSION **'
                   END-IF
               END-IF.

               END PROGRAM APPROVAL-QUEUE.
