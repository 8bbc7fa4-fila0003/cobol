      *    *****************************************************************
      *     Author:
      *     Date:
      *     Purpose: Year-end tuition tax statement extract. For the
      *              calendar year asked for, every journal entry of
      *              the year is read off the twelve month-stamped
      *              archives JOURNAL-CYCLE writes (JOURNAL-ARCHIVE-01
      *              through -12 are January through December of the
      *              tax year) and the live AUDIT-JOURNAL-FILE, and
      *              totalled per student:
      *                BILLED   - ACCEPTED with the TERM BILLING tag
      *                RECEIVED - ACCEPTED or FORMPAY with the RECEIPT
      *                           tag, plus the overpayment refunded
      *                           straight back off that receipt
      *                REFUNDED - every REFUND entry
      *                AID      - AIDDISB, plus the aid overpayment
      *                           refunded off that disbursement
      *              so an overpaid receipt or award shows in full with
      *              the refund beside it. One statement record per
      *              student goes to the print vendor's extract, with a
      *              header and a trailer carrying the grand totals,
      *              and a control register prints the same totals and
      *              where each month of the year was read from. A
      *              month whose archive is missing is named on the
      *              register unless the live journal still holds it
      *              (JOURNAL-CYCLE has not run past it yet); any such
      *              gap, or a year not yet ended, marks the run
      *              INCOMPLETE on the register and in the extract
      *              header and sets RETURN-CODE 8 - statements are
      *              never issued from a partial year.
      *     Tectonics: cobc
      *
      *     Modification History:
      *      2026-10-15  EF  Initial version.
      *    *****************************************************************
           IDENTIFICATION DIVISION.
           PROGRAM-ID. TAX-STATEMENT-EXTRACT.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT  AUDIT-JOURNAL-FILE
                   ASSIGN TO  ""
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS JOURNAL-FILE-STATUS.
               SELECT  JOURNAL-ARCHIVE-01
                   ASSIGN TO  ""
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ARCHIVE-FILE-STATUS.
               SELECT  JOURNAL-ARCHIVE-02
                   ASSIGN TO  ""
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ARCHIVE-FILE-STATUS.
               SELECT  JOURNAL-ARCHIVE-03
                   ASSIGN TO  ""
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ARCHIVE-FILE-STATUS.
               SELECT  JOURNAL-ARCHIVE-04
                   ASSIGN TO  ""
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ARCHIVE-FILE-STATUS.
               SELECT  JOURNAL-ARCHIVE-05
                   ASSIGN TO  ""
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ARCHIVE-FILE-STATUS.
               SELECT  JOURNAL-ARCHIVE-06
                   ASSIGN TO  ""
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ARCHIVE-FILE-STATUS.
               SELECT  JOURNAL-ARCHIVE-07
                   ASSIGN TO  ""
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ARCHIVE-FILE-STATUS.
               SELECT  JOURNAL-ARCHIVE-08
                   ASSIGN TO  ""
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ARCHIVE-FILE-STATUS.
               SELECT  JOURNAL-ARCHIVE-09
                   ASSIGN TO  ""
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ARCHIVE-FILE-STATUS.
               SELECT  JOURNAL-ARCHIVE-10
                   ASSIGN TO  ""
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ARCHIVE-FILE-STATUS.
               SELECT  JOURNAL-ARCHIVE-11
                   ASSIGN TO  ""
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ARCHIVE-FILE-STATUS.
               SELECT  JOURNAL-ARCHIVE-12
                   ASSIGN TO  ""
                       ORGANIZATION IS LINE SEQUENTIAL
                       FILE STATUS IS ARCHIVE-FILE-STATUS.
               SELECT  STUDENT-FILE-INDEXED
                   ASSIGN TO  ""
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                       RECORD KEY IS IND-STUDENT-NUMBER
                       FILE STATUS IS STUDENT-FILE-STATUS.
               SELECT  FORMER-STUDENT-FILE
                   ASSIGN TO  ""
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS RANDOM
                       RECORD KEY IS FRM-STUDENT-NUMBER
                       FILE STATUS IS FORMER-FILE-STATUS.
               SELECT  TAX-TOTALS-WORK-FILE
                   ASSIGN TO  ""
                       ORGANIZATION IS INDEXED
                       ACCESS MODE IS DYNAMIC
                       RECORD KEY IS TXW-STUDENT-NUMBER
                       FILE STATUS IS WORK-FILE-STATUS.
               SELECT  TAX-STATEMENT-FILE
                   ASSIGN TO  ""
                       ORGANIZATION IS LINE SEQUENTIAL.
               SELECT  TAX-REGISTER-FILE
                   ASSIGN TO  ""
                       ORGANIZATION IS LINE SEQUENTIAL.

          DATA DIVISION.
          FILE SECTION.
          FD AUDIT-JOURNAL-FILE.
          01  LIVE-JOURNAL-RECORD         PIC X(97).

      *    The archives are JOURNAL-CYCLE's copies of the journal
      *    record; each is read into JOURNAL-ENTRY below.
          FD JOURNAL-ARCHIVE-01.
          01  ARCHIVE-01-RECORD           PIC X(97).
          FD JOURNAL-ARCHIVE-02.
          01  ARCHIVE-02-RECORD           PIC X(97).
          FD JOURNAL-ARCHIVE-03.
          01  ARCHIVE-03-RECORD           PIC X(97).
          FD JOURNAL-ARCHIVE-04.
          01  ARCHIVE-04-RECORD           PIC X(97).
          FD JOURNAL-ARCHIVE-05.
          01  ARCHIVE-05-RECORD           PIC X(97).
          FD JOURNAL-ARCHIVE-06.
          01  ARCHIVE-06-RECORD           PIC X(97).
          FD JOURNAL-ARCHIVE-07.
          01  ARCHIVE-07-RECORD           PIC X(97).
          FD JOURNAL-ARCHIVE-08.
          01  ARCHIVE-08-RECORD           PIC X(97).
          FD JOURNAL-ARCHIVE-09.
          01  ARCHIVE-09-RECORD           PIC X(97).
          FD JOURNAL-ARCHIVE-10.
          01  ARCHIVE-10-RECORD           PIC X(97).
          FD JOURNAL-ARCHIVE-11.
          01  ARCHIVE-11-RECORD           PIC X(97).
          FD JOURNAL-ARCHIVE-12.
          01  ARCHIVE-12-RECORD           PIC X(97).

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

      *    One record per student with anything to report for the
      *    year, built up as the journals are read and then read back
      *    in student-number order to write the statements.
          FD TAX-TOTALS-WORK-FILE.
          01  TAX-TOTALS-RECORD.
               05 TXW-STUDENT-NUMBER      PIC 9(6).
               05 TXW-BILLED              PIC 9(7)V99.
               05 TXW-RECEIVED            PIC 9(7)V99.
               05 TXW-REFUNDED            PIC 9(7)V99.
               05 TXW-AID                 PIC 9(7)V99.

      *    The print vendor's load format: one header, one statement
      *    record per student, one trailer. The header carries the
      *    run's COMPLETE/INCOMPLETE verdict so a partial year is
      *    refused at load; the trailer carries the grand totals.
          FD TAX-STATEMENT-FILE.
          01  TAX-HEADER-RECORD.
               05 TXH-RECORD-TYPE         PIC X(1).
               05 FILLER                  PIC X(1).
               05 TXH-SOURCE-SYSTEM       PIC X(8).
               05 FILLER                  PIC X(1).
               05 TXH-TAX-YEAR            PIC 9(4).
               05 FILLER                  PIC X(1).
               05 TXH-RUN-DATE            PIC 9(8).
               05 FILLER                  PIC X(1).
               05 TXH-RUN-STATUS          PIC X(10).
          01  TAX-DETAIL-RECORD.
               05 TXD-RECORD-TYPE         PIC X(1).
               05 FILLER                  PIC X(1).
               05 TXD-STUDENT-NUMBER      PIC 9(6).
               05 FILLER                  PIC X(1).
               05 TXD-STUDENT-NAME        PIC X(40).
               05 FILLER                  PIC X(1).
               05 TXD-TAX-YEAR            PIC 9(4).
               05 FILLER                  PIC X(1).
               05 TXD-BILLED              PIC 9(7)V99.
               05 FILLER                  PIC X(1).
               05 TXD-RECEIVED            PIC 9(7)V99.
               05 FILLER                  PIC X(1).
               05 TXD-REFUNDED            PIC 9(7)V99.
               05 FILLER                  PIC X(1).
               05 TXD-AID                 PIC 9(7)V99.
          01  TAX-TRAILER-RECORD.
               05 TXT-RECORD-TYPE         PIC X(1).
               05 FILLER                  PIC X(1).
               05 TXT-STATEMENT-COUNT     PIC 9(7).
               05 FILLER                  PIC X(1).
               05 TXT-BILLED-TOTAL        PIC 9(9)V99.
               05 FILLER                  PIC X(1).
               05 TXT-RECEIVED-TOTAL      PIC 9(9)V99.
               05 FILLER                  PIC X(1).
               05 TXT-REFUNDED-TOTAL      PIC 9(9)V99.
               05 FILLER                  PIC X(1).
               05 TXT-AID-TOTAL           PIC 9(9)V99.

          FD TAX-REGISTER-FILE.
          01  REPORT-LINE             PIC X(80).

           WORKING-STORAGE SECTION.

           01  GLOBALS.
               05  JOURNAL-FILE-STATUS   PIC X(2).
               05  ARCHIVE-FILE-STATUS   PIC X(2).
               05  STUDENT-FILE-STATUS   PIC X(2).
               05  FORMER-FILE-STATUS    PIC X(2).
               05  WORK-FILE-STATUS      PIC X(2).
               05  TAX-YEAR-REQUEST      PIC X(4).
               05  TAX-YEAR              PIC 9(4).
               05  TAX-RUN-DATE          PIC 9(8).
               05  TAX-RUN-DATE-PARTS REDEFINES TAX-RUN-DATE.
                   10  TAX-RUN-YEAR      PIC 9(4).
                   10  FILLER            PIC 9(4).
               05  TAX-YEAR-VALID-SW     PIC X(1) VALUE 'N'.
                   88  TAX-YEAR-IS-VALID    VALUE 'Y'.
               05  ARCHIVE-MONTH         PIC 9(2).
               05  COVERAGE-MONTH        PIC 9(6).
               05  MORE-JOURNAL-ENTRIES  PIC X(1) VALUE 'Y'.
                   88  NO-MORE-JOURNAL-ENTRIES  VALUE 'N'.
               05  MORE-WORK-RECORDS     PIC X(1) VALUE 'Y'.
                   88  NO-MORE-WORK-RECORDS  VALUE 'N'.
               05  READING-SOURCE-SW     PIC X(1).
                   88  READING-LIVE-JOURNAL  VALUE 'L'.
                   88  READING-ARCHIVE       VALUE 'A'.
               05  LIVE-JOURNAL-SW       PIC X(1) VALUE 'N'.
                   88  LIVE-JOURNAL-WAS-READ  VALUE 'Y'.
               05  EARLIEST-LIVE-MONTH   PIC 9(6) VALUE 999999.
               05  LIVE-ENTRIES-READ     PIC 9(7) VALUE ZERO.
               05  LIVE-ENTRIES-TAKEN    PIC 9(7) VALUE ZERO.
               05  MONTHS-MISSING-COUNT  PIC 9(2) VALUE ZERO.
               05  RUN-INCOMPLETE-SW     PIC X(1) VALUE 'N'.
                   88  RUN-IS-INCOMPLETE    VALUE 'Y'.
               05  YEAR-NOT-ENDED-SW     PIC X(1) VALUE 'N'.
                   88  TAX-YEAR-NOT-ENDED   VALUE 'Y'.
               05  LAST-RECEIPT-STUDENT  PIC 9(6) VALUE ZERO.
               05  ENTRY-BILLED          PIC 9(7)V99.
               05  ENTRY-RECEIVED        PIC 9(7)V99.
               05  ENTRY-REFUNDED        PIC 9(7)V99.
               05  ENTRY-AID             PIC 9(7)V99.
               05  STATEMENT-COUNT       PIC 9(7) VALUE ZERO.
               05  NAME-NOT-FOUND-COUNT  PIC 9(5) VALUE ZERO.
               05  BILLED-TOTAL          PIC 9(9)V99 VALUE ZERO.
               05  RECEIVED-TOTAL        PIC 9(9)V99 VALUE ZERO.
               05  REFUNDED-TOTAL        PIC 9(9)V99 VALUE ZERO.
               05  AID-TOTAL             PIC 9(9)V99 VALUE ZERO.

      *    Where each month of the tax year was read from: its own
      *    archive, or - when the archive is missing and JOURNAL-CYCLE
      *    has not yet moved the month off - the live journal.
           01  MONTH-COVERAGE-TABLE.
               05  MONTH-COVERAGE-ENTRY OCCURS 12 TIMES.
                   10  MCV-SOURCE-SW      PIC X(1).
                       88  MCV-FROM-ARCHIVE   VALUE 'A'.
                       88  MCV-FROM-LIVE      VALUE 'L'.
                       88  MCV-MISSING        VALUE 'M'.
                   10  MCV-ENTRIES-READ   PIC 9(7).
                   10  MCV-ENTRIES-TAKEN  PIC 9(7).

           01  MONTH-NAME-VALUES.
               05  FILLER  PIC X(9) VALUE 'JANUARY'.
               05  FILLER  PIC X(9) VALUE 'FEBRUARY'.
               05  FILLER  PIC X(9) VALUE 'MARCH'.
               05  FILLER  PIC X(9) VALUE 'APRIL'.
               05  FILLER  PIC X(9) VALUE 'MAY'.
               05  FILLER  PIC X(9) VALUE 'JUNE'.
               05  FILLER  PIC X(9) VALUE 'JULY'.
               05  FILLER  PIC X(9) VALUE 'AUGUST'.
               05  FILLER  PIC X(9) VALUE 'SEPTEMBER'.
               05  FILLER  PIC X(9) VALUE 'OCTOBER'.
               05  FILLER  PIC X(9) VALUE 'NOVEMBER'.
               05  FILLER  PIC X(9) VALUE 'DECEMBER'.
           01  MONTH-NAME-TABLE REDEFINES MONTH-NAME-VALUES.
               05  MONTH-NAME             PIC X(9) OCCURS 12 TIMES.

           01  JOURNAL-ENTRY.
               05 JRN-STUDENT-NUMBER      PIC 9(6).
               05 FILLER                  PIC X(1).
               05 JRN-TRANSACTION-AMOUNT  PIC S9(5)V99.
               05 FILLER                  PIC X(1).
               05 JRN-OLD-BALANCE         PIC 9(5)V99.
               05 FILLER                  PIC X(1).
               05 JRN-NEW-BALANCE         PIC 9(5)V99.
               05 FILLER                  PIC X(1).
               05 JRN-DATE.
                   10 JRN-DATE-YYYYMM.
                       15 JRN-DATE-YYYY   PIC 9(4).
                       15 JRN-DATE-MM     PIC 9(2).
                   10 JRN-DATE-DD         PIC 9(2).
               05 FILLER                  PIC X(1).
               05 JRN-TIME                PIC 9(8).
               05 FILLER                  PIC X(1).
               05 JRN-STATUS              PIC X(8).
               05 FILLER                  PIC X(1).
               05 JRN-REASON              PIC X(30).
               05 FILLER                  PIC X(1).
               05 JRN-OPERATOR-ID         PIC X(8).

      *    The RECEIPT and TERM BILLING tags OnlineUpdate and
      *    TERM-BILLING journal in the reason of an ACCEPTED entry.
           01  JOURNAL-REASON-WORK.
               05  JRW-PREFIX             PIC X(8).
               05  FILLER                 PIC X(22).
           01  BILLING-REASON-WORK REDEFINES JOURNAL-REASON-WORK.
               05  BRW-PREFIX             PIC X(13).
               05  FILLER                 PIC X(17).

           01  HEADING-LINE-1.
               05  FILLER  PIC X(38) VALUE
                   'TUITION TAX STATEMENT CONTROL REGISTER'.
               05  FILLER  PIC X(10) VALUE ' TAX YEAR '.
               05  HD1-TAX-YEAR  PIC 9(4).
               05  FILLER  PIC X(7)  VALUE ' RUN ON'.
               05  FILLER  PIC X(1)  VALUE SPACE.
               05  HD1-RUN-DATE  PIC 9(8).
               05  FILLER  PIC X(12) VALUE SPACE.

           01  HEADING-LINE-2.
               05  FILLER  PIC X(10) VALUE 'MONTH'.
               05  FILLER  PIC X(16) VALUE 'READ FROM'.
               05  FILLER  PIC X(13) VALUE ' ENTRIES READ'.
               05  FILLER  PIC X(1)  VALUE SPACE.
               05  FILLER  PIC X(13) VALUE '  IN TAX YEAR'.
               05  FILLER  PIC X(27) VALUE SPACE.

           01  COVERAGE-LINE.
               05  CVL-MONTH-NAME      PIC X(10).
               05  CVL-SOURCE          PIC X(16).
               05  CVL-ENTRIES-READ    PIC Z,ZZZ,ZZZ,ZZ9.
               05  FILLER              PIC X(1)  VALUE SPACE.
               05  CVL-ENTRIES-TAKEN   PIC Z,ZZZ,ZZZ,ZZ9.
               05  FILLER              PIC X(27) VALUE SPACE.

           01  COUNT-LINE.
               05  CNT-LABEL               PIC X(30).
               05  CNT-VALUE               PIC ZZZZ9.
               05  FILLER                  PIC X(45) VALUE SPACE.

           01  AMOUNT-LINE.
               05  AMT-LABEL               PIC X(30).
               05  AMT-VALUE               PIC ZZZ,ZZZ,ZZ9.99-.
               05  FILLER                  PIC X(35) VALUE SPACE.

           01  RUN-VERDICT-LINE.
               05  RVL-TEXT  PIC X(80).

           PROCEDURE DIVISION.

               100-TAX-STATEMENT-EXTRACT.
               PERFORM 200-INIT-TAX-EXTRACT.
               PERFORM 200-SCAN-ARCHIVES.
               PERFORM 200-SCAN-LIVE-JOURNAL.
               PERFORM 200-CHECK-YEAR-COVERAGE.
               PERFORM 200-WRITE-STATEMENTS.
               PERFORM 200-WRITE-CONTROL-REGISTER.
               IF RUN-IS-INCOMPLETE
                   MOVE 8 TO RETURN-CODE
               END-IF.
               GOBACK.

      *    The work file is emptied at the start of every run, so a
      *    rerun for the same year starts its totals from nothing.
               200-INIT-TAX-EXTRACT.
               ACCEPT TAX-RUN-DATE FROM DATE YYYYMMDD.
               PERFORM 210-ACCEPT-TAX-YEAR
                   UNTIL TAX-YEAR-IS-VALID.
               IF TAX-YEAR NOT < TAX-RUN-YEAR
                   MOVE 'Y' TO YEAR-NOT-ENDED-SW
                   MOVE 'Y' TO RUN-INCOMPLETE-SW
               END-IF.
               OPEN OUTPUT TAX-TOTALS-WORK-FILE.
               CLOSE TAX-TOTALS-WORK-FILE.
               OPEN I-O TAX-TOTALS-WORK-FILE.

               210-ACCEPT-TAX-YEAR.
               DISPLAY 'Statements for which calendar year (four'
                       ' digits)?'.
               ACCEPT TAX-YEAR-REQUEST.
               IF TAX-YEAR-REQUEST IS NUMERIC
                   MOVE TAX-YEAR-REQUEST TO TAX-YEAR
                   IF TAX-YEAR > 1999
                           AND TAX-YEAR NOT > TAX-RUN-YEAR
                       MOVE 'Y' TO TAX-YEAR-VALID-SW
                       EXIT PARAGRAPH
                   END-IF
               END-IF.
               DISPLAY 'Enter a four-digit year no later than '
                       TAX-RUN-YEAR '.'.

               200-SCAN-ARCHIVES.
               SET READING-ARCHIVE TO TRUE.
               PERFORM 220-SCAN-ONE-ARCHIVE
                   VARYING ARCHIVE-MONTH FROM 1 BY 1
                   UNTIL ARCHIVE-MONTH > 12.

               220-SCAN-ONE-ARCHIVE.
               MOVE ZERO TO MCV-ENTRIES-READ (ARCHIVE-MONTH).
               MOVE ZERO TO MCV-ENTRIES-TAKEN (ARCHIVE-MONTH).
               PERFORM 310-OPEN-ARCHIVE.
               IF ARCHIVE-FILE-STATUS NOT = '00'
                   SET MCV-MISSING (ARCHIVE-MONTH) TO TRUE
                   EXIT PARAGRAPH
               END-IF.
               SET MCV-FROM-ARCHIVE (ARCHIVE-MONTH) TO TRUE.
               MOVE 'Y' TO MORE-JOURNAL-ENTRIES.
               MOVE ZERO TO LAST-RECEIPT-STUDENT.
               PERFORM 300-READ-NEXT-JOURNAL-ENTRY.
               PERFORM 250-TAKE-ONE-ENTRY
                   UNTIL NO-MORE-JOURNAL-ENTRIES.
               PERFORM 330-CLOSE-ARCHIVE.

      *    The live journal holds every month JOURNAL-CYCLE has not yet
      *    archived, so its earliest month is kept: a month with no
      *    archive is still whole if the live journal reaches back to
      *    it.
               200-SCAN-LIVE-JOURNAL.
               SET READING-LIVE-JOURNAL TO TRUE.
               OPEN INPUT AUDIT-JOURNAL-FILE.
               IF JOURNAL-FILE-STATUS NOT = '00'
                   DISPLAY '** AUDIT JOURNAL COULD NOT BE OPENED -'
                           ' RUN IS INCOMPLETE **'
                   MOVE 'Y' TO RUN-INCOMPLETE-SW
                   EXIT PARAGRAPH
               END-IF.
               MOVE 'Y' TO LIVE-JOURNAL-SW.
               MOVE 'Y' TO MORE-JOURNAL-ENTRIES.
               MOVE ZERO TO LAST-RECEIPT-STUDENT.
               PERFORM 300-READ-NEXT-JOURNAL-ENTRY.
               PERFORM 250-TAKE-ONE-ENTRY
                   UNTIL NO-MORE-JOURNAL-ENTRIES.
               CLOSE AUDIT-JOURNAL-FILE.

               300-READ-NEXT-JOURNAL-ENTRY.
               IF READING-LIVE-JOURNAL
                   READ AUDIT-JOURNAL-FILE INTO JOURNAL-ENTRY
                       AT END SET NO-MORE-JOURNAL-ENTRIES TO TRUE
                   END-READ
               ELSE
                   PERFORM 320-READ-ARCHIVE
               END-IF.

      *    OnlineUpdate journals an overpaid receipt as the part that
      *    cleared the balance, with the excess as an OVERPAYMENT
      *    REFUND right behind it; AID-DISBURSE does the same with an
      *    AID OVERPAYMENT REFUND. The refund is added back to what was
      *    received (or awarded) so the statement shows the whole
      *    amount, and shows the refund as well. An OVERPAYMENT REFUND
      *    that does not follow a receipt came off a keyed credit and
      *    is a refund only.
               250-TAKE-ONE-ENTRY.
               IF READING-LIVE-JOURNAL
                   ADD 1 TO LIVE-ENTRIES-READ
                   IF JRN-DATE-YYYYMM < EARLIEST-LIVE-MONTH
                       MOVE JRN-DATE-YYYYMM TO EARLIEST-LIVE-MONTH
                   END-IF
               ELSE
                   ADD 1 TO MCV-ENTRIES-READ (ARCHIVE-MONTH)
               END-IF.
               IF JRN-DATE-YYYY NOT = TAX-YEAR
                   MOVE ZERO TO LAST-RECEIPT-STUDENT
                   PERFORM 300-READ-NEXT-JOURNAL-ENTRY
                   EXIT PARAGRAPH
               END-IF.
               MOVE JRN-REASON TO JOURNAL-REASON-WORK.
               MOVE ZERO TO ENTRY-BILLED.
               MOVE ZERO TO ENTRY-RECEIVED.
               MOVE ZERO TO ENTRY-REFUNDED.
               MOVE ZERO TO ENTRY-AID.
               EVALUATE JRN-STATUS
                   WHEN 'ACCEPTED'
                       EVALUATE TRUE
                           WHEN JRW-PREFIX = 'RECEIPT '
                               COMPUTE ENTRY-RECEIVED =
                                   ZERO - JRN-TRANSACTION-AMOUNT
                           WHEN BRW-PREFIX = 'TERM BILLING '
                               MOVE JRN-TRANSACTION-AMOUNT
                                   TO ENTRY-BILLED
                       END-EVALUATE
                   WHEN 'FORMPAY'
                       IF JRW-PREFIX = 'RECEIPT '
                           COMPUTE ENTRY-RECEIVED =
                               ZERO - JRN-TRANSACTION-AMOUNT
                       END-IF
                   WHEN 'AIDDISB'
                       COMPUTE ENTRY-AID =
                           ZERO - JRN-TRANSACTION-AMOUNT
                   WHEN 'REFUND'
                       MOVE JRN-TRANSACTION-AMOUNT TO ENTRY-REFUNDED
                       EVALUATE JRN-REASON
                           WHEN 'OVERPAYMENT REFUND'
                               IF JRN-STUDENT-NUMBER
                                       = LAST-RECEIPT-STUDENT
                                   MOVE JRN-TRANSACTION-AMOUNT
                                       TO ENTRY-RECEIVED
                               END-IF
                           WHEN 'AID OVERPAYMENT REFUND'
                               MOVE JRN-TRANSACTION-AMOUNT
                                   TO ENTRY-AID
                       END-EVALUATE
               END-EVALUATE.
               IF ENTRY-RECEIVED > 0
                       AND JRN-STATUS NOT = 'REFUND'
                   MOVE JRN-STUDENT-NUMBER TO LAST-RECEIPT-STUDENT
               ELSE
                   MOVE ZERO TO LAST-RECEIPT-STUDENT
               END-IF.
               IF ENTRY-BILLED > 0 OR ENTRY-RECEIVED > 0
                       OR ENTRY-REFUNDED > 0 OR ENTRY-AID > 0
                   PERFORM 340-ADD-TO-STUDENT-TOTALS
                   IF READING-LIVE-JOURNAL
                       ADD 1 TO LIVE-ENTRIES-TAKEN
                   ELSE
                       ADD 1 TO MCV-ENTRIES-TAKEN (ARCHIVE-MONTH)
                   END-IF
               END-IF.
               PERFORM 300-READ-NEXT-JOURNAL-ENTRY.

               310-OPEN-ARCHIVE.
               EVALUATE ARCHIVE-MONTH
                   WHEN 1  OPEN INPUT JOURNAL-ARCHIVE-01
                   WHEN 2  OPEN INPUT JOURNAL-ARCHIVE-02
                   WHEN 3  OPEN INPUT JOURNAL-ARCHIVE-03
                   WHEN 4  OPEN INPUT JOURNAL-ARCHIVE-04
                   WHEN 5  OPEN INPUT JOURNAL-ARCHIVE-05
                   WHEN 6  OPEN INPUT JOURNAL-ARCHIVE-06
                   WHEN 7  OPEN INPUT JOURNAL-ARCHIVE-07
                   WHEN 8  OPEN INPUT JOURNAL-ARCHIVE-08
                   WHEN 9  OPEN INPUT JOURNAL-ARCHIVE-09
                   WHEN 10 OPEN INPUT JOURNAL-ARCHIVE-10
                   WHEN 11 OPEN INPUT JOURNAL-ARCHIVE-11
                   WHEN 12 OPEN INPUT JOURNAL-ARCHIVE-12
               END-EVALUATE.

               320-READ-ARCHIVE.
               EVALUATE ARCHIVE-MONTH
                   WHEN 1
                       READ JOURNAL-ARCHIVE-01 INTO JOURNAL-ENTRY
                           AT END SET NO-MORE-JOURNAL-ENTRIES TO TRUE
                       END-READ
                   WHEN 2
                       READ JOURNAL-ARCHIVE-02 INTO JOURNAL-ENTRY
                           AT END SET NO-MORE-JOURNAL-ENTRIES TO TRUE
                       END-READ
                   WHEN 3
                       READ JOURNAL-ARCHIVE-03 INTO JOURNAL-ENTRY
                           AT END SET NO-MORE-JOURNAL-ENTRIES TO TRUE
                       END-READ
                   WHEN 4
                       READ JOURNAL-ARCHIVE-04 INTO JOURNAL-ENTRY
                           AT END SET NO-MORE-JOURNAL-ENTRIES TO TRUE
                       END-READ
                   WHEN 5
                       READ JOURNAL-ARCHIVE-05 INTO JOURNAL-ENTRY
                           AT END SET NO-MORE-JOURNAL-ENTRIES TO TRUE
                       END-READ
                   WHEN 6
                       READ JOURNAL-ARCHIVE-06 INTO JOURNAL-ENTRY
                           AT END SET NO-MORE-JOURNAL-ENTRIES TO TRUE
                       END-READ
                   WHEN 7
                       READ JOURNAL-ARCHIVE-07 INTO JOURNAL-ENTRY
                           AT END SET NO-MORE-JOURNAL-ENTRIES TO TRUE
                       END-READ
                   WHEN 8
                       READ JOURNAL-ARCHIVE-08 INTO JOURNAL-ENTRY
                           AT END SET NO-MORE-JOURNAL-ENTRIES TO TRUE
                       END-READ
                   WHEN 9
                       READ JOURNAL-ARCHIVE-09 INTO JOURNAL-ENTRY
                           AT END SET NO-MORE-JOURNAL-ENTRIES TO TRUE
                       END-READ
                   WHEN 10
                       READ JOURNAL-ARCHIVE-10 INTO JOURNAL-ENTRY
                           AT END SET NO-MORE-JOURNAL-ENTRIES TO TRUE
                       END-READ
                   WHEN 11
                       READ JOURNAL-ARCHIVE-11 INTO JOURNAL-ENTRY
                           AT END SET NO-MORE-JOURNAL-ENTRIES TO TRUE
                       END-READ
                   WHEN 12
                       READ JOURNAL-ARCHIVE-12 INTO JOURNAL-ENTRY
                           AT END SET NO-MORE-JOURNAL-ENTRIES TO TRUE
                       END-READ
               END-EVALUATE.

               330-CLOSE-ARCHIVE.
               EVALUATE ARCHIVE-MONTH
                   WHEN 1  CLOSE JOURNAL-ARCHIVE-01
                   WHEN 2  CLOSE JOURNAL-ARCHIVE-02
                   WHEN 3  CLOSE JOURNAL-ARCHIVE-03
                   WHEN 4  CLOSE JOURNAL-ARCHIVE-04
                   WHEN 5  CLOSE JOURNAL-ARCHIVE-05
                   WHEN 6  CLOSE JOURNAL-ARCHIVE-06
                   WHEN 7  CLOSE JOURNAL-ARCHIVE-07
                   WHEN 8  CLOSE JOURNAL-ARCHIVE-08
                   WHEN 9  CLOSE JOURNAL-ARCHIVE-09
                   WHEN 10 CLOSE JOURNAL-ARCHIVE-10
                   WHEN 11 CLOSE JOURNAL-ARCHIVE-11
                   WHEN 12 CLOSE JOURNAL-ARCHIVE-12
               END-EVALUATE.

               340-ADD-TO-STUDENT-TOTALS.
               MOVE JRN-STUDENT-NUMBER TO TXW-STUDENT-NUMBER.
               READ TAX-TOTALS-WORK-FILE
                   INVALID KEY
                       MOVE ENTRY-BILLED   TO TXW-BILLED
                       MOVE ENTRY-RECEIVED TO TXW-RECEIVED
                       MOVE ENTRY-REFUNDED TO TXW-REFUNDED
                       MOVE ENTRY-AID      TO TXW-AID
                       WRITE TAX-TOTALS-RECORD
                       EXIT PARAGRAPH
               END-READ.
               ADD ENTRY-BILLED   TO TXW-BILLED.
               ADD ENTRY-RECEIVED TO TXW-RECEIVED.
               ADD ENTRY-REFUNDED TO TXW-REFUNDED.
               ADD ENTRY-AID      TO TXW-AID.
               REWRITE TAX-TOTALS-RECORD.

               200-CHECK-YEAR-COVERAGE.
               PERFORM 260-CHECK-ONE-MONTH
                   VARYING ARCHIVE-MONTH FROM 1 BY 1
                   UNTIL ARCHIVE-MONTH > 12.

               260-CHECK-ONE-MONTH.
               IF NOT MCV-MISSING (ARCHIVE-MONTH)
                   EXIT PARAGRAPH
               END-IF.
               COMPUTE COVERAGE-MONTH = TAX-YEAR * 100 + ARCHIVE-MONTH.
               IF LIVE-JOURNAL-WAS-READ
                       AND EARLIEST-LIVE-MONTH NOT > COVERAGE-MONTH
                   SET MCV-FROM-LIVE (ARCHIVE-MONTH) TO TRUE
               ELSE
                   ADD 1 TO MONTHS-MISSING-COUNT
                   MOVE 'Y' TO RUN-INCOMPLETE-SW
               END-IF.

      *    The name comes off the master, or off the former-student
      *    file for a student who has since withdrawn.
               200-WRITE-STATEMENTS.
               CLOSE TAX-TOTALS-WORK-FILE.
               OPEN INPUT TAX-TOTALS-WORK-FILE.
               OPEN INPUT STUDENT-FILE-INDEXED.
               OPEN INPUT FORMER-STUDENT-FILE.
               OPEN OUTPUT TAX-STATEMENT-FILE.
               MOVE SPACES TO TAX-HEADER-RECORD.
               MOVE 'H' TO TXH-RECORD-TYPE.
               MOVE 'BURSAR' TO TXH-SOURCE-SYSTEM.
               MOVE TAX-YEAR TO TXH-TAX-YEAR.
               MOVE TAX-RUN-DATE TO TXH-RUN-DATE.
               IF RUN-IS-INCOMPLETE
                   MOVE 'INCOMPLETE' TO TXH-RUN-STATUS
               ELSE
                   MOVE 'COMPLETE' TO TXH-RUN-STATUS
               END-IF.
               WRITE TAX-HEADER-RECORD.
               PERFORM 350-READ-NEXT-WORK-RECORD.
               PERFORM 270-WRITE-ONE-STATEMENT
                   UNTIL NO-MORE-WORK-RECORDS.
               MOVE SPACES TO TAX-TRAILER-RECORD.
               MOVE 'T' TO TXT-RECORD-TYPE.
               MOVE STATEMENT-COUNT TO TXT-STATEMENT-COUNT.
               MOVE BILLED-TOTAL    TO TXT-BILLED-TOTAL.
               MOVE RECEIVED-TOTAL  TO TXT-RECEIVED-TOTAL.
               MOVE REFUNDED-TOTAL  TO TXT-REFUNDED-TOTAL.
               MOVE AID-TOTAL       TO TXT-AID-TOTAL.
               WRITE TAX-TRAILER-RECORD.
               CLOSE TAX-STATEMENT-FILE.
               CLOSE TAX-TOTALS-WORK-FILE.
               IF STUDENT-FILE-STATUS = '00'
                       OR STUDENT-FILE-STATUS = '23'
                   CLOSE STUDENT-FILE-INDEXED
               END-IF.
               IF FORMER-FILE-STATUS = '00'
                       OR FORMER-FILE-STATUS = '23'
                   CLOSE FORMER-STUDENT-FILE
               END-IF.

               350-READ-NEXT-WORK-RECORD.
               READ TAX-TOTALS-WORK-FILE NEXT RECORD
                   AT END SET NO-MORE-WORK-RECORDS TO TRUE
               END-READ.

               270-WRITE-ONE-STATEMENT.
               MOVE SPACES TO TAX-DETAIL-RECORD.
               PERFORM 360-FIND-STUDENT-NAME.
               MOVE 'D' TO TXD-RECORD-TYPE.
               MOVE TXW-STUDENT-NUMBER TO TXD-STUDENT-NUMBER.
               MOVE TAX-YEAR     TO TXD-TAX-YEAR.
               MOVE TXW-BILLED   TO TXD-BILLED.
               MOVE TXW-RECEIVED TO TXD-RECEIVED.
               MOVE TXW-REFUNDED TO TXD-REFUNDED.
               MOVE TXW-AID      TO TXD-AID.
               WRITE TAX-DETAIL-RECORD.
               ADD 1 TO STATEMENT-COUNT.
               ADD TXW-BILLED   TO BILLED-TOTAL.
               ADD TXW-RECEIVED TO RECEIVED-TOTAL.
               ADD TXW-REFUNDED TO REFUNDED-TOTAL.
               ADD TXW-AID      TO AID-TOTAL.
               PERFORM 350-READ-NEXT-WORK-RECORD.

               360-FIND-STUDENT-NAME.
               MOVE TXW-STUDENT-NUMBER TO IND-STUDENT-NUMBER.
               READ STUDENT-FILE-INDEXED
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE IND-STUDENT-NAME TO TXD-STUDENT-NAME
                       EXIT PARAGRAPH
               END-READ.
               MOVE TXW-STUDENT-NUMBER TO FRM-STUDENT-NUMBER.
               READ FORMER-STUDENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE FRM-STUDENT-NAME TO TXD-STUDENT-NAME
                       EXIT PARAGRAPH
               END-READ.
               MOVE '** NAME NOT ON FILE **' TO TXD-STUDENT-NAME.
               ADD 1 TO NAME-NOT-FOUND-COUNT.

               200-WRITE-CONTROL-REGISTER.
               OPEN OUTPUT TAX-REGISTER-FILE.
               MOVE TAX-YEAR     TO HD1-TAX-YEAR.
               MOVE TAX-RUN-DATE TO HD1-RUN-DATE.
               WRITE REPORT-LINE FROM HEADING-LINE-1.
               WRITE REPORT-LINE FROM HEADING-LINE-2.
               PERFORM 280-WRITE-COVERAGE-LINE
                   VARYING ARCHIVE-MONTH FROM 1 BY 1
                   UNTIL ARCHIVE-MONTH > 12.
               MOVE 'LIVE'               TO CVL-MONTH-NAME.
               IF LIVE-JOURNAL-WAS-READ
                   MOVE 'AUDIT JOURNAL'  TO CVL-SOURCE
               ELSE
                   MOVE '** NOT OPENED **' TO CVL-SOURCE
               END-IF.
               MOVE LIVE-ENTRIES-READ    TO CVL-ENTRIES-READ.
               MOVE LIVE-ENTRIES-TAKEN   TO CVL-ENTRIES-TAKEN.
               WRITE REPORT-LINE FROM COVERAGE-LINE.
               MOVE 'MONTHS MISSING:' TO CNT-LABEL.
               MOVE MONTHS-MISSING-COUNT TO CNT-VALUE.
               WRITE REPORT-LINE FROM COUNT-LINE.
               MOVE 'STATEMENTS WRITTEN:' TO CNT-LABEL.
               MOVE STATEMENT-COUNT TO CNT-VALUE.
               WRITE REPORT-LINE FROM COUNT-LINE.
               MOVE 'STUDENTS WITH NO NAME ON FILE:' TO CNT-LABEL.
               MOVE NAME-NOT-FOUND-COUNT TO CNT-VALUE.
               WRITE REPORT-LINE FROM COUNT-LINE.
               MOVE 'TUITION BILLED:' TO AMT-LABEL.
               MOVE BILLED-TOTAL TO AMT-VALUE.
               WRITE REPORT-LINE FROM AMOUNT-LINE.
               MOVE 'PAYMENTS RECEIVED:' TO AMT-LABEL.
               MOVE RECEIVED-TOTAL TO AMT-VALUE.
               WRITE REPORT-LINE FROM AMOUNT-LINE.
               MOVE 'REFUNDS:' TO AMT-LABEL.
               MOVE REFUNDED-TOTAL TO AMT-VALUE.
               WRITE REPORT-LINE FROM AMOUNT-LINE.
               MOVE 'AID AND SPONSOR CREDITS:' TO AMT-LABEL.
               MOVE AID-TOTAL TO AMT-VALUE.
               WRITE REPORT-LINE FROM AMOUNT-LINE.
               IF TAX-YEAR-NOT-ENDED
                   MOVE '** TAX YEAR HAS NOT ENDED **' TO RVL-TEXT
                   WRITE REPORT-LINE FROM RUN-VERDICT-LINE
               END-IF.
               IF RUN-IS-INCOMPLETE
                   MOVE
                       '** RUN INCOMPLETE - DO NOT ISSUE STATEMENTS **'
                       TO RVL-TEXT
               ELSE
                   MOVE 'RUN COMPLETE - ALL TWELVE MONTHS READ'
                       TO RVL-TEXT
               END-IF.
               WRITE REPORT-LINE FROM RUN-VERDICT-LINE.
               CLOSE TAX-REGISTER-FILE.
               IF RUN-IS-INCOMPLETE
                   DISPLAY 'TAX STATEMENT EXTRACT ' TAX-YEAR
                           ' INCOMPLETE - ' MONTHS-MISSING-COUNT
                           ' MONTH(S) MISSING.'
               ELSE
                   DISPLAY 'TAX STATEMENT EXTRACT ' TAX-YEAR
                           ' COMPLETE - ' STATEMENT-COUNT
                           ' STATEMENT(S).'
               END-IF.

               280-WRITE-COVERAGE-LINE.
               MOVE MONTH-NAME (ARCHIVE-MONTH) TO CVL-MONTH-NAME.
               EVALUATE TRUE
                   WHEN MCV-FROM-ARCHIVE (ARCHIVE-MONTH)
                       MOVE 'ARCHIVE'           TO CVL-SOURCE
                   WHEN MCV-FROM-LIVE (ARCHIVE-MONTH)
                       MOVE 'LIVE JOURNAL'      TO CVL-SOURCE
                   WHEN OTHER
                       MOVE '** MISSING **'     TO CVL-SOURCE
               END-EVALUATE.
               MOVE MCV-ENTRIES-READ (ARCHIVE-MONTH)
                   TO CVL-ENTRIES-READ.
               MOVE MCV-ENTRIES-TAKEN (ARCHIVE-MONTH)
                   TO CVL-ENTRIES-TAKEN.
               WRITE REPORT-LINE FROM COVERAGE-LINE.

               END PROGRAM TAX-STATEMENT-EXTRACT.
