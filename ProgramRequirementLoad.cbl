      *    *****************************************************************
      *     Author:
      *     Date:
      *     Purpose: Maintenance utility that (re)builds the indexed
      *              PROGRAM-REQUIREMENT-MASTER from a flat source file
      *              of graduation requirements keyed by PROGRAM-CODE.
      *              Each program has one header line with a blank
      *              course code, carrying the number of its listed
      *              courses a student must pass to graduate (zero
      *              means every listed course), followed by one line
      *              per required course code with the minimum average
      *              that counts as passing it. Program and course codes
      *              are checked through PROGRAM-CODE-VALIDATE and
      *              COURSE-CODE-VALIDATE so a requirement can never
      *              name a code the catalog does not carry. Run this
      *              before the DEGREE-AUDIT run, and again whenever the
      *              registrar changes a program's requirements.
      *     Tectonics: cobc
      *
      *     Modification History:
      *      2026-10-15  EF  Initial version.
      *    *****************************************************************
           IDENTIFICATION DIVISION.
           PROGRAM-ID. PROGRAM-REQUIREMENT-LOAD.
           ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT  PROGRAM-REQUIREMENT-SOURCE
                   ASSIGN TO  ""
                       ORGANIZATION IS LINE SEQUENTIAL.
               SELECT  PROGRAM-REQUIREMENT-MASTER
                   ASSIGN TO  ""
                       ORGANIZATION IS INDEXED
                       RECORD KEY IS REQ-KEY
                       FILE STATUS IS REQ-MASTER-STATUS.

          DATA DIVISION.
          FILE SECTION.
          FD PROGRAM-REQUIREMENT-SOURCE.
          01  PROGRAM-REQUIREMENT-SOURCE-RECORD.
               88 EOF-PROGRAM-REQUIREMENT-SOURCE  VALUE HIGH-VALUE.
               05 SRC-REQ-PGM-CODE         PIC X(5).
               05 SRC-REQ-COURSE-CODE      PIC X(7).
               05 SRC-REQ-MIN-AVERAGE      PIC 9(3).
               05 SRC-REQ-COURSES-NEEDED   PIC 9(2).

      *    Keyed on program code then course code, so the program's
      *    header (blank course code) reads first and its required
      *    courses follow it.
          FD PROGRAM-REQUIREMENT-MASTER.
          01  PROGRAM-REQUIREMENT-RECORD.
               05 REQ-KEY.
                   10 REQ-PGM-CODE        PIC X(5).
                   10 REQ-COURSE-CODE     PIC X(7).
                       88 REQ-IS-PROGRAM-HEADER  VALUE SPACES.
               05 REQ-MIN-AVERAGE         PIC 9(3).
               05 REQ-COURSES-NEEDED      PIC 9(2).

           WORKING-STORAGE SECTION.

           01  SWITCHES.
               05  REQ-MASTER-STATUS     PIC X(2).
               05  REQ-RECORDS-LOADED    PIC 9(5) VALUE ZERO.
               05  REQ-RECORDS-SKIPPED   PIC 9(5) VALUE ZERO.
               05  PGM-CODE-VALID-FLAG   PIC X(1).
                   88  PGM-CODE-IS-VALID    VALUE 'Y'.
               05  CRS-CODE-VALID-FLAG   PIC X(1).
                   88  CRS-CODE-IS-VALID    VALUE 'Y'.

           PROCEDURE DIVISION.

               100-LOAD-REQUIREMENT-MASTER.
               PERFORM 200-INIT-LOAD.
               PERFORM 250-LOAD-RECORD-LOOP
                   UNTIL EOF-PROGRAM-REQUIREMENT-SOURCE.
               PERFORM 200-FINALIZE-LOAD.
               GOBACK.

               200-INIT-LOAD.
               OPEN INPUT PROGRAM-REQUIREMENT-SOURCE.
               OPEN OUTPUT PROGRAM-REQUIREMENT-MASTER.
               PERFORM 260-READ-NEXT-SOURCE-RECORD.

      *    A requirement that is not numeric, or names a program or
      *    course the catalogs do not carry as active, would hold every
      *    student in the program back from clearance, so it never
      *    reaches the master.
               250-LOAD-RECORD-LOOP.
               IF SRC-REQ-MIN-AVERAGE NOT NUMERIC
                       OR SRC-REQ-COURSES-NEEDED NOT NUMERIC
                   DISPLAY 'REQUIREMENT SKIPPED - NON-NUMERIC'
                           ' FIELD FOR PROGRAM ' SRC-REQ-PGM-CODE
                           ' COURSE ' SRC-REQ-COURSE-CODE
                   ADD 1 TO REQ-RECORDS-SKIPPED
                   PERFORM 260-READ-NEXT-SOURCE-RECORD
                   EXIT PARAGRAPH
               END-IF.
               CALL 'PROGRAM-CODE-VALIDATE'
                   USING SRC-REQ-PGM-CODE PGM-CODE-VALID-FLAG.
               IF NOT PGM-CODE-IS-VALID
                   DISPLAY 'REQUIREMENT SKIPPED - INVALID PROGRAM '
                           SRC-REQ-PGM-CODE
                   ADD 1 TO REQ-RECORDS-SKIPPED
                   PERFORM 260-READ-NEXT-SOURCE-RECORD
                   EXIT PARAGRAPH
               END-IF.
               IF SRC-REQ-COURSE-CODE NOT = SPACES
                   CALL 'COURSE-CODE-VALIDATE'
                       USING SRC-REQ-COURSE-CODE CRS-CODE-VALID-FLAG
                   IF NOT CRS-CODE-IS-VALID
                       DISPLAY 'REQUIREMENT SKIPPED - INVALID COURSE '
                               SRC-REQ-COURSE-CODE ' FOR PROGRAM '
                               SRC-REQ-PGM-CODE
                       ADD 1 TO REQ-RECORDS-SKIPPED
                       PERFORM 260-READ-NEXT-SOURCE-RECORD
                       EXIT PARAGRAPH
                   END-IF
               END-IF.
               MOVE SRC-REQ-PGM-CODE        TO REQ-PGM-CODE.
               MOVE SRC-REQ-COURSE-CODE     TO REQ-COURSE-CODE.
               MOVE SRC-REQ-MIN-AVERAGE     TO REQ-MIN-AVERAGE.
               MOVE SRC-REQ-COURSES-NEEDED  TO REQ-COURSES-NEEDED.
               WRITE PROGRAM-REQUIREMENT-RECORD
                   INVALID KEY
                       DISPLAY 'REQUIREMENT SKIPPED - DUPLICATE FOR'
                               ' PROGRAM ' SRC-REQ-PGM-CODE
                               ' COURSE ' SRC-REQ-COURSE-CODE
                       ADD 1 TO REQ-RECORDS-SKIPPED
                   NOT INVALID KEY
                       ADD 1 TO REQ-RECORDS-LOADED
               END-WRITE.
               PERFORM 260-READ-NEXT-SOURCE-RECORD.

               260-READ-NEXT-SOURCE-RECORD.
               READ PROGRAM-REQUIREMENT-SOURCE
                   AT END SET EOF-PROGRAM-REQUIREMENT-SOURCE TO TRUE
               END-READ.

               200-FINALIZE-LOAD.
               CLOSE PROGRAM-REQUIREMENT-SOURCE.
               CLOSE PROGRAM-REQUIREMENT-MASTER.
               DISPLAY 'PROGRAM REQUIREMENT MASTER LOADED - '
                       REQ-RECORDS-LOADED ' RECORD(S), '
                       REQ-RECORDS-SKIPPED ' SKIPPED.'.

               END PROGRAM PROGRAM-REQUIREMENT-LOAD.
