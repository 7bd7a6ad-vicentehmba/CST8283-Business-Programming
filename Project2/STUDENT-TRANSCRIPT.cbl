      * Purpose: Transcript document generator from
      *          STUFILE-INDEXED.TXT - one formatted page per student
      *          with name, number, program of study, each non-blank
      *          course code with its title from
      *          ../COURSE-CATALOGUE.TXT and its average, the overall
      *          average
      *          computed the way the standing report computes it
      *          (skipping unused slots), and an academic-standing
      *          line. Approved transfer credit from
      *          ../TRANSFER-CREDITS.TXT prints in its own section,
      *          with the institution and no average, and is left
      *          out of every average. Two modes: a single student
      *          on demand by IND-STUDENT-NUMBER, or a batch run
      *          producing
      *          transcripts for every student on file into one print
      *          file with a page break per student.
      * Tectonics: cobc
           SELECT COLLECTIONS-FILE ASSIGN TO "../COLLECTIONS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLLECTIONS-FILE-STATUS.
           SELECT COURSE-CATALOGUE-FILE ASSIGN
           TO "../COURSE-CATALOGUE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGUE-FILE-STATUS.
           SELECT TRANSFER-CREDIT-FILE ASSIGN
           TO "../TRANSFER-CREDITS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANSFER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 COL-LAST-LETTER-DATE PIC 9(8).
           05 COL-HOLD-FLAG PIC X.

       FD COURSE-CATALOGUE-FILE.
      *> Course master maintained by COURSE-CAT-MAINT.
       01 COURSE-CATALOGUE-RECORD.
           05 CAT-COURSE-CODE PIC X(7).
           05 CAT-COURSE-TITLE PIC X(30).
           05 CAT-CREDITS PIC 9V9.
           05 CAT-ACTIVE-FLAG PIC X.
           05 CAT-PREREQUISITES PIC X(30).

       FD TRANSFER-CREDIT-FILE.
      *> Kept by TRANSFER-CREDIT-MAINT; only status A (approved)
      *> rows print.
       01 TRANSFER-CREDIT-RECORD.
           05 TC-STUDENT-NUMBER PIC 9(6).
           05 TC-INSTITUTION PIC X(30).
           05 TC-EXTERNAL-COURSE PIC X(10).
           05 TC-INTERNAL-COURSE PIC X(7).
           05 TC-STATUS PIC X.
           05 TC-APPROVAL-DATE PIC 9(8).
           05 TC-APPROVER-ID PIC X(8).

       WORKING-STORAGE SECTION.
       01 EOF-FLAG PIC X(3) VALUE "NO".
       01 WS-FILE-STATUS PIC XX.
       01 WS-CUM-AVERAGE-TOTAL PIC 9(5).
       01 WS-CUM-AVERAGE PIC 999V99.
       01 WS-AVERAGE-PRINT PIC ZZ9.99.
       01 WS-CATALOGUE-FILE-STATUS PIC XX.
       01 WS-CATALOGUE-EOF PIC X.
       *> Catalogue titles, looked up by code as each course line
       *> prints. No catalogue just leaves the title blank.
       01 WS-CATALOGUE-TABLE.
           05 WS-CATALOGUE-ROW OCCURS 300 TIMES.
               10 WS-CATALOGUE-CODE PIC X(7).
               10 WS-CATALOGUE-TITLE PIC X(30).
       01 WS-CATALOGUE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CATALOGUE-SUB PIC 9(3).
       01 WS-TRANSFER-FILE-STATUS PIC XX.
       01 WS-TRANSFER-EOF PIC X.
       *> Approved transfer credits, printed after the terms.
       01 WS-TRANSFER-TABLE.
           05 WS-TRANSFER-ROW OCCURS 1000 TIMES.
               10 WS-TR-NUMBER PIC 9(6).
               10 WS-TR-COURSE PIC X(7).
               10 WS-TR-INSTITUTION PIC X(30).
               10 WS-TR-EXTERNAL PIC X(10).
       01 WS-TRANSFER-COUNT PIC 9(4) VALUE ZERO.
       01 WS-TRANSFER-SUB PIC 9(4).
       01 WS-TRANSFER-PRINTED PIC 9(3).
       01 WS-HEADING-LINE-1.
           05 FILLER PIC X(34)
               VALUE "OFFICIAL STUDENT TRANSCRIPT".
       01 WS-COURSE-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 CRS-COURSE-CODE PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CRS-COURSE-TITLE PIC X(30).
           05 FILLER PIC X(12) VALUE "   AVERAGE: ".
           05 CRS-AVERAGE PIC ZZ9.
           05 FILLER PIC X(74) VALUE SPACES.
       01 WS-TRANSFER-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 TRN-COURSE-CODE PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TRN-COURSE-TITLE PIC X(30).
           05 FILLER PIC X(9) VALUE "   FROM: ".
           05 TRN-INSTITUTION PIC X(30).
           05 FILLER PIC X VALUE SPACE.
           05 TRN-EXTERNAL-COURSE PIC X(10).
           05 FILLER PIC X(39) VALUE SPACES.

       PROCEDURE DIVISION.
       100-PRINT-TRANSCRIPTS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 220-LOAD-COURSE-HISTORY
           PERFORM 240-LOAD-COLLECTION-HOLDS
           PERFORM 260-LOAD-COURSE-CATALOGUE
           PERFORM 270-LOAD-TRANSFER-CREDITS
           EVALUATE WS-MODE-CHOICE
               WHEN "S"
               WHEN "s"
               END-IF
           END-PERFORM.

       260-LOAD-COURSE-CATALOGUE.
           OPEN INPUT COURSE-CATALOGUE-FILE
           IF WS-CATALOGUE-FILE-STATUS NOT = "00"
               DISPLAY "NO COURSE-CATALOGUE.TXT FOUND - COURSE TITLES "
                   "NOT PRINTED"
           ELSE
               MOVE "N" TO WS-CATALOGUE-EOF
               PERFORM UNTIL WS-CATALOGUE-EOF = "Y"
                   READ COURSE-CATALOGUE-FILE
                       AT END MOVE "Y" TO WS-CATALOGUE-EOF
                       NOT AT END
                           IF WS-CATALOGUE-COUNT < 300
                               ADD 1 TO WS-CATALOGUE-COUNT
                               MOVE CAT-COURSE-CODE TO
                                   WS-CATALOGUE-CODE
                                   (WS-CATALOGUE-COUNT)
                               MOVE CAT-COURSE-TITLE TO
                                   WS-CATALOGUE-TITLE
                                   (WS-CATALOGUE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COURSE-CATALOGUE-FILE
           END-IF.

       270-LOAD-TRANSFER-CREDITS.
           OPEN INPUT TRANSFER-CREDIT-FILE
           IF WS-TRANSFER-FILE-STATUS = "00"
               MOVE "N" TO WS-TRANSFER-EOF
               PERFORM UNTIL WS-TRANSFER-EOF = "Y"
                   READ TRANSFER-CREDIT-FILE
                       AT END MOVE "Y" TO WS-TRANSFER-EOF
                       NOT AT END
                           IF TC-STATUS = "A"
                               AND WS-TRANSFER-COUNT < 1000
                               ADD 1 TO WS-TRANSFER-COUNT
                               MOVE TC-STUDENT-NUMBER TO
                                   WS-TR-NUMBER(WS-TRANSFER-COUNT)
                               MOVE TC-INTERNAL-COURSE TO
                                   WS-TR-COURSE(WS-TRANSFER-COUNT)
                               MOVE TC-INSTITUTION TO
                                   WS-TR-INSTITUTION
                                   (WS-TRANSFER-COUNT)
                               MOVE TC-EXTERNAL-COURSE TO
                                   WS-TR-EXTERNAL(WS-TRANSFER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSFER-CREDIT-FILE
           END-IF.

       210-GET-STUDENT-NUMBER.
           MOVE SPACES TO WS-NUMBER-IN
           PERFORM UNTIL WS-NUMBER-IN IS NUMERIC
               IF WS-SLOT-CODE(WS-SLOT-SUB) NOT = SPACES
                   MOVE WS-SLOT-CODE(WS-SLOT-SUB)
                       TO CRS-COURSE-CODE
                   PERFORM 450-FIND-COURSE-TITLE
                   MOVE WS-SLOT-AVERAGE(WS-SLOT-SUB) TO CRS-AVERAGE
                   WRITE TRANSCRIPT-RECORD FROM WS-COURSE-LINE
               END-IF
           WRITE TRANSCRIPT-RECORD FROM WS-PRINT-LINE
           MOVE SPACES TO TRANSCRIPT-RECORD
           WRITE TRANSCRIPT-RECORD
           PERFORM 460-PRINT-TRANSFER-CREDITS
           PERFORM 440-COMPUTE-CUMULATIVE-AVERAGE
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-CUM-COURSE-COUNT > 0
                               NOT = SPACES
                           MOVE WS-HROW-CODE(WS-HISTORY-SUB
                               WS-PAIR-SUB) TO CRS-COURSE-CODE
                           PERFORM 450-FIND-COURSE-TITLE
                           MOVE WS-HROW-AVERAGE(WS-HISTORY-SUB
                               WS-PAIR-SUB) TO CRS-AVERAGE
                           WRITE TRANSCRIPT-RECORD FROM
                   GIVING WS-STUDENT-AVERAGE ROUNDED
           END-IF.

       450-FIND-COURSE-TITLE.
           *> Title for the code already in CRS-COURSE-CODE.
           MOVE SPACES TO CRS-COURSE-TITLE
           IF CRS-COURSE-CODE = "WITHDRN"
               MOVE "WITHDRAWN" TO CRS-COURSE-TITLE
           ELSE
               PERFORM VARYING WS-CATALOGUE-SUB FROM 1 BY 1
                       UNTIL WS-CATALOGUE-SUB > WS-CATALOGUE-COUNT
                   IF WS-CATALOGUE-CODE(WS-CATALOGUE-SUB) =
                           CRS-COURSE-CODE
                       MOVE WS-CATALOGUE-TITLE(WS-CATALOGUE-SUB)
                           TO CRS-COURSE-TITLE
                   END-IF
               END-PERFORM
           END-IF.

       460-PRINT-TRANSFER-CREDITS.
           *> Credit granted, not earned here - no average, and
           *> nothing toward the term or cumulative average.
           MOVE ZERO TO WS-TRANSFER-PRINTED
           PERFORM VARYING WS-TRANSFER-SUB FROM 1 BY 1
                   UNTIL WS-TRANSFER-SUB > WS-TRANSFER-COUNT
               IF WS-TR-NUMBER(WS-TRANSFER-SUB) = IND-STUDENT-NUMBER
                   IF WS-TRANSFER-PRINTED = ZERO
                       MOVE "TRANSFER CREDIT / ADVANCED STANDING:"
                           TO WS-PRINT-LINE
                       WRITE TRANSCRIPT-RECORD FROM WS-PRINT-LINE
                   END-IF
                   ADD 1 TO WS-TRANSFER-PRINTED
                   MOVE WS-TR-COURSE(WS-TRANSFER-SUB)
                       TO CRS-COURSE-CODE
                   PERFORM 450-FIND-COURSE-TITLE
                   MOVE CRS-COURSE-CODE TO TRN-COURSE-CODE
                   MOVE CRS-COURSE-TITLE TO TRN-COURSE-TITLE
                   MOVE WS-TR-INSTITUTION(WS-TRANSFER-SUB)
                       TO TRN-INSTITUTION
                   MOVE WS-TR-EXTERNAL(WS-TRANSFER-SUB)
                       TO TRN-EXTERNAL-COURSE
                   WRITE TRANSCRIPT-RECORD FROM WS-TRANSFER-LINE
               END-IF
           END-PERFORM
           IF WS-TRANSFER-PRINTED > ZERO
               MOVE SPACES TO TRANSCRIPT-RECORD
               WRITE TRANSCRIPT-RECORD
           END-IF.

       END PROGRAM STUDENT-TRANSCRIPT.
