      *          report every student as eligible to graduate or
      *          with the exact list of missing and failed
      *          requirements. Retires the person with the
      *          highlighter. Requirement rows naming a course that
      *          is not on ../COURSE-CATALOGUE.TXT are flagged at the
      *          head of the report, and missing/failed lines carry
      *          the catalogue title. Approved transfer credit on
      *          ../TRANSFER-CREDITS.TXT meets a requirement the
      *          student has not passed here, and is marked TRANSFER
      *          on the report with the institution it came from.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           TO "../GRAD-AUDIT-RPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
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
       FD AUDIT-REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

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
      *> rows count.
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
       01 WS-REQ-FILE-STATUS PIC XX.
       01 WS-LINE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 55.
       01 WS-PRINT-LINE PIC X(132).
       01 WS-CATALOGUE-FILE-STATUS PIC XX.
       01 WS-CATALOGUE-EOF PIC X.
       *> Catalogue codes and titles. An absent catalogue (count
       *> zero) skips the requirement check and prints no titles.
       01 WS-CATALOGUE-TABLE.
           05 WS-CATALOGUE-ROW OCCURS 300 TIMES.
               10 WS-CATALOGUE-CODE PIC X(7).
               10 WS-CATALOGUE-TITLE PIC X(30).
               10 WS-CATALOGUE-CREDITS PIC 9V9.
       01 WS-CATALOGUE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CATALOGUE-SUB PIC 9(3).
       01 WS-CATALOGUE-FOUND PIC 9(3).
       01 WS-COURSE-TITLE PIC X(30).
       01 WS-REQS-NOT-IN-CATALOGUE PIC 9(3) VALUE ZERO.
       01 WS-TRANSFER-FILE-STATUS PIC XX.
       01 WS-TRANSFER-EOF PIC X.
       *> Approved transfer credits - student, the internal course
       *> granted and where it was earned.
       01 WS-TRANSFER-TABLE.
           05 WS-TRANSFER-ROW OCCURS 1000 TIMES.
               10 WS-TR-NUMBER PIC 9(6).
               10 WS-TR-COURSE PIC X(7).
               10 WS-TR-INSTITUTION PIC X(30).
               10 WS-TR-EXTERNAL PIC X(10).
       01 WS-TRANSFER-COUNT PIC 9(4) VALUE ZERO.
       01 WS-TRANSFER-SUB PIC 9(4).
       01 WS-TRANSFER-FOUND PIC 9(4).
       01 WS-STUDENT-TRANSFERS PIC 9(3).
       01 WS-STUDENT-TRANSFER-CREDITS PIC 9(3)V9.
       01 WS-CREDITS-PRINT PIC ZZ9.9.
       01 WS-STUDENTS-WITH-TRANSFER PIC 9(6) VALUE ZERO.
       01 WS-HEADING-LINE-1.
           05 FILLER PIC X(28) VALUE "GRADUATION AUDIT".
           05 FILLER PIC X(12) VALUE "RUN DATE: ".
           OPEN OUTPUT AUDIT-REPORT-FILE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 210-LOAD-COURSE-HISTORY.
           PERFORM 230-LOAD-COURSE-CATALOGUE.
           PERFORM 260-LOAD-TRANSFER-CREDITS.
           PERFORM 710-PRINT-PAGE-HEADING.
           PERFORM 240-CHECK-REQUIREMENT-COURSES.
           PERFORM 300-READ-STUDENT.
           PERFORM 400-AUDIT-ONE-STUDENT UNTIL EOF-FLAG = "YES".
           PERFORM 500-PRINT-SUMMARY.
               END-PERFORM
           END-IF.

       230-LOAD-COURSE-CATALOGUE.
           OPEN INPUT COURSE-CATALOGUE-FILE.
           IF WS-CATALOGUE-FILE-STATUS NOT = "00"
               DISPLAY "NO COURSE-CATALOGUE.TXT FOUND - REQUIREMENT "
                   "COURSES NOT CHECKED"
           ELSE
               MOVE "N" TO WS-CATALOGUE-EOF
               PERFORM UNTIL WS-CATALOGUE-EOF = "Y"
                   READ COURSE-CATALOGUE-FILE
                       AT END MOVE "Y" TO WS-CATALOGUE-EOF
                       NOT AT END
                           IF WS-CATALOGUE-COUNT = 300
                               DISPLAY "WARNING - MORE THAN 300 "
                                   "CATALOGUE ROWS, EXTRAS IGNORED"
                           ELSE
                               ADD 1 TO WS-CATALOGUE-COUNT
                               MOVE CAT-COURSE-CODE TO
                                   WS-CATALOGUE-CODE
                                   (WS-CATALOGUE-COUNT)
                               MOVE CAT-COURSE-TITLE TO
                                   WS-CATALOGUE-TITLE
                                   (WS-CATALOGUE-COUNT)
                               MOVE CAT-CREDITS TO
                                   WS-CATALOGUE-CREDITS
                                   (WS-CATALOGUE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COURSE-CATALOGUE-FILE
               DISPLAY "CATALOGUE COURSES LOADED: "
                   WS-CATALOGUE-COUNT
           END-IF.

       240-CHECK-REQUIREMENT-COURSES.
           *> A requirement on a course the catalogue doesn't carry
           *> can never be met - flagged once here for the program
           *> office rather than on every student below.
           IF WS-CATALOGUE-COUNT > ZERO
               PERFORM VARYING WS-REQ-SUB FROM 1 BY 1
                       UNTIL WS-REQ-SUB > WS-REQ-COUNT
                   PERFORM 250-FIND-CATALOGUE-COURSE
                   IF WS-CATALOGUE-FOUND = ZERO
                       ADD 1 TO WS-REQS-NOT-IN-CATALOGUE
                       MOVE SPACES TO WS-PRINT-LINE
                       STRING "REQUIREMENT ERROR: PROGRAM "
                           WS-REQ-PROGRAM(WS-REQ-SUB) " COURSE "
                           WS-REQ-COURSE(WS-REQ-SUB)
                           " IS NOT IN THE COURSE CATALOGUE"
                           DELIMITED BY SIZE INTO WS-PRINT-LINE
                       END-STRING
                       MOVE WS-PRINT-LINE TO REPORT-RECORD
                       PERFORM 700-WRITE-REPORT-LINE
                   END-IF
               END-PERFORM
               IF WS-REQS-NOT-IN-CATALOGUE > ZERO
                   MOVE SPACES TO REPORT-RECORD
                   PERFORM 700-WRITE-REPORT-LINE
                   DISPLAY "REQUIREMENT ROWS NOT IN CATALOGUE: "
                       WS-REQS-NOT-IN-CATALOGUE
               END-IF
           END-IF.

       250-FIND-CATALOGUE-COURSE.
           MOVE ZERO TO WS-CATALOGUE-FOUND
           MOVE SPACES TO WS-COURSE-TITLE
           PERFORM VARYING WS-CATALOGUE-SUB FROM 1 BY 1
                   UNTIL WS-CATALOGUE-SUB > WS-CATALOGUE-COUNT
               IF WS-CATALOGUE-CODE(WS-CATALOGUE-SUB) =
                       WS-REQ-COURSE(WS-REQ-SUB)
                   MOVE WS-CATALOGUE-SUB TO WS-CATALOGUE-FOUND
                   MOVE WS-CATALOGUE-TITLE(WS-CATALOGUE-SUB)
                       TO WS-COURSE-TITLE
               END-IF
           END-PERFORM.

       260-LOAD-TRANSFER-CREDITS.
           OPEN INPUT TRANSFER-CREDIT-FILE.
           IF WS-TRANSFER-FILE-STATUS NOT = "00"
               DISPLAY "NO TRANSFER-CREDITS.TXT FOUND - NO TRANSFER "
                   "CREDIT APPLIED"
           ELSE
               MOVE "N" TO WS-TRANSFER-EOF
               PERFORM UNTIL WS-TRANSFER-EOF = "Y"
                   READ TRANSFER-CREDIT-FILE
                       AT END MOVE "Y" TO WS-TRANSFER-EOF
                       NOT AT END
                           IF TC-STATUS = "A"
                               PERFORM 265-TABLE-TRANSFER-CREDIT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSFER-CREDIT-FILE
               DISPLAY "APPROVED TRANSFER CREDITS LOADED: "
                   WS-TRANSFER-COUNT
           END-IF.

       265-TABLE-TRANSFER-CREDIT.
           IF WS-TRANSFER-COUNT = 1000
               DISPLAY "WARNING - MORE THAN 1000 TRANSFER CREDITS, "
                   "EXTRAS IGNORED"
           ELSE
               ADD 1 TO WS-TRANSFER-COUNT
               MOVE TC-STUDENT-NUMBER TO
                   WS-TR-NUMBER(WS-TRANSFER-COUNT)
               MOVE TC-INTERNAL-COURSE TO
                   WS-TR-COURSE(WS-TRANSFER-COUNT)
               MOVE TC-INSTITUTION TO
                   WS-TR-INSTITUTION(WS-TRANSFER-COUNT)
               MOVE TC-EXTERNAL-COURSE TO
                   WS-TR-EXTERNAL(WS-TRANSFER-COUNT)
           END-IF.

       300-READ-STUDENT.
           READ INDEXED-STUDENT-FILE-OUT
               AT END MOVE "YES" TO EOF-FLAG
           ADD 1 TO WS-STUDENTS-AUDITED
           MOVE ZERO TO WS-REQS-FOR-PROGRAM
           MOVE ZERO TO WS-REQS-UNMET
           MOVE ZERO TO WS-STUDENT-TRANSFERS
           MOVE ZERO TO WS-STUDENT-TRANSFER-CREDITS
           MOVE SPACES TO WS-PRINT-LINE
           STRING "STUDENT " IND-STUDENT-NUMBER " "
               FUNCTION TRIM(IND-STUDENT-NAME)
           PERFORM 410-CHECK-ONE-REQUIREMENT
               VARYING WS-REQ-SUB FROM 1 BY 1
               UNTIL WS-REQ-SUB > WS-REQ-COUNT
           IF WS-STUDENT-TRANSFERS > ZERO
               ADD 1 TO WS-STUDENTS-WITH-TRANSFER
               MOVE WS-STUDENT-TRANSFER-CREDITS TO WS-CREDITS-PRINT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  TRANSFER CREDIT APPLIED TO "
                   WS-STUDENT-TRANSFERS " REQUIREMENT(S), "
                   WS-CREDITS-PRINT " CREDITS"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               PERFORM 700-WRITE-REPORT-LINE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           EVALUATE TRUE
               WHEN WS-REQS-FOR-PROGRAM = ZERO
           IF WS-REQ-PROGRAM(WS-REQ-SUB) = IND-PROGRAM-OF-STUDY
               ADD 1 TO WS-REQS-FOR-PROGRAM
               PERFORM 420-FIND-BEST-COMPLETION
               PERFORM 250-FIND-CATALOGUE-COURSE
               PERFORM 430-FIND-TRANSFER-CREDIT
               MOVE SPACES TO WS-PRINT-LINE
               EVALUATE TRUE
                   *> A pass earned here stands on its own; transfer
                   *> credit covers a requirement not passed here.
                   WHEN WS-COURSE-TAKEN = "Y"
                       AND WS-BEST-AVERAGE NOT <
                           WS-REQ-MIN-AVG(WS-REQ-SUB)
                       CONTINUE
                   WHEN WS-TRANSFER-FOUND > ZERO
                       ADD 1 TO WS-STUDENT-TRANSFERS
                       IF WS-CATALOGUE-FOUND > ZERO
                           ADD WS-CATALOGUE-CREDITS(WS-CATALOGUE-FOUND)
                               TO WS-STUDENT-TRANSFER-CREDITS
                       END-IF
                       STRING "  TRANSFER: "
                           WS-REQ-COURSE(WS-REQ-SUB) " "
                           WS-COURSE-TITLE
                           " (" WS-TR-EXTERNAL(WS-TRANSFER-FOUND)
                           " AT "
                           WS-TR-INSTITUTION(WS-TRANSFER-FOUND) ")"
                           DELIMITED BY SIZE INTO WS-PRINT-LINE
                       END-STRING
                       MOVE WS-PRINT-LINE TO REPORT-RECORD
                       PERFORM 700-WRITE-REPORT-LINE
                   WHEN WS-COURSE-TAKEN NOT = "Y"
                       ADD 1 TO WS-REQS-UNMET
                       STRING "  MISSING: "
                           WS-REQ-COURSE(WS-REQ-SUB) " "
                           WS-COURSE-TITLE
                           " (NOT TAKEN)"
                           DELIMITED BY SIZE INTO WS-PRINT-LINE
                       END-STRING
                           WS-REQ-MIN-AVG(WS-REQ-SUB)
                       ADD 1 TO WS-REQS-UNMET
                       STRING "  FAILED:  "
                           WS-REQ-COURSE(WS-REQ-SUB) " "
                           WS-COURSE-TITLE
                           " (BEST " WS-BEST-AVERAGE
                           ", NEEDS " WS-REQ-MIN-AVG(WS-REQ-SUB)
                           ")"
               END-IF
           END-PERFORM.

       430-FIND-TRANSFER-CREDIT.
           MOVE ZERO TO WS-TRANSFER-FOUND
           PERFORM VARYING WS-TRANSFER-SUB FROM 1 BY 1
                   UNTIL WS-TRANSFER-SUB > WS-TRANSFER-COUNT
               IF WS-TR-NUMBER(WS-TRANSFER-SUB) = IND-STUDENT-NUMBER
                   AND WS-TR-COURSE(WS-TRANSFER-SUB) =
                       WS-REQ-COURSE(WS-REQ-SUB)
                   MOVE WS-TRANSFER-SUB TO WS-TRANSFER-FOUND
               END-IF
           END-PERFORM.

       500-PRINT-SUMMARY.
           MOVE SPACES TO WS-PRINT-LINE
           STRING "STUDENTS AUDITED: " WS-STUDENTS-AUDITED
               "   ELIGIBLE: " WS-STUDENTS-ELIGIBLE
               "   NO REQUIREMENTS ON FILE: " WS-NO-REQUIREMENTS
               "   WITH TRANSFER CREDIT: " WS-STUDENTS-WITH-TRANSFER
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           DISPLAY "STUDENTS AUDITED:  " WS-STUDENTS-AUDITED.
           DISPLAY "ELIGIBLE:          " WS-STUDENTS-ELIGIBLE.
           DISPLAY "NO REQUIREMENTS:   " WS-NO-REQUIREMENTS.
           DISPLAY "TRANSFER CREDIT:   " WS-STUDENTS-WITH-TRANSFER.
           DISPLAY "REPORT: ../GRAD-AUDIT-RPT.TXT".
           DISPLAY "==========================================".

