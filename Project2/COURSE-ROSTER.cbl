      * Purpose: Answer "who is enrolled in this course?" from
      *          STUFILE-INDEXED.TXT - invert the five course slots on
      *          each student record into one roster section per
      *          distinct course code, headed by its title from
      *          ../COURSE-CATALOGUE.TXT (a code the catalogue does
      *          not carry is called out): enrolled count, each
      *          student's
      *          number/name/average in that course, and the class
      *          average. A single-course mode (enter one code, get
      *          one roster) covers the walk-up requests.
               ALTERNATE RECORD KEY IS IND-STUDENT-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT COURSE-CATALOGUE-FILE ASSIGN
           TO "../COURSE-CATALOGUE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGUE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 IND-PAYMENT-DUE-DATE PIC 9(8).
           05 IND-ACADEMIC-TERM   PIC X(5).

       FD COURSE-CATALOGUE-FILE.
      *> Course master maintained by COURSE-CAT-MAINT.
       01 COURSE-CATALOGUE-RECORD.
           05 CAT-COURSE-CODE PIC X(7).
           05 CAT-COURSE-TITLE PIC X(30).
           05 CAT-CREDITS PIC 9V9.
           05 CAT-ACTIVE-FLAG PIC X.
           05 CAT-PREREQUISITES PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 EOF-FLAG PIC X(3) VALUE "NO".
       01 WS-ENROLLED-COUNT PIC 9(4).
       01 WS-AVERAGE-TOTAL PIC 9(6).
       01 WS-CLASS-AVERAGE PIC 999V99.
       01 WS-CATALOGUE-FILE-STATUS PIC XX.
       01 WS-CATALOGUE-EOF PIC X.
       *> Catalogue titles by code. No catalogue leaves the roster
       *> heading as the bare code, the way it always printed.
       01 WS-CATALOGUE-TABLE.
           05 WS-CATALOGUE-ROW OCCURS 300 TIMES.
               10 WS-CATALOGUE-CODE PIC X(7).
               10 WS-CATALOGUE-TITLE PIC X(30).
       01 WS-CATALOGUE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CATALOGUE-SUB PIC 9(3).
       01 WS-ROSTER-TITLE PIC X(30).

       PROCEDURE DIVISION.
       100-PRINT-COURSE-ROSTERS.
           DISPLAY "Enter course code for a single roster "
               "(blank for all courses):"
           ACCEPT WS-COURSE-CODE-IN
           PERFORM 240-LOAD-COURSE-CATALOGUE
           IF WS-COURSE-CODE-IN = SPACES
               PERFORM 200-COLLECT-DISTINCT-COURSES
               PERFORM VARYING WS-COURSE-SUB FROM 1 BY 1
               END-IF
           END-IF.

       240-LOAD-COURSE-CATALOGUE.
           OPEN INPUT COURSE-CATALOGUE-FILE.
           IF WS-CATALOGUE-FILE-STATUS = "00"
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

       250-FIND-ROSTER-TITLE.
           MOVE SPACES TO WS-ROSTER-TITLE
           PERFORM VARYING WS-CATALOGUE-SUB FROM 1 BY 1
                   UNTIL WS-CATALOGUE-SUB > WS-CATALOGUE-COUNT
               IF WS-CATALOGUE-CODE(WS-CATALOGUE-SUB) =
                       WS-ROSTER-COURSE
                   MOVE WS-CATALOGUE-TITLE(WS-CATALOGUE-SUB)
                       TO WS-ROSTER-TITLE
               END-IF
           END-PERFORM
           *> A code in the slots that the catalogue has never heard
           *> of is the phantom-course case - said so on the roster.
           IF WS-ROSTER-TITLE = SPACES AND WS-CATALOGUE-COUNT > 0
               IF WS-ROSTER-COURSE = "WITHDRN"
                   MOVE "WITHDRAWN" TO WS-ROSTER-TITLE
               ELSE
                   MOVE "** NOT IN COURSE CATALOGUE **"
                       TO WS-ROSTER-TITLE
               END-IF
           END-IF.

       300-PRINT-ONE-ROSTER.
           MOVE ZERO TO WS-ENROLLED-COUNT
           MOVE ZERO TO WS-AVERAGE-TOTAL
           MOVE ZERO TO WS-CLASS-AVERAGE
           DISPLAY "==========================================".
           PERFORM 250-FIND-ROSTER-TITLE.
           DISPLAY "COURSE ROSTER: " WS-ROSTER-COURSE "  "
               WS-ROSTER-TITLE.
           PERFORM 400-OPEN-STUDENT-FILE.
           PERFORM 410-READ-STUDENT.
           PERFORM 310-ROSTER-ONE-STUDENT UNTIL EOF-FLAG = "YES".
