      ******************************************************************
      * Author: VICENTE MBA ENGUNG
      * Date: SEPTEMBER 1, 2026
      * Purpose: Maintenance for the faculty master
      *          ../FACULTY-MASTER.TXT - one row per faculty member
      *          with name, active (A) or inactive (I) status, and up
      *          to twenty course/term assignments naming the courses
      *          the member may grade in each term, each checked
      *          against ../COURSE-CATALOGUE.TXT - and for the
      *          per-term grade-change deadlines on
      *          ../GRADE-DEADLINES.TXT. GRADE-CHANGE authorizes every
      *          transaction against both, and FACULTY-GRADE-SUMMARY
      *          reports changes by faculty member for the dean.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACULTY-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FACULTY-FILE ASSIGN TO "../FACULTY-MASTER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FACULTY-FILE-STATUS.
           SELECT DEADLINE-FILE ASSIGN TO "../GRADE-DEADLINES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEADLINE-FILE-STATUS.
           SELECT COURSE-CATALOGUE-FILE ASSIGN
           TO "../COURSE-CATALOGUE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGUE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD FACULTY-FILE.
      *> One row per faculty member. An assignment with a blank
      *> course code is an unused slot.
       01 FACULTY-RECORD.
           05 FAC-FACULTY-ID PIC X(8).
           05 FAC-FACULTY-NAME PIC X(30).
           05 FAC-ACTIVE-FLAG PIC X.
           05 FAC-ASSIGNMENTS.
               10 FAC-ASSIGNMENT OCCURS 20 TIMES.
                   15 FAC-ASSIGN-TERM PIC X(5).
                   15 FAC-ASSIGN-COURSE PIC X(7).

       FD DEADLINE-FILE.
      *> Last day a grade change for the term goes through on the
      *> faculty member's own authority; later changes need a
      *> second approver.
       01 DEADLINE-RECORD.
           05 GDL-ACADEMIC-TERM PIC X(5).
           05 GDL-DEADLINE-DATE PIC 9(8).

       FD COURSE-CATALOGUE-FILE.
      *> Course master maintained by COURSE-CAT-MAINT.
       01 COURSE-CATALOGUE-RECORD.
           05 CAT-COURSE-CODE PIC X(7).
           05 CAT-COURSE-TITLE PIC X(30).
           05 CAT-CREDITS PIC 9V9.
           05 CAT-ACTIVE-FLAG PIC X.

       WORKING-STORAGE SECTION.
       01 EOF-FLAG PIC X(3) VALUE "NO".
       01 WS-FACULTY-FILE-STATUS PIC XX.
       01 WS-DEADLINE-FILE-STATUS PIC XX.
       01 WS-CATALOGUE-FILE-STATUS PIC XX.
       01 WS-CATALOGUE-EOF PIC X.
       01 WS-COURSE-KNOWN PIC X.
       01 WS-MENU-CHOICE PIC X VALUE SPACE.
       01 WS-FACULTY-ID-IN PIC X(8).
       01 WS-ACTIVE-IN PIC X.
       01 WS-TERM-IN PIC X(5).
       01 WS-COURSE-IN PIC X(7).
       01 WS-DATE-IN PIC X(8).
       01 WS-SUB PIC 9(3).
       01 WS-ASSIGN-SUB PIC 99.
       01 WS-ASSIGN-FOUND PIC 99.
       01 WS-MATCH-FOUND PIC 9(3).
       01 WS-DEADLINE-SUB PIC 99.
       01 WS-DEADLINE-FOUND PIC 99.
       01 WS-CHANGED PIC X VALUE "N".
       01 WS-DEADLINES-CHANGED PIC X VALUE "N".
       *> Both masters live in storage while the operator works;
       *> each is rewritten once at exit - the XREF-MAINT idiom.
       01 WS-FACULTY-TABLE.
           05 WS-FACULTY-ROW OCCURS 100 TIMES.
               10 WS-FAC-ID PIC X(8).
               10 WS-FAC-NAME PIC X(30).
               10 WS-FAC-ACTIVE PIC X.
               10 WS-FAC-ASSIGNMENT OCCURS 20 TIMES.
                   15 WS-FAC-TERM PIC X(5).
                   15 WS-FAC-COURSE PIC X(7).
       01 WS-FACULTY-COUNT PIC 9(3) VALUE ZERO.
       01 WS-DEADLINE-TABLE.
           05 WS-DEADLINE-ROW OCCURS 50 TIMES.
               10 WS-DL-TERM PIC X(5).
               10 WS-DL-DATE PIC 9(8).
       01 WS-DEADLINE-COUNT PIC 99 VALUE ZERO.
       *> Set when a file outgrows its table - maintenance is
       *> refused rather than saving a master without the
       *> unloaded rows.
       01 WS-TABLE-OVERFLOW PIC X VALUE "N".
       *> Course codes from the catalogue - an assignment must name
       *> a course that is on it.
       01 WS-CATALOGUE-TABLE.
           05 WS-CATALOGUE-CODE OCCURS 300 TIMES PIC X(7).
       01 WS-CATALOGUE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CATALOGUE-SUB PIC 9(3).

       PROCEDURE DIVISION.
       100-MAINTAIN-FACULTY.
           PERFORM 200-LOAD-FACULTY-TABLE.
           PERFORM 210-LOAD-DEADLINE-TABLE.
           IF WS-TABLE-OVERFLOW = "Y"
               DISPLAY "FACULTY MASTER OR DEADLINE FILE EXCEEDS ITS "
                   "TABLE - MAINTENANCE REFUSED SO NO ROWS ARE LOST"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 220-LOAD-COURSE-CATALOGUE.
           PERFORM UNTIL WS-MENU-CHOICE = "X"
                   OR WS-MENU-CHOICE = "x"
               DISPLAY "A=add faculty, C=change name/status, "
                   "G=assign course, R=remove assignment,"
               DISPLAY "D=delete faculty, L=list, T=term deadline, "
                   "X=exit:"
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN "A"
                   WHEN "a"
                       PERFORM 300-ADD-FACULTY
                   WHEN "C"
                   WHEN "c"
                       PERFORM 400-CHANGE-FACULTY
                   WHEN "G"
                   WHEN "g"
                       PERFORM 420-ASSIGN-COURSE
                   WHEN "R"
                   WHEN "r"
                       PERFORM 430-REMOVE-ASSIGNMENT
                   WHEN "D"
                   WHEN "d"
                       PERFORM 500-DELETE-FACULTY
                   WHEN "L"
                   WHEN "l"
                       PERFORM 600-LIST-FACULTY
                   WHEN "T"
                   WHEN "t"
                       PERFORM 450-SET-TERM-DEADLINE
                   WHEN "X"
                   WHEN "x"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid selection."
               END-EVALUATE
           END-PERFORM.
           IF WS-CHANGED = "Y"
               PERFORM 700-REWRITE-FACULTY-FILE
           END-IF.
           IF WS-DEADLINES-CHANGED = "Y"
               PERFORM 710-REWRITE-DEADLINE-FILE
           END-IF.
           GOBACK.

       200-LOAD-FACULTY-TABLE.
           OPEN INPUT FACULTY-FILE.
           IF WS-FACULTY-FILE-STATUS NOT = "00"
               DISPLAY "NO FACULTY-MASTER.TXT YET - STARTING EMPTY"
           ELSE
               PERFORM UNTIL EOF-FLAG = "YES"
                   READ FACULTY-FILE
                       AT END MOVE "YES" TO EOF-FLAG
                       NOT AT END
                           IF WS-FACULTY-COUNT = 100
                               MOVE "Y" TO WS-TABLE-OVERFLOW
                           ELSE
                               ADD 1 TO WS-FACULTY-COUNT
                               MOVE FACULTY-RECORD TO
                                   WS-FACULTY-ROW(WS-FACULTY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FACULTY-FILE
               DISPLAY "FACULTY ROWS LOADED: " WS-FACULTY-COUNT
           END-IF.

       210-LOAD-DEADLINE-TABLE.
           MOVE "NO" TO EOF-FLAG.
           OPEN INPUT DEADLINE-FILE.
           IF WS-DEADLINE-FILE-STATUS = "00"
               PERFORM UNTIL EOF-FLAG = "YES"
                   READ DEADLINE-FILE
                       AT END MOVE "YES" TO EOF-FLAG
                       NOT AT END
                           IF WS-DEADLINE-COUNT = 50
                               MOVE "Y" TO WS-TABLE-OVERFLOW
                           ELSE
                               ADD 1 TO WS-DEADLINE-COUNT
                               MOVE DEADLINE-RECORD TO
                                   WS-DEADLINE-ROW(WS-DEADLINE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE DEADLINE-FILE
               DISPLAY "TERM DEADLINES LOADED: " WS-DEADLINE-COUNT
           END-IF.

       220-LOAD-COURSE-CATALOGUE.
           OPEN INPUT COURSE-CATALOGUE-FILE.
           IF WS-CATALOGUE-FILE-STATUS NOT = "00"
               DISPLAY "NO COURSE-CATALOGUE.TXT FOUND - COURSE CODES "
                   "NOT CHECKED"
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
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COURSE-CATALOGUE-FILE
           END-IF.

       250-FIND-FACULTY.
           MOVE ZERO TO WS-MATCH-FOUND
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-FACULTY-COUNT
               IF WS-FAC-ID(WS-SUB) = WS-FACULTY-ID-IN
                   MOVE WS-SUB TO WS-MATCH-FOUND
               END-IF
           END-PERFORM.

       260-GET-FACULTY-ID.
           DISPLAY "Faculty ID (8 characters):"
           ACCEPT WS-FACULTY-ID-IN.

       270-GET-TERM.
           MOVE SPACES TO WS-TERM-IN
           PERFORM UNTIL WS-TERM-IN(1:4) IS NUMERIC
                   AND (WS-TERM-IN(5:1) = "W" OR WS-TERM-IN(5:1) = "S"
                   OR WS-TERM-IN(5:1) = "F")
               DISPLAY "Academic term (YYYYS, S = W, S or F):"
               ACCEPT WS-TERM-IN
               IF WS-TERM-IN(1:4) IS NOT NUMERIC
                   OR (WS-TERM-IN(5:1) NOT = "W"
                   AND WS-TERM-IN(5:1) NOT = "S"
                   AND WS-TERM-IN(5:1) NOT = "F")
                   DISPLAY "Invalid entry - e.g. 2026F."
               END-IF
           END-PERFORM.

       280-CHECK-CATALOGUE-COURSE.
           MOVE "Y" TO WS-COURSE-KNOWN
           IF WS-CATALOGUE-COUNT > ZERO
               MOVE "N" TO WS-COURSE-KNOWN
               PERFORM VARYING WS-CATALOGUE-SUB FROM 1 BY 1
                       UNTIL WS-CATALOGUE-SUB > WS-CATALOGUE-COUNT
                   IF WS-CATALOGUE-CODE(WS-CATALOGUE-SUB) =
                           WS-COURSE-IN
                       MOVE "Y" TO WS-COURSE-KNOWN
                   END-IF
               END-PERFORM
           END-IF.

       300-ADD-FACULTY.
           PERFORM 260-GET-FACULTY-ID
           IF WS-FACULTY-ID-IN = SPACES
               DISPLAY "Faculty ID cannot be blank."
           ELSE
               PERFORM 250-FIND-FACULTY
               IF WS-MATCH-FOUND > ZERO
                   DISPLAY "That faculty ID already exists - "
                       "use C to change it."
               ELSE
                   IF WS-FACULTY-COUNT = 100
                       DISPLAY "MASTER FULL - CANNOT ADD"
                   ELSE
                       ADD 1 TO WS-FACULTY-COUNT
                       MOVE WS-FACULTY-COUNT TO WS-MATCH-FOUND
                       MOVE SPACES TO
                           WS-FACULTY-ROW(WS-MATCH-FOUND)
                       MOVE WS-FACULTY-ID-IN TO
                           WS-FAC-ID(WS-MATCH-FOUND)
                       PERFORM 310-GET-FACULTY-DETAILS
                       MOVE "Y" TO WS-CHANGED
                       DISPLAY "Faculty member added - use G to "
                           "assign courses."
                   END-IF
               END-IF
           END-IF.

       310-GET-FACULTY-DETAILS.
           DISPLAY "Faculty name (30 characters):"
           ACCEPT WS-FAC-NAME(WS-MATCH-FOUND)
           MOVE SPACE TO WS-ACTIVE-IN
           PERFORM UNTIL WS-ACTIVE-IN = "A" OR WS-ACTIVE-IN = "I"
               DISPLAY "A=active, I=inactive:"
               ACCEPT WS-ACTIVE-IN
               EVALUATE WS-ACTIVE-IN
                   WHEN "a"
                       MOVE "A" TO WS-ACTIVE-IN
                   WHEN "i"
                       MOVE "I" TO WS-ACTIVE-IN
                   WHEN "A"
                   WHEN "I"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid entry - A or I."
               END-EVALUATE
           END-PERFORM
           MOVE WS-ACTIVE-IN TO WS-FAC-ACTIVE(WS-MATCH-FOUND).

       400-CHANGE-FACULTY.
           PERFORM 260-GET-FACULTY-ID
           PERFORM 250-FIND-FACULTY
           IF WS-MATCH-FOUND = ZERO
               DISPLAY "No row for that faculty ID - use A to add it."
           ELSE
               DISPLAY "CURRENT " WS-FAC-NAME(WS-MATCH-FOUND)
                   " STATUS " WS-FAC-ACTIVE(WS-MATCH-FOUND)
               PERFORM 310-GET-FACULTY-DETAILS
               MOVE "Y" TO WS-CHANGED
               DISPLAY "Faculty member changed."
           END-IF.

       420-ASSIGN-COURSE.
           PERFORM 260-GET-FACULTY-ID
           PERFORM 250-FIND-FACULTY
           IF WS-MATCH-FOUND = ZERO
               DISPLAY "No row for that faculty ID."
           ELSE
               PERFORM 270-GET-TERM
               DISPLAY "Course code to assign:"
               ACCEPT WS-COURSE-IN
               PERFORM 280-CHECK-CATALOGUE-COURSE
               PERFORM 440-FIND-ASSIGNMENT
               EVALUATE TRUE
                   WHEN WS-COURSE-IN = SPACES
                       DISPLAY "Course code cannot be blank."
                   WHEN WS-COURSE-KNOWN NOT = "Y"
                       DISPLAY "Course " WS-COURSE-IN
                           " is not in the course catalogue."
                   WHEN WS-ASSIGN-FOUND > ZERO
                       DISPLAY "Already assigned for that term."
                   WHEN OTHER
                       *> First unused slot takes the assignment.
                       PERFORM VARYING WS-ASSIGN-SUB FROM 1 BY 1
                               UNTIL WS-ASSIGN-SUB > 20
                               OR WS-FAC-COURSE(WS-MATCH-FOUND,
                                   WS-ASSIGN-SUB) = SPACES
                           CONTINUE
                       END-PERFORM
                       IF WS-ASSIGN-SUB > 20
                           DISPLAY "All 20 assignments in use - "
                               "remove an old term first."
                       ELSE
                           MOVE WS-TERM-IN TO WS-FAC-TERM
                               (WS-MATCH-FOUND, WS-ASSIGN-SUB)
                           MOVE WS-COURSE-IN TO WS-FAC-COURSE
                               (WS-MATCH-FOUND, WS-ASSIGN-SUB)
                           MOVE "Y" TO WS-CHANGED
                           DISPLAY "Assigned " WS-COURSE-IN
                               " for " WS-TERM-IN "."
                       END-IF
               END-EVALUATE
           END-IF.

       430-REMOVE-ASSIGNMENT.
           PERFORM 260-GET-FACULTY-ID
           PERFORM 250-FIND-FACULTY
           IF WS-MATCH-FOUND = ZERO
               DISPLAY "No row for that faculty ID."
           ELSE
               PERFORM 270-GET-TERM
               DISPLAY "Course code to remove:"
               ACCEPT WS-COURSE-IN
               PERFORM 440-FIND-ASSIGNMENT
               IF WS-ASSIGN-FOUND = ZERO
                   DISPLAY "No such assignment."
               ELSE
                   MOVE SPACES TO WS-FAC-ASSIGNMENT
                       (WS-MATCH-FOUND, WS-ASSIGN-FOUND)
                   MOVE "Y" TO WS-CHANGED
                   DISPLAY "Assignment removed."
               END-IF
           END-IF.

       440-FIND-ASSIGNMENT.
           MOVE ZERO TO WS-ASSIGN-FOUND
           PERFORM VARYING WS-ASSIGN-SUB FROM 1 BY 1
                   UNTIL WS-ASSIGN-SUB > 20
               IF WS-FAC-TERM(WS-MATCH-FOUND, WS-ASSIGN-SUB) =
                       WS-TERM-IN
                   AND WS-FAC-COURSE(WS-MATCH-FOUND, WS-ASSIGN-SUB) =
                       WS-COURSE-IN
                   MOVE WS-ASSIGN-SUB TO WS-ASSIGN-FOUND
               END-IF
           END-PERFORM.

       450-SET-TERM-DEADLINE.
           PERFORM 270-GET-TERM
           MOVE ZERO TO WS-DEADLINE-FOUND
           PERFORM VARYING WS-DEADLINE-SUB FROM 1 BY 1
                   UNTIL WS-DEADLINE-SUB > WS-DEADLINE-COUNT
               IF WS-DL-TERM(WS-DEADLINE-SUB) = WS-TERM-IN
                   MOVE WS-DEADLINE-SUB TO WS-DEADLINE-FOUND
               END-IF
           END-PERFORM
           IF WS-DEADLINE-FOUND > ZERO
               DISPLAY "CURRENT DEADLINE "
                   WS-DL-DATE(WS-DEADLINE-FOUND)
           END-IF
           IF WS-DEADLINE-FOUND = ZERO AND WS-DEADLINE-COUNT = 50
               DISPLAY "DEADLINE TABLE FULL - CANNOT ADD"
           ELSE
               MOVE SPACES TO WS-DATE-IN
               PERFORM UNTIL WS-DATE-IN IS NUMERIC
                   DISPLAY "Grade-change deadline (YYYYMMDD):"
                   ACCEPT WS-DATE-IN
                   IF WS-DATE-IN IS NOT NUMERIC
                       DISPLAY "Invalid entry - 8 digits."
                   END-IF
               END-PERFORM
               IF WS-DEADLINE-FOUND = ZERO
                   ADD 1 TO WS-DEADLINE-COUNT
                   MOVE WS-DEADLINE-COUNT TO WS-DEADLINE-FOUND
                   MOVE WS-TERM-IN TO WS-DL-TERM(WS-DEADLINE-FOUND)
               END-IF
               MOVE WS-DATE-IN TO WS-DL-DATE(WS-DEADLINE-FOUND)
               MOVE "Y" TO WS-DEADLINES-CHANGED
               DISPLAY "Deadline for " WS-TERM-IN " set."
           END-IF.

       500-DELETE-FACULTY.
           PERFORM 260-GET-FACULTY-ID
           PERFORM 250-FIND-FACULTY
           IF WS-MATCH-FOUND = ZERO
               DISPLAY "No row for that faculty ID."
           ELSE
               *> Close the gap so the rewrite pass never carries a
               *> ghost row.
               PERFORM VARYING WS-SUB FROM WS-MATCH-FOUND BY 1
                       UNTIL WS-SUB NOT < WS-FACULTY-COUNT
                   MOVE WS-FACULTY-ROW(WS-SUB + 1) TO
                       WS-FACULTY-ROW(WS-SUB)
               END-PERFORM
               SUBTRACT 1 FROM WS-FACULTY-COUNT
               MOVE "Y" TO WS-CHANGED
               DISPLAY "Faculty member deleted - set inactive "
                   "instead to keep the name on the dean's summary."
           END-IF.

       600-LIST-FACULTY.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-FACULTY-COUNT
               DISPLAY WS-FAC-ID(WS-SUB)
                   " " WS-FAC-NAME(WS-SUB)
                   " " WS-FAC-ACTIVE(WS-SUB)
               PERFORM VARYING WS-ASSIGN-SUB FROM 1 BY 1
                       UNTIL WS-ASSIGN-SUB > 20
                   IF WS-FAC-COURSE(WS-SUB, WS-ASSIGN-SUB)
                           NOT = SPACES
                       DISPLAY "         "
                           WS-FAC-TERM(WS-SUB, WS-ASSIGN-SUB) " "
                           WS-FAC-COURSE(WS-SUB, WS-ASSIGN-SUB)
                   END-IF
               END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-DEADLINE-SUB FROM 1 BY 1
                   UNTIL WS-DEADLINE-SUB > WS-DEADLINE-COUNT
               DISPLAY "TERM " WS-DL-TERM(WS-DEADLINE-SUB)
                   " GRADE-CHANGE DEADLINE "
                   WS-DL-DATE(WS-DEADLINE-SUB)
           END-PERFORM.

       700-REWRITE-FACULTY-FILE.
           OPEN OUTPUT FACULTY-FILE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-FACULTY-COUNT
               MOVE WS-FACULTY-ROW(WS-SUB) TO FACULTY-RECORD
               WRITE FACULTY-RECORD
           END-PERFORM.
           CLOSE FACULTY-FILE.
           DISPLAY "FACULTY MASTER SAVED: " WS-FACULTY-COUNT " ROWS".

       710-REWRITE-DEADLINE-FILE.
           OPEN OUTPUT DEADLINE-FILE.
           PERFORM VARYING WS-DEADLINE-SUB FROM 1 BY 1
                   UNTIL WS-DEADLINE-SUB > WS-DEADLINE-COUNT
               MOVE WS-DEADLINE-ROW(WS-DEADLINE-SUB) TO
                   DEADLINE-RECORD
               WRITE DEADLINE-RECORD
           END-PERFORM.
           CLOSE DEADLINE-FILE.
           DISPLAY "GRADE DEADLINES SAVED: " WS-DEADLINE-COUNT
               " ROWS".

       END PROGRAM FACULTY-MAINT.
