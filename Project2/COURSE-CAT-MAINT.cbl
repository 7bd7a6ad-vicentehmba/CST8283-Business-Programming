      ******************************************************************
      * Author: VICENTE MBA ENGUNG
      * Date: SEPTEMBER 1, 2026
      * Purpose: Maintenance for the course catalogue
      *          ../COURSE-CATALOGUE.TXT - one row per course code
      *          with its title, credit value, whether the course is
      *          active (A) or inactive (I), and up to three
      *          prerequisite courses each with the minimum average
      *          that counts as passing it. List, add, change or
      *          delete rows keyed by course code. CONVERT-TO-INDEXED,
      *          COURSE-REG, GRADE-CHANGE, GRAD-AUDIT and STUDENT-MAINT
      *          validate course codes against it; COURSE-REG enforces
      *          the prerequisites; transcripts and rosters print the
      *          title from it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COURSE-CAT-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COURSE-CATALOGUE-FILE ASSIGN
           TO "../COURSE-CATALOGUE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD COURSE-CATALOGUE-FILE.
      *> One row per course code. A prerequisite slot with a blank
      *> code is unused; the minimum average is the lowest final
      *> average on COURSE-HISTORY that satisfies it.
       01 COURSE-CATALOGUE-RECORD.
           05 CAT-COURSE-CODE PIC X(7).
           05 CAT-COURSE-TITLE PIC X(30).
           05 CAT-CREDITS PIC 9V9.
           05 CAT-ACTIVE-FLAG PIC X.
           05 CAT-PREREQUISITES.
               10 CAT-PREREQ OCCURS 3 TIMES.
                   15 CAT-PREREQ-CODE PIC X(7).
                   15 CAT-PREREQ-MIN-AVG PIC 9(3).

       WORKING-STORAGE SECTION.
       01 EOF-FLAG PIC X(3) VALUE "NO".
       01 WS-CAT-FILE-STATUS PIC XX.
       01 WS-MENU-CHOICE PIC X VALUE SPACE.
       01 WS-CODE-IN PIC X(7).
       01 WS-CREDITS-IN PIC X(5).
       01 WS-ACTIVE-IN PIC X.
       01 WS-PREREQ-IN PIC X(7).
       01 WS-MIN-AVG-IN PIC X(5).
       01 WS-SUB PIC 9(3).
       01 WS-PREREQ-SUB PIC 9.
       01 WS-MATCH-FOUND PIC 9(3).
       01 WS-CHANGED PIC X VALUE "N".
       *> The whole catalogue lives in storage while the operator
       *> works; the file is rewritten once at exit - the
       *> XREF-MAINT idiom.
       01 WS-CAT-TABLE.
           05 WS-CAT-ROW OCCURS 300 TIMES.
               10 WS-CAT-CODE PIC X(7).
               10 WS-CAT-TITLE PIC X(30).
               10 WS-CAT-CREDITS PIC 9V9.
               10 WS-CAT-ACTIVE PIC X.
               10 WS-CAT-PREREQS.
                   15 WS-CAT-PREREQ OCCURS 3 TIMES.
                       20 WS-CAT-PREREQ-CODE PIC X(7).
                       20 WS-CAT-PREREQ-MIN PIC 9(3).
       01 WS-CAT-COUNT PIC 9(3) VALUE ZERO.
       *> Set when the file outgrows the table - maintenance is
       *> refused rather than saving the catalogue without the
       *> unloaded rows.
       01 WS-TABLE-OVERFLOW PIC X VALUE "N".

       PROCEDURE DIVISION.
       100-MAINTAIN-COURSE-CATALOGUE.
           PERFORM 200-LOAD-CAT-TABLE.
           IF WS-TABLE-OVERFLOW = "Y"
               DISPLAY "CATALOGUE EXCEEDS THE 300-ROW TABLE - "
                   "MAINTENANCE REFUSED SO NO ROWS ARE LOST"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-MENU-CHOICE = "X"
                   OR WS-MENU-CHOICE = "x"
               DISPLAY "A=add a course, C=change, D=delete, "
                   "L=list, X=exit:"
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN "A"
                   WHEN "a"
                       PERFORM 300-ADD-COURSE-ROW
                   WHEN "C"
                   WHEN "c"
                       PERFORM 400-CHANGE-COURSE-ROW
                   WHEN "D"
                   WHEN "d"
                       PERFORM 500-DELETE-COURSE-ROW
                   WHEN "L"
                   WHEN "l"
                       PERFORM 600-LIST-COURSE-ROWS
                   WHEN "X"
                   WHEN "x"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid selection."
               END-EVALUATE
           END-PERFORM.
           IF WS-CHANGED = "Y"
               PERFORM 700-REWRITE-CAT-FILE
           END-IF.
           GOBACK.

       200-LOAD-CAT-TABLE.
           OPEN INPUT COURSE-CATALOGUE-FILE.
           IF WS-CAT-FILE-STATUS NOT = "00"
               DISPLAY "NO COURSE-CATALOGUE.TXT YET - STARTING EMPTY"
           ELSE
               PERFORM UNTIL EOF-FLAG = "YES"
                   READ COURSE-CATALOGUE-FILE
                       AT END MOVE "YES" TO EOF-FLAG
                       NOT AT END
                           IF WS-CAT-COUNT = 300
                               MOVE "Y" TO WS-TABLE-OVERFLOW
                           ELSE
                               ADD 1 TO WS-CAT-COUNT
                               MOVE COURSE-CATALOGUE-RECORD TO
                                   WS-CAT-ROW(WS-CAT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COURSE-CATALOGUE-FILE
               DISPLAY "CATALOGUE COURSES LOADED: " WS-CAT-COUNT
           END-IF.

       250-FIND-COURSE-ROW.
           MOVE ZERO TO WS-MATCH-FOUND
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CAT-COUNT
               IF WS-CAT-CODE(WS-SUB) = WS-CODE-IN
                   MOVE WS-SUB TO WS-MATCH-FOUND
               END-IF
           END-PERFORM.

       260-GET-COURSE-CODE.
           DISPLAY "Course code (7 characters):"
           ACCEPT WS-CODE-IN.

       300-ADD-COURSE-ROW.
           PERFORM 260-GET-COURSE-CODE
           *> WITHDRN is the withdrawn-slot marker on the master, so
           *> it can never be a real course.
           IF WS-CODE-IN = SPACES OR WS-CODE-IN = "WITHDRN"
               DISPLAY "Course code cannot be blank or WITHDRN."
           ELSE
               PERFORM 250-FIND-COURSE-ROW
               IF WS-MATCH-FOUND > ZERO
                   DISPLAY "That course already exists - "
                       "use C to change it."
               ELSE
                   IF WS-CAT-COUNT = 300
                       DISPLAY "CATALOGUE FULL - CANNOT ADD"
                   ELSE
                       ADD 1 TO WS-CAT-COUNT
                       MOVE WS-CAT-COUNT TO WS-MATCH-FOUND
                       MOVE WS-CODE-IN TO
                           WS-CAT-CODE(WS-MATCH-FOUND)
                       PERFORM 310-GET-COURSE-DETAILS
                       MOVE "Y" TO WS-CHANGED
                       DISPLAY "Course added."
                   END-IF
               END-IF
           END-IF.

       310-GET-COURSE-DETAILS.
           DISPLAY "Course title (30 characters):"
           ACCEPT WS-CAT-TITLE(WS-MATCH-FOUND)
           *> TEST-NUMVAL rather than a class test, so "3", "3.0"
           *> and "1.5" are all taken; anything that would not fit
           *> the 9V9 catalogue field is refused, not truncated.
           MOVE SPACES TO WS-CREDITS-IN
           PERFORM UNTIL WS-CREDITS-IN NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(WS-CREDITS-IN) = 0
                   AND FUNCTION NUMVAL(WS-CREDITS-IN) NOT < 0
                   AND FUNCTION NUMVAL(WS-CREDITS-IN) NOT > 9.9
               DISPLAY "Credit value (0.0 - 9.9):"
               ACCEPT WS-CREDITS-IN
               IF WS-CREDITS-IN = SPACES
                   OR FUNCTION TEST-NUMVAL(WS-CREDITS-IN) NOT = 0
                   DISPLAY "Invalid entry - must be numeric."
                   MOVE SPACES TO WS-CREDITS-IN
               ELSE
                   IF FUNCTION NUMVAL(WS-CREDITS-IN) < 0
                       OR FUNCTION NUMVAL(WS-CREDITS-IN) > 9.9
                       DISPLAY "Invalid entry - 0.0 to 9.9."
                   END-IF
               END-IF
           END-PERFORM
           MOVE FUNCTION NUMVAL(WS-CREDITS-IN)
               TO WS-CAT-CREDITS(WS-MATCH-FOUND)
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
           MOVE WS-ACTIVE-IN TO WS-CAT-ACTIVE(WS-MATCH-FOUND)
           *> Up to three prerequisites; a blank entry ends the list.
           MOVE SPACES TO WS-CAT-PREREQS(WS-MATCH-FOUND)
           PERFORM VARYING WS-PREREQ-SUB FROM 1 BY 1
                   UNTIL WS-PREREQ-SUB > 3
               MOVE ZERO TO
                   WS-CAT-PREREQ-MIN(WS-MATCH-FOUND, WS-PREREQ-SUB)
           END-PERFORM
           MOVE "X" TO WS-PREREQ-IN
           PERFORM VARYING WS-PREREQ-SUB FROM 1 BY 1
                   UNTIL WS-PREREQ-SUB > 3 OR WS-PREREQ-IN = SPACES
               DISPLAY "Prerequisite " WS-PREREQ-SUB
                   " course code (blank to end):"
               ACCEPT WS-PREREQ-IN
               IF WS-PREREQ-IN NOT = SPACES
                   PERFORM 320-GET-PREREQ-MINIMUM
                   MOVE WS-PREREQ-IN TO WS-CAT-PREREQ-CODE
                       (WS-MATCH-FOUND, WS-PREREQ-SUB)
                   MOVE FUNCTION NUMVAL(WS-MIN-AVG-IN) TO
                       WS-CAT-PREREQ-MIN(WS-MATCH-FOUND, WS-PREREQ-SUB)
               END-IF
           END-PERFORM.

       320-GET-PREREQ-MINIMUM.
           MOVE SPACES TO WS-MIN-AVG-IN
           PERFORM UNTIL WS-MIN-AVG-IN NOT = SPACES
                   AND FUNCTION TRIM(WS-MIN-AVG-IN) IS NUMERIC
                   AND FUNCTION NUMVAL(WS-MIN-AVG-IN) NOT > 100
               DISPLAY "Minimum average in " WS-PREREQ-IN
                   " (0 - 100):"
               ACCEPT WS-MIN-AVG-IN
               IF WS-MIN-AVG-IN = SPACES
                   OR FUNCTION TRIM(WS-MIN-AVG-IN) IS NOT NUMERIC
                   DISPLAY "Invalid entry - must be numeric."
                   MOVE SPACES TO WS-MIN-AVG-IN
               ELSE
                   IF FUNCTION NUMVAL(WS-MIN-AVG-IN) > 100
                       DISPLAY "Invalid entry - 0 to 100."
                   END-IF
               END-IF
           END-PERFORM.

       400-CHANGE-COURSE-ROW.
           PERFORM 260-GET-COURSE-CODE
           PERFORM 250-FIND-COURSE-ROW
           IF WS-MATCH-FOUND = ZERO
               DISPLAY "No row for that course - use A to add it."
           ELSE
               DISPLAY "CURRENT " WS-CAT-TITLE(WS-MATCH-FOUND)
                   " CREDITS " WS-CAT-CREDITS(WS-MATCH-FOUND)
                   " STATUS " WS-CAT-ACTIVE(WS-MATCH-FOUND)
               DISPLAY "PREREQUISITES " WS-CAT-PREREQS(WS-MATCH-FOUND)
               PERFORM 310-GET-COURSE-DETAILS
               MOVE "Y" TO WS-CHANGED
               DISPLAY "Course changed."
           END-IF.

       500-DELETE-COURSE-ROW.
           PERFORM 260-GET-COURSE-CODE
           PERFORM 250-FIND-COURSE-ROW
           IF WS-MATCH-FOUND = ZERO
               DISPLAY "No row for that course."
           ELSE
               *> Close the gap so the rewrite pass never carries a
               *> ghost row.
               PERFORM VARYING WS-SUB FROM WS-MATCH-FOUND BY 1
                       UNTIL WS-SUB NOT < WS-CAT-COUNT
                   MOVE WS-CAT-ROW(WS-SUB + 1) TO WS-CAT-ROW(WS-SUB)
               END-PERFORM
               SUBTRACT 1 FROM WS-CAT-COUNT
               MOVE "Y" TO WS-CHANGED
               DISPLAY "Course deleted - set it inactive instead "
                   "if students still carry it."
           END-IF.

       600-LIST-COURSE-ROWS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CAT-COUNT
               DISPLAY WS-CAT-CODE(WS-SUB)
                   " " WS-CAT-TITLE(WS-SUB)
                   " CR " WS-CAT-CREDITS(WS-SUB)
                   " " WS-CAT-ACTIVE(WS-SUB)
               IF WS-CAT-PREREQS(WS-SUB) NOT = SPACES
                   PERFORM VARYING WS-PREREQ-SUB FROM 1 BY 1
                           UNTIL WS-PREREQ-SUB > 3
                       IF WS-CAT-PREREQ-CODE(WS-SUB, WS-PREREQ-SUB)
                               NOT = SPACES
                           DISPLAY "       PREREQ "
                               WS-CAT-PREREQ-CODE(WS-SUB,
                               WS-PREREQ-SUB)
                               " MIN " WS-CAT-PREREQ-MIN(WS-SUB,
                               WS-PREREQ-SUB)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       700-REWRITE-CAT-FILE.
           OPEN OUTPUT COURSE-CATALOGUE-FILE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CAT-COUNT
               MOVE WS-CAT-ROW(WS-SUB) TO COURSE-CATALOGUE-RECORD
               WRITE COURSE-CATALOGUE-RECORD
           END-PERFORM.
           CLOSE COURSE-CATALOGUE-FILE.
           DISPLAY "COURSE CATALOGUE SAVED: " WS-CAT-COUNT " ROWS".

       END PROGRAM COURSE-CAT-MAINT.
