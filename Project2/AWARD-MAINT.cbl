      ******************************************************************
      * Author: VICENTE MBA ENGUNG
      * Date: SEPTEMBER 1, 2026
      * Purpose: Maintenance for the scholarship and bursary master
      *          ../AWARD-MASTER.TXT. Each award carries a code,
      *          description, amount paid to each recipient, the
      *          eligibility rules (minimum term average, program -
      *          blank for any program - and the number of consecutive
      *          terms the student must have held that average), the
      *          maximum number of recipients per term and the total
      *          fund the award office has to give out. List, add,
      *          change or delete awards keyed by award code.
      *          AWARD-RUN selects and credits the recipients from it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AWARD-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AWARD-MASTER-FILE ASSIGN TO "../AWARD-MASTER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AWARD-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AWARD-MASTER-FILE.
      *> One row per award. AWD-CONSEC-TERMS counts the current term,
      *> so 1 means "this term only" and 3 means this term plus the
      *> two sessions right before it.
       01 AWARD-MASTER-RECORD.
           05 AWD-AWARD-CODE PIC X(6).
           05 AWD-DESCRIPTION PIC X(30).
           05 AWD-AMOUNT PIC 9(5)V99.
           05 AWD-MIN-AVERAGE PIC 9(3).
           05 AWD-PROGRAM PIC X(6).
           05 AWD-CONSEC-TERMS PIC 9.
           05 AWD-MAX-RECIPIENTS PIC 9(3).
           05 AWD-BUDGET PIC 9(7)V99.

       WORKING-STORAGE SECTION.
       01 EOF-FLAG PIC X(3) VALUE "NO".
       01 WS-AWARD-FILE-STATUS PIC XX.
       01 WS-MENU-CHOICE PIC X VALUE SPACE.
       01 WS-CODE-IN PIC X(6).
       01 WS-NUMBER-IN PIC X(10).
       01 WS-SUB PIC 9(3).
       01 WS-MATCH-FOUND PIC 9(3).
       01 WS-CHANGED PIC X VALUE "N".
       *> The whole master lives in storage while the operator
       *> works; the file is rewritten once at exit - the
       *> XREF-MAINT idiom.
       01 WS-AWARD-TABLE.
           05 WS-AWARD-ROW OCCURS 50 TIMES.
               10 WS-AWARD-CODE PIC X(6).
               10 WS-AWARD-DESC PIC X(30).
               10 WS-AWARD-AMOUNT PIC 9(5)V99.
               10 WS-AWARD-MIN-AVERAGE PIC 9(3).
               10 WS-AWARD-PROGRAM PIC X(6).
               10 WS-AWARD-CONSEC-TERMS PIC 9.
               10 WS-AWARD-MAX-RECIPIENTS PIC 9(3).
               10 WS-AWARD-BUDGET PIC 9(7)V99.
       01 WS-AWARD-COUNT PIC 9(3) VALUE ZERO.
       *> Set when the file outgrows the table - maintenance is
       *> refused rather than saving the master without the
       *> unloaded rows.
       01 WS-TABLE-OVERFLOW PIC X VALUE "N".

       PROCEDURE DIVISION.
       100-MAINTAIN-AWARDS.
           PERFORM 200-LOAD-AWARD-TABLE.
           IF WS-TABLE-OVERFLOW = "Y"
               DISPLAY "MASTER EXCEEDS THE 50-ROW TABLE - "
                   "MAINTENANCE REFUSED SO NO ROWS ARE LOST"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-MENU-CHOICE = "X"
                   OR WS-MENU-CHOICE = "x"
               DISPLAY "A=add an award, C=change, D=delete, "
                   "L=list, X=exit:"
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN "A"
                   WHEN "a"
                       PERFORM 300-ADD-AWARD
                   WHEN "C"
                   WHEN "c"
                       PERFORM 400-CHANGE-AWARD
                   WHEN "D"
                   WHEN "d"
                       PERFORM 500-DELETE-AWARD
                   WHEN "L"
                   WHEN "l"
                       PERFORM 600-LIST-AWARDS
                   WHEN "X"
                   WHEN "x"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid selection."
               END-EVALUATE
           END-PERFORM.
           IF WS-CHANGED = "Y"
               PERFORM 700-REWRITE-AWARD-FILE
           END-IF.
           GOBACK.

       200-LOAD-AWARD-TABLE.
           OPEN INPUT AWARD-MASTER-FILE.
           IF WS-AWARD-FILE-STATUS NOT = "00"
               DISPLAY "NO AWARD-MASTER.TXT YET - STARTING EMPTY"
           ELSE
               PERFORM UNTIL EOF-FLAG = "YES"
                   READ AWARD-MASTER-FILE
                       AT END MOVE "YES" TO EOF-FLAG
                       NOT AT END
                           IF WS-AWARD-COUNT = 50
                               MOVE "Y" TO WS-TABLE-OVERFLOW
                           ELSE
                               ADD 1 TO WS-AWARD-COUNT
                               MOVE AWARD-MASTER-RECORD TO
                                   WS-AWARD-ROW(WS-AWARD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AWARD-MASTER-FILE
               DISPLAY "AWARDS LOADED: " WS-AWARD-COUNT
           END-IF.

       250-FIND-AWARD.
           MOVE ZERO TO WS-MATCH-FOUND
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-AWARD-COUNT
               IF WS-AWARD-CODE(WS-SUB) = WS-CODE-IN
                   MOVE WS-SUB TO WS-MATCH-FOUND
               END-IF
           END-PERFORM.

       260-GET-AWARD-CODE.
           DISPLAY "Award code (6 characters):"
           ACCEPT WS-CODE-IN.

       300-ADD-AWARD.
           PERFORM 260-GET-AWARD-CODE
           IF WS-CODE-IN = SPACES
               DISPLAY "Award code cannot be blank."
           ELSE
               PERFORM 250-FIND-AWARD
               IF WS-MATCH-FOUND > ZERO
                   DISPLAY "That award already exists - "
                       "use C to change it."
               ELSE
                   IF WS-AWARD-COUNT = 50
                       DISPLAY "MASTER FULL - CANNOT ADD"
                   ELSE
                       ADD 1 TO WS-AWARD-COUNT
                       MOVE WS-AWARD-COUNT TO WS-MATCH-FOUND
                       MOVE WS-CODE-IN TO
                           WS-AWARD-CODE(WS-MATCH-FOUND)
                       PERFORM 310-GET-AWARD-DETAILS
                       MOVE "Y" TO WS-CHANGED
                       DISPLAY "Award added."
                   END-IF
               END-IF
           END-IF.

       310-GET-AWARD-DETAILS.
           DISPLAY "Description (30 characters):"
           ACCEPT WS-AWARD-DESC(WS-MATCH-FOUND)
           *> Same trim-then-NUMVAL idiom the data-entry program
           *> uses, so "500" or "500.00" both land right.
           MOVE SPACES TO WS-NUMBER-IN
           PERFORM UNTIL WS-NUMBER-IN NOT = SPACES
                   AND FUNCTION TRIM(WS-NUMBER-IN) IS NUMERIC
               DISPLAY "Amount per recipient:"
               ACCEPT WS-NUMBER-IN
               IF WS-NUMBER-IN = SPACES
                   OR FUNCTION TRIM(WS-NUMBER-IN) IS NOT NUMERIC
                   DISPLAY "Invalid entry - must be numeric."
               END-IF
           END-PERFORM
           MOVE FUNCTION NUMVAL(WS-NUMBER-IN)
               TO WS-AWARD-AMOUNT(WS-MATCH-FOUND)
           MOVE SPACES TO WS-NUMBER-IN
           PERFORM UNTIL WS-NUMBER-IN NOT = SPACES
                   AND FUNCTION TRIM(WS-NUMBER-IN) IS NUMERIC
               DISPLAY "Minimum term average (0-100):"
               ACCEPT WS-NUMBER-IN
               IF WS-NUMBER-IN = SPACES
                   OR FUNCTION TRIM(WS-NUMBER-IN) IS NOT NUMERIC
                   DISPLAY "Invalid entry - must be numeric."
               END-IF
           END-PERFORM
           MOVE FUNCTION NUMVAL(WS-NUMBER-IN)
               TO WS-AWARD-MIN-AVERAGE(WS-MATCH-FOUND)
           DISPLAY "Program code (blank = any program):"
           ACCEPT WS-AWARD-PROGRAM(WS-MATCH-FOUND)
           MOVE SPACES TO WS-NUMBER-IN
           PERFORM UNTIL WS-NUMBER-IN NOT = SPACES
                   AND FUNCTION TRIM(WS-NUMBER-IN) IS NUMERIC
               DISPLAY "Consecutive terms at that average, "
                   "counting this term (1-9):"
               ACCEPT WS-NUMBER-IN
               IF WS-NUMBER-IN = SPACES
                   OR FUNCTION TRIM(WS-NUMBER-IN) IS NOT NUMERIC
                   DISPLAY "Invalid entry - must be numeric."
               END-IF
           END-PERFORM
           MOVE FUNCTION NUMVAL(WS-NUMBER-IN)
               TO WS-AWARD-CONSEC-TERMS(WS-MATCH-FOUND)
           IF WS-AWARD-CONSEC-TERMS(WS-MATCH-FOUND) = ZERO
               MOVE 1 TO WS-AWARD-CONSEC-TERMS(WS-MATCH-FOUND)
           END-IF
           MOVE SPACES TO WS-NUMBER-IN
           PERFORM UNTIL WS-NUMBER-IN NOT = SPACES
                   AND FUNCTION TRIM(WS-NUMBER-IN) IS NUMERIC
               DISPLAY "Maximum recipients per term:"
               ACCEPT WS-NUMBER-IN
               IF WS-NUMBER-IN = SPACES
                   OR FUNCTION TRIM(WS-NUMBER-IN) IS NOT NUMERIC
                   DISPLAY "Invalid entry - must be numeric."
               END-IF
           END-PERFORM
           MOVE FUNCTION NUMVAL(WS-NUMBER-IN)
               TO WS-AWARD-MAX-RECIPIENTS(WS-MATCH-FOUND)
           MOVE SPACES TO WS-NUMBER-IN
           PERFORM UNTIL WS-NUMBER-IN NOT = SPACES
                   AND FUNCTION TRIM(WS-NUMBER-IN) IS NUMERIC
               DISPLAY "Total fund available for the award:"
               ACCEPT WS-NUMBER-IN
               IF WS-NUMBER-IN = SPACES
                   OR FUNCTION TRIM(WS-NUMBER-IN) IS NOT NUMERIC
                   DISPLAY "Invalid entry - must be numeric."
               END-IF
           END-PERFORM
           MOVE FUNCTION NUMVAL(WS-NUMBER-IN)
               TO WS-AWARD-BUDGET(WS-MATCH-FOUND).

       400-CHANGE-AWARD.
           PERFORM 260-GET-AWARD-CODE
           PERFORM 250-FIND-AWARD
           IF WS-MATCH-FOUND = ZERO
               DISPLAY "No award with that code - use A to add it."
           ELSE
               DISPLAY "CURRENT " WS-AWARD-DESC(WS-MATCH-FOUND)
                   " AMOUNT " WS-AWARD-AMOUNT(WS-MATCH-FOUND)
                   " MIN AVG " WS-AWARD-MIN-AVERAGE(WS-MATCH-FOUND)
               DISPLAY "PROGRAM " WS-AWARD-PROGRAM(WS-MATCH-FOUND)
                   " TERMS " WS-AWARD-CONSEC-TERMS(WS-MATCH-FOUND)
                   " MAX " WS-AWARD-MAX-RECIPIENTS(WS-MATCH-FOUND)
                   " FUND " WS-AWARD-BUDGET(WS-MATCH-FOUND)
               PERFORM 310-GET-AWARD-DETAILS
               MOVE "Y" TO WS-CHANGED
               DISPLAY "Award changed."
           END-IF.

       500-DELETE-AWARD.
           PERFORM 260-GET-AWARD-CODE
           PERFORM 250-FIND-AWARD
           IF WS-MATCH-FOUND = ZERO
               DISPLAY "No award with that code."
           ELSE
               *> Close the gap so the rewrite pass never carries a
               *> ghost row.
               PERFORM VARYING WS-SUB FROM WS-MATCH-FOUND BY 1
                       UNTIL WS-SUB NOT < WS-AWARD-COUNT
                   MOVE WS-AWARD-ROW(WS-SUB + 1)
                       TO WS-AWARD-ROW(WS-SUB)
               END-PERFORM
               SUBTRACT 1 FROM WS-AWARD-COUNT
               MOVE "Y" TO WS-CHANGED
               DISPLAY "Award deleted."
           END-IF.

       600-LIST-AWARDS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-AWARD-COUNT
               DISPLAY WS-AWARD-CODE(WS-SUB)
                   " " WS-AWARD-DESC(WS-SUB)
                   " " WS-AWARD-AMOUNT(WS-SUB)
                   " FUND " WS-AWARD-BUDGET(WS-SUB)
               IF WS-AWARD-PROGRAM(WS-SUB) = SPACES
                   DISPLAY "       MIN AVG "
                       WS-AWARD-MIN-AVERAGE(WS-SUB)
                       " ANY PROGRAM  TERMS "
                       WS-AWARD-CONSEC-TERMS(WS-SUB)
                       " MAX " WS-AWARD-MAX-RECIPIENTS(WS-SUB)
               ELSE
                   DISPLAY "       MIN AVG "
                       WS-AWARD-MIN-AVERAGE(WS-SUB)
                       " PROGRAM " WS-AWARD-PROGRAM(WS-SUB)
                       " TERMS " WS-AWARD-CONSEC-TERMS(WS-SUB)
                       " MAX " WS-AWARD-MAX-RECIPIENTS(WS-SUB)
               END-IF
           END-PERFORM.

       700-REWRITE-AWARD-FILE.
           OPEN OUTPUT AWARD-MASTER-FILE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-AWARD-COUNT
               MOVE WS-AWARD-ROW(WS-SUB) TO AWARD-MASTER-RECORD
               WRITE AWARD-MASTER-RECORD
           END-PERFORM.
           CLOSE AWARD-MASTER-FILE.
           DISPLAY "AWARD MASTER SAVED: " WS-AWARD-COUNT " ROWS".

       END PROGRAM AWARD-MAINT.
