      ******************************************************************
      * Author: VICENTE MBA ENGUNG
      * Date: SEPTEMBER 1, 2026
      * Purpose: Maintenance for the ancillary-fee master
      *          ../ANCILLARY-FEES.TXT - student-union, lab,
      *          health-plan and program materials fees that sit
      *          outside the base-plus-per-course schedule. Each row
      *          carries a fee code, description, amount, whether the
      *          fee is mandatory (M) or opt-out (O), the term it is
      *          effective for (blank = default row, the same rule
      *          FEE-SCHEDULE.TXT uses) and up to five program codes
      *          it applies to (none = every program). List, add,
      *          change or delete rows keyed by fee code and term.
      *          ANCIL-BILLING charges from it, ANCIL-OPT-OUT reverses
      *          from it and TUITION-AUDIT recomputes with it, so the
      *          fees stop being typed into STUDENT-MAINT by hand.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANCIL-FEE-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ANCILLARY-FEE-FILE ASSIGN TO "../ANCILLARY-FEES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANC-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ANCILLARY-FEE-FILE.
      *> One row per fee code per effective term. A blank term is the
      *> default row, matched when no row names the student's term;
      *> an all-blank program list applies the fee to every program.
       01 ANCILLARY-FEE-RECORD.
           05 ANC-FEE-CODE PIC X(6).
           05 ANC-EFFECTIVE-TERM PIC X(5).
           05 ANC-DESCRIPTION PIC X(30).
           05 ANC-AMOUNT PIC 9(4)V99.
           05 ANC-FEE-TYPE PIC X.
           05 ANC-PROGRAM-LIST.
               10 ANC-PROGRAM PIC X(6) OCCURS 5 TIMES.

       WORKING-STORAGE SECTION.
       01 EOF-FLAG PIC X(3) VALUE "NO".
       01 WS-ANC-FILE-STATUS PIC XX.
       01 WS-MENU-CHOICE PIC X VALUE SPACE.
       01 WS-CODE-IN PIC X(6).
       01 WS-TERM-IN PIC X(5).
       01 WS-AMOUNT-IN PIC X(9).
       01 WS-TYPE-IN PIC X.
       01 WS-PROGRAM-IN PIC X(6).
       01 WS-SUB PIC 9(3).
       01 WS-PROG-SUB PIC 9.
       01 WS-MATCH-FOUND PIC 9(3).
       01 WS-CHANGED PIC X VALUE "N".
       *> The whole master lives in storage while the operator
       *> works; the file is rewritten once at exit - the
       *> XREF-MAINT idiom.
       01 WS-ANC-TABLE.
           05 WS-ANC-ROW OCCURS 100 TIMES.
               10 WS-ANC-CODE PIC X(6).
               10 WS-ANC-TERM PIC X(5).
               10 WS-ANC-DESC PIC X(30).
               10 WS-ANC-AMOUNT PIC 9(4)V99.
               10 WS-ANC-TYPE PIC X.
               10 WS-ANC-PROGRAMS.
                   15 WS-ANC-PROGRAM PIC X(6) OCCURS 5 TIMES.
       01 WS-ANC-COUNT PIC 9(3) VALUE ZERO.
       *> Set when the file outgrows the table - maintenance is
       *> refused rather than saving the master without the
       *> unloaded rows.
       01 WS-TABLE-OVERFLOW PIC X VALUE "N".

       PROCEDURE DIVISION.
       100-MAINTAIN-ANCILLARY-FEES.
           PERFORM 200-LOAD-ANC-TABLE.
           IF WS-TABLE-OVERFLOW = "Y"
               DISPLAY "MASTER EXCEEDS THE 100-ROW TABLE - "
                   "MAINTENANCE REFUSED SO NO ROWS ARE LOST"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-MENU-CHOICE = "X"
                   OR WS-MENU-CHOICE = "x"
               DISPLAY "A=add a fee row, C=change, D=delete, "
                   "L=list, X=exit:"
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN "A"
                   WHEN "a"
                       PERFORM 300-ADD-FEE-ROW
                   WHEN "C"
                   WHEN "c"
                       PERFORM 400-CHANGE-FEE-ROW
                   WHEN "D"
                   WHEN "d"
                       PERFORM 500-DELETE-FEE-ROW
                   WHEN "L"
                   WHEN "l"
                       PERFORM 600-LIST-FEE-ROWS
                   WHEN "X"
                   WHEN "x"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid selection."
               END-EVALUATE
           END-PERFORM.
           IF WS-CHANGED = "Y"
               PERFORM 700-REWRITE-ANC-FILE
           END-IF.
           GOBACK.

       200-LOAD-ANC-TABLE.
           OPEN INPUT ANCILLARY-FEE-FILE.
           IF WS-ANC-FILE-STATUS NOT = "00"
               DISPLAY "NO ANCILLARY-FEES.TXT YET - STARTING EMPTY"
           ELSE
               PERFORM UNTIL EOF-FLAG = "YES"
                   READ ANCILLARY-FEE-FILE
                       AT END MOVE "YES" TO EOF-FLAG
                       NOT AT END
                           IF WS-ANC-COUNT = 100
                               MOVE "Y" TO WS-TABLE-OVERFLOW
                           ELSE
                               ADD 1 TO WS-ANC-COUNT
                               MOVE ANCILLARY-FEE-RECORD TO
                                   WS-ANC-ROW(WS-ANC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ANCILLARY-FEE-FILE
               DISPLAY "ANCILLARY FEE ROWS LOADED: " WS-ANC-COUNT
           END-IF.

       250-FIND-FEE-ROW.
           *> Keyed by fee code plus effective term - the pair that
           *> makes next term's amount a separate row.
           MOVE ZERO TO WS-MATCH-FOUND
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ANC-COUNT
               IF WS-ANC-CODE(WS-SUB) = WS-CODE-IN
                   AND WS-ANC-TERM(WS-SUB) = WS-TERM-IN
                   MOVE WS-SUB TO WS-MATCH-FOUND
               END-IF
           END-PERFORM.

       260-GET-CODE-AND-TERM.
           DISPLAY "Fee code (6 characters):"
           ACCEPT WS-CODE-IN
           DISPLAY "Effective term (YYYYS, blank for the default "
               "row):"
           ACCEPT WS-TERM-IN.

       300-ADD-FEE-ROW.
           PERFORM 260-GET-CODE-AND-TERM
           IF WS-CODE-IN = SPACES
               DISPLAY "Fee code cannot be blank."
           ELSE
               PERFORM 250-FIND-FEE-ROW
               IF WS-MATCH-FOUND > ZERO
                   DISPLAY "That fee/term row already exists - "
                       "use C to change it."
               ELSE
                   IF WS-ANC-COUNT = 100
                       DISPLAY "MASTER FULL - CANNOT ADD"
                   ELSE
                       ADD 1 TO WS-ANC-COUNT
                       MOVE WS-ANC-COUNT TO WS-MATCH-FOUND
                       MOVE WS-CODE-IN TO
                           WS-ANC-CODE(WS-MATCH-FOUND)
                       MOVE WS-TERM-IN TO
                           WS-ANC-TERM(WS-MATCH-FOUND)
                       PERFORM 310-GET-FEE-DETAILS
                       MOVE "Y" TO WS-CHANGED
                       DISPLAY "Fee row added."
                   END-IF
               END-IF
           END-IF.

       310-GET-FEE-DETAILS.
           DISPLAY "Description (30 characters):"
           ACCEPT WS-ANC-DESC(WS-MATCH-FOUND)
           *> Same trim-then-NUMVAL idiom the data-entry program
           *> uses, so "85" or "85.00" both land right.
           MOVE SPACES TO WS-AMOUNT-IN
           PERFORM UNTIL WS-AMOUNT-IN NOT = SPACES
                   AND FUNCTION TRIM(WS-AMOUNT-IN) IS NUMERIC
               DISPLAY "Fee amount per term:"
               ACCEPT WS-AMOUNT-IN
               IF WS-AMOUNT-IN = SPACES
                   OR FUNCTION TRIM(WS-AMOUNT-IN) IS NOT NUMERIC
                   DISPLAY "Invalid entry - must be numeric."
               END-IF
           END-PERFORM
           MOVE FUNCTION NUMVAL(WS-AMOUNT-IN)
               TO WS-ANC-AMOUNT(WS-MATCH-FOUND)
           MOVE SPACE TO WS-TYPE-IN
           PERFORM UNTIL WS-TYPE-IN = "M" OR WS-TYPE-IN = "O"
               DISPLAY "M=mandatory, O=opt-out:"
               ACCEPT WS-TYPE-IN
               EVALUATE WS-TYPE-IN
                   WHEN "m"
                       MOVE "M" TO WS-TYPE-IN
                   WHEN "o"
                       MOVE "O" TO WS-TYPE-IN
                   WHEN "M"
                   WHEN "O"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid entry - M or O."
               END-EVALUATE
           END-PERFORM
           MOVE WS-TYPE-IN TO WS-ANC-TYPE(WS-MATCH-FOUND)
           *> Up to five programs; a blank entry ends the list, and
           *> a list left empty charges every program.
           MOVE SPACES TO WS-ANC-PROGRAMS(WS-MATCH-FOUND)
           MOVE "X" TO WS-PROGRAM-IN
           PERFORM VARYING WS-PROG-SUB FROM 1 BY 1
                   UNTIL WS-PROG-SUB > 5 OR WS-PROGRAM-IN = SPACES
               DISPLAY "Program code " WS-PROG-SUB
                   " (blank to end, none = all programs):"
               ACCEPT WS-PROGRAM-IN
               MOVE WS-PROGRAM-IN TO
                   WS-ANC-PROGRAM(WS-MATCH-FOUND, WS-PROG-SUB)
           END-PERFORM.

       400-CHANGE-FEE-ROW.
           PERFORM 260-GET-CODE-AND-TERM
           PERFORM 250-FIND-FEE-ROW
           IF WS-MATCH-FOUND = ZERO
               DISPLAY "No row for that fee/term - use A to "
                   "add it."
           ELSE
               DISPLAY "CURRENT " WS-ANC-DESC(WS-MATCH-FOUND)
                   " AMOUNT " WS-ANC-AMOUNT(WS-MATCH-FOUND)
                   " TYPE " WS-ANC-TYPE(WS-MATCH-FOUND)
               DISPLAY "PROGRAMS " WS-ANC-PROGRAMS(WS-MATCH-FOUND)
               PERFORM 310-GET-FEE-DETAILS
               MOVE "Y" TO WS-CHANGED
               DISPLAY "Fee row changed."
           END-IF.

       500-DELETE-FEE-ROW.
           PERFORM 260-GET-CODE-AND-TERM
           PERFORM 250-FIND-FEE-ROW
           IF WS-MATCH-FOUND = ZERO
               DISPLAY "No row for that fee/term."
           ELSE
               *> Close the gap so the rewrite pass never carries a
               *> ghost row.
               PERFORM VARYING WS-SUB FROM WS-MATCH-FOUND BY 1
                       UNTIL WS-SUB NOT < WS-ANC-COUNT
                   MOVE WS-ANC-ROW(WS-SUB + 1) TO WS-ANC-ROW(WS-SUB)
               END-PERFORM
               SUBTRACT 1 FROM WS-ANC-COUNT
               MOVE "Y" TO WS-CHANGED
               DISPLAY "Fee row deleted."
           END-IF.

       600-LIST-FEE-ROWS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ANC-COUNT
               DISPLAY WS-ANC-CODE(WS-SUB)
                   " TERM " WS-ANC-TERM(WS-SUB)
                   " " WS-ANC-DESC(WS-SUB)
                   " " WS-ANC-AMOUNT(WS-SUB)
                   " " WS-ANC-TYPE(WS-SUB)
               IF WS-ANC-PROGRAMS(WS-SUB) = SPACES
                   DISPLAY "       ALL PROGRAMS"
               ELSE
                   DISPLAY "       PROGRAMS " WS-ANC-PROGRAMS(WS-SUB)
               END-IF
           END-PERFORM.

       700-REWRITE-ANC-FILE.
           OPEN OUTPUT ANCILLARY-FEE-FILE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ANC-COUNT
               MOVE WS-ANC-ROW(WS-SUB) TO ANCILLARY-FEE-RECORD
               WRITE ANCILLARY-FEE-RECORD
           END-PERFORM.
           CLOSE ANCILLARY-FEE-FILE.
           DISPLAY "ANCILLARY FEE MASTER SAVED: " WS-ANC-COUNT
               " ROWS".

       END PROGRAM ANCIL-FEE-MAINT.
