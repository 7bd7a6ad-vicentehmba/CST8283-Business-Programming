      ******************************************************************
      * Author: VICENTE MBA ENGUNG
      * Date: SEPTEMBER 1, 2026
      * Purpose: Entry and maintenance for instalment payment plans on
      *          ../PAYMENT-PLANS.TXT - one plan per student agreed
      *          with finance: up to six instalments, each with its
      *          due date and amount. PAYMENT-POSTING applies receipts
      *          against the plan oldest instalment first, and
      *          TUITION-AGING ages a plan student by missed
      *          instalments instead of IND-PAYMENT-DUE-DATE, holding
      *          off the collections hold while the plan is current.
      *          A defaulted or completed plan may be replaced by a
      *          new agreement; an active one must be cancelled first.
      *          PAYMENT-POSTING, NSF-REVERSAL and TUITION-AGING post
      *          to the same file, so the save re-reads it and applies
      *          only the plans this session added or cancelled.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYMENT-PLAN-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-PLAN-FILE ASSIGN TO "../PAYMENT-PLANS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-FILE-STATUS.
           SELECT INDEXED-STUDENT-FILE-OUT ASSIGN
           TO "../STUFILE-INDEXED.TXT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS IND-STUDENT-NUMBER
               ALTERNATE RECORD KEY IS IND-STUDENT-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PAYMENT-PLAN-FILE.
      *> One row per student on a plan: status (A active, D defaulted,
      *> C completed), the date it was agreed, how many instalments,
      *> and per instalment the due date, the amount due and what has
      *> been paid against it so far.
       01 PAYMENT-PLAN-RECORD.
           05 PP-STUDENT-NUMBER PIC 9(6).
           05 PP-PLAN-STATUS PIC X.
           05 PP-AGREED-DATE PIC 9(8).
           05 PP-INSTALMENT-COUNT PIC 9.
           05 PP-INSTALMENT OCCURS 6 TIMES.
               10 PP-DUE-DATE PIC 9(8).
               10 PP-DUE-AMOUNT PIC 9(6)V99.
               10 PP-PAID-AMOUNT PIC 9(6)V99.

       FD INDEXED-STUDENT-FILE-OUT.
       01 INDEXED-FILE-RECORD.
           05 IND-STUDENT-NUMBER  PIC 9(6).
           05 IND-TUITION-OWED    PIC S9(6)V99
               SIGN LEADING SEPARATE.
           05 IND-STUDENT-NAME    PIC X(40).
           05 FILLER              PIC X(77).

       WORKING-STORAGE SECTION.
       01 EOF-FLAG PIC X(3) VALUE "NO".
       01 WS-PLAN-FILE-STATUS PIC XX.
       01 WS-FILE-STATUS PIC XX.
       01 WS-MASTER-OPEN PIC X VALUE "N".
       01 WS-MENU-CHOICE PIC X VALUE SPACE.
       01 WS-NUMBER-IN PIC X(6).
       01 WS-STUDENT-NUMBER PIC 9(6).
       01 WS-COUNT-IN PIC X.
       01 WS-DATE-IN PIC X(8).
       01 WS-AMOUNT-IN PIC X(9).
       01 WS-CONFIRM PIC X.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-SUB PIC 9(3).
       01 WS-INST-SUB PIC 9.
       01 WS-MATCH-FOUND PIC 9(3).
       01 WS-CHANGED PIC X VALUE "N".
       01 WS-PLAN-OK PIC X.
       01 WS-PLAN-TOTAL PIC 9(7)V99.
       01 WS-PAID-TOTAL PIC 9(7)V99.
       01 WS-PREVIOUS-DUE-DATE PIC 9(8).
       01 WS-AMOUNT-PRINT PIC ZZZ,ZZ9.99-.
       *> The whole plan file lives in storage while the operator
       *> works; the file is rewritten once at exit - the
       *> XREF-MAINT idiom. Each row carries the record layout as is.
       01 WS-PLAN-TABLE.
           05 WS-PLAN-ROW OCCURS 500 TIMES.
               10 WS-PLAN-NUMBER PIC 9(6).
               10 WS-PLAN-STATUS PIC X.
               10 WS-PLAN-AGREED-DATE PIC 9(8).
               10 WS-PLAN-INST-COUNT PIC 9.
               10 WS-PLAN-INST OCCURS 6 TIMES.
                   15 WS-PLAN-DUE-DATE PIC 9(8).
                   15 WS-PLAN-DUE-AMOUNT PIC 9(6)V99.
                   15 WS-PLAN-PAID-AMOUNT PIC 9(6)V99.
       01 WS-PLAN-COUNT PIC 9(3) VALUE ZERO.
       *> Set when the file outgrows the table - maintenance is
       *> refused rather than saving the file without the unloaded
       *> rows.
       01 WS-TABLE-OVERFLOW PIC X VALUE "N".
       *> Every plan added or cancelled this session, in the order
       *> keyed - A added (the row as agreed), D cancelled. Only
       *> these are applied to the file as it stands at exit, so
       *> payments and status changes posted meanwhile are kept.
       01 WS-EDIT-TABLE.
           05 WS-EDIT OCCURS 500 TIMES.
               10 WS-EDIT-ACTION PIC X.
               10 WS-EDIT-ROW.
                   15 WS-EDIT-NUMBER PIC 9(6).
                   15 FILLER PIC X(154).
       01 WS-EDIT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-EDIT-SUB PIC 9(3).
       01 WS-EDITS-REFUSED PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.
       100-MAINTAIN-PAYMENT-PLANS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 200-LOAD-PLAN-TABLE.
           IF WS-TABLE-OVERFLOW = "Y"
               DISPLAY "PLAN FILE EXCEEDS THE 500-ROW TABLE - "
                   "MAINTENANCE REFUSED SO NO ROWS ARE LOST"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           *> The master is only read, to confirm the student and show
           *> the balance the plan is meant to clear.
           OPEN INPUT INDEXED-STUDENT-FILE-OUT.
           IF WS-FILE-STATUS = "00"
               MOVE "Y" TO WS-MASTER-OPEN
           ELSE
               DISPLAY "STUFILE-INDEXED.TXT NOT AVAILABLE - STUDENT "
                   "NUMBERS WILL NOT BE CHECKED"
           END-IF.
           PERFORM UNTIL WS-MENU-CHOICE = "X"
                   OR WS-MENU-CHOICE = "x"
               DISPLAY "A=add a plan, D=cancel a plan, S=show one "
                   "plan, L=list, X=exit:"
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN "A"
                   WHEN "a"
                       IF WS-EDIT-COUNT = 500
                           DISPLAY "500 CHANGES THIS SESSION - EXIT "
                               "TO SAVE THEM, THEN START AGAIN."
                       ELSE
                           PERFORM 300-ADD-PLAN
                       END-IF
                   WHEN "D"
                   WHEN "d"
                       IF WS-EDIT-COUNT = 500
                           DISPLAY "500 CHANGES THIS SESSION - EXIT "
                               "TO SAVE THEM, THEN START AGAIN."
                       ELSE
                           PERFORM 500-CANCEL-PLAN
                       END-IF
                   WHEN "S"
                   WHEN "s"
                       PERFORM 550-SHOW-PLAN
                   WHEN "L"
                   WHEN "l"
                       PERFORM 600-LIST-PLANS
                   WHEN "X"
                   WHEN "x"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid selection."
               END-EVALUATE
           END-PERFORM.
           IF WS-MASTER-OPEN = "Y"
               CLOSE INDEXED-STUDENT-FILE-OUT
           END-IF.
           IF WS-CHANGED = "Y"
               PERFORM 700-REWRITE-PLAN-FILE
           END-IF.
           GOBACK.

       200-LOAD-PLAN-TABLE.
           OPEN INPUT PAYMENT-PLAN-FILE.
           IF WS-PLAN-FILE-STATUS NOT = "00"
               DISPLAY "NO PAYMENT-PLANS.TXT YET - STARTING EMPTY"
           ELSE
               PERFORM UNTIL EOF-FLAG = "YES"
                   READ PAYMENT-PLAN-FILE
                       AT END MOVE "YES" TO EOF-FLAG
                       NOT AT END
                           IF WS-PLAN-COUNT = 500
                               MOVE "Y" TO WS-TABLE-OVERFLOW
                           ELSE
                               ADD 1 TO WS-PLAN-COUNT
                               MOVE PAYMENT-PLAN-RECORD
                                   TO WS-PLAN-ROW(WS-PLAN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-PLAN-FILE
               DISPLAY "PAYMENT PLANS LOADED: " WS-PLAN-COUNT
           END-IF.

       250-FIND-PLAN.
           MOVE ZERO TO WS-MATCH-FOUND
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PLAN-COUNT
               IF WS-PLAN-NUMBER(WS-SUB) = WS-STUDENT-NUMBER
                   MOVE WS-SUB TO WS-MATCH-FOUND
               END-IF
           END-PERFORM.

       260-GET-STUDENT-NUMBER.
           MOVE SPACES TO WS-NUMBER-IN
           PERFORM UNTIL WS-NUMBER-IN IS NUMERIC
               DISPLAY "Enter student number (6 digits):"
               ACCEPT WS-NUMBER-IN
               IF WS-NUMBER-IN IS NOT NUMERIC
                   DISPLAY "Invalid entry - must be 6 numeric digits."
               END-IF
           END-PERFORM
           MOVE WS-NUMBER-IN TO WS-STUDENT-NUMBER.

       300-ADD-PLAN.
           PERFORM 260-GET-STUDENT-NUMBER
           MOVE "Y" TO WS-PLAN-OK
           IF WS-MASTER-OPEN = "Y"
               MOVE WS-STUDENT-NUMBER TO IND-STUDENT-NUMBER
               READ INDEXED-STUDENT-FILE-OUT
                   INVALID KEY
                       DISPLAY "Student " WS-STUDENT-NUMBER
                           " is not on the student master."
                       MOVE "N" TO WS-PLAN-OK
                   NOT INVALID KEY
                       MOVE IND-TUITION-OWED TO WS-AMOUNT-PRINT
                       DISPLAY FUNCTION TRIM(IND-STUDENT-NAME)
                           " - BALANCE OWED " WS-AMOUNT-PRINT
               END-READ
           END-IF
           IF WS-PLAN-OK = "Y"
               PERFORM 250-FIND-PLAN
               IF WS-MATCH-FOUND > ZERO
                   IF WS-PLAN-STATUS(WS-MATCH-FOUND) = "A"
                       DISPLAY "Student already has an active plan - "
                           "cancel it with D before agreeing a new "
                           "one."
                       MOVE "N" TO WS-PLAN-OK
                   ELSE
                       DISPLAY "Replacing the student's "
                           WS-PLAN-STATUS(WS-MATCH-FOUND)
                           " plan agreed "
                           WS-PLAN-AGREED-DATE(WS-MATCH-FOUND)
                   END-IF
               ELSE
                   IF WS-PLAN-COUNT = 500
                       DISPLAY "PLAN FILE FULL - CANNOT ADD"
                       MOVE "N" TO WS-PLAN-OK
                   ELSE
                       ADD 1 TO WS-PLAN-COUNT
                       MOVE WS-PLAN-COUNT TO WS-MATCH-FOUND
                   END-IF
               END-IF
           END-IF
           IF WS-PLAN-OK = "Y"
               PERFORM 305-ENTER-PLAN-TERMS
           END-IF.

       305-ENTER-PLAN-TERMS.
           INITIALIZE WS-PLAN-ROW(WS-MATCH-FOUND)
           MOVE WS-STUDENT-NUMBER TO WS-PLAN-NUMBER(WS-MATCH-FOUND)
           MOVE "A" TO WS-PLAN-STATUS(WS-MATCH-FOUND)
           MOVE WS-RUN-DATE TO WS-PLAN-AGREED-DATE(WS-MATCH-FOUND)
           MOVE SPACE TO WS-COUNT-IN
           PERFORM UNTIL WS-COUNT-IN >= "1" AND WS-COUNT-IN <= "6"
               DISPLAY "Number of instalments (1-6):"
               ACCEPT WS-COUNT-IN
               IF WS-COUNT-IN < "1" OR WS-COUNT-IN > "6"
                   DISPLAY "Invalid entry - must be 1 to 6."
               END-IF
           END-PERFORM
           MOVE WS-COUNT-IN TO WS-PLAN-INST-COUNT(WS-MATCH-FOUND)
           MOVE ZERO TO WS-PLAN-TOTAL
           MOVE ZERO TO WS-PREVIOUS-DUE-DATE
           PERFORM 310-GET-ONE-INSTALMENT
               VARYING WS-INST-SUB FROM 1 BY 1
               UNTIL WS-INST-SUB > WS-PLAN-INST-COUNT(WS-MATCH-FOUND)
           MOVE WS-PLAN-TOTAL TO WS-AMOUNT-PRINT
           DISPLAY "PLAN TOTAL " WS-AMOUNT-PRINT
           IF WS-MASTER-OPEN = "Y"
               AND WS-PLAN-TOTAL NOT = IND-TUITION-OWED
               DISPLAY "NOTE - PLAN TOTAL DOES NOT EQUAL THE BALANCE "
                   "OWED; ANYTHING LEFT OVER AGES NORMALLY ONCE THE "
                   "PLAN IS COMPLETE"
           END-IF
           MOVE "Y" TO WS-CHANGED
           ADD 1 TO WS-EDIT-COUNT
           MOVE "A" TO WS-EDIT-ACTION(WS-EDIT-COUNT)
           MOVE WS-PLAN-ROW(WS-MATCH-FOUND)
               TO WS-EDIT-ROW(WS-EDIT-COUNT)
           DISPLAY "Plan added.".

       310-GET-ONE-INSTALMENT.
           *> Instalments are entered in due-date order so that
           *> oldest-first application is simply left to right.
           MOVE SPACES TO WS-DATE-IN
           PERFORM UNTIL WS-DATE-IN IS NUMERIC
                   AND WS-DATE-IN > WS-PREVIOUS-DUE-DATE
               DISPLAY "Instalment " WS-INST-SUB
                   " due date (YYYYMMDD):"
               ACCEPT WS-DATE-IN
               IF WS-DATE-IN IS NOT NUMERIC
                   DISPLAY "Invalid entry - must be 8 numeric digits."
               ELSE
                   IF WS-DATE-IN NOT > WS-PREVIOUS-DUE-DATE
                       DISPLAY "Due date must be after the previous "
                           "instalment's."
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-DATE-IN
               TO WS-PLAN-DUE-DATE(WS-MATCH-FOUND WS-INST-SUB)
           MOVE WS-DATE-IN TO WS-PREVIOUS-DUE-DATE
           *> Same trim-then-NUMVAL idiom the data-entry program
           *> uses, so "500" or "500.00" both land right.
           MOVE SPACES TO WS-AMOUNT-IN
           PERFORM UNTIL WS-AMOUNT-IN NOT = SPACES
                   AND FUNCTION TRIM(WS-AMOUNT-IN) IS NUMERIC
               DISPLAY "Instalment " WS-INST-SUB " amount:"
               ACCEPT WS-AMOUNT-IN
               IF WS-AMOUNT-IN = SPACES
                   OR FUNCTION TRIM(WS-AMOUNT-IN) IS NOT NUMERIC
                   DISPLAY "Invalid entry - must be numeric."
               END-IF
           END-PERFORM
           MOVE FUNCTION NUMVAL(WS-AMOUNT-IN)
               TO WS-PLAN-DUE-AMOUNT(WS-MATCH-FOUND WS-INST-SUB)
           MOVE ZERO TO WS-PLAN-PAID-AMOUNT(WS-MATCH-FOUND WS-INST-SUB)
           ADD WS-PLAN-DUE-AMOUNT(WS-MATCH-FOUND WS-INST-SUB)
               TO WS-PLAN-TOTAL.

       500-CANCEL-PLAN.
           PERFORM 260-GET-STUDENT-NUMBER
           PERFORM 250-FIND-PLAN
           IF WS-MATCH-FOUND = ZERO
               DISPLAY "No plan for that student."
           ELSE
               MOVE WS-MATCH-FOUND TO WS-SUB
               PERFORM 610-DISPLAY-ONE-PLAN
               DISPLAY "Cancel this plan? (Y/N)"
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   ADD 1 TO WS-EDIT-COUNT
                   MOVE "D" TO WS-EDIT-ACTION(WS-EDIT-COUNT)
                   MOVE WS-PLAN-ROW(WS-MATCH-FOUND)
                       TO WS-EDIT-ROW(WS-EDIT-COUNT)
                   PERFORM 520-REMOVE-PLAN-ROW
                   MOVE "Y" TO WS-CHANGED
                   DISPLAY "Plan cancelled - the student ages "
                       "normally from the next run."
               END-IF
           END-IF.

       520-REMOVE-PLAN-ROW.
           *> Close the gap so the rewrite pass never carries a ghost
           *> row.
           PERFORM VARYING WS-SUB FROM WS-MATCH-FOUND BY 1
                   UNTIL WS-SUB NOT < WS-PLAN-COUNT
               MOVE WS-PLAN-ROW(WS-SUB + 1) TO WS-PLAN-ROW(WS-SUB)
           END-PERFORM.
           SUBTRACT 1 FROM WS-PLAN-COUNT.

       550-SHOW-PLAN.
           PERFORM 260-GET-STUDENT-NUMBER
           PERFORM 250-FIND-PLAN
           IF WS-MATCH-FOUND = ZERO
               DISPLAY "No plan for that student."
           ELSE
               MOVE WS-MATCH-FOUND TO WS-SUB
               PERFORM 610-DISPLAY-ONE-PLAN
               PERFORM VARYING WS-INST-SUB FROM 1 BY 1
                       UNTIL WS-INST-SUB >
                           WS-PLAN-INST-COUNT(WS-SUB)
                   DISPLAY "  " WS-INST-SUB " DUE "
                       WS-PLAN-DUE-DATE(WS-SUB WS-INST-SUB)
                       " AMOUNT "
                       WS-PLAN-DUE-AMOUNT(WS-SUB WS-INST-SUB)
                       " PAID "
                       WS-PLAN-PAID-AMOUNT(WS-SUB WS-INST-SUB)
               END-PERFORM
           END-IF.

       600-LIST-PLANS.
           PERFORM 610-DISPLAY-ONE-PLAN
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-PLAN-COUNT.

       610-DISPLAY-ONE-PLAN.
           MOVE ZERO TO WS-PLAN-TOTAL WS-PAID-TOTAL
           PERFORM VARYING WS-INST-SUB FROM 1 BY 1
                   UNTIL WS-INST-SUB > WS-PLAN-INST-COUNT(WS-SUB)
               ADD WS-PLAN-DUE-AMOUNT(WS-SUB WS-INST-SUB)
                   TO WS-PLAN-TOTAL
               ADD WS-PLAN-PAID-AMOUNT(WS-SUB WS-INST-SUB)
                   TO WS-PAID-TOTAL
           END-PERFORM
           DISPLAY WS-PLAN-NUMBER(WS-SUB)
               " STATUS " WS-PLAN-STATUS(WS-SUB)
               " AGREED " WS-PLAN-AGREED-DATE(WS-SUB)
               " INSTALMENTS " WS-PLAN-INST-COUNT(WS-SUB)
               " TOTAL " WS-PLAN-TOTAL
               " PAID " WS-PAID-TOTAL.

       700-REWRITE-PLAN-FILE.
           *> The table loaded at start may be hours old - the finance
           *> runs may have posted payments or changed a status since.
           *> Start again from the file as it is now.
           MOVE ZERO TO WS-PLAN-COUNT.
           MOVE "NO" TO EOF-FLAG.
           MOVE "N" TO WS-TABLE-OVERFLOW.
           PERFORM 200-LOAD-PLAN-TABLE.
           IF WS-TABLE-OVERFLOW = "Y"
               DISPLAY "PLAN FILE NOW EXCEEDS THE 500-ROW TABLE - "
                   "NOTHING SAVED, RE-KEY THIS SESSION'S CHANGES"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM 710-APPLY-ONE-EDIT
                   VARYING WS-EDIT-SUB FROM 1 BY 1
                   UNTIL WS-EDIT-SUB > WS-EDIT-COUNT
               OPEN OUTPUT PAYMENT-PLAN-FILE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-PLAN-COUNT
                   MOVE WS-PLAN-ROW(WS-SUB) TO PAYMENT-PLAN-RECORD
                   WRITE PAYMENT-PLAN-RECORD
               END-PERFORM
               CLOSE PAYMENT-PLAN-FILE
               DISPLAY "PAYMENT PLANS SAVED: " WS-PLAN-COUNT " ROWS"
               IF WS-EDITS-REFUSED > ZERO
                   DISPLAY WS-EDITS-REFUSED " NEW PLAN(S) NOT SAVED - "
                       "SEE ABOVE"
                   MOVE 1 TO RETURN-CODE
               END-IF
           END-IF.

       710-APPLY-ONE-EDIT.
           MOVE WS-EDIT-NUMBER(WS-EDIT-SUB) TO WS-STUDENT-NUMBER.
           PERFORM 250-FIND-PLAN.
           IF WS-EDIT-ACTION(WS-EDIT-SUB) = "D"
               IF WS-MATCH-FOUND > ZERO
                   PERFORM 520-REMOVE-PLAN-ROW
               END-IF
           ELSE
               *> A plan that became active meanwhile (an NSF reversal
               *> reopening it, say) is not overwritten.
               IF WS-MATCH-FOUND > ZERO
                   AND WS-PLAN-STATUS(WS-MATCH-FOUND) = "A"
                   DISPLAY "PLAN FOR " WS-STUDENT-NUMBER " NOT SAVED"
                       " - THE STUDENT'S PLAN ON FILE BECAME ACTIVE "
                       "DURING THIS SESSION"
                   ADD 1 TO WS-EDITS-REFUSED
               ELSE
                   IF WS-MATCH-FOUND = ZERO
                       AND WS-PLAN-COUNT = 500
                       DISPLAY "PLAN FOR " WS-STUDENT-NUMBER
                           " NOT SAVED - PLAN FILE FULL"
                       ADD 1 TO WS-EDITS-REFUSED
                   ELSE
                       IF WS-MATCH-FOUND = ZERO
                           ADD 1 TO WS-PLAN-COUNT
                           MOVE WS-PLAN-COUNT TO WS-MATCH-FOUND
                       END-IF
                       MOVE WS-EDIT-ROW(WS-EDIT-SUB)
                           TO WS-PLAN-ROW(WS-MATCH-FOUND)
                   END-IF
               END-IF
           END-IF.

       END PROGRAM PAYMENT-PLAN-MAINT.
