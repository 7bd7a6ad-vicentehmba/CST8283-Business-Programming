      ******************************************************************
      * Author: VICENTE MBA ENGUNG
      * Date: SEPTEMBER 1, 2026
      * Purpose: Transfer credit and advanced standing entry for
      *          ../TRANSFER-CREDITS.TXT - one row per student per
      *          internal course granted, recording the external
      *          institution and course it was earned at and the
      *          internal course code it is equivalent to. Rows are
      *          entered pending (P) and approved (A) or refused (R)
      *          by a registrar, which stamps the approval date and
      *          the approver's ID. Only approved rows count:
      *          GRAD-AUDIT meets requirements with them and
      *          STUDENT-TRANSCRIPT prints them in their own section.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSFER-CREDIT-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TRANSFER-CREDIT-FILE ASSIGN
           TO "../TRANSFER-CREDITS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TC-FILE-STATUS.
           SELECT INDEXED-STUDENT-FILE-OUT ASSIGN
           TO "../STUFILE-INDEXED.TXT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS IND-STUDENT-NUMBER
               ALTERNATE RECORD KEY IS IND-STUDENT-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT COURSE-CATALOGUE-FILE ASSIGN
           TO "../COURSE-CATALOGUE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGUE-FILE-STATUS.
           SELECT OPERATORS-FILE ASSIGN TO "../OPERATORS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATORS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TRANSFER-CREDIT-FILE.
      *> One row per student per internal course credited. Status P
      *> pending, A approved, R refused; the date and approver are
      *> set when the row is decided.
       01 TRANSFER-CREDIT-RECORD.
           05 TC-STUDENT-NUMBER PIC 9(6).
           05 TC-INSTITUTION PIC X(30).
           05 TC-EXTERNAL-COURSE PIC X(10).
           05 TC-INTERNAL-COURSE PIC X(7).
           05 TC-STATUS PIC X.
           05 TC-APPROVAL-DATE PIC 9(8).
           05 TC-APPROVER-ID PIC X(8).

       FD INDEXED-STUDENT-FILE-OUT.
       01 INDEXED-FILE-RECORD.
           05 IND-STUDENT-NUMBER  PIC 9(6).
           05 IND-TUITION-OWED    PIC S9(6)V99
               SIGN LEADING SEPARATE.
           05 IND-STUDENT-NAME    PIC X(40).
           05 FILLER              PIC X(77).

       FD COURSE-CATALOGUE-FILE.
      *> Course master maintained by COURSE-CAT-MAINT.
       01 COURSE-CATALOGUE-RECORD.
           05 CAT-COURSE-CODE PIC X(7).
           05 CAT-COURSE-TITLE PIC X(30).
           05 CAT-CREDITS PIC 9V9.
           05 CAT-ACTIVE-FLAG PIC X.
           05 CAT-PREREQUISITES PIC X(30).

       FD OPERATORS-FILE.
      *> ID plus role (ENTRY/REGISTRAR/FINANCE/OPERATIONS), the
      *> layout STUDENT-MAINT and BATCH-DRIVER read.
       01 OPERATOR-RECORD.
           05 OPR-OPERATOR-ID PIC X(8).
           05 OPR-OPERATOR-ROLE PIC X(12).

       WORKING-STORAGE SECTION.
       01 EOF-FLAG PIC X(3) VALUE "NO".
       01 WS-TC-FILE-STATUS PIC XX.
       01 WS-FILE-STATUS PIC XX.
       01 WS-MASTER-OPEN PIC X VALUE "N".
       01 WS-MENU-CHOICE PIC X VALUE SPACE.
       01 WS-NUMBER-IN PIC X(6).
       01 WS-COURSE-IN PIC X(7).
       01 WS-DECISION-IN PIC X.
       01 WS-APPROVER-ID PIC X(8).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-SUB PIC 9(4).
       01 WS-MATCH-FOUND PIC 9(4).
       01 WS-LISTED PIC 9(4).
       01 WS-CHANGED PIC X VALUE "N".
       *> The whole file lives in storage while the operator works;
       *> it is rewritten once at exit - the XREF-MAINT idiom.
       01 WS-TC-TABLE.
           05 WS-TC-ROW OCCURS 1000 TIMES.
               10 WS-TC-NUMBER PIC 9(6).
               10 WS-TC-INSTITUTION PIC X(30).
               10 WS-TC-EXTERNAL PIC X(10).
               10 WS-TC-INTERNAL PIC X(7).
               10 WS-TC-STATUS PIC X.
               10 WS-TC-DATE PIC 9(8).
               10 WS-TC-APPROVER PIC X(8).
       01 WS-TC-COUNT PIC 9(4) VALUE ZERO.
       *> Set when the file outgrows the table - maintenance is
       *> refused rather than saving the file without the unloaded
       *> rows.
       01 WS-TABLE-OVERFLOW PIC X VALUE "N".
       01 WS-CATALOGUE-FILE-STATUS PIC XX.
       01 WS-CATALOGUE-EOF PIC X.
       *> Catalogue codes. An absent catalogue (count zero) leaves
       *> the internal course code unchecked.
       01 WS-CATALOGUE-TABLE.
           05 WS-CATALOGUE-CODE OCCURS 300 TIMES PIC X(7).
       01 WS-CATALOGUE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CATALOGUE-SUB PIC 9(3).
       01 WS-COURSE-KNOWN PIC X.
       01 WS-STUDENT-KNOWN PIC X.
       01 WS-OPERATORS-FILE-STATUS PIC XX.
       *> Operator reference list. An absent file accepts any
       *> non-blank approver; a present one needs the REGISTRAR
       *> role whenever roles are in use - the COURSE-REG override
       *> rule.
       01 WS-VALID-OPERATORS.
           05 WS-VALID-OPERATOR OCCURS 50 TIMES PIC X(8).
       01 WS-OPERATOR-ROLES.
           05 WS-OPERATOR-ROLE OCCURS 50 TIMES PIC X(12).
       01 WS-VALID-OPERATOR-COUNT PIC 9(2) VALUE ZERO.
       01 WS-OPERATOR-SUB PIC 9(2).
       01 WS-OPERATOR-OK PIC X.
       01 WS-ROLES-IN-USE PIC X VALUE "N".

       PROCEDURE DIVISION.
       100-MAINTAIN-TRANSFER-CREDITS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 200-LOAD-TC-TABLE.
           IF WS-TABLE-OVERFLOW = "Y"
               DISPLAY "TRANSFER CREDITS EXCEED THE 1000-ROW TABLE - "
                   "MAINTENANCE REFUSED SO NO ROWS ARE LOST"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 210-LOAD-COURSE-CATALOGUE.
           PERFORM 220-LOAD-OPERATORS.
           *> The master is only read, to confirm the student exists.
           OPEN INPUT INDEXED-STUDENT-FILE-OUT.
           IF WS-FILE-STATUS = "00"
               MOVE "Y" TO WS-MASTER-OPEN
           ELSE
               DISPLAY "STUFILE-INDEXED.TXT NOT AVAILABLE - STUDENT "
                   "NUMBERS NOT CHECKED"
           END-IF.
           PERFORM UNTIL WS-MENU-CHOICE = "X"
                   OR WS-MENU-CHOICE = "x"
               DISPLAY "A=add a credit, P=approve/refuse, D=delete, "
                   "L=list a student, X=exit:"
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN "A"
                   WHEN "a"
                       PERFORM 300-ADD-TRANSFER-CREDIT
                   WHEN "P"
                   WHEN "p"
                       PERFORM 400-DECIDE-TRANSFER-CREDIT
                   WHEN "D"
                   WHEN "d"
                       PERFORM 500-DELETE-TRANSFER-CREDIT
                   WHEN "L"
                   WHEN "l"
                       PERFORM 600-LIST-STUDENT-CREDITS
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
               PERFORM 700-REWRITE-TC-FILE
           END-IF.
           GOBACK.

       200-LOAD-TC-TABLE.
           OPEN INPUT TRANSFER-CREDIT-FILE.
           IF WS-TC-FILE-STATUS NOT = "00"
               DISPLAY "NO TRANSFER-CREDITS.TXT YET - STARTING EMPTY"
           ELSE
               PERFORM UNTIL EOF-FLAG = "YES"
                   READ TRANSFER-CREDIT-FILE
                       AT END MOVE "YES" TO EOF-FLAG
                       NOT AT END
                           IF WS-TC-COUNT = 1000
                               MOVE "Y" TO WS-TABLE-OVERFLOW
                           ELSE
                               ADD 1 TO WS-TC-COUNT
                               MOVE TRANSFER-CREDIT-RECORD TO
                                   WS-TC-ROW(WS-TC-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSFER-CREDIT-FILE
               DISPLAY "TRANSFER CREDIT ROWS LOADED: " WS-TC-COUNT
           END-IF.

       210-LOAD-COURSE-CATALOGUE.
           OPEN INPUT COURSE-CATALOGUE-FILE.
           IF WS-CATALOGUE-FILE-STATUS NOT = "00"
               DISPLAY "NO COURSE-CATALOGUE.TXT FOUND - INTERNAL "
                   "COURSE CODES NOT CHECKED"
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

       220-LOAD-OPERATORS.
           OPEN INPUT OPERATORS-FILE.
           IF WS-OPERATORS-FILE-STATUS = "00"
               PERFORM UNTIL WS-OPERATORS-FILE-STATUS NOT = "00"
                       OR WS-VALID-OPERATOR-COUNT = 50
                   READ OPERATORS-FILE
                       AT END
                           MOVE "10" TO WS-OPERATORS-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-VALID-OPERATOR-COUNT
                           MOVE OPR-OPERATOR-ID TO
                               WS-VALID-OPERATOR
                               (WS-VALID-OPERATOR-COUNT)
                           MOVE OPR-OPERATOR-ROLE TO
                               WS-OPERATOR-ROLE
                               (WS-VALID-OPERATOR-COUNT)
                           IF OPR-OPERATOR-ROLE NOT = SPACES
                               MOVE "Y" TO WS-ROLES-IN-USE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATORS-FILE
           END-IF.

       250-FIND-TC-ROW.
           MOVE ZERO TO WS-MATCH-FOUND
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TC-COUNT
               IF WS-TC-NUMBER(WS-SUB) = WS-NUMBER-IN
                   AND WS-TC-INTERNAL(WS-SUB) = WS-COURSE-IN
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
           END-PERFORM.

       270-GET-INTERNAL-COURSE.
           DISPLAY "Internal (equivalent) course code:"
           ACCEPT WS-COURSE-IN.

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

       300-ADD-TRANSFER-CREDIT.
           PERFORM 260-GET-STUDENT-NUMBER
           MOVE "Y" TO WS-STUDENT-KNOWN
           IF WS-MASTER-OPEN = "Y"
               MOVE WS-NUMBER-IN TO IND-STUDENT-NUMBER
               READ INDEXED-STUDENT-FILE-OUT
                   INVALID KEY
                       MOVE "N" TO WS-STUDENT-KNOWN
                   NOT INVALID KEY
                       DISPLAY "STUDENT " IND-STUDENT-NAME
               END-READ
           END-IF
           IF WS-STUDENT-KNOWN = "Y"
               PERFORM 310-ADD-FOR-STUDENT
           ELSE
               DISPLAY "No student found with that number."
           END-IF.

       310-ADD-FOR-STUDENT.
           PERFORM 270-GET-INTERNAL-COURSE
           PERFORM 280-CHECK-CATALOGUE-COURSE
           PERFORM 250-FIND-TC-ROW
           EVALUATE TRUE
               WHEN WS-COURSE-IN = SPACES
                   OR WS-COURSE-IN = "WITHDRN"
                   DISPLAY "Course code cannot be blank or WITHDRN."
               WHEN WS-COURSE-KNOWN NOT = "Y"
                   DISPLAY "Course " WS-COURSE-IN
                       " is not in the course catalogue."
               WHEN WS-MATCH-FOUND > ZERO
                   DISPLAY "That student already has a transfer "
                       "credit row for " WS-COURSE-IN "."
               WHEN WS-TC-COUNT = 1000
                   DISPLAY "TRANSFER CREDIT FILE FULL - CANNOT ADD"
               WHEN OTHER
                   ADD 1 TO WS-TC-COUNT
                   MOVE WS-TC-COUNT TO WS-MATCH-FOUND
                   MOVE WS-NUMBER-IN TO WS-TC-NUMBER(WS-MATCH-FOUND)
                   MOVE WS-COURSE-IN TO WS-TC-INTERNAL(WS-MATCH-FOUND)
                   DISPLAY "External institution (30 characters):"
                   ACCEPT WS-TC-INSTITUTION(WS-MATCH-FOUND)
                   DISPLAY "External course (10 characters):"
                   ACCEPT WS-TC-EXTERNAL(WS-MATCH-FOUND)
                   MOVE "P" TO WS-TC-STATUS(WS-MATCH-FOUND)
                   MOVE ZERO TO WS-TC-DATE(WS-MATCH-FOUND)
                   MOVE SPACES TO WS-TC-APPROVER(WS-MATCH-FOUND)
                   MOVE "Y" TO WS-CHANGED
                   DISPLAY "Transfer credit added - pending approval."
           END-EVALUATE.

       400-DECIDE-TRANSFER-CREDIT.
           PERFORM 260-GET-STUDENT-NUMBER
           PERFORM 270-GET-INTERNAL-COURSE
           PERFORM 250-FIND-TC-ROW
           IF WS-MATCH-FOUND = ZERO
               DISPLAY "No transfer credit row for that student "
                   "and course."
           ELSE
               PERFORM 610-DISPLAY-TC-ROW
               MOVE SPACE TO WS-DECISION-IN
               PERFORM UNTIL WS-DECISION-IN = "A"
                       OR WS-DECISION-IN = "R"
                       OR WS-DECISION-IN = "P"
                   DISPLAY "A=approve, R=refuse, P=back to pending:"
                   ACCEPT WS-DECISION-IN
                   EVALUATE WS-DECISION-IN
                       WHEN "a"
                           MOVE "A" TO WS-DECISION-IN
                       WHEN "r"
                           MOVE "R" TO WS-DECISION-IN
                       WHEN "p"
                           MOVE "P" TO WS-DECISION-IN
                       WHEN "A"
                       WHEN "R"
                       WHEN "P"
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Invalid entry - A, R or P."
                   END-EVALUATE
               END-PERFORM
               IF WS-DECISION-IN = "P"
                   MOVE "P" TO WS-TC-STATUS(WS-MATCH-FOUND)
                   MOVE ZERO TO WS-TC-DATE(WS-MATCH-FOUND)
                   MOVE SPACES TO WS-TC-APPROVER(WS-MATCH-FOUND)
                   MOVE "Y" TO WS-CHANGED
                   DISPLAY "Transfer credit returned to pending."
               ELSE
                   PERFORM 410-CHECK-APPROVER
                   IF WS-OPERATOR-OK = "Y"
                       MOVE WS-DECISION-IN TO
                           WS-TC-STATUS(WS-MATCH-FOUND)
                       MOVE WS-RUN-DATE TO WS-TC-DATE(WS-MATCH-FOUND)
                       MOVE WS-APPROVER-ID TO
                           WS-TC-APPROVER(WS-MATCH-FOUND)
                       MOVE "Y" TO WS-CHANGED
                       DISPLAY "Transfer credit decided by "
                           WS-APPROVER-ID "."
                   ELSE
                       DISPLAY "DECISION REFUSED - " WS-APPROVER-ID
                           " IS NOT A REGISTRAR."
                   END-IF
               END-IF
           END-IF.

       410-CHECK-APPROVER.
           DISPLAY "Approving registrar ID:"
           ACCEPT WS-APPROVER-ID
           MOVE "N" TO WS-OPERATOR-OK
           IF WS-APPROVER-ID NOT = SPACES
               IF WS-VALID-OPERATOR-COUNT = ZERO
                   MOVE "Y" TO WS-OPERATOR-OK
               ELSE
                   PERFORM VARYING WS-OPERATOR-SUB FROM 1 BY 1
                           UNTIL WS-OPERATOR-SUB >
                               WS-VALID-OPERATOR-COUNT
                       IF WS-VALID-OPERATOR(WS-OPERATOR-SUB) =
                               WS-APPROVER-ID
                           AND (WS-ROLES-IN-USE NOT = "Y"
                           OR WS-OPERATOR-ROLE(WS-OPERATOR-SUB) =
                               "REGISTRAR")
                           MOVE "Y" TO WS-OPERATOR-OK
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       500-DELETE-TRANSFER-CREDIT.
           PERFORM 260-GET-STUDENT-NUMBER
           PERFORM 270-GET-INTERNAL-COURSE
           PERFORM 250-FIND-TC-ROW
           IF WS-MATCH-FOUND = ZERO
               DISPLAY "No transfer credit row for that student "
                   "and course."
           ELSE
               *> Close the gap so the rewrite pass never carries a
               *> ghost row.
               PERFORM VARYING WS-SUB FROM WS-MATCH-FOUND BY 1
                       UNTIL WS-SUB NOT < WS-TC-COUNT
                   MOVE WS-TC-ROW(WS-SUB + 1) TO WS-TC-ROW(WS-SUB)
               END-PERFORM
               SUBTRACT 1 FROM WS-TC-COUNT
               MOVE "Y" TO WS-CHANGED
               DISPLAY "Transfer credit deleted."
           END-IF.

       600-LIST-STUDENT-CREDITS.
           PERFORM 260-GET-STUDENT-NUMBER
           MOVE ZERO TO WS-LISTED
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TC-COUNT
               IF WS-TC-NUMBER(WS-SUB) = WS-NUMBER-IN
                   MOVE WS-SUB TO WS-MATCH-FOUND
                   PERFORM 610-DISPLAY-TC-ROW
                   ADD 1 TO WS-LISTED
               END-IF
           END-PERFORM
           IF WS-LISTED = ZERO
               DISPLAY "No transfer credits for that student."
           END-IF.

       610-DISPLAY-TC-ROW.
           DISPLAY WS-TC-NUMBER(WS-MATCH-FOUND)
               " " WS-TC-INTERNAL(WS-MATCH-FOUND)
               " = " WS-TC-EXTERNAL(WS-MATCH-FOUND)
               " " WS-TC-INSTITUTION(WS-MATCH-FOUND)
           DISPLAY "        STATUS " WS-TC-STATUS(WS-MATCH-FOUND)
               " DATE " WS-TC-DATE(WS-MATCH-FOUND)
               " BY " WS-TC-APPROVER(WS-MATCH-FOUND).

       700-REWRITE-TC-FILE.
           OPEN OUTPUT TRANSFER-CREDIT-FILE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TC-COUNT
               MOVE WS-TC-ROW(WS-SUB) TO TRANSFER-CREDIT-RECORD
               WRITE TRANSFER-CREDIT-RECORD
           END-PERFORM.
           CLOSE TRANSFER-CREDIT-FILE.
           DISPLAY "TRANSFER CREDITS SAVED: " WS-TC-COUNT " ROWS".

       END PROGRAM TRANSFER-CREDIT-MAINT.
