      ******************************************************************
      * Author: VICENTE MBA ENGUNG
      * Date: SEPTEMBER 1, 2026
      * Purpose: Operator-driven selection and CSV extract from the
      *          indexed student master, for the program-office list
      *          requests that used to become one-off jobs. Criteria
      *          combine freely - program of study, academic term,
      *          balance range, computed average range, a course code
      *          held in any slot, and collections-hold status from
      *          ../COLLECTIONS.TXT - and the operator picks which
      *          columns go out. The CSV carries a header row and ends
      *          with a count and totals summary. A query can be saved
      *          by name on ../EXTRACT-QUERIES.TXT and rerun later,
      *          at the menu or unattended from an
      *          "EXTRACT-QUERY <name>" line on ../BATCH-PARMS.TXT.
      *          Ad-hoc runs write ../STUDENT-EXTRACT.CSV; named
      *          queries write ../EXTRACT-<name>.CSV.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUDENT-EXTRACT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEXED-STUDENT-FILE-OUT ASSIGN
           TO "../STUFILE-INDEXED.TXT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS IND-STUDENT-NUMBER
               ALTERNATE RECORD KEY IS IND-STUDENT-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT COLLECTIONS-FILE ASSIGN TO "../COLLECTIONS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLLECTIONS-FILE-STATUS.
           SELECT QUERY-FILE ASSIGN TO "../EXTRACT-QUERIES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUERY-FILE-STATUS.
           SELECT CSV-FILE ASSIGN TO DYNAMIC WS-CSV-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-FILE-STATUS.
           SELECT BATCH-PARM-FILE ASSIGN TO "../BATCH-PARMS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INDEXED-STUDENT-FILE-OUT.
       01 INDEXED-FILE-RECORD.
           05 IND-STUDENT-NUMBER  PIC 9(6).
           05 IND-TUITION-OWED    PIC S9(6)V99
               SIGN LEADING SEPARATE.
           05 IND-STUDENT-NAME    PIC X(40).
           05 IND-PROGRAM-OF-STUDY    PIC X(6).
           05 IND-COURSE-PAIRS.
               10 IND-PAIR OCCURS 5 TIMES.
                   15 IND-COURSE-CODE PIC X(7).
                   15 IND-AVERAGE PIC 9(3).
           05 IND-BILLING-DATE    PIC 9(8).
           05 IND-PAYMENT-DUE-DATE PIC 9(8).
           05 IND-ACADEMIC-TERM   PIC X(5).

       FD COLLECTIONS-FILE.
       01 COLLECTIONS-RECORD.
           05 COL-STUDENT-NUMBER PIC 9(6).
           05 COL-LETTER-LEVEL PIC 9.
           05 COL-LAST-LETTER-DATE PIC 9(8).
           05 COL-HOLD-FLAG PIC X.

       FD QUERY-FILE.
      *> One saved query per row. Open ranges are stored at their
      *> widest values, so a rerun applies exactly what was saved.
       01 QUERY-RECORD.
           05 QRY-NAME PIC X(12).
           05 QRY-PROGRAM PIC X(6).
           05 QRY-TERM PIC X(5).
           05 QRY-BALANCE-MIN PIC S9(6)V99 SIGN LEADING SEPARATE.
           05 QRY-BALANCE-MAX PIC S9(6)V99 SIGN LEADING SEPARATE.
           05 QRY-AVERAGE-MIN PIC 9(3).
           05 QRY-AVERAGE-MAX PIC 9(3).
           05 QRY-COURSE PIC X(7).
           05 QRY-HOLD PIC X.
           05 QRY-COLUMNS PIC X(9).
           05 QRY-SAVED-DATE PIC 9(8).
           05 QRY-SAVED-BY PIC X(8).

       FD CSV-FILE.
       01 CSV-RECORD PIC X(200).

       FD BATCH-PARM-FILE.
       01 BATCH-PARM-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-COLLECTIONS-FILE-STATUS PIC XX.
       01 WS-QUERY-FILE-STATUS PIC XX.
       01 WS-CSV-FILE-STATUS PIC XX.
       01 WS-PARM-FILE-STATUS PIC XX.
       01 WS-CSV-FILE-PATH PIC X(40).
       01 EOF-FLAG PIC X(3) VALUE "NO".
       01 WS-BATCH-MODE PIC X VALUE "N".
       01 WS-PARM-EOF PIC X.
       01 WS-PARM-KEYWORD PIC X(20).
       01 WS-PARM-VALUE PIC X(60).
       01 WS-MENU-CHOICE PIC X VALUE SPACE.
       01 WS-CONFIRM PIC X.
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-RUN-DATE PIC 9(8).
       *> The criteria of the query being run - entered at the
       *> prompts or copied from a saved row.
       01 WS-CRITERIA.
           05 WS-CRIT-NAME PIC X(12).
           05 WS-CRIT-PROGRAM PIC X(6).
           05 WS-CRIT-TERM PIC X(5).
           05 WS-CRIT-BALANCE-MIN PIC S9(6)V99.
           05 WS-CRIT-BALANCE-MAX PIC S9(6)V99.
           05 WS-CRIT-AVERAGE-MIN PIC 9(3).
           05 WS-CRIT-AVERAGE-MAX PIC 9(3).
           05 WS-CRIT-COURSE PIC X(7).
           05 WS-CRIT-HOLD PIC X.
           05 WS-CRIT-COLUMNS PIC X(9).
       01 WS-DEFAULT-COLUMNS PIC X(9) VALUE "123456".
       01 WS-PROGRAM-IN PIC X(6).
       01 WS-TERM-IN PIC X(5).
       01 WS-AMOUNT-IN PIC X(9).
       01 WS-AVERAGE-IN PIC X(3).
       01 WS-COURSE-IN PIC X(7).
       01 WS-HOLD-IN PIC X.
       01 WS-COLUMNS-IN PIC X(9).
       01 WS-NAME-IN PIC X(12).
       01 WS-NAME-WORD PIC X(12).
       01 WS-ENTRY-OK PIC X.
       *> Saved queries, held in storage and rewritten whole on a
       *> save - the same hold-and-rewrite idiom as XREF-MAINT.
       01 WS-QUERY-TABLE.
           05 WS-QUERY-ROW OCCURS 50 TIMES.
               10 WS-QRY-ROW-DATA PIC X(80).
       01 WS-QUERY-COUNT PIC 99 VALUE ZERO.
       01 WS-QUERY-SUB PIC 99.
       01 WS-QUERY-FOUND PIC 99.
       01 WS-BATCH-QUERY-TABLE.
           05 WS-BATCH-QUERY OCCURS 10 TIMES PIC X(12).
       01 WS-BATCH-QUERY-COUNT PIC 99 VALUE ZERO.
       01 WS-BATCH-QUERY-SUB PIC 99.
       *> Students on an active collections hold.
       01 WS-HOLD-TABLE.
           05 WS-HOLD-STUDENT OCCURS 3000 TIMES PIC 9(6).
       01 WS-HOLD-COUNT PIC 9(4) VALUE ZERO.
       01 WS-HOLD-SUB PIC 9(4).
       01 WS-STUDENT-ON-HOLD PIC X.
       *> Per-student working values.
       01 WS-SLOT-SUB PIC 9.
       01 WS-COURSE-COUNT PIC 9.
       01 WS-AVERAGE-TOTAL PIC 9(4).
       01 WS-STUDENT-AVERAGE PIC 999V99.
       01 WS-HAS-COURSE PIC X.
       01 WS-SELECTED PIC X.
       01 WS-COLUMN-SUB PIC 99.
       01 WS-COLUMN-DIGIT PIC X.
       01 WS-CSV-POINTER PIC 9(3).
       01 WS-FIRST-COLUMN PIC X.
       01 WS-FIELD-TEXT PIC X(60).
       01 WS-AMOUNT-EDIT PIC -(6)9.99.
       01 WS-AVERAGE-EDIT PIC ZZ9.99.
       *> Run totals.
       01 WS-STUDENTS-READ PIC 9(6) VALUE ZERO.
       01 WS-STUDENTS-SELECTED PIC 9(6) VALUE ZERO.
       01 WS-BALANCE-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-AVERAGED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-AVERAGE-SUM PIC 9(9)V99 VALUE ZERO.
       01 WS-MEAN-AVERAGE PIC 999V99 VALUE ZERO.
       01 WS-TOTAL-EDIT PIC -(9)9.99.
       01 WS-COUNT-EDIT PIC Z(5)9.

       PROCEDURE DIVISION.
       100-EXTRACT-STUDENTS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 200-LOAD-BATCH-PARMS.
           PERFORM 210-LOAD-SAVED-QUERIES.
           PERFORM 220-LOAD-HOLDS.
           IF WS-BATCH-MODE = "Y"
               IF WS-BATCH-QUERY-COUNT = ZERO
                   DISPLAY "NO EXTRACT-QUERY LINE ON BATCH-PARMS.TXT - "
                       "NOTHING TO EXTRACT"
               END-IF
               PERFORM VARYING WS-BATCH-QUERY-SUB FROM 1 BY 1
                       UNTIL WS-BATCH-QUERY-SUB > WS-BATCH-QUERY-COUNT
                   MOVE WS-BATCH-QUERY(WS-BATCH-QUERY-SUB)
                       TO WS-NAME-IN
                   PERFORM 330-RUN-NAMED-QUERY
               END-PERFORM
           ELSE
               DISPLAY "Operator ID:"
               ACCEPT WS-OPERATOR-ID
               PERFORM UNTIL WS-MENU-CHOICE = "X"
                       OR WS-MENU-CHOICE = "x"
                   DISPLAY "N=new extract, R=rerun a saved query, "
                       "L=list saved queries, X=exit:"
                   ACCEPT WS-MENU-CHOICE
                   EVALUATE WS-MENU-CHOICE
                       WHEN "N"
                       WHEN "n"
                           PERFORM 300-NEW-EXTRACT
                       WHEN "R"
                       WHEN "r"
                           DISPLAY "Saved query name:"
                           ACCEPT WS-NAME-IN
                           PERFORM 330-RUN-NAMED-QUERY
                       WHEN "L"
                       WHEN "l"
                           PERFORM 340-LIST-SAVED-QUERIES
                       WHEN "X"
                       WHEN "x"
                           CONTINUE
                       WHEN OTHER
                           DISPLAY "Invalid selection."
                   END-EVALUATE
               END-PERFORM
           END-IF.
           GOBACK.

       200-LOAD-BATCH-PARMS.
           OPEN INPUT BATCH-PARM-FILE.
           IF WS-PARM-FILE-STATUS = "00"
               MOVE "Y" TO WS-BATCH-MODE
               MOVE "N" TO WS-PARM-EOF
               PERFORM UNTIL WS-PARM-EOF = "Y"
                   READ BATCH-PARM-FILE
                       AT END MOVE "Y" TO WS-PARM-EOF
                       NOT AT END
                           MOVE SPACES TO WS-PARM-KEYWORD
                               WS-PARM-VALUE
                           UNSTRING BATCH-PARM-RECORD
                               DELIMITED BY ALL " "
                               INTO WS-PARM-KEYWORD WS-PARM-VALUE
                           END-UNSTRING
                           EVALUATE WS-PARM-KEYWORD
                               WHEN "EXTRACT-QUERY"
                                   IF WS-BATCH-QUERY-COUNT < 10
                                       ADD 1 TO WS-BATCH-QUERY-COUNT
                                       MOVE WS-PARM-VALUE(1:12)
                                           TO WS-BATCH-QUERY
                                           (WS-BATCH-QUERY-COUNT)
                                   END-IF
                               WHEN "OPERATOR"
                                   MOVE WS-PARM-VALUE(1:8)
                                       TO WS-OPERATOR-ID
                           END-EVALUATE
                   END-READ
               END-PERFORM
               CLOSE BATCH-PARM-FILE
               DISPLAY "BATCH-PARMS.TXT FOUND - UNATTENDED RUN"
           END-IF.

       210-LOAD-SAVED-QUERIES.
           OPEN INPUT QUERY-FILE.
           IF WS-QUERY-FILE-STATUS = "00"
               MOVE "NO" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "YES"
                   READ QUERY-FILE
                       AT END MOVE "YES" TO EOF-FLAG
                       NOT AT END
                           IF WS-QUERY-COUNT < 50
                               ADD 1 TO WS-QUERY-COUNT
                               MOVE QUERY-RECORD TO
                                   WS-QRY-ROW-DATA(WS-QUERY-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE QUERY-FILE
           END-IF.

       220-LOAD-HOLDS.
           OPEN INPUT COLLECTIONS-FILE.
           IF WS-COLLECTIONS-FILE-STATUS NOT = "00"
               DISPLAY "NO COLLECTIONS.TXT - NO STUDENT IS ON HOLD"
           ELSE
               MOVE "NO" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "YES"
                   READ COLLECTIONS-FILE
                       AT END MOVE "YES" TO EOF-FLAG
                       NOT AT END
                           IF COL-HOLD-FLAG = "Y"
                               AND WS-HOLD-COUNT < 3000
                               ADD 1 TO WS-HOLD-COUNT
                               MOVE COL-STUDENT-NUMBER
                                   TO WS-HOLD-STUDENT(WS-HOLD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COLLECTIONS-FILE
           END-IF.

       300-NEW-EXTRACT.
           PERFORM 310-PROMPT-CRITERIA.
           MOVE SPACES TO WS-CRIT-NAME.
           MOVE "../STUDENT-EXTRACT.CSV" TO WS-CSV-FILE-PATH.
           PERFORM 400-RUN-EXTRACT.
           DISPLAY "Save this query under a name (blank = don't "
               "save):"
           MOVE SPACES TO WS-NAME-IN.
           ACCEPT WS-NAME-IN.
           IF WS-NAME-IN NOT = SPACES
               PERFORM 320-SAVE-QUERY
           END-IF.

       310-PROMPT-CRITERIA.
           DISPLAY "Program of study (blank = any):"
           MOVE SPACES TO WS-PROGRAM-IN
           ACCEPT WS-PROGRAM-IN
           MOVE WS-PROGRAM-IN TO WS-CRIT-PROGRAM
           DISPLAY "Academic term (YYYYS, e.g. 2026F, blank = any):"
           MOVE SPACES TO WS-TERM-IN
           ACCEPT WS-TERM-IN
           MOVE WS-TERM-IN TO WS-CRIT-TERM
           MOVE -999999.99 TO WS-CRIT-BALANCE-MIN
           MOVE "N" TO WS-ENTRY-OK
           PERFORM UNTIL WS-ENTRY-OK = "Y"
               DISPLAY "Minimum balance owing, whole dollars "
                   "(blank = no minimum):"
               MOVE SPACES TO WS-AMOUNT-IN
               ACCEPT WS-AMOUNT-IN
               IF WS-AMOUNT-IN = SPACES
                   MOVE "Y" TO WS-ENTRY-OK
               ELSE
                   IF FUNCTION TRIM(WS-AMOUNT-IN) IS NOT NUMERIC
                       DISPLAY "Invalid entry - digits only."
                   ELSE
                       IF FUNCTION NUMVAL(WS-AMOUNT-IN) > 999999
                           DISPLAY "Invalid entry - 0 to 999999."
                       ELSE
                           MOVE FUNCTION NUMVAL(WS-AMOUNT-IN)
                               TO WS-CRIT-BALANCE-MIN
                           MOVE "Y" TO WS-ENTRY-OK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE 999999.99 TO WS-CRIT-BALANCE-MAX
           MOVE "N" TO WS-ENTRY-OK
           PERFORM UNTIL WS-ENTRY-OK = "Y"
               DISPLAY "Maximum balance owing, whole dollars "
                   "(blank = no maximum):"
               MOVE SPACES TO WS-AMOUNT-IN
               ACCEPT WS-AMOUNT-IN
               IF WS-AMOUNT-IN = SPACES
                   MOVE "Y" TO WS-ENTRY-OK
               ELSE
                   IF FUNCTION TRIM(WS-AMOUNT-IN) IS NOT NUMERIC
                       DISPLAY "Invalid entry - digits only."
                   ELSE
                       IF FUNCTION NUMVAL(WS-AMOUNT-IN) > 999999
                           DISPLAY "Invalid entry - 0 to 999999."
                       ELSE
                           MOVE FUNCTION NUMVAL(WS-AMOUNT-IN)
                               TO WS-CRIT-BALANCE-MAX
                           MOVE "Y" TO WS-ENTRY-OK
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           MOVE ZERO TO WS-CRIT-AVERAGE-MIN
           MOVE "N" TO WS-ENTRY-OK
           PERFORM UNTIL WS-ENTRY-OK = "Y"
               DISPLAY "Minimum average (blank = no minimum):"
               MOVE SPACES TO WS-AVERAGE-IN
               ACCEPT WS-AVERAGE-IN
               IF WS-AVERAGE-IN = SPACES
                   MOVE "Y" TO WS-ENTRY-OK
               ELSE
                   IF FUNCTION TRIM(WS-AVERAGE-IN) IS NUMERIC
                       MOVE FUNCTION NUMVAL(WS-AVERAGE-IN)
                           TO WS-CRIT-AVERAGE-MIN
                       MOVE "Y" TO WS-ENTRY-OK
                   ELSE
                       DISPLAY "Invalid entry - digits only."
                   END-IF
               END-IF
           END-PERFORM
           MOVE 999 TO WS-CRIT-AVERAGE-MAX
           MOVE "N" TO WS-ENTRY-OK
           PERFORM UNTIL WS-ENTRY-OK = "Y"
               DISPLAY "Maximum average, e.g. 64 for under 65 "
                   "(blank = no maximum):"
               MOVE SPACES TO WS-AVERAGE-IN
               ACCEPT WS-AVERAGE-IN
               IF WS-AVERAGE-IN = SPACES
                   MOVE "Y" TO WS-ENTRY-OK
               ELSE
                   IF FUNCTION TRIM(WS-AVERAGE-IN) IS NUMERIC
                       MOVE FUNCTION NUMVAL(WS-AVERAGE-IN)
                           TO WS-CRIT-AVERAGE-MAX
                       MOVE "Y" TO WS-ENTRY-OK
                   ELSE
                       DISPLAY "Invalid entry - digits only."
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "Course code the student must hold "
               "(blank = any):"
           MOVE SPACES TO WS-COURSE-IN
           ACCEPT WS-COURSE-IN
           MOVE WS-COURSE-IN TO WS-CRIT-COURSE
           MOVE "?" TO WS-HOLD-IN
           PERFORM UNTIL WS-HOLD-IN = "Y" OR WS-HOLD-IN = "N"
                   OR WS-HOLD-IN = SPACE
               DISPLAY "Collections hold: Y=on hold only, "
                   "N=not on hold only, blank=either:"
               MOVE SPACE TO WS-HOLD-IN
               ACCEPT WS-HOLD-IN
               IF WS-HOLD-IN = "y"
                   MOVE "Y" TO WS-HOLD-IN
               END-IF
               IF WS-HOLD-IN = "n"
                   MOVE "N" TO WS-HOLD-IN
               END-IF
           END-PERFORM
           MOVE WS-HOLD-IN TO WS-CRIT-HOLD
           DISPLAY "Columns, in order: 1=number 2=name 3=program "
               "4=term 5=balance 6=average"
           DISPLAY "         7=courses 8=hold 9=payment due date "
               "(e.g. 1256; blank = 123456):"
           MOVE SPACES TO WS-COLUMNS-IN
           ACCEPT WS-COLUMNS-IN
           IF WS-COLUMNS-IN = SPACES
               MOVE WS-DEFAULT-COLUMNS TO WS-CRIT-COLUMNS
           ELSE
               MOVE WS-COLUMNS-IN TO WS-CRIT-COLUMNS
           END-IF.

       320-SAVE-QUERY.
           *> Names travel as one word on BATCH-PARMS.TXT and in the
           *> output file name, so no embedded spaces.
           MOVE SPACES TO WS-NAME-WORD
           UNSTRING WS-NAME-IN DELIMITED BY " " INTO WS-NAME-WORD
           END-UNSTRING
           IF WS-NAME-WORD NOT = WS-NAME-IN
               DISPLAY "A query name is one word - not saved."
           ELSE
               PERFORM 335-FIND-QUERY
               MOVE "Y" TO WS-CONFIRM
               IF WS-QUERY-FOUND NOT = ZERO
                   DISPLAY "Query " FUNCTION TRIM(WS-NAME-IN)
                       " exists - replace it? (Y/N)"
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = "y"
                       MOVE "Y" TO WS-CONFIRM
                   END-IF
               ELSE
                   IF WS-QUERY-COUNT = 50
                       DISPLAY "50 QUERIES ALREADY SAVED - NOT SAVED"
                       MOVE "N" TO WS-CONFIRM
                   ELSE
                       ADD 1 TO WS-QUERY-COUNT
                       MOVE WS-QUERY-COUNT TO WS-QUERY-FOUND
                   END-IF
               END-IF
               IF WS-CONFIRM = "Y"
                   MOVE SPACES TO QUERY-RECORD
                   MOVE WS-NAME-IN TO QRY-NAME
                   MOVE WS-CRIT-PROGRAM TO QRY-PROGRAM
                   MOVE WS-CRIT-TERM TO QRY-TERM
                   MOVE WS-CRIT-BALANCE-MIN TO QRY-BALANCE-MIN
                   MOVE WS-CRIT-BALANCE-MAX TO QRY-BALANCE-MAX
                   MOVE WS-CRIT-AVERAGE-MIN TO QRY-AVERAGE-MIN
                   MOVE WS-CRIT-AVERAGE-MAX TO QRY-AVERAGE-MAX
                   MOVE WS-CRIT-COURSE TO QRY-COURSE
                   MOVE WS-CRIT-HOLD TO QRY-HOLD
                   MOVE WS-CRIT-COLUMNS TO QRY-COLUMNS
                   MOVE WS-RUN-DATE TO QRY-SAVED-DATE
                   MOVE WS-OPERATOR-ID TO QRY-SAVED-BY
                   MOVE QUERY-RECORD
                       TO WS-QRY-ROW-DATA(WS-QUERY-FOUND)
                   PERFORM 325-REWRITE-QUERY-FILE
                   DISPLAY "Query " FUNCTION TRIM(WS-NAME-IN)
                       " saved - rerun it with EXTRACT-QUERY "
                       FUNCTION TRIM(WS-NAME-IN) " on BATCH-PARMS.TXT"
               END-IF
           END-IF.

       325-REWRITE-QUERY-FILE.
           OPEN OUTPUT QUERY-FILE
           PERFORM VARYING WS-QUERY-SUB FROM 1 BY 1
                   UNTIL WS-QUERY-SUB > WS-QUERY-COUNT
               MOVE WS-QRY-ROW-DATA(WS-QUERY-SUB) TO QUERY-RECORD
               WRITE QUERY-RECORD
           END-PERFORM
           CLOSE QUERY-FILE.

       330-RUN-NAMED-QUERY.
           PERFORM 335-FIND-QUERY
           IF WS-QUERY-FOUND = ZERO
               DISPLAY "NO SAVED QUERY NAMED "
                   FUNCTION TRIM(WS-NAME-IN)
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE WS-QRY-ROW-DATA(WS-QUERY-FOUND) TO QUERY-RECORD
               MOVE QRY-NAME TO WS-CRIT-NAME
               MOVE QRY-PROGRAM TO WS-CRIT-PROGRAM
               MOVE QRY-TERM TO WS-CRIT-TERM
               MOVE QRY-BALANCE-MIN TO WS-CRIT-BALANCE-MIN
               MOVE QRY-BALANCE-MAX TO WS-CRIT-BALANCE-MAX
               MOVE QRY-AVERAGE-MIN TO WS-CRIT-AVERAGE-MIN
               MOVE QRY-AVERAGE-MAX TO WS-CRIT-AVERAGE-MAX
               MOVE QRY-COURSE TO WS-CRIT-COURSE
               MOVE QRY-HOLD TO WS-CRIT-HOLD
               MOVE QRY-COLUMNS TO WS-CRIT-COLUMNS
               MOVE SPACES TO WS-CSV-FILE-PATH
               STRING "../EXTRACT-" DELIMITED BY SIZE
                   QRY-NAME DELIMITED BY SPACE
                   ".CSV" DELIMITED BY SIZE
                   INTO WS-CSV-FILE-PATH
               END-STRING
               PERFORM 400-RUN-EXTRACT
           END-IF.

       335-FIND-QUERY.
           MOVE ZERO TO WS-QUERY-FOUND
           PERFORM VARYING WS-QUERY-SUB FROM 1 BY 1
                   UNTIL WS-QUERY-SUB > WS-QUERY-COUNT
               MOVE WS-QRY-ROW-DATA(WS-QUERY-SUB) TO QUERY-RECORD
               IF QRY-NAME = WS-NAME-IN
                   MOVE WS-QUERY-SUB TO WS-QUERY-FOUND
               END-IF
           END-PERFORM.

       340-LIST-SAVED-QUERIES.
           IF WS-QUERY-COUNT = ZERO
               DISPLAY "NO SAVED QUERIES."
           END-IF
           PERFORM VARYING WS-QUERY-SUB FROM 1 BY 1
                   UNTIL WS-QUERY-SUB > WS-QUERY-COUNT
               MOVE WS-QRY-ROW-DATA(WS-QUERY-SUB) TO QUERY-RECORD
               MOVE QRY-BALANCE-MIN TO WS-AMOUNT-EDIT
               DISPLAY QRY-NAME " PROGRAM " QRY-PROGRAM
                   " TERM " QRY-TERM " BALANCE FROM " WS-AMOUNT-EDIT
               MOVE QRY-BALANCE-MAX TO WS-AMOUNT-EDIT
               DISPLAY "             TO " WS-AMOUNT-EDIT
                   " AVERAGE " QRY-AVERAGE-MIN "-" QRY-AVERAGE-MAX
                   " COURSE " QRY-COURSE " HOLD " QRY-HOLD
                   " COLUMNS " QRY-COLUMNS
               DISPLAY "             SAVED " QRY-SAVED-DATE " BY "
                   QRY-SAVED-BY
           END-PERFORM.

       400-RUN-EXTRACT.
           MOVE ZERO TO WS-STUDENTS-READ WS-STUDENTS-SELECTED
               WS-BALANCE-TOTAL WS-AVERAGED-COUNT WS-AVERAGE-SUM
               WS-MEAN-AVERAGE
           OPEN INPUT INDEXED-STUDENT-FILE-OUT
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN STUFILE-INDEXED.TXT - STATUS "
                   WS-FILE-STATUS
               MOVE 1 TO RETURN-CODE
           ELSE
               OPEN OUTPUT CSV-FILE
               PERFORM 410-WRITE-HEADER-ROW
               MOVE "NO" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "YES"
                   READ INDEXED-STUDENT-FILE-OUT NEXT RECORD
                       AT END MOVE "YES" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-STUDENTS-READ
                           PERFORM 420-APPLY-CRITERIA
                           IF WS-SELECTED = "Y"
                               PERFORM 430-WRITE-DETAIL-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE INDEXED-STUDENT-FILE-OUT
               PERFORM 450-WRITE-SUMMARY-ROWS
               CLOSE CSV-FILE
               DISPLAY "=========================================="
               IF WS-CRIT-NAME NOT = SPACES
                   DISPLAY "QUERY:             " WS-CRIT-NAME
               END-IF
               DISPLAY "STUDENTS READ:     " WS-STUDENTS-READ
               DISPLAY "STUDENTS SELECTED: " WS-STUDENTS-SELECTED
               MOVE WS-BALANCE-TOTAL TO WS-TOTAL-EDIT
               DISPLAY "TOTAL OWED:        " WS-TOTAL-EDIT
               DISPLAY "WRITTEN TO " FUNCTION TRIM(WS-CSV-FILE-PATH)
               DISPLAY "=========================================="
           END-IF.

       410-WRITE-HEADER-ROW.
           MOVE SPACES TO CSV-RECORD
           MOVE 1 TO WS-CSV-POINTER
           MOVE "Y" TO WS-FIRST-COLUMN
           PERFORM VARYING WS-COLUMN-SUB FROM 1 BY 1
                   UNTIL WS-COLUMN-SUB > 9
               MOVE WS-CRIT-COLUMNS(WS-COLUMN-SUB:1) TO WS-COLUMN-DIGIT
               MOVE SPACES TO WS-FIELD-TEXT
               EVALUATE WS-COLUMN-DIGIT
                   WHEN "1" MOVE "STUDENT-NUMBER" TO WS-FIELD-TEXT
                   WHEN "2" MOVE "STUDENT-NAME" TO WS-FIELD-TEXT
                   WHEN "3" MOVE "PROGRAM-OF-STUDY" TO WS-FIELD-TEXT
                   WHEN "4" MOVE "ACADEMIC-TERM" TO WS-FIELD-TEXT
                   WHEN "5" MOVE "TUITION-OWED" TO WS-FIELD-TEXT
                   WHEN "6" MOVE "AVERAGE" TO WS-FIELD-TEXT
                   WHEN "7" MOVE "COURSES" TO WS-FIELD-TEXT
                   WHEN "8" MOVE "COLLECTIONS-HOLD" TO WS-FIELD-TEXT
                   WHEN "9" MOVE "PAYMENT-DUE-DATE" TO WS-FIELD-TEXT
               END-EVALUATE
               IF WS-FIELD-TEXT NOT = SPACES
                   PERFORM 440-APPEND-FIELD
               END-IF
           END-PERFORM
           WRITE CSV-RECORD.

       420-APPLY-CRITERIA.
           PERFORM 425-COMPUTE-STUDENT-VALUES
           MOVE "Y" TO WS-SELECTED
           IF WS-CRIT-PROGRAM NOT = SPACES
               AND IND-PROGRAM-OF-STUDY NOT = WS-CRIT-PROGRAM
               MOVE "N" TO WS-SELECTED
           END-IF
           IF WS-CRIT-TERM NOT = SPACES
               AND IND-ACADEMIC-TERM NOT = WS-CRIT-TERM
               MOVE "N" TO WS-SELECTED
           END-IF
           IF IND-TUITION-OWED < WS-CRIT-BALANCE-MIN
               OR IND-TUITION-OWED > WS-CRIT-BALANCE-MAX
               MOVE "N" TO WS-SELECTED
           END-IF
           *> An average range only selects students with courses to
           *> average; an open range (0 to 999) takes everyone.
           IF WS-CRIT-AVERAGE-MIN NOT = ZERO
               OR WS-CRIT-AVERAGE-MAX NOT = 999
               IF WS-COURSE-COUNT = ZERO
                   OR WS-STUDENT-AVERAGE < WS-CRIT-AVERAGE-MIN
                   OR WS-STUDENT-AVERAGE > WS-CRIT-AVERAGE-MAX
                   MOVE "N" TO WS-SELECTED
               END-IF
           END-IF
           IF WS-CRIT-COURSE NOT = SPACES
               AND WS-HAS-COURSE = "N"
               MOVE "N" TO WS-SELECTED
           END-IF
           IF WS-CRIT-HOLD NOT = SPACE
               AND WS-STUDENT-ON-HOLD NOT = WS-CRIT-HOLD
               MOVE "N" TO WS-SELECTED
           END-IF.

       425-COMPUTE-STUDENT-VALUES.
           *> Blank and WITHDRN slots carry no mark to average.
           MOVE ZERO TO WS-COURSE-COUNT
           MOVE ZERO TO WS-AVERAGE-TOTAL
           MOVE ZERO TO WS-STUDENT-AVERAGE
           MOVE "N" TO WS-HAS-COURSE
           PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB > 5
               IF IND-COURSE-CODE(WS-SLOT-SUB) NOT = SPACES
                   AND IND-COURSE-CODE(WS-SLOT-SUB) NOT = "WITHDRN"
                   ADD 1 TO WS-COURSE-COUNT
                   ADD IND-AVERAGE(WS-SLOT-SUB) TO WS-AVERAGE-TOTAL
                   IF IND-COURSE-CODE(WS-SLOT-SUB) = WS-CRIT-COURSE
                       MOVE "Y" TO WS-HAS-COURSE
                   END-IF
               END-IF
           END-PERFORM
           IF WS-COURSE-COUNT > 0
               DIVIDE WS-AVERAGE-TOTAL BY WS-COURSE-COUNT
                   GIVING WS-STUDENT-AVERAGE ROUNDED
           END-IF
           MOVE "N" TO WS-STUDENT-ON-HOLD
           PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
                   UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
               IF WS-HOLD-STUDENT(WS-HOLD-SUB) = IND-STUDENT-NUMBER
                   MOVE "Y" TO WS-STUDENT-ON-HOLD
               END-IF
           END-PERFORM.

       430-WRITE-DETAIL-ROW.
           ADD 1 TO WS-STUDENTS-SELECTED
           ADD IND-TUITION-OWED TO WS-BALANCE-TOTAL
           IF WS-COURSE-COUNT > 0
               ADD 1 TO WS-AVERAGED-COUNT
               ADD WS-STUDENT-AVERAGE TO WS-AVERAGE-SUM
           END-IF
           MOVE SPACES TO CSV-RECORD
           MOVE 1 TO WS-CSV-POINTER
           MOVE "Y" TO WS-FIRST-COLUMN
           PERFORM VARYING WS-COLUMN-SUB FROM 1 BY 1
                   UNTIL WS-COLUMN-SUB > 9
               MOVE WS-CRIT-COLUMNS(WS-COLUMN-SUB:1) TO WS-COLUMN-DIGIT
               MOVE SPACES TO WS-FIELD-TEXT
               EVALUATE WS-COLUMN-DIGIT
                   WHEN "1"
                       MOVE IND-STUDENT-NUMBER TO WS-FIELD-TEXT
                   WHEN "2"
                       *> Quoted - names can carry a comma.
                       STRING '"' FUNCTION TRIM(IND-STUDENT-NAME) '"'
                           DELIMITED BY SIZE INTO WS-FIELD-TEXT
                       END-STRING
                   WHEN "3"
                       MOVE IND-PROGRAM-OF-STUDY TO WS-FIELD-TEXT
                   WHEN "4"
                       MOVE IND-ACADEMIC-TERM TO WS-FIELD-TEXT
                   WHEN "5"
                       MOVE IND-TUITION-OWED TO WS-AMOUNT-EDIT
                       MOVE FUNCTION TRIM(WS-AMOUNT-EDIT)
                           TO WS-FIELD-TEXT
                   WHEN "6"
                       MOVE WS-STUDENT-AVERAGE TO WS-AVERAGE-EDIT
                       MOVE FUNCTION TRIM(WS-AVERAGE-EDIT)
                           TO WS-FIELD-TEXT
                   WHEN "7"
                       PERFORM 435-LIST-COURSES
                   WHEN "8"
                       MOVE WS-STUDENT-ON-HOLD TO WS-FIELD-TEXT
                   WHEN "9"
                       MOVE IND-PAYMENT-DUE-DATE TO WS-FIELD-TEXT
               END-EVALUATE
               IF WS-COLUMN-DIGIT >= "1" AND WS-COLUMN-DIGIT <= "9"
                   PERFORM 440-APPEND-FIELD
               END-IF
           END-PERFORM
           WRITE CSV-RECORD.

       435-LIST-COURSES.
           PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB > 5
               IF IND-COURSE-CODE(WS-SLOT-SUB) NOT = SPACES
                   IF WS-FIELD-TEXT = SPACES
                       MOVE IND-COURSE-CODE(WS-SLOT-SUB)
                           TO WS-FIELD-TEXT
                   ELSE
                       STRING FUNCTION TRIM(WS-FIELD-TEXT) " "
                           IND-COURSE-CODE(WS-SLOT-SUB)
                           DELIMITED BY SIZE INTO WS-FIELD-TEXT
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM.

       440-APPEND-FIELD.
           IF WS-FIRST-COLUMN = "N"
               STRING "," DELIMITED BY SIZE INTO CSV-RECORD
                   WITH POINTER WS-CSV-POINTER
               END-STRING
           END-IF
           MOVE "N" TO WS-FIRST-COLUMN
           IF WS-FIELD-TEXT NOT = SPACES
               STRING FUNCTION TRIM(WS-FIELD-TEXT) DELIMITED BY SIZE
                   INTO CSV-RECORD WITH POINTER WS-CSV-POINTER
               END-STRING
           END-IF.

       450-WRITE-SUMMARY-ROWS.
           IF WS-AVERAGED-COUNT > 0
               DIVIDE WS-AVERAGE-SUM BY WS-AVERAGED-COUNT
                   GIVING WS-MEAN-AVERAGE ROUNDED
           END-IF
           MOVE WS-STUDENTS-SELECTED TO WS-COUNT-EDIT
           MOVE SPACES TO CSV-RECORD
           STRING "RECORDS SELECTED," FUNCTION TRIM(WS-COUNT-EDIT)
               DELIMITED BY SIZE INTO CSV-RECORD
           END-STRING
           WRITE CSV-RECORD
           MOVE WS-BALANCE-TOTAL TO WS-TOTAL-EDIT
           MOVE SPACES TO CSV-RECORD
           STRING "TOTAL TUITION OWED," FUNCTION TRIM(WS-TOTAL-EDIT)
               DELIMITED BY SIZE INTO CSV-RECORD
           END-STRING
           WRITE CSV-RECORD
           MOVE WS-MEAN-AVERAGE TO WS-AVERAGE-EDIT
           MOVE SPACES TO CSV-RECORD
           STRING "MEAN AVERAGE," FUNCTION TRIM(WS-AVERAGE-EDIT)
               DELIMITED BY SIZE INTO CSV-RECORD
           END-STRING
           WRITE CSV-RECORD.

       END PROGRAM STUDENT-EXTRACT.
