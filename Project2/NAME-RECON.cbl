      ******************************************************************
      * Author: VICENTE MBA ENGUNG
      * Date: SEPTEMBER 1, 2026
      * Purpose: Name reconciliation between STUFILE-INDEXED.TXT and
      *          Lab2's STUDENT.TXT - link the two through
      *          ../STUDENT-XREF.TXT, compare IND-STUDENT-NAME with
      *          the Lab2 first name, initial, and surname (title
      *          ignored, case, periods, and spacing disregarded),
      *          and list every mismatch plus the students found on
      *          one file but not the other to ../NAME-RECON-RPT.TXT.
      *          The registrar then takes each mismatch in turn and
      *          says which side is right; that name is applied to
      *          the other file and the update stamped on
      *          ../AUDIT-LOG.TXT. A change keyed in STUDENT-MAINT
      *          now reaches the labels, and one keyed in
      *          ADDRESS-MAINT now reaches the transcript.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAME-RECON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEXED-STUDENT-FILE-OUT ASSIGN
           TO "../STUFILE-INDEXED.TXT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS IND-STUDENT-NUMBER
               ALTERNATE RECORD KEY IS IND-STUDENT-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT XREF-FILE ASSIGN TO "../STUDENT-XREF.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-FILE-STATUS.
           SELECT LAB2-STUDENT-FILE ASSIGN TO "../Lab2/STUDENT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LAB2-FILE-STATUS.
           SELECT RECON-REPORT-FILE ASSIGN
           TO "../NAME-RECON-RPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "../AUDIT-LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT OPERATORS-FILE ASSIGN TO "../OPERATORS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATORS-FILE-STATUS.
           SELECT MASTER-IN-USE-FILE ASSIGN
               TO "../MASTER-IN-USE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-USE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INDEXED-STUDENT-FILE-OUT.
       01 INDEXED-FILE-RECORD.
           05 IND-STUDENT-NUMBER  PIC 9(6).
           05 IND-TUITION-OWED    PIC S9(6)V99
               SIGN LEADING SEPARATE.
           05 IND-STUDENT-NAME    PIC X(40).
           05 FILLER              PIC X(77).

       FD XREF-FILE.
       01 XREF-RECORD.
           05 XREF-ENTRY-NUMBER PIC 9(7).
           05 XREF-MASTER-NUMBER PIC 9(6).
           05 XREF-LAB2-NUMBER PIC X(10).

       FD LAB2-STUDENT-FILE.
      *> STUDENT-RECORD-RAW layout - held whole so a rewrite carries
      *> the program, year, and address through untouched.
       01 LAB2-STUDENT-RECORD PIC X(137).

       FD RECON-REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD PIC X(80).

       FD OPERATORS-FILE.
       01 OPERATOR-RECORD.
           05 OPR-OPERATOR-ID PIC X(8).
           05 OPR-OPERATOR-ROLE PIC X(12).

       FD MASTER-IN-USE-FILE.
      *> In-use signal for STUFILE-INDEXED.TXT - held by BATCH-DRIVER
      *> while batch steps run; name corrections wait for it to clear.
       01 MASTER-IN-USE-RECORD.
           05 IU-HELD-DATE PIC 9(8).
           05 IU-HELD-TIME PIC 9(8).
           05 IU-HOLDER PIC X(20).

       WORKING-STORAGE SECTION.
       01 EOF-FLAG PIC X(3) VALUE "NO".
       01 WS-FILE-STATUS PIC XX.
       01 WS-XREF-FILE-STATUS PIC XX.
       01 WS-LAB2-FILE-STATUS PIC XX.
       01 WS-REPORT-FILE-STATUS PIC XX.
       01 WS-AUDIT-FILE-STATUS PIC XX.
       01 WS-OPERATORS-FILE-STATUS PIC XX.
       01 WS-IN-USE-FILE-STATUS PIC XX.
       01 WS-MASTER-BUSY PIC X.
       01 WS-OVERRIDE-IN-USE PIC X.
       01 WS-HELD-SIGNAL.
           05 WS-HELD-DATE PIC 9(8).
           05 WS-HELD-TIME.
               10 WS-HELD-HH PIC 9(2).
               10 FILLER PIC 9(6).
           05 WS-HELD-HOLDER PIC X(20).
       01 WS-IN-USE-NOW-DATE PIC 9(8).
       01 WS-IN-USE-NOW-TIME.
           05 WS-NOW-HH PIC 9(2).
           05 FILLER PIC 9(6).
       *> A signal older than this many hours is presumed left
       *> behind by a crashed run and may be cleared by the
       *> operator.
       01 WS-STALE-SIGNAL-HOURS PIC 9(3) VALUE 12.
       01 WS-IN-USE-AGE-HOURS PIC S9(5).
       01 WS-AUDIT-DATE-TIME.
           05 WS-AUDIT-DATE PIC 9(8).
           05 WS-AUDIT-TIME PIC 9(8).
       01 WS-AUDIT-SIDE PIC X(6).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-PRINT-LINE PIC X(132).
       01 WS-ANSWER PIC X.
       01 WS-CHOICE PIC X.
       01 WS-STOP-RESOLVING PIC X VALUE "N".
       01 WS-SUB PIC 9(3).
       01 WS-XREF-SUB PIC 9(3).
       01 WS-XREF-FOUND PIC 9(3).
       01 WS-LAB2-SUB PIC 9(3).
       01 WS-LAB2-FOUND PIC 9(3).
       01 WS-LAB2-CHANGED PIC X VALUE "N".
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-ID-IN PIC X(8).
       01 WS-VALID-OPERATORS.
           05 WS-VALID-OPERATOR OCCURS 50 TIMES PIC X(8).
       01 WS-OPERATOR-ROLES.
           05 WS-OPERATOR-ROLE OCCURS 50 TIMES PIC X(12).
       01 WS-VALID-OPERATOR-COUNT PIC 9(2) VALUE ZERO.
       01 WS-OPERATOR-SUB PIC 9(2).
       01 WS-OPERATOR-OK PIC X.
       01 WS-SIGNON-ROLE PIC X(12) VALUE SPACES.
       01 WS-ROLES-IN-USE PIC X VALUE "N".
       01 WS-STUDENTS-READ PIC 9(6) VALUE ZERO.
       01 WS-NAMES-AGREE PIC 9(6) VALUE ZERO.
       01 WS-MASTER-ONLY-COUNT PIC 9(4) VALUE ZERO.
       01 WS-LAB2-ONLY-COUNT PIC 9(4) VALUE ZERO.
       01 WS-MASTER-FIXED PIC 9(4) VALUE ZERO.
       01 WS-LAB2-FIXED PIC 9(4) VALUE ZERO.
       01 WS-SKIPPED-COUNT PIC 9(4) VALUE ZERO.
       *> Cross-reference held in storage for the number lookups
       *> both ways.
       01 WS-XREF-TABLE.
           05 WS-XREF-ROW OCCURS 500 TIMES.
               10 WS-XR-MASTER PIC 9(6).
               10 WS-XR-LAB2 PIC X(10).
       01 WS-XREF-COUNT PIC 9(3) VALUE ZERO.
       *> Whole Lab2 address master held in storage, the
       *> ADDRESS-MAINT idiom - rewritten once at the end if a
       *> master-side name was applied to it. WS-ROW-LINKED marks
       *> the rows a master student reached, so what is left over
       *> afterwards is the Lab2-only list.
       01 WS-LAB2-TABLE.
           05 WS-LAB2-ROW OCCURS 500 TIMES.
               10 WS-ROW-RECORD PIC X(137).
               10 WS-ROW-LINKED PIC X.
       01 WS-LAB2-COUNT PIC 9(3) VALUE ZERO.
       01 WS-ROW-VIEW.
           05 WS-VIEW-NUMBER PIC X(10).
           05 WS-VIEW-PROGRAM PIC X(8).
           05 WS-VIEW-YEAR PIC 9(6).
           05 WS-VIEW-TITLE PIC X(6).
           05 WS-VIEW-FIRST-NAME PIC X(15).
           05 WS-VIEW-MIDDLE-INIT PIC X(2).
           05 WS-VIEW-SURNAME PIC X(28).
           05 WS-VIEW-STREET PIC X(25).
           05 WS-VIEW-CITY PIC X(15).
           05 WS-VIEW-PROVINCE PIC X(15).
           05 WS-VIEW-POSTAL PIC X(7).
       *> Set when either file outgrows its table - the run is
       *> refused rather than reporting the unloaded rows as
       *> one-sided or rewriting STUDENT.TXT without them.
       01 WS-TABLE-OVERFLOW PIC X VALUE "N".
       *> Mismatches found on the report pass, worked through with
       *> the registrar afterwards.
       01 WS-MISMATCH-TABLE.
           05 WS-MISMATCH-ROW OCCURS 500 TIMES.
               10 WS-MM-MASTER PIC 9(6).
               10 WS-MM-LAB2-ROW PIC 9(3).
       01 WS-MISMATCH-COUNT PIC 9(3) VALUE ZERO.
       01 WS-MM-SUB PIC 9(3).
       *> Lab2 name put together the way the other programs print
       *> it - first name, initial, surname; the title has no
       *> counterpart on the master.
       01 WS-LAB2-COMPOSED PIC X(60).
       *> Comparison forms: upper case, periods and commas dropped,
       *> runs of spaces closed to one.
       01 WS-NORM-IN PIC X(60).
       01 WS-NORM-OUT PIC X(60).
       01 WS-NORM-SUB PIC 9(2).
       01 WS-NORM-LEN PIC 9(2).
       01 WS-NORM-CHAR PIC X.
       01 WS-NORM-MASTER PIC X(60).
       01 WS-NORM-LAB2 PIC X(60).
       *> Master name split for Lab2: first word is the first name;
       *> a short second word ahead of more text is the initial;
       *> the rest is the surname.
       01 WS-NAME-WORK PIC X(40).
       01 WS-NAME-PTR PIC 9(2).
       01 WS-REST-PTR PIC 9(2).
       01 WS-SPLIT-FIRST PIC X(40).
       01 WS-SPLIT-REST PIC X(40).
       01 WS-SPLIT-WORD PIC X(40).
       01 WS-SPLIT-INIT PIC X(2).
       01 WS-SPLIT-SURNAME PIC X(40).
       01 WS-SPLIT-OK PIC X.

       PROCEDURE DIVISION.
       100-RECONCILE-NAMES.
           PERFORM 220-OPERATOR-SIGN-ON.
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF.
           PERFORM 200-LOAD-XREF-TABLE.
           PERFORM 210-LOAD-LAB2-TABLE.
           IF WS-TABLE-OVERFLOW = "Y"
               DISPLAY "CROSS-REFERENCE OR STUDENT.TXT EXCEEDS THE "
                   "500-ROW TABLE - RECONCILIATION REFUSED"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT INDEXED-STUDENT-FILE-OUT.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN STUFILE-INDEXED.TXT - STATUS "
                   WS-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT RECON-REPORT-FILE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "MASTER / LAB2 NAME RECONCILIATION  RUN DATE: "
               WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 700-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 700-PRINT-LINE.
           MOVE "NO" TO EOF-FLAG.
           PERFORM UNTIL EOF-FLAG = "YES"
               READ INDEXED-STUDENT-FILE-OUT NEXT RECORD
                   AT END MOVE "YES" TO EOF-FLAG
                   NOT AT END PERFORM 300-COMPARE-ONE-STUDENT
               END-READ
           END-PERFORM.
           CLOSE INDEXED-STUDENT-FILE-OUT.
           PERFORM 400-LIST-LAB2-ONLY.
           MOVE SPACES TO WS-PRINT-LINE.
           PERFORM 700-PRINT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "STUDENTS READ: " WS-STUDENTS-READ
               "   NAMES AGREE: " WS-NAMES-AGREE
               "   MISMATCHES: " WS-MISMATCH-COUNT
               "   MASTER ONLY: " WS-MASTER-ONLY-COUNT
               "   LAB2 ONLY: " WS-LAB2-ONLY-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 700-PRINT-LINE.
           CLOSE RECON-REPORT-FILE.
           DISPLAY "REPORT: ../NAME-RECON-RPT.TXT".
           DISPLAY "MISMATCHES: " WS-MISMATCH-COUNT
               "  MASTER ONLY: " WS-MASTER-ONLY-COUNT
               "  LAB2 ONLY: " WS-LAB2-ONLY-COUNT.
           IF WS-MISMATCH-COUNT > ZERO
               PERFORM 500-RESOLVE-MISMATCHES
           END-IF.
           IF WS-LAB2-CHANGED = "Y"
               PERFORM 600-REWRITE-LAB2-FILE
           END-IF.
           DISPLAY "==========================================".
           DISPLAY "MASTER NAMES CORRECTED:  " WS-MASTER-FIXED.
           DISPLAY "LAB2 NAMES CORRECTED:    " WS-LAB2-FIXED.
           DISPLAY "MISMATCHES LEFT:         " WS-SKIPPED-COUNT.
           DISPLAY "==========================================".
           GOBACK.

       200-LOAD-XREF-TABLE.
           OPEN INPUT XREF-FILE.
           IF WS-XREF-FILE-STATUS NOT = "00"
               DISPLAY "NO STUDENT-XREF.TXT - EVERY STUDENT WILL "
                   "LIST AS ONE-SIDED"
           ELSE
               MOVE "NO" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "YES"
                   READ XREF-FILE
                       AT END MOVE "YES" TO EOF-FLAG
                       NOT AT END
                           IF WS-XREF-COUNT = 500
                               MOVE "Y" TO WS-TABLE-OVERFLOW
                           ELSE
                               ADD 1 TO WS-XREF-COUNT
                               MOVE XREF-MASTER-NUMBER TO
                                   WS-XR-MASTER(WS-XREF-COUNT)
                               MOVE XREF-LAB2-NUMBER TO
                                   WS-XR-LAB2(WS-XREF-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XREF-FILE
           END-IF.

       210-LOAD-LAB2-TABLE.
           OPEN INPUT LAB2-STUDENT-FILE.
           IF WS-LAB2-FILE-STATUS NOT = "00"
               DISPLAY "LAB2 STUDENT.TXT NOT AVAILABLE - STATUS "
                   WS-LAB2-FILE-STATUS
           ELSE
               MOVE "NO" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "YES"
                   READ LAB2-STUDENT-FILE
                       AT END MOVE "YES" TO EOF-FLAG
                       NOT AT END
                           IF WS-LAB2-COUNT = 500
                               MOVE "Y" TO WS-TABLE-OVERFLOW
                           ELSE
                               ADD 1 TO WS-LAB2-COUNT
                               MOVE LAB2-STUDENT-RECORD TO
                                   WS-ROW-RECORD(WS-LAB2-COUNT)
                               MOVE "N" TO
                                   WS-ROW-LINKED(WS-LAB2-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LAB2-STUDENT-FILE
           END-IF.

       220-OPERATOR-SIGN-ON.
           PERFORM 230-LOAD-OPERATORS.
           IF WS-VALID-OPERATOR-COUNT = ZERO
               DISPLAY "NO OPERATORS.TXT FOUND - SIGN-ON NOT "
                   "ENFORCED"
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           ELSE
               DISPLAY "Operator ID:"
               ACCEPT WS-OPERATOR-ID-IN
               MOVE WS-OPERATOR-ID-IN TO WS-OPERATOR-ID
               MOVE "N" TO WS-OPERATOR-OK
               PERFORM VARYING WS-OPERATOR-SUB FROM 1 BY 1
                       UNTIL WS-OPERATOR-SUB >
                           WS-VALID-OPERATOR-COUNT
                   IF WS-VALID-OPERATOR(WS-OPERATOR-SUB) =
                           WS-OPERATOR-ID
                       MOVE "Y" TO WS-OPERATOR-OK
                       MOVE WS-OPERATOR-ROLE(WS-OPERATOR-SUB)
                           TO WS-SIGNON-ROLE
                   END-IF
               END-PERFORM
               IF WS-OPERATOR-OK NOT = "Y"
                   DISPLAY "OPERATOR " WS-OPERATOR-ID
                       " NOT ON THE OPERATORS FILE - REFUSED"
                   MOVE 1 TO RETURN-CODE
               ELSE
                   DISPLAY "OPERATOR " WS-OPERATOR-ID " SIGNED ON"
                       " (" WS-SIGNON-ROLE ")"
               END-IF
           END-IF.

       230-LOAD-OPERATORS.
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

       300-COMPARE-ONE-STUDENT.
           ADD 1 TO WS-STUDENTS-READ.
           MOVE ZERO TO WS-XREF-FOUND.
           PERFORM VARYING WS-XREF-SUB FROM 1 BY 1
                   UNTIL WS-XREF-SUB > WS-XREF-COUNT
               IF WS-XR-MASTER(WS-XREF-SUB) = IND-STUDENT-NUMBER
                   MOVE WS-XREF-SUB TO WS-XREF-FOUND
               END-IF
           END-PERFORM.
           MOVE ZERO TO WS-LAB2-FOUND.
           IF WS-XREF-FOUND > ZERO
               IF WS-XR-LAB2(WS-XREF-FOUND) NOT = SPACES
                   PERFORM VARYING WS-LAB2-SUB FROM 1 BY 1
                           UNTIL WS-LAB2-SUB > WS-LAB2-COUNT
                       IF WS-ROW-RECORD(WS-LAB2-SUB)(1:10) =
                               WS-XR-LAB2(WS-XREF-FOUND)
                           MOVE WS-LAB2-SUB TO WS-LAB2-FOUND
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.
           IF WS-LAB2-FOUND = ZERO
               ADD 1 TO WS-MASTER-ONLY-COUNT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "MASTER ONLY  " IND-STUDENT-NUMBER " "
                   IND-STUDENT-NAME "  "
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               EVALUATE TRUE
                   WHEN WS-XREF-FOUND = ZERO
                       MOVE "NO CROSS-REFERENCE ROW"
                           TO WS-PRINT-LINE(63:40)
                   WHEN WS-XR-LAB2(WS-XREF-FOUND) = SPACES
                       MOVE "NO LAB2 NUMBER ON CROSS-REFERENCE"
                           TO WS-PRINT-LINE(63:40)
                   WHEN OTHER
                       STRING "LAB2 " WS-XR-LAB2(WS-XREF-FOUND)
                           " NOT ON STUDENT.TXT"
                           DELIMITED BY SIZE
                           INTO WS-PRINT-LINE(63:40)
                       END-STRING
               END-EVALUATE
               PERFORM 700-PRINT-LINE
           ELSE
               MOVE "Y" TO WS-ROW-LINKED(WS-LAB2-FOUND)
               MOVE WS-ROW-RECORD(WS-LAB2-FOUND) TO WS-ROW-VIEW
               PERFORM 310-COMPARE-NAMES
               IF WS-NORM-MASTER = WS-NORM-LAB2
                   ADD 1 TO WS-NAMES-AGREE
               ELSE
                   PERFORM 340-RECORD-MISMATCH
               END-IF
           END-IF.

       310-COMPARE-NAMES.
           MOVE IND-STUDENT-NAME TO WS-NORM-IN.
           PERFORM 330-NORMALISE-NAME.
           MOVE WS-NORM-OUT TO WS-NORM-MASTER.
           PERFORM 320-COMPOSE-LAB2-NAME.
           MOVE WS-LAB2-COMPOSED TO WS-NORM-IN.
           PERFORM 330-NORMALISE-NAME.
           MOVE WS-NORM-OUT TO WS-NORM-LAB2.

       320-COMPOSE-LAB2-NAME.
           MOVE SPACES TO WS-LAB2-COMPOSED.
           IF WS-VIEW-MIDDLE-INIT = SPACES
               STRING FUNCTION TRIM(WS-VIEW-FIRST-NAME) " "
                   FUNCTION TRIM(WS-VIEW-SURNAME)
                   DELIMITED BY SIZE INTO WS-LAB2-COMPOSED
               END-STRING
           ELSE
               STRING FUNCTION TRIM(WS-VIEW-FIRST-NAME) " "
                   FUNCTION TRIM(WS-VIEW-MIDDLE-INIT) " "
                   FUNCTION TRIM(WS-VIEW-SURNAME)
                   DELIMITED BY SIZE INTO WS-LAB2-COMPOSED
               END-STRING
           END-IF.
           MOVE FUNCTION TRIM(WS-LAB2-COMPOSED) TO WS-LAB2-COMPOSED.

       330-NORMALISE-NAME.
           MOVE FUNCTION UPPER-CASE(WS-NORM-IN) TO WS-NORM-IN.
           MOVE SPACES TO WS-NORM-OUT.
           MOVE ZERO TO WS-NORM-LEN.
           PERFORM VARYING WS-NORM-SUB FROM 1 BY 1
                   UNTIL WS-NORM-SUB > 60
               MOVE WS-NORM-IN(WS-NORM-SUB:1) TO WS-NORM-CHAR
               EVALUATE TRUE
                   WHEN WS-NORM-CHAR = "." OR WS-NORM-CHAR = ","
                       CONTINUE
                   WHEN WS-NORM-CHAR = SPACE
                       *> Keep one space after a word; leading and
                       *> repeated spaces fall away.
                       IF WS-NORM-LEN > ZERO
                           IF WS-NORM-OUT(WS-NORM-LEN:1) NOT = SPACE
                               ADD 1 TO WS-NORM-LEN
                           END-IF
                       END-IF
                   WHEN OTHER
                       ADD 1 TO WS-NORM-LEN
                       MOVE WS-NORM-CHAR TO
                           WS-NORM-OUT(WS-NORM-LEN:1)
               END-EVALUATE
           END-PERFORM.

       340-RECORD-MISMATCH.
           IF WS-MISMATCH-COUNT < 500
               ADD 1 TO WS-MISMATCH-COUNT
               MOVE IND-STUDENT-NUMBER TO
                   WS-MM-MASTER(WS-MISMATCH-COUNT)
               MOVE WS-LAB2-FOUND TO
                   WS-MM-LAB2-ROW(WS-MISMATCH-COUNT)
           END-IF.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "MISMATCH     " IND-STUDENT-NUMBER " "
               IND-STUDENT-NAME "  LAB2 " WS-VIEW-NUMBER " "
               WS-LAB2-COMPOSED
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           PERFORM 700-PRINT-LINE.

       400-LIST-LAB2-ONLY.
           PERFORM VARYING WS-LAB2-SUB FROM 1 BY 1
                   UNTIL WS-LAB2-SUB > WS-LAB2-COUNT
               IF WS-ROW-LINKED(WS-LAB2-SUB) = "N"
                   PERFORM 410-PRINT-LAB2-ONLY
               END-IF
           END-PERFORM.

       410-PRINT-LAB2-ONLY.
           ADD 1 TO WS-LAB2-ONLY-COUNT.
           MOVE WS-ROW-RECORD(WS-LAB2-SUB) TO WS-ROW-VIEW.
           PERFORM 320-COMPOSE-LAB2-NAME.
           MOVE ZERO TO WS-XREF-FOUND.
           PERFORM VARYING WS-XREF-SUB FROM 1 BY 1
                   UNTIL WS-XREF-SUB > WS-XREF-COUNT
               IF WS-XR-LAB2(WS-XREF-SUB) = WS-VIEW-NUMBER
                   MOVE WS-XREF-SUB TO WS-XREF-FOUND
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "LAB2 ONLY    " WS-VIEW-NUMBER " "
               WS-LAB2-COMPOSED(1:47) "  "
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           IF WS-XREF-FOUND = ZERO
               MOVE "NO CROSS-REFERENCE ROW" TO WS-PRINT-LINE(77:40)
           ELSE
               STRING "MASTER " WS-XR-MASTER(WS-XREF-FOUND)
                   " NOT ON STUFILE-INDEXED.TXT"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE(77:40)
               END-STRING
           END-IF.
           PERFORM 700-PRINT-LINE.

       500-RESOLVE-MISMATCHES.
           MOVE WS-MISMATCH-COUNT TO WS-SKIPPED-COUNT.
           *> Either side may be the one that is wrong, so picking
           *> the winner is the registrar's call.
           IF WS-ROLES-IN-USE = "Y"
               AND WS-SIGNON-ROLE NOT = "REGISTRAR"
               DISPLAY "NAME CORRECTIONS ARE CONFINED TO THE "
                   "REGISTRAR ROLE - REPORT ONLY"
           ELSE
               DISPLAY "Resolve the mismatches now? (Y/N)"
               ACCEPT WS-ANSWER
               IF WS-ANSWER = "Y" OR WS-ANSWER = "y"
                   PERFORM 510-OPEN-FOR-UPDATE
               END-IF
           END-IF.

       510-OPEN-FOR-UPDATE.
           PERFORM 750-CHECK-MASTER-IN-USE.
           IF WS-MASTER-BUSY NOT = "Y"
               OPEN I-O INDEXED-STUDENT-FILE-OUT
               IF WS-FILE-STATUS NOT = "00"
                   DISPLAY "UNABLE TO OPEN STUFILE-INDEXED.TXT FOR "
                       "UPDATE - STATUS " WS-FILE-STATUS
               ELSE
                   OPEN EXTEND AUDIT-LOG-FILE
                   IF WS-AUDIT-FILE-STATUS NOT = "00"
                       OPEN OUTPUT AUDIT-LOG-FILE
                   END-IF
                   MOVE "N" TO WS-STOP-RESOLVING
                   PERFORM 520-RESOLVE-ONE-MISMATCH
                       VARYING WS-MM-SUB FROM 1 BY 1
                       UNTIL WS-MM-SUB > WS-MISMATCH-COUNT
                           OR WS-STOP-RESOLVING = "Y"
                   CLOSE INDEXED-STUDENT-FILE-OUT
                         AUDIT-LOG-FILE
               END-IF
           END-IF.

       520-RESOLVE-ONE-MISMATCH.
           MOVE WS-MM-MASTER(WS-MM-SUB) TO IND-STUDENT-NUMBER.
           READ INDEXED-STUDENT-FILE-OUT
               INVALID KEY
                   DISPLAY "STUDENT " WS-MM-MASTER(WS-MM-SUB)
                       " NO LONGER ON THE MASTER - SKIPPED"
               NOT INVALID KEY
                   PERFORM 530-ASK-WHICH-SIDE
           END-READ.

       530-ASK-WHICH-SIDE.
           MOVE WS-MM-LAB2-ROW(WS-MM-SUB) TO WS-LAB2-SUB.
           MOVE WS-ROW-RECORD(WS-LAB2-SUB) TO WS-ROW-VIEW.
           PERFORM 320-COMPOSE-LAB2-NAME.
           DISPLAY "------------------------------------------".
           DISPLAY "MASTER " IND-STUDENT-NUMBER ": "
               FUNCTION TRIM(IND-STUDENT-NAME).
           DISPLAY "LAB2   " WS-VIEW-NUMBER ": "
               FUNCTION TRIM(WS-VIEW-TITLE) " "
               FUNCTION TRIM(WS-LAB2-COMPOSED).
           MOVE SPACE TO WS-CHOICE.
           PERFORM UNTIL WS-CHOICE = "M" OR WS-CHOICE = "L"
                   OR WS-CHOICE = "S" OR WS-CHOICE = "Q"
               DISPLAY "M=master is right, L=Lab2 is right, "
                   "S=skip, Q=quit:"
               ACCEPT WS-CHOICE
               MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE
           END-PERFORM.
           EVALUATE WS-CHOICE
               WHEN "M"
                   PERFORM 540-APPLY-MASTER-TO-LAB2
               WHEN "L"
                   PERFORM 560-APPLY-LAB2-TO-MASTER
               WHEN "Q"
                   MOVE "Y" TO WS-STOP-RESOLVING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       540-APPLY-MASTER-TO-LAB2.
           PERFORM 550-SPLIT-MASTER-NAME.
           IF WS-SPLIT-OK = "Y"
               MOVE WS-SPLIT-FIRST TO WS-VIEW-FIRST-NAME
               MOVE WS-SPLIT-INIT TO WS-VIEW-MIDDLE-INIT
               MOVE WS-SPLIT-SURNAME TO WS-VIEW-SURNAME
               MOVE WS-ROW-VIEW TO WS-ROW-RECORD(WS-LAB2-SUB)
               MOVE "Y" TO WS-LAB2-CHANGED
               ADD 1 TO WS-LAB2-FIXED
               SUBTRACT 1 FROM WS-SKIPPED-COUNT
               MOVE "LAB2" TO WS-AUDIT-SIDE
               PERFORM 800-WRITE-AUDIT-LOG-RECORD
               DISPLAY "STUDENT.TXT NAME SET TO: "
                   FUNCTION TRIM(WS-VIEW-FIRST-NAME) " "
                   FUNCTION TRIM(WS-VIEW-MIDDLE-INIT) " "
                   FUNCTION TRIM(WS-VIEW-SURNAME)
           END-IF.

       550-SPLIT-MASTER-NAME.
           MOVE "Y" TO WS-SPLIT-OK.
           MOVE SPACES TO WS-SPLIT-FIRST WS-SPLIT-REST WS-SPLIT-WORD
               WS-SPLIT-INIT WS-SPLIT-SURNAME.
           MOVE FUNCTION TRIM(IND-STUDENT-NAME) TO WS-NAME-WORK.
           MOVE 1 TO WS-NAME-PTR.
           UNSTRING WS-NAME-WORK DELIMITED BY ALL SPACE
               INTO WS-SPLIT-FIRST
               WITH POINTER WS-NAME-PTR
           END-UNSTRING.
           IF WS-NAME-PTR NOT > 40
               MOVE WS-NAME-WORK(WS-NAME-PTR:) TO WS-SPLIT-REST
           END-IF.
           *> A one- or two-character word with more name after it
           *> ("J", "J.") is the initial; otherwise everything after
           *> the first name is the surname.
           MOVE 1 TO WS-REST-PTR.
           UNSTRING WS-SPLIT-REST DELIMITED BY ALL SPACE
               INTO WS-SPLIT-WORD
               WITH POINTER WS-REST-PTR
           END-UNSTRING.
           MOVE WS-SPLIT-REST TO WS-SPLIT-SURNAME.
           IF WS-SPLIT-WORD(3:) = SPACES AND WS-REST-PTR NOT > 40
               IF WS-SPLIT-REST(WS-REST-PTR:) NOT = SPACES
                   MOVE WS-SPLIT-WORD(1:1) TO WS-SPLIT-INIT(1:1)
                   MOVE "." TO WS-SPLIT-INIT(2:1)
                   MOVE WS-SPLIT-REST(WS-REST-PTR:)
                       TO WS-SPLIT-SURNAME
               END-IF
           END-IF.
           IF WS-SPLIT-SURNAME = SPACES
               DISPLAY "MASTER NAME HAS NO SURNAME TO CARRY OVER - "
                   "NOT APPLIED"
               MOVE "N" TO WS-SPLIT-OK
           END-IF.
           IF WS-SPLIT-FIRST(16:) NOT = SPACES
               OR WS-SPLIT-SURNAME(29:) NOT = SPACES
               DISPLAY "MASTER NAME WILL NOT FIT THE STUDENT.TXT "
                   "NAME FIELDS - NOT APPLIED"
               MOVE "N" TO WS-SPLIT-OK
           END-IF.

       560-APPLY-LAB2-TO-MASTER.
           IF WS-LAB2-COMPOSED(41:) NOT = SPACES
               DISPLAY "LAB2 NAME IS LONGER THAN THE 40-CHARACTER "
                   "MASTER FIELD - NOT APPLIED"
           ELSE
               MOVE WS-LAB2-COMPOSED TO IND-STUDENT-NAME
               REWRITE INDEXED-FILE-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE FAILED - STATUS "
                           WS-FILE-STATUS
                   NOT INVALID KEY
                       ADD 1 TO WS-MASTER-FIXED
                       SUBTRACT 1 FROM WS-SKIPPED-COUNT
                       MOVE "MASTER" TO WS-AUDIT-SIDE
                       PERFORM 800-WRITE-AUDIT-LOG-RECORD
                       DISPLAY "MASTER NAME SET TO: "
                           FUNCTION TRIM(IND-STUDENT-NAME)
               END-REWRITE
           END-IF.

       600-REWRITE-LAB2-FILE.
           OPEN OUTPUT LAB2-STUDENT-FILE.
           IF WS-LAB2-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO REWRITE STUDENT.TXT - STATUS "
                   WS-LAB2-FILE-STATUS
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-LAB2-COUNT
                   WRITE LAB2-STUDENT-RECORD
                       FROM WS-ROW-RECORD(WS-SUB)
               END-PERFORM
               CLOSE LAB2-STUDENT-FILE
               DISPLAY "STUDENT.TXT SAVED: " WS-LAB2-COUNT " ROWS"
           END-IF.

       700-PRINT-LINE.
           MOVE WS-PRINT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       750-CHECK-MASTER-IN-USE.
           MOVE "N" TO WS-MASTER-BUSY.
           OPEN INPUT MASTER-IN-USE-FILE.
           IF WS-IN-USE-FILE-STATUS = "00"
               READ MASTER-IN-USE-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE "Y" TO WS-MASTER-BUSY
                       MOVE MASTER-IN-USE-RECORD
                           TO WS-HELD-SIGNAL
               END-READ
               CLOSE MASTER-IN-USE-FILE
           END-IF.
           IF WS-MASTER-BUSY = "Y"
               PERFORM 760-JUDGE-STALE-SIGNAL
           END-IF.
           IF WS-MASTER-BUSY = "Y"
               DISPLAY "THE STUDENT MASTER IS IN USE BY "
                   FUNCTION TRIM(WS-HELD-HOLDER)
                   " (SINCE " WS-HELD-DATE ") - UPDATES REFUSED, "
                   "TRY AGAIN WHEN IT FINISHES"
           END-IF.

       760-JUDGE-STALE-SIGNAL.
           ACCEPT WS-IN-USE-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-IN-USE-NOW-TIME FROM TIME.
           COMPUTE WS-IN-USE-AGE-HOURS =
               (FUNCTION INTEGER-OF-DATE(WS-IN-USE-NOW-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-HELD-DATE)) * 24
               + WS-NOW-HH - WS-HELD-HH.
           *> A failed reorganization is never stale - the master is
           *> half rebuilt until BACKUP-RESTORE puts the backup back.
           IF WS-HELD-HOLDER = "MASTER-REORG-FAILED"
               DISPLAY "MASTER-REORG FAILED ON " WS-HELD-DATE
                   " AND LEFT STUFILE-INDEXED.TXT HALF REBUILT"
               DISPLAY "RESTORE IT WITH BACKUP-RESTORE, OPTION R - "
                   "THE SIGNAL CANNOT BE CLEARED HERE"
           END-IF.
           IF WS-IN-USE-AGE-HOURS NOT < WS-STALE-SIGNAL-HOURS
               AND WS-HELD-HOLDER NOT = "MASTER-REORG-FAILED"
               DISPLAY "IN-USE SIGNAL FROM "
                   FUNCTION TRIM(WS-HELD-HOLDER) " IS "
                   WS-IN-USE-AGE-HOURS " HOURS OLD - PROBABLY "
                   "LEFT BY A CRASHED RUN"
               DISPLAY "Clear the stale signal and continue? (Y/N)"
               ACCEPT WS-OVERRIDE-IN-USE
               IF WS-OVERRIDE-IN-USE = "Y"
                   OR WS-OVERRIDE-IN-USE = "y"
                   OPEN OUTPUT MASTER-IN-USE-FILE
                   CLOSE MASTER-IN-USE-FILE
                   MOVE "N" TO WS-MASTER-BUSY
                   DISPLAY "STALE SIGNAL CLEARED."
               END-IF
           END-IF.

       800-WRITE-AUDIT-LOG-RECORD.
           *> Keyed by the master number on both sides so an audit
           *> inquiry on the student shows the correction whichever
           *> file took it; the Lab2 side also names its own number.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-LOG-RECORD
           IF WS-AUDIT-SIDE = "MASTER"
               STRING WS-AUDIT-DATE-TIME " NAME-RECON "
                   IND-STUDENT-NUMBER " REWRITE MASTER "
                   WS-OPERATOR-ID
                   DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
               END-STRING
           ELSE
               STRING WS-AUDIT-DATE-TIME " NAME-RECON "
                   IND-STUDENT-NUMBER " REWRITE LAB2 "
                   WS-VIEW-NUMBER " " WS-OPERATOR-ID
                   DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
               END-STRING
           END-IF
           WRITE AUDIT-LOG-RECORD.

       END PROGRAM NAME-RECON.
