      ******************************************************************
      * Author: VICENTE MBA ENGUNG
      * Date: SEPTEMBER 1, 2026
      * Purpose: General-ledger journal export from the student
      *          account ledger ../STUDENT-LEDGER.TXT - summarize
      *          every ledger row dated inside a from/to range by
      *          LED-TRANS-TYPE, map each type to its debit and
      *          credit GL accounts from ../GL-ACCOUNT-MAP.TXT
      *          (maintained by GL-MAP-MAINT), and write a balanced
      *          journal-entry file ../GL-JOURNAL.TXT (H header, D
      *          account lines, T trailer with debit and credit
      *          totals) plus the proof report ../GL-PROOF-RPT.TXT
      *          tying the journal back to the ledger. A type with no
      *          mapping stops the journal rather than dropping the
      *          money. When the range is one whole, finished month
      *          and the journal balances, the finance role may lock
      *          the month on ../PERIOD-LOCK.TXT; every ledger writer
      *          then refuses rows dated into it or any month before
      *          it, so a reported month can't change underneath the
      *          general ledger. Finance stops re-keying receivables
      *          activity from printed reports.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-JOURNAL-EXPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LEDGER-FILE ASSIGN TO "../STUDENT-LEDGER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT GL-MAP-FILE ASSIGN TO "../GL-ACCOUNT-MAP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-FILE-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "../GL-JOURNAL.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT PROOF-REPORT-FILE ASSIGN TO "../GL-PROOF-RPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT PERIOD-LOCK-FILE ASSIGN TO "../PERIOD-LOCK.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-LOCK-FILE-STATUS.
           SELECT BATCH-PARM-FILE ASSIGN TO "../BATCH-PARMS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT OPERATORS-FILE ASSIGN TO "../OPERATORS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATORS-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "../AUDIT-LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LEDGER-FILE.
      *> One row per balance-affecting event on a student's account -
      *> same layout every balance-touching program appends and
      *> STATEMENT-OF-ACCOUNT reads back. LED-AMOUNT is the signed
      *> change applied to the balance.
       01 LEDGER-RECORD.
           05 LED-STUDENT-NUMBER PIC 9(6).
           05 LED-TRANS-DATE PIC 9(8).
           05 LED-TRANS-TIME PIC 9(8).
           05 LED-TRANS-TYPE PIC X(8).
           05 LED-REFERENCE PIC X(8).
           05 LED-AMOUNT PIC S9(6)V99
               SIGN LEADING SEPARATE.

       FD GL-MAP-FILE.
      *> One row per ledger transaction type: the GL account debited
      *> and the GL account credited for an amount that increases
      *> the student's balance, plus a description for the journal.
       01 GL-MAP-RECORD.
           05 GLM-TRANS-TYPE PIC X(8).
           05 GLM-DEBIT-ACCOUNT PIC X(10).
           05 GLM-CREDIT-ACCOUNT PIC X(10).
           05 GLM-DESCRIPTION PIC X(30).

       FD JOURNAL-FILE.
      *> Controlled journal layout for the general-ledger upload: one
      *> H header naming the range, D lines each carrying one
      *> account's debit or credit, one T trailer with the line
      *> count and both totals. The three views share the record
      *> area.
       01 JOURNAL-DETAIL.
           05 JNL-RECORD-TYPE PIC X.
           05 JNL-ACCOUNT PIC X(10).
           05 JNL-DEBIT-AMOUNT PIC 9(9)V99.
           05 JNL-CREDIT-AMOUNT PIC 9(9)V99.
           05 JNL-TRANS-TYPE PIC X(8).
           05 JNL-DESCRIPTION PIC X(30).
       01 JOURNAL-HEADER.
           05 JNH-RECORD-TYPE PIC X.
           05 JNH-JOURNAL-ID PIC X(8).
           05 JNH-FROM-DATE PIC 9(8).
           05 JNH-TO-DATE PIC 9(8).
           05 JNH-CREATED-DATE PIC 9(8).
           05 FILLER PIC X(38).
       01 JOURNAL-TRAILER.
           05 JNT-RECORD-TYPE PIC X.
           05 JNT-LINE-COUNT PIC 9(6).
           05 JNT-DEBIT-TOTAL PIC 9(9)V99.
           05 JNT-CREDIT-TOTAL PIC 9(9)V99.
           05 FILLER PIC X(42).

       FD PROOF-REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       FD PERIOD-LOCK-FILE.
      *> One row per month closed by this run - locking a month
      *> closes it and every month before it to new ledger rows.
       01 PERIOD-LOCK-RECORD.
           05 PL-PERIOD PIC 9(6).
           05 PL-LOCKED-DATE PIC 9(8).
           05 PL-LOCKED-BY PIC X(8).

       FD BATCH-PARM-FILE.
       01 BATCH-PARM-RECORD PIC X(80).

       FD OPERATORS-FILE.
      *> ID plus role (ENTRY/REGISTRAR/FINANCE/OPERATIONS). Old-style
      *> rows carrying only the 8-char ID read back with a blank
      *> role; when no row on the file names a role at all, role
      *> enforcement stays off the same way an absent file leaves
      *> sign-on unenforced.
       01 OPERATOR-RECORD.
           05 OPR-OPERATOR-ID PIC X(8).
           05 OPR-OPERATOR-ROLE PIC X(12).

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 EOF-FLAG PIC X(3) VALUE "NO".
       01 WS-LEDGER-FILE-STATUS PIC XX.
       01 WS-MAP-FILE-STATUS PIC XX.
       01 WS-JOURNAL-FILE-STATUS PIC XX.
       01 WS-REPORT-FILE-STATUS PIC XX.
       01 WS-PERIOD-LOCK-FILE-STATUS PIC XX.
       01 WS-PERIOD-LOCK-EOF PIC X.
       01 WS-MAP-EOF PIC X.
       01 WS-PARM-FILE-STATUS PIC XX.
       01 WS-BATCH-MODE PIC X VALUE "N".
       01 WS-PARM-EOF PIC X.
       01 WS-PARM-KEYWORD PIC X(20).
       01 WS-PARM-VALUE PIC X(60).
       01 WS-PARM-FROM-DATE PIC X(8) VALUE SPACES.
       01 WS-PARM-TO-DATE PIC X(8) VALUE SPACES.
       01 WS-PARM-LOCK PIC X VALUE SPACE.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-DATE-IN PIC X(8).
       01 WS-FROM-DATE PIC 9(8).
       01 WS-TO-DATE PIC 9(8).
       *> The default range is last calendar month - the month-end
       *> close the run exists for.
       01 WS-MONTH-START PIC 9(8).
       01 WS-MONTH-START-PARTS REDEFINES WS-MONTH-START.
           05 WS-MONTH-START-PERIOD PIC 9(6).
           05 WS-MONTH-START-DAY PIC 9(2).
       01 WS-MONTH-END PIC 9(8).
       01 WS-DEFAULT-FROM-DATE PIC 9(8).
       01 WS-DEFAULT-TO-DATE PIC 9(8).
       01 WS-ROWS-READ PIC 9(6) VALUE ZERO.
       01 WS-ROWS-IN-RANGE PIC 9(6) VALUE ZERO.
       *> GL mapping held in storage for the run.
       01 WS-MAP-TABLE.
           05 WS-MAP-ROW OCCURS 50 TIMES.
               10 WS-MAP-TYPE PIC X(8).
               10 WS-MAP-DEBIT PIC X(10).
               10 WS-MAP-CREDIT PIC X(10).
               10 WS-MAP-DESCRIPTION PIC X(30).
       01 WS-MAP-COUNT PIC 9(3) VALUE ZERO.
       01 WS-MAP-SUB PIC 9(3).
       *> One summary row per transaction type met in the range.
       *> Balance increases and decreases are kept apart so each
       *> posts its own side of the journal instead of netting away.
       01 WS-SUMMARY-TABLE.
           05 WS-SUM-ROW OCCURS 50 TIMES.
               10 WS-SUM-TYPE PIC X(8).
               10 WS-SUM-ROWS PIC 9(6).
               10 WS-SUM-INCREASE PIC 9(9)V99.
               10 WS-SUM-DECREASE PIC 9(9)V99.
               10 WS-SUM-MAP PIC 9(3).
       01 WS-SUM-COUNT PIC 9(3) VALUE ZERO.
       01 WS-SUM-SUB PIC 9(3).
       01 WS-SUM-FOUND PIC 9(3).
       01 WS-SUMMARY-OVERFLOW PIC X VALUE "N".
       01 WS-UNMAPPED-COUNT PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-INCREASE PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-DECREASE PIC 9(9)V99 VALUE ZERO.
       01 WS-TOTAL-NET PIC S9(9)V99 VALUE ZERO.
       01 WS-LEDGER-NET PIC S9(9)V99 VALUE ZERO.
       01 WS-JOURNAL-LINES PIC 9(6) VALUE ZERO.
       01 WS-JOURNAL-DEBITS PIC 9(9)V99 VALUE ZERO.
       01 WS-JOURNAL-CREDITS PIC 9(9)V99 VALUE ZERO.
       01 WS-JOURNAL-WRITTEN PIC X VALUE "N".
       01 WS-JOURNAL-BALANCED PIC X VALUE "N".
       01 WS-LINE-AMOUNT PIC 9(9)V99.
       01 WS-LINE-ACCOUNT PIC X(10).
       01 WS-LINE-SIDE PIC X.
       01 WS-JOURNAL-ID.
           05 FILLER PIC X(2) VALUE "GL".
           05 WS-JOURNAL-ID-DATE PIC 9(6).
       *> Closed-through period from ../PERIOD-LOCK.TXT - the latest
       *> month locked so far.
       01 WS-CLOSED-THROUGH PIC 9(6) VALUE ZERO.
       01 WS-LOCK-ANSWER PIC X VALUE "N".
       01 WS-WHOLE-MONTH PIC X VALUE "N".
       01 WS-LOCK-PERIOD PIC 9(6).
       01 WS-OPERATORS-FILE-STATUS PIC XX.
       01 WS-AUDIT-FILE-STATUS PIC XX.
       01 WS-AUDIT-DATE-TIME.
           05 WS-AUDIT-DATE PIC 9(8).
           05 WS-AUDIT-TIME PIC 9(8).
       01 WS-AUDIT-ACTION PIC X(7).
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-ID-IN PIC X(8).
       *> Operator reference list loaded from ../OPERATORS.TXT, the
       *> same pattern as PROGRAM-CODES.TXT. An absent reference file
       *> skips enforcement; an unknown ID against a present file is
       *> refused.
       01 WS-VALID-OPERATORS.
           05 WS-VALID-OPERATOR OCCURS 50 TIMES PIC X(8).
       01 WS-OPERATOR-ROLES.
           05 WS-OPERATOR-ROLE OCCURS 50 TIMES PIC X(12).
       01 WS-VALID-OPERATOR-COUNT PIC 9(2) VALUE ZERO.
       01 WS-OPERATOR-SUB PIC 9(2).
       01 WS-OPERATOR-OK PIC X.
       01 WS-SIGNON-ROLE PIC X(12) VALUE SPACES.
       01 WS-ROLES-IN-USE PIC X VALUE "N".
       01 WS-PRINT-LINE PIC X(132).
       01 WS-AMOUNT-PRINT PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-AMOUNT-PRINT-2 PIC ZZZ,ZZZ,ZZ9.99.
       01 WS-NET-PRINT PIC +ZZZ,ZZZ,ZZ9.99.
       01 WS-PAGE-NUMBER PIC 9(4) VALUE ZERO.
       01 WS-LINE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 55.
       01 WS-HEADING-LINE-1.
           05 FILLER PIC X(28) VALUE "GL JOURNAL PROOF REPORT".
           05 FILLER PIC X(8) VALUE "RANGE: ".
           05 HDG-FROM-DATE PIC 9(8).
           05 FILLER PIC X(4) VALUE " TO ".
           05 HDG-TO-DATE PIC 9(8).
           05 FILLER PIC X(12) VALUE "  RUN DATE: ".
           05 HDG-RUN-DATE PIC 9(8).
           05 FILLER PIC X(6) VALUE "  PAGE".
           05 HDG-PAGE-NUMBER PIC ZZZ9.
           05 FILLER PIC X(46) VALUE SPACES.
       01 WS-HEADING-LINE-2.
           05 FILLER PIC X(10) VALUE "TYPE".
           05 FILLER PIC X(8) VALUE "ROWS".
           05 FILLER PIC X(16) VALUE "INCREASES".
           05 FILLER PIC X(16) VALUE "DECREASES".
           05 FILLER PIC X(17) VALUE "NET".
           05 FILLER PIC X(12) VALUE "DR ACCOUNT".
           05 FILLER PIC X(53) VALUE "CR ACCOUNT".
       01 WS-DETAIL-LINE.
           05 DET-TRANS-TYPE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-ROWS PIC ZZZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-INCREASE PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-DECREASE PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-NET PIC +ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-DEBIT-ACCOUNT PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-CREDIT-ACCOUNT PIC X(10).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-NOTE PIC X(41).

       PROCEDURE DIVISION.
       100-EXPORT-GL-JOURNAL.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 150-LOAD-BATCH-PARMS.
           PERFORM 160-OPERATOR-SIGN-ON.
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF.
           PERFORM 200-LOAD-GL-MAP.
           PERFORM 210-LOAD-PERIOD-LOCKS.
           PERFORM 220-GET-DATE-RANGE.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-FILE-STATUS NOT = "00"
               DISPLAY "NO STUDENT-LEDGER.TXT FOUND - NO ACCOUNT "
                   "ACTIVITY HAS BEEN RECORDED YET"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 300-READ-LEDGER-ROW.
           PERFORM 310-SUMMARIZE-ONE-ROW UNTIL EOF-FLAG = "YES".
           CLOSE LEDGER-FILE.
           PERFORM 400-MAP-SUMMARY-TYPES.
           IF WS-SUMMARY-OVERFLOW = "Y"
               DISPLAY "MORE THAN 50 TRANSACTION TYPES IN THE RANGE "
                   "- JOURNAL REFUSED"
               ADD 1 TO WS-UNMAPPED-COUNT
           END-IF.
           IF WS-UNMAPPED-COUNT = ZERO
               PERFORM 500-WRITE-JOURNAL
           END-IF.
           PERFORM 600-PRINT-PROOF-REPORT.
           IF WS-JOURNAL-WRITTEN NOT = "Y"
               OR WS-JOURNAL-BALANCED NOT = "Y"
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM 700-OFFER-PERIOD-LOCK
           END-IF.
           DISPLAY "==========================================".
           DISPLAY "GL JOURNAL EXPORT " WS-FROM-DATE " TO "
               WS-TO-DATE.
           DISPLAY "LEDGER ROWS READ:    " WS-ROWS-READ.
           DISPLAY "ROWS IN RANGE:       " WS-ROWS-IN-RANGE.
           DISPLAY "TRANSACTION TYPES:   " WS-SUM-COUNT.
           DISPLAY "UNMAPPED TYPES:      " WS-UNMAPPED-COUNT.
           DISPLAY "JOURNAL LINES:       " WS-JOURNAL-LINES.
           DISPLAY "JOURNAL DEBITS:      " WS-JOURNAL-DEBITS.
           DISPLAY "JOURNAL CREDITS:     " WS-JOURNAL-CREDITS.
           IF WS-JOURNAL-WRITTEN = "Y"
               DISPLAY "JOURNAL: ../GL-JOURNAL.TXT"
           ELSE
               DISPLAY "NO JOURNAL WRITTEN - SEE THE PROOF REPORT"
           END-IF.
           DISPLAY "REPORT: ../GL-PROOF-RPT.TXT".
           DISPLAY "==========================================".
           GOBACK.

       150-LOAD-BATCH-PARMS.
           *> Under BATCH-DRIVER the range and the lock answer come
           *> from ../BATCH-PARMS.TXT instead of the keyboard.
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
                           IF WS-PARM-KEYWORD = "GL-FROM-DATE"
                               MOVE WS-PARM-VALUE(1:8)
                                   TO WS-PARM-FROM-DATE
                           END-IF
                           IF WS-PARM-KEYWORD = "GL-TO-DATE"
                               MOVE WS-PARM-VALUE(1:8)
                                   TO WS-PARM-TO-DATE
                           END-IF
                           IF WS-PARM-KEYWORD = "GL-LOCK-PERIOD"
                               MOVE WS-PARM-VALUE(1:1)
                                   TO WS-PARM-LOCK
                           END-IF
                           IF WS-PARM-KEYWORD = "OPERATOR"
                               MOVE WS-PARM-VALUE(1:8)
                                   TO WS-OPERATOR-ID
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BATCH-PARM-FILE
           END-IF.

       160-OPERATOR-SIGN-ON.
           PERFORM 165-LOAD-OPERATORS.
           IF WS-VALID-OPERATOR-COUNT = ZERO
               DISPLAY "NO OPERATORS.TXT FOUND - SIGN-ON NOT "
                   "ENFORCED"
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           ELSE
               IF WS-OPERATOR-ID = SPACES
                   IF WS-BATCH-MODE = "Y"
                       DISPLAY "NO OPERATOR PARM ON AN UNATTENDED "
                           "RUN - REFUSED"
                       MOVE 1 TO RETURN-CODE
                   ELSE
                       DISPLAY "Operator ID:"
                       ACCEPT WS-OPERATOR-ID-IN
                       MOVE WS-OPERATOR-ID-IN TO WS-OPERATOR-ID
                   END-IF
               END-IF
               IF RETURN-CODE = 0
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
                       DISPLAY "OPERATOR " WS-OPERATOR-ID
                           " SIGNED ON (" WS-SIGNON-ROLE ")"
                   END-IF
               END-IF
           END-IF.

       165-LOAD-OPERATORS.
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

       200-LOAD-GL-MAP.
           OPEN INPUT GL-MAP-FILE.
           IF WS-MAP-FILE-STATUS NOT = "00"
               DISPLAY "NO GL-ACCOUNT-MAP.TXT FOUND - EVERY TYPE "
                   "WILL REPORT UNMAPPED"
           ELSE
               MOVE "N" TO WS-MAP-EOF
               PERFORM UNTIL WS-MAP-EOF = "Y"
                   READ GL-MAP-FILE
                       AT END MOVE "Y" TO WS-MAP-EOF
                       NOT AT END
                           IF WS-MAP-COUNT = 50
                               DISPLAY "WARNING - MORE THAN 50 GL "
                                   "MAPPINGS, EXTRA ROWS IGNORED"
                           ELSE
                               ADD 1 TO WS-MAP-COUNT
                               MOVE GL-MAP-RECORD TO
                                   WS-MAP-ROW(WS-MAP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-MAP-FILE
               DISPLAY "GL MAPPING ROWS LOADED: " WS-MAP-COUNT
           END-IF.

       210-LOAD-PERIOD-LOCKS.
           MOVE ZERO TO WS-CLOSED-THROUGH.
           OPEN INPUT PERIOD-LOCK-FILE.
           IF WS-PERIOD-LOCK-FILE-STATUS = "00"
               MOVE "N" TO WS-PERIOD-LOCK-EOF
               PERFORM UNTIL WS-PERIOD-LOCK-EOF = "Y"
                   READ PERIOD-LOCK-FILE
                       AT END MOVE "Y" TO WS-PERIOD-LOCK-EOF
                       NOT AT END
                           IF PL-PERIOD > WS-CLOSED-THROUGH
                               MOVE PL-PERIOD TO WS-CLOSED-THROUGH
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PERIOD-LOCK-FILE
           END-IF.
           IF WS-CLOSED-THROUGH > ZERO
               DISPLAY "LEDGER CLOSED THROUGH PERIOD "
                   WS-CLOSED-THROUGH
           END-IF.

       220-GET-DATE-RANGE.
           *> Last calendar month: the day before the first of this
           *> month ends it, and its own first day starts it.
           MOVE WS-RUN-DATE TO WS-MONTH-START.
           MOVE 1 TO WS-MONTH-START-DAY.
           COMPUTE WS-DEFAULT-TO-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-MONTH-START) - 1).
           MOVE WS-DEFAULT-TO-DATE TO WS-MONTH-START.
           MOVE 1 TO WS-MONTH-START-DAY.
           MOVE WS-MONTH-START TO WS-DEFAULT-FROM-DATE.
           IF WS-BATCH-MODE = "Y"
               MOVE WS-DEFAULT-FROM-DATE TO WS-FROM-DATE
               MOVE WS-DEFAULT-TO-DATE TO WS-TO-DATE
               IF WS-PARM-FROM-DATE IS NUMERIC
                   MOVE WS-PARM-FROM-DATE TO WS-FROM-DATE
               END-IF
               IF WS-PARM-TO-DATE IS NUMERIC
                   MOVE WS-PARM-TO-DATE TO WS-TO-DATE
               END-IF
           ELSE
               MOVE "X" TO WS-DATE-IN
               PERFORM UNTIL WS-DATE-IN = SPACES
                       OR WS-DATE-IN IS NUMERIC
                   DISPLAY "From date YYYYMMDD (blank for "
                       WS-DEFAULT-FROM-DATE "):"
                   ACCEPT WS-DATE-IN
                   IF WS-DATE-IN NOT = SPACES
                       AND WS-DATE-IN IS NOT NUMERIC
                       DISPLAY "Invalid entry - must be 8 numeric "
                           "digits."
                   END-IF
               END-PERFORM
               IF WS-DATE-IN = SPACES
                   MOVE WS-DEFAULT-FROM-DATE TO WS-FROM-DATE
               ELSE
                   MOVE WS-DATE-IN TO WS-FROM-DATE
               END-IF
               MOVE "X" TO WS-DATE-IN
               PERFORM UNTIL WS-DATE-IN = SPACES
                       OR WS-DATE-IN IS NUMERIC
                   DISPLAY "To date YYYYMMDD (blank for "
                       WS-DEFAULT-TO-DATE "):"
                   ACCEPT WS-DATE-IN
                   IF WS-DATE-IN NOT = SPACES
                       AND WS-DATE-IN IS NOT NUMERIC
                       DISPLAY "Invalid entry - must be 8 numeric "
                           "digits."
                   END-IF
               END-PERFORM
               IF WS-DATE-IN = SPACES
                   MOVE WS-DEFAULT-TO-DATE TO WS-TO-DATE
               ELSE
                   MOVE WS-DATE-IN TO WS-TO-DATE
               END-IF
           END-IF.
           IF WS-TO-DATE < WS-FROM-DATE
               DISPLAY "TO DATE IS BEFORE FROM DATE - RANGE SWAPPED"
               MOVE WS-TO-DATE TO WS-DATE-IN
               MOVE WS-FROM-DATE TO WS-TO-DATE
               MOVE WS-DATE-IN TO WS-FROM-DATE
           END-IF.
           MOVE WS-FROM-DATE(3:6) TO WS-JOURNAL-ID-DATE.

       300-READ-LEDGER-ROW.
           READ LEDGER-FILE
               AT END MOVE "YES" TO EOF-FLAG
               NOT AT END ADD 1 TO WS-ROWS-READ
           END-READ.

       310-SUMMARIZE-ONE-ROW.
           IF LED-TRANS-DATE NOT < WS-FROM-DATE
               AND LED-TRANS-DATE NOT > WS-TO-DATE
               ADD 1 TO WS-ROWS-IN-RANGE
               ADD LED-AMOUNT TO WS-LEDGER-NET
               PERFORM 320-FIND-SUMMARY-ROW
               IF WS-SUM-FOUND > ZERO
                   ADD 1 TO WS-SUM-ROWS(WS-SUM-FOUND)
                   IF LED-AMOUNT > ZERO
                       ADD LED-AMOUNT
                           TO WS-SUM-INCREASE(WS-SUM-FOUND)
                   ELSE
                       SUBTRACT LED-AMOUNT
                           FROM WS-SUM-DECREASE(WS-SUM-FOUND)
                   END-IF
               END-IF
           END-IF.
           PERFORM 300-READ-LEDGER-ROW.

       320-FIND-SUMMARY-ROW.
           MOVE ZERO TO WS-SUM-FOUND
           PERFORM VARYING WS-SUM-SUB FROM 1 BY 1
                   UNTIL WS-SUM-SUB > WS-SUM-COUNT
               IF WS-SUM-TYPE(WS-SUM-SUB) = LED-TRANS-TYPE
                   MOVE WS-SUM-SUB TO WS-SUM-FOUND
               END-IF
           END-PERFORM
           IF WS-SUM-FOUND = ZERO
               IF WS-SUM-COUNT = 50
                   MOVE "Y" TO WS-SUMMARY-OVERFLOW
               ELSE
                   ADD 1 TO WS-SUM-COUNT
                   MOVE WS-SUM-COUNT TO WS-SUM-FOUND
                   MOVE LED-TRANS-TYPE TO WS-SUM-TYPE(WS-SUM-FOUND)
                   MOVE ZERO TO WS-SUM-ROWS(WS-SUM-FOUND)
                       WS-SUM-INCREASE(WS-SUM-FOUND)
                       WS-SUM-DECREASE(WS-SUM-FOUND)
                       WS-SUM-MAP(WS-SUM-FOUND)
               END-IF
           END-IF.

       400-MAP-SUMMARY-TYPES.
           PERFORM VARYING WS-SUM-SUB FROM 1 BY 1
                   UNTIL WS-SUM-SUB > WS-SUM-COUNT
               MOVE ZERO TO WS-SUM-MAP(WS-SUM-SUB)
               PERFORM VARYING WS-MAP-SUB FROM 1 BY 1
                       UNTIL WS-MAP-SUB > WS-MAP-COUNT
                   IF WS-MAP-TYPE(WS-MAP-SUB) = WS-SUM-TYPE(WS-SUM-SUB)
                       MOVE WS-MAP-SUB TO WS-SUM-MAP(WS-SUM-SUB)
                   END-IF
               END-PERFORM
               IF WS-SUM-MAP(WS-SUM-SUB) = ZERO
                   ADD 1 TO WS-UNMAPPED-COUNT
                   DISPLAY "NO GL MAPPING FOR LEDGER TYPE "
                       WS-SUM-TYPE(WS-SUM-SUB)
                       " - MAP IT WITH GL-MAP-MAINT"
               END-IF
               ADD WS-SUM-INCREASE(WS-SUM-SUB) TO WS-TOTAL-INCREASE
               ADD WS-SUM-DECREASE(WS-SUM-SUB) TO WS-TOTAL-DECREASE
           END-PERFORM.
           COMPUTE WS-TOTAL-NET = WS-TOTAL-INCREASE
               - WS-TOTAL-DECREASE.

       500-WRITE-JOURNAL.
           OPEN OUTPUT JOURNAL-FILE.
           MOVE SPACES TO JOURNAL-HEADER.
           MOVE "H" TO JNH-RECORD-TYPE.
           MOVE WS-JOURNAL-ID TO JNH-JOURNAL-ID.
           MOVE WS-FROM-DATE TO JNH-FROM-DATE.
           MOVE WS-TO-DATE TO JNH-TO-DATE.
           MOVE WS-RUN-DATE TO JNH-CREATED-DATE.
           WRITE JOURNAL-DETAIL.
           PERFORM VARYING WS-SUM-SUB FROM 1 BY 1
                   UNTIL WS-SUM-SUB > WS-SUM-COUNT
               MOVE WS-SUM-MAP(WS-SUM-SUB) TO WS-MAP-SUB
               *> A balance increase debits the mapped debit account
               *> and credits the mapped credit account; a decrease
               *> reverses the pair.
               IF WS-SUM-INCREASE(WS-SUM-SUB) > ZERO
                   MOVE WS-SUM-INCREASE(WS-SUM-SUB) TO WS-LINE-AMOUNT
                   MOVE WS-MAP-DEBIT(WS-MAP-SUB) TO WS-LINE-ACCOUNT
                   MOVE "D" TO WS-LINE-SIDE
                   PERFORM 510-WRITE-JOURNAL-LINE
                   MOVE WS-MAP-CREDIT(WS-MAP-SUB) TO WS-LINE-ACCOUNT
                   MOVE "C" TO WS-LINE-SIDE
                   PERFORM 510-WRITE-JOURNAL-LINE
               END-IF
               IF WS-SUM-DECREASE(WS-SUM-SUB) > ZERO
                   MOVE WS-SUM-DECREASE(WS-SUM-SUB) TO WS-LINE-AMOUNT
                   MOVE WS-MAP-CREDIT(WS-MAP-SUB) TO WS-LINE-ACCOUNT
                   MOVE "D" TO WS-LINE-SIDE
                   PERFORM 510-WRITE-JOURNAL-LINE
                   MOVE WS-MAP-DEBIT(WS-MAP-SUB) TO WS-LINE-ACCOUNT
                   MOVE "C" TO WS-LINE-SIDE
                   PERFORM 510-WRITE-JOURNAL-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO JOURNAL-TRAILER.
           MOVE "T" TO JNT-RECORD-TYPE.
           MOVE WS-JOURNAL-LINES TO JNT-LINE-COUNT.
           MOVE WS-JOURNAL-DEBITS TO JNT-DEBIT-TOTAL.
           MOVE WS-JOURNAL-CREDITS TO JNT-CREDIT-TOTAL.
           WRITE JOURNAL-DETAIL.
           CLOSE JOURNAL-FILE.
           MOVE "Y" TO WS-JOURNAL-WRITTEN.
           IF WS-JOURNAL-DEBITS = WS-JOURNAL-CREDITS
               AND WS-JOURNAL-DEBITS =
                   WS-TOTAL-INCREASE + WS-TOTAL-DECREASE
               MOVE "Y" TO WS-JOURNAL-BALANCED
           END-IF.

       510-WRITE-JOURNAL-LINE.
           MOVE SPACES TO JOURNAL-DETAIL
           MOVE "D" TO JNL-RECORD-TYPE
           MOVE WS-LINE-ACCOUNT TO JNL-ACCOUNT
           MOVE ZERO TO JNL-DEBIT-AMOUNT JNL-CREDIT-AMOUNT
           IF WS-LINE-SIDE = "D"
               MOVE WS-LINE-AMOUNT TO JNL-DEBIT-AMOUNT
               ADD WS-LINE-AMOUNT TO WS-JOURNAL-DEBITS
           ELSE
               MOVE WS-LINE-AMOUNT TO JNL-CREDIT-AMOUNT
               ADD WS-LINE-AMOUNT TO WS-JOURNAL-CREDITS
           END-IF
           MOVE WS-SUM-TYPE(WS-SUM-SUB) TO JNL-TRANS-TYPE
           MOVE WS-MAP-DESCRIPTION(WS-MAP-SUB) TO JNL-DESCRIPTION
           WRITE JOURNAL-DETAIL
           ADD 1 TO WS-JOURNAL-LINES.

       600-PRINT-PROOF-REPORT.
           OPEN OUTPUT PROOF-REPORT-FILE.
           PERFORM 710-PRINT-PAGE-HEADING.
           PERFORM VARYING WS-SUM-SUB FROM 1 BY 1
                   UNTIL WS-SUM-SUB > WS-SUM-COUNT
               MOVE WS-SUM-TYPE(WS-SUM-SUB) TO DET-TRANS-TYPE
               MOVE WS-SUM-ROWS(WS-SUM-SUB) TO DET-ROWS
               MOVE WS-SUM-INCREASE(WS-SUM-SUB) TO DET-INCREASE
               MOVE WS-SUM-DECREASE(WS-SUM-SUB) TO DET-DECREASE
               COMPUTE DET-NET = WS-SUM-INCREASE(WS-SUM-SUB)
                   - WS-SUM-DECREASE(WS-SUM-SUB)
               IF WS-SUM-MAP(WS-SUM-SUB) = ZERO
                   MOVE SPACES TO DET-DEBIT-ACCOUNT DET-CREDIT-ACCOUNT
                   MOVE "UNMAPPED - JOURNAL REFUSED" TO DET-NOTE
               ELSE
                   MOVE WS-SUM-MAP(WS-SUM-SUB) TO WS-MAP-SUB
                   MOVE WS-MAP-DEBIT(WS-MAP-SUB) TO DET-DEBIT-ACCOUNT
                   MOVE WS-MAP-CREDIT(WS-MAP-SUB)
                       TO DET-CREDIT-ACCOUNT
                   MOVE SPACES TO DET-NOTE
               END-IF
               MOVE WS-DETAIL-LINE TO REPORT-RECORD
               PERFORM 720-WRITE-REPORT-LINE
           END-PERFORM.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM 720-WRITE-REPORT-LINE.
           MOVE "TOTALS" TO DET-TRANS-TYPE.
           MOVE WS-ROWS-IN-RANGE TO DET-ROWS.
           MOVE WS-TOTAL-INCREASE TO DET-INCREASE.
           MOVE WS-TOTAL-DECREASE TO DET-DECREASE.
           MOVE WS-TOTAL-NET TO DET-NET.
           MOVE SPACES TO DET-DEBIT-ACCOUNT DET-CREDIT-ACCOUNT
               DET-NOTE.
           MOVE WS-DETAIL-LINE TO REPORT-RECORD.
           PERFORM 720-WRITE-REPORT-LINE.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM 720-WRITE-REPORT-LINE.
           MOVE WS-LEDGER-NET TO WS-NET-PRINT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING "NET LEDGER ACTIVITY IN RANGE:  " WS-NET-PRINT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.
           MOVE WS-PRINT-LINE TO REPORT-RECORD.
           PERFORM 720-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-LEDGER-NET = WS-TOTAL-NET
               MOVE "SUMMARY IN PROOF - EVERY LEDGER ROW IN THE RANGE "
                   & "IS ON A TYPE LINE ABOVE" TO WS-PRINT-LINE
           ELSE
               MOVE "SUMMARY OUT OF PROOF - LEDGER ROWS FELL OUTSIDE "
                   & "THE TYPE TABLE" TO WS-PRINT-LINE
           END-IF.
           MOVE WS-PRINT-LINE TO REPORT-RECORD.
           PERFORM 720-WRITE-REPORT-LINE.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-JOURNAL-WRITTEN NOT = "Y"
               STRING "NO JOURNAL WRITTEN - " WS-UNMAPPED-COUNT
                   " UNMAPPED TRANSACTION TYPE(S)"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
           ELSE
               MOVE WS-JOURNAL-DEBITS TO WS-AMOUNT-PRINT
               MOVE WS-JOURNAL-CREDITS TO WS-AMOUNT-PRINT-2
               IF WS-JOURNAL-BALANCED = "Y"
                   STRING "JOURNAL " WS-JOURNAL-ID " DEBITS "
                       WS-AMOUNT-PRINT " = CREDITS " WS-AMOUNT-PRINT-2
                       " - IN BALANCE"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   END-STRING
               ELSE
                   STRING "JOURNAL " WS-JOURNAL-ID " DEBITS "
                       WS-AMOUNT-PRINT " CREDITS " WS-AMOUNT-PRINT-2
                       " - OUT OF BALANCE, DO NOT UPLOAD"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   END-STRING
               END-IF
           END-IF.
           MOVE WS-PRINT-LINE TO REPORT-RECORD.
           PERFORM 720-WRITE-REPORT-LINE.
           DISPLAY WS-PRINT-LINE(1:78).
           CLOSE PROOF-REPORT-FILE.

       700-OFFER-PERIOD-LOCK.
           *> Only a whole month that has already ended can be locked
           *> - the range must run from the first to the last day.
           MOVE WS-FROM-DATE TO WS-MONTH-START.
           MOVE WS-MONTH-START-PERIOD TO WS-LOCK-PERIOD.
           MOVE "N" TO WS-WHOLE-MONTH.
           IF WS-MONTH-START-DAY = 1
               COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-FROM-DATE) + 31)
               MOVE WS-MONTH-END TO WS-MONTH-START
               MOVE 1 TO WS-MONTH-START-DAY
               COMPUTE WS-MONTH-END = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-MONTH-START) - 1)
               IF WS-TO-DATE = WS-MONTH-END
                   AND WS-TO-DATE < WS-RUN-DATE
                   MOVE "Y" TO WS-WHOLE-MONTH
               END-IF
           END-IF.
           IF WS-WHOLE-MONTH NOT = "Y"
               DISPLAY "RANGE IS NOT ONE WHOLE ENDED MONTH - PERIOD "
                   "LOCK NOT OFFERED"
           ELSE
               IF WS-LOCK-PERIOD NOT > WS-CLOSED-THROUGH
                   DISPLAY "PERIOD " WS-LOCK-PERIOD " IS ALREADY "
                       "CLOSED - JOURNAL IS A REPRINT"
               ELSE
                   IF WS-BATCH-MODE = "Y"
                       MOVE WS-PARM-LOCK TO WS-LOCK-ANSWER
                   ELSE
                       DISPLAY "Lock period " WS-LOCK-PERIOD
                           " against further ledger rows? (Y/N)"
                       ACCEPT WS-LOCK-ANSWER
                   END-IF
                   IF WS-LOCK-ANSWER = "Y" OR WS-LOCK-ANSWER = "y"
                       PERFORM 705-LOCK-PERIOD
                   END-IF
               END-IF
           END-IF.

       705-LOCK-PERIOD.
           IF WS-ROLES-IN-USE = "Y"
               AND WS-SIGNON-ROLE NOT = "FINANCE"
               *> Closing a month is confined to the finance role -
               *> the journal itself still stands.
               DISPLAY "PERIOD LOCK IS CONFINED TO THE FINANCE ROLE "
                   "- PERIOD LEFT OPEN"
               MOVE "REFUSED" TO WS-AUDIT-ACTION
               PERFORM 730-WRITE-AUDIT-LOG-RECORD
           ELSE
               OPEN EXTEND PERIOD-LOCK-FILE
               IF WS-PERIOD-LOCK-FILE-STATUS NOT = "00"
                   OPEN OUTPUT PERIOD-LOCK-FILE
               END-IF
               MOVE WS-LOCK-PERIOD TO PL-PERIOD
               MOVE WS-RUN-DATE TO PL-LOCKED-DATE
               MOVE WS-OPERATOR-ID TO PL-LOCKED-BY
               WRITE PERIOD-LOCK-RECORD
               CLOSE PERIOD-LOCK-FILE
               MOVE "PERLOCK" TO WS-AUDIT-ACTION
               PERFORM 730-WRITE-AUDIT-LOG-RECORD
               DISPLAY "PERIOD " WS-LOCK-PERIOD " LOCKED - LEDGER "
                   "WRITERS WILL REFUSE ROWS DATED INTO IT"
           END-IF.

       710-PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-FROM-DATE TO HDG-FROM-DATE
           MOVE WS-TO-DATE TO HDG-TO-DATE
           MOVE WS-RUN-DATE TO HDG-RUN-DATE
           MOVE WS-PAGE-NUMBER TO HDG-PAGE-NUMBER
           MOVE WS-HEADING-LINE-1 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-HEADING-LINE-2 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 3 TO WS-LINE-COUNT.

       720-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               MOVE REPORT-RECORD TO WS-PRINT-LINE
               PERFORM 710-PRINT-PAGE-HEADING
               MOVE WS-PRINT-LINE TO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           ADD 1 TO WS-LINE-COUNT.

       730-WRITE-AUDIT-LOG-RECORD.
           *> Same audit-line shape every writer STRINGs, with zeros
           *> in the student position - a period lock is about the
           *> ledger, not a record.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           STRING WS-AUDIT-DATE-TIME " GL-JOURNAL-EXPORT 000000 "
               WS-AUDIT-ACTION " " WS-OPERATOR-ID " " WS-LOCK-PERIOD
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           END-STRING.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       END PROGRAM GL-JOURNAL-EXPORT.
