      ******************************************************************
      * Author: VICENTE MBA ENGUNG
      * Date: SEPTEMBER 1, 2026
      * Purpose: Ancillary billing run over STUFILE-INDEXED.TXT -
      *          for every student with at least one active course
      *          slot, charge each ancillary fee on
      *          ../ANCILLARY-FEES.TXT that applies to the student's
      *          program and IND-ACADEMIC-TERM (term row first, the
      *          blank-term default row otherwise). A fee is charged
      *          once per student per term: the charge register
      *          ../ANCILLARY-CHARGES.TXT already holding the fee for
      *          that term - charged, or opted out ahead of billing
      *          through ANCIL-OPT-OUT - means it is skipped. Each fee
      *          charged goes on IND-TUITION-OWED with its own ANCIL
      *          ledger row carrying the fee code, and the run prints
      *          totals by fee code to ../ANCILLARY-BILLING-RPT.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANCIL-BILLING.
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
           SELECT ANCILLARY-FEE-FILE ASSIGN TO "../ANCILLARY-FEES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ANC-FILE-STATUS.
           SELECT ANCILLARY-CHARGE-FILE ASSIGN
           TO "../ANCILLARY-CHARGES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHARGE-FILE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "../STUDENT-LEDGER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT BILLING-REPORT-FILE ASSIGN
           TO "../ANCILLARY-BILLING-RPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT MASTER-IN-USE-FILE ASSIGN
               TO "../MASTER-IN-USE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-USE-FILE-STATUS.
           SELECT PERIOD-LOCK-FILE ASSIGN TO "../PERIOD-LOCK.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-LOCK-FILE-STATUS.

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

       FD ANCILLARY-CHARGE-FILE.
      *> One row per fee per student per term - C when billed, O when
      *> the student opted out (before billing the amount is zero).
      *> The register is what makes the charge once-per-term.
       01 ANCILLARY-CHARGE-RECORD.
           05 ACH-STUDENT-NUMBER PIC 9(6).
           05 ACH-ACADEMIC-TERM PIC X(5).
           05 ACH-FEE-CODE PIC X(6).
           05 ACH-AMOUNT PIC 9(4)V99.
           05 ACH-STATUS PIC X.
           05 ACH-CHARGED-DATE PIC 9(8).
           05 ACH-OPT-OUT-DATE PIC 9(8).

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

       FD BILLING-REPORT-FILE.
       01 BILLING-REPORT-RECORD PIC X(80).

       FD MASTER-IN-USE-FILE.
      *> In-use signal for STUFILE-INDEXED.TXT - BATCH-DRIVER writes
      *> it while batch steps run and clears it afterwards. Online
      *> updaters refuse to open the master for update while the
      *> signal is held, with a stale-signal override for the flag a
      *> crashed run leaves behind.
       01 MASTER-IN-USE-RECORD.
           05 IU-HELD-DATE PIC 9(8).
           05 IU-HELD-TIME PIC 9(8).
           05 IU-HOLDER PIC X(20).

       FD PERIOD-LOCK-FILE.
      *> Month-end periods closed by GL-JOURNAL-EXPORT. A locked
      *> month - and every month before it - is closed to new ledger
      *> rows, so a month already reported to the general ledger
      *> can't change underneath it.
       01 PERIOD-LOCK-RECORD.
           05 PL-PERIOD PIC 9(6).
           05 PL-LOCKED-DATE PIC 9(8).
           05 PL-LOCKED-BY PIC X(8).

       WORKING-STORAGE SECTION.
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
       01 WS-PERIOD-LOCK-FILE-STATUS PIC XX.
       01 WS-PERIOD-LOCK-EOF PIC X.
       *> Latest month locked on ../PERIOD-LOCK.TXT; a ledger row
       *> dated in it or any earlier month is refused.
       01 WS-CLOSED-THROUGH PIC 9(6) VALUE ZERO.
       01 WS-LOCK-CHECK-DATE PIC 9(8).
       01 WS-LOCK-CHECK-PARTS REDEFINES WS-LOCK-CHECK-DATE.
           05 WS-LOCK-CHECK-PERIOD PIC 9(6).
           05 FILLER PIC 9(2).
       01 WS-PERIOD-LOCKED PIC X VALUE "N".
       01 EOF-FLAG PIC X(3) VALUE "NO".
       01 WS-FILE-STATUS PIC XX.
       01 WS-ANC-FILE-STATUS PIC XX.
       01 WS-CHARGE-FILE-STATUS PIC XX.
       01 WS-LEDGER-FILE-STATUS PIC XX.
       01 WS-REPORT-FILE-STATUS PIC XX.
       01 WS-ANC-EOF PIC X.
       01 WS-CHARGE-EOF PIC X.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-LEDGER-DATE-TIME.
           05 WS-LEDGER-DATE PIC 9(8).
           05 WS-LEDGER-TIME PIC 9(8).
       *> Ancillary fee master held in storage.
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
       01 WS-ANC-SUB PIC 9(3).
       01 WS-ANC-SUB-2 PIC 9(3).
       01 WS-PROG-SUB PIC 9.
       01 WS-TERM-APPLIES PIC X.
       01 WS-FEE-APPLIES PIC X.
       *> Keys already on the charge register - a fee found here for
       *> the student's term is never charged again.
       01 WS-CHARGED-TABLE.
           05 WS-CHARGED-ROW OCCURS 3000 TIMES.
               10 WS-CHARGED-STUDENT PIC 9(6).
               10 WS-CHARGED-TERM PIC X(5).
               10 WS-CHARGED-CODE PIC X(6).
       01 WS-CHARGED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-CHARGED-SUB PIC 9(4).
       01 WS-ALREADY-CHARGED PIC X.
       01 WS-REGISTER-OVERFLOW PIC X VALUE "N".
       *> This student's charges for the run, applied with one
       *> REWRITE and then written out fee by fee.
       01 WS-PENDING-TABLE.
           05 WS-PENDING-ROW OCCURS 20 TIMES.
               10 WS-PENDING-ANC PIC 9(3).
       01 WS-PENDING-COUNT PIC 9(2).
       01 WS-PENDING-SUB PIC 9(2).
       01 WS-PENDING-TOTAL PIC 9(6)V99.
       *> Totals by fee code for the report.
       01 WS-TOTAL-TABLE.
           05 WS-TOTAL-ROW OCCURS 100 TIMES.
               10 WS-TOTAL-CODE PIC X(6).
               10 WS-TOTAL-DESC PIC X(30).
               10 WS-TOTAL-CHARGES PIC 9(6).
               10 WS-TOTAL-AMOUNT PIC 9(8)V99.
       01 WS-TOTAL-COUNT PIC 9(3) VALUE ZERO.
       01 WS-TOTAL-SUB PIC 9(3).
       01 WS-TOTAL-FOUND PIC 9(3).
       01 WS-SLOT-SUB PIC 9.
       01 WS-ACTIVE-SLOTS PIC 9.
       01 WS-STUDENTS-READ PIC 9(6) VALUE ZERO.
       01 WS-STUDENTS-CHARGED PIC 9(6) VALUE ZERO.
       01 WS-NOT-ENROLLED PIC 9(6) VALUE ZERO.
       01 WS-FEES-CHARGED PIC 9(6) VALUE ZERO.
       01 WS-GRAND-TOTAL PIC 9(8)V99 VALUE ZERO.
       01 WS-REPORT-LINE PIC X(80).
       01 WS-COUNT-PRINT PIC ZZZ,ZZ9.
       01 WS-TOTAL-PRINT PIC ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       100-BILL-ANCILLARY-FEES.
           PERFORM 750-CHECK-MASTER-IN-USE.
           IF WS-MASTER-BUSY = "Y"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 770-LOAD-PERIOD-LOCKS.
           ACCEPT WS-LOCK-CHECK-DATE FROM DATE YYYYMMDD.
           PERFORM 780-CHECK-PERIOD-LOCK.
           IF WS-PERIOD-LOCKED = "Y"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 200-LOAD-ANCILLARY-FEES.
           IF WS-ANC-COUNT = ZERO
               DISPLAY "NO ANCILLARY FEES LOADED - NOTHING TO BILL"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 210-LOAD-CHARGE-REGISTER.
           IF WS-REGISTER-OVERFLOW = "Y"
               *> Billing without the whole register could charge a
               *> fee twice in the same term.
               DISPLAY "CHARGE REGISTER EXCEEDS THE 3000-ROW TABLE - "
                   "RUN REFUSED, ARCHIVE OLD TERMS FIRST"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O INDEXED-STUDENT-FILE-OUT.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN STUFILE-INDEXED.TXT - STATUS "
                   WS-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           *> The account ledger accumulates across runs and across
           *> every balance-touching program; the charge register
           *> accumulates with it.
           OPEN EXTEND LEDGER-FILE.
           IF WS-LEDGER-FILE-STATUS NOT = "00"
               OPEN OUTPUT LEDGER-FILE
           END-IF.
           OPEN EXTEND ANCILLARY-CHARGE-FILE.
           IF WS-CHARGE-FILE-STATUS NOT = "00"
               OPEN OUTPUT ANCILLARY-CHARGE-FILE
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 300-READ-STUDENT.
           PERFORM 400-BILL-ONE-STUDENT UNTIL EOF-FLAG = "YES".
           CLOSE INDEXED-STUDENT-FILE-OUT
                 LEDGER-FILE
                 ANCILLARY-CHARGE-FILE.
           PERFORM 500-PRINT-FEE-TOTALS.
           DISPLAY "==========================================".
           DISPLAY "STUDENTS READ:         " WS-STUDENTS-READ.
           DISPLAY "STUDENTS CHARGED:      " WS-STUDENTS-CHARGED.
           DISPLAY "NOT ENROLLED (SKIPPED):" WS-NOT-ENROLLED.
           DISPLAY "FEES CHARGED:          " WS-FEES-CHARGED.
           DISPLAY "TOTAL BILLED:          " WS-GRAND-TOTAL.
           DISPLAY "REPORT: ../ANCILLARY-BILLING-RPT.TXT".
           DISPLAY "==========================================".
           GOBACK.

       200-LOAD-ANCILLARY-FEES.
           OPEN INPUT ANCILLARY-FEE-FILE.
           IF WS-ANC-FILE-STATUS NOT = "00"
               DISPLAY "NO ANCILLARY-FEES.TXT FOUND"
           ELSE
               MOVE "N" TO WS-ANC-EOF
               PERFORM UNTIL WS-ANC-EOF = "Y"
                   READ ANCILLARY-FEE-FILE
                       AT END MOVE "Y" TO WS-ANC-EOF
                       NOT AT END
                           IF WS-ANC-COUNT = 100
                               DISPLAY "WARNING - MORE THAN 100 "
                                   "ANCILLARY ROWS, EXTRA ROWS IGNORED"
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

       210-LOAD-CHARGE-REGISTER.
           OPEN INPUT ANCILLARY-CHARGE-FILE.
           IF WS-CHARGE-FILE-STATUS = "00"
               MOVE "N" TO WS-CHARGE-EOF
               PERFORM UNTIL WS-CHARGE-EOF = "Y"
                   READ ANCILLARY-CHARGE-FILE
                       AT END MOVE "Y" TO WS-CHARGE-EOF
                       NOT AT END
                           IF WS-CHARGED-COUNT = 3000
                               MOVE "Y" TO WS-REGISTER-OVERFLOW
                           ELSE
                               ADD 1 TO WS-CHARGED-COUNT
                               MOVE ACH-STUDENT-NUMBER TO
                                   WS-CHARGED-STUDENT(WS-CHARGED-COUNT)
                               MOVE ACH-ACADEMIC-TERM TO
                                   WS-CHARGED-TERM(WS-CHARGED-COUNT)
                               MOVE ACH-FEE-CODE TO
                                   WS-CHARGED-CODE(WS-CHARGED-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ANCILLARY-CHARGE-FILE
           END-IF.

       300-READ-STUDENT.
           READ INDEXED-STUDENT-FILE-OUT NEXT RECORD
               AT END MOVE "YES" TO EOF-FLAG
               NOT AT END ADD 1 TO WS-STUDENTS-READ
           END-READ.

       400-BILL-ONE-STUDENT.
           *> Only a student sitting at least one live course this
           *> term is charged - empty slots and WITHDRN markers don't
           *> count.
           MOVE ZERO TO WS-ACTIVE-SLOTS.
           PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB > 5
               IF IND-COURSE-CODE(WS-SLOT-SUB) NOT = SPACES
                   AND IND-COURSE-CODE(WS-SLOT-SUB) NOT = "WITHDRN"
                   ADD 1 TO WS-ACTIVE-SLOTS
               END-IF
           END-PERFORM.
           IF WS-ACTIVE-SLOTS = ZERO
               ADD 1 TO WS-NOT-ENROLLED
           ELSE
               MOVE ZERO TO WS-PENDING-COUNT
               MOVE ZERO TO WS-PENDING-TOTAL
               PERFORM VARYING WS-ANC-SUB FROM 1 BY 1
                       UNTIL WS-ANC-SUB > WS-ANC-COUNT
                   PERFORM 410-CHECK-FEE-APPLIES
                   IF WS-FEE-APPLIES = "Y"
                       PERFORM 420-CHECK-ALREADY-CHARGED
                       IF WS-ALREADY-CHARGED = "N"
                           AND WS-PENDING-COUNT < 20
                           ADD 1 TO WS-PENDING-COUNT
                           MOVE WS-ANC-SUB TO
                               WS-PENDING-ANC(WS-PENDING-COUNT)
                           ADD WS-ANC-AMOUNT(WS-ANC-SUB)
                               TO WS-PENDING-TOTAL
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-PENDING-COUNT > ZERO
                   PERFORM 430-APPLY-PENDING-CHARGES
               END-IF
           END-IF.
           PERFORM 300-READ-STUDENT.

       410-CHECK-FEE-APPLIES.
           *> The row for the student's own term wins; a blank-term
           *> default row only applies when the fee code has no row
           *> for that term - the FEE-SCHEDULE.TXT rule.
           MOVE "N" TO WS-TERM-APPLIES.
           MOVE "N" TO WS-FEE-APPLIES.
           IF WS-ANC-TERM(WS-ANC-SUB) = IND-ACADEMIC-TERM
               MOVE "Y" TO WS-TERM-APPLIES
           END-IF.
           IF WS-ANC-TERM(WS-ANC-SUB) = SPACES
               MOVE "Y" TO WS-TERM-APPLIES
               PERFORM VARYING WS-ANC-SUB-2 FROM 1 BY 1
                       UNTIL WS-ANC-SUB-2 > WS-ANC-COUNT
                   IF WS-ANC-CODE(WS-ANC-SUB-2) =
                           WS-ANC-CODE(WS-ANC-SUB)
                       AND WS-ANC-TERM(WS-ANC-SUB-2) =
                           IND-ACADEMIC-TERM
                       MOVE "N" TO WS-TERM-APPLIES
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-TERM-APPLIES = "Y"
               IF WS-ANC-PROGRAMS(WS-ANC-SUB) = SPACES
                   MOVE "Y" TO WS-FEE-APPLIES
               ELSE
                   PERFORM VARYING WS-PROG-SUB FROM 1 BY 1
                           UNTIL WS-PROG-SUB > 5
                       IF WS-ANC-PROGRAM(WS-ANC-SUB, WS-PROG-SUB) =
                               IND-PROGRAM-OF-STUDY
                           MOVE "Y" TO WS-FEE-APPLIES
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       420-CHECK-ALREADY-CHARGED.
           MOVE "N" TO WS-ALREADY-CHARGED.
           PERFORM VARYING WS-CHARGED-SUB FROM 1 BY 1
                   UNTIL WS-CHARGED-SUB > WS-CHARGED-COUNT
               IF WS-CHARGED-STUDENT(WS-CHARGED-SUB) =
                       IND-STUDENT-NUMBER
                   AND WS-CHARGED-TERM(WS-CHARGED-SUB) =
                       IND-ACADEMIC-TERM
                   AND WS-CHARGED-CODE(WS-CHARGED-SUB) =
                       WS-ANC-CODE(WS-ANC-SUB)
                   MOVE "Y" TO WS-ALREADY-CHARGED
               END-IF
           END-PERFORM.

       430-APPLY-PENDING-CHARGES.
           ADD WS-PENDING-TOTAL TO IND-TUITION-OWED.
           REWRITE INDEXED-FILE-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR STUDENT "
                       IND-STUDENT-NUMBER " - STATUS " WS-FILE-STATUS
                       " - ANCILLARY FEES NOT CHARGED"
               NOT INVALID KEY
                   ADD 1 TO WS-STUDENTS-CHARGED
                   PERFORM VARYING WS-PENDING-SUB FROM 1 BY 1
                           UNTIL WS-PENDING-SUB > WS-PENDING-COUNT
                       MOVE WS-PENDING-ANC(WS-PENDING-SUB)
                           TO WS-ANC-SUB
                       PERFORM 440-WRITE-LEDGER-RECORD
                       PERFORM 450-REGISTER-CHARGE
                       PERFORM 460-ADD-TO-FEE-TOTALS
                   END-PERFORM
           END-REWRITE.

       440-WRITE-LEDGER-RECORD.
           ACCEPT WS-LEDGER-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LEDGER-TIME FROM TIME
           MOVE IND-STUDENT-NUMBER TO LED-STUDENT-NUMBER
           MOVE WS-LEDGER-DATE TO LED-TRANS-DATE
           MOVE WS-LEDGER-TIME TO LED-TRANS-TIME
           MOVE "ANCIL" TO LED-TRANS-TYPE
           MOVE WS-ANC-CODE(WS-ANC-SUB) TO LED-REFERENCE
           MOVE WS-ANC-AMOUNT(WS-ANC-SUB) TO LED-AMOUNT
           WRITE LEDGER-RECORD.

       450-REGISTER-CHARGE.
           MOVE IND-STUDENT-NUMBER TO ACH-STUDENT-NUMBER
           MOVE IND-ACADEMIC-TERM TO ACH-ACADEMIC-TERM
           MOVE WS-ANC-CODE(WS-ANC-SUB) TO ACH-FEE-CODE
           MOVE WS-ANC-AMOUNT(WS-ANC-SUB) TO ACH-AMOUNT
           MOVE "C" TO ACH-STATUS
           MOVE WS-RUN-DATE TO ACH-CHARGED-DATE
           MOVE ZERO TO ACH-OPT-OUT-DATE
           WRITE ANCILLARY-CHARGE-RECORD.

       460-ADD-TO-FEE-TOTALS.
           MOVE ZERO TO WS-TOTAL-FOUND
           PERFORM VARYING WS-TOTAL-SUB FROM 1 BY 1
                   UNTIL WS-TOTAL-SUB > WS-TOTAL-COUNT
               IF WS-TOTAL-CODE(WS-TOTAL-SUB) =
                       WS-ANC-CODE(WS-ANC-SUB)
                   MOVE WS-TOTAL-SUB TO WS-TOTAL-FOUND
               END-IF
           END-PERFORM
           IF WS-TOTAL-FOUND = ZERO
               ADD 1 TO WS-TOTAL-COUNT
               MOVE WS-TOTAL-COUNT TO WS-TOTAL-FOUND
               MOVE WS-ANC-CODE(WS-ANC-SUB) TO
                   WS-TOTAL-CODE(WS-TOTAL-FOUND)
               MOVE WS-ANC-DESC(WS-ANC-SUB) TO
                   WS-TOTAL-DESC(WS-TOTAL-FOUND)
               MOVE ZERO TO WS-TOTAL-CHARGES(WS-TOTAL-FOUND)
               MOVE ZERO TO WS-TOTAL-AMOUNT(WS-TOTAL-FOUND)
           END-IF
           ADD 1 TO WS-TOTAL-CHARGES(WS-TOTAL-FOUND)
           ADD WS-ANC-AMOUNT(WS-ANC-SUB) TO
               WS-TOTAL-AMOUNT(WS-TOTAL-FOUND)
           ADD 1 TO WS-FEES-CHARGED
           ADD WS-ANC-AMOUNT(WS-ANC-SUB) TO WS-GRAND-TOTAL.

       500-PRINT-FEE-TOTALS.
           OPEN OUTPUT BILLING-REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ANCILLARY FEE BILLING RUN " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE BILLING-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO BILLING-REPORT-RECORD
           WRITE BILLING-REPORT-RECORD
           MOVE "CODE   DESCRIPTION                     CHARGES"
               & "         AMOUNT" TO WS-REPORT-LINE
           WRITE BILLING-REPORT-RECORD FROM WS-REPORT-LINE
           PERFORM VARYING WS-TOTAL-SUB FROM 1 BY 1
                   UNTIL WS-TOTAL-SUB > WS-TOTAL-COUNT
               MOVE WS-TOTAL-CHARGES(WS-TOTAL-SUB) TO WS-COUNT-PRINT
               MOVE WS-TOTAL-AMOUNT(WS-TOTAL-SUB) TO WS-TOTAL-PRINT
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-TOTAL-CODE(WS-TOTAL-SUB) " "
                   WS-TOTAL-DESC(WS-TOTAL-SUB) "  " WS-COUNT-PRINT
                   "  " WS-TOTAL-PRINT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
               WRITE BILLING-REPORT-RECORD FROM WS-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO BILLING-REPORT-RECORD
           WRITE BILLING-REPORT-RECORD
           MOVE WS-FEES-CHARGED TO WS-COUNT-PRINT
           MOVE WS-GRAND-TOTAL TO WS-TOTAL-PRINT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TOTAL                                  "
               WS-COUNT-PRINT "  " WS-TOTAL-PRINT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE BILLING-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-STUDENTS-CHARGED TO WS-COUNT-PRINT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "STUDENTS CHARGED: " WS-COUNT-PRINT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE BILLING-REPORT-RECORD FROM WS-REPORT-LINE
           CLOSE BILLING-REPORT-FILE.

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

       770-LOAD-PERIOD-LOCKS.
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

       780-CHECK-PERIOD-LOCK.
           *> WS-LOCK-CHECK-DATE carries the date the ledger row would
           *> fall on.
           MOVE "N" TO WS-PERIOD-LOCKED.
           IF WS-LOCK-CHECK-PERIOD NOT > WS-CLOSED-THROUGH
               MOVE "Y" TO WS-PERIOD-LOCKED
               DISPLAY "PERIOD " WS-LOCK-CHECK-PERIOD " IS CLOSED "
                   "(LEDGER LOCKED THROUGH " WS-CLOSED-THROUGH
                   ") - NO LEDGER ROW MAY BE DATED INTO IT"
           END-IF.

       END PROGRAM ANCIL-BILLING.
