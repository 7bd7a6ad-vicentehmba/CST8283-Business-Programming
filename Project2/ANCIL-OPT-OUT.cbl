      ******************************************************************
      * Author: VICENTE MBA ENGUNG
      * Date: SEPTEMBER 1, 2026
      * Purpose: Ancillary fee opt-out - given an IND-STUDENT-NUMBER
      *          and a fee code, record the student's opt-out from an
      *          opt-out (O) fee on ../ANCILLARY-FEES.TXT for the
      *          current IND-ACADEMIC-TERM. A fee ANCIL-BILLING
      *          already charged is reversed off IND-TUITION-OWED with
      *          an ANCIL-OO ledger row carrying the fee code; a fee
      *          not yet billed is registered as opted out so the
      *          billing run skips it. Either way the charge register
      *          ../ANCILLARY-CHARGES.TXT row goes to O with the
      *          opt-out date and the change is written to
      *          ../AUDIT-LOG.TXT. Mandatory fees are refused.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANCIL-OPT-OUT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEXED-STUDENT-FILE-OUT ASSIGN
           TO "../STUFILE-INDEXED.TXT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
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
           SELECT AUDIT-LOG-FILE ASSIGN TO "../AUDIT-LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

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
           05 FILLER              PIC X(66).
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

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD PIC X(80).

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
       01 WS-AUDIT-FILE-STATUS PIC XX.
       01 WS-ANC-EOF PIC X.
       01 WS-CHARGE-EOF PIC X.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-AUDIT-DATE-TIME.
           05 WS-AUDIT-DATE PIC 9(8).
           05 WS-AUDIT-TIME PIC 9(8).
       01 WS-LEDGER-DATE-TIME.
           05 WS-LEDGER-DATE PIC 9(8).
           05 WS-LEDGER-TIME PIC 9(8).
       01 WS-NUMBER-IN PIC X(6).
       01 WS-CODE-IN PIC X(6).
       01 WS-CONFIRM PIC X.
       01 WS-ANSWER PIC X VALUE "Y".
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
       01 WS-ANC-FOUND PIC 9(3).
       01 WS-PROG-SUB PIC 9.
       01 WS-FEE-APPLIES PIC X.
       *> The whole charge register lives in storage while the
       *> clerk works; it is rewritten once at exit - the XREF-MAINT
       *> idiom.
       01 WS-CHARGE-TABLE.
           05 WS-CHARGE-ROW OCCURS 3000 TIMES.
               10 WS-CHG-STUDENT PIC 9(6).
               10 WS-CHG-TERM PIC X(5).
               10 WS-CHG-CODE PIC X(6).
               10 WS-CHG-AMOUNT PIC 9(4)V99.
               10 WS-CHG-STATUS PIC X.
               10 WS-CHG-CHARGED-DATE PIC 9(8).
               10 WS-CHG-OPT-OUT-DATE PIC 9(8).
       01 WS-CHARGE-COUNT PIC 9(4) VALUE ZERO.
       01 WS-CHARGE-SUB PIC 9(4).
       01 WS-CHARGE-FOUND PIC 9(4).
       01 WS-CHARGES-CHANGED PIC X VALUE "N".
       01 WS-REGISTER-OVERFLOW PIC X VALUE "N".
       01 WS-REVERSED-AMOUNT PIC 9(4)V99.
       01 WS-AMOUNT-PRINT PIC Z,ZZ9.99.
       01 WS-OPT-OUTS-DONE PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       100-PROCESS-OPT-OUTS.
           PERFORM 200-LOAD-ANCILLARY-FEES.
           IF WS-ANC-COUNT = ZERO
               DISPLAY "NO ANCILLARY FEES LOADED - NOTHING TO OPT "
                   "OUT OF"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 210-LOAD-CHARGE-REGISTER.
           IF WS-REGISTER-OVERFLOW = "Y"
               DISPLAY "CHARGE REGISTER EXCEEDS THE 3000-ROW TABLE - "
                   "RUN REFUSED SO NO ROWS ARE LOST"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
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
           PERFORM 220-OPEN-FILES.
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 300-OPT-OUT-ONE-STUDENT
               UNTIL WS-ANSWER = "N" OR WS-ANSWER = "n".
           PERFORM 600-CLOSE-FILES.
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
           END-IF.

       210-LOAD-CHARGE-REGISTER.
           OPEN INPUT ANCILLARY-CHARGE-FILE.
           IF WS-CHARGE-FILE-STATUS = "00"
               MOVE "N" TO WS-CHARGE-EOF
               PERFORM UNTIL WS-CHARGE-EOF = "Y"
                   READ ANCILLARY-CHARGE-FILE
                       AT END MOVE "Y" TO WS-CHARGE-EOF
                       NOT AT END
                           IF WS-CHARGE-COUNT = 3000
                               MOVE "Y" TO WS-REGISTER-OVERFLOW
                           ELSE
                               ADD 1 TO WS-CHARGE-COUNT
                               MOVE ANCILLARY-CHARGE-RECORD TO
                                   WS-CHARGE-ROW(WS-CHARGE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ANCILLARY-CHARGE-FILE
           END-IF.

       220-OPEN-FILES.
           OPEN I-O INDEXED-STUDENT-FILE-OUT.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN STUFILE-INDEXED.TXT - STATUS "
                   WS-FILE-STATUS
               MOVE 1 TO RETURN-CODE
           ELSE
               OPEN EXTEND AUDIT-LOG-FILE
               IF WS-AUDIT-FILE-STATUS NOT = "00"
                   OPEN OUTPUT AUDIT-LOG-FILE
               END-IF
               *> The account ledger accumulates across runs and
               *> across every balance-touching program.
               OPEN EXTEND LEDGER-FILE
               IF WS-LEDGER-FILE-STATUS NOT = "00"
                   OPEN OUTPUT LEDGER-FILE
               END-IF
           END-IF.

       300-OPT-OUT-ONE-STUDENT.
           PERFORM 310-GET-STUDENT-NUMBER
           MOVE WS-NUMBER-IN TO IND-STUDENT-NUMBER
           READ INDEXED-STUDENT-FILE-OUT
               INVALID KEY
                   DISPLAY "No student found with that number."
               NOT INVALID KEY
                   PERFORM 320-PROCESS-THE-OPT-OUT
           END-READ
           DISPLAY "Process another opt-out? (Y/N)"
           ACCEPT WS-ANSWER.

       310-GET-STUDENT-NUMBER.
           MOVE SPACES TO WS-NUMBER-IN
           PERFORM UNTIL WS-NUMBER-IN IS NUMERIC
               DISPLAY "Enter student number (6 digits):"
               ACCEPT WS-NUMBER-IN
               IF WS-NUMBER-IN IS NOT NUMERIC
                   DISPLAY "Invalid entry - must be 6 numeric digits."
               END-IF
           END-PERFORM.

       320-PROCESS-THE-OPT-OUT.
           DISPLAY "STUDENT " IND-STUDENT-NUMBER " "
               FUNCTION TRIM(IND-STUDENT-NAME) " TERM "
               IND-ACADEMIC-TERM
           DISPLAY "Fee code to opt out of:"
           ACCEPT WS-CODE-IN
           PERFORM 330-FIND-APPLICABLE-FEE
           PERFORM 340-FIND-CHARGE-ROW
           EVALUATE TRUE
               WHEN WS-ANC-FOUND = ZERO
                   DISPLAY "FEE " WS-CODE-IN " DOES NOT APPLY TO "
                       "THIS STUDENT'S PROGRAM AND TERM"
               WHEN WS-ANC-TYPE(WS-ANC-FOUND) NOT = "O"
                   DISPLAY "FEE " WS-CODE-IN " IS MANDATORY - "
                       "OPT-OUT REFUSED"
               WHEN WS-CHARGE-FOUND > ZERO
                   AND WS-CHG-STATUS(WS-CHARGE-FOUND) = "O"
                   DISPLAY "STUDENT ALREADY OPTED OUT OF " WS-CODE-IN
                       " FOR TERM " IND-ACADEMIC-TERM
               WHEN OTHER
                   PERFORM 350-CONFIRM-AND-APPLY
           END-EVALUATE.

       330-FIND-APPLICABLE-FEE.
           *> The row for the student's own term wins, the blank-term
           *> default row otherwise - the rule ANCIL-BILLING charged
           *> by.
           MOVE ZERO TO WS-ANC-FOUND
           PERFORM VARYING WS-ANC-SUB FROM 1 BY 1
                   UNTIL WS-ANC-SUB > WS-ANC-COUNT
               IF WS-ANC-CODE(WS-ANC-SUB) = WS-CODE-IN
                   AND WS-ANC-TERM(WS-ANC-SUB) = IND-ACADEMIC-TERM
                   MOVE WS-ANC-SUB TO WS-ANC-FOUND
               END-IF
           END-PERFORM
           IF WS-ANC-FOUND = ZERO
               PERFORM VARYING WS-ANC-SUB FROM 1 BY 1
                       UNTIL WS-ANC-SUB > WS-ANC-COUNT
                   IF WS-ANC-CODE(WS-ANC-SUB) = WS-CODE-IN
                       AND WS-ANC-TERM(WS-ANC-SUB) = SPACES
                       MOVE WS-ANC-SUB TO WS-ANC-FOUND
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ANC-FOUND > ZERO
               AND WS-ANC-PROGRAMS(WS-ANC-FOUND) NOT = SPACES
               MOVE "N" TO WS-FEE-APPLIES
               PERFORM VARYING WS-PROG-SUB FROM 1 BY 1
                       UNTIL WS-PROG-SUB > 5
                   IF WS-ANC-PROGRAM(WS-ANC-FOUND, WS-PROG-SUB) =
                           IND-PROGRAM-OF-STUDY
                       MOVE "Y" TO WS-FEE-APPLIES
                   END-IF
               END-PERFORM
               IF WS-FEE-APPLIES = "N"
                   MOVE ZERO TO WS-ANC-FOUND
               END-IF
           END-IF.

       340-FIND-CHARGE-ROW.
           MOVE ZERO TO WS-CHARGE-FOUND
           PERFORM VARYING WS-CHARGE-SUB FROM 1 BY 1
                   UNTIL WS-CHARGE-SUB > WS-CHARGE-COUNT
               IF WS-CHG-STUDENT(WS-CHARGE-SUB) = IND-STUDENT-NUMBER
                   AND WS-CHG-TERM(WS-CHARGE-SUB) = IND-ACADEMIC-TERM
                   AND WS-CHG-CODE(WS-CHARGE-SUB) = WS-CODE-IN
                   MOVE WS-CHARGE-SUB TO WS-CHARGE-FOUND
               END-IF
           END-PERFORM.

       350-CONFIRM-AND-APPLY.
           IF WS-CHARGE-FOUND > ZERO
               MOVE WS-CHG-AMOUNT(WS-CHARGE-FOUND) TO WS-AMOUNT-PRINT
               DISPLAY WS-ANC-DESC(WS-ANC-FOUND) " WAS CHARGED "
                   WS-AMOUNT-PRINT " - IT WILL BE REVERSED"
           ELSE
               DISPLAY WS-ANC-DESC(WS-ANC-FOUND) " NOT BILLED YET - "
                   "THE BILLING RUN WILL SKIP IT"
           END-IF
           DISPLAY "Record the opt-out? (Y/N)"
           ACCEPT WS-CONFIRM
           IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
               DISPLAY "Opt-out cancelled - nothing changed."
           ELSE
               IF WS-CHARGE-FOUND > ZERO
                   PERFORM 360-REVERSE-CHARGE
               ELSE
                   PERFORM 370-REGISTER-ADVANCE-OPT-OUT
               END-IF
           END-IF.

       360-REVERSE-CHARGE.
           MOVE WS-CHG-AMOUNT(WS-CHARGE-FOUND) TO WS-REVERSED-AMOUNT
           SUBTRACT WS-REVERSED-AMOUNT FROM IND-TUITION-OWED
           REWRITE INDEXED-FILE-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED - STATUS "
                       WS-FILE-STATUS " - OPT-OUT NOT SAVED"
               NOT INVALID KEY
                   MOVE "O" TO WS-CHG-STATUS(WS-CHARGE-FOUND)
                   MOVE WS-RUN-DATE TO
                       WS-CHG-OPT-OUT-DATE(WS-CHARGE-FOUND)
                   MOVE "Y" TO WS-CHARGES-CHANGED
                   ADD 1 TO WS-OPT-OUTS-DONE
                   PERFORM 380-WRITE-LEDGER-RECORD
                   PERFORM 390-WRITE-AUDIT-LOG-RECORD
                   DISPLAY "OPT-OUT RECORDED AND CHARGE REVERSED."
           END-REWRITE.

       370-REGISTER-ADVANCE-OPT-OUT.
           IF WS-CHARGE-COUNT = 3000
               DISPLAY "CHARGE REGISTER FULL - OPT-OUT NOT RECORDED"
           ELSE
               ADD 1 TO WS-CHARGE-COUNT
               MOVE WS-CHARGE-COUNT TO WS-CHARGE-FOUND
               MOVE IND-STUDENT-NUMBER TO
                   WS-CHG-STUDENT(WS-CHARGE-FOUND)
               MOVE IND-ACADEMIC-TERM TO WS-CHG-TERM(WS-CHARGE-FOUND)
               MOVE WS-CODE-IN TO WS-CHG-CODE(WS-CHARGE-FOUND)
               MOVE ZERO TO WS-CHG-AMOUNT(WS-CHARGE-FOUND)
               MOVE "O" TO WS-CHG-STATUS(WS-CHARGE-FOUND)
               MOVE ZERO TO WS-CHG-CHARGED-DATE(WS-CHARGE-FOUND)
               MOVE WS-RUN-DATE TO
                   WS-CHG-OPT-OUT-DATE(WS-CHARGE-FOUND)
               MOVE ZERO TO WS-REVERSED-AMOUNT
               MOVE "Y" TO WS-CHARGES-CHANGED
               ADD 1 TO WS-OPT-OUTS-DONE
               PERFORM 390-WRITE-AUDIT-LOG-RECORD
               DISPLAY "OPT-OUT RECORDED AHEAD OF BILLING."
           END-IF.

       380-WRITE-LEDGER-RECORD.
           ACCEPT WS-LEDGER-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LEDGER-TIME FROM TIME
           MOVE IND-STUDENT-NUMBER TO LED-STUDENT-NUMBER
           MOVE WS-LEDGER-DATE TO LED-TRANS-DATE
           MOVE WS-LEDGER-TIME TO LED-TRANS-TIME
           MOVE "ANCIL-OO" TO LED-TRANS-TYPE
           MOVE WS-CODE-IN TO LED-REFERENCE
           COMPUTE LED-AMOUNT = ZERO - WS-REVERSED-AMOUNT
           WRITE LEDGER-RECORD.

       390-WRITE-AUDIT-LOG-RECORD.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE WS-REVERSED-AMOUNT TO WS-AMOUNT-PRINT
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING WS-AUDIT-DATE-TIME " ANCIL-OPT-OUT "
               IND-STUDENT-NUMBER " OPT-OUT " WS-CODE-IN " "
               IND-ACADEMIC-TERM " " WS-AMOUNT-PRINT
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           END-STRING
           WRITE AUDIT-LOG-RECORD.

       600-CLOSE-FILES.
           CLOSE INDEXED-STUDENT-FILE-OUT
                 AUDIT-LOG-FILE
                 LEDGER-FILE.
           IF WS-CHARGES-CHANGED = "Y"
               PERFORM 610-REWRITE-CHARGE-REGISTER
           END-IF.
           DISPLAY "==========================================".
           DISPLAY "OPT-OUTS RECORDED: " WS-OPT-OUTS-DONE.
           DISPLAY "==========================================".

       610-REWRITE-CHARGE-REGISTER.
           OPEN OUTPUT ANCILLARY-CHARGE-FILE.
           PERFORM VARYING WS-CHARGE-SUB FROM 1 BY 1
                   UNTIL WS-CHARGE-SUB > WS-CHARGE-COUNT
               MOVE WS-CHARGE-ROW(WS-CHARGE-SUB)
                   TO ANCILLARY-CHARGE-RECORD
               WRITE ANCILLARY-CHARGE-RECORD
           END-PERFORM.
           CLOSE ANCILLARY-CHARGE-FILE.

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

       END PROGRAM ANCIL-OPT-OUT.
