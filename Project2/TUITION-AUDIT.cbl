      *          students whose billed amount doesn't match the
      *          schedule, and optionally apply the computed amount
      *          with a REWRITE. Fee disputes stop coming down to
      *          "what the clerk typed that day". The computed amount
      *          includes the ancillary fees ANCIL-BILLING actually
      *          charged the student for the term - the C rows on
      *          ../ANCILLARY-CHARGES.TXT - so a fee not yet billed,
      *          or opted out of, is never written into the balance.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT LEDGER-FILE ASSIGN TO "../STUDENT-LEDGER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT ANCILLARY-CHARGE-FILE ASSIGN
           TO "../ANCILLARY-CHARGES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHARGE-FILE-STATUS.
           SELECT OPERATORS-FILE ASSIGN TO "../OPERATORS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATORS-FILE-STATUS.
               TO "../MASTER-IN-USE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-USE-FILE-STATUS.
           SELECT PERIOD-LOCK-FILE ASSIGN TO "../PERIOD-LOCK.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 IND-PAYMENT-DUE-DATE PIC 9(8).
           05 IND-ACADEMIC-TERM   PIC X(5).

       FD ANCILLARY-CHARGE-FILE.
      *> One row per fee per student per term - C when billed, O when
      *> the student opted out.
       01 ANCILLARY-CHARGE-RECORD.
           05 ACH-STUDENT-NUMBER PIC 9(6).
           05 ACH-ACADEMIC-TERM PIC X(5).
           05 ACH-FEE-CODE PIC X(6).
           05 ACH-AMOUNT PIC 9(4)V99.
           05 ACH-STATUS PIC X.
           05 ACH-CHARGED-DATE PIC 9(8).
           05 ACH-OPT-OUT-DATE PIC 9(8).

       FD VARIANCE-REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

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
       01 WS-FEE-FILE-STATUS PIC XX.
       01 WS-FILE-STATUS PIC XX.
       01 WS-FEE-FOUND PIC 9(3).
       01 WS-COURSE-COUNT PIC 9.
       01 WS-COMPUTED-TUITION PIC 9(6)V99.
       01 WS-CHARGE-FILE-STATUS PIC XX.
       01 WS-CHARGE-EOF PIC X.
       *> Ancillary fees charged (status C) from the charge register
       *> - what ANCIL-BILLING has already put on each balance.
       01 WS-CHARGED-TABLE.
           05 WS-CHARGED-ROW OCCURS 3000 TIMES.
               10 WS-CHARGED-STUDENT PIC 9(6).
               10 WS-CHARGED-TERM PIC X(5).
               10 WS-CHARGED-AMOUNT PIC 9(4)V99.
       01 WS-CHARGED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-CHARGED-SUB PIC 9(4).
       01 WS-ANCILLARY-TOTAL PIC 9(5)V99.
       01 WS-ANCILLARY-PRINT PIC ZZ,ZZ9.99.
       01 WS-VARIANCE PIC S9(6)V99.
       01 WS-STUDENTS-READ PIC 9(6) VALUE ZERO.
       01 WS-VARIANCE-COUNT PIC 9(6) VALUE ZERO.
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 220-LOAD-ANCILLARY-CHARGES.
           DISPLAY "Apply computed amounts to the file? (Y/N)"
           ACCEPT WS-APPLY-ANSWER.
           IF (WS-APPLY-ANSWER = "Y" OR WS-APPLY-ANSWER = "y")
               PERFORM 160-LOG-REFUSED-ATTEMPT
               MOVE "N" TO WS-APPLY-ANSWER
           END-IF.
           IF WS-APPLY-ANSWER = "Y" OR WS-APPLY-ANSWER = "y"
               PERFORM 770-LOAD-PERIOD-LOCKS
               ACCEPT WS-LOCK-CHECK-DATE FROM DATE YYYYMMDD
               PERFORM 780-CHECK-PERIOD-LOCK
               IF WS-PERIOD-LOCKED = "Y"
                   DISPLAY "RUNNING REPORT-ONLY INSTEAD"
                   MOVE "N" TO WS-APPLY-ANSWER
               END-IF
           END-IF.
           IF WS-APPLY-ANSWER = "Y" OR WS-APPLY-ANSWER = "y"
               PERFORM 750-CHECK-MASTER-IN-USE
               IF WS-MASTER-BUSY = "Y"
               DISPLAY "FEE SCHEDULE ROWS LOADED: " WS-FEE-COUNT
           END-IF.

       220-LOAD-ANCILLARY-CHARGES.
           OPEN INPUT ANCILLARY-CHARGE-FILE.
           IF WS-CHARGE-FILE-STATUS NOT = "00"
               DISPLAY "NO ANCILLARY-CHARGES.TXT FOUND - AUDITING "
                   "TUITION ONLY"
           ELSE
               MOVE "N" TO WS-CHARGE-EOF
               PERFORM UNTIL WS-CHARGE-EOF = "Y"
                   READ ANCILLARY-CHARGE-FILE
                       AT END MOVE "Y" TO WS-CHARGE-EOF
                       NOT AT END
                           IF ACH-STATUS = "C"
                               IF WS-CHARGED-COUNT = 3000
                                   DISPLAY "WARNING - MORE THAN 3000 "
                                       "ANCILLARY CHARGES, EXTRA ROWS "
                                       "IGNORED"
                               ELSE
                                   ADD 1 TO WS-CHARGED-COUNT
                                   MOVE ACH-STUDENT-NUMBER TO
                                       WS-CHARGED-STUDENT
                                       (WS-CHARGED-COUNT)
                                   MOVE ACH-ACADEMIC-TERM TO
                                       WS-CHARGED-TERM
                                       (WS-CHARGED-COUNT)
                                   MOVE ACH-AMOUNT TO
                                       WS-CHARGED-AMOUNT
                                       (WS-CHARGED-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ANCILLARY-CHARGE-FILE
               DISPLAY "ANCILLARY CHARGES LOADED: " WS-CHARGED-COUNT
           END-IF.

       300-READ-STUDENT.
           READ INDEXED-STUDENT-FILE-OUT NEXT RECORD
               AT END MOVE "YES" TO EOF-FLAG
               MOVE "NO FEE SCHEDULE FOR THIS PROGRAM" TO DET-NOTE
               PERFORM 430-WRITE-VARIANCE-LINE
           ELSE
               PERFORM 425-SUM-ANCILLARY-FEES
               COMPUTE WS-COMPUTED-TUITION =
                   WS-FEE-BASE(WS-FEE-FOUND)
                   + WS-FEE-RATE(WS-FEE-FOUND) * WS-COURSE-COUNT
                   + WS-ANCILLARY-TOTAL
               IF WS-COMPUTED-TUITION NOT = IND-TUITION-OWED
                   ADD 1 TO WS-VARIANCE-COUNT
                   MOVE SPACES TO DET-NOTE
                   IF WS-ANCILLARY-TOTAL > ZERO
                       MOVE WS-ANCILLARY-TOTAL TO WS-ANCILLARY-PRINT
                       STRING "INCLUDES ANCILLARY FEES "
                           WS-ANCILLARY-PRINT
                           DELIMITED BY SIZE INTO DET-NOTE
                       END-STRING
                   END-IF
                   PERFORM 430-WRITE-VARIANCE-LINE
                   IF WS-APPLY-ANSWER = "Y"
                       OR WS-APPLY-ANSWER = "y"
       410-COUNT-COURSE-SLOTS.
           MOVE ZERO TO WS-COURSE-COUNT.
           IF IND-COURSE-CODE-1 NOT = SPACES
               AND IND-COURSE-CODE-1 NOT = "WITHDRN"
               ADD 1 TO WS-COURSE-COUNT
           END-IF.
           IF IND-COURSE-CODE-2 NOT = SPACES
               AND IND-COURSE-CODE-2 NOT = "WITHDRN"
               ADD 1 TO WS-COURSE-COUNT
           END-IF.
           IF IND-COURSE-CODE-3 NOT = SPACES
               AND IND-COURSE-CODE-3 NOT = "WITHDRN"
               ADD 1 TO WS-COURSE-COUNT
           END-IF.
           IF IND-COURSE-CODE-4 NOT = SPACES
               AND IND-COURSE-CODE-4 NOT = "WITHDRN"
               ADD 1 TO WS-COURSE-COUNT
           END-IF.
           IF IND-COURSE-CODE-5 NOT = SPACES
               AND IND-COURSE-CODE-5 NOT = "WITHDRN"
               ADD 1 TO WS-COURSE-COUNT
           END-IF.

               END-PERFORM
           END-IF.

       425-SUM-ANCILLARY-FEES.
           *> What ANCIL-BILLING charged this student for the term.
           *> Writing in fees it has not billed would have it bill
           *> them again on its next run; an opted-out fee is no
           *> longer a C row.
           MOVE ZERO TO WS-ANCILLARY-TOTAL.
           PERFORM VARYING WS-CHARGED-SUB FROM 1 BY 1
                   UNTIL WS-CHARGED-SUB > WS-CHARGED-COUNT
               IF WS-CHARGED-STUDENT(WS-CHARGED-SUB) =
                       IND-STUDENT-NUMBER
                   AND WS-CHARGED-TERM(WS-CHARGED-SUB) =
                       IND-ACADEMIC-TERM
                   ADD WS-CHARGED-AMOUNT(WS-CHARGED-SUB)
                       TO WS-ANCILLARY-TOTAL
               END-IF
           END-PERFORM.

       430-WRITE-VARIANCE-LINE.
           MOVE IND-STUDENT-NUMBER TO DET-STUDENT-NUMBER
           MOVE IND-PROGRAM-OF-STUDY TO DET-PROGRAM
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

       END PROGRAM TUITION-AUDIT.
