      *          and mark the course slots WITHDRN rather than
      *          silently blanking them, and leave any resulting
      *          credit balance for the existing REFUND-RUN path.
      *          A student whose term was aid-funded
      *          (../AID-FUNDED.TXT, written by AID-IMPORT) is flagged
      *          at withdrawal: the funder's share of the refund -
      *          the funder is repaid first, up to the aid it sent -
      *          goes to ../AID-RETURN-TO-FUNDER.TXT with an AID-RTN
      *          ledger row, so only the student's own share is left
      *          as a credit for REFUND-RUN.
      *          One transaction, one audit trail, no email thread.
      * Tectonics: cobc
      ******************************************************************
           SELECT LEDGER-FILE ASSIGN TO "../STUDENT-LEDGER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT AID-FUNDED-FILE ASSIGN TO "../AID-FUNDED.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FUNDED-FILE-STATUS.
           SELECT RETURN-TO-FUNDER-FILE ASSIGN
           TO "../AID-RETURN-TO-FUNDER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURN-FILE-STATUS.

           SELECT MASTER-IN-USE-FILE ASSIGN
               TO "../MASTER-IN-USE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-USE-FILE-STATUS.
           SELECT PERIOD-LOCK-FILE ASSIGN TO "../PERIOD-LOCK.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 LED-AMOUNT PIC S9(6)V99
               SIGN LEADING SEPARATE.

       FD AID-FUNDED-FILE.
      *> One row per aid disbursement AID-IMPORT credited - the
      *> funders behind a student's term.
       01 AID-FUNDED-RECORD.
           05 AF-STUDENT-NUMBER PIC 9(6).
           05 AF-ACADEMIC-TERM PIC X(5).
           05 AF-FUNDER-CODE PIC X(8).
           05 AF-BATCH-ID PIC X(8).
           05 AF-FUNDER-REF PIC X(8).
           05 AF-AMOUNT PIC 9(6)V99.
           05 AF-CREDITED-DATE PIC 9(8).

       FD RETURN-TO-FUNDER-FILE.
      *> Money owed back to a funder - the same file AID-IMPORT
      *> writes aid it could not credit to.
       01 RETURN-TO-FUNDER-RECORD.
           05 RTF-RETURN-DATE PIC 9(8).
           05 RTF-FUNDER-CODE PIC X(8).
           05 RTF-BATCH-ID PIC X(8).
           05 RTF-STUDENT-NUMBER PIC X(6).
           05 RTF-ACADEMIC-TERM PIC X(5).
           05 RTF-FUNDER-REF PIC X(8).
           05 RTF-AMOUNT PIC 9(6)V99.
           05 RTF-REASON PIC X(8).

       FD MASTER-IN-USE-FILE.
      *> In-use signal for STUFILE-INDEXED.TXT - BATCH-DRIVER writes
      *> it while batch steps run and clears it afterwards. Online
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
       01 WS-FILE-STATUS PIC XX.
       01 WS-FEE-FILE-STATUS PIC XX.
       01 WS-REFUND-SCHED-STATUS PIC XX.
       01 WS-REFUND-AMOUNT PIC 9(6)V99.
       01 WS-REFUND-PRINT PIC ZZZ,ZZ9.99.
       01 WS-BALANCE-PRINT PIC +ZZZ,ZZ9.99.
       01 WS-FUNDED-FILE-STATUS PIC XX.
       01 WS-RETURN-FILE-STATUS PIC XX.
       01 WS-AID-EOF PIC X.
       *> The aid disbursements behind this student's term, in the
       *> order they were credited.
       01 WS-AID-TABLE.
           05 WS-AID-ROW OCCURS 20 TIMES.
               10 WS-AID-FUNDER PIC X(8).
               10 WS-AID-BATCH PIC X(8).
               10 WS-AID-REF PIC X(8).
               10 WS-AID-AMOUNT PIC 9(6)V99.
       01 WS-AID-COUNT PIC 9(2) VALUE ZERO.
       01 WS-AID-SUB PIC 9(2).
       01 WS-AID-TOTAL PIC 9(7)V99.
       01 WS-FUNDER-SHARE PIC 9(6)V99.
       01 WS-AID-REMAINING PIC 9(6)V99.
       01 WS-AID-APPLY PIC 9(6)V99.
       01 WS-RUN-DATE PIC 9(8).

       PROCEDURE DIVISION.
       100-PROCESS-WITHDRAWALS.
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
               IF WS-LEDGER-FILE-STATUS NOT = "00"
                   OPEN OUTPUT LEDGER-FILE
               END-IF
               OPEN EXTEND RETURN-TO-FUNDER-FILE
               IF WS-RETURN-FILE-STATUS NOT = "00"
                   OPEN OUTPUT RETURN-TO-FUNDER-FILE
               END-IF
           END-IF.

       300-WITHDRAW-ONE-STUDENT.
                   "WITHDRAWN THIS TERM - NOTHING DONE"
           ELSE
               PERFORM 330-GET-WITHDRAWAL-DATE
               *> A withdrawal effective in a closed month would
               *> back-date its refund credit into a period the
               *> general ledger has already been given.
               MOVE WS-WITHDRAWAL-DATE TO WS-LOCK-CHECK-DATE
               PERFORM 780-CHECK-PERIOD-LOCK
               PERFORM 340-FIND-REFUND-PERCENT
               EVALUATE TRUE
                   WHEN WS-PERIOD-LOCKED = "Y"
                       DISPLAY "WITHDRAWAL REFUSED - DATE IT IN AN "
                           "OPEN PERIOD OR HAVE FINANCE ADJUST IT"
                   WHEN WS-SCHED-FOUND = ZERO
                       DISPLAY "NO REFUND SCHEDULE ROW FOR TERM "
                           IND-ACADEMIC-TERM " - WITHDRAWAL REFUSED, "
                           "ADD THE TERM WITH ITS DATES FIRST"
                   WHEN OTHER
                       PERFORM 350-COMPUTE-REFUND
                       PERFORM 360-CONFIRM-AND-APPLY
               END-EVALUATE
           END-IF.

       330-GET-WITHDRAWAL-DATE.
           END-IF
           COMPUTE WS-REFUND-AMOUNT ROUNDED = WS-TERM-TUITION
               * WS-REFUND-PERCENT / 100.
           PERFORM 355-FIND-AID-FUNDING.
           *> The funder is repaid first, up to the aid it sent for
           *> the term; only what is left is the student's.
           IF WS-AID-TOTAL < WS-REFUND-AMOUNT
               MOVE WS-AID-TOTAL TO WS-FUNDER-SHARE
           ELSE
               MOVE WS-REFUND-AMOUNT TO WS-FUNDER-SHARE
           END-IF.

       355-FIND-AID-FUNDING.
           MOVE ZERO TO WS-AID-COUNT.
           MOVE ZERO TO WS-AID-TOTAL.
           OPEN INPUT AID-FUNDED-FILE.
           IF WS-FUNDED-FILE-STATUS = "00"
               MOVE "N" TO WS-AID-EOF
               PERFORM UNTIL WS-AID-EOF = "Y"
                   READ AID-FUNDED-FILE
                       AT END MOVE "Y" TO WS-AID-EOF
                       NOT AT END
                           IF AF-STUDENT-NUMBER = IND-STUDENT-NUMBER
                               AND AF-ACADEMIC-TERM = IND-ACADEMIC-TERM
                               AND WS-AID-COUNT < 20
                               ADD 1 TO WS-AID-COUNT
                               MOVE AF-FUNDER-CODE TO
                                   WS-AID-FUNDER(WS-AID-COUNT)
                               MOVE AF-BATCH-ID TO
                                   WS-AID-BATCH(WS-AID-COUNT)
                               MOVE AF-FUNDER-REF TO
                                   WS-AID-REF(WS-AID-COUNT)
                               MOVE AF-AMOUNT TO
                                   WS-AID-AMOUNT(WS-AID-COUNT)
                               ADD AF-AMOUNT TO WS-AID-TOTAL
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AID-FUNDED-FILE
           END-IF.

       360-CONFIRM-AND-APPLY.
           MOVE WS-REFUND-AMOUNT TO WS-REFUND-PRINT.
               FUNCTION TRIM(IND-STUDENT-NAME).
           DISPLAY "BALANCE NOW " WS-BALANCE-PRINT
               "  REFUND CREDIT " WS-REFUND-PRINT.
           IF WS-AID-COUNT > ZERO
               MOVE WS-FUNDER-SHARE TO WS-REFUND-PRINT
               DISPLAY "AID-FUNDED STUDENT - " WS-AID-COUNT
                   " DISBURSEMENT(S) THIS TERM. FUNDER SHARE "
                   WS-REFUND-PRINT " GOES BACK TO THE FUNDER"
           END-IF.
           DISPLAY "Withdraw this student and apply the credit? "
               "(Y/N)"
           ACCEPT WS-CONFIRM.
               PERFORM 370-SAVE-TERM-TO-HISTORY
               PERFORM 380-MARK-SLOTS-WITHDRAWN
               SUBTRACT WS-REFUND-AMOUNT FROM IND-TUITION-OWED
               ADD WS-FUNDER-SHARE TO IND-TUITION-OWED
               REWRITE INDEXED-FILE-RECORD
                   INVALID KEY
                       DISPLAY "REWRITE FAILED - STATUS "
                       IF WS-REFUND-AMOUNT NOT = ZERO
                           PERFORM 395-WRITE-LEDGER-RECORD
                       END-IF
                       IF WS-FUNDER-SHARE NOT = ZERO
                           PERFORM 396-RETURN-FUNDER-SHARE
                       END-IF
                       MOVE IND-TUITION-OWED TO WS-BALANCE-PRINT
                       DISPLAY "WITHDRAWN. NEW BALANCE "
                           WS-BALANCE-PRINT
           COMPUTE LED-AMOUNT = ZERO - WS-REFUND-AMOUNT
           WRITE LEDGER-RECORD.

       396-RETURN-FUNDER-SHARE.
           *> The funder share is spread over the term's disbursements
           *> in the order they were credited - one return row and
           *> one AID-RTN ledger row per disbursement repaid.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-FUNDER-SHARE TO WS-AID-REMAINING.
           PERFORM VARYING WS-AID-SUB FROM 1 BY 1
                   UNTIL WS-AID-SUB > WS-AID-COUNT
                   OR WS-AID-REMAINING = ZERO
               IF WS-AID-AMOUNT(WS-AID-SUB) < WS-AID-REMAINING
                   MOVE WS-AID-AMOUNT(WS-AID-SUB) TO WS-AID-APPLY
               ELSE
                   MOVE WS-AID-REMAINING TO WS-AID-APPLY
               END-IF
               SUBTRACT WS-AID-APPLY FROM WS-AID-REMAINING
               MOVE WS-RUN-DATE TO RTF-RETURN-DATE
               MOVE WS-AID-FUNDER(WS-AID-SUB) TO RTF-FUNDER-CODE
               MOVE WS-AID-BATCH(WS-AID-SUB) TO RTF-BATCH-ID
               MOVE IND-STUDENT-NUMBER TO RTF-STUDENT-NUMBER
               MOVE IND-ACADEMIC-TERM TO RTF-ACADEMIC-TERM
               MOVE WS-AID-REF(WS-AID-SUB) TO RTF-FUNDER-REF
               MOVE WS-AID-APPLY TO RTF-AMOUNT
               MOVE "WITHDRAW" TO RTF-REASON
               WRITE RETURN-TO-FUNDER-RECORD
               ACCEPT WS-LEDGER-TIME FROM TIME
               MOVE IND-STUDENT-NUMBER TO LED-STUDENT-NUMBER
               MOVE WS-RUN-DATE TO LED-TRANS-DATE
               MOVE WS-LEDGER-TIME TO LED-TRANS-TIME
               MOVE "AID-RTN" TO LED-TRANS-TYPE
               MOVE WS-AID-REF(WS-AID-SUB) TO LED-REFERENCE
               *> Repaying the funder takes back that much of the
               *> refund credit - the balance rises by it.
               MOVE WS-AID-APPLY TO LED-AMOUNT
               WRITE LEDGER-RECORD
           END-PERFORM.
           MOVE WS-FUNDER-SHARE TO WS-REFUND-PRINT.
           DISPLAY "FUNDER SHARE " WS-REFUND-PRINT " WRITTEN TO "
               "AID-RETURN-TO-FUNDER.TXT".

       600-CLOSE-FILES.
           CLOSE INDEXED-STUDENT-FILE-OUT
                 COURSE-HISTORY-FILE
                 AUDIT-LOG-FILE
                 LEDGER-FILE
                 RETURN-TO-FUNDER-FILE.
           DISPLAY "==========================================".
           DISPLAY "WITHDRAWALS PROCESSED: " WS-WITHDRAWALS-DONE.
           DISPLAY "==========================================".
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

       END PROGRAM WITHDRAWAL.
