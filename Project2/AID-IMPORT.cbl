      ******************************************************************
      * Author: VICENTE MBA ENGUNG
      * Date: SEPTEMBER 1, 2026
      * Purpose: Sponsor and financial-aid disbursement import -
      *          read a funder's disbursement file
      *          ../AID-DISBURSEMENTS.TXT (an H header naming the
      *          funder and its batch, D details with student number,
      *          the academic term the aid is for, amount in cents and
      *          the funder's own reference, a T trailer with count
      *          and total), prove the file against its trailer before
      *          anything is applied, and refuse a batch already on
      *          ../AID-BATCHES.TXT. Each disbursement is credited only
      *          when the student is on file, IND-ACADEMIC-TERM is the
      *          aid's term and at least one course slot is still
      *          active; the credit goes on IND-TUITION-OWED with its
      *          own AID ledger row and is registered on
      *          ../AID-FUNDED.TXT so WITHDRAWAL can send the funder's
      *          share of a refund back to the funder. Aid for an
      *          unknown, withdrawn or unenrolled student goes to
      *          ../AID-RETURN-TO-FUNDER.TXT instead. Aid that could
      *          not be credited because the account would not
      *          rewrite is held on ../AID-SUSPENSE.TXT, so it is not
      *          lost once the batch is registered. A posted mark
      *          per disbursement on ../AID-POSTED-MARKS.TXT lets a
      *          rerun after a mid-file failure resume past the rows
      *          already applied instead of crediting them twice.
      *          Aid no longer passes through the clerk as an
      *          ordinary payment.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AID-IMPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AID-FILE ASSIGN TO "../AID-DISBURSEMENTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AID-FILE-STATUS.
           SELECT INDEXED-STUDENT-FILE-OUT ASSIGN
           TO "../STUFILE-INDEXED.TXT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS IND-STUDENT-NUMBER
               ALTERNATE RECORD KEY IS IND-STUDENT-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
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
           SELECT AID-SUSPENSE-FILE ASSIGN TO "../AID-SUSPENSE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
           SELECT AID-BATCHES-FILE ASSIGN TO "../AID-BATCHES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BATCHES-FILE-STATUS.
           SELECT AID-POSTED-MARKS-FILE ASSIGN
               TO "../AID-POSTED-MARKS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MARKS-FILE-STATUS.

           SELECT MASTER-IN-USE-FILE ASSIGN
               TO "../MASTER-IN-USE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-USE-FILE-STATUS.
           SELECT PERIOD-LOCK-FILE ASSIGN TO "../PERIOD-LOCK.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD AID-FILE.
      *> The funder's layout: record type in column 1 - "H" header,
      *> "D" disbursement detail, "T" trailer. Amounts arrive as
      *> unsigned cents, the way the bank sends lockbox amounts.
       01 AID-RECORD.
           05 AID-RECORD-TYPE PIC X.
           05 FILLER PIC X(79).
       01 AID-HEADER.
           05 FILLER PIC X.
           05 AH-BATCH-ID PIC X(8).
           05 AH-FUNDER-CODE PIC X(8).
           05 AH-FUNDER-NAME PIC X(30).
           05 AH-DISBURSE-DATE PIC X(8).
           05 FILLER PIC X(25).
       01 AID-DETAIL.
           05 FILLER PIC X.
           05 AD-STUDENT-NUMBER PIC X(6).
           05 AD-ACADEMIC-TERM PIC X(5).
           05 AD-AMOUNT-CENTS PIC X(10).
           05 AD-FUNDER-REF PIC X(8).
           05 FILLER PIC X(50).
       01 AID-TRAILER.
           05 FILLER PIC X.
           05 AT-DETAIL-COUNT PIC X(6).
           05 AT-TOTAL-CENTS PIC X(12).
           05 FILLER PIC X(61).

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

       FD AID-FUNDED-FILE.
      *> One row per disbursement credited to an account - the
      *> register WITHDRAWAL reads to find the funders behind a
      *> student's term.
       01 AID-FUNDED-RECORD.
           05 AF-STUDENT-NUMBER PIC 9(6).
           05 AF-ACADEMIC-TERM PIC X(5).
           05 AF-FUNDER-CODE PIC X(8).
           05 AF-BATCH-ID PIC X(8).
           05 AF-FUNDER-REF PIC X(8).
           05 AF-AMOUNT PIC 9(6)V99.
           05 AF-CREDITED-DATE PIC 9(8).

       FD RETURN-TO-FUNDER-FILE.
      *> Money owed back to a funder - aid that could not be credited
      *> and the funder's share of a withdrawal refund. Accumulates
      *> across runs for finance to remit.
       01 RETURN-TO-FUNDER-RECORD.
           05 RTF-RETURN-DATE PIC 9(8).
           05 RTF-FUNDER-CODE PIC X(8).
           05 RTF-BATCH-ID PIC X(8).
           05 RTF-STUDENT-NUMBER PIC X(6).
           05 RTF-ACADEMIC-TERM PIC X(5).
           05 RTF-FUNDER-REF PIC X(8).
           05 RTF-AMOUNT PIC 9(6)V99.
           05 RTF-REASON PIC X(8).

       FD AID-SUSPENSE-FILE.
      *> Aid for an eligible student that failed to post to the
      *> account. The batch is registered all the same, so finance
      *> works these from here - they are never re-read from the
      *> funder's file. Accumulates across runs.
       01 AID-SUSPENSE-RECORD.
           05 AS-SUSPENDED-DATE PIC 9(8).
           05 AS-FUNDER-CODE PIC X(8).
           05 AS-BATCH-ID PIC X(8).
           05 AS-STUDENT-NUMBER PIC X(6).
           05 AS-ACADEMIC-TERM PIC X(5).
           05 AS-FUNDER-REF PIC X(8).
           05 AS-AMOUNT PIC 9(6)V99.
           05 AS-REASON PIC X(8).
           05 AS-FILE-STATUS PIC XX.

       FD AID-BATCHES-FILE.
      *> One row per funder batch imported - a re-sent file is
      *> refused instead of crediting the aid twice.
       01 AID-BATCH-RECORD.
           05 AB-BATCH-ID PIC X(8).
           05 AB-FUNDER-CODE PIC X(8).
           05 AB-IMPORTED-DATE PIC 9(8).

       FD AID-POSTED-MARKS-FILE.
      *> One row per disbursement applied (credited, returned OR
      *> suspended) - funder batch plus the detail's position in the
      *> file. A rerun of the same batch resumes past the highest
      *> mark instead of re-applying from the top.
       01 AID-POSTED-MARK-RECORD.
           05 APM-BATCH-ID PIC X(8).
           05 APM-FUNDER-CODE PIC X(8).
           05 APM-DETAIL-SEQ PIC 9(6).

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
       01 WS-AID-FILE-STATUS PIC XX.
       01 WS-FILE-STATUS PIC XX.
       01 WS-LEDGER-FILE-STATUS PIC XX.
       01 WS-FUNDED-FILE-STATUS PIC XX.
       01 WS-RETURN-FILE-STATUS PIC XX.
       01 WS-BATCHES-FILE-STATUS PIC XX.
       01 WS-SUSPENSE-FILE-STATUS PIC XX.
       01 WS-MARKS-FILE-STATUS PIC XX.
       01 WS-MARKS-EOF PIC X.
       01 WS-RESUME-AFTER-SEQ PIC 9(6) VALUE ZERO.
       01 WS-BATCH-EOF PIC X.
       01 WS-FILE-OK PIC X VALUE "Y".
       01 WS-HEADER-SEEN PIC X VALUE "N".
       01 WS-TRAILER-SEEN PIC X VALUE "N".
       01 WS-BATCH-ALREADY-IMPORTED PIC X VALUE "N".
       01 WS-BATCH-ID PIC X(8) VALUE SPACES.
       01 WS-FUNDER-CODE PIC X(8) VALUE SPACES.
       01 WS-FUNDER-NAME PIC X(30) VALUE SPACES.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-LEDGER-DATE-TIME.
           05 WS-LEDGER-DATE PIC 9(8).
           05 WS-LEDGER-TIME PIC 9(8).
       01 WS-TRAILER-COUNT PIC 9(6) VALUE ZERO.
       01 WS-TRAILER-TOTAL PIC 9(10)V99 VALUE ZERO.
       01 WS-VERIFY-COUNT PIC 9(6) VALUE ZERO.
       01 WS-VERIFY-TOTAL PIC 9(10)V99 VALUE ZERO.
       01 WS-AMOUNT-DOLLARS PIC 9(8)V99.
       01 WS-AID-AMOUNT PIC 9(6)V99.
       01 WS-SLOT-SUB PIC 9.
       01 WS-ACTIVE-SLOTS PIC 9.
       01 WS-WITHDRAWN-SLOTS PIC 9.
       01 WS-RETURN-REASON PIC X(8).
       01 WS-DETAILS-READ PIC 9(6) VALUE ZERO.
       01 WS-CREDITED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-CREDITED-TOTAL PIC 9(10)V99 VALUE ZERO.
       01 WS-RETURNED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-RETURNED-TOTAL PIC 9(10)V99 VALUE ZERO.
       01 WS-FAILED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-FAILED-TOTAL PIC 9(10)V99 VALUE ZERO.
       01 WS-SKIPPED-COUNT PIC 9(6) VALUE ZERO.
       01 WS-SKIPPED-TOTAL PIC 9(10)V99 VALUE ZERO.
       01 WS-RECONCILE-DIFF PIC S9(10)V99.
       01 WS-AMOUNT-PRINT PIC ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       100-IMPORT-AID.
           OPEN INPUT AID-FILE.
           IF WS-AID-FILE-STATUS NOT = "00"
               DISPLAY "NO AID-DISBURSEMENTS.TXT FOUND - STATUS "
                   WS-AID-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           *> The whole file is proved against its own trailer before
           *> a single account is touched - a short or damaged file
           *> goes back to the funder untouched.
           PERFORM 150-VERIFY-AID-FILE.
           CLOSE AID-FILE.
           IF WS-FILE-OK NOT = "Y"
               DISPLAY "AID FILE REFUSED - NOTHING CREDITED"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 160-CHECK-IMPORTED-REGISTER.
           IF WS-BATCH-ALREADY-IMPORTED = "Y"
               DISPLAY "BATCH " WS-BATCH-ID " FROM FUNDER "
                   WS-FUNDER-CODE " WAS ALREADY IMPORTED - REFUSED"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 170-FIND-RESUME-POINT.
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
           PERFORM 200-OPEN-FILES.
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF.
           DISPLAY "==========================================".
           DISPLAY "AID IMPORT - FUNDER " WS-FUNDER-CODE " "
               FUNCTION TRIM(WS-FUNDER-NAME).
           DISPLAY "BATCH " WS-BATCH-ID.
           MOVE "NO" TO EOF-FLAG.
           PERFORM 300-READ-AID-RECORD.
           PERFORM 400-PROCESS-ONE-RECORD UNTIL EOF-FLAG = "YES".
           CLOSE AID-FILE
                 INDEXED-STUDENT-FILE-OUT
                 LEDGER-FILE
                 AID-FUNDED-FILE
                 RETURN-TO-FUNDER-FILE
                 AID-SUSPENSE-FILE.
           PERFORM 470-REGISTER-AID-BATCH.
           PERFORM 600-RECONCILE-BATCH.
           DISPLAY "DISBURSEMENTS READ:     " WS-DETAILS-READ.
           DISPLAY "CREDITED TO ACCOUNTS:   " WS-CREDITED-COUNT.
           DISPLAY "RETURNED TO FUNDER:     " WS-RETURNED-COUNT.
           DISPLAY "HELD IN SUSPENSE:       " WS-FAILED-COUNT.
           DISPLAY "ALREADY APPLIED:        " WS-SKIPPED-COUNT.
           DISPLAY "RETURNS: ../AID-RETURN-TO-FUNDER.TXT".
           IF WS-FAILED-COUNT > ZERO
               DISPLAY "SUSPENSE: ../AID-SUSPENSE.TXT"
           END-IF.
           DISPLAY "==========================================".
           GOBACK.

       150-VERIFY-AID-FILE.
           MOVE "NO" TO EOF-FLAG.
           PERFORM 300-READ-AID-RECORD.
           PERFORM UNTIL EOF-FLAG = "YES"
               EVALUATE AID-RECORD-TYPE
                   WHEN "H"
                       MOVE "Y" TO WS-HEADER-SEEN
                       MOVE AH-BATCH-ID TO WS-BATCH-ID
                       MOVE AH-FUNDER-CODE TO WS-FUNDER-CODE
                       MOVE AH-FUNDER-NAME TO WS-FUNDER-NAME
                   WHEN "D"
                       ADD 1 TO WS-VERIFY-COUNT
                       IF FUNCTION TRIM(AD-AMOUNT-CENTS) IS NUMERIC
                           COMPUTE WS-AMOUNT-DOLLARS = FUNCTION
                               NUMVAL(AD-AMOUNT-CENTS) / 100
                           ADD WS-AMOUNT-DOLLARS TO WS-VERIFY-TOTAL
                           IF WS-AMOUNT-DOLLARS > 999999.99
                               DISPLAY "AMOUNT TOO LARGE FOR ONE "
                                   "ACCOUNT: " AID-RECORD(1:30)
                               MOVE "N" TO WS-FILE-OK
                           END-IF
                       ELSE
                           DISPLAY "UNPARSEABLE AMOUNT '"
                               AD-AMOUNT-CENTS "' REFERENCE "
                               AD-FUNDER-REF
                           MOVE "N" TO WS-FILE-OK
                       END-IF
                   WHEN "T"
                       MOVE "Y" TO WS-TRAILER-SEEN
                       IF FUNCTION TRIM(AT-DETAIL-COUNT) IS NUMERIC
                           AND FUNCTION TRIM(AT-TOTAL-CENTS)
                               IS NUMERIC
                           MOVE FUNCTION NUMVAL(AT-DETAIL-COUNT)
                               TO WS-TRAILER-COUNT
                           COMPUTE WS-TRAILER-TOTAL = FUNCTION
                               NUMVAL(AT-TOTAL-CENTS) / 100
                       ELSE
                           DISPLAY "TRAILER COUNT OR TOTAL IS NOT "
                               "NUMERIC"
                           MOVE "N" TO WS-FILE-OK
                       END-IF
                   WHEN OTHER
                       DISPLAY "UNRECOGNIZED RECORD TYPE '"
                           AID-RECORD-TYPE "' ON AID-DISBURSEMENTS.TXT"
                       MOVE "N" TO WS-FILE-OK
               END-EVALUATE
               PERFORM 300-READ-AID-RECORD
           END-PERFORM.
           IF WS-HEADER-SEEN NOT = "Y" OR WS-TRAILER-SEEN NOT = "Y"
               DISPLAY "AID FILE HAS NO HEADER OR NO TRAILER"
               MOVE "N" TO WS-FILE-OK
           END-IF.
           IF WS-TRAILER-SEEN = "Y"
               IF WS-VERIFY-COUNT NOT = WS-TRAILER-COUNT
                   OR WS-VERIFY-TOTAL NOT = WS-TRAILER-TOTAL
                   DISPLAY "AID FILE OUT OF BALANCE - TRAILER SAYS "
                       WS-TRAILER-COUNT " FOR " WS-TRAILER-TOTAL
                       ", DETAIL IS " WS-VERIFY-COUNT " FOR "
                       WS-VERIFY-TOTAL
                   MOVE "N" TO WS-FILE-OK
               END-IF
           END-IF.

       160-CHECK-IMPORTED-REGISTER.
           OPEN INPUT AID-BATCHES-FILE.
           IF WS-BATCHES-FILE-STATUS = "00"
               MOVE "N" TO WS-BATCH-EOF
               PERFORM UNTIL WS-BATCH-EOF = "Y"
                   READ AID-BATCHES-FILE
                       AT END MOVE "Y" TO WS-BATCH-EOF
                       NOT AT END
                           IF AB-BATCH-ID = WS-BATCH-ID
                               AND AB-FUNDER-CODE = WS-FUNDER-CODE
                               MOVE "Y" TO WS-BATCH-ALREADY-IMPORTED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AID-BATCHES-FILE
           END-IF.

       170-FIND-RESUME-POINT.
           *> Marks from a run of this batch that died mid-file; a
           *> clean first run finds none and starts from the top.
           OPEN INPUT AID-POSTED-MARKS-FILE.
           IF WS-MARKS-FILE-STATUS = "00"
               MOVE "N" TO WS-MARKS-EOF
               PERFORM UNTIL WS-MARKS-EOF = "Y"
                   READ AID-POSTED-MARKS-FILE
                       AT END MOVE "Y" TO WS-MARKS-EOF
                       NOT AT END
                           IF APM-BATCH-ID = WS-BATCH-ID
                               AND APM-FUNDER-CODE = WS-FUNDER-CODE
                               AND APM-DETAIL-SEQ >
                                   WS-RESUME-AFTER-SEQ
                               MOVE APM-DETAIL-SEQ
                                   TO WS-RESUME-AFTER-SEQ
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AID-POSTED-MARKS-FILE
           END-IF.
           IF WS-RESUME-AFTER-SEQ > ZERO
               DISPLAY "EARLIER RUN OF BATCH " WS-BATCH-ID
                   " APPLIED " WS-RESUME-AFTER-SEQ
                   " DISBURSEMENTS - RESUMING AFTER THAT POINT"
           END-IF.

       200-OPEN-FILES.
           OPEN I-O INDEXED-STUDENT-FILE-OUT.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN STUFILE-INDEXED.TXT - STATUS "
                   WS-FILE-STATUS
               MOVE 1 TO RETURN-CODE
           ELSE
               OPEN INPUT AID-FILE
               *> The account ledger accumulates across runs and
               *> across every balance-touching program; the funded
               *> register and the return file accumulate with it.
               OPEN EXTEND LEDGER-FILE
               IF WS-LEDGER-FILE-STATUS NOT = "00"
                   OPEN OUTPUT LEDGER-FILE
               END-IF
               OPEN EXTEND AID-FUNDED-FILE
               IF WS-FUNDED-FILE-STATUS NOT = "00"
                   OPEN OUTPUT AID-FUNDED-FILE
               END-IF
               OPEN EXTEND RETURN-TO-FUNDER-FILE
               IF WS-RETURN-FILE-STATUS NOT = "00"
                   OPEN OUTPUT RETURN-TO-FUNDER-FILE
               END-IF
               OPEN EXTEND AID-SUSPENSE-FILE
               IF WS-SUSPENSE-FILE-STATUS NOT = "00"
                   OPEN OUTPUT AID-SUSPENSE-FILE
               END-IF
           END-IF.

       300-READ-AID-RECORD.
           READ AID-FILE
               AT END MOVE "YES" TO EOF-FLAG
           END-READ.

       400-PROCESS-ONE-RECORD.
           *> WS-DETAILS-READ is the detail's position in the file -
           *> the sequence the posted marks are written against.
           IF AID-RECORD-TYPE = "D"
               ADD 1 TO WS-DETAILS-READ
               IF WS-DETAILS-READ NOT > WS-RESUME-AFTER-SEQ
                   *> Applied by the earlier run - counted apart so
                   *> the batch still reconciles to its trailer.
                   ADD 1 TO WS-SKIPPED-COUNT
                   COMPUTE WS-AID-AMOUNT =
                       FUNCTION NUMVAL(AD-AMOUNT-CENTS) / 100
                   ADD WS-AID-AMOUNT TO WS-SKIPPED-TOTAL
               ELSE
                   PERFORM 410-APPLY-DISBURSEMENT
                   PERFORM 480-WRITE-POSTED-MARK
               END-IF
           END-IF
           PERFORM 300-READ-AID-RECORD.

       410-APPLY-DISBURSEMENT.
           COMPUTE WS-AID-AMOUNT = FUNCTION NUMVAL(AD-AMOUNT-CENTS)
               / 100.
           IF AD-STUDENT-NUMBER IS NOT NUMERIC
               MOVE "UNKNOWN" TO WS-RETURN-REASON
               PERFORM 430-RETURN-TO-FUNDER
           ELSE
               MOVE AD-STUDENT-NUMBER TO IND-STUDENT-NUMBER
               READ INDEXED-STUDENT-FILE-OUT
                   INVALID KEY
                       MOVE "UNKNOWN" TO WS-RETURN-REASON
                       PERFORM 430-RETURN-TO-FUNDER
                   NOT INVALID KEY
                       PERFORM 420-CHECK-ENROLMENT
               END-READ
           END-IF.

       420-CHECK-ENROLMENT.
           *> Enrolled means the master is in the aid's term with at
           *> least one course slot that is neither empty nor marked
           *> WITHDRN.
           MOVE ZERO TO WS-ACTIVE-SLOTS.
           MOVE ZERO TO WS-WITHDRAWN-SLOTS.
           PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB > 5
               EVALUATE IND-COURSE-CODE(WS-SLOT-SUB)
                   WHEN SPACES
                       CONTINUE
                   WHEN "WITHDRN"
                       ADD 1 TO WS-WITHDRAWN-SLOTS
                   WHEN OTHER
                       ADD 1 TO WS-ACTIVE-SLOTS
               END-EVALUATE
           END-PERFORM.
           EVALUATE TRUE
               WHEN IND-ACADEMIC-TERM NOT = AD-ACADEMIC-TERM
                   MOVE "WRONGTRM" TO WS-RETURN-REASON
                   PERFORM 430-RETURN-TO-FUNDER
               WHEN WS-ACTIVE-SLOTS = ZERO
                   AND WS-WITHDRAWN-SLOTS > ZERO
                   MOVE "WITHDRN" TO WS-RETURN-REASON
                   PERFORM 430-RETURN-TO-FUNDER
               WHEN WS-ACTIVE-SLOTS = ZERO
                   MOVE "NOCOURSE" TO WS-RETURN-REASON
                   PERFORM 430-RETURN-TO-FUNDER
               WHEN OTHER
                   PERFORM 440-CREDIT-AID
           END-EVALUATE.

       430-RETURN-TO-FUNDER.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO RTF-RETURN-DATE.
           MOVE WS-FUNDER-CODE TO RTF-FUNDER-CODE.
           MOVE WS-BATCH-ID TO RTF-BATCH-ID.
           MOVE AD-STUDENT-NUMBER TO RTF-STUDENT-NUMBER.
           MOVE AD-ACADEMIC-TERM TO RTF-ACADEMIC-TERM.
           MOVE AD-FUNDER-REF TO RTF-FUNDER-REF.
           MOVE WS-AID-AMOUNT TO RTF-AMOUNT.
           MOVE WS-RETURN-REASON TO RTF-REASON.
           WRITE RETURN-TO-FUNDER-RECORD.
           ADD 1 TO WS-RETURNED-COUNT.
           ADD WS-AID-AMOUNT TO WS-RETURNED-TOTAL.
           MOVE WS-AID-AMOUNT TO WS-AMOUNT-PRINT.
           DISPLAY "RETURN " AD-STUDENT-NUMBER " TERM "
               AD-ACADEMIC-TERM " " WS-AMOUNT-PRINT " - "
               WS-RETURN-REASON.

       440-CREDIT-AID.
           SUBTRACT WS-AID-AMOUNT FROM IND-TUITION-OWED.
           REWRITE INDEXED-FILE-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED FOR STUDENT "
                       IND-STUDENT-NUMBER " - STATUS " WS-FILE-STATUS
                       " - AID REFERENCE " AD-FUNDER-REF
                       " HELD IN SUSPENSE"
                   PERFORM 445-SUSPEND-AID
               NOT INVALID KEY
                   PERFORM 450-WRITE-LEDGER-RECORD
                   PERFORM 460-REGISTER-AID-FUNDING
                   ADD 1 TO WS-CREDITED-COUNT
                   ADD WS-AID-AMOUNT TO WS-CREDITED-TOTAL
                   MOVE WS-AID-AMOUNT TO WS-AMOUNT-PRINT
                   DISPLAY "CREDIT " IND-STUDENT-NUMBER " "
                       IND-STUDENT-NAME " " WS-AMOUNT-PRINT
           END-REWRITE.

       445-SUSPEND-AID.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO AS-SUSPENDED-DATE.
           MOVE WS-FUNDER-CODE TO AS-FUNDER-CODE.
           MOVE WS-BATCH-ID TO AS-BATCH-ID.
           MOVE AD-STUDENT-NUMBER TO AS-STUDENT-NUMBER.
           MOVE AD-ACADEMIC-TERM TO AS-ACADEMIC-TERM.
           MOVE AD-FUNDER-REF TO AS-FUNDER-REF.
           MOVE WS-AID-AMOUNT TO AS-AMOUNT.
           MOVE "REWRITE" TO AS-REASON.
           MOVE WS-FILE-STATUS TO AS-FILE-STATUS.
           WRITE AID-SUSPENSE-RECORD.
           ADD 1 TO WS-FAILED-COUNT.
           ADD WS-AID-AMOUNT TO WS-FAILED-TOTAL.

       450-WRITE-LEDGER-RECORD.
           ACCEPT WS-LEDGER-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LEDGER-TIME FROM TIME
           MOVE IND-STUDENT-NUMBER TO LED-STUDENT-NUMBER
           MOVE WS-LEDGER-DATE TO LED-TRANS-DATE
           MOVE WS-LEDGER-TIME TO LED-TRANS-TIME
           MOVE "AID" TO LED-TRANS-TYPE
           *> The funder's own reference is what a sponsor quotes
           *> when it asks where its money went.
           MOVE AD-FUNDER-REF TO LED-REFERENCE
           COMPUTE LED-AMOUNT = ZERO - WS-AID-AMOUNT
           WRITE LEDGER-RECORD.

       460-REGISTER-AID-FUNDING.
           MOVE IND-STUDENT-NUMBER TO AF-STUDENT-NUMBER.
           MOVE AD-ACADEMIC-TERM TO AF-ACADEMIC-TERM.
           MOVE WS-FUNDER-CODE TO AF-FUNDER-CODE.
           MOVE WS-BATCH-ID TO AF-BATCH-ID.
           MOVE AD-FUNDER-REF TO AF-FUNDER-REF.
           MOVE WS-AID-AMOUNT TO AF-AMOUNT.
           MOVE WS-LEDGER-DATE TO AF-CREDITED-DATE.
           WRITE AID-FUNDED-RECORD.

       470-REGISTER-AID-BATCH.
           *> The whole file has been walked and every item is
           *> credited, returned or held on the suspense file - any
           *> future drop of the same funder batch is a duplicate.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN EXTEND AID-BATCHES-FILE.
           IF WS-BATCHES-FILE-STATUS NOT = "00"
               OPEN OUTPUT AID-BATCHES-FILE
           END-IF.
           MOVE WS-BATCH-ID TO AB-BATCH-ID.
           MOVE WS-FUNDER-CODE TO AB-FUNDER-CODE.
           MOVE WS-RUN-DATE TO AB-IMPORTED-DATE.
           WRITE AID-BATCH-RECORD.
           CLOSE AID-BATCHES-FILE.

       480-WRITE-POSTED-MARK.
           *> One open-write-close per mark, as PAYMENT-POSTING does -
           *> a crash a record later still finds this mark on disk.
           OPEN EXTEND AID-POSTED-MARKS-FILE.
           IF WS-MARKS-FILE-STATUS NOT = "00"
               OPEN OUTPUT AID-POSTED-MARKS-FILE
           END-IF.
           MOVE WS-BATCH-ID TO APM-BATCH-ID.
           MOVE WS-FUNDER-CODE TO APM-FUNDER-CODE.
           MOVE WS-DETAILS-READ TO APM-DETAIL-SEQ.
           WRITE AID-POSTED-MARK-RECORD.
           CLOSE AID-POSTED-MARKS-FILE.

       600-RECONCILE-BATCH.
           COMPUTE WS-RECONCILE-DIFF = WS-TRAILER-TOTAL
               - WS-CREDITED-TOTAL - WS-RETURNED-TOTAL
               - WS-FAILED-TOTAL - WS-SKIPPED-TOTAL.
           DISPLAY "------------------------------------------".
           DISPLAY "FUNDER TRAILER TOTAL: " WS-TRAILER-TOTAL.
           DISPLAY "CREDITED TOTAL:       " WS-CREDITED-TOTAL.
           DISPLAY "RETURNED TOTAL:       " WS-RETURNED-TOTAL.
           DISPLAY "SUSPENSE TOTAL:       " WS-FAILED-TOTAL.
           IF WS-SKIPPED-COUNT > ZERO
               DISPLAY "EARLIER RUN TOTAL:    " WS-SKIPPED-TOTAL
           END-IF.
           IF WS-RECONCILE-DIFF = ZERO
               DISPLAY "BATCH RECONCILED - EVERY DOLLAR IS CREDITED, "
                   "ON THE RETURN-TO-FUNDER FILE OR IN SUSPENSE"
               IF WS-SKIPPED-COUNT > ZERO
                   DISPLAY "(INCLUDING " WS-SKIPPED-COUNT
                       " APPLIED BY THE EARLIER RUN)"
               END-IF
           ELSE
               DISPLAY "BATCH OUT OF BALANCE BY " WS-RECONCILE-DIFF
                   " - INVESTIGATE"
               MOVE 1 TO RETURN-CODE
           END-IF.
           IF WS-FAILED-COUNT > ZERO
               DISPLAY WS-FAILED-COUNT " DISBURSEMENT(S) FAILED TO "
                   "REWRITE - HELD ON ../AID-SUSPENSE.TXT FOR "
                   "FINANCE TO CREDIT"
               MOVE 1 TO RETURN-CODE
           END-IF.

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

       END PROGRAM AID-IMPORT.
