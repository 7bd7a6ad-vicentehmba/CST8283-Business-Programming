      *          ../PAYMENT-POSTED-MARKS.TXT let a rerun after a
      *          mid-file failure resume cleanly past everything
      *          already applied instead of double-crediting it.
      *          A payment dated into a month closed on
      *          ../PERIOD-LOCK.TXT is suspended rather than posted.
      *          A student on an instalment plan (../PAYMENT-PLANS.TXT)
      *          has each receipt applied to the plan oldest
      *          instalment first, and what it settled on each
      *          instalment is registered against the receipt on
      *          ../PLAN-APPLICATIONS.TXT; the collections hold is
      *          released
      *          once no instalment is left overdue.
      *          Every hold released is registered against the
      *          releasing receipt on ../HOLD-RELEASES.TXT, and
      *          the student is told on ../NOTIFY-OUTBOX.TXT through
      *          the channels on ../STUDENT-CONTACTS.TXT (or listed on
      *          ../NOTIFY-NO-CONTACT.TXT when there are none).
      *          Each posting run's posted and suspended totals are
      *          appended to ../POSTING-RUN-HISTORY.TXT, keyed by
      *          batch ID, for BATCH-CLOSE's finance balance proof.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               TO "../MASTER-IN-USE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-USE-FILE-STATUS.
           SELECT PERIOD-LOCK-FILE ASSIGN TO "../PERIOD-LOCK.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-LOCK-FILE-STATUS.
           SELECT PAYMENT-PLAN-FILE ASSIGN TO "../PAYMENT-PLANS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-FILE-STATUS.
           SELECT HOLD-RELEASE-FILE ASSIGN TO "../HOLD-RELEASES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-FILE-STATUS.
           SELECT PLAN-APPLICATION-FILE ASSIGN
               TO "../PLAN-APPLICATIONS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPLICATION-FILE-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN
               TO "../POSTING-RUN-HISTORY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-HISTORY-STATUS.
           SELECT CONTACT-FILE ASSIGN TO "../STUDENT-CONTACTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTACT-FILE-STATUS.
           SELECT NOTIFY-OUTBOX-FILE ASSIGN
           TO "../NOTIFY-OUTBOX.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTBOX-FILE-STATUS.
           SELECT NO-CONTACT-FILE ASSIGN
           TO "../NOTIFY-NO-CONTACT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NO-CONTACT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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

       FD PAYMENT-PLAN-FILE.
      *> Instalment plans kept by PAYMENT-PLAN-MAINT: status (A active,
      *> D defaulted, C completed) and per instalment the due date,
      *> the amount due and what has been paid against it so far.
       01 PAYMENT-PLAN-RECORD.
           05 PP-STUDENT-NUMBER PIC 9(6).
           05 PP-PLAN-STATUS PIC X.
           05 PP-AGREED-DATE PIC 9(8).
           05 PP-INSTALMENT-COUNT PIC 9.
           05 PP-INSTALMENT OCCURS 6 TIMES.
               10 PP-DUE-DATE PIC 9(8).
               10 PP-DUE-AMOUNT PIC 9(6)V99.
               10 PP-PAID-AMOUNT PIC 9(6)V99.

       FD HOLD-RELEASE-FILE.
      *> One row per collections hold released by a posting - which
      *> receipt released it. NSF-REVERSAL re-raises the hold when
      *> that receipt comes back from the bank.
       01 HOLD-RELEASE-RECORD.
           05 HR-STUDENT-NUMBER PIC 9(6).
           05 HR-RECEIPT-NUMBER PIC X(8).
           05 HR-RELEASED-DATE PIC 9(8).

       FD PLAN-APPLICATION-FILE.
      *> One row per receipt applied to an instalment plan - the plan
      *> (student and agreed date) and what the receipt settled on
      *> each instalment. NSF-REVERSAL takes back exactly this when
      *> the receipt comes back from the bank.
       01 PLAN-APPLICATION-RECORD.
           05 PA-STUDENT-NUMBER PIC 9(6).
           05 PA-RECEIPT-NUMBER PIC X(8).
           05 PA-AGREED-DATE PIC 9(8).
           05 PA-APPLIED-DATE PIC 9(8).
           05 PA-AMOUNT PIC 9(6)V99.
           05 PA-INST-APPLIED PIC 9(6)V99 OCCURS 6 TIMES.

       FD RUN-HISTORY-FILE.
      *> One row per posting run of a batch. A batch resumed after a
      *> mid-file failure carries the count the earlier run had
      *> already applied, since that run never reached this row.
       01 RUN-HISTORY-RECORD.
           05 PRH-RUN-DATE PIC 9(8).
           05 PRH-RUN-TIME PIC 9(8).
           05 PRH-BATCH-ID PIC X(8).
           05 PRH-PAYMENTS-POSTED PIC 9(6).
           05 PRH-TOTAL-POSTED PIC 9(8)V99.
           05 PRH-PAYMENTS-SUSPENDED PIC 9(6).
           05 PRH-TOTAL-SUSPENDED PIC 9(8)V99.
           05 PRH-PAYMENTS-SKIPPED PIC 9(6).

       FD CONTACT-FILE.
      *> Contact master kept by CONTACT-MAINT: email, mobile,
      *> preferred channel (E/S/B/N) and the finance and academic
      *> notice opt-ins.
       01 CONTACT-RECORD.
           05 CON-STUDENT-NUMBER PIC 9(6).
           05 CON-EMAIL PIC X(50).
           05 CON-MOBILE PIC X(10).
           05 CON-PREFERENCE PIC X.
           05 CON-FINANCE-NOTICES PIC X.
           05 CON-ACADEMIC-NOTICES PIC X.
           05 CON-UPDATED-DATE PIC 9(8).

       FD NOTIFY-OUTBOX-FILE.
      *> Fixed 200-byte layout the messaging gateway picks up - one
      *> row per message per channel, status P (pending) until the
      *> gateway takes it.
       01 NOTIFY-OUTBOX-RECORD.
           05 NTF-QUEUED-DATE PIC 9(8).
           05 NTF-QUEUED-TIME PIC 9(8).
           05 NTF-SOURCE PIC X(15).
           05 NTF-EVENT PIC X(12).
           05 NTF-STUDENT-NUMBER PIC 9(6).
           05 NTF-CHANNEL PIC X(5).
           05 NTF-ADDRESS PIC X(50).
           05 NTF-AMOUNT PIC 9(8)V99.
           05 NTF-MESSAGE PIC X(80).
           05 NTF-STATUS PIC X.
           05 FILLER PIC X(5).

       FD NO-CONTACT-FILE.
      *> Notices that could not be queued because the student has no
      *> usable contact on file - NO-CONTACT-REPORT lists them.
       01 NO-CONTACT-RECORD.
           05 NOC-QUEUED-DATE PIC 9(8).
           05 NOC-QUEUED-TIME PIC 9(8).
           05 NOC-SOURCE PIC X(15).
           05 NOC-EVENT PIC X(12).
           05 NOC-STUDENT-NUMBER PIC 9(6).
           05 NOC-REASON PIC X(30).
           05 NOC-AMOUNT PIC 9(8)V99.
           05 NOC-MESSAGE PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-CONTACT-FILE-STATUS PIC XX.
       01 WS-OUTBOX-FILE-STATUS PIC XX.
       01 WS-NO-CONTACT-FILE-STATUS PIC XX.
       01 WS-CONTACT-EOF PIC X.
       *> Contact master held in storage for the run, each row in
       *> the record layout.
       01 WS-CONTACT-TABLE.
           05 WS-CONTACT-ROW OCCURS 500 TIMES.
               10 WS-CON-NUMBER PIC 9(6).
               10 WS-CON-EMAIL PIC X(50).
               10 WS-CON-MOBILE PIC X(10).
               10 WS-CON-PREFERENCE PIC X.
               10 WS-CON-FINANCE PIC X.
               10 WS-CON-ACADEMIC PIC X.
               10 WS-CON-UPDATED PIC 9(8).
       01 WS-CONTACT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CON-SUB PIC 9(3).
       01 WS-CON-FOUND PIC 9(3).
       *> The notice being queued - category F (finance) or A
       *> (academic) picks which opt-in on the contact row applies.
       01 WS-NTF-EVENT PIC X(12).
       01 WS-NTF-STUDENT PIC 9(6).
       01 WS-NTF-AMOUNT PIC 9(8)V99.
       01 WS-NTF-MESSAGE PIC X(80).
       01 WS-NTF-CATEGORY PIC X.
       01 WS-NTF-CHANNEL PIC X(5).
       01 WS-NTF-ADDRESS PIC X(50).
       01 WS-NTF-REASON PIC X(30).
       01 WS-NTF-SENT PIC X.
       01 WS-NTF-DATE-TIME.
           05 WS-NTF-DATE PIC 9(8).
           05 WS-NTF-TIME PIC 9(8).
       01 WS-NOTICES-QUEUED PIC 9(5) VALUE ZERO.
       01 WS-NOTICES-NO-CONTACT PIC 9(5) VALUE ZERO.
       01 WS-NOTICES-DECLINED PIC 9(5) VALUE ZERO.
       01 WS-IN-USE-FILE-STATUS PIC XX.
       01 WS-MASTER-BUSY PIC X.
       01 WS-OVERRIDE-IN-USE PIC X.
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
       01 WS-PAYMENT-FILE-STATUS PIC XX.
       01 WS-INDEXED-FILE-STATUS PIC XX.
       01 WS-PAYMENTS-SUSPENDED PIC 9(6) VALUE ZERO.
       01 WS-PAYMENTS-SKIPPED PIC 9(6) VALUE ZERO.
       01 WS-TOTAL-POSTED PIC 9(8)V99 VALUE ZERO.
       01 WS-TOTAL-SUSPENDED PIC 9(8)V99 VALUE ZERO.
       01 WS-SUSPENSE-REASON PIC X(12).
       01 WS-SUSPENSE-LINE PIC X(80).
       01 WS-LEDGER-DATE-TIME.
               10 WS-COL-HOLD PIC X.
       01 WS-COLLECTIONS-COUNT PIC 9(3) VALUE ZERO.
       01 WS-COL-SUB PIC 9(3).
       01 WS-PLAN-FILE-STATUS PIC XX.
       01 WS-PLAN-EOF PIC X.
       01 WS-PLANS-CHANGED PIC X VALUE "N".
       *> Plans held in storage across the run, each row in the
       *> record layout; the file is rewritten at close when a receipt
       *> was applied to one.
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
       01 WS-PLAN-SUB PIC 9(3).
       01 WS-PLAN-FOUND PIC 9(3).
       01 WS-INST-SUB PIC 9.
       01 WS-PLAN-REMAINING PIC 9(6)V99.
       01 WS-PLAN-APPLY PIC 9(6)V99.
       01 WS-PLAN-OPEN-INSTALMENTS PIC 9.
       01 WS-PLAN-MISSED PIC 9.
       01 WS-ACCOUNT-CURRENT PIC X.
       01 WS-PLAN-RECEIPTS PIC 9(6) VALUE ZERO.
       01 WS-RELEASE-FILE-STATUS PIC XX.
       01 WS-APPLICATION-FILE-STATUS PIC XX.
       *> What the receipt being posted settled on each instalment.
       01 WS-PLAN-APPLIED-TABLE.
           05 WS-PLAN-APPLIED PIC 9(6)V99 OCCURS 6 TIMES.
       01 WS-RUN-HISTORY-STATUS PIC XX.

       PROCEDURE DIVISION.
       100-POST-PAYMENTS.
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
           PERFORM 150-VERIFY-BATCH-CONTROLS.
           IF WS-BATCH-OK NOT = "Y"
               MOVE 1 TO RETURN-CODE
               PERFORM 400-APPLY-PAYMENT UNTIL EOF-FLAG = "YES"
               PERFORM 450-REGISTER-BATCH-POSTED
               PERFORM 500-PRINT-POSTING-SUMMARY
               PERFORM 460-WRITE-RUN-HISTORY
               PERFORM 600-CLOSE-FILES
           END-IF.
           GOBACK.
                   END-IF
                   ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
                   PERFORM 250-LOAD-COLLECTIONS
                   PERFORM 260-LOAD-PAYMENT-PLANS
                   PERFORM 270-LOAD-CONTACTS
               END-IF
           END-IF.

               CLOSE COLLECTIONS-FILE
           END-IF.

       260-LOAD-PAYMENT-PLANS.
           OPEN INPUT PAYMENT-PLAN-FILE.
           IF WS-PLAN-FILE-STATUS = "00"
               MOVE "N" TO WS-PLAN-EOF
               PERFORM UNTIL WS-PLAN-EOF = "Y"
                   READ PAYMENT-PLAN-FILE
                       AT END MOVE "Y" TO WS-PLAN-EOF
                       NOT AT END
                           IF WS-PLAN-COUNT < 500
                               ADD 1 TO WS-PLAN-COUNT
                               MOVE PAYMENT-PLAN-RECORD
                                   TO WS-PLAN-ROW(WS-PLAN-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PAYMENT-PLAN-FILE
           END-IF.

       270-LOAD-CONTACTS.
           OPEN INPUT CONTACT-FILE.
           IF WS-CONTACT-FILE-STATUS NOT = "00"
               DISPLAY "NO STUDENT-CONTACTS.TXT - NOTICES GO TO THE "
                   "NO-CONTACT LIST"
           ELSE
               MOVE "N" TO WS-CONTACT-EOF
               PERFORM UNTIL WS-CONTACT-EOF = "Y"
                   READ CONTACT-FILE
                       AT END MOVE "Y" TO WS-CONTACT-EOF
                       NOT AT END
                           IF WS-CONTACT-COUNT < 500
                               ADD 1 TO WS-CONTACT-COUNT
                               MOVE CONTACT-RECORD TO
                                   WS-CONTACT-ROW(WS-CONTACT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTACT-FILE
               DISPLAY "STUDENT CONTACTS LOADED: " WS-CONTACT-COUNT
           END-IF.

       300-READ-PAYMENT.
           *> Only detail records reach the posting logic; the header
           *> and trailer were already proved by the verification
               *> point of the posted-marks.
               ADD 1 TO WS-PAYMENTS-SKIPPED
           ELSE
               *> A payment dated into a closed month would back-date
               *> activity the general ledger has already been given -
               *> it waits in suspense for finance instead.
               MOVE PAY-PAYMENT-DATE TO WS-LOCK-CHECK-DATE
               PERFORM 780-CHECK-PERIOD-LOCK
               IF WS-PERIOD-LOCKED = "Y"
                   MOVE "PERIOD-LOCK" TO WS-SUSPENSE-REASON
                   PERFORM 700-WRITE-SUSPENSE-RECORD
               ELSE
                   MOVE PAY-STUDENT-NUMBER TO IND-STUDENT-NUMBER
                   READ INDEXED-STUDENT-FILE-OUT
                       INVALID KEY
                           MOVE "UNMATCHED" TO WS-SUSPENSE-REASON
                           PERFORM 700-WRITE-SUSPENSE-RECORD
                       NOT INVALID KEY
                           *> Over-payments post through - the signed
                           *> tuition field carries the resulting
                           *> credit balance, and the refund run lists
                           *> it for the finance office.
                           PERFORM 410-REWRITE-STUDENT-BALANCE
                   END-READ
               END-IF
               PERFORM 430-WRITE-POSTED-MARK
           END-IF
           PERFORM 300-READ-PAYMENT.
                   ADD 1 TO WS-PAYMENTS-POSTED
                   ADD PAY-AMOUNT TO WS-TOTAL-POSTED
                   PERFORM 420-WRITE-LEDGER-RECORD
                   PERFORM 415-APPLY-TO-PAYMENT-PLAN
                   PERFORM 425-RELEASE-HOLD-IF-CURRENT
                   DISPLAY "POSTED " PAY-AMOUNT " RECEIPT "
                       PAY-RECEIPT-NUMBER " TO STUDENT "
                       PAY-STUDENT-NUMBER
           END-REWRITE.

       415-APPLY-TO-PAYMENT-PLAN.
           *> The balance was already reduced above; the plan only
           *> records which instalments the receipt settles, oldest
           *> first. Anything beyond the last instalment simply stays
           *> off the balance.
           PERFORM 416-FIND-ACTIVE-PLAN
           IF WS-PLAN-FOUND > ZERO
               ADD 1 TO WS-PLAN-RECEIPTS
               MOVE PAY-AMOUNT TO WS-PLAN-REMAINING
               MOVE ZERO TO WS-PLAN-OPEN-INSTALMENTS
               INITIALIZE WS-PLAN-APPLIED-TABLE
               PERFORM 417-APPLY-TO-INSTALMENT
                   VARYING WS-INST-SUB FROM 1 BY 1
                   UNTIL WS-INST-SUB >
                       WS-PLAN-INST-COUNT(WS-PLAN-FOUND)
               IF WS-PLAN-OPEN-INSTALMENTS = ZERO
                   MOVE "C" TO WS-PLAN-STATUS(WS-PLAN-FOUND)
                   DISPLAY "PAYMENT PLAN COMPLETED FOR STUDENT "
                       PAY-STUDENT-NUMBER
               END-IF
               MOVE "Y" TO WS-PLANS-CHANGED
               PERFORM 419-REGISTER-PLAN-APPLICATION
           END-IF.

       416-FIND-ACTIVE-PLAN.
           MOVE ZERO TO WS-PLAN-FOUND
           PERFORM VARYING WS-PLAN-SUB FROM 1 BY 1
                   UNTIL WS-PLAN-SUB > WS-PLAN-COUNT
               IF WS-PLAN-NUMBER(WS-PLAN-SUB) = PAY-STUDENT-NUMBER
                   AND WS-PLAN-STATUS(WS-PLAN-SUB) = "A"
                   MOVE WS-PLAN-SUB TO WS-PLAN-FOUND
               END-IF
           END-PERFORM.

       417-APPLY-TO-INSTALMENT.
           IF WS-PLAN-REMAINING > ZERO
               AND WS-PLAN-PAID-AMOUNT(WS-PLAN-FOUND WS-INST-SUB) <
                   WS-PLAN-DUE-AMOUNT(WS-PLAN-FOUND WS-INST-SUB)
               COMPUTE WS-PLAN-APPLY =
                   WS-PLAN-DUE-AMOUNT(WS-PLAN-FOUND WS-INST-SUB)
                   - WS-PLAN-PAID-AMOUNT(WS-PLAN-FOUND WS-INST-SUB)
               IF WS-PLAN-APPLY > WS-PLAN-REMAINING
                   MOVE WS-PLAN-REMAINING TO WS-PLAN-APPLY
               END-IF
               ADD WS-PLAN-APPLY
                   TO WS-PLAN-PAID-AMOUNT(WS-PLAN-FOUND WS-INST-SUB)
               MOVE WS-PLAN-APPLY TO WS-PLAN-APPLIED(WS-INST-SUB)
               SUBTRACT WS-PLAN-APPLY FROM WS-PLAN-REMAINING
           END-IF
           IF WS-PLAN-PAID-AMOUNT(WS-PLAN-FOUND WS-INST-SUB) <
                   WS-PLAN-DUE-AMOUNT(WS-PLAN-FOUND WS-INST-SUB)
               ADD 1 TO WS-PLAN-OPEN-INSTALMENTS
           END-IF.

       418-COUNT-MISSED-INSTALMENT.
           IF WS-PLAN-DUE-DATE(WS-PLAN-FOUND WS-INST-SUB) < WS-RUN-DATE
               AND WS-PLAN-PAID-AMOUNT(WS-PLAN-FOUND WS-INST-SUB) <
                   WS-PLAN-DUE-AMOUNT(WS-PLAN-FOUND WS-INST-SUB)
               ADD 1 TO WS-PLAN-MISSED
           END-IF.

       419-REGISTER-PLAN-APPLICATION.
           OPEN EXTEND PLAN-APPLICATION-FILE.
           IF WS-APPLICATION-FILE-STATUS NOT = "00"
               OPEN OUTPUT PLAN-APPLICATION-FILE
           END-IF.
           MOVE PAY-STUDENT-NUMBER TO PA-STUDENT-NUMBER.
           MOVE PAY-RECEIPT-NUMBER TO PA-RECEIPT-NUMBER.
           MOVE WS-PLAN-AGREED-DATE(WS-PLAN-FOUND) TO PA-AGREED-DATE.
           MOVE WS-RUN-DATE TO PA-APPLIED-DATE.
           COMPUTE PA-AMOUNT = PAY-AMOUNT - WS-PLAN-REMAINING.
           PERFORM VARYING WS-INST-SUB FROM 1 BY 1
                   UNTIL WS-INST-SUB > 6
               MOVE WS-PLAN-APPLIED(WS-INST-SUB)
                   TO PA-INST-APPLIED(WS-INST-SUB)
           END-PERFORM.
           WRITE PLAN-APPLICATION-RECORD.
           CLOSE PLAN-APPLICATION-FILE.

       424-NOTIFY-HOLD-RELEASE.
           MOVE IND-STUDENT-NUMBER TO WS-NTF-STUDENT
           MOVE "HOLD-RELEASE" TO WS-NTF-EVENT
           MOVE PAY-AMOUNT TO WS-NTF-AMOUNT
           MOVE "F" TO WS-NTF-CATEGORY
           MOVE SPACES TO WS-NTF-MESSAGE
           STRING "PAYMENT RECEIVED, RECEIPT " PAY-RECEIPT-NUMBER
               " - THE HOLD ON YOUR ACCOUNT HAS BEEN RELEASED"
               DELIMITED BY SIZE INTO WS-NTF-MESSAGE
           END-STRING
           PERFORM 427-QUEUE-NOTIFICATION.

       425-RELEASE-HOLD-IF-CURRENT.
           *> Current means nothing left owing, or what's owing is
           *> not yet past its due date - either way the collections
           *> hold has no ground left to stand on. For a student on an
           *> active plan the due date that counts is each
           *> instalment's: current once none is left overdue.
           MOVE "N" TO WS-ACCOUNT-CURRENT
           PERFORM 416-FIND-ACTIVE-PLAN
           IF WS-PLAN-FOUND > ZERO
               MOVE ZERO TO WS-PLAN-MISSED
               PERFORM 418-COUNT-MISSED-INSTALMENT
                   VARYING WS-INST-SUB FROM 1 BY 1
                   UNTIL WS-INST-SUB >
                       WS-PLAN-INST-COUNT(WS-PLAN-FOUND)
               IF WS-PLAN-MISSED = ZERO
                   MOVE "Y" TO WS-ACCOUNT-CURRENT
               END-IF
           ELSE
               IF IND-PAYMENT-DUE-DATE NOT < WS-RUN-DATE
                   MOVE "Y" TO WS-ACCOUNT-CURRENT
               END-IF
           END-IF
           IF IND-TUITION-OWED NOT > ZERO
               OR WS-ACCOUNT-CURRENT = "Y"
               PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                       UNTIL WS-COL-SUB > WS-COLLECTIONS-COUNT
                   IF WS-COL-NUMBER(WS-COL-SUB) =
                       MOVE "N" TO WS-COL-HOLD(WS-COL-SUB)
                       MOVE "Y" TO WS-COLLECTIONS-CHANGED
                       ADD 1 TO WS-HOLDS-RELEASED
                       PERFORM 426-REGISTER-HOLD-RELEASE
                       PERFORM 424-NOTIFY-HOLD-RELEASE
                       DISPLAY "COLLECTIONS HOLD RELEASED FOR "
                           "STUDENT " IND-STUDENT-NUMBER
                   END-IF
               END-PERFORM
           END-IF.

       426-REGISTER-HOLD-RELEASE.
           OPEN EXTEND HOLD-RELEASE-FILE.
           IF WS-RELEASE-FILE-STATUS NOT = "00"
               OPEN OUTPUT HOLD-RELEASE-FILE
           END-IF.
           MOVE IND-STUDENT-NUMBER TO HR-STUDENT-NUMBER.
           MOVE PAY-RECEIPT-NUMBER TO HR-RECEIPT-NUMBER.
           MOVE WS-RUN-DATE TO HR-RELEASED-DATE.
           WRITE HOLD-RELEASE-RECORD.
           CLOSE HOLD-RELEASE-FILE.

       427-QUEUE-NOTIFICATION.
           *> One outbox row per channel the student asked for. A
           *> student who chose paper only, or opted out of this
           *> kind of notice, is counted and left to the letter.
           MOVE ZERO TO WS-CON-FOUND
           PERFORM VARYING WS-CON-SUB FROM 1 BY 1
                   UNTIL WS-CON-SUB > WS-CONTACT-COUNT
               IF WS-CON-NUMBER(WS-CON-SUB) = WS-NTF-STUDENT
                   MOVE WS-CON-SUB TO WS-CON-FOUND
               END-IF
           END-PERFORM
           IF WS-CON-FOUND = ZERO
               MOVE "NO CONTACT ON FILE" TO WS-NTF-REASON
               PERFORM 429-WRITE-NO-CONTACT-RECORD
           ELSE
               IF WS-CON-PREFERENCE(WS-CON-FOUND) = "N"
                   OR (WS-NTF-CATEGORY = "F"
                       AND WS-CON-FINANCE(WS-CON-FOUND) NOT = "Y")
                   OR (WS-NTF-CATEGORY = "A"
                       AND WS-CON-ACADEMIC(WS-CON-FOUND) NOT = "Y")
                   ADD 1 TO WS-NOTICES-DECLINED
               ELSE
                   MOVE "N" TO WS-NTF-SENT
                   IF (WS-CON-PREFERENCE(WS-CON-FOUND) = "E"
                       OR WS-CON-PREFERENCE(WS-CON-FOUND) = "B")
                       AND WS-CON-EMAIL(WS-CON-FOUND) NOT = SPACES
                       MOVE "EMAIL" TO WS-NTF-CHANNEL
                       MOVE WS-CON-EMAIL(WS-CON-FOUND)
                           TO WS-NTF-ADDRESS
                       PERFORM 428-WRITE-OUTBOX-RECORD
                   END-IF
                   IF (WS-CON-PREFERENCE(WS-CON-FOUND) = "S"
                       OR WS-CON-PREFERENCE(WS-CON-FOUND) = "B")
                       AND WS-CON-MOBILE(WS-CON-FOUND) NOT = SPACES
                       MOVE "SMS" TO WS-NTF-CHANNEL
                       MOVE WS-CON-MOBILE(WS-CON-FOUND)
                           TO WS-NTF-ADDRESS
                       PERFORM 428-WRITE-OUTBOX-RECORD
                   END-IF
                   IF WS-NTF-SENT = "N"
                       MOVE "NO ADDRESS FOR CHOSEN CHANNEL"
                           TO WS-NTF-REASON
                       PERFORM 429-WRITE-NO-CONTACT-RECORD
                   END-IF
               END-IF
           END-IF.

       428-WRITE-OUTBOX-RECORD.
           OPEN EXTEND NOTIFY-OUTBOX-FILE.
           IF WS-OUTBOX-FILE-STATUS NOT = "00"
               OPEN OUTPUT NOTIFY-OUTBOX-FILE
           END-IF.
           ACCEPT WS-NTF-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NTF-TIME FROM TIME.
           MOVE SPACES TO NOTIFY-OUTBOX-RECORD.
           MOVE WS-NTF-DATE TO NTF-QUEUED-DATE.
           MOVE WS-NTF-TIME TO NTF-QUEUED-TIME.
           MOVE "PAYMENT-POSTING" TO NTF-SOURCE.
           MOVE WS-NTF-EVENT TO NTF-EVENT.
           MOVE WS-NTF-STUDENT TO NTF-STUDENT-NUMBER.
           MOVE WS-NTF-CHANNEL TO NTF-CHANNEL.
           MOVE WS-NTF-ADDRESS TO NTF-ADDRESS.
           MOVE WS-NTF-AMOUNT TO NTF-AMOUNT.
           MOVE WS-NTF-MESSAGE TO NTF-MESSAGE.
           MOVE "P" TO NTF-STATUS.
           WRITE NOTIFY-OUTBOX-RECORD.
           CLOSE NOTIFY-OUTBOX-FILE.
           MOVE "Y" TO WS-NTF-SENT.
           ADD 1 TO WS-NOTICES-QUEUED.

       429-WRITE-NO-CONTACT-RECORD.
           OPEN EXTEND NO-CONTACT-FILE.
           IF WS-NO-CONTACT-FILE-STATUS NOT = "00"
               OPEN OUTPUT NO-CONTACT-FILE
           END-IF.
           ACCEPT WS-NTF-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NTF-TIME FROM TIME.
           MOVE SPACES TO NO-CONTACT-RECORD.
           MOVE WS-NTF-DATE TO NOC-QUEUED-DATE.
           MOVE WS-NTF-TIME TO NOC-QUEUED-TIME.
           MOVE "PAYMENT-POSTING" TO NOC-SOURCE.
           MOVE WS-NTF-EVENT TO NOC-EVENT.
           MOVE WS-NTF-STUDENT TO NOC-STUDENT-NUMBER.
           MOVE WS-NTF-REASON TO NOC-REASON.
           MOVE WS-NTF-AMOUNT TO NOC-AMOUNT.
           MOVE WS-NTF-MESSAGE TO NOC-MESSAGE.
           WRITE NO-CONTACT-RECORD.
           CLOSE NO-CONTACT-FILE.
           ADD 1 TO WS-NOTICES-NO-CONTACT.

       420-WRITE-LEDGER-RECORD.
           ACCEPT WS-LEDGER-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LEDGER-TIME FROM TIME
           DISPLAY "BATCH " WS-BATCH-ID " RECORDED ON THE POSTED "
               "REGISTER.".

       460-WRITE-RUN-HISTORY.
           OPEN EXTEND RUN-HISTORY-FILE.
           IF WS-RUN-HISTORY-STATUS NOT = "00"
               OPEN OUTPUT RUN-HISTORY-FILE
           END-IF.
           ACCEPT PRH-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT PRH-RUN-TIME FROM TIME.
           MOVE WS-BATCH-ID TO PRH-BATCH-ID.
           MOVE WS-PAYMENTS-POSTED TO PRH-PAYMENTS-POSTED.
           MOVE WS-TOTAL-POSTED TO PRH-TOTAL-POSTED.
           MOVE WS-PAYMENTS-SUSPENDED TO PRH-PAYMENTS-SUSPENDED.
           MOVE WS-TOTAL-SUSPENDED TO PRH-TOTAL-SUSPENDED.
           MOVE WS-PAYMENTS-SKIPPED TO PRH-PAYMENTS-SKIPPED.
           WRITE RUN-HISTORY-RECORD.
           CLOSE RUN-HISTORY-FILE.

       700-WRITE-SUSPENSE-RECORD.
           ADD 1 TO WS-PAYMENTS-SUSPENDED
           ADD PAY-AMOUNT TO WS-TOTAL-SUSPENDED
           MOVE SPACES TO WS-SUSPENSE-LINE
           STRING WS-SUSPENSE-REASON " " PAY-STUDENT-NUMBER " "
               PAY-PAYMENT-DATE " " PAY-AMOUNT " " PAY-RECEIPT-NUMBER
           DISPLAY "PAYMENTS SUSPENDED: " WS-PAYMENTS-SUSPENDED.
           DISPLAY "ALREADY APPLIED:    " WS-PAYMENTS-SKIPPED.
           DISPLAY "TOTAL POSTED:       " WS-TOTAL-POSTED.
           DISPLAY "TOTAL SUSPENDED:    " WS-TOTAL-SUSPENDED.
           DISPLAY "HOLDS RELEASED:     " WS-HOLDS-RELEASED.
           DISPLAY "PLAN RECEIPTS:      " WS-PLAN-RECEIPTS.
           DISPLAY "NOTICES QUEUED:     " WS-NOTICES-QUEUED.
           DISPLAY "NOT SENT-NO CONTACT:" WS-NOTICES-NO-CONTACT.
           DISPLAY "NOT SENT-OPTED OUT: " WS-NOTICES-DECLINED.
           DISPLAY "==========================================".

       600-CLOSE-FILES.
           IF WS-COLLECTIONS-CHANGED = "Y"
               PERFORM 610-REWRITE-COLLECTIONS
           END-IF.
           IF WS-PLANS-CHANGED = "Y"
               PERFORM 620-REWRITE-PAYMENT-PLANS
           END-IF.

       610-REWRITE-COLLECTIONS.
           OPEN OUTPUT COLLECTIONS-FILE.
           END-PERFORM.
           CLOSE COLLECTIONS-FILE.

       620-REWRITE-PAYMENT-PLANS.
           OPEN OUTPUT PAYMENT-PLAN-FILE.
           PERFORM VARYING WS-PLAN-SUB FROM 1 BY 1
                   UNTIL WS-PLAN-SUB > WS-PLAN-COUNT
               MOVE WS-PLAN-ROW(WS-PLAN-SUB) TO PAYMENT-PLAN-RECORD
               WRITE PAYMENT-PLAN-RECORD
           END-PERFORM.
           CLOSE PAYMENT-PLAN-FILE.

       750-CHECK-MASTER-IN-USE.
           MOVE "N" TO WS-MASTER-BUSY.
           OPEN INPUT MASTER-IN-USE-FILE.
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

       END PROGRAM PAYMENT-POSTING.
