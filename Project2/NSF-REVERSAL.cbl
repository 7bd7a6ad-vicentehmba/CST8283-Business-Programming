      ******************************************************************
      * Author: VICENTE MBA ENGUNG
      * Date: SEPTEMBER 1, 2026
      * Purpose: Returned-payment (NSF) reversal - when the bank sends
      *          back a cheque or a lockbox item, the clerk keys the
      *          PAY-RECEIPT-NUMBER it was posted under. The original
      *          PAYMENT row is found on ../STUDENT-LEDGER.TXT, the
      *          amount goes back on IND-TUITION-OWED with an NSF-REV
      *          ledger row carrying the same receipt, and the
      *          returned-item fee is charged as its own NSF-FEE row.
      *          If that receipt released the student's collections
      *          hold (../HOLD-RELEASES.TXT), COL-HOLD-FLAG goes back
      *          up on ../COLLECTIONS.TXT, and the instalment plan the
      *          receipt was applied to (../PLAN-APPLICATIONS.TXT) has
      *          exactly what it settled taken back off each
      *          instalment. A receipt already reversed is
      *          refused. Every reversal is registered on
      *          ../RETURNED-ITEMS.TXT, from which the daily
      *          returned-items report ../RETURNED-ITEMS-RPT.TXT is
      *          printed for finance.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NSF-REVERSAL.
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
           SELECT LEDGER-FILE ASSIGN TO "../STUDENT-LEDGER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT COLLECTIONS-FILE ASSIGN TO "../COLLECTIONS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLLECTIONS-FILE-STATUS.
           SELECT HOLD-RELEASE-FILE ASSIGN TO "../HOLD-RELEASES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RELEASE-FILE-STATUS.
           SELECT PAYMENT-PLAN-FILE ASSIGN TO "../PAYMENT-PLANS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-FILE-STATUS.
           SELECT PLAN-APPLICATION-FILE ASSIGN
           TO "../PLAN-APPLICATIONS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPLICATION-FILE-STATUS.
           SELECT RETURNED-ITEMS-FILE ASSIGN TO "../RETURNED-ITEMS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RETURNED-FILE-STATUS.
           SELECT RETURNED-REPORT-FILE ASSIGN
           TO "../RETURNED-ITEMS-RPT.TXT"
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
           05 FILLER              PIC X(77).

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

       FD COLLECTIONS-FILE.
      *> Collections tracking written by TUITION-AGING. A returned
      *> receipt that had released the hold puts it back up.
       01 COLLECTIONS-RECORD.
           05 COL-STUDENT-NUMBER PIC 9(6).
           05 COL-LETTER-LEVEL PIC 9.
           05 COL-LAST-LETTER-DATE PIC 9(8).
           05 COL-HOLD-FLAG PIC X.

       FD HOLD-RELEASE-FILE.
      *> One row per collections hold released by PAYMENT-POSTING -
      *> which receipt released it.
       01 HOLD-RELEASE-RECORD.
           05 HR-STUDENT-NUMBER PIC 9(6).
           05 HR-RECEIPT-NUMBER PIC X(8).
           05 HR-RELEASED-DATE PIC 9(8).

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

       FD PLAN-APPLICATION-FILE.
      *> One row per receipt PAYMENT-POSTING applied to an instalment
      *> plan - the plan (student and agreed date) and what the
      *> receipt settled on each instalment.
       01 PLAN-APPLICATION-RECORD.
           05 PA-STUDENT-NUMBER PIC 9(6).
           05 PA-RECEIPT-NUMBER PIC X(8).
           05 PA-AGREED-DATE PIC 9(8).
           05 PA-APPLIED-DATE PIC 9(8).
           05 PA-AMOUNT PIC 9(6)V99.
           05 PA-INST-APPLIED PIC 9(6)V99 OCCURS 6 TIMES.

       FD RETURNED-ITEMS-FILE.
      *> One row per returned item reversed: when, whose, the
      *> receipt and its original posting date, the amount put back,
      *> the fee charged, the bank's reason, and whether the
      *> collections hold was re-raised.
       01 RETURNED-ITEM-RECORD.
           05 RI-RETURN-DATE PIC 9(8).
           05 RI-STUDENT-NUMBER PIC 9(6).
           05 RI-RECEIPT-NUMBER PIC X(8).
           05 RI-ORIGINAL-DATE PIC 9(8).
           05 RI-AMOUNT PIC 9(6)V99.
           05 RI-FEE-AMOUNT PIC 9(4)V99.
           05 RI-REASON-CODE PIC X(4).
           05 RI-HOLD-RERAISED PIC X.

       FD RETURNED-REPORT-FILE.
       01 RETURNED-REPORT-RECORD PIC X(80).

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
       01 WS-LEDGER-FILE-STATUS PIC XX.
       01 WS-COLLECTIONS-FILE-STATUS PIC XX.
       01 WS-RELEASE-FILE-STATUS PIC XX.
       01 WS-PLAN-FILE-STATUS PIC XX.
       01 WS-RETURNED-FILE-STATUS PIC XX.
       01 WS-REPORT-FILE-STATUS PIC XX.
       *> Flat fee charged on every returned item.
       01 WS-NSF-FEE-AMOUNT PIC 9(4)V99 VALUE 35.00.
       01 WS-MENU-CHOICE PIC X VALUE SPACE.
       01 WS-RECEIPT-IN PIC X(8).
       01 WS-REASON-IN PIC X(4).
       01 WS-CONFIRM PIC X.
       01 WS-DATE-IN PIC X(8).
       01 WS-REPORT-DATE PIC 9(8).
       01 WS-RUN-DATE PIC 9(8).
       *> What the ledger scan found for the keyed receipt.
       01 WS-PAYMENT-FOUND PIC X.
       01 WS-ALREADY-REVERSED PIC X.
       01 WS-ORIG-STUDENT PIC 9(6).
       01 WS-ORIG-DATE PIC 9(8).
       01 WS-ORIG-AMOUNT PIC 9(6)V99.
       01 WS-HOLD-WAS-RELEASED PIC X.
       01 WS-HOLD-RERAISED PIC X.
       01 WS-LEDGER-DATE-TIME.
           05 WS-LEDGER-DATE PIC 9(8).
           05 WS-LEDGER-TIME PIC 9(8).
       01 WS-COLLECTIONS-EOF PIC X.
       01 WS-COLLECTIONS-CHANGED PIC X VALUE "N".
       *> Collections tracking held in storage across the session;
       *> the file is rewritten at exit when a hold went back up.
       01 WS-COLLECTIONS-TABLE.
           05 WS-COL-ROW OCCURS 500 TIMES.
               10 WS-COL-NUMBER PIC 9(6).
               10 WS-COL-LEVEL PIC 9.
               10 WS-COL-DATE PIC 9(8).
               10 WS-COL-HOLD PIC X.
       01 WS-COLLECTIONS-COUNT PIC 9(3) VALUE ZERO.
       01 WS-COL-SUB PIC 9(3).
       01 WS-PLAN-EOF PIC X.
       01 WS-PLANS-CHANGED PIC X VALUE "N".
       *> Plans held in storage across the session, each row in the
       *> record layout; rewritten at exit when one was charged back.
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
       01 WS-PLAN-APPLY PIC 9(6)V99.
       01 WS-APPLICATION-FILE-STATUS PIC XX.
       *> What the returned receipt settled on its plan, from
       *> ../PLAN-APPLICATIONS.TXT.
       01 WS-APPLICATION-FOUND PIC X.
       01 WS-APPLIED-AGREED-DATE PIC 9(8).
       01 WS-APPLIED-TABLE.
           05 WS-APPLIED-AMOUNT PIC 9(6)V99 OCCURS 6 TIMES.
       01 WS-REVERSED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-REFUSED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-REPORT-LINE PIC X(80).
       01 WS-REPORT-COUNT PIC 9(4).
       01 WS-REPORT-AMOUNT PIC 9(8)V99.
       01 WS-REPORT-FEES PIC 9(6)V99.
       01 WS-AMOUNT-PRINT PIC ZZZ,ZZ9.99.
       01 WS-FEE-PRINT PIC Z,ZZ9.99.
       01 WS-TOTAL-PRINT PIC ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       100-REVERSE-RETURNED-ITEMS.
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
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN I-O INDEXED-STUDENT-FILE-OUT.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN STUFILE-INDEXED.TXT - STATUS "
                   WS-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 200-LOAD-COLLECTIONS.
           PERFORM 210-LOAD-PAYMENT-PLANS.
           PERFORM UNTIL WS-MENU-CHOICE = "X"
                   OR WS-MENU-CHOICE = "x"
               DISPLAY "R=reverse a returned receipt, P=print the "
                   "returned-items report, X=exit:"
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN "R"
                   WHEN "r"
                       PERFORM 300-REVERSE-ONE-RECEIPT
                   WHEN "P"
                   WHEN "p"
                       PERFORM 500-PRINT-RETURNED-ITEMS
                   WHEN "X"
                   WHEN "x"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid selection."
               END-EVALUATE
           END-PERFORM.
           CLOSE INDEXED-STUDENT-FILE-OUT.
           IF WS-COLLECTIONS-CHANGED = "Y"
               PERFORM 610-REWRITE-COLLECTIONS
           END-IF.
           IF WS-PLANS-CHANGED = "Y"
               PERFORM 620-REWRITE-PAYMENT-PLANS
           END-IF.
           DISPLAY "==========================================".
           DISPLAY "RECEIPTS REVERSED: " WS-REVERSED-COUNT.
           DISPLAY "REVERSALS REFUSED: " WS-REFUSED-COUNT.
           DISPLAY "==========================================".
           GOBACK.

       200-LOAD-COLLECTIONS.
           OPEN INPUT COLLECTIONS-FILE.
           IF WS-COLLECTIONS-FILE-STATUS = "00"
               MOVE "N" TO WS-COLLECTIONS-EOF
               PERFORM UNTIL WS-COLLECTIONS-EOF = "Y"
                   READ COLLECTIONS-FILE
                       AT END MOVE "Y" TO WS-COLLECTIONS-EOF
                       NOT AT END
                           IF WS-COLLECTIONS-COUNT < 500
                               ADD 1 TO WS-COLLECTIONS-COUNT
                               MOVE COL-STUDENT-NUMBER TO
                                   WS-COL-NUMBER
                                   (WS-COLLECTIONS-COUNT)
                               MOVE COL-LETTER-LEVEL TO
                                   WS-COL-LEVEL
                                   (WS-COLLECTIONS-COUNT)
                               MOVE COL-LAST-LETTER-DATE TO
                                   WS-COL-DATE
                                   (WS-COLLECTIONS-COUNT)
                               MOVE COL-HOLD-FLAG TO
                                   WS-COL-HOLD
                                   (WS-COLLECTIONS-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COLLECTIONS-FILE
           END-IF.

       210-LOAD-PAYMENT-PLANS.
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

       300-REVERSE-ONE-RECEIPT.
           MOVE SPACES TO WS-RECEIPT-IN
           DISPLAY "Receipt number of the returned item:"
           ACCEPT WS-RECEIPT-IN
           IF WS-RECEIPT-IN = SPACES
               DISPLAY "Blank receipt number - nothing reversed."
           ELSE
               PERFORM 310-FIND-ORIGINAL-PAYMENT
               EVALUATE TRUE
                   WHEN WS-ALREADY-REVERSED = "Y"
                       ADD 1 TO WS-REFUSED-COUNT
                       DISPLAY "RECEIPT " WS-RECEIPT-IN " HAS ALREADY "
                           "BEEN REVERSED - SECOND REVERSAL REFUSED"
                   WHEN WS-PAYMENT-FOUND NOT = "Y"
                       ADD 1 TO WS-REFUSED-COUNT
                       DISPLAY "NO PAYMENT POSTED UNDER RECEIPT "
                           WS-RECEIPT-IN " ON THE LEDGER"
                   WHEN OTHER
                       PERFORM 320-CONFIRM-AND-REVERSE
               END-EVALUATE
           END-IF.

       310-FIND-ORIGINAL-PAYMENT.
           *> The ledger is the one place every posted receipt is
           *> kept - and an NSF-REV row under the same receipt is
           *> the proof it was already reversed.
           MOVE "N" TO WS-PAYMENT-FOUND
           MOVE "N" TO WS-ALREADY-REVERSED
           OPEN INPUT LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS = "00"
               MOVE "NO" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "YES"
                   READ LEDGER-FILE
                       AT END MOVE "YES" TO EOF-FLAG
                       NOT AT END
                           IF LED-REFERENCE = WS-RECEIPT-IN
                               EVALUATE LED-TRANS-TYPE
                                   WHEN "PAYMENT"
                                       MOVE "Y" TO WS-PAYMENT-FOUND
                                       MOVE LED-STUDENT-NUMBER
                                           TO WS-ORIG-STUDENT
                                       MOVE LED-TRANS-DATE
                                           TO WS-ORIG-DATE
                                       COMPUTE WS-ORIG-AMOUNT =
                                           ZERO - LED-AMOUNT
                                   WHEN "NSF-REV"
                                       MOVE "Y"
                                           TO WS-ALREADY-REVERSED
                               END-EVALUATE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.

       320-CONFIRM-AND-REVERSE.
           MOVE WS-ORIG-STUDENT TO IND-STUDENT-NUMBER
           READ INDEXED-STUDENT-FILE-OUT
               INVALID KEY
                   ADD 1 TO WS-REFUSED-COUNT
                   DISPLAY "STUDENT " WS-ORIG-STUDENT " IS NO LONGER "
                       "ON THE MASTER - REVERSAL REFUSED"
               NOT INVALID KEY
                   MOVE WS-ORIG-AMOUNT TO WS-AMOUNT-PRINT
                   DISPLAY "RECEIPT " WS-RECEIPT-IN " POSTED "
                       WS-ORIG-DATE " FOR " WS-AMOUNT-PRINT
                   DISPLAY "STUDENT " IND-STUDENT-NUMBER " "
                       FUNCTION TRIM(IND-STUDENT-NAME)
                   DISPLAY "Bank reason code (4 characters, e.g. "
                       "NSF, STOP, CLOS):"
                   ACCEPT WS-REASON-IN
                   DISPLAY "Reverse this payment and charge the "
                       "returned-item fee? (Y/N)"
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                       PERFORM 330-POST-REVERSAL
                   ELSE
                       DISPLAY "Nothing reversed."
                   END-IF
           END-READ.

       330-POST-REVERSAL.
           ADD WS-ORIG-AMOUNT TO IND-TUITION-OWED
           ADD WS-NSF-FEE-AMOUNT TO IND-TUITION-OWED
           REWRITE INDEXED-FILE-RECORD
               INVALID KEY
                   ADD 1 TO WS-REFUSED-COUNT
                   DISPLAY "REWRITE FAILED - STATUS " WS-FILE-STATUS
                       " - NOTHING REVERSED"
               NOT INVALID KEY
                   PERFORM 340-WRITE-LEDGER-ROWS
                   PERFORM 350-RERAISE-HOLD
                   PERFORM 360-CHARGE-BACK-PLAN
                   PERFORM 370-REGISTER-RETURNED-ITEM
                   ADD 1 TO WS-REVERSED-COUNT
                   DISPLAY "RECEIPT " WS-RECEIPT-IN " REVERSED - "
                       "STUDENT NOW OWES " IND-TUITION-OWED
           END-REWRITE.

       340-WRITE-LEDGER-ROWS.
           *> Both rows carry the returned receipt, so the statement
           *> shows the reversal and its fee beside the payment.
           ACCEPT WS-LEDGER-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LEDGER-TIME FROM TIME
           OPEN EXTEND LEDGER-FILE
           IF WS-LEDGER-FILE-STATUS NOT = "00"
               OPEN OUTPUT LEDGER-FILE
           END-IF
           MOVE IND-STUDENT-NUMBER TO LED-STUDENT-NUMBER
           MOVE WS-LEDGER-DATE TO LED-TRANS-DATE
           MOVE WS-LEDGER-TIME TO LED-TRANS-TIME
           MOVE "NSF-REV" TO LED-TRANS-TYPE
           MOVE WS-RECEIPT-IN TO LED-REFERENCE
           MOVE WS-ORIG-AMOUNT TO LED-AMOUNT
           WRITE LEDGER-RECORD
           MOVE "NSF-FEE" TO LED-TRANS-TYPE
           MOVE WS-NSF-FEE-AMOUNT TO LED-AMOUNT
           WRITE LEDGER-RECORD
           CLOSE LEDGER-FILE.

       350-RERAISE-HOLD.
           *> Only a hold this very receipt released goes back up - a
           *> student who was never on hold isn't put on one here.
           MOVE "N" TO WS-HOLD-WAS-RELEASED
           MOVE "N" TO WS-HOLD-RERAISED
           OPEN INPUT HOLD-RELEASE-FILE
           IF WS-RELEASE-FILE-STATUS = "00"
               MOVE "NO" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "YES"
                   READ HOLD-RELEASE-FILE
                       AT END MOVE "YES" TO EOF-FLAG
                       NOT AT END
                           IF HR-RECEIPT-NUMBER = WS-RECEIPT-IN
                               AND HR-STUDENT-NUMBER =
                                   IND-STUDENT-NUMBER
                               MOVE "Y" TO WS-HOLD-WAS-RELEASED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE HOLD-RELEASE-FILE
           END-IF
           IF WS-HOLD-WAS-RELEASED = "Y"
               PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                       UNTIL WS-COL-SUB > WS-COLLECTIONS-COUNT
                   IF WS-COL-NUMBER(WS-COL-SUB) = IND-STUDENT-NUMBER
                       AND WS-COL-HOLD(WS-COL-SUB) NOT = "Y"
                       MOVE "Y" TO WS-COL-HOLD(WS-COL-SUB)
                       MOVE "Y" TO WS-HOLD-RERAISED
                       MOVE "Y" TO WS-COLLECTIONS-CHANGED
                       DISPLAY "COLLECTIONS HOLD RE-RAISED FOR "
                           "STUDENT " IND-STUDENT-NUMBER
                   END-IF
               END-PERFORM
           END-IF.

       360-CHARGE-BACK-PLAN.
           *> Only the plan this receipt was applied to is touched,
           *> and only by what the receipt settled on each
           *> instalment - never more than is still shown as paid.
           *> A completed plan reopens.
           PERFORM 362-FIND-PLAN-APPLICATION
           MOVE ZERO TO WS-PLAN-FOUND
           IF WS-APPLICATION-FOUND = "Y"
               PERFORM VARYING WS-PLAN-SUB FROM 1 BY 1
                       UNTIL WS-PLAN-SUB > WS-PLAN-COUNT
                   IF WS-PLAN-NUMBER(WS-PLAN-SUB) = IND-STUDENT-NUMBER
                       AND WS-PLAN-AGREED-DATE(WS-PLAN-SUB) =
                           WS-APPLIED-AGREED-DATE
                       MOVE WS-PLAN-SUB TO WS-PLAN-FOUND
                   END-IF
               END-PERFORM
           ELSE
               *> Receipts posted before applications were registered
               *> can't be traced to a plan - finance checks those.
               PERFORM VARYING WS-PLAN-SUB FROM 1 BY 1
                       UNTIL WS-PLAN-SUB > WS-PLAN-COUNT
                   IF WS-PLAN-NUMBER(WS-PLAN-SUB) = IND-STUDENT-NUMBER
                       AND WS-PLAN-AGREED-DATE(WS-PLAN-SUB) NOT >
                           WS-ORIG-DATE
                       AND (WS-PLAN-STATUS(WS-PLAN-SUB) = "A"
                           OR WS-PLAN-STATUS(WS-PLAN-SUB) = "C")
                       DISPLAY "NO PLAN APPLICATION ON FILE FOR "
                           "RECEIPT " WS-RECEIPT-IN " - CHECK THE "
                           "PAYMENT PLAN FOR STUDENT "
                           IND-STUDENT-NUMBER " BY HAND"
                   END-IF
               END-PERFORM
           END-IF
           IF WS-PLAN-FOUND > ZERO
               PERFORM 365-CHARGE-BACK-INSTALMENT
                   VARYING WS-INST-SUB FROM 1 BY 1
                   UNTIL WS-INST-SUB >
                       WS-PLAN-INST-COUNT(WS-PLAN-FOUND)
               IF WS-PLAN-STATUS(WS-PLAN-FOUND) = "C"
                   MOVE "A" TO WS-PLAN-STATUS(WS-PLAN-FOUND)
               END-IF
               MOVE "Y" TO WS-PLANS-CHANGED
               DISPLAY "PAYMENT PLAN CHARGED BACK FOR STUDENT "
                   IND-STUDENT-NUMBER
           END-IF.

       362-FIND-PLAN-APPLICATION.
           MOVE "N" TO WS-APPLICATION-FOUND
           OPEN INPUT PLAN-APPLICATION-FILE
           IF WS-APPLICATION-FILE-STATUS = "00"
               MOVE "NO" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "YES"
                   READ PLAN-APPLICATION-FILE
                       AT END MOVE "YES" TO EOF-FLAG
                       NOT AT END
                           IF PA-RECEIPT-NUMBER = WS-RECEIPT-IN
                               AND PA-STUDENT-NUMBER =
                                   IND-STUDENT-NUMBER
                               MOVE "Y" TO WS-APPLICATION-FOUND
                               MOVE PA-AGREED-DATE
                                   TO WS-APPLIED-AGREED-DATE
                               PERFORM VARYING WS-INST-SUB FROM 1 BY 1
                                       UNTIL WS-INST-SUB > 6
                                   MOVE PA-INST-APPLIED(WS-INST-SUB)
                                       TO WS-APPLIED-AMOUNT
                                       (WS-INST-SUB)
                               END-PERFORM
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PLAN-APPLICATION-FILE
           END-IF.

       365-CHARGE-BACK-INSTALMENT.
           MOVE WS-APPLIED-AMOUNT(WS-INST-SUB) TO WS-PLAN-APPLY
           IF WS-PLAN-APPLY >
                   WS-PLAN-PAID-AMOUNT(WS-PLAN-FOUND WS-INST-SUB)
               MOVE WS-PLAN-PAID-AMOUNT(WS-PLAN-FOUND WS-INST-SUB)
                   TO WS-PLAN-APPLY
           END-IF
           SUBTRACT WS-PLAN-APPLY
               FROM WS-PLAN-PAID-AMOUNT(WS-PLAN-FOUND WS-INST-SUB).

       370-REGISTER-RETURNED-ITEM.
           OPEN EXTEND RETURNED-ITEMS-FILE.
           IF WS-RETURNED-FILE-STATUS NOT = "00"
               OPEN OUTPUT RETURNED-ITEMS-FILE
           END-IF.
           MOVE WS-RUN-DATE TO RI-RETURN-DATE.
           MOVE IND-STUDENT-NUMBER TO RI-STUDENT-NUMBER.
           MOVE WS-RECEIPT-IN TO RI-RECEIPT-NUMBER.
           MOVE WS-ORIG-DATE TO RI-ORIGINAL-DATE.
           MOVE WS-ORIG-AMOUNT TO RI-AMOUNT.
           MOVE WS-NSF-FEE-AMOUNT TO RI-FEE-AMOUNT.
           MOVE WS-REASON-IN TO RI-REASON-CODE.
           MOVE WS-HOLD-RERAISED TO RI-HOLD-RERAISED.
           WRITE RETURNED-ITEM-RECORD.
           CLOSE RETURNED-ITEMS-FILE.

       500-PRINT-RETURNED-ITEMS.
           MOVE SPACES TO WS-DATE-IN
           DISPLAY "Report date (YYYYMMDD, blank for today):"
           ACCEPT WS-DATE-IN
           IF WS-DATE-IN IS NUMERIC
               MOVE WS-DATE-IN TO WS-REPORT-DATE
           ELSE
               MOVE WS-RUN-DATE TO WS-REPORT-DATE
           END-IF
           MOVE ZERO TO WS-REPORT-COUNT WS-REPORT-AMOUNT
               WS-REPORT-FEES
           OPEN OUTPUT RETURNED-REPORT-FILE
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RETURNED ITEMS REPORT FOR " WS-REPORT-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE RETURNED-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE "STUDENT RECEIPT  POSTED       AMOUNT      FEE REAS "
               & "HOLD" TO WS-REPORT-LINE
           WRITE RETURNED-REPORT-RECORD FROM WS-REPORT-LINE
           OPEN INPUT RETURNED-ITEMS-FILE
           IF WS-RETURNED-FILE-STATUS = "00"
               MOVE "NO" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "YES"
                   READ RETURNED-ITEMS-FILE
                       AT END MOVE "YES" TO EOF-FLAG
                       NOT AT END
                           IF RI-RETURN-DATE = WS-REPORT-DATE
                               PERFORM 510-WRITE-RETURNED-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE RETURNED-ITEMS-FILE
           END-IF
           MOVE SPACES TO RETURNED-REPORT-RECORD
           WRITE RETURNED-REPORT-RECORD
           MOVE WS-REPORT-AMOUNT TO WS-TOTAL-PRINT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "ITEMS: " WS-REPORT-COUNT "  REVERSED: "
               WS-TOTAL-PRINT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE RETURNED-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-REPORT-FEES TO WS-TOTAL-PRINT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "FEES CHARGED:     " WS-TOTAL-PRINT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE RETURNED-REPORT-RECORD FROM WS-REPORT-LINE
           CLOSE RETURNED-REPORT-FILE
           DISPLAY WS-REPORT-COUNT " RETURNED ITEMS ON "
               WS-REPORT-DATE " - SEE ../RETURNED-ITEMS-RPT.TXT".

       510-WRITE-RETURNED-LINE.
           ADD 1 TO WS-REPORT-COUNT
           ADD RI-AMOUNT TO WS-REPORT-AMOUNT
           ADD RI-FEE-AMOUNT TO WS-REPORT-FEES
           MOVE RI-AMOUNT TO WS-AMOUNT-PRINT
           MOVE RI-FEE-AMOUNT TO WS-FEE-PRINT
           MOVE SPACES TO WS-REPORT-LINE
           STRING RI-STUDENT-NUMBER "  " RI-RECEIPT-NUMBER " "
               RI-ORIGINAL-DATE " " WS-AMOUNT-PRINT " " WS-FEE-PRINT
               " " RI-REASON-CODE " " RI-HOLD-RERAISED
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE RETURNED-REPORT-RECORD FROM WS-REPORT-LINE.

       610-REWRITE-COLLECTIONS.
           OPEN OUTPUT COLLECTIONS-FILE.
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL WS-COL-SUB > WS-COLLECTIONS-COUNT
               MOVE WS-COL-NUMBER(WS-COL-SUB)
                   TO COL-STUDENT-NUMBER
               MOVE WS-COL-LEVEL(WS-COL-SUB) TO COL-LETTER-LEVEL
               MOVE WS-COL-DATE(WS-COL-SUB)
                   TO COL-LAST-LETTER-DATE
               MOVE WS-COL-HOLD(WS-COL-SUB) TO COL-HOLD-FLAG
               WRITE COLLECTIONS-RECORD
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

       END PROGRAM NSF-REVERSAL.
