      *          level on, the student's hold flag is raised, which
      *          STUDENT-TRANSCRIPT and COURSE-REG honour until
      *          PAYMENT-POSTING brings the balance current.
      *          A student on an active instalment plan
      *          (../PAYMENT-PLANS.TXT) is aged from the oldest missed
      *          instalment instead of IND-PAYMENT-DUE-DATE and is not
      *          dunned while no instalment is missed; a plan with
      *          too many missed instalments is marked defaulted and
      *          the student falls back into normal collections.
      *          Each escalation to a new dunning level, and each hold
      *          raised, is queued on ../NOTIFY-OUTBOX.TXT for the
      *          channels on the student's ../STUDENT-CONTACTS.TXT
      *          row; a student with no usable contact is listed on
      *          ../NOTIFY-NO-CONTACT.TXT instead.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT COLLECTIONS-FILE ASSIGN TO "../COLLECTIONS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLLECTIONS-FILE-STATUS.
           SELECT PAYMENT-PLAN-FILE ASSIGN TO "../PAYMENT-PLANS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-FILE-STATUS.
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
           05 COL-LAST-LETTER-DATE PIC 9(8).
           05 COL-HOLD-FLAG PIC X.

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
       01 WS-FILE-STATUS PIC XX.
       01 WS-DUNNING-FILE-STATUS PIC XX.
       01 EOF-FLAG PIC X(3) VALUE "NO".
       01 WS-COL-SUB PIC 9(3).
       01 WS-COL-FOUND PIC 9(3).
       01 WS-LETTER-LEVEL PIC 9.
       *> Set by 440 for the notices: the student moved up a dunning
       *> level this run, and the hold went up this run.
       01 WS-LEVEL-RAISED PIC X.
       01 WS-HOLD-RAISED-NOW PIC X.
       01 WS-NTF-LEVEL-TEXT PIC X(20).
       01 WS-PLAN-FILE-STATUS PIC XX.
       01 WS-PLAN-EOF PIC X.
       01 WS-PLANS-CHANGED PIC X VALUE "N".
       *> Plans held in storage across the run, each row in the
       *> record layout; the file is rewritten at close when a plan
       *> was marked defaulted.
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
       01 WS-PLAN-MISSED PIC 9.
       *> This many missed instalments defaults a plan - the same
       *> threshold PAYMENT-PLAN-STATUS reports against.
       01 WS-PLAN-DEFAULT-MISSED PIC 9 VALUE 2.
       01 WS-ON-PLAN PIC X.
       *> The due date the student is aged from: IND-PAYMENT-DUE-DATE,
       *> or the oldest missed instalment's for a plan student.
       01 WS-AGING-DUE-DATE PIC 9(8).
       01 WS-PLAN-STUDENTS PIC 9(4) VALUE ZERO.
       01 WS-PLAN-STUDENTS-CURRENT PIC 9(4) VALUE ZERO.
       01 WS-PLANS-DEFAULTED PIC 9(4) VALUE ZERO.

       PROCEDURE DIVISION.
       100-AGE-TUITION-BALANCES.
           MOVE FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               TO WS-RUN-DATE-INT.
           PERFORM 210-LOAD-COLLECTIONS.
           PERFORM 220-LOAD-PAYMENT-PLANS.
           PERFORM 230-LOAD-CONTACTS.

       210-LOAD-COLLECTIONS.
           OPEN INPUT COLLECTIONS-FILE.
                   WS-COLLECTIONS-COUNT
           END-IF.

       220-LOAD-PAYMENT-PLANS.
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
               DISPLAY "PAYMENT PLANS LOADED: " WS-PLAN-COUNT
           END-IF.

       230-LOAD-CONTACTS.
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

       300-READ-STUDENT.
           READ INDEXED-STUDENT-FILE-OUT
               AT END MOVE "YES" TO EOF-FLAG
       400-AGE-ONE-STUDENT.
           IF IND-TUITION-OWED > ZERO
               ADD 1 TO WS-STUDENTS-AGED
               PERFORM 405-CHECK-PAYMENT-PLAN
               PERFORM 410-PICK-AGING-BUCKET
               ADD IND-TUITION-OWED
                   TO WS-BUCKET-AMOUNT(WS-BUCKET-SUB)
               ADD 1 TO WS-BUCKET-COUNT(WS-BUCKET-SUB)
               PERFORM 420-ADD-TO-PROGRAM-ROW
               *> A plan with nothing missed is current whatever the
               *> balance - no letter and no hold while it stays so.
               IF WS-BUCKET-SUB > 3
                   AND NOT (WS-ON-PLAN = "Y" AND WS-PLAN-MISSED = ZERO)
                   PERFORM 430-WRITE-DUNNING-LETTER
               END-IF
           END-IF
           PERFORM 300-READ-STUDENT.

       405-CHECK-PAYMENT-PLAN.
           *> Only an active plan changes how the student is aged; a
           *> defaulted or completed one leaves normal aging in force.
           MOVE "N" TO WS-ON-PLAN
           MOVE ZERO TO WS-PLAN-MISSED
           MOVE IND-PAYMENT-DUE-DATE TO WS-AGING-DUE-DATE
           MOVE ZERO TO WS-PLAN-FOUND
           PERFORM VARYING WS-PLAN-SUB FROM 1 BY 1
                   UNTIL WS-PLAN-SUB > WS-PLAN-COUNT
               IF WS-PLAN-NUMBER(WS-PLAN-SUB) = IND-STUDENT-NUMBER
                   AND WS-PLAN-STATUS(WS-PLAN-SUB) = "A"
                   MOVE WS-PLAN-SUB TO WS-PLAN-FOUND
               END-IF
           END-PERFORM
           IF WS-PLAN-FOUND > ZERO
               *> Instalments are held in due-date order, so the
               *> first missed one found is the oldest.
               MOVE ZERO TO WS-AGING-DUE-DATE
               PERFORM 406-CHECK-ONE-INSTALMENT
                   VARYING WS-INST-SUB FROM 1 BY 1
                   UNTIL WS-INST-SUB >
                       WS-PLAN-INST-COUNT(WS-PLAN-FOUND)
               IF WS-PLAN-MISSED NOT < WS-PLAN-DEFAULT-MISSED
                   MOVE "D" TO WS-PLAN-STATUS(WS-PLAN-FOUND)
                   MOVE "Y" TO WS-PLANS-CHANGED
                   ADD 1 TO WS-PLANS-DEFAULTED
                   MOVE IND-PAYMENT-DUE-DATE TO WS-AGING-DUE-DATE
                   MOVE ZERO TO WS-PLAN-MISSED
                   DISPLAY "PAYMENT PLAN DEFAULTED FOR STUDENT "
                       IND-STUDENT-NUMBER " - BACK TO NORMAL "
                       "COLLECTIONS"
               ELSE
                   MOVE "Y" TO WS-ON-PLAN
                   ADD 1 TO WS-PLAN-STUDENTS
                   IF WS-PLAN-MISSED = ZERO
                       ADD 1 TO WS-PLAN-STUDENTS-CURRENT
                   END-IF
               END-IF
           END-IF.

       406-CHECK-ONE-INSTALMENT.
           IF WS-PLAN-DUE-DATE(WS-PLAN-FOUND WS-INST-SUB) < WS-RUN-DATE
               AND WS-PLAN-PAID-AMOUNT(WS-PLAN-FOUND WS-INST-SUB) <
                   WS-PLAN-DUE-AMOUNT(WS-PLAN-FOUND WS-INST-SUB)
               ADD 1 TO WS-PLAN-MISSED
               IF WS-AGING-DUE-DATE = ZERO
                   MOVE WS-PLAN-DUE-DATE(WS-PLAN-FOUND WS-INST-SUB)
                       TO WS-AGING-DUE-DATE
               END-IF
           END-IF.

       410-PICK-AGING-BUCKET.
           *> Records converted before billing terms existed carry
           *> zero dates - age them as current rather than inventing
           *> a past-due position nobody ever billed. A plan student
           *> with no missed instalment lands here too.
           IF WS-AGING-DUE-DATE = ZERO
               MOVE ZERO TO WS-DAYS-PAST-DUE
           ELSE
               COMPUTE WS-DAYS-PAST-DUE = WS-RUN-DATE-INT
                   - FUNCTION INTEGER-OF-DATE(WS-AGING-DUE-DATE)
           END-IF
           EVALUATE TRUE
               WHEN WS-DAYS-PAST-DUE NOT > ZERO
       430-WRITE-DUNNING-LETTER.
           ADD 1 TO WS-LETTERS-WRITTEN
           PERFORM 440-ESCALATE-COLLECTIONS
           PERFORM 445-NOTIFY-ESCALATION
           MOVE SPACES TO WS-DUNNING-LINE
           EVALUATE WS-LETTER-LEVEL
               WHEN 1
           MOVE SPACES TO WS-DUNNING-LINE
           MOVE IND-TUITION-OWED TO WS-AMOUNT-PRINT
           STRING "YOUR TUITION BALANCE OF " WS-AMOUNT-PRINT
               " WAS DUE ON " WS-AGING-DUE-DATE
               DELIMITED BY SIZE INTO WS-DUNNING-LINE
           END-STRING
           WRITE DUNNING-RECORD FROM WS-DUNNING-LINE
           *> One level per run, capped at final notice; the hold
           *> goes up with the demand letter and stays up until
           *> PAYMENT-POSTING sees the balance current.
           MOVE "N" TO WS-LEVEL-RAISED
           MOVE "N" TO WS-HOLD-RAISED-NOW
           MOVE ZERO TO WS-COL-FOUND
           PERFORM VARYING WS-COL-SUB FROM 1 BY 1
                   UNTIL WS-COL-SUB > WS-COLLECTIONS-COUNT
                       IND-STUDENT-NUMBER " LETTERED AT REMINDER "
                       "LEVEL, NOT TRACKED"
                   MOVE 1 TO WS-LETTER-LEVEL
                   MOVE "Y" TO WS-LEVEL-RAISED
               ELSE
                   ADD 1 TO WS-COLLECTIONS-COUNT
                   MOVE WS-COLLECTIONS-COUNT TO WS-COL-FOUND
           IF WS-COL-FOUND > ZERO
               IF WS-COL-LEVEL(WS-COL-FOUND) < 3
                   ADD 1 TO WS-COL-LEVEL(WS-COL-FOUND)
                   MOVE "Y" TO WS-LEVEL-RAISED
               END-IF
               MOVE WS-COL-LEVEL(WS-COL-FOUND) TO WS-LETTER-LEVEL
               MOVE WS-RUN-DATE TO WS-COL-DATE(WS-COL-FOUND)
                   AND WS-COL-HOLD(WS-COL-FOUND) NOT = "Y"
                   MOVE "Y" TO WS-COL-HOLD(WS-COL-FOUND)
                   ADD 1 TO WS-HOLDS-RAISED
                   MOVE "Y" TO WS-HOLD-RAISED-NOW
               END-IF
               MOVE "Y" TO WS-COLLECTIONS-CHANGED
           END-IF.

       445-NOTIFY-ESCALATION.
           *> A letter repeated at the final-notice cap is not a new
           *> escalation, so it is not notified again.
           MOVE IND-STUDENT-NUMBER TO WS-NTF-STUDENT
           MOVE IND-TUITION-OWED TO WS-NTF-AMOUNT
           MOVE "F" TO WS-NTF-CATEGORY
           IF WS-LEVEL-RAISED = "Y"
               MOVE SPACES TO WS-NTF-EVENT
               STRING "DUNNING-" WS-LETTER-LEVEL
                   DELIMITED BY SIZE INTO WS-NTF-EVENT
               END-STRING
               MOVE IND-TUITION-OWED TO WS-AMOUNT-PRINT
               MOVE WS-DAYS-PAST-DUE TO WS-DAYS-PAST-DUE-PRINT
               EVALUATE WS-LETTER-LEVEL
                   WHEN 1
                       MOVE "PAYMENT REMINDER" TO WS-NTF-LEVEL-TEXT
                   WHEN 2
                       MOVE "DEMAND FOR PAYMENT" TO WS-NTF-LEVEL-TEXT
                   WHEN OTHER
                       MOVE "FINAL NOTICE" TO WS-NTF-LEVEL-TEXT
               END-EVALUATE
               MOVE SPACES TO WS-NTF-MESSAGE
               STRING FUNCTION TRIM(WS-NTF-LEVEL-TEXT)
                   " - TUITION BALANCE " WS-AMOUNT-PRINT " IS "
                   WS-DAYS-PAST-DUE-PRINT " DAYS PAST DUE"
                   DELIMITED BY SIZE INTO WS-NTF-MESSAGE
               END-STRING
               PERFORM 450-QUEUE-NOTIFICATION
           END-IF
           IF WS-HOLD-RAISED-NOW = "Y"
               MOVE "HOLD-RAISED" TO WS-NTF-EVENT
               MOVE "A HOLD HAS BEEN PLACED ON YOUR ACCOUNT - "
                   & "TRANSCRIPTS AND REGISTRATION SUSPENDED"
                   TO WS-NTF-MESSAGE
               PERFORM 450-QUEUE-NOTIFICATION
           END-IF.

       450-QUEUE-NOTIFICATION.
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
               PERFORM 460-WRITE-NO-CONTACT-RECORD
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
                       PERFORM 455-WRITE-OUTBOX-RECORD
                   END-IF
                   IF (WS-CON-PREFERENCE(WS-CON-FOUND) = "S"
                       OR WS-CON-PREFERENCE(WS-CON-FOUND) = "B")
                       AND WS-CON-MOBILE(WS-CON-FOUND) NOT = SPACES
                       MOVE "SMS" TO WS-NTF-CHANNEL
                       MOVE WS-CON-MOBILE(WS-CON-FOUND)
                           TO WS-NTF-ADDRESS
                       PERFORM 455-WRITE-OUTBOX-RECORD
                   END-IF
                   IF WS-NTF-SENT = "N"
                       MOVE "NO ADDRESS FOR CHOSEN CHANNEL"
                           TO WS-NTF-REASON
                       PERFORM 460-WRITE-NO-CONTACT-RECORD
                   END-IF
               END-IF
           END-IF.

       455-WRITE-OUTBOX-RECORD.
           OPEN EXTEND NOTIFY-OUTBOX-FILE.
           IF WS-OUTBOX-FILE-STATUS NOT = "00"
               OPEN OUTPUT NOTIFY-OUTBOX-FILE
           END-IF.
           ACCEPT WS-NTF-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NTF-TIME FROM TIME.
           MOVE SPACES TO NOTIFY-OUTBOX-RECORD.
           MOVE WS-NTF-DATE TO NTF-QUEUED-DATE.
           MOVE WS-NTF-TIME TO NTF-QUEUED-TIME.
           MOVE "TUITION-AGING" TO NTF-SOURCE.
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

       460-WRITE-NO-CONTACT-RECORD.
           OPEN EXTEND NO-CONTACT-FILE.
           IF WS-NO-CONTACT-FILE-STATUS NOT = "00"
               OPEN OUTPUT NO-CONTACT-FILE
           END-IF.
           ACCEPT WS-NTF-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NTF-TIME FROM TIME.
           MOVE SPACES TO NO-CONTACT-RECORD.
           MOVE WS-NTF-DATE TO NOC-QUEUED-DATE.
           MOVE WS-NTF-TIME TO NOC-QUEUED-TIME.
           MOVE "TUITION-AGING" TO NOC-SOURCE.
           MOVE WS-NTF-EVENT TO NOC-EVENT.
           MOVE WS-NTF-STUDENT TO NOC-STUDENT-NUMBER.
           MOVE WS-NTF-REASON TO NOC-REASON.
           MOVE WS-NTF-AMOUNT TO NOC-AMOUNT.
           MOVE WS-NTF-MESSAGE TO NOC-MESSAGE.
           WRITE NO-CONTACT-RECORD.
           CLOSE NO-CONTACT-FILE.
           ADD 1 TO WS-NOTICES-NO-CONTACT.

       500-PRINT-AGING-SUMMARY.
           DISPLAY "==========================================".
           DISPLAY "ACCOUNTS RECEIVABLE AGING AS OF " WS-RUN-DATE.
           END-PERFORM.
           DISPLAY "DUNNING LETTERS WRITTEN: " WS-LETTERS-WRITTEN.
           DISPLAY "NEW HOLDS RAISED:        " WS-HOLDS-RAISED.
           DISPLAY "STUDENTS ON ACTIVE PLANS:" WS-PLAN-STUDENTS
               " (" WS-PLAN-STUDENTS-CURRENT " CURRENT)".
           DISPLAY "PLANS DEFAULTED THIS RUN:" WS-PLANS-DEFAULTED.
           DISPLAY "NOTICES QUEUED:          " WS-NOTICES-QUEUED.
           DISPLAY "NOT SENT - NO CONTACT:   " WS-NOTICES-NO-CONTACT.
           DISPLAY "NOT SENT - OPTED OUT:    " WS-NOTICES-DECLINED.
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
           DISPLAY "COLLECTIONS TRACKING SAVED: "
               WS-COLLECTIONS-COUNT " ROWS".

       620-REWRITE-PAYMENT-PLANS.
           OPEN OUTPUT PAYMENT-PLAN-FILE.
           PERFORM VARYING WS-PLAN-SUB FROM 1 BY 1
                   UNTIL WS-PLAN-SUB > WS-PLAN-COUNT
               MOVE WS-PLAN-ROW(WS-PLAN-SUB) TO PAYMENT-PLAN-RECORD
               WRITE PAYMENT-PLAN-RECORD
           END-PERFORM.
           CLOSE PAYMENT-PLAN-FILE.
           DISPLAY "PAYMENT PLANS SAVED: " WS-PLAN-COUNT " ROWS".

       END PROGRAM TUITION-AGING.
