      *          balance so the same credit can't be paid out twice,
      *          and append a REFUND row to the student account
      *          ledger so the statement of account stays in proof.
      *          Each disbursement is queued as a notice to the
      *          student on ../NOTIFY-OUTBOX.TXT through the channels
      *          on ../STUDENT-CONTACTS.TXT; a student with no usable
      *          contact is listed on ../NOTIFY-NO-CONTACT.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               TO "../MASTER-IN-USE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-USE-FILE-STATUS.
           SELECT PERIOD-LOCK-FILE ASSIGN TO "../PERIOD-LOCK.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-LOCK-FILE-STATUS.
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
       01 WS-FILE-STATUS PIC XX.
       01 WS-REFUND-FILE-STATUS PIC XX.
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
           *> I-O rather than INPUT: a disbursed credit is cleared
           *> from the live balance with a REWRITE, so the next run
           *> can't pay the same credit out a second time.
           IF WS-LEDGER-FILE-STATUS NOT = "00"
               OPEN OUTPUT LEDGER-FILE
           END-IF.
           PERFORM 210-LOAD-CONTACTS.
           DISPLAY "==========================================".
           DISPLAY "CREDIT BALANCES FOR REFUND".
           PERFORM 300-READ-STUDENT.
           DISPLAY "CREDIT BALANCES FOUND: " WS-CREDIT-COUNT.
           DISPLAY "TOTAL TO DISBURSE:     " WS-TOTAL-REFUNDS.
           DISPLAY "DISBURSEMENT FILE: ../REFUND-DISBURSE.TXT".
           DISPLAY "NOTICES QUEUED:        " WS-NOTICES-QUEUED.
           DISPLAY "NOT SENT - NO CONTACT: " WS-NOTICES-NO-CONTACT.
           DISPLAY "NOT SENT - OPTED OUT:  " WS-NOTICES-DECLINED.
           DISPLAY "==========================================".
           GOBACK.

       210-LOAD-CONTACTS.
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
           READ INDEXED-STUDENT-FILE-OUT NEXT RECORD
               AT END MOVE "YES" TO EOF-FLAG
                       " - CREDIT STILL ON FILE"
               NOT INVALID KEY
                   PERFORM 420-WRITE-LEDGER-RECORD
                   PERFORM 425-NOTIFY-REFUND
           END-REWRITE.

       420-WRITE-LEDGER-RECORD.
           MOVE WS-REFUND-AMOUNT TO LED-AMOUNT
           WRITE LEDGER-RECORD.

       425-NOTIFY-REFUND.
           *> Only a credit actually cleared from the balance is
           *> announced - a failed REWRITE leaves it for next run.
           MOVE IND-STUDENT-NUMBER TO WS-NTF-STUDENT
           MOVE "REFUND" TO WS-NTF-EVENT
           MOVE WS-REFUND-AMOUNT TO WS-NTF-AMOUNT
           MOVE "F" TO WS-NTF-CATEGORY
           MOVE SPACES TO WS-NTF-MESSAGE
           STRING "A REFUND OF " WS-REFUND-PRINT
               " HAS BEEN ISSUED FOR THE CREDIT ON YOUR ACCOUNT"
               DELIMITED BY SIZE INTO WS-NTF-MESSAGE
           END-STRING
           PERFORM 430-QUEUE-NOTIFICATION.

       430-QUEUE-NOTIFICATION.
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
               PERFORM 440-WRITE-NO-CONTACT-RECORD
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
                       PERFORM 435-WRITE-OUTBOX-RECORD
                   END-IF
                   IF (WS-CON-PREFERENCE(WS-CON-FOUND) = "S"
                       OR WS-CON-PREFERENCE(WS-CON-FOUND) = "B")
                       AND WS-CON-MOBILE(WS-CON-FOUND) NOT = SPACES
                       MOVE "SMS" TO WS-NTF-CHANNEL
                       MOVE WS-CON-MOBILE(WS-CON-FOUND)
                           TO WS-NTF-ADDRESS
                       PERFORM 435-WRITE-OUTBOX-RECORD
                   END-IF
                   IF WS-NTF-SENT = "N"
                       MOVE "NO ADDRESS FOR CHOSEN CHANNEL"
                           TO WS-NTF-REASON
                       PERFORM 440-WRITE-NO-CONTACT-RECORD
                   END-IF
               END-IF
           END-IF.

       435-WRITE-OUTBOX-RECORD.
           OPEN EXTEND NOTIFY-OUTBOX-FILE.
           IF WS-OUTBOX-FILE-STATUS NOT = "00"
               OPEN OUTPUT NOTIFY-OUTBOX-FILE
           END-IF.
           ACCEPT WS-NTF-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NTF-TIME FROM TIME.
           MOVE SPACES TO NOTIFY-OUTBOX-RECORD.
           MOVE WS-NTF-DATE TO NTF-QUEUED-DATE.
           MOVE WS-NTF-TIME TO NTF-QUEUED-TIME.
           MOVE "REFUND-RUN" TO NTF-SOURCE.
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

       440-WRITE-NO-CONTACT-RECORD.
           OPEN EXTEND NO-CONTACT-FILE.
           IF WS-NO-CONTACT-FILE-STATUS NOT = "00"
               OPEN OUTPUT NO-CONTACT-FILE
           END-IF.
           ACCEPT WS-NTF-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NTF-TIME FROM TIME.
           MOVE SPACES TO NO-CONTACT-RECORD.
           MOVE WS-NTF-DATE TO NOC-QUEUED-DATE.
           MOVE WS-NTF-TIME TO NOC-QUEUED-TIME.
           MOVE "REFUND-RUN" TO NOC-SOURCE.
           MOVE WS-NTF-EVENT TO NOC-EVENT.
           MOVE WS-NTF-STUDENT TO NOC-STUDENT-NUMBER.
           MOVE WS-NTF-REASON TO NOC-REASON.
           MOVE WS-NTF-AMOUNT TO NOC-AMOUNT.
           MOVE WS-NTF-MESSAGE TO NOC-MESSAGE.
           WRITE NO-CONTACT-RECORD.
           CLOSE NO-CONTACT-FILE.
           ADD 1 TO WS-NOTICES-NO-CONTACT.

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

       END PROGRAM REFUND-RUN.
