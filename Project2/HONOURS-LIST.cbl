      *          report and a recognition-letter file per honoured
      *          student. The dean's office stops asking us for the
      *          other end of the curve every term.
      *          Each honoured student who takes academic notices is
      *          also told on ../NOTIFY-OUTBOX.TXT through the
      *          channels on ../STUDENT-CONTACTS.TXT; a student with
      *          no usable contact is listed on
      *          ../NOTIFY-NO-CONTACT.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           TO "../HONOURS-LETTERS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-FILE-STATUS.
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
       FD HONOURS-LETTER-FILE.
       01 LETTER-RECORD PIC X(80).

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
       01 EOF-FLAG PIC X(3) VALUE "NO".
       01 WS-FILE-STATUS PIC XX.
       01 WS-HISTORY-FILE-STATUS PIC XX.
           OPEN OUTPUT HONOURS-LETTER-FILE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 210-LOAD-COURSE-HISTORY.
           PERFORM 240-LOAD-CONTACTS.
           PERFORM 710-PRINT-PAGE-HEADING.

       210-LOAD-COURSE-HISTORY.
               END-EVALUATE
           END-IF.

       240-LOAD-CONTACTS.
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
                   MOVE WS-DETAIL-LINE TO REPORT-RECORD
                   PERFORM 700-WRITE-REPORT-LINE
                   PERFORM 430-WRITE-RECOGNITION-LETTER
                   PERFORM 435-NOTIFY-HONOURS
               END-IF
           END-IF
           PERFORM 300-READ-STUDENT.
           MOVE SPACES TO WS-LETTER-LINE
           WRITE LETTER-RECORD FROM WS-LETTER-LINE.

       435-NOTIFY-HONOURS.
           MOVE IND-STUDENT-NUMBER TO WS-NTF-STUDENT
           MOVE "HONOURS" TO WS-NTF-EVENT
           MOVE ZERO TO WS-NTF-AMOUNT
           MOVE "A" TO WS-NTF-CATEGORY
           MOVE WS-STUDENT-AVERAGE TO WS-AVERAGE-PRINT
           MOVE SPACES TO WS-NTF-MESSAGE
           STRING "CONGRATULATIONS - YOUR TERM AVERAGE OF "
               WS-AVERAGE-PRINT " IN " IND-ACADEMIC-TERM
               " PLACES YOU ON THE DEAN'S LIST"
               DELIMITED BY SIZE INTO WS-NTF-MESSAGE
           END-STRING
           PERFORM 440-QUEUE-NOTIFICATION.

       440-QUEUE-NOTIFICATION.
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
               PERFORM 450-WRITE-NO-CONTACT-RECORD
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
                       PERFORM 445-WRITE-OUTBOX-RECORD
                   END-IF
                   IF (WS-CON-PREFERENCE(WS-CON-FOUND) = "S"
                       OR WS-CON-PREFERENCE(WS-CON-FOUND) = "B")
                       AND WS-CON-MOBILE(WS-CON-FOUND) NOT = SPACES
                       MOVE "SMS" TO WS-NTF-CHANNEL
                       MOVE WS-CON-MOBILE(WS-CON-FOUND)
                           TO WS-NTF-ADDRESS
                       PERFORM 445-WRITE-OUTBOX-RECORD
                   END-IF
                   IF WS-NTF-SENT = "N"
                       MOVE "NO ADDRESS FOR CHOSEN CHANNEL"
                           TO WS-NTF-REASON
                       PERFORM 450-WRITE-NO-CONTACT-RECORD
                   END-IF
               END-IF
           END-IF.

       445-WRITE-OUTBOX-RECORD.
           OPEN EXTEND NOTIFY-OUTBOX-FILE.
           IF WS-OUTBOX-FILE-STATUS NOT = "00"
               OPEN OUTPUT NOTIFY-OUTBOX-FILE
           END-IF.
           ACCEPT WS-NTF-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NTF-TIME FROM TIME.
           MOVE SPACES TO NOTIFY-OUTBOX-RECORD.
           MOVE WS-NTF-DATE TO NTF-QUEUED-DATE.
           MOVE WS-NTF-TIME TO NTF-QUEUED-TIME.
           MOVE "HONOURS-LIST" TO NTF-SOURCE.
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

       450-WRITE-NO-CONTACT-RECORD.
           OPEN EXTEND NO-CONTACT-FILE.
           IF WS-NO-CONTACT-FILE-STATUS NOT = "00"
               OPEN OUTPUT NO-CONTACT-FILE
           END-IF.
           ACCEPT WS-NTF-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NTF-TIME FROM TIME.
           MOVE SPACES TO NO-CONTACT-RECORD.
           MOVE WS-NTF-DATE TO NOC-QUEUED-DATE.
           MOVE WS-NTF-TIME TO NOC-QUEUED-TIME.
           MOVE "HONOURS-LIST" TO NOC-SOURCE.
           MOVE WS-NTF-EVENT TO NOC-EVENT.
           MOVE WS-NTF-STUDENT TO NOC-STUDENT-NUMBER.
           MOVE WS-NTF-REASON TO NOC-REASON.
           MOVE WS-NTF-AMOUNT TO NOC-AMOUNT.
           MOVE WS-NTF-MESSAGE TO NOC-MESSAGE.
           WRITE NO-CONTACT-RECORD.
           CLOSE NO-CONTACT-FILE.
           ADD 1 TO WS-NOTICES-NO-CONTACT.

       500-PRINT-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           PERFORM 700-WRITE-REPORT-LINE
           DISPLAY "CONSECUTIVE TERMS:  " WS-CONSECUTIVE-COUNT.
           DISPLAY "REPORT:  ../HONOURS-RPT.TXT".
           DISPLAY "LETTERS: ../HONOURS-LETTERS.TXT".
           DISPLAY "NOTICES QUEUED:     " WS-NOTICES-QUEUED.
           DISPLAY "NOT SENT-NO CONTACT:" WS-NOTICES-NO-CONTACT.
           DISPLAY "NOT SENT-OPTED OUT: " WS-NOTICES-DECLINED.
           DISPLAY "==========================================".

       700-WRITE-REPORT-LINE.
