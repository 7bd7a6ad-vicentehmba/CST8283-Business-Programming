      ******************************************************************
      * Author: VICENTE MBA ENGUNG
      * Date: SEPTEMBER 1, 2026
      * Purpose: Report of students we could not notify - list every
      *          notice on ../NOTIFY-NO-CONTACT.TXT (written by
      *          TUITION-AGING, PAYMENT-POSTING, HONOURS-LIST and
      *          REFUND-RUN when a student has no usable contact on
      *          ../STUDENT-CONTACTS.TXT) to ../NO-CONTACT-RPT.TXT
      *          with the student's name, the program and event that
      *          wanted to reach them and why it could not. Students
      *          who have since been given a contact row are marked,
      *          so the registrar's office chases only the ones still
      *          missing. An optional from-date limits the listing to
      *          recent notices.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NO-CONTACT-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NO-CONTACT-FILE ASSIGN
           TO "../NOTIFY-NO-CONTACT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NO-CONTACT-FILE-STATUS.
           SELECT CONTACT-FILE ASSIGN TO "../STUDENT-CONTACTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTACT-FILE-STATUS.
           SELECT INDEXED-STUDENT-FILE-OUT ASSIGN
           TO "../STUFILE-INDEXED.TXT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS IND-STUDENT-NUMBER
               ALTERNATE RECORD KEY IS IND-STUDENT-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT NO-CONTACT-REPORT-FILE ASSIGN
           TO "../NO-CONTACT-RPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD NO-CONTACT-FILE.
       01 NO-CONTACT-RECORD.
           05 NOC-QUEUED-DATE PIC 9(8).
           05 NOC-QUEUED-TIME PIC 9(8).
           05 NOC-SOURCE PIC X(15).
           05 NOC-EVENT PIC X(12).
           05 NOC-STUDENT-NUMBER PIC 9(6).
           05 NOC-REASON PIC X(30).
           05 NOC-AMOUNT PIC 9(8)V99.
           05 NOC-MESSAGE PIC X(80).

       FD CONTACT-FILE.
       01 CONTACT-RECORD.
           05 CON-STUDENT-NUMBER PIC 9(6).
           05 CON-EMAIL PIC X(50).
           05 CON-MOBILE PIC X(10).
           05 CON-PREFERENCE PIC X.
           05 CON-FINANCE-NOTICES PIC X.
           05 CON-ACADEMIC-NOTICES PIC X.
           05 CON-UPDATED-DATE PIC 9(8).

       FD INDEXED-STUDENT-FILE-OUT.
       01 INDEXED-FILE-RECORD.
           05 IND-STUDENT-NUMBER  PIC 9(6).
           05 IND-TUITION-OWED    PIC S9(6)V99
               SIGN LEADING SEPARATE.
           05 IND-STUDENT-NAME    PIC X(40).
           05 FILLER              PIC X(77).

       FD NO-CONTACT-REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 EOF-FLAG PIC X(3) VALUE "NO".
       01 WS-NO-CONTACT-FILE-STATUS PIC XX.
       01 WS-CONTACT-FILE-STATUS PIC XX.
       01 WS-FILE-STATUS PIC XX.
       01 WS-REPORT-FILE-STATUS PIC XX.
       01 WS-MASTER-OPEN PIC X VALUE "N".
       01 WS-RUN-DATE PIC 9(8).
       *> Notices queued before this date are left off - zero lists
       *> the whole file.
       01 WS-FROM-DATE PIC 9(8) VALUE ZERO.
       01 WS-FROM-DATE-IN PIC X(8).
       01 WS-CONTACT-EOF PIC X.
       *> Student numbers on the contact master now, to mark the
       *> students who have been given a contact since the notice.
       01 WS-CONTACT-TABLE.
           05 WS-CON-NUMBER OCCURS 500 TIMES PIC 9(6).
       01 WS-CONTACT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CON-SUB PIC 9(3).
       01 WS-CON-FOUND PIC X.
       *> Distinct students listed, so each is counted once however
       *> many notices missed them.
       01 WS-STUDENT-TABLE.
           05 WS-LISTED-NUMBER OCCURS 500 TIMES PIC 9(6).
       01 WS-STUDENT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-STUDENT-SUB PIC 9(3).
       01 WS-STUDENT-FOUND PIC X.
       01 WS-NOTICE-COUNT PIC 9(5) VALUE ZERO.
       01 WS-STILL-MISSING-COUNT PIC 9(4) VALUE ZERO.
       *> Count per event, in order first seen.
       01 WS-EVENT-TABLE.
           05 WS-EVENT-ROW OCCURS 20 TIMES.
               10 WS-EVENT-CODE PIC X(12).
               10 WS-EVENT-COUNT PIC 9(5).
       01 WS-EVENT-ROW-COUNT PIC 99 VALUE ZERO.
       01 WS-EVENT-SUB PIC 99.
       01 WS-EVENT-FOUND PIC 99.
       01 WS-PAGE-NUMBER PIC 9(4) VALUE ZERO.
       01 WS-LINE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 55.
       01 WS-HEADING-LINE-1.
           05 FILLER PIC X(28) VALUE "STUDENTS NOT NOTIFIED".
           05 FILLER PIC X(12) VALUE "RUN DATE: ".
           05 HDG-RUN-DATE PIC 9(8).
           05 FILLER PIC X(6) VALUE "  PAGE".
           05 HDG-PAGE-NUMBER PIC ZZZ9.
           05 FILLER PIC X(74) VALUE SPACES.
       01 WS-HEADING-LINE-2.
           05 FILLER PIC X(8) VALUE "NUMBER".
           05 FILLER PIC X(32) VALUE "STUDENT NAME".
           05 FILLER PIC X(10) VALUE "QUEUED".
           05 FILLER PIC X(17) VALUE "FROM".
           05 FILLER PIC X(14) VALUE "EVENT".
           05 FILLER PIC X(32) VALUE "WHY NOT SENT".
           05 FILLER PIC X(19) VALUE "NOW".
       01 WS-DETAIL-LINE.
           05 DET-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-STUDENT-NAME PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-QUEUED-DATE PIC 9(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-SOURCE PIC X(15).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-EVENT PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-REASON PIC X(30).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-NOW PIC X(19).
       01 WS-EVENT-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 EVT-CODE PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EVT-COUNT PIC ZZZZ9.
           05 FILLER PIC X(109) VALUE " NOTICES".
       01 WS-TOTAL-LINE.
           05 FILLER PIC X(22) VALUE "NOTICES NOT SENT:".
           05 TOT-NOTICES PIC ZZZZ9.
           05 FILLER PIC X(14) VALUE "   STUDENTS:".
           05 TOT-STUDENTS PIC ZZZ9.
           05 FILLER PIC X(28) VALUE "   STILL WITHOUT CONTACT:".
           05 TOT-STILL-MISSING PIC ZZZ9.
           05 FILLER PIC X(55) VALUE SPACES.

       PROCEDURE DIVISION.
       100-REPORT-NO-CONTACT.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY "List notices queued on or after (YYYYMMDD, blank "
               "for all):"
           ACCEPT WS-FROM-DATE-IN.
           IF WS-FROM-DATE-IN NOT = SPACES
               IF WS-FROM-DATE-IN IS NUMERIC
                   MOVE WS-FROM-DATE-IN TO WS-FROM-DATE
               ELSE
                   DISPLAY "Not 8 numeric digits - listing all."
               END-IF
           END-IF.
           OPEN OUTPUT NO-CONTACT-REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN NO-CONTACT-RPT.TXT - STATUS "
                   WS-REPORT-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 200-LOAD-CONTACTS.
           *> The master only supplies names; without it the report
           *> still lists the numbers.
           OPEN INPUT INDEXED-STUDENT-FILE-OUT.
           IF WS-FILE-STATUS = "00"
               MOVE "Y" TO WS-MASTER-OPEN
           ELSE
               DISPLAY "STUFILE-INDEXED.TXT NOT AVAILABLE - NAMES "
                   "WILL NOT BE SHOWN"
           END-IF.
           PERFORM 710-PRINT-PAGE-HEADING.
           OPEN INPUT NO-CONTACT-FILE.
           IF WS-NO-CONTACT-FILE-STATUS NOT = "00"
               DISPLAY "NO NOTIFY-NO-CONTACT.TXT - EVERY NOTICE HAS "
                   "REACHED A CONTACT"
           ELSE
               PERFORM UNTIL EOF-FLAG = "YES"
                   READ NO-CONTACT-FILE
                       AT END MOVE "YES" TO EOF-FLAG
                       NOT AT END
                           IF NOC-QUEUED-DATE NOT < WS-FROM-DATE
                               PERFORM 300-LIST-ONE-NOTICE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE NO-CONTACT-FILE
           END-IF.
           PERFORM 500-PRINT-TOTALS.
           IF WS-MASTER-OPEN = "Y"
               CLOSE INDEXED-STUDENT-FILE-OUT
           END-IF.
           CLOSE NO-CONTACT-REPORT-FILE.
           DISPLAY "==========================================".
           DISPLAY "NOTICES NOT SENT:        " WS-NOTICE-COUNT.
           DISPLAY "STUDENTS NOT NOTIFIED:   " WS-STUDENT-COUNT.
           DISPLAY "STILL WITHOUT A CONTACT: " WS-STILL-MISSING-COUNT.
           DISPLAY "REPORT: ../NO-CONTACT-RPT.TXT".
           DISPLAY "==========================================".
           GOBACK.

       200-LOAD-CONTACTS.
           OPEN INPUT CONTACT-FILE.
           IF WS-CONTACT-FILE-STATUS = "00"
               MOVE "N" TO WS-CONTACT-EOF
               PERFORM UNTIL WS-CONTACT-EOF = "Y"
                   READ CONTACT-FILE
                       AT END MOVE "Y" TO WS-CONTACT-EOF
                       NOT AT END
                           IF WS-CONTACT-COUNT < 500
                               ADD 1 TO WS-CONTACT-COUNT
                               MOVE CON-STUDENT-NUMBER TO
                                   WS-CON-NUMBER(WS-CONTACT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTACT-FILE
           END-IF.

       300-LIST-ONE-NOTICE.
           ADD 1 TO WS-NOTICE-COUNT
           PERFORM 310-ADD-TO-EVENT-ROW
           MOVE "N" TO WS-CON-FOUND
           PERFORM VARYING WS-CON-SUB FROM 1 BY 1
                   UNTIL WS-CON-SUB > WS-CONTACT-COUNT
               IF WS-CON-NUMBER(WS-CON-SUB) = NOC-STUDENT-NUMBER
                   MOVE "Y" TO WS-CON-FOUND
               END-IF
           END-PERFORM
           PERFORM 320-COUNT-STUDENT
           MOVE SPACES TO DET-STUDENT-NAME
           IF WS-MASTER-OPEN = "Y"
               MOVE NOC-STUDENT-NUMBER TO IND-STUDENT-NUMBER
               READ INDEXED-STUDENT-FILE-OUT
                   INVALID KEY
                       MOVE "(NOT ON MASTER)" TO DET-STUDENT-NAME
                   NOT INVALID KEY
                       MOVE IND-STUDENT-NAME TO DET-STUDENT-NAME
               END-READ
           END-IF
           MOVE NOC-STUDENT-NUMBER TO DET-STUDENT-NUMBER
           MOVE NOC-QUEUED-DATE TO DET-QUEUED-DATE
           MOVE NOC-SOURCE TO DET-SOURCE
           MOVE NOC-EVENT TO DET-EVENT
           MOVE NOC-REASON TO DET-REASON
           IF WS-CON-FOUND = "Y"
               MOVE "CONTACT NOW ON FILE" TO DET-NOW
           ELSE
               MOVE SPACES TO DET-NOW
           END-IF
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           PERFORM 700-WRITE-REPORT-LINE.

       310-ADD-TO-EVENT-ROW.
           MOVE ZERO TO WS-EVENT-FOUND
           PERFORM VARYING WS-EVENT-SUB FROM 1 BY 1
                   UNTIL WS-EVENT-SUB > WS-EVENT-ROW-COUNT
               IF WS-EVENT-CODE(WS-EVENT-SUB) = NOC-EVENT
                   MOVE WS-EVENT-SUB TO WS-EVENT-FOUND
               END-IF
           END-PERFORM
           IF WS-EVENT-FOUND = ZERO
               AND WS-EVENT-ROW-COUNT < 20
               ADD 1 TO WS-EVENT-ROW-COUNT
               MOVE WS-EVENT-ROW-COUNT TO WS-EVENT-FOUND
               MOVE NOC-EVENT TO WS-EVENT-CODE(WS-EVENT-FOUND)
               MOVE ZERO TO WS-EVENT-COUNT(WS-EVENT-FOUND)
           END-IF
           IF WS-EVENT-FOUND > ZERO
               ADD 1 TO WS-EVENT-COUNT(WS-EVENT-FOUND)
           END-IF.

       320-COUNT-STUDENT.
           MOVE "N" TO WS-STUDENT-FOUND
           PERFORM VARYING WS-STUDENT-SUB FROM 1 BY 1
                   UNTIL WS-STUDENT-SUB > WS-STUDENT-COUNT
               IF WS-LISTED-NUMBER(WS-STUDENT-SUB) =
                       NOC-STUDENT-NUMBER
                   MOVE "Y" TO WS-STUDENT-FOUND
               END-IF
           END-PERFORM
           IF WS-STUDENT-FOUND = "N"
               AND WS-STUDENT-COUNT < 500
               ADD 1 TO WS-STUDENT-COUNT
               MOVE NOC-STUDENT-NUMBER
                   TO WS-LISTED-NUMBER(WS-STUDENT-COUNT)
               IF WS-CON-FOUND = "N"
                   ADD 1 TO WS-STILL-MISSING-COUNT
               END-IF
           END-IF.

       500-PRINT-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           PERFORM 700-WRITE-REPORT-LINE
           MOVE "BY EVENT:" TO REPORT-RECORD
           PERFORM 700-WRITE-REPORT-LINE
           PERFORM VARYING WS-EVENT-SUB FROM 1 BY 1
                   UNTIL WS-EVENT-SUB > WS-EVENT-ROW-COUNT
               MOVE WS-EVENT-CODE(WS-EVENT-SUB) TO EVT-CODE
               MOVE WS-EVENT-COUNT(WS-EVENT-SUB) TO EVT-COUNT
               MOVE WS-EVENT-LINE TO REPORT-RECORD
               PERFORM 700-WRITE-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-RECORD
           PERFORM 700-WRITE-REPORT-LINE
           MOVE WS-NOTICE-COUNT TO TOT-NOTICES
           MOVE WS-STUDENT-COUNT TO TOT-STUDENTS
           MOVE WS-STILL-MISSING-COUNT TO TOT-STILL-MISSING
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           PERFORM 700-WRITE-REPORT-LINE.

       700-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 710-PRINT-PAGE-HEADING
           END-IF
           WRITE REPORT-RECORD
           ADD 1 TO WS-LINE-COUNT.

       710-PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-RUN-DATE TO HDG-RUN-DATE
           MOVE WS-PAGE-NUMBER TO HDG-PAGE-NUMBER
           MOVE WS-HEADING-LINE-1 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-HEADING-LINE-2 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 3 TO WS-LINE-COUNT.

       END PROGRAM NO-CONTACT-REPORT.
