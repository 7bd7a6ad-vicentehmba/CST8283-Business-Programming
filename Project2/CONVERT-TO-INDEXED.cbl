               TO "../BACKUP-REGISTRY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-FILE-STATUS.
           SELECT PERIOD-LOCK-FILE ASSIGN TO "../PERIOD-LOCK.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-LOCK-FILE-STATUS.
           SELECT COURSE-CATALOGUE-FILE ASSIGN
           TO "../COURSE-CATALOGUE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGUE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 REG-RECORD-COUNT PIC 9(6).
           05 REG-BACKUP-PATH PIC X(100).

       FD PERIOD-LOCK-FILE.
      *> Month-end periods closed by GL-JOURNAL-EXPORT. A locked
      *> month - and every month before it - is closed to new ledger
      *> rows, so a month already reported to the general ledger
      *> can't change underneath it.
       01 PERIOD-LOCK-RECORD.
           05 PL-PERIOD PIC 9(6).
           05 PL-LOCKED-DATE PIC 9(8).
           05 PL-LOCKED-BY PIC X(8).

       FD COURSE-CATALOGUE-FILE.
      *> Course master maintained by COURSE-CAT-MAINT - only the code
      *> and active flag matter to the conversion.
       01 COURSE-CATALOGUE-RECORD.
           05 CAT-COURSE-CODE PIC X(7).
           05 CAT-COURSE-TITLE PIC X(30).
           05 CAT-CREDITS PIC 9V9.
           05 CAT-ACTIVE-FLAG PIC X.
           05 CAT-PREREQUISITES.
               10 CAT-PREREQ OCCURS 3 TIMES.
                   15 CAT-PREREQ-CODE PIC X(7).
                   15 CAT-PREREQ-MIN-AVG PIC 9(3).

       WORKING-STORAGE SECTION.
       01 EOF-FLAG PIC X(3) VALUE "NO".
       01 WS-STUDENT-FILE-STATUS PIC XX.
       01 WS-PARM-EOF PIC X.
       01 WS-PARM-KEYWORD PIC X(20).
       01 WS-PARM-VALUE PIC X(60).
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
       01 WS-OPERATORS-FILE-STATUS PIC XX.
       01 WS-OPERATOR-ID PIC X(8) VALUE SPACES.
       01 WS-OPERATOR-ID-IN PIC X(8).
       *> record in the buffer, so the ledger row for the rebill can
       *> carry the exact change instead of the whole new amount.
       01 WS-OLD-TUITION-OWED PIC S9(6)V99 VALUE ZERO.
       01 WS-CATALOGUE-FILE-STATUS PIC XX.
       *> Course codes from COURSE-CATALOGUE.TXT. Left empty (count
       *> zero) skips course validation when the catalogue isn't
       *> present, the same rule PROGRAM-CODES.TXT follows.
       01 WS-CATALOGUE-TABLE.
           05 WS-CATALOGUE-ROW OCCURS 300 TIMES.
               10 WS-CATALOGUE-CODE PIC X(7).
               10 WS-CATALOGUE-ACTIVE PIC X.
       01 WS-CATALOGUE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CATALOGUE-SUB PIC 9(3).
       01 WS-CATALOGUE-FOUND PIC 9(3).
       01 WS-CHECK-COURSE-CODE PIC X(7).
       01 WS-UNKNOWN-COURSE PIC X VALUE "N".

       PROCEDURE DIVISION.
       100-CONVERT-STUDENT-FILE.
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF.
           *> Every CHARGE and REBILL row is dated today - a run on a
           *> day inside a closed month is refused before the master
           *> is touched.
           PERFORM 321-LOAD-PERIOD-LOCKS.
           ACCEPT WS-LOCK-CHECK-DATE FROM DATE YYYYMMDD.
           PERFORM 322-CHECK-PERIOD-LOCK.
           IF WS-PERIOD-LOCKED = "Y"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 201-INITIAL-STUDENT-FILE.
           IF WS-STUDENT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - UNABLE TO OPEN STUDENT-FILE-IN, "
       202-CONVERT-STUDENT-FILE.
           IF WS-SKIPPING NOT = "Y"
               PERFORM 305-VALIDATE-STUDENT-RECORD
               *> A course code the catalogue has never heard of is
               *> a keying error, not a course - the record goes to
               *> REJECTED.TXT for rework instead of the live file.
               PERFORM 324-CHECK-COURSE-CODES
               IF WS-UNKNOWN-COURSE = "Y"
                   PERFORM 700-RECORD-ERROR-RTN
               ELSE
                   PERFORM 303-WRITE-INDEXED-RECORD
               END-IF
           END-IF.
           PERFORM 302-READ-STUDENT-FILE.

               END-IF

               PERFORM 310-LOAD-PROGRAM-CODES
               PERFORM 323-LOAD-COURSE-CATALOGUE
               PERFORM 313-SET-BILLING-DATES

               DISPLAY "STUDENT FILE OPENED!"
           MOVE STUDENT-RECORD-IN TO REJECTED-RECORD
           WRITE REJECTED-RECORD.

       321-LOAD-PERIOD-LOCKS.
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

       322-CHECK-PERIOD-LOCK.
           *> WS-LOCK-CHECK-DATE carries the date the ledger row would
           *> fall on.
           MOVE "N" TO WS-PERIOD-LOCKED.
           IF WS-LOCK-CHECK-PERIOD NOT > WS-CLOSED-THROUGH
               MOVE "Y" TO WS-PERIOD-LOCKED
               DISPLAY "PERIOD " WS-LOCK-CHECK-PERIOD " IS CLOSED "
                   "(LEDGER LOCKED THROUGH " WS-CLOSED-THROUGH
                   ") - NO LEDGER ROW MAY BE DATED INTO IT"
           END-IF.

       323-LOAD-COURSE-CATALOGUE.
           OPEN INPUT COURSE-CATALOGUE-FILE.
           IF WS-CATALOGUE-FILE-STATUS = "00"
               PERFORM UNTIL WS-CATALOGUE-FILE-STATUS NOT = "00"
                       OR WS-CATALOGUE-COUNT = 300
                   READ COURSE-CATALOGUE-FILE
                       AT END
                           MOVE "10" TO WS-CATALOGUE-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-CATALOGUE-COUNT
                           MOVE CAT-COURSE-CODE TO
                               WS-CATALOGUE-CODE(WS-CATALOGUE-COUNT)
                           MOVE CAT-ACTIVE-FLAG TO
                               WS-CATALOGUE-ACTIVE(WS-CATALOGUE-COUNT)
                   END-READ
               END-PERFORM
               IF WS-CATALOGUE-COUNT = 300
                   AND WS-CATALOGUE-FILE-STATUS = "00"
                   DISPLAY "WARNING - COURSE-CATALOGUE.TXT HAS MORE "
                       "THAN 300 COURSES, EXTRA COURSES IGNORED"
               END-IF
               CLOSE COURSE-CATALOGUE-FILE
               DISPLAY "CATALOGUE COURSE CODES LOADED: "
                   WS-CATALOGUE-COUNT
           ELSE
               DISPLAY "NO COURSE-CATALOGUE.TXT FOUND - "
                   "SKIPPING COURSE CODE VALIDATION"
           END-IF.

       324-CHECK-COURSE-CODES.
           MOVE "N" TO WS-UNKNOWN-COURSE.
           IF WS-CATALOGUE-COUNT > 0
               MOVE COURSE-CODE-1 TO WS-CHECK-COURSE-CODE
               PERFORM 325-CHECK-ONE-COURSE-CODE
               MOVE COURSE-CODE-2 TO WS-CHECK-COURSE-CODE
               PERFORM 325-CHECK-ONE-COURSE-CODE
               MOVE COURSE-CODE-3 TO WS-CHECK-COURSE-CODE
               PERFORM 325-CHECK-ONE-COURSE-CODE
               MOVE COURSE-CODE-4 TO WS-CHECK-COURSE-CODE
               PERFORM 325-CHECK-ONE-COURSE-CODE
               MOVE COURSE-CODE-5 TO WS-CHECK-COURSE-CODE
               PERFORM 325-CHECK-ONE-COURSE-CODE
           END-IF.

       325-CHECK-ONE-COURSE-CODE.
           *> Blank and WITHDRN slots are not course codes.
           IF WS-CHECK-COURSE-CODE NOT = SPACES
               AND WS-CHECK-COURSE-CODE NOT = "WITHDRN"
               MOVE ZERO TO WS-CATALOGUE-FOUND
               PERFORM VARYING WS-CATALOGUE-SUB FROM 1 BY 1
                       UNTIL WS-CATALOGUE-SUB > WS-CATALOGUE-COUNT
                   IF WS-CATALOGUE-CODE(WS-CATALOGUE-SUB) =
                           WS-CHECK-COURSE-CODE
                       MOVE WS-CATALOGUE-SUB TO WS-CATALOGUE-FOUND
                   END-IF
               END-PERFORM
               IF WS-CATALOGUE-FOUND = ZERO
                   MOVE "Y" TO WS-UNKNOWN-COURSE
                   DISPLAY "STUDENT " STUDENT-NUMBER " COURSE "
                       WS-CHECK-COURSE-CODE " NOT IN COURSE CATALOGUE"
               ELSE
                   *> An inactive course is still a real course -
                   *> it is listed for review, not rejected.
                   IF WS-CATALOGUE-ACTIVE(WS-CATALOGUE-FOUND) = "I"
                       MOVE SPACES TO WS-EXCEPTION-LINE
                       STRING "EXCEPTION: STUDENT " STUDENT-NUMBER
                           " COURSE " WS-CHECK-COURSE-CODE
                           " IS INACTIVE IN THE CATALOGUE"
                           DELIMITED BY SIZE INTO WS-EXCEPTION-LINE
                       END-STRING
                       WRITE EXCEPTION-RECORD FROM WS-EXCEPTION-LINE
                   END-IF
               END-IF
           END-IF.

       END PROGRAM CONVERT-TO-INDEXED.
