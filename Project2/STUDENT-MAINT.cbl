      *          confirmation prompt. Every change is stamped into
      *          ../AUDIT-LOG.TXT the same way CONVERT-TO-INDEXED logs
      *          its writes, so registrar corrections no longer wait
      *          for the batch window. Course codes keyed here must
      *          be on ../COURSE-CATALOGUE.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT LEDGER-FILE ASSIGN TO "../STUDENT-LEDGER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT COURSE-CATALOGUE-FILE ASSIGN
           TO "../COURSE-CATALOGUE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGUE-FILE-STATUS.

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

       FD COURSE-CATALOGUE-FILE.
      *> Course master maintained by COURSE-CAT-MAINT.
       01 COURSE-CATALOGUE-RECORD.
           05 CAT-COURSE-CODE PIC X(7).
           05 CAT-COURSE-TITLE PIC X(30).
           05 CAT-CREDITS PIC 9V9.
           05 CAT-ACTIVE-FLAG PIC X.
           05 CAT-PREREQUISITES PIC X(30).

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
       01 WS-AUDIT-FILE-STATUS PIC XX.
       01 WS-AUDIT-DATE-TIME.
       *> Balance as read, before any field changes - compared at
       *> save time so only a real balance change gets a ledger row.
       01 WS-OLD-TUITION-OWED PIC S9(6)V99 VALUE ZERO.
       01 WS-CATALOGUE-FILE-STATUS PIC XX.
       01 WS-CATALOGUE-EOF PIC X.
       *> Catalogue codes and active flags. An absent catalogue
       *> (count zero) leaves course entry unchecked.
       01 WS-CATALOGUE-TABLE.
           05 WS-CATALOGUE-ROW OCCURS 300 TIMES.
               10 WS-CATALOGUE-CODE PIC X(7).
               10 WS-CATALOGUE-ACTIVE PIC X.
       01 WS-CATALOGUE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CATALOGUE-SUB PIC 9(3).
       01 WS-COURSE-VALID PIC X.

       PROCEDURE DIVISION.
       100-MAINTAIN-STUDENT-FILE.
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
           PERFORM 240-LOAD-COURSE-CATALOGUE.
           PERFORM 200-OPEN-FILES.
           PERFORM 210-MAINTAIN-ONE-STUDENT
               UNTIL WS-ANSWER = "N" OR WS-ANSWER = "n".
               CLOSE OPERATORS-FILE
           END-IF.

       240-LOAD-COURSE-CATALOGUE.
           OPEN INPUT COURSE-CATALOGUE-FILE.
           IF WS-CATALOGUE-FILE-STATUS NOT = "00"
               DISPLAY "NO COURSE-CATALOGUE.TXT FOUND - COURSE CODES "
                   "NOT CHECKED"
           ELSE
               MOVE "N" TO WS-CATALOGUE-EOF
               PERFORM UNTIL WS-CATALOGUE-EOF = "Y"
                   READ COURSE-CATALOGUE-FILE
                       AT END MOVE "Y" TO WS-CATALOGUE-EOF
                       NOT AT END
                           IF WS-CATALOGUE-COUNT = 300
                               DISPLAY "WARNING - MORE THAN 300 "
                                   "CATALOGUE ROWS, EXTRAS IGNORED"
                           ELSE
                               ADD 1 TO WS-CATALOGUE-COUNT
                               MOVE CAT-COURSE-CODE TO
                                   WS-CATALOGUE-CODE
                                   (WS-CATALOGUE-COUNT)
                               MOVE CAT-ACTIVE-FLAG TO
                                   WS-CATALOGUE-ACTIVE
                                   (WS-CATALOGUE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COURSE-CATALOGUE-FILE
           END-IF.

       210-MAINTAIN-ONE-STUDENT.
           PERFORM 300-GET-STUDENT-NUMBER
           MOVE WS-NUMBER-IN TO IND-STUDENT-NUMBER
       421-CHANGE-COURSE-1.
           DISPLAY "Enter course code 1 (blank to clear):"
           ACCEPT WS-TEXT-IN
           PERFORM 426-CHECK-COURSE-CODE
           IF WS-COURSE-VALID = "Y"
               MOVE WS-TEXT-IN(1:7) TO IND-COURSE-CODE-1
               PERFORM 430-GET-AVERAGE
               MOVE WS-AVERAGE-IN TO IND-AVERAGE-1
               MOVE "Y" TO WS-RECORD-CHANGED
           END-IF.

       422-CHANGE-COURSE-2.
           DISPLAY "Enter course code 2 (blank to clear):"
           ACCEPT WS-TEXT-IN
           PERFORM 426-CHECK-COURSE-CODE
           IF WS-COURSE-VALID = "Y"
               MOVE WS-TEXT-IN(1:7) TO IND-COURSE-CODE-2
               PERFORM 430-GET-AVERAGE
               MOVE WS-AVERAGE-IN TO IND-AVERAGE-2
               MOVE "Y" TO WS-RECORD-CHANGED
           END-IF.

       423-CHANGE-COURSE-3.
           DISPLAY "Enter course code 3 (blank to clear):"
           ACCEPT WS-TEXT-IN
           PERFORM 426-CHECK-COURSE-CODE
           IF WS-COURSE-VALID = "Y"
               MOVE WS-TEXT-IN(1:7) TO IND-COURSE-CODE-3
               PERFORM 430-GET-AVERAGE
               MOVE WS-AVERAGE-IN TO IND-AVERAGE-3
               MOVE "Y" TO WS-RECORD-CHANGED
           END-IF.

       424-CHANGE-COURSE-4.
           DISPLAY "Enter course code 4 (blank to clear):"
           ACCEPT WS-TEXT-IN
           PERFORM 426-CHECK-COURSE-CODE
           IF WS-COURSE-VALID = "Y"
               MOVE WS-TEXT-IN(1:7) TO IND-COURSE-CODE-4
               PERFORM 430-GET-AVERAGE
               MOVE WS-AVERAGE-IN TO IND-AVERAGE-4
               MOVE "Y" TO WS-RECORD-CHANGED
           END-IF.

       425-CHANGE-COURSE-5.
           DISPLAY "Enter course code 5 (blank to clear):"
           ACCEPT WS-TEXT-IN
           PERFORM 426-CHECK-COURSE-CODE
           IF WS-COURSE-VALID = "Y"
               MOVE WS-TEXT-IN(1:7) TO IND-COURSE-CODE-5
               PERFORM 430-GET-AVERAGE
               MOVE WS-AVERAGE-IN TO IND-AVERAGE-5
               MOVE "Y" TO WS-RECORD-CHANGED
           END-IF.

       426-CHECK-COURSE-CODE.
           *> Blank clears the slot and WITHDRN marks a withdrawal;
           *> anything else must be a catalogue course. An inactive
           *> course is allowed for corrections but called out.
           MOVE "Y" TO WS-COURSE-VALID
           IF WS-CATALOGUE-COUNT > ZERO
               AND WS-TEXT-IN(1:7) NOT = SPACES
               AND WS-TEXT-IN(1:7) NOT = "WITHDRN"
               MOVE "N" TO WS-COURSE-VALID
               PERFORM VARYING WS-CATALOGUE-SUB FROM 1 BY 1
                       UNTIL WS-CATALOGUE-SUB > WS-CATALOGUE-COUNT
                   IF WS-CATALOGUE-CODE(WS-CATALOGUE-SUB) =
                           WS-TEXT-IN(1:7)
                       MOVE "Y" TO WS-COURSE-VALID
                       IF WS-CATALOGUE-ACTIVE(WS-CATALOGUE-SUB)
                               NOT = "A"
                           DISPLAY "NOTE - " WS-TEXT-IN(1:7)
                               " IS INACTIVE IN THE CATALOGUE"
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-COURSE-VALID NOT = "Y"
                   DISPLAY WS-TEXT-IN(1:7) " IS NOT IN THE COURSE "
                       "CATALOGUE - COURSE NOT CHANGED"
               END-IF
           END-IF.

       430-GET-AVERAGE.
           *> Re-prompt until exactly 3 numeric digits, the same shape
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

       END PROGRAM STUDENT-MAINT.
