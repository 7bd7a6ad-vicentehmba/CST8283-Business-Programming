      *          the schedule instead of waiting for a manual
      *          adjustment. Every add/drop is stamped into
      *          ../AUDIT-LOG.TXT and onto the student account ledger
      *          like any other change. An add must name an active
      *          course on ../COURSE-CATALOGUE.TXT, and its
      *          prerequisites must be passed at the catalogue minimum
      *          on ../COURSE-HISTORY.TXT unless a registrar overrides;
      *          the override is logged with the approving ID.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT COLLECTIONS-FILE ASSIGN TO "../COLLECTIONS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLLECTIONS-FILE-STATUS.
           SELECT COURSE-CATALOGUE-FILE ASSIGN
           TO "../COURSE-CATALOGUE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGUE-FILE-STATUS.
           SELECT COURSE-HISTORY-FILE ASSIGN
               TO "../COURSE-HISTORY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT MASTER-IN-USE-FILE ASSIGN
               TO "../MASTER-IN-USE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-USE-FILE-STATUS.
           SELECT PERIOD-LOCK-FILE ASSIGN TO "../PERIOD-LOCK.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD OPERATORS-FILE.
      *> ID plus role (ENTRY/REGISTRAR/FINANCE/OPERATIONS), the
      *> layout STUDENT-MAINT and BATCH-DRIVER read. The role is
      *> loaded for the registrar prerequisite override.
       01 OPERATOR-RECORD.
           05 OPR-OPERATOR-ID PIC X(8).
           05 OPR-OPERATOR-ROLE PIC X(12).
           05 COL-LAST-LETTER-DATE PIC 9(8).
           05 COL-HOLD-FLAG PIC X.

       FD COURSE-CATALOGUE-FILE.
      *> Course master maintained by COURSE-CAT-MAINT - code, title,
      *> credits, active flag (A/I) and up to three prerequisites
      *> with the minimum average that passes each.
       01 COURSE-CATALOGUE-RECORD.
           05 CAT-COURSE-CODE PIC X(7).
           05 CAT-COURSE-TITLE PIC X(30).
           05 CAT-CREDITS PIC 9V9.
           05 CAT-ACTIVE-FLAG PIC X.
           05 CAT-PREREQUISITES.
               10 CAT-PREREQ OCCURS 3 TIMES.
                   15 CAT-PREREQ-CODE PIC X(7).
                   15 CAT-PREREQ-MIN-AVG PIC 9(3).

       FD COURSE-HISTORY-FILE.
      *> One row per student per superseded term - the completed
      *> courses a prerequisite is checked against.
       01 COURSE-HISTORY-RECORD.
           05 HIST-STUDENT-NUMBER PIC 9(6).
           05 HIST-ACADEMIC-TERM PIC X(5).
           05 HIST-PAIR OCCURS 5 TIMES.
               10 HIST-COURSE-CODE PIC X(7).
               10 HIST-AVERAGE PIC 9(3).

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
       01 WS-AUDIT-FILE-STATUS PIC XX.
       *> against a present file is refused.
       01 WS-VALID-OPERATORS.
           05 WS-VALID-OPERATOR OCCURS 50 TIMES PIC X(8).
       01 WS-OPERATOR-ROLES.
           05 WS-OPERATOR-ROLE OCCURS 50 TIMES PIC X(12).
       01 WS-VALID-OPERATOR-COUNT PIC 9(2) VALUE ZERO.
       01 WS-OPERATOR-SUB PIC 9(2).
       01 WS-OPERATOR-OK PIC X.
       *> Whether any role is in use on the operators file at all -
       *> all-blank roles leave the registrar gate open, the same
       *> rule STUDENT-MAINT applies.
       01 WS-ROLES-IN-USE PIC X VALUE "N".
       01 WS-CATALOGUE-FILE-STATUS PIC XX.
       01 WS-CATALOGUE-EOF PIC X.
       *> Course catalogue held in storage. An absent catalogue
       *> (count zero) skips the course and prerequisite checks,
       *> the same rule the other reference files follow.
       01 WS-CATALOGUE-TABLE.
           05 WS-CATALOGUE-ROW OCCURS 300 TIMES.
               10 WS-CATALOGUE-CODE PIC X(7).
               10 WS-CATALOGUE-ACTIVE PIC X.
               10 WS-CATALOGUE-PREREQ OCCURS 3 TIMES.
                   15 WS-CATALOGUE-PREREQ-CODE PIC X(7).
                   15 WS-CATALOGUE-PREREQ-MIN PIC 9(3).
       01 WS-CATALOGUE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CATALOGUE-SUB PIC 9(3).
       01 WS-CATALOGUE-FOUND PIC 9(3).
       01 WS-PREREQ-SUB PIC 9.
       01 WS-PREREQ-CODE PIC X(7).
       01 WS-PREREQ-MIN PIC 9(3).
       01 WS-PREREQ-PASSED PIC X.
       01 WS-PREREQS-MISSING PIC 9.
       01 WS-HISTORY-FILE-STATUS PIC XX.
       01 WS-HISTORY-EOF PIC X.
       01 WS-PAIR-SUB PIC 9.
       01 WS-ADD-ALLOWED PIC X.
       01 WS-PREREQ-OVERRIDDEN PIC X.
       01 WS-OVERRIDE-ANSWER PIC X.
       01 WS-APPROVER-ID PIC X(8).
       01 WS-COLLECTIONS-FILE-STATUS PIC XX.
       01 WS-COLLECTIONS-EOF PIC X.
       01 WS-STUDENT-HELD PIC X.
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
           PERFORM 240-LOAD-FEE-SCHEDULE.
           PERFORM 250-LOAD-COLLECTION-HOLDS.
           PERFORM 270-LOAD-COURSE-CATALOGUE.
           PERFORM 200-OPEN-FILES.
           PERFORM 210-REGISTER-ONE-STUDENT
               UNTIL WS-ANSWER = "N" OR WS-ANSWER = "n".
                           MOVE OPR-OPERATOR-ID TO
                               WS-VALID-OPERATOR
                               (WS-VALID-OPERATOR-COUNT)
                           MOVE OPR-OPERATOR-ROLE TO
                               WS-OPERATOR-ROLE
                               (WS-VALID-OPERATOR-COUNT)
                           IF OPR-OPERATOR-ROLE NOT = SPACES
                               MOVE "Y" TO WS-ROLES-IN-USE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPERATORS-FILE
               END-IF
           END-PERFORM.

       270-LOAD-COURSE-CATALOGUE.
           OPEN INPUT COURSE-CATALOGUE-FILE.
           IF WS-CATALOGUE-FILE-STATUS NOT = "00"
               DISPLAY "NO COURSE-CATALOGUE.TXT FOUND - COURSE CODES "
                   "AND PREREQUISITES NOT CHECKED"
           ELSE
               MOVE "N" TO WS-CATALOGUE-EOF
               PERFORM UNTIL WS-CATALOGUE-EOF = "Y"
                   READ COURSE-CATALOGUE-FILE
                       AT END MOVE "Y" TO WS-CATALOGUE-EOF
                       NOT AT END
                           IF WS-CATALOGUE-COUNT = 300
                               DISPLAY "WARNING - MORE THAN 300 "
                                   "CATALOGUE ROWS, EXTRA ROWS "
                                   "IGNORED"
                           ELSE
                               ADD 1 TO WS-CATALOGUE-COUNT
                               PERFORM 275-TABLE-CATALOGUE-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COURSE-CATALOGUE-FILE
               DISPLAY "CATALOGUE COURSES LOADED: "
                   WS-CATALOGUE-COUNT
           END-IF.

       275-TABLE-CATALOGUE-ROW.
           MOVE CAT-COURSE-CODE TO
               WS-CATALOGUE-CODE(WS-CATALOGUE-COUNT)
           MOVE CAT-ACTIVE-FLAG TO
               WS-CATALOGUE-ACTIVE(WS-CATALOGUE-COUNT)
           PERFORM VARYING WS-PREREQ-SUB FROM 1 BY 1
                   UNTIL WS-PREREQ-SUB > 3
               MOVE CAT-PREREQ-CODE(WS-PREREQ-SUB) TO
                   WS-CATALOGUE-PREREQ-CODE(WS-CATALOGUE-COUNT
                   WS-PREREQ-SUB)
               MOVE CAT-PREREQ-MIN-AVG(WS-PREREQ-SUB) TO
                   WS-CATALOGUE-PREREQ-MIN(WS-CATALOGUE-COUNT
                   WS-PREREQ-SUB)
           END-PERFORM.

       210-REGISTER-ONE-STUDENT.
           PERFORM 300-GET-STUDENT-NUMBER
           MOVE WS-NUMBER-IN TO IND-STUDENT-NUMBER
                   IF WS-SLOT-SUB NOT > 5
                       DISPLAY "Student is already enrolled in "
                           WS-COURSE-IN(1:7) " - add refused."
                       MOVE "N" TO WS-ADD-ALLOWED
                   ELSE
                       PERFORM 450-CHECK-CATALOGUE-COURSE
                   END-IF
                   IF WS-ADD-ALLOWED = "Y"
                       MOVE WS-COURSE-IN(1:7) TO
                           IND-COURSE-CODE(WS-SLOT-FOUND)
                       MOVE ZERO TO IND-AVERAGE(WS-SLOT-FOUND)
                           DISPLAY "ADDED " WS-COURSE-IN(1:7)
                               " IN SLOT " WS-SLOT-FOUND
                               " - TUITION UP " WS-RATE-PRINT
                           IF WS-PREREQ-OVERRIDDEN = "Y"
                               PERFORM 720-WRITE-OVERRIDE-AUDIT
                           END-IF
                       END-IF
                   END-IF
               END-IF
               CONTINUE
           END-PERFORM.

       450-CHECK-CATALOGUE-COURSE.
           *> The course must be on the catalogue and active, and
           *> every prerequisite must be on the student's course
           *> history at or above its minimum - otherwise the add
           *> goes ahead only on a registrar override.
           MOVE "Y" TO WS-ADD-ALLOWED
           MOVE "N" TO WS-PREREQ-OVERRIDDEN
           IF WS-CATALOGUE-COUNT > ZERO
               MOVE ZERO TO WS-CATALOGUE-FOUND
               PERFORM VARYING WS-CATALOGUE-SUB FROM 1 BY 1
                       UNTIL WS-CATALOGUE-SUB > WS-CATALOGUE-COUNT
                   IF WS-CATALOGUE-CODE(WS-CATALOGUE-SUB) =
                           WS-COURSE-IN(1:7)
                       MOVE WS-CATALOGUE-SUB TO WS-CATALOGUE-FOUND
                   END-IF
               END-PERFORM
               IF WS-CATALOGUE-FOUND = ZERO
                   DISPLAY WS-COURSE-IN(1:7) " IS NOT IN THE COURSE "
                       "CATALOGUE - add refused."
                   MOVE "N" TO WS-ADD-ALLOWED
               ELSE
                   IF WS-CATALOGUE-ACTIVE(WS-CATALOGUE-FOUND) NOT = "A"
                       DISPLAY WS-COURSE-IN(1:7) " IS INACTIVE IN THE "
                           "COURSE CATALOGUE - add refused."
                       MOVE "N" TO WS-ADD-ALLOWED
                   ELSE
                       PERFORM 460-CHECK-PREREQUISITES
                       IF WS-PREREQS-MISSING > ZERO
                           PERFORM 470-REGISTRAR-OVERRIDE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       460-CHECK-PREREQUISITES.
           MOVE ZERO TO WS-PREREQS-MISSING
           PERFORM VARYING WS-PREREQ-SUB FROM 1 BY 1
                   UNTIL WS-PREREQ-SUB > 3
               MOVE WS-CATALOGUE-PREREQ-CODE(WS-CATALOGUE-FOUND
                   WS-PREREQ-SUB) TO WS-PREREQ-CODE
               MOVE WS-CATALOGUE-PREREQ-MIN(WS-CATALOGUE-FOUND
                   WS-PREREQ-SUB) TO WS-PREREQ-MIN
               IF WS-PREREQ-CODE NOT = SPACES
                   PERFORM 465-SEARCH-COURSE-HISTORY
                   IF WS-PREREQ-PASSED NOT = "Y"
                       ADD 1 TO WS-PREREQS-MISSING
                       DISPLAY "PREREQUISITE " WS-PREREQ-CODE
                           " NOT PASSED AT " WS-PREREQ-MIN
                           " OR BETTER"
                   END-IF
               END-IF
           END-PERFORM.

       465-SEARCH-COURSE-HISTORY.
           *> Any earlier term counts - a failed first attempt and a
           *> passed repeat both sit on the history, and the pass is
           *> what matters. The file is scanned per prerequisite so
           *> the check never runs out of table.
           MOVE "N" TO WS-PREREQ-PASSED
           OPEN INPUT COURSE-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "00"
               MOVE "N" TO WS-HISTORY-EOF
               PERFORM UNTIL WS-HISTORY-EOF = "Y"
                   READ COURSE-HISTORY-FILE
                       AT END MOVE "Y" TO WS-HISTORY-EOF
                       NOT AT END
                           IF HIST-STUDENT-NUMBER = IND-STUDENT-NUMBER
                               PERFORM 466-CHECK-HISTORY-PAIRS
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COURSE-HISTORY-FILE
           END-IF.

       466-CHECK-HISTORY-PAIRS.
           PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
                   UNTIL WS-PAIR-SUB > 5
               IF HIST-COURSE-CODE(WS-PAIR-SUB) = WS-PREREQ-CODE
                   AND HIST-AVERAGE(WS-PAIR-SUB) NOT < WS-PREREQ-MIN
                   MOVE "Y" TO WS-PREREQ-PASSED
               END-IF
           END-PERFORM.

       470-REGISTRAR-OVERRIDE.
           MOVE "N" TO WS-ADD-ALLOWED
           DISPLAY "Registrar override of prerequisites? (Y/N)"
           ACCEPT WS-OVERRIDE-ANSWER
           IF WS-OVERRIDE-ANSWER = "Y" OR WS-OVERRIDE-ANSWER = "y"
               DISPLAY "Approving registrar ID:"
               ACCEPT WS-APPROVER-ID
               *> With no operators file any named approver stands;
               *> with one, the ID must be on it and carry the
               *> REGISTRAR role whenever roles are in use.
               MOVE "N" TO WS-OPERATOR-OK
               IF WS-APPROVER-ID NOT = SPACES
                   IF WS-VALID-OPERATOR-COUNT = ZERO
                       MOVE "Y" TO WS-OPERATOR-OK
                   ELSE
                       PERFORM VARYING WS-OPERATOR-SUB FROM 1 BY 1
                               UNTIL WS-OPERATOR-SUB >
                                   WS-VALID-OPERATOR-COUNT
                           IF WS-VALID-OPERATOR(WS-OPERATOR-SUB) =
                                   WS-APPROVER-ID
                               AND (WS-ROLES-IN-USE NOT = "Y"
                               OR WS-OPERATOR-ROLE(WS-OPERATOR-SUB) =
                                   "REGISTRAR")
                               MOVE "Y" TO WS-OPERATOR-OK
                           END-IF
                       END-PERFORM
                   END-IF
               END-IF
               IF WS-OPERATOR-OK = "Y"
                   MOVE "Y" TO WS-ADD-ALLOWED
                   MOVE "Y" TO WS-PREREQ-OVERRIDDEN
                   DISPLAY "PREREQUISITES OVERRIDDEN BY "
                       WS-APPROVER-ID
               ELSE
                   DISPLAY "OVERRIDE REFUSED - " WS-APPROVER-ID
                       " IS NOT A REGISTRAR - add refused."
               END-IF
           ELSE
               DISPLAY "Prerequisites not met - add refused."
           END-IF.

       420-DROP-COURSE.
           DISPLAY "Enter course code to drop:"
           ACCEPT WS-COURSE-IN
           END-STRING
           WRITE AUDIT-LOG-RECORD.

       720-WRITE-OVERRIDE-AUDIT.
           *> Second audit line after the ADD it excused, naming the
           *> registrar who waived the prerequisites.
           MOVE "PRQ-OVR" TO WS-AUDIT-ACTION
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING WS-AUDIT-DATE-TIME " COURSE-REG "
               IND-STUDENT-NUMBER " " WS-AUDIT-ACTION " "
               WS-OPERATOR-ID " " WS-COURSE-IN(1:7) " "
               WS-APPROVER-ID
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           END-STRING
           WRITE AUDIT-LOG-RECORD.

       710-WRITE-LEDGER-RECORD.
           ACCEPT WS-LEDGER-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LEDGER-TIME FROM TIME
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

       END PROGRAM COURSE-REG.
