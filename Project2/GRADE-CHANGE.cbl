      *          faculty ID) against the matching course/average pair
      *          on STUFILE-INDEXED.TXT, reject transactions for
      *          unknown students, courses the student isn't enrolled
      *          in, courses not on ../COURSE-CATALOGUE.TXT, or
      *          out-of-range averages, and print a
      *          grade-change register showing old average, new
      *          average, and who authorized each change. Forty
      *          end-of-term emails become one file and one run.
      *          The faculty ID must be active on
      *          ../FACULTY-MASTER.TXT and assigned to the course for
      *          the student's term; after the term's deadline on
      *          ../GRADE-DEADLINES.TXT a second approver ID is also
      *          required. Applied changes are kept on
      *          ../GRADE-CHANGE-LOG.TXT for FACULTY-GRADE-SUMMARY.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT AUDIT-LOG-FILE ASSIGN TO "../AUDIT-LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT COURSE-CATALOGUE-FILE ASSIGN
           TO "../COURSE-CATALOGUE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGUE-FILE-STATUS.
           SELECT FACULTY-FILE ASSIGN TO "../FACULTY-MASTER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FACULTY-FILE-STATUS.
           SELECT DEADLINE-FILE ASSIGN TO "../GRADE-DEADLINES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEADLINE-FILE-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO "../GRADE-CHANGE-LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-LOG-FILE-STATUS.

           SELECT MASTER-IN-USE-FILE ASSIGN
               TO "../MASTER-IN-USE.TXT"
           05 GC-COURSE-CODE PIC X(7).
           05 GC-NEW-AVERAGE PIC 9(3).
           05 GC-FACULTY-ID PIC X(8).
           *> Second approver, needed only past the term's
           *> grade-change deadline - blank otherwise.
           05 GC-APPROVER-ID PIC X(8).

       FD INDEXED-STUDENT-FILE-OUT.
       01 INDEXED-FILE-RECORD.
       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD PIC X(80).

       FD COURSE-CATALOGUE-FILE.
      *> Course master maintained by COURSE-CAT-MAINT - only the code
      *> is needed to validate a transaction.
       01 COURSE-CATALOGUE-RECORD.
           05 CAT-COURSE-CODE PIC X(7).
           05 CAT-COURSE-TITLE PIC X(30).
           05 CAT-CREDITS PIC 9V9.
           05 CAT-ACTIVE-FLAG PIC X.
           05 CAT-PREREQUISITES PIC X(30).

       FD FACULTY-FILE.
      *> Faculty master maintained by FACULTY-MAINT - the courses
      *> each member may grade, term by term.
       01 FACULTY-RECORD.
           05 FAC-FACULTY-ID PIC X(8).
           05 FAC-FACULTY-NAME PIC X(30).
           05 FAC-ACTIVE-FLAG PIC X.
           05 FAC-ASSIGNMENTS.
               10 FAC-ASSIGNMENT OCCURS 20 TIMES.
                   15 FAC-ASSIGN-TERM PIC X(5).
                   15 FAC-ASSIGN-COURSE PIC X(7).

       FD DEADLINE-FILE.
       01 DEADLINE-RECORD.
           05 GDL-ACADEMIC-TERM PIC X(5).
           05 GDL-DEADLINE-DATE PIC 9(8).

       FD CHANGE-LOG-FILE.
      *> One row per applied grade change, kept across runs - the
      *> register is rewritten every run, this is not.
       01 CHANGE-LOG-RECORD.
           05 GCL-CHANGE-DATE PIC 9(8).
           05 GCL-ACADEMIC-TERM PIC X(5).
           05 GCL-STUDENT-NUMBER PIC 9(6).
           05 GCL-COURSE-CODE PIC X(7).
           05 GCL-OLD-AVERAGE PIC 9(3).
           05 GCL-NEW-AVERAGE PIC 9(3).
           05 GCL-FACULTY-ID PIC X(8).
           05 GCL-APPROVER-ID PIC X(8).
           05 GCL-LATE-FLAG PIC X.

       FD MASTER-IN-USE-FILE.
      *> In-use signal for STUFILE-INDEXED.TXT - BATCH-DRIVER writes
      *> it while batch steps run and clears it afterwards. Online
       01 WS-SLOT-FOUND PIC 9.
       01 WS-OLD-AVERAGE PIC 9(3).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-CATALOGUE-FILE-STATUS PIC XX.
       01 WS-CATALOGUE-EOF PIC X.
       *> Catalogue course codes. An absent catalogue (count zero)
       *> skips the check, the rule every reference file follows.
       *> An inactive course still takes grade changes - students
       *> who sat it are owed their marks.
       01 WS-CATALOGUE-TABLE.
           05 WS-CATALOGUE-CODE OCCURS 300 TIMES PIC X(7).
       01 WS-CATALOGUE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CATALOGUE-SUB PIC 9(3).
       01 WS-COURSE-KNOWN PIC X.
       01 WS-FACULTY-FILE-STATUS PIC XX.
       01 WS-DEADLINE-FILE-STATUS PIC XX.
       01 WS-CHANGE-LOG-FILE-STATUS PIC XX.
       01 WS-FACULTY-EOF PIC X.
       *> Faculty master in storage. An absent master (count zero)
       *> leaves faculty authorization unchecked, the same rule
       *> OPERATORS.TXT follows - the run says so on the console.
       01 WS-FACULTY-TABLE.
           05 WS-FACULTY-ROW OCCURS 100 TIMES.
               10 WS-FAC-ID PIC X(8).
               10 WS-FAC-ACTIVE PIC X.
               10 WS-FAC-ASSIGNMENT OCCURS 20 TIMES.
                   15 WS-FAC-TERM PIC X(5).
                   15 WS-FAC-COURSE PIC X(7).
       01 WS-FACULTY-COUNT PIC 9(3) VALUE ZERO.
       01 WS-FACULTY-SUB PIC 9(3).
       01 WS-FACULTY-FOUND PIC 9(3).
       01 WS-ASSIGN-SUB PIC 99.
       01 WS-ASSIGNED PIC X.
       01 WS-DEADLINE-TABLE.
           05 WS-DEADLINE-ROW OCCURS 50 TIMES.
               10 WS-DL-TERM PIC X(5).
               10 WS-DL-DATE PIC 9(8).
       01 WS-DEADLINE-COUNT PIC 99 VALUE ZERO.
       01 WS-DEADLINE-SUB PIC 99.
       01 WS-LATE-CHANGE PIC X.
       01 WS-FACULTY-ID-CHECK PIC X(8).
       01 WS-PAGE-NUMBER PIC 9(4) VALUE ZERO.
       01 WS-LINE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 55.
           05 FILLER PIC X(9) VALUE "OLD AVG".
           05 FILLER PIC X(9) VALUE "NEW AVG".
           05 FILLER PIC X(11) VALUE "FACULTY".
           05 FILLER PIC X(52) VALUE "DISPOSITION".
           05 FILLER PIC X(34) VALUE "APPROVER".
       01 WS-DETAIL-LINE.
           05 DET-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-FACULTY-ID PIC X(8).
           05 FILLER PIC X(3) VALUE SPACES.
           05 DET-DISPOSITION PIC X(50).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-APPROVER-ID PIC X(8).
           05 FILLER PIC X(26) VALUE SPACES.
       01 WS-TOTAL-LINE.
           05 FILLER PIC X(16) VALUE "CHANGES READ:".
           05 TOT-READ PIC ZZZ9.
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 200-LOAD-COURSE-CATALOGUE.
           PERFORM 210-LOAD-FACULTY-MASTER.
           PERFORM 220-LOAD-GRADE-DEADLINES.
           OPEN EXTEND CHANGE-LOG-FILE.
           IF WS-CHANGE-LOG-FILE-STATUS NOT = "00"
               OPEN OUTPUT CHANGE-LOG-FILE
           END-IF.
           PERFORM 710-PRINT-PAGE-HEADING.
           PERFORM 300-READ-GRADE-CHANGE.
           PERFORM 400-APPLY-ONE-CHANGE UNTIL EOF-FLAG = "YES".
           CLOSE GRADE-CHANGE-FILE
                 INDEXED-STUDENT-FILE-OUT
                 REGISTER-REPORT-FILE
                 AUDIT-LOG-FILE
                 CHANGE-LOG-FILE.
           DISPLAY "==========================================".
           DISPLAY "GRADE CHANGES READ:     " WS-CHANGES-READ.
           DISPLAY "GRADE CHANGES APPLIED:  " WS-CHANGES-APPLIED.
           DISPLAY "==========================================".
           GOBACK.

       200-LOAD-COURSE-CATALOGUE.
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
                                   "CATALOGUE ROWS, EXTRA ROWS "
                                   "IGNORED"
                           ELSE
                               ADD 1 TO WS-CATALOGUE-COUNT
                               MOVE CAT-COURSE-CODE TO
                                   WS-CATALOGUE-CODE
                                   (WS-CATALOGUE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COURSE-CATALOGUE-FILE
           END-IF.

       210-LOAD-FACULTY-MASTER.
           OPEN INPUT FACULTY-FILE.
           IF WS-FACULTY-FILE-STATUS NOT = "00"
               DISPLAY "NO FACULTY-MASTER.TXT FOUND - FACULTY "
                   "AUTHORIZATION NOT ENFORCED"
           ELSE
               MOVE "N" TO WS-FACULTY-EOF
               PERFORM UNTIL WS-FACULTY-EOF = "Y"
                   READ FACULTY-FILE
                       AT END MOVE "Y" TO WS-FACULTY-EOF
                       NOT AT END
                           IF WS-FACULTY-COUNT = 100
                               DISPLAY "WARNING - MORE THAN 100 "
                                   "FACULTY ROWS, EXTRA ROWS "
                                   "IGNORED"
                           ELSE
                               ADD 1 TO WS-FACULTY-COUNT
                               PERFORM 215-TABLE-FACULTY-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FACULTY-FILE
           END-IF.

       215-TABLE-FACULTY-ROW.
           MOVE FAC-FACULTY-ID TO WS-FAC-ID(WS-FACULTY-COUNT)
           MOVE FAC-ACTIVE-FLAG TO WS-FAC-ACTIVE(WS-FACULTY-COUNT)
           PERFORM VARYING WS-ASSIGN-SUB FROM 1 BY 1
                   UNTIL WS-ASSIGN-SUB > 20
               MOVE FAC-ASSIGN-TERM(WS-ASSIGN-SUB) TO
                   WS-FAC-TERM(WS-FACULTY-COUNT WS-ASSIGN-SUB)
               MOVE FAC-ASSIGN-COURSE(WS-ASSIGN-SUB) TO
                   WS-FAC-COURSE(WS-FACULTY-COUNT WS-ASSIGN-SUB)
           END-PERFORM.

       220-LOAD-GRADE-DEADLINES.
           OPEN INPUT DEADLINE-FILE.
           IF WS-DEADLINE-FILE-STATUS = "00"
               PERFORM UNTIL WS-DEADLINE-FILE-STATUS NOT = "00"
                       OR WS-DEADLINE-COUNT = 50
                   READ DEADLINE-FILE
                       AT END
                           MOVE "10" TO WS-DEADLINE-FILE-STATUS
                       NOT AT END
                           ADD 1 TO WS-DEADLINE-COUNT
                           MOVE GDL-ACADEMIC-TERM TO
                               WS-DL-TERM(WS-DEADLINE-COUNT)
                           MOVE GDL-DEADLINE-DATE TO
                               WS-DL-DATE(WS-DEADLINE-COUNT)
                   END-READ
               END-PERFORM
               CLOSE DEADLINE-FILE
           END-IF.

       300-READ-GRADE-CHANGE.
           READ GRADE-CHANGE-FILE
               AT END MOVE "YES" TO EOF-FLAG
           MOVE GC-COURSE-CODE TO DET-COURSE-CODE
           MOVE GC-NEW-AVERAGE TO DET-NEW-AVERAGE
           MOVE GC-FACULTY-ID TO DET-FACULTY-ID
           MOVE GC-APPROVER-ID TO DET-APPROVER-ID
           MOVE SPACES TO DET-OLD-AVERAGE
           MOVE SPACES TO DET-DISPOSITION
           IF GC-NEW-AVERAGE > 100
               MOVE "REJECTED - NEW AVERAGE OUT OF RANGE (0-100)"
                   TO DET-DISPOSITION
               PERFORM 420-COUNT-REJECT
           ELSE
               PERFORM 405-CHECK-CATALOGUE-COURSE
           END-IF
           IF DET-DISPOSITION = SPACES
               MOVE GC-STUDENT-NUMBER TO IND-STUDENT-NUMBER
               READ INDEXED-STUDENT-FILE-OUT
                   INVALID KEY
                           TO DET-DISPOSITION
                       PERFORM 420-COUNT-REJECT
                   NOT INVALID KEY
                       PERFORM 406-CHECK-FACULTY-AUTHORITY
                       IF DET-DISPOSITION = SPACES
                           PERFORM 408-CHECK-GRADE-DEADLINE
                       END-IF
                       IF DET-DISPOSITION = SPACES
                           PERFORM 410-APPLY-TO-COURSE-SLOT
                       END-IF
               END-READ
           END-IF
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           PERFORM 700-WRITE-REPORT-LINE
           PERFORM 300-READ-GRADE-CHANGE.

       405-CHECK-CATALOGUE-COURSE.
           MOVE "Y" TO WS-COURSE-KNOWN
           IF WS-CATALOGUE-COUNT > ZERO
               MOVE "N" TO WS-COURSE-KNOWN
               PERFORM VARYING WS-CATALOGUE-SUB FROM 1 BY 1
                       UNTIL WS-CATALOGUE-SUB > WS-CATALOGUE-COUNT
                   IF WS-CATALOGUE-CODE(WS-CATALOGUE-SUB) =
                           GC-COURSE-CODE
                       MOVE "Y" TO WS-COURSE-KNOWN
                   END-IF
               END-PERFORM
           END-IF
           IF WS-COURSE-KNOWN NOT = "Y"
               MOVE "REJECTED - COURSE NOT IN CATALOGUE"
                   TO DET-DISPOSITION
               PERFORM 420-COUNT-REJECT
           END-IF.

       406-CHECK-FACULTY-AUTHORITY.
           *> The authorizing ID must be an active faculty member
           *> assigned to this course for the student's term.
           IF WS-FACULTY-COUNT > ZERO
               MOVE GC-FACULTY-ID TO WS-FACULTY-ID-CHECK
               PERFORM 407-FIND-FACULTY
               EVALUATE TRUE
                   WHEN WS-FACULTY-FOUND = ZERO
                       MOVE "REJECTED - FACULTY ID NOT ON "
                           & "FACULTY MASTER" TO DET-DISPOSITION
                       PERFORM 420-COUNT-REJECT
                   WHEN WS-FAC-ACTIVE(WS-FACULTY-FOUND) NOT = "A"
                       MOVE "REJECTED - FACULTY MEMBER INACTIVE"
                           TO DET-DISPOSITION
                       PERFORM 420-COUNT-REJECT
                   WHEN OTHER
                       MOVE "N" TO WS-ASSIGNED
                       PERFORM VARYING WS-ASSIGN-SUB FROM 1 BY 1
                               UNTIL WS-ASSIGN-SUB > 20
                           IF WS-FAC-TERM(WS-FACULTY-FOUND
                                   WS-ASSIGN-SUB) = IND-ACADEMIC-TERM
                               AND WS-FAC-COURSE(WS-FACULTY-FOUND
                                   WS-ASSIGN-SUB) = GC-COURSE-CODE
                               MOVE "Y" TO WS-ASSIGNED
                           END-IF
                       END-PERFORM
                       IF WS-ASSIGNED NOT = "Y"
                           MOVE "REJECTED - FACULTY NOT ASSIGNED TO "
                               & "COURSE FOR TERM" TO DET-DISPOSITION
                           PERFORM 420-COUNT-REJECT
                       END-IF
               END-EVALUATE
           END-IF.

       407-FIND-FACULTY.
           MOVE ZERO TO WS-FACULTY-FOUND
           PERFORM VARYING WS-FACULTY-SUB FROM 1 BY 1
                   UNTIL WS-FACULTY-SUB > WS-FACULTY-COUNT
               IF WS-FAC-ID(WS-FACULTY-SUB) = WS-FACULTY-ID-CHECK
                   MOVE WS-FACULTY-SUB TO WS-FACULTY-FOUND
               END-IF
           END-PERFORM.

       408-CHECK-GRADE-DEADLINE.
           *> Past the term's deadline the change needs a second,
           *> different, active faculty ID. A term with no deadline
           *> on file is open.
           MOVE "N" TO WS-LATE-CHANGE
           PERFORM VARYING WS-DEADLINE-SUB FROM 1 BY 1
                   UNTIL WS-DEADLINE-SUB > WS-DEADLINE-COUNT
               IF WS-DL-TERM(WS-DEADLINE-SUB) = IND-ACADEMIC-TERM
                   AND WS-RUN-DATE > WS-DL-DATE(WS-DEADLINE-SUB)
                   MOVE "Y" TO WS-LATE-CHANGE
               END-IF
           END-PERFORM
           IF WS-LATE-CHANGE = "Y"
               MOVE GC-APPROVER-ID TO WS-FACULTY-ID-CHECK
               PERFORM 407-FIND-FACULTY
               EVALUATE TRUE
                   WHEN GC-APPROVER-ID = SPACES
                       MOVE "REJECTED - PAST DEADLINE, NEEDS SECOND "
                           & "APPROVER" TO DET-DISPOSITION
                       PERFORM 420-COUNT-REJECT
                   WHEN GC-APPROVER-ID = GC-FACULTY-ID
                       MOVE "REJECTED - APPROVER SAME AS FACULTY ID"
                           TO DET-DISPOSITION
                       PERFORM 420-COUNT-REJECT
                   WHEN WS-FACULTY-COUNT > ZERO
                       AND WS-FACULTY-FOUND = ZERO
                       MOVE "REJECTED - APPROVER NOT ON "
                           & "FACULTY MASTER" TO DET-DISPOSITION
                       PERFORM 420-COUNT-REJECT
                   WHEN WS-FACULTY-COUNT > ZERO
                       AND WS-FAC-ACTIVE(WS-FACULTY-FOUND) NOT = "A"
                       MOVE "REJECTED - APPROVER INACTIVE"
                           TO DET-DISPOSITION
                       PERFORM 420-COUNT-REJECT
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.

       410-APPLY-TO-COURSE-SLOT.
           MOVE ZERO TO WS-SLOT-FOUND
           PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                       PERFORM 420-COUNT-REJECT
                   NOT INVALID KEY
                       ADD 1 TO WS-CHANGES-APPLIED
                       IF WS-LATE-CHANGE = "Y"
                           MOVE "APPLIED - AFTER DEADLINE, APPROVED"
                               TO DET-DISPOSITION
                       ELSE
                           MOVE "APPLIED" TO DET-DISPOSITION
                       END-IF
                       PERFORM 430-WRITE-AUDIT-LOG-RECORD
                       PERFORM 440-WRITE-CHANGE-LOG
               END-REWRITE
           END-IF.

           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING WS-AUDIT-DATE-TIME " GRADE-CHANGE "
               IND-STUDENT-NUMBER " GRADE " GC-FACULTY-ID " "
               GC-COURSE-CODE " " GC-APPROVER-ID
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           END-STRING
           WRITE AUDIT-LOG-RECORD.

       440-WRITE-CHANGE-LOG.
           MOVE WS-RUN-DATE TO GCL-CHANGE-DATE
           MOVE IND-ACADEMIC-TERM TO GCL-ACADEMIC-TERM
           MOVE IND-STUDENT-NUMBER TO GCL-STUDENT-NUMBER
           MOVE GC-COURSE-CODE TO GCL-COURSE-CODE
           MOVE WS-OLD-AVERAGE TO GCL-OLD-AVERAGE
           MOVE GC-NEW-AVERAGE TO GCL-NEW-AVERAGE
           MOVE GC-FACULTY-ID TO GCL-FACULTY-ID
           MOVE GC-APPROVER-ID TO GCL-APPROVER-ID
           MOVE WS-LATE-CHANGE TO GCL-LATE-FLAG
           WRITE CHANGE-LOG-RECORD.

       500-PRINT-REGISTER-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           PERFORM 700-WRITE-REPORT-LINE
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
