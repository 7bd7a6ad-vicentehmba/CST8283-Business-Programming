      ******************************************************************
      * Author: VICENTE MBA ENGUNG
      * Date: SEPTEMBER 1, 2026
      * Purpose: Per-faculty grade change summary for the dean - for
      *          one academic term, every change GRADE-CHANGE applied
      *          (from ../GRADE-CHANGE-LOG.TXT), grouped by the
      *          faculty member who authorized it, with the name from
      *          ../FACULTY-MASTER.TXT. Each faculty section lists the
      *          changes, then the count, how many raised and lowered
      *          a grade, how many went through after the deadline on
      *          a second approval, and the average net change in
      *          points. Written to ../FACULTY-GRADE-SUMMARY.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FACULTY-GRADE-SUMMARY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHANGE-LOG-FILE ASSIGN TO "../GRADE-CHANGE-LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-LOG-FILE-STATUS.
           SELECT FACULTY-FILE ASSIGN TO "../FACULTY-MASTER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FACULTY-FILE-STATUS.
           SELECT SUMMARY-REPORT-FILE ASSIGN
           TO "../FACULTY-GRADE-SUMMARY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CHANGE-LOG-FILE.
      *> Written by GRADE-CHANGE, one row per applied change.
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

       FD FACULTY-FILE.
       01 FACULTY-RECORD.
           05 FAC-FACULTY-ID PIC X(8).
           05 FAC-FACULTY-NAME PIC X(30).
           05 FAC-ACTIVE-FLAG PIC X.
           05 FAC-ASSIGNMENTS PIC X(240).

       FD SUMMARY-REPORT-FILE.
       01 SUMMARY-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 EOF-FLAG PIC X(3) VALUE "NO".
       01 WS-CHANGE-LOG-FILE-STATUS PIC XX.
       01 WS-FACULTY-FILE-STATUS PIC XX.
       01 WS-REPORT-FILE-STATUS PIC XX.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-TERM-IN PIC X(5).
       *> Faculty who authorized at least one change in the term,
       *> in the order first seen on the log.
       01 WS-SUMMARY-TABLE.
           05 WS-SUMMARY-ROW OCCURS 100 TIMES.
               10 WS-SUM-FACULTY-ID PIC X(8).
               10 WS-SUM-FACULTY-NAME PIC X(30).
       01 WS-SUMMARY-COUNT PIC 9(3) VALUE ZERO.
       01 WS-SUMMARY-SUB PIC 9(3).
       01 WS-SUMMARY-FOUND PIC 9(3).
       01 WS-FACULTY-CHANGES PIC 9(5).
       01 WS-FACULTY-RAISED PIC 9(5).
       01 WS-FACULTY-LOWERED PIC 9(5).
       01 WS-FACULTY-LATE PIC 9(5).
       01 WS-FACULTY-NET PIC S9(7).
       01 WS-AVERAGE-NET PIC S9(3)V9.
       01 WS-NET-CHANGE PIC S9(3).
       01 WS-TERM-CHANGES PIC 9(5) VALUE ZERO.
       01 WS-TERM-LATE PIC 9(5) VALUE ZERO.
       01 WS-REPORT-LINE PIC X(132).
       01 WS-COUNT-PRINT PIC ZZZZ9.
       01 WS-RAISED-PRINT PIC ZZZZ9.
       01 WS-LOWERED-PRINT PIC ZZZZ9.
       01 WS-LATE-PRINT PIC ZZZZ9.
       01 WS-AVERAGE-PRINT PIC ++9.9.

       01 WS-HEADING-2.
           05 FILLER PIC X(9) VALUE "DATE".
           05 FILLER PIC X(8) VALUE "NUMBER".
           05 FILLER PIC X(9) VALUE "COURSE".
           05 FILLER PIC X(5) VALUE "OLD".
           05 FILLER PIC X(5) VALUE "NEW".
           05 FILLER PIC X(8) VALUE "CHANGE".
           05 FILLER PIC X(88) VALUE "LATE APPROVER".

       01 WS-DETAIL-LINE.
           05 DET-CHANGE-DATE PIC 9(8).
           05 FILLER PIC X VALUE SPACE.
           05 DET-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-COURSE-CODE PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-OLD-AVERAGE PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-NEW-AVERAGE PIC ZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-NET-CHANGE PIC +++9.
           05 FILLER PIC X(4) VALUE SPACES.
           05 DET-LATE-FLAG PIC X(3).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-APPROVER-ID PIC X(8).
           05 FILLER PIC X(75) VALUE SPACES.

       PROCEDURE DIVISION.
       100-SUMMARIZE-GRADE-CHANGES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT CHANGE-LOG-FILE.
           IF WS-CHANGE-LOG-FILE-STATUS NOT = "00"
               DISPLAY "NO GRADE-CHANGE-LOG.TXT FOUND - NO GRADE "
                   "CHANGES HAVE BEEN APPLIED YET"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           CLOSE CHANGE-LOG-FILE.
           PERFORM 200-GET-TERM.
           PERFORM 210-COLLECT-FACULTY.
           PERFORM 220-LOAD-FACULTY-NAMES.
           OPEN OUTPUT SUMMARY-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "GRADE CHANGES BY FACULTY - TERM " WS-TERM-IN
               "   RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE SUMMARY-REPORT-RECORD FROM WS-REPORT-LINE.
           *> One pass over the log per faculty member keeps each
           *> member's changes together without sorting.
           PERFORM 400-REPORT-ONE-FACULTY
               VARYING WS-SUMMARY-SUB FROM 1 BY 1
               UNTIL WS-SUMMARY-SUB > WS-SUMMARY-COUNT.
           PERFORM 500-WRITE-TERM-TOTALS.
           CLOSE SUMMARY-REPORT-FILE.
           DISPLAY "==========================================".
           DISPLAY "GRADE CHANGE SUMMARY FOR TERM " WS-TERM-IN.
           DISPLAY "FACULTY:          " WS-SUMMARY-COUNT.
           DISPLAY "CHANGES:          " WS-TERM-CHANGES.
           DISPLAY "AFTER DEADLINE:   " WS-TERM-LATE.
           DISPLAY "REPORT: ../FACULTY-GRADE-SUMMARY.TXT".
           DISPLAY "==========================================".
           GOBACK.

       200-GET-TERM.
           MOVE SPACES TO WS-TERM-IN
           PERFORM UNTIL WS-TERM-IN(1:4) IS NUMERIC
                   AND (WS-TERM-IN(5:1) = "W" OR WS-TERM-IN(5:1) = "S"
                   OR WS-TERM-IN(5:1) = "F")
               DISPLAY "Academic term (YYYYS, S = W, S or F):"
               ACCEPT WS-TERM-IN
               IF WS-TERM-IN(1:4) IS NOT NUMERIC
                   OR (WS-TERM-IN(5:1) NOT = "W"
                   AND WS-TERM-IN(5:1) NOT = "S"
                   AND WS-TERM-IN(5:1) NOT = "F")
                   DISPLAY "Invalid entry - e.g. 2026F."
               END-IF
           END-PERFORM.

       210-COLLECT-FACULTY.
           MOVE "NO" TO EOF-FLAG
           OPEN INPUT CHANGE-LOG-FILE
           PERFORM 300-READ-CHANGE-LOG
           PERFORM UNTIL EOF-FLAG = "YES"
               IF GCL-ACADEMIC-TERM = WS-TERM-IN
                   PERFORM 215-ADD-FACULTY-ROW
               END-IF
               PERFORM 300-READ-CHANGE-LOG
           END-PERFORM
           CLOSE CHANGE-LOG-FILE.

       215-ADD-FACULTY-ROW.
           MOVE ZERO TO WS-SUMMARY-FOUND
           PERFORM VARYING WS-SUMMARY-SUB FROM 1 BY 1
                   UNTIL WS-SUMMARY-SUB > WS-SUMMARY-COUNT
               IF WS-SUM-FACULTY-ID(WS-SUMMARY-SUB) = GCL-FACULTY-ID
                   MOVE WS-SUMMARY-SUB TO WS-SUMMARY-FOUND
               END-IF
           END-PERFORM
           IF WS-SUMMARY-FOUND = ZERO
               IF WS-SUMMARY-COUNT = 100
                   DISPLAY "WARNING - MORE THAN 100 FACULTY, "
                       GCL-FACULTY-ID " NOT SUMMARIZED"
               ELSE
                   ADD 1 TO WS-SUMMARY-COUNT
                   MOVE GCL-FACULTY-ID TO
                       WS-SUM-FACULTY-ID(WS-SUMMARY-COUNT)
                   MOVE "(NOT ON FACULTY MASTER)" TO
                       WS-SUM-FACULTY-NAME(WS-SUMMARY-COUNT)
               END-IF
           END-IF.

       220-LOAD-FACULTY-NAMES.
           *> Names only - the master is optional for this report.
           OPEN INPUT FACULTY-FILE
           IF WS-FACULTY-FILE-STATUS = "00"
               PERFORM UNTIL WS-FACULTY-FILE-STATUS NOT = "00"
                   READ FACULTY-FILE
                       AT END
                           MOVE "10" TO WS-FACULTY-FILE-STATUS
                       NOT AT END
                           PERFORM 225-MATCH-FACULTY-NAME
                   END-READ
               END-PERFORM
               CLOSE FACULTY-FILE
           END-IF.

       225-MATCH-FACULTY-NAME.
           PERFORM VARYING WS-SUMMARY-SUB FROM 1 BY 1
                   UNTIL WS-SUMMARY-SUB > WS-SUMMARY-COUNT
               IF WS-SUM-FACULTY-ID(WS-SUMMARY-SUB) = FAC-FACULTY-ID
                   MOVE FAC-FACULTY-NAME TO
                       WS-SUM-FACULTY-NAME(WS-SUMMARY-SUB)
               END-IF
           END-PERFORM.

       300-READ-CHANGE-LOG.
           READ CHANGE-LOG-FILE
               AT END MOVE "YES" TO EOF-FLAG
           END-READ.

       400-REPORT-ONE-FACULTY.
           MOVE ZERO TO WS-FACULTY-CHANGES WS-FACULTY-RAISED
               WS-FACULTY-LOWERED WS-FACULTY-LATE WS-FACULTY-NET
           MOVE SPACES TO SUMMARY-REPORT-RECORD
           WRITE SUMMARY-REPORT-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING "FACULTY: " WS-SUM-FACULTY-ID(WS-SUMMARY-SUB) "  "
               WS-SUM-FACULTY-NAME(WS-SUMMARY-SUB)
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE SUMMARY-REPORT-RECORD FROM WS-REPORT-LINE
           WRITE SUMMARY-REPORT-RECORD FROM WS-HEADING-2
           MOVE "NO" TO EOF-FLAG
           OPEN INPUT CHANGE-LOG-FILE
           PERFORM 300-READ-CHANGE-LOG
           PERFORM UNTIL EOF-FLAG = "YES"
               IF GCL-ACADEMIC-TERM = WS-TERM-IN
                   AND GCL-FACULTY-ID =
                       WS-SUM-FACULTY-ID(WS-SUMMARY-SUB)
                   PERFORM 410-WRITE-CHANGE-LINE
               END-IF
               PERFORM 300-READ-CHANGE-LOG
           END-PERFORM
           CLOSE CHANGE-LOG-FILE
           PERFORM 420-WRITE-FACULTY-TOTALS.

       410-WRITE-CHANGE-LINE.
           COMPUTE WS-NET-CHANGE = GCL-NEW-AVERAGE - GCL-OLD-AVERAGE
           ADD 1 TO WS-FACULTY-CHANGES WS-TERM-CHANGES
           ADD WS-NET-CHANGE TO WS-FACULTY-NET
           EVALUATE TRUE
               WHEN WS-NET-CHANGE > ZERO
                   ADD 1 TO WS-FACULTY-RAISED
               WHEN WS-NET-CHANGE < ZERO
                   ADD 1 TO WS-FACULTY-LOWERED
           END-EVALUATE
           MOVE GCL-CHANGE-DATE TO DET-CHANGE-DATE
           MOVE GCL-STUDENT-NUMBER TO DET-STUDENT-NUMBER
           MOVE GCL-COURSE-CODE TO DET-COURSE-CODE
           MOVE GCL-OLD-AVERAGE TO DET-OLD-AVERAGE
           MOVE GCL-NEW-AVERAGE TO DET-NEW-AVERAGE
           MOVE WS-NET-CHANGE TO DET-NET-CHANGE
           IF GCL-LATE-FLAG = "Y"
               ADD 1 TO WS-FACULTY-LATE WS-TERM-LATE
               MOVE "YES" TO DET-LATE-FLAG
           ELSE
               MOVE SPACES TO DET-LATE-FLAG
           END-IF
           MOVE GCL-APPROVER-ID TO DET-APPROVER-ID
           WRITE SUMMARY-REPORT-RECORD FROM WS-DETAIL-LINE.

       420-WRITE-FACULTY-TOTALS.
           COMPUTE WS-AVERAGE-NET ROUNDED =
               WS-FACULTY-NET / WS-FACULTY-CHANGES
           MOVE WS-FACULTY-CHANGES TO WS-COUNT-PRINT
           MOVE WS-FACULTY-RAISED TO WS-RAISED-PRINT
           MOVE WS-FACULTY-LOWERED TO WS-LOWERED-PRINT
           MOVE WS-FACULTY-LATE TO WS-LATE-PRINT
           MOVE WS-AVERAGE-NET TO WS-AVERAGE-PRINT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  CHANGES: " WS-COUNT-PRINT
               "   RAISED: " WS-RAISED-PRINT
               "   LOWERED: " WS-LOWERED-PRINT
               "   AFTER DEADLINE: " WS-LATE-PRINT
               "   AVERAGE NET CHANGE: " WS-AVERAGE-PRINT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE SUMMARY-REPORT-RECORD FROM WS-REPORT-LINE.

       500-WRITE-TERM-TOTALS.
           MOVE SPACES TO SUMMARY-REPORT-RECORD
           WRITE SUMMARY-REPORT-RECORD
           IF WS-SUMMARY-COUNT = ZERO
               MOVE "  (NO GRADE CHANGES APPLIED IN THIS TERM)"
                   TO WS-REPORT-LINE
               WRITE SUMMARY-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF
           MOVE WS-TERM-CHANGES TO WS-COUNT-PRINT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "TERM TOTAL CHANGES: " WS-COUNT-PRINT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE SUMMARY-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-TERM-LATE TO WS-COUNT-PRINT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "AFTER DEADLINE:     " WS-COUNT-PRINT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE SUMMARY-REPORT-RECORD FROM WS-REPORT-LINE.

       END PROGRAM FACULTY-GRADE-SUMMARY.
