      ******************************************************************
      * Author: VICENTE MBA ENGUNG
      * Date: SEPTEMBER 1, 2026
      * Purpose: Grade distribution and course outcome analysis -
      *          the current term on STUFILE-INDEXED.TXT merged with
      *          every superseded term on ../COURSE-HISTORY.TXT. Per
      *          course code and term: enrolment, mean, median, marks
      *          in ten-point bands, and fail rate; WITHDRN slots are
      *          counted by term (the marker replaces the course
      *          code, so it cannot be charged to a course). A
      *          course/term whose mean or fail rate is well off the
      *          same course's other terms is flagged and listed with
      *          the history figures. A last section uses
      *          ../GRADE-CHANGE-LOG.TXT to show each course/term's
      *          mean and fail rate before and after the GRADE-CHANGE
      *          runs against it. Written to
      *          ../GRADE-DISTRIBUTION-RPT.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRADE-DISTRIBUTION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEXED-STUDENT-FILE-OUT ASSIGN
           TO "../STUFILE-INDEXED.TXT"
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS IND-STUDENT-NUMBER
               ALTERNATE RECORD KEY IS IND-STUDENT-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT COURSE-HISTORY-FILE ASSIGN
               TO "../COURSE-HISTORY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO "../GRADE-CHANGE-LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHANGE-LOG-FILE-STATUS.
           SELECT DISTRIBUTION-REPORT-FILE ASSIGN
           TO "../GRADE-DISTRIBUTION-RPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INDEXED-STUDENT-FILE-OUT.
       01 INDEXED-FILE-RECORD.
           05 IND-STUDENT-NUMBER  PIC 9(6).
           05 IND-TUITION-OWED    PIC S9(6)V99
               SIGN LEADING SEPARATE.
           05 IND-STUDENT-NAME    PIC X(40).
           05 IND-PROGRAM-OF-STUDY    PIC X(6).
           05 IND-COURSE-PAIRS.
               10 IND-PAIR OCCURS 5 TIMES.
                   15 IND-COURSE-CODE PIC X(7).
                   15 IND-AVERAGE PIC 9(3).
           05 IND-BILLING-DATE    PIC 9(8).
           05 IND-PAYMENT-DUE-DATE PIC 9(8).
           05 IND-ACADEMIC-TERM   PIC X(5).

       FD COURSE-HISTORY-FILE.
       01 COURSE-HISTORY-RECORD.
           05 HIST-STUDENT-NUMBER PIC 9(6).
           05 HIST-ACADEMIC-TERM  PIC X(5).
           05 HIST-COURSE-PAIRS.
               10 HIST-PAIR OCCURS 5 TIMES.
                   15 HIST-COURSE-CODE PIC X(7).
                   15 HIST-AVERAGE PIC 9(3).

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

       FD DISTRIBUTION-REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 EOF-FLAG PIC X(3) VALUE "NO".
       01 WS-FILE-STATUS PIC XX.
       01 WS-HISTORY-FILE-STATUS PIC XX.
       01 WS-CHANGE-LOG-FILE-STATUS PIC XX.
       01 WS-REPORT-FILE-STATUS PIC XX.
       01 WS-HISTORY-EOF PIC X.
       01 WS-CHANGE-LOG-EOF PIC X.
       01 WS-RUN-DATE PIC 9(8).
       *> A mark below this fails the course.
       01 WS-FAIL-BELOW PIC 9(3) VALUE 50.
       *> How far a course/term may sit from the same course's
       *> other terms before it is flagged: points of mean, and
       *> percentage points of fail rate.
       01 WS-MEAN-TOLERANCE PIC 9(3) VALUE 10.
       01 WS-FAIL-RATE-TOLERANCE PIC 9(3) VALUE 15.
       01 WS-PAIR-SUB PIC 9.
       *> One cell per course code per term. Marks are held as a
       *> count per mark 0-100 (subscript mark + 1) - enough for
       *> the median and the bands without keeping every student.
       01 WS-CELL-TABLE.
           05 WS-CELL OCCURS 500 TIMES.
               10 WS-CELL-CODE PIC X(7).
               10 WS-CELL-TERM PIC X(5).
               10 WS-CELL-RANK PIC 9(5).
               10 WS-CELL-COUNT PIC 9(4).
               10 WS-CELL-TOTAL PIC 9(7).
               10 WS-CELL-FAILS PIC 9(4).
               10 WS-CELL-PRINTED PIC X.
               10 WS-CELL-MARK-COUNT OCCURS 101 TIMES PIC 9(4).
       01 WS-CELL-COUNT-USED PIC 9(3) VALUE ZERO.
       01 WS-CELL-SUB PIC 9(3).
       01 WS-CELL-FOUND PIC 9(3).
       01 WS-OTHER-SUB PIC 9(3).
       01 WS-MARK-SUB PIC 9(3).
       01 WS-BAND-SUB PIC 99.
       01 WS-CELLS-DROPPED PIC 9(5) VALUE ZERO.
       *> WITHDRN slots by term.
       01 WS-WITHDRAWN-TABLE.
           05 WS-WD-ROW OCCURS 60 TIMES.
               10 WS-WD-TERM PIC X(5).
               10 WS-WD-RANK PIC 9(5).
               10 WS-WD-COUNT PIC 9(5).
               10 WS-WD-PRINTED PIC X.
       01 WS-WD-COUNT-USED PIC 99 VALUE ZERO.
       01 WS-WD-SUB PIC 99.
       01 WS-WD-FOUND PIC 99.
       *> Grade changes rolled up by course and term.
       01 WS-CHANGE-TABLE.
           05 WS-CHG OCCURS 300 TIMES.
               10 WS-CHG-CODE PIC X(7).
               10 WS-CHG-TERM PIC X(5).
               10 WS-CHG-COUNT PIC 9(4).
               10 WS-CHG-RAISED PIC 9(4).
               10 WS-CHG-LOWERED PIC 9(4).
               10 WS-CHG-OLD-TOTAL PIC 9(7).
               10 WS-CHG-NEW-TOTAL PIC 9(7).
               10 WS-CHG-FAILS-BEFORE PIC 9(4).
               10 WS-CHG-FAILS-AFTER PIC 9(4).
       01 WS-CHG-COUNT-USED PIC 9(3) VALUE ZERO.
       01 WS-CHG-SUB PIC 9(3).
       01 WS-CHG-FOUND PIC 9(3).
       *> The mark being added to the cell table.
       01 WS-ADD-CODE PIC X(7).
       01 WS-ADD-TERM PIC X(5).
       01 WS-ADD-MARK PIC 9(3).
       01 WS-TERM-FOR-RANK PIC X(5).
       01 WS-TERM-RANK PIC 9(5).
       01 WS-TERM-YEAR-X.
           05 WS-TERM-YEAR PIC 9(4).
       01 WS-BEST-SUB PIC 9(3).
       *> Per-cell figures for the line being printed.
       01 WS-MEAN PIC 9(3)V9.
       01 WS-MEDIAN PIC 9(3)V9.
       01 WS-FAIL-RATE PIC 9(3)V9.
       01 WS-MEDIAN-TARGET-1 PIC 9(4).
       01 WS-MEDIAN-TARGET-2 PIC 9(4).
       01 WS-MEDIAN-MARK-1 PIC 9(3).
       01 WS-MEDIAN-MARK-2 PIC 9(3).
       01 WS-RUNNING-COUNT PIC 9(4).
       01 WS-BAND-TOTALS.
           05 WS-BAND-TOTAL OCCURS 10 TIMES PIC 9(4).
       01 WS-HIST-COUNT PIC 9(5).
       01 WS-HIST-TOTAL PIC 9(8).
       01 WS-HIST-FAILS PIC 9(5).
       01 WS-HIST-MEAN PIC 9(3)V9.
       01 WS-HIST-FAIL-RATE PIC 9(3)V9.
       01 WS-DIFFERENCE PIC S9(3)V9.
       01 WS-OUTLIER-FLAG PIC X(30).
       01 WS-MEAN-FLAG PIC X(11).
       01 WS-FAIL-FLAG PIC X(14).
       01 WS-OUTLIER-COUNT PIC 9(4) VALUE ZERO.
       01 WS-BEFORE-COUNT PIC 9(4).
       01 WS-BEFORE-TOTAL PIC S9(7).
       01 WS-BEFORE-FAILS PIC S9(4).
       01 WS-MEAN-BEFORE PIC 9(3)V9.
       01 WS-FAIL-RATE-BEFORE PIC 9(3)V9.
       01 WS-PREVIOUS-CODE PIC X(7).
       01 WS-RUN-PAGE-NUMBER PIC 9(4) VALUE ZERO.
       01 WS-LINE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 55.
       01 WS-PRINT-LINE PIC X(132).
       01 WS-COUNT-PRINT PIC ZZZ9.
       01 WS-MEAN-PRINT PIC ZZ9.9.
       01 WS-MEAN-2-PRINT PIC ZZ9.9.
       01 WS-RATE-PRINT PIC ZZ9.9.
       01 WS-RATE-2-PRINT PIC ZZ9.9.
       01 WS-RAISED-PRINT PIC ZZZ9.
       01 WS-LOWERED-PRINT PIC ZZZ9.
       01 WS-HEADING-LINE-1.
           05 FILLER PIC X(40)
               VALUE "GRADE DISTRIBUTION AND COURSE OUTCOMES".
           05 FILLER PIC X(12) VALUE "RUN DATE: ".
           05 HDG-RUN-DATE PIC 9(8).
           05 FILLER PIC X(6) VALUE "  PAGE".
           05 HDG-PAGE-NUMBER PIC ZZZ9.
           05 FILLER PIC X(62) VALUE SPACES.
       01 WS-HEADING-2.
           05 FILLER PIC X(9) VALUE "COURSE".
           05 FILLER PIC X(7) VALUE "TERM".
           05 FILLER PIC X(6) VALUE "ENROL".
           05 FILLER PIC X(7) VALUE "  MEAN".
           05 FILLER PIC X(7) VALUE " MEDIAN".
           05 FILLER PIC X(50) VALUE
               "  0-9 10-  20-  30-  40-  50-  60-  70-  80-  90+".
           05 FILLER PIC X(8) VALUE "  FAIL%".
           05 FILLER PIC X(38) VALUE "  FLAG".
       01 WS-DETAIL-LINE.
           05 DET-COURSE-CODE PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-TERM PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-ENROLMENT PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-MEAN PIC ZZ9.9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-MEDIAN PIC ZZ9.9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-BANDS.
               10 DET-BAND OCCURS 10 TIMES.
                   15 FILLER PIC X VALUE SPACE.
                   15 DET-BAND-COUNT PIC ZZZ9.
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-FAIL-RATE PIC ZZ9.9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DET-FLAG PIC X(30).
           05 FILLER PIC X(6) VALUE SPACES.

       PROCEDURE DIVISION.
       100-REPORT-GRADE-DISTRIBUTION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT INDEXED-STUDENT-FILE-OUT.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN STUFILE-INDEXED.TXT - STATUS "
                   WS-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 300-READ-STUDENT.
           PERFORM 210-ADD-CURRENT-TERM UNTIL EOF-FLAG = "YES".
           CLOSE INDEXED-STUDENT-FILE-OUT.
           PERFORM 220-LOAD-COURSE-HISTORY.
           PERFORM 250-LOAD-GRADE-CHANGES.
           IF WS-CELLS-DROPPED > ZERO
               DISPLAY "WARNING - MORE THAN 500 COURSE/TERMS, "
                   WS-CELLS-DROPPED " MARKS LEFT OUT"
           END-IF.
           OPEN OUTPUT DISTRIBUTION-REPORT-FILE.
           PERFORM 710-PRINT-PAGE-HEADING.
           PERFORM 400-PRINT-DISTRIBUTION.
           PERFORM 500-PRINT-OUTLIERS.
           PERFORM 550-PRINT-WITHDRAWALS.
           PERFORM 600-PRINT-CHANGE-COMPARISON.
           CLOSE DISTRIBUTION-REPORT-FILE.
           DISPLAY "==========================================".
           DISPLAY "COURSE/TERMS REPORTED: " WS-CELL-COUNT-USED.
           DISPLAY "OFF THEIR HISTORY:     " WS-OUTLIER-COUNT.
           DISPLAY "CHANGED COURSE/TERMS:  " WS-CHG-COUNT-USED.
           DISPLAY "REPORT: ../GRADE-DISTRIBUTION-RPT.TXT".
           DISPLAY "==========================================".
           GOBACK.

       210-ADD-CURRENT-TERM.
           PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
                   UNTIL WS-PAIR-SUB > 5
               MOVE IND-COURSE-CODE(WS-PAIR-SUB) TO WS-ADD-CODE
               MOVE IND-ACADEMIC-TERM TO WS-ADD-TERM
               MOVE IND-AVERAGE(WS-PAIR-SUB) TO WS-ADD-MARK
               PERFORM 230-ADD-ONE-MARK
           END-PERFORM
           PERFORM 300-READ-STUDENT.

       220-LOAD-COURSE-HISTORY.
           OPEN INPUT COURSE-HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "NO COURSE-HISTORY.TXT FOUND - CURRENT TERM "
                   "ONLY, NO HISTORY TO COMPARE AGAINST"
           ELSE
               MOVE "N" TO WS-HISTORY-EOF
               PERFORM UNTIL WS-HISTORY-EOF = "Y"
                   READ COURSE-HISTORY-FILE
                       AT END MOVE "Y" TO WS-HISTORY-EOF
                       NOT AT END PERFORM 225-ADD-HISTORY-ROW
                   END-READ
               END-PERFORM
               CLOSE COURSE-HISTORY-FILE
           END-IF.

       225-ADD-HISTORY-ROW.
           PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
                   UNTIL WS-PAIR-SUB > 5
               MOVE HIST-COURSE-CODE(WS-PAIR-SUB) TO WS-ADD-CODE
               MOVE HIST-ACADEMIC-TERM TO WS-ADD-TERM
               MOVE HIST-AVERAGE(WS-PAIR-SUB) TO WS-ADD-MARK
               PERFORM 230-ADD-ONE-MARK
           END-PERFORM.

       230-ADD-ONE-MARK.
           *> Blank slots are unused; WITHDRN goes to the term count.
           EVALUATE WS-ADD-CODE
               WHEN SPACES
                   CONTINUE
               WHEN "WITHDRN"
                   PERFORM 235-COUNT-WITHDRAWAL
               WHEN OTHER
                   PERFORM 240-FIND-CELL
                   IF WS-CELL-FOUND > ZERO
                       IF WS-ADD-MARK > 100
                           MOVE 100 TO WS-ADD-MARK
                       END-IF
                       ADD 1 TO WS-CELL-COUNT(WS-CELL-FOUND)
                       ADD WS-ADD-MARK TO WS-CELL-TOTAL(WS-CELL-FOUND)
                       ADD 1 TO WS-CELL-MARK-COUNT(WS-CELL-FOUND,
                           WS-ADD-MARK + 1)
                       IF WS-ADD-MARK < WS-FAIL-BELOW
                           ADD 1 TO WS-CELL-FAILS(WS-CELL-FOUND)
                       END-IF
                   END-IF
           END-EVALUATE.

       235-COUNT-WITHDRAWAL.
           MOVE ZERO TO WS-WD-FOUND
           PERFORM VARYING WS-WD-SUB FROM 1 BY 1
                   UNTIL WS-WD-SUB > WS-WD-COUNT-USED
               IF WS-WD-TERM(WS-WD-SUB) = WS-ADD-TERM
                   MOVE WS-WD-SUB TO WS-WD-FOUND
               END-IF
           END-PERFORM
           IF WS-WD-FOUND = ZERO AND WS-WD-COUNT-USED < 60
               ADD 1 TO WS-WD-COUNT-USED
               MOVE WS-WD-COUNT-USED TO WS-WD-FOUND
               MOVE WS-ADD-TERM TO WS-WD-TERM(WS-WD-FOUND)
               MOVE WS-ADD-TERM TO WS-TERM-FOR-RANK
               PERFORM 245-RANK-TERM
               MOVE WS-TERM-RANK TO WS-WD-RANK(WS-WD-FOUND)
               MOVE ZERO TO WS-WD-COUNT(WS-WD-FOUND)
               MOVE "N" TO WS-WD-PRINTED(WS-WD-FOUND)
           END-IF
           IF WS-WD-FOUND > ZERO
               ADD 1 TO WS-WD-COUNT(WS-WD-FOUND)
           END-IF.

       240-FIND-CELL.
           *> Finds the cell for WS-ADD-CODE/WS-ADD-TERM, opening a
           *> new one when there is room.
           MOVE ZERO TO WS-CELL-FOUND
           PERFORM VARYING WS-CELL-SUB FROM 1 BY 1
                   UNTIL WS-CELL-SUB > WS-CELL-COUNT-USED
               IF WS-CELL-CODE(WS-CELL-SUB) = WS-ADD-CODE
                   AND WS-CELL-TERM(WS-CELL-SUB) = WS-ADD-TERM
                   MOVE WS-CELL-SUB TO WS-CELL-FOUND
               END-IF
           END-PERFORM
           IF WS-CELL-FOUND = ZERO
               IF WS-CELL-COUNT-USED = 500
                   ADD 1 TO WS-CELLS-DROPPED
               ELSE
                   ADD 1 TO WS-CELL-COUNT-USED
                   MOVE WS-CELL-COUNT-USED TO WS-CELL-FOUND
                   MOVE WS-ADD-CODE TO WS-CELL-CODE(WS-CELL-FOUND)
                   MOVE WS-ADD-TERM TO WS-CELL-TERM(WS-CELL-FOUND)
                   MOVE WS-ADD-TERM TO WS-TERM-FOR-RANK
                   PERFORM 245-RANK-TERM
                   MOVE WS-TERM-RANK TO WS-CELL-RANK(WS-CELL-FOUND)
                   MOVE ZERO TO WS-CELL-COUNT(WS-CELL-FOUND)
                       WS-CELL-TOTAL(WS-CELL-FOUND)
                       WS-CELL-FAILS(WS-CELL-FOUND)
                   MOVE "N" TO WS-CELL-PRINTED(WS-CELL-FOUND)
                   PERFORM VARYING WS-MARK-SUB FROM 1 BY 1
                           UNTIL WS-MARK-SUB > 101
                       MOVE ZERO TO WS-CELL-MARK-COUNT(WS-CELL-FOUND,
                           WS-MARK-SUB)
                   END-PERFORM
               END-IF
           END-IF.

       245-RANK-TERM.
           *> Terms read YYYYS with the session letter last - rank as
           *> year * 10 + session so Winter < Summer < Fall within a
           *> year and years order naturally.
           MOVE ZERO TO WS-TERM-RANK.
           IF WS-TERM-FOR-RANK(1:4) IS NUMERIC
               MOVE WS-TERM-FOR-RANK(1:4) TO WS-TERM-YEAR-X
               COMPUTE WS-TERM-RANK = WS-TERM-YEAR * 10
               EVALUATE WS-TERM-FOR-RANK(5:1)
                   WHEN "W" ADD 1 TO WS-TERM-RANK
                   WHEN "S" ADD 2 TO WS-TERM-RANK
                   WHEN "F" ADD 3 TO WS-TERM-RANK
                   WHEN OTHER CONTINUE
               END-EVALUATE
           END-IF.

       250-LOAD-GRADE-CHANGES.
           OPEN INPUT CHANGE-LOG-FILE.
           IF WS-CHANGE-LOG-FILE-STATUS NOT = "00"
               DISPLAY "NO GRADE-CHANGE-LOG.TXT FOUND - NO BEFORE/"
                   "AFTER COMPARISON"
           ELSE
               MOVE "N" TO WS-CHANGE-LOG-EOF
               PERFORM UNTIL WS-CHANGE-LOG-EOF = "Y"
                   READ CHANGE-LOG-FILE
                       AT END MOVE "Y" TO WS-CHANGE-LOG-EOF
                       NOT AT END PERFORM 255-ADD-GRADE-CHANGE
                   END-READ
               END-PERFORM
               CLOSE CHANGE-LOG-FILE
           END-IF.

       255-ADD-GRADE-CHANGE.
           MOVE ZERO TO WS-CHG-FOUND
           PERFORM VARYING WS-CHG-SUB FROM 1 BY 1
                   UNTIL WS-CHG-SUB > WS-CHG-COUNT-USED
               IF WS-CHG-CODE(WS-CHG-SUB) = GCL-COURSE-CODE
                   AND WS-CHG-TERM(WS-CHG-SUB) = GCL-ACADEMIC-TERM
                   MOVE WS-CHG-SUB TO WS-CHG-FOUND
               END-IF
           END-PERFORM
           IF WS-CHG-FOUND = ZERO AND WS-CHG-COUNT-USED < 300
               ADD 1 TO WS-CHG-COUNT-USED
               MOVE WS-CHG-COUNT-USED TO WS-CHG-FOUND
               MOVE GCL-COURSE-CODE TO WS-CHG-CODE(WS-CHG-FOUND)
               MOVE GCL-ACADEMIC-TERM TO WS-CHG-TERM(WS-CHG-FOUND)
               MOVE ZERO TO WS-CHG-COUNT(WS-CHG-FOUND)
                   WS-CHG-RAISED(WS-CHG-FOUND)
                   WS-CHG-LOWERED(WS-CHG-FOUND)
                   WS-CHG-OLD-TOTAL(WS-CHG-FOUND)
                   WS-CHG-NEW-TOTAL(WS-CHG-FOUND)
                   WS-CHG-FAILS-BEFORE(WS-CHG-FOUND)
                   WS-CHG-FAILS-AFTER(WS-CHG-FOUND)
           END-IF
           IF WS-CHG-FOUND > ZERO
               ADD 1 TO WS-CHG-COUNT(WS-CHG-FOUND)
               ADD GCL-OLD-AVERAGE TO WS-CHG-OLD-TOTAL(WS-CHG-FOUND)
               ADD GCL-NEW-AVERAGE TO WS-CHG-NEW-TOTAL(WS-CHG-FOUND)
               IF GCL-NEW-AVERAGE > GCL-OLD-AVERAGE
                   ADD 1 TO WS-CHG-RAISED(WS-CHG-FOUND)
               END-IF
               IF GCL-NEW-AVERAGE < GCL-OLD-AVERAGE
                   ADD 1 TO WS-CHG-LOWERED(WS-CHG-FOUND)
               END-IF
               IF GCL-OLD-AVERAGE < WS-FAIL-BELOW
                   ADD 1 TO WS-CHG-FAILS-BEFORE(WS-CHG-FOUND)
               END-IF
               IF GCL-NEW-AVERAGE < WS-FAIL-BELOW
                   ADD 1 TO WS-CHG-FAILS-AFTER(WS-CHG-FOUND)
               END-IF
           END-IF.

       300-READ-STUDENT.
           READ INDEXED-STUDENT-FILE-OUT
               AT END MOVE "YES" TO EOF-FLAG
           END-READ.

       400-PRINT-DISTRIBUTION.
           MOVE WS-HEADING-2 TO REPORT-RECORD
           PERFORM 700-WRITE-REPORT-LINE
           MOVE SPACES TO WS-PREVIOUS-CODE
           *> Course order, then term order within the course - the
           *> lowest unprinted cell is picked each time round.
           PERFORM 410-SELECT-NEXT-CELL
           PERFORM UNTIL WS-BEST-SUB = ZERO
               IF WS-CELL-CODE(WS-BEST-SUB) NOT = WS-PREVIOUS-CODE
                   AND WS-PREVIOUS-CODE NOT = SPACES
                   MOVE SPACES TO REPORT-RECORD
                   PERFORM 700-WRITE-REPORT-LINE
               END-IF
               MOVE WS-CELL-CODE(WS-BEST-SUB) TO WS-PREVIOUS-CODE
               MOVE WS-BEST-SUB TO WS-CELL-SUB
               PERFORM 420-PRINT-CELL-LINE
               MOVE "Y" TO WS-CELL-PRINTED(WS-BEST-SUB)
               PERFORM 410-SELECT-NEXT-CELL
           END-PERFORM
           IF WS-CELL-COUNT-USED = ZERO
               MOVE "  (NO GRADED COURSES ON FILE)" TO REPORT-RECORD
               PERFORM 700-WRITE-REPORT-LINE
           END-IF.

       410-SELECT-NEXT-CELL.
           MOVE ZERO TO WS-BEST-SUB
           PERFORM VARYING WS-OTHER-SUB FROM 1 BY 1
                   UNTIL WS-OTHER-SUB > WS-CELL-COUNT-USED
               IF WS-CELL-PRINTED(WS-OTHER-SUB) = "N"
                   IF WS-BEST-SUB = ZERO
                       MOVE WS-OTHER-SUB TO WS-BEST-SUB
                   ELSE
                       IF WS-CELL-CODE(WS-OTHER-SUB) <
                               WS-CELL-CODE(WS-BEST-SUB)
                           OR (WS-CELL-CODE(WS-OTHER-SUB) =
                               WS-CELL-CODE(WS-BEST-SUB)
                           AND WS-CELL-RANK(WS-OTHER-SUB) <
                               WS-CELL-RANK(WS-BEST-SUB))
                           MOVE WS-OTHER-SUB TO WS-BEST-SUB
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

       420-PRINT-CELL-LINE.
           PERFORM 430-COMPUTE-CELL-FIGURES
           PERFORM 440-CHECK-AGAINST-HISTORY
           MOVE WS-CELL-CODE(WS-CELL-SUB) TO DET-COURSE-CODE
           MOVE WS-CELL-TERM(WS-CELL-SUB) TO DET-TERM
           MOVE WS-CELL-COUNT(WS-CELL-SUB) TO DET-ENROLMENT
           MOVE WS-MEAN TO DET-MEAN
           MOVE WS-MEDIAN TO DET-MEDIAN
           MOVE WS-FAIL-RATE TO DET-FAIL-RATE
           MOVE WS-OUTLIER-FLAG TO DET-FLAG
           *> Bands 0-9 .. 80-89 are ten marks wide; the last band
           *> takes 90 through 100.
           MOVE ZERO TO WS-BAND-TOTALS
           PERFORM VARYING WS-MARK-SUB FROM 1 BY 1
                   UNTIL WS-MARK-SUB > 101
               IF WS-MARK-SUB - 1 < 100
                   COMPUTE WS-BAND-SUB = (WS-MARK-SUB - 1) / 10 + 1
               ELSE
                   MOVE 10 TO WS-BAND-SUB
               END-IF
               ADD WS-CELL-MARK-COUNT(WS-CELL-SUB, WS-MARK-SUB)
                   TO WS-BAND-TOTAL(WS-BAND-SUB)
           END-PERFORM
           PERFORM VARYING WS-BAND-SUB FROM 1 BY 1
                   UNTIL WS-BAND-SUB > 10
               MOVE WS-BAND-TOTAL(WS-BAND-SUB)
                   TO DET-BAND-COUNT(WS-BAND-SUB)
           END-PERFORM
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           PERFORM 700-WRITE-REPORT-LINE.

       430-COMPUTE-CELL-FIGURES.
           MOVE ZERO TO WS-MEAN WS-MEDIAN WS-FAIL-RATE
           IF WS-CELL-COUNT(WS-CELL-SUB) > ZERO
               COMPUTE WS-MEAN ROUNDED = WS-CELL-TOTAL(WS-CELL-SUB)
                   / WS-CELL-COUNT(WS-CELL-SUB)
               COMPUTE WS-FAIL-RATE ROUNDED =
                   WS-CELL-FAILS(WS-CELL-SUB) * 100
                   / WS-CELL-COUNT(WS-CELL-SUB)
               *> Median: the middle mark, or the mean of the two
               *> middle marks when the enrolment is even.
               DIVIDE WS-CELL-COUNT(WS-CELL-SUB) BY 2
                   GIVING WS-MEDIAN-TARGET-2
               ADD 1 TO WS-MEDIAN-TARGET-2
               COMPUTE WS-MEDIAN-TARGET-1 =
                   (WS-CELL-COUNT(WS-CELL-SUB) + 1) / 2
               MOVE ZERO TO WS-RUNNING-COUNT
               MOVE 999 TO WS-MEDIAN-MARK-1 WS-MEDIAN-MARK-2
               PERFORM VARYING WS-MARK-SUB FROM 1 BY 1
                       UNTIL WS-MARK-SUB > 101
                   ADD WS-CELL-MARK-COUNT(WS-CELL-SUB, WS-MARK-SUB)
                       TO WS-RUNNING-COUNT
                   IF WS-MEDIAN-MARK-1 = 999
                       AND WS-RUNNING-COUNT NOT < WS-MEDIAN-TARGET-1
                       COMPUTE WS-MEDIAN-MARK-1 = WS-MARK-SUB - 1
                   END-IF
                   IF WS-MEDIAN-MARK-2 = 999
                       AND WS-RUNNING-COUNT NOT < WS-MEDIAN-TARGET-2
                       COMPUTE WS-MEDIAN-MARK-2 = WS-MARK-SUB - 1
                   END-IF
               END-PERFORM
               IF WS-MEDIAN-TARGET-2 > WS-CELL-COUNT(WS-CELL-SUB)
                   MOVE WS-MEDIAN-MARK-1 TO WS-MEDIAN-MARK-2
               END-IF
               COMPUTE WS-MEDIAN ROUNDED =
                   (WS-MEDIAN-MARK-1 + WS-MEDIAN-MARK-2) / 2
           END-IF.

       440-CHECK-AGAINST-HISTORY.
           *> History is every other term of the same course, pooled.
           MOVE SPACES TO WS-OUTLIER-FLAG WS-MEAN-FLAG WS-FAIL-FLAG
           MOVE ZERO TO WS-HIST-COUNT WS-HIST-TOTAL WS-HIST-FAILS
               WS-HIST-MEAN WS-HIST-FAIL-RATE
           PERFORM VARYING WS-OTHER-SUB FROM 1 BY 1
                   UNTIL WS-OTHER-SUB > WS-CELL-COUNT-USED
               IF WS-CELL-CODE(WS-OTHER-SUB) = WS-CELL-CODE(WS-CELL-SUB)
                   AND WS-OTHER-SUB NOT = WS-CELL-SUB
                   ADD WS-CELL-COUNT(WS-OTHER-SUB) TO WS-HIST-COUNT
                   ADD WS-CELL-TOTAL(WS-OTHER-SUB) TO WS-HIST-TOTAL
                   ADD WS-CELL-FAILS(WS-OTHER-SUB) TO WS-HIST-FAILS
               END-IF
           END-PERFORM
           IF WS-HIST-COUNT > ZERO
               AND WS-CELL-COUNT(WS-CELL-SUB) > ZERO
               COMPUTE WS-HIST-MEAN ROUNDED =
                   WS-HIST-TOTAL / WS-HIST-COUNT
               COMPUTE WS-HIST-FAIL-RATE ROUNDED =
                   WS-HIST-FAILS * 100 / WS-HIST-COUNT
               COMPUTE WS-DIFFERENCE = WS-MEAN - WS-HIST-MEAN
               IF WS-DIFFERENCE NOT < WS-MEAN-TOLERANCE
                   MOVE "MEAN HIGH" TO WS-MEAN-FLAG
               END-IF
               IF WS-DIFFERENCE NOT > 0 - WS-MEAN-TOLERANCE
                   MOVE "MEAN LOW" TO WS-MEAN-FLAG
               END-IF
               COMPUTE WS-DIFFERENCE = WS-FAIL-RATE - WS-HIST-FAIL-RATE
               IF WS-DIFFERENCE NOT < WS-FAIL-RATE-TOLERANCE
                   MOVE "FAIL RATE HIGH" TO WS-FAIL-FLAG
               END-IF
               IF WS-DIFFERENCE NOT > 0 - WS-FAIL-RATE-TOLERANCE
                   MOVE "FAIL RATE LOW" TO WS-FAIL-FLAG
               END-IF
               EVALUATE TRUE
                   WHEN WS-MEAN-FLAG NOT = SPACES
                       AND WS-FAIL-FLAG NOT = SPACES
                       STRING WS-MEAN-FLAG DELIMITED BY "  "
                           ", " WS-FAIL-FLAG DELIMITED BY SIZE
                           INTO WS-OUTLIER-FLAG
                       END-STRING
                   WHEN WS-MEAN-FLAG NOT = SPACES
                       MOVE WS-MEAN-FLAG TO WS-OUTLIER-FLAG
                   WHEN OTHER
                       MOVE WS-FAIL-FLAG TO WS-OUTLIER-FLAG
               END-EVALUATE
           END-IF.

       500-PRINT-OUTLIERS.
           MOVE SPACES TO REPORT-RECORD
           PERFORM 700-WRITE-REPORT-LINE
           MOVE "COURSE/TERMS WELL OFF THE COURSE'S OWN HISTORY"
               TO REPORT-RECORD
           PERFORM 700-WRITE-REPORT-LINE
           MOVE "COURSE   TERM    MEAN  HIST MEAN   FAIL%  HIST FAIL%"
               & "  FLAG" TO REPORT-RECORD
           PERFORM 700-WRITE-REPORT-LINE
           PERFORM VARYING WS-CELL-SUB FROM 1 BY 1
                   UNTIL WS-CELL-SUB > WS-CELL-COUNT-USED
               PERFORM 430-COMPUTE-CELL-FIGURES
               PERFORM 440-CHECK-AGAINST-HISTORY
               IF WS-OUTLIER-FLAG NOT = SPACES
                   ADD 1 TO WS-OUTLIER-COUNT
                   MOVE WS-MEAN TO WS-MEAN-PRINT
                   MOVE WS-HIST-MEAN TO WS-MEAN-2-PRINT
                   MOVE WS-FAIL-RATE TO WS-RATE-PRINT
                   MOVE WS-HIST-FAIL-RATE TO WS-RATE-2-PRINT
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING WS-CELL-CODE(WS-CELL-SUB) "  "
                       WS-CELL-TERM(WS-CELL-SUB) "  "
                       WS-MEAN-PRINT "      " WS-MEAN-2-PRINT
                       "   " WS-RATE-PRINT "       " WS-RATE-2-PRINT
                       "  " WS-OUTLIER-FLAG
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   END-STRING
                   MOVE WS-PRINT-LINE TO REPORT-RECORD
                   PERFORM 700-WRITE-REPORT-LINE
               END-IF
           END-PERFORM
           IF WS-OUTLIER-COUNT = ZERO
               MOVE "  (NONE)" TO REPORT-RECORD
               PERFORM 700-WRITE-REPORT-LINE
           END-IF.

       550-PRINT-WITHDRAWALS.
           MOVE SPACES TO REPORT-RECORD
           PERFORM 700-WRITE-REPORT-LINE
           MOVE "WITHDRN SLOTS BY TERM" TO REPORT-RECORD
           PERFORM 700-WRITE-REPORT-LINE
           PERFORM WS-WD-COUNT-USED TIMES
               MOVE ZERO TO WS-WD-FOUND
               PERFORM VARYING WS-WD-SUB FROM 1 BY 1
                       UNTIL WS-WD-SUB > WS-WD-COUNT-USED
                   IF WS-WD-PRINTED(WS-WD-SUB) = "N"
                       IF WS-WD-FOUND = ZERO
                           MOVE WS-WD-SUB TO WS-WD-FOUND
                       ELSE
                           IF WS-WD-RANK(WS-WD-SUB) <
                                   WS-WD-RANK(WS-WD-FOUND)
                               MOVE WS-WD-SUB TO WS-WD-FOUND
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE "Y" TO WS-WD-PRINTED(WS-WD-FOUND)
               MOVE WS-WD-COUNT(WS-WD-FOUND) TO WS-COUNT-PRINT
               MOVE SPACES TO WS-PRINT-LINE
               STRING "  TERM " WS-WD-TERM(WS-WD-FOUND) ": "
                   WS-COUNT-PRINT " WITHDRN SLOT(S)"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               MOVE WS-PRINT-LINE TO REPORT-RECORD
               PERFORM 700-WRITE-REPORT-LINE
           END-PERFORM
           IF WS-WD-COUNT-USED = ZERO
               MOVE "  (NONE)" TO REPORT-RECORD
               PERFORM 700-WRITE-REPORT-LINE
           END-IF.

       600-PRINT-CHANGE-COMPARISON.
           MOVE SPACES TO REPORT-RECORD
           PERFORM 700-WRITE-REPORT-LINE
           MOVE "MARKS BEFORE AND AFTER GRADE-CHANGE RUNS"
               TO REPORT-RECORD
           PERFORM 700-WRITE-REPORT-LINE
           MOVE "COURSE   TERM   CHANGES RAISED LOWERED  MEAN BEFORE"
               & "  MEAN AFTER  FAIL% BEFORE  FAIL% AFTER"
               TO REPORT-RECORD
           PERFORM 700-WRITE-REPORT-LINE
           PERFORM 610-PRINT-ONE-COMPARISON
               VARYING WS-CHG-SUB FROM 1 BY 1
               UNTIL WS-CHG-SUB > WS-CHG-COUNT-USED
           IF WS-CHG-COUNT-USED = ZERO
               MOVE "  (NO GRADE CHANGES ON FILE)" TO REPORT-RECORD
               PERFORM 700-WRITE-REPORT-LINE
           END-IF.

       610-PRINT-ONE-COMPARISON.
           *> The cell holds the marks as they stand now; backing out
           *> every logged change gives the marks before the runs.
           MOVE WS-CHG-CODE(WS-CHG-SUB) TO WS-ADD-CODE
           MOVE WS-CHG-TERM(WS-CHG-SUB) TO WS-ADD-TERM
           MOVE ZERO TO WS-CELL-FOUND
           PERFORM VARYING WS-CELL-SUB FROM 1 BY 1
                   UNTIL WS-CELL-SUB > WS-CELL-COUNT-USED
               IF WS-CELL-CODE(WS-CELL-SUB) = WS-ADD-CODE
                   AND WS-CELL-TERM(WS-CELL-SUB) = WS-ADD-TERM
                   MOVE WS-CELL-SUB TO WS-CELL-FOUND
               END-IF
           END-PERFORM
           MOVE WS-CHG-COUNT(WS-CHG-SUB) TO WS-COUNT-PRINT
           MOVE WS-CHG-RAISED(WS-CHG-SUB) TO WS-RAISED-PRINT
           MOVE WS-CHG-LOWERED(WS-CHG-SUB) TO WS-LOWERED-PRINT
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-CELL-FOUND = ZERO
               STRING WS-ADD-CODE "  " WS-ADD-TERM "  "
                   WS-COUNT-PRINT "    " WS-RAISED-PRINT "   "
                   WS-LOWERED-PRINT
                   "  (NO MARKS ON FILE FOR THIS COURSE/TERM)"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
           ELSE
               MOVE WS-CELL-FOUND TO WS-CELL-SUB
               PERFORM 430-COMPUTE-CELL-FIGURES
               MOVE WS-CELL-COUNT(WS-CELL-SUB) TO WS-BEFORE-COUNT
               COMPUTE WS-BEFORE-TOTAL = WS-CELL-TOTAL(WS-CELL-SUB)
                   - WS-CHG-NEW-TOTAL(WS-CHG-SUB)
                   + WS-CHG-OLD-TOTAL(WS-CHG-SUB)
               COMPUTE WS-BEFORE-FAILS = WS-CELL-FAILS(WS-CELL-SUB)
                   - WS-CHG-FAILS-AFTER(WS-CHG-SUB)
                   + WS-CHG-FAILS-BEFORE(WS-CHG-SUB)
               MOVE ZERO TO WS-MEAN-BEFORE WS-FAIL-RATE-BEFORE
               IF WS-BEFORE-COUNT > ZERO AND WS-BEFORE-TOTAL > ZERO
                   COMPUTE WS-MEAN-BEFORE ROUNDED =
                       WS-BEFORE-TOTAL / WS-BEFORE-COUNT
               END-IF
               IF WS-BEFORE-COUNT > ZERO AND WS-BEFORE-FAILS > ZERO
                   COMPUTE WS-FAIL-RATE-BEFORE ROUNDED =
                       WS-BEFORE-FAILS * 100 / WS-BEFORE-COUNT
               END-IF
               MOVE WS-MEAN-BEFORE TO WS-MEAN-PRINT
               MOVE WS-MEAN TO WS-MEAN-2-PRINT
               MOVE WS-FAIL-RATE-BEFORE TO WS-RATE-PRINT
               MOVE WS-FAIL-RATE TO WS-RATE-2-PRINT
               STRING WS-ADD-CODE "  " WS-ADD-TERM "  "
                   WS-COUNT-PRINT "    " WS-RAISED-PRINT "   "
                   WS-LOWERED-PRINT "        " WS-MEAN-PRINT
                   "       " WS-MEAN-2-PRINT "         "
                   WS-RATE-PRINT "        " WS-RATE-2-PRINT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
           END-IF
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           PERFORM 700-WRITE-REPORT-LINE.

       700-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 710-PRINT-PAGE-HEADING
           END-IF
           WRITE REPORT-RECORD
           ADD 1 TO WS-LINE-COUNT.

       710-PRINT-PAGE-HEADING.
           ADD 1 TO WS-RUN-PAGE-NUMBER
           MOVE WS-RUN-DATE TO HDG-RUN-DATE
           MOVE WS-RUN-PAGE-NUMBER TO HDG-PAGE-NUMBER
           MOVE WS-HEADING-LINE-1 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 2 TO WS-LINE-COUNT.

       END PROGRAM GRADE-DISTRIBUTION.
