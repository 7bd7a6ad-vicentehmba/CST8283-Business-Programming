      ******************************************************************
      * Author: VICENTE MBA ENGUNG
      * Date: SEPTEMBER 1, 2026
      * Purpose: Enrolment headcount and term-to-term retention for
      *          institutional research. A student counts in a term
      *          when the current term on STUFILE-INDEXED.TXT, a row
      *          on ../COURSE-HISTORY.TXT, or a record in one of the
      *          archive files named on ../ARCHIVE-MANIFEST.TXT puts
      *          them there. Headcount is by IND-PROGRAM-OF-STUDY and
      *          term, split new (the student's first term on file),
      *          returning, and withdrawn (every slot that term is
      *          WITHDRN). Retention follows each starting term's new
      *          students one, two and three terms on, counting those
      *          still enrolled. Printed to ../ENROLMENT-STATS-RPT.TXT
      *          with the same figures as fixed-format rows on
      *          ../ENROLMENT-STATS-EXTRACT.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENROLMENT-STATS.
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
           SELECT MANIFEST-FILE ASSIGN TO "../ARCHIVE-MANIFEST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-FILE-STATUS.
           SELECT ARCHIVE-FILE
               ASSIGN TO DYNAMIC WS-ARCHIVE-FILE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
           SELECT STATS-REPORT-FILE ASSIGN
           TO "../ENROLMENT-STATS-RPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT STATS-EXTRACT-FILE ASSIGN
           TO "../ENROLMENT-STATS-EXTRACT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.

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

       FD MANIFEST-FILE.
       01 MANIFEST-RECORD PIC X(100).

       FD ARCHIVE-FILE.
      *> Written by STUDENT-ARCHIVE in the master's record layout.
       01 ARCHIVE-FILE-RECORD.
           05 ARC-STUDENT-NUMBER  PIC 9(6).
           05 ARC-TUITION-OWED    PIC S9(6)V99
               SIGN LEADING SEPARATE.
           05 ARC-STUDENT-NAME    PIC X(40).
           05 ARC-PROGRAM-OF-STUDY    PIC X(6).
           05 ARC-COURSE-PAIRS.
               10 ARC-PAIR OCCURS 5 TIMES.
                   15 ARC-COURSE-CODE PIC X(7).
                   15 ARC-AVERAGE PIC 9(3).
           05 ARC-BILLING-DATE    PIC 9(8).
           05 ARC-PAYMENT-DUE-DATE PIC 9(8).
           05 ARC-ACADEMIC-TERM   PIC X(5).

       FD STATS-REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       FD STATS-EXTRACT-FILE.
      *> One "H" row per program and term, one "R" row per starting
      *> term. Counts are zero-filled; a retention count for a term
      *> past the last one on file is zero and marked by
      *> EXT-TERMS-OBSERVED (how many of +1/+2/+3 exist yet).
       01 EXTRACT-RECORD.
           05 EXT-RECORD-TYPE PIC X.
           05 EXT-ACADEMIC-TERM PIC X(5).
           05 EXT-PROGRAM-OF-STUDY PIC X(6).
           05 EXT-HEADCOUNT-FIGURES.
               10 EXT-NEW-COUNT PIC 9(5).
               10 EXT-RETURNING-COUNT PIC 9(5).
               10 EXT-WITHDRAWN-COUNT PIC 9(5).
               10 EXT-TOTAL-COUNT PIC 9(5).
               10 FILLER PIC X.
           05 EXT-RETENTION-FIGURES
               REDEFINES EXT-HEADCOUNT-FIGURES.
               10 EXT-COHORT-COUNT PIC 9(5).
               10 EXT-RETAINED-COUNT OCCURS 3 TIMES PIC 9(5).
               10 EXT-TERMS-OBSERVED PIC 9.
           05 EXT-RUN-DATE PIC 9(8).

       WORKING-STORAGE SECTION.
       01 EOF-FLAG PIC X(3) VALUE "NO".
       01 WS-FILE-STATUS PIC XX.
       01 WS-HISTORY-FILE-STATUS PIC XX.
       01 WS-MANIFEST-FILE-STATUS PIC XX.
       01 WS-ARCHIVE-FILE-STATUS PIC XX.
       01 WS-REPORT-FILE-STATUS PIC XX.
       01 WS-EXTRACT-FILE-STATUS PIC XX.
       01 WS-HISTORY-EOF PIC X.
       01 WS-MANIFEST-EOF PIC X.
       01 WS-ARCHIVE-EOF PIC X.
       01 WS-ARCHIVE-FILE-PATH PIC X(100).
       01 WS-RUN-DATE PIC 9(8).
       01 WS-PAIR-SUB PIC 9.
       *> Manifest line pieces - "date ARCHIVED number name TO path".
       01 WS-MANIFEST-DATE PIC X(8).
       01 WS-MANIFEST-VERB PIC X(8).
       01 WS-MANIFEST-LEFT PIC X(100).
       01 WS-MANIFEST-PATH PIC X(100).
       *> Distinct archive files named on the manifest.
       01 WS-ARCHIVE-PATH-TABLE.
           05 WS-ARCHIVE-PATH OCCURS 100 TIMES PIC X(100).
       01 WS-ARCHIVE-PATH-COUNT PIC 9(3) VALUE ZERO.
       01 WS-ARCHIVE-PATH-SUB PIC 9(3).
       01 WS-ARCHIVE-PATH-FOUND PIC 9(3).
       01 WS-ARCHIVE-RECORDS-READ PIC 9(6) VALUE ZERO.
       01 WS-ARCHIVES-MISSING PIC 9(3) VALUE ZERO.
       *> Every term seen, in the order first met; WS-TERM-ORDER
       *> lists them by rank once loading is done.
       01 WS-TERM-TABLE.
           05 WS-TERM-ROW OCCURS 60 TIMES.
               10 WS-TERM-CODE PIC X(5).
               10 WS-TERM-ROW-RANK PIC 9(5).
               10 WS-TERM-SORTED PIC X.
       01 WS-TERM-COUNT PIC 99 VALUE ZERO.
       01 WS-TERM-SUB PIC 99.
       01 WS-TERM-FOUND PIC 99.
       01 WS-TERMS-DROPPED PIC 9(5) VALUE ZERO.
       01 WS-TERM-ORDER-TABLE.
           05 WS-TERM-ORDER OCCURS 60 TIMES PIC 99.
       01 WS-ORDER-SUB PIC 99.
       01 WS-LATER-SUB PIC 99.
       01 WS-BEST-SUB PIC 99.
       *> One row per student: program and, per term (subscript as
       *> in WS-TERM-TABLE), "E" enrolled, "W" withdrawn or space.
       01 WS-STUDENT-TABLE.
           05 WS-STU OCCURS 3000 TIMES.
               10 WS-STU-NUMBER PIC 9(6).
               10 WS-STU-PROGRAM PIC X(6).
               10 WS-STU-FIRST-ORDER PIC 99.
               10 WS-STU-TERM-STATUS OCCURS 60 TIMES PIC X.
       01 WS-STU-COUNT PIC 9(4) VALUE ZERO.
       01 WS-STU-SUB PIC 9(4).
       01 WS-STU-FOUND PIC 9(4).
       01 WS-STUDENTS-DROPPED PIC 9(5) VALUE ZERO.
       *> Programs seen, each with new/returning/withdrawn counts
       *> per term (subscript as in WS-TERM-TABLE).
       01 WS-PROGRAM-TABLE.
           05 WS-PGM OCCURS 50 TIMES.
               10 WS-PGM-CODE PIC X(6).
               10 WS-PGM-PRINTED PIC X.
               10 WS-PGM-TERM OCCURS 60 TIMES.
                   15 WS-PGM-NEW PIC 9(5).
                   15 WS-PGM-RETURNING PIC 9(5).
                   15 WS-PGM-WITHDRAWN PIC 9(5).
       01 WS-PGM-COUNT PIC 99 VALUE ZERO.
       01 WS-PGM-SUB PIC 99.
       01 WS-PGM-FOUND PIC 99.
       01 WS-PGM-BEST PIC 99.
       *> Retention by starting term (subscript = position in
       *> WS-TERM-ORDER): cohort size and how many are still
       *> enrolled one, two and three terms on.
       01 WS-RETENTION-TABLE.
           05 WS-RET-ROW OCCURS 60 TIMES.
               10 WS-RET-COHORT PIC 9(5).
               10 WS-RET-RETAINED OCCURS 3 TIMES PIC 9(5).
       01 WS-STEP-SUB PIC 9.
       01 WS-TARGET-ORDER PIC 99.
       01 WS-TERMS-OBSERVED PIC 9.
       *> The term and program being added to the tables.
       01 WS-ADD-NUMBER PIC 9(6).
       01 WS-ADD-PROGRAM PIC X(6).
       01 WS-ADD-TERM PIC X(5).
       01 WS-ADD-STATUS PIC X.
       01 WS-COURSE-SLOTS PIC 9.
       01 WS-WITHDRN-SLOTS PIC 9.
       01 WS-NO-COURSE-ROWS PIC 9(6) VALUE ZERO.
       01 WS-TERM-FOR-RANK PIC X(5).
       01 WS-TERM-RANK PIC 9(5).
       01 WS-TERM-YEAR-X.
           05 WS-TERM-YEAR PIC 9(4).
       *> Totals for the line being printed.
       01 WS-LINE-NEW PIC 9(5).
       01 WS-LINE-RETURNING PIC 9(5).
       01 WS-LINE-WITHDRAWN PIC 9(5).
       01 WS-LINE-TOTAL PIC 9(5).
       01 WS-TERM-NEW PIC 9(5).
       01 WS-TERM-RETURNING PIC 9(5).
       01 WS-TERM-WITHDRAWN PIC 9(5).
       01 WS-TERM-TOTAL PIC 9(5).
       01 WS-RETAINED-PERCENT PIC 9(3)V9.
       01 WS-EXTRACT-ROWS PIC 9(5) VALUE ZERO.
       01 WS-RUN-PAGE-NUMBER PIC 9(4) VALUE ZERO.
       01 WS-LINE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 55.
       01 WS-HEADING-LINE-1.
           05 FILLER PIC X(40)
               VALUE "ENROLMENT HEADCOUNT AND RETENTION".
           05 FILLER PIC X(12) VALUE "RUN DATE: ".
           05 HDG-RUN-DATE PIC 9(8).
           05 FILLER PIC X(6) VALUE "  PAGE".
           05 HDG-PAGE-NUMBER PIC ZZZ9.
           05 FILLER PIC X(62) VALUE SPACES.
       01 WS-HEADCOUNT-HEADING.
           05 FILLER PIC X(8) VALUE "TERM".
           05 FILLER PIC X(10) VALUE "PROGRAM".
           05 FILLER PIC X(8) VALUE "     NEW".
           05 FILLER PIC X(11) VALUE "  RETURNING".
           05 FILLER PIC X(11) VALUE "  WITHDRAWN".
           05 FILLER PIC X(8) VALUE "   TOTAL".
           05 FILLER PIC X(76) VALUE SPACES.
       01 WS-HEADCOUNT-LINE.
           05 HCL-TERM PIC X(5).
           05 FILLER PIC X(3) VALUE SPACES.
           05 HCL-PROGRAM PIC X(10).
           05 FILLER PIC X(3) VALUE SPACES.
           05 HCL-NEW PIC ZZZZ9.
           05 FILLER PIC X(6) VALUE SPACES.
           05 HCL-RETURNING PIC ZZZZ9.
           05 FILLER PIC X(6) VALUE SPACES.
           05 HCL-WITHDRAWN PIC ZZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 HCL-TOTAL PIC ZZZZ9.
           05 FILLER PIC X(76) VALUE SPACES.
       01 WS-RETENTION-HEADING.
           05 FILLER PIC X(12) VALUE "START TERM".
           05 FILLER PIC X(8) VALUE "  COHORT".
           05 FILLER PIC X(18) VALUE "      +1 TERM".
           05 FILLER PIC X(18) VALUE "      +2 TERMS".
           05 FILLER PIC X(18) VALUE "      +3 TERMS".
           05 FILLER PIC X(58) VALUE SPACES.
       01 WS-RETENTION-LINE.
           05 RTL-TERM PIC X(5).
           05 FILLER PIC X(10) VALUE SPACES.
           05 RTL-COHORT PIC ZZZZ9.
           05 RTL-STEP OCCURS 3 TIMES.
               10 FILLER PIC X(4) VALUE SPACES.
               10 RTL-RETAINED PIC X(5).
               10 RTL-PERCENT-TEXT PIC X(9).
           05 FILLER PIC X(58) VALUE SPACES.
       01 WS-RETAINED-PRINT PIC ZZZZ9.
       01 WS-PERCENT-PRINT PIC ZZ9.9.

       PROCEDURE DIVISION.
       100-REPORT-ENROLMENT-STATS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT INDEXED-STUDENT-FILE-OUT.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN STUFILE-INDEXED.TXT - STATUS "
                   WS-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           *> The live master and the archives carry the program; the
           *> history rows are matched to them by student number, so
           *> they are read last.
           PERFORM 300-READ-STUDENT.
           PERFORM 210-ADD-CURRENT-TERM UNTIL EOF-FLAG = "YES".
           CLOSE INDEXED-STUDENT-FILE-OUT.
           PERFORM 220-LOAD-ARCHIVE-MANIFEST.
           PERFORM 230-LOAD-ARCHIVE-FILES.
           PERFORM 240-LOAD-COURSE-HISTORY.
           IF WS-STUDENTS-DROPPED > ZERO
               DISPLAY "WARNING - MORE THAN 3000 STUDENTS, "
                   WS-STUDENTS-DROPPED " ROWS LEFT OUT"
           END-IF.
           IF WS-TERMS-DROPPED > ZERO
               DISPLAY "WARNING - MORE THAN 60 TERMS, "
                   WS-TERMS-DROPPED " ROWS LEFT OUT"
           END-IF.
           PERFORM 260-ORDER-TERMS.
           PERFORM 400-COUNT-HEADCOUNT.
           PERFORM 450-COUNT-RETENTION.
           OPEN OUTPUT STATS-REPORT-FILE.
           OPEN OUTPUT STATS-EXTRACT-FILE.
           PERFORM 710-PRINT-PAGE-HEADING.
           PERFORM 500-PRINT-HEADCOUNT.
           PERFORM 550-PRINT-RETENTION.
           CLOSE STATS-REPORT-FILE.
           CLOSE STATS-EXTRACT-FILE.
           DISPLAY "==========================================".
           DISPLAY "STUDENTS COUNTED:      " WS-STU-COUNT.
           DISPLAY "TERMS ON FILE:         " WS-TERM-COUNT.
           DISPLAY "ARCHIVE FILES READ:    " WS-ARCHIVE-PATH-COUNT.
           DISPLAY "ARCHIVE RECORDS READ:  " WS-ARCHIVE-RECORDS-READ.
           DISPLAY "ROWS WITH NO COURSES:  " WS-NO-COURSE-ROWS.
           DISPLAY "EXTRACT ROWS WRITTEN:  " WS-EXTRACT-ROWS.
           DISPLAY "REPORT:  ../ENROLMENT-STATS-RPT.TXT".
           DISPLAY "EXTRACT: ../ENROLMENT-STATS-EXTRACT.TXT".
           DISPLAY "==========================================".
           GOBACK.

       210-ADD-CURRENT-TERM.
           MOVE ZERO TO WS-COURSE-SLOTS WS-WITHDRN-SLOTS
           PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
                   UNTIL WS-PAIR-SUB > 5
               EVALUATE IND-COURSE-CODE(WS-PAIR-SUB)
                   WHEN SPACES
                       CONTINUE
                   WHEN "WITHDRN"
                       ADD 1 TO WS-WITHDRN-SLOTS
                   WHEN OTHER
                       ADD 1 TO WS-COURSE-SLOTS
               END-EVALUATE
           END-PERFORM
           MOVE IND-STUDENT-NUMBER TO WS-ADD-NUMBER
           MOVE IND-PROGRAM-OF-STUDY TO WS-ADD-PROGRAM
           MOVE IND-ACADEMIC-TERM TO WS-ADD-TERM
           PERFORM 250-ADD-ENROLMENT
           PERFORM 300-READ-STUDENT.

       220-LOAD-ARCHIVE-MANIFEST.
           *> Archived students carry their last term and program with
           *> them - the manifest says which dated files hold them.
           OPEN INPUT MANIFEST-FILE.
           IF WS-MANIFEST-FILE-STATUS NOT = "00"
               DISPLAY "NO ARCHIVE-MANIFEST.TXT FOUND - ARCHIVED "
                   "STUDENTS NOT COUNTED"
           ELSE
               MOVE "N" TO WS-MANIFEST-EOF
               PERFORM UNTIL WS-MANIFEST-EOF = "Y"
                   READ MANIFEST-FILE
                       AT END MOVE "Y" TO WS-MANIFEST-EOF
                       NOT AT END PERFORM 225-TABLE-ARCHIVE-PATH
                   END-READ
               END-PERFORM
               CLOSE MANIFEST-FILE
           END-IF.

       225-TABLE-ARCHIVE-PATH.
           MOVE SPACES TO WS-MANIFEST-DATE WS-MANIFEST-VERB
               WS-MANIFEST-LEFT WS-MANIFEST-PATH
           UNSTRING MANIFEST-RECORD DELIMITED BY ALL " "
               INTO WS-MANIFEST-DATE WS-MANIFEST-VERB
           END-UNSTRING
           IF WS-MANIFEST-VERB = "ARCHIVED"
               UNSTRING MANIFEST-RECORD DELIMITED BY " TO "
                   INTO WS-MANIFEST-LEFT WS-MANIFEST-PATH
               END-UNSTRING
               MOVE ZERO TO WS-ARCHIVE-PATH-FOUND
               PERFORM VARYING WS-ARCHIVE-PATH-SUB FROM 1 BY 1
                       UNTIL WS-ARCHIVE-PATH-SUB > WS-ARCHIVE-PATH-COUNT
                   IF WS-ARCHIVE-PATH(WS-ARCHIVE-PATH-SUB) =
                           WS-MANIFEST-PATH
                       MOVE WS-ARCHIVE-PATH-SUB TO WS-ARCHIVE-PATH-FOUND
                   END-IF
               END-PERFORM
               IF WS-ARCHIVE-PATH-FOUND = ZERO
                   AND WS-MANIFEST-PATH NOT = SPACES
                   AND WS-ARCHIVE-PATH-COUNT < 100
                   ADD 1 TO WS-ARCHIVE-PATH-COUNT
                   MOVE WS-MANIFEST-PATH
                       TO WS-ARCHIVE-PATH(WS-ARCHIVE-PATH-COUNT)
               END-IF
           END-IF.

       230-LOAD-ARCHIVE-FILES.
           PERFORM VARYING WS-ARCHIVE-PATH-SUB FROM 1 BY 1
                   UNTIL WS-ARCHIVE-PATH-SUB > WS-ARCHIVE-PATH-COUNT
               MOVE WS-ARCHIVE-PATH(WS-ARCHIVE-PATH-SUB)
                   TO WS-ARCHIVE-FILE-PATH
               OPEN INPUT ARCHIVE-FILE
               IF WS-ARCHIVE-FILE-STATUS NOT = "00"
                   DISPLAY "ARCHIVE FILE NOT FOUND - "
                       FUNCTION TRIM(WS-ARCHIVE-FILE-PATH)
                   ADD 1 TO WS-ARCHIVES-MISSING
               ELSE
                   MOVE "N" TO WS-ARCHIVE-EOF
                   PERFORM UNTIL WS-ARCHIVE-EOF = "Y"
                       READ ARCHIVE-FILE
                           AT END MOVE "Y" TO WS-ARCHIVE-EOF
                           NOT AT END PERFORM 235-ADD-ARCHIVED-TERM
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVE-FILE
               END-IF
           END-PERFORM.

       235-ADD-ARCHIVED-TERM.
           ADD 1 TO WS-ARCHIVE-RECORDS-READ
           MOVE ZERO TO WS-COURSE-SLOTS WS-WITHDRN-SLOTS
           PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
                   UNTIL WS-PAIR-SUB > 5
               EVALUATE ARC-COURSE-CODE(WS-PAIR-SUB)
                   WHEN SPACES
                       CONTINUE
                   WHEN "WITHDRN"
                       ADD 1 TO WS-WITHDRN-SLOTS
                   WHEN OTHER
                       ADD 1 TO WS-COURSE-SLOTS
               END-EVALUATE
           END-PERFORM
           MOVE ARC-STUDENT-NUMBER TO WS-ADD-NUMBER
           MOVE ARC-PROGRAM-OF-STUDY TO WS-ADD-PROGRAM
           MOVE ARC-ACADEMIC-TERM TO WS-ADD-TERM
           PERFORM 250-ADD-ENROLMENT.

       240-LOAD-COURSE-HISTORY.
           OPEN INPUT COURSE-HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "NO COURSE-HISTORY.TXT FOUND - CURRENT AND "
                   "ARCHIVED TERMS ONLY"
           ELSE
               MOVE "N" TO WS-HISTORY-EOF
               PERFORM UNTIL WS-HISTORY-EOF = "Y"
                   READ COURSE-HISTORY-FILE
                       AT END MOVE "Y" TO WS-HISTORY-EOF
                       NOT AT END PERFORM 245-ADD-HISTORY-TERM
                   END-READ
               END-PERFORM
               CLOSE COURSE-HISTORY-FILE
           END-IF.

       245-ADD-HISTORY-TERM.
           MOVE ZERO TO WS-COURSE-SLOTS WS-WITHDRN-SLOTS
           PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
                   UNTIL WS-PAIR-SUB > 5
               EVALUATE HIST-COURSE-CODE(WS-PAIR-SUB)
                   WHEN SPACES
                       CONTINUE
                   WHEN "WITHDRN"
                       ADD 1 TO WS-WITHDRN-SLOTS
                   WHEN OTHER
                       ADD 1 TO WS-COURSE-SLOTS
               END-EVALUATE
           END-PERFORM
           *> History rows carry no program - the student's row from
           *> the master or an archive supplies it.
           MOVE HIST-STUDENT-NUMBER TO WS-ADD-NUMBER
           MOVE SPACES TO WS-ADD-PROGRAM
           MOVE HIST-ACADEMIC-TERM TO WS-ADD-TERM
           PERFORM 250-ADD-ENROLMENT.

       250-ADD-ENROLMENT.
           *> One term for one student. Any real course makes the
           *> term enrolled; only WITHDRN slots make it withdrawn; no
           *> slots at all is not a term of study. A term seen from
           *> two sources counts once, enrolled winning.
           EVALUATE TRUE
               WHEN WS-COURSE-SLOTS > ZERO
                   MOVE "E" TO WS-ADD-STATUS
               WHEN WS-WITHDRN-SLOTS > ZERO
                   MOVE "W" TO WS-ADD-STATUS
               WHEN OTHER
                   MOVE SPACE TO WS-ADD-STATUS
           END-EVALUATE
           IF WS-ADD-STATUS = SPACE OR WS-ADD-TERM = SPACES
               ADD 1 TO WS-NO-COURSE-ROWS
           ELSE
               PERFORM 255-FIND-TERM
               MOVE ZERO TO WS-STU-FOUND
               IF WS-TERM-FOUND = ZERO
                   ADD 1 TO WS-TERMS-DROPPED
               ELSE
                   PERFORM 257-FIND-STUDENT
               END-IF
               IF WS-STU-FOUND > ZERO
                   IF WS-STU-PROGRAM(WS-STU-FOUND) = SPACES
                       MOVE WS-ADD-PROGRAM
                           TO WS-STU-PROGRAM(WS-STU-FOUND)
                   END-IF
                   IF WS-STU-TERM-STATUS(WS-STU-FOUND, WS-TERM-FOUND)
                           NOT = "E"
                       MOVE WS-ADD-STATUS TO
                           WS-STU-TERM-STATUS(WS-STU-FOUND,
                               WS-TERM-FOUND)
                   END-IF
               END-IF
           END-IF.

       255-FIND-TERM.
           MOVE ZERO TO WS-TERM-FOUND
           PERFORM VARYING WS-TERM-SUB FROM 1 BY 1
                   UNTIL WS-TERM-SUB > WS-TERM-COUNT
               IF WS-TERM-CODE(WS-TERM-SUB) = WS-ADD-TERM
                   MOVE WS-TERM-SUB TO WS-TERM-FOUND
               END-IF
           END-PERFORM
           IF WS-TERM-FOUND = ZERO AND WS-TERM-COUNT < 60
               ADD 1 TO WS-TERM-COUNT
               MOVE WS-TERM-COUNT TO WS-TERM-FOUND
               MOVE WS-ADD-TERM TO WS-TERM-CODE(WS-TERM-FOUND)
               MOVE WS-ADD-TERM TO WS-TERM-FOR-RANK
               PERFORM 265-RANK-TERM
               MOVE WS-TERM-RANK TO WS-TERM-ROW-RANK(WS-TERM-FOUND)
               MOVE "N" TO WS-TERM-SORTED(WS-TERM-FOUND)
           END-IF.

       257-FIND-STUDENT.
           MOVE ZERO TO WS-STU-FOUND
           PERFORM VARYING WS-STU-SUB FROM 1 BY 1
                   UNTIL WS-STU-SUB > WS-STU-COUNT
                      OR WS-STU-FOUND > ZERO
               IF WS-STU-NUMBER(WS-STU-SUB) = WS-ADD-NUMBER
                   MOVE WS-STU-SUB TO WS-STU-FOUND
               END-IF
           END-PERFORM
           IF WS-STU-FOUND = ZERO
               IF WS-STU-COUNT = 3000
                   ADD 1 TO WS-STUDENTS-DROPPED
               ELSE
                   ADD 1 TO WS-STU-COUNT
                   MOVE WS-STU-COUNT TO WS-STU-FOUND
                   MOVE WS-ADD-NUMBER TO WS-STU-NUMBER(WS-STU-FOUND)
                   MOVE SPACES TO WS-STU-PROGRAM(WS-STU-FOUND)
                   MOVE ZERO TO WS-STU-FIRST-ORDER(WS-STU-FOUND)
                   PERFORM VARYING WS-TERM-SUB FROM 1 BY 1
                           UNTIL WS-TERM-SUB > 60
                       MOVE SPACE TO
                           WS-STU-TERM-STATUS(WS-STU-FOUND, WS-TERM-SUB)
                   END-PERFORM
               END-IF
           END-IF.

       260-ORDER-TERMS.
           *> Terms by rank - the lowest unsorted term is taken each
           *> time round.
           PERFORM VARYING WS-ORDER-SUB FROM 1 BY 1
                   UNTIL WS-ORDER-SUB > WS-TERM-COUNT
               MOVE ZERO TO WS-BEST-SUB
               PERFORM VARYING WS-TERM-SUB FROM 1 BY 1
                       UNTIL WS-TERM-SUB > WS-TERM-COUNT
                   IF WS-TERM-SORTED(WS-TERM-SUB) = "N"
                       IF WS-BEST-SUB = ZERO
                           MOVE WS-TERM-SUB TO WS-BEST-SUB
                       ELSE
                           IF WS-TERM-ROW-RANK(WS-TERM-SUB) <
                                   WS-TERM-ROW-RANK(WS-BEST-SUB)
                               MOVE WS-TERM-SUB TO WS-BEST-SUB
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE "Y" TO WS-TERM-SORTED(WS-BEST-SUB)
               MOVE WS-BEST-SUB TO WS-TERM-ORDER(WS-ORDER-SUB)
           END-PERFORM.

       265-RANK-TERM.
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

       300-READ-STUDENT.
           READ INDEXED-STUDENT-FILE-OUT
               AT END MOVE "YES" TO EOF-FLAG
           END-READ.

       400-COUNT-HEADCOUNT.
           PERFORM VARYING WS-STU-SUB FROM 1 BY 1
                   UNTIL WS-STU-SUB > WS-STU-COUNT
               *> The student's first term on file, in term order.
               PERFORM VARYING WS-ORDER-SUB FROM 1 BY 1
                       UNTIL WS-ORDER-SUB > WS-TERM-COUNT
                          OR WS-STU-FIRST-ORDER(WS-STU-SUB) > ZERO
                   IF WS-STU-TERM-STATUS(WS-STU-SUB,
                           WS-TERM-ORDER(WS-ORDER-SUB)) NOT = SPACE
                       MOVE WS-ORDER-SUB
                           TO WS-STU-FIRST-ORDER(WS-STU-SUB)
                   END-IF
               END-PERFORM
               IF WS-STU-PROGRAM(WS-STU-SUB) = SPACES
                   MOVE "??????" TO WS-STU-PROGRAM(WS-STU-SUB)
               END-IF
               PERFORM 410-FIND-PROGRAM
               IF WS-PGM-FOUND > ZERO
                   PERFORM 420-COUNT-STUDENT-TERMS
               END-IF
           END-PERFORM.

       410-FIND-PROGRAM.
           MOVE ZERO TO WS-PGM-FOUND
           PERFORM VARYING WS-PGM-SUB FROM 1 BY 1
                   UNTIL WS-PGM-SUB > WS-PGM-COUNT
               IF WS-PGM-CODE(WS-PGM-SUB) = WS-STU-PROGRAM(WS-STU-SUB)
                   MOVE WS-PGM-SUB TO WS-PGM-FOUND
               END-IF
           END-PERFORM
           IF WS-PGM-FOUND = ZERO
               IF WS-PGM-COUNT = 50
                   DISPLAY "MORE THAN 50 PROGRAMS - STUDENT "
                       WS-STU-NUMBER(WS-STU-SUB) " LEFT OUT"
               ELSE
                   ADD 1 TO WS-PGM-COUNT
                   MOVE WS-PGM-COUNT TO WS-PGM-FOUND
                   MOVE WS-STU-PROGRAM(WS-STU-SUB)
                       TO WS-PGM-CODE(WS-PGM-FOUND)
                   MOVE "N" TO WS-PGM-PRINTED(WS-PGM-FOUND)
                   PERFORM VARYING WS-TERM-SUB FROM 1 BY 1
                           UNTIL WS-TERM-SUB > 60
                       MOVE ZERO TO WS-PGM-NEW(WS-PGM-FOUND,
                           WS-TERM-SUB)
                       MOVE ZERO TO WS-PGM-RETURNING(WS-PGM-FOUND,
                           WS-TERM-SUB)
                       MOVE ZERO TO WS-PGM-WITHDRAWN(WS-PGM-FOUND,
                           WS-TERM-SUB)
                   END-PERFORM
               END-IF
           END-IF.

       420-COUNT-STUDENT-TERMS.
           *> Withdrawn outranks new/returning; new is the first term
           *> the student appears in at all.
           PERFORM VARYING WS-ORDER-SUB FROM 1 BY 1
                   UNTIL WS-ORDER-SUB > WS-TERM-COUNT
               MOVE WS-TERM-ORDER(WS-ORDER-SUB) TO WS-TERM-SUB
               EVALUATE TRUE
                   WHEN WS-STU-TERM-STATUS(WS-STU-SUB, WS-TERM-SUB)
                           = SPACE
                       CONTINUE
                   WHEN WS-STU-TERM-STATUS(WS-STU-SUB, WS-TERM-SUB)
                           = "W"
                       ADD 1 TO WS-PGM-WITHDRAWN(WS-PGM-FOUND,
                           WS-TERM-SUB)
                   WHEN WS-ORDER-SUB = WS-STU-FIRST-ORDER(WS-STU-SUB)
                       ADD 1 TO WS-PGM-NEW(WS-PGM-FOUND, WS-TERM-SUB)
                   WHEN OTHER
                       ADD 1 TO WS-PGM-RETURNING(WS-PGM-FOUND,
                           WS-TERM-SUB)
               END-EVALUATE
           END-PERFORM.

       450-COUNT-RETENTION.
           *> A starting term's cohort is the students whose first
           *> term it is. "+n terms" is the nth term after it among
           *> the terms on file, so a session the college did not run
           *> is not held against anyone.
           PERFORM VARYING WS-ORDER-SUB FROM 1 BY 1
                   UNTIL WS-ORDER-SUB > 60
               MOVE ZERO TO WS-RET-COHORT(WS-ORDER-SUB)
               MOVE ZERO TO WS-RET-RETAINED(WS-ORDER-SUB, 1)
                   WS-RET-RETAINED(WS-ORDER-SUB, 2)
                   WS-RET-RETAINED(WS-ORDER-SUB, 3)
           END-PERFORM
           PERFORM VARYING WS-STU-SUB FROM 1 BY 1
                   UNTIL WS-STU-SUB > WS-STU-COUNT
               MOVE WS-STU-FIRST-ORDER(WS-STU-SUB) TO WS-ORDER-SUB
               IF WS-ORDER-SUB > ZERO
                   ADD 1 TO WS-RET-COHORT(WS-ORDER-SUB)
                   PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                           UNTIL WS-STEP-SUB > 3
                       COMPUTE WS-TARGET-ORDER =
                           WS-ORDER-SUB + WS-STEP-SUB
                       IF WS-TARGET-ORDER NOT > WS-TERM-COUNT
                           IF WS-STU-TERM-STATUS(WS-STU-SUB,
                                   WS-TERM-ORDER(WS-TARGET-ORDER))
                                   = "E"
                               ADD 1 TO WS-RET-RETAINED(WS-ORDER-SUB,
                                   WS-STEP-SUB)
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       500-PRINT-HEADCOUNT.
           MOVE "HEADCOUNT BY TERM AND PROGRAM OF STUDY"
               TO REPORT-RECORD
           PERFORM 700-WRITE-REPORT-LINE
           MOVE WS-HEADCOUNT-HEADING TO REPORT-RECORD
           PERFORM 700-WRITE-REPORT-LINE
           PERFORM 510-PRINT-ONE-TERM
               VARYING WS-ORDER-SUB FROM 1 BY 1
               UNTIL WS-ORDER-SUB > WS-TERM-COUNT
           IF WS-TERM-COUNT = ZERO
               MOVE "  (NO ENROLMENTS ON FILE)" TO REPORT-RECORD
               PERFORM 700-WRITE-REPORT-LINE
           END-IF.

       510-PRINT-ONE-TERM.
           MOVE WS-TERM-ORDER(WS-ORDER-SUB) TO WS-TERM-SUB
           MOVE ZERO TO WS-TERM-NEW WS-TERM-RETURNING
               WS-TERM-WITHDRAWN WS-TERM-TOTAL
           PERFORM VARYING WS-PGM-SUB FROM 1 BY 1
                   UNTIL WS-PGM-SUB > WS-PGM-COUNT
               MOVE "N" TO WS-PGM-PRINTED(WS-PGM-SUB)
           END-PERFORM
           *> Programs in code order within the term.
           PERFORM WS-PGM-COUNT TIMES
               MOVE ZERO TO WS-PGM-BEST
               PERFORM VARYING WS-PGM-SUB FROM 1 BY 1
                       UNTIL WS-PGM-SUB > WS-PGM-COUNT
                   IF WS-PGM-PRINTED(WS-PGM-SUB) = "N"
                       IF WS-PGM-BEST = ZERO
                           MOVE WS-PGM-SUB TO WS-PGM-BEST
                       ELSE
                           IF WS-PGM-CODE(WS-PGM-SUB) <
                                   WS-PGM-CODE(WS-PGM-BEST)
                               MOVE WS-PGM-SUB TO WS-PGM-BEST
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               MOVE "Y" TO WS-PGM-PRINTED(WS-PGM-BEST)
               PERFORM 520-PRINT-PROGRAM-LINE
           END-PERFORM
           MOVE WS-TERM-CODE(WS-TERM-SUB) TO HCL-TERM
           MOVE "ALL" TO HCL-PROGRAM
           MOVE WS-TERM-NEW TO HCL-NEW
           MOVE WS-TERM-RETURNING TO HCL-RETURNING
           MOVE WS-TERM-WITHDRAWN TO HCL-WITHDRAWN
           MOVE WS-TERM-TOTAL TO HCL-TOTAL
           MOVE WS-HEADCOUNT-LINE TO REPORT-RECORD
           PERFORM 700-WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           PERFORM 700-WRITE-REPORT-LINE.

       520-PRINT-PROGRAM-LINE.
           MOVE WS-PGM-NEW(WS-PGM-BEST, WS-TERM-SUB) TO WS-LINE-NEW
           MOVE WS-PGM-RETURNING(WS-PGM-BEST, WS-TERM-SUB)
               TO WS-LINE-RETURNING
           MOVE WS-PGM-WITHDRAWN(WS-PGM-BEST, WS-TERM-SUB)
               TO WS-LINE-WITHDRAWN
           COMPUTE WS-LINE-TOTAL = WS-LINE-NEW + WS-LINE-RETURNING
               + WS-LINE-WITHDRAWN
           *> A program with nobody in this term is left off.
           IF WS-LINE-TOTAL > ZERO
               ADD WS-LINE-NEW TO WS-TERM-NEW
               ADD WS-LINE-RETURNING TO WS-TERM-RETURNING
               ADD WS-LINE-WITHDRAWN TO WS-TERM-WITHDRAWN
               ADD WS-LINE-TOTAL TO WS-TERM-TOTAL
               MOVE WS-TERM-CODE(WS-TERM-SUB) TO HCL-TERM
               MOVE WS-PGM-CODE(WS-PGM-BEST) TO HCL-PROGRAM
               MOVE WS-LINE-NEW TO HCL-NEW
               MOVE WS-LINE-RETURNING TO HCL-RETURNING
               MOVE WS-LINE-WITHDRAWN TO HCL-WITHDRAWN
               MOVE WS-LINE-TOTAL TO HCL-TOTAL
               MOVE WS-HEADCOUNT-LINE TO REPORT-RECORD
               PERFORM 700-WRITE-REPORT-LINE
               MOVE SPACES TO EXTRACT-RECORD
               MOVE "H" TO EXT-RECORD-TYPE
               MOVE WS-TERM-CODE(WS-TERM-SUB) TO EXT-ACADEMIC-TERM
               MOVE WS-PGM-CODE(WS-PGM-BEST) TO EXT-PROGRAM-OF-STUDY
               MOVE WS-LINE-NEW TO EXT-NEW-COUNT
               MOVE WS-LINE-RETURNING TO EXT-RETURNING-COUNT
               MOVE WS-LINE-WITHDRAWN TO EXT-WITHDRAWN-COUNT
               MOVE WS-LINE-TOTAL TO EXT-TOTAL-COUNT
               MOVE WS-RUN-DATE TO EXT-RUN-DATE
               WRITE EXTRACT-RECORD
               ADD 1 TO WS-EXTRACT-ROWS
           END-IF.

       550-PRINT-RETENTION.
           MOVE SPACES TO REPORT-RECORD
           PERFORM 700-WRITE-REPORT-LINE
           MOVE "RETENTION - NEW STUDENTS STILL ENROLLED N TERMS AFTER "
               & "THEIR STARTING TERM" TO REPORT-RECORD
           PERFORM 700-WRITE-REPORT-LINE
           MOVE WS-RETENTION-HEADING TO REPORT-RECORD
           PERFORM 700-WRITE-REPORT-LINE
           PERFORM 560-PRINT-ONE-COHORT
               VARYING WS-ORDER-SUB FROM 1 BY 1
               UNTIL WS-ORDER-SUB > WS-TERM-COUNT
           IF WS-TERM-COUNT = ZERO
               MOVE "  (NO ENROLMENTS ON FILE)" TO REPORT-RECORD
               PERFORM 700-WRITE-REPORT-LINE
           END-IF.

       560-PRINT-ONE-COHORT.
           MOVE WS-TERM-ORDER(WS-ORDER-SUB) TO WS-TERM-SUB
           MOVE WS-TERM-CODE(WS-TERM-SUB) TO RTL-TERM
           MOVE WS-RET-COHORT(WS-ORDER-SUB) TO RTL-COHORT
           MOVE ZERO TO WS-TERMS-OBSERVED
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > 3
               COMPUTE WS-TARGET-ORDER = WS-ORDER-SUB + WS-STEP-SUB
               MOVE SPACES TO RTL-RETAINED(WS-STEP-SUB)
                   RTL-PERCENT-TEXT(WS-STEP-SUB)
               IF WS-TARGET-ORDER > WS-TERM-COUNT
                   MOVE "  N/A" TO RTL-RETAINED(WS-STEP-SUB)
               ELSE
                   ADD 1 TO WS-TERMS-OBSERVED
                   MOVE WS-RET-RETAINED(WS-ORDER-SUB, WS-STEP-SUB)
                       TO WS-RETAINED-PRINT
                   MOVE WS-RETAINED-PRINT TO RTL-RETAINED(WS-STEP-SUB)
                   MOVE ZERO TO WS-RETAINED-PERCENT
                   IF WS-RET-COHORT(WS-ORDER-SUB) > ZERO
                       COMPUTE WS-RETAINED-PERCENT ROUNDED =
                           WS-RET-RETAINED(WS-ORDER-SUB, WS-STEP-SUB)
                           * 100 / WS-RET-COHORT(WS-ORDER-SUB)
                   END-IF
                   MOVE WS-RETAINED-PERCENT TO WS-PERCENT-PRINT
                   STRING " (" WS-PERCENT-PRINT "%)"
                       DELIMITED BY SIZE
                       INTO RTL-PERCENT-TEXT(WS-STEP-SUB)
                   END-STRING
               END-IF
           END-PERFORM
           MOVE WS-RETENTION-LINE TO REPORT-RECORD
           PERFORM 700-WRITE-REPORT-LINE
           MOVE SPACES TO EXTRACT-RECORD
           MOVE "R" TO EXT-RECORD-TYPE
           MOVE WS-TERM-CODE(WS-TERM-SUB) TO EXT-ACADEMIC-TERM
           MOVE "ALL" TO EXT-PROGRAM-OF-STUDY
           MOVE WS-RET-COHORT(WS-ORDER-SUB) TO EXT-COHORT-COUNT
           PERFORM VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > 3
               MOVE WS-RET-RETAINED(WS-ORDER-SUB, WS-STEP-SUB)
                   TO EXT-RETAINED-COUNT(WS-STEP-SUB)
           END-PERFORM
           MOVE WS-TERMS-OBSERVED TO EXT-TERMS-OBSERVED
           MOVE WS-RUN-DATE TO EXT-RUN-DATE
           WRITE EXTRACT-RECORD
           ADD 1 TO WS-EXTRACT-ROWS.

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

       END PROGRAM ENROLMENT-STATS.
