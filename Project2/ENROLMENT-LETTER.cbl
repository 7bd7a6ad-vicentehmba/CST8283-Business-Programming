      ******************************************************************
      * Author: VICENTE MBA ENGUNG
      * Date: SEPTEMBER 1, 2026
      * Purpose: Confirmation-of-enrolment letters on demand by
      *          IND-STUDENT-NUMBER - a dated letter carrying its own
      *          letter number, addressed from Lab2's STUDENT.TXT
      *          through ../STUDENT-XREF.TXT the way PROBATION-LETTERS
      *          does, with the program of study, the current term
      *          and its start date from ../REFUND-SCHEDULE.TXT, the
      *          registered courses with their catalogue titles, and
      *          full-time or part-time status from the number of
      *          course slots in use. Letters go to
      *          ../ENROLMENT-LETTERS.TXT and every letter issued is
      *          registered on ../ENROLMENT-LETTER-REGISTER.TXT, which
      *          the verify option reads back when a third party
      *          calls to confirm a letter number. A student withdrawn
      *          from every course, or with a raised hold on
      *          ../COLLECTIONS.TXT, is refused a letter - or, with
      *          WS-REFUSE-INELIGIBLE set to "N", given one that says
      *          so on its face and is flagged on the register.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENROLMENT-LETTER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEXED-STUDENT-FILE-OUT ASSIGN
           TO "../STUFILE-INDEXED.TXT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS IND-STUDENT-NUMBER
               ALTERNATE RECORD KEY IS IND-STUDENT-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT STUDENT-ADDRESS-FILE ASSIGN TO "../Lab2/STUDENT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADDRESS-FILE-STATUS.
           SELECT XREF-FILE ASSIGN TO "../STUDENT-XREF.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XREF-FILE-STATUS.
           SELECT REFUND-SCHEDULE-FILE ASSIGN
               TO "../REFUND-SCHEDULE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REFUND-SCHED-STATUS.
           SELECT COLLECTIONS-FILE ASSIGN TO "../COLLECTIONS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COLLECTIONS-FILE-STATUS.
           SELECT COURSE-CATALOGUE-FILE ASSIGN
           TO "../COURSE-CATALOGUE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOGUE-FILE-STATUS.
           SELECT LETTER-FILE ASSIGN TO "../ENROLMENT-LETTERS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-FILE-STATUS.
           SELECT REGISTER-FILE ASSIGN
           TO "../ENROLMENT-LETTER-REGISTER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTER-FILE-STATUS.

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

       FD STUDENT-ADDRESS-FILE.
       01 STUDENT-RECORD-RAW.
           05 RAW-STUDENT-NUMBER       PIC X(10).
           05 RAW-STUDENT-PROGRAM      PIC X(8).
           05 RAW-STUDENT-YEAR         PIC 9(6).
           05 RAW-STUDENT-DATA.
               10 RAW-STUDENT-NAME.
                   15 RAW-TITLE        PIC X(6).
                   15 RAW-FIRST-NAME   PIC X(15).
                   15 RAW-MIDDLE-INIT  PIC X(2).
                   15 RAW-SURNAME      PIC X(28).
               10 RAW-STUDENT-ADDRESS.
                   15 RAW-STREET-ADDRESS   PIC X(25).
                   15 RAW-CITY             PIC X(15).
                   15 RAW-STATE-PROVINCE   PIC X(15).
                   15 RAW-POSTAL-CODE      PIC X(7).

       FD XREF-FILE.
       01 XREF-RECORD.
           05 XREF-ENTRY-NUMBER PIC 9(7).
           05 XREF-MASTER-NUMBER PIC 9(6).
           05 XREF-LAB2-NUMBER PIC X(10).

       FD REFUND-SCHEDULE-FILE.
      *> One row per term - only the term start date is used here.
       01 REFUND-SCHEDULE-RECORD.
           05 RS-ACADEMIC-TERM PIC X(5).
           05 RS-TERM-START-DATE PIC 9(8).
           05 RS-PARTIAL-END-DATE PIC 9(8).
           05 RS-PARTIAL-PERCENT PIC 9(3).

       FD COLLECTIONS-FILE.
      *> Collections tracking written by TUITION-AGING.
       01 COLLECTIONS-RECORD.
           05 COL-STUDENT-NUMBER PIC 9(6).
           05 COL-LETTER-LEVEL PIC 9.
           05 COL-LAST-LETTER-DATE PIC 9(8).
           05 COL-HOLD-FLAG PIC X.

       FD COURSE-CATALOGUE-FILE.
      *> Course master maintained by COURSE-CAT-MAINT.
       01 COURSE-CATALOGUE-RECORD.
           05 CAT-COURSE-CODE PIC X(7).
           05 CAT-COURSE-TITLE PIC X(30).
           05 CAT-CREDITS PIC 9V9.
           05 CAT-ACTIVE-FLAG PIC X.
           05 CAT-PREREQUISITES PIC X(30).

       FD LETTER-FILE.
       01 LETTER-RECORD PIC X(80).

       FD REGISTER-FILE.
      *> One row per letter issued. LR-FLAG is blank for a clean
      *> letter, W withdrawn, H collections hold, B both - set only
      *> when ineligible students are flagged rather than refused.
       01 REGISTER-RECORD.
           05 LR-LETTER-NUMBER PIC 9(6).
           05 LR-ISSUED-DATE PIC 9(8).
           05 LR-ISSUED-TIME PIC 9(8).
           05 LR-STUDENT-NUMBER PIC 9(6).
           05 LR-ACADEMIC-TERM PIC X(5).
           05 LR-PROGRAM-OF-STUDY PIC X(6).
           05 LR-LOAD PIC X.
           05 LR-COURSE-COUNT PIC 9.
           05 LR-FLAG PIC X.
           05 LR-OPERATOR-ID PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-ADDRESS-FILE-STATUS PIC XX.
       01 WS-XREF-FILE-STATUS PIC XX.
       01 WS-REFUND-SCHED-STATUS PIC XX.
       01 WS-COLLECTIONS-FILE-STATUS PIC XX.
       01 WS-CATALOGUE-FILE-STATUS PIC XX.
       01 WS-LETTER-FILE-STATUS PIC XX.
       01 WS-REGISTER-FILE-STATUS PIC XX.
       *> "Y" refuses a letter to a withdrawn or held student; "N"
       *> issues it marked with the condition.
       01 WS-REFUSE-INELIGIBLE PIC X VALUE "Y".
       *> Course slots in use at or above which a student is
       *> full-time.
       01 WS-FULL-TIME-SLOTS PIC 9 VALUE 3.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-TIME PIC 9(8).
       01 WS-MENU-CHOICE PIC X.
       01 WS-ANOTHER PIC X.
       01 WS-NUMBER-IN PIC X(6).
       01 WS-OPERATOR-ID PIC X(8).
       01 WS-LETTER-NUMBER-IN PIC X(6).
       01 WS-LETTER-NUMBER-WANTED PIC 9(6).
       01 WS-NEXT-LETTER-NUMBER PIC 9(6) VALUE 1.
       01 WS-LETTERS-ISSUED PIC 9(4) VALUE ZERO.
       01 WS-LETTERS-REFUSED PIC 9(4) VALUE ZERO.
       01 WS-LETTER-FOUND PIC X.
       01 WS-ADDRESS-EOF PIC X.
       01 WS-XREF-EOF PIC X.
       01 WS-SCHED-EOF PIC X.
       01 WS-COLLECTIONS-EOF PIC X.
       01 WS-CATALOGUE-EOF PIC X.
       01 WS-REGISTER-EOF PIC X.
       *> Address book loaded once - one row per STUDENT.TXT record
       *> with the student number reduced to a numeric value for
       *> matching across the two numbering formats.
       01 WS-ADDRESS-TABLE.
           05 WS-ADDR-ROW OCCURS 500 TIMES.
               10 WS-ADDR-RAW-NUMBER PIC X(10).
               10 WS-ADDR-NUMBER PIC 9(10).
               10 WS-ADDR-VALID PIC X.
               10 WS-ADDR-TITLE PIC X(6).
               10 WS-ADDR-FIRST-NAME PIC X(15).
               10 WS-ADDR-SURNAME PIC X(28).
               10 WS-ADDR-STREET PIC X(25).
               10 WS-ADDR-CITY PIC X(15).
               10 WS-ADDR-PROVINCE PIC X(15).
               10 WS-ADDR-POSTAL PIC X(7).
       01 WS-ADDRESS-COUNT PIC 9(3) VALUE ZERO.
       01 WS-ADDRESS-SUB PIC 9(3).
       01 WS-ADDRESS-FOUND PIC 9(3).
       01 WS-XREF-TABLE.
           05 WS-XREF-ROW OCCURS 500 TIMES.
               10 WS-XR-MASTER PIC 9(6).
               10 WS-XR-LAB2 PIC X(10).
       01 WS-XREF-COUNT PIC 9(3) VALUE ZERO.
       01 WS-XREF-SUB PIC 9(3).
       01 WS-XREF-LAB2-FOUND PIC X(10).
       *> Term start dates from ../REFUND-SCHEDULE.TXT.
       01 WS-SCHED-TABLE.
           05 WS-SCHED-ROW OCCURS 50 TIMES.
               10 WS-SCHED-TERM PIC X(5).
               10 WS-SCHED-START PIC 9(8).
       01 WS-SCHED-COUNT PIC 9(2) VALUE ZERO.
       01 WS-SCHED-SUB PIC 9(2).
       01 WS-TERM-START-DATE PIC 9(8).
       *> Students with a raised collections hold.
       01 WS-HOLD-TABLE.
           05 WS-HELD-NUMBER OCCURS 500 TIMES PIC 9(6).
       01 WS-HOLD-COUNT PIC 9(3) VALUE ZERO.
       01 WS-HOLD-SUB PIC 9(3).
       01 WS-CATALOGUE-TABLE.
           05 WS-CATALOGUE-ROW OCCURS 300 TIMES.
               10 WS-CATALOGUE-CODE PIC X(7).
               10 WS-CATALOGUE-TITLE PIC X(30).
       01 WS-CATALOGUE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CATALOGUE-SUB PIC 9(3).
       01 WS-COURSE-TITLE PIC X(30).
       *> The student being confirmed.
       01 WS-PAIR-SUB PIC 9.
       01 WS-COURSE-SLOTS PIC 9.
       01 WS-WITHDRN-SLOTS PIC 9.
       01 WS-STUDENT-WITHDRAWN PIC X.
       01 WS-STUDENT-HELD PIC X.
       01 WS-LETTER-FLAG PIC X.
       01 WS-LOAD PIC X.
       01 WS-LOAD-TEXT PIC X(9).
       01 WS-REFUSAL-REASON PIC X(40).
       01 WS-PRINT-LINE PIC X(80).
       01 WS-LETTER-NUMBER-PRINT PIC 9(6).
       01 WS-DATE-PRINT.
           05 WS-DATE-YYYY PIC 9(4).
           05 FILLER PIC X VALUE "-".
           05 WS-DATE-MM PIC 9(2).
           05 FILLER PIC X VALUE "-".
           05 WS-DATE-DD PIC 9(2).
       01 WS-DATE-IN PIC 9(8).
       01 WS-DATE-PARTS REDEFINES WS-DATE-IN.
           05 WS-DATE-IN-YYYY PIC 9(4).
           05 WS-DATE-IN-MM PIC 9(2).
           05 WS-DATE-IN-DD PIC 9(2).
       01 WS-COURSE-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 CRS-COURSE-CODE PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CRS-COURSE-TITLE PIC X(30).
           05 FILLER PIC X(37) VALUE SPACES.

       PROCEDURE DIVISION.
       100-ISSUE-ENROLMENT-LETTERS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 230-LOAD-LETTER-REGISTER.
           DISPLAY "I=issue confirmation letters, V=verify a letter "
               "number:"
           ACCEPT WS-MENU-CHOICE
           EVALUATE WS-MENU-CHOICE
               WHEN "I"
               WHEN "i"
                   PERFORM 200-ISSUE-MODE
               WHEN "V"
               WHEN "v"
                   PERFORM 500-VERIFY-LETTER
               WHEN OTHER
                   DISPLAY "Invalid selection."
           END-EVALUATE
           GOBACK.

       200-ISSUE-MODE.
           OPEN INPUT INDEXED-STUDENT-FILE-OUT
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN STUFILE-INDEXED.TXT - STATUS "
                   WS-FILE-STATUS
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE SPACES TO WS-OPERATOR-ID
               PERFORM UNTIL WS-OPERATOR-ID NOT = SPACES
                   DISPLAY "Operator ID:"
                   ACCEPT WS-OPERATOR-ID
               END-PERFORM
               PERFORM 240-LOAD-ADDRESS-TABLE
               PERFORM 250-LOAD-XREF-TABLE
               PERFORM 260-LOAD-TERM-STARTS
               PERFORM 270-LOAD-COLLECTION-HOLDS
               PERFORM 280-LOAD-COURSE-CATALOGUE
               OPEN OUTPUT LETTER-FILE
               OPEN EXTEND REGISTER-FILE
               IF WS-REGISTER-FILE-STATUS NOT = "00"
                   OPEN OUTPUT REGISTER-FILE
               END-IF
               MOVE "Y" TO WS-ANOTHER
               PERFORM UNTIL WS-ANOTHER NOT = "Y"
                   PERFORM 300-CONFIRM-ONE-STUDENT
                   DISPLAY "Another letter (Y/N)?"
                   ACCEPT WS-ANOTHER
                   IF WS-ANOTHER = "y"
                       MOVE "Y" TO WS-ANOTHER
                   END-IF
               END-PERFORM
               CLOSE INDEXED-STUDENT-FILE-OUT
                     LETTER-FILE
                     REGISTER-FILE
               DISPLAY "=========================================="
               DISPLAY "LETTERS ISSUED:        " WS-LETTERS-ISSUED
               DISPLAY "LETTERS REFUSED:       " WS-LETTERS-REFUSED
               DISPLAY "LETTERS: ../ENROLMENT-LETTERS.TXT"
               DISPLAY "=========================================="
           END-IF.

       210-GET-STUDENT-NUMBER.
           MOVE SPACES TO WS-NUMBER-IN
           PERFORM UNTIL WS-NUMBER-IN IS NUMERIC
               DISPLAY "Enter student number (6 digits):"
               ACCEPT WS-NUMBER-IN
               IF WS-NUMBER-IN IS NOT NUMERIC
                   DISPLAY "Invalid entry - must be 6 numeric digits."
               END-IF
           END-PERFORM.

       230-LOAD-LETTER-REGISTER.
           *> Letter numbers run on from the highest already issued.
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-FILE-STATUS = "00"
               MOVE "N" TO WS-REGISTER-EOF
               PERFORM UNTIL WS-REGISTER-EOF = "Y"
                   READ REGISTER-FILE
                       AT END MOVE "Y" TO WS-REGISTER-EOF
                       NOT AT END
                           IF LR-LETTER-NUMBER NOT <
                                   WS-NEXT-LETTER-NUMBER
                               COMPUTE WS-NEXT-LETTER-NUMBER =
                                   LR-LETTER-NUMBER + 1
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF.

       240-LOAD-ADDRESS-TABLE.
           OPEN INPUT STUDENT-ADDRESS-FILE.
           IF WS-ADDRESS-FILE-STATUS NOT = "00"
               DISPLAY "NO STUDENT.TXT ADDRESS FILE FOUND - LETTERS "
                   "WILL CARRY NO ADDRESS"
           ELSE
               MOVE "N" TO WS-ADDRESS-EOF
               PERFORM UNTIL WS-ADDRESS-EOF = "Y"
                   READ STUDENT-ADDRESS-FILE
                       AT END MOVE "Y" TO WS-ADDRESS-EOF
                       NOT AT END PERFORM 245-TABLE-ADDRESS-RECORD
                   END-READ
               END-PERFORM
               CLOSE STUDENT-ADDRESS-FILE
           END-IF.

       245-TABLE-ADDRESS-RECORD.
           IF WS-ADDRESS-COUNT = 500
               DISPLAY "WARNING - MORE THAN 500 ADDRESS RECORDS, "
                   "EXTRA RECORDS IGNORED"
           ELSE
               ADD 1 TO WS-ADDRESS-COUNT
               MOVE RAW-STUDENT-NUMBER
                   TO WS-ADDR-RAW-NUMBER(WS-ADDRESS-COUNT)
               IF FUNCTION TRIM(RAW-STUDENT-NUMBER) IS NUMERIC
                   MOVE FUNCTION NUMVAL(RAW-STUDENT-NUMBER)
                       TO WS-ADDR-NUMBER(WS-ADDRESS-COUNT)
                   MOVE "Y" TO WS-ADDR-VALID(WS-ADDRESS-COUNT)
               ELSE
                   MOVE ZERO TO WS-ADDR-NUMBER(WS-ADDRESS-COUNT)
                   MOVE "N" TO WS-ADDR-VALID(WS-ADDRESS-COUNT)
               END-IF
               MOVE RAW-TITLE TO WS-ADDR-TITLE(WS-ADDRESS-COUNT)
               MOVE RAW-FIRST-NAME
                   TO WS-ADDR-FIRST-NAME(WS-ADDRESS-COUNT)
               MOVE RAW-SURNAME TO WS-ADDR-SURNAME(WS-ADDRESS-COUNT)
               MOVE RAW-STREET-ADDRESS
                   TO WS-ADDR-STREET(WS-ADDRESS-COUNT)
               MOVE RAW-CITY TO WS-ADDR-CITY(WS-ADDRESS-COUNT)
               MOVE RAW-STATE-PROVINCE
                   TO WS-ADDR-PROVINCE(WS-ADDRESS-COUNT)
               MOVE RAW-POSTAL-CODE
                   TO WS-ADDR-POSTAL(WS-ADDRESS-COUNT)
           END-IF.

       250-LOAD-XREF-TABLE.
           OPEN INPUT XREF-FILE.
           IF WS-XREF-FILE-STATUS NOT = "00"
               DISPLAY "NO STUDENT-XREF.TXT - MATCHING BY NUMERIC "
                   "VALUE ONLY"
           ELSE
               MOVE "N" TO WS-XREF-EOF
               PERFORM UNTIL WS-XREF-EOF = "Y"
                   READ XREF-FILE
                       AT END MOVE "Y" TO WS-XREF-EOF
                       NOT AT END
                           IF WS-XREF-COUNT < 500
                               ADD 1 TO WS-XREF-COUNT
                               MOVE XREF-MASTER-NUMBER TO
                                   WS-XR-MASTER(WS-XREF-COUNT)
                               MOVE XREF-LAB2-NUMBER TO
                                   WS-XR-LAB2(WS-XREF-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE XREF-FILE
           END-IF.

       260-LOAD-TERM-STARTS.
           OPEN INPUT REFUND-SCHEDULE-FILE.
           IF WS-REFUND-SCHED-STATUS NOT = "00"
               DISPLAY "NO REFUND-SCHEDULE.TXT FOUND - TERM START "
                   "DATES NOT PRINTED"
           ELSE
               MOVE "N" TO WS-SCHED-EOF
               PERFORM UNTIL WS-SCHED-EOF = "Y"
                   READ REFUND-SCHEDULE-FILE
                       AT END MOVE "Y" TO WS-SCHED-EOF
                       NOT AT END
                           IF WS-SCHED-COUNT < 50
                               ADD 1 TO WS-SCHED-COUNT
                               MOVE RS-ACADEMIC-TERM
                                   TO WS-SCHED-TERM(WS-SCHED-COUNT)
                               MOVE RS-TERM-START-DATE
                                   TO WS-SCHED-START(WS-SCHED-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REFUND-SCHEDULE-FILE
           END-IF.

       270-LOAD-COLLECTION-HOLDS.
           OPEN INPUT COLLECTIONS-FILE.
           IF WS-COLLECTIONS-FILE-STATUS = "00"
               MOVE "N" TO WS-COLLECTIONS-EOF
               PERFORM UNTIL WS-COLLECTIONS-EOF = "Y"
                   READ COLLECTIONS-FILE
                       AT END MOVE "Y" TO WS-COLLECTIONS-EOF
                       NOT AT END
                           IF COL-HOLD-FLAG = "Y"
                               AND WS-HOLD-COUNT < 500
                               ADD 1 TO WS-HOLD-COUNT
                               MOVE COL-STUDENT-NUMBER TO
                                   WS-HELD-NUMBER(WS-HOLD-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COLLECTIONS-FILE
           END-IF.

       280-LOAD-COURSE-CATALOGUE.
           OPEN INPUT COURSE-CATALOGUE-FILE
           IF WS-CATALOGUE-FILE-STATUS NOT = "00"
               DISPLAY "NO COURSE-CATALOGUE.TXT FOUND - COURSE TITLES "
                   "NOT PRINTED"
           ELSE
               MOVE "N" TO WS-CATALOGUE-EOF
               PERFORM UNTIL WS-CATALOGUE-EOF = "Y"
                   READ COURSE-CATALOGUE-FILE
                       AT END MOVE "Y" TO WS-CATALOGUE-EOF
                       NOT AT END
                           IF WS-CATALOGUE-COUNT < 300
                               ADD 1 TO WS-CATALOGUE-COUNT
                               MOVE CAT-COURSE-CODE TO
                                   WS-CATALOGUE-CODE
                                   (WS-CATALOGUE-COUNT)
                               MOVE CAT-COURSE-TITLE TO
                                   WS-CATALOGUE-TITLE
                                   (WS-CATALOGUE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COURSE-CATALOGUE-FILE
           END-IF.

       300-CONFIRM-ONE-STUDENT.
           PERFORM 210-GET-STUDENT-NUMBER
           MOVE WS-NUMBER-IN TO IND-STUDENT-NUMBER
           READ INDEXED-STUDENT-FILE-OUT
               INVALID KEY
                   DISPLAY "No student found with that number."
               NOT INVALID KEY
                   PERFORM 310-CHECK-ELIGIBILITY
                   IF WS-LETTER-FLAG NOT = SPACE
                       AND WS-REFUSE-INELIGIBLE = "Y"
                       ADD 1 TO WS-LETTERS-REFUSED
                       DISPLAY "LETTER REFUSED - STUDENT "
                           IND-STUDENT-NUMBER " "
                           FUNCTION TRIM(WS-REFUSAL-REASON)
                   ELSE
                       PERFORM 320-FIND-ADDRESS
                       PERFORM 330-FIND-TERM-START
                       PERFORM 400-WRITE-LETTER
                       PERFORM 600-REGISTER-LETTER
                   END-IF
           END-READ.

       310-CHECK-ELIGIBILITY.
           *> Withdrawn means no live course left - every used slot
           *> is WITHDRN, or none is used at all.
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
           MOVE "N" TO WS-STUDENT-WITHDRAWN WS-STUDENT-HELD
           IF WS-COURSE-SLOTS = ZERO
               MOVE "Y" TO WS-STUDENT-WITHDRAWN
           END-IF
           PERFORM VARYING WS-HOLD-SUB FROM 1 BY 1
                   UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
               IF WS-HELD-NUMBER(WS-HOLD-SUB) = IND-STUDENT-NUMBER
                   MOVE "Y" TO WS-STUDENT-HELD
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-REFUSAL-REASON
           EVALUATE TRUE
               WHEN WS-STUDENT-WITHDRAWN = "Y"
                   AND WS-STUDENT-HELD = "Y"
                   MOVE "B" TO WS-LETTER-FLAG
                   MOVE "IS WITHDRAWN AND HAS A COLLECTIONS HOLD"
                       TO WS-REFUSAL-REASON
               WHEN WS-STUDENT-WITHDRAWN = "Y"
                   MOVE "W" TO WS-LETTER-FLAG
                   MOVE "IS WITHDRAWN FROM ALL COURSES"
                       TO WS-REFUSAL-REASON
               WHEN WS-STUDENT-HELD = "Y"
                   MOVE "H" TO WS-LETTER-FLAG
                   MOVE "HAS A COLLECTIONS HOLD" TO WS-REFUSAL-REASON
               WHEN OTHER
                   MOVE SPACE TO WS-LETTER-FLAG
           END-EVALUATE
           IF WS-COURSE-SLOTS NOT < WS-FULL-TIME-SLOTS
               MOVE "F" TO WS-LOAD
               MOVE "FULL-TIME" TO WS-LOAD-TEXT
           ELSE
               MOVE "P" TO WS-LOAD
               MOVE "PART-TIME" TO WS-LOAD-TEXT
           END-IF.

       320-FIND-ADDRESS.
           MOVE ZERO TO WS-ADDRESS-FOUND
           *> Registered linkage wins: the cross-reference maps the
           *> 6-digit master number straight to the Lab2 identifier.
           MOVE SPACES TO WS-XREF-LAB2-FOUND
           PERFORM VARYING WS-XREF-SUB FROM 1 BY 1
                   UNTIL WS-XREF-SUB > WS-XREF-COUNT
               IF WS-XR-MASTER(WS-XREF-SUB) = IND-STUDENT-NUMBER
                   MOVE WS-XR-LAB2(WS-XREF-SUB)
                       TO WS-XREF-LAB2-FOUND
               END-IF
           END-PERFORM
           IF WS-XREF-LAB2-FOUND NOT = SPACES
               PERFORM VARYING WS-ADDRESS-SUB FROM 1 BY 1
                       UNTIL WS-ADDRESS-SUB > WS-ADDRESS-COUNT
                   IF WS-ADDR-RAW-NUMBER(WS-ADDRESS-SUB) =
                           WS-XREF-LAB2-FOUND
                       MOVE WS-ADDRESS-SUB TO WS-ADDRESS-FOUND
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ADDRESS-FOUND = ZERO
               PERFORM VARYING WS-ADDRESS-SUB FROM 1 BY 1
                       UNTIL WS-ADDRESS-SUB > WS-ADDRESS-COUNT
                   IF WS-ADDR-VALID(WS-ADDRESS-SUB) = "Y"
                       AND WS-ADDR-NUMBER(WS-ADDRESS-SUB) =
                           IND-STUDENT-NUMBER
                       MOVE WS-ADDRESS-SUB TO WS-ADDRESS-FOUND
                   END-IF
               END-PERFORM
           END-IF
           IF WS-ADDRESS-FOUND > ZERO
               AND WS-ADDR-STREET(WS-ADDRESS-FOUND) = SPACES
               MOVE ZERO TO WS-ADDRESS-FOUND
           END-IF.

       330-FIND-TERM-START.
           MOVE ZERO TO WS-TERM-START-DATE
           PERFORM VARYING WS-SCHED-SUB FROM 1 BY 1
                   UNTIL WS-SCHED-SUB > WS-SCHED-COUNT
               IF WS-SCHED-TERM(WS-SCHED-SUB) = IND-ACADEMIC-TERM
                   MOVE WS-SCHED-START(WS-SCHED-SUB)
                       TO WS-TERM-START-DATE
               END-IF
           END-PERFORM.

       400-WRITE-LETTER.
           MOVE WS-NEXT-LETTER-NUMBER TO WS-LETTER-NUMBER-PRINT
           ADD 1 TO WS-NEXT-LETTER-NUMBER
           ADD 1 TO WS-LETTERS-ISSUED
           *> Page break ahead of every letter after the first.
           IF WS-LETTERS-ISSUED > 1
               MOVE SPACES TO LETTER-RECORD
               WRITE LETTER-RECORD AFTER ADVANCING PAGE
           END-IF
           MOVE SPACES TO WS-PRINT-LINE
           STRING "CONFIRMATION OF ENROLMENT"
               "                   LETTER NO. " WS-LETTER-NUMBER-PRINT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING
           WRITE LETTER-RECORD FROM WS-PRINT-LINE
           MOVE WS-RUN-DATE TO WS-DATE-IN
           PERFORM 450-FORMAT-DATE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "DATE ISSUED: " WS-DATE-PRINT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING
           WRITE LETTER-RECORD FROM WS-PRINT-LINE
           MOVE SPACES TO LETTER-RECORD
           WRITE LETTER-RECORD
           PERFORM 410-WRITE-ADDRESS-BLOCK
           MOVE SPACES TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE "TO WHOM IT MAY CONCERN:" TO WS-PRINT-LINE
           WRITE LETTER-RECORD FROM WS-PRINT-LINE
           MOVE SPACES TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           STRING "THIS CONFIRMS THAT "
               FUNCTION TRIM(IND-STUDENT-NAME)
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING
           WRITE LETTER-RECORD FROM WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "(STUDENT NUMBER " IND-STUDENT-NUMBER
               ") IS REGISTERED IN PROGRAM "
               FUNCTION TRIM(IND-PROGRAM-OF-STUDY)
               " FOR TERM " IND-ACADEMIC-TERM "."
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING
           WRITE LETTER-RECORD FROM WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-TERM-START-DATE = ZERO
               MOVE "TERM START DATE: NOT YET SCHEDULED"
                   TO WS-PRINT-LINE
           ELSE
               MOVE WS-TERM-START-DATE TO WS-DATE-IN
               PERFORM 450-FORMAT-DATE
               STRING "TERM START DATE: " WS-DATE-PRINT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
           END-IF
           WRITE LETTER-RECORD FROM WS-PRINT-LINE
           MOVE SPACES TO WS-PRINT-LINE
           IF WS-STUDENT-WITHDRAWN = "Y"
               MOVE "ENROLMENT STATUS: WITHDRAWN FROM ALL COURSES"
                   TO WS-PRINT-LINE
           ELSE
               STRING "ENROLMENT STATUS: " WS-LOAD-TEXT " ("
                   WS-COURSE-SLOTS " COURSE(S))"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
           END-IF
           WRITE LETTER-RECORD FROM WS-PRINT-LINE
           MOVE SPACES TO LETTER-RECORD
           WRITE LETTER-RECORD
           PERFORM 420-WRITE-COURSE-LIST
           IF WS-STUDENT-HELD = "Y"
               MOVE SPACES TO LETTER-RECORD
               WRITE LETTER-RECORD
               MOVE "NOTE: AN ACCOUNT HOLD IS IN FORCE FOR THIS "
                   & "STUDENT." TO WS-PRINT-LINE
               WRITE LETTER-RECORD FROM WS-PRINT-LINE
           END-IF
           MOVE SPACES TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE SPACES TO WS-PRINT-LINE
           STRING "TO VERIFY THIS LETTER, QUOTE LETTER NO. "
               WS-LETTER-NUMBER-PRINT " TO THE REGISTRAR'S OFFICE."
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING
           WRITE LETTER-RECORD FROM WS-PRINT-LINE
           MOVE SPACES TO LETTER-RECORD
           WRITE LETTER-RECORD
           MOVE "OFFICE OF THE REGISTRAR" TO WS-PRINT-LINE
           WRITE LETTER-RECORD FROM WS-PRINT-LINE
           DISPLAY "LETTER " WS-LETTER-NUMBER-PRINT " ISSUED FOR "
               IND-STUDENT-NUMBER " " FUNCTION TRIM(IND-STUDENT-NAME).

       410-WRITE-ADDRESS-BLOCK.
           IF WS-ADDRESS-FOUND = ZERO
               MOVE IND-STUDENT-NAME TO WS-PRINT-LINE
               WRITE LETTER-RECORD FROM WS-PRINT-LINE
               MOVE "(NO MAILING ADDRESS ON FILE)" TO WS-PRINT-LINE
               WRITE LETTER-RECORD FROM WS-PRINT-LINE
           ELSE
               MOVE SPACES TO WS-PRINT-LINE
               STRING FUNCTION TRIM(WS-ADDR-TITLE(WS-ADDRESS-FOUND))
                   " "
                   FUNCTION TRIM(WS-ADDR-FIRST-NAME(WS-ADDRESS-FOUND))
                   " " FUNCTION TRIM(WS-ADDR-SURNAME(WS-ADDRESS-FOUND))
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               WRITE LETTER-RECORD FROM WS-PRINT-LINE
               WRITE LETTER-RECORD FROM
                   WS-ADDR-STREET(WS-ADDRESS-FOUND)
               MOVE SPACES TO WS-PRINT-LINE
               STRING FUNCTION TRIM(WS-ADDR-CITY(WS-ADDRESS-FOUND)) " "
                   FUNCTION TRIM(WS-ADDR-PROVINCE(WS-ADDRESS-FOUND))
                   "  " WS-ADDR-POSTAL(WS-ADDRESS-FOUND)
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               WRITE LETTER-RECORD FROM WS-PRINT-LINE
           END-IF.

       420-WRITE-COURSE-LIST.
           MOVE "REGISTERED COURSES:" TO WS-PRINT-LINE
           WRITE LETTER-RECORD FROM WS-PRINT-LINE
           PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
                   UNTIL WS-PAIR-SUB > 5
               IF IND-COURSE-CODE(WS-PAIR-SUB) NOT = SPACES
                   AND IND-COURSE-CODE(WS-PAIR-SUB) NOT = "WITHDRN"
                   MOVE SPACES TO WS-COURSE-TITLE
                   PERFORM VARYING WS-CATALOGUE-SUB FROM 1 BY 1
                           UNTIL WS-CATALOGUE-SUB > WS-CATALOGUE-COUNT
                       IF WS-CATALOGUE-CODE(WS-CATALOGUE-SUB) =
                               IND-COURSE-CODE(WS-PAIR-SUB)
                           MOVE WS-CATALOGUE-TITLE(WS-CATALOGUE-SUB)
                               TO WS-COURSE-TITLE
                       END-IF
                   END-PERFORM
                   MOVE IND-COURSE-CODE(WS-PAIR-SUB) TO CRS-COURSE-CODE
                   MOVE WS-COURSE-TITLE TO CRS-COURSE-TITLE
                   WRITE LETTER-RECORD FROM WS-COURSE-LINE
               END-IF
           END-PERFORM
           IF WS-COURSE-SLOTS = ZERO
               MOVE "    (NONE)" TO WS-PRINT-LINE
               WRITE LETTER-RECORD FROM WS-PRINT-LINE
           END-IF.

       450-FORMAT-DATE.
           MOVE WS-DATE-IN-YYYY TO WS-DATE-YYYY
           MOVE WS-DATE-IN-MM TO WS-DATE-MM
           MOVE WS-DATE-IN-DD TO WS-DATE-DD.

       500-VERIFY-LETTER.
           MOVE SPACES TO WS-LETTER-NUMBER-IN
           PERFORM UNTIL WS-LETTER-NUMBER-IN IS NUMERIC
               DISPLAY "Letter number (6 digits):"
               ACCEPT WS-LETTER-NUMBER-IN
               IF WS-LETTER-NUMBER-IN IS NOT NUMERIC
                   DISPLAY "Invalid entry - must be 6 numeric digits."
               END-IF
           END-PERFORM
           MOVE WS-LETTER-NUMBER-IN TO WS-LETTER-NUMBER-WANTED
           MOVE "N" TO WS-LETTER-FOUND
           OPEN INPUT REGISTER-FILE
           IF WS-REGISTER-FILE-STATUS = "00"
               MOVE "N" TO WS-REGISTER-EOF
               PERFORM UNTIL WS-REGISTER-EOF = "Y"
                   READ REGISTER-FILE
                       AT END MOVE "Y" TO WS-REGISTER-EOF
                       NOT AT END
                           IF LR-LETTER-NUMBER = WS-LETTER-NUMBER-WANTED
                               MOVE "Y" TO WS-LETTER-FOUND
                               PERFORM 510-SHOW-REGISTER-ROW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE REGISTER-FILE
           END-IF
           IF WS-LETTER-FOUND = "N"
               DISPLAY "LETTER " WS-LETTER-NUMBER-WANTED
                   " WAS NOT ISSUED BY THIS OFFICE"
           END-IF.

       510-SHOW-REGISTER-ROW.
           MOVE LR-ISSUED-DATE TO WS-DATE-IN
           PERFORM 450-FORMAT-DATE
           DISPLAY "LETTER " LR-LETTER-NUMBER " ISSUED " WS-DATE-PRINT
               " BY " LR-OPERATOR-ID
           DISPLAY "  STUDENT " LR-STUDENT-NUMBER "  PROGRAM "
               LR-PROGRAM-OF-STUDY "  TERM " LR-ACADEMIC-TERM
           EVALUATE LR-LOAD
               WHEN "F"
                   DISPLAY "  FULL-TIME, " LR-COURSE-COUNT
                       " COURSE(S)"
               WHEN OTHER
                   DISPLAY "  PART-TIME, " LR-COURSE-COUNT
                       " COURSE(S)"
           END-EVALUATE
           EVALUATE LR-FLAG
               WHEN "W"
                   DISPLAY "  ISSUED WITH STUDENT WITHDRAWN"
               WHEN "H"
                   DISPLAY "  ISSUED WITH A COLLECTIONS HOLD IN FORCE"
               WHEN "B"
                   DISPLAY "  ISSUED WITH STUDENT WITHDRAWN AND A "
                       "COLLECTIONS HOLD IN FORCE"
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       600-REGISTER-LETTER.
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE SPACES TO REGISTER-RECORD
           MOVE WS-LETTER-NUMBER-PRINT TO LR-LETTER-NUMBER
           MOVE WS-RUN-DATE TO LR-ISSUED-DATE
           MOVE WS-RUN-TIME TO LR-ISSUED-TIME
           MOVE IND-STUDENT-NUMBER TO LR-STUDENT-NUMBER
           MOVE IND-ACADEMIC-TERM TO LR-ACADEMIC-TERM
           MOVE IND-PROGRAM-OF-STUDY TO LR-PROGRAM-OF-STUDY
           MOVE WS-LOAD TO LR-LOAD
           MOVE WS-COURSE-SLOTS TO LR-COURSE-COUNT
           MOVE WS-LETTER-FLAG TO LR-FLAG
           MOVE WS-OPERATOR-ID TO LR-OPERATOR-ID
           WRITE REGISTER-RECORD.

       END PROGRAM ENROLMENT-LETTER.
