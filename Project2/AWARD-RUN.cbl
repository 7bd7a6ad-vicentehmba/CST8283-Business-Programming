      ******************************************************************
      * Author: VICENTE MBA ENGUNG
      * Date: SEPTEMBER 1, 2026
      * Purpose: Scholarship and bursary award run for one academic
      *          term. For each award on ../AWARD-MASTER.TXT, select
      *          the students on STUFILE-INDEXED.TXT sitting that term
      *          who meet its rules - term average (computed the way
      *          HONOURS-LIST does) at or above the award minimum,
      *          program, and that average held for the required
      *          number of consecutive sessions on
      *          ../COURSE-HISTORY.TXT. Eligible students are ranked
      *          by average, highest first; when an award is
      *          oversubscribed only the top students are granted, up
      *          to its maximum recipients for the term and the fund
      *          still uncommitted. Each recipient is credited on
      *          IND-TUITION-OWED with an AWARD ledger row carrying
      *          the award code, registered on ../AWARDS-GRANTED.TXT
      *          (which stops a second grant of the same award in the
      *          same term) and sent a letter on ../AWARD-LETTERS.TXT.
      *          ../AWARD-BUDGET-RPT.TXT shows the ranking and the
      *          committed and available funds per award. A preview
      *          run prints the report and credits nothing.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AWARD-RUN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEXED-STUDENT-FILE-OUT ASSIGN
           TO "../STUFILE-INDEXED.TXT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS IND-STUDENT-NUMBER
               ALTERNATE RECORD KEY IS IND-STUDENT-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT COURSE-HISTORY-FILE ASSIGN
               TO "../COURSE-HISTORY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT AWARD-MASTER-FILE ASSIGN TO "../AWARD-MASTER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AWARD-FILE-STATUS.
           SELECT AWARDS-GRANTED-FILE ASSIGN
           TO "../AWARDS-GRANTED.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRANTED-FILE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "../STUDENT-LEDGER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT AWARD-LETTER-FILE ASSIGN
           TO "../AWARD-LETTERS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LETTER-FILE-STATUS.
           SELECT AWARD-REPORT-FILE ASSIGN
           TO "../AWARD-BUDGET-RPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT MASTER-IN-USE-FILE ASSIGN
               TO "../MASTER-IN-USE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-USE-FILE-STATUS.
           SELECT PERIOD-LOCK-FILE ASSIGN TO "../PERIOD-LOCK.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-LOCK-FILE-STATUS.

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

       FD AWARD-MASTER-FILE.
      *> One row per award - see AWARD-MAINT.
       01 AWARD-MASTER-RECORD.
           05 AWD-AWARD-CODE PIC X(6).
           05 AWD-DESCRIPTION PIC X(30).
           05 AWD-AMOUNT PIC 9(5)V99.
           05 AWD-MIN-AVERAGE PIC 9(3).
           05 AWD-PROGRAM PIC X(6).
           05 AWD-CONSEC-TERMS PIC 9.
           05 AWD-MAX-RECIPIENTS PIC 9(3).
           05 AWD-BUDGET PIC 9(7)V99.

       FD AWARDS-GRANTED-FILE.
      *> One row per award per student per term. Everything on it
      *> counts as committed against the award's fund.
       01 AWARDS-GRANTED-RECORD.
           05 AWG-AWARD-CODE PIC X(6).
           05 AWG-ACADEMIC-TERM PIC X(5).
           05 AWG-STUDENT-NUMBER PIC 9(6).
           05 AWG-AMOUNT PIC 9(5)V99.
           05 AWG-TERM-AVERAGE PIC 999V99.
           05 AWG-GRANTED-DATE PIC 9(8).

       FD LEDGER-FILE.
      *> One row per balance-affecting event on a student's account -
      *> same layout every balance-touching program appends and
      *> STATEMENT-OF-ACCOUNT reads back. LED-AMOUNT is the signed
      *> change applied to the balance.
       01 LEDGER-RECORD.
           05 LED-STUDENT-NUMBER PIC 9(6).
           05 LED-TRANS-DATE PIC 9(8).
           05 LED-TRANS-TIME PIC 9(8).
           05 LED-TRANS-TYPE PIC X(8).
           05 LED-REFERENCE PIC X(8).
           05 LED-AMOUNT PIC S9(6)V99
               SIGN LEADING SEPARATE.

       FD AWARD-LETTER-FILE.
       01 LETTER-RECORD PIC X(80).

       FD AWARD-REPORT-FILE.
       01 REPORT-RECORD PIC X(80).

       FD MASTER-IN-USE-FILE.
      *> In-use signal for STUFILE-INDEXED.TXT - BATCH-DRIVER writes
      *> it while batch steps run and clears it afterwards. Online
      *> updaters refuse to open the master for update while the
      *> signal is held, with a stale-signal override for the flag a
      *> crashed run leaves behind.
       01 MASTER-IN-USE-RECORD.
           05 IU-HELD-DATE PIC 9(8).
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
       01 WS-OVERRIDE-IN-USE PIC X.
       01 WS-HELD-SIGNAL.
           05 WS-HELD-DATE PIC 9(8).
           05 WS-HELD-TIME.
               10 WS-HELD-HH PIC 9(2).
               10 FILLER PIC 9(6).
           05 WS-HELD-HOLDER PIC X(20).
       01 WS-IN-USE-NOW-DATE PIC 9(8).
       01 WS-IN-USE-NOW-TIME.
           05 WS-NOW-HH PIC 9(2).
           05 FILLER PIC 9(6).
       *> A signal older than this many hours is presumed left
       *> behind by a crashed run and may be cleared by the
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
       01 EOF-FLAG PIC X(3) VALUE "NO".
       01 WS-FILE-STATUS PIC XX.
       01 WS-HISTORY-FILE-STATUS PIC XX.
       01 WS-AWARD-FILE-STATUS PIC XX.
       01 WS-GRANTED-FILE-STATUS PIC XX.
       01 WS-LEDGER-FILE-STATUS PIC XX.
       01 WS-LETTER-FILE-STATUS PIC XX.
       01 WS-REPORT-FILE-STATUS PIC XX.
       01 WS-HISTORY-EOF PIC X.
       01 WS-AWARD-EOF PIC X.
       01 WS-GRANTED-EOF PIC X.
       01 WS-AWARD-TERM PIC X(5).
       01 WS-MODE-IN PIC X.
       *> Y when the recipients are credited; N for a preview that
       *> only prints the ranking and the funds.
       01 WS-APPLY PIC X VALUE "N".
       01 WS-RUN-DATE PIC 9(8).
       01 WS-LEDGER-DATE-TIME.
           05 WS-LEDGER-DATE PIC 9(8).
           05 WS-LEDGER-TIME PIC 9(8).
       *> Award master held in storage, with what is already
       *> committed against each fund and what this run adds.
       01 WS-AWARD-TABLE.
           05 WS-AWARD-ROW OCCURS 50 TIMES.
               10 WS-AWARD-CODE PIC X(6).
               10 WS-AWARD-DESC PIC X(30).
               10 WS-AWARD-AMOUNT PIC 9(5)V99.
               10 WS-AWARD-MIN-AVERAGE PIC 9(3).
               10 WS-AWARD-PROGRAM PIC X(6).
               10 WS-AWARD-CONSEC-TERMS PIC 9.
               10 WS-AWARD-MAX-RECIPIENTS PIC 9(3).
               10 WS-AWARD-BUDGET PIC 9(7)V99.
               10 WS-AWARD-COMMITTED PIC 9(7)V99.
               10 WS-AWARD-TERM-GRANTS PIC 9(4).
               10 WS-AWARD-RUN-COUNT PIC 9(4).
               10 WS-AWARD-RUN-AMOUNT PIC 9(7)V99.
       01 WS-AWARD-COUNT PIC 9(3) VALUE ZERO.
       01 WS-AWARD-SUB PIC 9(3).
       01 WS-AWARD-FOUND PIC 9(3).
       *> Keys already on the grant register - an award found here
       *> for the student in the run's term is never granted again.
       01 WS-GRANTED-TABLE.
           05 WS-GRANTED-ROW OCCURS 3000 TIMES.
               10 WS-GRANTED-CODE PIC X(6).
               10 WS-GRANTED-TERM PIC X(5).
               10 WS-GRANTED-STUDENT PIC 9(6).
       01 WS-GRANTED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-GRANTED-SUB PIC 9(4).
       01 WS-ALREADY-GRANTED PIC X.
       01 WS-REGISTER-OVERFLOW PIC X VALUE "N".
       *> Per-term averages from ../COURSE-HISTORY.TXT, one row per
       *> student per preserved term, ranked the HONOURS-LIST way
       *> (year * 10 + session W=1 S=2 F=3).
       01 WS-HISTORY-TABLE.
           05 WS-HIST-ROW OCCURS 2000 TIMES.
               10 WS-HIST-NUMBER PIC 9(6).
               10 WS-HIST-TERM PIC X(5).
               10 WS-HIST-RANK PIC 9(5).
               10 WS-HIST-COUNT PIC 9.
               10 WS-HIST-TOTAL PIC 9(4).
       01 WS-HISTORY-ROW-COUNT PIC 9(4) VALUE ZERO.
       01 WS-HISTORY-SUB PIC 9(4).
       01 WS-BEST-SUB PIC 9(4).
       01 WS-PAIR-SUB PIC 9.
       01 WS-PRIOR-AVERAGE PIC 999V99.
       01 WS-TERM-FOR-RANK PIC X(5).
       01 WS-TERM-RANK PIC 9(5).
       01 WS-TERM-YEAR-X.
           05 WS-TERM-YEAR PIC 9(4).
       01 WS-RANK-YEAR PIC 9(4).
       01 WS-RANK-SESSION PIC 9.
       *> Students sitting the run's term with at least one live
       *> course, with the term average every award is judged on.
       01 WS-STUDENT-TABLE.
           05 WS-STU-ROW OCCURS 1000 TIMES.
               10 WS-STU-NUMBER PIC 9(6).
               10 WS-STU-NAME PIC X(40).
               10 WS-STU-PROGRAM PIC X(6).
               10 WS-STU-AVERAGE PIC 999V99.
               10 WS-STU-RANK PIC 9(5).
       01 WS-STU-COUNT PIC 9(4) VALUE ZERO.
       01 WS-STU-SUB PIC 9(4).
       01 WS-STUDENT-OVERFLOW PIC X VALUE "N".
       01 WS-COURSE-COUNT PIC 9.
       01 WS-ACTIVE-SLOTS PIC 9.
       01 WS-AVERAGE-TOTAL PIC 9(4).
       01 WS-STUDENT-AVERAGE PIC 999V99.
       01 WS-SLOT-SUB PIC 9.
       *> Eligible students for one award, best average first.
       01 WS-CAND-TABLE.
           05 WS-CAND-ROW OCCURS 1000 TIMES.
               10 WS-CAND-STU PIC 9(4).
               10 WS-CAND-TERMS PIC 9.
       01 WS-CAND-COUNT PIC 9(4).
       01 WS-CAND-SUB PIC 9(4).
       01 WS-CMP-SUB PIC 9(4).
       01 WS-INSERT-AT PIC 9(4).
       01 WS-SHIFT-SUB PIC 9(4).
       01 WS-ELIGIBLE PIC X.
       01 WS-STREAK PIC 9.
       01 WS-STREAK-RANK PIC 9(5).
       01 WS-STREAK-DONE PIC X.
       01 WS-CREDITED PIC X.
       01 WS-AVAILABLE PIC S9(7)V99.
       01 WS-CAND-STATUS PIC X(22).
       01 WS-NOT-AWARDED PIC 9(4).
       01 WS-RECIPIENT-COUNT PIC 9(5) VALUE ZERO.
       01 WS-RUN-TOTAL PIC 9(8)V99 VALUE ZERO.
       01 WS-REPORT-LINE PIC X(80).
       01 WS-LETTER-LINE PIC X(80).
       01 WS-COUNT-PRINT PIC ZZZ9.
       01 WS-AWARDED-PRINT PIC ZZZ9.
       01 WS-DECLINED-PRINT PIC ZZZ9.
       01 WS-MONEY-PRINT PIC Z,ZZZ,ZZ9.99-.
       01 WS-AVERAGE-PRINT PIC ZZ9.99.
       01 WS-CANDIDATE-LINE.
           05 CAN-RANK PIC ZZZ9.
           05 FILLER PIC X VALUE SPACE.
           05 CAN-STUDENT-NUMBER PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 CAN-STUDENT-NAME PIC X(28).
           05 FILLER PIC X VALUE SPACE.
           05 CAN-AVERAGE PIC ZZ9.99.
           05 FILLER PIC X(3) VALUE SPACES.
           05 CAN-TERMS PIC 9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 CAN-STATUS PIC X(22).
           05 FILLER PIC X(3) VALUE SPACES.

       PROCEDURE DIVISION.
       100-RUN-AWARDS.
           PERFORM 750-CHECK-MASTER-IN-USE.
           IF WS-MASTER-BUSY = "Y"
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
           DISPLAY "Award term (YYYYS):".
           ACCEPT WS-AWARD-TERM.
           IF WS-AWARD-TERM = SPACES
               DISPLAY "NO TERM ENTERED - RUN CANCELLED"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "C=credit the recipients, P=preview only:".
           ACCEPT WS-MODE-IN.
           EVALUATE WS-MODE-IN
               WHEN "C"
               WHEN "c"
                   MOVE "Y" TO WS-APPLY
               WHEN "P"
               WHEN "p"
                   MOVE "N" TO WS-APPLY
               WHEN OTHER
                   DISPLAY "Not C or P - running as a preview."
                   MOVE "N" TO WS-APPLY
           END-EVALUATE.
           PERFORM 200-LOAD-AWARDS.
           IF WS-AWARD-COUNT = ZERO
               DISPLAY "NO AWARDS LOADED - NOTHING TO GRANT"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 210-LOAD-GRANT-REGISTER.
           IF WS-REGISTER-OVERFLOW = "Y"
               *> Granting without the whole register could pay an
               *> award twice and misstate what is committed.
               DISPLAY "GRANT REGISTER EXCEEDS THE 3000-ROW TABLE - "
                   "RUN REFUSED, ARCHIVE OLD TERMS FIRST"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 220-LOAD-COURSE-HISTORY.
           IF WS-APPLY = "Y"
               OPEN I-O INDEXED-STUDENT-FILE-OUT
           ELSE
               OPEN INPUT INDEXED-STUDENT-FILE-OUT
           END-IF.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN STUFILE-INDEXED.TXT - STATUS "
                   WS-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 240-LOAD-TERM-STUDENTS.
           IF WS-STUDENT-OVERFLOW = "Y"
               *> Ranking part of the term would pass over students
               *> who should have won.
               DISPLAY "MORE THAN 1000 STUDENTS IN TERM "
                   WS-AWARD-TERM " - RUN REFUSED"
               CLOSE INDEXED-STUDENT-FILE-OUT
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WS-APPLY = "Y"
               *> The account ledger and the grant register both
               *> accumulate across runs.
               OPEN EXTEND LEDGER-FILE
               IF WS-LEDGER-FILE-STATUS NOT = "00"
                   OPEN OUTPUT LEDGER-FILE
               END-IF
               OPEN EXTEND AWARDS-GRANTED-FILE
               IF WS-GRANTED-FILE-STATUS NOT = "00"
                   OPEN OUTPUT AWARDS-GRANTED-FILE
               END-IF
               OPEN OUTPUT AWARD-LETTER-FILE
           END-IF.
           OPEN OUTPUT AWARD-REPORT-FILE.
           PERFORM 500-PRINT-REPORT-HEADING.
           PERFORM 400-PROCESS-AWARD
               VARYING WS-AWARD-SUB FROM 1 BY 1
               UNTIL WS-AWARD-SUB > WS-AWARD-COUNT.
           PERFORM 590-PRINT-RUN-TOTALS.
           CLOSE INDEXED-STUDENT-FILE-OUT
                 AWARD-REPORT-FILE.
           IF WS-APPLY = "Y"
               CLOSE LEDGER-FILE
                     AWARDS-GRANTED-FILE
                     AWARD-LETTER-FILE
           END-IF.
           DISPLAY "==========================================".
           DISPLAY "AWARD TERM:            " WS-AWARD-TERM.
           DISPLAY "STUDENTS CONSIDERED:   " WS-STU-COUNT.
           DISPLAY "AWARDS PROCESSED:      " WS-AWARD-COUNT.
           DISPLAY "RECIPIENTS:            " WS-RECIPIENT-COUNT.
           DISPLAY "TOTAL AWARDED:         " WS-RUN-TOTAL.
           IF WS-APPLY = "Y"
               DISPLAY "LETTERS: ../AWARD-LETTERS.TXT"
           ELSE
               DISPLAY "PREVIEW ONLY - NOTHING CREDITED"
           END-IF.
           DISPLAY "REPORT:  ../AWARD-BUDGET-RPT.TXT".
           DISPLAY "==========================================".
           GOBACK.

       200-LOAD-AWARDS.
           OPEN INPUT AWARD-MASTER-FILE.
           IF WS-AWARD-FILE-STATUS NOT = "00"
               DISPLAY "NO AWARD-MASTER.TXT FOUND"
           ELSE
               MOVE "N" TO WS-AWARD-EOF
               PERFORM UNTIL WS-AWARD-EOF = "Y"
                   READ AWARD-MASTER-FILE
                       AT END MOVE "Y" TO WS-AWARD-EOF
                       NOT AT END
                           IF WS-AWARD-COUNT = 50
                               DISPLAY "WARNING - MORE THAN 50 "
                                   "AWARDS, EXTRA ROWS IGNORED"
                           ELSE
                               ADD 1 TO WS-AWARD-COUNT
                               PERFORM 205-TABLE-AWARD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AWARD-MASTER-FILE
               DISPLAY "AWARDS LOADED: " WS-AWARD-COUNT
           END-IF.

       205-TABLE-AWARD.
           MOVE AWD-AWARD-CODE TO WS-AWARD-CODE(WS-AWARD-COUNT)
           MOVE AWD-DESCRIPTION TO WS-AWARD-DESC(WS-AWARD-COUNT)
           MOVE AWD-AMOUNT TO WS-AWARD-AMOUNT(WS-AWARD-COUNT)
           MOVE AWD-MIN-AVERAGE TO
               WS-AWARD-MIN-AVERAGE(WS-AWARD-COUNT)
           MOVE AWD-PROGRAM TO WS-AWARD-PROGRAM(WS-AWARD-COUNT)
           MOVE AWD-CONSEC-TERMS TO
               WS-AWARD-CONSEC-TERMS(WS-AWARD-COUNT)
           MOVE AWD-MAX-RECIPIENTS TO
               WS-AWARD-MAX-RECIPIENTS(WS-AWARD-COUNT)
           MOVE AWD-BUDGET TO WS-AWARD-BUDGET(WS-AWARD-COUNT)
           MOVE ZERO TO WS-AWARD-COMMITTED(WS-AWARD-COUNT)
           MOVE ZERO TO WS-AWARD-TERM-GRANTS(WS-AWARD-COUNT)
           MOVE ZERO TO WS-AWARD-RUN-COUNT(WS-AWARD-COUNT)
           MOVE ZERO TO WS-AWARD-RUN-AMOUNT(WS-AWARD-COUNT).

       210-LOAD-GRANT-REGISTER.
           *> Every grant on the register is committed against its
           *> award's fund; grants in the run's term also count
           *> against the award's maximum recipients.
           OPEN INPUT AWARDS-GRANTED-FILE.
           IF WS-GRANTED-FILE-STATUS = "00"
               MOVE "N" TO WS-GRANTED-EOF
               PERFORM UNTIL WS-GRANTED-EOF = "Y"
                   READ AWARDS-GRANTED-FILE
                       AT END MOVE "Y" TO WS-GRANTED-EOF
                       NOT AT END PERFORM 215-TABLE-GRANT
                   END-READ
               END-PERFORM
               CLOSE AWARDS-GRANTED-FILE
           END-IF.

       215-TABLE-GRANT.
           IF WS-GRANTED-COUNT = 3000
               MOVE "Y" TO WS-REGISTER-OVERFLOW
           ELSE
               ADD 1 TO WS-GRANTED-COUNT
               MOVE AWG-AWARD-CODE TO
                   WS-GRANTED-CODE(WS-GRANTED-COUNT)
               MOVE AWG-ACADEMIC-TERM TO
                   WS-GRANTED-TERM(WS-GRANTED-COUNT)
               MOVE AWG-STUDENT-NUMBER TO
                   WS-GRANTED-STUDENT(WS-GRANTED-COUNT)
               MOVE ZERO TO WS-AWARD-FOUND
               PERFORM VARYING WS-AWARD-SUB FROM 1 BY 1
                       UNTIL WS-AWARD-SUB > WS-AWARD-COUNT
                   IF WS-AWARD-CODE(WS-AWARD-SUB) = AWG-AWARD-CODE
                       MOVE WS-AWARD-SUB TO WS-AWARD-FOUND
                   END-IF
               END-PERFORM
               IF WS-AWARD-FOUND > ZERO
                   ADD AWG-AMOUNT TO
                       WS-AWARD-COMMITTED(WS-AWARD-FOUND)
                   IF AWG-ACADEMIC-TERM = WS-AWARD-TERM
                       ADD 1 TO WS-AWARD-TERM-GRANTS(WS-AWARD-FOUND)
                   END-IF
               END-IF
           END-IF.

       220-LOAD-COURSE-HISTORY.
           OPEN INPUT COURSE-HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "NO COURSE-HISTORY.TXT FOUND - ONLY AWARDS "
                   "NEEDING ONE TERM CAN BE MET"
           ELSE
               MOVE "N" TO WS-HISTORY-EOF
               PERFORM UNTIL WS-HISTORY-EOF = "Y"
                   READ COURSE-HISTORY-FILE
                       AT END MOVE "Y" TO WS-HISTORY-EOF
                       NOT AT END PERFORM 225-TABLE-HISTORY-RECORD
                   END-READ
               END-PERFORM
               CLOSE COURSE-HISTORY-FILE
               DISPLAY "COURSE HISTORY ROWS LOADED: "
                   WS-HISTORY-ROW-COUNT
           END-IF.

       225-TABLE-HISTORY-RECORD.
           IF WS-HISTORY-ROW-COUNT = 2000
               DISPLAY "WARNING - MORE THAN 2000 HISTORY ROWS, "
                   "CONSECUTIVE-TERM RULES INCOMPLETE"
           ELSE
               ADD 1 TO WS-HISTORY-ROW-COUNT
               MOVE HIST-STUDENT-NUMBER TO
                   WS-HIST-NUMBER(WS-HISTORY-ROW-COUNT)
               MOVE HIST-ACADEMIC-TERM TO
                   WS-HIST-TERM(WS-HISTORY-ROW-COUNT)
               MOVE HIST-ACADEMIC-TERM TO WS-TERM-FOR-RANK
               PERFORM 230-RANK-TERM
               MOVE WS-TERM-RANK TO
                   WS-HIST-RANK(WS-HISTORY-ROW-COUNT)
               MOVE ZERO TO WS-HIST-COUNT(WS-HISTORY-ROW-COUNT)
               MOVE ZERO TO WS-HIST-TOTAL(WS-HISTORY-ROW-COUNT)
               PERFORM VARYING WS-PAIR-SUB FROM 1 BY 1
                       UNTIL WS-PAIR-SUB > 5
                   IF HIST-COURSE-CODE(WS-PAIR-SUB) NOT = SPACES
                       ADD 1 TO
                           WS-HIST-COUNT(WS-HISTORY-ROW-COUNT)
                       ADD HIST-AVERAGE(WS-PAIR-SUB) TO
                           WS-HIST-TOTAL(WS-HISTORY-ROW-COUNT)
                   END-IF
               END-PERFORM
           END-IF.

       230-RANK-TERM.
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

       240-LOAD-TERM-STUDENTS.
           PERFORM UNTIL EOF-FLAG = "YES"
               READ INDEXED-STUDENT-FILE-OUT NEXT RECORD
                   AT END MOVE "YES" TO EOF-FLAG
                   NOT AT END
                       IF IND-ACADEMIC-TERM = WS-AWARD-TERM
                           PERFORM 250-TABLE-STUDENT
                       END-IF
               END-READ
           END-PERFORM.
           DISPLAY "STUDENTS IN TERM " WS-AWARD-TERM ": " WS-STU-COUNT.

       250-TABLE-STUDENT.
           *> Same skip-unused-slots average HONOURS-LIST and
           *> ACADEMIC-STANDING compute, so an award can never
           *> disagree with the dean's list. A student with no live
           *> course left this term is not considered.
           MOVE ZERO TO WS-COURSE-COUNT
           MOVE ZERO TO WS-ACTIVE-SLOTS
           MOVE ZERO TO WS-AVERAGE-TOTAL
           MOVE ZERO TO WS-STUDENT-AVERAGE
           PERFORM VARYING WS-SLOT-SUB FROM 1 BY 1
                   UNTIL WS-SLOT-SUB > 5
               IF IND-COURSE-CODE(WS-SLOT-SUB) NOT = SPACES
                   ADD 1 TO WS-COURSE-COUNT
                   ADD IND-AVERAGE(WS-SLOT-SUB) TO WS-AVERAGE-TOTAL
                   IF IND-COURSE-CODE(WS-SLOT-SUB) NOT = "WITHDRN"
                       ADD 1 TO WS-ACTIVE-SLOTS
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ACTIVE-SLOTS > 0
               DIVIDE WS-AVERAGE-TOTAL BY WS-COURSE-COUNT
                   GIVING WS-STUDENT-AVERAGE ROUNDED
               IF WS-STU-COUNT = 1000
                   MOVE "Y" TO WS-STUDENT-OVERFLOW
               ELSE
                   ADD 1 TO WS-STU-COUNT
                   MOVE IND-STUDENT-NUMBER TO
                       WS-STU-NUMBER(WS-STU-COUNT)
                   MOVE IND-STUDENT-NAME TO WS-STU-NAME(WS-STU-COUNT)
                   MOVE IND-PROGRAM-OF-STUDY TO
                       WS-STU-PROGRAM(WS-STU-COUNT)
                   MOVE WS-STUDENT-AVERAGE TO
                       WS-STU-AVERAGE(WS-STU-COUNT)
                   MOVE IND-ACADEMIC-TERM TO WS-TERM-FOR-RANK
                   PERFORM 230-RANK-TERM
                   MOVE WS-TERM-RANK TO WS-STU-RANK(WS-STU-COUNT)
               END-IF
           END-IF.

       400-PROCESS-AWARD.
           MOVE ZERO TO WS-CAND-COUNT
           PERFORM VARYING WS-STU-SUB FROM 1 BY 1
                   UNTIL WS-STU-SUB > WS-STU-COUNT
               PERFORM 410-CHECK-ELIGIBLE
               IF WS-ELIGIBLE = "Y"
                   PERFORM 430-RANK-CANDIDATE
               END-IF
           END-PERFORM
           PERFORM 510-PRINT-AWARD-HEADING
           MOVE ZERO TO WS-NOT-AWARDED
           PERFORM VARYING WS-CAND-SUB FROM 1 BY 1
                   UNTIL WS-CAND-SUB > WS-CAND-COUNT
               PERFORM 440-GRANT-OR-DECLINE
           END-PERFORM
           PERFORM 520-PRINT-AWARD-FUNDS.

       410-CHECK-ELIGIBLE.
           MOVE "N" TO WS-ELIGIBLE
           IF (WS-AWARD-PROGRAM(WS-AWARD-SUB) = SPACES
                   OR WS-AWARD-PROGRAM(WS-AWARD-SUB) =
                       WS-STU-PROGRAM(WS-STU-SUB))
               AND WS-STU-AVERAGE(WS-STU-SUB) NOT <
                   WS-AWARD-MIN-AVERAGE(WS-AWARD-SUB)
               PERFORM 415-CHECK-ALREADY-GRANTED
               IF WS-ALREADY-GRANTED = "N"
                   PERFORM 420-COUNT-CONSECUTIVE-TERMS
                   IF WS-STREAK NOT <
                           WS-AWARD-CONSEC-TERMS(WS-AWARD-SUB)
                       MOVE "Y" TO WS-ELIGIBLE
                   END-IF
               END-IF
           END-IF.

       415-CHECK-ALREADY-GRANTED.
           MOVE "N" TO WS-ALREADY-GRANTED
           PERFORM VARYING WS-GRANTED-SUB FROM 1 BY 1
                   UNTIL WS-GRANTED-SUB > WS-GRANTED-COUNT
               IF WS-GRANTED-CODE(WS-GRANTED-SUB) =
                       WS-AWARD-CODE(WS-AWARD-SUB)
                   AND WS-GRANTED-TERM(WS-GRANTED-SUB) =
                       WS-AWARD-TERM
                   AND WS-GRANTED-STUDENT(WS-GRANTED-SUB) =
                       WS-STU-NUMBER(WS-STU-SUB)
                   MOVE "Y" TO WS-ALREADY-GRANTED
               END-IF
           END-PERFORM.

       420-COUNT-CONSECUTIVE-TERMS.
           *> The current term counts as one. Walk back one session
           *> at a time (rank less 1, or less 8 from Winter back to
           *> the previous Fall - the HONOURS-LIST rule) while the
           *> history term exists and its average also made the
           *> award minimum; a gap or a lower term ends the run.
           MOVE 1 TO WS-STREAK
           MOVE WS-STU-RANK(WS-STU-SUB) TO WS-STREAK-RANK
           MOVE "N" TO WS-STREAK-DONE
           IF WS-STREAK-RANK = ZERO
               MOVE "Y" TO WS-STREAK-DONE
           END-IF
           PERFORM UNTIL WS-STREAK-DONE = "Y"
                   OR WS-STREAK NOT <
                       WS-AWARD-CONSEC-TERMS(WS-AWARD-SUB)
               DIVIDE WS-STREAK-RANK BY 10 GIVING WS-RANK-YEAR
                   REMAINDER WS-RANK-SESSION
               IF WS-RANK-SESSION = 1
                   SUBTRACT 8 FROM WS-STREAK-RANK
               ELSE
                   SUBTRACT 1 FROM WS-STREAK-RANK
               END-IF
               MOVE ZERO TO WS-BEST-SUB
               PERFORM VARYING WS-HISTORY-SUB FROM 1 BY 1
                       UNTIL WS-HISTORY-SUB > WS-HISTORY-ROW-COUNT
                   IF WS-HIST-NUMBER(WS-HISTORY-SUB) =
                           WS-STU-NUMBER(WS-STU-SUB)
                       AND WS-HIST-RANK(WS-HISTORY-SUB) =
                           WS-STREAK-RANK
                       AND WS-HIST-COUNT(WS-HISTORY-SUB) > 0
                       MOVE WS-HISTORY-SUB TO WS-BEST-SUB
                   END-IF
               END-PERFORM
               IF WS-BEST-SUB = ZERO
                   MOVE "Y" TO WS-STREAK-DONE
               ELSE
                   DIVIDE WS-HIST-TOTAL(WS-BEST-SUB)
                       BY WS-HIST-COUNT(WS-BEST-SUB)
                       GIVING WS-PRIOR-AVERAGE ROUNDED
                   IF WS-PRIOR-AVERAGE NOT <
                           WS-AWARD-MIN-AVERAGE(WS-AWARD-SUB)
                       ADD 1 TO WS-STREAK
                   ELSE
                       MOVE "Y" TO WS-STREAK-DONE
                   END-IF
               END-IF
           END-PERFORM.

       430-RANK-CANDIDATE.
           *> Insert in ranking order - higher term average first,
           *> then the longer run of qualifying terms. Students are
           *> tabled in number order, so a full tie keeps the lower
           *> student number ahead.
           MOVE ZERO TO WS-INSERT-AT
           PERFORM VARYING WS-CAND-SUB FROM 1 BY 1
                   UNTIL WS-CAND-SUB > WS-CAND-COUNT
                   OR WS-INSERT-AT > ZERO
               MOVE WS-CAND-STU(WS-CAND-SUB) TO WS-CMP-SUB
               IF WS-STU-AVERAGE(WS-STU-SUB) >
                       WS-STU-AVERAGE(WS-CMP-SUB)
                   OR (WS-STU-AVERAGE(WS-STU-SUB) =
                       WS-STU-AVERAGE(WS-CMP-SUB)
                   AND WS-STREAK > WS-CAND-TERMS(WS-CAND-SUB))
                   MOVE WS-CAND-SUB TO WS-INSERT-AT
               END-IF
           END-PERFORM
           IF WS-INSERT-AT = ZERO
               COMPUTE WS-INSERT-AT = WS-CAND-COUNT + 1
           END-IF
           ADD 1 TO WS-CAND-COUNT
           PERFORM VARYING WS-SHIFT-SUB FROM WS-CAND-COUNT BY -1
                   UNTIL WS-SHIFT-SUB NOT > WS-INSERT-AT
               MOVE WS-CAND-ROW(WS-SHIFT-SUB - 1)
                   TO WS-CAND-ROW(WS-SHIFT-SUB)
           END-PERFORM
           MOVE WS-STU-SUB TO WS-CAND-STU(WS-INSERT-AT)
           MOVE WS-STREAK TO WS-CAND-TERMS(WS-INSERT-AT).

       440-GRANT-OR-DECLINE.
           *> Down the ranking until the award runs out of places
           *> for the term or out of uncommitted fund.
           MOVE WS-CAND-STU(WS-CAND-SUB) TO WS-STU-SUB
           COMPUTE WS-AVAILABLE = WS-AWARD-BUDGET(WS-AWARD-SUB)
               - WS-AWARD-COMMITTED(WS-AWARD-SUB)
               - WS-AWARD-RUN-AMOUNT(WS-AWARD-SUB)
           IF WS-AWARD-TERM-GRANTS(WS-AWARD-SUB)
                   + WS-AWARD-RUN-COUNT(WS-AWARD-SUB)
                   NOT < WS-AWARD-MAX-RECIPIENTS(WS-AWARD-SUB)
               MOVE "NOT AWARDED - LIMIT" TO WS-CAND-STATUS
               ADD 1 TO WS-NOT-AWARDED
           ELSE
               IF WS-AVAILABLE < WS-AWARD-AMOUNT(WS-AWARD-SUB)
                   MOVE "NOT AWARDED - FUND" TO WS-CAND-STATUS
                   ADD 1 TO WS-NOT-AWARDED
               ELSE
                   IF WS-APPLY = "Y"
                       PERFORM 450-CREDIT-RECIPIENT
                   ELSE
                       MOVE "Y" TO WS-CREDITED
                   END-IF
                   IF WS-CREDITED = "Y"
                       ADD 1 TO WS-AWARD-RUN-COUNT(WS-AWARD-SUB)
                       ADD WS-AWARD-AMOUNT(WS-AWARD-SUB) TO
                           WS-AWARD-RUN-AMOUNT(WS-AWARD-SUB)
                       ADD 1 TO WS-RECIPIENT-COUNT
                       ADD WS-AWARD-AMOUNT(WS-AWARD-SUB) TO
                           WS-RUN-TOTAL
                       IF WS-APPLY = "Y"
                           MOVE "AWARDED" TO WS-CAND-STATUS
                       ELSE
                           MOVE "WOULD BE AWARDED" TO WS-CAND-STATUS
                       END-IF
                   ELSE
                       MOVE "NOT CREDITED - ERROR" TO WS-CAND-STATUS
                       ADD 1 TO WS-NOT-AWARDED
                   END-IF
               END-IF
           END-IF
           PERFORM 530-PRINT-CANDIDATE-LINE.

       450-CREDIT-RECIPIENT.
           MOVE "N" TO WS-CREDITED
           MOVE WS-STU-NUMBER(WS-STU-SUB) TO IND-STUDENT-NUMBER
           READ INDEXED-STUDENT-FILE-OUT
               INVALID KEY
                   DISPLAY "STUDENT " WS-STU-NUMBER(WS-STU-SUB)
                       " NO LONGER ON FILE - AWARD "
                       WS-AWARD-CODE(WS-AWARD-SUB) " NOT CREDITED"
               NOT INVALID KEY
                   SUBTRACT WS-AWARD-AMOUNT(WS-AWARD-SUB)
                       FROM IND-TUITION-OWED
                   REWRITE INDEXED-FILE-RECORD
                       INVALID KEY
                           DISPLAY "REWRITE FAILED FOR STUDENT "
                               IND-STUDENT-NUMBER " - STATUS "
                               WS-FILE-STATUS
                               " - AWARD NOT CREDITED"
                       NOT INVALID KEY
                           MOVE "Y" TO WS-CREDITED
                   END-REWRITE
           END-READ
           IF WS-CREDITED = "Y"
               PERFORM 460-WRITE-LEDGER-RECORD
               PERFORM 470-REGISTER-GRANT
               PERFORM 480-WRITE-AWARD-LETTER
           END-IF.

       460-WRITE-LEDGER-RECORD.
           ACCEPT WS-LEDGER-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LEDGER-TIME FROM TIME
           MOVE IND-STUDENT-NUMBER TO LED-STUDENT-NUMBER
           MOVE WS-LEDGER-DATE TO LED-TRANS-DATE
           MOVE WS-LEDGER-TIME TO LED-TRANS-TIME
           MOVE "AWARD" TO LED-TRANS-TYPE
           MOVE WS-AWARD-CODE(WS-AWARD-SUB) TO LED-REFERENCE
           COMPUTE LED-AMOUNT = 0 - WS-AWARD-AMOUNT(WS-AWARD-SUB)
           WRITE LEDGER-RECORD.

       470-REGISTER-GRANT.
           MOVE WS-AWARD-CODE(WS-AWARD-SUB) TO AWG-AWARD-CODE
           MOVE WS-AWARD-TERM TO AWG-ACADEMIC-TERM
           MOVE IND-STUDENT-NUMBER TO AWG-STUDENT-NUMBER
           MOVE WS-AWARD-AMOUNT(WS-AWARD-SUB) TO AWG-AMOUNT
           MOVE WS-STU-AVERAGE(WS-STU-SUB) TO AWG-TERM-AVERAGE
           MOVE WS-RUN-DATE TO AWG-GRANTED-DATE
           WRITE AWARDS-GRANTED-RECORD.

       480-WRITE-AWARD-LETTER.
           MOVE SPACES TO WS-LETTER-LINE
           STRING "TO: " FUNCTION TRIM(IND-STUDENT-NAME)
               " (STUDENT " IND-STUDENT-NUMBER ")"
               DELIMITED BY SIZE INTO WS-LETTER-LINE
           END-STRING
           WRITE LETTER-RECORD FROM WS-LETTER-LINE
           MOVE SPACES TO WS-LETTER-LINE
           STRING "CONGRATULATIONS - YOU HAVE BEEN GRANTED THE "
               FUNCTION TRIM(WS-AWARD-DESC(WS-AWARD-SUB))
               DELIMITED BY SIZE INTO WS-LETTER-LINE
           END-STRING
           WRITE LETTER-RECORD FROM WS-LETTER-LINE
           MOVE WS-STU-AVERAGE(WS-STU-SUB) TO WS-AVERAGE-PRINT
           MOVE SPACES TO WS-LETTER-LINE
           STRING "(AWARD " WS-AWARD-CODE(WS-AWARD-SUB)
               ") ON YOUR TERM AVERAGE OF " WS-AVERAGE-PRINT
               " IN TERM " WS-AWARD-TERM "."
               DELIMITED BY SIZE INTO WS-LETTER-LINE
           END-STRING
           WRITE LETTER-RECORD FROM WS-LETTER-LINE
           MOVE WS-AWARD-AMOUNT(WS-AWARD-SUB) TO WS-MONEY-PRINT
           MOVE SPACES TO WS-LETTER-LINE
           STRING "THE AWARD OF " FUNCTION TRIM(WS-MONEY-PRINT)
               " HAS BEEN CREDITED TO YOUR TUITION ACCOUNT."
               DELIMITED BY SIZE INTO WS-LETTER-LINE
           END-STRING
           WRITE LETTER-RECORD FROM WS-LETTER-LINE
           MOVE SPACES TO WS-LETTER-LINE
           WRITE LETTER-RECORD FROM WS-LETTER-LINE.

       500-PRINT-REPORT-HEADING.
           MOVE SPACES TO WS-REPORT-LINE
           STRING "SCHOLARSHIP AND BURSARY AWARDS - TERM "
               WS-AWARD-TERM "   RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-APPLY = "Y"
               MOVE "RECIPIENTS CREDITED" TO WS-REPORT-LINE
           ELSE
               MOVE "PREVIEW - NOTHING CREDITED" TO WS-REPORT-LINE
           END-IF
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

       510-PRINT-AWARD-HEADING.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-AWARD-AMOUNT(WS-AWARD-SUB) TO WS-MONEY-PRINT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "AWARD " WS-AWARD-CODE(WS-AWARD-SUB) " "
               WS-AWARD-DESC(WS-AWARD-SUB) " AMOUNT "
               WS-MONEY-PRINT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-AWARD-PROGRAM(WS-AWARD-SUB) = SPACES
               STRING "  MIN AVG " WS-AWARD-MIN-AVERAGE(WS-AWARD-SUB)
                   "  ANY PROGRAM  CONSECUTIVE TERMS "
                   WS-AWARD-CONSEC-TERMS(WS-AWARD-SUB)
                   "  MAX RECIPIENTS "
                   WS-AWARD-MAX-RECIPIENTS(WS-AWARD-SUB)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING "  MIN AVG " WS-AWARD-MIN-AVERAGE(WS-AWARD-SUB)
                   "  PROGRAM " WS-AWARD-PROGRAM(WS-AWARD-SUB)
                   "  CONSECUTIVE TERMS "
                   WS-AWARD-CONSEC-TERMS(WS-AWARD-SUB)
                   "  MAX RECIPIENTS "
                   WS-AWARD-MAX-RECIPIENTS(WS-AWARD-SUB)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           IF WS-CAND-COUNT = ZERO
               MOVE "  NO ELIGIBLE STUDENTS" TO WS-REPORT-LINE
           ELSE
               MOVE "RANK NUMBER  STUDENT NAME                    "
                   & "AVG  TERMS  STATUS" TO WS-REPORT-LINE
           END-IF
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

       520-PRINT-AWARD-FUNDS.
           MOVE WS-CAND-COUNT TO WS-COUNT-PRINT
           MOVE WS-AWARD-RUN-COUNT(WS-AWARD-SUB) TO WS-AWARDED-PRINT
           MOVE WS-NOT-AWARDED TO WS-DECLINED-PRINT
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-NOT-AWARDED > ZERO
               STRING "  ELIGIBLE " WS-COUNT-PRINT
                   "  AWARDED " WS-AWARDED-PRINT
                   "  NOT AWARDED " WS-DECLINED-PRINT
                   "  OVERSUBSCRIBED"
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING "  ELIGIBLE " WS-COUNT-PRINT
                   "  AWARDED " WS-AWARDED-PRINT
                   "  NOT AWARDED " WS-DECLINED-PRINT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           END-IF
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-AWARD-BUDGET(WS-AWARD-SUB) TO WS-MONEY-PRINT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  FUND                 " WS-MONEY-PRINT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-AWARD-COMMITTED(WS-AWARD-SUB) TO WS-MONEY-PRINT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  COMMITTED BEFORE RUN " WS-MONEY-PRINT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-AWARD-RUN-AMOUNT(WS-AWARD-SUB) TO WS-MONEY-PRINT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  COMMITTED THIS RUN   " WS-MONEY-PRINT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           COMPUTE WS-AVAILABLE = WS-AWARD-COMMITTED(WS-AWARD-SUB)
               + WS-AWARD-RUN-AMOUNT(WS-AWARD-SUB)
           MOVE WS-AVAILABLE TO WS-MONEY-PRINT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  TOTAL COMMITTED      " WS-MONEY-PRINT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-REPORT-LINE
           COMPUTE WS-AVAILABLE = WS-AWARD-BUDGET(WS-AWARD-SUB)
               - WS-AWARD-COMMITTED(WS-AWARD-SUB)
               - WS-AWARD-RUN-AMOUNT(WS-AWARD-SUB)
           MOVE WS-AVAILABLE TO WS-MONEY-PRINT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "  AVAILABLE            " WS-MONEY-PRINT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

       530-PRINT-CANDIDATE-LINE.
           MOVE WS-CAND-SUB TO CAN-RANK
           MOVE WS-STU-NUMBER(WS-STU-SUB) TO CAN-STUDENT-NUMBER
           MOVE WS-STU-NAME(WS-STU-SUB) TO CAN-STUDENT-NAME
           MOVE WS-STU-AVERAGE(WS-STU-SUB) TO CAN-AVERAGE
           MOVE WS-CAND-TERMS(WS-CAND-SUB) TO CAN-TERMS
           MOVE WS-CAND-STATUS TO CAN-STATUS
           WRITE REPORT-RECORD FROM WS-CANDIDATE-LINE.

       590-PRINT-RUN-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-RECIPIENT-COUNT TO WS-COUNT-PRINT
           MOVE WS-RUN-TOTAL TO WS-MONEY-PRINT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "RUN TOTAL  RECIPIENTS " WS-COUNT-PRINT
               "  AMOUNT " WS-MONEY-PRINT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.

       750-CHECK-MASTER-IN-USE.
           MOVE "N" TO WS-MASTER-BUSY.
           OPEN INPUT MASTER-IN-USE-FILE.
           IF WS-IN-USE-FILE-STATUS = "00"
               READ MASTER-IN-USE-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE "Y" TO WS-MASTER-BUSY
                       MOVE MASTER-IN-USE-RECORD
                           TO WS-HELD-SIGNAL
               END-READ
               CLOSE MASTER-IN-USE-FILE
           END-IF.
           IF WS-MASTER-BUSY = "Y"
               PERFORM 760-JUDGE-STALE-SIGNAL
           END-IF.
           IF WS-MASTER-BUSY = "Y"
               DISPLAY "THE STUDENT MASTER IS IN USE BY "
                   FUNCTION TRIM(WS-HELD-HOLDER)
                   " (SINCE " WS-HELD-DATE ") - UPDATES REFUSED, "
                   "TRY AGAIN WHEN IT FINISHES"
           END-IF.

       760-JUDGE-STALE-SIGNAL.
           ACCEPT WS-IN-USE-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-IN-USE-NOW-TIME FROM TIME.
           COMPUTE WS-IN-USE-AGE-HOURS =
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
                   "LEFT BY A CRASHED RUN"
               DISPLAY "Clear the stale signal and continue? (Y/N)"
               ACCEPT WS-OVERRIDE-IN-USE
               IF WS-OVERRIDE-IN-USE = "Y"
                   OR WS-OVERRIDE-IN-USE = "y"
                   OPEN OUTPUT MASTER-IN-USE-FILE
                   CLOSE MASTER-IN-USE-FILE
                   MOVE "N" TO WS-MASTER-BUSY
                   DISPLAY "STALE SIGNAL CLEARED."
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

       END PROGRAM AWARD-RUN.
