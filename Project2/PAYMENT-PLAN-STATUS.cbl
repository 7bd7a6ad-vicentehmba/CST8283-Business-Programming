      ******************************************************************
      * Author: VICENTE MBA ENGUNG
      * Date: SEPTEMBER 1, 2026
      * Purpose: Instalment payment plan status report from
      *          ../PAYMENT-PLANS.TXT to ../PAYMENT-PLAN-RPT.TXT -
      *          every plan that is not yet completed, listed in three
      *          sections: in good standing (no instalment missed),
      *          behind (missed, but fewer than the default
      *          threshold), and defaulted (marked so by
      *          TUITION-AGING, or at the threshold as of today and
      *          about to be). Each line shows the student, the plan
      *          total and paid to date, missed instalments, the
      *          oldest missed due date and the balance still owed on
      *          the master.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PAYMENT-PLAN-STATUS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PAYMENT-PLAN-FILE ASSIGN TO "../PAYMENT-PLANS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PLAN-FILE-STATUS.
           SELECT INDEXED-STUDENT-FILE-OUT ASSIGN
           TO "../STUFILE-INDEXED.TXT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS IND-STUDENT-NUMBER
               ALTERNATE RECORD KEY IS IND-STUDENT-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT PLAN-REPORT-FILE ASSIGN TO "../PAYMENT-PLAN-RPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD PAYMENT-PLAN-FILE.
      *> Instalment plans kept by PAYMENT-PLAN-MAINT: status (A active,
      *> D defaulted, C completed) and per instalment the due date,
      *> the amount due and what has been paid against it so far.
       01 PAYMENT-PLAN-RECORD.
           05 PP-STUDENT-NUMBER PIC 9(6).
           05 PP-PLAN-STATUS PIC X.
           05 PP-AGREED-DATE PIC 9(8).
           05 PP-INSTALMENT-COUNT PIC 9.
           05 PP-INSTALMENT OCCURS 6 TIMES.
               10 PP-DUE-DATE PIC 9(8).
               10 PP-DUE-AMOUNT PIC 9(6)V99.
               10 PP-PAID-AMOUNT PIC 9(6)V99.

       FD INDEXED-STUDENT-FILE-OUT.
       01 INDEXED-FILE-RECORD.
           05 IND-STUDENT-NUMBER  PIC 9(6).
           05 IND-TUITION-OWED    PIC S9(6)V99
               SIGN LEADING SEPARATE.
           05 IND-STUDENT-NAME    PIC X(40).
           05 FILLER              PIC X(77).

       FD PLAN-REPORT-FILE.
       01 PLAN-REPORT-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 EOF-FLAG PIC X(3) VALUE "NO".
       01 WS-PLAN-FILE-STATUS PIC XX.
       01 WS-FILE-STATUS PIC XX.
       01 WS-REPORT-FILE-STATUS PIC XX.
       01 WS-MASTER-OPEN PIC X VALUE "N".
       01 WS-RUN-DATE PIC 9(8).
       *> This many missed instalments defaults a plan - the same
       *> threshold TUITION-AGING applies.
       01 WS-PLAN-DEFAULT-MISSED PIC 9 VALUE 2.
       01 WS-PLAN-MISSED PIC 9.
       01 WS-OLDEST-MISSED PIC 9(8).
       01 WS-PLAN-TOTAL PIC 9(7)V99.
       01 WS-PAID-TOTAL PIC 9(7)V99.
       01 WS-INST-SUB PIC 9.
       *> G good standing, B behind, D defaulted, C completed.
       01 WS-STANDING PIC X.
       01 WS-SECTION-WANTED PIC X.
       01 WS-SECTION-LINES PIC 9(4).
       01 WS-GOOD-COUNT PIC 9(4) VALUE ZERO.
       01 WS-BEHIND-COUNT PIC 9(4) VALUE ZERO.
       01 WS-DEFAULT-COUNT PIC 9(4) VALUE ZERO.
       01 WS-COMPLETED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-GOOD-OUTSTANDING PIC 9(8)V99 VALUE ZERO.
       01 WS-BEHIND-OUTSTANDING PIC 9(8)V99 VALUE ZERO.
       01 WS-DEFAULT-OUTSTANDING PIC 9(8)V99 VALUE ZERO.
       01 WS-REPORT-LINE PIC X(80).
       01 WS-TOTAL-PRINT PIC ZZZ,ZZ9.99.
       01 WS-PAID-PRINT PIC ZZZ,ZZ9.99.
       01 WS-OWED-PRINT PIC ZZZ,ZZ9.99-.
       01 WS-COUNT-PRINT PIC ZZZ9.
       01 WS-OUTSTANDING-PRINT PIC ZZ,ZZZ,ZZ9.99.
       01 WS-STUDENT-NAME-PRINT PIC X(18).
       01 WS-OLDEST-PRINT PIC X(8).

       PROCEDURE DIVISION.
       100-REPORT-PLAN-STATUS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT PAYMENT-PLAN-FILE.
           IF WS-PLAN-FILE-STATUS NOT = "00"
               DISPLAY "NO PAYMENT-PLANS.TXT FOUND - NO PLANS HAVE "
                   "BEEN AGREED YET"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           CLOSE PAYMENT-PLAN-FILE.
           *> The master only supplies name and current balance.
           OPEN INPUT INDEXED-STUDENT-FILE-OUT.
           IF WS-FILE-STATUS = "00"
               MOVE "Y" TO WS-MASTER-OPEN
           END-IF.
           OPEN OUTPUT PLAN-REPORT-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING "INSTALMENT PAYMENT PLAN STATUS AS OF " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING.
           WRITE PLAN-REPORT-RECORD FROM WS-REPORT-LINE.
           *> One pass over the plan file per section keeps each
           *> section together without sorting.
           MOVE "G" TO WS-SECTION-WANTED.
           PERFORM 200-REPORT-ONE-SECTION.
           MOVE "B" TO WS-SECTION-WANTED.
           PERFORM 200-REPORT-ONE-SECTION.
           MOVE "D" TO WS-SECTION-WANTED.
           PERFORM 200-REPORT-ONE-SECTION.
           PERFORM 500-WRITE-REPORT-TOTALS.
           CLOSE PLAN-REPORT-FILE.
           IF WS-MASTER-OPEN = "Y"
               CLOSE INDEXED-STUDENT-FILE-OUT
           END-IF.
           DISPLAY "==========================================".
           DISPLAY "PAYMENT PLAN STATUS AS OF " WS-RUN-DATE.
           DISPLAY "IN GOOD STANDING: " WS-GOOD-COUNT.
           DISPLAY "BEHIND:           " WS-BEHIND-COUNT.
           DISPLAY "DEFAULTED:        " WS-DEFAULT-COUNT.
           DISPLAY "COMPLETED:        " WS-COMPLETED-COUNT.
           DISPLAY "REPORT: ../PAYMENT-PLAN-RPT.TXT".
           DISPLAY "==========================================".
           GOBACK.

       200-REPORT-ONE-SECTION.
           MOVE ZERO TO WS-SECTION-LINES
           MOVE SPACES TO PLAN-REPORT-RECORD
           WRITE PLAN-REPORT-RECORD
           EVALUATE WS-SECTION-WANTED
               WHEN "G"
                   MOVE "PLANS IN GOOD STANDING" TO WS-REPORT-LINE
               WHEN "B"
                   MOVE "PLANS BEHIND" TO WS-REPORT-LINE
               WHEN OTHER
                   MOVE "PLANS DEFAULTED - BACK IN NORMAL COLLECTIONS"
                       TO WS-REPORT-LINE
           END-EVALUATE
           WRITE PLAN-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE "STUDENT NAME                 PLAN TOTAL       PAID "
               & "MISSED OLDEST       OWED" TO WS-REPORT-LINE
           WRITE PLAN-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE "NO" TO EOF-FLAG
           OPEN INPUT PAYMENT-PLAN-FILE
           PERFORM 300-READ-PLAN
           PERFORM 400-REPORT-ONE-PLAN UNTIL EOF-FLAG = "YES"
           CLOSE PAYMENT-PLAN-FILE
           IF WS-SECTION-LINES = ZERO
               MOVE "  (NONE)" TO WS-REPORT-LINE
               WRITE PLAN-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       300-READ-PLAN.
           READ PAYMENT-PLAN-FILE
               AT END MOVE "YES" TO EOF-FLAG
           END-READ.

       400-REPORT-ONE-PLAN.
           PERFORM 410-CLASSIFY-PLAN
           IF WS-STANDING = WS-SECTION-WANTED
               PERFORM 420-WRITE-PLAN-LINE
           END-IF
           PERFORM 300-READ-PLAN.

       410-CLASSIFY-PLAN.
           MOVE ZERO TO WS-PLAN-MISSED WS-OLDEST-MISSED
               WS-PLAN-TOTAL WS-PAID-TOTAL
           PERFORM 415-CHECK-ONE-INSTALMENT
               VARYING WS-INST-SUB FROM 1 BY 1
               UNTIL WS-INST-SUB > PP-INSTALMENT-COUNT
           EVALUATE TRUE
               WHEN PP-PLAN-STATUS = "C"
                   MOVE "C" TO WS-STANDING
               WHEN PP-PLAN-STATUS = "D"
                   MOVE "D" TO WS-STANDING
               WHEN WS-PLAN-MISSED NOT < WS-PLAN-DEFAULT-MISSED
                   MOVE "D" TO WS-STANDING
               WHEN WS-PLAN-MISSED > ZERO
                   MOVE "B" TO WS-STANDING
               WHEN OTHER
                   MOVE "G" TO WS-STANDING
           END-EVALUATE
           *> Completed plans are counted once, on the first pass.
           IF WS-STANDING = "C" AND WS-SECTION-WANTED = "G"
               ADD 1 TO WS-COMPLETED-COUNT
           END-IF.

       415-CHECK-ONE-INSTALMENT.
           ADD PP-DUE-AMOUNT(WS-INST-SUB) TO WS-PLAN-TOTAL
           ADD PP-PAID-AMOUNT(WS-INST-SUB) TO WS-PAID-TOTAL
           IF PP-DUE-DATE(WS-INST-SUB) < WS-RUN-DATE
               AND PP-PAID-AMOUNT(WS-INST-SUB) <
                   PP-DUE-AMOUNT(WS-INST-SUB)
               ADD 1 TO WS-PLAN-MISSED
               IF WS-OLDEST-MISSED = ZERO
                   MOVE PP-DUE-DATE(WS-INST-SUB) TO WS-OLDEST-MISSED
               END-IF
           END-IF.

       420-WRITE-PLAN-LINE.
           ADD 1 TO WS-SECTION-LINES
           MOVE SPACES TO WS-STUDENT-NAME-PRINT
           MOVE ZERO TO IND-TUITION-OWED
           IF WS-MASTER-OPEN = "Y"
               MOVE PP-STUDENT-NUMBER TO IND-STUDENT-NUMBER
               READ INDEXED-STUDENT-FILE-OUT
                   INVALID KEY
                       MOVE "(NOT ON MASTER)" TO WS-STUDENT-NAME-PRINT
                       MOVE ZERO TO IND-TUITION-OWED
                   NOT INVALID KEY
                       MOVE IND-STUDENT-NAME TO WS-STUDENT-NAME-PRINT
               END-READ
           END-IF
           EVALUATE WS-STANDING
               WHEN "G"
                   ADD 1 TO WS-GOOD-COUNT
                   ADD WS-PLAN-TOTAL TO WS-GOOD-OUTSTANDING
                   SUBTRACT WS-PAID-TOTAL FROM WS-GOOD-OUTSTANDING
               WHEN "B"
                   ADD 1 TO WS-BEHIND-COUNT
                   ADD WS-PLAN-TOTAL TO WS-BEHIND-OUTSTANDING
                   SUBTRACT WS-PAID-TOTAL FROM WS-BEHIND-OUTSTANDING
               WHEN OTHER
                   ADD 1 TO WS-DEFAULT-COUNT
                   ADD WS-PLAN-TOTAL TO WS-DEFAULT-OUTSTANDING
                   SUBTRACT WS-PAID-TOTAL FROM WS-DEFAULT-OUTSTANDING
           END-EVALUATE
           MOVE WS-PLAN-TOTAL TO WS-TOTAL-PRINT
           MOVE WS-PAID-TOTAL TO WS-PAID-PRINT
           MOVE IND-TUITION-OWED TO WS-OWED-PRINT
           IF WS-OLDEST-MISSED = ZERO
               MOVE SPACES TO WS-OLDEST-PRINT
           ELSE
               MOVE WS-OLDEST-MISSED TO WS-OLDEST-PRINT
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           STRING PP-STUDENT-NUMBER " " WS-STUDENT-NAME-PRINT " "
               WS-TOTAL-PRINT " " WS-PAID-PRINT "   "
               WS-PLAN-MISSED "   " WS-OLDEST-PRINT " "
               WS-OWED-PRINT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE PLAN-REPORT-RECORD FROM WS-REPORT-LINE.

       500-WRITE-REPORT-TOTALS.
           MOVE SPACES TO PLAN-REPORT-RECORD
           WRITE PLAN-REPORT-RECORD
           MOVE WS-GOOD-COUNT TO WS-COUNT-PRINT
           MOVE WS-GOOD-OUTSTANDING TO WS-OUTSTANDING-PRINT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "GOOD STANDING: " WS-COUNT-PRINT
               " PLANS, STILL TO COLLECT " WS-OUTSTANDING-PRINT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE PLAN-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-BEHIND-COUNT TO WS-COUNT-PRINT
           MOVE WS-BEHIND-OUTSTANDING TO WS-OUTSTANDING-PRINT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "BEHIND:        " WS-COUNT-PRINT
               " PLANS, STILL TO COLLECT " WS-OUTSTANDING-PRINT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE PLAN-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-DEFAULT-COUNT TO WS-COUNT-PRINT
           MOVE WS-DEFAULT-OUTSTANDING TO WS-OUTSTANDING-PRINT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "DEFAULTED:     " WS-COUNT-PRINT
               " PLANS, STILL TO COLLECT " WS-OUTSTANDING-PRINT
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE PLAN-REPORT-RECORD FROM WS-REPORT-LINE
           MOVE WS-COMPLETED-COUNT TO WS-COUNT-PRINT
           MOVE SPACES TO WS-REPORT-LINE
           STRING "COMPLETED:     " WS-COUNT-PRINT " PLANS"
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           WRITE PLAN-REPORT-RECORD FROM WS-REPORT-LINE.

       END PROGRAM PAYMENT-PLAN-STATUS.
