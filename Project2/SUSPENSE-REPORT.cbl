      ******************************************************************
      * Author: VICENTE MBA ENGUNG
      * Date: SEPTEMBER 1, 2026
      * Purpose: Morning suspense listing for the finance office -
      *          print every payment still waiting on
      *          ../PAYMENT-SUSPENSE.TXT (reason, student, payment
      *          date, amount, receipt) to ../SUSPENSE-RPT.TXT with a
      *          count and total per suspense reason and overall, so
      *          the queue SUSPENSE-REWORK works through is seen every
      *          day without anyone having to open it. Read-only; no
      *          prompts, so it runs unattended in the finance stream.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPENSE-REPORT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUSPENSE-FILE ASSIGN TO "../PAYMENT-SUSPENSE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSPENSE-FILE-STATUS.
           SELECT SUSPENSE-REPORT-FILE ASSIGN
           TO "../SUSPENSE-RPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SUSPENSE-FILE.
       01 SUSPENSE-RECORD PIC X(80).

       FD SUSPENSE-REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 EOF-FLAG PIC X(3) VALUE "NO".
       01 WS-SUSPENSE-FILE-STATUS PIC XX.
       01 WS-REPORT-FILE-STATUS PIC XX.
       01 WS-RUN-DATE PIC 9(8).
       *> One suspense line, split the same way SUSPENSE-REWORK
       *> reads it back: reason, student, date, amount, receipt.
       01 WS-WORK-REASON PIC X(12).
       01 WS-WORK-STUDENT PIC X(7).
       01 WS-WORK-DATE PIC X(8).
       01 WS-WORK-AMOUNT-X PIC X(10).
       01 WS-WORK-RECEIPT PIC X(8).
       01 WS-WORK-AMOUNT PIC 9(6)V99.
       01 WS-ITEM-COUNT PIC 9(5) VALUE ZERO.
       01 WS-ITEM-TOTAL PIC 9(9)V99 VALUE ZERO.
       01 WS-UNREADABLE-COUNT PIC 9(5) VALUE ZERO.
       *> Count and total per suspense reason, in order first seen.
       01 WS-REASON-TABLE.
           05 WS-REASON-ROW OCCURS 20 TIMES.
               10 WS-REASON-CODE PIC X(12).
               10 WS-REASON-COUNT PIC 9(5).
               10 WS-REASON-TOTAL PIC 9(9)V99.
       01 WS-REASON-ROW-COUNT PIC 99 VALUE ZERO.
       01 WS-REASON-SUB PIC 99.
       01 WS-REASON-FOUND PIC 99.
       01 WS-PAGE-NUMBER PIC 9(4) VALUE ZERO.
       01 WS-LINE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 55.
       01 WS-HEADING-LINE-1.
           05 FILLER PIC X(28) VALUE "PAYMENT SUSPENSE LISTING".
           05 FILLER PIC X(12) VALUE "RUN DATE: ".
           05 HDG-RUN-DATE PIC 9(8).
           05 FILLER PIC X(6) VALUE "  PAGE".
           05 HDG-PAGE-NUMBER PIC ZZZ9.
           05 FILLER PIC X(74) VALUE SPACES.
       01 WS-HEADING-LINE-2.
           05 FILLER PIC X(14) VALUE "REASON".
           05 FILLER PIC X(9) VALUE "STUDENT".
           05 FILLER PIC X(10) VALUE "PAID ON".
           05 FILLER PIC X(13) VALUE "       AMOUNT".
           05 FILLER PIC X(86) VALUE "  RECEIPT".
       01 WS-DETAIL-LINE.
           05 DET-REASON PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-STUDENT PIC X(7).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-DATE PIC X(8).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-AMOUNT PIC ZZZ,ZZ9.99.
           05 FILLER PIC X(5) VALUE SPACES.
           05 DET-RECEIPT PIC X(8).
           05 FILLER PIC X(76) VALUE SPACES.
       01 WS-REASON-LINE.
           05 FILLER PIC X(4) VALUE SPACES.
           05 RSN-CODE PIC X(12).
           05 FILLER PIC X(2) VALUE SPACES.
           05 RSN-COUNT PIC ZZZZ9.
           05 FILLER PIC X(8) VALUE " ITEMS  ".
           05 RSN-TOTAL PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(87) VALUE SPACES.
       01 WS-TOTAL-LINE.
           05 FILLER PIC X(22) VALUE "ITEMS IN SUSPENSE:".
           05 TOT-ITEMS PIC ZZZZ9.
           05 FILLER PIC X(12) VALUE "   TOTAL:".
           05 TOT-AMOUNT PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER PIC X(79) VALUE SPACES.

       PROCEDURE DIVISION.
       100-REPORT-SUSPENSE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT SUSPENSE-REPORT-FILE.
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN SUSPENSE-RPT.TXT - STATUS "
                   WS-REPORT-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 710-PRINT-PAGE-HEADING.
           OPEN INPUT SUSPENSE-FILE.
           IF WS-SUSPENSE-FILE-STATUS NOT = "00"
               *> Nothing has ever been suspended - an empty queue is
               *> a clean result, not a failure.
               DISPLAY "NO PAYMENT-SUSPENSE.TXT - NOTHING IN SUSPENSE"
           ELSE
               PERFORM UNTIL EOF-FLAG = "YES"
                   READ SUSPENSE-FILE
                       AT END MOVE "YES" TO EOF-FLAG
                       NOT AT END PERFORM 300-LIST-ONE-ITEM
                   END-READ
               END-PERFORM
               CLOSE SUSPENSE-FILE
           END-IF.
           PERFORM 500-PRINT-TOTALS.
           CLOSE SUSPENSE-REPORT-FILE.
           DISPLAY "==========================================".
           DISPLAY "ITEMS IN SUSPENSE:  " WS-ITEM-COUNT.
           DISPLAY "TOTAL IN SUSPENSE:  " WS-ITEM-TOTAL.
           IF WS-UNREADABLE-COUNT > ZERO
               DISPLAY "UNREADABLE AMOUNTS: " WS-UNREADABLE-COUNT
           END-IF.
           DISPLAY "REPORT: ../SUSPENSE-RPT.TXT".
           DISPLAY "==========================================".
           GOBACK.

       300-LIST-ONE-ITEM.
           MOVE SPACES TO WS-WORK-REASON WS-WORK-STUDENT
               WS-WORK-DATE WS-WORK-AMOUNT-X WS-WORK-RECEIPT.
           UNSTRING SUSPENSE-RECORD DELIMITED BY ALL " "
               INTO WS-WORK-REASON
                    WS-WORK-STUDENT
                    WS-WORK-DATE
                    WS-WORK-AMOUNT-X
                    WS-WORK-RECEIPT
           END-UNSTRING.
           IF FUNCTION TRIM(WS-WORK-AMOUNT-X) IS NUMERIC
               *> Two implied decimals in the raw token.
               COMPUTE WS-WORK-AMOUNT = FUNCTION
                   NUMVAL(WS-WORK-AMOUNT-X) / 100
           ELSE
               MOVE ZERO TO WS-WORK-AMOUNT
               ADD 1 TO WS-UNREADABLE-COUNT
           END-IF.
           ADD 1 TO WS-ITEM-COUNT.
           ADD WS-WORK-AMOUNT TO WS-ITEM-TOTAL.
           PERFORM 310-ADD-TO-REASON-ROW.
           MOVE WS-WORK-REASON TO DET-REASON.
           MOVE WS-WORK-STUDENT TO DET-STUDENT.
           MOVE WS-WORK-DATE TO DET-DATE.
           MOVE WS-WORK-AMOUNT TO DET-AMOUNT.
           MOVE WS-WORK-RECEIPT TO DET-RECEIPT.
           MOVE WS-DETAIL-LINE TO REPORT-RECORD.
           PERFORM 700-WRITE-REPORT-LINE.

       310-ADD-TO-REASON-ROW.
           MOVE ZERO TO WS-REASON-FOUND
           PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                   UNTIL WS-REASON-SUB > WS-REASON-ROW-COUNT
               IF WS-REASON-CODE(WS-REASON-SUB) = WS-WORK-REASON
                   MOVE WS-REASON-SUB TO WS-REASON-FOUND
               END-IF
           END-PERFORM
           IF WS-REASON-FOUND = ZERO
               AND WS-REASON-ROW-COUNT < 20
               ADD 1 TO WS-REASON-ROW-COUNT
               MOVE WS-REASON-ROW-COUNT TO WS-REASON-FOUND
               MOVE WS-WORK-REASON TO WS-REASON-CODE(WS-REASON-FOUND)
               MOVE ZERO TO WS-REASON-COUNT(WS-REASON-FOUND)
               MOVE ZERO TO WS-REASON-TOTAL(WS-REASON-FOUND)
           END-IF
           IF WS-REASON-FOUND > ZERO
               ADD 1 TO WS-REASON-COUNT(WS-REASON-FOUND)
               ADD WS-WORK-AMOUNT TO WS-REASON-TOTAL(WS-REASON-FOUND)
           END-IF.

       500-PRINT-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           PERFORM 700-WRITE-REPORT-LINE
           MOVE "BY REASON:" TO REPORT-RECORD
           PERFORM 700-WRITE-REPORT-LINE
           PERFORM VARYING WS-REASON-SUB FROM 1 BY 1
                   UNTIL WS-REASON-SUB > WS-REASON-ROW-COUNT
               MOVE WS-REASON-CODE(WS-REASON-SUB) TO RSN-CODE
               MOVE WS-REASON-COUNT(WS-REASON-SUB) TO RSN-COUNT
               MOVE WS-REASON-TOTAL(WS-REASON-SUB) TO RSN-TOTAL
               MOVE WS-REASON-LINE TO REPORT-RECORD
               PERFORM 700-WRITE-REPORT-LINE
           END-PERFORM
           MOVE SPACES TO REPORT-RECORD
           PERFORM 700-WRITE-REPORT-LINE
           MOVE WS-ITEM-COUNT TO TOT-ITEMS
           MOVE WS-ITEM-TOTAL TO TOT-AMOUNT
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           PERFORM 700-WRITE-REPORT-LINE
           IF WS-UNREADABLE-COUNT > ZERO
               MOVE SPACES TO REPORT-RECORD
               STRING "ITEMS WITH AN UNREADABLE AMOUNT (COUNTED AT "
                   "ZERO): " WS-UNREADABLE-COUNT
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               PERFORM 700-WRITE-REPORT-LINE
           END-IF.

       700-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 710-PRINT-PAGE-HEADING
           END-IF
           WRITE REPORT-RECORD
           ADD 1 TO WS-LINE-COUNT.

       710-PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-RUN-DATE TO HDG-RUN-DATE
           MOVE WS-PAGE-NUMBER TO HDG-PAGE-NUMBER
           MOVE WS-HEADING-LINE-1 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-HEADING-LINE-2 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE 3 TO WS-LINE-COUNT.

       END PROGRAM SUSPENSE-REPORT.
