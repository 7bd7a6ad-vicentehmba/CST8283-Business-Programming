      ******************************************************************
      * Author:    VICENTE MBA ENGUNG
      * Date:      SEPTEMBER 1, 2026
      * Purpose:   Vendor scorecard - one line per supplier on
      *            SHOE-SUPPLIERS.TXT, built from the purchase orders
      *            on SHOE-OPEN-PO.TXT: orders placed, orders still
      *            open, the quoted lead time against the average days
      *            from PO-ORDER-DATE to full receipt, the short-ship
      *            rate (closed orders with a line closed by hand
      *            before it was filled) and the fill rate (units
      *            received against units ordered on closed orders).
      *            Orders placed before suppliers were recorded are
      *            reported under (NONE). Written to
      *            SHOE-VENDOR-SCORE-RPT.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHOE-VENDOR-SCORE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLIER-FILE ASSIGN TO "SHOE-SUPPLIERS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUPPLIER-FILE-STATUS.

           SELECT OPEN-PO-FILE ASSIGN TO "SHOE-OPEN-PO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PO-FILE-STATUS.

           SELECT SCORE-REPORT-FILE ASSIGN
           TO "SHOE-VENDOR-SCORE-RPT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SUPPLIER-FILE.
       01 SUPPLIER-RECORD.
           05 SU-SUPPLIER-CODE PIC X(6).
           05 SU-SUPPLIER-NAME PIC X(30).
           05 SU-CONTACT-NAME PIC X(30).
           05 SU-CONTACT-PHONE PIC X(15).
           05 SU-LEAD-TIME-DAYS PIC 9(3).
           05 SU-MIN-ORDER-QTY PIC 9(4).
           05 SU-STYLE-CARRIED PIC X(5) OCCURS 10 TIMES.

       FD OPEN-PO-FILE.
       01 OPEN-PO-RECORD.
           05 PO-NUMBER PIC 9(6).
           05 PO-SHOE-STYLE PIC X(5).
           05 PO-SHOE-SIZE PIC X(4).
           05 PO-QTY-ORDERED PIC 9(4).
           05 PO-QTY-RECEIVED PIC 9(4).
           05 PO-ORDER-DATE PIC 9(8).
           05 PO-STATUS PIC X(1).
           05 PO-SUPPLIER-CODE PIC X(6).
           05 PO-CLOSED-DATE PIC 9(8).
           05 PO-CLOSE-REASON PIC X(1).

       FD SCORE-REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-EOF               PIC X VALUE 'N'.
       01 WS-SUPPLIER-FILE-STATUS PIC XX.
       01 WS-PO-FILE-STATUS    PIC XX.
       01 WS-REPORT-FILE-STATUS PIC XX.
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-SUB               PIC 9(3).
       01 WS-SUP-SUB           PIC 9(3).
       01 WS-SUP-FOUND         PIC 9(3).
       01 WS-ORDER-FOUND       PIC 9(3).
       01 WS-LINES-READ        PIC 9(5) VALUE 0.
       01 WS-TABLE-OVERFLOW    PIC X VALUE 'N'.
       01 WS-LINE-RECEIVED     PIC 9(4).
       01 WS-DAYS-TO-RECEIPT   PIC S9(5).
       01 WS-AVERAGE-DAYS      PIC 9(4)V9.
       01 WS-RATE              PIC 9(3)V9.
      *> One row per supplier with the scorecard counts; the rows
      *> after the supplier file are codes found only on orders.
       01 WS-SUPPLIER-TABLE.
           05 WS-SUPPLIER-ROW OCCURS 500 TIMES.
               10 WS-SU-CODE          PIC X(6).
               10 WS-SU-NAME          PIC X(30).
               10 WS-SU-LEAD-TIME     PIC 9(3).
               10 WS-SU-ON-FILE       PIC X.
               10 WS-SU-ORDERS        PIC 9(5).
               10 WS-SU-OPEN          PIC 9(5).
               10 WS-SU-CLOSED        PIC 9(5).
               10 WS-SU-SHORT         PIC 9(5).
               10 WS-SU-FULL          PIC 9(5).
               10 WS-SU-DAYS          PIC 9(7).
               10 WS-SU-UNITS-ORDERED PIC 9(7).
               10 WS-SU-UNITS-RECEIVED PIC 9(7).
       01 WS-SUPPLIER-COUNT    PIC 9(3) VALUE 0.
      *> One row per purchase order, rolled up from its lines.
       01 WS-ORDER-TABLE.
           05 WS-ORDER-ROW OCCURS 500 TIMES.
               10 WS-OR-NUMBER        PIC 9(6).
               10 WS-OR-SUPPLIER      PIC X(6).
               10 WS-OR-DATE          PIC 9(8).
               10 WS-OR-OPEN-LINES    PIC 9(3).
               10 WS-OR-SHORT-LINES   PIC 9(3).
               10 WS-OR-UNDATED-LINES PIC 9(3).
               10 WS-OR-LAST-CLOSED   PIC 9(8).
               10 WS-OR-UNITS-ORDERED PIC 9(6).
               10 WS-OR-UNITS-RECEIVED PIC 9(6).
       01 WS-ORDER-COUNT       PIC 9(3) VALUE 0.
       01 WS-TOTAL-ROW.
           05 WS-TOT-ORDERS        PIC 9(5) VALUE 0.
           05 WS-TOT-OPEN          PIC 9(5) VALUE 0.
           05 WS-TOT-CLOSED        PIC 9(5) VALUE 0.
           05 WS-TOT-SHORT         PIC 9(5) VALUE 0.
           05 WS-TOT-FULL          PIC 9(5) VALUE 0.
           05 WS-TOT-DAYS          PIC 9(7) VALUE 0.
           05 WS-TOT-UNITS-ORDERED PIC 9(7) VALUE 0.
           05 WS-TOT-UNITS-RECEIVED PIC 9(7) VALUE 0.
       01 WS-HEADING-LINE-1.
           05 FILLER PIC X(28) VALUE "SUPPLIER".
           05 FILLER PIC X(6)  VALUE "ORDERS".
           05 FILLER PIC X(7)  VALUE "   OPEN".
           05 FILLER PIC X(7)  VALUE " CLOSED".
           05 FILLER PIC X(7)  VALUE " QUOTED".
           05 FILLER PIC X(10) VALUE "  AVG DAYS".
           05 FILLER PIC X(10) VALUE "     SHORT".
           05 FILLER PIC X(10) VALUE "      FILL".
           05 FILLER PIC X(47) VALUE SPACES.
       01 WS-HEADING-LINE-2.
           05 FILLER PIC X(28) VALUE "CODE    NAME".
           05 FILLER PIC X(6)  VALUE "PLACED".
           05 FILLER PIC X(7)  VALUE SPACES.
           05 FILLER PIC X(7)  VALUE SPACES.
           05 FILLER PIC X(7)  VALUE "   LEAD".
           05 FILLER PIC X(10) VALUE "   TO RCPT".
           05 FILLER PIC X(10) VALUE "   SHIPPED".
           05 FILLER PIC X(10) VALUE "      RATE".
           05 FILLER PIC X(47) VALUE SPACES.
       01 WS-DETAIL-LINE.
           05 DET-CODE             PIC X(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DET-NAME             PIC X(20).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DET-ORDERS           PIC ZZZ9.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 DET-OPEN             PIC ZZZ9.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 DET-CLOSED           PIC ZZZ9.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 DET-QUOTED           PIC ZZ9.
           05 DET-QUOTED-X REDEFINES DET-QUOTED PIC X(3).
           05 FILLER               PIC X(4) VALUE SPACES.
           05 DET-AVG-DAYS         PIC ZZZ9.9.
           05 DET-AVG-DAYS-X REDEFINES DET-AVG-DAYS PIC X(6).
           05 FILLER               PIC X(3) VALUE SPACES.
           05 DET-SHORT-RATE       PIC ZZ9.9.
           05 DET-SHORT-RATE-X REDEFINES DET-SHORT-RATE PIC X(5).
           05 DET-SHORT-PCT        PIC X.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 DET-FILL-RATE        PIC ZZ9.9.
           05 DET-FILL-RATE-X REDEFINES DET-FILL-RATE PIC X(5).
           05 DET-FILL-PCT         PIC X.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 DET-FLAG             PIC X(14).
           05 FILLER               PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-SUPPLIER-TABLE
           OPEN INPUT OPEN-PO-FILE
           IF WS-PO-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - UNABLE TO OPEN SHOE-OPEN-PO.TXT, "
                   "FILE STATUS = " WS-PO-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-ORDER-TABLE
           IF WS-TABLE-OVERFLOW = 'Y'
               DISPLAY "MORE THAN 500 ORDERS OR SUPPLIERS - "
                   "SCORECARD NOT PRODUCED"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM SCORE-ONE-ORDER
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-ORDER-COUNT

           OPEN OUTPUT SCORE-REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING "VENDOR SCORECARD   RUN DATE: " WS-RUN-DATE
               "   (DAYS = PO ORDER DATE TO FULL RECEIPT; "
               "SHORT = CLOSED BY HAND BEFORE FILLED)"
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-HEADING-LINE-1 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-HEADING-LINE-2 TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM PRINT-ONE-SUPPLIER
               VARYING WS-SUP-SUB FROM 1 BY 1
               UNTIL WS-SUP-SUB > WS-SUPPLIER-COUNT
           PERFORM PRINT-SCORECARD-TOTALS
           CLOSE SCORE-REPORT-FILE

           DISPLAY "=========================================="
           DISPLAY "PO LINES READ:        " WS-LINES-READ
           DISPLAY "PURCHASE ORDERS:      " WS-ORDER-COUNT
           DISPLAY "SUPPLIERS REPORTED:   " WS-SUPPLIER-COUNT
           DISPLAY "REPORT: SHOE-VENDOR-SCORE-RPT.TXT"
           DISPLAY "=========================================="
           GOBACK.

       LOAD-SUPPLIER-TABLE.
           OPEN INPUT SUPPLIER-FILE
           IF WS-SUPPLIER-FILE-STATUS NOT = "00"
               DISPLAY "NO SHOE-SUPPLIERS.TXT - SUPPLIERS SHOWN BY "
                   "CODE ONLY"
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SUPPLIER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-SUPPLIER-COUNT = 500
                               MOVE 'Y' TO WS-TABLE-OVERFLOW
                           ELSE
                               ADD 1 TO WS-SUPPLIER-COUNT
                               MOVE WS-SUPPLIER-COUNT TO WS-SUP-FOUND
                               PERFORM CLEAR-SUPPLIER-ROW
                               MOVE SU-SUPPLIER-CODE TO
                                   WS-SU-CODE(WS-SUP-FOUND)
                               MOVE SU-SUPPLIER-NAME TO
                                   WS-SU-NAME(WS-SUP-FOUND)
                               MOVE SU-LEAD-TIME-DAYS TO
                                   WS-SU-LEAD-TIME(WS-SUP-FOUND)
                               MOVE 'Y' TO WS-SU-ON-FILE(WS-SUP-FOUND)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUPPLIER-FILE
           END-IF.

       CLEAR-SUPPLIER-ROW.
           MOVE SPACES TO WS-SU-CODE(WS-SUP-FOUND)
           MOVE SPACES TO WS-SU-NAME(WS-SUP-FOUND)
           MOVE 0 TO WS-SU-LEAD-TIME(WS-SUP-FOUND)
           MOVE 'N' TO WS-SU-ON-FILE(WS-SUP-FOUND)
           MOVE 0 TO WS-SU-ORDERS(WS-SUP-FOUND)
           MOVE 0 TO WS-SU-OPEN(WS-SUP-FOUND)
           MOVE 0 TO WS-SU-CLOSED(WS-SUP-FOUND)
           MOVE 0 TO WS-SU-SHORT(WS-SUP-FOUND)
           MOVE 0 TO WS-SU-FULL(WS-SUP-FOUND)
           MOVE 0 TO WS-SU-DAYS(WS-SUP-FOUND)
           MOVE 0 TO WS-SU-UNITS-ORDERED(WS-SUP-FOUND)
           MOVE 0 TO WS-SU-UNITS-RECEIVED(WS-SUP-FOUND).

       LOAD-ORDER-TABLE.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ OPEN-PO-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-LINES-READ
                       PERFORM ADD-ORDER-LINE
               END-READ
           END-PERFORM
           CLOSE OPEN-PO-FILE.

       ADD-ORDER-LINE.
           MOVE 0 TO WS-ORDER-FOUND
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ORDER-COUNT
               IF WS-OR-NUMBER(WS-SUB) = PO-NUMBER
                   MOVE WS-SUB TO WS-ORDER-FOUND
               END-IF
           END-PERFORM
           IF WS-ORDER-FOUND = 0
               IF WS-ORDER-COUNT = 500
                   MOVE 'Y' TO WS-TABLE-OVERFLOW
               ELSE
                   ADD 1 TO WS-ORDER-COUNT
                   MOVE WS-ORDER-COUNT TO WS-ORDER-FOUND
                   MOVE PO-NUMBER TO WS-OR-NUMBER(WS-ORDER-FOUND)
                   MOVE PO-SUPPLIER-CODE TO
                       WS-OR-SUPPLIER(WS-ORDER-FOUND)
                   MOVE PO-ORDER-DATE TO WS-OR-DATE(WS-ORDER-FOUND)
                   MOVE 0 TO WS-OR-OPEN-LINES(WS-ORDER-FOUND)
                   MOVE 0 TO WS-OR-SHORT-LINES(WS-ORDER-FOUND)
                   MOVE 0 TO WS-OR-UNDATED-LINES(WS-ORDER-FOUND)
                   MOVE 0 TO WS-OR-LAST-CLOSED(WS-ORDER-FOUND)
                   MOVE 0 TO WS-OR-UNITS-ORDERED(WS-ORDER-FOUND)
                   MOVE 0 TO WS-OR-UNITS-RECEIVED(WS-ORDER-FOUND)
               END-IF
           END-IF
           IF WS-ORDER-FOUND > 0
      *> Units over the order quantity do not raise the fill rate.
               MOVE PO-QTY-RECEIVED TO WS-LINE-RECEIVED
               IF WS-LINE-RECEIVED > PO-QTY-ORDERED
                   MOVE PO-QTY-ORDERED TO WS-LINE-RECEIVED
               END-IF
               ADD PO-QTY-ORDERED TO
                   WS-OR-UNITS-ORDERED(WS-ORDER-FOUND)
               ADD WS-LINE-RECEIVED TO
                   WS-OR-UNITS-RECEIVED(WS-ORDER-FOUND)
               IF PO-STATUS NOT = 'C'
                   ADD 1 TO WS-OR-OPEN-LINES(WS-ORDER-FOUND)
               ELSE
      *> Receipts close a line only once it is filled, so a closed
      *> line still short was closed by hand.
                   IF PO-QTY-RECEIVED < PO-QTY-ORDERED
                       ADD 1 TO WS-OR-SHORT-LINES(WS-ORDER-FOUND)
                   END-IF
                   IF PO-CLOSED-DATE IS NOT NUMERIC
                       OR PO-CLOSED-DATE = 0
                       ADD 1 TO WS-OR-UNDATED-LINES(WS-ORDER-FOUND)
                   ELSE
                       IF PO-CLOSED-DATE >
                               WS-OR-LAST-CLOSED(WS-ORDER-FOUND)
                           MOVE PO-CLOSED-DATE TO
                               WS-OR-LAST-CLOSED(WS-ORDER-FOUND)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       SCORE-ONE-ORDER.
           PERFORM FIND-SUPPLIER
           IF WS-SUP-FOUND > 0
               ADD 1 TO WS-SU-ORDERS(WS-SUP-FOUND)
               IF WS-OR-OPEN-LINES(WS-SUB) > 0
                   ADD 1 TO WS-SU-OPEN(WS-SUP-FOUND)
               ELSE
                   ADD 1 TO WS-SU-CLOSED(WS-SUP-FOUND)
                   ADD WS-OR-UNITS-ORDERED(WS-SUB) TO
                       WS-SU-UNITS-ORDERED(WS-SUP-FOUND)
                   ADD WS-OR-UNITS-RECEIVED(WS-SUB) TO
                       WS-SU-UNITS-RECEIVED(WS-SUP-FOUND)
                   IF WS-OR-SHORT-LINES(WS-SUB) > 0
                       ADD 1 TO WS-SU-SHORT(WS-SUP-FOUND)
                   ELSE
                       PERFORM TIME-FULL-RECEIPT
                   END-IF
               END-IF
           END-IF.

       TIME-FULL-RECEIPT.
      *> Only orders whose every line carries a closing date can be
      *> timed; orders closed before those dates were kept are left
      *> out of the average.
           IF WS-OR-UNDATED-LINES(WS-SUB) = 0
               AND WS-OR-DATE(WS-SUB) > 16010100
               AND WS-OR-LAST-CLOSED(WS-SUB) NOT <
                   WS-OR-DATE(WS-SUB)
               COMPUTE WS-DAYS-TO-RECEIPT =
                   FUNCTION INTEGER-OF-DATE(WS-OR-LAST-CLOSED(WS-SUB))
                   - FUNCTION INTEGER-OF-DATE(WS-OR-DATE(WS-SUB))
               ADD 1 TO WS-SU-FULL(WS-SUP-FOUND)
               ADD WS-DAYS-TO-RECEIPT TO WS-SU-DAYS(WS-SUP-FOUND)
           END-IF.

       FIND-SUPPLIER.
           MOVE 0 TO WS-SUP-FOUND
           PERFORM VARYING WS-SUP-SUB FROM 1 BY 1
                   UNTIL WS-SUP-SUB > WS-SUPPLIER-COUNT
               IF WS-SU-CODE(WS-SUP-SUB) = WS-OR-SUPPLIER(WS-SUB)
                   MOVE WS-SUP-SUB TO WS-SUP-FOUND
               END-IF
           END-PERFORM
      *> A code no longer on the supplier file, or none at all,
      *> still gets a line of its own.
           IF WS-SUP-FOUND = 0
               IF WS-SUPPLIER-COUNT = 500
                   DISPLAY "SUPPLIER TABLE FULL - PO "
                       WS-OR-NUMBER(WS-SUB) " NOT SCORED"
               ELSE
                   ADD 1 TO WS-SUPPLIER-COUNT
                   MOVE WS-SUPPLIER-COUNT TO WS-SUP-FOUND
                   PERFORM CLEAR-SUPPLIER-ROW
                   MOVE WS-OR-SUPPLIER(WS-SUB) TO
                       WS-SU-CODE(WS-SUP-FOUND)
                   IF WS-OR-SUPPLIER(WS-SUB) = SPACES
                       MOVE "(NONE)" TO WS-SU-NAME(WS-SUP-FOUND)
                   ELSE
                       MOVE "(NOT ON FILE)" TO WS-SU-NAME(WS-SUP-FOUND)
                   END-IF
               END-IF
           END-IF.

       PRINT-ONE-SUPPLIER.
           MOVE WS-SU-CODE(WS-SUP-SUB) TO DET-CODE
           MOVE WS-SU-NAME(WS-SUP-SUB) TO DET-NAME
           MOVE WS-SU-ORDERS(WS-SUP-SUB) TO DET-ORDERS
           MOVE WS-SU-OPEN(WS-SUP-SUB) TO DET-OPEN
           MOVE WS-SU-CLOSED(WS-SUP-SUB) TO DET-CLOSED
           IF WS-SU-ON-FILE(WS-SUP-SUB) = 'Y'
               MOVE WS-SU-LEAD-TIME(WS-SUP-SUB) TO DET-QUOTED
           ELSE
               MOVE "N/A" TO DET-QUOTED-X
           END-IF
           MOVE SPACES TO DET-FLAG
           IF WS-SU-FULL(WS-SUP-SUB) = 0
               MOVE "   N/A" TO DET-AVG-DAYS-X
           ELSE
               COMPUTE WS-AVERAGE-DAYS ROUNDED =
                   WS-SU-DAYS(WS-SUP-SUB) / WS-SU-FULL(WS-SUP-SUB)
               MOVE WS-AVERAGE-DAYS TO DET-AVG-DAYS
               IF WS-SU-ON-FILE(WS-SUP-SUB) = 'Y'
                   AND WS-AVERAGE-DAYS > WS-SU-LEAD-TIME(WS-SUP-SUB)
                   MOVE "OVER LEAD TIME" TO DET-FLAG
               END-IF
           END-IF
           IF WS-SU-CLOSED(WS-SUP-SUB) = 0
               MOVE "  N/A" TO DET-SHORT-RATE-X
               MOVE SPACE TO DET-SHORT-PCT
           ELSE
               COMPUTE WS-RATE ROUNDED =
                   WS-SU-SHORT(WS-SUP-SUB) * 100
                   / WS-SU-CLOSED(WS-SUP-SUB)
               MOVE WS-RATE TO DET-SHORT-RATE
               MOVE "%" TO DET-SHORT-PCT
           END-IF
           IF WS-SU-UNITS-ORDERED(WS-SUP-SUB) = 0
               MOVE "  N/A" TO DET-FILL-RATE-X
               MOVE SPACE TO DET-FILL-PCT
           ELSE
               COMPUTE WS-RATE ROUNDED =
                   WS-SU-UNITS-RECEIVED(WS-SUP-SUB) * 100
                   / WS-SU-UNITS-ORDERED(WS-SUP-SUB)
               MOVE WS-RATE TO DET-FILL-RATE
               MOVE "%" TO DET-FILL-PCT
           END-IF
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD WS-SU-ORDERS(WS-SUP-SUB) TO WS-TOT-ORDERS
           ADD WS-SU-OPEN(WS-SUP-SUB) TO WS-TOT-OPEN
           ADD WS-SU-CLOSED(WS-SUP-SUB) TO WS-TOT-CLOSED
           ADD WS-SU-SHORT(WS-SUP-SUB) TO WS-TOT-SHORT
           ADD WS-SU-FULL(WS-SUP-SUB) TO WS-TOT-FULL
           ADD WS-SU-DAYS(WS-SUP-SUB) TO WS-TOT-DAYS
           ADD WS-SU-UNITS-ORDERED(WS-SUP-SUB) TO WS-TOT-UNITS-ORDERED
           ADD WS-SU-UNITS-RECEIVED(WS-SUP-SUB) TO
               WS-TOT-UNITS-RECEIVED.

       PRINT-SCORECARD-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO DET-CODE
           MOVE "ALL SUPPLIERS" TO DET-NAME
           MOVE WS-TOT-ORDERS TO DET-ORDERS
           MOVE WS-TOT-OPEN TO DET-OPEN
           MOVE WS-TOT-CLOSED TO DET-CLOSED
           MOVE SPACES TO DET-QUOTED-X
           MOVE SPACES TO DET-FLAG
           IF WS-TOT-FULL = 0
               MOVE "   N/A" TO DET-AVG-DAYS-X
           ELSE
               COMPUTE WS-AVERAGE-DAYS ROUNDED =
                   WS-TOT-DAYS / WS-TOT-FULL
               MOVE WS-AVERAGE-DAYS TO DET-AVG-DAYS
           END-IF
           IF WS-TOT-CLOSED = 0
               MOVE "  N/A" TO DET-SHORT-RATE-X
               MOVE SPACE TO DET-SHORT-PCT
           ELSE
               COMPUTE WS-RATE ROUNDED =
                   WS-TOT-SHORT * 100 / WS-TOT-CLOSED
               MOVE WS-RATE TO DET-SHORT-RATE
               MOVE "%" TO DET-SHORT-PCT
           END-IF
           IF WS-TOT-UNITS-ORDERED = 0
               MOVE "  N/A" TO DET-FILL-RATE-X
               MOVE SPACE TO DET-FILL-PCT
           ELSE
               COMPUTE WS-RATE ROUNDED =
                   WS-TOT-UNITS-RECEIVED * 100 / WS-TOT-UNITS-ORDERED
               MOVE WS-RATE TO DET-FILL-RATE
               MOVE "%" TO DET-FILL-PCT
           END-IF
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       END PROGRAM SHOE-VENDOR-SCORE.
