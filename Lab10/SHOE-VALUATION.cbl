      ******************************************************************
      * Author:    VICENTE MBA ENGUNG
      * Date:      SEPTEMBER 1, 2026
      * Purpose:   Month-end stock valuation and cost of goods sold.
      *            Values the stock on SHOE-INVENTORY.TXT (every
      *            location) and in transit on SHOE-TRANSFERS.TXT at
      *            the unit cost on SHOE-COSTS.TXT, by style and in
      *            total, then totals the month's sales from
      *            SHOE-SALES.TXT at the cost recorded when each sale
      *            was posted - cost of goods sold - against the
      *            selling price, for the gross margin on the units
      *            that have a price on file. Written to
      *            SHOE-VALUATION-RPT.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHOE-VALUATION.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHOE-INVENTORY-FILE ASSIGN TO "SHOE-INVENTORY.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INVENTORY-FILE-STATUS.

           SELECT TRANSFER-FILE ASSIGN TO "SHOE-TRANSFERS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TR-FILE-STATUS.

           SELECT COST-FILE ASSIGN TO "SHOE-COSTS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COST-FILE-STATUS.

           SELECT SALES-FILE ASSIGN TO "SHOE-SALES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SALES-FILE-STATUS.

           SELECT VALUATION-REPORT-FILE ASSIGN
           TO "SHOE-VALUATION-RPT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SHOE-INVENTORY-FILE.
       01 SHOE-INVENTORY-RECORD.
           05 SI-SHOE-STYLE         PIC X(5).
           05 SI-SHOE-SIZE          PIC X(4).
           05 SI-QUANTITY-ON-HAND   PIC 9(4).
           05 SI-LOW-STOCK-FLAG     PIC X(1).
           05 SI-RECORD-COUNT       PIC 9(5).
           05 SI-LOCATION           PIC X(4).

       FD TRANSFER-FILE.
       01 TRANSFER-RECORD.
           05 TR-NUMBER PIC 9(6).
           05 TR-SHOE-STYLE PIC X(5).
           05 TR-SHOE-SIZE PIC X(4).
           05 TR-FROM-LOCATION PIC X(4).
           05 TR-TO-LOCATION PIC X(4).
           05 TR-QUANTITY PIC 9(4).
           05 TR-SHIP-DATE PIC 9(8).
           05 TR-RECEIVED-DATE PIC 9(8).
           05 TR-STATUS PIC X(1).

       FD COST-FILE.
       01 COST-RECORD.
           05 SC-SHOE-STYLE PIC X(5).
           05 SC-SHOE-SIZE PIC X(4).
           05 SC-UNIT-COST PIC 9(5)V99.
           05 SC-SELLING-PRICE PIC 9(5)V99.
           05 SC-COST-DATE PIC 9(8).

       FD SALES-FILE.
       01 SALES-RECORD.
           05 SL-SALE-DATE PIC 9(8).
           05 SL-SHOE-STYLE PIC X(5).
           05 SL-SHOE-SIZE PIC X(4).
           05 SL-LOCATION PIC X(4).
           05 SL-QUANTITY PIC 9(4).
           05 SL-UNIT-COST PIC 9(5)V99.
           05 SL-UNIT-PRICE PIC 9(5)V99.

       FD VALUATION-REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-EOF               PIC X VALUE 'N'.
       01 WS-INVENTORY-FILE-STATUS PIC XX.
       01 WS-TR-FILE-STATUS    PIC XX.
       01 WS-COST-FILE-STATUS  PIC XX.
       01 WS-SALES-FILE-STATUS PIC XX.
       01 WS-REPORT-FILE-STATUS PIC XX.
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-PERIOD-IN         PIC X(8).
       01 WS-PERIOD            PIC 9(6).
       01 WS-PERIOD-PARTS REDEFINES WS-PERIOD.
           05 WS-PERIOD-YEAR   PIC 9(4).
           05 WS-PERIOD-MONTH  PIC 9(2).
       01 WS-PERIOD-OK         PIC X.
       01 WS-SUB               PIC 9(3).
       01 WS-COST-FOUND        PIC 9(3).
       01 WS-STYLE-FOUND       PIC 9(3).
       01 WS-TABLE-OVERFLOW    PIC X VALUE 'N'.
       01 WS-RECORDS-READ      PIC 9(5) VALUE 0.
       01 WS-SALES-READ        PIC 9(5) VALUE 0.
       01 WS-SALES-IN-MONTH    PIC 9(5) VALUE 0.
       01 WS-ROW-STYLE         PIC X(5).
       01 WS-ROW-SIZE          PIC X(4).
       01 WS-ROW-QTY           PIC 9(4).
       01 WS-UNIT-COST         PIC 9(5)V99.
       01 WS-UNIT-PRICE        PIC 9(5)V99.
       01 WS-MARGIN            PIC S9(9)V99.
       01 WS-MARGIN-PCT        PIC S9(3)V9.
       01 WS-NOTE-POINTER      PIC 9(3).
       01 WS-UNITS-PRINT       PIC ZZZ,ZZ9.
      *> Unit cost and selling price per style/size.
       01 WS-COST-TABLE.
           05 WS-COST-ROW OCCURS 500 TIMES.
               10 WS-CO-STYLE PIC X(5).
               10 WS-CO-SIZE PIC X(4).
               10 WS-CO-COST PIC 9(5)V99.
               10 WS-CO-PRICE PIC 9(5)V99.
               10 WS-CO-DATE PIC 9(8).
       01 WS-COST-COUNT        PIC 9(3) VALUE 0.
      *> One row per style - its stock value and the month's sales.
       01 WS-STYLE-TABLE.
           05 WS-STYLE-ROW OCCURS 500 TIMES.
               10 WS-ST-STYLE          PIC X(5).
               10 WS-ST-ON-HAND        PIC 9(7).
               10 WS-ST-IN-TRANSIT     PIC 9(7).
               10 WS-ST-UNCOSTED       PIC 9(7).
               10 WS-ST-VALUE          PIC 9(9)V99.
               10 WS-ST-SOLD           PIC 9(7).
               10 WS-ST-SOLD-UNCOSTED  PIC 9(7).
               10 WS-ST-UNPRICED       PIC 9(7).
               10 WS-ST-COGS           PIC 9(9)V99.
               10 WS-ST-PRICED-COGS    PIC 9(9)V99.
               10 WS-ST-REVENUE        PIC 9(9)V99.
       01 WS-STYLE-COUNT       PIC 9(3) VALUE 0.
       01 WS-TOTAL-ROW.
           05 WS-TOT-ON-HAND       PIC 9(7) VALUE 0.
           05 WS-TOT-IN-TRANSIT    PIC 9(7) VALUE 0.
           05 WS-TOT-UNCOSTED      PIC 9(7) VALUE 0.
           05 WS-TOT-VALUE         PIC 9(9)V99 VALUE 0.
           05 WS-TOT-SOLD          PIC 9(7) VALUE 0.
           05 WS-TOT-SOLD-UNCOSTED PIC 9(7) VALUE 0.
           05 WS-TOT-UNPRICED      PIC 9(7) VALUE 0.
           05 WS-TOT-COGS          PIC 9(9)V99 VALUE 0.
           05 WS-TOT-PRICED-COGS   PIC 9(9)V99 VALUE 0.
           05 WS-TOT-REVENUE       PIC 9(9)V99 VALUE 0.
       01 WS-STOCK-HEADING.
           05 FILLER PIC X(8)  VALUE "STYLE".
           05 FILLER PIC X(7)  VALUE "ON HAND".
           05 FILLER PIC X(11) VALUE " IN TRANSIT".
           05 FILLER PIC X(14) VALUE "   UNITS OWNED".
           05 FILLER PIC X(17) VALUE "      STOCK VALUE".
           05 FILLER PIC X(75) VALUE SPACES.
       01 WS-STOCK-LINE.
           05 STK-STYLE            PIC X(5).
           05 FILLER               PIC X(3) VALUE SPACES.
           05 STK-ON-HAND          PIC ZZZ,ZZ9.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 STK-IN-TRANSIT       PIC ZZZ,ZZ9.
           05 FILLER               PIC X(5) VALUE SPACES.
           05 STK-OWNED            PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 STK-VALUE            PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 STK-NOTE             PIC X(40).
           05 FILLER               PIC X(32) VALUE SPACES.
       01 WS-SALES-HEADING.
           05 FILLER PIC X(8)  VALUE "STYLE".
           05 FILLER PIC X(7)  VALUE "   SOLD".
           05 FILLER PIC X(17) VALUE "             COGS".
           05 FILLER PIC X(17) VALUE "   SALES AT PRICE".
           05 FILLER PIC X(18) VALUE "      GROSS MARGIN".
           05 FILLER PIC X(10) VALUE "  MARGIN %".
           05 FILLER PIC X(55) VALUE SPACES.
       01 WS-SALES-LINE.
           05 SAL-STYLE            PIC X(5).
           05 FILLER               PIC X(3) VALUE SPACES.
           05 SAL-SOLD             PIC ZZZ,ZZ9.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 SAL-COGS             PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 SAL-REVENUE          PIC ZZZ,ZZZ,ZZ9.99.
           05 SAL-REVENUE-X REDEFINES SAL-REVENUE PIC X(14).
           05 FILLER               PIC X(3) VALUE SPACES.
           05 SAL-MARGIN           PIC -ZZZ,ZZZ,ZZ9.99.
           05 SAL-MARGIN-X REDEFINES SAL-MARGIN PIC X(15).
           05 FILLER               PIC X(3) VALUE SPACES.
           05 SAL-MARGIN-PCT       PIC -ZZ9.9.
           05 SAL-MARGIN-PCT-X REDEFINES SAL-MARGIN-PCT PIC X(6).
           05 SAL-PCT-SIGN         PIC X.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 SAL-NOTE             PIC X(40).
           05 FILLER               PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM GET-PERIOD
           OPEN INPUT SHOE-INVENTORY-FILE
           IF WS-INVENTORY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - UNABLE TO OPEN SHOE-INVENTORY.TXT, "
                   "FILE STATUS = " WS-INVENTORY-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-COST-TABLE
           PERFORM VALUE-INVENTORY
           PERFORM VALUE-IN-TRANSIT
           PERFORM COST-MONTH-SALES
           IF WS-TABLE-OVERFLOW = 'Y'
               DISPLAY "MORE THAN 500 STYLES OR STYLE/SIZE COSTS - "
                   "REPORT NOT PRODUCED"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT VALUATION-REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING "STOCK VALUATION AND COST OF GOODS SOLD   MONTH: "
               WS-PERIOD "   RUN DATE: " WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "STOCK ON HAND AT RUN DATE, ALL LOCATIONS, AT STORED "
               & "UNIT COST" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-STOCK-HEADING TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM PRINT-STOCK-VALUE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-STYLE-COUNT
           PERFORM PRINT-STOCK-TOTAL

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           STRING "COST OF GOODS SOLD FOR MONTH " WS-PERIOD
               " - AT THE UNIT COST WHEN SOLD; MARGIN ON UNITS WITH "
               "A SELLING PRICE ON FILE"
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE WS-SALES-HEADING TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM PRINT-STYLE-SALES
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-STYLE-COUNT
           PERFORM PRINT-SALES-TOTAL
           CLOSE VALUATION-REPORT-FILE

           DISPLAY "=========================================="
           DISPLAY "INVENTORY RECORDS READ: " WS-RECORDS-READ
           DISPLAY "SALES RECORDS READ:     " WS-SALES-READ
           DISPLAY "SALES IN MONTH:         " WS-SALES-IN-MONTH
           MOVE WS-TOT-VALUE TO STK-VALUE
           DISPLAY "STOCK VALUE:            " STK-VALUE
           MOVE WS-TOT-COGS TO SAL-COGS
           DISPLAY "COST OF GOODS SOLD:     " SAL-COGS
           DISPLAY "REPORT: SHOE-VALUATION-RPT.TXT"
           DISPLAY "=========================================="
           GOBACK.

       GET-PERIOD.
           MOVE 'N' TO WS-PERIOD-OK
           PERFORM UNTIL WS-PERIOD-OK = 'Y'
               DISPLAY "Month to report (YYYYMM, blank for this "
                   "month):"
               ACCEPT WS-PERIOD-IN
               IF WS-PERIOD-IN = SPACES
                   MOVE WS-RUN-DATE(1:6) TO WS-PERIOD-IN
               END-IF
               IF WS-PERIOD-IN(1:6) IS NUMERIC
                   AND WS-PERIOD-IN(7:2) = SPACES
                   MOVE WS-PERIOD-IN(1:6) TO WS-PERIOD
                   IF WS-PERIOD-MONTH > 0 AND WS-PERIOD-MONTH < 13
                       AND WS-PERIOD-YEAR > 1900
                       MOVE 'Y' TO WS-PERIOD-OK
                   END-IF
               END-IF
               IF WS-PERIOD-OK NOT = 'Y'
                   DISPLAY "Invalid month - enter YYYYMM."
               END-IF
           END-PERFORM.

       LOAD-COST-TABLE.
           OPEN INPUT COST-FILE
           IF WS-COST-FILE-STATUS NOT = "00"
               DISPLAY "NO SHOE-COSTS.TXT - STOCK VALUED AT ZERO"
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ COST-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-COST-COUNT = 500
                               MOVE 'Y' TO WS-TABLE-OVERFLOW
                           ELSE
                               ADD 1 TO WS-COST-COUNT
                               MOVE COST-RECORD TO
                                   WS-COST-ROW(WS-COST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COST-FILE
           END-IF.

       VALUE-INVENTORY.
           MOVE 'N' TO WS-EOF
           PERFORM UNTIL WS-EOF = 'Y'
               READ SHOE-INVENTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       MOVE SI-SHOE-STYLE TO WS-ROW-STYLE
                       MOVE SI-SHOE-SIZE TO WS-ROW-SIZE
                       MOVE SI-QUANTITY-ON-HAND TO WS-ROW-QTY
                       PERFORM FIND-STYLE
                       IF WS-STYLE-FOUND > 0
                           ADD WS-ROW-QTY TO
                               WS-ST-ON-HAND(WS-STYLE-FOUND)
                           PERFORM ADD-STOCK-VALUE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SHOE-INVENTORY-FILE.

       VALUE-IN-TRANSIT.
      *> Stock between locations is still ours - valued with the
      *> stock on hand.
           OPEN INPUT TRANSFER-FILE
           IF WS-TR-FILE-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TRANSFER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF TR-STATUS = 'T'
                               MOVE TR-SHOE-STYLE TO WS-ROW-STYLE
                               MOVE TR-SHOE-SIZE TO WS-ROW-SIZE
                               MOVE TR-QUANTITY TO WS-ROW-QTY
                               PERFORM FIND-STYLE
                               IF WS-STYLE-FOUND > 0
                                   ADD WS-ROW-QTY TO
                                    WS-ST-IN-TRANSIT(WS-STYLE-FOUND)
                                   PERFORM ADD-STOCK-VALUE
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSFER-FILE
           END-IF.

       ADD-STOCK-VALUE.
           PERFORM FIND-COST
           IF WS-UNIT-COST = 0
               ADD WS-ROW-QTY TO WS-ST-UNCOSTED(WS-STYLE-FOUND)
           ELSE
               COMPUTE WS-ST-VALUE(WS-STYLE-FOUND) =
                   WS-ST-VALUE(WS-STYLE-FOUND)
                   + WS-ROW-QTY * WS-UNIT-COST
           END-IF.

       COST-MONTH-SALES.
           OPEN INPUT SALES-FILE
           IF WS-SALES-FILE-STATUS NOT = "00"
               DISPLAY "NO SHOE-SALES.TXT YET - NO SALES TO COST"
           ELSE
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SALES-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           ADD 1 TO WS-SALES-READ
                           IF SL-SALE-DATE(1:6) = WS-PERIOD-IN(1:6)
                               PERFORM COST-ONE-SALE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SALES-FILE
           END-IF.

       COST-ONE-SALE.
      *> The price recorded with the sale stands; a sale made
      *> before any price was set takes the price on file now.
           ADD 1 TO WS-SALES-IN-MONTH
           MOVE SL-SHOE-STYLE TO WS-ROW-STYLE
           MOVE SL-SHOE-SIZE TO WS-ROW-SIZE
           MOVE SL-QUANTITY TO WS-ROW-QTY
           PERFORM FIND-STYLE
           IF WS-STYLE-FOUND > 0
               PERFORM FIND-COST
               MOVE SL-UNIT-PRICE TO WS-UNIT-PRICE
               IF WS-UNIT-PRICE = 0 AND WS-COST-FOUND > 0
                   MOVE WS-CO-PRICE(WS-COST-FOUND) TO WS-UNIT-PRICE
               END-IF
               ADD WS-ROW-QTY TO WS-ST-SOLD(WS-STYLE-FOUND)
               IF SL-UNIT-COST = 0
                   ADD WS-ROW-QTY TO WS-ST-SOLD-UNCOSTED(WS-STYLE-FOUND)
               END-IF
               COMPUTE WS-ST-COGS(WS-STYLE-FOUND) =
                   WS-ST-COGS(WS-STYLE-FOUND)
                   + WS-ROW-QTY * SL-UNIT-COST
               IF WS-UNIT-PRICE = 0
                   ADD WS-ROW-QTY TO WS-ST-UNPRICED(WS-STYLE-FOUND)
               ELSE
                   COMPUTE WS-ST-PRICED-COGS(WS-STYLE-FOUND) =
                       WS-ST-PRICED-COGS(WS-STYLE-FOUND)
                       + WS-ROW-QTY * SL-UNIT-COST
                   COMPUTE WS-ST-REVENUE(WS-STYLE-FOUND) =
                       WS-ST-REVENUE(WS-STYLE-FOUND)
                       + WS-ROW-QTY * WS-UNIT-PRICE
               END-IF
           END-IF.

       FIND-COST.
           MOVE 0 TO WS-COST-FOUND
           MOVE 0 TO WS-UNIT-COST
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-COST-COUNT
               IF WS-CO-STYLE(WS-SUB) = WS-ROW-STYLE
                   AND WS-CO-SIZE(WS-SUB) = WS-ROW-SIZE
                   MOVE WS-SUB TO WS-COST-FOUND
                   MOVE WS-CO-COST(WS-SUB) TO WS-UNIT-COST
               END-IF
           END-PERFORM.

       FIND-STYLE.
           MOVE 0 TO WS-STYLE-FOUND
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-STYLE-COUNT
               IF WS-ST-STYLE(WS-SUB) = WS-ROW-STYLE
                   MOVE WS-SUB TO WS-STYLE-FOUND
               END-IF
           END-PERFORM
           IF WS-STYLE-FOUND = 0
               IF WS-STYLE-COUNT = 500
                   MOVE 'Y' TO WS-TABLE-OVERFLOW
               ELSE
                   ADD 1 TO WS-STYLE-COUNT
                   MOVE WS-STYLE-COUNT TO WS-STYLE-FOUND
                   MOVE WS-ROW-STYLE TO WS-ST-STYLE(WS-STYLE-FOUND)
                   MOVE 0 TO WS-ST-ON-HAND(WS-STYLE-FOUND)
                   MOVE 0 TO WS-ST-IN-TRANSIT(WS-STYLE-FOUND)
                   MOVE 0 TO WS-ST-UNCOSTED(WS-STYLE-FOUND)
                   MOVE 0 TO WS-ST-VALUE(WS-STYLE-FOUND)
                   MOVE 0 TO WS-ST-SOLD(WS-STYLE-FOUND)
                   MOVE 0 TO WS-ST-SOLD-UNCOSTED(WS-STYLE-FOUND)
                   MOVE 0 TO WS-ST-UNPRICED(WS-STYLE-FOUND)
                   MOVE 0 TO WS-ST-COGS(WS-STYLE-FOUND)
                   MOVE 0 TO WS-ST-PRICED-COGS(WS-STYLE-FOUND)
                   MOVE 0 TO WS-ST-REVENUE(WS-STYLE-FOUND)
               END-IF
           END-IF.

       PRINT-STOCK-VALUE.
      *> A style sold out and not in transit has no stock line.
           IF WS-ST-ON-HAND(WS-SUB) + WS-ST-IN-TRANSIT(WS-SUB) > 0
               MOVE WS-ST-STYLE(WS-SUB) TO STK-STYLE
               MOVE WS-ST-ON-HAND(WS-SUB) TO STK-ON-HAND
               MOVE WS-ST-IN-TRANSIT(WS-SUB) TO STK-IN-TRANSIT
               COMPUTE STK-OWNED = WS-ST-ON-HAND(WS-SUB)
                   + WS-ST-IN-TRANSIT(WS-SUB)
               MOVE WS-ST-VALUE(WS-SUB) TO STK-VALUE
               MOVE SPACES TO STK-NOTE
               IF WS-ST-UNCOSTED(WS-SUB) > 0
                   MOVE WS-ST-UNCOSTED(WS-SUB) TO WS-UNITS-PRINT
                   STRING "NO COST ON FILE FOR "
                       FUNCTION TRIM(WS-UNITS-PRINT) " UNITS"
                       DELIMITED BY SIZE INTO STK-NOTE
                   END-STRING
               END-IF
               MOVE WS-STOCK-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               ADD WS-ST-ON-HAND(WS-SUB) TO WS-TOT-ON-HAND
               ADD WS-ST-IN-TRANSIT(WS-SUB) TO WS-TOT-IN-TRANSIT
               ADD WS-ST-UNCOSTED(WS-SUB) TO WS-TOT-UNCOSTED
               ADD WS-ST-VALUE(WS-SUB) TO WS-TOT-VALUE
           END-IF.

       PRINT-STOCK-TOTAL.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "TOTAL" TO STK-STYLE
           MOVE WS-TOT-ON-HAND TO STK-ON-HAND
           MOVE WS-TOT-IN-TRANSIT TO STK-IN-TRANSIT
           COMPUTE STK-OWNED = WS-TOT-ON-HAND + WS-TOT-IN-TRANSIT
           MOVE WS-TOT-VALUE TO STK-VALUE
           MOVE SPACES TO STK-NOTE
           IF WS-TOT-UNCOSTED > 0
               MOVE WS-TOT-UNCOSTED TO WS-UNITS-PRINT
               STRING "NO COST ON FILE FOR "
                   FUNCTION TRIM(WS-UNITS-PRINT) " UNITS"
                   DELIMITED BY SIZE INTO STK-NOTE
               END-STRING
           END-IF
           MOVE WS-STOCK-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       PRINT-STYLE-SALES.
           IF WS-ST-SOLD(WS-SUB) > 0
               MOVE WS-ST-STYLE(WS-SUB) TO SAL-STYLE
               MOVE WS-ST-SOLD(WS-SUB) TO SAL-SOLD
               MOVE WS-ST-COGS(WS-SUB) TO SAL-COGS
               PERFORM EDIT-MARGIN-FOR-STYLE
               MOVE WS-SALES-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       EDIT-MARGIN-FOR-STYLE.
           IF WS-ST-REVENUE(WS-SUB) = 0
               MOVE "          NONE" TO SAL-REVENUE-X
               MOVE SPACES TO SAL-MARGIN-X
               MOVE SPACES TO SAL-MARGIN-PCT-X
               MOVE SPACE TO SAL-PCT-SIGN
           ELSE
               MOVE WS-ST-REVENUE(WS-SUB) TO SAL-REVENUE
               COMPUTE WS-MARGIN = WS-ST-REVENUE(WS-SUB)
                   - WS-ST-PRICED-COGS(WS-SUB)
               MOVE WS-MARGIN TO SAL-MARGIN
               COMPUTE WS-MARGIN-PCT ROUNDED =
                   WS-MARGIN * 100 / WS-ST-REVENUE(WS-SUB)
               MOVE WS-MARGIN-PCT TO SAL-MARGIN-PCT
               MOVE "%" TO SAL-PCT-SIGN
           END-IF
           MOVE SPACES TO SAL-NOTE
           MOVE 1 TO WS-NOTE-POINTER
           IF WS-ST-UNPRICED(WS-SUB) > 0
               MOVE WS-ST-UNPRICED(WS-SUB) TO WS-UNITS-PRINT
               STRING FUNCTION TRIM(WS-UNITS-PRINT)
                   " UNITS NO PRICE  "
                   DELIMITED BY SIZE INTO SAL-NOTE
                   WITH POINTER WS-NOTE-POINTER
               END-STRING
           END-IF
           IF WS-ST-SOLD-UNCOSTED(WS-SUB) > 0
               MOVE WS-ST-SOLD-UNCOSTED(WS-SUB) TO WS-UNITS-PRINT
               STRING FUNCTION TRIM(WS-UNITS-PRINT)
                   " UNITS NO COST"
                   DELIMITED BY SIZE INTO SAL-NOTE
                   WITH POINTER WS-NOTE-POINTER
               END-STRING
           END-IF.

       PRINT-SALES-TOTAL.
      *> Margin is taken over the priced units only, the same as
      *> on the style lines.
           MOVE 0 TO WS-TOT-SOLD WS-TOT-COGS WS-TOT-PRICED-COGS
               WS-TOT-REVENUE WS-TOT-UNPRICED WS-TOT-SOLD-UNCOSTED
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-STYLE-COUNT
               ADD WS-ST-SOLD(WS-SUB) TO WS-TOT-SOLD
               ADD WS-ST-COGS(WS-SUB) TO WS-TOT-COGS
               ADD WS-ST-PRICED-COGS(WS-SUB) TO WS-TOT-PRICED-COGS
               ADD WS-ST-REVENUE(WS-SUB) TO WS-TOT-REVENUE
               ADD WS-ST-UNPRICED(WS-SUB) TO WS-TOT-UNPRICED
               ADD WS-ST-SOLD-UNCOSTED(WS-SUB) TO WS-TOT-SOLD-UNCOSTED
           END-PERFORM
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF WS-TOT-SOLD = 0
               MOVE "NO SALES POSTED IN THE MONTH" TO REPORT-RECORD
               WRITE REPORT-RECORD
           ELSE
               MOVE "TOTAL" TO SAL-STYLE
               MOVE WS-TOT-SOLD TO SAL-SOLD
               MOVE WS-TOT-COGS TO SAL-COGS
               IF WS-TOT-REVENUE = 0
                   MOVE "          NONE" TO SAL-REVENUE-X
                   MOVE SPACES TO SAL-MARGIN-X
                   MOVE SPACES TO SAL-MARGIN-PCT-X
                   MOVE SPACE TO SAL-PCT-SIGN
               ELSE
                   MOVE WS-TOT-REVENUE TO SAL-REVENUE
                   COMPUTE WS-MARGIN = WS-TOT-REVENUE
                       - WS-TOT-PRICED-COGS
                   MOVE WS-MARGIN TO SAL-MARGIN
                   COMPUTE WS-MARGIN-PCT ROUNDED =
                       WS-MARGIN * 100 / WS-TOT-REVENUE
                   MOVE WS-MARGIN-PCT TO SAL-MARGIN-PCT
                   MOVE "%" TO SAL-PCT-SIGN
               END-IF
               MOVE SPACES TO SAL-NOTE
               MOVE 1 TO WS-NOTE-POINTER
               IF WS-TOT-UNPRICED > 0
                   MOVE WS-TOT-UNPRICED TO WS-UNITS-PRINT
                   STRING FUNCTION TRIM(WS-UNITS-PRINT)
                       " UNITS NO PRICE  "
                       DELIMITED BY SIZE INTO SAL-NOTE
                       WITH POINTER WS-NOTE-POINTER
                   END-STRING
               END-IF
               IF WS-TOT-SOLD-UNCOSTED > 0
                   MOVE WS-TOT-SOLD-UNCOSTED TO WS-UNITS-PRINT
                   STRING FUNCTION TRIM(WS-UNITS-PRINT)
                       " UNITS NO COST"
                       DELIMITED BY SIZE INTO SAL-NOTE
                       WITH POINTER WS-NOTE-POINTER
                   END-STRING
               END-IF
               MOVE WS-SALES-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       END PROGRAM SHOE-VALUATION.
