      *            Stocktake mode walks the file style by style,
      *            takes the counted shelf quantity against each
      *            style/size, writes a variance report (book vs
      *            counted, difference, running shrinkage value at
      *            the stored unit cost), posts the adjustments
      *            and recomputes the low-stock flag - with
      *            variances above a recount threshold flagged for a
      *            recount instead of silently absorbed.
      *            Stock is held per location (the two stores and
      *            the back warehouse), so receipts, sales and
      *            stocktakes name the location they touch. A
      *            transfer ships stock out of one location onto
      *            SHOE-TRANSFERS.TXT as in transit, and the
      *            receiving location books it in when it arrives.
      *            A unit cost is held per style/size on
      *            SHOE-COSTS.TXT - each receipt re-averages it with
      *            the receipt cost, weighted by the units owned - and
      *            every sale is logged to SHOE-SALES.TXT with the
      *            cost and selling price at the time of sale for the
      *            SHOE-VALUATION month-end report.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PO-FILE-STATUS.

           SELECT TRANSFER-FILE ASSIGN TO "SHOE-TRANSFERS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TR-FILE-STATUS.

           SELECT COST-FILE ASSIGN TO "SHOE-COSTS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COST-FILE-STATUS.

           SELECT SALES-FILE ASSIGN TO "SHOE-SALES.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SALES-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SHOE-INVENTORY-FILE.
           05 SI-QUANTITY-ON-HAND   PIC 9(4).
           05 SI-LOW-STOCK-FLAG     PIC X(1).
           05 SI-RECORD-COUNT       PIC 9(5).
      *> Where the stock sits - one row per style/size/location.
      *> A row from before locations were kept reads as spaces and
      *> is taken as store 1.
           05 SI-LOCATION           PIC X(4).

       FD TRANS-ERROR-FILE.
       01 TRANS-ERROR-RECORD PIC X(80).
           05 PO-QTY-RECEIVED PIC 9(4).
           05 PO-ORDER-DATE PIC 9(8).
           05 PO-STATUS PIC X(1).
           05 PO-SUPPLIER-CODE PIC X(6).
           05 PO-CLOSED-DATE PIC 9(8).
           05 PO-CLOSE-REASON PIC X(1).

       FD TRANSFER-FILE.
      *> One row per transfer between locations - "T" while the
      *> stock is in transit (off the shipping location's book and
      *> not yet on the receiving one), "R" once received.
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
      *> One row per style/size: the weighted-average unit cost of
      *> the stock owned, the selling price where one is set (zero
      *> when not), and the date the cost last moved.
       01 COST-RECORD.
           05 SC-SHOE-STYLE PIC X(5).
           05 SC-SHOE-SIZE PIC X(4).
           05 SC-UNIT-COST PIC 9(5)V99.
           05 SC-SELLING-PRICE PIC 9(5)V99.
           05 SC-COST-DATE PIC 9(8).

       FD SALES-FILE.
      *> One row per posted sale, with the unit cost and selling
      *> price in force when it was sold.
       01 SALES-RECORD.
           05 SL-SALE-DATE PIC 9(8).
           05 SL-SHOE-STYLE PIC X(5).
           05 SL-SHOE-SIZE PIC X(4).
           05 SL-LOCATION PIC X(4).
           05 SL-QUANTITY PIC 9(4).
           05 SL-UNIT-COST PIC 9(5)V99.
           05 SL-UNIT-PRICE PIC 9(5)V99.

       WORKING-STORAGE SECTION.
       01 WS-SHOE-STYLE        PIC X(5) VALUE SPACES.
       01 WS-SHOE-SIZE         PIC X(4) VALUE SPACES.
       01 WS-LOCATION          PIC X(4) VALUE SPACES.
       01 WS-TO-LOCATION       PIC X(4) VALUE SPACES.
       01 WS-LOCATION-IN       PIC X(4).
       01 WS-LOCATION-OK       PIC X.
       01 WS-LOC-SUB           PIC 9(1).
      *> The stocking locations - code and name.
       01 WS-LOCATION-VALUES.
           05 FILLER PIC X(14) VALUE "ST01STORE 1".
           05 FILLER PIC X(14) VALUE "ST02STORE 2".
           05 FILLER PIC X(14) VALUE "WHSEWAREHOUSE".
       01 WS-LOCATION-TABLE REDEFINES WS-LOCATION-VALUES.
           05 WS-LOCATION-ENTRY OCCURS 3 TIMES.
               10 WS-LOC-CODE  PIC X(4).
               10 WS-LOC-NAME  PIC X(10).
       01 WS-QUANTITY-ON-HAND  PIC 9(4).
       01 WS-LOW-STOCK-THRESHOLD PIC 9(4) VALUE 10.
       01 WS-RECORD-COUNT      PIC 9(5) VALUE 0.
               10 WS-ROW-QTY       PIC 9(4).
               10 WS-ROW-FLAG      PIC X(1).
               10 WS-ROW-COUNT     PIC 9(5).
               10 WS-ROW-LOCATION  PIC X(4).
       01 WS-SHOE-COUNT        PIC 9(3) VALUE 0.
       01 WS-STOCKTAKE-RPT-STATUS PIC XX.
      *> Stocktake controls: counted quantity keyed per row, and
      *> the variance size past which the row is flagged for a
      *> recount instead of being posted. Shrinkage is valued at
      *> the unit cost on SHOE-COSTS.TXT.
       01 WS-COUNTED-IN        PIC X(4).
       01 WS-COUNTED-QTY       PIC 9(4).
       01 WS-COUNT-VARIANCE    PIC S9(5).
       01 WS-VARIANCE-ABS      PIC 9(5).
       01 WS-RECOUNT-LIMIT     PIC 9(4) VALUE 5.
       01 WS-LIMIT-IN          PIC X(4).
       01 WS-UNIT-COST         PIC 9(5)V99 VALUE 0.
       01 WS-NO-COST-COUNT     PIC 9(4) VALUE 0.
       01 WS-VALUE-PRINT       PIC ZZ,ZZZ,ZZ9.99.
       01 WS-SHRINKAGE-UNITS   PIC 9(6) VALUE 0.
       01 WS-SHRINKAGE-VALUE   PIC 9(8)V99 VALUE 0.
       01 WS-ADJUSTED-COUNT    PIC 9(4) VALUE 0.
       01 WS-RECOUNT-COUNT     PIC 9(4) VALUE 0.
       01 WS-MATCHED-COUNT     PIC 9(4) VALUE 0.
       01 WS-STOCKTAKE-LINE    PIC X(100).
      *> Location being counted - spaces counts every location.
       01 WS-COUNT-LOCATION    PIC X(4) VALUE SPACES.
       01 WS-PO-FILE-STATUS    PIC XX.
       01 WS-PO-EOF            PIC X.
      *> Open purchase orders held alongside the stock table during
               10 WS-PO-RECEIVED PIC 9(4).
               10 WS-PO-DATE PIC 9(8).
               10 WS-PO-STATUS PIC X.
               10 WS-PO-SUPPLIER PIC X(6).
               10 WS-PO-CLOSED PIC 9(8).
               10 WS-PO-REASON PIC X.
       01 WS-PO-COUNT          PIC 9(3) VALUE 0.
       01 WS-PO-SUB            PIC 9(3).
       01 WS-PO-FOUND          PIC 9(3).
      *> rewrite are refused rather than rewriting the file without
      *> the unloaded orders.
       01 WS-PO-OVERFLOW       PIC X VALUE 'N'.
       01 WS-TR-FILE-STATUS    PIC XX.
       01 WS-TR-EOF            PIC X.
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-TRANSFER-IN       PIC X(6).
      *> Transfers held alongside the stock table during a posting
      *> session; rewritten at session end when one was shipped or
      *> received.
       01 WS-TR-TABLE.
           05 WS-TR-ROW OCCURS 500 TIMES.
               10 WS-TR-NUMBER PIC 9(6).
               10 WS-TR-STYLE PIC X(5).
               10 WS-TR-SIZE PIC X(4).
               10 WS-TR-FROM PIC X(4).
               10 WS-TR-TO PIC X(4).
               10 WS-TR-QTY PIC 9(4).
               10 WS-TR-SHIPPED PIC 9(8).
               10 WS-TR-RECEIVED PIC 9(8).
               10 WS-TR-STATUS PIC X.
       01 WS-TR-COUNT          PIC 9(3) VALUE 0.
       01 WS-TR-SUB            PIC 9(3).
       01 WS-TR-FOUND          PIC 9(3).
       01 WS-NEXT-TR-NUMBER    PIC 9(6) VALUE 1.
       01 WS-TR-CHANGED        PIC X VALUE 'N'.
      *> Set when the transfer file outgrows the table - transfers
      *> are refused this session rather than rewriting the file
      *> without the unloaded rows.
       01 WS-TR-OVERFLOW       PIC X VALUE 'N'.
       01 WS-COST-FILE-STATUS  PIC XX.
       01 WS-COST-EOF          PIC X.
       01 WS-SALES-FILE-STATUS PIC XX.
       01 WS-SALES-OPEN        PIC X VALUE 'N'.
      *> Unit cost and selling price per style/size, held during a
      *> session and rewritten at the end when a receipt moved one.
       01 WS-COST-TABLE.
           05 WS-COST-ROW OCCURS 500 TIMES.
               10 WS-CO-STYLE PIC X(5).
               10 WS-CO-SIZE PIC X(4).
               10 WS-CO-COST PIC 9(5)V99.
               10 WS-CO-PRICE PIC 9(5)V99.
               10 WS-CO-DATE PIC 9(8).
       01 WS-COST-COUNT        PIC 9(3) VALUE 0.
       01 WS-COST-SUB          PIC 9(3).
       01 WS-COST-FOUND        PIC 9(3).
       01 WS-COST-CHANGED      PIC X VALUE 'N'.
      *> Set when the cost file outgrows the table - costs are left
      *> alone this session rather than rewriting the file without
      *> the unloaded rows.
       01 WS-COST-OVERFLOW     PIC X VALUE 'N'.
      *> Receipt cost as keyed - digits and one optional point.
       01 WS-AMOUNT-IN         PIC X(12).
       01 WS-AMOUNT-CHECK      PIC X(12).
       01 WS-POINT-COUNT       PIC 9(2).
       01 WS-AMOUNT-OK         PIC X.
       01 WS-AMOUNT-VALUE      PIC 9(7)V99.
       01 WS-OWNED-QTY         PIC 9(6).
       01 WS-COST-PRINT        PIC ZZ,ZZ9.99.
      *> Set when the file outgrows the table - posting is refused
      *> rather than rewriting the file without the unloaded records.
       01 WS-TABLE-OVERFLOW    PIC X VALUE 'N'.
               DISPLAY "Enter Shoe Size at Line 7 column 5:"
               ACCEPT WS-SHOE-SIZE LINE 7 COLUMN 25

               DISPLAY "Enter Location (ST01, ST02 or WHSE):"
               PERFORM GET-LOCATION
               MOVE WS-LOCATION-IN TO WS-LOCATION

               DISPLAY "Enter Quantity On Hand:"
               ACCEPT WS-QUANTITY-ON-HAND


               DISPLAY "Shoe Style: " WS-SHOE-STYLE
               DISPLAY "Shoe Size : " WS-SHOE-SIZE
               DISPLAY "Location  : " WS-LOCATION
               DISPLAY "Quantity  : " WS-QUANTITY-ON-HAND

               MOVE SPACES TO SI-LOW-STOCK-FLAG
               MOVE WS-SHOE-SIZE TO SI-SHOE-SIZE
               MOVE WS-QUANTITY-ON-HAND TO SI-QUANTITY-ON-HAND
               MOVE WS-RECORD-COUNT TO SI-RECORD-COUNT
               MOVE WS-LOCATION TO SI-LOCATION
               WRITE SHOE-INVENTORY-RECORD

               DISPLAY "Enter another style/size? (Y/N)"
           END-IF.

       RUN-POSTING-SESSION.
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
               PERFORM LOAD-PO-TABLE
               PERFORM LOAD-TRANSFER-TABLE
               PERFORM LOAD-COST-TABLE
               OPEN EXTEND SALES-FILE
               IF WS-SALES-FILE-STATUS NOT = "00"
                   OPEN OUTPUT SALES-FILE
               END-IF
               IF WS-SALES-FILE-STATUS = "00"
                   MOVE 'Y' TO WS-SALES-OPEN
               ELSE
                   DISPLAY "ERROR - UNABLE TO OPEN SHOE-SALES.TXT, "
                       "FILE STATUS = " WS-SALES-FILE-STATUS
                       " - SALES WILL NOT BE COSTED"
               END-IF
               OPEN OUTPUT TRANS-ERROR-FILE
               PERFORM UNTIL WS-ANSWER = 'N' OR WS-ANSWER = 'n'
                   PERFORM POST-ONE-TRANSACTION
                   ACCEPT WS-ANSWER
               END-PERFORM
               CLOSE TRANS-ERROR-FILE
               IF WS-SALES-OPEN = 'Y'
                   CLOSE SALES-FILE
               END-IF
               PERFORM REWRITE-SHOE-FILE
               IF WS-COST-CHANGED = 'Y'
                   AND WS-COST-OVERFLOW NOT = 'Y'
                   PERFORM REWRITE-COST-FILE
               END-IF
               IF WS-PO-CHANGED = 'Y'
                   AND WS-PO-OVERFLOW NOT = 'Y'
                   PERFORM REWRITE-PO-FILE
               END-IF
               IF WS-TR-CHANGED = 'Y'
                   AND WS-TR-OVERFLOW NOT = 'Y'
                   PERFORM REWRITE-TRANSFER-FILE
               END-IF
               DISPLAY "=========================================="
               DISPLAY "TRANSACTIONS POSTED:   " WS-POSTED-COUNT
               DISPLAY "TRANSACTIONS REJECTED: " WS-REJECT-COUNT
                                   WS-PO-DATE(WS-PO-COUNT)
                               MOVE PO-STATUS TO
                                   WS-PO-STATUS(WS-PO-COUNT)
                               MOVE PO-SUPPLIER-CODE TO
                                   WS-PO-SUPPLIER(WS-PO-COUNT)
                               MOVE PO-CLOSE-REASON TO
                                   WS-PO-REASON(WS-PO-COUNT)
      *> An order from before close dates were kept has none.
                               IF PO-CLOSED-DATE IS NUMERIC
                                   MOVE PO-CLOSED-DATE TO
                                       WS-PO-CLOSED(WS-PO-COUNT)
                               ELSE
                                   MOVE 0 TO
                                       WS-PO-CLOSED(WS-PO-COUNT)
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-PO-RECEIVED(WS-PO-FOUND) NOT <
                       WS-PO-ORDERED(WS-PO-FOUND)
                   MOVE 'C' TO WS-PO-STATUS(WS-PO-FOUND)
                   MOVE WS-RUN-DATE TO WS-PO-CLOSED(WS-PO-FOUND)
                   MOVE 'F' TO WS-PO-REASON(WS-PO-FOUND)
                   DISPLAY "PO " WS-PO-NUMBER(WS-PO-FOUND)
                       " FILLED AND CLOSED"
               ELSE
                       TO PO-QTY-RECEIVED
                   MOVE WS-PO-DATE(WS-PO-SUB) TO PO-ORDER-DATE
                   MOVE WS-PO-STATUS(WS-PO-SUB) TO PO-STATUS
                   MOVE WS-PO-SUPPLIER(WS-PO-SUB) TO PO-SUPPLIER-CODE
                   MOVE WS-PO-CLOSED(WS-PO-SUB) TO PO-CLOSED-DATE
                   MOVE WS-PO-REASON(WS-PO-SUB) TO PO-CLOSE-REASON
                   WRITE OPEN-PO-RECORD
               END-PERFORM
               CLOSE OPEN-PO-FILE
           END-IF.

       LOAD-TRANSFER-TABLE.
           OPEN INPUT TRANSFER-FILE
           IF WS-TR-FILE-STATUS NOT = "00"
               DISPLAY "NO SHOE-TRANSFERS.TXT YET - NOTHING IN TRANSIT"
           ELSE
               MOVE 'N' TO WS-TR-EOF
               PERFORM UNTIL WS-TR-EOF = 'Y'
                   READ TRANSFER-FILE
                       AT END
                           MOVE 'Y' TO WS-TR-EOF
                       NOT AT END
                           IF WS-TR-COUNT = 500
                               MOVE 'Y' TO WS-TR-OVERFLOW
                           ELSE
                               ADD 1 TO WS-TR-COUNT
                               MOVE TRANSFER-RECORD TO
                                   WS-TR-ROW(WS-TR-COUNT)
                               IF TR-NUMBER NOT <
                                   WS-NEXT-TR-NUMBER
                                   COMPUTE WS-NEXT-TR-NUMBER =
                                       TR-NUMBER + 1
                               END-IF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSFER-FILE
               DISPLAY "TRANSFERS LOADED: " WS-TR-COUNT
               IF WS-TR-OVERFLOW = 'Y'
                   DISPLAY "TRANSFER FILE EXCEEDS THE 500-ROW TABLE "
                       "- TRANSFERS REFUSED THIS SESSION SO NO "
                       "ROWS ARE LOST"
               END-IF
           END-IF.

       REWRITE-TRANSFER-FILE.
           OPEN OUTPUT TRANSFER-FILE
           IF WS-TR-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - UNABLE TO REWRITE SHOE-TRANSFERS.TXT"
                   ", FILE STATUS = " WS-TR-FILE-STATUS
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-TR-SUB FROM 1 BY 1
                       UNTIL WS-TR-SUB > WS-TR-COUNT
                   MOVE WS-TR-ROW(WS-TR-SUB) TO TRANSFER-RECORD
                   WRITE TRANSFER-RECORD
               END-PERFORM
               CLOSE TRANSFER-FILE
           END-IF.

       STOCKTAKE-MODE.
           OPEN INPUT SHOE-INVENTORY-FILE
           IF WS-INVENTORY-FILE-STATUS NOT = "00"
           END-IF.

       RUN-STOCKTAKE-SESSION.
           PERFORM LOAD-COST-TABLE
           PERFORM GET-STOCKTAKE-CONTROLS
           OPEN OUTPUT STOCKTAKE-REPORT-FILE
           MOVE SPACES TO WS-STOCKTAKE-LINE
           IF WS-COUNT-LOCATION = SPACES
               MOVE "LOCATION COUNTED: ALL" TO WS-STOCKTAKE-LINE
           ELSE
               STRING "LOCATION COUNTED: " WS-COUNT-LOCATION
                   DELIMITED BY SIZE INTO WS-STOCKTAKE-LINE
               END-STRING
           END-IF
           MOVE WS-STOCKTAKE-LINE TO STOCKTAKE-REPORT-RECORD
           WRITE STOCKTAKE-REPORT-RECORD
           MOVE "STYLE SIZE LOC   BOOK  COUNTED  DIFF   DISPOSITION"
               TO STOCKTAKE-REPORT-RECORD
           WRITE STOCKTAKE-REPORT-RECORD
           PERFORM COUNT-ONE-ROW
           MOVE WS-STOCKTAKE-LINE TO STOCKTAKE-REPORT-RECORD
           WRITE STOCKTAKE-REPORT-RECORD
           MOVE SPACES TO WS-STOCKTAKE-LINE
           MOVE WS-SHRINKAGE-VALUE TO WS-VALUE-PRINT
           STRING "SHRINKAGE: " WS-SHRINKAGE-UNITS
               " UNITS, VALUE " WS-VALUE-PRINT
               " AT STORED UNIT COST"
               DELIMITED BY SIZE INTO WS-STOCKTAKE-LINE
           END-STRING
           MOVE WS-STOCKTAKE-LINE TO STOCKTAKE-REPORT-RECORD
           WRITE STOCKTAKE-REPORT-RECORD
           IF WS-NO-COST-COUNT > 0
               MOVE SPACES TO WS-STOCKTAKE-LINE
               STRING "ROWS WITH SHRINKAGE BUT NO UNIT COST ON FILE "
                   "(NOT VALUED): " WS-NO-COST-COUNT
                   DELIMITED BY SIZE INTO WS-STOCKTAKE-LINE
               END-STRING
               MOVE WS-STOCKTAKE-LINE TO STOCKTAKE-REPORT-RECORD
               WRITE STOCKTAKE-REPORT-RECORD
           END-IF
           CLOSE STOCKTAKE-REPORT-FILE
           PERFORM REWRITE-SHOE-FILE
           DISPLAY "=========================================="
           DISPLAY "ROWS ADJUSTED:       " WS-ADJUSTED-COUNT
           DISPLAY "FLAGGED FOR RECOUNT: " WS-RECOUNT-COUNT
           DISPLAY "SHRINKAGE UNITS:     " WS-SHRINKAGE-UNITS
           DISPLAY "SHRINKAGE VALUE:     " WS-VALUE-PRINT
           DISPLAY "REPORT: SHOE-STOCKTAKE-RPT.TXT"
           DISPLAY "==========================================".

       GET-STOCKTAKE-CONTROLS.
           DISPLAY "Location to count (ST01, ST02, WHSE - blank for "
               "all):"
           ACCEPT WS-LOCATION-IN
           IF WS-LOCATION-IN NOT = SPACES
               PERFORM CHECK-LOCATION
               IF WS-LOCATION-OK NOT = 'Y'
                   DISPLAY "Unknown location - ST01, ST02 or WHSE:"
                   PERFORM GET-LOCATION
               END-IF
               MOVE WS-LOCATION-IN TO WS-COUNT-LOCATION
           END-IF
           DISPLAY "Recount threshold in units (blank for 5):"
           ACCEPT WS-LIMIT-IN
           END-IF.

       COUNT-ONE-ROW.
      *> A count of one location leaves the other locations' rows
      *> alone.
           IF WS-COUNT-LOCATION = SPACES
               OR WS-ROW-LOCATION(WS-MATCH-FOUND) = WS-COUNT-LOCATION
               PERFORM COUNT-SHELF-ROW
           END-IF.

       COUNT-SHELF-ROW.
           DISPLAY "STYLE " WS-ROW-STYLE(WS-MATCH-FOUND)
               " SIZE " WS-ROW-SIZE(WS-MATCH-FOUND)
               " AT " WS-ROW-LOCATION(WS-MATCH-FOUND)
               " BOOK " WS-ROW-QTY(WS-MATCH-FOUND)
           MOVE SPACES TO WS-COUNTED-IN
           PERFORM UNTIL WS-COUNTED-IN NOT = SPACES
           EVALUATE TRUE
               WHEN WS-COUNT-VARIANCE = ZERO
                   STRING WS-ROW-STYLE(WS-MATCH-FOUND) " "
                       WS-ROW-SIZE(WS-MATCH-FOUND) " "
                       WS-ROW-LOCATION(WS-MATCH-FOUND) "  "
                       WS-ROW-QTY(WS-MATCH-FOUND) "  "
                       WS-COUNTED-QTY "     " WS-VARIANCE-PRINT
                       " MATCHES BOOK"
      *> gets counted again before the book moves.
                   ADD 1 TO WS-RECOUNT-COUNT
                   STRING WS-ROW-STYLE(WS-MATCH-FOUND) " "
                       WS-ROW-SIZE(WS-MATCH-FOUND) " "
                       WS-ROW-LOCATION(WS-MATCH-FOUND) "  "
                       WS-ROW-QTY(WS-MATCH-FOUND) "  "
                       WS-COUNTED-QTY "     " WS-VARIANCE-PRINT
                       " RECOUNT - VARIANCE OVER THRESHOLD, "
               WHEN OTHER
                   PERFORM POST-COUNT-ADJUSTMENT
                   STRING WS-ROW-STYLE(WS-MATCH-FOUND) " "
                       WS-ROW-SIZE(WS-MATCH-FOUND) " "
                       WS-ROW-LOCATION(WS-MATCH-FOUND) "  "
                       WS-ROW-QTY(WS-MATCH-FOUND) "  "
                       WS-COUNTED-QTY "     " WS-VARIANCE-PRINT
                       " ADJUSTED"
           IF WS-COUNT-VARIANCE < ZERO
               COMPUTE WS-VARIANCE-ABS = ZERO - WS-COUNT-VARIANCE
               ADD WS-VARIANCE-ABS TO WS-SHRINKAGE-UNITS
               MOVE WS-ROW-STYLE(WS-MATCH-FOUND) TO WS-SHOE-STYLE
               MOVE WS-ROW-SIZE(WS-MATCH-FOUND) TO WS-SHOE-SIZE
               PERFORM FIND-COST-ROW
               IF WS-COST-FOUND = 0
                   MOVE 0 TO WS-UNIT-COST
               ELSE
                   MOVE WS-CO-COST(WS-COST-FOUND) TO WS-UNIT-COST
               END-IF
               IF WS-UNIT-COST = 0
                   ADD 1 TO WS-NO-COST-COUNT
               ELSE
                   COMPUTE WS-SHRINKAGE-VALUE = WS-SHRINKAGE-VALUE
                       + WS-VARIANCE-ABS * WS-UNIT-COST
               END-IF
           END-IF
           MOVE WS-COUNTED-QTY TO WS-ROW-QTY(WS-MATCH-FOUND)
           IF WS-ROW-QTY(WS-MATCH-FOUND) < WS-LOW-STOCK-THRESHOLD
                               WS-ROW-FLAG(WS-SHOE-COUNT)
                           MOVE SI-RECORD-COUNT TO
                               WS-ROW-COUNT(WS-SHOE-COUNT)
                           MOVE SI-LOCATION TO
                               WS-ROW-LOCATION(WS-SHOE-COUNT)
                           IF SI-LOCATION = SPACES
                               MOVE "ST01" TO
                                   WS-ROW-LOCATION(WS-SHOE-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "INVENTORY RECORDS LOADED: " WS-SHOE-COUNT.

       POST-ONE-TRANSACTION.
           DISPLAY "R=receipt (stock in), S=sale (stock out), "
               "T=transfer out, V=receive a transfer:"
           ACCEPT WS-TRANS-TYPE
           MOVE SPACES TO WS-SHOE-STYLE WS-SHOE-SIZE WS-LOCATION
               WS-TO-LOCATION
           MOVE 0 TO WS-TRANS-QTY
           EVALUATE WS-TRANS-TYPE
               WHEN 'R'
               WHEN 'r'
               WHEN 'S'
               WHEN 's'
               WHEN 'T'
               WHEN 't'
                   PERFORM POST-STOCK-TRANSACTION
               WHEN 'V'
               WHEN 'v'
                   PERFORM RECEIVE-TRANSFER
               WHEN OTHER
                   MOVE "TRANSACTION TYPE NOT R, S, T OR V"
                       TO WS-ERROR-LINE
                   PERFORM REJECT-TRANSACTION
           END-EVALUATE.

       POST-STOCK-TRANSACTION.
           DISPLAY "Enter shoe style:"
           ACCEPT WS-SHOE-STYLE
           DISPLAY "Enter shoe size:"
           ACCEPT WS-SHOE-SIZE
           IF WS-TRANS-TYPE = 'T' OR WS-TRANS-TYPE = 't'
               DISPLAY "Ship from location (ST01, ST02 or WHSE):"
           ELSE
               DISPLAY "Enter location (ST01, ST02 or WHSE):"
           END-IF
           PERFORM GET-LOCATION
           MOVE WS-LOCATION-IN TO WS-LOCATION
           IF WS-TRANS-TYPE = 'T' OR WS-TRANS-TYPE = 't'
               DISPLAY "Ship to location (ST01, ST02 or WHSE):"
               PERFORM GET-LOCATION
               MOVE WS-LOCATION-IN TO WS-TO-LOCATION
           END-IF
           PERFORM GET-TRANSACTION-QUANTITY
           IF WS-TRANS-TYPE = 'R' OR WS-TRANS-TYPE = 'r'
               PERFORM GET-RECEIPT-COST
           END-IF
           PERFORM FIND-SHOE-ROW
           MOVE "NO MATCHING STYLE/SIZE AT THIS LOCATION"
               TO WS-ERROR-LINE

           EVALUATE TRUE
               WHEN WS-TRANS-TYPE = 'R' OR WS-TRANS-TYPE = 'r'
      *> A receipt into a location that has never stocked the
      *> style/size opens a row for it there.
                   IF WS-MATCH-FOUND = 0
                       PERFORM ADD-LOCATION-ROW
                   END-IF
                   IF WS-MATCH-FOUND = 0
                       PERFORM REJECT-TRANSACTION
                   ELSE
                       PERFORM UPDATE-AVERAGE-COST
                       ADD WS-TRANS-QTY TO WS-ROW-QTY(WS-MATCH-FOUND)
                       PERFORM FINISH-POSTING
                       PERFORM RELIEVE-OPEN-PO
                   END-IF
               WHEN WS-MATCH-FOUND = 0
                   PERFORM REJECT-TRANSACTION
               WHEN WS-TRANS-TYPE = 'S' OR WS-TRANS-TYPE = 's'
                   IF WS-TRANS-QTY > WS-ROW-QTY(WS-MATCH-FOUND)
                       MOVE "SALE EXCEEDS QUANTITY ON HAND"
                       SUBTRACT WS-TRANS-QTY FROM
                           WS-ROW-QTY(WS-MATCH-FOUND)
                       PERFORM FINISH-POSTING
                       PERFORM RECORD-SALE-COST
                   END-IF
               WHEN OTHER
                   PERFORM SHIP-TRANSFER
           END-EVALUATE.

       SHIP-TRANSFER.
           EVALUATE TRUE
               WHEN WS-TO-LOCATION = WS-LOCATION
                   MOVE "TRANSFER TO THE SAME LOCATION"
                       TO WS-ERROR-LINE
                   PERFORM REJECT-TRANSACTION
               WHEN WS-TRANS-QTY > WS-ROW-QTY(WS-MATCH-FOUND)
                   MOVE "TRANSFER EXCEEDS QUANTITY ON HAND"
                       TO WS-ERROR-LINE
                   PERFORM REJECT-TRANSACTION
               WHEN WS-TR-OVERFLOW = 'Y' OR WS-TR-COUNT = 500
                   MOVE "TRANSFER TABLE FULL - NOT SHIPPED"
                       TO WS-ERROR-LINE
                   PERFORM REJECT-TRANSACTION
               WHEN OTHER
                   SUBTRACT WS-TRANS-QTY FROM
                       WS-ROW-QTY(WS-MATCH-FOUND)
                   ADD 1 TO WS-TR-COUNT
                   MOVE WS-NEXT-TR-NUMBER TO WS-TR-NUMBER(WS-TR-COUNT)
                   MOVE WS-SHOE-STYLE TO WS-TR-STYLE(WS-TR-COUNT)
                   MOVE WS-SHOE-SIZE TO WS-TR-SIZE(WS-TR-COUNT)
                   MOVE WS-LOCATION TO WS-TR-FROM(WS-TR-COUNT)
                   MOVE WS-TO-LOCATION TO WS-TR-TO(WS-TR-COUNT)
                   MOVE WS-TRANS-QTY TO WS-TR-QTY(WS-TR-COUNT)
                   MOVE WS-RUN-DATE TO WS-TR-SHIPPED(WS-TR-COUNT)
                   MOVE 0 TO WS-TR-RECEIVED(WS-TR-COUNT)
                   MOVE 'T' TO WS-TR-STATUS(WS-TR-COUNT)
                   MOVE 'Y' TO WS-TR-CHANGED
                   DISPLAY "TRANSFER " WS-NEXT-TR-NUMBER " - "
                       WS-TRANS-QTY " IN TRANSIT TO " WS-TO-LOCATION
                   ADD 1 TO WS-NEXT-TR-NUMBER
                   PERFORM FINISH-POSTING
           END-EVALUATE.

       RECEIVE-TRANSFER.
           DISPLAY "Enter transfer number:"
           ACCEPT WS-TRANSFER-IN
           MOVE 0 TO WS-TR-FOUND
           IF WS-TRANSFER-IN NOT = SPACES
               AND FUNCTION TRIM(WS-TRANSFER-IN) IS NUMERIC
               PERFORM VARYING WS-TR-SUB FROM 1 BY 1
                       UNTIL WS-TR-SUB > WS-TR-COUNT
                   IF WS-TR-NUMBER(WS-TR-SUB) =
                           FUNCTION NUMVAL(WS-TRANSFER-IN)
                       MOVE WS-TR-SUB TO WS-TR-FOUND
                   END-IF
               END-PERFORM
           END-IF
           IF WS-TR-FOUND > 0
               MOVE WS-TR-STYLE(WS-TR-FOUND) TO WS-SHOE-STYLE
               MOVE WS-TR-SIZE(WS-TR-FOUND) TO WS-SHOE-SIZE
               MOVE WS-TR-TO(WS-TR-FOUND) TO WS-LOCATION
               MOVE WS-TR-QTY(WS-TR-FOUND) TO WS-TRANS-QTY
           END-IF
           EVALUATE TRUE
               WHEN WS-TR-OVERFLOW = 'Y'
                   MOVE "TRANSFER TABLE OVERFLOWED - NOT RECEIVED"
                       TO WS-ERROR-LINE
                   PERFORM REJECT-TRANSACTION
               WHEN WS-TR-FOUND = 0
                   MOVE "NO SUCH TRANSFER" TO WS-ERROR-LINE
                   PERFORM REJECT-TRANSACTION
               WHEN WS-TR-STATUS(WS-TR-FOUND) NOT = 'T'
                   MOVE "TRANSFER ALREADY RECEIVED" TO WS-ERROR-LINE
                   PERFORM REJECT-TRANSACTION
               WHEN OTHER
                   PERFORM FIND-SHOE-ROW
                   IF WS-MATCH-FOUND = 0
                       PERFORM ADD-LOCATION-ROW
                   END-IF
                   IF WS-MATCH-FOUND = 0
                       PERFORM REJECT-TRANSACTION
                   ELSE
                       ADD WS-TRANS-QTY TO WS-ROW-QTY(WS-MATCH-FOUND)
                       MOVE 'R' TO WS-TR-STATUS(WS-TR-FOUND)
                       MOVE WS-RUN-DATE TO WS-TR-RECEIVED(WS-TR-FOUND)
                       MOVE 'Y' TO WS-TR-CHANGED
                       DISPLAY "TRANSFER " WS-TR-NUMBER(WS-TR-FOUND)
                           " RECEIVED FROM " WS-TR-FROM(WS-TR-FOUND)
                       PERFORM FINISH-POSTING
                   END-IF
           END-EVALUATE.

       GET-RECEIPT-COST.
      *> Blank takes the stock in at the cost already on file.
           MOVE 'N' TO WS-AMOUNT-OK
           PERFORM UNTIL WS-AMOUNT-OK = 'Y'
               DISPLAY "Enter unit cost of this receipt (blank for "
                   "the cost on file):"
               ACCEPT WS-AMOUNT-IN
               IF WS-AMOUNT-IN = SPACES
                   MOVE 'Y' TO WS-AMOUNT-OK
               ELSE
                   MOVE 0 TO WS-POINT-COUNT
                   INSPECT WS-AMOUNT-IN TALLYING WS-POINT-COUNT
                       FOR ALL "."
                   MOVE WS-AMOUNT-IN TO WS-AMOUNT-CHECK
                   INSPECT WS-AMOUNT-CHECK REPLACING ALL "." BY "0"
                   IF WS-POINT-COUNT < 2
                       AND FUNCTION TRIM(WS-AMOUNT-CHECK) IS NUMERIC
                       MOVE FUNCTION NUMVAL(WS-AMOUNT-IN) TO
                           WS-AMOUNT-VALUE
                       MOVE 'Y' TO WS-AMOUNT-OK
                   ELSE
                       DISPLAY "Invalid amount - digits and an "
                           "optional decimal point."
                   END-IF
               END-IF
           END-PERFORM.

       UPDATE-AVERAGE-COST.
      *> New cost = (units owned x cost on file + units received x
      *> receipt cost) / (units owned + units received). Units owned
      *> are every location's stock plus any in transit, taken
      *> before this receipt is added.
           PERFORM FIND-COST-ROW
           EVALUATE TRUE
               WHEN WS-AMOUNT-IN = SPACES
                   IF WS-COST-FOUND > 0
                       MOVE WS-CO-COST(WS-COST-FOUND) TO WS-UNIT-COST
                   ELSE
                       MOVE 0 TO WS-UNIT-COST
                   END-IF
                   IF WS-UNIT-COST = 0
                       DISPLAY "NOTE - NO UNIT COST ON FILE FOR THIS "
                           "STYLE/SIZE"
                   END-IF
               WHEN WS-COST-OVERFLOW = 'Y'
                   DISPLAY "NOTE - COST TABLE OVERFLOWED AT LOAD, "
                       "UNIT COST NOT UPDATED"
               WHEN WS-COST-FOUND = 0 AND WS-COST-COUNT = 500
                   DISPLAY "NOTE - COST TABLE FULL, UNIT COST NOT "
                       "RECORDED"
               WHEN WS-COST-FOUND = 0
                   ADD 1 TO WS-COST-COUNT
                   MOVE WS-COST-COUNT TO WS-COST-FOUND
                   MOVE WS-SHOE-STYLE TO WS-CO-STYLE(WS-COST-FOUND)
                   MOVE WS-SHOE-SIZE TO WS-CO-SIZE(WS-COST-FOUND)
                   MOVE 0 TO WS-CO-PRICE(WS-COST-FOUND)
                   MOVE WS-AMOUNT-VALUE TO WS-CO-COST(WS-COST-FOUND)
                   PERFORM FINISH-COST-UPDATE
               WHEN OTHER
                   PERFORM COUNT-UNITS-OWNED
      *> A style/size with no cost yet simply takes the receipt cost.
                   IF WS-CO-COST(WS-COST-FOUND) = 0
                       OR WS-OWNED-QTY + WS-TRANS-QTY = 0
                       MOVE WS-AMOUNT-VALUE TO
                           WS-CO-COST(WS-COST-FOUND)
                   ELSE
                       COMPUTE WS-CO-COST(WS-COST-FOUND) ROUNDED =
                           (WS-OWNED-QTY * WS-CO-COST(WS-COST-FOUND)
                           + WS-TRANS-QTY * WS-AMOUNT-VALUE)
                           / (WS-OWNED-QTY + WS-TRANS-QTY)
                   END-IF
                   PERFORM FINISH-COST-UPDATE
           END-EVALUATE.

       FINISH-COST-UPDATE.
           MOVE WS-RUN-DATE TO WS-CO-DATE(WS-COST-FOUND)
           MOVE 'Y' TO WS-COST-CHANGED
           MOVE WS-CO-COST(WS-COST-FOUND) TO WS-COST-PRINT
           DISPLAY "UNIT COST NOW " WS-COST-PRINT.

       COUNT-UNITS-OWNED.
           MOVE 0 TO WS-OWNED-QTY
           PERFORM VARYING WS-MATCH-SUB FROM 1 BY 1
                   UNTIL WS-MATCH-SUB > WS-SHOE-COUNT
               IF WS-ROW-STYLE(WS-MATCH-SUB) = WS-SHOE-STYLE
                   AND WS-ROW-SIZE(WS-MATCH-SUB) = WS-SHOE-SIZE
                   ADD WS-ROW-QTY(WS-MATCH-SUB) TO WS-OWNED-QTY
               END-IF
           END-PERFORM
           PERFORM VARYING WS-TR-SUB FROM 1 BY 1
                   UNTIL WS-TR-SUB > WS-TR-COUNT
               IF WS-TR-STATUS(WS-TR-SUB) = 'T'
                   AND WS-TR-STYLE(WS-TR-SUB) = WS-SHOE-STYLE
                   AND WS-TR-SIZE(WS-TR-SUB) = WS-SHOE-SIZE
                   ADD WS-TR-QTY(WS-TR-SUB) TO WS-OWNED-QTY
               END-IF
           END-PERFORM.

       RECORD-SALE-COST.
      *> The cost and price in force now go with the sale - a later
      *> receipt moving the average does not restate it.
           PERFORM FIND-COST-ROW
           MOVE 0 TO SL-UNIT-COST SL-UNIT-PRICE
           IF WS-COST-FOUND > 0
               MOVE WS-CO-COST(WS-COST-FOUND) TO SL-UNIT-COST
               MOVE WS-CO-PRICE(WS-COST-FOUND) TO SL-UNIT-PRICE
           END-IF
           IF SL-UNIT-COST = 0
               DISPLAY "NOTE - NO UNIT COST ON FILE, SALE RECORDED "
                   "AT ZERO COST"
           END-IF
           IF WS-SALES-OPEN = 'Y'
               MOVE WS-RUN-DATE TO SL-SALE-DATE
               MOVE WS-SHOE-STYLE TO SL-SHOE-STYLE
               MOVE WS-SHOE-SIZE TO SL-SHOE-SIZE
               MOVE WS-ROW-LOCATION(WS-MATCH-FOUND) TO SL-LOCATION
               MOVE WS-TRANS-QTY TO SL-QUANTITY
               WRITE SALES-RECORD
           END-IF.

       FIND-COST-ROW.
           MOVE 0 TO WS-COST-FOUND
           PERFORM VARYING WS-COST-SUB FROM 1 BY 1
                   UNTIL WS-COST-SUB > WS-COST-COUNT
               IF WS-CO-STYLE(WS-COST-SUB) = WS-SHOE-STYLE
                   AND WS-CO-SIZE(WS-COST-SUB) = WS-SHOE-SIZE
                   MOVE WS-COST-SUB TO WS-COST-FOUND
               END-IF
           END-PERFORM.

       LOAD-COST-TABLE.
           OPEN INPUT COST-FILE
           IF WS-COST-FILE-STATUS NOT = "00"
               DISPLAY "NO SHOE-COSTS.TXT YET - NO UNIT COSTS ON FILE"
           ELSE
               MOVE 'N' TO WS-COST-EOF
               PERFORM UNTIL WS-COST-EOF = 'Y'
                   READ COST-FILE
                       AT END
                           MOVE 'Y' TO WS-COST-EOF
                       NOT AT END
                           IF WS-COST-COUNT = 500
                               MOVE 'Y' TO WS-COST-OVERFLOW
                           ELSE
                               ADD 1 TO WS-COST-COUNT
                               MOVE COST-RECORD TO
                                   WS-COST-ROW(WS-COST-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COST-FILE
               DISPLAY "UNIT COSTS LOADED: " WS-COST-COUNT
               IF WS-COST-OVERFLOW = 'Y'
                   DISPLAY "COST FILE EXCEEDS THE 500-ROW TABLE - "
                       "UNIT COSTS WILL NOT BE UPDATED THIS SESSION"
               END-IF
           END-IF.

       REWRITE-COST-FILE.
           OPEN OUTPUT COST-FILE
           IF WS-COST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - UNABLE TO REWRITE SHOE-COSTS.TXT, "
                   "FILE STATUS = " WS-COST-FILE-STATUS
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-COST-SUB FROM 1 BY 1
                       UNTIL WS-COST-SUB > WS-COST-COUNT
                   MOVE WS-COST-ROW(WS-COST-SUB) TO COST-RECORD
                   WRITE COST-RECORD
               END-PERFORM
               CLOSE COST-FILE
           END-IF.

       FIND-SHOE-ROW.
           MOVE 0 TO WS-MATCH-FOUND
           PERFORM VARYING WS-MATCH-SUB FROM 1 BY 1
                   UNTIL WS-MATCH-SUB > WS-SHOE-COUNT
               IF WS-ROW-STYLE(WS-MATCH-SUB) = WS-SHOE-STYLE
                   AND WS-ROW-SIZE(WS-MATCH-SUB) = WS-SHOE-SIZE
                   AND WS-ROW-LOCATION(WS-MATCH-SUB) = WS-LOCATION
                   MOVE WS-MATCH-SUB TO WS-MATCH-FOUND
               END-IF
           END-PERFORM.

       ADD-LOCATION-ROW.
      *> Only a style/size already stocked somewhere gets a new
      *> location row - an unknown style/size is still a keying
      *> error.
           MOVE 0 TO WS-SUB
           PERFORM VARYING WS-MATCH-SUB FROM 1 BY 1
                   UNTIL WS-MATCH-SUB > WS-SHOE-COUNT
               IF WS-ROW-STYLE(WS-MATCH-SUB) = WS-SHOE-STYLE
                   AND WS-ROW-SIZE(WS-MATCH-SUB) = WS-SHOE-SIZE
                   MOVE WS-MATCH-SUB TO WS-SUB
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-SUB = 0
                   MOVE "NO MATCHING STYLE/SIZE" TO WS-ERROR-LINE
               WHEN WS-SHOE-COUNT = 500
                   MOVE "INVENTORY TABLE FULL - LOCATION NOT ADDED"
                       TO WS-ERROR-LINE
               WHEN OTHER
                   ADD 1 TO WS-SHOE-COUNT
                   MOVE WS-SHOE-STYLE TO WS-ROW-STYLE(WS-SHOE-COUNT)
                   MOVE WS-SHOE-SIZE TO WS-ROW-SIZE(WS-SHOE-COUNT)
                   MOVE WS-LOCATION TO WS-ROW-LOCATION(WS-SHOE-COUNT)
                   MOVE 0 TO WS-ROW-QTY(WS-SHOE-COUNT)
                   MOVE SPACE TO WS-ROW-FLAG(WS-SHOE-COUNT)
                   MOVE WS-SHOE-COUNT TO WS-ROW-COUNT(WS-SHOE-COUNT)
                   MOVE WS-SHOE-COUNT TO WS-MATCH-FOUND
                   DISPLAY "NEW ROW - " WS-SHOE-STYLE " "
                       WS-SHOE-SIZE " NOW STOCKED AT " WS-LOCATION
           END-EVALUATE.

       GET-LOCATION.
           MOVE 'N' TO WS-LOCATION-OK
           PERFORM UNTIL WS-LOCATION-OK = 'Y'
               ACCEPT WS-LOCATION-IN
               PERFORM CHECK-LOCATION
               IF WS-LOCATION-OK NOT = 'Y'
                   DISPLAY "Unknown location - ST01, ST02 or WHSE:"
               END-IF
           END-PERFORM.

       CHECK-LOCATION.
           MOVE 'N' TO WS-LOCATION-OK
           MOVE FUNCTION UPPER-CASE(WS-LOCATION-IN) TO WS-LOCATION-IN
           PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
                   UNTIL WS-LOC-SUB > 3
               IF WS-LOC-CODE(WS-LOC-SUB) = WS-LOCATION-IN
                   MOVE 'Y' TO WS-LOCATION-OK
               END-IF
           END-PERFORM.

       GET-TRANSACTION-QUANTITY.
           MOVE SPACES TO WS-TRANS-QTY-IN
           PERFORM UNTIL WS-TRANS-QTY-IN NOT = SPACES
           END-IF
           ADD 1 TO WS-POSTED-COUNT
           DISPLAY "POSTED - " WS-SHOE-STYLE " " WS-SHOE-SIZE
               " AT " WS-ROW-LOCATION(WS-MATCH-FOUND)
               " NOW " WS-ROW-QTY(WS-MATCH-FOUND) " ON HAND".

       REJECT-TRANSACTION.
           ADD 1 TO WS-REJECT-COUNT
           MOVE SPACES TO TRANS-ERROR-RECORD
           STRING "REJECT " WS-SHOE-STYLE " " WS-SHOE-SIZE " "
               WS-LOCATION " " WS-TRANS-TYPE " " WS-TRANS-QTY " "
               WS-ERROR-LINE
               DELIMITED BY SIZE INTO TRANS-ERROR-RECORD
           END-STRING
           WRITE TRANS-ERROR-RECORD
               MOVE WS-ROW-QTY(WS-SUB) TO SI-QUANTITY-ON-HAND
               MOVE WS-ROW-FLAG(WS-SUB) TO SI-LOW-STOCK-FLAG
               MOVE WS-ROW-COUNT(WS-SUB) TO SI-RECORD-COUNT
               MOVE WS-ROW-LOCATION(WS-SUB) TO SI-LOCATION
               WRITE SHOE-INVENTORY-RECORD
           END-PERFORM.
