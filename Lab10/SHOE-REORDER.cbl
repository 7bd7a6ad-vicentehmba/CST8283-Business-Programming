      *            on the way is not re-suggested every run.
      *            Purchasing reads the report instead of walking
      *            the stockroom.
      *            Stock is held per location: a low location is
      *            first filled by transfer from any location of the
      *            same style/size holding more than the target
      *            (stock already in transit to it counts), and only
      *            what transfers cannot cover is suggested for
      *            purchase. Transfers print ahead of purchases.
      *            Purchases are drafted as one order per supplier
      *            (SHOE-SUPPLIERS.TXT - the supplier carrying the
      *            style with the shortest lead time), each rounded
      *            up to the supplier's minimum order quantity.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PO-FILE-STATUS.

           SELECT TRANSFER-FILE ASSIGN TO "SHOE-TRANSFERS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TR-FILE-STATUS.

           SELECT SUPPLIER-FILE ASSIGN TO "SHOE-SUPPLIERS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUPPLIER-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SHOE-INVENTORY-FILE.
           05 SI-QUANTITY-ON-HAND   PIC 9(4).
           05 SI-LOW-STOCK-FLAG     PIC X(1).
           05 SI-RECORD-COUNT       PIC 9(5).
           05 SI-LOCATION           PIC X(4).

       FD REORDER-FILE.
       01 REORDER-RECORD.
           05 RO-SHOE-SIZE          PIC X(4).
           05 RO-QUANTITY-ON-HAND   PIC 9(4).
           05 RO-ORDER-QUANTITY     PIC 9(4).
      *> Spaces when no supplier on file carries the style.
           05 RO-SUPPLIER-CODE      PIC X(6).

       FD REORDER-REPORT-FILE.
       01 REPORT-RECORD PIC X(132).
           05 PO-QTY-RECEIVED PIC 9(4).
           05 PO-ORDER-DATE PIC 9(8).
           05 PO-STATUS PIC X(1).
           05 PO-SUPPLIER-CODE PIC X(6).
           05 PO-CLOSED-DATE PIC 9(8).
           05 PO-CLOSE-REASON PIC X(1).

       FD TRANSFER-FILE.
      *> Transfers ShoeInventory has shipped - one still in transit
      *> ("T") counts toward the receiving location's target.
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

       FD SUPPLIER-FILE.
       01 SUPPLIER-RECORD.
           05 SU-SUPPLIER-CODE PIC X(6).
           05 SU-SUPPLIER-NAME PIC X(30).
           05 SU-CONTACT-NAME PIC X(30).
           05 SU-CONTACT-PHONE PIC X(15).
           05 SU-LEAD-TIME-DAYS PIC 9(3).
           05 SU-MIN-ORDER-QTY PIC 9(4).
           05 SU-STYLE-CARRIED PIC X(5) OCCURS 10 TIMES.

       WORKING-STORAGE SECTION.
       01 WS-EOF               PIC X VALUE 'N'.
           05 FILLER PIC X(6) VALUE "SIZE".
           05 FILLER PIC X(10) VALUE "ON HAND".
           05 FILLER PIC X(109) VALUE "SUGGESTED ORDER".
       01 WS-TRANSFER-HEADING.
           05 FILLER PIC X(7) VALUE "STYLE".
           05 FILLER PIC X(6) VALUE "SIZE".
           05 FILLER PIC X(6) VALUE "FROM".
           05 FILLER PIC X(6) VALUE "TO".
           05 FILLER PIC X(107) VALUE "SUGGESTED TRANSFER".
      *> Column heading for the section being printed - repeated
      *> at the top of each page.
       01 WS-COLUMN-HEADING    PIC X(132).
       01 WS-HELD-LINE         PIC X(132).
       01 WS-TRANSFER-LINE.
           05 TRL-SHOE-STYLE PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TRL-SHOE-SIZE PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TRL-FROM PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TRL-TO PIC X(4).
           05 FILLER PIC X(2) VALUE SPACES.
           05 TRL-QUANTITY PIC ZZZ9.
           05 FILLER PIC X(103) VALUE SPACES.
       01 WS-DETAIL-LINE.
           05 DET-SHOE-STYLE PIC X(5).
           05 FILLER PIC X(2) VALUE SPACES.
           05 DET-ON-HAND PIC ZZZ9.
           05 FILLER PIC X(6) VALUE SPACES.
           05 DET-ORDER-QTY PIC ZZZ9.
           05 FILLER PIC X(3) VALUE SPACES.
           05 DET-NOTE PIC X(30).
           05 FILLER PIC X(72) VALUE SPACES.
       01 WS-PO-FILE-STATUS    PIC XX.
       01 WS-PO-EOF            PIC X.
       01 WS-SUPPRESSED-COUNT  PIC 9(5) VALUE 0.
               10 WS-PO-SIZE PIC X(4).
               10 WS-PO-OUTSTANDING PIC 9(4).
       01 WS-PO-COUNT          PIC 9(3) VALUE 0.
      *> Whole stockroom, one row per style/size/location, with the
      *> planning figures worked out per row.
       01 WS-SHOE-TABLE.
           05 WS-SHOE-ROW OCCURS 500 TIMES.
               10 WS-ROW-STYLE     PIC X(5).
               10 WS-ROW-SIZE      PIC X(4).
               10 WS-ROW-LOCATION  PIC X(4).
               10 WS-ROW-QTY       PIC 9(4).
               10 WS-ROW-FLAG      PIC X(1).
               10 WS-ROW-NEED      PIC 9(4).
               10 WS-ROW-SURPLUS   PIC 9(4).
       01 WS-SHOE-COUNT        PIC 9(3) VALUE 0.
       01 WS-TABLE-OVERFLOW    PIC X VALUE 'N'.
       01 WS-SUB               PIC 9(3).
       01 WS-GROUP-SUB         PIC 9(3).
       01 WS-NEED-SUB          PIC 9(3).
       01 WS-FIRST-IN-GROUP    PIC X.
       01 WS-GROUP-LOW         PIC X.
       01 WS-GROUP-ON-HAND     PIC 9(5).
       01 WS-GROUP-NEED        PIC 9(5).
       01 WS-IN-TRANSIT-QTY    PIC 9(5).
       01 WS-MOVE-QTY          PIC 9(4).
       01 WS-TR-FILE-STATUS    PIC XX.
       01 WS-TR-EOF            PIC X.
      *> Transfers still in transit, by receiving location.
       01 WS-TR-TABLE.
           05 WS-TR-ROW OCCURS 500 TIMES.
               10 WS-TR-STYLE PIC X(5).
               10 WS-TR-SIZE PIC X(4).
               10 WS-TR-TO PIC X(4).
               10 WS-TR-QTY PIC 9(4).
       01 WS-TR-COUNT          PIC 9(3) VALUE 0.
       01 WS-TR-SUB            PIC 9(3).
      *> Suggestions held until planning is done so every transfer
      *> prints ahead of every purchase.
       01 WS-SUGGEST-TABLE.
           05 WS-SUGGEST-ROW OCCURS 500 TIMES.
               10 WS-SG-STYLE PIC X(5).
               10 WS-SG-SIZE PIC X(4).
               10 WS-SG-FROM PIC X(4).
               10 WS-SG-TO PIC X(4).
               10 WS-SG-QTY PIC 9(4).
       01 WS-SUGGEST-COUNT     PIC 9(3) VALUE 0.
       01 WS-TRANSFER-UNITS    PIC 9(6) VALUE 0.
       01 WS-BUY-TABLE.
           05 WS-BUY-ROW OCCURS 500 TIMES.
               10 WS-BY-STYLE PIC X(5).
               10 WS-BY-SIZE PIC X(4).
               10 WS-BY-ON-HAND PIC 9(4).
               10 WS-BY-QTY PIC 9(4).
               10 WS-BY-SUPPLIER PIC X(6).
               10 WS-BY-TOP-UP PIC 9(4).
       01 WS-BUY-COUNT         PIC 9(3) VALUE 0.
       01 WS-SUPPLIER-FILE-STATUS PIC XX.
       01 WS-SU-EOF            PIC X.
      *> Suppliers and the styles each carries.
       01 WS-SUPPLIER-TABLE.
           05 WS-SUPPLIER-ROW OCCURS 500 TIMES.
               10 WS-SU-CODE PIC X(6).
               10 WS-SU-NAME PIC X(30).
               10 WS-SU-CONTACT PIC X(30).
               10 WS-SU-PHONE PIC X(15).
               10 WS-SU-LEAD-TIME PIC 9(3).
               10 WS-SU-MIN-QTY PIC 9(4).
               10 WS-SU-STYLE PIC X(5) OCCURS 10 TIMES.
       01 WS-SUPPLIER-COUNT    PIC 9(3) VALUE 0.
       01 WS-SUP-SUB           PIC 9(3).
       01 WS-SUP-FOUND         PIC 9(3).
       01 WS-STYLE-SUB         PIC 9(2).
       01 WS-LARGEST-LINE      PIC 9(3).
       01 WS-ORDER-UNITS       PIC 9(5).
       01 WS-ORDER-LINES       PIC 9(3).
       01 WS-DRAFT-COUNT       PIC 9(3) VALUE 0.
       01 WS-UNSOURCED-COUNT   PIC 9(3) VALUE 0.
       01 WS-CURRENT-SUPPLIER  PIC X(6).
       01 WS-TOP-UP-EDIT       PIC ZZZ9.
       01 WS-SUPPLIER-HEADING.
           05 FILLER PIC X(10) VALUE "SUPPLIER: ".
           05 SPH-CODE PIC X(6).
           05 FILLER PIC X VALUE SPACE.
           05 SPH-NAME PIC X(30).
           05 FILLER PIC X(12) VALUE "  LEAD TIME ".
           05 SPH-LEAD-TIME PIC ZZ9.
           05 FILLER PIC X(19) VALUE " DAYS   MIN ORDER ".
           05 SPH-MIN-QTY PIC ZZZ9.
           05 FILLER PIC X(47) VALUE SPACES.
       01 WS-DRAFT-TOTAL-LINE.
           05 FILLER PIC X(23) VALUE "   DRAFT ORDER TOTAL:".
           05 DRT-UNITS PIC ZZZZ9.
           05 FILLER PIC X(8) VALUE " UNITS, ".
           05 DRT-LINES PIC ZZ9.
           05 FILLER PIC X(93) VALUE " LINES".
       01 WS-TRANSFER-TOTAL-LINE.
           05 FILLER PIC X(25) VALUE "TRANSFERS SUGGESTED:".
           05 TOT-TRANSFER-COUNT PIC ZZZZ9.
           05 FILLER PIC X(22) VALUE "   TRANSFER UNITS:".
           05 TOT-TRANSFER-UNITS PIC ZZZZZ9.
           05 FILLER PIC X(74) VALUE SPACES.
       01 WS-TOTAL-LINE.
           05 FILLER PIC X(25) VALUE "STYLES/SIZES TO REORDER:".
           05 TOT-REORDER-COUNT PIC ZZZZ9.
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-SHOE-TABLE
           IF WS-TABLE-OVERFLOW = 'Y'
               DISPLAY "INVENTORY EXCEEDS THE 500-RECORD TABLE - "
                   "REORDER PASS REFUSED SO NO STOCK IS MISSED"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-OPEN-PO-TABLE
           PERFORM LOAD-IN-TRANSIT-TABLE
           PERFORM LOAD-SUPPLIER-TABLE
           PERFORM PLAN-ONE-ROW
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-SHOE-COUNT

           OPEN OUTPUT REORDER-FILE
           OPEN OUTPUT REORDER-REPORT-FILE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
      *> Transfers first, then purchases - each section starts a
      *> page under its own column heading.
           MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
           IF WS-SUGGEST-COUNT > 0
               MOVE WS-TRANSFER-HEADING TO WS-COLUMN-HEADING
               PERFORM PRINT-TRANSFER-SUGGESTION
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SUGGEST-COUNT
               MOVE WS-LINES-PER-PAGE TO WS-LINE-COUNT
           END-IF
           PERFORM CHOOSE-SUPPLIER
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-BUY-COUNT
           MOVE WS-HEADING-LINE-2 TO WS-COLUMN-HEADING
           PERFORM PRINT-DRAFT-ORDER
               VARYING WS-SUP-SUB FROM 1 BY 1
               UNTIL WS-SUP-SUB > WS-SUPPLIER-COUNT
           PERFORM PRINT-UNSOURCED-LINES

           MOVE SPACES TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE WS-SUGGEST-COUNT TO TOT-TRANSFER-COUNT
           MOVE WS-TRANSFER-UNITS TO TOT-TRANSFER-UNITS
           MOVE WS-TRANSFER-TOTAL-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE
           MOVE WS-REORDER-COUNT TO TOT-REORDER-COUNT
           MOVE WS-TOTAL-ORDER-UNITS TO TOT-ORDER-UNITS
           MOVE WS-TOTAL-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE

           CLOSE REORDER-FILE
                 REORDER-REPORT-FILE

           DISPLAY "=========================================="
           DISPLAY "INVENTORY RECORDS READ:  " WS-RECORDS-READ
           DISPLAY "TRANSFERS SUGGESTED:     " WS-SUGGEST-COUNT
           DISPLAY "STYLES/SIZES TO REORDER: " WS-REORDER-COUNT
           DISPLAY "DRAFT SUPPLIER ORDERS:   " WS-DRAFT-COUNT
           DISPLAY "NO SUPPLIER ON FILE:     " WS-UNSOURCED-COUNT
           DISPLAY "SUPPRESSED (ON ORDER):   " WS-SUPPRESSED-COUNT
           DISPLAY "REPORT: SHOE-REORDER-RPT.TXT"
           DISPLAY "REORDER FILE: SHOE-REORDER.TXT"
           DISPLAY "=========================================="
           GOBACK.

       LOAD-SHOE-TABLE.
           PERFORM UNTIL WS-EOF = 'Y'
               READ SHOE-INVENTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       IF WS-SHOE-COUNT = 500
                           MOVE 'Y' TO WS-TABLE-OVERFLOW
                       ELSE
                           ADD 1 TO WS-SHOE-COUNT
                           MOVE SI-SHOE-STYLE TO
                               WS-ROW-STYLE(WS-SHOE-COUNT)
                           MOVE SI-SHOE-SIZE TO
                               WS-ROW-SIZE(WS-SHOE-COUNT)
                           MOVE SI-LOCATION TO
                               WS-ROW-LOCATION(WS-SHOE-COUNT)
                           IF SI-LOCATION = SPACES
                               MOVE "ST01" TO
                                   WS-ROW-LOCATION(WS-SHOE-COUNT)
                           END-IF
                           MOVE SI-QUANTITY-ON-HAND TO
                               WS-ROW-QTY(WS-SHOE-COUNT)
                           MOVE SI-LOW-STOCK-FLAG TO
                               WS-ROW-FLAG(WS-SHOE-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           CLOSE SHOE-INVENTORY-FILE.

       LOAD-IN-TRANSIT-TABLE.
           OPEN INPUT TRANSFER-FILE
           IF WS-TR-FILE-STATUS = "00"
               MOVE 'N' TO WS-TR-EOF
               PERFORM UNTIL WS-TR-EOF = 'Y'
                   READ TRANSFER-FILE
                       AT END
                           MOVE 'Y' TO WS-TR-EOF
                       NOT AT END
                           IF TR-STATUS = 'T'
                               AND WS-TR-COUNT < 500
                               ADD 1 TO WS-TR-COUNT
                               MOVE TR-SHOE-STYLE TO
                                   WS-TR-STYLE(WS-TR-COUNT)
                               MOVE TR-SHOE-SIZE TO
                                   WS-TR-SIZE(WS-TR-COUNT)
                               MOVE TR-TO-LOCATION TO
                                   WS-TR-TO(WS-TR-COUNT)
                               MOVE TR-QUANTITY TO
                                   WS-TR-QTY(WS-TR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSFER-FILE
           END-IF.

       PLAN-ONE-ROW.
      *> Each style/size is planned once, from its first row.
           MOVE 'Y' TO WS-FIRST-IN-GROUP
           PERFORM VARYING WS-GROUP-SUB FROM 1 BY 1
                   UNTIL WS-GROUP-SUB NOT < WS-SUB
               IF WS-ROW-STYLE(WS-GROUP-SUB) = WS-ROW-STYLE(WS-SUB)
                   AND WS-ROW-SIZE(WS-GROUP-SUB) =
                       WS-ROW-SIZE(WS-SUB)
                   MOVE 'N' TO WS-FIRST-IN-GROUP
               END-IF
           END-PERFORM
           IF WS-FIRST-IN-GROUP = 'Y'
               PERFORM PLAN-STYLE-SIZE
           END-IF.

       PLAN-STYLE-SIZE.
           MOVE 'N' TO WS-GROUP-LOW
           MOVE 0 TO WS-GROUP-ON-HAND WS-GROUP-NEED
           PERFORM VARYING WS-GROUP-SUB FROM WS-SUB BY 1
                   UNTIL WS-GROUP-SUB > WS-SHOE-COUNT
               IF WS-ROW-STYLE(WS-GROUP-SUB) = WS-ROW-STYLE(WS-SUB)
                   AND WS-ROW-SIZE(WS-GROUP-SUB) =
                       WS-ROW-SIZE(WS-SUB)
                   PERFORM WORK-OUT-NEED-AND-SURPLUS
               END-IF
           END-PERFORM
           IF WS-GROUP-LOW = 'Y'
               PERFORM FILL-NEEDS-BY-TRANSFER
                   VARYING WS-NEED-SUB FROM WS-SUB BY 1
                   UNTIL WS-NEED-SUB > WS-SHOE-COUNT
               PERFORM SUM-ON-ORDER-QUANTITY
               EVALUATE TRUE
                   WHEN WS-GROUP-NEED = 0
                       CONTINUE
                   WHEN WS-ON-ORDER-QTY NOT < WS-GROUP-NEED
      *> Enough is already on the way - the same suggestion every
      *> run is what kept double-ordering the stockroom.
                       ADD 1 TO WS-SUPPRESSED-COUNT
                   WHEN WS-BUY-COUNT < 500
                       ADD 1 TO WS-BUY-COUNT
                       MOVE WS-ROW-STYLE(WS-SUB) TO
                           WS-BY-STYLE(WS-BUY-COUNT)
                       MOVE WS-ROW-SIZE(WS-SUB) TO
                           WS-BY-SIZE(WS-BUY-COUNT)
                       MOVE WS-GROUP-ON-HAND TO
                           WS-BY-ON-HAND(WS-BUY-COUNT)
                       COMPUTE WS-BY-QTY(WS-BUY-COUNT) =
                           WS-GROUP-NEED - WS-ON-ORDER-QTY
               END-EVALUATE
           END-IF.

       WORK-OUT-NEED-AND-SURPLUS.
           ADD WS-ROW-QTY(WS-GROUP-SUB) TO WS-GROUP-ON-HAND
           MOVE 0 TO WS-ROW-NEED(WS-GROUP-SUB)
               WS-ROW-SURPLUS(WS-GROUP-SUB)
           MOVE 0 TO WS-IN-TRANSIT-QTY
           PERFORM VARYING WS-TR-SUB FROM 1 BY 1
                   UNTIL WS-TR-SUB > WS-TR-COUNT
               IF WS-TR-STYLE(WS-TR-SUB) = WS-ROW-STYLE(WS-GROUP-SUB)
                   AND WS-TR-SIZE(WS-TR-SUB) =
                       WS-ROW-SIZE(WS-GROUP-SUB)
                   AND WS-TR-TO(WS-TR-SUB) =
                       WS-ROW-LOCATION(WS-GROUP-SUB)
                   ADD WS-TR-QTY(WS-TR-SUB) TO WS-IN-TRANSIT-QTY
               END-IF
           END-PERFORM
           IF WS-ROW-FLAG(WS-GROUP-SUB) = 'Y'
               OR WS-ROW-QTY(WS-GROUP-SUB) < WS-LOW-STOCK-THRESHOLD
               MOVE 'Y' TO WS-GROUP-LOW
               IF WS-ROW-QTY(WS-GROUP-SUB) + WS-IN-TRANSIT-QTY <
                       WS-TARGET-STOCK-LEVEL
                   COMPUTE WS-ROW-NEED(WS-GROUP-SUB) =
                       WS-TARGET-STOCK-LEVEL
                       - WS-ROW-QTY(WS-GROUP-SUB)
                       - WS-IN-TRANSIT-QTY
               END-IF
           ELSE
               IF WS-ROW-QTY(WS-GROUP-SUB) > WS-TARGET-STOCK-LEVEL
                   COMPUTE WS-ROW-SURPLUS(WS-GROUP-SUB) =
                       WS-ROW-QTY(WS-GROUP-SUB)
                       - WS-TARGET-STOCK-LEVEL
               END-IF
           END-IF.

       FILL-NEEDS-BY-TRANSFER.
           IF WS-ROW-STYLE(WS-NEED-SUB) = WS-ROW-STYLE(WS-SUB)
               AND WS-ROW-SIZE(WS-NEED-SUB) = WS-ROW-SIZE(WS-SUB)
               AND WS-ROW-NEED(WS-NEED-SUB) > 0
               PERFORM VARYING WS-GROUP-SUB FROM WS-SUB BY 1
                       UNTIL WS-GROUP-SUB > WS-SHOE-COUNT
                       OR WS-ROW-NEED(WS-NEED-SUB) = 0
                   IF WS-ROW-STYLE(WS-GROUP-SUB) =
                           WS-ROW-STYLE(WS-SUB)
                       AND WS-ROW-SIZE(WS-GROUP-SUB) =
                           WS-ROW-SIZE(WS-SUB)
                       AND WS-ROW-SURPLUS(WS-GROUP-SUB) > 0
                       AND WS-SUGGEST-COUNT < 500
                       PERFORM SUGGEST-ONE-TRANSFER
                   END-IF
               END-PERFORM
               ADD WS-ROW-NEED(WS-NEED-SUB) TO WS-GROUP-NEED
           END-IF.

       SUGGEST-ONE-TRANSFER.
           IF WS-ROW-SURPLUS(WS-GROUP-SUB) < WS-ROW-NEED(WS-NEED-SUB)
               MOVE WS-ROW-SURPLUS(WS-GROUP-SUB) TO WS-MOVE-QTY
           ELSE
               MOVE WS-ROW-NEED(WS-NEED-SUB) TO WS-MOVE-QTY
           END-IF
           SUBTRACT WS-MOVE-QTY FROM WS-ROW-SURPLUS(WS-GROUP-SUB)
           SUBTRACT WS-MOVE-QTY FROM WS-ROW-NEED(WS-NEED-SUB)
           ADD 1 TO WS-SUGGEST-COUNT
           MOVE WS-ROW-STYLE(WS-SUB) TO WS-SG-STYLE(WS-SUGGEST-COUNT)
           MOVE WS-ROW-SIZE(WS-SUB) TO WS-SG-SIZE(WS-SUGGEST-COUNT)
           MOVE WS-ROW-LOCATION(WS-GROUP-SUB) TO
               WS-SG-FROM(WS-SUGGEST-COUNT)
           MOVE WS-ROW-LOCATION(WS-NEED-SUB) TO
               WS-SG-TO(WS-SUGGEST-COUNT)
           MOVE WS-MOVE-QTY TO WS-SG-QTY(WS-SUGGEST-COUNT)
           ADD WS-MOVE-QTY TO WS-TRANSFER-UNITS.

       LOAD-SUPPLIER-TABLE.
           OPEN INPUT SUPPLIER-FILE
           IF WS-SUPPLIER-FILE-STATUS NOT = "00"
               DISPLAY "NO SHOE-SUPPLIERS.TXT - PURCHASES LISTED "
                   "WITHOUT A SUPPLIER"
           ELSE
               MOVE 'N' TO WS-SU-EOF
               PERFORM UNTIL WS-SU-EOF = 'Y'
                   READ SUPPLIER-FILE
                       AT END
                           MOVE 'Y' TO WS-SU-EOF
                       NOT AT END
                           IF WS-SUPPLIER-COUNT < 500
                               ADD 1 TO WS-SUPPLIER-COUNT
                               MOVE SUPPLIER-RECORD TO
                                   WS-SUPPLIER-ROW(WS-SUPPLIER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUPPLIER-FILE
           END-IF.

       CHOOSE-SUPPLIER.
      *> Of the suppliers carrying the style, the quickest to ship.
           MOVE 0 TO WS-SUP-FOUND
           MOVE SPACES TO WS-BY-SUPPLIER(WS-SUB)
           MOVE 0 TO WS-BY-TOP-UP(WS-SUB)
           PERFORM VARYING WS-SUP-SUB FROM 1 BY 1
                   UNTIL WS-SUP-SUB > WS-SUPPLIER-COUNT
               PERFORM VARYING WS-STYLE-SUB FROM 1 BY 1
                       UNTIL WS-STYLE-SUB > 10
                   IF WS-SU-STYLE(WS-SUP-SUB, WS-STYLE-SUB) =
                           WS-BY-STYLE(WS-SUB)
                       IF WS-SUP-FOUND = 0
                           MOVE WS-SUP-SUB TO WS-SUP-FOUND
                       ELSE
                           IF WS-SU-LEAD-TIME(WS-SUP-SUB) <
                                   WS-SU-LEAD-TIME(WS-SUP-FOUND)
                               MOVE WS-SUP-SUB TO WS-SUP-FOUND
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
           END-PERFORM
           IF WS-SUP-FOUND > 0
               MOVE WS-SU-CODE(WS-SUP-FOUND) TO WS-BY-SUPPLIER(WS-SUB)
           END-IF.

       PRINT-DRAFT-ORDER.
           MOVE WS-SU-CODE(WS-SUP-SUB) TO WS-CURRENT-SUPPLIER
           MOVE 0 TO WS-ORDER-UNITS WS-ORDER-LINES WS-LARGEST-LINE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-BUY-COUNT
               IF WS-BY-SUPPLIER(WS-SUB) = WS-CURRENT-SUPPLIER
                   ADD 1 TO WS-ORDER-LINES
                   ADD WS-BY-QTY(WS-SUB) TO WS-ORDER-UNITS
                   IF WS-LARGEST-LINE = 0
                       MOVE WS-SUB TO WS-LARGEST-LINE
                   ELSE
                       IF WS-BY-QTY(WS-SUB) >
                               WS-BY-QTY(WS-LARGEST-LINE)
                           MOVE WS-SUB TO WS-LARGEST-LINE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-ORDER-LINES > 0
      *> Short of the supplier's minimum - the difference goes on
      *> the biggest line, the style/size selling fastest.
               IF WS-ORDER-UNITS < WS-SU-MIN-QTY(WS-SUP-SUB)
                   COMPUTE WS-BY-TOP-UP(WS-LARGEST-LINE) =
                       WS-SU-MIN-QTY(WS-SUP-SUB) - WS-ORDER-UNITS
                   ADD WS-BY-TOP-UP(WS-LARGEST-LINE) TO
                       WS-BY-QTY(WS-LARGEST-LINE)
                   MOVE WS-SU-MIN-QTY(WS-SUP-SUB) TO WS-ORDER-UNITS
               END-IF
               ADD 1 TO WS-DRAFT-COUNT
               MOVE WS-SU-CODE(WS-SUP-SUB) TO SPH-CODE
               MOVE WS-SU-NAME(WS-SUP-SUB) TO SPH-NAME
               MOVE WS-SU-LEAD-TIME(WS-SUP-SUB) TO SPH-LEAD-TIME
               MOVE WS-SU-MIN-QTY(WS-SUP-SUB) TO SPH-MIN-QTY
               MOVE WS-SUPPLIER-HEADING TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
               PERFORM PRINT-SUPPLIER-LINES
               MOVE WS-ORDER-UNITS TO DRT-UNITS
               MOVE WS-ORDER-LINES TO DRT-LINES
               MOVE WS-DRAFT-TOTAL-LINE TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
           END-IF.

       PRINT-UNSOURCED-LINES.
           MOVE SPACES TO WS-CURRENT-SUPPLIER
           MOVE 0 TO WS-ORDER-LINES
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-BUY-COUNT
               IF WS-BY-SUPPLIER(WS-SUB) = SPACES
                   ADD 1 TO WS-ORDER-LINES
               END-IF
           END-PERFORM
           IF WS-ORDER-LINES > 0
               MOVE WS-ORDER-LINES TO WS-UNSOURCED-COUNT
               MOVE "NO SUPPLIER ON FILE CARRIES THESE STYLES:"
                   TO REPORT-RECORD
               PERFORM WRITE-REPORT-LINE
               PERFORM PRINT-SUPPLIER-LINES
           END-IF.

       PRINT-SUPPLIER-LINES.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-BUY-COUNT
               IF WS-BY-SUPPLIER(WS-SUB) = WS-CURRENT-SUPPLIER
                   PERFORM WRITE-REORDER-SUGGESTION
               END-IF
           END-PERFORM.

       PRINT-TRANSFER-SUGGESTION.
           MOVE WS-SG-STYLE(WS-SUB) TO TRL-SHOE-STYLE
           MOVE WS-SG-SIZE(WS-SUB) TO TRL-SHOE-SIZE
           MOVE WS-SG-FROM(WS-SUB) TO TRL-FROM
           MOVE WS-SG-TO(WS-SUB) TO TRL-TO
           MOVE WS-SG-QTY(WS-SUB) TO TRL-QUANTITY
           MOVE WS-TRANSFER-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

       LOAD-OPEN-PO-TABLE.
           OPEN INPUT OPEN-PO-FILE
           IF WS-PO-FILE-STATUS NOT = "00"
           MOVE ZERO TO WS-ON-ORDER-QTY
           PERFORM VARYING WS-PO-SUB FROM 1 BY 1
                   UNTIL WS-PO-SUB > WS-PO-COUNT
               IF WS-PO-STYLE(WS-PO-SUB) = WS-ROW-STYLE(WS-SUB)
                   AND WS-PO-SIZE(WS-PO-SUB) = WS-ROW-SIZE(WS-SUB)
                   ADD WS-PO-OUTSTANDING(WS-PO-SUB)
                       TO WS-ON-ORDER-QTY
               END-IF
           END-PERFORM.

       WRITE-REORDER-SUGGESTION.
           ADD 1 TO WS-REORDER-COUNT
           MOVE WS-BY-STYLE(WS-SUB) TO RO-SHOE-STYLE
           MOVE WS-BY-SIZE(WS-SUB) TO RO-SHOE-SIZE
           MOVE WS-BY-ON-HAND(WS-SUB) TO RO-QUANTITY-ON-HAND
           MOVE WS-BY-QTY(WS-SUB) TO RO-ORDER-QUANTITY
           MOVE WS-BY-SUPPLIER(WS-SUB) TO RO-SUPPLIER-CODE
           ADD RO-ORDER-QUANTITY TO WS-TOTAL-ORDER-UNITS
           WRITE REORDER-RECORD
           MOVE WS-BY-STYLE(WS-SUB) TO DET-SHOE-STYLE
           MOVE WS-BY-SIZE(WS-SUB) TO DET-SHOE-SIZE
           MOVE WS-BY-ON-HAND(WS-SUB) TO DET-ON-HAND
           MOVE WS-BY-QTY(WS-SUB) TO DET-ORDER-QTY
           MOVE SPACES TO DET-NOTE
           IF WS-BY-TOP-UP(WS-SUB) > 0
               MOVE WS-BY-TOP-UP(WS-SUB) TO WS-TOP-UP-EDIT
               STRING "INCL " DELIMITED BY SIZE
                   FUNCTION TRIM(WS-TOP-UP-EDIT) DELIMITED BY SIZE
                   " TO REACH MINIMUM" DELIMITED BY SIZE
                   INTO DET-NOTE
               END-STRING
           END-IF
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           PERFORM WRITE-REPORT-LINE.

       WRITE-REPORT-LINE.
      *> The heading goes through the same record area - hold the
      *> line across it.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               MOVE REPORT-RECORD TO WS-HELD-LINE
               PERFORM PRINT-PAGE-HEADING
               MOVE WS-HELD-LINE TO REPORT-RECORD
           END-IF
           WRITE REPORT-RECORD
           ADD 1 TO WS-LINE-COUNT.
           MOVE WS-PAGE-NUMBER TO HDG-PAGE-NUMBER
           MOVE WS-HEADING-LINE-1 TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-COLUMN-HEADING TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
