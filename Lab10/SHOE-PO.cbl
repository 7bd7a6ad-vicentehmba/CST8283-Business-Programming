      * Date:      SEPTEMBER 1, 2026
      * Purpose:   Open purchase-order tracking between SHOE-REORDER
      *            and receipt posting - turn the reorder suggestions
      *            we actually order into numbered orders on
      *            SHOE-OPEN-PO.TXT, print an outstanding-orders
      *            report, and close an order by hand when the
      *            supplier is done shipping (a close with units
      *            still outstanding is called out as a short-ship).
      *            SHOE-REORDER drafts one order per supplier; each
      *            draft is confirmed as a whole and becomes one PO
      *            number with a line per style/size. Suggestions no
      *            supplier carries are still confirmed one by one.
      *            Each line keeps its supplier, the date it closed
      *            and why (F = filled, H = closed by hand) for the
      *            SHOE-VENDOR-SCORE scorecard.
      *            ShoeInventory's receipt posting relieves these
      *            orders; SHOE-REORDER subtracts what is already on
      *            order before suggesting more.
           05 RO-SHOE-SIZE          PIC X(4).
           05 RO-QUANTITY-ON-HAND   PIC 9(4).
           05 RO-ORDER-QUANTITY     PIC 9(4).
           05 RO-SUPPLIER-CODE      PIC X(6).

       FD OPEN-PO-FILE.
      *> One row per purchase order: what was ordered, what has been
      *> received against it so far, and whether it is still open
      *> ("O") or closed ("C"). Receipt posting in ShoeInventory
      *> relieves PO-QTY-RECEIVED. A multi-line order repeats
      *> PO-NUMBER on each line.
       01 OPEN-PO-RECORD.
           05 PO-NUMBER PIC 9(6).
           05 PO-SHOE-STYLE PIC X(5).
           05 PO-QTY-RECEIVED PIC 9(4).
           05 PO-ORDER-DATE PIC 9(8).
           05 PO-STATUS PIC X(1).
           05 PO-SUPPLIER-CODE PIC X(6).
           05 PO-CLOSED-DATE PIC 9(8).
           05 PO-CLOSE-REASON PIC X(1).

       FD PO-REPORT-FILE.
       01 REPORT-RECORD PIC X(100).
               10 WS-PO-RECEIVED PIC 9(4).
               10 WS-PO-DATE PIC 9(8).
               10 WS-PO-STATUS PIC X.
               10 WS-PO-SUPPLIER PIC X(6).
               10 WS-PO-CLOSED PIC 9(8).
               10 WS-PO-REASON PIC X.
       01 WS-PO-COUNT          PIC 9(3) VALUE 0.
      *> The reorder suggestions, read whole so each supplier's
      *> lines can be confirmed as one draft order.
       01 WS-DRAFT-TABLE.
           05 WS-DRAFT-ROW OCCURS 500 TIMES.
               10 WS-DR-STYLE PIC X(5).
               10 WS-DR-SIZE PIC X(4).
               10 WS-DR-ON-HAND PIC 9(4).
               10 WS-DR-QTY PIC 9(4).
               10 WS-DR-SUPPLIER PIC X(6).
               10 WS-DR-DONE PIC X.
       01 WS-DRAFT-COUNT       PIC 9(3) VALUE 0.
       01 WS-DRAFT-SUB         PIC 9(3).
       01 WS-DRAFT-LINES       PIC 9(3).
       01 WS-DRAFT-UNITS       PIC 9(5).
       01 WS-CURRENT-SUPPLIER  PIC X(6).
       01 WS-LINES-CLOSED      PIC 9(3).
      *> Set when the file outgrows the table - maintenance is
      *> refused rather than rewriting the file without the
      *> unloaded orders.
                                   WS-PO-DATE(WS-PO-COUNT)
                               MOVE PO-STATUS TO
                                   WS-PO-STATUS(WS-PO-COUNT)
                               MOVE PO-SUPPLIER-CODE TO
                                   WS-PO-SUPPLIER(WS-PO-COUNT)
                               MOVE PO-CLOSE-REASON TO
                                   WS-PO-REASON(WS-PO-COUNT)
      *> Orders written before closing dates were kept.
                               IF PO-CLOSED-DATE IS NUMERIC
                                   MOVE PO-CLOSED-DATE TO
                                       WS-PO-CLOSED(WS-PO-COUNT)
                               ELSE
                                   MOVE ZERO TO
                                       WS-PO-CLOSED(WS-PO-COUNT)
                               END-IF
                               IF PO-NUMBER NOT <
                                   WS-NEXT-PO-NUMBER
                                   COMPUTE WS-NEXT-PO-NUMBER =
               DISPLAY "NO SHOE-REORDER.TXT FOUND - RUN "
                   "SHOE-REORDER FIRST"
           ELSE
               MOVE 0 TO WS-DRAFT-COUNT
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ REORDER-FILE
                       AT END MOVE 'Y' TO WS-EOF
                       NOT AT END PERFORM LOAD-ONE-SUGGESTION
                   END-READ
               END-PERFORM
               CLOSE REORDER-FILE
               PERFORM VARYING WS-DRAFT-SUB FROM 1 BY 1
                       UNTIL WS-DRAFT-SUB > WS-DRAFT-COUNT
                   IF WS-DR-DONE(WS-DRAFT-SUB) = 'N'
                       IF WS-DR-SUPPLIER(WS-DRAFT-SUB) = SPACES
                           PERFORM CONFIRM-ONE-SUGGESTION
                       ELSE
                           PERFORM CONFIRM-SUPPLIER-DRAFT
                       END-IF
                   END-IF
               END-PERFORM
           END-IF.

       LOAD-ONE-SUGGESTION.
           IF RO-ORDER-QUANTITY = ZERO
               *> A stale low-stock flag with stock already at
               *> target - nothing to order.
               CONTINUE
           ELSE
               IF WS-DRAFT-COUNT = 500
                   DISPLAY "MORE THAN 500 SUGGESTIONS - STYLE "
                       RO-SHOE-STYLE " SIZE " RO-SHOE-SIZE
                       " LEFT FOR THE NEXT RUN"
               ELSE
                   ADD 1 TO WS-DRAFT-COUNT
                   MOVE RO-SHOE-STYLE TO WS-DR-STYLE(WS-DRAFT-COUNT)
                   MOVE RO-SHOE-SIZE TO WS-DR-SIZE(WS-DRAFT-COUNT)
                   MOVE RO-QUANTITY-ON-HAND TO
                       WS-DR-ON-HAND(WS-DRAFT-COUNT)
                   MOVE RO-ORDER-QUANTITY TO WS-DR-QTY(WS-DRAFT-COUNT)
                   MOVE RO-SUPPLIER-CODE TO
                       WS-DR-SUPPLIER(WS-DRAFT-COUNT)
                   MOVE 'N' TO WS-DR-DONE(WS-DRAFT-COUNT)
               END-IF
           END-IF.

       CONFIRM-ONE-SUGGESTION.
      *> No supplier carries the style - ordered line by line as
      *> before, with no supplier on the PO.
           MOVE 'Y' TO WS-DR-DONE(WS-DRAFT-SUB)
           DISPLAY "NO SUPPLIER ON FILE - ORDER "
               WS-DR-QTY(WS-DRAFT-SUB) " OF STYLE "
               WS-DR-STYLE(WS-DRAFT-SUB) " SIZE "
               WS-DR-SIZE(WS-DRAFT-SUB)
               " (ON HAND " WS-DR-ON-HAND(WS-DRAFT-SUB) ")? (Y/N)"
           ACCEPT WS-ANSWER
           IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
               IF WS-PO-COUNT = 500
                   DISPLAY "PO TABLE FULL - CANNOT ADD"
               ELSE
                   PERFORM ADD-PO-LINE
                   DISPLAY "PO " WS-NEXT-PO-NUMBER " CREATED"
                   ADD 1 TO WS-NEXT-PO-NUMBER
                   ADD 1 TO WS-ORDERS-CREATED
                   MOVE 'Y' TO WS-CHANGED
               END-IF
           END-IF.

       CONFIRM-SUPPLIER-DRAFT.
      *> Show every line drafted for this supplier, then take the
      *> whole order or none of it.
           MOVE WS-DR-SUPPLIER(WS-DRAFT-SUB) TO WS-CURRENT-SUPPLIER
           MOVE 0 TO WS-DRAFT-LINES WS-DRAFT-UNITS
           DISPLAY "DRAFT ORDER FOR SUPPLIER " WS-CURRENT-SUPPLIER ":"
           PERFORM VARYING WS-SUB FROM WS-DRAFT-SUB BY 1
                   UNTIL WS-SUB > WS-DRAFT-COUNT
               IF WS-DR-SUPPLIER(WS-SUB) = WS-CURRENT-SUPPLIER
                   ADD 1 TO WS-DRAFT-LINES
                   ADD WS-DR-QTY(WS-SUB) TO WS-DRAFT-UNITS
                   DISPLAY "  STYLE " WS-DR-STYLE(WS-SUB)
                       " SIZE " WS-DR-SIZE(WS-SUB)
                       " QTY " WS-DR-QTY(WS-SUB)
                       " (ON HAND " WS-DR-ON-HAND(WS-SUB) ")"
               END-IF
           END-PERFORM
           DISPLAY "  " WS-DRAFT-LINES " LINES, " WS-DRAFT-UNITS
               " UNITS - PLACE THIS ORDER? (Y/N)"
           ACCEPT WS-ANSWER
           IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
               IF WS-PO-COUNT + WS-DRAFT-LINES > 500
                   DISPLAY "PO TABLE FULL - CANNOT ADD"
                   MOVE 'N' TO WS-ANSWER
               END-IF
           END-IF
           MOVE WS-DRAFT-SUB TO WS-MATCH-FOUND
           PERFORM VARYING WS-DRAFT-SUB FROM WS-MATCH-FOUND BY 1
                   UNTIL WS-DRAFT-SUB > WS-DRAFT-COUNT
               IF WS-DR-SUPPLIER(WS-DRAFT-SUB) = WS-CURRENT-SUPPLIER
                   MOVE 'Y' TO WS-DR-DONE(WS-DRAFT-SUB)
                   IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
                       PERFORM ADD-PO-LINE
                   END-IF
               END-IF
           END-PERFORM
           MOVE WS-MATCH-FOUND TO WS-DRAFT-SUB
           IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
               DISPLAY "PO " WS-NEXT-PO-NUMBER " CREATED FOR "
                   WS-CURRENT-SUPPLIER
               ADD 1 TO WS-NEXT-PO-NUMBER
               ADD 1 TO WS-ORDERS-CREATED
               MOVE 'Y' TO WS-CHANGED
           END-IF.

       ADD-PO-LINE.
           ADD 1 TO WS-PO-COUNT
           MOVE WS-NEXT-PO-NUMBER TO WS-PO-NUMBER(WS-PO-COUNT)
           MOVE WS-DR-STYLE(WS-DRAFT-SUB) TO WS-PO-STYLE(WS-PO-COUNT)
           MOVE WS-DR-SIZE(WS-DRAFT-SUB) TO WS-PO-SIZE(WS-PO-COUNT)
           MOVE WS-DR-QTY(WS-DRAFT-SUB) TO WS-PO-ORDERED(WS-PO-COUNT)
           MOVE ZERO TO WS-PO-RECEIVED(WS-PO-COUNT)
           MOVE WS-RUN-DATE TO WS-PO-DATE(WS-PO-COUNT)
           MOVE 'O' TO WS-PO-STATUS(WS-PO-COUNT)
           MOVE WS-DR-SUPPLIER(WS-DRAFT-SUB) TO
               WS-PO-SUPPLIER(WS-PO-COUNT)
           MOVE ZERO TO WS-PO-CLOSED(WS-PO-COUNT)
           MOVE SPACE TO WS-PO-REASON(WS-PO-COUNT).

       PRINT-OUTSTANDING-REPORT.
           OPEN OUTPUT PO-REPORT-FILE
           MOVE SPACES TO WS-PRINT-LINE
           END-STRING
           PERFORM WRITE-PO-REPORT-LINE
           MOVE "PO      STYLE SIZE ORDERED RECEIVED OUTSTANDING "
               & "ORDERED-ON  SUPPLIER" TO WS-PRINT-LINE
           PERFORM WRITE-PO-REPORT-LINE
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-PO-COUNT
                       WS-PO-ORDERED(WS-SUB) "    "
                       WS-PO-RECEIVED(WS-SUB) "     "
                       WS-OUTSTANDING-QTY "        "
                       WS-PO-DATE(WS-SUB) "    "
                       WS-PO-SUPPLIER(WS-SUB)
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   END-STRING
                   PERFORM WRITE-PO-REPORT-LINE
               OR FUNCTION TRIM(WS-NUMBER-IN) IS NOT NUMERIC
               DISPLAY "Not a PO number."
           ELSE
      *> Every still-open line of the order is closed together.
               MOVE 0 TO WS-MATCH-FOUND
               MOVE 0 TO WS-LINES-CLOSED
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-PO-COUNT
                   IF WS-PO-NUMBER(WS-SUB) =
                           FUNCTION NUMVAL(WS-NUMBER-IN)
                       MOVE WS-SUB TO WS-MATCH-FOUND
                       IF WS-PO-STATUS(WS-SUB) NOT = 'C'
                           PERFORM CLOSE-ONE-LINE
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-MATCH-FOUND = 0
                   DISPLAY "No such PO on file."
               ELSE
                   IF WS-LINES-CLOSED = 0
                       DISPLAY "PO IS ALREADY CLOSED."
                   ELSE
                       ADD 1 TO WS-ORDERS-CLOSED
                       MOVE 'Y' TO WS-CHANGED
                       DISPLAY "PO CLOSED."
               END-IF
           END-IF.

       CLOSE-ONE-LINE.
           IF WS-PO-RECEIVED(WS-SUB) < WS-PO-ORDERED(WS-SUB)
               COMPUTE WS-OUTSTANDING-QTY =
                   WS-PO-ORDERED(WS-SUB) - WS-PO-RECEIVED(WS-SUB)
               DISPLAY "STYLE " WS-PO-STYLE(WS-SUB) " SIZE "
                   WS-PO-SIZE(WS-SUB) " SHORT-SHIPPED - CLOSING WITH "
                   WS-OUTSTANDING-QTY " UNITS NEVER RECEIVED"
           END-IF
           MOVE 'C' TO WS-PO-STATUS(WS-SUB)
           MOVE WS-RUN-DATE TO WS-PO-CLOSED(WS-SUB)
           MOVE 'H' TO WS-PO-REASON(WS-SUB)
           ADD 1 TO WS-LINES-CLOSED.

       WRITE-PO-REPORT-LINE.
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
               MOVE WS-PO-RECEIVED(WS-SUB) TO PO-QTY-RECEIVED
               MOVE WS-PO-DATE(WS-SUB) TO PO-ORDER-DATE
               MOVE WS-PO-STATUS(WS-SUB) TO PO-STATUS
               MOVE WS-PO-SUPPLIER(WS-SUB) TO PO-SUPPLIER-CODE
               MOVE WS-PO-CLOSED(WS-SUB) TO PO-CLOSED-DATE
               MOVE WS-PO-REASON(WS-SUB) TO PO-CLOSE-REASON
               WRITE OPEN-PO-RECORD
           END-PERFORM
           CLOSE OPEN-PO-FILE
