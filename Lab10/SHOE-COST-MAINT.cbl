      ******************************************************************
      * Author:    VICENTE MBA ENGUNG
      * Date:      SEPTEMBER 1, 2026
      * Purpose:   Unit cost and selling price maintenance for the
      *            shoe stock on SHOE-COSTS.TXT, one row per
      *            style/size. The selling price is set here; the
      *            unit cost is normally moved by receipt posting in
      *            ShoeInventory (a weighted average of the cost on
      *            file and each receipt cost) and is keyed here only
      *            to load the opening cost of stock already on the
      *            shelf or to correct one. The list goes to
      *            SHOE-COST-RPT.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHOE-COST-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT COST-FILE ASSIGN TO "SHOE-COSTS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-COST-FILE-STATUS.

           SELECT COST-REPORT-FILE ASSIGN TO "SHOE-COST-RPT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD COST-FILE.
       01 COST-RECORD.
           05 SC-SHOE-STYLE PIC X(5).
           05 SC-SHOE-SIZE PIC X(4).
           05 SC-UNIT-COST PIC 9(5)V99.
           05 SC-SELLING-PRICE PIC 9(5)V99.
           05 SC-COST-DATE PIC 9(8).

       FD COST-REPORT-FILE.
       01 REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-EOF               PIC X VALUE 'N'.
       01 WS-COST-FILE-STATUS  PIC XX.
       01 WS-REPORT-FILE-STATUS PIC XX.
       01 WS-MENU-CHOICE       PIC X VALUE SPACE.
       01 WS-SHOE-STYLE        PIC X(5).
       01 WS-SHOE-SIZE         PIC X(4).
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-SUB               PIC 9(3).
       01 WS-MATCH-FOUND       PIC 9(3).
       01 WS-ADD-COUNT         PIC 9(3) VALUE 0.
       01 WS-CHANGE-COUNT      PIC 9(3) VALUE 0.
       01 WS-CHANGED           PIC X VALUE 'N'.
       01 WS-AMOUNT-IN         PIC X(12).
       01 WS-AMOUNT-CHECK      PIC X(12).
       01 WS-POINT-COUNT       PIC 9(2).
       01 WS-AMOUNT-OK         PIC X.
       01 WS-AMOUNT-VALUE      PIC 9(7)V99.
       01 WS-MONEY-PRINT       PIC ZZ,ZZ9.99.
      *> All cost rows held in storage while the buyer works; the
      *> file is rewritten once at exit.
       01 WS-COST-TABLE.
           05 WS-COST-ROW OCCURS 500 TIMES.
               10 WS-CO-STYLE PIC X(5).
               10 WS-CO-SIZE PIC X(4).
               10 WS-CO-COST PIC 9(5)V99.
               10 WS-CO-PRICE PIC 9(5)V99.
               10 WS-CO-DATE PIC 9(8).
       01 WS-COST-COUNT        PIC 9(3) VALUE 0.
      *> Set when the file outgrows the table - maintenance is
      *> refused rather than rewriting the file without the
      *> unloaded rows.
       01 WS-TABLE-OVERFLOW    PIC X VALUE 'N'.
       01 WS-HEADING-LINE.
           05 FILLER PIC X(12) VALUE "STYLE SIZE".
           05 FILLER PIC X(12) VALUE "   UNIT COST".
           05 FILLER PIC X(12) VALUE "  SELL PRICE".
           05 FILLER PIC X(14) VALUE "  COST CHANGED".
           05 FILLER PIC X(50) VALUE SPACES.
       01 WS-DETAIL-LINE.
           05 DET-SHOE-STYLE       PIC X(5).
           05 FILLER               PIC X VALUE SPACE.
           05 DET-SHOE-SIZE        PIC X(4).
           05 FILLER               PIC X(5) VALUE SPACES.
           05 DET-UNIT-COST        PIC ZZ,ZZ9.99.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 DET-SELLING-PRICE    PIC ZZ,ZZ9.99.
           05 DET-PRICE-X REDEFINES DET-SELLING-PRICE PIC X(9).
           05 FILLER               PIC X(6) VALUE SPACES.
           05 DET-COST-DATE        PIC 9(8).
           05 DET-COST-DATE-X REDEFINES DET-COST-DATE PIC X(8).
           05 FILLER               PIC X(50) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM LOAD-COST-TABLE
           IF WS-TABLE-OVERFLOW = 'Y'
               DISPLAY "COST FILE EXCEEDS THE 500-ROW TABLE - "
                   "MAINTENANCE REFUSED SO NO ROWS ARE LOST"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM UNTIL WS-MENU-CHOICE = 'X' OR WS-MENU-CHOICE = 'x'
               DISPLAY "S=set cost/price for a style/size, "
                   "L=list costs and prices, X=exit:"
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 'S'
                   WHEN 's'
                       PERFORM SET-COST-AND-PRICE
                   WHEN 'L'
                   WHEN 'l'
                       PERFORM LIST-COSTS
                   WHEN 'X'
                   WHEN 'x'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid selection."
               END-EVALUATE
           END-PERFORM

           IF WS-CHANGED = 'Y'
               PERFORM REWRITE-COST-FILE
           END-IF
           DISPLAY "=========================================="
           DISPLAY "STYLE/SIZES ADDED:   " WS-ADD-COUNT
           DISPLAY "STYLE/SIZES CHANGED: " WS-CHANGE-COUNT
           DISPLAY "STYLE/SIZES ON FILE: " WS-COST-COUNT
           DISPLAY "=========================================="
           GOBACK.

       LOAD-COST-TABLE.
           OPEN INPUT COST-FILE
           IF WS-COST-FILE-STATUS NOT = "00"
               DISPLAY "NO SHOE-COSTS.TXT YET - STARTING EMPTY"
           ELSE
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
               DISPLAY "STYLE/SIZES LOADED: " WS-COST-COUNT
           END-IF.

       SET-COST-AND-PRICE.
           DISPLAY "Enter shoe style:"
           ACCEPT WS-SHOE-STYLE
           DISPLAY "Enter shoe size:"
           ACCEPT WS-SHOE-SIZE
           MOVE 0 TO WS-MATCH-FOUND
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-COST-COUNT
               IF WS-CO-STYLE(WS-SUB) = WS-SHOE-STYLE
                   AND WS-CO-SIZE(WS-SUB) = WS-SHOE-SIZE
                   MOVE WS-SUB TO WS-MATCH-FOUND
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-SHOE-STYLE = SPACES OR WS-SHOE-SIZE = SPACES
                   DISPLAY "Style and size are required."
               WHEN WS-MATCH-FOUND = 0 AND WS-COST-COUNT = 500
                   DISPLAY "COST TABLE FULL - CANNOT ADD"
               WHEN WS-MATCH-FOUND = 0
                   ADD 1 TO WS-COST-COUNT
                   MOVE WS-COST-COUNT TO WS-MATCH-FOUND
                   MOVE WS-SHOE-STYLE TO WS-CO-STYLE(WS-MATCH-FOUND)
                   MOVE WS-SHOE-SIZE TO WS-CO-SIZE(WS-MATCH-FOUND)
                   MOVE 0 TO WS-CO-COST(WS-MATCH-FOUND)
                   MOVE 0 TO WS-CO-PRICE(WS-MATCH-FOUND)
                   MOVE 0 TO WS-CO-DATE(WS-MATCH-FOUND)
                   ADD 1 TO WS-ADD-COUNT
                   DISPLAY "NEW STYLE/SIZE ON THE COST FILE"
                   PERFORM KEY-COST-AND-PRICE
               WHEN OTHER
                   ADD 1 TO WS-CHANGE-COUNT
                   PERFORM KEY-COST-AND-PRICE
           END-EVALUATE.

       KEY-COST-AND-PRICE.
           MOVE 'Y' TO WS-CHANGED
           MOVE WS-CO-COST(WS-MATCH-FOUND) TO WS-MONEY-PRINT
           DISPLAY "UNIT COST: " WS-MONEY-PRINT
               " - new cost (blank to keep):"
           PERFORM GET-AMOUNT
           IF WS-AMOUNT-IN NOT = SPACES
               MOVE WS-AMOUNT-VALUE TO WS-CO-COST(WS-MATCH-FOUND)
               MOVE WS-RUN-DATE TO WS-CO-DATE(WS-MATCH-FOUND)
           END-IF
           MOVE WS-CO-PRICE(WS-MATCH-FOUND) TO WS-MONEY-PRINT
           DISPLAY "SELLING PRICE: " WS-MONEY-PRINT
               " - new price (blank to keep, 0 for none):"
           PERFORM GET-AMOUNT
           IF WS-AMOUNT-IN NOT = SPACES
               MOVE WS-AMOUNT-VALUE TO WS-CO-PRICE(WS-MATCH-FOUND)
           END-IF
           IF WS-CO-PRICE(WS-MATCH-FOUND) > 0
               AND WS-CO-PRICE(WS-MATCH-FOUND) <
                   WS-CO-COST(WS-MATCH-FOUND)
               DISPLAY "NOTE - SELLING PRICE IS BELOW UNIT COST"
           END-IF
           DISPLAY "SAVED.".

       GET-AMOUNT.
      *> Digits with at most one decimal point; re-prompt until it
      *> reads right. Blank keeps the old value.
           MOVE 'N' TO WS-AMOUNT-OK
           PERFORM UNTIL WS-AMOUNT-OK = 'Y'
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
                           "optional decimal point:"
                   END-IF
               END-IF
           END-PERFORM.

       LIST-COSTS.
           OPEN OUTPUT COST-REPORT-FILE
           MOVE SPACES TO REPORT-RECORD
           STRING "SHOE UNIT COSTS AND SELLING PRICES   RUN DATE: "
               WS-RUN-DATE
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-HEADING-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-COST-COUNT
               MOVE WS-CO-STYLE(WS-SUB) TO DET-SHOE-STYLE
               MOVE WS-CO-SIZE(WS-SUB) TO DET-SHOE-SIZE
               MOVE WS-CO-COST(WS-SUB) TO DET-UNIT-COST
               IF WS-CO-PRICE(WS-SUB) = 0
                   MOVE "     NONE" TO DET-PRICE-X
               ELSE
                   MOVE WS-CO-PRICE(WS-SUB) TO DET-SELLING-PRICE
               END-IF
               IF WS-CO-DATE(WS-SUB) = 0
                   MOVE SPACES TO DET-COST-DATE-X
               ELSE
                   MOVE WS-CO-DATE(WS-SUB) TO DET-COST-DATE
               END-IF
               MOVE WS-DETAIL-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-PERFORM
           CLOSE COST-REPORT-FILE
           DISPLAY "REPORT: SHOE-COST-RPT.TXT".

       REWRITE-COST-FILE.
           OPEN OUTPUT COST-FILE
           IF WS-COST-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - UNABLE TO REWRITE SHOE-COSTS.TXT, "
                   "FILE STATUS = " WS-COST-FILE-STATUS
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-COST-COUNT
                   MOVE WS-COST-ROW(WS-SUB) TO COST-RECORD
                   WRITE COST-RECORD
               END-PERFORM
               CLOSE COST-FILE
               DISPLAY "STYLE/SIZES SAVED: " WS-COST-COUNT
           END-IF.

       END PROGRAM SHOE-COST-MAINT.
