      ******************************************************************
      * Author:    VICENTE MBA ENGUNG
      * Date:      SEPTEMBER 1, 2026
      * Purpose:   Stock-by-location report - one line per style/size
      *            showing the quantity on hand at each store and the
      *            back warehouse, the quantity in transit between
      *            them (SHOE-TRANSFERS.TXT rows not yet received),
      *            and the total the business owns. A location below
      *            the low-stock threshold is marked with an asterisk.
      *            Written to SHOE-LOCATION-RPT.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHOE-LOCATION-RPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHOE-INVENTORY-FILE ASSIGN TO "SHOE-INVENTORY.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INVENTORY-FILE-STATUS.

           SELECT TRANSFER-FILE ASSIGN TO "SHOE-TRANSFERS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TR-FILE-STATUS.

           SELECT LOCATION-REPORT-FILE ASSIGN
           TO "SHOE-LOCATION-RPT.TXT"
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

       FD LOCATION-REPORT-FILE.
       01 REPORT-RECORD PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-EOF               PIC X VALUE 'N'.
       01 WS-INVENTORY-FILE-STATUS PIC XX.
       01 WS-TR-FILE-STATUS    PIC XX.
       01 WS-REPORT-FILE-STATUS PIC XX.
       01 WS-LOW-STOCK-THRESHOLD PIC 9(4) VALUE 10.
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-RECORDS-READ      PIC 9(5) VALUE 0.
       01 WS-SUB               PIC 9(3).
       01 WS-GROUP-FOUND       PIC 9(3).
       01 WS-LOC-SUB           PIC 9(1).
       01 WS-LOC-FOUND         PIC 9(1).
       01 WS-ROW-LOCATION      PIC X(4).
      *> The stocking locations - code and name, in report column
      *> order.
       01 WS-LOCATION-VALUES.
           05 FILLER PIC X(14) VALUE "ST01STORE 1".
           05 FILLER PIC X(14) VALUE "ST02STORE 2".
           05 FILLER PIC X(14) VALUE "WHSEWAREHOUSE".
       01 WS-LOCATION-TABLE REDEFINES WS-LOCATION-VALUES.
           05 WS-LOCATION-ENTRY OCCURS 3 TIMES.
               10 WS-LOC-CODE  PIC X(4).
               10 WS-LOC-NAME  PIC X(10).
      *> One row per style/size, with its quantity at each location.
       01 WS-GROUP-TABLE.
           05 WS-GROUP-ROW OCCURS 500 TIMES.
               10 WS-GR-STYLE      PIC X(5).
               10 WS-GR-SIZE       PIC X(4).
               10 WS-GR-LOC-QTY    PIC 9(5) OCCURS 3 TIMES.
               10 WS-GR-LOC-LOW    PIC X OCCURS 3 TIMES.
               10 WS-GR-IN-TRANSIT PIC 9(5).
       01 WS-GROUP-COUNT       PIC 9(3) VALUE 0.
       01 WS-TABLE-OVERFLOW    PIC X VALUE 'N'.
       01 WS-UNKNOWN-LOCATIONS PIC 9(4) VALUE 0.
       01 WS-LOC-TOTAL         PIC 9(7) OCCURS 3 TIMES.
       01 WS-TRANSIT-TOTAL     PIC 9(7) VALUE 0.
       01 WS-GRAND-TOTAL       PIC 9(7) VALUE 0.
       01 WS-LINE-TOTAL        PIC 9(7).
       01 WS-HEADING-LINE.
           05 FILLER PIC X(12) VALUE "STYLE SIZE".
           05 FILLER PIC X(10) VALUE "STORE 1".
           05 FILLER PIC X(10) VALUE "STORE 2".
           05 FILLER PIC X(10) VALUE "WAREHOUSE".
           05 FILLER PIC X(10) VALUE "IN TRANSIT".
           05 FILLER PIC X(48) VALUE "       TOTAL".
       01 WS-DETAIL-LINE.
           05 DET-SHOE-STYLE       PIC X(5).
           05 FILLER               PIC X VALUE SPACE.
           05 DET-SHOE-SIZE        PIC X(4).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 DET-LOCATION OCCURS 3 TIMES.
               10 DET-LOC-QTY      PIC ZZZ,ZZ9.
               10 DET-LOC-LOW      PIC X.
               10 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 DET-IN-TRANSIT       PIC ZZZ,ZZ9.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 DET-TOTAL            PIC Z,ZZZ,ZZ9.
           05 FILLER               PIC X(36) VALUE SPACES.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT SHOE-INVENTORY-FILE
           IF WS-INVENTORY-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - UNABLE TO OPEN SHOE-INVENTORY.TXT, "
                   "FILE STATUS = " WS-INVENTORY-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-GROUP-TABLE
           IF WS-TABLE-OVERFLOW = 'Y'
               DISPLAY "MORE THAN 500 STYLE/SIZES - REPORT NOT "
                   "PRODUCED"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM ADD-IN-TRANSIT
           MOVE 0 TO WS-LOC-TOTAL(1) WS-LOC-TOTAL(2) WS-LOC-TOTAL(3)

           OPEN OUTPUT LOCATION-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - UNABLE TO OPEN SHOE-LOCATION-RPT.TXT, "
                   "FILE STATUS = " WS-REPORT-FILE-STATUS
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE SPACES TO REPORT-RECORD
           STRING "STOCK BY LOCATION   RUN DATE: " WS-RUN-DATE
               "   (* = BELOW LOW-STOCK THRESHOLD)"
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING
           WRITE REPORT-RECORD
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-HEADING-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM PRINT-ONE-STYLE-SIZE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-GROUP-COUNT
           PERFORM PRINT-REPORT-TOTALS
           CLOSE LOCATION-REPORT-FILE

           DISPLAY "=========================================="
           DISPLAY "INVENTORY RECORDS READ: " WS-RECORDS-READ
           DISPLAY "STYLE/SIZES REPORTED:   " WS-GROUP-COUNT
           DISPLAY "UNITS IN TRANSIT:       " WS-TRANSIT-TOTAL
           IF WS-UNKNOWN-LOCATIONS > 0
               DISPLAY "ROWS AT AN UNKNOWN LOCATION (NOT SHOWN): "
                   WS-UNKNOWN-LOCATIONS
           END-IF
           DISPLAY "REPORT: SHOE-LOCATION-RPT.TXT"
           DISPLAY "=========================================="
           GOBACK.

       LOAD-GROUP-TABLE.
           PERFORM UNTIL WS-EOF = 'Y'
               READ SHOE-INVENTORY-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF
                   NOT AT END
                       ADD 1 TO WS-RECORDS-READ
                       PERFORM ADD-INVENTORY-ROW
               END-READ
           END-PERFORM
           CLOSE SHOE-INVENTORY-FILE.

       ADD-INVENTORY-ROW.
      *> A row from before locations were kept is store 1 stock.
           MOVE SI-LOCATION TO WS-ROW-LOCATION
           IF WS-ROW-LOCATION = SPACES
               MOVE "ST01" TO WS-ROW-LOCATION
           END-IF
           MOVE 0 TO WS-LOC-FOUND
           PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
                   UNTIL WS-LOC-SUB > 3
               IF WS-LOC-CODE(WS-LOC-SUB) = WS-ROW-LOCATION
                   MOVE WS-LOC-SUB TO WS-LOC-FOUND
               END-IF
           END-PERFORM
           IF WS-LOC-FOUND = 0
               ADD 1 TO WS-UNKNOWN-LOCATIONS
           ELSE
               PERFORM FIND-GROUP
               IF WS-GROUP-FOUND > 0
                   ADD SI-QUANTITY-ON-HAND TO
                       WS-GR-LOC-QTY(WS-GROUP-FOUND, WS-LOC-FOUND)
                   IF SI-LOW-STOCK-FLAG = 'Y'
                       OR SI-QUANTITY-ON-HAND < WS-LOW-STOCK-THRESHOLD
                       MOVE '*' TO
                           WS-GR-LOC-LOW(WS-GROUP-FOUND, WS-LOC-FOUND)
                   END-IF
               END-IF
           END-IF.

       FIND-GROUP.
           MOVE 0 TO WS-GROUP-FOUND
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-GROUP-COUNT
               IF WS-GR-STYLE(WS-SUB) = SI-SHOE-STYLE
                   AND WS-GR-SIZE(WS-SUB) = SI-SHOE-SIZE
                   MOVE WS-SUB TO WS-GROUP-FOUND
               END-IF
           END-PERFORM
           IF WS-GROUP-FOUND = 0
               IF WS-GROUP-COUNT = 500
                   MOVE 'Y' TO WS-TABLE-OVERFLOW
               ELSE
                   ADD 1 TO WS-GROUP-COUNT
                   MOVE WS-GROUP-COUNT TO WS-GROUP-FOUND
                   MOVE SI-SHOE-STYLE TO WS-GR-STYLE(WS-GROUP-FOUND)
                   MOVE SI-SHOE-SIZE TO WS-GR-SIZE(WS-GROUP-FOUND)
                   PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
                           UNTIL WS-LOC-SUB > 3
                       MOVE 0 TO
                           WS-GR-LOC-QTY(WS-GROUP-FOUND, WS-LOC-SUB)
                       MOVE SPACE TO
                           WS-GR-LOC-LOW(WS-GROUP-FOUND, WS-LOC-SUB)
                   END-PERFORM
                   MOVE 0 TO WS-GR-IN-TRANSIT(WS-GROUP-FOUND)
               END-IF
           END-IF.

       ADD-IN-TRANSIT.
           OPEN INPUT TRANSFER-FILE
           IF WS-TR-FILE-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ TRANSFER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF TR-STATUS = 'T'
                               PERFORM ADD-ONE-TRANSFER
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TRANSFER-FILE
           END-IF.

       ADD-ONE-TRANSFER.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-GROUP-COUNT
               IF WS-GR-STYLE(WS-SUB) = TR-SHOE-STYLE
                   AND WS-GR-SIZE(WS-SUB) = TR-SHOE-SIZE
                   ADD TR-QUANTITY TO WS-GR-IN-TRANSIT(WS-SUB)
               END-IF
           END-PERFORM.

       PRINT-ONE-STYLE-SIZE.
           MOVE WS-GR-STYLE(WS-SUB) TO DET-SHOE-STYLE
           MOVE WS-GR-SIZE(WS-SUB) TO DET-SHOE-SIZE
           MOVE WS-GR-IN-TRANSIT(WS-SUB) TO WS-LINE-TOTAL
           PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
                   UNTIL WS-LOC-SUB > 3
               MOVE WS-GR-LOC-QTY(WS-SUB, WS-LOC-SUB) TO
                   DET-LOC-QTY(WS-LOC-SUB)
               MOVE WS-GR-LOC-LOW(WS-SUB, WS-LOC-SUB) TO
                   DET-LOC-LOW(WS-LOC-SUB)
               ADD WS-GR-LOC-QTY(WS-SUB, WS-LOC-SUB) TO WS-LINE-TOTAL
               ADD WS-GR-LOC-QTY(WS-SUB, WS-LOC-SUB) TO
                   WS-LOC-TOTAL(WS-LOC-SUB)
           END-PERFORM
           MOVE WS-GR-IN-TRANSIT(WS-SUB) TO DET-IN-TRANSIT
           MOVE WS-LINE-TOTAL TO DET-TOTAL
           ADD WS-GR-IN-TRANSIT(WS-SUB) TO WS-TRANSIT-TOTAL
           ADD WS-LINE-TOTAL TO WS-GRAND-TOTAL
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       PRINT-REPORT-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "TOTAL" TO DET-SHOE-STYLE
           MOVE SPACES TO DET-SHOE-SIZE
           PERFORM VARYING WS-LOC-SUB FROM 1 BY 1
                   UNTIL WS-LOC-SUB > 3
               MOVE WS-LOC-TOTAL(WS-LOC-SUB) TO DET-LOC-QTY(WS-LOC-SUB)
               MOVE SPACE TO DET-LOC-LOW(WS-LOC-SUB)
           END-PERFORM
           MOVE WS-TRANSIT-TOTAL TO DET-IN-TRANSIT
           MOVE WS-GRAND-TOTAL TO DET-TOTAL
           MOVE WS-DETAIL-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       END PROGRAM SHOE-LOCATION-RPT.
