      ******************************************************************
      * Author: VICENTE MBA ENGUNG
      * Date: SEPTEMBER 1, 2026
      * Purpose: Fleet total cost of ownership. For every vehicle on
      *          the asset register still in service, add the
      *          depreciation posted to date (CAR-ASSETS.TXT) to the
      *          SH-COST of its CAR-SERVICE-HISTORY.TXT rows since
      *          acquisition, spread it over the years owned, and
      *          rank the fleet by cost per year into CAR-TCO-RPT.TXT.
      *          A vehicle is flagged as a replacement candidate when
      *          it is past its depreciation life, when its service
      *          cost has overtaken its depreciation, or when its
      *          cost per year is half as much again as the fleet
      *          average.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAR-TCO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSET-FILE ASSIGN TO "CAR-ASSETS.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ASSET-FILE-STATUS.

           SELECT SERVICE-HISTORY-FILE ASSIGN
            TO "CAR-SERVICE-HISTORY.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SERVICE-FILE-STATUS.

           SELECT TCO-REPORT-FILE ASSIGN TO "CAR-TCO-RPT.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD ASSET-FILE.
       01 ASSET-RECORD.
           05 AS-CAR-MODEL PIC X(15).
           05 AS-OWNER-NAME PIC X(30).
           05 AS-ACQUIRED-DATE PIC 9(8).
           05 AS-PURCHASE-COST PIC 9(7)V99.
           05 AS-SALVAGE-VALUE PIC 9(7)V99.
           05 AS-DEPR-METHOD PIC X(2).
           05 AS-LIFE-YEARS PIC 9(2).
           05 AS-ACCUM-DEPR PIC 9(7)V99.
           05 AS-LAST-DEPR-PERIOD PIC 9(6).
           05 AS-DISPOSAL-DATE PIC 9(8).
           05 AS-DISPOSAL-PROCEEDS PIC 9(7)V99.
           05 AS-DISPOSAL-POSTED PIC X.

       FD SERVICE-HISTORY-FILE.
       01 SERVICE-HISTORY-RECORD.
           05 SH-CAR-MODEL PIC X(15).
           05 SH-OWNER-NAME PIC X(30).
           05 SH-SERVICE-DATE PIC 9(8).
           05 SH-SERVICE-TYPE PIC X(20).
           05 SH-ODOMETER PIC 9(7).
           05 SH-COST PIC 9(5)V99.
           05 SH-NEXT-DUE-DATE PIC 9(8).

       FD TCO-REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
          05 EOF-FLG              PIC X VALUE 'N'.
       01 WS-ASSET-FILE-STATUS     PIC XX.
       01 WS-SERVICE-FILE-STATUS   PIC XX.
       01 WS-REPORT-FILE-STATUS    PIC XX.
       01 WS-RUN-DATE              PIC 9(8).
       01 WS-SUB                   PIC 9(3).
       01 WS-SUB-2                 PIC 9(3).
       01 WS-END-DATE              PIC 9(8).
       01 WS-DAYS-OWNED            PIC S9(7).
       01 WS-DISPOSED-COUNT        PIC 9(3) VALUE 0.
       01 WS-CANDIDATE-COUNT       PIC 9(3) VALUE 0.
       01 WS-LATEST-POSTING        PIC 9(6) VALUE 0.
       01 WS-FLEET-COST-PER-YEAR   PIC 9(9)V99 VALUE 0.
       01 WS-FLEET-AVERAGE         PIC 9(7)V99 VALUE 0.
       01 WS-HIGH-COST-LIMIT       PIC 9(7)V99 VALUE 0.
       01 WS-TOTAL-DEPR            PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-SERVICE         PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-COST            PIC 9(9)V99 VALUE 0.
       01 WS-FLAG-POINTER          PIC 9(2).
       01 WS-PRINT-LINE            PIC X(132).
       01 WS-TCO-HEADING.
           05 FILLER PIC X(35) VALUE
               "RNK VEHICLE         OWNER          ".
           05 FILLER PIC X(41) VALUE
               "ACQUIRED  YEARS DEPRECIATION SERVICE COST".
           05 FILLER PIC X(56) VALUE
               "   TOTAL COST  COST / YEAR REPLACEMENT FLAGS".
       01 WS-TCO-LINE.
           05 TCO-RANK             PIC ZZ9.
           05 FILLER               PIC X VALUE SPACE.
           05 TCO-CAR-MODEL        PIC X(15).
           05 FILLER               PIC X VALUE SPACE.
           05 TCO-OWNER-NAME       PIC X(14).
           05 FILLER               PIC X VALUE SPACE.
           05 TCO-ACQUIRED         PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 TCO-YEARS            PIC ZZ9.99.
           05 TCO-DEPRECIATION     PIC ZZ,ZZZ,ZZ9.99.
           05 TCO-SERVICE          PIC ZZ,ZZZ,ZZ9.99.
           05 TCO-TOTAL            PIC ZZ,ZZZ,ZZ9.99.
           05 TCO-PER-YEAR         PIC ZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X VALUE SPACE.
           05 TCO-FLAGS            PIC X(28).
           05 FILLER               PIC X VALUE SPACE.
      *> One row per vehicle in service, ranked in place by cost per
      *> year before printing.
       01 WS-TCO-TABLE.
          05 WS-TCO-ROW OCCURS 500 TIMES.
             10 WS-TC-MODEL        PIC X(15).
             10 WS-TC-OWNER        PIC X(30).
             10 WS-TC-ACQUIRED     PIC 9(8).
             10 WS-TC-LIFE         PIC 9(2).
             10 WS-TC-YEARS        PIC 9(3)V9(4).
             10 WS-TC-DEPR         PIC 9(7)V99.
             10 WS-TC-SERVICE      PIC 9(7)V99.
             10 WS-TC-PER-YEAR     PIC 9(7)V99.
       01 WS-TCO-COUNT             PIC 9(3) VALUE 0.
       01 WS-TABLE-OVERFLOW        PIC X VALUE 'N'.
       01 WS-SWAP-ROW              PIC X(89).

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM LOAD-ASSET-FILE
           IF WS-TABLE-OVERFLOW = 'Y'
               DISPLAY "ASSET REGISTER EXCEEDS THE 500-ROW TABLE - "
                   "COST OF OWNERSHIP REPORT NOT PRODUCED"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM ADD-SERVICE-COSTS
           PERFORM WORK-OUT-COST-PER-YEAR
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-TCO-COUNT
           PERFORM RANK-BY-COST-PER-YEAR

           IF WS-TCO-COUNT > 0
               COMPUTE WS-FLEET-AVERAGE ROUNDED =
                   WS-FLEET-COST-PER-YEAR / WS-TCO-COUNT
           END-IF
           COMPUTE WS-HIGH-COST-LIMIT ROUNDED = WS-FLEET-AVERAGE * 1.5

           OPEN OUTPUT TCO-REPORT-FILE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "FLEET COST OF OWNERSHIP - RANKED BY COST PER YEAR"
               "   RUN DATE: " WS-RUN-DATE
               "   DEPRECIATION POSTED THROUGH: " WS-LATEST-POSTING
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING
           PERFORM WRITE-TCO-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-TCO-LINE
           MOVE WS-TCO-HEADING TO WS-PRINT-LINE
           PERFORM WRITE-TCO-LINE
           PERFORM PRINT-ONE-VEHICLE
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-TCO-COUNT
           PERFORM PRINT-TCO-TOTALS
           CLOSE TCO-REPORT-FILE

           DISPLAY "=========================================="
           DISPLAY "VEHICLES RANKED:       " WS-TCO-COUNT
           DISPLAY "REPLACEMENT CANDIDATES: " WS-CANDIDATE-COUNT
           DISPLAY "DISPOSED (NOT RANKED): " WS-DISPOSED-COUNT
           DISPLAY "REPORT: CAR-TCO-RPT.TXT"
           DISPLAY "=========================================="
           GOBACK.

       LOAD-ASSET-FILE.
           OPEN INPUT ASSET-FILE
           IF WS-ASSET-FILE-STATUS NOT = "00"
               DISPLAY "NO CAR-ASSETS.TXT - NO VEHICLES TO RANK"
           ELSE
               PERFORM UNTIL EOF-FLG = 'Y'
                   READ ASSET-FILE
                       AT END
                           SET EOF-FLG TO 'Y'
                       NOT AT END
                           PERFORM STORE-ASSET-ROW
                   END-READ
               END-PERFORM
               CLOSE ASSET-FILE
           END-IF.

       STORE-ASSET-ROW.
           IF AS-LAST-DEPR-PERIOD > WS-LATEST-POSTING
               MOVE AS-LAST-DEPR-PERIOD TO WS-LATEST-POSTING
           END-IF
           IF AS-DISPOSAL-DATE > 0
               ADD 1 TO WS-DISPOSED-COUNT
           ELSE
               IF WS-TCO-COUNT = 500
                   MOVE 'Y' TO WS-TABLE-OVERFLOW
               ELSE
                   ADD 1 TO WS-TCO-COUNT
                   MOVE AS-CAR-MODEL TO WS-TC-MODEL(WS-TCO-COUNT)
                   MOVE AS-OWNER-NAME TO WS-TC-OWNER(WS-TCO-COUNT)
                   MOVE AS-ACQUIRED-DATE TO
                       WS-TC-ACQUIRED(WS-TCO-COUNT)
                   MOVE AS-LIFE-YEARS TO WS-TC-LIFE(WS-TCO-COUNT)
                   MOVE AS-ACCUM-DEPR TO WS-TC-DEPR(WS-TCO-COUNT)
                   MOVE 0 TO WS-TC-SERVICE(WS-TCO-COUNT)
               END-IF
           END-IF.

       ADD-SERVICE-COSTS.
           OPEN INPUT SERVICE-HISTORY-FILE
           IF WS-SERVICE-FILE-STATUS NOT = "00"
               DISPLAY "NO CAR-SERVICE-HISTORY.TXT - "
                   "SERVICE COSTS TAKEN AS ZERO"
           ELSE
               MOVE 'N' TO EOF-FLG
               PERFORM UNTIL EOF-FLG = 'Y'
                   READ SERVICE-HISTORY-FILE
                       AT END
                           SET EOF-FLG TO 'Y'
                       NOT AT END
                           PERFORM ADD-ONE-SERVICE-COST
                   END-READ
               END-PERFORM
               CLOSE SERVICE-HISTORY-FILE
           END-IF.

       ADD-ONE-SERVICE-COST.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-TCO-COUNT
               IF WS-TC-MODEL(WS-SUB) = SH-CAR-MODEL
                   AND WS-TC-OWNER(WS-SUB) = SH-OWNER-NAME
                   AND SH-SERVICE-DATE NOT < WS-TC-ACQUIRED(WS-SUB)
                   ADD SH-COST TO WS-TC-SERVICE(WS-SUB)
               END-IF
           END-PERFORM.

       WORK-OUT-COST-PER-YEAR.
           MOVE WS-RUN-DATE TO WS-END-DATE
           IF WS-TC-ACQUIRED(WS-SUB) > WS-END-DATE
               MOVE WS-TC-ACQUIRED(WS-SUB) TO WS-END-DATE
           END-IF
           COMPUTE WS-DAYS-OWNED =
               FUNCTION INTEGER-OF-DATE(WS-END-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-TC-ACQUIRED(WS-SUB))
      *> Anything owned under a month is costed as a month, so a new
      *> vehicle with one early repair does not top the list.
           COMPUTE WS-TC-YEARS(WS-SUB) ROUNDED = WS-DAYS-OWNED / 365.25
           IF WS-TC-YEARS(WS-SUB) < 0.0833
               MOVE 0.0833 TO WS-TC-YEARS(WS-SUB)
           END-IF
           COMPUTE WS-TC-PER-YEAR(WS-SUB) ROUNDED =
               (WS-TC-DEPR(WS-SUB) + WS-TC-SERVICE(WS-SUB))
               / WS-TC-YEARS(WS-SUB)
           ADD WS-TC-PER-YEAR(WS-SUB) TO WS-FLEET-COST-PER-YEAR.

       RANK-BY-COST-PER-YEAR.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB >= WS-TCO-COUNT
               PERFORM VARYING WS-SUB-2 FROM WS-SUB BY 1
                       UNTIL WS-SUB-2 > WS-TCO-COUNT
                   IF WS-TC-PER-YEAR(WS-SUB-2) >
                       WS-TC-PER-YEAR(WS-SUB)
                       MOVE WS-TCO-ROW(WS-SUB) TO WS-SWAP-ROW
                       MOVE WS-TCO-ROW(WS-SUB-2) TO WS-TCO-ROW(WS-SUB)
                       MOVE WS-SWAP-ROW TO WS-TCO-ROW(WS-SUB-2)
                   END-IF
               END-PERFORM
           END-PERFORM.

       PRINT-ONE-VEHICLE.
           MOVE WS-SUB TO TCO-RANK
           MOVE WS-TC-MODEL(WS-SUB) TO TCO-CAR-MODEL
           MOVE WS-TC-OWNER(WS-SUB) TO TCO-OWNER-NAME
           MOVE WS-TC-ACQUIRED(WS-SUB) TO TCO-ACQUIRED
           MOVE WS-TC-YEARS(WS-SUB) TO TCO-YEARS
           MOVE WS-TC-DEPR(WS-SUB) TO TCO-DEPRECIATION
           MOVE WS-TC-SERVICE(WS-SUB) TO TCO-SERVICE
           COMPUTE TCO-TOTAL =
               WS-TC-DEPR(WS-SUB) + WS-TC-SERVICE(WS-SUB)
           MOVE WS-TC-PER-YEAR(WS-SUB) TO TCO-PER-YEAR
           MOVE SPACES TO TCO-FLAGS
           MOVE 1 TO WS-FLAG-POINTER
           IF WS-TC-YEARS(WS-SUB) NOT < WS-TC-LIFE(WS-SUB)
               STRING "PAST LIFE " DELIMITED BY SIZE
                   INTO TCO-FLAGS WITH POINTER WS-FLAG-POINTER
               END-STRING
           END-IF
           IF WS-TC-SERVICE(WS-SUB) > WS-TC-DEPR(WS-SUB)
               STRING "SVC>DEPR " DELIMITED BY SIZE
                   INTO TCO-FLAGS WITH POINTER WS-FLAG-POINTER
               END-STRING
           END-IF
           IF WS-TCO-COUNT > 1
               AND WS-TC-PER-YEAR(WS-SUB) NOT < WS-HIGH-COST-LIMIT
               STRING "HIGH COST" DELIMITED BY SIZE
                   INTO TCO-FLAGS WITH POINTER WS-FLAG-POINTER
               END-STRING
           END-IF
           IF TCO-FLAGS NOT = SPACES
               ADD 1 TO WS-CANDIDATE-COUNT
           END-IF
           ADD WS-TC-DEPR(WS-SUB) TO WS-TOTAL-DEPR
           ADD WS-TC-SERVICE(WS-SUB) TO WS-TOTAL-SERVICE
           MOVE WS-TCO-LINE TO WS-PRINT-LINE
           PERFORM WRITE-TCO-LINE.

       PRINT-TCO-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-TCO-LINE
           MOVE SPACES TO WS-TCO-LINE
           MOVE "FLEET TOTAL" TO TCO-CAR-MODEL
           MOVE WS-TOTAL-DEPR TO TCO-DEPRECIATION
           MOVE WS-TOTAL-SERVICE TO TCO-SERVICE
           COMPUTE WS-TOTAL-COST = WS-TOTAL-DEPR + WS-TOTAL-SERVICE
           MOVE WS-TOTAL-COST TO TCO-TOTAL
           MOVE WS-FLEET-AVERAGE TO TCO-PER-YEAR
           MOVE "AVERAGE COST PER YEAR" TO TCO-FLAGS
           MOVE WS-TCO-LINE TO WS-PRINT-LINE
           PERFORM WRITE-TCO-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "VEHICLES RANKED: " WS-TCO-COUNT
               "   REPLACEMENT CANDIDATES: " WS-CANDIDATE-COUNT
               "   DISPOSED, NOT RANKED: " WS-DISPOSED-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING
           PERFORM WRITE-TCO-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "FLAGS: PAST LIFE = OWNED BEYOND DEPRECIATION LIFE;"
               " SVC>DEPR = SERVICE COST EXCEEDS DEPRECIATION;"
               " HIGH COST = 150% OF FLEET AVERAGE"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING
           PERFORM WRITE-TCO-LINE.

       WRITE-TCO-LINE.
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       END PROGRAM CAR-TCO.
