      ******************************************************************
      * Author: VICENTE MBA ENGUNG
      * Date: SEPTEMBER 1, 2026
      * Purpose: Month-end depreciation for the fleet asset register.
      *          For the month asked for, post each vehicle's
      *          depreciation on CAR-ASSETS.TXT (straight line on
      *          cost less salvage, or double declining on book
      *          value, full-month convention from the month of
      *          acquisition, never below salvage, any remainder
      *          written off in the last month of life), retire
      *          vehicles disposed of (once, in the first run after
      *          the disposal is recorded, whatever month it falls
      *          in), journal every row to
      *          CAR-DEPR-JOURNAL.TXT, and print the fixed-asset
      *          schedule to CAR-ASSET-SCHEDULE.TXT - opening book
      *          value, depreciation, disposals, proceeds, gain or
      *          loss, closing book value. A month already on the
      *          journal is not posted again; its schedule is
      *          reprinted from the journal instead. Months skipped
      *          since the last posting are caught up.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAR-DEPRECIATION.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ASSET-FILE ASSIGN TO "CAR-ASSETS.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ASSET-FILE-STATUS.

           SELECT JOURNAL-FILE ASSIGN TO "CAR-DEPR-JOURNAL.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-JOURNAL-FILE-STATUS.

           SELECT SCHEDULE-REPORT-FILE ASSIGN
            TO "CAR-ASSET-SCHEDULE.TXT"
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

       FD JOURNAL-FILE.
      *> One row per vehicle per month posted - the schedule line as
      *> it was printed, so a month can be reprinted and the
      *> cost-of-ownership report can total depreciation by year.
       01 JOURNAL-RECORD.
           05 DJ-PERIOD PIC 9(6).
           05 DJ-CAR-MODEL PIC X(15).
           05 DJ-OWNER-NAME PIC X(30).
           05 DJ-OPENING-BV PIC 9(7)V99.
           05 DJ-DEPRECIATION PIC 9(7)V99.
           05 DJ-DISPOSAL-BV PIC 9(7)V99.
           05 DJ-PROCEEDS PIC 9(7)V99.
           05 DJ-CLOSING-BV PIC 9(7)V99.
           05 DJ-POSTED-DATE PIC 9(8).

       FD SCHEDULE-REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
          05 EOF-FLG              PIC X VALUE 'N'.
       01 WS-ASSET-FILE-STATUS     PIC XX.
       01 WS-JOURNAL-FILE-STATUS   PIC XX.
       01 WS-REPORT-FILE-STATUS    PIC XX.
       01 WS-RUN-DATE              PIC 9(8).
       01 WS-PERIOD-IN             PIC X(8).
       01 WS-PERIOD                PIC 9(6).
       01 WS-PERIOD-PARTS REDEFINES WS-PERIOD.
           05 WS-PERIOD-YEAR       PIC 9(4).
           05 WS-PERIOD-MONTH      PIC 9(2).
       01 WS-PERIOD-OK             PIC X.
      *> Month numbers (year * 12 + month) so spans of months are a
      *> plain subtraction.
       01 WS-PERIOD-INDEX          PIC 9(6).
       01 WS-ACQUIRED-INDEX        PIC 9(6).
       01 WS-DISPOSED-INDEX        PIC 9(6).
       01 WS-FROM-INDEX            PIC 9(6).
       01 WS-TO-INDEX              PIC 9(6).
       01 WS-MONTH-INDEX           PIC 9(6).
       01 WS-LAST-INDEX            PIC 9(6).
       01 WS-LAST-PERIOD-WORK      PIC 9(6).
       01 WS-LAST-PERIOD-PARTS REDEFINES WS-LAST-PERIOD-WORK.
           05 WS-LAST-PERIOD-YEAR  PIC 9(4).
           05 WS-LAST-PERIOD-MONTH PIC 9(2).
       01 WS-LIFE-MONTHS           PIC 9(4).
       01 WS-MONTH-OF-LIFE         PIC S9(6).
       01 WS-DATE-WORK             PIC 9(8).
       01 WS-DATE-WORK-PARTS REDEFINES WS-DATE-WORK.
           05 WS-DATE-WORK-YEAR    PIC 9(4).
           05 WS-DATE-WORK-MONTH   PIC 9(2).
           05 WS-DATE-WORK-DAY     PIC 9(2).
       01 WS-SUB                   PIC 9(3).
       01 WS-ALREADY-POSTED        PIC X VALUE 'N'.
       01 WS-LATER-POSTED          PIC X VALUE 'N'.
       01 WS-LATEST-JOURNAL-PERIOD PIC 9(6) VALUE 0.
       01 WS-ON-SCHEDULE           PIC X.
      *> Amounts for the vehicle being worked.
       01 WS-BOOK-VALUE            PIC S9(7)V99.
       01 WS-MONTH-DEPR            PIC S9(7)V99.
       01 WS-OPENING-BV            PIC 9(7)V99.
       01 WS-PERIOD-DEPR           PIC 9(7)V99.
       01 WS-DISPOSAL-BV           PIC 9(7)V99.
       01 WS-PROCEEDS              PIC 9(7)V99.
       01 WS-CLOSING-BV            PIC 9(7)V99.
       01 WS-GAIN-LOSS             PIC S9(7)V99.
      *> Schedule totals.
       01 WS-TOTAL-OPENING         PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-DEPR            PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-DISPOSAL        PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-PROCEEDS        PIC 9(9)V99 VALUE 0.
       01 WS-TOTAL-GAIN-LOSS       PIC S9(9)V99 VALUE 0.
       01 WS-TOTAL-CLOSING         PIC 9(9)V99 VALUE 0.
       01 WS-VEHICLE-COUNT         PIC 9(3) VALUE 0.
       01 WS-DISPOSED-COUNT        PIC 9(3) VALUE 0.
       01 WS-PRINT-LINE            PIC X(132).
       01 WS-SCHEDULE-HEADING.
           05 FILLER PIC X(46) VALUE
               "VEHICLE         OWNER            ACQUIRED  MTH".
           05 FILLER PIC X(42) VALUE
               "    OPENING BV  DEPRECIATION     DISPOSALS".
           05 FILLER PIC X(44) VALUE
               "      PROCEEDS    GAIN/LOSS    CLOSING BV".
       01 WS-SCHEDULE-LINE.
           05 SCH-CAR-MODEL        PIC X(15).
           05 FILLER               PIC X VALUE SPACE.
           05 SCH-OWNER-NAME       PIC X(16).
           05 FILLER               PIC X VALUE SPACE.
           05 SCH-ACQUIRED         PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 SCH-METHOD           PIC X(2).
           05 FILLER               PIC X VALUE SPACE.
           05 SCH-OPENING          PIC Z,ZZZ,ZZZ,ZZ9.99.
           05 SCH-DEPRECIATION     PIC ZZZ,ZZZ,ZZ9.99.
           05 SCH-DISPOSAL         PIC ZZZ,ZZZ,ZZ9.99.
           05 SCH-PROCEEDS         PIC ZZZ,ZZZ,ZZ9.99.
           05 SCH-GAIN-LOSS        PIC ---,---,--9.99.
           05 SCH-CLOSING          PIC ZZZ,ZZZ,ZZ9.99.
           05 FILLER               PIC X(1) VALUE SPACE.
      *> Whole register held in storage and rewritten once after
      *> posting.
       01 WS-ASSET-TABLE.
          05 WS-ASSET-ROW OCCURS 500 TIMES.
             10 WS-AS-MODEL        PIC X(15).
             10 WS-AS-OWNER        PIC X(30).
             10 WS-AS-ACQUIRED     PIC 9(8).
             10 WS-AS-COST         PIC 9(7)V99.
             10 WS-AS-SALVAGE      PIC 9(7)V99.
             10 WS-AS-METHOD       PIC X(2).
             10 WS-AS-LIFE         PIC 9(2).
             10 WS-AS-ACCUM        PIC 9(7)V99.
             10 WS-AS-LAST-PERIOD  PIC 9(6).
             10 WS-AS-DISPOSED     PIC 9(8).
             10 WS-AS-PROCEEDS     PIC 9(7)V99.
             10 WS-AS-DISP-POSTED  PIC X.
       01 WS-ASSET-COUNT           PIC 9(3) VALUE 0.
      *> Journal rows for the month, held until the register is
      *> safely rewritten.
       01 WS-JOURNAL-TABLE.
          05 WS-JOURNAL-ROW OCCURS 500 TIMES.
             10 WS-JR-PERIOD       PIC 9(6).
             10 WS-JR-MODEL        PIC X(15).
             10 WS-JR-OWNER        PIC X(30).
             10 WS-JR-OPENING      PIC 9(7)V99.
             10 WS-JR-DEPR         PIC 9(7)V99.
             10 WS-JR-DISPOSAL     PIC 9(7)V99.
             10 WS-JR-PROCEEDS     PIC 9(7)V99.
             10 WS-JR-CLOSING      PIC 9(7)V99.
       01 WS-TABLE-OVERFLOW        PIC X VALUE 'N'.
       01 WS-REWRITE-OK            PIC X VALUE 'N'.

       PROCEDURE DIVISION.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM GET-PERIOD
           PERFORM LOAD-ASSET-FILE
           IF WS-TABLE-OVERFLOW = 'Y'
               DISPLAY "ASSET REGISTER EXCEEDS THE 500-ROW TABLE - "
                   "DEPRECIATION REFUSED SO NO RECORDS ARE LOST"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM SCAN-JOURNAL
           IF WS-LATER-POSTED = 'Y' AND WS-ALREADY-POSTED NOT = 'Y'
               DISPLAY "DEPRECIATION IS ALREADY POSTED THROUGH "
                   WS-LATEST-JOURNAL-PERIOD " - " WS-PERIOD
                   " CANNOT BE POSTED BEHIND IT"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT SCHEDULE-REPORT-FILE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "FIXED-ASSET SCHEDULE - FLEET VEHICLES  PERIOD: "
               WS-PERIOD "   RUN DATE: " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING
           IF WS-ALREADY-POSTED = 'Y'
               MOVE "(REPRINT FROM JOURNAL)" TO WS-PRINT-LINE(84:22)
           END-IF
           PERFORM WRITE-SCHEDULE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-SCHEDULE-LINE
           MOVE WS-SCHEDULE-HEADING TO WS-PRINT-LINE
           PERFORM WRITE-SCHEDULE-LINE

           IF WS-ALREADY-POSTED = 'Y'
               DISPLAY "PERIOD " WS-PERIOD " ALREADY POSTED - "
                   "SCHEDULE REPRINTED FROM THE JOURNAL"
               PERFORM REPRINT-FROM-JOURNAL
           ELSE
               PERFORM POST-ONE-ASSET
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ASSET-COUNT
           END-IF

           PERFORM PRINT-SCHEDULE-TOTALS
           CLOSE SCHEDULE-REPORT-FILE

           IF WS-ALREADY-POSTED NOT = 'Y'
      *> Register first, then the journal. A register that cannot be
      *> rewritten journals nothing and the month is simply run
      *> again. A run that dies between the two leaves the register
      *> posted with no journal rows for the month - a rerun then
      *> journals the month at nothing, so the rows must be keyed
      *> back from the printed schedule.
               PERFORM REWRITE-ASSET-FILE
               IF WS-REWRITE-OK = 'Y'
                   PERFORM APPEND-JOURNAL
               ELSE
                   DISPLAY "NOTHING JOURNALED - RUN " WS-PERIOD
                       " AGAIN ONCE CAR-ASSETS.TXT CAN BE WRITTEN"
               END-IF
           END-IF

           DISPLAY "=========================================="
           DISPLAY "PERIOD:              " WS-PERIOD
           DISPLAY "VEHICLES ON SCHEDULE: " WS-VEHICLE-COUNT
           DISPLAY "DISPOSALS:           " WS-DISPOSED-COUNT
           DISPLAY "SCHEDULE: CAR-ASSET-SCHEDULE.TXT"
           DISPLAY "=========================================="
           GOBACK.

       GET-PERIOD.
           MOVE 'N' TO WS-PERIOD-OK
           PERFORM UNTIL WS-PERIOD-OK = 'Y'
               DISPLAY "Month to post (YYYYMM, blank for this month):"
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
           END-PERFORM
           COMPUTE WS-PERIOD-INDEX =
               WS-PERIOD-YEAR * 12 + WS-PERIOD-MONTH.

       LOAD-ASSET-FILE.
           OPEN INPUT ASSET-FILE
           IF WS-ASSET-FILE-STATUS NOT = "00"
               DISPLAY "NO CAR-ASSETS.TXT - NOTHING TO DEPRECIATE"
           ELSE
               PERFORM UNTIL EOF-FLG = 'Y'
                   READ ASSET-FILE
                       AT END
                           SET EOF-FLG TO 'Y'
                       NOT AT END
                           IF WS-ASSET-COUNT = 500
                               MOVE 'Y' TO WS-TABLE-OVERFLOW
                           ELSE
                               ADD 1 TO WS-ASSET-COUNT
                               MOVE ASSET-RECORD TO
                                   WS-ASSET-ROW(WS-ASSET-COUNT)
                               PERFORM SET-DISPOSAL-POSTED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ASSET-FILE
           END-IF.

       SET-DISPOSAL-POSTED.
      *> A row written before the register carried the marker was
      *> retired when its disposal month was posted.
           MOVE WS-ASSET-COUNT TO WS-SUB
           IF WS-AS-DISP-POSTED(WS-SUB) NOT = 'Y'
               AND WS-AS-DISP-POSTED(WS-SUB) NOT = 'N'
               MOVE 'N' TO WS-AS-DISP-POSTED(WS-SUB)
               IF WS-AS-DISPOSED(WS-SUB) > 0
                   AND WS-AS-LAST-PERIOD(WS-SUB) > 0
                   AND WS-AS-LAST-PERIOD(WS-SUB) NOT <
                       WS-AS-DISPOSED(WS-SUB)(1:6)
                   MOVE 'Y' TO WS-AS-DISP-POSTED(WS-SUB)
               END-IF
           END-IF.

       SCAN-JOURNAL.
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS = "00"
               MOVE 'N' TO EOF-FLG
               PERFORM UNTIL EOF-FLG = 'Y'
                   READ JOURNAL-FILE
                       AT END
                           SET EOF-FLG TO 'Y'
                       NOT AT END
                           IF DJ-PERIOD = WS-PERIOD
                               MOVE 'Y' TO WS-ALREADY-POSTED
                           END-IF
                           IF DJ-PERIOD > WS-PERIOD
                               MOVE 'Y' TO WS-LATER-POSTED
                           END-IF
                           IF DJ-PERIOD > WS-LATEST-JOURNAL-PERIOD
                               MOVE DJ-PERIOD TO
                                   WS-LATEST-JOURNAL-PERIOD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE JOURNAL-FILE
           END-IF.

       POST-ONE-ASSET.
           MOVE 'Y' TO WS-ON-SCHEDULE
           MOVE WS-AS-ACQUIRED(WS-SUB) TO WS-DATE-WORK
           COMPUTE WS-ACQUIRED-INDEX =
               WS-DATE-WORK-YEAR * 12 + WS-DATE-WORK-MONTH
           MOVE WS-AS-LAST-PERIOD(WS-SUB) TO WS-LAST-PERIOD-WORK
           COMPUTE WS-LAST-INDEX =
               WS-LAST-PERIOD-YEAR * 12 + WS-LAST-PERIOD-MONTH
           MOVE 0 TO WS-DISPOSED-INDEX
           IF WS-AS-DISPOSED(WS-SUB) > 0
               MOVE WS-AS-DISPOSED(WS-SUB) TO WS-DATE-WORK
               COMPUTE WS-DISPOSED-INDEX =
                   WS-DATE-WORK-YEAR * 12 + WS-DATE-WORK-MONTH
           END-IF
      *> Not yet bought, or retired by an earlier posting - not on
      *> this month's schedule. A disposal recorded after its month
      *> was posted is still retired now, so its book value and
      *> proceeds reach the journal.
           IF WS-ACQUIRED-INDEX > WS-PERIOD-INDEX
               MOVE 'N' TO WS-ON-SCHEDULE
           END-IF
           IF WS-AS-DISP-POSTED(WS-SUB) = 'Y'
               MOVE 'N' TO WS-ON-SCHEDULE
           END-IF
           IF WS-ON-SCHEDULE = 'Y'
               PERFORM DEPRECIATE-ONE-ASSET
               PERFORM PRINT-ASSET-LINE
               PERFORM STORE-JOURNAL-ROW
           END-IF.

       DEPRECIATE-ONE-ASSET.
           COMPUTE WS-BOOK-VALUE =
               WS-AS-COST(WS-SUB) - WS-AS-ACCUM(WS-SUB)
           MOVE WS-BOOK-VALUE TO WS-OPENING-BV
           MOVE 0 TO WS-PERIOD-DEPR WS-DISPOSAL-BV WS-PROCEEDS
               WS-GAIN-LOSS
      *> Months owed: from the month after the last posting (or the
      *> month of acquisition) through this month, stopping at the
      *> month of disposal.
           IF WS-AS-LAST-PERIOD(WS-SUB) = 0
               MOVE WS-ACQUIRED-INDEX TO WS-FROM-INDEX
           ELSE
               COMPUTE WS-FROM-INDEX = WS-LAST-INDEX + 1
           END-IF
           MOVE WS-PERIOD-INDEX TO WS-TO-INDEX
           IF WS-DISPOSED-INDEX > 0
               AND WS-DISPOSED-INDEX < WS-TO-INDEX
               MOVE WS-DISPOSED-INDEX TO WS-TO-INDEX
           END-IF
           COMPUTE WS-LIFE-MONTHS = WS-AS-LIFE(WS-SUB) * 12
           PERFORM DEPRECIATE-ONE-MONTH
               VARYING WS-MONTH-INDEX FROM WS-FROM-INDEX BY 1
               UNTIL WS-MONTH-INDEX > WS-TO-INDEX
           ADD WS-PERIOD-DEPR TO WS-AS-ACCUM(WS-SUB)
           IF WS-DISPOSED-INDEX > 0
               AND WS-DISPOSED-INDEX NOT > WS-PERIOD-INDEX
               MOVE WS-BOOK-VALUE TO WS-DISPOSAL-BV
               MOVE WS-AS-PROCEEDS(WS-SUB) TO WS-PROCEEDS
               COMPUTE WS-GAIN-LOSS = WS-PROCEEDS - WS-DISPOSAL-BV
               ADD 1 TO WS-DISPOSED-COUNT
               MOVE 0 TO WS-BOOK-VALUE
               MOVE 'Y' TO WS-AS-DISP-POSTED(WS-SUB)
           END-IF
           MOVE WS-BOOK-VALUE TO WS-CLOSING-BV
           MOVE WS-PERIOD TO WS-AS-LAST-PERIOD(WS-SUB).

       DEPRECIATE-ONE-MONTH.
           COMPUTE WS-MONTH-OF-LIFE =
               WS-MONTH-INDEX - WS-ACQUIRED-INDEX + 1
           EVALUATE TRUE
               WHEN WS-MONTH-OF-LIFE > WS-LIFE-MONTHS
                   MOVE 0 TO WS-MONTH-DEPR
               WHEN WS-MONTH-OF-LIFE = WS-LIFE-MONTHS
                   COMPUTE WS-MONTH-DEPR =
                       WS-BOOK-VALUE - WS-AS-SALVAGE(WS-SUB)
               WHEN WS-AS-METHOD(WS-SUB) = "DB"
                   COMPUTE WS-MONTH-DEPR ROUNDED =
                       WS-BOOK-VALUE * 2 / WS-LIFE-MONTHS
               WHEN OTHER
                   COMPUTE WS-MONTH-DEPR ROUNDED =
                       (WS-AS-COST(WS-SUB) - WS-AS-SALVAGE(WS-SUB))
                       / WS-LIFE-MONTHS
           END-EVALUATE
           IF WS-MONTH-DEPR > WS-BOOK-VALUE - WS-AS-SALVAGE(WS-SUB)
               COMPUTE WS-MONTH-DEPR =
                   WS-BOOK-VALUE - WS-AS-SALVAGE(WS-SUB)
           END-IF
           IF WS-MONTH-DEPR < 0
               MOVE 0 TO WS-MONTH-DEPR
           END-IF
           SUBTRACT WS-MONTH-DEPR FROM WS-BOOK-VALUE
           ADD WS-MONTH-DEPR TO WS-PERIOD-DEPR.

       PRINT-ASSET-LINE.
           ADD 1 TO WS-VEHICLE-COUNT
           MOVE WS-AS-MODEL(WS-SUB) TO SCH-CAR-MODEL
           MOVE WS-AS-OWNER(WS-SUB) TO SCH-OWNER-NAME
           MOVE WS-AS-ACQUIRED(WS-SUB) TO SCH-ACQUIRED
           MOVE WS-AS-METHOD(WS-SUB) TO SCH-METHOD
           PERFORM PRINT-AMOUNTS.

       PRINT-AMOUNTS.
           MOVE WS-OPENING-BV TO SCH-OPENING
           MOVE WS-PERIOD-DEPR TO SCH-DEPRECIATION
           MOVE WS-DISPOSAL-BV TO SCH-DISPOSAL
           MOVE WS-PROCEEDS TO SCH-PROCEEDS
           MOVE WS-GAIN-LOSS TO SCH-GAIN-LOSS
           MOVE WS-CLOSING-BV TO SCH-CLOSING
           MOVE WS-SCHEDULE-LINE TO WS-PRINT-LINE
           PERFORM WRITE-SCHEDULE-LINE
           ADD WS-OPENING-BV TO WS-TOTAL-OPENING
           ADD WS-PERIOD-DEPR TO WS-TOTAL-DEPR
           ADD WS-DISPOSAL-BV TO WS-TOTAL-DISPOSAL
           ADD WS-PROCEEDS TO WS-TOTAL-PROCEEDS
           ADD WS-GAIN-LOSS TO WS-TOTAL-GAIN-LOSS
           ADD WS-CLOSING-BV TO WS-TOTAL-CLOSING.

       STORE-JOURNAL-ROW.
           MOVE WS-PERIOD TO WS-JR-PERIOD(WS-VEHICLE-COUNT)
           MOVE WS-AS-MODEL(WS-SUB) TO WS-JR-MODEL(WS-VEHICLE-COUNT)
           MOVE WS-AS-OWNER(WS-SUB) TO WS-JR-OWNER(WS-VEHICLE-COUNT)
           MOVE WS-OPENING-BV TO WS-JR-OPENING(WS-VEHICLE-COUNT)
           MOVE WS-PERIOD-DEPR TO WS-JR-DEPR(WS-VEHICLE-COUNT)
           MOVE WS-DISPOSAL-BV TO WS-JR-DISPOSAL(WS-VEHICLE-COUNT)
           MOVE WS-PROCEEDS TO WS-JR-PROCEEDS(WS-VEHICLE-COUNT)
           MOVE WS-CLOSING-BV TO WS-JR-CLOSING(WS-VEHICLE-COUNT).

       REPRINT-FROM-JOURNAL.
           OPEN INPUT JOURNAL-FILE
           MOVE 'N' TO EOF-FLG
           PERFORM UNTIL EOF-FLG = 'Y'
               READ JOURNAL-FILE
                   AT END
                       SET EOF-FLG TO 'Y'
                   NOT AT END
                       IF DJ-PERIOD = WS-PERIOD
                           PERFORM PRINT-JOURNAL-LINE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE JOURNAL-FILE.

       PRINT-JOURNAL-LINE.
           ADD 1 TO WS-VEHICLE-COUNT
           MOVE DJ-CAR-MODEL TO SCH-CAR-MODEL
           MOVE DJ-OWNER-NAME TO SCH-OWNER-NAME
           MOVE SPACES TO SCH-ACQUIRED SCH-METHOD
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ASSET-COUNT
               IF WS-AS-MODEL(WS-SUB) = DJ-CAR-MODEL
                   AND WS-AS-OWNER(WS-SUB) = DJ-OWNER-NAME
                   MOVE WS-AS-ACQUIRED(WS-SUB) TO SCH-ACQUIRED
                   MOVE WS-AS-METHOD(WS-SUB) TO SCH-METHOD
               END-IF
           END-PERFORM
           MOVE DJ-OPENING-BV TO WS-OPENING-BV
           MOVE DJ-DEPRECIATION TO WS-PERIOD-DEPR
           MOVE DJ-DISPOSAL-BV TO WS-DISPOSAL-BV
           MOVE DJ-PROCEEDS TO WS-PROCEEDS
           MOVE DJ-CLOSING-BV TO WS-CLOSING-BV
           COMPUTE WS-GAIN-LOSS = WS-PROCEEDS - WS-DISPOSAL-BV
           IF WS-DISPOSAL-BV > 0 OR WS-PROCEEDS > 0
               ADD 1 TO WS-DISPOSED-COUNT
           END-IF
           PERFORM PRINT-AMOUNTS.

       PRINT-SCHEDULE-TOTALS.
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-SCHEDULE-LINE
           MOVE "FLEET TOTAL" TO SCH-CAR-MODEL
           MOVE SPACES TO SCH-OWNER-NAME SCH-ACQUIRED SCH-METHOD
           MOVE WS-TOTAL-OPENING TO SCH-OPENING
           MOVE WS-TOTAL-DEPR TO SCH-DEPRECIATION
           MOVE WS-TOTAL-DISPOSAL TO SCH-DISPOSAL
           MOVE WS-TOTAL-PROCEEDS TO SCH-PROCEEDS
           MOVE WS-TOTAL-GAIN-LOSS TO SCH-GAIN-LOSS
           MOVE WS-TOTAL-CLOSING TO SCH-CLOSING
           MOVE WS-SCHEDULE-LINE TO WS-PRINT-LINE
           PERFORM WRITE-SCHEDULE-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "VEHICLES: " WS-VEHICLE-COUNT
               "   DISPOSALS: " WS-DISPOSED-COUNT
               "   OPENING - DEPRECIATION - DISPOSALS = CLOSING"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING
           PERFORM WRITE-SCHEDULE-LINE.

       WRITE-SCHEDULE-LINE.
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       REWRITE-ASSET-FILE.
           MOVE 'N' TO WS-REWRITE-OK
           OPEN OUTPUT ASSET-FILE
           IF WS-ASSET-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - UNABLE TO REWRITE CAR-ASSETS.TXT"
                   ", FILE STATUS = " WS-ASSET-FILE-STATUS
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-ASSET-COUNT
                   MOVE WS-ASSET-ROW(WS-SUB) TO ASSET-RECORD
                   WRITE ASSET-RECORD
               END-PERFORM
               CLOSE ASSET-FILE
               MOVE 'Y' TO WS-REWRITE-OK
           END-IF.

       APPEND-JOURNAL.
           OPEN EXTEND JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               OPEN OUTPUT JOURNAL-FILE
           END-IF
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-VEHICLE-COUNT
               MOVE WS-JR-PERIOD(WS-SUB) TO DJ-PERIOD
               MOVE WS-JR-MODEL(WS-SUB) TO DJ-CAR-MODEL
               MOVE WS-JR-OWNER(WS-SUB) TO DJ-OWNER-NAME
               MOVE WS-JR-OPENING(WS-SUB) TO DJ-OPENING-BV
               MOVE WS-JR-DEPR(WS-SUB) TO DJ-DEPRECIATION
               MOVE WS-JR-DISPOSAL(WS-SUB) TO DJ-DISPOSAL-BV
               MOVE WS-JR-PROCEEDS(WS-SUB) TO DJ-PROCEEDS
               MOVE WS-JR-CLOSING(WS-SUB) TO DJ-CLOSING-BV
               MOVE WS-RUN-DATE TO DJ-POSTED-DATE
               WRITE JOURNAL-RECORD
           END-PERFORM
           CLOSE JOURNAL-FILE.

       END PROGRAM CAR-DEPRECIATION.
