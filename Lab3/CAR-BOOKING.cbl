      ******************************************************************
      * Author: VICENTE MBA ENGUNG
      * Date: SEPTEMBER 1, 2026
      * Purpose: Fleet vehicle reservations against the car file Lab3
      *          reports on. A requesting department gives a date
      *          range and the towing load it needs; only vehicles
      *          (CAR-MODEL / OWNER-NAME pair on CAR-RECORD-IN) whose
      *          TOWING-CAPACITY covers the load, that have no
      *          overlapping booking, and whose latest CAR-SERVICE
      *          next-due date does not fall on or before the last
      *          day of the period are offered. Bookings live on
      *          CAR-BOOKINGS.TXT; cancellation keeps the row with a
      *          C status. Also prints the daily dispatch sheet of
      *          vehicles going out and coming back, and the yearly
      *          utilization report of days booked per vehicle per
      *          month. No more promising the same truck twice.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAR-BOOKING.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAR-FILE-IN
            ASSIGN TO DYNAMIC WS-CAR-FILE-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CAR-FILE-STATUS.

           SELECT SERVICE-HISTORY-FILE ASSIGN
            TO "CAR-SERVICE-HISTORY.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-SERVICE-FILE-STATUS.

           SELECT BOOKING-FILE ASSIGN TO "CAR-BOOKINGS.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-BOOKING-FILE-STATUS.

           SELECT DISPATCH-REPORT-FILE ASSIGN
            TO "CAR-DISPATCH-RPT.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT UTILIZATION-REPORT-FILE ASSIGN
            TO "CAR-UTILIZATION-RPT.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CAR-FILE-IN.
       01 CAR-RECORD-IN.
           05 CAR-MODEL           PIC X(15).
           05 CAR-DATA.
            10 ENGINE          PIC X(25).
            10 TOWING-CAPACITY PIC 9(8).
            10 OWNER-NAME      PIC X(30).

       FD SERVICE-HISTORY-FILE.
       01 SERVICE-HISTORY-RECORD.
           05 SH-CAR-MODEL PIC X(15).
           05 SH-OWNER-NAME PIC X(30).
           05 SH-SERVICE-DATE PIC 9(8).
           05 SH-SERVICE-TYPE PIC X(20).
           05 SH-ODOMETER PIC 9(7).
           05 SH-COST PIC 9(5)V99.
           05 SH-NEXT-DUE-DATE PIC 9(8).

       FD BOOKING-FILE.
      *> One row per reservation, keyed to the car file's
      *> CAR-MODEL/OWNER-NAME pair. Start and end dates are both
      *> days the vehicle is out. A cancelled booking keeps its row
      *> with status C so the number is never reused.
       01 BOOKING-RECORD.
           05 BK-BOOKING-NUMBER PIC 9(6).
           05 BK-CAR-MODEL PIC X(15).
           05 BK-OWNER-NAME PIC X(30).
           05 BK-START-DATE PIC 9(8).
           05 BK-END-DATE PIC 9(8).
           05 BK-REQUESTER PIC X(30).
           05 BK-TOWING-LOAD PIC 9(8).
           05 BK-STATUS PIC X.
           05 BK-BOOKED-DATE PIC 9(8).
           05 BK-CANCELLED-DATE PIC 9(8).

       FD DISPATCH-REPORT-FILE.
       01 DISPATCH-REPORT-RECORD PIC X(132).

       FD UTILIZATION-REPORT-FILE.
       01 UTILIZATION-REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
          05 EOF-FLG              PIC X VALUE 'N'.
       01 WS-CAR-FILE-PATH         PIC X(100) VALUE "N:\CARFILE.TXT".
       01 WS-CAR-FILE-STATUS       PIC XX.
       01 WS-SERVICE-FILE-STATUS   PIC XX.
       01 WS-BOOKING-FILE-STATUS   PIC XX.
       01 WS-REPORT-FILE-STATUS    PIC XX.
       01 WS-MENU-CHOICE           PIC X.
       01 WS-NUMBER-IN             PIC X(8).
       01 WS-TEXT-IN               PIC X(30).
       01 WS-SUB                   PIC 9(3).
       01 WS-HIST-SUB              PIC 9(3).
       01 WS-BOOK-SUB              PIC 9(3).
       01 WS-BOOK-FOUND            PIC 9(3).
       01 WS-RUN-DATE              PIC 9(8).
       01 WS-PRINT-LINE            PIC X(132).
       01 WS-BOOKINGS-CHANGED      PIC X VALUE 'N'.
       01 WS-BOOKED-COUNT          PIC 9(3) VALUE 0.
       01 WS-CANCELLED-COUNT       PIC 9(3) VALUE 0.
       01 WS-NEXT-BOOKING-NUMBER   PIC 9(6) VALUE 1.
       01 WS-CONFIRM               PIC X.
      *> Date being keyed, with the parts broken out for the range
      *> check.
       01 WS-DATE-IN               PIC 9(8).
       01 WS-DATE-IN-PARTS REDEFINES WS-DATE-IN.
           05 WS-DATE-IN-YEAR      PIC 9(4).
           05 WS-DATE-IN-MONTH     PIC 9(2).
           05 WS-DATE-IN-DAY       PIC 9(2).
       01 WS-DATE-OK               PIC X.
      *> The request being booked.
       01 WS-REQ-START             PIC 9(8).
       01 WS-REQ-END               PIC 9(8).
       01 WS-REQ-LOAD              PIC 9(8).
       01 WS-REQ-REQUESTER         PIC X(30).
      *> Why a vehicle was turned down for the request - blank when
      *> it is offered.
       01 WS-REFUSE-REASON         PIC X(40).
       01 WS-LATEST-DUE            PIC 9(8).
      *> Vehicles offered for the request, by car-table subscript.
       01 WS-OFFER-TABLE.
          05 WS-OFFER-CAR OCCURS 500 TIMES PIC 9(3).
       01 WS-OFFER-COUNT           PIC 9(3) VALUE 0.
       01 WS-OFFER-PICK            PIC 9(3).
      *> Whole fleet held in storage - the CAR-MAINT idiom, 500 cars
      *> is far past the shop's fleet.
       01 WS-CAR-TABLE.
          05 WS-CAR-ROW OCCURS 500 TIMES.
             10 WS-CAR-MODEL       PIC X(15).
             10 WS-CAR-ENGINE      PIC X(25).
             10 WS-CAR-CAPACITY    PIC 9(8).
             10 WS-CAR-OWNER       PIC X(30).
       01 WS-CAR-COUNT             PIC 9(3) VALUE 0.
      *> Next-due dates from the service history, the CAR-SERVICE
      *> table cut down to what the service block needs.
       01 WS-SERVICE-TABLE.
          05 WS-SVC-ROW OCCURS 999 TIMES.
             10 WS-SVC-MODEL       PIC X(15).
             10 WS-SVC-OWNER       PIC X(30).
             10 WS-SVC-NEXT-DUE    PIC 9(8).
       01 WS-SERVICE-COUNT         PIC 9(3) VALUE 0.
      *> Every booking, live and cancelled, held while the operator
      *> works; the file is rewritten once at exit.
       01 WS-BOOKING-TABLE.
          05 WS-BOOK-ROW OCCURS 999 TIMES.
             10 WS-BK-NUMBER       PIC 9(6).
             10 WS-BK-MODEL        PIC X(15).
             10 WS-BK-OWNER        PIC X(30).
             10 WS-BK-START        PIC 9(8).
             10 WS-BK-END          PIC 9(8).
             10 WS-BK-REQUESTER    PIC X(30).
             10 WS-BK-LOAD         PIC 9(8).
             10 WS-BK-STATUS       PIC X.
             10 WS-BK-BOOKED       PIC 9(8).
             10 WS-BK-CANCELLED    PIC 9(8).
       01 WS-BOOKING-COUNT         PIC 9(3) VALUE 0.
      *> Set when the booking file outgrows the table - the program
      *> is refused rather than rewriting the file without the
      *> unloaded rows.
       01 WS-TABLE-OVERFLOW        PIC X VALUE 'N'.
      *> Dispatch sheet.
       01 WS-DISPATCH-DATE         PIC 9(8).
       01 WS-OUT-COUNT             PIC 9(3).
       01 WS-BACK-COUNT            PIC 9(3).
      *> Utilization report - one row per vehicle, twelve monthly
      *> day counts for the year asked for.
       01 WS-UTIL-YEAR             PIC 9(4).
       01 WS-MONTH-SUB             PIC 9(2).
       01 WS-MONTH-START           PIC 9(8).
       01 WS-MONTH-START-PARTS REDEFINES WS-MONTH-START.
           05 WS-MONTH-START-YEAR  PIC 9(4).
           05 WS-MONTH-START-MONTH PIC 9(2).
           05 WS-MONTH-START-DAY   PIC 9(2).
       01 WS-MONTH-FIRST-DAY       PIC 9(7).
       01 WS-MONTH-LAST-DAY        PIC 9(7).
       01 WS-OVERLAP-FROM          PIC 9(7).
       01 WS-OVERLAP-TO            PIC 9(7).
       01 WS-YEAR-END-DAY          PIC 9(7).
       01 WS-YEAR-DAYS             PIC 9(3).
       01 WS-CAR-YEAR-DAYS         PIC 9(3).
       01 WS-UTIL-PERCENT          PIC 9(3)V9.
       01 WS-MONTH-DAYS-TABLE.
          05 WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(3).
       01 WS-FLEET-MONTH-TABLE.
          05 WS-FLEET-MONTH-DAYS OCCURS 12 TIMES PIC 9(5).
       01 WS-FLEET-YEAR-DAYS       PIC 9(6).
       01 WS-UTIL-HEADING.
           05 FILLER PIC X(32) VALUE "VEHICLE".
           05 FILLER PIC X(30) VALUE
               "  JAN  FEB  MAR  APR  MAY  JUN".
           05 FILLER PIC X(30) VALUE
               "  JUL  AUG  SEP  OCT  NOV  DEC".
           05 FILLER PIC X(40) VALUE "  TOTAL  UTIL%".
       01 WS-UTIL-LINE.
           05 UTL-CAR-MODEL        PIC X(15).
           05 FILLER               PIC X VALUE SPACE.
           05 UTL-OWNER-NAME       PIC X(16).
           05 UTL-MONTH-ENTRY OCCURS 12 TIMES.
              10 UTL-MONTH-DAYS    PIC Z(4)9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 UTL-TOTAL-DAYS       PIC ZZZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 UTL-PERCENT          PIC ZZ9.9.
           05 FILLER               PIC X(26) VALUE SPACES.
       01 WS-FLEET-LINE.
           05 FILLER               PIC X(32) VALUE "FLEET TOTAL".
           05 FLT-MONTH-ENTRY OCCURS 12 TIMES.
              10 FLT-MONTH-DAYS    PIC Z(4)9.
           05 FILLER               PIC X(1) VALUE SPACES.
           05 FLT-TOTAL-DAYS       PIC Z(5)9.
           05 FILLER               PIC X(33) VALUE SPACES.

       PROCEDURE DIVISION.
           DISPLAY "Enter car file path (blank for N:\CARFILE.TXT):"
           ACCEPT WS-CAR-FILE-PATH
           IF WS-CAR-FILE-PATH = SPACES
               MOVE "N:\CARFILE.TXT" TO WS-CAR-FILE-PATH
           END-IF

           PERFORM LOAD-CAR-FILE
           IF WS-CAR-COUNT = 0
               DISPLAY "NO CARS ON FILE - NOTHING TO BOOK"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-SERVICE-HISTORY
           PERFORM LOAD-BOOKING-FILE
           IF WS-TABLE-OVERFLOW = 'Y'
               DISPLAY "BOOKING FILE EXCEEDS THE 999-ROW TABLE - "
                   "BOOKING REFUSED SO NO RESERVATIONS ARE LOST"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM UNTIL WS-MENU-CHOICE = 'X' OR WS-MENU-CHOICE = 'x'
               DISPLAY "B=book, C=cancel, L=list a car's bookings, "
                   "D=dispatch sheet, U=utilization, X=exit:"
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 'B'
                   WHEN 'b'
                       PERFORM BOOK-VEHICLE
                   WHEN 'C'
                   WHEN 'c'
                       PERFORM CANCEL-BOOKING
                   WHEN 'L'
                   WHEN 'l'
                       PERFORM LIST-CAR-BOOKINGS
                   WHEN 'D'
                   WHEN 'd'
                       PERFORM PRINT-DISPATCH-SHEET
                   WHEN 'U'
                   WHEN 'u'
                       PERFORM PRINT-UTILIZATION-REPORT
                   WHEN 'X'
                   WHEN 'x'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid selection."
               END-EVALUATE
           END-PERFORM

           IF WS-BOOKINGS-CHANGED = 'Y'
               PERFORM REWRITE-BOOKING-FILE
           END-IF

           DISPLAY "=========================================="
           DISPLAY "BOOKINGS MADE:      " WS-BOOKED-COUNT
           DISPLAY "BOOKINGS CANCELLED: " WS-CANCELLED-COUNT
           DISPLAY "=========================================="
           GOBACK.

       LOAD-CAR-FILE.
           OPEN INPUT CAR-FILE-IN
           IF WS-CAR-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - UNABLE TO OPEN " WS-CAR-FILE-PATH
                   ", FILE STATUS = " WS-CAR-FILE-STATUS
           ELSE
               PERFORM UNTIL EOF-FLG = 'Y'
                   READ CAR-FILE-IN
                       AT END
                           SET EOF-FLG TO 'Y'
                       NOT AT END
                           IF WS-CAR-COUNT < 500
                               ADD 1 TO WS-CAR-COUNT
                               MOVE CAR-MODEL TO
                                   WS-CAR-MODEL(WS-CAR-COUNT)
                               MOVE ENGINE TO
                                   WS-CAR-ENGINE(WS-CAR-COUNT)
                               MOVE TOWING-CAPACITY TO
                                   WS-CAR-CAPACITY(WS-CAR-COUNT)
                               MOVE OWNER-NAME TO
                                   WS-CAR-OWNER(WS-CAR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAR-FILE-IN
               DISPLAY "CARS LOADED: " WS-CAR-COUNT
           END-IF.

       LOAD-SERVICE-HISTORY.
           OPEN INPUT SERVICE-HISTORY-FILE
           IF WS-SERVICE-FILE-STATUS NOT = "00"
               DISPLAY "NO CAR-SERVICE-HISTORY.TXT - NO VEHICLE IS "
                   "BLOCKED FOR SERVICE"
           ELSE
               MOVE 'N' TO EOF-FLG
               PERFORM UNTIL EOF-FLG = 'Y'
                   READ SERVICE-HISTORY-FILE
                       AT END
                           SET EOF-FLG TO 'Y'
                       NOT AT END
                           IF WS-SERVICE-COUNT < 999
                               ADD 1 TO WS-SERVICE-COUNT
                               MOVE SH-CAR-MODEL TO
                                   WS-SVC-MODEL(WS-SERVICE-COUNT)
                               MOVE SH-OWNER-NAME TO
                                   WS-SVC-OWNER(WS-SERVICE-COUNT)
                               MOVE SH-NEXT-DUE-DATE TO
                                   WS-SVC-NEXT-DUE(WS-SERVICE-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SERVICE-HISTORY-FILE
           END-IF.

       LOAD-BOOKING-FILE.
           OPEN INPUT BOOKING-FILE
           IF WS-BOOKING-FILE-STATUS NOT = "00"
               DISPLAY "NO CAR-BOOKINGS.TXT YET - STARTING EMPTY"
           ELSE
               MOVE 'N' TO EOF-FLG
               PERFORM UNTIL EOF-FLG = 'Y'
                   READ BOOKING-FILE
                       AT END
                           SET EOF-FLG TO 'Y'
                       NOT AT END
                           IF WS-BOOKING-COUNT = 999
                               MOVE 'Y' TO WS-TABLE-OVERFLOW
                           ELSE
                               ADD 1 TO WS-BOOKING-COUNT
                               PERFORM TABLE-BOOKING-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE BOOKING-FILE
               DISPLAY "BOOKINGS LOADED: " WS-BOOKING-COUNT
           END-IF.

       TABLE-BOOKING-RECORD.
           MOVE BK-BOOKING-NUMBER TO WS-BK-NUMBER(WS-BOOKING-COUNT)
           MOVE BK-CAR-MODEL TO WS-BK-MODEL(WS-BOOKING-COUNT)
           MOVE BK-OWNER-NAME TO WS-BK-OWNER(WS-BOOKING-COUNT)
           MOVE BK-START-DATE TO WS-BK-START(WS-BOOKING-COUNT)
           MOVE BK-END-DATE TO WS-BK-END(WS-BOOKING-COUNT)
           MOVE BK-REQUESTER TO WS-BK-REQUESTER(WS-BOOKING-COUNT)
           MOVE BK-TOWING-LOAD TO WS-BK-LOAD(WS-BOOKING-COUNT)
           MOVE BK-STATUS TO WS-BK-STATUS(WS-BOOKING-COUNT)
           MOVE BK-BOOKED-DATE TO WS-BK-BOOKED(WS-BOOKING-COUNT)
           MOVE BK-CANCELLED-DATE TO
               WS-BK-CANCELLED(WS-BOOKING-COUNT)
           IF BK-BOOKING-NUMBER NOT < WS-NEXT-BOOKING-NUMBER
               COMPUTE WS-NEXT-BOOKING-NUMBER =
                   BK-BOOKING-NUMBER + 1
           END-IF.

       GET-DATE.
      *> Re-prompt until a real YYYYMMDD; blank takes today.
           MOVE 'N' TO WS-DATE-OK
           PERFORM UNTIL WS-DATE-OK = 'Y'
               ACCEPT WS-NUMBER-IN
               IF WS-NUMBER-IN = SPACES
                   MOVE WS-RUN-DATE TO WS-NUMBER-IN
               END-IF
               IF WS-NUMBER-IN IS NUMERIC
                   MOVE WS-NUMBER-IN TO WS-DATE-IN
                   IF WS-DATE-IN-MONTH > 0 AND WS-DATE-IN-MONTH < 13
                       AND WS-DATE-IN-DAY > 0 AND WS-DATE-IN-DAY < 32
                       AND WS-DATE-IN-YEAR > 1900
                       AND FUNCTION TEST-DATE-YYYYMMDD(WS-DATE-IN) = 0
                       MOVE 'Y' TO WS-DATE-OK
                   END-IF
               END-IF
               IF WS-DATE-OK NOT = 'Y'
                   DISPLAY "Invalid date - enter YYYYMMDD:"
               END-IF
           END-PERFORM.

       BOOK-VEHICLE.
           IF WS-BOOKING-COUNT = 999
               DISPLAY "BOOKING TABLE FULL - CANNOT BOOK"
           ELSE
               PERFORM KEY-BOOKING-REQUEST
               IF WS-REQ-END < WS-REQ-START
                   DISPLAY "End date is before the start date - "
                       "nothing booked."
               ELSE
                   IF WS-REQ-START < WS-RUN-DATE
                       DISPLAY "Start date has already passed - "
                           "nothing booked."
                   ELSE
                       PERFORM OFFER-VEHICLES
                   END-IF
               END-IF
           END-IF.

       KEY-BOOKING-REQUEST.
           DISPLAY "Requesting department / contact:"
           ACCEPT WS-REQ-REQUESTER
           DISPLAY "First day out (YYYYMMDD, blank for today):"
           PERFORM GET-DATE
           MOVE WS-DATE-IN TO WS-REQ-START
           DISPLAY "Last day out (YYYYMMDD, blank for today):"
           PERFORM GET-DATE
           MOVE WS-DATE-IN TO WS-REQ-END
           MOVE SPACES TO WS-NUMBER-IN
           PERFORM UNTIL WS-NUMBER-IN NOT = SPACES
                   AND FUNCTION TRIM(WS-NUMBER-IN) IS NUMERIC
               DISPLAY "Towing load needed (numeric, 0 for none):"
               ACCEPT WS-NUMBER-IN
               IF WS-NUMBER-IN = SPACES
                   OR FUNCTION TRIM(WS-NUMBER-IN) IS NOT NUMERIC
                   DISPLAY "Invalid entry - must be numeric."
               END-IF
           END-PERFORM
           MOVE FUNCTION NUMVAL(WS-NUMBER-IN) TO WS-REQ-LOAD.

       OFFER-VEHICLES.
           MOVE 0 TO WS-OFFER-COUNT
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CAR-COUNT
               PERFORM JUDGE-VEHICLE-FOR-REQUEST
               IF WS-REFUSE-REASON = SPACES
                   ADD 1 TO WS-OFFER-COUNT
                   MOVE WS-SUB TO WS-OFFER-CAR(WS-OFFER-COUNT)
                   DISPLAY WS-OFFER-COUNT ") " WS-CAR-MODEL(WS-SUB)
                       " " WS-CAR-OWNER(WS-SUB) " CAPACITY "
                       WS-CAR-CAPACITY(WS-SUB)
               END-IF
           END-PERFORM
           IF WS-OFFER-COUNT = 0
               DISPLAY "NO VEHICLE AVAILABLE FOR " WS-REQ-START
                   " - " WS-REQ-END " WITH CAPACITY " WS-REQ-LOAD
           ELSE
               DISPLAY "Vehicle number to book (0 to abandon):"
               ACCEPT WS-NUMBER-IN
               MOVE 0 TO WS-OFFER-PICK
               IF FUNCTION TRIM(WS-NUMBER-IN) IS NUMERIC
                   MOVE FUNCTION NUMVAL(WS-NUMBER-IN) TO
                       WS-OFFER-PICK
               END-IF
               IF WS-OFFER-PICK = 0 OR WS-OFFER-PICK > WS-OFFER-COUNT
                   DISPLAY "Nothing booked."
               ELSE
                   PERFORM RECORD-BOOKING
               END-IF
           END-IF.

       JUDGE-VEHICLE-FOR-REQUEST.
           MOVE SPACES TO WS-REFUSE-REASON
           IF WS-CAR-CAPACITY(WS-SUB) < WS-REQ-LOAD
               MOVE "TOWING CAPACITY TOO LOW" TO WS-REFUSE-REASON
           END-IF
           IF WS-REFUSE-REASON = SPACES
               PERFORM VARYING WS-BOOK-SUB FROM 1 BY 1
                       UNTIL WS-BOOK-SUB > WS-BOOKING-COUNT
                   IF WS-BK-STATUS(WS-BOOK-SUB) = 'B'
                       AND WS-BK-MODEL(WS-BOOK-SUB) =
                           WS-CAR-MODEL(WS-SUB)
                       AND WS-BK-OWNER(WS-BOOK-SUB) =
                           WS-CAR-OWNER(WS-SUB)
                       AND WS-BK-START(WS-BOOK-SUB) NOT > WS-REQ-END
                       AND WS-BK-END(WS-BOOK-SUB) NOT < WS-REQ-START
                       MOVE "ALREADY BOOKED IN THAT PERIOD"
                           TO WS-REFUSE-REASON
                   END-IF
               END-PERFORM
           END-IF
           IF WS-REFUSE-REASON = SPACES
      *> The latest next-due date decides, as on the service-due
      *> report. Due inside the period - or already overdue before
      *> it starts - keeps the vehicle in the yard.
               MOVE ZERO TO WS-LATEST-DUE
               PERFORM VARYING WS-HIST-SUB FROM 1 BY 1
                       UNTIL WS-HIST-SUB > WS-SERVICE-COUNT
                   IF WS-SVC-MODEL(WS-HIST-SUB) = WS-CAR-MODEL(WS-SUB)
                       AND WS-SVC-OWNER(WS-HIST-SUB) =
                           WS-CAR-OWNER(WS-SUB)
                       AND WS-SVC-NEXT-DUE(WS-HIST-SUB) >
                           WS-LATEST-DUE
                       MOVE WS-SVC-NEXT-DUE(WS-HIST-SUB)
                           TO WS-LATEST-DUE
                   END-IF
               END-PERFORM
               IF WS-LATEST-DUE > ZERO
                   AND WS-LATEST-DUE NOT > WS-REQ-END
                   MOVE "SERVICE DUE IN THAT PERIOD"
                       TO WS-REFUSE-REASON
               END-IF
           END-IF.

       RECORD-BOOKING.
           MOVE WS-OFFER-CAR(WS-OFFER-PICK) TO WS-SUB
           ADD 1 TO WS-BOOKING-COUNT
           MOVE WS-NEXT-BOOKING-NUMBER TO WS-BK-NUMBER(WS-BOOKING-COUNT)
           ADD 1 TO WS-NEXT-BOOKING-NUMBER
           MOVE WS-CAR-MODEL(WS-SUB) TO WS-BK-MODEL(WS-BOOKING-COUNT)
           MOVE WS-CAR-OWNER(WS-SUB) TO WS-BK-OWNER(WS-BOOKING-COUNT)
           MOVE WS-REQ-START TO WS-BK-START(WS-BOOKING-COUNT)
           MOVE WS-REQ-END TO WS-BK-END(WS-BOOKING-COUNT)
           MOVE WS-REQ-REQUESTER TO
               WS-BK-REQUESTER(WS-BOOKING-COUNT)
           MOVE WS-REQ-LOAD TO WS-BK-LOAD(WS-BOOKING-COUNT)
           MOVE 'B' TO WS-BK-STATUS(WS-BOOKING-COUNT)
           MOVE WS-RUN-DATE TO WS-BK-BOOKED(WS-BOOKING-COUNT)
           MOVE ZERO TO WS-BK-CANCELLED(WS-BOOKING-COUNT)
           MOVE 'Y' TO WS-BOOKINGS-CHANGED
           ADD 1 TO WS-BOOKED-COUNT
           DISPLAY "BOOKING " WS-BK-NUMBER(WS-BOOKING-COUNT) " - "
               WS-CAR-MODEL(WS-SUB) " " WS-REQ-START " TO "
               WS-REQ-END.

       FIND-BOOKING.
           MOVE 0 TO WS-BOOK-FOUND
           DISPLAY "Booking number:"
           ACCEPT WS-NUMBER-IN
           IF FUNCTION TRIM(WS-NUMBER-IN) IS NUMERIC
               PERFORM VARYING WS-BOOK-SUB FROM 1 BY 1
                       UNTIL WS-BOOK-SUB > WS-BOOKING-COUNT
                   IF WS-BK-NUMBER(WS-BOOK-SUB) =
                           FUNCTION NUMVAL(WS-NUMBER-IN)
                       MOVE WS-BOOK-SUB TO WS-BOOK-FOUND
                   END-IF
               END-PERFORM
           END-IF.

       CANCEL-BOOKING.
           PERFORM FIND-BOOKING
           IF WS-BOOK-FOUND = 0
               DISPLAY "No booking on file with that number."
           ELSE
               IF WS-BK-STATUS(WS-BOOK-FOUND) NOT = 'B'
                   DISPLAY "That booking is already cancelled."
               ELSE
                   DISPLAY WS-BK-MODEL(WS-BOOK-FOUND) " "
                       WS-BK-START(WS-BOOK-FOUND) " TO "
                       WS-BK-END(WS-BOOK-FOUND) " FOR "
                       WS-BK-REQUESTER(WS-BOOK-FOUND)
                   DISPLAY "Cancel this booking? (Y/N)"
                   ACCEPT WS-CONFIRM
                   IF WS-CONFIRM = 'Y' OR WS-CONFIRM = 'y'
                       MOVE 'C' TO WS-BK-STATUS(WS-BOOK-FOUND)
                       MOVE WS-RUN-DATE TO
                           WS-BK-CANCELLED(WS-BOOK-FOUND)
                       MOVE 'Y' TO WS-BOOKINGS-CHANGED
                       ADD 1 TO WS-CANCELLED-COUNT
                       DISPLAY "Booking cancelled."
                   ELSE
                       DISPLAY "Booking kept."
                   END-IF
               END-IF
           END-IF.

       LIST-CAR-BOOKINGS.
           DISPLAY "Enter car model:"
           ACCEPT WS-TEXT-IN
           PERFORM VARYING WS-BOOK-SUB FROM 1 BY 1
                   UNTIL WS-BOOK-SUB > WS-BOOKING-COUNT
               IF WS-BK-MODEL(WS-BOOK-SUB) = WS-TEXT-IN(1:15)
                   DISPLAY WS-BK-NUMBER(WS-BOOK-SUB) " "
                       WS-BK-STATUS(WS-BOOK-SUB) " "
                       WS-BK-START(WS-BOOK-SUB) " TO "
                       WS-BK-END(WS-BOOK-SUB) " "
                       WS-BK-REQUESTER(WS-BOOK-SUB)
               END-IF
           END-PERFORM.

       PRINT-DISPATCH-SHEET.
           DISPLAY "Dispatch date (YYYYMMDD, blank for today):"
           PERFORM GET-DATE
           MOVE WS-DATE-IN TO WS-DISPATCH-DATE
           MOVE 0 TO WS-OUT-COUNT
           MOVE 0 TO WS-BACK-COUNT
           OPEN OUTPUT DISPATCH-REPORT-FILE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "FLEET DISPATCH SHEET FOR " WS-DISPATCH-DATE
               "   RUN DATE: " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING
           PERFORM WRITE-DISPATCH-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-DISPATCH-LINE
           MOVE "GOING OUT" TO WS-PRINT-LINE
           PERFORM WRITE-DISPATCH-LINE
           PERFORM VARYING WS-BOOK-SUB FROM 1 BY 1
                   UNTIL WS-BOOK-SUB > WS-BOOKING-COUNT
               IF WS-BK-STATUS(WS-BOOK-SUB) = 'B'
                   AND WS-BK-START(WS-BOOK-SUB) = WS-DISPATCH-DATE
                   ADD 1 TO WS-OUT-COUNT
                   PERFORM FORMAT-DISPATCH-DETAIL
                   MOVE "RETURNS " TO WS-PRINT-LINE(102:8)
                   MOVE WS-BK-END(WS-BOOK-SUB) TO
                       WS-PRINT-LINE(110:8)
                   PERFORM WRITE-DISPATCH-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-DISPATCH-LINE
           MOVE "COMING BACK" TO WS-PRINT-LINE
           PERFORM WRITE-DISPATCH-LINE
           PERFORM VARYING WS-BOOK-SUB FROM 1 BY 1
                   UNTIL WS-BOOK-SUB > WS-BOOKING-COUNT
               IF WS-BK-STATUS(WS-BOOK-SUB) = 'B'
                   AND WS-BK-END(WS-BOOK-SUB) = WS-DISPATCH-DATE
                   ADD 1 TO WS-BACK-COUNT
                   PERFORM FORMAT-DISPATCH-DETAIL
                   MOVE "OUT SINCE " TO WS-PRINT-LINE(100:10)
                   MOVE WS-BK-START(WS-BOOK-SUB) TO
                       WS-PRINT-LINE(110:8)
                   PERFORM WRITE-DISPATCH-LINE
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-DISPATCH-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "GOING OUT: " WS-OUT-COUNT
               "   COMING BACK: " WS-BACK-COUNT
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING
           PERFORM WRITE-DISPATCH-LINE
           CLOSE DISPATCH-REPORT-FILE
           DISPLAY "REPORT: CAR-DISPATCH-RPT.TXT"
           DISPLAY "GOING OUT: " WS-OUT-COUNT
               "  COMING BACK: " WS-BACK-COUNT.

       FORMAT-DISPATCH-DETAIL.
           MOVE SPACES TO WS-PRINT-LINE
           STRING "  " WS-BK-NUMBER(WS-BOOK-SUB) "  "
               WS-BK-MODEL(WS-BOOK-SUB) " "
               WS-BK-OWNER(WS-BOOK-SUB) " "
               WS-BK-REQUESTER(WS-BOOK-SUB)
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING.

       WRITE-DISPATCH-LINE.
           MOVE WS-PRINT-LINE TO DISPATCH-REPORT-RECORD
           WRITE DISPATCH-REPORT-RECORD.

       PRINT-UTILIZATION-REPORT.
           MOVE 'N' TO WS-DATE-OK
           PERFORM UNTIL WS-DATE-OK = 'Y'
               DISPLAY "Utilization year (YYYY, blank for this "
                   "year):"
               ACCEPT WS-NUMBER-IN
               IF WS-NUMBER-IN = SPACES
                   MOVE WS-RUN-DATE(1:4) TO WS-NUMBER-IN
               END-IF
               IF WS-NUMBER-IN(1:4) IS NUMERIC
                   AND WS-NUMBER-IN(5:4) = SPACES
                   AND WS-NUMBER-IN(1:4) > "1900"
                   MOVE 'Y' TO WS-DATE-OK
               ELSE
                   DISPLAY "Invalid year - enter YYYY."
               END-IF
           END-PERFORM
           MOVE WS-NUMBER-IN(1:4) TO WS-UTIL-YEAR
           MOVE WS-UTIL-YEAR TO WS-MONTH-START-YEAR
           MOVE 12 TO WS-MONTH-START-MONTH
           MOVE 31 TO WS-MONTH-START-DAY
           COMPUTE WS-YEAR-END-DAY =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-START)
           MOVE 1 TO WS-MONTH-START-MONTH
           MOVE 1 TO WS-MONTH-START-DAY
           COMPUTE WS-YEAR-DAYS = WS-YEAR-END-DAY + 1
               - FUNCTION INTEGER-OF-DATE(WS-MONTH-START)
           INITIALIZE WS-FLEET-MONTH-TABLE
           MOVE 0 TO WS-FLEET-YEAR-DAYS
           OPEN OUTPUT UTILIZATION-REPORT-FILE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "FLEET UTILIZATION - DAYS BOOKED PER MONTH  YEAR: "
               WS-UTIL-YEAR "   RUN DATE: " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING
           PERFORM WRITE-UTILIZATION-LINE
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-UTILIZATION-LINE
           MOVE WS-UTIL-HEADING TO WS-PRINT-LINE
           PERFORM WRITE-UTILIZATION-LINE
           PERFORM UTILIZATION-ONE-CAR
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-CAR-COUNT
           MOVE SPACES TO WS-PRINT-LINE
           PERFORM WRITE-UTILIZATION-LINE
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 12
               MOVE WS-FLEET-MONTH-DAYS(WS-MONTH-SUB) TO
                   FLT-MONTH-DAYS(WS-MONTH-SUB)
           END-PERFORM
           MOVE WS-FLEET-YEAR-DAYS TO FLT-TOTAL-DAYS
           MOVE WS-FLEET-LINE TO WS-PRINT-LINE
           PERFORM WRITE-UTILIZATION-LINE
           CLOSE UTILIZATION-REPORT-FILE
           DISPLAY "REPORT: CAR-UTILIZATION-RPT.TXT"
           DISPLAY "FLEET DAYS BOOKED IN " WS-UTIL-YEAR ": "
               WS-FLEET-YEAR-DAYS.

       UTILIZATION-ONE-CAR.
           INITIALIZE WS-MONTH-DAYS-TABLE
           MOVE 0 TO WS-CAR-YEAR-DAYS
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 12
               PERFORM SET-MONTH-BOUNDS
               PERFORM VARYING WS-BOOK-SUB FROM 1 BY 1
                       UNTIL WS-BOOK-SUB > WS-BOOKING-COUNT
                   IF WS-BK-STATUS(WS-BOOK-SUB) = 'B'
                       AND WS-BK-MODEL(WS-BOOK-SUB) =
                           WS-CAR-MODEL(WS-SUB)
                       AND WS-BK-OWNER(WS-BOOK-SUB) =
                           WS-CAR-OWNER(WS-SUB)
                       PERFORM ADD-BOOKING-OVERLAP
                   END-IF
               END-PERFORM
           END-PERFORM
           MOVE WS-CAR-MODEL(WS-SUB) TO UTL-CAR-MODEL
           MOVE WS-CAR-OWNER(WS-SUB) TO UTL-OWNER-NAME
           PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 12
               MOVE WS-MONTH-DAYS(WS-MONTH-SUB) TO
                   UTL-MONTH-DAYS(WS-MONTH-SUB)
               ADD WS-MONTH-DAYS(WS-MONTH-SUB) TO
                   WS-FLEET-MONTH-DAYS(WS-MONTH-SUB)
           END-PERFORM
           MOVE WS-CAR-YEAR-DAYS TO UTL-TOTAL-DAYS
           ADD WS-CAR-YEAR-DAYS TO WS-FLEET-YEAR-DAYS
           COMPUTE WS-UTIL-PERCENT ROUNDED =
               WS-CAR-YEAR-DAYS * 100 / WS-YEAR-DAYS
           MOVE WS-UTIL-PERCENT TO UTL-PERCENT
           MOVE WS-UTIL-LINE TO WS-PRINT-LINE
           PERFORM WRITE-UTILIZATION-LINE.

       SET-MONTH-BOUNDS.
      *> First and last day of the month as day numbers; the last
      *> day is the day before the first of the following month.
           MOVE WS-UTIL-YEAR TO WS-MONTH-START-YEAR
           MOVE WS-MONTH-SUB TO WS-MONTH-START-MONTH
           MOVE 1 TO WS-MONTH-START-DAY
           COMPUTE WS-MONTH-FIRST-DAY =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-START)
           IF WS-MONTH-SUB = 12
               MOVE 31 TO WS-MONTH-START-DAY
               COMPUTE WS-MONTH-LAST-DAY =
                   FUNCTION INTEGER-OF-DATE(WS-MONTH-START)
           ELSE
               ADD 1 TO WS-MONTH-START-MONTH
               COMPUTE WS-MONTH-LAST-DAY =
                   FUNCTION INTEGER-OF-DATE(WS-MONTH-START) - 1
           END-IF.

       ADD-BOOKING-OVERLAP.
           COMPUTE WS-OVERLAP-FROM =
               FUNCTION INTEGER-OF-DATE(WS-BK-START(WS-BOOK-SUB))
           COMPUTE WS-OVERLAP-TO =
               FUNCTION INTEGER-OF-DATE(WS-BK-END(WS-BOOK-SUB))
           IF WS-OVERLAP-FROM < WS-MONTH-FIRST-DAY
               MOVE WS-MONTH-FIRST-DAY TO WS-OVERLAP-FROM
           END-IF
           IF WS-OVERLAP-TO > WS-MONTH-LAST-DAY
               MOVE WS-MONTH-LAST-DAY TO WS-OVERLAP-TO
           END-IF
           IF WS-OVERLAP-TO NOT < WS-OVERLAP-FROM
               COMPUTE WS-MONTH-DAYS(WS-MONTH-SUB) =
                   WS-MONTH-DAYS(WS-MONTH-SUB)
                   + WS-OVERLAP-TO - WS-OVERLAP-FROM + 1
               COMPUTE WS-CAR-YEAR-DAYS = WS-CAR-YEAR-DAYS
                   + WS-OVERLAP-TO - WS-OVERLAP-FROM + 1
           END-IF.

       WRITE-UTILIZATION-LINE.
           MOVE WS-PRINT-LINE TO UTILIZATION-REPORT-RECORD
           WRITE UTILIZATION-REPORT-RECORD.

       REWRITE-BOOKING-FILE.
           OPEN OUTPUT BOOKING-FILE
           IF WS-BOOKING-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - UNABLE TO REWRITE CAR-BOOKINGS.TXT"
                   ", FILE STATUS = " WS-BOOKING-FILE-STATUS
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-BOOKING-COUNT
                   MOVE WS-BK-NUMBER(WS-SUB) TO BK-BOOKING-NUMBER
                   MOVE WS-BK-MODEL(WS-SUB) TO BK-CAR-MODEL
                   MOVE WS-BK-OWNER(WS-SUB) TO BK-OWNER-NAME
                   MOVE WS-BK-START(WS-SUB) TO BK-START-DATE
                   MOVE WS-BK-END(WS-SUB) TO BK-END-DATE
                   MOVE WS-BK-REQUESTER(WS-SUB) TO BK-REQUESTER
                   MOVE WS-BK-LOAD(WS-SUB) TO BK-TOWING-LOAD
                   MOVE WS-BK-STATUS(WS-SUB) TO BK-STATUS
                   MOVE WS-BK-BOOKED(WS-SUB) TO BK-BOOKED-DATE
                   MOVE WS-BK-CANCELLED(WS-SUB) TO BK-CANCELLED-DATE
                   WRITE BOOKING-RECORD
               END-PERFORM
               CLOSE BOOKING-FILE
               DISPLAY "BOOKINGS SAVED: " WS-BOOKING-COUNT
           END-IF.

       END PROGRAM CAR-BOOKING.
