      ******************************************************************
      * Author: VICENTE MBA ENGUNG
      * Date: SEPTEMBER 1, 2026
      * Purpose: Fleet asset register maintenance - one row per
      *          vehicle on CAR-ASSETS.TXT, keyed to the car file's
      *          CAR-MODEL/OWNER-NAME pair, holding acquisition
      *          date, purchase cost, salvage value, depreciation
      *          method (SL straight line, DB double declining) and
      *          life in years, plus disposal date and proceeds. The
      *          screen works the CAR-MAINT way - add, change, delete
      *          and list against a table rewritten at exit, with an
      *          edit listing of what changed. Accumulated
      *          depreciation is posted by CAR-DEPRECIATION and only
      *          shown here.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAR-ASSET-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CAR-FILE-IN
            ASSIGN TO DYNAMIC WS-CAR-FILE-PATH
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-CAR-FILE-STATUS.

           SELECT ASSET-FILE ASSIGN TO "CAR-ASSETS.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-ASSET-FILE-STATUS.

           SELECT EDIT-LISTING-FILE ASSIGN TO "CAR-ASSET-EDIT.TXT"
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WS-EDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CAR-FILE-IN.
       01 CAR-RECORD-IN.
           05 CAR-MODEL           PIC X(15).
           05 CAR-DATA.
            10 ENGINE          PIC X(25).
            10 TOWING-CAPACITY PIC 9(8).
            10 OWNER-NAME      PIC X(30).

       FD ASSET-FILE.
      *> Fixed-asset row per vehicle. AS-LAST-DEPR-PERIOD is the
      *> last YYYYMM the month-end run posted; zero until the first
      *> posting. A disposed vehicle keeps its row with the disposal
      *> date and proceeds filled in; AS-DISPOSAL-POSTED is set to Y
      *> by the month-end run once the disposal is on the journal.
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

       FD EDIT-LISTING-FILE.
       01 EDIT-LISTING-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
          05 EOF-FLG              PIC X VALUE 'N'.
       01 WS-CAR-FILE-PATH         PIC X(100) VALUE "N:\CARFILE.TXT".
       01 WS-CAR-FILE-STATUS       PIC XX.
       01 WS-ASSET-FILE-STATUS     PIC XX.
       01 WS-EDIT-FILE-STATUS      PIC XX.
       01 WS-MENU-CHOICE           PIC X.
       01 WS-MODEL-IN              PIC X(15).
       01 WS-TEXT-IN               PIC X(12).
       01 WS-AMOUNT-CHECK          PIC X(12).
       01 WS-POINT-COUNT           PIC 9(2).
       01 WS-AMOUNT-OK             PIC X.
       01 WS-AMOUNT-VALUE          PIC 9(7)V99.
       01 WS-DATE-VALUE            PIC 9(8).
       01 WS-DATE-PARTS REDEFINES WS-DATE-VALUE.
           05 WS-DATE-YEAR         PIC 9(4).
           05 WS-DATE-MONTH        PIC 9(2).
           05 WS-DATE-DAY          PIC 9(2).
       01 WS-DATE-OK               PIC X.
       01 WS-KEEP-ALLOWED          PIC X.
       01 WS-CAR-FOUND             PIC 9(3).
       01 WS-MATCH-SUB             PIC 9(3).
       01 WS-MATCH-FOUND           PIC 9(3).
       01 WS-SUB                   PIC 9(3).
       01 WS-EDIT-LINE             PIC X(132).
       01 WS-ADD-COUNT             PIC 9(3) VALUE 0.
       01 WS-CHANGE-COUNT          PIC 9(3) VALUE 0.
       01 WS-DELETE-COUNT          PIC 9(3) VALUE 0.
       01 WS-BOOK-VALUE            PIC 9(7)V99.
       01 WS-MONEY-PRINT           PIC Z,ZZZ,ZZ9.99.
       *> Fleet from the car file - an asset row may only be added
       *> for a vehicle that is on it.
       01 WS-CAR-TABLE.
          05 WS-CAR-ROW OCCURS 500 TIMES.
             10 WS-CAR-MODEL       PIC X(15).
             10 WS-CAR-OWNER       PIC X(30).
       01 WS-CAR-COUNT             PIC 9(3) VALUE 0.
       *> Whole register held in storage while the operator works;
       *> the file is rewritten once at exit.
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
      *> Set when the register outgrows the table - maintenance is
      *> refused rather than rewriting the file without the
      *> unloaded records.
       01 WS-TABLE-OVERFLOW        PIC X VALUE 'N'.

       PROCEDURE DIVISION.
           DISPLAY "Enter car file path (blank for N:\CARFILE.TXT):"
           ACCEPT WS-CAR-FILE-PATH
           IF WS-CAR-FILE-PATH = SPACES
               MOVE "N:\CARFILE.TXT" TO WS-CAR-FILE-PATH
           END-IF

           PERFORM LOAD-CAR-FILE
           PERFORM LOAD-ASSET-FILE
           IF WS-TABLE-OVERFLOW = 'Y'
               DISPLAY "ASSET REGISTER EXCEEDS THE 500-ROW TABLE - "
                   "MAINTENANCE REFUSED SO NO RECORDS ARE LOST"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT EDIT-LISTING-FILE

           PERFORM UNTIL WS-MENU-CHOICE = 'X' OR WS-MENU-CHOICE = 'x'
               DISPLAY "A=add, C=change, D=delete, L=list, X=exit:"
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 'A'
                   WHEN 'a'
                       PERFORM ADD-ASSET-RECORD
                   WHEN 'C'
                   WHEN 'c'
                       PERFORM CHANGE-ASSET-RECORD
                   WHEN 'D'
                   WHEN 'd'
                       PERFORM DELETE-ASSET-RECORD
                   WHEN 'L'
                   WHEN 'l'
                       PERFORM LIST-ASSET-RECORDS
                   WHEN 'X'
                   WHEN 'x'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid selection."
               END-EVALUATE
           END-PERFORM

           PERFORM REWRITE-ASSET-FILE
           CLOSE EDIT-LISTING-FILE

           DISPLAY "=========================================="
           DISPLAY "ASSETS ADDED:     " WS-ADD-COUNT
           DISPLAY "ASSETS CHANGED:   " WS-CHANGE-COUNT
           DISPLAY "ASSETS DELETED:   " WS-DELETE-COUNT
           DISPLAY "ASSETS ON FILE:   " WS-ASSET-COUNT
           DISPLAY "EDIT LISTING: CAR-ASSET-EDIT.TXT"
           DISPLAY "=========================================="
           GOBACK.

       LOAD-CAR-FILE.
           OPEN INPUT CAR-FILE-IN
           IF WS-CAR-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - UNABLE TO OPEN " WS-CAR-FILE-PATH
                   ", FILE STATUS = " WS-CAR-FILE-STATUS
                   " - NO VEHICLE CAN BE ADDED"
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
                               MOVE OWNER-NAME TO
                                   WS-CAR-OWNER(WS-CAR-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CAR-FILE-IN
               DISPLAY "CARS LOADED: " WS-CAR-COUNT
           END-IF.

       LOAD-ASSET-FILE.
           OPEN INPUT ASSET-FILE
           IF WS-ASSET-FILE-STATUS NOT = "00"
               DISPLAY "NO CAR-ASSETS.TXT YET - STARTING EMPTY"
           ELSE
               MOVE 'N' TO EOF-FLG
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
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ASSET-FILE
               DISPLAY "ASSETS LOADED: " WS-ASSET-COUNT
           END-IF.

       FIND-CAR-BY-MODEL.
           MOVE 0 TO WS-CAR-FOUND
           PERFORM VARYING WS-MATCH-SUB FROM 1 BY 1
                   UNTIL WS-MATCH-SUB > WS-CAR-COUNT
               IF WS-CAR-MODEL(WS-MATCH-SUB) = WS-MODEL-IN
                   MOVE WS-MATCH-SUB TO WS-CAR-FOUND
               END-IF
           END-PERFORM.

       FIND-ASSET-BY-MODEL.
           MOVE 0 TO WS-MATCH-FOUND
           PERFORM VARYING WS-MATCH-SUB FROM 1 BY 1
                   UNTIL WS-MATCH-SUB > WS-ASSET-COUNT
               IF WS-AS-MODEL(WS-MATCH-SUB) = WS-MODEL-IN
                   MOVE WS-MATCH-SUB TO WS-MATCH-FOUND
               END-IF
           END-PERFORM.

       GET-AMOUNT.
      *> Digits with at most one decimal point; re-prompt until it
      *> reads right. Blank keeps the old value when a change allows
      *> it (WS-KEEP-ALLOWED).
           MOVE 'N' TO WS-AMOUNT-OK
           PERFORM UNTIL WS-AMOUNT-OK = 'Y'
               ACCEPT WS-TEXT-IN
               IF WS-TEXT-IN = SPACES AND WS-KEEP-ALLOWED = 'Y'
                   MOVE 'Y' TO WS-AMOUNT-OK
               ELSE
                   MOVE 0 TO WS-POINT-COUNT
                   INSPECT WS-TEXT-IN TALLYING WS-POINT-COUNT
                       FOR ALL "."
                   MOVE WS-TEXT-IN TO WS-AMOUNT-CHECK
                   INSPECT WS-AMOUNT-CHECK REPLACING ALL "." BY "0"
                   IF WS-TEXT-IN NOT = SPACES
                       AND WS-POINT-COUNT < 2
                       AND FUNCTION TRIM(WS-AMOUNT-CHECK) IS NUMERIC
                       MOVE FUNCTION NUMVAL(WS-TEXT-IN) TO
                           WS-AMOUNT-VALUE
                       MOVE 'Y' TO WS-AMOUNT-OK
                   ELSE
                       DISPLAY "Invalid amount - digits and an "
                           "optional decimal point:"
                   END-IF
               END-IF
           END-PERFORM.

       GET-DATE.
      *> Re-prompt until a real YYYYMMDD; blank keeps the old
      *> value when allowed, and enters zero (no date) otherwise.
           MOVE 'N' TO WS-DATE-OK
           PERFORM UNTIL WS-DATE-OK = 'Y'
               ACCEPT WS-TEXT-IN
               IF WS-TEXT-IN = SPACES
                   MOVE 'Y' TO WS-DATE-OK
               ELSE
                   IF WS-TEXT-IN(1:8) IS NUMERIC
                       AND WS-TEXT-IN(9:4) = SPACES
                       MOVE WS-TEXT-IN(1:8) TO WS-DATE-VALUE
                       IF WS-DATE-MONTH > 0 AND WS-DATE-MONTH < 13
                           AND WS-DATE-DAY > 0 AND WS-DATE-DAY < 32
                           AND WS-DATE-YEAR > 1900
                           AND FUNCTION TEST-DATE-YYYYMMDD
                               (WS-DATE-VALUE) = 0
                           MOVE 'Y' TO WS-DATE-OK
                       END-IF
                   END-IF
                   IF WS-DATE-OK NOT = 'Y'
                       DISPLAY "Invalid date - enter YYYYMMDD:"
                   END-IF
               END-IF
           END-PERFORM.

       GET-METHOD.
           MOVE SPACES TO WS-TEXT-IN
           PERFORM UNTIL WS-TEXT-IN(1:2) = "SL"
                   OR WS-TEXT-IN(1:2) = "DB"
                   OR (WS-TEXT-IN = SPACES AND WS-KEEP-ALLOWED = 'Y')
               DISPLAY "Depreciation method (SL=straight line, "
                   "DB=double declining):"
               ACCEPT WS-TEXT-IN
               MOVE FUNCTION UPPER-CASE(WS-TEXT-IN) TO WS-TEXT-IN
           END-PERFORM.

       GET-LIFE.
           MOVE 'N' TO WS-AMOUNT-OK
           PERFORM UNTIL WS-AMOUNT-OK = 'Y'
               DISPLAY "Useful life in years (1-40):"
               ACCEPT WS-TEXT-IN
               IF WS-TEXT-IN = SPACES AND WS-KEEP-ALLOWED = 'Y'
                   MOVE 'Y' TO WS-AMOUNT-OK
               ELSE
                   IF FUNCTION TRIM(WS-TEXT-IN) IS NUMERIC
                       IF FUNCTION NUMVAL(WS-TEXT-IN) > 0
                           AND FUNCTION NUMVAL(WS-TEXT-IN) < 41
                           MOVE 'Y' TO WS-AMOUNT-OK
                       END-IF
                   END-IF
                   IF WS-AMOUNT-OK NOT = 'Y'
                       DISPLAY "Invalid entry - 1 to 40 years."
                   END-IF
               END-IF
           END-PERFORM.

       ADD-ASSET-RECORD.
           DISPLAY "Enter car model:"
           ACCEPT WS-MODEL-IN
           PERFORM FIND-CAR-BY-MODEL
           PERFORM FIND-ASSET-BY-MODEL
           EVALUATE TRUE
               WHEN WS-CAR-FOUND = 0
                   DISPLAY "No car on file with that model - add it "
                       "in CAR-MAINT first."
               WHEN WS-MATCH-FOUND > 0
                   DISPLAY "That vehicle is already registered - use "
                       "C to change it."
               WHEN WS-ASSET-COUNT = 500
                   DISPLAY "FILE FULL - CANNOT ADD"
               WHEN OTHER
                   PERFORM KEY-NEW-ASSET
           END-EVALUATE.

       KEY-NEW-ASSET.
           ADD 1 TO WS-ASSET-COUNT
           MOVE WS-ASSET-COUNT TO WS-SUB
           INITIALIZE WS-ASSET-ROW(WS-SUB)
           MOVE 'N' TO WS-AS-DISP-POSTED(WS-SUB)
           MOVE WS-CAR-MODEL(WS-CAR-FOUND) TO WS-AS-MODEL(WS-SUB)
           MOVE WS-CAR-OWNER(WS-CAR-FOUND) TO WS-AS-OWNER(WS-SUB)
           DISPLAY "OWNER: " WS-AS-OWNER(WS-SUB)
           MOVE 'N' TO WS-KEEP-ALLOWED
           MOVE SPACES TO WS-TEXT-IN
           PERFORM UNTIL WS-TEXT-IN NOT = SPACES
               DISPLAY "Acquisition date (YYYYMMDD):"
               PERFORM GET-DATE
           END-PERFORM
           MOVE WS-DATE-VALUE TO WS-AS-ACQUIRED(WS-SUB)
           DISPLAY "Purchase cost:"
           PERFORM GET-AMOUNT
           MOVE WS-AMOUNT-VALUE TO WS-AS-COST(WS-SUB)
           DISPLAY "Salvage value at end of life:"
           PERFORM GET-AMOUNT
           MOVE WS-AMOUNT-VALUE TO WS-AS-SALVAGE(WS-SUB)
           PERFORM GET-METHOD
           MOVE WS-TEXT-IN(1:2) TO WS-AS-METHOD(WS-SUB)
           PERFORM GET-LIFE
           MOVE FUNCTION NUMVAL(WS-TEXT-IN) TO WS-AS-LIFE(WS-SUB)
           IF WS-AS-SALVAGE(WS-SUB) > WS-AS-COST(WS-SUB)
               DISPLAY "Salvage above cost - set to cost, nothing "
                   "will depreciate."
               MOVE WS-AS-COST(WS-SUB) TO WS-AS-SALVAGE(WS-SUB)
           END-IF
           ADD 1 TO WS-ADD-COUNT
           MOVE "ADDED   " TO WS-EDIT-LINE
           PERFORM WRITE-EDIT-LINE
           DISPLAY "Asset added.".

       CHANGE-ASSET-RECORD.
           DISPLAY "Enter car model to change:"
           ACCEPT WS-MODEL-IN
           PERFORM FIND-ASSET-BY-MODEL
           IF WS-MATCH-FOUND = 0
               DISPLAY "No asset on file for that model."
           ELSE
               MOVE WS-MATCH-FOUND TO WS-SUB
               MOVE "BEFORE  " TO WS-EDIT-LINE
               PERFORM WRITE-EDIT-LINE
               PERFORM KEY-ASSET-CHANGES
               ADD 1 TO WS-CHANGE-COUNT
               MOVE "CHANGED " TO WS-EDIT-LINE
               PERFORM WRITE-EDIT-LINE
               DISPLAY "Asset changed."
           END-IF.

       KEY-ASSET-CHANGES.
           MOVE 'Y' TO WS-KEEP-ALLOWED
           IF WS-AS-LAST-PERIOD(WS-SUB) > 0
               DISPLAY "DEPRECIATION POSTED THROUGH "
                   WS-AS-LAST-PERIOD(WS-SUB) " - A COST, METHOD OR "
                   "LIFE CHANGE APPLIES FROM THE NEXT POSTING ON"
           END-IF
           DISPLAY "ACQUIRED: " WS-AS-ACQUIRED(WS-SUB)
               " - new date (blank to keep):"
           PERFORM GET-DATE
           IF WS-TEXT-IN NOT = SPACES
               MOVE WS-DATE-VALUE TO WS-AS-ACQUIRED(WS-SUB)
           END-IF
           MOVE WS-AS-COST(WS-SUB) TO WS-MONEY-PRINT
           DISPLAY "COST: " WS-MONEY-PRINT " - new cost (blank to "
               "keep):"
           PERFORM GET-AMOUNT
           IF WS-TEXT-IN NOT = SPACES
               MOVE WS-AMOUNT-VALUE TO WS-AS-COST(WS-SUB)
           END-IF
           MOVE WS-AS-SALVAGE(WS-SUB) TO WS-MONEY-PRINT
           DISPLAY "SALVAGE: " WS-MONEY-PRINT " - new salvage (blank "
               "to keep):"
           PERFORM GET-AMOUNT
           IF WS-TEXT-IN NOT = SPACES
               MOVE WS-AMOUNT-VALUE TO WS-AS-SALVAGE(WS-SUB)
           END-IF
           DISPLAY "METHOD: " WS-AS-METHOD(WS-SUB) " (blank to keep)"
           PERFORM GET-METHOD
           IF WS-TEXT-IN NOT = SPACES
               MOVE WS-TEXT-IN(1:2) TO WS-AS-METHOD(WS-SUB)
           END-IF
           DISPLAY "LIFE: " WS-AS-LIFE(WS-SUB) " (blank to keep)"
           PERFORM GET-LIFE
           IF WS-TEXT-IN NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-TEXT-IN) TO WS-AS-LIFE(WS-SUB)
           END-IF
           IF WS-AS-SALVAGE(WS-SUB) > WS-AS-COST(WS-SUB)
               DISPLAY "Salvage above cost - set to cost, nothing "
                   "will depreciate."
               MOVE WS-AS-COST(WS-SUB) TO WS-AS-SALVAGE(WS-SUB)
           END-IF
      *> A disposal already journaled stays as posted - changing it
      *> here would leave the journal telling a different story.
           IF WS-AS-DISP-POSTED(WS-SUB) = 'Y'
               MOVE WS-AS-PROCEEDS(WS-SUB) TO WS-MONEY-PRINT
               DISPLAY "DISPOSED: " WS-AS-DISPOSED(WS-SUB)
                   " PROCEEDS: " WS-MONEY-PRINT
                   " - disposal posted, not changeable."
           ELSE
               PERFORM CHANGE-DISPOSAL
           END-IF.

       CHANGE-DISPOSAL.
           DISPLAY "DISPOSED: " WS-AS-DISPOSED(WS-SUB)
               " - disposal date (blank to keep, 0 if not disposed):"
           PERFORM GET-DISPOSAL-DATE
           MOVE 'N' TO WS-AS-DISP-POSTED(WS-SUB)
           IF WS-AS-DISPOSED(WS-SUB) > 0
               MOVE WS-AS-PROCEEDS(WS-SUB) TO WS-MONEY-PRINT
               DISPLAY "PROCEEDS: " WS-MONEY-PRINT
                   " - disposal proceeds (blank to keep):"
               PERFORM GET-AMOUNT
               IF WS-TEXT-IN NOT = SPACES
                   MOVE WS-AMOUNT-VALUE TO WS-AS-PROCEEDS(WS-SUB)
               END-IF
           ELSE
               MOVE 0 TO WS-AS-PROCEEDS(WS-SUB)
           END-IF.

       GET-DISPOSAL-DATE.
      *> "0" takes a recorded disposal back off; anything else must
      *> be a date on or after acquisition.
           MOVE 'N' TO WS-DATE-OK
           PERFORM UNTIL WS-DATE-OK = 'Y'
               ACCEPT WS-TEXT-IN
               EVALUATE TRUE
                   WHEN WS-TEXT-IN = SPACES
                       MOVE 'Y' TO WS-DATE-OK
                   WHEN WS-TEXT-IN = "0"
                       MOVE 0 TO WS-AS-DISPOSED(WS-SUB)
                       MOVE 'Y' TO WS-DATE-OK
                   WHEN WS-TEXT-IN(1:8) IS NUMERIC
                       AND WS-TEXT-IN(9:4) = SPACES
                       MOVE WS-TEXT-IN(1:8) TO WS-DATE-VALUE
                       IF WS-DATE-MONTH > 0 AND WS-DATE-MONTH < 13
                           AND WS-DATE-DAY > 0 AND WS-DATE-DAY < 32
                           AND FUNCTION TEST-DATE-YYYYMMDD
                               (WS-DATE-VALUE) = 0
                           AND WS-DATE-VALUE NOT <
                               WS-AS-ACQUIRED(WS-SUB)
                           MOVE WS-DATE-VALUE TO
                               WS-AS-DISPOSED(WS-SUB)
                           MOVE 'Y' TO WS-DATE-OK
                       END-IF
               END-EVALUATE
               IF WS-DATE-OK NOT = 'Y'
                   DISPLAY "Invalid date - enter YYYYMMDD on or "
                       "after acquisition, or 0:"
               END-IF
           END-PERFORM.

       DELETE-ASSET-RECORD.
           DISPLAY "Enter car model to delete:"
           ACCEPT WS-MODEL-IN
           PERFORM FIND-ASSET-BY-MODEL
           IF WS-MATCH-FOUND = 0
               DISPLAY "No asset on file for that model."
           ELSE
               MOVE WS-MATCH-FOUND TO WS-SUB
      *> Once depreciation has posted the row is part of the books -
      *> record a disposal instead of removing it.
               IF WS-AS-LAST-PERIOD(WS-SUB) > 0
                   DISPLAY "DEPRECIATION HAS BEEN POSTED - RECORD A "
                       "DISPOSAL WITH C INSTEAD"
               ELSE
                   MOVE "DELETED " TO WS-EDIT-LINE
                   PERFORM WRITE-EDIT-LINE
      *> Close the gap so the rewrite pass never carries a
      *> ghost row.
                   PERFORM VARYING WS-SUB FROM WS-MATCH-FOUND BY 1
                           UNTIL WS-SUB NOT < WS-ASSET-COUNT
                       MOVE WS-ASSET-ROW(WS-SUB + 1) TO
                           WS-ASSET-ROW(WS-SUB)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-ASSET-COUNT
                   ADD 1 TO WS-DELETE-COUNT
                   DISPLAY "Asset deleted."
               END-IF
           END-IF.

       LIST-ASSET-RECORDS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-ASSET-COUNT
               COMPUTE WS-BOOK-VALUE =
                   WS-AS-COST(WS-SUB) - WS-AS-ACCUM(WS-SUB)
               MOVE WS-BOOK-VALUE TO WS-MONEY-PRINT
               DISPLAY WS-AS-MODEL(WS-SUB) " "
                   WS-AS-ACQUIRED(WS-SUB) " "
                   WS-AS-METHOD(WS-SUB) " "
                   WS-AS-LIFE(WS-SUB) "Y BOOK " WS-MONEY-PRINT
                   " DISPOSED " WS-AS-DISPOSED(WS-SUB)
           END-PERFORM.

       WRITE-EDIT-LINE.
      *> WS-EDIT-LINE arrives holding the 8-character action.
           MOVE WS-AS-COST(WS-SUB) TO WS-MONEY-PRINT
           STRING WS-AS-MODEL(WS-SUB) " "
               WS-AS-OWNER(WS-SUB) " "
               WS-AS-ACQUIRED(WS-SUB) " COST " WS-MONEY-PRINT
               DELIMITED BY SIZE INTO WS-EDIT-LINE(9:)
           END-STRING
           MOVE WS-AS-SALVAGE(WS-SUB) TO WS-MONEY-PRINT
           STRING " SALV " WS-MONEY-PRINT " "
               WS-AS-METHOD(WS-SUB) " " WS-AS-LIFE(WS-SUB) "Y"
               " DISP " WS-AS-DISPOSED(WS-SUB)
               DELIMITED BY SIZE INTO WS-EDIT-LINE(84:)
           END-STRING
           WRITE EDIT-LISTING-RECORD FROM WS-EDIT-LINE.

       REWRITE-ASSET-FILE.
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
           END-IF.

       END PROGRAM CAR-ASSET-MAINT.
