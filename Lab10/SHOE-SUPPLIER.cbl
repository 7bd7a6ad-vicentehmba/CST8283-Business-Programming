      ******************************************************************
      * Author:    VICENTE MBA ENGUNG
      * Date:      SEPTEMBER 1, 2026
      * Purpose:   Supplier master for shoe purchasing - add, change,
      *            delete and list the suppliers on SHOE-SUPPLIERS.TXT:
      *            supplier code, name, contact and phone, quoted lead
      *            time in days, minimum order quantity (units per
      *            order), and up to ten styles the supplier carries.
      *            SHOE-REORDER drafts one order per supplier from
      *            this file; SHOE-PO stamps the supplier code on
      *            every order; SHOE-VENDOR-SCORE reports against it.
      *            A supplier with open orders cannot be deleted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHOE-SUPPLIER.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUPPLIER-FILE ASSIGN TO "SHOE-SUPPLIERS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUPPLIER-FILE-STATUS.

           SELECT OPEN-PO-FILE ASSIGN TO "SHOE-OPEN-PO.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PO-FILE-STATUS.

           SELECT SUPPLIER-REPORT-FILE ASSIGN
           TO "SHOE-SUPPLIER-RPT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SUPPLIER-FILE.
       01 SUPPLIER-RECORD.
           05 SU-SUPPLIER-CODE PIC X(6).
           05 SU-SUPPLIER-NAME PIC X(30).
           05 SU-CONTACT-NAME PIC X(30).
           05 SU-CONTACT-PHONE PIC X(15).
           05 SU-LEAD-TIME-DAYS PIC 9(3).
           05 SU-MIN-ORDER-QTY PIC 9(4).
           05 SU-STYLE-CARRIED PIC X(5) OCCURS 10 TIMES.

       FD OPEN-PO-FILE.
       01 OPEN-PO-RECORD.
           05 PO-NUMBER PIC 9(6).
           05 PO-SHOE-STYLE PIC X(5).
           05 PO-SHOE-SIZE PIC X(4).
           05 PO-QTY-ORDERED PIC 9(4).
           05 PO-QTY-RECEIVED PIC 9(4).
           05 PO-ORDER-DATE PIC 9(8).
           05 PO-STATUS PIC X(1).
           05 PO-SUPPLIER-CODE PIC X(6).
           05 PO-CLOSED-DATE PIC 9(8).
           05 PO-CLOSE-REASON PIC X(1).

       FD SUPPLIER-REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-EOF               PIC X VALUE 'N'.
       01 WS-SUPPLIER-FILE-STATUS PIC XX.
       01 WS-PO-FILE-STATUS    PIC XX.
       01 WS-REPORT-FILE-STATUS PIC XX.
       01 WS-MENU-CHOICE       PIC X VALUE SPACE.
       01 WS-ANSWER            PIC X.
       01 WS-CODE-IN           PIC X(6).
       01 WS-TEXT-IN           PIC X(30).
       01 WS-NUMBER-IN         PIC X(4).
       01 WS-NUMBER-OK         PIC X.
       01 WS-KEEP-ALLOWED      PIC X.
       01 WS-KEEP-NOTE         PIC X(17).
       01 WS-NUMBER-VALUE      PIC 9(4).
       01 WS-NUMBER-LIMIT      PIC 9(4).
       01 WS-RUN-DATE          PIC 9(8).
       01 WS-SUB               PIC 9(3).
       01 WS-STYLE-SUB         PIC 9(2).
       01 WS-MATCH-FOUND       PIC 9(3).
       01 WS-OPEN-LINES        PIC 9(4).
       01 WS-ADD-COUNT         PIC 9(3) VALUE 0.
       01 WS-CHANGE-COUNT      PIC 9(3) VALUE 0.
       01 WS-DELETE-COUNT      PIC 9(3) VALUE 0.
       01 WS-CHANGED           PIC X VALUE 'N'.
       01 WS-PRINT-LINE        PIC X(132).
      *> All suppliers held in storage while the buyer works; the
      *> file is rewritten once at exit.
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
      *> Set when the file outgrows the table - maintenance is
      *> refused rather than rewriting the file without the
      *> unloaded suppliers.
       01 WS-TABLE-OVERFLOW    PIC X VALUE 'N'.
       01 WS-STYLE-LIST        PIC X(60).
       01 WS-STYLE-POINTER     PIC 9(2).

       PROCEDURE DIVISION.
           PERFORM LOAD-SUPPLIER-TABLE
           IF WS-TABLE-OVERFLOW = 'Y'
               DISPLAY "SUPPLIER FILE EXCEEDS THE 500-ROW TABLE - "
                   "MAINTENANCE REFUSED SO NO SUPPLIERS ARE LOST"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM UNTIL WS-MENU-CHOICE = 'X' OR WS-MENU-CHOICE = 'x'
               DISPLAY "A=add supplier, C=change, D=delete, "
                   "L=list suppliers, X=exit:"
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN 'A'
                   WHEN 'a'
                       PERFORM ADD-SUPPLIER
                   WHEN 'C'
                   WHEN 'c'
                       PERFORM CHANGE-SUPPLIER
                   WHEN 'D'
                   WHEN 'd'
                       PERFORM DELETE-SUPPLIER
                   WHEN 'L'
                   WHEN 'l'
                       PERFORM LIST-SUPPLIERS
                   WHEN 'X'
                   WHEN 'x'
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid selection."
               END-EVALUATE
           END-PERFORM

           IF WS-CHANGED = 'Y'
               PERFORM REWRITE-SUPPLIER-FILE
           END-IF
           DISPLAY "=========================================="
           DISPLAY "SUPPLIERS ADDED:   " WS-ADD-COUNT
           DISPLAY "SUPPLIERS CHANGED: " WS-CHANGE-COUNT
           DISPLAY "SUPPLIERS DELETED: " WS-DELETE-COUNT
           DISPLAY "SUPPLIERS ON FILE: " WS-SUPPLIER-COUNT
           DISPLAY "=========================================="
           GOBACK.

       LOAD-SUPPLIER-TABLE.
           OPEN INPUT SUPPLIER-FILE
           IF WS-SUPPLIER-FILE-STATUS NOT = "00"
               DISPLAY "NO SHOE-SUPPLIERS.TXT YET - STARTING EMPTY"
           ELSE
               PERFORM UNTIL WS-EOF = 'Y'
                   READ SUPPLIER-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF WS-SUPPLIER-COUNT = 500
                               MOVE 'Y' TO WS-TABLE-OVERFLOW
                           ELSE
                               ADD 1 TO WS-SUPPLIER-COUNT
                               MOVE SUPPLIER-RECORD TO
                                   WS-SUPPLIER-ROW(WS-SUPPLIER-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE SUPPLIER-FILE
               DISPLAY "SUPPLIERS LOADED: " WS-SUPPLIER-COUNT
           END-IF.

       FIND-SUPPLIER.
           MOVE FUNCTION UPPER-CASE(WS-CODE-IN) TO WS-CODE-IN
           MOVE 0 TO WS-MATCH-FOUND
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-SUPPLIER-COUNT
               IF WS-SU-CODE(WS-SUB) = WS-CODE-IN
                   MOVE WS-SUB TO WS-MATCH-FOUND
               END-IF
           END-PERFORM.

       ADD-SUPPLIER.
           DISPLAY "Enter supplier code (up to 6 characters):"
           ACCEPT WS-CODE-IN
           PERFORM FIND-SUPPLIER
           EVALUATE TRUE
               WHEN WS-CODE-IN = SPACES
                   DISPLAY "Supplier code is required."
               WHEN WS-MATCH-FOUND > 0
                   DISPLAY "Supplier already on file - use C to "
                       "change it."
               WHEN WS-SUPPLIER-COUNT = 500
                   DISPLAY "SUPPLIER TABLE FULL - CANNOT ADD"
               WHEN OTHER
                   ADD 1 TO WS-SUPPLIER-COUNT
                   MOVE WS-SUPPLIER-COUNT TO WS-MATCH-FOUND
                   MOVE SPACES TO WS-SUPPLIER-ROW(WS-MATCH-FOUND)
                   MOVE WS-CODE-IN TO WS-SU-CODE(WS-MATCH-FOUND)
                   MOVE 0 TO WS-SU-LEAD-TIME(WS-MATCH-FOUND)
                       WS-SU-MIN-QTY(WS-MATCH-FOUND)
                   MOVE 'N' TO WS-KEEP-ALLOWED
                   PERFORM KEY-SUPPLIER-DETAILS
                   PERFORM KEY-STYLES-CARRIED
                   ADD 1 TO WS-ADD-COUNT
                   MOVE 'Y' TO WS-CHANGED
                   DISPLAY "SUPPLIER ADDED."
           END-EVALUATE.

       CHANGE-SUPPLIER.
           DISPLAY "Enter supplier code to change:"
           ACCEPT WS-CODE-IN
           PERFORM FIND-SUPPLIER
           IF WS-MATCH-FOUND = 0
               DISPLAY "No such supplier on file."
           ELSE
               MOVE 'Y' TO WS-KEEP-ALLOWED
               PERFORM KEY-SUPPLIER-DETAILS
               PERFORM SHOW-STYLES-CARRIED
               DISPLAY "STYLES: " WS-STYLE-LIST
               DISPLAY "Re-key the styles carried? (Y/N)"
               ACCEPT WS-ANSWER
               IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
                   PERFORM KEY-STYLES-CARRIED
               END-IF
               ADD 1 TO WS-CHANGE-COUNT
               MOVE 'Y' TO WS-CHANGED
               DISPLAY "SUPPLIER CHANGED."
           END-IF.

       KEY-SUPPLIER-DETAILS.
      *> On a change a blank answer keeps what is on file.
           IF WS-KEEP-ALLOWED = 'Y'
               MOVE " (blank to keep):" TO WS-KEEP-NOTE
               DISPLAY "NAME:    " WS-SU-NAME(WS-MATCH-FOUND)
               DISPLAY "CONTACT: " WS-SU-CONTACT(WS-MATCH-FOUND)
                   "  PHONE: " WS-SU-PHONE(WS-MATCH-FOUND)
               DISPLAY "LEAD TIME: " WS-SU-LEAD-TIME(WS-MATCH-FOUND)
                   " DAYS  MINIMUM ORDER: "
                   WS-SU-MIN-QTY(WS-MATCH-FOUND)
           ELSE
               MOVE ":" TO WS-KEEP-NOTE
           END-IF
           MOVE SPACES TO WS-TEXT-IN
           PERFORM UNTIL WS-TEXT-IN NOT = SPACES
               DISPLAY "Supplier name" WS-KEEP-NOTE
               ACCEPT WS-TEXT-IN
               IF WS-TEXT-IN = SPACES AND WS-KEEP-ALLOWED = 'Y'
                   MOVE WS-SU-NAME(WS-MATCH-FOUND) TO WS-TEXT-IN
               END-IF
           END-PERFORM
           MOVE WS-TEXT-IN TO WS-SU-NAME(WS-MATCH-FOUND)
           DISPLAY "Contact name" WS-KEEP-NOTE
           ACCEPT WS-TEXT-IN
           IF WS-TEXT-IN NOT = SPACES OR WS-KEEP-ALLOWED NOT = 'Y'
               MOVE WS-TEXT-IN TO WS-SU-CONTACT(WS-MATCH-FOUND)
           END-IF
           DISPLAY "Contact phone" WS-KEEP-NOTE
           ACCEPT WS-TEXT-IN
           IF WS-TEXT-IN NOT = SPACES OR WS-KEEP-ALLOWED NOT = 'Y'
               MOVE WS-TEXT-IN TO WS-SU-PHONE(WS-MATCH-FOUND)
           END-IF
           DISPLAY "Lead time in days, 0-365" WS-KEEP-NOTE
           MOVE WS-SU-LEAD-TIME(WS-MATCH-FOUND) TO WS-NUMBER-VALUE
           MOVE 365 TO WS-NUMBER-LIMIT
           PERFORM GET-NUMBER
           MOVE WS-NUMBER-VALUE TO WS-SU-LEAD-TIME(WS-MATCH-FOUND)
           DISPLAY "Minimum order quantity in units, 0 for none"
               WS-KEEP-NOTE
           MOVE WS-SU-MIN-QTY(WS-MATCH-FOUND) TO WS-NUMBER-VALUE
           MOVE 9999 TO WS-NUMBER-LIMIT
           PERFORM GET-NUMBER
           MOVE WS-NUMBER-VALUE TO WS-SU-MIN-QTY(WS-MATCH-FOUND).

       GET-NUMBER.
      *> Trim before the numeric test - a normally typed "17"
      *> arrives left-justified with trailing spaces.
           MOVE 'N' TO WS-NUMBER-OK
           PERFORM UNTIL WS-NUMBER-OK = 'Y'
               ACCEPT WS-NUMBER-IN
               EVALUATE TRUE
                   WHEN WS-NUMBER-IN = SPACES
                       IF WS-KEEP-ALLOWED = 'Y'
                           MOVE 'Y' TO WS-NUMBER-OK
                       END-IF
                   WHEN FUNCTION TRIM(WS-NUMBER-IN) IS NUMERIC
                       IF FUNCTION NUMVAL(WS-NUMBER-IN) NOT >
                               WS-NUMBER-LIMIT
                           MOVE FUNCTION NUMVAL(WS-NUMBER-IN)
                               TO WS-NUMBER-VALUE
                           MOVE 'Y' TO WS-NUMBER-OK
                       END-IF
               END-EVALUATE
               IF WS-NUMBER-OK NOT = 'Y'
                   DISPLAY "Invalid entry - a whole number up to "
                       WS-NUMBER-LIMIT ":"
               END-IF
           END-PERFORM.

       KEY-STYLES-CARRIED.
           DISPLAY "Styles carried - one per line, blank to finish "
               "(up to 10):"
           PERFORM VARYING WS-STYLE-SUB FROM 1 BY 1
                   UNTIL WS-STYLE-SUB > 10
               MOVE SPACES TO WS-SU-STYLE(WS-MATCH-FOUND, WS-STYLE-SUB)
           END-PERFORM
           MOVE 'N' TO WS-ANSWER
           PERFORM VARYING WS-STYLE-SUB FROM 1 BY 1
                   UNTIL WS-STYLE-SUB > 10 OR WS-ANSWER = 'Y'
               ACCEPT WS-CODE-IN
               IF WS-CODE-IN = SPACES
                   MOVE 'Y' TO WS-ANSWER
               ELSE
                   MOVE WS-CODE-IN TO
                       WS-SU-STYLE(WS-MATCH-FOUND, WS-STYLE-SUB)
               END-IF
           END-PERFORM.

       SHOW-STYLES-CARRIED.
           MOVE SPACES TO WS-STYLE-LIST
           MOVE 1 TO WS-STYLE-POINTER
           PERFORM VARYING WS-STYLE-SUB FROM 1 BY 1
                   UNTIL WS-STYLE-SUB > 10
               IF WS-SU-STYLE(WS-MATCH-FOUND, WS-STYLE-SUB)
                       NOT = SPACES
                   STRING WS-SU-STYLE(WS-MATCH-FOUND, WS-STYLE-SUB)
                       " " DELIMITED BY SIZE
                       INTO WS-STYLE-LIST
                       WITH POINTER WS-STYLE-POINTER
                   END-STRING
               END-IF
           END-PERFORM.

       DELETE-SUPPLIER.
           DISPLAY "Enter supplier code to delete:"
           ACCEPT WS-CODE-IN
           PERFORM FIND-SUPPLIER
           IF WS-MATCH-FOUND = 0
               DISPLAY "No such supplier on file."
           ELSE
               PERFORM COUNT-OPEN-PO-LINES
               IF WS-OPEN-LINES > 0
                   DISPLAY "SUPPLIER HAS " WS-OPEN-LINES
                       " OPEN ORDER LINES - NOT DELETED"
               ELSE
                   DISPLAY "Delete " WS-SU-NAME(WS-MATCH-FOUND)
                       "? (Y/N)"
                   ACCEPT WS-ANSWER
                   IF WS-ANSWER = 'Y' OR WS-ANSWER = 'y'
                       PERFORM VARYING WS-SUB FROM WS-MATCH-FOUND BY 1
                               UNTIL WS-SUB NOT < WS-SUPPLIER-COUNT
                           MOVE WS-SUPPLIER-ROW(WS-SUB + 1) TO
                               WS-SUPPLIER-ROW(WS-SUB)
                       END-PERFORM
                       SUBTRACT 1 FROM WS-SUPPLIER-COUNT
                       ADD 1 TO WS-DELETE-COUNT
                       MOVE 'Y' TO WS-CHANGED
                       DISPLAY "SUPPLIER DELETED."
                   END-IF
               END-IF
           END-IF.

       COUNT-OPEN-PO-LINES.
           MOVE 0 TO WS-OPEN-LINES
           OPEN INPUT OPEN-PO-FILE
           IF WS-PO-FILE-STATUS = "00"
               MOVE 'N' TO WS-EOF
               PERFORM UNTIL WS-EOF = 'Y'
                   READ OPEN-PO-FILE
                       AT END
                           MOVE 'Y' TO WS-EOF
                       NOT AT END
                           IF PO-STATUS = 'O'
                               AND PO-SUPPLIER-CODE = WS-CODE-IN
                               ADD 1 TO WS-OPEN-LINES
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OPEN-PO-FILE
           END-IF.

       LIST-SUPPLIERS.
           OPEN OUTPUT SUPPLIER-REPORT-FILE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "SHOE SUPPLIERS  RUN DATE: " WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING
           PERFORM WRITE-SUPPLIER-LINE
           MOVE SPACES TO WS-PRINT-LINE
           STRING "CODE   NAME                           "
               "CONTACT                        PHONE           "
               "LEAD MIN   STYLES CARRIED"
               DELIMITED BY SIZE INTO WS-PRINT-LINE
           END-STRING
           PERFORM WRITE-SUPPLIER-LINE
           PERFORM VARYING WS-MATCH-FOUND FROM 1 BY 1
                   UNTIL WS-MATCH-FOUND > WS-SUPPLIER-COUNT
               PERFORM SHOW-STYLES-CARRIED
               MOVE SPACES TO WS-PRINT-LINE
               STRING WS-SU-CODE(WS-MATCH-FOUND) " "
                   WS-SU-NAME(WS-MATCH-FOUND) " "
                   WS-SU-CONTACT(WS-MATCH-FOUND) " "
                   WS-SU-PHONE(WS-MATCH-FOUND) " "
                   WS-SU-LEAD-TIME(WS-MATCH-FOUND) "  "
                   WS-SU-MIN-QTY(WS-MATCH-FOUND) "  "
                   WS-STYLE-LIST(1:36)
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               PERFORM WRITE-SUPPLIER-LINE
               DISPLAY WS-PRINT-LINE(1:80)
      *> Six styles fill the line; the rest go on a continuation
      *> line under the STYLES CARRIED column.
               IF WS-STYLE-LIST(37:24) NOT = SPACES
                   MOVE SPACES TO WS-PRINT-LINE
                   MOVE WS-STYLE-LIST(37:24) TO WS-PRINT-LINE(97:24)
                   PERFORM WRITE-SUPPLIER-LINE
               END-IF
           END-PERFORM
           CLOSE SUPPLIER-REPORT-FILE
           DISPLAY "REPORT: SHOE-SUPPLIER-RPT.TXT".

       WRITE-SUPPLIER-LINE.
           MOVE WS-PRINT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.

       REWRITE-SUPPLIER-FILE.
           OPEN OUTPUT SUPPLIER-FILE
           IF WS-SUPPLIER-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - UNABLE TO REWRITE SHOE-SUPPLIERS.TXT,"
                   " FILE STATUS = " WS-SUPPLIER-FILE-STATUS
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-SUPPLIER-COUNT
                   MOVE WS-SUPPLIER-ROW(WS-SUB) TO SUPPLIER-RECORD
                   WRITE SUPPLIER-RECORD
               END-PERFORM
               CLOSE SUPPLIER-FILE
               DISPLAY "SUPPLIERS SAVED: " WS-SUPPLIER-COUNT
           END-IF.

       END PROGRAM SHOE-SUPPLIER.
