      ******************************************************************
      * Author: VICENTE MBA ENGUNG
      * Date: SEPTEMBER 1, 2026
      * Purpose: Add/change/delete maintenance for the student contact
      *          master ../STUDENT-CONTACTS.TXT - one row per student
      *          number on STUFILE-INDEXED.TXT carrying an email
      *          address, a mobile number, the preferred channel
      *          (E email, S text message, B both, N paper only) and
      *          whether the student takes finance notices (holds,
      *          dunning, refunds) and academic notices (honours).
      *          Email and mobile are format-checked at the keyboard
      *          the way ADDRESS-MAINT checks postal codes, and the
      *          preferred channel must have an address behind it.
      *          TUITION-AGING, PAYMENT-POSTING, HONOURS-LIST and
      *          REFUND-RUN read this file to queue notices on
      *          ../NOTIFY-OUTBOX.TXT. Changes are stamped to
      *          ../AUDIT-LOG.TXT like the other masters.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTACT-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTACT-FILE ASSIGN TO "../STUDENT-CONTACTS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTACT-FILE-STATUS.
           SELECT INDEXED-STUDENT-FILE-OUT ASSIGN
           TO "../STUFILE-INDEXED.TXT"
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS IND-STUDENT-NUMBER
               ALTERNATE RECORD KEY IS IND-STUDENT-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "../AUDIT-LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONTACT-FILE.
      *> One row per student: email, 10-digit mobile, preferred
      *> channel (E/S/B/N), finance and academic notice opt-ins (Y/N)
      *> and the date the row was last keyed.
       01 CONTACT-RECORD.
           05 CON-STUDENT-NUMBER PIC 9(6).
           05 CON-EMAIL PIC X(50).
           05 CON-MOBILE PIC X(10).
           05 CON-PREFERENCE PIC X.
           05 CON-FINANCE-NOTICES PIC X.
           05 CON-ACADEMIC-NOTICES PIC X.
           05 CON-UPDATED-DATE PIC 9(8).

       FD INDEXED-STUDENT-FILE-OUT.
       01 INDEXED-FILE-RECORD.
           05 IND-STUDENT-NUMBER  PIC 9(6).
           05 IND-TUITION-OWED    PIC S9(6)V99
               SIGN LEADING SEPARATE.
           05 IND-STUDENT-NAME    PIC X(40).
           05 FILLER              PIC X(77).

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 EOF-FLAG PIC X(3) VALUE "NO".
       01 WS-CONTACT-FILE-STATUS PIC XX.
       01 WS-FILE-STATUS PIC XX.
       01 WS-AUDIT-FILE-STATUS PIC XX.
       01 WS-AUDIT-DATE-TIME.
           05 WS-AUDIT-DATE PIC 9(8).
           05 WS-AUDIT-TIME PIC 9(8).
       01 WS-AUDIT-ACTION PIC X(7).
       01 WS-MASTER-OPEN PIC X VALUE "N".
       01 WS-MENU-CHOICE PIC X VALUE SPACE.
       01 WS-NUMBER-IN PIC X(6).
       01 WS-STUDENT-NUMBER PIC 9(6).
       01 WS-CONFIRM PIC X.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-SUB PIC 9(3).
       01 WS-MATCH-FOUND PIC 9(3).
       01 WS-CHANGED PIC X VALUE "N".
       01 WS-STUDENT-OK PIC X.
       01 WS-ADD-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CHANGE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-DELETE-COUNT PIC 9(3) VALUE ZERO.
       *> Fields being keyed, checked before they land in the table.
       01 WS-EMAIL-IN PIC X(50).
       01 WS-MOBILE-IN PIC X(20).
       01 WS-MOBILE-DIGITS PIC X(11).
       01 WS-PREFERENCE-IN PIC X.
       01 WS-FINANCE-IN PIC X.
       01 WS-ACADEMIC-IN PIC X.
       *> Email check work fields - one "@", something before it, a
       *> dot somewhere after it with a character either side, and
       *> only the characters a mail gateway accepts.
       01 WS-EMAIL-OK PIC X.
       01 WS-EMAIL-LENGTH PIC 9(2).
       01 WS-EMAIL-SUB PIC 9(2).
       01 WS-EMAIL-CHAR PIC X.
       01 WS-AT-COUNT PIC 9(2).
       01 WS-AT-POSITION PIC 9(2).
       01 WS-DOT-AFTER-AT PIC X.
       *> Mobile check work fields - digits kept, ( ) - . and spaces
       *> dropped, anything else refused; ten digits (or eleven
       *> starting 1) with an area code that cannot start 0 or 1.
       01 WS-MOBILE-OK PIC X.
       01 WS-MOBILE-SUB PIC 9(2).
       01 WS-MOBILE-CHAR PIC X.
       01 WS-DIGIT-COUNT PIC 9(2).
       01 WS-PREFERENCE-OK PIC X.
       *> Whole contact master held in storage while the operator
       *> works; the file is rewritten once at exit - the
       *> PAYMENT-PLAN-MAINT idiom.
       01 WS-CONTACT-TABLE.
           05 WS-CONTACT-ROW OCCURS 500 TIMES.
               10 WS-CON-NUMBER PIC 9(6).
               10 WS-CON-EMAIL PIC X(50).
               10 WS-CON-MOBILE PIC X(10).
               10 WS-CON-PREFERENCE PIC X.
               10 WS-CON-FINANCE PIC X.
               10 WS-CON-ACADEMIC PIC X.
               10 WS-CON-UPDATED PIC 9(8).
       01 WS-CONTACT-COUNT PIC 9(3) VALUE ZERO.
       *> Set when the file outgrows the table - maintenance is
       *> refused rather than saving the file without the unloaded
       *> rows.
       01 WS-TABLE-OVERFLOW PIC X VALUE "N".

       PROCEDURE DIVISION.
       100-MAINTAIN-CONTACTS.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 200-LOAD-CONTACT-TABLE.
           IF WS-TABLE-OVERFLOW = "Y"
               DISPLAY "CONTACT FILE EXCEEDS THE 500-ROW TABLE - "
                   "MAINTENANCE REFUSED SO NO ROWS ARE LOST"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           *> The master is only read, to confirm the student.
           OPEN INPUT INDEXED-STUDENT-FILE-OUT.
           IF WS-FILE-STATUS = "00"
               MOVE "Y" TO WS-MASTER-OPEN
           ELSE
               DISPLAY "STUFILE-INDEXED.TXT NOT AVAILABLE - STUDENT "
                   "NUMBERS WILL NOT BE CHECKED"
           END-IF.
           OPEN EXTEND AUDIT-LOG-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUDIT-LOG-FILE
           END-IF.
           PERFORM UNTIL WS-MENU-CHOICE = "X"
                   OR WS-MENU-CHOICE = "x"
               DISPLAY "A=add, C=change, D=delete, S=show one "
                   "student, L=list, X=exit:"
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN "A"
                   WHEN "a"
                       PERFORM 300-ADD-CONTACT
                   WHEN "C"
                   WHEN "c"
                       PERFORM 400-CHANGE-CONTACT
                   WHEN "D"
                   WHEN "d"
                       PERFORM 500-DELETE-CONTACT
                   WHEN "S"
                   WHEN "s"
                       PERFORM 550-SHOW-CONTACT
                   WHEN "L"
                   WHEN "l"
                       PERFORM 600-LIST-CONTACTS
                   WHEN "X"
                   WHEN "x"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid selection."
               END-EVALUATE
           END-PERFORM.
           IF WS-MASTER-OPEN = "Y"
               CLOSE INDEXED-STUDENT-FILE-OUT
           END-IF.
           CLOSE AUDIT-LOG-FILE.
           IF WS-CHANGED = "Y"
               PERFORM 700-REWRITE-CONTACT-FILE
           END-IF.
           DISPLAY "==========================================".
           DISPLAY "CONTACTS ADDED:   " WS-ADD-COUNT.
           DISPLAY "CONTACTS CHANGED: " WS-CHANGE-COUNT.
           DISPLAY "CONTACTS DELETED: " WS-DELETE-COUNT.
           DISPLAY "CONTACTS ON FILE: " WS-CONTACT-COUNT.
           DISPLAY "==========================================".
           GOBACK.

       200-LOAD-CONTACT-TABLE.
           OPEN INPUT CONTACT-FILE.
           IF WS-CONTACT-FILE-STATUS NOT = "00"
               DISPLAY "NO STUDENT-CONTACTS.TXT YET - STARTING EMPTY"
           ELSE
               PERFORM UNTIL EOF-FLAG = "YES"
                   READ CONTACT-FILE
                       AT END MOVE "YES" TO EOF-FLAG
                       NOT AT END
                           IF WS-CONTACT-COUNT = 500
                               MOVE "Y" TO WS-TABLE-OVERFLOW
                           ELSE
                               ADD 1 TO WS-CONTACT-COUNT
                               MOVE CONTACT-RECORD
                                   TO WS-CONTACT-ROW(WS-CONTACT-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONTACT-FILE
               DISPLAY "CONTACTS LOADED: " WS-CONTACT-COUNT
           END-IF.

       250-FIND-CONTACT.
           MOVE ZERO TO WS-MATCH-FOUND
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-CONTACT-COUNT
               IF WS-CON-NUMBER(WS-SUB) = WS-STUDENT-NUMBER
                   MOVE WS-SUB TO WS-MATCH-FOUND
               END-IF
           END-PERFORM.

       260-GET-STUDENT-NUMBER.
           MOVE SPACES TO WS-NUMBER-IN
           PERFORM UNTIL WS-NUMBER-IN IS NUMERIC
               DISPLAY "Enter student number (6 digits):"
               ACCEPT WS-NUMBER-IN
               IF WS-NUMBER-IN IS NOT NUMERIC
                   DISPLAY "Invalid entry - must be 6 numeric digits."
               END-IF
           END-PERFORM
           MOVE WS-NUMBER-IN TO WS-STUDENT-NUMBER.

       270-CHECK-ON-MASTER.
           MOVE "Y" TO WS-STUDENT-OK
           IF WS-MASTER-OPEN = "Y"
               MOVE WS-STUDENT-NUMBER TO IND-STUDENT-NUMBER
               READ INDEXED-STUDENT-FILE-OUT
                   INVALID KEY
                       DISPLAY "Student " WS-STUDENT-NUMBER
                           " is not on the student master."
                       MOVE "N" TO WS-STUDENT-OK
                   NOT INVALID KEY
                       DISPLAY FUNCTION TRIM(IND-STUDENT-NAME)
               END-READ
           END-IF.

       300-ADD-CONTACT.
           PERFORM 260-GET-STUDENT-NUMBER
           PERFORM 270-CHECK-ON-MASTER
           IF WS-STUDENT-OK = "Y"
               PERFORM 250-FIND-CONTACT
               IF WS-MATCH-FOUND > ZERO
                   DISPLAY "That student already has a contact row - "
                       "use C to change it."
               ELSE
                   IF WS-CONTACT-COUNT = 500
                       DISPLAY "CONTACT FILE FULL - CANNOT ADD"
                   ELSE
                       ADD 1 TO WS-CONTACT-COUNT
                       MOVE WS-CONTACT-COUNT TO WS-MATCH-FOUND
                       INITIALIZE WS-CONTACT-ROW(WS-MATCH-FOUND)
                       MOVE WS-STUDENT-NUMBER
                           TO WS-CON-NUMBER(WS-MATCH-FOUND)
                       PERFORM 310-ENTER-CONTACT-DETAILS
                       ADD 1 TO WS-ADD-COUNT
                       MOVE "ADD" TO WS-AUDIT-ACTION
                       PERFORM 800-WRITE-AUDIT-LOG-RECORD
                       DISPLAY "Contact added."
                   END-IF
               END-IF
           END-IF.

       310-ENTER-CONTACT-DETAILS.
           PERFORM 320-GET-EMAIL
           PERFORM 330-GET-MOBILE
           PERFORM 340-GET-PREFERENCE
           MOVE WS-EMAIL-IN TO WS-CON-EMAIL(WS-MATCH-FOUND)
           MOVE WS-MOBILE-DIGITS(1:10)
               TO WS-CON-MOBILE(WS-MATCH-FOUND)
           MOVE WS-PREFERENCE-IN TO WS-CON-PREFERENCE(WS-MATCH-FOUND)
           MOVE WS-FINANCE-IN TO WS-CON-FINANCE(WS-MATCH-FOUND)
           MOVE WS-ACADEMIC-IN TO WS-CON-ACADEMIC(WS-MATCH-FOUND)
           MOVE WS-RUN-DATE TO WS-CON-UPDATED(WS-MATCH-FOUND)
           MOVE "Y" TO WS-CHANGED.

       320-GET-EMAIL.
           *> Blank is allowed - a student may give a mobile only.
           MOVE "N" TO WS-EMAIL-OK
           PERFORM UNTIL WS-EMAIL-OK = "Y"
               DISPLAY "Enter email address (blank for none):"
               MOVE SPACES TO WS-EMAIL-IN
               ACCEPT WS-EMAIL-IN
               IF WS-EMAIL-IN = SPACES
                   MOVE "Y" TO WS-EMAIL-OK
               ELSE
                   PERFORM 325-CHECK-EMAIL
                   IF WS-EMAIL-OK NOT = "Y"
                       DISPLAY "'" FUNCTION TRIM(WS-EMAIL-IN)
                           "' IS NOT A VALID EMAIL ADDRESS - "
                           "RE-ENTER"
                   END-IF
               END-IF
           END-PERFORM.

       325-CHECK-EMAIL.
           MOVE "Y" TO WS-EMAIL-OK
           MOVE ZERO TO WS-AT-COUNT WS-AT-POSITION
           MOVE "N" TO WS-DOT-AFTER-AT
           MOVE 50 TO WS-EMAIL-LENGTH
           PERFORM UNTIL WS-EMAIL-LENGTH = ZERO
                   OR WS-EMAIL-IN(WS-EMAIL-LENGTH:1) NOT = SPACE
               SUBTRACT 1 FROM WS-EMAIL-LENGTH
           END-PERFORM
           PERFORM VARYING WS-EMAIL-SUB FROM 1 BY 1
                   UNTIL WS-EMAIL-SUB > WS-EMAIL-LENGTH
               MOVE WS-EMAIL-IN(WS-EMAIL-SUB:1) TO WS-EMAIL-CHAR
               EVALUATE TRUE
                   WHEN WS-EMAIL-CHAR = "@"
                       ADD 1 TO WS-AT-COUNT
                       MOVE WS-EMAIL-SUB TO WS-AT-POSITION
                   WHEN WS-EMAIL-CHAR = "."
                       *> A dot straight after the "@" or as the
                       *> last character leaves an empty label.
                       IF WS-AT-POSITION > ZERO
                           AND WS-EMAIL-SUB > WS-AT-POSITION + 1
                           AND WS-EMAIL-SUB < WS-EMAIL-LENGTH
                           MOVE "Y" TO WS-DOT-AFTER-AT
                       END-IF
                   WHEN WS-EMAIL-CHAR >= "a" AND WS-EMAIL-CHAR <= "z"
                   WHEN WS-EMAIL-CHAR >= "A" AND WS-EMAIL-CHAR <= "Z"
                   WHEN WS-EMAIL-CHAR >= "0" AND WS-EMAIL-CHAR <= "9"
                   WHEN WS-EMAIL-CHAR = "-"
                   WHEN WS-EMAIL-CHAR = "_"
                   WHEN WS-EMAIL-CHAR = "+"
                       CONTINUE
                   WHEN OTHER
                       MOVE "N" TO WS-EMAIL-OK
               END-EVALUATE
           END-PERFORM
           IF WS-AT-COUNT NOT = 1
               OR WS-AT-POSITION = 1
               OR WS-DOT-AFTER-AT NOT = "Y"
               OR WS-EMAIL-IN(WS-EMAIL-LENGTH:1) = "."
               MOVE "N" TO WS-EMAIL-OK
           END-IF.

       330-GET-MOBILE.
           MOVE "N" TO WS-MOBILE-OK
           PERFORM UNTIL WS-MOBILE-OK = "Y"
               DISPLAY "Enter mobile number, 10 digits "
                   "(blank for none):"
               MOVE SPACES TO WS-MOBILE-IN
               ACCEPT WS-MOBILE-IN
               MOVE SPACES TO WS-MOBILE-DIGITS
               IF WS-MOBILE-IN = SPACES
                   MOVE "Y" TO WS-MOBILE-OK
               ELSE
                   PERFORM 335-CHECK-MOBILE
                   IF WS-MOBILE-OK NOT = "Y"
                       DISPLAY "'" FUNCTION TRIM(WS-MOBILE-IN)
                           "' IS NOT A 10-DIGIT PHONE NUMBER - "
                           "RE-ENTER"
                   END-IF
               END-IF
           END-PERFORM.

       335-CHECK-MOBILE.
           MOVE "Y" TO WS-MOBILE-OK
           MOVE ZERO TO WS-DIGIT-COUNT
           MOVE SPACES TO WS-MOBILE-DIGITS
           PERFORM VARYING WS-MOBILE-SUB FROM 1 BY 1
                   UNTIL WS-MOBILE-SUB > 20
               MOVE WS-MOBILE-IN(WS-MOBILE-SUB:1) TO WS-MOBILE-CHAR
               EVALUATE TRUE
                   WHEN WS-MOBILE-CHAR IS NUMERIC
                       IF WS-DIGIT-COUNT < 11
                           ADD 1 TO WS-DIGIT-COUNT
                           MOVE WS-MOBILE-CHAR TO
                               WS-MOBILE-DIGITS(WS-DIGIT-COUNT:1)
                       ELSE
                           MOVE "N" TO WS-MOBILE-OK
                       END-IF
                   WHEN WS-MOBILE-CHAR = SPACE
                   WHEN WS-MOBILE-CHAR = "("
                   WHEN WS-MOBILE-CHAR = ")"
                   WHEN WS-MOBILE-CHAR = "-"
                   WHEN WS-MOBILE-CHAR = "."
                       CONTINUE
                   WHEN OTHER
                       MOVE "N" TO WS-MOBILE-OK
               END-EVALUATE
           END-PERFORM
           *> A leading country code 1 is dropped.
           IF WS-DIGIT-COUNT = 11 AND WS-MOBILE-DIGITS(1:1) = "1"
               MOVE WS-MOBILE-DIGITS(2:10) TO WS-MOBILE-DIGITS
               MOVE 10 TO WS-DIGIT-COUNT
           END-IF
           IF WS-DIGIT-COUNT NOT = 10
               OR WS-MOBILE-DIGITS(1:1) = "0"
               OR WS-MOBILE-DIGITS(1:1) = "1"
               MOVE "N" TO WS-MOBILE-OK
           END-IF.

       340-GET-PREFERENCE.
           *> The preferred channel must have an address behind it,
           *> or the notice would only land on the no-contact report.
           MOVE "N" TO WS-PREFERENCE-OK
           PERFORM UNTIL WS-PREFERENCE-OK = "Y"
               DISPLAY "Preferred channel (E=email, S=text, B=both, "
                   "N=paper only):"
               ACCEPT WS-PREFERENCE-IN
               MOVE FUNCTION UPPER-CASE(WS-PREFERENCE-IN)
                   TO WS-PREFERENCE-IN
               EVALUATE WS-PREFERENCE-IN
                   WHEN "E"
                       IF WS-EMAIL-IN = SPACES
                           DISPLAY "No email on file for the email "
                               "channel."
                       ELSE
                           MOVE "Y" TO WS-PREFERENCE-OK
                       END-IF
                   WHEN "S"
                       IF WS-MOBILE-DIGITS = SPACES
                           DISPLAY "No mobile on file for the text "
                               "channel."
                       ELSE
                           MOVE "Y" TO WS-PREFERENCE-OK
                       END-IF
                   WHEN "B"
                       IF WS-EMAIL-IN = SPACES
                           OR WS-MOBILE-DIGITS = SPACES
                           DISPLAY "Both channels need an email and "
                               "a mobile."
                       ELSE
                           MOVE "Y" TO WS-PREFERENCE-OK
                       END-IF
                   WHEN "N"
                       MOVE "Y" TO WS-PREFERENCE-OK
                   WHEN OTHER
                       DISPLAY "Invalid entry - E, S, B or N."
               END-EVALUATE
           END-PERFORM
           MOVE "N" TO WS-FINANCE-IN WS-ACADEMIC-IN
           IF WS-PREFERENCE-IN NOT = "N"
               DISPLAY "Send finance notices - holds, dunning, "
                   "refunds? (Y/N)"
               ACCEPT WS-FINANCE-IN
               IF WS-FINANCE-IN = "y"
                   MOVE "Y" TO WS-FINANCE-IN
               END-IF
               IF WS-FINANCE-IN NOT = "Y"
                   MOVE "N" TO WS-FINANCE-IN
               END-IF
               DISPLAY "Send academic notices - honours? (Y/N)"
               ACCEPT WS-ACADEMIC-IN
               IF WS-ACADEMIC-IN = "y"
                   MOVE "Y" TO WS-ACADEMIC-IN
               END-IF
               IF WS-ACADEMIC-IN NOT = "Y"
                   MOVE "N" TO WS-ACADEMIC-IN
               END-IF
           END-IF.

       400-CHANGE-CONTACT.
           PERFORM 260-GET-STUDENT-NUMBER
           PERFORM 250-FIND-CONTACT
           IF WS-MATCH-FOUND = ZERO
               DISPLAY "No contact row for that student - use A to "
                   "add one."
           ELSE
               MOVE WS-MATCH-FOUND TO WS-SUB
               PERFORM 610-DISPLAY-ONE-CONTACT
               PERFORM 310-ENTER-CONTACT-DETAILS
               ADD 1 TO WS-CHANGE-COUNT
               MOVE "CHANGE" TO WS-AUDIT-ACTION
               PERFORM 800-WRITE-AUDIT-LOG-RECORD
               DISPLAY "Contact changed."
           END-IF.

       500-DELETE-CONTACT.
           PERFORM 260-GET-STUDENT-NUMBER
           PERFORM 250-FIND-CONTACT
           IF WS-MATCH-FOUND = ZERO
               DISPLAY "No contact row for that student."
           ELSE
               MOVE WS-MATCH-FOUND TO WS-SUB
               PERFORM 610-DISPLAY-ONE-CONTACT
               DISPLAY "Delete this contact? (Y/N)"
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
                   *> Close the gap so the rewrite pass never carries
                   *> a ghost row.
                   PERFORM VARYING WS-SUB FROM WS-MATCH-FOUND BY 1
                           UNTIL WS-SUB NOT < WS-CONTACT-COUNT
                       MOVE WS-CONTACT-ROW(WS-SUB + 1)
                           TO WS-CONTACT-ROW(WS-SUB)
                   END-PERFORM
                   SUBTRACT 1 FROM WS-CONTACT-COUNT
                   MOVE "Y" TO WS-CHANGED
                   ADD 1 TO WS-DELETE-COUNT
                   MOVE "DELETE" TO WS-AUDIT-ACTION
                   PERFORM 800-WRITE-AUDIT-LOG-RECORD
                   DISPLAY "Contact deleted."
               END-IF
           END-IF.

       550-SHOW-CONTACT.
           PERFORM 260-GET-STUDENT-NUMBER
           PERFORM 250-FIND-CONTACT
           IF WS-MATCH-FOUND = ZERO
               DISPLAY "No contact row for that student."
           ELSE
               MOVE WS-MATCH-FOUND TO WS-SUB
               PERFORM 610-DISPLAY-ONE-CONTACT
           END-IF.

       600-LIST-CONTACTS.
           PERFORM 610-DISPLAY-ONE-CONTACT
               VARYING WS-SUB FROM 1 BY 1
               UNTIL WS-SUB > WS-CONTACT-COUNT.

       610-DISPLAY-ONE-CONTACT.
           DISPLAY WS-CON-NUMBER(WS-SUB) " "
               WS-CON-EMAIL(WS-SUB)(1:40) " "
               WS-CON-MOBILE(WS-SUB)
               " PREF " WS-CON-PREFERENCE(WS-SUB)
               " FIN " WS-CON-FINANCE(WS-SUB)
               " ACAD " WS-CON-ACADEMIC(WS-SUB)
               " UPDATED " WS-CON-UPDATED(WS-SUB).

       700-REWRITE-CONTACT-FILE.
           OPEN OUTPUT CONTACT-FILE.
           IF WS-CONTACT-FILE-STATUS NOT = "00"
               DISPLAY "ERROR - UNABLE TO REWRITE STUDENT-CONTACTS."
                   "TXT, FILE STATUS = " WS-CONTACT-FILE-STATUS
               MOVE 1 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > WS-CONTACT-COUNT
                   MOVE WS-CONTACT-ROW(WS-SUB) TO CONTACT-RECORD
                   WRITE CONTACT-RECORD
               END-PERFORM
               CLOSE CONTACT-FILE
               DISPLAY "CONTACTS SAVED: " WS-CONTACT-COUNT " ROWS"
           END-IF.

       800-WRITE-AUDIT-LOG-RECORD.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-AUDIT-TIME FROM TIME
           MOVE SPACES TO AUDIT-LOG-RECORD
           STRING WS-AUDIT-DATE-TIME " CONTACT-MAINT "
               WS-STUDENT-NUMBER " " WS-AUDIT-ACTION
               DELIMITED BY SIZE INTO AUDIT-LOG-RECORD
           END-STRING
           WRITE AUDIT-LOG-RECORD.

       END PROGRAM CONTACT-MAINT.
