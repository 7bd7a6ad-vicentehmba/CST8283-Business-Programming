      ******************************************************************
      * Author: VICENTE MBA ENGUNG
      * Date: SEPTEMBER 1, 2026
      * Purpose: Maintenance for the general-ledger account mapping
      *          ../GL-ACCOUNT-MAP.TXT - one row per LED-TRANS-TYPE
      *          naming the GL account debited and the GL account
      *          credited when that type of ledger row raises what a
      *          student owes (a row that lowers the balance posts
      *          the same pair the other way round). List, add,
      *          change or delete a mapping keyed by transaction
      *          type, and list the month-end periods already locked
      *          on ../PERIOD-LOCK.TXT. GL-JOURNAL-EXPORT refuses to
      *          build a journal while any type on the ledger is
      *          unmapped, so a new ledger type is mapped here first.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GL-MAP-MAINT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-MAP-FILE ASSIGN TO "../GL-ACCOUNT-MAP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-FILE-STATUS.
           SELECT PERIOD-LOCK-FILE ASSIGN TO "../PERIOD-LOCK.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PERIOD-LOCK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD GL-MAP-FILE.
      *> One row per ledger transaction type: the GL account debited
      *> and the GL account credited for an amount that increases
      *> the student's balance, plus a description for the journal.
       01 GL-MAP-RECORD.
           05 GLM-TRANS-TYPE PIC X(8).
           05 GLM-DEBIT-ACCOUNT PIC X(10).
           05 GLM-CREDIT-ACCOUNT PIC X(10).
           05 GLM-DESCRIPTION PIC X(30).

       FD PERIOD-LOCK-FILE.
      *> One row per month closed by GL-JOURNAL-EXPORT - locking a
      *> month closes it and every month before it to new ledger
      *> rows.
       01 PERIOD-LOCK-RECORD.
           05 PL-PERIOD PIC 9(6).
           05 PL-LOCKED-DATE PIC 9(8).
           05 PL-LOCKED-BY PIC X(8).

       WORKING-STORAGE SECTION.
       01 EOF-FLAG PIC X(3) VALUE "NO".
       01 WS-MAP-FILE-STATUS PIC XX.
       01 WS-PERIOD-LOCK-FILE-STATUS PIC XX.
       01 WS-PERIOD-LOCK-EOF PIC X.
       01 WS-MENU-CHOICE PIC X VALUE SPACE.
       01 WS-TYPE-IN PIC X(8).
       01 WS-ACCOUNT-IN PIC X(10).
       01 WS-SUB PIC 9(3).
       01 WS-MATCH-FOUND PIC 9(3).
       01 WS-CHANGED PIC X VALUE "N".
       *> The whole mapping lives in storage while the operator
       *> works; the file is rewritten once at exit - the
       *> FEE-SCHED-MAINT idiom.
       01 WS-MAP-TABLE.
           05 WS-MAP-ROW OCCURS 50 TIMES.
               10 WS-MAP-TYPE PIC X(8).
               10 WS-MAP-DEBIT PIC X(10).
               10 WS-MAP-CREDIT PIC X(10).
               10 WS-MAP-DESCRIPTION PIC X(30).
       01 WS-MAP-COUNT PIC 9(3) VALUE ZERO.
       01 WS-TABLE-OVERFLOW PIC X VALUE "N".

       PROCEDURE DIVISION.
       100-MAINTAIN-GL-MAP.
           PERFORM 200-LOAD-MAP-TABLE.
           IF WS-TABLE-OVERFLOW = "Y"
               DISPLAY "MAPPING EXCEEDS THE 50-ROW TABLE - "
                   "MAINTENANCE REFUSED SO NO ROWS ARE LOST"
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WS-MENU-CHOICE = "X"
                   OR WS-MENU-CHOICE = "x"
               DISPLAY "A=add a mapping, C=change, D=delete, "
                   "L=list, P=list locked periods, X=exit:"
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN "A"
                   WHEN "a"
                       PERFORM 300-ADD-MAPPING
                   WHEN "C"
                   WHEN "c"
                       PERFORM 400-CHANGE-MAPPING
                   WHEN "D"
                   WHEN "d"
                       PERFORM 500-DELETE-MAPPING
                   WHEN "L"
                   WHEN "l"
                       PERFORM 600-LIST-MAPPINGS
                   WHEN "P"
                   WHEN "p"
                       PERFORM 650-LIST-LOCKED-PERIODS
                   WHEN "X"
                   WHEN "x"
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid selection."
               END-EVALUATE
           END-PERFORM.
           IF WS-CHANGED = "Y"
               PERFORM 700-REWRITE-MAP-FILE
           END-IF.
           GOBACK.

       200-LOAD-MAP-TABLE.
           OPEN INPUT GL-MAP-FILE.
           IF WS-MAP-FILE-STATUS NOT = "00"
               DISPLAY "NO GL-ACCOUNT-MAP.TXT YET - STARTING EMPTY"
           ELSE
               PERFORM UNTIL EOF-FLAG = "YES"
                   READ GL-MAP-FILE
                       AT END MOVE "YES" TO EOF-FLAG
                       NOT AT END
                           IF WS-MAP-COUNT = 50
                               MOVE "Y" TO WS-TABLE-OVERFLOW
                           ELSE
                               ADD 1 TO WS-MAP-COUNT
                               MOVE GL-MAP-RECORD TO
                                   WS-MAP-ROW(WS-MAP-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GL-MAP-FILE
               DISPLAY "GL MAPPING ROWS LOADED: " WS-MAP-COUNT
           END-IF.

       250-FIND-MAPPING.
           MOVE ZERO TO WS-MATCH-FOUND
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-MAP-COUNT
               IF WS-MAP-TYPE(WS-SUB) = WS-TYPE-IN
                   MOVE WS-SUB TO WS-MATCH-FOUND
               END-IF
           END-PERFORM.

       260-GET-TRANS-TYPE.
           DISPLAY "Ledger transaction type (e.g. PAYMENT, REG-ADD):"
           ACCEPT WS-TYPE-IN.

       300-ADD-MAPPING.
           PERFORM 260-GET-TRANS-TYPE
           IF WS-TYPE-IN = SPACES
               DISPLAY "Transaction type cannot be blank."
           ELSE
               PERFORM 250-FIND-MAPPING
               IF WS-MATCH-FOUND > ZERO
                   DISPLAY "That type is already mapped - use C to "
                       "change it."
               ELSE
                   IF WS-MAP-COUNT = 50
                       DISPLAY "MAPPING FULL - CANNOT ADD"
                   ELSE
                       ADD 1 TO WS-MAP-COUNT
                       MOVE WS-MAP-COUNT TO WS-MATCH-FOUND
                       MOVE WS-TYPE-IN TO
                           WS-MAP-TYPE(WS-MATCH-FOUND)
                       PERFORM 310-GET-ACCOUNTS
                       MOVE "Y" TO WS-CHANGED
                       DISPLAY "Mapping added."
                   END-IF
               END-IF
           END-IF.

       310-GET-ACCOUNTS.
           *> Both accounts are required - a one-sided mapping could
           *> never produce a balanced journal entry.
           MOVE SPACES TO WS-ACCOUNT-IN
           PERFORM UNTIL WS-ACCOUNT-IN NOT = SPACES
               DISPLAY "GL account DEBITED when the balance rises:"
               ACCEPT WS-ACCOUNT-IN
               IF WS-ACCOUNT-IN = SPACES
                   DISPLAY "Account cannot be blank."
               END-IF
           END-PERFORM
           MOVE WS-ACCOUNT-IN TO WS-MAP-DEBIT(WS-MATCH-FOUND)
           MOVE SPACES TO WS-ACCOUNT-IN
           PERFORM UNTIL WS-ACCOUNT-IN NOT = SPACES
               DISPLAY "GL account CREDITED when the balance rises:"
               ACCEPT WS-ACCOUNT-IN
               IF WS-ACCOUNT-IN = SPACES
                   DISPLAY "Account cannot be blank."
               END-IF
               IF WS-ACCOUNT-IN = WS-MAP-DEBIT(WS-MATCH-FOUND)
                   DISPLAY "Debit and credit accounts must differ."
                   MOVE SPACES TO WS-ACCOUNT-IN
               END-IF
           END-PERFORM
           MOVE WS-ACCOUNT-IN TO WS-MAP-CREDIT(WS-MATCH-FOUND)
           DISPLAY "Journal description:"
           ACCEPT WS-MAP-DESCRIPTION(WS-MATCH-FOUND).

       400-CHANGE-MAPPING.
           PERFORM 260-GET-TRANS-TYPE
           PERFORM 250-FIND-MAPPING
           IF WS-MATCH-FOUND = ZERO
               DISPLAY "No mapping for that type - use A to add it."
           ELSE
               DISPLAY "CURRENT DR " WS-MAP-DEBIT(WS-MATCH-FOUND)
                   "  CR " WS-MAP-CREDIT(WS-MATCH-FOUND)
                   "  " WS-MAP-DESCRIPTION(WS-MATCH-FOUND)
               PERFORM 310-GET-ACCOUNTS
               MOVE "Y" TO WS-CHANGED
               DISPLAY "Mapping changed."
           END-IF.

       500-DELETE-MAPPING.
           PERFORM 260-GET-TRANS-TYPE
           PERFORM 250-FIND-MAPPING
           IF WS-MATCH-FOUND = ZERO
               DISPLAY "No mapping for that type."
           ELSE
               PERFORM VARYING WS-SUB FROM WS-MATCH-FOUND BY 1
                       UNTIL WS-SUB NOT < WS-MAP-COUNT
                   MOVE WS-MAP-ROW(WS-SUB + 1) TO WS-MAP-ROW(WS-SUB)
               END-PERFORM
               SUBTRACT 1 FROM WS-MAP-COUNT
               MOVE "Y" TO WS-CHANGED
               DISPLAY "Mapping deleted."
           END-IF.

       600-LIST-MAPPINGS.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-MAP-COUNT
               DISPLAY WS-MAP-TYPE(WS-SUB)
                   " DR " WS-MAP-DEBIT(WS-SUB)
                   " CR " WS-MAP-CREDIT(WS-SUB)
                   " " WS-MAP-DESCRIPTION(WS-SUB)
           END-PERFORM.

       650-LIST-LOCKED-PERIODS.
           OPEN INPUT PERIOD-LOCK-FILE.
           IF WS-PERIOD-LOCK-FILE-STATUS NOT = "00"
               DISPLAY "NO PERIODS HAVE BEEN LOCKED"
           ELSE
               MOVE "N" TO WS-PERIOD-LOCK-EOF
               PERFORM UNTIL WS-PERIOD-LOCK-EOF = "Y"
                   READ PERIOD-LOCK-FILE
                       AT END MOVE "Y" TO WS-PERIOD-LOCK-EOF
                       NOT AT END
                           DISPLAY "PERIOD " PL-PERIOD
                               " LOCKED " PL-LOCKED-DATE
                               " BY " PL-LOCKED-BY
                   END-READ
               END-PERFORM
               CLOSE PERIOD-LOCK-FILE
           END-IF.

       700-REWRITE-MAP-FILE.
           OPEN OUTPUT GL-MAP-FILE.
           PERFORM VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > WS-MAP-COUNT
               MOVE WS-MAP-ROW(WS-SUB) TO GL-MAP-RECORD
               WRITE GL-MAP-RECORD
           END-PERFORM.
           CLOSE GL-MAP-FILE.
           DISPLAY "GL MAPPING SAVED: " WS-MAP-COUNT " ROWS".

       END PROGRAM GL-MAP-MAINT.
