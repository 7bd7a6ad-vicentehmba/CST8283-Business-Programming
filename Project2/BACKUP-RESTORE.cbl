      *          registering a safety copy of the current live file),
      *          and purge backups older than an operator-chosen
      *          retention period. Rolling back a bad conversion stops
      *          being hand-copied files and prayer. Roll-forward
      *          recovery restores a backup the same way and then
      *          replays, in time order, everything since the backup
      *          was taken: each STUDENT-LEDGER.TXT row is re-applied
      *          to the balance, and the DELETE events on AUDIT-LOG.TXT
      *          (live and rotated) and the removals on
      *          ARCHIVE-MANIFEST.TXT are re-done. Master changes the
      *          logs cannot reproduce (REWRITE and WRITE field images,
      *          grades, registrations, rollovers) are listed for
      *          manual follow-up on ../ROLL-FORWARD-RPT.TXT, which
      *          ends by proving every recovered balance against the
      *          sum of the student's ledger rows.
      * NOTE:    a purged backup is emptied in place and dropped from
      *          the registry - nothing here can unlink a file, but an
      *          emptied backup no longer holds the space and no
           SELECT INDEXED-STUDENT-FILE-OUT ASSIGN
           TO "../STUFILE-INDEXED.TXT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS IND-STUDENT-NUMBER
               ALTERNATE RECORD KEY IS IND-STUDENT-NAME
                   WITH DUPLICATES
               TO "../MASTER-IN-USE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-USE-FILE-STATUS.
           SELECT LEDGER-FILE ASSIGN TO "../STUDENT-LEDGER.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LEDGER-FILE-STATUS.
           SELECT AUDIT-LOG-FILE ASSIGN TO "../AUDIT-LOG.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT ARCHIVE-INDEX-FILE ASSIGN
               TO "../AUDIT-ARCHIVE-INDEX.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-FILE-STATUS.
           SELECT AUDIT-ARCHIVE-FILE
               ASSIGN TO DYNAMIC WS-AUDIT-ARCHIVE-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-ARCHIVE-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO "../ARCHIVE-MANIFEST.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MANIFEST-FILE-STATUS.
           SELECT ROLL-FORWARD-REPORT-FILE ASSIGN
               TO "../ROLL-FORWARD-RPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INDEXED-STUDENT-FILE-OUT.
       01 INDEXED-FILE-RECORD.
           05 IND-STUDENT-NUMBER  PIC 9(6).
           05 IND-TUITION-OWED    PIC S9(6)V99
               SIGN LEADING SEPARATE.
           05 IND-STUDENT-NAME    PIC X(40).
           05 FILLER              PIC X(77).

           05 IU-HELD-TIME PIC 9(8).
           05 IU-HOLDER PIC X(20).

       FD LEDGER-FILE.
      *> LED-AMOUNT is the signed change applied to the balance, so
      *> a student's rows summed from the first CHARGE are the
      *> balance the master should hold.
       01 LEDGER-RECORD.
           05 LED-STUDENT-NUMBER PIC 9(6).
           05 LED-TRANS-DATE PIC 9(8).
           05 LED-TRANS-TIME PIC 9(8).
           05 LED-TRANS-TYPE PIC X(8).
           05 LED-REFERENCE PIC X(8).
           05 LED-AMOUNT PIC S9(6)V99
               SIGN LEADING SEPARATE.

       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD PIC X(80).

       FD ARCHIVE-INDEX-FILE.
       01 ARCHIVE-INDEX-RECORD.
           05 AIX-FROM-DATE PIC 9(8).
           05 AIX-TO-DATE PIC 9(8).
           05 AIX-ARCHIVE-PATH PIC X(100).

       FD AUDIT-ARCHIVE-FILE.
       01 AUDIT-ARCHIVE-RECORD PIC X(80).

       FD MANIFEST-FILE.
       01 MANIFEST-RECORD PIC X(100).

       FD ROLL-FORWARD-REPORT-FILE.
       01 REPORT-RECORD PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-IN-USE-FILE-STATUS PIC XX.
       01 WS-MASTER-BUSY PIC X.
       01 WS-REORG-FAILED PIC X VALUE "N".
       01 WS-OVERRIDE-IN-USE PIC X.
       01 WS-HELD-SIGNAL.
           05 WS-HELD-DATE PIC 9(8).
       *> refused rather than saving the registry without the
       *> unloaded rows.
       01 WS-TABLE-OVERFLOW PIC X VALUE "N".
       01 WS-RESTORE-OK PIC X VALUE "N".
       01 WS-LEDGER-FILE-STATUS PIC XX.
       01 WS-AUDIT-FILE-STATUS PIC XX.
       01 WS-INDEX-FILE-STATUS PIC XX.
       01 WS-AUDIT-ARCHIVE-STATUS PIC XX.
       01 WS-MANIFEST-FILE-STATUS PIC XX.
       01 WS-REPORT-FILE-STATUS PIC XX.
       01 WS-AUDIT-ARCHIVE-PATH PIC X(100).
       *> Everything after this stamp is replayed - the registered
       *> date and time of the backup being restored.
       01 WS-FROM-STAMP.
           05 WS-FROM-DATE PIC 9(8).
           05 WS-FROM-TIME PIC 9(8).
       01 WS-EVENT-STAMP-IN.
           05 WS-STAMP-DATE-IN PIC 9(8).
           05 WS-STAMP-TIME-IN PIC 9(8).
       01 WS-EVENT-LINE PIC X(80).
       01 WS-EVENT-STAMP PIC X(16).
       01 WS-EVENT-PROGRAM PIC X(25).
       01 WS-EVENT-STUDENT PIC X(10).
       01 WS-EVENT-ACTION PIC X(8).
       01 WS-EVENT-TARGET PIC X(8).
       01 WS-MANIFEST-DATE PIC X(8).
       01 WS-MANIFEST-VERB PIC X(8).
       01 WS-MANIFEST-NUMBER PIC X(10).
       *> Every replayable or reportable event after the backup,
       *> from the ledger (L), the audit log (A) and the archive
       *> manifest (M). Loaded in full before the live file is
       *> touched, so an overflow refuses the recovery outright.
       01 WS-EVENT-TABLE.
           05 WS-EVENT OCCURS 3000 TIMES.
               10 WS-EV-STAMP PIC X(16).
               10 WS-EV-SOURCE PIC X.
               10 WS-EV-STUDENT PIC 9(6).
               10 WS-EV-PROGRAM PIC X(20).
               10 WS-EV-ACTION PIC X(8).
               10 WS-EV-REFERENCE PIC X(8).
               10 WS-EV-AMOUNT PIC S9(6)V99.
               10 WS-EV-OUTCOME PIC X.
               10 WS-EV-NOTE PIC X(45).
       01 WS-EVENT-COUNT PIC 9(4) VALUE ZERO.
       01 WS-EVENT-SUB PIC 9(4).
       01 WS-NEXT-EVENT PIC 9(4).
       01 WS-EVENTS-DONE PIC 9(4).
       01 WS-EVENT-OVERFLOW PIC X VALUE "N".
       01 WS-REPLAYED-COUNT PIC 9(4) VALUE ZERO.
       01 WS-MANUAL-COUNT PIC 9(4) VALUE ZERO.
       *> Ledger total per student for the balance proof.
       01 WS-PROOF-TABLE.
           05 WS-PROOF-ROW OCCURS 3000 TIMES.
               10 WS-PRF-STUDENT PIC 9(6).
               10 WS-PRF-LEDGER-TOTAL PIC S9(7)V99.
               10 WS-PRF-ON-MASTER PIC X.
       01 WS-PROOF-COUNT PIC 9(4) VALUE ZERO.
       01 WS-PROOF-SUB PIC 9(4).
       01 WS-PROOF-FOUND PIC 9(4).
       01 WS-PROOF-OVERFLOW PIC X VALUE "N".
       01 WS-STUDENTS-PROVED PIC 9(6) VALUE ZERO.
       01 WS-STUDENTS-AGREED PIC 9(6) VALUE ZERO.
       01 WS-STUDENTS-DIFFERENT PIC 9(6) VALUE ZERO.
       01 WS-STUDENTS-NO-LEDGER PIC 9(6) VALUE ZERO.
       01 WS-LEDGER-ONLY-COUNT PIC 9(6) VALUE ZERO.
       01 WS-MASTER-BALANCE-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-LEDGER-BALANCE-TOTAL PIC S9(9)V99 VALUE ZERO.
       01 WS-PROOF-DIFFERENCE PIC S9(7)V99.
       01 WS-RUN-DATE PIC 9(8).
       01 WS-RUN-PAGE-NUMBER PIC 9(4) VALUE ZERO.
       01 WS-LINE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-LINES-PER-PAGE PIC 9(3) VALUE 55.
       01 WS-AMOUNT-PRINT PIC Z,ZZZ,ZZ9.99-.
       01 WS-AMOUNT-PRINT-2 PIC Z,ZZZ,ZZ9.99-.
       01 WS-AMOUNT-PRINT-3 PIC Z,ZZZ,ZZ9.99-.
       01 WS-TOTAL-PRINT PIC ZZZ,ZZZ,ZZ9.99-.
       01 WS-COUNT-PRINT PIC ZZZZZ9.
       01 WS-HEADING-LINE-1.
           05 FILLER PIC X(50)
               VALUE "ROLL-FORWARD RECOVERY OF STUFILE-INDEXED.TXT".
           05 FILLER PIC X(10) VALUE "RUN DATE: ".
           05 HDG-RUN-DATE PIC 9(8).
           05 FILLER PIC X(8) VALUE "   PAGE ".
           05 HDG-PAGE-NUMBER PIC ZZZ9.
           05 FILLER PIC X(52) VALUE SPACES.
       01 WS-HEADING-LINE-2.
           05 FILLER PIC X(27) VALUE "BACKUP RESTORED: ".
           05 HDG-BACKUP-PATH PIC X(60).
           05 FILLER PIC X(6) VALUE "TAKEN ".
           05 HDG-BACKUP-STAMP PIC X(16).
           05 FILLER PIC X(23) VALUE SPACES.
       01 WS-EVENT-LINE-OUT.
           05 FILLER PIC X(2) VALUE SPACES.
           05 EVL-STAMP PIC X(16).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EVL-SOURCE PIC X(6).
           05 EVL-STUDENT PIC 9(6).
           05 FILLER PIC X(2) VALUE SPACES.
           05 EVL-PROGRAM PIC X(20).
           05 EVL-ACTION PIC X(9).
           05 EVL-AMOUNT PIC Z,ZZZ,ZZ9.99- BLANK WHEN ZERO.
           05 FILLER PIC X(2) VALUE SPACES.
           05 EVL-NOTE PIC X(45).
           05 FILLER PIC X(9) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MANAGE-BACKUPS.
           END-IF.
           PERFORM UNTIL WS-MENU-CHOICE = "X"
                   OR WS-MENU-CHOICE = "x"
               DISPLAY "L=list backups, R=restore, F=restore and "
                   "roll forward, P=purge by age, X=exit:"
               ACCEPT WS-MENU-CHOICE
               EVALUATE WS-MENU-CHOICE
                   WHEN "L"
                   WHEN "R"
                   WHEN "r"
                       PERFORM 400-RESTORE-BACKUP
                   WHEN "F"
                   WHEN "f"
                       PERFORM 800-ROLL-FORWARD-RECOVERY
                   WHEN "P"
                   WHEN "p"
                       PERFORM 500-PURGE-OLD-BACKUPS
           END-IF.

       420-COPY-BACKUP-TO-LIVE.
           MOVE "N" TO WS-RESTORE-OK.
           MOVE WS-REG-PATH(WS-PICK-SUB) TO WS-BACKUP-FILE-PATH.
           OPEN INPUT INDEXED-BACKUP-FILE.
           IF WS-BACKUP-FILE-STATUS NOT = "00"
               CLOSE INDEXED-STUDENT-FILE-OUT
               DISPLAY "RESTORED " WS-COPIED-COUNT " RECORDS FROM "
                   FUNCTION TRIM(WS-BACKUP-FILE-PATH)
               MOVE "Y" TO WS-RESTORE-OK
               IF WS-COPIED-COUNT NOT = WS-REG-COUNT(WS-PICK-SUB)
                   DISPLAY "WARNING - REGISTRY EXPECTED "
                       WS-REG-COUNT(WS-PICK-SUB)
                       " RECORDS IN THIS BACKUP"
               END-IF
               IF WS-REORG-FAILED = "Y"
                   OPEN OUTPUT MASTER-IN-USE-FILE
                   CLOSE MASTER-IN-USE-FILE
                   MOVE "N" TO WS-REORG-FAILED
                   DISPLAY "MASTER-REORG IN-USE SIGNAL RELEASED."
               END-IF
           END-IF.

       500-PURGE-OLD-BACKUPS.
           CLOSE BACKUP-REGISTRY-FILE.
           DISPLAY "REGISTRY SAVED.".

       700-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 710-PRINT-PAGE-HEADING
           END-IF.
           WRITE REPORT-RECORD.
           ADD 1 TO WS-LINE-COUNT.

       710-PRINT-PAGE-HEADING.
           ADD 1 TO WS-RUN-PAGE-NUMBER.
           MOVE WS-RUN-DATE TO HDG-RUN-DATE.
           MOVE WS-RUN-PAGE-NUMBER TO HDG-PAGE-NUMBER.
           MOVE WS-HEADING-LINE-1 TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-REG-PATH(WS-PICK-SUB) TO HDG-BACKUP-PATH.
           MOVE WS-FROM-STAMP TO HDG-BACKUP-STAMP.
           MOVE WS-HEADING-LINE-2 TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE 3 TO WS-LINE-COUNT.

       750-CHECK-MASTER-IN-USE.
           MOVE "N" TO WS-MASTER-BUSY.
           MOVE "N" TO WS-REORG-FAILED.
           OPEN INPUT MASTER-IN-USE-FILE.
           IF WS-IN-USE-FILE-STATUS = "00"
               READ MASTER-IN-USE-FILE
               END-READ
               CLOSE MASTER-IN-USE-FILE
           END-IF.
           *> A failed reorganization leaves the signal held for
           *> exactly this - restoring over it is the way out.
           IF WS-MASTER-BUSY = "Y"
               AND WS-HELD-HOLDER = "MASTER-REORG-FAILED"
               DISPLAY "MASTER-REORG FAILED ON " WS-HELD-DATE
                   " - RESTORING OVER ITS HELD SIGNAL"
               MOVE "N" TO WS-MASTER-BUSY
               MOVE "Y" TO WS-REORG-FAILED
           END-IF.
           IF WS-MASTER-BUSY = "Y"
               PERFORM 760-JUDGE-STALE-SIGNAL
           END-IF.
               END-IF
           END-IF.

       800-ROLL-FORWARD-RECOVERY.
           PERFORM 300-LIST-BACKUPS.
           DISPLAY "Backup number to restore and roll forward from:"
           ACCEPT WS-NUMBER-IN.
           IF WS-NUMBER-IN = SPACES
               OR FUNCTION TRIM(WS-NUMBER-IN) IS NOT NUMERIC
               DISPLAY "Not a number - recovery cancelled."
           ELSE
               MOVE FUNCTION NUMVAL(WS-NUMBER-IN) TO WS-PICK-SUB
               IF WS-PICK-SUB = ZERO
                   OR WS-PICK-SUB > WS-REGISTRY-COUNT
                   DISPLAY "Not on the list - recovery cancelled."
               ELSE
                   MOVE WS-REG-DATE(WS-PICK-SUB) TO WS-FROM-DATE
                   MOVE WS-REG-TIME(WS-PICK-SUB) TO WS-FROM-TIME
                   PERFORM 810-LOAD-REPLAY-EVENTS
                   IF WS-EVENT-OVERFLOW = "Y"
                       DISPLAY "MORE THAN 3000 CHANGES SINCE THE "
                           "BACKUP - RECOVERY REFUSED, LIVE FILE "
                           "UNTOUCHED"
                       MOVE 1 TO RETURN-CODE
                   ELSE
                       PERFORM 805-CONFIRM-AND-RECOVER
                   END-IF
               END-IF
           END-IF.

       805-CONFIRM-AND-RECOVER.
           DISPLAY WS-EVENT-COUNT " CHANGES FOUND SINCE "
               WS-FROM-DATE " " WS-FROM-TIME.
           DISPLAY "Restore "
               FUNCTION TRIM(WS-REG-PATH(WS-PICK-SUB))
               " OVER the live file and replay them? (Y/N)"
           ACCEPT WS-CONFIRM.
           IF WS-CONFIRM = "Y" OR WS-CONFIRM = "y"
               PERFORM 750-CHECK-MASTER-IN-USE
               IF WS-MASTER-BUSY = "Y"
                   DISPLAY "RECOVERY REFUSED."
               ELSE
                   PERFORM 410-SAFETY-COPY-LIVE-FILE
                   PERFORM 420-COPY-BACKUP-TO-LIVE
                   IF WS-RESTORE-OK = "Y"
                       MOVE ZERO TO WS-REPLAYED-COUNT
                           WS-MANUAL-COUNT WS-RUN-PAGE-NUMBER
                       ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
                       OPEN OUTPUT ROLL-FORWARD-REPORT-FILE
                       PERFORM 710-PRINT-PAGE-HEADING
                       PERFORM 840-REPLAY-EVENTS
                       PERFORM 850-PRINT-FOLLOW-UP
                       PERFORM 860-PROVE-BALANCES
                       CLOSE ROLL-FORWARD-REPORT-FILE
                       PERFORM 880-DISPLAY-RECOVERY-SUMMARY
                   END-IF
               END-IF
           ELSE
               DISPLAY "Recovery cancelled."
           END-IF.

       810-LOAD-REPLAY-EVENTS.
           MOVE ZERO TO WS-EVENT-COUNT.
           MOVE "N" TO WS-EVENT-OVERFLOW.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-FILE-STATUS NOT = "00"
               DISPLAY "NO STUDENT-LEDGER.TXT - NO BALANCES TO REPLAY"
           ELSE
               MOVE "NO" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "YES"
                   READ LEDGER-FILE
                       AT END MOVE "YES" TO EOF-FLAG
                       NOT AT END PERFORM 812-ADD-LEDGER-EVENT
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.
           *> Rotated audit archives that reach past the backup date,
           *> then the live log.
           OPEN INPUT ARCHIVE-INDEX-FILE.
           IF WS-INDEX-FILE-STATUS = "00"
               MOVE "NO" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "YES"
                   READ ARCHIVE-INDEX-FILE
                       AT END MOVE "YES" TO EOF-FLAG
                       NOT AT END
                           IF AIX-TO-DATE NOT < WS-FROM-DATE
                               PERFORM 816-SCAN-AUDIT-ARCHIVE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-INDEX-FILE
           END-IF.
           OPEN INPUT AUDIT-LOG-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "NO AUDIT-LOG.TXT - NO DELETES TO REPLAY"
           ELSE
               MOVE "NO" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "YES"
                   READ AUDIT-LOG-FILE
                       AT END MOVE "YES" TO EOF-FLAG
                       NOT AT END
                           MOVE AUDIT-LOG-RECORD TO WS-EVENT-LINE
                           PERFORM 818-ADD-AUDIT-EVENT
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF.
           OPEN INPUT MANIFEST-FILE.
           IF WS-MANIFEST-FILE-STATUS = "00"
               MOVE "NO" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "YES"
                   READ MANIFEST-FILE
                       AT END MOVE "YES" TO EOF-FLAG
                       NOT AT END PERFORM 820-ADD-MANIFEST-EVENT
                   END-READ
               END-PERFORM
               CLOSE MANIFEST-FILE
           END-IF.

       812-ADD-LEDGER-EVENT.
           MOVE LED-TRANS-DATE TO WS-STAMP-DATE-IN.
           MOVE LED-TRANS-TIME TO WS-STAMP-TIME-IN.
           IF WS-EVENT-STAMP-IN > WS-FROM-STAMP
               PERFORM 825-NEXT-EVENT-SLOT
               IF WS-EVENT-OVERFLOW = "N"
                   MOVE WS-EVENT-STAMP-IN
                       TO WS-EV-STAMP(WS-EVENT-COUNT)
                   MOVE "L" TO WS-EV-SOURCE(WS-EVENT-COUNT)
                   MOVE LED-STUDENT-NUMBER
                       TO WS-EV-STUDENT(WS-EVENT-COUNT)
                   MOVE "STUDENT-LEDGER" TO
                       WS-EV-PROGRAM(WS-EVENT-COUNT)
                   MOVE LED-TRANS-TYPE TO WS-EV-ACTION(WS-EVENT-COUNT)
                   MOVE LED-REFERENCE
                       TO WS-EV-REFERENCE(WS-EVENT-COUNT)
                   MOVE LED-AMOUNT TO WS-EV-AMOUNT(WS-EVENT-COUNT)
               END-IF
           END-IF.

       816-SCAN-AUDIT-ARCHIVE.
           MOVE AIX-ARCHIVE-PATH TO WS-AUDIT-ARCHIVE-PATH.
           OPEN INPUT AUDIT-ARCHIVE-FILE.
           IF WS-AUDIT-ARCHIVE-STATUS NOT = "00"
               DISPLAY "AUDIT ARCHIVE NOT READABLE: "
                   FUNCTION TRIM(WS-AUDIT-ARCHIVE-PATH)
           ELSE
               PERFORM UNTIL WS-AUDIT-ARCHIVE-STATUS NOT = "00"
                   READ AUDIT-ARCHIVE-FILE
                       AT END CONTINUE
                       NOT AT END
                           MOVE AUDIT-ARCHIVE-RECORD TO WS-EVENT-LINE
                           PERFORM 818-ADD-AUDIT-EVENT
                   END-READ
               END-PERFORM
               CLOSE AUDIT-ARCHIVE-FILE
           END-IF.

       818-ADD-AUDIT-EVENT.
           MOVE SPACES TO WS-EVENT-STAMP WS-EVENT-PROGRAM
               WS-EVENT-STUDENT WS-EVENT-ACTION WS-EVENT-TARGET.
           UNSTRING WS-EVENT-LINE DELIMITED BY ALL " "
               INTO WS-EVENT-STAMP WS-EVENT-PROGRAM
                    WS-EVENT-STUDENT WS-EVENT-ACTION
                    WS-EVENT-TARGET
           END-UNSTRING.
           *> Only programs that change the master count; refusals
           *> and prerequisite overrides changed nothing. A program
           *> not known here is listed for follow-up rather than
           *> dropped - nothing it did is replayed.
           IF WS-EVENT-STAMP > WS-FROM-STAMP
               AND WS-EVENT-STUDENT NOT = SPACES
               AND FUNCTION TRIM(WS-EVENT-STUDENT) IS NUMERIC
               AND WS-EVENT-ACTION NOT = "REFUSED"
               AND WS-EVENT-ACTION NOT = "PRQ-OVR"
               EVALUATE WS-EVENT-PROGRAM
                   WHEN "STUDENT-MAINT"
                   WHEN "CONVERT-TO-INDEXED"
                   WHEN "COURSE-REG"
                   WHEN "GRADE-CHANGE"
                   WHEN "TERM-ROLLOVER"
                   WHEN "WITHDRAWAL"
                   WHEN "ANCIL-OPT-OUT"
                       PERFORM 819-STORE-AUDIT-EVENT
                   WHEN "NAME-RECON"
                       *> Its Lab2 rewrites leave the master alone.
                       IF WS-EVENT-TARGET = "MASTER"
                           PERFORM 819-STORE-AUDIT-EVENT
                       END-IF
                   WHEN "CONTACT-MAINT"
                   WHEN "PRIVACY-DISCLOSURE"
                   WHEN "GL-JOURNAL-EXPORT"
                   WHEN "ADDRESS-MAINT"
                   WHEN "WRITE-STUDENT-RECORDS"
                       CONTINUE
                   WHEN OTHER
                       PERFORM 819-STORE-AUDIT-EVENT
               END-EVALUATE
           END-IF.

       819-STORE-AUDIT-EVENT.
           PERFORM 825-NEXT-EVENT-SLOT.
           IF WS-EVENT-OVERFLOW = "N"
               MOVE WS-EVENT-STAMP TO WS-EV-STAMP(WS-EVENT-COUNT)
               MOVE "A" TO WS-EV-SOURCE(WS-EVENT-COUNT)
               MOVE FUNCTION NUMVAL(WS-EVENT-STUDENT)
                   TO WS-EV-STUDENT(WS-EVENT-COUNT)
               MOVE WS-EVENT-PROGRAM TO WS-EV-PROGRAM(WS-EVENT-COUNT)
               MOVE WS-EVENT-ACTION TO WS-EV-ACTION(WS-EVENT-COUNT)
           END-IF.

       820-ADD-MANIFEST-EVENT.
           *> STUDENT-ARCHIVE deletes from the master too, but its
           *> manifest carries a date and no time - a removal on the
           *> backup's own day is sorted first and left to the
           *> operator, since it may predate the backup.
           MOVE SPACES TO WS-MANIFEST-DATE WS-MANIFEST-VERB
               WS-MANIFEST-NUMBER.
           UNSTRING MANIFEST-RECORD DELIMITED BY ALL " "
               INTO WS-MANIFEST-DATE WS-MANIFEST-VERB
                    WS-MANIFEST-NUMBER
           END-UNSTRING.
           IF WS-MANIFEST-DATE IS NUMERIC
               AND WS-MANIFEST-NUMBER NOT = SPACES
               AND FUNCTION TRIM(WS-MANIFEST-NUMBER) IS NUMERIC
               MOVE WS-MANIFEST-DATE TO WS-STAMP-DATE-IN
               MOVE ZERO TO WS-STAMP-TIME-IN
               IF WS-STAMP-DATE-IN NOT < WS-FROM-DATE
                   PERFORM 825-NEXT-EVENT-SLOT
                   IF WS-EVENT-OVERFLOW = "N"
                       MOVE WS-EVENT-STAMP-IN
                           TO WS-EV-STAMP(WS-EVENT-COUNT)
                       MOVE "M" TO WS-EV-SOURCE(WS-EVENT-COUNT)
                       MOVE FUNCTION NUMVAL(WS-MANIFEST-NUMBER)
                           TO WS-EV-STUDENT(WS-EVENT-COUNT)
                       MOVE "STUDENT-ARCHIVE"
                           TO WS-EV-PROGRAM(WS-EVENT-COUNT)
                       MOVE WS-MANIFEST-VERB
                           TO WS-EV-ACTION(WS-EVENT-COUNT)
                   END-IF
               END-IF
           END-IF.

       825-NEXT-EVENT-SLOT.
           IF WS-EVENT-COUNT = 3000
               MOVE "Y" TO WS-EVENT-OVERFLOW
           ELSE
               ADD 1 TO WS-EVENT-COUNT
               MOVE SPACES TO WS-EV-PROGRAM(WS-EVENT-COUNT)
                   WS-EV-ACTION(WS-EVENT-COUNT)
                   WS-EV-REFERENCE(WS-EVENT-COUNT)
                   WS-EV-OUTCOME(WS-EVENT-COUNT)
                   WS-EV-NOTE(WS-EVENT-COUNT)
               MOVE ZERO TO WS-EV-AMOUNT(WS-EVENT-COUNT)
           END-IF.

       840-REPLAY-EVENTS.
           MOVE "CHANGES SINCE THE BACKUP, REPLAYED IN TIME ORDER"
               TO REPORT-RECORD.
           PERFORM 700-WRITE-REPORT-LINE.
           OPEN I-O INDEXED-STUDENT-FILE-OUT.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN THE RESTORED FILE FOR REPLAY - "
                   "STATUS " WS-FILE-STATUS
               MOVE "  RESTORED FILE COULD NOT BE OPENED - NOTHING "
                   & "REPLAYED" TO REPORT-RECORD
               PERFORM 700-WRITE-REPORT-LINE
               MOVE 1 TO RETURN-CODE
               PERFORM VARYING WS-EVENT-SUB FROM 1 BY 1
                       UNTIL WS-EVENT-SUB > WS-EVENT-COUNT
                   MOVE "M" TO WS-EV-OUTCOME(WS-EVENT-SUB)
                   MOVE "RESTORED FILE NOT OPEN - NOT REPLAYED"
                       TO WS-EV-NOTE(WS-EVENT-SUB)
                   ADD 1 TO WS-MANUAL-COUNT
               END-PERFORM
           ELSE
               PERFORM 842-REPLAY-NEXT-EVENT WS-EVENT-COUNT TIMES
               CLOSE INDEXED-STUDENT-FILE-OUT
               IF WS-EVENT-COUNT = ZERO
                   MOVE "  (NO CHANGES SINCE THE BACKUP)"
                       TO REPORT-RECORD
                   PERFORM 700-WRITE-REPORT-LINE
               END-IF
           END-IF.

       842-REPLAY-NEXT-EVENT.
           MOVE ZERO TO WS-NEXT-EVENT.
           PERFORM VARYING WS-EVENT-SUB FROM 1 BY 1
                   UNTIL WS-EVENT-SUB > WS-EVENT-COUNT
               IF WS-EV-OUTCOME(WS-EVENT-SUB) = SPACE
                   IF WS-NEXT-EVENT = ZERO
                       MOVE WS-EVENT-SUB TO WS-NEXT-EVENT
                   ELSE
                       IF WS-EV-STAMP(WS-EVENT-SUB) <
                               WS-EV-STAMP(WS-NEXT-EVENT)
                           MOVE WS-EVENT-SUB TO WS-NEXT-EVENT
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           EVALUATE WS-EV-SOURCE(WS-NEXT-EVENT)
               WHEN "L"
                   PERFORM 844-REPLAY-LEDGER-ROW
               WHEN "A"
                   PERFORM 846-REPLAY-AUDIT-EVENT
               WHEN OTHER
                   PERFORM 848-REPLAY-MANIFEST-EVENT
           END-EVALUATE.
           IF WS-EV-OUTCOME(WS-NEXT-EVENT) = "R"
               ADD 1 TO WS-REPLAYED-COUNT
           ELSE
               ADD 1 TO WS-MANUAL-COUNT
           END-IF.
           MOVE WS-NEXT-EVENT TO WS-EVENT-SUB.
           PERFORM 849-PRINT-EVENT-LINE.

       844-REPLAY-LEDGER-ROW.
           MOVE WS-EV-STUDENT(WS-NEXT-EVENT) TO IND-STUDENT-NUMBER.
           READ INDEXED-STUDENT-FILE-OUT
               INVALID KEY
                   MOVE "M" TO WS-EV-OUTCOME(WS-NEXT-EVENT)
                   MOVE "STUDENT NOT ON THE RECOVERED FILE"
                       TO WS-EV-NOTE(WS-NEXT-EVENT)
               NOT INVALID KEY
                   ADD WS-EV-AMOUNT(WS-NEXT-EVENT) TO IND-TUITION-OWED
                   REWRITE INDEXED-FILE-RECORD
                       INVALID KEY
                           MOVE "M" TO WS-EV-OUTCOME(WS-NEXT-EVENT)
                           MOVE "REWRITE FAILED ON REPLAY"
                               TO WS-EV-NOTE(WS-NEXT-EVENT)
                       NOT INVALID KEY
                           MOVE "R" TO WS-EV-OUTCOME(WS-NEXT-EVENT)
                           MOVE "BALANCE RE-APPLIED"
                               TO WS-EV-NOTE(WS-NEXT-EVENT)
                   END-REWRITE
           END-READ.

       846-REPLAY-AUDIT-EVENT.
           *> The audit line names the student and the action but
           *> carries no record image, so only a delete can be redone
           *> from it. Balance effects of the rest came in through
           *> their own ledger rows.
           IF WS-EV-PROGRAM(WS-NEXT-EVENT) = "STUDENT-MAINT"
               AND WS-EV-ACTION(WS-NEXT-EVENT) = "DELETE"
               PERFORM 847-REPLAY-DELETE
           ELSE
               MOVE "M" TO WS-EV-OUTCOME(WS-NEXT-EVENT)
               EVALUATE WS-EV-PROGRAM(WS-NEXT-EVENT)
                   WHEN "STUDENT-MAINT"
                       MOVE "RE-KEY FIELD EDITS - BALANCE FROM LEDGER"
                           TO WS-EV-NOTE(WS-NEXT-EVENT)
                   WHEN "CONVERT-TO-INDEXED"
                       MOVE "RE-RUN CONVERSION FOR THIS STUDENT"
                           TO WS-EV-NOTE(WS-NEXT-EVENT)
                   WHEN "NAME-RECON"
                       MOVE "RE-KEY THE NAME NAME-RECON CORRECTED"
                           TO WS-EV-NOTE(WS-NEXT-EVENT)
                   WHEN OTHER
                       MOVE "RE-KEY - CHANGE NOT ON THE LOG IN FULL"
                           TO WS-EV-NOTE(WS-NEXT-EVENT)
               END-EVALUATE
           END-IF.

       847-REPLAY-DELETE.
           MOVE WS-EV-STUDENT(WS-NEXT-EVENT) TO IND-STUDENT-NUMBER.
           MOVE "R" TO WS-EV-OUTCOME(WS-NEXT-EVENT).
           DELETE INDEXED-STUDENT-FILE-OUT
               INVALID KEY
                   MOVE "ALREADY ABSENT - NOTHING TO REMOVE"
                       TO WS-EV-NOTE(WS-NEXT-EVENT)
               NOT INVALID KEY
                   MOVE "REMOVED AGAIN"
                       TO WS-EV-NOTE(WS-NEXT-EVENT)
           END-DELETE.

       848-REPLAY-MANIFEST-EVENT.
           IF WS-EV-STAMP(WS-NEXT-EVENT)(1:8) = WS-FROM-STAMP(1:8)
               MOVE "M" TO WS-EV-OUTCOME(WS-NEXT-EVENT)
               MOVE "SAME DAY AS THE BACKUP - CHECK BY HAND"
                   TO WS-EV-NOTE(WS-NEXT-EVENT)
           ELSE
               IF WS-EV-ACTION(WS-NEXT-EVENT) = "ARCHIVED"
                   PERFORM 847-REPLAY-DELETE
               ELSE
                   MOVE "M" TO WS-EV-OUTCOME(WS-NEXT-EVENT)
                   MOVE "RESTORE FROM THE ARCHIVE AGAIN"
                       TO WS-EV-NOTE(WS-NEXT-EVENT)
               END-IF
           END-IF.

       849-PRINT-EVENT-LINE.
           MOVE WS-EV-STAMP(WS-EVENT-SUB) TO EVL-STAMP.
           EVALUATE WS-EV-SOURCE(WS-EVENT-SUB)
               WHEN "L"
                   MOVE "LEDGER" TO EVL-SOURCE
               WHEN "A"
                   MOVE "AUDIT" TO EVL-SOURCE
               WHEN OTHER
                   MOVE "ARCHIV" TO EVL-SOURCE
           END-EVALUATE.
           MOVE WS-EV-STUDENT(WS-EVENT-SUB) TO EVL-STUDENT.
           MOVE WS-EV-PROGRAM(WS-EVENT-SUB) TO EVL-PROGRAM.
           MOVE WS-EV-ACTION(WS-EVENT-SUB) TO EVL-ACTION.
           MOVE WS-EV-AMOUNT(WS-EVENT-SUB) TO EVL-AMOUNT.
           MOVE WS-EV-NOTE(WS-EVENT-SUB) TO EVL-NOTE.
           MOVE WS-EVENT-LINE-OUT TO REPORT-RECORD.
           PERFORM 700-WRITE-REPORT-LINE.

       850-PRINT-FOLLOW-UP.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM 700-WRITE-REPORT-LINE.
           MOVE "MANUAL FOLLOW-UP - CHANGES THAT COULD NOT BE "
               & "REPLAYED" TO REPORT-RECORD.
           PERFORM 700-WRITE-REPORT-LINE.
           IF WS-MANUAL-COUNT = ZERO
               MOVE "  (NONE - EVERY CHANGE SINCE THE BACKUP WAS "
                   & "REPLAYED)" TO REPORT-RECORD
               PERFORM 700-WRITE-REPORT-LINE
           ELSE
               PERFORM VARYING WS-EVENT-SUB FROM 1 BY 1
                       UNTIL WS-EVENT-SUB > WS-EVENT-COUNT
                   IF WS-EV-OUTCOME(WS-EVENT-SUB) = "M"
                       PERFORM 849-PRINT-EVENT-LINE
                   END-IF
               END-PERFORM
           END-IF.

       860-PROVE-BALANCES.
           MOVE ZERO TO WS-PROOF-COUNT WS-STUDENTS-PROVED
               WS-STUDENTS-AGREED WS-STUDENTS-DIFFERENT
               WS-STUDENTS-NO-LEDGER WS-LEDGER-ONLY-COUNT
               WS-MASTER-BALANCE-TOTAL WS-LEDGER-BALANCE-TOTAL.
           MOVE "N" TO WS-PROOF-OVERFLOW.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM 700-WRITE-REPORT-LINE.
           MOVE "BALANCE PROOF - RECOVERED TUITION OWED AGAINST THE "
               & "SUM OF EACH STUDENT'S LEDGER ROWS" TO REPORT-RECORD.
           PERFORM 700-WRITE-REPORT-LINE.
           OPEN INPUT LEDGER-FILE.
           IF WS-LEDGER-FILE-STATUS = "00"
               MOVE "NO" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "YES"
                   READ LEDGER-FILE
                       AT END MOVE "YES" TO EOF-FLAG
                       NOT AT END PERFORM 862-ADD-PROOF-ROW
                   END-READ
               END-PERFORM
               CLOSE LEDGER-FILE
           END-IF.
           IF WS-PROOF-OVERFLOW = "Y"
               MOVE "  MORE THAN 3000 STUDENTS ON THE LEDGER - PROOF "
                   & "COVERS THE FIRST 3000 ONLY" TO REPORT-RECORD
               PERFORM 700-WRITE-REPORT-LINE
           END-IF.
           OPEN INPUT INDEXED-STUDENT-FILE-OUT.
           IF WS-FILE-STATUS = "00"
               MOVE "NO" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "YES"
                   READ INDEXED-STUDENT-FILE-OUT NEXT RECORD
                       AT END MOVE "YES" TO EOF-FLAG
                       NOT AT END PERFORM 864-PROVE-ONE-STUDENT
                   END-READ
               END-PERFORM
               CLOSE INDEXED-STUDENT-FILE-OUT
           END-IF.
           PERFORM VARYING WS-PROOF-SUB FROM 1 BY 1
                   UNTIL WS-PROOF-SUB > WS-PROOF-COUNT
               IF WS-PRF-ON-MASTER(WS-PROOF-SUB) = "N"
                   AND WS-PRF-LEDGER-TOTAL(WS-PROOF-SUB) NOT = ZERO
                   ADD 1 TO WS-LEDGER-ONLY-COUNT
                   MOVE WS-PRF-LEDGER-TOTAL(WS-PROOF-SUB)
                       TO WS-AMOUNT-PRINT
                   MOVE SPACES TO REPORT-RECORD
                   STRING "  " WS-PRF-STUDENT(WS-PROOF-SUB)
                       "  LEDGER " WS-AMOUNT-PRINT
                       "  ON THE LEDGER BUT NOT ON THE RECOVERED FILE"
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
                   PERFORM 700-WRITE-REPORT-LINE
               END-IF
           END-PERFORM.
           PERFORM 870-PRINT-PROOF-TOTALS.

       862-ADD-PROOF-ROW.
           MOVE ZERO TO WS-PROOF-FOUND.
           PERFORM VARYING WS-PROOF-SUB FROM 1 BY 1
                   UNTIL WS-PROOF-SUB > WS-PROOF-COUNT
                   OR WS-PROOF-FOUND NOT = ZERO
               IF WS-PRF-STUDENT(WS-PROOF-SUB) = LED-STUDENT-NUMBER
                   MOVE WS-PROOF-SUB TO WS-PROOF-FOUND
               END-IF
           END-PERFORM.
           IF WS-PROOF-FOUND = ZERO
               IF WS-PROOF-COUNT = 3000
                   MOVE "Y" TO WS-PROOF-OVERFLOW
               ELSE
                   ADD 1 TO WS-PROOF-COUNT
                   MOVE WS-PROOF-COUNT TO WS-PROOF-FOUND
                   MOVE LED-STUDENT-NUMBER
                       TO WS-PRF-STUDENT(WS-PROOF-FOUND)
                   MOVE ZERO TO WS-PRF-LEDGER-TOTAL(WS-PROOF-FOUND)
                   MOVE "N" TO WS-PRF-ON-MASTER(WS-PROOF-FOUND)
               END-IF
           END-IF.
           IF WS-PROOF-FOUND NOT = ZERO
               ADD LED-AMOUNT TO WS-PRF-LEDGER-TOTAL(WS-PROOF-FOUND)
           END-IF.

       864-PROVE-ONE-STUDENT.
           ADD 1 TO WS-STUDENTS-PROVED.
           ADD IND-TUITION-OWED TO WS-MASTER-BALANCE-TOTAL.
           MOVE ZERO TO WS-PROOF-FOUND.
           PERFORM VARYING WS-PROOF-SUB FROM 1 BY 1
                   UNTIL WS-PROOF-SUB > WS-PROOF-COUNT
                   OR WS-PROOF-FOUND NOT = ZERO
               IF WS-PRF-STUDENT(WS-PROOF-SUB) = IND-STUDENT-NUMBER
                   MOVE WS-PROOF-SUB TO WS-PROOF-FOUND
               END-IF
           END-PERFORM.
           MOVE IND-TUITION-OWED TO WS-AMOUNT-PRINT.
           IF WS-PROOF-FOUND = ZERO
               ADD 1 TO WS-STUDENTS-NO-LEDGER
               MOVE SPACES TO REPORT-RECORD
               STRING "  " IND-STUDENT-NUMBER
                   "  RECOVERED " WS-AMOUNT-PRINT
                   "  NO LEDGER ROWS - BALANCE CANNOT BE PROVED"
                   DELIMITED BY SIZE INTO REPORT-RECORD
               END-STRING
               PERFORM 700-WRITE-REPORT-LINE
           ELSE
               MOVE "Y" TO WS-PRF-ON-MASTER(WS-PROOF-FOUND)
               ADD WS-PRF-LEDGER-TOTAL(WS-PROOF-FOUND)
                   TO WS-LEDGER-BALANCE-TOTAL
               IF WS-PRF-LEDGER-TOTAL(WS-PROOF-FOUND) =
                       IND-TUITION-OWED
                   ADD 1 TO WS-STUDENTS-AGREED
               ELSE
                   ADD 1 TO WS-STUDENTS-DIFFERENT
                   COMPUTE WS-PROOF-DIFFERENCE = IND-TUITION-OWED
                       - WS-PRF-LEDGER-TOTAL(WS-PROOF-FOUND)
                   MOVE WS-PRF-LEDGER-TOTAL(WS-PROOF-FOUND)
                       TO WS-AMOUNT-PRINT-2
                   MOVE WS-PROOF-DIFFERENCE TO WS-AMOUNT-PRINT-3
                   MOVE SPACES TO REPORT-RECORD
                   STRING "  " IND-STUDENT-NUMBER
                       "  RECOVERED " WS-AMOUNT-PRINT
                       "  LEDGER " WS-AMOUNT-PRINT-2
                       "  DIFFERENCE " WS-AMOUNT-PRINT-3
                       DELIMITED BY SIZE INTO REPORT-RECORD
                   END-STRING
                   PERFORM 700-WRITE-REPORT-LINE
               END-IF
           END-IF.

       870-PRINT-PROOF-TOTALS.
           MOVE SPACES TO REPORT-RECORD.
           PERFORM 700-WRITE-REPORT-LINE.
           MOVE WS-STUDENTS-PROVED TO WS-COUNT-PRINT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "STUDENTS ON THE RECOVERED FILE:   " WS-COUNT-PRINT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           PERFORM 700-WRITE-REPORT-LINE.
           MOVE WS-STUDENTS-AGREED TO WS-COUNT-PRINT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "BALANCE AGREES WITH THE LEDGER:   " WS-COUNT-PRINT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           PERFORM 700-WRITE-REPORT-LINE.
           MOVE WS-STUDENTS-DIFFERENT TO WS-COUNT-PRINT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "BALANCE DIFFERS FROM THE LEDGER:  " WS-COUNT-PRINT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           PERFORM 700-WRITE-REPORT-LINE.
           MOVE WS-STUDENTS-NO-LEDGER TO WS-COUNT-PRINT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "NO LEDGER ROWS TO PROVE AGAINST:  " WS-COUNT-PRINT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           PERFORM 700-WRITE-REPORT-LINE.
           MOVE WS-LEDGER-ONLY-COUNT TO WS-COUNT-PRINT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "ON THE LEDGER ONLY (NON-ZERO):    " WS-COUNT-PRINT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           PERFORM 700-WRITE-REPORT-LINE.
           MOVE WS-MASTER-BALANCE-TOTAL TO WS-TOTAL-PRINT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "TOTAL RECOVERED TUITION OWED:  " WS-TOTAL-PRINT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           PERFORM 700-WRITE-REPORT-LINE.
           MOVE WS-LEDGER-BALANCE-TOTAL TO WS-TOTAL-PRINT.
           MOVE SPACES TO REPORT-RECORD.
           STRING "LEDGER TOTAL FOR THOSE STUDENTS:" WS-TOTAL-PRINT
               DELIMITED BY SIZE INTO REPORT-RECORD
           END-STRING.
           PERFORM 700-WRITE-REPORT-LINE.

       880-DISPLAY-RECOVERY-SUMMARY.
           DISPLAY "==========================================".
           DISPLAY "ROLL-FORWARD FROM " WS-FROM-DATE " " WS-FROM-TIME.
           DISPLAY "CHANGES SINCE THE BACKUP: " WS-EVENT-COUNT.
           DISPLAY "REPLAYED:                 " WS-REPLAYED-COUNT.
           DISPLAY "FOR MANUAL FOLLOW-UP:     " WS-MANUAL-COUNT.
           DISPLAY "BALANCES AGREEING:        " WS-STUDENTS-AGREED.
           DISPLAY "BALANCES DIFFERING:       " WS-STUDENTS-DIFFERENT.
           DISPLAY "REPORT: ../ROLL-FORWARD-RPT.TXT".
           DISPLAY "==========================================".

       END PROGRAM BACKUP-RESTORE.
