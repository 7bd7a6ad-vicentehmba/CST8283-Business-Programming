      ******************************************************************
      * Author: VICENTE MBA ENGUNG
      * Date: SEPTEMBER 1, 2026
      * Purpose: Reorganization of the indexed student master. Years
      *          of DELETEs, REWRITEs and archive purges leave
      *          STUFILE-INDEXED.TXT larger and slower than the data
      *          in it; this run unloads it in primary-key order into
      *          a dated, registered backup (the same
      *          ../STUFILE-INDEXED-BACKUP-<stamp>.TXT files and
      *          ../BACKUP-REGISTRY.TXT rows BACKUP-RESTORE lists),
      *          proves the backup holds every record, then rebuilds
      *          the master from scratch so both the IND-STUDENT-NUMBER
      *          and IND-STUDENT-NAME keys are laid down clean. Record
      *          count, tuition hash total and student-number hash
      *          total are taken before and after, and the rebuilt
      *          file is read back along both keys. Refuses to start
      *          while ../MASTER-IN-USE.TXT is held and holds it
      *          itself for the duration; if the rebuild fails the
      *          signal stays held as MASTER-REORG-FAILED until
      *          BACKUP-RESTORE puts the backup back - no other
      *          program will clear it as stale. Runs standalone
      *          or as the optional weekend step of BATCH-DRIVER; with
      *          ../BATCH-PARMS.TXT present it asks no questions.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MASTER-REORG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INDEXED-STUDENT-FILE-OUT ASSIGN
           TO "../STUFILE-INDEXED.TXT"
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS IND-STUDENT-NUMBER
               ALTERNATE RECORD KEY IS IND-STUDENT-NAME
                   WITH DUPLICATES
               FILE STATUS IS WS-FILE-STATUS.
           SELECT INDEXED-BACKUP-FILE
               ASSIGN TO DYNAMIC WS-BACKUP-FILE-PATH
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS BAK-STUDENT-NUMBER
               FILE STATUS IS WS-BACKUP-FILE-STATUS.
           SELECT BACKUP-REGISTRY-FILE ASSIGN
               TO "../BACKUP-REGISTRY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REGISTRY-FILE-STATUS.
           SELECT MASTER-IN-USE-FILE ASSIGN
               TO "../MASTER-IN-USE.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IN-USE-FILE-STATUS.
           SELECT BATCH-PARM-FILE ASSIGN TO "../BATCH-PARMS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD INDEXED-STUDENT-FILE-OUT.
       01 INDEXED-FILE-RECORD.
           05 IND-STUDENT-NUMBER  PIC 9(6).
           05 IND-TUITION-OWED    PIC S9(6)V99
               SIGN LEADING SEPARATE.
           05 IND-STUDENT-NAME    PIC X(40).
           05 FILLER              PIC X(77).

       FD INDEXED-BACKUP-FILE.
       01 BACKUP-FILE-RECORD.
           05 BAK-STUDENT-NUMBER  PIC 9(6).
           05 BAK-TUITION-OWED    PIC S9(6)V99
               SIGN LEADING SEPARATE.
           05 BAK-RECORD-BODY     PIC X(117).

       FD BACKUP-REGISTRY-FILE.
       01 BACKUP-REGISTRY-RECORD.
           05 REG-BACKUP-DATE PIC 9(8).
           05 REG-BACKUP-TIME PIC 9(8).
           05 REG-RECORD-COUNT PIC 9(6).
           05 REG-BACKUP-PATH PIC X(100).

       FD MASTER-IN-USE-FILE.
      *> In-use signal for STUFILE-INDEXED.TXT - see BATCH-DRIVER.
       01 MASTER-IN-USE-RECORD.
           05 IU-HELD-DATE PIC 9(8).
           05 IU-HELD-TIME PIC 9(8).
           05 IU-HOLDER PIC X(20).

       FD BATCH-PARM-FILE.
       01 BATCH-PARM-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 WS-FILE-STATUS PIC XX.
       01 WS-BACKUP-FILE-STATUS PIC XX.
       01 WS-REGISTRY-FILE-STATUS PIC XX.
       01 WS-IN-USE-FILE-STATUS PIC XX.
       01 WS-PARM-FILE-STATUS PIC XX.
       01 WS-BATCH-MODE PIC X VALUE "N".
       01 EOF-FLAG PIC X(3) VALUE "NO".
       01 WS-CONFIRM PIC X.
       01 WS-BACKUP-FILE-PATH PIC X(100).
       01 WS-BACKUP-DATE-TIME.
           05 WS-BACKUP-DATE PIC 9(8).
           05 WS-BACKUP-TIME PIC 9(8).
       01 WS-REORG-OK PIC X VALUE "Y".
       01 WS-REBUILD-STARTED PIC X VALUE "N".
       *> Control totals - taken from the live master as it is
       *> unloaded, from the backup as written, from the rebuilt
       *> master along the primary key, and along the name key.
       01 WS-BEFORE-COUNT PIC 9(6) VALUE ZERO.
       01 WS-BEFORE-TUITION-HASH PIC S9(11)V99 VALUE ZERO.
       01 WS-BEFORE-NUMBER-HASH PIC 9(12) VALUE ZERO.
       01 WS-BACKUP-COUNT PIC 9(6) VALUE ZERO.
       01 WS-BACKUP-TUITION-HASH PIC S9(11)V99 VALUE ZERO.
       01 WS-BACKUP-NUMBER-HASH PIC 9(12) VALUE ZERO.
       01 WS-AFTER-COUNT PIC 9(6) VALUE ZERO.
       01 WS-AFTER-TUITION-HASH PIC S9(11)V99 VALUE ZERO.
       01 WS-AFTER-NUMBER-HASH PIC 9(12) VALUE ZERO.
       01 WS-NAME-KEY-COUNT PIC 9(6) VALUE ZERO.
       01 WS-REBUILT-COUNT PIC 9(6) VALUE ZERO.
       01 WS-WRITE-ERRORS PIC 9(6) VALUE ZERO.
       01 WS-HASH-PRINT PIC ---,---,---,--9.99.
       01 WS-MASTER-BUSY PIC X.
       01 WS-OVERRIDE-IN-USE PIC X.
       01 WS-HELD-SIGNAL.
           05 WS-HELD-DATE PIC 9(8).
           05 WS-HELD-TIME.
               10 WS-HELD-HH PIC 9(2).
               10 FILLER PIC 9(6).
           05 WS-HELD-HOLDER PIC X(20).
       01 WS-IN-USE-NOW-DATE PIC 9(8).
       01 WS-IN-USE-NOW-TIME.
           05 WS-NOW-HH PIC 9(2).
           05 FILLER PIC 9(6).
       01 WS-STALE-SIGNAL-HOURS PIC 9(3) VALUE 12.
       01 WS-IN-USE-AGE-HOURS PIC S9(5).

       PROCEDURE DIVISION.
       100-REORGANIZE-MASTER.
           MOVE 0 TO RETURN-CODE.
           PERFORM 200-LOAD-BATCH-PARMS.
           IF WS-BATCH-MODE = "N"
               DISPLAY "Reorganize STUFILE-INDEXED.TXT now? (Y/N)"
               ACCEPT WS-CONFIRM
               IF WS-CONFIRM NOT = "Y" AND WS-CONFIRM NOT = "y"
                   DISPLAY "Reorganization cancelled."
                   GOBACK
               END-IF
           END-IF.
           PERFORM 750-CHECK-MASTER-IN-USE.
           IF WS-MASTER-BUSY = "Y"
               DISPLAY "REORGANIZATION REFUSED."
               MOVE 1 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 770-DECLARE-MASTER-BUSY.
           PERFORM 300-UNLOAD-TO-BACKUP.
           IF WS-REORG-OK = "Y"
               PERFORM 310-VERIFY-BACKUP
           END-IF.
           IF WS-REORG-OK = "Y"
               PERFORM 320-REGISTER-BACKUP
               MOVE "Y" TO WS-REBUILD-STARTED
               PERFORM 400-REBUILD-MASTER
               PERFORM 500-VERIFY-REBUILT-MASTER
           END-IF.
           *> Once OPEN OUTPUT has been issued the live file may be
           *> empty or half written - nobody else may touch it until
           *> it has been restored from the backup just taken.
           IF WS-REORG-OK = "Y" OR WS-REBUILD-STARTED = "N"
               PERFORM 780-RELEASE-MASTER
           ELSE
               PERFORM 790-HOLD-FOR-RESTORE
           END-IF.
           PERFORM 600-DISPLAY-CONTROL-TOTALS.
           IF WS-REORG-OK NOT = "Y"
               MOVE 1 TO RETURN-CODE
           END-IF.
           GOBACK.

       200-LOAD-BATCH-PARMS.
           *> The parameter file's presence alone marks an unattended
           *> run - this step has no answers of its own to read.
           OPEN INPUT BATCH-PARM-FILE.
           IF WS-PARM-FILE-STATUS = "00"
               MOVE "Y" TO WS-BATCH-MODE
               CLOSE BATCH-PARM-FILE
           END-IF.

       300-UNLOAD-TO-BACKUP.
           ACCEPT WS-BACKUP-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-BACKUP-TIME FROM TIME.
           MOVE SPACES TO WS-BACKUP-FILE-PATH.
           STRING "../STUFILE-INDEXED-BACKUP-" WS-BACKUP-DATE-TIME
               ".TXT" DELIMITED BY SIZE INTO WS-BACKUP-FILE-PATH
           END-STRING.
           OPEN INPUT INDEXED-STUDENT-FILE-OUT.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO OPEN STUFILE-INDEXED.TXT - STATUS "
                   WS-FILE-STATUS
               MOVE "N" TO WS-REORG-OK
           ELSE
               OPEN OUTPUT INDEXED-BACKUP-FILE
               MOVE "NO" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "YES"
                   READ INDEXED-STUDENT-FILE-OUT NEXT RECORD
                       AT END MOVE "YES" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-BEFORE-COUNT
                           ADD IND-TUITION-OWED
                               TO WS-BEFORE-TUITION-HASH
                           ADD IND-STUDENT-NUMBER
                               TO WS-BEFORE-NUMBER-HASH
                           MOVE INDEXED-FILE-RECORD
                               TO BACKUP-FILE-RECORD
                           WRITE BACKUP-FILE-RECORD
                   END-READ
               END-PERFORM
               CLOSE INDEXED-BACKUP-FILE
               CLOSE INDEXED-STUDENT-FILE-OUT
               DISPLAY "MASTER UNLOADED TO "
                   FUNCTION TRIM(WS-BACKUP-FILE-PATH)
                   " (" WS-BEFORE-COUNT " RECORDS)"
           END-IF.

       310-VERIFY-BACKUP.
           *> The master is only rebuilt from a backup proven whole -
           *> a short backup leaves the live file untouched.
           OPEN INPUT INDEXED-BACKUP-FILE.
           IF WS-BACKUP-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO REOPEN THE BACKUP - STATUS "
                   WS-BACKUP-FILE-STATUS " - MASTER UNTOUCHED"
               MOVE "N" TO WS-REORG-OK
           ELSE
               MOVE "NO" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "YES"
                   READ INDEXED-BACKUP-FILE NEXT RECORD
                       AT END MOVE "YES" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-BACKUP-COUNT
                           ADD BAK-TUITION-OWED
                               TO WS-BACKUP-TUITION-HASH
                           ADD BAK-STUDENT-NUMBER
                               TO WS-BACKUP-NUMBER-HASH
                   END-READ
               END-PERFORM
               CLOSE INDEXED-BACKUP-FILE
               IF WS-BACKUP-COUNT NOT = WS-BEFORE-COUNT
                   OR WS-BACKUP-TUITION-HASH NOT =
                       WS-BEFORE-TUITION-HASH
                   OR WS-BACKUP-NUMBER-HASH NOT =
                       WS-BEFORE-NUMBER-HASH
                   DISPLAY "BACKUP DOES NOT MATCH THE MASTER - "
                       "REORGANIZATION ABANDONED, MASTER UNTOUCHED"
                   MOVE "N" TO WS-REORG-OK
               END-IF
           END-IF.

       320-REGISTER-BACKUP.
           OPEN EXTEND BACKUP-REGISTRY-FILE.
           IF WS-REGISTRY-FILE-STATUS NOT = "00"
               OPEN OUTPUT BACKUP-REGISTRY-FILE
           END-IF.
           MOVE WS-BACKUP-DATE TO REG-BACKUP-DATE.
           MOVE WS-BACKUP-TIME TO REG-BACKUP-TIME.
           MOVE WS-BACKUP-COUNT TO REG-RECORD-COUNT.
           MOVE WS-BACKUP-FILE-PATH TO REG-BACKUP-PATH.
           WRITE BACKUP-REGISTRY-RECORD.
           CLOSE BACKUP-REGISTRY-FILE.

       400-REBUILD-MASTER.
           *> OPEN OUTPUT discards the old file and its worn indexes;
           *> writing in primary-key order lays both keys down fresh.
           OPEN INPUT INDEXED-BACKUP-FILE.
           OPEN OUTPUT INDEXED-STUDENT-FILE-OUT.
           IF WS-FILE-STATUS NOT = "00"
               DISPLAY "UNABLE TO RECREATE STUFILE-INDEXED.TXT - "
                   "STATUS " WS-FILE-STATUS " - RESTORE "
                   FUNCTION TRIM(WS-BACKUP-FILE-PATH)
                   " WITH BACKUP-RESTORE"
               MOVE "N" TO WS-REORG-OK
           ELSE
               MOVE "NO" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "YES"
                   READ INDEXED-BACKUP-FILE NEXT RECORD
                       AT END MOVE "YES" TO EOF-FLAG
                       NOT AT END
                           MOVE BACKUP-FILE-RECORD
                               TO INDEXED-FILE-RECORD
                           WRITE INDEXED-FILE-RECORD
                               INVALID KEY
                                   ADD 1 TO WS-WRITE-ERRORS
                                   DISPLAY "WRITE FAILED FOR "
                                       IND-STUDENT-NUMBER " - STATUS "
                                       WS-FILE-STATUS
                               NOT INVALID KEY
                                   ADD 1 TO WS-REBUILT-COUNT
                           END-WRITE
                   END-READ
               END-PERFORM
               CLOSE INDEXED-STUDENT-FILE-OUT
           END-IF.
           CLOSE INDEXED-BACKUP-FILE.

       500-VERIFY-REBUILT-MASTER.
           IF WS-REORG-OK = "Y"
               OPEN INPUT INDEXED-STUDENT-FILE-OUT
               MOVE "NO" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "YES"
                   READ INDEXED-STUDENT-FILE-OUT NEXT RECORD
                       AT END MOVE "YES" TO EOF-FLAG
                       NOT AT END
                           ADD 1 TO WS-AFTER-COUNT
                           ADD IND-TUITION-OWED
                               TO WS-AFTER-TUITION-HASH
                           ADD IND-STUDENT-NUMBER
                               TO WS-AFTER-NUMBER-HASH
                   END-READ
               END-PERFORM
               PERFORM 510-READ-ALONG-NAME-KEY
               CLOSE INDEXED-STUDENT-FILE-OUT
               IF WS-AFTER-COUNT NOT = WS-BEFORE-COUNT
                   OR WS-AFTER-TUITION-HASH NOT =
                       WS-BEFORE-TUITION-HASH
                   OR WS-AFTER-NUMBER-HASH NOT =
                       WS-BEFORE-NUMBER-HASH
                   OR WS-NAME-KEY-COUNT NOT = WS-BEFORE-COUNT
                   OR WS-WRITE-ERRORS NOT = ZERO
                   MOVE "N" TO WS-REORG-OK
               END-IF
               IF WS-REORG-OK NOT = "Y"
                   DISPLAY "REBUILT MASTER DOES NOT MATCH - RESTORE "
                       FUNCTION TRIM(WS-BACKUP-FILE-PATH)
                       " WITH BACKUP-RESTORE"
               END-IF
           END-IF.

       510-READ-ALONG-NAME-KEY.
           MOVE LOW-VALUES TO IND-STUDENT-NAME.
           START INDEXED-STUDENT-FILE-OUT
               KEY IS NOT LESS THAN IND-STUDENT-NAME
               INVALID KEY
                   MOVE "YES" TO EOF-FLAG
               NOT INVALID KEY
                   MOVE "NO" TO EOF-FLAG
           END-START.
           PERFORM UNTIL EOF-FLAG = "YES"
               READ INDEXED-STUDENT-FILE-OUT NEXT RECORD
                   AT END MOVE "YES" TO EOF-FLAG
                   NOT AT END ADD 1 TO WS-NAME-KEY-COUNT
               END-READ
           END-PERFORM.

       600-DISPLAY-CONTROL-TOTALS.
           DISPLAY "==========================================".
           DISPLAY "MASTER REORGANIZATION".
           DISPLAY "RECORDS BEFORE:          " WS-BEFORE-COUNT.
           DISPLAY "RECORDS IN BACKUP:       " WS-BACKUP-COUNT.
           DISPLAY "RECORDS AFTER:           " WS-AFTER-COUNT.
           DISPLAY "READ BY NAME KEY:        " WS-NAME-KEY-COUNT.
           MOVE WS-BEFORE-TUITION-HASH TO WS-HASH-PRINT.
           DISPLAY "TUITION HASH BEFORE: " WS-HASH-PRINT.
           MOVE WS-AFTER-TUITION-HASH TO WS-HASH-PRINT.
           DISPLAY "TUITION HASH AFTER:  " WS-HASH-PRINT.
           DISPLAY "NUMBER HASH BEFORE:      " WS-BEFORE-NUMBER-HASH.
           DISPLAY "NUMBER HASH AFTER:       " WS-AFTER-NUMBER-HASH.
           IF WS-REORG-OK = "Y"
               DISPLAY "CONTROL TOTALS AGREE - REORGANIZATION "
                   "COMPLETE"
           ELSE
               DISPLAY "REORGANIZATION FAILED"
           END-IF.
           DISPLAY "==========================================".

       750-CHECK-MASTER-IN-USE.
           MOVE "N" TO WS-MASTER-BUSY.
           OPEN INPUT MASTER-IN-USE-FILE.
           IF WS-IN-USE-FILE-STATUS = "00"
               READ MASTER-IN-USE-FILE
                   AT END CONTINUE
                   NOT AT END
                       MOVE "Y" TO WS-MASTER-BUSY
                       MOVE MASTER-IN-USE-RECORD
                           TO WS-HELD-SIGNAL
               END-READ
               CLOSE MASTER-IN-USE-FILE
           END-IF.
           *> Nobody is at the console on an unattended run to judge
           *> a stale signal, so it simply refuses.
           IF WS-MASTER-BUSY = "Y" AND WS-BATCH-MODE = "N"
               PERFORM 760-JUDGE-STALE-SIGNAL
           END-IF.
           IF WS-MASTER-BUSY = "Y"
               DISPLAY "THE STUDENT MASTER IS IN USE BY "
                   FUNCTION TRIM(WS-HELD-HOLDER)
                   " (SINCE " WS-HELD-DATE ") - REORGANIZATION "
                   "REFUSED, TRY AGAIN WHEN IT FINISHES"
           END-IF.

       760-JUDGE-STALE-SIGNAL.
           ACCEPT WS-IN-USE-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-IN-USE-NOW-TIME FROM TIME.
           COMPUTE WS-IN-USE-AGE-HOURS =
               (FUNCTION INTEGER-OF-DATE(WS-IN-USE-NOW-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-HELD-DATE)) * 24
               + WS-NOW-HH - WS-HELD-HH.
           *> A failed reorganization is never stale - the master is
           *> half rebuilt until BACKUP-RESTORE puts the backup back.
           IF WS-HELD-HOLDER = "MASTER-REORG-FAILED"
               DISPLAY "MASTER-REORG FAILED ON " WS-HELD-DATE
                   " AND LEFT STUFILE-INDEXED.TXT HALF REBUILT"
               DISPLAY "RESTORE IT WITH BACKUP-RESTORE, OPTION R - "
                   "THE SIGNAL CANNOT BE CLEARED HERE"
           END-IF.
           IF WS-IN-USE-AGE-HOURS NOT < WS-STALE-SIGNAL-HOURS
               AND WS-HELD-HOLDER NOT = "MASTER-REORG-FAILED"
               DISPLAY "IN-USE SIGNAL FROM "
                   FUNCTION TRIM(WS-HELD-HOLDER) " IS "
                   WS-IN-USE-AGE-HOURS " HOURS OLD - PROBABLY "
                   "LEFT BY A CRASHED RUN"
               DISPLAY "Clear the stale signal and continue? (Y/N)"
               ACCEPT WS-OVERRIDE-IN-USE
               IF WS-OVERRIDE-IN-USE = "Y"
                   OR WS-OVERRIDE-IN-USE = "y"
                   MOVE "N" TO WS-MASTER-BUSY
                   DISPLAY "STALE SIGNAL CLEARED."
               END-IF
           END-IF.

       770-DECLARE-MASTER-BUSY.
           OPEN OUTPUT MASTER-IN-USE-FILE.
           ACCEPT IU-HELD-DATE FROM DATE YYYYMMDD.
           ACCEPT IU-HELD-TIME FROM TIME.
           MOVE "MASTER-REORG" TO IU-HOLDER.
           WRITE MASTER-IN-USE-RECORD.
           CLOSE MASTER-IN-USE-FILE.

       780-RELEASE-MASTER.
           OPEN OUTPUT MASTER-IN-USE-FILE.
           CLOSE MASTER-IN-USE-FILE.

       790-HOLD-FOR-RESTORE.
           *> BACKUP-RESTORE recognises this holder, restores over it
           *> and releases the signal; every other program refuses
           *> and will not offer to clear it, however old it gets.
           OPEN OUTPUT MASTER-IN-USE-FILE.
           ACCEPT IU-HELD-DATE FROM DATE YYYYMMDD.
           ACCEPT IU-HELD-TIME FROM TIME.
           MOVE "MASTER-REORG-FAILED" TO IU-HOLDER.
           WRITE MASTER-IN-USE-RECORD.
           CLOSE MASTER-IN-USE-FILE.
           DISPLAY "STUFILE-INDEXED.TXT IS NOT SAFE TO USE - THE "
               "IN-USE SIGNAL STAYS HELD.".
           DISPLAY "RUN BACKUP-RESTORE, OPTION R, AND RESTORE "
               FUNCTION TRIM(WS-BACKUP-FILE-PATH)
               " - THE SIGNAL IS RELEASED WHEN THE RESTORE COMPLETES.".

       END PROGRAM MASTER-REORG.
