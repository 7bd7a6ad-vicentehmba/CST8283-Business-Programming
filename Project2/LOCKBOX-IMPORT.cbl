      *          (malformed account reference, unparseable amount) to
      *          ../LOCKBOX-EXCEPTIONS.TXT before posting ever runs.
      *          The clerk stops retyping the bank listing by hand.
      *          Each run's deposit, translated and exception totals
      *          are appended to ../LOCKBOX-RUN-HISTORY.TXT for
      *          BATCH-CLOSE's finance balance proof.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
               TO "../LOCKBOX-EXCEPTIONS.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCEPTION-FILE-STATUS.
           SELECT RUN-HISTORY-FILE ASSIGN
               TO "../LOCKBOX-RUN-HISTORY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EXCEPTION-LIST-FILE.
       01 EXCEPTION-LIST-RECORD PIC X(100).

       FD RUN-HISTORY-FILE.
      *> One row per import run - the bank's deposit total and how
      *> it split between the posting batch and the exception
      *> listing. BATCH-CLOSE proves the finance stream from it.
       01 RUN-HISTORY-RECORD.
           05 LRH-RUN-DATE PIC 9(8).
           05 LRH-RUN-TIME PIC 9(8).
           05 LRH-DEPOSIT-ID PIC X(8).
           05 LRH-DEPOSIT-TOTAL PIC 9(10)V99.
           05 LRH-TRANSLATED-TOTAL PIC 9(10)V99.
           05 LRH-EXCEPTION-TOTAL PIC 9(10)V99.
           05 LRH-UNPARSED-AMOUNTS PIC 9(4).

       WORKING-STORAGE SECTION.
       01 EOF-FLAG PIC X(3) VALUE "NO".
       01 WS-LOCKBOX-FILE-STATUS PIC XX.
       01 WS-PAYMENT-FILE-STATUS PIC XX.
       01 WS-EXCEPTION-FILE-STATUS PIC XX.
       01 WS-RUN-HISTORY-STATUS PIC XX.
       01 WS-HEADER-SEEN PIC X VALUE "N".
       01 WS-DEPOSIT-ID PIC X(8) VALUE SPACES.
       01 WS-DEPOSIT-DATE PIC 9(8) VALUE ZERO.
           PERFORM 400-TRANSLATE-ONE-RECORD UNTIL EOF-FLAG = "YES".
           PERFORM 500-WRITE-BATCH-TRAILER.
           PERFORM 600-RECONCILE-DEPOSIT.
           PERFORM 650-WRITE-RUN-HISTORY.
           CLOSE LOCKBOX-FILE
                 PAYMENT-FILE-OUT
                 EXCEPTION-LIST-FILE.
               END-IF
           END-IF.

       650-WRITE-RUN-HISTORY.
           *> Appended across runs; created the first time.
           OPEN EXTEND RUN-HISTORY-FILE.
           IF WS-RUN-HISTORY-STATUS NOT = "00"
               OPEN OUTPUT RUN-HISTORY-FILE
           END-IF.
           ACCEPT LRH-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT LRH-RUN-TIME FROM TIME.
           MOVE WS-DEPOSIT-ID TO LRH-DEPOSIT-ID.
           MOVE WS-DEPOSIT-TOTAL TO LRH-DEPOSIT-TOTAL.
           MOVE WS-TRANSLATED-TOTAL TO LRH-TRANSLATED-TOTAL.
           MOVE WS-EXCEPTION-TOTAL TO LRH-EXCEPTION-TOTAL.
           MOVE WS-UNPARSED-AMOUNTS TO LRH-UNPARSED-AMOUNTS.
           WRITE RUN-HISTORY-RECORD.
           CLOSE RUN-HISTORY-FILE.

       END PROGRAM LOCKBOX-IMPORT.
