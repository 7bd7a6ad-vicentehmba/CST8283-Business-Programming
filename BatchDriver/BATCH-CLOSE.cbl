      *          batch-balance report, and record a day-closed
      *          control record that BATCH-DRIVER checks so the same
      *          day's batch can't run twice by accident.
      *          The finance stream is balanced on the same report:
      *          the last lockbox deposit imported
      *          (../LOCKBOX-RUN-HISTORY.TXT) must equal what
      *          PAYMENT-POSTING posted plus suspended for that batch
      *          (../POSTING-RUN-HISTORY.TXT) plus what the import
      *          left on its exception listing.
      * Tectonics: cobc -m (CALLed by BatchDriver as the final step,
      *            or run standalone from this directory)
      * NOTE: the indexed-file and reject-file counts are cumulative
           TO "../CONVERT-RUN-HISTORY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-HISTORY-STATUS.
           SELECT LOCKBOX-HISTORY-FILE ASSIGN
           TO "../LOCKBOX-RUN-HISTORY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCKBOX-HISTORY-STATUS.
           SELECT POSTING-HISTORY-FILE ASSIGN
           TO "../POSTING-RUN-HISTORY.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-POSTING-HISTORY-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 RH-EXC-BAD-PROGRAM PIC 9(4).
           05 RH-RECORDS-SKIPPED PIC 9(6).

       FD LOCKBOX-HISTORY-FILE.
      *> One row per LOCKBOX-IMPORT run.
       01 LOCKBOX-HISTORY-RECORD.
           05 LRH-RUN-DATE PIC 9(8).
           05 LRH-RUN-TIME PIC 9(8).
           05 LRH-DEPOSIT-ID PIC X(8).
           05 LRH-DEPOSIT-TOTAL PIC 9(10)V99.
           05 LRH-TRANSLATED-TOTAL PIC 9(10)V99.
           05 LRH-EXCEPTION-TOTAL PIC 9(10)V99.
           05 LRH-UNPARSED-AMOUNTS PIC 9(4).

       FD POSTING-HISTORY-FILE.
      *> One row per PAYMENT-POSTING run, keyed by batch ID - the
      *> lockbox deposit ID doubles as the batch ID.
       01 POSTING-HISTORY-RECORD.
           05 PRH-RUN-DATE PIC 9(8).
           05 PRH-RUN-TIME PIC 9(8).
           05 PRH-BATCH-ID PIC X(8).
           05 PRH-PAYMENTS-POSTED PIC 9(6).
           05 PRH-TOTAL-POSTED PIC 9(8)V99.
           05 PRH-PAYMENTS-SUSPENDED PIC 9(6).
           05 PRH-TOTAL-SUSPENDED PIC 9(8)V99.
           05 PRH-PAYMENTS-SKIPPED PIC 9(6).

       WORKING-STORAGE SECTION.
       01 EOF-FLAG PIC X(3).
       01 WS-RECORDS-FILE-STATUS PIC XX.
       01 WS-LAST-WRITTEN PIC 9(6) VALUE ZERO.
       01 WS-LAST-REJECTED PIC 9(6) VALUE ZERO.
       01 WS-LAST-SKIPPED PIC 9(6) VALUE ZERO.
       *> Finance stream proof: the last lockbox deposit and every
       *> posting run of its batch.
       01 WS-LOCKBOX-HISTORY-STATUS PIC XX.
       01 WS-POSTING-HISTORY-STATUS PIC XX.
       01 WS-LOCKBOX-ROW-FOUND PIC X VALUE "N".
       01 WS-LBX-RUN-DATE PIC 9(8) VALUE ZERO.
       01 WS-LBX-DEPOSIT-ID PIC X(8) VALUE SPACES.
       01 WS-LBX-DEPOSIT-TOTAL PIC 9(10)V99 VALUE ZERO.
       01 WS-LBX-EXCEPTION-TOTAL PIC 9(10)V99 VALUE ZERO.
       01 WS-LBX-UNPARSED PIC 9(4) VALUE ZERO.
       01 WS-POSTING-RUNS PIC 9(4) VALUE ZERO.
       01 WS-FIN-POSTED PIC 9(10)V99 VALUE ZERO.
       01 WS-FIN-SUSPENDED PIC 9(10)V99 VALUE ZERO.
       01 WS-FIN-RESUMED-ITEMS PIC 9(6) VALUE ZERO.
       01 WS-FIN-DIFF PIC S9(10)V99 VALUE ZERO.
       01 WS-FIN-AMOUNT-PRINT PIC Z,ZZZ,ZZZ,ZZ9.99.
       01 WS-FIN-DIFF-PRINT PIC -,---,---,--9.99.
       01 WS-PRINT-LINE PIC X(132).
       01 WS-HEADING-LINE-1.
           05 FILLER PIC X(28) VALUE "BATCH BALANCE REPORT".
           PERFORM 230-COUNT-REJECTS.
           PERFORM 240-COUNT-EXCEPTIONS.
           PERFORM 250-READ-LAST-RUN-SUMMARY.
           PERFORM 260-READ-LAST-LOCKBOX-RUN.
           PERFORM 270-SUM-POSTING-RUNS.
           PERFORM 300-WRITE-BALANCE-REPORT.
           PERFORM 400-WRITE-DAY-CLOSED.
           GOBACK.
               CLOSE RUN-HISTORY-FILE
           END-IF.

       260-READ-LAST-LOCKBOX-RUN.
           OPEN INPUT LOCKBOX-HISTORY-FILE.
           IF WS-LOCKBOX-HISTORY-STATUS = "00"
               MOVE "NO" TO EOF-FLAG
               PERFORM UNTIL EOF-FLAG = "YES"
                   READ LOCKBOX-HISTORY-FILE
                       AT END MOVE "YES" TO EOF-FLAG
                       NOT AT END
                           MOVE "Y" TO WS-LOCKBOX-ROW-FOUND
                           MOVE LRH-RUN-DATE TO WS-LBX-RUN-DATE
                           MOVE LRH-DEPOSIT-ID TO WS-LBX-DEPOSIT-ID
                           MOVE LRH-DEPOSIT-TOTAL
                               TO WS-LBX-DEPOSIT-TOTAL
                           MOVE LRH-EXCEPTION-TOTAL
                               TO WS-LBX-EXCEPTION-TOTAL
                           MOVE LRH-UNPARSED-AMOUNTS
                               TO WS-LBX-UNPARSED
                   END-READ
               END-PERFORM
               CLOSE LOCKBOX-HISTORY-FILE
           END-IF.

       270-SUM-POSTING-RUNS.
           *> A batch resumed after a mid-file failure has more than
           *> one run row; the run that died never wrote one, so the
           *> items it applied are known only as the resumed row's
           *> skipped count, and the proof says so.
           IF WS-LOCKBOX-ROW-FOUND = "Y"
               OPEN INPUT POSTING-HISTORY-FILE
               IF WS-POSTING-HISTORY-STATUS = "00"
                   MOVE "NO" TO EOF-FLAG
                   PERFORM UNTIL EOF-FLAG = "YES"
                       READ POSTING-HISTORY-FILE
                           AT END MOVE "YES" TO EOF-FLAG
                           NOT AT END
                               IF PRH-BATCH-ID = WS-LBX-DEPOSIT-ID
                                   ADD 1 TO WS-POSTING-RUNS
                                   ADD PRH-TOTAL-POSTED
                                       TO WS-FIN-POSTED
                                   ADD PRH-TOTAL-SUSPENDED
                                       TO WS-FIN-SUSPENDED
                                   IF PRH-PAYMENTS-SKIPPED >
                                           WS-FIN-RESUMED-ITEMS
                                       MOVE PRH-PAYMENTS-SKIPPED
                                           TO WS-FIN-RESUMED-ITEMS
                                   END-IF
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE POSTING-HISTORY-FILE
               END-IF
           END-IF.

       300-WRITE-BALANCE-REPORT.
           OPEN OUTPUT BALANCE-REPORT-FILE.
           MOVE WS-RUN-DATE TO HDG-RUN-DATE.
               END-IF
           END-IF.
           PERFORM 310-PRINT-LINE.
           PERFORM 320-WRITE-FINANCE-BALANCE.
           CLOSE BALANCE-REPORT-FILE.

       310-PRINT-LINE.
           WRITE REPORT-RECORD.
           DISPLAY WS-PRINT-LINE(1:80).

       320-WRITE-FINANCE-BALANCE.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO WS-PRINT-LINE.
           IF WS-LOCKBOX-ROW-FOUND NOT = "Y"
               STRING "FINANCE: NOT PROVABLE - NO LOCKBOX RUN "
                   "HISTORY ON FILE"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               PERFORM 310-PRINT-LINE
           ELSE
               MOVE WS-LBX-DEPOSIT-TOTAL TO WS-FIN-AMOUNT-PRINT
               STRING "LOCKBOX DEPOSIT " WS-LBX-DEPOSIT-ID
                   " IMPORTED " WS-LBX-RUN-DATE ": TOTAL "
                   WS-FIN-AMOUNT-PRINT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               PERFORM 310-PRINT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-FIN-POSTED TO WS-FIN-AMOUNT-PRINT
               STRING "  POSTED:             " WS-FIN-AMOUNT-PRINT
                   "  (" WS-POSTING-RUNS " POSTING RUN(S))"
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               PERFORM 310-PRINT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-FIN-SUSPENDED TO WS-FIN-AMOUNT-PRINT
               STRING "  SUSPENDED:          " WS-FIN-AMOUNT-PRINT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               PERFORM 310-PRINT-LINE
               MOVE SPACES TO WS-PRINT-LINE
               MOVE WS-LBX-EXCEPTION-TOTAL TO WS-FIN-AMOUNT-PRINT
               STRING "  LOCKBOX EXCEPTIONS: " WS-FIN-AMOUNT-PRINT
                   DELIMITED BY SIZE INTO WS-PRINT-LINE
               END-STRING
               PERFORM 310-PRINT-LINE
               COMPUTE WS-FIN-DIFF = WS-LBX-DEPOSIT-TOTAL
                   - WS-FIN-POSTED - WS-FIN-SUSPENDED
                   - WS-LBX-EXCEPTION-TOTAL
               MOVE SPACES TO WS-PRINT-LINE
               EVALUATE TRUE
                   WHEN WS-POSTING-RUNS = ZERO
                       STRING "FINANCE: OUT OF BALANCE - DEPOSIT "
                           WS-LBX-DEPOSIT-ID " HAS NOT BEEN POSTED"
                           DELIMITED BY SIZE INTO WS-PRINT-LINE
                       END-STRING
                   WHEN WS-FIN-DIFF = ZERO
                       STRING "FINANCE: IN BALANCE (LOCKBOX DEPOSIT "
                           "= POSTED + SUSPENDED + EXCEPTIONS)"
                           DELIMITED BY SIZE INTO WS-PRINT-LINE
                       END-STRING
                   WHEN OTHER
                       MOVE WS-FIN-DIFF TO WS-FIN-DIFF-PRINT
                       STRING "FINANCE: OUT OF BALANCE BY "
                           WS-FIN-DIFF-PRINT
                           " - INVESTIGATE BEFORE THE NEXT DEPOSIT"
                           DELIMITED BY SIZE INTO WS-PRINT-LINE
                       END-STRING
               END-EVALUATE
               PERFORM 310-PRINT-LINE
               IF WS-FIN-RESUMED-ITEMS > ZERO
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "  NOTE: BATCH WAS RESUMED - "
                       WS-FIN-RESUMED-ITEMS " ITEM(S) APPLIED BY AN "
                       "INTERRUPTED RUN ARE NOT IN THE TOTALS ABOVE"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   END-STRING
                   PERFORM 310-PRINT-LINE
               END-IF
               IF WS-LBX-UNPARSED > ZERO
                   MOVE SPACES TO WS-PRINT-LINE
                   STRING "  NOTE: " WS-LBX-UNPARSED
                       " REMITTANCE(S) HAD UNPARSEABLE AMOUNTS - "
                       "PROOF IS APPROXIMATE"
                       DELIMITED BY SIZE INTO WS-PRINT-LINE
                   END-STRING
                   PERFORM 310-PRINT-LINE
               END-IF
           END-IF.

       400-WRITE-DAY-CLOSED.
           OPEN OUTPUT DAY-CLOSED-FILE.
           MOVE WS-RUN-DATE TO DAY-CLOSED-RECORD.
