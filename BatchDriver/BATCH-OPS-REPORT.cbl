       *> Open STARTs waiting for their END - one slot per step
       *> name is plenty, steps never overlap within a run.
       01 WS-PENDING-TABLE.
           05 WS-PENDING-ROW OCCURS 20 TIMES.
               10 WS-PEND-NAME PIC X(30).
               10 WS-PEND-DATE PIC 9(8).
               10 WS-PEND-SECONDS PIC 9(9).
       *> Per-step duration statistics over the whole log, the base
       *> line the latest run is trended against.
       01 WS-STAT-TABLE.
           05 WS-STAT-ROW OCCURS 20 TIMES.
               10 WS-STAT-NAME PIC X(30).
               10 WS-STAT-COUNT PIC 9(5).
               10 WS-STAT-TOTAL PIC 9(9).
               END-IF
           END-PERFORM.
           IF WS-PEND-FOUND = ZERO
               IF WS-PENDING-COUNT < 20
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE WS-PENDING-COUNT TO WS-PEND-FOUND
                   MOVE WS-PARSE-NAME TO
               END-IF
           END-PERFORM.
           IF WS-STAT-FOUND = ZERO
               AND WS-STAT-COUNT-ROWS < 20
               ADD 1 TO WS-STAT-COUNT-ROWS
               MOVE WS-STAT-COUNT-ROWS TO WS-STAT-FOUND
               MOVE WS-PARSE-NAME TO WS-STAT-NAME(WS-STAT-FOUND)
