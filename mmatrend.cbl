       01  TREND-RECORD             PIC X(132).

      *Shared operational tunables, keyword and value per record,
      *read by this program, MinMaxAverage and MMARATM at start-up.
      *An absent file or keyword keeps the compiled default; an
      *unknown keyword or a bad value fails the run loudly, never a
      *silent fallback.
       FD  CONFIG-FILE
           RECORDING MODE IS F.
       01  CONFIG-RECORD.
                   IF WS-CFG-INT > 9999999999
                       PERFORM CONFIG-ABORT
                   END-IF
               WHEN 'DUP-WINDOW-RUNS'
                   IF WS-CFG-INT > 999
                       PERFORM CONFIG-ABORT
                   END-IF
               WHEN 'RATE-MOVE-PCT'
                   IF WS-CFG-INT > 999
                       PERFORM CONFIG-ABORT
                   END-IF
               WHEN 'RATE-STALE-DAYS'
                   IF WS-CFG-INT > 999
                       PERFORM CONFIG-ABORT
                   END-IF
               WHEN OTHER
                   PERFORM CONFIG-ABORT
           END-EVALUATE.
