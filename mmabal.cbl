      *End-of-run output balancing. RECONCILE-FEED proves the input
      *arrived intact; this program, run after MinMaxAverage, proves
      *the outputs agree with each other:
      *  - the run's MMAAUDIT.DAT record count against
      *    STAT-ACCEPT-COUNT
      *  - MMAREJECT.DAT record count against STAT-REJECT-COUNT
      *  - the run's MMAHOLD.DAT record count against
      *    STAT-HELD-COUNT
      *  - accepted plus rejected plus filtered plus held against
      *    STAT-READ-COUNT
      *  - the MMACSV.OUT SUMMARY row against the MMARESULT.DAT record
      *    for the run (count, min, max, avg)
      *Every check is listed on the MMABAL.OUT certificate; when all
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "MMAAUDIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDIT-KEY
               ALTERNATE RECORD KEY IS AUDIT-CATEGORY
                   WITH DUPLICATES
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT REJECT-FILE ASSIGN TO "MMAREJECT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-STATUS.

           SELECT OPTIONAL HOLD-FILE ASSIGN TO "MMAHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT RESULTS-FILE ASSIGN TO "MMARESULT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTS-STATUS.
           05  STAT-FILTER-COUNT    PIC 9(10).
           05  STAT-REJECT-RATE     PIC 9(3)V9(2).
           05  FILLER               PIC X(9).
           05  STAT-HELD-COUNT      PIC 9(10).
           05  STAT-AUDIT-RUN-DATE  PIC 9(8).
           05  STAT-AUDIT-RUN-TIME  PIC 9(8).

      *Same layout as the audit trail MinMaxAverage writes.
       FD  AUDIT-FILE
           RECORDING MODE IS F.
       01  AUDIT-RECORD.
           05  AUDIT-KEY.
               10  AUDIT-RUN-DATE   PIC 9(8).
               10  AUDIT-RUN-TIME   PIC 9(8).
               10  AUDIT-SEQ        PIC 9(10).
           05  AUDIT-VALUE          PIC X(20).
           05  AUDIT-CATEGORY       PIC X(10).
           05  AUDIT-CURRENCY       PIC X(3).
           05  AUDIT-BASE-AMOUNT    PIC S9(12)V9(6)
                                        SIGN LEADING SEPARATE.
           RECORDING MODE IS F.
       01  REJECT-RECORD            PIC X(73).

      *Leading key of the duplicate-hold record MinMaxAverage
      *writes; the rest of the image is not needed here.
       FD  HOLD-FILE
           RECORDING MODE IS F.
       01  HOLD-RECORD.
           05  HOLD-RUN-DATE        PIC 9(8).
           05  HOLD-RUN-TIME        PIC 9(8).
           05  HOLD-SEQ             PIC 9(10).
           05  FILLER               PIC X(94).

      *Same layout as the run history MinMaxAverage writes.
       FD  RESULTS-FILE
           RECORDING MODE IS F.
       01  WS-STATUS-STATUS     PIC XX VALUE ZEROS.
       01  WS-AUDIT-STATUS      PIC XX VALUE ZEROS.
       01  WS-REJECT-STATUS     PIC XX VALUE ZEROS.
       01  WS-HOLD-STATUS       PIC XX VALUE ZEROS.
       01  WS-RESULTS-STATUS    PIC XX VALUE ZEROS.
       01  WS-CSV-STATUS        PIC XX VALUE ZEROS.
       01  WS-BAL-REPORT-STATUS PIC XX VALUE ZEROS.

       01  WS-AUDIT-COUNT   PIC 9(10) VALUE ZEROS USAGE IS COMP.
       01  WS-REJECT-COUNT  PIC 9(10) VALUE ZEROS USAGE IS COMP.
       01  WS-HOLD-COUNT    PIC 9(10) VALUE ZEROS USAGE IS COMP.
       01  WS-HOLD-LAST-SEQ PIC 9(10) VALUE ZEROS.
      *A status record cut before the duplicate screen existed has no
      *held count - it stands for none.
       01  WS-STAT-HELD     PIC 9(10) VALUE ZEROS.
       01  WS-SUM-COUNT     PIC 9(11) VALUE ZEROS.
      *A status record cut before the trail was keyed has no audit run
      *stamp - the run's own date/time stands for it.
       01  WS-AUDIT-RUN-DATE PIC 9(8) VALUE ZEROS.
       01  WS-AUDIT-RUN-TIME PIC 9(8) VALUE ZEROS.

       01  WS-RESULTS-FOUND-FLAG PIC X VALUE 'N'.
           88  WS-RESULTS-FOUND     VALUE 'Y'.
           PERFORM READ-STATUS-RECORD.
           PERFORM COUNT-AUDIT-RECORDS.
           PERFORM COUNT-REJECT-RECORDS.
           PERFORM COUNT-HOLD-RECORDS.
           PERFORM FIND-RESULTS-RECORD.
           PERFORM FIND-CSV-SUMMARY.
           PERFORM RUN-BALANCE-CHECKS.
           END-READ.
           CLOSE STATUS-FILE.

      *The trail holds every run, so only this run's records are
      *counted: the key range from its run stamp and sequence zero up
      *to the first record of a later run. A restarted run files its
      *records under the first attempt's stamp and replaces any it
      *processes twice, so the range is exactly what
      *STAT-ACCEPT-COUNT describes. On a restarted run the reject file
      *was extended and the status counts carry the checkpointed
      *totals, so the whole reject file is what gets counted.
       COUNT-AUDIT-RECORDS.
           MOVE STAT-RUN-DATE TO WS-AUDIT-RUN-DATE.
           MOVE STAT-RUN-TIME TO WS-AUDIT-RUN-TIME.
           IF STAT-AUDIT-RUN-DATE IS NUMERIC
               AND STAT-AUDIT-RUN-TIME IS NUMERIC
               AND STAT-AUDIT-RUN-DATE > ZERO
               MOVE STAT-AUDIT-RUN-DATE TO WS-AUDIT-RUN-DATE
               MOVE STAT-AUDIT-RUN-TIME TO WS-AUDIT-RUN-TIME
           END-IF.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT EQUAL '00'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FATAL ERROR - UNABLE TO OPEN MMAAUDIT.DAT'
                   ' STATUS=' WS-AUDIT-STATUS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE BALANCE-REPORT-RECORD FROM WS-REPORT-LINE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-AUDIT-RUN-DATE TO AUDIT-RUN-DATE.
           MOVE WS-AUDIT-RUN-TIME TO AUDIT-RUN-TIME.
           MOVE ZEROS TO AUDIT-SEQ.
           MOVE 'N' TO WS-EOF-FLAG.
           START AUDIT-FILE KEY IS NOT LESS THAN AUDIT-KEY
               INVALID KEY
                   SET WS-END-OF-FILE TO TRUE
           END-START.
           PERFORM UNTIL WS-END-OF-FILE
               READ AUDIT-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF AUDIT-RUN-DATE NOT EQUAL WS-AUDIT-RUN-DATE
                           OR AUDIT-RUN-TIME NOT EQUAL
                               WS-AUDIT-RUN-TIME
                           SET WS-END-OF-FILE TO TRUE
                       ELSE
                           ADD 1 TO WS-AUDIT-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.
           END-PERFORM.
           CLOSE REJECT-FILE.

      *MMAHOLD.DAT keeps every run's holds until MMAHREL empties it,
      *so only those under the run's audit stamp are counted. A run
      *resumed from a checkpoint writes again the holds it wrote
      *after the checkpoint; a run's sequence numbers only climb, so
      *anything at or below the last one counted is such a repeat.
       COUNT-HOLD-RECORDS.
           IF STAT-HELD-COUNT IS NUMERIC
               MOVE STAT-HELD-COUNT TO WS-STAT-HELD
           END-IF.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS NOT EQUAL '00' AND '05'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FATAL ERROR - UNABLE TO OPEN MMAHOLD.DAT'
                   ' STATUS=' WS-HOLD-STATUS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE BALANCE-REPORT-RECORD FROM WS-REPORT-LINE
               CLOSE BALANCE-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           IF WS-HOLD-STATUS EQUAL '00'
               PERFORM WITH TEST AFTER UNTIL WS-END-OF-FILE
                   READ HOLD-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF HOLD-RUN-DATE EQUAL WS-AUDIT-RUN-DATE
                               AND HOLD-RUN-TIME
                                   EQUAL WS-AUDIT-RUN-TIME
                               AND HOLD-SEQ > WS-HOLD-LAST-SEQ
                               ADD 1 TO WS-HOLD-COUNT
                               MOVE HOLD-SEQ TO WS-HOLD-LAST-SEQ
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE HOLD-FILE.

       FIND-RESULTS-RECORD.
           OPEN INPUT RESULTS-FILE.
           IF WS-RESULTS-STATUS NOT EQUAL '00'
           MOVE 'REJECT RECORDS VS REJECTED' TO WS-CHECK-NAME.
           PERFORM WRITE-CHECK-LINE.

           MOVE WS-HOLD-COUNT TO WS-COUNT-DISP-1.
           MOVE WS-STAT-HELD  TO WS-COUNT-DISP-2.
           IF WS-HOLD-COUNT EQUAL WS-STAT-HELD
               PERFORM TIE-LINE-COUNTS
           ELSE
               PERFORM BREAK-LINE-COUNTS
           END-IF.
           MOVE 'HOLD RECORDS VS HELD' TO WS-CHECK-NAME.
           PERFORM WRITE-CHECK-LINE.

           COMPUTE WS-SUM-COUNT = STAT-ACCEPT-COUNT
               + STAT-REJECT-COUNT + STAT-FILTER-COUNT
               + WS-STAT-HELD.
           MOVE WS-SUM-COUNT TO WS-COUNT-DISP-1.
           MOVE STAT-READ-COUNT TO WS-COUNT-DISP-2.
           IF WS-SUM-COUNT EQUAL STAT-READ-COUNT
           ELSE
               PERFORM BREAK-LINE-COUNTS
           END-IF.
           MOVE 'ACCEPT+REJ+FILTER+HELD VS READ' TO WS-CHECK-NAME.
           PERFORM WRITE-CHECK-LINE.

           IF NOT WS-RESULTS-FOUND
