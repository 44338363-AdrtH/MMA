      *The month to close comes from the optional MMACLOSP.DAT
      *parameter file (a single YYYYMM record); blank or absent closes
      *the latest month on the history.
      *
      *Records MinMaxAverage flagged superseded - the earlier run of a
      *feed that has since been reprocessed - are left out, so each
      *business day counts once, at its latest figures.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                                        SIGN LEADING SEPARATE.
           05  CATH-P99             PIC S9(12)V9(6)
                                        SIGN LEADING SEPARATE.
           05  CATH-RUN-STAMP.
               10  CATH-RUN-DATE    PIC 9(8).
               10  CATH-RUN-TIME    PIC 9(8).
           05  CATH-SUPERSEDED-FLAG PIC X.
               88  CATH-SUPERSEDED       VALUE 'S'.

       FD  PARAMETER-FILE
           RECORDING MODE IS F.
       01  WS-MONTH-AVG     PIC S9(14)V9(6) VALUE ZEROS.
       01  WS-MOVE-PCT      PIC S9(13)V9(2) VALUE ZEROS.
       01  WS-FLAGGED-COUNT PIC 9(5) VALUE ZEROS.
       01  WS-SUPERSEDED-COUNT PIC 9(10) VALUE ZEROS USAGE IS COMP.

       01  WS-REPORT-LINE   PIC X(132).
       01  WS-COUNT-DISP    PIC ZZZZZZZZZ9.
                   NOT AT END
                       IF CATH-BUS-YYYYMM EQUAL WS-CLOSE-MONTH
                           OR CATH-BUS-YYYYMM EQUAL WS-PRIOR-MONTH
                           IF CATH-SUPERSEDED
                               ADD 1 TO WS-SUPERSEDED-COUNT
                           ELSE
                               PERFORM TALLY-HISTORY-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           STRING 'CATEGORIES FLAGGED: ' WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE CLOSE-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-SUPERSEDED-COUNT TO WS-COUNT-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'SUPERSEDED HISTORY RECORDS EXCLUDED: '
               WS-COUNT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE CLOSE-REPORT-RECORD FROM WS-REPORT-LINE.

       PRINT-CATEGORY-CLOSE.
           IF WS-CAT-CUR-CNT(WS-CAT-IDX) > ZERO
