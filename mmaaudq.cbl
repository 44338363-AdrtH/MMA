      *business ask when the report flags a suspicious MIN or MAX,
      *without anyone eyeballing a multi-million-line flat file.
      *
      *Each MMAAUDRQ.DAT record is one query against MMAAUDIT.DAT:
      *  RQ-TYPE 'S': show the record with sequence number RQ-SEQ
      *  RQ-TYPE 'C': show all records for category RQ-CATEGORY
      *  RQ-TYPE 'R': show all records with amounts between RQ-AMT-LOW
      *               (window defaults to 10 when zero or blank)
      *Hits for every query go to the MMAAUDX.OUT extract report.
      *
      *The trail holds every run, keyed by run date/time and sequence
      *with category as the alternate key, and sequence numbers start
      *again with each run. RQ-RUN-DATE and RQ-RUN-TIME narrow a query
      *to one run (both keyed), to the runs of one day (time blank) or
      *leave it on every run (both blank). Sequence and neighbourhood
      *queries go straight to the wanted sequence numbers within each
      *selected run, and category queries straight to the category's
      *records through the alternate key. An amount range has no key
      *to use, so those queries read the selected runs through.
      *
      *The trail to query defaults to the live MMAAUDIT.DAT; an
      *MMAAUDQP.DAT parameter record naming another file - typically a
      *dated archive cut by MMAARCH, which has the same keys - points
      *the same queries at that file instead.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUDIT-FILE ASSIGN USING WS-AUDIT-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDIT-KEY
               ALTERNATE RECORD KEY IS AUDIT-CATEGORY
                   WITH DUPLICATES
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT OPTIONAL PARAMETER-FILE ASSIGN TO "MMAAUDQP.DAT"
      *AUDIT-BASE-AMOUNT carry the conversion MinMaxAverage applied.
      *Range queries keep matching on the source amount.
       01  AUDIT-RECORD.
           05  AUDIT-KEY.
               10  AUDIT-RUN-STAMP.
                   15  AUDIT-RUN-DATE   PIC 9(8).
                   15  AUDIT-RUN-TIME   PIC 9(8).
               10  AUDIT-SEQ        PIC 9(10).
           05  AUDIT-VALUE          PIC X(20).
           05  AUDIT-CATEGORY       PIC X(10).
           05  AUDIT-CURRENCY       PIC X(3).
           05  AUDIT-BASE-AMOUNT    PIC S9(12)V9(6)
                                        SIGN LEADING SEPARATE.
           05  RQ-CATEGORY          PIC X(10).
           05  RQ-AMT-LOW           PIC X(20).
           05  RQ-AMT-HIGH          PIC X(20).
           05  RQ-RUN-DATE          PIC X(8).
           05  RQ-RUN-TIME          PIC X(8).

       FD  EXTRACT-FILE
           RECORDING MODE IS F.
       WORKING-STORAGE SECTION.
       01  WS-AUDIT-STATUS     PIC XX VALUE ZEROS.
       01  WS-PARM-STATUS      PIC XX VALUE ZEROS.
       01  WS-AUDIT-FILE-NAME  PIC X(44) VALUE 'MMAAUDIT.DAT'.
       01  WS-REQUEST-STATUS   PIC XX VALUE ZEROS.
       01  WS-EXTRACT-STATUS   PIC XX VALUE ZEROS.

           88  WS-RQ-END-OF-FILE   VALUE 'Y'.
       01  WS-AUD-EOF-FLAG  PIC X VALUE 'N'.
           88  WS-AUD-END-OF-FILE  VALUE 'Y'.
       01  WS-RUN-END-FLAG  PIC X VALUE 'N'.
           88  WS-RUN-END          VALUE 'Y'.
       01  WS-AUDIT-OPEN-FLAG PIC X VALUE 'N'.
           88  WS-AUDIT-OPEN       VALUE 'Y'.
       01  WS-RUN-SEL-FLAG  PIC X VALUE 'Y'.
           88  WS-RUN-SEL-OK       VALUE 'Y'.

      *Run stamps (date then time) bounding the runs a query covers,
      *and the run being read.
       01  WS-RUN-FROM.
           05  WS-RUN-FROM-DATE PIC 9(8) VALUE ZEROS.
           05  WS-RUN-FROM-TIME PIC 9(8) VALUE ZEROS.
       01  WS-RUN-TO.
           05  WS-RUN-TO-DATE   PIC 9(8) VALUE ZEROS.
           05  WS-RUN-TO-TIME   PIC 9(8) VALUE ZEROS.
       01  WS-CUR-RUN           PIC X(16) VALUE SPACES.

       01  WS-QUERY-COUNT   PIC 9(5) VALUE ZEROS.
       01  WS-HIT-COUNT     PIC 9(10) VALUE ZEROS USAGE IS COMP.

       01  WS-SEQ-LOW       PIC 9(10) VALUE ZEROS.
       01  WS-SEQ-HIGH      PIC 9(10) VALUE ZEROS.
       PROCEDURE DIVISION.
           PERFORM OPEN-FILES.
           PERFORM LOAD-PARAMETERS.
           PERFORM OPEN-AUDIT-FILE.
           PERFORM WITH TEST AFTER UNTIL WS-RQ-END-OF-FILE
               READ REQUEST-FILE
                   AT END
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE EXTRACT-RECORD FROM WS-REPORT-LINE
           END-IF.
           IF WS-AUDIT-OPEN
               CLOSE AUDIT-FILE
           END-IF.
           CLOSE REQUEST-FILE.
           CLOSE EXTRACT-FILE.
           STOP RUN.
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE EXTRACT-RECORD FROM WS-REPORT-LINE.

      *The trail is opened once for the whole batch. A trail that
      *will not open is reported against every query rather than
      *ending the run, so the extract still shows what was asked.
       OPEN-AUDIT-FILE.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS EQUAL '00'
               SET WS-AUDIT-OPEN TO TRUE
           END-IF.

       RUN-ONE-QUERY.
           PERFORM WRITE-QUERY-HEADING.
           PERFORM PREPARE-QUERY.
           MOVE ZEROS TO WS-HIT-COUNT.
           IF NOT WS-AUDIT-OPEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'ERROR - UNABLE TO OPEN ' WS-AUDIT-FILE-NAME
                   ' STATUS=' WS-AUDIT-STATUS
               WRITE EXTRACT-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           IF NOT WS-RUN-SEL-OK
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'ERROR - INVALID RUN DATE/TIME ' RQ-RUN-DATE
                   '/' RQ-RUN-TIME ' - SKIPPED'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE EXTRACT-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           EVALUATE RQ-TYPE
               WHEN 'S'
               WHEN 'N'
                   PERFORM SEQUENCE-QUERY
               WHEN 'C'
                   PERFORM CATEGORY-QUERY
               WHEN 'R'
                   PERFORM RANGE-QUERY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           MOVE WS-HIT-COUNT TO WS-HIT-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'HITS: ' WS-HIT-DISP
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-EVALUATE.
           WRITE EXTRACT-RECORD FROM WS-REPORT-LINE.
           IF RQ-RUN-DATE NOT EQUAL SPACES
               OR RQ-RUN-TIME NOT EQUAL SPACES
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  FOR RUN ' RQ-RUN-DATE '/' RQ-RUN-TIME
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE EXTRACT-RECORD FROM WS-REPORT-LINE
           END-IF.

      *    A time needs its date; a blank time covers the whole day.
       PREPARE-QUERY.
           MOVE 'Y' TO WS-RUN-SEL-FLAG.
           MOVE ZEROS TO WS-RUN-FROM.
           MOVE ALL '9' TO WS-RUN-TO.
           IF RQ-RUN-DATE NOT EQUAL SPACES
               IF RQ-RUN-DATE IS NUMERIC
                   MOVE RQ-RUN-DATE TO WS-RUN-FROM-DATE
                   MOVE RQ-RUN-DATE TO WS-RUN-TO-DATE
               ELSE
                   MOVE 'N' TO WS-RUN-SEL-FLAG
               END-IF
           END-IF.
           IF RQ-RUN-TIME NOT EQUAL SPACES
               IF RQ-RUN-TIME IS NUMERIC
                   AND RQ-RUN-DATE NOT EQUAL SPACES
                   MOVE RQ-RUN-TIME TO WS-RUN-FROM-TIME
                   MOVE RQ-RUN-TIME TO WS-RUN-TO-TIME
               ELSE
                   MOVE 'N' TO WS-RUN-SEL-FLAG
               END-IF
           END-IF.
           EVALUATE RQ-TYPE
               WHEN 'S'
                   MOVE RQ-SEQ TO WS-SEQ-LOW
                   MOVE RQ-SEQ TO WS-SEQ-HIGH
               WHEN 'N'
                   IF RQ-WINDOW IS NUMERIC AND RQ-WINDOW > ZERO
                       MOVE RQ-WINDOW TO WS-WINDOW
                   CONTINUE
           END-EVALUATE.

      *Sequence numbers restart with every run, so the wanted range is
      *read from each selected run in turn: the first record at or
      *after the current position names the next run, QUERY-ONE-RUN
      *reads that run's range and then positions past the run.
       SEQUENCE-QUERY.
           MOVE WS-RUN-FROM TO AUDIT-RUN-STAMP.
           MOVE ZEROS TO AUDIT-SEQ.
           MOVE 'N' TO WS-AUD-EOF-FLAG.
           START AUDIT-FILE KEY IS NOT LESS THAN AUDIT-KEY
               INVALID KEY
                   SET WS-AUD-END-OF-FILE TO TRUE
           END-START.
           PERFORM UNTIL WS-AUD-END-OF-FILE
               READ AUDIT-FILE NEXT RECORD
                   AT END
                       SET WS-AUD-END-OF-FILE TO TRUE
                   NOT AT END
                       IF AUDIT-RUN-STAMP > WS-RUN-TO
                           SET WS-AUD-END-OF-FILE TO TRUE
                       ELSE
                           PERFORM QUERY-ONE-RUN
                       END-IF
               END-READ
           END-PERFORM.

       QUERY-ONE-RUN.
           MOVE AUDIT-RUN-STAMP TO WS-CUR-RUN.
           MOVE WS-SEQ-LOW TO AUDIT-SEQ.
           MOVE 'N' TO WS-RUN-END-FLAG.
           START AUDIT-FILE KEY IS NOT LESS THAN AUDIT-KEY
               INVALID KEY
                   SET WS-RUN-END TO TRUE
           END-START.
           PERFORM UNTIL WS-RUN-END
               READ AUDIT-FILE NEXT RECORD
                   AT END
                       SET WS-RUN-END TO TRUE
                   NOT AT END
                       IF AUDIT-RUN-STAMP NOT EQUAL WS-CUR-RUN
                           OR AUDIT-SEQ > WS-SEQ-HIGH
                           SET WS-RUN-END TO TRUE
                       ELSE
                           ADD 1 TO WS-HIT-COUNT
                           PERFORM WRITE-HIT-LINE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE WS-CUR-RUN TO AUDIT-RUN-STAMP.
           MOVE 9999999999 TO AUDIT-SEQ.
           START AUDIT-FILE KEY IS GREATER THAN AUDIT-KEY
               INVALID KEY
                   SET WS-AUD-END-OF-FILE TO TRUE
           END-START.

      *The alternate key brings the category's records together; the
      *run selection is applied to each one read.
       CATEGORY-QUERY.
           MOVE RQ-CATEGORY TO AUDIT-CATEGORY.
           MOVE 'N' TO WS-AUD-EOF-FLAG.
           START AUDIT-FILE KEY IS EQUAL TO AUDIT-CATEGORY
               INVALID KEY
                   SET WS-AUD-END-OF-FILE TO TRUE
           END-START.
           PERFORM UNTIL WS-AUD-END-OF-FILE
               READ AUDIT-FILE NEXT RECORD
                   AT END
                       SET WS-AUD-END-OF-FILE TO TRUE
                   NOT AT END
                       IF AUDIT-CATEGORY NOT EQUAL RQ-CATEGORY
                           SET WS-AUD-END-OF-FILE TO TRUE
                       ELSE
                           IF AUDIT-RUN-STAMP NOT < WS-RUN-FROM
                               AND AUDIT-RUN-STAMP NOT > WS-RUN-TO
                               ADD 1 TO WS-HIT-COUNT
                               PERFORM WRITE-HIT-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       RANGE-QUERY.
           MOVE WS-RUN-FROM TO AUDIT-RUN-STAMP.
           MOVE ZEROS TO AUDIT-SEQ.
           MOVE 'N' TO WS-AUD-EOF-FLAG.
           START AUDIT-FILE KEY IS NOT LESS THAN AUDIT-KEY
               INVALID KEY
                   SET WS-AUD-END-OF-FILE TO TRUE
           END-START.
           PERFORM UNTIL WS-AUD-END-OF-FILE
               READ AUDIT-FILE NEXT RECORD
                   AT END
                       SET WS-AUD-END-OF-FILE TO TRUE
                   NOT AT END
                       IF AUDIT-RUN-STAMP > WS-RUN-TO
                           SET WS-AUD-END-OF-FILE TO TRUE
                       ELSE
                           PERFORM TEST-AUDIT-AMOUNT
                       END-IF
               END-READ
           END-PERFORM.

       TEST-AUDIT-AMOUNT.
           MOVE FUNCTION TEST-NUMVAL(AUDIT-VALUE) TO WS-TEST-NUMVAL.
           IF WS-TEST-NUMVAL EQUAL ZERO
               MOVE FUNCTION NUMVAL(AUDIT-VALUE) TO WS-AUDIT-AMT
               IF WS-AUDIT-AMT >= WS-AMT-LOW
                   AND WS-AUDIT-AMT <= WS-AMT-HIGH
                   ADD 1 TO WS-HIT-COUNT
                   PERFORM WRITE-HIT-LINE
               END-IF
           END-IF.

       WRITE-HIT-LINE.
           MOVE AUDIT-SEQ      TO WS-SEQ-DISP.
