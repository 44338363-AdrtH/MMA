       IDENTIFICATION DIVISION.
       PROGRAM-ID. MMASAMP.
       AUTHOR. Adrien.

      *Audit sample selection over the MMAAUDIT.DAT audit trail. The
      *population is every accepted record in a range of run dates,
      *optionally for one category. Records whose base amount is at or
      *above the key-item threshold (either sign) are always selected;
      *the sample is drawn from the rest, either
      *  'R' simple random sampling - every record equally likely,
      *      exactly the sample size selected, or
      *  'M' monetary-unit sampling - a systematic pass at a fixed
      *      interval through the running total of absolute
      *      AUDIT-BASE-AMOUNT from a random start, so a record's
      *      chance of selection is in proportion to its size.
      *MMASAMP.OUT is the sample worksheet - run, sequence, category,
      *source amount, currency and base amount of each selected record
      *with the reason it was selected - then the selection summary:
      *parameters, population count and value, key items, sample size
      *and what was selected.
      *
      *The MMASAMPP.DAT parameter record is required:
      *  from and to run dates (YYYYMMDD, blank for no bound),
      *  category (blank for all), method ('R' or blank, or 'M'),
      *  sample size - or, when that is blank or zero, a confidence
      *  level (80, 85, 90, 95 or 99) and a tolerable misstatement
      *  rate in percent, from which the size is set at the
      *  reliability factor for that confidence over the tolerable
      *  rate (no misstatement expected), rounded up,
      *  key-item threshold amount in base currency (blank for none),
      *  seed (1 through 2147483646), and
      *  the audit file to sample (blank for the live MMAAUDIT.DAT -
      *  a dated archive cut by MMAARCH has the same keys).
      *The random numbers come from the seed alone (the Park-Miller
      *minimal standard generator) and the population is always read
      *in key order, so the same parameter record against the same
      *trail selects the same sample every time.
      *
      *Return code: 0 sample selected, 4 empty population or fewer
      *records left to sample than the sample size, 16 fatal (file
      *error or a parameter record that does not edit).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARAMETER-FILE ASSIGN TO "MMASAMPP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT AUDIT-FILE ASSIGN USING WS-AUDIT-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDIT-KEY
               ALTERNATE RECORD KEY IS AUDIT-CATEGORY
                   WITH DUPLICATES
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT SAMP-REPORT-FILE ASSIGN TO "MMASAMP.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SAMP-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE
           RECORDING MODE IS F.
       01  PARAMETER-RECORD.
           05  PARM-FROM-DATE       PIC X(8).
           05  PARM-TO-DATE         PIC X(8).
           05  PARM-CATEGORY        PIC X(10).
           05  PARM-METHOD          PIC X.
           05  PARM-SAMPLE-SIZE     PIC X(5).
           05  PARM-CONFIDENCE      PIC X(2).
           05  PARM-TOLERABLE-PCT   PIC X(6).
           05  PARM-THRESHOLD       PIC X(20).
           05  PARM-SEED            PIC X(10).
           05  PARM-AUDIT-FILE      PIC X(44).

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

       FD  SAMP-REPORT-FILE
           RECORDING MODE IS F.
       01  SAMP-REPORT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS        PIC XX VALUE ZEROS.
       01  WS-AUDIT-STATUS       PIC XX VALUE ZEROS.
       01  WS-SAMP-REPORT-STATUS PIC XX VALUE ZEROS.

       01  WS-AUDIT-FILE-NAME    PIC X(44) VALUE 'MMAAUDIT.DAT'.

      *Selection parameters once edited.
       01  WS-FROM-DATE-N    PIC 9(8) VALUE ZEROS.
       01  WS-TO-DATE-N      PIC 9(8) VALUE 99999999.
       01  WS-SEL-CATEGORY   PIC X(10) VALUE SPACES.
       01  WS-METHOD         PIC X VALUE 'R'.
           88  WS-METHOD-MUS       VALUE 'M'.
       01  WS-SAMPLE-SIZE    PIC 9(5) VALUE ZEROS.
       01  WS-CONFIDENCE     PIC 9(2) VALUE ZEROS.
       01  WS-TOLERABLE-PCT  PIC 9(3)V99 VALUE ZEROS.
       01  WS-THRESHOLD      PIC 9(12)V9(6) VALUE ZEROS.
       01  WS-SIZE-KEYED-FLAG PIC X VALUE 'N'.
           88  WS-SIZE-KEYED       VALUE 'Y'.

       01  WS-AMOUNT-TEST    PIC S9(13)V9(6) VALUE ZEROS.
       01  WS-TEST-NUMVAL    PIC S9(4) VALUE ZEROS.

      *Reliability factors for no expected misstatement, by confidence
      *level: confidence 9(2) then factor 9V99.
       01  WS-RF-VALUES      PIC X(25)
               VALUE '8016185190902319530099461'.
       01  WS-RF-TABLE REDEFINES WS-RF-VALUES.
           05  WS-RF-ENTRY OCCURS 5 TIMES.
               10  WS-RF-CONF    PIC 9(2).
               10  WS-RF-FACTOR  PIC 9V99.
       01  WS-RF-IDX         PIC 9(2) VALUE ZEROS.
       01  WS-RELIABILITY    PIC 9V99 VALUE ZEROS.
       01  WS-SIZE-CALC      PIC 9(7)V9(4) VALUE ZEROS.
       01  WS-SIZE-WHOLE     PIC 9(7) VALUE ZEROS.

      *Park-Miller minimal standard generator: seed = seed * 16807
      *modulo 2**31 - 1, and the uniform draw is seed / (2**31 - 1).
       01  WS-RAND-SEED      PIC 9(10) VALUE ZEROS USAGE IS COMP.
       01  WS-RAND-PRODUCT   PIC 9(15) VALUE ZEROS USAGE IS COMP.
       01  WS-RAND-Q         PIC 9(10) VALUE ZEROS USAGE IS COMP.
       01  WS-RAND-U         PIC 9V9(9) VALUE ZEROS.
       01  WS-SEED-DISP      PIC 9(10) VALUE ZEROS.

       01  WS-POP-END-FLAG   PIC X VALUE 'N'.
           88  WS-POP-END          VALUE 'Y'.
       01  WS-IN-POP-FLAG    PIC X VALUE 'N'.
           88  WS-IN-POP           VALUE 'Y'.
       01  WS-KEY-ITEM-FLAG  PIC X VALUE 'N'.
           88  WS-KEY-ITEM         VALUE 'Y'.
       01  WS-BASE-ABS       PIC 9(12)V9(6) VALUE ZEROS.

      *Population measured on the first pass.
       01  WS-POP-COUNT      PIC 9(10) VALUE ZEROS USAGE IS COMP.
       01  WS-POP-NET        PIC S9(15)V9(6) VALUE ZEROS.
       01  WS-POP-ABS        PIC 9(15)V9(6) VALUE ZEROS.
       01  WS-KEY-COUNT      PIC 9(10) VALUE ZEROS USAGE IS COMP.
       01  WS-KEY-NET        PIC S9(15)V9(6) VALUE ZEROS.
       01  WS-SAMP-POP-COUNT PIC 9(10) VALUE ZEROS USAGE IS COMP.
       01  WS-SAMP-POP-ABS   PIC 9(15)V9(6) VALUE ZEROS.

      *Selection on the second pass.
       01  WS-SAMPLE-TARGET  PIC 9(10) VALUE ZEROS USAGE IS COMP.
       01  WS-REMAIN-POP     PIC 9(10) VALUE ZEROS USAGE IS COMP.
       01  WS-REMAIN-NEED    PIC 9(10) VALUE ZEROS USAGE IS COMP.
       01  WS-RAND-TEST      PIC 9(10)V9(8) VALUE ZEROS.
       01  WS-INTERVAL       PIC 9(15)V9(6) VALUE ZEROS.
       01  WS-RANDOM-START   PIC 9(15)V9(6) VALUE ZEROS.
       01  WS-NEXT-POINT     PIC 9(15)V9(6) VALUE ZEROS.
       01  WS-CUM-ABS        PIC 9(15)V9(6) VALUE ZEROS.
       01  WS-ITEM-HITS      PIC 9(5) VALUE ZEROS.
       01  WS-MUS-HITS       PIC 9(10) VALUE ZEROS USAGE IS COMP.
       01  WS-SEL-COUNT      PIC 9(10) VALUE ZEROS USAGE IS COMP.
       01  WS-SHEET-COUNT    PIC 9(10) VALUE ZEROS USAGE IS COMP.
       01  WS-SHEET-NET      PIC S9(15)V9(6) VALUE ZEROS.
       01  WS-SEL-REASON     PIC X(14) VALUE SPACES.

       01  WS-DATE-VALID-FLAG  PIC X VALUE 'N'.
           88  WS-DATE-VALID         VALUE 'Y'.
       01  WS-CHECK-DATE       PIC X(8) VALUE SPACES.
       01  WS-DATE-CHECK.
           05  WS-DC-YYYY      PIC 9(4).
           05  WS-DC-MM        PIC 9(2).
           05  WS-DC-DD        PIC 9(2).
       01  WS-DIM-VALUES       PIC X(24)
               VALUE '312831303130313130313031'.
       01  WS-DIM-TABLE REDEFINES WS-DIM-VALUES.
           05  WS-DIM          PIC 9(2) OCCURS 12 TIMES.
       01  WS-DIM-LIMIT        PIC 9(2) VALUE ZEROS.
       01  WS-LEAP-Q           PIC 9(4) VALUE ZEROS.
       01  WS-LEAP-R4          PIC 9(4) VALUE ZEROS.
       01  WS-LEAP-R100        PIC 9(4) VALUE ZEROS.
       01  WS-LEAP-R400        PIC 9(4) VALUE ZEROS.

       01  WS-REPORT-LINE   PIC X(132).
       01  WS-SEQ-DISP      PIC ZZZZZZZZZ9.
       01  WS-ITEM-DISP     PIC ZZZZ9.
       01  WS-HITS-DISP     PIC ZZZZ9.
       01  WS-COUNT-DISP-1  PIC ZZZZZZZZZ9.
       01  WS-COUNT-DISP-2  PIC ZZZZZZZZZ9.
       01  WS-BASE-AMT-DISP PIC -(12)9.999999.
       01  WS-TOT-DISP-1    PIC -(15)9.999999.
       01  WS-TOT-DISP-2    PIC -(15)9.999999.
       01  WS-PCT-DISP      PIC ZZ9.99.
       01  WS-FACTOR-DISP   PIC 9.99.

       PROCEDURE DIVISION.
           PERFORM OPEN-REPORT.
           PERFORM LOAD-PARAMETERS.
           PERFORM OPEN-AUDIT-TRAIL.
           PERFORM MEASURE-POPULATION.
           PERFORM SET-SAMPLE-TARGET.
           PERFORM WRITE-WORKSHEET-HEADER.
           PERFORM SELECT-SAMPLE.
           CLOSE AUDIT-FILE.
           PERFORM WRITE-SELECTION-SUMMARY.
           CLOSE SAMP-REPORT-FILE.
           IF WS-POP-COUNT EQUAL ZERO
               OR WS-SAMP-POP-COUNT < WS-SAMPLE-SIZE
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       OPEN-REPORT.
           OPEN OUTPUT SAMP-REPORT-FILE.
           IF WS-SAMP-REPORT-STATUS NOT EQUAL '00'
               DISPLAY 'FATAL ERROR - UNABLE TO OPEN MMASAMP.OUT'
                   ' STATUS=' WS-SAMP-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *The parameters are the whole instruction - a sample drawn from
      *a guessed seed or size could not be defended or repeated, so no
      *record, or one that does not edit, refuses to run.
       LOAD-PARAMETERS.
           OPEN INPUT PARAMETER-FILE.
           IF WS-PARM-STATUS NOT EQUAL '00'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FATAL ERROR - UNABLE TO OPEN MMASAMPP.DAT'
                   ' STATUS=' WS-PARM-STATUS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM SAMP-ABORT
           END-IF.
           READ PARAMETER-FILE
               AT END
                   PERFORM PARAMETER-ABORT
               NOT AT END
                   PERFORM APPLY-PARAMETERS
           END-READ.
           CLOSE PARAMETER-FILE.

       APPLY-PARAMETERS.
           IF PARM-FROM-DATE NOT EQUAL SPACES
               MOVE PARM-FROM-DATE TO WS-CHECK-DATE
               PERFORM VALIDATE-CHECK-DATE
               IF NOT WS-DATE-VALID
                   PERFORM PARAMETER-ABORT
               END-IF
               MOVE PARM-FROM-DATE TO WS-FROM-DATE-N
           END-IF.
           IF PARM-TO-DATE NOT EQUAL SPACES
               MOVE PARM-TO-DATE TO WS-CHECK-DATE
               PERFORM VALIDATE-CHECK-DATE
               IF NOT WS-DATE-VALID
                   PERFORM PARAMETER-ABORT
               END-IF
               MOVE PARM-TO-DATE TO WS-TO-DATE-N
           END-IF.
           IF WS-FROM-DATE-N > WS-TO-DATE-N
               PERFORM PARAMETER-ABORT
           END-IF.
           MOVE PARM-CATEGORY TO WS-SEL-CATEGORY.
           IF PARM-METHOD NOT EQUAL SPACE AND 'R' AND 'M'
               PERFORM PARAMETER-ABORT
           END-IF.
           IF PARM-METHOD EQUAL 'M'
               MOVE 'M' TO WS-METHOD
           END-IF.
           IF PARM-SAMPLE-SIZE NOT EQUAL SPACES
               MOVE FUNCTION TEST-NUMVAL(PARM-SAMPLE-SIZE)
                   TO WS-TEST-NUMVAL
               IF WS-TEST-NUMVAL NOT EQUAL ZERO
                   PERFORM PARAMETER-ABORT
               END-IF
               MOVE FUNCTION NUMVAL(PARM-SAMPLE-SIZE)
                   TO WS-AMOUNT-TEST
               IF WS-AMOUNT-TEST < ZERO
                   OR WS-AMOUNT-TEST NOT EQUAL
                       FUNCTION INTEGER(WS-AMOUNT-TEST)
                   PERFORM PARAMETER-ABORT
               END-IF
               MOVE WS-AMOUNT-TEST TO WS-SAMPLE-SIZE
           END-IF.
           IF WS-SAMPLE-SIZE > ZERO
               SET WS-SIZE-KEYED TO TRUE
           ELSE
               PERFORM APPLY-CONFIDENCE
           END-IF.
           IF PARM-THRESHOLD NOT EQUAL SPACES
               MOVE FUNCTION TEST-NUMVAL(PARM-THRESHOLD)
                   TO WS-TEST-NUMVAL
               IF WS-TEST-NUMVAL NOT EQUAL ZERO
                   PERFORM PARAMETER-ABORT
               END-IF
               MOVE FUNCTION NUMVAL(PARM-THRESHOLD) TO WS-AMOUNT-TEST
               IF WS-AMOUNT-TEST < ZERO
                   PERFORM PARAMETER-ABORT
               END-IF
               MOVE WS-AMOUNT-TEST TO WS-THRESHOLD
           END-IF.
           MOVE FUNCTION TEST-NUMVAL(PARM-SEED) TO WS-TEST-NUMVAL.
           IF WS-TEST-NUMVAL NOT EQUAL ZERO
               OR PARM-SEED EQUAL SPACES
               PERFORM PARAMETER-ABORT
           END-IF.
           MOVE FUNCTION NUMVAL(PARM-SEED) TO WS-AMOUNT-TEST.
           IF WS-AMOUNT-TEST < 1 OR WS-AMOUNT-TEST > 2147483646
               OR WS-AMOUNT-TEST NOT EQUAL
                   FUNCTION INTEGER(WS-AMOUNT-TEST)
               PERFORM PARAMETER-ABORT
           END-IF.
           MOVE WS-AMOUNT-TEST TO WS-SEED-DISP.
           MOVE WS-SEED-DISP TO WS-RAND-SEED.
           IF PARM-AUDIT-FILE NOT EQUAL SPACES
               MOVE PARM-AUDIT-FILE TO WS-AUDIT-FILE-NAME
           END-IF.

      *Sample size = reliability factor / tolerable rate, rounded up.
       APPLY-CONFIDENCE.
           IF PARM-CONFIDENCE IS NOT NUMERIC
               PERFORM PARAMETER-ABORT
           END-IF.
           MOVE PARM-CONFIDENCE TO WS-CONFIDENCE.
           MOVE ZEROS TO WS-RELIABILITY.
           PERFORM VARYING WS-RF-IDX FROM 1 BY 1
               UNTIL WS-RF-IDX > 5
               IF WS-RF-CONF(WS-RF-IDX) EQUAL WS-CONFIDENCE
                   MOVE WS-RF-FACTOR(WS-RF-IDX) TO WS-RELIABILITY
               END-IF
           END-PERFORM.
           IF WS-RELIABILITY EQUAL ZERO
               PERFORM PARAMETER-ABORT
           END-IF.
           MOVE FUNCTION TEST-NUMVAL(PARM-TOLERABLE-PCT)
               TO WS-TEST-NUMVAL.
           IF WS-TEST-NUMVAL NOT EQUAL ZERO
               OR PARM-TOLERABLE-PCT EQUAL SPACES
               PERFORM PARAMETER-ABORT
           END-IF.
           MOVE FUNCTION NUMVAL(PARM-TOLERABLE-PCT) TO WS-AMOUNT-TEST.
           IF WS-AMOUNT-TEST < 0.01 OR WS-AMOUNT-TEST > 100
               PERFORM PARAMETER-ABORT
           END-IF.
           MOVE WS-AMOUNT-TEST TO WS-TOLERABLE-PCT.
           COMPUTE WS-SIZE-CALC =
               WS-RELIABILITY * 100 / WS-TOLERABLE-PCT.
           MOVE WS-SIZE-CALC TO WS-SIZE-WHOLE.
           IF WS-SIZE-WHOLE < WS-SIZE-CALC
               ADD 1 TO WS-SIZE-WHOLE
           END-IF.
           MOVE WS-SIZE-WHOLE TO WS-SAMPLE-SIZE.

       PARAMETER-ABORT.
           CLOSE PARAMETER-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'FATAL ERROR - INVALID MMASAMPP.DAT RECORD: '
               PARAMETER-RECORD
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM SAMP-ABORT.

      *YYYYMMDD with a real month and a day within that month, leap
      *years included.
       VALIDATE-CHECK-DATE.
           MOVE 'N' TO WS-DATE-VALID-FLAG.
           IF WS-CHECK-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CHECK-DATE TO WS-DATE-CHECK.
           IF WS-DC-YYYY < 1601 OR WS-DC-MM < 1 OR WS-DC-MM > 12
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DIM(WS-DC-MM) TO WS-DIM-LIMIT.
           IF WS-DC-MM EQUAL 2
               DIVIDE WS-DC-YYYY BY 4 GIVING WS-LEAP-Q
                   REMAINDER WS-LEAP-R4
               DIVIDE WS-DC-YYYY BY 100 GIVING WS-LEAP-Q
                   REMAINDER WS-LEAP-R100
               DIVIDE WS-DC-YYYY BY 400 GIVING WS-LEAP-Q
                   REMAINDER WS-LEAP-R400
               IF WS-LEAP-R400 EQUAL ZERO
                   OR (WS-LEAP-R4 EQUAL ZERO
                       AND WS-LEAP-R100 NOT EQUAL ZERO)
                   MOVE 29 TO WS-DIM-LIMIT
               END-IF
           END-IF.
           IF WS-DC-DD < 1 OR WS-DC-DD > WS-DIM-LIMIT
               EXIT PARAGRAPH
           END-IF.
           SET WS-DATE-VALID TO TRUE.

       OPEN-AUDIT-TRAIL.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT EQUAL '00'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FATAL ERROR - UNABLE TO OPEN '
                   WS-AUDIT-FILE-NAME ' STATUS=' WS-AUDIT-STATUS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM SAMP-ABORT
           END-IF.

      *The population is read in primary key order from the first run
      *on the from date - the order both passes rely on, and the one
      *that makes a seed repeatable.
       START-POPULATION.
           MOVE 'N' TO WS-POP-END-FLAG.
           MOVE WS-FROM-DATE-N TO AUDIT-RUN-DATE.
           MOVE ZEROS TO AUDIT-RUN-TIME.
           MOVE ZEROS TO AUDIT-SEQ.
           START AUDIT-FILE KEY IS NOT LESS THAN AUDIT-KEY
               INVALID KEY
                   SET WS-POP-END TO TRUE
           END-START.

       NEXT-POPULATION-RECORD.
           MOVE 'N' TO WS-IN-POP-FLAG.
           PERFORM UNTIL WS-IN-POP OR WS-POP-END
               READ AUDIT-FILE NEXT RECORD
                   AT END
                       SET WS-POP-END TO TRUE
                   NOT AT END
                       IF AUDIT-RUN-DATE > WS-TO-DATE-N
                           SET WS-POP-END TO TRUE
                       ELSE
                           IF WS-SEL-CATEGORY EQUAL SPACES
                               OR AUDIT-CATEGORY EQUAL WS-SEL-CATEGORY
                               SET WS-IN-POP TO TRUE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF NOT WS-IN-POP
               EXIT PARAGRAPH
           END-IF.
           IF AUDIT-BASE-AMOUNT < ZERO
               COMPUTE WS-BASE-ABS = ZERO - AUDIT-BASE-AMOUNT
           ELSE
               MOVE AUDIT-BASE-AMOUNT TO WS-BASE-ABS
           END-IF.
           MOVE 'N' TO WS-KEY-ITEM-FLAG.
           IF WS-THRESHOLD > ZERO AND WS-BASE-ABS >= WS-THRESHOLD
               SET WS-KEY-ITEM TO TRUE
           END-IF.

       MEASURE-POPULATION.
           PERFORM START-POPULATION.
           PERFORM NEXT-POPULATION-RECORD.
           PERFORM UNTIL WS-POP-END
               ADD 1 TO WS-POP-COUNT
               ADD AUDIT-BASE-AMOUNT TO WS-POP-NET
               ADD WS-BASE-ABS TO WS-POP-ABS
               IF WS-KEY-ITEM
                   ADD 1 TO WS-KEY-COUNT
                   ADD AUDIT-BASE-AMOUNT TO WS-KEY-NET
               ELSE
                   ADD 1 TO WS-SAMP-POP-COUNT
                   ADD WS-BASE-ABS TO WS-SAMP-POP-ABS
               END-IF
               PERFORM NEXT-POPULATION-RECORD
           END-PERFORM.

      *No more can be selected than there are records to sample. The
      *monetary-unit interval truncates, so every selection point
      *falls inside the population value.
       SET-SAMPLE-TARGET.
           MOVE WS-SAMPLE-SIZE TO WS-SAMPLE-TARGET.
           IF WS-SAMPLE-TARGET > WS-SAMP-POP-COUNT
               MOVE WS-SAMP-POP-COUNT TO WS-SAMPLE-TARGET
           END-IF.
           IF WS-METHOD-MUS AND WS-SAMPLE-TARGET > ZERO
               COMPUTE WS-INTERVAL =
                   WS-SAMP-POP-ABS / WS-SAMPLE-TARGET
               PERFORM NEXT-RANDOM
               COMPUTE WS-RANDOM-START = WS-INTERVAL * WS-RAND-U
               MOVE WS-RANDOM-START TO WS-NEXT-POINT
           END-IF.

       NEXT-RANDOM.
           COMPUTE WS-RAND-PRODUCT = WS-RAND-SEED * 16807.
           DIVIDE WS-RAND-PRODUCT BY 2147483647
               GIVING WS-RAND-Q REMAINDER WS-RAND-SEED.
           COMPUTE WS-RAND-U = WS-RAND-SEED / 2147483647.

       SELECT-SAMPLE.
           MOVE WS-SAMP-POP-COUNT TO WS-REMAIN-POP.
           MOVE WS-SAMPLE-TARGET  TO WS-REMAIN-NEED.
           PERFORM START-POPULATION.
           PERFORM NEXT-POPULATION-RECORD.
           PERFORM UNTIL WS-POP-END
               IF WS-KEY-ITEM
                   MOVE 'KEY ITEM' TO WS-SEL-REASON
                   PERFORM WRITE-WORKSHEET-LINE
               ELSE
                   IF WS-METHOD-MUS
                       PERFORM SELECT-MUS-ITEM
                   ELSE
                       PERFORM SELECT-RANDOM-ITEM
                   END-IF
               END-IF
               PERFORM NEXT-POPULATION-RECORD
           END-PERFORM.

      *Selection sampling: with R records still to come and N still
      *needed, this record is taken with probability N / R, which
      *yields exactly the target in one pass with every record
      *equally likely.
       SELECT-RANDOM-ITEM.
           IF WS-REMAIN-NEED > ZERO
               PERFORM NEXT-RANDOM
               COMPUTE WS-RAND-TEST = WS-REMAIN-POP * WS-RAND-U
               IF WS-RAND-TEST < WS-REMAIN-NEED
                   SUBTRACT 1 FROM WS-REMAIN-NEED
                   ADD 1 TO WS-SEL-COUNT
                   MOVE 'RANDOM' TO WS-SEL-REASON
                   PERFORM WRITE-WORKSHEET-LINE
               END-IF
           END-IF.
           SUBTRACT 1 FROM WS-REMAIN-POP.

      *A record is hit by every selection point that falls within its
      *stretch of the running total; a record larger than the interval
      *can take more than one hit but is listed once.
       SELECT-MUS-ITEM.
           MOVE ZEROS TO WS-ITEM-HITS.
           ADD WS-BASE-ABS TO WS-CUM-ABS.
           PERFORM UNTIL WS-NEXT-POINT >= WS-CUM-ABS
                   OR WS-MUS-HITS >= WS-SAMPLE-TARGET
               ADD 1 TO WS-ITEM-HITS
               ADD 1 TO WS-MUS-HITS
               ADD WS-INTERVAL TO WS-NEXT-POINT
           END-PERFORM.
           IF WS-ITEM-HITS > ZERO
               ADD 1 TO WS-SEL-COUNT
               MOVE WS-ITEM-HITS TO WS-HITS-DISP
               MOVE SPACES TO WS-SEL-REASON
               STRING 'MUS HITS ' WS-HITS-DISP
                   DELIMITED BY SIZE INTO WS-SEL-REASON
               PERFORM WRITE-WORKSHEET-LINE
           END-IF.

       WRITE-WORKSHEET-HEADER.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'MMA AUDIT SAMPLE WORKSHEET - ' WS-AUDIT-FILE-NAME
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE SAMP-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE SAMP-REPORT-RECORD FROM WS-REPORT-LINE.
           STRING ' ITEM RUN DATE/TIME            SEQ CATEGORY   '
               'SOURCE AMOUNT        CCY           BASE AMOUNT'
               '  SELECTED'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE SAMP-REPORT-RECORD FROM WS-REPORT-LINE.

       WRITE-WORKSHEET-LINE.
           ADD 1 TO WS-SHEET-COUNT.
           ADD AUDIT-BASE-AMOUNT TO WS-SHEET-NET.
           MOVE WS-SHEET-COUNT    TO WS-ITEM-DISP.
           MOVE AUDIT-SEQ         TO WS-SEQ-DISP.
           MOVE AUDIT-BASE-AMOUNT TO WS-BASE-AMT-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-ITEM-DISP ' ' AUDIT-RUN-DATE '/' AUDIT-RUN-TIME
               ' ' WS-SEQ-DISP ' ' AUDIT-CATEGORY ' ' AUDIT-VALUE
               ' ' AUDIT-CURRENCY ' ' WS-BASE-AMT-DISP
               '  ' WS-SEL-REASON
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE SAMP-REPORT-RECORD FROM WS-REPORT-LINE.

       WRITE-SELECTION-SUMMARY.
           IF WS-SHEET-COUNT EQUAL ZERO
               MOVE SPACES TO WS-REPORT-LINE
               STRING '  NO RECORDS SELECTED'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE SAMP-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE SAMP-REPORT-RECORD FROM WS-REPORT-LINE.
           STRING 'SELECTION SUMMARY'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE SAMP-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'AUDIT FILE: ' WS-AUDIT-FILE-NAME
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE SAMP-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-SEL-CATEGORY EQUAL SPACES
               STRING 'RUN DATES: ' WS-FROM-DATE-N ' TO '
                   WS-TO-DATE-N '  CATEGORY: ALL'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING 'RUN DATES: ' WS-FROM-DATE-N ' TO '
                   WS-TO-DATE-N '  CATEGORY: ' WS-SEL-CATEGORY
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           WRITE SAMP-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-METHOD-MUS
               STRING 'METHOD: MONETARY-UNIT SAMPLING  SEED: '
                   WS-SEED-DISP
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING 'METHOD: SIMPLE RANDOM SAMPLING  SEED: '
                   WS-SEED-DISP
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           WRITE SAMP-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-SAMPLE-SIZE TO WS-COUNT-DISP-1.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-SIZE-KEYED
               STRING 'SAMPLE SIZE: ' WS-COUNT-DISP-1 ' AS KEYED'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               MOVE WS-TOLERABLE-PCT TO WS-PCT-DISP
               MOVE WS-RELIABILITY   TO WS-FACTOR-DISP
               STRING 'SAMPLE SIZE: ' WS-COUNT-DISP-1
                   '  CONFIDENCE ' WS-CONFIDENCE ' PCT'
                   '  TOLERABLE ' WS-PCT-DISP ' PCT'
                   '  RELIABILITY FACTOR ' WS-FACTOR-DISP
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           WRITE SAMP-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-THRESHOLD TO WS-TOT-DISP-1.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-THRESHOLD > ZERO
               STRING 'KEY-ITEM THRESHOLD: ' WS-TOT-DISP-1
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING 'KEY-ITEM THRESHOLD: NONE'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           WRITE SAMP-REPORT-RECORD FROM WS-REPORT-LINE.

           MOVE SPACES TO WS-REPORT-LINE.
           WRITE SAMP-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-POP-COUNT TO WS-COUNT-DISP-1.
           MOVE WS-POP-NET   TO WS-TOT-DISP-1.
           MOVE WS-POP-ABS   TO WS-TOT-DISP-2.
           STRING 'POPULATION          COUNT: ' WS-COUNT-DISP-1
               '  NET VALUE: ' WS-TOT-DISP-1
               '  ABSOLUTE VALUE: ' WS-TOT-DISP-2
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE SAMP-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-KEY-COUNT TO WS-COUNT-DISP-1.
           MOVE WS-KEY-NET   TO WS-TOT-DISP-1.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'KEY ITEMS           COUNT: ' WS-COUNT-DISP-1
               '  NET VALUE: ' WS-TOT-DISP-1
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE SAMP-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-SAMP-POP-COUNT TO WS-COUNT-DISP-1.
           MOVE WS-SAMP-POP-ABS   TO WS-TOT-DISP-2.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'SAMPLED POPULATION  COUNT: ' WS-COUNT-DISP-1
               '  ABSOLUTE VALUE: ' WS-TOT-DISP-2
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE SAMP-REPORT-RECORD FROM WS-REPORT-LINE.
           IF WS-METHOD-MUS AND WS-SAMPLE-TARGET > ZERO
               MOVE WS-INTERVAL     TO WS-TOT-DISP-1
               MOVE WS-RANDOM-START TO WS-TOT-DISP-2
               MOVE SPACES TO WS-REPORT-LINE
               MOVE WS-MUS-HITS     TO WS-COUNT-DISP-1
               STRING 'SAMPLING INTERVAL: ' WS-TOT-DISP-1
                   '  RANDOM START: ' WS-TOT-DISP-2
                   '  SELECTION POINTS: ' WS-COUNT-DISP-1
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE SAMP-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.
           MOVE WS-SAMPLE-TARGET TO WS-COUNT-DISP-1.
           MOVE WS-SEL-COUNT     TO WS-COUNT-DISP-2.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'SAMPLE ITEMS  TARGET: ' WS-COUNT-DISP-1
               '  SELECTED: ' WS-COUNT-DISP-2
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE SAMP-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-SHEET-COUNT TO WS-COUNT-DISP-1.
           MOVE WS-SHEET-NET   TO WS-TOT-DISP-1.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ON WORKSHEET        COUNT: ' WS-COUNT-DISP-1
               '  NET VALUE: ' WS-TOT-DISP-1
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE SAMP-REPORT-RECORD FROM WS-REPORT-LINE.
           IF WS-SAMP-POP-COUNT < WS-SAMPLE-SIZE
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'WARNING: FEWER RECORDS TO SAMPLE THAN THE'
                   ' SAMPLE SIZE - EVERY ONE SELECTED'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE SAMP-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       SAMP-ABORT.
           WRITE SAMP-REPORT-RECORD FROM WS-REPORT-LINE.
           CLOSE SAMP-REPORT-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
