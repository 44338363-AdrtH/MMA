       IDENTIFICATION DIVISION.
       PROGRAM-ID. MMAFEEDS.
       AUTHOR. Adrien.

      *Expected-feed check. MMAFEEDR.DAT says which feed-id/business-
      *date combinations MinMaxAverage took; MMAFSCHD.DAT says which
      *ones should have arrived. For every business date in the range
      *on MMAFEEDP.DAT this program works out which scheduled feeds
      *were due and reports each one as on time, late (registered
      *after its cut-off), missing, or still pending (cut-off not yet
      *passed), plus any feed registered more than once, registered on
      *a day it was not due, or not on the schedule at all. MinMax-
      *Average appends a register row every time it processes a feed,
      *so the first row for a feed and date is its arrival and any
      *further rows are reprocess runs.
      *
      *Return code: 0 everything due arrived on time, 4 late,
      *duplicate, unexpected or unscheduled feeds only, 12 at least
      *one due feed is missing past its cut-off - page someone before
      *the GL window closes. 16 fatal (file or parameter error).
      *
      *MMAFEEDP.DAT carries a from/to business date; blank or absent
      *checks the previous calendar day, the normal overnight use.
      *The register only reaches back as far as MMAARCH's last
      *retention cutoff - a range older than that reports everything
      *missing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-SCHEDULE-FILE ASSIGN TO "MMAFSCHD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FSCH-STATUS.

           SELECT OPTIONAL FEED-REGISTER-FILE ASSIGN TO "MMAFEEDR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDR-STATUS.

           SELECT OPTIONAL PARAMETER-FILE ASSIGN TO "MMAFEEDP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT FEED-CHECK-FILE ASSIGN TO "MMAFEEDS.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FCHK-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Feed schedule master, one record per expected HDR-FEED-ID.
      *FSCH-DUE-RULE says which business dates the feed is due for:
      *  'D' every calendar day
      *  'W' weekdays, Monday to Friday
      *  'E' month-end only (last calendar day of the month)
      *  'L' last weekday of the month
      *  'S' selected days - FSCH-DAY-MASK, Monday first, 'Y' = due
      *The cut-off is FSCH-CUTOFF-LAG days after the business date at
      *FSCH-CUTOFF-TIME (HHMM); a feed registered later than that is
      *late. Only FSCH-ACTIVE-FLAG 'A' feeds are checked, the same
      *convention as the category master.
       FD  FEED-SCHEDULE-FILE
           RECORDING MODE IS F.
       01  FSCH-RECORD.
           05  FSCH-FEED-ID         PIC X(8).
           05  FSCH-DESC            PIC X(30).
           05  FSCH-ACTIVE-FLAG     PIC X.
           05  FSCH-DUE-RULE        PIC X.
           05  FSCH-DAY-MASK        PIC X(7).
           05  FSCH-CUTOFF-LAG      PIC 9(2).
           05  FSCH-CUTOFF-TIME     PIC 9(4).

      *Feed register as written by MinMaxAverage.
       FD  FEED-REGISTER-FILE
           RECORDING MODE IS F.
       01  FEEDR-RECORD.
           05  FEEDR-FEED-ID        PIC X(8).
           05  FEEDR-BUS-DATE       PIC X(8).
           05  FEEDR-RUN-DATE       PIC 9(8).
           05  FEEDR-RUN-TIME       PIC 9(8).

       FD  PARAMETER-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  PARM-FROM-DATE       PIC X(8).
           05  PARM-TO-DATE         PIC X(8).

       FD  FEED-CHECK-FILE
           RECORDING MODE IS F.
       01  FEED-CHECK-RECORD        PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-FSCH-STATUS      PIC XX VALUE ZEROS.
       01  WS-FEEDR-STATUS     PIC XX VALUE ZEROS.
       01  WS-PARM-STATUS      PIC XX VALUE ZEROS.
       01  WS-FCHK-STATUS      PIC XX VALUE ZEROS.

       01  WS-EOF-FLAG      PIC X VALUE 'N'.
           88  WS-END-OF-FILE      VALUE 'Y'.

      *In-core schedule, loaded and validated up front.
       78  WS-FSCH-MAX-ENTRIES VALUE 200.
       01  WS-FSCH-COUNT-ENTRIES PIC 9(3) VALUE ZEROS.
       01  WS-FSCH-IDX         PIC 9(3) VALUE ZEROS.
       01  WS-FSCH-FOUND-IDX   PIC 9(3) VALUE ZEROS.
       01  WS-FSCH-TABLE.
           05  WS-FSCH-ENTRY OCCURS WS-FSCH-MAX-ENTRIES TIMES.
               10  WS-FSCH-FEED-ID  PIC X(8).
               10  WS-FSCH-DESC     PIC X(30).
               10  WS-FSCH-RULE     PIC X.
               10  WS-FSCH-MASK     PIC X(7).
               10  WS-FSCH-LAG      PIC 9(2).
               10  WS-FSCH-CUTOFF   PIC 9(4).

      *Register entries whose business date falls in the range, with
      *a matched flag so whatever no schedule line accounted for can
      *be reported as unexpected or unscheduled afterwards.
       78  WS-FEEDR-MAX-ENTRIES VALUE 5000.
       01  WS-FEEDR-COUNT-ENTRIES PIC 9(4) VALUE ZEROS.
       01  WS-FEEDR-IDX        PIC 9(4) VALUE ZEROS.
       01  WS-FEEDR-FOUND-IDX  PIC 9(4) VALUE ZEROS.
       01  WS-FEEDR-LAST-IDX   PIC 9(4) VALUE ZEROS.
       01  WS-FEEDR-TABLE.
           05  WS-FEEDR-ENTRY OCCURS WS-FEEDR-MAX-ENTRIES TIMES.
               10  WS-FEEDR-FEED-ID  PIC X(8).
               10  WS-FEEDR-BUS-DATE PIC X(8).
               10  WS-FEEDR-RUN-DATE PIC 9(8).
               10  WS-FEEDR-RUN-TIME PIC 9(8).
               10  WS-FEEDR-MATCHED  PIC X.
       01  WS-FEEDR-HIT-COUNT  PIC 9(4) VALUE ZEROS.

      *Date range and the date being worked. Dates step by integer day
      *number so month and year ends need no special handling.
       01  WS-FROM-DATE        PIC X(8) VALUE SPACES.
       01  WS-TO-DATE          PIC X(8) VALUE SPACES.
       01  WS-FROM-DATE-N      PIC 9(8) VALUE ZEROS.
       01  WS-TO-DATE-N        PIC 9(8) VALUE ZEROS.
       01  WS-DAY-NUM          PIC 9(8) VALUE ZEROS.
       01  WS-FROM-DAY-NUM     PIC 9(8) VALUE ZEROS.
       01  WS-TO-DAY-NUM       PIC 9(8) VALUE ZEROS.
       01  WS-WORK-DAY-NUM     PIC 9(8) VALUE ZEROS.
       01  WS-CUR-DATE         PIC 9(8) VALUE ZEROS.
       01  WS-CUR-DATE-X REDEFINES WS-CUR-DATE.
           05  WS-CUR-YYYYMM   PIC X(6).
           05  WS-CUR-DD       PIC X(2).
       01  WS-NEXT-DATE        PIC 9(8) VALUE ZEROS.
       01  WS-NEXT-DATE-X REDEFINES WS-NEXT-DATE.
           05  WS-NEXT-YYYYMM  PIC X(6).
           05  WS-NEXT-DD      PIC X(2).
       01  WS-CUTOFF-DATE      PIC 9(8) VALUE ZEROS.
       01  WS-DOW              PIC 9 VALUE ZERO.
       01  WS-DOW-Q            PIC 9(8) VALUE ZEROS.
       01  WS-DOW-NAMES        PIC X(21)
               VALUE 'MONTUEWEDTHUFRISATSUN'.
       01  WS-DOW-TABLE REDEFINES WS-DOW-NAMES.
           05  WS-DOW-NAME     PIC X(3) OCCURS 7 TIMES.
       01  WS-DUE-FLAG         PIC X VALUE 'N'.
           88  WS-FEED-DUE           VALUE 'Y'.
       01  WS-MASK-DAYS        PIC 9(2) VALUE ZEROS.
       78  WS-MAX-RANGE-DAYS   VALUE 366.

       01  WS-RUN-DATE.
           05  WS-RUN-YYYY  PIC 9(4).
           05  WS-RUN-MM    PIC 9(2).
           05  WS-RUN-DD    PIC 9(2).
       01  WS-RUN-DATE-N REDEFINES WS-RUN-DATE PIC 9(8).
       01  WS-RUN-TIME         PIC 9(8) VALUE ZEROS.
       01  WS-RUN-HHMM         PIC 9(4) VALUE ZEROS.
       01  WS-ARR-HHMM         PIC 9(4) VALUE ZEROS.
       01  WS-RUN-DATE-DISPLAY PIC X(10).

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
       01  WS-CUTOFF-CHECK.
           05  WS-CC-HH        PIC 9(2).
           05  WS-CC-MI        PIC 9(2).

       01  WS-DUE-COUNT        PIC 9(10) VALUE ZEROS USAGE IS COMP.
       01  WS-ONTIME-COUNT     PIC 9(10) VALUE ZEROS USAGE IS COMP.
       01  WS-LATE-COUNT       PIC 9(10) VALUE ZEROS USAGE IS COMP.
       01  WS-MISSING-COUNT    PIC 9(10) VALUE ZEROS USAGE IS COMP.
       01  WS-PENDING-COUNT    PIC 9(10) VALUE ZEROS USAGE IS COMP.
       01  WS-DUPLICATE-COUNT  PIC 9(10) VALUE ZEROS USAGE IS COMP.
       01  WS-UNEXPECTED-COUNT PIC 9(10) VALUE ZEROS USAGE IS COMP.
       01  WS-UNSCHED-COUNT    PIC 9(10) VALUE ZEROS USAGE IS COMP.

       01  WS-REPORT-LINE   PIC X(132).
       01  WS-COUNT-DISP    PIC ZZZZZZZZZ9.
       01  WS-COUNT-DISP-2  PIC ZZZZZZZZZ9.
       01  WS-LAG-DISP      PIC Z9.
       01  WS-STATUS-TEXT   PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
           PERFORM OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-TIME(1:4) TO WS-RUN-HHMM.
           STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.
           PERFORM LOAD-PARAMETERS.
           PERFORM LOAD-SCHEDULE.
           PERFORM LOAD-FEED-REGISTER.
           PERFORM PRINT-REPORT-HEADING.
           PERFORM VARYING WS-DAY-NUM FROM WS-FROM-DAY-NUM BY 1
               UNTIL WS-DAY-NUM > WS-TO-DAY-NUM
               PERFORM CHECK-ONE-DATE
           END-PERFORM.
           PERFORM REPORT-UNMATCHED-ARRIVALS.
           PERFORM PRINT-REPORT-SUMMARY.
           CLOSE FEED-CHECK-FILE.
           IF WS-MISSING-COUNT > ZERO
               MOVE 12 TO RETURN-CODE
           ELSE
               IF WS-LATE-COUNT > ZERO
                   OR WS-DUPLICATE-COUNT > ZERO
                   OR WS-UNEXPECTED-COUNT > ZERO
                   OR WS-UNSCHED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.
           STOP RUN.

       OPEN-FILES.
           OPEN OUTPUT FEED-CHECK-FILE.
           IF WS-FCHK-STATUS NOT EQUAL '00'
               DISPLAY 'FATAL ERROR - UNABLE TO OPEN MMAFEEDS.OUT'
                   ' STATUS=' WS-FCHK-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *A date that is present but not a real calendar day, or a range
      *the wrong way round, stops the run - the same loud treatment
      *MinMaxAverage gives MMAPARM.DAT. A range longer than a year is
      *refused as a keying error.
       LOAD-PARAMETERS.
           OPEN INPUT PARAMETER-FILE.
           IF WS-PARM-STATUS EQUAL '00' OR '05'
               IF WS-PARM-STATUS EQUAL '00'
                   READ PARAMETER-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE PARM-FROM-DATE TO WS-FROM-DATE
                           MOVE PARM-TO-DATE   TO WS-TO-DATE
                   END-READ
               END-IF
               CLOSE PARAMETER-FILE
           ELSE
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FATAL ERROR - UNABLE TO OPEN MMAFEEDP.DAT'
                   ' STATUS=' WS-PARM-STATUS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE FEED-CHECK-RECORD FROM WS-REPORT-LINE
               CLOSE FEED-CHECK-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-FROM-DATE EQUAL SPACES AND WS-TO-DATE EQUAL SPACES
               COMPUTE WS-WORK-DAY-NUM =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE-N) - 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-DAY-NUM)
                   TO WS-FROM-DATE-N
               MOVE WS-FROM-DATE-N TO WS-FROM-DATE
               MOVE WS-FROM-DATE-N TO WS-TO-DATE
           END-IF.
           IF WS-FROM-DATE EQUAL SPACES
               MOVE WS-TO-DATE TO WS-FROM-DATE
           END-IF.
           IF WS-TO-DATE EQUAL SPACES
               MOVE WS-FROM-DATE TO WS-TO-DATE
           END-IF.
           MOVE WS-FROM-DATE TO WS-CHECK-DATE.
           PERFORM VALIDATE-CHECK-DATE.
           IF NOT WS-DATE-VALID
               PERFORM PARAMETER-ABORT
           END-IF.
           MOVE WS-TO-DATE TO WS-CHECK-DATE.
           PERFORM VALIDATE-CHECK-DATE.
           IF NOT WS-DATE-VALID
               PERFORM PARAMETER-ABORT
           END-IF.
           IF WS-FROM-DATE > WS-TO-DATE
               PERFORM PARAMETER-ABORT
           END-IF.
           MOVE WS-FROM-DATE TO WS-FROM-DATE-N.
           MOVE WS-TO-DATE   TO WS-TO-DATE-N.
           COMPUTE WS-FROM-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(WS-FROM-DATE-N).
           COMPUTE WS-TO-DAY-NUM =
               FUNCTION INTEGER-OF-DATE(WS-TO-DATE-N).
           IF WS-TO-DAY-NUM - WS-FROM-DAY-NUM >= WS-MAX-RANGE-DAYS
               PERFORM PARAMETER-ABORT
           END-IF.

       PARAMETER-ABORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'FATAL ERROR - INVALID DATE RANGE ON MMAFEEDP.DAT: '
               WS-FROM-DATE ' / ' WS-TO-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE FEED-CHECK-RECORD FROM WS-REPORT-LINE.
           CLOSE FEED-CHECK-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       VALIDATE-CHECK-DATE.
           MOVE 'N' TO WS-DATE-VALID-FLAG.
           IF WS-CHECK-DATE IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CHECK-DATE TO WS-DATE-CHECK.
           IF WS-DC-MM < 1 OR WS-DC-MM > 12
               EXIT PARAGRAPH
           END-IF.
           IF WS-DC-YYYY < 1601
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DIM(WS-DC-MM) TO WS-DIM-LIMIT.
           IF WS-DC-MM EQUAL 2
               DIVIDE WS-DC-YYYY BY 4
                   GIVING WS-LEAP-Q REMAINDER WS-LEAP-R4
               DIVIDE WS-DC-YYYY BY 100
                   GIVING WS-LEAP-Q REMAINDER WS-LEAP-R100
               DIVIDE WS-DC-YYYY BY 400
                   GIVING WS-LEAP-Q REMAINDER WS-LEAP-R400
               IF (WS-LEAP-R4 EQUAL ZERO
                       AND WS-LEAP-R100 NOT EQUAL ZERO)
                   OR WS-LEAP-R400 EQUAL ZERO
                   MOVE 29 TO WS-DIM-LIMIT
               END-IF
           END-IF.
           IF WS-DC-DD < 1 OR WS-DC-DD > WS-DIM-LIMIT
               EXIT PARAGRAPH
           END-IF.
           SET WS-DATE-VALID TO TRUE.

      *The schedule is required - with no schedule there is nothing
      *to check against, and an empty report would read as all clear.
      *A damaged record stops the run rather than silently dropping a
      *feed from the check.
       LOAD-SCHEDULE.
           OPEN INPUT FEED-SCHEDULE-FILE.
           IF WS-FSCH-STATUS NOT EQUAL '00'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FATAL ERROR - UNABLE TO OPEN MMAFSCHD.DAT'
                   ' STATUS=' WS-FSCH-STATUS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE FEED-CHECK-RECORD FROM WS-REPORT-LINE
               CLOSE FEED-CHECK-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM WITH TEST AFTER UNTIL WS-END-OF-FILE
               READ FEED-SCHEDULE-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF FSCH-RECORD NOT EQUAL SPACES
                           PERFORM STORE-SCHEDULE-ENTRY
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE FEED-SCHEDULE-FILE.

       STORE-SCHEDULE-ENTRY.
           IF FSCH-FEED-ID EQUAL SPACES
               PERFORM SCHEDULE-ABORT
           END-IF.
           IF FSCH-ACTIVE-FLAG NOT EQUAL 'A' AND 'I'
               PERFORM SCHEDULE-ABORT
           END-IF.
           IF FSCH-DUE-RULE NOT EQUAL 'D' AND 'W' AND 'E' AND 'L'
               AND 'S'
               PERFORM SCHEDULE-ABORT
           END-IF.
           MOVE ZEROS TO WS-MASK-DAYS.
           INSPECT FSCH-DAY-MASK TALLYING WS-MASK-DAYS FOR ALL 'Y'.
           IF FSCH-DUE-RULE EQUAL 'S' AND WS-MASK-DAYS EQUAL ZERO
               PERFORM SCHEDULE-ABORT
           END-IF.
           IF FSCH-CUTOFF-LAG IS NOT NUMERIC
               OR FSCH-CUTOFF-TIME IS NOT NUMERIC
               PERFORM SCHEDULE-ABORT
           END-IF.
           MOVE FSCH-CUTOFF-TIME TO WS-CUTOFF-CHECK.
           IF WS-CC-HH > 23 OR WS-CC-MI > 59
               PERFORM SCHEDULE-ABORT
           END-IF.
           PERFORM VARYING WS-FSCH-IDX FROM 1 BY 1
               UNTIL WS-FSCH-IDX > WS-FSCH-COUNT-ENTRIES
               IF WS-FSCH-FEED-ID(WS-FSCH-IDX) EQUAL FSCH-FEED-ID
                   PERFORM SCHEDULE-ABORT
               END-IF
           END-PERFORM.
           IF FSCH-ACTIVE-FLAG EQUAL 'I'
               EXIT PARAGRAPH
           END-IF.
           IF WS-FSCH-COUNT-ENTRIES NOT < WS-FSCH-MAX-ENTRIES
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FATAL ERROR - MMAFSCHD.DAT LARGER THAN IN-CORE'
                   ' TABLE'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE FEED-CHECK-RECORD FROM WS-REPORT-LINE
               CLOSE FEED-SCHEDULE-FILE
               CLOSE FEED-CHECK-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-FSCH-COUNT-ENTRIES.
           MOVE FSCH-FEED-ID
               TO WS-FSCH-FEED-ID(WS-FSCH-COUNT-ENTRIES).
           MOVE FSCH-DESC TO WS-FSCH-DESC(WS-FSCH-COUNT-ENTRIES).
           MOVE FSCH-DUE-RULE TO WS-FSCH-RULE(WS-FSCH-COUNT-ENTRIES).
           MOVE FSCH-DAY-MASK TO WS-FSCH-MASK(WS-FSCH-COUNT-ENTRIES).
           MOVE FSCH-CUTOFF-LAG TO WS-FSCH-LAG(WS-FSCH-COUNT-ENTRIES).
           MOVE FSCH-CUTOFF-TIME
               TO WS-FSCH-CUTOFF(WS-FSCH-COUNT-ENTRIES).

       SCHEDULE-ABORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'FATAL ERROR - INVALID MMAFSCHD.DAT RECORD: '
               FSCH-RECORD
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE FEED-CHECK-RECORD FROM WS-REPORT-LINE.
           CLOSE FEED-SCHEDULE-FILE.
           CLOSE FEED-CHECK-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *Only entries inside the range are kept. An absent register is
      *a first-use shop - every due feed is missing, which is right.
       LOAD-FEED-REGISTER.
           OPEN INPUT FEED-REGISTER-FILE.
           IF WS-FEEDR-STATUS NOT EQUAL '00' AND '05'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FATAL ERROR - UNABLE TO OPEN MMAFEEDR.DAT'
                   ' STATUS=' WS-FEEDR-STATUS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE FEED-CHECK-RECORD FROM WS-REPORT-LINE
               CLOSE FEED-CHECK-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-FEEDR-STATUS EQUAL '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM WITH TEST AFTER UNTIL WS-END-OF-FILE
                   READ FEED-REGISTER-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           IF FEEDR-BUS-DATE NOT < WS-FROM-DATE
                               AND FEEDR-BUS-DATE NOT > WS-TO-DATE
                               PERFORM STORE-REGISTER-ENTRY
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FEED-REGISTER-FILE.

       STORE-REGISTER-ENTRY.
           IF WS-FEEDR-COUNT-ENTRIES NOT < WS-FEEDR-MAX-ENTRIES
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FATAL ERROR - MMAFEEDR.DAT HAS MORE ENTRIES IN'
                   ' RANGE THAN THE IN-CORE TABLE - NARROW THE RANGE'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE FEED-CHECK-RECORD FROM WS-REPORT-LINE
               CLOSE FEED-REGISTER-FILE
               CLOSE FEED-CHECK-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-FEEDR-COUNT-ENTRIES.
           MOVE FEEDR-FEED-ID
               TO WS-FEEDR-FEED-ID(WS-FEEDR-COUNT-ENTRIES).
           MOVE FEEDR-BUS-DATE
               TO WS-FEEDR-BUS-DATE(WS-FEEDR-COUNT-ENTRIES).
           MOVE FEEDR-RUN-DATE
               TO WS-FEEDR-RUN-DATE(WS-FEEDR-COUNT-ENTRIES).
           MOVE FEEDR-RUN-TIME
               TO WS-FEEDR-RUN-TIME(WS-FEEDR-COUNT-ENTRIES).
           MOVE 'N' TO WS-FEEDR-MATCHED(WS-FEEDR-COUNT-ENTRIES).

       PRINT-REPORT-HEADING.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'MMA EXPECTED-FEED REPORT - RUN DATE: '
               WS-RUN-DATE-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE FEED-CHECK-RECORD FROM WS-REPORT-LINE.
           MOVE WS-FSCH-COUNT-ENTRIES TO WS-COUNT-DISP.
           MOVE WS-FEEDR-COUNT-ENTRIES TO WS-COUNT-DISP-2.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'BUSINESS DATES ' WS-FROM-DATE ' TO ' WS-TO-DATE
               '  ACTIVE SCHEDULED FEEDS: ' WS-COUNT-DISP
               '  REGISTER ENTRIES IN RANGE: ' WS-COUNT-DISP-2
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE FEED-CHECK-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE FEED-CHECK-RECORD FROM WS-REPORT-LINE.

      *Day of week from the integer day number: day 1 (1 January
      *1601) was a Monday, so (day - 1) mod 7 gives 0 = Monday.
       CHECK-ONE-DATE.
           MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-NUM) TO WS-CUR-DATE.
           COMPUTE WS-WORK-DAY-NUM = WS-DAY-NUM - 1.
           DIVIDE WS-WORK-DAY-NUM BY 7
               GIVING WS-DOW-Q REMAINDER WS-DOW.
           ADD 1 TO WS-DOW.
           PERFORM VARYING WS-FSCH-IDX FROM 1 BY 1
               UNTIL WS-FSCH-IDX > WS-FSCH-COUNT-ENTRIES
               PERFORM TEST-FEED-DUE
               PERFORM CHECK-FEED-ARRIVAL
           END-PERFORM.

       TEST-FEED-DUE.
           MOVE 'N' TO WS-DUE-FLAG.
           EVALUATE WS-FSCH-RULE(WS-FSCH-IDX)
               WHEN 'D'
                   SET WS-FEED-DUE TO TRUE
               WHEN 'W'
                   IF WS-DOW < 6
                       SET WS-FEED-DUE TO TRUE
                   END-IF
               WHEN 'E'
                   COMPUTE WS-WORK-DAY-NUM = WS-DAY-NUM + 1
                   MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-DAY-NUM)
                       TO WS-NEXT-DATE
                   IF WS-NEXT-YYYYMM NOT EQUAL WS-CUR-YYYYMM
                       SET WS-FEED-DUE TO TRUE
                   END-IF
               WHEN 'L'
      *    The last weekday is the one whose next weekday - Monday
      *    after a Friday - falls in the following month.
                   IF WS-DOW < 6
                       IF WS-DOW EQUAL 5
                           COMPUTE WS-WORK-DAY-NUM = WS-DAY-NUM + 3
                       ELSE
                           COMPUTE WS-WORK-DAY-NUM = WS-DAY-NUM + 1
                       END-IF
                       MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-DAY-NUM)
                           TO WS-NEXT-DATE
                       IF WS-NEXT-YYYYMM NOT EQUAL WS-CUR-YYYYMM
                           SET WS-FEED-DUE TO TRUE
                       END-IF
                   END-IF
               WHEN 'S'
                   IF WS-FSCH-MASK(WS-FSCH-IDX)(WS-DOW:1) EQUAL 'Y'
                       SET WS-FEED-DUE TO TRUE
                   END-IF
           END-EVALUATE.

      *Every register entry for this feed and date is marked matched,
      *due or not, so the unmatched sweep only sees feeds the schedule
      *does not know. An arrival on a day the feed was not due is
      *reported here as unexpected. Lateness is judged on the first
      *row, the arrival; a reprocess days later is not a late feed.
       CHECK-FEED-ARRIVAL.
           MOVE ZEROS TO WS-FEEDR-HIT-COUNT.
           MOVE ZEROS TO WS-FEEDR-FOUND-IDX.
           MOVE ZEROS TO WS-FEEDR-LAST-IDX.
           PERFORM VARYING WS-FEEDR-IDX FROM 1 BY 1
               UNTIL WS-FEEDR-IDX > WS-FEEDR-COUNT-ENTRIES
               IF WS-FEEDR-FEED-ID(WS-FEEDR-IDX)
                   EQUAL WS-FSCH-FEED-ID(WS-FSCH-IDX)
                   AND WS-FEEDR-BUS-DATE(WS-FEEDR-IDX)
                       EQUAL WS-CUR-DATE-X
                   ADD 1 TO WS-FEEDR-HIT-COUNT
                   MOVE 'Y' TO WS-FEEDR-MATCHED(WS-FEEDR-IDX)
                   IF WS-FEEDR-FOUND-IDX EQUAL ZERO
                       MOVE WS-FEEDR-IDX TO WS-FEEDR-FOUND-IDX
                   END-IF
                   MOVE WS-FEEDR-IDX TO WS-FEEDR-LAST-IDX
               END-IF
           END-PERFORM.
           IF NOT WS-FEED-DUE
               IF WS-FEEDR-HIT-COUNT > ZERO
                   ADD 1 TO WS-UNEXPECTED-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING WS-CUR-DATE-X ' '
                       WS-DOW-NAME(WS-DOW) ' '
                       WS-FSCH-FEED-ID(WS-FSCH-IDX) ' '
                       WS-FSCH-DESC(WS-FSCH-IDX)
                       ' *** UNEXPECTED - REGISTERED ON A DAY NOT DUE'
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE FEED-CHECK-RECORD FROM WS-REPORT-LINE
                   PERFORM CHECK-DUPLICATE-ARRIVAL
               END-IF
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-DUE-COUNT.
           COMPUTE WS-WORK-DAY-NUM =
               WS-DAY-NUM + WS-FSCH-LAG(WS-FSCH-IDX).
           MOVE FUNCTION DATE-OF-INTEGER(WS-WORK-DAY-NUM)
               TO WS-CUTOFF-DATE.
           IF WS-FEEDR-HIT-COUNT EQUAL ZERO
               IF WS-RUN-DATE-N < WS-CUTOFF-DATE
                   OR (WS-RUN-DATE-N EQUAL WS-CUTOFF-DATE
                   AND WS-RUN-HHMM NOT > WS-FSCH-CUTOFF(WS-FSCH-IDX))
                   ADD 1 TO WS-PENDING-COUNT
                   MOVE 'PENDING' TO WS-STATUS-TEXT
               ELSE
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE '*** MISSING' TO WS-STATUS-TEXT
               END-IF
               PERFORM WRITE-DUE-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-FEEDR-RUN-TIME(WS-FEEDR-FOUND-IDX)(1:4)
               TO WS-ARR-HHMM.
           IF WS-FEEDR-RUN-DATE(WS-FEEDR-FOUND-IDX) > WS-CUTOFF-DATE
               OR (WS-FEEDR-RUN-DATE(WS-FEEDR-FOUND-IDX)
                       EQUAL WS-CUTOFF-DATE
                   AND WS-ARR-HHMM > WS-FSCH-CUTOFF(WS-FSCH-IDX))
               ADD 1 TO WS-LATE-COUNT
               MOVE '*** LATE' TO WS-STATUS-TEXT
           ELSE
               ADD 1 TO WS-ONTIME-COUNT
               MOVE 'ON TIME' TO WS-STATUS-TEXT
           END-IF.
           PERFORM WRITE-DUE-LINE.
           PERFORM CHECK-DUPLICATE-ARRIVAL.

       WRITE-DUE-LINE.
           MOVE WS-FSCH-LAG(WS-FSCH-IDX) TO WS-LAG-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-FEEDR-HIT-COUNT EQUAL ZERO
               STRING WS-CUR-DATE-X ' '
                   WS-DOW-NAME(WS-DOW) ' '
                   WS-FSCH-FEED-ID(WS-FSCH-IDX) ' '
                   WS-FSCH-DESC(WS-FSCH-IDX) ' '
                   WS-STATUS-TEXT
                   ' CUT-OFF ' WS-CUTOFF-DATE ' '
                   WS-FSCH-CUTOFF(WS-FSCH-IDX)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING WS-CUR-DATE-X ' '
                   WS-DOW-NAME(WS-DOW) ' '
                   WS-FSCH-FEED-ID(WS-FSCH-IDX) ' '
                   WS-FSCH-DESC(WS-FSCH-IDX) ' '
                   WS-STATUS-TEXT
                   ' CUT-OFF ' WS-CUTOFF-DATE ' '
                   WS-FSCH-CUTOFF(WS-FSCH-IDX)
                   ' RUN '
                   WS-FEEDR-RUN-DATE(WS-FEEDR-FOUND-IDX) ' '
                   WS-ARR-HHMM
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           WRITE FEED-CHECK-RECORD FROM WS-REPORT-LINE.

      *Every row after the first is a run that took the feed again
      *under the reprocess override; the last one is the run of
      *record.
       CHECK-DUPLICATE-ARRIVAL.
           IF WS-FEEDR-HIT-COUNT > 1
               ADD 1 TO WS-DUPLICATE-COUNT
               MOVE WS-FEEDR-HIT-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-CUR-DATE-X ' '
                   WS-DOW-NAME(WS-DOW) ' '
                   WS-FSCH-FEED-ID(WS-FSCH-IDX)
                   ' *** DUPLICATE - REGISTERED ' WS-COUNT-DISP
                   ' TIMES - LAST RUN '
                   WS-FEEDR-RUN-DATE(WS-FEEDR-LAST-IDX) ' '
                   WS-FEEDR-RUN-TIME(WS-FEEDR-LAST-IDX)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE FEED-CHECK-RECORD FROM WS-REPORT-LINE
           END-IF.

      *Register entries in range that no active schedule line claimed:
      *a feed id the schedule has never heard of, or one marked
      *inactive that is still arriving.
       REPORT-UNMATCHED-ARRIVALS.
           PERFORM VARYING WS-FEEDR-IDX FROM 1 BY 1
               UNTIL WS-FEEDR-IDX > WS-FEEDR-COUNT-ENTRIES
               IF WS-FEEDR-MATCHED(WS-FEEDR-IDX) NOT EQUAL 'Y'
                   ADD 1 TO WS-UNSCHED-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING WS-FEEDR-BUS-DATE(WS-FEEDR-IDX) '     '
                       WS-FEEDR-FEED-ID(WS-FEEDR-IDX)
                       ' *** UNSCHEDULED FEED - NOT ACTIVE ON'
                       ' MMAFSCHD.DAT - RUN '
                       WS-FEEDR-RUN-DATE(WS-FEEDR-IDX) ' '
                       WS-FEEDR-RUN-TIME(WS-FEEDR-IDX)
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE FEED-CHECK-RECORD FROM WS-REPORT-LINE
               END-IF
           END-PERFORM.

       PRINT-REPORT-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE FEED-CHECK-RECORD FROM WS-REPORT-LINE.
           MOVE WS-DUE-COUNT TO WS-COUNT-DISP.
           MOVE WS-ONTIME-COUNT TO WS-COUNT-DISP-2.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'FEEDS DUE: ' WS-COUNT-DISP
               '  ON TIME: ' WS-COUNT-DISP-2
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE FEED-CHECK-RECORD FROM WS-REPORT-LINE.
           MOVE WS-LATE-COUNT TO WS-COUNT-DISP.
           MOVE WS-MISSING-COUNT TO WS-COUNT-DISP-2.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'LATE: ' WS-COUNT-DISP
               '  MISSING: ' WS-COUNT-DISP-2
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE FEED-CHECK-RECORD FROM WS-REPORT-LINE.
           MOVE WS-PENDING-COUNT TO WS-COUNT-DISP.
           MOVE WS-DUPLICATE-COUNT TO WS-COUNT-DISP-2.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'PENDING (BEFORE CUT-OFF): ' WS-COUNT-DISP
               '  DUPLICATE: ' WS-COUNT-DISP-2
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE FEED-CHECK-RECORD FROM WS-REPORT-LINE.
           MOVE WS-UNEXPECTED-COUNT TO WS-COUNT-DISP.
           MOVE WS-UNSCHED-COUNT TO WS-COUNT-DISP-2.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'UNEXPECTED (NOT DUE): ' WS-COUNT-DISP
               '  UNSCHEDULED: ' WS-COUNT-DISP-2
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE FEED-CHECK-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-MISSING-COUNT > ZERO
               MOVE WS-MISSING-COUNT TO WS-COUNT-DISP
               STRING '*** ' WS-COUNT-DISP
                   ' DUE FEED(S) MISSING PAST CUT-OFF ***'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING 'ALL FEEDS DUE PAST CUT-OFF HAVE ARRIVED'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           WRITE FEED-CHECK-RECORD FROM WS-REPORT-LINE.
