       IDENTIFICATION DIVISION.
       PROGRAM-ID. MMARATM.
       AUTHOR. Adrien.

      *Rate master maintenance and pre-run rate check. Applies add,
      *correct and delete commands from RATMTIN.DAT to the MMARATES.DAT
      *daily rate master consumed by MinMaxAverage, keeping the file in
      *currency/effective-date order, then checks the master against
      *the business date about to be processed so a missing rate is
      *fixed before the foreign-currency slice rejects NO RATE FOR
      *DATE. Every action, error and finding goes to MMARATM.OUT.
      *
      *RATMTIN.DAT commands, keyed by currency and effective date:
      *RM-ACTION 'A' adds a rate (refused when the currency already has
      *a rate for that date), 'C' corrects the rate of an existing
      *record, 'D' deletes one. A rate must be a plain positive amount
      *that fits the master's 7.8 rate picture; a currency must be
      *keyed and an effective date must be a real calendar date -
      *anything else is refused, never stored. A new or corrected
      *rate that moves more than RATE-MOVE-PCT on MMACONFIG.DAT from
      *the currency's previous rate is applied but flagged, since a
      *slipped decimal point looks exactly like that.
      *
      *The command file is optional: with none, the program just tidies
      *the master into order and runs the check. The business date
      *checked is the latest header business date on the pending
      *TRANSIN.DAT, or today when there is no feed waiting. Every
      *currency on the master must have a rate effective on that date
      *no older than RATE-STALE-DAYS, and every foreign currency on the
      *feed must have a rate effective on its earliest transaction
      *date.
      *
      *Return code: 0 clean, 4 commands refused, rates flagged for
      *their move or stale rates, 12 a currency has no rate effective
      *for the business date or the feed, or an invalid record remains
      *on the master - MinMaxAverage should not run until it is fixed.
      *16 fatal (file or configuration error).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RATE-MASTER-FILE ASSIGN TO "MMARATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATES-STATUS.

           SELECT OPTIONAL COMMAND-FILE ASSIGN TO "RATMTIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMAND-STATUS.

           SELECT OPTIONAL CONFIG-FILE ASSIGN TO "MMACONFIG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.

           SELECT OPTIONAL TRANSACTION-FILE ASSIGN TO "TRANSIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRANS-STATUS.

           SELECT RATM-REPORT-FILE ASSIGN TO "MMARATM.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATM-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Daily rate master: one record per currency per effective date,
      *same layout MinMaxAverage loads.
       FD  RATE-MASTER-FILE
           RECORDING MODE IS F.
       01  RATE-RECORD.
           05  RATE-CURRENCY        PIC X(3).
           05  RATE-EFF-DATE        PIC X(8).
           05  RATE-VALUE           PIC X(15).

       FD  COMMAND-FILE
           RECORDING MODE IS F.
       01  COMMAND-RECORD.
           05  RM-ACTION            PIC X.
           05  RM-CURRENCY          PIC X(3).
           05  RM-EFF-DATE          PIC X(8).
           05  RM-RATE              PIC X(15).

      *Shared operational tunables, keyword and value per record - see
      *MinMaxAverage.
       FD  CONFIG-FILE
           RECORDING MODE IS F.
       01  CONFIG-RECORD.
           05  CFG-KEYWORD          PIC X(20).
           05  CFG-VALUE            PIC X(12).

      *Pending input feed, read only for its business date and the
      *currencies and transaction dates it carries.
       FD  TRANSACTION-FILE
           RECORDING MODE IS F.
       01  TRANS-RECORD.
           05  TRANS-REC-TYPE       PIC X.
           05  TRANS-TYPE           PIC X.
           05  TRANS-DATE           PIC X(8).
           05  TRANS-CATEGORY       PIC X(10).
           05  TRANS-AMOUNT         PIC X(20).
           05  TRANS-CURRENCY       PIC X(3).
       01  TRANS-HEADER-RECORD.
           05  HDR-REC-TYPE         PIC X.
           05  HDR-FEED-ID          PIC X(8).
           05  HDR-BUSINESS-DATE    PIC X(8).
           05  FILLER               PIC X(26).

       FD  RATM-REPORT-FILE
           RECORDING MODE IS F.
       01  RATM-REPORT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-RATES-STATUS       PIC XX VALUE ZEROS.
       01  WS-COMMAND-STATUS     PIC XX VALUE ZEROS.
       01  WS-CONFIG-STATUS      PIC XX VALUE ZEROS.
       01  WS-TRANS-STATUS       PIC XX VALUE ZEROS.
       01  WS-RATM-REPORT-STATUS PIC XX VALUE ZEROS.

       01  WS-EOF-FLAG      PIC X VALUE 'N'.
           88  WS-END-OF-FILE      VALUE 'Y'.
       01  WS-CMD-EOF-FLAG  PIC X VALUE 'N'.
           88  WS-CMD-END-OF-FILE  VALUE 'Y'.
       01  WS-CONFIG-EOF-FLAG PIC X VALUE 'N'.
           88  WS-CONFIG-END-OF-FILE VALUE 'Y'.
       01  WS-TRANS-EOF-FLAG PIC X VALUE 'N'.
           88  WS-TRANS-END-OF-FILE VALUE 'Y'.

      *Base currency as compiled into MinMaxAverage - it is never
      *converted, so it needs no rate.
       01  WS-BASE-CURRENCY    PIC X(3) VALUE 'USD'.

      *A rate moving more than WS-RATE-MOVE-PCT percent from the
      *currency's previous one is flagged (0 turns the check off); the
      *rate in force on the business date may be at most
      *WS-RATE-STALE-DAYS days old (0 turns that check off). Both come
      *from MMACONFIG.DAT when keyed there.
       01  WS-RATE-MOVE-PCT    PIC 9(3) VALUE 10.
       01  WS-RATE-STALE-DAYS  PIC 9(3) VALUE 7.
       01  WS-CFG-NUM          PIC S9(11)V9(6) VALUE ZEROS.
       01  WS-CFG-INT          PIC 9(11) VALUE ZEROS.

      *In-core master, same capacity as MinMaxAverage's rate table so
      *the master can never grow past what the daily run can load.
      *WS-RAT-VALID 'N' marks a hand-keyed record that fails the load
      *edits; it is kept so it can be corrected or deleted.
       78  WS-RAT-MAX-ENTRIES  VALUE 500.
       01  WS-RAT-COUNT-ENTRIES PIC 9(3) VALUE ZEROS.
       01  WS-RAT-IDX          PIC 9(3) VALUE ZEROS.
       01  WS-RAT-FOUND-IDX    PIC 9(3) VALUE ZEROS.
       01  WS-RAT-INS-IDX      PIC 9(3) VALUE ZEROS.
       01  WS-RAT-PREV-IDX     PIC 9(3) VALUE ZEROS.
       01  WS-RAT-BEST-IDX     PIC 9(3) VALUE ZEROS.
       01  WS-SHIFT-IDX        PIC 9(3) VALUE ZEROS.
       01  WS-RAT-TABLE.
           05  WS-RAT-ENTRY OCCURS WS-RAT-MAX-ENTRIES TIMES.
               10  WS-RAT-KEY.
                   15  WS-RAT-CCY   PIC X(3).
                   15  WS-RAT-DATE  PIC X(8).
               10  WS-RAT-VALUE     PIC X(15).
               10  WS-RAT-VAL       PIC 9(7)V9(8).
               10  WS-RAT-VALID     PIC X.

       01  WS-NEW-KEY.
           05  WS-NEW-CCY       PIC X(3).
           05  WS-NEW-DATE      PIC X(8).
       01  WS-NEW-VALUE         PIC X(15).
       01  WS-NEW-VAL           PIC 9(7)V9(8) VALUE ZEROS.
       01  WS-RATE-OK-FLAG      PIC X VALUE 'Y'.
           88  WS-RATE-OK             VALUE 'Y'.
       01  WS-RATE-TEST         PIC S9(13)V9(8) VALUE ZEROS.
       01  WS-TEST-NUMVAL       PIC S9(4) VALUE ZEROS.
       01  WS-MOVE-DIFF         PIC S9(7)V9(8) VALUE ZEROS.
       01  WS-MOVE-PCT          PIC 9(7)V9(2) VALUE ZEROS.

      *Foreign currencies on the pending feed, with how many records
      *carry each and the earliest valid transaction date among them.
       78  WS-FCY-MAX-ENTRIES  VALUE 50.
       01  WS-FCY-COUNT-ENTRIES PIC 9(3) VALUE ZEROS.
       01  WS-FCY-IDX          PIC 9(3) VALUE ZEROS.
       01  WS-FCY-FOUND-IDX    PIC 9(3) VALUE ZEROS.
       01  WS-FCY-TABLE.
           05  WS-FCY-ENTRY OCCURS WS-FCY-MAX-ENTRIES TIMES.
               10  WS-FCY-CCY       PIC X(3).
               10  WS-FCY-RECORDS   PIC 9(10) USAGE IS COMP.
               10  WS-FCY-EARLIEST  PIC X(8).
       01  WS-FCY-OVERFLOW-FLAG PIC X VALUE 'N'.
           88  WS-FCY-OVERFLOW-DETECTED  VALUE 'Y'.
       01  WS-FEED-CURRENCY     PIC X(3) VALUE SPACES.

       01  WS-RUN-DATE         PIC 9(8) VALUE ZEROS.
       01  WS-BUS-DATE         PIC X(8) VALUE SPACES.
       01  WS-BUS-DATE-N       PIC 9(8) VALUE ZEROS.
       01  WS-BUS-DATE-SOURCE  PIC X(30) VALUE SPACES.
       01  WS-CHK-CCY          PIC X(3) VALUE SPACES.
       01  WS-CHK-DATE         PIC X(8) VALUE SPACES.
       01  WS-CHK-DATE-N       PIC 9(8) VALUE ZEROS.
       01  WS-BEST-DATE-N      PIC 9(8) VALUE ZEROS.
       01  WS-RATE-AGE         PIC S9(7) VALUE ZEROS.

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

       01  WS-COMPLETION-CODE  PIC 9(4) VALUE ZEROS.
       01  WS-ADD-COUNT        PIC 9(5) VALUE ZEROS.
       01  WS-CORRECT-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-DELETE-COUNT     PIC 9(5) VALUE ZEROS.
       01  WS-ERROR-COUNT      PIC 9(5) VALUE ZEROS.
       01  WS-MOVE-COUNT       PIC 9(5) VALUE ZEROS.
       01  WS-CHECKED-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-NO-RATE-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-STALE-COUNT      PIC 9(5) VALUE ZEROS.
       01  WS-INVALID-COUNT    PIC 9(5) VALUE ZEROS.

       01  WS-REPORT-LINE   PIC X(132).
       01  WS-PCT-DISP      PIC ZZZZZZ9.99.
       01  WS-AGE-DISP      PIC ZZZZZZ9.
       01  WS-RECS-DISP     PIC ZZZZZZZZZ9.
       01  WS-COUNT-DISP-1  PIC ZZZZ9.
       01  WS-COUNT-DISP-2  PIC ZZZZ9.
       01  WS-COUNT-DISP-3  PIC ZZZZ9.
       01  WS-COUNT-DISP-4  PIC ZZZZ9.
       01  WS-COUNT-DISP-5  PIC ZZZZ9.

       PROCEDURE DIVISION.
           PERFORM OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM LOAD-CONFIG.
           PERFORM LOAD-MASTER.
           IF WS-COMMAND-STATUS EQUAL '00'
               PERFORM WITH TEST AFTER UNTIL WS-CMD-END-OF-FILE
                   READ COMMAND-FILE
                       AT END
                           SET WS-CMD-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM APPLY-COMMAND
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE COMMAND-FILE.
           PERFORM REWRITE-MASTER.
           PERFORM SCAN-PENDING-FEED.
           PERFORM CHECK-MASTER-RECORDS.
           PERFORM CHECK-BUSINESS-DATE-RATES.
           PERFORM CHECK-FEED-CURRENCIES.
           PERFORM WRITE-RATM-SUMMARY.
           CLOSE RATM-REPORT-FILE.
           MOVE WS-COMPLETION-CODE TO RETURN-CODE.
           STOP RUN.

       OPEN-FILES.
           OPEN OUTPUT RATM-REPORT-FILE.
           IF WS-RATM-REPORT-STATUS NOT EQUAL '00'
               DISPLAY 'FATAL ERROR - UNABLE TO OPEN MMARATM.OUT'
                   ' STATUS=' WS-RATM-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT COMMAND-FILE.
           IF WS-COMMAND-STATUS NOT EQUAL '00' AND '05'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FATAL ERROR - UNABLE TO OPEN RATMTIN.DAT'
                   ' STATUS=' WS-COMMAND-STATUS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE RATM-REPORT-RECORD FROM WS-REPORT-LINE
               CLOSE RATM-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-CONFIG.
           OPEN INPUT CONFIG-FILE.
           IF WS-CONFIG-STATUS EQUAL '00' OR '05'
               IF WS-CONFIG-STATUS EQUAL '00'
                   PERFORM WITH TEST AFTER
                       UNTIL WS-CONFIG-END-OF-FILE
                       READ CONFIG-FILE
                           AT END
                               SET WS-CONFIG-END-OF-FILE TO TRUE
                           NOT AT END
                               PERFORM APPLY-CONFIG-RECORD
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE CONFIG-FILE
           END-IF.

       APPLY-CONFIG-RECORD.
           IF CFG-KEYWORD EQUAL SPACES AND CFG-VALUE EQUAL SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION TEST-NUMVAL(CFG-VALUE) TO WS-TEST-NUMVAL.
           IF WS-TEST-NUMVAL NOT EQUAL ZERO
               PERFORM CONFIG-ABORT
           END-IF.
           MOVE FUNCTION NUMVAL(CFG-VALUE) TO WS-CFG-NUM.
      *    Signed on purpose: a keyed minus sign must abort, not be
      *    silently stripped into the absolute value.
           IF WS-CFG-NUM < ZERO
               PERFORM CONFIG-ABORT
           END-IF.
           MOVE WS-CFG-NUM TO WS-CFG-INT.
           IF WS-CFG-INT NOT EQUAL WS-CFG-NUM
               PERFORM CONFIG-ABORT
           END-IF.
           EVALUATE CFG-KEYWORD
               WHEN 'RATE-MOVE-PCT'
                   IF WS-CFG-INT > 999
                       PERFORM CONFIG-ABORT
                   END-IF
                   MOVE WS-CFG-INT TO WS-RATE-MOVE-PCT
               WHEN 'RATE-STALE-DAYS'
                   IF WS-CFG-INT > 999
                       PERFORM CONFIG-ABORT
                   END-IF
                   MOVE WS-CFG-INT TO WS-RATE-STALE-DAYS
               WHEN 'REJECT-TOLERANCE-PCT'
                   IF WS-CFG-INT > 100
                       PERFORM CONFIG-ABORT
                   END-IF
               WHEN 'CHECKPOINT-EVERY'
                   IF WS-CFG-INT > 9999999999
                       PERFORM CONFIG-ABORT
                   END-IF
               WHEN 'TREND-WINDOW'
                   IF WS-CFG-INT < 1 OR WS-CFG-INT > 999
                       PERFORM CONFIG-ABORT
                   END-IF
               WHEN 'TREND-TOLERANCE-PCT'
                   IF WS-CFG-INT > 999
                       PERFORM CONFIG-ABORT
                   END-IF
               WHEN 'DUP-WINDOW-RUNS'
                   IF WS-CFG-INT > 999
                       PERFORM CONFIG-ABORT
                   END-IF
               WHEN OTHER
                   PERFORM CONFIG-ABORT
           END-EVALUATE.

       CONFIG-ABORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'FATAL ERROR - INVALID MMACONFIG.DAT RECORD: '
               CFG-KEYWORD ' ' CFG-VALUE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE RATM-REPORT-RECORD FROM WS-REPORT-LINE.
           CLOSE CONFIG-FILE.
           CLOSE COMMAND-FILE.
           CLOSE RATM-REPORT-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *The master may not exist yet on first use - OPTIONAL open gives
      *status 05 and the table simply starts empty. Records are placed
      *in key order as they load, so a hand-edited file out of order
      *comes back sorted on the rewrite.
       LOAD-MASTER.
           OPEN INPUT RATE-MASTER-FILE.
           IF WS-RATES-STATUS EQUAL '00' OR '05'
               IF WS-RATES-STATUS EQUAL '00'
                   PERFORM WITH TEST AFTER UNTIL WS-END-OF-FILE
                       READ RATE-MASTER-FILE
                           AT END
                               SET WS-END-OF-FILE TO TRUE
                           NOT AT END
                               PERFORM STORE-MASTER-ENTRY
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE RATE-MASTER-FILE
           ELSE
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FATAL ERROR - UNABLE TO OPEN MMARATES.DAT'
                   ' STATUS=' WS-RATES-STATUS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE RATM-REPORT-RECORD FROM WS-REPORT-LINE
               CLOSE COMMAND-FILE
               CLOSE RATM-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *Two records for one currency and date leave MinMaxAverage using
      *whichever loaded last, so the later one is the one kept here.
       STORE-MASTER-ENTRY.
           MOVE RATE-CURRENCY TO WS-NEW-CCY.
           MOVE RATE-EFF-DATE TO WS-NEW-DATE.
           MOVE RATE-VALUE    TO WS-NEW-VALUE.
           PERFORM VALIDATE-NEW-RATE.
           PERFORM FIND-RATE-ENTRY.
           IF WS-RAT-FOUND-IDX > ZERO
               IF WS-COMPLETION-CODE < 4
                   MOVE 4 TO WS-COMPLETION-CODE
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'WARNING: DUPLICATE KEY ON MASTER ' WS-NEW-CCY
                   ' ' WS-NEW-DATE ' - RATE '
                   WS-RAT-VALUE(WS-RAT-FOUND-IDX)
                   ' REPLACED BY ' WS-NEW-VALUE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE RATM-REPORT-RECORD FROM WS-REPORT-LINE
               PERFORM STORE-NEW-RATE
               EXIT PARAGRAPH
           END-IF.
           IF WS-RAT-COUNT-ENTRIES < WS-RAT-MAX-ENTRIES
               PERFORM INSERT-NEW-RATE
           ELSE
      *    Never run on from a truncated load: REWRITE-MASTER would
      *    rewrite the file from the short table and permanently drop
      *    rates as a side effect of routine maintenance.
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FATAL ERROR - MMARATES.DAT LARGER THAN IN-CORE'
                   ' TABLE - NO UPDATE APPLIED'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE RATM-REPORT-RECORD FROM WS-REPORT-LINE
               CLOSE RATE-MASTER-FILE
               CLOSE COMMAND-FILE
               CLOSE RATM-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       APPLY-COMMAND.
           MOVE RM-CURRENCY TO WS-NEW-CCY.
           MOVE RM-EFF-DATE TO WS-NEW-DATE.
           MOVE RM-RATE     TO WS-NEW-VALUE.
           PERFORM FIND-RATE-ENTRY.
           MOVE WS-NEW-DATE TO WS-CHECK-DATE.
           PERFORM VALIDATE-CHECK-DATE.
      *    A damaged key already on the master may still be deleted -
      *    that is how a hand-keyed record is cleared.
           IF (WS-NEW-CCY EQUAL SPACES OR NOT WS-DATE-VALID)
               AND NOT (RM-ACTION EQUAL 'D'
                   AND WS-RAT-FOUND-IDX > ZERO)
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'ERROR: INVALID CURRENCY OR DATE ON ' RM-ACTION
                   ' COMMAND: ' WS-NEW-CCY ' ' WS-NEW-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE RATM-REPORT-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           EVALUATE RM-ACTION
               WHEN 'A'
                   PERFORM ADD-RATE
               WHEN 'C'
                   PERFORM CORRECT-RATE
               WHEN 'D'
                   PERFORM DELETE-RATE
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING 'ERROR: UNKNOWN ACTION ' RM-ACTION
                       ' FOR ' WS-NEW-CCY ' ' WS-NEW-DATE
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE RATM-REPORT-RECORD FROM WS-REPORT-LINE
           END-EVALUATE.

       FIND-RATE-ENTRY.
           MOVE ZEROS TO WS-RAT-FOUND-IDX.
           PERFORM VARYING WS-RAT-IDX FROM 1 BY 1
               UNTIL WS-RAT-IDX > WS-RAT-COUNT-ENTRIES
               IF WS-RAT-KEY(WS-RAT-IDX) EQUAL WS-NEW-KEY
                   MOVE WS-RAT-IDX TO WS-RAT-FOUND-IDX
               END-IF
           END-PERFORM.

       ADD-RATE.
           IF WS-RAT-FOUND-IDX > ZERO
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'ERROR: RATE FOR ' WS-NEW-CCY ' ' WS-NEW-DATE
                   ' ALREADY ON MASTER - USE C TO CORRECT IT'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE RATM-REPORT-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           IF WS-RAT-COUNT-ENTRIES >= WS-RAT-MAX-ENTRIES
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'ERROR: MASTER TABLE FULL - RATE ' WS-NEW-CCY
                   ' ' WS-NEW-DATE ' NOT ADDED'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE RATM-REPORT-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VALIDATE-NEW-RATE.
           IF NOT WS-RATE-OK
               PERFORM REPORT-INVALID-RATE
               EXIT PARAGRAPH
           END-IF.
           PERFORM INSERT-NEW-RATE.
           ADD 1 TO WS-ADD-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ADDED       ' WS-NEW-CCY '  ' WS-NEW-DATE
               '  RATE: ' WS-NEW-VALUE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE RATM-REPORT-RECORD FROM WS-REPORT-LINE.
           PERFORM CHECK-RATE-MOVE.

       CORRECT-RATE.
           IF WS-RAT-FOUND-IDX EQUAL ZERO
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'ERROR: NO RATE FOR ' WS-NEW-CCY ' '
                   WS-NEW-DATE ' ON MASTER'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE RATM-REPORT-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VALIDATE-NEW-RATE.
           IF NOT WS-RATE-OK
               PERFORM REPORT-INVALID-RATE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CORRECTED   ' WS-NEW-CCY '  ' WS-NEW-DATE
               '  RATE: ' WS-RAT-VALUE(WS-RAT-FOUND-IDX)
               ' -> ' WS-NEW-VALUE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE RATM-REPORT-RECORD FROM WS-REPORT-LINE.
           PERFORM STORE-NEW-RATE.
           ADD 1 TO WS-CORRECT-COUNT.
           PERFORM CHECK-RATE-MOVE.

       DELETE-RATE.
           IF WS-RAT-FOUND-IDX EQUAL ZERO
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'ERROR: NO RATE FOR ' WS-NEW-CCY ' '
                   WS-NEW-DATE ' ON MASTER'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE RATM-REPORT-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'DELETED     ' WS-NEW-CCY '  ' WS-NEW-DATE
               '  RATE: ' WS-RAT-VALUE(WS-RAT-FOUND-IDX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE RATM-REPORT-RECORD FROM WS-REPORT-LINE.
           PERFORM VARYING WS-SHIFT-IDX FROM WS-RAT-FOUND-IDX BY 1
               UNTIL WS-SHIFT-IDX >= WS-RAT-COUNT-ENTRIES
               MOVE WS-RAT-ENTRY(WS-SHIFT-IDX + 1)
                   TO WS-RAT-ENTRY(WS-SHIFT-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-RAT-COUNT-ENTRIES.
           ADD 1 TO WS-DELETE-COUNT.

      *Same edits MinMaxAverage applies on load: a real calendar
      *effective date and a plain positive rate that fits 9(7)V9(8).
       VALIDATE-NEW-RATE.
           MOVE 'Y' TO WS-RATE-OK-FLAG.
           MOVE ZEROS TO WS-NEW-VAL.
           MOVE WS-NEW-DATE TO WS-CHECK-DATE.
           PERFORM VALIDATE-CHECK-DATE.
           MOVE FUNCTION TEST-NUMVAL(WS-NEW-VALUE) TO WS-TEST-NUMVAL.
           IF WS-TEST-NUMVAL EQUAL ZERO
               MOVE FUNCTION NUMVAL(WS-NEW-VALUE) TO WS-RATE-TEST
           ELSE
               MOVE ZEROS TO WS-RATE-TEST
           END-IF.
           IF WS-NEW-CCY EQUAL SPACES
               OR NOT WS-DATE-VALID
               OR WS-TEST-NUMVAL NOT EQUAL ZERO
               OR WS-RATE-TEST NOT > ZERO
               OR WS-RATE-TEST > 9999999.99999999
               MOVE 'N' TO WS-RATE-OK-FLAG
           ELSE
               MOVE WS-RATE-TEST TO WS-NEW-VAL
           END-IF.

       REPORT-INVALID-RATE.
           ADD 1 TO WS-ERROR-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ERROR: INVALID RATE FOR ' WS-NEW-CCY ' '
               WS-NEW-DATE ': ' WS-NEW-VALUE ' - NOT APPLIED'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE RATM-REPORT-RECORD FROM WS-REPORT-LINE.

      *New keys are inserted in currency/date order so MMARATES.DAT
      *stays keyed without a separate sort step.
       INSERT-NEW-RATE.
           MOVE WS-RAT-COUNT-ENTRIES TO WS-RAT-INS-IDX.
           ADD 1 TO WS-RAT-INS-IDX.
           PERFORM VARYING WS-RAT-IDX FROM 1 BY 1
               UNTIL WS-RAT-IDX > WS-RAT-COUNT-ENTRIES
               IF WS-RAT-KEY(WS-RAT-IDX) > WS-NEW-KEY
                   AND WS-RAT-IDX < WS-RAT-INS-IDX
                   MOVE WS-RAT-IDX TO WS-RAT-INS-IDX
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-SHIFT-IDX
               FROM WS-RAT-COUNT-ENTRIES BY -1
               UNTIL WS-SHIFT-IDX < WS-RAT-INS-IDX
               MOVE WS-RAT-ENTRY(WS-SHIFT-IDX)
                   TO WS-RAT-ENTRY(WS-SHIFT-IDX + 1)
           END-PERFORM.
           ADD 1 TO WS-RAT-COUNT-ENTRIES.
           MOVE WS-RAT-INS-IDX TO WS-RAT-FOUND-IDX.
           PERFORM STORE-NEW-RATE.

       STORE-NEW-RATE.
           MOVE WS-NEW-KEY   TO WS-RAT-KEY(WS-RAT-FOUND-IDX).
           MOVE WS-NEW-VALUE TO WS-RAT-VALUE(WS-RAT-FOUND-IDX).
           MOVE WS-NEW-VAL   TO WS-RAT-VAL(WS-RAT-FOUND-IDX).
           MOVE WS-RATE-OK-FLAG TO WS-RAT-VALID(WS-RAT-FOUND-IDX).

      *The previous rate is the one just before the new record in key
      *order, when it is the same currency. The rate is applied either
      *way; the flag is for a second pair of eyes.
       CHECK-RATE-MOVE.
           IF WS-RATE-MOVE-PCT EQUAL ZERO
               OR WS-RAT-FOUND-IDX < 2
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-RAT-PREV-IDX = WS-RAT-FOUND-IDX - 1.
           IF WS-RAT-CCY(WS-RAT-PREV-IDX) NOT EQUAL WS-NEW-CCY
               OR WS-RAT-VALID(WS-RAT-PREV-IDX) NOT EQUAL 'Y'
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-MOVE-DIFF =
               WS-NEW-VAL - WS-RAT-VAL(WS-RAT-PREV-IDX).
           IF WS-MOVE-DIFF < ZERO
               COMPUTE WS-MOVE-DIFF = ZERO - WS-MOVE-DIFF
           END-IF.
           COMPUTE WS-MOVE-PCT ROUNDED =
               WS-MOVE-DIFF * 100 / WS-RAT-VAL(WS-RAT-PREV-IDX)
               ON SIZE ERROR
                   MOVE 9999999.99 TO WS-MOVE-PCT
           END-COMPUTE.
           IF WS-MOVE-PCT > WS-RATE-MOVE-PCT
               ADD 1 TO WS-MOVE-COUNT
               IF WS-COMPLETION-CODE < 4
                   MOVE 4 TO WS-COMPLETION-CODE
               END-IF
               MOVE WS-MOVE-PCT TO WS-PCT-DISP
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'WARNING: RATE MOVE ' WS-PCT-DISP '% FOR '
                   WS-NEW-CCY ' ' WS-NEW-DATE ' FROM '
                   WS-RAT-VALUE(WS-RAT-PREV-IDX) ' OF '
                   WS-RAT-DATE(WS-RAT-PREV-IDX)
                   ' - CHECK THE KEYED RATE'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE RATM-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       REWRITE-MASTER.
           OPEN OUTPUT RATE-MASTER-FILE.
           IF WS-RATES-STATUS NOT EQUAL '00' AND '05'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FATAL ERROR - UNABLE TO REWRITE MMARATES.DAT'
                   ' STATUS=' WS-RATES-STATUS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE RATM-REPORT-RECORD FROM WS-REPORT-LINE
               CLOSE RATM-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-RAT-IDX FROM 1 BY 1
               UNTIL WS-RAT-IDX > WS-RAT-COUNT-ENTRIES
               MOVE WS-RAT-CCY(WS-RAT-IDX)   TO RATE-CURRENCY
               MOVE WS-RAT-DATE(WS-RAT-IDX)  TO RATE-EFF-DATE
               MOVE WS-RAT-VALUE(WS-RAT-IDX) TO RATE-VALUE
               WRITE RATE-RECORD
           END-PERFORM.
           CLOSE RATE-MASTER-FILE.

      *The business date is the latest header date on the pending
      *feed; a headerless feed, or none at all, checks today.
       SCAN-PENDING-FEED.
           OPEN INPUT TRANSACTION-FILE.
           IF WS-TRANS-STATUS NOT EQUAL '00' AND '05'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FATAL ERROR - UNABLE TO OPEN TRANSIN.DAT'
                   ' STATUS=' WS-TRANS-STATUS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE RATM-REPORT-RECORD FROM WS-REPORT-LINE
               CLOSE RATM-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-TRANS-STATUS EQUAL '00'
               PERFORM WITH TEST AFTER UNTIL WS-TRANS-END-OF-FILE
                   READ TRANSACTION-FILE
                       AT END
                           SET WS-TRANS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM SCAN-ONE-FEED-RECORD
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE TRANSACTION-FILE.
           IF WS-BUS-DATE EQUAL SPACES
               MOVE WS-RUN-DATE TO WS-BUS-DATE
               MOVE 'RUN DATE (NO FEED HEADER)' TO WS-BUS-DATE-SOURCE
           ELSE
               MOVE 'TRANSIN.DAT HEADER' TO WS-BUS-DATE-SOURCE
           END-IF.
           MOVE WS-BUS-DATE TO WS-BUS-DATE-N.
           IF WS-FCY-OVERFLOW-DETECTED
               IF WS-COMPLETION-CODE < 4
                   MOVE 4 TO WS-COMPLETION-CODE
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'WARNING: MORE THAN 50 FOREIGN CURRENCIES ON'
                   ' TRANSIN.DAT - THE EXCESS ARE NOT CHECKED'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE RATM-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       SCAN-ONE-FEED-RECORD.
           EVALUATE TRANS-REC-TYPE
               WHEN 'H'
                   MOVE HDR-BUSINESS-DATE TO WS-CHECK-DATE
                   PERFORM VALIDATE-CHECK-DATE
                   IF WS-DATE-VALID
                       AND (WS-BUS-DATE EQUAL SPACES
                           OR HDR-BUSINESS-DATE > WS-BUS-DATE)
                       MOVE HDR-BUSINESS-DATE TO WS-BUS-DATE
                   END-IF
               WHEN 'T'
                   CONTINUE
               WHEN OTHER
                   MOVE TRANS-CURRENCY TO WS-FEED-CURRENCY
                   IF WS-FEED-CURRENCY EQUAL SPACES
                       MOVE WS-BASE-CURRENCY TO WS-FEED-CURRENCY
                   END-IF
                   IF WS-FEED-CURRENCY NOT EQUAL WS-BASE-CURRENCY
                       PERFORM NOTE-FEED-CURRENCY
                   END-IF
           END-EVALUATE.

       NOTE-FEED-CURRENCY.
           MOVE ZEROS TO WS-FCY-FOUND-IDX.
           PERFORM VARYING WS-FCY-IDX FROM 1 BY 1
               UNTIL WS-FCY-IDX > WS-FCY-COUNT-ENTRIES
               IF WS-FCY-CCY(WS-FCY-IDX) EQUAL WS-FEED-CURRENCY
                   MOVE WS-FCY-IDX TO WS-FCY-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-FCY-FOUND-IDX EQUAL ZERO
               IF WS-FCY-COUNT-ENTRIES >= WS-FCY-MAX-ENTRIES
                   SET WS-FCY-OVERFLOW-DETECTED TO TRUE
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-FCY-COUNT-ENTRIES
               MOVE WS-FCY-COUNT-ENTRIES TO WS-FCY-FOUND-IDX
               MOVE WS-FEED-CURRENCY
                   TO WS-FCY-CCY(WS-FCY-FOUND-IDX)
               MOVE ZEROS TO WS-FCY-RECORDS(WS-FCY-FOUND-IDX)
               MOVE SPACES TO WS-FCY-EARLIEST(WS-FCY-FOUND-IDX)
           END-IF.
           ADD 1 TO WS-FCY-RECORDS(WS-FCY-FOUND-IDX).
           MOVE TRANS-DATE TO WS-CHECK-DATE.
           PERFORM VALIDATE-CHECK-DATE.
           IF WS-DATE-VALID
               IF WS-FCY-EARLIEST(WS-FCY-FOUND-IDX) EQUAL SPACES
                   OR TRANS-DATE < WS-FCY-EARLIEST(WS-FCY-FOUND-IDX)
                   MOVE TRANS-DATE TO WS-FCY-EARLIEST(WS-FCY-FOUND-IDX)
               END-IF
           END-IF.

      *MinMaxAverage fails the whole run on one bad rate record, so
      *any left on the master after maintenance stops the cycle here.
       CHECK-MASTER-RECORDS.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'PRE-RUN RATE CHECK - BUSINESS DATE: ' WS-BUS-DATE
               ' FROM ' WS-BUS-DATE-SOURCE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE RATM-REPORT-RECORD FROM WS-REPORT-LINE.
           PERFORM VARYING WS-RAT-IDX FROM 1 BY 1
               UNTIL WS-RAT-IDX > WS-RAT-COUNT-ENTRIES
               IF WS-RAT-VALID(WS-RAT-IDX) NOT EQUAL 'Y'
                   ADD 1 TO WS-INVALID-COUNT
                   MOVE 12 TO WS-COMPLETION-CODE
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING 'INVALID     ' WS-RAT-CCY(WS-RAT-IDX)
                       '  ' WS-RAT-DATE(WS-RAT-IDX)
                       '  RATE: ' WS-RAT-VALUE(WS-RAT-IDX)
                       ' - MINMAXAVERAGE WILL NOT LOAD THE MASTER'
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE RATM-REPORT-RECORD FROM WS-REPORT-LINE
               END-IF
           END-PERFORM.

      *One line per currency on the master: the master is in currency
      *order, so each currency is checked at its first record.
       CHECK-BUSINESS-DATE-RATES.
           PERFORM VARYING WS-RAT-IDX FROM 1 BY 1
               UNTIL WS-RAT-IDX > WS-RAT-COUNT-ENTRIES
               IF WS-RAT-CCY(WS-RAT-IDX) NOT EQUAL WS-BASE-CURRENCY
                   AND (WS-RAT-IDX EQUAL 1
                       OR WS-RAT-CCY(WS-RAT-IDX)
                           NOT EQUAL WS-RAT-CCY(WS-RAT-IDX - 1))
                   MOVE WS-RAT-CCY(WS-RAT-IDX) TO WS-CHK-CCY
                   MOVE WS-BUS-DATE TO WS-CHK-DATE
                   PERFORM FIND-EFFECTIVE-RATE
                   PERFORM REPORT-CURRENCY-RATE
               END-IF
           END-PERFORM.

      *Best valid rate for WS-CHK-CCY effective on or before
      *WS-CHK-DATE, the same choice MinMaxAverage makes.
       FIND-EFFECTIVE-RATE.
           MOVE ZEROS TO WS-RAT-BEST-IDX.
           PERFORM VARYING WS-RAT-FOUND-IDX FROM 1 BY 1
               UNTIL WS-RAT-FOUND-IDX > WS-RAT-COUNT-ENTRIES
               IF WS-RAT-CCY(WS-RAT-FOUND-IDX) EQUAL WS-CHK-CCY
                   AND WS-RAT-VALID(WS-RAT-FOUND-IDX) EQUAL 'Y'
                   AND WS-RAT-DATE(WS-RAT-FOUND-IDX) <= WS-CHK-DATE
                   MOVE WS-RAT-FOUND-IDX TO WS-RAT-BEST-IDX
               END-IF
           END-PERFORM.

       REPORT-CURRENCY-RATE.
           ADD 1 TO WS-CHECKED-COUNT.
           IF WS-RAT-BEST-IDX EQUAL ZERO
               ADD 1 TO WS-NO-RATE-COUNT
               MOVE 12 TO WS-COMPLETION-CODE
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'NO RATE     ' WS-CHK-CCY
                   '  FOR ' WS-CHK-DATE
                   ' - EARLIEST EFFECTIVE ' WS-RAT-DATE(WS-RAT-IDX)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE RATM-REPORT-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RAT-DATE(WS-RAT-BEST-IDX) TO WS-BEST-DATE-N.
           MOVE WS-CHK-DATE TO WS-CHK-DATE-N.
           COMPUTE WS-RATE-AGE =
               FUNCTION INTEGER-OF-DATE(WS-CHK-DATE-N)
               - FUNCTION INTEGER-OF-DATE(WS-BEST-DATE-N).
           MOVE WS-RATE-AGE TO WS-AGE-DISP.
           IF WS-RATE-STALE-DAYS > ZERO
               AND WS-RATE-AGE > WS-RATE-STALE-DAYS
               ADD 1 TO WS-STALE-COUNT
               IF WS-COMPLETION-CODE < 4
                   MOVE 4 TO WS-COMPLETION-CODE
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'STALE RATE  ' WS-CHK-CCY
                   '  EFFECTIVE ' WS-RAT-DATE(WS-RAT-BEST-IDX)
                   '  RATE: ' WS-RAT-VALUE(WS-RAT-BEST-IDX)
                   '  AGE: ' WS-AGE-DISP ' DAYS'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE RATM-REPORT-RECORD FROM WS-REPORT-LINE
           ELSE
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'RATE OK     ' WS-CHK-CCY
                   '  EFFECTIVE ' WS-RAT-DATE(WS-RAT-BEST-IDX)
                   '  RATE: ' WS-RAT-VALUE(WS-RAT-BEST-IDX)
                   '  AGE: ' WS-AGE-DISP ' DAYS'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE RATM-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

      *A feed currency missing from the master rejects UNKNOWN
      *CURRENCY; one whose earliest transaction predates its first
      *rate rejects NO RATE FOR DATE. Both are reported here with the
      *number of records at stake.
       CHECK-FEED-CURRENCIES.
           PERFORM VARYING WS-FCY-IDX FROM 1 BY 1
               UNTIL WS-FCY-IDX > WS-FCY-COUNT-ENTRIES
               MOVE WS-FCY-CCY(WS-FCY-IDX) TO WS-CHK-CCY
               MOVE WS-FCY-RECORDS(WS-FCY-IDX) TO WS-RECS-DISP
               MOVE ZEROS TO WS-RAT-IDX
               PERFORM VARYING WS-RAT-FOUND-IDX FROM 1 BY 1
                   UNTIL WS-RAT-FOUND-IDX > WS-RAT-COUNT-ENTRIES
                   IF WS-RAT-CCY(WS-RAT-FOUND-IDX) EQUAL WS-CHK-CCY
                       MOVE WS-RAT-FOUND-IDX TO WS-RAT-IDX
                   END-IF
               END-PERFORM
               IF WS-RAT-IDX EQUAL ZERO
                   ADD 1 TO WS-NO-RATE-COUNT
                   MOVE 12 TO WS-COMPLETION-CODE
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING 'NO RATE     ' WS-CHK-CCY
                       '  NOT ON MMARATES.DAT - ' WS-RECS-DISP
                       ' TRANSIN.DAT RECORD(S) WILL REJECT'
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE RATM-REPORT-RECORD FROM WS-REPORT-LINE
               ELSE
                   IF WS-FCY-EARLIEST(WS-FCY-IDX) NOT EQUAL SPACES
                       MOVE WS-FCY-EARLIEST(WS-FCY-IDX)
                           TO WS-CHK-DATE
                       PERFORM FIND-EFFECTIVE-RATE
                       IF WS-RAT-BEST-IDX EQUAL ZERO
                           ADD 1 TO WS-NO-RATE-COUNT
                           MOVE 12 TO WS-COMPLETION-CODE
                           MOVE SPACES TO WS-REPORT-LINE
                           STRING 'NO RATE     ' WS-CHK-CCY
                               '  FOR TRANS DATE ' WS-CHK-DATE
                               ' ON TRANSIN.DAT - CURRENCY CARRIES '
                               WS-RECS-DISP ' RECORD(S)'
                               DELIMITED BY SIZE INTO WS-REPORT-LINE
                           WRITE RATM-REPORT-RECORD
                               FROM WS-REPORT-LINE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.

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

       WRITE-RATM-SUMMARY.
           MOVE WS-ADD-COUNT     TO WS-COUNT-DISP-1.
           MOVE WS-CORRECT-COUNT TO WS-COUNT-DISP-2.
           MOVE WS-DELETE-COUNT  TO WS-COUNT-DISP-3.
           MOVE WS-ERROR-COUNT   TO WS-COUNT-DISP-4.
           MOVE WS-MOVE-COUNT    TO WS-COUNT-DISP-5.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ADDED: ' WS-COUNT-DISP-1
               '  CORRECTED: ' WS-COUNT-DISP-2
               '  DELETED: ' WS-COUNT-DISP-3
               '  ERRORS: ' WS-COUNT-DISP-4
               '  MOVES FLAGGED: ' WS-COUNT-DISP-5
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE RATM-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-CHECKED-COUNT TO WS-COUNT-DISP-1.
           MOVE WS-NO-RATE-COUNT TO WS-COUNT-DISP-2.
           MOVE WS-STALE-COUNT   TO WS-COUNT-DISP-3.
           MOVE WS-INVALID-COUNT TO WS-COUNT-DISP-4.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CURRENCIES CHECKED: ' WS-COUNT-DISP-1
               '  NO RATE: ' WS-COUNT-DISP-2
               '  STALE: ' WS-COUNT-DISP-3
               '  INVALID ON MASTER: ' WS-COUNT-DISP-4
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE RATM-REPORT-RECORD FROM WS-REPORT-LINE.
