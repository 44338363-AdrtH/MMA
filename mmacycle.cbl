       IDENTIFICATION DIVISION.
       PROGRAM-ID. MMACYCLE.
       AUTHOR. Adrien.

      *Daily cycle controller. Runs the suite's steps in the order the
      *MMACYCLE.DAT cycle definition lists them and decides, before
      *each one starts, whether it may - the call the operator used to
      *make by reading return codes and MMASTATUS.DAT. One record per
      *step:
      *  step name, run when ('D' or blank every cycle, 'M' month end
      *  only), highest return code that counts as success, the step
      *  it depends on (blank for none - it must be an earlier step
      *  and must have completed OK in this cycle), a status gate (the
      *  highest STAT-RETURN-CODE on MMASTATUS.DAT the step may start
      *  behind, blank for no check), a balancing gate ('Y' - the step
      *  only starts once MMABAL.OUT carries the balancing certificate
      *  for the run on MMASTATUS.DAT), what to do when the step fails
      *  or a gate stops it ('H' or blank halt the cycle, 'C' carry on
      *  with the steps that do not depend on it), and the command that
      *  runs the step.
      *The status and balancing gates also insist MMASTATUS.DAT was cut
      *during this cycle, so yesterday's clean status never lets a
      *step through. The nightly stream is, for example,
      *  MINMAXAVG D04             H  mma
      *  MMABAL    D00MINMAXAVG 04 H  mmabal
      *  MMATREND  D04MINMAXAVG 04 C  mmatrend
      *  MMAREPAIR D00MMABAL    04YH  mmarepair
      *  MMACLOSE  M00MMABAL    04YH  mmaclose
      *  MMAARCH   M00MMACLOSE     H  mmaarch
      *where MMAREPAIR's balancing gate is what keeps an uncertified
      *run from queueing a MMARESUB.DAT resubmit.
      *
      *Month end is the last calendar day of the cycle date's month.
      *The optional MMACYCLP.DAT parameter record gives the cycle date
      *(blank for today), a month-end override ('Y' or 'N', blank to
      *go by the date) and a restart flag.
      *
      *MMACYCST.DAT holds the outcome of every step of a cycle that
      *did not finish clean. A run for the same cycle date, or one
      *with a restart flag of 'Y', picks that cycle up again: steps
      *that completed OK are not rerun, and the cycle resumes at the
      *step that failed. A restart flag of 'N' abandons the
      *unfinished cycle and starts a new one from the top. With the
      *flag blank, a run for any other cycle date starts nothing and
      *ends with return code 12, naming the unfinished cycle in the
      *log - the next night's scheduled run must not quietly finish
      *yesterday's cycle instead of its own. A clean cycle empties
      *the file.
      *
      *Every attempt is appended to the MMACYCLG.DAT cycle log - each
      *step's start and end date/time, return code and outcome, or why
      *it was not run.
      *
      *Return code: 0 every due step completed OK, 4 the cycle ran to
      *the end but a step marked 'C' failed or was stopped by a gate,
      *12 the cycle halted (rerun to restart it) or an earlier cycle
      *is unfinished and the restart flag is blank, 16 fatal (cycle
      *log, definition or parameter record unusable).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CYCLE-DEFINITION-FILE ASSIGN TO "MMACYCLE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCDEF-STATUS.

           SELECT OPTIONAL PARAMETER-FILE ASSIGN TO "MMACYCLP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT OPTIONAL CYCLE-STATE-FILE ASSIGN TO "MMACYCST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCST-STATUS.

           SELECT STATUS-FILE ASSIGN TO "MMASTATUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATUS-STATUS.

           SELECT BALANCE-REPORT-FILE ASSIGN TO "MMABAL.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BAL-REPORT-STATUS.

           SELECT OPTIONAL CYCLE-LOG-FILE ASSIGN TO "MMACYCLG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CYCLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CYCLE-DEFINITION-FILE
           RECORDING MODE IS F.
       01  CYCLE-DEF-RECORD.
           05  CYC-STEP-NAME        PIC X(10).
           05  CYC-RUN-WHEN         PIC X.
           05  CYC-MAX-RC           PIC X(2).
           05  CYC-AFTER-STEP       PIC X(10).
           05  CYC-STATUS-GATE      PIC X(2).
           05  CYC-BALANCE-GATE     PIC X.
           05  CYC-ON-FAIL          PIC X.
           05  FILLER               PIC X(2).
           05  CYC-COMMAND          PIC X(100).

       FD  PARAMETER-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  PARM-CYCLE-DATE      PIC X(8).
           05  PARM-MONTH-END       PIC X.
           05  PARM-RESTART         PIC X.

      *One record per step of an unfinished cycle; the cycle's date,
      *start stamp and month-end setting are carried on every record.
       FD  CYCLE-STATE-FILE
           RECORDING MODE IS F.
       01  CYCLE-STATE-RECORD.
           05  CST-CYCLE-DATE       PIC 9(8).
           05  CST-START-DATE       PIC 9(8).
           05  CST-START-TIME       PIC 9(8).
           05  CST-MONTH-END        PIC X.
           05  CST-STEP-NAME        PIC X(10).
           05  CST-OUTCOME          PIC X(8).
           05  CST-STEP-RC          PIC 9(4).

      *Same layout as the status record MinMaxAverage writes.
       FD  STATUS-FILE
           RECORDING MODE IS F.
       01  JOB-STATUS-RECORD.
           05  STAT-RUN-DATE        PIC 9(8).
           05  STAT-RUN-TIME        PIC 9(8).
           05  STAT-RETURN-CODE     PIC 9(4).
           05  STAT-READ-COUNT      PIC 9(10).
           05  STAT-ACCEPT-COUNT    PIC 9(10).
           05  STAT-REJECT-COUNT    PIC 9(10).
           05  STAT-FILTER-COUNT    PIC 9(10).
           05  STAT-REJECT-RATE     PIC 9(3)V9(2).
           05  FILLER               PIC X(9).
           05  STAT-HELD-COUNT      PIC 9(10).
           05  STAT-AUDIT-RUN-DATE  PIC 9(8).
           05  STAT-AUDIT-RUN-TIME  PIC 9(8).

       FD  BALANCE-REPORT-FILE
           RECORDING MODE IS F.
       01  BALANCE-REPORT-RECORD    PIC X(132).

       FD  CYCLE-LOG-FILE
           RECORDING MODE IS F.
       01  CYCLE-LOG-RECORD         PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CYCDEF-STATUS     PIC XX VALUE ZEROS.
       01  WS-PARM-STATUS       PIC XX VALUE ZEROS.
       01  WS-CYCST-STATUS      PIC XX VALUE ZEROS.
       01  WS-STATUS-STATUS     PIC XX VALUE ZEROS.
       01  WS-BAL-REPORT-STATUS PIC XX VALUE ZEROS.
       01  WS-CYCLOG-STATUS     PIC XX VALUE ZEROS.

       01  WS-EOF-FLAG      PIC X VALUE 'N'.
           88  WS-END-OF-FILE      VALUE 'Y'.

       78  WS-STEP-MAX-ENTRIES  VALUE 20.
       01  WS-STEP-COUNT-ENTRIES PIC 9(3) VALUE ZEROS.
       01  WS-STEP-IDX          PIC 9(3) VALUE ZEROS.
       01  WS-STEP-FOUND-IDX    PIC 9(3) VALUE ZEROS.
       01  WS-FIND-IDX          PIC 9(3) VALUE ZEROS.
       01  WS-SAVE-IDX          PIC 9(3) VALUE ZEROS.
       01  WS-HALT-IDX          PIC 9(3) VALUE ZEROS.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS WS-STEP-MAX-ENTRIES TIMES.
               10  WS-STEP-NAME      PIC X(10).
               10  WS-STEP-WHEN      PIC X.
               10  WS-STEP-MAX-RC    PIC 9(2).
               10  WS-STEP-AFTER     PIC X(10).
               10  WS-STEP-STAT-GATE PIC X(2).
               10  WS-STEP-BAL-GATE  PIC X.
               10  WS-STEP-ON-FAIL   PIC X.
               10  WS-STEP-COMMAND   PIC X(100).
               10  WS-STEP-OUTCOME   PIC X(8).
               10  WS-STEP-RC        PIC 9(4).
       01  WS-SEARCH-NAME       PIC X(10) VALUE SPACES.

       01  WS-CYCLE-DATE        PIC 9(8) VALUE ZEROS.
       01  WS-CYCLE-START.
           05  WS-CYCLE-START-DATE PIC 9(8) VALUE ZEROS.
           05  WS-CYCLE-START-TIME PIC 9(8) VALUE ZEROS.
       01  WS-NOW-DATE          PIC 9(8) VALUE ZEROS.
       01  WS-NOW-TIME          PIC 9(8) VALUE ZEROS.
       01  WS-STEP-START-DATE   PIC 9(8) VALUE ZEROS.
       01  WS-STEP-START-TIME   PIC 9(8) VALUE ZEROS.

       01  WS-MONTH-END-FLAG    PIC X VALUE 'N'.
           88  WS-MONTH-END         VALUE 'Y'.
       01  WS-MONTH-END-PARM    PIC X VALUE SPACE.
       01  WS-RESTART-PARM      PIC X VALUE SPACE.
       01  WS-RESTART-FLAG      PIC X VALUE 'N'.
           88  WS-RESTARTED         VALUE 'Y'.
       01  WS-ABANDON-FLAG      PIC X VALUE 'N'.
           88  WS-ABANDONED         VALUE 'Y'.
       01  WS-ABANDON-DATE      PIC 9(8) VALUE ZEROS.
       01  WS-HALT-FLAG         PIC X VALUE 'N'.
           88  WS-CYCLE-HALTED      VALUE 'Y'.
       01  WS-EXCEPTION-COUNT   PIC 9(3) VALUE ZEROS.

      *MMASTATUS.DAT as the gates see it.
       01  WS-STAT-LOADED-FLAG  PIC X VALUE 'N'.
           88  WS-STAT-LOADED       VALUE 'Y'.
       01  WS-STAT-FOUND-FLAG   PIC X VALUE 'N'.
           88  WS-STAT-FOUND        VALUE 'Y'.
       01  WS-STAT-STAMP.
           05  WS-STAT-STAMP-DATE  PIC 9(8) VALUE ZEROS.
           05  WS-STAT-STAMP-TIME  PIC 9(8) VALUE ZEROS.
       01  WS-STAT-RC           PIC 9(4) VALUE ZEROS.
       01  WS-STAT-GATE-RC      PIC 9(2) VALUE ZEROS.
       01  WS-CERT-FOUND-FLAG   PIC X VALUE 'N'.
           88  WS-CERT-FOUND        VALUE 'Y'.
       01  WS-CERT-LINE         PIC X(132) VALUE SPACES.
       01  WS-GATE-REASON       PIC X(80) VALUE SPACES.

      *CALL 'SYSTEM' hands back the wait status of the command: the
      *step's exit code times 256, plus the signal number when the
      *step was killed rather than ending on its own.
       01  WS-COMMAND           PIC X(100) VALUE SPACES.
       01  WS-WAIT-STATUS       PIC S9(9) VALUE ZEROS.
       01  WS-EXIT-CODE         PIC 9(4) VALUE ZEROS.
       01  WS-SIGNAL-NUMBER     PIC 9(4) VALUE ZEROS.

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
       01  WS-STEP-NO-DISP  PIC 99.
       01  WS-COUNT-DISP    PIC ZZ9.

       PROCEDURE DIVISION.
           ACCEPT WS-CYCLE-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CYCLE-START-TIME FROM TIME.
           MOVE WS-CYCLE-START-DATE TO WS-CYCLE-DATE.
           PERFORM OPEN-CYCLE-LOG.
           PERFORM LOAD-PARAMETERS.
           PERFORM LOAD-CYCLE-DEFINITION.
           PERFORM LOAD-CYCLE-STATE.
           IF NOT WS-RESTARTED
               PERFORM SET-MONTH-END
           END-IF.
           PERFORM WRITE-CYCLE-START.
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT-ENTRIES
               IF WS-CYCLE-HALTED
                   PERFORM LOG-STEP-NOT-RUN
               ELSE
                   PERFORM RUN-CYCLE-STEP
               END-IF
           END-PERFORM.
           PERFORM WRITE-CYCLE-END.
           IF WS-CYCLE-HALTED OR WS-EXCEPTION-COUNT > ZERO
               PERFORM SAVE-CYCLE-STATE
           ELSE
               PERFORM CLEAR-CYCLE-STATE
           END-IF.
           CLOSE CYCLE-LOG-FILE.
           MOVE ZEROS TO RETURN-CODE.
           IF WS-EXCEPTION-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-CYCLE-HALTED
               MOVE 12 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *The log is kept across cycles and attempts - OPTIONAL EXTEND
      *creates it on first use.
       OPEN-CYCLE-LOG.
           OPEN EXTEND CYCLE-LOG-FILE.
           IF WS-CYCLOG-STATUS NOT EQUAL '00' AND '05'
               DISPLAY 'FATAL ERROR - UNABLE TO OPEN MMACYCLG.DAT'
                   ' STATUS=' WS-CYCLOG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *A keyed cycle date that is not a real calendar day, or a flag
      *that is not one of its values, stops the cycle before any step
      *runs - a typo must not run month end on the wrong day.
       LOAD-PARAMETERS.
           OPEN INPUT PARAMETER-FILE.
           IF WS-PARM-STATUS EQUAL '00' OR '05'
               IF WS-PARM-STATUS EQUAL '00'
                   READ PARAMETER-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           PERFORM APPLY-PARAMETERS
                   END-READ
               END-IF
               CLOSE PARAMETER-FILE
           END-IF.

       APPLY-PARAMETERS.
           IF PARM-CYCLE-DATE NOT EQUAL SPACES
               MOVE PARM-CYCLE-DATE TO WS-CHECK-DATE
               PERFORM VALIDATE-CHECK-DATE
               IF NOT WS-DATE-VALID
                   PERFORM PARAMETER-ABORT
               END-IF
               MOVE PARM-CYCLE-DATE TO WS-CYCLE-DATE
           END-IF.
           IF PARM-MONTH-END NOT EQUAL SPACE AND 'Y' AND 'N'
               PERFORM PARAMETER-ABORT
           END-IF.
           MOVE PARM-MONTH-END TO WS-MONTH-END-PARM.
           IF PARM-RESTART NOT EQUAL SPACE AND 'Y' AND 'N'
               PERFORM PARAMETER-ABORT
           END-IF.
           MOVE PARM-RESTART TO WS-RESTART-PARM.

       PARAMETER-ABORT.
           CLOSE PARAMETER-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'FATAL ERROR - INVALID MMACYCLP.DAT RECORD: '
               PARM-RECORD
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM CYCLE-ABORT.

      *The definition is the whole instruction - no file, no steps, or
      *a step that does not edit refuses to start the cycle rather
      *than run a partial stream.
       LOAD-CYCLE-DEFINITION.
           OPEN INPUT CYCLE-DEFINITION-FILE.
           IF WS-CYCDEF-STATUS NOT EQUAL '00'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FATAL ERROR - UNABLE TO OPEN MMACYCLE.DAT'
                   ' STATUS=' WS-CYCDEF-STATUS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM CYCLE-ABORT
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM WITH TEST AFTER UNTIL WS-END-OF-FILE
               READ CYCLE-DEFINITION-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF CYCLE-DEF-RECORD NOT EQUAL SPACES
                           PERFORM ADD-CYCLE-STEP
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CYCLE-DEFINITION-FILE.
           IF WS-STEP-COUNT-ENTRIES EQUAL ZERO
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FATAL ERROR - MMACYCLE.DAT HAS NO STEPS'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM CYCLE-ABORT
           END-IF.

       ADD-CYCLE-STEP.
           IF WS-STEP-COUNT-ENTRIES >= WS-STEP-MAX-ENTRIES
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FATAL ERROR - MMACYCLE.DAT HAS MORE STEPS THAN'
                   ' THE STEP TABLE HOLDS'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM DEFINITION-ABORT
           END-IF.
           IF CYC-STEP-NAME EQUAL SPACES
               OR CYC-COMMAND EQUAL SPACES
               OR (CYC-RUN-WHEN NOT EQUAL SPACE AND 'D' AND 'M')
               OR (CYC-BALANCE-GATE NOT EQUAL SPACE AND 'Y' AND 'N')
               OR (CYC-ON-FAIL NOT EQUAL SPACE AND 'H' AND 'C')
               PERFORM INVALID-STEP-ABORT
           END-IF.
           IF CYC-MAX-RC NOT EQUAL SPACES
               AND CYC-MAX-RC IS NOT NUMERIC
               PERFORM INVALID-STEP-ABORT
           END-IF.
           IF CYC-STATUS-GATE NOT EQUAL SPACES
               AND CYC-STATUS-GATE IS NOT NUMERIC
               PERFORM INVALID-STEP-ABORT
           END-IF.
           MOVE CYC-STEP-NAME TO WS-SEARCH-NAME.
           PERFORM FIND-STEP.
           IF WS-STEP-FOUND-IDX > ZERO
               PERFORM INVALID-STEP-ABORT
           END-IF.
      *    A step can only wait on one the cycle has already reached.
           IF CYC-AFTER-STEP NOT EQUAL SPACES
               MOVE CYC-AFTER-STEP TO WS-SEARCH-NAME
               PERFORM FIND-STEP
               IF WS-STEP-FOUND-IDX EQUAL ZERO
                   PERFORM INVALID-STEP-ABORT
               END-IF
           END-IF.
           ADD 1 TO WS-STEP-COUNT-ENTRIES.
           MOVE WS-STEP-COUNT-ENTRIES TO WS-STEP-IDX.
           MOVE CYC-STEP-NAME    TO WS-STEP-NAME(WS-STEP-IDX).
           MOVE 'D'              TO WS-STEP-WHEN(WS-STEP-IDX).
           IF CYC-RUN-WHEN EQUAL 'M'
               MOVE 'M'          TO WS-STEP-WHEN(WS-STEP-IDX)
           END-IF.
           MOVE ZEROS            TO WS-STEP-MAX-RC(WS-STEP-IDX).
           IF CYC-MAX-RC NOT EQUAL SPACES
               MOVE CYC-MAX-RC   TO WS-STEP-MAX-RC(WS-STEP-IDX)
           END-IF.
           MOVE CYC-AFTER-STEP   TO WS-STEP-AFTER(WS-STEP-IDX).
           MOVE CYC-STATUS-GATE  TO WS-STEP-STAT-GATE(WS-STEP-IDX).
           MOVE 'N'              TO WS-STEP-BAL-GATE(WS-STEP-IDX).
           IF CYC-BALANCE-GATE EQUAL 'Y'
               MOVE 'Y'          TO WS-STEP-BAL-GATE(WS-STEP-IDX)
           END-IF.
           MOVE 'H'              TO WS-STEP-ON-FAIL(WS-STEP-IDX).
           IF CYC-ON-FAIL EQUAL 'C'
               MOVE 'C'          TO WS-STEP-ON-FAIL(WS-STEP-IDX)
           END-IF.
           MOVE CYC-COMMAND      TO WS-STEP-COMMAND(WS-STEP-IDX).
           MOVE SPACES           TO WS-STEP-OUTCOME(WS-STEP-IDX).
           MOVE ZEROS            TO WS-STEP-RC(WS-STEP-IDX).

       FIND-STEP.
           MOVE ZEROS TO WS-STEP-FOUND-IDX.
           PERFORM VARYING WS-FIND-IDX FROM 1 BY 1
               UNTIL WS-FIND-IDX > WS-STEP-COUNT-ENTRIES
                  OR WS-STEP-FOUND-IDX > ZERO
               IF WS-STEP-NAME(WS-FIND-IDX) EQUAL WS-SEARCH-NAME
                   MOVE WS-FIND-IDX TO WS-STEP-FOUND-IDX
               END-IF
           END-PERFORM.

       INVALID-STEP-ABORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'FATAL ERROR - INVALID MMACYCLE.DAT RECORD: '
               CYCLE-DEF-RECORD
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM DEFINITION-ABORT.

       DEFINITION-ABORT.
           CLOSE CYCLE-DEFINITION-FILE.
           PERFORM CYCLE-ABORT.

      *Anything on the state file is an unfinished cycle. Its steps'
      *outcomes are matched to the definition by name, and the cycle
      *date, start stamp and month-end setting are that cycle's, so a
      *restart after midnight still finishes the day it began.
       LOAD-CYCLE-STATE.
           OPEN INPUT CYCLE-STATE-FILE.
           IF WS-CYCST-STATUS NOT EQUAL '00' AND '05'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FATAL ERROR - UNABLE TO OPEN MMACYCST.DAT'
                   ' STATUS=' WS-CYCST-STATUS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM CYCLE-ABORT
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           IF WS-CYCST-STATUS EQUAL '00'
               PERFORM WITH TEST AFTER UNTIL WS-END-OF-FILE
                   READ CYCLE-STATE-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM APPLY-STATE-RECORD
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CYCLE-STATE-FILE.

       APPLY-STATE-RECORD.
           IF WS-RESTART-PARM EQUAL 'N'
               SET WS-ABANDONED TO TRUE
               MOVE CST-CYCLE-DATE TO WS-ABANDON-DATE
               EXIT PARAGRAPH
           END-IF.
           IF WS-RESTART-PARM NOT EQUAL 'Y'
               AND CST-CYCLE-DATE NOT EQUAL WS-CYCLE-DATE
               PERFORM UNFINISHED-CYCLE-STOP
           END-IF.
           SET WS-RESTARTED TO TRUE.
           MOVE CST-CYCLE-DATE TO WS-CYCLE-DATE.
           MOVE CST-START-DATE TO WS-CYCLE-START-DATE.
           MOVE CST-START-TIME TO WS-CYCLE-START-TIME.
           MOVE CST-MONTH-END  TO WS-MONTH-END-FLAG.
           MOVE CST-STEP-NAME  TO WS-SEARCH-NAME.
           PERFORM FIND-STEP.
           IF WS-STEP-FOUND-IDX > ZERO
               MOVE CST-OUTCOME TO WS-STEP-OUTCOME(WS-STEP-FOUND-IDX)
               MOVE CST-STEP-RC TO WS-STEP-RC(WS-STEP-FOUND-IDX)
           END-IF.

      *Month end is the last day of the cycle date's month unless the
      *parameter record says otherwise.
       SET-MONTH-END.
           MOVE WS-CYCLE-DATE TO WS-CHECK-DATE.
           PERFORM VALIDATE-CHECK-DATE.
           MOVE 'N' TO WS-MONTH-END-FLAG.
           IF WS-DC-DD EQUAL WS-DIM-LIMIT
               SET WS-MONTH-END TO TRUE
           END-IF.
           IF WS-MONTH-END-PARM EQUAL 'Y' OR 'N'
               MOVE WS-MONTH-END-PARM TO WS-MONTH-END-FLAG
           END-IF.

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

       WRITE-CYCLE-START.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE CYCLE-LOG-RECORD FROM WS-REPORT-LINE.
           IF WS-ABANDONED
               STRING 'UNFINISHED CYCLE ' WS-ABANDON-DATE
                   ' ABANDONED ON RESTART FLAG N - NEW CYCLE STARTS'
                   ' AT THE TOP'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE CYCLE-LOG-RECORD FROM WS-REPORT-LINE
           END-IF.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-RESTARTED
               STRING 'CYCLE ' WS-CYCLE-DATE ' RESTARTED '
                   WS-NOW-DATE '/' WS-NOW-TIME
                   ' - FIRST STARTED ' WS-CYCLE-START-DATE '/'
                   WS-CYCLE-START-TIME '  MONTH END: '
                   WS-MONTH-END-FLAG
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING 'CYCLE ' WS-CYCLE-DATE ' STARTED '
                   WS-NOW-DATE '/' WS-NOW-TIME
                   '  MONTH END: ' WS-MONTH-END-FLAG
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           WRITE CYCLE-LOG-RECORD FROM WS-REPORT-LINE.

      *One step: already done on an earlier attempt, not due, stopped
      *by a gate, or run and graded on its return code. The state file
      *is rewritten after every step that runs, so a cycle killed in
      *the middle restarts from the step it was on.
       RUN-CYCLE-STEP.
           MOVE WS-STEP-IDX TO WS-STEP-NO-DISP.
           IF WS-STEP-OUTCOME(WS-STEP-IDX) EQUAL 'OK'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'STEP ' WS-STEP-NO-DISP ' '
                   WS-STEP-NAME(WS-STEP-IDX)
                   ' OK IN AN EARLIER ATTEMPT - NOT RERUN'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE CYCLE-LOG-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           IF WS-STEP-WHEN(WS-STEP-IDX) EQUAL 'M'
               AND NOT WS-MONTH-END
               MOVE 'NOT DUE' TO WS-STEP-OUTCOME(WS-STEP-IDX)
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'STEP ' WS-STEP-NO-DISP ' '
                   WS-STEP-NAME(WS-STEP-IDX)
                   ' NOT DUE - MONTH-END STEP'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE CYCLE-LOG-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM CHECK-STEP-GATES.
           IF WS-GATE-REASON NOT EQUAL SPACES
               MOVE 'SKIPPED' TO WS-STEP-OUTCOME(WS-STEP-IDX)
               MOVE ZEROS     TO WS-STEP-RC(WS-STEP-IDX)
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'STEP ' WS-STEP-NO-DISP ' '
                   WS-STEP-NAME(WS-STEP-IDX)
                   ' SKIPPED - ' WS-GATE-REASON
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE CYCLE-LOG-RECORD FROM WS-REPORT-LINE
               PERFORM GRADE-STEP-EXCEPTION
               PERFORM SAVE-CYCLE-STATE
               EXIT PARAGRAPH
           END-IF.
           PERFORM EXECUTE-STEP.
           IF WS-EXIT-CODE > WS-STEP-MAX-RC(WS-STEP-IDX)
               OR WS-SIGNAL-NUMBER > ZERO
               MOVE 'FAILED' TO WS-STEP-OUTCOME(WS-STEP-IDX)
           ELSE
               MOVE 'OK'     TO WS-STEP-OUTCOME(WS-STEP-IDX)
           END-IF.
           MOVE WS-EXIT-CODE TO WS-STEP-RC(WS-STEP-IDX).
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'STEP ' WS-STEP-NO-DISP ' '
               WS-STEP-NAME(WS-STEP-IDX)
               ' START ' WS-STEP-START-DATE '/' WS-STEP-START-TIME
               ' END ' WS-NOW-DATE '/' WS-NOW-TIME
               ' RC ' WS-EXIT-CODE ' '
               WS-STEP-OUTCOME(WS-STEP-IDX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE CYCLE-LOG-RECORD FROM WS-REPORT-LINE.
           IF WS-SIGNAL-NUMBER > ZERO
               MOVE SPACES TO WS-REPORT-LINE
               STRING '        STEP ENDED ON SIGNAL ' WS-SIGNAL-NUMBER
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE CYCLE-LOG-RECORD FROM WS-REPORT-LINE
           END-IF.
           IF WS-STEP-OUTCOME(WS-STEP-IDX) EQUAL 'FAILED'
               PERFORM GRADE-STEP-EXCEPTION
           END-IF.
           PERFORM SAVE-CYCLE-STATE.

      *A failed or gated step either halts the cycle or, when the
      *definition allows, lets the steps that do not need it go on.
       GRADE-STEP-EXCEPTION.
           IF WS-STEP-ON-FAIL(WS-STEP-IDX) EQUAL 'C'
               ADD 1 TO WS-EXCEPTION-COUNT
           ELSE
               SET WS-CYCLE-HALTED TO TRUE
               MOVE WS-STEP-IDX TO WS-HALT-IDX
           END-IF.

      *The gates are checked just before the step starts, so they see
      *MMASTATUS.DAT and MMABAL.OUT as the earlier steps left them.
       CHECK-STEP-GATES.
           MOVE SPACES TO WS-GATE-REASON.
           MOVE 'N' TO WS-STAT-LOADED-FLAG.
           IF WS-STEP-AFTER(WS-STEP-IDX) NOT EQUAL SPACES
               MOVE WS-STEP-AFTER(WS-STEP-IDX) TO WS-SEARCH-NAME
               PERFORM FIND-STEP
               IF WS-STEP-OUTCOME(WS-STEP-FOUND-IDX) NOT EQUAL 'OK'
                   STRING WS-SEARCH-NAME DELIMITED BY SPACE
                       ' DID NOT COMPLETE OK' DELIMITED BY SIZE
                       INTO WS-GATE-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-STEP-STAT-GATE(WS-STEP-IDX) NOT EQUAL SPACES
               PERFORM LOAD-STATUS-RECORD
               IF WS-GATE-REASON NOT EQUAL SPACES
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-STEP-STAT-GATE(WS-STEP-IDX) TO WS-STAT-GATE-RC
               IF WS-STAT-RC > WS-STAT-GATE-RC
                   STRING 'MMASTATUS.DAT STAT-RETURN-CODE '
                       WS-STAT-RC ' OVER ' WS-STAT-GATE-RC
                       DELIMITED BY SIZE INTO WS-GATE-REASON
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-STEP-BAL-GATE(WS-STEP-IDX) EQUAL 'Y'
               PERFORM LOAD-STATUS-RECORD
               IF WS-GATE-REASON NOT EQUAL SPACES
                   EXIT PARAGRAPH
               END-IF
               PERFORM FIND-BALANCING-CERTIFICATE
               IF NOT WS-CERT-FOUND
                   STRING 'MMABAL DID NOT CERTIFY RUN '
                       WS-STAT-STAMP-DATE '/' WS-STAT-STAMP-TIME
                       DELIMITED BY SIZE INTO WS-GATE-REASON
               END-IF
           END-IF.

      *A status record cut before this cycle started belongs to some
      *earlier run and says nothing about this one.
       LOAD-STATUS-RECORD.
           IF WS-STAT-LOADED
               EXIT PARAGRAPH
           END-IF.
           SET WS-STAT-LOADED TO TRUE.
           MOVE 'N' TO WS-STAT-FOUND-FLAG.
           OPEN INPUT STATUS-FILE.
           IF WS-STATUS-STATUS EQUAL '00'
               READ STATUS-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF STAT-RUN-DATE IS NUMERIC
                           AND STAT-RUN-TIME IS NUMERIC
                           AND STAT-RETURN-CODE IS NUMERIC
                           SET WS-STAT-FOUND TO TRUE
                           MOVE STAT-RUN-DATE    TO WS-STAT-STAMP-DATE
                           MOVE STAT-RUN-TIME    TO WS-STAT-STAMP-TIME
                           MOVE STAT-RETURN-CODE TO WS-STAT-RC
                       END-IF
               END-READ
               CLOSE STATUS-FILE
           END-IF.
           IF NOT WS-STAT-FOUND
               MOVE 'NO USABLE MMASTATUS.DAT RECORD' TO WS-GATE-REASON
               EXIT PARAGRAPH
           END-IF.
           IF WS-STAT-STAMP < WS-CYCLE-START
               STRING 'MMASTATUS.DAT IS FROM RUN '
                   WS-STAT-STAMP-DATE '/' WS-STAT-STAMP-TIME
                   ' BEFORE THIS CYCLE'
                   DELIMITED BY SIZE INTO WS-GATE-REASON
           END-IF.

      *MMABAL writes the certificate line only when every check ties.
       FIND-BALANCING-CERTIFICATE.
           MOVE 'N' TO WS-CERT-FOUND-FLAG.
           MOVE SPACES TO WS-CERT-LINE.
           STRING 'BALANCING CERTIFICATE: ALL OUTPUTS TIE FOR'
               ' RUN ' WS-STAT-STAMP-DATE '/' WS-STAT-STAMP-TIME
               DELIMITED BY SIZE INTO WS-CERT-LINE.
           OPEN INPUT BALANCE-REPORT-FILE.
           IF WS-BAL-REPORT-STATUS NOT EQUAL '00'
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM WITH TEST AFTER UNTIL WS-END-OF-FILE
               READ BALANCE-REPORT-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF BALANCE-REPORT-RECORD EQUAL WS-CERT-LINE
                           SET WS-CERT-FOUND TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BALANCE-REPORT-FILE.

       EXECUTE-STEP.
           MOVE WS-STEP-COMMAND(WS-STEP-IDX) TO WS-COMMAND.
           ACCEPT WS-STEP-START-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-STEP-START-TIME FROM TIME.
           CALL 'SYSTEM' USING WS-COMMAND.
           MOVE RETURN-CODE TO WS-WAIT-STATUS.
           MOVE ZEROS TO RETURN-CODE.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
      *    A command the shell could not start at all comes back
      *    negative; treat it as the worst return code there is.
           IF WS-WAIT-STATUS < ZERO
               MOVE 9999 TO WS-EXIT-CODE
               MOVE ZEROS TO WS-SIGNAL-NUMBER
           ELSE
               DIVIDE WS-WAIT-STATUS BY 256 GIVING WS-EXIT-CODE
                   REMAINDER WS-SIGNAL-NUMBER
           END-IF.

       LOG-STEP-NOT-RUN.
           MOVE WS-STEP-IDX TO WS-STEP-NO-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-STEP-OUTCOME(WS-STEP-IDX) EQUAL 'OK'
               STRING 'STEP ' WS-STEP-NO-DISP ' '
                   WS-STEP-NAME(WS-STEP-IDX)
                   ' OK IN AN EARLIER ATTEMPT - NOT RERUN'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               MOVE 'NOT RUN' TO WS-STEP-OUTCOME(WS-STEP-IDX)
               STRING 'STEP ' WS-STEP-NO-DISP ' '
                   WS-STEP-NAME(WS-STEP-IDX)
                   ' NOT RUN - CYCLE HALTED'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           WRITE CYCLE-LOG-RECORD FROM WS-REPORT-LINE.

       WRITE-CYCLE-END.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-CYCLE-HALTED
               MOVE WS-HALT-IDX TO WS-STEP-NO-DISP
               STRING 'CYCLE ' WS-CYCLE-DATE ' HALTED '
                   WS-NOW-DATE '/' WS-NOW-TIME ' AT STEP '
                   WS-STEP-NO-DISP ' ' DELIMITED BY SIZE
                   WS-STEP-NAME(WS-HALT-IDX) DELIMITED BY SPACE
                   ' - RERUN TO RESTART FROM THAT STEP'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               IF WS-EXCEPTION-COUNT > ZERO
                   MOVE WS-EXCEPTION-COUNT TO WS-COUNT-DISP
                   STRING 'CYCLE ' WS-CYCLE-DATE ' ENDED '
                       WS-NOW-DATE '/' WS-NOW-TIME ' WITH '
                       WS-COUNT-DISP ' STEP(S) FAILED OR SKIPPED'
                       ' - RERUN TO RETRY THEM'
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               ELSE
                   STRING 'CYCLE ' WS-CYCLE-DATE ' COMPLETE '
                       WS-NOW-DATE '/' WS-NOW-TIME
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-IF
           END-IF.
           WRITE CYCLE-LOG-RECORD FROM WS-REPORT-LINE.

       SAVE-CYCLE-STATE.
           OPEN OUTPUT CYCLE-STATE-FILE.
           IF WS-CYCST-STATUS NOT EQUAL '00' AND '05'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'WARNING: UNABLE TO WRITE MMACYCST.DAT'
                   ' STATUS=' WS-CYCST-STATUS
                   ' - A RERUN WILL START AT THE TOP'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE CYCLE-LOG-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-SAVE-IDX FROM 1 BY 1
               UNTIL WS-SAVE-IDX > WS-STEP-COUNT-ENTRIES
               MOVE WS-CYCLE-DATE       TO CST-CYCLE-DATE
               MOVE WS-CYCLE-START-DATE TO CST-START-DATE
               MOVE WS-CYCLE-START-TIME TO CST-START-TIME
               MOVE WS-MONTH-END-FLAG   TO CST-MONTH-END
               MOVE WS-STEP-NAME(WS-SAVE-IDX)    TO CST-STEP-NAME
               MOVE WS-STEP-OUTCOME(WS-SAVE-IDX) TO CST-OUTCOME
               MOVE WS-STEP-RC(WS-SAVE-IDX)      TO CST-STEP-RC
               WRITE CYCLE-STATE-RECORD
           END-PERFORM.
           CLOSE CYCLE-STATE-FILE.

       CLEAR-CYCLE-STATE.
           OPEN OUTPUT CYCLE-STATE-FILE.
           IF WS-CYCST-STATUS EQUAL '00' OR '05'
               CLOSE CYCLE-STATE-FILE
           END-IF.

      *Neither resumed nor abandoned: the operator has to say which.
       UNFINISHED-CYCLE-STOP.
           CLOSE CYCLE-STATE-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE CYCLE-LOG-RECORD FROM WS-REPORT-LINE.
           STRING 'CYCLE ' WS-CYCLE-DATE ' NOT STARTED - CYCLE '
               CST-CYCLE-DATE ' IS UNFINISHED - SET THE MMACYCLP.DAT'
               ' RESTART FLAG TO Y TO RESUME IT OR N TO ABANDON IT'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE CYCLE-LOG-RECORD FROM WS-REPORT-LINE.
           CLOSE CYCLE-LOG-FILE.
           MOVE 12 TO RETURN-CODE.
           STOP RUN.

       CYCLE-ABORT.
           WRITE CYCLE-LOG-RECORD FROM WS-REPORT-LINE.
           CLOSE CYCLE-LOG-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
