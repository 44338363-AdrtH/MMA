       IDENTIFICATION DIVISION.
       PROGRAM-ID. MMASREV.
       AUTHOR. Adrien.

      *Suspect case review. MinMaxAverage appends every suspect -
      *an accepted amount over its category's warning limit - to the
      *permanent case file MMASCASE.DAT as an open case keyed by run
      *date, run time and input sequence number. This program records
      *reviewers' dispositions from the optional MMASDISP.DAT against
      *those cases and prints MMASREV.OUT: the dispositions applied,
      *every case still outstanding with its days outstanding, oldest
      *first, and an ageing summary by category.
      *
      *MMASDISP.DAT dispositions: DISP-CODE 'C' cleared, 'E' confirmed
      *error, 'R' referred, each with the reviewer's id and a comment -
      *a disposition missing either is refused. Cleared and confirmed
      *cases are closed for good; a referred case stays outstanding on
      *the ageing report until it is cleared or confirmed.
      *
      *The case file is rewritten with the same copy/verify/rewrite
      *discipline as MMAARCH: it is copied to MMASCASE.TMP with the
      *dispositions applied, the copy is recounted, and the live file
      *is only replaced on a clean tie. Cases a resumed MinMaxAverage
      *run appended a second time are dropped on the copy.
      *
      *Return code: 0 clean, 4 a disposition was refused or named no
      *case, 16 fatal (file error or verify failure - the live case
      *file is left as it was).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SUSPECT-CASE-FILE ASSIGN TO "MMASCASE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCASE-STATUS.

           SELECT CASE-WORK-FILE ASSIGN TO "MMASCASE.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCASEW-STATUS.

           SELECT OPTIONAL DISPOSITION-FILE ASSIGN TO "MMASDISP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DISP-STATUS.

           SELECT REVIEW-REPORT-FILE ASSIGN TO "MMASREV.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REVIEW-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Same layout MinMaxAverage appends. SCASE-STATE 'O' open, 'C'
      *cleared, 'E' confirmed error, 'R' referred.
       FD  SUSPECT-CASE-FILE
           RECORDING MODE IS F.
       01  SCASE-RECORD.
           05  SCASE-KEY.
               10  SCASE-RUN-DATE   PIC 9(8).
               10  SCASE-RUN-TIME   PIC 9(8).
               10  SCASE-SEQ        PIC 9(10).
           05  SCASE-FEED-ID        PIC X(8).
           05  SCASE-BUS-DATE       PIC X(8).
           05  SCASE-TRANS-DATE     PIC X(8).
           05  SCASE-CATEGORY       PIC X(10).
           05  SCASE-SOURCE-AMOUNT  PIC X(20).
           05  SCASE-CURRENCY       PIC X(3).
           05  SCASE-BASE-AMOUNT    PIC S9(12)V9(6)
                                        SIGN LEADING SEPARATE.
           05  SCASE-WARN-LIMIT     PIC 9(12)V9(6).
           05  SCASE-STATE          PIC X.
               88  SCASE-OPEN             VALUE 'O'.
               88  SCASE-REFERRED         VALUE 'R'.
               88  SCASE-OUTSTANDING      VALUE 'O' 'R'.
           05  SCASE-DISP-DATE      PIC 9(8).
           05  SCASE-REVIEWER       PIC X(8).
           05  SCASE-COMMENT        PIC X(60).

       FD  CASE-WORK-FILE
           RECORDING MODE IS F.
       01  CASE-WORK-RECORD         PIC X(197).

       FD  DISPOSITION-FILE
           RECORDING MODE IS F.
       01  DISPOSITION-RECORD.
           05  DISP-RUN-DATE        PIC 9(8).
           05  DISP-RUN-TIME        PIC 9(8).
           05  DISP-SEQ             PIC 9(10).
           05  DISP-CODE            PIC X.
           05  DISP-REVIEWER        PIC X(8).
           05  DISP-COMMENT         PIC X(60).

       FD  REVIEW-REPORT-FILE
           RECORDING MODE IS F.
       01  REVIEW-REPORT-RECORD     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SCASE-STATUS         PIC XX VALUE ZEROS.
       01  WS-SCASEW-STATUS        PIC XX VALUE ZEROS.
       01  WS-DISP-STATUS          PIC XX VALUE ZEROS.
       01  WS-REVIEW-REPORT-STATUS PIC XX VALUE ZEROS.

       01  WS-EOF-FLAG      PIC X VALUE 'N'.
           88  WS-END-OF-FILE      VALUE 'Y'.
       01  WS-DISP-EOF-FLAG PIC X VALUE 'N'.
           88  WS-DISP-END-OF-FILE VALUE 'Y'.

      *Dispositions in file order; a later one for the same case is
      *applied after an earlier one, so a referral can be followed by
      *its outcome in the same batch.
       78  WS-DSP-MAX-ENTRIES  VALUE 500.
       01  WS-DSP-COUNT-ENTRIES PIC 9(3) VALUE ZEROS.
       01  WS-DSP-IDX          PIC 9(3) VALUE ZEROS.
       01  WS-DSP-TABLE.
           05  WS-DSP-ENTRY OCCURS WS-DSP-MAX-ENTRIES TIMES.
               10  WS-DSP-KEY.
                   15  WS-DSP-RUN-DATE  PIC 9(8).
                   15  WS-DSP-RUN-TIME  PIC 9(8).
                   15  WS-DSP-SEQ       PIC 9(10).
               10  WS-DSP-CODE      PIC X.
               10  WS-DSP-REVIEWER  PIC X(8).
               10  WS-DSP-COMMENT   PIC X(60).
               10  WS-DSP-USED      PIC X.
       01  WS-DSP-OVERFLOW-FLAG PIC X VALUE 'N'.
           88  WS-DSP-OVERFLOW-DETECTED  VALUE 'Y'.

      *Outstanding cases by category, with counts per ageing bucket:
      *0-7, 8-30, 31-90 and over 90 days.
       78  WS-AGE-MAX-ENTRIES  VALUE 500.
       01  WS-AGE-COUNT-ENTRIES PIC 9(3) VALUE ZEROS.
       01  WS-AGE-IDX          PIC 9(3) VALUE ZEROS.
       01  WS-AGE-FOUND-IDX    PIC 9(3) VALUE ZEROS.
       01  WS-AGE-TABLE.
           05  WS-AGE-ENTRY OCCURS WS-AGE-MAX-ENTRIES TIMES.
               10  WS-AGE-CATEGORY  PIC X(10).
               10  WS-AGE-BUCKET    PIC 9(7) USAGE IS COMP
                                        OCCURS 4 TIMES.
               10  WS-AGE-TOTAL     PIC 9(7) USAGE IS COMP.
               10  WS-AGE-REFERRED  PIC 9(7) USAGE IS COMP.
               10  WS-AGE-OLDEST    PIC 9(7) USAGE IS COMP.
       01  WS-AGE-OVERFLOW-FLAG PIC X VALUE 'N'.
           88  WS-AGE-OVERFLOW-DETECTED  VALUE 'Y'.
       01  WS-BUCKET-IDX       PIC 9 VALUE ZEROS.
       01  WS-GRAND-BUCKET     PIC 9(7) USAGE IS COMP
                                   OCCURS 4 TIMES.

       01  WS-RUN-DATE         PIC 9(8) VALUE ZEROS.
       01  WS-LAST-KEY         PIC X(26) VALUE LOW-VALUES.
       01  WS-DAYS-OUT         PIC S9(7) VALUE ZEROS.
       01  WS-COMPLETION-CODE  PIC 9(4) VALUE ZEROS.

       01  WS-IN-COUNT         PIC 9(10) VALUE ZEROS USAGE IS COMP.
       01  WS-OUT-COUNT        PIC 9(10) VALUE ZEROS USAGE IS COMP.
       01  WS-VFY-COUNT        PIC 9(10) VALUE ZEROS USAGE IS COMP.
       01  WS-REPEAT-COUNT     PIC 9(10) VALUE ZEROS USAGE IS COMP.
       01  WS-APPLIED-COUNT    PIC 9(10) VALUE ZEROS USAGE IS COMP.
       01  WS-REFUSED-COUNT    PIC 9(10) VALUE ZEROS USAGE IS COMP.
       01  WS-OPEN-COUNT       PIC 9(10) VALUE ZEROS USAGE IS COMP.
       01  WS-REFERRED-COUNT   PIC 9(10) VALUE ZEROS USAGE IS COMP.
       01  WS-CLEARED-COUNT    PIC 9(10) VALUE ZEROS USAGE IS COMP.
       01  WS-CONFIRMED-COUNT  PIC 9(10) VALUE ZEROS USAGE IS COMP.

       01  WS-REPORT-LINE   PIC X(132).
       01  WS-STATE-TEXT    PIC X(12) VALUE SPACES.
       01  WS-SEQ-DISP      PIC ZZZZZZZZZ9.
       01  WS-DAYS-DISP     PIC ZZZZZZ9.
       01  WS-AMOUNT-DISP   PIC -(12)9.99.
       01  WS-BUCKET-DISP-1 PIC ZZZZZZ9.
       01  WS-BUCKET-DISP-2 PIC ZZZZZZ9.
       01  WS-BUCKET-DISP-3 PIC ZZZZZZ9.
       01  WS-BUCKET-DISP-4 PIC ZZZZZZ9.
       01  WS-BUCKET-DISP-5 PIC ZZZZZZ9.
       01  WS-BUCKET-DISP-6 PIC ZZZZZZ9.
       01  WS-BUCKET-DISP-7 PIC ZZZZZZ9.
       01  WS-COUNT-DISP-1  PIC ZZZZZZZZZ9.
       01  WS-COUNT-DISP-2  PIC ZZZZZZZZZ9.
       01  WS-COUNT-DISP-3  PIC ZZZZZZZZZ9.
       01  WS-COUNT-DISP-4  PIC ZZZZZZZZZ9.
       01  WS-COUNT-DISP-5  PIC ZZZZZZZZZ9.

       PROCEDURE DIVISION.
           PERFORM OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'MMASREV SUSPECT CASE REVIEW - RUN DATE: '
               WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE REVIEW-REPORT-RECORD FROM WS-REPORT-LINE.
           PERFORM LOAD-DISPOSITIONS.
           PERFORM COPY-CASES.
           PERFORM REPORT-UNUSED-DISPOSITIONS.
           PERFORM VERIFY-AND-AGE-CASES.
           PERFORM REWRITE-CASES.
           PERFORM WRITE-AGEING-SUMMARY.
           PERFORM WRITE-REVIEW-SUMMARY.
           CLOSE REVIEW-REPORT-FILE.
           MOVE WS-COMPLETION-CODE TO RETURN-CODE.
           STOP RUN.

       OPEN-FILES.
           OPEN OUTPUT REVIEW-REPORT-FILE.
           IF WS-REVIEW-REPORT-STATUS NOT EQUAL '00'
               DISPLAY 'FATAL ERROR - UNABLE TO OPEN MMASREV.OUT'
                   ' STATUS=' WS-REVIEW-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-DISPOSITIONS.
           OPEN INPUT DISPOSITION-FILE.
           IF WS-DISP-STATUS NOT EQUAL '00' AND '05'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FATAL ERROR - UNABLE TO OPEN MMASDISP.DAT'
                   ' STATUS=' WS-DISP-STATUS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM REVIEW-ABORT
           END-IF.
           IF WS-DISP-STATUS EQUAL '00'
               PERFORM WITH TEST AFTER UNTIL WS-DISP-END-OF-FILE
                   READ DISPOSITION-FILE
                       AT END
                           SET WS-DISP-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM STORE-ONE-DISPOSITION
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE DISPOSITION-FILE.
           IF WS-DSP-OVERFLOW-DETECTED
               MOVE 4 TO WS-COMPLETION-CODE
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'WARNING: DISPOSITION TABLE FULL - EXCESS'
                   ' MMASDISP.DAT ENTRIES IGNORED'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REVIEW-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

      *An unknown code, or a disposition with no reviewer id or no
      *comment, is refused outright - the point of the case file is
      *that every decision says who made it and why.
       STORE-ONE-DISPOSITION.
           IF (DISP-CODE NOT EQUAL 'C' AND 'E' AND 'R')
               OR DISP-REVIEWER EQUAL SPACES
               OR DISP-COMMENT EQUAL SPACES
               ADD 1 TO WS-REFUSED-COUNT
               MOVE 4 TO WS-COMPLETION-CODE
               MOVE DISP-SEQ TO WS-SEQ-DISP
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'WARNING: DISPOSITION ' DISP-CODE
                   ' FOR RUN ' DISP-RUN-DATE ' ' DISP-RUN-TIME
                   ' SEQ ' WS-SEQ-DISP
                   ' NEEDS CODE C/E/R, REVIEWER AND COMMENT - REFUSED'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REVIEW-REPORT-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           IF WS-DSP-COUNT-ENTRIES < WS-DSP-MAX-ENTRIES
               ADD 1 TO WS-DSP-COUNT-ENTRIES
               MOVE DISP-RUN-DATE
                   TO WS-DSP-RUN-DATE(WS-DSP-COUNT-ENTRIES)
               MOVE DISP-RUN-TIME
                   TO WS-DSP-RUN-TIME(WS-DSP-COUNT-ENTRIES)
               MOVE DISP-SEQ      TO WS-DSP-SEQ(WS-DSP-COUNT-ENTRIES)
               MOVE DISP-CODE     TO WS-DSP-CODE(WS-DSP-COUNT-ENTRIES)
               MOVE DISP-REVIEWER
                   TO WS-DSP-REVIEWER(WS-DSP-COUNT-ENTRIES)
               MOVE DISP-COMMENT
                   TO WS-DSP-COMMENT(WS-DSP-COUNT-ENTRIES)
               MOVE 'N'           TO WS-DSP-USED(WS-DSP-COUNT-ENTRIES)
           ELSE
               SET WS-DSP-OVERFLOW-DETECTED TO TRUE
           END-IF.

      *MinMaxAverage appends in run order, so the live file is in key
      *order except where a resumed run appended its cases from the
      *checkpoint again - any key not above the last one copied is
      *such a repeat and is left behind.
       COPY-CASES.
           OPEN INPUT SUSPECT-CASE-FILE.
           IF WS-SCASE-STATUS NOT EQUAL '00' AND '05'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FATAL ERROR - UNABLE TO OPEN MMASCASE.DAT'
                   ' STATUS=' WS-SCASE-STATUS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM REVIEW-ABORT
           END-IF.
           OPEN OUTPUT CASE-WORK-FILE.
           IF WS-SCASEW-STATUS NOT EQUAL '00'
               CLOSE SUSPECT-CASE-FILE
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FATAL ERROR - UNABLE TO OPEN MMASCASE.TMP'
                   ' STATUS=' WS-SCASEW-STATUS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM REVIEW-ABORT
           END-IF.
           IF WS-SCASE-STATUS EQUAL '00'
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM WITH TEST AFTER UNTIL WS-END-OF-FILE
                   READ SUSPECT-CASE-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-IN-COUNT
                           PERFORM COPY-ONE-CASE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE SUSPECT-CASE-FILE.
           CLOSE CASE-WORK-FILE.

       COPY-ONE-CASE.
           IF SCASE-KEY NOT > WS-LAST-KEY
               ADD 1 TO WS-REPEAT-COUNT
               EXIT PARAGRAPH
           END-IF.
           MOVE SCASE-KEY TO WS-LAST-KEY.
           PERFORM VARYING WS-DSP-IDX FROM 1 BY 1
               UNTIL WS-DSP-IDX > WS-DSP-COUNT-ENTRIES
               IF WS-DSP-KEY(WS-DSP-IDX) EQUAL SCASE-KEY
                   MOVE 'Y' TO WS-DSP-USED(WS-DSP-IDX)
                   PERFORM APPLY-ONE-DISPOSITION
               END-IF
           END-PERFORM.
           WRITE CASE-WORK-RECORD FROM SCASE-RECORD.
           ADD 1 TO WS-OUT-COUNT.

       APPLY-ONE-DISPOSITION.
           MOVE SCASE-SEQ TO WS-SEQ-DISP.
           IF NOT SCASE-OUTSTANDING
               ADD 1 TO WS-REFUSED-COUNT
               MOVE 4 TO WS-COMPLETION-CODE
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'WARNING: CASE RUN ' SCASE-RUN-DATE ' '
                   SCASE-RUN-TIME ' SEQ ' WS-SEQ-DISP
                   ' ALREADY CLOSED (' SCASE-STATE ') BY '
                   SCASE-REVIEWER ' ON ' SCASE-DISP-DATE
                   ' - DISPOSITION ' WS-DSP-CODE(WS-DSP-IDX)
                   ' REFUSED'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REVIEW-REPORT-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DSP-CODE(WS-DSP-IDX)     TO SCASE-STATE.
           MOVE WS-RUN-DATE                 TO SCASE-DISP-DATE.
           MOVE WS-DSP-REVIEWER(WS-DSP-IDX) TO SCASE-REVIEWER.
           MOVE WS-DSP-COMMENT(WS-DSP-IDX)  TO SCASE-COMMENT.
           ADD 1 TO WS-APPLIED-COUNT.
           PERFORM SET-STATE-TEXT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING WS-STATE-TEXT 'RUN ' SCASE-RUN-DATE ' '
               SCASE-RUN-TIME ' SEQ ' WS-SEQ-DISP
               '  ' SCASE-CATEGORY '  BY ' SCASE-REVIEWER
               '  ' SCASE-COMMENT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE REVIEW-REPORT-RECORD FROM WS-REPORT-LINE.

       SET-STATE-TEXT.
           EVALUATE SCASE-STATE
               WHEN 'O'
                   MOVE 'OPEN        ' TO WS-STATE-TEXT
               WHEN 'C'
                   MOVE 'CLEARED     ' TO WS-STATE-TEXT
               WHEN 'E'
                   MOVE 'CONFIRMED   ' TO WS-STATE-TEXT
               WHEN 'R'
                   MOVE 'REFERRED    ' TO WS-STATE-TEXT
               WHEN OTHER
                   MOVE 'UNKNOWN     ' TO WS-STATE-TEXT
           END-EVALUATE.

       REPORT-UNUSED-DISPOSITIONS.
           PERFORM VARYING WS-DSP-IDX FROM 1 BY 1
               UNTIL WS-DSP-IDX > WS-DSP-COUNT-ENTRIES
               IF WS-DSP-USED(WS-DSP-IDX) NOT EQUAL 'Y'
                   ADD 1 TO WS-REFUSED-COUNT
                   MOVE 4 TO WS-COMPLETION-CODE
                   MOVE WS-DSP-SEQ(WS-DSP-IDX) TO WS-SEQ-DISP
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING 'WARNING: NO CASE FOR RUN '
                       WS-DSP-RUN-DATE(WS-DSP-IDX) ' '
                       WS-DSP-RUN-TIME(WS-DSP-IDX)
                       ' SEQ ' WS-SEQ-DISP
                       ' - DISPOSITION ' WS-DSP-CODE(WS-DSP-IDX)
                       ' IGNORED'
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE REVIEW-REPORT-RECORD FROM WS-REPORT-LINE
               END-IF
           END-PERFORM.

      *The recount of MMASCASE.TMP doubles as the ageing pass: every
      *outstanding case is listed, oldest first since the file is in
      *run order, and tallied into its category's bucket.
       VERIFY-AND-AGE-CASES.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'OUTSTANDING CASES - OLDEST FIRST'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE REVIEW-REPORT-RECORD FROM WS-REPORT-LINE.
           OPEN INPUT CASE-WORK-FILE.
           IF WS-SCASEW-STATUS NOT EQUAL '00'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FATAL ERROR - UNABLE TO REOPEN MMASCASE.TMP'
                   ' STATUS=' WS-SCASEW-STATUS
                   ' - LIVE MMASCASE.DAT LEFT UNCHANGED'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM REVIEW-ABORT
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM WITH TEST AFTER UNTIL WS-END-OF-FILE
               READ CASE-WORK-FILE INTO SCASE-RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-VFY-COUNT
                       PERFORM AGE-ONE-CASE
               END-READ
           END-PERFORM.
           CLOSE CASE-WORK-FILE.
           IF WS-VFY-COUNT NOT EQUAL WS-OUT-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FATAL ERROR - MMASCASE.TMP VERIFY FAILED -'
                   ' LIVE MMASCASE.DAT LEFT UNCHANGED, DISPOSITIONS'
                   ' NOT RECORDED'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM REVIEW-ABORT
           END-IF.

       AGE-ONE-CASE.
           EVALUATE SCASE-STATE
               WHEN 'C'
                   ADD 1 TO WS-CLEARED-COUNT
               WHEN 'E'
                   ADD 1 TO WS-CONFIRMED-COUNT
               WHEN 'R'
                   ADD 1 TO WS-REFERRED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-OPEN-COUNT
           END-EVALUATE.
           IF SCASE-STATE EQUAL 'C' OR 'E'
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-DAYS-OUT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE(SCASE-RUN-DATE).
           IF WS-DAYS-OUT < ZERO
               MOVE ZEROS TO WS-DAYS-OUT
           END-IF.
           EVALUATE TRUE
               WHEN WS-DAYS-OUT <= 7
                   MOVE 1 TO WS-BUCKET-IDX
               WHEN WS-DAYS-OUT <= 30
                   MOVE 2 TO WS-BUCKET-IDX
               WHEN WS-DAYS-OUT <= 90
                   MOVE 3 TO WS-BUCKET-IDX
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET-IDX
           END-EVALUATE.
           ADD 1 TO WS-GRAND-BUCKET(WS-BUCKET-IDX).
           MOVE ZEROS TO WS-AGE-FOUND-IDX.
           PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
               UNTIL WS-AGE-IDX > WS-AGE-COUNT-ENTRIES
               IF WS-AGE-CATEGORY(WS-AGE-IDX) EQUAL SCASE-CATEGORY
                   MOVE WS-AGE-IDX TO WS-AGE-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-AGE-FOUND-IDX EQUAL ZERO
               IF WS-AGE-COUNT-ENTRIES < WS-AGE-MAX-ENTRIES
                   ADD 1 TO WS-AGE-COUNT-ENTRIES
                   MOVE WS-AGE-COUNT-ENTRIES TO WS-AGE-FOUND-IDX
                   INITIALIZE WS-AGE-ENTRY(WS-AGE-FOUND-IDX)
                   MOVE SCASE-CATEGORY
                       TO WS-AGE-CATEGORY(WS-AGE-FOUND-IDX)
               ELSE
                   SET WS-AGE-OVERFLOW-DETECTED TO TRUE
               END-IF
           END-IF.
           IF WS-AGE-FOUND-IDX > ZERO
               ADD 1 TO WS-AGE-BUCKET(WS-AGE-FOUND-IDX, WS-BUCKET-IDX)
               ADD 1 TO WS-AGE-TOTAL(WS-AGE-FOUND-IDX)
               IF SCASE-REFERRED
                   ADD 1 TO WS-AGE-REFERRED(WS-AGE-FOUND-IDX)
               END-IF
               IF WS-DAYS-OUT > WS-AGE-OLDEST(WS-AGE-FOUND-IDX)
                   MOVE WS-DAYS-OUT TO WS-AGE-OLDEST(WS-AGE-FOUND-IDX)
               END-IF
           END-IF.
           PERFORM SET-STATE-TEXT.
           MOVE SCASE-SEQ TO WS-SEQ-DISP.
           MOVE WS-DAYS-OUT TO WS-DAYS-DISP.
           MOVE SCASE-BASE-AMOUNT TO WS-AMOUNT-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           IF SCASE-REFERRED
               STRING WS-STATE-TEXT 'RUN ' SCASE-RUN-DATE ' '
                   SCASE-RUN-TIME ' SEQ ' WS-SEQ-DISP
                   '  ' SCASE-CATEGORY '  BASE: ' WS-AMOUNT-DISP
                   '  DAYS: ' WS-DAYS-DISP
                   '  TO ' SCASE-REVIEWER ' ON ' SCASE-DISP-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING WS-STATE-TEXT 'RUN ' SCASE-RUN-DATE ' '
                   SCASE-RUN-TIME ' SEQ ' WS-SEQ-DISP
                   '  ' SCASE-CATEGORY '  BASE: ' WS-AMOUNT-DISP
                   '  DAYS: ' WS-DAYS-DISP
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           WRITE REVIEW-REPORT-RECORD FROM WS-REPORT-LINE.

      *Nothing to record and nothing dropped means the live file is
      *already right - leave it alone.
       REWRITE-CASES.
           IF WS-APPLIED-COUNT EQUAL ZERO
               AND WS-REPEAT-COUNT EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CASE-WORK-FILE.
           IF WS-SCASEW-STATUS NOT EQUAL '00'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FATAL ERROR - UNABLE TO REOPEN MMASCASE.TMP'
                   ' STATUS=' WS-SCASEW-STATUS
                   ' - LIVE MMASCASE.DAT LEFT UNCHANGED'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM REVIEW-ABORT
           END-IF.
           OPEN OUTPUT SUSPECT-CASE-FILE.
           IF WS-SCASE-STATUS NOT EQUAL '00' AND '05'
               CLOSE CASE-WORK-FILE
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FATAL ERROR - UNABLE TO REWRITE MMASCASE.DAT'
                   ' STATUS=' WS-SCASE-STATUS
                   ' - RESTORE IT FROM MMASCASE.TMP'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM REVIEW-ABORT
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM WITH TEST AFTER UNTIL WS-END-OF-FILE
               READ CASE-WORK-FILE INTO SCASE-RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       WRITE SCASE-RECORD
               END-READ
           END-PERFORM.
           CLOSE CASE-WORK-FILE.
           CLOSE SUSPECT-CASE-FILE.

       WRITE-AGEING-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'AGEING OF OUTSTANDING CASES BY CATEGORY'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE REVIEW-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CATEGORY   0-7 DAYS  8-30 DAYS 31-90 DAYS'
               '  OVER 90    TOTAL  REFERRED  OLDEST'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE REVIEW-REPORT-RECORD FROM WS-REPORT-LINE.
           PERFORM VARYING WS-AGE-IDX FROM 1 BY 1
               UNTIL WS-AGE-IDX > WS-AGE-COUNT-ENTRIES
               MOVE WS-AGE-BUCKET(WS-AGE-IDX, 1) TO WS-BUCKET-DISP-1
               MOVE WS-AGE-BUCKET(WS-AGE-IDX, 2) TO WS-BUCKET-DISP-2
               MOVE WS-AGE-BUCKET(WS-AGE-IDX, 3) TO WS-BUCKET-DISP-3
               MOVE WS-AGE-BUCKET(WS-AGE-IDX, 4) TO WS-BUCKET-DISP-4
               MOVE WS-AGE-TOTAL(WS-AGE-IDX)     TO WS-BUCKET-DISP-5
               MOVE WS-AGE-REFERRED(WS-AGE-IDX)  TO WS-BUCKET-DISP-6
               MOVE WS-AGE-OLDEST(WS-AGE-IDX)    TO WS-BUCKET-DISP-7
               MOVE SPACES TO WS-REPORT-LINE
               STRING WS-AGE-CATEGORY(WS-AGE-IDX)
                   '  ' WS-BUCKET-DISP-1
                   '    ' WS-BUCKET-DISP-2
                   '    ' WS-BUCKET-DISP-3
                   '  ' WS-BUCKET-DISP-4
                   '  ' WS-BUCKET-DISP-5
                   '   ' WS-BUCKET-DISP-6
                   ' ' WS-BUCKET-DISP-7
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REVIEW-REPORT-RECORD FROM WS-REPORT-LINE
           END-PERFORM.
           MOVE WS-GRAND-BUCKET(1) TO WS-BUCKET-DISP-1.
           MOVE WS-GRAND-BUCKET(2) TO WS-BUCKET-DISP-2.
           MOVE WS-GRAND-BUCKET(3) TO WS-BUCKET-DISP-3.
           MOVE WS-GRAND-BUCKET(4) TO WS-BUCKET-DISP-4.
           COMPUTE WS-BUCKET-DISP-5 = WS-OPEN-COUNT + WS-REFERRED-COUNT.
           MOVE WS-REFERRED-COUNT  TO WS-BUCKET-DISP-6.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'TOTAL     '
               '  ' WS-BUCKET-DISP-1
               '    ' WS-BUCKET-DISP-2
               '    ' WS-BUCKET-DISP-3
               '  ' WS-BUCKET-DISP-4
               '  ' WS-BUCKET-DISP-5
               '   ' WS-BUCKET-DISP-6
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE REVIEW-REPORT-RECORD FROM WS-REPORT-LINE.
           IF WS-AGE-OVERFLOW-DETECTED
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'WARNING: MORE CATEGORIES THAN THE AGEING TABLE'
                   ' HOLDS - CATEGORY ROWS INCOMPLETE, TOTAL IS RIGHT'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REVIEW-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       WRITE-REVIEW-SUMMARY.
           MOVE WS-OUT-COUNT       TO WS-COUNT-DISP-1.
           MOVE WS-OPEN-COUNT      TO WS-COUNT-DISP-2.
           MOVE WS-REFERRED-COUNT  TO WS-COUNT-DISP-3.
           MOVE WS-CLEARED-COUNT   TO WS-COUNT-DISP-4.
           MOVE WS-CONFIRMED-COUNT TO WS-COUNT-DISP-5.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CASES: ' WS-COUNT-DISP-1
               '  OPEN: ' WS-COUNT-DISP-2
               '  REFERRED: ' WS-COUNT-DISP-3
               '  CLEARED: ' WS-COUNT-DISP-4
               '  CONFIRMED ERROR: ' WS-COUNT-DISP-5
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE REVIEW-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-APPLIED-COUNT   TO WS-COUNT-DISP-1.
           MOVE WS-REFUSED-COUNT   TO WS-COUNT-DISP-2.
           MOVE WS-REPEAT-COUNT    TO WS-COUNT-DISP-3.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'DISPOSITIONS APPLIED: ' WS-COUNT-DISP-1
               '  REFUSED: ' WS-COUNT-DISP-2
               '  REPEATED CASES DROPPED: ' WS-COUNT-DISP-3
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE REVIEW-REPORT-RECORD FROM WS-REPORT-LINE.

      *Caller has built the message in WS-REPORT-LINE.
       REVIEW-ABORT.
           WRITE REVIEW-REPORT-RECORD FROM WS-REPORT-LINE.
           CLOSE REVIEW-REPORT-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
