               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESULTS-STATUS.

           SELECT OPTIONAL AUDIT-FILE ASSIGN TO "MMAAUDIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUDIT-KEY
               ALTERNATE RECORD KEY IS AUDIT-CATEGORY
                   WITH DUPLICATES
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT STATS-WORK-FILE ASSIGN TO "MMASTATW.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATH-STATUS.

           SELECT CATH-WORK-FILE ASSIGN TO "MMACATH.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATHW-STATUS.

           SELECT OPTIONAL GL-HISTORY-FILE ASSIGN TO "MMAGLHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLHIST-STATUS.

           SELECT RESTATEMENT-FILE ASSIGN TO "MMARESTATE.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTATE-STATUS.

           SELECT OPTIONAL DUP-HISTORY-FILE ASSIGN TO "MMADUPH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUPH-STATUS.

           SELECT OPTIONAL HOLD-FILE ASSIGN TO "MMAHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT OPTIONAL SUSPECT-CASE-FILE ASSIGN TO "MMASCASE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCASE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *TRANSIN.DAT carries a header record ('H' + feed id + business
      *AUDIT-VALUE is the source amount exactly as it arrived;
      *AUDIT-CURRENCY and AUDIT-BASE-AMOUNT record what it was
      *converted from and to, so an auditor can retrace a conversion.
      *The trail is permanent and keyed: run date/time plus input
      *sequence, with category as the alternate key. MMAARCH moves old
      *runs out to dated archives of the same layout.
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
      *base currency: over the ceiling rejects, over the warning still
      *processes but lands on the suspect-transaction report. Blank
      *limits mean no screening for the code.
      *A code may carry several versions, one per effective date, the
      *way MMARATES.DAT carries rates: each record applies from its
      *CATMAST-EFF-DATE until the next version of the code takes
      *over, and a blank effective date marks the opening version,
      *in force from the start.
       FD  CATEGORY-MASTER-FILE
           RECORDING MODE IS F.
       01  CATMAST-RECORD.
           05  CATMAST-CEIL-LIMIT   PIC X(20).
           05  CATMAST-GL-ACCT      PIC X(12).
           05  CATMAST-GROUP        PIC X(10).
           05  CATMAST-EFF-DATE     PIC X(8).

      *Machine-readable job status for the operations bridge: one
      *record per run, rewritten every run, carrying the completion
           05  STAT-CATM-OVF-FLAG   PIC X.
           05  STAT-HASH-OVF-FLAG   PIC X.
           05  STAT-RECON-FAIL-FLAG PIC X.
           05  STAT-HELD-COUNT      PIC 9(10).
      *    The run stamp on this run's audit records - the first
      *    attempt's run date/time when the run was resumed.
           05  STAT-AUDIT-RUN-DATE  PIC 9(8).
           05  STAT-AUDIT-RUN-TIME  PIC 9(8).

      *Delimited copy of the summary and per-category results for the
      *finance spreadsheet - full-precision accumulator values, not
           05  GRPM-NAME            PIC X(30).

      *Shared operational tunables, keyword and value per record,
      *read by this program, MMATREND and MMARATM at start-up. An
      *absent file or keyword keeps the compiled default; an unknown
      *keyword or a bad value fails the run loudly, never a silent
      *fallback.
       FD  CONFIG-FILE
           RECORDING MODE IS F.
       01  CONFIG-RECORD.
           05  CKPT-DEBIT-COUNT     PIC 9(10).
           05  CKPT-CREDIT-COUNT    PIC 9(10).
           05  CKPT-FILTER-COUNT    PIC 9(10).
           05  CKPT-HELD-COUNT      PIC 9(10).
           05  CKPT-AUDIT-RUN-DATE  PIC 9(8).
           05  CKPT-AUDIT-RUN-TIME  PIC 9(8).

      *Feed register: one record per feed-id/business-date combination
      *successfully processed, stamped with the run that took it, so a
      *when the run's numbers are publishable - an error-grade run
      *leaves the file empty so bad numbers can never reach the
      *ledger. The three 01s share one record buffer.
      *On a reprocess run, reversing lines for what the earlier run of
      *record posted come first, straight after the header: same
      *layout, GLP-REC-TYPE 'R' instead of 'D', debit and credit
      *swapped, and inside the control totals like any other line.
       FD  GL-POSTING-FILE
           RECORDING MODE IS F.
       01  GLP-HEADER-RECORD.
      *keyed by business date and category and consumed by the MMACLOSE
      *month-end roll-up - the per-category numbers used to exist only
      *in that day's MMACSV.OUT and were overwritten on the next run.
      *Each record is stamped with the run that wrote it; when a feed
      *is reprocessed, the earlier run's records are flagged 'S'
      *(superseded) so the month-end close counts only the latest run.
      *Records written before the stamp existed carry spaces there.
       FD  CATEGORY-HISTORY-FILE
           RECORDING MODE IS F.
       01  CATH-RECORD.
                                        SIGN LEADING SEPARATE.
           05  CATH-P99             PIC S9(12)V9(6)
                                        SIGN LEADING SEPARATE.
           05  CATH-RUN-STAMP.
               10  CATH-RUN-DATE    PIC 9(8).
               10  CATH-RUN-TIME    PIC 9(8).
           05  CATH-SUPERSEDED-FLAG PIC X.
               88  CATH-SUPERSEDED       VALUE 'S'.

      *Work copy of the history for the supersede pass - the live file
      *is only rewritten once the copy recounts clean.
       FD  CATH-WORK-FILE
           RECORDING MODE IS F.
       01  CATH-WORK-RECORD         PIC X(197).

      *Permanent GL posting history: every category-grain line a run
      *posted, split by the feed that carried it and stamped with the
      *run that posted it, so a reprocessed feed reverses exactly what
      *the run of record put on the ledger and nothing else. Appended
      *by every run that writes MMAGLPOST.DAT.
       FD  GL-HISTORY-FILE
           RECORDING MODE IS F.
       01  GLH-RECORD.
           05  GLH-FEED-ID          PIC X(8).
           05  GLH-BUS-DATE         PIC X(8).
           05  GLH-RUN-DATE         PIC 9(8).
           05  GLH-RUN-TIME         PIC 9(8).
           05  GLH-ACCOUNT          PIC X(12).
           05  GLH-GROUP            PIC X(10).
           05  GLH-CATEGORY         PIC X(10).
           05  GLH-TRANS-DATE       PIC X(8).
           05  GLH-DEBIT-AMT        PIC 9(13)V9(6).
           05  GLH-CREDIT-AMT       PIC 9(13)V9(6).

      *Restatement report: every reversal and supersede a reprocess
      *run performed, rewritten every run.
       FD  RESTATEMENT-FILE
           RECORDING MODE IS F.
       01  RESTATEMENT-RECORD       PIC X(132).

      *Duplicate-screen key history: one record per record accepted by
      *a publishing run, carrying the key the screen compares (trans
      *date, category, type, source amount, currency) and where the
      *record came from. Rewritten at the end of every publishing run
      *with the last WS-DUP-WINDOW-RUNS runs plus this one, oldest run
      *first, so the file never outgrows the window.
       FD  DUP-HISTORY-FILE
           RECORDING MODE IS F.
       01  DUPH-RECORD.
           05  DUPH-RUN-DATE        PIC 9(8).
           05  DUPH-RUN-TIME        PIC 9(8).
           05  DUPH-SEQ             PIC 9(10).
           05  DUPH-FEED-ID         PIC X(8).
           05  DUPH-BUS-DATE        PIC X(8).
           05  DUPH-TRANS-DATE      PIC X(8).
           05  DUPH-CATEGORY        PIC X(10).
           05  DUPH-TYPE            PIC X.
           05  DUPH-AMOUNT          PIC 9(12)V9(6).
           05  DUPH-CURRENCY        PIC X(3).

      *Duplicate-hold file consumed by MMAHREL: every record the
      *duplicate screen kept out of the statistics, with the complete
      *original TRANS-RECORD, the run and input sequence number that
      *held it, and the run, sequence number and feed of the earlier
      *record it matched. HOLD-SCOPE is 'R' for a match earlier in
      *this run, 'H' for a match on MMADUPH.DAT. Every run appends to
      *it under the audit run stamp, which a resumed run shares with
      *its first attempt, so MMABAL can pick out the run's own holds.
       FD  HOLD-FILE
           RECORDING MODE IS F.
       01  HOLD-RECORD.
           05  HOLD-RUN-DATE        PIC 9(8).
           05  HOLD-RUN-TIME        PIC 9(8).
           05  HOLD-SEQ             PIC 9(10).
           05  HOLD-FEED-ID         PIC X(8).
           05  HOLD-BUS-DATE        PIC X(8).
           05  HOLD-SCOPE           PIC X.
           05  HOLD-MATCH-RUN-DATE  PIC 9(8).
           05  HOLD-MATCH-RUN-TIME  PIC 9(8).
           05  HOLD-MATCH-SEQ       PIC 9(10).
           05  HOLD-MATCH-FEED-ID   PIC X(8).
           05  HOLD-REC-TYPE        PIC X.
           05  HOLD-TRANS-TYPE      PIC X.
           05  HOLD-TRANS-DATE      PIC X(8).
           05  HOLD-CATEGORY        PIC X(10).
           05  HOLD-AMOUNT          PIC X(20).
           05  HOLD-CURRENCY        PIC X(3).

      *Permanent suspect case file: every suspect is appended here as
      *an open case keyed by run date, run time and input sequence
      *number, alongside the MMASUSP.OUT line. MMASREV records the
      *reviewer's disposition against it and ages what is still open.
      *SCASE-STATE 'O' open, 'C' cleared, 'E' confirmed error, 'R'
      *referred.
       FD  SUSPECT-CASE-FILE
           RECORDING MODE IS F.
       01  SCASE-RECORD.
           05  SCASE-RUN-DATE       PIC 9(8).
           05  SCASE-RUN-TIME       PIC 9(8).
           05  SCASE-SEQ            PIC 9(10).
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
           05  SCASE-DISP-DATE      PIC 9(8).
           05  SCASE-REVIEWER       PIC X(8).
           05  SCASE-COMMENT        PIC X(60).

       WORKING-STORAGE SECTION.
      *Signed throughout since credits flow through as negatives; the

       01  WS-REC-CATEGORY     PIC X(10) VALUE SPACES.
       01  WS-RUN-TIME         PIC 9(8)  VALUE ZEROS.
      *Run stamp for the audit, suspect case and hold keys. A resumed
      *run carries on under the first attempt's stamp (saved on the
      *checkpoint), so a record processed again after the restart
      *replaces the audit copy written before the failure instead of
      *being filed twice, its case is a repeat MMASREV drops, and its
      *hold a repeat MMABAL and MMAHREL recognise by key.
       01  WS-AUDIT-RUN-DATE   PIC 9(8)  VALUE ZEROS.
       01  WS-AUDIT-RUN-TIME   PIC 9(8)  VALUE ZEROS.

       01  WS-TRANS-TYPE       PIC X VALUE 'D'.
           88  WS-CREDIT-TRANS       VALUE 'C'.
               10  WS-FEED-CREDIT-TOT   PIC 9(13)V9(6).
               10  WS-FEED-MIN          PIC S9(12)V9(6).
               10  WS-FEED-MAX          PIC S9(12)V9(6).
               10  WS-FEED-RESTATE-FLAG PIC X.
               10  WS-FEED-PRIOR-DATE   PIC 9(8).
               10  WS-FEED-PRIOR-TIME   PIC 9(8).
               10  WS-FEED-REVERSED-FLAG PIC X.
               10  WS-FEED-REV-CNT      PIC 9(10) USAGE IS COMP.
               10  WS-FEED-SUPER-CNT    PIC 9(10) USAGE IS COMP.
       01  WS-FEED-OVERFLOW-FLAG PIC X VALUE 'N'.
           88  WS-FEED-OVERFLOW-DETECTED  VALUE 'Y'.
       01  WS-FEED-TOT-OVERFLOW-FLAG PIC X VALUE 'N'.
           88  WS-HASH-OVERFLOW-DETECTED  VALUE 'Y'.
       01  WS-RECON-FLAG       PIC X VALUE 'N'.
           88  WS-RECON-FAILED       VALUE 'Y'.

      *Restatement state. A feed found on the register under the
      *reprocess override is restated: the earlier run's GL postings
      *for it are reversed off MMAGLHIST.DAT ahead of this run's
      *lines, and that run's MMACATH.DAT records are flagged
      *superseded. WS-FCD-TABLE is the category/date table split by
      *feed, which is what MMAGLHIST.DAT is cut from.
       01  WS-CATHW-STATUS     PIC XX VALUE ZEROS.
       01  WS-GLHIST-STATUS    PIC XX VALUE ZEROS.
       01  WS-RESTATE-STATUS   PIC XX VALUE ZEROS.
       01  WS-RESTATE-FLAG     PIC X VALUE 'N'.
           88  WS-RESTATE-PENDING    VALUE 'Y'.
       01  WS-RESTATE-DONE-FLAG PIC X VALUE 'N'.
           88  WS-RESTATE-DONE       VALUE 'Y'.
       01  WS-GL-CUT-FLAG      PIC X VALUE 'N'.
           88  WS-GL-CUT             VALUE 'Y'.
       01  WS-GLHIST-FAIL-FLAG PIC X VALUE 'N'.
           88  WS-GLHIST-READ-FAILED VALUE 'Y'.
       01  WS-GLHIST-EOF-FLAG  PIC X VALUE 'N'.
           88  WS-GLHIST-END-OF-FILE VALUE 'Y'.
       01  WS-CATH-EOF-FLAG    PIC X VALUE 'N'.
           88  WS-CATH-END-OF-FILE   VALUE 'Y'.
       01  WS-CATH-SUPER-OK-FLAG PIC X VALUE 'Y'.
           88  WS-CATH-SUPER-OK      VALUE 'Y'.
       01  WS-CATH-IN-COUNT    PIC 9(10) VALUE ZEROS USAGE IS COMP.
       01  WS-CATH-VFY-COUNT   PIC 9(10) VALUE ZEROS USAGE IS COMP.
       01  WS-CATH-SUPER-COUNT PIC 9(10) VALUE ZEROS USAGE IS COMP.
       01  WS-CATH-SUPER-IDX   PIC 9(3) VALUE ZEROS.
       01  WS-CATH-S-COUNT     PIC 9(10) VALUE ZEROS USAGE IS COMP.
       01  WS-CATH-VFY-S-COUNT PIC 9(10) VALUE ZEROS USAGE IS COMP.
       01  WS-CATH-PRIOR-STAMP.
           05  WS-CATH-PRIOR-DATE PIC 9(8).
           05  WS-CATH-PRIOR-TIME PIC 9(8).
       01  WS-GLH-FEED-IDX     PIC 9(3) VALUE ZEROS.
       01  WS-FEEDR-OTHER-COUNT PIC 9(4) VALUE ZEROS.
       01  WS-FEED-CHK-IDX     PIC 9(3) VALUE ZEROS.
       01  WS-FEED-CHK-FOUND   PIC 9(3) VALUE ZEROS.
       78  WS-FCD-MAX-ENTRIES  VALUE 5000.
       01  WS-FCD-COUNT-ENTRIES PIC 9(4) VALUE ZEROS.
       01  WS-FCD-IDX          PIC 9(4) VALUE ZEROS.
       01  WS-FCD-FOUND-IDX    PIC 9(4) VALUE ZEROS.
       01  WS-FCD-TABLE.
           05  WS-FCD-ENTRY OCCURS WS-FCD-MAX-ENTRIES TIMES.
               10  WS-FCD-FEED      PIC 9(3).
               10  WS-FCD-CAT       PIC X(10).
               10  WS-FCD-DATE      PIC X(8).
               10  WS-FCD-DEBIT     PIC 9(13)V9(6).
               10  WS-FCD-CREDIT    PIC 9(13)V9(6).
       01  WS-FCD-OVERFLOW-FLAG PIC X VALUE 'N'.
           88  WS-FCD-OVERFLOW-DETECTED  VALUE 'Y'.

      *Duplicate-transaction screen. Each accepted record's key is
      *looked up in WS-DUP-TABLE, which holds the keys loaded from
      *MMADUPH.DAT (the last WS-DUP-WINDOW-RUNS publishing runs) ahead
      *of the keys accepted so far in this run; a hit holds the record
      *out of the statistics on MMAHOLD.DAT. The compiled window is the
      *default, DUP-WINDOW-RUNS on MMACONFIG.DAT overrides it, and 0
      *limits the screen to the current run. Records arriving under
      *the MMAHREL release feed id were confirmed genuine by
      *operations, so they are not screened again - their keys still
      *go into the table. On a resumed run the keys accepted before
      *the checkpoint are not in the table (same caveat as the
      *per-category subtotals).
       01  WS-DUPH-STATUS      PIC XX VALUE ZEROS.
       01  WS-HOLD-STATUS      PIC XX VALUE ZEROS.
       01  WS-DUP-WINDOW-RUNS  PIC 9(3) VALUE 5.
       01  WS-DUP-RELEASE-FEED-ID PIC X(8) VALUE 'MMAHOLDR'.
       78  WS-DUP-MAX-ENTRIES  VALUE 20000.
       01  WS-DUP-COUNT-ENTRIES PIC 9(5) VALUE ZEROS.
       01  WS-DUP-HIST-ENTRIES PIC 9(5) VALUE ZEROS.
       01  WS-DUP-IDX          PIC 9(5) VALUE ZEROS.
       01  WS-DUP-FOUND-IDX    PIC 9(5) VALUE ZEROS.
       01  WS-DUP-TABLE.
           05  WS-DUP-ENTRY OCCURS WS-DUP-MAX-ENTRIES TIMES.
               10  WS-DUP-RUN-DATE  PIC 9(8).
               10  WS-DUP-RUN-TIME  PIC 9(8).
               10  WS-DUP-SEQ       PIC 9(10).
               10  WS-DUP-FEED-ID   PIC X(8).
               10  WS-DUP-BUS-DATE  PIC X(8).
               10  WS-DUP-TRANS-DATE PIC X(8).
               10  WS-DUP-CATEGORY  PIC X(10).
               10  WS-DUP-TYPE      PIC X.
               10  WS-DUP-AMOUNT    PIC 9(12)V9(6).
               10  WS-DUP-CURRENCY  PIC X(3).
               10  WS-DUP-DROP-FLAG PIC X.
       01  WS-DUPH-EOF-FLAG    PIC X VALUE 'N'.
           88  WS-DUPH-END-OF-FILE   VALUE 'Y'.
       01  WS-DUP-OVERFLOW-FLAG PIC X VALUE 'N'.
           88  WS-DUP-OVERFLOW-DETECTED  VALUE 'Y'.
       01  WS-DUP-HELD-FLAG    PIC X VALUE 'N'.
           88  WS-DUP-HELD           VALUE 'Y'.
       01  WS-DUP-RUN-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-DUP-RUN-ORDINAL  PIC 9(5) VALUE ZEROS.
       01  WS-DUP-SKIP-RUNS    PIC 9(5) VALUE ZEROS.
       01  WS-DUP-PREV-STAMP   PIC X(16) VALUE SPACES.
       01  WS-DUP-CUR-STAMP    PIC X(16) VALUE SPACES.
       01  WS-DUP-AMOUNT-IN    PIC 9(12)V9(6) VALUE ZEROS.
       01  WS-DUP-FEED-IN      PIC X(8) VALUE SPACES.
       01  WS-DUP-BUS-IN       PIC X(8) VALUE SPACES.
       01  WS-DUP-SET-ASIDE-COUNT PIC 9(10) VALUE ZEROS USAGE IS COMP.
       01  WS-DUP-KEPT-COUNT   PIC 9(10) VALUE ZEROS USAGE IS COMP.
       01  WS-HELD-COUNT       PIC 9(10) VALUE ZEROS USAGE IS COMP.
       01  WS-DUP-WINDOW-DISP  PIC ZZ9.
       01  WS-DUP-MATCH-DISP   PIC ZZZZZZZZZ9.

       01  WS-HASH-DISP-1      PIC -(13)9.999999.
       01  WS-HASH-DISP-2      PIC -(13)9.999999.

       01  WS-NET-AVG-DISP  PIC -(12)9.999999.

      *In-core copy of the category master, loaded by
      *LOAD-CATEGORY-MASTER and searched by VALIDATE-INPUT. Every
      *version of every code is held; the lookups pick the one in
      *force on the date in hand.
       78  WS-CATM-MAX-ENTRIES VALUE 2000.
       01  WS-CATM-COUNT-ENTRIES PIC 9(4) VALUE ZEROS.
       01  WS-CATM-IDX         PIC 9(4) VALUE ZEROS.
       01  WS-CATM-FOUND-IDX   PIC 9(4) VALUE ZEROS.
       01  WS-CATM-CODE-SEEN-FLAG PIC X VALUE 'N'.
           88  WS-CATM-CODE-SEEN     VALUE 'Y'.
       01  WS-CATM-BEST-DATE   PIC X(8) VALUE SPACES.
       01  WS-CATM-LOOKUP-CAT  PIC X(10) VALUE SPACES.
       01  WS-CATM-LOOKUP-DATE PIC X(8) VALUE SPACES.
       01  WS-CATM-TABLE.
           05  WS-CATM-ENTRY OCCURS WS-CATM-MAX-ENTRIES TIMES.
               10  WS-CATM-CODE     PIC X(10).
               10  WS-CATM-EFF-DATE PIC X(8).
               10  WS-CATM-DESC     PIC X(30).
               10  WS-CATM-ACTIVE   PIC X.
               10  WS-CATM-WARN-FLAG PIC X.
       01  WS-CATM-EOF-FLAG    PIC X VALUE 'N'.
           88  WS-CATM-END-OF-FILE   VALUE 'Y'.
       01  WS-SUSP-STATUS      PIC XX VALUE ZEROS.
       01  WS-SCASE-STATUS     PIC XX VALUE ZEROS.
       01  WS-GLPOST-STATUS    PIC XX VALUE ZEROS.
       01  WS-CATH-STATUS      PIC XX VALUE ZEROS.
       01  WS-CONFIG-STATUS    PIC XX VALUE ZEROS.
       01  WS-GL-OFFSET-ACCT   PIC X(12) VALUE 'MMACLEARING'.
       01  WS-GL-UNASSIGNED-ACCT PIC X(12) VALUE 'UNASSIGNED'.
       01  WS-GL-WORK-ACCT     PIC X(12) VALUE SPACES.
       01  WS-GL-LOOKUP-CAT    PIC X(10) VALUE SPACES.
       01  WS-GL-LOOKUP-DATE   PIC X(8) VALUE SPACES.
       01  WS-GL-LINE-COUNT    PIC 9(10) VALUE ZEROS USAGE IS COMP.
       01  WS-GL-TOT-DEBIT     PIC 9(14)V9(6) VALUE ZEROS.
       01  WS-GL-TOT-CREDIT    PIC 9(14)V9(6) VALUE ZEROS.
           PERFORM OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-DATE TO WS-AUDIT-RUN-DATE.
           MOVE WS-RUN-TIME TO WS-AUDIT-RUN-TIME.
           STRING WS-RUN-YYYY '-' WS-RUN-MM '-' WS-RUN-DD
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY.

           PERFORM LOAD-CONFIG.
           PERFORM LOAD-PARAMETERS.
           PERFORM LOAD-FEED-REGISTER.
           PERFORM LOAD-DUPLICATE-HISTORY.
           PERFORM RESTART-CHECK.
           PERFORM OPEN-REMAINING-FILES.
           PERFORM LOAD-CATEGORY-MASTER.
                       ADD 1 TO WS-FILTER-COUNT
                   ELSE
                       IF WS-VALID-REC
                           PERFORM SCREEN-DUPLICATE
                           IF WS-DUP-HELD
                               PERFORM WRITE-HOLD
                           ELSE
                               PERFORM CALC
                           END-IF
                       ELSE
                           PERFORM WRITE-EXCEPTION
                       END-IF
           PERFORM WRITE-CSV-EXPORT.
           PERFORM WRITE-GL-POSTING.
           PERFORM WRITE-CATEGORY-HISTORY.
           PERFORM APPEND-GL-HISTORY.
           PERFORM WRITE-RESTATEMENT-SUMMARY.
           PERFORM WRITE-STATUS-RECORD.
           PERFORM REGISTER-PROCESSED-FEED.
           PERFORM WRITE-DUPLICATE-HISTORY.
           PERFORM CHECKPOINT-CLEANUP.
           PERFORM CLOSE-FILES.
           MOVE WS-COMPLETION-CODE TO RETURN-CODE.
           IF WS-REJECT-COUNT > ZERO
               MOVE 4 TO WS-COMPLETION-CODE
           END-IF.
      *    Held duplicates are a review item for operations, not a
      *    publishing stop - the held records are simply not counted.
           IF WS-HELD-COUNT > ZERO OR WS-DUP-OVERFLOW-DETECTED
               MOVE 4 TO WS-COMPLETION-CODE
           END-IF.
           IF WS-REJECT-RATE > WS-REJECT-TOLERANCE-PCT
               OR WS-OVERFLOW-DETECTED
               OR WS-CAT-OVERFLOW-DETECTED
               MOVE 12 TO WS-COMPLETION-CODE
           END-IF.

      *A restatement that fails after the grade was set leaves the
      *restated feed half reversed - the run is error grade even
      *though its own figures are whole. The status record is
      *written later in the mainline, so it and the return code
      *carry the raised code; the report says so here because the
      *completion line above it already went out.
       RAISE-COMPLETION-CODE.
           IF WS-COMPLETION-CODE < 12
               MOVE 12 TO WS-COMPLETION-CODE
               MOVE WS-COMPLETION-CODE TO WS-COMPLETION-DISP
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'RUN COMPLETION CODE RAISED TO: '
                   WS-COMPLETION-DISP
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       WRITE-STATUS-RECORD.
           OPEN OUTPUT STATUS-FILE.
           IF WS-STATUS-STATUS NOT EQUAL '00'
           MOVE WS-CATM-OVERFLOW-FLAG    TO STAT-CATM-OVF-FLAG.
           MOVE WS-HASH-OVERFLOW-FLAG    TO STAT-HASH-OVF-FLAG.
           MOVE WS-RECON-FLAG            TO STAT-RECON-FAIL-FLAG.
           MOVE WS-HELD-COUNT            TO STAT-HELD-COUNT.
           MOVE WS-AUDIT-RUN-DATE        TO STAT-AUDIT-RUN-DATE.
           MOVE WS-AUDIT-RUN-TIME        TO STAT-AUDIT-RUN-TIME.
           WRITE JOB-STATUS-RECORD.
           CLOSE STATUS-FILE.

           END-IF.

       OPEN-REMAINING-FILES.
      *    On a restarted run EXCEPTION-FILE is extended rather than
      *    truncated, so rows written before the crash stay
      *    traceable; RESTART-CHECK sets WS-RESTARTED.
           IF WS-RESTARTED
               OPEN EXTEND EXCEPTION-FILE
               IF WS-EXCEPTION-STATUS NOT EQUAL '00'
               STOP RUN
           END-IF.

           OPEN OUTPUT RESTATEMENT-FILE.
           IF WS-RESTATE-STATUS NOT EQUAL '00'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FATAL ERROR - UNABLE TO OPEN MMARESTATE.OUT'
                   ' STATUS=' WS-RESTATE-STATUS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               CLOSE TRANSACTION-FILE
               CLOSE EXCEPTION-FILE
               CLOSE REJECT-FILE
               CLOSE RESULTS-FILE
               CLOSE CSV-FILE
               CLOSE SUSPECT-FILE
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'MMA RESTATEMENT REPORT - RUN DATE: '
               WS-RUN-DATE-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE RESTATEMENT-RECORD FROM WS-REPORT-LINE.

      *    The audit trail is permanent - every run adds its records
      *    under its own run stamp, and the first run creates it.
           OPEN I-O AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT EQUAL '00' AND '05'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FATAL ERROR - UNABLE TO OPEN MMAAUDIT.DAT'
                   ' STATUS=' WS-AUDIT-STATUS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               CLOSE TRANSACTION-FILE
               CLOSE EXCEPTION-FILE
               CLOSE RESULTS-FILE
               CLOSE RESTATEMENT-FILE
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    Holds accumulate until MMAHREL has merged them into its
      *    queue and emptied the file, however many runs that takes.
           OPEN EXTEND HOLD-FILE.
           IF WS-HOLD-STATUS NOT EQUAL '00' AND '05'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FATAL ERROR - UNABLE TO OPEN MMAHOLD.DAT'
                   ' STATUS=' WS-HOLD-STATUS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               CLOSE TRANSACTION-FILE
               CLOSE EXCEPTION-FILE
               CLOSE REJECT-FILE
               CLOSE RESULTS-FILE
               CLOSE CSV-FILE
               CLOSE SUSPECT-FILE
               CLOSE RESTATEMENT-FILE
               CLOSE AUDIT-FILE
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *    The case file is permanent, so it is always extended. A
      *    resumed run appends its cases again from the checkpoint on,
      *    keyed by the first attempt's run stamp the checkpoint
      *    carries, so the repeats sort at or below cases already on
      *    file and MMASREV drops them when it next rewrites the file.
           OPEN EXTEND SUSPECT-CASE-FILE.
           IF WS-SCASE-STATUS NOT EQUAL '00' AND '05'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FATAL ERROR - UNABLE TO OPEN MMASCASE.DAT'
                   ' STATUS=' WS-SCASE-STATUS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               CLOSE TRANSACTION-FILE
               CLOSE EXCEPTION-FILE
               CLOSE REJECT-FILE
               CLOSE RESULTS-FILE
               CLOSE CSV-FILE
               CLOSE SUSPECT-FILE
               CLOSE RESTATEMENT-FILE
               CLOSE AUDIT-FILE
               CLOSE HOLD-FILE
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
                   IF WS-CFG-INT > 999
                       PERFORM CONFIG-ABORT
                   END-IF
               WHEN 'DUP-WINDOW-RUNS'
                   IF WS-CFG-INT > 999
                       PERFORM CONFIG-ABORT
                   END-IF
                   MOVE WS-CFG-INT TO WS-DUP-WINDOW-RUNS
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
       REGISTER-PROCESSED-FEED.
      *    OPTIONAL EXTEND creates the register on first use and gives
      *    status 05 doing so - both 00 and 05 are a usable open.
      *    The register is only ever appended to: every processing
      *    run of a feed adds its own row, so the first row for a
      *    feed and business date keeps its arrival stamp for
      *    MMAFEEDS and the last names the run of record.
           IF WS-COMPLETION-CODE < 12 AND WS-HEADER-SEEN
               OPEN EXTEND FEED-REGISTER-FILE
               IF WS-FEEDR-STATUS EQUAL '00' OR '05'
               END-IF
           END-IF.

      *A restated feed only becomes this run's once its earlier run
      *has been both reversed off the ledger and superseded in the
      *category history; short of that the register keeps naming
      *the earlier run, which is what a later restatement must take
      *back off.
       REGISTER-ONE-FEED.
           IF WS-FEED-RESTATE-FLAG(WS-FEED-IDX) EQUAL 'Y'
               IF WS-FEED-REVERSED-FLAG(WS-FEED-IDX) NOT EQUAL 'Y'
                   OR NOT WS-RESTATE-DONE
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING 'WARNING: FEED ' WS-FEED-ENT-ID(WS-FEED-IDX)
                       ' BUSINESS DATE '
                       WS-FEED-ENT-BUS-DATE(WS-FEED-IDX)
                       ' NOT RESTATED - REGISTER STILL NAMES RUN '
                       WS-FEED-PRIOR-DATE(WS-FEED-IDX)
                       ' ' WS-FEED-PRIOR-TIME(WS-FEED-IDX)
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE REPORT-RECORD FROM WS-REPORT-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           MOVE WS-FEED-ENT-ID(WS-FEED-IDX) TO FEEDR-FEED-ID.
           MOVE WS-FEED-ENT-BUS-DATE(WS-FEED-IDX) TO FEEDR-BUS-DATE.
           MOVE WS-RUN-DATE TO FEEDR-RUN-DATE.
           MOVE WS-RUN-TIME TO FEEDR-RUN-TIME.
           WRITE FEEDR-RECORD.

      *Two passes over MMADUPH.DAT: the first counts the runs on file,
      *the second loads only the most recent WS-DUP-WINDOW-RUNS of
      *them. Each run's records sit together, oldest run first, since
      *WRITE-DUPLICATE-HISTORY writes the current run after the ones
      *it kept. A window too big for the table fails the run loudly -
      *a screen that silently loses history would pass the very
      *duplicates it exists to catch.
       LOAD-DUPLICATE-HISTORY.
           IF WS-DUP-WINDOW-RUNS EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT DUP-HISTORY-FILE.
           IF WS-DUPH-STATUS EQUAL '00' OR '05'
               IF WS-DUPH-STATUS EQUAL '00'
                   PERFORM WITH TEST AFTER UNTIL WS-DUPH-END-OF-FILE
                       READ DUP-HISTORY-FILE
                           AT END
                               SET WS-DUPH-END-OF-FILE TO TRUE
                           NOT AT END
                               PERFORM COUNT-DUP-HISTORY-RUN
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE DUP-HISTORY-FILE
           ELSE
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'WARNING: UNABLE TO READ MMADUPH.DAT'
                   ' STATUS=' WS-DUPH-STATUS
                   ' - DUPLICATE SCREEN COVERS THIS RUN ONLY'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.
           IF WS-DUP-RUN-COUNT EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.
           IF WS-DUP-RUN-COUNT > WS-DUP-WINDOW-RUNS
               COMPUTE WS-DUP-SKIP-RUNS =
                   WS-DUP-RUN-COUNT - WS-DUP-WINDOW-RUNS
           END-IF.
           MOVE SPACES TO WS-DUP-PREV-STAMP.
           MOVE ZEROS TO WS-DUP-RUN-ORDINAL.
           MOVE 'N' TO WS-DUPH-EOF-FLAG.
           OPEN INPUT DUP-HISTORY-FILE.
           IF WS-DUPH-STATUS EQUAL '00'
               PERFORM WITH TEST AFTER UNTIL WS-DUPH-END-OF-FILE
                   READ DUP-HISTORY-FILE
                       AT END
                           SET WS-DUPH-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM STORE-DUP-HISTORY-ENTRY
                   END-READ
               END-PERFORM
               CLOSE DUP-HISTORY-FILE
           END-IF.
           MOVE WS-DUP-COUNT-ENTRIES TO WS-DUP-HIST-ENTRIES.
           IF WS-DUP-OVERFLOW-DETECTED
               MOVE WS-DUP-WINDOW-RUNS TO WS-DUP-WINDOW-DISP
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FATAL ERROR - MMADUPH.DAT WINDOW OF '
                   WS-DUP-WINDOW-DISP ' RUN(S) LARGER THAN IN-CORE'
                   ' TABLE - LOWER DUP-WINDOW-RUNS ON MMACONFIG.DAT'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               CLOSE TRANSACTION-FILE
               CLOSE REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       COUNT-DUP-HISTORY-RUN.
           MOVE DUPH-RECORD(1:16) TO WS-DUP-CUR-STAMP.
           IF WS-DUP-CUR-STAMP NOT EQUAL WS-DUP-PREV-STAMP
               ADD 1 TO WS-DUP-RUN-COUNT
               MOVE WS-DUP-CUR-STAMP TO WS-DUP-PREV-STAMP
           END-IF.

       STORE-DUP-HISTORY-ENTRY.
           MOVE DUPH-RECORD(1:16) TO WS-DUP-CUR-STAMP.
           IF WS-DUP-CUR-STAMP NOT EQUAL WS-DUP-PREV-STAMP
               ADD 1 TO WS-DUP-RUN-ORDINAL
               MOVE WS-DUP-CUR-STAMP TO WS-DUP-PREV-STAMP
           END-IF.
           IF WS-DUP-RUN-ORDINAL <= WS-DUP-SKIP-RUNS
               EXIT PARAGRAPH
           END-IF.
           IF WS-DUP-COUNT-ENTRIES < WS-DUP-MAX-ENTRIES
               ADD 1 TO WS-DUP-COUNT-ENTRIES
               MOVE DUPH-RUN-DATE
                   TO WS-DUP-RUN-DATE(WS-DUP-COUNT-ENTRIES)
               MOVE DUPH-RUN-TIME
                   TO WS-DUP-RUN-TIME(WS-DUP-COUNT-ENTRIES)
               MOVE DUPH-SEQ      TO WS-DUP-SEQ(WS-DUP-COUNT-ENTRIES)
               MOVE DUPH-FEED-ID
                   TO WS-DUP-FEED-ID(WS-DUP-COUNT-ENTRIES)
               MOVE DUPH-BUS-DATE
                   TO WS-DUP-BUS-DATE(WS-DUP-COUNT-ENTRIES)
               MOVE DUPH-TRANS-DATE
                   TO WS-DUP-TRANS-DATE(WS-DUP-COUNT-ENTRIES)
               MOVE DUPH-CATEGORY
                   TO WS-DUP-CATEGORY(WS-DUP-COUNT-ENTRIES)
               MOVE DUPH-TYPE     TO WS-DUP-TYPE(WS-DUP-COUNT-ENTRIES)
               MOVE DUPH-AMOUNT
                   TO WS-DUP-AMOUNT(WS-DUP-COUNT-ENTRIES)
               MOVE DUPH-CURRENCY
                   TO WS-DUP-CURRENCY(WS-DUP-COUNT-ENTRIES)
               MOVE 'N' TO WS-DUP-DROP-FLAG(WS-DUP-COUNT-ENTRIES)
           ELSE
               SET WS-DUP-OVERFLOW-DETECTED TO TRUE
           END-IF.

      *Same publishing rule as the feed register: an error-grade run
      *leaves MMADUPH.DAT as it was, so the corrected re-run is not
      *held against its own records. Keys set aside for a restated
      *feed are dropped here for good.
       WRITE-DUPLICATE-HISTORY.
           IF WS-COMPLETION-CODE >= 12
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
               UNTIL WS-FEED-IDX > WS-FEED-COUNT-ENTRIES
               IF WS-FEED-RESTATE-FLAG(WS-FEED-IDX) EQUAL 'Y'
                   AND (WS-FEED-REVERSED-FLAG(WS-FEED-IDX)
                           NOT EQUAL 'Y'
                    OR NOT WS-RESTATE-DONE)
                   PERFORM KEEP-UNRESTATED-KEYS
               END-IF
           END-PERFORM.
           OPEN OUTPUT DUP-HISTORY-FILE.
           IF WS-DUPH-STATUS NOT EQUAL '00' AND '05'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'WARNING: UNABLE TO UPDATE MMADUPH.DAT'
                   ' STATUS=' WS-DUPH-STATUS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-DUP-IDX FROM 1 BY 1
               UNTIL WS-DUP-IDX > WS-DUP-COUNT-ENTRIES
               IF WS-DUP-DROP-FLAG(WS-DUP-IDX) NOT EQUAL 'Y'
                   MOVE WS-DUP-RUN-DATE(WS-DUP-IDX) TO DUPH-RUN-DATE
                   MOVE WS-DUP-RUN-TIME(WS-DUP-IDX) TO DUPH-RUN-TIME
                   MOVE WS-DUP-SEQ(WS-DUP-IDX)      TO DUPH-SEQ
                   MOVE WS-DUP-FEED-ID(WS-DUP-IDX)  TO DUPH-FEED-ID
                   MOVE WS-DUP-BUS-DATE(WS-DUP-IDX) TO DUPH-BUS-DATE
                   MOVE WS-DUP-TRANS-DATE(WS-DUP-IDX)
                       TO DUPH-TRANS-DATE
                   MOVE WS-DUP-CATEGORY(WS-DUP-IDX) TO DUPH-CATEGORY
                   MOVE WS-DUP-TYPE(WS-DUP-IDX)     TO DUPH-TYPE
                   MOVE WS-DUP-AMOUNT(WS-DUP-IDX)   TO DUPH-AMOUNT
                   MOVE WS-DUP-CURRENCY(WS-DUP-IDX) TO DUPH-CURRENCY
                   WRITE DUPH-RECORD
               END-IF
           END-PERFORM.
           CLOSE DUP-HISTORY-FILE.

      *A feed whose restatement did not go through still has its
      *earlier run as the run of record, so that run's keys stay on
      *MMADUPH.DAT to screen the next arrival of the same records.
       KEEP-UNRESTATED-KEYS.
           PERFORM VARYING WS-DUP-IDX FROM 1 BY 1
               UNTIL WS-DUP-IDX > WS-DUP-HIST-ENTRIES
               IF WS-DUP-FEED-ID(WS-DUP-IDX)
                   EQUAL WS-FEED-ENT-ID(WS-FEED-IDX)
                   AND WS-DUP-BUS-DATE(WS-DUP-IDX)
                       EQUAL WS-FEED-ENT-BUS-DATE(WS-FEED-IDX)
                   AND WS-DUP-DROP-FLAG(WS-DUP-IDX) EQUAL 'Y'
                   MOVE 'N' TO WS-DUP-DROP-FLAG(WS-DUP-IDX)
                   ADD 1 TO WS-DUP-KEPT-COUNT
               END-IF
           END-PERFORM.
           IF WS-DUP-KEPT-COUNT > ZERO
               MOVE WS-DUP-KEPT-COUNT TO WS-SEQ-DISP
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'DUPLICATE SCREEN KEYS KEPT FOR FEED '
                   WS-FEED-ENT-ID(WS-FEED-IDX)
                   ' BUSINESS DATE ' WS-FEED-ENT-BUS-DATE(WS-FEED-IDX)
                   ' - NOT RESTATED: ' WS-SEQ-DISP
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               MOVE ZEROS TO WS-DUP-KEPT-COUNT
           END-IF.

       LOAD-CATEGORY-MASTER.
      *MMACATM validates limits on the way in, but the master is a
      *flat file anyone can edit - a limit that no longer parses fails
      *the run loudly rather than silently screening with garbage.
      *The same goes for an effective date that is not a real calendar
      *day: no transaction date could be matched against it.
       STORE-CATM-ENTRY.
           IF CATMAST-EFF-DATE NOT EQUAL SPACES
               MOVE CATMAST-EFF-DATE TO WS-TRANS-DATE
               PERFORM VALIDATE-TRANS-DATE
               IF NOT WS-DATE-VALID
                   PERFORM CATM-DATE-ABORT
               END-IF
           END-IF.
           MOVE CATMAST-CODE
               TO WS-CATM-CODE(WS-CATM-COUNT-ENTRIES).
           MOVE CATMAST-EFF-DATE
               TO WS-CATM-EFF-DATE(WS-CATM-COUNT-ENTRIES).
           MOVE CATMAST-DESC
               TO WS-CATM-DESC(WS-CATM-COUNT-ENTRIES).
           MOVE CATMAST-ACTIVE-FLAG
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       CATM-DATE-ABORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'FATAL ERROR - INVALID EFFECTIVE DATE ON CATMAST.DAT'
               ' FOR CODE ' CATMAST-CODE ': ' CATMAST-EFF-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.
           CLOSE CATEGORY-MASTER-FILE.
           CLOSE STATS-WORK-FILE.
           PERFORM CLOSE-FILES.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       LOAD-GROUP-MASTER.
           OPEN INPUT GROUP-MASTER-FILE.
           IF WS-GRPM-STATUS EQUAL '00' OR '05'
           CLOSE CSV-FILE.
           CLOSE AUDIT-FILE.
           CLOSE SUSPECT-FILE.
           CLOSE RESTATEMENT-FILE.
           CLOSE HOLD-FILE.
           CLOSE SUSPECT-CASE-FILE.

       INPUT-TREATMENT.
           READ TRANSACTION-FILE
               MOVE ZEROS TO WS-FEED-CREDIT-TOT(WS-FEED-CUR)
               MOVE ZEROS TO WS-FEED-MIN(WS-FEED-CUR)
               MOVE ZEROS TO WS-FEED-MAX(WS-FEED-CUR)
               MOVE 'N'   TO WS-FEED-RESTATE-FLAG(WS-FEED-CUR)
               MOVE ZEROS TO WS-FEED-PRIOR-DATE(WS-FEED-CUR)
               MOVE ZEROS TO WS-FEED-PRIOR-TIME(WS-FEED-CUR)
               MOVE 'N'   TO WS-FEED-REVERSED-FLAG(WS-FEED-CUR)
               MOVE ZEROS TO WS-FEED-REV-CNT(WS-FEED-CUR)
               MOVE ZEROS TO WS-FEED-SUPER-CNT(WS-FEED-CUR)
      *    CHECK-FEED-REGISTER only lets a register hit through under
      *    the reprocess override - this feed restates the run of
      *    record named on the register.
               IF WS-FEEDR-FOUND-IDX > ZERO
                   MOVE 'Y' TO WS-FEED-RESTATE-FLAG(WS-FEED-CUR)
                   MOVE WS-FEEDR-RUN-DATE(WS-FEEDR-FOUND-IDX)
                       TO WS-FEED-PRIOR-DATE(WS-FEED-CUR)
                   MOVE WS-FEEDR-RUN-TIME(WS-FEEDR-FOUND-IDX)
                       TO WS-FEED-PRIOR-TIME(WS-FEED-CUR)
                   SET WS-RESTATE-PENDING TO TRUE
                   PERFORM SET-ASIDE-RESTATED-KEYS
               END-IF
           ELSE
      *    With the table full the group cannot be tracked - leave no
      *    current feed so its records do not corrupt another feed's
               MOVE ZEROS TO WS-FEED-CUR
           END-IF.

      *The earlier run of a restated feed is being replaced, not
      *repeated: its keys must not hold this run's records, and they
      *leave MMADUPH.DAT when WRITE-DUPLICATE-HISTORY rewrites it -
      *provided the restatement went through; KEEP-UNRESTATED-KEYS
      *puts them back when it did not.
       SET-ASIDE-RESTATED-KEYS.
           IF WS-FEED-RESTATE-FLAG(WS-FEED-CUR) NOT EQUAL 'Y'
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-DUP-IDX FROM 1 BY 1
               UNTIL WS-DUP-IDX > WS-DUP-HIST-ENTRIES
               IF WS-DUP-FEED-ID(WS-DUP-IDX) EQUAL WS-FEED-ID
                   AND WS-DUP-BUS-DATE(WS-DUP-IDX)
                       EQUAL WS-BUSINESS-DATE
                   AND WS-DUP-DROP-FLAG(WS-DUP-IDX) NOT EQUAL 'Y'
                   MOVE 'Y' TO WS-DUP-DROP-FLAG(WS-DUP-IDX)
                   ADD 1 TO WS-DUP-SET-ASIDE-COUNT
               END-IF
           END-PERFORM.

       CAPTURE-TRAILER.
           IF WS-FEED-CUR > ZERO
               MOVE 'Y' TO WS-FEED-TRL-FLAG(WS-FEED-CUR)

      *Unknown and inactive codes go to the exception path; valid ones
      *leave WS-CATM-FOUND-IDX set for CATEGORY-BREAK's description.
      *The version screened is the one in force on the transaction
      *date, so a reprocessed business day is held to the limits and
      *status of its own day. A code whose first version starts after
      *the transaction date gets its own reject reason, as a rate does.
      *A record whose date is not a real calendar day is judged on
      *the latest version and then rejects INVALID DATE below.
       VALIDATE-CATEGORY.
           IF WS-DATE-VALID
               MOVE WS-TRANS-DATE TO WS-CATM-LOOKUP-DATE
           ELSE
               MOVE HIGH-VALUES TO WS-CATM-LOOKUP-DATE
           END-IF.
           MOVE WS-REC-CATEGORY TO WS-CATM-LOOKUP-CAT.
           PERFORM FIND-CATEGORY-VERSION.
           IF NOT WS-CATM-CODE-SEEN
               SET WS-INVALID-REC TO TRUE
               MOVE 'UNKNOWN CATEGORY' TO WS-REJECT-REASON
           ELSE
               IF WS-CATM-FOUND-IDX EQUAL ZERO
                   SET WS-INVALID-REC TO TRUE
                   MOVE 'NO CATEGORY FOR DATE' TO WS-REJECT-REASON
               ELSE
                   IF WS-CATM-ACTIVE(WS-CATM-FOUND-IDX) NOT EQUAL 'A'
                       SET WS-INVALID-REC TO TRUE
                       MOVE 'INACTIVE CATEGORY' TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

      *Latest version of WS-CATM-LOOKUP-CAT effective on or before
      *WS-CATM-LOOKUP-DATE; a blank effective date is the opening
      *version and sorts ahead of every real date.
       FIND-CATEGORY-VERSION.
           MOVE ZEROS TO WS-CATM-FOUND-IDX.
           MOVE 'N' TO WS-CATM-CODE-SEEN-FLAG.
           MOVE SPACES TO WS-CATM-BEST-DATE.
           PERFORM VARYING WS-CATM-IDX FROM 1 BY 1
               UNTIL WS-CATM-IDX > WS-CATM-COUNT-ENTRIES
               IF WS-CATM-CODE(WS-CATM-IDX) EQUAL WS-CATM-LOOKUP-CAT
                   SET WS-CATM-CODE-SEEN TO TRUE
                   IF WS-CATM-EFF-DATE(WS-CATM-IDX)
                           <= WS-CATM-LOOKUP-DATE
                       AND WS-CATM-EFF-DATE(WS-CATM-IDX)
                           >= WS-CATM-BEST-DATE
                       MOVE WS-CATM-IDX TO WS-CATM-FOUND-IDX
                       MOVE WS-CATM-EFF-DATE(WS-CATM-IDX)
                           TO WS-CATM-BEST-DATE
                   END-IF
               END-IF
           END-PERFORM.

      *Amount screening against the category's limits, in base
      *currency after conversion: over the ceiling rejects the record
      *to MMAREJECT.DAT for the MMAREPAIR cycle, over the warning
           PERFORM CATEGORY-BREAK.
           PERFORM DAY-BREAK.
           PERFORM CATDAY-BREAK.
           IF WS-FEED-CUR > ZERO
               PERFORM FEED-CATDAY-BREAK
           END-IF.
           PERFORM WRITE-AUDIT.
           IF WS-SUSPECT-TRANS
               PERFORM WRITE-SUSPECT
               END-ADD
           END-IF.

      *The same break split by feed, feeding MMAGLHIST.DAT. Overflow
      *leaves this run's postings out of the history rather than
      *recording part of them.
       FEED-CATDAY-BREAK.
           MOVE ZEROS TO WS-FCD-FOUND-IDX.
           PERFORM VARYING WS-FCD-IDX FROM 1 BY 1
               UNTIL WS-FCD-IDX > WS-FCD-COUNT-ENTRIES
               IF WS-FCD-FEED(WS-FCD-IDX) EQUAL WS-FEED-CUR
                   AND WS-FCD-CAT(WS-FCD-IDX) EQUAL WS-REC-CATEGORY
                   AND WS-FCD-DATE(WS-FCD-IDX) EQUAL WS-TRANS-DATE
                   MOVE WS-FCD-IDX TO WS-FCD-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-FCD-FOUND-IDX EQUAL ZERO
               IF WS-FCD-COUNT-ENTRIES < WS-FCD-MAX-ENTRIES
                   ADD 1 TO WS-FCD-COUNT-ENTRIES
                   MOVE WS-FCD-COUNT-ENTRIES TO WS-FCD-FOUND-IDX
                   MOVE WS-FEED-CUR TO WS-FCD-FEED(WS-FCD-FOUND-IDX)
                   MOVE WS-REC-CATEGORY
                       TO WS-FCD-CAT(WS-FCD-FOUND-IDX)
                   MOVE WS-TRANS-DATE
                       TO WS-FCD-DATE(WS-FCD-FOUND-IDX)
                   MOVE ZEROS TO WS-FCD-DEBIT(WS-FCD-FOUND-IDX)
                   MOVE ZEROS TO WS-FCD-CREDIT(WS-FCD-FOUND-IDX)
               ELSE
                   SET WS-FCD-OVERFLOW-DETECTED TO TRUE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           IF WS-CREDIT-TRANS
               ADD WS-NB-SIGNED TO WS-FCD-CREDIT(WS-FCD-FOUND-IDX)
                   ON SIZE ERROR
                       SET WS-FCD-OVERFLOW-DETECTED TO TRUE
               END-ADD
           ELSE
               ADD WS-NB-SIGNED TO WS-FCD-DEBIT(WS-FCD-FOUND-IDX)
                   ON SIZE ERROR
                       SET WS-FCD-OVERFLOW-DETECTED TO TRUE
               END-ADD
           END-IF.

       WRITE-SUSPECT.
           ADD 1 TO WS-SUSPECT-COUNT.
           MOVE WS-READ-COUNT TO WS-SEQ-DISP.
               '  WARNING LIMIT: ' WS-AMOUNT-DISP-2
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE SUSPECT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-AUDIT-RUN-DATE TO SCASE-RUN-DATE.
           MOVE WS-AUDIT-RUN-TIME TO SCASE-RUN-TIME.
           MOVE WS-READ-COUNT    TO SCASE-SEQ.
           MOVE WS-DUP-FEED-IN   TO SCASE-FEED-ID.
           MOVE WS-DUP-BUS-IN    TO SCASE-BUS-DATE.
           MOVE WS-TRANS-DATE    TO SCASE-TRANS-DATE.
           MOVE WS-REC-CATEGORY  TO SCASE-CATEGORY.
           MOVE WS-IN            TO SCASE-SOURCE-AMOUNT.
           MOVE WS-TRANS-CURRENCY TO SCASE-CURRENCY.
           MOVE WS-NB-SIGNED     TO SCASE-BASE-AMOUNT.
           MOVE WS-CATM-WARN-VAL(WS-CATM-FOUND-IDX)
               TO SCASE-WARN-LIMIT.
           MOVE 'O'              TO SCASE-STATE.
           MOVE ZEROS            TO SCASE-DISP-DATE.
           MOVE SPACES           TO SCASE-REVIEWER.
           MOVE SPACES           TO SCASE-COMMENT.
           WRITE SCASE-RECORD.

       WRITE-OVERFLOW-WARNING.
           MOVE SPACES TO WS-REPORT-LINE.
           END-IF.
           ADD 1 TO WS-DAY-CNT(WS-DAY-FOUND-IDX).

      *Only a resumed run can meet its own key again - the record was
      *written before the failure and is replaced.
       WRITE-AUDIT.
           MOVE WS-READ-COUNT TO AUDIT-SEQ.
           MOVE WS-IN         TO AUDIT-VALUE.
           MOVE WS-REC-CATEGORY TO AUDIT-CATEGORY.
           MOVE WS-AUDIT-RUN-DATE TO AUDIT-RUN-DATE.
           MOVE WS-AUDIT-RUN-TIME TO AUDIT-RUN-TIME.
           MOVE WS-TRANS-CURRENCY TO AUDIT-CURRENCY.
           MOVE WS-NB         TO AUDIT-BASE-AMOUNT.
           WRITE AUDIT-RECORD
               INVALID KEY
                   REWRITE AUDIT-RECORD
           END-WRITE.

       WRITE-EXCEPTION.
           ADD 1 TO WS-REJECT-COUNT.
           MOVE TRANS-CURRENCY   TO REJ-CURRENCY.
           WRITE REJECT-RECORD.

      *The key is the source amount as keyed, not the converted one,
      *so a rate correction between runs cannot hide a re-sent record.
      *The first earlier record with the same key is the match named
      *on the hold; a held record's own key is not added, since the
      *record it matched already stands for it.
       SCREEN-DUPLICATE.
           MOVE 'N' TO WS-DUP-HELD-FLAG.
           MOVE FUNCTION NUMVAL(WS-IN) TO WS-DUP-AMOUNT-IN.
           IF WS-FEED-CUR > ZERO
               MOVE WS-FEED-ENT-ID(WS-FEED-CUR) TO WS-DUP-FEED-IN
               MOVE WS-FEED-ENT-BUS-DATE(WS-FEED-CUR)
                   TO WS-DUP-BUS-IN
           ELSE
               MOVE SPACES TO WS-DUP-FEED-IN
               MOVE SPACES TO WS-DUP-BUS-IN
           END-IF.
           MOVE ZEROS TO WS-DUP-FOUND-IDX.
           IF WS-DUP-FEED-IN NOT EQUAL WS-DUP-RELEASE-FEED-ID
               PERFORM VARYING WS-DUP-IDX FROM 1 BY 1
                   UNTIL WS-DUP-IDX > WS-DUP-COUNT-ENTRIES
                       OR WS-DUP-FOUND-IDX > ZERO
                   IF WS-DUP-DROP-FLAG(WS-DUP-IDX) NOT EQUAL 'Y'
                       AND WS-DUP-TRANS-DATE(WS-DUP-IDX)
                           EQUAL WS-TRANS-DATE
                       AND WS-DUP-CATEGORY(WS-DUP-IDX)
                           EQUAL WS-REC-CATEGORY
                       AND WS-DUP-TYPE(WS-DUP-IDX) EQUAL WS-TRANS-TYPE
                       AND WS-DUP-AMOUNT(WS-DUP-IDX)
                           EQUAL WS-DUP-AMOUNT-IN
                       AND WS-DUP-CURRENCY(WS-DUP-IDX)
                           EQUAL WS-TRANS-CURRENCY
                       MOVE WS-DUP-IDX TO WS-DUP-FOUND-IDX
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-DUP-FOUND-IDX > ZERO
               SET WS-DUP-HELD TO TRUE
               EXIT PARAGRAPH
           END-IF.
           IF WS-DUP-COUNT-ENTRIES < WS-DUP-MAX-ENTRIES
               ADD 1 TO WS-DUP-COUNT-ENTRIES
               MOVE WS-AUDIT-RUN-DATE
                   TO WS-DUP-RUN-DATE(WS-DUP-COUNT-ENTRIES)
               MOVE WS-AUDIT-RUN-TIME
                   TO WS-DUP-RUN-TIME(WS-DUP-COUNT-ENTRIES)
               MOVE WS-READ-COUNT TO WS-DUP-SEQ(WS-DUP-COUNT-ENTRIES)
               MOVE WS-DUP-FEED-IN
                   TO WS-DUP-FEED-ID(WS-DUP-COUNT-ENTRIES)
               MOVE WS-DUP-BUS-IN
                   TO WS-DUP-BUS-DATE(WS-DUP-COUNT-ENTRIES)
               MOVE WS-TRANS-DATE
                   TO WS-DUP-TRANS-DATE(WS-DUP-COUNT-ENTRIES)
               MOVE WS-REC-CATEGORY
                   TO WS-DUP-CATEGORY(WS-DUP-COUNT-ENTRIES)
               MOVE WS-TRANS-TYPE TO WS-DUP-TYPE(WS-DUP-COUNT-ENTRIES)
               MOVE WS-DUP-AMOUNT-IN
                   TO WS-DUP-AMOUNT(WS-DUP-COUNT-ENTRIES)
               MOVE WS-TRANS-CURRENCY
                   TO WS-DUP-CURRENCY(WS-DUP-COUNT-ENTRIES)
               MOVE 'N' TO WS-DUP-DROP-FLAG(WS-DUP-COUNT-ENTRIES)
           ELSE
               SET WS-DUP-OVERFLOW-DETECTED TO TRUE
           END-IF.

       WRITE-HOLD.
           ADD 1 TO WS-HELD-COUNT.
           MOVE WS-AUDIT-RUN-DATE TO HOLD-RUN-DATE.
           MOVE WS-AUDIT-RUN-TIME TO HOLD-RUN-TIME.
           MOVE WS-READ-COUNT    TO HOLD-SEQ.
           MOVE WS-DUP-FEED-IN   TO HOLD-FEED-ID.
           MOVE WS-DUP-BUS-IN    TO HOLD-BUS-DATE.
           IF WS-DUP-FOUND-IDX > WS-DUP-HIST-ENTRIES
               MOVE 'R' TO HOLD-SCOPE
           ELSE
               MOVE 'H' TO HOLD-SCOPE
           END-IF.
           MOVE WS-DUP-RUN-DATE(WS-DUP-FOUND-IDX)
               TO HOLD-MATCH-RUN-DATE.
           MOVE WS-DUP-RUN-TIME(WS-DUP-FOUND-IDX)
               TO HOLD-MATCH-RUN-TIME.
           MOVE WS-DUP-SEQ(WS-DUP-FOUND-IDX) TO HOLD-MATCH-SEQ.
           MOVE WS-DUP-FEED-ID(WS-DUP-FOUND-IDX) TO HOLD-MATCH-FEED-ID.
           MOVE TRANS-REC-TYPE   TO HOLD-REC-TYPE.
           MOVE TRANS-TYPE       TO HOLD-TRANS-TYPE.
           MOVE TRANS-DATE       TO HOLD-TRANS-DATE.
           MOVE TRANS-CATEGORY   TO HOLD-CATEGORY.
           MOVE TRANS-AMOUNT     TO HOLD-AMOUNT.
           MOVE TRANS-CURRENCY   TO HOLD-CURRENCY.
           WRITE HOLD-RECORD.
           MOVE WS-READ-COUNT    TO WS-SEQ-DISP.
           MOVE HOLD-MATCH-SEQ   TO WS-DUP-MATCH-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'HELD DUPLICATE SEQ ' WS-SEQ-DISP
               '  VALUE: ' WS-IN
               '  MATCHES SEQ ' WS-DUP-MATCH-DISP
               ' RUN ' HOLD-MATCH-RUN-DATE ' ' HOLD-MATCH-RUN-TIME
               ' FEED ' HOLD-MATCH-FEED-ID
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE EXCEPTION-RECORD FROM WS-REPORT-LINE.

       CHECKPOINT-CHECK.
           IF WS-CHECKPOINT-EVERY > ZERO
               DIVIDE WS-READ-COUNT BY WS-CHECKPOINT-EVERY
           MOVE WS-DEBIT-COUNT  TO CKPT-DEBIT-COUNT.
           MOVE WS-CREDIT-COUNT TO CKPT-CREDIT-COUNT.
           MOVE WS-FILTER-COUNT TO CKPT-FILTER-COUNT.
           MOVE WS-HELD-COUNT   TO CKPT-HELD-COUNT.
           MOVE WS-AUDIT-RUN-DATE TO CKPT-AUDIT-RUN-DATE.
           MOVE WS-AUDIT-RUN-TIME TO CKPT-AUDIT-RUN-TIME.
           IF WS-SUMSQ > WS-CKPT-SUMSQ-MAX
               SET WS-SUMSQ-OVERFLOW-DETECTED TO TRUE
               ADD 1 TO WS-SUMSQ-OVERFLOW-COUNT
                           MOVE CKPT-DEBIT-COUNT TO WS-DEBIT-COUNT
                           MOVE CKPT-CREDIT-COUNT TO WS-CREDIT-COUNT
                           MOVE CKPT-FILTER-COUNT TO WS-FILTER-COUNT
                           IF CKPT-HELD-COUNT IS NUMERIC
                               MOVE CKPT-HELD-COUNT TO WS-HELD-COUNT
                           END-IF
                           IF CKPT-AUDIT-RUN-DATE IS NUMERIC
                               AND CKPT-AUDIT-RUN-TIME IS NUMERIC
                               MOVE CKPT-AUDIT-RUN-DATE
                                   TO WS-AUDIT-RUN-DATE
                               MOVE CKPT-AUDIT-RUN-TIME
                                   TO WS-AUDIT-RUN-TIME
                           END-IF
                           IF CKPT-COUNT > ZERO
                               SET WS-STATS-STARTED TO TRUE
                           END-IF
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

           PERFORM WRITE-DUPLICATE-SUMMARY.

           IF WS-OVERFLOW-DETECTED
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'WARNING: WS-TOT OVERFLOW DETECTED '
           WRITE GLP-HEADER-RECORD.
           MOVE ZEROS TO WS-GL-LINE-COUNT.
           MOVE ZEROS TO WS-GL-TOT-DEBIT WS-GL-TOT-CREDIT.
      *    A reprocessed feed's earlier postings come off the ledger
      *    ahead of the new ones. If they cannot be read, posting the
      *    new figures on top of the old would double the feed - cut
      *    an empty file instead.
           IF WS-RESTATE-PENDING
               PERFORM WRITE-GL-REVERSALS
               IF WS-GLHIST-READ-FAILED
                   CLOSE GL-POSTING-FILE
                   OPEN OUTPUT GL-POSTING-FILE
                   CLOSE GL-POSTING-FILE
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING 'GL POSTING FILE SUPPRESSED - EARLIER'
                       ' POSTINGS COULD NOT BE READ FOR REVERSAL'
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE REPORT-RECORD FROM WS-REPORT-LINE
                   PERFORM RAISE-COMPLETION-CODE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           PERFORM VARYING WS-CATDAY-IDX FROM 1 BY 1
               UNTIL WS-CATDAY-IDX > WS-CATDAY-COUNT-ENTRIES
               PERFORM WRITE-GL-ENTRY
               ' JOURNAL LINES'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.
           SET WS-GL-CUT TO TRUE.

      *The category line and its clearing-account mirror: debits on
      *the category post as credits on the clearing account and the
      *other way round, so every entry balances on its own and the
      *control totals tie by construction.
       WRITE-GL-ENTRY.
           MOVE WS-CATDAY-CAT(WS-CATDAY-IDX) TO WS-GL-LOOKUP-CAT.
           MOVE WS-CATDAY-DATE(WS-CATDAY-IDX) TO WS-GL-LOOKUP-DATE.
           PERFORM LOOKUP-GL-ACCOUNT.
           MOVE SPACES TO GLP-DETAIL-RECORD.
           MOVE 'D' TO GLP-REC-TYPE.
           MOVE 'C' TO GLP-GRAIN.
           ADD WS-CATDAY-DEBIT(WS-CATDAY-IDX)  TO WS-GL-TOT-CREDIT.
           ADD WS-CATDAY-CREDIT(WS-CATDAY-IDX) TO WS-GL-TOT-CREDIT.

      *GL account for WS-GL-LOOKUP-CAT off the category master
      *version in force on WS-GL-LOOKUP-DATE, falling back to the
      *unassigned suspense account.
       LOOKUP-GL-ACCOUNT.
           MOVE WS-GL-UNASSIGNED-ACCT TO WS-GL-WORK-ACCT.
           MOVE WS-GL-LOOKUP-CAT TO WS-CATM-LOOKUP-CAT.
           MOVE WS-GL-LOOKUP-DATE TO WS-CATM-LOOKUP-DATE.
           PERFORM FIND-CATEGORY-VERSION.
           IF WS-CATM-FOUND-IDX > ZERO
               IF WS-CATM-GL-ACCT(WS-CATM-FOUND-IDX) NOT EQUAL SPACES
                   MOVE WS-CATM-GL-ACCT(WS-CATM-FOUND-IDX)
                       TO WS-GL-WORK-ACCT
               END-IF
           END-IF.
           IF WS-GL-WORK-ACCT EQUAL WS-GL-UNASSIGNED-ACCT
               SET WS-GL-UNASSIGNED-SEEN TO TRUE
           END-IF.

      *One pass of MMAGLHIST.DAT reverses every restated feed: each
      *category-grain line the run of record posted for the feed is
      *written back with debit and credit swapped, mirrored on the
      *clearing account, and repeated at group grain so both grains
      *of the ledger come back to zero for that feed.
       WRITE-GL-REVERSALS.
           OPEN INPUT GL-HISTORY-FILE.
           IF WS-GLHIST-STATUS NOT EQUAL '00' AND '05'
               SET WS-GLHIST-READ-FAILED TO TRUE
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'WARNING: UNABLE TO READ MMAGLHIST.DAT'
                   ' STATUS=' WS-GLHIST-STATUS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               WRITE RESTATEMENT-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           IF WS-GLHIST-STATUS EQUAL '00'
               MOVE 'N' TO WS-GLHIST-EOF-FLAG
               PERFORM WITH TEST AFTER UNTIL WS-GLHIST-END-OF-FILE
                   READ GL-HISTORY-FILE
                       AT END
                           SET WS-GLHIST-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM REVERSE-HISTORY-RECORD
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE GL-HISTORY-FILE.
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
               UNTIL WS-FEED-IDX > WS-FEED-COUNT-ENTRIES
               IF WS-FEED-RESTATE-FLAG(WS-FEED-IDX) EQUAL 'Y'
                   PERFORM REPORT-FEED-REVERSAL
               END-IF
           END-PERFORM.

       REVERSE-HISTORY-RECORD.
           MOVE ZEROS TO WS-GLH-FEED-IDX.
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
               UNTIL WS-FEED-IDX > WS-FEED-COUNT-ENTRIES
               IF WS-FEED-RESTATE-FLAG(WS-FEED-IDX) EQUAL 'Y'
                   AND GLH-FEED-ID EQUAL WS-FEED-ENT-ID(WS-FEED-IDX)
                   AND GLH-BUS-DATE
                       EQUAL WS-FEED-ENT-BUS-DATE(WS-FEED-IDX)
                   AND GLH-RUN-DATE
                       EQUAL WS-FEED-PRIOR-DATE(WS-FEED-IDX)
                   AND GLH-RUN-TIME
                       EQUAL WS-FEED-PRIOR-TIME(WS-FEED-IDX)
                   MOVE WS-FEED-IDX TO WS-GLH-FEED-IDX
               END-IF
           END-PERFORM.
           IF WS-GLH-FEED-IDX EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO GLP-DETAIL-RECORD.
           MOVE 'R' TO GLP-REC-TYPE.
           MOVE 'C' TO GLP-GRAIN.
           MOVE GLH-ACCOUNT TO GLP-ACCOUNT.
           MOVE GLH-TRANS-DATE TO GLP-TRANS-DATE.
           MOVE GLH-CREDIT-AMT TO GLP-DEBIT-AMT.
           MOVE GLH-DEBIT-AMT TO GLP-CREDIT-AMT.
           MOVE GLH-CATEGORY TO GLP-CATEGORY.
           WRITE GLP-DETAIL-RECORD.
           MOVE WS-GL-OFFSET-ACCT TO GLP-ACCOUNT.
           MOVE GLH-DEBIT-AMT TO GLP-DEBIT-AMT.
           MOVE GLH-CREDIT-AMT TO GLP-CREDIT-AMT.
           WRITE GLP-DETAIL-RECORD.
           MOVE 'G' TO GLP-GRAIN.
           MOVE GLH-GROUP TO GLP-ACCOUNT.
           MOVE GLH-CREDIT-AMT TO GLP-DEBIT-AMT.
           MOVE GLH-DEBIT-AMT TO GLP-CREDIT-AMT.
           MOVE GLH-GROUP TO GLP-CATEGORY.
           WRITE GLP-DETAIL-RECORD.
           MOVE WS-GL-OFFSET-ACCT TO GLP-ACCOUNT.
           MOVE GLH-DEBIT-AMT TO GLP-DEBIT-AMT.
           MOVE GLH-CREDIT-AMT TO GLP-CREDIT-AMT.
           WRITE GLP-DETAIL-RECORD.
           ADD 4 TO WS-GL-LINE-COUNT.
           ADD 4 TO WS-FEED-REV-CNT(WS-GLH-FEED-IDX).
           ADD GLH-DEBIT-AMT  TO WS-GL-TOT-DEBIT.
           ADD GLH-CREDIT-AMT TO WS-GL-TOT-DEBIT.
           ADD GLH-DEBIT-AMT  TO WS-GL-TOT-DEBIT.
           ADD GLH-CREDIT-AMT TO WS-GL-TOT-DEBIT.
           ADD GLH-DEBIT-AMT  TO WS-GL-TOT-CREDIT.
           ADD GLH-CREDIT-AMT TO WS-GL-TOT-CREDIT.
           ADD GLH-DEBIT-AMT  TO WS-GL-TOT-CREDIT.
           ADD GLH-CREDIT-AMT TO WS-GL-TOT-CREDIT.
           MOVE GLH-CREDIT-AMT TO WS-AMOUNT-DISP-1.
           MOVE GLH-DEBIT-AMT  TO WS-AMOUNT-DISP-2.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'REVERSED FEED ' GLH-FEED-ID
               ' BUS ' GLH-BUS-DATE
               ' ACCT ' GLH-ACCOUNT
               ' CAT ' GLH-CATEGORY
               ' DATE ' GLH-TRANS-DATE
               ' DR ' WS-AMOUNT-DISP-1
               ' CR ' WS-AMOUNT-DISP-2
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE RESTATEMENT-RECORD FROM WS-REPORT-LINE.

      *The register names one run per feed, but category history is
      *kept per run, not per feed - its statistics cannot be split by
      *feed. When the run of record also took a feed that is not
      *restated alongside this one, superseding its history would
      *take that feed's figures out of the month-end close while the
      *ledger still carries them, so the restatement is refused and
      *the feed is left unreversed. Reprocessing every feed the run
      *took together restates it as a whole.
       REPORT-FEED-REVERSAL.
           MOVE ZEROS TO WS-FEEDR-OTHER-COUNT.
           PERFORM VARYING WS-FEEDR-IDX FROM 1 BY 1
               UNTIL WS-FEEDR-IDX > WS-FEEDR-COUNT-ENTRIES
               IF WS-FEEDR-RUN-DATE(WS-FEEDR-IDX)
                   EQUAL WS-FEED-PRIOR-DATE(WS-FEED-IDX)
                   AND WS-FEEDR-RUN-TIME(WS-FEEDR-IDX)
                       EQUAL WS-FEED-PRIOR-TIME(WS-FEED-IDX)
                   AND (WS-FEEDR-FEED-ID(WS-FEEDR-IDX)
                       NOT EQUAL WS-FEED-ENT-ID(WS-FEED-IDX)
                    OR WS-FEEDR-BUS-DATE(WS-FEEDR-IDX)
                       NOT EQUAL WS-FEED-ENT-BUS-DATE(WS-FEED-IDX))
                   PERFORM FIND-RESTATED-ALONGSIDE
                   IF WS-FEED-CHK-FOUND EQUAL ZERO
                       ADD 1 TO WS-FEEDR-OTHER-COUNT
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-FEEDR-OTHER-COUNT > ZERO
               MOVE 'N' TO WS-CATH-SUPER-OK-FLAG
               MOVE WS-FEEDR-OTHER-COUNT TO WS-COUNT-DISP
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'ERROR: RUN ' WS-FEED-PRIOR-DATE(WS-FEED-IDX)
                   ' ' WS-FEED-PRIOR-TIME(WS-FEED-IDX)
                   ' ALSO TOOK ' WS-COUNT-DISP
                   ' OTHER FEED(S) NOT RESTATED WITH FEED '
                   WS-FEED-ENT-ID(WS-FEED-IDX)
                   ' BUS ' WS-FEED-ENT-BUS-DATE(WS-FEED-IDX)
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               WRITE RESTATEMENT-RECORD FROM WS-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING '       ITS CATEGORY HISTORY CANNOT BE SUPERSEDED'
                   ' FOR ONE FEED - RESTATEMENT REFUSED - REPROCESS'
                   ' EVERY FEED OF THAT RUN TOGETHER'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               WRITE RESTATEMENT-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-FEED-REVERSED-FLAG(WS-FEED-IDX).
           IF WS-FEED-REV-CNT(WS-FEED-IDX) EQUAL ZERO
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'WARNING: NO EARLIER POSTINGS ON MMAGLHIST.DAT'
                   ' FOR FEED ' WS-FEED-ENT-ID(WS-FEED-IDX)
                   ' BUSINESS DATE ' WS-FEED-ENT-BUS-DATE(WS-FEED-IDX)
                   ' RUN ' WS-FEED-PRIOR-DATE(WS-FEED-IDX)
                   ' ' WS-FEED-PRIOR-TIME(WS-FEED-IDX)
                   ' - NOTHING REVERSED'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               WRITE RESTATEMENT-RECORD FROM WS-REPORT-LINE
           END-IF.

      *Another feed of the same earlier run counts as taken back when
      *this run restates it too, against the same run of record.
       FIND-RESTATED-ALONGSIDE.
           MOVE ZEROS TO WS-FEED-CHK-FOUND.
           PERFORM VARYING WS-FEED-CHK-IDX FROM 1 BY 1
               UNTIL WS-FEED-CHK-IDX > WS-FEED-COUNT-ENTRIES
               IF WS-FEED-RESTATE-FLAG(WS-FEED-CHK-IDX) EQUAL 'Y'
                   AND WS-FEED-ENT-ID(WS-FEED-CHK-IDX)
                       EQUAL WS-FEEDR-FEED-ID(WS-FEEDR-IDX)
                   AND WS-FEED-ENT-BUS-DATE(WS-FEED-CHK-IDX)
                       EQUAL WS-FEEDR-BUS-DATE(WS-FEEDR-IDX)
                   AND WS-FEED-PRIOR-DATE(WS-FEED-CHK-IDX)
                       EQUAL WS-FEED-PRIOR-DATE(WS-FEED-IDX)
                   AND WS-FEED-PRIOR-TIME(WS-FEED-CHK-IDX)
                       EQUAL WS-FEED-PRIOR-TIME(WS-FEED-IDX)
                   MOVE WS-FEED-CHK-IDX TO WS-FEED-CHK-FOUND
               END-IF
           END-PERFORM.

      *Records this run's category-grain postings on MMAGLHIST.DAT,
      *one record per feed/category/date, so a later reprocess of any
      *of these feeds can take exactly its share back off the ledger.
      *Only a posting file still standing once the category history
      *is settled goes on - a withdrawn one was never posted.
       APPEND-GL-HISTORY.
           IF NOT WS-GL-CUT
               EXIT PARAGRAPH
           END-IF.
           IF WS-FCD-COUNT-ENTRIES EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.
           IF WS-FCD-OVERFLOW-DETECTED
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'WARNING: FEED/CATEGORY/DATE TABLE OVERFLOW -'
                   ' MMAGLHIST.DAT NOT UPDATED - A LATER REPROCESS'
                   ' CANNOT REVERSE THESE POSTINGS'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           OPEN EXTEND GL-HISTORY-FILE.
           IF WS-GLHIST-STATUS NOT EQUAL '00' AND '05'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'WARNING: UNABLE TO WRITE MMAGLHIST.DAT'
                   ' STATUS=' WS-GLHIST-STATUS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-FCD-IDX FROM 1 BY 1
               UNTIL WS-FCD-IDX > WS-FCD-COUNT-ENTRIES
               PERFORM WRITE-GL-HISTORY-ENTRY
           END-PERFORM.
           CLOSE GL-HISTORY-FILE.

       WRITE-GL-HISTORY-ENTRY.
           MOVE WS-FCD-CAT(WS-FCD-IDX) TO WS-GL-LOOKUP-CAT.
           MOVE WS-FCD-DATE(WS-FCD-IDX) TO WS-GL-LOOKUP-DATE.
           PERFORM LOOKUP-GL-ACCOUNT.
           MOVE WS-UNGROUPED-CODE TO WS-GRP-WORK-CODE.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-COUNT-ENTRIES
               IF WS-CAT-CODE(WS-CAT-IDX) EQUAL WS-FCD-CAT(WS-FCD-IDX)
                   MOVE WS-CAT-GROUP(WS-CAT-IDX) TO WS-GRP-WORK-CODE
               END-IF
           END-PERFORM.
           MOVE WS-FEED-ENT-ID(WS-FCD-FEED(WS-FCD-IDX))
               TO GLH-FEED-ID.
           MOVE WS-FEED-ENT-BUS-DATE(WS-FCD-FEED(WS-FCD-IDX))
               TO GLH-BUS-DATE.
           MOVE WS-RUN-DATE TO GLH-RUN-DATE.
           MOVE WS-RUN-TIME TO GLH-RUN-TIME.
           MOVE WS-GL-WORK-ACCT TO GLH-ACCOUNT.
           MOVE WS-GRP-WORK-CODE TO GLH-GROUP.
           MOVE WS-FCD-CAT(WS-FCD-IDX) TO GLH-CATEGORY.
           MOVE WS-FCD-DATE(WS-FCD-IDX) TO GLH-TRANS-DATE.
           MOVE WS-FCD-DEBIT(WS-FCD-IDX) TO GLH-DEBIT-AMT.
           MOVE WS-FCD-CREDIT(WS-FCD-IDX) TO GLH-CREDIT-AMT.
           WRITE GLH-RECORD.

      *Rolls the category/date table up to group/date for the
      *group-grain records; the group comes off the per-category
      *table, which saw the same records.
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
      *    A restated feed's earlier figures must be flagged
      *    superseded before the new ones go on, or the month-end
      *    close would count the feed twice; that is only safe once
      *    the GL reversal has gone out for every restated feed.
           IF WS-RESTATE-PENDING
               PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
                   UNTIL WS-FEED-IDX > WS-FEED-COUNT-ENTRIES
                   IF WS-FEED-RESTATE-FLAG(WS-FEED-IDX) EQUAL 'Y'
                       AND WS-FEED-REVERSED-FLAG(WS-FEED-IDX)
                           NOT EQUAL 'Y'
                       MOVE 'N' TO WS-CATH-SUPER-OK-FLAG
                   END-IF
               END-PERFORM
               IF NOT WS-CATH-SUPER-OK
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING 'CATEGORY HISTORY NOT APPENDED - RESTATEMENT'
                       ' OF EARLIER RUN NOT PERFORMED'
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE REPORT-RECORD FROM WS-REPORT-LINE
                   PERFORM WITHDRAW-GL-POSTING
                   PERFORM RAISE-COMPLETION-CODE
                   EXIT PARAGRAPH
               END-IF
               PERFORM SUPERSEDE-PRIOR-HISTORY
               IF NOT WS-CATH-SUPER-OK
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING 'CATEGORY HISTORY NOT APPENDED - EARLIER'
                       ' RUN COULD NOT BE SUPERSEDED'
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE REPORT-RECORD FROM WS-REPORT-LINE
                   PERFORM WITHDRAW-GL-POSTING
                   PERFORM RAISE-COMPLETION-CODE
                   EXIT PARAGRAPH
               END-IF
      *    Reversed and superseded: the restated feeds can now name
      *    this run as their run of record on the register.
               SET WS-RESTATE-DONE TO TRUE
           END-IF.
           IF WS-CAT-COUNT-ENTRIES EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.
               MOVE WS-CAT-P90(WS-CAT-IDX)     TO CATH-P90
               MOVE WS-CAT-P95(WS-CAT-IDX)     TO CATH-P95
               MOVE WS-CAT-P99(WS-CAT-IDX)     TO CATH-P99
               MOVE WS-RUN-DATE                TO CATH-RUN-DATE
               MOVE WS-RUN-TIME                TO CATH-RUN-TIME
               MOVE 'A'                        TO CATH-SUPERSEDED-FLAG
               WRITE CATH-RECORD
           END-PERFORM.
           CLOSE CATEGORY-HISTORY-FILE.

      *The posting file was cut ahead of the category history; when
      *the restatement then fails it carries reversals of a run that
      *stays the run of record, so it is emptied the same way as when
      *the reversals could not be read.
       WITHDRAW-GL-POSTING.
           IF NOT WS-GL-CUT
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-GL-CUT-FLAG.
           OPEN OUTPUT GL-POSTING-FILE.
           CLOSE GL-POSTING-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'GL POSTING FILE WITHDRAWN - RESTATEMENT OF'
               ' EARLIER RUN NOT COMPLETED'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.
           WRITE RESTATEMENT-RECORD FROM WS-REPORT-LINE.

      *Same copy/verify/rewrite discipline as MMAARCH: the history is
      *copied to MMACATH.TMP with the earlier run's records flagged,
      *the copy is recounted, and the live file is only rewritten
      *from it on a clean tie. Anything short of that leaves the live
      *file as it was and WS-CATH-SUPER-OK off.
       SUPERSEDE-PRIOR-HISTORY.
           MOVE ZEROS TO WS-CATH-IN-COUNT WS-CATH-VFY-COUNT.
           MOVE ZEROS TO WS-CATH-SUPER-COUNT.
           MOVE ZEROS TO WS-CATH-S-COUNT WS-CATH-VFY-S-COUNT.
           OPEN INPUT CATEGORY-HISTORY-FILE.
           IF WS-CATH-STATUS EQUAL '05'
               CLOSE CATEGORY-HISTORY-FILE
               EXIT PARAGRAPH
           END-IF.
           IF WS-CATH-STATUS NOT EQUAL '00'
               MOVE 'N' TO WS-CATH-SUPER-OK-FLAG
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'WARNING: UNABLE TO READ MMACATH.DAT'
                   ' STATUS=' WS-CATH-STATUS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT CATH-WORK-FILE.
           IF WS-CATHW-STATUS NOT EQUAL '00'
               CLOSE CATEGORY-HISTORY-FILE
               MOVE 'N' TO WS-CATH-SUPER-OK-FLAG
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'WARNING: UNABLE TO OPEN MMACATH.TMP'
                   ' STATUS=' WS-CATHW-STATUS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-CATH-EOF-FLAG.
           PERFORM WITH TEST AFTER UNTIL WS-CATH-END-OF-FILE
               READ CATEGORY-HISTORY-FILE
                   AT END
                       SET WS-CATH-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CATH-IN-COUNT
                       PERFORM SUPERSEDE-ONE-HISTORY
                       IF CATH-SUPERSEDED
                           ADD 1 TO WS-CATH-S-COUNT
                       END-IF
                       WRITE CATH-WORK-RECORD FROM CATH-RECORD
               END-READ
           END-PERFORM.
           CLOSE CATEGORY-HISTORY-FILE.
           CLOSE CATH-WORK-FILE.
           IF NOT WS-CATH-SUPER-OK
               MOVE SPACES TO WS-REPORT-LINE
               STRING '*** UNSTAMPED HISTORY CANNOT BE TIED TO ONE'
                   ' FEED - LIVE MMACATH.DAT LEFT UNCHANGED ***'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               WRITE RESTATEMENT-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           IF WS-CATH-SUPER-COUNT EQUAL ZERO
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'NO EARLIER CATEGORY HISTORY FOUND TO SUPERSEDE'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE RESTATEMENT-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CATH-WORK-FILE.
           IF WS-CATHW-STATUS NOT EQUAL '00'
               MOVE 'N' TO WS-CATH-SUPER-OK-FLAG
               MOVE SPACES TO WS-REPORT-LINE
               STRING '*** UNABLE TO REOPEN MMACATH.TMP STATUS='
                   WS-CATHW-STATUS ' - LIVE MMACATH.DAT LEFT'
                   ' UNCHANGED ***'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               WRITE RESTATEMENT-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-CATH-EOF-FLAG.
           PERFORM WITH TEST AFTER UNTIL WS-CATH-END-OF-FILE
               READ CATH-WORK-FILE INTO CATH-RECORD
                   AT END
                       SET WS-CATH-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-CATH-VFY-COUNT
                       IF CATH-SUPERSEDED
                           ADD 1 TO WS-CATH-VFY-S-COUNT
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CATH-WORK-FILE.
           IF WS-CATH-VFY-COUNT NOT EQUAL WS-CATH-IN-COUNT
               OR WS-CATH-VFY-S-COUNT NOT EQUAL WS-CATH-S-COUNT
               MOVE 'N' TO WS-CATH-SUPER-OK-FLAG
               MOVE SPACES TO WS-REPORT-LINE
               STRING '*** MMACATH.TMP VERIFY FAILED - LIVE'
                   ' MMACATH.DAT LEFT UNCHANGED ***'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               WRITE RESTATEMENT-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           OPEN INPUT CATH-WORK-FILE.
           IF WS-CATHW-STATUS NOT EQUAL '00'
               MOVE 'N' TO WS-CATH-SUPER-OK-FLAG
               MOVE SPACES TO WS-REPORT-LINE
               STRING '*** UNABLE TO REOPEN MMACATH.TMP STATUS='
                   WS-CATHW-STATUS ' - LIVE MMACATH.DAT LEFT'
                   ' UNCHANGED ***'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               WRITE RESTATEMENT-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           OPEN OUTPUT CATEGORY-HISTORY-FILE.
           IF WS-CATH-STATUS NOT EQUAL '00'
               CLOSE CATH-WORK-FILE
               MOVE 'N' TO WS-CATH-SUPER-OK-FLAG
               MOVE SPACES TO WS-REPORT-LINE
               STRING '*** UNABLE TO REWRITE MMACATH.DAT STATUS='
                   WS-CATH-STATUS ' ***'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
               WRITE RESTATEMENT-RECORD FROM WS-REPORT-LINE
               PERFORM REPORT-CATH-RESTORE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-CATH-EOF-FLAG.
           PERFORM WITH TEST AFTER UNTIL WS-CATH-END-OF-FILE
               READ CATH-WORK-FILE INTO CATH-RECORD
                   AT END
                       SET WS-CATH-END-OF-FILE TO TRUE
                   NOT AT END
                       WRITE CATH-RECORD
                       IF WS-CATH-STATUS NOT EQUAL '00'
                           MOVE 'N' TO WS-CATH-SUPER-OK-FLAG
                           SET WS-CATH-END-OF-FILE TO TRUE
                           MOVE SPACES TO WS-REPORT-LINE
                           STRING '*** WRITE TO MMACATH.DAT FAILED'
                               ' STATUS=' WS-CATH-STATUS ' ***'
                               DELIMITED BY SIZE INTO WS-REPORT-LINE
                           WRITE REPORT-RECORD FROM WS-REPORT-LINE
                           WRITE RESTATEMENT-RECORD FROM WS-REPORT-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CATH-WORK-FILE.
           CLOSE CATEGORY-HISTORY-FILE.
           IF NOT WS-CATH-SUPER-OK
               PERFORM REPORT-CATH-RESTORE
           END-IF.

      *The live history may be truncated or part-written; the
      *verified copy on MMACATH.TMP is the one to put back.
       REPORT-CATH-RESTORE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '*** MMACATH.DAT MUST BE RESTORED FROM'
               ' MMACATH.TMP BEFORE THE NEXT RUN ***'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.
           WRITE RESTATEMENT-RECORD FROM WS-REPORT-LINE.

      *A stamped record belongs to the run the register named; one
      *written before the stamp existed can only be told by its
      *business date, so it is only taken as the restated feed's
      *when MMAFEEDR.DAT shows no other feed for that date. Otherwise
      *it cannot be tied to one feed and the supersede fails.
       SUPERSEDE-ONE-HISTORY.
           IF CATH-SUPERSEDED
               EXIT PARAGRAPH
           END-IF.
           MOVE ZEROS TO WS-CATH-SUPER-IDX.
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
               UNTIL WS-FEED-IDX > WS-FEED-COUNT-ENTRIES
                  OR WS-CATH-SUPER-IDX > ZERO
               IF WS-FEED-RESTATE-FLAG(WS-FEED-IDX) EQUAL 'Y'
                   MOVE WS-FEED-PRIOR-DATE(WS-FEED-IDX)
                       TO WS-CATH-PRIOR-DATE
                   MOVE WS-FEED-PRIOR-TIME(WS-FEED-IDX)
                       TO WS-CATH-PRIOR-TIME
                   IF CATH-RUN-STAMP EQUAL SPACES
                       IF CATH-BUS-DATE
                           EQUAL WS-FEED-ENT-BUS-DATE(WS-FEED-IDX)
                           PERFORM COUNT-FEEDS-ON-BUS-DATE
                           IF WS-FEEDR-OTHER-COUNT EQUAL ZERO
                               MOVE WS-FEED-IDX TO WS-CATH-SUPER-IDX
                           ELSE
                               PERFORM REFUSE-UNSTAMPED-HISTORY
                           END-IF
                       END-IF
                   ELSE
                       IF CATH-RUN-STAMP EQUAL WS-CATH-PRIOR-STAMP
                           MOVE WS-FEED-IDX TO WS-CATH-SUPER-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-CATH-SUPER-IDX EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.
           MOVE 'S' TO CATH-SUPERSEDED-FLAG.
           ADD 1 TO WS-CATH-SUPER-COUNT.
           ADD 1 TO WS-FEED-SUPER-CNT(WS-CATH-SUPER-IDX).
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'SUPERSEDED HISTORY BUS ' CATH-BUS-DATE
               ' CAT ' CATH-CATEGORY
               ' RUN ' CATH-RUN-DATE ' ' CATH-RUN-TIME
               ' FOR FEED ' WS-FEED-ENT-ID(WS-CATH-SUPER-IDX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE RESTATEMENT-RECORD FROM WS-REPORT-LINE.

      *Register rows on the restated feed's business date that name
      *any other feed.
       COUNT-FEEDS-ON-BUS-DATE.
           MOVE ZEROS TO WS-FEEDR-OTHER-COUNT.
           PERFORM VARYING WS-FEEDR-IDX FROM 1 BY 1
               UNTIL WS-FEEDR-IDX > WS-FEEDR-COUNT-ENTRIES
               IF WS-FEEDR-BUS-DATE(WS-FEEDR-IDX)
                   EQUAL WS-FEED-ENT-BUS-DATE(WS-FEED-IDX)
                   AND WS-FEEDR-FEED-ID(WS-FEEDR-IDX)
                       NOT EQUAL WS-FEED-ENT-ID(WS-FEED-IDX)
                   ADD 1 TO WS-FEEDR-OTHER-COUNT
               END-IF
           END-PERFORM.

       REFUSE-UNSTAMPED-HISTORY.
           MOVE 'N' TO WS-CATH-SUPER-OK-FLAG.
           MOVE WS-FEEDR-OTHER-COUNT TO WS-COUNT-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'UNSTAMPED HISTORY BUS ' CATH-BUS-DATE
               ' CAT ' CATH-CATEGORY
               ' NOT TIED TO FEED ' WS-FEED-ENT-ID(WS-FEED-IDX)
               ' - MMAFEEDR.DAT HAS ' WS-COUNT-DISP
               ' OTHER FEED ROW(S) FOR THAT DATE'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE RESTATEMENT-RECORD FROM WS-REPORT-LINE.

      *Closing summary on the restatement report, one line per
      *restated feed.
       WRITE-RESTATEMENT-SUMMARY.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE RESTATEMENT-RECORD FROM WS-REPORT-LINE.
           IF NOT WS-RESTATE-PENDING
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'NO FEEDS RESTATED IN THIS RUN'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE RESTATEMENT-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VARYING WS-FEED-IDX FROM 1 BY 1
               UNTIL WS-FEED-IDX > WS-FEED-COUNT-ENTRIES
               IF WS-FEED-RESTATE-FLAG(WS-FEED-IDX) EQUAL 'Y'
                   MOVE WS-FEED-REV-CNT(WS-FEED-IDX) TO WS-COUNT-DISP
                   MOVE WS-FEED-SUPER-CNT(WS-FEED-IDX) TO WS-SEQ-DISP
                   MOVE SPACES TO WS-REPORT-LINE
                   IF WS-FEED-REVERSED-FLAG(WS-FEED-IDX) EQUAL 'Y'
                       AND WS-RESTATE-DONE
                       STRING 'FEED ' WS-FEED-ENT-ID(WS-FEED-IDX)
                           ' BUS ' WS-FEED-ENT-BUS-DATE(WS-FEED-IDX)
                           ' EARLIER RUN '
                           WS-FEED-PRIOR-DATE(WS-FEED-IDX)
                           ' ' WS-FEED-PRIOR-TIME(WS-FEED-IDX)
                           ' RESTATED - REVERSAL LINES '
                           WS-COUNT-DISP
                           ' HISTORY SUPERSEDED ' WS-SEQ-DISP
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                   ELSE
                       STRING 'FEED ' WS-FEED-ENT-ID(WS-FEED-IDX)
                           ' BUS ' WS-FEED-ENT-BUS-DATE(WS-FEED-IDX)
                           ' EARLIER RUN '
                           WS-FEED-PRIOR-DATE(WS-FEED-IDX)
                           ' ' WS-FEED-PRIOR-TIME(WS-FEED-IDX)
                           ' *** RESTATEMENT NOT PERFORMED ***'
                           DELIMITED BY SIZE INTO WS-REPORT-LINE
                   END-IF
                   WRITE RESTATEMENT-RECORD FROM WS-REPORT-LINE
               END-IF
           END-PERFORM.

       WRITE-DUPLICATE-SUMMARY.
           MOVE WS-DUP-WINDOW-RUNS TO WS-DUP-WINDOW-DISP.
           MOVE WS-HELD-COUNT      TO WS-SEQ-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'DUPLICATE SCREEN - WINDOW: ' WS-DUP-WINDOW-DISP
               ' RUN(S)  HELD AS DUPLICATES: ' WS-SEQ-DISP
               ' - SEE MMAHOLD.DAT'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE REPORT-RECORD FROM WS-REPORT-LINE.
           IF WS-DUP-SET-ASIDE-COUNT > ZERO
               MOVE WS-DUP-SET-ASIDE-COUNT TO WS-SEQ-DISP
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'DUPLICATE SCREEN KEYS SET ASIDE FOR RESTATED'
                   ' FEEDS: ' WS-SEQ-DISP
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.
           IF WS-DUP-OVERFLOW-DETECTED
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'WARNING: DUPLICATE KEY TABLE FULL - LATER'
                   ' RECORDS SCREENED BUT NOT KEPT ON MMADUPH.DAT'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       PER-DAY-REPORT.
           IF WS-RESTARTED
               MOVE SPACES TO WS-REPORT-LINE
