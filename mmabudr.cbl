       IDENTIFICATION DIVISION.
       PROGRAM-ID. MMABUDR.
       AUTHOR. Adrien.

      *Budget-vs-actual report over the MMACATH.DAT per-category run
      *history written by MinMaxAverage, against the MMABUDG.DAT
      *monthly budget master maintained by MMABUDM. For each category,
      *then for each reporting group, it prints month-to-date and
      *year-to-date actual net (debits less credits) against budget,
      *the variance amount and percentage, and a projected month-end
      *net at the month's run rate so far. A category whose
      *month-to-date net has used more than the alert share of its
      *month's budget is flagged.
      *
      *The month-to-date budget is the whole month's budget and the
      *year-to-date budget runs January through the as-of month, so a
      *mid-month variance reads as budget still to spend; the
      *projected month-end is the figure to hold against the month's
      *budget. A group is budgeted, month by month, at its own budget
      *on MMABUDG.DAT when it has one for that month, otherwise at the
      *sum of its categories' budgets. Categories take their group
      *from the CATMAST.DAT version in force on the as-of date; those
      *with none roll into UNGROUPED.
      *
      *The optional MMABUDP.DAT parameter record carries the as-of
      *business date (YYYYMMDD - blank or absent reports as of the
      *latest business date on the history) and the alert share as a
      *whole percentage (blank or absent means 90).
      *
      *Records MinMaxAverage flagged superseded - the earlier run of a
      *feed that has since been reprocessed - are left out, so each
      *business day counts once, at its latest figures.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CATEGORY-HISTORY-FILE ASSIGN TO "MMACATH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATH-STATUS.

           SELECT OPTIONAL BUDGET-MASTER-FILE ASSIGN TO "MMABUDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDG-STATUS.

           SELECT OPTIONAL CATEGORY-MASTER-FILE ASSIGN TO "CATMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATMAST-STATUS.

           SELECT OPTIONAL GROUP-MASTER-FILE ASSIGN TO "MMAGRPM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRPM-STATUS.

           SELECT OPTIONAL PARAMETER-FILE ASSIGN TO "MMABUDP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT BUDR-REPORT-FILE ASSIGN TO "MMABUDR.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDR-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CATEGORY-HISTORY-FILE
           RECORDING MODE IS F.
       01  CATH-RECORD.
           05  CATH-BUS-DATE        PIC 9(8).
           05  CATH-BUS-DATE-X REDEFINES CATH-BUS-DATE.
               10  CATH-BUS-YYYY    PIC X(4).
               10  CATH-BUS-MM      PIC 9(2).
               10  CATH-BUS-DD      PIC X(2).
           05  CATH-CATEGORY        PIC X(10).
           05  CATH-COUNT           PIC 9(10).
           05  CATH-DEBIT-TOT       PIC 9(13)V9(6).
           05  CATH-CREDIT-TOT      PIC 9(13)V9(6).
           05  CATH-MIN             PIC S9(12)V9(6)
                                        SIGN LEADING SEPARATE.
           05  CATH-MAX             PIC S9(12)V9(6)
                                        SIGN LEADING SEPARATE.
           05  CATH-MEDIAN          PIC S9(12)V9(6)
                                        SIGN LEADING SEPARATE.
           05  CATH-P90             PIC S9(12)V9(6)
                                        SIGN LEADING SEPARATE.
           05  CATH-P95             PIC S9(12)V9(6)
                                        SIGN LEADING SEPARATE.
           05  CATH-P99             PIC S9(12)V9(6)
                                        SIGN LEADING SEPARATE.
           05  CATH-RUN-STAMP.
               10  CATH-RUN-DATE    PIC 9(8).
               10  CATH-RUN-TIME    PIC 9(8).
           05  CATH-SUPERSEDED-FLAG PIC X.
               88  CATH-SUPERSEDED       VALUE 'S'.

      *Monthly budget master - see MMABUDM.
       FD  BUDGET-MASTER-FILE
           RECORDING MODE IS F.
       01  BUDG-RECORD.
           05  BUDG-TYPE            PIC X.
           05  BUDG-CODE            PIC X(10).
           05  BUDG-MONTH.
               10  BUDG-YYYY        PIC X(4).
               10  BUDG-MM          PIC X(2).
           05  BUDG-AMOUNT          PIC X(20).

       FD  CATEGORY-MASTER-FILE
           RECORDING MODE IS F.
       01  CATMAST-RECORD.
           05  CATMAST-CODE         PIC X(10).
           05  CATMAST-DESC         PIC X(30).
           05  CATMAST-ACTIVE-FLAG  PIC X.
           05  CATMAST-WARN-LIMIT   PIC X(20).
           05  CATMAST-CEIL-LIMIT   PIC X(20).
           05  CATMAST-GL-ACCT      PIC X(12).
           05  CATMAST-GROUP        PIC X(10).
           05  CATMAST-EFF-DATE     PIC X(8).

       FD  GROUP-MASTER-FILE
           RECORDING MODE IS F.
       01  GRPM-RECORD.
           05  GRPM-CODE            PIC X(10).
           05  GRPM-NAME            PIC X(30).

       FD  PARAMETER-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  PARM-AS-OF-DATE      PIC X(8).
           05  PARM-ALERT-PCT       PIC X(3).

       FD  BUDR-REPORT-FILE
           RECORDING MODE IS F.
       01  BUDR-REPORT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CATH-STATUS        PIC XX VALUE ZEROS.
       01  WS-BUDG-STATUS        PIC XX VALUE ZEROS.
       01  WS-CATMAST-STATUS     PIC XX VALUE ZEROS.
       01  WS-GRPM-STATUS        PIC XX VALUE ZEROS.
       01  WS-PARM-STATUS        PIC XX VALUE ZEROS.
       01  WS-BUDR-REPORT-STATUS PIC XX VALUE ZEROS.

       01  WS-EOF-FLAG      PIC X VALUE 'N'.
           88  WS-END-OF-FILE      VALUE 'Y'.
       01  WS-BUDG-EOF-FLAG PIC X VALUE 'N'.
           88  WS-BUDG-END-OF-FILE VALUE 'Y'.
       01  WS-CATM-EOF-FLAG PIC X VALUE 'N'.
           88  WS-CATM-END-OF-FILE VALUE 'Y'.
       01  WS-GRPM-EOF-FLAG PIC X VALUE 'N'.
           88  WS-GRPM-END-OF-FILE VALUE 'Y'.

      *Share of the month's budget the month-to-date net may use
      *before the category is flagged; MMABUDP.DAT may override it.
       01  WS-ALERT-PCT     PIC 9(3) VALUE 90.

       01  WS-AS-OF-DATE    PIC X(8) VALUE SPACES.
       01  WS-AS-OF-PARTS REDEFINES WS-AS-OF-DATE.
           05  WS-AS-OF-YYYY    PIC X(4).
           05  WS-AS-OF-MM      PIC 9(2).
           05  WS-AS-OF-DD      PIC 9(2).
       01  WS-LATEST-DATE   PIC X(8) VALUE SPACES.
       01  WS-MONTH-START   PIC 9(8) VALUE ZEROS.
       01  WS-NEXT-MONTH.
           05  WS-NM-YYYY       PIC 9(4).
           05  WS-NM-MM         PIC 9(2).
           05  WS-NM-DD         PIC 9(2).
       01  WS-NEXT-MONTH-N REDEFINES WS-NEXT-MONTH PIC 9(8).
       01  WS-DAYS-IN-MONTH PIC 9(2) VALUE ZEROS.
       01  WS-BUDG-MM-N     PIC 9(2) VALUE ZEROS.

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

      *Category group assignments off CATMAST.DAT, and group names off
      *MMAGRPM.DAT. Every version of a category is held; the group
      *reported is the one in force on the as-of date.
       78  WS-CATM-MAX-ENTRIES VALUE 2000.
       01  WS-CATM-COUNT-ENTRIES PIC 9(4) VALUE ZEROS.
       01  WS-CATM-IDX         PIC 9(4) VALUE ZEROS.
       01  WS-CATM-FOUND-IDX   PIC 9(4) VALUE ZEROS.
       01  WS-CATM-BEST-DATE   PIC X(8) VALUE SPACES.
       01  WS-CATM-TABLE.
           05  WS-CATM-ENTRY OCCURS WS-CATM-MAX-ENTRIES TIMES.
               10  WS-CATM-CODE     PIC X(10).
               10  WS-CATM-EFF-DATE PIC X(8).
               10  WS-CATM-GROUP    PIC X(10).
       78  WS-GRPM-MAX-ENTRIES VALUE 100.
       01  WS-GRPM-COUNT-ENTRIES PIC 9(3) VALUE ZEROS.
       01  WS-GRPM-IDX         PIC 9(3) VALUE ZEROS.
       01  WS-GRPM-TABLE.
           05  WS-GRPM-ENTRY OCCURS WS-GRPM-MAX-ENTRIES TIMES.
               10  WS-GRPM-CODE     PIC X(10).
               10  WS-GRPM-NAME     PIC X(30).
       01  WS-UNGROUPED-CODE   PIC X(10) VALUE 'UNGROUPED'.
       01  WS-GRP-WORK-CODE    PIC X(10) VALUE SPACES.
       01  WS-CAT-WORK-CODE    PIC X(10) VALUE SPACES.
       01  WS-GRP-WORK-NAME    PIC X(30) VALUE SPACES.

      *Per category: this year's budget by month, and month-to-date
      *and year-to-date actual net.
       78  WS-CAT-MAX-ENTRIES  VALUE 500.
       01  WS-CAT-COUNT-ENTRIES PIC 9(3) VALUE ZEROS.
       01  WS-CAT-IDX          PIC 9(3) VALUE ZEROS.
       01  WS-CAT-FOUND-IDX    PIC 9(3) VALUE ZEROS.
       01  WS-CAT-TABLE.
           05  WS-CAT-ENTRY OCCURS WS-CAT-MAX-ENTRIES TIMES.
               10  WS-CAT-CODE      PIC X(10).
               10  WS-CAT-GROUP     PIC X(10).
               10  WS-CAT-BUDGET    PIC 9(12)V9(6) OCCURS 12 TIMES.
               10  WS-CAT-BUD-FLAG  PIC X OCCURS 12 TIMES.
               10  WS-CAT-MTD-NET   PIC S9(14)V9(6).
               10  WS-CAT-YTD-NET   PIC S9(14)V9(6).
       01  WS-CAT-OVERFLOW-FLAG PIC X VALUE 'N'.
           88  WS-CAT-OVERFLOW-DETECTED  VALUE 'Y'.

      *Per group: its own budget by month when it has one, the sum of
      *its categories' budgets by month, and the rolled-up actuals.
       78  WS-GRP-MAX-ENTRIES  VALUE 101.
       01  WS-GRP-COUNT-ENTRIES PIC 9(3) VALUE ZEROS.
       01  WS-GRP-IDX          PIC 9(3) VALUE ZEROS.
       01  WS-GRP-FOUND-IDX    PIC 9(3) VALUE ZEROS.
       01  WS-GRP-TABLE.
           05  WS-GRP-ENTRY OCCURS WS-GRP-MAX-ENTRIES TIMES.
               10  WS-GRP-CODE      PIC X(10).
               10  WS-GRP-OWN-BUD   PIC 9(12)V9(6) OCCURS 12 TIMES.
               10  WS-GRP-OWN-FLAG  PIC X OCCURS 12 TIMES.
               10  WS-GRP-CAT-BUD   PIC 9(14)V9(6) OCCURS 12 TIMES.
               10  WS-GRP-CAT-FLAG  PIC X OCCURS 12 TIMES.
               10  WS-GRP-MTD-NET   PIC S9(14)V9(6).
               10  WS-GRP-YTD-NET   PIC S9(14)V9(6).
       01  WS-GRP-OVERFLOW-FLAG PIC X VALUE 'N'.
           88  WS-GRP-OVERFLOW-DETECTED  VALUE 'Y'.

       01  WS-MONTH-IDX     PIC 9(2) VALUE ZEROS.
       01  WS-TEST-NUMVAL   PIC S9(4) VALUE ZEROS.
       01  WS-AMOUNT-TEST   PIC S9(13)V9(6) VALUE ZEROS.
       01  WS-CATH-NET      PIC S9(14)V9(6) VALUE ZEROS.

      *Figures for the line being printed.
       01  WS-LINE-MTD-NET  PIC S9(14)V9(6) VALUE ZEROS.
       01  WS-LINE-YTD-NET  PIC S9(14)V9(6) VALUE ZEROS.
       01  WS-LINE-MTD-BUD  PIC 9(14)V9(6) VALUE ZEROS.
       01  WS-LINE-YTD-BUD  PIC 9(14)V9(6) VALUE ZEROS.
       01  WS-LINE-MTD-FLAG PIC X VALUE 'N'.
       01  WS-LINE-YTD-FLAG PIC X VALUE 'N'.
       01  WS-VARIANCE      PIC S9(14)V9(6) VALUE ZEROS.
       01  WS-PROJECTED     PIC S9(14)V9(6) VALUE ZEROS.
       01  WS-VAR-PCT       PIC S9(7)V9(2) VALUE ZEROS.
       01  WS-PCT-BUD       PIC 9(14)V9(6) VALUE ZEROS.
       01  WS-PCT-BUD-FLAG  PIC X VALUE 'N'.
       01  WS-USED-PCT      PIC S9(7)V9(2) VALUE ZEROS.

       01  WS-BAD-BUDGET-COUNT PIC 9(5) VALUE ZEROS.
       01  WS-FLAGGED-COUNT    PIC 9(5) VALUE ZEROS.
       01  WS-NO-BUDGET-COUNT  PIC 9(5) VALUE ZEROS.
       01  WS-SUPERSEDED-COUNT PIC 9(10) VALUE ZEROS USAGE IS COMP.

       01  WS-REPORT-LINE   PIC X(132).
       01  WS-ACTUAL-DISP   PIC -(11)9.99.
       01  WS-BUDGET-DISP   PIC -(11)9.99.
       01  WS-VAR-DISP      PIC -(11)9.99.
       01  WS-PROJ-DISP     PIC -(11)9.99.
       01  WS-PCT-DISP      PIC -(6)9.99.
       01  WS-PCT-TEXT      PIC X(10) VALUE SPACES.
       01  WS-ALERT-DISP    PIC ZZ9.
       01  WS-DAYS-DISP     PIC Z9.
       01  WS-DAYS-DISP-2   PIC Z9.
       01  WS-COUNT-DISP-1  PIC ZZZZ9.
       01  WS-COUNT-DISP-2  PIC ZZZZ9.
       01  WS-COUNT-DISP-3  PIC ZZZZ9.
       01  WS-SUPER-DISP    PIC ZZZZZZZZZ9.

       PROCEDURE DIVISION.
           PERFORM OPEN-FILES.
           PERFORM LOAD-PARAMETERS.
           PERFORM SCAN-LATEST-DATE.
           PERFORM RESOLVE-AS-OF-DATE.
           PERFORM LOAD-CATEGORY-GROUPS.
           PERFORM LOAD-GROUP-NAMES.
           PERFORM LOAD-BUDGETS.
           PERFORM LOAD-ACTUALS.
           PERFORM ROLL-UP-GROUPS.
           PERFORM PRINT-BUDGET-REPORT.
           CLOSE BUDR-REPORT-FILE.
           STOP RUN.

       OPEN-FILES.
           OPEN OUTPUT BUDR-REPORT-FILE.
           IF WS-BUDR-REPORT-STATUS NOT EQUAL '00'
               DISPLAY 'FATAL ERROR - UNABLE TO OPEN MMABUDR.OUT'
                   ' STATUS=' WS-BUDR-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *A keyed as-of date that is not a real calendar date, or an
      *alert share that is not a whole percentage, fails the run
      *loudly - a typo must not quietly report the wrong month.
       LOAD-PARAMETERS.
           OPEN INPUT PARAMETER-FILE.
           IF WS-PARM-STATUS NOT EQUAL '00' AND '05'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FATAL ERROR - UNABLE TO OPEN MMABUDP.DAT'
                   ' STATUS=' WS-PARM-STATUS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM BUDR-ABORT
           END-IF.
           IF WS-PARM-STATUS EQUAL '00'
               READ PARAMETER-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM APPLY-PARAMETERS
               END-READ
           END-IF.
           CLOSE PARAMETER-FILE.

       APPLY-PARAMETERS.
           IF PARM-AS-OF-DATE NOT EQUAL SPACES
               MOVE PARM-AS-OF-DATE TO WS-CHECK-DATE
               PERFORM VALIDATE-CHECK-DATE
               IF NOT WS-DATE-VALID
                   PERFORM PARAMETER-ABORT
               END-IF
               MOVE PARM-AS-OF-DATE TO WS-AS-OF-DATE
           END-IF.
           IF PARM-ALERT-PCT NOT EQUAL SPACES
               MOVE FUNCTION TEST-NUMVAL(PARM-ALERT-PCT)
                   TO WS-TEST-NUMVAL
               IF WS-TEST-NUMVAL NOT EQUAL ZERO
                   PERFORM PARAMETER-ABORT
               END-IF
               MOVE FUNCTION NUMVAL(PARM-ALERT-PCT) TO WS-AMOUNT-TEST
               IF WS-AMOUNT-TEST < 1 OR WS-AMOUNT-TEST > 999
                   OR WS-AMOUNT-TEST NOT EQUAL
                       FUNCTION INTEGER(WS-AMOUNT-TEST)
                   PERFORM PARAMETER-ABORT
               END-IF
               MOVE WS-AMOUNT-TEST TO WS-ALERT-PCT
           END-IF.

       PARAMETER-ABORT.
           CLOSE PARAMETER-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'FATAL ERROR - INVALID MMABUDP.DAT RECORD: '
               PARM-AS-OF-DATE ' ' PARM-ALERT-PCT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM BUDR-ABORT.

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
           MOVE 'Y' TO WS-DATE-VALID-FLAG.

      *First pass over the history: the latest business date on file,
      *so an unparameterised run reports as of the day finance most
      *recently fed.
       SCAN-LATEST-DATE.
           OPEN INPUT CATEGORY-HISTORY-FILE.
           IF WS-CATH-STATUS NOT EQUAL '00'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FATAL ERROR - UNABLE TO OPEN MMACATH.DAT'
                   ' STATUS=' WS-CATH-STATUS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM BUDR-ABORT
           END-IF.
           PERFORM WITH TEST AFTER UNTIL WS-END-OF-FILE
               READ CATEGORY-HISTORY-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF NOT CATH-SUPERSEDED
                           AND CATH-BUS-DATE-X > WS-LATEST-DATE
                           MOVE CATH-BUS-DATE-X TO WS-LATEST-DATE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CATEGORY-HISTORY-FILE.

       RESOLVE-AS-OF-DATE.
           IF WS-AS-OF-DATE EQUAL SPACES
               MOVE WS-LATEST-DATE TO WS-AS-OF-DATE
           END-IF.
           IF WS-AS-OF-DATE EQUAL SPACES
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'NO HISTORY ON MMACATH.DAT - NOTHING TO REPORT'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE BUDR-REPORT-RECORD FROM WS-REPORT-LINE
               CLOSE BUDR-REPORT-FILE
               STOP RUN
           END-IF.
           MOVE WS-AS-OF-DATE TO WS-NEXT-MONTH.
           MOVE 1 TO WS-NM-DD.
           MOVE WS-NEXT-MONTH-N TO WS-MONTH-START.
           IF WS-NM-MM EQUAL 12
               ADD 1 TO WS-NM-YYYY
               MOVE 1 TO WS-NM-MM
           ELSE
               ADD 1 TO WS-NM-MM
           END-IF.
           COMPUTE WS-DAYS-IN-MONTH =
               FUNCTION INTEGER-OF-DATE(WS-NEXT-MONTH-N)
               - FUNCTION INTEGER-OF-DATE(WS-MONTH-START).

       LOAD-CATEGORY-GROUPS.
           OPEN INPUT CATEGORY-MASTER-FILE.
           IF WS-CATMAST-STATUS NOT EQUAL '00' AND '05'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FATAL ERROR - UNABLE TO OPEN CATMAST.DAT'
                   ' STATUS=' WS-CATMAST-STATUS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM BUDR-ABORT
           END-IF.
           IF WS-CATMAST-STATUS EQUAL '00'
               PERFORM WITH TEST AFTER UNTIL WS-CATM-END-OF-FILE
                   READ CATEGORY-MASTER-FILE
                       AT END
                           SET WS-CATM-END-OF-FILE TO TRUE
                       NOT AT END
                           IF WS-CATM-COUNT-ENTRIES
                               < WS-CATM-MAX-ENTRIES
                               ADD 1 TO WS-CATM-COUNT-ENTRIES
                               MOVE CATMAST-CODE TO
                                   WS-CATM-CODE(WS-CATM-COUNT-ENTRIES)
                               MOVE CATMAST-EFF-DATE TO
                                 WS-CATM-EFF-DATE(WS-CATM-COUNT-ENTRIES)
                               MOVE CATMAST-GROUP TO
                                   WS-CATM-GROUP(WS-CATM-COUNT-ENTRIES)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CATEGORY-MASTER-FILE.

       LOAD-GROUP-NAMES.
           OPEN INPUT GROUP-MASTER-FILE.
           IF WS-GRPM-STATUS NOT EQUAL '00' AND '05'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FATAL ERROR - UNABLE TO OPEN MMAGRPM.DAT'
                   ' STATUS=' WS-GRPM-STATUS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM BUDR-ABORT
           END-IF.
           IF WS-GRPM-STATUS EQUAL '00'
               PERFORM WITH TEST AFTER UNTIL WS-GRPM-END-OF-FILE
                   READ GROUP-MASTER-FILE
                       AT END
                           SET WS-GRPM-END-OF-FILE TO TRUE
                       NOT AT END
                           IF WS-GRPM-COUNT-ENTRIES
                               < WS-GRPM-MAX-ENTRIES
                               ADD 1 TO WS-GRPM-COUNT-ENTRIES
                               MOVE GRPM-CODE TO
                                   WS-GRPM-CODE(WS-GRPM-COUNT-ENTRIES)
                               MOVE GRPM-NAME TO
                                   WS-GRPM-NAME(WS-GRPM-COUNT-ENTRIES)
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE GROUP-MASTER-FILE.

      *Only the as-of year's budgets matter. A record whose amount no
      *longer parses is left out with a warning - MMABUDM refuses such
      *amounts, so one here was keyed by hand.
       LOAD-BUDGETS.
           OPEN INPUT BUDGET-MASTER-FILE.
           IF WS-BUDG-STATUS NOT EQUAL '00' AND '05'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FATAL ERROR - UNABLE TO OPEN MMABUDG.DAT'
                   ' STATUS=' WS-BUDG-STATUS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM BUDR-ABORT
           END-IF.
           IF WS-BUDG-STATUS EQUAL '00'
               PERFORM WITH TEST AFTER UNTIL WS-BUDG-END-OF-FILE
                   READ BUDGET-MASTER-FILE
                       AT END
                           SET WS-BUDG-END-OF-FILE TO TRUE
                       NOT AT END
                           IF BUDG-YYYY EQUAL WS-AS-OF-YYYY
                               PERFORM STORE-ONE-BUDGET
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE BUDGET-MASTER-FILE.

       STORE-ONE-BUDGET.
           MOVE 'Y' TO WS-DATE-VALID-FLAG.
           IF BUDG-MM IS NOT NUMERIC
               MOVE 'N' TO WS-DATE-VALID-FLAG
           ELSE
               MOVE BUDG-MM TO WS-BUDG-MM-N
               IF WS-BUDG-MM-N < 1 OR WS-BUDG-MM-N > 12
                   MOVE 'N' TO WS-DATE-VALID-FLAG
               END-IF
           END-IF.
           MOVE FUNCTION TEST-NUMVAL(BUDG-AMOUNT) TO WS-TEST-NUMVAL.
           IF WS-TEST-NUMVAL EQUAL ZERO
               MOVE FUNCTION NUMVAL(BUDG-AMOUNT) TO WS-AMOUNT-TEST
           END-IF.
           IF NOT WS-DATE-VALID
               OR BUDG-AMOUNT EQUAL SPACES
               OR WS-TEST-NUMVAL NOT EQUAL ZERO
               OR WS-AMOUNT-TEST < ZERO
               OR WS-AMOUNT-TEST > 999999999999.999999
               OR (BUDG-TYPE NOT EQUAL 'C' AND 'G')
               ADD 1 TO WS-BAD-BUDGET-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'WARNING: INVALID MMABUDG.DAT RECORD IGNORED: '
                   BUDG-TYPE ' ' BUDG-CODE ' ' BUDG-MONTH ' '
                   BUDG-AMOUNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE BUDR-REPORT-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           IF BUDG-TYPE EQUAL 'C'
               MOVE BUDG-CODE TO WS-CAT-WORK-CODE
               PERFORM FIND-OR-ADD-CATEGORY
               IF WS-CAT-FOUND-IDX > ZERO
                   MOVE WS-AMOUNT-TEST TO
                       WS-CAT-BUDGET(WS-CAT-FOUND-IDX, WS-BUDG-MM-N)
                   MOVE 'Y' TO
                       WS-CAT-BUD-FLAG(WS-CAT-FOUND-IDX, WS-BUDG-MM-N)
               END-IF
           ELSE
               MOVE BUDG-CODE TO WS-GRP-WORK-CODE
               PERFORM FIND-OR-ADD-GROUP
               IF WS-GRP-FOUND-IDX > ZERO
                   MOVE WS-AMOUNT-TEST TO
                       WS-GRP-OWN-BUD(WS-GRP-FOUND-IDX, WS-BUDG-MM-N)
                   MOVE 'Y' TO
                       WS-GRP-OWN-FLAG(WS-GRP-FOUND-IDX, WS-BUDG-MM-N)
               END-IF
           END-IF.

      *Second pass over the history: net for the as-of year up to and
      *including the as-of date, split out for the as-of month.
       LOAD-ACTUALS.
           MOVE 'N' TO WS-EOF-FLAG.
           OPEN INPUT CATEGORY-HISTORY-FILE.
           IF WS-CATH-STATUS NOT EQUAL '00'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FATAL ERROR - UNABLE TO REOPEN MMACATH.DAT'
                   ' STATUS=' WS-CATH-STATUS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM BUDR-ABORT
           END-IF.
           PERFORM WITH TEST AFTER UNTIL WS-END-OF-FILE
               READ CATEGORY-HISTORY-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF CATH-BUS-YYYY EQUAL WS-AS-OF-YYYY
                           AND CATH-BUS-DATE-X NOT > WS-AS-OF-DATE
                           IF CATH-SUPERSEDED
                               ADD 1 TO WS-SUPERSEDED-COUNT
                           ELSE
                               PERFORM TALLY-HISTORY-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CATEGORY-HISTORY-FILE.

       TALLY-HISTORY-RECORD.
           MOVE CATH-CATEGORY TO WS-CAT-WORK-CODE.
           PERFORM FIND-OR-ADD-CATEGORY.
           IF WS-CAT-FOUND-IDX EQUAL ZERO
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-CATH-NET = CATH-DEBIT-TOT - CATH-CREDIT-TOT.
           ADD WS-CATH-NET TO WS-CAT-YTD-NET(WS-CAT-FOUND-IDX).
           IF CATH-BUS-MM EQUAL WS-AS-OF-MM
               ADD WS-CATH-NET TO WS-CAT-MTD-NET(WS-CAT-FOUND-IDX)
           END-IF.

       FIND-OR-ADD-CATEGORY.
           MOVE ZEROS TO WS-CAT-FOUND-IDX.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-COUNT-ENTRIES
               IF WS-CAT-CODE(WS-CAT-IDX) EQUAL WS-CAT-WORK-CODE
                   MOVE WS-CAT-IDX TO WS-CAT-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-CAT-FOUND-IDX > ZERO
               EXIT PARAGRAPH
           END-IF.
           IF WS-CAT-COUNT-ENTRIES >= WS-CAT-MAX-ENTRIES
               SET WS-CAT-OVERFLOW-DETECTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-CAT-COUNT-ENTRIES.
           MOVE WS-CAT-COUNT-ENTRIES TO WS-CAT-FOUND-IDX.
           MOVE WS-CAT-WORK-CODE TO WS-CAT-CODE(WS-CAT-FOUND-IDX).
           MOVE WS-UNGROUPED-CODE TO WS-CAT-GROUP(WS-CAT-FOUND-IDX).
           MOVE ZEROS TO WS-CATM-FOUND-IDX.
           MOVE SPACES TO WS-CATM-BEST-DATE.
           PERFORM VARYING WS-CATM-IDX FROM 1 BY 1
               UNTIL WS-CATM-IDX > WS-CATM-COUNT-ENTRIES
               IF WS-CATM-CODE(WS-CATM-IDX) EQUAL WS-CAT-WORK-CODE
                   AND WS-CATM-EFF-DATE(WS-CATM-IDX) <= WS-AS-OF-DATE
                   AND WS-CATM-EFF-DATE(WS-CATM-IDX)
                       >= WS-CATM-BEST-DATE
                   MOVE WS-CATM-IDX TO WS-CATM-FOUND-IDX
                   MOVE WS-CATM-EFF-DATE(WS-CATM-IDX)
                       TO WS-CATM-BEST-DATE
               END-IF
           END-PERFORM.
           IF WS-CATM-FOUND-IDX > ZERO
               IF WS-CATM-GROUP(WS-CATM-FOUND-IDX) NOT EQUAL SPACES
                   MOVE WS-CATM-GROUP(WS-CATM-FOUND-IDX)
                       TO WS-CAT-GROUP(WS-CAT-FOUND-IDX)
               END-IF
           END-IF.
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 12
               MOVE ZEROS TO WS-CAT-BUDGET(WS-CAT-FOUND-IDX,
                   WS-MONTH-IDX)
               MOVE 'N' TO WS-CAT-BUD-FLAG(WS-CAT-FOUND-IDX,
                   WS-MONTH-IDX)
           END-PERFORM.
           MOVE ZEROS TO WS-CAT-MTD-NET(WS-CAT-FOUND-IDX).
           MOVE ZEROS TO WS-CAT-YTD-NET(WS-CAT-FOUND-IDX).

       FIND-OR-ADD-GROUP.
           MOVE ZEROS TO WS-GRP-FOUND-IDX.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT-ENTRIES
               IF WS-GRP-CODE(WS-GRP-IDX) EQUAL WS-GRP-WORK-CODE
                   MOVE WS-GRP-IDX TO WS-GRP-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-GRP-FOUND-IDX > ZERO
               EXIT PARAGRAPH
           END-IF.
           IF WS-GRP-COUNT-ENTRIES >= WS-GRP-MAX-ENTRIES
               SET WS-GRP-OVERFLOW-DETECTED TO TRUE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-GRP-COUNT-ENTRIES.
           MOVE WS-GRP-COUNT-ENTRIES TO WS-GRP-FOUND-IDX.
           MOVE WS-GRP-WORK-CODE TO WS-GRP-CODE(WS-GRP-FOUND-IDX).
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 12
               MOVE ZEROS TO WS-GRP-OWN-BUD(WS-GRP-FOUND-IDX,
                   WS-MONTH-IDX)
               MOVE 'N' TO WS-GRP-OWN-FLAG(WS-GRP-FOUND-IDX,
                   WS-MONTH-IDX)
               MOVE ZEROS TO WS-GRP-CAT-BUD(WS-GRP-FOUND-IDX,
                   WS-MONTH-IDX)
               MOVE 'N' TO WS-GRP-CAT-FLAG(WS-GRP-FOUND-IDX,
                   WS-MONTH-IDX)
           END-PERFORM.
           MOVE ZEROS TO WS-GRP-MTD-NET(WS-GRP-FOUND-IDX).
           MOVE ZEROS TO WS-GRP-YTD-NET(WS-GRP-FOUND-IDX).

       ROLL-UP-GROUPS.
           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-COUNT-ENTRIES
               MOVE WS-CAT-GROUP(WS-CAT-IDX) TO WS-GRP-WORK-CODE
               PERFORM FIND-OR-ADD-GROUP
               IF WS-GRP-FOUND-IDX > ZERO
                   PERFORM ROLL-CATEGORY-INTO-GROUP
               END-IF
           END-PERFORM.

       ROLL-CATEGORY-INTO-GROUP.
           ADD WS-CAT-MTD-NET(WS-CAT-IDX)
               TO WS-GRP-MTD-NET(WS-GRP-FOUND-IDX).
           ADD WS-CAT-YTD-NET(WS-CAT-IDX)
               TO WS-GRP-YTD-NET(WS-GRP-FOUND-IDX).
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > 12
               IF WS-CAT-BUD-FLAG(WS-CAT-IDX, WS-MONTH-IDX) EQUAL 'Y'
                   ADD WS-CAT-BUDGET(WS-CAT-IDX, WS-MONTH-IDX)
                       TO WS-GRP-CAT-BUD(WS-GRP-FOUND-IDX,
                           WS-MONTH-IDX)
                   MOVE 'Y' TO WS-GRP-CAT-FLAG(WS-GRP-FOUND-IDX,
                       WS-MONTH-IDX)
               END-IF
           END-PERFORM.

       PRINT-BUDGET-REPORT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'MMA BUDGET VS ACTUAL REPORT - AS OF: '
               WS-AS-OF-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE BUDR-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-ALERT-PCT TO WS-ALERT-DISP.
           MOVE WS-AS-OF-DD TO WS-DAYS-DISP.
           MOVE WS-DAYS-IN-MONTH TO WS-DAYS-DISP-2.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ALERT AT ' WS-ALERT-DISP
               ' PCT OF MONTH BUDGET USED  DAY ' WS-DAYS-DISP
               ' OF ' WS-DAYS-DISP-2 ' IN THE MONTH'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE BUDR-REPORT-RECORD FROM WS-REPORT-LINE.
           IF WS-CAT-OVERFLOW-DETECTED
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'WARNING: CATEGORY TABLE FULL - SOME'
                   ' CATEGORIES EXCLUDED FROM THE REPORT'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE BUDR-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.
           IF WS-GRP-OVERFLOW-DETECTED
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'WARNING: GROUP TABLE FULL - SOME'
                   ' GROUPS EXCLUDED FROM THE REPORT'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE BUDR-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.
           IF WS-CAT-COUNT-ENTRIES EQUAL ZERO
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'NO BUDGETS OR HISTORY FOR THE YEAR - NOTHING'
                   ' TO REPORT'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE BUDR-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

           PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
               UNTIL WS-CAT-IDX > WS-CAT-COUNT-ENTRIES
               PERFORM PRINT-CATEGORY-BUDGET
           END-PERFORM.
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-GRP-COUNT-ENTRIES
               PERFORM PRINT-GROUP-BUDGET
           END-PERFORM.

           MOVE WS-FLAGGED-COUNT    TO WS-COUNT-DISP-1.
           MOVE WS-NO-BUDGET-COUNT  TO WS-COUNT-DISP-2.
           MOVE WS-BAD-BUDGET-COUNT TO WS-COUNT-DISP-3.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CATEGORIES FLAGGED: ' WS-COUNT-DISP-1
               '  WITH NO MONTH BUDGET: ' WS-COUNT-DISP-2
               '  INVALID BUDGETS IGNORED: ' WS-COUNT-DISP-3
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE BUDR-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-SUPERSEDED-COUNT TO WS-SUPER-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'SUPERSEDED HISTORY RECORDS EXCLUDED: '
               WS-SUPER-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE BUDR-REPORT-RECORD FROM WS-REPORT-LINE.

       PRINT-CATEGORY-BUDGET.
           MOVE WS-CAT-MTD-NET(WS-CAT-IDX) TO WS-LINE-MTD-NET.
           MOVE WS-CAT-YTD-NET(WS-CAT-IDX) TO WS-LINE-YTD-NET.
           MOVE ZEROS TO WS-LINE-MTD-BUD WS-LINE-YTD-BUD.
           MOVE 'N' TO WS-LINE-MTD-FLAG WS-LINE-YTD-FLAG.
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > WS-AS-OF-MM
               IF WS-CAT-BUD-FLAG(WS-CAT-IDX, WS-MONTH-IDX) EQUAL 'Y'
                   ADD WS-CAT-BUDGET(WS-CAT-IDX, WS-MONTH-IDX)
                       TO WS-LINE-YTD-BUD
                   MOVE 'Y' TO WS-LINE-YTD-FLAG
               END-IF
           END-PERFORM.
           IF WS-CAT-BUD-FLAG(WS-CAT-IDX, WS-AS-OF-MM) EQUAL 'Y'
               MOVE WS-CAT-BUDGET(WS-CAT-IDX, WS-AS-OF-MM)
                   TO WS-LINE-MTD-BUD
               MOVE 'Y' TO WS-LINE-MTD-FLAG
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CATEGORY: ' WS-CAT-CODE(WS-CAT-IDX)
               '  GROUP: ' WS-CAT-GROUP(WS-CAT-IDX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE BUDR-REPORT-RECORD FROM WS-REPORT-LINE.
           PERFORM PRINT-BUDGET-LINES.
           IF WS-LINE-MTD-FLAG NOT EQUAL 'Y'
               ADD 1 TO WS-NO-BUDGET-COUNT
               EXIT PARAGRAPH
           END-IF.
      *    A zero budget with any spend against it has used more than
      *    any share of it.
           IF WS-LINE-MTD-BUD EQUAL ZERO
               IF WS-LINE-MTD-NET > ZERO
                   MOVE 9999999.99 TO WS-USED-PCT
               ELSE
                   MOVE ZEROS TO WS-USED-PCT
               END-IF
           ELSE
               COMPUTE WS-USED-PCT ROUNDED =
                   WS-LINE-MTD-NET * 100 / WS-LINE-MTD-BUD
                   ON SIZE ERROR
                       MOVE 9999999.99 TO WS-USED-PCT
               END-COMPUTE
           END-IF.
           IF WS-USED-PCT NOT > WS-ALERT-PCT
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-FLAGGED-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-LINE-MTD-BUD EQUAL ZERO
               STRING '  *** FLAG: ' WS-CAT-CODE(WS-CAT-IDX)
                   ' HAS SPEND AGAINST A ZERO MONTH BUDGET'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               MOVE WS-USED-PCT TO WS-PCT-DISP
               STRING '  *** FLAG: ' WS-CAT-CODE(WS-CAT-IDX)
                   ' HAS USED ' WS-PCT-DISP
                   ' PCT OF ITS MONTH BUDGET'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           WRITE BUDR-REPORT-RECORD FROM WS-REPORT-LINE.

      *A group month takes its own budget when it has one, else the
      *sum of its categories' budgets for that month.
       PRINT-GROUP-BUDGET.
           MOVE WS-GRP-MTD-NET(WS-GRP-IDX) TO WS-LINE-MTD-NET.
           MOVE WS-GRP-YTD-NET(WS-GRP-IDX) TO WS-LINE-YTD-NET.
           MOVE ZEROS TO WS-LINE-MTD-BUD WS-LINE-YTD-BUD.
           MOVE 'N' TO WS-LINE-MTD-FLAG WS-LINE-YTD-FLAG.
           PERFORM VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > WS-AS-OF-MM
               IF WS-GRP-OWN-FLAG(WS-GRP-IDX, WS-MONTH-IDX) EQUAL 'Y'
                   ADD WS-GRP-OWN-BUD(WS-GRP-IDX, WS-MONTH-IDX)
                       TO WS-LINE-YTD-BUD
                   MOVE 'Y' TO WS-LINE-YTD-FLAG
               ELSE
                   IF WS-GRP-CAT-FLAG(WS-GRP-IDX, WS-MONTH-IDX)
                       EQUAL 'Y'
                       ADD WS-GRP-CAT-BUD(WS-GRP-IDX, WS-MONTH-IDX)
                           TO WS-LINE-YTD-BUD
                       MOVE 'Y' TO WS-LINE-YTD-FLAG
                   END-IF
               END-IF
           END-PERFORM.
           IF WS-GRP-OWN-FLAG(WS-GRP-IDX, WS-AS-OF-MM) EQUAL 'Y'
               MOVE WS-GRP-OWN-BUD(WS-GRP-IDX, WS-AS-OF-MM)
                   TO WS-LINE-MTD-BUD
               MOVE 'Y' TO WS-LINE-MTD-FLAG
           ELSE
               IF WS-GRP-CAT-FLAG(WS-GRP-IDX, WS-AS-OF-MM) EQUAL 'Y'
                   MOVE WS-GRP-CAT-BUD(WS-GRP-IDX, WS-AS-OF-MM)
                       TO WS-LINE-MTD-BUD
                   MOVE 'Y' TO WS-LINE-MTD-FLAG
               END-IF
           END-IF.
           MOVE WS-GRP-CODE(WS-GRP-IDX) TO WS-GRP-WORK-CODE.
           MOVE SPACES TO WS-GRP-WORK-NAME.
           PERFORM VARYING WS-GRPM-IDX FROM 1 BY 1
               UNTIL WS-GRPM-IDX > WS-GRPM-COUNT-ENTRIES
               IF WS-GRPM-CODE(WS-GRPM-IDX) EQUAL WS-GRP-WORK-CODE
                   MOVE WS-GRPM-NAME(WS-GRPM-IDX) TO WS-GRP-WORK-NAME
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'GROUP: ' WS-GRP-WORK-CODE '  ' WS-GRP-WORK-NAME
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE BUDR-REPORT-RECORD FROM WS-REPORT-LINE.
           PERFORM PRINT-BUDGET-LINES.

      *The month and year-to-date lines for the figures staged in
      *WS-LINE-*. Variance is actual less budget, so a positive
      *variance is an overspend.
       PRINT-BUDGET-LINES.
           COMPUTE WS-PROJECTED ROUNDED =
               WS-LINE-MTD-NET * WS-DAYS-IN-MONTH / WS-AS-OF-DD.
           COMPUTE WS-VARIANCE = WS-LINE-MTD-NET - WS-LINE-MTD-BUD.
           MOVE WS-LINE-MTD-FLAG TO WS-PCT-BUD-FLAG.
           MOVE WS-LINE-MTD-BUD TO WS-PCT-BUD.
           PERFORM SET-VARIANCE-PCT.
           COMPUTE WS-ACTUAL-DISP ROUNDED = WS-LINE-MTD-NET.
           COMPUTE WS-BUDGET-DISP ROUNDED = WS-LINE-MTD-BUD.
           COMPUTE WS-VAR-DISP ROUNDED = WS-VARIANCE.
           COMPUTE WS-PROJ-DISP ROUNDED = WS-PROJECTED.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  MTD ACTUAL: ' WS-ACTUAL-DISP
               '  BUDGET: ' WS-BUDGET-DISP
               '  VAR: ' WS-VAR-DISP
               '  VAR PCT: ' WS-PCT-TEXT
               '  PROJ M/E: ' WS-PROJ-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE BUDR-REPORT-RECORD FROM WS-REPORT-LINE.
           COMPUTE WS-VARIANCE = WS-LINE-YTD-NET - WS-LINE-YTD-BUD.
           MOVE WS-LINE-YTD-FLAG TO WS-PCT-BUD-FLAG.
           MOVE WS-LINE-YTD-BUD TO WS-PCT-BUD.
           PERFORM SET-VARIANCE-PCT.
           COMPUTE WS-ACTUAL-DISP ROUNDED = WS-LINE-YTD-NET.
           COMPUTE WS-BUDGET-DISP ROUNDED = WS-LINE-YTD-BUD.
           COMPUTE WS-VAR-DISP ROUNDED = WS-VARIANCE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  YTD ACTUAL: ' WS-ACTUAL-DISP
               '  BUDGET: ' WS-BUDGET-DISP
               '  VAR: ' WS-VAR-DISP
               '  VAR PCT: ' WS-PCT-TEXT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE BUDR-REPORT-RECORD FROM WS-REPORT-LINE.

      *Caller stages the variance, the budget and whether there is one.
       SET-VARIANCE-PCT.
           IF WS-PCT-BUD-FLAG NOT EQUAL 'Y'
               MOVE 'NO BUDGET ' TO WS-PCT-TEXT
               EXIT PARAGRAPH
           END-IF.
           IF WS-PCT-BUD EQUAL ZERO
               MOVE 'ZERO BUDG ' TO WS-PCT-TEXT
               EXIT PARAGRAPH
           END-IF.
           COMPUTE WS-VAR-PCT ROUNDED =
               WS-VARIANCE * 100 / WS-PCT-BUD
               ON SIZE ERROR
                   MOVE 9999999.99 TO WS-VAR-PCT
           END-COMPUTE.
           MOVE WS-VAR-PCT TO WS-PCT-DISP.
           MOVE WS-PCT-DISP TO WS-PCT-TEXT.

      *Caller has built the message in WS-REPORT-LINE.
       BUDR-ABORT.
           WRITE BUDR-REPORT-RECORD FROM WS-REPORT-LINE.
           CLOSE BUDR-REPORT-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
