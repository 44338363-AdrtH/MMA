       IDENTIFICATION DIVISION.
       PROGRAM-ID. MMABUDM.
       AUTHOR. Adrien.

      *Budget master maintenance. Applies add/change/delete commands
      *from BUDMTIN.DAT to the MMABUDG.DAT monthly budget master read by
      *MMABUDR, keeping the file in type/code/month order, and reports
      *every action and error to MMABUDM.OUT.
      *
      *A budget is one amount for one month (YYYYMM) against either a
      *category code on CATMAST.DAT (BM-TYPE 'C') or a reporting group
      *on MMAGRPM.DAT (BM-TYPE 'G'). Group budgets are optional - a
      *group with none for a month is budgeted at the sum of its
      *categories' budgets for that month.
      *
      *BUDMTIN.DAT commands, keyed by type, code and month: BM-ACTION
      *'A' adds a budget (refused when one is already on the master
      *for that key), 'C' changes the amount of an existing one, 'D'
      *deletes one. The code must be on its master, the month a real
      *YYYYMM and the amount a plain non-negative amount - anything
      *else is refused, never stored. A damaged key already on the
      *master may still be deleted.
      *
      *Return code: 0 clean, 4 commands refused or a duplicate key on
      *the master, 16 fatal (file error or master too large).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUDGET-MASTER-FILE ASSIGN TO "MMABUDG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDG-STATUS.

           SELECT COMMAND-FILE ASSIGN TO "BUDMTIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-COMMAND-STATUS.

           SELECT OPTIONAL CATEGORY-MASTER-FILE ASSIGN TO "CATMAST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATMAST-STATUS.

           SELECT OPTIONAL GROUP-MASTER-FILE ASSIGN TO "MMAGRPM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRPM-STATUS.

           SELECT BUDM-REPORT-FILE ASSIGN TO "MMABUDM.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BUDM-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Monthly budget master: one record per type, code and month. The
      *amount is held as keyed, the way CATMAST.DAT holds its limits.
       FD  BUDGET-MASTER-FILE
           RECORDING MODE IS F.
       01  BUDG-RECORD.
           05  BUDG-TYPE            PIC X.
           05  BUDG-CODE            PIC X(10).
           05  BUDG-MONTH           PIC X(6).
           05  BUDG-AMOUNT          PIC X(20).

       FD  COMMAND-FILE
           RECORDING MODE IS F.
       01  COMMAND-RECORD.
           05  BM-ACTION            PIC X.
           05  BM-TYPE              PIC X.
           05  BM-CODE              PIC X(10).
           05  BM-MONTH             PIC X(6).
           05  BM-AMOUNT            PIC X(20).

      *Category and group masters, read only to check the codes.
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

       FD  BUDM-REPORT-FILE
           RECORDING MODE IS F.
       01  BUDM-REPORT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-BUDG-STATUS        PIC XX VALUE ZEROS.
       01  WS-COMMAND-STATUS     PIC XX VALUE ZEROS.
       01  WS-CATMAST-STATUS     PIC XX VALUE ZEROS.
       01  WS-GRPM-STATUS        PIC XX VALUE ZEROS.
       01  WS-BUDM-REPORT-STATUS PIC XX VALUE ZEROS.

       01  WS-EOF-FLAG      PIC X VALUE 'N'.
           88  WS-END-OF-FILE      VALUE 'Y'.
       01  WS-CMD-EOF-FLAG  PIC X VALUE 'N'.
           88  WS-CMD-END-OF-FILE  VALUE 'Y'.
       01  WS-CATM-EOF-FLAG PIC X VALUE 'N'.
           88  WS-CATM-END-OF-FILE VALUE 'Y'.
       01  WS-GRPM-EOF-FLAG PIC X VALUE 'N'.
           88  WS-GRPM-END-OF-FILE VALUE 'Y'.

      *Codes on the category and group masters - a category code is
      *held once however many effective-dated versions it carries.
       78  WS-CATM-MAX-ENTRIES VALUE 500.
       01  WS-CATM-COUNT-ENTRIES PIC 9(3) VALUE ZEROS.
       01  WS-CATM-IDX         PIC 9(3) VALUE ZEROS.
       01  WS-CATM-FOUND-FLAG  PIC X VALUE 'N'.
           88  WS-CATM-FOUND         VALUE 'Y'.
       01  WS-CATM-TABLE.
           05  WS-CATM-CODE OCCURS WS-CATM-MAX-ENTRIES TIMES
                                   PIC X(10).
       78  WS-GRPM-MAX-ENTRIES VALUE 100.
       01  WS-GRPM-COUNT-ENTRIES PIC 9(3) VALUE ZEROS.
       01  WS-GRPM-IDX         PIC 9(3) VALUE ZEROS.
       01  WS-GRPM-TABLE.
           05  WS-GRPM-CODE OCCURS WS-GRPM-MAX-ENTRIES TIMES
                                   PIC X(10).
       01  WS-CODE-FOUND-FLAG  PIC X VALUE 'N'.
           88  WS-CODE-FOUND         VALUE 'Y'.

      *In-core budget master: a full year for every category on the
      *category master fits with room to spare.
       78  WS-BUD-MAX-ENTRIES  VALUE 6000.
       01  WS-BUD-COUNT-ENTRIES PIC 9(4) VALUE ZEROS.
       01  WS-BUD-IDX          PIC 9(4) VALUE ZEROS.
       01  WS-BUD-FOUND-IDX    PIC 9(4) VALUE ZEROS.
       01  WS-BUD-INS-IDX      PIC 9(4) VALUE ZEROS.
       01  WS-SHIFT-IDX        PIC 9(4) VALUE ZEROS.
       01  WS-BUD-TABLE.
           05  WS-BUD-ENTRY OCCURS WS-BUD-MAX-ENTRIES TIMES.
               10  WS-BUD-KEY.
                   15  WS-BUD-TYPE  PIC X.
                   15  WS-BUD-CODE  PIC X(10).
                   15  WS-BUD-MONTH PIC X(6).
               10  WS-BUD-AMOUNT    PIC X(20).

       01  WS-NEW-KEY.
           05  WS-NEW-TYPE      PIC X.
           05  WS-NEW-CODE      PIC X(10).
           05  WS-NEW-MONTH     PIC X(6).
       01  WS-NEW-AMOUNT        PIC X(20).
       01  WS-KEY-OK-FLAG       PIC X VALUE 'Y'.
           88  WS-KEY-OK              VALUE 'Y'.
       01  WS-AMOUNT-OK-FLAG    PIC X VALUE 'Y'.
           88  WS-AMOUNT-OK           VALUE 'Y'.
       01  WS-TEST-NUMVAL       PIC S9(4) VALUE ZEROS.
       01  WS-AMOUNT-TEST       PIC S9(13)V9(6) VALUE ZEROS.
       01  WS-MONTH-CHECK.
           05  WS-MC-YYYY       PIC 9(4).
           05  WS-MC-MM         PIC 9(2).

       01  WS-COMPLETION-CODE  PIC 9(4) VALUE ZEROS.
       01  WS-ADD-COUNT        PIC 9(5) VALUE ZEROS.
       01  WS-CHANGE-COUNT     PIC 9(5) VALUE ZEROS.
       01  WS-DELETE-COUNT     PIC 9(5) VALUE ZEROS.
       01  WS-ERROR-COUNT      PIC 9(5) VALUE ZEROS.

       01  WS-REPORT-LINE   PIC X(132).
       01  WS-COUNT-DISP-1  PIC ZZZZ9.
       01  WS-COUNT-DISP-2  PIC ZZZZ9.
       01  WS-COUNT-DISP-3  PIC ZZZZ9.
       01  WS-COUNT-DISP-4  PIC ZZZZ9.
       01  WS-COUNT-DISP-5  PIC ZZZZ9.

       PROCEDURE DIVISION.
           PERFORM OPEN-FILES.
           PERFORM LOAD-CATEGORY-CODES.
           PERFORM LOAD-GROUP-CODES.
           PERFORM LOAD-MASTER.
           PERFORM WITH TEST AFTER UNTIL WS-CMD-END-OF-FILE
               READ COMMAND-FILE
                   AT END
                       SET WS-CMD-END-OF-FILE TO TRUE
                   NOT AT END
                       PERFORM APPLY-COMMAND
               END-READ
           END-PERFORM.
           CLOSE COMMAND-FILE.
           PERFORM REWRITE-MASTER.
           PERFORM WRITE-BUDM-SUMMARY.
           CLOSE BUDM-REPORT-FILE.
           IF WS-ERROR-COUNT > ZERO AND WS-COMPLETION-CODE < 4
               MOVE 4 TO WS-COMPLETION-CODE
           END-IF.
           MOVE WS-COMPLETION-CODE TO RETURN-CODE.
           STOP RUN.

       OPEN-FILES.
           OPEN OUTPUT BUDM-REPORT-FILE.
           IF WS-BUDM-REPORT-STATUS NOT EQUAL '00'
               DISPLAY 'FATAL ERROR - UNABLE TO OPEN MMABUDM.OUT'
                   ' STATUS=' WS-BUDM-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT COMMAND-FILE.
           IF WS-COMMAND-STATUS NOT EQUAL '00'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FATAL ERROR - UNABLE TO OPEN BUDMTIN.DAT'
                   ' STATUS=' WS-COMMAND-STATUS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE BUDM-REPORT-RECORD FROM WS-REPORT-LINE
               CLOSE BUDM-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *A code missing from a master that does not exist yet simply
      *fails its command - OPTIONAL open gives status 05 and an empty
      *table.
       LOAD-CATEGORY-CODES.
           OPEN INPUT CATEGORY-MASTER-FILE.
           IF WS-CATMAST-STATUS NOT EQUAL '00' AND '05'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FATAL ERROR - UNABLE TO OPEN CATMAST.DAT'
                   ' STATUS=' WS-CATMAST-STATUS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM BUDM-ABORT
           END-IF.
           IF WS-CATMAST-STATUS EQUAL '00'
               PERFORM WITH TEST AFTER UNTIL WS-CATM-END-OF-FILE
                   READ CATEGORY-MASTER-FILE
                       AT END
                           SET WS-CATM-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM STORE-CATEGORY-CODE
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE CATEGORY-MASTER-FILE.

       STORE-CATEGORY-CODE.
           MOVE 'N' TO WS-CATM-FOUND-FLAG.
           PERFORM VARYING WS-CATM-IDX FROM 1 BY 1
               UNTIL WS-CATM-IDX > WS-CATM-COUNT-ENTRIES
               IF WS-CATM-CODE(WS-CATM-IDX) EQUAL CATMAST-CODE
                   SET WS-CATM-FOUND TO TRUE
               END-IF
           END-PERFORM.
           IF NOT WS-CATM-FOUND
               AND WS-CATM-COUNT-ENTRIES < WS-CATM-MAX-ENTRIES
               ADD 1 TO WS-CATM-COUNT-ENTRIES
               MOVE CATMAST-CODE TO WS-CATM-CODE(WS-CATM-COUNT-ENTRIES)
           END-IF.

       LOAD-GROUP-CODES.
           OPEN INPUT GROUP-MASTER-FILE.
           IF WS-GRPM-STATUS NOT EQUAL '00' AND '05'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FATAL ERROR - UNABLE TO OPEN MMAGRPM.DAT'
                   ' STATUS=' WS-GRPM-STATUS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM BUDM-ABORT
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
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE GROUP-MASTER-FILE.

      *The master may not exist yet on first use - OPTIONAL open gives
      *status 05 and the table simply starts empty. Records are placed
      *in key order as they load, so a hand-edited file out of order
      *comes back sorted on the rewrite.
       LOAD-MASTER.
           OPEN INPUT BUDGET-MASTER-FILE.
           IF WS-BUDG-STATUS NOT EQUAL '00' AND '05'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FATAL ERROR - UNABLE TO OPEN MMABUDG.DAT'
                   ' STATUS=' WS-BUDG-STATUS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM BUDM-ABORT
           END-IF.
           IF WS-BUDG-STATUS EQUAL '00'
               PERFORM WITH TEST AFTER UNTIL WS-END-OF-FILE
                   READ BUDGET-MASTER-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM STORE-MASTER-ENTRY
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE BUDGET-MASTER-FILE.

      *Two records for one key leave MMABUDR using whichever it read
      *last, so the later one is the one kept here.
       STORE-MASTER-ENTRY.
           MOVE BUDG-TYPE   TO WS-NEW-TYPE.
           MOVE BUDG-CODE   TO WS-NEW-CODE.
           MOVE BUDG-MONTH  TO WS-NEW-MONTH.
           MOVE BUDG-AMOUNT TO WS-NEW-AMOUNT.
           PERFORM FIND-BUDGET-ENTRY.
           IF WS-BUD-FOUND-IDX > ZERO
               MOVE 4 TO WS-COMPLETION-CODE
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'WARNING: DUPLICATE KEY ON MASTER ' WS-NEW-TYPE
                   ' ' WS-NEW-CODE ' ' WS-NEW-MONTH ' - AMOUNT '
                   WS-BUD-AMOUNT(WS-BUD-FOUND-IDX)
                   ' REPLACED BY ' WS-NEW-AMOUNT
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE BUDM-REPORT-RECORD FROM WS-REPORT-LINE
               MOVE WS-NEW-AMOUNT TO WS-BUD-AMOUNT(WS-BUD-FOUND-IDX)
               EXIT PARAGRAPH
           END-IF.
           IF WS-BUD-COUNT-ENTRIES < WS-BUD-MAX-ENTRIES
               PERFORM INSERT-NEW-BUDGET
           ELSE
      *    Never run on from a truncated load: REWRITE-MASTER would
      *    rewrite the file from the short table and permanently drop
      *    budgets as a side effect of routine maintenance.
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FATAL ERROR - MMABUDG.DAT LARGER THAN IN-CORE'
                   ' TABLE - NO UPDATE APPLIED'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               CLOSE BUDGET-MASTER-FILE
               PERFORM BUDM-ABORT
           END-IF.

       APPLY-COMMAND.
           MOVE BM-TYPE   TO WS-NEW-TYPE.
           MOVE BM-CODE   TO WS-NEW-CODE.
           MOVE BM-MONTH  TO WS-NEW-MONTH.
           MOVE BM-AMOUNT TO WS-NEW-AMOUNT.
           PERFORM FIND-BUDGET-ENTRY.
           PERFORM VALIDATE-NEW-KEY.
      *    A damaged key already on the master may still be deleted -
      *    that is how a hand-keyed record is cleared.
           IF NOT WS-KEY-OK
               AND NOT (BM-ACTION EQUAL 'D'
                   AND WS-BUD-FOUND-IDX > ZERO)
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'ERROR: INVALID TYPE, CODE OR MONTH ON '
                   BM-ACTION ' COMMAND: ' WS-NEW-TYPE ' '
                   WS-NEW-CODE ' ' WS-NEW-MONTH
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE BUDM-REPORT-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           EVALUATE BM-ACTION
               WHEN 'A'
                   PERFORM ADD-BUDGET
               WHEN 'C'
                   PERFORM CHANGE-BUDGET
               WHEN 'D'
                   PERFORM DELETE-BUDGET
               WHEN OTHER
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING 'ERROR: UNKNOWN ACTION ' BM-ACTION
                       ' FOR ' WS-NEW-TYPE ' ' WS-NEW-CODE ' '
                       WS-NEW-MONTH
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE BUDM-REPORT-RECORD FROM WS-REPORT-LINE
           END-EVALUATE.

       FIND-BUDGET-ENTRY.
           MOVE ZEROS TO WS-BUD-FOUND-IDX.
           PERFORM VARYING WS-BUD-IDX FROM 1 BY 1
               UNTIL WS-BUD-IDX > WS-BUD-COUNT-ENTRIES
               IF WS-BUD-KEY(WS-BUD-IDX) EQUAL WS-NEW-KEY
                   MOVE WS-BUD-IDX TO WS-BUD-FOUND-IDX
               END-IF
           END-PERFORM.

      *A category code must be on CATMAST.DAT and a group code on
      *MMAGRPM.DAT - a budget against a code MinMaxAverage never posts
      *to would sit on the report as a permanent false underspend.
       VALIDATE-NEW-KEY.
           MOVE 'Y' TO WS-KEY-OK-FLAG.
           MOVE 'N' TO WS-CODE-FOUND-FLAG.
           EVALUATE WS-NEW-TYPE
               WHEN 'C'
                   PERFORM VARYING WS-CATM-IDX FROM 1 BY 1
                       UNTIL WS-CATM-IDX > WS-CATM-COUNT-ENTRIES
                       IF WS-CATM-CODE(WS-CATM-IDX) EQUAL WS-NEW-CODE
                           SET WS-CODE-FOUND TO TRUE
                       END-IF
                   END-PERFORM
               WHEN 'G'
                   PERFORM VARYING WS-GRPM-IDX FROM 1 BY 1
                       UNTIL WS-GRPM-IDX > WS-GRPM-COUNT-ENTRIES
                       IF WS-GRPM-CODE(WS-GRPM-IDX) EQUAL WS-NEW-CODE
                           SET WS-CODE-FOUND TO TRUE
                       END-IF
                   END-PERFORM
           END-EVALUATE.
           IF WS-NEW-CODE EQUAL SPACES OR NOT WS-CODE-FOUND
               MOVE 'N' TO WS-KEY-OK-FLAG
           END-IF.
           IF WS-NEW-MONTH IS NOT NUMERIC
               MOVE 'N' TO WS-KEY-OK-FLAG
           ELSE
               MOVE WS-NEW-MONTH TO WS-MONTH-CHECK
               IF WS-MC-YYYY < 1601 OR WS-MC-MM < 1 OR WS-MC-MM > 12
                   MOVE 'N' TO WS-KEY-OK-FLAG
               END-IF
           END-IF.

      *Same edit CATMAST.DAT limits get: a plain non-negative amount.
       VALIDATE-NEW-AMOUNT.
           MOVE 'Y' TO WS-AMOUNT-OK-FLAG.
           MOVE FUNCTION TEST-NUMVAL(WS-NEW-AMOUNT) TO WS-TEST-NUMVAL.
           IF WS-NEW-AMOUNT EQUAL SPACES
               OR WS-TEST-NUMVAL NOT EQUAL ZERO
               MOVE 'N' TO WS-AMOUNT-OK-FLAG
           ELSE
               MOVE FUNCTION NUMVAL(WS-NEW-AMOUNT) TO WS-AMOUNT-TEST
               IF WS-AMOUNT-TEST < ZERO
                   OR WS-AMOUNT-TEST > 999999999999.999999
                   MOVE 'N' TO WS-AMOUNT-OK-FLAG
               END-IF
           END-IF.
           IF NOT WS-AMOUNT-OK
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'ERROR: INVALID AMOUNT FOR ' WS-NEW-TYPE ' '
                   WS-NEW-CODE ' ' WS-NEW-MONTH ': ' WS-NEW-AMOUNT
                   ' - NOT APPLIED'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE BUDM-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       ADD-BUDGET.
           IF WS-BUD-FOUND-IDX > ZERO
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'ERROR: BUDGET FOR ' WS-NEW-TYPE ' ' WS-NEW-CODE
                   ' ' WS-NEW-MONTH
                   ' ALREADY ON MASTER - USE C TO CHANGE IT'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE BUDM-REPORT-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           IF WS-BUD-COUNT-ENTRIES >= WS-BUD-MAX-ENTRIES
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'ERROR: MASTER TABLE FULL - BUDGET ' WS-NEW-TYPE
                   ' ' WS-NEW-CODE ' ' WS-NEW-MONTH ' NOT ADDED'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE BUDM-REPORT-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VALIDATE-NEW-AMOUNT.
           IF NOT WS-AMOUNT-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM INSERT-NEW-BUDGET.
           ADD 1 TO WS-ADD-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ADDED       ' WS-NEW-TYPE ' ' WS-NEW-CODE '  '
               WS-NEW-MONTH '  AMOUNT: ' WS-NEW-AMOUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE BUDM-REPORT-RECORD FROM WS-REPORT-LINE.

       CHANGE-BUDGET.
           IF WS-BUD-FOUND-IDX EQUAL ZERO
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'ERROR: NO BUDGET FOR ' WS-NEW-TYPE ' '
                   WS-NEW-CODE ' ' WS-NEW-MONTH ' ON MASTER'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE BUDM-REPORT-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VALIDATE-NEW-AMOUNT.
           IF NOT WS-AMOUNT-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CHANGED     ' WS-NEW-TYPE ' ' WS-NEW-CODE '  '
               WS-NEW-MONTH '  AMOUNT: '
               WS-BUD-AMOUNT(WS-BUD-FOUND-IDX) ' -> ' WS-NEW-AMOUNT
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE BUDM-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-NEW-AMOUNT TO WS-BUD-AMOUNT(WS-BUD-FOUND-IDX).
           ADD 1 TO WS-CHANGE-COUNT.

       DELETE-BUDGET.
           IF WS-BUD-FOUND-IDX EQUAL ZERO
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'ERROR: NO BUDGET FOR ' WS-NEW-TYPE ' '
                   WS-NEW-CODE ' ' WS-NEW-MONTH ' ON MASTER'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE BUDM-REPORT-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'DELETED     ' WS-NEW-TYPE ' ' WS-NEW-CODE '  '
               WS-NEW-MONTH '  AMOUNT: '
               WS-BUD-AMOUNT(WS-BUD-FOUND-IDX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE BUDM-REPORT-RECORD FROM WS-REPORT-LINE.
           PERFORM VARYING WS-SHIFT-IDX FROM WS-BUD-FOUND-IDX BY 1
               UNTIL WS-SHIFT-IDX >= WS-BUD-COUNT-ENTRIES
               MOVE WS-BUD-ENTRY(WS-SHIFT-IDX + 1)
                   TO WS-BUD-ENTRY(WS-SHIFT-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-BUD-COUNT-ENTRIES.
           ADD 1 TO WS-DELETE-COUNT.

      *New keys are inserted in type/code/month order so MMABUDG.DAT
      *stays keyed without a separate sort step.
       INSERT-NEW-BUDGET.
           MOVE WS-BUD-COUNT-ENTRIES TO WS-BUD-INS-IDX.
           ADD 1 TO WS-BUD-INS-IDX.
           PERFORM VARYING WS-BUD-IDX FROM 1 BY 1
               UNTIL WS-BUD-IDX > WS-BUD-COUNT-ENTRIES
               IF WS-BUD-KEY(WS-BUD-IDX) > WS-NEW-KEY
                   AND WS-BUD-IDX < WS-BUD-INS-IDX
                   MOVE WS-BUD-IDX TO WS-BUD-INS-IDX
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-SHIFT-IDX
               FROM WS-BUD-COUNT-ENTRIES BY -1
               UNTIL WS-SHIFT-IDX < WS-BUD-INS-IDX
               MOVE WS-BUD-ENTRY(WS-SHIFT-IDX)
                   TO WS-BUD-ENTRY(WS-SHIFT-IDX + 1)
           END-PERFORM.
           ADD 1 TO WS-BUD-COUNT-ENTRIES.
           MOVE WS-NEW-KEY    TO WS-BUD-KEY(WS-BUD-INS-IDX).
           MOVE WS-NEW-AMOUNT TO WS-BUD-AMOUNT(WS-BUD-INS-IDX).

       REWRITE-MASTER.
           OPEN OUTPUT BUDGET-MASTER-FILE.
           IF WS-BUDG-STATUS NOT EQUAL '00' AND '05'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FATAL ERROR - UNABLE TO REWRITE MMABUDG.DAT'
                   ' STATUS=' WS-BUDG-STATUS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE BUDM-REPORT-RECORD FROM WS-REPORT-LINE
               CLOSE BUDM-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING WS-BUD-IDX FROM 1 BY 1
               UNTIL WS-BUD-IDX > WS-BUD-COUNT-ENTRIES
               MOVE WS-BUD-TYPE(WS-BUD-IDX)   TO BUDG-TYPE
               MOVE WS-BUD-CODE(WS-BUD-IDX)   TO BUDG-CODE
               MOVE WS-BUD-MONTH(WS-BUD-IDX)  TO BUDG-MONTH
               MOVE WS-BUD-AMOUNT(WS-BUD-IDX) TO BUDG-AMOUNT
               WRITE BUDG-RECORD
           END-PERFORM.
           CLOSE BUDGET-MASTER-FILE.

       WRITE-BUDM-SUMMARY.
           MOVE WS-ADD-COUNT         TO WS-COUNT-DISP-1.
           MOVE WS-CHANGE-COUNT      TO WS-COUNT-DISP-2.
           MOVE WS-DELETE-COUNT      TO WS-COUNT-DISP-3.
           MOVE WS-ERROR-COUNT       TO WS-COUNT-DISP-4.
           MOVE WS-BUD-COUNT-ENTRIES TO WS-COUNT-DISP-5.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ADDED: ' WS-COUNT-DISP-1
               '  CHANGED: ' WS-COUNT-DISP-2
               '  DELETED: ' WS-COUNT-DISP-3
               '  ERRORS: ' WS-COUNT-DISP-4
               '  BUDGETS ON MASTER: ' WS-COUNT-DISP-5
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE BUDM-REPORT-RECORD FROM WS-REPORT-LINE.

      *Caller has built the message in WS-REPORT-LINE.
       BUDM-ABORT.
           WRITE BUDM-REPORT-RECORD FROM WS-REPORT-LINE.
           CLOSE COMMAND-FILE.
           CLOSE BUDM-REPORT-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
