
      *Category master maintenance. Applies add/deactivate/reactivate
      *commands from CATMTIN.DAT to the CATMAST.DAT master consumed by
      *MinMaxAverage, keeping the file in category-code/effective-date
      *order, logs every change it applies to MMACATLG.DAT and reports
      *every action and error to MMACATM.OUT.
      *
      *CATMTIN.DAT commands: CM-ACTION 'A' adds a code with its
      *description, 'D' deactivates an existing code, 'R' reactivates
      *too; blank clears the assignment and the category rolls into
      *the UNGROUPED bucket), and 'N' names a group on the MMAGRPM.DAT
      *group master - CM-CODE is the group code, CM-DESC its name.
      *
      *Category master records are effective-dated like the rate
      *master: a code carries one version per CATMAST-EFF-DATE and
      *MinMaxAverage screens and posts each transaction under the
      *version in force on its transaction date. CM-EFF-DATE says from
      *when a D/R/L/G/S change applies - blank means today. The change
      *is made to the version effective on exactly that date when
      *there is one, otherwise a new version is cut from the one in
      *force on that date and the change applied to it; versions
      *dated later are left alone and reported, so a back-dated change
      *never overwrites what was decided for a later date. 'A' creates
      *the opening version - effective from CM-EFF-DATE, or from the
      *start when it is blank. 'X' withdraws the version of the code
      *effective on exactly CM-EFF-DATE as keyed (blank names the
      *opening version); a code's only version cannot be withdrawn.
      *
      *MMACATLG.DAT is the permanent change log: one record per applied
      *action, appended and never rewritten, carrying the run date and
      *time, the command's position on CATMTIN.DAT, and the before and
      *after images of the master record - no before image on an add
      *or a new group, no after image on a withdrawal. MMACATR reports
      *it by date range and category. The entries are held in core
      *while the commands are applied and only written once CATMAST.DAT
      *and MMAGRPM.DAT have been rewritten, so the log never records a
      *change the master did not take. When MMAGRPM.DAT cannot be
      *rewritten the category entries alone are written before the run
      *stops.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GRPM-STATUS.

           SELECT OPTIONAL CHANGE-LOG-FILE ASSIGN TO "MMACATLG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOG-STATUS.

           SELECT CATM-REPORT-FILE ASSIGN TO "MMACATM.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATM-REPORT-STATUS.
           RECORDING MODE IS F.
      *Blank limits mean no screening for the code - MinMaxAverage
      *rejects amounts over the ceiling and reports amounts over the
      *warning limit as suspect transactions. A blank effective date
      *marks the opening version, in force from the start.
       01  CATMAST-RECORD.
           05  CATMAST-CODE         PIC X(10).
           05  CATMAST-DESC         PIC X(30).
           05  CATMAST-CEIL-LIMIT   PIC X(20).
           05  CATMAST-GL-ACCT      PIC X(12).
           05  CATMAST-GROUP        PIC X(10).
           05  CATMAST-EFF-DATE     PIC X(8).

      *Group master: one record per reporting group, kept in group
      *code order like the category master.
           05  CM-CEIL-LIMIT        PIC X(20).
           05  CM-GL-ACCT           PIC X(12).
           05  CM-GROUP             PIC X(10).
           05  CM-EFF-DATE          PIC X(8).

      *Change log: CLOG-MASTER 'C' for a category master version, 'G'
      *for a group master record. The images are whole master records
      *in CATMAST.DAT layout; a group image holds GRPM-RECORD in its
      *first 40 bytes. A flag of 'N' means no image on that side.
       FD  CHANGE-LOG-FILE
           RECORDING MODE IS F.
       01  CLOG-RECORD.
           05  CLOG-RUN-DATE        PIC 9(8).
           05  CLOG-RUN-TIME        PIC 9(8).
           05  CLOG-CMD-SEQ         PIC 9(5).
           05  CLOG-ACTION          PIC X.
           05  CLOG-MASTER          PIC X.
           05  CLOG-CODE            PIC X(10).
           05  CLOG-EFF-DATE        PIC X(8).
           05  CLOG-BEFORE-FLAG     PIC X.
           05  CLOG-BEFORE          PIC X(111).
           05  CLOG-AFTER-FLAG      PIC X.
           05  CLOG-AFTER           PIC X(111).

       FD  CATM-REPORT-FILE
           RECORDING MODE IS F.
       01  WS-COMMAND-STATUS     PIC XX VALUE ZEROS.
       01  WS-CATM-REPORT-STATUS PIC XX VALUE ZEROS.
       01  WS-GRPM-STATUS        PIC XX VALUE ZEROS.
       01  WS-CLOG-STATUS        PIC XX VALUE ZEROS.

       01  WS-EOF-FLAG      PIC X VALUE 'N'.
           88  WS-END-OF-FILE      VALUE 'Y'.
               10  WS-GRPM-CODE     PIC X(10).
               10  WS-GRPM-NAME     PIC X(30).

      *One entry per version, in code/effective-date order.
       78  WS-CATM-MAX-ENTRIES VALUE 2000.
       01  WS-CATM-COUNT-ENTRIES PIC 9(4) VALUE ZEROS.
       01  WS-CATM-IDX         PIC 9(4) VALUE ZEROS.
       01  WS-CATM-FOUND-IDX   PIC 9(4) VALUE ZEROS.
       01  WS-CATM-BASE-IDX    PIC 9(4) VALUE ZEROS.
       01  WS-CATM-INS-IDX     PIC 9(4) VALUE ZEROS.
       01  WS-CATM-NEXT-IDX    PIC 9(4) VALUE ZEROS.
       01  WS-SHIFT-IDX        PIC 9(4) VALUE ZEROS.
       01  WS-CATM-VERSIONS    PIC 9(4) VALUE ZEROS.
       01  WS-CATM-TABLE.
           05  WS-CATM-ENTRY OCCURS WS-CATM-MAX-ENTRIES TIMES.
               10  WS-CATM-KEY.
                   15  WS-CATM-CODE     PIC X(10).
                   15  WS-CATM-EFF-DATE PIC X(8).
               10  WS-CATM-DESC     PIC X(30).
               10  WS-CATM-ACTIVE   PIC X.
               10  WS-CATM-WARN     PIC X(20).
               10  WS-CATM-GL-ACCT  PIC X(12).
               10  WS-CATM-GROUP    PIC X(10).

       01  WS-NEW-KEY.
           05  WS-NEW-CODE      PIC X(10).
           05  WS-NEW-EFF-DATE  PIC X(8).
       01  WS-EFF-DISP      PIC X(8) VALUE SPACES.
       01  WS-BASE-DISP     PIC X(8) VALUE SPACES.
       01  WS-CODE-SEEN-FLAG PIC X VALUE 'N'.
           88  WS-CODE-SEEN        VALUE 'Y'.
       01  WS-VERSION-OK-FLAG PIC X VALUE 'N'.
           88  WS-VERSION-OK       VALUE 'Y'.
       01  WS-NEW-VERSION-FLAG PIC X VALUE 'N'.
           88  WS-NEW-VERSION      VALUE 'Y'.

       01  WS-RUN-DATE      PIC 9(8) VALUE ZEROS.
       01  WS-RUN-TIME      PIC 9(8) VALUE ZEROS.
       01  WS-CMD-COUNT     PIC 9(5) VALUE ZEROS.
       01  WS-LOG-MASTER    PIC X VALUE SPACES.
       01  WS-BEFORE-FLAG   PIC X VALUE 'N'.
       01  WS-AFTER-FLAG    PIC X VALUE 'N'.
      *Master record images for the change log, CATMAST.DAT layout.
       01  WS-BEFORE-IMAGE.
           05  WS-BI-CODE       PIC X(10).
           05  WS-BI-DESC       PIC X(30).
           05  WS-BI-ACTIVE     PIC X.
           05  WS-BI-WARN       PIC X(20).
           05  WS-BI-CEIL       PIC X(20).
           05  WS-BI-GL-ACCT    PIC X(12).
           05  WS-BI-GROUP      PIC X(10).
           05  WS-BI-EFF-DATE   PIC X(8).
       01  WS-BEFORE-GROUP REDEFINES WS-BEFORE-IMAGE.
           05  WS-BG-CODE       PIC X(10).
           05  WS-BG-NAME       PIC X(30).
           05  FILLER           PIC X(71).
       01  WS-AFTER-IMAGE.
           05  WS-AI-CODE       PIC X(10).
           05  WS-AI-DESC       PIC X(30).
           05  WS-AI-ACTIVE     PIC X.
           05  WS-AI-WARN       PIC X(20).
           05  WS-AI-CEIL       PIC X(20).
           05  WS-AI-GL-ACCT    PIC X(12).
           05  WS-AI-GROUP      PIC X(10).
           05  WS-AI-EFF-DATE   PIC X(8).
       01  WS-AFTER-GROUP REDEFINES WS-AFTER-IMAGE.
           05  WS-AG-CODE       PIC X(10).
           05  WS-AG-NAME       PIC X(30).
           05  FILLER           PIC X(71).

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

       01  WS-ADD-COUNT     PIC 9(5) VALUE ZEROS.
       01  WS-DEACT-COUNT   PIC 9(5) VALUE ZEROS.
       01  WS-REACT-COUNT   PIC 9(5) VALUE ZEROS.
       01  WS-ASSIGN-COUNT  PIC 9(5) VALUE ZEROS.
       01  WS-GRPNAME-COUNT PIC 9(5) VALUE ZEROS.
       01  WS-ERROR-COUNT   PIC 9(5) VALUE ZEROS.
       01  WS-VERSION-COUNT PIC 9(5) VALUE ZEROS.
       01  WS-WITHDRAW-COUNT PIC 9(5) VALUE ZEROS.
       01  WS-LOGGED-COUNT  PIC 9(5) VALUE ZEROS.

      *Change log entries waiting for the master rewrite, CLOG-RECORD
      *layout.
       78  WS-CLOG-MAX-ENTRIES VALUE 2000.
       01  WS-CLOG-COUNT-ENTRIES PIC 9(4) VALUE ZEROS.
       01  WS-CLOG-IDX         PIC 9(4) VALUE ZEROS.
       01  WS-CLOG-TABLE.
           05  WS-CLOG-ENTRY   PIC X(265)
                   OCCURS WS-CLOG-MAX-ENTRIES TIMES.
       01  WS-CLOG-OVERFLOW-FLAG PIC X VALUE 'N'.
           88  WS-CLOG-OVERFLOW-DETECTED VALUE 'Y'.
      *Master whose entries are flushed, CLOG-MASTER value or spaces
      *for every entry.
       01  WS-CLOG-FLUSH-MASTER PIC X VALUE SPACES.
       01  WS-CLOG-FAIL-FLAG   PIC X VALUE 'N'.
           88  WS-CLOG-WRITE-FAILED VALUE 'Y'.

       01  WS-LIMITS-OK-FLAG PIC X VALUE 'Y'.
           88  WS-LIMITS-OK        VALUE 'Y'.
       01  WS-COUNT-DISP-6  PIC ZZZZ9.
       01  WS-COUNT-DISP-7  PIC ZZZZ9.
       01  WS-COUNT-DISP-8  PIC ZZZZ9.
       01  WS-COUNT-DISP-9  PIC ZZZZ9.
       01  WS-COUNT-DISP-10 PIC ZZZZ9.
       01  WS-COUNT-DISP-11 PIC ZZZZ9.

       PROCEDURE DIVISION.
           PERFORM OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           PERFORM LOAD-MASTER.
           PERFORM LOAD-GROUP-MASTER.
           PERFORM OPEN-CHANGE-LOG.
           PERFORM WITH TEST AFTER UNTIL WS-CMD-END-OF-FILE
               READ COMMAND-FILE
                   AT END
               END-READ
           END-PERFORM.
           CLOSE COMMAND-FILE.
           PERFORM CHECK-CHANGE-LOG-TABLE.
           PERFORM REWRITE-MASTER.
           PERFORM REWRITE-GROUP-MASTER.
           PERFORM FLUSH-CHANGE-LOG.
           PERFORM WRITE-CATM-SUMMARY.
           CLOSE CATM-REPORT-FILE.
           STOP RUN.
               STOP RUN
           END-IF.

      *Two records with one code and effective date leave
      *MinMaxAverage using whichever loaded last, so the later one is
      *the one kept here. Versions are inserted in key order whatever
      *order a hand-edited file holds them in.
       STORE-MASTER-ENTRY.
           MOVE CATMAST-CODE     TO WS-NEW-CODE.
           MOVE CATMAST-EFF-DATE TO WS-NEW-EFF-DATE.
           PERFORM FIND-EXACT-VERSION.
           IF WS-CATM-FOUND-IDX > ZERO
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'WARNING: DUPLICATE KEY ON MASTER ' WS-NEW-CODE
                   ' ' WS-NEW-EFF-DATE ' - LATER RECORD KEPT'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE CATM-REPORT-RECORD FROM WS-REPORT-LINE
               PERFORM STORE-MASTER-FIELDS
               EXIT PARAGRAPH
           END-IF.
           IF WS-CATM-COUNT-ENTRIES < WS-CATM-MAX-ENTRIES
               PERFORM INSERT-VERSION
               PERFORM STORE-MASTER-FIELDS
           ELSE
      *    Never run on from a truncated load: REWRITE-MASTER would
      *    rewrite the file from the short table and permanently drop
               STOP RUN
           END-IF.

       STORE-MASTER-FIELDS.
           MOVE CATMAST-DESC
               TO WS-CATM-DESC(WS-CATM-FOUND-IDX).
           MOVE CATMAST-ACTIVE-FLAG
               TO WS-CATM-ACTIVE(WS-CATM-FOUND-IDX).
           MOVE CATMAST-WARN-LIMIT
               TO WS-CATM-WARN(WS-CATM-FOUND-IDX).
           MOVE CATMAST-CEIL-LIMIT
               TO WS-CATM-CEIL(WS-CATM-FOUND-IDX).
           MOVE CATMAST-GL-ACCT
               TO WS-CATM-GL-ACCT(WS-CATM-FOUND-IDX).
           MOVE CATMAST-GROUP
               TO WS-CATM-GROUP(WS-CATM-FOUND-IDX).

      *The change log must be writable before anything is applied - a
      *master change with no log record is exactly what it is there
      *to rule out. OPTIONAL open gives status 05 on first use.
       OPEN-CHANGE-LOG.
           OPEN EXTEND CHANGE-LOG-FILE.
           IF WS-CLOG-STATUS NOT EQUAL '00' AND '05'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FATAL ERROR - UNABLE TO OPEN MMACATLG.DAT'
                   ' STATUS=' WS-CLOG-STATUS ' - NO UPDATE APPLIED'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE CATM-REPORT-RECORD FROM WS-REPORT-LINE
               CLOSE COMMAND-FILE
               CLOSE CATM-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       APPLY-COMMAND.
           ADD 1 TO WS-CMD-COUNT.
           IF CM-CODE EQUAL SPACES
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               WRITE CATM-REPORT-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'N' TO WS-BEFORE-FLAG.
           MOVE 'N' TO WS-AFTER-FLAG.
           MOVE SPACES TO WS-BEFORE-IMAGE.
           MOVE SPACES TO WS-AFTER-IMAGE.
           MOVE CM-CODE     TO WS-NEW-CODE.
           MOVE CM-EFF-DATE TO WS-NEW-EFF-DATE.
      *    A change keyed with no date applies from today; an add with
      *    none opens the code from the start, and a withdrawal always
      *    names the version exactly as keyed.
           IF CM-EFF-DATE EQUAL SPACES
               AND CM-ACTION NOT EQUAL 'A' AND 'X'
               MOVE WS-RUN-DATE TO WS-NEW-EFF-DATE
           END-IF.
           MOVE WS-NEW-EFF-DATE TO WS-EFF-DISP.
           IF WS-NEW-EFF-DATE EQUAL SPACES
               MOVE 'OPENING' TO WS-EFF-DISP
           END-IF.
           PERFORM FIND-EXACT-VERSION.
           IF WS-NEW-EFF-DATE NOT EQUAL SPACES
               AND CM-ACTION NOT EQUAL 'N'
               MOVE WS-NEW-EFF-DATE TO WS-CHECK-DATE
               PERFORM VALIDATE-CHECK-DATE
      *    A damaged date already on the master may still be withdrawn
      *    - that is how a hand-keyed version is cleared.
               IF NOT WS-DATE-VALID
                   AND NOT (CM-ACTION EQUAL 'X'
                       AND WS-CATM-FOUND-IDX > ZERO)
                   ADD 1 TO WS-ERROR-COUNT
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING 'ERROR: INVALID EFFECTIVE DATE ON ' CM-ACTION
                       ' COMMAND FOR CODE ' CM-CODE ': ' CM-EFF-DATE
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE CATM-REPORT-RECORD FROM WS-REPORT-LINE
                   EXIT PARAGRAPH
               END-IF
           END-IF.
           EVALUATE CM-ACTION
               WHEN 'A'
                   PERFORM ADD-CATEGORY
                   PERFORM SET-CATEGORY-GL-ACCT
               WHEN 'S'
                   PERFORM ASSIGN-CATEGORY-GROUP
               WHEN 'X'
                   PERFORM WITHDRAW-VERSION
               WHEN 'N'
                   PERFORM NAME-GROUP
               WHEN OTHER
                   WRITE CATM-REPORT-RECORD FROM WS-REPORT-LINE
           END-EVALUATE.

       FIND-EXACT-VERSION.
           MOVE ZEROS TO WS-CATM-FOUND-IDX.
           PERFORM VARYING WS-CATM-IDX FROM 1 BY 1
               UNTIL WS-CATM-IDX > WS-CATM-COUNT-ENTRIES
               IF WS-CATM-KEY(WS-CATM-IDX) EQUAL WS-NEW-KEY
                   MOVE WS-CATM-IDX TO WS-CATM-FOUND-IDX
               END-IF
           END-PERFORM.

      *The table is in key order, so the last version of the code
      *dated on or before WS-NEW-EFF-DATE is the one in force then; a
      *blank date sorts ahead of every real one. WS-CATM-VERSIONS
      *counts every version the code has.
       FIND-VERSION-IN-FORCE.
           MOVE ZEROS TO WS-CATM-BASE-IDX.
           MOVE ZEROS TO WS-CATM-VERSIONS.
           MOVE 'N' TO WS-CODE-SEEN-FLAG.
           PERFORM VARYING WS-CATM-IDX FROM 1 BY 1
               UNTIL WS-CATM-IDX > WS-CATM-COUNT-ENTRIES
               IF WS-CATM-CODE(WS-CATM-IDX) EQUAL WS-NEW-CODE
                   SET WS-CODE-SEEN TO TRUE
                   ADD 1 TO WS-CATM-VERSIONS
                   IF WS-CATM-EFF-DATE(WS-CATM-IDX) <= WS-NEW-EFF-DATE
                       MOVE WS-CATM-IDX TO WS-CATM-BASE-IDX
                   END-IF
               END-IF
           END-PERFORM.

       LOCATE-VERSION-IN-FORCE.
           MOVE 'N' TO WS-VERSION-OK-FLAG.
           PERFORM FIND-VERSION-IN-FORCE.
           IF NOT WS-CODE-SEEN
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'ERROR: CODE ' CM-CODE ' NOT ON MASTER'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE CATM-REPORT-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           IF WS-CATM-BASE-IDX EQUAL ZERO
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'ERROR: CODE ' CM-CODE ' HAS NO VERSION IN FORCE'
                   ' ON ' WS-EFF-DISP
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE CATM-REPORT-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           SET WS-VERSION-OK TO TRUE.

      *The version to change is the one effective on exactly the
      *command's date when there is one; otherwise a new version is
      *cut from the one in force then and lands straight after it in
      *key order. Either way the version as it stood before is the
      *log's before image.
       PREPARE-CHANGE-VERSION.
           MOVE 'N' TO WS-NEW-VERSION-FLAG.
           MOVE WS-CATM-BASE-IDX TO WS-CATM-IDX.
           PERFORM ENTRY-TO-BEFORE-IMAGE.
           IF WS-CATM-EFF-DATE(WS-CATM-BASE-IDX) EQUAL WS-NEW-EFF-DATE
               MOVE WS-CATM-BASE-IDX TO WS-CATM-FOUND-IDX
               EXIT PARAGRAPH
           END-IF.
           IF WS-CATM-COUNT-ENTRIES >= WS-CATM-MAX-ENTRIES
               MOVE 'N' TO WS-VERSION-OK-FLAG
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'ERROR: MASTER TABLE FULL - NO NEW VERSION OF '
                   CM-CODE ' EFFECTIVE ' WS-EFF-DISP
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE CATM-REPORT-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM INSERT-VERSION.
           MOVE WS-CATM-ENTRY(WS-CATM-BASE-IDX)
               TO WS-CATM-ENTRY(WS-CATM-FOUND-IDX).
           MOVE WS-NEW-KEY TO WS-CATM-KEY(WS-CATM-FOUND-IDX).
           SET WS-NEW-VERSION TO TRUE.

      *Logs the changed version and points out any later-dated
      *version of the code, which keeps its own settings.
       FINISH-CHANGE.
           MOVE WS-CATM-FOUND-IDX TO WS-CATM-IDX.
           PERFORM ENTRY-TO-AFTER-IMAGE.
           MOVE 'C' TO WS-LOG-MASTER.
           PERFORM WRITE-CHANGE-LOG.
           IF WS-NEW-VERSION
               ADD 1 TO WS-VERSION-COUNT
               MOVE WS-BI-EFF-DATE TO WS-BASE-DISP
               IF WS-BI-EFF-DATE EQUAL SPACES
                   MOVE 'OPENING' TO WS-BASE-DISP
               END-IF
               MOVE SPACES TO WS-REPORT-LINE
               STRING '            NEW VERSION EFFECTIVE ' WS-EFF-DISP
                   ' CUT FROM VERSION ' WS-BASE-DISP
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE CATM-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.
           COMPUTE WS-CATM-NEXT-IDX = WS-CATM-FOUND-IDX + 1.
           IF WS-CATM-NEXT-IDX <= WS-CATM-COUNT-ENTRIES
               IF WS-CATM-CODE(WS-CATM-NEXT-IDX) EQUAL WS-NEW-CODE
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING 'WARNING: ' WS-NEW-CODE ' HAS A LATER VERSION'
                       ' EFFECTIVE ' WS-CATM-EFF-DATE(WS-CATM-NEXT-IDX)
                       ' - NOT CHANGED BY THIS COMMAND'
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE CATM-REPORT-RECORD FROM WS-REPORT-LINE
               END-IF
           END-IF.

      *New versions are inserted in code/effective-date order so
      *CATMAST.DAT stays keyed without a separate sort step. The
      *caller has already made sure the table has room.
       INSERT-VERSION.
           MOVE WS-CATM-COUNT-ENTRIES TO WS-CATM-INS-IDX.
           ADD 1 TO WS-CATM-INS-IDX.
           PERFORM VARYING WS-CATM-IDX FROM 1 BY 1
               UNTIL WS-CATM-IDX > WS-CATM-COUNT-ENTRIES
               IF WS-CATM-KEY(WS-CATM-IDX) > WS-NEW-KEY
                   AND WS-CATM-IDX < WS-CATM-INS-IDX
                   MOVE WS-CATM-IDX TO WS-CATM-INS-IDX
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-SHIFT-IDX
               FROM WS-CATM-COUNT-ENTRIES BY -1
               UNTIL WS-SHIFT-IDX < WS-CATM-INS-IDX
               MOVE WS-CATM-ENTRY(WS-SHIFT-IDX)
                   TO WS-CATM-ENTRY(WS-SHIFT-IDX + 1)
           END-PERFORM.
           ADD 1 TO WS-CATM-COUNT-ENTRIES.
           MOVE WS-CATM-INS-IDX TO WS-CATM-FOUND-IDX.
           MOVE WS-NEW-KEY TO WS-CATM-KEY(WS-CATM-FOUND-IDX).

       ADD-CATEGORY.
           PERFORM FIND-VERSION-IN-FORCE.
           IF WS-CODE-SEEN
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'ERROR: CODE ' CM-CODE ' ALREADY ON MASTER'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE CATM-REPORT-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           IF WS-CATM-COUNT-ENTRIES >= WS-CATM-MAX-ENTRIES
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'ERROR: MASTER TABLE FULL - CODE ' CM-CODE
                   ' NOT ADDED'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE CATM-REPORT-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM VALIDATE-COMMAND-LIMITS.
           IF NOT WS-LIMITS-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM INSERT-VERSION.
           MOVE CM-DESC TO WS-CATM-DESC(WS-CATM-FOUND-IDX).
           MOVE 'A'     TO WS-CATM-ACTIVE(WS-CATM-FOUND-IDX).
           MOVE CM-WARN-LIMIT
               TO WS-CATM-WARN(WS-CATM-FOUND-IDX).
           MOVE CM-CEIL-LIMIT
               TO WS-CATM-CEIL(WS-CATM-FOUND-IDX).
           MOVE CM-GL-ACCT
               TO WS-CATM-GL-ACCT(WS-CATM-FOUND-IDX).
           MOVE CM-GROUP
               TO WS-CATM-GROUP(WS-CATM-FOUND-IDX).
           ADD 1 TO WS-ADD-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'ADDED       ' CM-CODE '  ' CM-DESC
               '  EFFECTIVE ' WS-EFF-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE CATM-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-CATM-FOUND-IDX TO WS-CATM-IDX.
           PERFORM ENTRY-TO-AFTER-IMAGE.
           MOVE 'C' TO WS-LOG-MASTER.
           PERFORM WRITE-CHANGE-LOG.

       DEACTIVATE-CATEGORY.
           PERFORM LOCATE-VERSION-IN-FORCE.
           IF NOT WS-VERSION-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM PREPARE-CHANGE-VERSION.
           IF NOT WS-VERSION-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'I' TO WS-CATM-ACTIVE(WS-CATM-FOUND-IDX).
           IF CM-DESC NOT EQUAL SPACES
               MOVE CM-DESC TO WS-CATM-DESC(WS-CATM-FOUND-IDX)
           END-IF.
           ADD 1 TO WS-DEACT-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'DEACTIVATED ' CM-CODE
               '  EFFECTIVE ' WS-EFF-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE CATM-REPORT-RECORD FROM WS-REPORT-LINE.
           PERFORM FINISH-CHANGE.

       REACTIVATE-CATEGORY.
           PERFORM LOCATE-VERSION-IN-FORCE.
           IF NOT WS-VERSION-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM PREPARE-CHANGE-VERSION.
           IF NOT WS-VERSION-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE 'A' TO WS-CATM-ACTIVE(WS-CATM-FOUND-IDX).
           IF CM-DESC NOT EQUAL SPACES
               MOVE CM-DESC TO WS-CATM-DESC(WS-CATM-FOUND-IDX)
           END-IF.
           ADD 1 TO WS-REACT-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'REACTIVATED ' CM-CODE
               '  EFFECTIVE ' WS-EFF-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE CATM-REPORT-RECORD FROM WS-REPORT-LINE.
           PERFORM FINISH-CHANGE.

       SET-CATEGORY-LIMITS.
           PERFORM LOCATE-VERSION-IN-FORCE.
           IF NOT WS-VERSION-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM VALIDATE-COMMAND-LIMITS.
           IF NOT WS-LIMITS-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM PREPARE-CHANGE-VERSION.
           IF NOT WS-VERSION-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE CM-WARN-LIMIT
               TO WS-CATM-WARN(WS-CATM-FOUND-IDX).
           MOVE CM-CEIL-LIMIT
               TO WS-CATM-CEIL(WS-CATM-FOUND-IDX).
           ADD 1 TO WS-LIMIT-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'LIMITS SET  ' CM-CODE
               '  WARN: ' CM-WARN-LIMIT
               '  CEIL: ' CM-CEIL-LIMIT
               '  EFFECTIVE ' WS-EFF-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE CATM-REPORT-RECORD FROM WS-REPORT-LINE.
           PERFORM FINISH-CHANGE.

      *Each limit, when keyed, must be a plain non-negative amount,
      *and a keyed warning may not sit above a keyed ceiling - a limit
           END-IF.

       SET-CATEGORY-GL-ACCT.
           PERFORM LOCATE-VERSION-IN-FORCE.
           IF NOT WS-VERSION-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM PREPARE-CHANGE-VERSION.
           IF NOT WS-VERSION-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE CM-GL-ACCT
               TO WS-CATM-GL-ACCT(WS-CATM-FOUND-IDX).
           ADD 1 TO WS-GLACCT-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'GL ACCOUNT  ' CM-CODE '  ' CM-GL-ACCT
               '  EFFECTIVE ' WS-EFF-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE CATM-REPORT-RECORD FROM WS-REPORT-LINE.
           PERFORM FINISH-CHANGE.

       ASSIGN-CATEGORY-GROUP.
           PERFORM LOCATE-VERSION-IN-FORCE.
           IF NOT WS-VERSION-OK
               EXIT PARAGRAPH
           END-IF.
           PERFORM PREPARE-CHANGE-VERSION.
           IF NOT WS-VERSION-OK
               EXIT PARAGRAPH
           END-IF.
           MOVE CM-GROUP
               TO WS-CATM-GROUP(WS-CATM-FOUND-IDX).
           ADD 1 TO WS-ASSIGN-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'GROUP SET   ' CM-CODE '  ' CM-GROUP
               '  EFFECTIVE ' WS-EFF-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE CATM-REPORT-RECORD FROM WS-REPORT-LINE.
           PERFORM FINISH-CHANGE.

      *Withdraws the version effective on exactly the keyed date - the
      *way a mis-dated or mistaken change is taken back. The code's
      *last remaining version stays: deactivate the code instead.
       WITHDRAW-VERSION.
           IF WS-CATM-FOUND-IDX EQUAL ZERO
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'ERROR: NO VERSION OF ' CM-CODE ' EFFECTIVE '
                   WS-EFF-DISP ' ON MASTER'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE CATM-REPORT-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           PERFORM FIND-VERSION-IN-FORCE.
           IF WS-CATM-VERSIONS < 2
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'ERROR: ONLY VERSION OF ' CM-CODE
                   ' CANNOT BE WITHDRAWN - USE D TO DEACTIVATE IT'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE CATM-REPORT-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-CATM-FOUND-IDX TO WS-CATM-IDX.
           PERFORM ENTRY-TO-BEFORE-IMAGE.
           PERFORM VARYING WS-SHIFT-IDX FROM WS-CATM-FOUND-IDX BY 1
               UNTIL WS-SHIFT-IDX >= WS-CATM-COUNT-ENTRIES
               MOVE WS-CATM-ENTRY(WS-SHIFT-IDX + 1)
                   TO WS-CATM-ENTRY(WS-SHIFT-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM WS-CATM-COUNT-ENTRIES.
           ADD 1 TO WS-WITHDRAW-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'WITHDRAWN   ' CM-CODE
               '  EFFECTIVE ' WS-EFF-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE CATM-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE 'C' TO WS-LOG-MASTER.
           PERFORM WRITE-CHANGE-LOG.

      *Names a group, adding it to the group master in code order or
      *replacing the stored name when the code already exists. Group
      *names are not effective-dated.
       NAME-GROUP.
           MOVE SPACES TO WS-NEW-EFF-DATE.
           IF CM-DESC EQUAL SPACES
               ADD 1 TO WS-ERROR-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               WRITE CATM-REPORT-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'G' TO WS-LOG-MASTER.
           MOVE CM-CODE TO WS-AG-CODE.
           MOVE CM-DESC TO WS-AG-NAME.
           MOVE 'Y' TO WS-AFTER-FLAG.
           MOVE ZEROS TO WS-GRPM-FOUND-IDX.
           PERFORM VARYING WS-GRPM-IDX FROM 1 BY 1
               UNTIL WS-GRPM-IDX > WS-GRPM-COUNT-ENTRIES
               END-IF
           END-PERFORM.
           IF WS-GRPM-FOUND-IDX > ZERO
               MOVE WS-GRPM-CODE(WS-GRPM-FOUND-IDX) TO WS-BG-CODE
               MOVE WS-GRPM-NAME(WS-GRPM-FOUND-IDX) TO WS-BG-NAME
               MOVE 'Y' TO WS-BEFORE-FLAG
               MOVE CM-DESC TO WS-GRPM-NAME(WS-GRPM-FOUND-IDX)
               ADD 1 TO WS-GRPNAME-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'GROUP NAMED ' CM-CODE '  ' CM-DESC
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE CATM-REPORT-RECORD FROM WS-REPORT-LINE
               PERFORM WRITE-CHANGE-LOG
               EXIT PARAGRAPH
           END-IF.
           IF WS-GRPM-COUNT-ENTRIES >= WS-GRPM-MAX-ENTRIES
           STRING 'GROUP NAMED ' CM-CODE '  ' CM-DESC
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE CATM-REPORT-RECORD FROM WS-REPORT-LINE.
           PERFORM WRITE-CHANGE-LOG.

       ENTRY-TO-BEFORE-IMAGE.
           MOVE WS-CATM-CODE(WS-CATM-IDX)     TO WS-BI-CODE.
           MOVE WS-CATM-DESC(WS-CATM-IDX)     TO WS-BI-DESC.
           MOVE WS-CATM-ACTIVE(WS-CATM-IDX)   TO WS-BI-ACTIVE.
           MOVE WS-CATM-WARN(WS-CATM-IDX)     TO WS-BI-WARN.
           MOVE WS-CATM-CEIL(WS-CATM-IDX)     TO WS-BI-CEIL.
           MOVE WS-CATM-GL-ACCT(WS-CATM-IDX)  TO WS-BI-GL-ACCT.
           MOVE WS-CATM-GROUP(WS-CATM-IDX)    TO WS-BI-GROUP.
           MOVE WS-CATM-EFF-DATE(WS-CATM-IDX) TO WS-BI-EFF-DATE.
           MOVE 'Y' TO WS-BEFORE-FLAG.

       ENTRY-TO-AFTER-IMAGE.
           MOVE WS-CATM-CODE(WS-CATM-IDX)     TO WS-AI-CODE.
           MOVE WS-CATM-DESC(WS-CATM-IDX)     TO WS-AI-DESC.
           MOVE WS-CATM-ACTIVE(WS-CATM-IDX)   TO WS-AI-ACTIVE.
           MOVE WS-CATM-WARN(WS-CATM-IDX)     TO WS-AI-WARN.
           MOVE WS-CATM-CEIL(WS-CATM-IDX)     TO WS-AI-CEIL.
           MOVE WS-CATM-GL-ACCT(WS-CATM-IDX)  TO WS-AI-GL-ACCT.
           MOVE WS-CATM-GROUP(WS-CATM-IDX)    TO WS-AI-GROUP.
           MOVE WS-CATM-EFF-DATE(WS-CATM-IDX) TO WS-AI-EFF-DATE.
           MOVE 'Y' TO WS-AFTER-FLAG.

       WRITE-CHANGE-LOG.
           MOVE WS-RUN-DATE      TO CLOG-RUN-DATE.
           MOVE WS-RUN-TIME      TO CLOG-RUN-TIME.
           MOVE WS-CMD-COUNT     TO CLOG-CMD-SEQ.
           MOVE CM-ACTION        TO CLOG-ACTION.
           MOVE WS-LOG-MASTER    TO CLOG-MASTER.
           MOVE WS-NEW-CODE      TO CLOG-CODE.
           MOVE WS-NEW-EFF-DATE  TO CLOG-EFF-DATE.
           MOVE WS-BEFORE-FLAG   TO CLOG-BEFORE-FLAG.
           MOVE WS-BEFORE-IMAGE  TO CLOG-BEFORE.
           MOVE WS-AFTER-FLAG    TO CLOG-AFTER-FLAG.
           MOVE WS-AFTER-IMAGE   TO CLOG-AFTER.
           IF WS-CLOG-COUNT-ENTRIES < WS-CLOG-MAX-ENTRIES
               ADD 1 TO WS-CLOG-COUNT-ENTRIES
               MOVE CLOG-RECORD TO WS-CLOG-ENTRY(WS-CLOG-COUNT-ENTRIES)
           ELSE
               SET WS-CLOG-OVERFLOW-DETECTED TO TRUE
           END-IF.

      *Changes the log could not hold must not reach the master
      *either - nothing is rewritten and the run fails.
       CHECK-CHANGE-LOG-TABLE.
           IF WS-CLOG-OVERFLOW-DETECTED
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FATAL ERROR - MORE CHANGES THAN THE IN-CORE'
                   ' CHANGE LOG TABLE HOLDS - NO UPDATE APPLIED'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE CATM-REPORT-RECORD FROM WS-REPORT-LINE
               CLOSE CHANGE-LOG-FILE
               CLOSE CATM-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *MMACATLG.DAT was opened before the first command, so a log
      *that cannot be opened stops the run before any update. A
      *write that fails after the master is rewritten leaves changes
      *unlogged - the run fails and names the first command missing.
       FLUSH-CHANGE-LOG.
           PERFORM VARYING WS-CLOG-IDX FROM 1 BY 1
               UNTIL WS-CLOG-IDX > WS-CLOG-COUNT-ENTRIES
                  OR WS-CLOG-WRITE-FAILED
               MOVE WS-CLOG-ENTRY(WS-CLOG-IDX) TO CLOG-RECORD
               IF WS-CLOG-FLUSH-MASTER EQUAL SPACES
                   OR CLOG-MASTER EQUAL WS-CLOG-FLUSH-MASTER
                   PERFORM WRITE-CHANGE-LOG-ENTRY
               END-IF
           END-PERFORM.
           CLOSE CHANGE-LOG-FILE.

       WRITE-CHANGE-LOG-ENTRY.
           WRITE CLOG-RECORD.
           IF WS-CLOG-STATUS NOT EQUAL '00'
               SET WS-CLOG-WRITE-FAILED TO TRUE
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'ERROR: WRITE TO MMACATLG.DAT FAILED'
                   ' STATUS=' WS-CLOG-STATUS
                   ' - CHANGES FROM COMMAND ' CLOG-CMD-SEQ
                   ' ON NOT LOGGED'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE CATM-REPORT-RECORD FROM WS-REPORT-LINE
               MOVE 16 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-LOGGED-COUNT.

      *The group master may not exist yet - OPTIONAL open gives status
      *05 and the table simply starts empty.
                   ' STATUS=' WS-GRPM-STATUS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE CATM-REPORT-RECORD FROM WS-REPORT-LINE
      *        CATMAST.DAT is already rewritten - its changes still
      *        go on the log, the group changes went nowhere.
               MOVE 'C' TO WS-CLOG-FLUSH-MASTER
               PERFORM FLUSH-CHANGE-LOG
               MOVE WS-LOGGED-COUNT TO WS-COUNT-DISP-1
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'CATMAST.DAT CHANGES LOGGED: ' WS-COUNT-DISP-1
                   ' - MMAGRPM.DAT CHANGES NOT APPLIED OR LOGGED'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE CATM-REPORT-RECORD FROM WS-REPORT-LINE
               CLOSE CATM-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
               MOVE WS-CATM-CEIL(WS-CATM-IDX)   TO CATMAST-CEIL-LIMIT
               MOVE WS-CATM-GL-ACCT(WS-CATM-IDX) TO CATMAST-GL-ACCT
               MOVE WS-CATM-GROUP(WS-CATM-IDX)   TO CATMAST-GROUP
               MOVE WS-CATM-EFF-DATE(WS-CATM-IDX) TO CATMAST-EFF-DATE
               WRITE CATMAST-RECORD
           END-PERFORM.
           CLOSE CATEGORY-MASTER-FILE.

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

       WRITE-CATM-SUMMARY.
           MOVE WS-ADD-COUNT   TO WS-COUNT-DISP-1.
           MOVE WS-DEACT-COUNT TO WS-COUNT-DISP-2.
               '  ERRORS: ' WS-COUNT-DISP-4
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE CATM-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-VERSION-COUNT  TO WS-COUNT-DISP-9.
           MOVE WS-WITHDRAW-COUNT TO WS-COUNT-DISP-10.
           MOVE WS-LOGGED-COUNT   TO WS-COUNT-DISP-11.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'NEW VERSIONS: ' WS-COUNT-DISP-9
               '  VERSIONS WITHDRAWN: ' WS-COUNT-DISP-10
               '  CHANGES LOGGED: ' WS-COUNT-DISP-11
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE CATM-REPORT-RECORD FROM WS-REPORT-LINE.
