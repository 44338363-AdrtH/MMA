       IDENTIFICATION DIVISION.
       PROGRAM-ID. MMACATR.
       AUTHOR. Adrien.

      *Category master change report. Lists the changes MMACATM has
      *logged to MMACATLG.DAT, category by category and in the order
      *they were made, with the fields each change altered shown
      *before and after. Group master changes (MMACATM 'N' commands)
      *follow the categories, group by group.
      *
      *The optional MMACATRP.DAT parameter record selects what is
      *listed: a from and a to date (YYYYMMDD, either may be blank for
      *no bound), a category code (blank for every category and group
      *- a keyed code lists that category alone), and the date basis
      *- 'R' or blank selects on the date the change was made, 'E' on
      *the date it took effect. On the 'E' basis a change to the
      *opening version, and every group change, has no effective date
      *and is listed only when no from date is keyed. With no
      *parameter record everything on the log is listed.
      *
      *Return code: 0 report written, 16 fatal (file error or a
      *parameter record that does not edit).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CHANGE-LOG-FILE ASSIGN TO "MMACATLG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CLOG-STATUS.

           SELECT SORTED-LOG-FILE ASSIGN TO "MMACATRS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRTL-STATUS.

           SELECT SORT-FILE ASSIGN TO "MMACATR.TMP".

           SELECT OPTIONAL PARAMETER-FILE ASSIGN TO "MMACATRP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT CATR-REPORT-FILE ASSIGN TO "MMACATR.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATR-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Change log written by MMACATM: CLOG-MASTER 'C' for a category
      *master version, 'G' for a group master record. The images are
      *whole master records in CATMAST.DAT layout; a group image holds
      *the group code and name in its first 40 bytes. A flag of 'N'
      *means no image on that side.
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

      *Same layout, in master/code/run date/time/command order.
       FD  SORTED-LOG-FILE
           RECORDING MODE IS F.
       01  SRTL-RECORD.
           05  SRTL-RUN-DATE        PIC 9(8).
           05  SRTL-RUN-TIME        PIC 9(8).
           05  SRTL-CMD-SEQ         PIC 9(5).
           05  SRTL-ACTION          PIC X.
           05  SRTL-MASTER          PIC X.
           05  SRTL-CODE            PIC X(10).
           05  SRTL-EFF-DATE        PIC X(8).
           05  SRTL-BEFORE-FLAG     PIC X.
           05  SRTL-BEFORE.
               10  SRTL-B-CODE      PIC X(10).
               10  SRTL-B-DESC      PIC X(30).
               10  SRTL-B-ACTIVE    PIC X.
               10  SRTL-B-WARN      PIC X(20).
               10  SRTL-B-CEIL      PIC X(20).
               10  SRTL-B-GL-ACCT   PIC X(12).
               10  SRTL-B-GROUP     PIC X(10).
               10  SRTL-B-EFF-DATE  PIC X(8).
           05  SRTL-AFTER-FLAG      PIC X.
           05  SRTL-AFTER.
               10  SRTL-A-CODE      PIC X(10).
               10  SRTL-A-DESC      PIC X(30).
               10  SRTL-A-ACTIVE    PIC X.
               10  SRTL-A-WARN      PIC X(20).
               10  SRTL-A-CEIL      PIC X(20).
               10  SRTL-A-GL-ACCT   PIC X(12).
               10  SRTL-A-GROUP     PIC X(10).
               10  SRTL-A-EFF-DATE  PIC X(8).

       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SORT-RUN-DATE        PIC 9(8).
           05  SORT-RUN-TIME        PIC 9(8).
           05  SORT-CMD-SEQ         PIC 9(5).
           05  SORT-ACTION          PIC X.
           05  SORT-MASTER          PIC X.
           05  SORT-CODE            PIC X(10).
           05  FILLER               PIC X(232).

       FD  PARAMETER-FILE
           RECORDING MODE IS F.
       01  PARAMETER-RECORD.
           05  PARM-FROM-DATE       PIC X(8).
           05  PARM-TO-DATE         PIC X(8).
           05  PARM-CATEGORY        PIC X(10).
           05  PARM-DATE-BASIS      PIC X.

       FD  CATR-REPORT-FILE
           RECORDING MODE IS F.
       01  CATR-REPORT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CLOG-STATUS        PIC XX VALUE ZEROS.
       01  WS-SRTL-STATUS        PIC XX VALUE ZEROS.
       01  WS-PARM-STATUS        PIC XX VALUE ZEROS.
       01  WS-CATR-REPORT-STATUS PIC XX VALUE ZEROS.

       01  WS-SRTL-EOF-FLAG PIC X VALUE 'N'.
           88  WS-SRTL-END-OF-FILE VALUE 'Y'.
       01  WS-LOG-PRESENT-FLAG PIC X VALUE 'N'.
           88  WS-LOG-PRESENT      VALUE 'Y'.

      *Selection, defaulted to everything on the log.
       01  WS-FROM-DATE     PIC X(8) VALUE SPACES.
       01  WS-TO-DATE       PIC X(8) VALUE '99999999'.
       01  WS-SEL-CATEGORY  PIC X(10) VALUE SPACES.
       01  WS-DATE-BASIS    PIC X VALUE 'R'.
           88  WS-BASIS-EFFECTIVE  VALUE 'E'.
       01  WS-SEL-DATE      PIC X(8) VALUE SPACES.

       01  WS-CUR-MASTER    PIC X VALUE SPACES.
       01  WS-CUR-CODE      PIC X(10) VALUE SPACES.
       01  WS-ACTION-NAME   PIC X(12) VALUE SPACES.
       01  WS-EFF-DISP      PIC X(8) VALUE SPACES.
       01  WS-TIME-WORK     PIC 9(8) VALUE ZEROS.
       01  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
           05  WS-TIME-HH       PIC 9(2).
           05  WS-TIME-MI       PIC 9(2).
           05  WS-TIME-SS       PIC 9(2).
           05  WS-TIME-CC       PIC 9(2).
       01  WS-FLD-NAME      PIC X(14) VALUE SPACES.
       01  WS-FLD-BEFORE    PIC X(30) VALUE SPACES.
       01  WS-FLD-AFTER     PIC X(30) VALUE SPACES.
       01  WS-FIELD-LINES   PIC 9(3) VALUE ZEROS.

       01  WS-READ-COUNT     PIC 9(10) VALUE ZEROS USAGE IS COMP.
       01  WS-SELECT-COUNT   PIC 9(10) VALUE ZEROS USAGE IS COMP.
       01  WS-CODE-CHANGES   PIC 9(10) VALUE ZEROS USAGE IS COMP.
       01  WS-CATEGORY-COUNT PIC 9(10) VALUE ZEROS USAGE IS COMP.
       01  WS-GROUP-COUNT    PIC 9(10) VALUE ZEROS USAGE IS COMP.

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
       01  WS-SEQ-DISP      PIC ZZZZ9.
       01  WS-COUNT-DISP-1  PIC ZZZZZZZZZ9.
       01  WS-COUNT-DISP-2  PIC ZZZZZZZZZ9.
       01  WS-COUNT-DISP-3  PIC ZZZZZZZZZ9.
       01  WS-COUNT-DISP-4  PIC ZZZZZZZZZ9.

       PROCEDURE DIVISION.
           PERFORM OPEN-FILES.
           PERFORM LOAD-PARAMETERS.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM CHECK-CHANGE-LOG.
           IF WS-LOG-PRESENT
               SORT SORT-FILE
                   ON ASCENDING KEY SORT-MASTER SORT-CODE
                       SORT-RUN-DATE SORT-RUN-TIME SORT-CMD-SEQ
                   USING CHANGE-LOG-FILE
                   GIVING SORTED-LOG-FILE
               PERFORM LIST-CHANGES
           ELSE
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'NO CHANGE LOG ON FILE - NOTHING TO REPORT'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE CATR-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.
           PERFORM WRITE-CATR-SUMMARY.
           CLOSE CATR-REPORT-FILE.
           STOP RUN.

       OPEN-FILES.
           OPEN OUTPUT CATR-REPORT-FILE.
           IF WS-CATR-REPORT-STATUS NOT EQUAL '00'
               DISPLAY 'FATAL ERROR - UNABLE TO OPEN MMACATR.OUT'
                   ' STATUS=' WS-CATR-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *A keyed date that is not a real calendar date, a from date
      *after the to date, or an unknown basis fails the run loudly - a
      *typo must not quietly list the wrong changes.
       LOAD-PARAMETERS.
           OPEN INPUT PARAMETER-FILE.
           IF WS-PARM-STATUS NOT EQUAL '00' AND '05'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FATAL ERROR - UNABLE TO OPEN MMACATRP.DAT'
                   ' STATUS=' WS-PARM-STATUS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM CATR-ABORT
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
           IF PARM-FROM-DATE NOT EQUAL SPACES
               MOVE PARM-FROM-DATE TO WS-CHECK-DATE
               PERFORM VALIDATE-CHECK-DATE
               IF NOT WS-DATE-VALID
                   PERFORM PARAMETER-ABORT
               END-IF
               MOVE PARM-FROM-DATE TO WS-FROM-DATE
           END-IF.
           IF PARM-TO-DATE NOT EQUAL SPACES
               MOVE PARM-TO-DATE TO WS-CHECK-DATE
               PERFORM VALIDATE-CHECK-DATE
               IF NOT WS-DATE-VALID
                   PERFORM PARAMETER-ABORT
               END-IF
               MOVE PARM-TO-DATE TO WS-TO-DATE
           END-IF.
           IF WS-FROM-DATE > WS-TO-DATE
               PERFORM PARAMETER-ABORT
           END-IF.
           IF PARM-DATE-BASIS NOT EQUAL SPACE AND 'R' AND 'E'
               PERFORM PARAMETER-ABORT
           END-IF.
           IF PARM-DATE-BASIS EQUAL 'E'
               MOVE 'E' TO WS-DATE-BASIS
           END-IF.
           MOVE PARM-CATEGORY TO WS-SEL-CATEGORY.

       PARAMETER-ABORT.
           CLOSE PARAMETER-FILE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'FATAL ERROR - INVALID MMACATRP.DAT RECORD: '
               PARM-FROM-DATE ' ' PARM-TO-DATE ' ' PARM-CATEGORY
               ' ' PARM-DATE-BASIS
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           PERFORM CATR-ABORT.

       WRITE-REPORT-HEADER.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CATEGORY MASTER CHANGE HISTORY'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE CATR-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-BASIS-EFFECTIVE
               STRING 'CHANGES EFFECTIVE FROM: ' WS-FROM-DATE
                   '  TO: ' WS-TO-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING 'CHANGES MADE FROM: ' WS-FROM-DATE
                   '  TO: ' WS-TO-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           WRITE CATR-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-SEL-CATEGORY EQUAL SPACES
               STRING 'CATEGORY: ALL'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING 'CATEGORY: ' WS-SEL-CATEGORY
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           WRITE CATR-REPORT-RECORD FROM WS-REPORT-LINE.

      *No log yet simply means no change has been made since logging
      *began - OPTIONAL open gives status 05.
       CHECK-CHANGE-LOG.
           OPEN INPUT CHANGE-LOG-FILE.
           IF WS-CLOG-STATUS NOT EQUAL '00' AND '05'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FATAL ERROR - UNABLE TO OPEN MMACATLG.DAT'
                   ' STATUS=' WS-CLOG-STATUS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM CATR-ABORT
           END-IF.
           IF WS-CLOG-STATUS EQUAL '00'
               SET WS-LOG-PRESENT TO TRUE
           END-IF.
           CLOSE CHANGE-LOG-FILE.

       LIST-CHANGES.
           OPEN INPUT SORTED-LOG-FILE.
           IF WS-SRTL-STATUS NOT EQUAL '00'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FATAL ERROR - UNABLE TO OPEN MMACATRS.DAT'
                   ' STATUS=' WS-SRTL-STATUS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM CATR-ABORT
           END-IF.
           PERFORM WITH TEST AFTER UNTIL WS-SRTL-END-OF-FILE
               READ SORTED-LOG-FILE
                   AT END
                       SET WS-SRTL-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM SELECT-CHANGE
               END-READ
           END-PERFORM.
           CLOSE SORTED-LOG-FILE.
           IF WS-CUR-CODE NOT EQUAL SPACES
               PERFORM END-CODE-BLOCK
           END-IF.
           IF WS-SELECT-COUNT EQUAL ZERO
               MOVE SPACES TO WS-REPORT-LINE
               WRITE CATR-REPORT-RECORD FROM WS-REPORT-LINE
               STRING 'NO CHANGES SELECTED'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE CATR-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       SELECT-CHANGE.
           IF WS-SEL-CATEGORY NOT EQUAL SPACES
               AND (SRTL-MASTER NOT EQUAL 'C'
                   OR SRTL-CODE NOT EQUAL WS-SEL-CATEGORY)
               EXIT PARAGRAPH
           END-IF.
           IF WS-BASIS-EFFECTIVE
               MOVE SRTL-EFF-DATE TO WS-SEL-DATE
           ELSE
               MOVE SRTL-RUN-DATE TO WS-SEL-DATE
           END-IF.
           IF WS-SEL-DATE < WS-FROM-DATE
               OR WS-SEL-DATE > WS-TO-DATE
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-SELECT-COUNT.
           IF SRTL-MASTER NOT EQUAL WS-CUR-MASTER
               OR SRTL-CODE NOT EQUAL WS-CUR-CODE
               IF WS-CUR-CODE NOT EQUAL SPACES
                   PERFORM END-CODE-BLOCK
               END-IF
               PERFORM START-CODE-BLOCK
           END-IF.
           ADD 1 TO WS-CODE-CHANGES.
           PERFORM PRINT-CHANGE.

       START-CODE-BLOCK.
           MOVE SRTL-MASTER TO WS-CUR-MASTER.
           MOVE SRTL-CODE   TO WS-CUR-CODE.
           MOVE ZEROS TO WS-CODE-CHANGES.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE CATR-REPORT-RECORD FROM WS-REPORT-LINE.
           IF SRTL-MASTER EQUAL 'G'
               ADD 1 TO WS-GROUP-COUNT
               STRING 'GROUP    ' SRTL-CODE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               ADD 1 TO WS-CATEGORY-COUNT
               STRING 'CATEGORY ' SRTL-CODE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           WRITE CATR-REPORT-RECORD FROM WS-REPORT-LINE.

       END-CODE-BLOCK.
           MOVE WS-CODE-CHANGES TO WS-COUNT-DISP-1.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '  CHANGES: ' WS-COUNT-DISP-1
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE CATR-REPORT-RECORD FROM WS-REPORT-LINE.

      *One heading line per change, then a line for each field whose
      *value differs between the before and after images. A missing
      *image reads as blank, so an add lists what was set and a
      *withdrawal lists what was taken away.
       PRINT-CHANGE.
           EVALUATE SRTL-ACTION
               WHEN 'A'
                   MOVE 'ADD'          TO WS-ACTION-NAME
               WHEN 'D'
                   MOVE 'DEACTIVATE'   TO WS-ACTION-NAME
               WHEN 'R'
                   MOVE 'REACTIVATE'   TO WS-ACTION-NAME
               WHEN 'L'
                   MOVE 'LIMITS'       TO WS-ACTION-NAME
               WHEN 'G'
                   MOVE 'GL ACCOUNT'   TO WS-ACTION-NAME
               WHEN 'S'
                   MOVE 'GROUP'        TO WS-ACTION-NAME
               WHEN 'X'
                   MOVE 'WITHDRAW'     TO WS-ACTION-NAME
               WHEN 'N'
                   MOVE 'GROUP NAME'   TO WS-ACTION-NAME
               WHEN OTHER
                   MOVE SRTL-ACTION    TO WS-ACTION-NAME
           END-EVALUATE.
           MOVE SRTL-RUN-TIME TO WS-TIME-WORK.
           MOVE SRTL-CMD-SEQ  TO WS-SEQ-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           IF SRTL-MASTER EQUAL 'G'
               STRING '  CHANGED ' SRTL-RUN-DATE ' '
                   WS-TIME-HH ':' WS-TIME-MI ':' WS-TIME-SS
                   '  CMD ' WS-SEQ-DISP '  ' WS-ACTION-NAME
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               MOVE SRTL-EFF-DATE TO WS-EFF-DISP
               IF SRTL-EFF-DATE EQUAL SPACES
                   MOVE 'OPENING' TO WS-EFF-DISP
               END-IF
               STRING '  CHANGED ' SRTL-RUN-DATE ' '
                   WS-TIME-HH ':' WS-TIME-MI ':' WS-TIME-SS
                   '  CMD ' WS-SEQ-DISP '  ' WS-ACTION-NAME
                   '  EFFECTIVE ' WS-EFF-DISP
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           WRITE CATR-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE ZEROS TO WS-FIELD-LINES.
      *    A group image carries its name where a category image
      *    carries the description.
           IF SRTL-MASTER EQUAL 'G'
               MOVE 'NAME'         TO WS-FLD-NAME
               MOVE SRTL-B-DESC    TO WS-FLD-BEFORE
               MOVE SRTL-A-DESC    TO WS-FLD-AFTER
               PERFORM PRINT-FIELD-CHANGE
           ELSE
               PERFORM PRINT-CATEGORY-FIELDS
           END-IF.
           IF WS-FIELD-LINES EQUAL ZERO
               MOVE SPACES TO WS-REPORT-LINE
               STRING '      NO FIELD CHANGED'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE CATR-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       PRINT-CATEGORY-FIELDS.
           MOVE 'EFFECTIVE'    TO WS-FLD-NAME.
           MOVE SRTL-B-EFF-DATE TO WS-FLD-BEFORE.
           IF SRTL-BEFORE-FLAG EQUAL 'Y'
               AND SRTL-B-EFF-DATE EQUAL SPACES
               MOVE 'OPENING' TO WS-FLD-BEFORE
           END-IF.
           MOVE SRTL-A-EFF-DATE TO WS-FLD-AFTER.
           IF SRTL-AFTER-FLAG EQUAL 'Y'
               AND SRTL-A-EFF-DATE EQUAL SPACES
               MOVE 'OPENING' TO WS-FLD-AFTER
           END-IF.
           PERFORM PRINT-FIELD-CHANGE.
           MOVE 'DESCRIPTION'  TO WS-FLD-NAME.
           MOVE SRTL-B-DESC    TO WS-FLD-BEFORE.
           MOVE SRTL-A-DESC    TO WS-FLD-AFTER.
           PERFORM PRINT-FIELD-CHANGE.
           MOVE 'STATUS'       TO WS-FLD-NAME.
           MOVE SRTL-B-ACTIVE  TO WS-FLD-BEFORE.
           MOVE SRTL-A-ACTIVE  TO WS-FLD-AFTER.
           PERFORM PRINT-FIELD-CHANGE.
           MOVE 'WARN LIMIT'   TO WS-FLD-NAME.
           MOVE SRTL-B-WARN    TO WS-FLD-BEFORE.
           MOVE SRTL-A-WARN    TO WS-FLD-AFTER.
           PERFORM PRINT-FIELD-CHANGE.
           MOVE 'CEILING'      TO WS-FLD-NAME.
           MOVE SRTL-B-CEIL    TO WS-FLD-BEFORE.
           MOVE SRTL-A-CEIL    TO WS-FLD-AFTER.
           PERFORM PRINT-FIELD-CHANGE.
           MOVE 'GL ACCOUNT'   TO WS-FLD-NAME.
           MOVE SRTL-B-GL-ACCT TO WS-FLD-BEFORE.
           MOVE SRTL-A-GL-ACCT TO WS-FLD-AFTER.
           PERFORM PRINT-FIELD-CHANGE.
           MOVE 'GROUP'        TO WS-FLD-NAME.
           MOVE SRTL-B-GROUP   TO WS-FLD-BEFORE.
           MOVE SRTL-A-GROUP   TO WS-FLD-AFTER.
           PERFORM PRINT-FIELD-CHANGE.

       PRINT-FIELD-CHANGE.
           IF WS-FLD-BEFORE EQUAL WS-FLD-AFTER
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-FIELD-LINES.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '      ' WS-FLD-NAME WS-FLD-BEFORE ' -> '
               WS-FLD-AFTER
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE CATR-REPORT-RECORD FROM WS-REPORT-LINE.

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

       WRITE-CATR-SUMMARY.
           MOVE WS-READ-COUNT     TO WS-COUNT-DISP-1.
           MOVE WS-SELECT-COUNT   TO WS-COUNT-DISP-2.
           MOVE WS-CATEGORY-COUNT TO WS-COUNT-DISP-3.
           MOVE WS-GROUP-COUNT    TO WS-COUNT-DISP-4.
           MOVE SPACES TO WS-REPORT-LINE.
           WRITE CATR-REPORT-RECORD FROM WS-REPORT-LINE.
           STRING 'LOG RECORDS READ: ' WS-COUNT-DISP-1
               '  CHANGES LISTED: ' WS-COUNT-DISP-2
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE CATR-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'CATEGORIES: ' WS-COUNT-DISP-3
               '  GROUPS: ' WS-COUNT-DISP-4
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE CATR-REPORT-RECORD FROM WS-REPORT-LINE.

       CATR-ABORT.
           WRITE CATR-REPORT-RECORD FROM WS-REPORT-LINE.
           CLOSE CATR-REPORT-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
