       IDENTIFICATION DIVISION.
       PROGRAM-ID. MMAAUDL.
       AUTHOR. Adrien.

      *Audit trail loader. Copies a line sequential audit trail in the
      *old layout (sequence, value, category, run date, run time,
      *currency, base amount) into a keyed trail in the current layout
      *- run date/time and sequence first, category as the alternate
      *key - so a trail or dated archive cut before the trail was
      *keyed can be queried by MMAAUDQ and archived by MMAARCH.
      *
      *The optional MMAAUDLP.DAT parameter record names the file to
      *read and the keyed file to load, 44 characters each. They
      *default to MMAAUDIT.OUT and the live MMAAUDIT.DAT. To convert
      *an old archive, rename it (say MMAAUDIT.F<cutoff>) and load it
      *to MMAAUDIT.A<cutoff>. The keyed file is created if it does not
      *exist and added to if it does; a record whose key is already
      *there is counted and left alone, so a load that was cut short
      *can simply be run again.
      *
      *Return code: 0 all loaded, 4 records already present or with a
      *damaged key (listed on MMAAUDL.OUT), 16 fatal.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARAMETER-FILE ASSIGN TO "MMAAUDLP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT OLD-AUDIT-FILE ASSIGN USING WS-OLD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLD-STATUS.

           SELECT OPTIONAL AUDIT-FILE ASSIGN USING WS-AUDIT-FILE-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS AUDIT-KEY
               ALTERNATE RECORD KEY IS AUDIT-CATEGORY
                   WITH DUPLICATES
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT AUDL-REPORT-FILE ASSIGN TO "MMAAUDL.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDL-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARAMETER-FILE
           RECORDING MODE IS F.
       01  PARM-RECORD.
           05  PARM-OLD-FILE        PIC X(44).
           05  PARM-AUDIT-FILE      PIC X(44).

      *The audit trail layout MinMaxAverage wrote before the trail was
      *keyed.
       FD  OLD-AUDIT-FILE
           RECORDING MODE IS F.
       01  OLD-AUDIT-RECORD.
           05  OLD-AUDIT-SEQ        PIC 9(10).
           05  OLD-AUDIT-VALUE      PIC X(20).
           05  OLD-AUDIT-CATEGORY   PIC X(10).
           05  OLD-AUDIT-RUN-DATE   PIC 9(8).
           05  OLD-AUDIT-RUN-TIME   PIC 9(8).
           05  OLD-AUDIT-CURRENCY   PIC X(3).
           05  OLD-AUDIT-BASE-AMOUNT PIC S9(12)V9(6)
                                        SIGN LEADING SEPARATE.

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

       FD  AUDL-REPORT-FILE
           RECORDING MODE IS F.
       01  AUDL-REPORT-RECORD       PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-PARM-STATUS        PIC XX VALUE ZEROS.
       01  WS-OLD-STATUS         PIC XX VALUE ZEROS.
       01  WS-AUDIT-STATUS       PIC XX VALUE ZEROS.
       01  WS-AUDL-REPORT-STATUS PIC XX VALUE ZEROS.

       01  WS-OLD-FILE-NAME      PIC X(44) VALUE 'MMAAUDIT.OUT'.
       01  WS-AUDIT-FILE-NAME    PIC X(44) VALUE 'MMAAUDIT.DAT'.

       01  WS-EOF-FLAG      PIC X VALUE 'N'.
           88  WS-END-OF-FILE      VALUE 'Y'.

       01  WS-READ-COUNT     PIC 9(10) VALUE ZEROS USAGE IS COMP.
       01  WS-LOAD-COUNT     PIC 9(10) VALUE ZEROS USAGE IS COMP.
       01  WS-PRESENT-COUNT  PIC 9(10) VALUE ZEROS USAGE IS COMP.
       01  WS-DAMAGED-COUNT  PIC 9(10) VALUE ZEROS USAGE IS COMP.
       01  WS-LOAD-TOT       PIC S9(15)V9(6) VALUE ZEROS.

       01  WS-REPORT-LINE   PIC X(132).
       01  WS-SEQ-DISP      PIC ZZZZZZZZZ9.
       01  WS-COUNT-DISP-1  PIC ZZZZZZZZZ9.
       01  WS-COUNT-DISP-2  PIC ZZZZZZZZZ9.
       01  WS-COUNT-DISP-3  PIC ZZZZZZZZZ9.
       01  WS-COUNT-DISP-4  PIC ZZZZZZZZZ9.
       01  WS-TOT-DISP      PIC -(15)9.999999.

       PROCEDURE DIVISION.
           PERFORM OPEN-REPORT.
           PERFORM LOAD-PARAMETERS.
           PERFORM OPEN-FILES.
           PERFORM WITH TEST AFTER UNTIL WS-END-OF-FILE
               READ OLD-AUDIT-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-READ-COUNT
                       PERFORM LOAD-ONE-RECORD
               END-READ
           END-PERFORM.
           CLOSE OLD-AUDIT-FILE.
           CLOSE AUDIT-FILE.
           PERFORM WRITE-AUDL-SUMMARY.
           CLOSE AUDL-REPORT-FILE.
           IF WS-PRESENT-COUNT > ZERO OR WS-DAMAGED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       OPEN-REPORT.
           OPEN OUTPUT AUDL-REPORT-FILE.
           IF WS-AUDL-REPORT-STATUS NOT EQUAL '00'
               DISPLAY 'FATAL ERROR - UNABLE TO OPEN MMAAUDL.OUT'
                   ' STATUS=' WS-AUDL-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *A blank name on the parameter record keeps that file's default.
       LOAD-PARAMETERS.
           OPEN INPUT PARAMETER-FILE.
           IF WS-PARM-STATUS EQUAL '00' OR '05'
               IF WS-PARM-STATUS EQUAL '00'
                   READ PARAMETER-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           IF PARM-OLD-FILE NOT EQUAL SPACES
                               MOVE PARM-OLD-FILE TO WS-OLD-FILE-NAME
                           END-IF
                           IF PARM-AUDIT-FILE NOT EQUAL SPACES
                               MOVE PARM-AUDIT-FILE
                                   TO WS-AUDIT-FILE-NAME
                           END-IF
                   END-READ
               END-IF
               CLOSE PARAMETER-FILE
           END-IF.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'MMA AUDIT TRAIL LOAD - FROM: ' WS-OLD-FILE-NAME
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE AUDL-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING '                         TO: ' WS-AUDIT-FILE-NAME
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE AUDL-REPORT-RECORD FROM WS-REPORT-LINE.

       OPEN-FILES.
           IF WS-OLD-FILE-NAME EQUAL WS-AUDIT-FILE-NAME
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FATAL ERROR - FILE TO READ AND FILE TO LOAD'
                   ' ARE THE SAME'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM AUDL-ABORT
           END-IF.
           OPEN INPUT OLD-AUDIT-FILE.
           IF WS-OLD-STATUS NOT EQUAL '00'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FATAL ERROR - UNABLE TO OPEN ' WS-OLD-FILE-NAME
                   ' STATUS=' WS-OLD-STATUS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM AUDL-ABORT
           END-IF.
           OPEN I-O AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT EQUAL '00' AND '05'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FATAL ERROR - UNABLE TO OPEN '
                   WS-AUDIT-FILE-NAME ' STATUS=' WS-AUDIT-STATUS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               CLOSE OLD-AUDIT-FILE
               PERFORM AUDL-ABORT
           END-IF.

      *A key that is not all digits cannot be placed in run order, so
      *the record is listed and left out rather than filed wrongly.
       LOAD-ONE-RECORD.
           IF OLD-AUDIT-SEQ IS NOT NUMERIC
               OR OLD-AUDIT-RUN-DATE IS NOT NUMERIC
               OR OLD-AUDIT-RUN-TIME IS NOT NUMERIC
               ADD 1 TO WS-DAMAGED-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'WARNING: DAMAGED KEY - NOT LOADED: '
                   OLD-AUDIT-RECORD
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE AUDL-REPORT-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE OLD-AUDIT-RUN-DATE    TO AUDIT-RUN-DATE.
           MOVE OLD-AUDIT-RUN-TIME    TO AUDIT-RUN-TIME.
           MOVE OLD-AUDIT-SEQ         TO AUDIT-SEQ.
           MOVE OLD-AUDIT-VALUE       TO AUDIT-VALUE.
           MOVE OLD-AUDIT-CATEGORY    TO AUDIT-CATEGORY.
           MOVE OLD-AUDIT-CURRENCY    TO AUDIT-CURRENCY.
           MOVE OLD-AUDIT-BASE-AMOUNT TO AUDIT-BASE-AMOUNT.
           WRITE AUDIT-RECORD
               INVALID KEY
                   ADD 1 TO WS-PRESENT-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-LOAD-COUNT
                   ADD AUDIT-BASE-AMOUNT TO WS-LOAD-TOT
           END-WRITE.

       WRITE-AUDL-SUMMARY.
           MOVE WS-READ-COUNT    TO WS-COUNT-DISP-1.
           MOVE WS-LOAD-COUNT    TO WS-COUNT-DISP-2.
           MOVE WS-PRESENT-COUNT TO WS-COUNT-DISP-3.
           MOVE WS-DAMAGED-COUNT TO WS-COUNT-DISP-4.
           MOVE WS-LOAD-TOT      TO WS-TOT-DISP.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'RECORDS READ: ' WS-COUNT-DISP-1
               '  LOADED: ' WS-COUNT-DISP-2
               '  ALREADY PRESENT: ' WS-COUNT-DISP-3
               '  DAMAGED KEY: ' WS-COUNT-DISP-4
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE AUDL-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'BASE AMOUNT LOADED: ' WS-TOT-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE AUDL-REPORT-RECORD FROM WS-REPORT-LINE.

       AUDL-ABORT.
           WRITE AUDL-REPORT-RECORD FROM WS-REPORT-LINE.
           CLOSE AUDL-REPORT-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
