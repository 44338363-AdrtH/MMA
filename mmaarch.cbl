       AUTHOR. Adrien.

      *Retention utility for the files that only ever grow: the
      *MMAAUDIT.DAT audit trail, the MMARESULT.DAT run history and the
      *MMAFEEDR.DAT feed register. Given a cutoff date on MMAARCHP.DAT,
      *records older than the cutoff move into dated archive files
      *(MMAAUDIT.A<cutoff>, MMARESULT.A<cutoff>, MMAFEEDR.A<cutoff>)
      *that already exists is never overwritten; re-running the same
      *cutoff is refused instead of destroying the earlier archive.
      *
      *The audit trail is keyed by run date/time and sequence, so the
      *runs before the cutoff are the front of the file. They are
      *copied to an archive with the same keys, the archive is
      *verified, and only then are they deleted from the live trail -
      *the kept runs are never rewritten. The live trail is recounted
      *after the purge and must tie to the split.
      *
      *MMAAUDQ accepts an audit file name on MMAAUDQP.DAT, so an old
      *inquiry can be pointed straight at an archive file.

               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.

           SELECT AUDIT-FILE ASSIGN TO "MMAAUDIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AUDIT-KEY
               ALTERNATE RECORD KEY IS AUDIT-CATEGORY
                   WITH DUPLICATES
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT RESULTS-FILE ASSIGN TO "MMARESULT.DAT"
               FILE STATUS IS WS-RESULTS-STATUS.

           SELECT ARCH-AUDIT-FILE ASSIGN USING WS-ARCH-AUDIT-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ARCH-AUDIT-KEY
               ALTERNATE RECORD KEY IS ARCH-AUDIT-CATEGORY
                   WITH DUPLICATES
               FILE STATUS IS WS-ARCH-AUDIT-STATUS.

           SELECT ARCH-RESULTS-FILE ASSIGN USING WS-ARCH-RESULTS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCH-RESULTS-STATUS.

           SELECT KEEP-RESULTS-FILE ASSIGN TO "MMARESKP.TMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-KEEP-RESULTS-STATUS.
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
           05  RESULTS-COUNT        PIC 9(10).
           05  RESULTS-OVERFLOW-FLAG PIC X.

      *Same keys as the live trail, so MMAAUDQ queries an archive the
      *same way.
       FD  ARCH-AUDIT-FILE
           RECORDING MODE IS F.
       01  ARCH-AUDIT-RECORD.
           05  ARCH-AUDIT-KEY       PIC X(26).
           05  FILLER               PIC X(20).
           05  ARCH-AUDIT-CATEGORY  PIC X(10).
           05  FILLER               PIC X(22).

       FD  ARCH-RESULTS-FILE
           RECORDING MODE IS F.
       01  ARCH-RESULTS-RECORD      PIC X(121).

       FD  KEEP-RESULTS-FILE
           RECORDING MODE IS F.
       01  KEEP-RESULTS-RECORD      PIC X(121).
       01  WS-RESULTS-STATUS      PIC XX VALUE ZEROS.
       01  WS-ARCH-AUDIT-STATUS   PIC XX VALUE ZEROS.
       01  WS-ARCH-RESULTS-STATUS PIC XX VALUE ZEROS.
       01  WS-KEEP-RESULTS-STATUS PIC XX VALUE ZEROS.
       01  WS-MANIFEST-STATUS     PIC XX VALUE ZEROS.

      *Re-parse buffers for the verify pass - the archive records come
      *back as plain text and must recount through the same layouts.
       01  AUDIT-WORK-RECORD.
           05  AUDW-RUN-DATE        PIC 9(8).
           05  AUDW-RUN-TIME        PIC 9(8).
           05  AUDW-SEQ             PIC 9(10).
           05  AUDW-VALUE           PIC X(20).
           05  AUDW-CATEGORY        PIC X(10).
           05  AUDW-CURRENCY        PIC X(3).
           05  AUDW-BASE-AMOUNT     PIC S9(12)V9(6)
                                        SIGN LEADING SEPARATE.
       01  WS-AUD-OLDEST-ARCH  PIC 9(8) VALUE 99999999.
       01  WS-AUD-NEWEST-ARCH  PIC 9(8) VALUE ZEROS.
       01  WS-AUD-OLDEST-KEEP  PIC 9(8) VALUE 99999999.
      *Deleted from the live trail by the purge.
       01  WS-AUD-PURGE-COUNT  PIC 9(10) VALUE ZEROS USAGE IS COMP.
       01  WS-AUD-PURGE-TOT    PIC S9(15)V9(6) VALUE ZEROS.

       01  WS-RES-ARCH-COUNT   PIC 9(10) VALUE ZEROS USAGE IS COMP.
       01  WS-RES-KEEP-COUNT   PIC 9(10) VALUE ZEROS USAGE IS COMP.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *Pass 1 copies the runs before the cutoff to the dated archive
      *and counts the runs kept, pass 2 re-reads the archive and
      *recounts it against the split, and only a clean tie lets pass 3
      *delete the archived runs from the live trail - so a short
      *archive leaves the live audit trail intact.
       ARCHIVE-AUDIT-TRAIL.
           OPEN INPUT ARCH-AUDIT-FILE.
           IF WS-ARCH-AUDIT-STATUS EQUAL '00'
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT EQUAL '00'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FATAL ERROR - UNABLE TO OPEN MMAAUDIT.DAT'
                   ' STATUS=' WS-AUDIT-STATUS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE MANIFEST-RECORD FROM WS-REPORT-LINE
               MOVE WS-ARCH-AUDIT-STATUS TO WS-ABORT-STATUS
               PERFORM FILE-OPEN-ABORT
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM WITH TEST AFTER UNTIL WS-END-OF-FILE
               READ AUDIT-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
           END-PERFORM.
           CLOSE AUDIT-FILE.
           CLOSE ARCH-AUDIT-FILE.
           PERFORM VERIFY-AUDIT-SPLIT.
           IF WS-AUD-VERIFY-OK
               PERFORM PURGE-LIVE-AUDIT
               PERFORM VERIFY-LIVE-AUDIT
           ELSE
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'LIVE MMAAUDIT.DAT LEFT UNCHANGED - SPLIT DID'
                   ' NOT VERIFY'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE MANIFEST-RECORD FROM WS-REPORT-LINE
           END-IF.

      *The trail comes back in key order, so the archive is written in
      *ascending key order as its sequential load requires.
       SPLIT-AUDIT-RECORD.
           IF AUDIT-RUN-DATE < WS-CUTOFF-DATE-N
               WRITE ARCH-AUDIT-RECORD FROM AUDIT-RECORD
                   MOVE AUDIT-RUN-DATE TO WS-AUD-NEWEST-ARCH
               END-IF
           ELSE
               ADD 1 TO WS-AUD-KEEP-COUNT
               ADD AUDIT-BASE-AMOUNT TO WS-AUD-KEEP-TOT
               IF AUDIT-RUN-DATE < WS-AUD-OLDEST-KEEP
               END-IF
           END-IF.

      *The archived runs are the front of the trail; the purge stops
      *at the first kept record.
       PURGE-LIVE-AUDIT.
           OPEN I-O AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT EQUAL '00'
               MOVE 'MMAAUDIT.DAT' TO WS-ABORT-FILE-NAME
               MOVE WS-AUDIT-STATUS TO WS-ABORT-STATUS
               PERFORM FILE-OPEN-ABORT
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM WITH TEST AFTER UNTIL WS-END-OF-FILE
               READ AUDIT-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       IF AUDIT-RUN-DATE < WS-CUTOFF-DATE-N
                           DELETE AUDIT-FILE RECORD
                               INVALID KEY
                                   CONTINUE
                               NOT INVALID KEY
                                   ADD 1 TO WS-AUD-PURGE-COUNT
                                   ADD AUDIT-BASE-AMOUNT
                                       TO WS-AUD-PURGE-TOT
                           END-DELETE
                       ELSE
                           SET WS-END-OF-FILE TO TRUE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.

       VERIFY-AUDIT-SPLIT.
               END-READ
           END-PERFORM.
           CLOSE ARCH-AUDIT-FILE.
           IF WS-AUD-VFY-ARCH-COUNT NOT EQUAL WS-AUD-ARCH-COUNT
               OR WS-AUD-VFY-ARCH-TOT NOT EQUAL WS-AUD-ARCH-TOT
               MOVE 'N' TO WS-AUD-VERIFY-FLAG
               MOVE 'N' TO WS-TIE-FLAG
               MOVE SPACES TO WS-REPORT-LINE
               STRING '*** AUDIT TRAIL VERIFY FAILED - ARCHIVE'
                   ' FILE DOES NOT TIE TO THE SPLIT ***'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE MANIFEST-RECORD FROM WS-REPORT-LINE
           END-IF.

      *After the purge the deletions must tie to the archive and what
      *is left on the live trail to the runs kept.
       VERIFY-LIVE-AUDIT.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT EQUAL '00'
               MOVE 'MMAAUDIT.DAT' TO WS-ABORT-FILE-NAME
               MOVE WS-AUDIT-STATUS TO WS-ABORT-STATUS
               PERFORM FILE-OPEN-ABORT
           END-IF.
           MOVE 'N' TO WS-EOF-FLAG.
           PERFORM WITH TEST AFTER UNTIL WS-END-OF-FILE
               READ AUDIT-FILE NEXT RECORD
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                   NOT AT END
                       ADD 1 TO WS-AUD-VFY-KEEP-COUNT
                       ADD AUDIT-BASE-AMOUNT TO WS-AUD-VFY-KEEP-TOT
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.
           IF WS-AUD-PURGE-COUNT NOT EQUAL WS-AUD-ARCH-COUNT
               OR WS-AUD-PURGE-TOT NOT EQUAL WS-AUD-ARCH-TOT
               OR WS-AUD-VFY-KEEP-COUNT NOT EQUAL WS-AUD-KEEP-COUNT
               OR WS-AUD-VFY-KEEP-TOT NOT EQUAL WS-AUD-KEEP-TOT
               MOVE 'N' TO WS-TIE-FLAG
               MOVE SPACES TO WS-REPORT-LINE
               STRING '*** AUDIT TRAIL VERIFY FAILED - LIVE TRAIL'
                   ' DOES NOT TIE TO THE SPLIT AFTER THE PURGE ***'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE MANIFEST-RECORD FROM WS-REPORT-LINE
           END-IF.
