       IDENTIFICATION DIVISION.
       PROGRAM-ID. MMAHREL.
       AUTHOR. Adrien.

      *Release pass for records MinMaxAverage held out of the
      *statistics as likely duplicates. Each cycle's MMAHOLD.DAT is
      *merged into the standing hold queue MMAHOLDQ.DAT, so a hold
      *stays on the queue until operations decide it, however many
      *cycles that takes. Decisions come in on the optional
      *MMAHREL.DAT file keyed by the run date, run time and input
      *sequence number printed on the hold: 'R' releases a record
      *confirmed genuine, 'D' drops a confirmed duplicate for good.
      *Released records go out on MMAHRSUB.DAT as a complete
      *TRANSIN.DAT feed under feed id MMAHOLDR, which the duplicate
      *screen in MinMaxAverage lets through unscreened next cycle;
      *everything still held is listed on MMAHREL.OUT with its age.
      *
      *MinMaxAverage appends to MMAHOLD.DAT every run; once the
      *merged queue is safely rewritten this program empties it, so
      *no cycle's holds are lost when a release pass is skipped.
      *
      *A released hold is only pending until MinMaxAverage has taken
      *the MMAHOLDR feed it went out on - that is, until the feed
      *register MMAFEEDR.DAT shows MMAHOLDR for the business date of
      *the release. A later pass that finds it there marks the hold
      *released; one that does not puts the record out again on the
      *new MMAHRSUB.DAT, which replaces the one not taken.
      *A decided hold stays on the queue for the pass after it is
      *settled, so a record merged twice is not taken for a new one.
      *
      *Return code: 0 clean, 4 a decision named no hold on the queue
      *or an already-decided hold, or carried an unknown action code,
      *a release was deferred, or MMAHOLD.DAT could not be emptied,
      *16 fatal (file error or queue too large for the table).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HOLD-FILE ASSIGN TO "MMAHOLD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT OPTIONAL HOLD-QUEUE-FILE ASSIGN TO "MMAHOLDQ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HQ-STATUS.

           SELECT OPTIONAL RELEASE-FILE ASSIGN TO "MMAHREL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-STATUS.

           SELECT OPTIONAL FEED-REGISTER-FILE ASSIGN TO "MMAFEEDR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FEEDR-STATUS.

           SELECT RESUBMIT-FILE ASSIGN TO "MMAHRSUB.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESUBMIT-STATUS.

           SELECT RELEASE-REPORT-FILE ASSIGN TO "MMAHREL.OUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REL-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *Same layout as the duplicate-hold file MinMaxAverage writes.
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

      *Standing hold queue: the MMAHOLD.DAT image plus where the hold
      *stands - 'H' still held, 'P' released but its MMAHOLDR feed
      *not yet taken, 'R' released, 'D' dropped - and the date it was
      *decided (for 'P', the business date of the MMAHOLDR feed it
      *last went out on).
       FD  HOLD-QUEUE-FILE
           RECORDING MODE IS F.
       01  HQ-RECORD.
           05  HQ-HOLD-IMAGE        PIC X(120).
           05  HQ-STATE             PIC X.
           05  HQ-DECIDED-DATE      PIC 9(8).

      *Operations decisions, one per hold: HREL-ACTION 'R' releases
      *the record into the next cycle, 'D' drops it as a confirmed
      *duplicate.
       FD  RELEASE-FILE
           RECORDING MODE IS F.
       01  RELEASE-RECORD.
           05  HREL-RUN-DATE        PIC 9(8).
           05  HREL-RUN-TIME        PIC 9(8).
           05  HREL-SEQ             PIC 9(10).
           05  HREL-ACTION          PIC X.

      *Same layout as the feed register MinMaxAverage writes.
       FD  FEED-REGISTER-FILE
           RECORDING MODE IS F.
       01  FEEDR-RECORD.
           05  FEEDR-FEED-ID        PIC X(8).
           05  FEEDR-BUS-DATE       PIC X(8).
           05  FEEDR-RUN-DATE       PIC 9(8).
           05  FEEDR-RUN-TIME       PIC 9(8).

      *MMAHRSUB.DAT is a complete TRANSIN.DAT feed - header, 'D' data
      *records and a count/hash trailer - so the next MinMaxAverage
      *cycle reconciles it like any other extract.
       FD  RESUBMIT-FILE
           RECORDING MODE IS F.
       01  RESUBMIT-RECORD.
           05  RESUB-REC-TYPE       PIC X.
           05  RESUB-TRANS-TYPE     PIC X.
           05  RESUB-TRANS-DATE     PIC X(8).
           05  RESUB-CATEGORY       PIC X(10).
           05  RESUB-AMOUNT         PIC X(20).
           05  RESUB-CURRENCY       PIC X(3).
       01  RESUBMIT-HEADER-RECORD.
           05  RESUB-HDR-REC-TYPE   PIC X.
           05  RESUB-HDR-FEED-ID    PIC X(8).
           05  RESUB-HDR-BUS-DATE   PIC X(8).
           05  FILLER               PIC X(26).
       01  RESUBMIT-TRAILER-RECORD.
           05  RESUB-TRL-REC-TYPE   PIC X.
           05  RESUB-TRL-COUNT      PIC 9(10).
           05  RESUB-TRL-HASH       PIC S9(13)V9(6)
                                        SIGN LEADING SEPARATE.
           05  FILLER               PIC X(12).

       FD  RELEASE-REPORT-FILE
           RECORDING MODE IS F.
       01  RELEASE-REPORT-RECORD    PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-HOLD-STATUS          PIC XX VALUE ZEROS.
       01  WS-HQ-STATUS            PIC XX VALUE ZEROS.
       01  WS-REL-STATUS           PIC XX VALUE ZEROS.
       01  WS-FEEDR-STATUS         PIC XX VALUE ZEROS.
       01  WS-RESUBMIT-STATUS      PIC XX VALUE ZEROS.
       01  WS-REL-REPORT-STATUS    PIC XX VALUE ZEROS.

       01  WS-EOF-FLAG      PIC X VALUE 'N'.
           88  WS-END-OF-FILE      VALUE 'Y'.
       01  WS-HQ-EOF-FLAG   PIC X VALUE 'N'.
           88  WS-HQ-END-OF-FILE   VALUE 'Y'.
       01  WS-REL-EOF-FLAG  PIC X VALUE 'N'.
           88  WS-REL-END-OF-FILE  VALUE 'Y'.
       01  WS-FEEDR-EOF-FLAG PIC X VALUE 'N'.
           88  WS-FEEDR-END-OF-FILE VALUE 'Y'.

      *Feed id the duplicate screen in MinMaxAverage lets through.
       01  WS-RELEASE-FEED-ID  PIC X(8) VALUE 'MMAHOLDR'.

      *In-core hold queue: the queue as it stood plus this cycle's new
      *holds. WS-HQT-CURRENT marks entries still on MMAHOLD.DAT.
       78  WS-HQT-MAX-ENTRIES  VALUE 5000.
       01  WS-HQT-COUNT-ENTRIES PIC 9(4) VALUE ZEROS.
       01  WS-HQT-IDX          PIC 9(4) VALUE ZEROS.
       01  WS-HQT-FOUND-IDX    PIC 9(4) VALUE ZEROS.
       01  WS-HQT-TABLE.
           05  WS-HQT-ENTRY OCCURS WS-HQT-MAX-ENTRIES TIMES.
               10  WS-HQT-IMAGE.
                   15  WS-HQT-RUN-DATE  PIC 9(8).
                   15  WS-HQT-RUN-TIME  PIC 9(8).
                   15  WS-HQT-SEQ       PIC 9(10).
                   15  WS-HQT-FEED-ID   PIC X(8).
                   15  WS-HQT-BUS-DATE  PIC X(8).
                   15  WS-HQT-SCOPE     PIC X.
                   15  WS-HQT-MATCH-RUN-DATE PIC 9(8).
                   15  WS-HQT-MATCH-RUN-TIME PIC 9(8).
                   15  WS-HQT-MATCH-SEQ PIC 9(10).
                   15  WS-HQT-MATCH-FEED-ID PIC X(8).
                   15  WS-HQT-REC-TYPE  PIC X.
                   15  WS-HQT-TRANS-TYPE PIC X.
                   15  WS-HQT-TRANS-DATE PIC X(8).
                   15  WS-HQT-CATEGORY  PIC X(10).
                   15  WS-HQT-AMOUNT    PIC X(20).
                   15  WS-HQT-CURRENCY  PIC X(3).
               10  WS-HQT-STATE     PIC X.
               10  WS-HQT-DECIDED-DATE PIC 9(8).
               10  WS-HQT-CURRENT   PIC X.
       01  WS-HQT-OVERFLOW-FLAG PIC X VALUE 'N'.
           88  WS-HQT-OVERFLOW-DETECTED  VALUE 'Y'.

       78  WS-REL-MAX-ENTRIES  VALUE 500.
       01  WS-REL-COUNT-ENTRIES PIC 9(3) VALUE ZEROS.
       01  WS-REL-IDX          PIC 9(3) VALUE ZEROS.
       01  WS-REL-FOUND-IDX    PIC 9(3) VALUE ZEROS.
       01  WS-REL-TABLE.
           05  WS-REL-ENTRY OCCURS WS-REL-MAX-ENTRIES TIMES.
               10  WS-REL-RUN-DATE  PIC 9(8).
               10  WS-REL-RUN-TIME  PIC 9(8).
               10  WS-REL-SEQ       PIC 9(10).
               10  WS-REL-ACTION    PIC X.
               10  WS-REL-USED      PIC X.
       01  WS-REL-OVERFLOW-FLAG PIC X VALUE 'N'.
           88  WS-REL-OVERFLOW-DETECTED  VALUE 'Y'.

      *Business dates of the MMAHOLDR feeds MinMaxAverage has taken,
      *off the feed register.
       78  WS-TAKEN-MAX-ENTRIES VALUE 1000.
       01  WS-TAKEN-COUNT-ENTRIES PIC 9(4) VALUE ZEROS.
       01  WS-TAKEN-IDX        PIC 9(4) VALUE ZEROS.
       01  WS-TAKEN-TABLE.
           05  WS-TAKEN-BUS-DATE PIC X(8)
                   OCCURS WS-TAKEN-MAX-ENTRIES TIMES.
       01  WS-TAKEN-OVERFLOW-FLAG PIC X VALUE 'N'.
           88  WS-TAKEN-OVERFLOW-DETECTED VALUE 'Y'.
       01  WS-TAKEN-FLAG    PIC X VALUE 'N'.
           88  WS-FEED-TAKEN        VALUE 'Y'.
       01  WS-PENDING-BUS-DATE PIC X(8) VALUE SPACES.
      *MinMaxAverage refuses a feed id and business date it already
      *has, so once today's MMAHOLDR feed is on the register nothing
      *more can go out under it until tomorrow.
       01  WS-TODAY-TAKEN-FLAG PIC X VALUE 'N'.
           88  WS-TODAY-TAKEN       VALUE 'Y'.

       01  WS-RUN-DATE      PIC 9(8) VALUE ZEROS.
       01  WS-NB-SIGNED     PIC S9(13)V9(6) VALUE ZEROS.
       01  WS-TEST-NUMVAL   PIC S9(4) VALUE ZEROS.
       01  WS-HASH-TOTAL    PIC S9(13)V9(6) VALUE ZEROS.
       01  WS-HASH-OVERFLOW-FLAG PIC X VALUE 'N'.
           88  WS-HASH-OVERFLOW-DETECTED  VALUE 'Y'.
       01  WS-DAYS-HELD     PIC S9(7) VALUE ZEROS.
       01  WS-COMPLETION-CODE PIC 9(4) VALUE ZEROS.

       01  WS-QUEUE-IN-COUNT  PIC 9(10) VALUE ZEROS USAGE IS COMP.
       01  WS-NEW-COUNT       PIC 9(10) VALUE ZEROS USAGE IS COMP.
       01  WS-RESUBMIT-COUNT  PIC 9(10) VALUE ZEROS USAGE IS COMP.
       01  WS-DROP-COUNT      PIC 9(10) VALUE ZEROS USAGE IS COMP.
       01  WS-CONFIRMED-COUNT PIC 9(10) VALUE ZEROS USAGE IS COMP.
       01  WS-REISSUED-COUNT  PIC 9(10) VALUE ZEROS USAGE IS COMP.
       01  WS-DEFERRED-COUNT  PIC 9(10) VALUE ZEROS USAGE IS COMP.
       01  WS-STILL-HELD-COUNT PIC 9(10) VALUE ZEROS USAGE IS COMP.
       01  WS-RETIRED-COUNT   PIC 9(10) VALUE ZEROS USAGE IS COMP.
       01  WS-QUEUE-OUT-COUNT PIC 9(10) VALUE ZEROS USAGE IS COMP.
       01  WS-BAD-DECISION-COUNT PIC 9(10) VALUE ZEROS USAGE IS COMP.

       01  WS-REPORT-LINE   PIC X(132).
       01  WS-SEQ-DISP      PIC ZZZZZZZZZ9.
       01  WS-SEQ-DISP-2    PIC ZZZZZZZZZ9.
       01  WS-DAYS-DISP     PIC ZZZZZZ9.
       01  WS-COUNT-DISP-1  PIC ZZZZZZZZZ9.
       01  WS-COUNT-DISP-2  PIC ZZZZZZZZZ9.
       01  WS-COUNT-DISP-3  PIC ZZZZZZZZZ9.
       01  WS-COUNT-DISP-4  PIC ZZZZZZZZZ9.
       01  WS-COUNT-DISP-5  PIC ZZZZZZZZZ9.

       PROCEDURE DIVISION.
           PERFORM OPEN-FILES.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'MMAHREL DUPLICATE HOLD RELEASE - RUN DATE: '
               WS-RUN-DATE
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE RELEASE-REPORT-RECORD FROM WS-REPORT-LINE.
           PERFORM LOAD-HOLD-QUEUE.
           PERFORM MERGE-NEW-HOLDS.
           PERFORM LOAD-TAKEN-RELEASES.
           PERFORM LOAD-DECISIONS.
           PERFORM WRITE-RESUBMIT-HEADER.
           PERFORM VARYING WS-HQT-IDX FROM 1 BY 1
               UNTIL WS-HQT-IDX > WS-HQT-COUNT-ENTRIES
               PERFORM DECIDE-ONE-HOLD
           END-PERFORM.
           PERFORM WRITE-RESUBMIT-TRAILER.
           PERFORM REPORT-UNUSED-DECISIONS.
           PERFORM REWRITE-HOLD-QUEUE.
           PERFORM EMPTY-HOLD-FILE.
           PERFORM WRITE-RELEASE-SUMMARY.
           CLOSE RESUBMIT-FILE.
           CLOSE RELEASE-REPORT-FILE.
           MOVE WS-COMPLETION-CODE TO RETURN-CODE.
           STOP RUN.

       OPEN-FILES.
           OPEN OUTPUT RELEASE-REPORT-FILE.
           IF WS-REL-REPORT-STATUS NOT EQUAL '00'
               DISPLAY 'FATAL ERROR - UNABLE TO OPEN MMAHREL.OUT'
                   ' STATUS=' WS-REL-REPORT-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT RESUBMIT-FILE.
           IF WS-RESUBMIT-STATUS NOT EQUAL '00'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FATAL ERROR - UNABLE TO OPEN MMAHRSUB.DAT'
                   ' STATUS=' WS-RESUBMIT-STATUS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE RELEASE-REPORT-RECORD FROM WS-REPORT-LINE
               CLOSE RELEASE-REPORT-FILE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *A queue too big for the table would lose holds on the rewrite -
      *fail before anything is released instead.
       LOAD-HOLD-QUEUE.
           OPEN INPUT HOLD-QUEUE-FILE.
           IF WS-HQ-STATUS NOT EQUAL '00' AND '05'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FATAL ERROR - UNABLE TO OPEN MMAHOLDQ.DAT'
                   ' STATUS=' WS-HQ-STATUS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM RELEASE-ABORT
           END-IF.
           IF WS-HQ-STATUS EQUAL '00'
               PERFORM WITH TEST AFTER UNTIL WS-HQ-END-OF-FILE
                   READ HOLD-QUEUE-FILE
                       AT END
                           SET WS-HQ-END-OF-FILE TO TRUE
                       NOT AT END
                           ADD 1 TO WS-QUEUE-IN-COUNT
                           PERFORM STORE-QUEUE-ENTRY
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE HOLD-QUEUE-FILE.
           IF WS-HQT-OVERFLOW-DETECTED
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FATAL ERROR - MMAHOLDQ.DAT LARGER THAN IN-CORE'
                   ' TABLE - DECIDE OUTSTANDING HOLDS'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM RELEASE-ABORT
           END-IF.

       STORE-QUEUE-ENTRY.
           IF WS-HQT-COUNT-ENTRIES < WS-HQT-MAX-ENTRIES
               ADD 1 TO WS-HQT-COUNT-ENTRIES
               MOVE HQ-HOLD-IMAGE
                   TO WS-HQT-IMAGE(WS-HQT-COUNT-ENTRIES)
               MOVE HQ-STATE TO WS-HQT-STATE(WS-HQT-COUNT-ENTRIES)
               MOVE HQ-DECIDED-DATE
                   TO WS-HQT-DECIDED-DATE(WS-HQT-COUNT-ENTRIES)
               MOVE 'N' TO WS-HQT-CURRENT(WS-HQT-COUNT-ENTRIES)
           ELSE
               SET WS-HQT-OVERFLOW-DETECTED TO TRUE
           END-IF.

      *A hold already on the queue (this cycle's file met a second
      *time) is only marked current; anything else joins the queue as
      *held.
       MERGE-NEW-HOLDS.
           OPEN INPUT HOLD-FILE.
           IF WS-HOLD-STATUS NOT EQUAL '00' AND '05'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FATAL ERROR - UNABLE TO OPEN MMAHOLD.DAT'
                   ' STATUS=' WS-HOLD-STATUS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM RELEASE-ABORT
           END-IF.
           IF WS-HOLD-STATUS EQUAL '00'
               PERFORM WITH TEST AFTER UNTIL WS-END-OF-FILE
                   READ HOLD-FILE
                       AT END
                           SET WS-END-OF-FILE TO TRUE
                       NOT AT END
                           PERFORM MERGE-ONE-HOLD
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE HOLD-FILE.
           IF WS-HQT-OVERFLOW-DETECTED
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FATAL ERROR - NEW HOLDS DO NOT FIT THE IN-CORE'
                   ' QUEUE TABLE - DECIDE OUTSTANDING HOLDS'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM RELEASE-ABORT
           END-IF.

       MERGE-ONE-HOLD.
           MOVE ZEROS TO WS-HQT-FOUND-IDX.
           PERFORM VARYING WS-HQT-IDX FROM 1 BY 1
               UNTIL WS-HQT-IDX > WS-HQT-COUNT-ENTRIES
               IF WS-HQT-RUN-DATE(WS-HQT-IDX) EQUAL HOLD-RUN-DATE
                   AND WS-HQT-RUN-TIME(WS-HQT-IDX) EQUAL HOLD-RUN-TIME
                   AND WS-HQT-SEQ(WS-HQT-IDX) EQUAL HOLD-SEQ
                   MOVE WS-HQT-IDX TO WS-HQT-FOUND-IDX
               END-IF
           END-PERFORM.
           IF WS-HQT-FOUND-IDX > ZERO
               MOVE 'Y' TO WS-HQT-CURRENT(WS-HQT-FOUND-IDX)
               EXIT PARAGRAPH
           END-IF.
           IF WS-HQT-COUNT-ENTRIES < WS-HQT-MAX-ENTRIES
               ADD 1 TO WS-HQT-COUNT-ENTRIES
               ADD 1 TO WS-NEW-COUNT
               MOVE HOLD-RECORD TO WS-HQT-IMAGE(WS-HQT-COUNT-ENTRIES)
               MOVE 'H' TO WS-HQT-STATE(WS-HQT-COUNT-ENTRIES)
               MOVE ZEROS TO WS-HQT-DECIDED-DATE(WS-HQT-COUNT-ENTRIES)
               MOVE 'Y' TO WS-HQT-CURRENT(WS-HQT-COUNT-ENTRIES)
           ELSE
               SET WS-HQT-OVERFLOW-DETECTED TO TRUE
           END-IF.

       LOAD-TAKEN-RELEASES.
           OPEN INPUT FEED-REGISTER-FILE.
           IF WS-FEEDR-STATUS NOT EQUAL '00' AND '05'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FATAL ERROR - UNABLE TO OPEN MMAFEEDR.DAT'
                   ' STATUS=' WS-FEEDR-STATUS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM RELEASE-ABORT
           END-IF.
           IF WS-FEEDR-STATUS EQUAL '00'
               PERFORM WITH TEST AFTER UNTIL WS-FEEDR-END-OF-FILE
                   READ FEED-REGISTER-FILE
                       AT END
                           SET WS-FEEDR-END-OF-FILE TO TRUE
                       NOT AT END
                           IF FEEDR-FEED-ID EQUAL WS-RELEASE-FEED-ID
                               PERFORM STORE-TAKEN-RELEASE
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.
           CLOSE FEED-REGISTER-FILE.
      *    Missing a taken feed would put its records out a second
      *    time - fail before anything is released instead.
           IF WS-TAKEN-OVERFLOW-DETECTED
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FATAL ERROR - MMAHOLDR FEEDS ON MMAFEEDR.DAT'
                   ' EXCEED THE IN-CORE TABLE - RUN MMAARCH'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM RELEASE-ABORT
           END-IF.
           MOVE WS-RUN-DATE TO WS-PENDING-BUS-DATE.
           PERFORM FIND-TAKEN-RELEASE.
           IF WS-FEED-TAKEN
               SET WS-TODAY-TAKEN TO TRUE
           END-IF.

       STORE-TAKEN-RELEASE.
           IF WS-TAKEN-COUNT-ENTRIES < WS-TAKEN-MAX-ENTRIES
               ADD 1 TO WS-TAKEN-COUNT-ENTRIES
               MOVE FEEDR-BUS-DATE
                   TO WS-TAKEN-BUS-DATE(WS-TAKEN-COUNT-ENTRIES)
           ELSE
               SET WS-TAKEN-OVERFLOW-DETECTED TO TRUE
           END-IF.

      *Caller puts the business date in WS-PENDING-BUS-DATE.
       FIND-TAKEN-RELEASE.
           MOVE 'N' TO WS-TAKEN-FLAG.
           PERFORM VARYING WS-TAKEN-IDX FROM 1 BY 1
               UNTIL WS-TAKEN-IDX > WS-TAKEN-COUNT-ENTRIES
                  OR WS-FEED-TAKEN
               IF WS-TAKEN-BUS-DATE(WS-TAKEN-IDX)
                   EQUAL WS-PENDING-BUS-DATE
                   SET WS-FEED-TAKEN TO TRUE
               END-IF
           END-PERFORM.

       LOAD-DECISIONS.
           OPEN INPUT RELEASE-FILE.
           IF WS-REL-STATUS EQUAL '00' OR '05'
               IF WS-REL-STATUS EQUAL '00'
                   PERFORM WITH TEST AFTER
                       UNTIL WS-REL-END-OF-FILE
                       READ RELEASE-FILE
                           AT END
                               SET WS-REL-END-OF-FILE TO TRUE
                           NOT AT END
                               PERFORM STORE-ONE-DECISION
                       END-READ
                   END-PERFORM
               END-IF
               CLOSE RELEASE-FILE
           END-IF.
           IF WS-REL-OVERFLOW-DETECTED
               MOVE 4 TO WS-COMPLETION-CODE
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'WARNING: DECISION TABLE FULL - EXCESS'
                   ' MMAHREL.DAT ENTRIES IGNORED'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE RELEASE-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.

       STORE-ONE-DECISION.
           IF HREL-ACTION NOT EQUAL 'R' AND 'D'
               ADD 1 TO WS-BAD-DECISION-COUNT
               MOVE 4 TO WS-COMPLETION-CODE
               MOVE HREL-SEQ TO WS-SEQ-DISP
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'WARNING: UNKNOWN ACTION ' HREL-ACTION
                   ' FOR SEQ ' WS-SEQ-DISP
                   ' RUN ' HREL-RUN-DATE ' ' HREL-RUN-TIME
                   ' - DECISION IGNORED'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE RELEASE-REPORT-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           IF WS-REL-COUNT-ENTRIES < WS-REL-MAX-ENTRIES
               ADD 1 TO WS-REL-COUNT-ENTRIES
               MOVE HREL-RUN-DATE
                   TO WS-REL-RUN-DATE(WS-REL-COUNT-ENTRIES)
               MOVE HREL-RUN-TIME
                   TO WS-REL-RUN-TIME(WS-REL-COUNT-ENTRIES)
               MOVE HREL-SEQ     TO WS-REL-SEQ(WS-REL-COUNT-ENTRIES)
               MOVE HREL-ACTION  TO WS-REL-ACTION(WS-REL-COUNT-ENTRIES)
               MOVE 'N'          TO WS-REL-USED(WS-REL-COUNT-ENTRIES)
           ELSE
               SET WS-REL-OVERFLOW-DETECTED TO TRUE
           END-IF.

       DECIDE-ONE-HOLD.
           MOVE ZEROS TO WS-REL-FOUND-IDX.
           PERFORM VARYING WS-REL-IDX FROM 1 BY 1
               UNTIL WS-REL-IDX > WS-REL-COUNT-ENTRIES
               IF WS-REL-RUN-DATE(WS-REL-IDX)
                   EQUAL WS-HQT-RUN-DATE(WS-HQT-IDX)
                   AND WS-REL-RUN-TIME(WS-REL-IDX)
                       EQUAL WS-HQT-RUN-TIME(WS-HQT-IDX)
                   AND WS-REL-SEQ(WS-REL-IDX)
                       EQUAL WS-HQT-SEQ(WS-HQT-IDX)
                   MOVE WS-REL-IDX TO WS-REL-FOUND-IDX
               END-IF
           END-PERFORM.
           MOVE WS-HQT-SEQ(WS-HQT-IDX) TO WS-SEQ-DISP.
           IF WS-HQT-STATE(WS-HQT-IDX) EQUAL 'P'
               PERFORM SETTLE-PENDING-RELEASE
           END-IF.
           IF WS-HQT-STATE(WS-HQT-IDX) NOT EQUAL 'H'
               IF WS-REL-FOUND-IDX > ZERO
                   MOVE 'Y' TO WS-REL-USED(WS-REL-FOUND-IDX)
                   ADD 1 TO WS-BAD-DECISION-COUNT
                   MOVE 4 TO WS-COMPLETION-CODE
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING 'WARNING: SEQ ' WS-SEQ-DISP
                       ' RUN ' WS-HQT-RUN-DATE(WS-HQT-IDX)
                       ' ' WS-HQT-RUN-TIME(WS-HQT-IDX)
                       ' ALREADY DECIDED (' WS-HQT-STATE(WS-HQT-IDX)
                       ') ON ' WS-HQT-DECIDED-DATE(WS-HQT-IDX)
                       ' - DECISION IGNORED'
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE RELEASE-REPORT-RECORD FROM WS-REPORT-LINE
               END-IF
               EXIT PARAGRAPH
           END-IF.
           IF WS-REL-FOUND-IDX EQUAL ZERO
               PERFORM REPORT-STILL-HELD
               EXIT PARAGRAPH
           END-IF.
           MOVE 'Y' TO WS-REL-USED(WS-REL-FOUND-IDX).
           IF WS-REL-ACTION(WS-REL-FOUND-IDX) EQUAL 'R'
               AND WS-TODAY-TAKEN
               PERFORM DEFER-RELEASE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RUN-DATE TO WS-HQT-DECIDED-DATE(WS-HQT-IDX).
           IF WS-REL-ACTION(WS-REL-FOUND-IDX) EQUAL 'D'
               MOVE 'D' TO WS-HQT-STATE(WS-HQT-IDX)
               ADD 1 TO WS-DROP-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'DROPPED     SEQ ' WS-SEQ-DISP
                   ' RUN ' WS-HQT-RUN-DATE(WS-HQT-IDX)
                   ' ' WS-HQT-RUN-TIME(WS-HQT-IDX)
                   '  AMOUNT: ' WS-HQT-AMOUNT(WS-HQT-IDX)
                   ' - CONFIRMED DUPLICATE'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE RELEASE-REPORT-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           MOVE 'P' TO WS-HQT-STATE(WS-HQT-IDX).
           PERFORM WRITE-RELEASED-RECORD.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'RELEASED    SEQ ' WS-SEQ-DISP
               ' RUN ' WS-HQT-RUN-DATE(WS-HQT-IDX)
               ' ' WS-HQT-RUN-TIME(WS-HQT-IDX)
               '  AMOUNT: ' WS-HQT-AMOUNT(WS-HQT-IDX)
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE RELEASE-REPORT-RECORD FROM WS-REPORT-LINE.

      *A release whose MMAHOLDR feed is on the register has reached
      *the statistics; one whose feed is not there has not arrived -
      *overwritten, rejected or not yet run - and goes out again on
      *today's feed.
       SETTLE-PENDING-RELEASE.
           MOVE WS-HQT-DECIDED-DATE(WS-HQT-IDX) TO WS-PENDING-BUS-DATE.
           PERFORM FIND-TAKEN-RELEASE.
           IF WS-FEED-TAKEN
               MOVE 'R' TO WS-HQT-STATE(WS-HQT-IDX)
               ADD 1 TO WS-CONFIRMED-COUNT
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'CONFIRMED   SEQ ' WS-SEQ-DISP
                   ' RUN ' WS-HQT-RUN-DATE(WS-HQT-IDX)
                   ' ' WS-HQT-RUN-TIME(WS-HQT-IDX)
                   '  AMOUNT: ' WS-HQT-AMOUNT(WS-HQT-IDX)
                   ' - TAKEN ON MMAHOLDR FEED ' WS-PENDING-BUS-DATE
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE RELEASE-REPORT-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           IF WS-TODAY-TAKEN
               PERFORM DEFER-RELEASE
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-RUN-DATE TO WS-HQT-DECIDED-DATE(WS-HQT-IDX).
           PERFORM WRITE-RELEASED-RECORD.
           ADD 1 TO WS-REISSUED-COUNT.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'REISSUED    SEQ ' WS-SEQ-DISP
               ' RUN ' WS-HQT-RUN-DATE(WS-HQT-IDX)
               ' ' WS-HQT-RUN-TIME(WS-HQT-IDX)
               '  AMOUNT: ' WS-HQT-AMOUNT(WS-HQT-IDX)
               ' - MMAHOLDR FEED ' WS-PENDING-BUS-DATE
               ' NOT TAKEN'
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE RELEASE-REPORT-RECORD FROM WS-REPORT-LINE.

      *The hold keeps the state it had - a fresh release stays held,
      *a pending one stays pending - and goes out on the next day's
      *feed.
       DEFER-RELEASE.
           ADD 1 TO WS-DEFERRED-COUNT.
           MOVE 4 TO WS-COMPLETION-CODE.
           MOVE SPACES TO WS-REPORT-LINE.
           IF WS-HQT-STATE(WS-HQT-IDX) EQUAL 'H'
               STRING 'WARNING: SEQ ' WS-SEQ-DISP
                   ' RUN ' WS-HQT-RUN-DATE(WS-HQT-IDX)
                   ' ' WS-HQT-RUN-TIME(WS-HQT-IDX)
                   ' NOT RELEASED - MMAHOLDR FEED FOR ' WS-RUN-DATE
                   ' ALREADY TAKEN - DECIDE AGAIN NEXT DAY'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           ELSE
               STRING 'WARNING: SEQ ' WS-SEQ-DISP
                   ' RUN ' WS-HQT-RUN-DATE(WS-HQT-IDX)
                   ' ' WS-HQT-RUN-TIME(WS-HQT-IDX)
                   ' NOT REISSUED - MMAHOLDR FEED FOR ' WS-RUN-DATE
                   ' ALREADY TAKEN - STILL PENDING'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-IF.
           WRITE RELEASE-REPORT-RECORD FROM WS-REPORT-LINE.

       WRITE-RELEASED-RECORD.
           MOVE 'D' TO RESUB-REC-TYPE.
           MOVE WS-HQT-TRANS-TYPE(WS-HQT-IDX) TO RESUB-TRANS-TYPE.
           MOVE WS-HQT-TRANS-DATE(WS-HQT-IDX) TO RESUB-TRANS-DATE.
           MOVE WS-HQT-CATEGORY(WS-HQT-IDX)   TO RESUB-CATEGORY.
           MOVE WS-HQT-AMOUNT(WS-HQT-IDX)     TO RESUB-AMOUNT.
           MOVE WS-HQT-CURRENCY(WS-HQT-IDX)   TO RESUB-CURRENCY.
      *    Held records passed every edit before the screen caught
      *    them, so the amount parses; the test is belt and braces
      *    for a queue file damaged by hand.
           MOVE FUNCTION TEST-NUMVAL(RESUB-AMOUNT) TO WS-TEST-NUMVAL.
           IF WS-TEST-NUMVAL EQUAL ZERO
               MOVE FUNCTION NUMVAL(RESUB-AMOUNT) TO WS-NB-SIGNED
               ADD WS-NB-SIGNED TO WS-HASH-TOTAL
                   ON SIZE ERROR
                       SET WS-HASH-OVERFLOW-DETECTED TO TRUE
               END-ADD
           END-IF.
           WRITE RESUBMIT-RECORD.
           ADD 1 TO WS-RESUBMIT-COUNT.

       REPORT-STILL-HELD.
           ADD 1 TO WS-STILL-HELD-COUNT.
           COMPUTE WS-DAYS-HELD =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               - FUNCTION INTEGER-OF-DATE(WS-HQT-RUN-DATE(WS-HQT-IDX)).
           IF WS-DAYS-HELD < ZERO
               MOVE ZEROS TO WS-DAYS-HELD
           END-IF.
           MOVE WS-DAYS-HELD TO WS-DAYS-DISP.
           MOVE WS-HQT-MATCH-SEQ(WS-HQT-IDX) TO WS-SEQ-DISP-2.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'STILL HELD  SEQ ' WS-SEQ-DISP
               ' RUN ' WS-HQT-RUN-DATE(WS-HQT-IDX)
               ' ' WS-HQT-RUN-TIME(WS-HQT-IDX)
               '  AMOUNT: ' WS-HQT-AMOUNT(WS-HQT-IDX)
               '  MATCHES SEQ ' WS-SEQ-DISP-2
               ' RUN ' WS-HQT-MATCH-RUN-DATE(WS-HQT-IDX)
               '  DAYS: ' WS-DAYS-DISP
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE RELEASE-REPORT-RECORD FROM WS-REPORT-LINE.

       REPORT-UNUSED-DECISIONS.
           PERFORM VARYING WS-REL-IDX FROM 1 BY 1
               UNTIL WS-REL-IDX > WS-REL-COUNT-ENTRIES
               IF WS-REL-USED(WS-REL-IDX) NOT EQUAL 'Y'
                   ADD 1 TO WS-BAD-DECISION-COUNT
                   MOVE 4 TO WS-COMPLETION-CODE
                   MOVE WS-REL-SEQ(WS-REL-IDX) TO WS-SEQ-DISP
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING 'WARNING: NO HOLD ON QUEUE FOR SEQ '
                       WS-SEQ-DISP
                       ' RUN ' WS-REL-RUN-DATE(WS-REL-IDX)
                       ' ' WS-REL-RUN-TIME(WS-REL-IDX)
                       ' - DECISION IGNORED'
                       DELIMITED BY SIZE INTO WS-REPORT-LINE
                   WRITE RELEASE-REPORT-RECORD FROM WS-REPORT-LINE
               END-IF
           END-PERFORM.

      *Everything still held or pending is kept; a settled hold is
      *kept only while its record is still on MMAHOLD.DAT, so a merge
      *that meets it again cannot queue it as new.
       REWRITE-HOLD-QUEUE.
           OPEN OUTPUT HOLD-QUEUE-FILE.
           IF WS-HQ-STATUS NOT EQUAL '00' AND '05'
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'FATAL ERROR - UNABLE TO REWRITE MMAHOLDQ.DAT'
                   ' STATUS=' WS-HQ-STATUS
                   ' - MMAHRSUB.DAT MUST NOT BE SUBMITTED'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               PERFORM RELEASE-ABORT
           END-IF.
           PERFORM VARYING WS-HQT-IDX FROM 1 BY 1
               UNTIL WS-HQT-IDX > WS-HQT-COUNT-ENTRIES
               IF WS-HQT-STATE(WS-HQT-IDX) EQUAL 'H' OR 'P'
                   OR WS-HQT-CURRENT(WS-HQT-IDX) EQUAL 'Y'
                   MOVE WS-HQT-IMAGE(WS-HQT-IDX) TO HQ-HOLD-IMAGE
                   MOVE WS-HQT-STATE(WS-HQT-IDX) TO HQ-STATE
                   MOVE WS-HQT-DECIDED-DATE(WS-HQT-IDX)
                       TO HQ-DECIDED-DATE
                   WRITE HQ-RECORD
                   ADD 1 TO WS-QUEUE-OUT-COUNT
               ELSE
                   ADD 1 TO WS-RETIRED-COUNT
               END-IF
           END-PERFORM.
           CLOSE HOLD-QUEUE-FILE.

      *Every hold on MMAHOLD.DAT is on the rewritten queue now. If
      *the file cannot be emptied the next pass merges the same holds
      *again, which MERGE-ONE-HOLD already recognises.
       EMPTY-HOLD-FILE.
           OPEN OUTPUT HOLD-FILE.
           IF WS-HOLD-STATUS NOT EQUAL '00'
               MOVE 4 TO WS-COMPLETION-CODE
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'WARNING: UNABLE TO EMPTY MMAHOLD.DAT'
                   ' STATUS=' WS-HOLD-STATUS
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE RELEASE-REPORT-RECORD FROM WS-REPORT-LINE
               EXIT PARAGRAPH
           END-IF.
           CLOSE HOLD-FILE.

       WRITE-RESUBMIT-HEADER.
           MOVE SPACES TO RESUBMIT-HEADER-RECORD.
           MOVE 'H'        TO RESUB-HDR-REC-TYPE.
           MOVE WS-RELEASE-FEED-ID TO RESUB-HDR-FEED-ID.
           MOVE WS-RUN-DATE TO RESUB-HDR-BUS-DATE.
           WRITE RESUBMIT-HEADER-RECORD.

      *The three 01s under RESUBMIT-FILE share one record buffer, so
      *clear it first or the trailer FILLER keeps residue of the last
      *data record written.
       WRITE-RESUBMIT-TRAILER.
           MOVE SPACES TO RESUBMIT-TRAILER-RECORD.
           MOVE 'T' TO RESUB-TRL-REC-TYPE.
           MOVE WS-RESUBMIT-COUNT TO RESUB-TRL-COUNT.
           MOVE WS-HASH-TOTAL     TO RESUB-TRL-HASH.
           WRITE RESUBMIT-TRAILER-RECORD.

       WRITE-RELEASE-SUMMARY.
           IF WS-HASH-OVERFLOW-DETECTED
               MOVE SPACES TO WS-REPORT-LINE
               STRING 'WARNING: RELEASE HASH TOTAL OVERFLOWED -'
                   ' MMAHRSUB.DAT TRAILER HASH IS WRONG AND THE NEXT'
                   ' CYCLE WILL FAIL RECONCILIATION'
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               WRITE RELEASE-REPORT-RECORD FROM WS-REPORT-LINE
           END-IF.
           MOVE WS-QUEUE-IN-COUNT   TO WS-COUNT-DISP-1.
           MOVE WS-NEW-COUNT        TO WS-COUNT-DISP-2.
           MOVE WS-RESUBMIT-COUNT   TO WS-COUNT-DISP-3.
           MOVE WS-DROP-COUNT       TO WS-COUNT-DISP-4.
           MOVE WS-STILL-HELD-COUNT TO WS-COUNT-DISP-5.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'QUEUE IN: ' WS-COUNT-DISP-1
               '  NEW HOLDS: ' WS-COUNT-DISP-2
               '  RELEASED: ' WS-COUNT-DISP-3
               '  DROPPED: ' WS-COUNT-DISP-4
               '  STILL HELD: ' WS-COUNT-DISP-5
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE RELEASE-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-CONFIRMED-COUNT  TO WS-COUNT-DISP-1.
           MOVE WS-REISSUED-COUNT   TO WS-COUNT-DISP-2.
           MOVE WS-DEFERRED-COUNT   TO WS-COUNT-DISP-3.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'EARLIER RELEASES CONFIRMED: ' WS-COUNT-DISP-1
               '  REISSUED: ' WS-COUNT-DISP-2
               '  DEFERRED: ' WS-COUNT-DISP-3
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE RELEASE-REPORT-RECORD FROM WS-REPORT-LINE.
           MOVE WS-QUEUE-OUT-COUNT    TO WS-COUNT-DISP-1.
           MOVE WS-RETIRED-COUNT      TO WS-COUNT-DISP-2.
           MOVE WS-BAD-DECISION-COUNT TO WS-COUNT-DISP-3.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING 'QUEUE OUT: ' WS-COUNT-DISP-1
               '  RETIRED: ' WS-COUNT-DISP-2
               '  DECISIONS IGNORED: ' WS-COUNT-DISP-3
               DELIMITED BY SIZE INTO WS-REPORT-LINE.
           WRITE RELEASE-REPORT-RECORD FROM WS-REPORT-LINE.

      *Caller has built the message in WS-REPORT-LINE. The resubmit
      *feed is left empty so a half-finished release cannot reach the
      *next cycle.
       RELEASE-ABORT.
           WRITE RELEASE-REPORT-RECORD FROM WS-REPORT-LINE.
           CLOSE RESUBMIT-FILE.
           OPEN OUTPUT RESUBMIT-FILE.
           CLOSE RESUBMIT-FILE.
           CLOSE RELEASE-REPORT-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
