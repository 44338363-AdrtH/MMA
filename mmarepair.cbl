           05  CATMAST-CEIL-LIMIT   PIC X(20).
           05  CATMAST-GL-ACCT      PIC X(12).
           05  CATMAST-GROUP        PIC X(10).
           05  CATMAST-EFF-DATE     PIC X(8).

      *MMARESUB.DAT is a complete TRANSIN.DAT feed - header, 'D' data
      *records and a count/hash trailer - so the next MinMaxAverage

      *In-core category master, loaded when CATMAST.DAT is present so
      *resubmitted records are not bounced next cycle for a category
      *MinMaxAverage would refuse. Every version of every code is
      *held; the check uses the one in force on the transaction date.
       78  WS-CATM-MAX-ENTRIES VALUE 2000.
       01  WS-CATM-COUNT-ENTRIES PIC 9(4) VALUE ZEROS.
       01  WS-CATM-IDX         PIC 9(4) VALUE ZEROS.
       01  WS-CATM-FOUND-IDX   PIC 9(4) VALUE ZEROS.
       01  WS-CATM-CODE-SEEN-FLAG PIC X VALUE 'N'.
           88  WS-CATM-CODE-SEEN     VALUE 'Y'.
       01  WS-CATM-BEST-DATE   PIC X(8) VALUE SPACES.
       01  WS-CATM-EOF-FLAG    PIC X VALUE 'N'.
           88  WS-CATM-END-OF-FILE   VALUE 'Y'.
       01  WS-CATM-LOADED-FLAG PIC X VALUE 'N'.
       01  WS-CATM-TABLE.
           05  WS-CATM-ENTRY OCCURS WS-CATM-MAX-ENTRIES TIMES.
               10  WS-CATM-CODE     PIC X(10).
               10  WS-CATM-EFF-DATE PIC X(8).
               10  WS-CATM-DESC     PIC X(30).
               10  WS-CATM-ACTIVE   PIC X.
               10  WS-CATM-CEIL-FLAG PIC X.
                                   ADD 1 TO WS-CATM-COUNT-ENTRIES
                                   MOVE CATMAST-CODE TO
                                     WS-CATM-CODE(WS-CATM-COUNT-ENTRIES)
                                   MOVE CATMAST-EFF-DATE TO
                                 WS-CATM-EFF-DATE(WS-CATM-COUNT-ENTRIES)
                                   MOVE CATMAST-DESC TO
                                     WS-CATM-DESC(WS-CATM-COUNT-ENTRIES)
                                   MOVE CATMAST-ACTIVE-FLAG TO
           ELSE
               MOVE WS-WORK-CATEGORY TO WS-LOOKUP-CATEGORY
           END-IF.
      *    The version in force on the transaction date, exactly as
      *    MinMaxAverage picks it; a blank effective date is the
      *    opening version and sorts ahead of every real date.
           MOVE ZEROS TO WS-CATM-FOUND-IDX.
           MOVE 'N' TO WS-CATM-CODE-SEEN-FLAG.
           MOVE SPACES TO WS-CATM-BEST-DATE.
           PERFORM VARYING WS-CATM-IDX FROM 1 BY 1
               UNTIL WS-CATM-IDX > WS-CATM-COUNT-ENTRIES
               IF WS-CATM-CODE(WS-CATM-IDX) EQUAL WS-LOOKUP-CATEGORY
                   SET WS-CATM-CODE-SEEN TO TRUE
                   IF WS-CATM-EFF-DATE(WS-CATM-IDX)
                           <= WS-WORK-TRANS-DATE
                       AND WS-CATM-EFF-DATE(WS-CATM-IDX)
                           >= WS-CATM-BEST-DATE
                       MOVE WS-CATM-IDX TO WS-CATM-FOUND-IDX
                       MOVE WS-CATM-EFF-DATE(WS-CATM-IDX)
                           TO WS-CATM-BEST-DATE
                   END-IF
               END-IF
           END-PERFORM.
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
      *    Base-currency amounts are held to the category ceiling so a
