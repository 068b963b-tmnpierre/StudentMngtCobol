           03 WS-RL-CT-IX         PIC 9(05) OCCURS 5000 TIMES.
       01  WS-RL-IX               PIC 9(05) VALUE ZERO.
       01  WS-RESUB-TYPE-CNTS.
           03 WS-RESUB-CNT        PIC 9(05) OCCURS 19 TIMES.
       01  WS-RESUB-TYPE-NUM      PIC 9(02) VALUE ZERO.
       01  WS-IMG-TYPE            PIC X(02) VALUE SPACE.

      *    BATCH HEADER AND TRAILER - FIELD-FOR-FIELD THE LAYOUT THE
      *    NIGHTLY LOAD'S PRE-PASS READS ('00' HEADER WITH DATE,
      *    BATCH NUMBER, SENDING SYSTEM AND ONE EXPECTED COUNT PER
      *    RECORD TYPE 01-19; '99' TRAILER WITH THE GRAND TOTAL).
      ******************************************************************
       01  WS-RSB-HEADER.
           03 WS-RSBH-KEY         PIC X(02) VALUE '00'.
           03 WS-RSBH-BATCH-NO    PIC 9(06).
           03 WS-RSBH-SYSTEM      PIC X(08) VALUE 'RECYCLE'.
           03 WS-RSBH-EXP-CNTS.
              05 WS-RSBH-EXP-CNT  PIC 9(05) OCCURS 19 TIMES.

       01  WS-RSB-TRAILER.
           03 WS-RSBT-KEY         PIC X(02) VALUE '99'.
       3200-APPLY-ACTION-END.
      ******************************************************************
      *    QUEUE ONE CORRECTED IMAGE - THE TYPE CODE MUST BE ONE THE
      *    LOAD COUNTS (01-19), SINCE AN UNCOUNTED RECORD WOULD THROW
      *    THE TRAILER OUT OF BALANCE AND REFUSE THE WHOLE BATCH.
      ******************************************************************
       3250-QUEUE-RESUBMIT-START.

           IF WS-IMG-TYPE NOT NUMERIC
               OR WS-IMG-TYPE < '01'
               OR WS-IMG-TYPE > '19'
               ADD 1 TO WS-CNT-PENDING
               MOVE WS-REJECT-SEQ TO WS-RPT-SEQ
               DISPLAY 'REJECT ' WS-RPT-SEQ
