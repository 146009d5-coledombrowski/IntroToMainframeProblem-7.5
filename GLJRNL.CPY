      *JRNL-SOURCE-OUT CARRIES THE LITERAL 'FIXASSET' SO
      *THE LEDGER TEAM CAN TELL OUR BATCHES FROM EVERY
      *OTHER SUBSYSTEM'S.
      *
      *JRNL-REVERSES-OUT IS ZERO ON AN ORDINARY PICKUP. ON
      *AN OFFSETTING JOURNAL WRITTEN BY GLREVERSE IT IS THE
      *BATCH NUMBER BEING REVERSED.
      *****************************************************
       01  JOURNAL-RECORD.
           05  JRNL-BATCH-OUT      PICTURE 9(6).
           05  JRNL-DRCR-OUT       PICTURE X.
           05  JRNL-AMOUNT-OUT     PICTURE S9(9)V99.
           05  JRNL-SOURCE-OUT     PICTURE X(8).
           05  JRNL-REVERSES-OUT   PICTURE 9(6).
           05  FILLER              PICTURE X(10).

      *****************************************************
      *TRAILER RECORD - THE LAST RECORD OF EVERY BATCH.
