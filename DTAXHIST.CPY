      *****************************************************
      *DTAXHIST.CPY
      *DEFERRED TAX POSITION HISTORY - THE PERMANENT FILE
      *DTAXHIST.DAT, APPENDED BY DEFERREDTAX AT THE END OF
      *EVERY POSTING OR INITIAL-LOAD RUN. EACH RUN'S CLOSING
      *POSITION IS THE NEXT PERIOD'S OPENING. A REPORT-ONLY
      *RUN WRITES NOTHING HERE.
      *
      *EVERY RECORD FROM ONE RUN CARRIES THE SAME PERIOD
      *AND RUN DATE/TIME. A PERIOD RUN MORE THAN ONCE HAS
      *ONE SET OF RECORDS PER RUN - THE LATEST RUN STANDS,
      *AND THE OPENING FOR A PERIOD IS THE LATEST RUN OF
      *THE LATEST EARLIER PERIOD ON FILE.
      *
      *RECORD TYPES -
      *  'T'  ONE PER RUN - DTH-RUN-MODE-OUT 'P' POSTED OR
      *       'I' INITIAL LOAD (NO ENTRY), AND THE RUN'S
      *       TOTAL DIFFERENCE AND CLOSING DEFERRED TAX
      *  'C'  ONE PER COMPANY - THE ROLLFORWARD: OPENING,
      *       CURRENT-YEAR MOVEMENT, RATE-CHANGE EFFECT,
      *       DISPOSALS AND CLOSING
      *  'A'  ONE PER ASSET WITH A DIFFERENCE OR A BALANCE -
      *       ITS COST, CUMULATIVE DIFFERENCE, THE RATE
      *       APPLIED AND ITS CLOSING DEFERRED TAX
      *  'R'  APPENDED BY GLREVERSE WHEN IT BACKS OUT THE GL
      *       BATCH FOR DTH-PERIOD-OUT - THE RUN WITH THAT
      *       PERIOD AND DTH-RUN-STAMP-OUT IS REVERSED, AND
      *       DEFERREDTAX PASSES OVER ITS RECORDS FROM THEN
      *       ON. NO AMOUNTS.
      *
      *DTH-DIFFERENCE-OUT IS BOOK BASIS LESS TAX BASIS -
      *TAX ACCUMULATED DEPRECIATION LESS BOOK ACCUMULATED
      *DEPRECIATION, IMPAIRMENT WRITE-DOWNS INCLUDED ON THE
      *BOOK SIDE. DEFERRED TAX AMOUNTS ARE POSITIVE FOR A
      *NET LIABILITY AND NEGATIVE FOR A NET ASSET.
      *****************************************************
       01  DEFERRED-TAX-HISTORY-RECORD.
           05  DTH-RECORD-TYPE-OUT     PICTURE X.
               88  DTH-TOTAL-RECORD-OUT        VALUE 'T'.
               88  DTH-COMPANY-RECORD-OUT      VALUE 'C'.
               88  DTH-ASSET-RECORD-OUT        VALUE 'A'.
               88  DTH-REVERSAL-RECORD-OUT     VALUE 'R'.
           05  DTH-PERIOD-OUT          PICTURE 9(6).
           05  DTH-RUN-STAMP-OUT.
               10  DTH-RUN-DATE-OUT    PICTURE 9(8).
               10  DTH-RUN-TIME-OUT    PICTURE 9(6).
           05  DTH-RUN-MODE-OUT        PICTURE X.
           05  DTH-COMPANY-OUT         PICTURE X(2).
           05  DTH-ASSET-ID-OUT        PICTURE X(6).
           05  DTH-COST-OUT            PICTURE S9(9)V99.
           05  DTH-DIFFERENCE-OUT      PICTURE S9(11)V99.
           05  DTH-RATE-OUT            PICTURE 9(2)V9(3).
           05  DTH-OPENING-OUT         PICTURE S9(11)V99.
           05  DTH-MOVEMENT-OUT        PICTURE S9(11)V99.
           05  DTH-RATE-EFFECT-OUT     PICTURE S9(11)V99.
           05  DTH-DISPOSALS-OUT       PICTURE S9(11)V99.
           05  DTH-CLOSING-OUT         PICTURE S9(11)V99.
           05  FILLER                  PICTURE X(12).
