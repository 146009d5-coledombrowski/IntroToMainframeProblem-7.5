      *****************************************************
      *GLREVLOG.CPY
      *PERMANENT LOG OF GL BATCH REVERSALS, APPENDED TO
      *GLREVLOG.DAT BY GLREVERSE - ONE RECORD FOR EVERY
      *REVERSAL ATTEMPTED, WHETHER IT WAS CARRIED OUT OR
      *REFUSED.
      *
      *RLOG-ACTION-IN IS 'R' WHEN THE BATCH WAS REVERSED
      *AND 'X' WHEN THE REVERSAL WAS REFUSED. ON AN 'R'
      *RECORD RLOG-REV-BATCH-IN IS THE NEW BATCH NUMBER THE
      *OFFSETTING JOURNAL WENT TO THE LEDGER AS; ON AN 'X'
      *RECORD IT IS ZERO AND RLOG-MESSAGE-IN SAYS WHY.
      *GLREVERSE READS THE 'R' RECORDS BACK AT START SO A
      *BATCH CAN NEVER BE REVERSED TWICE AND A REVERSAL
      *BATCH IS NEVER ITSELF REVERSED.
      *
      *RLOG-REQUESTER-IN AND RLOG-REASON-IN COME FROM THE
      *GLREVPARM.DAT CARD. RLOG-DETAIL-COUNT-IN AND
      *RLOG-AMOUNT-IN ARE THE DETAIL RECORDS AND TOTAL
      *DEBITS OF THE ORIGINAL BATCH; RLOG-ASSET-COUNT-IN IS
      *THE NUMBER OF MASTER RECORDS WHOSE POSTING STATE WAS
      *PUT BACK.
      *****************************************************
       01  REVERSAL-LOG-RECORD.
           05  RLOG-ORIG-BATCH-IN  PICTURE 9(6).
           05  RLOG-REV-BATCH-IN   PICTURE 9(6).
           05  RLOG-ACTION-IN      PICTURE X.
               88  RLOG-REVERSED-IN        VALUE 'R'.
               88  RLOG-REFUSED-IN         VALUE 'X'.
           05  RLOG-PERIOD-IN      PICTURE 9(6).
           05  RLOG-REQUESTER-IN   PICTURE X(8).
           05  RLOG-DATE-IN        PICTURE 9(8).
           05  RLOG-TIME-IN        PICTURE 9(6).
           05  RLOG-DETAIL-COUNT-IN
                                   PICTURE 9(7).
           05  RLOG-AMOUNT-IN      PICTURE S9(11)V99.
           05  RLOG-ASSET-COUNT-IN PICTURE 9(5).
           05  RLOG-REASON-IN      PICTURE X(30).
           05  RLOG-MESSAGE-IN     PICTURE X(40).
           05  FILLER              PICTURE X(4).
