      *****************************************************
      *APPRPEND.CPY
      *DUAL-CONTROL APPROVAL QUEUE RECORD FOR APPRPEND.DAT -
      *ONE RECORD PER CLEAN TRANSACTION ASSETEDIT HELD BACK
      *BECAUSE ITS DOLLAR AMOUNT IS AT OR OVER THE
      *COMPANY'S APPROVAL LIMIT FOR THAT TRANSACTION TYPE
      *(APPRLIM.DAT). THE HELD TRANSACTION DOES NOT REACH
      *ASSETTRAN.DAT UNTIL A SECOND PERSON APPROVES IT.
      *
      *PEND-STATUS-IN
      *    'P'  WAITING FOR AN APPROVER
      *    'A'  APPROVED BY ASSETAPPR - THE NEXT ASSETEDIT
      *         RUN RELEASES IT TO ASSETTRAN.DAT FOR
      *         ASSETMAINT AND DROPS IT FROM THE QUEUE
      *    'R'  REJECTED BY ASSETAPPR - THE NEXT ASSETEDIT
      *         RUN DROPS IT FROM THE QUEUE UNAPPLIED
      *    'X'  ON THE APPROVAL LOG APPRLOG.DAT ONLY - AN
      *         APPROVAL CARD ASSETAPPR REFUSED, WITH THE
      *         REASON IN PEND-REASON-IN
      *
      *PEND-ITEM-IN IS THE QUEUE NUMBER THE APPROVER KEYS
      *ON THE APPROVAL CARD - ASSIGNED FROM THE COUNTER IN
      *APPRSEQ.DAT AND NEVER REUSED. PEND-AMOUNT-IN IS THE
      *AMOUNT THAT WAS TESTED AGAINST PEND-LIMIT-IN:
      *    'A'  THE COST OF THE NEW ASSET
      *    'C'  THE SIZE OF THE PRICE CHANGE, EITHER WAY
      *    'I'  THE IMPAIRMENT WRITE-DOWN
      *    'S'  THE COST OF THE ASSET BEING DISPOSED OF
      *    'D'  THE COST OF THE ASSET BEING RETIRED
      *    'P'  THE COST PORTION BEING SOLD
      *PEND-PERIOD-IN (YYYYMM) IS THE PERIOD THE
      *TRANSACTION TAKES EFFECT IN - THE IN-SERVICE,
      *IMPAIRMENT OR DISPOSAL PERIOD, OR THE RUN PERIOD FOR
      *A PRICE CHANGE OR RETIREMENT. STARTDEPRECIATION
      *WARNS WHEN IT POSTS A PERIOD WITH ITEMS FOR IT STILL
      *IN THE QUEUE.
      *
      *PEND-OPERATOR-IN IS THE ID KEYED ON THE TRANSACTION;
      *THE APPROVER MAY NOT BE THE SAME PERSON.
      *PEND-APPROVER-IN, THE DECISION DATE AND TIME AND
      *PEND-REASON-IN ARE FILLED IN BY ASSETAPPR.
      *****************************************************
       01  APPROVAL-PENDING-RECORD.
           05  PEND-ITEM-IN        PICTURE 9(6).
           05  PEND-STATUS-IN      PICTURE X.
               88  PEND-WAITING-IN         VALUE 'P'.
               88  PEND-APPROVED-IN        VALUE 'A'.
               88  PEND-REJECTED-IN        VALUE 'R'.
               88  PEND-REFUSED-IN         VALUE 'X'.
           05  PEND-COMPANY-IN     PICTURE X(2).
           05  PEND-AMOUNT-IN      PICTURE S9(9)V99.
           05  PEND-LIMIT-IN       PICTURE S9(9)V99.
           05  PEND-PERIOD-IN      PICTURE 9(6).
           05  PEND-QUEUED-DATE-IN PICTURE 9(8).
           05  PEND-OPERATOR-IN    PICTURE X(8).
           05  PEND-APPROVER-IN    PICTURE X(8).
           05  PEND-DECIDED-DATE-IN
                                   PICTURE 9(8).
           05  PEND-DECIDED-TIME-IN
                                   PICTURE 9(6).
           05  PEND-REASON-IN      PICTURE X(30).
           05  PEND-TRAN-IMAGE-IN  PICTURE X(100).
           05  PEND-TRAN-VIEW-IN REDEFINES PEND-TRAN-IMAGE-IN.
               10  PEND-TRAN-CODE-IN
                                   PICTURE X.
               10  PEND-ASSET-ID-IN
                                   PICTURE X(6).
               10  FILLER          PICTURE X(93).
           05  FILLER              PICTURE X(15).
