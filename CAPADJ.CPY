      *****************************************************
      *CAPADJ.CPY
      *CAPITAL ADJUSTMENT QUEUE - CAPADJ.DAT. ASSETMAINT
      *APPENDS ONE RECORD WHENEVER A CHANGE OR TRANSFER
      *MOVES THE COST OF AN ASSET WHOSE COST IS ALREADY IN
      *THE GL, SO THE LEDGER FOLLOWS THE MASTER -
      *  'P'  PRICE CHANGE - CADJ-COST-IN IS THE NEW PRICE
      *       LESS THE OLD, AT CADJ-TO-DEPT-IN
      *  'X'  DEPARTMENT MOVE - CADJ-COST-IN AND
      *       CADJ-ACCUM-IN ARE THE COST AND THE
      *       ACCUMULATED DEPRECIATION IN THE GL AT THE TIME,
      *       MOVING FROM CADJ-FROM-DEPT-IN TO CADJ-TO-DEPT-IN
      *AN ASSET WHOSE ADD HAS NOT YET BEEN CAPITALIZED, OR
      *WHOSE DISPOSAL HAS ALREADY POSTED, QUEUES NOTHING -
      *THE ADD OR THE DISPOSAL TAKES THE MASTER AS IT
      *STANDS.
      *
      *THE NEXT STARTDEPRECIATION UPDATE RUN POSTS EVERY
      *PENDING RECORD (ENTRY TYPE 'P' OR 'X' ON THE GL
      *EXTRACT), MARKS IT POSTED WITH THE RUN'S PERIOD AND
      *THE DEBITS IT WROTE, AND REWRITES THE QUEUE WITHOUT
      *VOIDED RECORDS OR RECORDS POSTED MORE THAN A YEAR
      *AGO. GLREVERSE PUTS A REVERSED PERIOD'S RECORDS BACK
      *TO PENDING; FOR AN ASSET THE REVERSED RUN POSTED, IT
      *VOIDS A PENDING RECORD IF THE RUN'S ADDITION GOES
      *BACK TO UNCAPITALIZED, AND OTHERWISE TAKES THE RUN'S
      *DEPRECIATION AND IMPAIRMENT OUT OF A PENDING MOVE'S
      *CADJ-ACCUM-IN.
      *****************************************************
       01  CAPITAL-ADJUSTMENT-RECORD.
           05  CADJ-ASSET-ID-IN        PICTURE X(6).
           05  CADJ-TYPE-IN            PICTURE X.
               88  CADJ-PRICE-CHANGE-IN        VALUE 'P'.
               88  CADJ-TRANSFER-IN            VALUE 'X'.
           05  CADJ-FROM-DEPT-IN       PICTURE X(4).
           05  CADJ-FROM-COMPANY-IN    PICTURE X(2).
           05  CADJ-TO-DEPT-IN         PICTURE X(4).
           05  CADJ-TO-COMPANY-IN      PICTURE X(2).
           05  CADJ-COST-IN            PICTURE S9(9)V99.
           05  CADJ-ACCUM-IN           PICTURE S9(9)V99.
           05  CADJ-RUN-DATE-IN        PICTURE 9(8).
           05  CADJ-RUN-TIME-IN        PICTURE 9(6).
           05  CADJ-STATUS-IN          PICTURE X.
               88  CADJ-PENDING-IN             VALUE 'P'.
               88  CADJ-POSTED-IN              VALUE 'D'.
               88  CADJ-VOIDED-IN              VALUE 'V'.
           05  CADJ-POSTED-PERIOD-IN   PICTURE 9(6).
           05  CADJ-POSTED-AMT-IN      PICTURE S9(9)V99.
           05  FILLER                  PICTURE X(7).
