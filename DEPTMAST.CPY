      *DEBITED WHEN AN IMPAIRMENT WRITE-DOWN IS POSTED
      *(THE CREDIT GOES TO DEPT-ACCUM-ACCT-IN).
      *
      *THE FOUR CAPITAL ACCOUNTS CARRY THE ASSET ACTIVITY
      *THAT IS NOT DEPRECIATION, SO THE GL COST AND
      *ACCUMULATED DEPRECIATION CONTROL ACCOUNTS TIE TO
      *THE SUBLEDGER -
      *    DEPT-COST-ACCT-IN      FIXED-ASSET COST ACCOUNT
      *    DEPT-CLEARING-ACCT-IN  ACQUISITION CLEARING
      *                           (AP/CIP) ACCOUNT CREDITED
      *                           WHEN AN ADD IS CAPITALIZED
      *    DEPT-PROCEEDS-ACCT-IN  DISPOSAL PROCEEDS
      *                           RECEIVABLE ACCOUNT
      *    DEPT-GAINLOSS-ACCT-IN  GAIN/LOSS ON DISPOSAL
      *AN ADD POSTS DEBIT COST, CREDIT CLEARING. A FULL OR
      *PARTIAL DISPOSAL RELIEVES COST AGAINST ACCUMULATED
      *DEPRECIATION, PROCEEDS AND GAIN/LOSS. THESE COLUMNS
      *WERE FILLER ON OLDER RECORDS - A DEPARTMENT WITH A
      *BLANK CAPITAL ACCOUNT CANNOT TAKE CAPITAL ACTIVITY,
      *AND THE ASSET GOES TO THE EXCEPTION REPORT UNTIL
      *DEPTMAINT FILLS THE ACCOUNTS IN.
      *
      *DEPT-COMPANY-IN IS THE LEGAL ENTITY THE DEPARTMENT
      *BELONGS TO. ASSETEDIT DEFAULTS A NEW ASSET'S
      *COMPANY FROM ITS DEPARTMENT AND REJECTS A MISMATCH,
               88  DEPT-ACTIVE-IN          VALUE 'A' SPACE.
               88  DEPT-INACTIVE-IN        VALUE 'I'.
           05  DEPT-COMPANY-IN     PICTURE X(2).
           05  DEPT-COST-ACCT-IN   PICTURE X(6).
           05  DEPT-CLEARING-ACCT-IN
                                   PICTURE X(6).
           05  DEPT-PROCEEDS-ACCT-IN
                                   PICTURE X(6).
           05  DEPT-GAINLOSS-ACCT-IN
                                   PICTURE X(6).
           05  FILLER              PICTURE X(11).
