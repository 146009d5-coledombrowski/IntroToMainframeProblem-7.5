      *BY HAND.
      *
      *DTRN-CODE-IN - MAINTENANCE ACTION CODE
      *    'A'  ADD A NEW DEPARTMENT - NAME AND ALL SEVEN
      *         GL ACCOUNTS ARE REQUIRED
      *    'C'  CHANGE NAME OR ACCOUNTS ON AN EXISTING
      *         DEPARTMENT - A BLANK FIELD KEEPS THE
      *ONE FAT-FINGERED EXPENSE ACCOUNT WOULD SEND A WHOLE
      *DEPARTMENT'S DEPRECIATION TO THE WRONG LEDGER LINE.
      *
      *DTRN-COST-ACCT-IN, DTRN-CLEARING-ACCT-IN,
      *DTRN-PROCEEDS-ACCT-IN AND DTRN-GAINLOSS-ACCT-IN ARE
      *THE DEPARTMENT'S CAPITAL ACCOUNTS - ASSET COST,
      *ACQUISITION CLEARING, DISPOSAL PROCEEDS AND
      *GAIN/LOSS ON DISPOSAL (SEE DEPTMAST.CPY).
      *
      *DTRN-COMPANY-IN - THE LEGAL ENTITY THE DEPARTMENT
      *BELONGS TO. ON AN ADD A BLANK MEANS THE PARENT
      *COMPANY; ON A CHANGE A BLANK KEEPS THE CURRENT
           05  DTRN-ACCUM-ACCT-IN  PICTURE X(6).
           05  DTRN-IMPAIR-ACCT-IN PICTURE X(6).
           05  DTRN-COMPANY-IN     PICTURE X(2).
           05  DTRN-COST-ACCT-IN   PICTURE X(6).
           05  DTRN-CLEARING-ACCT-IN
                                   PICTURE X(6).
           05  DTRN-PROCEEDS-ACCT-IN
                                   PICTURE X(6).
           05  DTRN-GAINLOSS-ACCT-IN
                                   PICTURE X(6).
           05  FILLER              PICTURE X(11).
