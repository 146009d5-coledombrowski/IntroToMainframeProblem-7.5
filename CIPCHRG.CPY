      *****************************************************
      *CIPCHRG.CPY
      *COST-CHARGE RECORD FOR THE CIP INVOICE FEED
      *(CIPCHRG.DAT) - ONE RECORD PER VENDOR INVOICE (OR
      *CREDIT MEMO, AS A NEGATIVE AMOUNT) CHARGED TO A
      *CONSTRUCTION-IN-PROGRESS PROJECT. CIPMAINT ADDS EACH
      *ACCEPTED CHARGE TO THE PROJECT'S CIP-SPENT-IN AND
      *APPENDS IT TO THE PERMANENT CHARGE HISTORY
      *CIPHIST.DAT, SO EVERY DOLLAR IN A PROJECT TIES BACK
      *TO AN INVOICE.
      *
      *A CHARGE TO AN UNKNOWN OR CLOSED PROJECT, OR ONE
      *WITH A BAD AMOUNT OR DATE, IS REJECTED ON THE
      *MAINTENANCE LOG AND NOT APPLIED.
      *****************************************************
       01  CIP-CHARGE-RECORD.
           05  CHG-PROJECT-IN      PICTURE X(6).
           05  CHG-INVOICE-IN      PICTURE X(10).
           05  CHG-VENDOR-IN       PICTURE X(10).
           05  CHG-DATE-IN         PICTURE 9(8).
           05  CHG-AMOUNT-IN       PICTURE S9(9)V99.
           05  CHG-DESC-IN         PICTURE X(20).
           05  FILLER              PICTURE X(15).
