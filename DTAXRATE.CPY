      *****************************************************
      *DTAXRATE.CPY
      *DEFERRED TAX RATE TABLE FOR DTAXRATE.DAT - ONE
      *RECORD PER COMPANY AND TAX YEAR, KEPT BY THE TAX
      *DEPARTMENT AND READ BY DEFERREDTAX.
      *
      *TXR-RATE-IN IS THE ENACTED RATE IN PERCENT WITH
      *THREE DECIMALS (21000 = 21.000 PERCENT). A RATE
      *STANDS FOR ITS YEAR AND EVERY LATER YEAR UNTIL A
      *RECORD FOR A LATER YEAR REPLACES IT, SO A NEW RECORD
      *IS NEEDED ONLY WHEN THE RATE CHANGES.
      *
      *TXR-EXPENSE-ACCT-IN AND TXR-BALANCE-ACCT-IN ARE THE
      *DEFERRED TAX EXPENSE ACCOUNT AND THE NET DEFERRED
      *TAX LIABILITY/ASSET ACCOUNT THE COMPANY'S ENTRY IS
      *POSTED TO, UNDER DEPARTMENT TXR-DEPT-IN. THE
      *ACCOUNTS ON THE RECORD THAT SUPPLIES THE RATE ARE
      *THE ONES USED.
      *
      *A BLANK TXR-COMPANY-IN IS THE RATE FOR EVERY COMPANY
      *THAT HAS NO RECORD OF ITS OWN FOR THE YEAR.
      *****************************************************
       01  DEFERRED-TAX-RATE-RECORD.
           05  TXR-COMPANY-IN      PICTURE X(2).
           05  TXR-YEAR-IN         PICTURE 9(4).
           05  TXR-RATE-IN         PICTURE 9(2)V9(3).
           05  TXR-EXPENSE-ACCT-IN PICTURE X(6).
           05  TXR-BALANCE-ACCT-IN PICTURE X(6).
           05  TXR-DEPT-IN         PICTURE X(4).
           05  FILLER              PICTURE X(13).
