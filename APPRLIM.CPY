      *****************************************************
      *APPRLIM.CPY
      *DUAL-CONTROL APPROVAL LIMITS FOR APPRLIM.DAT - ONE
      *RECORD PER COMPANY AND TRANSACTION TYPE, SET BY THE
      *CONTROLLER. A CLEAN TRANSACTION WHOSE AMOUNT IS AT
      *OR OVER ITS LIMIT IS HELD ON THE APPROVAL QUEUE
      *INSTEAD OF PASSING TO ASSETMAINT.
      *
      *LIM-TRAN-CODE-IN IS THE TRANSACTION CODE THE LIMIT
      *COVERS - 'A' ADDS, 'C' PRICE CHANGES, 'I'
      *IMPAIRMENTS, 'S' DISPOSALS, 'D' RETIREMENTS AND 'P'
      *PARTIAL DISPOSALS. OTHER CODES MOVE NO DOLLARS AND
      *ARE NEVER HELD.
      *
      *A BLANK LIM-COMPANY-IN IS THE LIMIT FOR EVERY
      *COMPANY THAT HAS NO RECORD OF ITS OWN FOR THAT
      *TRANSACTION TYPE. A TYPE WITH NO LIMIT ON FILE IS
      *NEVER HELD; A ZERO LIMIT HOLDS EVERY TRANSACTION OF
      *THE TYPE.
      *****************************************************
       01  APPROVAL-LIMIT-RECORD.
           05  LIM-COMPANY-IN      PICTURE X(2).
           05  LIM-TRAN-CODE-IN    PICTURE X.
           05  LIM-AMOUNT-IN       PICTURE S9(9)V99.
           05  FILLER              PICTURE X(26).
