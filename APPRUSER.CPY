      *****************************************************
      *APPRUSER.CPY
      *AUTHORIZED APPROVERS FOR APPRUSER.DAT - WHO MAY
      *RELEASE OR REJECT A HELD TRANSACTION ON THE APPROVAL
      *QUEUE. ONE RECORD PER APPROVER PER COMPANY; A BLANK
      *APU-COMPANY-IN AUTHORIZES THE APPROVER FOR EVERY
      *COMPANY.
      *
      *APU-LIMIT-IN IS THE LARGEST AMOUNT THE APPROVER MAY
      *APPROVE - ZERO MEANS NO LIMIT. A REJECTION IS NOT
      *LIMITED. AN APPROVER WITH APU-STATUS-IN 'I' HAS LEFT
      *OR BEEN WITHDRAWN AND MAY NOT DECIDE ANYTHING.
      *****************************************************
       01  APPROVER-RECORD.
           05  APU-APPROVER-IN     PICTURE X(8).
           05  APU-NAME-IN         PICTURE X(20).
           05  APU-COMPANY-IN      PICTURE X(2).
           05  APU-LIMIT-IN        PICTURE S9(9)V99.
           05  APU-STATUS-IN       PICTURE X.
               88  APU-ACTIVE-IN           VALUE 'A' SPACE.
               88  APU-INACTIVE-IN         VALUE 'I'.
           05  FILLER              PICTURE X(8).
