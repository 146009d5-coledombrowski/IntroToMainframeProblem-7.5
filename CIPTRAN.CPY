      *****************************************************
      *CIPTRAN.CPY
      *TRANSACTION RECORD LAYOUT FOR THE CIPMAINT PROJECT
      *MAINTENANCE RUN (CIPTRAN.DAT)
      *
      *PTRN-CODE-IN - MAINTENANCE ACTION CODE
      *    'A'  OPEN A NEW PROJECT - DESCRIPTION, DEPARTMENT
      *         AND BUDGET ARE REQUIRED. A BLANK COMPANY IS
      *         DEFAULTED FROM THE DEPARTMENT MASTER; A KEYED
      *         ONE MUST MATCH IT.
      *    'C'  CHANGE THE DESCRIPTION, BUDGET OR PLANNED
      *         IN-SERVICE TERMS - A BLANK OR ZERO FIELD
      *         KEEPS THE CURRENT VALUE, THE SAME
      *         OPTIONAL-FIELD CONVENTION AS AN ASSET CHANGE
      *    'X'  CLOSE (CANCEL) A PROJECT - REFUSED WHILE ANY
      *         SPEND IS STILL UNCAPITALIZED, SO COST CANNOT
      *         BE STRANDED IN CIP
      *    'R'  RELEASE PENDING COST - WHEN AN ADD CIPCAP
      *         GENERATED IS DROPPED FROM ASSETEDIT'S
      *         SUSPENSE OR REJECTED BY ASSETAPPR, ITS COST
      *         IS STILL RESERVED IN THE PROJECT'S
      *         CIP-PENDING-IN. PTRN-RELEASE-AMT-IN (THE
      *         BUDGET COLUMNS) GIVES THAT COST BACK TO THE
      *         CIP BALANCE, AND A CLOSING ('F') PROJECT IS
      *         REOPENED SO THE ASSET CAN BE CAPITALIZED
      *         AGAIN. PTRN-RELEASE-ASSET-IN (THE
      *         DESCRIPTION COLUMNS) NAMES THE DROPPED ADD
      *         FOR THE LOG.
      *
      *PTRN-PLAN-SERVICE-IN (YYYYMM), PTRN-METHOD-IN,
      *PTRN-LIFE-IN AND PTRN-CONVENTION-IN ARE OPTIONAL ON
      *AN ADD AND ONLY FEED THE DEPRECIATION FORECAST.
      *****************************************************
       01  CIP-TRANSACTION-RECORD.
           05  PTRN-CODE-IN        PICTURE X.
               88  PTRN-ADD-IN             VALUE 'A'.
               88  PTRN-CHANGE-IN          VALUE 'C'.
               88  PTRN-CLOSE-IN           VALUE 'X'.
               88  PTRN-RELEASE-IN         VALUE 'R'.
           05  PTRN-PROJECT-IN     PICTURE X(6).
           05  PTRN-DESC-IN        PICTURE X(20).
           05  PTRN-RELEASE-VIEW-IN REDEFINES PTRN-DESC-IN.
               10  PTRN-RELEASE-ASSET-IN
                                   PICTURE X(6).
               10  FILLER          PICTURE X(14).
           05  PTRN-DEPT-IN        PICTURE X(4).
           05  PTRN-COMPANY-IN     PICTURE X(2).
           05  PTRN-BUDGET-IN      PICTURE S9(9)V99.
           05  PTRN-RELEASE-AMT-IN REDEFINES PTRN-BUDGET-IN
                                   PICTURE S9(9)V99.
           05  PTRN-PLAN-SERVICE-IN
                                   PICTURE 9(6).
           05  PTRN-METHOD-IN      PICTURE X.
           05  PTRN-LIFE-IN        PICTURE 99.
           05  PTRN-CONVENTION-IN  PICTURE X.
           05  FILLER              PICTURE X(26).
