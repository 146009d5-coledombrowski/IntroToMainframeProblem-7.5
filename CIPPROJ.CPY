      *****************************************************
      *CIPPROJ.CPY
      *CONSTRUCTION-IN-PROGRESS PROJECT MASTER RECORD FOR
      *CIPPROJ.DAT - ONE RECORD PER CAPITAL PROJECT THAT
      *IS BEING BUILT OR INSTALLED AND IS NOT YET IN
      *SERVICE. THE FILE IS MAINTAINED ONLY THROUGH
      *CIPMAINT (PROJECT ADD / CHANGE / CLOSE AND THE
      *INVOICE COST-CHARGE FEED), CIPCAP (CAPITALIZATION
      *INTO THE ASSET MASTER) AND ASSETMAINT (THE ADDS
      *THAT CAPITALIZATION GENERATES, AS THEY POST).
      *
      *CIP-DEPT-IN AND CIP-COMPANY-IN ARE THE OWNING
      *DEPARTMENT AND LEGAL ENTITY - THE ASSETS THE PROJECT
      *BECOMES ARE ADDED TO THAT DEPARTMENT. CIP-BUDGET-IN
      *IS THE APPROVED SPEND. CIP-SPENT-IN IS EVERY INVOICE
      *CHARGED TO THE PROJECT TO DATE, AND
      *CIP-CAPITALIZED-IN IS THE PART OF THAT SPEND ALREADY
      *MOVED ONTO THE ASSET MASTER - THE DIFFERENCE IS THE
      *BALANCE STILL SITTING IN CIP. CIPCAP GENERATES THE
      *ADDS, BUT THE COST ONLY MOVES INTO CIP-CAPITALIZED-IN
      *WHEN ASSETMAINT ACTUALLY PUTS THE ADD ON THE MASTER.
      *UNTIL THEN IT SITS IN CIP-PENDING-IN, SO CIPCAP
      *CANNOT OFFER THE SAME SPEND TO A SECOND CARD. AN ADD
      *THAT NEVER POSTS LEAVES ITS COST PENDING, NOT
      *CAPITALIZED, UNTIL A CIPMAINT RELEASE ('R')
      *TRANSACTION GIVES IT BACK TO THE BALANCE.
      *
      *CIP-STATUS-IN - PROJECT STATUS CODE
      *    'O' OR SPACE  OPEN - TAKING CHARGES
      *    'F'           CLOSING - CIPCAP HAS GENERATED THE
      *                  PROJECT'S FINAL ASSET. NO FURTHER
      *                  CARDS OR CHARGES ARE ACCEPTED, AND
      *                  ASSETMAINT CLOSES THE PROJECT WHEN
      *                  THE LAST PENDING ADD POSTS. A
      *                  RELEASE OF PENDING COST REOPENS
      *                  IT ('O').
      *    'C'           CLOSED - FULLY CAPITALIZED (OR
      *                  CANCELLED WITH NOTHING SPENT).
      *                  NO FURTHER CHARGES ARE ACCEPTED.
      *
      *CIP-PENDING-IN IS BLANK ON RECORDS WRITTEN BEFORE IT
      *WAS CARRIED - EVERY PROGRAM THAT LOADS THE FILE
      *READS THAT AS ZERO.
      *
      *CIP-PLAN-SERVICE-IN (YYYYMM), CIP-METHOD-IN,
      *CIP-LIFE-IN AND CIP-CONVENTION-IN ARE THE PLANNED
      *IN-SERVICE MONTH AND DEPRECIATION TERMS. DEPRFORECAST
      *USES THEM TO FORECAST AN OPEN PROJECT AS A PLANNED
      *ADDITION, AT THE GREATER OF BUDGET AND SPEND LESS
      *WHAT IS ALREADY CAPITALIZED.
      *****************************************************
       01  CIP-PROJECT-RECORD.
           05  CIP-PROJECT-IN      PICTURE X(6).
           05  CIP-DESC-IN         PICTURE X(20).
           05  CIP-DEPT-IN         PICTURE X(4).
           05  CIP-COMPANY-IN      PICTURE X(2).
           05  CIP-BUDGET-IN       PICTURE S9(9)V99.
           05  CIP-SPENT-IN        PICTURE S9(9)V99.
           05  CIP-CAPITALIZED-IN  PICTURE S9(9)V99.
           05  CIP-STATUS-IN       PICTURE X.
               88  CIP-OPEN-IN             VALUE 'O' SPACE.
               88  CIP-CLOSING-IN          VALUE 'F'.
               88  CIP-CLOSED-IN           VALUE 'C'.
           05  CIP-PLAN-SERVICE-IN PICTURE 9(6).
           05  CIP-METHOD-IN       PICTURE X.
           05  CIP-LIFE-IN         PICTURE 99.
           05  CIP-CONVENTION-IN   PICTURE X.
           05  FILLER              PICTURE X(4).
           05  CIP-PENDING-IN      PICTURE S9(9)V99.
