      *TRAN-DISPOSAL-MONTH-IN/TRAN-DISPOSAL-PROCEEDS-IN ARE
      *ONLY USED ON A DISPOSE ('S') TRANSACTION.
      *
      *TRAN-PROJECT-IN - ON AN ADD ('A') ONLY, THE
      *PROCEEDS COLUMNS CARRY THE CONSTRUCTION-IN-PROGRESS
      *PROJECT NUMBER THE ASSET WAS CAPITALIZED FROM.
      *CIPCAP FILLS IT IN ON THE ADDS IT GENERATES; A
      *HAND-KEYED ADD USUALLY LEAVES IT BLANK, BUT MAY
      *NAME A PROJECT TO CAPITALIZE PART OF ITS SPEND
      *DIRECTLY. WHEN PRESENT, ASSETEDIT PROVES THE
      *PROJECT IS ON CIPPROJ.DAT AND STILL OPEN, AND THAT
      *A HAND-KEYED COST FITS IN WHAT IS LEFT IN CIP.
      *
      *TRAN-SOURCE-IN - 'C' ON AN ADD CIPCAP GENERATED,
      *WHOSE COST CIPCAP HAS ALREADY RESERVED IN THE
      *PROJECT'S CIP-PENDING-IN; BLANK ON A KEYED
      *TRANSACTION. ASSETMAINT ONLY RELEASES PENDING COST
      *FOR AN ADD THAT CARRIES IT.
      *
      *TRAN-COMPANY-IN - OWNING LEGAL ENTITY ON AN ADD.
      *LEFT BLANK, ASSETEDIT FILLS IT IN FROM THE
      *DEPARTMENT MASTER; KEYED, IT MUST MATCH THE
      *DEPARTMENT'S COMPANY OR THE CARD GOES TO SUSPENSE.
      *ON A TRANSFER, OR A CHANGE THAT MOVES THE ASSET TO
      *ANOTHER DEPARTMENT, ASSETEDIT SETS IT TO THE NEW
      *DEPARTMENT'S COMPANY AND ASSETMAINT CARRIES IT TO
      *THE MASTER.
      *
      *THE IMPAIRMENT COLUMNS DO DOUBLE DUTY BY TRANSACTION
      *TYPE, THE WAY A FIXED CARD IMAGE HAS TO - ON A 'T'
      *RESTARTS THE TAX SCHEDULE AND ZEROES THE TAX
      *ACCUMULATED DEPRECIATION, THE SAME CONVENTION AS
      *TRAN-LIFE-IN ON THE FINANCIAL BOOK.
      *
      *TRAN-IN-SERVICE-DATE-IN (YYYYMM) AND
      *TRAN-CONVENTION-IN/TRAN-TAX-CONVENTION-IN ('F'
      *FULL-YEAR, 'H' HALF-YEAR, 'M' MID-MONTH, 'Q'
      *MID-QUARTER) SET THE ASSET'S IN-SERVICE DATE AND
      *EACH BOOK'S AVERAGING CONVENTION. THE DATE IS
      *REQUIRED ON AN ADD; A BLANK BOOK CONVENTION MEANS
      *FULL-YEAR AND A BLANK TAX CONVENTION DEFAULTS TO THE
      *BOOK CONVENTION. ON A CHANGE ALL THREE ARE OPTIONAL
      *- LEAVE THEM BLANK TO KEEP THE CURRENT VALUES.
      *
      *TRAN-OPERATOR-IN - ID OF THE PERSON WHO KEYED THE
      *TRANSACTION. A TRANSACTION HELD FOR DUAL-CONTROL
      *APPROVAL MAY NOT BE APPROVED BY THE SAME ID.
      *
      *THE DOLLAR COLUMNS ARE S9(9)V99 TO MATCH THE ASSET
      *MASTER, MAKING THE TRANSACTION IMAGE 100 BYTES.
      *****************************************************
       01  ASSET-TRANSACTION-RECORD.
           05  TRAN-CODE-IN        PICTURE X.
               88  TRAN-TAG-LOC-IN         VALUE 'L'.
           05  TRAN-ASSET-ID-IN    PICTURE X(6).
           05  TRAN-NAME-IN        PICTURE X(10).
           05  TRAN-PRICE-IN       PICTURE S9(9)V99.
           05  TRAN-SALVAGE-IN     PICTURE S9(9)V99.
           05  TRAN-LIFE-IN        PICTURE 99.
           05  TRAN-METHOD-IN      PICTURE X.
           05  TRAN-DEPT-IN        PICTURE X(4).
           05  TRAN-DISPOSAL-MONTH-IN
                                   PICTURE 99.
           05  TRAN-DISPOSAL-PROCEEDS-IN
                                   PICTURE S9(9)V99.
           05  TRAN-CIP-VIEW-IN
                       REDEFINES TRAN-DISPOSAL-PROCEEDS-IN.
               10  TRAN-PROJECT-IN PICTURE X(6).
               10  FILLER          PICTURE X(5).
           05  TRAN-TAX-METHOD-IN  PICTURE X.
           05  TRAN-TAX-LIFE-IN    PICTURE 99.
           05  TRAN-IMPAIR-AMOUNT-IN
                                   PICTURE S9(9)V99.
           05  TRAN-TAG-IN REDEFINES TRAN-IMPAIR-AMOUNT-IN
                                   PICTURE X(8).
           05  TRAN-PORTION-COST-IN
                       REDEFINES TRAN-IMPAIR-AMOUNT-IN
                                   PICTURE S9(9)V99.
           05  TRAN-IMPAIR-DATE-IN PICTURE 9(6).
           05  TRAN-XFER-DATE-IN REDEFINES TRAN-IMPAIR-DATE-IN
                                   PICTURE 9(6).
               10  TRAN-SPLIT-ID-IN
                                   PICTURE X(6).
           05  TRAN-COMPANY-IN     PICTURE X(2).
           05  TRAN-IN-SERVICE-DATE-IN
                                   PICTURE 9(6).
           05  TRAN-CONVENTION-IN  PICTURE X.
           05  TRAN-TAX-CONVENTION-IN
                                   PICTURE X.
           05  TRAN-OPERATOR-IN    PICTURE X(8).
           05  TRAN-SOURCE-IN      PICTURE X.
               88  TRAN-FROM-CIPCAP-IN     VALUE 'C'.
           05  FILLER              PICTURE XX.
