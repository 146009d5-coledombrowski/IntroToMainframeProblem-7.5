      *FOR. STARTDEPRECIATION REFUSES TO POST A PERIOD THAT IS
      *NOT LATER THAN LAST-POSTED-PERIOD-IN, SO THE SAME MONTH
      *CANNOT BE BOOKED TWICE.
      *
      *IN-SERVICE-DATE-IN (YYYYMM) IS THE MONTH THE ASSET
      *WAS PLACED IN SERVICE. BOOK-CONVENTION-IN AND
      *TAX-CONVENTION-IN ARE EACH BOOK'S FIRST- AND
      *LAST-YEAR AVERAGING CONVENTION -
      *    'F' OR SPACE  FULL-YEAR
      *    'H'           HALF-YEAR
      *    'M'           MID-MONTH
      *    'Q'           MID-QUARTER
      *DEPRSUB APPLIES THE CONVENTION TO THE IN-SERVICE
      *YEAR AND THE DISPOSAL YEAR. THESE COLUMNS WERE
      *FILLER ON OLDER RECORDS, SO ALWAYS TEST
      *IN-SERVICE-DATE-IN IS NUMERIC BEFORE USING IT - A
      *BLANK OR ZERO DATE MEANS THE DATE IS NOT KNOWN AND
      *THE ASSET DEPRECIATES FULL-YEAR AS IT ALWAYS HAS.
      *UNDER ANY CONVENTION BUT FULL-YEAR A SCHEDULE RUNS
      *ONE CALENDAR YEAR LONGER THAN USEFUL-LIFE-IN, TO
      *TAKE THE PART OF THE FIRST YEAR NOT CHARGED WHEN
      *THE ASSET WENT IN: A ZERO REMAINING-LIFE-IN WITH
      *DEPRECIATION ALREADY ACCUMULATED MEANS THAT CLOSING
      *STUB YEAR IS STILL DUE, NOT "NOT YET STARTED".
      *
      *ADD-POSTED-IN SAYS WHETHER THE ASSET'S COST HAS BEEN
      *CAPITALIZED IN THE GL. ASSETMAINT SETS IT 'N' ON AN
      *ADD AND THE NEXT STARTDEPRECIATION RUN POSTS THE
      *ADDITION (DEBIT COST, CREDIT CLEARING) AND SETS IT
      *'Y'. BLANK ON AN OLDER RECORD MEANS THE COST WAS
      *BOOKED BY HAND BEFORE THE FIELD EXISTED.
      *
      *LAST-RUN-DEPR-IN, LAST-RUN-IMPAIR-IN AND
      *LAST-RUN-ADD-IN RECORD WHAT THE DEPRECIATION RUN FOR
      *LAST-POSTED-PERIOD-IN BOOKED FOR THE ASSET - THE
      *DEPRECIATION IT ADDED TO YTD-DEPR-POSTED-IN, THE
      *IMPAIRMENT WRITE-DOWN IT POSTED (AND ZEROED OUT OF
      *IMPAIRMENT-YTD-IN), AND 'Y' IF IT CAPITALIZED THE
      *ADDITION. STARTDEPRECIATION CLEARS THEM WHEN IT
      *STARTS A NEW PERIOD FOR THE ASSET; GLREVERSE USES
      *THEM TO PUT THE ASSET BACK THE WAY IT WAS WHEN A
      *POSTED BATCH IS REVERSED. BLANK ON AN OLDER RECORD
      *MEANS NOTHING IS KNOWN ABOUT THE LAST POSTING.
      *
      *DISPOSAL-POSTED-IN SAYS WHETHER THE DISPOSAL ENTRY
      *HAS GONE TO THE GL. ASSETMAINT SETS IT 'N' WHEN IT
      *RECORDS A DISPOSAL; THE FIRST STARTDEPRECIATION RUN
      *FOR THE DISPOSAL MONTH OR LATER POSTS THE ENTRY AND
      *SETS IT 'L' - POSTED BY THE RUN FOR
      *LAST-POSTED-PERIOD-IN, SO GLREVERSE CAN TAKE IT BACK
      *TO 'N'. THE NEXT RUN FOR A LATER PERIOD MAKES IT
      *'Y'. BLANK ON AN OLDER RECORD MEANS NOT YET POSTED.
      *
      *EVERY DOLLAR FIELD ON THE RECORD IS S9(9)V99, SO
      *A SINGLE ASSET CAN CARRY UP TO $999,999,999.99 OF
      *COST, DEPRECIATION OR PROCEEDS. THE RECORD IS 180
      *BYTES; MASTERS IN THE OLDER 140-BYTE LAYOUT ARE
      *CARRIED FORWARD BY THE ASSETCONV CONVERSION.
      *****************************************************
       01  ASSET-INPUT-RECORD.
           05  ASSET-ID-IN         PICTURE X(6).
           05  NAME-IN             PICTURE X(10).
           05  PRICE-IN            PICTURE S9(9)V99.
           05  SALVAGE-IN          PICTURE S9(9)V99.
           05  USEFUL-LIFE-IN      PICTURE 99.
           05  METHOD-IN           PICTURE X.
           05  STATUS-IN           PICTURE X.
               88  ASSET-NOT-DISPOSED-IN   VALUE 'N' SPACE.
           05  DISPOSAL-MONTH-IN   PICTURE 99.
           05  DISPOSAL-PROCEEDS-IN
                                   PICTURE S9(9)V99.
           05  DEPT-IN             PICTURE X(4).
           05  ACCUM-DEPR-IN       PICTURE S9(9)V99.
           05  REMAINING-LIFE-IN   PICTURE 99.
           05  LAST-ROLLED-YEAR-IN PICTURE 9(4).
           05  YTD-DEPR-POSTED-IN  PICTURE S9(9)V99.
           05  LAST-POSTED-PERIOD-IN
                                   PICTURE 9(6).
           05  TAX-METHOD-IN       PICTURE X.
           05  TAX-LIFE-IN         PICTURE 99.
           05  TAX-ACCUM-DEPR-IN   PICTURE S9(9)V99.
           05  TAX-REMAINING-LIFE-IN
                                   PICTURE 99.
           05  IMPAIRED-IN         PICTURE X.
               88  ASSET-IMPAIRED-IN       VALUE 'Y'.
               88  ASSET-NOT-IMPAIRED-IN   VALUE 'N' SPACE.
           05  IMPAIRMENT-YTD-IN   PICTURE S9(9)V99.
           05  PRIOR-DEPT-IN       PICTURE X(4).
           05  TRANSFER-MONTH-IN   PICTURE 99.
           05  TRANSFER-YEAR-IN    PICTURE 9(4).
               88  ASSET-NOT-EST-REVISED-IN
                                           VALUE 'N' SPACE.
           05  COMPANY-IN          PICTURE X(2).
           05  IN-SERVICE-DATE-IN  PICTURE 9(6).
           05  BOOK-CONVENTION-IN  PICTURE X.
               88  BOOK-FULL-YEAR-IN       VALUE 'F' SPACE.
               88  BOOK-HALF-YEAR-IN       VALUE 'H'.
               88  BOOK-MID-MONTH-IN       VALUE 'M'.
               88  BOOK-MID-QUARTER-IN     VALUE 'Q'.
           05  TAX-CONVENTION-IN   PICTURE X.
               88  TAX-FULL-YEAR-IN        VALUE 'F' SPACE.
               88  TAX-HALF-YEAR-IN        VALUE 'H'.
               88  TAX-MID-MONTH-IN        VALUE 'M'.
               88  TAX-MID-QUARTER-IN      VALUE 'Q'.
           05  ADD-POSTED-IN       PICTURE X.
               88  ADD-GL-PENDING-IN       VALUE 'N'.
               88  ADD-GL-POSTED-IN        VALUE 'Y' SPACE.
           05  LAST-RUN-DEPR-IN    PICTURE S9(9)V99.
           05  LAST-RUN-IMPAIR-IN  PICTURE S9(9)V99.
           05  LAST-RUN-ADD-IN     PICTURE X.
               88  LAST-RUN-ADDED-IN       VALUE 'Y'.
           05  DISPOSAL-POSTED-IN  PICTURE X.
               88  DISPOSAL-GL-POSTED-IN   VALUE 'Y' 'L'.
               88  DISPOSAL-GL-LAST-RUN-IN VALUE 'L'.
