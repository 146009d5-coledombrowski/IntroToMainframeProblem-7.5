      *****************************************************
      *DEPRHIST.CPY
      *DEPRECIATION RUN HISTORY - THE PERMANENT FILE
      *DEPRHIST.DAT, APPENDED BY STARTDEPRECIATION AT THE
      *END OF EVERY UPDATE RUN AND READ BY DEPRVARIANCE.
      *DEPRCTL.DAT IS REPLACED EACH RUN; THIS FILE KEEPS
      *EVERY RUN'S FIGURES SO ONE PERIOD CAN BE COMPARED
      *WITH ANOTHER. A REPORT-ONLY (WHAT-IF) RUN WRITES
      *NOTHING HERE.
      *
      *EVERY RECORD FROM ONE RUN CARRIES THE SAME PERIOD
      *AND RUN DATE/TIME. A PERIOD RUN MORE THAN ONCE
      *(A RERUN AFTER A GL REVERSAL) HAS ONE SET OF
      *RECORDS PER RUN - THE LATEST RUN STANDS.
      *
      *RECORD TYPES -
      *  'T'  ONE PER RUN - THE RUN'S CONTROL TOTAL
      *  'C'  ONE PER COMPANY - THE COMPANY CONTROL TOTAL
      *  'D'  ONE PER DEPARTMENT - THE DEPARTMENT CONTROL
      *       TOTAL
      *  'A'  ONE PER ASSET PER DEPARTMENT CHARGED - WHAT
      *       THE ASSET POSTED AND ITS STATE AFTER THE RUN
      *
      *HIST-CONTROL-AMT-OUT IS THE DEPRCTL.DAT FIGURE -
      *EVERY DEBIT THE RUN POSTED, CAPITAL ENTRIES
      *INCLUDED. HIST-DEPR-AMT-OUT AND HIST-IMPAIR-AMT-OUT
      *ARE THE DEPRECIATION AND IMPAIRMENT WRITE-DOWN
      *PARTS OF IT; WHAT IS LEFT IS ADDITION AND DISPOSAL
      *CAPITAL POSTINGS. AN 'A' RECORD CARRIES ZERO
      *CONTROL AMOUNT.
      *
      *A RUN LIMITED TO ONE COMPANY OR A DEPARTMENT RANGE
      *COVERS ONLY PART OF THE PERIOD. ITS 'T' RECORD
      *CARRIES THE SCOPE - HIST-COMPANY-OUT AND THE
      *HIST-DEPT-FROM-OUT/HIST-DEPT-TO-OUT RANGE, BLANK FOR
      *THE WHOLE FILE - AND IT WRITES 'D' AND 'C' RECORDS
      *ONLY FOR WHAT IT COVERED. EACH DEPARTMENT'S FIGURES
      *FOR A PERIOD COME FROM THE LATEST RUN THAT COVERED
      *THE DEPARTMENT.
      *
      *THE 'A' RECORD FLAGS ARE 'Y' WHEN -
      *  DISPOSED   THE ASSET IS SOLD OR SCRAPPED (OR IS
      *             THE SOLD PIECE OF A PARTIAL DISPOSAL)
      *  FULL       ITS BOOK IS FULLY DEPRECIATED OR IT
      *             WAS RETIRED BY THE RUN'S ROLLFORWARD
      *  SPLIT      IT CHANGED DEPARTMENTS THIS YEAR AND
      *             ITS CHARGE WAS SPLIT BETWEEN THE TWO
      *  EXCEPTION  IT FAILED VALIDATION AND POSTED
      *             NOTHING
      *****************************************************
       01  DEPR-HISTORY-RECORD.
           05  HIST-RECORD-TYPE-OUT    PICTURE X.
               88  HIST-TOTAL-RECORD-OUT       VALUE 'T'.
               88  HIST-COMPANY-RECORD-OUT     VALUE 'C'.
               88  HIST-DEPT-RECORD-OUT        VALUE 'D'.
               88  HIST-ASSET-RECORD-OUT       VALUE 'A'.
           05  HIST-PERIOD-OUT         PICTURE 9(6).
           05  HIST-RUN-STAMP-OUT.
               10  HIST-RUN-DATE-OUT   PICTURE 9(8).
               10  HIST-RUN-TIME-OUT   PICTURE 9(6).
           05  HIST-COMPANY-OUT        PICTURE X(2).
           05  HIST-DEPT-OUT           PICTURE X(4).
           05  HIST-ASSET-ID-OUT       PICTURE X(6).
           05  HIST-CONTROL-AMT-OUT    PICTURE S9(11)V99.
           05  HIST-DEPR-AMT-OUT       PICTURE S9(11)V99.
           05  HIST-IMPAIR-AMT-OUT     PICTURE S9(11)V99.
           05  HIST-SERVICE-PERIOD-OUT PICTURE 9(6).
           05  HIST-DISPOSED-FLAG-OUT  PICTURE X.
           05  HIST-FULL-FLAG-OUT      PICTURE X.
           05  HIST-SPLIT-FLAG-OUT     PICTURE X.
           05  HIST-EXCEPTION-FLAG-OUT PICTURE X.
           05  HIST-DEPT-FROM-OUT      PICTURE X(4).
           05  HIST-DEPT-TO-OUT        PICTURE X(4).
           05  FILLER                  PICTURE X(10).
