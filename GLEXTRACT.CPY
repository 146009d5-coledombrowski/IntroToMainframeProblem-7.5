      *GL-COMPANY-OUT - THE LEGAL ENTITY THE POSTING
      *BELONGS TO, FROM THE ASSET'S COMPANY-IN, SO THE
      *LEDGER KEEPS THE SUBSIDIARY'S DEPRECIATION OUT OF
      *THE PARENT'S BOOKS. BLANK MEANS THE PARENT. A LINE
      *POSTED TO ANOTHER DEPARTMENT THAN THE ASSET'S OWN -
      *A TRANSFER'S OLD DEPARTMENT, OR EITHER SIDE OF A
      *DEPARTMENT MOVE - CARRIES THAT DEPARTMENT'S COMPANY.
      *
      *GL-ASSET-ID-OUT - THE ASSET THE POSTING WAS TAKEN
      *FOR, SO THE ARCHIVED BATCH CAN BE TRACED BACK TO THE
      *ASSET'S HISTORY. BLANK ON OFFSETTING JOURNALS BUILT
      *BY GLREVERSE AND ON EXTRACTS WRITTEN BEFORE IT WAS
      *CARRIED.
      *
      *GL-DRCR-OUT - 'D' DEBIT, 'C' CREDIT. EVERY POSTING IS
      *WRITTEN AS A BALANCED PAIR - A DEBIT TO THE
      *INTERFACE ALWAYS RECEIVES A BATCH THAT BALANCES. THE
      *ACCOUNT NUMBERS COME FROM THE DEPARTMENT MASTER
      *(DEPTMAST.CPY).
      *
      *GL-ENTRY-TYPE-OUT - BLANK ON THE DEPRECIATION RUN'S
      *OWN POSTINGS. 'T' MARKS THE DEFERRED TAX ENTRY THAT
      *DEFERREDTAX ADDS TO THE EXTRACT AHEAD OF THE
      *TRAILER, SO A RERUN OF DEFERREDTAX CAN REPLACE ITS
      *EARLIER ENTRY INSTEAD OF ADDING A SECOND ONE. THE
      *CAPITAL ENTRIES STARTDEPRECIATION POSTS ARE MARKED
      *TOO - 'D' A DISPOSAL, 'P' A PRICE CHANGE AND 'X' A
      *DEPARTMENT MOVE OFF THE CAPITAL ADJUSTMENT QUEUE
      *(CAPADJ.CPY). A NEW ASSET'S CAPITALIZATION IS BLANK.
      *****************************************************
       01  GL-EXTRACT-RECORD.
           05  GL-ACCOUNT-OUT      PICTURE X(6).
           05  GL-DEPT-OUT         PICTURE X(4).
           05  GL-AMOUNT-OUT       PICTURE S9(9)V99.
           05  GL-PERIOD-OUT       PICTURE 9(6).
           05  GL-DRCR-OUT         PICTURE X.
           05  GL-COMPANY-OUT      PICTURE X(2).
           05  GL-ASSET-ID-OUT     PICTURE X(6).
           05  GL-ENTRY-TYPE-OUT   PICTURE X.
               88  GL-DEFERRED-TAX-OUT     VALUE 'T'.
               88  GL-DISPOSAL-ENTRY-OUT   VALUE 'D'.
               88  GL-CAPITAL-ADJUST-OUT   VALUE 'P' 'X'.
           05  FILLER              PICTURE X(8).

      *****************************************************
      *TRAILER RECORD - THE LAST RECORD OF EVERY EXTRACT.
