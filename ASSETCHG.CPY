      *****************************************************
      *ASSETCHG.CPY
      *PERMANENT CHANGE JOURNAL OF THE ASSET MASTER,
      *APPENDED TO ASSETCHG.DAT BY ASSETMAINT - ONE RECORD
      *FOR EVERY MASTER FIELD A TRANSACTION CHANGED, WITH
      *THE VALUE BEFORE AND THE VALUE AFTER. AN ADD JOURNALS
      *THE NEW ASSET'S STARTING VALUES WITH A BLANK BEFORE.
      *A PARTIAL DISPOSAL JOURNALS THE REDUCED RETAINED
      *PIECE UNDER ITS OWN ID AND THE NEW SOLD PIECE UNDER
      *THE SPLIT ID.
      *
      *CHG-RUN-DATE-IN AND CHG-RUN-TIME-IN ARE WHEN THE
      *ASSETMAINT RUN STARTED; CHG-SEQUENCE-IN IS THE
      *TRANSACTION'S POSITION IN THAT RUN, SO ALL RECORDS
      *FROM ONE TRANSACTION SORT TOGETHER AND IN THE ORDER
      *THEY WERE APPLIED.
      *
      *CHG-TRAN-CODE-IN IS THE TRANSACTION CODE (A, C, E,
      *D, S, P, I, T, L) AND CHG-TRAN-IMAGE-IN THE WHOLE
      *TRANSACTION AS APPLIED, SO THE EFFECTIVE DATES AND
      *AMOUNTS KEYED ARE ON FILE ALONGSIDE THE RESULT.
      *
      *ASSETARCH ALSO APPENDS ONE RECORD, CODE 'X' AND
      *FIELD 'ARCHIVED', FOR EVERY ASSET IT MOVES OFF THE
      *MASTER, SO THE DATE AN ASSET WAS ARCHIVED IS ON
      *FILE. ITS TRANSACTION IMAGE IS BLANK.
      *
      *CHG-BEFORE-IN AND CHG-AFTER-IN ARE PRINTABLE -
      *DOLLAR FIELDS ARE EDITED WITH A DECIMAL POINT AND
      *TRAILING SIGN, CODES AND DATES ARE CARRIED AS THEY
      *SIT ON THE MASTER.
      *****************************************************
       01  CHANGE-JOURNAL-RECORD.
           05  CHG-ASSET-ID-IN     PICTURE X(6).
           05  CHG-RUN-DATE-IN     PICTURE 9(8).
           05  CHG-RUN-TIME-IN     PICTURE 9(6).
           05  CHG-SEQUENCE-IN     PICTURE 9(5).
           05  CHG-TRAN-CODE-IN    PICTURE X.
           05  CHG-FIELD-IN        PICTURE X(12).
           05  CHG-BEFORE-IN       PICTURE X(17).
           05  CHG-AFTER-IN        PICTURE X(17).
           05  CHG-TRAN-IMAGE-IN   PICTURE X(100).
           05  FILLER              PICTURE X(8).
