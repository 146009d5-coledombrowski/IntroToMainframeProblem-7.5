       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEFERREDTAX.
       AUTHOR. COLE DOMBROWSKI.

      *****************************************************
      *DEFERREDTAX WORKS OUT THE DEFERRED TAX ON THE FIXED
      *ASSET BOOKS AND PUTS THE ENTRY FOR IT INTO THE
      *MONTH-END GL EXTRACT. IT RUNS AFTER STARTDEPRECIATION
      *AND BEFORE GLBALANCE, SO THE ENTRY IS PROVED AND
      *PICKED UP BY GLINTERFACE WITH THE DEPRECIATION.
      *
      *FOR EVERY ASSET ON THE MASTER THE CUMULATIVE
      *DIFFERENCE IS BOOK BASIS LESS TAX BASIS - THE SAME
      *COST ON BOTH SIDES, SO IT IS TAX ACCUMULATED
      *DEPRECIATION LESS BOOK ACCUMULATED DEPRECIATION.
      *IMPAIRMENT WRITE-DOWNS ARE ON THE BOOK SIDE ONLY -
      *ASSETMAINT ADDS THEM TO BOOK ACCUMULATED
      *DEPRECIATION THE DAY THEY ARE TAKEN - SO THEY COME
      *THROUGH AS A DEFERRED TAX ASSET. A DISPOSED ASSET
      *HAS LEFT BOTH BOOKS AND CARRIES NO DIFFERENCE.
      *
      *THE DIFFERENCE IS MEASURED ON THE ACCUMULATED
      *FIGURES AS THEY STAND ON THE MASTER. BOTH ROLL
      *FORWARD AT YEAR END, SO THE YEAR'S DEPRECIATION
      *DIFFERENCE IS TAKEN UP IN THE RUN AFTER THE YEAR-END
      *ROLLFORWARD, AND IMPAIRMENTS AND DISPOSALS IN THE
      *MONTH THEY HAPPEN.
      *
      *THE DIFFERENCE TIMES THE COMPANY'S ENACTED RATE FOR
      *THE YEAR (DTAXRATE.DAT) IS THE DEFERRED TAX - A
      *LIABILITY WHEN POSITIVE, AN ASSET WHEN NEGATIVE. THE
      *ROLLFORWARD BY COMPANY RUNS FROM THE LAST RUN'S
      *CLOSING POSITION ON THE HISTORY DTAXHIST.DAT -
      *  OPENING       THE CLOSING OF THE LATEST RUN FOR AN
      *                EARLIER PERIOD
      *  MOVEMENT      THE CHANGE IN EACH ASSET'S
      *                DIFFERENCE AT THE CURRENT RATE
      *  RATE CHANGE   THE OPENING DIFFERENCE REMEASURED
      *                FROM ITS OLD RATE TO THE CURRENT ONE
      *  DISPOSALS     THE OPENING DEFERRED TAX OF ASSETS
      *                SOLD OR SCRAPPED, OR GONE FROM THE
      *                MASTER, AND THE SHARE OF A PARTIAL
      *                DISPOSAL'S (BY THE COST THAT WENT
      *                WITH THE SOLD PIECE)
      *  CLOSING       THE SUM OF EACH ASSET'S CURRENT
      *                DEFERRED TAX
      *AN ASSET MOVED TO ANOTHER COMPANY LEAVES THE OLD ONE
      *AS A DISPOSAL AND JOINS THE NEW ONE AS MOVEMENT.
      *
      *THE ENTRY FOR EACH COMPANY IS CLOSING LESS OPENING -
      *AN INCREASE DEBITS DEFERRED TAX EXPENSE AND CREDITS
      *THE DEFERRED TAX BALANCE ACCOUNT, A DECREASE THE
      *REVERSE - WRITTEN AS A BALANCED PAIR AHEAD OF THE
      *EXTRACT'S TRAILER, WHICH IS REBUILT. ITS DEBIT GOES
      *ON DEPRCTL.DAT AS AN 'X' CONTROL RECORD SO GLBALANCE
      *STILL PROVES THE EXTRACT. A RERUN FOR THE SAME
      *PERIOD REPLACES THE EARLIER RUN'S ENTRY AND CONTROL
      *RECORDS.
      *
      *DTAXPARM.DAT (OPTIONAL) -
      *  MODE    'P' OR BLANK - POST THE ENTRY
      *          'R' REPORT ONLY - NOTHING WRITTEN
      *          'I' INITIAL LOAD - THE POSITION IS
      *              RECORDED ON THE HISTORY AS ALREADY
      *              BOOKED, WITH NO ENTRY
      *  PERIOD  YYYYMM - BLANK FOR THE GL EXTRACT'S PERIOD.
      *          A POSTING RUN MUST MATCH THE EXTRACT.
      *A DRAFT EXTRACT FROM A REPORT-ONLY DEPRECIATION RUN
      *GETS THE REPORT BUT NO ENTRY.
      *
      *RETURN CODES
      *   0  CLEAN RUN
      *   4  WARNING - DRAFT EXTRACT, REPORT ONLY
      *   8  REFUSED - CARD INVALID, EXTRACT MISSING, UNSEALED
      *                OR FOR ANOTHER PERIOD, A LATER PERIOD
      *                ALREADY RUN, OR A RATE OR ACCOUNTS
      *                MISSING
      *  12  FILE ERROR OR TABLE FULL - RUN ABENDED
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT ASSET-INPUT-FILE ASSIGN TO 'ASSETDATA.DAT'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ASSET-ID-IN
            ALTERNATE RECORD KEY IS DEPT-IN WITH DUPLICATES
            FILE STATUS IS ASSET-FILE-STATUS-WS.

            SELECT DTAX-PARM-FILE ASSIGN TO 'DTAXPARM.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PARM-FILE-STATUS-WS.

            SELECT GL-EXTRACT-FILE ASSIGN TO 'ASSETGL.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS GL-FILE-STATUS-WS.

            SELECT GL-WORK-FILE ASSIGN TO 'ASSETGL.WRK'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS WORK-FILE-STATUS-WS.

            SELECT CONTROL-TOTALS-FILE ASSIGN TO 'DEPRCTL.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CTL-FILE-STATUS-WS.

            SELECT DTAX-RATE-FILE ASSIGN TO 'DTAXRATE.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RATE-FILE-STATUS-WS.

            SELECT DTAX-HISTORY-FILE ASSIGN TO 'DTAXHIST.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS HIST-FILE-STATUS-WS.

            SELECT CHANGE-JOURNAL-FILE ASSIGN TO 'ASSETCHG.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CHG-FILE-STATUS-WS.

            SELECT DTAX-REPORT-FILE ASSIGN TO 'DEFTAX.DOC'
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ASSET-INPUT-FILE RECORDING MODE IS F.
       COPY ASSETIN.CPY.

       FD  DTAX-PARM-FILE RECORDING MODE IS F.
       01  DTAX-PARM-RECORD.
           05  DTAX-MODE-PARM          PICTURE X.
           05  DTAX-PERIOD-PARM        PICTURE X(6).
           05  DTAX-PERIOD-NUM-PARM REDEFINES DTAX-PERIOD-PARM
                                       PICTURE 9(6).
           05  FILLER                  PICTURE X(73).

       FD  GL-EXTRACT-FILE RECORDING MODE IS F.
       COPY GLEXTRACT.CPY.

      *****************************************************
      *THE EXTRACT'S DEPRECIATION POSTINGS ARE SET ASIDE
      *HERE WHILE THE EXTRACT IS REBUILT WITH THE ENTRY
      *AND A NEW TRAILER
      *****************************************************
       FD  GL-WORK-FILE RECORDING MODE IS F.
       01  GL-WORK-RECORD              PICTURE X(45).

       FD  CONTROL-TOTALS-FILE RECORDING MODE IS F.
       COPY DEPRCTL.CPY.

       FD  DTAX-RATE-FILE RECORDING MODE IS F.
       COPY DTAXRATE.CPY.

       FD  DTAX-HISTORY-FILE RECORDING MODE IS F.
       COPY DTAXHIST.CPY.

       FD  CHANGE-JOURNAL-FILE RECORDING MODE IS F.
       COPY ASSETCHG.CPY.

       FD  DTAX-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-A-SINGLE-LINE         PICTURE X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  ASSET-FILE-STATUS-WS    PICTURE XX       VALUE SPACES.
           05  PARM-FILE-STATUS-WS     PICTURE XX       VALUE SPACES.
           05  GL-FILE-STATUS-WS       PICTURE XX       VALUE SPACES.
           05  WORK-FILE-STATUS-WS     PICTURE XX       VALUE SPACES.
           05  CTL-FILE-STATUS-WS      PICTURE XX       VALUE SPACES.
           05  RATE-FILE-STATUS-WS     PICTURE XX       VALUE SPACES.
           05  HIST-FILE-STATUS-WS     PICTURE XX       VALUE SPACES.
           05  CHG-FILE-STATUS-WS      PICTURE XX       VALUE SPACES.
           05  EOF-ASSET-WS            PICTURE X(3)     VALUE 'NO'.
           05  EOF-GL-WS               PICTURE X(3)     VALUE 'NO'.
           05  EOF-WORK-WS             PICTURE X(3)     VALUE 'NO'.
           05  EOF-CTL-WS              PICTURE X(3)     VALUE 'NO'.
           05  EOF-RATE-WS             PICTURE X(3)     VALUE 'NO'.
           05  EOF-HIST-WS             PICTURE X(3)     VALUE 'NO'.
           05  EOF-CHG-WS              PICTURE X(3)     VALUE 'NO'.
           05  REFUSE-MESSAGE-WS       PICTURE X(50)    VALUE SPACES.
           05  HEADER-DONE-WS          PICTURE X(3)     VALUE 'NO'.

      *****************************************************
      *CARD VALUES AFTER DEFAULTS. POSTING-WS IS WHETHER
      *THIS RUN ACTUALLY WRITES THE ENTRY - NOT ON A
      *REPORT-ONLY OR INITIAL-LOAD RUN, OR A DRAFT EXTRACT.
      *****************************************************
           05  RUN-MODE-WS             PICTURE X        VALUE 'P'.
               88  POST-RUN-WS                  VALUE 'P'.
               88  REPORT-ONLY-RUN-WS           VALUE 'R'.
               88  INITIAL-RUN-WS               VALUE 'I'.
           05  POSTING-WS              PICTURE X(3)     VALUE 'NO'.
           05  DRAFT-HELD-WS           PICTURE X(3)     VALUE 'NO'.
           05  CARD-PERIOD-WS          PICTURE 9(6)     VALUE ZERO.
           05  RUN-PERIOD-WS           PICTURE 9(6)     VALUE ZERO.
           05  RUN-PERIOD-PARTS-WS REDEFINES RUN-PERIOD-WS.
               10  RUN-PERIOD-YEAR-WS  PICTURE 9(4).
               10  RUN-PERIOD-MONTH-WS PICTURE 99.
           05  RUN-STAMP-WS            PICTURE 9(14)    VALUE ZERO.

      *****************************************************
      *THE GL EXTRACT AS STARTDEPRECIATION LEFT IT. IT IS
      *SEALED WHEN ONE TRAILER ENDS IT AND AGREES WITH THE
      *RECORDS AHEAD OF IT - THE ONLY STATE IT MAY BE
      *REBUILT FROM.
      *****************************************************
           05  EXTRACT-PRESENT-WS      PICTURE X(3)     VALUE 'NO'.
           05  EXTRACT-SEALED-WS       PICTURE X(3)     VALUE 'NO'.
           05  EXTRACT-PERIOD-WS       PICTURE 9(6)     VALUE ZERO.
           05  TRAILER-COUNT-SEEN-WS   PICTURE 9(3)     VALUE ZERO.
           05  AFTER-TRAILER-WS        PICTURE X(3)     VALUE 'NO'.
           05  DETAIL-COUNT-WS         PICTURE 9(7)     VALUE ZERO.
           05  HASH-TOTAL-WS           PICTURE 9(11)V99 VALUE ZERO.
           05  TRAILER-COUNT-WS        PICTURE 9(7)     VALUE ZERO.
           05  TRAILER-HASH-WS         PICTURE 9(11)V99 VALUE ZERO.
           05  OLD-ENTRY-COUNT-WS      PICTURE 9(5)     VALUE ZERO.
           05  NEW-COUNT-WS            PICTURE 9(7)     VALUE ZERO.
           05  NEW-HASH-WS             PICTURE 9(11)V99 VALUE ZERO.
           05  ENTRY-RECORD-COUNT-WS   PICTURE 9(5)     VALUE ZERO.

      *****************************************************
      *DEPRCTL.DAT HELD IN STORAGE, LESS ANY EARLIER 'X'
      *RECORDS, WHILE THE NEW ONES ARE ADDED - THE SAME
      *LOAD-AND-REWRITE CONVENTION AS PERIODMAINT
      *****************************************************
           05  CONTROL-PRESENT-WS      PICTURE X(3)     VALUE 'NO'.
           05  CTLT-COUNT-WS           PICTURE 9(3)     VALUE ZERO.
           05  CTLT-SUB-WS             PICTURE 9(3)     VALUE ZERO.
           05  CTLT-TABLE-WS.
               10  CTLT-ENTRY-WS       PICTURE X(40)
                                       OCCURS 200 TIMES.

      *****************************************************
      *RATE TABLE AS LOADED FROM DTAXRATE.DAT
      *****************************************************
           05  RATE-COUNT-WS           PICTURE 9(3)     VALUE ZERO.
           05  RATE-SUB-WS             PICTURE 9(3)     VALUE ZERO.
           05  RATE-TABLE-WS.
               10  RATE-ENTRY-WS       OCCURS 500 TIMES.
                   15  RATE-COMPANY-WS PICTURE X(2).
                   15  RATE-YEAR-WS    PICTURE 9(4).
                   15  RATE-PERCENT-WS PICTURE 9(2)V9(3).
                   15  RATE-EXP-ACCT-WS
                                       PICTURE X(6).
                   15  RATE-BAL-ACCT-WS
                                       PICTURE X(6).
                   15  RATE-DEPT-WS    PICTURE X(4).
           05  FIND-RATE-CO-WS         PICTURE X(2)     VALUE SPACES.
           05  BEST-RATE-SUB-WS        PICTURE 9(3)     VALUE ZERO.
           05  BEST-RATE-YEAR-WS       PICTURE 9(4)     VALUE ZERO.

      *****************************************************
      *THE OPENING RUN - THE LATEST RUN FOR THE LATEST
      *PERIOD ON THE HISTORY BEFORE THE ONE BEING RUN - AND
      *THE LATEST PERIOD ON FILE AT ALL
      *****************************************************
           05  OPEN-PERIOD-WS          PICTURE 9(6)     VALUE ZERO.
           05  OPEN-STAMP-WS           PICTURE 9(14)    VALUE ZERO.
           05  LATEST-PERIOD-WS        PICTURE 9(6)     VALUE ZERO.
           05  REC-STAMP-WS            PICTURE 9(14)    VALUE ZERO.
           05  JRNL-STAMP-WS           PICTURE 9(14)    VALUE ZERO.
           05  JRNL-STAMP-PARTS-WS REDEFINES JRNL-STAMP-WS.
               10  JRNL-STAMP-DATE-WS  PICTURE 9(8).
               10  JRNL-STAMP-TIME-WS  PICTURE 9(6).

      *****************************************************
      *RUNS WHOSE GL BATCH GLREVERSE HAS BACKED OUT, FROM
      *THE 'R' RECORDS ON THE HISTORY - NEITHER THE OPENING
      *NOR THE LATEST PERIOD ON FILE
      *****************************************************
           05  RVSD-COUNT-WS           PICTURE 9(3)     VALUE ZERO.
           05  RVSD-FOUND-WS           PICTURE X(3)     VALUE 'NO'.
           05  RVSD-TABLE-WS.
               10  RVSD-ENTRY-WS       OCCURS 500 TIMES
                                       INDEXED BY RVSD-IDX-WS.
                   15  RVSD-PERIOD-WS  PICTURE 9(6).
                   15  RVSD-STAMP-WS   PICTURE 9(14).

      *****************************************************
      *ASSET TABLE - THE OPENING RUN'S ASSETS FIRST (UP TO
      *DTA-OPEN-COUNT-WS), THEN ANY ASSET NEW TO THE
      *DEFERRED TAX BOOKS. THE CLOSING SIDE OF EACH ENTRY
      *IS FILLED IN FROM THE MASTER AND GOES TO THE
      *HISTORY AT THE END OF THE RUN.
      *****************************************************
           05  DTA-COUNT-WS            PICTURE 9(5)     VALUE ZERO.
           05  DTA-OPEN-COUNT-WS       PICTURE 9(5)     VALUE ZERO.
           05  DTA-SUB-WS              PICTURE 9(5)     VALUE ZERO.
           05  DTA-WORK-SUB-WS         PICTURE 9(5)     VALUE ZERO.
           05  DTA-TABLE-WS.
               10  DTA-ENTRY-WS        OCCURS 5000 TIMES
                                       INDEXED BY DTA-IDX-WS.
                   15  DTA-ID-WS       PICTURE X(6).
                   15  DTA-OPEN-CO-WS  PICTURE X(2).
                   15  DTA-OPEN-COST-WS
                                       PICTURE S9(9)V99.
                   15  DTA-OPEN-DIFF-WS
                                       PICTURE S9(11)V99.
                   15  DTA-OPEN-RATE-WS
                                       PICTURE 9(2)V9(3).
                   15  DTA-OPEN-DTAX-WS
                                       PICTURE S9(11)V99.
                   15  DTA-PARTIAL-WS  PICTURE X.
                   15  DTA-MATCHED-WS  PICTURE X.
                   15  DTA-CURRENT-WS  PICTURE X.
                   15  DTA-CO-WS       PICTURE X(2).
                   15  DTA-COST-WS     PICTURE S9(9)V99.
                   15  DTA-DIFF-WS     PICTURE S9(11)V99.
                   15  DTA-RATE-WS     PICTURE 9(2)V9(3).
                   15  DTA-DTAX-WS     PICTURE S9(11)V99.
           05  DTA-FOUND-WS            PICTURE X(3)     VALUE 'NO'.
           05  FIND-ASSET-ID-WS        PICTURE X(6)     VALUE SPACES.

      *****************************************************
      *COMPANY TABLE - THE RATE AND ACCOUNTS IN FORCE FOR
      *THE RUN YEAR AND THE ROLLFORWARD COLUMNS
      *****************************************************
           05  DCO-COUNT-WS            PICTURE 9(2)     VALUE ZERO.
           05  DCO-SUB-WS              PICTURE 9(2)     VALUE ZERO.
           05  DCO-WORK-SUB-WS         PICTURE 9(2)     VALUE ZERO.
           05  DCO-TABLE-WS.
               10  DCO-ENTRY-WS        OCCURS 50 TIMES
                                       INDEXED BY DCO-IDX-WS.
                   15  DCO-CODE-WS     PICTURE X(2).
                   15  DCO-RATE-FOUND-WS
                                       PICTURE X.
                   15  DCO-NEEDS-RATE-WS
                                       PICTURE X.
                   15  DCO-RATE-WS     PICTURE 9(2)V9(3).
                   15  DCO-EXP-ACCT-WS PICTURE X(6).
                   15  DCO-BAL-ACCT-WS PICTURE X(6).
                   15  DCO-DEPT-WS     PICTURE X(4).
                   15  DCO-DIFF-WS     PICTURE S9(11)V99.
                   15  DCO-OPENING-WS  PICTURE S9(11)V99.
                   15  DCO-MOVEMENT-WS PICTURE S9(11)V99.
                   15  DCO-RATE-EFFECT-WS
                                       PICTURE S9(11)V99.
                   15  DCO-DISPOSALS-WS
                                       PICTURE S9(11)V99.
                   15  DCO-CLOSING-WS  PICTURE S9(11)V99.
           05  DCO-FOUND-WS            PICTURE X(3)     VALUE 'NO'.
           05  FIND-COMPANY-WS         PICTURE X(2)     VALUE SPACES.

      *****************************************************
      *ONE ASSET'S FIGURES - ITS OPENING POSITION, ITS
      *CURRENT ONE, AND THE ROLLFORWARD BETWEEN THEM
      *****************************************************
           05  OPEN-CO-WS              PICTURE X(2)     VALUE SPACES.
           05  OPEN-COST-WS            PICTURE S9(9)V99 VALUE ZERO.
           05  OPEN-DIFF-WS            PICTURE S9(11)V99 VALUE ZERO.
           05  OPEN-RATE-WS            PICTURE S9(3)V9(3) VALUE ZERO.
           05  OPEN-DTAX-WS            PICTURE S9(11)V99 VALUE ZERO.
           05  OPEN-PARTIAL-WS         PICTURE X        VALUE 'N'.
           05  CUR-BOOK-BASIS-WS       PICTURE S9(11)V99 VALUE ZERO.
           05  CUR-TAX-BASIS-WS        PICTURE S9(11)V99 VALUE ZERO.
           05  CUR-DIFF-WS             PICTURE S9(11)V99 VALUE ZERO.
           05  CUR-RATE-WS             PICTURE S9(3)V9(3) VALUE ZERO.
           05  CUR-DTAX-WS             PICTURE S9(11)V99 VALUE ZERO.
           05  RATE-CHANGE-WS          PICTURE S9(3)V9(3) VALUE ZERO.
           05  REMEASURED-WS           PICTURE S9(11)V99 VALUE ZERO.
           05  COST-GONE-WS            PICTURE S9(11)V99 VALUE ZERO.
           05  MOVEMENT-WS             PICTURE S9(11)V99 VALUE ZERO.
           05  RATE-EFFECT-WS          PICTURE S9(11)V99 VALUE ZERO.
           05  DISPOSALS-WS            PICTURE S9(11)V99 VALUE ZERO.
           05  ASSET-NOTE-WS           PICTURE X(10)    VALUE SPACES.

      *****************************************************
      *REPORT TOTALS AND THE ENTRY BEING WRITTEN
      *****************************************************
           05  ALL-DIFF-WS             PICTURE S9(11)V99 VALUE ZERO.
           05  ALL-OPENING-WS          PICTURE S9(11)V99 VALUE ZERO.
           05  ALL-MOVEMENT-WS         PICTURE S9(11)V99 VALUE ZERO.
           05  ALL-RATE-EFFECT-WS      PICTURE S9(11)V99 VALUE ZERO.
           05  ALL-DISPOSALS-WS        PICTURE S9(11)V99 VALUE ZERO.
           05  ALL-CLOSING-WS          PICTURE S9(11)V99 VALUE ZERO.
           05  ENTRY-NET-WS            PICTURE S9(11)V99 VALUE ZERO.
           05  ENTRY-AMOUNT-WS         PICTURE S9(9)V99 VALUE ZERO.
           05  ENTRY-ACCT-WS           PICTURE X(6)     VALUE SPACES.
           05  ENTRY-DRCR-WS           PICTURE X        VALUE SPACE.
           05  ENTRY-DESC-WS           PICTURE X(25)    VALUE SPACES.
           05  ASSET-COUNT-WS          PICTURE 9(7)     VALUE ZERO.
           05  ASSET-LINE-COUNT-WS     PICTURE 9(7)     VALUE ZERO.

           05  HOLD-DATE-WS.
               10 YEAR-WS       PIC 9999.
               10 MONTH-WS      PIC 99.
               10 DAY-WS        PIC 99.
               10 HOUR-WS       PIC 99.
               10 MINUTE-WS     PIC 99.
               10 SECOND-WS     PIC 99.

       01  DTX-HEADER-LINE-SETUP.
           05                      PICTURE X       VALUE SPACES.
           05                      PICTURE X(10)   VALUE 'RUN DATE: '.
           05  DTX-HEADER-DATE-OUT.
               10  MONTH-OUT       PICTURE 99.
               10                  PICTURE X       VALUE '/'.
               10  DAY-OUT         PICTURE 99.
               10                  PICTURE X       VALUE '/'.
               10  YEAR-OUT        PICTURE 9999.
           05                      PICTURE X(4)    VALUE SPACES.
           05                      PICTURE X(38)   VALUE
                 'DEFERRED TAX ON FIXED ASSETS - PERIOD '.
           05  DTX-HDR-PERIOD-OUT  PICTURE X(6).
           05                      PICTURE X(4)    VALUE SPACES.
           05  DTX-HDR-MODE-OUT    PICTURE X(30).
           05  FILLER              PICTURE X(29)   VALUE SPACES.

       01  DTX-ASSET-COLUMN-SETUP.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(2)    VALUE 'CO'.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(6)    VALUE 'ASSET '.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(15)   VALUE
                                      '     BOOK BASIS'.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(15)   VALUE
                                      '      TAX BASIS'.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(15)   VALUE
                                      '     DIFFERENCE'.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(7)    VALUE '   RATE'.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(15)   VALUE
                                      '    OPENING TAX'.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(15)   VALUE
                                      '    CLOSING TAX'.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(10)   VALUE 'NOTE'.
           05  FILLER              PICTURE X(15)   VALUE SPACES.

       01  DTX-ASSET-LINE-SETUP.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  DTX-ASSET-CO-OUT    PICTURE X(2).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  DTX-ASSET-ID-OUT    PICTURE X(6).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  DTX-BOOK-BASIS-OUT  PICTURE -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  DTX-TAX-BASIS-OUT   PICTURE -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  DTX-DIFF-OUT        PICTURE -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  DTX-RATE-OUT        PICTURE ZZ9.999.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  DTX-OPENING-OUT     PICTURE -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  DTX-CLOSING-OUT     PICTURE -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  DTX-NOTE-OUT        PICTURE X(10).
           05  FILLER              PICTURE X(15)   VALUE SPACES.

       01  DTX-ROLL-COLUMN-SETUP.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(5)    VALUE 'CO'.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(15)   VALUE
                                      '     DIFFERENCE'.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(7)    VALUE '   RATE'.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(15)   VALUE
                                      '        OPENING'.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(15)   VALUE
                                      '       MOVEMENT'.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(15)   VALUE
                                      '    RATE CHANGE'.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(15)   VALUE
                                      '      DISPOSALS'.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(15)   VALUE
                                      '        CLOSING'.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(9)    VALUE 'POSITION'.
           05  FILLER              PICTURE X(3)    VALUE SPACES.

       01  DTX-ROLL-LINE-SETUP.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  DTX-ROLL-CO-OUT     PICTURE X(5).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  DTX-ROLL-DIFF-OUT   PICTURE -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  DTX-ROLL-RATE-OUT   PICTURE ZZ9.999 BLANK WHEN ZERO.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  DTX-ROLL-OPENING-OUT
                                   PICTURE -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  DTX-ROLL-MOVEMENT-OUT
                                   PICTURE -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  DTX-ROLL-RATE-EFF-OUT
                                   PICTURE -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  DTX-ROLL-DISPOSALS-OUT
                                   PICTURE -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  DTX-ROLL-CLOSING-OUT
                                   PICTURE -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  DTX-ROLL-POSITION-OUT
                                   PICTURE X(9).
           05  FILLER              PICTURE X(3)    VALUE SPACES.

       01  DTX-ENTRY-LINE-SETUP.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(9)    VALUE 'ENTRY  CO'.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  DTX-ENTRY-CO-OUT    PICTURE X(2).
           05                      PICTURE X(7)    VALUE '  DEPT '.
           05  DTX-ENTRY-DEPT-OUT  PICTURE X(4).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  DTX-ENTRY-DRCR-OUT  PICTURE X(6).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  DTX-ENTRY-ACCT-OUT  PICTURE X(6).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  DTX-ENTRY-AMOUNT-OUT
                                   PICTURE ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  DTX-ENTRY-DESC-OUT  PICTURE X(25).
           05  FILLER              PICTURE X(49)   VALUE SPACES.

       01  DTX-MESSAGE-LINE-SETUP.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  DTX-MESSAGE-OUT     PICTURE X(60).
           05  DTX-MESSAGE-PERIOD-OUT
                                   PICTURE X(6)    VALUE SPACES.
           05  FILLER              PICTURE X(65)   VALUE SPACES.

       01  DTX-COUNT-LINE-SETUP.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(13)   VALUE
                                      'ASSETS READ  '.
           05  DTX-ASSET-COUNT-OUT PICTURE Z,ZZZ,ZZ9.
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05                      PICTURE X(16)   VALUE
                                      'ASSETS LISTED  '.
           05  DTX-LINE-COUNT-OUT  PICTURE Z,ZZZ,ZZ9.
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05                      PICTURE X(23)   VALUE
                                      'ENTRY RECORDS WRITTEN  '.
           05  DTX-ENTRY-COUNT-OUT PICTURE ZZ,ZZ9.
           05  FILLER              PICTURE X(50)   VALUE SPACES.

       01  DTX-RATE-MISSING-SETUP.
           05                      PICTURE X(32)   VALUE
                 'NO TAX RATE ON FILE FOR COMPANY '.
           05  DTX-MISSING-CO-OUT  PICTURE X(2).
           05                      PICTURE X(6)    VALUE ' YEAR '.
           05  DTX-MISSING-YEAR-OUT
                                   PICTURE 9(4).
           05  FILLER              PICTURE X(6)    VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM    200-OPEN
           PERFORM    300-PROCESS-ASSET UNTIL EOF-ASSET-WS = 'YES'
           CLOSE ASSET-INPUT-FILE
           PERFORM    350-CLOSE-OUT-OPENING
           PERFORM    380-CHECK-RATES
           PERFORM    400-REPORT-ROLLFORWARD
           IF POSTING-WS = 'YES'
               PERFORM  500-POST-ENTRY
           END-IF
           IF POSTING-WS = 'YES' OR INITIAL-RUN-WS
               PERFORM  600-WRITE-HISTORY
           END-IF
           PERFORM    900-CLOSE
           IF DRAFT-HELD-WS = 'YES'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       200-OPEN.
           OPEN OUTPUT DTAX-REPORT-FILE
           MOVE FUNCTION CURRENT-DATE TO HOLD-DATE-WS
           CALL "DEPRSUB2" USING YEAR-WS, MONTH-WS, DAY-WS,
                                 MONTH-OUT, DAY-OUT, YEAR-OUT
           MOVE HOLD-DATE-WS (1:14) TO RUN-STAMP-WS

           PERFORM  210-READ-DTAX-PARM
           PERFORM  220-SCAN-EXTRACT
           PERFORM  230-LOAD-CONTROL-TOTALS
           PERFORM  240-SETTLE-RUN
           PERFORM  245-PRINT-HEADER
           PERFORM  250-LOAD-RATE-TABLE
           PERFORM  260-FIND-OPENING-RUN
           PERFORM  265-LOAD-OPENING
           PERFORM  270-SCAN-JOURNAL

           IF OPEN-PERIOD-WS = ZERO
               MOVE
                 'NO EARLIER DEFERRED TAX RUN ON FILE - OPENING IS ZERO'
                                       TO DTX-MESSAGE-OUT
           ELSE
               MOVE 'OPENING POSITION IS THE CLOSING OF THE RUN FOR '
                                       TO DTX-MESSAGE-OUT
               MOVE OPEN-PERIOD-WS     TO DTX-MESSAGE-PERIOD-OUT
           END-IF
           PERFORM  700-WRITE-MESSAGE-LINE

           MOVE DTX-ASSET-COLUMN-SETUP TO PRINT-A-SINGLE-LINE
           WRITE PRINT-A-SINGLE-LINE AFTER 2 LINES
           MOVE SPACES TO PRINT-A-SINGLE-LINE
           WRITE PRINT-A-SINGLE-LINE AFTER 1 LINE

           OPEN INPUT ASSET-INPUT-FILE
           IF ASSET-FILE-STATUS-WS NOT = '00'
               DISPLAY 'DEFERREDTAX: ASSET MASTER OPEN FAILED - '
                       'STATUS ' ASSET-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM  290-READ-ONE-ASSET.

      *****************************************************
      *NO CARD, OR AN EMPTY ONE, POSTS FOR THE EXTRACT'S
      *PERIOD. A CARD WITH A BAD MODE OR PERIOD IS REFUSED
      *RATHER THAN GUESSED AT.
      *****************************************************
       210-READ-DTAX-PARM.
           OPEN INPUT DTAX-PARM-FILE
           IF PARM-FILE-STATUS-WS = '00'
               READ DTAX-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM  215-APPLY-DTAX-PARM
               END-READ
               CLOSE DTAX-PARM-FILE
               IF REFUSE-MESSAGE-WS NOT = SPACES
                   PERFORM  800-REFUSE-DEFERRED-TAX
               END-IF
           END-IF.

       215-APPLY-DTAX-PARM.
           EVALUATE DTAX-MODE-PARM
               WHEN 'P'
               WHEN SPACE
                   MOVE 'P' TO RUN-MODE-WS
               WHEN 'R'
                   MOVE 'R' TO RUN-MODE-WS
               WHEN 'I'
                   MOVE 'I' TO RUN-MODE-WS
               WHEN OTHER
                   MOVE 'CARD MODE IS NOT P, R OR I'
                                       TO REFUSE-MESSAGE-WS
           END-EVALUATE
           IF DTAX-PERIOD-PARM NOT = SPACES
               IF DTAX-PERIOD-PARM IS NOT NUMERIC
                   MOVE 'CARD PERIOD IS NOT YYYYMM' TO REFUSE-MESSAGE-WS
               ELSE
                   MOVE DTAX-PERIOD-NUM-PARM TO CARD-PERIOD-WS
                   MOVE DTAX-PERIOD-NUM-PARM TO RUN-PERIOD-WS
                   IF RUN-PERIOD-MONTH-WS < 1
                      OR RUN-PERIOD-MONTH-WS > 12
                       MOVE 'CARD PERIOD IS NOT YYYYMM'
                                           TO REFUSE-MESSAGE-WS
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      *READS THE GL EXTRACT THROUGH ONCE FOR ITS PERIOD AND
      *TO PROVE ITS TRAILER, THE SAME CHECKS GLBALANCE
      *MAKES - A TRUNCATED EXTRACT MUST NOT BE RESEALED
      *UNDER A NEW TRAILER. NO EXTRACT AT ALL IS LEFT TO
      *THE RUN MODE TO JUDGE.
      *****************************************************
       220-SCAN-EXTRACT.
           OPEN INPUT GL-EXTRACT-FILE
           IF GL-FILE-STATUS-WS = '00'
               MOVE 'YES' TO EXTRACT-PRESENT-WS
               PERFORM  225-SCAN-ONE-EXTRACT UNTIL EOF-GL-WS = 'YES'
               CLOSE GL-EXTRACT-FILE
               IF TRAILER-COUNT-SEEN-WS = 1
                  AND AFTER-TRAILER-WS = 'NO'
                  AND TRAILER-COUNT-WS = DETAIL-COUNT-WS
                  AND TRAILER-HASH-WS = HASH-TOTAL-WS
                   MOVE 'YES' TO EXTRACT-SEALED-WS
               END-IF
           ELSE
               IF GL-FILE-STATUS-WS NOT = '35'
                   DISPLAY 'DEFERREDTAX: GL EXTRACT OPEN FAILED - '
                           'STATUS ' GL-FILE-STATUS-WS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       225-SCAN-ONE-EXTRACT.
           READ GL-EXTRACT-FILE
               AT END
                   MOVE 'YES' TO EOF-GL-WS
               NOT AT END
                   IF GL-ACCOUNT-OUT = 'TRAILR'
                       ADD  1 TO TRAILER-COUNT-SEEN-WS
                       MOVE GL-TRAILER-COUNT TO TRAILER-COUNT-WS
                       MOVE GL-TRAILER-HASH  TO TRAILER-HASH-WS
                   ELSE
                       IF TRAILER-COUNT-SEEN-WS > ZERO
                           MOVE 'YES' TO AFTER-TRAILER-WS
                       END-IF
                       ADD  1             TO DETAIL-COUNT-WS
                       ADD  GL-AMOUNT-OUT TO HASH-TOTAL-WS
                       IF EXTRACT-PERIOD-WS = ZERO
                           MOVE GL-PERIOD-OUT TO EXTRACT-PERIOD-WS
                       END-IF
                       IF GL-DEFERRED-TAX-OUT
                           ADD  1 TO OLD-ENTRY-COUNT-WS
                       END-IF
                   END-IF
           END-READ.

      *****************************************************
      *THE DEPRECIATION RUN'S CONTROL FIGURES, LESS ANY 'X'
      *RECORDS AN EARLIER RUN OF THIS PROGRAM ADDED. A
      *LEADING 'R' RECORD MARKS A DRAFT EXTRACT.
      *****************************************************
       230-LOAD-CONTROL-TOTALS.
           OPEN INPUT CONTROL-TOTALS-FILE
           IF CTL-FILE-STATUS-WS = '00'
               MOVE 'YES' TO CONTROL-PRESENT-WS
               PERFORM  235-LOAD-ONE-CONTROL UNTIL EOF-CTL-WS = 'YES'
               CLOSE CONTROL-TOTALS-FILE
           ELSE
               IF CTL-FILE-STATUS-WS NOT = '35'
                   DISPLAY 'DEFERREDTAX: CONTROL TOTALS OPEN FAILED - '
                           'STATUS ' CTL-FILE-STATUS-WS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       235-LOAD-ONE-CONTROL.
           READ CONTROL-TOTALS-FILE
               AT END
                   MOVE 'YES' TO EOF-CTL-WS
               NOT AT END
                   IF CTL-DRAFT-RECORD-OUT
                       MOVE 'YES' TO DRAFT-HELD-WS
                   END-IF
                   IF NOT CTL-DEFTAX-RECORD-OUT
                       IF CTLT-COUNT-WS >= 200
                           DISPLAY 'DEFERREDTAX: CONTROL TABLE FULL'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD  1 TO CTLT-COUNT-WS
                       MOVE CONTROL-TOTALS-RECORD
                            TO CTLT-ENTRY-WS (CTLT-COUNT-WS)
                   END-IF
           END-READ.

      *****************************************************
      *THE RUN PERIOD IS THE CARD'S OR THE EXTRACT'S. A
      *POSTING RUN NEEDS A SEALED EXTRACT FOR THAT PERIOD
      *AND ITS CONTROL FIGURES; A DRAFT EXTRACT TURNS IT
      *INTO A REPORT.
      *****************************************************
       240-SETTLE-RUN.
           IF RUN-PERIOD-WS = ZERO
               MOVE EXTRACT-PERIOD-WS TO RUN-PERIOD-WS
           END-IF
           IF RUN-PERIOD-WS = ZERO
               MOVE 'NO PERIOD - NO GL EXTRACT AND NO CARD PERIOD'
                                   TO REFUSE-MESSAGE-WS
               PERFORM  800-REFUSE-DEFERRED-TAX
           END-IF
           IF POST-RUN-WS
               IF EXTRACT-SEALED-WS = 'NO'
                   MOVE 'GL EXTRACT MISSING OR NOT SEALED BY TRAILER'
                                       TO REFUSE-MESSAGE-WS
                   PERFORM  800-REFUSE-DEFERRED-TAX
               END-IF
               IF EXTRACT-PERIOD-WS NOT = ZERO
                  AND EXTRACT-PERIOD-WS NOT = RUN-PERIOD-WS
                   MOVE 'GL EXTRACT IS FOR ANOTHER PERIOD'
                                       TO REFUSE-MESSAGE-WS
                   PERFORM  800-REFUSE-DEFERRED-TAX
               END-IF
               IF CONTROL-PRESENT-WS = 'NO'
                   MOVE 'NO CONTROL TOTALS (DEPRCTL.DAT) FOR EXTRACT'
                                       TO REFUSE-MESSAGE-WS
                   PERFORM  800-REFUSE-DEFERRED-TAX
               END-IF
               IF DRAFT-HELD-WS = 'NO'
                   MOVE 'YES' TO POSTING-WS
               END-IF
           ELSE
               MOVE 'NO' TO DRAFT-HELD-WS
           END-IF.

       245-PRINT-HEADER.
           MOVE RUN-PERIOD-WS TO DTX-HDR-PERIOD-OUT
           EVALUATE TRUE
               WHEN POSTING-WS = 'YES'
                   MOVE 'POSTING RUN - GL EXTRACT'
                                       TO DTX-HDR-MODE-OUT
               WHEN DRAFT-HELD-WS = 'YES'
                   MOVE 'DRAFT EXTRACT - NOTHING POSTED'
                                       TO DTX-HDR-MODE-OUT
               WHEN INITIAL-RUN-WS
                   MOVE 'INITIAL LOAD - NO ENTRY'
                                       TO DTX-HDR-MODE-OUT
               WHEN OTHER
                   MOVE 'REPORT ONLY - NOTHING POSTED'
                                       TO DTX-HDR-MODE-OUT
           END-EVALUATE
           WRITE PRINT-A-SINGLE-LINE FROM DTX-HEADER-LINE-SETUP
                 AFTER 1 LINE
           MOVE 'YES' TO HEADER-DONE-WS.

      *****************************************************
      *THE RATE TABLE IS REQUIRED - THERE IS NO SENSIBLE
      *DEFAULT FOR A TAX RATE
      *****************************************************
       250-LOAD-RATE-TABLE.
           OPEN INPUT DTAX-RATE-FILE
           IF RATE-FILE-STATUS-WS = '35'
               MOVE 'NO TAX RATE TABLE (DTAXRATE.DAT) ON FILE'
                                   TO REFUSE-MESSAGE-WS
               PERFORM  800-REFUSE-DEFERRED-TAX
           END-IF
           IF RATE-FILE-STATUS-WS NOT = '00'
               DISPLAY 'DEFERREDTAX: RATE TABLE OPEN FAILED - '
                       'STATUS ' RATE-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM  255-LOAD-ONE-RATE UNTIL EOF-RATE-WS = 'YES'
           CLOSE DTAX-RATE-FILE
           IF REFUSE-MESSAGE-WS NOT = SPACES
               PERFORM  800-REFUSE-DEFERRED-TAX
           END-IF.

       255-LOAD-ONE-RATE.
           READ DTAX-RATE-FILE
               AT END
                   MOVE 'YES' TO EOF-RATE-WS
               NOT AT END
                   IF TXR-YEAR-IN IS NOT NUMERIC
                      OR TXR-RATE-IN IS NOT NUMERIC
                       MOVE 'RATE TABLE YEAR OR RATE IS NOT NUMERIC'
                                       TO REFUSE-MESSAGE-WS
                   ELSE
                       IF RATE-COUNT-WS >= 500
                           DISPLAY 'DEFERREDTAX: RATE TABLE FULL'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD  1 TO RATE-COUNT-WS
                       MOVE TXR-COMPANY-IN
                            TO RATE-COMPANY-WS (RATE-COUNT-WS)
                       MOVE TXR-YEAR-IN
                            TO RATE-YEAR-WS (RATE-COUNT-WS)
                       MOVE TXR-RATE-IN
                            TO RATE-PERCENT-WS (RATE-COUNT-WS)
                       MOVE TXR-EXPENSE-ACCT-IN
                            TO RATE-EXP-ACCT-WS (RATE-COUNT-WS)
                       MOVE TXR-BALANCE-ACCT-IN
                            TO RATE-BAL-ACCT-WS (RATE-COUNT-WS)
                       MOVE TXR-DEPT-IN
                            TO RATE-DEPT-WS (RATE-COUNT-WS)
                   END-IF
           END-READ.

      *****************************************************
      *FIRST PASS OF THE HISTORY - THE OPENING RUN IS THE
      *LATEST RUN OF THE LATEST EARLIER PERIOD. A RUN THAT
      *WOULD POST OR LOAD BEHIND A LATER PERIOD ALREADY ON
      *FILE IS REFUSED - IT WOULD BOOK THE MOVEMENT TWICE.
      *A RUN GLREVERSE HAS BACKED OUT COUNTS FOR NEITHER,
      *SO THE REVERSALS ARE LOADED FIRST. NO HISTORY MEANS
      *NO OPENING POSITION.
      *****************************************************
       260-FIND-OPENING-RUN.
           OPEN INPUT DTAX-HISTORY-FILE
           IF HIST-FILE-STATUS-WS = '00'
               PERFORM  261-LOAD-ONE-REVERSAL UNTIL EOF-HIST-WS = 'YES'
               CLOSE DTAX-HISTORY-FILE
               MOVE 'NO' TO EOF-HIST-WS
               OPEN INPUT DTAX-HISTORY-FILE
               IF HIST-FILE-STATUS-WS NOT = '00'
                   DISPLAY 'DEFERREDTAX: HISTORY OPEN FAILED - '
                           'STATUS ' HIST-FILE-STATUS-WS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM  262-CHECK-ONE-RUN UNTIL EOF-HIST-WS = 'YES'
               CLOSE DTAX-HISTORY-FILE
           ELSE
               IF HIST-FILE-STATUS-WS NOT = '35'
                   DISPLAY 'DEFERREDTAX: HISTORY OPEN FAILED - '
                           'STATUS ' HIST-FILE-STATUS-WS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF NOT REPORT-ONLY-RUN-WS
              AND LATEST-PERIOD-WS > RUN-PERIOD-WS
               MOVE 'A LATER PERIOD IS ALREADY ON THE HISTORY'
                                   TO REFUSE-MESSAGE-WS
               PERFORM  800-REFUSE-DEFERRED-TAX
           END-IF.

       261-LOAD-ONE-REVERSAL.
           READ DTAX-HISTORY-FILE
               AT END
                   MOVE 'YES' TO EOF-HIST-WS
               NOT AT END
                   IF DTH-REVERSAL-RECORD-OUT
                       IF RVSD-COUNT-WS >= 500
                           DISPLAY 'DEFERREDTAX: REVERSED RUN TABLE '
                                   'FULL'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD  1 TO RVSD-COUNT-WS
                       MOVE DTH-PERIOD-OUT
                            TO RVSD-PERIOD-WS (RVSD-COUNT-WS)
                       MOVE DTH-RUN-STAMP-OUT
                            TO RVSD-STAMP-WS (RVSD-COUNT-WS)
                   END-IF
           END-READ.

       262-CHECK-ONE-RUN.
           READ DTAX-HISTORY-FILE
               AT END
                   MOVE 'YES' TO EOF-HIST-WS
               NOT AT END
                   MOVE 'NO' TO RVSD-FOUND-WS
                   IF DTH-TOTAL-RECORD-OUT
                       MOVE DTH-RUN-STAMP-OUT TO REC-STAMP-WS
                       PERFORM  263-FIND-REVERSAL
                   END-IF
                   IF DTH-TOTAL-RECORD-OUT
                      AND RVSD-FOUND-WS = 'NO'
                       IF DTH-PERIOD-OUT > LATEST-PERIOD-WS
                           MOVE DTH-PERIOD-OUT TO LATEST-PERIOD-WS
                       END-IF
                       IF DTH-PERIOD-OUT < RUN-PERIOD-WS
                           IF DTH-PERIOD-OUT > OPEN-PERIOD-WS
                               MOVE DTH-PERIOD-OUT TO OPEN-PERIOD-WS
                               MOVE REC-STAMP-WS   TO OPEN-STAMP-WS
                           ELSE
                               IF DTH-PERIOD-OUT = OPEN-PERIOD-WS
                                  AND REC-STAMP-WS > OPEN-STAMP-WS
                                   MOVE REC-STAMP-WS TO OPEN-STAMP-WS
                               END-IF
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       263-FIND-REVERSAL.
           SET RVSD-IDX-WS TO 1
           SEARCH RVSD-ENTRY-WS
               AT END
                   CONTINUE
               WHEN RVSD-IDX-WS > RVSD-COUNT-WS
                   CONTINUE
               WHEN RVSD-PERIOD-WS (RVSD-IDX-WS) = DTH-PERIOD-OUT
                AND RVSD-STAMP-WS (RVSD-IDX-WS) = REC-STAMP-WS
                   MOVE 'YES' TO RVSD-FOUND-WS
           END-SEARCH.

      *****************************************************
      *SECOND PASS - THE OPENING RUN'S ASSET RECORDS
      *****************************************************
       265-LOAD-OPENING.
           IF OPEN-PERIOD-WS NOT = ZERO
               MOVE 'NO' TO EOF-HIST-WS
               OPEN INPUT DTAX-HISTORY-FILE
               IF HIST-FILE-STATUS-WS NOT = '00'
                   DISPLAY 'DEFERREDTAX: HISTORY OPEN FAILED - '
                           'STATUS ' HIST-FILE-STATUS-WS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM  267-LOAD-ONE-OPENING UNTIL EOF-HIST-WS = 'YES'
               CLOSE DTAX-HISTORY-FILE
           END-IF
           MOVE DTA-COUNT-WS TO DTA-OPEN-COUNT-WS.

       267-LOAD-ONE-OPENING.
           READ DTAX-HISTORY-FILE
               AT END
                   MOVE 'YES' TO EOF-HIST-WS
               NOT AT END
                   MOVE DTH-RUN-STAMP-OUT TO REC-STAMP-WS
                   IF DTH-ASSET-RECORD-OUT
                      AND DTH-PERIOD-OUT = OPEN-PERIOD-WS
                      AND REC-STAMP-WS = OPEN-STAMP-WS
                       IF DTA-COUNT-WS >= 5000
                           DISPLAY 'DEFERREDTAX: ASSET TABLE FULL'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD  1 TO DTA-COUNT-WS
                       INITIALIZE DTA-ENTRY-WS (DTA-COUNT-WS)
                       MOVE DTH-ASSET-ID-OUT
                            TO DTA-ID-WS (DTA-COUNT-WS)
                       MOVE DTH-COMPANY-OUT
                            TO DTA-OPEN-CO-WS (DTA-COUNT-WS)
                       MOVE DTH-COST-OUT
                            TO DTA-OPEN-COST-WS (DTA-COUNT-WS)
                       MOVE DTH-DIFFERENCE-OUT
                            TO DTA-OPEN-DIFF-WS (DTA-COUNT-WS)
                       MOVE DTH-RATE-OUT
                            TO DTA-OPEN-RATE-WS (DTA-COUNT-WS)
                       MOVE DTH-CLOSING-OUT
                            TO DTA-OPEN-DTAX-WS (DTA-COUNT-WS)
                       MOVE 'N' TO DTA-PARTIAL-WS (DTA-COUNT-WS)
                       MOVE 'N' TO DTA-MATCHED-WS (DTA-COUNT-WS)
                       MOVE 'N' TO DTA-CURRENT-WS (DTA-COUNT-WS)
                   END-IF
           END-READ.

      *****************************************************
      *A PARTIAL DISPOSAL SINCE THE OPENING RUN SHOWS ON
      *THE CHANGE JOURNAL UNDER THE RETAINED PIECE'S ID.
      *NO JOURNAL ON FILE LEAVES A PARTIAL DISPOSAL IN THE
      *MOVEMENT COLUMN.
      *****************************************************
       270-SCAN-JOURNAL.
           IF DTA-OPEN-COUNT-WS > ZERO
               OPEN INPUT CHANGE-JOURNAL-FILE
               IF CHG-FILE-STATUS-WS = '00'
                   PERFORM  275-SCAN-ONE-JOURNAL
                            UNTIL EOF-CHG-WS = 'YES'
                   CLOSE CHANGE-JOURNAL-FILE
               ELSE
                   IF CHG-FILE-STATUS-WS NOT = '35'
                       DISPLAY 'DEFERREDTAX: CHANGE JOURNAL OPEN '
                               'FAILED - STATUS ' CHG-FILE-STATUS-WS
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

       275-SCAN-ONE-JOURNAL.
           READ CHANGE-JOURNAL-FILE
               AT END
                   MOVE 'YES' TO EOF-CHG-WS
               NOT AT END
                   MOVE CHG-RUN-DATE-IN TO JRNL-STAMP-DATE-WS
                   MOVE CHG-RUN-TIME-IN TO JRNL-STAMP-TIME-WS
                   IF CHG-TRAN-CODE-IN = 'P'
                      AND JRNL-STAMP-WS > OPEN-STAMP-WS
                       MOVE CHG-ASSET-ID-IN TO FIND-ASSET-ID-WS
                       PERFORM  310-FIND-OPENING-ASSET
                       IF DTA-FOUND-WS = 'YES'
                           MOVE 'Y' TO DTA-PARTIAL-WS (DTA-IDX-WS)
                       END-IF
                   END-IF
           END-READ.

      *****************************************************
      *FINDS FIND-COMPANY-WS IN THE COMPANY TABLE, ADDING
      *IT WITH THE RATE IN FORCE FOR THE RUN YEAR THE FIRST
      *TIME IT IS SEEN
      *****************************************************
       280-FIND-COMPANY.
           MOVE 'NO' TO DCO-FOUND-WS
           SET DCO-IDX-WS TO 1
           SEARCH DCO-ENTRY-WS
               AT END
                   CONTINUE
               WHEN DCO-IDX-WS > DCO-COUNT-WS
                   CONTINUE
               WHEN DCO-CODE-WS (DCO-IDX-WS) = FIND-COMPANY-WS
                   MOVE 'YES' TO DCO-FOUND-WS
                   SET DCO-WORK-SUB-WS TO DCO-IDX-WS
           END-SEARCH
           IF DCO-FOUND-WS = 'NO'
               IF DCO-COUNT-WS >= 50
                   DISPLAY 'DEFERREDTAX: COMPANY TABLE FULL'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD  1 TO DCO-COUNT-WS
               MOVE DCO-COUNT-WS TO DCO-WORK-SUB-WS
               INITIALIZE DCO-ENTRY-WS (DCO-WORK-SUB-WS)
               MOVE FIND-COMPANY-WS TO DCO-CODE-WS (DCO-WORK-SUB-WS)
               MOVE 'N' TO DCO-RATE-FOUND-WS (DCO-WORK-SUB-WS)
               MOVE 'N' TO DCO-NEEDS-RATE-WS (DCO-WORK-SUB-WS)
               PERFORM  285-FIND-RATE
           END-IF.

      *****************************************************
      *THE COMPANY'S OWN RATE FOR THE LATEST YEAR NOT AFTER
      *THE RUN YEAR, OR FAILING THAT THE BLANK-COMPANY RATE
      *****************************************************
       285-FIND-RATE.
           MOVE FIND-COMPANY-WS TO FIND-RATE-CO-WS
           MOVE ZERO TO BEST-RATE-SUB-WS
           MOVE ZERO TO BEST-RATE-YEAR-WS
           MOVE 1    TO RATE-SUB-WS
           PERFORM  287-CHECK-ONE-RATE UNTIL RATE-SUB-WS > RATE-COUNT-WS
           IF BEST-RATE-SUB-WS = ZERO
              AND FIND-COMPANY-WS NOT = SPACES
               MOVE SPACES TO FIND-RATE-CO-WS
               MOVE 1      TO RATE-SUB-WS
               PERFORM  287-CHECK-ONE-RATE
                        UNTIL RATE-SUB-WS > RATE-COUNT-WS
           END-IF
           IF BEST-RATE-SUB-WS NOT = ZERO
               MOVE 'Y' TO DCO-RATE-FOUND-WS (DCO-WORK-SUB-WS)
               MOVE RATE-PERCENT-WS (BEST-RATE-SUB-WS)
                    TO DCO-RATE-WS (DCO-WORK-SUB-WS)
               MOVE RATE-EXP-ACCT-WS (BEST-RATE-SUB-WS)
                    TO DCO-EXP-ACCT-WS (DCO-WORK-SUB-WS)
               MOVE RATE-BAL-ACCT-WS (BEST-RATE-SUB-WS)
                    TO DCO-BAL-ACCT-WS (DCO-WORK-SUB-WS)
               MOVE RATE-DEPT-WS (BEST-RATE-SUB-WS)
                    TO DCO-DEPT-WS (DCO-WORK-SUB-WS)
           END-IF.

       287-CHECK-ONE-RATE.
           IF RATE-COMPANY-WS (RATE-SUB-WS) = FIND-RATE-CO-WS
              AND RATE-YEAR-WS (RATE-SUB-WS) NOT > RUN-PERIOD-YEAR-WS
              AND (BEST-RATE-SUB-WS = ZERO
                OR RATE-YEAR-WS (RATE-SUB-WS) NOT < BEST-RATE-YEAR-WS)
               MOVE RATE-SUB-WS TO BEST-RATE-SUB-WS
               MOVE RATE-YEAR-WS (RATE-SUB-WS) TO BEST-RATE-YEAR-WS
           END-IF
           ADD  1 TO RATE-SUB-WS.

       290-READ-ONE-ASSET.
           READ ASSET-INPUT-FILE NEXT RECORD
              AT END MOVE 'YES' TO EOF-ASSET-WS
           END-READ.

      *****************************************************
      *ONE ASSET - ITS CURRENT DIFFERENCE AND DEFERRED TAX,
      *ROLLED FORWARD FROM ITS OPENING POSITION IF IT HAD
      *ONE. AN ASSET WITH NOTHING EITHER SIDE IS NOT LISTED
      *OR CARRIED.
      *****************************************************
       300-PROCESS-ASSET.
           ADD  1 TO ASSET-COUNT-WS
           MOVE COMPANY-IN TO FIND-COMPANY-WS
           PERFORM  280-FIND-COMPANY
           MOVE SPACES TO ASSET-NOTE-WS

           IF ASSET-DISPOSED-IN
               MOVE ZERO TO CUR-BOOK-BASIS-WS
               MOVE ZERO TO CUR-TAX-BASIS-WS
               MOVE ZERO TO CUR-DIFF-WS
               MOVE 'DISPOSED' TO ASSET-NOTE-WS
           ELSE
               COMPUTE CUR-BOOK-BASIS-WS = PRICE-IN - ACCUM-DEPR-IN
               COMPUTE CUR-TAX-BASIS-WS = PRICE-IN - TAX-ACCUM-DEPR-IN
               COMPUTE CUR-DIFF-WS =
                       TAX-ACCUM-DEPR-IN - ACCUM-DEPR-IN
           END-IF
           MOVE DCO-RATE-WS (DCO-WORK-SUB-WS) TO CUR-RATE-WS
           COMPUTE CUR-DTAX-WS ROUNDED =
                   CUR-DIFF-WS * CUR-RATE-WS / 100
           IF CUR-DIFF-WS NOT = ZERO
               MOVE 'Y' TO DCO-NEEDS-RATE-WS (DCO-WORK-SUB-WS)
           END-IF

           MOVE SPACES TO OPEN-CO-WS
           MOVE ZERO   TO OPEN-COST-WS OPEN-DIFF-WS OPEN-RATE-WS
                          OPEN-DTAX-WS
           MOVE 'N'    TO OPEN-PARTIAL-WS
           MOVE ASSET-ID-IN TO FIND-ASSET-ID-WS
           MOVE 'NO' TO DTA-FOUND-WS
           IF DTA-OPEN-COUNT-WS > ZERO
               PERFORM  310-FIND-OPENING-ASSET
           END-IF
           IF DTA-FOUND-WS = 'YES'
               SET DTA-WORK-SUB-WS TO DTA-IDX-WS
               MOVE 'Y' TO DTA-MATCHED-WS (DTA-WORK-SUB-WS)
               IF DTA-OPEN-CO-WS (DTA-WORK-SUB-WS) = COMPANY-IN
                   MOVE DTA-OPEN-CO-WS (DTA-WORK-SUB-WS) TO OPEN-CO-WS
                   MOVE DTA-OPEN-COST-WS (DTA-WORK-SUB-WS)
                        TO OPEN-COST-WS
                   MOVE DTA-OPEN-DIFF-WS (DTA-WORK-SUB-WS)
                        TO OPEN-DIFF-WS
                   MOVE DTA-OPEN-RATE-WS (DTA-WORK-SUB-WS)
                        TO OPEN-RATE-WS
                   MOVE DTA-OPEN-DTAX-WS (DTA-WORK-SUB-WS)
                        TO OPEN-DTAX-WS
                   MOVE DTA-PARTIAL-WS (DTA-WORK-SUB-WS)
                        TO OPEN-PARTIAL-WS
               ELSE
                   PERFORM  355-CLOSE-OUT-ONE
                   MOVE 'CO FROM' TO ASSET-NOTE-WS
                   MOVE DTA-OPEN-CO-WS (DTA-WORK-SUB-WS)
                        TO ASSET-NOTE-WS (9:2)
                   MOVE COMPANY-IN TO FIND-COMPANY-WS
                   PERFORM  280-FIND-COMPANY
               END-IF
           END-IF

           PERFORM  320-ROLL-ONE-ASSET

           IF CUR-DIFF-WS NOT = ZERO
              OR CUR-DTAX-WS NOT = ZERO
              OR OPEN-DTAX-WS NOT = ZERO
               PERFORM  325-SAVE-CLOSING
               PERFORM  330-PRINT-ASSET-LINE
           END-IF
           PERFORM  290-READ-ONE-ASSET.

      *****************************************************
      *LOOKS UP THE ASSET ID IN FIND-ASSET-ID-WS AMONG THE
      *OPENING RUN'S ASSETS
      *****************************************************
       310-FIND-OPENING-ASSET.
           MOVE 'NO' TO DTA-FOUND-WS
           SET DTA-IDX-WS TO 1
           SEARCH DTA-ENTRY-WS
               AT END
                   CONTINUE
               WHEN DTA-IDX-WS > DTA-OPEN-COUNT-WS
                   CONTINUE
               WHEN DTA-ID-WS (DTA-IDX-WS) = FIND-ASSET-ID-WS
                   MOVE 'YES' TO DTA-FOUND-WS
           END-SEARCH.

      *****************************************************
      *THE ROLLFORWARD FOR ONE ASSET. A DISPOSED ASSET
      *TAKES ITS WHOLE OPENING DEFERRED TAX OUT AS A
      *DISPOSAL. OTHERWISE THE OPENING DIFFERENCE IS FIRST
      *REMEASURED AT THE CURRENT RATE, A PARTIAL DISPOSAL
      *TAKES OUT THE SOLD PIECE'S SHARE OF THE REMEASURED
      *BALANCE, AND THE REST OF THE CHANGE IS MOVEMENT - SO
      *THE COLUMNS ALWAYS FOOT TO THE CLOSING.
      *****************************************************
       320-ROLL-ONE-ASSET.
           MOVE ZERO TO RATE-EFFECT-WS
           MOVE ZERO TO DISPOSALS-WS
           IF ASSET-DISPOSED-IN
               COMPUTE DISPOSALS-WS = ZERO - OPEN-DTAX-WS
           ELSE
               COMPUTE RATE-CHANGE-WS = CUR-RATE-WS - OPEN-RATE-WS
               COMPUTE RATE-EFFECT-WS ROUNDED =
                       OPEN-DIFF-WS * RATE-CHANGE-WS / 100
               IF OPEN-PARTIAL-WS = 'Y'
                  AND OPEN-COST-WS > ZERO
                  AND PRICE-IN < OPEN-COST-WS
                   COMPUTE REMEASURED-WS =
                           OPEN-DTAX-WS + RATE-EFFECT-WS
                   COMPUTE COST-GONE-WS = OPEN-COST-WS - PRICE-IN
                   COMPUTE DISPOSALS-WS ROUNDED =
                           ZERO - REMEASURED-WS * COST-GONE-WS
                                  / OPEN-COST-WS
                   MOVE 'PARTIAL' TO ASSET-NOTE-WS
               END-IF
           END-IF
           COMPUTE MOVEMENT-WS = CUR-DTAX-WS - OPEN-DTAX-WS
                                 - RATE-EFFECT-WS - DISPOSALS-WS

           ADD  CUR-DIFF-WS    TO DCO-DIFF-WS (DCO-WORK-SUB-WS)
           ADD  OPEN-DTAX-WS   TO DCO-OPENING-WS (DCO-WORK-SUB-WS)
           ADD  MOVEMENT-WS    TO DCO-MOVEMENT-WS (DCO-WORK-SUB-WS)
           ADD  RATE-EFFECT-WS TO DCO-RATE-EFFECT-WS (DCO-WORK-SUB-WS)
           ADD  DISPOSALS-WS   TO DCO-DISPOSALS-WS (DCO-WORK-SUB-WS)
           ADD  CUR-DTAX-WS    TO DCO-CLOSING-WS (DCO-WORK-SUB-WS).

      *****************************************************
      *KEEPS THE ASSET'S CLOSING POSITION FOR THE HISTORY -
      *IN ITS OPENING ENTRY, OR A NEW ONE IF IT HAD NONE
      *****************************************************
       325-SAVE-CLOSING.
           IF DTA-FOUND-WS = 'NO'
               IF DTA-COUNT-WS >= 5000
                   DISPLAY 'DEFERREDTAX: ASSET TABLE FULL'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD  1 TO DTA-COUNT-WS
               MOVE DTA-COUNT-WS TO DTA-WORK-SUB-WS
               INITIALIZE DTA-ENTRY-WS (DTA-WORK-SUB-WS)
               MOVE ASSET-ID-IN TO DTA-ID-WS (DTA-WORK-SUB-WS)
               MOVE 'N' TO DTA-PARTIAL-WS (DTA-WORK-SUB-WS)
               MOVE 'Y' TO DTA-MATCHED-WS (DTA-WORK-SUB-WS)
           END-IF
           IF CUR-DIFF-WS NOT = ZERO OR CUR-DTAX-WS NOT = ZERO
               MOVE 'Y'         TO DTA-CURRENT-WS (DTA-WORK-SUB-WS)
               MOVE COMPANY-IN  TO DTA-CO-WS (DTA-WORK-SUB-WS)
               MOVE PRICE-IN    TO DTA-COST-WS (DTA-WORK-SUB-WS)
               MOVE CUR-DIFF-WS TO DTA-DIFF-WS (DTA-WORK-SUB-WS)
               MOVE CUR-RATE-WS TO DTA-RATE-WS (DTA-WORK-SUB-WS)
               MOVE CUR-DTAX-WS TO DTA-DTAX-WS (DTA-WORK-SUB-WS)
           END-IF.

       330-PRINT-ASSET-LINE.
           ADD  1 TO ASSET-LINE-COUNT-WS
           MOVE COMPANY-IN        TO DTX-ASSET-CO-OUT
           MOVE ASSET-ID-IN       TO DTX-ASSET-ID-OUT
           MOVE CUR-BOOK-BASIS-WS TO DTX-BOOK-BASIS-OUT
           MOVE CUR-TAX-BASIS-WS  TO DTX-TAX-BASIS-OUT
           MOVE CUR-DIFF-WS       TO DTX-DIFF-OUT
           MOVE CUR-RATE-WS       TO DTX-RATE-OUT
           MOVE OPEN-DTAX-WS      TO DTX-OPENING-OUT
           MOVE CUR-DTAX-WS       TO DTX-CLOSING-OUT
           MOVE ASSET-NOTE-WS     TO DTX-NOTE-OUT
           WRITE PRINT-A-SINGLE-LINE FROM DTX-ASSET-LINE-SETUP
                 AFTER 1 LINE.

      *****************************************************
      *OPENING ASSETS NO LONGER ON THE MASTER (ARCHIVED)
      *GO OUT OF THEIR COMPANY AS DISPOSALS
      *****************************************************
       350-CLOSE-OUT-OPENING.
           MOVE 1 TO DTA-SUB-WS
           PERFORM  352-CHECK-ONE-OPENING
                    UNTIL DTA-SUB-WS > DTA-OPEN-COUNT-WS.

       352-CHECK-ONE-OPENING.
           IF DTA-MATCHED-WS (DTA-SUB-WS) = 'N'
               MOVE DTA-SUB-WS TO DTA-WORK-SUB-WS
               PERFORM  355-CLOSE-OUT-ONE
               ADD  1 TO ASSET-LINE-COUNT-WS
               MOVE DTA-OPEN-CO-WS (DTA-SUB-WS) TO DTX-ASSET-CO-OUT
               MOVE DTA-ID-WS (DTA-SUB-WS)      TO DTX-ASSET-ID-OUT
               MOVE ZERO TO DTX-BOOK-BASIS-OUT DTX-TAX-BASIS-OUT
                            DTX-DIFF-OUT DTX-RATE-OUT DTX-CLOSING-OUT
               MOVE DTA-OPEN-DTAX-WS (DTA-SUB-WS) TO DTX-OPENING-OUT
               MOVE 'OFF MASTER' TO DTX-NOTE-OUT
               WRITE PRINT-A-SINGLE-LINE FROM DTX-ASSET-LINE-SETUP
                     AFTER 1 LINE
           END-IF
           ADD  1 TO DTA-SUB-WS.

      *****************************************************
      *TAKES AN OPENING ENTRY'S WHOLE DEFERRED TAX OUT OF
      *ITS OPENING COMPANY AS A DISPOSAL
      *****************************************************
       355-CLOSE-OUT-ONE.
           MOVE DTA-OPEN-CO-WS (DTA-WORK-SUB-WS) TO FIND-COMPANY-WS
           PERFORM  280-FIND-COMPANY
           ADD      DTA-OPEN-DTAX-WS (DTA-WORK-SUB-WS)
                    TO DCO-OPENING-WS (DCO-WORK-SUB-WS)
           SUBTRACT DTA-OPEN-DTAX-WS (DTA-WORK-SUB-WS)
                    FROM DCO-DISPOSALS-WS (DCO-WORK-SUB-WS).

      *****************************************************
      *EVERY COMPANY WITH A DIFFERENCE OR AN OPENING
      *BALANCE NEEDS A RATE, AND ON A POSTING RUN A
      *COMPANY WITH AN ENTRY NEEDS ITS ACCOUNTS. NOTHING
      *HAS BEEN WRITTEN YET, SO A REFUSAL LEAVES THE
      *EXTRACT AND THE HISTORY AS THEY WERE.
      *****************************************************
       380-CHECK-RATES.
           MOVE 1 TO DCO-SUB-WS
           PERFORM  385-CHECK-ONE-COMPANY-RATE
                    UNTIL DCO-SUB-WS > DCO-COUNT-WS.

       385-CHECK-ONE-COMPANY-RATE.
           IF DCO-RATE-FOUND-WS (DCO-SUB-WS) = 'N'
              AND (DCO-NEEDS-RATE-WS (DCO-SUB-WS) = 'Y'
                OR DCO-OPENING-WS (DCO-SUB-WS) NOT = ZERO)
               MOVE DCO-CODE-WS (DCO-SUB-WS) TO DTX-MISSING-CO-OUT
               MOVE RUN-PERIOD-YEAR-WS       TO DTX-MISSING-YEAR-OUT
               MOVE DTX-RATE-MISSING-SETUP   TO REFUSE-MESSAGE-WS
               PERFORM  800-REFUSE-DEFERRED-TAX
           END-IF
           IF POSTING-WS = 'YES'
              AND DCO-CLOSING-WS (DCO-SUB-WS)
                  NOT = DCO-OPENING-WS (DCO-SUB-WS)
              AND (DCO-EXP-ACCT-WS (DCO-SUB-WS) = SPACES
                OR DCO-BAL-ACCT-WS (DCO-SUB-WS) = SPACES)
               MOVE 'NO DEFERRED TAX ACCOUNTS ON RATE FOR COMPANY '
                                       TO REFUSE-MESSAGE-WS
               MOVE DCO-CODE-WS (DCO-SUB-WS)
                                       TO REFUSE-MESSAGE-WS (46:2)
               PERFORM  800-REFUSE-DEFERRED-TAX
           END-IF
           ADD  1 TO DCO-SUB-WS.

      *****************************************************
      *THE ROLLFORWARD BY COMPANY AND FOR THE WHOLE REPORT
      *****************************************************
       400-REPORT-ROLLFORWARD.
           MOVE DTX-ROLL-COLUMN-SETUP TO PRINT-A-SINGLE-LINE
           WRITE PRINT-A-SINGLE-LINE AFTER 3 LINES
           MOVE SPACES TO PRINT-A-SINGLE-LINE
           WRITE PRINT-A-SINGLE-LINE AFTER 1 LINE
           MOVE 1 TO DCO-SUB-WS
           PERFORM  410-REPORT-ONE-COMPANY
                    UNTIL DCO-SUB-WS > DCO-COUNT-WS

           MOVE 'TOTAL'            TO DTX-ROLL-CO-OUT
           MOVE ALL-DIFF-WS        TO DTX-ROLL-DIFF-OUT
           MOVE ZERO               TO DTX-ROLL-RATE-OUT
           MOVE ALL-OPENING-WS     TO DTX-ROLL-OPENING-OUT
           MOVE ALL-MOVEMENT-WS    TO DTX-ROLL-MOVEMENT-OUT
           MOVE ALL-RATE-EFFECT-WS TO DTX-ROLL-RATE-EFF-OUT
           MOVE ALL-DISPOSALS-WS   TO DTX-ROLL-DISPOSALS-OUT
           MOVE ALL-CLOSING-WS     TO DTX-ROLL-CLOSING-OUT
           PERFORM  415-SET-POSITION
           WRITE PRINT-A-SINGLE-LINE FROM DTX-ROLL-LINE-SETUP
                 AFTER 2 LINES.

       410-REPORT-ONE-COMPANY.
           MOVE SPACES TO DTX-ROLL-CO-OUT
           MOVE DCO-CODE-WS (DCO-SUB-WS) TO DTX-ROLL-CO-OUT
           MOVE DCO-DIFF-WS (DCO-SUB-WS) TO DTX-ROLL-DIFF-OUT
           MOVE DCO-RATE-WS (DCO-SUB-WS) TO DTX-ROLL-RATE-OUT
           MOVE DCO-OPENING-WS (DCO-SUB-WS) TO DTX-ROLL-OPENING-OUT
           MOVE DCO-MOVEMENT-WS (DCO-SUB-WS)
                TO DTX-ROLL-MOVEMENT-OUT
           MOVE DCO-RATE-EFFECT-WS (DCO-SUB-WS)
                TO DTX-ROLL-RATE-EFF-OUT
           MOVE DCO-DISPOSALS-WS (DCO-SUB-WS)
                TO DTX-ROLL-DISPOSALS-OUT
           MOVE DCO-CLOSING-WS (DCO-SUB-WS) TO DTX-ROLL-CLOSING-OUT
           MOVE DCO-CLOSING-WS (DCO-SUB-WS) TO ENTRY-NET-WS
           PERFORM  415-SET-POSITION
           WRITE PRINT-A-SINGLE-LINE FROM DTX-ROLL-LINE-SETUP
                 AFTER 1 LINE

           ADD  DCO-DIFF-WS (DCO-SUB-WS)        TO ALL-DIFF-WS
           ADD  DCO-OPENING-WS (DCO-SUB-WS)     TO ALL-OPENING-WS
           ADD  DCO-MOVEMENT-WS (DCO-SUB-WS)    TO ALL-MOVEMENT-WS
           ADD  DCO-RATE-EFFECT-WS (DCO-SUB-WS) TO ALL-RATE-EFFECT-WS
           ADD  DCO-DISPOSALS-WS (DCO-SUB-WS)   TO ALL-DISPOSALS-WS
           ADD  DCO-CLOSING-WS (DCO-SUB-WS)     TO ALL-CLOSING-WS
           MOVE ALL-CLOSING-WS TO ENTRY-NET-WS
           ADD  1 TO DCO-SUB-WS.

      *****************************************************
      *ENTRY-NET-WS CARRIES THE CLOSING BALANCE BEING
      *PRINTED - POSITIVE IS A NET LIABILITY
      *****************************************************
       415-SET-POSITION.
           EVALUATE TRUE
               WHEN ENTRY-NET-WS > ZERO
                   MOVE 'LIABILITY' TO DTX-ROLL-POSITION-OUT
               WHEN ENTRY-NET-WS < ZERO
                   MOVE 'ASSET'     TO DTX-ROLL-POSITION-OUT
               WHEN OTHER
                   MOVE SPACES      TO DTX-ROLL-POSITION-OUT
           END-EVALUATE.

      *****************************************************
      *THE ENTRY - THE EXTRACT'S DEPRECIATION POSTINGS ARE
      *SET ASIDE IN THE WORK FILE (LESS ANY EARLIER
      *DEFERRED TAX ENTRY AND THE OLD TRAILER), THEN COPIED
      *BACK WITH ONE BALANCED PAIR PER COMPANY WHOSE
      *BALANCE MOVED AND A NEW TRAILER. DEPRCTL.DAT IS THEN
      *REWRITTEN WITH THE MATCHING 'X' RECORDS.
      *****************************************************
       500-POST-ENTRY.
           MOVE 'ENTRY FOR THE CHANGE IN EACH COMPANY''S BALANCE'
                                   TO DTX-MESSAGE-OUT
           MOVE SPACES             TO DTX-MESSAGE-PERIOD-OUT
           MOVE DTX-MESSAGE-LINE-SETUP TO PRINT-A-SINGLE-LINE
           WRITE PRINT-A-SINGLE-LINE AFTER 3 LINES

           OPEN INPUT GL-EXTRACT-FILE
           OPEN OUTPUT GL-WORK-FILE
           IF GL-FILE-STATUS-WS NOT = '00'
              OR WORK-FILE-STATUS-WS NOT = '00'
               DISPLAY 'DEFERREDTAX: EXTRACT SET-ASIDE OPEN FAILED - '
                       'STATUS ' GL-FILE-STATUS-WS ' '
                       WORK-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 'NO' TO EOF-GL-WS
           PERFORM  510-SAVE-ONE-EXTRACT UNTIL EOF-GL-WS = 'YES'
           CLOSE GL-EXTRACT-FILE GL-WORK-FILE

           OPEN INPUT GL-WORK-FILE
           OPEN OUTPUT GL-EXTRACT-FILE
           IF GL-FILE-STATUS-WS NOT = '00'
              OR WORK-FILE-STATUS-WS NOT = '00'
               DISPLAY 'DEFERREDTAX: EXTRACT REBUILD OPEN FAILED - '
                       'STATUS ' GL-FILE-STATUS-WS ' '
                       WORK-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM  520-RESTORE-ONE-EXTRACT UNTIL EOF-WORK-WS = 'YES'

           MOVE 1 TO DCO-SUB-WS
           PERFORM  530-WRITE-COMPANY-ENTRY
                    UNTIL DCO-SUB-WS > DCO-COUNT-WS

           MOVE SPACES        TO GL-TRAILER-RECORD
           MOVE 'TRAILR'      TO GL-TRAILER-ID
           MOVE NEW-COUNT-WS  TO GL-TRAILER-COUNT
           MOVE NEW-HASH-WS   TO GL-TRAILER-HASH
           WRITE GL-TRAILER-RECORD
           CLOSE GL-WORK-FILE GL-EXTRACT-FILE

           IF ENTRY-RECORD-COUNT-WS = ZERO
               MOVE 'NO COMPANY BALANCE MOVED - NO ENTRY'
                                   TO DTX-MESSAGE-OUT
               PERFORM  700-WRITE-MESSAGE-LINE
           END-IF
           IF OLD-ENTRY-COUNT-WS > ZERO
               MOVE 'EARLIER DEFERRED TAX ENTRY ON THE EXTRACT REPLACED'
                                   TO DTX-MESSAGE-OUT
               PERFORM  700-WRITE-MESSAGE-LINE
           END-IF

           PERFORM  540-REWRITE-CONTROLS.

       510-SAVE-ONE-EXTRACT.
           READ GL-EXTRACT-FILE
               AT END
                   MOVE 'YES' TO EOF-GL-WS
               NOT AT END
                   IF GL-ACCOUNT-OUT NOT = 'TRAILR'
                      AND NOT GL-DEFERRED-TAX-OUT
                       WRITE GL-WORK-RECORD FROM GL-EXTRACT-RECORD
                   END-IF
           END-READ.

       520-RESTORE-ONE-EXTRACT.
           READ GL-WORK-FILE
               AT END
                   MOVE 'YES' TO EOF-WORK-WS
               NOT AT END
                   MOVE GL-WORK-RECORD TO GL-EXTRACT-RECORD
                   WRITE GL-EXTRACT-RECORD
                   ADD  1             TO NEW-COUNT-WS
                   ADD  GL-AMOUNT-OUT TO NEW-HASH-WS
           END-READ.

      *****************************************************
      *AN INCREASE IN THE NET LIABILITY IS A DEFERRED TAX
      *EXPENSE - DEBIT EXPENSE, CREDIT THE BALANCE ACCOUNT.
      *A DECREASE (OR A GROWING NET ASSET) IS A BENEFIT -
      *DEBIT THE BALANCE ACCOUNT, CREDIT EXPENSE.
      *****************************************************
       530-WRITE-COMPANY-ENTRY.
           COMPUTE ENTRY-NET-WS = DCO-CLOSING-WS (DCO-SUB-WS)
                                  - DCO-OPENING-WS (DCO-SUB-WS)
           IF ENTRY-NET-WS NOT = ZERO
               IF ENTRY-NET-WS > ZERO
                   MOVE ENTRY-NET-WS TO ENTRY-AMOUNT-WS
                   MOVE DCO-EXP-ACCT-WS (DCO-SUB-WS) TO ENTRY-ACCT-WS
                   MOVE 'D' TO ENTRY-DRCR-WS
                   MOVE 'DEFERRED TAX EXPENSE' TO ENTRY-DESC-WS
                   PERFORM  535-WRITE-ENTRY-RECORD
                   MOVE DCO-BAL-ACCT-WS (DCO-SUB-WS) TO ENTRY-ACCT-WS
                   MOVE 'C' TO ENTRY-DRCR-WS
                   MOVE 'DEFERRED TAX BALANCE' TO ENTRY-DESC-WS
                   PERFORM  535-WRITE-ENTRY-RECORD
               ELSE
                   COMPUTE ENTRY-AMOUNT-WS = ZERO - ENTRY-NET-WS
                   MOVE DCO-BAL-ACCT-WS (DCO-SUB-WS) TO ENTRY-ACCT-WS
                   MOVE 'D' TO ENTRY-DRCR-WS
                   MOVE 'DEFERRED TAX BALANCE' TO ENTRY-DESC-WS
                   PERFORM  535-WRITE-ENTRY-RECORD
                   MOVE DCO-EXP-ACCT-WS (DCO-SUB-WS) TO ENTRY-ACCT-WS
                   MOVE 'C' TO ENTRY-DRCR-WS
                   MOVE 'DEFERRED TAX BENEFIT' TO ENTRY-DESC-WS
                   PERFORM  535-WRITE-ENTRY-RECORD
               END-IF
           END-IF
           ADD  1 TO DCO-SUB-WS.

       535-WRITE-ENTRY-RECORD.
           MOVE SPACES                   TO GL-EXTRACT-RECORD
           MOVE ENTRY-ACCT-WS            TO GL-ACCOUNT-OUT
           MOVE DCO-DEPT-WS (DCO-SUB-WS) TO GL-DEPT-OUT
           MOVE ENTRY-AMOUNT-WS          TO GL-AMOUNT-OUT
           MOVE RUN-PERIOD-WS            TO GL-PERIOD-OUT
           MOVE ENTRY-DRCR-WS            TO GL-DRCR-OUT
           MOVE DCO-CODE-WS (DCO-SUB-WS) TO GL-COMPANY-OUT
           MOVE SPACES                   TO GL-ASSET-ID-OUT
           MOVE 'T'                      TO GL-ENTRY-TYPE-OUT
           WRITE GL-EXTRACT-RECORD
           ADD  1               TO NEW-COUNT-WS
           ADD  ENTRY-AMOUNT-WS TO NEW-HASH-WS
           ADD  1               TO ENTRY-RECORD-COUNT-WS

           MOVE DCO-CODE-WS (DCO-SUB-WS) TO DTX-ENTRY-CO-OUT
           MOVE DCO-DEPT-WS (DCO-SUB-WS) TO DTX-ENTRY-DEPT-OUT
           IF ENTRY-DRCR-WS = 'D'
               MOVE 'DEBIT'  TO DTX-ENTRY-DRCR-OUT
           ELSE
               MOVE 'CREDIT' TO DTX-ENTRY-DRCR-OUT
           END-IF
           MOVE ENTRY-ACCT-WS   TO DTX-ENTRY-ACCT-OUT
           MOVE ENTRY-AMOUNT-WS TO DTX-ENTRY-AMOUNT-OUT
           MOVE ENTRY-DESC-WS   TO DTX-ENTRY-DESC-OUT
           WRITE PRINT-A-SINGLE-LINE FROM DTX-ENTRY-LINE-SETUP
                 AFTER 1 LINE.

       540-REWRITE-CONTROLS.
           OPEN OUTPUT CONTROL-TOTALS-FILE
           IF CTL-FILE-STATUS-WS NOT = '00'
               DISPLAY 'DEFERREDTAX: CONTROL TOTALS REWRITE FAILED - '
                       'STATUS ' CTL-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO CTLT-SUB-WS
           PERFORM  545-WRITE-ONE-CONTROL
                    UNTIL CTLT-SUB-WS > CTLT-COUNT-WS
           MOVE 1 TO DCO-SUB-WS
           PERFORM  550-WRITE-ONE-DEFTAX-CONTROL
                    UNTIL DCO-SUB-WS > DCO-COUNT-WS
           CLOSE CONTROL-TOTALS-FILE.

       545-WRITE-ONE-CONTROL.
           MOVE CTLT-ENTRY-WS (CTLT-SUB-WS) TO CONTROL-TOTALS-RECORD
           WRITE CONTROL-TOTALS-RECORD
           ADD  1 TO CTLT-SUB-WS.

       550-WRITE-ONE-DEFTAX-CONTROL.
           COMPUTE ENTRY-NET-WS = DCO-CLOSING-WS (DCO-SUB-WS)
                                  - DCO-OPENING-WS (DCO-SUB-WS)
           IF ENTRY-NET-WS NOT = ZERO
               MOVE SPACES                   TO CONTROL-TOTALS-RECORD
               MOVE 'X'                      TO CTL-RECORD-TYPE-OUT
               MOVE DCO-CODE-WS (DCO-SUB-WS) TO CTL-COMPANY-OUT
               MOVE DCO-DEPT-WS (DCO-SUB-WS) TO CTL-DEPT-OUT
               IF ENTRY-NET-WS > ZERO
                   MOVE ENTRY-NET-WS TO CTL-AMOUNT-OUT
               ELSE
                   COMPUTE CTL-AMOUNT-OUT = ZERO - ENTRY-NET-WS
               END-IF
               WRITE CONTROL-TOTALS-RECORD
           END-IF
           ADD  1 TO DCO-SUB-WS.

      *****************************************************
      *APPENDS THE RUN'S CLOSING POSITION TO THE HISTORY -
      *THE NEXT PERIOD'S OPENING
      *****************************************************
       600-WRITE-HISTORY.
           OPEN EXTEND DTAX-HISTORY-FILE
           IF HIST-FILE-STATUS-WS = '35'
               OPEN OUTPUT DTAX-HISTORY-FILE
           END-IF
           IF HIST-FILE-STATUS-WS NOT = '00'
               DISPLAY 'DEFERREDTAX: HISTORY OPEN FAILED - '
                       'STATUS ' HIST-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE SPACES             TO DEFERRED-TAX-HISTORY-RECORD
           MOVE 'T'                TO DTH-RECORD-TYPE-OUT
           PERFORM  605-SET-HISTORY-KEYS
           MOVE ZERO               TO DTH-COST-OUT DTH-RATE-OUT
           MOVE ALL-DIFF-WS        TO DTH-DIFFERENCE-OUT
           MOVE ALL-OPENING-WS     TO DTH-OPENING-OUT
           MOVE ALL-MOVEMENT-WS    TO DTH-MOVEMENT-OUT
           MOVE ALL-RATE-EFFECT-WS TO DTH-RATE-EFFECT-OUT
           MOVE ALL-DISPOSALS-WS   TO DTH-DISPOSALS-OUT
           MOVE ALL-CLOSING-WS     TO DTH-CLOSING-OUT
           WRITE DEFERRED-TAX-HISTORY-RECORD

           MOVE 1 TO DCO-SUB-WS
           PERFORM  610-WRITE-ONE-COMPANY-HISTORY
                    UNTIL DCO-SUB-WS > DCO-COUNT-WS
           MOVE 1 TO DTA-SUB-WS
           PERFORM  620-WRITE-ONE-ASSET-HISTORY
                    UNTIL DTA-SUB-WS > DTA-COUNT-WS
           CLOSE DTAX-HISTORY-FILE.

       605-SET-HISTORY-KEYS.
           MOVE RUN-PERIOD-WS      TO DTH-PERIOD-OUT
           MOVE RUN-STAMP-WS       TO DTH-RUN-STAMP-OUT
           MOVE RUN-MODE-WS        TO DTH-RUN-MODE-OUT.

       610-WRITE-ONE-COMPANY-HISTORY.
           MOVE SPACES             TO DEFERRED-TAX-HISTORY-RECORD
           MOVE 'C'                TO DTH-RECORD-TYPE-OUT
           PERFORM  605-SET-HISTORY-KEYS
           MOVE DCO-CODE-WS (DCO-SUB-WS)    TO DTH-COMPANY-OUT
           MOVE ZERO                        TO DTH-COST-OUT
           MOVE DCO-DIFF-WS (DCO-SUB-WS)    TO DTH-DIFFERENCE-OUT
           MOVE DCO-RATE-WS (DCO-SUB-WS)    TO DTH-RATE-OUT
           MOVE DCO-OPENING-WS (DCO-SUB-WS) TO DTH-OPENING-OUT
           MOVE DCO-MOVEMENT-WS (DCO-SUB-WS)
                TO DTH-MOVEMENT-OUT
           MOVE DCO-RATE-EFFECT-WS (DCO-SUB-WS)
                TO DTH-RATE-EFFECT-OUT
           MOVE DCO-DISPOSALS-WS (DCO-SUB-WS)
                TO DTH-DISPOSALS-OUT
           MOVE DCO-CLOSING-WS (DCO-SUB-WS) TO DTH-CLOSING-OUT
           WRITE DEFERRED-TAX-HISTORY-RECORD
           ADD  1 TO DCO-SUB-WS.

       620-WRITE-ONE-ASSET-HISTORY.
           IF DTA-CURRENT-WS (DTA-SUB-WS) = 'Y'
               MOVE SPACES         TO DEFERRED-TAX-HISTORY-RECORD
               MOVE 'A'            TO DTH-RECORD-TYPE-OUT
               PERFORM  605-SET-HISTORY-KEYS
               MOVE DTA-CO-WS (DTA-SUB-WS)   TO DTH-COMPANY-OUT
               MOVE DTA-ID-WS (DTA-SUB-WS)   TO DTH-ASSET-ID-OUT
               MOVE DTA-COST-WS (DTA-SUB-WS) TO DTH-COST-OUT
               MOVE DTA-DIFF-WS (DTA-SUB-WS) TO DTH-DIFFERENCE-OUT
               MOVE DTA-RATE-WS (DTA-SUB-WS) TO DTH-RATE-OUT
               MOVE ZERO TO DTH-OPENING-OUT DTH-MOVEMENT-OUT
                            DTH-RATE-EFFECT-OUT DTH-DISPOSALS-OUT
               MOVE DTA-DTAX-WS (DTA-SUB-WS) TO DTH-CLOSING-OUT
               WRITE DEFERRED-TAX-HISTORY-RECORD
           END-IF
           ADD  1 TO DTA-SUB-WS.

       700-WRITE-MESSAGE-LINE.
           MOVE DTX-MESSAGE-LINE-SETUP TO PRINT-A-SINGLE-LINE
           WRITE PRINT-A-SINGLE-LINE AFTER 1 LINE
           MOVE SPACES TO DTX-MESSAGE-PERIOD-OUT.

       800-REFUSE-DEFERRED-TAX.
           DISPLAY 'DEFERREDTAX: RUN REFUSED - ' REFUSE-MESSAGE-WS
           IF HEADER-DONE-WS = 'NO'
               MOVE SPACES TO DTX-HDR-PERIOD-OUT DTX-HDR-MODE-OUT
               WRITE PRINT-A-SINGLE-LINE FROM DTX-HEADER-LINE-SETUP
                     AFTER 1 LINE
           END-IF
           MOVE 'RUN REFUSED - '   TO DTX-MESSAGE-OUT
           MOVE REFUSE-MESSAGE-WS  TO DTX-MESSAGE-OUT (15:46)
           MOVE SPACES             TO DTX-MESSAGE-PERIOD-OUT
           WRITE PRINT-A-SINGLE-LINE FROM DTX-MESSAGE-LINE-SETUP
                 AFTER 2 LINES
           CLOSE DTAX-REPORT-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       900-CLOSE.
           MOVE ASSET-COUNT-WS        TO DTX-ASSET-COUNT-OUT
           MOVE ASSET-LINE-COUNT-WS   TO DTX-LINE-COUNT-OUT
           MOVE ENTRY-RECORD-COUNT-WS TO DTX-ENTRY-COUNT-OUT
           WRITE PRINT-A-SINGLE-LINE FROM DTX-COUNT-LINE-SETUP
                 AFTER 2 LINES
           CLOSE DTAX-REPORT-FILE.
