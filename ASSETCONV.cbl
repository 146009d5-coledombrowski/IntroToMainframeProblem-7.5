       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSETCONV.
       AUTHOR. COLE DOMBROWSKI.

      *****************************************************
      *ASSETCONV IS THE ONE-TIME CONVERSION THAT CARRIES
      *THE FILES ON HAND FORWARD WHEN THE DOLLAR FIELDS
      *WERE WIDENED. PER-ASSET AMOUNTS ON THE MASTER, THE
      *TRANSACTION IMAGE AND THE HISTORY FILES GREW FROM
      *S9(5)V99 / S9(6)V99 / S9(7)V99 TO S9(9)V99, WHICH
      *MOVES EVERY FIELD BEHIND THEM, SO NONE OF THESE
      *FILES CAN BE READ BY THE NEW PROGRAMS AS THEY STAND:
      *  ASSETDATA.DAT   THE INDEXED ASSET MASTER
      *                  (140 BYTES TO 180)
      *  ASSETARCH.DAT   ARCHIVED MASTER IMAGES (140 TO 180)
      *  IMPAIRHIST.DAT  IMPAIRMENT HISTORY
      *  XFERHIST.DAT    TRANSFER HISTORY - NO AMOUNTS, BUT
      *                  CARRIED AND COUNTED WITH THE REST
      *                  SO THE SET SWAPS IN TOGETHER
      *  SPLITHIST.DAT   PARTIAL-DISPOSAL SPLIT HISTORY
      *  ASSETSNAP.DAT   THE ROLLFORWARD OPENING SNAPSHOT
      *  ASSETSUSP.DAT   SUSPENDED TRANSACTIONS (THE HELD
      *                  TRANSACTION IMAGE GOES 80 TO 100)
      *  GLARCHIVE.DAT   ARCHIVED GL EXTRACT IMAGES (THE
      *                  AMOUNT INSIDE THE 45-BYTE IMAGE
      *                  WIDENED; TRAILERS COPY UNCHANGED)
      *
      *NOTHING IS CONVERTED IN PLACE. EACH FILE IS READ IN
      *THE OLD LAYOUT AND WRITTEN IN THE NEW ONE UNDER THE
      *SAME NAME WITH .NEW IN PLACE OF .DAT. EVERY .NEW
      *FILE IS THEN CLOSED AND READ BACK FRONT TO BACK, AND
      *THE PROOF REPORT ASSETCONV.DOC SETS THE RECORD COUNT
      *AND DOLLAR TOTAL OF EACH AMOUNT FIELD BEFORE
      *(AS READ FROM THE OLD FILE) BESIDE THE SAME FIGURES
      *AFTER (AS READ BACK FROM THE NEW ONE). A FILE NOT ON
      *HAND IS REPORTED AS SUCH AND NO .NEW IS WRITTEN FOR
      *IT. ANY FIGURE THAT DOES NOT TIE ENDS THE RUN WITH
      *RETURN CODE 8 - THE OLD FILES ARE STILL INTACT AND
      *OPERATIONS DOES NOT SWAP ANYTHING IN. ONLY A RETURN
      *CODE 0 RUN RELEASES THE .NEW FILES.
      *
      *A MASTER OR ARCHIVE AMOUNT THAT IS NOT NUMERIC (A
      *FIELD LEFT BLANK ON A VERY OLD RECORD) IS CARRIED
      *AS ZERO ON BOTH SIDES OF THE PROOF AND COUNTED ON
      *THE REPORT. A SUSPENDED TRANSACTION IS CARRIED AS
      *KEYED - A NUMERIC AMOUNT IS RE-SCALED, ANYTHING
      *ELSE IS MOVED ACROSS CHARACTER FOR CHARACTER SO THE
      *NEXT ASSETEDIT RUN STILL BOUNCES IT, AND THE
      *PROJECT NUMBER AND TAG COLUMNS THAT SHARE THE
      *AMOUNT COLUMNS ON AN ADD OR TAG TRANSACTION ARE
      *CARRIED AS TEXT.
      *
      *RUN IT ONCE, AFTER GLINTERFACE HAS PICKED UP THE
      *LAST EXTRACT (ASSETGL.DAT IS REBUILT BY EVERY
      *DEPRECIATION RUN AND IS NOT CONVERTED) AND WITH NO
      *STARTDEPRECIATION RESTART OUTSTANDING ON
      *ASSETCKPT.DAT.
      *
      *RETURN CODES
      *   0  CLEAN RUN
      *   8  REFUSED - THE CONVERSION DOES NOT PROVE
      *  12  FILE ERROR OR TABLE FULL - RUN ABENDED
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT OLD-MASTER-FILE ASSIGN TO 'ASSETDATA.DAT'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS OLD-ASSET-ID-IN
            ALTERNATE RECORD KEY IS OLD-DEPT-IN WITH DUPLICATES
            FILE STATUS IS OLDM-FILE-STATUS-WS.

            SELECT NEW-MASTER-FILE ASSIGN TO 'ASSETDATA.NEW'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS SEQUENTIAL
            RECORD KEY IS ASSET-ID-IN
            ALTERNATE RECORD KEY IS DEPT-IN WITH DUPLICATES
            FILE STATUS IS NEWM-FILE-STATUS-WS.

            SELECT OLD-ARCHIVE-FILE ASSIGN TO 'ASSETARCH.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS OLD-FILE-STATUS-WS.

            SELECT NEW-ARCHIVE-FILE ASSIGN TO 'ASSETARCH.NEW'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS NEW-FILE-STATUS-WS.

            SELECT OLD-IMPAIR-FILE ASSIGN TO 'IMPAIRHIST.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS OLD-FILE-STATUS-WS.

            SELECT NEW-IMPAIR-FILE ASSIGN TO 'IMPAIRHIST.NEW'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS NEW-FILE-STATUS-WS.

            SELECT OLD-XFER-FILE ASSIGN TO 'XFERHIST.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS OLD-FILE-STATUS-WS.

            SELECT NEW-XFER-FILE ASSIGN TO 'XFERHIST.NEW'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS NEW-FILE-STATUS-WS.

            SELECT OLD-SPLIT-FILE ASSIGN TO 'SPLITHIST.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS OLD-FILE-STATUS-WS.

            SELECT NEW-SPLIT-FILE ASSIGN TO 'SPLITHIST.NEW'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS NEW-FILE-STATUS-WS.

            SELECT OLD-SNAP-FILE ASSIGN TO 'ASSETSNAP.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS OLD-FILE-STATUS-WS.

            SELECT NEW-SNAP-FILE ASSIGN TO 'ASSETSNAP.NEW'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS NEW-FILE-STATUS-WS.

            SELECT OLD-SUSP-FILE ASSIGN TO 'ASSETSUSP.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS OLD-FILE-STATUS-WS.

            SELECT NEW-SUSP-FILE ASSIGN TO 'ASSETSUSP.NEW'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS NEW-FILE-STATUS-WS.

            SELECT OLD-GLARCH-FILE ASSIGN TO 'GLARCHIVE.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS OLD-FILE-STATUS-WS.

            SELECT NEW-GLARCH-FILE ASSIGN TO 'GLARCHIVE.NEW'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS NEW-FILE-STATUS-WS.

            SELECT CONV-REPORT-FILE ASSIGN TO 'ASSETCONV.DOC'
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *****************************************************
      *THE MASTER AS IT STANDS TODAY - 140 BYTES. ONLY THE
      *AMOUNT FIELDS AND THE TWO KEYS ARE NAMED; THE RUNS
      *OF FIELDS BETWEEN THEM DID NOT CHANGE AND ARE MOVED
      *ACROSS AS BLOCKS, BYTE FOR BYTE.
      *****************************************************
       FD  OLD-MASTER-FILE RECORDING MODE IS F.
       01  OLD-ASSET-RECORD.
           05  OLD-ASSET-ID-IN     PICTURE X(6).
           05  OLD-NAME-IN         PICTURE X(10).
           05  OLD-PRICE-IN        PICTURE S9(5)V99.
           05  OLD-SALVAGE-IN      PICTURE S9(5)V99.
      *        LIFE, METHOD, STATUS, DISPOSED, DISPOSAL MONTH
           05  OLD-TERMS-PART      PICTURE X(7).
           05  OLD-DISPOSAL-PROCEEDS-IN
                                   PICTURE S9(6)V99.
           05  OLD-DEPT-IN         PICTURE X(4).
           05  OLD-ACCUM-DEPR-IN   PICTURE S9(7)V99.
      *        REMAINING LIFE, LAST ROLLED YEAR
           05  OLD-ROLL-PART       PICTURE X(6).
           05  OLD-YTD-DEPR-POSTED-IN
                                   PICTURE S9(7)V99.
      *        LAST POSTED PERIOD, TAX METHOD, TAX LIFE
           05  OLD-TAX-TERMS-PART  PICTURE X(9).
           05  OLD-TAX-ACCUM-DEPR-IN
                                   PICTURE S9(7)V99.
      *        TAX REMAINING LIFE, IMPAIRED FLAG
           05  OLD-IMPAIR-PART     PICTURE X(3).
           05  OLD-IMPAIRMENT-YTD-IN
                                   PICTURE S9(7)V99.
      *        PRIOR DEPT THROUGH ADD-POSTED FLAG
           05  OLD-TRAILING-PART   PICTURE X(34).
           05  FILLER              PICTURE X(3).

      *****************************************************
      *THE NEW MASTER IS WRITTEN THROUGH THE CURRENT
      *COPYBOOK. THE SECOND RECORD NAMES THE SAME BLOCKS
      *AT THEIR NEW POSITIONS SO THEY CAN BE DROPPED IN
      *WHOLE.
      *****************************************************
       FD  NEW-MASTER-FILE RECORDING MODE IS F.
       COPY ASSETIN.CPY.
       01  NEW-MASTER-BLOCKS.
           05  FILLER              PICTURE X(38).
           05  NEWM-TERMS-PART     PICTURE X(7).
           05  FILLER              PICTURE X(26).
           05  NEWM-ROLL-PART      PICTURE X(6).
           05  FILLER              PICTURE X(11).
           05  NEWM-TAX-TERMS-PART PICTURE X(9).
           05  FILLER              PICTURE X(11).
           05  NEWM-IMPAIR-PART    PICTURE X(3).
           05  FILLER              PICTURE X(11).
           05  NEWM-TRAILING-PART  PICTURE X(34).
           05  FILLER              PICTURE X(24).

       FD  OLD-ARCHIVE-FILE RECORDING MODE IS F.
       01  OLD-ARCHIVE-RECORD.
           05  OLD-ARCH-IMAGE-IN   PICTURE X(140).

       FD  NEW-ARCHIVE-FILE RECORDING MODE IS F.
       01  NEW-ARCHIVE-RECORD.
           05  NEW-ARCH-IMAGE-OUT  PICTURE X(180).

       FD  OLD-IMPAIR-FILE RECORDING MODE IS F.
       01  OLD-IMPAIR-RECORD.
           05  OLD-HIST-ASSET-ID-IN
                                   PICTURE X(6).
           05  OLD-HIST-DATE-IN    PICTURE 9(6).
           05  OLD-HIST-AMOUNT-IN  PICTURE S9(6)V99.
           05  OLD-HIST-PRIOR-BV-IN
                                   PICTURE S9(7)V99.
           05  OLD-HIST-NEW-BV-IN  PICTURE S9(7)V99.
           05  FILLER              PICTURE X(42).

       FD  NEW-IMPAIR-FILE RECORDING MODE IS F.
       01  NEW-IMPAIR-RECORD.
           05  HIST-ASSET-ID-OUT   PICTURE X(6).
           05  HIST-DATE-OUT       PICTURE 9(6).
           05  HIST-AMOUNT-OUT     PICTURE S9(9)V99.
           05  HIST-PRIOR-BV-OUT   PICTURE S9(9)V99.
           05  HIST-NEW-BV-OUT     PICTURE S9(9)V99.
           05  FILLER              PICTURE X(35).

       FD  OLD-XFER-FILE RECORDING MODE IS F.
       01  OLD-XFER-RECORD         PICTURE X(80).

       FD  NEW-XFER-FILE RECORDING MODE IS F.
       01  NEW-XFER-RECORD         PICTURE X(80).

       FD  OLD-SPLIT-FILE RECORDING MODE IS F.
       01  OLD-SPLIT-RECORD.
           05  OLD-SPLIT-ASSET-ID-IN
                                   PICTURE X(6).
           05  OLD-SPLIT-NEW-ID-IN PICTURE X(6).
           05  OLD-SPLIT-MONTH-IN  PICTURE 99.
           05  OLD-SPLIT-COST-IN   PICTURE S9(6)V99.
           05  OLD-SPLIT-ACCUM-IN  PICTURE S9(7)V99.
           05  OLD-SPLIT-PROCEEDS-IN
                                   PICTURE S9(6)V99.
           05  FILLER              PICTURE X(41).

       FD  NEW-SPLIT-FILE RECORDING MODE IS F.
       01  NEW-SPLIT-RECORD.
           05  SPLIT-ASSET-ID-OUT  PICTURE X(6).
           05  SPLIT-NEW-ID-OUT    PICTURE X(6).
           05  SPLIT-MONTH-OUT     PICTURE 99.
           05  SPLIT-COST-OUT      PICTURE S9(9)V99.
           05  SPLIT-ACCUM-OUT     PICTURE S9(9)V99.
           05  SPLIT-PROCEEDS-OUT  PICTURE S9(9)V99.
           05  FILLER              PICTURE X(33).

       FD  OLD-SNAP-FILE RECORDING MODE IS F.
       01  OLD-SNAP-RECORD.
           05  OLD-SNAP-ASSET-ID-IN
                                   PICTURE X(6).
           05  OLD-SNAP-DEPT-IN    PICTURE X(4).
           05  OLD-SNAP-COST-IN    PICTURE S9(5)V99.
           05  OLD-SNAP-ACCUM-IN   PICTURE S9(7)V99.
           05  OLD-SNAP-YEAR-IN    PICTURE 9(4).
           05  FILLER              PICTURE X(50).

       FD  NEW-SNAP-FILE RECORDING MODE IS F.
       01  NEW-SNAP-RECORD.
           05  SNAP-ASSET-ID-OUT   PICTURE X(6).
           05  SNAP-DEPT-OUT       PICTURE X(4).
           05  SNAP-COST-OUT       PICTURE S9(9)V99.
           05  SNAP-ACCUM-OUT      PICTURE S9(9)V99.
           05  SNAP-YEAR-OUT       PICTURE 9(4).
           05  FILLER              PICTURE X(44).

       FD  OLD-SUSP-FILE RECORDING MODE IS F.
       01  OLD-SUSP-RECORD.
           05  OLD-SUSP-REASON-CODE-IN
                                   PICTURE X(4).
           05  OLD-SUSP-REASON-TEXT-IN
                                   PICTURE X(30).
           05  OLD-SUSP-TRAN-IMAGE-IN
                                   PICTURE X(80).

       FD  NEW-SUSP-FILE RECORDING MODE IS F.
       COPY ASSETSUSP.CPY.

      *****************************************************
      *GL ARCHIVE - BATCH NUMBER PLUS THE 45-BYTE EXTRACT
      *IMAGE. THE OLD DETAIL IMAGE CARRIED A S9(7)V99
      *AMOUNT; A TRAILER IMAGE (OLD-GLA-ACCOUNT-IN =
      *'TRAILR') IS THE SAME IN BOTH LAYOUTS.
      *****************************************************
       FD  OLD-GLARCH-FILE RECORDING MODE IS F.
       01  OLD-GLARCH-RECORD.
           05  OLD-GLA-BATCH-IN    PICTURE 9(6).
           05  OLD-GLA-IMAGE-IN.
               10  OLD-GLA-ACCOUNT-IN
                                   PICTURE X(6).
               10  OLD-GLA-DEPT-IN PICTURE X(4).
               10  OLD-GLA-AMOUNT-IN
                                   PICTURE S9(7)V99.
               10  OLD-GLA-PERIOD-IN
                                   PICTURE 9(6).
               10  OLD-GLA-DRCR-IN PICTURE X.
               10  OLD-GLA-COMPANY-IN
                                   PICTURE X(2).
               10  FILLER          PICTURE X(17).
           05  FILLER              PICTURE X(9).

       FD  NEW-GLARCH-FILE RECORDING MODE IS F.
       01  NEW-GLARCH-RECORD.
           05  NEW-GLA-BATCH-OUT   PICTURE 9(6).
           05  NEW-GLA-IMAGE-OUT   PICTURE X(45).
           05  FILLER              PICTURE X(9).

       FD  CONV-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-A-SINGLE-LINE         PICTURE X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-OLD-WS              PICTURE X(3)     VALUE 'NO'.
           05  EOF-NEW-WS              PICTURE X(3)     VALUE 'NO'.
           05  OLDM-FILE-STATUS-WS     PICTURE XX       VALUE '00'.
           05  NEWM-FILE-STATUS-WS     PICTURE XX       VALUE '00'.
           05  OLD-FILE-STATUS-WS      PICTURE XX       VALUE '00'.
           05  NEW-FILE-STATUS-WS      PICTURE XX       VALUE '00'.

           05  ZEROED-COUNT-WS         PICTURE 9(7)     VALUE ZERO.
           05  PROOF-FAILED-WS         PICTURE X(3)     VALUE 'NO'.

      *****************************************************
      *PRF-BASE-WS POINTS AT THE FIRST OF THE SEVEN PROOF
      *ENTRIES FOR A MASTER-LAYOUT FILE - 1 FOR THE MASTER,
      *8 FOR THE ARCHIVE - SO ONE PARAGRAPH TOTALS EITHER
      *****************************************************
           05  PRF-BASE-WS             PICTURE 99       VALUE ZERO.
           05  PRF-SUB-WS              PICTURE 99       VALUE ZERO.
           05  PRF-COUNT-WS            PICTURE 99       VALUE 20.
           05  SUSP-AMOUNT-WS          PICTURE S9(11)V99 VALUE ZERO.

           05  HOLD-DATE-WS.
               10 YEAR-WS       PIC 9999.
               10 MONTH-WS      PIC 99.
               10 DAY-WS        PIC 99.
               10 HOUR-WS       PIC 99.
               10 MINUTE-WS     PIC 99.
               10 SECOND-WS     PIC 99.

      *****************************************************
      *PROOF TABLE - ONE ENTRY PER FILE AND AMOUNT FIELD:
      *   1-7   ASSETDATA  COST, SALVAGE, PROCEEDS, ACCUM,
      *                    YTD POSTED, TAX ACCUM, IMPAIR YTD
      *   8-14  ASSETARCH  THE SAME SEVEN
      *  15     IMPAIRHIST ALL AMOUNTS
      *  16     XFERHIST   RECORDS ONLY
      *  17     SPLITHIST  ALL AMOUNTS
      *  18     ASSETSNAP  ALL AMOUNTS
      *  19     ASSETSUSP  ALL AMOUNTS
      *  20     GLARCHIVE  ALL DETAIL AMOUNTS
      *BEFORE FIGURES ARE TAKEN AS THE OLD FILE IS READ,
      *AFTER FIGURES BY READING THE NEW FILE BACK
      *****************************************************
       01  PROOF-TABLE-WS.
           05  PRF-ENTRY-WS            OCCURS 20 TIMES.
               10  PRF-FILE-WS         PICTURE X(14).
               10  PRF-FIELD-WS        PICTURE X(16).
               10  PRF-ON-HAND-WS      PICTURE X(3).
               10  PRF-BEFORE-COUNT-WS PICTURE 9(7).
               10  PRF-AFTER-COUNT-WS  PICTURE 9(7).
               10  PRF-BEFORE-AMT-WS   PICTURE S9(13)V99.
               10  PRF-AFTER-AMT-WS    PICTURE S9(13)V99.

      *****************************************************
      *THE SUSPENDED TRANSACTION IMAGE AS IT STANDS TODAY -
      *80 BYTES. EACH AMOUNT COLUMN ALSO HAS A CHARACTER
      *VIEW SO A NON-NUMERIC ENTRY (OR THE PROJECT NUMBER
      *OR TAG SHARING THE COLUMNS) CAN BE CARRIED AS KEYED.
      *****************************************************
       01  OLD-TRAN-RECORD.
           05  OLD-TRAN-CODE-IN        PICTURE X.
               88  OLD-TRAN-ADD-IN             VALUE 'A'.
               88  OLD-TRAN-TAG-LOC-IN         VALUE 'L'.
      *        ASSET ID, NAME
           05  OLD-TRAN-KEY-PART       PICTURE X(16).
           05  OLD-TRAN-PRICE-IN       PICTURE S9(5)V99.
           05  OLD-TRAN-PRICE-X REDEFINES OLD-TRAN-PRICE-IN
                                       PICTURE X(7).
           05  OLD-TRAN-SALVAGE-IN     PICTURE S9(5)V99.
           05  OLD-TRAN-SALVAGE-X REDEFINES OLD-TRAN-SALVAGE-IN
                                       PICTURE X(7).
      *        LIFE, METHOD, DEPT, DISPOSAL MONTH
           05  OLD-TRAN-TERMS-PART     PICTURE X(9).
           05  OLD-TRAN-PROCEEDS-IN    PICTURE S9(6)V99.
           05  OLD-TRAN-PROCEEDS-X REDEFINES OLD-TRAN-PROCEEDS-IN
                                       PICTURE X(8).
      *        TAX METHOD, TAX LIFE
           05  OLD-TRAN-TAX-PART       PICTURE X(3).
           05  OLD-TRAN-IMPAIR-IN      PICTURE S9(6)V99.
           05  OLD-TRAN-IMPAIR-X REDEFINES OLD-TRAN-IMPAIR-IN
                                       PICTURE X(8).
      *        DATE COLUMNS, COMPANY, IN-SERVICE, CONVENTIONS
           05  OLD-TRAN-TRAILING-PART  PICTURE X(16).
           05  FILLER                  PICTURE X(5).

      *****************************************************
      *THE NEW TRANSACTION IMAGE THROUGH THE CURRENT
      *COPYBOOK, WITH THE SAME BLOCKS AND CHARACTER VIEWS
      *NAMED AT THEIR NEW POSITIONS
      *****************************************************
       COPY ASSETTRAN.CPY.
       01  NEW-TRAN-BLOCKS REDEFINES ASSET-TRANSACTION-RECORD.
           05  FILLER                  PICTURE X.
           05  NEWT-KEY-PART           PICTURE X(16).
           05  NEWT-PRICE-X            PICTURE X(11).
           05  NEWT-SALVAGE-X          PICTURE X(11).
           05  NEWT-TERMS-PART         PICTURE X(9).
           05  NEWT-PROCEEDS-X         PICTURE X(11).
           05  NEWT-TAX-PART           PICTURE X(3).
           05  NEWT-IMPAIR-X           PICTURE X(11).
           05  NEWT-TRAILING-PART      PICTURE X(16).
           05  FILLER                  PICTURE X(11).

       COPY GLEXTRACT.CPY.

       01  CONV-HEADER-LINE-SETUP.
           05                      PICTURE X       VALUE SPACES.
           05                      PICTURE X(10)   VALUE 'RUN DATE: '.
           05  CONV-HEADER-DATE-OUT.
               10  MONTH-OUT       PICTURE 99.
               10                  PICTURE X       VALUE '/'.
               10  DAY-OUT         PICTURE 99.
               10                  PICTURE X       VALUE '/'.
               10  YEAR-OUT        PICTURE 9999.
           05                      PICTURE X(4)    VALUE SPACES.
           05                      PICTURE X(46)   VALUE
                 'ASSET FILE CONVERSION - WIDENED AMOUNT FIELDS'.

       01  CONV-COLUMN-LINE-SETUP.
           05                      PICTURE X       VALUE SPACES.
           05                      PICTURE X(16)   VALUE 'FILE'.
           05                      PICTURE X(18)   VALUE
                 'AMOUNT FIELD'.
           05                      PICTURE X(9)    VALUE
                 '   BEFORE'.
           05                      PICTURE X(3)    VALUE SPACES.
           05                      PICTURE X(9)    VALUE
                 '    AFTER'.
           05                      PICTURE X(3)    VALUE SPACES.
           05                      PICTURE X(22)   VALUE
                 '        DOLLARS BEFORE'.
           05                      PICTURE X(2)    VALUE SPACES.
           05                      PICTURE X(22)   VALUE
                 '         DOLLARS AFTER'.
           05                      PICTURE X(3)    VALUE SPACES.
           05                      PICTURE X(14)   VALUE 'PROOF'.
           05                      PICTURE X(10)   VALUE SPACES.

       01  CONV-DETAIL-LINE-SETUP.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  CONV-FILE-OUT       PICTURE X(14).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  CONV-FIELD-OUT      PICTURE X(16).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  CONV-BEFORE-COUNT-OUT
                                   PICTURE Z,ZZZ,ZZ9.
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05  CONV-AFTER-COUNT-OUT
                                   PICTURE Z,ZZZ,ZZ9.
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05  CONV-BEFORE-AMT-OUT PICTURE $$,$$$,$$$,$$$,$$9.99-.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  CONV-AFTER-AMT-OUT  PICTURE $$,$$$,$$$,$$$,$$9.99-.
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05  CONV-PROOF-OUT      PICTURE X(14).
           05  FILLER              PICTURE X(10)   VALUE SPACES.

       01  CONV-MESSAGE-LINE-SETUP.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  CONV-MESSAGE-OUT    PICTURE X(60).
           05  CONV-MSG-COUNT-OUT  PICTURE Z,ZZZ,ZZ9.
           05  FILLER              PICTURE X(62)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM    200-OPEN
           PERFORM    300-CONVERT-MASTER
           PERFORM    400-CONVERT-ARCHIVE
           PERFORM    450-CONVERT-IMPAIR-HIST
           PERFORM    460-CONVERT-XFER-HIST
           PERFORM    470-CONVERT-SPLIT-HIST
           PERFORM    480-CONVERT-SNAPSHOT
           PERFORM    500-CONVERT-SUSPENSE
           PERFORM    550-CONVERT-GL-ARCHIVE
           PERFORM    600-PROVE-NEW-FILES
           PERFORM    800-PRINT-PROOF
           PERFORM    900-CLOSE
           STOP RUN.

       200-OPEN.
           OPEN OUTPUT CONV-REPORT-FILE
           MOVE FUNCTION CURRENT-DATE TO HOLD-DATE-WS
           CALL "DEPRSUB2" USING YEAR-WS, MONTH-WS, DAY-WS,
                                 MONTH-OUT, DAY-OUT, YEAR-OUT
           MOVE CONV-HEADER-LINE-SETUP TO PRINT-A-SINGLE-LINE
           WRITE PRINT-A-SINGLE-LINE AFTER 1 LINE
           MOVE SPACES TO PRINT-A-SINGLE-LINE
           WRITE PRINT-A-SINGLE-LINE AFTER 1 LINE
           MOVE CONV-COLUMN-LINE-SETUP TO PRINT-A-SINGLE-LINE
           WRITE PRINT-A-SINGLE-LINE AFTER 1 LINE
           MOVE SPACES TO PRINT-A-SINGLE-LINE
           WRITE PRINT-A-SINGLE-LINE AFTER 1 LINE

           MOVE 1 TO PRF-SUB-WS
           PERFORM  210-CLEAR-ONE-ENTRY
                    UNTIL PRF-SUB-WS > PRF-COUNT-WS
           PERFORM  220-LABEL-PROOF-ENTRIES.

       210-CLEAR-ONE-ENTRY.
           MOVE SPACES TO PRF-FILE-WS (PRF-SUB-WS)
                          PRF-FIELD-WS (PRF-SUB-WS)
           MOVE 'YES'  TO PRF-ON-HAND-WS (PRF-SUB-WS)
           MOVE ZERO   TO PRF-BEFORE-COUNT-WS (PRF-SUB-WS)
                          PRF-AFTER-COUNT-WS (PRF-SUB-WS)
                          PRF-BEFORE-AMT-WS (PRF-SUB-WS)
                          PRF-AFTER-AMT-WS (PRF-SUB-WS)
           ADD  1 TO PRF-SUB-WS.

       220-LABEL-PROOF-ENTRIES.
           MOVE 1 TO PRF-BASE-WS
           MOVE 'ASSETDATA.DAT'   TO PRF-FILE-WS (1)
           PERFORM  230-LABEL-MASTER-FIELDS
           MOVE 8 TO PRF-BASE-WS
           MOVE 'ASSETARCH.DAT'   TO PRF-FILE-WS (8)
           PERFORM  230-LABEL-MASTER-FIELDS
           MOVE 'IMPAIRHIST.DAT'  TO PRF-FILE-WS (15)
           MOVE 'ALL AMOUNTS'     TO PRF-FIELD-WS (15)
           MOVE 'XFERHIST.DAT'    TO PRF-FILE-WS (16)
           MOVE 'NO AMOUNTS'      TO PRF-FIELD-WS (16)
           MOVE 'SPLITHIST.DAT'   TO PRF-FILE-WS (17)
           MOVE 'ALL AMOUNTS'     TO PRF-FIELD-WS (17)
           MOVE 'ASSETSNAP.DAT'   TO PRF-FILE-WS (18)
           MOVE 'ALL AMOUNTS'     TO PRF-FIELD-WS (18)
           MOVE 'ASSETSUSP.DAT'   TO PRF-FILE-WS (19)
           MOVE 'ALL AMOUNTS'     TO PRF-FIELD-WS (19)
           MOVE 'GLARCHIVE.DAT'   TO PRF-FILE-WS (20)
           MOVE 'DETAIL AMOUNTS'  TO PRF-FIELD-WS (20).

       230-LABEL-MASTER-FIELDS.
           MOVE PRF-BASE-WS TO PRF-SUB-WS
           MOVE 'COST'              TO PRF-FIELD-WS (PRF-SUB-WS)
           ADD  1 TO PRF-SUB-WS
           MOVE 'SALVAGE'           TO PRF-FIELD-WS (PRF-SUB-WS)
           ADD  1 TO PRF-SUB-WS
           MOVE 'PROCEEDS'          TO PRF-FIELD-WS (PRF-SUB-WS)
           ADD  1 TO PRF-SUB-WS
           MOVE 'ACCUM DEPR'        TO PRF-FIELD-WS (PRF-SUB-WS)
           ADD  1 TO PRF-SUB-WS
           MOVE 'YTD POSTED'        TO PRF-FIELD-WS (PRF-SUB-WS)
           ADD  1 TO PRF-SUB-WS
           MOVE 'TAX ACCUM DEPR'    TO PRF-FIELD-WS (PRF-SUB-WS)
           ADD  1 TO PRF-SUB-WS
           MOVE 'IMPAIRMENT YTD'    TO PRF-FIELD-WS (PRF-SUB-WS).

      *****************************************************
      *THE MASTER IS REQUIRED - THERE IS NOTHING TO CONVERT
      *WITHOUT IT. IT IS READ IN KEY SEQUENCE, SO THE NEW
      *INDEXED FILE LOADS IN ASCENDING KEY ORDER.
      *****************************************************
       300-CONVERT-MASTER.
           OPEN INPUT OLD-MASTER-FILE
           IF OLDM-FILE-STATUS-WS NOT = '00'
               DISPLAY 'ASSETCONV: ASSET MASTER OPEN '
                       'FAILED - STATUS ' OLDM-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT NEW-MASTER-FILE
           IF NEWM-FILE-STATUS-WS NOT = '00'
               DISPLAY 'ASSETCONV: ASSETDATA.NEW OPEN '
                       'FAILED - STATUS ' NEWM-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE 1 TO PRF-BASE-WS
           MOVE 'NO' TO EOF-OLD-WS
           PERFORM  350-READ-OLD-MASTER
           PERFORM  310-CONVERT-ONE-ASSET UNTIL EOF-OLD-WS = 'YES'
           CLOSE OLD-MASTER-FILE NEW-MASTER-FILE.

       310-CONVERT-ONE-ASSET.
           PERFORM  320-CLEAN-OLD-AMOUNTS
           PERFORM  330-BUILD-NEW-MASTER
           PERFORM  340-ADD-BEFORE-AMOUNTS
           WRITE ASSET-INPUT-RECORD
               INVALID KEY
                   DISPLAY 'ASSETCONV: WRITE FAILED FOR '
                           ASSET-ID-IN ' - STATUS '
                           NEWM-FILE-STATUS-WS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-WRITE
           PERFORM  350-READ-OLD-MASTER.

      *****************************************************
      *A BLANK OR GARBLED AMOUNT ON AN OLD RECORD CANNOT BE
      *RE-SCALED OR TOTALLED - IT IS CARRIED AS ZERO, AND
      *COUNTED SO THE REPORT SHOWS HOW MANY WERE
      *****************************************************
       320-CLEAN-OLD-AMOUNTS.
           IF OLD-PRICE-IN IS NOT NUMERIC
               MOVE ZERO TO OLD-PRICE-IN
               ADD  1 TO ZEROED-COUNT-WS
           END-IF
           IF OLD-SALVAGE-IN IS NOT NUMERIC
               MOVE ZERO TO OLD-SALVAGE-IN
               ADD  1 TO ZEROED-COUNT-WS
           END-IF
           IF OLD-DISPOSAL-PROCEEDS-IN IS NOT NUMERIC
               MOVE ZERO TO OLD-DISPOSAL-PROCEEDS-IN
               ADD  1 TO ZEROED-COUNT-WS
           END-IF
           IF OLD-ACCUM-DEPR-IN IS NOT NUMERIC
               MOVE ZERO TO OLD-ACCUM-DEPR-IN
               ADD  1 TO ZEROED-COUNT-WS
           END-IF
           IF OLD-YTD-DEPR-POSTED-IN IS NOT NUMERIC
               MOVE ZERO TO OLD-YTD-DEPR-POSTED-IN
               ADD  1 TO ZEROED-COUNT-WS
           END-IF
           IF OLD-TAX-ACCUM-DEPR-IN IS NOT NUMERIC
               MOVE ZERO TO OLD-TAX-ACCUM-DEPR-IN
               ADD  1 TO ZEROED-COUNT-WS
           END-IF
           IF OLD-IMPAIRMENT-YTD-IN IS NOT NUMERIC
               MOVE ZERO TO OLD-IMPAIRMENT-YTD-IN
               ADD  1 TO ZEROED-COUNT-WS
           END-IF.

       330-BUILD-NEW-MASTER.
           MOVE SPACES                   TO ASSET-INPUT-RECORD
           MOVE OLD-ASSET-ID-IN          TO ASSET-ID-IN
           MOVE OLD-NAME-IN              TO NAME-IN
           MOVE OLD-PRICE-IN             TO PRICE-IN
           MOVE OLD-SALVAGE-IN           TO SALVAGE-IN
           MOVE OLD-TERMS-PART           TO NEWM-TERMS-PART
           MOVE OLD-DISPOSAL-PROCEEDS-IN TO DISPOSAL-PROCEEDS-IN
           MOVE OLD-DEPT-IN              TO DEPT-IN
           MOVE OLD-ACCUM-DEPR-IN        TO ACCUM-DEPR-IN
           MOVE OLD-ROLL-PART            TO NEWM-ROLL-PART
           MOVE OLD-YTD-DEPR-POSTED-IN   TO YTD-DEPR-POSTED-IN
           MOVE OLD-TAX-TERMS-PART       TO NEWM-TAX-TERMS-PART
           MOVE OLD-TAX-ACCUM-DEPR-IN    TO TAX-ACCUM-DEPR-IN
           MOVE OLD-IMPAIR-PART          TO NEWM-IMPAIR-PART
           MOVE OLD-IMPAIRMENT-YTD-IN    TO IMPAIRMENT-YTD-IN
           MOVE OLD-TRAILING-PART        TO NEWM-TRAILING-PART.

       340-ADD-BEFORE-AMOUNTS.
           MOVE PRF-BASE-WS TO PRF-SUB-WS
           ADD  1                  TO PRF-BEFORE-COUNT-WS (PRF-SUB-WS)
           ADD  OLD-PRICE-IN       TO PRF-BEFORE-AMT-WS (PRF-SUB-WS)
           ADD  1 TO PRF-SUB-WS
           ADD  1                  TO PRF-BEFORE-COUNT-WS (PRF-SUB-WS)
           ADD  OLD-SALVAGE-IN     TO PRF-BEFORE-AMT-WS (PRF-SUB-WS)
           ADD  1 TO PRF-SUB-WS
           ADD  1                  TO PRF-BEFORE-COUNT-WS (PRF-SUB-WS)
           ADD  OLD-DISPOSAL-PROCEEDS-IN
                                   TO PRF-BEFORE-AMT-WS (PRF-SUB-WS)
           ADD  1 TO PRF-SUB-WS
           ADD  1                  TO PRF-BEFORE-COUNT-WS (PRF-SUB-WS)
           ADD  OLD-ACCUM-DEPR-IN  TO PRF-BEFORE-AMT-WS (PRF-SUB-WS)
           ADD  1 TO PRF-SUB-WS
           ADD  1                  TO PRF-BEFORE-COUNT-WS (PRF-SUB-WS)
           ADD  OLD-YTD-DEPR-POSTED-IN
                                   TO PRF-BEFORE-AMT-WS (PRF-SUB-WS)
           ADD  1 TO PRF-SUB-WS
           ADD  1                  TO PRF-BEFORE-COUNT-WS (PRF-SUB-WS)
           ADD  OLD-TAX-ACCUM-DEPR-IN
                                   TO PRF-BEFORE-AMT-WS (PRF-SUB-WS)
           ADD  1 TO PRF-SUB-WS
           ADD  1                  TO PRF-BEFORE-COUNT-WS (PRF-SUB-WS)
           ADD  OLD-IMPAIRMENT-YTD-IN
                                   TO PRF-BEFORE-AMT-WS (PRF-SUB-WS).

       350-READ-OLD-MASTER.
           READ OLD-MASTER-FILE NEXT RECORD
              AT END MOVE 'YES' TO EOF-OLD-WS
           END-READ.

      *****************************************************
      *ARCHIVED ASSETS ARE MASTER IMAGES, SO EACH IS LAID
      *OVER THE OLD MASTER LAYOUT AND CONVERTED EXACTLY AS
      *A LIVE ASSET IS - THE SAME WAY ASSETREG LAYS THE
      *MASTER LAYOUT OVER THE ARCHIVE TO READ IT
      *****************************************************
       400-CONVERT-ARCHIVE.
           OPEN INPUT OLD-ARCHIVE-FILE
           IF OLD-FILE-STATUS-WS = '35'
               MOVE 'NO' TO PRF-ON-HAND-WS (8)  PRF-ON-HAND-WS (9)
                            PRF-ON-HAND-WS (10) PRF-ON-HAND-WS (11)
                            PRF-ON-HAND-WS (12) PRF-ON-HAND-WS (13)
                            PRF-ON-HAND-WS (14)
           ELSE
               PERFORM  940-CHECK-OLD-OPEN
               OPEN OUTPUT NEW-ARCHIVE-FILE
               PERFORM  945-CHECK-NEW-OPEN
               MOVE 8 TO PRF-BASE-WS
               MOVE 'NO' TO EOF-OLD-WS
               PERFORM  420-READ-OLD-ARCHIVE
               PERFORM  410-CONVERT-ONE-ARCHIVED
                        UNTIL EOF-OLD-WS = 'YES'
               CLOSE OLD-ARCHIVE-FILE NEW-ARCHIVE-FILE
           END-IF.

       410-CONVERT-ONE-ARCHIVED.
           MOVE OLD-ARCH-IMAGE-IN TO OLD-ASSET-RECORD
           PERFORM  320-CLEAN-OLD-AMOUNTS
           PERFORM  330-BUILD-NEW-MASTER
           PERFORM  340-ADD-BEFORE-AMOUNTS
           MOVE ASSET-INPUT-RECORD TO NEW-ARCH-IMAGE-OUT
           WRITE NEW-ARCHIVE-RECORD
           PERFORM  420-READ-OLD-ARCHIVE.

       420-READ-OLD-ARCHIVE.
           READ OLD-ARCHIVE-FILE
              AT END MOVE 'YES' TO EOF-OLD-WS
           END-READ.

       450-CONVERT-IMPAIR-HIST.
           OPEN INPUT OLD-IMPAIR-FILE
           IF OLD-FILE-STATUS-WS = '35'
               MOVE 'NO' TO PRF-ON-HAND-WS (15)
           ELSE
               PERFORM  940-CHECK-OLD-OPEN
               OPEN OUTPUT NEW-IMPAIR-FILE
               PERFORM  945-CHECK-NEW-OPEN
               MOVE 'NO' TO EOF-OLD-WS
               PERFORM  456-READ-OLD-IMPAIR
               PERFORM  455-CONVERT-ONE-IMPAIR
                        UNTIL EOF-OLD-WS = 'YES'
               CLOSE OLD-IMPAIR-FILE NEW-IMPAIR-FILE
           END-IF.

       455-CONVERT-ONE-IMPAIR.
           MOVE SPACES                 TO NEW-IMPAIR-RECORD
           MOVE OLD-HIST-ASSET-ID-IN   TO HIST-ASSET-ID-OUT
           MOVE OLD-HIST-DATE-IN       TO HIST-DATE-OUT
           MOVE OLD-HIST-AMOUNT-IN     TO HIST-AMOUNT-OUT
           MOVE OLD-HIST-PRIOR-BV-IN   TO HIST-PRIOR-BV-OUT
           MOVE OLD-HIST-NEW-BV-IN     TO HIST-NEW-BV-OUT
           WRITE NEW-IMPAIR-RECORD
           ADD  1                    TO PRF-BEFORE-COUNT-WS (15)
           ADD  OLD-HIST-AMOUNT-IN   TO PRF-BEFORE-AMT-WS (15)
           ADD  OLD-HIST-PRIOR-BV-IN TO PRF-BEFORE-AMT-WS (15)
           ADD  OLD-HIST-NEW-BV-IN   TO PRF-BEFORE-AMT-WS (15)
           PERFORM  456-READ-OLD-IMPAIR.

       456-READ-OLD-IMPAIR.
           READ OLD-IMPAIR-FILE
              AT END MOVE 'YES' TO EOF-OLD-WS
           END-READ.

       460-CONVERT-XFER-HIST.
           OPEN INPUT OLD-XFER-FILE
           IF OLD-FILE-STATUS-WS = '35'
               MOVE 'NO' TO PRF-ON-HAND-WS (16)
           ELSE
               PERFORM  940-CHECK-OLD-OPEN
               OPEN OUTPUT NEW-XFER-FILE
               PERFORM  945-CHECK-NEW-OPEN
               MOVE 'NO' TO EOF-OLD-WS
               PERFORM  466-READ-OLD-XFER
               PERFORM  465-CONVERT-ONE-XFER
                        UNTIL EOF-OLD-WS = 'YES'
               CLOSE OLD-XFER-FILE NEW-XFER-FILE
           END-IF.

       465-CONVERT-ONE-XFER.
           MOVE OLD-XFER-RECORD TO NEW-XFER-RECORD
           WRITE NEW-XFER-RECORD
           ADD  1 TO PRF-BEFORE-COUNT-WS (16)
           PERFORM  466-READ-OLD-XFER.

       466-READ-OLD-XFER.
           READ OLD-XFER-FILE
              AT END MOVE 'YES' TO EOF-OLD-WS
           END-READ.

       470-CONVERT-SPLIT-HIST.
           OPEN INPUT OLD-SPLIT-FILE
           IF OLD-FILE-STATUS-WS = '35'
               MOVE 'NO' TO PRF-ON-HAND-WS (17)
           ELSE
               PERFORM  940-CHECK-OLD-OPEN
               OPEN OUTPUT NEW-SPLIT-FILE
               PERFORM  945-CHECK-NEW-OPEN
               MOVE 'NO' TO EOF-OLD-WS
               PERFORM  476-READ-OLD-SPLIT
               PERFORM  475-CONVERT-ONE-SPLIT
                        UNTIL EOF-OLD-WS = 'YES'
               CLOSE OLD-SPLIT-FILE NEW-SPLIT-FILE
           END-IF.

       475-CONVERT-ONE-SPLIT.
           MOVE SPACES                 TO NEW-SPLIT-RECORD
           MOVE OLD-SPLIT-ASSET-ID-IN  TO SPLIT-ASSET-ID-OUT
           MOVE OLD-SPLIT-NEW-ID-IN    TO SPLIT-NEW-ID-OUT
           MOVE OLD-SPLIT-MONTH-IN     TO SPLIT-MONTH-OUT
           MOVE OLD-SPLIT-COST-IN      TO SPLIT-COST-OUT
           MOVE OLD-SPLIT-ACCUM-IN     TO SPLIT-ACCUM-OUT
           MOVE OLD-SPLIT-PROCEEDS-IN  TO SPLIT-PROCEEDS-OUT
           WRITE NEW-SPLIT-RECORD
           ADD  1                     TO PRF-BEFORE-COUNT-WS (17)
           ADD  OLD-SPLIT-COST-IN     TO PRF-BEFORE-AMT-WS (17)
           ADD  OLD-SPLIT-ACCUM-IN    TO PRF-BEFORE-AMT-WS (17)
           ADD  OLD-SPLIT-PROCEEDS-IN TO PRF-BEFORE-AMT-WS (17)
           PERFORM  476-READ-OLD-SPLIT.

       476-READ-OLD-SPLIT.
           READ OLD-SPLIT-FILE
              AT END MOVE 'YES' TO EOF-OLD-WS
           END-READ.

       480-CONVERT-SNAPSHOT.
           OPEN INPUT OLD-SNAP-FILE
           IF OLD-FILE-STATUS-WS = '35'
               MOVE 'NO' TO PRF-ON-HAND-WS (18)
           ELSE
               PERFORM  940-CHECK-OLD-OPEN
               OPEN OUTPUT NEW-SNAP-FILE
               PERFORM  945-CHECK-NEW-OPEN
               MOVE 'NO' TO EOF-OLD-WS
               PERFORM  486-READ-OLD-SNAP
               PERFORM  485-CONVERT-ONE-SNAP
                        UNTIL EOF-OLD-WS = 'YES'
               CLOSE OLD-SNAP-FILE NEW-SNAP-FILE
           END-IF.

       485-CONVERT-ONE-SNAP.
           MOVE SPACES                 TO NEW-SNAP-RECORD
           MOVE OLD-SNAP-ASSET-ID-IN   TO SNAP-ASSET-ID-OUT
           MOVE OLD-SNAP-DEPT-IN       TO SNAP-DEPT-OUT
           MOVE OLD-SNAP-COST-IN       TO SNAP-COST-OUT
           MOVE OLD-SNAP-ACCUM-IN      TO SNAP-ACCUM-OUT
           MOVE OLD-SNAP-YEAR-IN       TO SNAP-YEAR-OUT
           WRITE NEW-SNAP-RECORD
           ADD  1                    TO PRF-BEFORE-COUNT-WS (18)
           ADD  OLD-SNAP-COST-IN     TO PRF-BEFORE-AMT-WS (18)
           ADD  OLD-SNAP-ACCUM-IN    TO PRF-BEFORE-AMT-WS (18)
           PERFORM  486-READ-OLD-SNAP.

       486-READ-OLD-SNAP.
           READ OLD-SNAP-FILE
              AT END MOVE 'YES' TO EOF-OLD-WS
           END-READ.

      *****************************************************
      *SUSPENDED TRANSACTIONS KEEP THEIR REASON AND TEXT;
      *THE HELD IMAGE IS REBUILT IN THE NEW LAYOUT
      *****************************************************
       500-CONVERT-SUSPENSE.
           OPEN INPUT OLD-SUSP-FILE
           IF OLD-FILE-STATUS-WS = '35'
               MOVE 'NO' TO PRF-ON-HAND-WS (19)
           ELSE
               PERFORM  940-CHECK-OLD-OPEN
               OPEN OUTPUT NEW-SUSP-FILE
               PERFORM  945-CHECK-NEW-OPEN
               MOVE 'NO' TO EOF-OLD-WS
               PERFORM  530-READ-OLD-SUSP
               PERFORM  510-CONVERT-ONE-SUSPENDED
                        UNTIL EOF-OLD-WS = 'YES'
               CLOSE OLD-SUSP-FILE NEW-SUSP-FILE
           END-IF.

       510-CONVERT-ONE-SUSPENDED.
           MOVE OLD-SUSP-TRAN-IMAGE-IN  TO OLD-TRAN-RECORD
           PERFORM  520-BUILD-NEW-TRAN
           MOVE SPACES                  TO SUSPENSE-RECORD
           MOVE OLD-SUSP-REASON-CODE-IN TO SUSP-REASON-CODE-OUT
           MOVE OLD-SUSP-REASON-TEXT-IN TO SUSP-REASON-TEXT-OUT
           MOVE ASSET-TRANSACTION-RECORD
                                        TO SUSP-TRAN-IMAGE-OUT
           WRITE SUSPENSE-RECORD
           ADD  1 TO PRF-BEFORE-COUNT-WS (19)
           PERFORM  530-READ-OLD-SUSP.

      *****************************************************
      *AN AMOUNT COLUMN THAT HOLDS A VALID NUMBER IS
      *RE-SCALED AND TOTALLED. ANYTHING ELSE - A KEYING
      *ERROR, A BLANK, OR THE PROJECT NUMBER / TAG THAT
      *SHARES THE COLUMNS ON AN ADD OR TAG TRANSACTION -
      *IS CARRIED LEFT-JUSTIFIED AS KEYED. AN OLD ADD THAT
      *NAMES A PROJECT CAN ONLY HAVE COME FROM CIPCAP, SO
      *IT IS MARKED AS A CIPCAP ADD WHOSE COST IS PENDING.
      *****************************************************
       520-BUILD-NEW-TRAN.
           MOVE SPACES                 TO ASSET-TRANSACTION-RECORD
           MOVE OLD-TRAN-CODE-IN       TO TRAN-CODE-IN
           MOVE OLD-TRAN-KEY-PART      TO NEWT-KEY-PART
           MOVE OLD-TRAN-TERMS-PART    TO NEWT-TERMS-PART
           MOVE OLD-TRAN-TAX-PART      TO NEWT-TAX-PART
           MOVE OLD-TRAN-TRAILING-PART TO NEWT-TRAILING-PART

           IF OLD-TRAN-PRICE-IN IS NUMERIC
               MOVE OLD-TRAN-PRICE-IN  TO TRAN-PRICE-IN
               ADD  OLD-TRAN-PRICE-IN  TO PRF-BEFORE-AMT-WS (19)
           ELSE
               MOVE OLD-TRAN-PRICE-X   TO NEWT-PRICE-X
           END-IF

           IF OLD-TRAN-SALVAGE-IN IS NUMERIC
               MOVE OLD-TRAN-SALVAGE-IN TO TRAN-SALVAGE-IN
               ADD  OLD-TRAN-SALVAGE-IN TO PRF-BEFORE-AMT-WS (19)
           ELSE
               MOVE OLD-TRAN-SALVAGE-X TO NEWT-SALVAGE-X
           END-IF

           IF NOT OLD-TRAN-ADD-IN
              AND OLD-TRAN-PROCEEDS-IN IS NUMERIC
               MOVE OLD-TRAN-PROCEEDS-IN TO TRAN-DISPOSAL-PROCEEDS-IN
               ADD  OLD-TRAN-PROCEEDS-IN TO PRF-BEFORE-AMT-WS (19)
           ELSE
               MOVE OLD-TRAN-PROCEEDS-X TO NEWT-PROCEEDS-X
           END-IF

           IF NOT OLD-TRAN-ADD-IN
              AND NOT OLD-TRAN-TAG-LOC-IN
              AND OLD-TRAN-IMPAIR-IN IS NUMERIC
               MOVE OLD-TRAN-IMPAIR-IN TO TRAN-IMPAIR-AMOUNT-IN
               ADD  OLD-TRAN-IMPAIR-IN TO PRF-BEFORE-AMT-WS (19)
           ELSE
               MOVE OLD-TRAN-IMPAIR-X  TO NEWT-IMPAIR-X
           END-IF

           IF OLD-TRAN-ADD-IN
              AND TRAN-PROJECT-IN NOT = SPACES
              AND TRAN-PROJECT-IN NOT = ZEROS
               MOVE 'C' TO TRAN-SOURCE-IN
           END-IF.

       530-READ-OLD-SUSP.
           READ OLD-SUSP-FILE
              AT END MOVE 'YES' TO EOF-OLD-WS
           END-READ.

      *****************************************************
      *A DETAIL IMAGE IS REBUILT THROUGH THE CURRENT
      *EXTRACT LAYOUT; A TRAILER IMAGE IS COPIED AS IS
      *****************************************************
       550-CONVERT-GL-ARCHIVE.
           OPEN INPUT OLD-GLARCH-FILE
           IF OLD-FILE-STATUS-WS = '35'
               MOVE 'NO' TO PRF-ON-HAND-WS (20)
           ELSE
               PERFORM  940-CHECK-OLD-OPEN
               OPEN OUTPUT NEW-GLARCH-FILE
               PERFORM  945-CHECK-NEW-OPEN
               MOVE 'NO' TO EOF-OLD-WS
               PERFORM  556-READ-OLD-GLARCH
               PERFORM  555-CONVERT-ONE-GL-IMAGE
                        UNTIL EOF-OLD-WS = 'YES'
               CLOSE OLD-GLARCH-FILE NEW-GLARCH-FILE
           END-IF.

       555-CONVERT-ONE-GL-IMAGE.
           MOVE SPACES                 TO NEW-GLARCH-RECORD
           MOVE OLD-GLA-BATCH-IN       TO NEW-GLA-BATCH-OUT
           IF OLD-GLA-ACCOUNT-IN = 'TRAILR'
               MOVE OLD-GLA-IMAGE-IN   TO NEW-GLA-IMAGE-OUT
           ELSE
               MOVE SPACES             TO GL-EXTRACT-RECORD
               MOVE OLD-GLA-ACCOUNT-IN TO GL-ACCOUNT-OUT
               MOVE OLD-GLA-DEPT-IN    TO GL-DEPT-OUT
               MOVE OLD-GLA-AMOUNT-IN  TO GL-AMOUNT-OUT
               MOVE OLD-GLA-PERIOD-IN  TO GL-PERIOD-OUT
               MOVE OLD-GLA-DRCR-IN    TO GL-DRCR-OUT
               MOVE OLD-GLA-COMPANY-IN TO GL-COMPANY-OUT
               MOVE GL-EXTRACT-RECORD  TO NEW-GLA-IMAGE-OUT
               ADD  OLD-GLA-AMOUNT-IN  TO PRF-BEFORE-AMT-WS (20)
           END-IF
           WRITE NEW-GLARCH-RECORD
           ADD  1 TO PRF-BEFORE-COUNT-WS (20)
           PERFORM  556-READ-OLD-GLARCH.

       556-READ-OLD-GLARCH.
           READ OLD-GLARCH-FILE
              AT END MOVE 'YES' TO EOF-OLD-WS
           END-READ.

      *****************************************************
      *EVERY NEW FILE WRITTEN ABOVE IS READ BACK FRONT TO
      *BACK FOR THE AFTER FIGURES - THE PROOF IS TAKEN FROM
      *WHAT IS ON DISK, NOT FROM WHAT THIS RUN MEANT TO
      *WRITE
      *****************************************************
       600-PROVE-NEW-FILES.
           PERFORM  610-PROVE-MASTER
           IF PRF-ON-HAND-WS (8) = 'YES'
               PERFORM  620-PROVE-ARCHIVE
           END-IF
           IF PRF-ON-HAND-WS (15) = 'YES'
               PERFORM  630-PROVE-IMPAIR-HIST
           END-IF
           IF PRF-ON-HAND-WS (16) = 'YES'
               PERFORM  640-PROVE-XFER-HIST
           END-IF
           IF PRF-ON-HAND-WS (17) = 'YES'
               PERFORM  650-PROVE-SPLIT-HIST
           END-IF
           IF PRF-ON-HAND-WS (18) = 'YES'
               PERFORM  660-PROVE-SNAPSHOT
           END-IF
           IF PRF-ON-HAND-WS (19) = 'YES'
               PERFORM  670-PROVE-SUSPENSE
           END-IF
           IF PRF-ON-HAND-WS (20) = 'YES'
               PERFORM  680-PROVE-GL-ARCHIVE
           END-IF.

       610-PROVE-MASTER.
           OPEN INPUT NEW-MASTER-FILE
           IF NEWM-FILE-STATUS-WS NOT = '00'
               DISPLAY 'ASSETCONV: ASSETDATA.NEW REOPEN '
                       'FAILED - STATUS ' NEWM-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO PRF-BASE-WS
           MOVE 'NO' TO EOF-NEW-WS
           PERFORM  615-PROVE-ONE-ASSET UNTIL EOF-NEW-WS = 'YES'
           CLOSE NEW-MASTER-FILE.

       615-PROVE-ONE-ASSET.
           READ NEW-MASTER-FILE NEXT RECORD
              AT END MOVE 'YES' TO EOF-NEW-WS
           END-READ
           IF EOF-NEW-WS NOT = 'YES'
               PERFORM  690-ADD-AFTER-AMOUNTS
           END-IF.

       620-PROVE-ARCHIVE.
           OPEN INPUT NEW-ARCHIVE-FILE
           PERFORM  950-CHECK-REOPEN
           MOVE 8 TO PRF-BASE-WS
           MOVE 'NO' TO EOF-NEW-WS
           PERFORM  625-PROVE-ONE-ARCHIVED UNTIL EOF-NEW-WS = 'YES'
           CLOSE NEW-ARCHIVE-FILE.

       625-PROVE-ONE-ARCHIVED.
           READ NEW-ARCHIVE-FILE
              AT END MOVE 'YES' TO EOF-NEW-WS
           END-READ
           IF EOF-NEW-WS NOT = 'YES'
               MOVE NEW-ARCH-IMAGE-OUT TO ASSET-INPUT-RECORD
               PERFORM  690-ADD-AFTER-AMOUNTS
           END-IF.

       630-PROVE-IMPAIR-HIST.
           OPEN INPUT NEW-IMPAIR-FILE
           PERFORM  950-CHECK-REOPEN
           MOVE 'NO' TO EOF-NEW-WS
           PERFORM  635-PROVE-ONE-IMPAIR UNTIL EOF-NEW-WS = 'YES'
           CLOSE NEW-IMPAIR-FILE.

       635-PROVE-ONE-IMPAIR.
           READ NEW-IMPAIR-FILE
              AT END MOVE 'YES' TO EOF-NEW-WS
           END-READ
           IF EOF-NEW-WS NOT = 'YES'
               ADD  1                 TO PRF-AFTER-COUNT-WS (15)
               ADD  HIST-AMOUNT-OUT   TO PRF-AFTER-AMT-WS (15)
               ADD  HIST-PRIOR-BV-OUT TO PRF-AFTER-AMT-WS (15)
               ADD  HIST-NEW-BV-OUT   TO PRF-AFTER-AMT-WS (15)
           END-IF.

       640-PROVE-XFER-HIST.
           OPEN INPUT NEW-XFER-FILE
           PERFORM  950-CHECK-REOPEN
           MOVE 'NO' TO EOF-NEW-WS
           PERFORM  645-PROVE-ONE-XFER UNTIL EOF-NEW-WS = 'YES'
           CLOSE NEW-XFER-FILE.

       645-PROVE-ONE-XFER.
           READ NEW-XFER-FILE
              AT END MOVE 'YES' TO EOF-NEW-WS
           END-READ
           IF EOF-NEW-WS NOT = 'YES'
               ADD  1 TO PRF-AFTER-COUNT-WS (16)
           END-IF.

       650-PROVE-SPLIT-HIST.
           OPEN INPUT NEW-SPLIT-FILE
           PERFORM  950-CHECK-REOPEN
           MOVE 'NO' TO EOF-NEW-WS
           PERFORM  655-PROVE-ONE-SPLIT UNTIL EOF-NEW-WS = 'YES'
           CLOSE NEW-SPLIT-FILE.

       655-PROVE-ONE-SPLIT.
           READ NEW-SPLIT-FILE
              AT END MOVE 'YES' TO EOF-NEW-WS
           END-READ
           IF EOF-NEW-WS NOT = 'YES'
               ADD  1                  TO PRF-AFTER-COUNT-WS (17)
               ADD  SPLIT-COST-OUT     TO PRF-AFTER-AMT-WS (17)
               ADD  SPLIT-ACCUM-OUT    TO PRF-AFTER-AMT-WS (17)
               ADD  SPLIT-PROCEEDS-OUT TO PRF-AFTER-AMT-WS (17)
           END-IF.

       660-PROVE-SNAPSHOT.
           OPEN INPUT NEW-SNAP-FILE
           PERFORM  950-CHECK-REOPEN
           MOVE 'NO' TO EOF-NEW-WS
           PERFORM  665-PROVE-ONE-SNAP UNTIL EOF-NEW-WS = 'YES'
           CLOSE NEW-SNAP-FILE.

       665-PROVE-ONE-SNAP.
           READ NEW-SNAP-FILE
              AT END MOVE 'YES' TO EOF-NEW-WS
           END-READ
           IF EOF-NEW-WS NOT = 'YES'
               ADD  1              TO PRF-AFTER-COUNT-WS (18)
               ADD  SNAP-COST-OUT  TO PRF-AFTER-AMT-WS (18)
               ADD  SNAP-ACCUM-OUT TO PRF-AFTER-AMT-WS (18)
           END-IF.

       670-PROVE-SUSPENSE.
           OPEN INPUT NEW-SUSP-FILE
           PERFORM  950-CHECK-REOPEN
           MOVE 'NO' TO EOF-NEW-WS
           PERFORM  675-PROVE-ONE-SUSPENDED UNTIL EOF-NEW-WS = 'YES'
           CLOSE NEW-SUSP-FILE.

      *****************************************************
      *THE SAME RULE AS THE CONVERSION - ONLY COLUMNS THAT
      *ARE AMOUNTS FOR THE TRANSACTION TYPE AND HOLD A
      *VALID NUMBER ARE TOTALLED
      *****************************************************
       675-PROVE-ONE-SUSPENDED.
           READ NEW-SUSP-FILE
              AT END MOVE 'YES' TO EOF-NEW-WS
           END-READ
           IF EOF-NEW-WS NOT = 'YES'
               ADD  1 TO PRF-AFTER-COUNT-WS (19)
               MOVE SUSP-TRAN-IMAGE-OUT TO ASSET-TRANSACTION-RECORD
               MOVE ZERO TO SUSP-AMOUNT-WS
               IF TRAN-PRICE-IN IS NUMERIC
                   ADD  TRAN-PRICE-IN TO SUSP-AMOUNT-WS
               END-IF
               IF TRAN-SALVAGE-IN IS NUMERIC
                   ADD  TRAN-SALVAGE-IN TO SUSP-AMOUNT-WS
               END-IF
               IF NOT TRAN-ADD-IN
                  AND TRAN-DISPOSAL-PROCEEDS-IN IS NUMERIC
                   ADD  TRAN-DISPOSAL-PROCEEDS-IN TO SUSP-AMOUNT-WS
               END-IF
               IF NOT TRAN-ADD-IN
                  AND NOT TRAN-TAG-LOC-IN
                  AND TRAN-IMPAIR-AMOUNT-IN IS NUMERIC
                   ADD  TRAN-IMPAIR-AMOUNT-IN TO SUSP-AMOUNT-WS
               END-IF
               ADD  SUSP-AMOUNT-WS TO PRF-AFTER-AMT-WS (19)
           END-IF.

       680-PROVE-GL-ARCHIVE.
           OPEN INPUT NEW-GLARCH-FILE
           PERFORM  950-CHECK-REOPEN
           MOVE 'NO' TO EOF-NEW-WS
           PERFORM  685-PROVE-ONE-GL-IMAGE UNTIL EOF-NEW-WS = 'YES'
           CLOSE NEW-GLARCH-FILE.

       685-PROVE-ONE-GL-IMAGE.
           READ NEW-GLARCH-FILE
              AT END MOVE 'YES' TO EOF-NEW-WS
           END-READ
           IF EOF-NEW-WS NOT = 'YES'
               ADD  1 TO PRF-AFTER-COUNT-WS (20)
               MOVE NEW-GLA-IMAGE-OUT TO GL-EXTRACT-RECORD
               IF GL-ACCOUNT-OUT NOT = 'TRAILR'
                   ADD  GL-AMOUNT-OUT TO PRF-AFTER-AMT-WS (20)
               END-IF
           END-IF.

       690-ADD-AFTER-AMOUNTS.
           MOVE PRF-BASE-WS TO PRF-SUB-WS
           ADD  1                  TO PRF-AFTER-COUNT-WS (PRF-SUB-WS)
           ADD  PRICE-IN           TO PRF-AFTER-AMT-WS (PRF-SUB-WS)
           ADD  1 TO PRF-SUB-WS
           ADD  1                  TO PRF-AFTER-COUNT-WS (PRF-SUB-WS)
           ADD  SALVAGE-IN         TO PRF-AFTER-AMT-WS (PRF-SUB-WS)
           ADD  1 TO PRF-SUB-WS
           ADD  1                  TO PRF-AFTER-COUNT-WS (PRF-SUB-WS)
           ADD  DISPOSAL-PROCEEDS-IN
                                   TO PRF-AFTER-AMT-WS (PRF-SUB-WS)
           ADD  1 TO PRF-SUB-WS
           ADD  1                  TO PRF-AFTER-COUNT-WS (PRF-SUB-WS)
           ADD  ACCUM-DEPR-IN      TO PRF-AFTER-AMT-WS (PRF-SUB-WS)
           ADD  1 TO PRF-SUB-WS
           ADD  1                  TO PRF-AFTER-COUNT-WS (PRF-SUB-WS)
           ADD  YTD-DEPR-POSTED-IN TO PRF-AFTER-AMT-WS (PRF-SUB-WS)
           ADD  1 TO PRF-SUB-WS
           ADD  1                  TO PRF-AFTER-COUNT-WS (PRF-SUB-WS)
           ADD  TAX-ACCUM-DEPR-IN  TO PRF-AFTER-AMT-WS (PRF-SUB-WS)
           ADD  1 TO PRF-SUB-WS
           ADD  1                  TO PRF-AFTER-COUNT-WS (PRF-SUB-WS)
           ADD  IMPAIRMENT-YTD-IN  TO PRF-AFTER-AMT-WS (PRF-SUB-WS).

      *****************************************************
      *ONE LINE PER PROOF ENTRY. A FILE NOT ON HAND HAS
      *NOTHING TO PROVE; ANY OTHER ENTRY WHOSE COUNTS OR
      *DOLLARS DIFFER FAILS THE WHOLE CONVERSION.
      *****************************************************
       800-PRINT-PROOF.
           MOVE 1 TO PRF-SUB-WS
           PERFORM  810-PRINT-ONE-ENTRY
                    UNTIL PRF-SUB-WS > PRF-COUNT-WS.

       810-PRINT-ONE-ENTRY.
           MOVE SPACES TO PRINT-A-SINGLE-LINE
           MOVE PRF-FILE-WS (PRF-SUB-WS)  TO CONV-FILE-OUT
           MOVE PRF-FIELD-WS (PRF-SUB-WS) TO CONV-FIELD-OUT
           MOVE PRF-BEFORE-COUNT-WS (PRF-SUB-WS)
                                          TO CONV-BEFORE-COUNT-OUT
           MOVE PRF-AFTER-COUNT-WS (PRF-SUB-WS)
                                          TO CONV-AFTER-COUNT-OUT
           MOVE PRF-BEFORE-AMT-WS (PRF-SUB-WS)
                                          TO CONV-BEFORE-AMT-OUT
           MOVE PRF-AFTER-AMT-WS (PRF-SUB-WS)
                                          TO CONV-AFTER-AMT-OUT
           IF PRF-ON-HAND-WS (PRF-SUB-WS) = 'NO'
               MOVE 'NOT ON HAND'         TO CONV-PROOF-OUT
           ELSE
               IF PRF-BEFORE-COUNT-WS (PRF-SUB-WS) =
                  PRF-AFTER-COUNT-WS (PRF-SUB-WS)
                  AND PRF-BEFORE-AMT-WS (PRF-SUB-WS) =
                      PRF-AFTER-AMT-WS (PRF-SUB-WS)
                   MOVE 'IN BALANCE'      TO CONV-PROOF-OUT
               ELSE
                   MOVE 'OUT OF BALANCE'  TO CONV-PROOF-OUT
                   MOVE 'YES'             TO PROOF-FAILED-WS
               END-IF
           END-IF
           MOVE CONV-DETAIL-LINE-SETUP TO PRINT-A-SINGLE-LINE
           WRITE PRINT-A-SINGLE-LINE AFTER 1 LINE
           ADD  1 TO PRF-SUB-WS.

       900-CLOSE.
           MOVE SPACES TO PRINT-A-SINGLE-LINE
           WRITE PRINT-A-SINGLE-LINE AFTER 1 LINE
           MOVE 'MASTER/ARCHIVE AMOUNTS NOT NUMERIC - CARRIED AS ZERO'
                                       TO CONV-MESSAGE-OUT
           MOVE ZEROED-COUNT-WS        TO CONV-MSG-COUNT-OUT
           PERFORM  960-WRITE-MESSAGE-LINE

           IF PROOF-FAILED-WS = 'NO'
               MOVE 'CONVERSION PROVES - SWAP THE .NEW FILES IN'
                                       TO CONV-MESSAGE-OUT
               MOVE ZERO               TO CONV-MSG-COUNT-OUT
               PERFORM  960-WRITE-MESSAGE-LINE
           ELSE
               MOVE 'CONVERSION DOES NOT PROVE - KEEP THE .DAT FILES'
                                       TO CONV-MESSAGE-OUT
               MOVE ZERO               TO CONV-MSG-COUNT-OUT
               PERFORM  960-WRITE-MESSAGE-LINE
               DISPLAY 'ASSETCONV: CONVERSION DOES NOT PROVE - '
                       'RETURN CODE 8'
               MOVE 8 TO RETURN-CODE
           END-IF

           CLOSE CONV-REPORT-FILE.

      *****************************************************
      *A FILE THAT IS ON HAND BUT WILL NOT OPEN, OR A .NEW
      *FILE THAT CANNOT BE CREATED OR READ BACK, STOPS THE
      *CONVERSION - NOTHING HALF-PROVED IS LEFT TO SWAP IN
      *****************************************************
       940-CHECK-OLD-OPEN.
           IF OLD-FILE-STATUS-WS NOT = '00'
               DISPLAY 'ASSETCONV: INPUT OPEN FAILED - '
                       'STATUS ' OLD-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       945-CHECK-NEW-OPEN.
           IF NEW-FILE-STATUS-WS NOT = '00'
               DISPLAY 'ASSETCONV: .NEW FILE OPEN FAILED - '
                       'STATUS ' NEW-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       950-CHECK-REOPEN.
           IF NEW-FILE-STATUS-WS NOT = '00'
               DISPLAY 'ASSETCONV: .NEW FILE REOPEN FAILED - '
                       'STATUS ' NEW-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       960-WRITE-MESSAGE-LINE.
           MOVE CONV-MESSAGE-LINE-SETUP TO PRINT-A-SINGLE-LINE
           WRITE PRINT-A-SINGLE-LINE AFTER 1 LINE.
