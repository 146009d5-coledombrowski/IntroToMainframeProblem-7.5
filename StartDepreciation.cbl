       PROGRAM-ID. STARTDEPRECIATION.
       AUTHOR. COLE DOMBROWSKI.

      *****************************************************
      *RETURN CODES
      *   0  CLEAN RUN
      *   4  WARNING - EXCEPTIONS WRITTEN, APPROVALS STILL
      *                PENDING FOR THE PERIOD, OR THE RUN COULD
      *                NOT BE ADDED TO THE RUN HISTORY
      *   8  REFUSED - RUN-CONTROL CARD INVALID, PERIOD CLOSED,
      *                DEPARTMENT MASTER EMPTY, OR A REPORT-ONLY
      *                RUN WITH A FAILED RUN WAITING TO RESTART
      *  12  FILE ERROR OR TABLE FULL - RUN ABENDED
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
            SELECT CONTROL-TOTALS-FILE ASSIGN TO 'DEPRCTL.DAT'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT DEPR-MOVE-FILE ASSIGN TO 'DEPRMOVE.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS MOVE-FILE-STATUS-WS.

            SELECT DEPR-HISTORY-FILE ASSIGN TO 'DEPRHIST.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS HIST-FILE-STATUS-WS.

            SELECT AUDIT-LOG-FILE ASSIGN TO 'ASSETAUDIT.LOG'
            ORGANIZATION IS LINE SEQUENTIAL.

            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PERIOD-FILE-STATUS-WS.

            SELECT APPR-PENDING-FILE ASSIGN TO 'APPRPEND.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS APPR-FILE-STATUS-WS.

            SELECT CAPITAL-ADJUSTMENT-FILE ASSIGN TO 'CAPADJ.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CADJ-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD  ASSET-INPUT-FILE RECORDING MODE IS F.
       01  CHECKPOINT-RECORD.
           05  CKPT-DEPT-OUT           PICTURE X(4).
           05  CKPT-ASSET-ID-OUT       PICTURE X(6).
           05  CKPT-TOTAL-DEPR-OUT     PICTURE S9(11)V99.
           05  CKPT-DEPT-TOTAL-OUT     PICTURE S9(11)V99.
           05  CKPT-EXC-COUNT-OUT      PICTURE 9(5).
           05  CKPT-RECORD-COUNT-OUT   PICTURE 9(5).
           05  CKPT-DEPT-RECORD-NUM-OUT
                                       PICTURE 9(5).
           05  CKPT-TAX-TOTAL-OUT      PICTURE S9(11)V99.
           05  CKPT-DEPT-TAX-TOTAL-OUT
                                       PICTURE S9(11)V99.
           05  FILLER                  PICTURE X(10).

      *****************************************************
       FD  CONTROL-TOTALS-FILE RECORDING MODE IS F.
       COPY DEPRCTL.CPY.

      *****************************************************
      *EACH ASSET'S POSTINGS FOR THE RUN, COLLECTED AS THE
      *MASTER IS READ AND OPENED EXTEND ON A RESTART LIKE
      *THE GL EXTRACT. AT THE END OF THE RUN THEY ARE
      *APPENDED TO THE PERMANENT RUN HISTORY DEPRHIST.DAT
      *WITH THE CONTROL TOTALS, SO THE HISTORY NEVER HOLDS
      *HALF A RUN. BOTH RECORDS ARE BUILT IN THE
      *DEPRHIST.CPY LAYOUT IN WORKING-STORAGE.
      *****************************************************
       FD  DEPR-MOVE-FILE RECORDING MODE IS F.
       01  DEPR-MOVE-LINE              PICTURE X(100).

       FD  DEPR-HISTORY-FILE RECORDING MODE IS F.
       01  DEPR-HISTORY-LINE           PICTURE X(100).

      *****************************************************
      *PERSISTENT RUN-HISTORY LOG - OPENED EXTEND SO EACH
      *RUN APPENDS ONE LINE INSTEAD OF OVERWRITING THE LAST
       FD  PERIOD-CONTROL-FILE RECORDING MODE IS F.
       COPY PERIODCT.CPY.

      *****************************************************
      *DUAL-CONTROL APPROVAL QUEUE KEPT BY ASSETEDIT AND
      *ASSETAPPR - READ ONLY TO WARN WHEN THE PERIOD BEING
      *POSTED STILL HAS HELD TRANSACTIONS THAT HAVE NOT
      *REACHED THE MASTER
      *****************************************************
       FD  APPR-PENDING-FILE RECORDING MODE IS F.
       COPY APPRPEND.CPY.

      *****************************************************
      *CAPITAL ADJUSTMENT QUEUE KEPT BY ASSETMAINT - PRICE
      *CHANGES AND DEPARTMENT MOVES OF ASSETS ALREADY IN
      *THE GL, POSTED BY THE UPDATE RUN AND REWRITTEN AT
      *CLOSE. THE RECORD IS WORKED ON IN THE CAPADJ.CPY
      *LAYOUT IN WORKING-STORAGE.
      *****************************************************
       FD  CAPITAL-ADJUSTMENT-FILE RECORDING MODE IS F.
       01  CAPITAL-ADJUSTMENT-LINE     PICTURE X(80).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-ASSET-WS            PICTURE X(3)     VALUE 'NO'.
           05  TOTAL-DEPR-WS           PICTURE S9(11)V99 VALUE ZERO.
           05  YEARLY-DEPR-WS          PICTURE S9(9)V99 VALUE ZERO.
           05  CURRENT-YEAR-WS         PICTURE 99       VALUE 1.
           05  ACCUM-DEPR-WS           PICTURE S9(9)V99 VALUE ZERO.

      *****************************************************
      *WORKING STORAGE FOR THE 350-PRINT-SCHEDULE PARAGRAPH,
      *THE FULL YEAR-BY-YEAR AMORTIZATION SCHEDULE PER ASSET
      *****************************************************
           05  YEAR-SUB-WS             PICTURE 99       VALUE ZERO.
           05  SCHED-ACCUM-WS          PICTURE S9(9)V99  VALUE ZERO.
           05  SCHED-YEARLY-WS         PICTURE S9(9)V99  VALUE ZERO.
           05  SCHED-BOOK-VALUE-WS     PICTURE S9(9)V99  VALUE ZERO.
           05  SCHED-LAST-YEAR-WS      PICTURE 99       VALUE ZERO.
           05  SCHED-DISP-MONTH-WS     PICTURE 99       VALUE ZERO.
           05  ASSET-FILE-STATUS-WS    PICTURE XX       VALUE '00'.

      *****************************************************
      *WORKING STORAGE FOR MID-YEAR DISPOSAL PRORATION AND
      *THE GAIN/LOSS-ON-DISPOSAL REPORT
      *****************************************************
           05  DISPOSAL-BOOK-VALUE-WS  PICTURE S9(9)V99  VALUE ZERO.
           05  GAIN-LOSS-WS            PICTURE S9(9)V99  VALUE ZERO.
           05  DISPOSAL-ACCUM-WS       PICTURE S9(9)V99  VALUE ZERO.
           05  DISPOSAL-DUE-WS         PICTURE X(3)      VALUE 'NO'.

      *****************************************************
      *WORKING STORAGE FOR THE DEPARTMENT CONTROL BREAK -
      *****************************************************
           05  FIRST-RECORD-WS         PICTURE X(3)     VALUE 'YES'.
           05  PREV-DEPT-WS            PICTURE X(4)     VALUE SPACES.
           05  DEPT-TOTAL-WS           PICTURE S9(11)V99 VALUE ZERO.

      *****************************************************
      *WORKING STORAGE FOR CHECKPOINT/RESTART. THE RUN IS
                   15  DEPT-ACCT-IMP-WS
                                       PICTURE X(6).
                   15  DEPT-ACCT-POSTED-WS
                                       PICTURE S9(11)V99.
                   15  DEPT-ACCT-XFER-WS
                                       PICTURE S9(11)V99.
                   15  DEPT-ACCT-XFER-PRT-WS
                                       PICTURE X.
                   15  DEPT-ACCT-CO-WS PICTURE X(2).
                   15  DEPT-ACCT-COST-WS
                                       PICTURE X(6).
                   15  DEPT-ACCT-CLEAR-WS
                                       PICTURE X(6).
                   15  DEPT-ACCT-PROC-WS
                                       PICTURE X(6).
                   15  DEPT-ACCT-GAIN-WS
                                       PICTURE X(6).
                   15  DEPT-ACCT-DEPR-WS
                                       PICTURE S9(11)V99.
                   15  DEPT-ACCT-IMPAIR-WS
                                       PICTURE S9(11)V99.
           05  DEPT-ACCT-FOUND-WS      PICTURE X(3)     VALUE 'NO'.
           05  DEPT-ACCT-SUB-WS        PICTURE 9(3)     VALUE ZERO.
           05  GL-EXP-ACCOUNT-WS       PICTURE X(6)     VALUE SPACES.
           05  GL-ACC-ACCOUNT-WS       PICTURE X(6)     VALUE SPACES.
           05  GL-IMP-ACCOUNT-WS       PICTURE X(6)     VALUE SPACES.

      *****************************************************
      *THE ASSET'S DEPARTMENT CAPITAL ACCOUNTS AND THE WORK
      *FIELDS FOR THE ADDITION AND DISPOSAL ENTRIES. A
      *DISPOSAL RELIEVES COST IN UP TO THREE PIECES -
      *AGAINST ACCUMULATED DEPRECIATION, AGAINST THE
      *PROCEEDS AND AGAINST THE LOSS - AND A GAIN IS
      *CREDITED OUT OF THE PROCEEDS.
      *****************************************************
           05  GL-COST-ACCOUNT-WS      PICTURE X(6)     VALUE SPACES.
           05  GL-CLEAR-ACCOUNT-WS     PICTURE X(6)     VALUE SPACES.
           05  GL-PROC-ACCOUNT-WS      PICTURE X(6)     VALUE SPACES.
           05  GL-GAIN-ACCOUNT-WS      PICTURE X(6)     VALUE SPACES.
           05  CAPITAL-DUE-WS          PICTURE X(3)     VALUE 'NO'.
           05  CAP-PROCEEDS-WS         PICTURE S9(9)V99 VALUE ZERO.
           05  CAP-LOSS-WS             PICTURE S9(9)V99 VALUE ZERO.
           05  CAP-GAIN-WS             PICTURE S9(9)V99 VALUE ZERO.

      *****************************************************
      *THE CAPITAL ADJUSTMENT QUEUE, HELD IN STORAGE FOR
      *THE RUN AND REWRITTEN AT CLOSE. EACH PENDING RECORD
      *FOR THE ASSET BEING PROCESSED POSTS AS ONE OR MORE
      *BALANCED PAIRS WHOSE DEBIT AND CREDIT SIDES MAY SIT
      *IN DIFFERENT DEPARTMENTS - THE SIDES ARE CARRIED AS
      *ACCOUNT AND DEPARTMENT TABLE SUBSCRIPT, AND A
      *NEGATIVE AMOUNT POSTS WITH THE SIDES SWAPPED.
      *****************************************************
           05  CADJ-FILE-STATUS-WS     PICTURE XX       VALUE SPACES.
           05  EOF-CADJ-WS             PICTURE X(3)     VALUE 'NO'.
           05  CADJ-TABLE-COUNT-WS     PICTURE 9(4)     VALUE ZERO.
           05  CADJ-SUB-WS             PICTURE 9(4)     VALUE ZERO.
           05  CADJ-TABLE-WS.
               10  CADJ-ENTRY-WS       OCCURS 2000 TIMES.
                   15  CADJ-TBL-ASSET-ID-WS
                                       PICTURE X(6).
                   15  FILLER          PICTURE X(74).
           05  CADJ-DUE-WS             PICTURE X(3)     VALUE 'NO'.
           05  CADJ-RESTAMPED-WS       PICTURE X(3)     VALUE 'NO'.
           05  CADJ-LOOKUP-DEPT-WS     PICTURE X(4)     VALUE SPACES.
           05  CADJ-LOOKUP-SUB-WS      PICTURE 9(3)     VALUE ZERO.
           05  CADJ-FROM-SUB-WS        PICTURE 9(3)     VALUE ZERO.
           05  CADJ-TO-SUB-WS          PICTURE 9(3)     VALUE ZERO.
           05  CADJ-DR-ACCT-WS         PICTURE X(6)     VALUE SPACES.
           05  CADJ-DR-SUB-WS          PICTURE 9(3)     VALUE ZERO.
           05  CADJ-CR-ACCT-WS         PICTURE X(6)     VALUE SPACES.
           05  CADJ-CR-SUB-WS          PICTURE 9(3)     VALUE ZERO.
           05  CADJ-HOLD-ACCT-WS       PICTURE X(6)     VALUE SPACES.
           05  CADJ-HOLD-SUB-WS        PICTURE 9(3)     VALUE ZERO.
           05  CADJ-AMOUNT-WS          PICTURE S9(9)V99 VALUE ZERO.
           05  CADJ-KEEP-PERIOD-WS     PICTURE 9(6)     VALUE ZERO.

      *****************************************************
      *RUNNING GL EXTRACT CONTROLS - DETAIL RECORD COUNT
      *AND HASH TOTAL FOR THE TRAILER RECORD, AND THE
           05  EOF-GL-REBUILD-WS       PICTURE X(3)     VALUE 'NO'.
           05  GL-RECORD-COUNT-WS      PICTURE 9(7)     VALUE ZERO.
           05  GL-HASH-TOTAL-WS        PICTURE 9(11)V99 VALUE ZERO.
           05  TOTAL-POSTED-WS         PICTURE S9(11)V99 VALUE ZERO.
           05  CTL-SUB-WS              PICTURE 9(3)     VALUE ZERO.

      *****************************************************
      *RUN HISTORY - THE DEPARTMENT TABLE SPLITS EACH
      *DEPARTMENT'S POSTED TOTAL INTO DEPRECIATION AND
      *IMPAIRMENT, AND THE ASSET-RUN FIELDS COLLECT WHAT
      *THE ASSET BEING PROCESSED POSTED - TO ITS OWN
      *DEPARTMENT AND, AFTER A TRANSFER THIS YEAR, TO THE
      *DEPARTMENT IT CAME FROM
      *****************************************************
           05  MOVE-FILE-STATUS-WS     PICTURE XX       VALUE SPACES.
           05  HIST-FILE-STATUS-WS     PICTURE XX       VALUE SPACES.
           05  EOF-MOVE-WS             PICTURE X(3)     VALUE 'NO'.
           05  ASSET-RUN-DEPR-WS       PICTURE S9(9)V99 VALUE ZERO.
           05  ASSET-RUN-OLD-DEPR-WS   PICTURE S9(9)V99 VALUE ZERO.
           05  ASSET-RUN-IMPAIR-WS     PICTURE S9(9)V99 VALUE ZERO.
           05  HIST-RUN-DATE-WS        PICTURE 9(8)     VALUE ZERO.
           05  HIST-RUN-TIME-WS        PICTURE 9(6)     VALUE ZERO.
           05  HIST-WARNING-WS         PICTURE X(3)     VALUE 'NO'.

      *****************************************************
      *WORKING STORAGE FOR THE RUN-CONTROL CARD AND THE
      *MONTHLY POSTING MODE. IN MONTHLY MODE EACH ASSET
      *POSTS AN EVEN SHARE OF ITS ANNUAL CHARGE FOR EACH
      *PERIOD HELD, WITH THE ROUNDING REMAINDER PICKED UP
      *IN THE LAST PERIOD HELD, AND THE YEAR-END
      *ROLLFORWARD HAPPENS ONLY WHEN PERIOD 12 IS
      *PROCESSED.
      *****************************************************
           05  PARM-FILE-STATUS-WS     PICTURE XX       VALUE SPACES.
           05  RUN-MODE-WS             PICTURE X        VALUE 'A'.
               88  ANNUAL-RUN-WS                VALUE 'A'.
           05  RUN-MONTH-WS            PICTURE 99       VALUE 12.
           05  RUN-PERIOD-WS           PICTURE 9(6)     VALUE ZERO.
           05  GL-POST-AMOUNT-WS       PICTURE S9(9)V99 VALUE ZERO.
           05  GL-POSTED-WS            PICTURE X(3)     VALUE 'NO'.

      *****************************************************
           05  EOF-PERIOD-WS           PICTURE X(3)     VALUE 'NO'.
           05  PERIOD-CLOSED-WS        PICTURE X(3)     VALUE 'NO'.

      *****************************************************
      *APPROVAL QUEUE ITEMS FOR THE RUN PERIOD OR EARLIER
      *THAT ARE STILL WAITING FOR AN APPROVER OR FOR
      *ASSETEDIT TO RELEASE THEM
      *****************************************************
           05  APPR-FILE-STATUS-WS     PICTURE XX       VALUE SPACES.
           05  EOF-APPR-WS             PICTURE X(3)     VALUE 'NO'.
           05  APPR-OPEN-COUNT-WS      PICTURE 9(5)     VALUE ZERO.
           05  APPR-OPEN-AMT-WS        PICTURE S9(11)V99 VALUE ZERO.

           05  RUN-YEAR-WS             PICTURE 9(4)     VALUE ZERO.
           05  DEPT-FROM-WS            PICTURE X(4)     VALUE SPACES.
           05  DEPT-TO-WS              PICTURE X(4)     VALUE SPACES.
               10  CO-ENTRY-WS         OCCURS 10 TIMES
                                       INDEXED BY CO-IDX-WS.
                   15  CO-CODE-WS      PICTURE X(2).
                   15  CO-POSTED-WS    PICTURE S9(11)V99.
                   15  CO-DEPR-WS      PICTURE S9(11)V99.
                   15  CO-IMPAIR-WS    PICTURE S9(11)V99.
           05  CO-FOUND-WS             PICTURE X(3)     VALUE 'NO'.
           05  CO-WORK-SUB-WS          PICTURE 9(2)     VALUE ZERO.
           05  REPORT-ONLY-WS          PICTURE X        VALUE 'N'.
      *****************************************************
           05  EOF-SCAN-WS             PICTURE X(3)     VALUE 'NO'.
           05  XFER-SPLIT-WS           PICTURE X(3)     VALUE 'NO'.
           05  XFER-OLD-SHARE-WS       PICTURE S9(9)V99 VALUE ZERO.
           05  XFER-NEW-SHARE-WS       PICTURE S9(9)V99 VALUE ZERO.
           05  XFER-SUB-WS             PICTURE 9(3)     VALUE ZERO.
           05  XFER-EXP-ACCOUNT-WS     PICTURE X(6)     VALUE SPACES.
           05  XFER-ACC-ACCOUNT-WS     PICTURE X(6)     VALUE SPACES.
           05  XFER-CHARGE-WS          PICTURE S9(11)V99 VALUE ZERO.
           05  XFER-PRT-SUB-WS         PICTURE 9(3)     VALUE ZERO.
           05  DEPT-PRINT-TOTAL-WS     PICTURE S9(11)V99 VALUE ZERO.
           05  GL-OLD-POST-WS          PICTURE S9(9)V99 VALUE ZERO.
           05  GL-NEW-POST-WS          PICTURE S9(9)V99 VALUE ZERO.
           05  POST-DEPT-WS            PICTURE X(4)     VALUE SPACES.
           05  POST-AMOUNT-WS          PICTURE S9(9)V99 VALUE ZERO.
           05  POST-EXP-ACCT-WS        PICTURE X(6)     VALUE SPACES.
           05  POST-ACC-ACCT-WS        PICTURE X(6)     VALUE SPACES.
           05  POST-SUB-WS             PICTURE 9(3)     VALUE ZERO.
           05  POST-ENTRY-TYPE-WS      PICTURE X        VALUE SPACE.

           05  TAX-YEARLY-DEPR-WS      PICTURE S9(9)V99 VALUE ZERO.
           05  TAX-CURRENT-YEAR-WS     PICTURE 99       VALUE 1.
           05  TAX-ACCUM-WS            PICTURE S9(9)V99 VALUE ZERO.
           05  TAX-CALC-METHOD-WS      PICTURE X        VALUE SPACE.
           05  TAX-CALC-LIFE-WS        PICTURE 99       VALUE ZERO.
           05  DEPT-TAX-TOTAL-WS       PICTURE S9(11)V99 VALUE ZERO.
           05  TOTAL-TAX-WS            PICTURE S9(11)V99 VALUE ZERO.
           05  TIMING-DIFF-WS          PICTURE S9(11)V99 VALUE ZERO.

      *****************************************************
      *WORKING STORAGE FOR THE AVERAGING CONVENTIONS.
      *CALC-SERVICE-MONTH-WS IS THE IN-SERVICE MONTH HANDED
      *TO DEPRSUB (ZERO WHEN THE MASTER HAS NO DATE) AND
      *CALC-DISP-MONTH-WS THE LAST MONTH HELD WHEN THE ASSET
      *WAS DISPOSED OF THIS YEAR. AN IMPAIRED OR REVISED
      *ASSET IS CHARGED AS A FRESH STRAIGHT-LINE SCHEDULE OF
      *ITS REMAINING BOOK VALUE OVER ITS REMAINING LIFE -
      *THE REVISED-* FIELDS CARRY THAT SCHEDULE INTO
      *DEPRSUB. THE STUB-DUE SWITCHES KEEP THE ROLLFORWARD
      *FROM CLOSING OUT A BOOK WHOSE FINAL PART-YEAR IS
      *STILL TO COME.
      *****************************************************
           05  CALC-SERVICE-YEAR-WS    PICTURE 9(4)     VALUE ZERO.
           05  CALC-SERVICE-MONTH-WS   PICTURE 99       VALUE ZERO.
           05  CALC-DISP-MONTH-WS      PICTURE 99       VALUE ZERO.
           05  NO-SERVICE-MONTH-WS     PICTURE 99       VALUE ZERO.
           05  REVISED-BASE-WS         PICTURE S9(9)V99 VALUE ZERO.
           05  REVISED-LIFE-WS         PICTURE 99       VALUE ZERO.
           05  REVISED-METHOD-WS       PICTURE X        VALUE 'S'.
           05  BOOK-STUB-DUE-WS        PICTURE X(3)     VALUE 'NO'.
           05  TAX-STUB-DUE-WS         PICTURE X(3)     VALUE 'NO'.
           05  GL-FIRST-MONTH-WS       PICTURE 99       VALUE 1.
           05  GL-LAST-MONTH-WS        PICTURE 99       VALUE 12.
           05  GL-MONTHS-HELD-WS       PICTURE 99       VALUE 12.

           05  HOLD-DATE-WS.
               10 YEAR-WS       PIC 9999.
               10 HOUR-WS       PIC 99.
               10 MINUTE-WS     PIC 99.
               10 SECOND-WS     PIC 99.
           05  HOLD-STAMP-WS REDEFINES HOLD-DATE-WS.
               10 HOLD-YMD-WS   PIC 9(8).
               10 HOLD-HMS-WS   PIC 9(6).

      *****************************************************
      *TOTAL RECORDS READ THIS RUN, USED ON THE RUN-HISTORY
       COPY DEPRRPT.CPY.
       COPY AUDITLOG.CPY.
       COPY TAXRPT.CPY.
       COPY DEPRHIST.CPY.
       COPY CAPADJ.CPY.
      ****************************************************

       01  REPORT-HEADER-LINE-SETUP.
       01  COLUMN-HEADER-LINE-SETUP.
           05  FILLER              PICTURE X(4)    VALUE SPACE.
           05                      PICTURE X(4)    VALUE 'NAME'.
           05  FILLER              PICTURE X(18)   VALUE SPACES.
           05                      PICTURE X(5)    VALUE 'PRICE'.
           05  FILLER              PICTURE X(13)   VALUE SPACES.
           05                      PICTURE X(7)    VALUE 'SALVAGE'.
           05  FILLER              PICTURE X(5)    VALUE SPACES.
           05                      PICTURE X(4)    VALUE 'LIFE'.
           05  FILLER           PICTURE  X     VALUE SPACE.
           05                   PICTURE  X(50) VALUE
                 'TOTAL DEPRECIATION FOR ALL ASSETS IS '.
           05  TOTAL-DEPR-OUT   PICTURE  $$$,$$$,$$$,$$9.99.
           05  FILLER           PICTURE  X(65) VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM    200-OPEN
           PERFORM    300-PROCESS UNTIL EOF-ASSET-WS = 'YES'
           PERFORM    900-CLOSE
           IF EXCEPTION-COUNT-WS > ZERO
              OR APPR-OPEN-COUNT-WS > ZERO
              OR HIST-WARNING-WS = 'YES'
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       200-OPEN.
           PERFORM  210-READ-RUN-PARMS
           PERFORM  230-LOAD-DEPT-ACCOUNTS
           PERFORM  232-LOAD-CAPITAL-ADJUSTMENTS

           OPEN I-O ASSET-INPUT-FILE
           IF ASSET-FILE-STATUS-WS NOT = '00'
               DISPLAY 'STARTDEPRECIATION: ASSET MASTER OPEN '
                       'FAILED - STATUS ' ASSET-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           END-IF
           COMPUTE RUN-PERIOD-WS = AUDIT-YEAR-OUT * 100 + RUN-MONTH-WS
           PERFORM  217-CHECK-PERIOD-OPEN
           PERFORM  260-COUNT-PENDING-APPROVALS
           IF REPORT-ONLY-RUN-WS
               MOVE ' REPORT ONLY - DRAFT' TO RUN-NOTE-OUT
           END-IF
           IF RESTART-WS = 'YES' AND REPORT-ONLY-RUN-WS
               DISPLAY 'STARTDEPRECIATION: REPORT-ONLY RUN REFUSED '
                       '- A FAILED UPDATE RUN IS WAITING TO RESTART'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           END-IF
           OPEN EXTEND AUDIT-LOG-FILE

           IF UPDATE-RUN-WS
               IF RESTART-WS = 'YES'
                   OPEN EXTEND DEPR-MOVE-FILE
                   IF MOVE-FILE-STATUS-WS = '35'
                       OPEN OUTPUT DEPR-MOVE-FILE
                   END-IF
               ELSE
                   OPEN OUTPUT DEPR-MOVE-FILE
               END-IF
               IF MOVE-FILE-STATUS-WS NOT = '00'
                   DISPLAY 'STARTDEPRECIATION: ASSET MOVEMENT FILE '
                           'OPEN FAILED - STATUS ' MOVE-FILE-STATUS-WS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           IF RESTART-WS = 'YES'
               MOVE CKPT-DEPT-WS TO DEPT-IN
           ELSE
                  OR RUN-MONTH-PARM < 1 OR RUN-MONTH-PARM > 12
                   DISPLAY 'STARTDEPRECIATION: RUN-CONTROL CARD '
                           'MONTH ' RUN-MONTH-PARM ' IS NOT 01-12'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 'M'            TO RUN-MODE-WS
               IF RUN-YEAR-PARM IS NOT NUMERIC
                   DISPLAY 'STARTDEPRECIATION: RUN-CONTROL CARD '
                           'YEAR ' RUN-YEAR-PARM ' IS NOT NUMERIC'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   IF RUN-YEAR-PARM NOT = ZERO
               DISPLAY 'STARTDEPRECIATION: RUN-CONTROL CARD DEPT '
                       'RANGE ' DEPT-FROM-WS '-' DEPT-TO-WS
                       ' IS BACKWARDS'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

                   DISPLAY 'STARTDEPRECIATION: RUN-CONTROL CARD '
                           'UPDATE SWITCH ' RUN-UPDATE-PARM
                           ' IS NOT U/R'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           IF PERIOD-CLOSED-WS = 'YES'
               DISPLAY 'STARTDEPRECIATION: RUN REFUSED - PERIOD '
                       RUN-PERIOD-WS ' IS CLOSED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

                   END-IF
           END-READ.

      *****************************************************
      *COUNTS THE APPROVAL QUEUE ITEMS DATED IN OR BEFORE
      *THE RUN PERIOD THAT HAVE NOT YET REACHED THE MASTER -
      *WAITING FOR AN APPROVER, OR APPROVED AND WAITING FOR
      *THE NEXT ASSETEDIT. THE RUN STILL GOES AHEAD; THE
      *COUNT IS WARNED ON THE AUDIT LOG SO THE CLOSE KNOWS
      *THE PERIOD IS MISSING THEM. NO QUEUE FILE MEANS
      *NOTHING HAS EVER BEEN HELD.
      *****************************************************
       260-COUNT-PENDING-APPROVALS.
           OPEN INPUT APPR-PENDING-FILE
           IF APPR-FILE-STATUS-WS = '00'
               PERFORM  265-READ-ONE-PENDING
                        UNTIL EOF-APPR-WS = 'YES'
               CLOSE APPR-PENDING-FILE
           END-IF
           IF APPR-OPEN-COUNT-WS > ZERO
               DISPLAY 'STARTDEPRECIATION: WARNING - '
                       APPR-OPEN-COUNT-WS
                       ' APPROVAL QUEUE ITEMS STILL PENDING FOR '
                       'PERIOD ' RUN-PERIOD-WS
           END-IF.

       265-READ-ONE-PENDING.
           READ APPR-PENDING-FILE
               AT END
                   MOVE 'YES' TO EOF-APPR-WS
               NOT AT END
                   IF (PEND-WAITING-IN OR PEND-APPROVED-IN)
                      AND PEND-PERIOD-IN NOT > RUN-PERIOD-WS
                       ADD  1 TO APPR-OPEN-COUNT-WS
                       ADD  PEND-AMOUNT-IN TO APPR-OPEN-AMT-WS
                   END-IF
           END-READ.

      *****************************************************
      *LOADS THE DEPARTMENT GL ACCOUNT MAPPING TABLE. THE
      *DEPARTMENT MASTER IS REQUIRED - WITHOUT IT NO
           IF DEPT-FILE-STATUS-WS NOT = '00'
               DISPLAY 'STARTDEPRECIATION: DEPARTMENT MASTER OPEN '
                       'FAILED - STATUS ' DEPT-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM  235-LOAD-ONE-DEPT-ACCOUNT
           CLOSE DEPT-MASTER-FILE
           IF DEPT-ACCT-COUNT-WS = ZERO
               DISPLAY 'STARTDEPRECIATION: DEPARTMENT MASTER IS EMPTY'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

                   IF DEPT-ACCT-COUNT-WS >= 100
                       DISPLAY 'STARTDEPRECIATION: DEPARTMENT TABLE '
                               'FULL'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD  1 TO DEPT-ACCT-COUNT-WS
                        DEPT-ACCT-POSTED-WS (DEPT-ACCT-COUNT-WS)
                   MOVE ZERO TO
                        DEPT-ACCT-XFER-WS (DEPT-ACCT-COUNT-WS)
                   MOVE ZERO TO
                        DEPT-ACCT-DEPR-WS (DEPT-ACCT-COUNT-WS)
                   MOVE ZERO TO
                        DEPT-ACCT-IMPAIR-WS (DEPT-ACCT-COUNT-WS)
                   MOVE 'N'  TO
                        DEPT-ACCT-XFER-PRT-WS (DEPT-ACCT-COUNT-WS)
                   MOVE DEPT-CODE-IN TO
                        DEPT-ACCT-IMP-WS (DEPT-ACCT-COUNT-WS)
                   MOVE DEPT-COMPANY-IN TO
                        DEPT-ACCT-CO-WS (DEPT-ACCT-COUNT-WS)
                   MOVE DEPT-COST-ACCT-IN TO
                        DEPT-ACCT-COST-WS (DEPT-ACCT-COUNT-WS)
                   MOVE DEPT-CLEARING-ACCT-IN TO
                        DEPT-ACCT-CLEAR-WS (DEPT-ACCT-COUNT-WS)
                   MOVE DEPT-PROCEEDS-ACCT-IN TO
                        DEPT-ACCT-PROC-WS (DEPT-ACCT-COUNT-WS)
                   MOVE DEPT-GAINLOSS-ACCT-IN TO
                        DEPT-ACCT-GAIN-WS (DEPT-ACCT-COUNT-WS)
                   END-IF
           END-READ.

      *****************************************************
      *LOADS THE CAPITAL ADJUSTMENT QUEUE. NO QUEUE FILE
      *MEANS NO PRICE CHANGE OR DEPARTMENT MOVE HAS EVER
      *BEEN QUEUED. THE WHOLE QUEUE IS LOADED, WHATEVER
      *THE DEPT RANGE OR COMPANY OF THE RUN, BECAUSE IT IS
      *REWRITTEN IN FULL AT CLOSE.
      *****************************************************
       232-LOAD-CAPITAL-ADJUSTMENTS.
           OPEN INPUT CAPITAL-ADJUSTMENT-FILE
           IF CADJ-FILE-STATUS-WS = '00'
               PERFORM  233-LOAD-ONE-ADJUSTMENT
                        UNTIL EOF-CADJ-WS = 'YES'
               CLOSE CAPITAL-ADJUSTMENT-FILE
           ELSE
               IF CADJ-FILE-STATUS-WS NOT = '35'
                   DISPLAY 'STARTDEPRECIATION: CAPITAL ADJUSTMENT '
                           'QUEUE OPEN FAILED - STATUS '
                           CADJ-FILE-STATUS-WS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       233-LOAD-ONE-ADJUSTMENT.
           READ CAPITAL-ADJUSTMENT-FILE
               AT END
                   MOVE 'YES' TO EOF-CADJ-WS
               NOT AT END
                   IF CADJ-TABLE-COUNT-WS >= 2000
                       DISPLAY 'STARTDEPRECIATION: CAPITAL '
                               'ADJUSTMENT TABLE FULL'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD  1 TO CADJ-TABLE-COUNT-WS
                   MOVE CAPITAL-ADJUSTMENT-LINE TO
                        CADJ-ENTRY-WS (CADJ-TABLE-COUNT-WS)
           END-READ.

      *****************************************************
      *PRE-PASS FOR MID-YEAR TRANSFERS. THE MASTER IS READ
      *ONCE, FRONT TO BACK, AND EVERY VALID ASSET THAT
                       IF GL-DRCR-OUT = 'D'
                           ADD  GL-AMOUNT-OUT TO TOTAL-POSTED-WS
                           PERFORM  208-REBUILD-DEPT-POSTED
                           IF GL-CAPITAL-ADJUST-OUT
                               PERFORM  209-RESTAMP-ADJUSTMENTS
                           END-IF
                       END-IF
                   END-IF
           END-READ.
                    = GL-DEPT-OUT
                   ADD  GL-AMOUNT-OUT TO
                        DEPT-ACCT-POSTED-WS (DEPT-ACCT-IDX-WS)
                   IF GL-ACCOUNT-OUT
                      = DEPT-ACCT-EXP-WS (DEPT-ACCT-IDX-WS)
                       ADD  GL-AMOUNT-OUT TO
                            DEPT-ACCT-DEPR-WS (DEPT-ACCT-IDX-WS)
                   ELSE
                       IF GL-ACCOUNT-OUT
                          = DEPT-ACCT-IMP-WS (DEPT-ACCT-IDX-WS)
                           ADD  GL-AMOUNT-OUT TO
                                DEPT-ACCT-IMPAIR-WS (DEPT-ACCT-IDX-WS)
                       END-IF
                   END-IF
           END-SEARCH.

      *****************************************************
      *A PRICE CHANGE OR DEPARTMENT MOVE THE ABENDED RUN
      *ALREADY POSTED IS ON THE PARTIAL EXTRACT, BUT ITS
      *QUEUE RECORD WAS NEVER REWRITTEN. EACH OF ITS DEBITS
      *MARKS THE ASSET'S PENDING RECORDS POSTED FOR THE RUN
      *PERIOD AND IS ADDED TO THE FIRST ONE'S POSTED
      *AMOUNT, SO THE RESUMED RUN DOES NOT POST THEM AGAIN
      *AND THE PERIOD'S POSTED TOTAL IS WHAT GLREVERSE
      *PROVES A REVERSAL AGAINST.
      *****************************************************
       209-RESTAMP-ADJUSTMENTS.
           MOVE 'NO' TO CADJ-RESTAMPED-WS
           MOVE 1    TO CADJ-SUB-WS
           PERFORM  211-RESTAMP-ONE-ADJUSTMENT
                    UNTIL CADJ-SUB-WS > CADJ-TABLE-COUNT-WS.

       211-RESTAMP-ONE-ADJUSTMENT.
           IF CADJ-TBL-ASSET-ID-WS (CADJ-SUB-WS) = GL-ASSET-ID-OUT
               MOVE CADJ-ENTRY-WS (CADJ-SUB-WS)
                    TO CAPITAL-ADJUSTMENT-RECORD
               IF CADJ-PENDING-IN
                   MOVE 'D'           TO CADJ-STATUS-IN
                   MOVE RUN-PERIOD-WS TO CADJ-POSTED-PERIOD-IN
                   MOVE ZERO          TO CADJ-POSTED-AMT-IN
               END-IF
               IF CADJ-POSTED-IN
                  AND CADJ-POSTED-PERIOD-IN = RUN-PERIOD-WS
                  AND CADJ-RESTAMPED-WS = 'NO'
                   ADD  GL-AMOUNT-OUT TO CADJ-POSTED-AMT-IN
                   MOVE 'YES' TO CADJ-RESTAMPED-WS
               END-IF
               MOVE CAPITAL-ADJUSTMENT-RECORD
                    TO CADJ-ENTRY-WS (CADJ-SUB-WS)
           END-IF
           ADD  1 TO CADJ-SUB-WS.

       250-READ-ONE-RECORD.
           READ ASSET-INPUT-FILE NEXT RECORD
              AT END MOVE 'YES' TO EOF-ASSET-WS
               PERFORM  305-VALIDATE-ASSET
               IF INVALID-ASSET-WS = 'YES'
                   PERFORM  315-WRITE-EXCEPTION
                   IF UPDATE-RUN-WS
                       PERFORM  329-WRITE-EXCEPTION-MOVEMENT
                   END-IF
               ELSE
                   PERFORM  310-CALCULATE-AND-PRINT
               END-IF
                        TO GL-ACC-ACCOUNT-WS
                   MOVE DEPT-ACCT-IMP-WS (DEPT-ACCT-IDX-WS)
                        TO GL-IMP-ACCOUNT-WS
                   MOVE DEPT-ACCT-COST-WS (DEPT-ACCT-IDX-WS)
                        TO GL-COST-ACCOUNT-WS
                   MOVE DEPT-ACCT-CLEAR-WS (DEPT-ACCT-IDX-WS)
                        TO GL-CLEAR-ACCOUNT-WS
                   MOVE DEPT-ACCT-PROC-WS (DEPT-ACCT-IDX-WS)
                        TO GL-PROC-ACCOUNT-WS
                   MOVE DEPT-ACCT-GAIN-WS (DEPT-ACCT-IDX-WS)
                        TO GL-GAIN-ACCOUNT-WS
           END-SEARCH
           IF DEPT-ACCT-FOUND-WS = 'NO'
               MOVE 'YES' TO INVALID-ASSET-WS
               MOVE 'NO GL ACCOUNT MAP FOR DEPT'
                          TO EXCEPTION-REASON-WS
           ELSE
               PERFORM  304-CHECK-CAPITAL-ACCOUNTS
               IF INVALID-ASSET-WS = 'NO'
                   PERFORM  301-CHECK-ADJUSTMENT-ACCOUNTS
               END-IF
               MOVE 'NO' TO XFER-SPLIT-WS
               IF INVALID-ASSET-WS = 'NO'
                  AND TRANSFER-YEAR-IN = AUDIT-YEAR-OUT
                  AND TRANSFER-MONTH-IN > 1
                  AND PRIOR-DEPT-IN NOT = SPACES
                  AND PRIOR-DEPT-IN NOT = DEPT-IN
               END-IF
           END-IF.

      *****************************************************
      *AN ASSET WITH CAPITAL ACTIVITY DUE THIS RUN - AN ADD
      *NOT YET CAPITALIZED IN THE GL, OR A DISPOSAL NOT YET
      *POSTED WHOSE MONTH HAS COME - NEEDS ITS DEPARTMENT'S
      *CAPITAL ACCOUNTS. A RERUN FOR AN EARLIER PERIOD THAN
      *THE ASSET HAS ALREADY POSTED LEAVES THE DISPOSAL FOR
      *THE CURRENT RUN. A DEPARTMENT WHOSE CAPITAL
      *ACCOUNTS WERE NEVER FILLED IN SENDS THE ASSET TO THE
      *EXCEPTION REPORT RATHER THAN LETTING HALF AN ENTRY
      *POST.
      *****************************************************
       304-CHECK-CAPITAL-ACCOUNTS.
           MOVE 'NO' TO CAPITAL-DUE-WS
           IF ADD-GL-PENDING-IN
               MOVE 'YES' TO CAPITAL-DUE-WS
           END-IF
           MOVE 'NO' TO DISPOSAL-DUE-WS
           IF ASSET-DISPOSED-IN
              AND NOT DISPOSAL-GL-POSTED-IN
              AND RUN-MONTH-WS NOT < DISPOSAL-MONTH-IN
              AND LAST-POSTED-PERIOD-IN NOT > RUN-PERIOD-WS
               MOVE 'YES' TO DISPOSAL-DUE-WS
               MOVE 'YES' TO CAPITAL-DUE-WS
           END-IF
           IF CAPITAL-DUE-WS = 'YES'
              AND (GL-COST-ACCOUNT-WS = SPACES
                OR GL-CLEAR-ACCOUNT-WS = SPACES
                OR GL-PROC-ACCOUNT-WS = SPACES
                OR GL-GAIN-ACCOUNT-WS = SPACES)
               MOVE 'YES' TO INVALID-ASSET-WS
               MOVE 'NO CAPITAL ACCOUNTS FOR DEPT'
                          TO EXCEPTION-REASON-WS
           END-IF.

      *****************************************************
      *A PENDING PRICE CHANGE OR DEPARTMENT MOVE ON THE
      *CAPITAL ADJUSTMENT QUEUE NEEDS THE COST, CLEARING
      *AND (FOR A MOVE) ACCUMULATED DEPRECIATION ACCOUNTS
      *OF EVERY DEPARTMENT IT TOUCHES. AS IN 304, A RERUN
      *FOR AN EARLIER PERIOD THAN THE ASSET HAS ALREADY
      *POSTED LEAVES THE QUEUE FOR THE CURRENT RUN, AND A
      *MISSING ACCOUNT SENDS THE ASSET TO THE EXCEPTION
      *REPORT RATHER THAN LETTING HALF AN ENTRY POST.
      *****************************************************
       301-CHECK-ADJUSTMENT-ACCOUNTS.
           MOVE 'NO' TO CADJ-DUE-WS
           IF LAST-POSTED-PERIOD-IN NOT > RUN-PERIOD-WS
               MOVE 1 TO CADJ-SUB-WS
               PERFORM  302-CHECK-ONE-ADJUSTMENT
                        UNTIL CADJ-SUB-WS > CADJ-TABLE-COUNT-WS
           END-IF.

       302-CHECK-ONE-ADJUSTMENT.
           IF CADJ-TBL-ASSET-ID-WS (CADJ-SUB-WS) = ASSET-ID-IN
               MOVE CADJ-ENTRY-WS (CADJ-SUB-WS)
                    TO CAPITAL-ADJUSTMENT-RECORD
               IF CADJ-PENDING-IN
                   MOVE 'YES' TO CADJ-DUE-WS
                   PERFORM  336-LOOKUP-ADJUSTMENT-DEPTS
                   IF CADJ-TO-SUB-WS = ZERO
                      OR CADJ-FROM-SUB-WS = ZERO
                       MOVE 'YES' TO INVALID-ASSET-WS
                       MOVE 'NO GL ACCOUNT MAP FOR DEPT'
                                  TO EXCEPTION-REASON-WS
                   ELSE
                   IF DEPT-ACCT-COST-WS (CADJ-TO-SUB-WS) = SPACES
                      OR DEPT-ACCT-CLEAR-WS (CADJ-TO-SUB-WS) = SPACES
                      OR (CADJ-TRANSFER-IN
                       AND (DEPT-ACCT-ACC-WS (CADJ-TO-SUB-WS) = SPACES
                         OR DEPT-ACCT-COST-WS (CADJ-FROM-SUB-WS)
                            = SPACES
                         OR DEPT-ACCT-CLEAR-WS (CADJ-FROM-SUB-WS)
                            = SPACES
                         OR DEPT-ACCT-ACC-WS (CADJ-FROM-SUB-WS)
                            = SPACES))
                       MOVE 'YES' TO INVALID-ASSET-WS
                       MOVE 'NO CAPITAL ACCOUNTS FOR DEPT'
                                  TO EXCEPTION-REASON-WS
                   END-IF
                   END-IF
               END-IF
           END-IF
           ADD  1 TO CADJ-SUB-WS.

      *****************************************************
      *AN ASSET TRANSFERRED THIS YEAR ALSO POSTS AGAINST
      *ITS OLD DEPARTMENT, SO THE OLD DEPARTMENT NEEDS A
               END-IF
           END-IF

           MOVE ZERO TO ASSET-RUN-DEPR-WS
           MOVE ZERO TO ASSET-RUN-OLD-DEPR-WS
           MOVE ZERO TO ASSET-RUN-IMPAIR-WS
           PERFORM  309-CALCULATE-BOOK-DEPR
           PERFORM  311-CALCULATE-TAX-DEPR


           PERFORM  318-WRITE-GL-EXTRACT

           IF ADD-GL-PENDING-IN
               PERFORM  324-POST-ASSET-ADDITION
           END-IF

      *****************************************************
      *PRICE CHANGES AND DEPARTMENT MOVES QUEUED BY
      *ASSETMAINT POST IN THE FIRST RUN THAT PROCESSES THE
      *ASSET, AHEAD OF ANY IMPAIRMENT OR DISPOSAL, SO A
      *DISPOSAL RELIEVES COST AT THE PRICE AND FROM THE
      *DEPARTMENT THE MASTER NOW CARRIES
      *****************************************************
           IF CADJ-DUE-WS = 'YES'
               PERFORM  331-POST-CAPITAL-ADJUSTMENTS
           END-IF

      *****************************************************
      *THE IMPAIRMENT POSTS ONLY WHEN THE ASSET HAS NOT
      *ALREADY POSTED IN A LATER PERIOD - A RERUN FOR AN
           END-IF

      *****************************************************
      *A DISPOSAL IS REPORTED AND POSTED IN THE FIRST RUN
      *FOR ITS MONTH OR LATER, AFTER THAT RUN'S CATCH-UP
      *DEPRECIATION, AND FLAGGED SO IT NEVER POSTS AGAIN
      *****************************************************
           IF DISPOSAL-DUE-WS = 'YES'
               PERFORM  314-WRITE-DISPOSAL-REPORT
               PERFORM  325-POST-DISPOSAL
           END-IF

      *****************************************************
      *THE YEAR-END WORK - RETIREMENT OF THE YEAR'S
      *DISPOSALS, THE FULL AMORTIZATION SCHEDULE AND THE
      *ANNUAL ROLLFORWARD - ONLY HAPPENS WHEN PERIOD 12 IS
      *THE PERIOD BEING PROCESSED. AN INTERIM MONTHLY RUN
      *JUST POSTS ITS PERIOD AND SAVES THE POSTING STATE.
      *****************************************************
           IF RUN-MONTH-WS = 12
               IF ASSET-DISPOSED-IN
                   PERFORM  317-RETIRE-DISPOSED-ASSET
               ELSE
                   PERFORM  350-PRINT-SCHEDULE
               IF GL-POSTED-WS = 'YES'
                   PERFORM  319-REWRITE-POSTING-STATE
               END-IF
           END-IF

           IF UPDATE-RUN-WS
               PERFORM  328-WRITE-ASSET-MOVEMENT
           END-IF.

      *****************************************************
      *SALVAGE.
      *****************************************************
       309-CALCULATE-BOOK-DEPR.
           PERFORM  303-SET-CONVENTION-MONTHS
           IF ACCUM-DEPR-IN NOT < (PRICE-IN - SALVAGE-IN)
               MOVE ZERO TO YEARLY-DEPR-WS
           ELSE
      *****************************************************
      *A ZERO REMAINING LIFE WITH DEPRECIATION ALREADY TAKEN
      *UNDER A PART-YEAR CONVENTION IS THE CLOSING STUB
      *YEAR, NOT AN UNSTARTED ASSET
      *****************************************************
               IF REMAINING-LIFE-IN = ZERO
                  AND (BOOK-FULL-YEAR-IN OR ACCUM-DEPR-IN = ZERO)
                   MOVE USEFUL-LIFE-IN TO REMAINING-LIFE-IN
               END-IF
      *****************************************************
      *AN IMPAIRED ASSET - OR ONE WHOSE LIFE ESTIMATE WAS
      *REVISED PROSPECTIVELY - NO LONGER FOLLOWS ITS
      *ORIGINAL SCHEDULE: THE REMAINING BOOK VALUE IS
      *SPREAD STRAIGHT-LINE OVER THE REMAINING LIFE, OR
      *TAKEN WHOLE IN A CLOSING STUB YEAR
      *****************************************************
               IF ASSET-IMPAIRED-IN OR ASSET-EST-REVISED-IN
                   COMPUTE REVISED-BASE-WS =
                           PRICE-IN - ACCUM-DEPR-IN
                   IF REMAINING-LIFE-IN = ZERO
                       MOVE 1 TO REVISED-LIFE-WS
                   ELSE
                       MOVE REMAINING-LIFE-IN TO REVISED-LIFE-WS
                   END-IF
                   MOVE 1    TO CURRENT-YEAR-WS
                   MOVE ZERO TO ACCUM-DEPR-WS
                   CALL "DEPRSUB" USING REVISED-BASE-WS, SALVAGE-IN,
                              REVISED-LIFE-WS, REVISED-METHOD-WS,
                              CURRENT-YEAR-WS, ACCUM-DEPR-WS,
                              YEARLY-DEPR-WS, BOOK-CONVENTION-IN,
                              NO-SERVICE-MONTH-WS, CALC-DISP-MONTH-WS
               ELSE
                   COMPUTE CURRENT-YEAR-WS = USEFUL-LIFE-IN
                                         - REMAINING-LIFE-IN + 1
                   CALL "DEPRSUB" USING PRICE-IN, SALVAGE-IN,
                              USEFUL-LIFE-IN, METHOD-IN,
                              CURRENT-YEAR-WS, ACCUM-DEPR-WS,
                              YEARLY-DEPR-WS, BOOK-CONVENTION-IN,
                              CALC-SERVICE-MONTH-WS, CALC-DISP-MONTH-WS
               END-IF
               IF (ACCUM-DEPR-IN + YEARLY-DEPR-WS)
                  > (PRICE-IN - SALVAGE-IN)
                   COMPUTE YEARLY-DEPR-WS =
                           PRICE-IN - SALVAGE-IN - ACCUM-DEPR-IN
               END-IF
           END-IF.

      *****************************************************
      *PICKS UP THE IN-SERVICE MONTH AND, FOR AN ASSET
      *DISPOSED OF THIS YEAR, THE LAST MONTH HELD. DEPRSUB
      *CUTS THE FIRST AND LAST YEARS TO THE BOOK'S
      *CONVENTION FROM THESE. A MASTER WRITTEN BEFORE THE
      *IN-SERVICE DATE WAS CARRIED HAS BLANKS THERE AND
      *DEPRECIATES FULL-YEAR AS IT ALWAYS DID.
      *****************************************************
       303-SET-CONVENTION-MONTHS.
           MOVE ZERO TO CALC-SERVICE-YEAR-WS
           MOVE ZERO TO CALC-SERVICE-MONTH-WS
           IF IN-SERVICE-DATE-IN IS NUMERIC
               DIVIDE IN-SERVICE-DATE-IN BY 100
                      GIVING CALC-SERVICE-YEAR-WS
                      REMAINDER CALC-SERVICE-MONTH-WS
           END-IF
           IF CALC-SERVICE-MONTH-WS > 12
               MOVE ZERO TO CALC-SERVICE-MONTH-WS
           END-IF

           IF ASSET-DISPOSED-IN
               MOVE DISPOSAL-MONTH-IN TO CALC-DISP-MONTH-WS
           ELSE
               MOVE ZERO TO CALC-DISP-MONTH-WS
           END-IF.

      *****************************************************
      *WITH NO TAX BOOK OF ITS OWN FALLS BACK TO THE
      *FINANCIAL BOOK'S METHOD AND LIFE, AND A ZERO TAX
      *REMAINING LIFE ON AN UNSTARTED TAX BOOK DEFAULTS
      *THE SAME WAY REMAINING-LIFE-IN DOES. THE TAX BOOK
      *KEEPS ITS OWN AVERAGING CONVENTION.
      *****************************************************
       311-CALCULATE-TAX-DEPR.
           IF TAX-ACCUM-DEPR-IN NOT < (PRICE-IN - SALVAGE-IN)
                   MOVE TAX-LIFE-IN    TO TAX-CALC-LIFE-WS
               END-IF
               IF TAX-REMAINING-LIFE-IN = ZERO
                  AND (TAX-FULL-YEAR-IN OR TAX-ACCUM-DEPR-IN = ZERO)
                   MOVE TAX-CALC-LIFE-WS TO TAX-REMAINING-LIFE-IN
               END-IF
               COMPUTE TAX-CURRENT-YEAR-WS = TAX-CALC-LIFE-WS
               CALL "DEPRSUB" USING PRICE-IN, SALVAGE-IN,
                              TAX-CALC-LIFE-WS, TAX-CALC-METHOD-WS,
                              TAX-CURRENT-YEAR-WS, TAX-ACCUM-WS,
                              TAX-YEARLY-DEPR-WS, TAX-CONVENTION-IN,
                              CALC-SERVICE-MONTH-WS, CALC-DISP-MONTH-WS
               IF (TAX-ACCUM-DEPR-IN + TAX-YEARLY-DEPR-WS)
                  > (PRICE-IN - SALVAGE-IN)
                   COMPUTE TAX-YEARLY-DEPR-WS =
                           PRICE-IN - SALVAGE-IN - TAX-ACCUM-DEPR-IN
               END-IF
           END-IF.

      *****************************************************
      *DEPRECIATION - PICKED UP BY THE GENERAL LEDGER
      *INTERFACE JOB INSTEAD OF BEING KEYED BY HAND. AN
      *ANNUAL RUN POSTS THE WHOLE YEAR TO PERIOD 12; A
      *MONTHLY RUN POSTS AN EVEN SHARE OF THE ANNUAL CHARGE
      *FOR EACH MONTH HELD, WITH THE LAST MONTH PICKING UP
      *WHATEVER THE ROUNDED INTERIM POSTINGS LEFT UNBOOKED.
      *THE PERIOD MUST BE LATER THAN LAST-POSTED-PERIOD-IN
      *OR NOTHING IS WRITTEN, SO A RERUN CANNOT BOOK THE
      *SAME MONTH TWICE.
      *****************************************************
       318-WRITE-GL-EXTRACT.
           MOVE 'NO' TO GL-POSTED-WS
               IF LAST-POSTED-PERIOD-IN / 100 < AUDIT-YEAR-OUT
                   MOVE ZERO TO YTD-DEPR-POSTED-IN
               END-IF
      *****************************************************
      *THE YEAR'S CHARGE IS SPREAD OVER THE MONTHS THE ASSET
      *WAS ACTUALLY HELD - FROM THE IN-SERVICE MONTH IN ITS
      *FIRST YEAR, TO THE LAST MONTH HELD IN ITS DISPOSAL
      *YEAR. THE LAST MONTH HELD TAKES THE REMAINDER.
      *****************************************************
               MOVE 1  TO GL-FIRST-MONTH-WS
               MOVE 12 TO GL-LAST-MONTH-WS
               IF CALC-SERVICE-YEAR-WS = AUDIT-YEAR-OUT
                  AND CALC-SERVICE-MONTH-WS > ZERO
                   MOVE CALC-SERVICE-MONTH-WS TO GL-FIRST-MONTH-WS
               END-IF
               IF CALC-DISP-MONTH-WS > ZERO
                  AND CALC-DISP-MONTH-WS NOT < GL-FIRST-MONTH-WS
                   MOVE CALC-DISP-MONTH-WS TO GL-LAST-MONTH-WS
               END-IF
               IF MONTHLY-RUN-WS AND RUN-MONTH-WS < GL-FIRST-MONTH-WS
                   MOVE ZERO TO GL-POST-AMOUNT-WS
               ELSE
                   IF MONTHLY-RUN-WS
                      AND RUN-MONTH-WS < GL-LAST-MONTH-WS
                       COMPUTE GL-MONTHS-HELD-WS =
                               GL-LAST-MONTH-WS - GL-FIRST-MONTH-WS + 1
                       COMPUTE GL-POST-AMOUNT-WS ROUNDED =
                               YEARLY-DEPR-WS / GL-MONTHS-HELD-WS
                   ELSE
                       COMPUTE GL-POST-AMOUNT-WS =
                               YEARLY-DEPR-WS - YTD-DEPR-POSTED-IN
                   END-IF
               END-IF

      *****************************************************
      *BALANCED PAIR - DEBIT THE DEPARTMENT'S DEPRECIATION
      *EXPENSE ACCOUNT, CREDIT ITS ACCUMULATED DEPRECIATION
      *ACCOUNT, BOTH FOR THE SAME AMOUNT, SO THE GL
      *INTERFACE NEVER RECEIVES AN UNBALANCED BATCH.
      *
      *THE OLD DEPARTMENT'S PAIR AFTER A TRANSFER POSTS IN
      *THAT DEPARTMENT'S COMPANY. ITS DEPARTMENT MOVE HAS
      *TAKEN THE ACCUMULATED DEPRECIATION TO THE NEW
      *DEPARTMENT, SO WITHIN ONE COMPANY THE CREDIT GOES
      *TO THE NEW DEPARTMENT'S ACCUMULATED DEPRECIATION
      *ACCOUNT TOO.
      *****************************************************
       312-WRITE-GL-POSTING-PAIR.
           MOVE POST-EXP-ACCT-WS   TO GL-ACCOUNT-OUT
           MOVE POST-AMOUNT-WS     TO GL-AMOUNT-OUT
           MOVE RUN-PERIOD-WS      TO GL-PERIOD-OUT
           MOVE 'D'                TO GL-DRCR-OUT
           IF POST-DEPT-WS = DEPT-IN
               MOVE COMPANY-IN     TO GL-COMPANY-OUT
           ELSE
               MOVE DEPT-ACCT-CO-WS (POST-SUB-WS)
                                   TO GL-COMPANY-OUT
           END-IF
           MOVE ASSET-ID-IN        TO GL-ASSET-ID-OUT
           MOVE SPACE              TO GL-ENTRY-TYPE-OUT
           WRITE GL-EXTRACT-RECORD

           MOVE POST-ACC-ACCT-WS   TO GL-ACCOUNT-OUT
           IF POST-DEPT-WS NOT = DEPT-IN
              AND DEPT-ACCT-CO-WS (POST-SUB-WS)
                  = DEPT-ACCT-CO-WS (DEPT-ACCT-SUB-WS)
               MOVE GL-ACC-ACCOUNT-WS TO GL-ACCOUNT-OUT
               MOVE DEPT-IN           TO GL-DEPT-OUT
           END-IF
           MOVE 'C'                TO GL-DRCR-OUT
           WRITE GL-EXTRACT-RECORD

           ADD  POST-AMOUNT-WS TO TOTAL-POSTED-WS
           ADD  POST-AMOUNT-WS TO
                DEPT-ACCT-POSTED-WS (POST-SUB-WS)
           ADD  POST-AMOUNT-WS TO
                DEPT-ACCT-DEPR-WS (POST-SUB-WS)
           IF POST-DEPT-WS = DEPT-IN
               ADD  POST-AMOUNT-WS TO ASSET-RUN-DEPR-WS
           ELSE
               ADD  POST-AMOUNT-WS TO ASSET-RUN-OLD-DEPR-WS
           END-IF

           PERFORM  327-STAMP-POSTING-PERIOD
           ADD  POST-AMOUNT-WS TO YTD-DEPR-POSTED-IN
           ADD  POST-AMOUNT-WS TO LAST-RUN-DEPR-IN
           MOVE 'YES'             TO GL-POSTED-WS.

      *****************************************************
           MOVE RUN-PERIOD-WS      TO GL-PERIOD-OUT
           MOVE 'D'                TO GL-DRCR-OUT
           MOVE COMPANY-IN         TO GL-COMPANY-OUT
           MOVE ASSET-ID-IN        TO GL-ASSET-ID-OUT
           MOVE SPACE              TO GL-ENTRY-TYPE-OUT
           WRITE GL-EXTRACT-RECORD

           MOVE GL-ACC-ACCOUNT-WS  TO GL-ACCOUNT-OUT
           ADD  IMPAIRMENT-YTD-IN TO TOTAL-POSTED-WS
           ADD  IMPAIRMENT-YTD-IN TO
                DEPT-ACCT-POSTED-WS (DEPT-ACCT-SUB-WS)
           ADD  IMPAIRMENT-YTD-IN TO
                DEPT-ACCT-IMPAIR-WS (DEPT-ACCT-SUB-WS)
           ADD  IMPAIRMENT-YTD-IN TO ASSET-RUN-IMPAIR-WS

           PERFORM  327-STAMP-POSTING-PERIOD
           ADD  IMPAIRMENT-YTD-IN TO LAST-RUN-IMPAIR-IN
           MOVE ZERO  TO IMPAIRMENT-YTD-IN
           MOVE 'YES' TO GL-POSTED-WS

               PERFORM  319-REWRITE-POSTING-STATE
           END-IF.

      *****************************************************
      *CAPITALIZES A NEW ASSET IN THE GL - DEBIT THE
      *DEPARTMENT'S ASSET COST ACCOUNT, CREDIT ITS
      *ACQUISITION CLEARING ACCOUNT FOR THE FULL COST. THE
      *FLAG IS CLEARED (AND SAVED) SO THE SAME ADD CAN
      *NEVER BE CAPITALIZED TWICE.
      *****************************************************
       324-POST-ASSET-ADDITION.
           IF PRICE-IN NOT = ZERO
               MOVE GL-COST-ACCOUNT-WS  TO POST-EXP-ACCT-WS
               MOVE GL-CLEAR-ACCOUNT-WS TO POST-ACC-ACCT-WS
               MOVE PRICE-IN            TO POST-AMOUNT-WS
               PERFORM  326-WRITE-CAPITAL-PAIR
           END-IF
           MOVE 'Y'   TO ADD-POSTED-IN
           MOVE 'YES' TO GL-POSTED-WS
           IF LAST-POSTED-PERIOD-IN NOT > RUN-PERIOD-WS
               PERFORM  327-STAMP-POSTING-PERIOD
               MOVE 'Y' TO LAST-RUN-ADD-IN
           END-IF

      *****************************************************
      *AS WITH A LATE IMPAIRMENT, AN ASSET WHOSE YEAR IS
      *ALREADY ROLLED FORWARD GETS NO REWRITE FROM 316, SO
      *THE CLEARED FLAG IS SAVED HERE
      *****************************************************
           IF RUN-MONTH-WS = 12
              AND LAST-ROLLED-YEAR-IN = AUDIT-YEAR-OUT
              AND ASSET-NOT-DISPOSED-IN
               PERFORM  319-REWRITE-POSTING-STATE
           END-IF.

      *****************************************************
      *CLOSES A SOLD OR SCRAPPED ASSET (OR THE SOLD PIECE
      *OF A PARTIAL DISPOSAL) OUT OF THE GL, USING THE BOOK
      *VALUE AND GAIN/LOSS JUST WORKED OUT BY
      *314-WRITE-DISPOSAL-REPORT. EACH PIECE IS ITS OWN
      *BALANCED PAIR -
      *    DEBIT ACCUM DEPRECIATION  CREDIT COST  (ACCUM)
      *    DEBIT PROCEEDS            CREDIT COST  (PROCEEDS
      *                                 UP TO BOOK VALUE)
      *    DEBIT GAIN/LOSS           CREDIT COST  (LOSS)
      *    DEBIT PROCEEDS            CREDIT GAIN/LOSS (GAIN)
      *SO COST IS RELIEVED IN FULL AND THE GAIN OR LOSS
      *LANDS IN THE GAIN/LOSS ACCOUNT. A ZERO PIECE WRITES
      *NO PAIR. THE LINES CARRY ENTRY TYPE 'D', THE PERIOD
      *IS STAMPED, AND DISPOSAL-POSTED-IN GOES TO 'L' SO
      *THE DISPOSAL NEVER POSTS A SECOND TIME.
      *****************************************************
       325-POST-DISPOSAL.
           IF DISPOSAL-PROCEEDS-IN > DISPOSAL-BOOK-VALUE-WS
               MOVE DISPOSAL-BOOK-VALUE-WS TO CAP-PROCEEDS-WS
               MOVE ZERO                   TO CAP-LOSS-WS
               MOVE GAIN-LOSS-WS           TO CAP-GAIN-WS
           ELSE
               MOVE DISPOSAL-PROCEEDS-IN   TO CAP-PROCEEDS-WS
               COMPUTE CAP-LOSS-WS = ZERO - GAIN-LOSS-WS
               MOVE ZERO                   TO CAP-GAIN-WS
           END-IF

           MOVE 'D' TO POST-ENTRY-TYPE-WS
           IF DISPOSAL-ACCUM-WS NOT = ZERO
               MOVE GL-ACC-ACCOUNT-WS  TO POST-EXP-ACCT-WS
               MOVE GL-COST-ACCOUNT-WS TO POST-ACC-ACCT-WS
               MOVE DISPOSAL-ACCUM-WS  TO POST-AMOUNT-WS
               PERFORM  326-WRITE-CAPITAL-PAIR
           END-IF
           IF CAP-PROCEEDS-WS NOT = ZERO
               MOVE GL-PROC-ACCOUNT-WS TO POST-EXP-ACCT-WS
               MOVE GL-COST-ACCOUNT-WS TO POST-ACC-ACCT-WS
               MOVE CAP-PROCEEDS-WS    TO POST-AMOUNT-WS
               PERFORM  326-WRITE-CAPITAL-PAIR
           END-IF
           IF CAP-LOSS-WS NOT = ZERO
               MOVE GL-GAIN-ACCOUNT-WS TO POST-EXP-ACCT-WS
               MOVE GL-COST-ACCOUNT-WS TO POST-ACC-ACCT-WS
               MOVE CAP-LOSS-WS        TO POST-AMOUNT-WS
               PERFORM  326-WRITE-CAPITAL-PAIR
           END-IF
           IF CAP-GAIN-WS NOT = ZERO
               MOVE GL-PROC-ACCOUNT-WS TO POST-EXP-ACCT-WS
               MOVE GL-GAIN-ACCOUNT-WS TO POST-ACC-ACCT-WS
               MOVE CAP-GAIN-WS        TO POST-AMOUNT-WS
               PERFORM  326-WRITE-CAPITAL-PAIR
           END-IF
           MOVE SPACE TO POST-ENTRY-TYPE-WS

           PERFORM  327-STAMP-POSTING-PERIOD
           MOVE 'L'   TO DISPOSAL-POSTED-IN
           MOVE 'YES' TO GL-POSTED-WS.

      *****************************************************
      *ONE BALANCED CAPITAL PAIR AGAINST THE ASSET'S OWN
      *DEPARTMENT. IT FEEDS THE TRAILER, HASH AND POSTED
      *CONTROL TOTALS EXACTLY AS A DEPRECIATION PAIR DOES,
      *SO GLBALANCE RECONCILES IT WITH EVERYTHING ELSE -
      *BUT IT IS NOT DEPRECIATION, SO IT LEAVES THE ASSET'S
      *YTD-POSTED AND LAST-POSTED-PERIOD FIELDS ALONE.
      *****************************************************
       326-WRITE-CAPITAL-PAIR.
           MOVE POST-EXP-ACCT-WS   TO GL-ACCOUNT-OUT
           MOVE DEPT-IN            TO GL-DEPT-OUT
           MOVE POST-AMOUNT-WS     TO GL-AMOUNT-OUT
           MOVE RUN-PERIOD-WS      TO GL-PERIOD-OUT
           MOVE 'D'                TO GL-DRCR-OUT
           MOVE COMPANY-IN         TO GL-COMPANY-OUT
           MOVE ASSET-ID-IN        TO GL-ASSET-ID-OUT
           MOVE POST-ENTRY-TYPE-WS TO GL-ENTRY-TYPE-OUT
           WRITE GL-EXTRACT-RECORD

           MOVE POST-ACC-ACCT-WS   TO GL-ACCOUNT-OUT
           MOVE 'C'                TO GL-DRCR-OUT
           WRITE GL-EXTRACT-RECORD

           ADD  2 TO GL-RECORD-COUNT-WS
           COMPUTE GL-HASH-TOTAL-WS = GL-HASH-TOTAL-WS
                   + POST-AMOUNT-WS + POST-AMOUNT-WS
           ADD  POST-AMOUNT-WS TO TOTAL-POSTED-WS
           ADD  POST-AMOUNT-WS TO
                DEPT-ACCT-POSTED-WS (DEPT-ACCT-SUB-WS).

      *****************************************************
      *THE FIRST POSTING OF A NEW PERIOD FOR THE ASSET
      *STAMPS THE PERIOD AND CLEARS WHAT THE PRIOR PERIOD
      *BOOKED, SO THE LAST-RUN FIELDS ALWAYS DESCRIBE THE
      *RUN FOR LAST-POSTED-PERIOD-IN - WHICH IS WHAT
      *GLREVERSE UNWINDS IF THAT RUN'S BATCH IS REVERSED.
      *BLANK FIELDS ON AN OLDER RECORD COUNT AS ZERO.
      *****************************************************
       327-STAMP-POSTING-PERIOD.
           IF LAST-POSTED-PERIOD-IN < RUN-PERIOD-WS
               MOVE ZERO          TO LAST-RUN-DEPR-IN
                                     LAST-RUN-IMPAIR-IN
               MOVE 'N'           TO LAST-RUN-ADD-IN
               IF DISPOSAL-GL-LAST-RUN-IN
                   MOVE 'Y'       TO DISPOSAL-POSTED-IN
               END-IF
               MOVE RUN-PERIOD-WS TO LAST-POSTED-PERIOD-IN
           END-IF
           IF LAST-RUN-DEPR-IN IS NOT NUMERIC
               MOVE ZERO TO LAST-RUN-DEPR-IN
           END-IF
           IF LAST-RUN-IMPAIR-IN IS NOT NUMERIC
               MOVE ZERO TO LAST-RUN-IMPAIR-IN
           END-IF.

      *****************************************************
      *POSTS EVERY PENDING QUEUE RECORD FOR THE ASSET AND
      *MARKS IT POSTED WITH THE RUN PERIOD AND THE DEBITS
      *IT WROTE. THE ENTRIES ARE -
      *  PRICE CHANGE  DEBIT COST  CREDIT CLEARING, AT THE
      *                ASSET'S DEPARTMENT (A PRICE CUT
      *                POSTS THE OTHER WAY ROUND)
      *  MOVE, SAME    DEBIT NEW COST      CREDIT OLD COST
      *  COMPANY       DEBIT OLD ACCUM     CREDIT NEW ACCUM
      *  MOVE TO       DEBIT NEW COST      CREDIT NEW CLEARING
      *  ANOTHER       DEBIT OLD CLEARING  CREDIT OLD COST
      *  COMPANY       DEBIT OLD ACCUM     CREDIT OLD CLEARING
      *                DEBIT NEW CLEARING  CREDIT NEW ACCUM
      *SO EACH COMPANY'S BOOKS BALANCE ON THEIR OWN AND THE
      *INTERCOMPANY SETTLEMENT IS LEFT IN THE CLEARING
      *ACCOUNTS. THE POSTINGS ARE CAPITAL, NOT
      *DEPRECIATION, SO THE ASSET'S POSTING STATE IS LEFT
      *ALONE - GLREVERSE UNDOES THEM THROUGH THE QUEUE.
      *****************************************************
       331-POST-CAPITAL-ADJUSTMENTS.
           MOVE 1 TO CADJ-SUB-WS
           PERFORM  332-POST-ONE-ADJUSTMENT
                    UNTIL CADJ-SUB-WS > CADJ-TABLE-COUNT-WS.

       332-POST-ONE-ADJUSTMENT.
           IF CADJ-TBL-ASSET-ID-WS (CADJ-SUB-WS) = ASSET-ID-IN
               MOVE CADJ-ENTRY-WS (CADJ-SUB-WS)
                    TO CAPITAL-ADJUSTMENT-RECORD
               IF CADJ-PENDING-IN
                   PERFORM  336-LOOKUP-ADJUSTMENT-DEPTS
                   MOVE ZERO TO CADJ-POSTED-AMT-IN
                   IF CADJ-PRICE-CHANGE-IN
                       MOVE DEPT-ACCT-COST-WS (CADJ-TO-SUB-WS)
                                              TO CADJ-DR-ACCT-WS
                       MOVE CADJ-TO-SUB-WS    TO CADJ-DR-SUB-WS
                       MOVE DEPT-ACCT-CLEAR-WS (CADJ-TO-SUB-WS)
                                              TO CADJ-CR-ACCT-WS
                       MOVE CADJ-TO-SUB-WS    TO CADJ-CR-SUB-WS
                       MOVE CADJ-COST-IN      TO CADJ-AMOUNT-WS
                       PERFORM  333-WRITE-ADJUSTMENT-PAIR
                   ELSE
                   IF DEPT-ACCT-CO-WS (CADJ-FROM-SUB-WS)
                      = DEPT-ACCT-CO-WS (CADJ-TO-SUB-WS)
                       PERFORM  337-POST-SAME-COMPANY-MOVE
                   ELSE
                       PERFORM  338-POST-CROSS-COMPANY-MOVE
                   END-IF
                   END-IF
                   MOVE 'D'           TO CADJ-STATUS-IN
                   MOVE RUN-PERIOD-WS TO CADJ-POSTED-PERIOD-IN
                   MOVE CAPITAL-ADJUSTMENT-RECORD
                        TO CADJ-ENTRY-WS (CADJ-SUB-WS)
               END-IF
           END-IF
           ADD  1 TO CADJ-SUB-WS.

       337-POST-SAME-COMPANY-MOVE.
           MOVE DEPT-ACCT-COST-WS (CADJ-TO-SUB-WS)   TO CADJ-DR-ACCT-WS
           MOVE CADJ-TO-SUB-WS                       TO CADJ-DR-SUB-WS
           MOVE DEPT-ACCT-COST-WS (CADJ-FROM-SUB-WS) TO CADJ-CR-ACCT-WS
           MOVE CADJ-FROM-SUB-WS                     TO CADJ-CR-SUB-WS
           MOVE CADJ-COST-IN                         TO CADJ-AMOUNT-WS
           PERFORM  333-WRITE-ADJUSTMENT-PAIR

           MOVE DEPT-ACCT-ACC-WS (CADJ-FROM-SUB-WS)  TO CADJ-DR-ACCT-WS
           MOVE CADJ-FROM-SUB-WS                     TO CADJ-DR-SUB-WS
           MOVE DEPT-ACCT-ACC-WS (CADJ-TO-SUB-WS)    TO CADJ-CR-ACCT-WS
           MOVE CADJ-TO-SUB-WS                       TO CADJ-CR-SUB-WS
           MOVE CADJ-ACCUM-IN                        TO CADJ-AMOUNT-WS
           PERFORM  333-WRITE-ADJUSTMENT-PAIR.

       338-POST-CROSS-COMPANY-MOVE.
           MOVE DEPT-ACCT-COST-WS (CADJ-TO-SUB-WS)   TO CADJ-DR-ACCT-WS
           MOVE CADJ-TO-SUB-WS                       TO CADJ-DR-SUB-WS
           MOVE DEPT-ACCT-CLEAR-WS (CADJ-TO-SUB-WS)  TO CADJ-CR-ACCT-WS
           MOVE CADJ-TO-SUB-WS                       TO CADJ-CR-SUB-WS
           MOVE CADJ-COST-IN                         TO CADJ-AMOUNT-WS
           PERFORM  333-WRITE-ADJUSTMENT-PAIR

           MOVE DEPT-ACCT-CLEAR-WS (CADJ-FROM-SUB-WS)
                                                     TO CADJ-DR-ACCT-WS
           MOVE CADJ-FROM-SUB-WS                     TO CADJ-DR-SUB-WS
           MOVE DEPT-ACCT-COST-WS (CADJ-FROM-SUB-WS) TO CADJ-CR-ACCT-WS
           MOVE CADJ-FROM-SUB-WS                     TO CADJ-CR-SUB-WS
           MOVE CADJ-COST-IN                         TO CADJ-AMOUNT-WS
           PERFORM  333-WRITE-ADJUSTMENT-PAIR

           MOVE DEPT-ACCT-ACC-WS (CADJ-FROM-SUB-WS)  TO CADJ-DR-ACCT-WS
           MOVE CADJ-FROM-SUB-WS                     TO CADJ-DR-SUB-WS
           MOVE DEPT-ACCT-CLEAR-WS (CADJ-FROM-SUB-WS)
                                                     TO CADJ-CR-ACCT-WS
           MOVE CADJ-FROM-SUB-WS                     TO CADJ-CR-SUB-WS
           MOVE CADJ-ACCUM-IN                        TO CADJ-AMOUNT-WS
           PERFORM  333-WRITE-ADJUSTMENT-PAIR

           MOVE DEPT-ACCT-CLEAR-WS (CADJ-TO-SUB-WS)  TO CADJ-DR-ACCT-WS
           MOVE CADJ-TO-SUB-WS                       TO CADJ-DR-SUB-WS
           MOVE DEPT-ACCT-ACC-WS (CADJ-TO-SUB-WS)    TO CADJ-CR-ACCT-WS
           MOVE CADJ-TO-SUB-WS                       TO CADJ-CR-SUB-WS
           MOVE CADJ-ACCUM-IN                        TO CADJ-AMOUNT-WS
           PERFORM  333-WRITE-ADJUSTMENT-PAIR.

      *****************************************************
      *ONE BALANCED ADJUSTMENT PAIR. EACH LINE CARRIES ITS
      *OWN DEPARTMENT AND THAT DEPARTMENT'S COMPANY, AND
      *THE DEBIT FEEDS THE TRAILER, HASH AND POSTED
      *CONTROLS OF THE DEBIT DEPARTMENT, THE SAME WAY
      *GLBALANCE PROVES THEM. A NEGATIVE AMOUNT SWAPS THE
      *SIDES SO BOTH LINES CARRY A POSITIVE AMOUNT; A ZERO
      *AMOUNT WRITES NO PAIR.
      *****************************************************
       333-WRITE-ADJUSTMENT-PAIR.
           IF CADJ-AMOUNT-WS < ZERO
               COMPUTE CADJ-AMOUNT-WS = ZERO - CADJ-AMOUNT-WS
               MOVE CADJ-DR-ACCT-WS   TO CADJ-HOLD-ACCT-WS
               MOVE CADJ-DR-SUB-WS    TO CADJ-HOLD-SUB-WS
               MOVE CADJ-CR-ACCT-WS   TO CADJ-DR-ACCT-WS
               MOVE CADJ-CR-SUB-WS    TO CADJ-DR-SUB-WS
               MOVE CADJ-HOLD-ACCT-WS TO CADJ-CR-ACCT-WS
               MOVE CADJ-HOLD-SUB-WS  TO CADJ-CR-SUB-WS
           END-IF
           IF CADJ-AMOUNT-WS NOT = ZERO
               MOVE CADJ-DR-ACCT-WS    TO GL-ACCOUNT-OUT
               MOVE DEPT-ACCT-CODE-WS (CADJ-DR-SUB-WS)
                                       TO GL-DEPT-OUT
               MOVE CADJ-AMOUNT-WS     TO GL-AMOUNT-OUT
               MOVE RUN-PERIOD-WS      TO GL-PERIOD-OUT
               MOVE 'D'                TO GL-DRCR-OUT
               MOVE DEPT-ACCT-CO-WS (CADJ-DR-SUB-WS)
                                       TO GL-COMPANY-OUT
               MOVE ASSET-ID-IN        TO GL-ASSET-ID-OUT
               MOVE CADJ-TYPE-IN       TO GL-ENTRY-TYPE-OUT
               WRITE GL-EXTRACT-RECORD

               MOVE CADJ-CR-ACCT-WS    TO GL-ACCOUNT-OUT
               MOVE DEPT-ACCT-CODE-WS (CADJ-CR-SUB-WS)
                                       TO GL-DEPT-OUT
               MOVE 'C'                TO GL-DRCR-OUT
               MOVE DEPT-ACCT-CO-WS (CADJ-CR-SUB-WS)
                                       TO GL-COMPANY-OUT
               WRITE GL-EXTRACT-RECORD

               ADD  2 TO GL-RECORD-COUNT-WS
               COMPUTE GL-HASH-TOTAL-WS = GL-HASH-TOTAL-WS
                       + CADJ-AMOUNT-WS + CADJ-AMOUNT-WS
               ADD  CADJ-AMOUNT-WS TO TOTAL-POSTED-WS
               ADD  CADJ-AMOUNT-WS TO
                    DEPT-ACCT-POSTED-WS (CADJ-DR-SUB-WS)
               ADD  CADJ-AMOUNT-WS TO CADJ-POSTED-AMT-IN
           END-IF.

      *****************************************************
      *FINDS THE DEPARTMENT TABLE ROWS FOR THE QUEUE
      *RECORD'S DEPARTMENTS - A PRICE CHANGE HAS ONLY ONE.
      *A SUBSCRIPT OF ZERO MEANS NO MAPPING ROW.
      *****************************************************
       336-LOOKUP-ADJUSTMENT-DEPTS.
           MOVE CADJ-TO-DEPT-IN    TO CADJ-LOOKUP-DEPT-WS
           PERFORM  334-LOOKUP-ADJUSTMENT-DEPT
           MOVE CADJ-LOOKUP-SUB-WS TO CADJ-TO-SUB-WS
           IF CADJ-TRANSFER-IN
               MOVE CADJ-FROM-DEPT-IN  TO CADJ-LOOKUP-DEPT-WS
               PERFORM  334-LOOKUP-ADJUSTMENT-DEPT
               MOVE CADJ-LOOKUP-SUB-WS TO CADJ-FROM-SUB-WS
           ELSE
               MOVE CADJ-TO-SUB-WS     TO CADJ-FROM-SUB-WS
           END-IF.

       334-LOOKUP-ADJUSTMENT-DEPT.
           MOVE ZERO TO CADJ-LOOKUP-SUB-WS
           SET DEPT-ACCT-IDX-WS TO 1
           SEARCH DEPT-ACCT-ENTRY-WS
               AT END
                   CONTINUE
               WHEN DEPT-ACCT-IDX-WS > DEPT-ACCT-COUNT-WS
                   CONTINUE
               WHEN DEPT-ACCT-CODE-WS (DEPT-ACCT-IDX-WS)
                    = CADJ-LOOKUP-DEPT-WS
                   SET  CADJ-LOOKUP-SUB-WS TO DEPT-ACCT-IDX-WS
           END-SEARCH.

      *****************************************************
      *ONE MOVEMENT RECORD FOR THE RUN HISTORY PER ASSET
      *PROCESSED - WHAT IT POSTED AND THE STATE IT WAS LEFT
      *IN, SO A LATER PERIOD'S SWING CAN BE TRACED TO THE
      *ASSET. AN ASSET SPLIT BY A TRANSFER THIS YEAR ALSO
      *WRITES ONE FOR THE DEPARTMENT IT CAME FROM. THE RUN
      *STAMP IS FILLED IN WHEN THE RUN'S RECORDS ARE
      *APPENDED TO THE HISTORY.
      *****************************************************
       328-WRITE-ASSET-MOVEMENT.
           MOVE SPACES              TO DEPR-HISTORY-RECORD
           MOVE 'A'                 TO HIST-RECORD-TYPE-OUT
           MOVE RUN-PERIOD-WS       TO HIST-PERIOD-OUT
           MOVE ZERO                TO HIST-RUN-DATE-OUT
           MOVE ZERO                TO HIST-RUN-TIME-OUT
           MOVE COMPANY-IN          TO HIST-COMPANY-OUT
           MOVE DEPT-IN             TO HIST-DEPT-OUT
           MOVE ASSET-ID-IN         TO HIST-ASSET-ID-OUT
           MOVE ZERO                TO HIST-CONTROL-AMT-OUT
           MOVE ASSET-RUN-DEPR-WS   TO HIST-DEPR-AMT-OUT
           MOVE ASSET-RUN-IMPAIR-WS TO HIST-IMPAIR-AMT-OUT
           IF IN-SERVICE-DATE-IN IS NUMERIC
               MOVE IN-SERVICE-DATE-IN TO HIST-SERVICE-PERIOD-OUT
           ELSE
               MOVE ZERO TO HIST-SERVICE-PERIOD-OUT
           END-IF
           MOVE 'N' TO HIST-DISPOSED-FLAG-OUT
           MOVE 'N' TO HIST-FULL-FLAG-OUT
           MOVE 'N' TO HIST-SPLIT-FLAG-OUT
           MOVE 'N' TO HIST-EXCEPTION-FLAG-OUT
           IF ASSET-DISPOSED-IN
               MOVE 'Y' TO HIST-DISPOSED-FLAG-OUT
           END-IF
           IF ASSET-RETIRED-IN
              OR ACCUM-DEPR-IN NOT < (PRICE-IN - SALVAGE-IN)
               MOVE 'Y' TO HIST-FULL-FLAG-OUT
           END-IF
           IF XFER-SPLIT-WS = 'YES'
               MOVE 'Y' TO HIST-SPLIT-FLAG-OUT
           END-IF
           WRITE DEPR-MOVE-LINE FROM DEPR-HISTORY-RECORD

           IF XFER-SPLIT-WS = 'YES'
               MOVE PRIOR-DEPT-IN         TO HIST-DEPT-OUT
               MOVE ASSET-RUN-OLD-DEPR-WS TO HIST-DEPR-AMT-OUT
               MOVE ZERO                  TO HIST-IMPAIR-AMT-OUT
               WRITE DEPR-MOVE-LINE FROM DEPR-HISTORY-RECORD
           END-IF.

      *****************************************************
      *AN ASSET SENT TO THE EXCEPTION REPORT POSTED
      *NOTHING, BUT IS STILL RECORDED SO ITS MISSING
      *CHARGE IS NOT MISTAKEN FOR A RETIREMENT
      *****************************************************
       329-WRITE-EXCEPTION-MOVEMENT.
           MOVE SPACES              TO DEPR-HISTORY-RECORD
           MOVE 'A'                 TO HIST-RECORD-TYPE-OUT
           MOVE RUN-PERIOD-WS       TO HIST-PERIOD-OUT
           MOVE ZERO                TO HIST-RUN-DATE-OUT
           MOVE ZERO                TO HIST-RUN-TIME-OUT
           MOVE COMPANY-IN          TO HIST-COMPANY-OUT
           MOVE DEPT-IN             TO HIST-DEPT-OUT
           MOVE ASSET-ID-IN         TO HIST-ASSET-ID-OUT
           MOVE ZERO                TO HIST-CONTROL-AMT-OUT
           MOVE ZERO                TO HIST-DEPR-AMT-OUT
           MOVE ZERO                TO HIST-IMPAIR-AMT-OUT
           MOVE ZERO                TO HIST-SERVICE-PERIOD-OUT
           MOVE 'N'                 TO HIST-DISPOSED-FLAG-OUT
           MOVE 'N'                 TO HIST-FULL-FLAG-OUT
           MOVE 'N'                 TO HIST-SPLIT-FLAG-OUT
           MOVE 'Y'                 TO HIST-EXCEPTION-FLAG-OUT
           WRITE DEPR-MOVE-LINE FROM DEPR-HISTORY-RECORD.

      *****************************************************
      *ONE SPLIT LINE UNDER THE DETAIL LINE OF AN ASSET
      *THAT MOVED DEPARTMENTS THIS YEAR - WHERE IT CAME
                       DISPLAY 'STARTDEPRECIATION: REWRITE FAILED '
                               'FOR ' ASSET-ID-IN ' - STATUS '
                               ASSET-FILE-STATUS-WS
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
               END-REWRITE
           END-IF.

      *****************************************************
      *REPORTS PROCEEDS VERSUS REMAINING BOOK VALUE FOR AN
      *ASSET SOLD OR SCRAPPED DURING THE CURRENT AUDIT YEAR.
      *THE ACCUMULATED DEPRECIATION RELIEVED IS THE OPENING
      *FIGURE PLUS WHAT HAS POSTED THIS YEAR - THIS RUN'S
      *CATCH-UP INCLUDED - UNLESS THE YEAR IS ALREADY
      *ROLLED INTO ACCUM-DEPR-IN. THE MASTER'S OWN FIGURE IS
      *LEFT FOR THE YEAR-END RETIREMENT TO ROLL.
      *****************************************************
       314-WRITE-DISPOSAL-REPORT.
           MOVE ACCUM-DEPR-IN TO DISPOSAL-ACCUM-WS
           IF LAST-ROLLED-YEAR-IN < AUDIT-YEAR-OUT
              AND YTD-DEPR-POSTED-IN IS NUMERIC
               ADD  YTD-DEPR-POSTED-IN TO DISPOSAL-ACCUM-WS
           END-IF
           COMPUTE DISPOSAL-BOOK-VALUE-WS =
                   PRICE-IN - DISPOSAL-ACCUM-WS
           COMPUTE GAIN-LOSS-WS =
                   DISPOSAL-PROCEEDS-IN - DISPOSAL-BOOK-VALUE-WS

      *****************************************************
       316-ROLLFORWARD-ASSET.
           IF LAST-ROLLED-YEAR-IN < AUDIT-YEAR-OUT
      *****************************************************
      *UNDER A PART-YEAR CONVENTION THE LAST FULL YEAR OF
      *LIFE LEAVES THE CLOSING STUB STILL TO BE TAKEN, SO
      *RUNNING OUT OF REMAINING LIFE ONLY CLOSES THE BOOK
      *ONCE THAT STUB YEAR HAS BEEN CHARGED
      *****************************************************
               MOVE 'NO' TO BOOK-STUB-DUE-WS
               ADD  YEARLY-DEPR-WS TO ACCUM-DEPR-IN
               IF REMAINING-LIFE-IN > ZERO
                   SUBTRACT 1 FROM REMAINING-LIFE-IN
                   IF REMAINING-LIFE-IN = ZERO
                      AND NOT BOOK-FULL-YEAR-IN
                      AND CALC-SERVICE-MONTH-WS > ZERO
                       MOVE 'YES' TO BOOK-STUB-DUE-WS
                   END-IF
               END-IF

               IF (REMAINING-LIFE-IN NOT > ZERO
                   AND BOOK-STUB-DUE-WS = 'NO')
                  OR ACCUM-DEPR-IN NOT < (PRICE-IN - SALVAGE-IN)
                   COMPUTE ACCUM-DEPR-IN = PRICE-IN - SALVAGE-IN
                   MOVE ZERO TO REMAINING-LIFE-IN
               END-IF

               MOVE 'NO' TO TAX-STUB-DUE-WS
               ADD  TAX-YEARLY-DEPR-WS TO TAX-ACCUM-DEPR-IN
               IF TAX-REMAINING-LIFE-IN > ZERO
                   SUBTRACT 1 FROM TAX-REMAINING-LIFE-IN
                   IF TAX-REMAINING-LIFE-IN = ZERO
                      AND NOT TAX-FULL-YEAR-IN
                      AND CALC-SERVICE-MONTH-WS > ZERO
                       MOVE 'YES' TO TAX-STUB-DUE-WS
                   END-IF
               END-IF
               IF (TAX-REMAINING-LIFE-IN NOT > ZERO
                   AND TAX-STUB-DUE-WS = 'NO')
                  OR TAX-ACCUM-DEPR-IN NOT < (PRICE-IN - SALVAGE-IN)
                   COMPUTE TAX-ACCUM-DEPR-IN = PRICE-IN - SALVAGE-IN
                   MOVE ZERO TO TAX-REMAINING-LIFE-IN
      *****************************************************
       317-RETIRE-DISPOSED-ASSET.
           MOVE 'R' TO STATUS-IN
           ADD  YEARLY-DEPR-WS TO ACCUM-DEPR-IN
      *****************************************************
      *STAMP THE YEAR THE DISPOSAL WAS PROCESSED -
      *DISPOSED-IN STAYS SET FOR THE AUDIT TRAIL, SO THIS
           MOVE SCHEDULE-HEADER-LINE-SETUP TO PRINT-A-SINGLE-LINE
           WRITE PRINT-A-SINGLE-LINE AFTER 1 LINE

      *****************************************************
      *A PART-YEAR CONVENTION ADDS THE CLOSING STUB YEAR
      *****************************************************
           MOVE USEFUL-LIFE-IN TO SCHED-LAST-YEAR-WS
           IF NOT BOOK-FULL-YEAR-IN
              AND CALC-SERVICE-MONTH-WS > ZERO
               ADD 1 TO SCHED-LAST-YEAR-WS
           END-IF

           MOVE ZERO TO SCHED-ACCUM-WS
           MOVE 1    TO YEAR-SUB-WS
           PERFORM  360-PRINT-SCHEDULE-LINE
                    UNTIL YEAR-SUB-WS > SCHED-LAST-YEAR-WS

           MOVE SPACES TO PRINT-A-SINGLE-LINE
           WRITE PRINT-A-SINGLE-LINE AFTER 1 LINE.
       360-PRINT-SCHEDULE-LINE.
           CALL "DEPRSUB" USING PRICE-IN, SALVAGE-IN, USEFUL-LIFE-IN,
                          METHOD-IN, YEAR-SUB-WS, SCHED-ACCUM-WS,
                          SCHED-YEARLY-WS, BOOK-CONVENTION-IN,
                          CALC-SERVICE-MONTH-WS, SCHED-DISP-MONTH-WS.

           ADD     SCHED-YEARLY-WS TO SCHED-ACCUM-WS
           COMPUTE SCHED-BOOK-VALUE-WS = PRICE-IN - SCHED-ACCUM-WS
                     EXCEPTION-OUTPUT-FILE DISPOSAL-OUTPUT-FILE
                     TAX-REPORT-FILE
                     GL-OUTPUT-FILE        AUDIT-LOG-FILE
           IF UPDATE-RUN-WS
               CLOSE DEPR-MOVE-FILE
           END-IF

           PERFORM  920-WRITE-CONTROL-TOTALS
           IF UPDATE-RUN-WS
               PERFORM  930-APPEND-RUN-HISTORY
               PERFORM  940-REWRITE-ADJUSTMENT-QUEUE
           END-IF

      *****************************************************
      *THE RUN FINISHED CLEANLY - LEAVE AN EMPTY CHECKPOINT
               CLOSE CHECKPOINT-FILE
           END-IF.

      *****************************************************
      *THE CAPITAL ADJUSTMENT QUEUE GOES BACK TO DISK WITH
      *THIS RUN'S POSTED MARKS. PENDING RECORDS STAY, AS DO
      *RECORDS POSTED WITHIN THE LAST YEAR SO GLREVERSE CAN
      *STILL PUT THEM BACK; OLDER POSTED RECORDS AND VOIDED
      *ONES DROP OFF. A RUN THAT FOUND NO QUEUE CREATES
      *NONE.
      *****************************************************
       940-REWRITE-ADJUSTMENT-QUEUE.
           IF CADJ-TABLE-COUNT-WS > ZERO
               COMPUTE CADJ-KEEP-PERIOD-WS = RUN-PERIOD-WS - 100
               OPEN OUTPUT CAPITAL-ADJUSTMENT-FILE
               IF CADJ-FILE-STATUS-WS NOT = '00'
                   DISPLAY 'STARTDEPRECIATION: CAPITAL ADJUSTMENT '
                           'QUEUE REWRITE FAILED - STATUS '
                           CADJ-FILE-STATUS-WS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 1 TO CADJ-SUB-WS
               PERFORM  941-WRITE-ONE-ADJUSTMENT
                        UNTIL CADJ-SUB-WS > CADJ-TABLE-COUNT-WS
               CLOSE CAPITAL-ADJUSTMENT-FILE
           END-IF.

       941-WRITE-ONE-ADJUSTMENT.
           MOVE CADJ-ENTRY-WS (CADJ-SUB-WS)
                TO CAPITAL-ADJUSTMENT-RECORD
           IF CADJ-PENDING-IN
              OR (CADJ-POSTED-IN
                  AND CADJ-POSTED-PERIOD-IN > CADJ-KEEP-PERIOD-WS)
               MOVE CAPITAL-ADJUSTMENT-RECORD
                    TO CAPITAL-ADJUSTMENT-LINE
               WRITE CAPITAL-ADJUSTMENT-LINE
           END-IF
           ADD  1 TO CADJ-SUB-WS.

       906-BUILD-COMPANY-TOTALS.
           MOVE 1 TO CTL-SUB-WS
           PERFORM  908-ROLL-ONE-DEPT-TO-COMPANY
           IF CO-FOUND-WS = 'NO'
               IF CO-COUNT-WS >= 10
                   DISPLAY 'STARTDEPRECIATION: COMPANY TABLE FULL'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD  1 TO CO-COUNT-WS
               MOVE DEPT-ACCT-CO-WS (CTL-SUB-WS)
                    TO CO-CODE-WS (CO-COUNT-WS)
               MOVE ZERO TO CO-POSTED-WS (CO-COUNT-WS)
               MOVE ZERO TO CO-DEPR-WS (CO-COUNT-WS)
               MOVE ZERO TO CO-IMPAIR-WS (CO-COUNT-WS)
           END-IF
           ADD  DEPT-ACCT-POSTED-WS (CTL-SUB-WS)
                TO CO-POSTED-WS (CO-WORK-SUB-WS)
           ADD  DEPT-ACCT-DEPR-WS (CTL-SUB-WS)
                TO CO-DEPR-WS (CO-WORK-SUB-WS)
           ADD  DEPT-ACCT-IMPAIR-WS (CTL-SUB-WS)
                TO CO-IMPAIR-WS (CO-WORK-SUB-WS)
           ADD  1 TO CTL-SUB-WS.

       907-PRINT-COMPANY-SUBTOTAL.
           MOVE RUN-PERIOD-WS      TO RUN-LOG-PERIOD-OUT

           MOVE  AUDIT-LOG-LINE-SETUP TO PRINT-AUDIT-LINE
           WRITE PRINT-AUDIT-LINE AFTER 1 LINE

           IF APPR-OPEN-COUNT-WS > ZERO
               MOVE MONTH-OUT          TO WARN-LOG-MONTH-OUT
               MOVE DAY-OUT            TO WARN-LOG-DAY-OUT
               MOVE YEAR-OUT           TO WARN-LOG-YEAR-OUT
               MOVE HOUR-WS            TO WARN-LOG-HOUR-OUT
               MOVE MINUTE-WS          TO WARN-LOG-MINUTE-OUT
               MOVE SECOND-WS          TO WARN-LOG-SECOND-OUT
               MOVE APPR-OPEN-COUNT-WS TO WARN-LOG-APPR-COUNT-OUT
               MOVE APPR-OPEN-AMT-WS   TO WARN-LOG-APPR-AMOUNT-OUT
               MOVE RUN-PERIOD-WS      TO WARN-LOG-PERIOD-OUT
               MOVE  AUDIT-WARNING-LINE-SETUP TO PRINT-AUDIT-LINE
               WRITE PRINT-AUDIT-LINE AFTER 1 LINE
           END-IF.

      *****************************************************
      *SEALS THE GL EXTRACT WITH ITS TRAILER - DETAIL
      *DISAGREES WITH THE RECORDS AHEAD OF IT.
      *****************************************************
       915-WRITE-GL-TRAILER.
           MOVE SPACES             TO GL-TRAILER-RECORD
           MOVE 'TRAILR'           TO GL-TRAILER-ID
           MOVE GL-RECORD-COUNT-WS TO GL-TRAILER-COUNT
           MOVE GL-HASH-TOTAL-WS   TO GL-TRAILER-HASH
           MOVE CO-POSTED-WS (CO-SUB-WS) TO CTL-AMOUNT-OUT
           WRITE CONTROL-TOTALS-RECORD
           ADD  1 TO CO-SUB-WS.

      *****************************************************
      *APPENDS THE RUN TO THE PERMANENT RUN HISTORY - THE
      *DEPARTMENT, COMPANY AND RUN CONTROL TOTALS, THEN
      *THE ASSET MOVEMENT RECORDS, ALL UNDER ONE RUN STAMP.
      *THE POSTINGS ARE ALREADY ON THE GL EXTRACT BY NOW,
      *SO A HISTORY FILE THAT CANNOT BE OPENED ENDS THE RUN
      *WITH A WARNING RATHER THAN AN ABEND THAT WOULD HAVE
      *THE RUN REPEATED.
      *****************************************************
       930-APPEND-RUN-HISTORY.
           MOVE FUNCTION CURRENT-DATE TO HOLD-DATE-WS
           MOVE HOLD-YMD-WS TO HIST-RUN-DATE-WS
           MOVE HOLD-HMS-WS TO HIST-RUN-TIME-WS
           OPEN EXTEND DEPR-HISTORY-FILE
           IF HIST-FILE-STATUS-WS = '35'
               OPEN OUTPUT DEPR-HISTORY-FILE
           END-IF
           IF HIST-FILE-STATUS-WS NOT = '00'
               DISPLAY 'STARTDEPRECIATION: RUN HISTORY OPEN FAILED '
                       '- STATUS ' HIST-FILE-STATUS-WS
                       ' - RUN NOT ADDED TO DEPRHIST.DAT'
               MOVE 'YES' TO HIST-WARNING-WS
           ELSE
               MOVE 1 TO CTL-SUB-WS
               PERFORM  935-WRITE-ONE-DEPT-HISTORY
                        UNTIL CTL-SUB-WS > DEPT-ACCT-COUNT-WS
               MOVE 1 TO CO-SUB-WS
               PERFORM  937-WRITE-ONE-COMPANY-HISTORY
                        UNTIL CO-SUB-WS > CO-COUNT-WS
               PERFORM  933-START-HISTORY-RECORD
               MOVE 'T'             TO HIST-RECORD-TYPE-OUT
               MOVE RUN-COMPANY-WS  TO HIST-COMPANY-OUT
               MOVE DEPT-FROM-WS    TO HIST-DEPT-FROM-OUT
               MOVE DEPT-TO-WS      TO HIST-DEPT-TO-OUT
               MOVE TOTAL-POSTED-WS TO HIST-CONTROL-AMT-OUT
               MOVE ZERO            TO HIST-DEPR-AMT-OUT
               MOVE ZERO            TO HIST-IMPAIR-AMT-OUT
               MOVE 1 TO CO-SUB-WS
               PERFORM  938-ADD-COMPANY-TO-TOTAL
                        UNTIL CO-SUB-WS > CO-COUNT-WS
               WRITE DEPR-HISTORY-LINE FROM DEPR-HISTORY-RECORD

               OPEN INPUT DEPR-MOVE-FILE
               IF MOVE-FILE-STATUS-WS = '00'
                   PERFORM  939-COPY-ONE-MOVEMENT
                            UNTIL EOF-MOVE-WS = 'YES'
                   CLOSE DEPR-MOVE-FILE
               END-IF
               CLOSE DEPR-HISTORY-FILE
           END-IF.

       933-START-HISTORY-RECORD.
           MOVE SPACES           TO DEPR-HISTORY-RECORD
           MOVE RUN-PERIOD-WS    TO HIST-PERIOD-OUT
           MOVE HIST-RUN-DATE-WS TO HIST-RUN-DATE-OUT
           MOVE HIST-RUN-TIME-WS TO HIST-RUN-TIME-OUT
           MOVE SPACES           TO HIST-COMPANY-OUT
           MOVE SPACES           TO HIST-DEPT-OUT
           MOVE SPACES           TO HIST-ASSET-ID-OUT
           MOVE ZERO             TO HIST-SERVICE-PERIOD-OUT
           MOVE 'N'              TO HIST-DISPOSED-FLAG-OUT
           MOVE 'N'              TO HIST-FULL-FLAG-OUT
           MOVE 'N'              TO HIST-SPLIT-FLAG-OUT
           MOVE 'N'              TO HIST-EXCEPTION-FLAG-OUT
           MOVE SPACES           TO HIST-DEPT-FROM-OUT
           MOVE SPACES           TO HIST-DEPT-TO-OUT.

      *****************************************************
      *ONLY THE DEPARTMENTS THE RUN COVERED GO TO THE
      *HISTORY. A PRE-TRANSFER SHARE CHARGED TO A DEPARTMENT
      *OUTSIDE THE RANGE STAYS WITH THAT DEPARTMENT'S OWN
      *RUN.
      *****************************************************
       935-WRITE-ONE-DEPT-HISTORY.
           IF (RUN-COMPANY-WS = SPACES
               OR DEPT-ACCT-CO-WS (CTL-SUB-WS) = RUN-COMPANY-WS)
              AND (DEPT-FROM-WS = SPACES
               OR DEPT-ACCT-CODE-WS (CTL-SUB-WS) NOT < DEPT-FROM-WS)
              AND (DEPT-TO-WS = SPACES
               OR DEPT-ACCT-CODE-WS (CTL-SUB-WS) NOT > DEPT-TO-WS)
               PERFORM  933-START-HISTORY-RECORD
               MOVE 'D' TO HIST-RECORD-TYPE-OUT
               MOVE DEPT-ACCT-CO-WS (CTL-SUB-WS)
                                       TO HIST-COMPANY-OUT
               MOVE DEPT-ACCT-CODE-WS (CTL-SUB-WS)
                                       TO HIST-DEPT-OUT
               MOVE DEPT-ACCT-POSTED-WS (CTL-SUB-WS)
                                       TO HIST-CONTROL-AMT-OUT
               MOVE DEPT-ACCT-DEPR-WS (CTL-SUB-WS)
                                       TO HIST-DEPR-AMT-OUT
               MOVE DEPT-ACCT-IMPAIR-WS (CTL-SUB-WS)
                                       TO HIST-IMPAIR-AMT-OUT
               WRITE DEPR-HISTORY-LINE FROM DEPR-HISTORY-RECORD
           END-IF
           ADD  1 TO CTL-SUB-WS.

       937-WRITE-ONE-COMPANY-HISTORY.
           IF (RUN-COMPANY-WS = SPACES
               OR CO-CODE-WS (CO-SUB-WS) = RUN-COMPANY-WS)
              AND DEPT-FROM-WS = SPACES
              AND DEPT-TO-WS = SPACES
               PERFORM  933-START-HISTORY-RECORD
               MOVE 'C' TO HIST-RECORD-TYPE-OUT
               MOVE CO-CODE-WS (CO-SUB-WS)   TO HIST-COMPANY-OUT
               MOVE CO-POSTED-WS (CO-SUB-WS) TO HIST-CONTROL-AMT-OUT
               MOVE CO-DEPR-WS (CO-SUB-WS)   TO HIST-DEPR-AMT-OUT
               MOVE CO-IMPAIR-WS (CO-SUB-WS) TO HIST-IMPAIR-AMT-OUT
               WRITE DEPR-HISTORY-LINE FROM DEPR-HISTORY-RECORD
           END-IF
           ADD  1 TO CO-SUB-WS.

       938-ADD-COMPANY-TO-TOTAL.
           ADD  CO-DEPR-WS (CO-SUB-WS)   TO HIST-DEPR-AMT-OUT
           ADD  CO-IMPAIR-WS (CO-SUB-WS) TO HIST-IMPAIR-AMT-OUT
           ADD  1 TO CO-SUB-WS.

       939-COPY-ONE-MOVEMENT.
           READ DEPR-MOVE-FILE INTO DEPR-HISTORY-RECORD
               AT END
                   MOVE 'YES' TO EOF-MOVE-WS
               NOT AT END
                   MOVE HIST-RUN-DATE-WS TO HIST-RUN-DATE-OUT
                   MOVE HIST-RUN-TIME-WS TO HIST-RUN-TIME-OUT
                   WRITE DEPR-HISTORY-LINE FROM DEPR-HISTORY-RECORD
           END-READ.
