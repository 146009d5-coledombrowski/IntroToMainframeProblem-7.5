       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPRVARIANCE.
       AUTHOR. COLE DOMBROWSKI.

      *****************************************************
      *DEPRVARIANCE PRINTS THE DEPRECIATION VARIANCE REPORT
      *(DEPRVAR.DOC) FROM THE RUN HISTORY DEPRHIST.DAT THAT
      *STARTDEPRECIATION APPENDS AT THE END OF EVERY UPDATE
      *RUN. EACH DEPARTMENT'S DEPRECIATION EXPENSE (THE
      *CHARGE PLUS ANY IMPAIRMENT WRITE-DOWN) FOR THE
      *PERIOD IS COMPARED TWICE - WITH THE PRIOR PERIOD ON
      *FILE AND WITH THE SAME PERIOD LAST YEAR - WITH
      *COMPANY SUBTOTALS AND A REPORT TOTAL.
      *
      *EVERY SWING IS BROKEN INTO ITS CAUSES, WORKED OUT
      *ASSET BY ASSET FROM THE MOVEMENT RECORDS OF THE TWO
      *RUNS AND THE MASTER CHANGE JOURNAL ASSETCHG.DAT
      *BETWEEN THEM -
      *  ADDITIONS        ASSETS NEW SINCE THE EARLIER RUN
      *                   OR STILL IN THEIR FIRST MONTHS
      *  DISP/PARTIAL     DISPOSALS AND PARTIAL DISPOSALS
      *  FULLY DEPR/RET   ASSETS THAT BECAME FULLY
      *                   DEPRECIATED OR WERE RETIRED - BY
      *                   THE YEAR-END ROLLFORWARD OR A
      *                   RETIREMENT TRANSACTION
      *  IMPAIRMENTS      WRITE-DOWNS POSTED, AND THE LOWER
      *                   CHARGE ON AN IMPAIRED ASSET
      *  REVISIONS        CHANGES IN ESTIMATE AND PRICE,
      *                   SALVAGE, LIFE OR METHOD CHANGES
      *  TRANSFER IN/OUT  ASSETS THAT CHANGED DEPARTMENTS
      *  OTHER            ANYTHING ELSE - THE SCHEDULE'S
      *                   OWN MOVEMENT (DECLINING BALANCE),
      *                   EXCEPTIONS, OR A RUN THAT HAS NO
      *                   ASSET DETAIL ON FILE
      *THE CAUSES ALWAYS ADD UP TO THE DEPARTMENT'S SWING.
      *UNLESS THE CARD ASKS FOR A SUMMARY, EACH ASSET THAT
      *MOVED IS LISTED UNDER ITS DEPARTMENT WITH ITS CAUSE.
      *
      *A DEPARTMENT WHOSE EXPENSE MOVED BY MORE THAN THE
      *THRESHOLD PERCENT EITHER WAY - OR THAT HAD NO
      *EXPENSE IN THE EARLIER PERIOD - IS FLAGGED.
      *
      *VARPARM.DAT (OPTIONAL) -
      *  PERIOD     YYYYMM TO REPORT - BLANK FOR THE LATEST
      *             PERIOD ON THE RUN HISTORY
      *  THRESHOLD  PERCENT, ONE DECIMAL (0150 = 15.0) -
      *             BLANK FOR 10.0
      *  DETAIL     'N' FOR DEPARTMENT FIGURES ONLY
      *
      *THE PRIOR PERIOD IS THE LATEST PERIOD BEFORE THE ONE
      *REPORTED THAT HAS A RUN ON FILE, SO AN ANNUAL SHOP
      *COMPARES WITH LAST YEAR END. EACH DEPARTMENT'S
      *FIGURES FOR A PERIOD COME FROM THE LATEST RUN THAT
      *COVERED IT.
      *
      *READ-ONLY - NOTHING HERE CHANGES THE HISTORY.
      *
      *RETURN CODES
      *   0  CLEAN RUN
      *   4  WARNING - A DEPARTMENT WAS FLAGGED
      *   8  REFUSED - CARD INVALID, NO RUN HISTORY, OR NO
      *                RUN ON FILE FOR THE PERIOD
      *  12  FILE ERROR OR TABLE FULL - RUN ABENDED
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT VAR-PARM-FILE ASSIGN TO 'VARPARM.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PARM-FILE-STATUS-WS.

            SELECT DEPR-HISTORY-FILE ASSIGN TO 'DEPRHIST.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS HIST-FILE-STATUS-WS.

            SELECT CHANGE-JOURNAL-FILE ASSIGN TO 'ASSETCHG.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CHG-FILE-STATUS-WS.

            SELECT VAR-REPORT-FILE ASSIGN TO 'DEPRVAR.DOC'
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  VAR-PARM-FILE RECORDING MODE IS F.
       01  VAR-PARM-RECORD.
           05  VAR-PERIOD-PARM         PICTURE X(6).
           05  VAR-PERIOD-NUM-PARM REDEFINES VAR-PERIOD-PARM
                                       PICTURE 9(6).
           05  VAR-THRESHOLD-PARM      PICTURE X(4).
           05  VAR-THRESHOLD-NUM-PARM REDEFINES VAR-THRESHOLD-PARM
                                       PICTURE 9(3)V9.
           05  VAR-DETAIL-PARM         PICTURE X.
           05  FILLER                  PICTURE X(69).

       FD  DEPR-HISTORY-FILE RECORDING MODE IS F.
       COPY DEPRHIST.CPY.

       FD  CHANGE-JOURNAL-FILE RECORDING MODE IS F.
       COPY ASSETCHG.CPY.

       FD  VAR-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-A-SINGLE-LINE         PICTURE X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  PARM-FILE-STATUS-WS     PICTURE XX       VALUE SPACES.
           05  HIST-FILE-STATUS-WS     PICTURE XX       VALUE SPACES.
           05  CHG-FILE-STATUS-WS      PICTURE XX       VALUE SPACES.
           05  EOF-HIST-WS             PICTURE X(3)     VALUE 'NO'.
           05  EOF-CHG-WS              PICTURE X(3)     VALUE 'NO'.
           05  REFUSE-MESSAGE-WS       PICTURE X(50)    VALUE SPACES.

      *****************************************************
      *CARD VALUES AFTER DEFAULTS
      *****************************************************
           05  REPORT-PERIOD-WS        PICTURE 9(6)     VALUE ZERO.
           05  REPORT-PERIOD-PARTS-WS REDEFINES REPORT-PERIOD-WS.
               10  REPORT-YEAR-WS      PICTURE 9(4).
               10  REPORT-MONTH-WS     PICTURE 99.
           05  THRESHOLD-WS            PICTURE 9(3)V9   VALUE 10.0.
           05  DETAIL-WS               PICTURE X        VALUE 'Y'.
               88  ASSET-DETAIL-WS              VALUE 'Y'.

      *****************************************************
      *EVERY RUN ON THE HISTORY (ITS 'T' RECORD), LOADED ON
      *THE FIRST PASS TO PICK THE PERIODS TO COMPARE
      *****************************************************
           05  RUN-COUNT-WS            PICTURE 9(4)     VALUE ZERO.
           05  RUN-SUB-WS              PICTURE 9(4)     VALUE ZERO.
           05  RUN-TABLE-WS.
               10  RUN-ENTRY-WS        OCCURS 2000 TIMES.
                   15  RUN-PERIOD-WS   PICTURE 9(6).
                   15  RUN-STAMP-WS    PICTURE 9(14).
                   15  RUN-COMPANY-WS  PICTURE X(2).
                   15  RUN-DEPT-FROM-WS
                                       PICTURE X(4).
                   15  RUN-DEPT-TO-WS  PICTURE X(4).

      *****************************************************
      *THE THREE PERIODS - SLOT 1 THE PERIOD REPORTED,
      *SLOT 2 THE PRIOR PERIOD, SLOT 3 THE SAME PERIOD LAST
      *YEAR. SLOT-STAMP-WS IS THE LATEST RUN IN THE SLOT -
      *THE CHANGE JOURNAL BETWEEN AN EARLIER SLOT'S STAMP
      *AND SLOT 1'S IS WHAT HAPPENED BETWEEN THE RUNS.
      *THE SLOT-RUN TABLE HOLDS JUST THE RUNS FOR THE
      *THREE PERIODS.
      *****************************************************
           05  SLOT-SUB-WS             PICTURE 9        VALUE ZERO.
           05  SLOT-TABLE-WS.
               10  SLOT-ENTRY-WS       OCCURS 3 TIMES.
                   15  SLOT-PERIOD-WS  PICTURE 9(6).
                   15  SLOT-FOUND-WS   PICTURE X(3).
                   15  SLOT-STAMP-WS   PICTURE 9(14).
                   15  SLOT-ASSET-COUNT-WS
                                       PICTURE 9(7).
           05  SRUN-COUNT-WS           PICTURE 9(3)     VALUE ZERO.
           05  SRUN-SUB-WS             PICTURE 9(3)     VALUE ZERO.
           05  SRUN-TABLE-WS.
               10  SRUN-ENTRY-WS       OCCURS 200 TIMES.
                   15  SRUN-PERIOD-WS  PICTURE 9(6).
                   15  SRUN-STAMP-WS   PICTURE 9(14).
                   15  SRUN-COMPANY-WS PICTURE X(2).
                   15  SRUN-DEPT-FROM-WS
                                       PICTURE X(4).
                   15  SRUN-DEPT-TO-WS PICTURE X(4).

      *****************************************************
      *HISTORY RECORD BEING LOADED
      *****************************************************
           05  REC-STAMP-WS            PICTURE 9(14)    VALUE ZERO.
           05  FIND-COMPANY-WS         PICTURE X(2)     VALUE SPACES.
           05  FIND-DEPT-WS            PICTURE X(4)     VALUE SPACES.
           05  RUN-STANDS-WS           PICTURE X(3)     VALUE 'NO'.

      *****************************************************
      *DEPARTMENT TABLE - THE CONTROL FIGURES PER SLOT AND
      *THE CAUSE BUCKETS PER COMPARISON (1 PRIOR PERIOD,
      *2 LAST YEAR). THE BUCKETS ARE NUMBERED AS IN
      *CAUSE-NAME-VALUES BELOW.
      *****************************************************
           05  VDEPT-COUNT-WS          PICTURE 9(3)     VALUE ZERO.
           05  VDEPT-SUB-WS            PICTURE 9(3)     VALUE ZERO.
           05  VDEPT-WORK-SUB-WS       PICTURE 9(3)     VALUE ZERO.
           05  VDEPT-TABLE-WS.
               10  VDEPT-ENTRY-WS      OCCURS 300 TIMES.
                   15  VDEPT-COMPANY-WS
                                       PICTURE X(2).
                   15  VDEPT-CODE-WS   PICTURE X(4).
                   15  VDEPT-SLOT-WS   OCCURS 3 TIMES.
                       20  VDEPT-PRESENT-WS
                                       PICTURE X.
                       20  VDEPT-DEPR-WS
                                       PICTURE S9(11)V99.
                       20  VDEPT-IMPAIR-WS
                                       PICTURE S9(11)V99.
                   15  VDEPT-COMPARE-WS
                                       OCCURS 2 TIMES.
                       20  VDEPT-CAUSE-WS
                                       PICTURE S9(11)V99
                                       OCCURS 8 TIMES.

      *****************************************************
      *ASSET TABLE - ONE ENTRY PER ASSET PER DEPARTMENT,
      *WITH WHAT IT POSTED AND ITS FLAGS IN EACH SLOT, THE
      *JOURNAL EVENTS SINCE EACH EARLIER SLOT, AND THE
      *CAUSE AND CHANGE WORKED OUT FOR EACH COMPARISON
      *****************************************************
           05  VASSET-COUNT-WS         PICTURE 9(5)     VALUE ZERO.
           05  VASSET-SUB-WS           PICTURE 9(5)     VALUE ZERO.
           05  VASSET-WORK-SUB-WS      PICTURE 9(5)     VALUE ZERO.
           05  VASSET-TABLE-WS.
               10  VASSET-ENTRY-WS     OCCURS 5000 TIMES.
                   15  VASSET-ID-WS    PICTURE X(6).
                   15  VASSET-COMPANY-WS
                                       PICTURE X(2).
                   15  VASSET-DEPT-WS  PICTURE X(4).
                   15  VASSET-SERVICE-WS
                                       PICTURE 9(6).
                   15  VASSET-SLOT-WS  OCCURS 3 TIMES.
                       20  VASSET-PRESENT-WS
                                       PICTURE X.
                       20  VASSET-DEPR-WS
                                       PICTURE S9(9)V99.
                       20  VASSET-IMPAIR-WS
                                       PICTURE S9(9)V99.
                       20  VASSET-DISPOSED-WS
                                       PICTURE X.
                       20  VASSET-FULL-WS
                                       PICTURE X.
                       20  VASSET-SPLIT-WS
                                       PICTURE X.
                       20  VASSET-EXCEPTION-WS
                                       PICTURE X.
                   15  VASSET-COMPARE-WS
                                       OCCURS 2 TIMES.
                       20  VASSET-EV-DISPOSE-WS
                                       PICTURE X.
                       20  VASSET-EV-RETIRE-WS
                                       PICTURE X.
                       20  VASSET-EV-IMPAIR-WS
                                       PICTURE X.
                       20  VASSET-EV-REVISE-WS
                                       PICTURE X.
                       20  VASSET-EV-XFER-WS
                                       PICTURE X.
                       20  VASSET-CAUSE-WS
                                       PICTURE 9.
                       20  VASSET-CHANGE-WS
                                       PICTURE S9(9)V99.

      *****************************************************
      *CHANGE JOURNAL RECORD BEING SCANNED
      *****************************************************
           05  JRNL-STAMP-WS           PICTURE 9(14)    VALUE ZERO.
           05  JRNL-STAMP-PARTS-WS REDEFINES JRNL-STAMP-WS.
               10  JRNL-STAMP-DATE-WS  PICTURE 9(8).
               10  JRNL-STAMP-TIME-WS  PICTURE 9(6).
           05  JRNL-COMPARE-WS         PICTURE 9        VALUE ZERO.

      *****************************************************
      *COMPARISON BEING REPORTED - 1 PRIOR PERIOD, 2 SAME
      *PERIOD LAST YEAR - AND ITS SLOT
      *****************************************************
           05  CMP-WS                  PICTURE 9        VALUE ZERO.
           05  CMP-SLOT-WS             PICTURE 9        VALUE ZERO.
           05  ATTRIBUTE-WS            PICTURE X(3)     VALUE 'NO'.
           05  CAUSE-SUB-WS            PICTURE 9        VALUE ZERO.
           05  OTHER-FOUND-WS          PICTURE X(3)     VALUE 'NO'.
           05  DEPR-CHANGE-WS          PICTURE S9(9)V99 VALUE ZERO.
           05  IMPAIR-CHANGE-WS        PICTURE S9(9)V99 VALUE ZERO.

      *****************************************************
      *LINE FIGURES - ONE DEPARTMENT, ONE COMPANY, THE
      *REPORT
      *****************************************************
           05  LINE-CURRENT-WS         PICTURE S9(11)V99 VALUE ZERO.
           05  LINE-COMPARE-WS         PICTURE S9(11)V99 VALUE ZERO.
           05  LINE-CHANGE-WS          PICTURE S9(11)V99 VALUE ZERO.
           05  LINE-EXPLAINED-WS       PICTURE S9(11)V99 VALUE ZERO.
           05  LINE-HUNDREDS-WS        PICTURE S9(13)V99 VALUE ZERO.
           05  LINE-PERCENT-WS         PICTURE S9(4)V9  VALUE ZERO.
           05  LINE-ABS-PERCENT-WS     PICTURE 9(4)V9   VALUE ZERO.
           05  LINE-CAUSE-TABLE-WS.
               10  LINE-CAUSE-WS       PICTURE S9(11)V99
                                       OCCURS 8 TIMES.
           05  CO-SUB-WS               PICTURE 9(2)     VALUE ZERO.
           05  CO-COUNT-WS             PICTURE 9(2)     VALUE ZERO.
           05  CO-TABLE-WS.
               10  CO-CODE-WS          PICTURE X(2)
                                       OCCURS 50 TIMES.
           05  CO-FOUND-WS             PICTURE X(3)     VALUE 'NO'.
           05  CO-CURRENT-WS           PICTURE S9(11)V99 VALUE ZERO.
           05  CO-COMPARE-WS           PICTURE S9(11)V99 VALUE ZERO.
           05  CO-CAUSE-TABLE-WS.
               10  CO-CAUSE-WS         PICTURE S9(11)V99
                                       OCCURS 8 TIMES.
           05  ALL-CURRENT-WS          PICTURE S9(11)V99 VALUE ZERO.
           05  ALL-COMPARE-WS          PICTURE S9(11)V99 VALUE ZERO.
           05  ALL-CAUSE-TABLE-WS.
               10  ALL-CAUSE-WS        PICTURE S9(11)V99
                                       OCCURS 8 TIMES.
           05  FLAG-COUNT-WS           PICTURE 9(5)     VALUE ZERO.
           05  ASSET-LINE-COUNT-WS     PICTURE 9(5)     VALUE ZERO.

      *****************************************************
      *CAUSE NAMES, IN BUCKET ORDER
      *****************************************************
           05  CAUSE-NAME-VALUES.
               10                      PICTURE X(15) VALUE
                   '      ADDITIONS'.
               10                      PICTURE X(15) VALUE
                   '   DISP/PARTIAL'.
               10                      PICTURE X(15) VALUE
                   ' FULLY DEPR/RET'.
               10                      PICTURE X(15) VALUE
                   '    IMPAIRMENTS'.
               10                      PICTURE X(15) VALUE
                   '      REVISIONS'.
               10                      PICTURE X(15) VALUE
                   '    TRANSFER IN'.
               10                      PICTURE X(15) VALUE
                   '   TRANSFER OUT'.
               10                      PICTURE X(15) VALUE
                   '          OTHER'.
           05  CAUSE-NAME-TABLE REDEFINES CAUSE-NAME-VALUES.
               10  CAUSE-NAME-WS       PICTURE X(15)
                                       OCCURS 8 TIMES.

           05  HOLD-DATE-WS.
               10 YEAR-WS       PIC 9999.
               10 MONTH-WS      PIC 99.
               10 DAY-WS        PIC 99.
               10 HOUR-WS       PIC 99.
               10 MINUTE-WS     PIC 99.
               10 SECOND-WS     PIC 99.

       01  VAR-HEADER-LINE-SETUP.
           05                      PICTURE X       VALUE SPACES.
           05                      PICTURE X(10)   VALUE 'RUN DATE: '.
           05  VAR-HEADER-DATE-OUT.
               10  MONTH-OUT       PICTURE 99.
               10                  PICTURE X       VALUE '/'.
               10  DAY-OUT         PICTURE 99.
               10                  PICTURE X       VALUE '/'.
               10  YEAR-OUT        PICTURE 9999.
           05                      PICTURE X(4)    VALUE SPACES.
           05                      PICTURE X(31)   VALUE
                 'DEPRECIATION VARIANCE - PERIOD '.
           05  VAR-HDR-PERIOD-OUT  PICTURE X(6).
           05                      PICTURE X(15)   VALUE
                 ' COMPARED WITH '.
           05  VAR-HDR-CMP-PERIOD-OUT
                                   PICTURE X(6).
           05                      PICTURE X       VALUE SPACE.
           05  VAR-HDR-BASIS-OUT   PICTURE X(24).
           05  FILLER              PICTURE X(24)   VALUE SPACES.

       01  VAR-THRESHOLD-LINE-SETUP.
           05                      PICTURE X       VALUE SPACES.
           05                      PICTURE X(32)   VALUE
                 'FLAGGED WHEN EXPENSE MOVES OVER '.
           05  VAR-THRESHOLD-OUT   PICTURE ZZ9.9.
           05                      PICTURE X(8)    VALUE ' PERCENT'.
           05  FILLER              PICTURE X(86)   VALUE SPACES.

       01  VAR-COLUMN-LINE-SETUP.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(7)    VALUE 'CO DEPT'.
           05                      PICTURE X(20)   VALUE
                                      '         THIS PERIOD'.
           05                      PICTURE X(20)   VALUE
                                      '      EARLIER PERIOD'.
           05                      PICTURE X(20)   VALUE
                                      '              CHANGE'.
           05                      PICTURE X(9)    VALUE
                                      '      PCT'.
           05                      PICTURE X(55)   VALUE SPACES.

       01  VAR-CAUSE-HEADER-SETUP.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05  VAR-CAUSE-HDR-ENTRY OCCURS 8 TIMES.
               10  FILLER          PICTURE X       VALUE SPACE.
               10  VAR-CAUSE-HDR-OUT
                                   PICTURE X(15).

       01  VAR-DEPT-LINE-SETUP.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  VAR-CO-OUT          PICTURE X(2).
           05  FILLER              PICTURE X       VALUE SPACE.
           05  VAR-DEPT-OUT        PICTURE X(4).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  VAR-CURRENT-OUT     PICTURE -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  VAR-COMPARE-OUT     PICTURE -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  VAR-CHANGE-OUT      PICTURE -ZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  VAR-PERCENT-OUT     PICTURE X(7).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  VAR-FLAG-OUT        PICTURE X(20).
           05  FILLER              PICTURE X(33)   VALUE SPACES.

       01  VAR-PERCENT-EDIT-SETUP.
           05  VAR-PERCENT-EDIT-OUT
                                   PICTURE -ZZZ9.9.

       01  VAR-CAUSE-LINE-SETUP.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05  VAR-CAUSE-ENTRY     OCCURS 8 TIMES.
               10  FILLER          PICTURE X       VALUE SPACE.
               10  VAR-CAUSE-OUT   PICTURE -ZZZ,ZZZ,ZZ9.99.

       01  VAR-ASSET-LINE-SETUP.
           05  FILLER              PICTURE X(12)   VALUE SPACES.
           05                      PICTURE X(6)    VALUE 'ASSET '.
           05  VAR-ASSET-ID-OUT    PICTURE X(6).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  VAR-ASSET-CAUSE-OUT PICTURE X(15).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  VAR-ASSET-CURR-OUT  PICTURE -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  VAR-ASSET-CMP-OUT   PICTURE -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  VAR-ASSET-CHG-OUT   PICTURE -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PICTURE X(40)   VALUE SPACES.

       01  VAR-MESSAGE-LINE-SETUP.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  VAR-MESSAGE-OUT     PICTURE X(60).
           05  VAR-MESSAGE-PERIOD-OUT
                                   PICTURE X(6).
           05  FILLER              PICTURE X(65)   VALUE SPACES.

       01  VAR-TOTAL-LABEL-SETUP.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  VAR-TOTAL-LABEL-OUT PICTURE X(131).

       01  VAR-COMPANY-LABEL-SETUP.
           05                      PICTURE X(8)    VALUE 'COMPANY '.
           05  VAR-LABEL-CO-OUT    PICTURE X(2).
           05                      PICTURE X(6)    VALUE ' TOTAL'.

       01  VAR-COUNT-LINE-SETUP.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(22)   VALUE
                                      'DEPARTMENTS FLAGGED  '.
           05  VAR-FLAG-COUNT-OUT  PICTURE ZZ,ZZ9.
           05  FILLER              PICTURE X(103)  VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM    200-OPEN
           MOVE 1 TO CMP-WS
           PERFORM    400-REPORT-COMPARISON
           MOVE 2 TO CMP-WS
           PERFORM    400-REPORT-COMPARISON
           PERFORM    900-CLOSE
           IF FLAG-COUNT-WS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       200-OPEN.
           OPEN OUTPUT VAR-REPORT-FILE
           MOVE FUNCTION CURRENT-DATE TO HOLD-DATE-WS
           CALL "DEPRSUB2" USING YEAR-WS, MONTH-WS, DAY-WS,
                                 MONTH-OUT, DAY-OUT, YEAR-OUT

           PERFORM  210-READ-VARIANCE-PARM

           OPEN INPUT DEPR-HISTORY-FILE
           IF HIST-FILE-STATUS-WS = '35'
               MOVE 'NO RUN HISTORY (DEPRHIST.DAT) ON FILE'
                                  TO REFUSE-MESSAGE-WS
               PERFORM  800-REFUSE-VARIANCE
           END-IF
           IF HIST-FILE-STATUS-WS NOT = '00'
               DISPLAY 'DEPRVARIANCE: RUN HISTORY OPEN FAILED - '
                       'STATUS ' HIST-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM  225-LOAD-ONE-RUN UNTIL EOF-HIST-WS = 'YES'
           CLOSE DEPR-HISTORY-FILE
           IF RUN-COUNT-WS = ZERO
               MOVE 'NO RUN HISTORY (DEPRHIST.DAT) ON FILE'
                                  TO REFUSE-MESSAGE-WS
               PERFORM  800-REFUSE-VARIANCE
           END-IF

           PERFORM  230-CHOOSE-PERIODS

           MOVE 'NO' TO EOF-HIST-WS
           OPEN INPUT DEPR-HISTORY-FILE
           IF HIST-FILE-STATUS-WS NOT = '00'
               DISPLAY 'DEPRVARIANCE: RUN HISTORY OPEN FAILED - '
                       'STATUS ' HIST-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM  245-LOAD-ONE-HISTORY UNTIL EOF-HIST-WS = 'YES'
           CLOSE DEPR-HISTORY-FILE

           PERFORM  250-SCAN-JOURNAL.

      *****************************************************
      *NO CARD, OR AN EMPTY ONE, REPORTS THE LATEST PERIOD
      *AT THE DEFAULT THRESHOLD WITH ASSET DETAIL. A CARD
      *WITH A BAD PERIOD OR THRESHOLD IS REFUSED RATHER
      *THAN GUESSED AT.
      *****************************************************
       210-READ-VARIANCE-PARM.
           OPEN INPUT VAR-PARM-FILE
           IF PARM-FILE-STATUS-WS = '00'
               READ VAR-PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM  215-APPLY-VARIANCE-PARM
               END-READ
               CLOSE VAR-PARM-FILE
               IF REFUSE-MESSAGE-WS NOT = SPACES
                   PERFORM  800-REFUSE-VARIANCE
               END-IF
           END-IF.

       215-APPLY-VARIANCE-PARM.
           IF VAR-PERIOD-PARM NOT = SPACES
               IF VAR-PERIOD-PARM IS NOT NUMERIC
                   MOVE 'CARD PERIOD IS NOT YYYYMM' TO REFUSE-MESSAGE-WS
               ELSE
                   MOVE VAR-PERIOD-NUM-PARM TO REPORT-PERIOD-WS
                   IF REPORT-MONTH-WS < 1 OR REPORT-MONTH-WS > 12
                       MOVE 'CARD PERIOD IS NOT YYYYMM'
                                           TO REFUSE-MESSAGE-WS
                   END-IF
               END-IF
           END-IF
           IF VAR-THRESHOLD-PARM NOT = SPACES
               IF VAR-THRESHOLD-PARM IS NOT NUMERIC
                   MOVE 'CARD THRESHOLD IS NOT NUMERIC'
                                       TO REFUSE-MESSAGE-WS
               ELSE
                   MOVE VAR-THRESHOLD-NUM-PARM TO THRESHOLD-WS
               END-IF
           END-IF
           IF VAR-DETAIL-PARM = 'N'
               MOVE 'N' TO DETAIL-WS
           END-IF.

       225-LOAD-ONE-RUN.
           READ DEPR-HISTORY-FILE
               AT END
                   MOVE 'YES' TO EOF-HIST-WS
               NOT AT END
                   IF HIST-TOTAL-RECORD-OUT
                       IF RUN-COUNT-WS >= 2000
                           DISPLAY 'DEPRVARIANCE: RUN TABLE FULL'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD  1 TO RUN-COUNT-WS
                       MOVE HIST-PERIOD-OUT
                            TO RUN-PERIOD-WS (RUN-COUNT-WS)
                       MOVE HIST-RUN-STAMP-OUT
                            TO RUN-STAMP-WS (RUN-COUNT-WS)
                       MOVE HIST-COMPANY-OUT
                            TO RUN-COMPANY-WS (RUN-COUNT-WS)
                       MOVE HIST-DEPT-FROM-OUT
                            TO RUN-DEPT-FROM-WS (RUN-COUNT-WS)
                       MOVE HIST-DEPT-TO-OUT
                            TO RUN-DEPT-TO-WS (RUN-COUNT-WS)
                   END-IF
           END-READ.

      *****************************************************
      *SLOT 1 IS THE CARD PERIOD OR THE LATEST ON FILE,
      *SLOT 2 THE LATEST PERIOD BEFORE IT WITH A RUN, AND
      *SLOT 3 THE SAME MONTH A YEAR EARLIER. ON AN ANNUAL
      *HISTORY SLOTS 2 AND 3 ARE THE SAME PERIOD.
      *****************************************************
       230-CHOOSE-PERIODS.
           IF REPORT-PERIOD-WS = ZERO
               MOVE 1 TO RUN-SUB-WS
               PERFORM  232-FIND-LATEST-PERIOD
                        UNTIL RUN-SUB-WS > RUN-COUNT-WS
           END-IF
           MOVE REPORT-PERIOD-WS TO SLOT-PERIOD-WS (1)
           MOVE ZERO             TO SLOT-PERIOD-WS (2)
           MOVE 1 TO RUN-SUB-WS
           PERFORM  234-FIND-PRIOR-PERIOD
                    UNTIL RUN-SUB-WS > RUN-COUNT-WS
           COMPUTE SLOT-PERIOD-WS (3) = REPORT-PERIOD-WS - 100

           MOVE 1 TO SLOT-SUB-WS
           PERFORM  235-CLEAR-ONE-SLOT UNTIL SLOT-SUB-WS > 3
           MOVE 1 TO RUN-SUB-WS
           PERFORM  236-SELECT-SLOT-RUN
                    UNTIL RUN-SUB-WS > RUN-COUNT-WS

           IF SLOT-FOUND-WS (1) = 'NO'
               MOVE 'NO DEPRECIATION RUN ON FILE FOR THE PERIOD'
                                  TO REFUSE-MESSAGE-WS
               PERFORM  800-REFUSE-VARIANCE
           END-IF.

       232-FIND-LATEST-PERIOD.
           IF RUN-PERIOD-WS (RUN-SUB-WS) > REPORT-PERIOD-WS
               MOVE RUN-PERIOD-WS (RUN-SUB-WS) TO REPORT-PERIOD-WS
           END-IF
           ADD  1 TO RUN-SUB-WS.

       234-FIND-PRIOR-PERIOD.
           IF RUN-PERIOD-WS (RUN-SUB-WS) < REPORT-PERIOD-WS
              AND RUN-PERIOD-WS (RUN-SUB-WS) > SLOT-PERIOD-WS (2)
               MOVE RUN-PERIOD-WS (RUN-SUB-WS) TO SLOT-PERIOD-WS (2)
           END-IF
           ADD  1 TO RUN-SUB-WS.

       235-CLEAR-ONE-SLOT.
           MOVE 'NO' TO SLOT-FOUND-WS (SLOT-SUB-WS)
           MOVE ZERO TO SLOT-STAMP-WS (SLOT-SUB-WS)
           MOVE ZERO TO SLOT-ASSET-COUNT-WS (SLOT-SUB-WS)
           ADD  1 TO SLOT-SUB-WS.

       236-SELECT-SLOT-RUN.
           IF RUN-PERIOD-WS (RUN-SUB-WS) = SLOT-PERIOD-WS (1)
              OR RUN-PERIOD-WS (RUN-SUB-WS) = SLOT-PERIOD-WS (2)
              OR RUN-PERIOD-WS (RUN-SUB-WS) = SLOT-PERIOD-WS (3)
               IF SRUN-COUNT-WS >= 200
                   DISPLAY 'DEPRVARIANCE: PERIOD RUN TABLE FULL'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD  1 TO SRUN-COUNT-WS
               MOVE RUN-ENTRY-WS (RUN-SUB-WS)
                    TO SRUN-ENTRY-WS (SRUN-COUNT-WS)
               MOVE 1 TO SLOT-SUB-WS
               PERFORM  238-MARK-ONE-SLOT UNTIL SLOT-SUB-WS > 3
           END-IF
           ADD  1 TO RUN-SUB-WS.

       238-MARK-ONE-SLOT.
           IF RUN-PERIOD-WS (RUN-SUB-WS) = SLOT-PERIOD-WS (SLOT-SUB-WS)
               MOVE 'YES' TO SLOT-FOUND-WS (SLOT-SUB-WS)
               IF RUN-STAMP-WS (RUN-SUB-WS)
                  > SLOT-STAMP-WS (SLOT-SUB-WS)
                   MOVE RUN-STAMP-WS (RUN-SUB-WS)
                        TO SLOT-STAMP-WS (SLOT-SUB-WS)
               END-IF
           END-IF
           ADD  1 TO SLOT-SUB-WS.

      *****************************************************
      *SECOND PASS - THE DEPARTMENT AND ASSET RECORDS OF
      *THE RUNS THAT STAND FOR EACH SLOT'S PERIOD
      *****************************************************
       245-LOAD-ONE-HISTORY.
           READ DEPR-HISTORY-FILE
               AT END
                   MOVE 'YES' TO EOF-HIST-WS
               NOT AT END
                   IF HIST-DEPT-RECORD-OUT OR HIST-ASSET-RECORD-OUT
                       MOVE HIST-RUN-STAMP-OUT TO REC-STAMP-WS
                       MOVE 1 TO SLOT-SUB-WS
                       PERFORM  246-APPLY-TO-SLOT
                                UNTIL SLOT-SUB-WS > 3
                   END-IF
           END-READ.

       246-APPLY-TO-SLOT.
           IF HIST-PERIOD-OUT = SLOT-PERIOD-WS (SLOT-SUB-WS)
               MOVE 'YES' TO RUN-STANDS-WS
               MOVE 1 TO SRUN-SUB-WS
               PERFORM  247-CHECK-ONE-LATER-RUN
                        UNTIL SRUN-SUB-WS > SRUN-COUNT-WS
               IF RUN-STANDS-WS = 'YES'
                   IF HIST-DEPT-RECORD-OUT
                       PERFORM  260-LOAD-DEPT-SLOT
                   ELSE
                       PERFORM  270-LOAD-ASSET-SLOT
                   END-IF
               END-IF
           END-IF
           ADD  1 TO SLOT-SUB-WS.

      *****************************************************
      *A RECORD STANDS WHEN ITS OWN RUN'S SCOPE TAKES IN THE
      *RECORD'S DEPARTMENT AND NO LATER RUN FOR THE SAME
      *PERIOD'S SCOPE DOES. A SCOPED RUN'S CHARGE TO A
      *DEPARTMENT OUTSIDE ITS RANGE (THE OLD DEPARTMENT'S
      *SHARE OF A TRANSFER) IS LEFT TO THAT DEPARTMENT'S
      *OWN RUN.
      *****************************************************
       247-CHECK-ONE-LATER-RUN.
           IF SRUN-PERIOD-WS (SRUN-SUB-WS) = HIST-PERIOD-OUT
              AND SRUN-STAMP-WS (SRUN-SUB-WS) NOT < REC-STAMP-WS
               IF (SRUN-COMPANY-WS (SRUN-SUB-WS) = SPACES
                 OR SRUN-COMPANY-WS (SRUN-SUB-WS) = HIST-COMPANY-OUT)
                  AND (SRUN-DEPT-FROM-WS (SRUN-SUB-WS) = SPACES
                 OR HIST-DEPT-OUT
                    NOT < SRUN-DEPT-FROM-WS (SRUN-SUB-WS))
                  AND (SRUN-DEPT-TO-WS (SRUN-SUB-WS) = SPACES
                 OR HIST-DEPT-OUT
                    NOT > SRUN-DEPT-TO-WS (SRUN-SUB-WS))
                   IF SRUN-STAMP-WS (SRUN-SUB-WS) > REC-STAMP-WS
                       MOVE 'NO' TO RUN-STANDS-WS
                   END-IF
               ELSE
                   IF SRUN-STAMP-WS (SRUN-SUB-WS) = REC-STAMP-WS
                       MOVE 'NO' TO RUN-STANDS-WS
                   END-IF
               END-IF
           END-IF
           ADD  1 TO SRUN-SUB-WS.

       260-LOAD-DEPT-SLOT.
           MOVE HIST-COMPANY-OUT TO FIND-COMPANY-WS
           MOVE HIST-DEPT-OUT    TO FIND-DEPT-WS
           PERFORM  280-FIND-DEPT
           MOVE 'Y' TO VDEPT-PRESENT-WS (VDEPT-WORK-SUB-WS, SLOT-SUB-WS)
           ADD  HIST-DEPR-AMT-OUT
                TO VDEPT-DEPR-WS (VDEPT-WORK-SUB-WS, SLOT-SUB-WS)
           ADD  HIST-IMPAIR-AMT-OUT
                TO VDEPT-IMPAIR-WS (VDEPT-WORK-SUB-WS, SLOT-SUB-WS).

      *****************************************************
      *A RESTARTED RUN MAY CARRY THE SAME ASSET TWICE - THE
      *AMOUNTS ADD AND ANY FLAG SET ON EITHER STANDS
      *****************************************************
       270-LOAD-ASSET-SLOT.
           MOVE HIST-COMPANY-OUT TO FIND-COMPANY-WS
           MOVE HIST-DEPT-OUT    TO FIND-DEPT-WS
           PERFORM  280-FIND-DEPT
           PERFORM  285-FIND-ASSET
           ADD  1 TO SLOT-ASSET-COUNT-WS (SLOT-SUB-WS)
           MOVE 'Y' TO
                VASSET-PRESENT-WS (VASSET-WORK-SUB-WS, SLOT-SUB-WS)
           ADD  HIST-DEPR-AMT-OUT TO
                VASSET-DEPR-WS (VASSET-WORK-SUB-WS, SLOT-SUB-WS)
           ADD  HIST-IMPAIR-AMT-OUT TO
                VASSET-IMPAIR-WS (VASSET-WORK-SUB-WS, SLOT-SUB-WS)
           IF HIST-DISPOSED-FLAG-OUT = 'Y'
               MOVE 'Y' TO
                    VASSET-DISPOSED-WS (VASSET-WORK-SUB-WS, SLOT-SUB-WS)
           END-IF
           IF HIST-FULL-FLAG-OUT = 'Y'
               MOVE 'Y' TO
                    VASSET-FULL-WS (VASSET-WORK-SUB-WS, SLOT-SUB-WS)
           END-IF
           IF HIST-SPLIT-FLAG-OUT = 'Y'
               MOVE 'Y' TO
                    VASSET-SPLIT-WS (VASSET-WORK-SUB-WS, SLOT-SUB-WS)
           END-IF
           IF HIST-EXCEPTION-FLAG-OUT = 'Y'
               MOVE 'Y' TO
                    VASSET-EXCEPTION-WS (VASSET-WORK-SUB-WS,
                                         SLOT-SUB-WS)
           END-IF
           IF HIST-SERVICE-PERIOD-OUT IS NUMERIC
              AND HIST-SERVICE-PERIOD-OUT
                  > VASSET-SERVICE-WS (VASSET-WORK-SUB-WS)
               MOVE HIST-SERVICE-PERIOD-OUT
                    TO VASSET-SERVICE-WS (VASSET-WORK-SUB-WS)
           END-IF.

      *****************************************************
      *FINDS FIND-COMPANY-WS/FIND-DEPT-WS IN THE TABLE,
      *ADDING IT (AND ITS COMPANY) THE FIRST TIME IT IS SEEN
      *****************************************************
       280-FIND-DEPT.
           MOVE ZERO TO VDEPT-WORK-SUB-WS
           MOVE 1    TO VDEPT-SUB-WS
           PERFORM  281-CHECK-ONE-DEPT
                    UNTIL VDEPT-SUB-WS > VDEPT-COUNT-WS
                    OR VDEPT-WORK-SUB-WS NOT = ZERO
           IF VDEPT-WORK-SUB-WS = ZERO
               IF VDEPT-COUNT-WS >= 300
                   DISPLAY 'DEPRVARIANCE: DEPARTMENT TABLE FULL'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD  1 TO VDEPT-COUNT-WS
               MOVE VDEPT-COUNT-WS TO VDEPT-WORK-SUB-WS
               INITIALIZE VDEPT-ENTRY-WS (VDEPT-WORK-SUB-WS)
               MOVE FIND-COMPANY-WS
                    TO VDEPT-COMPANY-WS (VDEPT-WORK-SUB-WS)
               MOVE FIND-DEPT-WS
                    TO VDEPT-CODE-WS (VDEPT-WORK-SUB-WS)
               MOVE 'N' TO VDEPT-PRESENT-WS (VDEPT-WORK-SUB-WS, 1)
               MOVE 'N' TO VDEPT-PRESENT-WS (VDEPT-WORK-SUB-WS, 2)
               MOVE 'N' TO VDEPT-PRESENT-WS (VDEPT-WORK-SUB-WS, 3)
               PERFORM  282-ADD-COMPANY
           END-IF.

       281-CHECK-ONE-DEPT.
           IF VDEPT-COMPANY-WS (VDEPT-SUB-WS) = FIND-COMPANY-WS
              AND VDEPT-CODE-WS (VDEPT-SUB-WS) = FIND-DEPT-WS
               MOVE VDEPT-SUB-WS TO VDEPT-WORK-SUB-WS
           END-IF
           ADD  1 TO VDEPT-SUB-WS.

       282-ADD-COMPANY.
           MOVE 'NO' TO CO-FOUND-WS
           MOVE 1    TO CO-SUB-WS
           PERFORM  283-CHECK-ONE-COMPANY
                    UNTIL CO-SUB-WS > CO-COUNT-WS
           IF CO-FOUND-WS = 'NO'
               IF CO-COUNT-WS >= 50
                   DISPLAY 'DEPRVARIANCE: COMPANY TABLE FULL'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD  1 TO CO-COUNT-WS
               MOVE FIND-COMPANY-WS TO CO-CODE-WS (CO-COUNT-WS)
           END-IF.

       283-CHECK-ONE-COMPANY.
           IF CO-CODE-WS (CO-SUB-WS) = FIND-COMPANY-WS
               MOVE 'YES' TO CO-FOUND-WS
           END-IF
           ADD  1 TO CO-SUB-WS.

       285-FIND-ASSET.
           MOVE ZERO TO VASSET-WORK-SUB-WS
           MOVE 1    TO VASSET-SUB-WS
           PERFORM  286-CHECK-ONE-ASSET
                    UNTIL VASSET-SUB-WS > VASSET-COUNT-WS
                    OR VASSET-WORK-SUB-WS NOT = ZERO
           IF VASSET-WORK-SUB-WS = ZERO
               IF VASSET-COUNT-WS >= 5000
                   DISPLAY 'DEPRVARIANCE: ASSET TABLE FULL'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD  1 TO VASSET-COUNT-WS
               MOVE VASSET-COUNT-WS TO VASSET-WORK-SUB-WS
               INITIALIZE VASSET-ENTRY-WS (VASSET-WORK-SUB-WS)
               MOVE HIST-ASSET-ID-OUT
                    TO VASSET-ID-WS (VASSET-WORK-SUB-WS)
               MOVE HIST-COMPANY-OUT
                    TO VASSET-COMPANY-WS (VASSET-WORK-SUB-WS)
               MOVE HIST-DEPT-OUT
                    TO VASSET-DEPT-WS (VASSET-WORK-SUB-WS)
               MOVE 1 TO SRUN-SUB-WS
               PERFORM  287-CLEAR-ASSET-SLOT UNTIL SRUN-SUB-WS > 3
               MOVE 1 TO SRUN-SUB-WS
               PERFORM  288-CLEAR-ASSET-COMPARE
                        UNTIL SRUN-SUB-WS > 2
           END-IF.

       286-CHECK-ONE-ASSET.
           IF VASSET-ID-WS (VASSET-SUB-WS) = HIST-ASSET-ID-OUT
              AND VASSET-DEPT-WS (VASSET-SUB-WS) = HIST-DEPT-OUT
              AND VASSET-COMPANY-WS (VASSET-SUB-WS) = HIST-COMPANY-OUT
               MOVE VASSET-SUB-WS TO VASSET-WORK-SUB-WS
           END-IF
           ADD  1 TO VASSET-SUB-WS.

       287-CLEAR-ASSET-SLOT.
           MOVE 'N' TO VASSET-PRESENT-WS (VASSET-WORK-SUB-WS,
                                          SRUN-SUB-WS)
           MOVE 'N' TO VASSET-DISPOSED-WS (VASSET-WORK-SUB-WS,
                                           SRUN-SUB-WS)
           MOVE 'N' TO VASSET-FULL-WS (VASSET-WORK-SUB-WS, SRUN-SUB-WS)
           MOVE 'N' TO VASSET-SPLIT-WS (VASSET-WORK-SUB-WS,
                                        SRUN-SUB-WS)
           MOVE 'N' TO VASSET-EXCEPTION-WS (VASSET-WORK-SUB-WS,
                                            SRUN-SUB-WS)
           ADD  1 TO SRUN-SUB-WS.

       288-CLEAR-ASSET-COMPARE.
           MOVE 'N' TO VASSET-EV-DISPOSE-WS (VASSET-WORK-SUB-WS,
                                             SRUN-SUB-WS)
           MOVE 'N' TO VASSET-EV-RETIRE-WS (VASSET-WORK-SUB-WS,
                                            SRUN-SUB-WS)
           MOVE 'N' TO VASSET-EV-IMPAIR-WS (VASSET-WORK-SUB-WS,
                                            SRUN-SUB-WS)
           MOVE 'N' TO VASSET-EV-REVISE-WS (VASSET-WORK-SUB-WS,
                                            SRUN-SUB-WS)
           MOVE 'N' TO VASSET-EV-XFER-WS (VASSET-WORK-SUB-WS,
                                          SRUN-SUB-WS)
           ADD  1 TO SRUN-SUB-WS.

      *****************************************************
      *THE CHANGE JOURNAL SAYS WHAT WAS DONE TO EACH ASSET
      *BETWEEN AN EARLIER RUN AND THIS ONE. NO JOURNAL ON
      *FILE LEAVES EVERY SWING TO THE FLAGS ON THE RUN
      *HISTORY ALONE.
      *****************************************************
       250-SCAN-JOURNAL.
           OPEN INPUT CHANGE-JOURNAL-FILE
           IF CHG-FILE-STATUS-WS = '00'
               PERFORM  255-SCAN-ONE-JOURNAL UNTIL EOF-CHG-WS = 'YES'
               CLOSE CHANGE-JOURNAL-FILE
           ELSE
               IF CHG-FILE-STATUS-WS NOT = '35'
                   DISPLAY 'DEPRVARIANCE: CHANGE JOURNAL OPEN FAILED '
                           '- STATUS ' CHG-FILE-STATUS-WS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       255-SCAN-ONE-JOURNAL.
           READ CHANGE-JOURNAL-FILE
               AT END
                   MOVE 'YES' TO EOF-CHG-WS
               NOT AT END
                   MOVE CHG-RUN-DATE-IN TO JRNL-STAMP-DATE-WS
                   MOVE CHG-RUN-TIME-IN TO JRNL-STAMP-TIME-WS
                   MOVE 1 TO JRNL-COMPARE-WS
                   PERFORM  256-CHECK-JOURNAL-WINDOW
                   MOVE 2 TO JRNL-COMPARE-WS
                   PERFORM  256-CHECK-JOURNAL-WINDOW
           END-READ.

       256-CHECK-JOURNAL-WINDOW.
           COMPUTE SLOT-SUB-WS = JRNL-COMPARE-WS + 1
           IF SLOT-FOUND-WS (SLOT-SUB-WS) = 'YES'
              AND JRNL-STAMP-WS > SLOT-STAMP-WS (SLOT-SUB-WS)
              AND JRNL-STAMP-WS NOT > SLOT-STAMP-WS (1)
               MOVE 1 TO VASSET-SUB-WS
               PERFORM  257-MARK-ASSET-EVENT
                        UNTIL VASSET-SUB-WS > VASSET-COUNT-WS
           END-IF.

       257-MARK-ASSET-EVENT.
           IF VASSET-ID-WS (VASSET-SUB-WS) = CHG-ASSET-ID-IN
               EVALUATE CHG-TRAN-CODE-IN
                   WHEN 'S'
                   WHEN 'P'
                       MOVE 'Y' TO VASSET-EV-DISPOSE-WS
                                   (VASSET-SUB-WS, JRNL-COMPARE-WS)
                   WHEN 'D'
                       MOVE 'Y' TO VASSET-EV-RETIRE-WS
                                   (VASSET-SUB-WS, JRNL-COMPARE-WS)
                   WHEN 'I'
                       MOVE 'Y' TO VASSET-EV-IMPAIR-WS
                                   (VASSET-SUB-WS, JRNL-COMPARE-WS)
                   WHEN 'E'
                   WHEN 'C'
                       MOVE 'Y' TO VASSET-EV-REVISE-WS
                                   (VASSET-SUB-WS, JRNL-COMPARE-WS)
                   WHEN 'T'
                       MOVE 'Y' TO VASSET-EV-XFER-WS
                                   (VASSET-SUB-WS, JRNL-COMPARE-WS)
               END-EVALUATE
           END-IF
           ADD  1 TO VASSET-SUB-WS.

      *****************************************************
      *ONE SECTION OF THE REPORT - THE PERIOD AGAINST THE
      *PRIOR PERIOD (CMP-WS 1) OR THE SAME PERIOD LAST YEAR
      *(CMP-WS 2). THE CAUSES ARE WORKED OUT ASSET BY ASSET
      *ONLY WHEN BOTH RUNS HAVE ASSET DETAIL ON FILE.
      *****************************************************
       400-REPORT-COMPARISON.
           COMPUTE CMP-SLOT-WS = CMP-WS + 1
           PERFORM  410-PRINT-SECTION-HEADER
           IF SLOT-FOUND-WS (CMP-SLOT-WS) = 'NO'
               IF SLOT-PERIOD-WS (CMP-SLOT-WS) = ZERO
                   MOVE 'NO EARLIER DEPRECIATION RUN ON FILE'
                                      TO VAR-MESSAGE-OUT
                   MOVE SPACES        TO VAR-MESSAGE-PERIOD-OUT
               ELSE
                   MOVE 'NO DEPRECIATION RUN ON FILE FOR PERIOD'
                                      TO VAR-MESSAGE-OUT
                   MOVE SLOT-PERIOD-WS (CMP-SLOT-WS)
                                      TO VAR-MESSAGE-PERIOD-OUT
               END-IF
               WRITE PRINT-A-SINGLE-LINE FROM VAR-MESSAGE-LINE-SETUP
                     AFTER 2 LINES
           ELSE
               IF SLOT-ASSET-COUNT-WS (1) > ZERO
                  AND SLOT-ASSET-COUNT-WS (CMP-SLOT-WS) > ZERO
                   MOVE 'YES' TO ATTRIBUTE-WS
                   MOVE 1 TO VASSET-SUB-WS
                   PERFORM  420-CLASSIFY-ONE-ASSET
                            UNTIL VASSET-SUB-WS > VASSET-COUNT-WS
               ELSE
                   MOVE 'NO' TO ATTRIBUTE-WS
                   MOVE 'NO ASSET DETAIL - SWINGS SHOWN AS OTHER'
                                      TO VAR-MESSAGE-OUT
                   MOVE SPACES        TO VAR-MESSAGE-PERIOD-OUT
                   WRITE PRINT-A-SINGLE-LINE
                         FROM VAR-MESSAGE-LINE-SETUP AFTER 2 LINES
               END-IF

               MOVE ZERO TO ALL-CURRENT-WS
               MOVE ZERO TO ALL-COMPARE-WS
               INITIALIZE ALL-CAUSE-TABLE-WS
               MOVE 1 TO CO-SUB-WS
               PERFORM  450-REPORT-ONE-COMPANY
                        UNTIL CO-SUB-WS > CO-COUNT-WS

               MOVE 'ALL COMPANIES'   TO VAR-TOTAL-LABEL-OUT
               MOVE ALL-CURRENT-WS    TO LINE-CURRENT-WS
               MOVE ALL-COMPARE-WS    TO LINE-COMPARE-WS
               MOVE ALL-CAUSE-TABLE-WS TO LINE-CAUSE-TABLE-WS
               PERFORM  480-PRINT-TOTAL-LINES
           END-IF.

       410-PRINT-SECTION-HEADER.
           MOVE SLOT-PERIOD-WS (1) TO VAR-HDR-PERIOD-OUT
           IF CMP-WS = 1
               MOVE '(PRIOR PERIOD)'    TO VAR-HDR-BASIS-OUT
           ELSE
               MOVE '(SAME PERIOD LAST YEAR)' TO VAR-HDR-BASIS-OUT
           END-IF
           IF SLOT-PERIOD-WS (CMP-SLOT-WS) = ZERO
               MOVE SPACES TO VAR-HDR-CMP-PERIOD-OUT
           ELSE
               MOVE SLOT-PERIOD-WS (CMP-SLOT-WS)
                    TO VAR-HDR-CMP-PERIOD-OUT
           END-IF
           IF CMP-WS = 1
               WRITE PRINT-A-SINGLE-LINE FROM VAR-HEADER-LINE-SETUP
                     AFTER 1 LINE
           ELSE
               WRITE PRINT-A-SINGLE-LINE FROM VAR-HEADER-LINE-SETUP
                     AFTER PAGE
           END-IF
           MOVE THRESHOLD-WS TO VAR-THRESHOLD-OUT
           WRITE PRINT-A-SINGLE-LINE FROM VAR-THRESHOLD-LINE-SETUP
                 AFTER 1 LINE
           WRITE PRINT-A-SINGLE-LINE FROM VAR-COLUMN-LINE-SETUP
                 AFTER 2 LINES
           MOVE 1 TO CAUSE-SUB-WS
           PERFORM  415-SET-CAUSE-HEADER UNTIL CAUSE-SUB-WS > 8
           WRITE PRINT-A-SINGLE-LINE FROM VAR-CAUSE-HEADER-SETUP
                 AFTER 1 LINE.

       415-SET-CAUSE-HEADER.
           MOVE CAUSE-NAME-WS (CAUSE-SUB-WS)
                TO VAR-CAUSE-HDR-OUT (CAUSE-SUB-WS)
           ADD  1 TO CAUSE-SUB-WS.

      *****************************************************
      *WORKS OUT WHY ONE ASSET'S CHARGE IN ONE DEPARTMENT
      *MOVED AND ADDS THE CHANGE TO THE DEPARTMENT'S CAUSE
      *BUCKET. A CHANGE IN THE WRITE-DOWN POSTED IS ALWAYS
      *AN IMPAIRMENT; A CHANGE IN THE CHARGE IS TAKEN FROM
      *THE FIRST OF -
      *  ONLY IN THIS RUN    TRANSFER IN IF THE ASSET WAS IN
      *                      ANOTHER DEPARTMENT BEFORE,
      *                      OTHERWISE AN ADDITION
      *  ONLY IN THE EARLIER TRANSFER OUT IF THE ASSET IS IN
      *  RUN                 ANOTHER DEPARTMENT NOW, A
      *                      DISPOSAL IF IT WAS SOLD, OTHERWISE
      *                      FULLY DEPRECIATED OR RETIRED
      *  IN BOTH             EXCEPTION THIS RUN (OTHER),
      *                      DISPOSAL, FULLY DEPRECIATED OR
      *                      RETIRED, IMPAIRED, REVISED,
      *                      TRANSFERRED, STILL IN ITS FIRST
      *                      MONTHS, OTHERWISE OTHER
      *****************************************************
       420-CLASSIFY-ONE-ASSET.
           MOVE ZERO TO VASSET-CAUSE-WS (VASSET-SUB-WS, CMP-WS)
           COMPUTE DEPR-CHANGE-WS =
                   VASSET-DEPR-WS (VASSET-SUB-WS, 1)
                   - VASSET-DEPR-WS (VASSET-SUB-WS, CMP-SLOT-WS)
           COMPUTE IMPAIR-CHANGE-WS =
                   VASSET-IMPAIR-WS (VASSET-SUB-WS, 1)
                   - VASSET-IMPAIR-WS (VASSET-SUB-WS, CMP-SLOT-WS)
           COMPUTE VASSET-CHANGE-WS (VASSET-SUB-WS, CMP-WS) =
                   DEPR-CHANGE-WS + IMPAIR-CHANGE-WS

           MOVE VASSET-COMPANY-WS (VASSET-SUB-WS) TO FIND-COMPANY-WS
           MOVE VASSET-DEPT-WS (VASSET-SUB-WS)    TO FIND-DEPT-WS
           PERFORM  280-FIND-DEPT

           IF IMPAIR-CHANGE-WS NOT = ZERO
               MOVE 4 TO CAUSE-SUB-WS
               ADD  IMPAIR-CHANGE-WS TO VDEPT-CAUSE-WS
                    (VDEPT-WORK-SUB-WS, CMP-WS, CAUSE-SUB-WS)
               MOVE CAUSE-SUB-WS
                    TO VASSET-CAUSE-WS (VASSET-SUB-WS, CMP-WS)
           END-IF

           IF DEPR-CHANGE-WS NOT = ZERO
               PERFORM  425-PICK-CAUSE
               ADD  DEPR-CHANGE-WS TO VDEPT-CAUSE-WS
                    (VDEPT-WORK-SUB-WS, CMP-WS, CAUSE-SUB-WS)
               MOVE CAUSE-SUB-WS
                    TO VASSET-CAUSE-WS (VASSET-SUB-WS, CMP-WS)
           END-IF
           ADD  1 TO VASSET-SUB-WS.

       425-PICK-CAUSE.
           MOVE 8 TO CAUSE-SUB-WS
           EVALUATE TRUE
               WHEN VASSET-PRESENT-WS (VASSET-SUB-WS, CMP-SLOT-WS)
                    = 'N'
                   MOVE CMP-SLOT-WS TO SLOT-SUB-WS
                   PERFORM  430-FIND-IN-OTHER-DEPT
                   IF OTHER-FOUND-WS = 'YES'
                       MOVE 6 TO CAUSE-SUB-WS
                   ELSE
                       MOVE 1 TO CAUSE-SUB-WS
                   END-IF
               WHEN VASSET-PRESENT-WS (VASSET-SUB-WS, 1) = 'N'
                   MOVE 1 TO SLOT-SUB-WS
                   PERFORM  430-FIND-IN-OTHER-DEPT
                   EVALUATE TRUE
                       WHEN OTHER-FOUND-WS = 'YES'
                           MOVE 7 TO CAUSE-SUB-WS
                       WHEN VASSET-DISPOSED-WS
                            (VASSET-SUB-WS, CMP-SLOT-WS) = 'Y'
                         OR VASSET-EV-DISPOSE-WS
                            (VASSET-SUB-WS, CMP-WS) = 'Y'
                           MOVE 2 TO CAUSE-SUB-WS
                       WHEN OTHER
                           MOVE 3 TO CAUSE-SUB-WS
                   END-EVALUATE
               WHEN VASSET-EXCEPTION-WS (VASSET-SUB-WS, 1) = 'Y'
                   MOVE 8 TO CAUSE-SUB-WS
               WHEN VASSET-DISPOSED-WS (VASSET-SUB-WS, 1) = 'Y'
                 OR VASSET-EV-DISPOSE-WS (VASSET-SUB-WS, CMP-WS) = 'Y'
                   MOVE 2 TO CAUSE-SUB-WS
               WHEN VASSET-FULL-WS (VASSET-SUB-WS, 1) = 'Y'
                 OR VASSET-EV-RETIRE-WS (VASSET-SUB-WS, CMP-WS) = 'Y'
                   MOVE 3 TO CAUSE-SUB-WS
               WHEN VASSET-EV-IMPAIR-WS (VASSET-SUB-WS, CMP-WS) = 'Y'
                   MOVE 4 TO CAUSE-SUB-WS
               WHEN VASSET-EV-REVISE-WS (VASSET-SUB-WS, CMP-WS) = 'Y'
                   MOVE 5 TO CAUSE-SUB-WS
               WHEN VASSET-SPLIT-WS (VASSET-SUB-WS, 1) = 'Y'
                 OR VASSET-SPLIT-WS (VASSET-SUB-WS, CMP-SLOT-WS) = 'Y'
                 OR VASSET-EV-XFER-WS (VASSET-SUB-WS, CMP-WS) = 'Y'
                   IF DEPR-CHANGE-WS > ZERO
                       MOVE 6 TO CAUSE-SUB-WS
                   ELSE
                       MOVE 7 TO CAUSE-SUB-WS
                   END-IF
               WHEN VASSET-SERVICE-WS (VASSET-SUB-WS)
                    > SLOT-PERIOD-WS (CMP-SLOT-WS)
                   MOVE 1 TO CAUSE-SUB-WS
           END-EVALUATE.

      *****************************************************
      *IS THE SAME ASSET IN ANOTHER DEPARTMENT IN SLOT
      *SLOT-SUB-WS - THAT IS, DID IT MOVE
      *****************************************************
       430-FIND-IN-OTHER-DEPT.
           MOVE 'NO' TO OTHER-FOUND-WS
           MOVE 1    TO VASSET-WORK-SUB-WS
           PERFORM  435-CHECK-OTHER-DEPT
                    UNTIL VASSET-WORK-SUB-WS > VASSET-COUNT-WS
                    OR OTHER-FOUND-WS = 'YES'.

       435-CHECK-OTHER-DEPT.
           IF VASSET-ID-WS (VASSET-WORK-SUB-WS)
              = VASSET-ID-WS (VASSET-SUB-WS)
              AND VASSET-WORK-SUB-WS NOT = VASSET-SUB-WS
              AND VASSET-PRESENT-WS (VASSET-WORK-SUB-WS, SLOT-SUB-WS)
                  = 'Y'
               MOVE 'YES' TO OTHER-FOUND-WS
           END-IF
           ADD  1 TO VASSET-WORK-SUB-WS.

       450-REPORT-ONE-COMPANY.
           MOVE ZERO TO CO-CURRENT-WS
           MOVE ZERO TO CO-COMPARE-WS
           INITIALIZE CO-CAUSE-TABLE-WS
           MOVE 1 TO VDEPT-SUB-WS
           PERFORM  460-REPORT-ONE-DEPT
                    UNTIL VDEPT-SUB-WS > VDEPT-COUNT-WS

           MOVE CO-CODE-WS (CO-SUB-WS) TO VAR-LABEL-CO-OUT
           MOVE VAR-COMPANY-LABEL-SETUP TO VAR-TOTAL-LABEL-OUT
           MOVE CO-CURRENT-WS     TO LINE-CURRENT-WS
           MOVE CO-COMPARE-WS     TO LINE-COMPARE-WS
           MOVE CO-CAUSE-TABLE-WS TO LINE-CAUSE-TABLE-WS
           PERFORM  480-PRINT-TOTAL-LINES

           ADD  CO-CURRENT-WS TO ALL-CURRENT-WS
           ADD  CO-COMPARE-WS TO ALL-COMPARE-WS
           MOVE 1 TO CAUSE-SUB-WS
           PERFORM  455-ADD-COMPANY-CAUSE UNTIL CAUSE-SUB-WS > 8
           ADD  1 TO CO-SUB-WS.

       455-ADD-COMPANY-CAUSE.
           ADD  CO-CAUSE-WS (CAUSE-SUB-WS)
                TO ALL-CAUSE-WS (CAUSE-SUB-WS)
           ADD  1 TO CAUSE-SUB-WS.

      *****************************************************
      *ONE DEPARTMENT OF THE COMPANY BEING PRINTED. WHAT
      *THE ASSET-BY-ASSET CAUSES DO NOT ACCOUNT FOR GOES
      *TO OTHER, SO THE CAUSES ALWAYS FOOT TO THE SWING.
      *****************************************************
       460-REPORT-ONE-DEPT.
           IF VDEPT-COMPANY-WS (VDEPT-SUB-WS) = CO-CODE-WS (CO-SUB-WS)
              AND (VDEPT-PRESENT-WS (VDEPT-SUB-WS, 1) = 'Y'
                OR VDEPT-PRESENT-WS (VDEPT-SUB-WS, CMP-SLOT-WS) = 'Y')
               COMPUTE LINE-CURRENT-WS =
                       VDEPT-DEPR-WS (VDEPT-SUB-WS, 1)
                       + VDEPT-IMPAIR-WS (VDEPT-SUB-WS, 1)
               COMPUTE LINE-COMPARE-WS =
                       VDEPT-DEPR-WS (VDEPT-SUB-WS, CMP-SLOT-WS)
                       + VDEPT-IMPAIR-WS (VDEPT-SUB-WS, CMP-SLOT-WS)
               MOVE ZERO TO LINE-EXPLAINED-WS
               MOVE 1 TO CAUSE-SUB-WS
               PERFORM  462-TAKE-DEPT-CAUSE UNTIL CAUSE-SUB-WS > 8
               COMPUTE LINE-CHANGE-WS = LINE-CURRENT-WS
                                      - LINE-COMPARE-WS
               COMPUTE LINE-CAUSE-WS (8) = LINE-CAUSE-WS (8)
                       + LINE-CHANGE-WS - LINE-EXPLAINED-WS

               MOVE VDEPT-COMPANY-WS (VDEPT-SUB-WS) TO VAR-CO-OUT
               MOVE VDEPT-CODE-WS (VDEPT-SUB-WS)    TO VAR-DEPT-OUT
               PERFORM  470-EDIT-FIGURES
               MOVE SPACES TO VAR-FLAG-OUT
               IF LINE-COMPARE-WS = ZERO
                   IF LINE-CURRENT-WS NOT = ZERO
                       MOVE '*** FLAGGED - NEW' TO VAR-FLAG-OUT
                       ADD  1 TO FLAG-COUNT-WS
                   END-IF
               ELSE
                   IF LINE-ABS-PERCENT-WS > THRESHOLD-WS
                       MOVE '*** FLAGGED' TO VAR-FLAG-OUT
                       ADD  1 TO FLAG-COUNT-WS
                   END-IF
               END-IF
               WRITE PRINT-A-SINGLE-LINE FROM VAR-DEPT-LINE-SETUP
                     AFTER 2 LINES
               WRITE PRINT-A-SINGLE-LINE FROM VAR-CAUSE-LINE-SETUP
                     AFTER 1 LINE

               IF ASSET-DETAIL-WS AND ATTRIBUTE-WS = 'YES'
                   MOVE 1 TO VASSET-SUB-WS
                   PERFORM  465-PRINT-ONE-ASSET
                            UNTIL VASSET-SUB-WS > VASSET-COUNT-WS
               END-IF

               ADD  LINE-CURRENT-WS TO CO-CURRENT-WS
               ADD  LINE-COMPARE-WS TO CO-COMPARE-WS
               MOVE 1 TO CAUSE-SUB-WS
               PERFORM  464-ADD-DEPT-CAUSE UNTIL CAUSE-SUB-WS > 8
           END-IF
           ADD  1 TO VDEPT-SUB-WS.

       462-TAKE-DEPT-CAUSE.
           MOVE VDEPT-CAUSE-WS (VDEPT-SUB-WS, CMP-WS, CAUSE-SUB-WS)
                TO LINE-CAUSE-WS (CAUSE-SUB-WS)
           ADD  LINE-CAUSE-WS (CAUSE-SUB-WS) TO LINE-EXPLAINED-WS
           ADD  1 TO CAUSE-SUB-WS.

       464-ADD-DEPT-CAUSE.
           ADD  LINE-CAUSE-WS (CAUSE-SUB-WS)
                TO CO-CAUSE-WS (CAUSE-SUB-WS)
           ADD  1 TO CAUSE-SUB-WS.

       465-PRINT-ONE-ASSET.
           IF VASSET-COMPANY-WS (VASSET-SUB-WS)
              = VDEPT-COMPANY-WS (VDEPT-SUB-WS)
              AND VASSET-DEPT-WS (VASSET-SUB-WS)
                  = VDEPT-CODE-WS (VDEPT-SUB-WS)
              AND VASSET-CHANGE-WS (VASSET-SUB-WS, CMP-WS) NOT = ZERO
               MOVE VASSET-ID-WS (VASSET-SUB-WS) TO VAR-ASSET-ID-OUT
               MOVE VASSET-CAUSE-WS (VASSET-SUB-WS, CMP-WS)
                    TO CAUSE-SUB-WS
               MOVE CAUSE-NAME-WS (CAUSE-SUB-WS) TO VAR-ASSET-CAUSE-OUT
               COMPUTE VAR-ASSET-CURR-OUT =
                       VASSET-DEPR-WS (VASSET-SUB-WS, 1)
                       + VASSET-IMPAIR-WS (VASSET-SUB-WS, 1)
               COMPUTE VAR-ASSET-CMP-OUT =
                       VASSET-DEPR-WS (VASSET-SUB-WS, CMP-SLOT-WS)
                       + VASSET-IMPAIR-WS (VASSET-SUB-WS, CMP-SLOT-WS)
               MOVE VASSET-CHANGE-WS (VASSET-SUB-WS, CMP-WS)
                    TO VAR-ASSET-CHG-OUT
               WRITE PRINT-A-SINGLE-LINE FROM VAR-ASSET-LINE-SETUP
                     AFTER 1 LINE
               ADD  1 TO ASSET-LINE-COUNT-WS
           END-IF
           ADD  1 TO VASSET-SUB-WS.

      *****************************************************
      *EDITS THE LINE FIGURES - THE PERCENT IS OF THE
      *EARLIER PERIOD, ONE DECIMAL, AND STOPS AT 9999.9
      *****************************************************
       470-EDIT-FIGURES.
           MOVE LINE-CURRENT-WS TO VAR-CURRENT-OUT
           MOVE LINE-COMPARE-WS TO VAR-COMPARE-OUT
           MOVE LINE-CHANGE-WS  TO VAR-CHANGE-OUT
           MOVE ZERO            TO LINE-ABS-PERCENT-WS
           IF LINE-COMPARE-WS = ZERO
               MOVE '    N/A' TO VAR-PERCENT-OUT
           ELSE
               COMPUTE LINE-HUNDREDS-WS = LINE-CHANGE-WS * 100
               COMPUTE LINE-PERCENT-WS ROUNDED =
                       LINE-HUNDREDS-WS / LINE-COMPARE-WS
                   ON SIZE ERROR
                       IF LINE-HUNDREDS-WS < ZERO
                           MOVE -9999.9 TO LINE-PERCENT-WS
                       ELSE
                           MOVE 9999.9 TO LINE-PERCENT-WS
                       END-IF
               END-COMPUTE
               IF LINE-COMPARE-WS < ZERO
                   COMPUTE LINE-PERCENT-WS = ZERO - LINE-PERCENT-WS
               END-IF
               IF LINE-PERCENT-WS < ZERO
                   COMPUTE LINE-ABS-PERCENT-WS =
                           ZERO - LINE-PERCENT-WS
               ELSE
                   MOVE LINE-PERCENT-WS TO LINE-ABS-PERCENT-WS
               END-IF
               MOVE LINE-PERCENT-WS TO VAR-PERCENT-EDIT-OUT
               MOVE VAR-PERCENT-EDIT-SETUP TO VAR-PERCENT-OUT
           END-IF
           MOVE 1 TO CAUSE-SUB-WS
           PERFORM  475-EDIT-ONE-CAUSE UNTIL CAUSE-SUB-WS > 8.

       475-EDIT-ONE-CAUSE.
           MOVE LINE-CAUSE-WS (CAUSE-SUB-WS)
                TO VAR-CAUSE-OUT (CAUSE-SUB-WS)
           ADD  1 TO CAUSE-SUB-WS.

      *****************************************************
      *A COMPANY OR REPORT TOTAL - ITS LABEL LINE, THEN THE
      *FIGURES AND CAUSES. TOTALS ARE NOT FLAGGED - ONLY
      *DEPARTMENTS ARE.
      *****************************************************
       480-PRINT-TOTAL-LINES.
           WRITE PRINT-A-SINGLE-LINE FROM VAR-TOTAL-LABEL-SETUP
                 AFTER 2 LINES
           COMPUTE LINE-CHANGE-WS = LINE-CURRENT-WS - LINE-COMPARE-WS
           MOVE SPACES TO VAR-CO-OUT
           MOVE SPACES TO VAR-DEPT-OUT
           PERFORM  470-EDIT-FIGURES
           MOVE SPACES TO VAR-FLAG-OUT
           WRITE PRINT-A-SINGLE-LINE FROM VAR-DEPT-LINE-SETUP
                 AFTER 1 LINE
           WRITE PRINT-A-SINGLE-LINE FROM VAR-CAUSE-LINE-SETUP
                 AFTER 1 LINE.

      *****************************************************
      *REFUSES THE RUN - THE REASON GOES TO THE CONSOLE AND
      *ON THE REPORT IN PLACE OF THE FIGURES
      *****************************************************
       800-REFUSE-VARIANCE.
           DISPLAY 'DEPRVARIANCE: RUN REFUSED - ' REFUSE-MESSAGE-WS
           MOVE SPACES             TO VAR-HDR-PERIOD-OUT
           MOVE SPACES             TO VAR-HDR-BASIS-OUT
           MOVE SPACES             TO VAR-HDR-CMP-PERIOD-OUT
           WRITE PRINT-A-SINGLE-LINE FROM VAR-HEADER-LINE-SETUP
                 AFTER 1 LINE
           MOVE 'RUN REFUSED - '   TO VAR-MESSAGE-OUT
           MOVE REFUSE-MESSAGE-WS  TO VAR-MESSAGE-OUT (15:46)
           MOVE SPACES             TO VAR-MESSAGE-PERIOD-OUT
           WRITE PRINT-A-SINGLE-LINE FROM VAR-MESSAGE-LINE-SETUP
                 AFTER 2 LINES
           CLOSE VAR-REPORT-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       900-CLOSE.
           MOVE FLAG-COUNT-WS TO VAR-FLAG-COUNT-OUT
           WRITE PRINT-A-SINGLE-LINE FROM VAR-COUNT-LINE-SETUP
                 AFTER 2 LINES
           CLOSE VAR-REPORT-FILE.
