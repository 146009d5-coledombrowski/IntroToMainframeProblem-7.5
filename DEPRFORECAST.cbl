      *
      *PLANNED CAPEX COMES IN ON THE OPTIONAL PLANADDS.DAT
      *CARD FILE - DESCRIPTION, COST, IN-SERVICE YEAR,
      *METHOD, LIFE AND DEPARTMENT PER CARD, WITH AN
      *OPTIONAL IN-SERVICE MONTH AND CONVENTION - SO
      *BUDGETED ADDITIONS DEPRECIATE IN THE FORECAST FROM
      *THEIR IN-SERVICE YEAR. OPEN CONSTRUCTION-IN-PROGRESS
      *PROJECTS ON CIPPROJ.DAT ARE FORECAST THE SAME WAY,
      *FROM THEIR PLANNED IN-SERVICE MONTH AND TERMS, SO
      *WORK ALREADY UNDERWAY NEEDS NO PLANADDS CARD.
      *EXISTING ASSETS AND PLANNED
      *ONES ALIKE HONOR THEIR FIRST- AND LAST-YEAR
      *AVERAGING CONVENTION THE SAME WAY THE DEPRECIATION
      *RUN DOES.
      *
      *OUTPUT IS THE PRINTED MATRIX (DEPRFCST.DOC) AND A
      *MACHINE-READABLE FILE (DEPRFCST.DAT) - ONE RECORD
      *FORECAST ASSUMES THE MASTER IS CURRENT THROUGH THE
      *LAST COMPLETED DEPRECIATION RUN - THE FIRST COLUMN
      *IS THE FIRST YEAR NOT YET ROLLED FORWARD.
      *
      *RETURN CODES
      *   0  CLEAN RUN
      *   4  WARNING - A PLANNED ADD OR PROJECT WAS SKIPPED
      *   8  REFUSED - FORECAST CARD IS INVALID
      *  12  FILE ERROR OR TABLE FULL - RUN ABENDED
      *****************************************************

       ENVIRONMENT DIVISION.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PLAN-FILE-STATUS-WS.

            SELECT CIP-PROJECT-FILE ASSIGN TO 'CIPPROJ.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PROJ-FILE-STATUS-WS.

            SELECT FCST-PARM-FILE ASSIGN TO 'FCSTPARM.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PARM-FILE-STATUS-WS.
      *ITEM. A BLANK OR ZERO METHOD/LIFE IS NOT DEFAULTED
      *HERE THE WAY AN ASSET ADD IS - A BUDGET LINE WITH
      *NO LIFE CANNOT DEPRECIATE AND IS SKIPPED WITH A
      *REPORT LINE SO THE BUDGET ANALYST SEES IT. A BLANK
      *IN-SERVICE MONTH OR CONVENTION MEANS A FULL FIRST
      *YEAR.
      *****************************************************
       FD  PLAN-ADDS-FILE RECORDING MODE IS F.
       01  PLAN-ADD-RECORD.
           05  PLAN-DESC-IN        PICTURE X(10).
           05  PLAN-COST-IN        PICTURE S9(9)V99.
           05  PLAN-YEAR-IN        PICTURE 9(4).
           05  PLAN-METHOD-IN      PICTURE X.
           05  PLAN-LIFE-IN        PICTURE 99.
           05  PLAN-DEPT-IN        PICTURE X(4).
           05  PLAN-CONVENTION-IN  PICTURE X.
           05  PLAN-MONTH-IN       PICTURE 99.
           05  FILLER              PICTURE X(45).

      *****************************************************
      *CIP PROJECT MASTER - EACH OPEN PROJECT IS A PLANNED
      *ADDITION AT THE GREATER OF ITS BUDGET AND ITS SPEND,
      *LESS WHAT HAS ALREADY BEEN CAPITALIZED (THAT PART IS
      *ON THE ASSET MASTER AND FORECAST THERE)
      *****************************************************
       FD  CIP-PROJECT-FILE RECORDING MODE IS F.
       COPY CIPPROJ.CPY.

      *****************************************************
      *RUN-CONTROL CARD - NUMBER OF FORECAST YEARS AND THE
           05  EOF-PLAN-WS             PICTURE X(3)     VALUE 'NO'.
           05  ASSET-FILE-STATUS-WS    PICTURE XX       VALUE '00'.
           05  PLAN-FILE-STATUS-WS     PICTURE XX       VALUE '00'.
           05  EOF-PROJ-WS             PICTURE X(3)     VALUE 'NO'.
           05  PROJ-FILE-STATUS-WS     PICTURE XX       VALUE '00'.
           05  PARM-FILE-STATUS-WS     PICTURE XX       VALUE SPACES.

           05  FCST-YEARS-WS           PICTURE 99       VALUE 5.
      *ROLLED FORWARD IN STORAGE, ONE DEPRSUB CALL PER
      *FORECAST YEAR, WITHOUT EVER TOUCHING THE MASTER
      *****************************************************
           05  SIM-ACCUM-WS            PICTURE S9(9)V99 VALUE ZERO.
           05  SIM-YEAR-NUM-WS         PICTURE 99       VALUE ZERO.
           05  SIM-REMAINING-WS        PICTURE 99       VALUE ZERO.
           05  SIM-CHARGE-WS           PICTURE S9(9)V99 VALUE ZERO.
           05  SIM-CALL-ACCUM-WS       PICTURE S9(9)V99 VALUE ZERO.
           05  SIM-IMPAIRED-WS         PICTURE X        VALUE 'N'.

      *****************************************************
      *AVERAGING CONVENTION STATE FOR THE SIMULATION. AN
      *AVERAGED SCHEDULE (ANY CONVENTION BUT FULL-YEAR,
      *WITH AN IN-SERVICE MONTH) RUNS ONE EXTRA STUB YEAR
      *ONCE THE REMAINING LIFE REACHES ZERO.
      *****************************************************
           05  SIM-SERVICE-YEAR-WS     PICTURE 9(4)     VALUE ZERO.
           05  SIM-SERVICE-MONTH-WS    PICTURE 99       VALUE ZERO.
           05  SIM-DISP-MONTH-WS       PICTURE 99       VALUE ZERO.
           05  SIM-AVERAGED-WS         PICTURE X        VALUE 'N'.
           05  SIM-STUB-DUE-WS         PICTURE X        VALUE 'N'.

      *****************************************************
      *LOCAL FIELDS SIZED TO DEPRSUB'S LINKAGE FOR THE
      *PLANNED-ADDITION CALLS - A BUDGET CARD HAS NO
      *SALVAGE, SO THE WHOLE COST DEPRECIATES
      *****************************************************
           05  PLAN-CALC-COST-WS       PICTURE S9(9)V99 VALUE ZERO.
           05  PLAN-CALC-SALVAGE-WS    PICTURE S9(9)V99 VALUE ZERO.
           05  PLAN-CALC-LIFE-WS       PICTURE 99       VALUE ZERO.
           05  PLAN-CALC-METHOD-WS     PICTURE X        VALUE SPACE.
           05  PLAN-CALC-CONVENTION-WS PICTURE X        VALUE SPACE.
           05  PLAN-CALC-MONTH-WS      PICTURE 99       VALUE ZERO.
           05  PLAN-LAST-SCHED-WS      PICTURE 99       VALUE ZERO.
           05  PLAN-ROLL-YEAR-WS       PICTURE 9(4)     VALUE ZERO.
           05  PLAN-LAST-YEAR-WS       PICTURE 9(4)     VALUE ZERO.
           05  PLAN-COUNT-WS           PICTURE 9(5)     VALUE ZERO.
           05  PLAN-SKIP-COUNT-WS      PICTURE 9(5)     VALUE ZERO.

      *****************************************************
      *OPEN CIP PROJECTS FORECAST AS PLANNED ADDITIONS
      *****************************************************
           05  CIP-COST-WS             PICTURE S9(9)V99 VALUE ZERO.
           05  CIP-SERVICE-YEAR-WS     PICTURE 9(4)     VALUE ZERO.
           05  CIP-SERVICE-MONTH-WS    PICTURE 99       VALUE ZERO.
           05  CIP-COUNT-WS            PICTURE 9(5)     VALUE ZERO.
           05  CIP-SKIP-COUNT-WS       PICTURE 9(5)     VALUE ZERO.

           05  ASSET-COUNT-WS          PICTURE 9(5)     VALUE ZERO.

           05  HOLD-DATE-WS.
       01  FCST-COLUMN-LINE-SETUP.
           05  FCST-COL-DEPT-OUT   PICTURE X(5).
           05  FCST-COL-ENTRY-OUT  OCCURS 8 TIMES.
               10  FILLER          PICTURE X(11).
               10  FCST-COL-YEAR-OUT
                                   PICTURE X(4).
           05  FILLER              PICTURE X(7).

       01  FCST-DETAIL-LINE-SETUP.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  FCST-DET-DEPT-OUT   PICTURE X(4).
           05  FCST-DET-AMT-OUT    OCCURS 8 TIMES
                                   PICTURE ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PICTURE X(7)    VALUE SPACES.

       01  FCST-MESSAGE-LINE-SETUP.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  FCST-MESSAGE-OUT    PICTURE X(60).
           05  FCST-MSG-AMT-OUT    PICTURE $$$,$$$,$$$,$$9.99-.
           05  FILLER              PICTURE X(52)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM    200-OPEN
           PERFORM    300-FORECAST-ONE-ASSET UNTIL EOF-ASSET-WS = 'YES'
           PERFORM    400-PROCESS-PLANNED-ADDS
           PERFORM    450-PROCESS-CIP-PROJECTS
           PERFORM    700-PRINT-FORECAST
           PERFORM    900-CLOSE
           IF PLAN-SKIP-COUNT-WS > ZERO
              OR CIP-SKIP-COUNT-WS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       200-OPEN.
           IF ASSET-FILE-STATUS-WS NOT = '00'
               DISPLAY 'DEPRFORECAST: ASSET MASTER OPEN '
                       'FAILED - STATUS ' ASSET-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

                  OR FCST-YEARS-PARM < 1 OR FCST-YEARS-PARM > 8
                   DISPLAY 'DEPRFORECAST: YEAR COUNT '
                           FCST-YEARS-PARM ' IS NOT 1-8'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE FCST-YEARS-PARM TO FCST-YEARS-WS
               IF FCST-YEAR-PARM IS NOT NUMERIC
                   DISPLAY 'DEPRFORECAST: START YEAR '
                           FCST-YEAR-PARM ' IS NOT NUMERIC'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               ELSE
                   IF FCST-YEAR-PARM NOT = ZERO
               MOVE DEPT-IN TO FCST-WORK-DEPT-WS
               PERFORM  500-LOCATE-FCST-ENTRY

               MOVE ZERO TO SIM-SERVICE-MONTH-WS
               IF IN-SERVICE-DATE-IN IS NUMERIC
                   DIVIDE IN-SERVICE-DATE-IN BY 100
                          GIVING SIM-SERVICE-YEAR-WS
                          REMAINDER SIM-SERVICE-MONTH-WS
               END-IF
               IF SIM-SERVICE-MONTH-WS > 12
                   MOVE ZERO TO SIM-SERVICE-MONTH-WS
               END-IF
               IF NOT BOOK-FULL-YEAR-IN
                  AND SIM-SERVICE-MONTH-WS > ZERO
                   MOVE 'Y' TO SIM-AVERAGED-WS
               ELSE
                   MOVE 'N' TO SIM-AVERAGED-WS
               END-IF

      *****************************************************
      *A ZERO REMAINING LIFE WITH DEPRECIATION ALREADY
      *TAKEN ON AN AVERAGED SCHEDULE IS THE CLOSING STUB
      *YEAR STILL TO COME, THE SAME AS IN THE RUN
      *****************************************************
               MOVE ACCUM-DEPR-IN TO SIM-ACCUM-WS
               MOVE 'N' TO SIM-STUB-DUE-WS
               IF REMAINING-LIFE-IN = ZERO
                   IF SIM-AVERAGED-WS = 'Y'
                      AND ACCUM-DEPR-IN NOT = ZERO
                       MOVE ZERO TO SIM-REMAINING-WS
                       MOVE 'Y'  TO SIM-STUB-DUE-WS
                   ELSE
                       MOVE USEFUL-LIFE-IN TO SIM-REMAINING-WS
                   END-IF
               ELSE
                   MOVE REMAINING-LIFE-IN TO SIM-REMAINING-WS
               END-IF
      *DEPRECIATION RUN: AN IMPAIRED ASSET GOES STRAIGHT-
      *LINE OVER ITS REMAINING LIFE, EVERYTHING ELSE CALLS
      *DEPRSUB, AND NO CHARGE PUSHES THE BOOK PAST THE
      *DEPRECIABLE BASE. AN IMPAIRED ASSET'S STUB YEAR
      *TAKES WHATEVER BOOK VALUE IS LEFT.
      *****************************************************
       310-SIMULATE-ONE-YEAR.
           IF SIM-ACCUM-WS NOT < (PRICE-IN - SALVAGE-IN)
              OR (SIM-REMAINING-WS = ZERO AND SIM-STUB-DUE-WS = 'N')
               MOVE ZERO TO SIM-CHARGE-WS
           ELSE
               IF SIM-IMPAIRED-WS = 'Y'
                   IF SIM-REMAINING-WS = ZERO
                       COMPUTE SIM-CHARGE-WS =
                               PRICE-IN - SALVAGE-IN - SIM-ACCUM-WS
                   ELSE
                       COMPUTE SIM-CHARGE-WS ROUNDED =
                               (PRICE-IN - SALVAGE-IN - SIM-ACCUM-WS)
                               / SIM-REMAINING-WS
                   END-IF
               ELSE
                   MOVE SIM-ACCUM-WS TO SIM-CALL-ACCUM-WS
                   CALL "DEPRSUB" USING PRICE-IN, SALVAGE-IN,
                              USEFUL-LIFE-IN, METHOD-IN,
                              SIM-YEAR-NUM-WS, SIM-CALL-ACCUM-WS,
                              SIM-CHARGE-WS, BOOK-CONVENTION-IN,
                              SIM-SERVICE-MONTH-WS, SIM-DISP-MONTH-WS
               END-IF
               IF (SIM-ACCUM-WS + SIM-CHARGE-WS)
                  > (PRICE-IN - SALVAGE-IN)
           ADD  SIM-CHARGE-WS TO SIM-ACCUM-WS
           IF SIM-REMAINING-WS > ZERO
               SUBTRACT 1 FROM SIM-REMAINING-WS
               IF SIM-REMAINING-WS = ZERO AND SIM-AVERAGED-WS = 'Y'
                   MOVE 'Y' TO SIM-STUB-DUE-WS
               END-IF
           ELSE
               MOVE 'N' TO SIM-STUB-DUE-WS
           END-IF
           ADD  1 TO SIM-YEAR-NUM-WS
           ADD  1 TO YEAR-COL-WS.
               IF PLAN-FILE-STATUS-WS NOT = '00'
                   DISPLAY 'DEPRFORECAST: PLANNED ADDS OPEN '
                           'FAILED - STATUS ' PLAN-FILE-STATUS-WS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM  410-READ-ONE-PLANNED-ADD
               MOVE ZERO           TO PLAN-CALC-SALVAGE-WS
               MOVE PLAN-LIFE-IN   TO PLAN-CALC-LIFE-WS
               MOVE PLAN-METHOD-IN TO PLAN-CALC-METHOD-WS
               PERFORM  425-SET-PLAN-CONVENTION
               MOVE ZERO           TO SIM-ACCUM-WS
               MOVE 1              TO SIM-YEAR-NUM-WS
               MOVE PLAN-YEAR-IN   TO PLAN-ROLL-YEAR-WS
                       FCST-START-YEAR-WS + FCST-YEARS-WS - 1
               PERFORM  430-SIMULATE-ONE-PLAN-YEAR
                        UNTIL PLAN-ROLL-YEAR-WS > PLAN-LAST-YEAR-WS
                        OR SIM-YEAR-NUM-WS > PLAN-LAST-SCHED-WS
           END-IF
           PERFORM  410-READ-ONE-PLANNED-ADD.

      *****************************************************
      *A PLANNED ADDITION WITH AN IN-SERVICE MONTH AND A
      *PART-YEAR CONVENTION RUNS ONE EXTRA STUB YEAR; A
      *BAD OR MISSING MONTH OR CONVENTION MEANS FULL-YEAR
      *****************************************************
       425-SET-PLAN-CONVENTION.
           MOVE ZERO  TO PLAN-CALC-MONTH-WS
           MOVE SPACE TO PLAN-CALC-CONVENTION-WS
           IF PLAN-MONTH-IN IS NUMERIC
              AND PLAN-MONTH-IN NOT > 12
               MOVE PLAN-MONTH-IN TO PLAN-CALC-MONTH-WS
           END-IF
           IF PLAN-CONVENTION-IN = 'H' OR 'M' OR 'Q'
               MOVE PLAN-CONVENTION-IN TO PLAN-CALC-CONVENTION-WS
           END-IF
           PERFORM  427-SET-PLAN-SCHEDULE-END.

       427-SET-PLAN-SCHEDULE-END.
           MOVE PLAN-CALC-LIFE-WS TO PLAN-LAST-SCHED-WS
           IF PLAN-CALC-CONVENTION-WS NOT = SPACE
              AND PLAN-CALC-MONTH-WS > ZERO
               ADD 1 TO PLAN-LAST-SCHED-WS
           END-IF.

       430-SIMULATE-ONE-PLAN-YEAR.
           MOVE SIM-ACCUM-WS TO SIM-CALL-ACCUM-WS
           CALL "DEPRSUB" USING PLAN-CALC-COST-WS,
                      PLAN-CALC-SALVAGE-WS, PLAN-CALC-LIFE-WS,
                      PLAN-CALC-METHOD-WS, SIM-YEAR-NUM-WS,
                      SIM-CALL-ACCUM-WS, SIM-CHARGE-WS,
                      PLAN-CALC-CONVENTION-WS, PLAN-CALC-MONTH-WS,
                      SIM-DISP-MONTH-WS
           IF (SIM-ACCUM-WS + SIM-CHARGE-WS) > PLAN-CALC-COST-WS
               COMPUTE SIM-CHARGE-WS =
                       PLAN-CALC-COST-WS - SIM-ACCUM-WS
           ADD  1 TO SIM-YEAR-NUM-WS
           ADD  1 TO PLAN-ROLL-YEAR-WS.

      *****************************************************
      *OPEN CIP PROJECTS - EACH ONE IS A PLANNED ADDITION
      *IN ITS OWN DEPARTMENT FROM ITS PLANNED IN-SERVICE
      *MONTH. A PROJECT WHOSE PLANNED DATE HAS ALREADY
      *PASSED IS STILL NOT IN SERVICE, SO IT STARTS AT THE
      *FIRST FORECAST YEAR. NO PROJECT MASTER AT ALL IS A
      *VALID RUN.
      *****************************************************
       450-PROCESS-CIP-PROJECTS.
           OPEN INPUT CIP-PROJECT-FILE
           IF PROJ-FILE-STATUS-WS = '35'
               MOVE 'YES' TO EOF-PROJ-WS
           ELSE
               IF PROJ-FILE-STATUS-WS NOT = '00'
                   DISPLAY 'DEPRFORECAST: PROJECT MASTER OPEN '
                           'FAILED - STATUS ' PROJ-FILE-STATUS-WS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM  455-READ-ONE-CIP-PROJECT
               PERFORM  460-FORECAST-ONE-CIP-PROJECT
                        UNTIL EOF-PROJ-WS = 'YES'
               CLOSE CIP-PROJECT-FILE
           END-IF.

       455-READ-ONE-CIP-PROJECT.
           READ CIP-PROJECT-FILE
              AT END MOVE 'YES' TO EOF-PROJ-WS
           END-READ.

       460-FORECAST-ONE-CIP-PROJECT.
           IF CIP-OPEN-IN
               IF CIP-SPENT-IN > CIP-BUDGET-IN
                   COMPUTE CIP-COST-WS =
                           CIP-SPENT-IN - CIP-CAPITALIZED-IN
               ELSE
                   COMPUTE CIP-COST-WS =
                           CIP-BUDGET-IN - CIP-CAPITALIZED-IN
               END-IF
               IF CIP-COST-WS > ZERO
                   PERFORM  465-EDIT-CIP-PROJECT
               END-IF
           END-IF
           PERFORM  455-READ-ONE-CIP-PROJECT.

      *****************************************************
      *A PROJECT WITH NO PLANNED LIFE OR IN-SERVICE DATE
      *CANNOT DEPRECIATE AND IS SKIPPED WITH A REPORT LINE,
      *THE SAME AS A BAD PLANADDS CARD
      *****************************************************
       465-EDIT-CIP-PROJECT.
           MOVE ZERO TO CIP-SERVICE-MONTH-WS
           IF CIP-PLAN-SERVICE-IN IS NUMERIC
               DIVIDE CIP-PLAN-SERVICE-IN BY 100
                      GIVING CIP-SERVICE-YEAR-WS
                      REMAINDER CIP-SERVICE-MONTH-WS
           END-IF
           IF CIP-LIFE-IN IS NOT NUMERIC
              OR CIP-LIFE-IN = ZERO
              OR CIP-SERVICE-MONTH-WS < 1
              OR CIP-SERVICE-MONTH-WS > 12
               ADD  1 TO CIP-SKIP-COUNT-WS
               MOVE 'CIP PROJECT SKIPPED - NO PLANNED TERMS: '
                          TO FCST-MESSAGE-OUT
               MOVE CIP-PROJECT-IN TO FCST-MESSAGE-OUT (41:6)
               MOVE CIP-COST-WS TO FCST-MSG-AMT-OUT
               PERFORM  950-WRITE-MESSAGE-LINE
           ELSE
               MOVE CIP-COST-WS TO PLAN-CALC-COST-WS
               PERFORM  470-FORECAST-CIP-ADDITION
           END-IF.

       470-FORECAST-CIP-ADDITION.
           ADD  1 TO CIP-COUNT-WS
           MOVE CIP-DEPT-IN TO FCST-WORK-DEPT-WS
           PERFORM  500-LOCATE-FCST-ENTRY

           MOVE ZERO              TO PLAN-CALC-SALVAGE-WS
           MOVE CIP-LIFE-IN       TO PLAN-CALC-LIFE-WS
           MOVE CIP-METHOD-IN     TO PLAN-CALC-METHOD-WS
           IF CIP-SERVICE-YEAR-WS < FCST-START-YEAR-WS
               MOVE FCST-START-YEAR-WS TO CIP-SERVICE-YEAR-WS
               MOVE 1                  TO CIP-SERVICE-MONTH-WS
           END-IF
           MOVE CIP-SERVICE-MONTH-WS TO PLAN-CALC-MONTH-WS
           MOVE SPACE TO PLAN-CALC-CONVENTION-WS
           IF CIP-CONVENTION-IN = 'H' OR 'M' OR 'Q'
               MOVE CIP-CONVENTION-IN TO PLAN-CALC-CONVENTION-WS
           END-IF
           PERFORM  427-SET-PLAN-SCHEDULE-END
           MOVE ZERO              TO SIM-ACCUM-WS
           MOVE 1                 TO SIM-YEAR-NUM-WS
           MOVE CIP-SERVICE-YEAR-WS TO PLAN-ROLL-YEAR-WS
           COMPUTE PLAN-LAST-YEAR-WS =
                   FCST-START-YEAR-WS + FCST-YEARS-WS - 1
           PERFORM  430-SIMULATE-ONE-PLAN-YEAR
                    UNTIL PLAN-ROLL-YEAR-WS > PLAN-LAST-YEAR-WS
                    OR SIM-YEAR-NUM-WS > PLAN-LAST-SCHED-WS.

      *****************************************************
      *FINDS OR CREATES THE DEPARTMENT'S MATRIX ROW
      *****************************************************
           IF FCST-FOUND-WS = 'NO'
               IF FCST-DEPT-COUNT-WS >= 100
                   DISPLAY 'DEPRFORECAST: DEPARTMENT TABLE FULL'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD  1 TO FCST-DEPT-COUNT-WS
               MOVE PLAN-SKIP-COUNT-WS   TO FCST-MSG-AMT-OUT
               PERFORM  950-WRITE-MESSAGE-LINE
           END-IF
           MOVE 'CIP PROJECTS INCLUDED'  TO FCST-MESSAGE-OUT
           MOVE CIP-COUNT-WS             TO FCST-MSG-AMT-OUT
           PERFORM  950-WRITE-MESSAGE-LINE
           IF CIP-SKIP-COUNT-WS NOT = ZERO
               MOVE 'CIP PROJECTS SKIPPED - SEE LINES ABOVE'
                                         TO FCST-MESSAGE-OUT
               MOVE CIP-SKIP-COUNT-WS    TO FCST-MSG-AMT-OUT
               PERFORM  950-WRITE-MESSAGE-LINE
           END-IF

           CLOSE ASSET-INPUT-FILE FCST-REPORT-FILE
                 FCST-EXTRACT-FILE.
