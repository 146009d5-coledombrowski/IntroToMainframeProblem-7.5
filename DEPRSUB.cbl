      *    'S' OR SPACE  STRAIGHT-LINE
      *    'D'           DOUBLE-DECLINING-BALANCE
      *    'Y'           SUM-OF-THE-YEARS-DIGITS
      *
      *CONVENTION-IN IS THE BOOK'S AVERAGING CONVENTION,
      *WHICH DECIDES HOW MUCH OF THE FIRST AND LAST
      *CALENDAR YEARS THE ASSET IS TREATED AS HELD -
      *    'F' OR SPACE  FULL-YEAR - A WHOLE YEAR IN, AND
      *                  THE MONTHS HELD ON THE WAY OUT
      *    'H'           HALF-YEAR - HALF A YEAR EACH END
      *    'M'           MID-MONTH - PLACED IN SERVICE AND
      *                  DISPOSED OF AT MID-MONTH
      *    'Q'           MID-QUARTER - PLACED IN SERVICE AND
      *                  DISPOSED OF AT MID-QUARTER
      *
      *IN-SERVICE-MONTH-IN (1-12) IS THE MONTH THE ASSET
      *WENT INTO SERVICE. ZERO MEANS THE SCHEDULE IS NOT
      *FIRST-YEAR AVERAGED - AN OLDER ASSET WITH NO DATE ON
      *FILE, OR A REVISED SCHEDULE ALREADY UNDER WAY - AND
      *YEAR 1 TAKES A FULL YEAR. WHEN THE FIRST YEAR IS
      *ONLY PARTLY HELD, EACH CALENDAR YEAR STRADDLES TWO
      *YEARS OF THE SCHEDULE: THE TAIL OF THE PRIOR YEAR'S
      *AMOUNT RUNS UNTIL THE ANNIVERSARY POINT AND THE
      *CURRENT YEAR'S AMOUNT AFTER IT. THE SCHEDULE
      *THEREFORE RUNS ONE CALENDAR YEAR PAST
      *USEFUL-LIFE-IN, AND YEAR USEFUL-LIFE-IN + 1 TAKES
      *THE UNUSED PART OF THE FIRST YEAR. DOUBLE-DECLINING
      *BALANCE WORKS FROM BOOK VALUE, SO ONLY ITS FIRST
      *YEAR IS CUT BACK.
      *
      *DISPOSAL-MONTH-IN (1-12) IS THE LAST MONTH HELD FOR
      *AN ASSET DISPOSED OF THIS YEAR, ZERO OTHERWISE. THE
      *YEAR'S CHARGE IS CUT TO THE PART OF THE YEAR THE
      *CONVENTION SAYS THE ASSET WAS HELD.
      *****************************************************

       ENVIRONMENT DIVISION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  CALC-VARIABLES.
           05  BOOK-VALUE-WS       PICTURE S9(9)V99 VALUE ZERO.
           05  DDB-RATE-WS         PICTURE S9V9(4)  VALUE ZERO.
           05  DDB-DEPR-WS         PICTURE S9(9)V99 VALUE ZERO.
           05  SYD-TOTAL-WS        PICTURE 9(4)     VALUE ZERO.
           05  SYD-REMAIN-WS       PICTURE 99       VALUE ZERO.

      *****************************************************
      *WORKING STORAGE FOR THE AVERAGING CONVENTIONS -
      *FIRST-FRAC-WS IS THE PART OF THE IN-SERVICE YEAR
      *THE ASSET IS TREATED AS HELD, OPEN-FRAC-WS THE PART
      *OF EACH LATER CALENDAR YEAR STILL RUNNING ON THE
      *PRIOR SCHEDULE YEAR'S AMOUNT, AND HELD-FRAC-WS THE
      *PART OF THIS CALENDAR YEAR THE ASSET WAS HELD AT ALL
      *****************************************************
           05  FIRST-FRAC-WS       PICTURE S9V9(6)  VALUE ZERO.
           05  OPEN-FRAC-WS        PICTURE S9V9(6)  VALUE ZERO.
           05  HELD-FRAC-WS        PICTURE S9V9(6)  VALUE ZERO.
           05  PRIOR-PART-WS       PICTURE S9V9(6)  VALUE ZERO.
           05  CURRENT-PART-WS     PICTURE S9V9(6)  VALUE ZERO.
           05  QUARTER-WS          PICTURE 9        VALUE ZERO.
           05  HALF-MONTHS-WS      PICTURE S99      VALUE ZERO.
           05  SCHED-YEAR-WS       PICTURE 99       VALUE ZERO.
           05  SCHED-AMOUNT-WS     PICTURE S9(9)V99 VALUE ZERO.
           05  PRIOR-AMOUNT-WS     PICTURE S9(9)V99 VALUE ZERO.
           05  CURRENT-AMOUNT-WS   PICTURE S9(9)V99 VALUE ZERO.

       LINKAGE SECTION.
       01   PRICE-IN            PICTURE S9(9)V99.
       01   SALVAGE-IN          PICTURE S9(9)V99.
       01   USEFUL-LIFE-IN      PICTURE 99.
       01   METHOD-IN           PICTURE X.
       01   YEAR-NUM-WS         PICTURE 99.
       01   ACCUM-DEPR-WS       PICTURE S9(9)V99.
       01   YEARLY-DEPR-WS      PICTURE S9(9)V99.
       01   CONVENTION-IN       PICTURE X.
       01   IN-SERVICE-MONTH-IN PICTURE 99.
       01   DISPOSAL-MONTH-IN   PICTURE 99.

       PROCEDURE DIVISION USING PRICE-IN, SALVAGE-IN, USEFUL-LIFE-IN,
                                METHOD-IN, YEAR-NUM-WS, ACCUM-DEPR-WS,
                                YEARLY-DEPR-WS, CONVENTION-IN,
                                IN-SERVICE-MONTH-IN, DISPOSAL-MONTH-IN.

       100-MAINLINE.
           PERFORM 200-SET-CONVENTION-FRACTIONS

           EVALUATE METHOD-IN
               WHEN 'D'
                   PERFORM 400-DOUBLE-DECLINING-BALANCE
               WHEN OTHER
                   PERFORM 600-BLEND-SCHEDULE-YEARS
           END-EVALUATE.

           EXIT PROGRAM.

      *****************************************************
      *WORKS OUT THE FIRST-YEAR AND DISPOSAL-YEAR FRACTIONS
      *FOR THE BOOK'S CONVENTION. MID-MONTH COUNTS THE
      *IN-SERVICE MONTH AND THE DISPOSAL MONTH AS HALF A
      *MONTH EACH; MID-QUARTER DOES THE SAME WITH THE
      *QUARTER THE MONTH FALLS IN. THE FRACTIONS ARE
      *COUNTED IN HALF-MONTHS OUT OF THE 24 IN A YEAR.
      *****************************************************
       200-SET-CONVENTION-FRACTIONS.
           MOVE 1 TO FIRST-FRAC-WS
           IF IN-SERVICE-MONTH-IN > ZERO
               EVALUATE CONVENTION-IN
                   WHEN 'H'
                       MOVE .5 TO FIRST-FRAC-WS
                   WHEN 'M'
                       COMPUTE HALF-MONTHS-WS =
                               25 - 2 * IN-SERVICE-MONTH-IN
                       COMPUTE FIRST-FRAC-WS ROUNDED =
                               HALF-MONTHS-WS / 24
                   WHEN 'Q'
                       COMPUTE QUARTER-WS =
                               (IN-SERVICE-MONTH-IN + 2) / 3
                       COMPUTE HALF-MONTHS-WS = 27 - 6 * QUARTER-WS
                       COMPUTE FIRST-FRAC-WS ROUNDED =
                               HALF-MONTHS-WS / 24
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           COMPUTE OPEN-FRAC-WS = 1 - FIRST-FRAC-WS

           MOVE 1 TO HELD-FRAC-WS
           IF DISPOSAL-MONTH-IN > ZERO
               EVALUATE CONVENTION-IN
                   WHEN 'H'
                       MOVE .5 TO HELD-FRAC-WS
                   WHEN 'M'
                       COMPUTE HALF-MONTHS-WS =
                               2 * DISPOSAL-MONTH-IN - 1
                       COMPUTE HELD-FRAC-WS ROUNDED =
                               HALF-MONTHS-WS / 24
                   WHEN 'Q'
                       COMPUTE QUARTER-WS =
                               (DISPOSAL-MONTH-IN + 2) / 3
                       COMPUTE HALF-MONTHS-WS = 6 * QUARTER-WS - 3
                       COMPUTE HELD-FRAC-WS ROUNDED =
                               HALF-MONTHS-WS / 24
                   WHEN OTHER
                       COMPUTE HELD-FRAC-WS ROUNDED =
                               DISPOSAL-MONTH-IN / 12
               END-EVALUATE
           END-IF

      *****************************************************
      *OF THE PART OF THE YEAR HELD, THE STRETCH UP TO THE
      *ANNIVERSARY POINT RUNS ON THE PRIOR SCHEDULE YEAR'S
      *AMOUNT AND ANYTHING AFTER IT ON THE CURRENT YEAR'S
      *****************************************************
           IF HELD-FRAC-WS < OPEN-FRAC-WS
               MOVE HELD-FRAC-WS TO PRIOR-PART-WS
               MOVE ZERO         TO CURRENT-PART-WS
           ELSE
               MOVE OPEN-FRAC-WS TO PRIOR-PART-WS
               COMPUTE CURRENT-PART-WS =
                       HELD-FRAC-WS - OPEN-FRAC-WS
           END-IF.

       300-STRAIGHT-LINE.
           IF SCHED-YEAR-WS < 1 OR SCHED-YEAR-WS > USEFUL-LIFE-IN
               MOVE ZERO TO SCHED-AMOUNT-WS
           ELSE
               COMPUTE SCHED-AMOUNT-WS ROUNDED =
                       (PRICE-IN - SALVAGE-IN) / USEFUL-LIFE-IN
           END-IF.

      *****************************************************
      *DOUBLE-DECLINING BALANCE CHARGES ITS RATE AGAINST
      *WHATEVER BOOK VALUE IS LEFT, SO A SHORT FIRST YEAR
      *SIMPLY LEAVES MORE BOOK VALUE FOR THE YEARS AFTER
      *IT - ONLY YEAR 1 IS CUT TO THE CONVENTION, AND A
      *DISPOSAL YEAR TO THE PART OF THE YEAR HELD
      *****************************************************
       400-DOUBLE-DECLINING-BALANCE.
           COMPUTE BOOK-VALUE-WS = PRICE-IN - ACCUM-DEPR-WS
           COMPUTE DDB-RATE-WS ROUNDED = 2 / USEFUL-LIFE-IN
               MOVE ZERO TO DDB-DEPR-WS
           END-IF

           IF YEAR-NUM-WS = 1
               COMPUTE YEARLY-DEPR-WS ROUNDED =
                       DDB-DEPR-WS * CURRENT-PART-WS
           ELSE
               COMPUTE YEARLY-DEPR-WS ROUNDED =
                       DDB-DEPR-WS * HELD-FRAC-WS
           END-IF.

       500-SUM-OF-YEARS-DIGITS.
           IF SCHED-YEAR-WS < 1 OR SCHED-YEAR-WS > USEFUL-LIFE-IN
               MOVE ZERO TO SCHED-AMOUNT-WS
           ELSE
               COMPUTE SYD-TOTAL-WS =
                       USEFUL-LIFE-IN * (USEFUL-LIFE-IN + 1) / 2
               COMPUTE SYD-REMAIN-WS =
                       USEFUL-LIFE-IN - SCHED-YEAR-WS + 1

               COMPUTE SCHED-AMOUNT-WS ROUNDED =
                       (PRICE-IN - SALVAGE-IN) * SYD-REMAIN-WS
                       / SYD-TOTAL-WS
           END-IF.

      *****************************************************
      *STRAIGHT-LINE AND SUM-OF-THE-YEARS-DIGITS - THE
      *CALENDAR YEAR'S CHARGE IS THE PRIOR SCHEDULE YEAR'S
      *AMOUNT FOR THE STRETCH BEFORE THE ANNIVERSARY POINT
      *PLUS THE CURRENT YEAR'S AMOUNT AFTER IT. WITH NO
      *FIRST-YEAR AVERAGING THE PRIOR PART IS ZERO AND
      *THIS IS THE CLASSIC ONE-AMOUNT-PER-YEAR SCHEDULE.
      *****************************************************
       600-BLEND-SCHEDULE-YEARS.
           COMPUTE SCHED-YEAR-WS = YEAR-NUM-WS - 1
           PERFORM 610-AMOUNT-FOR-SCHEDULE-YEAR
           MOVE SCHED-AMOUNT-WS TO PRIOR-AMOUNT-WS

           MOVE YEAR-NUM-WS TO SCHED-YEAR-WS
           PERFORM 610-AMOUNT-FOR-SCHEDULE-YEAR
           MOVE SCHED-AMOUNT-WS TO CURRENT-AMOUNT-WS

           COMPUTE YEARLY-DEPR-WS ROUNDED =
                   PRIOR-AMOUNT-WS * PRIOR-PART-WS
                   + CURRENT-AMOUNT-WS * CURRENT-PART-WS.

       610-AMOUNT-FOR-SCHEDULE-YEAR.
           IF METHOD-IN = 'Y'
               PERFORM 500-SUM-OF-YEARS-DIGITS
           ELSE
               PERFORM 300-STRAIGHT-LINE
           END-IF.
