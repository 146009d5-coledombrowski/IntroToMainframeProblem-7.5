      *EACH SITE. ASSETS RETIRED IN PRIOR YEARS LEFT THEIR
      *SITES LONG AGO AND ARE EXCLUDED.
      *
      *THE VINTAGE IS THE YEAR OF THE ASSET'S IN-SERVICE
      *DATE. AN OLDER MASTER RECORD WITH NO DATE ON FILE
      *FALLS BACK TO DERIVING IT FROM THE BOOKS - THE RUN
      *YEAR LESS THE YEARS OF LIFE ALREADY USED.
      *
      *THE MASTER IS SCANNED ONCE PER LOCATION SO THE
      *REPORT COMES OUT GROUPED BY SITE - LOCATIONS NUMBER
      *IN THE DOZENS, SO THE EXTRA PASSES COST NOTHING.
      *
      *RETURN CODES
      *   0  CLEAN RUN
      *  12  FILE ERROR OR TABLE FULL - RUN ABENDED
      *****************************************************

       ENVIRONMENT DIVISION.
           05  EOF-ASSET-WS            PICTURE X(3)     VALUE 'NO'.
           05  ASSET-FILE-STATUS-WS    PICTURE XX       VALUE '00'.

           05  NET-BOOK-VALUE-WS       PICTURE S9(9)V99 VALUE ZERO.
           05  VINTAGE-WS              PICTURE 9(4)     VALUE ZERO.
           05  LIFE-USED-WS            PICTURE 99       VALUE ZERO.
           05  STATUS-TEXT-WS          PICTURE X(12)    VALUE SPACES.
      *LOCATION SUBTOTALS AND THE COMPANY-WIDE TOTALS
      *****************************************************
           05  LOC-COUNT-WS            PICTURE 9(5)     VALUE ZERO.
           05  LOC-COST-WS             PICTURE S9(11)V99 VALUE ZERO.
           05  LOC-ACCUM-WS            PICTURE S9(11)V99 VALUE ZERO.
           05  LOC-NBV-WS              PICTURE S9(11)V99 VALUE ZERO.
           05  LOC-DISP-COUNT-WS       PICTURE 9(5)     VALUE ZERO.
           05  TOTAL-COUNT-WS          PICTURE 9(5)     VALUE ZERO.
           05  TOTAL-COST-WS           PICTURE S9(11)V99 VALUE ZERO.
           05  TOTAL-ACCUM-WS          PICTURE S9(11)V99 VALUE ZERO.
           05  TOTAL-NBV-WS            PICTURE S9(11)V99 VALUE ZERO.
           05  TOTAL-DISP-COUNT-WS     PICTURE 9(5)     VALUE ZERO.

      *****************************************************
      *FIXED-WIDTH EDITED FIELDS FOR THE DELIMITED FILE
      *****************************************************
           05  CSV-COST-WS             PICTURE -9(9).99.
           05  CSV-ACCUM-WS            PICTURE -9(9).99.
           05  CSV-NBV-WS              PICTURE -9(9).99.

           05  HOLD-DATE-WS.
               10 YEAR-WS       PIC 9999.
           05                      PICTURE X(4)    VALUE 'NAME'.
           05  FILLER              PICTURE X(8)    VALUE SPACES.
           05                      PICTURE X(2)    VALUE 'CO'.
           05  FILLER              PICTURE X(12)   VALUE SPACES.
           05                      PICTURE X(4)    VALUE 'COST'.
           05  FILLER              PICTURE X(9)    VALUE SPACES.
           05                      PICTURE X(10)   VALUE
                                      'ACCUM DEPR'.
           05  FILLER              PICTURE X(7)    VALUE SPACES.
           05                      PICTURE X(8)    VALUE 'NET BOOK'.
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05                      PICTURE X(7)    VALUE 'VINTAGE'.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  VAL-CO-OUT          PICTURE X(2).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  VAL-COST-OUT        PICTURE $$$$,$$$,$$9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  VAL-ACCUM-OUT       PICTURE $$$$,$$$,$$9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  VAL-NBV-OUT         PICTURE $$$$,$$$,$$9.99.
           05  FILLER              PICTURE X(5)    VALUE SPACES.
           05  VAL-VINTAGE-OUT     PICTURE 9(4).
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05  VAL-STATUS-OUT      PICTURE X(12).
           05  FILLER              PICTURE X(40)   VALUE SPACES.

       01  VAL-SUBTOTAL-LINE-SETUP.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(8)    VALUE ' ASSETS '.
           05  VAL-SUB-COUNT-OUT   PICTURE ZZ,ZZ9.
           05                      PICTURE X(6)    VALUE ' COST '.
           05  VAL-SUB-COST-OUT    PICTURE $$$,$$$,$$$,$$9.99.
           05                      PICTURE X(7)    VALUE ' ACCUM '.
           05  VAL-SUB-ACCUM-OUT   PICTURE $$$,$$$,$$$,$$9.99.
           05                      PICTURE X(5)    VALUE ' NBV '.
           05  VAL-SUB-NBV-OUT     PICTURE $$$,$$$,$$$,$$9.99.
           05                      PICTURE X(15)   VALUE
                                      ' DISP THIS YR '.
           05  VAL-SUB-DISP-OUT    PICTURE ZZ,ZZ9.
           05  FILLER              PICTURE X(6)    VALUE SPACES.

       01  VAL-TOTAL-LINE-SETUP.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(8)    VALUE ' ASSETS '.
           05  VAL-TOT-COUNT-OUT   PICTURE ZZ,ZZ9.
           05                      PICTURE X(6)    VALUE ' COST '.
           05  VAL-TOT-COST-OUT    PICTURE $$$,$$$,$$$,$$9.99.
           05                      PICTURE X(7)    VALUE ' ACCUM '.
           05  VAL-TOT-ACCUM-OUT   PICTURE $$$,$$$,$$$,$$9.99.
           05                      PICTURE X(5)    VALUE ' NBV '.
           05  VAL-TOT-NBV-OUT     PICTURE $$$,$$$,$$$,$$9.99.
           05                      PICTURE X(15)   VALUE
                                      ' DISP THIS YR '.
           05  VAL-TOT-DISP-OUT    PICTURE ZZ,ZZ9.
           05  FILLER              PICTURE X(2)    VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAINLINE.
           IF ASSET-FILE-STATUS-WS NOT = '00'
               DISPLAY 'ASSETVAL: ASSET MASTER OPEN '
                       'FAILED - STATUS ' ASSET-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           IF LOC-FOUND-WS = 'NO'
               IF LOC-TABLE-COUNT-WS >= 200
                   DISPLAY 'ASSETVAL: LOCATION TABLE FULL'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD  1 TO LOC-TABLE-COUNT-WS
       420-WRITE-ASSET-LINES.
           COMPUTE NET-BOOK-VALUE-WS = PRICE-IN - ACCUM-DEPR-IN
      *****************************************************
      *THE VINTAGE IS THE IN-SERVICE YEAR. WITH NO DATE ON
      *FILE IT IS THE RUN YEAR LESS THE YEARS OF LIFE
      *ALREADY USED - THE CLOSEST THE BOOKS COME TO AN
      *ACQUISITION YEAR
      *****************************************************
           IF IN-SERVICE-DATE-IN IS NUMERIC
              AND IN-SERVICE-DATE-IN NOT = ZERO
               DIVIDE IN-SERVICE-DATE-IN BY 100 GIVING VINTAGE-WS
           ELSE
               IF REMAINING-LIFE-IN = ZERO
                   MOVE USEFUL-LIFE-IN TO LIFE-USED-WS
               ELSE
                   COMPUTE LIFE-USED-WS =
                           USEFUL-LIFE-IN - REMAINING-LIFE-IN
               END-IF
               COMPUTE VINTAGE-WS = YEAR-OUT - LIFE-USED-WS
           END-IF

           MOVE ASSET-ID-IN        TO VAL-ASSET-ID-OUT
           MOVE NAME-IN            TO VAL-NAME-OUT
