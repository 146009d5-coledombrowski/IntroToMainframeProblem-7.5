           05  FILLER              PICTURE X       VALUE SPACE.
           05  NAME-OUT            PICTURE X(10).
           05  FILLER              PICTURE X(5)    VALUE SPACE.
           05  PRICE-OUT           PICTURE $$$$,$$$,$$9.99.
           05  FILLER              PICTURE X(5)    VALUE SPACE.
           05  SALVAGE-OUT         PICTURE $$$$,$$$,$$9.99.
           05  FILLER              PICTURE X(5)    VALUE SPACE.
           05  USEFUL-LIFE-OUT     PICTURE Z9.
           05  FILLER              PICTURE X(5)    VALUE SPACE.
           05  YEARLY-DEPR-OUT     PICTURE $$$$,$$$,$$9.99.
           05  FILLER              PICTURE X(33)   VALUE SPACE.

      *****************************************************
      *DEPARTMENT CONTROL-BREAK SUBTOTAL LINE - PRINTED
           05  SUBTOTAL-DEPT-OUT   PICTURE X(4).
           05                      PICTURE X(11)   VALUE
                                      ' SUBTOTAL '.
           05  SUBTOTAL-DEPR-OUT   PICTURE $$$,$$$,$$$,$$9.99.
           05  FILLER              PICTURE X(80)   VALUE SPACES.

      *****************************************************
      *COMPANY SUBTOTAL LINE - ONE PER LEGAL ENTITY AT END
           05  SUBTOTAL-CO-OUT     PICTURE X(2).
           05                      PICTURE X(13)   VALUE
                                      ' POSTED     '.
           05  SUBTOTAL-CO-AMT-OUT PICTURE $$$,$$$,$$$,$$9.99.
           05  FILLER              PICTURE X(86)   VALUE SPACES.

      *****************************************************
      *IMPAIRMENT CHARGE LINE - PRINTED DIRECTLY UNDER THE
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(22)   VALUE
                                      '  IMPAIRMENT CHARGE   '.
           05  IMPAIR-AMT-OUT      PICTURE $$$$,$$$,$$9.99.
           05  FILLER              PICTURE X(94)   VALUE SPACES.

      *****************************************************
      *TRANSFER SPLIT LINE - PRINTED DIRECTLY UNDER THE
           05  XFER-MONTH-OUT      PICTURE Z9.
           05                      PICTURE X(12)   VALUE
                                      ' OLD DEPT '.
           05  XFER-OLD-AMT-OUT    PICTURE $$$$,$$$,$$9.99.
           05                      PICTURE X(12)   VALUE
                                      ' NEW DEPT '.
           05  XFER-NEW-AMT-OUT    PICTURE $$$$,$$$,$$9.99.
           05  FILLER              PICTURE X(46)   VALUE SPACES.

      *****************************************************
      *TRANSFER CHARGE LINE - PRINTED WITH A DEPARTMENT'S
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(34)   VALUE
                 '  INCLUDES PRE-TRANSFER CHARGES OF'.
           05  XFER-SUB-AMT-OUT    PICTURE $$$,$$$,$$$,$$9.99.
           05  FILLER              PICTURE X(79)   VALUE SPACES.

      *****************************************************
      *AMORTIZATION SCHEDULE HEADING AND DETAIL LINES -
           05  SCHED-YEAR-OUT      PICTURE Z9.
           05  FILLER              PICTURE X(8)    VALUE SPACES.
           05  SCHED-YEARLY-DEPR-OUT
                                   PICTURE $$$$,$$$,$$9.99.
           05  FILLER              PICTURE X(8)    VALUE SPACES.
           05  SCHED-ACCUM-DEPR-OUT
                                   PICTURE $$$$,$$$,$$9.99.
           05  FILLER              PICTURE X(6)    VALUE SPACES.
           05  SCHED-BOOK-VALUE-OUT
                                   PICTURE $$$$,$$$,$$9.99.
           05  FILLER              PICTURE X(5)    VALUE SPACES.

      *****************************************************
           05  FILLER              PICTURE X(4)    VALUE 'NAME'.
           05  FILLER              PICTURE X(7)    VALUE SPACES.
           05  FILLER              PICTURE X(8)    VALUE 'PROCEEDS'.
           05  FILLER              PICTURE X(8)    VALUE SPACES.
           05  FILLER              PICTURE X(10)   VALUE 'BOOK VALUE'.
           05  FILLER              PICTURE X(8)    VALUE SPACES.
           05  FILLER              PICTURE X(9)    VALUE 'GAIN/LOSS'.
           05  FILLER              PICTURE X(10)   VALUE SPACES.

           05  FILLER              PICTURE X(5)    VALUE SPACES.
           05  DISP-NAME-OUT       PICTURE X(10).
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05  DISP-PROCEEDS-OUT   PICTURE $$$$,$$$,$$9.99.
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05  DISP-BOOK-VALUE-OUT PICTURE $$$$,$$$,$$9.99.
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05  DISP-GAIN-LOSS-OUT  PICTURE $$$$,$$$,$$9.99-.
           05  FILLER              PICTURE X(10)   VALUE SPACES.
