           05  FILLER              PICTURE X(8)    VALUE 'ASSET ID'.
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05  FILLER              PICTURE X(4)    VALUE 'NAME'.
           05  FILLER              PICTURE X(13)   VALUE SPACES.
           05  FILLER              PICTURE X(9)    VALUE
                                      'BOOK DEPR'.
           05  FILLER              PICTURE X(11)   VALUE SPACES.
           05  FILLER              PICTURE X(8)    VALUE 'TAX DEPR'.
           05  FILLER              PICTURE X(8)    VALUE SPACES.
           05  FILLER              PICTURE X(11)   VALUE
                                      'TIMING DIFF'.

           05  FILLER              PICTURE X(5)    VALUE SPACES.
           05  TAXR-NAME-OUT       PICTURE X(10).
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05  TAXR-BOOK-OUT       PICTURE $$$$,$$$,$$9.99.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05  TAXR-TAX-OUT        PICTURE $$$$,$$$,$$9.99.
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05  TAXR-DIFF-OUT       PICTURE $$$$,$$$,$$9.99-.
           05  FILLER              PICTURE X(54)   VALUE SPACES.

      *****************************************************
      *DEPARTMENT SUBTOTAL AND COMPANY TOTAL LINES -
                                      'DEPARTMENT '.
           05  TAXR-SUB-DEPT-OUT   PICTURE X(4).
           05                      PICTURE X(6)    VALUE ' BOOK '.
           05  TAXR-SUB-BOOK-OUT   PICTURE $$$,$$$,$$$,$$9.99.
           05                      PICTURE X(5)    VALUE ' TAX '.
           05  TAXR-SUB-TAX-OUT    PICTURE $$$,$$$,$$$,$$9.99.
           05                      PICTURE X(6)    VALUE ' DIFF '.
           05  TAXR-SUB-DIFF-OUT   PICTURE $$$,$$$,$$$,$$9.99-.
           05  FILLER              PICTURE X(43)   VALUE SPACES.

       01  TAX-TOTAL-LINE-SETUP.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(16)   VALUE
                                      'COMPANY TOTAL   '.
           05                      PICTURE X(6)    VALUE ' BOOK '.
           05  TAXR-TOT-BOOK-OUT   PICTURE $$$,$$$,$$$,$$9.99.
           05                      PICTURE X(5)    VALUE ' TAX '.
           05  TAXR-TOT-TAX-OUT    PICTURE $$$,$$$,$$$,$$9.99.
           05                      PICTURE X(6)    VALUE ' DIFF '.
           05  TAXR-TOT-DIFF-OUT   PICTURE $$$,$$$,$$$,$$9.99-.
           05  FILLER              PICTURE X(43)   VALUE SPACES.
