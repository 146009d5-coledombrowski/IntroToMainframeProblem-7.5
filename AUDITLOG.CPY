           05  FILLER                  PICTURE X(3)   VALUE SPACES.
           05                          PICTURE X(14)  VALUE
                                          'TOTAL DEPR IS '.
           05  RUN-LOG-TOTAL-DEPR-OUT  PICTURE $$$,$$$,$$$,$$9.99.
           05  FILLER                  PICTURE X(3)   VALUE SPACES.
           05                          PICTURE X(7)   VALUE
                                          'PERIOD '.
           05  RUN-LOG-PERIOD-OUT      PICTURE 9(6).
           05  FILLER                  PICTURE X(5)   VALUE SPACES.

      *****************************************************
      *WARNING LINE WRITTEN AFTER THE RUN LINE WHEN THE
      *PERIOD WAS POSTED WITH DUAL-CONTROL APPROVALS FOR IT
      *STILL OUTSTANDING ON APPRPEND.DAT
      *****************************************************
       01  AUDIT-WARNING-LINE-SETUP.
           05  FILLER                  PICTURE X      VALUE SPACE.
           05  WARN-LOG-DATE-OUT.
               10  WARN-LOG-MONTH-OUT  PICTURE 99.
               10                      PICTURE X      VALUE '/'.
               10  WARN-LOG-DAY-OUT    PICTURE 99.
               10                      PICTURE X      VALUE '/'.
               10  WARN-LOG-YEAR-OUT   PICTURE 9999.
           05  FILLER                  PICTURE X      VALUE SPACE.
           05  WARN-LOG-TIME-OUT.
               10  WARN-LOG-HOUR-OUT   PICTURE 99.
               10                      PICTURE X      VALUE ':'.
               10  WARN-LOG-MINUTE-OUT PICTURE 99.
               10                      PICTURE X      VALUE ':'.
               10  WARN-LOG-SECOND-OUT PICTURE 99.
           05  FILLER                  PICTURE X(3)   VALUE SPACES.
           05                          PICTURE X(10)  VALUE
                                          'WARNING - '.
           05                          PICTURE X(18)  VALUE
                                          'APPROVALS PENDING '.
           05  WARN-LOG-APPR-COUNT-OUT PICTURE ZZ,ZZ9.
           05  FILLER                  PICTURE X(3)   VALUE SPACES.
           05                          PICTURE X(7)   VALUE
                                          'AMOUNT '.
           05  WARN-LOG-APPR-AMOUNT-OUT
                                       PICTURE $$$,$$$,$$$,$$9.99.
           05  FILLER                  PICTURE X(3)   VALUE SPACES.
           05                          PICTURE X(7)   VALUE
                                          'PERIOD '.
           05  WARN-LOG-PERIOD-OUT     PICTURE 9(6).
           05  FILLER                  PICTURE X(31)  VALUE SPACES.
