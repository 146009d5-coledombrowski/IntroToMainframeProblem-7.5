                                   PICTURE X(4).
           05  SUSP-REASON-TEXT-OUT
                                   PICTURE X(30).
           05  SUSP-TRAN-IMAGE-OUT PICTURE X(100).
