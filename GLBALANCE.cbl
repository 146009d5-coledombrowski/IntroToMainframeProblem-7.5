      *THE TRAILER RECORD COUNT AND HASH TOTAL AGAINST THE
      *RECORDS AHEAD OF IT, AND COMPARES THE DEPARTMENT
      *AND GRAND TOTALS TO THE CONTROL FIGURES IN
      *DEPRCTL.DAT - WITH THE DEFERRED TAX ENTRY DEFERREDTAX
      *ADDS TO BOTH FILES ('X' CONTROL RECORDS) COUNTED ON
      *TOP OF THE DEPRECIATION RUN'S OWN FIGURES. ANY
      *DISAGREEMENT - INCLUDING A MISSING TRAILER, THE
      *SIGNATURE OF A TRUNCATED EXTRACT FROM AN ABENDED
      *RUN - ENDS THE JOB WITH RETURN CODE 8 SO THE GL
      *INTERFACE JOB WILL NOT RUN.
      *
      *RETURN CODES
      *   0  CLEAN RUN
      *   8  REFUSED - EXTRACT REJECTED - NOT RELEASED
      *  12  FILE ERROR OR TABLE FULL - RUN ABENDED
      *****************************************************

       ENVIRONMENT DIVISION.

           05  DETAIL-COUNT-WS         PICTURE 9(7)     VALUE ZERO.
           05  HASH-TOTAL-WS           PICTURE 9(11)V99 VALUE ZERO.
           05  DEBIT-TOTAL-WS          PICTURE S9(11)V99 VALUE ZERO.
           05  CREDIT-TOTAL-WS         PICTURE S9(11)V99 VALUE ZERO.
           05  TRAILER-COUNT-WS        PICTURE 9(7)     VALUE ZERO.
           05  TRAILER-HASH-WS         PICTURE 9(11)V99 VALUE ZERO.
           05  CONTROL-TOTAL-WS        PICTURE S9(11)V99 VALUE ZERO.
           05  CONTROL-TOTAL-SEEN-WS   PICTURE X(3)     VALUE 'NO'.
           05  DEFTAX-CONTROL-WS       PICTURE S9(11)V99 VALUE ZERO.
           05  DIFFERENCE-WS           PICTURE S9(11)V99 VALUE ZERO.

      *****************************************************
      *THE ACCOUNTING PERIOD THE EXTRACT POSTS TO - EVERY
                                       INDEXED BY RECON-IDX-WS.
                   15  RECON-DEPT-WS   PICTURE X(4).
                   15  RECON-EXTRACT-AMT-WS
                                       PICTURE S9(11)V99.
                   15  RECON-CONTROL-AMT-WS
                                       PICTURE S9(11)V99.
           05  RECON-FOUND-WS          PICTURE X(3)     VALUE 'NO'.
           05  RECON-WORK-DEPT-WS      PICTURE X(4)     VALUE SPACES.
           05  RECON-WORK-AMT-WS       PICTURE S9(11)V99 VALUE ZERO.
           05  RECON-WORK-SIDE-WS      PICTURE X        VALUE SPACE.

      *****************************************************
                                       INDEXED BY CREC-IDX-WS.
                   15  CREC-CO-WS      PICTURE X(2).
                   15  CREC-EXTRACT-AMT-WS
                                       PICTURE S9(11)V99.
                   15  CREC-CONTROL-AMT-WS
                                       PICTURE S9(11)V99.
           05  CREC-FOUND-WS           PICTURE X(3)     VALUE 'NO'.
           05  CREC-WORK-CO-WS         PICTURE X(2)     VALUE SPACES.

       01  RECON-HEADER-LINE-SETUP.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  FILLER              PICTURE X(4)    VALUE 'DEPT'.
           05  FILLER              PICTURE X(10)   VALUE SPACES.
           05  FILLER              PICTURE X(13)   VALUE
                                      'EXTRACT DEBIT'.
           05  FILLER              PICTURE X(9)    VALUE SPACES.
           05  FILLER              PICTURE X(13)   VALUE
                                      'CONTROL TOTAL'.
           05  FILLER              PICTURE X(9)    VALUE SPACES.
           05  FILLER              PICTURE X(10)   VALUE
                                      'DIFFERENCE'.
           05  FILLER              PICTURE X(9)    VALUE SPACES.
           05  FILLER              PICTURE X(6)    VALUE 'STATUS'.

       01  RECON-DETAIL-LINE-SETUP.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  RECON-DEPT-OUT      PICTURE X(4).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  RECON-EXTRACT-OUT   PICTURE $$$,$$$,$$$,$$9.99-.
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05  RECON-CONTROL-OUT   PICTURE $$$,$$$,$$$,$$9.99-.
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05  RECON-DIFF-OUT      PICTURE $$$,$$$,$$$,$$9.99-.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05  RECON-STATUS-OUT    PICTURE X(14).
           05  FILLER              PICTURE X(36)   VALUE SPACES.

       01  RECON-MESSAGE-LINE-SETUP.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  RECON-MESSAGE-OUT   PICTURE X(60).
           05  RECON-MSG-AMT-OUT   PICTURE $$$,$$$,$$$,$$9.99-.
           05  FILLER              PICTURE X(52)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAINLINE.
           IF GL-FILE-STATUS-WS NOT = '00'
               DISPLAY 'GLBALANCE: GL EXTRACT OPEN FAILED - '
                       'STATUS ' GL-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           IF RECON-FOUND-WS = 'NO'
               IF RECON-COUNT-WS >= 100
                   DISPLAY 'GLBALANCE: DEPARTMENT TABLE FULL'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD  1 TO RECON-COUNT-WS
           IF CREC-FOUND-WS = 'NO'
               IF CREC-COUNT-WS >= 10
                   DISPLAY 'GLBALANCE: COMPANY TABLE FULL'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD  1 TO CREC-COUNT-WS
           IF CTL-FILE-STATUS-WS NOT = '00'
               DISPLAY 'GLBALANCE: CONTROL TOTALS OPEN FAILED - '
                       'STATUS ' CTL-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM  450-READ-ONE-CONTROL UNTIL EOF-CTL-WS = 'YES'
                           MOVE 'YES' TO CONTROL-TOTAL-SEEN-WS
                       WHEN CTL-DRAFT-RECORD-OUT
                           MOVE 'YES' TO DRAFT-EXTRACT-WS
                       WHEN CTL-DEFTAX-RECORD-OUT
                           PERFORM  460-ADD-DEFTAX-CONTROL
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

      *****************************************************
      *THE DEFERRED TAX ENTRY'S DEBIT COUNTS TOWARD ITS
      *DEPARTMENT AND COMPANY LIKE ANY OTHER CONTROL
      *FIGURE, AND IS HELD APART FROM THE 'T' RECORD SO
      *THE GRAND TOTAL PROVES WHICHEVER ORDER THEY COME IN
      *****************************************************
       460-ADD-DEFTAX-CONTROL.
           MOVE CTL-DEPT-OUT    TO RECON-WORK-DEPT-WS
           MOVE CTL-AMOUNT-OUT  TO RECON-WORK-AMT-WS
           MOVE 'C'             TO RECON-WORK-SIDE-WS
           PERFORM  350-POST-TO-RECON-TABLE
           MOVE CTL-COMPANY-OUT TO CREC-WORK-CO-WS
           PERFORM  355-POST-TO-COMPANY-TABLE
           ADD  CTL-AMOUNT-OUT  TO DEFTAX-CONTROL-WS.

      *****************************************************
      *THE RECONCILIATION PROPER - DEPARTMENT BY
      *DEPARTMENT, THEN THE AGGREGATE CHECKS. ANY FAILURE
               MOVE 'YES' TO RECON-FAILED-WS
               PERFORM  600-WRITE-MESSAGE-LINE
           ELSE
               IF DEFTAX-CONTROL-WS NOT = ZERO
                   MOVE 'DEFERRED TAX ENTRY INCLUDED IN CONTROL - '
                              TO RECON-MESSAGE-OUT
                   MOVE DEFTAX-CONTROL-WS TO RECON-MSG-AMT-OUT
                   PERFORM  600-WRITE-MESSAGE-LINE
               END-IF
               COMPUTE DIFFERENCE-WS =
                       DEBIT-TOTAL-WS - CONTROL-TOTAL-WS
                       - DEFTAX-CONTROL-WS
               IF DIFFERENCE-WS = ZERO
                   MOVE 'EXTRACT AGREES WITH RUN GRAND TOTAL'
                              TO RECON-MESSAGE-OUT
           IF PRD-FOUND-WS = 'NO'
               IF PRD-TABLE-COUNT-WS >= 240
                   DISPLAY 'GLBALANCE: PERIOD TABLE FULL'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD  1 TO PRD-TABLE-COUNT-WS
               IF PERIOD-FILE-STATUS-WS NOT = '00'
                   DISPLAY 'GLBALANCE: PERIOD FILE OPEN FAILED - '
                           'STATUS ' PERIOD-FILE-STATUS-WS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM  720-LOAD-ONE-PERIOD
               NOT AT END
                   IF PRD-TABLE-COUNT-WS >= 240
                       DISPLAY 'GLBALANCE: PERIOD TABLE FULL'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD  1 TO PRD-TABLE-COUNT-WS
                          TO RECON-MESSAGE-OUT
               MOVE ZERO  TO RECON-MSG-AMT-OUT
               PERFORM  600-WRITE-MESSAGE-LINE
               MOVE SPACES            TO RELEASE-RECORD
               MOVE 'Y'               TO REL-FLAG-OUT
               MOVE EXTRACT-PERIOD-WS TO REL-PERIOD-OUT
               MOVE DETAIL-COUNT-WS   TO REL-COUNT-OUT
