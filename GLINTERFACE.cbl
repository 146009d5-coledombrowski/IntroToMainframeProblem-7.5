      *    A REPORT-ONLY DEPRECIATION RUN.
      *ANY REFUSAL ENDS WITH RETURN CODE 8 AND NOTHING
      *WRITTEN, SO THE JOURNAL LOAD STEP WILL NOT RUN.
      *
      *RETURN CODES
      *   0  CLEAN RUN
      *   8  REFUSED - PICKUP REFUSED
      *  12  FILE ERROR OR TABLE FULL - RUN ABENDED
      *****************************************************

       ENVIRONMENT DIVISION.
      *****************************************************
           05  JRNL-COUNT-WS           PICTURE 9(7)     VALUE ZERO.
           05  JRNL-HASH-WS            PICTURE 9(11)V99 VALUE ZERO.
           05  DEBIT-TOTAL-WS          PICTURE S9(11)V99 VALUE ZERO.
           05  CREDIT-TOTAL-WS         PICTURE S9(11)V99 VALUE ZERO.

           05  BATCH-NUMBER-WS         PICTURE 9(6)     VALUE ZERO.
           05  DRAFT-EXTRACT-WS        PICTURE X(3)     VALUE 'NO'.
       01  INTF-MESSAGE-LINE-SETUP.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  INTF-MESSAGE-OUT    PICTURE X(60).
           05  INTF-MSG-AMT-OUT    PICTURE $$$,$$$,$$$,$$9.99-.
           05  FILLER              PICTURE X(52)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAINLINE.
           IF GL-FILE-STATUS-WS NOT = '00'
               DISPLAY 'GLINTERFACE: GL EXTRACT OPEN FAILED - '
                       'STATUS ' GL-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM  250-READ-ONE-GL-RECORD.
           IF CTL-FILE-STATUS-WS NOT = '00'
               DISPLAY 'GLINTERFACE: CONTROL TOTALS OPEN FAILED - '
                       'STATUS ' CTL-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM  225-READ-ONE-CONTROL UNTIL EOF-CTL-WS = 'YES'
           IF GL-FILE-STATUS-WS NOT = '00'
               DISPLAY 'GLINTERFACE: GL EXTRACT REOPEN FAILED - '
                       'STATUS ' GL-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM  250-READ-ONE-GL-RECORD.
               MOVE GL-DRCR-OUT     TO JRNL-DRCR-OUT
               MOVE GL-AMOUNT-OUT   TO JRNL-AMOUNT-OUT
               MOVE 'FIXASSET'      TO JRNL-SOURCE-OUT
               MOVE ZERO            TO JRNL-REVERSES-OUT
               WRITE JOURNAL-RECORD

               ADD  1             TO JRNL-COUNT-WS
