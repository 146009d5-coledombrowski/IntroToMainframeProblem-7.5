       IDENTIFICATION DIVISION.
       PROGRAM-ID. APPRAGING.
       AUTHOR. COLE DOMBROWSKI.

      *****************************************************
      *APPRAGING PRINTS THE AGING OF THE DUAL-CONTROL
      *APPROVAL QUEUE APPRPEND.DAT ON APPRAGING.DOC. IT
      *RUNS WITH THE NIGHTLY STREAM AFTER ASSETEDIT, SO THE
      *QUEUE IT SEES IS WHAT IS STILL WAITING AFTER TODAY'S
      *RELEASES AND TODAY'S NEW HOLDS.
      *
      *EVERY ITEM IS LISTED IN QUEUE ORDER WITH ITS AGE IN
      *DAYS SINCE ASSETEDIT HELD IT. ITEMS STILL WAITING
      *FOR AN APPROVER ARE TOTALLED INTO AGE BANDS; ITEMS
      *ALREADY APPROVED OR REJECTED (WAITING ONLY FOR THE
      *NEXT ASSETEDIT TO RELEASE OR DROP THEM) ARE SHOWN
      *WITH THE APPROVER AND TOTALLED SEPARATELY.
      *
      *ANY ITEM WAITING MORE THAN 30 DAYS ENDS THE RUN WITH
      *RETURN CODE 4 SO THE STREAM FLAGS IT.
      *
      *RETURN CODES
      *   0  CLEAN RUN
      *   4  WARNING - AN ITEM HAS WAITED OVER 30 DAYS
      *  12  FILE ERROR OR TABLE FULL - RUN ABENDED
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT APPROVAL-PENDING-FILE ASSIGN TO 'APPRPEND.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PEND-FILE-STATUS-WS.

            SELECT AGING-REPORT-FILE ASSIGN TO 'APPRAGING.DOC'
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  APPROVAL-PENDING-FILE RECORDING MODE IS F.
       COPY APPRPEND.CPY.

       FD  AGING-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-A-SINGLE-LINE         PICTURE X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-PEND-WS             PICTURE X(3)  VALUE 'NO'.
           05  PEND-FILE-STATUS-WS     PICTURE XX    VALUE '00'.

           05  ITEM-COUNT-WS           PICTURE 9(5)  VALUE ZERO.
           05  OVERDUE-COUNT-WS        PICTURE 9(5)  VALUE ZERO.
           05  APPROVED-COUNT-WS       PICTURE 9(5)  VALUE ZERO.
           05  APPROVED-AMOUNT-WS      PICTURE S9(11)V99 VALUE ZERO.
           05  REJECTED-COUNT-WS       PICTURE 9(5)  VALUE ZERO.
           05  REJECTED-AMOUNT-WS      PICTURE S9(11)V99 VALUE ZERO.
           05  WAITING-COUNT-WS        PICTURE 9(5)  VALUE ZERO.
           05  WAITING-AMOUNT-WS       PICTURE S9(11)V99 VALUE ZERO.

      *****************************************************
      *AGE BANDS FOR ITEMS STILL WAITING - THE UPPER DAY
      *COUNT OF EACH BAND, THE LAST BAND TAKING EVERYTHING
      *OLDER
      *****************************************************
           05  BAND-LIMIT-VALUES.
               10                      PICTURE 9(5)  VALUE 5.
               10                      PICTURE 9(5)  VALUE 15.
               10                      PICTURE 9(5)  VALUE 30.
               10                      PICTURE 9(5)  VALUE 99999.
           05  BAND-LIMIT-TABLE REDEFINES BAND-LIMIT-VALUES.
               10  BAND-LIMIT-WS       PICTURE 9(5)  OCCURS 4 TIMES.
           05  BAND-LABEL-VALUES.
               10                      PICTURE X(30) VALUE
                                          'WAITING  0 -  5 DAYS'.
               10                      PICTURE X(30) VALUE
                                          'WAITING  6 - 15 DAYS'.
               10                      PICTURE X(30) VALUE
                                          'WAITING 16 - 30 DAYS'.
               10                      PICTURE X(30) VALUE
                                          'WAITING OVER 30 DAYS'.
           05  BAND-LABEL-TABLE REDEFINES BAND-LABEL-VALUES.
               10  BAND-LABEL-WS       PICTURE X(30) OCCURS 4 TIMES.
           05  BAND-TOTALS-WS.
               10  BAND-ENTRY-WS       OCCURS 4 TIMES.
                   15  BAND-COUNT-WS   PICTURE 9(5).
                   15  BAND-AMOUNT-WS  PICTURE S9(11)V99.
           05  BAND-SUB-WS             PICTURE 9     VALUE ZERO.

      *****************************************************
      *DAY NUMBERS FOR THE AGE - DAYS SINCE A FIXED ORIGIN,
      *COUNTING LEAP DAYS, SO TWO DATES SUBTRACT ACROSS
      *MONTH AND YEAR ENDS. A LEAP DAY IS COUNTED ONLY ONCE
      *FEBRUARY IS OVER, SO JANUARY AND FEBRUARY COUNT THE
      *LEAP YEARS UP TO THE YEAR BEFORE.
      *****************************************************
           05  DAYS-BEFORE-VALUES      PICTURE X(36) VALUE
               '000031059090120151181212243273304334'.
           05  DAYS-BEFORE-TABLE REDEFINES DAYS-BEFORE-VALUES.
               10  DAYS-BEFORE-WS      PICTURE 9(3)  OCCURS 12 TIMES.
           05  DN-DATE-WS              PICTURE 9(8)  VALUE ZERO.
           05  DN-DATE-PARTS-WS REDEFINES DN-DATE-WS.
               10  DN-YEAR-WS          PICTURE 9(4).
               10  DN-MONTH-WS         PICTURE 99.
               10  DN-DAY-WS           PICTURE 99.
           05  DN-LEAP-YEAR-WS         PICTURE 9(4)  VALUE ZERO.
           05  DN-BY-4-WS              PICTURE 9(4)  VALUE ZERO.
           05  DN-BY-100-WS            PICTURE 9(4)  VALUE ZERO.
           05  DN-BY-400-WS            PICTURE 9(4)  VALUE ZERO.
           05  DN-NUMBER-WS            PICTURE 9(7)  VALUE ZERO.
           05  TODAY-NUMBER-WS         PICTURE 9(7)  VALUE ZERO.
           05  AGE-DAYS-WS             PICTURE 9(5)  VALUE ZERO.

           05  HOLD-DATE-WS.
               10 YEAR-WS       PIC 9999.
               10 MONTH-WS      PIC 99.
               10 DAY-WS        PIC 99.
               10 HOUR-WS       PIC 99.
               10 MINUTE-WS     PIC 99.
               10 SECOND-WS     PIC 99.
           05  HOLD-DATE-PARTS-WS REDEFINES HOLD-DATE-WS.
               10 HOLD-YMD-WS   PIC 9(8).
               10 HOLD-HMS-WS   PIC 9(6).

       01  AGING-HEADER-LINE-SETUP.
           05                      PICTURE X       VALUE SPACES.
           05                      PICTURE X(10)   VALUE 'RUN DATE: '.
           05  AGING-HEADER-DATE-OUT.
               10  MONTH-OUT       PICTURE 99.
               10                  PICTURE X       VALUE '/'.
               10  DAY-OUT         PICTURE 99.
               10                  PICTURE X       VALUE '/'.
               10  YEAR-OUT        PICTURE 9999.
           05                      PICTURE X(4)    VALUE SPACES.
           05                      PICTURE X(30)   VALUE
                                      'APPROVAL QUEUE AGING'.
           05  FILLER              PICTURE X(77)   VALUE SPACES.

       01  AGING-COLUMN-LINE-SETUP.
           05                      PICTURE X(9)    VALUE ' ITEM'.
           05                      PICTURE X(3)    VALUE 'ST'.
           05                      PICTURE X(8)    VALUE 'ASSET'.
           05                      PICTURE X(3)    VALUE 'TR'.
           05                      PICTURE X(4)    VALUE 'CO'.
           05                      PICTURE X(8)    VALUE 'PERIOD'.
           05                      PICTURE X(12)   VALUE 'HELD'.
           05                      PICTURE X(7)    VALUE ' DAYS'.
           05                      PICTURE X(17)   VALUE
                                      '         AMOUNT'.
           05                      PICTURE X(16)   VALUE
                                      '         LIMIT'.
           05                      PICTURE X(10)   VALUE 'OPERATOR'.
           05                      PICTURE X(6)    VALUE 'STATUS'.
           05  FILLER              PICTURE X(29)   VALUE SPACES.

       01  AGING-DETAIL-LINE-SETUP.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  AGE-ITEM-OUT        PICTURE 9(6).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  AGE-STATUS-OUT      PICTURE X.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  AGE-ASSET-OUT       PICTURE X(6).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  AGE-TRAN-CODE-OUT   PICTURE X.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  AGE-COMPANY-OUT     PICTURE X(2).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  AGE-PERIOD-OUT      PICTURE 9(6).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  AGE-HELD-DATE-OUT.
               10  AGE-HELD-MONTH-OUT
                                   PICTURE 99.
               10                  PICTURE X       VALUE '/'.
               10  AGE-HELD-DAY-OUT
                                   PICTURE 99.
               10                  PICTURE X       VALUE '/'.
               10  AGE-HELD-YEAR-OUT
                                   PICTURE 9999.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  AGE-DAYS-OUT        PICTURE ZZZZ9.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  AGE-AMOUNT-OUT      PICTURE $$$,$$$,$$9.99-.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  AGE-LIMIT-OUT       PICTURE $$$,$$$,$$9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  AGE-OPERATOR-OUT    PICTURE X(8).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  AGE-NOTE-OUT        PICTURE X(30).
           05  FILLER              PICTURE X       VALUE SPACE.

       01  AGE-DECIDED-NOTE-SETUP.
           05  AGE-DECIDED-OUT     PICTURE X(8).
           05                      PICTURE X(4)    VALUE ' BY '.
           05  AGE-APPROVER-OUT    PICTURE X(8).
           05  FILLER              PICTURE X(10)   VALUE SPACES.

       01  AGING-BAND-LINE-SETUP.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  BAND-LABEL-OUT      PICTURE X(30).
           05  BAND-COUNT-OUT      PICTURE ZZ,ZZ9.
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05  BAND-AMOUNT-OUT     PICTURE $$$,$$$,$$$,$$9.99-.
           05  FILLER              PICTURE X(73)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM    200-OPEN
           PERFORM    300-AGE-ONE-ITEM UNTIL EOF-PEND-WS = 'YES'
           PERFORM    900-CLOSE
           STOP RUN.

       200-OPEN.
           MOVE FUNCTION CURRENT-DATE TO HOLD-DATE-WS
           MOVE HOLD-YMD-WS TO DN-DATE-WS
           PERFORM  700-COMPUTE-DAY-NUMBER
           MOVE DN-NUMBER-WS TO TODAY-NUMBER-WS
           INITIALIZE BAND-TOTALS-WS

           OPEN OUTPUT AGING-REPORT-FILE
           CALL "DEPRSUB2" USING YEAR-WS, MONTH-WS, DAY-WS,
                                 MONTH-OUT, DAY-OUT, YEAR-OUT
           MOVE AGING-HEADER-LINE-SETUP TO PRINT-A-SINGLE-LINE
           WRITE PRINT-A-SINGLE-LINE AFTER 1 LINE
           MOVE SPACES TO PRINT-A-SINGLE-LINE
           WRITE PRINT-A-SINGLE-LINE AFTER 1 LINE
           MOVE AGING-COLUMN-LINE-SETUP TO PRINT-A-SINGLE-LINE
           WRITE PRINT-A-SINGLE-LINE AFTER 1 LINE

      *****************************************************
      *NO QUEUE FILE YET (STATUS 35) MEANS NOTHING HAS EVER
      *BEEN HELD - AN EMPTY REPORT, NOT AN ERROR
      *****************************************************
           OPEN INPUT APPROVAL-PENDING-FILE
           IF PEND-FILE-STATUS-WS = '35'
               MOVE 'YES' TO EOF-PEND-WS
           ELSE
               IF PEND-FILE-STATUS-WS NOT = '00'
                   DISPLAY 'APPRAGING: APPROVAL QUEUE OPEN FAILED '
                           '- STATUS ' PEND-FILE-STATUS-WS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM  250-READ-ONE-ITEM
           END-IF.

       250-READ-ONE-ITEM.
           READ APPROVAL-PENDING-FILE
              AT END MOVE 'YES' TO EOF-PEND-WS
           END-READ.

      *****************************************************
      *AGES ONE QUEUE ITEM FROM THE DATE ASSETEDIT HELD IT.
      *A HELD DATE THAT IS NOT A REAL DATE AGES AS ZERO
      *RATHER THAN STOPPING THE REPORT.
      *****************************************************
       300-AGE-ONE-ITEM.
           ADD  1 TO ITEM-COUNT-WS
           MOVE ZERO TO AGE-DAYS-WS
           MOVE ZERO TO DN-DATE-WS
           MOVE SPACES TO AGE-NOTE-OUT
           IF PEND-QUEUED-DATE-IN IS NUMERIC
               MOVE PEND-QUEUED-DATE-IN TO DN-DATE-WS
               IF DN-MONTH-WS > ZERO AND DN-MONTH-WS < 13
                   PERFORM  700-COMPUTE-DAY-NUMBER
                   IF DN-NUMBER-WS < TODAY-NUMBER-WS
                       COMPUTE AGE-DAYS-WS =
                               TODAY-NUMBER-WS - DN-NUMBER-WS
                   END-IF
               END-IF
           END-IF

           EVALUATE TRUE
               WHEN PEND-APPROVED-IN
                   ADD  1 TO APPROVED-COUNT-WS
                   ADD  PEND-AMOUNT-IN TO APPROVED-AMOUNT-WS
                   MOVE 'APPROVED' TO AGE-DECIDED-OUT
                   MOVE PEND-APPROVER-IN TO AGE-APPROVER-OUT
                   MOVE AGE-DECIDED-NOTE-SETUP TO AGE-NOTE-OUT
               WHEN PEND-REJECTED-IN
                   ADD  1 TO REJECTED-COUNT-WS
                   ADD  PEND-AMOUNT-IN TO REJECTED-AMOUNT-WS
                   MOVE 'REJECTED' TO AGE-DECIDED-OUT
                   MOVE PEND-APPROVER-IN TO AGE-APPROVER-OUT
                   MOVE AGE-DECIDED-NOTE-SETUP TO AGE-NOTE-OUT
               WHEN OTHER
                   PERFORM  310-BAND-WAITING-ITEM
           END-EVALUATE

           PERFORM  350-PRINT-ITEM-LINE
           PERFORM  250-READ-ONE-ITEM.

       310-BAND-WAITING-ITEM.
           ADD  1 TO WAITING-COUNT-WS
           ADD  PEND-AMOUNT-IN TO WAITING-AMOUNT-WS
           MOVE 1 TO BAND-SUB-WS
           PERFORM  315-NEXT-BAND
                    UNTIL AGE-DAYS-WS NOT > BAND-LIMIT-WS (BAND-SUB-WS)
           ADD  1 TO BAND-COUNT-WS (BAND-SUB-WS)
           ADD  PEND-AMOUNT-IN TO BAND-AMOUNT-WS (BAND-SUB-WS)
           IF AGE-DAYS-WS > BAND-LIMIT-WS (3)
               ADD  1 TO OVERDUE-COUNT-WS
               MOVE 'OVERDUE FOR APPROVAL' TO AGE-NOTE-OUT
           END-IF.

       315-NEXT-BAND.
           ADD  1 TO BAND-SUB-WS.

       350-PRINT-ITEM-LINE.
           MOVE PEND-ITEM-IN      TO AGE-ITEM-OUT
           MOVE PEND-STATUS-IN    TO AGE-STATUS-OUT
           MOVE PEND-ASSET-ID-IN  TO AGE-ASSET-OUT
           MOVE PEND-TRAN-CODE-IN TO AGE-TRAN-CODE-OUT
           MOVE PEND-COMPANY-IN   TO AGE-COMPANY-OUT
           MOVE PEND-PERIOD-IN    TO AGE-PERIOD-OUT
           MOVE DN-MONTH-WS       TO AGE-HELD-MONTH-OUT
           MOVE DN-DAY-WS         TO AGE-HELD-DAY-OUT
           MOVE DN-YEAR-WS        TO AGE-HELD-YEAR-OUT
           MOVE AGE-DAYS-WS       TO AGE-DAYS-OUT
           MOVE PEND-AMOUNT-IN    TO AGE-AMOUNT-OUT
           MOVE PEND-LIMIT-IN     TO AGE-LIMIT-OUT
           MOVE PEND-OPERATOR-IN  TO AGE-OPERATOR-OUT
           MOVE AGING-DETAIL-LINE-SETUP TO PRINT-A-SINGLE-LINE
           WRITE PRINT-A-SINGLE-LINE AFTER 1 LINE.

      *****************************************************
      *TURNS THE YYYYMMDD DATE IN DN-DATE-WS INTO A DAY
      *NUMBER IN DN-NUMBER-WS. EACH QUOTIENT IS TAKEN ON
      *ITS OWN SO IT TRUNCATES TO WHOLE YEARS.
      *****************************************************
       700-COMPUTE-DAY-NUMBER.
           MOVE DN-YEAR-WS TO DN-LEAP-YEAR-WS
           IF DN-MONTH-WS < 3
               SUBTRACT 1 FROM DN-LEAP-YEAR-WS
           END-IF
           DIVIDE DN-LEAP-YEAR-WS BY 4   GIVING DN-BY-4-WS
           DIVIDE DN-LEAP-YEAR-WS BY 100 GIVING DN-BY-100-WS
           DIVIDE DN-LEAP-YEAR-WS BY 400 GIVING DN-BY-400-WS
           MULTIPLY DN-YEAR-WS BY 365 GIVING DN-NUMBER-WS
           ADD  DN-BY-4-WS DN-BY-400-WS DN-DAY-WS
                DAYS-BEFORE-WS (DN-MONTH-WS) TO DN-NUMBER-WS
           SUBTRACT DN-BY-100-WS FROM DN-NUMBER-WS.

       900-CLOSE.
           MOVE SPACES TO PRINT-A-SINGLE-LINE
           WRITE PRINT-A-SINGLE-LINE AFTER 1 LINE
           MOVE 1 TO BAND-SUB-WS
           PERFORM  910-PRINT-ONE-BAND UNTIL BAND-SUB-WS > 4

           MOVE 'TOTAL WAITING FOR APPROVAL' TO BAND-LABEL-OUT
           MOVE WAITING-COUNT-WS    TO BAND-COUNT-OUT
           MOVE WAITING-AMOUNT-WS   TO BAND-AMOUNT-OUT
           PERFORM  920-WRITE-BAND-LINE
           MOVE SPACES TO PRINT-A-SINGLE-LINE
           WRITE PRINT-A-SINGLE-LINE AFTER 1 LINE

           MOVE 'APPROVED, AWAITING RELEASE' TO BAND-LABEL-OUT
           MOVE APPROVED-COUNT-WS   TO BAND-COUNT-OUT
           MOVE APPROVED-AMOUNT-WS  TO BAND-AMOUNT-OUT
           PERFORM  920-WRITE-BAND-LINE
           MOVE 'REJECTED, AWAITING DROP' TO BAND-LABEL-OUT
           MOVE REJECTED-COUNT-WS   TO BAND-COUNT-OUT
           MOVE REJECTED-AMOUNT-WS  TO BAND-AMOUNT-OUT
           PERFORM  920-WRITE-BAND-LINE

           IF PEND-FILE-STATUS-WS NOT = '35'
               CLOSE APPROVAL-PENDING-FILE
           END-IF
           CLOSE AGING-REPORT-FILE

           IF OVERDUE-COUNT-WS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       910-PRINT-ONE-BAND.
           MOVE BAND-LABEL-WS (BAND-SUB-WS)  TO BAND-LABEL-OUT
           MOVE BAND-COUNT-WS (BAND-SUB-WS)  TO BAND-COUNT-OUT
           MOVE BAND-AMOUNT-WS (BAND-SUB-WS) TO BAND-AMOUNT-OUT
           PERFORM  920-WRITE-BAND-LINE
           ADD  1 TO BAND-SUB-WS.

       920-WRITE-BAND-LINE.
           MOVE AGING-BAND-LINE-SETUP TO PRINT-A-SINGLE-LINE
           WRITE PRINT-A-SINGLE-LINE AFTER 1 LINE.
