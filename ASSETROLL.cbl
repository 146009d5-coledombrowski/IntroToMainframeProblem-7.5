      *SAME EIGHT COLUMNS: BEGINNING, ADDITIONS (OR
      *DEPRECIATION EXPENSE ON THE ACCUM LINE), TRANSFERS
      *IN, TRANSFERS OUT, DISPOSALS, ADJUSTMENTS (OR
      *IMPAIRMENTS), COMPUTED ENDING AND ACTUAL ENDING. A
      *LINE WHOSE COMPUTED ENDING DOES NOT TIE IS FLAGGED
      *'**' AFTER THE LAST COLUMN.
      *
      *RETURN CODES
      *   0  CLEAN RUN
      *   8  REFUSED - ROLLPARM CARD MISSING OR INVALID, SNAPSHOT
      *                EMPTY OR FOR ANOTHER YEAR, OR THE
      *                ROLLFORWARD DOES NOT TIE
      *  12  FILE ERROR OR TABLE FULL - RUN ABENDED
      *****************************************************

       ENVIRONMENT DIVISION.
       01  SNAPSHOT-RECORD.
           05  SNAP-ASSET-ID-OUT   PICTURE X(6).
           05  SNAP-DEPT-OUT       PICTURE X(4).
           05  SNAP-COST-OUT       PICTURE S9(9)V99.
           05  SNAP-ACCUM-OUT      PICTURE S9(9)V99.
           05  SNAP-YEAR-OUT       PICTURE 9(4).
           05  FILLER              PICTURE X(44).

      *****************************************************
      *IMPAIRMENT HISTORY WRITTEN BY ASSETMAINT - READ HERE
       01  IMPAIR-HISTORY-RECORD.
           05  HIST-ASSET-ID-IN    PICTURE X(6).
           05  HIST-DATE-IN        PICTURE 9(6).
           05  HIST-AMOUNT-IN      PICTURE S9(9)V99.
           05  HIST-PRIOR-BV-IN    PICTURE S9(9)V99.
           05  HIST-NEW-BV-IN      PICTURE S9(9)V99.
           05  FILLER              PICTURE X(35).

      *****************************************************
      *RUN-CONTROL CARD - MODE 'S' OR 'R' PLUS THE AUDIT
                                       INDEXED BY SNP-IDX-WS.
                   15  SNP-ID-WS       PICTURE X(6).
                   15  SNP-DEPT-WS     PICTURE X(4).
                   15  SNP-COST-WS     PICTURE S9(9)V99.
                   15  SNP-ACCUM-WS    PICTURE S9(9)V99.
                   15  SNP-MATCHED-WS  PICTURE X.
           05  SNP-FOUND-WS            PICTURE X(3)     VALUE 'NO'.
           05  SNP-HOLD-SUB-WS         PICTURE 9(4)     VALUE ZERO.
               10  IMP-ENTRY-WS        OCCURS 500 TIMES
                                       INDEXED BY IMP-IDX-WS.
                   15  IMP-ID-WS       PICTURE X(6).
                   15  IMP-AMT-WS      PICTURE S9(9)V99.
           05  IMP-FOUND-WS            PICTURE X(3)     VALUE 'NO'.
           05  IMP-YEAR-WS             PICTURE 9(4)     VALUE ZERO.
           05  IMP-MONTH-WS            PICTURE 99       VALUE ZERO.
           05  IMP-ASSET-AMT-WS        PICTURE S9(9)V99 VALUE ZERO.

      *****************************************************
      *THE ROLLFORWARD PROPER - ONE ROW PER DEPARTMENT,
           05  ROLL-YEAR-OUT       PICTURE 9999.

       01  ROLL-COLUMN-LINE-SETUP.
           05  FILLER              PICTURE X(9)    VALUE 'DEPT     '.
           05                      PICTURE X(15)   VALUE
                                     '      BEGINNING'.
           05                      PICTURE X(15)   VALUE
                                     '      ADDS/DEPR'.
           05                      PICTURE X(15)   VALUE
                                     '       XFERS IN'.
           05                      PICTURE X(15)   VALUE
                                     '      XFERS OUT'.
           05                      PICTURE X(15)   VALUE
                                     '      DISPOSALS'.
           05                      PICTURE X(15)   VALUE
                                     '     ADJ/IMPAIR'.
           05                      PICTURE X(15)   VALUE
                                     '   END COMPUTED'.
           05                      PICTURE X(15)   VALUE
                                     '     END ACTUAL'.
           05  FILLER              PICTURE X(3)    VALUE SPACES.

       01  ROLL-DETAIL-LINE-SETUP.
           05  ROLL-DEPT-OUT       PICTURE X(4).
           05  FILLER              PICTURE X       VALUE SPACE.
           05  ROLL-LABEL-OUT      PICTURE X(4).
           05  ROLL-BEG-OUT        PICTURE ZZZ,ZZZ,ZZ9.99-.
           05  ROLL-ADD-OUT        PICTURE ZZZ,ZZZ,ZZ9.99-.
           05  ROLL-XIN-OUT        PICTURE ZZZ,ZZZ,ZZ9.99-.
           05  ROLL-XOUT-OUT       PICTURE ZZZ,ZZZ,ZZ9.99-.
           05  ROLL-DISP-OUT       PICTURE ZZZ,ZZZ,ZZ9.99-.
           05  ROLL-ADJ-OUT        PICTURE ZZZ,ZZZ,ZZ9.99-.
           05  ROLL-COMP-OUT       PICTURE ZZZ,ZZZ,ZZ9.99-.
           05  ROLL-END-OUT        PICTURE ZZZ,ZZZ,ZZ9.99-.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  ROLL-STATUS-OUT     PICTURE XX.

       01  ROLL-MESSAGE-LINE-SETUP.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  ROLL-MESSAGE-OUT    PICTURE X(60).
           05  ROLL-MSG-AMT-OUT    PICTURE $$$$,$$$,$$9.99-.
           05  FILLER              PICTURE X(55)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAINLINE.
           IF ASSET-FILE-STATUS-WS NOT = '00'
               DISPLAY 'ASSETROLL: ASSET MASTER OPEN '
                       'FAILED - STATUS ' ASSET-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           IF SNAP-FILE-STATUS-WS NOT = '00'
               DISPLAY 'ASSETROLL: SNAPSHOT OPEN FAILED - '
                       'STATUS ' SNAP-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM  225-LOAD-ONE-SNAPSHOT UNTIL EOF-SNAP-WS = 'YES'
               NOT AT END
                   IF SNP-TABLE-COUNT-WS >= 1000
                       DISPLAY 'ASSETROLL: SNAPSHOT TABLE FULL'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD  1 TO SNP-TABLE-COUNT-WS
               IF IMP-FILE-STATUS-WS NOT = '00'
                   DISPLAY 'ASSETROLL: IMPAIRMENT HISTORY OPEN '
                           'FAILED - STATUS ' IMP-FILE-STATUS-WS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM  235-LOAD-ONE-IMPAIRMENT
           IF IMP-FOUND-WS = 'NO'
               IF IMP-TABLE-COUNT-WS >= 500
                   DISPLAY 'ASSETROLL: IMPAIRMENT TABLE FULL'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD  1 TO IMP-TABLE-COUNT-WS
           IF ROLL-FOUND-WS = 'NO'
               IF ROLL-COUNT-WS >= 100
                   DISPLAY 'ASSETROLL: DEPARTMENT TABLE FULL'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD  1 TO ROLL-COUNT-WS

      *****************************************************
      *ONE COST LINE AND ONE ACCUM LINE PER DEPARTMENT.
      *EITHER SIDE FAILING TO TIE FLAGS ITS LINE '**' IN
      *THE LAST COLUMN AND FAILS THE RUN.
      *****************************************************
       710-PRINT-ONE-DEPT.
           COMPUTE COMP-C-END-WS =
           MOVE COMP-C-END-WS                TO ROLL-COMP-OUT
           MOVE ROLL-C-END-WS  (ROLL-SUB-WS) TO ROLL-END-OUT
           IF COMP-C-END-WS = ROLL-C-END-WS (ROLL-SUB-WS)
               MOVE SPACES TO ROLL-STATUS-OUT
           ELSE
               MOVE '**'   TO ROLL-STATUS-OUT
               MOVE 'YES' TO ROLL-FAILED-WS
           END-IF
           MOVE ROLL-DETAIL-LINE-SETUP TO PRINT-A-SINGLE-LINE
           MOVE COMP-A-END-WS                TO ROLL-COMP-OUT
           MOVE ROLL-A-END-WS  (ROLL-SUB-WS) TO ROLL-END-OUT
           IF COMP-A-END-WS = ROLL-A-END-WS (ROLL-SUB-WS)
               MOVE SPACES TO ROLL-STATUS-OUT
           ELSE
               MOVE '**'   TO ROLL-STATUS-OUT
               MOVE 'YES' TO ROLL-FAILED-WS
           END-IF
           MOVE ROLL-DETAIL-LINE-SETUP TO PRINT-A-SINGLE-LINE
           MOVE TOT-C-COMP-WS TO ROLL-COMP-OUT
           MOVE TOT-C-END-WS  TO ROLL-END-OUT
           IF TOT-C-COMP-WS = TOT-C-END-WS
               MOVE SPACES TO ROLL-STATUS-OUT
           ELSE
               MOVE '**'   TO ROLL-STATUS-OUT
               MOVE 'YES' TO ROLL-FAILED-WS
           END-IF
           MOVE ROLL-DETAIL-LINE-SETUP TO PRINT-A-SINGLE-LINE
           MOVE TOT-A-COMP-WS TO ROLL-COMP-OUT
           MOVE TOT-A-END-WS  TO ROLL-END-OUT
           IF TOT-A-COMP-WS = TOT-A-END-WS
               MOVE SPACES TO ROLL-STATUS-OUT
           ELSE
               MOVE '**'   TO ROLL-STATUS-OUT
               MOVE 'YES' TO ROLL-FAILED-WS
           END-IF
           MOVE ROLL-DETAIL-LINE-SETUP TO PRINT-A-SINGLE-LINE
