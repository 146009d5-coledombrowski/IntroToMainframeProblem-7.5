      *COST CENTER. THE FIXED-ASSET ACCOUNTANT, THE
      *INSURANCE RENEWAL AND THE PROPERTY TAX FILING EACH
      *TAKE A DIFFERENT CUT OF THE SAME REGISTER.
      *
      *RETURN CODES
      *   0  CLEAN RUN
      *   8  REFUSED - SELECTION CARD IS INVALID
      *  12  FILE ERROR OR TABLE FULL - RUN ABENDED
      *****************************************************

       ENVIRONMENT DIVISION.
      *****************************************************
       FD  ARCHIVE-FILE RECORDING MODE IS F.
       01  ARCHIVE-RECORD.
           05  ARCH-ASSET-IMAGE    PICTURE X(180).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
                   15  RCO-CODE-WS     PICTURE X(2).
                   15  RCO-ASSET-COUNT-WS
                                       PICTURE 9(5).
                   15  RCO-COST-WS     PICTURE S9(11)V99.
                   15  RCO-ACCUM-WS    PICTURE S9(11)V99.
                   15  RCO-NBV-WS      PICTURE S9(11)V99.
           05  RCO-FOUND-WS            PICTURE X(3)     VALUE 'NO'.
           05  RCO-WORK-SUB-WS         PICTURE 9(2)     VALUE ZERO.

           05  NET-BOOK-VALUE-WS       PICTURE S9(9)V99 VALUE ZERO.

      *****************************************************
      *DEPARTMENT CONTROL BREAK AND COMPANY TOTALS - COST,
      *****************************************************
           05  FIRST-RECORD-WS         PICTURE X(3)     VALUE 'YES'.
           05  PREV-DEPT-WS            PICTURE X(4)     VALUE SPACES.
           05  DEPT-COST-WS            PICTURE S9(11)V99 VALUE ZERO.
           05  DEPT-ACCUM-WS           PICTURE S9(11)V99 VALUE ZERO.
           05  DEPT-NBV-WS             PICTURE S9(11)V99 VALUE ZERO.
           05  DEPT-COUNT-WS           PICTURE 9(5)     VALUE ZERO.
           05  TOTAL-COST-WS           PICTURE S9(11)V99 VALUE ZERO.
           05  TOTAL-ACCUM-WS          PICTURE S9(11)V99 VALUE ZERO.
           05  TOTAL-NBV-WS            PICTURE S9(11)V99 VALUE ZERO.
           05  TOTAL-COUNT-WS          PICTURE 9(5)     VALUE ZERO.

           05  HOLD-DATE-WS.
           05                      PICTURE X(8)    VALUE 'ASSET ID'.
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05                      PICTURE X(4)    VALUE 'NAME'.
           05  FILLER              PICTURE X(16)   VALUE SPACES.
           05                      PICTURE X(4)    VALUE 'COST'.
           05  FILLER              PICTURE X(10)   VALUE SPACES.
           05                      PICTURE X(10)   VALUE
                                      'ACCUM DEPR'.
           05  FILLER              PICTURE X(7)    VALUE SPACES.
           05                      PICTURE X(8)    VALUE 'NET BOOK'.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05                      PICTURE X(4)    VALUE 'METH'.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05  REG-NAME-OUT        PICTURE X(10).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  REG-COST-OUT        PICTURE $$$$,$$$,$$9.99.
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05  REG-ACCUM-OUT       PICTURE $$$$,$$$,$$9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  REG-NBV-OUT         PICTURE $$$$,$$$,$$9.99.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05  REG-METHOD-OUT      PICTURE X.
           05  FILLER              PICTURE X(7)    VALUE SPACES.
           05  REG-LIFE-OUT        PICTURE Z9.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05  REG-STATUS-OUT      PICTURE X(8).
           05  FILLER              PICTURE X(42)   VALUE SPACES.

       01  REGISTER-SUBTOTAL-LINE-SETUP.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(8)    VALUE ' ASSETS '.
           05  REG-SUB-COUNT-OUT   PICTURE ZZ,ZZ9.
           05                      PICTURE X(6)    VALUE ' COST '.
           05  REG-SUB-COST-OUT    PICTURE $$$,$$$,$$$,$$9.99.
           05                      PICTURE X(7)    VALUE ' ACCUM '.
           05  REG-SUB-ACCUM-OUT   PICTURE $$$,$$$,$$$,$$9.99.
           05                      PICTURE X(5)    VALUE ' NBV '.
           05  REG-SUB-NBV-OUT     PICTURE $$$,$$$,$$$,$$9.99.
           05  FILLER              PICTURE X(28)   VALUE SPACES.

       01  REGISTER-COMPANY-LINE-SETUP.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(6)    VALUE SPACES.
           05  REG-CO-COUNT-OUT    PICTURE ZZ,ZZ9.
           05                      PICTURE X(6)    VALUE ' COST '.
           05  REG-CO-COST-OUT     PICTURE $$$,$$$,$$$,$$9.99.
           05                      PICTURE X(7)    VALUE ' ACCUM '.
           05  REG-CO-ACCUM-OUT    PICTURE $$$,$$$,$$$,$$9.99.
           05                      PICTURE X(5)    VALUE ' NBV '.
           05  REG-CO-NBV-OUT      PICTURE $$$,$$$,$$$,$$9.99.
           05  FILLER              PICTURE X(28)   VALUE SPACES.

       01  REGISTER-TOTAL-LINE-SETUP.
           05  FILLER              PICTURE X       VALUE SPACE.
                                      'COMPANY TOTAL   '.
           05  REG-TOT-COUNT-OUT   PICTURE ZZ,ZZ9.
           05                      PICTURE X(6)    VALUE ' COST '.
           05  REG-TOT-COST-OUT    PICTURE $$$,$$$,$$$,$$9.99.
           05                      PICTURE X(7)    VALUE ' ACCUM '.
           05  REG-TOT-ACCUM-OUT   PICTURE $$$,$$$,$$$,$$9.99.
           05                      PICTURE X(5)    VALUE ' NBV '.
           05  REG-TOT-NBV-OUT     PICTURE $$$,$$$,$$$,$$9.99.
           05  FILLER              PICTURE X(28)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAINLINE.
           IF ASSET-FILE-STATUS-WS NOT = '00'
               DISPLAY 'ASSETREG: ASSET MASTER OPEN '
                       'FAILED - STATUS ' ASSET-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

               ELSE
                   DISPLAY 'ASSETREG: SELECTION CODE '
                           REG-SELECT-PARM ' IS NOT A/C/R/D'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
               IF REG-ARCHIVE-PARM NOT = 'N' AND SPACE
                   DISPLAY 'ASSETREG: ARCHIVE SWITCH '
                           REG-ARCHIVE-PARM ' IS NOT Y/N'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF RCO-FOUND-WS = 'NO'
               IF RCO-COUNT-WS >= 10
                   DISPLAY 'ASSETREG: COMPANY TABLE FULL'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD  1 TO RCO-COUNT-WS
               IF ARCH-FILE-STATUS-WS NOT = '00'
                   DISPLAY 'ASSETREG: ARCHIVE OPEN FAILED - '
                           'STATUS ' ARCH-FILE-STATUS-WS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM  610-PROCESS-ONE-ARCHIVED
