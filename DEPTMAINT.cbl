      *OWNS ACTIVE ASSETS - THE DEPT-IN ALTERNATE KEY ON
      *THE ASSET MASTER IS READ TO PROVE THE COST CENTER
      *IS EMPTY BEFORE ITS ACCOUNTS ARE SHUT OFF.
      *
      *RETURN CODES
      *   0  CLEAN RUN
      *   4  WARNING - TRANSACTIONS REJECTED
      *  12  FILE ERROR OR TABLE FULL - RUN ABENDED
      *****************************************************

       ENVIRONMENT DIVISION.
                                       PICTURE X.
                   15  DEPT-TBL-COMPANY-WS
                                       PICTURE X(2).
                   15  DEPT-TBL-COST-WS
                                       PICTURE X(6).
                   15  DEPT-TBL-CLEAR-WS
                                       PICTURE X(6).
                   15  DEPT-TBL-PROC-WS
                                       PICTURE X(6).
                   15  DEPT-TBL-GAIN-WS
                                       PICTURE X(6).
           05  DEPT-FOUND-WS           PICTURE X(3)  VALUE 'NO'.
           05  DEPT-HOLD-SUB-WS        PICTURE 9(3)  VALUE ZERO.

           PERFORM    200-OPEN
           PERFORM    300-PROCESS-TRANSACTION UNTIL EOF-TRAN-WS = 'YES'
           PERFORM    900-CLOSE
           IF ERROR-COUNT-WS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       200-OPEN.
               IF ASSET-FILE-STATUS-WS NOT = '00'
                   DISPLAY 'DEPTMAINT: ASSET MASTER OPEN FAILED - '
                           'STATUS ' ASSET-FILE-STATUS-WS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
               IF DEPT-FILE-STATUS-WS NOT = '00'
                   DISPLAY 'DEPTMAINT: DEPARTMENT MASTER OPEN '
                           'FAILED - STATUS ' DEPT-FILE-STATUS-WS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM  215-LOAD-ONE-DEPT UNTIL EOF-DEPT-WS = 'YES'
               NOT AT END
                   IF DEPT-TABLE-COUNT-WS >= 100
                       DISPLAY 'DEPTMAINT: DEPARTMENT TABLE FULL'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD  1 TO DEPT-TABLE-COUNT-WS
                        DEPT-TBL-STATUS-WS (DEPT-TABLE-COUNT-WS)
                   MOVE DEPT-COMPANY-IN TO
                        DEPT-TBL-COMPANY-WS (DEPT-TABLE-COUNT-WS)
                   MOVE DEPT-COST-ACCT-IN TO
                        DEPT-TBL-COST-WS (DEPT-TABLE-COUNT-WS)
                   MOVE DEPT-CLEARING-ACCT-IN TO
                        DEPT-TBL-CLEAR-WS (DEPT-TABLE-COUNT-WS)
                   MOVE DEPT-PROCEEDS-ACCT-IN TO
                        DEPT-TBL-PROC-WS (DEPT-TABLE-COUNT-WS)
                   MOVE DEPT-GAINLOSS-ACCT-IN TO
                        DEPT-TBL-GAIN-WS (DEPT-TABLE-COUNT-WS)
           END-READ.

       250-READ-ONE-TRANSACTION.
               IF TRAN-VALID-WS = 'YES'
                   IF DEPT-TABLE-COUNT-WS >= 100
                       DISPLAY 'DEPTMAINT: DEPARTMENT TABLE FULL'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD  1 TO DEPT-TABLE-COUNT-WS
                        DEPT-TBL-STATUS-WS (DEPT-TABLE-COUNT-WS)
                   MOVE DTRN-COMPANY-IN TO
                        DEPT-TBL-COMPANY-WS (DEPT-TABLE-COUNT-WS)
                   MOVE DTRN-COST-ACCT-IN TO
                        DEPT-TBL-COST-WS (DEPT-TABLE-COUNT-WS)
                   MOVE DTRN-CLEARING-ACCT-IN TO
                        DEPT-TBL-CLEAR-WS (DEPT-TABLE-COUNT-WS)
                   MOVE DTRN-PROCEEDS-ACCT-IN TO
                        DEPT-TBL-PROC-WS (DEPT-TABLE-COUNT-WS)
                   MOVE DTRN-GAINLOSS-ACCT-IN TO
                        DEPT-TBL-GAIN-WS (DEPT-TABLE-COUNT-WS)
                   ADD  1 TO ADD-COUNT-WS
                   MOVE 'DEPARTMENT ADDED TO MASTER'
                                             TO REASON-TEXT-WS
           END-IF.

      *****************************************************
      *ALL SEVEN GL ACCOUNTS - THE THREE DEPRECIATION
      *ACCOUNTS AND THE FOUR CAPITAL ACCOUNTS - ARE
      *REQUIRED ON AN ADD AND EACH MUST PASS THE FORMAT
      *EDIT - A DEPARTMENT WITH A MISSING OR MALFORMED
      *ACCOUNT WOULD POST NOWHERE
      *****************************************************
       410-EDIT-ADD-ACCOUNTS.
           IF DTRN-EXPENSE-ACCT-IN = SPACES
              OR DTRN-ACCUM-ACCT-IN = SPACES
              OR DTRN-IMPAIR-ACCT-IN = SPACES
              OR DTRN-COST-ACCT-IN = SPACES
              OR DTRN-CLEARING-ACCT-IN = SPACES
              OR DTRN-PROCEEDS-ACCT-IN = SPACES
              OR DTRN-GAINLOSS-ACCT-IN = SPACES
               MOVE 'GL ACCOUNT IS BLANK' TO REASON-TEXT-WS
               PERFORM  700-LOG-REJECT
           ELSE
              AND DTRN-IMPAIR-ACCT-IN IS NOT NUMERIC
               MOVE 'IMPAIR ACCT NOT 6 DIGITS' TO REASON-TEXT-WS
               PERFORM  700-LOG-REJECT
           ELSE
               PERFORM  425-EDIT-CAPITAL-FORMATS
           END-IF
           END-IF
           END-IF.

      *****************************************************
      *THE SAME SIX-DIGIT EDIT FOR THE FOUR CAPITAL
      *ACCOUNTS
      *****************************************************
       425-EDIT-CAPITAL-FORMATS.
           IF DTRN-COST-ACCT-IN NOT = SPACES
              AND DTRN-COST-ACCT-IN IS NOT NUMERIC
               MOVE 'COST ACCT NOT 6 DIGITS' TO REASON-TEXT-WS
               PERFORM  700-LOG-REJECT
           ELSE
           IF DTRN-CLEARING-ACCT-IN NOT = SPACES
              AND DTRN-CLEARING-ACCT-IN IS NOT NUMERIC
               MOVE 'CLEARING ACCT NOT 6 DIGITS' TO REASON-TEXT-WS
               PERFORM  700-LOG-REJECT
           ELSE
           IF DTRN-PROCEEDS-ACCT-IN NOT = SPACES
              AND DTRN-PROCEEDS-ACCT-IN IS NOT NUMERIC
               MOVE 'PROCEEDS ACCT NOT 6 DIGITS' TO REASON-TEXT-WS
               PERFORM  700-LOG-REJECT
           ELSE
           IF DTRN-GAINLOSS-ACCT-IN NOT = SPACES
              AND DTRN-GAINLOSS-ACCT-IN IS NOT NUMERIC
               MOVE 'GAIN/LOSS ACCT NOT 6 DIGITS' TO REASON-TEXT-WS
               PERFORM  700-LOG-REJECT
           END-IF
           END-IF
           END-IF
           END-IF.
                       MOVE DTRN-COMPANY-IN TO
                            DEPT-TBL-COMPANY-WS (DEPT-HOLD-SUB-WS)
                   END-IF
                   PERFORM  510-APPLY-CAPITAL-ACCOUNTS
                   ADD  1 TO CHANGE-COUNT-WS
                   MOVE 'DEPARTMENT UPDATED' TO REASON-TEXT-WS
                   PERFORM  710-LOG-SUCCESS
               END-IF
           END-IF.

       510-APPLY-CAPITAL-ACCOUNTS.
           IF DTRN-COST-ACCT-IN NOT = SPACES
               MOVE DTRN-COST-ACCT-IN TO
                    DEPT-TBL-COST-WS (DEPT-HOLD-SUB-WS)
           END-IF
           IF DTRN-CLEARING-ACCT-IN NOT = SPACES
               MOVE DTRN-CLEARING-ACCT-IN TO
                    DEPT-TBL-CLEAR-WS (DEPT-HOLD-SUB-WS)
           END-IF
           IF DTRN-PROCEEDS-ACCT-IN NOT = SPACES
               MOVE DTRN-PROCEEDS-ACCT-IN TO
                    DEPT-TBL-PROC-WS (DEPT-HOLD-SUB-WS)
           END-IF
           IF DTRN-GAINLOSS-ACCT-IN NOT = SPACES
               MOVE DTRN-GAINLOSS-ACCT-IN TO
                    DEPT-TBL-GAIN-WS (DEPT-HOLD-SUB-WS)
           END-IF.

       600-DEACTIVATE-DEPT.
           MOVE 'DEACTIVATE' TO LOG-ACTION-OUT
           IF DEPT-FOUND-WS = 'NO'
                                        TO DEPT-STATUS-IN
           MOVE DEPT-TBL-COMPANY-WS (DEPT-SUB-WS)
                                        TO DEPT-COMPANY-IN
           MOVE DEPT-TBL-COST-WS (DEPT-SUB-WS)
                                        TO DEPT-COST-ACCT-IN
           MOVE DEPT-TBL-CLEAR-WS (DEPT-SUB-WS)
                                        TO DEPT-CLEARING-ACCT-IN
           MOVE DEPT-TBL-PROC-WS (DEPT-SUB-WS)
                                        TO DEPT-PROCEEDS-ACCT-IN
           MOVE DEPT-TBL-GAIN-WS (DEPT-SUB-WS)
                                        TO DEPT-GAINLOSS-ACCT-IN
           WRITE DEPT-MASTER-RECORD
           ADD  1 TO DEPT-SUB-WS.
