       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIPMAINT.
       AUTHOR. COLE DOMBROWSKI.

      *****************************************************
      *CIPMAINT MAINTAINS THE CONSTRUCTION-IN-PROGRESS
      *PROJECT MASTER CIPPROJ.DAT, SO A BUILD OR INSTALL
      *THAT RUNS FOR MONTHS BEFORE IT IS PLACED IN SERVICE
      *IS TRACKED HERE INSTEAD OF ON A SPREADSHEET.
      *
      *TWO INPUTS ARE APPLIED, IN THIS ORDER -
      *  CIPTRAN.DAT  PROJECT ADD / CHANGE / CLOSE /
      *               RELEASE TRANSACTIONS (CIPTRAN.CPY)
      *  CIPCHRG.DAT  THE COST-CHARGE FEED - ONE RECORD PER
      *               VENDOR INVOICE CHARGED TO A PROJECT
      *               (CIPCHRG.CPY)
      *SO A PROJECT OPENED TODAY CAN TAKE TODAY'S INVOICES.
      *EITHER FILE MAY BE ABSENT. EVERY ACCEPTED CHARGE IS
      *ADDED TO THE PROJECT'S SPEND AND APPENDED TO THE
      *PERMANENT CHARGE HISTORY CIPHIST.DAT; AN INVOICE
      *ALREADY ON THE HISTORY FOR THE SAME PROJECT AND
      *VENDOR IS REJECTED, SO A RERUN OF THE SAME FEED
      *CANNOT CHARGE IT TWICE. EACH TRANSACTION AND CHARGE
      *IS ECHOED TO CIPMLOG.DOC.
      *
      *THE PROJECT MASTER IS LOADED INTO A TABLE AT OPEN
      *AND REWRITTEN IN FULL AT CLOSE - THE SAME
      *LOAD-AND-REWRITE CONVENTION DEPTMAINT USES. PROJECT
      *DEPARTMENTS ARE VALIDATED AGAINST DEPTMAST.DAT.
      *ANY REJECTED TRANSACTION OR CHARGE ENDS THE RUN WITH
      *RETURN CODE 4.
      *
      *RETURN CODES
      *   0  CLEAN RUN
      *   4  WARNING - A TRANSACTION OR CHARGE WAS REJECTED
      *  12  FILE ERROR OR TABLE FULL - RUN ABENDED
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT CIP-PROJECT-FILE ASSIGN TO 'CIPPROJ.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PROJ-FILE-STATUS-WS.

            SELECT CIP-TRAN-FILE ASSIGN TO 'CIPTRAN.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS TRAN-FILE-STATUS-WS.

            SELECT CIP-CHARGE-FILE ASSIGN TO 'CIPCHRG.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CHRG-FILE-STATUS-WS.

            SELECT CIP-HISTORY-FILE ASSIGN TO 'CIPHIST.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS HIST-FILE-STATUS-WS.

            SELECT DEPT-MASTER-FILE ASSIGN TO 'DEPTMAST.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS DEPT-FILE-STATUS-WS.

            SELECT CIP-LOG-FILE ASSIGN TO 'CIPMLOG.DOC'
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CIP-PROJECT-FILE RECORDING MODE IS F.
       COPY CIPPROJ.CPY.

       FD  CIP-TRAN-FILE RECORDING MODE IS F.
       COPY CIPTRAN.CPY.

       FD  CIP-CHARGE-FILE RECORDING MODE IS F.
       COPY CIPCHRG.CPY.

      *****************************************************
      *PERMANENT CHARGE HISTORY - OPENED EXTEND SO EVERY
      *INVOICE EVER CHARGED TO A PROJECT STAYS ON FILE,
      *WITH THE RUN DATE IT WAS APPLIED AND THE PROJECT'S
      *SPEND TO DATE AFTER IT
      *****************************************************
       FD  CIP-HISTORY-FILE RECORDING MODE IS F.
       01  CIP-HISTORY-RECORD.
           05  CHST-CHARGE-IMAGE-OUT.
               10  CHST-PROJECT-OUT
                                   PICTURE X(6).
               10  CHST-INVOICE-OUT
                                   PICTURE X(10).
               10  CHST-VENDOR-OUT PICTURE X(10).
               10  FILLER          PICTURE X(54).
           05  CHST-RUN-DATE-OUT   PICTURE 9(8).
           05  CHST-SPENT-AFTER-OUT
                                   PICTURE S9(9)V99.
           05  FILLER              PICTURE X(21).

       FD  DEPT-MASTER-FILE RECORDING MODE IS F.
       COPY DEPTMAST.CPY.

       FD  CIP-LOG-FILE RECORDING MODE IS F.
       01  PRINT-A-SINGLE-LINE         PICTURE X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-PROJ-WS             PICTURE X(3)  VALUE 'NO'.
           05  EOF-TRAN-WS             PICTURE X(3)  VALUE 'NO'.
           05  EOF-CHRG-WS             PICTURE X(3)  VALUE 'NO'.
           05  EOF-HIST-WS             PICTURE X(3)  VALUE 'NO'.
           05  EOF-DEPT-WS             PICTURE X(3)  VALUE 'NO'.
           05  PROJ-FILE-STATUS-WS     PICTURE XX    VALUE '00'.
           05  TRAN-FILE-STATUS-WS     PICTURE XX    VALUE '00'.
           05  CHRG-FILE-STATUS-WS     PICTURE XX    VALUE '00'.
           05  HIST-FILE-STATUS-WS     PICTURE XX    VALUE '00'.
           05  DEPT-FILE-STATUS-WS     PICTURE XX    VALUE '00'.

           05  TRAN-COUNT-WS           PICTURE 9(5)  VALUE ZERO.
           05  ADD-COUNT-WS            PICTURE 9(5)  VALUE ZERO.
           05  CHANGE-COUNT-WS         PICTURE 9(5)  VALUE ZERO.
           05  CLOSE-COUNT-WS          PICTURE 9(5)  VALUE ZERO.
           05  CHARGE-COUNT-WS         PICTURE 9(5)  VALUE ZERO.
           05  CHARGE-TOTAL-WS         PICTURE S9(9)V99
                                                     VALUE ZERO.
           05  ERROR-COUNT-WS          PICTURE 9(5)  VALUE ZERO.

      *****************************************************
      *THE PROJECT MASTER HELD IN STORAGE WHILE THE
      *TRANSACTIONS AND CHARGES RUN - REWRITTEN TO DISK IN
      *FULL AT CLOSE. NO MASTER YET (STATUS 35) MEANS A
      *FIRST BUILD FROM ADD TRANSACTIONS ALONE.
      *****************************************************
           05  PROJ-TABLE-COUNT-WS     PICTURE 9(3)  VALUE ZERO.
           05  PROJ-SUB-WS             PICTURE 9(3)  VALUE ZERO.
           05  PROJ-TABLE-WS.
               10  PROJ-ENTRY-WS       OCCURS 500 TIMES
                                       INDEXED BY PROJ-IDX-WS.
                   15  PROJ-TBL-CODE-WS
                                       PICTURE X(6).
                   15  PROJ-TBL-DESC-WS
                                       PICTURE X(20).
                   15  PROJ-TBL-DEPT-WS
                                       PICTURE X(4).
                   15  PROJ-TBL-COMPANY-WS
                                       PICTURE X(2).
                   15  PROJ-TBL-BUDGET-WS
                                       PICTURE S9(9)V99.
                   15  PROJ-TBL-SPENT-WS
                                       PICTURE S9(9)V99.
                   15  PROJ-TBL-CAPITAL-WS
                                       PICTURE S9(9)V99.
                   15  PROJ-TBL-STATUS-WS
                                       PICTURE X.
                   15  PROJ-TBL-SERVICE-WS
                                       PICTURE 9(6).
                   15  PROJ-TBL-METHOD-WS
                                       PICTURE X.
                   15  PROJ-TBL-LIFE-WS
                                       PICTURE 99.
                   15  PROJ-TBL-CONV-WS
                                       PICTURE X.
                   15  PROJ-TBL-PENDING-WS
                                       PICTURE S9(9)V99.
           05  PROJ-FOUND-WS           PICTURE X(3)  VALUE 'NO'.
           05  PROJ-HOLD-SUB-WS        PICTURE 9(3)  VALUE ZERO.
           05  PROJ-LOOKUP-WS          PICTURE X(6)  VALUE SPACES.

      *****************************************************
      *VALID-DEPARTMENT TABLE LOADED FROM DEPTMAST.DAT -
      *A NEW PROJECT'S BLANK COMPANY DEFAULTS FROM ITS
      *DEPARTMENT, THE SAME RULE ASSETEDIT APPLIES TO AN
      *ASSET ADD
      *****************************************************
           05  DEPT-TABLE-COUNT-WS     PICTURE 9(3)  VALUE ZERO.
           05  DEPT-TABLE-WS.
               10  DEPT-ENTRY-WS       OCCURS 100 TIMES
                                       INDEXED BY DEPT-IDX-WS.
                   15  DEPT-TABLE-CODE-WS
                                       PICTURE X(4).
                   15  DEPT-TABLE-COMPANY-WS
                                       PICTURE X(2).
           05  DEPT-FOUND-WS           PICTURE X(3)  VALUE 'NO'.
           05  DEPT-COMPANY-HOLD-WS    PICTURE X(2)  VALUE SPACES.

      *****************************************************
      *EVERY INVOICE ALREADY CHARGED, LOADED FROM THE
      *CHARGE HISTORY AT OPEN AND EXTENDED AS TODAY'S
      *CHARGES ARE ACCEPTED - THE DUPLICATE-INVOICE CHECK
      *****************************************************
           05  INV-TABLE-COUNT-WS      PICTURE 9(5)  VALUE ZERO.
           05  INV-TABLE-WS.
               10  INV-ENTRY-WS        OCCURS 5000 TIMES
                                       INDEXED BY INV-IDX-WS.
                   15  INV-KEY-WS      PICTURE X(26).
           05  INV-WORK-KEY-WS.
               10  INV-WORK-PROJECT-WS PICTURE X(6).
               10  INV-WORK-VENDOR-WS  PICTURE X(10).
               10  INV-WORK-INVOICE-WS PICTURE X(10).
           05  INV-FOUND-WS            PICTURE X(3)  VALUE 'NO'.

      *****************************************************
      *ONE REASON PER REJECTED TRANSACTION OR CHARGE - THE
      *FIRST EDIT THAT FAILS DECIDES IT
      *****************************************************
           05  TRAN-VALID-WS           PICTURE X(3)  VALUE 'YES'.
           05  REASON-TEXT-WS          PICTURE X(40) VALUE SPACES.
           05  SERVICE-YEAR-WS         PICTURE 9(4)  VALUE ZERO.
           05  SERVICE-MONTH-WS        PICTURE 99    VALUE ZERO.
           05  CHG-YEAR-WS             PICTURE 9(4)  VALUE ZERO.
           05  CHG-MONTH-DAY-WS        PICTURE 9(4)  VALUE ZERO.
           05  CHG-MONTH-WS            PICTURE 99    VALUE ZERO.
           05  CHG-DAY-WS              PICTURE 99    VALUE ZERO.
           05  NEW-SPENT-WS            PICTURE S9(9)V99
                                                     VALUE ZERO.
           05  RUN-DATE-WS             PICTURE 9(8)  VALUE ZERO.

           05  HOLD-DATE-WS.
               10 YEAR-WS       PIC 9999.
               10 MONTH-WS      PIC 99.
               10 DAY-WS        PIC 99.
               10 HOUR-WS       PIC 99.
               10 MINUTE-WS     PIC 99.
               10 SECOND-WS     PIC 99.

       01  CIP-LOG-LINE-SETUP.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  LOG-PROJECT-OUT     PICTURE X(6).
           05  FILLER              PICTURE X(2)    VALUE SPACE.
           05  LOG-ACTION-OUT      PICTURE X(14).
           05  FILLER              PICTURE X(2)    VALUE SPACE.
           05  LOG-REFERENCE-OUT   PICTURE X(10).
           05  FILLER              PICTURE X(2)    VALUE SPACE.
           05  LOG-AMOUNT-OUT      PICTURE -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACE.
           05  LOG-MESSAGE-OUT     PICTURE X(40).
           05  FILLER              PICTURE X(38)   VALUE SPACE.

       01  CIP-TOTALS-LINE-SETUP.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(19)   VALUE
                                      'TRANSACTIONS READ '.
           05  TOTAL-TRAN-OUT      PICTURE ZZ,ZZ9.
           05  FILLER              PICTURE X(3)    VALUE SPACE.
           05                      PICTURE X(7)    VALUE 'OPENED '.
           05  TOTAL-ADD-OUT       PICTURE ZZ,ZZ9.
           05  FILLER              PICTURE X(3)    VALUE SPACE.
           05                      PICTURE X(8)    VALUE 'CHANGED '.
           05  TOTAL-CHANGE-OUT    PICTURE ZZ,ZZ9.
           05  FILLER              PICTURE X(3)    VALUE SPACE.
           05                      PICTURE X(7)    VALUE 'CLOSED '.
           05  TOTAL-CLOSE-OUT     PICTURE ZZ,ZZ9.
           05  FILLER              PICTURE X(3)    VALUE SPACE.
           05                      PICTURE X(8)    VALUE 'CHARGES '.
           05  TOTAL-CHARGE-OUT    PICTURE ZZ,ZZ9.
           05  FILLER              PICTURE X(2)    VALUE SPACE.
           05  TOTAL-CHARGE-AMT-OUT
                                   PICTURE -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PICTURE X(3)    VALUE SPACE.
           05                      PICTURE X(7)    VALUE 'ERRORS '.
           05  TOTAL-ERROR-OUT     PICTURE ZZ,ZZ9.
           05  FILLER              PICTURE X(3)    VALUE SPACE.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM    200-OPEN
           PERFORM    300-PROCESS-TRANSACTION UNTIL EOF-TRAN-WS = 'YES'
           PERFORM    600-PROCESS-CHARGE UNTIL EOF-CHRG-WS = 'YES'
           PERFORM    900-CLOSE
           IF ERROR-COUNT-WS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       200-OPEN.
           MOVE FUNCTION CURRENT-DATE TO HOLD-DATE-WS
           COMPUTE RUN-DATE-WS =
                   YEAR-WS * 10000 + MONTH-WS * 100 + DAY-WS
           PERFORM  210-LOAD-DEPT-TABLE
           PERFORM  220-LOAD-PROJECT-MASTER
           PERFORM  230-LOAD-INVOICE-HISTORY

      *****************************************************
      *STATUS 35 ON EITHER INPUT MEANS NOTHING OF THAT
      *KIND TODAY - STILL A VALID RUN
      *****************************************************
           OPEN INPUT CIP-TRAN-FILE
           IF TRAN-FILE-STATUS-WS = '35'
               MOVE 'YES' TO EOF-TRAN-WS
           ELSE
               IF TRAN-FILE-STATUS-WS NOT = '00'
                   DISPLAY 'CIPMAINT: PROJECT TRANSACTION OPEN '
                           'FAILED - STATUS ' TRAN-FILE-STATUS-WS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM  250-READ-ONE-TRANSACTION
           END-IF

           OPEN INPUT CIP-CHARGE-FILE
           IF CHRG-FILE-STATUS-WS = '35'
               MOVE 'YES' TO EOF-CHRG-WS
           ELSE
               IF CHRG-FILE-STATUS-WS NOT = '00'
                   DISPLAY 'CIPMAINT: COST CHARGE FEED OPEN '
                           'FAILED - STATUS ' CHRG-FILE-STATUS-WS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM  260-READ-ONE-CHARGE
           END-IF

           OPEN EXTEND CIP-HISTORY-FILE
           IF HIST-FILE-STATUS-WS = '35'
               OPEN OUTPUT CIP-HISTORY-FILE
           END-IF
           IF HIST-FILE-STATUS-WS NOT = '00'
               DISPLAY 'CIPMAINT: CIP HISTORY OPEN FAILED - STATUS '
                       HIST-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CIP-LOG-FILE.

      *****************************************************
      *THE DEPARTMENT MASTER IS REQUIRED - WITHOUT IT NO
      *PROJECT DEPARTMENT CAN BE PROVED VALID
      *****************************************************
       210-LOAD-DEPT-TABLE.
           OPEN INPUT DEPT-MASTER-FILE
           IF DEPT-FILE-STATUS-WS NOT = '00'
               DISPLAY 'CIPMAINT: DEPARTMENT MASTER OPEN FAILED '
                       '- STATUS ' DEPT-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM  215-LOAD-ONE-DEPT UNTIL EOF-DEPT-WS = 'YES'
           CLOSE DEPT-MASTER-FILE.

       215-LOAD-ONE-DEPT.
           READ DEPT-MASTER-FILE
               AT END
                   MOVE 'YES' TO EOF-DEPT-WS
               NOT AT END
                   IF DEPT-INACTIVE-IN
                       CONTINUE
                   ELSE
                   IF DEPT-TABLE-COUNT-WS >= 100
                       DISPLAY 'CIPMAINT: DEPARTMENT TABLE FULL'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD  1 TO DEPT-TABLE-COUNT-WS
                   MOVE DEPT-CODE-IN TO
                        DEPT-TABLE-CODE-WS (DEPT-TABLE-COUNT-WS)
                   MOVE DEPT-COMPANY-IN TO
                        DEPT-TABLE-COMPANY-WS (DEPT-TABLE-COUNT-WS)
                   END-IF
           END-READ.

      *****************************************************
      *STATUS 35 MEANS NO PROJECT MASTER EXISTS YET - THE
      *TABLE JUST STARTS EMPTY
      *****************************************************
       220-LOAD-PROJECT-MASTER.
           OPEN INPUT CIP-PROJECT-FILE
           IF PROJ-FILE-STATUS-WS = '35'
               MOVE 'YES' TO EOF-PROJ-WS
           ELSE
               IF PROJ-FILE-STATUS-WS NOT = '00'
                   DISPLAY 'CIPMAINT: PROJECT MASTER OPEN '
                           'FAILED - STATUS ' PROJ-FILE-STATUS-WS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM  225-LOAD-ONE-PROJECT UNTIL EOF-PROJ-WS = 'YES'
               CLOSE CIP-PROJECT-FILE
           END-IF.

       225-LOAD-ONE-PROJECT.
           READ CIP-PROJECT-FILE
               AT END
                   MOVE 'YES' TO EOF-PROJ-WS
               NOT AT END
                   IF PROJ-TABLE-COUNT-WS >= 500
                       DISPLAY 'CIPMAINT: PROJECT TABLE FULL'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD  1 TO PROJ-TABLE-COUNT-WS
                   MOVE PROJ-TABLE-COUNT-WS TO PROJ-SUB-WS
                   PERFORM  227-MOVE-RECORD-TO-TABLE
           END-READ.

       227-MOVE-RECORD-TO-TABLE.
           MOVE CIP-PROJECT-IN      TO PROJ-TBL-CODE-WS (PROJ-SUB-WS)
           MOVE CIP-DESC-IN         TO PROJ-TBL-DESC-WS (PROJ-SUB-WS)
           MOVE CIP-DEPT-IN         TO PROJ-TBL-DEPT-WS (PROJ-SUB-WS)
           MOVE CIP-COMPANY-IN   TO PROJ-TBL-COMPANY-WS (PROJ-SUB-WS)
           MOVE CIP-BUDGET-IN    TO PROJ-TBL-BUDGET-WS (PROJ-SUB-WS)
           MOVE CIP-SPENT-IN     TO PROJ-TBL-SPENT-WS (PROJ-SUB-WS)
           MOVE CIP-CAPITALIZED-IN
                                 TO PROJ-TBL-CAPITAL-WS (PROJ-SUB-WS)
           MOVE CIP-STATUS-IN    TO PROJ-TBL-STATUS-WS (PROJ-SUB-WS)
           MOVE CIP-PLAN-SERVICE-IN
                                 TO PROJ-TBL-SERVICE-WS (PROJ-SUB-WS)
           MOVE CIP-METHOD-IN    TO PROJ-TBL-METHOD-WS (PROJ-SUB-WS)
           MOVE CIP-LIFE-IN      TO PROJ-TBL-LIFE-WS (PROJ-SUB-WS)
           MOVE CIP-CONVENTION-IN
                                 TO PROJ-TBL-CONV-WS (PROJ-SUB-WS)
           IF CIP-PENDING-IN IS NOT NUMERIC
               MOVE ZERO TO CIP-PENDING-IN
           END-IF
           MOVE CIP-PENDING-IN   TO PROJ-TBL-PENDING-WS (PROJ-SUB-WS).

      *****************************************************
      *NO CHARGE HISTORY YET (STATUS 35) MEANS NO INVOICE
      *HAS EVER BEEN CHARGED
      *****************************************************
       230-LOAD-INVOICE-HISTORY.
           OPEN INPUT CIP-HISTORY-FILE
           IF HIST-FILE-STATUS-WS = '35'
               MOVE 'YES' TO EOF-HIST-WS
           ELSE
               IF HIST-FILE-STATUS-WS NOT = '00'
                   DISPLAY 'CIPMAINT: CHARGE HISTORY OPEN '
                           'FAILED - STATUS ' HIST-FILE-STATUS-WS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM  235-LOAD-ONE-INVOICE UNTIL EOF-HIST-WS = 'YES'
               CLOSE CIP-HISTORY-FILE
           END-IF.

       235-LOAD-ONE-INVOICE.
           READ CIP-HISTORY-FILE
               AT END
                   MOVE 'YES' TO EOF-HIST-WS
               NOT AT END
                   MOVE CHST-PROJECT-OUT TO INV-WORK-PROJECT-WS
                   MOVE CHST-VENDOR-OUT  TO INV-WORK-VENDOR-WS
                   MOVE CHST-INVOICE-OUT TO INV-WORK-INVOICE-WS
                   PERFORM  240-REMEMBER-INVOICE
           END-READ.

       240-REMEMBER-INVOICE.
           IF INV-TABLE-COUNT-WS >= 5000
               DISPLAY 'CIPMAINT: INVOICE HISTORY TABLE FULL'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD  1 TO INV-TABLE-COUNT-WS
           MOVE INV-WORK-KEY-WS TO INV-KEY-WS (INV-TABLE-COUNT-WS).

       250-READ-ONE-TRANSACTION.
           READ CIP-TRAN-FILE
              AT END MOVE 'YES' TO EOF-TRAN-WS
           END-READ.

       260-READ-ONE-CHARGE.
           READ CIP-CHARGE-FILE
              AT END MOVE 'YES' TO EOF-CHRG-WS
           END-READ.

       300-PROCESS-TRANSACTION.
           ADD  1 TO TRAN-COUNT-WS
           MOVE 'YES'  TO TRAN-VALID-WS
           MOVE SPACES TO REASON-TEXT-WS
           MOVE ZERO   TO LOG-AMOUNT-OUT
           MOVE SPACES TO LOG-REFERENCE-OUT
           PERFORM  305-NORMALIZE-BLANK-NUMERICS
           MOVE PTRN-PROJECT-IN TO PROJ-LOOKUP-WS
           PERFORM  310-LOCATE-PROJECT-ENTRY
           EVALUATE TRUE
               WHEN PTRN-ADD-IN
                   PERFORM  400-ADD-PROJECT
               WHEN PTRN-CHANGE-IN
                   PERFORM  500-CHANGE-PROJECT
               WHEN PTRN-CLOSE-IN
                   PERFORM  550-CLOSE-PROJECT
               WHEN PTRN-RELEASE-IN
                   PERFORM  560-RELEASE-PENDING
               WHEN OTHER
                   MOVE 'INVALID CODE' TO LOG-ACTION-OUT
                   MOVE 'TRANSACTION SKIPPED - BAD TRAN CODE'
                                       TO REASON-TEXT-WS
                   PERFORM  700-LOG-REJECT
           END-EVALUATE
           PERFORM    250-READ-ONE-TRANSACTION.

      *****************************************************
      *A NUMERIC FIELD LEFT BLANK MEANS "NO VALUE" - STORE
      *IT AS ZERO SO THE OPTIONAL-FIELD TESTS SEE A NUMBER
      *****************************************************
       305-NORMALIZE-BLANK-NUMERICS.
           IF PTRN-BUDGET-IN = SPACES
               MOVE ZERO TO PTRN-BUDGET-IN
           END-IF
           IF PTRN-PLAN-SERVICE-IN = SPACES
               MOVE ZERO TO PTRN-PLAN-SERVICE-IN
           END-IF
           IF PTRN-LIFE-IN = SPACES
               MOVE ZERO TO PTRN-LIFE-IN
           END-IF.

       310-LOCATE-PROJECT-ENTRY.
           MOVE 'NO' TO PROJ-FOUND-WS
           SET PROJ-IDX-WS TO 1
           SEARCH PROJ-ENTRY-WS
               AT END
                   CONTINUE
               WHEN PROJ-IDX-WS > PROJ-TABLE-COUNT-WS
                   CONTINUE
               WHEN PROJ-TBL-CODE-WS (PROJ-IDX-WS) = PROJ-LOOKUP-WS
                   MOVE 'YES' TO PROJ-FOUND-WS
                   SET  PROJ-HOLD-SUB-WS TO PROJ-IDX-WS
           END-SEARCH.

      *****************************************************
      *AN ADD REQUIRES A NEW PROJECT NUMBER, A DESCRIPTION,
      *A LIVE DEPARTMENT AND A POSITIVE BUDGET. THE COMPANY
      *DEFAULTS FROM THE DEPARTMENT AND A KEYED ONE MUST
      *AGREE WITH IT.
      *****************************************************
       400-ADD-PROJECT.
           MOVE 'OPEN PROJECT' TO LOG-ACTION-OUT
           IF PTRN-PROJECT-IN = SPACES
               MOVE 'PROJECT NUMBER IS BLANK' TO REASON-TEXT-WS
               PERFORM  700-LOG-REJECT
           ELSE
           IF PROJ-FOUND-WS = 'YES'
               MOVE 'REJECTED - DUPLICATE PROJECT NUMBER'
                                         TO REASON-TEXT-WS
               PERFORM  700-LOG-REJECT
           ELSE
           IF PTRN-DESC-IN = SPACES
               MOVE 'PROJECT DESCRIPTION IS BLANK'
                                         TO REASON-TEXT-WS
               PERFORM  700-LOG-REJECT
           ELSE
               PERFORM  410-EDIT-ADD-FIELDS
               IF TRAN-VALID-WS = 'YES'
                   PERFORM  420-EDIT-PLAN-FIELDS
               END-IF
               IF TRAN-VALID-WS = 'YES'
                   PERFORM  430-STORE-NEW-PROJECT
               END-IF
           END-IF
           END-IF
           END-IF.

       410-EDIT-ADD-FIELDS.
           MOVE 'NO' TO DEPT-FOUND-WS
           SET DEPT-IDX-WS TO 1
           SEARCH DEPT-ENTRY-WS
               AT END
                   CONTINUE
               WHEN DEPT-IDX-WS > DEPT-TABLE-COUNT-WS
                   CONTINUE
               WHEN DEPT-TABLE-CODE-WS (DEPT-IDX-WS) = PTRN-DEPT-IN
                   MOVE 'YES' TO DEPT-FOUND-WS
                   MOVE DEPT-TABLE-COMPANY-WS (DEPT-IDX-WS)
                        TO DEPT-COMPANY-HOLD-WS
           END-SEARCH
           IF DEPT-FOUND-WS = 'NO'
               MOVE 'DEPT NOT ON DEPARTMENT MASTER'
                                         TO REASON-TEXT-WS
               PERFORM  700-LOG-REJECT
           ELSE
               IF PTRN-COMPANY-IN = SPACES
                   MOVE DEPT-COMPANY-HOLD-WS TO PTRN-COMPANY-IN
               END-IF
               IF PTRN-COMPANY-IN NOT = DEPT-COMPANY-HOLD-WS
                   MOVE 'COMPANY DOES NOT MATCH DEPT'
                                         TO REASON-TEXT-WS
                   PERFORM  700-LOG-REJECT
               ELSE
                   IF PTRN-BUDGET-IN IS NOT NUMERIC
                      OR PTRN-BUDGET-IN NOT > ZERO
                       MOVE 'BUDGET MISSING OR INVALID'
                                         TO REASON-TEXT-WS
                       PERFORM  700-LOG-REJECT
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      *THE PLANNED IN-SERVICE TERMS ARE OPTIONAL, BUT
      *WHATEVER IS KEYED MUST BE SOMETHING THE FORECAST
      *AND DEPRSUB UNDERSTAND
      *****************************************************
       420-EDIT-PLAN-FIELDS.
           IF PTRN-PLAN-SERVICE-IN IS NOT NUMERIC
               MOVE 'PLANNED SERVICE DATE NOT YYYYMM'
                                         TO REASON-TEXT-WS
               PERFORM  700-LOG-REJECT
           ELSE
               IF PTRN-PLAN-SERVICE-IN NOT = ZERO
                   DIVIDE PTRN-PLAN-SERVICE-IN BY 100
                          GIVING SERVICE-YEAR-WS
                          REMAINDER SERVICE-MONTH-WS
                   IF SERVICE-YEAR-WS = ZERO
                      OR SERVICE-MONTH-WS < 1
                      OR SERVICE-MONTH-WS > 12
                       MOVE 'PLANNED SERVICE DATE NOT YYYYMM'
                                         TO REASON-TEXT-WS
                       PERFORM  700-LOG-REJECT
                   END-IF
               END-IF
           END-IF
           IF TRAN-VALID-WS = 'YES'
               IF PTRN-METHOD-IN NOT = 'S' AND 'D' AND 'Y' AND SPACE
                   MOVE 'METHOD CODE NOT S/D/Y' TO REASON-TEXT-WS
                   PERFORM  700-LOG-REJECT
               ELSE
               IF PTRN-LIFE-IN IS NOT NUMERIC
                   MOVE 'USEFUL LIFE NOT NUMERIC' TO REASON-TEXT-WS
                   PERFORM  700-LOG-REJECT
               ELSE
               IF PTRN-CONVENTION-IN NOT = 'F' AND 'H' AND 'M'
                  AND 'Q' AND SPACE
                   MOVE 'CONVENTION NOT F/H/M/Q' TO REASON-TEXT-WS
                   PERFORM  700-LOG-REJECT
               END-IF
               END-IF
               END-IF
           END-IF.

       430-STORE-NEW-PROJECT.
           IF PROJ-TABLE-COUNT-WS >= 500
               DISPLAY 'CIPMAINT: PROJECT TABLE FULL'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD  1 TO PROJ-TABLE-COUNT-WS
           MOVE PROJ-TABLE-COUNT-WS TO PROJ-SUB-WS
           MOVE PTRN-PROJECT-IN  TO PROJ-TBL-CODE-WS (PROJ-SUB-WS)
           MOVE PTRN-DESC-IN     TO PROJ-TBL-DESC-WS (PROJ-SUB-WS)
           MOVE PTRN-DEPT-IN     TO PROJ-TBL-DEPT-WS (PROJ-SUB-WS)
           MOVE PTRN-COMPANY-IN  TO PROJ-TBL-COMPANY-WS (PROJ-SUB-WS)
           MOVE PTRN-BUDGET-IN   TO PROJ-TBL-BUDGET-WS (PROJ-SUB-WS)
           MOVE ZERO             TO PROJ-TBL-SPENT-WS (PROJ-SUB-WS)
           MOVE ZERO             TO PROJ-TBL-CAPITAL-WS (PROJ-SUB-WS)
                                    PROJ-TBL-PENDING-WS (PROJ-SUB-WS)
           MOVE 'O'              TO PROJ-TBL-STATUS-WS (PROJ-SUB-WS)
           MOVE PTRN-PLAN-SERVICE-IN
                                 TO PROJ-TBL-SERVICE-WS (PROJ-SUB-WS)
           MOVE PTRN-METHOD-IN   TO PROJ-TBL-METHOD-WS (PROJ-SUB-WS)
           MOVE PTRN-LIFE-IN     TO PROJ-TBL-LIFE-WS (PROJ-SUB-WS)
           MOVE PTRN-CONVENTION-IN
                                 TO PROJ-TBL-CONV-WS (PROJ-SUB-WS)
           ADD  1 TO ADD-COUNT-WS
           MOVE PTRN-BUDGET-IN   TO LOG-AMOUNT-OUT
           MOVE 'PROJECT OPENED - BUDGET SHOWN'
                                 TO REASON-TEXT-WS
           PERFORM  710-LOG-SUCCESS.

      *****************************************************
      *ON A CHANGE EVERY FIELD IS OPTIONAL. THE DEPARTMENT
      *AND COMPANY ARE NOT CHANGEABLE - THE SPEND ALREADY
      *CHARGED BELONGS TO THE ORIGINAL COST CENTER.
      *****************************************************
       500-CHANGE-PROJECT.
           MOVE 'CHANGE' TO LOG-ACTION-OUT
           IF PROJ-FOUND-WS = 'NO'
               MOVE 'REJECTED - PROJECT NOT ON FILE'
                                         TO REASON-TEXT-WS
               PERFORM  700-LOG-REJECT
           ELSE
           IF PROJ-TBL-STATUS-WS (PROJ-HOLD-SUB-WS) = 'C'
               MOVE 'REJECTED - PROJECT IS CLOSED'
                                         TO REASON-TEXT-WS
               PERFORM  700-LOG-REJECT
           ELSE
           IF PTRN-BUDGET-IN IS NOT NUMERIC
              OR PTRN-BUDGET-IN < ZERO
               MOVE 'BUDGET MISSING OR INVALID' TO REASON-TEXT-WS
               PERFORM  700-LOG-REJECT
           ELSE
               PERFORM  420-EDIT-PLAN-FIELDS
               IF TRAN-VALID-WS = 'YES'
                   PERFORM  510-APPLY-CHANGES
               END-IF
           END-IF
           END-IF
           END-IF.

       510-APPLY-CHANGES.
           IF PTRN-DESC-IN NOT = SPACES
               MOVE PTRN-DESC-IN TO
                    PROJ-TBL-DESC-WS (PROJ-HOLD-SUB-WS)
           END-IF
           IF PTRN-BUDGET-IN NOT = ZERO
               MOVE PTRN-BUDGET-IN TO
                    PROJ-TBL-BUDGET-WS (PROJ-HOLD-SUB-WS)
           END-IF
           IF PTRN-PLAN-SERVICE-IN NOT = ZERO
               MOVE PTRN-PLAN-SERVICE-IN TO
                    PROJ-TBL-SERVICE-WS (PROJ-HOLD-SUB-WS)
           END-IF
           IF PTRN-METHOD-IN NOT = SPACE
               MOVE PTRN-METHOD-IN TO
                    PROJ-TBL-METHOD-WS (PROJ-HOLD-SUB-WS)
           END-IF
           IF PTRN-LIFE-IN NOT = ZERO
               MOVE PTRN-LIFE-IN TO
                    PROJ-TBL-LIFE-WS (PROJ-HOLD-SUB-WS)
           END-IF
           IF PTRN-CONVENTION-IN NOT = SPACE
               MOVE PTRN-CONVENTION-IN TO
                    PROJ-TBL-CONV-WS (PROJ-HOLD-SUB-WS)
           END-IF
           ADD  1 TO CHANGE-COUNT-WS
           MOVE PROJ-TBL-BUDGET-WS (PROJ-HOLD-SUB-WS)
                                 TO LOG-AMOUNT-OUT
           MOVE 'PROJECT UPDATED - BUDGET SHOWN' TO REASON-TEXT-WS
           PERFORM  710-LOG-SUCCESS.

      *****************************************************
      *A CLOSE IS A CANCELLATION - A PROJECT THAT STILL
      *HOLDS UNCAPITALIZED SPEND CANNOT BE CLOSED, OR THAT
      *COST WOULD SIT IN CIP WITH NO PROJECT BEHIND IT.
      *A PROJECT CLOSES ON ITS OWN WHEN THE ADD CIPCAP
      *GENERATED FOR ITS FINAL ASSET POSTS.
      *****************************************************
       550-CLOSE-PROJECT.
           MOVE 'CLOSE' TO LOG-ACTION-OUT
           IF PROJ-FOUND-WS = 'NO'
               MOVE 'REJECTED - PROJECT NOT ON FILE'
                                         TO REASON-TEXT-WS
               PERFORM  700-LOG-REJECT
           ELSE
           IF PROJ-TBL-STATUS-WS (PROJ-HOLD-SUB-WS) = 'C'
               MOVE 'REJECTED - ALREADY CLOSED' TO REASON-TEXT-WS
               PERFORM  700-LOG-REJECT
           ELSE
           IF PROJ-TBL-SPENT-WS (PROJ-HOLD-SUB-WS) NOT =
              PROJ-TBL-CAPITAL-WS (PROJ-HOLD-SUB-WS)
               MOVE 'REJECTED - UNCAPITALIZED SPEND REMAINS'
                                         TO REASON-TEXT-WS
               PERFORM  700-LOG-REJECT
           ELSE
               MOVE 'C' TO PROJ-TBL-STATUS-WS (PROJ-HOLD-SUB-WS)
               ADD  1 TO CLOSE-COUNT-WS
               MOVE 'PROJECT CLOSED' TO REASON-TEXT-WS
               PERFORM  710-LOG-SUCCESS
           END-IF
           END-IF
           END-IF.

      *****************************************************
      *A RELEASE GIVES BACK COST CIPCAP RESERVED FOR AN ADD
      *THAT WILL NEVER POST - DROPPED FROM SUSPENSE OR
      *REJECTED AT APPROVAL. IT MAY NOT RELEASE MORE THAN
      *IS PENDING. A CLOSING PROJECT REOPENS, SO THE COST
      *CAN BE CAPITALIZED AGAIN AND THE PROJECT CLOSED
      *PROPERLY.
      *****************************************************
       560-RELEASE-PENDING.
           MOVE 'RELEASE' TO LOG-ACTION-OUT
           MOVE PTRN-RELEASE-ASSET-IN TO LOG-REFERENCE-OUT
           IF PROJ-FOUND-WS = 'NO'
               MOVE 'REJECTED - PROJECT NOT ON FILE'
                                         TO REASON-TEXT-WS
               PERFORM  700-LOG-REJECT
           ELSE
           IF PROJ-TBL-STATUS-WS (PROJ-HOLD-SUB-WS) = 'C'
               MOVE 'REJECTED - PROJECT IS CLOSED'
                                         TO REASON-TEXT-WS
               PERFORM  700-LOG-REJECT
           ELSE
           IF PTRN-RELEASE-AMT-IN IS NOT NUMERIC
              OR PTRN-RELEASE-AMT-IN NOT > ZERO
               MOVE 'RELEASE AMOUNT MISSING OR INVALID'
                                         TO REASON-TEXT-WS
               PERFORM  700-LOG-REJECT
           ELSE
           IF PTRN-RELEASE-AMT-IN >
              PROJ-TBL-PENDING-WS (PROJ-HOLD-SUB-WS)
               MOVE PTRN-RELEASE-AMT-IN TO LOG-AMOUNT-OUT
               MOVE 'REJECTED - AMOUNT EXCEEDS PENDING'
                                         TO REASON-TEXT-WS
               PERFORM  700-LOG-REJECT
           ELSE
               SUBTRACT PTRN-RELEASE-AMT-IN FROM
                        PROJ-TBL-PENDING-WS (PROJ-HOLD-SUB-WS)
               MOVE PTRN-RELEASE-AMT-IN TO LOG-AMOUNT-OUT
               IF PROJ-TBL-STATUS-WS (PROJ-HOLD-SUB-WS) = 'F'
                   MOVE 'O' TO PROJ-TBL-STATUS-WS (PROJ-HOLD-SUB-WS)
                   MOVE 'PENDING RELEASED - PROJECT REOPENED'
                                         TO REASON-TEXT-WS
               ELSE
                   MOVE 'PENDING COST RELEASED TO CIP'
                                         TO REASON-TEXT-WS
               END-IF
               PERFORM  710-LOG-SUCCESS
           END-IF
           END-IF
           END-IF
           END-IF.

      *****************************************************
      *APPLIES ONE INVOICE FROM THE COST-CHARGE FEED. A
      *CREDIT MEMO (NEGATIVE AMOUNT) MAY NOT TAKE THE
      *PROJECT'S SPEND BELOW WHAT IS ALREADY CAPITALIZED
      *OR PENDING CAPITALIZATION. A PROJECT WHOSE FINAL
      *ASSET CIPCAP HAS GENERATED TAKES NO MORE CHARGES.
      *A CHARGE THAT CARRIES THE PROJECT OVER ITS BUDGET
      *IS ACCEPTED - THE INVOICE IS REAL - BUT IS FLAGGED
      *ON THE LOG FOR THE PROJECT MANAGER.
      *****************************************************
       600-PROCESS-CHARGE.
           MOVE 'YES'  TO TRAN-VALID-WS
           MOVE SPACES TO REASON-TEXT-WS
           MOVE 'CHARGE'        TO LOG-ACTION-OUT
           MOVE CHG-INVOICE-IN  TO LOG-REFERENCE-OUT
           MOVE ZERO            TO LOG-AMOUNT-OUT
           MOVE CHG-PROJECT-IN  TO PTRN-PROJECT-IN PROJ-LOOKUP-WS
           PERFORM  310-LOCATE-PROJECT-ENTRY
           PERFORM  610-EDIT-CHARGE
           IF TRAN-VALID-WS = 'YES'
               PERFORM  620-APPLY-CHARGE
           END-IF
           PERFORM  260-READ-ONE-CHARGE.

       610-EDIT-CHARGE.
           IF PROJ-FOUND-WS = 'NO'
               MOVE 'REJECTED - PROJECT NOT ON FILE'
                                         TO REASON-TEXT-WS
               PERFORM  700-LOG-REJECT
           ELSE
           IF PROJ-TBL-STATUS-WS (PROJ-HOLD-SUB-WS) = 'C'
               MOVE 'REJECTED - PROJECT IS CLOSED'
                                         TO REASON-TEXT-WS
               PERFORM  700-LOG-REJECT
           ELSE
           IF PROJ-TBL-STATUS-WS (PROJ-HOLD-SUB-WS) = 'F'
               MOVE 'REJECTED - PROJECT IS CLOSING'
                                         TO REASON-TEXT-WS
               PERFORM  700-LOG-REJECT
           ELSE
           IF CHG-INVOICE-IN = SPACES
               MOVE 'INVOICE NUMBER IS BLANK' TO REASON-TEXT-WS
               PERFORM  700-LOG-REJECT
           ELSE
           IF CHG-AMOUNT-IN IS NOT NUMERIC
              OR CHG-AMOUNT-IN = ZERO
               MOVE 'CHARGE AMOUNT INVALID' TO REASON-TEXT-WS
               PERFORM  700-LOG-REJECT
           ELSE
               MOVE CHG-AMOUNT-IN TO LOG-AMOUNT-OUT
               PERFORM  615-EDIT-CHARGE-DATE
               IF TRAN-VALID-WS = 'YES'
                   PERFORM  618-CHECK-DUPLICATE-INVOICE
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       615-EDIT-CHARGE-DATE.
           IF CHG-DATE-IN IS NOT NUMERIC
               MOVE 'INVOICE DATE NOT YYYYMMDD' TO REASON-TEXT-WS
               PERFORM  700-LOG-REJECT
           ELSE
               DIVIDE CHG-DATE-IN BY 10000
                      GIVING CHG-YEAR-WS
                      REMAINDER CHG-MONTH-DAY-WS
               DIVIDE CHG-MONTH-DAY-WS BY 100
                      GIVING CHG-MONTH-WS
                      REMAINDER CHG-DAY-WS
               IF CHG-YEAR-WS = ZERO
                  OR CHG-MONTH-WS < 1 OR CHG-MONTH-WS > 12
                  OR CHG-DAY-WS < 1 OR CHG-DAY-WS > 31
                   MOVE 'INVOICE DATE NOT YYYYMMDD'
                                         TO REASON-TEXT-WS
                   PERFORM  700-LOG-REJECT
               END-IF
           END-IF.

       618-CHECK-DUPLICATE-INVOICE.
           MOVE CHG-PROJECT-IN TO INV-WORK-PROJECT-WS
           MOVE CHG-VENDOR-IN  TO INV-WORK-VENDOR-WS
           MOVE CHG-INVOICE-IN TO INV-WORK-INVOICE-WS
           MOVE 'NO' TO INV-FOUND-WS
           SET INV-IDX-WS TO 1
           SEARCH INV-ENTRY-WS
               AT END
                   CONTINUE
               WHEN INV-IDX-WS > INV-TABLE-COUNT-WS
                   CONTINUE
               WHEN INV-KEY-WS (INV-IDX-WS) = INV-WORK-KEY-WS
                   MOVE 'YES' TO INV-FOUND-WS
           END-SEARCH
           IF INV-FOUND-WS = 'YES'
               MOVE 'REJECTED - INVOICE ALREADY CHARGED'
                                         TO REASON-TEXT-WS
               PERFORM  700-LOG-REJECT
           ELSE
               COMPUTE NEW-SPENT-WS =
                       PROJ-TBL-SPENT-WS (PROJ-HOLD-SUB-WS)
                       + CHG-AMOUNT-IN
               IF NEW-SPENT-WS <
                  PROJ-TBL-CAPITAL-WS (PROJ-HOLD-SUB-WS)
                  + PROJ-TBL-PENDING-WS (PROJ-HOLD-SUB-WS)
                   MOVE 'REJECTED - CREDIT EXCEEDS CIP BALANCE'
                                         TO REASON-TEXT-WS
                   PERFORM  700-LOG-REJECT
               END-IF
           END-IF.

       620-APPLY-CHARGE.
           MOVE NEW-SPENT-WS TO PROJ-TBL-SPENT-WS (PROJ-HOLD-SUB-WS)
           ADD  1             TO CHARGE-COUNT-WS
           ADD  CHG-AMOUNT-IN TO CHARGE-TOTAL-WS

           MOVE SPACES            TO CIP-HISTORY-RECORD
           MOVE CIP-CHARGE-RECORD TO CHST-CHARGE-IMAGE-OUT
           MOVE RUN-DATE-WS       TO CHST-RUN-DATE-OUT
           MOVE NEW-SPENT-WS      TO CHST-SPENT-AFTER-OUT
           WRITE CIP-HISTORY-RECORD
           PERFORM  240-REMEMBER-INVOICE

           IF NEW-SPENT-WS > PROJ-TBL-BUDGET-WS (PROJ-HOLD-SUB-WS)
               MOVE 'CHARGED - PROJECT NOW OVER BUDGET'
                                  TO REASON-TEXT-WS
           ELSE
               MOVE 'CHARGED TO PROJECT' TO REASON-TEXT-WS
           END-IF
           PERFORM  710-LOG-SUCCESS.

       700-LOG-REJECT.
           ADD  1 TO ERROR-COUNT-WS
           MOVE 'NO' TO TRAN-VALID-WS
           MOVE PTRN-PROJECT-IN TO LOG-PROJECT-OUT
           MOVE REASON-TEXT-WS  TO LOG-MESSAGE-OUT
           PERFORM  800-WRITE-LOG-LINE.

       710-LOG-SUCCESS.
           MOVE PTRN-PROJECT-IN TO LOG-PROJECT-OUT
           MOVE REASON-TEXT-WS  TO LOG-MESSAGE-OUT
           PERFORM  800-WRITE-LOG-LINE.

       800-WRITE-LOG-LINE.
           MOVE CIP-LOG-LINE-SETUP TO PRINT-A-SINGLE-LINE
           WRITE PRINT-A-SINGLE-LINE AFTER 1 LINE.

      *****************************************************
      *THE WHOLE PROJECT MASTER IS REWRITTEN FROM THE
      *TABLE - THE REJECTED TRANSACTIONS AND CHARGES
      *CHANGED NOTHING
      *****************************************************
       900-CLOSE.
           IF TRAN-FILE-STATUS-WS NOT = '35'
               CLOSE CIP-TRAN-FILE
           END-IF
           IF CHRG-FILE-STATUS-WS NOT = '35'
               CLOSE CIP-CHARGE-FILE
           END-IF
           CLOSE CIP-HISTORY-FILE

           OPEN OUTPUT CIP-PROJECT-FILE
           IF PROJ-FILE-STATUS-WS NOT = '00'
               DISPLAY 'CIPMAINT: PROJECT MASTER REWRITE FAILED '
                       '- STATUS ' PROJ-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO PROJ-SUB-WS
           PERFORM  910-WRITE-ONE-PROJECT
                    UNTIL PROJ-SUB-WS > PROJ-TABLE-COUNT-WS
           CLOSE CIP-PROJECT-FILE

           MOVE TRAN-COUNT-WS    TO TOTAL-TRAN-OUT
           MOVE ADD-COUNT-WS     TO TOTAL-ADD-OUT
           MOVE CHANGE-COUNT-WS  TO TOTAL-CHANGE-OUT
           MOVE CLOSE-COUNT-WS   TO TOTAL-CLOSE-OUT
           MOVE CHARGE-COUNT-WS  TO TOTAL-CHARGE-OUT
           MOVE CHARGE-TOTAL-WS  TO TOTAL-CHARGE-AMT-OUT
           MOVE ERROR-COUNT-WS   TO TOTAL-ERROR-OUT

           MOVE SPACES TO PRINT-A-SINGLE-LINE
           WRITE PRINT-A-SINGLE-LINE AFTER 1 LINE

           WRITE PRINT-A-SINGLE-LINE FROM CIP-TOTALS-LINE-SETUP
                 AFTER 1 LINE

           CLOSE CIP-LOG-FILE.

       910-WRITE-ONE-PROJECT.
           MOVE SPACES TO CIP-PROJECT-RECORD
           MOVE PROJ-TBL-CODE-WS (PROJ-SUB-WS)    TO CIP-PROJECT-IN
           MOVE PROJ-TBL-DESC-WS (PROJ-SUB-WS)    TO CIP-DESC-IN
           MOVE PROJ-TBL-DEPT-WS (PROJ-SUB-WS)    TO CIP-DEPT-IN
           MOVE PROJ-TBL-COMPANY-WS (PROJ-SUB-WS) TO CIP-COMPANY-IN
           MOVE PROJ-TBL-BUDGET-WS (PROJ-SUB-WS)  TO CIP-BUDGET-IN
           MOVE PROJ-TBL-SPENT-WS (PROJ-SUB-WS)   TO CIP-SPENT-IN
           MOVE PROJ-TBL-CAPITAL-WS (PROJ-SUB-WS)
                                        TO CIP-CAPITALIZED-IN
           MOVE PROJ-TBL-STATUS-WS (PROJ-SUB-WS)  TO CIP-STATUS-IN
           MOVE PROJ-TBL-SERVICE-WS (PROJ-SUB-WS)
                                        TO CIP-PLAN-SERVICE-IN
           MOVE PROJ-TBL-METHOD-WS (PROJ-SUB-WS)  TO CIP-METHOD-IN
           MOVE PROJ-TBL-LIFE-WS (PROJ-SUB-WS)    TO CIP-LIFE-IN
           MOVE PROJ-TBL-CONV-WS (PROJ-SUB-WS)    TO CIP-CONVENTION-IN
           MOVE PROJ-TBL-PENDING-WS (PROJ-SUB-WS) TO CIP-PENDING-IN
           WRITE CIP-PROJECT-RECORD
           ADD  1 TO PROJ-SUB-WS.
