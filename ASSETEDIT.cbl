      *UNCORRECTED ONE STAYS IN SUSPENSE.
      *
      *DEPARTMENT CODES ARE VALIDATED AGAINST THE
      *DEPARTMENT MASTER DEPTMAST.DAT, AND THE CIP PROJECT
      *NUMBER ON AN ADD GENERATED BY CIPCAP AGAINST THE
      *PROJECT MASTER CIPPROJ.DAT.
      *
      *DUAL CONTROL - A CLEAN ADD, PRICE CHANGE, IMPAIRMENT,
      *DISPOSAL, RETIREMENT OR PARTIAL DISPOSAL WHOSE AMOUNT
      *IS AT OR OVER THE COMPANY'S LIMIT FOR ITS TYPE
      *(APPRLIM.DAT) IS HELD ON THE APPROVAL QUEUE
      *APPRPEND.DAT INSTEAD OF PASSING TO ASSETTRAN.DAT.
      *ASSETAPPR RECORDS A SECOND PERSON'S APPROVAL OR
      *REJECTION AGAINST THE QUEUE; THE NEXT ASSETEDIT RUN
      *RELEASES EVERY APPROVED ITEM TO ASSETTRAN.DAT AHEAD
      *OF THE SUSPENSE RECYCLE AND DROPS THE REJECTED ONES.
      *A RELEASED ITEM IS RE-EDITED BUT NOT HELD AGAIN; IF
      *IT FAILS AN EDIT (ITS PERIOD CLOSED WHILE IT WAITED,
      *SAY) IT GOES TO SUSPENSE, AND ONCE CORRECTED THERE
      *IT NEEDS A FRESH APPROVAL LIKE ANY CHANGED
      *TRANSACTION. A TRANSACTION THAT WOULD BE HELD BUT
      *CARRIES NO OPERATOR ID GOES TO SUSPENSE (E029) - THE
      *APPROVAL CANNOT PROVE A SECOND PERSON WITHOUT IT.
      *
      *RETURN CODES
      *   0  CLEAN RUN
      *   4  WARNING - TRANSACTIONS WRITTEN TO SUSPENSE
      *   8  REFUSED - DEPARTMENT MASTER IS EMPTY
      *  12  FILE ERROR OR TABLE FULL - RUN ABENDED
      *****************************************************

       ENVIRONMENT DIVISION.
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS DEPT-FILE-STATUS-WS.

            SELECT CIP-PROJECT-FILE ASSIGN TO 'CIPPROJ.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PROJ-FILE-STATUS-WS.

            SELECT CLEAN-TRAN-FILE ASSIGN TO 'ASSETTRAN.DAT'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT EDIT-REPORT-FILE ASSIGN TO 'ASSETEDIT.DOC'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT ASSET-MASTER-FILE ASSIGN TO 'ASSETDATA.DAT'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ASSET-ID-IN
            ALTERNATE RECORD KEY IS DEPT-IN WITH DUPLICATES
            FILE STATUS IS ASSET-FILE-STATUS-WS.

            SELECT APPROVAL-LIMIT-FILE ASSIGN TO 'APPRLIM.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LIM-FILE-STATUS-WS.

            SELECT APPROVAL-PENDING-FILE ASSIGN TO 'APPRPEND.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PEND-FILE-STATUS-WS.

            SELECT APPROVAL-SEQ-FILE ASSIGN TO 'APPRSEQ.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SEQ-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD  RAW-TRAN-FILE RECORDING MODE IS F.
       01  RAW-TRAN-RECORD             PICTURE X(100).

       FD  SUSPENSE-FILE RECORDING MODE IS F.
       COPY ASSETSUSP.CPY.
       FD  DEPT-MASTER-FILE RECORDING MODE IS F.
       COPY DEPTMAST.CPY.

       FD  CIP-PROJECT-FILE RECORDING MODE IS F.
       COPY CIPPROJ.CPY.

       FD  CLEAN-TRAN-FILE RECORDING MODE IS F.
       COPY ASSETTRAN.CPY.

       FD  EDIT-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-A-SINGLE-LINE         PICTURE X(132).

      *****************************************************
      *THE ASSET MASTER IS READ BY KEY ONLY, FOR THE COMPANY
      *AND CURRENT COST OF AN ASSET WHOSE TRANSACTION MAY
      *NEED APPROVAL
      *****************************************************
       FD  ASSET-MASTER-FILE RECORDING MODE IS F.
       COPY ASSETIN.CPY.

       FD  APPROVAL-LIMIT-FILE RECORDING MODE IS F.
       COPY APPRLIM.CPY.

       FD  APPROVAL-PENDING-FILE RECORDING MODE IS F.
       COPY APPRPEND.CPY.

      *****************************************************
      *LAST APPROVAL QUEUE ITEM NUMBER EVER ASSIGNED - READ
      *AT OPEN AND WRITTEN BACK AT CLOSE WHEN ANYTHING WAS
      *HELD. NO FILE YET MEANS ITEM ONE IS NEXT.
      *****************************************************
       FD  APPROVAL-SEQ-FILE RECORDING MODE IS F.
       01  APPROVAL-SEQ-RECORD.
           05  SEQ-LAST-OUT        PICTURE 9(6).
           05  FILLER              PICTURE X(14).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-RAW-WS              PICTURE X(3)  VALUE 'NO'.
           05  SUSP-TABLE-COUNT-WS     PICTURE 9(3)  VALUE ZERO.
           05  SUSP-SUB-WS             PICTURE 9(3)  VALUE ZERO.
           05  SUSP-TABLE-WS.
               10  SUSP-TRAN-HELD-WS   PICTURE X(100)
                                       OCCURS 500 TIMES.

      *****************************************************
      *****************************************************
           05  DEPT-COMPANY-HOLD-WS    PICTURE X(2)  VALUE SPACES.

      *****************************************************
      *CIP PROJECTS LOADED FROM CIPPROJ.DAT - AN ADD THAT
      *CLAIMS TO COME FROM A PROJECT MUST NAME ONE THAT
      *EXISTS, IS STILL OPEN AND HAS THE COST LEFT IN CIP.
      *EVERY ADD THAT PASSES IS CHARGED AGAINST ITS ENTRY,
      *SO TWO ADDS IN ONE RUN CANNOT BOTH SPEND THE SAME
      *BALANCE. NO PROJECT MASTER YET (STATUS 35) LEAVES
      *THE TABLE EMPTY.
      *****************************************************
           05  EOF-PROJ-WS             PICTURE X(3)  VALUE 'NO'.
           05  PROJ-FILE-STATUS-WS     PICTURE XX    VALUE '00'.
           05  PROJ-TABLE-COUNT-WS     PICTURE 9(3)  VALUE ZERO.
           05  PROJ-TABLE-WS.
               10  PROJ-ENTRY-WS       OCCURS 500 TIMES
                                       INDEXED BY PROJ-IDX-WS.
                   15  PROJ-TABLE-CODE-WS
                                       PICTURE X(6).
                   15  PROJ-TABLE-STATUS-WS
                                       PICTURE X.
                   15  PROJ-TABLE-SPENT-WS
                                       PICTURE S9(9)V99.
                   15  PROJ-TABLE-CAPITAL-WS
                                       PICTURE S9(9)V99.
                   15  PROJ-TABLE-PENDING-WS
                                       PICTURE S9(9)V99.
           05  PROJ-FOUND-WS           PICTURE X(3)  VALUE 'NO'.
           05  PROJ-HOLD-SUB-WS        PICTURE 9(3)  VALUE ZERO.
           05  PROJ-AVAILABLE-WS       PICTURE S9(9)V99
                                                     VALUE ZERO.

      *****************************************************
      *WORK FIELDS FOR SPLITTING THE IMPAIRMENT EFFECTIVE
      *DATE (YYYYMM) INTO YEAR AND MONTH FOR THE EDIT
           05  XFER-YEAR-WS            PICTURE 9(4)  VALUE ZERO.
           05  XFER-MONTH-WS           PICTURE 99    VALUE ZERO.

      *****************************************************
      *WORK FIELDS FOR SPLITTING THE IN-SERVICE DATE
      *(YYYYMM) FOR THE EDIT, AND THE RUN-DATE PERIOD IT
      *MAY NOT BE LATER THAN
      *****************************************************
           05  SERVICE-YEAR-WS         PICTURE 9(4)  VALUE ZERO.
           05  SERVICE-MONTH-WS        PICTURE 99    VALUE ZERO.
           05  RUN-PERIOD-WS           PICTURE 9(6)  VALUE ZERO.

      *****************************************************
      *PERIOD CLOSE CONTROL - THE PERIOD FILE IS LOADED AT
      *OPEN AND EVERY EFFECTIVE-DATED TRANSACTION IS
           05  PERIOD-CHECK-WS         PICTURE 9(6)  VALUE ZERO.
           05  PERIOD-CLOSED-WS        PICTURE X(3)  VALUE 'NO'.

      *****************************************************
      *APPROVAL LIMITS LOADED FROM APPRLIM.DAT. NO LIMIT
      *FILE (STATUS 35) LEAVES THE TABLE EMPTY AND NOTHING
      *IS HELD.
      *****************************************************
           05  EOF-LIM-WS              PICTURE X(3)  VALUE 'NO'.
           05  LIM-FILE-STATUS-WS      PICTURE XX    VALUE '00'.
           05  LIM-TABLE-COUNT-WS      PICTURE 9(3)  VALUE ZERO.
           05  LIM-TABLE-WS.
               10  LIM-ENTRY-WS        OCCURS 100 TIMES
                                       INDEXED BY LIM-IDX-WS.
                   15  LIM-TBL-COMPANY-WS
                                       PICTURE X(2).
                   15  LIM-TBL-CODE-WS PICTURE X.
                   15  LIM-TBL-AMOUNT-WS
                                       PICTURE S9(9)V99.
           05  LIMIT-FOUND-WS          PICTURE X(3)  VALUE 'NO'.

      *****************************************************
      *THE APPROVAL QUEUE AS ASSETAPPR LEFT IT, LOADED AT
      *OPEN SO THE FILE CAN BE REOPENED OUTPUT - STILL
      *WAITING ITEMS ARE WRITTEN BACK, APPROVED ONES ARE
      *RELEASED AND REJECTED ONES DROPPED
      *****************************************************
           05  EOF-PEND-WS             PICTURE X(3)  VALUE 'NO'.
           05  PEND-FILE-STATUS-WS     PICTURE XX    VALUE '00'.
           05  PEND-TABLE-COUNT-WS     PICTURE 9(3)  VALUE ZERO.
           05  PEND-SUB-WS             PICTURE 9(3)  VALUE ZERO.
           05  PEND-TABLE-WS.
               10  PEND-HELD-WS        PICTURE X(220)
                                       OCCURS 500 TIMES.
           05  SEQ-FILE-STATUS-WS      PICTURE XX    VALUE '00'.
           05  LAST-ITEM-WS            PICTURE 9(6)  VALUE ZERO.

      *****************************************************
      *THE AMOUNT, COMPANY AND EFFECTIVE PERIOD OF THE
      *TRANSACTION BEING TESTED AGAINST THE LIMITS. NO
      *ASSET MASTER YET (STATUS 35) MEANS ONLY ADDS CAN
      *COME TO ANY AMOUNT.
      *****************************************************
           05  ASSET-FILE-STATUS-WS    PICTURE XX    VALUE '00'.
           05  NO-ASSET-MASTER-WS      PICTURE X(3)  VALUE 'NO'.
           05  ASSET-FOUND-WS          PICTURE X(3)  VALUE 'NO'.
           05  AMOUNT-APPLIES-WS       PICTURE X(3)  VALUE 'NO'.
           05  APPROVAL-NEEDED-WS      PICTURE X(3)  VALUE 'NO'.
           05  RELEASING-WS            PICTURE X(3)  VALUE 'NO'.
           05  APPR-AMOUNT-WS          PICTURE S9(9)V99 VALUE ZERO.
           05  APPR-LIMIT-WS           PICTURE S9(9)V99 VALUE ZERO.
           05  APPR-COMPANY-WS         PICTURE X(2)  VALUE SPACES.
           05  APPR-PERIOD-WS          PICTURE 9(6)  VALUE ZERO.

           05  HELD-COUNT-WS           PICTURE 9(5)  VALUE ZERO.
           05  RELEASED-COUNT-WS       PICTURE 9(5)  VALUE ZERO.

           05  HOLD-DATE-WS.
               10 YEAR-WS       PIC 9999.
               10 MONTH-WS      PIC 99.
               10 HOUR-WS       PIC 99.
               10 MINUTE-WS     PIC 99.
               10 SECOND-WS     PIC 99.
           05  HOLD-DATE-PARTS-WS REDEFINES HOLD-DATE-WS.
               10 HOLD-YMD-WS   PIC 9(8).
               10 HOLD-HMS-WS   PIC 9(6).

      *****************************************************
      *REASON TEXT FOR THE EDIT REPORT WHEN AN ITEM GOES
      *ON, OR COMES OFF, THE APPROVAL QUEUE
      *****************************************************
       01  HELD-TEXT-SETUP.
           05                      PICTURE X(23)   VALUE
                                      'HELD FOR APPROVAL ITEM '.
           05  HELD-ITEM-OUT       PICTURE 9(6).
           05  FILLER              PICTURE X       VALUE SPACE.

       01  DECIDED-TEXT-SETUP.
           05  DECIDED-ACTION-OUT  PICTURE X(8).
           05                      PICTURE X(4)    VALUE ' BY '.
           05  DECIDED-APPROVER-OUT
                                   PICTURE X(8).
           05                      PICTURE X(2)    VALUE ' #'.
           05  DECIDED-ITEM-OUT    PICTURE 9(6).
           05  FILLER              PICTURE XX      VALUE SPACES.

       01  EDIT-HEADER-LINE-SETUP.
           05  FILLER              PICTURE X(4)    VALUE SPACES.
           05                      PICTURE X(12)   VALUE
                                      'TO SUSPENSE '.
           05  TOTAL-REJECT-OUT    PICTURE ZZ,ZZ9.
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05                      PICTURE X(5)    VALUE 'HELD '.
           05  TOTAL-HELD-OUT      PICTURE ZZ,ZZ9.
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05                      PICTURE X(9)    VALUE 'RELEASED '.
           05  TOTAL-RELEASED-OUT  PICTURE ZZ,ZZ9.
           05  FILLER              PICTURE X(10)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM    200-OPEN
           PERFORM    320-RELEASE-APPROVED
           PERFORM    300-RECYCLE-SUSPENSE
           PERFORM    350-PROCESS-RAW UNTIL EOF-RAW-WS = 'YES'
           PERFORM    900-CLOSE
           IF REJECT-COUNT-WS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       200-OPEN.
           MOVE FUNCTION CURRENT-DATE TO HOLD-DATE-WS
           COMPUTE RUN-PERIOD-WS = YEAR-WS * 100 + MONTH-WS
           PERFORM    210-LOAD-DEPT-TABLE
           PERFORM    220-LOAD-SUSPENSE-TABLE
           PERFORM    230-LOAD-PERIOD-TABLE
           PERFORM    240-LOAD-PROJECT-TABLE
           PERFORM    260-LOAD-LIMIT-TABLE
           PERFORM    290-READ-ITEM-COUNTER
           PERFORM    270-LOAD-PENDING-TABLE
           PERFORM    280-OPEN-ASSET-MASTER

           OPEN INPUT RAW-TRAN-FILE
      *****************************************************
               IF RAW-FILE-STATUS-WS NOT = '00'
                   DISPLAY 'ASSETEDIT: RAW TRANSACTION OPEN FAILED '
                           '- STATUS ' RAW-FILE-STATUS-WS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           OPEN OUTPUT CLEAN-TRAN-FILE EDIT-REPORT-FILE
           OPEN OUTPUT SUSPENSE-FILE
           OPEN OUTPUT APPROVAL-PENDING-FILE
           IF PEND-FILE-STATUS-WS NOT = '00'
               DISPLAY 'ASSETEDIT: APPROVAL QUEUE REWRITE FAILED '
                       '- STATUS ' PEND-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           MOVE EDIT-HEADER-LINE-SETUP TO PRINT-A-SINGLE-LINE
           WRITE PRINT-A-SINGLE-LINE AFTER 1 LINE
           IF DEPT-FILE-STATUS-WS NOT = '00'
               DISPLAY 'ASSETEDIT: DEPARTMENT MASTER OPEN FAILED '
                       '- STATUS ' DEPT-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM  215-LOAD-ONE-DEPT UNTIL EOF-DEPT-WS = 'YES'
           CLOSE DEPT-MASTER-FILE
           IF DEPT-TABLE-COUNT-WS = ZERO
               DISPLAY 'ASSETEDIT: DEPARTMENT MASTER IS EMPTY'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

                   ELSE
                   IF DEPT-TABLE-COUNT-WS >= 100
                       DISPLAY 'ASSETEDIT: DEPARTMENT TABLE FULL'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD  1 TO DEPT-TABLE-COUNT-WS
               IF SUSP-FILE-STATUS-WS NOT = '00'
                   DISPLAY 'ASSETEDIT: SUSPENSE OPEN FAILED '
                           '- STATUS ' SUSP-FILE-STATUS-WS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM  225-LOAD-ONE-SUSPENSE
               NOT AT END
                   IF SUSP-TABLE-COUNT-WS >= 500
                       DISPLAY 'ASSETEDIT: SUSPENSE TABLE FULL'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD  1 TO SUSP-TABLE-COUNT-WS
               IF PERIOD-FILE-STATUS-WS NOT = '00'
                   DISPLAY 'ASSETEDIT: PERIOD FILE OPEN FAILED '
                           '- STATUS ' PERIOD-FILE-STATUS-WS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM  235-LOAD-ONE-PERIOD
               NOT AT END
                   IF PRD-TABLE-COUNT-WS >= 240
                       DISPLAY 'ASSETEDIT: PERIOD TABLE FULL'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD  1 TO PRD-TABLE-COUNT-WS
                        PRD-STATUS-WS (PRD-TABLE-COUNT-WS)
           END-READ.

      *****************************************************
      *NO PROJECT MASTER YET (STATUS 35) MEANS NO CIP
      *PROJECT HAS EVER BEEN OPENED
      *****************************************************
       240-LOAD-PROJECT-TABLE.
           OPEN INPUT CIP-PROJECT-FILE
           IF PROJ-FILE-STATUS-WS = '35'
               MOVE 'YES' TO EOF-PROJ-WS
           ELSE
               IF PROJ-FILE-STATUS-WS NOT = '00'
                   DISPLAY 'ASSETEDIT: PROJECT MASTER OPEN FAILED '
                           '- STATUS ' PROJ-FILE-STATUS-WS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM  245-LOAD-ONE-PROJECT
                        UNTIL EOF-PROJ-WS = 'YES'
               CLOSE CIP-PROJECT-FILE
           END-IF.

       245-LOAD-ONE-PROJECT.
           READ CIP-PROJECT-FILE
               AT END
                   MOVE 'YES' TO EOF-PROJ-WS
               NOT AT END
                   IF PROJ-TABLE-COUNT-WS >= 500
                       DISPLAY 'ASSETEDIT: PROJECT TABLE FULL'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD  1 TO PROJ-TABLE-COUNT-WS
                   MOVE CIP-PROJECT-IN TO
                        PROJ-TABLE-CODE-WS (PROJ-TABLE-COUNT-WS)
                   IF CIP-OPEN-IN
                       MOVE 'O' TO
                            PROJ-TABLE-STATUS-WS (PROJ-TABLE-COUNT-WS)
                   ELSE
                       MOVE CIP-STATUS-IN TO
                            PROJ-TABLE-STATUS-WS (PROJ-TABLE-COUNT-WS)
                   END-IF
                   MOVE CIP-SPENT-IN TO
                        PROJ-TABLE-SPENT-WS (PROJ-TABLE-COUNT-WS)
                   MOVE CIP-CAPITALIZED-IN TO
                        PROJ-TABLE-CAPITAL-WS (PROJ-TABLE-COUNT-WS)
                   IF CIP-PENDING-IN IS NOT NUMERIC
                       MOVE ZERO TO CIP-PENDING-IN
                   END-IF
                   MOVE CIP-PENDING-IN TO
                        PROJ-TABLE-PENDING-WS (PROJ-TABLE-COUNT-WS)
           END-READ.

       250-READ-ONE-RAW.
           READ RAW-TRAN-FILE
              AT END MOVE 'YES' TO EOF-RAW-WS
           END-READ.

      *****************************************************
      *NO LIMIT FILE YET (STATUS 35) MEANS THE CONTROLLER
      *HAS SET NO LIMITS - NOTHING IS HELD FOR APPROVAL
      *****************************************************
       260-LOAD-LIMIT-TABLE.
           OPEN INPUT APPROVAL-LIMIT-FILE
           IF LIM-FILE-STATUS-WS = '35'
               MOVE 'YES' TO EOF-LIM-WS
           ELSE
               IF LIM-FILE-STATUS-WS NOT = '00'
                   DISPLAY 'ASSETEDIT: APPROVAL LIMIT OPEN FAILED '
                           '- STATUS ' LIM-FILE-STATUS-WS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM  265-LOAD-ONE-LIMIT
                        UNTIL EOF-LIM-WS = 'YES'
               CLOSE APPROVAL-LIMIT-FILE
           END-IF.

       265-LOAD-ONE-LIMIT.
           READ APPROVAL-LIMIT-FILE
               AT END
                   MOVE 'YES' TO EOF-LIM-WS
               NOT AT END
                   IF LIM-TABLE-COUNT-WS >= 100
                       DISPLAY 'ASSETEDIT: APPROVAL LIMIT TABLE FULL'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD  1 TO LIM-TABLE-COUNT-WS
                   MOVE LIM-COMPANY-IN TO
                        LIM-TBL-COMPANY-WS (LIM-TABLE-COUNT-WS)
                   MOVE LIM-TRAN-CODE-IN TO
                        LIM-TBL-CODE-WS (LIM-TABLE-COUNT-WS)
                   MOVE LIM-AMOUNT-IN TO
                        LIM-TBL-AMOUNT-WS (LIM-TABLE-COUNT-WS)
           END-READ.

      *****************************************************
      *NO QUEUE FILE YET (STATUS 35) MEANS NOTHING HAS EVER
      *BEEN HELD FOR APPROVAL
      *****************************************************
       270-LOAD-PENDING-TABLE.
           OPEN INPUT APPROVAL-PENDING-FILE
           IF PEND-FILE-STATUS-WS = '35'
               MOVE 'YES' TO EOF-PEND-WS
           ELSE
               IF PEND-FILE-STATUS-WS NOT = '00'
                   DISPLAY 'ASSETEDIT: APPROVAL QUEUE OPEN FAILED '
                           '- STATUS ' PEND-FILE-STATUS-WS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM  275-LOAD-ONE-PENDING
                        UNTIL EOF-PEND-WS = 'YES'
               CLOSE APPROVAL-PENDING-FILE
           END-IF.

      *****************************************************
      *AN ITEM NUMBER ON THE QUEUE HIGHER THAN THE COUNTER
      *(A COUNTER FILE RESTORED FROM AN OLDER BACKUP) MOVES
      *THE COUNTER UP, SO A NUMBER IS NEVER ISSUED TWICE
      *****************************************************
       275-LOAD-ONE-PENDING.
           READ APPROVAL-PENDING-FILE
               AT END
                   MOVE 'YES' TO EOF-PEND-WS
               NOT AT END
                   IF PEND-TABLE-COUNT-WS >= 500
                       DISPLAY 'ASSETEDIT: APPROVAL QUEUE TABLE FULL'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD  1 TO PEND-TABLE-COUNT-WS
                   MOVE APPROVAL-PENDING-RECORD TO
                        PEND-HELD-WS (PEND-TABLE-COUNT-WS)
                   IF PEND-ITEM-IN > LAST-ITEM-WS
                       MOVE PEND-ITEM-IN TO LAST-ITEM-WS
                   END-IF
           END-READ.

      *****************************************************
      *STATUS 35 MEANS NO ASSET MASTER EXISTS YET - ONLY
      *ADDS CAN ARRIVE ON A BRAND-NEW SYSTEM, AND AN ADD
      *CARRIES ITS OWN COST AND COMPANY
      *****************************************************
       280-OPEN-ASSET-MASTER.
           OPEN INPUT ASSET-MASTER-FILE
           IF ASSET-FILE-STATUS-WS = '35'
               MOVE 'YES' TO NO-ASSET-MASTER-WS
           ELSE
               IF ASSET-FILE-STATUS-WS NOT = '00'
                   DISPLAY 'ASSETEDIT: ASSET MASTER OPEN FAILED '
                           '- STATUS ' ASSET-FILE-STATUS-WS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       290-READ-ITEM-COUNTER.
           OPEN INPUT APPROVAL-SEQ-FILE
           IF SEQ-FILE-STATUS-WS = '00'
               READ APPROVAL-SEQ-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SEQ-LAST-OUT TO LAST-ITEM-WS
               END-READ
               CLOSE APPROVAL-SEQ-FILE
           END-IF.

      *****************************************************
      *RE-EDITS EVERY ITEM HELD OVER IN SUSPENSE - THE
      *CORRECTED ONES PASS THROUGH TO ASSETTRAN.DAT, THE
           PERFORM  400-EDIT-TRANSACTION
           ADD  1 TO SUSP-SUB-WS.

      *****************************************************
      *WORKS THROUGH THE APPROVAL QUEUE AS LOADED - AN
      *APPROVED ITEM IS RE-EDITED AND RELEASED TO
      *ASSETTRAN.DAT WITHOUT BEING HELD AGAIN, A REJECTED
      *ONE IS DROPPED (THE DECISION IS ON ASSETAPPR'S LOG),
      *AND ONE STILL WAITING GOES BACK ON THE QUEUE
      *****************************************************
       320-RELEASE-APPROVED.
           MOVE 1 TO PEND-SUB-WS
           PERFORM  325-RELEASE-ONE-PENDING
                    UNTIL PEND-SUB-WS > PEND-TABLE-COUNT-WS.

       325-RELEASE-ONE-PENDING.
           MOVE PEND-HELD-WS (PEND-SUB-WS) TO APPROVAL-PENDING-RECORD
           EVALUATE TRUE
               WHEN PEND-APPROVED-IN
                   ADD  1 TO RELEASED-COUNT-WS
                   MOVE 'RELEASED' TO DECIDED-ACTION-OUT
                   PERFORM  330-PRINT-DECISION
                   MOVE PEND-TRAN-IMAGE-IN
                        TO ASSET-TRANSACTION-RECORD
                   MOVE 'YES' TO RELEASING-WS
                   PERFORM  400-EDIT-TRANSACTION
                   MOVE 'NO'  TO RELEASING-WS
               WHEN PEND-REJECTED-IN
                   MOVE 'REJECTED' TO DECIDED-ACTION-OUT
                   PERFORM  330-PRINT-DECISION
               WHEN OTHER
                   WRITE APPROVAL-PENDING-RECORD
           END-EVALUATE
           ADD  1 TO PEND-SUB-WS.

       330-PRINT-DECISION.
           MOVE PEND-APPROVER-IN  TO DECIDED-APPROVER-OUT
           MOVE PEND-ITEM-IN      TO DECIDED-ITEM-OUT
           MOVE PEND-ASSET-ID-IN  TO EDIT-ASSET-ID-OUT
           MOVE 'APPR'            TO EDIT-REASON-CODE-OUT
           MOVE DECIDED-TEXT-SETUP TO EDIT-REASON-TEXT-OUT
           MOVE EDIT-DETAIL-LINE-SETUP TO PRINT-A-SINGLE-LINE
           WRITE PRINT-A-SINGLE-LINE AFTER 1 LINE.

       350-PROCESS-RAW.
           ADD  1 TO READ-COUNT-WS
           MOVE RAW-TRAN-RECORD TO ASSET-TRANSACTION-RECORD
      *****************************************************
       400-EDIT-TRANSACTION.
           MOVE 'YES'  TO TRAN-VALID-WS
           MOVE 'NO'   TO APPROVAL-NEEDED-WS
           MOVE SPACES TO REASON-CODE-WS REASON-TEXT-WS

           PERFORM  410-NORMALIZE-BLANK-NUMERICS
               END-EVALUATE
           END-IF

           IF TRAN-VALID-WS = 'YES' AND RELEASING-WS = 'NO'
               PERFORM  470-CHECK-APPROVAL-LIMIT
           END-IF

      *****************************************************
      *A HELD TRANSACTION MUST SAY WHO KEYED IT - ASSETAPPR
      *PROVES THE APPROVER IS A DIFFERENT PERSON BY THAT ID,
      *SO A BLANK ONE WOULD LET ANYONE APPROVE THEIR OWN
      *WORK
      *****************************************************
           IF TRAN-VALID-WS = 'YES'
              AND APPROVAL-NEEDED-WS = 'YES'
              AND TRAN-OPERATOR-IN = SPACES
               MOVE 'E029' TO REASON-CODE-WS
               MOVE 'OPERATOR ID BLANK - NEEDS APPROVAL'
                           TO REASON-TEXT-WS
               MOVE 'NO'   TO TRAN-VALID-WS
           END-IF

           IF TRAN-VALID-WS = 'YES'
              AND TRAN-ADD-IN
              AND TRAN-PROJECT-IN NOT = SPACES
               PERFORM  439-CHARGE-CIP-PROJECT
           END-IF

           IF TRAN-VALID-WS = 'YES'
               IF APPROVAL-NEEDED-WS = 'YES'
                   PERFORM  480-HOLD-FOR-APPROVAL
               ELSE
                   ADD  1 TO PASSED-COUNT-WS
                   WRITE ASSET-TRANSACTION-RECORD
               END-IF
           ELSE
               PERFORM  460-WRITE-SUSPENSE
           END-IF.
      *COLUMNS ARE ONLY NORMALIZED FOR THE TRANSACTION
      *TYPES THAT READ THEM AS NUMBERS - ON AN 'A' OR 'L'
      *THE SAME COLUMNS CARRY THE TAG AND LOCATION, WHICH
      *MUST NOT BE ZERO-FILLED. LIKEWISE THE PROCEEDS
      *COLUMNS CARRY THE CIP PROJECT NUMBER ON AN 'A', AND
      *AN ALL-ZERO PROJECT THERE IS READ AS NO PROJECT.
      *****************************************************
       410-NORMALIZE-BLANK-NUMERICS.
           IF TRAN-PRICE-IN = SPACES
           IF TRAN-DISPOSAL-MONTH-IN = SPACES
               MOVE ZERO TO TRAN-DISPOSAL-MONTH-IN
           END-IF
           IF TRAN-ADD-IN
               IF TRAN-PROJECT-IN = ZEROS
                   MOVE SPACES TO TRAN-CIP-VIEW-IN
               END-IF
           ELSE
               IF TRAN-DISPOSAL-PROCEEDS-IN = SPACES
                   MOVE ZERO TO TRAN-DISPOSAL-PROCEEDS-IN
               END-IF
           END-IF
           IF TRAN-TAX-LIFE-IN = SPACES
               MOVE ZERO TO TRAN-TAX-LIFE-IN
           END-IF
           IF TRAN-IN-SERVICE-DATE-IN = SPACES
               MOVE ZERO TO TRAN-IN-SERVICE-DATE-IN
           END-IF
           IF TRAN-IMPAIR-IN
               IF TRAN-IMPAIR-AMOUNT-IN = SPACES
                   MOVE ZERO TO TRAN-IMPAIR-AMOUNT-IN
                       IF TRAN-VALID-WS = 'YES'
                           PERFORM  457-EDIT-ADD-COMPANY
                       END-IF
                       IF TRAN-VALID-WS = 'YES'
                           IF TRAN-IN-SERVICE-DATE-IN = ZERO
                               MOVE 'E025' TO REASON-CODE-WS
                               MOVE 'IN-SERVICE DATE IS BLANK'
                                           TO REASON-TEXT-WS
                               MOVE 'NO'   TO TRAN-VALID-WS
                           ELSE
                               PERFORM  437-EDIT-SERVICE-FIELDS
                           END-IF
                       END-IF
                       IF TRAN-VALID-WS = 'YES'
                          AND TRAN-PROJECT-IN NOT = SPACES
                           PERFORM  438-EDIT-CIP-PROJECT
                       END-IF
                   END-IF
               END-IF
           END-IF.
               ELSE
                   IF TRAN-DEPT-IN NOT = SPACES
                       PERFORM  455-EDIT-DEPT-CODE
                       IF TRAN-VALID-WS = 'YES'
                           MOVE DEPT-COMPANY-HOLD-WS
                                TO TRAN-COMPANY-IN
                       END-IF
                   END-IF
                   IF TRAN-VALID-WS = 'YES'
                       PERFORM  437-EDIT-SERVICE-FIELDS
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      *THE IN-SERVICE DATE MUST BE A REAL YYYYMM NO LATER
      *THAN THE RUN MONTH - AN ASSET NOT YET IN SERVICE
      *HAS NO BUSINESS DEPRECIATING - AND EACH BOOK'S
      *CONVENTION MUST BE ONE DEPRSUB KNOWS. A ZERO DATE
      *(ALLOWED ONLY ON A CHANGE) IS NOT EDITED.
      *****************************************************
       437-EDIT-SERVICE-FIELDS.
           IF TRAN-IN-SERVICE-DATE-IN IS NOT NUMERIC
               MOVE 'E025' TO REASON-CODE-WS
               MOVE 'IN-SERVICE DATE NOT YYYYMM' TO REASON-TEXT-WS
               MOVE 'NO'   TO TRAN-VALID-WS
           ELSE
               IF TRAN-IN-SERVICE-DATE-IN NOT = ZERO
                   DIVIDE TRAN-IN-SERVICE-DATE-IN BY 100
                          GIVING SERVICE-YEAR-WS
                          REMAINDER SERVICE-MONTH-WS
                   IF SERVICE-YEAR-WS = ZERO
                      OR SERVICE-MONTH-WS < 1
                      OR SERVICE-MONTH-WS > 12
                       MOVE 'E025' TO REASON-CODE-WS
                       MOVE 'IN-SERVICE DATE NOT YYYYMM'
                                   TO REASON-TEXT-WS
                       MOVE 'NO'   TO TRAN-VALID-WS
                   ELSE
                       IF TRAN-IN-SERVICE-DATE-IN > RUN-PERIOD-WS
                           MOVE 'E025' TO REASON-CODE-WS
                           MOVE 'IN-SERVICE DATE IN FUTURE'
                                       TO REASON-TEXT-WS
                           MOVE 'NO'   TO TRAN-VALID-WS
                       END-IF
                   END-IF
               END-IF
           END-IF

           IF TRAN-VALID-WS = 'YES'
               IF TRAN-CONVENTION-IN NOT = 'F' AND 'H' AND 'M'
                  AND 'Q' AND SPACE
                   MOVE 'E026' TO REASON-CODE-WS
                   MOVE 'CONVENTION NOT F/H/M/Q' TO REASON-TEXT-WS
                   MOVE 'NO'   TO TRAN-VALID-WS
               ELSE
                   IF TRAN-TAX-CONVENTION-IN NOT = 'F' AND 'H'
                      AND 'M' AND 'Q' AND SPACE
                       MOVE 'E027' TO REASON-CODE-WS
                       MOVE 'TAX CONVENTION NOT F/H/M/Q'
                                   TO REASON-TEXT-WS
                       MOVE 'NO'   TO TRAN-VALID-WS
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      *AN ADD CAPITALIZED FROM CONSTRUCTION IN PROGRESS
      *MUST NAME A PROJECT ON THE PROJECT MASTER - THE
      *REFERENCE IS THE AUDIT TRAIL FROM THE ASSET BACK TO
      *THE INVOICES THAT BUILT IT. THE PROJECT MUST BE
      *OPEN; ONLY AN ADD CIPCAP GENERATED MAY POST AGAINST
      *ONE CIPCAP HAS LEFT CLOSING ('F'), SINCE THE FINAL
      *CARD MARKS IT SO BEFORE ITS ADD IS EDITED. A
      *HAND-KEYED COST MUST FIT IN THE SPEND NOT YET
      *CAPITALIZED OR RESERVED; A CIPCAP COST MUST STILL BE
      *RESERVED - ONE RELEASED SINCE WOULD TAKE ANOTHER
      *ADD'S RESERVATION.
      *****************************************************
       438-EDIT-CIP-PROJECT.
           MOVE 'NO' TO PROJ-FOUND-WS
           SET PROJ-IDX-WS TO 1
           SEARCH PROJ-ENTRY-WS
               AT END
                   CONTINUE
               WHEN PROJ-IDX-WS > PROJ-TABLE-COUNT-WS
                   CONTINUE
               WHEN PROJ-TABLE-CODE-WS (PROJ-IDX-WS)
                    = TRAN-PROJECT-IN
                   MOVE 'YES' TO PROJ-FOUND-WS
                   SET  PROJ-HOLD-SUB-WS TO PROJ-IDX-WS
           END-SEARCH
           IF PROJ-FOUND-WS = 'NO'
               MOVE 'E028' TO REASON-CODE-WS
               MOVE 'CIP PROJECT NOT ON FILE' TO REASON-TEXT-WS
               MOVE 'NO'   TO TRAN-VALID-WS
           ELSE
           IF PROJ-TABLE-STATUS-WS (PROJ-HOLD-SUB-WS) NOT = 'O'
              AND (PROJ-TABLE-STATUS-WS (PROJ-HOLD-SUB-WS)
                       NOT = 'F'
                   OR NOT TRAN-FROM-CIPCAP-IN)
               MOVE 'E030' TO REASON-CODE-WS
               MOVE 'CIP PROJECT NOT OPEN' TO REASON-TEXT-WS
               MOVE 'NO'   TO TRAN-VALID-WS
           ELSE
           IF TRAN-FROM-CIPCAP-IN
               IF TRAN-PRICE-IN >
                  PROJ-TABLE-PENDING-WS (PROJ-HOLD-SUB-WS)
                   MOVE 'E032' TO REASON-CODE-WS
                   MOVE 'CIP COST NO LONGER PENDING'
                               TO REASON-TEXT-WS
                   MOVE 'NO'   TO TRAN-VALID-WS
               END-IF
           ELSE
               COMPUTE PROJ-AVAILABLE-WS =
                       PROJ-TABLE-SPENT-WS (PROJ-HOLD-SUB-WS)
                     - PROJ-TABLE-CAPITAL-WS (PROJ-HOLD-SUB-WS)
                     - PROJ-TABLE-PENDING-WS (PROJ-HOLD-SUB-WS)
               IF TRAN-PRICE-IN > PROJ-AVAILABLE-WS
                   MOVE 'E031' TO REASON-CODE-WS
                   MOVE 'COST EXCEEDS CIP BALANCE'
                               TO REASON-TEXT-WS
                   MOVE 'NO'   TO TRAN-VALID-WS
               END-IF
           END-IF
           END-IF
           END-IF.

      *****************************************************
      *A PASSED ADD IS CHARGED AGAINST ITS PROJECT'S ENTRY
      *THE WAY ASSETMAINT WILL POST IT - A CIPCAP ADD
      *MOVES ITS COST FROM PENDING TO CAPITALIZED, A
      *HAND-KEYED ONE ADDS STRAIGHT TO CAPITALIZED - SO THE
      *NEXT ADD AGAINST THE SAME PROJECT SEES WHAT IS LEFT
      *****************************************************
       439-CHARGE-CIP-PROJECT.
           IF TRAN-FROM-CIPCAP-IN
               SUBTRACT TRAN-PRICE-IN FROM
                        PROJ-TABLE-PENDING-WS (PROJ-HOLD-SUB-WS)
           END-IF
           ADD  TRAN-PRICE-IN TO
                PROJ-TABLE-CAPITAL-WS (PROJ-HOLD-SUB-WS).

      *****************************************************
      *A CHANGE IN ESTIMATE MUST CARRY THE NEW REMAINING
      *LIFE - A ZERO ONE WOULD DIVIDE THE REMAINING BOOK
      *A TRANSFER MUST NAME THE RECEIVING DEPARTMENT AND A
      *REAL EFFECTIVE DATE - THE DEPRECIATION RUN SPLITS
      *THE YEAR'S CHARGE ON THAT MONTH, SO A BAD ONE WOULD
      *CHARGE THE WRONG COST CENTER. THE RECEIVING
      *DEPARTMENT'S COMPANY GOES ON THE CARD SO A MOVE TO
      *ANOTHER ENTITY TAKES THE ASSET ONTO THAT ENTITY'S
      *BOOKS.
      *****************************************************
       454-EDIT-TRANSFER-FIELDS.
           IF TRAN-DEPT-IN = SPACES
                   ELSE
                       PERFORM  455-EDIT-DEPT-CODE
                       IF TRAN-VALID-WS = 'YES'
                           MOVE DEPT-COMPANY-HOLD-WS
                                TO TRAN-COMPANY-IN
                           MOVE TRAN-XFER-DATE-IN
                                TO PERIOD-CHECK-WS
                           PERFORM  465-CHECK-PERIOD-CLOSED
           MOVE EDIT-DETAIL-LINE-SETUP TO PRINT-A-SINGLE-LINE
           WRITE PRINT-A-SINGLE-LINE AFTER 1 LINE.

      *****************************************************
      *DECIDES WHETHER A CLEAN TRANSACTION NEEDS A SECOND
      *PERSON'S APPROVAL - ITS AMOUNT IS AT OR OVER THE
      *LIMIT FOR ITS TYPE IN ITS COMPANY, OR FAILING A
      *LIMIT FOR THE COMPANY, THE ALL-COMPANY LIMIT
      *****************************************************
       470-CHECK-APPROVAL-LIMIT.
           IF LIM-TABLE-COUNT-WS > ZERO
               PERFORM  472-SET-APPROVAL-AMOUNT
               IF AMOUNT-APPLIES-WS = 'YES'
                   PERFORM  476-LOOKUP-LIMIT
                   IF LIMIT-FOUND-WS = 'YES'
                      AND APPR-AMOUNT-WS NOT < APPR-LIMIT-WS
                       MOVE 'YES' TO APPROVAL-NEEDED-WS
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      *THE AMOUNT EACH TYPE IS TESTED ON, AND THE PERIOD IT
      *TAKES EFFECT IN. A PRICE CHANGE IS MEASURED BY HOW
      *FAR IT MOVES THE COST, EITHER WAY. A DISPOSAL OR
      *RETIREMENT OF AN ASSET NOT ON THE MASTER IS LEFT
      *FOR ASSETMAINT TO REJECT - THERE IS NO COST TO
      *APPROVE.
      *****************************************************
       472-SET-APPROVAL-AMOUNT.
           MOVE 'YES'         TO AMOUNT-APPLIES-WS
           MOVE ZERO          TO APPR-AMOUNT-WS
           MOVE RUN-PERIOD-WS TO APPR-PERIOD-WS
           IF TRAN-ADD-IN
               MOVE TRAN-COMPANY-IN TO APPR-COMPANY-WS
           ELSE
               PERFORM  474-READ-ASSET-MASTER
           END-IF

           EVALUATE TRUE
               WHEN TRAN-ADD-IN
                   MOVE TRAN-PRICE-IN TO APPR-AMOUNT-WS
                   MOVE TRAN-IN-SERVICE-DATE-IN TO APPR-PERIOD-WS
               WHEN TRAN-CHANGE-IN
                   IF TRAN-PRICE-IN = ZERO
                       MOVE 'NO' TO AMOUNT-APPLIES-WS
                   ELSE
                       IF ASSET-FOUND-WS = 'YES'
                           COMPUTE APPR-AMOUNT-WS =
                                   TRAN-PRICE-IN - PRICE-IN
                       ELSE
                           MOVE TRAN-PRICE-IN TO APPR-AMOUNT-WS
                       END-IF
                       IF APPR-AMOUNT-WS < ZERO
                           COMPUTE APPR-AMOUNT-WS =
                                   ZERO - APPR-AMOUNT-WS
                       END-IF
                   END-IF
               WHEN TRAN-IMPAIR-IN
                   MOVE TRAN-IMPAIR-AMOUNT-IN TO APPR-AMOUNT-WS
                   MOVE TRAN-IMPAIR-DATE-IN   TO APPR-PERIOD-WS
               WHEN TRAN-DISPOSE-IN
                   IF ASSET-FOUND-WS = 'YES'
                       MOVE PRICE-IN TO APPR-AMOUNT-WS
                       COMPUTE APPR-PERIOD-WS =
                               YEAR-WS * 100 + TRAN-DISPOSAL-MONTH-IN
                   ELSE
                       MOVE 'NO' TO AMOUNT-APPLIES-WS
                   END-IF
               WHEN TRAN-DELETE-IN
                   IF ASSET-FOUND-WS = 'YES'
                       MOVE PRICE-IN TO APPR-AMOUNT-WS
                   ELSE
                       MOVE 'NO' TO AMOUNT-APPLIES-WS
                   END-IF
               WHEN TRAN-PARTIAL-IN
                   MOVE TRAN-PORTION-COST-IN TO APPR-AMOUNT-WS
                   COMPUTE APPR-PERIOD-WS =
                           YEAR-WS * 100 + TRAN-DISPOSAL-MONTH-IN
               WHEN OTHER
                   MOVE 'NO' TO AMOUNT-APPLIES-WS
           END-EVALUATE.

       474-READ-ASSET-MASTER.
           MOVE 'NO'   TO ASSET-FOUND-WS
           MOVE SPACES TO APPR-COMPANY-WS
           IF NO-ASSET-MASTER-WS = 'NO'
               MOVE TRAN-ASSET-ID-IN TO ASSET-ID-IN
               READ ASSET-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'YES'      TO ASSET-FOUND-WS
                       MOVE COMPANY-IN TO APPR-COMPANY-WS
               END-READ
           END-IF.

      *****************************************************
      *THE COMPANY'S OWN LIMIT FOR THE TYPE WINS; A BLANK-
      *COMPANY LIMIT COVERS EVERY COMPANY WITHOUT ONE
      *****************************************************
       476-LOOKUP-LIMIT.
           MOVE 'NO' TO LIMIT-FOUND-WS
           SET LIM-IDX-WS TO 1
           SEARCH LIM-ENTRY-WS
               AT END
                   CONTINUE
               WHEN LIM-IDX-WS > LIM-TABLE-COUNT-WS
                   CONTINUE
               WHEN LIM-TBL-COMPANY-WS (LIM-IDX-WS) = APPR-COMPANY-WS
                AND LIM-TBL-CODE-WS (LIM-IDX-WS) = TRAN-CODE-IN
                   MOVE 'YES' TO LIMIT-FOUND-WS
                   MOVE LIM-TBL-AMOUNT-WS (LIM-IDX-WS)
                        TO APPR-LIMIT-WS
           END-SEARCH
           IF LIMIT-FOUND-WS = 'NO'
               SET LIM-IDX-WS TO 1
               SEARCH LIM-ENTRY-WS
                   AT END
                       CONTINUE
                   WHEN LIM-IDX-WS > LIM-TABLE-COUNT-WS
                       CONTINUE
                   WHEN LIM-TBL-COMPANY-WS (LIM-IDX-WS) = SPACES
                    AND LIM-TBL-CODE-WS (LIM-IDX-WS) = TRAN-CODE-IN
                       MOVE 'YES' TO LIMIT-FOUND-WS
                       MOVE LIM-TBL-AMOUNT-WS (LIM-IDX-WS)
                            TO APPR-LIMIT-WS
               END-SEARCH
           END-IF.

      *****************************************************
      *PUTS THE TRANSACTION ON THE APPROVAL QUEUE UNDER THE
      *NEXT ITEM NUMBER INSTEAD OF PASSING IT TO ASSETMAINT
      *****************************************************
       480-HOLD-FOR-APPROVAL.
           ADD  1 TO HELD-COUNT-WS
           ADD  1 TO LAST-ITEM-WS
           MOVE SPACES           TO APPROVAL-PENDING-RECORD
           MOVE LAST-ITEM-WS     TO PEND-ITEM-IN
           MOVE 'P'              TO PEND-STATUS-IN
           MOVE APPR-COMPANY-WS  TO PEND-COMPANY-IN
           MOVE APPR-AMOUNT-WS   TO PEND-AMOUNT-IN
           MOVE APPR-LIMIT-WS    TO PEND-LIMIT-IN
           MOVE APPR-PERIOD-WS   TO PEND-PERIOD-IN
           MOVE HOLD-YMD-WS      TO PEND-QUEUED-DATE-IN
           MOVE TRAN-OPERATOR-IN TO PEND-OPERATOR-IN
           MOVE ZERO             TO PEND-DECIDED-DATE-IN
                                    PEND-DECIDED-TIME-IN
           MOVE ASSET-TRANSACTION-RECORD TO PEND-TRAN-IMAGE-IN
           WRITE APPROVAL-PENDING-RECORD

           MOVE LAST-ITEM-WS     TO HELD-ITEM-OUT
           MOVE TRAN-ASSET-ID-IN TO EDIT-ASSET-ID-OUT
           MOVE 'HOLD'           TO EDIT-REASON-CODE-OUT
           MOVE HELD-TEXT-SETUP  TO EDIT-REASON-TEXT-OUT
           MOVE EDIT-DETAIL-LINE-SETUP TO PRINT-A-SINGLE-LINE
           WRITE PRINT-A-SINGLE-LINE AFTER 1 LINE.

       900-CLOSE.
           MOVE READ-COUNT-WS    TO TOTAL-READ-OUT
           MOVE RECYCLE-COUNT-WS TO TOTAL-RECYCLE-OUT
           MOVE PASSED-COUNT-WS  TO TOTAL-PASSED-OUT
           MOVE REJECT-COUNT-WS  TO TOTAL-REJECT-OUT
           MOVE HELD-COUNT-WS    TO TOTAL-HELD-OUT
           MOVE RELEASED-COUNT-WS TO TOTAL-RELEASED-OUT

           MOVE SPACES TO PRINT-A-SINGLE-LINE
           WRITE PRINT-A-SINGLE-LINE AFTER 1 LINE
           ELSE
               CLOSE RAW-TRAN-FILE SUSPENSE-FILE
                     CLEAN-TRAN-FILE EDIT-REPORT-FILE
           END-IF

           CLOSE APPROVAL-PENDING-FILE
           IF NO-ASSET-MASTER-WS = 'NO'
               CLOSE ASSET-MASTER-FILE
           END-IF

           IF HELD-COUNT-WS > ZERO
               OPEN OUTPUT APPROVAL-SEQ-FILE
               IF SEQ-FILE-STATUS-WS NOT = '00'
                   DISPLAY 'ASSETEDIT: ITEM COUNTER OPEN FAILED - '
                           'STATUS ' SEQ-FILE-STATUS-WS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE SPACES       TO APPROVAL-SEQ-RECORD
               MOVE LAST-ITEM-WS TO SEQ-LAST-OUT
               WRITE APPROVAL-SEQ-RECORD
               CLOSE APPROVAL-SEQ-FILE
           END-IF.
