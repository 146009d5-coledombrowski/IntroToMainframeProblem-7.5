       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSETAPPR.
       AUTHOR. COLE DOMBROWSKI.

      *****************************************************
      *ASSETAPPR IS THE SECOND HALF OF DUAL CONTROL ON
      *HIGH-DOLLAR ASSET TRANSACTIONS. ASSETEDIT HOLDS ANY
      *CLEAN TRANSACTION AT OR OVER ITS COMPANY'S APPROVAL
      *LIMIT ON THE APPROVAL QUEUE APPRPEND.DAT; HERE AN
      *AUTHORIZED APPROVER'S CARDS ON APPRTRAN.DAT APPROVE
      *OR REJECT THOSE ITEMS BY QUEUE NUMBER. AN APPROVED
      *ITEM IS RELEASED TO ASSETTRAN.DAT BY THE NEXT
      *ASSETEDIT RUN, SO IT REACHES THE NEXT ASSETMAINT; A
      *REJECTED ONE IS DROPPED FROM THE QUEUE UNAPPLIED.
      *
      *A CARD IS REFUSED, CHANGING NOTHING, WHEN:
      *  - THE ACTION IS NOT 'A' OR 'R', THE ITEM NUMBER OR
      *    APPROVER ID IS MISSING, OR A REJECTION GIVES NO
      *    REASON;
      *  - THE ITEM IS NOT ON THE QUEUE OR HAS ALREADY BEEN
      *    DECIDED;
      *  - THE APPROVER IS THE OPERATOR WHO KEYED THE
      *    TRANSACTION, OR (ON AN APPROVAL) THE ITEM DOES NOT
      *    SAY WHO KEYED IT;
      *  - THE APPROVER IS NOT ON APPRUSER.DAT FOR THE
      *    ITEM'S COMPANY, IS INACTIVE, OR (ON AN APPROVAL)
      *    THE AMOUNT IS OVER THE APPROVER'S LIMIT.
      *ANY REFUSED CARD ENDS THE RUN WITH RETURN CODE 4.
      *
      *EVERY CARD - APPROVED, REJECTED OR REFUSED - IS
      *APPENDED TO THE PERMANENT APPROVAL LOG APPRLOG.DAT
      *WITH THE APPROVER'S ID, AND ECHOED TO ASSETAPPR.DOC.
      *
      *RETURN CODES
      *   0  CLEAN RUN
      *   4  WARNING - AN APPROVAL CARD WAS REFUSED
      *  12  FILE ERROR OR TABLE FULL - RUN ABENDED
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT APPROVAL-CARD-FILE ASSIGN TO 'APPRTRAN.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CARD-FILE-STATUS-WS.

            SELECT APPROVER-FILE ASSIGN TO 'APPRUSER.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS USER-FILE-STATUS-WS.

            SELECT APPROVAL-PENDING-FILE ASSIGN TO 'APPRPEND.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PEND-FILE-STATUS-WS.

            SELECT APPROVAL-LOG-FILE ASSIGN TO 'APPRLOG.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LOG-FILE-STATUS-WS.

            SELECT APPROVAL-REPORT-FILE ASSIGN TO 'ASSETAPPR.DOC'
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************
      *ONE CARD PER DECISION - 'A' APPROVE OR 'R' REJECT,
      *THE QUEUE ITEM NUMBER, WHO IS DECIDING, AND A
      *REASON (REQUIRED ON A REJECTION)
      *****************************************************
       FD  APPROVAL-CARD-FILE RECORDING MODE IS F.
       01  APPROVAL-CARD-RECORD.
           05  APRV-ACTION-IN      PICTURE X.
               88  APRV-APPROVE-IN         VALUE 'A'.
               88  APRV-REJECT-IN          VALUE 'R'.
           05  APRV-ITEM-IN        PICTURE 9(6).
           05  APRV-APPROVER-IN    PICTURE X(8).
           05  APRV-REASON-IN      PICTURE X(30).
           05  FILLER              PICTURE X(35).

       FD  APPROVER-FILE RECORDING MODE IS F.
       COPY APPRUSER.CPY.

      *****************************************************
      *THE QUEUE AND THE LOG BOTH CARRY THE APPRPEND.CPY
      *LAYOUT, WORKED ON IN STORAGE BELOW
      *****************************************************
       FD  APPROVAL-PENDING-FILE RECORDING MODE IS F.
       01  PENDING-FILE-RECORD         PICTURE X(220).

       FD  APPROVAL-LOG-FILE RECORDING MODE IS F.
       01  APPROVAL-LOG-RECORD         PICTURE X(220).

       FD  APPROVAL-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-A-SINGLE-LINE         PICTURE X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-CARD-WS             PICTURE X(3)  VALUE 'NO'.
           05  EOF-USER-WS             PICTURE X(3)  VALUE 'NO'.
           05  EOF-PEND-WS             PICTURE X(3)  VALUE 'NO'.
           05  CARD-FILE-STATUS-WS     PICTURE XX    VALUE '00'.
           05  USER-FILE-STATUS-WS     PICTURE XX    VALUE '00'.
           05  PEND-FILE-STATUS-WS     PICTURE XX    VALUE '00'.
           05  LOG-FILE-STATUS-WS      PICTURE XX    VALUE '00'.

           05  CARD-COUNT-WS           PICTURE 9(5)  VALUE ZERO.
           05  APPROVED-COUNT-WS       PICTURE 9(5)  VALUE ZERO.
           05  REJECTED-COUNT-WS       PICTURE 9(5)  VALUE ZERO.
           05  REFUSED-COUNT-WS        PICTURE 9(5)  VALUE ZERO.

      *****************************************************
      *AUTHORIZED APPROVERS LOADED FROM APPRUSER.DAT. NO
      *FILE (STATUS 35) LEAVES THE TABLE EMPTY AND EVERY
      *CARD IS REFUSED.
      *****************************************************
           05  USER-TABLE-COUNT-WS     PICTURE 9(3)  VALUE ZERO.
           05  USER-TABLE-WS.
               10  USER-ENTRY-WS       OCCURS 200 TIMES
                                       INDEXED BY USER-IDX-WS.
                   15  USER-ID-WS      PICTURE X(8).
                   15  USER-COMPANY-WS PICTURE X(2).
                   15  USER-LIMIT-WS   PICTURE S9(9)V99.
                   15  USER-STATUS-WS  PICTURE X.
           05  USER-FOUND-WS           PICTURE X(3)  VALUE 'NO'.
           05  USER-SUB-WS             PICTURE 9(3)  VALUE ZERO.

      *****************************************************
      *THE APPROVAL QUEUE HELD IN STORAGE WHILE THE CARDS
      *RUN - REWRITTEN TO DISK IN FULL AT CLOSE, THE SAME
      *LOAD-AND-REWRITE CONVENTION DEPTMAINT USES
      *****************************************************
           05  PEND-TABLE-COUNT-WS     PICTURE 9(3)  VALUE ZERO.
           05  PEND-SUB-WS             PICTURE 9(3)  VALUE ZERO.
           05  PEND-TABLE-WS.
               10  PEND-ENTRY-WS       OCCURS 500 TIMES
                                       INDEXED BY PEND-IDX-WS.
                   15  PEND-TBL-ITEM-WS
                                       PICTURE 9(6).
                   15  FILLER          PICTURE X(214).
           05  ITEM-FOUND-WS           PICTURE X(3)  VALUE 'NO'.

      *****************************************************
      *ONE REASON PER REFUSED CARD - THE FIRST CHECK THAT
      *FAILS DECIDES IT, THE SAME CONVENTION AS ASSETEDIT
      *****************************************************
           05  CARD-VALID-WS           PICTURE X(3)  VALUE 'YES'.
           05  REFUSE-TEXT-WS          PICTURE X(30) VALUE SPACES.
           05  RESULT-TEXT-WS          PICTURE X(40) VALUE SPACES.

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

       COPY APPRPEND.CPY.

       01  REFUSED-TEXT-SETUP.
           05                      PICTURE X(10)   VALUE
                                      'REFUSED - '.
           05  REFUSED-REASON-OUT  PICTURE X(30).

       01  APPR-HEADER-LINE-SETUP.
           05                      PICTURE X       VALUE SPACES.
           05                      PICTURE X(10)   VALUE 'RUN DATE: '.
           05  APPR-HEADER-DATE-OUT.
               10  MONTH-OUT       PICTURE 99.
               10                  PICTURE X       VALUE '/'.
               10  DAY-OUT         PICTURE 99.
               10                  PICTURE X       VALUE '/'.
               10  YEAR-OUT        PICTURE 9999.
           05                      PICTURE X(4)    VALUE SPACES.
           05                      PICTURE X(30)   VALUE
                                      'ASSET TRANSACTION APPROVALS'.
           05  FILLER              PICTURE X(77)   VALUE SPACES.

       01  APPR-COLUMN-LINE-SETUP.
           05                      PICTURE X(7)    VALUE ' ITEM'.
           05                      PICTURE X(4)    VALUE 'ACT'.
           05                      PICTURE X(8)    VALUE 'ASSET'.
           05                      PICTURE X(4)    VALUE 'TRN'.
           05                      PICTURE X(4)    VALUE 'CO'.
           05                      PICTURE X(17)   VALUE
                                      '         AMOUNT'.
           05                      PICTURE X(10)   VALUE 'OPERATOR'.
           05                      PICTURE X(10)   VALUE 'APPROVER'.
           05                      PICTURE X(6)    VALUE 'RESULT'.
           05  FILLER              PICTURE X(62)   VALUE SPACES.

       01  APPR-DETAIL-LINE-SETUP.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  APPR-ITEM-OUT       PICTURE 9(6).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  APPR-ACTION-OUT     PICTURE X.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  APPR-ASSET-OUT      PICTURE X(6).
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05  APPR-TRAN-CODE-OUT  PICTURE X.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  APPR-COMPANY-OUT    PICTURE X(2).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  APPR-AMOUNT-OUT     PICTURE $$$,$$$,$$9.99-.
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  APPR-OPERATOR-OUT   PICTURE X(8).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  APPR-APPROVER-OUT   PICTURE X(8).
           05  FILLER              PICTURE X(2)    VALUE SPACES.
           05  APPR-RESULT-OUT     PICTURE X(40).
           05  FILLER              PICTURE X(27)   VALUE SPACES.

       01  APPR-TOTALS-LINE-SETUP.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(11)   VALUE
                                      'CARDS READ '.
           05  TOTAL-CARD-OUT      PICTURE ZZ,ZZ9.
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05                      PICTURE X(9)    VALUE 'APPROVED '.
           05  TOTAL-APPROVED-OUT  PICTURE ZZ,ZZ9.
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05                      PICTURE X(9)    VALUE 'REJECTED '.
           05  TOTAL-REJECTED-OUT  PICTURE ZZ,ZZ9.
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05                      PICTURE X(8)    VALUE 'REFUSED '.
           05  TOTAL-REFUSED-OUT   PICTURE ZZ,ZZ9.
           05  FILLER              PICTURE X(61)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM    200-OPEN
           PERFORM    300-PROCESS-CARD UNTIL EOF-CARD-WS = 'YES'
           PERFORM    900-CLOSE
           STOP RUN.

       200-OPEN.
           MOVE FUNCTION CURRENT-DATE TO HOLD-DATE-WS
           OPEN OUTPUT APPROVAL-REPORT-FILE
           CALL "DEPRSUB2" USING YEAR-WS, MONTH-WS, DAY-WS,
                                 MONTH-OUT, DAY-OUT, YEAR-OUT
           MOVE APPR-HEADER-LINE-SETUP TO PRINT-A-SINGLE-LINE
           WRITE PRINT-A-SINGLE-LINE AFTER 1 LINE
           MOVE SPACES TO PRINT-A-SINGLE-LINE
           WRITE PRINT-A-SINGLE-LINE AFTER 1 LINE
           MOVE APPR-COLUMN-LINE-SETUP TO PRINT-A-SINGLE-LINE
           WRITE PRINT-A-SINGLE-LINE AFTER 1 LINE

           PERFORM  210-LOAD-APPROVERS
           PERFORM  220-LOAD-PENDING-QUEUE

      *****************************************************
      *THE APPROVAL LOG IS PERMANENT - THE VERY FIRST RUN
      *(STATUS 35) CREATES IT, EVERY RUN AFTER ADDS TO IT
      *****************************************************
           OPEN EXTEND APPROVAL-LOG-FILE
           IF LOG-FILE-STATUS-WS = '35'
               OPEN OUTPUT APPROVAL-LOG-FILE
           END-IF
           IF LOG-FILE-STATUS-WS NOT = '00'
               DISPLAY 'ASSETAPPR: APPROVAL LOG OPEN FAILED '
                       '- STATUS ' LOG-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

      *****************************************************
      *STATUS 35 MEANS NO APPROVALS WERE KEYED TODAY - A
      *VALID RUN THAT CHANGES NOTHING
      *****************************************************
           OPEN INPUT APPROVAL-CARD-FILE
           IF CARD-FILE-STATUS-WS = '35'
               MOVE 'YES' TO EOF-CARD-WS
           ELSE
               IF CARD-FILE-STATUS-WS NOT = '00'
                   DISPLAY 'ASSETAPPR: APPROVAL CARD OPEN FAILED '
                           '- STATUS ' CARD-FILE-STATUS-WS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM  250-READ-ONE-CARD
           END-IF.

      *****************************************************
      *LOADS THE AUTHORIZED APPROVERS. NO FILE YET (STATUS
      *35) MEANS NOBODY IS AUTHORIZED - EVERY CARD WILL BE
      *REFUSED, WHICH IS THE SAFE WAY FOR A CONTROL TO FAIL.
      *****************************************************
       210-LOAD-APPROVERS.
           OPEN INPUT APPROVER-FILE
           IF USER-FILE-STATUS-WS = '35'
               MOVE 'YES' TO EOF-USER-WS
           ELSE
               IF USER-FILE-STATUS-WS NOT = '00'
                   DISPLAY 'ASSETAPPR: APPROVER FILE OPEN FAILED '
                           '- STATUS ' USER-FILE-STATUS-WS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM  215-LOAD-ONE-APPROVER
                        UNTIL EOF-USER-WS = 'YES'
               CLOSE APPROVER-FILE
           END-IF.

       215-LOAD-ONE-APPROVER.
           READ APPROVER-FILE
               AT END
                   MOVE 'YES' TO EOF-USER-WS
               NOT AT END
                   IF USER-TABLE-COUNT-WS >= 200
                       DISPLAY 'ASSETAPPR: APPROVER TABLE FULL'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD  1 TO USER-TABLE-COUNT-WS
                   MOVE APU-APPROVER-IN TO
                        USER-ID-WS (USER-TABLE-COUNT-WS)
                   MOVE APU-COMPANY-IN TO
                        USER-COMPANY-WS (USER-TABLE-COUNT-WS)
                   MOVE APU-LIMIT-IN TO
                        USER-LIMIT-WS (USER-TABLE-COUNT-WS)
                   MOVE APU-STATUS-IN TO
                        USER-STATUS-WS (USER-TABLE-COUNT-WS)
           END-READ.

      *****************************************************
      *NO QUEUE FILE YET (STATUS 35) MEANS NOTHING IS
      *WAITING - ANY CARD WILL BE REFUSED AS NOT ON THE
      *QUEUE
      *****************************************************
       220-LOAD-PENDING-QUEUE.
           OPEN INPUT APPROVAL-PENDING-FILE
           IF PEND-FILE-STATUS-WS = '35'
               MOVE 'YES' TO EOF-PEND-WS
           ELSE
               IF PEND-FILE-STATUS-WS NOT = '00'
                   DISPLAY 'ASSETAPPR: APPROVAL QUEUE OPEN FAILED '
                           '- STATUS ' PEND-FILE-STATUS-WS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM  225-LOAD-ONE-PENDING
                        UNTIL EOF-PEND-WS = 'YES'
               CLOSE APPROVAL-PENDING-FILE
           END-IF.

       225-LOAD-ONE-PENDING.
           READ APPROVAL-PENDING-FILE
               AT END
                   MOVE 'YES' TO EOF-PEND-WS
               NOT AT END
                   IF PEND-TABLE-COUNT-WS >= 500
                       DISPLAY 'ASSETAPPR: APPROVAL QUEUE TABLE FULL'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD  1 TO PEND-TABLE-COUNT-WS
                   MOVE PENDING-FILE-RECORD TO
                        PEND-ENTRY-WS (PEND-TABLE-COUNT-WS)
           END-READ.

       250-READ-ONE-CARD.
           READ APPROVAL-CARD-FILE
              AT END MOVE 'YES' TO EOF-CARD-WS
           END-READ.

       300-PROCESS-CARD.
           ADD  1 TO CARD-COUNT-WS
           MOVE 'YES'  TO CARD-VALID-WS
           MOVE SPACES TO REFUSE-TEXT-WS
           MOVE SPACES TO APPROVAL-PENDING-RECORD
           INITIALIZE APPROVAL-PENDING-RECORD

           PERFORM  310-EDIT-CARD
           IF CARD-VALID-WS = 'YES'
               PERFORM  320-FIND-ITEM
           END-IF
           IF CARD-VALID-WS = 'YES'
               PERFORM  330-CHECK-APPROVER
           END-IF

           IF CARD-VALID-WS = 'YES'
               PERFORM  400-RECORD-DECISION
           ELSE
               PERFORM  450-REFUSE-CARD
           END-IF
           PERFORM  250-READ-ONE-CARD.

       310-EDIT-CARD.
           IF NOT APRV-APPROVE-IN AND NOT APRV-REJECT-IN
               MOVE 'ACTION NOT A OR R' TO REFUSE-TEXT-WS
               MOVE 'NO' TO CARD-VALID-WS
           ELSE
               IF APRV-ITEM-IN IS NOT NUMERIC
                  OR APRV-ITEM-IN = ZERO
                   MOVE 'ITEM NUMBER MISSING' TO REFUSE-TEXT-WS
                   MOVE 'NO' TO CARD-VALID-WS
               ELSE
                   IF APRV-APPROVER-IN = SPACES
                       MOVE 'APPROVER ID IS REQUIRED'
                                        TO REFUSE-TEXT-WS
                       MOVE 'NO' TO CARD-VALID-WS
                   ELSE
                       IF APRV-REJECT-IN
                          AND APRV-REASON-IN = SPACES
                           MOVE 'REJECTION NEEDS A REASON'
                                            TO REFUSE-TEXT-WS
                           MOVE 'NO' TO CARD-VALID-WS
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      *THE ITEM MUST BE ON THE QUEUE AND STILL WAITING - AN
      *ITEM DECIDED ONCE IS NEVER DECIDED AGAIN
      *****************************************************
       320-FIND-ITEM.
           MOVE 'NO' TO ITEM-FOUND-WS
           SET PEND-IDX-WS TO 1
           SEARCH PEND-ENTRY-WS
               AT END
                   CONTINUE
               WHEN PEND-IDX-WS > PEND-TABLE-COUNT-WS
                   CONTINUE
               WHEN PEND-TBL-ITEM-WS (PEND-IDX-WS) = APRV-ITEM-IN
                   MOVE 'YES' TO ITEM-FOUND-WS
                   SET  PEND-SUB-WS TO PEND-IDX-WS
           END-SEARCH
           IF ITEM-FOUND-WS = 'NO'
               MOVE 'ITEM NOT ON APPROVAL QUEUE' TO REFUSE-TEXT-WS
               MOVE 'NO' TO CARD-VALID-WS
           ELSE
               MOVE PEND-ENTRY-WS (PEND-SUB-WS)
                    TO APPROVAL-PENDING-RECORD
               IF PEND-APPROVED-IN
                   MOVE 'ITEM ALREADY APPROVED' TO REFUSE-TEXT-WS
                   MOVE 'NO' TO CARD-VALID-WS
               END-IF
               IF PEND-REJECTED-IN
                   MOVE 'ITEM ALREADY REJECTED' TO REFUSE-TEXT-WS
                   MOVE 'NO' TO CARD-VALID-WS
               END-IF
           END-IF.

      *****************************************************
      *DUAL CONTROL - THE PERSON WHO KEYED THE TRANSACTION
      *CANNOT BE THE ONE WHO APPROVES IT. THE APPROVER MUST
      *BE ACTIVE AND AUTHORIZED FOR THE ITEM'S COMPANY, AND
      *AN APPROVAL MUST BE WITHIN THE APPROVER'S LIMIT. AN
      *ITEM THAT DOES NOT SAY WHO KEYED IT CANNOT PROVE THE
      *APPROVER IS SOMEONE ELSE, SO IT CAN ONLY BE REJECTED.
      *****************************************************
       330-CHECK-APPROVER.
           IF APRV-APPROVE-IN AND PEND-OPERATOR-IN = SPACES
               MOVE 'ITEM HAS NO OPERATOR ID'
                                TO REFUSE-TEXT-WS
               MOVE 'NO' TO CARD-VALID-WS
           ELSE
           IF APRV-APPROVER-IN = PEND-OPERATOR-IN
               MOVE 'APPROVER KEYED THE TRANSACTION'
                                TO REFUSE-TEXT-WS
               MOVE 'NO' TO CARD-VALID-WS
           ELSE
               MOVE 'NO' TO USER-FOUND-WS
               SET USER-IDX-WS TO 1
               SEARCH USER-ENTRY-WS
                   AT END
                       CONTINUE
                   WHEN USER-IDX-WS > USER-TABLE-COUNT-WS
                       CONTINUE
                   WHEN USER-ID-WS (USER-IDX-WS) = APRV-APPROVER-IN
                    AND (USER-COMPANY-WS (USER-IDX-WS)
                         = PEND-COMPANY-IN
                      OR USER-COMPANY-WS (USER-IDX-WS) = SPACES)
                       MOVE 'YES' TO USER-FOUND-WS
                       SET  USER-SUB-WS TO USER-IDX-WS
               END-SEARCH
               IF USER-FOUND-WS = 'NO'
                   MOVE 'NOT AUTHORIZED FOR COMPANY'
                                    TO REFUSE-TEXT-WS
                   MOVE 'NO' TO CARD-VALID-WS
               ELSE
                   IF USER-STATUS-WS (USER-SUB-WS) = 'I'
                       MOVE 'APPROVER IS INACTIVE' TO REFUSE-TEXT-WS
                       MOVE 'NO' TO CARD-VALID-WS
                   ELSE
                       IF APRV-APPROVE-IN
                          AND USER-LIMIT-WS (USER-SUB-WS) NOT = ZERO
                          AND PEND-AMOUNT-IN
                              > USER-LIMIT-WS (USER-SUB-WS)
                           MOVE 'AMOUNT OVER APPROVER LIMIT'
                                            TO REFUSE-TEXT-WS
                           MOVE 'NO' TO CARD-VALID-WS
                       END-IF
                   END-IF
               END-IF
           END-IF
           END-IF.

      *****************************************************
      *STAMPS THE DECISION ON THE QUEUE ITEM - WHO, WHEN
      *AND WHY - AND LOGS IT
      *****************************************************
       400-RECORD-DECISION.
           IF APRV-APPROVE-IN
               ADD  1 TO APPROVED-COUNT-WS
               MOVE 'A' TO PEND-STATUS-IN
               MOVE 'APPROVED - RELEASES ON NEXT ASSETEDIT'
                                TO RESULT-TEXT-WS
           ELSE
               ADD  1 TO REJECTED-COUNT-WS
               MOVE 'R' TO PEND-STATUS-IN
               MOVE 'REJECTED - DROPS ON NEXT ASSETEDIT'
                                TO RESULT-TEXT-WS
           END-IF
           MOVE APRV-APPROVER-IN TO PEND-APPROVER-IN
           MOVE HOLD-YMD-WS      TO PEND-DECIDED-DATE-IN
           MOVE HOLD-HMS-WS      TO PEND-DECIDED-TIME-IN
           MOVE APRV-REASON-IN   TO PEND-REASON-IN
           MOVE APPROVAL-PENDING-RECORD TO PEND-ENTRY-WS (PEND-SUB-WS)
           PERFORM  800-WRITE-LOG-RECORD
           PERFORM  850-PRINT-CARD-LINE.

      *****************************************************
      *A REFUSED CARD CHANGES NOTHING ON THE QUEUE - ONLY
      *THE LOG RECORDS IT, UNDER STATUS 'X' WITH THE REASON
      *IN PLACE OF THE APPROVER'S
      *****************************************************
       450-REFUSE-CARD.
           ADD  1 TO REFUSED-COUNT-WS
           IF APRV-ITEM-IN IS NUMERIC
               MOVE APRV-ITEM-IN TO PEND-ITEM-IN
           END-IF
           MOVE 'X'              TO PEND-STATUS-IN
           MOVE APRV-APPROVER-IN TO PEND-APPROVER-IN
           MOVE HOLD-YMD-WS      TO PEND-DECIDED-DATE-IN
           MOVE HOLD-HMS-WS      TO PEND-DECIDED-TIME-IN
           MOVE REFUSE-TEXT-WS   TO PEND-REASON-IN
           MOVE REFUSE-TEXT-WS   TO REFUSED-REASON-OUT
           MOVE REFUSED-TEXT-SETUP TO RESULT-TEXT-WS
           PERFORM  800-WRITE-LOG-RECORD
           PERFORM  850-PRINT-CARD-LINE.

       800-WRITE-LOG-RECORD.
           WRITE APPROVAL-LOG-RECORD FROM APPROVAL-PENDING-RECORD.

       850-PRINT-CARD-LINE.
           MOVE PEND-ITEM-IN     TO APPR-ITEM-OUT
           MOVE APRV-ACTION-IN   TO APPR-ACTION-OUT
           MOVE PEND-ASSET-ID-IN TO APPR-ASSET-OUT
           MOVE PEND-TRAN-CODE-IN TO APPR-TRAN-CODE-OUT
           MOVE PEND-COMPANY-IN  TO APPR-COMPANY-OUT
           MOVE PEND-AMOUNT-IN   TO APPR-AMOUNT-OUT
           MOVE PEND-OPERATOR-IN TO APPR-OPERATOR-OUT
           MOVE APRV-APPROVER-IN TO APPR-APPROVER-OUT
           MOVE RESULT-TEXT-WS   TO APPR-RESULT-OUT
           MOVE APPR-DETAIL-LINE-SETUP TO PRINT-A-SINGLE-LINE
           WRITE PRINT-A-SINGLE-LINE AFTER 1 LINE.

      *****************************************************
      *THE QUEUE IS REWRITTEN FROM THE TABLE ONLY WHEN A
      *DECISION WAS RECORDED - REFUSED CARDS CHANGED
      *NOTHING, AND A RUN WITH NO CARDS MUST NOT CREATE A
      *QUEUE FILE THAT WAS NEVER THERE
      *****************************************************
       900-CLOSE.
           IF APPROVED-COUNT-WS > ZERO OR REJECTED-COUNT-WS > ZERO
               OPEN OUTPUT APPROVAL-PENDING-FILE
               IF PEND-FILE-STATUS-WS NOT = '00'
                   DISPLAY 'ASSETAPPR: APPROVAL QUEUE REWRITE FAILED '
                           '- STATUS ' PEND-FILE-STATUS-WS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 1 TO PEND-SUB-WS
               PERFORM  910-WRITE-ONE-PENDING
                        UNTIL PEND-SUB-WS > PEND-TABLE-COUNT-WS
               CLOSE APPROVAL-PENDING-FILE
           END-IF

           MOVE CARD-COUNT-WS     TO TOTAL-CARD-OUT
           MOVE APPROVED-COUNT-WS TO TOTAL-APPROVED-OUT
           MOVE REJECTED-COUNT-WS TO TOTAL-REJECTED-OUT
           MOVE REFUSED-COUNT-WS  TO TOTAL-REFUSED-OUT

           MOVE SPACES TO PRINT-A-SINGLE-LINE
           WRITE PRINT-A-SINGLE-LINE AFTER 1 LINE
           WRITE PRINT-A-SINGLE-LINE FROM APPR-TOTALS-LINE-SETUP
                 AFTER 1 LINE

           IF CARD-FILE-STATUS-WS NOT = '35'
               CLOSE APPROVAL-CARD-FILE
           END-IF
           CLOSE APPROVAL-LOG-FILE APPROVAL-REPORT-FILE

           IF REFUSED-COUNT-WS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.

       910-WRITE-ONE-PENDING.
           MOVE PEND-ENTRY-WS (PEND-SUB-WS) TO PENDING-FILE-RECORD
           WRITE PENDING-FILE-RECORD
           ADD  1 TO PEND-SUB-WS.
