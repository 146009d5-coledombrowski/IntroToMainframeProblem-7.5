       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIPCAP.
       AUTHOR. COLE DOMBROWSKI.

      *****************************************************
      *CIPCAP CAPITALIZES CONSTRUCTION IN PROGRESS. WHEN A
      *PROJECT (OR PART OF ONE) IS PLACED IN SERVICE, ONE
      *CAPITALIZATION CARD PER ASSET IT BECOMES IS KEYED
      *ON CIPCAPRQ.DAT - A PROJECT CAN BECOME ONE ASSET OR
      *SEVERAL. FOR EACH GOOD CARD CIPCAP GENERATES THE
      *ASSET ADD ('A') TRANSACTION, CARRYING THE PROJECT
      *NUMBER IN TRAN-PROJECT-IN, AND APPENDS IT TO
      *ASSETRAW.DAT SO IT GOES THROUGH ASSETEDIT AND
      *ASSETMAINT LIKE ANY KEYED ADD. NOBODY RE-KEYS THE
      *COST FROM THE PROJECT SPREADSHEET ANY MORE.
      *
      *THE ASSET'S DEPARTMENT AND COMPANY COME FROM THE
      *PROJECT. A ZERO COST ON THE CARD TAKES THE WHOLE
      *BALANCE STILL IN CIP; A KEYED COST MAY NOT EXCEED
      *IT. A BLANK METHOD, LIFE, CONVENTION OR IN-SERVICE
      *DATE IS TAKEN FROM THE PROJECT'S PLANNED TERMS.
      *
      *THE COST OF EACH GENERATED ADD IS RESERVED IN THE
      *PROJECT'S CIP-PENDING-IN, SO THE BALANCE A LATER
      *CARD SEES IS SPEND LESS WHAT IS CAPITALIZED AND
      *WHAT IS PENDING. IT ONLY MOVES INTO
      *CIP-CAPITALIZED-IN WHEN ASSETMAINT POSTS THE ADD -
      *AN ADD THAT IS SUSPENDED, HELD OR REJECTED ON THE
      *WAY HAS NOT LEFT CIP, AND ONE THAT IS DROPPED FOR
      *GOOD HAS ITS COST GIVEN BACK BY A CIPMAINT RELEASE
      *('R') TRANSACTION. A CARD FLAGGED AS THE FINAL
      *ASSET OF THE PROJECT, WHICH IS ONLY ALLOWED WHEN IT
      *LEAVES NOTHING IN CIP, MARKS THE PROJECT CLOSING
      *('F'); ASSETMAINT CLOSES IT WHEN THE LAST PENDING
      *ADD POSTS.
      *
      *WHEN THE ADD POSTS, STARTDEPRECIATION DEBITS THE
      *DEPARTMENT'S COST ACCOUNT AND CREDITS ITS CLEARING
      *ACCOUNT - FOR A CIP ASSET THE CLEARING ACCOUNT IS
      *THE CIP ACCOUNT THE INVOICES WERE CHARGED TO.
      *
      *EVERY CARD IS ECHOED TO CIPCAP.DOC. ANY REJECTED
      *CARD ENDS THE RUN WITH RETURN CODE 4.
      *
      *RETURN CODES
      *   0  CLEAN RUN
      *   4  WARNING - A CAPITALIZATION CARD WAS REJECTED
      *  12  FILE ERROR OR TABLE FULL - RUN ABENDED
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT ASSET-INPUT-FILE ASSIGN TO 'ASSETDATA.DAT'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ASSET-ID-IN
            ALTERNATE RECORD KEY IS DEPT-IN WITH DUPLICATES
            FILE STATUS IS ASSET-FILE-STATUS-WS.

            SELECT CIP-PROJECT-FILE ASSIGN TO 'CIPPROJ.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PROJ-FILE-STATUS-WS.

            SELECT CAP-REQUEST-FILE ASSIGN TO 'CIPCAPRQ.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CREQ-FILE-STATUS-WS.

            SELECT RAW-TRAN-FILE ASSIGN TO 'ASSETRAW.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS RAW-FILE-STATUS-WS.

            SELECT CAP-LOG-FILE ASSIGN TO 'CIPCAP.DOC'
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ASSET-INPUT-FILE RECORDING MODE IS F.
       COPY ASSETIN.CPY.

       FD  CIP-PROJECT-FILE RECORDING MODE IS F.
       COPY CIPPROJ.CPY.

      *****************************************************
      *CAPITALIZATION CARD - ONE PER ASSET A PROJECT
      *BECOMES. CREQ-COST-IN ZERO MEANS THE WHOLE BALANCE
      *LEFT IN CIP. CREQ-FINAL-IN 'Y' MARKS THE LAST ASSET
      *OF THE PROJECT AND CLOSES IT. THE REMAINING FIELDS
      *ARE THE SAME ONES A KEYED ADD CARRIES; THE TAG AND
      *LOCATION TAG THE ASSET THE DAY IT GOES ON THE BOOKS.
      *****************************************************
       FD  CAP-REQUEST-FILE RECORDING MODE IS F.
       01  CAP-REQUEST-RECORD.
           05  CREQ-PROJECT-IN     PICTURE X(6).
           05  CREQ-ASSET-ID-IN    PICTURE X(6).
           05  CREQ-NAME-IN        PICTURE X(10).
           05  CREQ-COST-IN        PICTURE S9(9)V99.
           05  CREQ-SALVAGE-IN     PICTURE S9(9)V99.
           05  CREQ-LIFE-IN        PICTURE 99.
           05  CREQ-METHOD-IN      PICTURE X.
           05  CREQ-SERVICE-DATE-IN
                                   PICTURE 9(6).
           05  CREQ-CONVENTION-IN  PICTURE X.
           05  CREQ-TAX-METHOD-IN  PICTURE X.
           05  CREQ-TAX-LIFE-IN    PICTURE 99.
           05  CREQ-TAX-CONVENTION-IN
                                   PICTURE X.
           05  CREQ-LOCATION-IN    PICTURE X(4).
           05  CREQ-TAG-IN         PICTURE X(8).
           05  CREQ-FINAL-IN       PICTURE X.
               88  CREQ-FINAL-ASSET-IN     VALUE 'Y'.
           05  FILLER              PICTURE X(9).

      *****************************************************
      *THE RAW TRANSACTION FILE ASSETEDIT READS - OPENED
      *EXTEND SO THE GENERATED ADDS JOIN WHATEVER WAS KEYED
      *TODAY
      *****************************************************
       FD  RAW-TRAN-FILE RECORDING MODE IS F.
       COPY ASSETTRAN.CPY.

       FD  CAP-LOG-FILE RECORDING MODE IS F.
       01  PRINT-A-SINGLE-LINE         PICTURE X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-PROJ-WS             PICTURE X(3)  VALUE 'NO'.
           05  EOF-CREQ-WS             PICTURE X(3)  VALUE 'NO'.
           05  ASSET-FILE-STATUS-WS    PICTURE XX    VALUE '00'.
           05  PROJ-FILE-STATUS-WS     PICTURE XX    VALUE '00'.
           05  CREQ-FILE-STATUS-WS     PICTURE XX    VALUE '00'.
           05  RAW-FILE-STATUS-WS      PICTURE XX    VALUE '00'.

           05  CARD-COUNT-WS           PICTURE 9(5)  VALUE ZERO.
           05  GENERATED-COUNT-WS      PICTURE 9(5)  VALUE ZERO.
           05  CLOSED-COUNT-WS         PICTURE 9(5)  VALUE ZERO.
           05  CAPITALIZED-TOTAL-WS    PICTURE S9(9)V99
                                                     VALUE ZERO.
           05  ERROR-COUNT-WS          PICTURE 9(5)  VALUE ZERO.

      *****************************************************
      *THE PROJECT MASTER HELD IN STORAGE SO SEVERAL CARDS
      *AGAINST ONE PROJECT EACH SEE THE BALANCE THE LAST
      *ONE LEFT - REWRITTEN IN FULL AT CLOSE
      *****************************************************
           05  PROJ-TABLE-COUNT-WS     PICTURE 9(3)  VALUE ZERO.
           05  PROJ-SUB-WS             PICTURE 9(3)  VALUE ZERO.
           05  PROJ-TABLE-WS.
               10  PROJ-ENTRY-WS       OCCURS 500 TIMES
                                       INDEXED BY PROJ-IDX-WS.
                   15  PROJ-RECORD-WS  PICTURE X(91).
           05  PROJ-FOUND-WS           PICTURE X(3)  VALUE 'NO'.
           05  PROJ-HOLD-SUB-WS        PICTURE 9(3)  VALUE ZERO.

      *****************************************************
      *ASSET IDS GENERATED EARLIER IN THIS RUN - THEY ARE
      *NOT ON THE MASTER YET, SO THE KEYED READ ALONE
      *WOULD NOT CATCH TWO CARDS CLAIMING THE SAME ID
      *****************************************************
           05  NEWID-TABLE-COUNT-WS    PICTURE 9(3)  VALUE ZERO.
           05  NEWID-TABLE-WS.
               10  NEWID-ENTRY-WS      OCCURS 500 TIMES
                                       INDEXED BY NEWID-IDX-WS.
                   15  NEWID-CODE-WS   PICTURE X(6).
           05  ID-IN-USE-WS            PICTURE X(3)  VALUE 'NO'.

           05  TRAN-VALID-WS           PICTURE X(3)  VALUE 'YES'.
           05  REASON-TEXT-WS          PICTURE X(40) VALUE SPACES.
           05  CIP-BALANCE-WS          PICTURE S9(9)V99
                                                     VALUE ZERO.
           05  CAP-COST-WS             PICTURE S9(9)V99
                                                     VALUE ZERO.
           05  SERVICE-YEAR-WS         PICTURE 9(4)  VALUE ZERO.
           05  SERVICE-MONTH-WS        PICTURE 99    VALUE ZERO.
           05  RUN-PERIOD-WS           PICTURE 9(6)  VALUE ZERO.

           05  HOLD-DATE-WS.
               10 YEAR-WS       PIC 9999.
               10 MONTH-WS      PIC 99.
               10 DAY-WS        PIC 99.
               10 HOUR-WS       PIC 99.
               10 MINUTE-WS     PIC 99.
               10 SECOND-WS     PIC 99.

       01  CAP-LOG-LINE-SETUP.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  LOG-PROJECT-OUT     PICTURE X(6).
           05  FILLER              PICTURE X(2)    VALUE SPACE.
           05  LOG-ASSET-ID-OUT    PICTURE X(6).
           05  FILLER              PICTURE X(2)    VALUE SPACE.
           05  LOG-AMOUNT-OUT      PICTURE -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PICTURE X(2)    VALUE SPACE.
           05  LOG-MESSAGE-OUT     PICTURE X(40).
           05  FILLER              PICTURE X(58)   VALUE SPACE.

       01  CAP-TOTALS-LINE-SETUP.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(11)   VALUE
                                      'CARDS READ '.
           05  TOTAL-CARD-OUT      PICTURE ZZ,ZZ9.
           05  FILLER              PICTURE X(3)    VALUE SPACE.
           05                      PICTURE X(15)   VALUE
                                      'ADDS GENERATED '.
           05  TOTAL-GENERATED-OUT PICTURE ZZ,ZZ9.
           05  FILLER              PICTURE X(2)    VALUE SPACE.
           05  TOTAL-CAPITAL-OUT   PICTURE -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PICTURE X(3)    VALUE SPACE.
           05                      PICTURE X(16)   VALUE
                                      'PROJECTS CLOSING'.
           05  TOTAL-CLOSED-OUT    PICTURE ZZ,ZZ9.
           05  FILLER              PICTURE X(3)    VALUE SPACE.
           05                      PICTURE X(7)    VALUE 'ERRORS '.
           05  TOTAL-ERROR-OUT     PICTURE ZZ,ZZ9.
           05  FILLER              PICTURE X(32)   VALUE SPACE.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM    200-OPEN
           PERFORM    300-PROCESS-CARD UNTIL EOF-CREQ-WS = 'YES'
           PERFORM    900-CLOSE
           IF ERROR-COUNT-WS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       200-OPEN.
           MOVE FUNCTION CURRENT-DATE TO HOLD-DATE-WS
           COMPUTE RUN-PERIOD-WS = YEAR-WS * 100 + MONTH-WS

      *****************************************************
      *THE PROJECT MASTER IS REQUIRED - THERE IS NOTHING
      *TO CAPITALIZE WITHOUT IT
      *****************************************************
           OPEN INPUT CIP-PROJECT-FILE
           IF PROJ-FILE-STATUS-WS NOT = '00'
               DISPLAY 'CIPCAP: PROJECT MASTER OPEN FAILED '
                       '- STATUS ' PROJ-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM  220-LOAD-ONE-PROJECT UNTIL EOF-PROJ-WS = 'YES'
           CLOSE CIP-PROJECT-FILE

           OPEN INPUT ASSET-INPUT-FILE
           IF ASSET-FILE-STATUS-WS NOT = '00'
               DISPLAY 'CIPCAP: ASSET MASTER OPEN FAILED '
                       '- STATUS ' ASSET-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

      *****************************************************
      *NO CAPITALIZATION CARDS (STATUS 35) IS A VALID,
      *EMPTY RUN
      *****************************************************
           OPEN INPUT CAP-REQUEST-FILE
           IF CREQ-FILE-STATUS-WS = '35'
               MOVE 'YES' TO EOF-CREQ-WS
           ELSE
               IF CREQ-FILE-STATUS-WS NOT = '00'
                   DISPLAY 'CIPCAP: CAPITALIZATION CARD OPEN '
                           'FAILED - STATUS ' CREQ-FILE-STATUS-WS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM  250-READ-ONE-CARD
           END-IF

           OPEN EXTEND RAW-TRAN-FILE
           IF RAW-FILE-STATUS-WS = '35'
               OPEN OUTPUT RAW-TRAN-FILE
           END-IF
           IF RAW-FILE-STATUS-WS NOT = '00'
               DISPLAY 'CIPCAP: RAW TRANSACTION OPEN FAILED '
                       '- STATUS ' RAW-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT CAP-LOG-FILE.

       220-LOAD-ONE-PROJECT.
           READ CIP-PROJECT-FILE
               AT END
                   MOVE 'YES' TO EOF-PROJ-WS
               NOT AT END
                   IF PROJ-TABLE-COUNT-WS >= 500
                       DISPLAY 'CIPCAP: PROJECT TABLE FULL'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD  1 TO PROJ-TABLE-COUNT-WS
                   IF CIP-PENDING-IN IS NOT NUMERIC
                       MOVE ZERO TO CIP-PENDING-IN
                   END-IF
                   MOVE CIP-PROJECT-RECORD TO
                        PROJ-RECORD-WS (PROJ-TABLE-COUNT-WS)
           END-READ.

       250-READ-ONE-CARD.
           READ CAP-REQUEST-FILE
              AT END MOVE 'YES' TO EOF-CREQ-WS
           END-READ.

      *****************************************************
      *THE MATCHED PROJECT IS MOVED INTO THE CIPPROJ
      *RECORD AREA SO ITS FIELDS CAN BE READ AND UPDATED
      *BY NAME, AND MOVED BACK TO THE TABLE ONCE THE CARD
      *IS APPLIED
      *****************************************************
       300-PROCESS-CARD.
           ADD  1 TO CARD-COUNT-WS
           MOVE 'YES'  TO TRAN-VALID-WS
           MOVE SPACES TO REASON-TEXT-WS
           MOVE ZERO   TO LOG-AMOUNT-OUT
           PERFORM  305-NORMALIZE-BLANK-NUMERICS
           PERFORM  310-LOCATE-PROJECT
           PERFORM  400-EDIT-CARD
           IF TRAN-VALID-WS = 'YES'
               PERFORM  500-GENERATE-ADD
           END-IF
           PERFORM  250-READ-ONE-CARD.

       305-NORMALIZE-BLANK-NUMERICS.
           IF CREQ-COST-IN = SPACES
               MOVE ZERO TO CREQ-COST-IN
           END-IF
           IF CREQ-SALVAGE-IN = SPACES
               MOVE ZERO TO CREQ-SALVAGE-IN
           END-IF
           IF CREQ-LIFE-IN = SPACES
               MOVE ZERO TO CREQ-LIFE-IN
           END-IF
           IF CREQ-SERVICE-DATE-IN = SPACES
               MOVE ZERO TO CREQ-SERVICE-DATE-IN
           END-IF
           IF CREQ-TAX-LIFE-IN = SPACES
               MOVE ZERO TO CREQ-TAX-LIFE-IN
           END-IF.

       310-LOCATE-PROJECT.
           MOVE 'NO' TO PROJ-FOUND-WS
           SET PROJ-IDX-WS TO 1
           SEARCH PROJ-ENTRY-WS
               AT END
                   CONTINUE
               WHEN PROJ-IDX-WS > PROJ-TABLE-COUNT-WS
                   CONTINUE
               WHEN PROJ-RECORD-WS (PROJ-IDX-WS) (1:6)
                    = CREQ-PROJECT-IN
                   MOVE 'YES' TO PROJ-FOUND-WS
                   SET  PROJ-HOLD-SUB-WS TO PROJ-IDX-WS
                   MOVE PROJ-RECORD-WS (PROJ-IDX-WS)
                        TO CIP-PROJECT-RECORD
           END-SEARCH.

      *****************************************************
      *THE FIRST EDIT THAT FAILS DECIDES THE REJECT. THE
      *COST TO CAPITALIZE IS SETTLED HERE - THE WHOLE
      *BALANCE WHEN THE CARD LEAVES IT ZERO.
      *****************************************************
       400-EDIT-CARD.
           IF PROJ-FOUND-WS = 'NO'
               MOVE 'REJECTED - PROJECT NOT ON FILE'
                                         TO REASON-TEXT-WS
               PERFORM  700-LOG-REJECT
           ELSE
           IF CIP-CLOSED-IN
               MOVE 'REJECTED - PROJECT IS CLOSED'
                                         TO REASON-TEXT-WS
               PERFORM  700-LOG-REJECT
           ELSE
           IF CIP-CLOSING-IN
               MOVE 'REJECTED - FINAL ASSET ALREADY GENERATED'
                                         TO REASON-TEXT-WS
               PERFORM  700-LOG-REJECT
           ELSE
           IF CREQ-ASSET-ID-IN = SPACES
               MOVE 'ASSET ID IS BLANK' TO REASON-TEXT-WS
               PERFORM  700-LOG-REJECT
           ELSE
           IF CREQ-NAME-IN = SPACES
               MOVE 'ASSET NAME IS BLANK' TO REASON-TEXT-WS
               PERFORM  700-LOG-REJECT
           ELSE
           IF CREQ-COST-IN IS NOT NUMERIC
              OR CREQ-COST-IN < ZERO
               MOVE 'COST NOT NUMERIC' TO REASON-TEXT-WS
               PERFORM  700-LOG-REJECT
           ELSE
               PERFORM  410-EDIT-COST
               IF TRAN-VALID-WS = 'YES'
                   PERFORM  420-EDIT-TERMS
               END-IF
               IF TRAN-VALID-WS = 'YES'
                   PERFORM  430-EDIT-ASSET-ID
               END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       410-EDIT-COST.
           COMPUTE CIP-BALANCE-WS =
                   CIP-SPENT-IN - CIP-CAPITALIZED-IN
                                - CIP-PENDING-IN
           IF CREQ-COST-IN = ZERO
               MOVE CIP-BALANCE-WS TO CAP-COST-WS
           ELSE
               MOVE CREQ-COST-IN   TO CAP-COST-WS
           END-IF
           MOVE CAP-COST-WS TO LOG-AMOUNT-OUT
           IF CAP-COST-WS NOT > ZERO
               MOVE 'REJECTED - NOTHING LEFT IN CIP'
                                         TO REASON-TEXT-WS
               PERFORM  700-LOG-REJECT
           ELSE
           IF CAP-COST-WS > CIP-BALANCE-WS
               MOVE 'REJECTED - COST EXCEEDS CIP BALANCE'
                                         TO REASON-TEXT-WS
               PERFORM  700-LOG-REJECT
           ELSE
           IF CREQ-FINAL-ASSET-IN
              AND CAP-COST-WS NOT = CIP-BALANCE-WS
               MOVE 'REJECTED - FINAL ASSET LEAVES CIP BALANCE'
                                         TO REASON-TEXT-WS
               PERFORM  700-LOG-REJECT
           ELSE
           IF CREQ-SALVAGE-IN IS NOT NUMERIC
              OR CREQ-SALVAGE-IN > CAP-COST-WS
               MOVE 'SALVAGE INVALID OR EXCEEDS COST'
                                         TO REASON-TEXT-WS
               PERFORM  700-LOG-REJECT
           END-IF
           END-IF
           END-IF
           END-IF.

      *****************************************************
      *BLANK TERMS COME FROM THE PROJECT'S PLANNED ONES.
      *THE ADD STILL HAS TO PASS ASSETEDIT, SO A LIFE OR
      *IN-SERVICE DATE THAT IS MISSING EVERYWHERE, OR A
      *DATE STILL IN THE FUTURE, IS REJECTED HERE BEFORE
      *ANY COST LEAVES CIP
      *****************************************************
       420-EDIT-TERMS.
           IF CREQ-LIFE-IN IS NOT NUMERIC
              OR CREQ-TAX-LIFE-IN IS NOT NUMERIC
               MOVE 'USEFUL LIFE NOT NUMERIC' TO REASON-TEXT-WS
               PERFORM  700-LOG-REJECT
           ELSE
               IF CREQ-LIFE-IN = ZERO
                   MOVE CIP-LIFE-IN TO CREQ-LIFE-IN
               END-IF
               IF CREQ-METHOD-IN = SPACE
                   MOVE CIP-METHOD-IN TO CREQ-METHOD-IN
               END-IF
               IF CREQ-CONVENTION-IN = SPACE
                   MOVE CIP-CONVENTION-IN TO CREQ-CONVENTION-IN
               END-IF
               IF CREQ-SERVICE-DATE-IN = ZERO
                   MOVE CIP-PLAN-SERVICE-IN TO CREQ-SERVICE-DATE-IN
               END-IF
               IF CREQ-LIFE-IN IS NOT NUMERIC
                  OR CREQ-LIFE-IN = ZERO
                   MOVE 'NO USEFUL LIFE ON CARD OR PROJECT'
                                         TO REASON-TEXT-WS
                   PERFORM  700-LOG-REJECT
               ELSE
                   PERFORM  425-EDIT-SERVICE-DATE
               END-IF
           END-IF.

       425-EDIT-SERVICE-DATE.
           IF CREQ-SERVICE-DATE-IN IS NOT NUMERIC
              OR CREQ-SERVICE-DATE-IN = ZERO
               MOVE 'NO IN-SERVICE DATE ON CARD OR PROJECT'
                                         TO REASON-TEXT-WS
               PERFORM  700-LOG-REJECT
           ELSE
               DIVIDE CREQ-SERVICE-DATE-IN BY 100
                      GIVING SERVICE-YEAR-WS
                      REMAINDER SERVICE-MONTH-WS
               IF SERVICE-YEAR-WS = ZERO
                  OR SERVICE-MONTH-WS < 1 OR SERVICE-MONTH-WS > 12
                   MOVE 'IN-SERVICE DATE NOT YYYYMM'
                                         TO REASON-TEXT-WS
                   PERFORM  700-LOG-REJECT
               ELSE
                   IF CREQ-SERVICE-DATE-IN > RUN-PERIOD-WS
                       MOVE 'IN-SERVICE DATE IN FUTURE'
                                         TO REASON-TEXT-WS
                       PERFORM  700-LOG-REJECT
                   END-IF
               END-IF
           END-IF.

      *****************************************************
      *THE NEW ASSET ID MAY NOT ALREADY BE ON THE MASTER
      *OR CLAIMED BY AN EARLIER CARD TODAY - ASSETMAINT
      *WOULD REJECT THE ADD AFTER THE COST HAD ALREADY
      *LEFT CIP
      *****************************************************
       430-EDIT-ASSET-ID.
           MOVE 'NO' TO ID-IN-USE-WS
           MOVE CREQ-ASSET-ID-IN TO ASSET-ID-IN
           READ ASSET-INPUT-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'YES' TO ID-IN-USE-WS
           END-READ
           SET NEWID-IDX-WS TO 1
           SEARCH NEWID-ENTRY-WS
               AT END
                   CONTINUE
               WHEN NEWID-IDX-WS > NEWID-TABLE-COUNT-WS
                   CONTINUE
               WHEN NEWID-CODE-WS (NEWID-IDX-WS) = CREQ-ASSET-ID-IN
                   MOVE 'YES' TO ID-IN-USE-WS
           END-SEARCH
           IF ID-IN-USE-WS = 'YES'
               MOVE 'REJECTED - ASSET ID ALREADY IN USE'
                                         TO REASON-TEXT-WS
               PERFORM  700-LOG-REJECT
           END-IF.

      *****************************************************
      *BUILDS THE ADD TRANSACTION EXACTLY AS IT WOULD BE
      *KEYED, WITH THE PROJECT NUMBER IN THE PROCEEDS
      *COLUMNS AND THE SOURCE MARKED AS CIPCAP, SO
      *ASSETMAINT KNOWS ITS COST WAS RESERVED AS PENDING
      *****************************************************
       500-GENERATE-ADD.
           MOVE SPACES              TO ASSET-TRANSACTION-RECORD
           MOVE CAP-COST-WS         TO TRAN-PRICE-IN
           PERFORM  510-WRITE-ADD.

       510-WRITE-ADD.
           MOVE 'A'                 TO TRAN-CODE-IN
           MOVE CREQ-ASSET-ID-IN    TO TRAN-ASSET-ID-IN
           MOVE CREQ-NAME-IN        TO TRAN-NAME-IN
           MOVE CREQ-SALVAGE-IN     TO TRAN-SALVAGE-IN
           MOVE CREQ-LIFE-IN        TO TRAN-LIFE-IN
           MOVE CREQ-METHOD-IN      TO TRAN-METHOD-IN
           MOVE CIP-DEPT-IN         TO TRAN-DEPT-IN
           MOVE ZERO                TO TRAN-DISPOSAL-MONTH-IN
           MOVE CIP-PROJECT-IN      TO TRAN-PROJECT-IN
           MOVE 'C'                 TO TRAN-SOURCE-IN
           MOVE CREQ-TAX-METHOD-IN  TO TRAN-TAX-METHOD-IN
           MOVE CREQ-TAX-LIFE-IN    TO TRAN-TAX-LIFE-IN
           MOVE CREQ-TAG-IN         TO TRAN-TAG-IN
           MOVE CREQ-LOCATION-IN    TO TRAN-LOCATION-IN
           MOVE CIP-COMPANY-IN      TO TRAN-COMPANY-IN
           MOVE CREQ-SERVICE-DATE-IN
                                    TO TRAN-IN-SERVICE-DATE-IN
           MOVE CREQ-CONVENTION-IN  TO TRAN-CONVENTION-IN
           MOVE CREQ-TAX-CONVENTION-IN
                                    TO TRAN-TAX-CONVENTION-IN
           WRITE ASSET-TRANSACTION-RECORD

           IF NEWID-TABLE-COUNT-WS >= 500
               DISPLAY 'CIPCAP: NEW ASSET ID TABLE FULL'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD  1 TO NEWID-TABLE-COUNT-WS
           MOVE CREQ-ASSET-ID-IN    TO
                NEWID-CODE-WS (NEWID-TABLE-COUNT-WS)

           ADD  CAP-COST-WS         TO CIP-PENDING-IN
           ADD  CAP-COST-WS         TO CAPITALIZED-TOTAL-WS
           ADD  1                   TO GENERATED-COUNT-WS
           IF CREQ-FINAL-ASSET-IN
               MOVE 'F' TO CIP-STATUS-IN
               ADD  1 TO CLOSED-COUNT-WS
               MOVE 'ADD GENERATED - CLOSES WHEN ADD POSTS'
                                    TO REASON-TEXT-WS
           ELSE
               MOVE 'ADD GENERATED FOR ASSETEDIT'
                                    TO REASON-TEXT-WS
           END-IF
           MOVE CIP-PROJECT-RECORD  TO
                PROJ-RECORD-WS (PROJ-HOLD-SUB-WS)
           PERFORM  800-WRITE-LOG-LINE.

       700-LOG-REJECT.
           ADD  1 TO ERROR-COUNT-WS
           MOVE 'NO' TO TRAN-VALID-WS
           PERFORM  800-WRITE-LOG-LINE.

       800-WRITE-LOG-LINE.
           MOVE CREQ-PROJECT-IN  TO LOG-PROJECT-OUT
           MOVE CREQ-ASSET-ID-IN TO LOG-ASSET-ID-OUT
           MOVE REASON-TEXT-WS   TO LOG-MESSAGE-OUT
           MOVE CAP-LOG-LINE-SETUP TO PRINT-A-SINGLE-LINE
           WRITE PRINT-A-SINGLE-LINE AFTER 1 LINE.

      *****************************************************
      *THE PROJECT MASTER IS REWRITTEN FROM THE TABLE WITH
      *THE NEW PENDING AMOUNTS AND CLOSING FLAGS. THE ADDS
      *ARE ALREADY ON ASSETRAW.DAT, SO A PROJECT MASTER
      *THAT CANNOT BE REWRITTEN STOPS THE RUN HARD - THE
      *OPERATOR MUST NOT LET ASSETEDIT PICK THOSE ADDS UP
      *UNTIL THE PROJECTS ARE PUT RIGHT.
      *****************************************************
       900-CLOSE.
           IF CREQ-FILE-STATUS-WS NOT = '35'
               CLOSE CAP-REQUEST-FILE
           END-IF
           CLOSE ASSET-INPUT-FILE RAW-TRAN-FILE

           OPEN OUTPUT CIP-PROJECT-FILE
           IF PROJ-FILE-STATUS-WS NOT = '00'
               DISPLAY 'CIPCAP: PROJECT MASTER REWRITE FAILED '
                       '- STATUS ' PROJ-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE 1 TO PROJ-SUB-WS
           PERFORM  910-WRITE-ONE-PROJECT
                    UNTIL PROJ-SUB-WS > PROJ-TABLE-COUNT-WS
           CLOSE CIP-PROJECT-FILE

           MOVE CARD-COUNT-WS        TO TOTAL-CARD-OUT
           MOVE GENERATED-COUNT-WS   TO TOTAL-GENERATED-OUT
           MOVE CAPITALIZED-TOTAL-WS TO TOTAL-CAPITAL-OUT
           MOVE CLOSED-COUNT-WS      TO TOTAL-CLOSED-OUT
           MOVE ERROR-COUNT-WS       TO TOTAL-ERROR-OUT

           MOVE SPACES TO PRINT-A-SINGLE-LINE
           WRITE PRINT-A-SINGLE-LINE AFTER 1 LINE

           WRITE PRINT-A-SINGLE-LINE FROM CAP-TOTALS-LINE-SETUP
                 AFTER 1 LINE

           CLOSE CAP-LOG-FILE.

       910-WRITE-ONE-PROJECT.
           MOVE PROJ-RECORD-WS (PROJ-SUB-WS) TO CIP-PROJECT-RECORD
           WRITE CIP-PROJECT-RECORD
           ADD  1 TO PROJ-SUB-WS.
