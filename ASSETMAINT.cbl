      *STARTDEPRECIATION ALWAYS RUNS AGAINST A GOVERNED
      *MASTER FILE INSTEAD OF A HAND-EDITED FLAT FILE.
      *EACH TRANSACTION IS ECHOED TO ASSETMLOG.DOC.
      *
      *EVERY MASTER FIELD A TRANSACTION CHANGES IS ALSO
      *WRITTEN, BEFORE AND AFTER, TO THE PERMANENT CHANGE
      *JOURNAL ASSETCHG.DAT (ASSETCHG.CPY) ONCE THE MASTER
      *WRITE OR REWRITE HAS GONE THROUGH. ASSETHIST READS
      *IT BACK FOR THE ASSET LIFECYCLE INQUIRY.
      *
      *AN ADD THAT CIPCAP GENERATED FROM A CIP PROJECT
      *(TRAN-PROJECT-IN, TRAN-SOURCE-IN 'C') MOVES ITS
      *COST FROM THE PROJECT'S PENDING AMOUNT TO ITS
      *CAPITALIZED AMOUNT ON CIPPROJ.DAT ONLY ONCE THE
      *MASTER WRITE HAS GONE THROUGH, AND CLOSES A PROJECT
      *CIPCAP LEFT CLOSING WHEN NOTHING IS PENDING ANY
      *MORE. A HAND-KEYED ADD AGAINST A PROJECT RESERVED
      *NOTHING, SO ITS COST GOES STRAIGHT TO CAPITALIZED.
      *
      *A CHANGE OR TRANSFER THAT MOVES THE COST OF AN ASSET
      *ALREADY CAPITALIZED IN THE GL - A NEW PRICE, OR A
      *NEW DEPARTMENT - IS QUEUED ON CAPADJ.DAT (CAPADJ.CPY)
      *FOR THE NEXT DEPRECIATION RUN TO POST.
      *
      *RETURN CODES
      *   0  CLEAN RUN
      *   4  WARNING - TRANSACTIONS REJECTED
      *  12  FILE ERROR OR TABLE FULL - RUN ABENDED
      *****************************************************

       ENVIRONMENT DIVISION.
            SELECT SPLIT-HISTORY-FILE ASSIGN TO 'SPLITHIST.DAT'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT CHANGE-JOURNAL-FILE ASSIGN TO 'ASSETCHG.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CHG-FILE-STATUS-WS.

            SELECT CIP-PROJECT-FILE ASSIGN TO 'CIPPROJ.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PROJ-FILE-STATUS-WS.

            SELECT CAPITAL-ADJUSTMENT-FILE ASSIGN TO 'CAPADJ.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CADJ-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
       FD  ASSET-MASTER-FILE RECORDING MODE IS F.
      *PERSISTENT IMPAIRMENT HISTORY - OPENED EXTEND SO
      *EVERY WRITE-DOWN EVER TAKEN STAYS ON FILE. THIS IS
      *THE RECORD THE AUDITORS ASK FOR EVERY YEAR.
      *HIST-JOURNALED-OUT 'Y' SAYS THE SAME WRITE-DOWN IS
      *ALSO IN THE CHANGE JOURNAL; IT IS BLANK ON RECORDS
      *WRITTEN BEFORE THE JOURNAL EXISTED.
      *****************************************************
       FD  IMPAIR-HISTORY-FILE RECORDING MODE IS F.
       01  IMPAIR-HISTORY-RECORD.
           05  HIST-ASSET-ID-OUT   PICTURE X(6).
           05  HIST-DATE-OUT       PICTURE 9(6).
           05  HIST-AMOUNT-OUT     PICTURE S9(9)V99.
           05  HIST-PRIOR-BV-OUT   PICTURE S9(9)V99.
           05  HIST-NEW-BV-OUT     PICTURE S9(9)V99.
           05  HIST-JOURNALED-OUT  PICTURE X.
           05  FILLER              PICTURE X(34).

      *****************************************************
      *PERSISTENT TRANSFER HISTORY - OPENED EXTEND SO EVERY
      *DEPARTMENT MOVE EVER MADE STAYS ON FILE. THIS IS HOW
      *WE ANSWER "WHERE DID THIS ASSET LIVE IN MARCH".
      *XFER-JOURNALED-OUT 'Y' SAYS THE SAME MOVE IS ALSO IN
      *THE CHANGE JOURNAL; BLANK ON OLDER RECORDS.
      *****************************************************
       FD  XFER-HISTORY-FILE RECORDING MODE IS F.
       01  XFER-HISTORY-RECORD.
           05  XFER-DATE-OUT       PICTURE 9(6).
           05  XFER-FROM-DEPT-OUT  PICTURE X(4).
           05  XFER-TO-DEPT-OUT    PICTURE X(4).
           05  XFER-JOURNALED-OUT  PICTURE X.
           05  FILLER              PICTURE X(59).

      *****************************************************
      *PERSISTENT SPLIT HISTORY - OPENED EXTEND SO EVERY
      *PARTIAL DISPOSAL STAYS ON FILE. THIS IS HOW THE
      *SOLD PIECE AND THE RETAINED PIECE TIE BACK TO THE
      *ORIGINAL ASSET FOR THE AUDITORS.
      *SPLIT-JOURNALED-OUT 'Y' SAYS THE SAME SPLIT IS ALSO
      *IN THE CHANGE JOURNAL; BLANK ON OLDER RECORDS.
      *****************************************************
       FD  SPLIT-HISTORY-FILE RECORDING MODE IS F.
       01  SPLIT-HISTORY-RECORD.
           05  SPLIT-ASSET-ID-OUT  PICTURE X(6).
           05  SPLIT-NEW-ID-OUT    PICTURE X(6).
           05  SPLIT-MONTH-OUT     PICTURE 99.
           05  SPLIT-COST-OUT      PICTURE S9(9)V99.
           05  SPLIT-ACCUM-OUT     PICTURE S9(9)V99.
           05  SPLIT-PROCEEDS-OUT  PICTURE S9(9)V99.
           05  SPLIT-JOURNALED-OUT PICTURE X.
           05  FILLER              PICTURE X(32).

       FD  CHANGE-JOURNAL-FILE RECORDING MODE IS F.
       COPY ASSETCHG.CPY.

       FD  CIP-PROJECT-FILE RECORDING MODE IS F.
       COPY CIPPROJ.CPY.

       FD  CAPITAL-ADJUSTMENT-FILE RECORDING MODE IS F.
       COPY CAPADJ.CPY.

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
      *APPLIED AMOUNT IS CAPPED SO A WRITE-DOWN CAN NEVER
      *TAKE THE BOOK VALUE BELOW SALVAGE
      *****************************************************
           05  IMPAIR-APPLIED-WS       PICTURE S9(9)V99
                                                     VALUE ZERO.
           05  PRIOR-BOOK-VALUE-WS     PICTURE S9(9)V99
                                                     VALUE ZERO.
           05  NEW-BOOK-VALUE-WS       PICTURE S9(9)V99
                                                     VALUE ZERO.

      *****************************************************
           05  XFER-YEAR-WS            PICTURE 9(4)  VALUE ZERO.
           05  XFER-MONTH-WS           PICTURE 99    VALUE ZERO.

      *****************************************************
      *WORK FIELDS FOR THE CAPITAL ADJUSTMENT QUEUE - THE
      *ACCUMULATED DEPRECIATION THE GL HOLDS FOR AN ASSET
      *BEING MOVED, AND THE YEAR IT LAST POSTED
      *****************************************************
           05  CADJ-FILE-STATUS-WS     PICTURE XX    VALUE '00'.
           05  CADJ-GL-ACCUM-WS        PICTURE S9(9)V99
                                                     VALUE ZERO.
           05  CADJ-POSTED-YEAR-WS     PICTURE 9(4)  VALUE ZERO.

      *****************************************************
      *WORK FIELDS FOR A PARTIAL DISPOSAL. THE ORIGINAL
      *RECORD IS HELD ASIDE WHILE THE SOLD PIECE IS BUILT
      *THE SOLD PIECE TAKES ITS PRO-RATA SHARE OF SALVAGE,
      *ACCUMULATED DEPRECIATION (BOTH BOOKS) AND THE YEAR
      *TO DATE POSTED DEPRECIATION, SO BOTH PIECES KEEP
      *POSTING CORRECTLY FROM THE SPLIT FORWARD. THE LAST
      *RUN'S DEPRECIATION IS DIVIDED THE SAME WAY, SO A
      *REVERSAL OF THAT RUN'S BATCH UNWINDS EACH PIECE BY
      *ITS OWN SHARE.
      *****************************************************
           05  HOLD-ASSET-RECORD-WS    PICTURE X(180) VALUE SPACES.
           05  PORTION-COST-WS         PICTURE S9(9)V99
                                                     VALUE ZERO.
           05  SPLIT-RATIO-WS          PICTURE S9V9(6)
                                                     VALUE ZERO.
           05  SALVAGE-MOVED-WS        PICTURE S9(9)V99
                                                     VALUE ZERO.
           05  ACCUM-MOVED-WS          PICTURE S9(9)V99
                                                     VALUE ZERO.
           05  TAX-ACCUM-MOVED-WS      PICTURE S9(9)V99
                                                     VALUE ZERO.
           05  YTD-MOVED-WS            PICTURE S9(9)V99
                                                     VALUE ZERO.
           05  RUN-DEPR-MOVED-WS       PICTURE S9(9)V99
                                                     VALUE ZERO.

      *****************************************************
      *CURRENT YEAR POSITION.
      *****************************************************
           05  EST-CURRENT-YEAR-WS     PICTURE 99    VALUE ZERO.
           05  EST-CALC-ACCUM-WS       PICTURE S9(9)V99
                                                     VALUE ZERO.
           05  EST-OLD-CHARGE-WS       PICTURE S9(9)V99
                                                     VALUE ZERO.
           05  EST-NEW-CHARGE-WS       PICTURE S9(9)V99
                                                     VALUE ZERO.
           05  EST-SERVICE-YEAR-WS     PICTURE 9(4)  VALUE ZERO.
           05  EST-SERVICE-MONTH-WS    PICTURE 99    VALUE ZERO.
           05  EST-DISP-MONTH-WS       PICTURE 99    VALUE ZERO.

      *****************************************************
      *WORK FIELDS FOR THE CHANGE JOURNAL. THE RUN DATE AND
      *TIME STAMP EVERY RECORD THIS RUN WRITES. EACH PAIR OF
      *OLD/NEW VALUES IS SET UP HERE AND WRITTEN ONLY WHEN
      *THEY DIFFER. A NEW ASSET IS COMPARED AGAINST AN
      *INITIALIZED BEFORE IMAGE SO ONLY THE FIELDS IT WAS
      *GIVEN ARE JOURNALED, WITH A BLANK BEFORE VALUE.
      *****************************************************
           05  CHG-FILE-STATUS-WS      PICTURE XX    VALUE '00'.
           05  CHG-NEW-ASSET-WS        PICTURE X(3)  VALUE 'NO'.
           05  CHG-NAME-WS             PICTURE X(12) VALUE SPACES.
           05  CHG-OLD-AMT-WS          PICTURE S9(9)V99
                                                     VALUE ZERO.
           05  CHG-NEW-AMT-WS          PICTURE S9(9)V99
                                                     VALUE ZERO.
           05  CHG-EDIT-AMT-WS         PICTURE Z,ZZZ,ZZZ,ZZ9.99-.
           05  CHG-OLD-TEXT-WS         PICTURE X(17) VALUE SPACES.
           05  CHG-NEW-TEXT-WS         PICTURE X(17) VALUE SPACES.
           05  CHG-HOLD-BEFORE-WS      PICTURE X(180) VALUE SPACES.

      *****************************************************
      *THE CIP PROJECT MASTER, HELD IN STORAGE AND
      *REWRITTEN IN FULL AT CLOSE WHEN AN ADD FROM A
      *PROJECT POSTED - THE SAME LOAD-AND-REWRITE CIPCAP
      *USES
      *****************************************************
           05  PROJ-FILE-STATUS-WS     PICTURE XX    VALUE '00'.
           05  EOF-PROJ-WS             PICTURE X(3)  VALUE 'NO'.
           05  PROJ-CHANGED-WS         PICTURE X(3)  VALUE 'NO'.
           05  PROJ-CLOSED-NOW-WS      PICTURE X(3)  VALUE 'NO'.
           05  PROJ-TABLE-COUNT-WS     PICTURE 9(3)  VALUE ZERO.
           05  PROJ-SUB-WS             PICTURE 9(3)  VALUE ZERO.
           05  PROJ-TABLE-WS.
               10  PROJ-ENTRY-WS       OCCURS 500 TIMES
                                       INDEXED BY PROJ-IDX-WS.
                   15  PROJ-RECORD-WS  PICTURE X(91).

           05  HOLD-DATE-WS.
               10 YEAR-WS       PIC 9999.
               10 MONTH-WS      PIC 99.
               10 DAY-WS        PIC 99.
               10 HOUR-WS       PIC 99.
               10 MINUTE-WS     PIC 99.
               10 SECOND-WS     PIC 99.
           05  HOLD-DATE-PARTS-WS REDEFINES HOLD-DATE-WS.
               10 RUN-DATE-WS   PIC 9(8).
               10 RUN-TIME-WS   PIC 9(6).

      *****************************************************
      *THE MASTER RECORD AS IT STOOD BEFORE THE CURRENT
      *TRANSACTION TOUCHED IT - THE SAME LAYOUT AS THE FD
      *BUFFER, EACH FIELD NAMED -BF INSTEAD OF -IN
      *****************************************************
       COPY ASSETIN.CPY REPLACING ==ASSET-INPUT-RECORD==
                               BY ==BEFORE-IMAGE-RECORD==
                                  TRAILING ==-IN== BY ==-BF==.

       01  MAINT-LOG-LINE-SETUP.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  EST-OLD-LIFE-OUT    PICTURE Z9.
           05                      PICTURE X(12)   VALUE
                                      ' OLD ANNUAL '.
           05  EST-OLD-CHARGE-OUT  PICTURE $$$$,$$$,$$9.99.
           05                      PICTURE X(10)   VALUE
                                      ' NEW LIFE '.
           05  EST-NEW-LIFE-OUT    PICTURE Z9.
           05                      PICTURE X(12)   VALUE
                                      ' NEW ANNUAL '.
           05  EST-NEW-CHARGE-OUT  PICTURE $$$$,$$$,$$9.99.
           05  FILLER              PICTURE X(52)   VALUE SPACE.

       01  MAINT-TOTALS-LINE-SETUP.
           05  FILLER              PICTURE X       VALUE SPACE.
           PERFORM    200-OPEN
           PERFORM    300-PROCESS-TRANSACTION UNTIL EOF-TRAN-WS = 'YES'
           PERFORM    900-CLOSE
           IF ERROR-COUNT-WS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       200-OPEN.
           IF MASTER-FILE-STATUS-WS NOT = '00'
               DISPLAY 'ASSETMAINT: ASSET MASTER OPEN FAILED - '
                       'STATUS ' MASTER-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT MAINT-LOG-FILE
           OPEN EXTEND IMPAIR-HISTORY-FILE XFER-HISTORY-FILE
                       SPLIT-HISTORY-FILE

      *****************************************************
      *THE CHANGE JOURNAL IS PERMANENT - THE VERY FIRST RUN
      *(STATUS 35) CREATES IT, EVERY RUN AFTER ADDS TO IT
      *****************************************************
           OPEN EXTEND CHANGE-JOURNAL-FILE
           IF CHG-FILE-STATUS-WS = '35'
               OPEN OUTPUT CHANGE-JOURNAL-FILE
           END-IF
           IF CHG-FILE-STATUS-WS NOT = '00'
               DISPLAY 'ASSETMAINT: CHANGE JOURNAL OPEN FAILED - '
                       'STATUS ' CHG-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND CAPITAL-ADJUSTMENT-FILE
           IF CADJ-FILE-STATUS-WS = '35'
               OPEN OUTPUT CAPITAL-ADJUSTMENT-FILE
           END-IF
           IF CADJ-FILE-STATUS-WS NOT = '00'
               DISPLAY 'ASSETMAINT: CAPITAL ADJUSTMENT QUEUE OPEN '
                       'FAILED - STATUS ' CADJ-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO HOLD-DATE-WS
           PERFORM    230-LOAD-PROJECT-TABLE
           PERFORM    250-READ-ONE-TRANSACTION.

      *****************************************************
      *NO PROJECT MASTER YET (STATUS 35) MEANS NO CIP
      *PROJECT HAS EVER BEEN OPENED - THE TABLE STARTS
      *EMPTY
      *****************************************************
       230-LOAD-PROJECT-TABLE.
           OPEN INPUT CIP-PROJECT-FILE
           IF PROJ-FILE-STATUS-WS = '35'
               MOVE 'YES' TO EOF-PROJ-WS
           ELSE
               IF PROJ-FILE-STATUS-WS NOT = '00'
                   DISPLAY 'ASSETMAINT: PROJECT MASTER OPEN FAILED '
                           '- STATUS ' PROJ-FILE-STATUS-WS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM  235-LOAD-ONE-PROJECT UNTIL EOF-PROJ-WS = 'YES'
               CLOSE CIP-PROJECT-FILE
           END-IF.

       235-LOAD-ONE-PROJECT.
           READ CIP-PROJECT-FILE
               AT END
                   MOVE 'YES' TO EOF-PROJ-WS
               NOT AT END
                   IF PROJ-TABLE-COUNT-WS >= 500
                       DISPLAY 'ASSETMAINT: PROJECT TABLE FULL'
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

       250-READ-ONE-TRANSACTION.
           READ TRANSACTION-FILE
              AT END MOVE 'YES' TO EOF-TRAN-WS
           MOVE TRAN-TAG-IN      TO TAG-NUMBER-IN
           MOVE TRAN-COMPANY-IN  TO COMPANY-IN

      *****************************************************
      *A BLANK TAX CONVENTION FOLLOWS THE FINANCIAL BOOK'S,
      *THE SAME WAY THE TAX METHOD AND LIFE DEFAULT ABOVE
      *****************************************************
           MOVE TRAN-IN-SERVICE-DATE-IN TO IN-SERVICE-DATE-IN
           MOVE TRAN-CONVENTION-IN      TO BOOK-CONVENTION-IN
           IF TRAN-TAX-CONVENTION-IN = SPACE
               MOVE TRAN-CONVENTION-IN     TO TAX-CONVENTION-IN
           ELSE
               MOVE TRAN-TAX-CONVENTION-IN TO TAX-CONVENTION-IN
           END-IF

      *****************************************************
      *THE NEXT DEPRECIATION RUN CAPITALIZES THE NEW COST
      *IN THE GL AND CLEARS THE FLAG
      *****************************************************
           MOVE 'N'              TO ADD-POSTED-IN
           MOVE ZERO             TO LAST-RUN-DEPR-IN
                                    LAST-RUN-IMPAIR-IN
           MOVE 'N'              TO LAST-RUN-ADD-IN

           WRITE ASSET-INPUT-RECORD
               INVALID KEY
                   PERFORM  710-LOG-DUPLICATE-KEY
               NOT INVALID KEY
                   ADD  1 TO ADD-COUNT-WS
                   MOVE 'YES' TO CHG-NEW-ASSET-WS
                   PERFORM  820-JOURNAL-CHANGES
                   MOVE 'NO' TO PROJ-CLOSED-NOW-WS
                   IF TRAN-PROJECT-IN NOT = SPACES
                       PERFORM  450-CAPITALIZE-CIP-PROJECT
                   END-IF
                   PERFORM  720-LOG-ADD-SUCCESS
           END-WRITE.

      *****************************************************
      *THE ADD IS ON THE MASTER, SO ITS COST HAS NOW LEFT
      *CIP - ADD IT TO CAPITALIZED. ONLY AN ADD CIPCAP
      *GENERATED HAD ITS COST RESERVED, SO ONLY THAT ONE
      *TAKES IT OUT OF PENDING - A HAND-KEYED ADD MUST NOT
      *EAT ANOTHER ADD'S RESERVATION. PENDING NEVER GOES
      *BELOW ZERO, AND A CLOSING PROJECT CLOSES WITH ITS
      *LAST PENDING ADD.
      *****************************************************
       450-CAPITALIZE-CIP-PROJECT.
           SET PROJ-IDX-WS TO 1
           SEARCH PROJ-ENTRY-WS
               AT END
                   CONTINUE
               WHEN PROJ-IDX-WS > PROJ-TABLE-COUNT-WS
                   CONTINUE
               WHEN PROJ-RECORD-WS (PROJ-IDX-WS) (1:6)
                    = TRAN-PROJECT-IN
                   MOVE PROJ-RECORD-WS (PROJ-IDX-WS)
                        TO CIP-PROJECT-RECORD
                   ADD  PRICE-IN TO CIP-CAPITALIZED-IN
                   IF TRAN-FROM-CIPCAP-IN
                       IF CIP-PENDING-IN > PRICE-IN
                           SUBTRACT PRICE-IN FROM CIP-PENDING-IN
                       ELSE
                           MOVE ZERO TO CIP-PENDING-IN
                       END-IF
                       IF CIP-CLOSING-IN AND CIP-PENDING-IN = ZERO
                           MOVE 'C'   TO CIP-STATUS-IN
                           MOVE 'YES' TO PROJ-CLOSED-NOW-WS
                       END-IF
                   END-IF
                   MOVE CIP-PROJECT-RECORD
                        TO PROJ-RECORD-WS (PROJ-IDX-WS)
                   MOVE 'YES' TO PROJ-CHANGED-WS
           END-SEARCH.

       500-CHANGE-ASSET.
           MOVE TRAN-ASSET-ID-IN TO ASSET-ID-IN

           END-READ.

       510-APPLY-CHANGES.
           MOVE ASSET-INPUT-RECORD TO BEFORE-IMAGE-RECORD
           IF TRAN-NAME-IN NOT = SPACES
               MOVE TRAN-NAME-IN TO NAME-IN
           END-IF
           END-IF
           IF TRAN-DEPT-IN NOT = SPACES
               MOVE TRAN-DEPT-IN TO DEPT-IN
               IF TRAN-COMPANY-IN NOT = SPACES
                   MOVE TRAN-COMPANY-IN TO COMPANY-IN
               END-IF
           END-IF
           IF TRAN-TAX-METHOD-IN NOT = SPACE
               MOVE TRAN-TAX-METHOD-IN TO TAX-METHOD-IN
               MOVE TRAN-TAX-LIFE-IN TO TAX-REMAINING-LIFE-IN
               MOVE ZERO             TO TAX-ACCUM-DEPR-IN
           END-IF
           IF TRAN-IN-SERVICE-DATE-IN NOT = ZERO
               MOVE TRAN-IN-SERVICE-DATE-IN TO IN-SERVICE-DATE-IN
           END-IF
           IF TRAN-CONVENTION-IN NOT = SPACE
               MOVE TRAN-CONVENTION-IN TO BOOK-CONVENTION-IN
           END-IF
           IF TRAN-TAX-CONVENTION-IN NOT = SPACE
               MOVE TRAN-TAX-CONVENTION-IN TO TAX-CONVENTION-IN
           END-IF

           REWRITE ASSET-INPUT-RECORD
               INVALID KEY
                   PERFORM  730-LOG-NOT-FOUND
               NOT INVALID KEY
                   ADD  1 TO CHANGE-COUNT-WS
                   PERFORM  820-JOURNAL-CHANGES
                   PERFORM  520-QUEUE-CAPITAL-CHANGES
                   PERFORM  740-LOG-CHANGE-SUCCESS
           END-REWRITE.

      *****************************************************
      *A NEW DEPARTMENT OR A NEW PRICE ON AN ASSET WHOSE
      *COST IS ALREADY IN THE GL IS QUEUED FOR THE
      *DEPRECIATION RUN TO POST - THE MOVE FIRST, AT THE
      *OLD PRICE, THEN THE PRICE DIFFERENCE AT THE NEW
      *DEPARTMENT. AN ADD NOT YET CAPITALIZED, A DISPOSAL
      *ALREADY POSTED OR A RETIRED ASSET QUEUES NOTHING -
      *THE LEDGER HAS NO COST OF ITS OWN TO MOVE.
      *****************************************************
       520-QUEUE-CAPITAL-CHANGES.
           IF ADD-GL-PENDING-BF
              OR DISPOSAL-GL-POSTED-BF
              OR ASSET-RETIRED-BF
               CONTINUE
           ELSE
               IF DEPT-IN NOT = DEPT-BF
                   PERFORM  865-SET-GL-ACCUM
                   MOVE SPACES           TO CAPITAL-ADJUSTMENT-RECORD
                   MOVE 'X'              TO CADJ-TYPE-IN
                   MOVE DEPT-BF          TO CADJ-FROM-DEPT-IN
                   MOVE COMPANY-BF       TO CADJ-FROM-COMPANY-IN
                   MOVE DEPT-IN          TO CADJ-TO-DEPT-IN
                   MOVE COMPANY-IN       TO CADJ-TO-COMPANY-IN
                   MOVE PRICE-BF         TO CADJ-COST-IN
                   MOVE CADJ-GL-ACCUM-WS TO CADJ-ACCUM-IN
                   PERFORM  860-WRITE-CAPITAL-ADJUSTMENT
               END-IF
               IF PRICE-IN NOT = PRICE-BF
                   MOVE SPACES           TO CAPITAL-ADJUSTMENT-RECORD
                   MOVE 'P'              TO CADJ-TYPE-IN
                   MOVE DEPT-IN          TO CADJ-FROM-DEPT-IN
                                            CADJ-TO-DEPT-IN
                   MOVE COMPANY-IN       TO CADJ-FROM-COMPANY-IN
                                            CADJ-TO-COMPANY-IN
                   COMPUTE CADJ-COST-IN = PRICE-IN - PRICE-BF
                   MOVE ZERO             TO CADJ-ACCUM-IN
                   PERFORM  860-WRITE-CAPITAL-ADJUSTMENT
               END-IF
           END-IF.

       550-REVISE-ESTIMATE.
           MOVE TRAN-ASSET-ID-IN TO ASSET-ID-IN

                                      TO LOG-MESSAGE-OUT
               PERFORM  800-WRITE-LOG-LINE
           ELSE
               MOVE ASSET-INPUT-RECORD TO BEFORE-IMAGE-RECORD
               PERFORM  565-COMPUTE-OLD-CHARGE

               MOVE REMAINING-LIFE-IN TO EST-OLD-LIFE-OUT
                       PERFORM  730-LOG-NOT-FOUND
                   NOT INVALID KEY
                       ADD  1 TO CHANGE-COUNT-WS
                       PERFORM  820-JOURNAL-CHANGES
                       PERFORM  775-LOG-ESTIMATE-SUCCESS
               END-REWRITE
           END-IF.
               MOVE ZERO TO EST-OLD-CHARGE-WS
           ELSE
               IF REMAINING-LIFE-IN = ZERO
                  AND (BOOK-FULL-YEAR-IN OR ACCUM-DEPR-IN = ZERO)
                   MOVE USEFUL-LIFE-IN TO REMAINING-LIFE-IN
               END-IF
               MOVE ZERO TO EST-SERVICE-MONTH-WS
               IF IN-SERVICE-DATE-IN IS NUMERIC
                   DIVIDE IN-SERVICE-DATE-IN BY 100
                          GIVING EST-SERVICE-YEAR-WS
                          REMAINDER EST-SERVICE-MONTH-WS
               END-IF
               IF ASSET-IMPAIRED-IN OR ASSET-EST-REVISED-IN
                   IF REMAINING-LIFE-IN = ZERO
                       COMPUTE EST-OLD-CHARGE-WS =
                               PRICE-IN - SALVAGE-IN - ACCUM-DEPR-IN
                   ELSE
                       COMPUTE EST-OLD-CHARGE-WS ROUNDED =
                               (PRICE-IN - SALVAGE-IN - ACCUM-DEPR-IN)
                               / REMAINING-LIFE-IN
                   END-IF
               ELSE
                   COMPUTE EST-CURRENT-YEAR-WS = USEFUL-LIFE-IN
                                         - REMAINING-LIFE-IN + 1
                              USEFUL-LIFE-IN, METHOD-IN,
                              EST-CURRENT-YEAR-WS,
                              EST-CALC-ACCUM-WS,
                              EST-OLD-CHARGE-WS,
                              BOOK-CONVENTION-IN,
                              EST-SERVICE-MONTH-WS,
                              EST-DISP-MONTH-WS
               END-IF
               IF (ACCUM-DEPR-IN + EST-OLD-CHARGE-WS)
                  > (PRICE-IN - SALVAGE-IN)
           END-READ.

       610-REWRITE-AS-RETIRED.
           MOVE ASSET-INPUT-RECORD TO BEFORE-IMAGE-RECORD
           MOVE 'R' TO STATUS-IN

           REWRITE ASSET-INPUT-RECORD
                   PERFORM  730-LOG-NOT-FOUND
               NOT INVALID KEY
                   ADD  1 TO RETIRE-COUNT-WS
                   PERFORM  820-JOURNAL-CHANGES
                   PERFORM  750-LOG-RETIRE-SUCCESS
           END-REWRITE.

                                      TO LOG-MESSAGE-OUT
               PERFORM  800-WRITE-LOG-LINE
           ELSE
               MOVE ASSET-INPUT-RECORD TO BEFORE-IMAGE-RECORD
               DIVIDE TRAN-XFER-DATE-IN BY 100
                      GIVING XFER-YEAR-WS
                      REMAINDER XFER-MONTH-WS
               MOVE DEPT-IN       TO PRIOR-DEPT-IN
               MOVE TRAN-DEPT-IN  TO DEPT-IN
               IF TRAN-COMPANY-IN NOT = SPACES
                   MOVE TRAN-COMPANY-IN TO COMPANY-IN
               END-IF
               MOVE XFER-MONTH-WS TO TRANSFER-MONTH-IN
               MOVE XFER-YEAR-WS  TO TRANSFER-YEAR-IN

                   NOT INVALID KEY
                       ADD  1 TO CHANGE-COUNT-WS
                       PERFORM  628-WRITE-XFER-HISTORY
                       PERFORM  820-JOURNAL-CHANGES
                       PERFORM  520-QUEUE-CAPITAL-CHANGES
                       PERFORM  780-LOG-TRANSFER-SUCCESS
               END-REWRITE
           END-IF.
           MOVE TRAN-XFER-DATE-IN  TO XFER-DATE-OUT
           MOVE PRIOR-DEPT-IN      TO XFER-FROM-DEPT-OUT
           MOVE DEPT-IN            TO XFER-TO-DEPT-OUT
           MOVE 'Y'                TO XFER-JOURNALED-OUT
           WRITE XFER-HISTORY-RECORD.

       630-TAG-ASSET.
      *A CHANGE TRANSACTION
      *****************************************************
       635-APPLY-TAG-LOCATION.
           MOVE ASSET-INPUT-RECORD TO BEFORE-IMAGE-RECORD
           IF TRAN-TAG-IN NOT = SPACES
               MOVE TRAN-TAG-IN      TO TAG-NUMBER-IN
           END-IF
                   PERFORM  730-LOG-NOT-FOUND
               NOT INVALID KEY
                   ADD  1 TO CHANGE-COUNT-WS
                   PERFORM  820-JOURNAL-CHANGES
                   PERFORM  790-LOG-TAG-SUCCESS
           END-REWRITE.

                   PERFORM  660-REWRITE-AS-DISPOSED
           END-READ.

      *****************************************************
      *A DISPOSAL MAY BE CORRECTED UNTIL THE DEPRECIATION
      *RUN HAS POSTED IT - AFTER THAT THE GL ENTRY STANDS
      *AND A CHANGE HERE WOULD NEVER REACH IT
      *****************************************************
       660-REWRITE-AS-DISPOSED.
           IF ASSET-DISPOSED-IN AND DISPOSAL-GL-POSTED-IN
               ADD  1 TO ERROR-COUNT-WS
               MOVE ASSET-ID-IN       TO LOG-ASSET-ID-OUT
               MOVE 'DISPOSE'         TO LOG-ACTION-OUT
               MOVE 'REJECTED - DISPOSAL ALREADY POSTED'
                                      TO LOG-MESSAGE-OUT
               PERFORM  800-WRITE-LOG-LINE
           ELSE
               MOVE ASSET-INPUT-RECORD      TO BEFORE-IMAGE-RECORD
               MOVE 'Y'                     TO DISPOSED-IN
               MOVE TRAN-DISPOSAL-MONTH-IN  TO DISPOSAL-MONTH-IN
               MOVE TRAN-DISPOSAL-PROCEEDS-IN
                                            TO DISPOSAL-PROCEEDS-IN
               MOVE 'N'                     TO DISPOSAL-POSTED-IN

               REWRITE ASSET-INPUT-RECORD
                   INVALID KEY
                       PERFORM  730-LOG-NOT-FOUND
                   NOT INVALID KEY
                       ADD  1 TO CHANGE-COUNT-WS
                       PERFORM  820-JOURNAL-CHANGES
                       PERFORM  760-LOG-DISPOSE-SUCCESS
               END-REWRITE
           END-IF.

       655-SPLIT-ASSET.
           MOVE TRAN-ASSET-ID-IN TO ASSET-ID-IN
                                      TO LOG-MESSAGE-OUT
               PERFORM  800-WRITE-LOG-LINE
           ELSE
               MOVE ASSET-INPUT-RECORD TO BEFORE-IMAGE-RECORD
               MOVE TRAN-PORTION-COST-IN TO PORTION-COST-WS
               COMPUTE SPLIT-RATIO-WS ROUNDED =
                       PORTION-COST-WS / PRICE-IN
                       TAX-ACCUM-DEPR-IN * SPLIT-RATIO-WS
               COMPUTE YTD-MOVED-WS ROUNDED =
                       YTD-DEPR-POSTED-IN * SPLIT-RATIO-WS
               IF LAST-RUN-DEPR-IN IS NUMERIC
                   COMPUTE RUN-DEPR-MOVED-WS ROUNDED =
                           LAST-RUN-DEPR-IN * SPLIT-RATIO-WS
               ELSE
                   MOVE ZERO TO RUN-DEPR-MOVED-WS
               END-IF

               MOVE ASSET-INPUT-RECORD TO HOLD-ASSET-RECORD-WS

               MOVE TRAN-DISPOSAL-MONTH-IN  TO DISPOSAL-MONTH-IN
               MOVE TRAN-DISPOSAL-PROCEEDS-IN
                                            TO DISPOSAL-PROCEEDS-IN
               MOVE 'N'                     TO DISPOSAL-POSTED-IN
               MOVE ZERO                    TO IMPAIRMENT-YTD-IN
               MOVE SPACES                  TO TAG-NUMBER-IN
               MOVE RUN-DEPR-MOVED-WS       TO LAST-RUN-DEPR-IN
               MOVE ZERO                    TO LAST-RUN-IMPAIR-IN
               MOVE 'N'                     TO LAST-RUN-ADD-IN

               WRITE ASSET-INPUT-RECORD
                   INVALID KEY
                                              TO LOG-MESSAGE-OUT
                       PERFORM  800-WRITE-LOG-LINE
                   NOT INVALID KEY
                       MOVE 'YES' TO CHG-NEW-ASSET-WS
                       PERFORM  820-JOURNAL-CHANGES
                       PERFORM  658-REDUCE-RETAINED-PIECE
               END-WRITE
           END-IF
           SUBTRACT ACCUM-MOVED-WS     FROM ACCUM-DEPR-IN
           SUBTRACT TAX-ACCUM-MOVED-WS FROM TAX-ACCUM-DEPR-IN
           SUBTRACT YTD-MOVED-WS       FROM YTD-DEPR-POSTED-IN
           IF LAST-RUN-DEPR-IN IS NUMERIC
               SUBTRACT RUN-DEPR-MOVED-WS FROM LAST-RUN-DEPR-IN
           END-IF

           REWRITE ASSET-INPUT-RECORD
               INVALID KEY
               NOT INVALID KEY
                   ADD  1 TO CHANGE-COUNT-WS
                   PERFORM  659-WRITE-SPLIT-HISTORY
                   PERFORM  820-JOURNAL-CHANGES
                   PERFORM  765-LOG-SPLIT-SUCCESS
           END-REWRITE.

           MOVE ACCUM-MOVED-WS         TO SPLIT-ACCUM-OUT
           MOVE TRAN-DISPOSAL-PROCEEDS-IN
                                       TO SPLIT-PROCEEDS-OUT
           MOVE 'Y'                    TO SPLIT-JOURNALED-OUT
           WRITE SPLIT-HISTORY-RECORD.

       670-IMPAIR-ASSET.
                                      TO LOG-MESSAGE-OUT
               PERFORM  800-WRITE-LOG-LINE
           ELSE
               MOVE ASSET-INPUT-RECORD TO BEFORE-IMAGE-RECORD
               ADD  IMPAIR-APPLIED-WS TO ACCUM-DEPR-IN
               ADD  IMPAIR-APPLIED-WS TO IMPAIRMENT-YTD-IN
               MOVE 'Y' TO IMPAIRED-IN
                   NOT INVALID KEY
                       ADD  1 TO CHANGE-COUNT-WS
                       PERFORM  690-WRITE-IMPAIR-HISTORY
                       PERFORM  820-JOURNAL-CHANGES
                       PERFORM  770-LOG-IMPAIR-SUCCESS
               END-REWRITE
           END-IF.
           MOVE IMPAIR-APPLIED-WS    TO HIST-AMOUNT-OUT
           MOVE PRIOR-BOOK-VALUE-WS  TO HIST-PRIOR-BV-OUT
           MOVE NEW-BOOK-VALUE-WS    TO HIST-NEW-BV-OUT
           MOVE 'Y'                  TO HIST-JOURNALED-OUT
           WRITE IMPAIR-HISTORY-RECORD.

       700-LOG-INVALID-CODE.
       720-LOG-ADD-SUCCESS.
           MOVE ASSET-ID-IN           TO LOG-ASSET-ID-OUT
           MOVE 'ADD'                 TO LOG-ACTION-OUT
      *****************************************************
      *AN ADD CAPITALIZED FROM CIP NAMES ITS PROJECT ON
      *THE LOG - THE LINK FROM THE ASSET BACK TO THE
      *PROJECT'S CHARGE HISTORY
      *****************************************************
           IF TRAN-PROJECT-IN NOT = SPACES
               MOVE SPACES TO LOG-MESSAGE-OUT
               STRING 'ADDED FROM CIP PROJECT ' DELIMITED BY SIZE
                      TRAN-PROJECT-IN           DELIMITED BY SIZE
                   INTO LOG-MESSAGE-OUT
               END-STRING
               IF PROJ-CLOSED-NOW-WS = 'YES'
                   MOVE ' - CLOSED' TO LOG-MESSAGE-OUT (30:9)
               END-IF
           ELSE
               MOVE 'ASSET ADDED TO MASTER'
                                      TO LOG-MESSAGE-OUT
           END-IF
           PERFORM  800-WRITE-LOG-LINE.

       730-LOG-NOT-FOUND.
           MOVE MAINT-LOG-LINE-SETUP TO PRINT-A-SINGLE-LINE
           WRITE PRINT-A-SINGLE-LINE AFTER 1 LINE.

      *****************************************************
      *JOURNALS EVERY FIELD THE TRANSACTION JUST CHANGED ON
      *THE MASTER RECORD NOW IN THE BUFFER. THE CALLER HAS
      *SAVED THE RECORD'S PRIOR STATE IN BEFORE-IMAGE-RECORD
      *- OR, FOR A RECORD JUST CREATED, SET CHG-NEW-ASSET-WS
      *AND THE COMPARISON RUNS AGAINST AN EMPTY RECORD.
      *****************************************************
       820-JOURNAL-CHANGES.
           IF CHG-NEW-ASSET-WS = 'YES'
               MOVE BEFORE-IMAGE-RECORD TO CHG-HOLD-BEFORE-WS
               INITIALIZE BEFORE-IMAGE-RECORD
               PERFORM  830-COMPARE-FIELDS
               MOVE CHG-HOLD-BEFORE-WS  TO BEFORE-IMAGE-RECORD
               MOVE 'NO' TO CHG-NEW-ASSET-WS
           ELSE
               PERFORM  830-COMPARE-FIELDS
           END-IF.

       830-COMPARE-FIELDS.
           MOVE 'NAME'                   TO CHG-NAME-WS
           MOVE NAME-BF                  TO CHG-OLD-TEXT-WS
           MOVE NAME-IN                  TO CHG-NEW-TEXT-WS
           PERFORM  845-NOTE-TEXT-CHANGE
           MOVE 'COMPANY'                TO CHG-NAME-WS
           MOVE COMPANY-BF               TO CHG-OLD-TEXT-WS
           MOVE COMPANY-IN               TO CHG-NEW-TEXT-WS
           PERFORM  845-NOTE-TEXT-CHANGE
           MOVE 'COST'                   TO CHG-NAME-WS
           MOVE PRICE-BF                 TO CHG-OLD-AMT-WS
           MOVE PRICE-IN                 TO CHG-NEW-AMT-WS
           PERFORM  840-NOTE-AMOUNT-CHANGE
           MOVE 'SALVAGE'                TO CHG-NAME-WS
           MOVE SALVAGE-BF               TO CHG-OLD-AMT-WS
           MOVE SALVAGE-IN               TO CHG-NEW-AMT-WS
           PERFORM  840-NOTE-AMOUNT-CHANGE
           MOVE 'USEFUL LIFE'            TO CHG-NAME-WS
           MOVE USEFUL-LIFE-BF           TO CHG-OLD-TEXT-WS
           MOVE USEFUL-LIFE-IN           TO CHG-NEW-TEXT-WS
           PERFORM  845-NOTE-TEXT-CHANGE
           MOVE 'REMAIN LIFE'            TO CHG-NAME-WS
           MOVE REMAINING-LIFE-BF        TO CHG-OLD-TEXT-WS
           MOVE REMAINING-LIFE-IN        TO CHG-NEW-TEXT-WS
           PERFORM  845-NOTE-TEXT-CHANGE
           MOVE 'METHOD'                 TO CHG-NAME-WS
           MOVE METHOD-BF                TO CHG-OLD-TEXT-WS
           MOVE METHOD-IN                TO CHG-NEW-TEXT-WS
           PERFORM  845-NOTE-TEXT-CHANGE
           MOVE 'IN SERVICE'             TO CHG-NAME-WS
           MOVE IN-SERVICE-DATE-BF       TO CHG-OLD-TEXT-WS
           MOVE IN-SERVICE-DATE-IN       TO CHG-NEW-TEXT-WS
           PERFORM  845-NOTE-TEXT-CHANGE
           MOVE 'BOOK CONV'              TO CHG-NAME-WS
           MOVE BOOK-CONVENTION-BF       TO CHG-OLD-TEXT-WS
           MOVE BOOK-CONVENTION-IN       TO CHG-NEW-TEXT-WS
           PERFORM  845-NOTE-TEXT-CHANGE
           MOVE 'ACCUM DEPR'             TO CHG-NAME-WS
           MOVE ACCUM-DEPR-BF            TO CHG-OLD-AMT-WS
           MOVE ACCUM-DEPR-IN            TO CHG-NEW-AMT-WS
           PERFORM  840-NOTE-AMOUNT-CHANGE
           MOVE 'YTD POSTED'             TO CHG-NAME-WS
           MOVE YTD-DEPR-POSTED-BF       TO CHG-OLD-AMT-WS
           MOVE YTD-DEPR-POSTED-IN       TO CHG-NEW-AMT-WS
           PERFORM  840-NOTE-AMOUNT-CHANGE
           MOVE 'EST REVISED'            TO CHG-NAME-WS
           MOVE ESTIMATE-REV-BF          TO CHG-OLD-TEXT-WS
           MOVE ESTIMATE-REV-IN          TO CHG-NEW-TEXT-WS
           PERFORM  845-NOTE-TEXT-CHANGE
           MOVE 'TAX METHOD'             TO CHG-NAME-WS
           MOVE TAX-METHOD-BF            TO CHG-OLD-TEXT-WS
           MOVE TAX-METHOD-IN            TO CHG-NEW-TEXT-WS
           PERFORM  845-NOTE-TEXT-CHANGE
           MOVE 'TAX LIFE'               TO CHG-NAME-WS
           MOVE TAX-LIFE-BF              TO CHG-OLD-TEXT-WS
           MOVE TAX-LIFE-IN              TO CHG-NEW-TEXT-WS
           PERFORM  845-NOTE-TEXT-CHANGE
           MOVE 'TAX REM LIFE'           TO CHG-NAME-WS
           MOVE TAX-REMAINING-LIFE-BF    TO CHG-OLD-TEXT-WS
           MOVE TAX-REMAINING-LIFE-IN    TO CHG-NEW-TEXT-WS
           PERFORM  845-NOTE-TEXT-CHANGE
           MOVE 'TAX ACCUM'              TO CHG-NAME-WS
           MOVE TAX-ACCUM-DEPR-BF        TO CHG-OLD-AMT-WS
           MOVE TAX-ACCUM-DEPR-IN        TO CHG-NEW-AMT-WS
           PERFORM  840-NOTE-AMOUNT-CHANGE
           MOVE 'TAX CONV'               TO CHG-NAME-WS
           MOVE TAX-CONVENTION-BF        TO CHG-OLD-TEXT-WS
           MOVE TAX-CONVENTION-IN        TO CHG-NEW-TEXT-WS
           PERFORM  845-NOTE-TEXT-CHANGE
           MOVE 'DEPARTMENT'             TO CHG-NAME-WS
           MOVE DEPT-BF                  TO CHG-OLD-TEXT-WS
           MOVE DEPT-IN                  TO CHG-NEW-TEXT-WS
           PERFORM  845-NOTE-TEXT-CHANGE
           MOVE 'PRIOR DEPT'             TO CHG-NAME-WS
           MOVE PRIOR-DEPT-BF            TO CHG-OLD-TEXT-WS
           MOVE PRIOR-DEPT-IN            TO CHG-NEW-TEXT-WS
           PERFORM  845-NOTE-TEXT-CHANGE
           MOVE 'XFER MONTH'             TO CHG-NAME-WS
           MOVE TRANSFER-MONTH-BF        TO CHG-OLD-TEXT-WS
           MOVE TRANSFER-MONTH-IN        TO CHG-NEW-TEXT-WS
           PERFORM  845-NOTE-TEXT-CHANGE
           MOVE 'XFER YEAR'              TO CHG-NAME-WS
           MOVE TRANSFER-YEAR-BF         TO CHG-OLD-TEXT-WS
           MOVE TRANSFER-YEAR-IN         TO CHG-NEW-TEXT-WS
           PERFORM  845-NOTE-TEXT-CHANGE
           MOVE 'TAG'                    TO CHG-NAME-WS
           MOVE TAG-NUMBER-BF            TO CHG-OLD-TEXT-WS
           MOVE TAG-NUMBER-IN            TO CHG-NEW-TEXT-WS
           PERFORM  845-NOTE-TEXT-CHANGE
           MOVE 'LOCATION'               TO CHG-NAME-WS
           MOVE LOCATION-BF              TO CHG-OLD-TEXT-WS
           MOVE LOCATION-IN              TO CHG-NEW-TEXT-WS
           PERFORM  845-NOTE-TEXT-CHANGE
           MOVE 'IMPAIRED'               TO CHG-NAME-WS
           MOVE IMPAIRED-BF              TO CHG-OLD-TEXT-WS
           MOVE IMPAIRED-IN              TO CHG-NEW-TEXT-WS
           PERFORM  845-NOTE-TEXT-CHANGE
           MOVE 'IMPAIR YTD'             TO CHG-NAME-WS
           MOVE IMPAIRMENT-YTD-BF        TO CHG-OLD-AMT-WS
           MOVE IMPAIRMENT-YTD-IN        TO CHG-NEW-AMT-WS
           PERFORM  840-NOTE-AMOUNT-CHANGE
           MOVE 'DISPOSED'               TO CHG-NAME-WS
           MOVE DISPOSED-BF              TO CHG-OLD-TEXT-WS
           MOVE DISPOSED-IN              TO CHG-NEW-TEXT-WS
           PERFORM  845-NOTE-TEXT-CHANGE
           MOVE 'DISPOSAL MO'            TO CHG-NAME-WS
           MOVE DISPOSAL-MONTH-BF        TO CHG-OLD-TEXT-WS
           MOVE DISPOSAL-MONTH-IN        TO CHG-NEW-TEXT-WS
           PERFORM  845-NOTE-TEXT-CHANGE
           MOVE 'PROCEEDS'               TO CHG-NAME-WS
           MOVE DISPOSAL-PROCEEDS-BF     TO CHG-OLD-AMT-WS
           MOVE DISPOSAL-PROCEEDS-IN     TO CHG-NEW-AMT-WS
           PERFORM  840-NOTE-AMOUNT-CHANGE
           MOVE 'STATUS'                 TO CHG-NAME-WS
           MOVE STATUS-BF                TO CHG-OLD-TEXT-WS
           MOVE STATUS-IN                TO CHG-NEW-TEXT-WS
           PERFORM  845-NOTE-TEXT-CHANGE.

       840-NOTE-AMOUNT-CHANGE.
           IF CHG-NEW-AMT-WS NOT = CHG-OLD-AMT-WS
               MOVE CHG-OLD-AMT-WS  TO CHG-EDIT-AMT-WS
               MOVE CHG-EDIT-AMT-WS TO CHG-OLD-TEXT-WS
               MOVE CHG-NEW-AMT-WS  TO CHG-EDIT-AMT-WS
               MOVE CHG-EDIT-AMT-WS TO CHG-NEW-TEXT-WS
               PERFORM  850-WRITE-CHANGE-RECORD
           END-IF.

       845-NOTE-TEXT-CHANGE.
           IF CHG-NEW-TEXT-WS NOT = CHG-OLD-TEXT-WS
               PERFORM  850-WRITE-CHANGE-RECORD
           END-IF.

       850-WRITE-CHANGE-RECORD.
           MOVE SPACES               TO CHANGE-JOURNAL-RECORD
           MOVE ASSET-ID-IN          TO CHG-ASSET-ID-IN
           MOVE RUN-DATE-WS          TO CHG-RUN-DATE-IN
           MOVE RUN-TIME-WS          TO CHG-RUN-TIME-IN
           MOVE TRAN-COUNT-WS        TO CHG-SEQUENCE-IN
           MOVE TRAN-CODE-IN         TO CHG-TRAN-CODE-IN
           MOVE CHG-NAME-WS          TO CHG-FIELD-IN
           IF CHG-NEW-ASSET-WS = 'YES'
               MOVE SPACES           TO CHG-BEFORE-IN
           ELSE
               MOVE CHG-OLD-TEXT-WS  TO CHG-BEFORE-IN
           END-IF
           MOVE CHG-NEW-TEXT-WS      TO CHG-AFTER-IN
           MOVE ASSET-TRANSACTION-RECORD TO CHG-TRAN-IMAGE-IN
           WRITE CHANGE-JOURNAL-RECORD.

      *****************************************************
      *ONE PENDING CAPITAL ADJUSTMENT. THE CALLER HAS SET
      *THE TYPE, DEPARTMENTS, COMPANIES AND AMOUNTS.
      *****************************************************
       860-WRITE-CAPITAL-ADJUSTMENT.
           MOVE ASSET-ID-IN          TO CADJ-ASSET-ID-IN
           MOVE RUN-DATE-WS          TO CADJ-RUN-DATE-IN
           MOVE RUN-TIME-WS          TO CADJ-RUN-TIME-IN
           MOVE 'P'                  TO CADJ-STATUS-IN
           MOVE ZERO                 TO CADJ-POSTED-PERIOD-IN
                                        CADJ-POSTED-AMT-IN
           WRITE CAPITAL-ADJUSTMENT-RECORD.

      *****************************************************
      *THE ACCUMULATED DEPRECIATION THE GL HOLDS FOR THE
      *ASSET BEFORE THIS TRANSACTION - THE MASTER'S FIGURE,
      *LESS AN IMPAIRMENT TAKEN BUT NOT YET POSTED, PLUS
      *THE DEPRECIATION POSTED IN A YEAR NOT YET ROLLED
      *INTO IT. BLANK FIELDS ON AN OLDER RECORD COUNT AS
      *ZERO.
      *****************************************************
       865-SET-GL-ACCUM.
           MOVE ZERO TO CADJ-GL-ACCUM-WS
           IF ACCUM-DEPR-BF IS NUMERIC
               MOVE ACCUM-DEPR-BF TO CADJ-GL-ACCUM-WS
           END-IF
           IF IMPAIRMENT-YTD-BF IS NUMERIC
               SUBTRACT IMPAIRMENT-YTD-BF FROM CADJ-GL-ACCUM-WS
           END-IF
           IF LAST-POSTED-PERIOD-BF IS NUMERIC
              AND LAST-POSTED-PERIOD-BF NOT = ZERO
              AND YTD-DEPR-POSTED-BF IS NUMERIC
               DIVIDE LAST-POSTED-PERIOD-BF BY 100
                      GIVING CADJ-POSTED-YEAR-WS
               IF LAST-ROLLED-YEAR-BF IS NOT NUMERIC
                  OR CADJ-POSTED-YEAR-WS > LAST-ROLLED-YEAR-BF
                   ADD  YTD-DEPR-POSTED-BF TO CADJ-GL-ACCUM-WS
               END-IF
           END-IF.

       900-CLOSE.
           MOVE TRAN-COUNT-WS    TO TOTAL-TRAN-OUT
           MOVE ADD-COUNT-WS     TO TOTAL-ADD-OUT

           CLOSE     ASSET-MASTER-FILE TRANSACTION-FILE MAINT-LOG-FILE
                     IMPAIR-HISTORY-FILE XFER-HISTORY-FILE
                     SPLIT-HISTORY-FILE CHANGE-JOURNAL-FILE
                     CAPITAL-ADJUSTMENT-FILE

           IF PROJ-CHANGED-WS = 'YES'
               OPEN OUTPUT CIP-PROJECT-FILE
               IF PROJ-FILE-STATUS-WS NOT = '00'
                   DISPLAY 'ASSETMAINT: PROJECT MASTER REWRITE '
                           'FAILED - STATUS ' PROJ-FILE-STATUS-WS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 1 TO PROJ-SUB-WS
               PERFORM  910-WRITE-ONE-PROJECT
                        UNTIL PROJ-SUB-WS > PROJ-TABLE-COUNT-WS
               CLOSE CIP-PROJECT-FILE
           END-IF.

       910-WRITE-ONE-PROJECT.
           MOVE PROJ-RECORD-WS (PROJ-SUB-WS) TO CIP-PROJECT-RECORD
           WRITE CIP-PROJECT-RECORD
           ADD  1 TO PROJ-SUB-WS.
