       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLREVERSE.
       AUTHOR. COLE DOMBROWSKI.

      *****************************************************
      *GLREVERSE BACKS A BATCH OUT OF THE LEDGER AFTER
      *GLINTERFACE HAS ALREADY SENT IT - THE DEPRECIATION
      *RUN WENT OUT WITH BAD RATES, THE WRONG PERIOD, A
      *MISSED TRANSACTION. IT READS THE BATCH NAMED ON THE
      *GLREVPARM.DAT CARD BACK FROM THE GL ARCHIVE AND
      *SENDS THE LEDGER AN OFFSETTING JOURNAL - EVERY
      *DEBIT BECOMES A CREDIT AND EVERY CREDIT A DEBIT -
      *UNDER A NEW BATCH NUMBER WHOSE RECORDS CARRY THE
      *ORIGINAL BATCH IN JRNL-REVERSES-OUT. THE OFFSET IS
      *ARCHIVED UNDER ITS OWN BATCH LIKE ANY PICKUP.
      *
      *IT THEN PUTS EVERY ASSET THE BATCH POSTED BACK THE
      *WAY IT WAS BEFORE THE RUN, USING THE LAST-RUN
      *FIELDS THE DEPRECIATION RUN LEAVES ON THE MASTER -
      *THE RUN'S DEPRECIATION COMES OUT OF
      *YTD-DEPR-POSTED-IN, A POSTED IMPAIRMENT GOES BACK
      *INTO IMPAIRMENT-YTD-IN, A CAPITALIZED ADDITION IS
      *MARKED UNPOSTED AGAIN, A DISPOSAL THE RUN POSTED IS
      *MARKED UNPOSTED AGAIN, AND LAST-POSTED-PERIOD-IN
      *STEPS BACK ONE MONTH - SO A CORRECTED
      *STARTDEPRECIATION RUN CAN POST THE PERIOD AGAIN.
      *PRICE CHANGES AND DEPARTMENT MOVES THE RUN POSTED
      *FROM THE CAPITAL ADJUSTMENT QUEUE (CAPADJ.DAT) GO
      *BACK TO PENDING. A MOVE QUEUED SINCE THE RUN HAS THE
      *RUN'S DEPRECIATION TAKEN BACK OUT OF ITS
      *ACCUMULATED DEPRECIATION, AND ANYTHING QUEUED SINCE
      *THE RUN AGAINST AN ADDITION NOW UNCAPITALIZED IS
      *VOIDED - THE ADDITION WILL TAKE THE MASTER AS IT
      *STANDS.
      *
      *THE DEFERRED TAX ENTRY ('T' LINES) DEFERREDTAX PUT
      *INTO THE BATCH IS OFFSET WITH EVERYTHING ELSE, BUT
      *THE MASTER CANNOT ACCOUNT FOR IT, SO ITS DEBITS ARE
      *LEFT OUT OF THE MASTER PROOF. EACH POSTING RUN OF
      *DEFERREDTAX FOR THE PERIOD GETS AN 'R' RECORD ON
      *DTAXHIST.DAT SO NO LATER RUN OPENS FROM IT, AND THE
      *MATCHING 'X' RECORDS COME OFF DEPRCTL.DAT SO
      *GLBALANCE NO LONGER COUNTS THEM.
      *
      *IT REFUSES, WRITING NOTHING BUT THE LOG, WHEN:
      *  - THE BATCH IS NOT IN THE ARCHIVE, FAILS ITS
      *    TRAILER, DOES NOT BALANCE OR SPANS PERIODS;
      *  - THE BATCH WAS ALREADY REVERSED, OR IS ITSELF A
      *    REVERSAL;
      *  - THE BATCH IS A YEAR-END (MONTH 12) POSTING. THIS
      *    IS A DELIBERATE LIMIT, NOT AN OVERSIGHT. THE
      *    OFFSET JOURNAL ITSELF WOULD BE SOUND, BUT THE
      *    YEAR-END RUN ALSO ROLLS THE MASTER FORWARD -
      *    YTD POSTED INTO ACCUM-DEPR-IN, REMAINING-LIFE-IN
      *    DOWN A YEAR, LAST-ROLLED-YEAR-IN ADVANCED - AND
      *    RETIRES THE YEAR'S DISPOSED ASSETS. THE LAST-RUN
      *    FIELDS RECORD ONLY WHAT WAS POSTED, NOT WHAT WAS
      *    ROLLED OR RETIRED, SO THE MASTER CANNOT BE PUT
      *    BACK. A YEAR-END ERROR IS CORRECTED THROUGH
      *    ASSETMAINT AND A CORRECTING RUN INSTEAD. A
      *    DISPOSAL POSTS IN THE RUN FOR ITS OWN MONTH, SO
      *    ONLY A MONTH-12 DISPOSAL IS CAUGHT BY THIS;
      *  - A LATER BATCH, OR ANOTHER BATCH FOR THE SAME
      *    PERIOD, IS STILL LIVE - BATCHES COME BACK OUT
      *    NEWEST FIRST;
      *  - GLRELEASE.DAT HOLDS A RELEASED EXTRACT STILL
      *    WAITING FOR GLINTERFACE;
      *  - THE PERIOD IS CLOSED IN PERIODCTL.DAT;
      *  - ANY ASSET HAS ALREADY POSTED A LATER PERIOD;
      *  - THE DEPRECIATION, IMPAIRMENT, ADDITION COST AND
      *    DISPOSAL RECORDED ON THE MASTER FOR THE PERIOD,
      *    WITH THE QUEUE POSTINGS STAMPED WITH IT, DO NOT
      *    ADD UP TO THE BATCH'S DEBITS LESS ITS DEFERRED
      *    TAX - THE MASTER NO LONGER
      *    SAYS WHAT THE BATCH DID, SO IT CANNOT BE PUT
      *    BACK. A BATCH POSTED BEFORE THE MASTER CARRIED
      *    THE LAST-RUN FIELDS FAILS HERE.
      *A REFUSAL ENDS WITH RETURN CODE 8.
      *
      *EVERY ATTEMPT - CARRIED OUT OR REFUSED - IS
      *APPENDED TO THE PERMANENT REVERSAL LOG GLREVLOG.DAT
      *WITH WHO ASKED FOR IT AND WHY.
      *
      *RETURN CODES
      *   0  CLEAN RUN
      *   8  REFUSED - REVERSAL REFUSED
      *  12  FILE ERROR OR TABLE FULL - RUN ABENDED
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT REV-PARM-FILE ASSIGN TO 'GLREVPARM.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PARM-FILE-STATUS-WS.

            SELECT REVERSAL-LOG-FILE ASSIGN TO 'GLREVLOG.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LOG-FILE-STATUS-WS.

            SELECT ARCHIVE-FILE ASSIGN TO 'GLARCHIVE.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ARCH-FILE-STATUS-WS.

            SELECT RELEASE-FILE ASSIGN TO 'GLRELEASE.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS REL-FILE-STATUS-WS.

            SELECT PERIOD-CONTROL-FILE ASSIGN TO 'PERIODCTL.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PERIOD-FILE-STATUS-WS.

            SELECT ASSET-INPUT-FILE ASSIGN TO 'ASSETDATA.DAT'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ASSET-ID-IN
            ALTERNATE RECORD KEY IS DEPT-IN WITH DUPLICATES
            FILE STATUS IS ASSET-FILE-STATUS-WS.

            SELECT BATCH-CONTROL-FILE ASSIGN TO 'GLBATCH.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS BATCH-FILE-STATUS-WS.

            SELECT JOURNAL-FILE ASSIGN TO 'GLJOURNAL.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS JRNL-FILE-STATUS-WS.

            SELECT CAPITAL-ADJUSTMENT-FILE ASSIGN TO 'CAPADJ.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CADJ-FILE-STATUS-WS.

            SELECT DTAX-HISTORY-FILE ASSIGN TO 'DTAXHIST.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS HIST-FILE-STATUS-WS.

            SELECT CONTROL-TOTALS-FILE ASSIGN TO 'DEPRCTL.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CTL-FILE-STATUS-WS.

            SELECT REVERSAL-REPORT-FILE ASSIGN TO 'GLREVRS.DOC'
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************
      *RUN-CONTROL CARD - THE BATCH TO REVERSE AND WHO IS
      *ASKING (BOTH REQUIRED), AND A SHORT REASON FOR THE
      *LOG
      *****************************************************
       FD  REV-PARM-FILE RECORDING MODE IS F.
       01  REV-PARM-RECORD.
           05  REV-BATCH-PARM          PICTURE 9(6).
           05  REV-REQUESTER-PARM      PICTURE X(8).
           05  REV-REASON-PARM         PICTURE X(30).
           05  FILLER                  PICTURE X(36).

       FD  REVERSAL-LOG-FILE RECORDING MODE IS F.
       COPY GLREVLOG.CPY.

       FD  ARCHIVE-FILE RECORDING MODE IS F.
       01  ARCHIVE-RECORD.
           05  ARCH-BATCH-OUT      PICTURE 9(6).
           05  ARCH-IMAGE-OUT      PICTURE X(45).
           05  FILLER              PICTURE X(9).

       FD  RELEASE-FILE RECORDING MODE IS F.
       COPY GLRELEASE.CPY.

       FD  PERIOD-CONTROL-FILE RECORDING MODE IS F.
       COPY PERIODCT.CPY.

       FD  ASSET-INPUT-FILE RECORDING MODE IS F.
       COPY ASSETIN.CPY.

       FD  BATCH-CONTROL-FILE RECORDING MODE IS F.
       01  BATCH-CONTROL-RECORD.
           05  BATCH-LAST-OUT      PICTURE 9(6).
           05  FILLER              PICTURE X(14).

       FD  JOURNAL-FILE RECORDING MODE IS F.
       COPY GLJRNL.CPY.

      *****************************************************
      *CAPITAL ADJUSTMENT QUEUE - READ AND REWRITTEN WHOLE
      *AS PLAIN LINES, WORKED IN CAPITAL-ADJUSTMENT-RECORD
      *****************************************************
       FD  CAPITAL-ADJUSTMENT-FILE RECORDING MODE IS F.
       01  CAPITAL-ADJUSTMENT-LINE     PICTURE X(80).

       FD  DTAX-HISTORY-FILE RECORDING MODE IS F.
       COPY DTAXHIST.CPY.

       FD  CONTROL-TOTALS-FILE RECORDING MODE IS F.
       COPY DEPRCTL.CPY.

       FD  REVERSAL-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-A-SINGLE-LINE         PICTURE X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-LOG-WS              PICTURE X(3)     VALUE 'NO'.
           05  EOF-ARCH-WS             PICTURE X(3)     VALUE 'NO'.
           05  EOF-PERIOD-WS           PICTURE X(3)     VALUE 'NO'.
           05  EOF-ASSET-WS            PICTURE X(3)     VALUE 'NO'.
           05  EOF-JRNL-WS             PICTURE X(3)     VALUE 'NO'.
           05  PARM-FILE-STATUS-WS     PICTURE XX       VALUE SPACES.
           05  LOG-FILE-STATUS-WS      PICTURE XX       VALUE '00'.
           05  ARCH-FILE-STATUS-WS     PICTURE XX       VALUE '00'.
           05  REL-FILE-STATUS-WS      PICTURE XX       VALUE '00'.
           05  PERIOD-FILE-STATUS-WS   PICTURE XX       VALUE '00'.
           05  ASSET-FILE-STATUS-WS    PICTURE XX       VALUE '00'.
           05  BATCH-FILE-STATUS-WS    PICTURE XX       VALUE '00'.
           05  JRNL-FILE-STATUS-WS     PICTURE XX       VALUE '00'.
           05  CADJ-FILE-STATUS-WS     PICTURE XX       VALUE '00'.
           05  HIST-FILE-STATUS-WS     PICTURE XX       VALUE '00'.
           05  CTL-FILE-STATUS-WS      PICTURE XX       VALUE '00'.
           05  EOF-CADJ-WS             PICTURE X(3)     VALUE 'NO'.
           05  EOF-HIST-WS             PICTURE X(3)     VALUE 'NO'.
           05  EOF-CTL-WS              PICTURE X(3)     VALUE 'NO'.

      *****************************************************
      *THE BATCH BEING REVERSED, THE PERIOD IT POSTED, AND
      *THE PERIOD THE ASSETS ARE PUT BACK TO
      *****************************************************
           05  REV-BATCH-WS            PICTURE 9(6)     VALUE ZERO.
           05  NEW-BATCH-WS            PICTURE 9(6)     VALUE ZERO.
           05  BATCH-PERIOD-WS         PICTURE 9(6)     VALUE ZERO.
           05  PRIOR-PERIOD-WS         PICTURE 9(6)     VALUE ZERO.
           05  PERIOD-YEAR-WS          PICTURE 9(4)     VALUE ZERO.
           05  PERIOD-MONTH-WS         PICTURE 99       VALUE ZERO.
           05  BATCH-YEAR-WS           PICTURE 9(4)     VALUE ZERO.

      *****************************************************
      *EARLIER REVERSALS FROM THE LOG - EACH ORIGINAL BATCH
      *AND THE BATCH THAT OFFSET IT. A BATCH IN EITHER
      *COLUMN IS NO LONGER LIVE IN THE LEDGER.
      *****************************************************
           05  LOG-TABLE-COUNT-WS      PICTURE 9(4)     VALUE ZERO.
           05  LOG-TABLE-WS.
               10  LOG-ENTRY-WS        OCCURS 1000 TIMES
                                       INDEXED BY LOG-IDX-WS.
                   15  LOG-ORIG-WS     PICTURE 9(6).
                   15  LOG-REV-WS      PICTURE 9(6).
           05  LOG-FOUND-WS            PICTURE X(3)     VALUE 'NO'.
           05  LOG-LOOKUP-BATCH-WS     PICTURE 9(6)     VALUE ZERO.
           05  LOG-MATCH-REV-WS        PICTURE 9(6)     VALUE ZERO.

      *****************************************************
      *THE ORIGINAL BATCH AS READ BACK FROM THE ARCHIVE -
      *PROVED AGAINST ITS OWN TRAILER AND FOR BALANCE
      *BEFORE ANYTHING IS OFFSET
      *****************************************************
           05  BATCH-FOUND-WS          PICTURE X(3)     VALUE 'NO'.
           05  TRAILER-SEEN-WS         PICTURE X(3)     VALUE 'NO'.
           05  MIXED-PERIOD-WS         PICTURE X(3)     VALUE 'NO'.
           05  BATCH-COUNT-WS          PICTURE 9(7)     VALUE ZERO.
           05  BATCH-HASH-WS           PICTURE 9(11)V99 VALUE ZERO.
           05  TRAILER-COUNT-WS        PICTURE 9(7)     VALUE ZERO.
           05  TRAILER-HASH-WS         PICTURE 9(11)V99 VALUE ZERO.
           05  BATCH-DEBIT-WS          PICTURE S9(11)V99 VALUE ZERO.
           05  BATCH-CREDIT-WS         PICTURE S9(11)V99 VALUE ZERO.
           05  BATCH-TAX-DEBIT-WS      PICTURE S9(11)V99 VALUE ZERO.

      *****************************************************
      *THE BATCH'S DEFERRED TAX DEBITS - ONE PER COMPANY,
      *MATCHED AGAINST THE 'X' RECORDS ON DEPRCTL.DAT
      *****************************************************
           05  TAXD-COUNT-WS           PICTURE 9(3)     VALUE ZERO.
           05  TAXD-SUB-WS             PICTURE 9(3)     VALUE ZERO.
           05  TAXD-FOUND-WS           PICTURE X(3)     VALUE 'NO'.
           05  TAXD-TABLE-WS.
               10  TAXD-ENTRY-WS       OCCURS 50 TIMES.
                   15  TAXD-COMPANY-WS PICTURE X(2).
                   15  TAXD-DEPT-WS    PICTURE X(4).
                   15  TAXD-AMOUNT-WS  PICTURE S9(11)V99.
                   15  TAXD-USED-WS    PICTURE X(3).

      *****************************************************
      *OTHER BATCHES STILL LIVE IN THE LEDGER THAT BLOCK
      *THE REVERSAL - ONE POSTED LATER, OR ONE POSTED FOR
      *THE SAME PERIOD
      *****************************************************
           05  CHECKED-BATCH-WS        PICTURE 9(6)     VALUE ZERO.
           05  CONFLICT-BATCH-WS       PICTURE 9(6)     VALUE ZERO.
           05  LATER-BATCH-WS          PICTURE X(3)     VALUE 'NO'.
           05  SAME-PERIOD-WS          PICTURE X(3)     VALUE 'NO'.
           05  RELEASE-PENDING-WS      PICTURE X(3)     VALUE 'NO'.
           05  PERIOD-CLOSED-WS        PICTURE X(3)     VALUE 'NO'.

      *****************************************************
      *WHAT THE MASTER SAYS THE RUN FOR THE PERIOD BOOKED -
      *MUST EQUAL THE BATCH'S DEBITS BEFORE ANY ASSET IS
      *PUT BACK
      *****************************************************
           05  LATER-POSTED-WS         PICTURE X(3)     VALUE 'NO'.
           05  LATER-ASSET-WS          PICTURE X(6)     VALUE SPACES.
           05  PROOF-COUNT-WS          PICTURE 9(5)     VALUE ZERO.
           05  PROOF-DEPR-WS           PICTURE S9(11)V99 VALUE ZERO.
           05  PROOF-IMPAIR-WS         PICTURE S9(11)V99 VALUE ZERO.
           05  PROOF-ADD-WS            PICTURE S9(11)V99 VALUE ZERO.
           05  PROOF-DISP-WS           PICTURE S9(11)V99 VALUE ZERO.
           05  PROOF-CADJ-WS           PICTURE S9(11)V99 VALUE ZERO.
           05  PROOF-TOTAL-WS          PICTURE S9(11)V99 VALUE ZERO.
           05  PROOF-BATCH-WS          PICTURE S9(11)V99 VALUE ZERO.
           05  DISP-ACCUM-WS           PICTURE S9(9)V99 VALUE ZERO.
           05  RUN-DEPR-WS             PICTURE S9(9)V99 VALUE ZERO.
           05  RUN-IMPAIR-WS           PICTURE S9(9)V99 VALUE ZERO.

      *****************************************************
      *OFFSETTING JOURNAL TOTALS, ARCHIVE COUNT, AND WHAT
      *WAS PUT BACK ON THE MASTER
      *****************************************************
           05  JRNL-COUNT-WS           PICTURE 9(7)     VALUE ZERO.
           05  JRNL-HASH-WS            PICTURE 9(11)V99 VALUE ZERO.
           05  DEBIT-TOTAL-WS          PICTURE S9(11)V99 VALUE ZERO.
           05  CREDIT-TOTAL-WS         PICTURE S9(11)V99 VALUE ZERO.
           05  ARCH-COUNT-WS           PICTURE 9(7)     VALUE ZERO.
           05  RESET-COUNT-WS          PICTURE 9(5)     VALUE ZERO.
           05  RESET-DEPR-WS           PICTURE S9(11)V99 VALUE ZERO.
           05  RESET-IMPAIR-WS         PICTURE S9(11)V99 VALUE ZERO.
           05  RESET-ADD-COUNT-WS      PICTURE 9(5)     VALUE ZERO.
           05  RESET-DISP-COUNT-WS     PICTURE 9(5)     VALUE ZERO.
           05  RESET-CADJ-COUNT-WS     PICTURE 9(5)     VALUE ZERO.
           05  ADJUST-CADJ-COUNT-WS    PICTURE 9(5)     VALUE ZERO.
           05  VOID-CADJ-COUNT-WS      PICTURE 9(5)     VALUE ZERO.
           05  MARK-DTAX-COUNT-WS      PICTURE 9(5)     VALUE ZERO.
           05  DROP-CTL-COUNT-WS       PICTURE 9(5)     VALUE ZERO.

      *****************************************************
      *CAPITAL ADJUSTMENT QUEUE HELD IN STORAGE - THE SAME
      *LOAD-AND-REWRITE CONVENTION AS STARTDEPRECIATION
      *****************************************************
           05  CADJ-TABLE-COUNT-WS     PICTURE 9(4)     VALUE ZERO.
           05  CADJ-SUB-WS             PICTURE 9(4)     VALUE ZERO.
           05  CADJ-TABLE-WS.
               10  CADJ-ENTRY-WS       OCCURS 2000 TIMES.
                   15  CADJ-TBL-ASSET-ID-WS
                                       PICTURE X(6).
                   15  FILLER          PICTURE X(74).

      *****************************************************
      *DEFERREDTAX POSTING RUNS FOR THE BATCH'S PERIOD ON
      *DTAXHIST.DAT, AND WHETHER EACH IS ALREADY MARKED
      *REVERSED
      *****************************************************
           05  DTXR-COUNT-WS           PICTURE 9(3)     VALUE ZERO.
           05  DTXR-SUB-WS             PICTURE 9(3)     VALUE ZERO.
           05  DTXR-STAMP-WS           PICTURE 9(14)    VALUE ZERO.
           05  DTXR-TABLE-WS.
               10  DTXR-ENTRY-WS       OCCURS 100 TIMES
                                       INDEXED BY DTXR-IDX-WS.
                   15  DTXR-RUN-STAMP-WS
                                       PICTURE 9(14).
                   15  DTXR-MARKED-WS  PICTURE X(3).

      *****************************************************
      *DEPRCTL.DAT HELD IN STORAGE WHILE THE REVERSED
      *BATCH'S 'X' RECORDS ARE TAKEN OUT
      *****************************************************
           05  CTLT-COUNT-WS           PICTURE 9(3)     VALUE ZERO.
           05  CTLT-SUB-WS             PICTURE 9(3)     VALUE ZERO.
           05  CTLT-TABLE-WS.
               10  CTLT-ENTRY-WS       PICTURE X(40)
                                       OCCURS 200 TIMES.

           05  REFUSE-MESSAGE-WS       PICTURE X(40)    VALUE SPACES.
           05  LOG-ACTION-WS           PICTURE X        VALUE SPACE.

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

       COPY GLEXTRACT.CPY.

       COPY CAPADJ.CPY.

       01  REV-HEADER-LINE-SETUP.
           05                      PICTURE X       VALUE SPACES.
           05                      PICTURE X(10)   VALUE 'RUN DATE: '.
           05  REV-HEADER-DATE-OUT.
               10  MONTH-OUT       PICTURE 99.
               10                  PICTURE X       VALUE '/'.
               10  DAY-OUT         PICTURE 99.
               10                  PICTURE X       VALUE '/'.
               10  YEAR-OUT        PICTURE 9999.
           05                      PICTURE X(4)    VALUE SPACES.
           05                      PICTURE X(26)   VALUE
                                      'GL BATCH REVERSAL         '.
           05                      PICTURE X(6)    VALUE 'BATCH '.
           05  REV-BATCH-OUT       PICTURE 9(6).
           05                      PICTURE X(14)   VALUE
                                      ' REQUESTED BY '.
           05  REV-REQUESTER-OUT   PICTURE X(8).

       01  REV-MESSAGE-LINE-SETUP.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  REV-MESSAGE-OUT     PICTURE X(60).
           05  REV-MSG-AMT-OUT     PICTURE $$$,$$$,$$$,$$9.99-.
           05  FILLER              PICTURE X(52)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM    200-OPEN
           PERFORM    300-FIND-BATCH
           PERFORM    400-CHECK-OTHER-BATCHES
           PERFORM    450-CHECK-PERIOD-OPEN
           PERFORM    500-PROVE-MASTER
           PERFORM    600-WRITE-OFFSET-JOURNAL
           PERFORM    650-ARCHIVE-OFFSET
           PERFORM    700-RESET-ASSETS
           PERFORM    900-CLOSE
           STOP RUN.

       200-OPEN.
           PERFORM  210-READ-REV-PARMS

           MOVE FUNCTION CURRENT-DATE TO HOLD-DATE-WS
           OPEN OUTPUT REVERSAL-REPORT-FILE
           CALL "DEPRSUB2" USING YEAR-WS, MONTH-WS, DAY-WS,
                                 MONTH-OUT, DAY-OUT, YEAR-OUT
           MOVE REV-BATCH-WS       TO REV-BATCH-OUT
           MOVE REV-REQUESTER-PARM TO REV-REQUESTER-OUT
           MOVE REV-HEADER-LINE-SETUP TO PRINT-A-SINGLE-LINE
           WRITE PRINT-A-SINGLE-LINE AFTER 1 LINE
           MOVE SPACES TO PRINT-A-SINGLE-LINE
           WRITE PRINT-A-SINGLE-LINE AFTER 1 LINE

           PERFORM  220-LOAD-REVERSAL-LOG
           PERFORM  240-CHECK-RELEASE-TOKEN.

      *****************************************************
      *THE BATCH NUMBER AND THE REQUESTER ARE REQUIRED -
      *NOBODY REVERSES A LEDGER BATCH ANONYMOUSLY OR ON A
      *GARBLED NUMBER
      *****************************************************
       210-READ-REV-PARMS.
           OPEN INPUT REV-PARM-FILE
           IF PARM-FILE-STATUS-WS NOT = '00'
               DISPLAY 'GLREVERSE: GLREVPARM CARD MISSING - '
                       'STATUS ' PARM-FILE-STATUS-WS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           READ REV-PARM-FILE
               AT END
                   DISPLAY 'GLREVERSE: GLREVPARM CARD IS EMPTY'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ
           CLOSE REV-PARM-FILE

           IF REV-BATCH-PARM IS NOT NUMERIC
              OR REV-BATCH-PARM = ZERO
               DISPLAY 'GLREVERSE: BATCH ' REV-BATCH-PARM
                       ' IS NOT A BATCH NUMBER'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF REV-REQUESTER-PARM = SPACES
               DISPLAY 'GLREVERSE: REQUESTER ID IS REQUIRED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE REV-BATCH-PARM TO REV-BATCH-WS.

      *****************************************************
      *LOADS EVERY EARLIER REVERSAL CARRIED OUT. NO LOG
      *YET (STATUS 35) MEANS NOTHING HAS EVER BEEN
      *REVERSED.
      *****************************************************
       220-LOAD-REVERSAL-LOG.
           OPEN INPUT REVERSAL-LOG-FILE
           IF LOG-FILE-STATUS-WS = '00'
               PERFORM  225-READ-ONE-LOG-RECORD
                        UNTIL EOF-LOG-WS = 'YES'
               CLOSE REVERSAL-LOG-FILE
           END-IF

           MOVE REV-BATCH-WS TO LOG-LOOKUP-BATCH-WS
           PERFORM  230-FIND-IN-LOG
           IF LOG-FOUND-WS = 'YES'
               IF LOG-MATCH-REV-WS = REV-BATCH-WS
                   MOVE 'BATCH IS ITSELF A REVERSAL'
                                       TO REFUSE-MESSAGE-WS
               ELSE
                   STRING 'ALREADY REVERSED BY BATCH '
                                       DELIMITED BY SIZE
                          LOG-MATCH-REV-WS DELIMITED BY SIZE
                          INTO REFUSE-MESSAGE-WS
                   END-STRING
               END-IF
               PERFORM  800-REFUSE-REVERSAL
           END-IF.

       225-READ-ONE-LOG-RECORD.
           READ REVERSAL-LOG-FILE
               AT END
                   MOVE 'YES' TO EOF-LOG-WS
               NOT AT END
                   IF RLOG-REVERSED-IN
                       IF LOG-TABLE-COUNT-WS >= 1000
                           DISPLAY 'GLREVERSE: REVERSAL LOG '
                                   'TABLE FULL'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD  1 TO LOG-TABLE-COUNT-WS
                       MOVE RLOG-ORIG-BATCH-IN TO
                            LOG-ORIG-WS (LOG-TABLE-COUNT-WS)
                       MOVE RLOG-REV-BATCH-IN  TO
                            LOG-REV-WS (LOG-TABLE-COUNT-WS)
                   END-IF
           END-READ.

      *****************************************************
      *IS LOG-LOOKUP-BATCH-WS ON EITHER SIDE OF AN EARLIER
      *REVERSAL? LOG-MATCH-REV-WS RETURNS THE OFFSETTING
      *BATCH OF THE PAIR FOUND.
      *****************************************************
       230-FIND-IN-LOG.
           MOVE 'NO' TO LOG-FOUND-WS
           SET LOG-IDX-WS TO 1
           SEARCH LOG-ENTRY-WS
               AT END
                   CONTINUE
               WHEN LOG-IDX-WS > LOG-TABLE-COUNT-WS
                   CONTINUE
               WHEN LOG-ORIG-WS (LOG-IDX-WS) = LOG-LOOKUP-BATCH-WS
                 OR LOG-REV-WS (LOG-IDX-WS) = LOG-LOOKUP-BATCH-WS
                   MOVE 'YES' TO LOG-FOUND-WS
                   MOVE LOG-REV-WS (LOG-IDX-WS) TO LOG-MATCH-REV-WS
           END-SEARCH.

      *****************************************************
      *A RELEASED EXTRACT WAITING FOR GLINTERFACE WOULD GO
      *TO THE LEDGER AFTER THE OFFSET, OUT OF ORDER, AND
      *ITS ASSETS HAVE ALREADY MOVED PAST THE PERIOD
      *****************************************************
       240-CHECK-RELEASE-TOKEN.
           OPEN INPUT RELEASE-FILE
           IF REL-FILE-STATUS-WS = '00'
               READ RELEASE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF REL-RELEASED-OUT
                           MOVE 'YES' TO RELEASE-PENDING-WS
                       END-IF
               END-READ
               CLOSE RELEASE-FILE
           END-IF
           IF RELEASE-PENDING-WS = 'YES'
               MOVE 'AN EXTRACT IS RELEASED, AWAITING PICKUP'
                                       TO REFUSE-MESSAGE-WS
               PERFORM  800-REFUSE-REVERSAL
           END-IF.

      *****************************************************
      *FIRST ARCHIVE PASS - GATHERS THE BATCH AND PROVES
      *IT IS WHOLE (TRAILER COUNT AND HASH), BALANCED AND
      *FOR A SINGLE PERIOD
      *****************************************************
       300-FIND-BATCH.
           PERFORM  310-OPEN-ARCHIVE
           PERFORM  320-SCAN-FOR-BATCH UNTIL EOF-ARCH-WS = 'YES'
           CLOSE ARCHIVE-FILE

           IF BATCH-FOUND-WS = 'NO'
               MOVE 'BATCH NOT FOUND IN THE GL ARCHIVE'
                                       TO REFUSE-MESSAGE-WS
               PERFORM  800-REFUSE-REVERSAL
           END-IF
           IF TRAILER-SEEN-WS = 'NO'
              OR TRAILER-COUNT-WS NOT = BATCH-COUNT-WS
              OR TRAILER-HASH-WS NOT = BATCH-HASH-WS
               MOVE 'ARCHIVED BATCH FAILS ITS TRAILER'
                                       TO REFUSE-MESSAGE-WS
               PERFORM  800-REFUSE-REVERSAL
           END-IF
           IF BATCH-DEBIT-WS NOT = BATCH-CREDIT-WS
               MOVE 'ARCHIVED BATCH IS OUT OF BALANCE'
                                       TO REFUSE-MESSAGE-WS
               PERFORM  800-REFUSE-REVERSAL
           END-IF
           IF MIXED-PERIOD-WS = 'YES'
               MOVE 'BATCH SPANS MORE THAN ONE PERIOD'
                                       TO REFUSE-MESSAGE-WS
               PERFORM  800-REFUSE-REVERSAL
           END-IF

           DIVIDE BATCH-PERIOD-WS BY 100
                  GIVING PERIOD-YEAR-WS
                  REMAINDER PERIOD-MONTH-WS
           MOVE PERIOD-YEAR-WS TO BATCH-YEAR-WS
           IF PERIOD-MONTH-WS = 12
               MOVE 'YEAR-END BATCH - CORRECT VIA ASSETMAINT'
                                       TO REFUSE-MESSAGE-WS
               PERFORM  800-REFUSE-REVERSAL
           END-IF
           IF PERIOD-MONTH-WS = 1
               SUBTRACT 1 FROM PERIOD-YEAR-WS
               COMPUTE PRIOR-PERIOD-WS = PERIOD-YEAR-WS * 100 + 12
           ELSE
               COMPUTE PRIOR-PERIOD-WS = BATCH-PERIOD-WS - 1
           END-IF.

       310-OPEN-ARCHIVE.
           MOVE 'NO' TO EOF-ARCH-WS
           OPEN INPUT ARCHIVE-FILE
           IF ARCH-FILE-STATUS-WS NOT = '00'
               DISPLAY 'GLREVERSE: GL ARCHIVE OPEN FAILED - '
                       'STATUS ' ARCH-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM  315-READ-ONE-ARCHIVE.

       315-READ-ONE-ARCHIVE.
           READ ARCHIVE-FILE
              AT END MOVE 'YES' TO EOF-ARCH-WS
           END-READ
           IF EOF-ARCH-WS NOT = 'YES'
               MOVE ARCH-IMAGE-OUT TO GL-EXTRACT-RECORD
               MOVE ARCH-IMAGE-OUT TO GL-TRAILER-RECORD
           END-IF.

       320-SCAN-FOR-BATCH.
           IF ARCH-BATCH-OUT = REV-BATCH-WS
               MOVE 'YES' TO BATCH-FOUND-WS
               IF GL-ACCOUNT-OUT = 'TRAILR'
                   MOVE 'YES'            TO TRAILER-SEEN-WS
                   MOVE GL-TRAILER-COUNT TO TRAILER-COUNT-WS
                   MOVE GL-TRAILER-HASH  TO TRAILER-HASH-WS
               ELSE
                   ADD  1             TO BATCH-COUNT-WS
                   ADD  GL-AMOUNT-OUT TO BATCH-HASH-WS
                   IF GL-DRCR-OUT = 'D'
                       ADD  GL-AMOUNT-OUT TO BATCH-DEBIT-WS
                       IF GL-DEFERRED-TAX-OUT
                           PERFORM  325-HOLD-DEFTAX-DEBIT
                       END-IF
                   ELSE
                       ADD  GL-AMOUNT-OUT TO BATCH-CREDIT-WS
                   END-IF
                   IF BATCH-PERIOD-WS = ZERO
                       MOVE GL-PERIOD-OUT TO BATCH-PERIOD-WS
                   ELSE
                       IF GL-PERIOD-OUT NOT = BATCH-PERIOD-WS
                           MOVE 'YES' TO MIXED-PERIOD-WS
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM  315-READ-ONE-ARCHIVE.

      *****************************************************
      *A DEFERRED TAX DEBIT STAYS IN THE BATCH'S BALANCE
      *BUT IS HELD APART FROM THE MASTER PROOF, AND KEPT
      *FOR MATCHING TO ITS DEPRCTL.DAT 'X' RECORD
      *****************************************************
       325-HOLD-DEFTAX-DEBIT.
           ADD  GL-AMOUNT-OUT TO BATCH-TAX-DEBIT-WS
           IF TAXD-COUNT-WS >= 50
               DISPLAY 'GLREVERSE: DEFERRED TAX DEBIT TABLE FULL'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD  1 TO TAXD-COUNT-WS
           MOVE GL-COMPANY-OUT TO TAXD-COMPANY-WS (TAXD-COUNT-WS)
           MOVE GL-DEPT-OUT    TO TAXD-DEPT-WS (TAXD-COUNT-WS)
           MOVE GL-AMOUNT-OUT  TO TAXD-AMOUNT-WS (TAXD-COUNT-WS)
           MOVE 'NO'           TO TAXD-USED-WS (TAXD-COUNT-WS).

      *****************************************************
      *SECOND ARCHIVE PASS - ANY OTHER BATCH STILL LIVE IN
      *THE LEDGER (NEITHER REVERSED NOR ITSELF A REVERSAL)
      *THAT CAME LATER, OR THAT POSTED THE SAME PERIOD,
      *MUST COME OUT FIRST - ITS ASSETS HAVE ALREADY BEEN
      *CARRIED PAST THIS BATCH
      *****************************************************
       400-CHECK-OTHER-BATCHES.
           PERFORM  310-OPEN-ARCHIVE
           PERFORM  410-CHECK-ONE-ARCHIVE
                    UNTIL EOF-ARCH-WS = 'YES'
           CLOSE ARCHIVE-FILE

           IF LATER-BATCH-WS = 'YES'
               STRING 'LATER BATCH '   DELIMITED BY SIZE
                      CONFLICT-BATCH-WS DELIMITED BY SIZE
                      ' IS NOT YET REVERSED' DELIMITED BY SIZE
                      INTO REFUSE-MESSAGE-WS
               END-STRING
               PERFORM  800-REFUSE-REVERSAL
           END-IF
           IF SAME-PERIOD-WS = 'YES'
               STRING 'BATCH '         DELIMITED BY SIZE
                      CONFLICT-BATCH-WS DELIMITED BY SIZE
                      ' ALSO POSTED THIS PERIOD' DELIMITED BY SIZE
                      INTO REFUSE-MESSAGE-WS
               END-STRING
               PERFORM  800-REFUSE-REVERSAL
           END-IF.

       410-CHECK-ONE-ARCHIVE.
           IF ARCH-BATCH-OUT NOT = REV-BATCH-WS
              AND ARCH-BATCH-OUT NOT = CHECKED-BATCH-WS
              AND GL-ACCOUNT-OUT NOT = 'TRAILR'
              AND LATER-BATCH-WS = 'NO'
              AND SAME-PERIOD-WS = 'NO'
               IF ARCH-BATCH-OUT > REV-BATCH-WS
                  OR GL-PERIOD-OUT = BATCH-PERIOD-WS
                   MOVE ARCH-BATCH-OUT TO CHECKED-BATCH-WS
                                          LOG-LOOKUP-BATCH-WS
                   PERFORM  230-FIND-IN-LOG
                   IF LOG-FOUND-WS = 'NO'
                       MOVE ARCH-BATCH-OUT TO CONFLICT-BATCH-WS
                       IF ARCH-BATCH-OUT > REV-BATCH-WS
                           MOVE 'YES' TO LATER-BATCH-WS
                       ELSE
                           MOVE 'YES' TO SAME-PERIOD-WS
                       END-IF
                   END-IF
               END-IF
           END-IF
           PERFORM  315-READ-ONE-ARCHIVE.

      *****************************************************
      *A PERIOD THE CONTROLLER HAS CLOSED STAYS AS SIGNED
      *OFF - NO PERIODCTL.DAT AT ALL MEANS EVERY PERIOD IS
      *OPEN, THE SAME RULE AS THE DEPRECIATION RUN
      *****************************************************
       450-CHECK-PERIOD-OPEN.
           OPEN INPUT PERIOD-CONTROL-FILE
           IF PERIOD-FILE-STATUS-WS = '00'
               PERFORM  455-SCAN-ONE-PERIOD
                        UNTIL EOF-PERIOD-WS = 'YES'
               CLOSE PERIOD-CONTROL-FILE
           END-IF
           IF PERIOD-CLOSED-WS = 'YES'
               MOVE 'PERIOD IS CLOSED IN PERIODCTL'
                                       TO REFUSE-MESSAGE-WS
               PERFORM  800-REFUSE-REVERSAL
           END-IF.

       455-SCAN-ONE-PERIOD.
           READ PERIOD-CONTROL-FILE
               AT END
                   MOVE 'YES' TO EOF-PERIOD-WS
               NOT AT END
                   IF PER-PERIOD-IN = BATCH-PERIOD-WS
                      AND PER-CLOSED-IN
                       MOVE 'YES' TO PERIOD-CLOSED-WS
                       MOVE 'YES' TO EOF-PERIOD-WS
                   END-IF
           END-READ.

      *****************************************************
      *READ-ONLY MASTER PASS - EVERY ASSET LAST POSTED FOR
      *THE BATCH'S PERIOD MUST ACCOUNT, BETWEEN THEM, FOR
      *EVERY DEBIT IN THE BATCH BUT THE DEFERRED TAX:
      *DEPRECIATION, IMPAIRMENT WRITE-DOWN, THE COST OF A
      *CAPITALIZED ADDITION AND THE DEBITS OF A POSTED
      *DISPOSAL - WITH THE QUEUE RECORDS STAMPED POSTED IN
      *THE PERIOD FOR PRICE CHANGES AND DEPARTMENT MOVES.
      *NO ASSET MAY HAVE POSTED A LATER PERIOD.
      *****************************************************
       500-PROVE-MASTER.
           PERFORM  540-LOAD-ADJUSTMENT-QUEUE
           OPEN INPUT ASSET-INPUT-FILE
           IF ASSET-FILE-STATUS-WS NOT = '00'
               DISPLAY 'GLREVERSE: ASSET MASTER OPEN '
                       'FAILED - STATUS ' ASSET-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM  510-START-MASTER
           PERFORM  520-PROVE-ONE-ASSET UNTIL EOF-ASSET-WS = 'YES'
           CLOSE ASSET-INPUT-FILE

           COMPUTE PROOF-TOTAL-WS =
                   PROOF-DEPR-WS + PROOF-IMPAIR-WS + PROOF-ADD-WS
                   + PROOF-DISP-WS + PROOF-CADJ-WS
           COMPUTE PROOF-BATCH-WS = BATCH-DEBIT-WS - BATCH-TAX-DEBIT-WS
           MOVE 'BATCH DEBITS IN THE GL ARCHIVE' TO REV-MESSAGE-OUT
           MOVE BATCH-DEBIT-WS                   TO REV-MSG-AMT-OUT
           PERFORM  950-WRITE-MESSAGE-LINE
           MOVE 'DEFERRED TAX DEBITS (NOT ON THE MASTER)'
                                                 TO REV-MESSAGE-OUT
           MOVE BATCH-TAX-DEBIT-WS               TO REV-MSG-AMT-OUT
           PERFORM  950-WRITE-MESSAGE-LINE
           MOVE 'DISPOSAL DEBITS RECORDED ON THE MASTER'
                                                 TO REV-MESSAGE-OUT
           MOVE PROOF-DISP-WS                    TO REV-MSG-AMT-OUT
           PERFORM  950-WRITE-MESSAGE-LINE
           MOVE 'CAPITAL ADJUSTMENT DEBITS POSTED IN THE PERIOD'
                                                 TO REV-MESSAGE-OUT
           MOVE PROOF-CADJ-WS                    TO REV-MSG-AMT-OUT
           PERFORM  950-WRITE-MESSAGE-LINE
           MOVE 'POSTINGS RECORDED ON THE MASTER FOR THE PERIOD'
                                                 TO REV-MESSAGE-OUT
           MOVE PROOF-TOTAL-WS                   TO REV-MSG-AMT-OUT
           PERFORM  950-WRITE-MESSAGE-LINE

           IF LATER-POSTED-WS = 'YES'
               STRING 'ASSET '         DELIMITED BY SIZE
                      LATER-ASSET-WS   DELIMITED BY SIZE
                      ' HAS POSTED A LATER PERIOD' DELIMITED BY SIZE
                      INTO REFUSE-MESSAGE-WS
               END-STRING
               PERFORM  800-REFUSE-REVERSAL
           END-IF
           IF PROOF-TOTAL-WS NOT = PROOF-BATCH-WS
               MOVE 'MASTER POSTING STATE DOES NOT MATCH'
                                       TO REFUSE-MESSAGE-WS
               PERFORM  800-REFUSE-REVERSAL
           END-IF.

       510-START-MASTER.
           MOVE 'NO' TO EOF-ASSET-WS
           MOVE LOW-VALUES TO ASSET-ID-IN
           START ASSET-INPUT-FILE KEY IS NOT LESS THAN ASSET-ID-IN
               INVALID KEY MOVE 'YES' TO EOF-ASSET-WS
           END-START
           IF EOF-ASSET-WS NOT = 'YES'
               PERFORM  515-READ-ONE-ASSET
           END-IF.

       515-READ-ONE-ASSET.
           READ ASSET-INPUT-FILE NEXT RECORD
              AT END MOVE 'YES' TO EOF-ASSET-WS
           END-READ.

       520-PROVE-ONE-ASSET.
           IF LAST-POSTED-PERIOD-IN IS NUMERIC
               IF LAST-POSTED-PERIOD-IN > BATCH-PERIOD-WS
                   IF LATER-POSTED-WS = 'NO'
                       MOVE 'YES'       TO LATER-POSTED-WS
                       MOVE ASSET-ID-IN TO LATER-ASSET-WS
                   END-IF
               END-IF
               IF LAST-POSTED-PERIOD-IN = BATCH-PERIOD-WS
                   PERFORM  530-PICK-UP-LAST-RUN
                   ADD  1             TO PROOF-COUNT-WS
                   ADD  RUN-DEPR-WS   TO PROOF-DEPR-WS
                   ADD  RUN-IMPAIR-WS TO PROOF-IMPAIR-WS
                   IF LAST-RUN-ADDED-IN
                       ADD  PRICE-IN  TO PROOF-ADD-WS
                   END-IF
                   IF DISPOSAL-GL-LAST-RUN-IN
                       PERFORM  535-PICK-UP-DISPOSAL
                   END-IF
               END-IF
           END-IF
           PERFORM  515-READ-ONE-ASSET.

      *****************************************************
      *THE LAST-RUN AMOUNTS ARE BLANK ON A RECORD WRITTEN
      *BEFORE THE FIELDS EXISTED - BLANK COUNTS AS ZERO
      *****************************************************
       530-PICK-UP-LAST-RUN.
           MOVE ZERO TO RUN-DEPR-WS RUN-IMPAIR-WS
           IF LAST-RUN-DEPR-IN IS NUMERIC
               MOVE LAST-RUN-DEPR-IN   TO RUN-DEPR-WS
           END-IF
           IF LAST-RUN-IMPAIR-IN IS NUMERIC
               MOVE LAST-RUN-IMPAIR-IN TO RUN-IMPAIR-WS
           END-IF.

      *****************************************************
      *THE DEBITS STARTDEPRECIATION WROTE FOR THE DISPOSAL,
      *WORKED BACK FROM THE MASTER THE SAME WAY IT WORKED
      *THEM OUT - ACCUMULATED DEPRECIATION (WITH THE YEAR'S
      *POSTED DEPRECIATION NOT YET ROLLED IN) PLUS
      *PROCEEDS WHEN THERE IS A GAIN, OTHERWISE THE COST
      *****************************************************
       535-PICK-UP-DISPOSAL.
           MOVE ACCUM-DEPR-IN TO DISP-ACCUM-WS
           IF LAST-ROLLED-YEAR-IN < BATCH-YEAR-WS
              AND YTD-DEPR-POSTED-IN IS NUMERIC
               ADD  YTD-DEPR-POSTED-IN TO DISP-ACCUM-WS
           END-IF
           IF DISPOSAL-PROCEEDS-IN > PRICE-IN - DISP-ACCUM-WS
               COMPUTE PROOF-DISP-WS = PROOF-DISP-WS
                       + DISP-ACCUM-WS + DISPOSAL-PROCEEDS-IN
           ELSE
               ADD  PRICE-IN TO PROOF-DISP-WS
           END-IF.

      *****************************************************
      *LOADS THE CAPITAL ADJUSTMENT QUEUE AND TOTALS THE
      *DEBITS OF THE RECORDS POSTED IN THE BATCH'S PERIOD.
      *NO QUEUE FILE MEANS NOTHING WAS EVER QUEUED.
      *****************************************************
       540-LOAD-ADJUSTMENT-QUEUE.
           OPEN INPUT CAPITAL-ADJUSTMENT-FILE
           IF CADJ-FILE-STATUS-WS = '00'
               PERFORM  545-LOAD-ONE-ADJUSTMENT
                        UNTIL EOF-CADJ-WS = 'YES'
               CLOSE CAPITAL-ADJUSTMENT-FILE
           ELSE
               IF CADJ-FILE-STATUS-WS NOT = '35'
                   DISPLAY 'GLREVERSE: CAPITAL ADJUSTMENT QUEUE '
                           'OPEN FAILED - STATUS ' CADJ-FILE-STATUS-WS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       545-LOAD-ONE-ADJUSTMENT.
           READ CAPITAL-ADJUSTMENT-FILE
               AT END
                   MOVE 'YES' TO EOF-CADJ-WS
               NOT AT END
                   IF CADJ-TABLE-COUNT-WS >= 2000
                       DISPLAY 'GLREVERSE: CAPITAL ADJUSTMENT '
                               'TABLE FULL'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD  1 TO CADJ-TABLE-COUNT-WS
                   MOVE CAPITAL-ADJUSTMENT-LINE TO
                        CADJ-ENTRY-WS (CADJ-TABLE-COUNT-WS)
                   MOVE CAPITAL-ADJUSTMENT-LINE
                        TO CAPITAL-ADJUSTMENT-RECORD
                   IF CADJ-POSTED-IN
                      AND CADJ-POSTED-PERIOD-IN = BATCH-PERIOD-WS
                       ADD  CADJ-POSTED-AMT-IN TO PROOF-CADJ-WS
                   END-IF
           END-READ.

      *****************************************************
      *EVERY CHECK HAS PASSED. THE OFFSETTING JOURNAL TAKES
      *THE NEXT BATCH NUMBER AND IS BUILT STRAIGHT FROM THE
      *ARCHIVED BATCH WITH EACH SIDE TURNED OVER.
      *****************************************************
       600-WRITE-OFFSET-JOURNAL.
           PERFORM  610-ASSIGN-BATCH-NUMBER
           OPEN OUTPUT JOURNAL-FILE
           IF JRNL-FILE-STATUS-WS NOT = '00'
               DISPLAY 'GLREVERSE: JOURNAL OPEN FAILED - '
                       'STATUS ' JRNL-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM  310-OPEN-ARCHIVE
           PERFORM  620-OFFSET-ONE-RECORD UNTIL EOF-ARCH-WS = 'YES'
           CLOSE ARCHIVE-FILE

           MOVE SPACES          TO JOURNAL-TRAILER-RECORD
           MOVE NEW-BATCH-WS    TO JRNL-TRAILER-BATCH
           MOVE 'TRAILR'        TO JRNL-TRAILER-ID
           MOVE JRNL-COUNT-WS   TO JRNL-TRAILER-COUNT
           MOVE JRNL-HASH-WS    TO JRNL-TRAILER-HASH
           WRITE JOURNAL-TRAILER-RECORD
           CLOSE JOURNAL-FILE.

      *****************************************************
      *THE SAME BATCH SEQUENCE GLINTERFACE USES - THE LAST
      *NUMBER EVER ASSIGNED PLUS ONE, SAVED BACK AT ONCE
      *****************************************************
       610-ASSIGN-BATCH-NUMBER.
           OPEN INPUT BATCH-CONTROL-FILE
           IF BATCH-FILE-STATUS-WS = '00'
               READ BATCH-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE BATCH-LAST-OUT TO NEW-BATCH-WS
               END-READ
               CLOSE BATCH-CONTROL-FILE
           END-IF
           ADD  1 TO NEW-BATCH-WS

           OPEN OUTPUT BATCH-CONTROL-FILE
           IF BATCH-FILE-STATUS-WS NOT = '00'
               DISPLAY 'GLREVERSE: BATCH CONTROL OPEN FAILED - '
                       'STATUS ' BATCH-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES       TO BATCH-CONTROL-RECORD
           MOVE NEW-BATCH-WS TO BATCH-LAST-OUT
           WRITE BATCH-CONTROL-RECORD
           CLOSE BATCH-CONTROL-FILE.

       620-OFFSET-ONE-RECORD.
           IF ARCH-BATCH-OUT = REV-BATCH-WS
              AND GL-ACCOUNT-OUT NOT = 'TRAILR'
               MOVE SPACES          TO JOURNAL-RECORD
               MOVE NEW-BATCH-WS    TO JRNL-BATCH-OUT
               MOVE GL-COMPANY-OUT  TO JRNL-COMPANY-OUT
               MOVE GL-ACCOUNT-OUT  TO JRNL-ACCOUNT-OUT
               MOVE GL-DEPT-OUT     TO JRNL-DEPT-OUT
               MOVE GL-PERIOD-OUT   TO JRNL-PERIOD-OUT
               IF GL-DRCR-OUT = 'D'
                   MOVE 'C'         TO JRNL-DRCR-OUT
                   ADD  GL-AMOUNT-OUT TO CREDIT-TOTAL-WS
               ELSE
                   MOVE 'D'         TO JRNL-DRCR-OUT
                   ADD  GL-AMOUNT-OUT TO DEBIT-TOTAL-WS
               END-IF
               MOVE GL-AMOUNT-OUT   TO JRNL-AMOUNT-OUT
               MOVE 'FIXASSET'      TO JRNL-SOURCE-OUT
               MOVE REV-BATCH-WS    TO JRNL-REVERSES-OUT
               WRITE JOURNAL-RECORD

               ADD  1             TO JRNL-COUNT-WS
               ADD  GL-AMOUNT-OUT TO JRNL-HASH-WS
           END-IF
           PERFORM  315-READ-ONE-ARCHIVE.

      *****************************************************
      *THE OFFSET IS FILED IN THE ARCHIVE UNDER ITS OWN
      *BATCH, REBUILT FROM THE JOURNAL JUST WRITTEN SO THE
      *ARCHIVE SHOWS EXACTLY WHAT WENT TO THE LEDGER, AND
      *SEALED WITH A TRAILER THE SAME AS ANY PICKUP
      *****************************************************
       650-ARCHIVE-OFFSET.
           OPEN INPUT JOURNAL-FILE
           IF JRNL-FILE-STATUS-WS NOT = '00'
               DISPLAY 'GLREVERSE: JOURNAL REOPEN FAILED - '
                       'STATUS ' JRNL-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN EXTEND ARCHIVE-FILE
           IF ARCH-FILE-STATUS-WS = '35'
               OPEN OUTPUT ARCHIVE-FILE
           END-IF
           IF ARCH-FILE-STATUS-WS NOT = '00'
               DISPLAY 'GLREVERSE: GL ARCHIVE OPEN FAILED - '
                       'STATUS ' ARCH-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM  655-READ-ONE-JOURNAL
           PERFORM  660-ARCHIVE-ONE-JOURNAL UNTIL EOF-JRNL-WS = 'YES'

           MOVE SPACES          TO GL-TRAILER-RECORD
           MOVE 'TRAILR'        TO GL-TRAILER-ID
           MOVE JRNL-COUNT-WS   TO GL-TRAILER-COUNT
           MOVE JRNL-HASH-WS    TO GL-TRAILER-HASH
           MOVE SPACES          TO ARCHIVE-RECORD
           MOVE NEW-BATCH-WS    TO ARCH-BATCH-OUT
           MOVE GL-TRAILER-RECORD TO ARCH-IMAGE-OUT
           WRITE ARCHIVE-RECORD
           CLOSE JOURNAL-FILE ARCHIVE-FILE.

       655-READ-ONE-JOURNAL.
           READ JOURNAL-FILE
              AT END MOVE 'YES' TO EOF-JRNL-WS
           END-READ.

       660-ARCHIVE-ONE-JOURNAL.
           IF JRNL-TRAILER-ID NOT = 'TRAILR'
               MOVE SPACES           TO GL-EXTRACT-RECORD
               MOVE JRNL-ACCOUNT-OUT TO GL-ACCOUNT-OUT
               MOVE JRNL-DEPT-OUT    TO GL-DEPT-OUT
               MOVE JRNL-AMOUNT-OUT  TO GL-AMOUNT-OUT
               MOVE JRNL-PERIOD-OUT  TO GL-PERIOD-OUT
               MOVE JRNL-DRCR-OUT    TO GL-DRCR-OUT
               MOVE JRNL-COMPANY-OUT TO GL-COMPANY-OUT
               MOVE SPACES           TO ARCHIVE-RECORD
               MOVE NEW-BATCH-WS     TO ARCH-BATCH-OUT
               MOVE GL-EXTRACT-RECORD TO ARCH-IMAGE-OUT
               WRITE ARCHIVE-RECORD
               ADD  1 TO ARCH-COUNT-WS
           END-IF
           PERFORM  655-READ-ONE-JOURNAL.

      *****************************************************
      *PUTS EVERY ASSET THE BATCH POSTED BACK TO WHERE IT
      *STOOD BEFORE THE RUN, SO THE CORRECTED RUN FOR THE
      *PERIOD POSTS IT AFRESH
      *****************************************************
       700-RESET-ASSETS.
           OPEN I-O ASSET-INPUT-FILE
           IF ASSET-FILE-STATUS-WS NOT = '00'
               DISPLAY 'GLREVERSE: ASSET MASTER OPEN '
                       'FAILED - STATUS ' ASSET-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM  510-START-MASTER
           PERFORM  710-RESET-ONE-ASSET UNTIL EOF-ASSET-WS = 'YES'
           CLOSE ASSET-INPUT-FILE

           PERFORM  730-REWRITE-ADJUSTMENT-QUEUE
           PERFORM  750-DROP-DEFTAX-CONTROLS
           PERFORM  770-MARK-DEFTAX-RUNS.

       710-RESET-ONE-ASSET.
           IF LAST-POSTED-PERIOD-IN IS NUMERIC
               IF LAST-POSTED-PERIOD-IN = BATCH-PERIOD-WS
                   PERFORM  530-PICK-UP-LAST-RUN
                   PERFORM  715-RESET-QUEUE-FOR-ASSET
                   SUBTRACT RUN-DEPR-WS FROM YTD-DEPR-POSTED-IN
                   ADD  RUN-IMPAIR-WS   TO IMPAIRMENT-YTD-IN
                   IF LAST-RUN-ADDED-IN
                       MOVE 'N' TO ADD-POSTED-IN
                       ADD  1   TO RESET-ADD-COUNT-WS
                   END-IF
                   IF DISPOSAL-GL-LAST-RUN-IN
                       MOVE 'N' TO DISPOSAL-POSTED-IN
                       ADD  1   TO RESET-DISP-COUNT-WS
                   END-IF
                   MOVE PRIOR-PERIOD-WS TO LAST-POSTED-PERIOD-IN
                   MOVE ZERO            TO LAST-RUN-DEPR-IN
                                           LAST-RUN-IMPAIR-IN
                   MOVE 'N'             TO LAST-RUN-ADD-IN
                   REWRITE ASSET-INPUT-RECORD
                       INVALID KEY
                           DISPLAY 'GLREVERSE: REWRITE FAILED FOR '
                                   ASSET-ID-IN ' - STATUS '
                                   ASSET-FILE-STATUS-WS
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                   END-REWRITE
                   ADD  1             TO RESET-COUNT-WS
                   ADD  RUN-DEPR-WS   TO RESET-DEPR-WS
                   ADD  RUN-IMPAIR-WS TO RESET-IMPAIR-WS
               END-IF
           END-IF
           PERFORM  515-READ-ONE-ASSET.

      *****************************************************
      *STILL-PENDING QUEUE RECORDS FOR AN ASSET THE BATCH
      *POSTED WERE QUEUED AFTER THE RUN. IF THE RUN'S
      *ADDITION IS BEING UNCAPITALIZED THEY ARE VOIDED;
      *OTHERWISE A MOVE'S ACCUMULATED DEPRECIATION LOSES
      *THE DEPRECIATION AND IMPAIRMENT BEING REVERSED.
      *****************************************************
       715-RESET-QUEUE-FOR-ASSET.
           MOVE 1 TO CADJ-SUB-WS
           PERFORM  720-RESET-ONE-QUEUED
                    UNTIL CADJ-SUB-WS > CADJ-TABLE-COUNT-WS.

       720-RESET-ONE-QUEUED.
           IF CADJ-TBL-ASSET-ID-WS (CADJ-SUB-WS) = ASSET-ID-IN
               MOVE CADJ-ENTRY-WS (CADJ-SUB-WS)
                    TO CAPITAL-ADJUSTMENT-RECORD
               IF CADJ-PENDING-IN
                   IF LAST-RUN-ADDED-IN
                       MOVE 'V' TO CADJ-STATUS-IN
                       ADD  1   TO VOID-CADJ-COUNT-WS
                   ELSE
                   IF CADJ-TRANSFER-IN
                       COMPUTE CADJ-ACCUM-IN = CADJ-ACCUM-IN
                               - RUN-DEPR-WS - RUN-IMPAIR-WS
                       ADD  1   TO ADJUST-CADJ-COUNT-WS
                   END-IF
                   END-IF
                   MOVE CAPITAL-ADJUSTMENT-RECORD
                        TO CADJ-ENTRY-WS (CADJ-SUB-WS)
               END-IF
           END-IF
           ADD  1 TO CADJ-SUB-WS.

      *****************************************************
      *RECORDS THE BATCH POSTED GO BACK TO PENDING FOR THE
      *CORRECTED RUN, AND THE QUEUE IS WRITTEN BACK WHOLE.
      *VOIDED RECORDS STAY UNTIL STARTDEPRECIATION DROPS
      *THEM. NO QUEUE LOADED MEANS NONE IS CREATED.
      *****************************************************
       730-REWRITE-ADJUSTMENT-QUEUE.
           IF CADJ-TABLE-COUNT-WS > ZERO
               OPEN OUTPUT CAPITAL-ADJUSTMENT-FILE
               IF CADJ-FILE-STATUS-WS NOT = '00'
                   DISPLAY 'GLREVERSE: CAPITAL ADJUSTMENT QUEUE '
                           'REWRITE FAILED - STATUS '
                           CADJ-FILE-STATUS-WS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 1 TO CADJ-SUB-WS
               PERFORM  735-WRITE-ONE-ADJUSTMENT
                        UNTIL CADJ-SUB-WS > CADJ-TABLE-COUNT-WS
               CLOSE CAPITAL-ADJUSTMENT-FILE
           END-IF.

       735-WRITE-ONE-ADJUSTMENT.
           MOVE CADJ-ENTRY-WS (CADJ-SUB-WS)
                TO CAPITAL-ADJUSTMENT-RECORD
           IF CADJ-POSTED-IN
              AND CADJ-POSTED-PERIOD-IN = BATCH-PERIOD-WS
               MOVE 'P'  TO CADJ-STATUS-IN
               MOVE ZERO TO CADJ-POSTED-PERIOD-IN
                            CADJ-POSTED-AMT-IN
               ADD  1    TO RESET-CADJ-COUNT-WS
           END-IF
           MOVE CAPITAL-ADJUSTMENT-RECORD TO CAPITAL-ADJUSTMENT-LINE
           WRITE CAPITAL-ADJUSTMENT-LINE
           ADD  1 TO CADJ-SUB-WS.

      *****************************************************
      *TAKES THE REVERSED BATCH'S DEFERRED TAX 'X' RECORDS
      *OFF DEPRCTL.DAT - EACH MATCHES ONE OF THE BATCH'S
      *DEFERRED TAX DEBITS ON COMPANY, DEPARTMENT AND
      *AMOUNT. ANY OTHER RECORD IS PUT BACK AS IT WAS. NO
      *DEFERRED TAX IN THE BATCH, OR NO DEPRCTL.DAT, MEANS
      *THERE IS NOTHING TO TAKE OFF.
      *****************************************************
       750-DROP-DEFTAX-CONTROLS.
           IF TAXD-COUNT-WS > ZERO
               OPEN INPUT CONTROL-TOTALS-FILE
               IF CTL-FILE-STATUS-WS = '00'
                   PERFORM  755-LOAD-ONE-CONTROL
                            UNTIL EOF-CTL-WS = 'YES'
                   CLOSE CONTROL-TOTALS-FILE
               ELSE
                   IF CTL-FILE-STATUS-WS NOT = '35'
                       DISPLAY 'GLREVERSE: CONTROL TOTALS OPEN '
                               'FAILED - STATUS ' CTL-FILE-STATUS-WS
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF
           IF DROP-CTL-COUNT-WS > ZERO
               OPEN OUTPUT CONTROL-TOTALS-FILE
               IF CTL-FILE-STATUS-WS NOT = '00'
                   DISPLAY 'GLREVERSE: CONTROL TOTALS REWRITE '
                           'FAILED - STATUS ' CTL-FILE-STATUS-WS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 1 TO CTLT-SUB-WS
               PERFORM  765-WRITE-ONE-CONTROL
                        UNTIL CTLT-SUB-WS > CTLT-COUNT-WS
               CLOSE CONTROL-TOTALS-FILE
           END-IF.

       755-LOAD-ONE-CONTROL.
           READ CONTROL-TOTALS-FILE
               AT END
                   MOVE 'YES' TO EOF-CTL-WS
               NOT AT END
                   MOVE 'NO' TO TAXD-FOUND-WS
                   IF CTL-DEFTAX-RECORD-OUT
                       MOVE 1 TO TAXD-SUB-WS
                       PERFORM  760-MATCH-ONE-DEFTAX-DEBIT
                                UNTIL TAXD-SUB-WS > TAXD-COUNT-WS
                                   OR TAXD-FOUND-WS = 'YES'
                   END-IF
                   IF TAXD-FOUND-WS = 'YES'
                       ADD  1 TO DROP-CTL-COUNT-WS
                   ELSE
                       IF CTLT-COUNT-WS >= 200
                           DISPLAY 'GLREVERSE: CONTROL TABLE FULL'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD  1 TO CTLT-COUNT-WS
                       MOVE CONTROL-TOTALS-RECORD
                            TO CTLT-ENTRY-WS (CTLT-COUNT-WS)
                   END-IF
           END-READ.

       760-MATCH-ONE-DEFTAX-DEBIT.
           IF TAXD-USED-WS (TAXD-SUB-WS) = 'NO'
              AND TAXD-COMPANY-WS (TAXD-SUB-WS) = CTL-COMPANY-OUT
              AND TAXD-DEPT-WS (TAXD-SUB-WS) = CTL-DEPT-OUT
              AND TAXD-AMOUNT-WS (TAXD-SUB-WS) = CTL-AMOUNT-OUT
               MOVE 'YES' TO TAXD-USED-WS (TAXD-SUB-WS)
                             TAXD-FOUND-WS
           END-IF
           ADD  1 TO TAXD-SUB-WS.

       765-WRITE-ONE-CONTROL.
           MOVE CTLT-ENTRY-WS (CTLT-SUB-WS) TO CONTROL-TOTALS-RECORD
           WRITE CONTROL-TOTALS-RECORD
           ADD  1 TO CTLT-SUB-WS.

      *****************************************************
      *EVERY DEFERREDTAX POSTING RUN FOR THE BATCH'S PERIOD
      *NOT ALREADY MARKED GETS AN 'R' RECORD APPENDED TO
      *DTAXHIST.DAT, SO DEFERREDTAX NO LONGER OPENS FROM IT
      *AND THE CORRECTED RUN CAN POST THE PERIOD AFRESH.
      *THE HISTORY ITSELF IS NEVER REWRITTEN. NO HISTORY
      *MEANS NO RUN TO MARK.
      *****************************************************
       770-MARK-DEFTAX-RUNS.
           OPEN INPUT DTAX-HISTORY-FILE
           IF HIST-FILE-STATUS-WS = '00'
               PERFORM  775-READ-ONE-HISTORY
                        UNTIL EOF-HIST-WS = 'YES'
               CLOSE DTAX-HISTORY-FILE
           ELSE
               IF HIST-FILE-STATUS-WS NOT = '35'
                   DISPLAY 'GLREVERSE: DEFERRED TAX HISTORY OPEN '
                           'FAILED - STATUS ' HIST-FILE-STATUS-WS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF DTXR-COUNT-WS > ZERO
               OPEN EXTEND DTAX-HISTORY-FILE
               IF HIST-FILE-STATUS-WS NOT = '00'
                   DISPLAY 'GLREVERSE: DEFERRED TAX HISTORY OPEN '
                           'FAILED - STATUS ' HIST-FILE-STATUS-WS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 1 TO DTXR-SUB-WS
               PERFORM  785-WRITE-ONE-MARKER
                        UNTIL DTXR-SUB-WS > DTXR-COUNT-WS
               CLOSE DTAX-HISTORY-FILE
           END-IF.

       775-READ-ONE-HISTORY.
           READ DTAX-HISTORY-FILE
               AT END
                   MOVE 'YES' TO EOF-HIST-WS
               NOT AT END
                   IF DTH-PERIOD-OUT = BATCH-PERIOD-WS
                      AND ((DTH-TOTAL-RECORD-OUT
                            AND DTH-RUN-MODE-OUT = 'P')
                        OR DTH-REVERSAL-RECORD-OUT)
                       MOVE DTH-RUN-STAMP-OUT TO DTXR-STAMP-WS
                       PERFORM  780-HOLD-ONE-RUN
                   END-IF
           END-READ.

       780-HOLD-ONE-RUN.
           SET DTXR-IDX-WS TO 1
           SEARCH DTXR-ENTRY-WS
               AT END
                   DISPLAY 'GLREVERSE: DEFERRED TAX RUN TABLE FULL'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               WHEN DTXR-IDX-WS > DTXR-COUNT-WS
                   ADD  1 TO DTXR-COUNT-WS
                   MOVE DTXR-STAMP-WS
                        TO DTXR-RUN-STAMP-WS (DTXR-COUNT-WS)
                   MOVE 'NO' TO DTXR-MARKED-WS (DTXR-COUNT-WS)
                   IF DTH-REVERSAL-RECORD-OUT
                       MOVE 'YES' TO DTXR-MARKED-WS (DTXR-COUNT-WS)
                   END-IF
               WHEN DTXR-RUN-STAMP-WS (DTXR-IDX-WS) = DTXR-STAMP-WS
                   IF DTH-REVERSAL-RECORD-OUT
                       MOVE 'YES' TO DTXR-MARKED-WS (DTXR-IDX-WS)
                   END-IF
           END-SEARCH.

       785-WRITE-ONE-MARKER.
           IF DTXR-MARKED-WS (DTXR-SUB-WS) = 'NO'
               MOVE SPACES          TO DEFERRED-TAX-HISTORY-RECORD
               MOVE 'R'             TO DTH-RECORD-TYPE-OUT
               MOVE BATCH-PERIOD-WS TO DTH-PERIOD-OUT
               MOVE DTXR-RUN-STAMP-WS (DTXR-SUB-WS)
                                    TO DTH-RUN-STAMP-OUT
               MOVE ZERO            TO DTH-COST-OUT
                                       DTH-DIFFERENCE-OUT
                                       DTH-RATE-OUT
                                       DTH-OPENING-OUT
                                       DTH-MOVEMENT-OUT
                                       DTH-RATE-EFFECT-OUT
                                       DTH-DISPOSALS-OUT
                                       DTH-CLOSING-OUT
               WRITE DEFERRED-TAX-HISTORY-RECORD
               ADD  1 TO MARK-DTAX-COUNT-WS
           END-IF
           ADD  1 TO DTXR-SUB-WS.

      *****************************************************
      *A REFUSAL WRITES NOTHING BUT THE REPORT AND THE LOG
      *- THE JOURNAL, THE ARCHIVE, THE BATCH CONTROL AND
      *THE MASTER ARE EXACTLY AS THEY WERE
      *****************************************************
       800-REFUSE-REVERSAL.
           DISPLAY 'GLREVERSE: REVERSAL OF BATCH ' REV-BATCH-WS
                   ' REFUSED - ' REFUSE-MESSAGE-WS
           MOVE 'REVERSAL REFUSED - NOTHING POSTED'
                                       TO REV-MESSAGE-OUT
           MOVE ZERO                   TO REV-MSG-AMT-OUT
           PERFORM  950-WRITE-MESSAGE-LINE
           MOVE REFUSE-MESSAGE-WS      TO REV-MESSAGE-OUT
           PERFORM  950-WRITE-MESSAGE-LINE
           MOVE 'X'                    TO LOG-ACTION-WS
           MOVE ZERO                   TO NEW-BATCH-WS
           PERFORM  850-WRITE-LOG-RECORD
           CLOSE REVERSAL-REPORT-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN.

      *****************************************************
      *ONE PERMANENT LOG RECORD PER ATTEMPT. THE CALLER
      *SETS LOG-ACTION-WS - 'R' REVERSED, 'X' REFUSED. THE
      *FIRST ATTEMPT EVER (STATUS 35) CREATES THE LOG.
      *****************************************************
       850-WRITE-LOG-RECORD.
           OPEN EXTEND REVERSAL-LOG-FILE
           IF LOG-FILE-STATUS-WS = '35'
               OPEN OUTPUT REVERSAL-LOG-FILE
           END-IF
           IF LOG-FILE-STATUS-WS NOT = '00'
               DISPLAY 'GLREVERSE: REVERSAL LOG OPEN FAILED - '
                       'STATUS ' LOG-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES             TO REVERSAL-LOG-RECORD
           MOVE LOG-ACTION-WS      TO RLOG-ACTION-IN
           MOVE REV-BATCH-WS       TO RLOG-ORIG-BATCH-IN
           MOVE NEW-BATCH-WS       TO RLOG-REV-BATCH-IN
           MOVE BATCH-PERIOD-WS    TO RLOG-PERIOD-IN
           MOVE REV-REQUESTER-PARM TO RLOG-REQUESTER-IN
           MOVE HOLD-YMD-WS        TO RLOG-DATE-IN
           MOVE HOLD-HMS-WS        TO RLOG-TIME-IN
           MOVE BATCH-COUNT-WS     TO RLOG-DETAIL-COUNT-IN
           MOVE BATCH-DEBIT-WS     TO RLOG-AMOUNT-IN
           MOVE RESET-COUNT-WS     TO RLOG-ASSET-COUNT-IN
           MOVE REV-REASON-PARM    TO RLOG-REASON-IN
           MOVE REFUSE-MESSAGE-WS  TO RLOG-MESSAGE-IN
           WRITE REVERSAL-LOG-RECORD
           CLOSE REVERSAL-LOG-FILE.

       900-CLOSE.
           MOVE 'R'                    TO LOG-ACTION-WS
           MOVE 'BATCH REVERSED'       TO REFUSE-MESSAGE-WS
           PERFORM  850-WRITE-LOG-RECORD

           MOVE 'OFFSETTING BATCH ASSIGNED' TO REV-MESSAGE-OUT
           MOVE NEW-BATCH-WS           TO REV-MSG-AMT-OUT
           PERFORM  950-WRITE-MESSAGE-LINE
           MOVE 'JOURNAL RECORDS WRITTEN' TO REV-MESSAGE-OUT
           MOVE JRNL-COUNT-WS          TO REV-MSG-AMT-OUT
           PERFORM  950-WRITE-MESSAGE-LINE
           MOVE 'TOTAL DEBITS'         TO REV-MESSAGE-OUT
           MOVE DEBIT-TOTAL-WS         TO REV-MSG-AMT-OUT
           PERFORM  950-WRITE-MESSAGE-LINE
           MOVE 'TOTAL CREDITS'        TO REV-MESSAGE-OUT
           MOVE CREDIT-TOTAL-WS        TO REV-MSG-AMT-OUT
           PERFORM  950-WRITE-MESSAGE-LINE
           MOVE 'RECORDS ARCHIVED UNDER THE OFFSETTING BATCH'
                                       TO REV-MESSAGE-OUT
           MOVE ARCH-COUNT-WS          TO REV-MSG-AMT-OUT
           PERFORM  950-WRITE-MESSAGE-LINE
           MOVE 'ASSETS PUT BACK TO THE PRIOR PERIOD'
                                       TO REV-MESSAGE-OUT
           MOVE RESET-COUNT-WS         TO REV-MSG-AMT-OUT
           PERFORM  950-WRITE-MESSAGE-LINE
           MOVE 'DEPRECIATION TAKEN BACK OUT OF YTD POSTED'
                                       TO REV-MESSAGE-OUT
           MOVE RESET-DEPR-WS          TO REV-MSG-AMT-OUT
           PERFORM  950-WRITE-MESSAGE-LINE
           MOVE 'IMPAIRMENTS RETURNED TO PENDING'
                                       TO REV-MESSAGE-OUT
           MOVE RESET-IMPAIR-WS        TO REV-MSG-AMT-OUT
           PERFORM  950-WRITE-MESSAGE-LINE
           MOVE 'ADDITIONS RETURNED TO UNPOSTED'
                                       TO REV-MESSAGE-OUT
           MOVE RESET-ADD-COUNT-WS     TO REV-MSG-AMT-OUT
           PERFORM  950-WRITE-MESSAGE-LINE
           MOVE 'DISPOSALS RETURNED TO UNPOSTED'
                                       TO REV-MESSAGE-OUT
           MOVE RESET-DISP-COUNT-WS    TO REV-MSG-AMT-OUT
           PERFORM  950-WRITE-MESSAGE-LINE
           MOVE 'CAPITAL ADJUSTMENTS RETURNED TO PENDING'
                                       TO REV-MESSAGE-OUT
           MOVE RESET-CADJ-COUNT-WS    TO REV-MSG-AMT-OUT
           PERFORM  950-WRITE-MESSAGE-LINE
           MOVE 'QUEUED MOVES CUT BACK BY THE REVERSED DEPRECIATION'
                                       TO REV-MESSAGE-OUT
           MOVE ADJUST-CADJ-COUNT-WS   TO REV-MSG-AMT-OUT
           PERFORM  950-WRITE-MESSAGE-LINE
           MOVE 'QUEUED ADJUSTMENTS VOIDED WITH THEIR ADDITION'
                                       TO REV-MESSAGE-OUT
           MOVE VOID-CADJ-COUNT-WS     TO REV-MSG-AMT-OUT
           PERFORM  950-WRITE-MESSAGE-LINE
           MOVE 'DEFERRED TAX RUNS MARKED REVERSED'
                                       TO REV-MESSAGE-OUT
           MOVE MARK-DTAX-COUNT-WS     TO REV-MSG-AMT-OUT
           PERFORM  950-WRITE-MESSAGE-LINE
           MOVE 'DEFERRED TAX CONTROL RECORDS DROPPED'
                                       TO REV-MESSAGE-OUT
           MOVE DROP-CTL-COUNT-WS      TO REV-MSG-AMT-OUT
           PERFORM  950-WRITE-MESSAGE-LINE
           CLOSE REVERSAL-REPORT-FILE.

       950-WRITE-MESSAGE-LINE.
           MOVE REV-MESSAGE-LINE-SETUP TO PRINT-A-SINGLE-LINE
           WRITE PRINT-A-SINGLE-LINE AFTER 1 LINE.
