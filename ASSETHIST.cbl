       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSETHIST.
       AUTHOR. COLE DOMBROWSKI.

      *****************************************************
      *ASSETHIST IS THE ASSET LIFECYCLE INQUIRY. FOR EACH
      *CARD ON HISTPARM.DAT - AN ASSET ID OR A PHYSICAL TAG
      *NUMBER - IT PRINTS THE ASSET'S WHOLE LIFE IN DATE
      *ORDER TO ASSETHIST.DOC: THE ADD, EVERY MASTER
      *CHANGE, ESTIMATE REVISION, TRANSFER, TAG OR LOCATION
      *CHANGE, IMPAIRMENT AND PARTIAL SPLIT, EACH PERIOD'S
      *GL POSTINGS, THE DISPOSAL, THE RETIREMENT AND THE
      *ARCHIVE.
      *
      *THE ASSET IS LOOKED UP ON THE MASTER FIRST, THEN IN
      *ASSETARCH.DAT. A TAG NOT ON EITHER IS LOOKED FOR IN
      *THE CHANGE JOURNAL, SO AN ASSET CAN STILL BE FOUND
      *BY A TAG IT HAS SINCE BEEN RE-TAGGED FROM.
      *
      *WHERE THE EVENTS COME FROM -
      *  - THE CHANGE JOURNAL ASSETCHG.DAT (ASSETCHG.CPY),
      *    ONE LINE PER FIELD CHANGED, STAMPED WITH THE
      *    ASSETMAINT RUN THAT CHANGED IT, PLUS THE DATE
      *    ASSETARCH MOVED THE ASSET OFF THE MASTER;
      *  - THE GL ARCHIVE GLARCHIVE.DAT - EVERY DEPRECIATION,
      *    IMPAIRMENT, ADDITION AND DISPOSAL POSTING TAKEN
      *    FOR THE ASSET, BY PERIOD AND BATCH, MARKED WHEN
      *    GLREVLOG.DAT SHOWS THE BATCH WAS LATER REVERSED;
      *  - FOR ACTIVITY THAT PREDATES THE CHANGE JOURNAL,
      *    THE IMPAIRMENT, TRANSFER AND SPLIT HISTORY FILES
      *    (RECORDS NOT FLAGGED AS JOURNALED) AND THE
      *    MASTER RECORD ITSELF - IN-SERVICE DATE, DISPOSAL
      *    AND YEAR-END RETIREMENT. THESE LINES SAY SO IN
      *    THE NOTE COLUMN. THE OLD SPLIT HISTORY CARRIES NO
      *    YEAR AND THE OLD ARCHIVE NO DATE, SO THOSE EVENTS
      *    PRINT WITH THE PART OF THE DATE THAT IS KNOWN.
      *
      *AN ASSET THAT CANNOT BE FOUND ENDS THE RUN WITH
      *RETURN CODE 4 ONCE THE OTHER CARDS ARE ANSWERED; A
      *MISSING CARD FILE ENDS IT WITH RETURN CODE 8.
      *
      *RETURN CODES
      *   0  CLEAN RUN
      *   4  WARNING - AN ASSET WAS NOT FOUND
      *   8  REFUSED - HISTPARM CARD MISSING OR EMPTY
      *  12  FILE ERROR OR TABLE FULL - RUN ABENDED
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT HIST-PARM-FILE ASSIGN TO 'HISTPARM.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PARM-FILE-STATUS-WS.

            SELECT ASSET-INPUT-FILE ASSIGN TO 'ASSETDATA.DAT'
            ORGANIZATION IS INDEXED
            ACCESS MODE IS DYNAMIC
            RECORD KEY IS ASSET-ID-IN
            ALTERNATE RECORD KEY IS DEPT-IN WITH DUPLICATES
            FILE STATUS IS ASSET-FILE-STATUS-WS.

            SELECT ASSET-ARCHIVE-FILE ASSIGN TO 'ASSETARCH.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS ARCH-FILE-STATUS-WS.

            SELECT CHANGE-JOURNAL-FILE ASSIGN TO 'ASSETCHG.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CHG-FILE-STATUS-WS.

            SELECT IMPAIR-HISTORY-FILE ASSIGN TO 'IMPAIRHIST.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS IMPAIR-FILE-STATUS-WS.

            SELECT XFER-HISTORY-FILE ASSIGN TO 'XFERHIST.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS XFER-FILE-STATUS-WS.

            SELECT SPLIT-HISTORY-FILE ASSIGN TO 'SPLITHIST.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS SPLIT-FILE-STATUS-WS.

            SELECT GL-ARCHIVE-FILE ASSIGN TO 'GLARCHIVE.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS GL-FILE-STATUS-WS.

            SELECT REVERSAL-LOG-FILE ASSIGN TO 'GLREVLOG.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LOG-FILE-STATUS-WS.

            SELECT HIST-REPORT-FILE ASSIGN TO 'ASSETHIST.DOC'
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************
      *INQUIRY CARDS - ONE PER ASSET WANTED. HIST-TYPE-PARM
      *IS 'A' WITH THE ASSET ID IN THE KEY COLUMNS, OR 'T'
      *WITH THE PHYSICAL TAG NUMBER.
      *****************************************************
       FD  HIST-PARM-FILE RECORDING MODE IS F.
       01  HIST-PARM-RECORD.
           05  HIST-TYPE-PARM          PICTURE X.
           05  FILLER                  PICTURE X.
           05  HIST-KEY-PARM           PICTURE X(8).
           05  HIST-ASSET-PARM REDEFINES HIST-KEY-PARM.
               10  HIST-ASSET-ID-PARM  PICTURE X(6).
               10  FILLER              PICTURE X(2).
           05  FILLER                  PICTURE X(70).

       FD  ASSET-INPUT-FILE RECORDING MODE IS F.
       COPY ASSETIN.CPY.

       FD  ASSET-ARCHIVE-FILE RECORDING MODE IS F.
       01  ASSET-ARCHIVE-RECORD.
           05  ARCH-ASSET-IMAGE    PICTURE X(180).

       FD  CHANGE-JOURNAL-FILE RECORDING MODE IS F.
       COPY ASSETCHG.CPY.

       FD  IMPAIR-HISTORY-FILE RECORDING MODE IS F.
       01  IMPAIR-HISTORY-RECORD.
           05  HIST-ASSET-ID-IN    PICTURE X(6).
           05  HIST-DATE-IN        PICTURE 9(6).
           05  HIST-AMOUNT-IN      PICTURE S9(9)V99.
           05  HIST-PRIOR-BV-IN    PICTURE S9(9)V99.
           05  HIST-NEW-BV-IN      PICTURE S9(9)V99.
           05  HIST-JOURNALED-IN   PICTURE X.
           05  FILLER              PICTURE X(34).

       FD  XFER-HISTORY-FILE RECORDING MODE IS F.
       01  XFER-HISTORY-RECORD.
           05  XFER-ASSET-ID-IN    PICTURE X(6).
           05  XFER-DATE-IN        PICTURE 9(6).
           05  XFER-FROM-DEPT-IN   PICTURE X(4).
           05  XFER-TO-DEPT-IN     PICTURE X(4).
           05  XFER-JOURNALED-IN   PICTURE X.
           05  FILLER              PICTURE X(59).

       FD  SPLIT-HISTORY-FILE RECORDING MODE IS F.
       01  SPLIT-HISTORY-RECORD.
           05  SPLIT-ASSET-ID-IN   PICTURE X(6).
           05  SPLIT-NEW-ID-IN     PICTURE X(6).
           05  SPLIT-MONTH-IN      PICTURE 99.
           05  SPLIT-COST-IN       PICTURE S9(9)V99.
           05  SPLIT-ACCUM-IN      PICTURE S9(9)V99.
           05  SPLIT-PROCEEDS-IN   PICTURE S9(9)V99.
           05  SPLIT-JOURNALED-IN  PICTURE X.
           05  FILLER              PICTURE X(32).

       FD  GL-ARCHIVE-FILE RECORDING MODE IS F.
       01  GL-ARCHIVE-RECORD.
           05  ARCH-BATCH-OUT      PICTURE 9(6).
           05  ARCH-IMAGE-OUT      PICTURE X(45).
           05  FILLER              PICTURE X(9).

       FD  REVERSAL-LOG-FILE RECORDING MODE IS F.
       COPY GLREVLOG.CPY.

       FD  HIST-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-A-SINGLE-LINE         PICTURE X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-PARM-WS             PICTURE X(3)     VALUE 'NO'.
           05  EOF-ASSET-WS            PICTURE X(3)     VALUE 'NO'.
           05  EOF-ARCH-WS             PICTURE X(3)     VALUE 'NO'.
           05  EOF-CHG-WS              PICTURE X(3)     VALUE 'NO'.
           05  EOF-IMPAIR-WS           PICTURE X(3)     VALUE 'NO'.
           05  EOF-XFER-WS             PICTURE X(3)     VALUE 'NO'.
           05  EOF-SPLIT-WS            PICTURE X(3)     VALUE 'NO'.
           05  EOF-GL-WS               PICTURE X(3)     VALUE 'NO'.
           05  EOF-LOG-WS              PICTURE X(3)     VALUE 'NO'.
           05  PARM-FILE-STATUS-WS     PICTURE XX       VALUE SPACES.
           05  ASSET-FILE-STATUS-WS    PICTURE XX       VALUE '00'.
           05  ARCH-FILE-STATUS-WS     PICTURE XX       VALUE '00'.
           05  CHG-FILE-STATUS-WS      PICTURE XX       VALUE '00'.
           05  IMPAIR-FILE-STATUS-WS   PICTURE XX       VALUE '00'.
           05  XFER-FILE-STATUS-WS     PICTURE XX       VALUE '00'.
           05  SPLIT-FILE-STATUS-WS    PICTURE XX       VALUE '00'.
           05  GL-FILE-STATUS-WS       PICTURE XX       VALUE '00'.
           05  LOG-FILE-STATUS-WS      PICTURE XX       VALUE '00'.

           05  CARD-COUNT-WS           PICTURE 9(5)     VALUE ZERO.
           05  NOT-FOUND-COUNT-WS      PICTURE 9(5)     VALUE ZERO.

      *****************************************************
      *THE ASSET ASKED FOR - HOW IT IS BEING LOOKED UP, AND
      *WHERE ITS RECORD WAS FOUND
      *****************************************************
           05  LOOKUP-BY-WS            PICTURE X(3)     VALUE SPACES.
           05  LOOKUP-ID-WS            PICTURE X(6)     VALUE SPACES.
           05  LOOKUP-TAG-WS           PICTURE X(8)     VALUE SPACES.
           05  TAG-MATCH-WS            PICTURE X(17)    VALUE SPACES.
           05  FORMER-TAG-WS           PICTURE X(3)     VALUE 'NO'.
           05  ASSET-FOUND-WS          PICTURE X(3)     VALUE 'NO'.
           05  ASSET-SOURCE-WS         PICTURE X(7)     VALUE SPACES.
           05  HIST-ASSET-ID-WS        PICTURE X(6)     VALUE SPACES.

      *****************************************************
      *WHAT THE CHANGE JOURNAL ALREADY COVERS FOR THIS
      *ASSET - THE MASTER-DERIVED LINES FOR THE SAME EVENTS
      *ARE ONLY ADDED WHEN THE JOURNAL HAS NOTHING
      *****************************************************
           05  SEEN-ADD-WS             PICTURE X(3)     VALUE 'NO'.
           05  SEEN-DISPOSAL-WS        PICTURE X(3)     VALUE 'NO'.
           05  SEEN-RETIRE-WS          PICTURE X(3)     VALUE 'NO'.
           05  SEEN-ARCHIVE-WS         PICTURE X(3)     VALUE 'NO'.

      *****************************************************
      *BATCHES REVERSED OUT OF THE LEDGER, FROM GLREVLOG
      *****************************************************
           05  REV-TABLE-COUNT-WS      PICTURE 9(4)     VALUE ZERO.
           05  REV-TABLE-WS.
               10  REV-ENTRY-WS        OCCURS 1000 TIMES
                                       INDEXED BY REV-IDX-WS.
                   15  REV-ORIG-WS     PICTURE 9(6).
                   15  REV-NEW-WS      PICTURE 9(6).
           05  REV-FOUND-WS            PICTURE X(3)     VALUE 'NO'.
           05  REV-MATCH-WS            PICTURE 9(6)     VALUE ZERO.

      *****************************************************
      *THE ASSET'S EVENTS, GATHERED FROM EVERY SOURCE AND
      *PRINTED LOWEST KEY FIRST. THE KEY IS THE DATE, THE
      *TIME (OR GL BATCH) AND THE SEQUENCE WITHIN THE RUN,
      *THEN THE ORDER THE EVENT WAS GATHERED IN, SO LINES
      *WITH THE SAME DATE KEEP THE ORDER THEY WERE WRITTEN.
      *****************************************************
           05  EVT-COUNT-WS            PICTURE 9(4)     VALUE ZERO.
           05  EVT-PRINTED-WS          PICTURE 9(4)     VALUE ZERO.
           05  EVT-SUB-WS              PICTURE 9(4)     VALUE ZERO.
           05  EVT-LOW-SUB-WS          PICTURE 9(4)     VALUE ZERO.
           05  EVT-LOW-KEY-WS          PICTURE X(23)    VALUE SPACES.
           05  EVT-PREV-GROUP-WS       PICTURE X(19)    VALUE SPACES.
           05  EVT-TABLE-WS.
               10  EVT-ENTRY-WS        OCCURS 2000 TIMES.
                   15  EVT-KEY-WS.
                       20  EVT-GROUP-WS.
                           25  EVT-DATE-WS     PICTURE 9(8).
                           25  EVT-TIME-WS     PICTURE 9(6).
                           25  EVT-SEQ-WS      PICTURE 9(5).
                       20  EVT-ORDER-WS        PICTURE 9(4).
                   15  EVT-DONE-WS             PICTURE X.
                   15  EVT-LINE-WS             PICTURE X(117).

           05  EVT-SORT-DATE-WS        PICTURE 9(8)     VALUE ZERO.
           05  EVT-SORT-TIME-WS        PICTURE 9(6)     VALUE ZERO.
           05  EVT-SORT-SEQ-WS         PICTURE 9(5)     VALUE ZERO.

      *****************************************************
      *DATE WORK AREAS - A FULL YYYYMMDD DATE PRINTS AS
      *MM/DD/YYYY, A YYYYMM PERIOD AS MM/YYYY
      *****************************************************
           05  DATE-BUILD-WS           PICTURE 9(8)     VALUE ZERO.
           05  DATE-BUILD-PARTS-WS REDEFINES DATE-BUILD-WS.
               10  BUILD-YEAR-WS       PICTURE 9(4).
               10  BUILD-MONTH-WS      PICTURE 99.
               10  BUILD-DAY-WS        PICTURE 99.
           05  PERIOD-BUILD-WS         PICTURE 9(6)     VALUE ZERO.
           05  PERIOD-BUILD-PARTS-WS REDEFINES PERIOD-BUILD-WS.
               10  PBUILD-YEAR-WS      PICTURE 9(4).
               10  PBUILD-MONTH-WS     PICTURE 99.
           05  FULL-DATE-TEXT-WS.
               10  FDT-MONTH-WS        PICTURE 99.
               10  FILLER              PICTURE X        VALUE '/'.
               10  FDT-DAY-WS          PICTURE 99.
               10  FILLER              PICTURE X        VALUE '/'.
               10  FDT-YEAR-WS         PICTURE 9(4).
           05  MONTH-DATE-TEXT-WS.
               10  MDT-MONTH-WS        PICTURE 99.
               10  FILLER              PICTURE X        VALUE '/'.
               10  MDT-YEAR-WS         PICTURE 9(4).
           05  LEGACY-YEAR-WS          PICTURE 9(4)     VALUE ZERO.

           05  HIST-EDIT-AMT-WS        PICTURE Z,ZZZ,ZZZ,ZZ9.99-.
           05  NET-BOOK-VALUE-WS       PICTURE S9(9)V99 VALUE ZERO.

           05  HOLD-DATE-WS.
               10 YEAR-WS       PIC 9999.
               10 MONTH-WS      PIC 99.
               10 DAY-WS        PIC 99.
               10 HOUR-WS       PIC 99.
               10 MINUTE-WS     PIC 99.
               10 SECOND-WS     PIC 99.

      *****************************************************
      *THE TRANSACTION IMAGE CARRIED ON EACH JOURNAL RECORD
      *AND THE GL EXTRACT IMAGE CARRIED ON EACH ARCHIVE
      *RECORD ARE LAID BACK OVER THEIR OWN LAYOUTS HERE
      *****************************************************
       COPY ASSETTRAN.CPY.

       COPY GLEXTRACT.CPY.

       01  HIST-HEADER-LINE-SETUP.
           05                      PICTURE X       VALUE SPACES.
           05                      PICTURE X(10)   VALUE 'RUN DATE: '.
           05  HIST-HEADER-DATE-OUT.
               10  MONTH-OUT       PICTURE 99.
               10                  PICTURE X       VALUE '/'.
               10  DAY-OUT         PICTURE 99.
               10                  PICTURE X       VALUE '/'.
               10  YEAR-OUT        PICTURE 9999.
           05                      PICTURE X(4)    VALUE SPACES.
           05                      PICTURE X(23)   VALUE
                                      'ASSET LIFECYCLE HISTORY'.

       01  HIST-ASSET-LINE-SETUP.
           05                      PICTURE X(7)    VALUE ' ASSET '.
           05  HIST-ID-OUT         PICTURE X(6).
           05                      PICTURE X(6)    VALUE '  TAG '.
           05  HIST-TAG-OUT        PICTURE X(8).
           05                      PICTURE X(2)    VALUE SPACES.
           05  HIST-NAME-OUT       PICTURE X(10).
           05                      PICTURE X(10)   VALUE '  COMPANY '.
           05  HIST-COMPANY-OUT    PICTURE X(2).
           05                      PICTURE X(7)    VALUE '  DEPT '.
           05  HIST-DEPT-OUT       PICTURE X(4).
           05                      PICTURE X(9)    VALUE '  STATUS '.
           05  HIST-STATUS-OUT     PICTURE X(10).
           05                      PICTURE X(4)    VALUE ' ON '.
           05  HIST-SOURCE-OUT     PICTURE X(7).

       01  HIST-VALUE-LINE-SETUP.
           05                      PICTURE X(7)    VALUE ' COST  '.
           05  HIST-COST-OUT       PICTURE $$$,$$$,$$$,$$9.99-.
           05                      PICTURE X(13)   VALUE
                                      '  ACCUM DEPR '.
           05  HIST-ACCUM-OUT      PICTURE $$$,$$$,$$$,$$9.99-.
           05                      PICTURE X(11)   VALUE
                                      '  NET BOOK '.
           05  HIST-NBV-OUT        PICTURE $$$,$$$,$$$,$$9.99-.

       01  HIST-COLUMN-LINE-SETUP.
           05                      PICTURE X(13)   VALUE
                                      ' DATE'.
           05                      PICTURE X(3)    VALUE 'TR'.
           05                      PICTURE X(21)   VALUE 'EVENT'.
           05                      PICTURE X(13)   VALUE 'FIELD'.
           05                      PICTURE X(18)   VALUE 'BEFORE'.
           05                      PICTURE X(18)   VALUE 'AFTER'.
           05                      PICTURE X(4)    VALUE 'NOTE'.

       01  HIST-DETAIL-LINE-SETUP.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  HIST-EVENT-OUT.
               10  EVT-DATE-OUT    PICTURE X(10).
               10  FILLER          PICTURE X(2).
               10  EVT-CODE-OUT    PICTURE X.
               10  FILLER          PICTURE X(2).
               10  EVT-DESC-OUT    PICTURE X(20).
               10  FILLER          PICTURE X.
               10  EVT-FIELD-OUT   PICTURE X(12).
               10  FILLER          PICTURE X.
               10  EVT-BEFORE-OUT  PICTURE X(17).
               10  FILLER          PICTURE X.
               10  EVT-AFTER-OUT   PICTURE X(17).
               10  FILLER          PICTURE X.
               10  EVT-NOTE-OUT    PICTURE X(32).
           05  FILLER              PICTURE X(14)   VALUE SPACES.

       01  HIST-MESSAGE-LINE-SETUP.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  HIST-MESSAGE-OUT    PICTURE X(60).
           05  HIST-MSG-AMT-OUT    PICTURE $$$,$$$,$$$,$$9.99-.
           05  FILLER              PICTURE X(52)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM    200-OPEN
           PERFORM    300-PROCESS-ONE-CARD UNTIL EOF-PARM-WS = 'YES'
           PERFORM    900-CLOSE
           STOP RUN.

       200-OPEN.
           OPEN INPUT HIST-PARM-FILE
           IF PARM-FILE-STATUS-WS NOT = '00'
               DISPLAY 'ASSETHIST: HISTPARM CARD MISSING - '
                       'STATUS ' PARM-FILE-STATUS-WS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM  250-READ-ONE-CARD
           IF EOF-PARM-WS = 'YES'
               DISPLAY 'ASSETHIST: HISTPARM CARD IS EMPTY'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT ASSET-INPUT-FILE
           IF ASSET-FILE-STATUS-WS NOT = '00'
               DISPLAY 'ASSETHIST: ASSET MASTER OPEN FAILED - '
                       'STATUS ' ASSET-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM  220-LOAD-REVERSALS

           OPEN OUTPUT HIST-REPORT-FILE
           MOVE FUNCTION CURRENT-DATE TO HOLD-DATE-WS
           CALL "DEPRSUB2" USING YEAR-WS, MONTH-WS, DAY-WS,
                                 MONTH-OUT, DAY-OUT, YEAR-OUT
           MOVE HIST-HEADER-LINE-SETUP TO PRINT-A-SINGLE-LINE
           WRITE PRINT-A-SINGLE-LINE AFTER 1 LINE.

      *****************************************************
      *EVERY BATCH GLREVERSE HAS BACKED OUT, WITH THE
      *BATCH THAT OFFSET IT. NO LOG YET MEANS NOTHING HAS
      *EVER BEEN REVERSED.
      *****************************************************
       220-LOAD-REVERSALS.
           OPEN INPUT REVERSAL-LOG-FILE
           IF LOG-FILE-STATUS-WS NOT = '35'
               IF LOG-FILE-STATUS-WS NOT = '00'
                   DISPLAY 'ASSETHIST: REVERSAL LOG OPEN FAILED - '
                           'STATUS ' LOG-FILE-STATUS-WS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM  225-READ-ONE-LOG-RECORD
                        UNTIL EOF-LOG-WS = 'YES'
               CLOSE REVERSAL-LOG-FILE
           END-IF.

       225-READ-ONE-LOG-RECORD.
           READ REVERSAL-LOG-FILE
               AT END
                   MOVE 'YES' TO EOF-LOG-WS
               NOT AT END
                   IF RLOG-REVERSED-IN
                       IF REV-TABLE-COUNT-WS >= 1000
                           DISPLAY 'ASSETHIST: REVERSAL LOG '
                                   'TABLE FULL'
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD  1 TO REV-TABLE-COUNT-WS
                       MOVE RLOG-ORIG-BATCH-IN TO
                            REV-ORIG-WS (REV-TABLE-COUNT-WS)
                       MOVE RLOG-REV-BATCH-IN  TO
                            REV-NEW-WS (REV-TABLE-COUNT-WS)
                   END-IF
           END-READ.

       250-READ-ONE-CARD.
           READ HIST-PARM-FILE
              AT END MOVE 'YES' TO EOF-PARM-WS
           END-READ.

      *****************************************************
      *ONE INQUIRY CARD - FIND THE ASSET, GATHER ITS
      *EVENTS, PRINT THEM
      *****************************************************
       300-PROCESS-ONE-CARD.
           ADD  1 TO CARD-COUNT-WS
           MOVE 'NO'    TO ASSET-FOUND-WS
           MOVE 'NO'    TO FORMER-TAG-WS
           MOVE SPACES  TO ASSET-SOURCE-WS

           EVALUATE HIST-TYPE-PARM
               WHEN 'A'
                   MOVE 'ID'               TO LOOKUP-BY-WS
                   MOVE HIST-ASSET-ID-PARM TO LOOKUP-ID-WS
                   PERFORM  310-FIND-BY-ID
               WHEN 'T'
                   MOVE 'TAG'              TO LOOKUP-BY-WS
                   MOVE HIST-KEY-PARM      TO LOOKUP-TAG-WS
                   PERFORM  320-FIND-BY-TAG
               WHEN OTHER
                   MOVE SPACES TO LOOKUP-BY-WS
           END-EVALUATE

           MOVE SPACES TO PRINT-A-SINGLE-LINE
           WRITE PRINT-A-SINGLE-LINE AFTER 1 LINE
           IF LOOKUP-BY-WS = SPACES
               ADD  1 TO NOT-FOUND-COUNT-WS
               MOVE SPACES TO HIST-MESSAGE-OUT
               STRING 'CARD TYPE NOT A OR T - CARD SKIPPED: '
                          DELIMITED BY SIZE
                      HIST-PARM-RECORD (1:10)
                          DELIMITED BY SIZE
                      INTO HIST-MESSAGE-OUT
               END-STRING
               MOVE ZERO TO HIST-MSG-AMT-OUT
               PERFORM  950-WRITE-MESSAGE-LINE
           ELSE
               IF ASSET-FOUND-WS = 'YES'
                   PERFORM  400-GATHER-EVENTS
                   PERFORM  600-PRINT-HISTORY
               ELSE
                   ADD  1 TO NOT-FOUND-COUNT-WS
                   MOVE SPACES TO HIST-MESSAGE-OUT
                   STRING 'NOT ON MASTER OR ARCHIVE - '
                              DELIMITED BY SIZE
                          LOOKUP-BY-WS DELIMITED BY SPACE
                          ' ' DELIMITED BY SIZE
                          HIST-KEY-PARM DELIMITED BY SIZE
                          INTO HIST-MESSAGE-OUT
                   END-STRING
                   MOVE ZERO TO HIST-MSG-AMT-OUT
                   PERFORM  950-WRITE-MESSAGE-LINE
               END-IF
           END-IF

           PERFORM  250-READ-ONE-CARD.

      *****************************************************
      *BY ASSET ID - A KEYED READ OF THE MASTER, THEN THE
      *ARCHIVE
      *****************************************************
       310-FIND-BY-ID.
           MOVE LOOKUP-ID-WS TO ASSET-ID-IN
           READ ASSET-INPUT-FILE
               INVALID KEY
                   PERFORM  330-SCAN-ARCHIVE
               NOT INVALID KEY
                   MOVE 'YES'     TO ASSET-FOUND-WS
                   MOVE 'MASTER'  TO ASSET-SOURCE-WS
           END-READ.

      *****************************************************
      *BY TAG - THE TAG IS NOT A KEY, SO THE MASTER IS READ
      *FRONT TO BACK, THEN THE ARCHIVE, THEN THE CHANGE
      *JOURNAL FOR THE LAST ASSET THE TAG WAS PUT ON
      *****************************************************
       320-FIND-BY-TAG.
           MOVE 'NO' TO EOF-ASSET-WS
           MOVE LOW-VALUES TO ASSET-ID-IN
           START ASSET-INPUT-FILE KEY IS NOT LESS THAN ASSET-ID-IN
               INVALID KEY MOVE 'YES' TO EOF-ASSET-WS
           END-START
           PERFORM  325-CHECK-ONE-TAG
                    UNTIL EOF-ASSET-WS = 'YES'
                       OR ASSET-FOUND-WS = 'YES'
           IF ASSET-FOUND-WS = 'NO'
               PERFORM  330-SCAN-ARCHIVE
           END-IF
           IF ASSET-FOUND-WS = 'NO'
               PERFORM  340-SCAN-JOURNAL-FOR-TAG
           END-IF.

       325-CHECK-ONE-TAG.
           READ ASSET-INPUT-FILE NEXT RECORD
               AT END
                   MOVE 'YES' TO EOF-ASSET-WS
               NOT AT END
                   IF TAG-NUMBER-IN = LOOKUP-TAG-WS
                       MOVE 'YES'     TO ASSET-FOUND-WS
                       MOVE 'MASTER'  TO ASSET-SOURCE-WS
                   END-IF
           END-READ.

       330-SCAN-ARCHIVE.
           MOVE 'NO' TO EOF-ARCH-WS
           OPEN INPUT ASSET-ARCHIVE-FILE
           IF ARCH-FILE-STATUS-WS NOT = '35'
               IF ARCH-FILE-STATUS-WS NOT = '00'
                   DISPLAY 'ASSETHIST: ASSET ARCHIVE OPEN FAILED - '
                           'STATUS ' ARCH-FILE-STATUS-WS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM  335-CHECK-ONE-ARCHIVED
                        UNTIL EOF-ARCH-WS = 'YES'
                           OR ASSET-FOUND-WS = 'YES'
               CLOSE ASSET-ARCHIVE-FILE
           END-IF.

       335-CHECK-ONE-ARCHIVED.
           READ ASSET-ARCHIVE-FILE
               AT END
                   MOVE 'YES' TO EOF-ARCH-WS
               NOT AT END
                   MOVE ARCH-ASSET-IMAGE TO ASSET-INPUT-RECORD
                   IF (LOOKUP-BY-WS = 'ID'
                       AND ASSET-ID-IN = LOOKUP-ID-WS)
                   OR (LOOKUP-BY-WS = 'TAG'
                       AND TAG-NUMBER-IN = LOOKUP-TAG-WS)
                       MOVE 'YES'     TO ASSET-FOUND-WS
                       MOVE 'ARCHIVE' TO ASSET-SOURCE-WS
                   END-IF
           END-READ.

      *****************************************************
      *A TAG NO ASSET CARRIES TODAY - THE JOURNAL IS IN RUN
      *ORDER, SO THE LAST 'TAG' CHANGE TO IT NAMES THE
      *ASSET THAT HAD IT MOST RECENTLY
      *****************************************************
       340-SCAN-JOURNAL-FOR-TAG.
           MOVE SPACES        TO LOOKUP-ID-WS
           MOVE LOOKUP-TAG-WS TO TAG-MATCH-WS
           MOVE 'NO' TO EOF-CHG-WS
           OPEN INPUT CHANGE-JOURNAL-FILE
           IF CHG-FILE-STATUS-WS NOT = '35'
               IF CHG-FILE-STATUS-WS NOT = '00'
                   DISPLAY 'ASSETHIST: CHANGE JOURNAL OPEN FAILED - '
                           'STATUS ' CHG-FILE-STATUS-WS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM  345-CHECK-ONE-TAG-CHANGE
                        UNTIL EOF-CHG-WS = 'YES'
               CLOSE CHANGE-JOURNAL-FILE
           END-IF
           IF LOOKUP-ID-WS NOT = SPACES
               MOVE 'ID'  TO LOOKUP-BY-WS
               MOVE 'YES' TO FORMER-TAG-WS
               PERFORM  310-FIND-BY-ID
               MOVE 'TAG' TO LOOKUP-BY-WS
           END-IF.

       345-CHECK-ONE-TAG-CHANGE.
           READ CHANGE-JOURNAL-FILE
               AT END
                   MOVE 'YES' TO EOF-CHG-WS
               NOT AT END
                   IF CHG-FIELD-IN = 'TAG'
                      AND CHG-AFTER-IN = TAG-MATCH-WS
                       MOVE CHG-ASSET-ID-IN TO LOOKUP-ID-WS
                   END-IF
           END-READ.

      *****************************************************
      *GATHERS EVERY EVENT FOR THE ASSET NOW IN THE MASTER
      *RECORD AREA. THE JOURNAL GOES FIRST SO THE LATER
      *PASSES KNOW WHICH EVENTS IT ALREADY COVERS.
      *****************************************************
       400-GATHER-EVENTS.
           MOVE ASSET-ID-IN TO HIST-ASSET-ID-WS
           MOVE ZERO  TO EVT-COUNT-WS
           MOVE 'NO'  TO SEEN-ADD-WS
           MOVE 'NO'  TO SEEN-DISPOSAL-WS
           MOVE 'NO'  TO SEEN-RETIRE-WS
           MOVE 'NO'  TO SEEN-ARCHIVE-WS

           PERFORM  410-GATHER-JOURNAL
           PERFORM  430-GATHER-IMPAIRMENTS
           PERFORM  440-GATHER-TRANSFERS
           PERFORM  450-GATHER-SPLITS
           PERFORM  460-GATHER-GL-POSTINGS
           PERFORM  480-ADD-MASTER-EVENTS.

       410-GATHER-JOURNAL.
           MOVE 'NO' TO EOF-CHG-WS
           OPEN INPUT CHANGE-JOURNAL-FILE
           IF CHG-FILE-STATUS-WS NOT = '35'
               IF CHG-FILE-STATUS-WS NOT = '00'
                   DISPLAY 'ASSETHIST: CHANGE JOURNAL OPEN FAILED - '
                           'STATUS ' CHG-FILE-STATUS-WS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM  415-GATHER-ONE-CHANGE
                        UNTIL EOF-CHG-WS = 'YES'
               CLOSE CHANGE-JOURNAL-FILE
           END-IF.

       415-GATHER-ONE-CHANGE.
           READ CHANGE-JOURNAL-FILE
               AT END
                   MOVE 'YES' TO EOF-CHG-WS
               NOT AT END
                   IF CHG-ASSET-ID-IN = HIST-ASSET-ID-WS
                       PERFORM  420-ADD-CHANGE-EVENT
                   END-IF
           END-READ.

       420-ADD-CHANGE-EVENT.
           MOVE CHG-TRAN-IMAGE-IN TO ASSET-TRANSACTION-RECORD
           MOVE SPACES            TO HIST-EVENT-OUT
           MOVE CHG-RUN-DATE-IN   TO DATE-BUILD-WS
           PERFORM  700-FORMAT-FULL-DATE
           MOVE CHG-TRAN-CODE-IN  TO EVT-CODE-OUT
           MOVE CHG-FIELD-IN      TO EVT-FIELD-OUT
           MOVE CHG-BEFORE-IN     TO EVT-BEFORE-OUT
           MOVE CHG-AFTER-IN      TO EVT-AFTER-OUT

           EVALUATE CHG-TRAN-CODE-IN
               WHEN 'A'
                   MOVE 'ASSET ADDED'         TO EVT-DESC-OUT
                   MOVE 'YES' TO SEEN-ADD-WS
               WHEN 'C'
                   MOVE 'MASTER CHANGED'      TO EVT-DESC-OUT
               WHEN 'E'
                   MOVE 'ESTIMATE REVISED'    TO EVT-DESC-OUT
               WHEN 'D'
                   MOVE 'RETIRED'             TO EVT-DESC-OUT
                   MOVE 'YES' TO SEEN-RETIRE-WS
               WHEN 'S'
                   MOVE 'DISPOSED'            TO EVT-DESC-OUT
                   MOVE 'YES' TO SEEN-DISPOSAL-WS
               WHEN 'P'
                   IF CHG-ASSET-ID-IN = TRAN-ASSET-ID-IN
                       MOVE 'PARTIAL DISPOSAL'   TO EVT-DESC-OUT
                       STRING 'SOLD PIECE ' DELIMITED BY SIZE
                              TRAN-SPLIT-ID-IN DELIMITED BY SIZE
                              INTO EVT-NOTE-OUT
                       END-STRING
                   ELSE
                       MOVE 'SPLIT - SOLD PIECE' TO EVT-DESC-OUT
                       STRING 'SPLIT FROM ' DELIMITED BY SIZE
                              TRAN-ASSET-ID-IN DELIMITED BY SIZE
                              INTO EVT-NOTE-OUT
                       END-STRING
                       MOVE 'YES' TO SEEN-ADD-WS
                       MOVE 'YES' TO SEEN-DISPOSAL-WS
                   END-IF
               WHEN 'I'
                   MOVE 'IMPAIRED'            TO EVT-DESC-OUT
                   STRING 'EFFECTIVE ' DELIMITED BY SIZE
                          TRAN-IMPAIR-DATE-IN DELIMITED BY SIZE
                          INTO EVT-NOTE-OUT
                   END-STRING
               WHEN 'T'
                   MOVE 'TRANSFERRED'         TO EVT-DESC-OUT
                   STRING 'EFFECTIVE ' DELIMITED BY SIZE
                          TRAN-XFER-DATE-IN DELIMITED BY SIZE
                          INTO EVT-NOTE-OUT
                   END-STRING
               WHEN 'L'
                   MOVE 'TAG/LOCATION CHANGE' TO EVT-DESC-OUT
               WHEN 'X'
                   MOVE 'ARCHIVED'            TO EVT-DESC-OUT
                   MOVE 'YES' TO SEEN-ARCHIVE-WS
               WHEN OTHER
                   MOVE 'MASTER CHANGED'      TO EVT-DESC-OUT
           END-EVALUATE

           MOVE CHG-RUN-DATE-IN TO EVT-SORT-DATE-WS
           MOVE CHG-RUN-TIME-IN TO EVT-SORT-TIME-WS
           MOVE CHG-SEQUENCE-IN TO EVT-SORT-SEQ-WS
           PERFORM  490-STORE-EVENT.

      *****************************************************
      *IMPAIRMENT HISTORY WRITTEN BEFORE THE JOURNAL - THE
      *JOURNAL ALREADY HOLDS THE REST
      *****************************************************
       430-GATHER-IMPAIRMENTS.
           MOVE 'NO' TO EOF-IMPAIR-WS
           OPEN INPUT IMPAIR-HISTORY-FILE
           IF IMPAIR-FILE-STATUS-WS = '00'
               PERFORM  435-GATHER-ONE-IMPAIRMENT
                        UNTIL EOF-IMPAIR-WS = 'YES'
               CLOSE IMPAIR-HISTORY-FILE
           END-IF.

       435-GATHER-ONE-IMPAIRMENT.
           READ IMPAIR-HISTORY-FILE
               AT END
                   MOVE 'YES' TO EOF-IMPAIR-WS
               NOT AT END
                   IF HIST-ASSET-ID-IN = HIST-ASSET-ID-WS
                      AND HIST-JOURNALED-IN NOT = 'Y'
                       MOVE SPACES           TO HIST-EVENT-OUT
                       MOVE HIST-DATE-IN     TO PERIOD-BUILD-WS
                       PERFORM  705-FORMAT-MONTH-DATE
                       MOVE 'I'              TO EVT-CODE-OUT
                       MOVE 'IMPAIRED'       TO EVT-DESC-OUT
                       MOVE 'BOOK VALUE'     TO EVT-FIELD-OUT
                       MOVE HIST-PRIOR-BV-IN TO HIST-EDIT-AMT-WS
                       MOVE HIST-EDIT-AMT-WS TO EVT-BEFORE-OUT
                       MOVE HIST-NEW-BV-IN   TO HIST-EDIT-AMT-WS
                       MOVE HIST-EDIT-AMT-WS TO EVT-AFTER-OUT
                       MOVE 'FROM IMPAIRMENT HISTORY'
                                             TO EVT-NOTE-OUT
                       COMPUTE EVT-SORT-DATE-WS = HIST-DATE-IN * 100
                       MOVE ZERO TO EVT-SORT-TIME-WS
                       MOVE ZERO TO EVT-SORT-SEQ-WS
                       PERFORM  490-STORE-EVENT
                   END-IF
           END-READ.

       440-GATHER-TRANSFERS.
           MOVE 'NO' TO EOF-XFER-WS
           OPEN INPUT XFER-HISTORY-FILE
           IF XFER-FILE-STATUS-WS = '00'
               PERFORM  445-GATHER-ONE-TRANSFER
                        UNTIL EOF-XFER-WS = 'YES'
               CLOSE XFER-HISTORY-FILE
           END-IF.

       445-GATHER-ONE-TRANSFER.
           READ XFER-HISTORY-FILE
               AT END
                   MOVE 'YES' TO EOF-XFER-WS
               NOT AT END
                   IF XFER-ASSET-ID-IN = HIST-ASSET-ID-WS
                      AND XFER-JOURNALED-IN NOT = 'Y'
                       MOVE SPACES            TO HIST-EVENT-OUT
                       MOVE XFER-DATE-IN      TO PERIOD-BUILD-WS
                       PERFORM  705-FORMAT-MONTH-DATE
                       MOVE 'T'               TO EVT-CODE-OUT
                       MOVE 'TRANSFERRED'     TO EVT-DESC-OUT
                       MOVE 'DEPARTMENT'      TO EVT-FIELD-OUT
                       MOVE XFER-FROM-DEPT-IN TO EVT-BEFORE-OUT
                       MOVE XFER-TO-DEPT-IN   TO EVT-AFTER-OUT
                       MOVE 'FROM TRANSFER HISTORY'
                                              TO EVT-NOTE-OUT
                       COMPUTE EVT-SORT-DATE-WS = XFER-DATE-IN * 100
                       MOVE ZERO TO EVT-SORT-TIME-WS
                       MOVE ZERO TO EVT-SORT-SEQ-WS
                       PERFORM  490-STORE-EVENT
                   END-IF
           END-READ.

      *****************************************************
      *SPLIT HISTORY WRITTEN BEFORE THE JOURNAL CARRIES THE
      *MONTH OF THE SPLIT BUT NOT THE YEAR, SO IT SORTS
      *AHEAD OF EVERYTHING DATED
      *****************************************************
       450-GATHER-SPLITS.
           MOVE 'NO' TO EOF-SPLIT-WS
           OPEN INPUT SPLIT-HISTORY-FILE
           IF SPLIT-FILE-STATUS-WS = '00'
               PERFORM  455-GATHER-ONE-SPLIT
                        UNTIL EOF-SPLIT-WS = 'YES'
               CLOSE SPLIT-HISTORY-FILE
           END-IF.

       455-GATHER-ONE-SPLIT.
           READ SPLIT-HISTORY-FILE
               AT END
                   MOVE 'YES' TO EOF-SPLIT-WS
               NOT AT END
                   IF (SPLIT-ASSET-ID-IN = HIST-ASSET-ID-WS
                       OR SPLIT-NEW-ID-IN = HIST-ASSET-ID-WS)
                      AND SPLIT-JOURNALED-IN NOT = 'Y'
                       PERFORM  457-ADD-SPLIT-EVENT
                   END-IF
           END-READ.

       457-ADD-SPLIT-EVENT.
           MOVE SPACES            TO HIST-EVENT-OUT
           MOVE SPLIT-MONTH-IN    TO MDT-MONTH-WS
           MOVE ZERO              TO MDT-YEAR-WS
           MOVE MONTH-DATE-TEXT-WS TO EVT-DATE-OUT
           MOVE '????'            TO EVT-DATE-OUT (4:4)
           MOVE 'P'               TO EVT-CODE-OUT
           MOVE SPLIT-COST-IN     TO HIST-EDIT-AMT-WS
           MOVE HIST-EDIT-AMT-WS  TO EVT-AFTER-OUT
           IF SPLIT-ASSET-ID-IN = HIST-ASSET-ID-WS
               MOVE 'PARTIAL DISPOSAL'   TO EVT-DESC-OUT
               MOVE 'COST SOLD'          TO EVT-FIELD-OUT
               STRING 'SOLD PIECE ' DELIMITED BY SIZE
                      SPLIT-NEW-ID-IN DELIMITED BY SIZE
                      ', YEAR UNKNOWN' DELIMITED BY SIZE
                      INTO EVT-NOTE-OUT
               END-STRING
           ELSE
               MOVE 'SPLIT - SOLD PIECE' TO EVT-DESC-OUT
               MOVE 'COST'               TO EVT-FIELD-OUT
               STRING 'SPLIT FROM ' DELIMITED BY SIZE
                      SPLIT-ASSET-ID-IN DELIMITED BY SIZE
                      ', YEAR UNKNOWN' DELIMITED BY SIZE
                      INTO EVT-NOTE-OUT
               END-STRING
               MOVE 'YES' TO SEEN-ADD-WS
               MOVE 'YES' TO SEEN-DISPOSAL-WS
           END-IF
           MOVE ZERO TO EVT-SORT-DATE-WS
           MOVE ZERO TO EVT-SORT-TIME-WS
           MOVE ZERO TO EVT-SORT-SEQ-WS
           PERFORM  490-STORE-EVENT.

      *****************************************************
      *EVERY GL POSTING TAKEN FOR THE ASSET, FROM THE
      *ARCHIVE OF EXTRACTS SENT TO THE LEDGER. POSTINGS SORT
      *AT THE END OF THEIR PERIOD, IN BATCH ORDER.
      *****************************************************
       460-GATHER-GL-POSTINGS.
           MOVE 'NO' TO EOF-GL-WS
           OPEN INPUT GL-ARCHIVE-FILE
           IF GL-FILE-STATUS-WS NOT = '35'
               IF GL-FILE-STATUS-WS NOT = '00'
                   DISPLAY 'ASSETHIST: GL ARCHIVE OPEN FAILED - '
                           'STATUS ' GL-FILE-STATUS-WS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM  465-GATHER-ONE-POSTING
                        UNTIL EOF-GL-WS = 'YES'
               CLOSE GL-ARCHIVE-FILE
           END-IF.

       465-GATHER-ONE-POSTING.
           READ GL-ARCHIVE-FILE
               AT END
                   MOVE 'YES' TO EOF-GL-WS
               NOT AT END
                   MOVE ARCH-IMAGE-OUT TO GL-EXTRACT-RECORD
                   IF GL-ACCOUNT-OUT NOT = 'TRAILR'
                      AND GL-ASSET-ID-OUT = HIST-ASSET-ID-WS
                       PERFORM  470-ADD-POSTING-EVENT
                   END-IF
           END-READ.

       470-ADD-POSTING-EVENT.
           MOVE SPACES            TO HIST-EVENT-OUT
           MOVE GL-PERIOD-OUT     TO PERIOD-BUILD-WS
           PERFORM  705-FORMAT-MONTH-DATE
           STRING 'GL BATCH ' DELIMITED BY SIZE
                  ARCH-BATCH-OUT DELIMITED BY SIZE
                  INTO EVT-DESC-OUT
           END-STRING
           STRING 'ACCT ' DELIMITED BY SIZE
                  GL-ACCOUNT-OUT DELIMITED BY SIZE
                  INTO EVT-FIELD-OUT
           END-STRING
           MOVE GL-AMOUNT-OUT     TO HIST-EDIT-AMT-WS
           MOVE HIST-EDIT-AMT-WS  TO EVT-AFTER-OUT

           MOVE 'NO' TO REV-FOUND-WS
           SET  REV-IDX-WS TO 1
           SEARCH REV-ENTRY-WS
               AT END
                   CONTINUE
               WHEN REV-IDX-WS > REV-TABLE-COUNT-WS
                   CONTINUE
               WHEN REV-ORIG-WS (REV-IDX-WS) = ARCH-BATCH-OUT
                   MOVE 'YES' TO REV-FOUND-WS
                   MOVE REV-NEW-WS (REV-IDX-WS) TO REV-MATCH-WS
           END-SEARCH

           IF GL-DRCR-OUT = 'D'
               MOVE 'DR DEPT ' TO EVT-NOTE-OUT
           ELSE
               MOVE 'CR DEPT ' TO EVT-NOTE-OUT
           END-IF
           MOVE GL-DEPT-OUT TO EVT-NOTE-OUT (9:4)
           IF REV-FOUND-WS = 'YES'
               STRING ' REVERSED BY ' DELIMITED BY SIZE
                      REV-MATCH-WS DELIMITED BY SIZE
                      INTO EVT-NOTE-OUT (13:19)
               END-STRING
           END-IF

           COMPUTE EVT-SORT-DATE-WS = GL-PERIOD-OUT * 100 + 99
           MOVE ARCH-BATCH-OUT TO EVT-SORT-TIME-WS
           MOVE ZERO           TO EVT-SORT-SEQ-WS
           PERFORM  490-STORE-EVENT.

      *****************************************************
      *WHAT THE MASTER RECORD ITSELF SAYS HAPPENED BEFORE
      *THE CHANGE JOURNAL WAS KEPT - ONLY WHERE THE JOURNAL
      *HAS NOTHING FOR THE SAME EVENT. A DISPOSAL IS DATED
      *IN THE YEAR THE ROLLFORWARD RETIRED IT, OR THIS YEAR
      *IF IT HAS NOT RETIRED YET. RETIREMENT BY THE
      *YEAR-END ROLLFORWARD IS NEVER JOURNALED, SO IT
      *ALWAYS COMES FROM HERE.
      *****************************************************
       480-ADD-MASTER-EVENTS.
           IF SEEN-ADD-WS = 'NO'
              AND IN-SERVICE-DATE-IN IS NUMERIC
              AND IN-SERVICE-DATE-IN > ZERO
               MOVE SPACES              TO HIST-EVENT-OUT
               MOVE IN-SERVICE-DATE-IN  TO PERIOD-BUILD-WS
               PERFORM  705-FORMAT-MONTH-DATE
               MOVE 'PLACED IN SERVICE' TO EVT-DESC-OUT
               MOVE 'FROM ASSET MASTER' TO EVT-NOTE-OUT
               COMPUTE EVT-SORT-DATE-WS = IN-SERVICE-DATE-IN * 100
               MOVE ZERO TO EVT-SORT-TIME-WS
               MOVE ZERO TO EVT-SORT-SEQ-WS
               PERFORM  490-STORE-EVENT
           END-IF

           IF SEEN-DISPOSAL-WS = 'NO' AND ASSET-DISPOSED-IN
               IF ASSET-RETIRED-IN AND LAST-ROLLED-YEAR-IN > ZERO
                   MOVE LAST-ROLLED-YEAR-IN TO LEGACY-YEAR-WS
               ELSE
                   MOVE YEAR-WS             TO LEGACY-YEAR-WS
               END-IF
               MOVE SPACES              TO HIST-EVENT-OUT
               COMPUTE PERIOD-BUILD-WS =
                       LEGACY-YEAR-WS * 100 + DISPOSAL-MONTH-IN
               PERFORM  705-FORMAT-MONTH-DATE
               MOVE 'S'                 TO EVT-CODE-OUT
               MOVE 'DISPOSED'          TO EVT-DESC-OUT
               MOVE 'PROCEEDS'          TO EVT-FIELD-OUT
               MOVE DISPOSAL-PROCEEDS-IN TO HIST-EDIT-AMT-WS
               MOVE HIST-EDIT-AMT-WS    TO EVT-AFTER-OUT
               MOVE 'FROM ASSET MASTER' TO EVT-NOTE-OUT
               COMPUTE EVT-SORT-DATE-WS = PERIOD-BUILD-WS * 100
               MOVE ZERO TO EVT-SORT-TIME-WS
               MOVE ZERO TO EVT-SORT-SEQ-WS
               PERFORM  490-STORE-EVENT
           END-IF

           IF SEEN-RETIRE-WS = 'NO' AND ASSET-RETIRED-IN
               MOVE SPACES              TO HIST-EVENT-OUT
               MOVE 'STATUS'            TO EVT-FIELD-OUT
               MOVE 'R'                 TO EVT-AFTER-OUT
               IF LAST-ROLLED-YEAR-IN > ZERO
                   COMPUTE DATE-BUILD-WS =
                           LAST-ROLLED-YEAR-IN * 10000 + 1231
                   PERFORM  700-FORMAT-FULL-DATE
                   MOVE 'RETIRED AT YEAR END' TO EVT-DESC-OUT
                   MOVE 'YEAR-END ROLLFORWARD' TO EVT-NOTE-OUT
                   MOVE DATE-BUILD-WS  TO EVT-SORT-DATE-WS
               ELSE
                   MOVE 'UNKNOWN'      TO EVT-DATE-OUT
                   MOVE 'RETIRED'      TO EVT-DESC-OUT
                   MOVE 'DATE NOT RECORDED' TO EVT-NOTE-OUT
                   MOVE 99999998       TO EVT-SORT-DATE-WS
               END-IF
               MOVE ZERO TO EVT-SORT-TIME-WS
               MOVE ZERO TO EVT-SORT-SEQ-WS
               PERFORM  490-STORE-EVENT
           END-IF

           IF SEEN-ARCHIVE-WS = 'NO' AND ASSET-SOURCE-WS = 'ARCHIVE'
               MOVE SPACES              TO HIST-EVENT-OUT
               MOVE 'UNKNOWN'           TO EVT-DATE-OUT
               MOVE 'ARCHIVED'          TO EVT-DESC-OUT
               MOVE 'ARCHIVE DATE NOT RECORDED' TO EVT-NOTE-OUT
               MOVE 99999999 TO EVT-SORT-DATE-WS
               MOVE ZERO     TO EVT-SORT-TIME-WS
               MOVE ZERO     TO EVT-SORT-SEQ-WS
               PERFORM  490-STORE-EVENT
           END-IF.

       490-STORE-EVENT.
           IF EVT-COUNT-WS >= 2000
               DISPLAY 'ASSETHIST: EVENT TABLE FULL FOR ASSET '
                       HIST-ASSET-ID-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD  1 TO EVT-COUNT-WS
           MOVE EVT-SORT-DATE-WS TO EVT-DATE-WS (EVT-COUNT-WS)
           MOVE EVT-SORT-TIME-WS TO EVT-TIME-WS (EVT-COUNT-WS)
           MOVE EVT-SORT-SEQ-WS  TO EVT-SEQ-WS (EVT-COUNT-WS)
           MOVE EVT-COUNT-WS     TO EVT-ORDER-WS (EVT-COUNT-WS)
           MOVE 'N'              TO EVT-DONE-WS (EVT-COUNT-WS)
           MOVE HIST-EVENT-OUT   TO EVT-LINE-WS (EVT-COUNT-WS).

      *****************************************************
      *THE ASSET'S HEADING, THEN ITS EVENTS LOWEST KEY
      *FIRST. LINES AFTER THE FIRST FROM THE SAME
      *TRANSACTION DROP THE DATE, CODE AND EVENT SO EACH
      *TRANSACTION READS AS ONE BLOCK.
      *****************************************************
       600-PRINT-HISTORY.
           MOVE ASSET-ID-IN     TO HIST-ID-OUT
           MOVE TAG-NUMBER-IN   TO HIST-TAG-OUT
           MOVE NAME-IN         TO HIST-NAME-OUT
           MOVE COMPANY-IN      TO HIST-COMPANY-OUT
           MOVE DEPT-IN         TO HIST-DEPT-OUT
           MOVE ASSET-SOURCE-WS TO HIST-SOURCE-OUT
           EVALUATE TRUE
               WHEN ASSET-DISPOSED-IN
                   MOVE 'DISPOSED'  TO HIST-STATUS-OUT
               WHEN ASSET-RETIRED-IN
                   MOVE 'RETIRED'   TO HIST-STATUS-OUT
               WHEN OTHER
                   MOVE 'ACTIVE'    TO HIST-STATUS-OUT
           END-EVALUATE
           MOVE HIST-ASSET-LINE-SETUP TO PRINT-A-SINGLE-LINE
           WRITE PRINT-A-SINGLE-LINE AFTER 1 LINE

           COMPUTE NET-BOOK-VALUE-WS = PRICE-IN - ACCUM-DEPR-IN
           MOVE PRICE-IN          TO HIST-COST-OUT
           MOVE ACCUM-DEPR-IN     TO HIST-ACCUM-OUT
           MOVE NET-BOOK-VALUE-WS TO HIST-NBV-OUT
           MOVE HIST-VALUE-LINE-SETUP TO PRINT-A-SINGLE-LINE
           WRITE PRINT-A-SINGLE-LINE AFTER 1 LINE

           IF FORMER-TAG-WS = 'YES'
               MOVE SPACES TO HIST-MESSAGE-OUT
               STRING 'FOUND BY FORMER TAG ' DELIMITED BY SIZE
                      LOOKUP-TAG-WS DELIMITED BY SIZE
                      INTO HIST-MESSAGE-OUT
               END-STRING
               MOVE ZERO TO HIST-MSG-AMT-OUT
               PERFORM  950-WRITE-MESSAGE-LINE
           END-IF

           MOVE SPACES TO PRINT-A-SINGLE-LINE
           WRITE PRINT-A-SINGLE-LINE AFTER 1 LINE
           MOVE HIST-COLUMN-LINE-SETUP TO PRINT-A-SINGLE-LINE
           WRITE PRINT-A-SINGLE-LINE AFTER 1 LINE

           MOVE ZERO   TO EVT-PRINTED-WS
           MOVE SPACES TO EVT-PREV-GROUP-WS
           PERFORM  620-PRINT-NEXT-EVENT
                    UNTIL EVT-PRINTED-WS = EVT-COUNT-WS

           IF EVT-COUNT-WS = ZERO
               MOVE 'NO HISTORY ON FILE FOR THIS ASSET'
                                   TO HIST-MESSAGE-OUT
           ELSE
               MOVE 'EVENTS LISTED' TO HIST-MESSAGE-OUT
           END-IF
           MOVE EVT-COUNT-WS TO HIST-MSG-AMT-OUT
           PERFORM  950-WRITE-MESSAGE-LINE.

       620-PRINT-NEXT-EVENT.
           MOVE HIGH-VALUES TO EVT-LOW-KEY-WS
           MOVE ZERO        TO EVT-LOW-SUB-WS
           MOVE 1           TO EVT-SUB-WS
           PERFORM  625-CHECK-ONE-EVENT
                    UNTIL EVT-SUB-WS > EVT-COUNT-WS

           MOVE 'Y' TO EVT-DONE-WS (EVT-LOW-SUB-WS)
           ADD  1   TO EVT-PRINTED-WS
           MOVE EVT-LINE-WS (EVT-LOW-SUB-WS) TO HIST-EVENT-OUT
           IF EVT-GROUP-WS (EVT-LOW-SUB-WS) = EVT-PREV-GROUP-WS
              AND EVT-CODE-OUT NOT = SPACE
               MOVE SPACES TO EVT-DATE-OUT
               MOVE SPACES TO EVT-CODE-OUT
               MOVE SPACES TO EVT-DESC-OUT
               MOVE SPACES TO EVT-NOTE-OUT
           END-IF
           MOVE EVT-GROUP-WS (EVT-LOW-SUB-WS) TO EVT-PREV-GROUP-WS
           MOVE HIST-DETAIL-LINE-SETUP TO PRINT-A-SINGLE-LINE
           WRITE PRINT-A-SINGLE-LINE AFTER 1 LINE.

       625-CHECK-ONE-EVENT.
           IF EVT-DONE-WS (EVT-SUB-WS) = 'N'
              AND EVT-KEY-WS (EVT-SUB-WS) < EVT-LOW-KEY-WS
               MOVE EVT-KEY-WS (EVT-SUB-WS) TO EVT-LOW-KEY-WS
               MOVE EVT-SUB-WS              TO EVT-LOW-SUB-WS
           END-IF
           ADD  1 TO EVT-SUB-WS.

      *****************************************************
      *YYYYMMDD IN DATE-BUILD-WS TO MM/DD/YYYY, AND YYYYMM
      *IN PERIOD-BUILD-WS TO MM/YYYY, IN THE EVENT LINE
      *****************************************************
       700-FORMAT-FULL-DATE.
           MOVE BUILD-MONTH-WS TO FDT-MONTH-WS
           MOVE BUILD-DAY-WS   TO FDT-DAY-WS
           MOVE BUILD-YEAR-WS  TO FDT-YEAR-WS
           MOVE FULL-DATE-TEXT-WS TO EVT-DATE-OUT.

       705-FORMAT-MONTH-DATE.
           MOVE PBUILD-MONTH-WS TO MDT-MONTH-WS
           MOVE PBUILD-YEAR-WS  TO MDT-YEAR-WS
           MOVE MONTH-DATE-TEXT-WS TO EVT-DATE-OUT.

       900-CLOSE.
           MOVE SPACES TO PRINT-A-SINGLE-LINE
           WRITE PRINT-A-SINGLE-LINE AFTER 1 LINE
           MOVE 'INQUIRY CARDS READ'   TO HIST-MESSAGE-OUT
           MOVE CARD-COUNT-WS          TO HIST-MSG-AMT-OUT
           PERFORM  950-WRITE-MESSAGE-LINE
           MOVE 'ASSETS NOT FOUND'     TO HIST-MESSAGE-OUT
           MOVE NOT-FOUND-COUNT-WS     TO HIST-MSG-AMT-OUT
           PERFORM  950-WRITE-MESSAGE-LINE
           IF NOT-FOUND-COUNT-WS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF

           CLOSE HIST-PARM-FILE ASSET-INPUT-FILE HIST-REPORT-FILE.

       950-WRITE-MESSAGE-LINE.
           MOVE HIST-MESSAGE-LINE-SETUP TO PRINT-A-SINGLE-LINE
           WRITE PRINT-A-SINGLE-LINE AFTER 1 LINE.
