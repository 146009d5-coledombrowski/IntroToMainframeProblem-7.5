      *
      *ASSETREG READS ASSETARCH.DAT BACK WHEN THE
      *INSURANCE OR PROPERTY-TAX PEOPLE NEED THE HISTORY.
      *EACH ASSET ARCHIVED IS ALSO NOTED IN THE CHANGE
      *JOURNAL ASSETCHG.DAT SO ITS LIFECYCLE HISTORY ENDS
      *WITH THE DATE IT LEFT THE MASTER.
      *
      *RETURN CODES
      *   0  CLEAN RUN
      *   8  REFUSED - ARCHPARM CARD MISSING OR INVALID, OR THE
      *                MASTER COUNTS DO NOT PROVE
      *  12  FILE ERROR OR TABLE FULL - RUN ABENDED
      *****************************************************

       ENVIRONMENT DIVISION.
            SELECT ARCHIVE-FILE ASSIGN TO 'ASSETARCH.DAT'
            ORGANIZATION IS LINE SEQUENTIAL.

            SELECT CHANGE-JOURNAL-FILE ASSIGN TO 'ASSETCHG.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CHG-FILE-STATUS-WS.

            SELECT ARCH-PARM-FILE ASSIGN TO 'ARCHPARM.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PARM-FILE-STATUS-WS.
      *****************************************************
       FD  ARCHIVE-FILE RECORDING MODE IS F.
       01  ARCHIVE-RECORD.
           05  ARCH-ASSET-IMAGE    PICTURE X(180).

       FD  CHANGE-JOURNAL-FILE RECORDING MODE IS F.
       COPY ASSETCHG.CPY.

      *****************************************************
      *RUN-CONTROL CARD - THE RETENTION PERIOD IN YEARS
           05  EOF-ASSET-WS            PICTURE X(3)     VALUE 'NO'.
           05  ASSET-FILE-STATUS-WS    PICTURE XX       VALUE '00'.
           05  PARM-FILE-STATUS-WS     PICTURE XX       VALUE SPACES.
           05  CHG-FILE-STATUS-WS      PICTURE XX       VALUE '00'.

           05  RETENTION-YEARS-WS      PICTURE 99       VALUE ZERO.
           05  CURRENT-YEAR-WS         PICTURE 9(4)     VALUE ZERO.
           05  BEFORE-COUNT-WS         PICTURE 9(5)     VALUE ZERO.
           05  AFTER-COUNT-WS          PICTURE 9(5)     VALUE ZERO.
           05  ARCHIVED-COUNT-WS       PICTURE 9(5)     VALUE ZERO.
           05  ARCHIVED-COST-WS        PICTURE S9(11)V99 VALUE ZERO.
           05  ARCHIVED-ACCUM-WS       PICTURE S9(11)V99 VALUE ZERO.
           05  HELD-NO-YEAR-WS         PICTURE 9(5)     VALUE ZERO.
           05  PROOF-FAILED-WS         PICTURE X(3)     VALUE 'NO'.

               10 HOUR-WS       PIC 99.
               10 MINUTE-WS     PIC 99.
               10 SECOND-WS     PIC 99.
           05  HOLD-DATE-PARTS-WS REDEFINES HOLD-DATE-WS.
               10 RUN-DATE-WS   PIC 9(8).
               10 RUN-TIME-WS   PIC 9(6).

       01  ARCH-HEADER-LINE-SETUP.
           05                      PICTURE X       VALUE SPACES.
       01  ARCH-MESSAGE-LINE-SETUP.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  ARCH-MESSAGE-OUT    PICTURE X(60).
           05  ARCH-MSG-AMT-OUT    PICTURE $$$,$$$,$$$,$$9.99-.
           05  FILLER              PICTURE X(52)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAINLINE.
           IF ASSET-FILE-STATUS-WS NOT = '00'
               DISPLAY 'ASSETARCH: ASSET MASTER OPEN '
                       'FAILED - STATUS ' ASSET-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN EXTEND ARCHIVE-FILE
           OPEN EXTEND CHANGE-JOURNAL-FILE
           IF CHG-FILE-STATUS-WS = '35'
               OPEN OUTPUT CHANGE-JOURNAL-FILE
           END-IF
           IF CHG-FILE-STATUS-WS NOT = '00'
               DISPLAY 'ASSETARCH: CHANGE JOURNAL OPEN FAILED - '
                       'STATUS ' CHG-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ARCH-REPORT-FILE

           MOVE FUNCTION CURRENT-DATE TO HOLD-DATE-WS
                   DISPLAY 'ASSETARCH: DELETE FAILED FOR '
                           ASSET-ID-IN ' - STATUS '
                           ASSET-FILE-STATUS-WS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-DELETE

           ADD  1              TO ARCHIVED-COUNT-WS
           ADD  PRICE-IN       TO ARCHIVED-COST-WS
           ADD  ACCUM-DEPR-IN  TO ARCHIVED-ACCUM-WS
           PERFORM  320-JOURNAL-ARCHIVE.

      *****************************************************
      *THE ASSET'S LAST CHANGE-JOURNAL ENTRY - THE DAY IT
      *LEFT THE MASTER FOR THE ARCHIVE
      *****************************************************
       320-JOURNAL-ARCHIVE.
           MOVE SPACES             TO CHANGE-JOURNAL-RECORD
           MOVE ASSET-ID-IN        TO CHG-ASSET-ID-IN
           MOVE RUN-DATE-WS        TO CHG-RUN-DATE-IN
           MOVE RUN-TIME-WS        TO CHG-RUN-TIME-IN
           MOVE ARCHIVED-COUNT-WS  TO CHG-SEQUENCE-IN
           MOVE 'X'                TO CHG-TRAN-CODE-IN
           MOVE 'ARCHIVED'         TO CHG-FIELD-IN
           MOVE 'ASSET MASTER'     TO CHG-BEFORE-IN
           MOVE 'ASSETARCH.DAT'    TO CHG-AFTER-IN
           WRITE CHANGE-JOURNAL-RECORD.

      *****************************************************
      *THE MASTER IS RE-READ FRONT TO BACK AFTER THE PURGE
               MOVE 8 TO RETURN-CODE
           END-IF

           CLOSE ASSET-INPUT-FILE ARCHIVE-FILE ARCH-REPORT-FILE
                 CHANGE-JOURNAL-FILE.

       950-WRITE-MESSAGE-LINE.
           MOVE ARCH-MESSAGE-LINE-SETUP TO PRINT-A-SINGLE-LINE
