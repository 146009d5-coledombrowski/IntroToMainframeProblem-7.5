       IDENTIFICATION DIVISION.
       PROGRAM-ID. ASSETSTREAM.
       AUTHOR. COLE DOMBROWSKI.

      *****************************************************
      *ASSETSTREAM RUNS THE FIXED ASSET JOB STREAM IN ORDER
      *FOR THE MODE ON THE STREAMPARM.DAT CARD, CHECKING
      *EACH STEP'S RETURN CODE BEFORE GOING ON:
      *
      *  'N'  NIGHTLY   - ASSETAPPR, ASSETEDIT, APPRAGING,
      *                   ASSETMAINT
      *  'M'  MONTH-END - THE NIGHTLY STEPS, THEN
      *                   STARTDEPRECIATION, DEFERREDTAX,
      *                   GLBALANCE, GLINTERFACE AND
      *                   DEPRVARIANCE
      *  'Y'  YEAR-END  - THE MONTH-END STEPS, THEN
      *                   ASSETROLL AND ASSETARCH
      *
      *THE STEPS' OWN CARDS (DEPRPARM.DAT, ROLLPARM.DAT,
      *ARCHPARM.DAT AND SO ON) ARE SET UP AS FOR A RUN BY
      *HAND. EACH STEP IS RUN AS ITS PROGRAM BY NAME FROM
      *THE JOB'S SEARCH PATH.
      *
      *EVERY STEP HAS A HIGHEST RETURN CODE IT MAY END WITH
      *(THE STEP TABLE BELOW). THE FIRST STEP OVER ITS
      *ALLOWANCE STOPS THE STREAM AND ITS NUMBER IS SAVED
      *IN STREAMCKPT.DAT. THE NEXT SUBMISSION OF THE SAME
      *MODE RESUMES AT THAT STEP - THE STEPS BEFORE IT
      *ALREADY RAN CLEAN AND ARE NOT RUN AGAIN. A
      *STARTDEPRECIATION STEP THAT FAILED PART WAY PICKS UP
      *FROM ITS OWN CHECKPOINT WHEN IT IS RERUN. WHILE A
      *STREAM IS WAITING TO RESTART, A SUBMISSION FOR
      *ANOTHER MODE IS REFUSED; RESTART SWITCH 'F' ON THE
      *CARD DISCARDS THE FAILED STREAM AND STARTS FROM THE
      *FIRST STEP.
      *
      *EVERY STEP STARTED, ENDED, FAILED OR SKIPPED IS
      *APPENDED TO THE PERMANENT STEP LOG ASSETSTREAM.LOG.
      *
      *STEP RETURN CODES FOLLOW THE SHOP STANDARD EVERY
      *PROGRAM IN THE SYSTEM DOCUMENTS:
      *   0  CLEAN RUN
      *   4  WARNINGS - SUSPENSE, REJECTS, EXCEPTIONS
      *   8  RUN REFUSED
      *  12  FILE ERROR OR TABLE FULL - RUN ABENDED
      *A STEP THAT COULD NOT BE STARTED OR WAS CANCELLED
      *COUNTS AS OVER ITS ALLOWANCE.
      *
      *RETURN CODES
      *   0  CLEAN RUN
      *   4  WARNING - A STEP ENDED WITH WARNINGS WITHIN ITS
      *                ALLOWANCE
      *   8  REFUSED - CARD MISSING OR INVALID, ANOTHER
      *                MODE WAITING TO RESTART, OR A STEP
      *                FAILED WITH RETURN CODE 8 OR LESS
      *  12  FILE ERROR, OR A STEP FAILED WITH RETURN CODE
      *      OVER 8 OR COULD NOT BE RUN
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT STREAM-PARM-FILE ASSIGN TO 'STREAMPARM.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PARM-FILE-STATUS-WS.

            SELECT STREAM-CKPT-FILE ASSIGN TO 'STREAMCKPT.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS CKPT-FILE-STATUS-WS.

            SELECT STREAM-LOG-FILE ASSIGN TO 'ASSETSTREAM.LOG'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS LOG-FILE-STATUS-WS.

       DATA DIVISION.
       FILE SECTION.
      *****************************************************
      *STREAM CARD - THE MODE TO RUN AND THE RESTART
      *SWITCH (BLANK TO RESUME A FAILED STREAM OF THE SAME
      *MODE, 'F' TO DISCARD IT AND START FRESH)
      *****************************************************
       FD  STREAM-PARM-FILE RECORDING MODE IS F.
       01  STREAM-PARM-RECORD.
           05  STRM-MODE-PARM          PICTURE X.
           05  STRM-RESTART-PARM       PICTURE X.
           05  FILLER                  PICTURE X(78).

      *****************************************************
      *RESTART POINT - ONE RECORD WHILE A FAILED STREAM IS
      *WAITING TO BE RESUBMITTED, EMPTY OTHERWISE
      *****************************************************
       FD  STREAM-CKPT-FILE RECORDING MODE IS F.
       01  STREAM-CKPT-RECORD.
           05  CKPT-MODE-IN            PICTURE X.
           05  CKPT-STEP-IN            PICTURE 99.
           05  CKPT-PROGRAM-IN         PICTURE X(20).
           05  CKPT-RC-IN              PICTURE 9(3).
           05  CKPT-DATE-IN            PICTURE 9(8).
           05  CKPT-TIME-IN            PICTURE 9(6).
           05  FILLER                  PICTURE X(10).

       FD  STREAM-LOG-FILE RECORDING MODE IS F.
       01  PRINT-STREAM-LINE           PICTURE X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  PARM-FILE-STATUS-WS     PICTURE XX    VALUE SPACES.
           05  CKPT-FILE-STATUS-WS     PICTURE XX    VALUE SPACES.
           05  LOG-FILE-STATUS-WS      PICTURE XX    VALUE SPACES.

           05  STREAM-MODE-WS          PICTURE X     VALUE SPACE.
               88  NIGHTLY-STREAM-WS           VALUE 'N'.
               88  MONTH-END-STREAM-WS         VALUE 'M'.
               88  YEAR-END-STREAM-WS          VALUE 'Y'.
           05  STREAM-MODE-NAME-WS     PICTURE X(9)  VALUE SPACES.
           05  PENDING-RESTART-WS      PICTURE X(3)  VALUE 'NO'.
           05  STREAM-FAILED-WS        PICTURE X(3)  VALUE 'NO'.
           05  STEP-IN-MODE-WS         PICTURE X(3)  VALUE 'NO'.
           05  START-STEP-WS           PICTURE 99    VALUE 1.
           05  STEP-SUB-WS             PICTURE 99    VALUE ZERO.
           05  FAILED-STEP-WS          PICTURE 99    VALUE ZERO.
           05  STEPS-RUN-WS            PICTURE 99    VALUE ZERO.
           05  HIGH-RC-WS              PICTURE 9(3)  VALUE ZERO.
           05  STREAM-RC-WS            PICTURE 99    VALUE ZERO.
           05  REFUSE-MESSAGE-WS       PICTURE X(50) VALUE SPACES.

      *****************************************************
      *STEP RETURN CODE - THE STATUS HANDED BACK WHEN A
      *STEP ENDS CARRIES ITS RETURN CODE IN THE HIGH-ORDER
      *BYTE; ANYTHING IN THE LOW-ORDER BYTE MEANS THE STEP
      *WAS CANCELLED RATHER THAN ENDING ON ITS OWN
      *****************************************************
           05  STEP-COMMAND-WS         PICTURE X(80) VALUE SPACES.
           05  STEP-STATUS-WS          PICTURE S9(9) VALUE ZERO.
           05  STEP-RC-WS              PICTURE 9(3)  VALUE ZERO.
           05  STEP-CANCEL-WS          PICTURE S9(3) VALUE ZERO.
           05  RC-EDIT-WS              PICTURE ZZ9.

      *****************************************************
      *THE JOB STREAM - EACH STEP'S PROGRAM, THE MODES IT
      *RUNS IN (N NIGHTLY, M MONTH-END, Y YEAR-END) AND THE
      *HIGHEST RETURN CODE IT MAY END WITH. THE STEP
      *NUMBER IS THE ENTRY'S PLACE IN THE TABLE, SO A
      *RESTART POINT MEANS THE SAME STEP IN EVERY MODE.
      *****************************************************
           05  STEP-VALUES.
               10                      PICTURE X(26) VALUE
                   'ASSETAPPR           NMY 04'.
               10                      PICTURE X(26) VALUE
                   'ASSETEDIT           NMY 04'.
               10                      PICTURE X(26) VALUE
                   'APPRAGING           NMY 04'.
               10                      PICTURE X(26) VALUE
                   'ASSETMAINT          NMY 04'.
               10                      PICTURE X(26) VALUE
                   'StartDepreciation    MY 04'.
               10                      PICTURE X(26) VALUE
                   'DEFERREDTAX          MY 04'.
               10                      PICTURE X(26) VALUE
                   'GLBALANCE            MY 00'.
               10                      PICTURE X(26) VALUE
                   'GLINTERFACE          MY 00'.
               10                      PICTURE X(26) VALUE
                   'DEPRVARIANCE         MY 04'.
               10                      PICTURE X(26) VALUE
                   'ASSETROLL             Y 00'.
               10                      PICTURE X(26) VALUE
                   'ASSETARCH             Y 00'.
           05  STEP-TABLE REDEFINES STEP-VALUES.
               10  STEP-ENTRY-WS       OCCURS 11 TIMES.
                   15  STEP-PROGRAM-WS PICTURE X(20).
                   15  STEP-NIGHTLY-WS PICTURE X.
                   15  STEP-MONTH-END-WS
                                       PICTURE X.
                   15  STEP-YEAR-END-WS
                                       PICTURE X.
                   15  FILLER          PICTURE X.
                   15  STEP-MAX-RC-WS  PICTURE 99.
           05  STEP-COUNT-WS           PICTURE 99    VALUE 11.

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

      *****************************************************
      *STEP LOG LINE - ONE PER STREAM EVENT
      *****************************************************
       01  STREAM-LOG-LINE-SETUP.
           05  FILLER                  PICTURE X      VALUE SPACE.
           05  SLOG-DATE-OUT.
               10  SLOG-MONTH-OUT      PICTURE 99.
               10                      PICTURE X      VALUE '/'.
               10  SLOG-DAY-OUT        PICTURE 99.
               10                      PICTURE X      VALUE '/'.
               10  SLOG-YEAR-OUT       PICTURE 9999.
           05  FILLER                  PICTURE X      VALUE SPACE.
           05  SLOG-TIME-OUT.
               10  SLOG-HOUR-OUT       PICTURE 99.
               10                      PICTURE X      VALUE ':'.
               10  SLOG-MINUTE-OUT     PICTURE 99.
               10                      PICTURE X      VALUE ':'.
               10  SLOG-SECOND-OUT     PICTURE 99.
           05  FILLER                  PICTURE X(2)   VALUE SPACES.
           05  SLOG-MODE-OUT           PICTURE X(9).
           05  FILLER                  PICTURE X(2)   VALUE SPACES.
           05  SLOG-STEP-OUT           PICTURE ZZ.
           05  FILLER                  PICTURE X(2)   VALUE SPACES.
           05  SLOG-PROGRAM-OUT        PICTURE X(20).
           05  FILLER                  PICTURE X(2)   VALUE SPACES.
           05  SLOG-ACTION-OUT         PICTURE X(10).
           05  FILLER                  PICTURE X(2)   VALUE SPACES.
           05  SLOG-RC-AREA-OUT        PICTURE X(14).
           05  FILLER                  PICTURE X(2)   VALUE SPACES.
           05  SLOG-NOTE-OUT           PICTURE X(50).
           05  FILLER                  PICTURE X(5)   VALUE SPACES.

       01  RC-AREA-SETUP.
           05                          PICTURE X(3)   VALUE 'RC '.
           05  RC-AREA-RC-OUT          PICTURE X(3).
           05                          PICTURE X(5)   VALUE ' MAX '.
           05  RC-AREA-MAX-OUT         PICTURE X(3).

       01  RESTART-NOTE-SETUP.
           05  RESTART-NOTE-TEXT-OUT   PICTURE X(33).
           05  RESTART-NOTE-STEP-OUT   PICTURE Z9.
           05  FILLER                  PICTURE X(15)  VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM    200-OPEN
           PERFORM    300-RUN-ONE-STEP
                      UNTIL STEP-SUB-WS > STEP-COUNT-WS
                      OR STREAM-FAILED-WS = 'YES'
           PERFORM    900-CLOSE
           MOVE STREAM-RC-WS TO RETURN-CODE
           STOP RUN.

       200-OPEN.
           MOVE FUNCTION CURRENT-DATE TO HOLD-DATE-WS
           OPEN EXTEND STREAM-LOG-FILE
           IF LOG-FILE-STATUS-WS = '35'
               OPEN OUTPUT STREAM-LOG-FILE
           END-IF
           IF LOG-FILE-STATUS-WS NOT = '00'
               DISPLAY 'ASSETSTREAM: STEP LOG OPEN FAILED - '
                       'STATUS ' LOG-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           PERFORM  210-READ-STREAM-PARM
           PERFORM  220-READ-RESTART-POINT

           MOVE SPACES       TO SLOG-PROGRAM-OUT
           MOVE ZERO         TO SLOG-STEP-OUT
           MOVE 'STREAM'     TO SLOG-ACTION-OUT
           MOVE SPACES       TO SLOG-RC-AREA-OUT
           IF START-STEP-WS > 1
               MOVE 'RESTARTING FAILED STREAM AT STEP'
                                 TO RESTART-NOTE-TEXT-OUT
               MOVE START-STEP-WS TO RESTART-NOTE-STEP-OUT
               MOVE RESTART-NOTE-SETUP TO SLOG-NOTE-OUT
           ELSE
               MOVE 'STARTED FROM THE FIRST STEP' TO SLOG-NOTE-OUT
           END-IF
           PERFORM  850-WRITE-LOG-LINE
           MOVE 1 TO STEP-SUB-WS.

      *****************************************************
      *THE STREAM CARD IS REQUIRED - GUESSING AT THE MODE
      *COULD RUN A MONTH-END CLOSE ON AN ORDINARY NIGHT
      *****************************************************
       210-READ-STREAM-PARM.
           OPEN INPUT STREAM-PARM-FILE
           IF PARM-FILE-STATUS-WS NOT = '00'
               MOVE 'STREAMPARM CARD MISSING' TO REFUSE-MESSAGE-WS
               PERFORM  800-REFUSE-STREAM
           END-IF
           READ STREAM-PARM-FILE
               AT END
                   CLOSE STREAM-PARM-FILE
                   MOVE 'STREAMPARM CARD IS EMPTY'
                                       TO REFUSE-MESSAGE-WS
                   PERFORM  800-REFUSE-STREAM
           END-READ
           CLOSE STREAM-PARM-FILE

           MOVE STRM-MODE-PARM TO STREAM-MODE-WS
           EVALUATE TRUE
               WHEN NIGHTLY-STREAM-WS
                   MOVE 'NIGHTLY'   TO STREAM-MODE-NAME-WS
               WHEN MONTH-END-STREAM-WS
                   MOVE 'MONTH-END' TO STREAM-MODE-NAME-WS
               WHEN YEAR-END-STREAM-WS
                   MOVE 'YEAR-END'  TO STREAM-MODE-NAME-WS
               WHEN OTHER
                   MOVE 'STREAM MODE IS NOT N/M/Y'
                                       TO REFUSE-MESSAGE-WS
                   PERFORM  800-REFUSE-STREAM
           END-EVALUATE
           MOVE STREAM-MODE-NAME-WS TO SLOG-MODE-OUT

           IF STRM-RESTART-PARM NOT = SPACE AND 'F'
               MOVE 'RESTART SWITCH IS NOT BLANK/F'
                                       TO REFUSE-MESSAGE-WS
               PERFORM  800-REFUSE-STREAM
           END-IF.

      *****************************************************
      *A RESTART POINT LEFT BY A FAILED STREAM OF THE SAME
      *MODE SETS THE STEP TO RESUME AT. ONE LEFT BY ANOTHER
      *MODE MUST BE FINISHED FIRST - UNLESS THE OPERATOR
      *DISCARDS IT WITH THE 'F' SWITCH. NO FILE, OR AN
      *EMPTY ONE, MEANS NOTHING IS WAITING.
      *****************************************************
       220-READ-RESTART-POINT.
           OPEN INPUT STREAM-CKPT-FILE
           IF CKPT-FILE-STATUS-WS = '00'
               READ STREAM-CKPT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE 'YES' TO PENDING-RESTART-WS
               END-READ
               CLOSE STREAM-CKPT-FILE
           ELSE
               IF CKPT-FILE-STATUS-WS NOT = '35'
                   DISPLAY 'ASSETSTREAM: RESTART FILE OPEN FAILED - '
                           'STATUS ' CKPT-FILE-STATUS-WS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF

           IF PENDING-RESTART-WS = 'YES'
               IF STRM-RESTART-PARM = 'F'
                   MOVE ZERO              TO SLOG-STEP-OUT
                   MOVE CKPT-PROGRAM-IN   TO SLOG-PROGRAM-OUT
                   MOVE 'DISCARDED'       TO SLOG-ACTION-OUT
                   MOVE SPACES            TO SLOG-RC-AREA-OUT
                   MOVE 'FAILED STREAM DISCARDED BY OPERATOR'
                                          TO SLOG-NOTE-OUT
                   PERFORM  850-WRITE-LOG-LINE
               ELSE
                   IF CKPT-MODE-IN NOT = STREAM-MODE-WS
                       MOVE 'ANOTHER MODE IS WAITING TO RESTART'
                                          TO REFUSE-MESSAGE-WS
                       PERFORM  800-REFUSE-STREAM
                   END-IF
                   IF CKPT-STEP-IN IS NOT NUMERIC
                      OR CKPT-STEP-IN = ZERO
                      OR CKPT-STEP-IN > STEP-COUNT-WS
                       MOVE 'RESTART POINT IS NOT A STEP NUMBER'
                                          TO REFUSE-MESSAGE-WS
                       PERFORM  800-REFUSE-STREAM
                   END-IF
                   MOVE CKPT-STEP-IN TO START-STEP-WS
               END-IF
           END-IF.

      *****************************************************
      *RUNS ONE TABLE ENTRY IF IT BELONGS TO THIS MODE.
      *STEPS AHEAD OF THE RESTART POINT COMPLETED IN THE
      *EARLIER SUBMISSION AND ARE ONLY LOGGED.
      *****************************************************
       300-RUN-ONE-STEP.
           PERFORM  310-CHECK-STEP-MODE
           IF STEP-IN-MODE-WS = 'YES'
               MOVE STEP-SUB-WS                  TO SLOG-STEP-OUT
               MOVE STEP-PROGRAM-WS (STEP-SUB-WS) TO SLOG-PROGRAM-OUT
               IF STEP-SUB-WS < START-STEP-WS
                   MOVE 'SKIPPED'   TO SLOG-ACTION-OUT
                   MOVE SPACES      TO SLOG-RC-AREA-OUT
                   MOVE 'COMPLETED BEFORE THE RESTART'
                                    TO SLOG-NOTE-OUT
                   PERFORM  850-WRITE-LOG-LINE
               ELSE
                   PERFORM  320-EXECUTE-STEP
               END-IF
           END-IF
           ADD  1 TO STEP-SUB-WS.

       310-CHECK-STEP-MODE.
           MOVE 'NO' TO STEP-IN-MODE-WS
           EVALUATE TRUE
               WHEN NIGHTLY-STREAM-WS
                  AND STEP-NIGHTLY-WS (STEP-SUB-WS) = 'N'
                   MOVE 'YES' TO STEP-IN-MODE-WS
               WHEN MONTH-END-STREAM-WS
                  AND STEP-MONTH-END-WS (STEP-SUB-WS) = 'M'
                   MOVE 'YES' TO STEP-IN-MODE-WS
               WHEN YEAR-END-STREAM-WS
                  AND STEP-YEAR-END-WS (STEP-SUB-WS) = 'Y'
                   MOVE 'YES' TO STEP-IN-MODE-WS
           END-EVALUATE.

      *****************************************************
      *RUNS THE STEP AND JUDGES ITS RETURN CODE AGAINST THE
      *STEP'S ALLOWANCE. A STEP OVER ITS ALLOWANCE LEAVES
      *THE RESTART POINT FOR THE NEXT SUBMISSION.
      *****************************************************
       320-EXECUTE-STEP.
           MOVE FUNCTION CURRENT-DATE TO HOLD-DATE-WS
           MOVE 'STARTED'  TO SLOG-ACTION-OUT
           MOVE SPACES     TO SLOG-RC-AREA-OUT
           MOVE SPACES     TO SLOG-NOTE-OUT
           PERFORM  850-WRITE-LOG-LINE
           ADD  1 TO STEPS-RUN-WS

           MOVE STEP-PROGRAM-WS (STEP-SUB-WS) TO STEP-COMMAND-WS
           CALL 'SYSTEM' USING STEP-COMMAND-WS
           MOVE RETURN-CODE TO STEP-STATUS-WS
           MOVE ZERO        TO RETURN-CODE
           DIVIDE STEP-STATUS-WS BY 256 GIVING STEP-RC-WS
                  REMAINDER STEP-CANCEL-WS

           MOVE FUNCTION CURRENT-DATE TO HOLD-DATE-WS
           MOVE STEP-RC-WS TO RC-EDIT-WS
           MOVE RC-EDIT-WS TO RC-AREA-RC-OUT
           MOVE STEP-MAX-RC-WS (STEP-SUB-WS) TO RC-EDIT-WS
           MOVE RC-EDIT-WS TO RC-AREA-MAX-OUT
           MOVE RC-AREA-SETUP TO SLOG-RC-AREA-OUT
           IF STEP-CANCEL-WS NOT = ZERO
              OR STEP-STATUS-WS < ZERO
              OR STEP-RC-WS > STEP-MAX-RC-WS (STEP-SUB-WS)
               PERFORM  330-FAIL-STEP
           ELSE
               MOVE 'ENDED'  TO SLOG-ACTION-OUT
               MOVE SPACES   TO SLOG-NOTE-OUT
               PERFORM  850-WRITE-LOG-LINE
               IF STEP-RC-WS > HIGH-RC-WS
                   MOVE STEP-RC-WS TO HIGH-RC-WS
               END-IF
           END-IF.

       330-FAIL-STEP.
           MOVE 'YES'      TO STREAM-FAILED-WS
           MOVE STEP-SUB-WS TO FAILED-STEP-WS
           MOVE 'FAILED'   TO SLOG-ACTION-OUT
           IF STEP-CANCEL-WS NOT = ZERO
              OR STEP-STATUS-WS < ZERO
              OR STEP-RC-WS > 12
               MOVE 'STEP COULD NOT BE RUN OR WAS CANCELLED'
                               TO SLOG-NOTE-OUT
               MOVE 12         TO STREAM-RC-WS
           ELSE
               MOVE 'RETURN CODE OVER THE STEP ALLOWANCE'
                               TO SLOG-NOTE-OUT
               IF STEP-RC-WS > 8
                   MOVE 12     TO STREAM-RC-WS
               ELSE
                   MOVE 8      TO STREAM-RC-WS
               END-IF
           END-IF
           PERFORM  850-WRITE-LOG-LINE
           DISPLAY 'ASSETSTREAM: ' STREAM-MODE-NAME-WS
                   ' STREAM STOPPED AT STEP ' STEP-SUB-WS ' '
                   STEP-PROGRAM-WS (STEP-SUB-WS)
                   ' - RETURN CODE ' STEP-RC-WS

           OPEN OUTPUT STREAM-CKPT-FILE
           IF CKPT-FILE-STATUS-WS NOT = '00'
               DISPLAY 'ASSETSTREAM: RESTART FILE OPEN FAILED - '
                       'STATUS ' CKPT-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES                        TO STREAM-CKPT-RECORD
           MOVE STREAM-MODE-WS                TO CKPT-MODE-IN
           MOVE STEP-SUB-WS                   TO CKPT-STEP-IN
           MOVE STEP-PROGRAM-WS (STEP-SUB-WS) TO CKPT-PROGRAM-IN
           MOVE STEP-RC-WS                    TO CKPT-RC-IN
           MOVE HOLD-YMD-WS                   TO CKPT-DATE-IN
           MOVE HOLD-HMS-WS                   TO CKPT-TIME-IN
           WRITE STREAM-CKPT-RECORD
           CLOSE STREAM-CKPT-FILE.

      *****************************************************
      *REFUSES THE SUBMISSION BEFORE ANY STEP RUNS - THE
      *RESTART POINT, IF ANY, IS LEFT AS IT WAS
      *****************************************************
       800-REFUSE-STREAM.
           DISPLAY 'ASSETSTREAM: STREAM REFUSED - '
                   REFUSE-MESSAGE-WS
           MOVE ZERO              TO SLOG-STEP-OUT
           MOVE SPACES            TO SLOG-PROGRAM-OUT
           MOVE 'REFUSED'         TO SLOG-ACTION-OUT
           MOVE SPACES            TO SLOG-RC-AREA-OUT
           MOVE REFUSE-MESSAGE-WS TO SLOG-NOTE-OUT
           PERFORM  850-WRITE-LOG-LINE
           CLOSE STREAM-LOG-FILE
           MOVE 8 TO RETURN-CODE
           STOP RUN.

       850-WRITE-LOG-LINE.
           MOVE MONTH-WS  TO SLOG-MONTH-OUT
           MOVE DAY-WS    TO SLOG-DAY-OUT
           MOVE YEAR-WS   TO SLOG-YEAR-OUT
           MOVE HOUR-WS   TO SLOG-HOUR-OUT
           MOVE MINUTE-WS TO SLOG-MINUTE-OUT
           MOVE SECOND-WS TO SLOG-SECOND-OUT
           MOVE STREAM-LOG-LINE-SETUP TO PRINT-STREAM-LINE
           WRITE PRINT-STREAM-LINE.

      *****************************************************
      *A STREAM THAT RAN TO THE END CLEARS THE RESTART
      *POINT AND ENDS WITH THE HIGHEST STEP RETURN CODE
      *****************************************************
       900-CLOSE.
           MOVE FUNCTION CURRENT-DATE TO HOLD-DATE-WS
           MOVE ZERO     TO SLOG-STEP-OUT
           MOVE SPACES   TO SLOG-PROGRAM-OUT
           MOVE SPACES   TO SLOG-RC-AREA-OUT
           IF STREAM-FAILED-WS = 'YES'
               MOVE 'STOPPED' TO SLOG-ACTION-OUT
               MOVE 'RESUBMIT TO RESTART AT STEP'
                              TO RESTART-NOTE-TEXT-OUT
               MOVE FAILED-STEP-WS TO RESTART-NOTE-STEP-OUT
               MOVE RESTART-NOTE-SETUP TO SLOG-NOTE-OUT
               PERFORM  850-WRITE-LOG-LINE
           ELSE
               OPEN OUTPUT STREAM-CKPT-FILE
               IF CKPT-FILE-STATUS-WS NOT = '00'
                   DISPLAY 'ASSETSTREAM: RESTART FILE OPEN FAILED - '
                           'STATUS ' CKPT-FILE-STATUS-WS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               CLOSE STREAM-CKPT-FILE
               MOVE 'COMPLETE' TO SLOG-ACTION-OUT
               MOVE HIGH-RC-WS TO RC-EDIT-WS
               MOVE RC-EDIT-WS TO RC-AREA-RC-OUT
               MOVE SPACES     TO RC-AREA-MAX-OUT
               MOVE RC-AREA-SETUP TO SLOG-RC-AREA-OUT
               MOVE 'ALL STEPS WITHIN THEIR ALLOWANCE'
                               TO SLOG-NOTE-OUT
               PERFORM  850-WRITE-LOG-LINE
               MOVE HIGH-RC-WS TO STREAM-RC-WS
               DISPLAY 'ASSETSTREAM: ' STREAM-MODE-NAME-WS
                       ' STREAM COMPLETE - ' STEPS-RUN-WS
                       ' STEPS RUN'
           END-IF
           CLOSE STREAM-LOG-FILE.
