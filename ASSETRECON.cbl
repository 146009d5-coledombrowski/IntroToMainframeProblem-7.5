      *AN ACTIVE ASSET WITH NO TAG ON FILE CANNOT BE
      *MATCHED AND IS REPORTED AS NOT COUNTED (NO RETIRE
      *CARD - IT NEEDS TAGGING, NOT RETIRING).
      *
      *RETURN CODES
      *   0  CLEAN RUN
      *   4  WARNING - COUNT EXCEPTIONS - GHOST, UNRECORDED OR
      *                MOVED ASSETS
      *   8  REFUSED - COUNT FILE IS EMPTY
      *  12  FILE ERROR OR TABLE FULL - RUN ABENDED
      *****************************************************

       ENVIRONMENT DIVISION.
           PERFORM    300-PROCESS-ASSET UNTIL EOF-ASSET-WS = 'YES'
           PERFORM    400-REPORT-UNRECORDED
           PERFORM    900-CLOSE
           IF GHOST-COUNT-WS > ZERO
              OR UNREC-COUNT-WS > ZERO
              OR MOVED-COUNT-WS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       200-OPEN.
           IF ASSET-FILE-STATUS-WS NOT = '00'
               DISPLAY 'ASSETRECON: ASSET MASTER OPEN FAILED - '
                       'STATUS ' ASSET-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF

           IF COUNT-FILE-STATUS-WS NOT = '00'
               DISPLAY 'ASSETRECON: COUNT FILE OPEN FAILED - '
                       'STATUS ' COUNT-FILE-STATUS-WS
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM  215-LOAD-ONE-COUNT UNTIL EOF-COUNT-WS = 'YES'
           CLOSE COUNT-FILE
           IF CNT-TABLE-COUNT-WS = ZERO
               DISPLAY 'ASSETRECON: COUNT FILE IS EMPTY'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF CNT-FOUND-WS = 'NO'
               IF CNT-TABLE-COUNT-WS >= 2000
                   DISPLAY 'ASSETRECON: COUNT TABLE FULL'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD  1 TO CNT-TABLE-COUNT-WS
