      *TO POST INTO IT AND ASSETEDIT SUSPENDS ANY
      *TRANSACTION EFFECTIVE-DATED INTO IT. ANY REFUSAL
      *HERE ENDS WITH RETURN CODE 8 AND THE FILE UNCHANGED.
      *
      *RETURN CODES
      *   0  CLEAN RUN
      *   8  REFUSED - CLOSE OR REOPEN REFUSED
      *  12  FILE ERROR OR TABLE FULL - RUN ABENDED
      *****************************************************

       ENVIRONMENT DIVISION.
               IF PERIOD-FILE-STATUS-WS NOT = '00'
                   DISPLAY 'PERIODMAINT: PERIOD FILE OPEN FAILED '
                           '- STATUS ' PERIOD-FILE-STATUS-WS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM  225-LOAD-ONE-PERIOD
               NOT AT END
                   IF PRD-TABLE-COUNT-WS >= 240
                       DISPLAY 'PERIODMAINT: PERIOD TABLE FULL'
                       MOVE 12 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD  1 TO PRD-TABLE-COUNT-WS
           IF PRD-FOUND-WS = 'NO'
               IF PRD-TABLE-COUNT-WS >= 240
                   DISPLAY 'PERIODMAINT: PERIOD TABLE FULL'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD  1 TO PRD-TABLE-COUNT-WS
