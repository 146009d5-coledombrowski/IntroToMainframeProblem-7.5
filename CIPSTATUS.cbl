       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIPSTATUS.
       AUTHOR. COLE DOMBROWSKI.

      *****************************************************
      *CIPSTATUS PRINTS THE CONSTRUCTION-IN-PROGRESS STATUS
      *REPORT (CIPSTAT.DOC) FROM THE PROJECT MASTER
      *CIPPROJ.DAT - ONE LINE PER PROJECT SHOWING BUDGET,
      *SPEND TO DATE, WHAT HAS ALREADY BEEN CAPITALIZED
      *ONTO THE ASSET MASTER, THE BALANCE STILL IN CIP, THE
      *BUDGET REMAINING AND THE PERCENT OF BUDGET SPENT.
      *
      *A PROJECT WHOSE SPEND HAS PASSED ITS BUDGET IS
      *FLAGGED OVER SO THE PROJECT MANAGER SEES IT BEFORE
      *FINANCE DOES. THE CIP BALANCE TOTAL IS WHAT THE
      *CIP ACCOUNT ON THE LEDGER SHOULD CARRY.
      *
      *READ-ONLY - NOTHING HERE CHANGES THE PROJECT MASTER.
      *
      *RETURN CODES
      *   0  CLEAN RUN
      *   4  WARNING - A PROJECT IS OVER BUDGET
      *  12  FILE ERROR OR TABLE FULL - RUN ABENDED
      *****************************************************

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT CIP-PROJECT-FILE ASSIGN TO 'CIPPROJ.DAT'
            ORGANIZATION IS LINE SEQUENTIAL
            FILE STATUS IS PROJ-FILE-STATUS-WS.

            SELECT CIP-REPORT-FILE ASSIGN TO 'CIPSTAT.DOC'
            ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CIP-PROJECT-FILE RECORDING MODE IS F.
       COPY CIPPROJ.CPY.

       FD  CIP-REPORT-FILE RECORDING MODE IS F.
       01  PRINT-A-SINGLE-LINE         PICTURE X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-VARIABLES.
           05  EOF-PROJ-WS             PICTURE X(3)     VALUE 'NO'.
           05  PROJ-FILE-STATUS-WS     PICTURE XX       VALUE '00'.

           05  CIP-BALANCE-WS          PICTURE S9(9)V99 VALUE ZERO.
           05  REMAINING-BUDGET-WS     PICTURE S9(9)V99 VALUE ZERO.
           05  PERCENT-SPENT-WS        PICTURE 9(4)     VALUE ZERO.
           05  SPENT-HUNDREDS-WS       PICTURE S9(11)V99
                                                        VALUE ZERO.

      *****************************************************
      *REPORT TOTALS - ALL PROJECTS ON FILE
      *****************************************************
           05  OPEN-COUNT-WS           PICTURE 9(5)     VALUE ZERO.
           05  CLOSED-COUNT-WS         PICTURE 9(5)     VALUE ZERO.
           05  OVER-COUNT-WS           PICTURE 9(5)     VALUE ZERO.
           05  TOTAL-BUDGET-WS         PICTURE S9(11)V99
                                                        VALUE ZERO.
           05  TOTAL-SPENT-WS          PICTURE S9(11)V99
                                                        VALUE ZERO.
           05  TOTAL-CAPITAL-WS        PICTURE S9(11)V99
                                                        VALUE ZERO.
           05  TOTAL-BALANCE-WS        PICTURE S9(11)V99
                                                        VALUE ZERO.
           05  TOTAL-REMAINING-WS      PICTURE S9(11)V99
                                                        VALUE ZERO.

           05  HOLD-DATE-WS.
               10 YEAR-WS       PIC 9999.
               10 MONTH-WS      PIC 99.
               10 DAY-WS        PIC 99.
               10 HOUR-WS       PIC 99.
               10 MINUTE-WS     PIC 99.
               10 SECOND-WS     PIC 99.

       01  CIP-HEADER-LINE-SETUP.
           05                      PICTURE X       VALUE SPACES.
           05                      PICTURE X(10)   VALUE 'RUN DATE: '.
           05  CIP-HEADER-DATE-OUT.
               10  MONTH-OUT       PICTURE 99.
               10                  PICTURE X       VALUE '/'.
               10  DAY-OUT         PICTURE 99.
               10                  PICTURE X       VALUE '/'.
               10  YEAR-OUT        PICTURE 9999.
           05                      PICTURE X(4)    VALUE SPACES.
           05                      PICTURE X(40)   VALUE
                 'CONSTRUCTION-IN-PROGRESS PROJECT STATUS'.

       01  CIP-COLUMN-LINE-SETUP.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(8)    VALUE 'PROJECT'.
           05                      PICTURE X(20)   VALUE
                                      'DESCRIPTION'.
           05                      PICTURE X(5)    VALUE 'DEPT'.
           05                      PICTURE X(2)    VALUE 'CO'.
           05                      PICTURE X(16)   VALUE
                                      '          BUDGET'.
           05                      PICTURE X(16)   VALUE
                                      '   SPENT TO DATE'.
           05                      PICTURE X(16)   VALUE
                                      '     CAPITALIZED'.
           05                      PICTURE X(16)   VALUE
                                      '     CIP BALANCE'.
           05                      PICTURE X(16)   VALUE
                                      '       REMAINING'.
           05                      PICTURE X(5)    VALUE '  PCT'.
           05                      PICTURE X(11)   VALUE
                                      ' STATUS'.

       01  CIP-DETAIL-LINE-SETUP.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  CIP-PROJECT-OUT     PICTURE X(6).
           05  FILLER              PICTURE X       VALUE SPACE.
           05  CIP-DESC-OUT        PICTURE X(20).
           05  FILLER              PICTURE X       VALUE SPACE.
           05  CIP-DEPT-OUT        PICTURE X(4).
           05  FILLER              PICTURE X       VALUE SPACE.
           05  CIP-CO-OUT          PICTURE X(2).
           05  CIP-BUDGET-OUT      PICTURE -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  CIP-SPENT-OUT       PICTURE -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  CIP-CAPITAL-OUT     PICTURE -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  CIP-BALANCE-OUT     PICTURE -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  CIP-REMAINING-OUT   PICTURE -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  CIP-PERCENT-OUT     PICTURE ZZZ9.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  CIP-STATUS-OUT      PICTURE X(11).

       01  CIP-TOTAL-LINE-SETUP.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(12)   VALUE
                                      'ALL PROJECTS'.
           05  FILLER              PICTURE X(23)   VALUE SPACES.
           05  CIP-TOT-BUDGET-OUT  PICTURE -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  CIP-TOT-SPENT-OUT   PICTURE -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  CIP-TOT-CAPITAL-OUT PICTURE -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  CIP-TOT-BALANCE-OUT PICTURE -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PICTURE X       VALUE SPACE.
           05  CIP-TOT-REMAIN-OUT  PICTURE -ZZZ,ZZZ,ZZ9.99.
           05  FILLER              PICTURE X(17)   VALUE SPACES.

       01  CIP-COUNT-LINE-SETUP.
           05  FILLER              PICTURE X       VALUE SPACE.
           05                      PICTURE X(14)   VALUE
                                      'OPEN PROJECTS '.
           05  CIP-OPEN-COUNT-OUT  PICTURE ZZ,ZZ9.
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05                      PICTURE X(16)   VALUE
                                      'CLOSED PROJECTS '.
           05  CIP-CLOSED-COUNT-OUT
                                   PICTURE ZZ,ZZ9.
           05  FILLER              PICTURE X(3)    VALUE SPACES.
           05                      PICTURE X(12)   VALUE
                                      'OVER BUDGET '.
           05  CIP-OVER-COUNT-OUT  PICTURE ZZ,ZZ9.
           05  FILLER              PICTURE X(65)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAINLINE.
           PERFORM    200-OPEN
           PERFORM    300-REPORT-ONE-PROJECT UNTIL EOF-PROJ-WS = 'YES'
           PERFORM    900-CLOSE
           IF OVER-COUNT-WS > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       200-OPEN.
           OPEN OUTPUT CIP-REPORT-FILE

           MOVE FUNCTION CURRENT-DATE TO HOLD-DATE-WS
           CALL "DEPRSUB2" USING YEAR-WS, MONTH-WS, DAY-WS,
                                 MONTH-OUT, DAY-OUT, YEAR-OUT

           MOVE CIP-HEADER-LINE-SETUP TO PRINT-A-SINGLE-LINE
           WRITE PRINT-A-SINGLE-LINE AFTER 1 LINE
           MOVE CIP-COLUMN-LINE-SETUP TO PRINT-A-SINGLE-LINE
           WRITE PRINT-A-SINGLE-LINE AFTER 2 LINES

      *****************************************************
      *NO PROJECT MASTER YET (STATUS 35) PRINTS AN EMPTY
      *REPORT WITH ZERO TOTALS
      *****************************************************
           OPEN INPUT CIP-PROJECT-FILE
           IF PROJ-FILE-STATUS-WS = '35'
               MOVE 'YES' TO EOF-PROJ-WS
           ELSE
               IF PROJ-FILE-STATUS-WS NOT = '00'
                   DISPLAY 'CIPSTATUS: PROJECT MASTER OPEN '
                           'FAILED - STATUS ' PROJ-FILE-STATUS-WS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM  250-READ-ONE-PROJECT
           END-IF.

       250-READ-ONE-PROJECT.
           READ CIP-PROJECT-FILE
              AT END MOVE 'YES' TO EOF-PROJ-WS
           END-READ.

      *****************************************************
      *THE PERCENT SPENT IS ROUNDED TO A WHOLE PERCENT AND
      *STOPS AT 9999 - A PROJECT THAT FAR OVER IS FLAGGED
      *ANYWAY
      *****************************************************
       300-REPORT-ONE-PROJECT.
           COMPUTE CIP-BALANCE-WS =
                   CIP-SPENT-IN - CIP-CAPITALIZED-IN
           COMPUTE REMAINING-BUDGET-WS =
                   CIP-BUDGET-IN - CIP-SPENT-IN
           IF CIP-BUDGET-IN > ZERO
               COMPUTE SPENT-HUNDREDS-WS = CIP-SPENT-IN * 100
               COMPUTE PERCENT-SPENT-WS ROUNDED =
                       SPENT-HUNDREDS-WS / CIP-BUDGET-IN
                   ON SIZE ERROR
                       MOVE 9999 TO PERCENT-SPENT-WS
               END-COMPUTE
           ELSE
               MOVE ZERO TO PERCENT-SPENT-WS
           END-IF

           IF CIP-CLOSED-IN
               MOVE 'CLOSED' TO CIP-STATUS-OUT
               ADD  1 TO CLOSED-COUNT-WS
           ELSE
               IF CIP-CLOSING-IN
                   MOVE 'CLOSING' TO CIP-STATUS-OUT
               ELSE
                   MOVE 'OPEN' TO CIP-STATUS-OUT
               END-IF
               ADD  1 TO OPEN-COUNT-WS
           END-IF
           IF CIP-SPENT-IN > CIP-BUDGET-IN
               MOVE 'OVER' TO CIP-STATUS-OUT (8:4)
               ADD  1 TO OVER-COUNT-WS
           END-IF

           MOVE CIP-PROJECT-IN      TO CIP-PROJECT-OUT
           MOVE CIP-DESC-IN         TO CIP-DESC-OUT
           MOVE CIP-DEPT-IN         TO CIP-DEPT-OUT
           MOVE CIP-COMPANY-IN      TO CIP-CO-OUT
           MOVE CIP-BUDGET-IN       TO CIP-BUDGET-OUT
           MOVE CIP-SPENT-IN        TO CIP-SPENT-OUT
           MOVE CIP-CAPITALIZED-IN  TO CIP-CAPITAL-OUT
           MOVE CIP-BALANCE-WS      TO CIP-BALANCE-OUT
           MOVE REMAINING-BUDGET-WS TO CIP-REMAINING-OUT
           MOVE PERCENT-SPENT-WS    TO CIP-PERCENT-OUT

           MOVE  CIP-DETAIL-LINE-SETUP TO PRINT-A-SINGLE-LINE
           WRITE PRINT-A-SINGLE-LINE AFTER 1 LINE

           ADD  CIP-BUDGET-IN       TO TOTAL-BUDGET-WS
           ADD  CIP-SPENT-IN        TO TOTAL-SPENT-WS
           ADD  CIP-CAPITALIZED-IN  TO TOTAL-CAPITAL-WS
           ADD  CIP-BALANCE-WS      TO TOTAL-BALANCE-WS
           ADD  REMAINING-BUDGET-WS TO TOTAL-REMAINING-WS

           PERFORM  250-READ-ONE-PROJECT.

       900-CLOSE.
           IF PROJ-FILE-STATUS-WS NOT = '35'
               CLOSE CIP-PROJECT-FILE
           END-IF

           MOVE TOTAL-BUDGET-WS     TO CIP-TOT-BUDGET-OUT
           MOVE TOTAL-SPENT-WS      TO CIP-TOT-SPENT-OUT
           MOVE TOTAL-CAPITAL-WS    TO CIP-TOT-CAPITAL-OUT
           MOVE TOTAL-BALANCE-WS    TO CIP-TOT-BALANCE-OUT
           MOVE TOTAL-REMAINING-WS  TO CIP-TOT-REMAIN-OUT
           WRITE PRINT-A-SINGLE-LINE FROM CIP-TOTAL-LINE-SETUP
                 AFTER 2 LINES

           MOVE OPEN-COUNT-WS       TO CIP-OPEN-COUNT-OUT
           MOVE CLOSED-COUNT-WS     TO CIP-CLOSED-COUNT-OUT
           MOVE OVER-COUNT-WS       TO CIP-OVER-COUNT-OUT
           WRITE PRINT-A-SINGLE-LINE FROM CIP-COUNT-LINE-SETUP
                 AFTER 1 LINE

           CLOSE CIP-REPORT-FILE.
