      *ENTITY'S POSTED TOTAL SO GLBALANCE CAN PROVE THE
      *EXTRACT COMPANY BY COMPANY AS WELL AS DEPARTMENT BY
      *DEPARTMENT. BLANK MEANS THE PARENT COMPANY.
      *
      *DEFERREDTAX ADDS ONE 'X' RECORD PER COMPANY FOR THE
      *DEFERRED TAX ENTRY IT PUTS INTO THE EXTRACT - THE
      *COMPANY, THE DEPARTMENT THE ENTRY IS POSTED UNDER
      *AND ITS DEBIT. GLBALANCE COUNTS IT ON TOP OF THE
      *DEPRECIATION RUN'S OWN 'D', 'C' AND 'T' FIGURES.
      *****************************************************
       01  CONTROL-TOTALS-RECORD.
           05  CTL-RECORD-TYPE-OUT PICTURE X.
               88  CTL-COMPANY-RECORD-OUT  VALUE 'C'.
               88  CTL-TOTAL-RECORD-OUT    VALUE 'T'.
               88  CTL-DRAFT-RECORD-OUT    VALUE 'R'.
               88  CTL-DEFTAX-RECORD-OUT   VALUE 'X'.
           05  CTL-COMPANY-OUT     PICTURE X(2).
           05  CTL-DEPT-OUT        PICTURE X(4).
           05  CTL-AMOUNT-OUT      PICTURE S9(11)V99.
           05  FILLER              PICTURE X(20).
