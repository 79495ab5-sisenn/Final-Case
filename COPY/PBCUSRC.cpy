      *----------------------------------------------------------------
      *    PBCUSRC  -  SHARED CUSFILE CUSTOMER-MASTER RECORD LAYOUT,
      *                MAINTAINED BY THE PBCUSM00 MAINTENANCE RUN AND
      *                READ BY PBSUBPG0 (ACCOUNT OPENING) AND THE
      *                PBRPT002 CUSTOMER CONSOLIDATION REPORT.
      *    CUS-NO IS THE OWNING-CUSTOMER NUMBER CARRIED ON EVERY
      *    LINKED IDX-FILE ACCOUNT (IDX-CUS-NO).  THE NAME/SURNAME
      *    HELD HERE IS THE MASTER COPY: LINKED ACCOUNTS TAKE THEIR
      *    IDX-NAME/IDX-SURNAME FROM IT AND CANNOT BE RENAMED ONE BY
      *    ONE.  CUS-BIRTH-DATE IS YYYYMMDD, ZERO = NOT KNOWN.
      *    CUS-RISK-CLASS IS THE COMPLIANCE RISK RATING.
      *----------------------------------------------------------------
       01  CUS-VARIABLES.
           05 CUS-KEY.
              10 CUS-NO           PIC S9(09) COMP-3.
           05 CUS-NAME            PIC X(15).
           05 CUS-SURNAME         PIC X(15).
           05 CUS-NATIONAL-ID     PIC X(11).
           05 CUS-ADDRESS.
              10 CUS-ADDR-LINE1   PIC X(30).
              10 CUS-ADDR-LINE2   PIC X(30).
              10 CUS-CITY         PIC X(15).
              10 CUS-POSTCODE     PIC X(05).
           05 CUS-BIRTH-DATE      PIC 9(08).
           05 CUS-RISK-CLASS      PIC X(01).
              88 CUS-RISK-LOW                   VALUE 'L'.
              88 CUS-RISK-MEDIUM                VALUE 'M'.
              88 CUS-RISK-HIGH                  VALUE 'H'.
           05 CUS-OPEN-DATE       PIC 9(08).
           05 CUS-LAST-MAINT      PIC 9(08).
