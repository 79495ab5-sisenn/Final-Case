      *----------------------------------------------------------------
      *    PBCLARC  -  SHARED CLAFILE CLOSED-ACCOUNT ARCHIVE RECORD
      *                LAYOUT.  WRITTEN BY THE PBPURG00 PURGE (ONE
      *                RECORD PER ACCOUNT REMOVED FROM IDXFILE) AND
      *                READ BY THE PBRINS00 REINSTATEMENT RUN.
      *    CLA-KEY .. CLA-CUS-NO IS THE FULL IDXFILE IMAGE AS IT STOOD
      *    WHEN THE ACCOUNT WAS PURGED; REINSTATEMENT WRITES IT BACK
      *    UNCHANGED EXCEPT FOR THE LAST-ACTIVITY DATE.
      *    CLA-ARC-STATUS 'P' = PURGED (OFF THE MASTER), 'R' = PUT
      *    BACK ON THE MASTER BY PBRINS00.  A LATER PURGE OF THE SAME
      *    ACCOUNT OVERWRITES THE RECORD AND SETS IT BACK TO 'P'.
      *----------------------------------------------------------------
       01  CLA-VARIABLES.
           05 CLA-KEY.
              10 CLA-ID            PIC S9(05) COMP-3.
              10 CLA-DVZ           PIC S9(03) COMP.
           05 CLA-NAME            PIC X(15).
           05 CLA-SURNAME         PIC X(15).
           05 CLA-DATE            PIC S9(07) COMP-3.
           05 CLA-BALANCE         PIC S9(15) COMP-3.
           05 CLA-STATUS          PIC X(01).
           05 CLA-LAST-ACT        PIC S9(07) COMP-3.
           05 CLA-OD-LIMIT        PIC S9(15) COMP-3.
           05 CLA-CUS-NO          PIC S9(09) COMP-3.
           05 CLA-ARC-STATUS      PIC X(01).
              88 CLA-PURGED                     VALUE 'P'.
              88 CLA-REINSTATED                 VALUE 'R'.
           05 CLA-PURGE-DATE      PIC 9(08).
           05 CLA-PURGE-TS        PIC X(26).
           05 CLA-REINST-DATE     PIC 9(08).
