           05 HST-BALANCE-AFTER   PIC S9(15) COMP-3.
           05 HST-TIMESTAMP       PIC X(26).
           05 HST-FX-RATE         PIC S9(07)V9(06) COMP-3.
           05 HST-CTR-KEY.
              10 HST-CTR-ID        PIC S9(05) COMP-3.
              10 HST-CTR-DVZ       PIC S9(03) COMP.
           05 HST-CTR-LEG         PIC X(01).
           05 HST-REV-FUNC        PIC 9(02).
           05 HST-REV-TS          PIC X(26).
           05 HST-CUS-NO          PIC S9(09) COMP-3.
           05 HST-TRN-REF.
              10 HST-TRN-BCH-REF   PIC X(08).
              10 HST-TRN-BCH-DATE  PIC X(08).
              10 HST-TRN-SEQ       PIC X(07).
