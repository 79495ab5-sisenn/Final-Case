      *    BOTH DIVISIONS' DVZ-FX-RATE).  ZERO MEANS NO CONVERSION
      *    TOOK PLACE; BEFORE/AFTER BALANCES ARE ALWAYS IN THE
      *    ACCOUNT'S OWN CURRENCY.
      *    AUD-CTR-KEY/AUD-CTR-LEG TIE THE TWO LEGS OF A TRANSFER
      *    TOGETHER ('D' = SOURCE/DEBIT LEG, 'C' = TARGET/CREDIT LEG,
      *    'R' = ROLL-BACK OF A LEG THAT COULD NOT BE COMPLETED).
      *    AUD-REV-FUNC/AUD-REV-TS ARE FILLED ONLY ON A REVERSAL
      *    (AUD-FUNC 15) AND NAME THE FUNCTION AND FULL TIMESTAMP OF
      *    THE MOVEMENT THAT WAS BACKED OUT.
      *    AUD-FUNC 16 IS A PER-ITEM FEE DEBITED FROM THE ACCOUNT BY
      *    PBSUBPG0 FROM THE FEEFILE SCHEDULE, RECORDED AS ITS OWN
      *    MOVEMENT IMMEDIATELY AFTER THE ITEM THAT RAISED IT.
      *    AUD-CUS-NO IS THE ACCOUNT'S OWNING CUSTOMER NUMBER AFTER
      *    THE MOVEMENT (ZERO = ACCOUNT NOT LINKED TO A CUSTOMER).
      *    AUD-TRN-REF IS THE TRANSACTION REFERENCE PBMAINCB GAVE THE
      *    INPFILE ITEM THAT CAUSED THE MOVEMENT (BATCH REF, BATCH DATE
      *    AND SEQUENCE WITHIN THE BATCH).  SPACES ON MOVEMENTS NOT
      *    RAISED BY AN INPFILE ITEM (ACCRUALS, MAINTENANCE, PURGES).
      *----------------------------------------------------------------
       01  AUD-VARIABLES.
           05 AUD-FUNC            PIC 9(02).
           05 AUD-BALANCE-AFTER   PIC S9(15) COMP-3.
           05 AUD-TIMESTAMP       PIC X(26).
           05 AUD-FX-RATE         PIC S9(07)V9(06) COMP-3.
           05 AUD-CTR-KEY.
              10 AUD-CTR-ID        PIC S9(05) COMP-3.
              10 AUD-CTR-DVZ       PIC S9(03) COMP.
           05 AUD-CTR-LEG         PIC X(01).
           05 AUD-REV-FUNC        PIC 9(02).
           05 AUD-REV-TS          PIC X(26).
           05 AUD-CUS-NO          PIC S9(09) COMP-3.
           05 AUD-TRN-REF.
              10 AUD-TRN-BCH-REF   PIC X(08).
              10 AUD-TRN-BCH-DATE  PIC X(08).
              10 AUD-TRN-SEQ       PIC X(07).
