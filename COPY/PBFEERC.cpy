      *----------------------------------------------------------------
      *    PBFEERC  -  SHARED FEEFILE PER-ITEM FEE SCHEDULE RECORD
      *                LAYOUT, READ BY PBSUBPG0 WHEN A QUALIFYING
      *                TRANSACTION HAS POSTED.
      *    FEE-PROC IS THE PBSUBPG0 FUNCTION CODE THE FEE APPLIES TO
      *    (06 DEBIT, 10 TRANSFER, 13 ACCOUNT CLOSURE).  FEE-VARIANT
      *    NARROWS THE ENTRY: 'X' CROSS-DIVISION TRANSFER, 'O' DEBIT
      *    THAT LEAVES THE ACCOUNT OVERDRAWN, SPACE = STANDARD ENTRY.
      *    A VARIANT ENTRY, WHEN PRESENT, REPLACES THE STANDARD ONE.
      *    FEE = FEE-FLAT-AMT + ITEM AMOUNT * FEE-PERCENT / 100, THEN
      *    RAISED TO FEE-MIN-AMT AND CAPPED AT FEE-MAX-AMT (ZERO MAX
      *    MEANS NO CAP).  AMOUNTS ARE IN ACCOUNT-CURRENCY UNITS OF THE
      *    DIVISION THE FEE IS CHARGED IN (THE SOURCE ACCOUNT'S).
      *----------------------------------------------------------------
       01  FEE-VARIABLES.
           05 FEE-KEY.
              10 FEE-DVZ           PIC S9(03) COMP.
              10 FEE-PROC          PIC 9(02).
              10 FEE-VARIANT       PIC X(01).
                 88 FEE-VAR-STANDARD          VALUE SPACE.
                 88 FEE-VAR-CROSS-DVZ         VALUE 'X'.
                 88 FEE-VAR-OVERDRAWN         VALUE 'O'.
           05 FEE-DESC            PIC X(20).
           05 FEE-FLAT-AMT        PIC S9(07)V9(02) COMP-3.
           05 FEE-PERCENT         PIC S9(03)V9(04) COMP-3.
           05 FEE-MIN-AMT         PIC S9(07)V9(02) COMP-3.
           05 FEE-MAX-AMT         PIC S9(07)V9(02) COMP-3.
