      *----------------------------------------------------------------
      *    PBALIF  -  SHARED CALL INTERFACE OF THE PBALRT00 CUSTOMER
      *                ALERT WRITER (LS-AL-AREA / WS-AL-AREA).
      *    COPY ... REPLACING ==PFX-xxx== BY ==WS-xxx== (or LS-xxx) as
      *    for PBSBIF.
      *    PFX-AL-FUNC 1 OPENS THE ALERT FILE AND WRITES ITS HEADER
      *    (PFX-AL-SOURCE NAMES THE WRITING PROGRAM; PFX-AL-RESTART-SW
      *    'Y' CONTINUES THE FILE OF AN INTERRUPTED RUN), 2 WRITES THE
      *    EVENT NAMED IN PFX-AL-EVENT, 3 JUDGES A POSTED MOVEMENT
      *    (PFX-AL-DIR 'D' DEBIT / 'C' CREDIT, BALANCE BEFORE/AFTER AND
      *    OVERDRAFT LIMIT) AGAINST THE ALERT THRESHOLDS AND WRITES THE
      *    EVENT IT QUALIFIES FOR, 9 WRITES THE TRAILER AND CLOSES.
      *    PFX-AL-TIMESTAMP SPACES = STAMP WITH THE CURRENT TIME.
      *    PFX-AL-RC 00 = ALERT WRITTEN, 04 = MOVEMENT RAISED NO
      *    EVENT, 08 = CUSTOMER HAS OPTED OUT, 12 = ACCOUNT NOT LINKED
      *    TO A CUSTOMER, 16 = ALERT FILE NOT OPEN OR NOT WRITTEN,
      *    99 = UNDEFINED FUNCTION.
      *----------------------------------------------------------------
           05 PFX-AL-FUNC         PIC 9(02).
              88 PFX-AL-OPEN                 VALUE 1.
              88 PFX-AL-EVENT-WRITE          VALUE 2.
              88 PFX-AL-MOVEMENT             VALUE 3.
              88 PFX-AL-CLOSE                VALUE 9.
           05 PFX-AL-SOURCE       PIC X(08).
           05 PFX-AL-RESTART-SW   PIC X(01).
           05 PFX-AL-EVENT        PIC X(04).
           05 PFX-AL-ID           PIC 9(05).
           05 PFX-AL-DVZ          PIC 9(03).
           05 PFX-AL-CUS-NO       PIC 9(09).
           05 PFX-AL-DIR          PIC X(01).
           05 PFX-AL-AMOUNT       PIC S9(15).
           05 PFX-AL-BAL-BEFORE   PIC S9(15).
           05 PFX-AL-BALANCE      PIC S9(15).
           05 PFX-AL-OD-LIMIT     PIC S9(15).
           05 PFX-AL-TIMESTAMP    PIC X(26).
           05 PFX-AL-RC           PIC 9(02).
