      *----------------------------------------------------------------
      *    PBDQIF  -  SHARED CALL INTERFACE OF THE PBDVZQ00 AS-OF
      *                DIVISION RATE QUERY (LS-DQ-AREA / WS-DQ-AREA).
      *    COPY ... REPLACING ==PFX-xxx== BY ==WS-xxx== (or LS-xxx) as
      *    for PBSBIF.
      *    PFX-DQ-FUNC 1 OPENS THE FILES, 2 ANSWERS ONE QUERY, 9
      *    CLOSES.  A QUERY RETURNS THE DIVISION-MASTER VALUES IN
      *    FORCE FOR PFX-DQ-DVZ ON BUSINESS DATE PFX-DQ-DATE
      *    (YYYYMMDD).  PFX-DQ-RC 00 = FOUND, 99 = THE DIVISION DID
      *    NOT EXIST ON THAT DATE.  PFX-DQ-SOURCE TELLS WHETHER THE
      *    ANSWER CAME FROM THE RATE HISTORY OR THE CURRENT MASTER.
      *----------------------------------------------------------------
           05 PFX-DQ-FUNC         PIC 9(02).
              88 PFX-DQ-OPEN                 VALUE 1.
              88 PFX-DQ-QUERY                VALUE 2.
              88 PFX-DQ-CLOSE                VALUE 9.
           05 PFX-DQ-DVZ          PIC 9(03).
           05 PFX-DQ-DATE         PIC 9(08).
           05 PFX-DQ-RC           PIC 9(02).
           05 PFX-DQ-SOURCE       PIC X(01).
              88 PFX-DQ-FROM-HISTORY         VALUE 'H'.
              88 PFX-DQ-FROM-MASTER          VALUE 'M'.
           05 PFX-DQ-DESC         PIC X(20).
           05 PFX-DQ-INT-RATE     PIC S9(03)V9(04).
           05 PFX-DQ-MNT-FEE      PIC S9(07)V9(02).
           05 PFX-DQ-FX-RATE      PIC S9(07)V9(06).
           05 PFX-DQ-ODI-RATE     PIC S9(03)V9(04).
           05 PFX-DQ-APPR-LIMIT   PIC S9(15).
