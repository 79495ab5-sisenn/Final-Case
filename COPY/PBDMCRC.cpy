      *----------------------------------------------------------------
      *    PBDMCRC  -  SHARED DIVISION-MASTER MAINTENANCE CARD LAYOUT,
      *                READ BY PBDVZM00 FROM DMCFILE AND HELD ON THE
      *                DSTFILE STAGING FILE UNTIL ITS EFFECTIVE DATE.
      *                COPIED UNDER AN 01 GROUP WITH REPLACING LEADING
      *                ==DMC== SO EACH HOLDER KEEPS ITS OWN PREFIX.
      *    DMC-ACTION  'A' ADD, 'C' CHANGE, 'D' DELETE A DIVISION.
      *    DMC-EFF-DATE IS THE BUSINESS DATE (YYYYMMDD) THE CHANGE
      *    TAKES EFFECT; BLANK MEANS TODAY.  A LATER DATE IS STAGED.
      *    ON A CHANGE, A BLANK FIELD KEEPS ITS CURRENT VALUE.  RATES
      *    AND AMOUNTS ARE UNSIGNED DIGITS WITH IMPLIED DECIMALS IN THE
      *    SAME SCALE AS PBDVZRC (E.G. DMC-INT-RATE 0002500 = 0.25).
      *    DMC-APPROVED-BY NAMES THE OFFICER WHO APPROVED THE CHANGE
      *    AND IS REQUIRED ON EVERY CARD.
      *----------------------------------------------------------------
           10 DMC-ACTION          PIC X(01).
              88 DMC-ADD                      VALUE 'A'.
              88 DMC-CHANGE                   VALUE 'C'.
              88 DMC-DELETE                   VALUE 'D'.
           10 DMC-DVZ             PIC X(03).
           10 DMC-DVZ-N REDEFINES DMC-DVZ
                                  PIC 9(03).
           10 DMC-EFF-DATE        PIC X(08).
           10 DMC-EFF-DATE-N REDEFINES DMC-EFF-DATE
                                  PIC 9(08).
           10 DMC-DESC            PIC X(20).
           10 DMC-INT-RATE        PIC X(07).
           10 DMC-INT-RATE-N REDEFINES DMC-INT-RATE
                                  PIC 9(03)V9(04).
           10 DMC-MNT-FEE         PIC X(09).
           10 DMC-MNT-FEE-N REDEFINES DMC-MNT-FEE
                                  PIC 9(07)V9(02).
           10 DMC-FX-RATE         PIC X(13).
           10 DMC-FX-RATE-N REDEFINES DMC-FX-RATE
                                  PIC 9(07)V9(06).
           10 DMC-ODI-RATE        PIC X(07).
           10 DMC-ODI-RATE-N REDEFINES DMC-ODI-RATE
                                  PIC 9(03)V9(04).
           10 DMC-APPR-LIMIT      PIC X(15).
           10 DMC-APPR-LIMIT-N REDEFINES DMC-APPR-LIMIT
                                  PIC 9(15).
           10 DMC-APPROVED-BY     PIC X(08).
           10 FILLER              PIC X(09).
