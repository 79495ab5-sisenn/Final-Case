      *----------------------------------------------------------------
      *    PBDRHRC  -  SHARED DRHFILE DIVISION RATE-HISTORY RECORD
      *                LAYOUT.  ONE ROW PER APPLIED DIVISION-MASTER
      *                CHANGE, WRITTEN BY PBDVZM00 AND READ BY THE
      *                PBDVZQ00 AS-OF RATE QUERY.
      *    THE KEY ORDERS A DIVISION'S CHANGES BY EFFECTIVE DATE, THEN
      *    BY THE MOMENT THEY WERE APPLIED.  DRH-OLD HOLDS THE VALUES
      *    IN FORCE UP TO THE DAY BEFORE DRH-EFF-DATE AND DRH-NEW THE
      *    VALUES FROM THAT DATE ON, SO THE RATE IN FORCE ON ANY DATE
      *    IS THE DRH-OLD OF THE FIRST LATER CHANGE, OR THE CURRENT
      *    DVZFILE RECORD WHEN THERE IS NONE.  ON AN ADD DRH-OLD IS
      *    ZERO, ON A DELETE DRH-NEW IS ZERO.
      *    DRH-ORIGIN 'C' = APPLIED FROM THE DAY'S CARD, 'S' = APPLIED
      *    FROM THE DSTFILE STAGING FILE ON ITS EFFECTIVE DATE.
      *----------------------------------------------------------------
       01  DRH-VARIABLES.
           05 DRH-KEY.
              10 DRH-DVZ           PIC S9(03) COMP.
              10 DRH-EFF-DATE      PIC 9(08).
              10 DRH-TIMESTAMP     PIC X(26).
           05 DRH-ACTION          PIC X(01).
              88 DRH-ADD                      VALUE 'A'.
              88 DRH-CHANGE                   VALUE 'C'.
              88 DRH-DELETE                   VALUE 'D'.
           05 DRH-ORIGIN          PIC X(01).
           05 DRH-APPROVED-BY     PIC X(08).
           05 DRH-OLD.
              10 DRH-OLD-DESC      PIC X(20).
              10 DRH-OLD-INT-RATE  PIC S9(03)V9(04) COMP-3.
              10 DRH-OLD-MNT-FEE   PIC S9(07)V9(02) COMP-3.
              10 DRH-OLD-FX-RATE   PIC S9(07)V9(06) COMP-3.
              10 DRH-OLD-ODI-RATE  PIC S9(03)V9(04) COMP-3.
              10 DRH-OLD-APPR-LIMIT PIC S9(15) COMP-3.
           05 DRH-NEW.
              10 DRH-NEW-DESC      PIC X(20).
              10 DRH-NEW-INT-RATE  PIC S9(03)V9(04) COMP-3.
              10 DRH-NEW-MNT-FEE   PIC S9(07)V9(02) COMP-3.
              10 DRH-NEW-FX-RATE   PIC S9(07)V9(06) COMP-3.
              10 DRH-NEW-ODI-RATE  PIC S9(03)V9(04) COMP-3.
              10 DRH-NEW-APPR-LIMIT PIC S9(15) COMP-3.
