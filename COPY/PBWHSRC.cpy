      *----------------------------------------------------------------
      *    PBWHSRC  -  SHARED WHSFILE VALUE-DATED ITEM WAREHOUSE RECORD
      *                LAYOUT.  WRITTEN BY PBMAINCB FOR EVERY INPFILE
      *                DETAIL WHOSE VALUE DATE IS AFTER THE RUN DATE,
      *                LISTED, CANCELLED AND RELEASED BY PBVALD00.
      *    WHS-KEY ORDERS THE FILE BY VALUE DATE, THEN BY THE ITEM'S
      *    TRANSACTION REFERENCE (THE BATCH IT FIRST ARRIVED IN AND ITS
      *    POSITION IN THAT INPFILE), SO A RESTARTED PBMAINCB RUN FINDS
      *    ITEMS IT ALREADY WAREHOUSED.
      *    WHS-ITEM IS THE 101-BYTE INPFILE DETAIL IMAGE AS RECEIVED,
      *    TRANSACTION REFERENCE INCLUDED;
      *    PBVALD00 WRITES IT BACK UNCHANGED INTO ITS RELEASE BATCH.
      *    WHS-STATUS 'W' = WAITING FOR ITS VALUE DATE, 'R' = RELEASED
      *    FOR POSTING, 'X' = CANCELLED BEFORE RELEASE, 'F' = FAILED
      *    THE RELEASE-TIME RE-CHECK (REASON IN WHS-REASON).
      *----------------------------------------------------------------
       01  WHS-VARIABLES.
           05 WHS-KEY.
              10 WHS-VALUE-DATE   PIC 9(08).
              10 WHS-TRN-REF.
                 15 WHS-BCH-REF   PIC X(08).
                 15 WHS-BCH-DATE  PIC X(08).
                 15 WHS-BCH-SEQ   PIC 9(07).
           05 WHS-STATUS          PIC X(01).
              88 WHS-WAITING                    VALUE 'W'.
              88 WHS-RELEASED                   VALUE 'R'.
              88 WHS-CANCELLED                  VALUE 'X'.
              88 WHS-FAILED                     VALUE 'F'.
           05 WHS-ENTRY-DATE      PIC 9(08).
           05 WHS-ACTION-DATE     PIC 9(08).
           05 WHS-REASON          PIC X(30).
           05 WHS-ITEM            PIC X(101).
           05 WHS-ITEM-VIEW REDEFINES WHS-ITEM.
              10 WHS-TYPE         PIC X(01).
              10 WHS-ID           PIC X(05).
              10 WHS-DVZ          PIC X(03).
              10 WHS-TGT-ID       PIC X(05).
              10 WHS-TGT-DVZ      PIC X(03).
              10 FILLER           PIC X(29).
              10 WHS-AMOUNT       PIC X(15).
              10 FILLER           PIC X(40).
