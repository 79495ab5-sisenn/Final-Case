      *----------------------------------------------------------------
      *    PBALTRC  -  SHARED ALTFILE CUSTOMER ALERT RECORD LAYOUT,
      *                THE FIXED 100-BYTE EXTRACT HANDED TO THE
      *                MESSAGING VENDOR.  WRITTEN ONLY BY PBALRT00.
      *    ALL FIELDS ARE DISPLAY; AMOUNTS CARRY A LEADING SEPARATE
      *    SIGN.  ONE 'H' HEADER, ONE 'D' DETAIL PER ALERT, ONE 'T'
      *    TRAILER.  ALT-EVENT CODES:
      *      ODRN - DEBIT TOOK THE BALANCE BELOW ZERO
      *      ODLM - DEBIT TOOK THE BALANCE WITHIN THE ALERT MARGIN OF
      *             THE AGREED OVERDRAFT LIMIT (IDX-OD-LIMIT)
      *      CRLG - CREDIT ABOVE THE LARGE-CREDIT THRESHOLD
      *      FRZN / UNFR / CLSD - ACCOUNT FROZEN, UNFROZEN, CLOSED
      *      XREJ - TRANSFER REJECTED (PBMAINCB REJECT CODE 04)
      *      INTP - MONTHLY INTEREST POSTED BY PBACCR00
      *    ALT-TRL-AMOUNT-HASH IS THE SUM OF THE UNSIGNED DETAIL
      *    AMOUNTS; ALT-TRL-RECORD-COUNT INCLUDES HEADER AND TRAILER.
      *----------------------------------------------------------------
       01  ALT-RECORD.
           05 ALT-REC-TYPE        PIC X(01).
              88 ALT-HEADER-REC              VALUE 'H'.
              88 ALT-DETAIL-REC              VALUE 'D'.
              88 ALT-TRAILER-REC             VALUE 'T'.
           05 ALT-DETAIL.
              10 ALT-SEQ           PIC 9(07).
              10 ALT-EVENT         PIC X(04).
              10 ALT-CUS-NO        PIC 9(09).
              10 ALT-ID            PIC 9(05).
              10 ALT-DVZ           PIC 9(03).
              10 ALT-AMOUNT        PIC S9(15) SIGN LEADING SEPARATE.
              10 ALT-BALANCE       PIC S9(15) SIGN LEADING SEPARATE.
              10 ALT-TIMESTAMP.
                 15 ALT-TS-DATE    PIC 9(08).
                 15 ALT-TS-TIME    PIC 9(06).
              10 ALT-SOURCE        PIC X(08).
              10 FILLER            PIC X(17).
           05 ALT-HEADER REDEFINES ALT-DETAIL.
              10 ALT-HDR-FILE-ID   PIC X(08).
              10 ALT-HDR-SOURCE    PIC X(08).
              10 ALT-HDR-DATE      PIC 9(08).
              10 ALT-HDR-TIME      PIC 9(06).
              10 FILLER            PIC X(69).
           05 ALT-TRAILER REDEFINES ALT-DETAIL.
              10 ALT-TRL-FILE-ID   PIC X(08).
              10 ALT-TRL-DETAIL-COUNT
                                   PIC 9(07).
              10 ALT-TRL-SUPPRESSED
                                   PIC 9(07).
              10 ALT-TRL-AMOUNT-HASH
                                   PIC 9(17).
              10 ALT-TRL-RECORD-COUNT
                                   PIC 9(07).
              10 FILLER            PIC X(53).
