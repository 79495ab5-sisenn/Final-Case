      *----------------------------------------------------------------
      *    PBTRCRC  -  SHARED TRCFILE TRANSACTION TRACE EVENT RECORD
      *                LAYOUT.  ONE ROW PER STEP IN THE LIFE OF AN
      *                INPFILE ITEM, APPENDED BY PBMAINCB, PBREPR00,
      *                PBRELS00 AND PBVALD00 AND READ BY THE PBTRCE00
      *                TRACE INQUIRY.
      *    TRC-REF IS THE ITEM'S TRANSACTION REFERENCE: THE BATCH REF
      *    AND BATCH DATE OF THE INPFILE IT FIRST ARRIVED IN AND ITS
      *    POSITION IN THAT INPFILE.  IT TRAVELS IN BYTES 79-101 OF THE
      *    ITEM IMAGE THROUGH REJFILE/HLDFILE/WHSFILE AND BACK THROUGH
      *    RSBFILE/RELFILE/VDRFILE, SO A RESUBMITTED ITEM KEEPS IT.
      *    TRC-CARRIER IS THE BATCH REF/DATE OF THE FILE THE ITEM WAS
      *    IN AT THIS STEP (THE INPFILE READ FOR 'RCVD', THE OUTGOING
      *    RESUBMISSION BATCH FOR 'REPR', 'APPR' AND 'VREL').
      *    TRC-RC/TRC-TEXT CARRY THE RETURN OR REASON CODE AND ITS
      *    TEXT WHERE THE STEP HAS ONE.  TRC-ITEM IS THE ITEM IMAGE AS
      *    IT STOOD AT THIS STEP.
      *----------------------------------------------------------------
       01  TRC-VARIABLES.
           05 TRC-REF.
              10 TRC-BCH-REF      PIC X(08).
              10 TRC-BCH-DATE     PIC X(08).
              10 TRC-SEQ          PIC X(07).
           05 TRC-TIMESTAMP       PIC X(26).
           05 TRC-PROGRAM         PIC X(08).
           05 TRC-EVENT           PIC X(04).
              88 TRC-EV-RECEIVED                VALUE 'RCVD'.
              88 TRC-EV-POSTED                  VALUE 'POST'.
              88 TRC-EV-REFUSED                 VALUE 'FAIL'.
              88 TRC-EV-REJECTED                VALUE 'REJT'.
              88 TRC-EV-HELD                    VALUE 'HELD'.
              88 TRC-EV-WAREHOUSED              VALUE 'WHSE'.
              88 TRC-EV-REPAIRED                VALUE 'REPR'.
              88 TRC-EV-REPAIR-FAILED           VALUE 'NREP'.
              88 TRC-EV-APPROVED                VALUE 'APPR'.
              88 TRC-EV-DECLINED                VALUE 'DECL'.
              88 TRC-EV-RELEASED                VALUE 'VREL'.
              88 TRC-EV-CANCELLED               VALUE 'VCAN'.
              88 TRC-EV-RECHECK-FAILED          VALUE 'VFAL'.
           05 TRC-CARRIER.
              10 TRC-CAR-REF      PIC X(08).
              10 TRC-CAR-DATE     PIC X(08).
           05 TRC-RC              PIC 9(02).
           05 TRC-TEXT            PIC X(30).
           05 TRC-ITEM            PIC X(101).
           05 TRC-ITEM-VIEW REDEFINES TRC-ITEM.
              10 TRC-TYPE         PIC X(01).
              10 TRC-ID           PIC X(05).
              10 TRC-DVZ          PIC X(03).
              10 TRC-TGT-ID       PIC X(05).
              10 TRC-TGT-DVZ      PIC X(03).
              10 FILLER           PIC X(29).
              10 TRC-AMOUNT       PIC X(15).
              10 FILLER           PIC X(09).
              10 TRC-VALUE-DATE   PIC X(08).
              10 FILLER           PIC X(23).
