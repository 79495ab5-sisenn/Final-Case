      *cevirdigi icin buraya da parti basi ve parti sonu kayitlari
      *yazilir.
       FD  SCH-FILE RECORDING MODE F.
       01  SCH-RECORD             PIC X(101).
      *----
       WORKING-STORAGE SECTION.
      *----
              10 FILLER           PIC X(02)      VALUE 'SC'.
              10 WS-HDR-REF-TIME  PIC X(06).
           05 WS-HDR-DATE         PIC X(08).
           05 FILLER              PIC X(84)      VALUE SPACES.
      *----
       01  WS-SCH-TRL.
           05 FILLER              PIC X(01)      VALUE 'Z'.
           05 WS-TRL-COUNT        PIC 9(07).
           05 WS-TRL-HASH         PIC 9(15).
           05 FILLER              PIC X(78)      VALUE SPACES.
      *----Uretilen detay kaydi PBMAINCB'nin 101 baytlik INP-VARIABLES
      *ve INP-XFER-VARIABLES gorunumleriyle ayni konumlari kullanir;
      *islem referansi bos birakilir, PBMAINCB kaydi okurken verir.
       01  WS-INP-IMAGE.
           05 WII-TYPE            PIC X(01).
           05 WII-ID              PIC 9(05).
           05 WII-SURNAME         PIC X(15).
           05 WII-DATE            PIC X(07).
           05 WII-AMOUNT          PIC 9(15).
           05 WII-CUS-NO          PIC X(09).
           05 WII-VALUE-DATE      PIC X(08).
           05 FILLER              PIC X(23).
      *----
       01  WS-XFER-IMAGE REDEFINES WS-INP-IMAGE.
           05 FILLER              PIC X(01).
           05 WIX-TGT-DVZ         PIC 9(03).
           05 FILLER              PIC X(29).
           05 WIX-AMOUNT          PIC 9(15).
           05 FILLER              PIC X(40).
      *----
       PROCEDURE DIVISION.
      *----Bu kod parcacigi, PBMAINCB'den once calisir: is tarihinde
           END-IF.
           READ STI-FILE.
       H200-END. EXIT.
      *----Bu kod parcacigi, talimati 101 baytlik INPFILE gorunumunde
      *SCHFILE'a yazar; tutar parti sonu kontrol toplamina eklenir.
       H210-EMIT-DETAIL.
           MOVE SPACES TO WS-INP-IMAGE.
