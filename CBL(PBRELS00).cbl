                           STATUS ST-REL-FILE.
           SELECT NHL-FILE ASSIGN TO NHLFILE
                           STATUS ST-NHL-FILE.
           SELECT OPTIONAL TRC-FILE ASSIGN TO TRCFILE
                           STATUS ST-TRC-FILE.
      *----
       DATA DIVISION.
      *----
      *----
       FD  HLD-FILE RECORDING MODE F.
       01  HLD-VARIABLES.
           05 HLD-RECORD         PIC X(101).
           05 HLD-REASON-CODE    PIC 9(02).
           05 HLD-REASON-TEXT    PIC X(30).
      *----Onay karti, HLDFILE icindeki kayit sirasina (1 tabanli)
      *cevirdigi icin buraya da parti basi ve parti sonu kayitlari
      *yazilir.
       FD  REL-FILE RECORDING MODE F.
       01  REL-RECORD            PIC X(101).
      *----
       FD  NHL-FILE RECORDING MODE F.
       01  NHL-VARIABLES.
           05 NHL-RECORD         PIC X(101).
           05 NHL-REASON-CODE    PIC 9(02).
           05 NHL-REASON-TEXT    PIC X(30).
      *----Islem izi kutugu: amirin onayladigi ve geri cevirdigi
      *kayitlarin adimi islem referansiyla eklenir.
       FD  TRC-FILE RECORDING MODE F.
           COPY PBTRCRC.
      *----
       WORKING-STORAGE SECTION.
      *----
      *----
           05 ST-NHL-FILE         PIC 9(02).
              88 NHL-SUCCESS                       VALUE 00 97.
      *----
           05 ST-TRC-FILE         PIC 9(02).
              88 TRC-SUCCESS                       VALUE 00 97 05.
      *----
           05 WS-HLD-SEQ          PIC 9(07)      VALUE 0.
           05 WS-APV-USED         PIC 9(03)      VALUE 0.
           05 WS-CNT-APV-UNUSED   PIC 9(07)      VALUE 0.
           05 WS-REL-HASH         PIC S9(15)     VALUE 0.
           05 WS-REL-AMT          PIC S9(15)     VALUE 0.
           05 WS-CNT-TRACE        PIC 9(07)      VALUE 0.
      *----
      *----Parti referansi 'RL' + saat (HHMMSS) olarak uretilir:
      *islenmis parti kutugu ayni referans/tarih ikilisini bir daha
              10 FILLER           PIC X(02)      VALUE 'RL'.
              10 WS-HDR-REF-TIME  PIC X(06).
           05 WS-HDR-DATE         PIC X(08).
           05 FILLER              PIC X(84)      VALUE SPACES.
      *----
       01  WS-REL-TRL.
           05 FILLER              PIC X(01)      VALUE 'Z'.
           05 WS-TRL-COUNT        PIC 9(07).
           05 WS-TRL-HASH         PIC 9(15).
           05 FILLER              PIC X(78)      VALUE SPACES.
      *----
       01  WS-APV-TABLE.
           05 WS-APV-ENTRY OCCURS 100.
           05 WHI-DVZ             PIC X(03).
           05 FILLER              PIC X(37).
           05 WHI-AMOUNT          PIC X(15).
           05 FILLER              PIC X(17).
           05 WHI-TRN-REF         PIC X(23).
      *----
       PROCEDURE DIVISION.
      *----Bu kod parcacigi, bolum onay esigine takilip bekletmeye
              DISPLAY 'NEW HOLD FILE NOT OPEN. RC : ' ST-NHL-FILE
              STOP RUN
           END-IF.
           OPEN EXTEND TRC-FILE.
           IF NOT TRC-SUCCESS
              DISPLAY 'TRACE FILE NOT OPEN. RC : ' ST-TRC-FILE
              STOP RUN
           END-IF.
       H100-END. EXIT.
      *----
       H150-LOAD-APPROVALS.
                    ADD WS-REL-AMT TO WS-REL-HASH
                 END-IF
                 DISPLAY 'SEQ ' WS-HLD-SEQ ' RELEASED'
                 MOVE SPACES TO TRC-VARIABLES
                 MOVE 'APPR' TO TRC-EVENT
                 MOVE WS-HDR-REF TO TRC-CAR-REF
                 MOVE WS-HDR-DATE TO TRC-CAR-DATE
                 MOVE 'APPROVED AND RELEASED' TO TRC-TEXT
                 PERFORM H260-TRACE-WRITE
              WHEN WS-APV-ACTION(WS-APV-HIT) = 'R'
                 MOVE 'Y' TO WS-APV-USED-SW(WS-APV-HIT)
                 ADD 1 TO WS-CNT-REJECTED
                 DISPLAY 'SEQ ' WS-HLD-SEQ ' REJECTED BY SUPERVISOR'
                 MOVE SPACES TO TRC-VARIABLES
                 MOVE 'DECL' TO TRC-EVENT
                 MOVE 'REJECTED BY SUPERVISOR' TO TRC-TEXT
                 PERFORM H260-TRACE-WRITE
              WHEN OTHER
                 MOVE 'Y' TO WS-APV-USED-SW(WS-APV-HIT)
                 MOVE SPACES TO NHL-VARIABLES
           END-EVALUATE.
           READ HLD-FILE.
       H200-END. EXIT.
      *----Bu kod parcacigi, amir kararini kaydin islem referansi ve
      *bekletilen goruntusuyle iz kutugune ekler.
       H260-TRACE-WRITE.
           MOVE WHI-TRN-REF TO TRC-REF.
           MOVE FUNCTION CURRENT-DATE TO TRC-TIMESTAMP.
           MOVE 'PBRELS00' TO TRC-PROGRAM.
           MOVE HLD-REASON-CODE TO TRC-RC.
           MOVE WS-HLD-IMAGE TO TRC-ITEM.
           WRITE TRC-VARIABLES.
           ADD 1 TO WS-CNT-TRACE.
       H260-END. EXIT.
      *----
       H300-PRINT-CYCLE.
           PERFORM VARYING WS-APV-IDX FROM 1 BY 1
           DISPLAY 'REJECTED            : ' WS-CNT-REJECTED.
           DISPLAY 'STILL HELD          : ' WS-CNT-STILL-HELD.
           DISPLAY 'CARDS UNMATCHED     : ' WS-CNT-APV-UNUSED.
           DISPLAY 'TRACE EVENTS        : ' WS-CNT-TRACE.
       H300-END. EXIT.
      *----
       H999-PROGRAM-EXIT.
           CLOSE HLD-FILE.
           CLOSE REL-FILE.
           CLOSE NHL-FILE.
           CLOSE TRC-FILE.
           STOP RUN.
       H999-END. EXIT.
      *----
