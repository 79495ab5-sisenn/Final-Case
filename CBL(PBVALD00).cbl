       IDENTIFICATION DIVISION.
      *----
       PROGRAM-ID.    PBVALD00.
       AUTHOR.        SINEM SEN.
      *----
       ENVIRONMENT DIVISION.
      *----
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WHS-FILE ASSIGN TO WHSFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY WHS-KEY
                           STATUS ST-WHS-FILE.
           SELECT IDX-FILE ASSIGN TO IDXFILE
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY IDX-KEY
                           STATUS ST-IDX-FILE.
           SELECT OPTIONAL CRD-FILE ASSIGN TO CRDFILE
                           STATUS ST-CRD-FILE.
           SELECT OPTIONAL WCN-FILE ASSIGN TO WCNFILE
                           STATUS ST-WCN-FILE.
           SELECT VDR-FILE ASSIGN TO VDRFILE
                           STATUS ST-VDR-FILE.
           SELECT RPT-FILE ASSIGN TO RPTFILE
                           STATUS ST-RPT-FILE.
           SELECT OPTIONAL TRC-FILE ASSIGN TO TRCFILE
                           STATUS ST-TRC-FILE.
           SELECT OPTIONAL RCT-FILE ASSIGN TO RCTFILE
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY RCT-KEY
                           STATUS ST-RCT-FILE.
      *----
       DATA DIVISION.
      *----
       FILE SECTION.
      *----
       FD  WHS-FILE.
           COPY PBWHSRC.
      *----
       FD  IDX-FILE.
           COPY PBIDXRC.
      *----Is-tarihi karti: bos ise sistem tarihi kullanilir. Calisma
      *kipi bos ise iptaller uygulanir ve vadesi gelenler serbest
      *birakilir; 'C' yalnizca iptalleri uygular, 'L' hicbir kayda
      *dokunmadan depoyu listeler.
       FD  CRD-FILE RECORDING MODE F.
       01  CRD-VARIABLES.
           05 CRD-BUS-DATE        PIC X(08).
           05 CRD-MODE            PIC X(01).
      *----Iptal karti: 'X' islemi ve depo listesinde basilan kayit
      *anahtari (valor tarihi ve kaydin islem referansi: parti
      *referansi, parti tarihi, sira).
       FD  WCN-FILE RECORDING MODE F.
       01  WCN-VARIABLES.
           05 WCN-ACTION          PIC X(01).
           05 WCN-VALUE-DATE      PIC X(08).
           05 WCN-BCH-REF         PIC X(08).
           05 WCN-BCH-DATE        PIC X(08).
           05 WCN-BCH-SEQ         PIC X(07).
           05 FILLER              PIC X(48).
      *----VDRFILE dogrudan bir sonraki calismanin INPFILE'i olarak
      *kullanilir; PBMAINCB parti sonu kaydi olmayan dosyayi geri
      *cevirdigi icin buraya da parti basi ve parti sonu kayitlari
      *yazilir.
       FD  VDR-FILE RECORDING MODE F.
       01  VDR-RECORD             PIC X(101).
      *----
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-RECORD             PIC X(80).
      *----Islem izi kutugu: iptal edilen, serbest birakilan ve
      *yeniden denetimden gecemeyen kalemlerin adimi islem
      *referansiyla eklenir.
       FD  TRC-FILE RECORDING MODE F.
           COPY PBTRCRC.
      *----
       FD  RCT-FILE.
           COPY PBRCTRC.
      *----
       WORKING-STORAGE SECTION.
      *----
       01  WS-WORK-AREA.
           05 ST-WHS-FILE         PIC 9(02).
              88 WHS-SUCCESS                     VALUE 00 97 05.
              88 WHS-EOF                         VALUE 10.
      *----
           05 ST-IDX-FILE         PIC 9(02).
              88 IDX-SUCCESS                     VALUE 00 97.
      *----
           05 ST-CRD-FILE         PIC 9(02).
              88 CRD-SUCCESS                     VALUE 00 97 05.
      *----
           05 ST-WCN-FILE         PIC 9(02).
              88 WCN-SUCCESS                     VALUE 00 97 05.
              88 WCN-EOF                         VALUE 10.
      *----
           05 ST-VDR-FILE         PIC 9(02).
              88 VDR-SUCCESS                     VALUE 00 97.
      *----
           05 ST-RPT-FILE         PIC 9(02).
              88 RPT-SUCCESS                     VALUE 00 97.
      *----
           05 ST-TRC-FILE         PIC 9(02).
              88 TRC-SUCCESS                     VALUE 00 97 05.
      *----
           05 ST-RCT-FILE         PIC 9(02).
              88 RCT-SUCCESS                     VALUE 00 97 05.
           05 WS-RCT-STATUS       PIC X(04)      VALUE SPACES.
           05 WS-RCT-TODAY        PIC 9(08)      VALUE 0.
      *----
           05 WS-BUS-DATE         PIC 9(08)      VALUE 0.
           05 WS-BUS-DATE-X REDEFINES WS-BUS-DATE
                                  PIC X(08).
           05 WS-RUN-MODE         PIC X(01)      VALUE SPACE.
              88 WS-MODE-RELEASE                 VALUE SPACE.
              88 WS-MODE-CANCEL                  VALUE 'C'.
              88 WS-MODE-LIST                    VALUE 'L'.
      *----
           05 WS-CHECK-SW         PIC X(01)      VALUE 'Y'.
              88 WS-CHECK-PASSED                 VALUE 'Y'.
              88 WS-CHECK-FAILED                 VALUE 'N'.
              88 WS-CHECK-DEFERRED               VALUE 'D'.
           05 WS-FAIL-REASON      PIC X(30)      VALUE SPACES.
           05 WS-ITEM-AMT         PIC S9(15)     VALUE 0.
           05 WS-PRIOR-AMT        PIC S9(15)     VALUE 0.
           05 WS-VDR-HASH         PIC S9(15)     VALUE 0.
      *----
           05 WS-KEY-ID           PIC 9(05)      VALUE 0.
           05 WS-KEY-DVZ          PIC 9(03)      VALUE 0.
           05 WS-CHK-KEY          PIC 9(08)      VALUE 0.
           05 WS-RLS-HIT          PIC 9(05)      VALUE 0.
           05 WS-RLS-USED         PIC 9(05)      VALUE 0.
           05 WS-RLS-MAX          PIC 9(05)      VALUE 2000.
           05 WS-R                PIC 9(05)      VALUE 0.
      *----
           05 WS-CNT-CARDS        PIC 9(07)      VALUE 0.
           05 WS-CNT-CANCELLED    PIC 9(07)      VALUE 0.
           05 WS-CNT-CAN-REFUSED  PIC 9(07)      VALUE 0.
           05 WS-CNT-DUE          PIC 9(07)      VALUE 0.
           05 WS-CNT-RELEASED     PIC 9(07)      VALUE 0.
           05 WS-CNT-FAILED       PIC 9(07)      VALUE 0.
           05 WS-CNT-DEFERRED     PIC 9(07)      VALUE 0.
           05 WS-CNT-WAITING      PIC 9(07)      VALUE 0.
           05 WS-CNT-TRACE        PIC 9(07)      VALUE 0.
      *----Bu calismada serbest birakilan borclarin hesap basina
      *toplami (anahtar ID * 1000 + DVZ): ayni hesaba ayni gun dusen
      *birden fazla kalem bakiyeye birlikte karsilastirilir.
       01  WS-RLS-TABLE.
           05 WS-RLS-ENTRY OCCURS 2000.
              10 WS-RLS-KEY        PIC 9(08).
              10 WS-RLS-AMT        PIC S9(15).
      *----Parti referansi 'VD' + saat (HHMMSS) olarak uretilir:
      *islenmis parti kutugu ayni referans/tarih ikilisini bir daha
      *kabul etmedigi icin ayni gun icindeki her serbest birakma
      *kendine ozgu bir referans tasimalidir. Onay esigi bu partiye
      *de uygulanir; esige takilan kalem PBRELS00 dongusune girer.
       01  WS-VDR-HDR.
           05 FILLER              PIC X(01)      VALUE 'H'.
           05 WS-HDR-REF.
              10 FILLER           PIC X(02)      VALUE 'VD'.
              10 WS-HDR-REF-TIME  PIC X(06).
           05 WS-HDR-DATE         PIC X(08).
           05 FILLER              PIC X(84)      VALUE SPACES.
      *----
       01  WS-VDR-TRL.
           05 FILLER              PIC X(01)      VALUE 'Z'.
           05 WS-TRL-COUNT        PIC 9(07).
           05 WS-TRL-HASH         PIC 9(15).
           05 FILLER              PIC X(78)      VALUE SPACES.
      *----
       01  WS-HEADER-LINE1        PIC X(80)      VALUE
           '======== PBVALD00 VALUE-DATED WAREHOUSE REGISTER ========'.
      *----
       01  WS-HEADER-LINE2.
           05 FILLER              PIC X(16)      VALUE
                 ' BUSINESS DATE: '.
           05 WH-BUS-DATE         PIC X(08).
           05 FILLER              PIC X(09)      VALUE
                 '   MODE: '.
           05 WH-MODE             PIC X(12).
           05 FILLER              PIC X(35)      VALUE SPACES.
      *----
       01  WS-HEADER-LINE3.
           05 FILLER              PIC X(48)      VALUE
                 ' VALUE-DT REF      BCH-DATE SEQ     T ID    DVZ '.
           05 FILLER              PIC X(32)      VALUE
                 'AMOUNT          RESULT'.
      *----
       01  WS-SECTION-ACTIONS     PIC X(80)      VALUE
           ' ---- ACTIONS THIS RUN ----'.
      *----
       01  WS-SECTION-WAITING     PIC X(80)      VALUE
           ' ---- ITEMS STILL WAITING ----'.
      *----
       01  WS-REG-LINE.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WG-VALUE-DATE       PIC X(08).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WG-BCH-REF          PIC X(08).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WG-BCH-DATE         PIC X(08).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WG-BCH-SEQ          PIC X(07).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WG-TYPE             PIC X(01).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WG-ID               PIC X(05).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WG-DVZ              PIC X(03).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WG-AMOUNT           PIC X(15).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WG-RESULT           PIC X(16).
      *----
       01  WS-REASON-LINE.
           05 FILLER              PIC X(10)      VALUE SPACES.
           05 FILLER              PIC X(08)      VALUE 'REASON: '.
           05 WR-REASON           PIC X(30).
           05 FILLER              PIC X(32)      VALUE SPACES.
      *----
       01  WS-BLANK-LINE          PIC X(80)      VALUE SPACES.
      *----
       PROCEDURE DIVISION.
      *----Bu kod parcacigi, PBMAINCB'nin ileri valorlu kayitlari
      *biriktirdigi depoyu (WHSFILE) yonetir: once iptal kartlarini
      *uygular, sonra valor tarihi is tarihine gelmis bekleyen
      *kalemleri hesabin guncel durumuna ve limitine karsi yeniden
      *denetler. Gecen kalemler INPFILE duzeninde parti basi/parti
      *sonu cercevesiyle VDRFILE'a yazilir, gecemeyenler gerekcesiyle
      *'F' isaretlenir. Sicil bu calismanin islemlerini ve hala
      *bekleyen tum kalemleri listeler. PBMAINCB'den once calisir.
       0000-MAIN.
           PERFORM H050-INITIALIZE.
           PERFORM H100-OPEN-FILES.
           IF NOT WS-MODE-LIST
              PERFORM H200-APPLY-CANCELS THRU H200-EXIT
           END-IF.
           IF WS-MODE-RELEASE
              PERFORM H300-RELEASE-DUE
           END-IF.
           PERFORM H500-LIST-WAITING.
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.
      *----Bu kod parcacigi, is-tarihi kartini okur. Is tarihi
      *bugunden ileri olamaz: ileri bir gunun kalemini bugun
      *serbest birakmak valor tarihini anlamsiz kilar.
       H050-INITIALIZE.
           COMPUTE WS-RCT-TODAY =
              FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)).
           MOVE WS-RCT-TODAY TO WS-BUS-DATE.
           OPEN INPUT CRD-FILE.
           IF CRD-SUCCESS
              READ CRD-FILE
              IF CRD-SUCCESS
                 IF CRD-BUS-DATE NOT = SPACES
                    MOVE CRD-BUS-DATE TO WS-BUS-DATE-X
                 END-IF
                 MOVE CRD-MODE TO WS-RUN-MODE
              END-IF
              CLOSE CRD-FILE
           END-IF.
           IF WS-BUS-DATE-X NOT NUMERIC
              OR WS-BUS-DATE > WS-RCT-TODAY
              DISPLAY 'INVALID BUSINESS DATE ' WS-BUS-DATE-X
                 ' - RUN REFUSED'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF NOT WS-MODE-RELEASE AND NOT WS-MODE-CANCEL
              AND NOT WS-MODE-LIST
              DISPLAY 'INVALID RUN MODE ' WS-RUN-MODE ' - RUN REFUSED'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'RUN ' TO WS-RCT-STATUS.
           PERFORM H060-RUNCTL-STAMP.
       H050-END. EXIT.
      *----
       H060-RUNCTL-STAMP.
           OPEN I-O RCT-FILE.
           IF NOT RCT-SUCCESS
              DISPLAY 'RUN CONTROL FILE NOT OPEN. RC : ' ST-RCT-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'PBVALD00' TO RCT-JOB.
           READ RCT-FILE KEY IS RCT-KEY
           INVALID KEY
              MOVE 'PBVALD00' TO RCT-JOB
              MOVE WS-RCT-TODAY TO RCT-BUS-DATE
              MOVE WS-RCT-STATUS TO RCT-STATUS
              MOVE FUNCTION CURRENT-DATE TO RCT-TIMESTAMP
              WRITE RCT-VARIABLES
           NOT INVALID KEY
              MOVE WS-RCT-TODAY TO RCT-BUS-DATE
              MOVE WS-RCT-STATUS TO RCT-STATUS
              MOVE FUNCTION CURRENT-DATE TO RCT-TIMESTAMP
              REWRITE RCT-VARIABLES
           END-READ.
           CLOSE RCT-FILE.
       H060-END. EXIT.
      *----
       H100-OPEN-FILES.
           IF WS-MODE-LIST
              OPEN INPUT WHS-FILE
           ELSE
              OPEN I-O WHS-FILE
           END-IF.
           IF NOT WHS-SUCCESS
              DISPLAY 'WAREHOUSE FILE NOT OPEN. RC : ' ST-WHS-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT IDX-FILE.
           IF NOT IDX-SUCCESS
              DISPLAY 'INDEX FILE NOT OPEN. RC : ' ST-IDX-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
      *----VDRFILE yalnizca serbest birakma calismasinda yeniden
      *yazilir. Iptal ve liste calismalari, bir onceki serbest birakma
      *calismasinin PBMAINCB henuz almamis VDRFILE'ina dokunmaz.
           IF WS-MODE-RELEASE
              OPEN OUTPUT VDR-FILE
              IF NOT VDR-SUCCESS
                 DISPLAY 'RELEASE FILE NOT OPEN. RC : ' ST-VDR-FILE
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-BUS-DATE-X TO WS-HDR-DATE
              MOVE FUNCTION CURRENT-DATE(9:6) TO WS-HDR-REF-TIME
              WRITE VDR-RECORD FROM WS-VDR-HDR
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF NOT RPT-SUCCESS
              DISPLAY 'REGISTER FILE NOT OPEN. RC : ' ST-RPT-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-BUS-DATE-X TO WH-BUS-DATE.
           EVALUATE TRUE
              WHEN WS-MODE-CANCEL
                 MOVE 'CANCEL ONLY' TO WH-MODE
              WHEN WS-MODE-LIST
                 MOVE 'LIST ONLY' TO WH-MODE
              WHEN OTHER
                 MOVE 'RELEASE' TO WH-MODE
           END-EVALUATE.
           WRITE RPT-RECORD FROM WS-HEADER-LINE1.
           WRITE RPT-RECORD FROM WS-HEADER-LINE2.
           WRITE RPT-RECORD FROM WS-BLANK-LINE.
           WRITE RPT-RECORD FROM WS-HEADER-LINE3.
           WRITE RPT-RECORD FROM WS-SECTION-ACTIONS.
           IF NOT WS-MODE-LIST
              OPEN EXTEND TRC-FILE
              IF NOT TRC-SUCCESS
                 DISPLAY 'TRACE FILE NOT OPEN. RC : ' ST-TRC-FILE
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
       H100-END. EXIT.
      *----Bu kod parcacigi, iptal kartlarini uygular: yalnizca hala
      *bekleyen kalem iptal edilir. Bulunamayan, zaten serbest
      *birakilmis ya da iptal edilmis kalemin karti sicile gerekcesiyle
      *yazilir ve calisma RC 4 ile biter.
       H200-APPLY-CANCELS.
           OPEN INPUT WCN-FILE.
           IF NOT WCN-SUCCESS
              GO TO H200-EXIT
           END-IF.
           READ WCN-FILE.
           PERFORM UNTIL NOT WCN-SUCCESS
              ADD 1 TO WS-CNT-CARDS
              PERFORM H210-CANCEL-CARD THRU H210-EXIT
              READ WCN-FILE
           END-PERFORM.
           CLOSE WCN-FILE.
       H200-EXIT. EXIT.
      *----
       H210-CANCEL-CARD.
           MOVE SPACES TO WS-FAIL-REASON.
           IF WCN-ACTION NOT = 'X'
              MOVE 'INVALID CARD ACTION' TO WS-FAIL-REASON
              GO TO H210-REFUSE
           END-IF.
           IF WCN-VALUE-DATE NOT NUMERIC OR WCN-BCH-SEQ NOT NUMERIC
              MOVE 'INVALID ITEM KEY' TO WS-FAIL-REASON
              GO TO H210-REFUSE
           END-IF.
           MOVE WCN-VALUE-DATE TO WHS-VALUE-DATE.
           MOVE WCN-BCH-REF TO WHS-BCH-REF.
           MOVE WCN-BCH-DATE TO WHS-BCH-DATE.
           MOVE WCN-BCH-SEQ TO WHS-BCH-SEQ.
           READ WHS-FILE KEY IS WHS-KEY
           INVALID KEY
              MOVE 'ITEM NOT IN WAREHOUSE' TO WS-FAIL-REASON
           END-READ.
           IF WS-FAIL-REASON NOT = SPACES
              GO TO H210-REFUSE
           END-IF.
           IF NOT WHS-WAITING
              MOVE 'ITEM NO LONGER WAITING' TO WS-FAIL-REASON
              PERFORM H410-ITEM-LINE
              MOVE 'CANCEL REFUSED' TO WG-RESULT
              GO TO H210-PRINT
           END-IF.
           SET WHS-CANCELLED TO TRUE.
           MOVE WS-RCT-TODAY TO WHS-ACTION-DATE.
           MOVE 'CANCELLED BY CARD' TO WHS-REASON.
           REWRITE WHS-VARIABLES.
           IF NOT WHS-SUCCESS
              DISPLAY 'WAREHOUSE REWRITE FAILED. RC : ' ST-WHS-FILE
              MOVE 'WAREHOUSE REWRITE FAILED' TO WS-FAIL-REASON
              PERFORM H410-ITEM-LINE
              MOVE 'CANCEL REFUSED' TO WG-RESULT
              GO TO H210-PRINT
           END-IF.
           ADD 1 TO WS-CNT-CANCELLED.
           MOVE SPACES TO TRC-VARIABLES.
           MOVE 'VCAN' TO TRC-EVENT.
           MOVE WHS-REASON TO TRC-TEXT.
           PERFORM H470-TRACE-WRITE.
           PERFORM H410-ITEM-LINE.
           MOVE 'CANCELLED' TO WG-RESULT.
           WRITE RPT-RECORD FROM WS-REG-LINE.
           GO TO H210-EXIT.
       H210-REFUSE.
           MOVE SPACES TO WS-REG-LINE.
           MOVE WCN-VALUE-DATE TO WG-VALUE-DATE.
           MOVE WCN-BCH-REF TO WG-BCH-REF.
           MOVE WCN-BCH-DATE TO WG-BCH-DATE.
           MOVE WCN-BCH-SEQ TO WG-BCH-SEQ.
           MOVE 'CANCEL REFUSED' TO WG-RESULT.
       H210-PRINT.
           ADD 1 TO WS-CNT-CAN-REFUSED.
           WRITE RPT-RECORD FROM WS-REG-LINE.
           MOVE WS-FAIL-REASON TO WR-REASON.
           WRITE RPT-RECORD FROM WS-REASON-LINE.
       H210-EXIT. EXIT.
      *----Bu kod parcacigi, depoyu valor tarihi sirasiyla okur ve
      *valor tarihi is tarihine gelmis (calisma kacirildiysa gecmis)
      *bekleyen kalemleri yeniden denetleyip serbest birakir.
       H300-RELEASE-DUE.
           MOVE 0 TO WHS-VALUE-DATE.
           MOVE LOW-VALUES TO WHS-BCH-REF.
           MOVE LOW-VALUES TO WHS-BCH-DATE.
           MOVE 0 TO WHS-BCH-SEQ.
           START WHS-FILE KEY IS NOT LESS THAN WHS-KEY
           INVALID KEY
              MOVE 10 TO ST-WHS-FILE
           END-START.
           IF ST-WHS-FILE = 00
              READ WHS-FILE NEXT RECORD
           END-IF.
           PERFORM UNTIL ST-WHS-FILE NOT = 00
                 OR WHS-VALUE-DATE > WS-BUS-DATE
              IF WHS-WAITING
                 ADD 1 TO WS-CNT-DUE
                 PERFORM H310-RELEASE-ITEM THRU H310-EXIT
              END-IF
              READ WHS-FILE NEXT RECORD
           END-PERFORM.
       H300-END. EXIT.
      *----Bu kod parcacigi, denetimden gecen kalemi VDRFILE'a yazip
      *'R', gecemeyeni gerekcesiyle 'F' isaretler. Tablo dolu oldugu
      *icin denetlenemeyen kalem dokunulmadan bir sonraki calismaya
      *kalir.
       H310-RELEASE-ITEM.
           PERFORM H400-RECHECK THRU H400-EXIT.
           IF WS-CHECK-DEFERRED
              ADD 1 TO WS-CNT-DEFERRED
              PERFORM H410-ITEM-LINE
              MOVE 'DEFERRED' TO WG-RESULT
              WRITE RPT-RECORD FROM WS-REG-LINE
              MOVE WS-FAIL-REASON TO WR-REASON
              WRITE RPT-RECORD FROM WS-REASON-LINE
              GO TO H310-EXIT
           END-IF.
           MOVE WS-RCT-TODAY TO WHS-ACTION-DATE.
           IF WS-CHECK-PASSED
              SET WHS-RELEASED TO TRUE
              MOVE 'RELEASED FOR POSTING' TO WHS-REASON
           ELSE
              SET WHS-FAILED TO TRUE
              MOVE WS-FAIL-REASON TO WHS-REASON
           END-IF.
           REWRITE WHS-VARIABLES.
           IF NOT WHS-SUCCESS
              DISPLAY 'WAREHOUSE REWRITE FAILED. RC : ' ST-WHS-FILE
                 ' - ITEM LEFT WAITING'
              ADD 1 TO WS-CNT-DEFERRED
              GO TO H310-EXIT
           END-IF.
           PERFORM H410-ITEM-LINE.
           MOVE SPACES TO TRC-VARIABLES.
           MOVE WHS-REASON TO TRC-TEXT.
           IF WS-CHECK-PASSED
              MOVE 'VREL' TO TRC-EVENT
              MOVE WS-HDR-REF TO TRC-CAR-REF
              MOVE WS-HDR-DATE TO TRC-CAR-DATE
           ELSE
              MOVE 'VFAL' TO TRC-EVENT
           END-IF.
           PERFORM H470-TRACE-WRITE.
           IF WS-CHECK-PASSED
              WRITE VDR-RECORD FROM WHS-ITEM
              ADD 1 TO WS-CNT-RELEASED
              ADD WS-ITEM-AMT TO WS-VDR-HASH
              PERFORM H460-ADD-RELEASED
              MOVE 'RELEASED' TO WG-RESULT
              WRITE RPT-RECORD FROM WS-REG-LINE
           ELSE
              ADD 1 TO WS-CNT-FAILED
              MOVE 'RECHECK FAILED' TO WG-RESULT
              WRITE RPT-RECORD FROM WS-REG-LINE
              MOVE WS-FAIL-REASON TO WR-REASON
              WRITE RPT-RECORD FROM WS-REASON-LINE
           END-IF.
       H310-EXIT. EXIT.
      *----Bu kod parcacigi, kalemi PBSUBPG0'in isleme anindaki
      *kurallarina gore hesabin guncel haline karsi denetler: hesap
      *ana dosyada olmali, dondurulmus ya da kapatilmis olmamalidir
      *(aktarimda hedef hesap da). Borc ve aktarimda bakiye, bu
      *calismada ayni hesaptan serbest birakilmis borclar dusuldukten
      *sonra, kredili mevduat limitinin altina inmemelidir.
       H400-RECHECK.
           SET WS-CHECK-PASSED TO TRUE.
           MOVE SPACES TO WS-FAIL-REASON.
           MOVE 0 TO WS-ITEM-AMT.
           IF WHS-AMOUNT NOT = SPACES
              COMPUTE WS-ITEM-AMT = FUNCTION NUMVAL(WHS-AMOUNT)
           END-IF.
           IF WHS-ID NOT NUMERIC OR WHS-DVZ NOT NUMERIC
              MOVE 'INVALID ACCOUNT KEY' TO WS-FAIL-REASON
              GO TO H400-FAIL
           END-IF.
           MOVE WHS-ID TO WS-KEY-ID.
           MOVE WHS-DVZ TO WS-KEY-DVZ.
           MOVE WS-KEY-ID TO IDX-ID.
           MOVE WS-KEY-DVZ TO IDX-DVZ.
           READ IDX-FILE KEY IS IDX-KEY
           INVALID KEY
              MOVE 'ACCOUNT NOT FOUND' TO WS-FAIL-REASON
           END-READ.
           IF WS-FAIL-REASON NOT = SPACES
              GO TO H400-FAIL
           END-IF.
           IF IDX-ST-FROZEN
              MOVE 'ACCOUNT IS FROZEN' TO WS-FAIL-REASON
              GO TO H400-FAIL
           END-IF.
           IF IDX-ST-CLOSED
              MOVE 'ACCOUNT IS CLOSED' TO WS-FAIL-REASON
              GO TO H400-FAIL
           END-IF.
           IF WHS-TYPE = '6' OR WHS-TYPE = 'T'
              COMPUTE WS-CHK-KEY = WS-KEY-ID * 1000 + WS-KEY-DVZ
              PERFORM H450-FIND-RELEASED
              IF WS-RLS-HIT = 0 AND WS-RLS-USED NOT < WS-RLS-MAX
                 SET WS-CHECK-DEFERRED TO TRUE
                 MOVE 'RELEASE TABLE FULL' TO WS-FAIL-REASON
                 GO TO H400-EXIT
              END-IF
              IF IDX-BALANCE - WS-PRIOR-AMT - WS-ITEM-AMT
                    < 0 - IDX-OD-LIMIT
                 IF IDX-OD-LIMIT = 0
                    MOVE 'INSUFFICIENT BALANCE' TO WS-FAIL-REASON
                 ELSE
                    MOVE 'OVERDRAFT LIMIT EXCEEDED' TO WS-FAIL-REASON
                 END-IF
                 GO TO H400-FAIL
              END-IF
           END-IF.
           IF WHS-TYPE NOT = 'T'
              GO TO H400-EXIT
           END-IF.
           IF WHS-TGT-ID NOT NUMERIC OR WHS-TGT-DVZ NOT NUMERIC
              MOVE 'INVALID TARGET ACCOUNT KEY' TO WS-FAIL-REASON
              GO TO H400-FAIL
           END-IF.
           MOVE WHS-TGT-ID TO IDX-ID.
           MOVE WHS-TGT-DVZ TO IDX-DVZ.
           READ IDX-FILE KEY IS IDX-KEY
           INVALID KEY
              MOVE 'TARGET ACCOUNT NOT FOUND' TO WS-FAIL-REASON
           END-READ.
           IF WS-FAIL-REASON NOT = SPACES
              GO TO H400-FAIL
           END-IF.
           IF IDX-ST-FROZEN
              MOVE 'TARGET ACCOUNT IS FROZEN' TO WS-FAIL-REASON
              GO TO H400-FAIL
           END-IF.
           IF IDX-ST-CLOSED
              MOVE 'TARGET ACCOUNT IS CLOSED' TO WS-FAIL-REASON
              GO TO H400-FAIL
           END-IF.
           GO TO H400-EXIT.
       H400-FAIL.
           SET WS-CHECK-FAILED TO TRUE.
       H400-EXIT. EXIT.
      *----
       H410-ITEM-LINE.
           MOVE SPACES TO WS-REG-LINE.
           MOVE WHS-VALUE-DATE TO WG-VALUE-DATE.
           MOVE WHS-BCH-REF TO WG-BCH-REF.
           MOVE WHS-BCH-DATE TO WG-BCH-DATE.
           MOVE WHS-BCH-SEQ TO WG-BCH-SEQ.
           MOVE WHS-TYPE TO WG-TYPE.
           MOVE WHS-ID TO WG-ID.
           MOVE WHS-DVZ TO WG-DVZ.
           MOVE WHS-AMOUNT TO WG-AMOUNT.
       H410-END. EXIT.
      *----
       H450-FIND-RELEASED.
           MOVE 0 TO WS-RLS-HIT.
           MOVE 0 TO WS-PRIOR-AMT.
           PERFORM VARYING WS-R FROM 1 BY 1
              UNTIL WS-R > WS-RLS-USED OR WS-RLS-HIT NOT = 0
              IF WS-RLS-KEY(WS-R) = WS-CHK-KEY
                 MOVE WS-R TO WS-RLS-HIT
                 MOVE WS-RLS-AMT(WS-R) TO WS-PRIOR-AMT
              END-IF
           END-PERFORM.
       H450-END. EXIT.
      *----Bu kod parcacigi, serbest birakilan borcu kaynak hesabin
      *tablo satirina ekler; alacak kalemi bakiyeyi azaltmadigi icin
      *tabloya girmez.
       H460-ADD-RELEASED.
           IF WHS-TYPE = '6' OR WHS-TYPE = 'T'
              IF WS-RLS-HIT = 0
                 ADD 1 TO WS-RLS-USED
                 MOVE WS-RLS-USED TO WS-RLS-HIT
                 MOVE WS-CHK-KEY TO WS-RLS-KEY(WS-RLS-HIT)
                 MOVE 0 TO WS-RLS-AMT(WS-RLS-HIT)
              END-IF
              ADD WS-ITEM-AMT TO WS-RLS-AMT(WS-RLS-HIT)
           END-IF.
       H460-END. EXIT.
      *----Bu kod parcacigi, kalemin bu calismadaki adimini islem
      *referansi ve depodaki goruntusuyle iz kutugune ekler.
       H470-TRACE-WRITE.
           MOVE WHS-TRN-REF TO TRC-REF.
           MOVE FUNCTION CURRENT-DATE TO TRC-TIMESTAMP.
           MOVE 'PBVALD00' TO TRC-PROGRAM.
           MOVE 0 TO TRC-RC.
           MOVE WHS-ITEM TO TRC-ITEM.
           WRITE TRC-VARIABLES.
           ADD 1 TO WS-CNT-TRACE.
       H470-END. EXIT.
      *----Bu kod parcacigi, depoda hala bekleyen tum kalemleri valor
      *tarihi sirasiyla listeler; iptal kartlari bu listedeki
      *anahtarla hazirlanir.
       H500-LIST-WAITING.
           WRITE RPT-RECORD FROM WS-BLANK-LINE.
           WRITE RPT-RECORD FROM WS-SECTION-WAITING.
           MOVE 0 TO WHS-VALUE-DATE.
           MOVE LOW-VALUES TO WHS-BCH-REF.
           MOVE LOW-VALUES TO WHS-BCH-DATE.
           MOVE 0 TO WHS-BCH-SEQ.
           START WHS-FILE KEY IS NOT LESS THAN WHS-KEY
           INVALID KEY
              MOVE 10 TO ST-WHS-FILE
           END-START.
           IF ST-WHS-FILE = 00
              READ WHS-FILE NEXT RECORD
           END-IF.
           PERFORM UNTIL ST-WHS-FILE NOT = 00
              IF WHS-WAITING
                 ADD 1 TO WS-CNT-WAITING
                 PERFORM H410-ITEM-LINE
                 MOVE 'WAITING' TO WG-RESULT
                 WRITE RPT-RECORD FROM WS-REG-LINE
              END-IF
              READ WHS-FILE NEXT RECORD
           END-PERFORM.
       H500-END. EXIT.
      *----
       H999-PROGRAM-EXIT.
           IF WS-MODE-RELEASE
              MOVE WS-CNT-RELEASED TO WS-TRL-COUNT
              MOVE WS-VDR-HASH TO WS-TRL-HASH
              WRITE VDR-RECORD FROM WS-VDR-TRL
           END-IF.
           DISPLAY '===== PBVALD00 CONTROL TOTALS ====='.
           DISPLAY 'BUSINESS DATE       : ' WS-BUS-DATE-X.
           DISPLAY 'RUN MODE            : ' WH-MODE.
           DISPLAY 'CANCEL CARDS READ   : ' WS-CNT-CARDS.
           DISPLAY 'ITEMS CANCELLED     : ' WS-CNT-CANCELLED.
           DISPLAY 'CANCELS REFUSED     : ' WS-CNT-CAN-REFUSED.
           DISPLAY 'ITEMS DUE           : ' WS-CNT-DUE.
           DISPLAY 'ITEMS RELEASED      : ' WS-CNT-RELEASED.
           DISPLAY 'RECHECK FAILURES    : ' WS-CNT-FAILED.
           DISPLAY 'ITEMS DEFERRED      : ' WS-CNT-DEFERRED.
           DISPLAY 'ITEMS STILL WAITING : ' WS-CNT-WAITING.
           DISPLAY 'TRACE EVENTS        : ' WS-CNT-TRACE.
           CLOSE WHS-FILE.
           CLOSE IDX-FILE.
           IF WS-MODE-RELEASE
              CLOSE VDR-FILE
           END-IF.
           CLOSE RPT-FILE.
           IF NOT WS-MODE-LIST
              CLOSE TRC-FILE
           END-IF.
           IF WS-CNT-CAN-REFUSED > 0 OR WS-CNT-FAILED > 0
              OR WS-CNT-DEFERRED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE 'DONE' TO WS-RCT-STATUS.
           PERFORM H060-RUNCTL-STAMP.
           STOP RUN.
       H999-END. EXIT.
      *----
