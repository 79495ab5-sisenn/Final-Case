                       ACCESS RANDOM
                       RECORD KEY RCT-KEY
                       STATUS ST-RCT-FILE.
           SELECT OPTIONAL WHS-FILE ASSIGN TO WHSFILE
                       ORGANIZATION INDEXED
                       ACCESS RANDOM
                       RECORD KEY WHS-KEY
                       STATUS ST-WHS-FILE.
           SELECT OPTIONAL TRC-FILE ASSIGN TO TRCFILE
                       STATUS ST-TRC-FILE.
      *----
       DATA DIVISION.
      *----
           05 INP-SURNAME       PIC X(15).
           05 INP-DATE          PIC X(07).
           05 INP-AMOUNT        PIC X(15).
      *----INP-CUS-NO yalnizca hesap acilisinda (PROCESS-TYPE '3')
      *kullanilir: doluysa yeni hesap bu musteriye baglanir ve isim
      *musteri ana kaydindan alinir; bossa hesap baglantisiz acilir.
           05 INP-CUS-NO        PIC X(09).
      *----INP-VALUE-DATE (YYYYMMDD) islemin hesaba islenecegi gundur.
      *Bos ya da bugun/gecmis tarih hemen islenir; ileri tarihli borc,
      *alacak ve aktarim kayitlari PBSUBPG0'a gitmeden WHSFILE
      *deposuna yazilir ve vadesinde PBVALD00 ile yeniden gelir.
           05 INP-VALUE-DATE    PIC X(08).
      *----INP-TRN-REF islem referansidir: subeden gelen kayitta
      *bostur, PBMAINCB kaydi okurken parti referansi, parti tarihi
      *ve kaydin INPFILE icindeki sirasiyla doldurur. Yeniden gonderim
      *dosyalarinda (PBREPR00, PBRELS00, PBVALD00) ilk referans dolu
      *gelir ve degistirilmez; kaydin tum izi bu referansla izlenir.
           05 INP-TRN-REF.
              10 INP-TRN-BCH-REF   PIC X(08).
              10 INP-TRN-BCH-DATE  PIC X(08).
              10 INP-TRN-SEQ       PIC X(07).
      *----Aktarm (PROCESS-TYPE 'T') kaytlar ayn 101 baytn alternatif
      *görünümüdür: kaynak hesap ID/DVZ ile ayn konumda, hedef hesap
      *isim alannn bandadr, tutar INP-AMOUNT ile ayn konumdadr.
       01  INP-XFER-VARIABLES.
           05 INP-XFER-TGT-DVZ  PIC X(03).
           05 FILLER            PIC X(29).
           05 INP-XFER-AMOUNT   PIC X(15).
           05 FILLER            PIC X(40).
      *----Parti ba ('H') ve parti sonu ('Z') kaytlar ube
      *gönderiminin tamamn çerçeveler; parti sonu kayd detay kayt
      *saysn ve INP-AMOUNT kontrol toplamn tar. Her ikisi de ayn
      *101 baytn alternatif görünümüdür.
       01  INP-BCH-VARIABLES.
           05 INP-BCH-TYPE      PIC X(01).
           05 INP-BCH-REF       PIC X(08).
           05 INP-BCH-DATE      PIC X(08).
           05 FILLER            PIC X(84).
      *----Geri alma (PROCESS-TYPE 'R') kayitlari geri alinacak hareketi
      *hesap anahtari ve AUD-TIMESTAMP'in ilk 16 hanesiyle
      *(YYYYMMDDHHMMSSCC), INP-REV-FUNC ise asil hareketin islev
      *koduyla (06 borc, 07 alacak, 10 aktarim, 16 ucret) adlandirir;
      *tutar alani bostur, tutar asil hareketten alinir.
       01  INP-REV-VARIABLES.
           05 INP-REV-TYPE      PIC X(01).
           05 INP-REV-ID        PIC X(05).
           05 INP-REV-DVZ       PIC X(03).
           05 INP-REV-TS        PIC X(16).
           05 INP-REV-FUNC      PIC X(02).
           05 FILLER            PIC X(74).
      *----
       01  INP-TRL-VARIABLES.
           05 INP-TRL-TYPE      PIC X(01).
           05 INP-TRL-COUNT     PIC 9(07).
           05 INP-TRL-HASH      PIC 9(15).
           05 FILLER            PIC X(78).
      *----
       FD  OUT-FILE RECORDING MODE F.
       01  OUT-VARIABLES.
           05 OUT-RC            PIC 9(02).
           05 FILLER            PIC X(02)      VALUE SPACES.
           05 OUT-DATA          PIC X(147).
           05 FILLER            PIC X(02)      VALUE SPACES.
           05 OUT-TRN-REF       PIC X(23).
      *----
       FD  REJ-FILE RECORDING MODE F.
       01  REJ-VARIABLES.
           05 REJ-RECORD         PIC X(101).
           05 REJ-REASON-CODE    PIC 9(02).
           05 REJ-REASON-TEXT    PIC X(30).
      *----
           05 CHK-DVZ            PIC X(03).
           05 CHK-SEQ            PIC 9(07).
      *----Bölüm onay esigine takilan islemler burada bekletilir:
      *101 baytlik girdi goruntusu oldugu gibi saklanir, PBRELS00
      *onay dongusunden gecen kayitlar bir sonraki calismanin
      *INPFILE'ina geri yazilir.
       FD  HLD-FILE RECORDING MODE F.
       01  HLD-VARIABLES.
           05 HLD-RECORD         PIC X(101).
           05 HLD-REASON-CODE    PIC 9(02).
           05 HLD-REASON-TEXT    PIC X(30).
      *----
      *----
       FD  RCT-FILE.
           COPY PBRCTRC.
      *----Ileri valorlu islem deposu: vadesi gelene kadar bekleyen
      *kayitlar PBVALD00 tarafindan listelenir, iptal edilir ve
      *serbest birakilir.
       FD  WHS-FILE.
           COPY PBWHSRC.
      *----Islem izi kutugu: her kaydin alinis, islenis, red,
      *bekletme ve depolama adimlari islem referansiyla eklenir;
      *PBTRCE00 sorgusu kaydin tum hayatini buradan okur.
       FD  TRC-FILE RECORDING MODE F.
           COPY PBTRCRC.
      *----
       WORKING-STORAGE SECTION.
      *----
           05 WS-GL-CR-IN          PIC S9(15)  VALUE 0.
           05 WS-GL-TOT-DR         PIC S9(15)  VALUE 0.
           05 WS-GL-TOT-CR         PIC S9(15)  VALUE 0.
      *----
           05 ST-WHS-FILE          PIC 9(02).
              88 WHS-SUCCESS                   VALUE 00 97 05.
              88 WHS-DUPLICATE                 VALUE 22.
           05 WS-FUTURE-SW         PIC X(01)   VALUE 'N'.
              88 WS-FUTURE-ITEM                VALUE 'Y'.
           05 WS-VALUE-DATE        PIC 9(08)   VALUE 0.
           05 WS-VALUE-INT         PIC S9(08)  VALUE 0.
           05 WS-TODAY-INT         PIC S9(08)  VALUE 0.
           05 WS-WHS-MAX-DAYS      PIC 9(03)   VALUE 366.
           05 WS-TRN-BASE-REF      PIC X(08)   VALUE SPACES.
           05 WS-TRN-BASE-DATE     PIC X(08)   VALUE SPACES.
           05 WS-TRN-SEQ           PIC 9(07)   VALUE 0.
      *----
           05 ST-TRC-FILE          PIC 9(02).
              88 TRC-SUCCESS                   VALUE 00 97 05.
           05 WS-TRC-EVENT         PIC X(04)   VALUE SPACES.
           05 WS-TRC-RC            PIC 9(02)   VALUE 0.
           05 WS-TRC-TEXT          PIC X(30)   VALUE SPACES.
           05 WS-CNT-TRACE         PIC 9(07)   VALUE 0.
      *----
       01  WS-GL-TABLE.
           05 WS-GL-ENTRY OCCURS 60.
           05 WS-CNT-UNFREEZE      PIC 9(07)   VALUE 0.
           05 WS-CNT-CLOSEACCT     PIC 9(07)   VALUE 0.
           05 WS-CNT-SETLIMIT      PIC 9(07)   VALUE 0.
           05 WS-CNT-REVERSE       PIC 9(07)   VALUE 0.
           05 WS-CNT-FEE           PIC 9(07)   VALUE 0.
           05 WS-CNT-FEE-WAIVED    PIC 9(07)   VALUE 0.
           05 WS-FEE-TOTAL         PIC S9(15)  VALUE 0.
           05 WS-CNT-REJECTED      PIC 9(07)   VALUE 0.
           05 WS-CNT-XREJ-ALERT    PIC 9(07)   VALUE 0.
           05 WS-CNT-WAREHOUSED    PIC 9(07)   VALUE 0.
           05 WS-CNT-OUT-WRITTEN   PIC 9(07)   VALUE 0.
           05 WS-RUN-RECORDS-READ  PIC 9(07)   VALUE 0.
           05 WS-EXPECTED-OUT      PIC 9(07)   VALUE 0.
              ==PFX-FUNC-UNFREEZE== BY ==WS-FUNC-UNFREEZE==
              ==PFX-FUNC-CLOSEACCT== BY ==WS-FUNC-CLOSEACCT==
              ==PFX-FUNC-SETLIMIT== BY ==WS-FUNC-SETLIMIT==
              ==PFX-FUNC-REVERSE== BY ==WS-FUNC-REVERSE==
              ==PFX-SUB-ID==       BY ==WS-SUB-ID==
              ==PFX-SUB-DVZ==      BY ==WS-SUB-DVZ==
              ==PFX-SUB-ID2==      BY ==WS-SUB-ID2==
              ==PFX-DVZ-DESC==     BY ==WS-DVZ-DESC==
              ==PFX-APPR-LIMIT==   BY ==WS-APPR-LIMIT==
              ==PFX-CREDIT-AMT==   BY ==WS-CREDIT-AMT==
              ==PFX-EXP==          BY ==WS-EXP==
              ==PFX-REV-TS==       BY ==WS-REV-TS==
              ==PFX-REV-FUNC==     BY ==WS-REV-FUNC==
              ==PFX-REV-DR-DVZ==   BY ==WS-REV-DR-DVZ==
              ==PFX-REV-DR-AMT==   BY ==WS-REV-DR-AMT==
              ==PFX-REV-CR-DVZ==   BY ==WS-REV-CR-DVZ==
              ==PFX-REV-CR-AMT==   BY ==WS-REV-CR-AMT==
              ==PFX-CUS-NO==       BY ==WS-CUS-NO==
              ==PFX-FEE-SW==       BY ==WS-FEE-SW==
              ==PFX-FEE-CHARGED==  BY ==WS-FEE-CHARGED==
              ==PFX-FEE-WAIVED==   BY ==WS-FEE-WAIVED==
              ==PFX-FEE-DVZ==      BY ==WS-FEE-DVZ==
              ==PFX-FEE-AMT==      BY ==WS-FEE-AMT==
              ==PFX-TRN-REF==      BY ==WS-SUB-TRN-REF==.
      *----Reddedilen aktarimin musteri uyarisi PBALRT00 ile yazilir.
       01  WS-AL-AREA.
           COPY PBALIF REPLACING
              ==PFX-AL-FUNC==      BY ==WS-AL-FUNC==
              ==PFX-AL-OPEN==      BY ==WS-AL-OPEN==
              ==PFX-AL-EVENT-WRITE== BY ==WS-AL-EVENT-WRITE==
              ==PFX-AL-MOVEMENT==  BY ==WS-AL-MOVEMENT==
              ==PFX-AL-CLOSE==     BY ==WS-AL-CLOSE==
              ==PFX-AL-SOURCE==    BY ==WS-AL-SOURCE==
              ==PFX-AL-RESTART-SW== BY ==WS-AL-RESTART-SW==
              ==PFX-AL-EVENT==     BY ==WS-AL-EVENT==
              ==PFX-AL-ID==        BY ==WS-AL-ID==
              ==PFX-AL-DVZ==       BY ==WS-AL-DVZ==
              ==PFX-AL-CUS-NO==    BY ==WS-AL-CUS-NO==
              ==PFX-AL-DIR==       BY ==WS-AL-DIR==
              ==PFX-AL-AMOUNT==    BY ==WS-AL-AMOUNT==
              ==PFX-AL-BAL-BEFORE== BY ==WS-AL-BAL-BEFORE==
              ==PFX-AL-BALANCE==   BY ==WS-AL-BALANCE==
              ==PFX-AL-OD-LIMIT==  BY ==WS-AL-OD-LIMIT==
              ==PFX-AL-TIMESTAMP== BY ==WS-AL-TIMESTAMP==
              ==PFX-AL-RC==        BY ==WS-AL-RC==.
      *----
       PROCEDURE DIVISION.
      *----
              OPEN OUTPUT CHK-FILE
              OPEN OUTPUT HLD-FILE
           END-IF.
           OPEN I-O WHS-FILE.
           OPEN EXTEND TRC-FILE.
           PERFORM H170-WAREHOUSE-SETUP.
           PERFORM H110-OPEN-CHECK.
           MOVE WS-RESTART-SW TO WS-SUB-RESTART-SW.
           SET WS-FUNC-OPEN TO TRUE.
              DISPLAY 'Could not open hold file. RC : ' ST-HLD-FILE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF NOT WHS-SUCCESS
              DISPLAY 'Could not open warehouse file. RC : '
                 ST-WHS-FILE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
           IF NOT TRC-SUCCESS
              DISPLAY 'Could not open trace file. RC : ' ST-TRC-FILE
              PERFORM H999-PROGRAM-EXIT
           END-IF.
      *----
           IF WS-RESTART-MODE
              PERFORM H140-SKIP-PROCESSED
           END-IF.
           CLOSE BRG-FILE.
       H168-EXIT. EXIT.
      *----Bu kod parcacigi, islem referansinin parti kismini
      *hazirlar: parti referansi/tarihi parti basi kaydindan alinir;
      *parti basi kaydi olmayan dosyada calisma zamani kullanilir.
      *Ayni referans depo anahtarinin da parcasidir.
      *Valor tarihinin en fazla kac gun ileri olabilecegi burada
      *bugune gore hesaplanir.
       H170-WAREHOUSE-SETUP.
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-RCT-TODAY).
           IF WS-BCH-REF = SPACES
              MOVE FUNCTION CURRENT-DATE(9:8) TO WS-TRN-BASE-REF
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TRN-BASE-DATE
           ELSE
              MOVE WS-BCH-REF TO WS-TRN-BASE-REF
              MOVE WS-BCH-DATE TO WS-TRN-BASE-DATE
           END-IF.
       H170-END. EXIT.
      *----Bu kod parçac, PRMFILE varsa bu çalma için izin verilen
      *INP-DVZ aralyla snrlar (bölüm baznda paralel batch
      *pencereleri içindir); PRMFILE yoksa tüm bölümler ilenir.
                      INP-DVZ > WS-PARTITION-HIGH)
                 ADD 1 TO WS-PARTITION-SKIPPED
              ELSE
                 PERFORM H181-ASSIGN-REFERENCE
                 PERFORM H180-VALIDATE-INPUT
                 IF WS-INPUT-VALID
                    IF WS-FUTURE-ITEM
                       PERFORM H189-WRITE-WAREHOUSE
                    ELSE
                       PERFORM H187-HOLD-CHECK THRU H187-EXIT
                       IF WS-HOLD-ITEM
                          PERFORM H188-WRITE-HOLD
                       ELSE
                          PERFORM H210-PROCESS-RECORD
                       END-IF
                    END-IF
                 ELSE
                    PERFORM H190-WRITE-REJECT
      *listesine uygun olup olmadn kontrol eder.
       H180-VALIDATE-INPUT.
           SET WS-INPUT-VALID TO TRUE.
           MOVE 'N' TO WS-FUTURE-SW.
           MOVE 0 TO WS-REJECT-CODE.
           MOVE SPACES TO WS-REJECT-TEXT.
           MOVE 0 TO WS-DVZ-MATCH-IDX.
              WHEN '1' WHEN '2' WHEN '3' WHEN '4' WHEN '5'
              WHEN '6' WHEN '7' WHEN '9'
              WHEN 'T' WHEN 'F' WHEN 'U' WHEN 'C' WHEN 'L'
              WHEN 'R'
                 CONTINUE
              WHEN OTHER
                 SET WS-INPUT-INVALID TO TRUE
           IF WS-INPUT-VALID AND PROCESS-TYPE = 'T'
              PERFORM H186-XFER-TGT-DVZ-CHECK
           END-IF.
           IF WS-INPUT-VALID AND PROCESS-TYPE = 'R'
              AND INP-REV-TS NOT NUMERIC
              SET WS-INPUT-INVALID TO TRUE
              MOVE 06 TO WS-REJECT-CODE
              MOVE 'INVALID REVERSAL TIMESTAMP' TO WS-REJECT-TEXT
           END-IF.
           IF WS-INPUT-VALID AND PROCESS-TYPE = 'R'
              AND INP-REV-FUNC NOT = '06' AND INP-REV-FUNC NOT = '07'
              AND INP-REV-FUNC NOT = '10' AND INP-REV-FUNC NOT = '16'
              SET WS-INPUT-INVALID TO TRUE
              MOVE 06 TO WS-REJECT-CODE
              MOVE 'INVALID REVERSAL FUNCTION' TO WS-REJECT-TEXT
           END-IF.
           IF WS-INPUT-VALID AND PROCESS-TYPE = '3'
              AND INP-CUS-NO NOT = SPACES
              AND INP-CUS-NO NOT NUMERIC
              SET WS-INPUT-INVALID TO TRUE
              MOVE 07 TO WS-REJECT-CODE
              MOVE 'INVALID CUSTOMER NUMBER' TO WS-REJECT-TEXT
           END-IF.
           IF WS-INPUT-VALID AND INP-VALUE-DATE NOT = SPACES
              PERFORM H183-VALUE-DATE-CHECK THRU H183-EXIT
           END-IF.
       H180-END. EXIT.
      *----Bu kod parcacigi, detay kayda islem referansini verir:
      *referans bossa parti referansi/tarihi ve kaydin INPFILE
      *icindeki sirasi (restart sonrasinda da ayni kalan mutlak konum)
      *yazilir; doluysa kayit daha once alinmis bir kaydin yeniden
      *gonderimidir ve ilk referansini korur. Kaydin alindigi an, onu
      *tasiyan partiyle birlikte iz kutugune yazilir.
       H181-ASSIGN-REFERENCE.
           IF INP-TRN-REF = SPACES
              COMPUTE WS-TRN-SEQ = WS-RECORDS-PROCESSED + 1
              MOVE WS-TRN-BASE-REF TO INP-TRN-BCH-REF
              MOVE WS-TRN-BASE-DATE TO INP-TRN-BCH-DATE
              MOVE WS-TRN-SEQ TO INP-TRN-SEQ
           END-IF.
           MOVE INP-TRN-REF TO WS-SUB-TRN-REF.
           MOVE 'RCVD' TO WS-TRC-EVENT.
           MOVE 0 TO WS-TRC-RC.
           MOVE SPACES TO WS-TRC-TEXT.
           PERFORM H260-TRACE-WRITE.
       H181-END. EXIT.
      *----Bu kod parcacigi, valor tarihini denetler. Gecerli bir
      *takvim gunu olmalidir; bugun ya da gecmis bir gun kaydi
      *hemen isletir (geriye valorlama yapilmaz, hareket bugunun
      *tarihini tasir). Ileri tarih yalnizca borc, alacak ve aktarimda
      *kabul edilir ve en fazla WS-WHS-MAX-DAYS gun ileri olabilir;
      *boyle bir kayit depoya alinmak uzere isaretlenir.
       H183-VALUE-DATE-CHECK.
           IF INP-VALUE-DATE NOT NUMERIC
              GO TO H183-INVALID
           END-IF.
           MOVE INP-VALUE-DATE TO WS-VALUE-DATE.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-VALUE-DATE) NOT = 0
              GO TO H183-INVALID
           END-IF.
           IF WS-VALUE-DATE NOT > WS-RCT-TODAY
              GO TO H183-EXIT
           END-IF.
           IF PROCESS-TYPE NOT = '6' AND PROCESS-TYPE NOT = '7'
              AND PROCESS-TYPE NOT = 'T'
              SET WS-INPUT-INVALID TO TRUE
              MOVE 08 TO WS-REJECT-CODE
              MOVE 'VALUE DATE NOT ALLOWED' TO WS-REJECT-TEXT
              GO TO H183-EXIT
           END-IF.
           COMPUTE WS-VALUE-INT =
              FUNCTION INTEGER-OF-DATE(WS-VALUE-DATE).
           IF WS-VALUE-INT - WS-TODAY-INT > WS-WHS-MAX-DAYS
              SET WS-INPUT-INVALID TO TRUE
              MOVE 08 TO WS-REJECT-CODE
              MOVE 'VALUE DATE TOO FAR AHEAD' TO WS-REJECT-TEXT
              GO TO H183-EXIT
           END-IF.
           SET WS-FUTURE-ITEM TO TRUE.
           GO TO H183-EXIT.
       H183-INVALID.
           SET WS-INPUT-INVALID TO TRUE.
           MOVE 08 TO WS-REJECT-CODE.
           MOVE 'INVALID VALUE DATE' TO WS-REJECT-TEXT.
       H183-EXIT. EXIT.
      *----Bu kod parçac, INP-DVZ'yi PBSUBPG0 üzerinden gerçek DVZFILE
      *ana dosyasna kar dorular; gçerli bölüm listesi yalnzca
      *DVZFILE'da tutulur, PBMAINCB'de ayrca sabit bir kopyas
           MOVE 'AMOUNT REQUIRES APPROVAL' TO HLD-REASON-TEXT.
           WRITE HLD-VARIABLES.
           ADD 1 TO WS-CNT-HELD.
           MOVE 'HELD' TO WS-TRC-EVENT.
           MOVE HLD-REASON-CODE TO WS-TRC-RC.
           MOVE HLD-REASON-TEXT TO WS-TRC-TEXT.
           PERFORM H260-TRACE-WRITE.
       H188-END. EXIT.
      *----Bu kod parcacigi, ileri valorlu kaydi girdi goruntusuyle
      *depoya yazar. Anahtar valor tarihi ve kaydin islem
      *referansidir; yeniden baslatilan calisma ayni kaydi bir daha
      *yazmaya kalkarsa kayit zaten depodadir ve yalnizca sayilir.
      *Depoya yazilamayan kayit kaybolmasin diye reddedilir.
       H189-WRITE-WAREHOUSE.
           MOVE SPACES TO WHS-VARIABLES.
           MOVE WS-VALUE-DATE TO WHS-VALUE-DATE.
           MOVE INP-TRN-REF TO WHS-TRN-REF.
           SET WHS-WAITING TO TRUE.
           MOVE WS-RCT-TODAY TO WHS-ENTRY-DATE.
           MOVE 0 TO WHS-ACTION-DATE.
           MOVE INP-VARIABLES TO WHS-ITEM.
           WRITE WHS-VARIABLES.
           IF WHS-SUCCESS OR WHS-DUPLICATE
              ADD 1 TO WS-CNT-WAREHOUSED
              MOVE 'WHSE' TO WS-TRC-EVENT
              MOVE 0 TO WS-TRC-RC
              MOVE SPACES TO WS-TRC-TEXT
              STRING 'VALUE DATE ' DELIMITED BY SIZE
                     INP-VALUE-DATE DELIMITED BY SIZE
                 INTO WS-TRC-TEXT
              PERFORM H260-TRACE-WRITE
           ELSE
              DISPLAY 'WAREHOUSE WRITE FAILED. RC : ' ST-WHS-FILE
              MOVE 09 TO WS-REJECT-CODE
              MOVE 'WAREHOUSE WRITE FAILED' TO WS-REJECT-TEXT
              PERFORM H190-WRITE-REJECT
           END-IF.
       H189-END. EXIT.
      *----
       H190-WRITE-REJECT.
           MOVE SPACES TO REJ-VARIABLES.
           MOVE WS-REJECT-TEXT TO REJ-REASON-TEXT.
           WRITE REJ-VARIABLES.
           ADD 1 TO WS-CNT-REJECTED.
           MOVE 'REJT' TO WS-TRC-EVENT.
           MOVE WS-REJECT-CODE TO WS-TRC-RC.
           MOVE WS-REJECT-TEXT TO WS-TRC-TEXT.
           PERFORM H260-TRACE-WRITE.
       H190-END. EXIT.
      *----Bu kod parcacigi, 04 koduyla reddedilen aktarim icin kaynak
      *hesabin musterisine uyari yazdirir. PBSUBPG0 kaynak hesabi
      *okuyabildiyse sahibini ve bakiyesini cevapta dondurur; kaynak
      *hesap hic bulunamadiysa musteri numarasi sifir kalir ve uyari
      *yazilmaz.
       H195-XFER-REJECT-ALERT.
           INITIALIZE WS-AL-AREA.
           SET WS-AL-EVENT-WRITE TO TRUE.
           MOVE 'PBMAINCB' TO WS-AL-SOURCE.
           MOVE 'XREJ' TO WS-AL-EVENT.
           MOVE WS-SUB-ID TO WS-AL-ID.
           MOVE WS-SUB-DVZ TO WS-AL-DVZ.
           MOVE WS-CUS-NO TO WS-AL-CUS-NO.
           MOVE WS-AMOUNT TO WS-AL-AMOUNT.
           MOVE WS-BALANCE-FROM TO WS-AL-BALANCE.
           MOVE SPACES TO WS-AL-TIMESTAMP.
           CALL 'PBALRT00' USING WS-AL-AREA.
           IF WS-AL-RC = 0
              ADD 1 TO WS-CNT-XREJ-ALERT
           END-IF.
       H195-END. EXIT.
      *----Bu kod parçac, belirli veri alanlarn saysal deerlere
      *dönütürür, ardndan bu verileri baka bir alt programa gönderir,
      *çkt dosyasna yazar ve daha sonra bir sonraki girii okur.
       H210-PROCESS-RECORD.
           MOVE 0 TO WS-CUS-NO.
           EVALUATE PROCESS-TYPE
              WHEN 'T'
                 SET WS-FUNC-TRANSFER TO TRUE
                 ELSE
                    COMPUTE WS-AMOUNT = FUNCTION NUMVAL(INP-AMOUNT)
                 END-IF
              WHEN 'R'
                 SET WS-FUNC-REVERSE TO TRUE
                 COMPUTE WS-SUB-ID = FUNCTION NUMVAL(INP-REV-ID)
                 COMPUTE WS-SUB-DVZ = FUNCTION NUMVAL(INP-REV-DVZ)
                 MOVE 0 TO WS-SUB-ID2
                 MOVE 0 TO WS-SUB-DVZ2
                 MOVE SPACES TO WS-NAME-TO
                 MOVE SPACES TO WS-SURNAME-TO
                 MOVE 0 TO WS-DATE-TO
                 MOVE 0 TO WS-AMOUNT
                 MOVE INP-REV-TS TO WS-REV-TS
                 MOVE INP-REV-FUNC TO WS-REV-FUNC
              WHEN 'F'
              WHEN 'U'
              WHEN 'C'
                 ELSE
                    COMPUTE WS-AMOUNT = FUNCTION NUMVAL(INP-AMOUNT)
                 END-IF
                 IF PROCESS-TYPE = '3' AND INP-CUS-NO NOT = SPACES
                    MOVE INP-CUS-NO TO WS-CUS-NO
                 END-IF
           END-EVALUATE.
           CALL WS-PBSUBPG0 USING WS-SUB-AREA.
      *----Aktarmda iki bacak tek birimdir: herhangi bir bacak hata
              MOVE 04 TO WS-REJECT-CODE
              MOVE WS-EXP TO WS-REJECT-TEXT
              PERFORM H190-WRITE-REJECT
              PERFORM H195-XFER-REJECT-ALERT
           ELSE
              MOVE SPACES TO OUT-VARIABLES
              MOVE WS-SUB-FUNC TO PROCESS-TYPE-O
              MOVE WS-SUB-DVZ  TO OUT-DVZ
              MOVE WS-SUB-RC  TO OUT-RC
              MOVE WS-SUB-DATA  TO OUT-DATA
              MOVE INP-TRN-REF TO OUT-TRN-REF
              WRITE OUT-VARIABLES
              ADD 1 TO WS-CNT-OUT-WRITTEN
              IF WS-SUB-RC = 0
                 MOVE 'POST' TO WS-TRC-EVENT
              ELSE
                 MOVE 'FAIL' TO WS-TRC-EVENT
              END-IF
              MOVE WS-SUB-RC TO WS-TRC-RC
              MOVE WS-EXP TO WS-TRC-TEXT
              PERFORM H260-TRACE-WRITE
              EVALUATE WS-SUB-FUNC
                 WHEN 1 ADD 1 TO WS-CNT-OPEN
                 WHEN 2 ADD 1 TO WS-CNT-READ
                 WHEN 12 ADD 1 TO WS-CNT-UNFREEZE
                 WHEN 13 ADD 1 TO WS-CNT-CLOSEACCT
                 WHEN 14 ADD 1 TO WS-CNT-SETLIMIT
                 WHEN 15 ADD 1 TO WS-CNT-REVERSE
              END-EVALUATE
              EVALUATE WS-DVZ-MATCH-IDX
                 WHEN 1 ADD 1 TO WS-DVZ-COUNT-01
           DISPLAY 'UNFREEZE: ' WS-CNT-UNFREEZE.
           DISPLAY 'CLOSEACC: ' WS-CNT-CLOSEACCT.
           DISPLAY 'SETLIMIT: ' WS-CNT-SETLIMIT.
           DISPLAY 'REVERSAL: ' WS-CNT-REVERSE.
           DISPLAY 'FEES    : ' WS-CNT-FEE.
           DISPLAY 'FEE AMT : ' WS-FEE-TOTAL.
           DISPLAY 'FEE WAIV: ' WS-CNT-FEE-WAIVED.
           DISPLAY 'REJECTED: ' WS-CNT-REJECTED.
           DISPLAY 'HELD    : ' WS-CNT-HELD.
           DISPLAY 'WAREHSED: ' WS-CNT-WAREHOUSED.
           DISPLAY 'XREJ ALERTS : ' WS-CNT-XREJ-ALERT.
           DISPLAY 'TRACE EVENTS: ' WS-CNT-TRACE.
           DISPLAY 'SKIPPED (OUT OF PARTITION) : '
              WS-PARTITION-SKIPPED.
           DISPLAY '---- BY DIVISION ----'.
           DISPLAY 'BATCH HDR/TRL RECORDS : ' WS-CNT-BATCH-RECS.
           COMPUTE WS-EXPECTED-OUT = WS-RUN-RECORDS-READ
              - WS-CNT-REJECTED - WS-PARTITION-SKIPPED
              - WS-CNT-BATCH-RECS - WS-CNT-HELD
              - WS-CNT-WAREHOUSED.
           IF WS-EXPECTED-OUT = WS-CNT-OUT-WRITTEN
              DISPLAY 'RECONCILIATION OK'
           ELSE
      *ilem türü bana net borç/alacak olarak biriktirir. Aktarm
      *(tür 10) kaynak bölüme borç, hedef bölüme alacak yazar. Silme
      *(tür 5) tutar tamad için muhasebe özetine girmez.
      *----Islemden dogan ucret, ucret geliri olarak ayri bir satira
      *(tur 16) ucretin alindigi bolume borc yazilir; feragat edilen
      *ucret yalnizca sayilir.
       H240-GL-ACCUMULATE.
           EVALUATE WS-SUB-FUNC
              WHEN 3
                 MOVE 0 TO WS-GL-DR-IN
                 MOVE WS-CREDIT-AMT TO WS-GL-CR-IN
                 PERFORM H245-GL-TALLY
      *----Geri almada PBSUBPG0 ters kaydin borc ve alacak bacaklarini
      *bolum/tutar olarak dondurur; tek hesapli geri almada
      *bacaklardan yalnizca biri doludur.
              WHEN 15
                 IF WS-REV-DR-AMT NOT = 0
                    MOVE WS-REV-DR-DVZ TO WS-GL-DVZ-IN
                    MOVE 15 TO WS-GL-TYPE-IN
                    MOVE WS-REV-DR-AMT TO WS-GL-DR-IN
                    MOVE 0 TO WS-GL-CR-IN
                    PERFORM H245-GL-TALLY
                 END-IF
                 IF WS-REV-CR-AMT NOT = 0
                    MOVE WS-REV-CR-DVZ TO WS-GL-DVZ-IN
                    MOVE 15 TO WS-GL-TYPE-IN
                    MOVE 0 TO WS-GL-DR-IN
                    MOVE WS-REV-CR-AMT TO WS-GL-CR-IN
                    PERFORM H245-GL-TALLY
                 END-IF
           END-EVALUATE.
           IF WS-FEE-CHARGED
              MOVE WS-FEE-DVZ TO WS-GL-DVZ-IN
              MOVE 16 TO WS-GL-TYPE-IN
              MOVE WS-FEE-AMT TO WS-GL-DR-IN
              MOVE 0 TO WS-GL-CR-IN
              PERFORM H245-GL-TALLY
              ADD 1 TO WS-CNT-FEE
              ADD WS-FEE-AMT TO WS-FEE-TOTAL
           END-IF.
           IF WS-FEE-WAIVED
              ADD 1 TO WS-CNT-FEE-WAIVED
           END-IF.
       H240-END. EXIT.
      *----
       H245-GL-TALLY.
           END-IF.
           CLOSE GL-FILE.
       H250-EXIT. EXIT.
      *----Bu kod parcacigi, kaydin o anki adimini islem referansi,
      *kaydi tasiyan parti ve girdi goruntusuyle iz kutugune ekler.
       H260-TRACE-WRITE.
           MOVE SPACES TO TRC-VARIABLES.
           MOVE INP-TRN-REF TO TRC-REF.
           MOVE FUNCTION CURRENT-DATE TO TRC-TIMESTAMP.
           MOVE 'PBMAINCB' TO TRC-PROGRAM.
           MOVE WS-TRC-EVENT TO TRC-EVENT.
           MOVE WS-TRN-BASE-REF TO TRC-CAR-REF.
           MOVE WS-TRN-BASE-DATE TO TRC-CAR-DATE.
           MOVE WS-TRC-RC TO TRC-RC.
           MOVE WS-TRC-TEXT TO TRC-TEXT.
           MOVE INP-VARIABLES TO TRC-ITEM.
           WRITE TRC-VARIABLES.
           ADD 1 TO WS-CNT-TRACE.
       H260-END. EXIT.
      *----
       H999-PROGRAM-EXIT.
           PERFORM H230-PRINT-TOTALS.
              PERFORM H168-REGISTRY-RECORD THRU H168-EXIT
              MOVE 'DONE' TO WS-RCT-STATUS
              PERFORM H115-RUNCTL-STAMP
      *----Uyari dosyasinin kapanis kaydi yalniz tamamlanan calismada
      *yazilir; kesilen calismanin dosyasina yeniden baslatma devam
      *eder.
              SET WS-FUNC-CLOSE TO TRUE
              CALL WS-PBSUBPG0 USING WS-SUB-AREA
           END-IF.
           CLOSE INP-FILE.
           CLOSE OUT-FILE.
           CLOSE REJ-FILE.
           CLOSE CHK-FILE.
           CLOSE HLD-FILE.
           CLOSE WHS-FILE.
           CLOSE TRC-FILE.
           STOP RUN.
       H999-END. EXIT.
      *----
