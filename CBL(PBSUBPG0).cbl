                           STATUS ST-DVZ-FILE.
           SELECT AUD-FILE ASSIGN TO AUDFILE
                           STATUS ST-AUD-FILE.
           SELECT OPTIONAL HST-FILE ASSIGN TO HSTFILE
                           STATUS ST-HST-FILE.
           SELECT OPTIONAL CUS-FILE ASSIGN TO CUSFILE
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY CUS-KEY
                           STATUS ST-CUS-FILE.
           SELECT OPTIONAL FEE-FILE ASSIGN TO FEEFILE
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY FEE-KEY
                           STATUS ST-FEE-FILE.
      *----
       DATA DIVISION.
      *----
      *----
       FD  AUD-FILE RECORDING MODE F.
           COPY PBAUDRC.
      *----Kumulatif hareket tarihcesi yalnizca geri alma (LS-SUB-FUNC
      *15) icin asil hareketi aramak uzere okunur.
       FD  HST-FILE RECORDING MODE F.
           COPY PBHSTRC.
      *----Musteri ana dosyasi yalnizca hesap acilisinda, hesabi
      *sahip musteriye baglamak icin okunur.
       FD  CUS-FILE.
           COPY PBCUSRC.
      *----Ucret tarifesi basarili borc, aktarim ve hesap kapatma
      *islemlerinden sonra bolum ve islem turune gore okunur; dosya
      *yoksa hicbir ucret alinmaz.
       FD  FEE-FILE.
           COPY PBFEERC.
      *----
       WORKING-STORAGE SECTION.
      *----
      *----
           05 ST-AUD-FILE        PIC 9(02).
              88 AUD-SUCCESS                         VALUE 00 97.
              88 AUD-EOF                             VALUE 10.
      *----
           05 ST-HST-FILE        PIC 9(02).
              88 HST-SUCCESS                         VALUE 00 97 05.
              88 HST-EOF                             VALUE 10.
      *----
           05 ST-CUS-FILE        PIC 9(02).
              88 CUS-SUCCESS                         VALUE 00 97 05.
      *----
           05 ST-FEE-FILE        PIC 9(02).
              88 FEE-SUCCESS                         VALUE 00 97 05.
      *----
       01  WS-AUDIT-AREA.
           05 WS-AUD-FUNC            PIC 9(02).
           05 WS-AUD-NAME-BEFORE     PIC X(15).
           05 WS-AUD-SURNAME-BEFORE  PIC X(15).
           05 WS-AUD-BALANCE-BEFORE  PIC S9(15).
           05 WS-AUD-FX-RATE         PIC S9(07)V9(06).
           05 WS-AUD-CTR-ID          PIC S9(05).
           05 WS-AUD-CTR-DVZ         PIC S9(03).
           05 WS-AUD-CTR-LEG         PIC X(01).
           05 WS-AUD-REV-FUNC        PIC 9(02).
           05 WS-AUD-REV-TS          PIC X(26).
      *----
       01  WS-XFER-AREA.
           05 WS-XFER-SRC-BALANCE    PIC S9(15).
           05 WS-XFER-SRC-RATE       PIC S9(07)V9(06).
           05 WS-XFER-TGT-RATE       PIC S9(07)V9(06).
           05 WS-XFER-CREDIT-AMT     PIC S9(15).
      *----Musteri uyarilari PBALRT00 uzerinden yazilir.
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
       01  WS-FEE-AREA.
           05 WS-FEE-PROC            PIC 9(02).
           05 WS-FEE-VARIANT         PIC X(01).
           05 WS-FEE-BASE            PIC S9(15).
           05 WS-FEE-CALC            PIC S9(15)V9(04).
           05 WS-FEE-AMT             PIC S9(15).
           05 WS-FEE-FOUND-SW        PIC X(01).
              88 WS-FEE-FOUND                   VALUE 'Y'.
           05 WS-CLS-OLD-STATUS      PIC X(01).
           05 WS-CLS-OLD-LAST-ACT    PIC S9(07) COMP-3.
      *----
      *----Geri alma taramasinda AUDFILE ve HSTFILE kayitlari once ayni
      *goruntuye (WS-REV-SCAN) alinir. Bulunan asil hareket WS-REV-ORG,
      *aktarimin karsi bacagi WS-REV-PTN, bir onceki kayit WS-REV-PREV
      *olarak ayni duzende saklanir.
       01  WS-REV-AREA.
           05 WS-REV-MATCH-CNT       PIC 9(03).
           05 WS-REV-DONE-CNT        PIC S9(03).
           05 WS-REV-NEXT-SW         PIC X(01).
              88 WS-REV-WANT-NEXT               VALUE 'Y'.
           05 WS-REV-PTN-SW          PIC X(01).
              88 WS-REV-PTN-FOUND               VALUE 'Y'.
           05 WS-REV-DELTA           PIC S9(15).
           05 WS-REV-SRC-AMT         PIC S9(15).
           05 WS-REV-TGT-AMT         PIC S9(15).
           05 WS-REV-TGT-BALANCE     PIC S9(15).
      *----
       01  WS-REV-SCAN.
           05 WS-SCN-FUNC            PIC 9(02).
           05 WS-SCN-ID              PIC S9(05).
           05 WS-SCN-DVZ             PIC S9(03).
           05 WS-SCN-BAL-BEFORE      PIC S9(15).
           05 WS-SCN-BAL-AFTER       PIC S9(15).
           05 WS-SCN-TIMESTAMP       PIC X(26).
           05 WS-SCN-FX-RATE         PIC S9(07)V9(06).
           05 WS-SCN-CTR-ID          PIC S9(05).
           05 WS-SCN-CTR-DVZ         PIC S9(03).
           05 WS-SCN-CTR-LEG         PIC X(01).
           05 WS-SCN-REV-TS          PIC X(26).
           05 WS-SCN-REV-FUNC        PIC 9(02).
      *----
       01  WS-REV-PREV.
           05 WS-PRV-FUNC            PIC 9(02).
           05 WS-PRV-ID              PIC S9(05).
           05 WS-PRV-DVZ             PIC S9(03).
           05 WS-PRV-BAL-BEFORE      PIC S9(15).
           05 WS-PRV-BAL-AFTER       PIC S9(15).
           05 WS-PRV-TIMESTAMP       PIC X(26).
           05 WS-PRV-FX-RATE         PIC S9(07)V9(06).
           05 WS-PRV-CTR-ID          PIC S9(05).
           05 WS-PRV-CTR-DVZ         PIC S9(03).
           05 WS-PRV-CTR-LEG         PIC X(01).
           05 WS-PRV-REV-TS          PIC X(26).
           05 WS-PRV-REV-FUNC        PIC 9(02).
      *----
       01  WS-REV-ORG.
           05 WS-ORG-FUNC            PIC 9(02).
           05 WS-ORG-ID              PIC S9(05).
           05 WS-ORG-DVZ             PIC S9(03).
           05 WS-ORG-BAL-BEFORE      PIC S9(15).
           05 WS-ORG-BAL-AFTER       PIC S9(15).
           05 WS-ORG-TIMESTAMP       PIC X(26).
           05 WS-ORG-FX-RATE         PIC S9(07)V9(06).
           05 WS-ORG-CTR-ID          PIC S9(05).
           05 WS-ORG-CTR-DVZ         PIC S9(03).
           05 WS-ORG-CTR-LEG         PIC X(01).
           05 WS-ORG-REV-TS          PIC X(26).
           05 WS-ORG-REV-FUNC        PIC 9(02).
      *----
       01  WS-REV-PTN.
           05 WS-PTN-FUNC            PIC 9(02).
           05 WS-PTN-ID              PIC S9(05).
           05 WS-PTN-DVZ             PIC S9(03).
           05 WS-PTN-BAL-BEFORE      PIC S9(15).
           05 WS-PTN-BAL-AFTER       PIC S9(15).
           05 WS-PTN-TIMESTAMP       PIC X(26).
           05 WS-PTN-FX-RATE         PIC S9(07)V9(06).
           05 WS-PTN-CTR-ID          PIC S9(05).
           05 WS-PTN-CTR-DVZ         PIC S9(03).
           05 WS-PTN-CTR-LEG         PIC X(01).
           05 WS-PTN-REV-TS          PIC X(26).
           05 WS-PTN-REV-FUNC        PIC 9(02).
      *----
       01  WS-DATE-AREA.
           05 WS-TODAY-NUM           PIC 9(08).
              ==PFX-FUNC-UNFREEZE== BY ==LS-FUNC-UNFREEZE==
              ==PFX-FUNC-CLOSEACCT== BY ==LS-FUNC-CLOSEACCT==
              ==PFX-FUNC-SETLIMIT== BY ==LS-FUNC-SETLIMIT==
              ==PFX-FUNC-REVERSE== BY ==LS-FUNC-REVERSE==
              ==PFX-SUB-ID==       BY ==LS-SUB-ID==
              ==PFX-SUB-DVZ==      BY ==LS-SUB-DVZ==
              ==PFX-SUB-ID2==      BY ==LS-SUB-ID2==
              ==PFX-DVZ-DESC==     BY ==LS-DVZ-DESC==
              ==PFX-APPR-LIMIT==   BY ==LS-APPR-LIMIT==
              ==PFX-CREDIT-AMT==   BY ==LS-CREDIT-AMT==
              ==PFX-EXP==          BY ==LS-EXP==
              ==PFX-REV-TS==       BY ==LS-REV-TS==
              ==PFX-REV-FUNC==     BY ==LS-REV-FUNC==
              ==PFX-REV-DR-DVZ==   BY ==LS-REV-DR-DVZ==
              ==PFX-REV-DR-AMT==   BY ==LS-REV-DR-AMT==
              ==PFX-REV-CR-DVZ==   BY ==LS-REV-CR-DVZ==
              ==PFX-REV-CR-AMT==   BY ==LS-REV-CR-AMT==
              ==PFX-CUS-NO==       BY ==LS-CUS-NO==
              ==PFX-FEE-SW==       BY ==LS-FEE-SW==
              ==PFX-FEE-CHARGED==  BY ==LS-FEE-CHARGED==
              ==PFX-FEE-WAIVED==   BY ==LS-FEE-WAIVED==
              ==PFX-FEE-DVZ==      BY ==LS-FEE-DVZ==
              ==PFX-FEE-AMT==      BY ==LS-FEE-AMT==
              ==PFX-TRN-REF==      BY ==LS-TRN-REF==.
      *----
       PROCEDURE DIVISION USING LS-SUB-AREA.
      *----Bu kod parçac, LS-SUB-FUNC deerine göre farkl ilevlerin
           MOVE ZERO TO LS-BALANCE-FROM.
           MOVE ZERO TO LS-CREDIT-AMT.
           MOVE ZERO TO WS-AUD-FX-RATE.
           MOVE ZERO TO WS-AUD-CTR-ID WS-AUD-CTR-DVZ WS-AUD-REV-FUNC.
           MOVE SPACES TO WS-AUD-CTR-LEG WS-AUD-REV-TS.
           MOVE ZERO TO LS-REV-DR-DVZ LS-REV-DR-AMT
                        LS-REV-CR-DVZ LS-REV-CR-AMT.
           MOVE LS-SUB-FUNC TO WS-AUD-FUNC.
           MOVE SPACE TO LS-FEE-SW.
           MOVE ZERO TO LS-FEE-DVZ LS-FEE-AMT.
           EVALUATE LS-SUB-FUNC
              WHEN 1
                 PERFORM H100-OPEN-FILES
                 PERFORM H1300-CLOSEACCT-FUNC
              WHEN 14
                 PERFORM H1400-SETLIMIT-FUNC
              WHEN 15
                 PERFORM H1500-REVERSE-FUNC
              WHEN OTHER
                 MOVE 'UNDEFINED FUNCTION' TO LS-EXP
                 GOBACK
              DISPLAY 'AUDIT FILE NOT OPEN. RC : ' ST-AUD-FILE
              STOP RUN
           END-IF.
           OPEN INPUT CUS-FILE.
           IF NOT CUS-SUCCESS
              DISPLAY 'CUSTOMER FILE NOT OPEN. RC : ' ST-CUS-FILE
              STOP RUN
           END-IF.
           OPEN INPUT FEE-FILE.
           IF NOT FEE-SUCCESS
              DISPLAY 'FEE SCHEDULE FILE NOT OPEN. RC : ' ST-FEE-FILE
              STOP RUN
           END-IF.
           INITIALIZE WS-AL-AREA.
           SET WS-AL-OPEN TO TRUE.
           MOVE 'PBSUBPG0' TO WS-AL-SOURCE.
           MOVE LS-RESTART-SW TO WS-AL-RESTART-SW.
           CALL 'PBALRT00' USING WS-AL-AREA.
           GOBACK.
       H100-END. EXIT.
      *----
      *after alanlarna gerçek kayttan deil bolardan/sfrdan
      *deer atanr.
       H170-AUDIT-WRITE.
           MOVE WS-AUD-FUNC TO AUD-FUNC.
           MOVE IDX-KEY TO AUD-KEY.
           MOVE WS-AUD-NAME-BEFORE TO AUD-NAME-BEFORE.
           MOVE WS-AUD-SURNAME-BEFORE TO AUD-SURNAME-BEFORE.
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           MOVE WS-AUD-FX-RATE TO AUD-FX-RATE.
           MOVE WS-AUD-CTR-ID TO AUD-CTR-ID.
           MOVE WS-AUD-CTR-DVZ TO AUD-CTR-DVZ.
           MOVE WS-AUD-CTR-LEG TO AUD-CTR-LEG.
           MOVE WS-AUD-REV-FUNC TO AUD-REV-FUNC.
           MOVE WS-AUD-REV-TS TO AUD-REV-TS.
           MOVE IDX-CUS-NO TO AUD-CUS-NO.
           MOVE LS-TRN-REF TO AUD-TRN-REF.
           WRITE AUD-VARIABLES.
           PERFORM H175-ALERT-CHECK THRU H175-EXIT.
       H170-END. EXIT.
      *----Bu kod parcacigi, denetim izine yazilan hareketten musteri
      *uyarisi dogup dogmadigini PBALRT00'e sorar. Borc, ucret ve
      *aktarimin borc bacagi bakiyenin eksiye ya da kredili mevduat
      *limitinin uyari payina inmesine; alacak ve aktarimin alacak
      *bacagi buyuk alacak esigine gore degerlendirilir. Dondurma,
      *cozme ve kapatma dogrudan uyari olarak yazilir. Geri alinan
      *bacaklar ('R') ve ters kayitlar uyari dogurmaz.
       H175-ALERT-CHECK.
           MOVE SPACES TO WS-AL-EVENT WS-AL-DIR.
           EVALUATE TRUE
              WHEN WS-AUD-FUNC = 6 OR WS-AUD-FUNC = 16
                 MOVE 'D' TO WS-AL-DIR
              WHEN WS-AUD-FUNC = 10 AND WS-AUD-CTR-LEG = 'D'
                 MOVE 'D' TO WS-AL-DIR
              WHEN WS-AUD-FUNC = 7
                 MOVE 'C' TO WS-AL-DIR
              WHEN WS-AUD-FUNC = 10 AND WS-AUD-CTR-LEG = 'C'
                 MOVE 'C' TO WS-AL-DIR
              WHEN WS-AUD-FUNC = 11
                 MOVE 'FRZN' TO WS-AL-EVENT
              WHEN WS-AUD-FUNC = 12
                 MOVE 'UNFR' TO WS-AL-EVENT
              WHEN WS-AUD-FUNC = 13
                 MOVE 'CLSD' TO WS-AL-EVENT
           END-EVALUATE.
           IF WS-AL-DIR = SPACES AND WS-AL-EVENT = SPACES
              GO TO H175-EXIT
           END-IF.
           IF WS-AL-DIR = SPACES
              SET WS-AL-EVENT-WRITE TO TRUE
           ELSE
              SET WS-AL-MOVEMENT TO TRUE
           END-IF.
           MOVE 'PBSUBPG0' TO WS-AL-SOURCE.
           MOVE IDX-ID TO WS-AL-ID.
           MOVE IDX-DVZ TO WS-AL-DVZ.
           MOVE IDX-CUS-NO TO WS-AL-CUS-NO.
           MOVE WS-AUD-BALANCE-BEFORE TO WS-AL-BAL-BEFORE.
           MOVE IDX-BALANCE TO WS-AL-BALANCE.
           MOVE IDX-OD-LIMIT TO WS-AL-OD-LIMIT.
           IF WS-AL-DIR = 'D'
              COMPUTE WS-AL-AMOUNT =
                 WS-AUD-BALANCE-BEFORE - IDX-BALANCE
           ELSE
              COMPUTE WS-AL-AMOUNT =
                 IDX-BALANCE - WS-AUD-BALANCE-BEFORE
           END-IF.
           MOVE AUD-TIMESTAMP TO WS-AL-TIMESTAMP.
           CALL 'PBALRT00' USING WS-AL-AREA.
       H175-EXIT. EXIT.
      *----Bu kod parcacigi, islenen kaydin bolumu, WS-FEE-PROC islem
      *turu ve WS-FEE-VARIANT ile ucret tarifesini okur ve ucreti
      *WS-FEE-BASE tutari uzerinden WS-FEE-AMT'ye hesaplar. Ozel
      *(X/O) satir yoksa bolumun standart satiri kullanilir; hicbir
      *satir yoksa ucret sifirdir. IDX-VARIABLES ucretin alinacagi
      *hesabi tasimalidir.
       H180-FEE-LOOKUP.
           MOVE 0 TO WS-FEE-AMT.
           MOVE 'N' TO WS-FEE-FOUND-SW.
           MOVE IDX-DVZ TO FEE-DVZ.
           MOVE WS-FEE-PROC TO FEE-PROC.
           MOVE WS-FEE-VARIANT TO FEE-VARIANT.
           READ FEE-FILE KEY IS FEE-KEY
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE 'Y' TO WS-FEE-FOUND-SW
           END-READ.
           IF NOT WS-FEE-FOUND AND WS-FEE-VARIANT NOT = SPACE
              MOVE IDX-DVZ TO FEE-DVZ
              MOVE WS-FEE-PROC TO FEE-PROC
              MOVE SPACE TO FEE-VARIANT
              READ FEE-FILE KEY IS FEE-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'Y' TO WS-FEE-FOUND-SW
              END-READ
           END-IF.
           IF WS-FEE-FOUND
              COMPUTE WS-FEE-CALC =
                 FEE-FLAT-AMT + WS-FEE-BASE * FEE-PERCENT / 100
              IF WS-FEE-CALC < FEE-MIN-AMT
                 MOVE FEE-MIN-AMT TO WS-FEE-CALC
              END-IF
              IF FEE-MAX-AMT > 0 AND WS-FEE-CALC > FEE-MAX-AMT
                 MOVE FEE-MAX-AMT TO WS-FEE-CALC
              END-IF
              COMPUTE WS-FEE-AMT ROUNDED = WS-FEE-CALC
              IF WS-FEE-AMT < 0
                 MOVE 0 TO WS-FEE-AMT
              END-IF
           END-IF.
       H180-END. EXIT.
      *----Bu kod parcacigi, hesaplanan ucreti IDX-VARIABLES'taki
      *hesaptan kendi denetim hareketi (AUD-FUNC 16) olarak borclar.
      *Ucret bakiyeyi kredili mevduat limitinin altina indirecekse
      *PBACCR00'daki aylik ucret gibi alinmaz, cevapta feragat olarak
      *bildirilir. Ucretin yazilamamasi asil islemi geri cevirmez.
       H185-FEE-POST.
           IF WS-FEE-AMT > 0
              MOVE IDX-DVZ TO LS-FEE-DVZ
              MOVE WS-FEE-AMT TO LS-FEE-AMT
              IF IDX-BALANCE - WS-FEE-AMT < 0 - IDX-OD-LIMIT
                 SET LS-FEE-WAIVED TO TRUE
              ELSE
                 MOVE IDX-NAME TO WS-AUD-NAME-BEFORE
                 MOVE IDX-SURNAME TO WS-AUD-SURNAME-BEFORE
                 MOVE IDX-BALANCE TO WS-AUD-BALANCE-BEFORE
                 SUBTRACT WS-FEE-AMT FROM IDX-BALANCE
                 REWRITE IDX-VARIABLES
                 IF IDX-SUCCESS
                    MOVE 16 TO WS-AUD-FUNC
                    MOVE ZERO TO WS-AUD-FX-RATE
                    MOVE ZERO TO WS-AUD-CTR-ID WS-AUD-CTR-DVZ
                                 WS-AUD-REV-FUNC
                    MOVE SPACES TO WS-AUD-CTR-LEG WS-AUD-REV-TS
                    PERFORM H170-AUDIT-WRITE
                    MOVE LS-SUB-FUNC TO WS-AUD-FUNC
                    SET LS-FEE-CHARGED TO TRUE
                 ELSE
                    DISPLAY 'FEE POSTING FAILED ID ' IDX-ID
                       ' DVZ ' IDX-DVZ ' RC : ' ST-IDX-FILE
                    ADD WS-FEE-AMT TO IDX-BALANCE
                    MOVE SPACE TO LS-FEE-SW
                    MOVE ZERO TO LS-FEE-DVZ LS-FEE-AMT
                 END-IF
              END-IF
           END-IF.
       H185-END. EXIT.
      *----Bu kod parçac, IDX-FILE kaydn anahtarna göre bulur ve
      *bulunan/oluturulan kaydn bölümünü H160-DVZ-LOOKUP ile
      *çözerek LS-DVZ-DESC'e yazar; böylece her ilev (read/write/
           MOVE 'READ SUCCESSFULLY' TO LS-EXP.
           MOVE IDX-NAME TO LS-NAME-FROM.
           MOVE IDX-SURNAME TO LS-SURNAME-FROM.
           MOVE IDX-CUS-NO TO LS-CUS-NO.
           GOBACK.
       H200-END. EXIT.
      *----Bu kod parçac, FLAG deikeninin deerine göre farkl
           MOVE ZERO TO WS-AUD-BALANCE-BEFORE.
      *----
           IF FLAG = 1
              PERFORM H310-CUSTOMER-LINK
              MOVE LS-DATE-TO TO IDX-DATE
              MOVE LS-AMOUNT TO IDX-BALANCE
              MOVE 'A' TO IDX-STATUS
           MOVE 0 TO FLAG.
           GOBACK.
       H300-END. EXIT.
      *----Bu kod parcacigi, yeni hesabi sahip musteriye baglar:
      *LS-CUS-NO doluysa musteri CUSFILE'da bulunmali, hesabin isim/
      *soyisim alanlari musteri ana kaydindan alinir ve girdideki isim
      *dikkate alinmaz. Musteri yoksa hicbir kayit yazilmadan 85 ile
      *donulur. LS-CUS-NO sifirsa hesap eski usulde, girdideki isimle
      *baglantisiz acilir.
       H310-CUSTOMER-LINK.
           IF LS-CUS-NO = 0
              MOVE 0 TO IDX-CUS-NO
              MOVE LS-NAME-TO TO IDX-NAME
              MOVE LS-SURNAME-TO TO IDX-SURNAME
           ELSE
              MOVE LS-CUS-NO TO CUS-NO
              READ CUS-FILE KEY IS CUS-KEY
              INVALID KEY
                 MOVE 85 TO LS-SUB-RC
                 MOVE 'UNKNOWN CUSTOMER NUMBER' TO LS-EXP
                 MOVE 0 TO FLAG
                 GOBACK
              END-READ
              MOVE CUS-NO TO IDX-CUS-NO
              MOVE CUS-NAME TO IDX-NAME
              MOVE CUS-SURNAME TO IDX-SURNAME
           END-IF.
       H310-END. EXIT.
      *----Bu kod parçac, veri tama, döngü, deiken manipülasyonu
      *ve veri deitirme ilemlerini gerçekletirir. lgili ilemler,
      *verileri kontrol eder, karakterleri deitirir ve deitirilen
           MOVE IDX-NAME TO WS-AUD-NAME-BEFORE.
           MOVE IDX-SURNAME TO WS-AUD-SURNAME-BEFORE.
           MOVE IDX-BALANCE TO WS-AUD-BALANCE-BEFORE.
      *----Musteriye bagli hesabin ismi musteri ana kaydinda tutulur;
      *hesap bazinda degistirilirse ayni musterinin hesaplari yine
      *birbirinden ayrilirdi. Degisiklik PBCUSM00 ile musteri uzerinde
      *yapilir ve bagli tum hesaplara oradan yayilir.
           IF IDX-CUS-NO NOT = 0
              MOVE 86 TO LS-SUB-RC
              MOVE 'NAME HELD ON CUSTOMER MASTER' TO LS-EXP
              GOBACK
           END-IF.
           IF LS-NAME-TO = SPACES OR LS-SURNAME-TO = SPACES
              MOVE 98 TO LS-SUB-RC
              MOVE 'NAME/SURNAME CANNOT BE BLANK' TO LS-EXP
                 IF IDX-SUCCESS
                    MOVE 'DEBIT POSTED' TO LS-EXP
                    PERFORM H170-AUDIT-WRITE
                    MOVE 6 TO WS-FEE-PROC
                    IF IDX-BALANCE < 0
                       MOVE 'O' TO WS-FEE-VARIANT
                    ELSE
                       MOVE SPACE TO WS-FEE-VARIANT
                    END-IF
                    MOVE LS-AMOUNT TO WS-FEE-BASE
                    PERFORM H180-FEE-LOOKUP
                    PERFORM H185-FEE-POST
                 ELSE
                    MOVE 'DEBIT FAILED' TO LS-EXP
                 END-IF
              MOVE 'WRONG RECORD (SOURCE)' TO LS-EXP
              GOBACK
           END-READ.
      *----Aktarim reddedilirse cagiran musteriye uyari yazabilsin diye
      *kaynak hesabin sahibi ve bakiyesi cevapta hemen doldurulur.
           MOVE IDX-CUS-NO TO LS-CUS-NO.
           MOVE IDX-BALANCE TO LS-BALANCE-FROM.
           IF IDX-ST-FROZEN
              MOVE 95 TO LS-SUB-RC
              MOVE 'SOURCE ACCOUNT FROZEN' TO LS-EXP
           PERFORM H1005-XFER-FX-RESOLVE.
           PERFORM H1010-XFER-DEBIT-LEG.
           PERFORM H1020-XFER-CREDIT-LEG.
           PERFORM H1040-XFER-FEE.
           MOVE 0 TO LS-SUB-RC.
           MOVE WS-XFER-SRC-BALANCE TO LS-BALANCE-FROM.
           MOVE 'TRANSFER POSTED' TO LS-EXP.
              GOBACK
           END-IF.
           MOVE IDX-BALANCE TO WS-XFER-SRC-BALANCE.
           MOVE LS-SUB-ID2 TO WS-AUD-CTR-ID.
           MOVE LS-SUB-DVZ2 TO WS-AUD-CTR-DVZ.
           MOVE 'D' TO WS-AUD-CTR-LEG.
           PERFORM H170-AUDIT-WRITE.
       H1010-END. EXIT.
      *----
              PERFORM H1030-XFER-REVERSE
              GOBACK
           END-IF.
           MOVE LS-SUB-ID TO WS-AUD-CTR-ID.
           MOVE LS-SUB-DVZ TO WS-AUD-CTR-DVZ.
           MOVE 'C' TO WS-AUD-CTR-LEG.
           PERFORM H170-AUDIT-WRITE.
       H1020-END. EXIT.
      *----Bu kod parcacigi, tamamlanan aktarimin ucretini kaynak
      *hesaptan, kaynagin parasinda alir; bolumler farkliysa tarifenin
      *capraz bolum ('X') satiri aranir.
       H1040-XFER-FEE.
           MOVE LS-SUB-ID TO IDX-ID.
           MOVE LS-SUB-DVZ TO IDX-DVZ.
           READ IDX-FILE KEY IS IDX-KEY.
           MOVE 10 TO WS-FEE-PROC.
           IF LS-SUB-DVZ = LS-SUB-DVZ2
              MOVE SPACE TO WS-FEE-VARIANT
           ELSE
              MOVE 'X' TO WS-FEE-VARIANT
           END-IF.
           MOVE LS-AMOUNT TO WS-FEE-BASE.
           PERFORM H180-FEE-LOOKUP.
           PERFORM H185-FEE-POST.
           MOVE IDX-BALANCE TO WS-XFER-SRC-BALANCE.
       H1040-END. EXIT.
      *----Bu kod parçac, alacak baca yazlamaynca kaynak borcunu
      *geri alr. Geri alma REWRITE' da baarsz olursa bu yar kalm
      *durum gizlenmez: ayr bir ret koduyla ve açklamayla çarana
      *----Geri alma kaynagin kendi parasinda yapilir, kur cevrimi
      *olmaz; denetim kaydina kur damgasi yazilmaz.
           MOVE ZERO TO WS-AUD-FX-RATE.
           MOVE LS-SUB-ID2 TO WS-AUD-CTR-ID.
           MOVE LS-SUB-DVZ2 TO WS-AUD-CTR-DVZ.
           MOVE 'R' TO WS-AUD-CTR-LEG.
           ADD LS-AMOUNT TO IDX-BALANCE.
           PERFORM H165-STAMP-ACTIVITY.
           REWRITE IDX-VARIABLES.
              MOVE 'ACCOUNT ALREADY CLOSED' TO LS-EXP
              GOBACK
           END-IF.
      *----Kapatma ucreti varsa hesap, bakiyesi tam ucret kadarken de
      *kapatilabilir: ucret alinir ve bakiye sifirlanir. Bakiye zaten
      *sifirsa ucretten feragat edilir.
           MOVE 13 TO WS-FEE-PROC.
           MOVE SPACE TO WS-FEE-VARIANT.
           MOVE 0 TO WS-FEE-BASE.
           PERFORM H180-FEE-LOOKUP.
           IF IDX-BALANCE NOT = 0 AND IDX-BALANCE NOT = WS-FEE-AMT
              MOVE 93 TO LS-SUB-RC
              MOVE 'BALANCE NOT ZERO' TO LS-EXP
              GOBACK
           END-IF.
           IF WS-FEE-AMT > 0
              IF IDX-BALANCE = 0
                 MOVE IDX-DVZ TO LS-FEE-DVZ
                 MOVE WS-FEE-AMT TO LS-FEE-AMT
                 SET LS-FEE-WAIVED TO TRUE
              ELSE
                 PERFORM H185-FEE-POST
                 IF IDX-BALANCE NOT = 0
                    MOVE 93 TO LS-SUB-RC
                    MOVE 'BALANCE NOT ZERO' TO LS-EXP
                    GOBACK
                 END-IF
                 MOVE IDX-NAME TO WS-AUD-NAME-BEFORE
                 MOVE IDX-SURNAME TO WS-AUD-SURNAME-BEFORE
                 MOVE IDX-BALANCE TO WS-AUD-BALANCE-BEFORE
              END-IF
           END-IF.
      *----Kapatma da bir hareket olarak damgalanir; PBPURG00 saklama
      *suresini bu tarihten sayar.
           MOVE IDX-STATUS TO WS-CLS-OLD-STATUS.
           MOVE IDX-LAST-ACT TO WS-CLS-OLD-LAST-ACT.
           MOVE 'C' TO IDX-STATUS.
           PERFORM H165-STAMP-ACTIVITY.
           REWRITE IDX-VARIABLES.
           MOVE ST-IDX-FILE TO LS-SUB-RC.
           IF IDX-SUCCESS
              PERFORM H170-AUDIT-WRITE
           ELSE
              MOVE 'ACCOUNT CLOSE FAILED' TO LS-EXP
              IF LS-FEE-CHARGED
                 PERFORM H1310-CLOSE-UNDO-FEE
              END-IF
           END-IF.
           GOBACK.
       H1300-END. EXIT.
      *----Bu kod parcacigi, kapatma kaydi yazilamadiginda daha once
      *alinmis kapatma ucretini hesaba geri yukler ve geri yuklemeyi
      *'R' bacakli bir ucret hareketiyle denetim izine yazar; boylece
      *reddedilen kapatmanin muhasebeye gitmeyen ucreti hesapta ve
      *denetim izinde de net sifir kalir. Ucret alanlari temizlenir.
       H1310-CLOSE-UNDO-FEE.
           MOVE WS-CLS-OLD-STATUS TO IDX-STATUS.
           MOVE WS-CLS-OLD-LAST-ACT TO IDX-LAST-ACT.
           MOVE IDX-NAME TO WS-AUD-NAME-BEFORE.
           MOVE IDX-SURNAME TO WS-AUD-SURNAME-BEFORE.
           MOVE IDX-BALANCE TO WS-AUD-BALANCE-BEFORE.
           ADD WS-FEE-AMT TO IDX-BALANCE.
           REWRITE IDX-VARIABLES.
           IF IDX-SUCCESS
              MOVE 16 TO WS-AUD-FUNC
              MOVE 'R' TO WS-AUD-CTR-LEG
              PERFORM H170-AUDIT-WRITE
              MOVE LS-SUB-FUNC TO WS-AUD-FUNC
              MOVE SPACES TO WS-AUD-CTR-LEG
              MOVE 'CLOSE FAILED - FEE UNDONE' TO LS-EXP
           ELSE
              DISPLAY 'FEE UNDO FAILED ID ' IDX-ID
                 ' DVZ ' IDX-DVZ ' RC : ' ST-IDX-FILE
              MOVE 92 TO LS-SUB-RC
              MOVE 'UNDO FAILED-FEE CHARGED' TO LS-EXP
           END-IF.
           MOVE SPACE TO LS-FEE-SW.
           MOVE ZERO TO LS-FEE-DVZ LS-FEE-AMT.
       H1310-END. EXIT.
      *----Bu kod parcacigi, hesabin kredili mevduat limitini kurar ya
      *da degistirir (islem turu 'L', tutar yeni limittir). Dondurulmus
      *veya kapatilmis hesapta limit degistirilemez. Bakiye degismedigi
           MOVE IDX-BALANCE TO LS-BALANCE-FROM.
           GOBACK.
       H1400-END. EXIT.
      *----Bu kod parcacigi, daha once islenmis bir hareketi (islem turu
      *'R') geri alir. Hareket hesap anahtari ve AUD-TIMESTAMP'in ilk 16
      *hanesiyle adlandirilir; once kumulatif tarihcede (HSTFILE), sonra
      *gunun denetim izinde (AUDFILE) aranir. Yalnizca borc, alacak,
      *ucret ve aktarim geri alinabilir; aktarimda her iki bacak, asil
      *kayitlardaki tutarlar ve AUD-FX-RATE ile tersine islenir. Ters
      *kayit bir hatanin duzeltilmesi oldugundan H155-STATUS-CONTROL ve
      *kredili mevduat limiti denetimine girmez; yalnizca kapatilmis
      *hesapta yapilamaz. Ayni hareketin ikinci kez geri alinmasi,
      *tarihcedeki ters kayitlarin AUD-REV-TS alanina bakilarak
      *reddedilir.
       H1500-REVERSE-FUNC.
           PERFORM H150-KEY-CONTROL.
           IF IDX-ST-CLOSED
              MOVE 94 TO LS-SUB-RC
              MOVE 'ACCOUNT IS CLOSED' TO LS-EXP
              GOBACK
           END-IF.
           MOVE 0 TO WS-REV-MATCH-CNT.
           MOVE 0 TO WS-REV-DONE-CNT.
           MOVE 'N' TO WS-REV-NEXT-SW.
           MOVE 'N' TO WS-REV-PTN-SW.
           INITIALIZE WS-REV-PREV WS-REV-ORG WS-REV-PTN.
           PERFORM H1510-REV-SCAN-HISTORY.
           PERFORM H1520-REV-SCAN-DAILY.
      *----
           IF WS-REV-MATCH-CNT = 0
              MOVE 90 TO LS-SUB-RC
              MOVE 'ORIGINAL MOVEMENT NOT FOUND' TO LS-EXP
              GOBACK
           END-IF.
           IF WS-REV-MATCH-CNT > 1
              MOVE 87 TO LS-SUB-RC
              MOVE 'MOVEMENT NOT UNIQUE' TO LS-EXP
              GOBACK
           END-IF.
           IF WS-ORG-FUNC NOT = 6 AND WS-ORG-FUNC NOT = 7
              AND WS-ORG-FUNC NOT = 10 AND WS-ORG-FUNC NOT = 16
              MOVE 88 TO LS-SUB-RC
              MOVE 'MOVEMENT NOT REVERSIBLE' TO LS-EXP
              GOBACK
           END-IF.
           IF WS-ORG-FUNC = 10
              AND WS-ORG-CTR-LEG NOT = 'D' AND WS-ORG-CTR-LEG NOT = 'C'
              MOVE 88 TO LS-SUB-RC
              MOVE 'MOVEMENT NOT REVERSIBLE' TO LS-EXP
              GOBACK
           END-IF.
           IF WS-ORG-FUNC = 10 AND NOT WS-REV-PTN-FOUND
              MOVE 90 TO LS-SUB-RC
              MOVE 'TRANSFER LEG NOT FOUND' TO LS-EXP
              GOBACK
           END-IF.
           IF WS-REV-DONE-CNT > 0
              MOVE 89 TO LS-SUB-RC
              MOVE 'MOVEMENT ALREADY REVERSED' TO LS-EXP
              GOBACK
           END-IF.
      *----
           IF WS-ORG-FUNC = 10
              PERFORM H1540-REV-TRANSFER
           ELSE
              PERFORM H1530-REV-SINGLE
           END-IF.
           PERFORM H160-DVZ-LOOKUP.
           GOBACK.
       H1500-END. EXIT.
      *----Bu kod parcacigi, kumulatif tarihceyi bastan sona okur; dosya
      *yoksa (ilk gun) tarama bos gecer.
       H1510-REV-SCAN-HISTORY.
           OPEN INPUT HST-FILE.
           IF NOT HST-SUCCESS
              DISPLAY 'HISTORY FILE NOT OPEN. RC : ' ST-HST-FILE
              STOP RUN
           END-IF.
           READ HST-FILE.
           PERFORM UNTIL HST-EOF
              MOVE HST-FUNC TO WS-SCN-FUNC
              MOVE HST-ID TO WS-SCN-ID
              MOVE HST-DVZ TO WS-SCN-DVZ
              MOVE HST-BALANCE-BEFORE TO WS-SCN-BAL-BEFORE
              MOVE HST-BALANCE-AFTER TO WS-SCN-BAL-AFTER
              MOVE HST-TIMESTAMP TO WS-SCN-TIMESTAMP
              MOVE HST-FX-RATE TO WS-SCN-FX-RATE
              MOVE HST-CTR-ID TO WS-SCN-CTR-ID
              MOVE HST-CTR-DVZ TO WS-SCN-CTR-DVZ
              MOVE HST-CTR-LEG TO WS-SCN-CTR-LEG
              MOVE HST-REV-TS TO WS-SCN-REV-TS
              MOVE HST-REV-FUNC TO WS-SCN-REV-FUNC
              PERFORM H1550-REV-CHECK-MOVEMENT
              READ HST-FILE
           END-PERFORM.
           CLOSE HST-FILE.
       H1510-END. EXIT.
      *----Bu kod parcacigi, gunun denetim izini taramak icin AUDFILE'i
      *kapatip girdi olarak acar, okuduktan sonra kaldigi yerden
      *yazmaya devam etmek uzere EXTEND ile yeniden acar.
       H1520-REV-SCAN-DAILY.
           CLOSE AUD-FILE.
           OPEN INPUT AUD-FILE.
           IF NOT AUD-SUCCESS
              DISPLAY 'AUDIT FILE NOT OPEN. RC : ' ST-AUD-FILE
              STOP RUN
           END-IF.
           READ AUD-FILE.
           PERFORM UNTIL AUD-EOF
              MOVE AUD-FUNC TO WS-SCN-FUNC
              MOVE AUD-ID TO WS-SCN-ID
              MOVE AUD-DVZ TO WS-SCN-DVZ
              MOVE AUD-BALANCE-BEFORE TO WS-SCN-BAL-BEFORE
              MOVE AUD-BALANCE-AFTER TO WS-SCN-BAL-AFTER
              MOVE AUD-TIMESTAMP TO WS-SCN-TIMESTAMP
              MOVE AUD-FX-RATE TO WS-SCN-FX-RATE
              MOVE AUD-CTR-ID TO WS-SCN-CTR-ID
              MOVE AUD-CTR-DVZ TO WS-SCN-CTR-DVZ
              MOVE AUD-CTR-LEG TO WS-SCN-CTR-LEG
              MOVE AUD-REV-TS TO WS-SCN-REV-TS
              MOVE AUD-REV-FUNC TO WS-SCN-REV-FUNC
              PERFORM H1550-REV-CHECK-MOVEMENT
              READ AUD-FILE
           END-PERFORM.
           CLOSE AUD-FILE.
           OPEN EXTEND AUD-FILE.
           IF NOT AUD-SUCCESS
              DISPLAY 'AUDIT FILE NOT OPEN. RC : ' ST-AUD-FILE
              STOP RUN
           END-IF.
       H1520-END. EXIT.
      *----Bu kod parcacigi, taranan her kaydi degerlendirir:
      *hesap, zaman damgasi ve islev koduyla adlandirilan hareketi
      *bulur; aktarimsa karsi bacagi (borc bacaginin hemen ardindaki ya
      *da alacak bacaginin hemen onundeki kayit) yakalar ve bu
      *hareketlerden birine ait onceki bir ters kaydi (AUD-REV-TS ve
      *AUD-REV-FUNC ile) sayar. Yarim kalip geri alinmis ters
      *kayitlar ('R') sayimi geri dusurur.
       H1550-REV-CHECK-MOVEMENT.
           IF WS-REV-WANT-NEXT
              MOVE 'N' TO WS-REV-NEXT-SW
              IF WS-SCN-FUNC = 10 AND WS-SCN-CTR-LEG = 'C'
                 AND WS-SCN-ID = WS-ORG-CTR-ID
                 AND WS-SCN-DVZ = WS-ORG-CTR-DVZ
                 MOVE WS-REV-SCAN TO WS-REV-PTN
                 MOVE 'Y' TO WS-REV-PTN-SW
              END-IF
           END-IF.
           IF WS-SCN-ID = LS-SUB-ID AND WS-SCN-DVZ = LS-SUB-DVZ
              AND WS-SCN-TIMESTAMP(1:16) = LS-REV-TS
              AND WS-SCN-FUNC = LS-REV-FUNC
              ADD 1 TO WS-REV-MATCH-CNT
              MOVE WS-REV-SCAN TO WS-REV-ORG
              IF WS-SCN-FUNC = 10 AND WS-SCN-CTR-LEG = 'D'
                 MOVE 'Y' TO WS-REV-NEXT-SW
              END-IF
              IF WS-SCN-FUNC = 10 AND WS-SCN-CTR-LEG = 'C'
                 AND WS-PRV-FUNC = 10 AND WS-PRV-CTR-LEG = 'D'
                 AND WS-PRV-ID = WS-SCN-CTR-ID
                 AND WS-PRV-DVZ = WS-SCN-CTR-DVZ
                 MOVE WS-REV-PREV TO WS-REV-PTN
                 MOVE 'Y' TO WS-REV-PTN-SW
              END-IF
           END-IF.
           IF WS-SCN-FUNC = 15 AND WS-REV-MATCH-CNT > 0
              IF (WS-SCN-ID = WS-ORG-ID AND WS-SCN-DVZ = WS-ORG-DVZ
                  AND WS-SCN-REV-TS = WS-ORG-TIMESTAMP
                  AND WS-SCN-REV-FUNC = WS-ORG-FUNC)
                 OR (WS-REV-PTN-FOUND
                  AND WS-SCN-ID = WS-PTN-ID AND WS-SCN-DVZ = WS-PTN-DVZ
                  AND WS-SCN-REV-TS = WS-PTN-TIMESTAMP
                  AND WS-SCN-REV-FUNC = WS-PTN-FUNC)
                 IF WS-SCN-CTR-LEG = 'R'
                    SUBTRACT 1 FROM WS-REV-DONE-CNT
                 ELSE
                    ADD 1 TO WS-REV-DONE-CNT
                 END-IF
              END-IF
           END-IF.
           MOVE WS-REV-SCAN TO WS-REV-PREV.
       H1550-END. EXIT.
      *----Bu kod parcacigi, tek hesapli bir borc/alacak hareketini asil
      *kayittaki once/sonra farki kadar ters yonde isler.
       H1530-REV-SINGLE.
           COMPUTE WS-REV-DELTA = WS-ORG-BAL-BEFORE - WS-ORG-BAL-AFTER.
           MOVE LS-SUB-ID TO IDX-ID.
           MOVE LS-SUB-DVZ TO IDX-DVZ.
           READ IDX-FILE KEY IS IDX-KEY.
           MOVE IDX-NAME TO WS-AUD-NAME-BEFORE.
           MOVE IDX-SURNAME TO WS-AUD-SURNAME-BEFORE.
           MOVE IDX-BALANCE TO WS-AUD-BALANCE-BEFORE.
           ADD WS-REV-DELTA TO IDX-BALANCE.
           PERFORM H165-STAMP-ACTIVITY.
           REWRITE IDX-VARIABLES.
           MOVE ST-IDX-FILE TO LS-SUB-RC.
           IF IDX-SUCCESS
              MOVE WS-ORG-FUNC TO WS-AUD-REV-FUNC
              MOVE WS-ORG-TIMESTAMP TO WS-AUD-REV-TS
              MOVE WS-ORG-FX-RATE TO WS-AUD-FX-RATE
              PERFORM H170-AUDIT-WRITE
              IF WS-REV-DELTA < 0
                 MOVE LS-SUB-DVZ TO LS-REV-DR-DVZ
                 COMPUTE LS-REV-DR-AMT = 0 - WS-REV-DELTA
              ELSE
                 MOVE LS-SUB-DVZ TO LS-REV-CR-DVZ
                 MOVE WS-REV-DELTA TO LS-REV-CR-AMT
              END-IF
              MOVE 'MOVEMENT REVERSED' TO LS-EXP
           ELSE
              MOVE 'REVERSAL FAILED' TO LS-EXP
           END-IF.
           MOVE IDX-BALANCE TO LS-BALANCE-FROM.
       H1530-END. EXIT.
      *----Bu kod parcacigi, bir aktarimi iki bacagiyla birlikte geri
      *alir: once hedefe alacaklanan tutar hedeften borclanir, sonra
      *kaynaktan borclanan tutar kaynaga alacaklanir. Her iki hesap
      *yazmadan once okunur; ikinci REWRITE hata verirse hedef bacak
      *H1545-REV-UNDO-TARGET ile geri alinir.
       H1540-REV-TRANSFER.
      *----Adlandirilan alacak bacagiysa iki kayit yer degistirir;
      *boylece WS-REV-ORG her zaman kaynak (borc), WS-REV-PTN hedef
      *(alacak) bacagini tasir.
           IF WS-ORG-CTR-LEG = 'C'
              MOVE WS-REV-ORG TO WS-REV-SCAN
              MOVE WS-REV-PTN TO WS-REV-ORG
              MOVE WS-REV-SCAN TO WS-REV-PTN
           END-IF.
           COMPUTE WS-REV-SRC-AMT =
              WS-ORG-BAL-BEFORE - WS-ORG-BAL-AFTER.
           COMPUTE WS-REV-TGT-AMT =
              WS-PTN-BAL-AFTER - WS-PTN-BAL-BEFORE.
      *----
           MOVE WS-ORG-ID TO IDX-ID.
           MOVE WS-ORG-DVZ TO IDX-DVZ.
           READ IDX-FILE KEY IS IDX-KEY
           INVALID KEY
              MOVE ST-IDX-FILE TO LS-SUB-RC
              MOVE 'WRONG RECORD (SOURCE)' TO LS-EXP
              GOBACK
           END-READ.
           IF IDX-ST-CLOSED
              MOVE 94 TO LS-SUB-RC
              MOVE 'SOURCE ACCOUNT CLOSED' TO LS-EXP
              GOBACK
           END-IF.
           MOVE WS-PTN-ID TO IDX-ID.
           MOVE WS-PTN-DVZ TO IDX-DVZ.
           READ IDX-FILE KEY IS IDX-KEY
           INVALID KEY
              MOVE ST-IDX-FILE TO LS-SUB-RC
              MOVE 'WRONG RECORD (TARGET)' TO LS-EXP
              GOBACK
           END-READ.
           IF IDX-ST-CLOSED
              MOVE 94 TO LS-SUB-RC
              MOVE 'TARGET ACCOUNT CLOSED' TO LS-EXP
              GOBACK
           END-IF.
      *----Hedef bacak: okunmus hedef kaydi borclanir.
           MOVE IDX-NAME TO WS-AUD-NAME-BEFORE.
           MOVE IDX-SURNAME TO WS-AUD-SURNAME-BEFORE.
           MOVE IDX-BALANCE TO WS-AUD-BALANCE-BEFORE.
           SUBTRACT WS-REV-TGT-AMT FROM IDX-BALANCE.
           PERFORM H165-STAMP-ACTIVITY.
           REWRITE IDX-VARIABLES.
           IF NOT IDX-SUCCESS
              MOVE ST-IDX-FILE TO LS-SUB-RC
              MOVE 'REVERSAL DEBIT FAILED' TO LS-EXP
              GOBACK
           END-IF.
           MOVE IDX-BALANCE TO WS-REV-TGT-BALANCE.
           MOVE WS-ORG-ID TO WS-AUD-CTR-ID.
           MOVE WS-ORG-DVZ TO WS-AUD-CTR-DVZ.
           MOVE 'D' TO WS-AUD-CTR-LEG.
           MOVE 10 TO WS-AUD-REV-FUNC.
           MOVE WS-PTN-TIMESTAMP TO WS-AUD-REV-TS.
           MOVE WS-PTN-FX-RATE TO WS-AUD-FX-RATE.
           PERFORM H170-AUDIT-WRITE.
      *----Kaynak bacak: kaynaktan borclanan tutar geri alacaklanir.
           MOVE WS-ORG-ID TO IDX-ID.
           MOVE WS-ORG-DVZ TO IDX-DVZ.
           READ IDX-FILE KEY IS IDX-KEY.
           MOVE IDX-NAME TO WS-AUD-NAME-BEFORE.
           MOVE IDX-SURNAME TO WS-AUD-SURNAME-BEFORE.
           MOVE IDX-BALANCE TO WS-AUD-BALANCE-BEFORE.
           ADD WS-REV-SRC-AMT TO IDX-BALANCE.
           PERFORM H165-STAMP-ACTIVITY.
           REWRITE IDX-VARIABLES.
           IF NOT IDX-SUCCESS
              MOVE ST-IDX-FILE TO LS-SUB-RC
              PERFORM H1545-REV-UNDO-TARGET
              GOBACK
           END-IF.
           MOVE WS-PTN-ID TO WS-AUD-CTR-ID.
           MOVE WS-PTN-DVZ TO WS-AUD-CTR-DVZ.
           MOVE 'C' TO WS-AUD-CTR-LEG.
           MOVE WS-ORG-TIMESTAMP TO WS-AUD-REV-TS.
           MOVE WS-ORG-FX-RATE TO WS-AUD-FX-RATE.
           PERFORM H170-AUDIT-WRITE.
      *----
           MOVE 0 TO LS-SUB-RC.
           MOVE WS-PTN-DVZ TO LS-REV-DR-DVZ.
           MOVE WS-REV-TGT-AMT TO LS-REV-DR-AMT.
           MOVE WS-ORG-DVZ TO LS-REV-CR-DVZ.
           MOVE WS-REV-SRC-AMT TO LS-REV-CR-AMT.
           IF LS-SUB-ID = WS-ORG-ID AND LS-SUB-DVZ = WS-ORG-DVZ
              MOVE IDX-BALANCE TO LS-BALANCE-FROM
              MOVE WS-PTN-ID TO LS-SUB-ID2
              MOVE WS-PTN-DVZ TO LS-SUB-DVZ2
           ELSE
              MOVE WS-REV-TGT-BALANCE TO LS-BALANCE-FROM
              MOVE WS-ORG-ID TO LS-SUB-ID2
              MOVE WS-ORG-DVZ TO LS-SUB-DVZ2
           END-IF.
           MOVE 'TRANSFER REVERSED' TO LS-EXP.
       H1540-END. EXIT.
      *----Bu kod parcacigi, kaynak bacak yazilamayinca hedefe yapilan
      *ters borcu geri alir; bu da basarisiz olursa yarim kalan durum
      *ayri bir ret koduyla bildirilir.
       H1545-REV-UNDO-TARGET.
           MOVE WS-PTN-ID TO IDX-ID.
           MOVE WS-PTN-DVZ TO IDX-DVZ.
           READ IDX-FILE KEY IS IDX-KEY.
           MOVE IDX-NAME TO WS-AUD-NAME-BEFORE.
           MOVE IDX-SURNAME TO WS-AUD-SURNAME-BEFORE.
           MOVE IDX-BALANCE TO WS-AUD-BALANCE-BEFORE.
           ADD WS-REV-TGT-AMT TO IDX-BALANCE.
           PERFORM H165-STAMP-ACTIVITY.
           REWRITE IDX-VARIABLES.
           IF IDX-SUCCESS
              MOVE 'R' TO WS-AUD-CTR-LEG
              MOVE 'SOURCE LEG FAILED - UNDONE' TO LS-EXP
              PERFORM H170-AUDIT-WRITE
           ELSE
              MOVE 92 TO LS-SUB-RC
              MOVE 'UNDO FAILED-TARGET DEBITED' TO LS-EXP
           END-IF.
       H1545-END. EXIT.
      *----
       H900-CLOSE-FUNC.
           CLOSE IDX-FILE.
           CLOSE DVZ-FILE.
           CLOSE AUD-FILE.
           CLOSE CUS-FILE.
           CLOSE FEE-FILE.
           SET WS-AL-CLOSE TO TRUE.
           CALL 'PBALRT00' USING WS-AL-AREA.
           GOBACK.
       H900-END. EXIT.
      *----
