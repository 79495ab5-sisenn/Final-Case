       IDENTIFICATION DIVISION.
      *----
       PROGRAM-ID.    PBALRT00.
       AUTHOR.        SINEM SEN.
      *----
       ENVIRONMENT DIVISION.
      *----
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ALT-FILE ASSIGN TO ALTFILE
                           STATUS ST-ALT-FILE.
           SELECT OPTIONAL SUP-FILE ASSIGN TO SUPFILE
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY SUP-KEY
                           STATUS ST-SUP-FILE.
           SELECT OPTIONAL ALP-FILE ASSIGN TO ALPFILE
                           STATUS ST-ALP-FILE.
      *----
       DATA DIVISION.
      *----
       FILE SECTION.
      *----
       FD  ALT-FILE RECORDING MODE F.
           COPY PBALTRC.
      *----
       FD  SUP-FILE.
           COPY PBSUPRC.
      *----Bolum uyari esikleri karti; ALP-DVZ '***' olan kart
      *tanimsiz bolumlerin varsayilanini degistirir. ALP-MARGIN-PCT
      *kredili mevduat limitinin yuzdesi olarak uyari payidir;
      *ALP-CREDIT-LIMIT buyuk alacak esigidir, sifir = uyari yok.
       FD  ALP-FILE RECORDING MODE F.
       01  ALP-VARIABLES.
           05 ALP-DVZ              PIC X(03).
           05 ALP-PARMS.
              10 ALP-MARGIN-PCT    PIC 9(03).
              10 ALP-CREDIT-LIMIT  PIC 9(15).
      *----
       WORKING-STORAGE SECTION.
      *----
       01  WS-WORK-AREA.
           05 ST-ALT-FILE           PIC 9(02).
              88 ALT-SUCCESS                       VALUE 00 97.
              88 ALT-EOF                           VALUE 10.
      *----
           05 ST-SUP-FILE           PIC 9(02).
              88 SUP-SUCCESS                       VALUE 00 97 05.
      *----
           05 ST-ALP-FILE           PIC 9(02).
              88 ALP-SUCCESS                       VALUE 00 97 05.
      *----
           05 WS-ALT-OPEN-SW        PIC X(01)      VALUE 'N'.
              88 WS-ALT-OPEN                       VALUE 'Y'.
           05 WS-SUP-OPEN-SW        PIC X(01)      VALUE 'N'.
              88 WS-SUP-OPEN                       VALUE 'Y'.
           05 WS-SUPPRESS-SW        PIC X(01)      VALUE 'N'.
              88 WS-SUPPRESSED                     VALUE 'Y'.
      *----
           05 WS-SOURCE             PIC X(08)      VALUE SPACES.
           05 WS-EVENT              PIC X(04)      VALUE SPACES.
           05 WS-MARGIN-FLOOR       PIC S9(15)     VALUE 0.
           05 WS-E                  PIC 9(01)      VALUE 0.
           05 WS-LIM-USED           PIC 9(02)      VALUE 0.
           05 WS-LIM-MAX            PIC 9(02)      VALUE 50.
           05 WS-LIM-IDX            PIC 9(02)      VALUE 0.
      *----
           05 WS-TIMESTAMP          PIC X(26)      VALUE SPACES.
           05 WS-TS-PARTS REDEFINES WS-TIMESTAMP.
              10 WS-TS-DATE         PIC 9(08).
              10 WS-TS-TIME         PIC 9(06).
              10 FILLER             PIC X(12).
      *----
           05 WS-CNT-DETAIL         PIC 9(07)      VALUE 0.
           05 WS-CNT-RECORDS        PIC 9(07)      VALUE 0.
           05 WS-CNT-SUPPRESSED     PIC 9(07)      VALUE 0.
           05 WS-CNT-NO-CUSTOMER    PIC 9(07)      VALUE 0.
           05 WS-CNT-RECOVERED      PIC 9(07)      VALUE 0.
           05 WS-AMOUNT-HASH        PIC 9(17)      VALUE 0.
      *----Esik kartinda deger verilmeyen bolumler icin varsayilan;
      *WS-CUR-LIMITS o an degerlendirilen hareketin bolumunundur.
       01  WS-DEF-LIMITS.
           05 WSD-MARGIN-PCT        PIC 9(03)      VALUE 10.
           05 WSD-CREDIT-LIMIT      PIC 9(15)      VALUE 100000.
      *----
       01  WS-CUR-LIMITS.
           05 WSC-MARGIN-PCT        PIC 9(03).
           05 WSC-CREDIT-LIMIT      PIC 9(15).
      *----
       01  WS-LIMIT-TABLE.
           05 WS-LIMIT-ENTRY OCCURS 50.
              10 WT-DVZ             PIC S9(03).
              10 WT-PARMS           PIC X(18).
      *----
       LINKAGE SECTION.
      *----
       01  LS-AL-AREA.
           COPY PBALIF REPLACING
              ==PFX-AL-FUNC==      BY ==LS-AL-FUNC==
              ==PFX-AL-OPEN==      BY ==LS-AL-OPEN==
              ==PFX-AL-EVENT-WRITE== BY ==LS-AL-EVENT-WRITE==
              ==PFX-AL-MOVEMENT==  BY ==LS-AL-MOVEMENT==
              ==PFX-AL-CLOSE==     BY ==LS-AL-CLOSE==
              ==PFX-AL-SOURCE==    BY ==LS-AL-SOURCE==
              ==PFX-AL-RESTART-SW== BY ==LS-AL-RESTART-SW==
              ==PFX-AL-EVENT==     BY ==LS-AL-EVENT==
              ==PFX-AL-ID==        BY ==LS-AL-ID==
              ==PFX-AL-DVZ==       BY ==LS-AL-DVZ==
              ==PFX-AL-CUS-NO==    BY ==LS-AL-CUS-NO==
              ==PFX-AL-DIR==       BY ==LS-AL-DIR==
              ==PFX-AL-AMOUNT==    BY ==LS-AL-AMOUNT==
              ==PFX-AL-BAL-BEFORE== BY ==LS-AL-BAL-BEFORE==
              ==PFX-AL-BALANCE==   BY ==LS-AL-BALANCE==
              ==PFX-AL-OD-LIMIT==  BY ==LS-AL-OD-LIMIT==
              ==PFX-AL-TIMESTAMP== BY ==LS-AL-TIMESTAMP==
              ==PFX-AL-RC==        BY ==LS-AL-RC==.
      *----
       PROCEDURE DIVISION USING LS-AL-AREA.
      *----Bu kod parcacigi, gun icindeki musteri uyarilarini mesaj
      *saglayicisinin aldigi sabit duzenli ALTFILE'a yazar: basta bir
      *baslik, her olay icin bir detay, sonda sayilari tasiyan bir
      *kapanis kaydi. Uyarilar yalniz bir musteriye bagli hesaplar
      *icin yazilir; uyari almamayi secen musteriler (SUPFILE)
      *atlanir ve sayilir. Borc/alacak hareketlerinin hangi olaya
      *girdigine bolum esiklerine (ALPFILE) gore burada karar verilir.
       0000-MAIN.
           MOVE 0 TO LS-AL-RC.
           EVALUATE LS-AL-FUNC
              WHEN 1
                 PERFORM H100-OPEN-FILES
              WHEN 2
                 MOVE LS-AL-EVENT TO WS-EVENT
                 PERFORM H400-WRITE-ALERT THRU H400-EXIT
              WHEN 3
                 PERFORM H300-MOVEMENT-FUNC
              WHEN 9
                 PERFORM H900-CLOSE-FUNC
              WHEN OTHER
                 MOVE 99 TO LS-AL-RC
           END-EVALUATE.
           GOBACK.
       0000-END. EXIT.
      *----Bu kod parcacigi, uyari dosyasini acar ve baslik kaydini
      *yazar. Yeniden baslatmada kesilen calismanin dosyasi okunarak
      *sayilar kurtarilir ve dosyanin sonuna eklenir; baslik yeniden
      *yazilmaz.
       H100-OPEN-FILES.
           MOVE LS-AL-SOURCE TO WS-SOURCE.
           PERFORM H110-LOAD-LIMITS.
           OPEN INPUT SUP-FILE.
           IF NOT SUP-SUCCESS
              DISPLAY 'SUPPRESSION FILE NOT OPEN. RC : ' ST-SUP-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF ST-SUP-FILE NOT = 05
              MOVE 'Y' TO WS-SUP-OPEN-SW
           END-IF.
           IF LS-AL-RESTART-SW = 'Y'
              PERFORM H130-RECOVER-COUNTS
              OPEN EXTEND ALT-FILE
           ELSE
              OPEN OUTPUT ALT-FILE
           END-IF.
           IF NOT ALT-SUCCESS
              DISPLAY 'ALERT FILE NOT OPEN. RC : ' ST-ALT-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'Y' TO WS-ALT-OPEN-SW.
           IF WS-CNT-RECORDS = 0
              MOVE SPACES TO ALT-RECORD
              SET ALT-HEADER-REC TO TRUE
              MOVE 'PBALERTS' TO ALT-HDR-FILE-ID
              MOVE WS-SOURCE TO ALT-HDR-SOURCE
              MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
              MOVE WS-TS-DATE TO ALT-HDR-DATE
              MOVE WS-TS-TIME TO ALT-HDR-TIME
              WRITE ALT-RECORD
              ADD 1 TO WS-CNT-RECORDS
           END-IF.
       H100-END. EXIT.
      *----Bu kod parcacigi, bolum esik kartlarini tabloya yukler.
      *Hatali kart atlanir ve bildirilir.
       H110-LOAD-LIMITS.
           OPEN INPUT ALP-FILE.
           IF ALP-SUCCESS
              READ ALP-FILE
              PERFORM UNTIL NOT ALP-SUCCESS
                 PERFORM H120-LIMIT-CARD
                 READ ALP-FILE
              END-PERFORM
              CLOSE ALP-FILE
           END-IF.
       H110-END. EXIT.
      *----
       H120-LIMIT-CARD.
           IF ALP-PARMS NOT NUMERIC
              DISPLAY 'ALERT CARD IGNORED - NOT NUMERIC : ' ALP-DVZ
           ELSE
              IF ALP-DVZ = '***'
                 MOVE ALP-PARMS TO WS-DEF-LIMITS
              ELSE
                 IF ALP-DVZ NOT NUMERIC
                    DISPLAY 'ALERT CARD IGNORED - BAD DIVISION : '
                       ALP-DVZ
                 ELSE
                    IF WS-LIM-USED < WS-LIM-MAX
                       ADD 1 TO WS-LIM-USED
                       COMPUTE WT-DVZ(WS-LIM-USED) =
                          FUNCTION NUMVAL(ALP-DVZ)
                       MOVE ALP-PARMS TO WT-PARMS(WS-LIM-USED)
                    ELSE
                       DISPLAY 'ALERT TABLE FULL - DVZ ' ALP-DVZ
                          ' USES DEFAULT LIMITS'
                    END-IF
                 END-IF
              END-IF
           END-IF.
       H120-END. EXIT.
      *----Bu kod parcacigi, kesilen calismanin yazdigi uyari dosyasini
      *okuyarak detay sayisini ve tutar toplamini kurtarir; sira
      *numaralari kaldigi yerden devam eder.
       H130-RECOVER-COUNTS.
           OPEN INPUT ALT-FILE.
           IF ALT-SUCCESS
              READ ALT-FILE
              PERFORM UNTIL NOT ALT-SUCCESS
                 IF NOT ALT-TRAILER-REC
                    ADD 1 TO WS-CNT-RECORDS
                 END-IF
                 IF ALT-DETAIL-REC
                    ADD 1 TO WS-CNT-DETAIL
                    ADD 1 TO WS-CNT-RECOVERED
                    IF ALT-AMOUNT < 0
                       SUBTRACT ALT-AMOUNT FROM WS-AMOUNT-HASH
                    ELSE
                       ADD ALT-AMOUNT TO WS-AMOUNT-HASH
                    END-IF
                 END-IF
                 READ ALT-FILE
              END-PERFORM
              CLOSE ALT-FILE
           END-IF.
       H130-END. EXIT.
      *----Bu kod parcacigi, islenmis bir borc ya da alacak hareketini
      *bolumun esiklerine gore degerlendirir. Borc, bakiyeyi kredili
      *mevduat limitinin uyari payina soktuysa ODLM, sifirin altina
      *ilk kez indirdiyse ODRN; alacak esigi astiysa CRLG uretir.
      *Bulunan olay cevapta LS-AL-EVENT'e doner.
       H300-MOVEMENT-FUNC.
           MOVE SPACES TO WS-EVENT.
           PERFORM H310-FIND-LIMITS.
           IF LS-AL-DIR = 'D'
              IF LS-AL-OD-LIMIT > 0
                 COMPUTE WS-MARGIN-FLOOR =
                    LS-AL-OD-LIMIT * WSC-MARGIN-PCT / 100
                    - LS-AL-OD-LIMIT
                 IF LS-AL-BALANCE NOT > WS-MARGIN-FLOOR
                    AND LS-AL-BAL-BEFORE > WS-MARGIN-FLOOR
                    MOVE 'ODLM' TO WS-EVENT
                 END-IF
              END-IF
              IF WS-EVENT = SPACES
                 AND LS-AL-BAL-BEFORE NOT < 0
                 AND LS-AL-BALANCE < 0
                 MOVE 'ODRN' TO WS-EVENT
              END-IF
           ELSE
              IF WSC-CREDIT-LIMIT > 0
                 AND LS-AL-AMOUNT > WSC-CREDIT-LIMIT
                 MOVE 'CRLG' TO WS-EVENT
              END-IF
           END-IF.
           MOVE WS-EVENT TO LS-AL-EVENT.
           IF WS-EVENT = SPACES
              MOVE 04 TO LS-AL-RC
           ELSE
              PERFORM H400-WRITE-ALERT THRU H400-EXIT
           END-IF.
       H300-END. EXIT.
      *----
       H310-FIND-LIMITS.
           MOVE WS-DEF-LIMITS TO WS-CUR-LIMITS.
           PERFORM VARYING WS-LIM-IDX FROM 1 BY 1
                 UNTIL WS-LIM-IDX > WS-LIM-USED
              IF WT-DVZ(WS-LIM-IDX) = LS-AL-DVZ
                 MOVE WT-PARMS(WS-LIM-IDX) TO WS-CUR-LIMITS
              END-IF
           END-PERFORM.
       H310-END. EXIT.
      *----Bu kod parcacigi, WS-EVENT olayini cagiranin verdigi hesap,
      *tutar ve bakiyeyle detay kaydi olarak yazar. Musteriye bagli
      *olmayan hesaplar ve uyari almamayi secmis musteriler atlanir.
       H400-WRITE-ALERT.
           IF NOT WS-ALT-OPEN
              MOVE 16 TO LS-AL-RC
              GO TO H400-EXIT
           END-IF.
           IF LS-AL-CUS-NO = 0
              ADD 1 TO WS-CNT-NO-CUSTOMER
              MOVE 12 TO LS-AL-RC
              GO TO H400-EXIT
           END-IF.
           PERFORM H410-SUPPRESS-CHECK.
           IF WS-SUPPRESSED
              ADD 1 TO WS-CNT-SUPPRESSED
              MOVE 08 TO LS-AL-RC
              GO TO H400-EXIT
           END-IF.
      *----
           IF LS-AL-TIMESTAMP = SPACES
              MOVE FUNCTION CURRENT-DATE TO WS-TIMESTAMP
           ELSE
              MOVE LS-AL-TIMESTAMP TO WS-TIMESTAMP
           END-IF.
           MOVE SPACES TO ALT-RECORD.
           SET ALT-DETAIL-REC TO TRUE.
           ADD 1 TO WS-CNT-DETAIL.
           MOVE WS-CNT-DETAIL TO ALT-SEQ.
           MOVE WS-EVENT TO ALT-EVENT.
           MOVE LS-AL-CUS-NO TO ALT-CUS-NO.
           MOVE LS-AL-ID TO ALT-ID.
           MOVE LS-AL-DVZ TO ALT-DVZ.
           MOVE LS-AL-AMOUNT TO ALT-AMOUNT.
           MOVE LS-AL-BALANCE TO ALT-BALANCE.
           MOVE WS-TS-DATE TO ALT-TS-DATE.
           MOVE WS-TS-TIME TO ALT-TS-TIME.
           IF LS-AL-SOURCE = SPACES
              MOVE WS-SOURCE TO ALT-SOURCE
           ELSE
              MOVE LS-AL-SOURCE TO ALT-SOURCE
           END-IF.
           WRITE ALT-RECORD.
           IF NOT ALT-SUCCESS
              DISPLAY 'ALERT WRITE FAILED. RC : ' ST-ALT-FILE
              MOVE 16 TO LS-AL-RC
              GO TO H400-EXIT
           END-IF.
           ADD 1 TO WS-CNT-RECORDS.
           IF LS-AL-AMOUNT < 0
              SUBTRACT LS-AL-AMOUNT FROM WS-AMOUNT-HASH
           ELSE
              ADD LS-AL-AMOUNT TO WS-AMOUNT-HASH
           END-IF.
       H400-EXIT. EXIT.
      *----Bu kod parcacigi, musterinin bastirma listesinde bu olay
      *icin (ya da tum olaylar icin) kaydi olup olmadigina bakar.
       H410-SUPPRESS-CHECK.
           MOVE 'N' TO WS-SUPPRESS-SW.
           IF WS-SUP-OPEN
              MOVE LS-AL-CUS-NO TO SUP-CUS-NO
              READ SUP-FILE KEY IS SUP-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 IF SUP-EVENT-LIST = SPACES
                    MOVE 'Y' TO WS-SUPPRESS-SW
                 END-IF
                 PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > 5
                    IF SUP-EVENT(WS-E) = WS-EVENT
                       MOVE 'Y' TO WS-SUPPRESS-SW
                    END-IF
                 END-PERFORM
              END-READ
           END-IF.
       H410-END. EXIT.
      *----Bu kod parcacigi, kapanis kaydini yazar ve dosyalari
      *kapatir.
       H900-CLOSE-FUNC.
           IF WS-ALT-OPEN
              MOVE SPACES TO ALT-RECORD
              SET ALT-TRAILER-REC TO TRUE
              MOVE 'PBALERTS' TO ALT-TRL-FILE-ID
              ADD 1 TO WS-CNT-RECORDS
              MOVE WS-CNT-DETAIL TO ALT-TRL-DETAIL-COUNT
              MOVE WS-CNT-SUPPRESSED TO ALT-TRL-SUPPRESSED
              MOVE WS-AMOUNT-HASH TO ALT-TRL-AMOUNT-HASH
              MOVE WS-CNT-RECORDS TO ALT-TRL-RECORD-COUNT
              WRITE ALT-RECORD
              CLOSE ALT-FILE
              MOVE 'N' TO WS-ALT-OPEN-SW
              DISPLAY '===== PBALRT00 ALERT TOTALS ====='
              DISPLAY 'ALERT SOURCE        : ' WS-SOURCE
              DISPLAY 'ALERTS WRITTEN      : ' WS-CNT-DETAIL
              DISPLAY 'RECOVERED ON RESTART: ' WS-CNT-RECOVERED
              DISPLAY 'ALERTS SUPPRESSED   : ' WS-CNT-SUPPRESSED
              DISPLAY 'NO CUSTOMER LINK    : ' WS-CNT-NO-CUSTOMER
           END-IF.
           IF WS-SUP-OPEN
              CLOSE SUP-FILE
              MOVE 'N' TO WS-SUP-OPEN-SW
           END-IF.
       H900-END. EXIT.
      *----
