       IDENTIFICATION DIVISION.
      *----
       PROGRAM-ID.    PBCUSM00.
       AUTHOR.        SINEM SEN.
      *----
       ENVIRONMENT DIVISION.
      *----
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CMC-FILE ASSIGN TO CMCFILE
                           STATUS ST-CMC-FILE.
           SELECT CUS-FILE ASSIGN TO CUSFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY CUS-KEY
                           STATUS ST-CUS-FILE.
           SELECT IDX-FILE ASSIGN TO IDXFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY IDX-KEY
                           STATUS ST-IDX-FILE.
           SELECT AUD-FILE ASSIGN TO AUDFILE
                           STATUS ST-AUD-FILE.
           SELECT RPT-FILE ASSIGN TO RPTFILE
                           STATUS ST-RPT-FILE.
           SELECT OPTIONAL SUP-FILE ASSIGN TO SUPFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY SUP-KEY
                           STATUS ST-SUP-FILE.
           SELECT OPTIONAL RCT-FILE ASSIGN TO RCTFILE
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY RCT-KEY
                           STATUS ST-RCT-FILE.
      *----
       DATA DIVISION.
      *----
       FILE SECTION.
      *----Bakim karti: 'A' yeni musteri ekler, 'C' musteriyi
      *degistirir (bos birakilan alan eski degerini korur), 'L' bir
      *hesabi musteriye baglar, 'U' baglantiyi kaldirir. Baglama
      *kartlarinda hesap anahtari isim alaninin basinda tasinir.
      *'O' musteriyi uyari bastirma listesine alir (CMC-SUP-EVENT'te
      *verilen olaylar, hepsi bos = tum uyarilar), 'I' listeden cikarir.
       FD  CMC-FILE RECORDING MODE F.
       01  CMC-VARIABLES.
           05 CMC-ACTION          PIC X(01).
           05 CMC-CUS-NO          PIC X(09).
           05 CMC-NAME            PIC X(15).
           05 CMC-SURNAME         PIC X(15).
           05 CMC-NATIONAL-ID     PIC X(11).
           05 CMC-ADDR-LINE1      PIC X(30).
           05 CMC-ADDR-LINE2      PIC X(30).
           05 CMC-CITY            PIC X(15).
           05 CMC-POSTCODE        PIC X(05).
           05 CMC-BIRTH-DATE      PIC X(08).
           05 CMC-RISK-CLASS      PIC X(01).
           05 FILLER              PIC X(10).
      *----
       01  CMC-LNK-VARIABLES.
           05 CMC-LNK-ACTION      PIC X(01).
           05 CMC-LNK-CUS-NO      PIC X(09).
           05 CMC-LNK-ID          PIC X(05).
           05 CMC-LNK-DVZ         PIC X(03).
           05 FILLER              PIC X(132).
      *----
       01  CMC-SUP-VARIABLES.
           05 CMC-SUP-ACTION      PIC X(01).
           05 CMC-SUP-CUS-NO      PIC X(09).
           05 CMC-SUP-EVENT-LIST.
              10 CMC-SUP-EVENT    PIC X(04) OCCURS 5.
           05 FILLER              PIC X(120).
      *----
       FD  CUS-FILE.
           COPY PBCUSRC.
      *----
       FD  IDX-FILE.
           COPY PBIDXRC.
      *----
       FD  AUD-FILE RECORDING MODE F.
           COPY PBAUDRC.
      *----
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-RECORD              PIC X(80).
      *----
       FD  SUP-FILE.
           COPY PBSUPRC.
      *----
       FD  RCT-FILE.
           COPY PBRCTRC.
      *----
       WORKING-STORAGE SECTION.
      *----
       01  WS-WORK-AREA.
           05 ST-CMC-FILE           PIC 9(02).
              88 CMC-SUCCESS                       VALUE 00 97.
              88 CMC-EOF                           VALUE 10.
      *----
           05 ST-CUS-FILE           PIC 9(02).
              88 CUS-SUCCESS                       VALUE 00 97.
              88 CUS-EOF                           VALUE 10.
      *----
           05 ST-IDX-FILE           PIC 9(02).
              88 IDX-SUCCESS                       VALUE 00 97.
              88 IDX-EOF                           VALUE 10.
      *----
           05 ST-AUD-FILE           PIC 9(02).
              88 AUD-SUCCESS                       VALUE 00 97.
      *----
           05 ST-RPT-FILE           PIC 9(02).
              88 RPT-SUCCESS                       VALUE 00 97.
      *----
           05 ST-SUP-FILE           PIC 9(02).
              88 SUP-SUCCESS                       VALUE 00 97 05.
      *----
           05 ST-RCT-FILE           PIC 9(02).
              88 RCT-SUCCESS                       VALUE 00 97 05.
           05 WS-RCT-STATUS         PIC X(04)      VALUE SPACES.
           05 WS-RCT-TODAY          PIC 9(08)      VALUE 0.
      *----
           05 WS-VALID-SW           PIC X(01)      VALUE 'Y'.
              88 WS-CARD-VALID                     VALUE 'Y'.
              88 WS-CARD-INVALID                   VALUE 'N'.
           05 WS-DUP-SW             PIC X(01)      VALUE 'N'.
              88 WS-NATID-DUPLICATE                VALUE 'Y'.
           05 WS-RENAME-SW          PIC X(01)      VALUE 'N'.
              88 WS-NAME-CHANGED                   VALUE 'Y'.
           05 WS-RESULT-TEXT        PIC X(30)      VALUE SPACES.
      *----
           05 WS-CUS-NO             PIC S9(09)     VALUE 0.
           05 WS-CHK-NATID          PIC X(11)      VALUE SPACES.
           05 WS-AUD-NAME-BEFORE    PIC X(15)      VALUE SPACES.
           05 WS-AUD-SURNAME-BEFORE PIC X(15)      VALUE SPACES.
      *----
           05 WS-CNT-CARDS          PIC 9(07)      VALUE 0.
           05 WS-CNT-ADDED          PIC 9(07)      VALUE 0.
           05 WS-CNT-CHANGED        PIC 9(07)      VALUE 0.
           05 WS-CNT-LINKED         PIC 9(07)      VALUE 0.
           05 WS-CNT-UNLINKED       PIC 9(07)      VALUE 0.
           05 WS-CNT-PROPAGATED     PIC 9(07)      VALUE 0.
           05 WS-CNT-OPTED-OUT      PIC 9(07)      VALUE 0.
           05 WS-CNT-OPTED-IN       PIC 9(07)      VALUE 0.
           05 WS-CNT-REJECTED       PIC 9(07)      VALUE 0.
           05 WS-E                  PIC 9(01)      VALUE 0.
      *----Degisiklik karti once bu goruntuye uygulanir; ulusal kimlik
      *numarasi taramasi CUS-FILE kayit alanini degistirdigi icin
      *yeni deger burada bekletilir ve yeniden okumadan sonra yazilir.
           COPY PBCUSRC REPLACING LEADING ==CUS== BY ==WCI==.
      *----
       01  WS-HEADER-LINE1          PIC X(80)      VALUE
           '========== PBCUSM00 CUSTOMER MAINTENANCE REGISTER ========'.
      *----
       01  WS-HEADER-LINE2          PIC X(80)      VALUE
           ' A  CUSTOMER   ACCT  DVZ  RESULT'.
      *----
       01  WS-REG-LINE.
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 WG-ACTION             PIC X(01).
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 WG-CUS-NO             PIC X(09).
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 WG-ID                 PIC X(05).
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 WG-DVZ                PIC X(03).
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 WG-RESULT             PIC X(30).
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 WG-NAME               PIC X(15).
      *----
       01  WS-BLANK-LINE            PIC X(80)      VALUE SPACES.
      *----
       PROCEDURE DIVISION.
      *----Bu kod parcacigi, musteri ana dosyasini bakim kartlariyla
      *gunceller ve hesaplari musterilere baglar. Isim musteri
      *uzerinde bir kez degistirilir, bagli tum IDX-FILE hesaplarina
      *buradan yayilir; hesaba dokunan her degisiklik (baglama, baglanti
      *kaldirma, isim yayilimi) diger islemler gibi AUDFILE'a islev 4
      *guncelleme hareketi olarak yazilir ki PBVRFY00 ve PBRCVR00
      *ana dosyayla uyumlu kalsin. Her kartin akibeti bakim siciline
      *basilir.
       0000-MAIN.
           PERFORM H050-RUNCTL-CHECK.
           PERFORM H100-OPEN-FILES.
           READ CMC-FILE.
           PERFORM H200-PROCESS-CARD UNTIL CMC-EOF.
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.
      *----Bu kod parcacigi, bakim calismasinin gunun PBMAINCB
      *calismasindan sonra yapilmasini saglar: PBSUBPG0 AUDFILE'i
      *calisma basinda yeniden actigindan, daha once eklenen
      *hareketler silinirdi. PBMAINCB satiri bugun icin DONE degilse
      *calisma RETURN-CODE 12 ile geri cevrilir.
       H050-RUNCTL-CHECK.
           COMPUTE WS-RCT-TODAY =
              FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)).
           OPEN I-O RCT-FILE.
           IF NOT RCT-SUCCESS
              DISPLAY 'RUN CONTROL FILE NOT OPEN. RC : ' ST-RCT-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'PBMAINCB' TO RCT-JOB.
           READ RCT-FILE KEY IS RCT-KEY
           INVALID KEY
              DISPLAY 'NO POSTING STATUS ON RUN CONTROL - RUN REFUSED'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-READ.
           IF RCT-BUS-DATE NOT = WS-RCT-TODAY
              OR NOT RCT-ST-DONE
              DISPLAY 'POSTING NOT DONE FOR TODAY - RUN REFUSED'
              DISPLAY 'POSTING DATE   : ' RCT-BUS-DATE
              DISPLAY 'POSTING STATUS : ' RCT-STATUS
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           CLOSE RCT-FILE.
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
           MOVE 'PBCUSM00' TO RCT-JOB.
           READ RCT-FILE KEY IS RCT-KEY
           INVALID KEY
              MOVE 'PBCUSM00' TO RCT-JOB
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
           OPEN INPUT CMC-FILE.
           IF NOT CMC-SUCCESS
              DISPLAY 'MAINTENANCE CARD FILE NOT OPEN. RC : '
                 ST-CMC-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN I-O CUS-FILE.
           IF NOT CUS-SUCCESS
              DISPLAY 'CUSTOMER FILE NOT OPEN. RC : ' ST-CUS-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN I-O IDX-FILE.
           IF NOT IDX-SUCCESS
              DISPLAY 'INDEX FILE NOT OPEN. RC : ' ST-IDX-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN EXTEND AUD-FILE.
           IF NOT AUD-SUCCESS
              DISPLAY 'AUDIT FILE NOT OPEN. RC : ' ST-AUD-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF NOT RPT-SUCCESS
              DISPLAY 'REGISTER FILE NOT OPEN. RC : ' ST-RPT-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN I-O SUP-FILE.
           IF NOT SUP-SUCCESS
              DISPLAY 'SUPPRESSION FILE NOT OPEN. RC : ' ST-SUP-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           WRITE RPT-RECORD FROM WS-HEADER-LINE1.
           WRITE RPT-RECORD FROM WS-BLANK-LINE.
           WRITE RPT-RECORD FROM WS-HEADER-LINE2.
       H100-END. EXIT.
      *----Bu kod parcacigi, karti islem koduna gore dagitir; her kart
      *icin sicile tek bir sonuc satiri basilir.
       H200-PROCESS-CARD.
           ADD 1 TO WS-CNT-CARDS.
           SET WS-CARD-VALID TO TRUE.
           MOVE SPACES TO WS-RESULT-TEXT.
           MOVE SPACES TO WS-REG-LINE.
           MOVE CMC-ACTION TO WG-ACTION.
           MOVE CMC-CUS-NO TO WG-CUS-NO.
           IF CMC-CUS-NO NOT NUMERIC
              SET WS-CARD-INVALID TO TRUE
              MOVE 'INVALID CUSTOMER NUMBER' TO WS-RESULT-TEXT
           ELSE
              MOVE CMC-CUS-NO TO WS-CUS-NO
              IF WS-CUS-NO = 0
                 SET WS-CARD-INVALID TO TRUE
                 MOVE 'INVALID CUSTOMER NUMBER' TO WS-RESULT-TEXT
              END-IF
           END-IF.
           IF WS-CARD-VALID
              EVALUATE CMC-ACTION
                 WHEN 'A'
                    PERFORM H300-ADD-CUSTOMER THRU H300-EXIT
                 WHEN 'C'
                    PERFORM H400-CHANGE-CUSTOMER THRU H400-EXIT
                 WHEN 'L'
                    PERFORM H500-LINK-ACCOUNT THRU H500-EXIT
                 WHEN 'U'
                    PERFORM H600-UNLINK-ACCOUNT THRU H600-EXIT
                 WHEN 'O'
                    PERFORM H800-OPT-OUT THRU H800-EXIT
                 WHEN 'I'
                    PERFORM H850-OPT-IN THRU H850-EXIT
                 WHEN OTHER
                    SET WS-CARD-INVALID TO TRUE
                    MOVE 'INVALID ACTION CODE' TO WS-RESULT-TEXT
              END-EVALUATE
           END-IF.
           IF WS-CARD-INVALID
              ADD 1 TO WS-CNT-REJECTED
           END-IF.
           MOVE WS-RESULT-TEXT TO WG-RESULT.
           WRITE RPT-RECORD FROM WS-REG-LINE.
           READ CMC-FILE.
       H200-END. EXIT.
      *----Bu kod parcacigi, yeni musteri kaydi acar: numara dosyada
      *olmamali, isim/soyisim ve ulusal kimlik numarasi dolu olmali ve
      *kimlik numarasi baska bir musteride bulunmamalidir. Risk sinifi
      *bos birakilirsa 'L' kabul edilir.
       H300-ADD-CUSTOMER.
           MOVE WS-CUS-NO TO CUS-NO.
           READ CUS-FILE KEY IS CUS-KEY
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              SET WS-CARD-INVALID TO TRUE
              MOVE 'CUSTOMER ALREADY ON FILE' TO WS-RESULT-TEXT
              GO TO H300-EXIT
           END-READ.
           IF CMC-NAME = SPACES OR CMC-SURNAME = SPACES
              SET WS-CARD-INVALID TO TRUE
              MOVE 'NAME/SURNAME CANNOT BE BLANK' TO WS-RESULT-TEXT
              GO TO H300-EXIT
           END-IF.
           IF CMC-NATIONAL-ID = SPACES
              SET WS-CARD-INVALID TO TRUE
              MOVE 'NATIONAL ID CANNOT BE BLANK' TO WS-RESULT-TEXT
              GO TO H300-EXIT
           END-IF.
           IF CMC-BIRTH-DATE NOT = SPACES
              AND CMC-BIRTH-DATE NOT NUMERIC
              SET WS-CARD-INVALID TO TRUE
              MOVE 'INVALID BIRTH DATE' TO WS-RESULT-TEXT
              GO TO H300-EXIT
           END-IF.
           IF CMC-RISK-CLASS NOT = SPACE
              AND CMC-RISK-CLASS NOT = 'L'
              AND CMC-RISK-CLASS NOT = 'M'
              AND CMC-RISK-CLASS NOT = 'H'
              SET WS-CARD-INVALID TO TRUE
              MOVE 'INVALID RISK CLASS' TO WS-RESULT-TEXT
              GO TO H300-EXIT
           END-IF.
           MOVE CMC-NATIONAL-ID TO WS-CHK-NATID.
           PERFORM H250-NATID-CHECK.
           IF WS-NATID-DUPLICATE
              SET WS-CARD-INVALID TO TRUE
              MOVE 'NATIONAL ID ON OTHER CUSTOMER' TO WS-RESULT-TEXT
              GO TO H300-EXIT
           END-IF.
      *----
           MOVE SPACES TO CUS-VARIABLES.
           MOVE WS-CUS-NO TO CUS-NO.
           MOVE CMC-NAME TO CUS-NAME.
           MOVE CMC-SURNAME TO CUS-SURNAME.
           MOVE CMC-NATIONAL-ID TO CUS-NATIONAL-ID.
           MOVE CMC-ADDR-LINE1 TO CUS-ADDR-LINE1.
           MOVE CMC-ADDR-LINE2 TO CUS-ADDR-LINE2.
           MOVE CMC-CITY TO CUS-CITY.
           MOVE CMC-POSTCODE TO CUS-POSTCODE.
           IF CMC-BIRTH-DATE = SPACES
              MOVE 0 TO CUS-BIRTH-DATE
           ELSE
              MOVE CMC-BIRTH-DATE TO CUS-BIRTH-DATE
           END-IF.
           IF CMC-RISK-CLASS = SPACE
              MOVE 'L' TO CUS-RISK-CLASS
           ELSE
              MOVE CMC-RISK-CLASS TO CUS-RISK-CLASS
           END-IF.
           MOVE WS-RCT-TODAY TO CUS-OPEN-DATE.
           MOVE WS-RCT-TODAY TO CUS-LAST-MAINT.
           WRITE CUS-VARIABLES.
           IF CUS-SUCCESS
              ADD 1 TO WS-CNT-ADDED
              MOVE 'CUSTOMER ADDED' TO WS-RESULT-TEXT
              MOVE CUS-SURNAME TO WG-NAME
           ELSE
              SET WS-CARD-INVALID TO TRUE
              MOVE 'CUSTOMER WRITE FAILED' TO WS-RESULT-TEXT
              DISPLAY 'CUSTOMER WRITE FAILED ' WS-CUS-NO
                 ' RC : ' ST-CUS-FILE
           END-IF.
       H300-EXIT. EXIT.
      *----Bu kod parcacigi, ulusal kimlik numarasinin karttaki
      *musteriden baska bir musteride kayitli olup olmadigini
      *musteri dosyasini bastan sona tarayarak denetler.
       H250-NATID-CHECK.
           MOVE 'N' TO WS-DUP-SW.
           MOVE 0 TO CUS-NO.
           START CUS-FILE KEY IS NOT LESS THAN CUS-KEY
           INVALID KEY
              MOVE 10 TO ST-CUS-FILE
           END-START.
           IF CUS-SUCCESS
              READ CUS-FILE NEXT RECORD
           END-IF.
           PERFORM UNTIL NOT CUS-SUCCESS OR WS-NATID-DUPLICATE
              IF CUS-NATIONAL-ID = WS-CHK-NATID
                 AND CUS-NO NOT = WS-CUS-NO
                 SET WS-NATID-DUPLICATE TO TRUE
              ELSE
                 READ CUS-FILE NEXT RECORD
              END-IF
           END-PERFORM.
       H250-END. EXIT.
      *----Bu kod parcacigi, musteri kaydini degistirir: kartta bos
      *birakilan alan eski degerini korur. Isim ya da soyisim
      *degistiyse yeni isim bagli tum hesaplara yayilir.
       H400-CHANGE-CUSTOMER.
           MOVE WS-CUS-NO TO CUS-NO.
           READ CUS-FILE KEY IS CUS-KEY
           INVALID KEY
              SET WS-CARD-INVALID TO TRUE
              MOVE 'CUSTOMER NOT ON FILE' TO WS-RESULT-TEXT
              GO TO H400-EXIT
           END-READ.
           MOVE CUS-VARIABLES TO WCI-VARIABLES.
           MOVE 'N' TO WS-RENAME-SW.
           IF CMC-NAME NOT = SPACES AND CMC-NAME NOT = WCI-NAME
              MOVE CMC-NAME TO WCI-NAME
              SET WS-NAME-CHANGED TO TRUE
           END-IF.
           IF CMC-SURNAME NOT = SPACES
              AND CMC-SURNAME NOT = WCI-SURNAME
              MOVE CMC-SURNAME TO WCI-SURNAME
              SET WS-NAME-CHANGED TO TRUE
           END-IF.
           IF CMC-ADDR-LINE1 NOT = SPACES
              MOVE CMC-ADDR-LINE1 TO WCI-ADDR-LINE1
           END-IF.
           IF CMC-ADDR-LINE2 NOT = SPACES
              MOVE CMC-ADDR-LINE2 TO WCI-ADDR-LINE2
           END-IF.
           IF CMC-CITY NOT = SPACES
              MOVE CMC-CITY TO WCI-CITY
           END-IF.
           IF CMC-POSTCODE NOT = SPACES
              MOVE CMC-POSTCODE TO WCI-POSTCODE
           END-IF.
           IF CMC-BIRTH-DATE NOT = SPACES
              IF CMC-BIRTH-DATE NOT NUMERIC
                 SET WS-CARD-INVALID TO TRUE
                 MOVE 'INVALID BIRTH DATE' TO WS-RESULT-TEXT
                 GO TO H400-EXIT
              END-IF
              MOVE CMC-BIRTH-DATE TO WCI-BIRTH-DATE
           END-IF.
           IF CMC-RISK-CLASS NOT = SPACE
              IF CMC-RISK-CLASS NOT = 'L'
                 AND CMC-RISK-CLASS NOT = 'M'
                 AND CMC-RISK-CLASS NOT = 'H'
                 SET WS-CARD-INVALID TO TRUE
                 MOVE 'INVALID RISK CLASS' TO WS-RESULT-TEXT
                 GO TO H400-EXIT
              END-IF
              MOVE CMC-RISK-CLASS TO WCI-RISK-CLASS
           END-IF.
           IF CMC-NATIONAL-ID NOT = SPACES
              AND CMC-NATIONAL-ID NOT = WCI-NATIONAL-ID
              MOVE CMC-NATIONAL-ID TO WS-CHK-NATID
              PERFORM H250-NATID-CHECK
              IF WS-NATID-DUPLICATE
                 SET WS-CARD-INVALID TO TRUE
                 MOVE 'NATIONAL ID ON OTHER CUSTOMER' TO WS-RESULT-TEXT
                 GO TO H400-EXIT
              END-IF
              MOVE CMC-NATIONAL-ID TO WCI-NATIONAL-ID
           END-IF.
           MOVE WS-RCT-TODAY TO WCI-LAST-MAINT.
      *----
           MOVE WS-CUS-NO TO CUS-NO.
           READ CUS-FILE KEY IS CUS-KEY
           INVALID KEY
              SET WS-CARD-INVALID TO TRUE
              MOVE 'CUSTOMER NOT ON FILE' TO WS-RESULT-TEXT
              GO TO H400-EXIT
           END-READ.
           REWRITE CUS-VARIABLES FROM WCI-VARIABLES.
           IF NOT CUS-SUCCESS
              SET WS-CARD-INVALID TO TRUE
              MOVE 'CUSTOMER REWRITE FAILED' TO WS-RESULT-TEXT
              DISPLAY 'CUSTOMER REWRITE FAILED ' WS-CUS-NO
                 ' RC : ' ST-CUS-FILE
              GO TO H400-EXIT
           END-IF.
           ADD 1 TO WS-CNT-CHANGED.
           MOVE 'CUSTOMER CHANGED' TO WS-RESULT-TEXT.
           MOVE WCI-SURNAME TO WG-NAME.
           IF WS-NAME-CHANGED
              PERFORM H450-PROPAGATE-NAME
           END-IF.
       H400-EXIT. EXIT.
      *----Bu kod parcacigi, IDX-FILE'i bastan sona tarayip musteriye
      *bagli her hesabin isim/soyisim alanini musteri kaydindaki yeni
      *degerle gunceller; her hesap icin sicile ayri satir ve AUDFILE'a
      *islev 4 hareketi yazilir.
       H450-PROPAGATE-NAME.
           MOVE 0 TO IDX-ID.
           MOVE 0 TO IDX-DVZ.
           START IDX-FILE KEY IS NOT LESS THAN IDX-KEY
           INVALID KEY
              MOVE 10 TO ST-IDX-FILE
           END-START.
           IF IDX-SUCCESS
              READ IDX-FILE NEXT RECORD
           END-IF.
           PERFORM UNTIL NOT IDX-SUCCESS
              IF IDX-CUS-NO = WS-CUS-NO
                 MOVE IDX-NAME TO WS-AUD-NAME-BEFORE
                 MOVE IDX-SURNAME TO WS-AUD-SURNAME-BEFORE
                 MOVE WCI-NAME TO IDX-NAME
                 MOVE WCI-SURNAME TO IDX-SURNAME
                 REWRITE IDX-VARIABLES
                 MOVE SPACES TO WS-REG-LINE
                 MOVE 'P' TO WG-ACTION
                 MOVE CMC-CUS-NO TO WG-CUS-NO
                 MOVE IDX-ID TO WG-ID
                 MOVE IDX-DVZ TO WG-DVZ
                 IF IDX-SUCCESS
                    PERFORM H700-AUDIT-WRITE
                    ADD 1 TO WS-CNT-PROPAGATED
                    MOVE 'NAME PROPAGATED' TO WG-RESULT
                 ELSE
                    MOVE 'NAME PROPAGATION FAILED' TO WG-RESULT
                    DISPLAY 'ACCOUNT REWRITE FAILED ID ' IDX-ID
                       ' DVZ ' IDX-DVZ ' RC : ' ST-IDX-FILE
                    MOVE 8 TO RETURN-CODE
                 END-IF
                 WRITE RPT-RECORD FROM WS-REG-LINE
              END-IF
              READ IDX-FILE NEXT RECORD
           END-PERFORM.
      *----Sonuc satiri karttaki musteri icin yeniden hazirlanir.
           MOVE SPACES TO WS-REG-LINE.
           MOVE CMC-ACTION TO WG-ACTION.
           MOVE CMC-CUS-NO TO WG-CUS-NO.
           MOVE WCI-SURNAME TO WG-NAME.
       H450-END. EXIT.
      *----Bu kod parcacigi, hesabi musteriye baglar: musteri ve hesap
      *dosyada olmali, hesap kapali ya da baska bir musteriye bagli
      *olmamalidir. Hesabin ismi musteri kaydindaki isimle degistirilir.
       H500-LINK-ACCOUNT.
           MOVE CMC-LNK-ID TO WG-ID.
           MOVE CMC-LNK-DVZ TO WG-DVZ.
           MOVE WS-CUS-NO TO CUS-NO.
           READ CUS-FILE KEY IS CUS-KEY
           INVALID KEY
              SET WS-CARD-INVALID TO TRUE
              MOVE 'CUSTOMER NOT ON FILE' TO WS-RESULT-TEXT
              GO TO H500-EXIT
           END-READ.
           PERFORM H550-READ-ACCOUNT THRU H550-EXIT.
           IF WS-CARD-INVALID
              GO TO H500-EXIT
           END-IF.
           IF IDX-ST-CLOSED
              SET WS-CARD-INVALID TO TRUE
              MOVE 'ACCOUNT IS CLOSED' TO WS-RESULT-TEXT
              GO TO H500-EXIT
           END-IF.
           IF IDX-CUS-NO = WS-CUS-NO
              SET WS-CARD-INVALID TO TRUE
              MOVE 'ACCOUNT ALREADY LINKED' TO WS-RESULT-TEXT
              GO TO H500-EXIT
           END-IF.
           IF IDX-CUS-NO NOT = 0
              SET WS-CARD-INVALID TO TRUE
              MOVE 'ACCOUNT LINKED TO OTHER CUST' TO WS-RESULT-TEXT
              GO TO H500-EXIT
           END-IF.
           MOVE IDX-NAME TO WS-AUD-NAME-BEFORE.
           MOVE IDX-SURNAME TO WS-AUD-SURNAME-BEFORE.
           MOVE CUS-NO TO IDX-CUS-NO.
           MOVE CUS-NAME TO IDX-NAME.
           MOVE CUS-SURNAME TO IDX-SURNAME.
           REWRITE IDX-VARIABLES.
           IF NOT IDX-SUCCESS
              SET WS-CARD-INVALID TO TRUE
              MOVE 'ACCOUNT REWRITE FAILED' TO WS-RESULT-TEXT
              DISPLAY 'ACCOUNT REWRITE FAILED ID ' IDX-ID
                 ' DVZ ' IDX-DVZ ' RC : ' ST-IDX-FILE
              GO TO H500-EXIT
           END-IF.
           PERFORM H700-AUDIT-WRITE.
           ADD 1 TO WS-CNT-LINKED.
           MOVE 'ACCOUNT LINKED' TO WS-RESULT-TEXT.
           MOVE IDX-SURNAME TO WG-NAME.
       H500-EXIT. EXIT.
      *----
       H550-READ-ACCOUNT.
           IF CMC-LNK-ID NOT NUMERIC OR CMC-LNK-DVZ NOT NUMERIC
              SET WS-CARD-INVALID TO TRUE
              MOVE 'INVALID ACCOUNT KEY' TO WS-RESULT-TEXT
              GO TO H550-EXIT
           END-IF.
           MOVE CMC-LNK-ID TO IDX-ID.
           MOVE CMC-LNK-DVZ TO IDX-DVZ.
           READ IDX-FILE KEY IS IDX-KEY
           INVALID KEY
              SET WS-CARD-INVALID TO TRUE
              MOVE 'ACCOUNT NOT ON FILE' TO WS-RESULT-TEXT
           END-READ.
       H550-EXIT. EXIT.
      *----Bu kod parcacigi, hesabin musteri baglantisini kaldirir:
      *hesap karttaki musteriye bagli olmalidir. Isim hesapta kalir ve
      *bundan sonra hesap bazinda degistirilebilir.
       H600-UNLINK-ACCOUNT.
           MOVE CMC-LNK-ID TO WG-ID.
           MOVE CMC-LNK-DVZ TO WG-DVZ.
           PERFORM H550-READ-ACCOUNT THRU H550-EXIT.
           IF WS-CARD-INVALID
              GO TO H600-EXIT
           END-IF.
           IF IDX-CUS-NO NOT = WS-CUS-NO
              SET WS-CARD-INVALID TO TRUE
              MOVE 'ACCOUNT NOT LINKED TO CUSTOMER' TO WS-RESULT-TEXT
              GO TO H600-EXIT
           END-IF.
           MOVE IDX-NAME TO WS-AUD-NAME-BEFORE.
           MOVE IDX-SURNAME TO WS-AUD-SURNAME-BEFORE.
           MOVE 0 TO IDX-CUS-NO.
           REWRITE IDX-VARIABLES.
           IF NOT IDX-SUCCESS
              SET WS-CARD-INVALID TO TRUE
              MOVE 'ACCOUNT REWRITE FAILED' TO WS-RESULT-TEXT
              DISPLAY 'ACCOUNT REWRITE FAILED ID ' IDX-ID
                 ' DVZ ' IDX-DVZ ' RC : ' ST-IDX-FILE
              GO TO H600-EXIT
           END-IF.
           PERFORM H700-AUDIT-WRITE.
           ADD 1 TO WS-CNT-UNLINKED.
           MOVE 'ACCOUNT UNLINKED' TO WS-RESULT-TEXT.
           MOVE IDX-SURNAME TO WG-NAME.
       H600-EXIT. EXIT.
      *----Bu kod parcacigi, hesaba dokunan bakim degisikligini
      *AUDFILE'a islev 4 (guncelleme) hareketi olarak yazar; bakiye
      *degismedigi icin once/sonra bakiyeleri aynidir.
       H700-AUDIT-WRITE.
           MOVE 4 TO AUD-FUNC.
           MOVE IDX-KEY TO AUD-KEY.
           MOVE WS-AUD-NAME-BEFORE TO AUD-NAME-BEFORE.
           MOVE WS-AUD-SURNAME-BEFORE TO AUD-SURNAME-BEFORE.
           MOVE IDX-BALANCE TO AUD-BALANCE-BEFORE.
           MOVE IDX-NAME TO AUD-NAME-AFTER.
           MOVE IDX-SURNAME TO AUD-SURNAME-AFTER.
           MOVE IDX-BALANCE TO AUD-BALANCE-AFTER.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           MOVE 0 TO AUD-FX-RATE.
           MOVE 0 TO AUD-CTR-ID AUD-CTR-DVZ AUD-REV-FUNC.
           MOVE SPACES TO AUD-CTR-LEG AUD-REV-TS.
           MOVE IDX-CUS-NO TO AUD-CUS-NO.
           MOVE SPACES TO AUD-TRN-REF.
           WRITE AUD-VARIABLES.
       H700-END. EXIT.
      *----Bu kod parcacigi, musteriyi uyari bastirma listesine alir ya
      *da listedeki olaylarini degistirir. Musteri dosyada olmali ve
      *verilen her olay kodu PBALRT00'in tanidigi bir kod olmalidir.
       H800-OPT-OUT.
           MOVE WS-CUS-NO TO CUS-NO.
           READ CUS-FILE KEY IS CUS-KEY
           INVALID KEY
              SET WS-CARD-INVALID TO TRUE
              MOVE 'CUSTOMER NOT ON FILE' TO WS-RESULT-TEXT
              GO TO H800-EXIT
           END-READ.
           PERFORM VARYING WS-E FROM 1 BY 1 UNTIL WS-E > 5
              IF CMC-SUP-EVENT(WS-E) NOT = SPACES
                 AND CMC-SUP-EVENT(WS-E) NOT = 'ODRN'
                 AND CMC-SUP-EVENT(WS-E) NOT = 'ODLM'
                 AND CMC-SUP-EVENT(WS-E) NOT = 'CRLG'
                 AND CMC-SUP-EVENT(WS-E) NOT = 'FRZN'
                 AND CMC-SUP-EVENT(WS-E) NOT = 'UNFR'
                 AND CMC-SUP-EVENT(WS-E) NOT = 'CLSD'
                 AND CMC-SUP-EVENT(WS-E) NOT = 'XREJ'
                 AND CMC-SUP-EVENT(WS-E) NOT = 'INTP'
                 SET WS-CARD-INVALID TO TRUE
                 MOVE 'INVALID ALERT EVENT CODE' TO WS-RESULT-TEXT
              END-IF
           END-PERFORM.
           IF WS-CARD-INVALID
              GO TO H800-EXIT
           END-IF.
           MOVE CUS-SURNAME TO WG-NAME.
           MOVE WS-CUS-NO TO SUP-CUS-NO.
           READ SUP-FILE KEY IS SUP-KEY
           INVALID KEY
              MOVE WS-CUS-NO TO SUP-CUS-NO
              MOVE WS-RCT-TODAY TO SUP-OPT-OUT-DATE
              MOVE CMC-SUP-EVENT-LIST TO SUP-EVENT-LIST
              WRITE SUP-VARIABLES
              MOVE 'CUSTOMER OPTED OUT' TO WS-RESULT-TEXT
           NOT INVALID KEY
              MOVE WS-RCT-TODAY TO SUP-OPT-OUT-DATE
              MOVE CMC-SUP-EVENT-LIST TO SUP-EVENT-LIST
              REWRITE SUP-VARIABLES
              MOVE 'OPT-OUT CHANGED' TO WS-RESULT-TEXT
           END-READ.
           IF NOT SUP-SUCCESS
              SET WS-CARD-INVALID TO TRUE
              MOVE 'SUPPRESSION WRITE FAILED' TO WS-RESULT-TEXT
              GO TO H800-EXIT
           END-IF.
           ADD 1 TO WS-CNT-OPTED-OUT.
       H800-EXIT. EXIT.
      *----Bu kod parcacigi, musteriyi uyari bastirma listesinden
      *cikarir; musteri bundan sonra tum uyarilari yeniden alir.
       H850-OPT-IN.
           MOVE WS-CUS-NO TO SUP-CUS-NO.
           READ SUP-FILE KEY IS SUP-KEY
           INVALID KEY
              SET WS-CARD-INVALID TO TRUE
              MOVE 'CUSTOMER NOT OPTED OUT' TO WS-RESULT-TEXT
              GO TO H850-EXIT
           END-READ.
           DELETE SUP-FILE.
           IF NOT SUP-SUCCESS
              SET WS-CARD-INVALID TO TRUE
              MOVE 'SUPPRESSION DELETE FAILED' TO WS-RESULT-TEXT
              GO TO H850-EXIT
           END-IF.
           ADD 1 TO WS-CNT-OPTED-IN.
           MOVE 'CUSTOMER OPTED IN' TO WS-RESULT-TEXT.
       H850-EXIT. EXIT.
      *----
       H999-PROGRAM-EXIT.
           DISPLAY '===== PBCUSM00 CONTROL TOTALS ====='.
           DISPLAY 'CARDS READ          : ' WS-CNT-CARDS.
           DISPLAY 'CUSTOMERS ADDED     : ' WS-CNT-ADDED.
           DISPLAY 'CUSTOMERS CHANGED   : ' WS-CNT-CHANGED.
           DISPLAY 'ACCOUNTS LINKED     : ' WS-CNT-LINKED.
           DISPLAY 'ACCOUNTS UNLINKED   : ' WS-CNT-UNLINKED.
           DISPLAY 'NAMES PROPAGATED    : ' WS-CNT-PROPAGATED.
           DISPLAY 'ALERT OPT-OUTS      : ' WS-CNT-OPTED-OUT.
           DISPLAY 'ALERT OPT-INS       : ' WS-CNT-OPTED-IN.
           DISPLAY 'CARDS REJECTED      : ' WS-CNT-REJECTED.
           CLOSE CMC-FILE.
           CLOSE CUS-FILE.
           CLOSE IDX-FILE.
           CLOSE AUD-FILE.
           CLOSE RPT-FILE.
           CLOSE SUP-FILE.
           MOVE 'DONE' TO WS-RCT-STATUS.
           PERFORM H060-RUNCTL-STAMP.
           STOP RUN.
       H999-END. EXIT.
      *----
