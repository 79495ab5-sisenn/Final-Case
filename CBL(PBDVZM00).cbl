       IDENTIFICATION DIVISION.
      *----
       PROGRAM-ID.    PBDVZM00.
       AUTHOR.        SINEM SEN.
      *----
       ENVIRONMENT DIVISION.
      *----
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DMC-FILE ASSIGN TO DMCFILE
                           STATUS ST-DMC-FILE.
           SELECT DVZ-FILE ASSIGN TO DVZFILE
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY DVZ-KEY
                           STATUS ST-DVZ-FILE.
           SELECT OPTIONAL DST-FILE ASSIGN TO DSTFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY DST-KEY
                           STATUS ST-DST-FILE.
           SELECT OPTIONAL DRH-FILE ASSIGN TO DRHFILE
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY DRH-KEY
                           STATUS ST-DRH-FILE.
           SELECT IDX-FILE ASSIGN TO IDXFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY IDX-KEY
                           STATUS ST-IDX-FILE.
           SELECT EXC-FILE ASSIGN TO EXCFILE
                           STATUS ST-EXC-FILE.
           SELECT RPT-FILE ASSIGN TO RPTFILE
                           STATUS ST-RPT-FILE.
           SELECT OPTIONAL PRM-FILE ASSIGN TO PRMFILE
                           STATUS ST-PRM-FILE.
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
       FD  DMC-FILE RECORDING MODE F.
       01  DMC-VARIABLES.
           COPY PBDMCRC.
      *----
       FD  DVZ-FILE.
           COPY PBDVZRC.
      *----Ileri tarihli degisiklikler yururluk tarihine kadar burada
      *bekler; anahtar tarih sirasinda okundugu icin ayni bolumun
      *degisiklikleri yururluk sirasiyla uygulanir.
       FD  DST-FILE.
       01  DST-VARIABLES.
           05 DST-KEY.
              10 DST-KEY-DATE      PIC 9(08).
              10 DST-KEY-DVZ       PIC 9(03).
              10 DST-KEY-TS        PIC X(26).
           05 DST-CARD.
              COPY PBDMCRC REPLACING LEADING ==DMC== BY ==DSC==.
      *----
       FD  DRH-FILE.
           COPY PBDRHRC.
      *----Silinecek bolumde hala hesap olup olmadigi icin taranir.
       FD  IDX-FILE.
           COPY PBIDXRC.
      *----
       FD  EXC-FILE RECORDING MODE F.
       01  EXC-RECORD              PIC X(80).
      *----
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-RECORD              PIC X(80).
      *----Istege bagli parametre karti: oran/tutar degisikliginin
      *istisna listesine dusecegi yuzde esigi (3 tam, 2 ondalik hane);
      *kart yoksa yuzde 10 kullanilir.
       FD  PRM-FILE RECORDING MODE F.
       01  PRM-VARIABLES.
           05 PRM-MAX-PCT         PIC X(05).
           05 PRM-MAX-PCT-N REDEFINES PRM-MAX-PCT
                                  PIC 9(03)V9(02).
      *----
       FD  RCT-FILE.
           COPY PBRCTRC.
      *----
       WORKING-STORAGE SECTION.
      *----
       01  WS-WORK-AREA.
           05 ST-DMC-FILE           PIC 9(02).
              88 DMC-SUCCESS                       VALUE 00 97.
              88 DMC-EOF                           VALUE 10.
      *----
           05 ST-DVZ-FILE           PIC 9(02).
              88 DVZ-SUCCESS                       VALUE 00 97.
      *----
           05 ST-DST-FILE           PIC 9(02).
              88 DST-SUCCESS                       VALUE 00 97 05.
              88 DST-EOF                           VALUE 10.
      *----
           05 ST-DRH-FILE           PIC 9(02).
              88 DRH-SUCCESS                       VALUE 00 97 05.
              88 DRH-DUPLICATE                     VALUE 22.
      *----
           05 ST-IDX-FILE           PIC 9(02).
              88 IDX-SUCCESS                       VALUE 00 97.
              88 IDX-EOF                           VALUE 10.
      *----
           05 ST-EXC-FILE           PIC 9(02).
              88 EXC-SUCCESS                       VALUE 00 97.
      *----
           05 ST-RPT-FILE           PIC 9(02).
              88 RPT-SUCCESS                       VALUE 00 97.
      *----
           05 ST-PRM-FILE           PIC 9(02).
              88 PRM-SUCCESS                       VALUE 00 97 05.
      *----
           05 ST-RCT-FILE           PIC 9(02).
              88 RCT-SUCCESS                       VALUE 00 97 05.
           05 WS-RCT-STATUS         PIC X(04)      VALUE SPACES.
           05 WS-RCT-TODAY          PIC 9(08)      VALUE 0.
      *----
           05 WS-MAX-PCT            PIC 9(03)V9(02) VALUE 10.00.
           05 WS-ORIGIN             PIC X(01)      VALUE SPACE.
              88 WS-FROM-CARD                      VALUE 'C'.
              88 WS-FROM-STAGING                   VALUE 'S'.
           05 WS-VALID-SW           PIC X(01)      VALUE 'Y'.
              88 WS-CARD-VALID                     VALUE 'Y'.
              88 WS-CARD-INVALID                   VALUE 'N'.
           05 WS-FOUND-SW           PIC X(01)      VALUE 'N'.
              88 WS-DVZ-FOUND                      VALUE 'Y'.
           05 WS-HIST-SW            PIC X(01)      VALUE 'N'.
              88 WS-HIST-WRITTEN                   VALUE 'Y'.
           05 WS-ACCT-SW            PIC X(01)      VALUE 'N'.
              88 WS-DVZ-IN-USE                     VALUE 'Y'.
           05 WS-RESULT-TEXT        PIC X(30)      VALUE SPACES.
           05 WS-EXC-STATE          PIC X(07)      VALUE SPACES.
      *----
           05 WS-CHK-FIELD          PIC X(08)      VALUE SPACES.
           05 WS-CHK-OLD            PIC S9(15)V9(06) VALUE 0.
           05 WS-CHK-NEW            PIC S9(15)V9(06) VALUE 0.
           05 WS-CHK-PCT            PIC S9(09)V9(02) VALUE 0.
           05 WS-CHK-REASON         PIC X(18)      VALUE SPACES.
      *----
           05 WS-CNT-CARDS          PIC 9(07)      VALUE 0.
           05 WS-CNT-APPLIED        PIC 9(07)      VALUE 0.
           05 WS-CNT-STAGED         PIC 9(07)      VALUE 0.
           05 WS-CNT-STG-APPLIED    PIC 9(07)      VALUE 0.
           05 WS-CNT-REJECTED       PIC 9(07)      VALUE 0.
           05 WS-CNT-EXCEPTIONS     PIC 9(07)      VALUE 0.
      *----Karttan ya da bekleyen kayittan gelen degisiklik ayni
      *goruntude islenir.
       01  WS-CARD.
           COPY PBDMCRC REPLACING LEADING ==DMC== BY ==WCD==.
      *----Bolum kaydinin degisiklik oncesi (DVO) ve sonrasi (DVN)
      *goruntuleri; tarihceye ve istisna denetimine buradan gecer.
           COPY PBDVZRC REPLACING LEADING ==DVZ== BY ==DVO==.
           COPY PBDVZRC REPLACING LEADING ==DVZ== BY ==DVN==.
      *----
       01  WS-HEADER-LINE1          PIC X(80)      VALUE
           '========== PBDVZM00 DIVISION MAINTENANCE REGISTER ========'.
      *----
       01  WS-HEADER-LINE2          PIC X(80)      VALUE
           ' O A  DVZ  EFF-DATE  APPROVED  RESULT'.
      *----
       01  WS-REG-LINE.
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 WG-ORIGIN             PIC X(01).
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 WG-ACTION             PIC X(01).
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 WG-DVZ                PIC X(03).
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 WG-EFF-DATE           PIC X(08).
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 WG-APPROVED-BY        PIC X(08).
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 WG-RESULT             PIC X(30).
      *----
       01  WS-EXC-HEADER1           PIC X(80)      VALUE
           '========== PBDVZM00 DIVISION CHANGE EXCEPTIONS =========='.
      *----
       01  WS-EXC-HEADER2           PIC X(80)      VALUE
           ' DVZ EFF-DATE STATE   FIELD               OLD VALUE         
      -    '   NEW VALUE'.
      *----
       01  WS-EXC-LINE.
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 WX-DVZ                PIC X(03).
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 WX-EFF-DATE           PIC X(08).
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 WX-STATE              PIC X(07).
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 WX-FIELD              PIC X(08).
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 WX-OLD                PIC ZZZZZZZZZZZZZZ9.9999.
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 WX-NEW                PIC ZZZZZZZZZZZZZZ9.9999.
           05 FILLER                PIC X(08)      VALUE SPACES.
      *----
       01  WS-EXC-REASON-LINE.
           05 FILLER                PIC X(22)      VALUE SPACES.
           05 FILLER                PIC X(08)      VALUE 'REASON: '.
           05 WX-REASON             PIC X(18).
           05 FILLER                PIC X(32)      VALUE SPACES.
      *----
       01  WS-BLANK-LINE            PIC X(80)      VALUE SPACES.
      *----
       PROCEDURE DIVISION.
      *----Bu kod parcacigi, bolum ana dosyasini (DVZFILE) ekleme/
      *degistirme/silme kartlariyla bakimdan gecirir. Her kart bir
      *yururluk tarihi ve onaylayan yetkiliyi tasir: tarihi gelmis
      *kart hemen uygulanir, ileri tarihli kart DSTFILE'da bekletilir
      *ve o is gununun calismasinda uygulanir. Uygulanan her degisiklik
      *eski ve yeni degerleriyle oran tarihcesine (DRHFILE) yazilir;
      *PBDVZQ00 gecmis bir gunde yururlukte olan orani buradan bulur.
      *Sifir kur, silinen bolum ve parametredeki yuzdeden fazla oynayan
      *oran/tutar EXCFILE istisna listesine dusurulur.
       0000-MAIN.
           PERFORM H050-INITIALIZE.
           PERFORM H100-OPEN-FILES.
           PERFORM H200-APPLY-STAGED.
           READ DMC-FILE.
           PERFORM H300-PROCESS-CARD UNTIL DMC-EOF.
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.
      *----
       H050-INITIALIZE.
           COMPUTE WS-RCT-TODAY =
              FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)).
           OPEN INPUT PRM-FILE.
           IF PRM-SUCCESS
              READ PRM-FILE
              IF PRM-SUCCESS AND PRM-MAX-PCT IS NUMERIC
                 MOVE PRM-MAX-PCT-N TO WS-MAX-PCT
              END-IF
              CLOSE PRM-FILE
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
           MOVE 'PBDVZM00' TO RCT-JOB.
           READ RCT-FILE KEY IS RCT-KEY
           INVALID KEY
              MOVE 'PBDVZM00' TO RCT-JOB
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
           OPEN INPUT DMC-FILE.
           IF NOT DMC-SUCCESS
              DISPLAY 'MAINTENANCE CARD FILE NOT OPEN. RC : '
                 ST-DMC-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN I-O DVZ-FILE.
           IF NOT DVZ-SUCCESS
              DISPLAY 'DIVISION FILE NOT OPEN. RC : ' ST-DVZ-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN I-O DST-FILE.
           IF NOT DST-SUCCESS
              DISPLAY 'STAGING FILE NOT OPEN. RC : ' ST-DST-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN I-O DRH-FILE.
           IF NOT DRH-SUCCESS
              DISPLAY 'RATE HISTORY FILE NOT OPEN. RC : ' ST-DRH-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN INPUT IDX-FILE.
           IF NOT IDX-SUCCESS
              DISPLAY 'INDEX FILE NOT OPEN. RC : ' ST-IDX-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT EXC-FILE.
           IF NOT EXC-SUCCESS
              DISPLAY 'EXCEPTION FILE NOT OPEN. RC : ' ST-EXC-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF NOT RPT-SUCCESS
              DISPLAY 'REGISTER FILE NOT OPEN. RC : ' ST-RPT-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           WRITE RPT-RECORD FROM WS-HEADER-LINE1.
           WRITE RPT-RECORD FROM WS-BLANK-LINE.
           WRITE RPT-RECORD FROM WS-HEADER-LINE2.
           WRITE EXC-RECORD FROM WS-EXC-HEADER1.
           WRITE EXC-RECORD FROM WS-BLANK-LINE.
           WRITE EXC-RECORD FROM WS-EXC-HEADER2.
       H100-END. EXIT.
      *----Bu kod parcacigi, yururluk tarihi bugune gelmis (ya da
      *calisma kacirildigi icin gecmis) bekleyen degisiklikleri tarih
      *sirasiyla uygular ve bekleme dosyasindan siler. Uygulanamayan
      *kayit da silinir, sicile ve istisna listesine yazilir.
       H200-APPLY-STAGED.
           MOVE 0 TO DST-KEY-DATE.
           MOVE 0 TO DST-KEY-DVZ.
           MOVE LOW-VALUES TO DST-KEY-TS.
           START DST-FILE KEY IS NOT LESS THAN DST-KEY
           INVALID KEY
              MOVE 10 TO ST-DST-FILE
           END-START.
           IF ST-DST-FILE = 00
              READ DST-FILE NEXT RECORD
           END-IF.
           PERFORM UNTIL ST-DST-FILE NOT = 00
                 OR DST-KEY-DATE > WS-RCT-TODAY
              MOVE DST-CARD TO WS-CARD
              SET WS-FROM-STAGING TO TRUE
              SET WS-CARD-VALID TO TRUE
              MOVE SPACES TO WS-RESULT-TEXT
              PERFORM H400-APPLY-CHANGE THRU H400-EXIT
              IF WS-CARD-VALID
                 ADD 1 TO WS-CNT-STG-APPLIED
              ELSE
                 ADD 1 TO WS-CNT-REJECTED
                 MOVE 'APPLIED' TO WS-EXC-STATE
                 MOVE SPACES TO WS-CHK-FIELD
                 MOVE 0 TO WS-CHK-OLD WS-CHK-NEW
                 MOVE 'STAGED APPLY FAIL' TO WS-CHK-REASON
                 PERFORM H470-WRITE-EXCEPTION
              END-IF
              PERFORM H390-WRITE-REGISTER
              DELETE DST-FILE RECORD
              IF NOT DST-SUCCESS
                 DISPLAY 'STAGING DELETE FAILED DVZ ' WCD-DVZ
                    ' RC : ' ST-DST-FILE
                 MOVE 8 TO RETURN-CODE
              END-IF
              READ DST-FILE NEXT RECORD
           END-PERFORM.
       H200-END. EXIT.
      *----
       H300-PROCESS-CARD.
           ADD 1 TO WS-CNT-CARDS.
           MOVE DMC-VARIABLES TO WS-CARD.
           SET WS-FROM-CARD TO TRUE.
           SET WS-CARD-VALID TO TRUE.
           MOVE SPACES TO WS-RESULT-TEXT.
           PERFORM H310-VALIDATE-CARD THRU H310-EXIT.
           IF WS-CARD-VALID
              IF WCD-EFF-DATE-N > WS-RCT-TODAY
                 PERFORM H350-STAGE-CARD THRU H350-EXIT
              ELSE
                 PERFORM H400-APPLY-CHANGE THRU H400-EXIT
                 IF WS-CARD-VALID
                    ADD 1 TO WS-CNT-APPLIED
                 END-IF
              END-IF
           END-IF.
           IF WS-CARD-INVALID
              ADD 1 TO WS-CNT-REJECTED
           END-IF.
           PERFORM H390-WRITE-REGISTER.
           READ DMC-FILE.
       H300-END. EXIT.
      *----Bu kod parcacigi, kartin bicimsel denetimini yapar. Bos
      *yururluk tarihi bugun sayilir; gecmis tarihli kart reddedilir,
      *cunku tarihce yururluk sirasina gore okunur ve gecmisi
      *degistiren bir kayit eski raporlarin yeniden uretilmesini
      *bozardi.
       H310-VALIDATE-CARD.
           IF NOT WCD-ADD AND NOT WCD-CHANGE AND NOT WCD-DELETE
              SET WS-CARD-INVALID TO TRUE
              MOVE 'INVALID ACTION CODE' TO WS-RESULT-TEXT
              GO TO H310-EXIT
           END-IF.
           IF WCD-DVZ NOT NUMERIC
              SET WS-CARD-INVALID TO TRUE
              MOVE 'INVALID DIVISION' TO WS-RESULT-TEXT
              GO TO H310-EXIT
           END-IF.
           IF WCD-EFF-DATE = SPACES
              MOVE WS-RCT-TODAY TO WCD-EFF-DATE-N
           END-IF.
           IF WCD-EFF-DATE NOT NUMERIC
              SET WS-CARD-INVALID TO TRUE
              MOVE 'INVALID EFFECTIVE DATE' TO WS-RESULT-TEXT
              GO TO H310-EXIT
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WCD-EFF-DATE-N) NOT = 0
              SET WS-CARD-INVALID TO TRUE
              MOVE 'INVALID EFFECTIVE DATE' TO WS-RESULT-TEXT
              GO TO H310-EXIT
           END-IF.
           IF WCD-EFF-DATE-N < WS-RCT-TODAY
              SET WS-CARD-INVALID TO TRUE
              MOVE 'EFFECTIVE DATE IN THE PAST' TO WS-RESULT-TEXT
              GO TO H310-EXIT
           END-IF.
           IF WCD-APPROVED-BY = SPACES
              SET WS-CARD-INVALID TO TRUE
              MOVE 'APPROVAL MISSING' TO WS-RESULT-TEXT
              GO TO H310-EXIT
           END-IF.
           IF (WCD-INT-RATE NOT = SPACES AND WCD-INT-RATE NOT NUMERIC)
              OR (WCD-MNT-FEE NOT = SPACES
                  AND WCD-MNT-FEE NOT NUMERIC)
              OR (WCD-FX-RATE NOT = SPACES
                  AND WCD-FX-RATE NOT NUMERIC)
              OR (WCD-ODI-RATE NOT = SPACES
                  AND WCD-ODI-RATE NOT NUMERIC)
              OR (WCD-APPR-LIMIT NOT = SPACES
                  AND WCD-APPR-LIMIT NOT NUMERIC)
              SET WS-CARD-INVALID TO TRUE
              MOVE 'INVALID RATE OR AMOUNT' TO WS-RESULT-TEXT
              GO TO H310-EXIT
           END-IF.
           IF WCD-ADD AND WCD-DESC = SPACES
              SET WS-CARD-INVALID TO TRUE
              MOVE 'DESCRIPTION REQUIRED' TO WS-RESULT-TEXT
              GO TO H310-EXIT
           END-IF.
           IF WCD-CHANGE AND WCD-DESC = SPACES
              AND WCD-INT-RATE = SPACES AND WCD-MNT-FEE = SPACES
              AND WCD-FX-RATE = SPACES AND WCD-ODI-RATE = SPACES
              AND WCD-APPR-LIMIT = SPACES
              SET WS-CARD-INVALID TO TRUE
              MOVE 'NO FIELDS TO CHANGE' TO WS-RESULT-TEXT
              GO TO H310-EXIT
           END-IF.
       H310-EXIT. EXIT.
      *----Bu kod parcacigi, ileri tarihli karti bekleme dosyasina
      *yazar. Degisiklik kartiysa bugunku kayda gore istisna denetimi
      *onceden yapilir ki onaylayan hatayi yururluk gununden once
      *gorebilsin; kesin denetim uygulama gununde yinelenir.
       H350-STAGE-CARD.
           IF WCD-CHANGE
              MOVE WCD-DVZ-N TO DVZ-KEY
              READ DVZ-FILE KEY IS DVZ-KEY
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE DVZ-VARIABLES TO DVO-VARIABLES
                 MOVE DVZ-VARIABLES TO DVN-VARIABLES
                 PERFORM H410-OVERLAY-CARD
                 MOVE 'STAGED' TO WS-EXC-STATE
                 PERFORM H450-EXCEPTION-CHECK
              END-READ
           END-IF.
           MOVE WCD-EFF-DATE-N TO DST-KEY-DATE.
           MOVE WCD-DVZ-N TO DST-KEY-DVZ.
           MOVE FUNCTION CURRENT-DATE TO DST-KEY-TS.
           MOVE WS-CARD TO DST-CARD.
           WRITE DST-VARIABLES
           INVALID KEY
              SET WS-CARD-INVALID TO TRUE
              MOVE 'STAGING WRITE FAILED' TO WS-RESULT-TEXT
              DISPLAY 'STAGING WRITE FAILED DVZ ' WCD-DVZ
                 ' RC : ' ST-DST-FILE
              GO TO H350-EXIT
           END-WRITE.
           ADD 1 TO WS-CNT-STAGED.
           MOVE 'STAGED UNTIL EFFECTIVE DATE' TO WS-RESULT-TEXT.
       H350-EXIT. EXIT.
      *----
       H390-WRITE-REGISTER.
           MOVE SPACES TO WS-REG-LINE.
           MOVE WS-ORIGIN TO WG-ORIGIN.
           MOVE WCD-ACTION TO WG-ACTION.
           MOVE WCD-DVZ TO WG-DVZ.
           MOVE WCD-EFF-DATE TO WG-EFF-DATE.
           MOVE WCD-APPROVED-BY TO WG-APPROVED-BY.
           MOVE WS-RESULT-TEXT TO WG-RESULT.
           WRITE RPT-RECORD FROM WS-REG-LINE.
       H390-END. EXIT.
      *----Bu kod parcacigi, degisikligi ana dosyaya uygular: once
      *kaydin eski goruntusu (ekleme icin bos) alinir, yeni goruntu
      *eskinin uzerine kartin dolu alanlari yazilarak kurulur. Basarili
      *her uygulama tarihceye yazilir ve istisna denetiminden gecer.
       H400-APPLY-CHANGE.
           MOVE WCD-DVZ-N TO DVZ-KEY.
           MOVE 'N' TO WS-FOUND-SW.
           READ DVZ-FILE KEY IS DVZ-KEY
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE 'Y' TO WS-FOUND-SW
           END-READ.
           EVALUATE TRUE
              WHEN WCD-ADD
                 IF WS-DVZ-FOUND
                    SET WS-CARD-INVALID TO TRUE
                    MOVE 'DIVISION ALREADY ON FILE' TO WS-RESULT-TEXT
                    GO TO H400-EXIT
                 END-IF
                 INITIALIZE DVO-VARIABLES
                 INITIALIZE DVN-VARIABLES
                 MOVE WCD-DVZ-N TO DVO-KEY
                 MOVE WCD-DVZ-N TO DVN-KEY
                 PERFORM H410-OVERLAY-CARD
                 MOVE DVN-VARIABLES TO DVZ-VARIABLES
                 WRITE DVZ-VARIABLES
              WHEN WCD-CHANGE
                 IF NOT WS-DVZ-FOUND
                    SET WS-CARD-INVALID TO TRUE
                    MOVE 'DIVISION NOT ON FILE' TO WS-RESULT-TEXT
                    GO TO H400-EXIT
                 END-IF
                 MOVE DVZ-VARIABLES TO DVO-VARIABLES
                 MOVE DVZ-VARIABLES TO DVN-VARIABLES
                 PERFORM H410-OVERLAY-CARD
                 MOVE DVN-VARIABLES TO DVZ-VARIABLES
                 REWRITE DVZ-VARIABLES
              WHEN WCD-DELETE
                 IF NOT WS-DVZ-FOUND
                    SET WS-CARD-INVALID TO TRUE
                    MOVE 'DIVISION NOT ON FILE' TO WS-RESULT-TEXT
                    GO TO H400-EXIT
                 END-IF
                 PERFORM H405-ACCOUNT-CHECK
                 IF WS-DVZ-IN-USE
                    SET WS-CARD-INVALID TO TRUE
                    MOVE 'DIVISION HAS ACCOUNTS' TO WS-RESULT-TEXT
                    DISPLAY 'DIVISION STILL HAS ACCOUNTS DVZ ' WCD-DVZ
                    MOVE 8 TO RETURN-CODE
                    GO TO H400-EXIT
                 END-IF
                 MOVE DVZ-VARIABLES TO DVO-VARIABLES
                 INITIALIZE DVN-VARIABLES
                 MOVE WCD-DVZ-N TO DVN-KEY
                 DELETE DVZ-FILE
           END-EVALUATE.
           IF NOT DVZ-SUCCESS
              SET WS-CARD-INVALID TO TRUE
              MOVE 'MASTER UPDATE FAILED' TO WS-RESULT-TEXT
              DISPLAY 'DIVISION MASTER UPDATE FAILED DVZ ' WCD-DVZ
                 ' RC : ' ST-DVZ-FILE
              GO TO H400-EXIT
           END-IF.
           PERFORM H420-WRITE-HISTORY.
           MOVE 'APPLIED' TO WS-EXC-STATE.
           PERFORM H450-EXCEPTION-CHECK.
           MOVE 'APPLIED' TO WS-RESULT-TEXT.
       H400-EXIT. EXIT.
      *----Bu kod parcacigi, IDX-FILE'i bastan tarayarak silinmek
      *istenen bolumde (kapali olanlar dahil) hesap bulunup
      *bulunmadigina bakar; ilk hesapta tarama durur. Hesabi olan bolum
      *silinirse o hesaplarin islemleri, dogrulamasi ve faiz
      *tahakkuku bolum kaydini bulamaz.
       H405-ACCOUNT-CHECK.
           MOVE 'N' TO WS-ACCT-SW.
           MOVE 0 TO IDX-ID.
           MOVE 0 TO IDX-DVZ.
           START IDX-FILE KEY IS NOT LESS THAN IDX-KEY
           INVALID KEY
              MOVE 10 TO ST-IDX-FILE
           END-START.
           IF IDX-SUCCESS
              READ IDX-FILE NEXT RECORD
           END-IF.
           PERFORM UNTIL NOT IDX-SUCCESS OR WS-DVZ-IN-USE
              IF IDX-DVZ = WCD-DVZ-N
                 MOVE 'Y' TO WS-ACCT-SW
              ELSE
                 READ IDX-FILE NEXT RECORD
              END-IF
           END-PERFORM.
       H405-END. EXIT.
      *----
       H410-OVERLAY-CARD.
           IF WCD-DESC NOT = SPACES
              MOVE WCD-DESC TO DVN-DESC
           END-IF.
           IF WCD-INT-RATE NOT = SPACES
              MOVE WCD-INT-RATE-N TO DVN-INT-RATE
           END-IF.
           IF WCD-MNT-FEE NOT = SPACES
              MOVE WCD-MNT-FEE-N TO DVN-MNT-FEE
           END-IF.
           IF WCD-FX-RATE NOT = SPACES
              MOVE WCD-FX-RATE-N TO DVN-FX-RATE
           END-IF.
           IF WCD-ODI-RATE NOT = SPACES
              MOVE WCD-ODI-RATE-N TO DVN-ODI-RATE
           END-IF.
           IF WCD-APPR-LIMIT NOT = SPACES
              MOVE WCD-APPR-LIMIT-N TO DVN-APPR-LIMIT
           END-IF.
       H410-END. EXIT.
      *----Bu kod parcacigi, uygulanan degisikligi eski ve yeni
      *degerleriyle tarihceye yazar. Anahtar uygulama anini tasidigi
      *icin ayni bolum ve tarihte ayni ana denk gelen ikinci kayit
      *yeni bir damgayla yeniden denenir.
       H420-WRITE-HISTORY.
           MOVE WCD-DVZ-N TO DRH-DVZ.
           MOVE WCD-EFF-DATE-N TO DRH-EFF-DATE.
           MOVE WCD-ACTION TO DRH-ACTION.
           MOVE WS-ORIGIN TO DRH-ORIGIN.
           MOVE WCD-APPROVED-BY TO DRH-APPROVED-BY.
           MOVE DVO-DESC TO DRH-OLD-DESC.
           MOVE DVO-INT-RATE TO DRH-OLD-INT-RATE.
           MOVE DVO-MNT-FEE TO DRH-OLD-MNT-FEE.
           MOVE DVO-FX-RATE TO DRH-OLD-FX-RATE.
           MOVE DVO-ODI-RATE TO DRH-OLD-ODI-RATE.
           MOVE DVO-APPR-LIMIT TO DRH-OLD-APPR-LIMIT.
           MOVE DVN-DESC TO DRH-NEW-DESC.
           MOVE DVN-INT-RATE TO DRH-NEW-INT-RATE.
           MOVE DVN-MNT-FEE TO DRH-NEW-MNT-FEE.
           MOVE DVN-FX-RATE TO DRH-NEW-FX-RATE.
           MOVE DVN-ODI-RATE TO DRH-NEW-ODI-RATE.
           MOVE DVN-APPR-LIMIT TO DRH-NEW-APPR-LIMIT.
           MOVE 'N' TO WS-HIST-SW.
           PERFORM UNTIL WS-HIST-WRITTEN
              MOVE FUNCTION CURRENT-DATE TO DRH-TIMESTAMP
              WRITE DRH-VARIABLES
              IF DRH-SUCCESS
                 MOVE 'Y' TO WS-HIST-SW
              ELSE
                 IF NOT DRH-DUPLICATE
                    DISPLAY 'RATE HISTORY WRITE FAILED DVZ ' WCD-DVZ
                       ' RC : ' ST-DRH-FILE
                    MOVE 8 TO RETURN-CODE
                    MOVE 'Y' TO WS-HIST-SW
                 END-IF
              END-IF
           END-PERFORM.
       H420-END. EXIT.
      *----Bu kod parcacigi, DVO ve DVN goruntulerini karsilastirarak
      *supheli degisiklikleri istisna listesine yazar: silinen bolum,
      *sifirlanan kur ve eski degeri sifir olmayan bir oran/tutarin
      *parametredeki yuzdeden fazla oynamasi.
       H450-EXCEPTION-CHECK.
           IF WCD-DELETE
              MOVE SPACES TO WS-CHK-FIELD
              MOVE 0 TO WS-CHK-OLD WS-CHK-NEW
              MOVE 'DIVISION DELETED' TO WS-CHK-REASON
              PERFORM H470-WRITE-EXCEPTION
           ELSE
              MOVE 'INT-RATE' TO WS-CHK-FIELD
              MOVE DVO-INT-RATE TO WS-CHK-OLD
              MOVE DVN-INT-RATE TO WS-CHK-NEW
              PERFORM H460-PCT-CHECK
              MOVE 'MNT-FEE ' TO WS-CHK-FIELD
              MOVE DVO-MNT-FEE TO WS-CHK-OLD
              MOVE DVN-MNT-FEE TO WS-CHK-NEW
              PERFORM H460-PCT-CHECK
              MOVE 'ODI-RATE' TO WS-CHK-FIELD
              MOVE DVO-ODI-RATE TO WS-CHK-OLD
              MOVE DVN-ODI-RATE TO WS-CHK-NEW
              PERFORM H460-PCT-CHECK
              MOVE 'APPR-LIM' TO WS-CHK-FIELD
              MOVE DVO-APPR-LIMIT TO WS-CHK-OLD
              MOVE DVN-APPR-LIMIT TO WS-CHK-NEW
              PERFORM H460-PCT-CHECK
              MOVE 'FX-RATE ' TO WS-CHK-FIELD
              MOVE DVO-FX-RATE TO WS-CHK-OLD
              MOVE DVN-FX-RATE TO WS-CHK-NEW
              IF DVN-FX-RATE = 0
                 MOVE 'FX RATE SET ZERO' TO WS-CHK-REASON
                 PERFORM H470-WRITE-EXCEPTION
              ELSE
                 PERFORM H460-PCT-CHECK
              END-IF
           END-IF.
       H450-END. EXIT.
      *----
       H460-PCT-CHECK.
           IF WS-CHK-OLD NOT = 0 AND WS-CHK-NEW NOT = WS-CHK-OLD
              COMPUTE WS-CHK-PCT ROUNDED =
                 (WS-CHK-NEW - WS-CHK-OLD) * 100 / WS-CHK-OLD
              IF WS-CHK-PCT < 0
                 COMPUTE WS-CHK-PCT = 0 - WS-CHK-PCT
              END-IF
              IF WS-CHK-PCT > WS-MAX-PCT
                 MOVE 'MOVE OVER LIMIT' TO WS-CHK-REASON
                 PERFORM H470-WRITE-EXCEPTION
              END-IF
           END-IF.
       H460-END. EXIT.
      *----
       H470-WRITE-EXCEPTION.
           MOVE SPACES TO WS-EXC-LINE.
           MOVE WCD-DVZ TO WX-DVZ.
           MOVE WCD-EFF-DATE TO WX-EFF-DATE.
           MOVE WS-EXC-STATE TO WX-STATE.
           MOVE WS-CHK-FIELD TO WX-FIELD.
           MOVE WS-CHK-OLD TO WX-OLD.
           MOVE WS-CHK-NEW TO WX-NEW.
           MOVE WS-CHK-REASON TO WX-REASON.
           WRITE EXC-RECORD FROM WS-EXC-LINE.
           WRITE EXC-RECORD FROM WS-EXC-REASON-LINE.
           ADD 1 TO WS-CNT-EXCEPTIONS.
       H470-END. EXIT.
      *----
       H999-PROGRAM-EXIT.
           DISPLAY '===== PBDVZM00 CONTROL TOTALS ====='.
           DISPLAY 'CARDS READ          : ' WS-CNT-CARDS.
           DISPLAY 'APPLIED FROM CARDS  : ' WS-CNT-APPLIED.
           DISPLAY 'STAGED FOR LATER    : ' WS-CNT-STAGED.
           DISPLAY 'APPLIED FROM STAGING: ' WS-CNT-STG-APPLIED.
           DISPLAY 'REJECTED            : ' WS-CNT-REJECTED.
           DISPLAY 'EXCEPTIONS LISTED   : ' WS-CNT-EXCEPTIONS.
           IF WS-CNT-EXCEPTIONS > 0 AND RETURN-CODE < 4
              DISPLAY 'EXCEPTIONS RAISED - REVIEW EXCFILE'
              MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE DMC-FILE.
           CLOSE DVZ-FILE.
           CLOSE DST-FILE.
           CLOSE DRH-FILE.
           CLOSE IDX-FILE.
           CLOSE EXC-FILE.
           CLOSE RPT-FILE.
           MOVE 'DONE' TO WS-RCT-STATUS.
           PERFORM H060-RUNCTL-STAMP.
           STOP RUN.
       H999-END. EXIT.
      *----
