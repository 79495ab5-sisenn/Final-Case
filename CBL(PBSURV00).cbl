       IDENTIFICATION DIVISION.
      *----
       PROGRAM-ID.    PBSURV00.
       AUTHOR.        SINEM SEN.
      *----
       ENVIRONMENT DIVISION.
      *----
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HST-FILE ASSIGN TO HSTFILE
                           STATUS ST-HST-FILE.
           SELECT AUD-FILE ASSIGN TO AUDFILE
                           STATUS ST-AUD-FILE.
           SELECT IDX-FILE ASSIGN TO IDXFILE
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY IDX-KEY
                           STATUS ST-IDX-FILE.
           SELECT OPTIONAL SRL-FILE ASSIGN TO SRLFILE
                           STATUS ST-SRL-FILE.
           SELECT OPTIONAL PRM-FILE ASSIGN TO PRMFILE
                           STATUS ST-PRM-FILE.
           SELECT SVX-FILE ASSIGN TO SVXFILE
                           STATUS ST-SVX-FILE.
           SELECT RPT-FILE ASSIGN TO RPTFILE
                           STATUS ST-RPT-FILE.
           SELECT OPTIONAL RCT-FILE ASSIGN TO RCTFILE
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY RCT-KEY
                           STATUS ST-RCT-FILE.
           SELECT SORT-WORK ASSIGN TO "SRTWK01".
      *----
       DATA DIVISION.
      *----
       FILE SECTION.
      *----
       FD  HST-FILE RECORDING MODE F.
           COPY PBHSTRC.
      *----
       FD  AUD-FILE RECORDING MODE F.
           COPY PBAUDRC.
      *----
       FD  IDX-FILE.
           COPY PBIDXRC.
      *----Bolum kurallari karti; SRL-DVZ '***' olan kart tanimsiz
      *bolumlerin varsayilan kuralini degistirir. Sifir verilen
      *esik o kurali kapatir.
       FD  SRL-FILE RECORDING MODE F.
       01  SRL-VARIABLES.
           05 SRL-DVZ              PIC X(03).
           05 SRL-PARMS.
              10 SRL-WINDOW-DAYS   PIC 9(03).
              10 SRL-MAX-COUNT     PIC 9(05).
              10 SRL-MAX-AMOUNT    PIC 9(15).
              10 SRL-NEAR-PCT      PIC 9(03).
              10 SRL-NEAR-COUNT    PIC 9(03).
              10 SRL-DORMANT-DAYS  PIC 9(05).
              10 SRL-BURST-DAYS    PIC 9(03).
              10 SRL-BURST-COUNT   PIC 9(03).
              10 SRL-PASS-DAYS     PIC 9(03).
              10 SRL-PASS-PCT      PIC 9(03).
      *----Istege bagli parametre karti: incelenecek ilk hareket gunu
      *(YYYYAAGG). Yoksa yalniz bugunun hareketleri vaka dogurur;
      *daha eski hareketler kurallarin geriye bakisi icin okunur.
       FD  PRM-FILE RECORDING MODE F.
       01  PRM-VARIABLES.
           05 PRM-FROM-DATE        PIC X(08).
      *----
       FD  SVX-FILE RECORDING MODE F.
           COPY PBSVXRC.
      *----
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-RECORD              PIC X(80).
      *----
       FD  RCT-FILE.
           COPY PBRCTRC.
      *----
       SD  SORT-WORK.
       01  SORT-RECORD.
           05 SRT-ID                PIC S9(05) COMP-3.
           05 SRT-DVZ               PIC S9(03) COMP.
           05 SRT-TIMESTAMP         PIC X(26).
           05 SRT-SEQ               PIC 9(09).
           05 SRT-FUNC              PIC 9(02).
           05 SRT-CTR-LEG           PIC X(01).
           05 SRT-BALANCE-BEFORE    PIC S9(15) COMP-3.
           05 SRT-BALANCE-AFTER     PIC S9(15) COMP-3.
           05 SRT-CTR-ID            PIC S9(05) COMP-3.
           05 SRT-CTR-DVZ           PIC S9(03) COMP.
           05 SRT-CUS-NO            PIC S9(09) COMP-3.
      *----
       WORKING-STORAGE SECTION.
      *----
       01  WS-WORK-AREA.
           05 ST-HST-FILE           PIC 9(02).
              88 HST-SUCCESS                       VALUE 00 97 05.
              88 HST-EOF                           VALUE 10.
      *----
           05 ST-AUD-FILE           PIC 9(02).
              88 AUD-SUCCESS                       VALUE 00 97.
              88 AUD-EOF                           VALUE 10.
      *----
           05 ST-IDX-FILE           PIC 9(02).
              88 IDX-SUCCESS                       VALUE 00 97.
      *----
           05 ST-SRL-FILE           PIC 9(02).
              88 SRL-SUCCESS                       VALUE 00 97 05.
              88 SRL-EOF                           VALUE 10.
      *----
           05 ST-PRM-FILE           PIC 9(02).
              88 PRM-SUCCESS                       VALUE 00 97 05.
      *----
           05 ST-SVX-FILE           PIC 9(02).
              88 SVX-SUCCESS                       VALUE 00 97.
      *----
           05 ST-RPT-FILE           PIC 9(02).
              88 RPT-SUCCESS                       VALUE 00 97.
      *----
           05 ST-RCT-FILE           PIC 9(02).
              88 RCT-SUCCESS                       VALUE 00 97 05.
           05 WS-RCT-STATUS         PIC X(04)      VALUE SPACES.
      *----
           05 WS-SORT-EOF-SW        PIC X(01)      VALUE 'N'.
              88 WS-SORT-EOF                       VALUE 'Y'.
           05 WS-FIRST-SW           PIC X(01)      VALUE 'Y'.
              88 WS-FIRST-ACCT                     VALUE 'Y'.
           05 WS-CASE-SW            PIC X(01)      VALUE 'N'.
              88 WS-CASE-RAISED                    VALUE 'Y'.
           05 WS-MATCH-SW           PIC X(01)      VALUE 'N'.
              88 WS-PASS-MATCHED                   VALUE 'Y'.
      *----
           05 WS-RUN-DATE           PIC 9(08)      VALUE 0.
           05 WS-RUN-DATE-X REDEFINES WS-RUN-DATE
                                    PIC X(08).
           05 WS-FROM-DATE          PIC 9(08)      VALUE 0.
           05 WS-FROM-INT           PIC S9(08)     VALUE 0.
           05 WS-LOOK-INT           PIC S9(08)     VALUE 0.
           05 WS-LOOKBACK           PIC 9(05)      VALUE 0.
           05 WS-DATE-NUM           PIC 9(08)      VALUE 0.
           05 WS-DATE-INT           PIC S9(08)     VALUE 0.
           05 WS-REL-SEQ            PIC 9(09)      VALUE 0.
      *----
           05 WS-CUR-ID             PIC S9(05)     VALUE 0.
           05 WS-CUR-DVZ            PIC S9(03)     VALUE 0.
           05 WS-CUR-CUS-NO         PIC S9(09)     VALUE 0.
           05 WS-CUR-NAME           PIC X(15)      VALUE SPACES.
           05 WS-CUR-SURNAME        PIC X(15)      VALUE SPACES.
           05 WS-PRIOR-INT          PIC S9(08)     VALUE 0.
           05 WS-PREV-INT           PIC S9(08)     VALUE 0.
           05 WS-LAST-DAY           PIC S9(08)     VALUE 0.
           05 WS-WIN-START          PIC S9(08)     VALUE 0.
           05 WS-WIN-END            PIC S9(08)     VALUE 0.
      *----
           05 WS-MOV-MAX            PIC 9(03)      VALUE 500.
           05 WS-MOV-USED           PIC 9(03)      VALUE 0.
           05 WS-J                  PIC 9(03)      VALUE 0.
           05 WS-K                  PIC 9(03)      VALUE 0.
           05 WS-M                  PIC 9(03)      VALUE 0.
           05 WS-RUL-USED           PIC 9(02)      VALUE 0.
           05 WS-RUL-MAX            PIC 9(02)      VALUE 50.
           05 WS-RUL-IDX            PIC 9(02)      VALUE 0.
      *----
           05 WS-WIN-COUNT          PIC 9(05)      VALUE 0.
           05 WS-WIN-AMOUNT         PIC S9(15)     VALUE 0.
           05 WS-NEED-AMOUNT        PIC S9(15)     VALUE 0.
           05 WS-NEAR-FLOOR         PIC S9(15)     VALUE 0.
           05 WS-DAY-LIMIT          PIC S9(15)     VALUE 0.
           05 WS-LIM-DVZ            PIC S9(03)     VALUE -1.
           05 WS-LIM-DATE           PIC X(08)      VALUE SPACES.
      *----
           05 WS-CASE-NO            PIC 9(07)      VALUE 0.
           05 WS-CASE-RULE          PIC X(04)      VALUE SPACES.
           05 WS-CASE-REASON        PIC X(40)      VALUE SPACES.
           05 WS-CASE-DATE          PIC X(08)      VALUE SPACES.
           05 WS-CASE-COUNT         PIC 9(05)      VALUE 0.
           05 WS-CASE-AMOUNT        PIC S9(15)     VALUE 0.
           05 WS-CASE-THRESHOLD     PIC S9(15)     VALUE 0.
      *----
           05 WS-CNT-HST-READ       PIC 9(09)      VALUE 0.
           05 WS-CNT-AUD-READ       PIC 9(07)      VALUE 0.
           05 WS-CNT-RELEASED       PIC 9(09)      VALUE 0.
           05 WS-CNT-ACCOUNTS       PIC 9(07)      VALUE 0.
           05 WS-CNT-REVIEWED       PIC 9(07)      VALUE 0.
           05 WS-CNT-OVERFLOW       PIC 9(07)      VALUE 0.
           05 WS-CNT-VELO           PIC 9(07)      VALUE 0.
           05 WS-CNT-STRC           PIC 9(07)      VALUE 0.
           05 WS-CNT-DORM           PIC 9(07)      VALUE 0.
           05 WS-CNT-PASS           PIC 9(07)      VALUE 0.
      *----Kural kartinda deger verilmeyen bolumler icin varsayilan
      *kural; WS-CUR-RULE o an incelenen hesabin bolumunun kuralidir.
       01  WS-DEF-RULE.
           05 WSD-WINDOW-DAYS       PIC 9(03)      VALUE 7.
           05 WSD-MAX-COUNT         PIC 9(05)      VALUE 20.
           05 WSD-MAX-AMOUNT        PIC 9(15)      VALUE 0.
           05 WSD-NEAR-PCT          PIC 9(03)      VALUE 10.
           05 WSD-NEAR-COUNT        PIC 9(03)      VALUE 3.
           05 WSD-DORMANT-DAYS      PIC 9(05)      VALUE 180.
           05 WSD-BURST-DAYS        PIC 9(03)      VALUE 3.
           05 WSD-BURST-COUNT       PIC 9(03)      VALUE 3.
           05 WSD-PASS-DAYS         PIC 9(03)      VALUE 3.
           05 WSD-PASS-PCT          PIC 9(03)      VALUE 90.
      *----
       01  WS-CUR-RULE.
           05 WSC-WINDOW-DAYS       PIC 9(03).
           05 WSC-MAX-COUNT         PIC 9(05).
           05 WSC-MAX-AMOUNT        PIC 9(15).
           05 WSC-NEAR-PCT          PIC 9(03).
           05 WSC-NEAR-COUNT        PIC 9(03).
           05 WSC-DORMANT-DAYS      PIC 9(05).
           05 WSC-BURST-DAYS        PIC 9(03).
           05 WSC-BURST-COUNT       PIC 9(03).
           05 WSC-PASS-DAYS         PIC 9(03).
           05 WSC-PASS-PCT          PIC 9(03).
      *----
       01  WS-RULE-TABLE.
           05 WS-RULE-ENTRY OCCURS 50.
              10 WR-DVZ             PIC S9(03).
              10 WR-PARMS           PIC X(46).
      *----Hesabin geriye bakis penceresindeki hareketleri; bir fazla
      *tanimli son eleman, tablo sonunu asan alt simge
      *karsilastirmalarinin tablo icinde kalmasi icindir.
       01  WS-MOV-TABLE.
           05 WS-MOV-ENTRY OCCURS 501.
              10 WM-TIMESTAMP       PIC X(26).
              10 WM-DATE-INT        PIC S9(08).
              10 WM-FUNC            PIC 9(02).
              10 WM-LEG             PIC X(01).
              10 WM-DIR             PIC X(01).
              10 WM-AMOUNT          PIC S9(15).
              10 WM-BAL-AFTER       PIC S9(15).
              10 WM-CTR-ID          PIC S9(05).
              10 WM-CTR-DVZ         PIC S9(03).
              10 WM-FLAG            PIC X(01).
      *----Gunun onay limiti PBDVZQ00 uzerinden hareket gunune gore
      *sorulur.
       01  WS-DQ-AREA.
           COPY PBDQIF REPLACING
              ==PFX-DQ-FUNC==      BY ==WS-DQ-FUNC==
              ==PFX-DQ-OPEN==      BY ==WS-DQ-OPEN==
              ==PFX-DQ-QUERY==     BY ==WS-DQ-QUERY==
              ==PFX-DQ-CLOSE==     BY ==WS-DQ-CLOSE==
              ==PFX-DQ-DVZ==       BY ==WS-DQ-DVZ==
              ==PFX-DQ-DATE==      BY ==WS-DQ-DATE==
              ==PFX-DQ-RC==        BY ==WS-DQ-RC==
              ==PFX-DQ-SOURCE==    BY ==WS-DQ-SOURCE==
              ==PFX-DQ-FROM-HISTORY== BY ==WS-DQ-FROM-HISTORY==
              ==PFX-DQ-FROM-MASTER== BY ==WS-DQ-FROM-MASTER==
              ==PFX-DQ-DESC==      BY ==WS-DQ-DESC==
              ==PFX-DQ-INT-RATE==  BY ==WS-DQ-INT-RATE==
              ==PFX-DQ-MNT-FEE==   BY ==WS-DQ-MNT-FEE==
              ==PFX-DQ-FX-RATE==   BY ==WS-DQ-FX-RATE==
              ==PFX-DQ-ODI-RATE==  BY ==WS-DQ-ODI-RATE==
              ==PFX-DQ-APPR-LIMIT== BY ==WS-DQ-APPR-LIMIT==.
      *----
       01  WS-HEADER-LINE1          PIC X(80)      VALUE
           '========== PBSURV00 SURVEILLANCE CASE LIST =========='.
      *----
       01  WS-HEADER-LINE2.
           05 FILLER                PIC X(11)      VALUE 'RUN DATE : '.
           05 WH-RUN-DATE           PIC X(08).
           05 FILLER                PIC X(17)      VALUE
                 '   REVIEW FROM : '.
           05 WH-FROM-DATE          PIC 9(08).
      *----
       01  WS-CASE-LINE1.
           05 FILLER                PIC X(05)      VALUE 'CASE '.
           05 WC-CASE-NO            PIC ZZZZZZ9.
           05 FILLER                PIC X(07)      VALUE '  RULE '.
           05 WC-RULE               PIC X(04).
           05 FILLER                PIC X(06)      VALUE '  DVZ '.
           05 WC-DVZ                PIC ZZ9.
           05 FILLER                PIC X(05)      VALUE '  ID '.
           05 WC-ID                 PIC ZZZZ9.
           05 FILLER                PIC X(11)      VALUE
                 '  CUSTOMER '.
           05 WC-CUS-NO             PIC ZZZZZZZZ9.
      *----
       01  WS-CASE-LINE2.
           05 FILLER                PIC X(05)      VALUE SPACES.
           05 WC-NAME               PIC X(15).
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 WC-SURNAME            PIC X(15).
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 WC-REASON             PIC X(40).
      *----
       01  WS-CASE-LINE3.
           05 FILLER                PIC X(05)      VALUE SPACES.
           05 FILLER                PIC X(07)      VALUE 'ITEMS  '.
           05 WC-COUNT              PIC ZZZZ9.
           05 FILLER                PIC X(09)      VALUE '  TOTAL  '.
           05 WC-AMOUNT             PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(13)      VALUE
                 '  THRESHOLD  '.
           05 WC-THRESHOLD          PIC -ZZZ,ZZZ,ZZZ,ZZ9.
      *----
       01  WS-MOVE-HEADER           PIC X(80)      VALUE
           '       DATE     TIME   TYPE              AMOUNT    BALANCE A
      -    'FTER CTR DVZ/ID'.
      *----
       01  WS-MOVE-LINE.
           05 FILLER                PIC X(07)      VALUE SPACES.
           05 WV-DATE               PIC X(08).
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 WV-TIME               PIC X(06).
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 WV-TYPE               PIC X(08).
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 WV-AMOUNT             PIC ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 WV-BALANCE            PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 WV-CTR-DVZ            PIC ZZ9.
           05 WV-CTR-SEP            PIC X(01)      VALUE SPACES.
           05 WV-CTR-ID             PIC ZZZZ9.
      *----
       01  WS-BLANK-LINE            PIC X(80)      VALUE SPACES.
      *----
       PROCEDURE DIVISION.
      *----Bu kod parcacigi, kumulatif hareket tarihcesini (HSTFILE) ve
      *gunun AUDFILE hareketlerini hesap/zaman sirasina dizer ve her
      *hesabi bolumunun kuralina gore dort davranis kalibina karsi
      *inceler: pencere icinde asiri hareket sayisi/borc toplami, ayni
      *gun onay limitinin hemen altinda kalan borclar, uzun sessizlikten
      *sonra ani cikislar ve gelen paranin birkac gun icinde transferle
      *geri cikarilmasi. Her vaka SVXFILE'a yazilir ve vaka listesinde
      *tetikleyen hareketlerle birlikte basilir. Yalniz inceleme
      *gununden (PRMFILE, yoksa bugun) itibaren olan hareketler vaka
      *dogurur; daha eskileri kurallarin geriye bakisi icindir.
       0000-MAIN.
           PERFORM H050-INITIALIZE.
           SORT SORT-WORK
              ON ASCENDING KEY SRT-ID SRT-DVZ SRT-TIMESTAMP SRT-SEQ
              INPUT PROCEDURE H100-RELEASE-MOVEMENTS
              OUTPUT PROCEDURE H200-REVIEW-ACCOUNTS.
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.
      *----
       H050-INITIALIZE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-X.
           MOVE WS-RUN-DATE TO WS-FROM-DATE.
           OPEN INPUT PRM-FILE.
           IF PRM-SUCCESS
              READ PRM-FILE
              IF PRM-SUCCESS AND PRM-FROM-DATE IS NUMERIC
                 MOVE PRM-FROM-DATE TO WS-FROM-DATE
              END-IF
              CLOSE PRM-FILE
           END-IF.
           PERFORM H070-LOAD-RULES.
           COMPUTE WS-FROM-INT =
              FUNCTION INTEGER-OF-DATE(WS-FROM-DATE).
           COMPUTE WS-LOOK-INT = WS-FROM-INT - WS-LOOKBACK.
           MOVE 'RUN ' TO WS-RCT-STATUS.
           PERFORM H060-RUNCTL-STAMP.
       H050-END. EXIT.
      *----Bu kod parcacigi, gecelik akisin calisma-kontrol ana
      *dosyasinda bu isin satirini is tarihi ve durumla damgalar.
       H060-RUNCTL-STAMP.
           OPEN I-O RCT-FILE.
           IF NOT RCT-SUCCESS
              DISPLAY 'RUN CONTROL FILE NOT OPEN. RC : ' ST-RCT-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'PBSURV00' TO RCT-JOB.
           READ RCT-FILE KEY IS RCT-KEY
           INVALID KEY
              MOVE 'PBSURV00' TO RCT-JOB
              MOVE WS-RUN-DATE TO RCT-BUS-DATE
              MOVE WS-RCT-STATUS TO RCT-STATUS
              MOVE FUNCTION CURRENT-DATE TO RCT-TIMESTAMP
              WRITE RCT-VARIABLES
           NOT INVALID KEY
              MOVE WS-RUN-DATE TO RCT-BUS-DATE
              MOVE WS-RCT-STATUS TO RCT-STATUS
              MOVE FUNCTION CURRENT-DATE TO RCT-TIMESTAMP
              REWRITE RCT-VARIABLES
           END-READ.
           CLOSE RCT-FILE.
       H060-END. EXIT.
      *----Bu kod parcacigi, bolum kural kartlarini tabloya yukler ve
      *tum kurallarin en uzun penceresini geriye bakis suresi olarak
      *belirler. Hatali kart atlanir ve bildirilir.
       H070-LOAD-RULES.
           OPEN INPUT SRL-FILE.
           IF SRL-SUCCESS
              READ SRL-FILE
              PERFORM UNTIL NOT SRL-SUCCESS
                 PERFORM H080-RULE-CARD
                 READ SRL-FILE
              END-PERFORM
              CLOSE SRL-FILE
           END-IF.
           MOVE WS-DEF-RULE TO WS-CUR-RULE.
           PERFORM H075-LOOKBACK.
           PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
                 UNTIL WS-RUL-IDX > WS-RUL-USED
              MOVE WR-PARMS(WS-RUL-IDX) TO WS-CUR-RULE
              PERFORM H075-LOOKBACK
           END-PERFORM.
       H070-END. EXIT.
      *----
       H075-LOOKBACK.
           IF WSC-WINDOW-DAYS > WS-LOOKBACK
              MOVE WSC-WINDOW-DAYS TO WS-LOOKBACK
           END-IF.
           IF WSC-BURST-DAYS > WS-LOOKBACK
              MOVE WSC-BURST-DAYS TO WS-LOOKBACK
           END-IF.
           IF WSC-PASS-DAYS > WS-LOOKBACK
              MOVE WSC-PASS-DAYS TO WS-LOOKBACK
           END-IF.
       H075-END. EXIT.
      *----
       H080-RULE-CARD.
           IF SRL-PARMS NOT NUMERIC
              DISPLAY 'RULE CARD IGNORED - NOT NUMERIC : ' SRL-DVZ
           ELSE
              IF SRL-DVZ = '***'
                 MOVE SRL-PARMS TO WS-DEF-RULE
              ELSE
                 IF SRL-DVZ NOT NUMERIC
                    DISPLAY 'RULE CARD IGNORED - BAD DIVISION : '
                       SRL-DVZ
                 ELSE
                    IF WS-RUL-USED < WS-RUL-MAX
                       ADD 1 TO WS-RUL-USED
                       COMPUTE WR-DVZ(WS-RUL-USED) =
                          FUNCTION NUMVAL(SRL-DVZ)
                       MOVE SRL-PARMS TO WR-PARMS(WS-RUL-USED)
                    ELSE
                       DISPLAY 'RULE TABLE FULL - DVZ ' SRL-DVZ
                          ' USES DEFAULT RULE'
                    END-IF
                 END-IF
              END-IF
           END-IF.
       H080-END. EXIT.
      *----Bu kod parcacigi, para hareketlerini (borc, alacak ve
      *transfer bacaklari) siralamaya verir. Tarihcenin bugune ait
      *kayitlari atlanir: gun sonu arsivi calistiysa ayni hareketler
      *gunluk AUDFILE'da da vardir. Geri alinan transfer bacaklari
      *('R') ve ucret/faiz disi islemler incelemeye girmez.
       H100-RELEASE-MOVEMENTS.
           PERFORM H110-RELEASE-HISTORY.
           PERFORM H120-RELEASE-DAILY.
       H100-END. EXIT.
      *----
       H110-RELEASE-HISTORY.
           OPEN INPUT HST-FILE.
           IF NOT HST-SUCCESS
              DISPLAY 'HISTORY FILE NOT OPEN. RC : ' ST-HST-FILE
              STOP RUN
           END-IF.
           READ HST-FILE.
           PERFORM UNTIL NOT HST-SUCCESS
              ADD 1 TO WS-CNT-HST-READ
              IF HST-RUN-DATE NOT = WS-RUN-DATE-X
                 AND (HST-FUNC = 6 OR HST-FUNC = 7 OR HST-FUNC = 10)
                 AND HST-CTR-LEG NOT = 'R'
                 MOVE HST-ID TO SRT-ID
                 MOVE HST-DVZ TO SRT-DVZ
                 MOVE HST-TIMESTAMP TO SRT-TIMESTAMP
                 ADD 1 TO WS-REL-SEQ
                 MOVE WS-REL-SEQ TO SRT-SEQ
                 MOVE HST-FUNC TO SRT-FUNC
                 MOVE HST-CTR-LEG TO SRT-CTR-LEG
                 MOVE HST-BALANCE-BEFORE TO SRT-BALANCE-BEFORE
                 MOVE HST-BALANCE-AFTER TO SRT-BALANCE-AFTER
                 MOVE HST-CTR-ID TO SRT-CTR-ID
                 MOVE HST-CTR-DVZ TO SRT-CTR-DVZ
                 MOVE HST-CUS-NO TO SRT-CUS-NO
                 RELEASE SORT-RECORD
                 ADD 1 TO WS-CNT-RELEASED
              END-IF
              READ HST-FILE
           END-PERFORM.
           CLOSE HST-FILE.
       H110-END. EXIT.
      *----
       H120-RELEASE-DAILY.
           OPEN INPUT AUD-FILE.
           IF NOT AUD-SUCCESS
              DISPLAY 'AUDIT FILE NOT OPEN. RC : ' ST-AUD-FILE
              STOP RUN
           END-IF.
           READ AUD-FILE.
           PERFORM UNTIL AUD-EOF
              ADD 1 TO WS-CNT-AUD-READ
              IF (AUD-FUNC = 6 OR AUD-FUNC = 7 OR AUD-FUNC = 10)
                 AND AUD-CTR-LEG NOT = 'R'
                 MOVE AUD-ID TO SRT-ID
                 MOVE AUD-DVZ TO SRT-DVZ
                 MOVE AUD-TIMESTAMP TO SRT-TIMESTAMP
                 ADD 1 TO WS-REL-SEQ
                 MOVE WS-REL-SEQ TO SRT-SEQ
                 MOVE AUD-FUNC TO SRT-FUNC
                 MOVE AUD-CTR-LEG TO SRT-CTR-LEG
                 MOVE AUD-BALANCE-BEFORE TO SRT-BALANCE-BEFORE
                 MOVE AUD-BALANCE-AFTER TO SRT-BALANCE-AFTER
                 MOVE AUD-CTR-ID TO SRT-CTR-ID
                 MOVE AUD-CTR-DVZ TO SRT-CTR-DVZ
                 MOVE AUD-CUS-NO TO SRT-CUS-NO
                 RELEASE SORT-RECORD
                 ADD 1 TO WS-CNT-RELEASED
              END-IF
              READ AUD-FILE
           END-PERFORM.
           CLOSE AUD-FILE.
       H120-END. EXIT.
      *----
       H200-REVIEW-ACCOUNTS.
           OPEN INPUT IDX-FILE.
           IF NOT IDX-SUCCESS
              DISPLAY 'INDEX FILE NOT OPEN. RC : ' ST-IDX-FILE
              STOP RUN
           END-IF.
           OPEN OUTPUT SVX-FILE.
           IF NOT SVX-SUCCESS
              DISPLAY 'SURVEILLANCE FILE NOT OPEN. RC : ' ST-SVX-FILE
              STOP RUN
           END-IF.
           OPEN OUTPUT RPT-FILE.
           IF NOT RPT-SUCCESS
              DISPLAY 'REPORT FILE NOT OPEN. RC : ' ST-RPT-FILE
              STOP RUN
           END-IF.
           SET WS-DQ-OPEN TO TRUE.
           CALL 'PBDVZQ00' USING WS-DQ-AREA.
      *----
           WRITE RPT-RECORD FROM WS-HEADER-LINE1.
           MOVE WS-RUN-DATE-X TO WH-RUN-DATE.
           MOVE WS-FROM-DATE TO WH-FROM-DATE.
           WRITE RPT-RECORD FROM WS-HEADER-LINE2.
           WRITE RPT-RECORD FROM WS-BLANK-LINE.
      *----
           RETURN SORT-WORK AT END
              SET WS-SORT-EOF TO TRUE
           END-RETURN.
           PERFORM UNTIL WS-SORT-EOF
              IF WS-FIRST-ACCT
                 OR SRT-ID NOT = WS-CUR-ID OR SRT-DVZ NOT = WS-CUR-DVZ
                 IF NOT WS-FIRST-ACCT
                    PERFORM H300-EVALUATE-ACCOUNT THRU H300-EXIT
                 END-IF
                 PERFORM H220-NEW-ACCOUNT
              END-IF
              PERFORM H210-TAKE-MOVEMENT THRU H210-EXIT
              RETURN SORT-WORK AT END
                 SET WS-SORT-EOF TO TRUE
              END-RETURN
           END-PERFORM.
           IF NOT WS-FIRST-ACCT
              PERFORM H300-EVALUATE-ACCOUNT THRU H300-EXIT
           END-IF.
      *----
           SET WS-DQ-CLOSE TO TRUE.
           CALL 'PBDVZQ00' USING WS-DQ-AREA.
           CLOSE IDX-FILE.
           CLOSE SVX-FILE.
           CLOSE RPT-FILE.
       H200-END. EXIT.
      *----Bu kod parcacigi, hareketi hesabin tablosuna alir. Geriye
      *bakis penceresinden eski hareket tabloya girmez, yalniz son
      *hareket gunu olarak saklanir (uzun sessizlik kurali icin).
      *Tablo dolarsa en eski hareket cikarilir; incelenen gunler
      *hep en yeni hareketlerdir.
       H210-TAKE-MOVEMENT.
           MOVE SRT-CUS-NO TO WS-CUR-CUS-NO.
           IF SRT-TIMESTAMP(1:8) NOT NUMERIC
              GO TO H210-EXIT
           END-IF.
           MOVE SRT-TIMESTAMP(1:8) TO WS-DATE-NUM.
           COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           IF WS-DATE-INT < WS-LOOK-INT
              MOVE WS-DATE-INT TO WS-PRIOR-INT
              GO TO H210-EXIT
           END-IF.
           IF WS-MOV-USED >= WS-MOV-MAX
              MOVE WM-DATE-INT(1) TO WS-PRIOR-INT
              PERFORM VARYING WS-M FROM 1 BY 1
                    UNTIL WS-M >= WS-MOV-USED
                 MOVE WS-MOV-ENTRY(WS-M + 1) TO WS-MOV-ENTRY(WS-M)
              END-PERFORM
              SUBTRACT 1 FROM WS-MOV-USED
              ADD 1 TO WS-CNT-OVERFLOW
           END-IF.
           ADD 1 TO WS-MOV-USED.
           MOVE SRT-TIMESTAMP TO WM-TIMESTAMP(WS-MOV-USED).
           MOVE WS-DATE-INT TO WM-DATE-INT(WS-MOV-USED).
           MOVE SRT-FUNC TO WM-FUNC(WS-MOV-USED).
           MOVE SRT-CTR-LEG TO WM-LEG(WS-MOV-USED).
           IF SRT-FUNC = 6 OR SRT-CTR-LEG = 'D'
              MOVE 'D' TO WM-DIR(WS-MOV-USED)
              COMPUTE WM-AMOUNT(WS-MOV-USED) =
                 SRT-BALANCE-BEFORE - SRT-BALANCE-AFTER
           ELSE
              MOVE 'C' TO WM-DIR(WS-MOV-USED)
              COMPUTE WM-AMOUNT(WS-MOV-USED) =
                 SRT-BALANCE-AFTER - SRT-BALANCE-BEFORE
           END-IF.
           MOVE SRT-BALANCE-AFTER TO WM-BAL-AFTER(WS-MOV-USED).
           MOVE SRT-CTR-ID TO WM-CTR-ID(WS-MOV-USED).
           MOVE SRT-CTR-DVZ TO WM-CTR-DVZ(WS-MOV-USED).
           MOVE 'N' TO WM-FLAG(WS-MOV-USED).
       H210-EXIT. EXIT.
      *----
       H220-NEW-ACCOUNT.
           MOVE 'N' TO WS-FIRST-SW.
           MOVE SRT-ID TO WS-CUR-ID.
           MOVE SRT-DVZ TO WS-CUR-DVZ.
           MOVE 0 TO WS-MOV-USED.
           MOVE 0 TO WS-PRIOR-INT.
           ADD 1 TO WS-CNT-ACCOUNTS.
       H220-END. EXIT.
      *----Bu kod parcacigi, inceleme gununden itibaren hareketi olan
      *hesabi bolumunun kuralina gore dort kalip icin inceler.
       H300-EVALUATE-ACCOUNT.
           IF WS-MOV-USED = 0
              GO TO H300-EXIT
           END-IF.
           IF WM-DATE-INT(WS-MOV-USED) < WS-FROM-INT
              GO TO H300-EXIT
           END-IF.
           ADD 1 TO WS-CNT-REVIEWED.
           PERFORM H305-ACCOUNT-INFO.
           PERFORM H310-RULE-LOOKUP.
           PERFORM H320-VELOCITY THRU H320-EXIT.
           PERFORM H330-STRUCTURING THRU H330-EXIT.
           PERFORM H340-DORMANT-BURST THRU H340-EXIT.
           PERFORM H350-PASS-THROUGH THRU H350-EXIT.
       H300-EXIT. EXIT.
      *----Hesabin ismi vaka listesi icin, acilis tarihi de hic hareketi
      *olmayan hesabin sessizlik suresi icin ana dosyadan alinir.
       H305-ACCOUNT-INFO.
           MOVE SPACES TO WS-CUR-NAME WS-CUR-SURNAME.
           MOVE WS-CUR-ID TO IDX-ID.
           MOVE WS-CUR-DVZ TO IDX-DVZ.
           READ IDX-FILE KEY IS IDX-KEY
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE IDX-NAME TO WS-CUR-NAME
              MOVE IDX-SURNAME TO WS-CUR-SURNAME
              IF WS-PRIOR-INT = 0 AND IDX-DATE > 0
                 COMPUTE WS-PRIOR-INT =
                    FUNCTION INTEGER-OF-DAY(IDX-DATE)
              END-IF
           END-READ.
       H305-END. EXIT.
      *----
       H310-RULE-LOOKUP.
           MOVE WS-DEF-RULE TO WS-CUR-RULE.
           PERFORM VARYING WS-RUL-IDX FROM 1 BY 1
                 UNTIL WS-RUL-IDX > WS-RUL-USED
              IF WR-DVZ(WS-RUL-IDX) = WS-CUR-DVZ
                 MOVE WR-PARMS(WS-RUL-IDX) TO WS-CUR-RULE
              END-IF
           END-PERFORM.
       H310-END. EXIT.
      *----Bu kod parcacigi, her incelenen hareketle biten kayan
      *pencerede (WSC-WINDOW-DAYS gun) hareket sayisini ve borc
      *toplamini olcer; ilk asan pencere vaka olur.
       H320-VELOCITY.
           MOVE 'N' TO WS-CASE-SW.
           IF WSC-WINDOW-DAYS = 0
              OR (WSC-MAX-COUNT = 0 AND WSC-MAX-AMOUNT = 0)
              GO TO H320-EXIT
           END-IF.
           PERFORM VARYING WS-J FROM 1 BY 1
                 UNTIL WS-J > WS-MOV-USED OR WS-CASE-RAISED
              IF WM-DATE-INT(WS-J) >= WS-FROM-INT
                 COMPUTE WS-WIN-START =
                    WM-DATE-INT(WS-J) - WSC-WINDOW-DAYS + 1
                 MOVE 0 TO WS-WIN-COUNT WS-WIN-AMOUNT
                 PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-J
                    IF WM-DATE-INT(WS-K) >= WS-WIN-START
                       ADD 1 TO WS-WIN-COUNT
                       IF WM-DIR(WS-K) = 'D'
                          ADD WM-AMOUNT(WS-K) TO WS-WIN-AMOUNT
                       END-IF
                    END-IF
                 END-PERFORM
                 IF (WSC-MAX-COUNT > 0 AND WS-WIN-COUNT > WSC-MAX-COUNT)
                    OR (WSC-MAX-AMOUNT > 0
                        AND WS-WIN-AMOUNT > WSC-MAX-AMOUNT)
                    PERFORM VARYING WS-K FROM 1 BY 1 UNTIL WS-K > WS-J
                       IF WM-DATE-INT(WS-K) >= WS-WIN-START
                          MOVE 'Y' TO WM-FLAG(WS-K)
                       END-IF
                    END-PERFORM
                    MOVE 'VELO' TO WS-CASE-RULE
                    MOVE WS-WIN-COUNT TO WS-CASE-COUNT
                    MOVE WS-WIN-AMOUNT TO WS-CASE-AMOUNT
                    IF WSC-MAX-COUNT > 0
                       AND WS-WIN-COUNT > WSC-MAX-COUNT
                       MOVE 'MOVEMENTS IN WINDOW OVER LIMIT'
                          TO WS-CASE-REASON
                       MOVE WSC-MAX-COUNT TO WS-CASE-THRESHOLD
                    ELSE
                       MOVE 'DEBIT TOTAL IN WINDOW OVER LIMIT'
                          TO WS-CASE-REASON
                       MOVE WSC-MAX-AMOUNT TO WS-CASE-THRESHOLD
                    END-IF
                    MOVE WM-TIMESTAMP(WS-J)(1:8) TO WS-CASE-DATE
                    PERFORM H400-WRITE-CASE
                 END-IF
              END-IF
           END-PERFORM.
       H320-EXIT. EXIT.
      *----Bu kod parcacigi, incelenen her gun icin o gun yururlukte
      *olan onay limitinin (DVZ-APPR-LIMIT) WSC-NEAR-PCT yuzdesi
      *altindan limite kadar olan bantta kalan borclari sayar; ayni gun
      *WSC-NEAR-COUNT kadar boyle borc, tutarin limitin altinda
      *tutulmak uzere bolundugunu dusundurur.
       H330-STRUCTURING.
           MOVE 'N' TO WS-CASE-SW.
           MOVE 0 TO WS-LAST-DAY.
           IF WSC-NEAR-PCT = 0 OR WSC-NEAR-COUNT = 0
              GO TO H330-EXIT
           END-IF.
           PERFORM VARYING WS-J FROM 1 BY 1
                 UNTIL WS-J > WS-MOV-USED OR WS-CASE-RAISED
              IF WM-DATE-INT(WS-J) >= WS-FROM-INT
                 AND WM-DATE-INT(WS-J) NOT = WS-LAST-DAY
                 MOVE WM-DATE-INT(WS-J) TO WS-LAST-DAY
                 PERFORM H335-STRUCT-DAY THRU H335-EXIT
              END-IF
           END-PERFORM.
       H330-EXIT. EXIT.
      *----
       H335-STRUCT-DAY.
           PERFORM H338-DAY-LIMIT.
           IF WS-DAY-LIMIT = 0
              GO TO H335-EXIT
           END-IF.
           COMPUTE WS-NEAR-FLOOR =
              WS-DAY-LIMIT * (100 - WSC-NEAR-PCT) / 100.
           MOVE 0 TO WS-WIN-COUNT WS-WIN-AMOUNT.
           PERFORM VARYING WS-K FROM WS-J BY 1
                 UNTIL WS-K > WS-MOV-USED
                    OR WM-DATE-INT(WS-K) NOT = WS-LAST-DAY
              IF WM-DIR(WS-K) = 'D'
                 AND WM-AMOUNT(WS-K) >= WS-NEAR-FLOOR
                 AND WM-AMOUNT(WS-K) < WS-DAY-LIMIT
                 MOVE 'Y' TO WM-FLAG(WS-K)
                 ADD 1 TO WS-WIN-COUNT
                 ADD WM-AMOUNT(WS-K) TO WS-WIN-AMOUNT
              END-IF
           END-PERFORM.
           IF WS-WIN-COUNT >= WSC-NEAR-COUNT
              MOVE 'STRC' TO WS-CASE-RULE
              MOVE 'SAME-DAY DEBITS JUST UNDER APPR LIMIT'
                 TO WS-CASE-REASON
              MOVE WS-WIN-COUNT TO WS-CASE-COUNT
              MOVE WS-WIN-AMOUNT TO WS-CASE-AMOUNT
              MOVE WS-DAY-LIMIT TO WS-CASE-THRESHOLD
              MOVE WM-TIMESTAMP(WS-J)(1:8) TO WS-CASE-DATE
              PERFORM H400-WRITE-CASE
           ELSE
              PERFORM H390-CLEAR-FLAGS
           END-IF.
       H335-EXIT. EXIT.
      *----Onay limiti hareket gunune gore sorulur; ayni bolum ve gun
      *icin son cevap yeniden kullanilir.
       H338-DAY-LIMIT.
           IF WS-CUR-DVZ NOT = WS-LIM-DVZ
              OR WM-TIMESTAMP(WS-J)(1:8) NOT = WS-LIM-DATE
              MOVE WS-CUR-DVZ TO WS-LIM-DVZ
              MOVE WM-TIMESTAMP(WS-J)(1:8) TO WS-LIM-DATE
              SET WS-DQ-QUERY TO TRUE
              MOVE WS-CUR-DVZ TO WS-DQ-DVZ
              MOVE WS-LIM-DATE TO WS-DQ-DATE
              CALL 'PBDVZQ00' USING WS-DQ-AREA
              IF WS-DQ-RC = 0
                 MOVE WS-DQ-APPR-LIMIT TO WS-DAY-LIMIT
              ELSE
                 MOVE 0 TO WS-DAY-LIMIT
              END-IF
           END-IF.
       H338-END. EXIT.
      *----Bu kod parcacigi, onceki hareketten (hic yoksa hesabin
      *acilisindan) bu yana WSC-DORMANT-DAYS gun gecmis bir hareketi
      *bulur ve ardindan gelen WSC-BURST-DAYS gun icindeki cikislari
      *sayar; WSC-BURST-COUNT kadar cikis vaka olur.
       H340-DORMANT-BURST.
           MOVE 'N' TO WS-CASE-SW.
           IF WSC-DORMANT-DAYS = 0 OR WSC-BURST-COUNT = 0
              GO TO H340-EXIT
           END-IF.
           PERFORM VARYING WS-J FROM 1 BY 1
                 UNTIL WS-J > WS-MOV-USED OR WS-CASE-RAISED
              IF WM-DATE-INT(WS-J) >= WS-FROM-INT
                 IF WS-J > 1
                    MOVE WM-DATE-INT(WS-J - 1) TO WS-PREV-INT
                 ELSE
                    MOVE WS-PRIOR-INT TO WS-PREV-INT
                 END-IF
                 IF WS-PREV-INT > 0
                    AND WM-DATE-INT(WS-J) - WS-PREV-INT
                        >= WSC-DORMANT-DAYS
                    PERFORM H345-BURST-COUNT
                 END-IF
              END-IF
           END-PERFORM.
       H340-EXIT. EXIT.
      *----
       H345-BURST-COUNT.
           COMPUTE WS-WIN-END = WM-DATE-INT(WS-J) + WSC-BURST-DAYS.
           MOVE 0 TO WS-WIN-COUNT WS-WIN-AMOUNT.
           PERFORM VARYING WS-K FROM WS-J BY 1
                 UNTIL WS-K > WS-MOV-USED
                    OR WM-DATE-INT(WS-K) >= WS-WIN-END
              MOVE 'Y' TO WM-FLAG(WS-K)
              IF WM-DIR(WS-K) = 'D'
                 ADD 1 TO WS-WIN-COUNT
                 ADD WM-AMOUNT(WS-K) TO WS-WIN-AMOUNT
              END-IF
           END-PERFORM.
           IF WS-WIN-COUNT >= WSC-BURST-COUNT
              MOVE 'DORM' TO WS-CASE-RULE
              MOVE 'OUTGOING BURST AFTER DORMANT PERIOD'
                 TO WS-CASE-REASON
              MOVE WS-WIN-COUNT TO WS-CASE-COUNT
              MOVE WS-WIN-AMOUNT TO WS-CASE-AMOUNT
              COMPUTE WS-CASE-THRESHOLD =
                 WM-DATE-INT(WS-J) - WS-PREV-INT
              MOVE WM-TIMESTAMP(WS-J)(1:8) TO WS-CASE-DATE
              PERFORM H400-WRITE-CASE
           ELSE
              PERFORM H390-CLEAR-FLAGS
           END-IF.
       H345-END. EXIT.
      *----Bu kod parcacigi, her alacak hareketinden sonraki
      *WSC-PASS-DAYS gun icinde hesaptan 'T' transferiyle cikan
      *tutari toplar; cikis alacagin WSC-PASS-PCT yuzdesine ulasirsa
      *ve ulastiran transfer inceleme gunundeyse vaka olur.
       H350-PASS-THROUGH.
           MOVE 'N' TO WS-CASE-SW.
           IF WSC-PASS-DAYS = 0 OR WSC-PASS-PCT = 0
              GO TO H350-EXIT
           END-IF.
           PERFORM VARYING WS-J FROM 1 BY 1
                 UNTIL WS-J > WS-MOV-USED OR WS-CASE-RAISED
              IF WM-DIR(WS-J) = 'C' AND WM-AMOUNT(WS-J) > 0
                 AND WM-DATE-INT(WS-J) + WSC-PASS-DAYS >= WS-FROM-INT
                 PERFORM H355-PASS-MATCH
              END-IF
           END-PERFORM.
       H350-EXIT. EXIT.
      *----
       H355-PASS-MATCH.
           COMPUTE WS-NEED-AMOUNT ROUNDED =
              WM-AMOUNT(WS-J) * WSC-PASS-PCT / 100.
           COMPUTE WS-WIN-END = WM-DATE-INT(WS-J) + WSC-PASS-DAYS.
           MOVE 0 TO WS-WIN-COUNT WS-WIN-AMOUNT.
           MOVE 'N' TO WS-MATCH-SW.
           PERFORM VARYING WS-K FROM WS-J BY 1
                 UNTIL WS-K > WS-MOV-USED
                    OR WM-DATE-INT(WS-K) > WS-WIN-END
                    OR WS-PASS-MATCHED
              IF WM-FUNC(WS-K) = 10 AND WM-LEG(WS-K) = 'D'
                 MOVE 'Y' TO WM-FLAG(WS-K)
                 ADD 1 TO WS-WIN-COUNT
                 ADD WM-AMOUNT(WS-K) TO WS-WIN-AMOUNT
                 IF WS-WIN-AMOUNT >= WS-NEED-AMOUNT
                    AND WM-DATE-INT(WS-K) >= WS-FROM-INT
                    SET WS-PASS-MATCHED TO TRUE
                    MOVE WM-TIMESTAMP(WS-K)(1:8) TO WS-CASE-DATE
                 END-IF
              END-IF
           END-PERFORM.
           IF WS-PASS-MATCHED
              MOVE 'Y' TO WM-FLAG(WS-J)
              MOVE 'PASS' TO WS-CASE-RULE
              MOVE 'CREDIT PASSED STRAIGHT OUT BY TRANSFER'
                 TO WS-CASE-REASON
              COMPUTE WS-CASE-COUNT = WS-WIN-COUNT + 1
              MOVE WS-WIN-AMOUNT TO WS-CASE-AMOUNT
              MOVE WM-AMOUNT(WS-J) TO WS-CASE-THRESHOLD
              PERFORM H400-WRITE-CASE
           ELSE
              PERFORM H390-CLEAR-FLAGS
           END-IF.
       H355-END. EXIT.
      *----
       H390-CLEAR-FLAGS.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-MOV-USED
              MOVE 'N' TO WM-FLAG(WS-M)
           END-PERFORM.
       H390-END. EXIT.
      *----Bu kod parcacigi, vakayi SVXFILE'a yazar ve vaka listesine
      *baslik satirlariyla isaretli (tetikleyen) hareketleri basar;
      *isaretler basildikca temizlenir.
       H400-WRITE-CASE.
           ADD 1 TO WS-CASE-NO.
           SET WS-CASE-RAISED TO TRUE.
           EVALUATE WS-CASE-RULE
              WHEN 'VELO'
                 ADD 1 TO WS-CNT-VELO
              WHEN 'STRC'
                 ADD 1 TO WS-CNT-STRC
              WHEN 'DORM'
                 ADD 1 TO WS-CNT-DORM
              WHEN 'PASS'
                 ADD 1 TO WS-CNT-PASS
           END-EVALUATE.
      *----
           MOVE WS-RUN-DATE TO SVX-RUN-DATE.
           MOVE WS-CASE-NO TO SVX-CASE-NO.
           MOVE WS-CASE-RULE TO SVX-RULE.
           MOVE WS-CUR-ID TO SVX-ID.
           MOVE WS-CUR-DVZ TO SVX-DVZ.
           MOVE WS-CUR-CUS-NO TO SVX-CUS-NO.
           MOVE WS-CASE-DATE TO SVX-TRIG-DATE.
           MOVE WS-CASE-COUNT TO SVX-MOVE-COUNT.
           MOVE WS-CASE-AMOUNT TO SVX-AMOUNT.
           MOVE WS-CASE-THRESHOLD TO SVX-THRESHOLD.
           MOVE WS-CASE-REASON TO SVX-REASON.
           WRITE SVX-VARIABLES.
           IF NOT SVX-SUCCESS
              DISPLAY 'SURVEILLANCE WRITE FAILED. RC : ' ST-SVX-FILE
           END-IF.
      *----
           MOVE WS-CASE-NO TO WC-CASE-NO.
           MOVE WS-CASE-RULE TO WC-RULE.
           MOVE WS-CUR-DVZ TO WC-DVZ.
           MOVE WS-CUR-ID TO WC-ID.
           MOVE WS-CUR-CUS-NO TO WC-CUS-NO.
           WRITE RPT-RECORD FROM WS-CASE-LINE1.
           MOVE WS-CUR-NAME TO WC-NAME.
           MOVE WS-CUR-SURNAME TO WC-SURNAME.
           MOVE WS-CASE-REASON TO WC-REASON.
           WRITE RPT-RECORD FROM WS-CASE-LINE2.
           MOVE WS-CASE-COUNT TO WC-COUNT.
           MOVE WS-CASE-AMOUNT TO WC-AMOUNT.
           MOVE WS-CASE-THRESHOLD TO WC-THRESHOLD.
           WRITE RPT-RECORD FROM WS-CASE-LINE3.
           WRITE RPT-RECORD FROM WS-MOVE-HEADER.
           PERFORM VARYING WS-M FROM 1 BY 1 UNTIL WS-M > WS-MOV-USED
              IF WM-FLAG(WS-M) = 'Y'
                 PERFORM H410-PRINT-MOVEMENT
                 MOVE 'N' TO WM-FLAG(WS-M)
              END-IF
           END-PERFORM.
           WRITE RPT-RECORD FROM WS-BLANK-LINE.
       H400-END. EXIT.
      *----
       H410-PRINT-MOVEMENT.
           MOVE SPACES TO WS-MOVE-LINE.
           MOVE WM-TIMESTAMP(WS-M)(1:8) TO WV-DATE.
           MOVE WM-TIMESTAMP(WS-M)(9:6) TO WV-TIME.
           EVALUATE TRUE
              WHEN WM-FUNC(WS-M) = 10 AND WM-LEG(WS-M) = 'D'
                 MOVE 'XFER OUT' TO WV-TYPE
              WHEN WM-FUNC(WS-M) = 10
                 MOVE 'XFER IN ' TO WV-TYPE
              WHEN WM-DIR(WS-M) = 'D'
                 MOVE 'DEBIT   ' TO WV-TYPE
              WHEN OTHER
                 MOVE 'CREDIT  ' TO WV-TYPE
           END-EVALUATE.
           MOVE WM-AMOUNT(WS-M) TO WV-AMOUNT.
           MOVE WM-BAL-AFTER(WS-M) TO WV-BALANCE.
           IF WM-FUNC(WS-M) = 10
              MOVE WM-CTR-DVZ(WS-M) TO WV-CTR-DVZ
              MOVE '/' TO WV-CTR-SEP
              MOVE WM-CTR-ID(WS-M) TO WV-CTR-ID
           END-IF.
           WRITE RPT-RECORD FROM WS-MOVE-LINE.
       H410-END. EXIT.
      *----
       H999-PROGRAM-EXIT.
           DISPLAY '===== PBSURV00 CONTROL TOTALS ====='.
           DISPLAY 'HISTORY READ     : ' WS-CNT-HST-READ.
           DISPLAY 'AUDIT READ       : ' WS-CNT-AUD-READ.
           DISPLAY 'MOVEMENTS SORTED : ' WS-CNT-RELEASED.
           DISPLAY 'ACCOUNTS SEEN    : ' WS-CNT-ACCOUNTS.
           DISPLAY 'ACCOUNTS REVIEWED: ' WS-CNT-REVIEWED.
           DISPLAY 'TABLE OVERFLOW   : ' WS-CNT-OVERFLOW.
           DISPLAY 'CASES VELOCITY   : ' WS-CNT-VELO.
           DISPLAY 'CASES STRUCTURING: ' WS-CNT-STRC.
           DISPLAY 'CASES DORMANT    : ' WS-CNT-DORM.
           DISPLAY 'CASES PASS-THRU  : ' WS-CNT-PASS.
           DISPLAY 'CASES TOTAL      : ' WS-CASE-NO.
           MOVE 'DONE' TO WS-RCT-STATUS.
           PERFORM H060-RUNCTL-STAMP.
           STOP RUN.
       H999-END. EXIT.
      *----
