       IDENTIFICATION DIVISION.
      *----
       PROGRAM-ID.    PBPURG00.
       AUTHOR.        SINEM SEN.
      *----
       ENVIRONMENT DIVISION.
      *----
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IDX-FILE ASSIGN TO IDXFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY IDX-KEY
                           STATUS ST-IDX-FILE.
           SELECT OPTIONAL CLA-FILE ASSIGN TO CLAFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY CLA-KEY
                           STATUS ST-CLA-FILE.
           SELECT OPTIONAL STI-FILE ASSIGN TO STIFILE
                           ORGANIZATION INDEXED
                           ACCESS SEQUENTIAL
                           RECORD KEY STI-KEY
                           STATUS ST-STI-FILE.
           SELECT OPTIONAL WHS-FILE ASSIGN TO WHSFILE
                           ORGANIZATION INDEXED
                           ACCESS SEQUENTIAL
                           RECORD KEY WHS-KEY
                           STATUS ST-WHS-FILE.
           SELECT OPTIONAL HLD-FILE ASSIGN TO HLDFILE
                           STATUS ST-HLD-FILE.
           SELECT OPTIONAL REJ-FILE ASSIGN TO REJFILE
                           STATUS ST-REJ-FILE.
           SELECT AUD-FILE ASSIGN TO AUDFILE
                           STATUS ST-AUD-FILE.
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
       FD  IDX-FILE.
           COPY PBIDXRC.
      *----
       FD  CLA-FILE.
           COPY PBCLARC.
      *----
       FD  STI-FILE.
           COPY PBSTIRC.
      *----
       FD  WHS-FILE.
           COPY PBWHSRC.
      *----Bekleyen ve reddedilen kayitlar PBMAINCB'nin 101 baytlik
      *girdi goruntusunu tasir; aktarimda ('T') hedef hesap isim
      *alaninin basindadir.
       FD  HLD-FILE RECORDING MODE F.
       01  HLD-VARIABLES.
           05 HLD-RECORD.
              10 HLD-TYPE         PIC X(01).
              10 HLD-ID           PIC X(05).
              10 HLD-DVZ          PIC X(03).
              10 HLD-TGT-ID       PIC X(05).
              10 HLD-TGT-DVZ      PIC X(03).
              10 FILLER           PIC X(84).
           05 HLD-REASON-CODE     PIC 9(02).
           05 HLD-REASON-TEXT     PIC X(30).
      *----
       FD  REJ-FILE RECORDING MODE F.
       01  REJ-VARIABLES.
           05 REJ-RECORD.
              10 REJ-TYPE         PIC X(01).
              10 REJ-ID           PIC X(05).
              10 REJ-DVZ          PIC X(03).
              10 REJ-TGT-ID       PIC X(05).
              10 REJ-TGT-DVZ      PIC X(03).
              10 FILLER           PIC X(84).
           05 REJ-REASON-CODE     PIC 9(02).
           05 REJ-REASON-TEXT     PIC X(30).
      *----
       FD  AUD-FILE RECORDING MODE F.
           COPY PBAUDRC.
      *----
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-RECORD              PIC X(80).
      *----Parametre karti: hesabin kapatildiktan / son hareketinden
      *sonra ana dosyada kalacagi gun sayisi; kart yoksa 365 gun.
       FD  PRM-FILE RECORDING MODE F.
       01  PRM-VARIABLES.
           05 PRM-RETAIN-DAYS     PIC X(05).
           05 PRM-RETAIN-DAYS-N REDEFINES PRM-RETAIN-DAYS
                                  PIC 9(05).
      *----
       FD  RCT-FILE.
           COPY PBRCTRC.
      *----
       WORKING-STORAGE SECTION.
      *----
       01  WS-WORK-AREA.
           05 ST-IDX-FILE           PIC 9(02).
              88 IDX-SUCCESS                       VALUE 00 97.
              88 IDX-EOF                           VALUE 10.
      *----
           05 ST-CLA-FILE           PIC 9(02).
              88 CLA-SUCCESS                       VALUE 00 97 05.
      *----
           05 ST-STI-FILE           PIC 9(02).
              88 STI-SUCCESS                       VALUE 00 97 05.
              88 STI-EOF                           VALUE 10.
      *----
           05 ST-WHS-FILE           PIC 9(02).
              88 WHS-SUCCESS                       VALUE 00 97 05.
      *----
           05 ST-HLD-FILE           PIC 9(02).
              88 HLD-SUCCESS                       VALUE 00 97 05.
              88 HLD-EOF                           VALUE 10.
      *----
           05 ST-REJ-FILE           PIC 9(02).
              88 REJ-SUCCESS                       VALUE 00 97 05.
              88 REJ-EOF                           VALUE 10.
      *----
           05 ST-AUD-FILE           PIC 9(02).
              88 AUD-SUCCESS                       VALUE 00 97.
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
           05 WS-RETAIN-DAYS        PIC 9(05)      VALUE 365.
           05 WS-TODAY-INT          PIC S9(08)     VALUE 0.
           05 WS-CUTOFF-INT         PIC S9(08)     VALUE 0.
           05 WS-CUTOFF-DATE        PIC 9(08)      VALUE 0.
           05 WS-LAST-ACT-JUL       PIC S9(07)     VALUE 0.
           05 WS-LAST-ACT-INT       PIC S9(08)     VALUE 0.
      *----
           05 WS-KEY-ID             PIC 9(05)      VALUE 0.
           05 WS-KEY-DVZ            PIC 9(03)      VALUE 0.
           05 WS-KEY-SRC            PIC X(01)      VALUE SPACE.
           05 WS-CHK-KEY            PIC 9(08)      VALUE 0.
           05 WS-HIT-SRC            PIC X(01)      VALUE SPACE.
              88 WS-NO-HIT                         VALUE SPACE.
              88 WS-HIT-STI                        VALUE 'S'.
              88 WS-HIT-HLD                        VALUE 'H'.
              88 WS-HIT-REJ                        VALUE 'R'.
              88 WS-HIT-WHS                        VALUE 'W'.
           05 WS-SKP-USED           PIC 9(05)      VALUE 0.
           05 WS-SKP-MAX            PIC 9(05)      VALUE 5000.
           05 WS-S                  PIC 9(05)      VALUE 0.
      *----
           05 WS-AUD-NAME-BEFORE    PIC X(15)      VALUE SPACES.
           05 WS-AUD-SURNAME-BEFORE PIC X(15)      VALUE SPACES.
           05 WS-AUD-BALANCE-BEFORE PIC S9(15)     VALUE 0.
           05 WS-RESULT-TEXT        PIC X(25)      VALUE SPACES.
      *----
           05 WS-CNT-READ           PIC 9(07)      VALUE 0.
           05 WS-CNT-CLOSED         PIC 9(07)      VALUE 0.
           05 WS-CNT-NOT-ZERO       PIC 9(07)      VALUE 0.
           05 WS-CNT-RETAINED       PIC 9(07)      VALUE 0.
           05 WS-CNT-SKIP-STI       PIC 9(07)      VALUE 0.
           05 WS-CNT-SKIP-HLD       PIC 9(07)      VALUE 0.
           05 WS-CNT-SKIP-REJ       PIC 9(07)      VALUE 0.
           05 WS-CNT-SKIP-WHS       PIC 9(07)      VALUE 0.
           05 WS-CNT-PURGED         PIC 9(07)      VALUE 0.
           05 WS-CNT-FAILED         PIC 9(07)      VALUE 0.
      *----Atlanacak hesap anahtarlari (ID * 1000 + DVZ): bekleyen
      *talimati, HLDFILE/REJFILE'da kaydi ya da WHSFILE'da valor
      *tarihini bekleyen kalemi olan hesaplar.
       01  WS-SKP-TABLE.
           05 WS-SKP-ENTRY OCCURS 5000.
              10 WS-SKP-KEY         PIC 9(08).
              10 WS-SKP-SRC         PIC X(01).
      *----
       01  WS-HEADER-LINE1          PIC X(80)      VALUE
           '========= PBPURG00 CLOSED-ACCOUNT PURGE REGISTER ========='.
      *----
       01  WS-HEADER-LINE2.
           05 FILLER                PIC X(17)      VALUE
                 ' RETENTION DAYS: '.
           05 WH-RETAIN-DAYS        PIC ZZZZ9.
           05 FILLER                PIC X(21)      VALUE
                 '   NO MOVEMENT SINCE '.
           05 WH-CUTOFF-DATE        PIC 9(08).
           05 FILLER                PIC X(29)      VALUE SPACES.
      *----
       01  WS-HEADER-LINE3          PIC X(80)      VALUE
           ' DVZ  ID    NAME            SURNAME        LAST-ACT RESULT'.
      *----
       01  WS-REG-LINE.
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 WG-DVZ                PIC 9(03).
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 WG-ID                 PIC 9(05).
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 WG-NAME               PIC X(15).
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 WG-SURNAME            PIC X(15).
           05 WG-LAST-ACT           PIC 9(07).
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 WG-RESULT             PIC X(25).
           05 FILLER                PIC X(03)      VALUE SPACES.
      *----
       01  WS-BLANK-LINE            PIC X(80)      VALUE SPACES.
      *----
       PROCEDURE DIVISION.
      *----Bu kod parcacigi, kapatilmis, bakiyesi sifir ve saklama
      *suresi boyunca hareket gormemis hesaplari IDXFILE'dan kapali
      *hesap arsivine (CLAFILE) tasir. Her silinen hesap icin AUDFILE'a
      *islev 5 silme hareketi yazilir ki PBVRFY00 ve PBRCVR00 ana
      *dosyayla uyumlu kalsin. Bekleyen talimati (STIFILE) ya da onay
      *(HLDFILE) veya duzeltme (REJFILE) bekleyen kaydi ya da valor
      *tarihini bekleyen kalemi (WHSFILE) olan hesaplara dokunulmaz.
      *Silinen ve atlanan her hesap temizleme sicilinde listelenir;
      *yanlislikla silinen hesap PBRINS00 ile geri alinir.
       0000-MAIN.
           PERFORM H050-RUNCTL-CHECK.
           PERFORM H070-READ-PARM.
           PERFORM H100-OPEN-FILES.
           PERFORM H110-LOAD-STI.
           PERFORM H120-LOAD-HLD.
           PERFORM H130-LOAD-REJ.
           PERFORM H140-LOAD-WHS.
           READ IDX-FILE NEXT RECORD.
           PERFORM H300-PROCESS-ACCOUNT THRU H300-EXIT UNTIL IDX-EOF.
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.
      *----Bu kod parcacigi, temizlemenin gunun PBMAINCB calismasindan
      *sonra yapilmasini saglar: PBSUBPG0 AUDFILE'i calisma basinda
      *yeniden actigindan daha once eklenen silme hareketleri
      *kaybolurdu; ayrica HLDFILE/REJFILE ancak o zaman gunun bekleyen
      *kayitlarini tasir. PBMAINCB satiri bugun icin DONE degilse
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
           MOVE 'PBPURG00' TO RCT-JOB.
           READ RCT-FILE KEY IS RCT-KEY
           INVALID KEY
              MOVE 'PBPURG00' TO RCT-JOB
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
      *----Bu kod parcacigi, saklama suresini okur ve kesim tarihini
      *hesaplar: son hareketi bu tarihte ya da daha once olan hesap
      *temizlenebilir.
       H070-READ-PARM.
           OPEN INPUT PRM-FILE.
           IF PRM-SUCCESS
              READ PRM-FILE
              IF PRM-SUCCESS AND PRM-RETAIN-DAYS IS NUMERIC
                 MOVE PRM-RETAIN-DAYS-N TO WS-RETAIN-DAYS
              END-IF
              CLOSE PRM-FILE
           END-IF.
           COMPUTE WS-TODAY-INT =
              FUNCTION INTEGER-OF-DATE(WS-RCT-TODAY).
           COMPUTE WS-CUTOFF-INT = WS-TODAY-INT - WS-RETAIN-DAYS.
           COMPUTE WS-CUTOFF-DATE =
              FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT).
       H070-END. EXIT.
      *----
       H100-OPEN-FILES.
           OPEN I-O IDX-FILE.
           IF NOT IDX-SUCCESS
              DISPLAY 'INDEX FILE NOT OPEN. RC : ' ST-IDX-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN I-O CLA-FILE.
           IF NOT CLA-SUCCESS
              DISPLAY 'ARCHIVE FILE NOT OPEN. RC : ' ST-CLA-FILE
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
           MOVE WS-RETAIN-DAYS TO WH-RETAIN-DAYS.
           MOVE WS-CUTOFF-DATE TO WH-CUTOFF-DATE.
           WRITE RPT-RECORD FROM WS-HEADER-LINE1.
           WRITE RPT-RECORD FROM WS-HEADER-LINE2.
           WRITE RPT-RECORD FROM WS-BLANK-LINE.
           WRITE RPT-RECORD FROM WS-HEADER-LINE3.
       H100-END. EXIT.
      *----Bu kod parcacigi, talimat dosyasindaki her kaynak hesabi ve
      *aktarim talimatlarinin hedef hesabini atlanacaklar tablosuna
      *alir; dosya yoksa tablo bos kalir.
       H110-LOAD-STI.
           OPEN INPUT STI-FILE.
           IF NOT STI-SUCCESS
              DISPLAY 'INSTRUCTION FILE NOT OPEN. RC : ' ST-STI-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'S' TO WS-KEY-SRC.
           READ STI-FILE.
           PERFORM UNTIL NOT STI-SUCCESS
              MOVE STI-ID TO WS-KEY-ID
              MOVE STI-DVZ TO WS-KEY-DVZ
              PERFORM H150-ADD-SKIP-KEY
              IF STI-TYPE-XFER
                 MOVE STI-TGT-ID TO WS-KEY-ID
                 MOVE STI-TGT-DVZ TO WS-KEY-DVZ
                 PERFORM H150-ADD-SKIP-KEY
              END-IF
              READ STI-FILE
           END-PERFORM.
           CLOSE STI-FILE.
       H110-END. EXIT.
      *----Bu kod parcacigi, onay bekleyen kayitlarin hesaplarini
      *(aktarimda her iki hesabi) tabloya alir.
       H120-LOAD-HLD.
           OPEN INPUT HLD-FILE.
           IF NOT HLD-SUCCESS
              DISPLAY 'HOLD FILE NOT OPEN. RC : ' ST-HLD-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'H' TO WS-KEY-SRC.
           READ HLD-FILE.
           PERFORM UNTIL NOT HLD-SUCCESS
              IF HLD-ID IS NUMERIC AND HLD-DVZ IS NUMERIC
                 MOVE HLD-ID TO WS-KEY-ID
                 MOVE HLD-DVZ TO WS-KEY-DVZ
                 PERFORM H150-ADD-SKIP-KEY
              END-IF
              IF HLD-TYPE = 'T'
                 AND HLD-TGT-ID IS NUMERIC AND HLD-TGT-DVZ IS NUMERIC
                 MOVE HLD-TGT-ID TO WS-KEY-ID
                 MOVE HLD-TGT-DVZ TO WS-KEY-DVZ
                 PERFORM H150-ADD-SKIP-KEY
              END-IF
              READ HLD-FILE
           END-PERFORM.
           CLOSE HLD-FILE.
       H120-END. EXIT.
      *----Bu kod parcacigi, duzeltme bekleyen reddedilmis kayitlarin
      *hesaplarini tabloya alir; sayisal olmayan anahtar hicbir hesaba
      *ait olamayacagi icin atlanir.
       H130-LOAD-REJ.
           OPEN INPUT REJ-FILE.
           IF NOT REJ-SUCCESS
              DISPLAY 'REJECT FILE NOT OPEN. RC : ' ST-REJ-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'R' TO WS-KEY-SRC.
           READ REJ-FILE.
           PERFORM UNTIL NOT REJ-SUCCESS
              IF REJ-ID IS NUMERIC AND REJ-DVZ IS NUMERIC
                 MOVE REJ-ID TO WS-KEY-ID
                 MOVE REJ-DVZ TO WS-KEY-DVZ
                 PERFORM H150-ADD-SKIP-KEY
              END-IF
              IF REJ-TYPE = 'T'
                 AND REJ-TGT-ID IS NUMERIC AND REJ-TGT-DVZ IS NUMERIC
                 MOVE REJ-TGT-ID TO WS-KEY-ID
                 MOVE REJ-TGT-DVZ TO WS-KEY-DVZ
                 PERFORM H150-ADD-SKIP-KEY
              END-IF
              READ REJ-FILE
           END-PERFORM.
           CLOSE REJ-FILE.
       H130-END. EXIT.
      *----Bu kod parcacigi, depoda valor tarihini bekleyen kalemlerin
      *hesaplarini tabloya alir; serbest birakilmis, iptal edilmis ya
      *da denetimden gecemeyen kalemler hesabi tutmaz.
       H140-LOAD-WHS.
           OPEN INPUT WHS-FILE.
           IF NOT WHS-SUCCESS
              DISPLAY 'WAREHOUSE FILE NOT OPEN. RC : ' ST-WHS-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE 'W' TO WS-KEY-SRC.
           READ WHS-FILE.
           PERFORM UNTIL NOT WHS-SUCCESS
              IF WHS-WAITING
                 IF WHS-ID IS NUMERIC AND WHS-DVZ IS NUMERIC
                    MOVE WHS-ID TO WS-KEY-ID
                    MOVE WHS-DVZ TO WS-KEY-DVZ
                    PERFORM H150-ADD-SKIP-KEY
                 END-IF
                 IF WHS-TYPE = 'T'
                    AND WHS-TGT-ID IS NUMERIC
                    AND WHS-TGT-DVZ IS NUMERIC
                    MOVE WHS-TGT-ID TO WS-KEY-ID
                    MOVE WHS-TGT-DVZ TO WS-KEY-DVZ
                    PERFORM H150-ADD-SKIP-KEY
                 END-IF
              END-IF
              READ WHS-FILE
           END-PERFORM.
           CLOSE WHS-FILE.
       H140-END. EXIT.
      *----Bu kod parcacigi, anahtari tabloya ekler. Tablo dolarsa
      *hangi hesabin atlanmasi gerektigi bilinemeyecegi icin calisma
      *hicbir hesap silinmeden durdurulur.
       H150-ADD-SKIP-KEY.
           COMPUTE WS-CHK-KEY = WS-KEY-ID * 1000 + WS-KEY-DVZ.
           PERFORM H160-FIND-SKIP-KEY.
           IF WS-NO-HIT
              IF WS-SKP-USED NOT < WS-SKP-MAX
                 DISPLAY 'SKIP TABLE FULL - RUN STOPPED, MAX : '
                    WS-SKP-MAX
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              ADD 1 TO WS-SKP-USED
              MOVE WS-CHK-KEY TO WS-SKP-KEY(WS-SKP-USED)
              MOVE WS-KEY-SRC TO WS-SKP-SRC(WS-SKP-USED)
           END-IF.
       H150-END. EXIT.
      *----
       H160-FIND-SKIP-KEY.
           MOVE SPACE TO WS-HIT-SRC.
           PERFORM VARYING WS-S FROM 1 BY 1
              UNTIL WS-S > WS-SKP-USED OR NOT WS-NO-HIT
              IF WS-SKP-KEY(WS-S) = WS-CHK-KEY
                 MOVE WS-SKP-SRC(WS-S) TO WS-HIT-SRC
              END-IF
           END-PERFORM.
       H160-END. EXIT.
      *----Bu kod parcacigi, ana dosyadaki bir hesabi degerlendirir.
      *Son hareket damgasi sifirsa acilis tarihi esas alinir; ikisi de
      *sifirsa hesap tarihsiz sayilir ve sure sartini saglar.
       H300-PROCESS-ACCOUNT.
           ADD 1 TO WS-CNT-READ.
           IF NOT IDX-ST-CLOSED
              GO TO H300-NEXT
           END-IF.
           ADD 1 TO WS-CNT-CLOSED.
           IF IDX-LAST-ACT = 0
              MOVE IDX-DATE TO WS-LAST-ACT-JUL
           ELSE
              MOVE IDX-LAST-ACT TO WS-LAST-ACT-JUL
           END-IF.
           IF WS-LAST-ACT-JUL = 0
              MOVE 0 TO WS-LAST-ACT-INT
           ELSE
              COMPUTE WS-LAST-ACT-INT =
                 FUNCTION INTEGER-OF-DAY(WS-LAST-ACT-JUL)
           END-IF.
           IF WS-LAST-ACT-INT > WS-CUTOFF-INT
              ADD 1 TO WS-CNT-RETAINED
              GO TO H300-NEXT
           END-IF.
      *----
           IF IDX-BALANCE NOT = 0
              ADD 1 TO WS-CNT-NOT-ZERO
              MOVE 'SKIPPED - BALANCE NOT 0' TO WS-RESULT-TEXT
              PERFORM H500-REGISTER-LINE
              GO TO H300-NEXT
           END-IF.
           MOVE IDX-ID TO WS-KEY-ID.
           MOVE IDX-DVZ TO WS-KEY-DVZ.
           COMPUTE WS-CHK-KEY = WS-KEY-ID * 1000 + WS-KEY-DVZ.
           PERFORM H160-FIND-SKIP-KEY.
           EVALUATE TRUE
              WHEN WS-HIT-STI
                 ADD 1 TO WS-CNT-SKIP-STI
                 MOVE 'SKIPPED - STANDING INSTR' TO WS-RESULT-TEXT
              WHEN WS-HIT-HLD
                 ADD 1 TO WS-CNT-SKIP-HLD
                 MOVE 'SKIPPED - ITEM ON HOLD' TO WS-RESULT-TEXT
              WHEN WS-HIT-REJ
                 ADD 1 TO WS-CNT-SKIP-REJ
                 MOVE 'SKIPPED - ITEM REJECTED' TO WS-RESULT-TEXT
              WHEN WS-HIT-WHS
                 ADD 1 TO WS-CNT-SKIP-WHS
                 MOVE 'SKIPPED - VALUE-DATED' TO WS-RESULT-TEXT
           END-EVALUATE.
           IF NOT WS-NO-HIT
              PERFORM H500-REGISTER-LINE
              GO TO H300-NEXT
           END-IF.
           PERFORM H400-PURGE-ACCOUNT THRU H400-EXIT.
           PERFORM H500-REGISTER-LINE.
       H300-NEXT.
           READ IDX-FILE NEXT RECORD.
       H300-EXIT. EXIT.
      *----Bu kod parcacigi, hesabin ana dosya goruntusunu arsive
      *yazar (ayni hesap daha once arsivlenip geri alinmissa kaydin
      *uzerine yazar), sonra hesabi IDXFILE'dan siler ve silme
      *hareketini denetim izine yazar. Silme basarisiz olursa arsiv
      *kaydi geri alinir ki hesap iki yerde birden gorunmesin.
       H400-PURGE-ACCOUNT.
           MOVE IDX-KEY TO CLA-KEY.
           MOVE IDX-NAME TO CLA-NAME.
           MOVE IDX-SURNAME TO CLA-SURNAME.
           MOVE IDX-DATE TO CLA-DATE.
           MOVE IDX-BALANCE TO CLA-BALANCE.
           MOVE IDX-STATUS TO CLA-STATUS.
           MOVE IDX-LAST-ACT TO CLA-LAST-ACT.
           MOVE IDX-OD-LIMIT TO CLA-OD-LIMIT.
           MOVE IDX-CUS-NO TO CLA-CUS-NO.
           SET CLA-PURGED TO TRUE.
           MOVE WS-RCT-TODAY TO CLA-PURGE-DATE.
           MOVE FUNCTION CURRENT-DATE TO CLA-PURGE-TS.
           MOVE 0 TO CLA-REINST-DATE.
           WRITE CLA-VARIABLES
           INVALID KEY
              REWRITE CLA-VARIABLES
           END-WRITE.
           IF NOT CLA-SUCCESS
              ADD 1 TO WS-CNT-FAILED
              MOVE 'ARCHIVE WRITE FAILED' TO WS-RESULT-TEXT
              GO TO H400-EXIT
           END-IF.
      *----
           MOVE IDX-NAME TO WS-AUD-NAME-BEFORE.
           MOVE IDX-SURNAME TO WS-AUD-SURNAME-BEFORE.
           MOVE IDX-BALANCE TO WS-AUD-BALANCE-BEFORE.
           DELETE IDX-FILE.
           IF NOT IDX-SUCCESS
              DELETE CLA-FILE
              ADD 1 TO WS-CNT-FAILED
              MOVE 'MASTER DELETE FAILED' TO WS-RESULT-TEXT
              GO TO H400-EXIT
           END-IF.
           PERFORM H700-AUDIT-WRITE.
           ADD 1 TO WS-CNT-PURGED.
           MOVE 'PURGED TO ARCHIVE' TO WS-RESULT-TEXT.
       H400-EXIT. EXIT.
      *----
       H500-REGISTER-LINE.
           MOVE IDX-DVZ TO WG-DVZ.
           MOVE IDX-ID TO WG-ID.
           MOVE IDX-NAME TO WG-NAME.
           MOVE IDX-SURNAME TO WG-SURNAME.
           MOVE WS-LAST-ACT-JUL TO WG-LAST-ACT.
           MOVE WS-RESULT-TEXT TO WG-RESULT.
           WRITE RPT-RECORD FROM WS-REG-LINE.
       H500-END. EXIT.
      *----Bu kod parcacigi, silme hareketini PBSUBPG0'in islev 5
      *kaydiyla ayni bicimde yazar: once-alanlari hesabin son hali,
      *sonra-alanlari bosluk ve sifirdir.
       H700-AUDIT-WRITE.
           MOVE 5 TO AUD-FUNC.
           MOVE IDX-KEY TO AUD-KEY.
           MOVE WS-AUD-NAME-BEFORE TO AUD-NAME-BEFORE.
           MOVE WS-AUD-SURNAME-BEFORE TO AUD-SURNAME-BEFORE.
           MOVE WS-AUD-BALANCE-BEFORE TO AUD-BALANCE-BEFORE.
           MOVE SPACES TO AUD-NAME-AFTER.
           MOVE SPACES TO AUD-SURNAME-AFTER.
           MOVE ZERO TO AUD-BALANCE-AFTER.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           MOVE 0 TO AUD-FX-RATE.
           MOVE 0 TO AUD-CTR-ID AUD-CTR-DVZ AUD-REV-FUNC.
           MOVE SPACES TO AUD-CTR-LEG AUD-REV-TS.
           MOVE IDX-CUS-NO TO AUD-CUS-NO.
           MOVE SPACES TO AUD-TRN-REF.
           WRITE AUD-VARIABLES.
       H700-END. EXIT.
      *----
       H999-PROGRAM-EXIT.
           DISPLAY '===== PBPURG00 CONTROL TOTALS ====='.
           DISPLAY 'RETENTION DAYS      : ' WS-RETAIN-DAYS.
           DISPLAY 'ACCOUNTS READ       : ' WS-CNT-READ.
           DISPLAY 'CLOSED ACCOUNTS     : ' WS-CNT-CLOSED.
           DISPLAY 'WITHIN RETENTION    : ' WS-CNT-RETAINED.
           DISPLAY 'BALANCE NOT ZERO    : ' WS-CNT-NOT-ZERO.
           DISPLAY 'SKIPPED STANDING    : ' WS-CNT-SKIP-STI.
           DISPLAY 'SKIPPED ON HOLD     : ' WS-CNT-SKIP-HLD.
           DISPLAY 'SKIPPED REJECTED    : ' WS-CNT-SKIP-REJ.
           DISPLAY 'SKIPPED VALUE-DATED : ' WS-CNT-SKIP-WHS.
           DISPLAY 'ACCOUNTS PURGED     : ' WS-CNT-PURGED.
           DISPLAY 'PURGE FAILURES      : ' WS-CNT-FAILED.
           CLOSE IDX-FILE.
           CLOSE CLA-FILE.
           CLOSE AUD-FILE.
           CLOSE RPT-FILE.
           IF WS-CNT-FAILED > 0
              MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE 'DONE' TO WS-RCT-STATUS.
           PERFORM H060-RUNCTL-STAMP.
           STOP RUN.
       H999-END. EXIT.
      *----
