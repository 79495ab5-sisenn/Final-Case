       IDENTIFICATION DIVISION.
      *----
       PROGRAM-ID.    PBRINS00.
       AUTHOR.        SINEM SEN.
      *----
       ENVIRONMENT DIVISION.
      *----
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RNC-FILE ASSIGN TO RNCFILE
                           STATUS ST-RNC-FILE.
           SELECT CLA-FILE ASSIGN TO CLAFILE
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY CLA-KEY
                           STATUS ST-CLA-FILE.
           SELECT IDX-FILE ASSIGN TO IDXFILE
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY IDX-KEY
                           STATUS ST-IDX-FILE.
           SELECT AUD-FILE ASSIGN TO AUDFILE
                           STATUS ST-AUD-FILE.
           SELECT RPT-FILE ASSIGN TO RPTFILE
                           STATUS ST-RPT-FILE.
           SELECT OPTIONAL RCT-FILE ASSIGN TO RCTFILE
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY RCT-KEY
                           STATUS ST-RCT-FILE.
      *----
       DATA DIVISION.
      *----
       FILE SECTION.
      *----Geri alma karti: arsivdeki hesabin anahtari.
       FD  RNC-FILE RECORDING MODE F.
       01  RNC-VARIABLES.
           05 RNC-ID              PIC X(05).
           05 RNC-DVZ             PIC X(03).
           05 FILLER              PIC X(72).
      *----
       FD  CLA-FILE.
           COPY PBCLARC.
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
       FD  RCT-FILE.
           COPY PBRCTRC.
      *----
       WORKING-STORAGE SECTION.
      *----
       01  WS-WORK-AREA.
           05 ST-RNC-FILE           PIC 9(02).
              88 RNC-SUCCESS                       VALUE 00 97.
              88 RNC-EOF                           VALUE 10.
      *----
           05 ST-CLA-FILE           PIC 9(02).
              88 CLA-SUCCESS                       VALUE 00 97.
      *----
           05 ST-IDX-FILE           PIC 9(02).
              88 IDX-SUCCESS                       VALUE 00 97.
      *----
           05 ST-AUD-FILE           PIC 9(02).
              88 AUD-SUCCESS                       VALUE 00 97.
      *----
           05 ST-RPT-FILE           PIC 9(02).
              88 RPT-SUCCESS                       VALUE 00 97.
      *----
           05 ST-RCT-FILE           PIC 9(02).
              88 RCT-SUCCESS                       VALUE 00 97 05.
           05 WS-RCT-STATUS         PIC X(04)      VALUE SPACES.
           05 WS-RCT-TODAY          PIC 9(08)      VALUE 0.
      *----
           05 WS-RESULT-TEXT        PIC X(30)      VALUE SPACES.
           05 WS-TODAY-JUL          PIC S9(07)     VALUE 0.
      *----
           05 WS-CNT-CARDS          PIC 9(07)      VALUE 0.
           05 WS-CNT-REINSTATED     PIC 9(07)      VALUE 0.
           05 WS-CNT-REJECTED       PIC 9(07)      VALUE 0.
      *----
       01  WS-HEADER-LINE1          PIC X(80)      VALUE
           '========= PBRINS00 ACCOUNT REINSTATEMENT REGISTER ========'.
      *----
       01  WS-HEADER-LINE2          PIC X(80)      VALUE
           ' ACCT  DVZ  PURGED    RESULT                         NAME'.
      *----
       01  WS-REG-LINE.
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 WG-ID                 PIC X(05).
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 WG-DVZ                PIC X(03).
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 WG-PURGE-DATE         PIC X(08).
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 WG-RESULT             PIC X(30).
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 WG-NAME               PIC X(15).
           05 FILLER                PIC X(12)      VALUE SPACES.
      *----
       01  WS-BLANK-LINE            PIC X(80)      VALUE SPACES.
      *----
       PROCEDURE DIVISION.
      *----Bu kod parcacigi, PBPURG00'in kapali hesap arsivine tasidigi
      *hesaplari kartla verilen anahtara gore ana dosyaya geri yazar.
      *Hesap silindigi haliyle (kapali, sifir bakiye) geri gelir; son
      *hareket tarihi bugune cekilir ki bir sonraki temizleme onu hemen
      *yeniden silmesin. Denetim izine once islev 3 acilis, ardindan
      *islev 13 kapatma hareketi yazilir: PBRCVR00 hesabi bu ikiliden
      *kapali olarak yeniden kurar, PBVRFY00 zinciri silme hareketinin
      *sifir sonra-bakiyesinden devam ettirir. Arsiv kaydi silinmez,
      *geri alindigi isaretlenir.
       0000-MAIN.
           PERFORM H050-RUNCTL-CHECK.
           PERFORM H100-OPEN-FILES.
           READ RNC-FILE.
           PERFORM H200-PROCESS-CARD THRU H200-EXIT UNTIL RNC-EOF.
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.
      *----Bu kod parcacigi, calismanin gunun PBMAINCB calismasindan
      *sonra yapilmasini saglar: PBSUBPG0 AUDFILE'i calisma basinda
      *yeniden actigindan daha once eklenen hareketler kaybolurdu.
       H050-RUNCTL-CHECK.
           COMPUTE WS-RCT-TODAY =
              FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)).
           COMPUTE WS-TODAY-JUL =
              FUNCTION DAY-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-RCT-TODAY)).
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
           MOVE 'PBRINS00' TO RCT-JOB.
           READ RCT-FILE KEY IS RCT-KEY
           INVALID KEY
              MOVE 'PBRINS00' TO RCT-JOB
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
           OPEN INPUT RNC-FILE.
           IF NOT RNC-SUCCESS
              DISPLAY 'REINSTATE CARD FILE NOT OPEN. RC : ' ST-RNC-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN I-O CLA-FILE.
           IF NOT CLA-SUCCESS
              DISPLAY 'ARCHIVE FILE NOT OPEN. RC : ' ST-CLA-FILE
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
           WRITE RPT-RECORD FROM WS-HEADER-LINE1.
           WRITE RPT-RECORD FROM WS-BLANK-LINE.
           WRITE RPT-RECORD FROM WS-HEADER-LINE2.
       H100-END. EXIT.
      *----Bu kod parcacigi, tek bir karti isler; her kart icin sicile
      *tek bir sonuc satiri basilir.
       H200-PROCESS-CARD.
           ADD 1 TO WS-CNT-CARDS.
           MOVE SPACES TO WS-RESULT-TEXT.
           MOVE RNC-ID TO WG-ID.
           MOVE RNC-DVZ TO WG-DVZ.
           MOVE SPACES TO WG-PURGE-DATE.
           MOVE SPACES TO WG-NAME.
           IF RNC-ID NOT NUMERIC OR RNC-DVZ NOT NUMERIC
              MOVE 'INVALID ACCOUNT KEY' TO WS-RESULT-TEXT
              GO TO H200-REJECT
           END-IF.
           MOVE RNC-ID TO CLA-ID.
           MOVE RNC-DVZ TO CLA-DVZ.
           READ CLA-FILE KEY IS CLA-KEY
           INVALID KEY
              MOVE 'ACCOUNT NOT ON ARCHIVE' TO WS-RESULT-TEXT
              GO TO H200-REJECT
           END-READ.
           MOVE CLA-PURGE-DATE TO WG-PURGE-DATE.
           MOVE CLA-NAME TO WG-NAME.
           IF CLA-REINSTATED
              MOVE 'ALREADY REINSTATED' TO WS-RESULT-TEXT
              GO TO H200-REJECT
           END-IF.
           MOVE CLA-KEY TO IDX-KEY.
           READ IDX-FILE KEY IS IDX-KEY
           INVALID KEY
              CONTINUE
           NOT INVALID KEY
              MOVE 'ACCOUNT ALREADY ON MASTER' TO WS-RESULT-TEXT
              GO TO H200-REJECT
           END-READ.
      *----
           MOVE CLA-KEY TO IDX-KEY.
           MOVE CLA-NAME TO IDX-NAME.
           MOVE CLA-SURNAME TO IDX-SURNAME.
           MOVE CLA-DATE TO IDX-DATE.
           MOVE CLA-BALANCE TO IDX-BALANCE.
           MOVE CLA-STATUS TO IDX-STATUS.
           MOVE WS-TODAY-JUL TO IDX-LAST-ACT.
           MOVE CLA-OD-LIMIT TO IDX-OD-LIMIT.
           MOVE CLA-CUS-NO TO IDX-CUS-NO.
           WRITE IDX-VARIABLES.
           IF NOT IDX-SUCCESS
              MOVE 'MASTER WRITE FAILED' TO WS-RESULT-TEXT
              GO TO H200-REJECT
           END-IF.
           PERFORM H700-AUDIT-WRITE.
      *----
           SET CLA-REINSTATED TO TRUE.
           MOVE WS-RCT-TODAY TO CLA-REINST-DATE.
           REWRITE CLA-VARIABLES.
           IF CLA-SUCCESS
              MOVE 'REINSTATED' TO WS-RESULT-TEXT
           ELSE
              MOVE 'REINSTATED - ARCHIVE NOT MARKED' TO WS-RESULT-TEXT
           END-IF.
           ADD 1 TO WS-CNT-REINSTATED.
           GO TO H200-PRINT.
       H200-REJECT.
           ADD 1 TO WS-CNT-REJECTED.
       H200-PRINT.
           MOVE WS-RESULT-TEXT TO WG-RESULT.
           WRITE RPT-RECORD FROM WS-REG-LINE.
           READ RNC-FILE.
       H200-EXIT. EXIT.
      *----Bu kod parcacigi, geri gelen hesap icin iki denetim hareketi
      *yazar: islev 3 (once-alanlari bosluk ve sifir, PBSUBPG0 acilisi
      *gibi) ve islev 13 (durum kapali, bakiye degismez).
       H700-AUDIT-WRITE.
           MOVE 3 TO AUD-FUNC.
           MOVE IDX-KEY TO AUD-KEY.
           MOVE SPACES TO AUD-NAME-BEFORE.
           MOVE SPACES TO AUD-SURNAME-BEFORE.
           MOVE ZERO TO AUD-BALANCE-BEFORE.
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
      *----
           MOVE 13 TO AUD-FUNC.
           MOVE IDX-NAME TO AUD-NAME-BEFORE.
           MOVE IDX-SURNAME TO AUD-SURNAME-BEFORE.
           MOVE IDX-BALANCE TO AUD-BALANCE-BEFORE.
           WRITE AUD-VARIABLES.
       H700-END. EXIT.
      *----
       H999-PROGRAM-EXIT.
           DISPLAY '===== PBRINS00 CONTROL TOTALS ====='.
           DISPLAY 'CARDS READ          : ' WS-CNT-CARDS.
           DISPLAY 'ACCOUNTS REINSTATED : ' WS-CNT-REINSTATED.
           DISPLAY 'CARDS REJECTED      : ' WS-CNT-REJECTED.
           CLOSE RNC-FILE.
           CLOSE CLA-FILE.
           CLOSE IDX-FILE.
           CLOSE AUD-FILE.
           CLOSE RPT-FILE.
           MOVE 'DONE' TO WS-RCT-STATUS.
           PERFORM H060-RUNCTL-STAMP.
           STOP RUN.
       H999-END. EXIT.
      *----
