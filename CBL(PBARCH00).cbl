      *----Onceki kumulatif tarihce girdi, yenisi cikti olarak acilir;
      *saklama suresi disina dusen kayitlar yeni dosyaya tasinmaz.
       FD  HSO-FILE RECORDING MODE F.
           COPY PBHSTRC REPLACING LEADING ==HST== BY ==HSO==.
      *----
       FD  HSN-FILE RECORDING MODE F.
           COPY PBHSTRC.
           05 WS-CNT-AUD-READ     PIC 9(07)      VALUE 0.
           05 WS-CNT-APPENDED     PIC 9(07)      VALUE 0.
      *----Eski tarihce kaydi ayni PBHSTRC duzenindedir; tarih alanina
      *saklama denetimi icin ayni duzenin calisma alanindaki
      *kopyasindan bakilir.
           COPY PBHSTRC REPLACING LEADING ==HST== BY ==WHO==.
      *----
       PROCEDURE DIVISION.
      *----Bu kod parcacigi, gun sonunda gunun AUDFILE hareketlerini
           IF NOT HSO-SUCCESS
              GO TO H200-EXIT
           END-IF.
           READ HSO-FILE INTO WHO-VARIABLES.
           PERFORM UNTIL HSO-EOF
              ADD 1 TO WS-CNT-OLD-READ
              COMPUTE WS-HSO-DATE = FUNCTION NUMVAL(WHO-RUN-DATE)
              IF WS-HSO-DATE >= WS-CUTOFF-DATE
                 WRITE HST-VARIABLES FROM WHO-VARIABLES
                 ADD 1 TO WS-CNT-KEPT
              ELSE
                 ADD 1 TO WS-CNT-PURGED
              END-IF
              READ HSO-FILE INTO WHO-VARIABLES
           END-PERFORM.
           CLOSE HSO-FILE.
       H200-EXIT. EXIT.
              MOVE AUD-BALANCE-AFTER TO HST-BALANCE-AFTER
              MOVE AUD-TIMESTAMP TO HST-TIMESTAMP
              MOVE AUD-FX-RATE TO HST-FX-RATE
              MOVE AUD-CTR-ID TO HST-CTR-ID
              MOVE AUD-CTR-DVZ TO HST-CTR-DVZ
              MOVE AUD-CTR-LEG TO HST-CTR-LEG
              MOVE AUD-REV-FUNC TO HST-REV-FUNC
              MOVE AUD-REV-TS TO HST-REV-TS
              MOVE AUD-CUS-NO TO HST-CUS-NO
              MOVE AUD-TRN-REF TO HST-TRN-REF
              WRITE HST-VARIABLES
              ADD 1 TO WS-CNT-APPENDED
              READ AUD-FILE
