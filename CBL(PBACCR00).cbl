                           ACCESS SEQUENTIAL
                           RECORD KEY IDX-KEY
                           STATUS ST-IDX-FILE.
           SELECT OPTIONAL PRM-FILE ASSIGN TO PRMFILE
                           STATUS ST-PRM-FILE.
           SELECT AUD-FILE ASSIGN TO AUDFILE
                           STATUS ST-AUD-FILE.
           SELECT JRN-FILE ASSIGN TO JRNFILE
       FD  IDX-FILE.
           COPY PBIDXRC.
      *----
      *----Istege bagli parametre karti: faiz ve ucret oranlarinin
      *alinacagi is gunu (YYYYAAGG). Yoksa calisma gunu kullanilir;
      *gecmis bir ayin yeniden calistirilmasinda o ayin son gunu
      *verilerek o gun yururlukte olan oranlar kullanilir.
       FD  PRM-FILE RECORDING MODE F.
       01  PRM-VARIABLES.
           05 PRM-RATE-DATE         PIC X(08).
      *----
       FD  AUD-FILE RECORDING MODE F.
           COPY PBAUDRC.
              88 IDX-SUCCESS                       VALUE 00 97.
              88 IDX-EOF                           VALUE 10.
      *----
           05 ST-PRM-FILE           PIC 9(02).
              88 PRM-SUCCESS                       VALUE 00 97 05.
           05 WS-RATE-DATE          PIC 9(08)      VALUE 0.
      *----
           05 ST-AUD-FILE           PIC 9(02).
              88 AUD-SUCCESS                       VALUE 00 97.
           05 WS-CNT-NO-DVZ         PIC 9(07)      VALUE 0.
           05 WS-CNT-WAIVED         PIC 9(07)      VALUE 0.
           05 WS-CNT-CLOSED         PIC 9(07)      VALUE 0.
           05 WS-CNT-INT-ALERT      PIC 9(07)      VALUE 0.
      *----
           05 WS-TAB-MAX            PIC 9(02)      VALUE 50.
           05 WS-TAB-USED           PIC 9(02)      VALUE 0.
           05 WS-TAB-IDX            PIC 9(02)      VALUE 0.
           05 WS-TAB-HIT            PIC 9(02)      VALUE 0.
      *----Bolum oranlari PBDVZQ00 uzerinden oran tarihine gore
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
      *----Faiz islendi uyarisi PBALRT00 ile bu adimin kendi ALTFILE'ina
      *yazilir.
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
       01  WS-DVZ-TABLE.
           05 WS-DVZ-ENTRY OCCURS 50.
       01  WS-HEADER-LINE2.
           05 FILLER                PIC X(11)      VALUE 'RUN DATE : '.
           05 WH-RUN-DATE           PIC X(08).
           05 FILLER                PIC X(15)      VALUE
              '   RATE DATE : '.
           05 WH-RATE-DATE          PIC 9(08).
      *----
       01  WS-COLUMN-LINE           PIC X(80)      VALUE
           'DVZ   ACCOUNTS      INTEREST POSTED          FEES POSTED'.
              DISPLAY 'INDEX FILE NOT OPEN. RC : ' ST-IDX-FILE
              STOP RUN
           END-IF.
           MOVE WS-RCT-TODAY TO WS-RATE-DATE.
           OPEN INPUT PRM-FILE.
           IF PRM-SUCCESS
              READ PRM-FILE
              IF PRM-SUCCESS AND PRM-RATE-DATE IS NUMERIC
                 MOVE PRM-RATE-DATE TO WS-RATE-DATE
              END-IF
              CLOSE PRM-FILE
           END-IF.
           SET WS-DQ-OPEN TO TRUE.
           CALL 'PBDVZQ00' USING WS-DQ-AREA.
           OPEN EXTEND AUD-FILE.
           IF NOT AUD-SUCCESS
              DISPLAY 'AUDIT FILE NOT OPEN. RC : ' ST-AUD-FILE
              DISPLAY 'JOURNAL FILE NOT OPEN. RC : ' ST-JRN-FILE
              STOP RUN
           END-IF.
           INITIALIZE WS-AL-AREA.
           SET WS-AL-OPEN TO TRUE.
           MOVE 'PBACCR00' TO WS-AL-SOURCE.
           MOVE 'N' TO WS-AL-RESTART-SW.
           CALL 'PBALRT00' USING WS-AL-AREA.
           READ IDX-FILE.
       H100-END. EXIT.
      *----
           IF IDX-ST-CLOSED
              ADD 1 TO WS-CNT-CLOSED
           ELSE
              SET WS-DQ-QUERY TO TRUE
              MOVE IDX-DVZ TO WS-DQ-DVZ
              MOVE WS-RATE-DATE TO WS-DQ-DATE
              CALL 'PBDVZQ00' USING WS-DQ-AREA
              IF WS-DQ-RC NOT = 0
                 ADD 1 TO WS-CNT-NO-DVZ
              ELSE
                 PERFORM H250-AVG-BALANCE
                 PERFORM H220-POST-ACCRUAL THRU H220-EXIT
              END-IF
           END-IF.
           READ IDX-FILE.
       H200-END. EXIT.
           EVALUATE TRUE
              WHEN WS-AVG-BAL > 0
                 COMPUTE WS-INTEREST ROUNDED =
                    WS-AVG-BAL * WS-DQ-INT-RATE / 100
              WHEN WS-AVG-BAL < 0
                 COMPUTE WS-INTEREST ROUNDED =
                    WS-AVG-BAL * WS-DQ-ODI-RATE / 100
              WHEN OTHER
                 MOVE 0 TO WS-INTEREST
           END-EVALUATE.
           COMPUTE WS-BAL-INTERIM = WS-BAL-BEFORE + WS-INTEREST.
           COMPUTE WS-FEE ROUNDED = WS-DQ-MNT-FEE.
           IF WS-BAL-INTERIM - WS-FEE < 0 - IDX-OD-LIMIT
              MOVE 0 TO WS-FEE
              ADD 1 TO WS-CNT-WAIVED
              MOVE WS-BAL-BEFORE TO AUD-BALANCE-BEFORE
              MOVE WS-BAL-INTERIM TO AUD-BALANCE-AFTER
              PERFORM H230-AUDIT-WRITE
              PERFORM H235-INTEREST-ALERT
           END-IF.
           IF WS-FEE NOT = 0
              MOVE 6 TO AUD-FUNC
           MOVE IDX-SURNAME TO AUD-SURNAME-AFTER.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           MOVE 0 TO AUD-FX-RATE.
           MOVE 0 TO AUD-CTR-ID AUD-CTR-DVZ AUD-REV-FUNC.
           MOVE SPACES TO AUD-CTR-LEG AUD-REV-TS.
           MOVE IDX-CUS-NO TO AUD-CUS-NO.
           MOVE SPACES TO AUD-TRN-REF.
           WRITE AUD-VARIABLES.
       H230-END. EXIT.
      *----Bu kod parcacigi, islenen faiz icin musteriye uyari
      *yazdirir; bakiye, ayni calismada alinan ucret dahil hesabin
      *son bakiyesidir.
       H235-INTEREST-ALERT.
           SET WS-AL-EVENT-WRITE TO TRUE.
           MOVE 'PBACCR00' TO WS-AL-SOURCE.
           MOVE 'INTP' TO WS-AL-EVENT.
           MOVE IDX-ID TO WS-AL-ID.
           MOVE IDX-DVZ TO WS-AL-DVZ.
           MOVE IDX-CUS-NO TO WS-AL-CUS-NO.
           MOVE WS-INTEREST TO WS-AL-AMOUNT.
           MOVE IDX-BALANCE TO WS-AL-BALANCE.
           MOVE AUD-TIMESTAMP TO WS-AL-TIMESTAMP.
           CALL 'PBALRT00' USING WS-AL-AREA.
           IF WS-AL-RC = 0
              ADD 1 TO WS-CNT-INT-ALERT
           END-IF.
       H235-END. EXIT.
      *----
       H240-TALLY-DIVISION.
           MOVE 0 TO WS-TAB-HIT.
       H300-PRINT-JOURNAL.
           WRITE JRN-RECORD FROM WS-HEADER-LINE1.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WH-RUN-DATE.
           MOVE WS-RATE-DATE TO WH-RATE-DATE.
           WRITE JRN-RECORD FROM WS-HEADER-LINE2.
           WRITE JRN-RECORD FROM WS-COLUMN-LINE.
           PERFORM VARYING WS-TAB-IDX FROM 1 BY 1
           DISPLAY 'UNKNOWN DIVISION : ' WS-CNT-NO-DVZ.
           DISPLAY 'CLOSED SKIPPED   : ' WS-CNT-CLOSED.
           DISPLAY 'CLOSING-BAL BASIS: ' WS-CNT-FALLBACK.
           DISPLAY 'INTEREST ALERTS  : ' WS-CNT-INT-ALERT.
           MOVE 'DONE' TO WS-RCT-STATUS.
           PERFORM H060-RUNCTL-STAMP.
           CLOSE IDX-FILE.
           SET WS-DQ-CLOSE TO TRUE.
           CALL 'PBDVZQ00' USING WS-DQ-AREA.
           SET WS-AL-CLOSE TO TRUE.
           CALL 'PBALRT00' USING WS-AL-AREA.
           CLOSE AUD-FILE.
           CLOSE JRN-FILE.
           STOP RUN.
