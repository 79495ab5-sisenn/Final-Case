                           STATUS ST-IDX-FILE.
           SELECT RPT-FILE ASSIGN TO RPTFILE
                           STATUS ST-RPT-FILE.
           SELECT OPTIONAL PRM-FILE ASSIGN TO PRMFILE
                           STATUS ST-PRM-FILE.
           SELECT OPTIONAL RCT-FILE ASSIGN TO RCTFILE
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
       FD  RPT-FILE RECORDING MODE F.
       01  RPT-RECORD             PIC X(80).
      *----
      *----Istege bagli parametre karti: konsolidasyon kurlarinin
      *alinacagi is gunu (YYYYAAGG). Yoksa calisma gunu kullanilir;
      *gecmis bir gunun konsolidasyonu yeniden uretilirken o gunun
      *tarihi verilir.
       FD  PRM-FILE RECORDING MODE F.
       01  PRM-VARIABLES.
           05 PRM-RATE-DATE         PIC X(08).
      *----
       FD  RCT-FILE.
           COPY PBRCTRC.
           05 WS-PREV-DVZ           PIC S9(03)     VALUE 0.
           05 WS-DVZ-SUBTOTAL       PIC S9(15)     VALUE 0.
      *----
           05 ST-PRM-FILE           PIC 9(02).
              88 PRM-SUCCESS                       VALUE 00 97 05.
           05 WS-RATE-DATE          PIC 9(08)      VALUE 0.
      *----
           05 ST-RCT-FILE           PIC 9(02).
              88 RCT-SUCCESS                       VALUE 00 97 05.
           05 WS-CONS-TOTAL         PIC S9(15)     VALUE 0.
           05 WS-CONS-ERR-SW        PIC X(01)      VALUE 'N'.
              88 WS-CONS-ERROR                     VALUE 'Y'.
      *----Bolum kurlari PBDVZQ00 uzerinden kur tarihine gore sorulur.
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
       01  WS-CONS-TABLE.
           05 WS-CONS-ENTRY OCCURS 50.
      *----
       01  WS-CONS-HEADER2          PIC X(80)      VALUE
           'DVZ      NATIVE SUBTOTAL          RATE         BASE AMOUNT'.
      *----
       01  WS-CONS-RATE-LINE.
           05 FILLER                PIC X(14)      VALUE
                 'RATES AS OF : '.
           05 WR-RATE-DATE          PIC 9(08).
      *----
       01  WS-CONS-LINE.
           05 FILLER                PIC X(01)      VALUE SPACES.
              DISPLAY 'REPORT FILE NOT OPEN. RC : ' ST-RPT-FILE
              STOP RUN
           END-IF.
           COMPUTE WS-RATE-DATE =
              FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)).
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
      *----
           WRITE RPT-RECORD FROM WS-HEADER-LINE1.
      *----
           END-IF.
           PERFORM H220-WRITE-CONSOLIDATION.
      *----
           SET WS-DQ-CLOSE TO TRUE.
           CALL 'PBDVZQ00' USING WS-DQ-AREA.
           CLOSE RPT-FILE.
       H200-END. EXIT.
      *----Bu kod parçac, bölüm alt toplamn yerel para biriminde basar
              MOVE WS-DVZ-SUBTOTAL TO WS-CONS-NATIVE(WS-CONS-USED)
              MOVE 0 TO WS-CONS-RATE(WS-CONS-USED)
              MOVE 'N' TO WS-CONS-RATE-SW(WS-CONS-USED)
              SET WS-DQ-QUERY TO TRUE
              MOVE WS-PREV-DVZ TO WS-DQ-DVZ
              MOVE WS-RATE-DATE TO WS-DQ-DATE
              CALL 'PBDVZQ00' USING WS-DQ-AREA
              IF WS-DQ-RC = 0 AND WS-DQ-FX-RATE NOT = 0
                 MOVE WS-DQ-FX-RATE TO WS-CONS-RATE(WS-CONS-USED)
                 MOVE 'Y' TO WS-CONS-RATE-SW(WS-CONS-USED)
              END-IF
           ELSE
              DISPLAY 'CONSOLIDATION TABLE FULL - DVZ ' WS-PREV-DVZ
                 ' NOT CONSOLIDATED'
      *çevrimi satrdaki kurla yeniden türetebilir.
       H220-WRITE-CONSOLIDATION.
           WRITE RPT-RECORD FROM WS-CONS-HEADER1.
           MOVE WS-RATE-DATE TO WR-RATE-DATE.
           WRITE RPT-RECORD FROM WS-CONS-RATE-LINE.
           WRITE RPT-RECORD FROM WS-CONS-HEADER2.
           PERFORM VARYING WS-CONS-IDX FROM 1 BY 1
                 UNTIL WS-CONS-IDX > WS-CONS-USED
