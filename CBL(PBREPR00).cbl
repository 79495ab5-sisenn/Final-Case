                           STATUS ST-RSB-FILE.
           SELECT NRJ-FILE ASSIGN TO NRJFILE
                           STATUS ST-NRJ-FILE.
           SELECT OPTIONAL TRC-FILE ASSIGN TO TRCFILE
                           STATUS ST-TRC-FILE.
           SELECT DVZ-FILE ASSIGN TO DVZFILE
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
      *----
       FD  REJ-FILE RECORDING MODE F.
       01  REJ-VARIABLES.
           05 REJ-RECORD         PIC X(101).
           05 REJ-REASON-CODE    PIC 9(02).
           05 REJ-REASON-TEXT    PIC X(30).
      *----Düzeltme kart, REJFILE içindeki kayt srasna (1 tabanl)
           05 COR-SURNAME        PIC X(15).
           05 COR-DATE           PIC X(07).
           05 COR-AMOUNT         PIC X(15).
           05 COR-CUS-NO         PIC X(09).
           05 COR-VALUE-DATE     PIC X(08).
      *----
       FD  RSB-FILE RECORDING MODE F.
       01  RSB-RECORD            PIC X(101).
      *----
       FD  NRJ-FILE RECORDING MODE F.
       01  NRJ-VARIABLES.
           05 NRJ-RECORD         PIC X(101).
           05 NRJ-REASON-CODE    PIC 9(02).
           05 NRJ-REASON-TEXT    PIC X(30).
      *----
      *----Islem izi kutugu: duzeltilip yeniden gonderilen ve
      *duzeltmeye ragmen hala hatali kalan kayitlarin adimi islem
      *referansiyla eklenir.
       FD  TRC-FILE RECORDING MODE F.
           COPY PBTRCRC.
      *----
       FD  DVZ-FILE.
           COPY PBDVZRC.
      *----
           05 ST-DVZ-FILE         PIC 9(02).
              88 DVZ-SUCCESS                       VALUE 00 97.
      *----
           05 ST-TRC-FILE         PIC 9(02).
              88 TRC-SUCCESS                       VALUE 00 97 05.
      *----
           05 WS-REJ-SEQ          PIC 9(07)      VALUE 0.
           05 WS-COR-USED         PIC 9(03)      VALUE 0.
           05 WS-CNT-COR-UNUSED   PIC 9(07)      VALUE 0.
           05 WS-RSB-HASH         PIC S9(15)     VALUE 0.
           05 WS-RSB-AMT          PIC S9(15)     VALUE 0.
           05 WS-CNT-TRACE        PIC 9(07)      VALUE 0.
      *----RSBFILE dorudan bir sonraki çalmann INPFILE'i olarak
      *kullanlr; PBMAINCB parti sonu kayd olmayan dosyay geri
      *çevirdii için buraya da parti ba ve parti sonu kaytlar
              10 FILLER           PIC X(02)      VALUE 'RP'.
              10 WS-HDR-REF-TIME  PIC X(06).
           05 WS-HDR-DATE         PIC X(08).
           05 FILLER              PIC X(84)      VALUE SPACES.
      *----
       01  WS-RSB-TRL.
           05 FILLER              PIC X(01)      VALUE 'Z'.
           05 WS-TRL-COUNT        PIC 9(07).
           05 WS-TRL-HASH         PIC 9(15).
           05 FILLER              PIC X(78)      VALUE SPACES.
      *----
       01  WS-COR-TABLE.
           05 WS-COR-ENTRY OCCURS 100.
              10 WS-COR-SURNAME    PIC X(15).
              10 WS-COR-DATE       PIC X(07).
              10 WS-COR-AMOUNT     PIC X(15).
              10 WS-COR-CUS-NO     PIC X(09).
              10 WS-COR-VALUE-DATE PIC X(08).
      *----
       01  WS-REJ-IMAGE.
           05 WRI-TYPE            PIC X(01).
           05 WRI-SURNAME         PIC X(15).
           05 WRI-DATE            PIC X(07).
           05 WRI-AMOUNT          PIC X(15).
           05 WRI-CUS-NO          PIC X(09).
           05 WRI-VALUE-DATE      PIC X(08).
           05 WRI-TRN-REF         PIC X(23).
      *----
       01  WS-REJ-XFER REDEFINES WS-REJ-IMAGE.
           05 FILLER              PIC X(01).
           05 WRX-TGT-DVZ         PIC X(03).
           05 FILLER              PIC X(29).
           05 WRX-AMOUNT          PIC X(15).
           05 FILLER              PIC X(40).
      *----
       01  WS-REJ-REV REDEFINES WS-REJ-IMAGE.
           05 FILLER              PIC X(09).
           05 WRR-TS              PIC X(16).
           05 WRR-FUNC            PIC X(02).
           05 FILLER              PIC X(74).
      *----
       PROCEDURE DIVISION.
      *----Bu kod parçac, REJFILE'daki reddedilmi kaytlar düzeltme
              DISPLAY 'DIVISION FILE NOT OPEN. RC : ' ST-DVZ-FILE
              STOP RUN
           END-IF.
           OPEN EXTEND TRC-FILE.
           IF NOT TRC-SUCCESS
              DISPLAY 'TRACE FILE NOT OPEN. RC : ' ST-TRC-FILE
              STOP RUN
           END-IF.
       H100-END. EXIT.
      *----
       H150-LOAD-CORRECTIONS.
              MOVE COR-SURNAME TO WS-COR-SURNAME(WS-COR-USED)
              MOVE COR-DATE TO WS-COR-DATE(WS-COR-USED)
              MOVE COR-AMOUNT TO WS-COR-AMOUNT(WS-COR-USED)
              MOVE COR-CUS-NO TO WS-COR-CUS-NO(WS-COR-USED)
              MOVE COR-VALUE-DATE TO WS-COR-VALUE-DATE(WS-COR-USED)
              READ COR-FILE
           END-PERFORM.
           IF NOT COR-EOF AND COR-SUCCESS
                 COMPUTE WS-RSB-AMT = FUNCTION NUMVAL(WRI-AMOUNT)
                 ADD WS-RSB-AMT TO WS-RSB-HASH
              END-IF
              MOVE SPACES TO TRC-VARIABLES
              MOVE 'REPR' TO TRC-EVENT
              MOVE WS-HDR-REF TO TRC-CAR-REF
              MOVE WS-HDR-DATE TO TRC-CAR-DATE
              IF WS-COR-HIT = 0
                 MOVE 'RESUBMITTED UNCHANGED' TO TRC-TEXT
              ELSE
                 MOVE 'CORRECTED AND RESUBMITTED' TO TRC-TEXT
              END-IF
              MOVE REJ-REASON-CODE TO TRC-RC
              PERFORM H260-TRACE-WRITE
           ELSE
              MOVE SPACES TO NRJ-VARIABLES
              MOVE WS-REJ-IMAGE TO NRJ-RECORD
              MOVE WS-REJECT-TEXT TO NRJ-REASON-TEXT
              WRITE NRJ-VARIABLES
              ADD 1 TO WS-CNT-STILL-REJ
              IF WS-COR-HIT NOT = 0
                 MOVE SPACES TO TRC-VARIABLES
                 MOVE 'NREP' TO TRC-EVENT
                 MOVE WS-REJECT-CODE TO TRC-RC
                 MOVE WS-REJECT-TEXT TO TRC-TEXT
                 PERFORM H260-TRACE-WRITE
              END-IF
           END-IF.
           READ REJ-FILE.
       H200-END. EXIT.
           IF WS-COR-AMOUNT(WS-COR-HIT) NOT = SPACES
              MOVE WS-COR-AMOUNT(WS-COR-HIT) TO WRI-AMOUNT
           END-IF.
           IF WS-COR-CUS-NO(WS-COR-HIT) NOT = SPACES
              MOVE WS-COR-CUS-NO(WS-COR-HIT) TO WRI-CUS-NO
           END-IF.
           IF WS-COR-VALUE-DATE(WS-COR-HIT) NOT = SPACES
              MOVE WS-COR-VALUE-DATE(WS-COR-HIT) TO WRI-VALUE-DATE
           END-IF.
       H210-EXIT. EXIT.
      *----Bu kod parçac, PBMAINCB'nin H180/H185 admlaryla ayn
      *kurallar uygular: ilem türü bilinen kodlardan olmal ve bölüm
              WHEN '1' WHEN '2' WHEN '3' WHEN '4' WHEN '5'
              WHEN '6' WHEN '7' WHEN '9'
              WHEN 'T' WHEN 'F' WHEN 'U' WHEN 'C' WHEN 'L'
              WHEN 'R'
                 CONTINUE
              WHEN OTHER
                 SET WS-REC-INVALID TO TRUE
           IF WS-REC-VALID AND WRI-TYPE = 'T'
              PERFORM H240-TGT-DVZ-LOOKUP
           END-IF.
           IF WS-REC-VALID AND WRI-TYPE = 'R'
              AND WRR-TS NOT NUMERIC
              SET WS-REC-INVALID TO TRUE
              MOVE 06 TO WS-REJECT-CODE
              MOVE 'INVALID REVERSAL TIMESTAMP' TO WS-REJECT-TEXT
           END-IF.
           IF WS-REC-VALID AND WRI-TYPE = 'R'
              AND WRR-FUNC NOT = '06' AND WRR-FUNC NOT = '07'
              AND WRR-FUNC NOT = '10' AND WRR-FUNC NOT = '16'
              SET WS-REC-INVALID TO TRUE
              MOVE 06 TO WS-REJECT-CODE
              MOVE 'INVALID REVERSAL FUNCTION' TO WS-REJECT-TEXT
           END-IF.
           IF WS-REC-VALID AND WRI-TYPE = '3'
              AND WRI-CUS-NO NOT = SPACES
              AND WRI-CUS-NO NOT NUMERIC
              SET WS-REC-INVALID TO TRUE
              MOVE 07 TO WS-REJECT-CODE
              MOVE 'INVALID CUSTOMER NUMBER' TO WS-REJECT-TEXT
           END-IF.
           IF WS-REC-VALID AND WRI-VALUE-DATE NOT = SPACES
              PERFORM H250-VALUE-DATE-CHECK
           END-IF.
       H220-END. EXIT.
      *----
       H230-DVZ-LOOKUP.
              MOVE 'INVALID TARGET DIVISION' TO WS-REJECT-TEXT
           END-READ.
       H240-END. EXIT.
      *----Bu kod parcacigi, valor tarihinin gecerli bir takvim gunu
      *oldugunu denetler. Ileri tarihin izin verilen islem turu ve
      *gun siniri denetimini kayit yeniden gonderildiginde PBMAINCB
      *yapar.
       H250-VALUE-DATE-CHECK.
           IF WRI-VALUE-DATE NOT NUMERIC
              SET WS-REC-INVALID TO TRUE
           ELSE
              IF FUNCTION TEST-DATE-YYYYMMDD(
                    FUNCTION NUMVAL(WRI-VALUE-DATE)) NOT = 0
                 SET WS-REC-INVALID TO TRUE
              END-IF
           END-IF.
           IF WS-REC-INVALID
              MOVE 08 TO WS-REJECT-CODE
              MOVE 'INVALID VALUE DATE' TO WS-REJECT-TEXT
           END-IF.
       H250-END. EXIT.
      *----Bu kod parcacigi, kaydin bu dongudeki adimini, kaydin islem
      *referansi ve (duzeltilmis) goruntusuyle iz kutugune ekler.
      *Duzeltmeye ragmen hatali kalan kayit icin yalnizca duzeltme
      *karti uygulanmissa iz yazilir; kartsiz bekleyen kayit her
      *dongude yeniden iz birakmaz.
       H260-TRACE-WRITE.
           MOVE WRI-TRN-REF TO TRC-REF.
           MOVE FUNCTION CURRENT-DATE TO TRC-TIMESTAMP.
           MOVE 'PBREPR00' TO TRC-PROGRAM.
           MOVE WS-REJ-IMAGE TO TRC-ITEM.
           WRITE TRC-VARIABLES.
           ADD 1 TO WS-CNT-TRACE.
       H260-END. EXIT.
      *----
       H300-PRINT-CYCLE.
           PERFORM VARYING WS-COR-IDX FROM 1 BY 1
           DISPLAY 'RESUBMITTED         : ' WS-CNT-RESUBMITTED.
           DISPLAY 'STILL REJECTED      : ' WS-CNT-STILL-REJ.
           DISPLAY 'CARDS UNMATCHED     : ' WS-CNT-COR-UNUSED.
           DISPLAY 'TRACE EVENTS        : ' WS-CNT-TRACE.
       H300-END. EXIT.
      *----
       H999-PROGRAM-EXIT.
           CLOSE RSB-FILE.
           CLOSE NRJ-FILE.
           CLOSE DVZ-FILE.
           CLOSE TRC-FILE.
           STOP RUN.
       H999-END. EXIT.
      *----
