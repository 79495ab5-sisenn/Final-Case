       IDENTIFICATION DIVISION.
      *----
       PROGRAM-ID.    PBGLRC00.
       AUTHOR.        SINEM SEN.
      *----
       ENVIRONMENT DIVISION.
      *----
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PSN-FILE ASSIGN TO PSNFILE
                           STATUS ST-PSN-FILE.
           SELECT GL-FILE ASSIGN TO GLFILE
                           STATUS ST-GL-FILE.
           SELECT OPTIONAL JRN-FILE ASSIGN TO JRNFILE
                           STATUS ST-JRN-FILE.
           SELECT IDX-FILE ASSIGN TO IDXFILE
                           ORGANIZATION INDEXED
                           ACCESS SEQUENTIAL
                           RECORD KEY IDX-KEY
                           STATUS ST-IDX-FILE.
           SELECT AUD-FILE ASSIGN TO AUDFILE
                           STATUS ST-AUD-FILE.
           SELECT OPTIONAL CRD-FILE ASSIGN TO CRDFILE
                           STATUS ST-CRD-FILE.
           SELECT RCN-FILE ASSIGN TO RCNFILE
                           STATUS ST-RCN-FILE.
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
       FD  PSN-FILE RECORDING MODE F.
           COPY PBPSNRC.
      *----PBMAINCB'nin genel muhasebe arayuz dosyasi: 'H' baslik,
      *bolum ve islem turu basina 'D' detay, 'T' sonu. Bolunmus ya da
      *yeniden baslatilmis calismalarin dosyalari art arda verilebilir;
      *her 'H' ile yeni bir kesim baslar.
       FD  GL-FILE RECORDING MODE F.
       01  GL-HDR-RECORD.
           05 GL-HDR-TYPE         PIC X(01).
           05 GL-HDR-RUN-DATE     PIC X(08).
           05 GL-HDR-BATCH-REF    PIC X(16).
           05 FILLER              PIC X(25).
      *----
       01  GL-DTL-RECORD.
           05 GL-DTL-TYPE         PIC X(01).
           05 GL-DTL-DVZ          PIC 9(03).
           05 GL-DTL-PTYPE        PIC 9(02).
           05 GL-DTL-DR           PIC 9(15).
           05 GL-DTL-CR           PIC 9(15).
           05 GL-DTL-COUNT        PIC 9(07).
           05 FILLER              PIC X(07).
      *----
       01  GL-TRL-RECORD.
           05 GL-TRL-TYPE         PIC X(01).
           05 GL-TRL-RECS         PIC 9(07).
           05 GL-TRL-DR           PIC 9(15).
           05 GL-TRL-CR           PIC 9(15).
           05 FILLER              PIC X(12).
      *----PBACCR00'in ay sonu defteri basili satirlar olarak okunur:
      *ikinci baslik satiri calisma tarihini, bolum satirlari bolum
      *basina islenen faizi ve ucreti tasir.
       FD  JRN-FILE RECORDING MODE F.
       01  JRN-RECORD             PIC X(80).
      *----
       01  JRN-HDR-VIEW.
           05 JRN-HDR-LABEL       PIC X(11).
           05 JRN-HDR-RUN-DATE    PIC X(08).
           05 FILLER              PIC X(61).
      *----
       01  JRN-DTL-VIEW.
           05 JRN-LEAD            PIC X(01).
           05 JRN-DVZ             PIC X(03).
           05 FILLER              PIC X(03).
           05 JRN-COUNT           PIC X(07).
           05 FILLER              PIC X(05).
           05 JRN-INT             PIC X(16).
           05 FILLER              PIC X(09).
           05 JRN-FEE             PIC X(16).
           05 FILLER              PIC X(20).
      *----
       FD  IDX-FILE.
           COPY PBIDXRC.
      *----
       FD  AUD-FILE RECORDING MODE F.
           COPY PBAUDRC.
      *----Acilis karti: bos ise acilis bakiyeleri PSNFILE'daki
      *bugunden onceki en son goruntu tarihinden alinir.
       FD  CRD-FILE RECORDING MODE F.
       01  CRD-VARIABLES.
           05 CRD-OPEN-DATE       PIC X(08).
      *----
       FD  RCN-FILE RECORDING MODE F.
       01  RCN-RECORD             PIC X(80).
      *----
       FD  RCT-FILE.
           COPY PBRCTRC.
      *----
       WORKING-STORAGE SECTION.
      *----
       01  WS-WORK-AREA.
           05 ST-PSN-FILE         PIC 9(02).
              88 PSN-SUCCESS                     VALUE 00 97 05.
              88 PSN-EOF                         VALUE 10.
      *----
           05 ST-GL-FILE          PIC 9(02).
              88 GL-SUCCESS                      VALUE 00 97.
              88 GL-EOF                          VALUE 10.
      *----
           05 ST-JRN-FILE         PIC 9(02).
              88 JRN-SUCCESS                     VALUE 00 97 05.
              88 JRN-EOF                         VALUE 10.
      *----
           05 ST-IDX-FILE         PIC 9(02).
              88 IDX-SUCCESS                     VALUE 00 97.
              88 IDX-EOF                         VALUE 10.
      *----
           05 ST-AUD-FILE         PIC 9(02).
              88 AUD-SUCCESS                     VALUE 00 97.
              88 AUD-EOF                         VALUE 10.
      *----
           05 ST-CRD-FILE         PIC 9(02).
              88 CRD-SUCCESS                     VALUE 00 97 05.
      *----
           05 ST-RCN-FILE         PIC 9(02).
              88 RCN-SUCCESS                     VALUE 00 97.
      *----
           05 ST-RCT-FILE         PIC 9(02).
              88 RCT-SUCCESS                     VALUE 00 97 05.
           05 WS-RCT-STATUS       PIC X(04)      VALUE SPACES.
           05 WS-RCT-TODAY        PIC 9(08)      VALUE 0.
           05 WS-REC-DATE-X       PIC X(08)      VALUE SPACES.
      *----
           05 WS-OPEN-DATE        PIC 9(08)      VALUE 0.
           05 WS-OPEN-DATE-X REDEFINES WS-OPEN-DATE
                                  PIC X(08).
           05 WS-PSN-DATE         PIC 9(08)      VALUE 0.
      *----
           05 WS-GL-SEG-SW        PIC X(01)      VALUE 'N'.
              88 WS-GL-SEG-TAKEN                 VALUE 'Y'.
              88 WS-GL-SEG-SKIPPED               VALUE 'N'.
           05 WS-GL-SEG-RECS      PIC 9(07)      VALUE 0.
           05 WS-GL-SEG-DR        PIC S9(15)     VALUE 0.
           05 WS-GL-SEG-CR        PIC S9(15)     VALUE 0.
      *----
           05 WS-JRN-SW           PIC X(01)      VALUE 'N'.
              88 WS-JRN-TAKEN                    VALUE 'Y'.
           05 WS-JRN-INT          PIC S9(15)     VALUE 0.
           05 WS-JRN-FEE          PIC S9(15)     VALUE 0.
      *----
           05 WS-D                PIC 9(04)      VALUE 0.
           05 WS-C                PIC 9(01)      VALUE 0.
           05 WS-A                PIC 9(05)      VALUE 0.
           05 WS-AC-HIT           PIC 9(05)      VALUE 0.
           05 WS-AC-USED          PIC 9(05)      VALUE 0.
           05 WS-AC-MAX           PIC 9(05)      VALUE 2000.
           05 WS-MOVE-TYPE        PIC 9(02)      VALUE 0.
           05 WS-MOVE-NET         PIC S9(15)     VALUE 0.
           05 WS-EXPECTED         PIC S9(15)     VALUE 0.
           05 WS-BREAK            PIC S9(15)     VALUE 0.
      *----
           05 WS-CNT-PSN          PIC 9(07)      VALUE 0.
           05 WS-CNT-GL-DTL       PIC 9(07)      VALUE 0.
           05 WS-CNT-GL-SKIP      PIC 9(07)      VALUE 0.
           05 WS-CNT-JRN          PIC 9(07)      VALUE 0.
           05 WS-CNT-MASTER       PIC 9(07)      VALUE 0.
           05 WS-CNT-MOVES        PIC 9(07)      VALUE 0.
           05 WS-CNT-DVZ          PIC 9(07)      VALUE 0.
           05 WS-CNT-DVZ-BREAK    PIC 9(07)      VALUE 0.
           05 WS-CNT-CLS-BREAK    PIC 9(07)      VALUE 0.
           05 WS-CNT-ACCOUNTS     PIC 9(07)      VALUE 0.
           05 WS-CNT-AC-LOST      PIC 9(07)      VALUE 0.
           05 WS-CNT-EXCEPTIONS   PIC 9(07)      VALUE 0.
      *----Bolum tablosu dogrudan bolum numarasi + 1 ile indislenir.
      *Her bolum icin acilis, muhasebe ve tahakkuk tutarlari ile
      *bugunku ana dosya toplami; hareket siniflari bazinda da denetim
      *izi net tutari ile muhasebe tarafinin net tutari tutulur.
      *Siniflar: 1 acilis (3), 2 borc/alacak (6, 7 ve ay sonu faiz
      *ile ucret), 3 aktarim (10), 4 geri alma (15), 5 islem ucreti
      *(16), 6 tutar tasimamasi gereken diger hareketler.
       01  WS-DV-TABLE.
           05 WS-DV-ENTRY OCCURS 1000.
              10 WS-DV-SEEN        PIC X(01).
                 88 WS-DV-USED                   VALUE 'Y'.
              10 WS-DV-OPEN        PIC S9(15).
              10 WS-DV-GL          PIC S9(15).
              10 WS-DV-ACR         PIC S9(15).
              10 WS-DV-ACTUAL      PIC S9(15).
              10 WS-DV-CLS OCCURS 6.
                 15 WS-CL-LEDGER   PIC S9(15).
                 15 WS-CL-AUDIT    PIC S9(15).
                 15 WS-CL-BREAK-SW PIC X(01).
                    88 WS-CL-BREAK               VALUE 'Y'.
      *----Muhasebe karsiligi tutmayan siniflardaki hesaplar.
       01  WS-AC-TABLE.
           05 WS-AC-ENTRY OCCURS 2000.
              10 WS-AC-ID          PIC S9(05).
              10 WS-AC-DVZ         PIC 9(03).
              10 WS-AC-CLS         PIC 9(01).
              10 WS-AC-CNT         PIC 9(05).
              10 WS-AC-NET         PIC S9(15).
      *----
       01  WS-CLS-NAMES.
           05 FILLER              PIC X(12)      VALUE 'OPEN'.
           05 FILLER              PIC X(12)      VALUE 'DEBIT/CREDIT'.
           05 FILLER              PIC X(12)      VALUE 'TRANSFER'.
           05 FILLER              PIC X(12)      VALUE 'REVERSAL'.
           05 FILLER              PIC X(12)      VALUE 'FEE'.
           05 FILLER              PIC X(12)      VALUE 'OTHER'.
       01  WS-CLS-NAME-TABLE REDEFINES WS-CLS-NAMES.
           05 WS-CLS-NAME         PIC X(12)      OCCURS 6.
      *----
       01  WS-HEADER-LINE1        PIC X(80)      VALUE
           '====== PBGLRC00 GENERAL LEDGER / SUB-LEDGER PROOF ======'.
      *----
       01  WS-HEADER-LINE2.
           05 FILLER              PIC X(13)      VALUE
                 ' RECON DATE: '.
           05 WH-REC-DATE         PIC X(08).
           05 FILLER              PIC X(12)      VALUE
                 '   OPENING: '.
           05 WH-OPEN-DATE        PIC X(08).
           05 FILLER              PIC X(12)      VALUE
                 '   JOURNAL: '.
           05 WH-JOURNAL          PIC X(08).
           05 FILLER              PIC X(19)      VALUE SPACES.
      *----
       01  WS-SECTION-DIVISIONS   PIC X(80)      VALUE
           ' ---- DIVISIONS OUT OF BALANCE ----'.
      *----
       01  WS-DVZ-COLUMNS1.
           05 FILLER              PIC X(40)      VALUE
                 ' DVZ          OPENING           GL NET '.
           05 FILLER              PIC X(40)      VALUE
                 '    ACCRUAL NET'.
      *----
       01  WS-DVZ-COLUMNS2.
           05 FILLER              PIC X(40)      VALUE
                 '             EXPECTED           ACTUAL '.
           05 FILLER              PIC X(40)      VALUE
                 '          BREAK'.
      *----
       01  WS-DVZ-LINE1.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WD-DVZ              PIC ZZ9.
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WD-OPEN             PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WD-GL               PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WD-ACR              PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(24)      VALUE SPACES.
      *----
       01  WS-DVZ-LINE2.
           05 FILLER              PIC X(06)      VALUE SPACES.
           05 WD-EXPECTED         PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WD-ACTUAL           PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WD-BREAK            PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(24)      VALUE SPACES.
      *----
       01  WS-SECTION-UNLEDGERED  PIC X(80)      VALUE
           ' ---- AUDIT MOVEMENTS WITH NO MATCHING LEDGER ----'.
      *----
       01  WS-CLS-LINE.
           05 FILLER              PIC X(05)      VALUE ' DVZ '.
           05 WC-DVZ              PIC ZZ9.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WC-CLASS            PIC X(12).
           05 FILLER              PIC X(07)      VALUE ' AUDIT '.
           05 WC-AUDIT            PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(08)      VALUE ' LEDGER '.
           05 WC-LEDGER           PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(12)      VALUE SPACES.
      *----
       01  WS-ACC-LINE.
           05 FILLER              PIC X(13)      VALUE
                 '     ACCOUNT '.
           05 WA-ID               PIC ZZZZ9.
           05 FILLER              PIC X(12)      VALUE
                 '  MOVEMENTS '.
           05 WA-CNT              PIC ZZZZ9.
           05 FILLER              PIC X(06)      VALUE '  NET '.
           05 WA-NET              PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(23)      VALUE SPACES.
      *----
       01  WS-NOTE-LINE.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WN-TEXT             PIC X(79).
      *----
       01  WS-NONE-LINE           PIC X(80)      VALUE
           ' NONE'.
      *----
       01  WS-RESULT-PASS         PIC X(80)      VALUE
           'RECON RESULT : PASS - LEDGER AGREES WITH SUB-LEDGER'.
      *----
       01  WS-RESULT-FAIL         PIC X(80)      VALUE
           'RECON RESULT : FAIL - DO NOT RELEASE THE GL EXTRACT'.
      *----
       01  WS-BLANK-LINE          PIC X(80)      VALUE SPACES.
      *----
       PROCEDURE DIVISION.
      *----Bu kod parcacigi, genel muhasebe arayuz dosyasini alt
      *hesap bakiyeleriyle mutabakata sokar: her bolum icin dunku
      *kapanis bakiyeleri (PSNFILE) + gunun GLFILE 'D' net alacak/borc
      *tutari + ayni gun calistiysa PBACCR00 defterindeki faiz eksi
      *ucret, bugunku IDXFILE bakiye toplamina esit olmalidir. Tutmayan
      *her bolum fark tutariyla basilir. Ayrica gunun AUDFILE
      *hareketleri bolum ve hareket sinifi bazinda netlenip muhasebe
      *tarafiyla karsilastirilir; tutmayan siniflardaki hesaplar
      *(ornegin genel muhasebe ozetine hic ulasmayan bir programin
      *hareketleri) adlariyla listelenir. Sonuc RCTFILE'daki
      *'PBGLRC00' satirina PASS/FAIL olarak damgalanir; FAIL'de
      *calisma RETURN-CODE 8 ile biter ve is akisi GLFILE'i muhasebeye
      *teslim etmeden durur.
       0000-MAIN.
           PERFORM H050-INITIALIZE.
           PERFORM H100-OPEN-REPORT.
           PERFORM H200-LOAD-OPENING THRU H200-EXIT.
           PERFORM H300-LOAD-LEDGER.
           PERFORM H400-LOAD-JOURNAL THRU H400-EXIT.
           PERFORM H500-LOAD-MASTER.
           PERFORM H600-LOAD-AUDIT.
           PERFORM H700-PROVE-DIVISIONS.
           PERFORM H800-LIST-UNLEDGERED THRU H800-EXIT.
           PERFORM H999-PROGRAM-EXIT.
       0000-END. EXIT.
      *----Bu kod parcacigi, mutabakatin gunun PBMAINCB calismasindan
      *sonra yapilmasini saglar; ay sonu tahakkuku bugun baslayip
      *bitmediyse de calisma geri cevrilir, yoksa defter ile ana
      *dosya yarim bir tahakkuk uzerinden karsilastirilirdi.
       H050-INITIALIZE.
           COMPUTE WS-RCT-TODAY =
              FUNCTION NUMVAL(FUNCTION CURRENT-DATE(1:8)).
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-REC-DATE-X.
           INITIALIZE WS-DV-TABLE.
           OPEN INPUT CRD-FILE.
           IF CRD-SUCCESS
              READ CRD-FILE
              IF CRD-SUCCESS AND CRD-OPEN-DATE NOT = SPACES
                 MOVE CRD-OPEN-DATE TO WS-OPEN-DATE-X
                 IF WS-OPEN-DATE-X NOT NUMERIC
                    OR WS-OPEN-DATE NOT < WS-RCT-TODAY
                    DISPLAY 'INVALID OPENING DATE ' CRD-OPEN-DATE
                       ' - RUN REFUSED'
                    MOVE 12 TO RETURN-CODE
                    STOP RUN
                 END-IF
              END-IF
              CLOSE CRD-FILE
           END-IF.
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
           MOVE 'PBACCR00' TO RCT-JOB.
           READ RCT-FILE KEY IS RCT-KEY
           NOT INVALID KEY
              IF RCT-BUS-DATE = WS-RCT-TODAY
                 AND NOT RCT-ST-DONE
                 DISPLAY 'ACCRUAL RUN NOT COMPLETE - RUN REFUSED'
                 DISPLAY 'ACCRUAL STATUS : ' RCT-STATUS
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-READ.
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
           MOVE 'PBGLRC00' TO RCT-JOB.
           READ RCT-FILE KEY IS RCT-KEY
           INVALID KEY
              MOVE 'PBGLRC00' TO RCT-JOB
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
       H100-OPEN-REPORT.
           OPEN OUTPUT RCN-FILE.
           IF NOT RCN-SUCCESS
              DISPLAY 'RECON FILE NOT OPEN. RC : ' ST-RCN-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           WRITE RCN-RECORD FROM WS-HEADER-LINE1.
       H100-END. EXIT.
      *----Bu kod parcacigi, acilis bakiyelerini bolum bazinda toplar.
      *Kartta tarih yoksa PSNFILE bir kez taranip bugunden onceki en
      *son goruntu tarihi (dunku, hafta sonu ya da tatil sonrasinda son
      *is gunu kapanisi) bulunur. Goruntu yoksa ispat yapilamaz.
       H200-LOAD-OPENING.
           IF WS-OPEN-DATE = 0
              OPEN INPUT PSN-FILE
              IF NOT PSN-SUCCESS
                 DISPLAY 'SNAPSHOT FILE NOT OPEN. RC : ' ST-PSN-FILE
                 MOVE 12 TO RETURN-CODE
                 STOP RUN
              END-IF
              READ PSN-FILE
              PERFORM UNTIL NOT PSN-SUCCESS
                 IF PSN-SNAP-DATE NUMERIC
                    MOVE PSN-SNAP-DATE TO WS-PSN-DATE
                    IF WS-PSN-DATE < WS-RCT-TODAY
                       AND WS-PSN-DATE > WS-OPEN-DATE
                       MOVE WS-PSN-DATE TO WS-OPEN-DATE
                    END-IF
                 END-IF
                 READ PSN-FILE
              END-PERFORM
              CLOSE PSN-FILE
           END-IF.
           IF WS-OPEN-DATE = 0
              MOVE 'NO OPENING SNAPSHOT - PROOF NOT POSSIBLE' TO WN-TEXT
              WRITE RCN-RECORD FROM WS-NOTE-LINE
              ADD 1 TO WS-CNT-EXCEPTIONS
              GO TO H200-EXIT
           END-IF.
           OPEN INPUT PSN-FILE.
           IF NOT PSN-SUCCESS
              DISPLAY 'SNAPSHOT FILE NOT OPEN. RC : ' ST-PSN-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ PSN-FILE.
           PERFORM UNTIL NOT PSN-SUCCESS
              IF PSN-SNAP-DATE = WS-OPEN-DATE-X
                 ADD 1 TO WS-CNT-PSN
                 COMPUTE WS-D = PSN-DVZ + 1
                 MOVE 'Y' TO WS-DV-SEEN(WS-D)
                 ADD PSN-BALANCE TO WS-DV-OPEN(WS-D)
              END-IF
              READ PSN-FILE
           END-PERFORM.
           CLOSE PSN-FILE.
           IF WS-CNT-PSN = 0
              MOVE 'OPENING SNAPSHOT HAS NO ACCOUNTS' TO WN-TEXT
              WRITE RCN-RECORD FROM WS-NOTE-LINE
              ADD 1 TO WS-CNT-EXCEPTIONS
           END-IF.
       H200-EXIT. EXIT.
      *----Bu kod parcacigi, GLFILE 'D' detaylarini bolum ve hareket
      *sinifi bazinda net (alacak - borc) olarak toplar. Calisma tarihi
      *bugun olmayan kesim atlanir ve sayilir; her kesimin sonu kaydi
      *kendi detaylarina karsi dogrulanir.
       H300-LOAD-LEDGER.
           OPEN INPUT GL-FILE.
           IF NOT GL-SUCCESS
              DISPLAY 'GL FILE NOT OPEN. RC : ' ST-GL-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ GL-FILE.
           PERFORM UNTIL NOT GL-SUCCESS
              EVALUATE GL-HDR-TYPE
                 WHEN 'H'
                    PERFORM H310-LEDGER-HEADER
                 WHEN 'D'
                    PERFORM H320-LEDGER-DETAIL
                 WHEN 'T'
                    PERFORM H330-LEDGER-TRAILER
              END-EVALUATE
              READ GL-FILE
           END-PERFORM.
           CLOSE GL-FILE.
       H300-END. EXIT.
      *----
       H310-LEDGER-HEADER.
           MOVE 0 TO WS-GL-SEG-RECS.
           MOVE 0 TO WS-GL-SEG-DR.
           MOVE 0 TO WS-GL-SEG-CR.
           IF GL-HDR-RUN-DATE = WS-REC-DATE-X
              SET WS-GL-SEG-TAKEN TO TRUE
           ELSE
              SET WS-GL-SEG-SKIPPED TO TRUE
              MOVE SPACES TO WN-TEXT
              STRING 'GL SEGMENT FOR RUN DATE ' GL-HDR-RUN-DATE
                 ' BATCH ' GL-HDR-BATCH-REF ' IGNORED'
                 DELIMITED BY SIZE INTO WN-TEXT
              WRITE RCN-RECORD FROM WS-NOTE-LINE
           END-IF.
       H310-END. EXIT.
      *----
       H320-LEDGER-DETAIL.
           ADD 1 TO WS-GL-SEG-RECS.
           ADD GL-DTL-DR TO WS-GL-SEG-DR.
           ADD GL-DTL-CR TO WS-GL-SEG-CR.
           IF WS-GL-SEG-SKIPPED
              ADD 1 TO WS-CNT-GL-SKIP
           ELSE
              ADD 1 TO WS-CNT-GL-DTL
              COMPUTE WS-D = GL-DTL-DVZ + 1
              MOVE GL-DTL-PTYPE TO WS-MOVE-TYPE
              PERFORM H610-CLASSIFY
              COMPUTE WS-MOVE-NET = GL-DTL-CR - GL-DTL-DR
              MOVE 'Y' TO WS-DV-SEEN(WS-D)
              ADD WS-MOVE-NET TO WS-DV-GL(WS-D)
              ADD WS-MOVE-NET TO WS-CL-LEDGER(WS-D, WS-C)
           END-IF.
       H320-END. EXIT.
      *----
       H330-LEDGER-TRAILER.
           IF GL-TRL-RECS NOT = WS-GL-SEG-RECS
              OR GL-TRL-DR NOT = WS-GL-SEG-DR
              OR GL-TRL-CR NOT = WS-GL-SEG-CR
              MOVE 'GL EXTRACT TRAILER DOES NOT AGREE WITH DETAILS'
                 TO WN-TEXT
              WRITE RCN-RECORD FROM WS-NOTE-LINE
              ADD 1 TO WS-CNT-EXCEPTIONS
           END-IF.
       H330-END. EXIT.
      *----Bu kod parcacigi, PBACCR00 defterini yalnizca bugun
      *yazilmissa okur; gecen ayin defteri gunun hareketlerine
      *eklenmez. Faiz bakiyeyi artirir (eksi faiz azaltir), ucret
      *azaltir; ikisi de borc/alacak sinifina yazilir cunku PBACCR00
      *denetim izine bunlari 6/7 hareketi olarak yazar.
       H400-LOAD-JOURNAL.
           MOVE 'NONE' TO WH-JOURNAL.
           OPEN INPUT JRN-FILE.
           IF NOT JRN-SUCCESS
              GO TO H400-EXIT
           END-IF.
           READ JRN-FILE.
           PERFORM UNTIL NOT JRN-SUCCESS
              IF JRN-HDR-LABEL = 'RUN DATE : '
                 IF JRN-HDR-RUN-DATE = WS-REC-DATE-X
                    SET WS-JRN-TAKEN TO TRUE
                    MOVE 'INCLUDED' TO WH-JOURNAL
                 ELSE
                    MOVE 'OLD-SKIP' TO WH-JOURNAL
                 END-IF
              END-IF
              IF WS-JRN-TAKEN
                 AND JRN-LEAD = SPACE AND JRN-DVZ NOT = SPACES
                 PERFORM H410-JOURNAL-LINE
              END-IF
              READ JRN-FILE
           END-PERFORM.
           CLOSE JRN-FILE.
       H400-EXIT. EXIT.
      *----
       H410-JOURNAL-LINE.
           ADD 1 TO WS-CNT-JRN.
           COMPUTE WS-D = FUNCTION NUMVAL(JRN-DVZ) + 1.
           COMPUTE WS-JRN-INT = FUNCTION NUMVAL-C(JRN-INT).
           COMPUTE WS-JRN-FEE = FUNCTION NUMVAL-C(JRN-FEE).
           COMPUTE WS-MOVE-NET = WS-JRN-INT - WS-JRN-FEE.
           MOVE 'Y' TO WS-DV-SEEN(WS-D).
           ADD WS-MOVE-NET TO WS-DV-ACR(WS-D).
           ADD WS-MOVE-NET TO WS-CL-LEDGER(WS-D, 2).
       H410-END. EXIT.
      *----
       H500-LOAD-MASTER.
           OPEN INPUT IDX-FILE.
           IF NOT IDX-SUCCESS
              DISPLAY 'INDEX FILE NOT OPEN. RC : ' ST-IDX-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ IDX-FILE.
           PERFORM UNTIL NOT IDX-SUCCESS
              ADD 1 TO WS-CNT-MASTER
              COMPUTE WS-D = IDX-DVZ + 1
              MOVE 'Y' TO WS-DV-SEEN(WS-D)
              ADD IDX-BALANCE TO WS-DV-ACTUAL(WS-D)
              READ IDX-FILE
           END-PERFORM.
           CLOSE IDX-FILE.
       H500-END. EXIT.
      *----Bu kod parcacigi, gunun bakiye degistiren AUDFILE
      *hareketlerini bolum ve sinif bazinda netler. Geri sarilan
      *aktarim bacagi ve karsi kaydi ayni sinifta birbirini sifirlar.
       H600-LOAD-AUDIT.
           OPEN INPUT AUD-FILE.
           IF NOT AUD-SUCCESS
              DISPLAY 'AUDIT FILE NOT OPEN. RC : ' ST-AUD-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ AUD-FILE.
           PERFORM UNTIL NOT AUD-SUCCESS
              IF AUD-TIMESTAMP(1:8) = WS-REC-DATE-X
                 AND AUD-BALANCE-AFTER NOT = AUD-BALANCE-BEFORE
                 ADD 1 TO WS-CNT-MOVES
                 COMPUTE WS-D = AUD-DVZ + 1
                 MOVE AUD-FUNC TO WS-MOVE-TYPE
                 PERFORM H610-CLASSIFY
                 COMPUTE WS-MOVE-NET =
                    AUD-BALANCE-AFTER - AUD-BALANCE-BEFORE
                 MOVE 'Y' TO WS-DV-SEEN(WS-D)
                 ADD WS-MOVE-NET TO WS-CL-AUDIT(WS-D, WS-C)
              END-IF
              READ AUD-FILE
           END-PERFORM.
           CLOSE AUD-FILE.
       H600-END. EXIT.
      *----
       H610-CLASSIFY.
           EVALUATE WS-MOVE-TYPE
              WHEN 3
                 MOVE 1 TO WS-C
              WHEN 6
              WHEN 7
                 MOVE 2 TO WS-C
              WHEN 10
                 MOVE 3 TO WS-C
              WHEN 15
                 MOVE 4 TO WS-C
              WHEN 16
                 MOVE 5 TO WS-C
              WHEN OTHER
                 MOVE 6 TO WS-C
           END-EVALUATE.
       H610-END. EXIT.
      *----Bu kod parcacigi, bolum ispatini yapar ve tutmayan
      *bolumleri fark tutariyla basar; ayni dongude denetim izi ile
      *muhasebe tarafinin tutmadigi siniflar isaretlenir.
       H700-PROVE-DIVISIONS.
           MOVE WS-REC-DATE-X TO WH-REC-DATE.
           IF WS-OPEN-DATE = 0
              MOVE 'NONE' TO WH-OPEN-DATE
           ELSE
              MOVE WS-OPEN-DATE-X TO WH-OPEN-DATE
           END-IF.
           WRITE RCN-RECORD FROM WS-HEADER-LINE2.
           WRITE RCN-RECORD FROM WS-BLANK-LINE.
           WRITE RCN-RECORD FROM WS-SECTION-DIVISIONS.
           WRITE RCN-RECORD FROM WS-DVZ-COLUMNS1.
           WRITE RCN-RECORD FROM WS-DVZ-COLUMNS2.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 1000
              IF WS-DV-USED(WS-D)
                 PERFORM H710-PROVE-DIVISION
              END-IF
           END-PERFORM.
           IF WS-CNT-DVZ-BREAK = 0
              WRITE RCN-RECORD FROM WS-NONE-LINE
           END-IF.
       H700-END. EXIT.
      *----
       H710-PROVE-DIVISION.
           ADD 1 TO WS-CNT-DVZ.
           COMPUTE WS-EXPECTED = WS-DV-OPEN(WS-D) + WS-DV-GL(WS-D)
              + WS-DV-ACR(WS-D).
           COMPUTE WS-BREAK = WS-DV-ACTUAL(WS-D) - WS-EXPECTED.
           IF WS-BREAK NOT = 0
              ADD 1 TO WS-CNT-DVZ-BREAK
              ADD 1 TO WS-CNT-EXCEPTIONS
              COMPUTE WD-DVZ = WS-D - 1
              MOVE WS-DV-OPEN(WS-D) TO WD-OPEN
              MOVE WS-DV-GL(WS-D) TO WD-GL
              MOVE WS-DV-ACR(WS-D) TO WD-ACR
              MOVE WS-EXPECTED TO WD-EXPECTED
              MOVE WS-DV-ACTUAL(WS-D) TO WD-ACTUAL
              MOVE WS-BREAK TO WD-BREAK
              WRITE RCN-RECORD FROM WS-DVZ-LINE1
              WRITE RCN-RECORD FROM WS-DVZ-LINE2
           END-IF.
           PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 6
              IF WS-CL-AUDIT(WS-D, WS-C) NOT = WS-CL-LEDGER(WS-D, WS-C)
                 MOVE 'Y' TO WS-CL-BREAK-SW(WS-D, WS-C)
                 ADD 1 TO WS-CNT-CLS-BREAK
                 ADD 1 TO WS-CNT-EXCEPTIONS
              END-IF
           END-PERFORM.
       H710-END. EXIT.
      *----Bu kod parcacigi, tutmayan siniflardaki hesaplari bulmak
      *icin AUDFILE'i ikinci kez okur ve hesap basina hareket sayisi
      *ile net tutari toplar; sonra her tutmayan sinifi denetim izi ve
      *muhasebe tutarlariyla, altinda da hesaplarini basar.
       H800-LIST-UNLEDGERED.
           WRITE RCN-RECORD FROM WS-BLANK-LINE.
           WRITE RCN-RECORD FROM WS-SECTION-UNLEDGERED.
           IF WS-CNT-CLS-BREAK = 0
              WRITE RCN-RECORD FROM WS-NONE-LINE
              GO TO H800-EXIT
           END-IF.
           OPEN INPUT AUD-FILE.
           IF NOT AUD-SUCCESS
              DISPLAY 'AUDIT FILE NOT OPEN. RC : ' ST-AUD-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ AUD-FILE.
           PERFORM UNTIL NOT AUD-SUCCESS
              IF AUD-TIMESTAMP(1:8) = WS-REC-DATE-X
                 AND AUD-BALANCE-AFTER NOT = AUD-BALANCE-BEFORE
                 COMPUTE WS-D = AUD-DVZ + 1
                 MOVE AUD-FUNC TO WS-MOVE-TYPE
                 PERFORM H610-CLASSIFY
                 IF WS-CL-BREAK(WS-D, WS-C)
                    COMPUTE WS-MOVE-NET =
                       AUD-BALANCE-AFTER - AUD-BALANCE-BEFORE
                    PERFORM H810-TALLY-ACCOUNT
                 END-IF
              END-IF
              READ AUD-FILE
           END-PERFORM.
           CLOSE AUD-FILE.
           PERFORM VARYING WS-D FROM 1 BY 1 UNTIL WS-D > 1000
              PERFORM VARYING WS-C FROM 1 BY 1 UNTIL WS-C > 6
                 IF WS-CL-BREAK(WS-D, WS-C)
                    PERFORM H820-PRINT-CLASS
                 END-IF
              END-PERFORM
           END-PERFORM.
           IF WS-CNT-AC-LOST > 0
              MOVE SPACES TO WN-TEXT
              STRING 'ACCOUNT TABLE FULL - MOVEMENTS NOT LISTED : '
                 WS-CNT-AC-LOST DELIMITED BY SIZE INTO WN-TEXT
              WRITE RCN-RECORD FROM WS-NOTE-LINE
           END-IF.
       H800-EXIT. EXIT.
      *----
       H810-TALLY-ACCOUNT.
           MOVE 0 TO WS-AC-HIT.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-AC-USED
              IF WS-AC-ID(WS-A) = AUD-ID
                 AND WS-AC-DVZ(WS-A) = AUD-DVZ
                 AND WS-AC-CLS(WS-A) = WS-C
                 MOVE WS-A TO WS-AC-HIT
                 MOVE WS-AC-USED TO WS-A
              END-IF
           END-PERFORM.
           IF WS-AC-HIT = 0
              IF WS-AC-USED < WS-AC-MAX
                 ADD 1 TO WS-AC-USED
                 ADD 1 TO WS-CNT-ACCOUNTS
                 MOVE WS-AC-USED TO WS-AC-HIT
                 MOVE AUD-ID TO WS-AC-ID(WS-AC-HIT)
                 MOVE AUD-DVZ TO WS-AC-DVZ(WS-AC-HIT)
                 MOVE WS-C TO WS-AC-CLS(WS-AC-HIT)
                 MOVE 0 TO WS-AC-CNT(WS-AC-HIT)
                 MOVE 0 TO WS-AC-NET(WS-AC-HIT)
              ELSE
                 ADD 1 TO WS-CNT-AC-LOST
              END-IF
           END-IF.
           IF WS-AC-HIT NOT = 0
              ADD 1 TO WS-AC-CNT(WS-AC-HIT)
              ADD WS-MOVE-NET TO WS-AC-NET(WS-AC-HIT)
           END-IF.
       H810-END. EXIT.
      *----
       H820-PRINT-CLASS.
           COMPUTE WC-DVZ = WS-D - 1.
           MOVE WS-CLS-NAME(WS-C) TO WC-CLASS.
           MOVE WS-CL-AUDIT(WS-D, WS-C) TO WC-AUDIT.
           MOVE WS-CL-LEDGER(WS-D, WS-C) TO WC-LEDGER.
           WRITE RCN-RECORD FROM WS-CLS-LINE.
           PERFORM VARYING WS-A FROM 1 BY 1 UNTIL WS-A > WS-AC-USED
              IF WS-AC-DVZ(WS-A) = WS-D - 1
                 AND WS-AC-CLS(WS-A) = WS-C
                 MOVE WS-AC-ID(WS-A) TO WA-ID
                 MOVE WS-AC-CNT(WS-A) TO WA-CNT
                 MOVE WS-AC-NET(WS-A) TO WA-NET
                 WRITE RCN-RECORD FROM WS-ACC-LINE
              END-IF
           END-PERFORM.
       H820-END. EXIT.
      *----
       H999-PROGRAM-EXIT.
           WRITE RCN-RECORD FROM WS-BLANK-LINE.
           IF WS-CNT-EXCEPTIONS = 0
              WRITE RCN-RECORD FROM WS-RESULT-PASS
           ELSE
              WRITE RCN-RECORD FROM WS-RESULT-FAIL
           END-IF.
           CLOSE RCN-FILE.
           DISPLAY '===== PBGLRC00 CONTROL TOTALS ====='.
           DISPLAY 'RECON DATE          : ' WS-REC-DATE-X.
           DISPLAY 'OPENING SNAPSHOT    : ' WS-OPEN-DATE-X.
           DISPLAY 'SNAPSHOT ROWS       : ' WS-CNT-PSN.
           DISPLAY 'GL DETAILS USED     : ' WS-CNT-GL-DTL.
           DISPLAY 'GL DETAILS IGNORED  : ' WS-CNT-GL-SKIP.
           DISPLAY 'JOURNAL LINES USED  : ' WS-CNT-JRN.
           DISPLAY 'MASTER RECORDS READ : ' WS-CNT-MASTER.
           DISPLAY 'AUDIT MOVEMENTS     : ' WS-CNT-MOVES.
           DISPLAY 'DIVISIONS PROVED    : ' WS-CNT-DVZ.
           DISPLAY 'DIVISION BREAKS     : ' WS-CNT-DVZ-BREAK.
           DISPLAY 'UNLEDGERED CLASSES  : ' WS-CNT-CLS-BREAK.
           DISPLAY 'ACCOUNTS LISTED     : ' WS-CNT-ACCOUNTS.
           IF WS-CNT-EXCEPTIONS = 0
              DISPLAY 'RECON RESULT : PASS'
              MOVE 'PASS' TO WS-RCT-STATUS
           ELSE
              DISPLAY 'RECON RESULT : FAIL - EXCEPTIONS : '
                 WS-CNT-EXCEPTIONS
              MOVE 8 TO RETURN-CODE
              MOVE 'FAIL' TO WS-RCT-STATUS
           END-IF.
           PERFORM H060-RUNCTL-STAMP.
           STOP RUN.
       H999-END. EXIT.
      *----
