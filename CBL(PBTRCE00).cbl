       IDENTIFICATION DIVISION.
      *----
       PROGRAM-ID.    PBTRCE00.
       AUTHOR.        SINEM SEN.
      *----
       ENVIRONMENT DIVISION.
      *----
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CRD-FILE ASSIGN TO CRDFILE
                           STATUS ST-CRD-FILE.
           SELECT OPTIONAL TRC-FILE ASSIGN TO TRCFILE
                           STATUS ST-TRC-FILE.
           SELECT OPTIONAL AUD-FILE ASSIGN TO AUDFILE
                           STATUS ST-AUD-FILE.
           SELECT OPTIONAL HST-FILE ASSIGN TO HSTFILE
                           STATUS ST-HST-FILE.
           SELECT TRP-FILE ASSIGN TO TRPFILE
                           STATUS ST-TRP-FILE.
           SELECT SORT-WORK ASSIGN TO "SRTWK01".
      *----
       DATA DIVISION.
      *----
       FILE SECTION.
      *----Sorgu karti: CRD-TRN-REF doluysa yalnizca o islem
      *referansinin izi basilir. Bossa CRD-ID/CRD-DVZ hesabina
      *CRD-DATE-FROM/CRD-DATE-TO (YYYYMMDD) araliginda dokunan tum
      *kayitlarin izi basilir; bos tarih acik aralik demektir.
       FD  CRD-FILE RECORDING MODE F.
       01  CRD-VARIABLES.
           05 CRD-TRN-REF.
              10 CRD-TRN-BCH-REF  PIC X(08).
              10 CRD-TRN-BCH-DATE PIC X(08).
              10 CRD-TRN-SEQ      PIC X(07).
           05 CRD-ID              PIC X(05).
           05 CRD-DVZ             PIC X(03).
           05 CRD-DATE-FROM       PIC X(08).
           05 CRD-DATE-TO         PIC X(08).
      *----
       FD  TRC-FILE RECORDING MODE F.
           COPY PBTRCRC.
      *----
       FD  AUD-FILE RECORDING MODE F.
           COPY PBAUDRC.
      *----
       FD  HST-FILE RECORDING MODE F.
           COPY PBHSTRC.
      *----
       FD  TRP-FILE RECORDING MODE F.
       01  TRP-RECORD             PIC X(80).
      *----SRT-KIND 'E' iz kutugundeki bir adimi, 'M' AUDFILE ya da
      *HSTFILE'daki bir hesap hareketini tasir. SRT-SEQ okuma
      *sirasidir; ayni zaman damgali kayitlar yazildiklari sirada
      *kalir.
       SD  SORT-WORK.
       01  SORT-RECORD.
           05 SRT-REF.
              10 SRT-REF-BCH      PIC X(08).
              10 SRT-REF-DATE     PIC X(08).
              10 SRT-REF-SEQ      PIC X(07).
           05 SRT-TIMESTAMP       PIC X(26).
           05 SRT-SEQ             PIC 9(07).
           05 SRT-KIND            PIC X(01).
           05 SRT-PROGRAM         PIC X(08).
           05 SRT-EVENT           PIC X(04).
           05 SRT-CARRIER.
              10 SRT-CAR-REF      PIC X(08).
              10 SRT-CAR-DATE     PIC X(08).
           05 SRT-RC              PIC 9(02).
           05 SRT-TEXT            PIC X(30).
           05 SRT-TYPE            PIC X(01).
           05 SRT-ITEM-ID         PIC X(05).
           05 SRT-ITEM-DVZ        PIC X(03).
           05 SRT-TGT-ID          PIC X(05).
           05 SRT-TGT-DVZ         PIC X(03).
           05 SRT-AMOUNT          PIC X(15).
           05 SRT-VALUE-DATE      PIC X(08).
           05 SRT-FUNC            PIC 9(02).
           05 SRT-ID              PIC S9(05) COMP-3.
           05 SRT-DVZ             PIC S9(03) COMP.
           05 SRT-BALANCE-BEFORE  PIC S9(15) COMP-3.
           05 SRT-BALANCE-AFTER   PIC S9(15) COMP-3.
           05 SRT-CTR-LEG         PIC X(01).
      *----
       WORKING-STORAGE SECTION.
      *----
       01  WS-WORK-AREA.
           05 ST-CRD-FILE         PIC 9(02).
              88 CRD-SUCCESS                       VALUE 00 97 05.
      *----
           05 ST-TRC-FILE         PIC 9(02).
              88 TRC-SUCCESS                       VALUE 00 97 05.
              88 TRC-EOF                           VALUE 10.
      *----
           05 ST-AUD-FILE         PIC 9(02).
              88 AUD-SUCCESS                       VALUE 00 97 05.
              88 AUD-EOF                           VALUE 10.
      *----
           05 ST-HST-FILE         PIC 9(02).
              88 HST-SUCCESS                       VALUE 00 97 05.
              88 HST-EOF                           VALUE 10.
      *----
           05 ST-TRP-FILE         PIC 9(02).
              88 TRP-SUCCESS                       VALUE 00 97.
      *----
           05 WS-MODE-SW          PIC X(01)      VALUE SPACE.
              88 WS-MODE-REF                       VALUE 'R'.
              88 WS-MODE-ACCT                      VALUE 'A'.
           05 WS-SEL-ID           PIC 9(05)      VALUE 0.
           05 WS-SEL-DVZ          PIC 9(03)      VALUE 0.
           05 WS-DATE-FROM        PIC X(08)      VALUE LOW-VALUES.
           05 WS-DATE-TO          PIC X(08)      VALUE HIGH-VALUES.
           05 WS-CHK-ID           PIC 9(05)      VALUE 0.
           05 WS-CHK-DVZ          PIC 9(03)      VALUE 0.
           05 WS-MATCH-SW         PIC X(01)      VALUE 'N'.
              88 WS-MATCH                          VALUE 'Y'.
      *----
           05 WS-RUN-DATE-X       PIC X(08)      VALUE SPACES.
           05 WS-AUD-PRESENT-SW   PIC X(01)      VALUE 'N'.
              88 WS-AUD-PRESENT                    VALUE 'Y'.
      *----
           05 WS-REF-IN           PIC X(23)      VALUE SPACES.
           05 WS-REF-USED         PIC 9(03)      VALUE 0.
           05 WS-REF-MAX          PIC 9(03)      VALUE 500.
           05 WS-REF-IDX          PIC 9(03)      VALUE 0.
           05 WS-REF-HIT          PIC 9(03)      VALUE 0.
           05 WS-REF-FULL-SW      PIC X(01)      VALUE 'N'.
              88 WS-REF-FULL                       VALUE 'Y'.
      *----
           05 WS-SORT-EOF-SW      PIC X(01)      VALUE 'N'.
              88 WS-SORT-EOF                       VALUE 'Y'.
           05 WS-FIRST-SW         PIC X(01)      VALUE 'Y'.
              88 WS-FIRST-REF                      VALUE 'Y'.
           05 WS-ITEM-SW          PIC X(01)      VALUE 'N'.
              88 WS-ITEM-PRINTED                   VALUE 'Y'.
           05 WS-PREV-REF         PIC X(23)      VALUE SPACES.
           05 WS-LAST-STAGE       PIC X(12)      VALUE SPACES.
           05 WS-STAGE            PIC X(12)      VALUE SPACES.
           05 WS-REL-SEQ          PIC 9(07)      VALUE 0.
      *----
           05 WS-CNT-REFS         PIC 9(07)      VALUE 0.
           05 WS-CNT-EVENTS       PIC 9(07)      VALUE 0.
           05 WS-CNT-MOVES        PIC 9(07)      VALUE 0.
      *----Aranan islem referanslari: referans sorgusunda tek satir,
      *hesap sorgusunda ilk geciste hesaba dokunan her kaydin
      *referansi.
       01  WS-REF-TABLE.
           05 WS-REF-ENTRY OCCURS 500.
              10 WS-REF-KEY        PIC X(23).
      *----
       01  WS-HEADER-LINE1        PIC X(80)      VALUE
           '=========== PBTRCE00 TRANSACTION TRACE INQUIRY ==========='.
      *----
       01  WS-SEL-REF-LINE.
           05 FILLER              PIC X(23)      VALUE
                 ' SELECTION: REFERENCE  '.
           05 WSR-BCH-REF         PIC X(08).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WSR-BCH-DATE        PIC X(08).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WSR-SEQ             PIC X(07).
           05 FILLER              PIC X(32)      VALUE SPACES.
      *----
       01  WS-SEL-ACCT-LINE.
           05 FILLER              PIC X(21)      VALUE
                 ' SELECTION: ACCOUNT  '.
           05 WSA-ID              PIC 9(05).
           05 FILLER              PIC X(01)      VALUE '/'.
           05 WSA-DVZ             PIC 9(03).
           05 FILLER              PIC X(07)      VALUE '  FROM '.
           05 WSA-FROM            PIC X(08).
           05 FILLER              PIC X(04)      VALUE ' TO '.
           05 WSA-TO              PIC X(08).
           05 FILLER              PIC X(23)      VALUE SPACES.
      *----
       01  WS-REF-LINE.
           05 FILLER              PIC X(13)      VALUE
                 ' REFERENCE : '.
           05 WRL-BCH-REF         PIC X(08).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WRL-BCH-DATE        PIC X(08).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WRL-SEQ             PIC X(07).
           05 FILLER              PIC X(42)      VALUE SPACES.
      *----
       01  WS-ITEM-LINE.
           05 FILLER              PIC X(13)      VALUE
                 '   ITEM    : '.
           05 FILLER              PIC X(05)      VALUE 'TYPE '.
           05 WIL-TYPE            PIC X(01).
           05 FILLER              PIC X(10)      VALUE '  ACCOUNT '.
           05 WIL-ID              PIC X(05).
           05 FILLER              PIC X(01)      VALUE '/'.
           05 WIL-DVZ             PIC X(03).
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WIL-TGT-LABEL       PIC X(07).
           05 WIL-TGT-ID          PIC X(05).
           05 WIL-TGT-SEP         PIC X(01).
           05 WIL-TGT-DVZ         PIC X(03).
           05 FILLER              PIC X(02)      VALUE SPACES.
           05 WIL-AMOUNT          PIC X(15).
           05 FILLER              PIC X(07)      VALUE SPACES.
      *----
       01  WS-COLUMN-LINE.
           05 FILLER              PIC X(40)      VALUE
                 '   DATE     TIME   PROGRAM  STAGE       '.
           05 FILLER              PIC X(40)      VALUE
                 ' DETAIL'.
      *----
       01  WS-EVENT-LINE.
           05 FILLER              PIC X(03)      VALUE SPACES.
           05 WEL-DATE            PIC X(08).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WEL-TIME            PIC X(06).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WEL-PROGRAM         PIC X(08).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WEL-STAGE           PIC X(12).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WEL-DETAIL          PIC X(39).
      *----
       01  WS-TEXT-LINE.
           05 FILLER              PIC X(41)      VALUE SPACES.
           05 WTL-TEXT            PIC X(39).
      *----Hesap hareketi satiri: hareket turu, hesap ve bacak;
      *altindaki satir hareketin once/sonra bakiyesidir.
       01  WS-MOVE-LINE.
           05 FILLER              PIC X(03)      VALUE SPACES.
           05 WML-DATE            PIC X(08).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WML-TIME            PIC X(06).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 FILLER              PIC X(08)      VALUE 'PBSUBPG0'.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 FILLER              PIC X(12)      VALUE 'MOVEMENT'.
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WML-DESC            PIC X(10).
           05 FILLER              PIC X(01)      VALUE SPACES.
           05 WML-ID              PIC 9(05).
           05 FILLER              PIC X(01)      VALUE '/'.
           05 WML-DVZ             PIC 9(03).
           05 WML-LEG-LABEL       PIC X(05).
           05 WML-LEG             PIC X(01).
           05 FILLER              PIC X(13)      VALUE SPACES.
      *----
       01  WS-BALANCE-LINE.
           05 FILLER              PIC X(34)      VALUE SPACES.
           05 FILLER              PIC X(07)      VALUE 'BEFORE '.
           05 WBL-BEFORE          PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(07)      VALUE '  AFTER'.
           05 WBL-AFTER           PIC -ZZZ,ZZZ,ZZZ,ZZ9.
      *----
       01  WS-STATE-LINE.
           05 FILLER              PIC X(19)      VALUE
                 '   CURRENT STATE : '.
           05 WSL-STAGE           PIC X(12).
           05 FILLER              PIC X(49)      VALUE SPACES.
      *----
       01  WS-NONE-LINE           PIC X(80)      VALUE
           ' NO ITEMS FOUND FOR THIS SELECTION'.
      *----
       01  WS-FULL-LINE           PIC X(80)      VALUE
           ' REFERENCE TABLE FULL - LATER ITEMS NOT TRACED'.
      *----
       01  WS-BLANK-LINE          PIC X(80)      VALUE SPACES.
      *----
       PROCEDURE DIVISION.
      *----Bu kod parcacigi, bir subenin "gonderdigim kayda ne oldu?"
      *sorusunu cevaplar: sorgu kartindaki islem referansinin ya da
      *hesap/tarih araligina dokunan her kaydin iz kutugundeki
      *adimlarini (alindi, reddedildi/bekletildi/depolandi,
      *duzeltildi/onaylandi/serbest birakildi, islendi) ve ayni
      *referansla yazilmis hesap hareketlerinin once/sonra
      *bakiyelerini referans ve zaman sirasiyla basar.
       0000-MAIN.
           PERFORM H100-READ-CARD.
           IF WS-MODE-ACCT
              PERFORM H200-SELECT-REFERENCES
           END-IF.
           SORT SORT-WORK
              ON ASCENDING KEY SRT-REF SRT-TIMESTAMP SRT-SEQ
              INPUT PROCEDURE H300-RELEASE-RECORDS
              OUTPUT PROCEDURE H400-PRINT-TRACE.
           DISPLAY '===== PBTRCE00 CONTROL TOTALS ====='.
           DISPLAY 'REFERENCES SELECTED : ' WS-REF-USED.
           DISPLAY 'REFERENCES PRINTED  : ' WS-CNT-REFS.
           DISPLAY 'TRACE EVENTS        : ' WS-CNT-EVENTS.
           DISPLAY 'MOVEMENTS           : ' WS-CNT-MOVES.
           IF WS-CNT-REFS = 0 OR WS-REF-FULL
              MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.
       0000-END. EXIT.
      *----Bu kod parcacigi, sorgu kartini okur ve sorgu turunu
      *belirler; kart yoksa ya da ne referans ne gecerli bir hesap
      *verilmisse calisma RETURN-CODE 12 ile durdurulur.
       H100-READ-CARD.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE-X.
           MOVE SPACES TO CRD-VARIABLES.
           OPEN INPUT CRD-FILE.
           IF CRD-SUCCESS
              READ CRD-FILE
              IF NOT CRD-SUCCESS
                 MOVE SPACES TO CRD-VARIABLES
              END-IF
              CLOSE CRD-FILE
           END-IF.
           IF CRD-TRN-REF NOT = SPACES
              SET WS-MODE-REF TO TRUE
              MOVE 1 TO WS-REF-USED
              MOVE CRD-TRN-REF TO WS-REF-KEY(1)
           ELSE
              IF CRD-ID NUMERIC AND CRD-DVZ NUMERIC
                 SET WS-MODE-ACCT TO TRUE
                 MOVE CRD-ID TO WS-SEL-ID
                 MOVE CRD-DVZ TO WS-SEL-DVZ
                 IF CRD-DATE-FROM NOT = SPACES
                    MOVE CRD-DATE-FROM TO WS-DATE-FROM
                 END-IF
                 IF CRD-DATE-TO NOT = SPACES
                    MOVE CRD-DATE-TO TO WS-DATE-TO
                 END-IF
              END-IF
           END-IF.
           IF NOT WS-MODE-REF AND NOT WS-MODE-ACCT
              DISPLAY 'NO REFERENCE OR ACCOUNT ON CARD - RUN REFUSED'
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
       H100-END. EXIT.
      *----Bu kod parcacigi, hesap sorgusunda ilk gecisi yapar: iz
      *kutugunde kaynak ya da hedef hesabi secilen hesap olan ve
      *tarih araligina dusen adimlarin, AUDFILE/HSTFILE'da ayni hesaba
      *aralik icinde yazilmis hareketlerin islem referanslarini
      *toplar.
       H200-SELECT-REFERENCES.
           OPEN INPUT TRC-FILE.
           IF NOT TRC-SUCCESS
              DISPLAY 'TRACE FILE NOT OPEN. RC : ' ST-TRC-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ TRC-FILE.
           PERFORM UNTIL NOT TRC-SUCCESS
              IF TRC-TIMESTAMP(1:8) >= WS-DATE-FROM
                 AND TRC-TIMESTAMP(1:8) <= WS-DATE-TO
                 AND TRC-REF NOT = SPACES
                 PERFORM H210-MATCH-EVENT
                 IF WS-MATCH
                    MOVE TRC-REF TO WS-REF-IN
                    PERFORM H250-ADD-REFERENCE
                 END-IF
              END-IF
              READ TRC-FILE
           END-PERFORM.
           CLOSE TRC-FILE.
      *----
           OPEN INPUT AUD-FILE.
           IF NOT AUD-SUCCESS
              DISPLAY 'AUDIT FILE NOT OPEN. RC : ' ST-AUD-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ AUD-FILE.
           PERFORM UNTIL NOT AUD-SUCCESS
              IF AUD-ID = WS-SEL-ID AND AUD-DVZ = WS-SEL-DVZ
                 AND AUD-TIMESTAMP(1:8) >= WS-DATE-FROM
                 AND AUD-TIMESTAMP(1:8) <= WS-DATE-TO
                 AND AUD-TRN-REF NOT = SPACES
                 MOVE AUD-TRN-REF TO WS-REF-IN
                 PERFORM H250-ADD-REFERENCE
              END-IF
              READ AUD-FILE
           END-PERFORM.
           CLOSE AUD-FILE.
      *----
           OPEN INPUT HST-FILE.
           IF NOT HST-SUCCESS
              DISPLAY 'HISTORY FILE NOT OPEN. RC : ' ST-HST-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ HST-FILE.
           PERFORM UNTIL NOT HST-SUCCESS
              IF HST-ID = WS-SEL-ID AND HST-DVZ = WS-SEL-DVZ
                 AND HST-TIMESTAMP(1:8) >= WS-DATE-FROM
                 AND HST-TIMESTAMP(1:8) <= WS-DATE-TO
                 AND HST-TRN-REF NOT = SPACES
                 MOVE HST-TRN-REF TO WS-REF-IN
                 PERFORM H250-ADD-REFERENCE
              END-IF
              READ HST-FILE
           END-PERFORM.
           CLOSE HST-FILE.
       H200-END. EXIT.
      *----Bu kod parcacigi, iz adiminin kaynak hesabini ve
      *aktarimda ('T') hedef hesabini secilen hesapla karsilastirir.
       H210-MATCH-EVENT.
           MOVE 'N' TO WS-MATCH-SW.
           IF TRC-ID NUMERIC AND TRC-DVZ NUMERIC
              MOVE TRC-ID TO WS-CHK-ID
              MOVE TRC-DVZ TO WS-CHK-DVZ
              IF WS-CHK-ID = WS-SEL-ID AND WS-CHK-DVZ = WS-SEL-DVZ
                 SET WS-MATCH TO TRUE
              END-IF
           END-IF.
           IF NOT WS-MATCH AND TRC-TYPE = 'T'
              AND TRC-TGT-ID NUMERIC AND TRC-TGT-DVZ NUMERIC
              MOVE TRC-TGT-ID TO WS-CHK-ID
              MOVE TRC-TGT-DVZ TO WS-CHK-DVZ
              IF WS-CHK-ID = WS-SEL-ID AND WS-CHK-DVZ = WS-SEL-DVZ
                 SET WS-MATCH TO TRUE
              END-IF
           END-IF.
       H210-END. EXIT.
      *----Bu kod parcacigi, referansi tabloya bir kez ekler; tablo
      *doluysa sonraki referanslar izlenmez ve raporda belirtilir.
       H250-ADD-REFERENCE.
           PERFORM H260-FIND-REFERENCE.
           IF WS-REF-HIT = 0
              IF WS-REF-USED < WS-REF-MAX
                 ADD 1 TO WS-REF-USED
                 MOVE WS-REF-IN TO WS-REF-KEY(WS-REF-USED)
              ELSE
                 SET WS-REF-FULL TO TRUE
              END-IF
           END-IF.
       H250-END. EXIT.
      *----
       H260-FIND-REFERENCE.
           MOVE 0 TO WS-REF-HIT.
           PERFORM VARYING WS-REF-IDX FROM 1 BY 1
                 UNTIL WS-REF-IDX > WS-REF-USED OR WS-REF-HIT NOT = 0
              IF WS-REF-KEY(WS-REF-IDX) = WS-REF-IN
                 MOVE WS-REF-IDX TO WS-REF-HIT
              END-IF
           END-PERFORM.
       H260-END. EXIT.
      *----Bu kod parcacigi, secilen referanslara ait iz adimlarini ve
      *hesap hareketlerini siralamaya verir. Tarihcede bugunun calisma
      *tarihini tasiyan satirlar gunluk AUDFILE'da da bulundugundan,
      *AUDFILE varsa atlanir.
       H300-RELEASE-RECORDS.
           OPEN INPUT TRC-FILE.
           IF NOT TRC-SUCCESS
              DISPLAY 'TRACE FILE NOT OPEN. RC : ' ST-TRC-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ TRC-FILE.
           PERFORM UNTIL NOT TRC-SUCCESS
              MOVE TRC-REF TO WS-REF-IN
              PERFORM H260-FIND-REFERENCE
              IF WS-REF-HIT NOT = 0
                 PERFORM H310-RELEASE-EVENT
              END-IF
              READ TRC-FILE
           END-PERFORM.
           CLOSE TRC-FILE.
      *----
           OPEN INPUT AUD-FILE.
           IF NOT AUD-SUCCESS
              DISPLAY 'AUDIT FILE NOT OPEN. RC : ' ST-AUD-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF ST-AUD-FILE = 00
              SET WS-AUD-PRESENT TO TRUE
           END-IF.
           READ AUD-FILE.
           PERFORM UNTIL NOT AUD-SUCCESS
              IF AUD-TRN-REF NOT = SPACES
                 MOVE AUD-TRN-REF TO WS-REF-IN
                 PERFORM H260-FIND-REFERENCE
                 IF WS-REF-HIT NOT = 0
                    PERFORM H320-RELEASE-AUDIT
                 END-IF
              END-IF
              READ AUD-FILE
           END-PERFORM.
           CLOSE AUD-FILE.
      *----
           OPEN INPUT HST-FILE.
           IF NOT HST-SUCCESS
              DISPLAY 'HISTORY FILE NOT OPEN. RC : ' ST-HST-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           READ HST-FILE.
           PERFORM UNTIL NOT HST-SUCCESS
              IF HST-TRN-REF NOT = SPACES
                 AND NOT (WS-AUD-PRESENT
                          AND HST-RUN-DATE = WS-RUN-DATE-X)
                 MOVE HST-TRN-REF TO WS-REF-IN
                 PERFORM H260-FIND-REFERENCE
                 IF WS-REF-HIT NOT = 0
                    PERFORM H330-RELEASE-HISTORY
                 END-IF
              END-IF
              READ HST-FILE
           END-PERFORM.
           CLOSE HST-FILE.
       H300-END. EXIT.
      *----
       H310-RELEASE-EVENT.
           MOVE SPACES TO SORT-RECORD.
           MOVE TRC-REF TO SRT-REF.
           MOVE TRC-TIMESTAMP TO SRT-TIMESTAMP.
           ADD 1 TO WS-REL-SEQ.
           MOVE WS-REL-SEQ TO SRT-SEQ.
           MOVE 'E' TO SRT-KIND.
           MOVE TRC-PROGRAM TO SRT-PROGRAM.
           MOVE TRC-EVENT TO SRT-EVENT.
           MOVE TRC-CARRIER TO SRT-CARRIER.
           MOVE TRC-RC TO SRT-RC.
           MOVE TRC-TEXT TO SRT-TEXT.
           MOVE TRC-TYPE TO SRT-TYPE.
           MOVE TRC-ID TO SRT-ITEM-ID.
           MOVE TRC-DVZ TO SRT-ITEM-DVZ.
           MOVE TRC-TGT-ID TO SRT-TGT-ID.
           MOVE TRC-TGT-DVZ TO SRT-TGT-DVZ.
           MOVE TRC-AMOUNT TO SRT-AMOUNT.
           MOVE TRC-VALUE-DATE TO SRT-VALUE-DATE.
           MOVE 0 TO SRT-FUNC.
           MOVE 0 TO SRT-ID.
           MOVE 0 TO SRT-DVZ.
           MOVE 0 TO SRT-BALANCE-BEFORE.
           MOVE 0 TO SRT-BALANCE-AFTER.
           RELEASE SORT-RECORD.
       H310-END. EXIT.
      *----
       H320-RELEASE-AUDIT.
           MOVE SPACES TO SORT-RECORD.
           MOVE AUD-TRN-REF TO SRT-REF.
           MOVE AUD-TIMESTAMP TO SRT-TIMESTAMP.
           ADD 1 TO WS-REL-SEQ.
           MOVE WS-REL-SEQ TO SRT-SEQ.
           MOVE 'M' TO SRT-KIND.
           MOVE 0 TO SRT-RC.
           MOVE AUD-FUNC TO SRT-FUNC.
           MOVE AUD-ID TO SRT-ID.
           MOVE AUD-DVZ TO SRT-DVZ.
           MOVE AUD-BALANCE-BEFORE TO SRT-BALANCE-BEFORE.
           MOVE AUD-BALANCE-AFTER TO SRT-BALANCE-AFTER.
           MOVE AUD-CTR-LEG TO SRT-CTR-LEG.
           RELEASE SORT-RECORD.
       H320-END. EXIT.
      *----
       H330-RELEASE-HISTORY.
           MOVE SPACES TO SORT-RECORD.
           MOVE HST-TRN-REF TO SRT-REF.
           MOVE HST-TIMESTAMP TO SRT-TIMESTAMP.
           ADD 1 TO WS-REL-SEQ.
           MOVE WS-REL-SEQ TO SRT-SEQ.
           MOVE 'M' TO SRT-KIND.
           MOVE 0 TO SRT-RC.
           MOVE HST-FUNC TO SRT-FUNC.
           MOVE HST-ID TO SRT-ID.
           MOVE HST-DVZ TO SRT-DVZ.
           MOVE HST-BALANCE-BEFORE TO SRT-BALANCE-BEFORE.
           MOVE HST-BALANCE-AFTER TO SRT-BALANCE-AFTER.
           MOVE HST-CTR-LEG TO SRT-CTR-LEG.
           RELEASE SORT-RECORD.
       H330-END. EXIT.
      *----Bu kod parcacigi, siralanmis kayitlari referans basina
      *gruplayarak basar: referans ve kalem satiri, her adim ya da
      *hareket icin bir satir, sonda kalemin son durumu.
       H400-PRINT-TRACE.
           OPEN OUTPUT TRP-FILE.
           IF NOT TRP-SUCCESS
              DISPLAY 'TRACE REPORT FILE NOT OPEN. RC : ' ST-TRP-FILE
              MOVE 12 TO RETURN-CODE
              STOP RUN
           END-IF.
           WRITE TRP-RECORD FROM WS-HEADER-LINE1.
           IF WS-MODE-REF
              MOVE CRD-TRN-BCH-REF TO WSR-BCH-REF
              MOVE CRD-TRN-BCH-DATE TO WSR-BCH-DATE
              MOVE CRD-TRN-SEQ TO WSR-SEQ
              WRITE TRP-RECORD FROM WS-SEL-REF-LINE
           ELSE
              MOVE WS-SEL-ID TO WSA-ID
              MOVE WS-SEL-DVZ TO WSA-DVZ
              MOVE WS-DATE-FROM TO WSA-FROM
              MOVE WS-DATE-TO TO WSA-TO
              IF CRD-DATE-FROM = SPACES
                 MOVE 'ANY' TO WSA-FROM
              END-IF
              IF CRD-DATE-TO = SPACES
                 MOVE 'ANY' TO WSA-TO
              END-IF
              WRITE TRP-RECORD FROM WS-SEL-ACCT-LINE
           END-IF.
           IF WS-REF-FULL
              WRITE TRP-RECORD FROM WS-FULL-LINE
           END-IF.
      *----
           RETURN SORT-WORK AT END
              SET WS-SORT-EOF TO TRUE
           END-RETURN.
           PERFORM UNTIL WS-SORT-EOF
              IF WS-FIRST-REF OR SRT-REF NOT = WS-PREV-REF
                 IF NOT WS-FIRST-REF
                    PERFORM H440-WRITE-STATE
                 END-IF
                 PERFORM H410-WRITE-REFERENCE
              END-IF
              IF SRT-KIND = 'E'
                 PERFORM H420-WRITE-EVENT
              ELSE
                 PERFORM H430-WRITE-MOVEMENT
              END-IF
              MOVE SRT-REF TO WS-PREV-REF
              MOVE 'N' TO WS-FIRST-SW
              RETURN SORT-WORK AT END
                 SET WS-SORT-EOF TO TRUE
              END-RETURN
           END-PERFORM.
      *----
           IF WS-FIRST-REF
              WRITE TRP-RECORD FROM WS-BLANK-LINE
              WRITE TRP-RECORD FROM WS-NONE-LINE
           ELSE
              PERFORM H440-WRITE-STATE
           END-IF.
           CLOSE TRP-FILE.
       H400-END. EXIT.
      *----
       H410-WRITE-REFERENCE.
           WRITE TRP-RECORD FROM WS-BLANK-LINE.
           MOVE SRT-REF-BCH TO WRL-BCH-REF.
           MOVE SRT-REF-DATE TO WRL-BCH-DATE.
           MOVE SRT-REF-SEQ TO WRL-SEQ.
           WRITE TRP-RECORD FROM WS-REF-LINE.
           MOVE 'N' TO WS-ITEM-SW.
           MOVE 'NOT TRACED' TO WS-LAST-STAGE.
           ADD 1 TO WS-CNT-REFS.
       H410-END. EXIT.
      *----Bu kod parcacigi, iz adimini basar. Kalem satiri
      *referansin ilk adiminda bir kez basilir. Adimi tasiyan bir
      *parti varsa ayrinti o partidir ve aciklama alt satira
      *yazilir; yoksa ayrinti donus/red kodu ve aciklamasidir.
       H420-WRITE-EVENT.
           IF NOT WS-ITEM-PRINTED
              PERFORM H425-WRITE-ITEM
           END-IF.
           EVALUATE SRT-EVENT
              WHEN 'RCVD' MOVE 'SUBMITTED' TO WS-STAGE
              WHEN 'POST' MOVE 'POSTED' TO WS-STAGE
              WHEN 'FAIL' MOVE 'REFUSED' TO WS-STAGE
              WHEN 'REJT' MOVE 'REJECTED' TO WS-STAGE
              WHEN 'HELD' MOVE 'HELD' TO WS-STAGE
              WHEN 'WHSE' MOVE 'WAREHOUSED' TO WS-STAGE
              WHEN 'REPR' MOVE 'REPAIRED' TO WS-STAGE
              WHEN 'NREP' MOVE 'NOT REPAIRED' TO WS-STAGE
              WHEN 'APPR' MOVE 'APPROVED' TO WS-STAGE
              WHEN 'DECL' MOVE 'DECLINED' TO WS-STAGE
              WHEN 'VREL' MOVE 'RELEASED' TO WS-STAGE
              WHEN 'VCAN' MOVE 'CANCELLED' TO WS-STAGE
              WHEN 'VFAL' MOVE 'RECHECK FAIL' TO WS-STAGE
              WHEN OTHER MOVE SRT-EVENT TO WS-STAGE
           END-EVALUATE.
           MOVE SPACES TO WS-EVENT-LINE.
           MOVE SRT-TIMESTAMP(1:8) TO WEL-DATE.
           MOVE SRT-TIMESTAMP(9:6) TO WEL-TIME.
           MOVE SRT-PROGRAM TO WEL-PROGRAM.
           MOVE WS-STAGE TO WEL-STAGE.
           EVALUATE TRUE
              WHEN SRT-CARRIER NOT = SPACES
                 IF SRT-EVENT = 'RCVD'
                    STRING 'IN BATCH ' DELIMITED BY SIZE
                           SRT-CAR-REF DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           SRT-CAR-DATE DELIMITED BY SIZE
                       INTO WEL-DETAIL
                 ELSE
                    STRING 'TO BATCH ' DELIMITED BY SIZE
                           SRT-CAR-REF DELIMITED BY SIZE
                           ' ' DELIMITED BY SIZE
                           SRT-CAR-DATE DELIMITED BY SIZE
                       INTO WEL-DETAIL
                 END-IF
              WHEN SRT-EVENT = 'POST' OR SRT-EVENT = 'FAIL'
                 OR SRT-EVENT = 'REJT' OR SRT-EVENT = 'HELD'
                 OR SRT-EVENT = 'NREP'
                 STRING 'RC ' DELIMITED BY SIZE
                        SRT-RC DELIMITED BY SIZE
                        ' ' DELIMITED BY SIZE
                        SRT-TEXT DELIMITED BY SIZE
                    INTO WEL-DETAIL
              WHEN OTHER
                 MOVE SRT-TEXT TO WEL-DETAIL
           END-EVALUATE.
           WRITE TRP-RECORD FROM WS-EVENT-LINE.
           IF SRT-CARRIER NOT = SPACES AND SRT-TEXT NOT = SPACES
              MOVE SRT-TEXT TO WTL-TEXT
              WRITE TRP-RECORD FROM WS-TEXT-LINE
           END-IF.
           MOVE WS-STAGE TO WS-LAST-STAGE.
           ADD 1 TO WS-CNT-EVENTS.
       H420-END. EXIT.
      *----
       H425-WRITE-ITEM.
           MOVE SRT-TYPE TO WIL-TYPE.
           MOVE SRT-ITEM-ID TO WIL-ID.
           MOVE SRT-ITEM-DVZ TO WIL-DVZ.
           IF SRT-TYPE = 'T'
              MOVE 'TARGET ' TO WIL-TGT-LABEL
              MOVE SRT-TGT-ID TO WIL-TGT-ID
              MOVE '/' TO WIL-TGT-SEP
              MOVE SRT-TGT-DVZ TO WIL-TGT-DVZ
           ELSE
              MOVE SPACES TO WIL-TGT-LABEL
              MOVE SPACES TO WIL-TGT-ID
              MOVE SPACES TO WIL-TGT-SEP
              MOVE SPACES TO WIL-TGT-DVZ
           END-IF.
           MOVE SRT-AMOUNT TO WIL-AMOUNT.
           WRITE TRP-RECORD FROM WS-ITEM-LINE.
           WRITE TRP-RECORD FROM WS-COLUMN-LINE.
           SET WS-ITEM-PRINTED TO TRUE.
       H425-END. EXIT.
      *----Bu kod parcacigi, kalemin yazdirdigi hesap hareketini ve
      *hareketin once/sonra bakiyelerini basar.
       H430-WRITE-MOVEMENT.
           IF NOT WS-ITEM-PRINTED
              WRITE TRP-RECORD FROM WS-COLUMN-LINE
              SET WS-ITEM-PRINTED TO TRUE
           END-IF.
           MOVE SRT-TIMESTAMP(1:8) TO WML-DATE.
           MOVE SRT-TIMESTAMP(9:6) TO WML-TIME.
           EVALUATE SRT-FUNC
              WHEN 3 MOVE 'WRITE' TO WML-DESC
              WHEN 4 MOVE 'UPDATE' TO WML-DESC
              WHEN 5 MOVE 'DELETE' TO WML-DESC
              WHEN 6 MOVE 'DEBIT' TO WML-DESC
              WHEN 7 MOVE 'CREDIT' TO WML-DESC
              WHEN 10 MOVE 'TRANSFER' TO WML-DESC
              WHEN 11 MOVE 'FREEZE' TO WML-DESC
              WHEN 12 MOVE 'UNFREEZE' TO WML-DESC
              WHEN 13 MOVE 'CLOSE ACCT' TO WML-DESC
              WHEN 14 MOVE 'SET LIMIT' TO WML-DESC
              WHEN 15 MOVE 'REVERSAL' TO WML-DESC
              WHEN 16 MOVE 'FEE' TO WML-DESC
              WHEN OTHER MOVE 'OTHER' TO WML-DESC
           END-EVALUATE.
           MOVE SRT-ID TO WML-ID.
           MOVE SRT-DVZ TO WML-DVZ.
           IF SRT-CTR-LEG = SPACES
              MOVE SPACES TO WML-LEG-LABEL
           ELSE
              MOVE ' LEG ' TO WML-LEG-LABEL
           END-IF.
           MOVE SRT-CTR-LEG TO WML-LEG.
           WRITE TRP-RECORD FROM WS-MOVE-LINE.
           MOVE SRT-BALANCE-BEFORE TO WBL-BEFORE.
           MOVE SRT-BALANCE-AFTER TO WBL-AFTER.
           WRITE TRP-RECORD FROM WS-BALANCE-LINE.
           ADD 1 TO WS-CNT-MOVES.
       H430-END. EXIT.
      *----
       H440-WRITE-STATE.
           MOVE WS-LAST-STAGE TO WSL-STAGE.
           WRITE TRP-RECORD FROM WS-STATE-LINE.
       H440-END. EXIT.
      *----
