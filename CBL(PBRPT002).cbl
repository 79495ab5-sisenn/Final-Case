                           ACCESS RANDOM
                           RECORD KEY DVZ-KEY
                           STATUS ST-DVZ-FILE.
           SELECT OPTIONAL CUS-FILE ASSIGN TO CUSFILE
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY CUS-KEY
                           STATUS ST-CUS-FILE.
           SELECT SORT-WORK ASSIGN TO "SRTWK01".
      *----
       DATA DIVISION.
      *----
       FD  DVZ-FILE.
           COPY PBDVZRC.
      *----
       FD  CUS-FILE.
           COPY PBCUSRC.
      *----
       SD  SORT-WORK.
       01  SORT-RECORD.
           05 SRT-CUS-NO            PIC S9(09) COMP-3.
           05 SRT-NAME              PIC X(15).
           05 SRT-SURNAME           PIC X(15).
           05 SRT-DVZ               PIC S9(03) COMP.
      *----
           05 ST-DVZ-FILE           PIC 9(02).
              88 DVZ-SUCCESS                       VALUE 00 97.
      *----
           05 ST-CUS-FILE           PIC 9(02).
              88 CUS-SUCCESS                       VALUE 00 97 05.
      *----
           05 WS-SORT-EOF-SW        PIC X(01)      VALUE 'N'.
              88 WS-SORT-EOF                       VALUE 'Y'.
           05 WS-FIRST-SW           PIC X(01)      VALUE 'Y'.
              88 WS-FIRST-CUST                     VALUE 'Y'.
      *----
           05 WS-PREV-CUS-NO        PIC S9(09)     VALUE 0.
           05 WS-PREV-NAME          PIC X(15)      VALUE SPACES.
           05 WS-PREV-SURNAME       PIC X(15)      VALUE SPACES.
           05 WS-CUST-ACCTS         PIC 9(05)      VALUE 0.
      *kalir ve rapora uyari yazilir.
       01  WS-RANK-TABLE.
           05 WS-RANK-ENTRY OCCURS 100.
              10 WS-RANK-CUS-NO     PIC S9(09).
              10 WS-RANK-NAME       PIC X(15).
              10 WS-RANK-SURNAME    PIC X(15).
              10 WS-RANK-TOTAL      PIC S9(15).
       01  WS-CUST-LINE.
           05 FILLER                PIC X(11)      VALUE
                 'CUSTOMER : '.
           05 WCU-CUS-NO            PIC 9(09).
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 WCU-NAME              PIC X(15).
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 WCU-SURNAME           PIC X(15).
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 WCU-NOTE              PIC X(22).
      *----
       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(03)      VALUE SPACES.
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 WR-RANK               PIC ZZ9.
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 WR-CUS-NO             PIC 9(09).
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 WR-NAME               PIC X(15).
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 WR-SURNAME            PIC X(15).
       01  WS-BLANK-LINE            PIC X(80)      VALUE SPACES.
      *----
       PROCEDURE DIVISION.
      *----Bu kod parcacigi, IDXFILE'i sahip musteri numarasina dizer,
      *ayni musteriye ait hesaplari (farkli bolumlerdeki ayni
      *IDX-CUS-NO) tek blokta toplar; musteri adi CUSFILE'dan alinir.
      *Henuz musteriye baglanmamis hesaplar (IDX-CUS-NO sifir) isim
      *benzerligiyle birlestirilmez, her biri kendi blogunda
      *'UNLINKED' notuyla basilir. Her bakiyeyi bolumun
      *DVZ-FX-RATE kuruyla temel para birimine cevirir ve musteri
      *basina birlesik toplam basar. Kuru olmayan bolum PBRPT000
      *konsolidasyon sayfasindaki gibi hata satiriyla isaretlenir ve
      *musteriler temel para toplamina gore siralanir.
       0000-MAIN.
           SORT SORT-WORK
              ON ASCENDING KEY SRT-CUS-NO SRT-NAME SRT-SURNAME
                               SRT-DVZ SRT-ID
              INPUT PROCEDURE H100-RELEASE-RECORDS
              OUTPUT PROCEDURE H200-PRINT-REPORT.
           DISPLAY 'PBRPT002 - CUSTOMERS PRINTED : ' WS-CNT-CUSTOMERS.
      *----
           READ IDX-FILE.
           PERFORM UNTIL IDX-EOF
              MOVE IDX-CUS-NO TO SRT-CUS-NO
              MOVE IDX-NAME TO SRT-NAME
              MOVE IDX-SURNAME TO SRT-SURNAME
              MOVE IDX-DVZ TO SRT-DVZ
              DISPLAY 'DIVISION FILE NOT OPEN. RC : ' ST-DVZ-FILE
              STOP RUN
           END-IF.
           OPEN INPUT CUS-FILE.
           IF NOT CUS-SUCCESS
              DISPLAY 'CUSTOMER FILE NOT OPEN. RC : ' ST-CUS-FILE
              STOP RUN
           END-IF.
      *----
           WRITE RPT-RECORD FROM WS-HEADER-LINE1.
      *----
           END-RETURN.
           PERFORM UNTIL WS-SORT-EOF
              IF WS-FIRST-CUST
                 OR SRT-CUS-NO NOT = WS-PREV-CUS-NO
                 OR SRT-CUS-NO = 0
                 IF NOT WS-FIRST-CUST
                    PERFORM H220-CLOSE-CUSTOMER
                 END-IF
                 PERFORM H210-OPEN-CUSTOMER
              END-IF
              PERFORM H230-PRINT-ACCOUNT
              MOVE SRT-CUS-NO TO WS-PREV-CUS-NO
              MOVE 'N' TO WS-FIRST-SW
              RETURN SORT-WORK AT END
                 SET WS-SORT-EOF TO TRUE
           END-IF.
      *----
           CLOSE DVZ-FILE.
           CLOSE CUS-FILE.
           CLOSE RPT-FILE.
       H200-END. EXIT.
      *----
      *----Bu kod parcacigi, musteri blogunun basligini basar: bagli
      *hesaplarda isim musteri ana kaydindan, baglantisiz ya da ana
      *kayitta bulunmayan musteride hesabin kendi isminden alinir.
       H210-OPEN-CUSTOMER.
           MOVE SRT-NAME TO WS-PREV-NAME.
           MOVE SRT-SURNAME TO WS-PREV-SURNAME.
           MOVE SPACES TO WCU-NOTE.
           IF SRT-CUS-NO = 0
              MOVE '(UNLINKED)' TO WCU-NOTE
           ELSE
              MOVE SRT-CUS-NO TO CUS-NO
              READ CUS-FILE KEY IS CUS-KEY
              INVALID KEY
                 MOVE '(NOT ON CUSTOMER FILE)' TO WCU-NOTE
              NOT INVALID KEY
                 MOVE CUS-NAME TO WS-PREV-NAME
                 MOVE CUS-SURNAME TO WS-PREV-SURNAME
              END-READ
           END-IF.
           MOVE SRT-CUS-NO TO WCU-CUS-NO.
           MOVE WS-PREV-NAME TO WCU-NAME.
           MOVE WS-PREV-SURNAME TO WCU-SURNAME.
           WRITE RPT-RECORD FROM WS-BLANK-LINE.
           WRITE RPT-RECORD FROM WS-CUST-LINE.
           MOVE 0 TO WS-CUST-ACCTS.
           ADD WS-CUST-TOTAL TO WS-GRAND-TOTAL.
           IF WS-RANK-USED < WS-RANK-MAX
              ADD 1 TO WS-RANK-USED
              MOVE WS-PREV-CUS-NO TO WS-RANK-CUS-NO(WS-RANK-USED)
              MOVE WS-PREV-NAME TO WS-RANK-NAME(WS-RANK-USED)
              MOVE WS-PREV-SURNAME TO WS-RANK-SURNAME(WS-RANK-USED)
              MOVE WS-CUST-TOTAL TO WS-RANK-TOTAL(WS-RANK-USED)
              ELSE
                 ADD 1 TO WS-RANK-PRINTED
                 MOVE WS-RANK-PRINTED TO WR-RANK
                 MOVE WS-RANK-CUS-NO(WS-RANK-BEST) TO WR-CUS-NO
                 MOVE WS-RANK-NAME(WS-RANK-BEST) TO WR-NAME
                 MOVE WS-RANK-SURNAME(WS-RANK-BEST) TO WR-SURNAME
                 MOVE WS-RANK-TOTAL(WS-RANK-BEST) TO WR-TOTAL
