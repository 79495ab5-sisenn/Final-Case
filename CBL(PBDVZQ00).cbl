       IDENTIFICATION DIVISION.
      *----
       PROGRAM-ID.    PBDVZQ00.
       AUTHOR.        SINEM SEN.
      *----
       ENVIRONMENT DIVISION.
      *----
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DVZ-FILE ASSIGN TO DVZFILE
                           ORGANIZATION INDEXED
                           ACCESS RANDOM
                           RECORD KEY DVZ-KEY
                           STATUS ST-DVZ-FILE.
           SELECT OPTIONAL DRH-FILE ASSIGN TO DRHFILE
                           ORGANIZATION INDEXED
                           ACCESS DYNAMIC
                           RECORD KEY DRH-KEY
                           STATUS ST-DRH-FILE.
      *----
       DATA DIVISION.
      *----
       FILE SECTION.
      *----
       FD  DVZ-FILE.
           COPY PBDVZRC.
      *----
       FD  DRH-FILE.
           COPY PBDRHRC.
      *----
       WORKING-STORAGE SECTION.
      *----
       01  WS-WORK-AREA.
           05 ST-DVZ-FILE        PIC 9(02).
              88 DVZ-SUCCESS                         VALUE 00 97.
      *----
           05 ST-DRH-FILE        PIC 9(02).
              88 DRH-SUCCESS                         VALUE 00 97 05.
      *----
           05 WS-HIST-SW         PIC X(01)           VALUE 'N'.
              88 WS-HIST-FOUND                       VALUE 'Y'.
      *----
       LINKAGE SECTION.
      *----
       01  LS-DQ-AREA.
           COPY PBDQIF REPLACING
              ==PFX-DQ-FUNC==      BY ==LS-DQ-FUNC==
              ==PFX-DQ-OPEN==      BY ==LS-DQ-OPEN==
              ==PFX-DQ-QUERY==     BY ==LS-DQ-QUERY==
              ==PFX-DQ-CLOSE==     BY ==LS-DQ-CLOSE==
              ==PFX-DQ-DVZ==       BY ==LS-DQ-DVZ==
              ==PFX-DQ-DATE==      BY ==LS-DQ-DATE==
              ==PFX-DQ-RC==        BY ==LS-DQ-RC==
              ==PFX-DQ-SOURCE==    BY ==LS-DQ-SOURCE==
              ==PFX-DQ-FROM-HISTORY== BY ==LS-DQ-FROM-HISTORY==
              ==PFX-DQ-FROM-MASTER== BY ==LS-DQ-FROM-MASTER==
              ==PFX-DQ-DESC==      BY ==LS-DQ-DESC==
              ==PFX-DQ-INT-RATE==  BY ==LS-DQ-INT-RATE==
              ==PFX-DQ-MNT-FEE==   BY ==LS-DQ-MNT-FEE==
              ==PFX-DQ-FX-RATE==   BY ==LS-DQ-FX-RATE==
              ==PFX-DQ-ODI-RATE==  BY ==LS-DQ-ODI-RATE==
              ==PFX-DQ-APPR-LIMIT== BY ==LS-DQ-APPR-LIMIT==.
      *----
       PROCEDURE DIVISION USING LS-DQ-AREA.
      *----Bu kod parcacigi, bolum ana dosyasindaki degerlerin belirli
      *bir is gununde hangi degerde oldugunu cevaplar. Oran tarihcesi
      *(DRHFILE) bolumun degisikliklerini yururluk tarihine gore sirali
      *tutar: sorulan tarihten SONRA yururluge giren ilk degisikligin
      *eski (DRH-OLD) degerleri o gun yururlukte olan degerlerdir;
      *boyle bir degisiklik yoksa bugunku DVZFILE kaydi gecerlidir.
      *Tarihce dosyasi yoksa her sorgu ana dosyadan cevaplanir.
       0000-MAIN.
           EVALUATE LS-DQ-FUNC
              WHEN 1
                 PERFORM H100-OPEN-FILES
              WHEN 2
                 PERFORM H200-QUERY-FUNC
              WHEN 9
                 PERFORM H900-CLOSE-FUNC
              WHEN OTHER
                 MOVE 99 TO LS-DQ-RC
           END-EVALUATE.
           GOBACK.
       0000-END. EXIT.
      *----
       H100-OPEN-FILES.
           OPEN INPUT DVZ-FILE.
           IF NOT DVZ-SUCCESS
              DISPLAY 'DIVISION FILE NOT OPEN. RC : ' ST-DVZ-FILE
              STOP RUN
           END-IF.
           OPEN INPUT DRH-FILE.
           IF NOT DRH-SUCCESS
              DISPLAY 'RATE HISTORY FILE NOT OPEN. RC : ' ST-DRH-FILE
              STOP RUN
           END-IF.
           MOVE 0 TO LS-DQ-RC.
       H100-END. EXIT.
      *----
       H200-QUERY-FUNC.
           MOVE 0 TO LS-DQ-RC.
           MOVE SPACE TO LS-DQ-SOURCE.
           MOVE SPACES TO LS-DQ-DESC.
           MOVE 0 TO LS-DQ-INT-RATE LS-DQ-MNT-FEE LS-DQ-FX-RATE
                     LS-DQ-ODI-RATE LS-DQ-APPR-LIMIT.
           PERFORM H210-HISTORY-LOOKUP.
           IF WS-HIST-FOUND
              IF DRH-ADD
      *----Bolum sorulan tarihten sonra eklenmis: o gun yoktu.
                 MOVE 99 TO LS-DQ-RC
              ELSE
                 SET LS-DQ-FROM-HISTORY TO TRUE
                 MOVE DRH-OLD-DESC TO LS-DQ-DESC
                 MOVE DRH-OLD-INT-RATE TO LS-DQ-INT-RATE
                 MOVE DRH-OLD-MNT-FEE TO LS-DQ-MNT-FEE
                 MOVE DRH-OLD-FX-RATE TO LS-DQ-FX-RATE
                 MOVE DRH-OLD-ODI-RATE TO LS-DQ-ODI-RATE
                 MOVE DRH-OLD-APPR-LIMIT TO LS-DQ-APPR-LIMIT
              END-IF
           ELSE
              MOVE LS-DQ-DVZ TO DVZ-KEY
              READ DVZ-FILE KEY IS DVZ-KEY
              INVALID KEY
                 MOVE 99 TO LS-DQ-RC
              NOT INVALID KEY
                 SET LS-DQ-FROM-MASTER TO TRUE
                 MOVE DVZ-DESC TO LS-DQ-DESC
                 MOVE DVZ-INT-RATE TO LS-DQ-INT-RATE
                 MOVE DVZ-MNT-FEE TO LS-DQ-MNT-FEE
                 MOVE DVZ-FX-RATE TO LS-DQ-FX-RATE
                 MOVE DVZ-ODI-RATE TO LS-DQ-ODI-RATE
                 MOVE DVZ-APPR-LIMIT TO LS-DQ-APPR-LIMIT
              END-READ
           END-IF.
       H200-END. EXIT.
      *----Bu kod parcacigi, bolumun sorulan tarihten sonraki ilk
      *tarihce kaydina konumlanir: anahtar ayni tarihin en buyuk zaman
      *damgasiyla kurulur, boylece o gun yururluge girmis degisiklikler
      *atlanir.
       H210-HISTORY-LOOKUP.
           MOVE 'N' TO WS-HIST-SW.
           MOVE LS-DQ-DVZ TO DRH-DVZ.
           MOVE LS-DQ-DATE TO DRH-EFF-DATE.
           MOVE HIGH-VALUES TO DRH-TIMESTAMP.
           START DRH-FILE KEY IS GREATER THAN DRH-KEY
           INVALID KEY
              MOVE 23 TO ST-DRH-FILE
           END-START.
           IF ST-DRH-FILE = 00
              READ DRH-FILE NEXT RECORD
              AT END
                 CONTINUE
              NOT AT END
                 IF DRH-DVZ = LS-DQ-DVZ
                    MOVE 'Y' TO WS-HIST-SW
                 END-IF
              END-READ
           END-IF.
       H210-END. EXIT.
      *----
       H900-CLOSE-FUNC.
           CLOSE DVZ-FILE.
           CLOSE DRH-FILE.
           MOVE 0 TO LS-DQ-RC.
       H900-END. EXIT.
      *----
