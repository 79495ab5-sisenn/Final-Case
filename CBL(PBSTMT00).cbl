           05 SRT-TIMESTAMP         PIC X(26).
           05 SRT-SEQ               PIC 9(07).
           05 SRT-FX-RATE           PIC S9(07)V9(06) COMP-3.
           05 SRT-REV-FUNC          PIC 9(02).
           05 SRT-REV-TS            PIC X(26).
      *----
       WORKING-STORAGE SECTION.
      *----
      *----
       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 WD-TIMESTAMP          PIC X(16).
           05 FILLER                PIC X(02)      VALUE SPACES.
           05 WD-FUNC-DESC          PIC X(10).
           05 FILLER                PIC X(01)      VALUE SPACES.
                 'FX RATE APPLD :'.
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 WR-RATE               PIC ZZZZZZ9.999999.
      *----
      *----Ters kayit satiri, geri alinan hareketin islem tipini ve
      *16 haneli zaman damgasini (ters kayit referansi) gosterir.
       01  WS-REV-LINE.
           05 FILLER                PIC X(19)      VALUE SPACES.
           05 FILLER                PIC X(14)      VALUE
                 'REVERSAL OF : '.
           05 WV-FUNC-DESC          PIC X(10).
           05 FILLER                PIC X(01)      VALUE SPACES.
           05 WV-TIMESTAMP          PIC X(16).
      *----
       01  WS-CLOSE-LINE.
           05 FILLER                PIC X(18)      VALUE
                 ADD 1 TO WS-REL-SEQ
                 MOVE WS-REL-SEQ TO SRT-SEQ
                 MOVE AUD-FX-RATE TO SRT-FX-RATE
                 MOVE AUD-REV-FUNC TO SRT-REV-FUNC
                 MOVE AUD-REV-TS TO SRT-REV-TS
                 RELEASE SORT-RECORD
              END-IF
              READ AUD-FILE
                 ADD 1 TO WS-REL-SEQ
                 MOVE WS-REL-SEQ TO SRT-SEQ
                 MOVE HST-FX-RATE TO SRT-FX-RATE
                 MOVE HST-REV-FUNC TO SRT-REV-FUNC
                 MOVE HST-REV-TS TO SRT-REV-TS
                 RELEASE SORT-RECORD
              END-IF
              READ HST-FILE
      *bakiyelerinden türetir; tutar ayr bir alan olarak AUDFILE'da
      *tutulmaz.
       H230-WRITE-MOVEMENT.
           MOVE SRT-TIMESTAMP(1:16) TO WD-TIMESTAMP.
           EVALUATE SRT-FUNC
              WHEN 3 MOVE 'WRITE     ' TO WD-FUNC-DESC
              WHEN 4 MOVE 'UPDATE    ' TO WD-FUNC-DESC
              WHEN 12 MOVE 'UNFREEZE  ' TO WD-FUNC-DESC
              WHEN 13 MOVE 'CLOSE ACCT' TO WD-FUNC-DESC
              WHEN 14 MOVE 'SET LIMIT ' TO WD-FUNC-DESC
              WHEN 15 MOVE 'REVERSAL  ' TO WD-FUNC-DESC
              WHEN 16 MOVE 'FEE       ' TO WD-FUNC-DESC
              WHEN OTHER MOVE 'OTHER     ' TO WD-FUNC-DESC
           END-EVALUATE.
           COMPUTE WS-MOVE-AMOUNT =
              MOVE SRT-FX-RATE TO WR-RATE
              WRITE STM-RECORD FROM WS-RATE-LINE
           END-IF.
           IF SRT-FUNC = 15
              EVALUATE SRT-REV-FUNC
                 WHEN 6 MOVE 'DEBIT     ' TO WV-FUNC-DESC
                 WHEN 7 MOVE 'CREDIT    ' TO WV-FUNC-DESC
                 WHEN 10 MOVE 'TRANSFER  ' TO WV-FUNC-DESC
                 WHEN 16 MOVE 'FEE       ' TO WV-FUNC-DESC
                 WHEN OTHER MOVE 'OTHER     ' TO WV-FUNC-DESC
              END-EVALUATE
              MOVE SRT-REV-TS(1:16) TO WV-TIMESTAMP
              WRITE STM-RECORD FROM WS-REV-LINE
           END-IF.
           ADD 1 TO WS-MOVE-COUNT.
       H230-END. EXIT.
      *----
