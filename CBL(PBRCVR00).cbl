           05 SRT-BALANCE-AFTER     PIC S9(15) COMP-3.
           05 SRT-TIMESTAMP         PIC X(26).
           05 SRT-SEQ               PIC 9(07).
           05 SRT-CUS-NO            PIC S9(09) COMP-3.
      *----
       WORKING-STORAGE SECTION.
      *----
              MOVE SNP-STATUS TO IDX-STATUS
              MOVE SNP-LAST-ACT TO IDX-LAST-ACT
              MOVE SNP-OD-LIMIT TO IDX-OD-LIMIT
              MOVE SNP-CUS-NO TO IDX-CUS-NO
              WRITE IDX-VARIABLES
              IF NOT NEW-SUCCESS
                 DISPLAY 'SNAPSHOT COPY FAILED ID ' SNP-ID
              MOVE AUD-BALANCE-AFTER TO SRT-BALANCE-AFTER
              MOVE AUD-TIMESTAMP TO SRT-TIMESTAMP
              MOVE WS-CNT-AUDITS TO SRT-SEQ
              MOVE AUD-CUS-NO TO SRT-CUS-NO
              RELEASE SORT-RECORD
              READ AUD-FILE
           END-PERFORM.
                 MOVE 'A' TO IDX-STATUS
                 MOVE 0 TO IDX-LAST-ACT
                 MOVE 0 TO IDX-OD-LIMIT
                 MOVE SRT-CUS-NO TO IDX-CUS-NO
                 WRITE IDX-VARIABLES
                 ADD 1 TO WS-CNT-WRITES
              ELSE
           MOVE SRT-NAME-AFTER TO IDX-NAME.
           MOVE SRT-SURNAME-AFTER TO IDX-SURNAME.
           MOVE SRT-BALANCE-AFTER TO IDX-BALANCE.
           MOVE SRT-CUS-NO TO IDX-CUS-NO.
           EVALUATE SRT-FUNC
              WHEN 11 MOVE 'F' TO IDX-STATUS
              WHEN 12 MOVE 'A' TO IDX-STATUS
