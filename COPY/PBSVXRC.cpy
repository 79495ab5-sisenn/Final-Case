      *----------------------------------------------------------------
      *    PBSVXRC  -  SHARED SVXFILE SURVEILLANCE EXCEPTION RECORD
      *                LAYOUT, WRITTEN BY PBSURV00 (ONE RECORD PER
      *                CASE RAISED) FOR THE COMPLIANCE REVIEW QUEUE.
      *    SVX-RULE NAMES THE PATTERN THAT FIRED:
      *      VELO - MOVEMENT COUNT OR DEBIT TOTAL OVER THE DIVISION'S
      *             LIMIT WITHIN ITS ROLLING WINDOW
      *      STRC - SEVERAL SAME-DAY DEBITS EACH JUST UNDER THE
      *             DVZ-APPR-LIMIT IN FORCE THAT DAY (STRUCTURING)
      *      DORM - A BURST OF OUTGOING MOVEMENTS AFTER A LONG GAP
      *             WITH NO ACTIVITY ON THE ACCOUNT
      *      PASS - A CREDIT SENT STRAIGHT BACK OUT BY TRANSFERS
      *             WITHIN A FEW DAYS (PASS-THROUGH)
      *    SVX-CASE-NO MATCHES THE CASE NUMBER ON THE PRINTED CASE
      *    LIST, WHICH SHOWS THE TRIGGERING MOVEMENTS.  SVX-AMOUNT IS
      *    THE TOTAL OF THE TRIGGERING MOVEMENTS AND SVX-THRESHOLD THE
      *    RULE VALUE IT WAS MEASURED AGAINST (COUNT OR AMOUNT).
      *----------------------------------------------------------------
       01  SVX-VARIABLES.
           05 SVX-RUN-DATE        PIC 9(08).
           05 SVX-CASE-NO         PIC 9(07).
           05 SVX-RULE            PIC X(04).
              88 SVX-VELOCITY                 VALUE 'VELO'.
              88 SVX-STRUCTURING              VALUE 'STRC'.
              88 SVX-DORMANT-BURST            VALUE 'DORM'.
              88 SVX-PASS-THROUGH             VALUE 'PASS'.
           05 SVX-KEY.
              10 SVX-ID            PIC S9(05) COMP-3.
              10 SVX-DVZ           PIC S9(03) COMP.
           05 SVX-CUS-NO          PIC S9(09) COMP-3.
           05 SVX-TRIG-DATE       PIC 9(08).
           05 SVX-MOVE-COUNT      PIC 9(05).
           05 SVX-AMOUNT          PIC S9(15) COMP-3.
           05 SVX-THRESHOLD       PIC S9(15) COMP-3.
           05 SVX-REASON          PIC X(40).
