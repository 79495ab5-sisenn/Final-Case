      *----------------------------------------------------------------
      *    PBSUPRC  -  SHARED SUPFILE ALERT SUPPRESSION LIST RECORD
      *                LAYOUT.  MAINTAINED BY PBCUSM00 ('O' OPT-OUT /
      *                'I' OPT-IN CARDS) AND READ BY PBALRT00 BEFORE
      *                EACH ALERT IS WRITTEN.
      *    A CUSTOMER ON THE LIST RECEIVES NO ALERTS OF THE EVENT CODES
      *    IN SUP-EVENT (SEE PBALTRC); AN ALL-SPACES LIST MEANS THE
      *    CUSTOMER HAS OPTED OUT OF EVERY ALERT.
      *----------------------------------------------------------------
       01  SUP-VARIABLES.
           05 SUP-KEY.
              10 SUP-CUS-NO        PIC S9(09) COMP-3.
           05 SUP-OPT-OUT-DATE    PIC 9(08).
           05 SUP-EVENT-LIST.
              10 SUP-EVENT         PIC X(04) OCCURS 5.
