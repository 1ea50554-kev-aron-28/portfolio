      *****************************************************************
      * WLHITREC -  RECORD LAYOUT FOR THE WATCH-LIST HIT FILE         *
      *             (WLHITS), KEYED BY PAYEE NUMBER AND WATCH-LIST    *
      *             ENTRY ID.  WRITTEN PENDING WHEN A PAYEE NAME      *
      *             MATCHES A LISTED NAME (COPY WATCHREC) - ONLINE BY *
      *             PAYEMNT1 ON AN ADD, NAME CHANGE OR REACTIVATION,  *
      *             AND BY THE WLSCRN RESCREEN AFTER EACH NEW LIST -  *
      *             AND STAMPED CLEARED OR CONFIRMED, WITH THE        *
      *             SUPERVISOR AND DATE, ON PAYEMNT1.                 *
      * NOTE     -  WHILE A PAYEE HAS A PENDING HIT IT STAYS ON       *
      *             COMPLIANCE HOLD (PAYE-STATUS 'H', COPY PAYEEREC); *
      *             A CONFIRMED HIT BLOCKS IT FOR GOOD ('S').         *
      *          -  A CLEARANCE HOLDS ONLY FOR THE NAME THAT WAS      *
      *             SCREENED (WLH-PAYEE-NAME) - IF THE SAME ENTRY     *
      *             MATCHES A DIFFERENT NAME LATER THE HIT GOES BACK  *
      *             TO PENDING.                                       *
      *          -  RECORD LENGTH IS 120 - SEE jcl/DEFWLFL.jcl.       *
      *****************************************************************
       01  WLH-RECORD.
           05 WLH-KEY.
              10 WLH-PAYEE-NO     PIC 9(06).
              10 WLH-ENTRY-ID     PIC 9(08).
           05 WLH-STATUS          PIC X(01).
              88 WLH-ST-PENDING      VALUE 'P'.
              88 WLH-ST-CLEARED      VALUE 'C'.
              88 WLH-ST-CONFIRMED    VALUE 'M'.
           05 WLH-PAYEE-NAME      PIC X(20).
           05 WLH-WATCH-NAME      PIC X(40).
           05 WLH-PROGRAM         PIC X(10).
           05 WLH-HIT-DATE        PIC 9(08).
      *    OPERATOR ID ONLINE, JOB NAME FROM THE RESCREEN.
           05 WLH-FOUND-BY        PIC X(08).
           05 WLH-DECIDED-BY      PIC X(08).
           05 WLH-DECIDED-DATE    PIC 9(08).
           05 FILLER              PIC X(03).
