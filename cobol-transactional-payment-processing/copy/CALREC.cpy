      *****************************************************************
      * CALREC   -  RECORD LAYOUT FOR THE BUSINESS CALENDAR FILE      *
      *             (CALFILE), RELOADED IN FULL BY CALLOAD FROM THE   *
      *             BANK HOLIDAY CALENDAR (PROD.PAYAPP.HOLIDAYS, THE  *
      *             SAME CARDS RECURPAY READS AS HOLFILE) AND THE     *
      *             DAILY CUTOFF TIME ON THE CALCTL CARD.  READ       *
      *             ONLINE BY PAYENT01, PAYFIX01 AND PAYAPR01 TO SET  *
      *             PAY-VALUE-DATE (COPY PAYREC).  KEYED BY CAL-DATE. *
      * NOTE     -  ONE RECORD PER HOLIDAY UNDER ITS YYYYMMDD DATE.   *
      *             WEEKENDS ARE NOT ON FILE - THE PROGRAMS KNOW THEM.*
      *          -  THE CONTROL RECORD (CAL-DATE ZERO) SORTS FIRST    *
      *             AND CARRIES THE CUTOFF TIME (HHMMSS, CICS LOCAL   *
      *             TIME), THE NUMBER OF HOLIDAYS LOADED AND THE DATE *
      *             OF THE LOAD.  A PAYMENT ENTERED OR RELEASED AT OR *
      *             AFTER THE CUTOFF IS VALUE-DATED TO THE NEXT       *
      *             BUSINESS DAY.  WITH NO CONTROL RECORD ON FILE NO  *
      *             CUTOFF APPLIES, BUT WEEKENDS STILL ROLL FORWARD.  *
      *          -  RECORD LENGTH IS 40 - SEE jcl/DEFCALFL.jcl.       *
      *****************************************************************
       01  CAL-RECORD.
           05 CAL-DATE            PIC 9(08).
           05 CAL-HOLIDAY-DATA.
              10 CAL-LOAD-DATE    PIC 9(08).
              10 FILLER           PIC X(16).
           05 CAL-CONTROL-DATA REDEFINES CAL-HOLIDAY-DATA.
              10 CAL-CTL-CUTOFF-TIME
                                  PIC 9(06).
              10 CAL-CTL-HOL-COUNT
                                  PIC 9(05).
              10 CAL-CTL-LOAD-DATE
                                  PIC 9(08).
              10 FILLER           PIC X(05).
           05 FILLER              PIC X(08).
