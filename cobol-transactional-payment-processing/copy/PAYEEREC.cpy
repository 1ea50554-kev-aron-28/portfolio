      *             (STNDMNT1) ALL VALIDATE PAYEE NUMBERS HERE; AN    *
      *             INACTIVE PAYEE IS REFUSED FOR NEW PAYMENTS BUT    *
      *             KEPT ON FILE SO HISTORY STILL RESOLVES.           *
      *          -  PAYE-NOC-SW IS SET BY SETLPOST WHEN THE ACH       *
      *             PROCESSOR SENDS A NOTIFICATION OF CHANGE FOR THE  *
      *             PAYEE (COPY NOCREC) AND CLEARED BY PAYEMNT1 ONCE  *
      *             A SUPERVISOR HAS APPLIED OR REJECTED EVERY        *
      *             PENDING CHANGE.  PAYENT01 WARNS ON A NEW PAYMENT  *
      *             TO A PAYEE WITH A CHANGE PENDING.                 *
      *          -  EVERY PAYEE NAME IS SCREENED AGAINST THE          *
      *             SANCTIONS WATCH LIST (COPY WATCHREC) ON AN ADD,   *
      *             NAME CHANGE OR REACTIVATION AND AGAIN BY WLSCRN   *
      *             AFTER EACH NEW LIST.  A POSSIBLE MATCH PUTS THE   *
      *             PAYEE ON COMPLIANCE HOLD ('H') UNTIL A SUPERVISOR *
      *             CLEARS OR CONFIRMS THE HIT (COPY WLHITREC) ON     *
      *             PAYEMNT1; A CONFIRMED MATCH BLOCKS IT ('S') FOR   *
      *             GOOD.  HELD AND BLOCKED PAYEES ARE NOT ACTIVE, SO *
      *             EVERY CHECK THAT REFUSES AN INACTIVE PAYEE        *
      *             REFUSES THEM TOO.                                 *
      *          -  PAYE-TAX-ID AND PAYE-REPORTABLE-SW ARE KEPT ON    *
      *             PAYEMNT1 (ACTION T) FOR THE YEAR-END INFORMATION  *
      *             RETURNS.  YEPAYRPT EXTRACTS A PAYEE FLAGGED       *
      *             REPORTABLE WHOSE SETTLED PAYMENTS FOR THE YEAR    *
      *             REACH THE THRESHOLD ON ITS CONTROL CARD.  A PAYEE *
      *             ADDED BEFORE THESE FIELDS EXISTED HAS SPACES      *
      *             THERE - NO TAX ID AND NOT REPORTABLE.             *
      *****************************************************************
       01  PAYE-RECORD.
           05 PAYE-NUMBER         PIC 9(06).
           05 PAYE-STATUS         PIC X(01).
              88 PAYE-ST-ACTIVE      VALUE 'A'.
              88 PAYE-ST-INACTIVE    VALUE 'I'.
              88 PAYE-ST-HOLD        VALUE 'H'.
              88 PAYE-ST-BLOCKED     VALUE 'S'.
           05 PAYE-OPERATOR-ID    PIC X(08).
           05 PAYE-CREATE-DATE    PIC 9(08).
           05 PAYE-NOC-SW         PIC X(01).
              88 PAYE-NOC-PENDING    VALUE 'Y'.
           05 PAYE-TAX-ID         PIC 9(09).
           05 PAYE-REPORTABLE-SW  PIC X(01).
              88 PAYE-REPORTABLE     VALUE 'Y'.
