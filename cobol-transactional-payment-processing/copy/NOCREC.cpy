      *****************************************************************
      * NOCREC   -  RECORD LAYOUT FOR THE NOTIFICATION OF CHANGE      *
      *             REVIEW FILE (NOCFILE), KEYED BY PAYEE NUMBER AND  *
      *             THE REFERENCE NUMBER OF THE PAYMENT THE ACH       *
      *             PROCESSOR ATTACHED THE CHANGE TO.  WRITTEN BY     *
      *             SETLPOST FOR EVERY 'C' RESPONSE, WITH THE PAYEE   *
      *             MASTER'S ROUTING AND BANK ACCOUNT AS THEY STOOD   *
      *             AND THE CORRECTED VALUES THE PROCESSOR SENT.      *
      *             NOTHING IS CHANGED ON PAYEFIL UNTIL A SUPERVISOR  *
      *             APPLIES OR REJECTS THE CHANGE ON PAYEMNT1, WHICH  *
      *             STAMPS THE DECISION, OPERATOR AND DATE HERE.      *
      *          -  PAYE-NOC-SW ON THE PAYEE MASTER (COPY PAYEEREC)   *
      *             STAYS 'Y' WHILE ANY CHANGE FOR THE PAYEE IS STILL *
      *             PENDING, SO PAYMENT ENTRY CAN WARN ON IT WITHOUT  *
      *             READING THIS FILE.                                *
      *          -  RECORD LENGTH IS 100 - SEE jcl/DEFNOCFL.jcl.      *
      *****************************************************************
       01  NOC-RECORD.
           05 NOC-KEY.
              10 NOC-PAYEE-NO     PIC 9(06).
              10 NOC-REF-NO       PIC 9(10).
      *    ACH CHANGE CODE FROM THE RESPONSE - C01 ACCOUNT NUMBER,
      *    C02 ROUTING NUMBER, C03 BOTH, AND SO ON.
           05 NOC-CHANGE-CODE     PIC X(03).
           05 NOC-STATUS          PIC X(01).
              88 NOC-ST-PENDING      VALUE 'P'.
              88 NOC-ST-APPLIED      VALUE 'A'.
              88 NOC-ST-REJECTED     VALUE 'J'.
           05 NOC-RECV-DATE       PIC 9(08).
           05 NOC-OLD-ROUTING     PIC 9(09).
           05 NOC-OLD-BANK-ACCT   PIC X(17).
           05 NOC-NEW-ROUTING     PIC 9(09).
           05 NOC-NEW-BANK-ACCT   PIC X(17).
           05 NOC-DECIDED-BY      PIC X(08).
           05 NOC-DECIDED-DATE    PIC 9(08).
           05 FILLER              PIC X(04).
