      *             IMAGE RECORD PER PAYMENT TRANSMITTED.  READ BY    *
      *             SETLPOST, WHICH MATCHES EACH RESPONSE TO PAYFILE  *
      *             BY RESP-REF-NO AND REWRITES PAY-STATUS.           *
      * NOTE     -  A 'C' DISPOSITION IS A NOTIFICATION OF CHANGE -   *
      *             THE PAYMENT SETTLED, BUT THE PAYEE'S ROUTING OR   *
      *             BANK ACCOUNT IS OUT OF DATE.  THE ACH CHANGE CODE *
      *             (C01, C02, C03 ...) IS IN RESP-REASON-CODE AND    *
      *             THE CORRECTED DETAILS IN RESP-NOC-ROUTING AND     *
      *             RESP-NOC-BANK-ACCT (ZERO OR SPACES WHEN THAT      *
      *             FIELD IS NOT BEING CORRECTED).                    *
      *****************************************************************
       01  RESP-RECORD.
           05 RESP-REF-NO          PIC 9(10).
           05 RESP-DISPOSITION     PIC X(01).
              88 RESP-SETTLED         VALUE 'S'.
              88 RESP-RETURNED        VALUE 'R'.
              88 RESP-NOTIFY-CHANGE   VALUE 'C'.
           05 RESP-REASON-CODE     PIC X(10).
           05 RESP-SETTLE-DATE     PIC 9(08).
           05 RESP-NOC-ROUTING     PIC 9(09).
           05 RESP-NOC-BANK-ACCT   PIC X(17).
           05 FILLER               PIC X(25).
