           05 PS-ACCT-NAME        PIC X(20).
           05 PS-WARN-SW          PIC X(01).
              88 PS-WARN-ISSUED      VALUE 'Y'.
      *    CARRIED FROM PAYE-NOC-SW WHEN THE PAYEE IS SELECTED, SO
      *    THE AMOUNT SCREEN CAN WARN WITHOUT READING PAYEFIL AGAIN.
           05 PS-PAYEE-NOC-SW     PIC X(01).
              88 PS-PAYEE-NOC-PENDING VALUE 'Y'.
