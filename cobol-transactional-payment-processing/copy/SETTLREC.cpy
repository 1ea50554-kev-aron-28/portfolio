      * SETTLREC -  RECORD WRITTEN TO THE OUTBOUND SETTLEMENT TD      *
      *             QUEUE (SETL) BY PAYENT01 FOR EVERY ACCEPTED       *
      *             PAYMENT, TO BE PICKED UP BY THE NIGHTLY ACH/      *
      *             SETTLEMENT TRANSMISSION JOB (ACHBUILD).           *
      * NOTE     -  THE PAYEE NUMBER AND BANK ROUTING FIELDS COME     *
      *             FROM THE PAYEE MASTER (COPY PAYEEREC) SO THE ACH  *
      *             PROCESSOR SETTLES ON ROUTING DATA INSTEAD OF THE  *
