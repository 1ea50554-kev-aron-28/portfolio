      *****************************************************************
      * GLACTREC -  GENERAL LEDGER ACTIVITY RECORD.  ONE RECORD PER   *
      *             MONEY MOVEMENT ON AN ACCOUNT BALANCE, PICKED UP   *
      *             EACH NIGHT BY GLEXTRCT TO BUILD THE GL JOURNAL:   *
      *          -  ACCTPOST APPENDS A 'PD' RECORD FOR EVERY PAYMENT  *
      *             DEBIT AND AN 'RR' RECORD FOR EVERY LATE RETURN IT *
      *             CREDITS BACK (PROD.PAYAPP.GLACTV, DISP=MOD), AND  *
      *             AN 'FE' RECORD FOR THE FEE CHARGED WITH A DEBIT   *
      *             OR AN 'FR' RECORD FOR THE FEE REFUNDED WITH A     *
      *             LATE RETURN (COPY FEEREC).                        *
      *          -  ACCTMNT1 WRITES AN 'AJ' RECORD TO THE ADJT TD     *
      *             QUEUE FOR EVERY ADJUST-BALANCE, WITH THE BALANCE  *
      *             BEFORE AND AFTER, SO THE ADJUSTMENT CAN BE BOOKED *
      *             FROM MORE THAN AN AUDIT TEXT LINE.  THE QUEUE     *
      *             OFFLOADS TO PROD.PAYAPP.ADJTFILE.                 *
      *          -  GLA-REF-NO IS ZERO ON AN ADJUSTMENT - THE SOURCE  *
      *             REFERENCE THERE IS THE ACCOUNT NUMBER.            *
      *          -  RECORD LENGTH IS 80 - BOTH DATASETS ARE READ AS   *
      *             ONE CONCATENATION BY jcl/GLEXTRCT.jcl.            *
      *****************************************************************
       01  GLA-RECORD.
           05 GLA-TIMESTAMP       PIC X(14).
           05 GLA-BUSINESS-DATE   PIC 9(08).
           05 GLA-ACTV-TYPE       PIC X(02).
              88 GLA-PAYMENT-DEBIT   VALUE 'PD'.
              88 GLA-RETURN-CREDIT   VALUE 'RR'.
              88 GLA-BALANCE-ADJUST  VALUE 'AJ'.
              88 GLA-FEE-CHARGE      VALUE 'FE'.
              88 GLA-FEE-REFUND      VALUE 'FR'.
      *    OPERATOR ID ONLINE, JOB NAME IN BATCH.
           05 GLA-SOURCE-ID       PIC X(08).
           05 GLA-ACCOUNT-NO      PIC 9(10).
           05 GLA-REF-NO          PIC 9(10).
           05 GLA-AMOUNT          PIC S9(9)V99 COMP-3.
           05 GLA-OLD-BALANCE     PIC S9(9)V99 COMP-3.
           05 GLA-NEW-BALANCE     PIC S9(9)V99 COMP-3.
           05 FILLER              PIC X(10).
