      *****************************************************************
      * YEPXREC  -  YEAR-END INFORMATION-RETURN EXTRACT RECORD,       *
      *             WRITTEN BY YEPAYRPT FOR ACCOUNTS PAYABLE TO LOAD  *
      *             INTO THE TAX REPORTING PACKAGE.  ONE RECORD PER   *
      *             PAYEE FLAGGED REPORTABLE ON THE PAYEE MASTER      *
      *             (COPY PAYEEREC), WITH A TAX ID, WHOSE SETTLED     *
      *             PAYMENTS FOR THE TAX YEAR REACH THE THRESHOLD ON  *
      *             THE YEPCTL CONTROL CARD.                          *
      * NOTE     -  SETTLED MEANS POSTED - RETURNED, VOIDED, REJECTED *
      *             AND UNSETTLED PAYMENTS DO NOT COUNT.  LIVE AND    *
      *             ARCHIVED PAYMENTS BOTH COUNT, EACH ONCE.          *
      *          -  THE PAYEE NAME IS THE MASTER NAME, NOT THE NAME   *
      *             KEYED ON THE PAYMENTS.                            *
      *          -  AMOUNT IS UNSIGNED.  RECORD LENGTH IS 80.         *
      *****************************************************************
       01  YEPX-RECORD.
           05 YEPX-TAX-YEAR       PIC 9(04).
           05 YEPX-PAYEE-NO       PIC 9(06).
           05 YEPX-TAX-ID         PIC 9(09).
           05 YEPX-PAYEE-NAME     PIC X(20).
           05 YEPX-PAY-COUNT      PIC 9(07).
           05 YEPX-AMOUNT         PIC 9(11)V99.
           05 YEPX-RUN-DATE       PIC 9(08).
           05 FILLER              PIC X(13).
