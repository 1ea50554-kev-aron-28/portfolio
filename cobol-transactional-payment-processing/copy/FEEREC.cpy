      *****************************************************************
      * FEEREC   -  RECORD LAYOUT FOR THE PAYMENT FEE SCHEDULE FILE   *
      *             (FEEFILE), MAINTAINED ONLINE BY SUPERVISORS ON    *
      *             FEEMNT1 AND READ BY ACCTPOST, WHICH CHARGES THE   *
      *             FEE WHEN IT DEBITS A POSTED PAYMENT, AND BY       *
      *             MSTMTGEN, WHICH PRINTS IT ON THE STATEMENT.       *
      *             KEYED BY CHANNEL, EFFECTIVE DATE AND BAND LIMIT.  *
      * NOTE     -  A SCHEDULE IS EVERY ROW FOR ONE CHANNEL SHARING   *
      *             ONE EFFECTIVE DATE.  A PAYMENT IS CHARGED FROM    *
      *             THE SCHEDULE FOR ITS PAY-CHANNEL WITH THE LATEST  *
      *             EFFECTIVE DATE NOT AFTER ITS PAY-ENTRY-DATE, AT   *
      *             THE FIRST BAND WHOSE LIMIT IS AT OR ABOVE THE     *
      *             PAYMENT AMOUNT.  AN AMOUNT ABOVE THE TOP BAND, OR *
      *             A CHANNEL WITH NO SCHEDULE IN FORCE, IS NOT       *
      *             CHARGED - KEY A TOP BAND OF 999999999.99 TO       *
      *             COVER EVERYTHING.                                 *
      *          -  FEEMNT1 ONLY ADDS ROWS EFFECTIVE TODAY OR LATER,  *
      *             AND ONLY CHANGES OR DELETES ROWS EFFECTIVE AFTER  *
      *             TODAY, SO A SCHEDULE ONCE IN FORCE NEVER CHANGES. *
      *             ACCTPOST KEEPS THE FEE IT CHARGED ON THE PAYMENT  *
      *             (PAY-FEE-AMOUNT IN COPY PAYREC), WHICH IS WHAT A  *
      *             LATE RETURN REFUNDS AND THE STATEMENT SHOWS.      *
      *          -  RECORD LENGTH IS 50.                              *
      *****************************************************************
       01  FEE-RECORD.
           05 FEE-KEY.
      *       SAME VALUES AS PAY-CHANNEL IN COPY PAYREC.
              10 FEE-CHANNEL         PIC X(01).
                 88 FEE-CH-OPERATOR     VALUE 'O'.
                 88 FEE-CH-BULK         VALUE 'B'.
                 88 FEE-CH-STANDING     VALUE 'S'.
              10 FEE-EFF-DATE        PIC 9(08).
      *       UPPER END OF THE AMOUNT BAND, INCLUSIVE.
              10 FEE-BAND-LIMIT      PIC 9(09)V99.
           05 FEE-AMOUNT          PIC S9(5)V99 COMP-3.
           05 FEE-OPERATOR-ID     PIC X(08).
           05 FEE-MAINT-DATE      PIC 9(08).
           05 FILLER              PIC X(10).
