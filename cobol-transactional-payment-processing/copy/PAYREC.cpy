      *             ACCT-BALANCE ON THE ACCOUNT MASTER, SO A RERUN     *
      *             NEVER DEBITS THE SAME PAYMENT TWICE.  EVERY OTHER  *
      *             WRITER LEAVES IT 'N'.                              *
      *          -  A RETURN THAT ARRIVES AFTER THE PAYMENT HAS POSTED *
      *             (A LATE RETURN) MOVES IT TO PAY-ST-RETURNED WITH   *
      *             THE PROCESSOR'S REASON CODE IN PAY-REJECT-REASON.  *
      *             IF ACCTPOST HAD ALREADY DEBITED IT, THE NEXT       *
      *             ACCTPOST RUN CREDITS THE ACCOUNT BACK AND SETS     *
      *             PAY-POSTED-APPL-SW TO 'R' - AGAIN BEFORE THE       *
      *             ACCOUNT REWRITE, SO A RERUN NEVER CREDITS TWICE.   *
      *          -  WHEN ACCTPOST DEBITS THE PAYMENT IT ALSO CHARGES   *
      *             THE FEE FOR PAY-CHANNEL FROM THE FEE SCHEDULE      *
      *             (COPY FEEREC) AND KEEPS THE AMOUNT CHARGED IN      *
      *             PAY-FEE-AMOUNT; A LATE RETURN REFUNDS THAT AMOUNT. *
      *          -  THE NIGHTLY JOBS SELECT A BUSINESS DAY'S PAYMENTS  *
      *             BY PAY-VALUE-DATE, NOT PAY-ENTRY-DATE - A PAYMENT  *
      *             KEYED AFTER THE CUTOFF BELONGS TO THE NEXT DAY.    *
      *          -  RECORD LENGTH IS 120.  PAYFILE AND ARCHFIL WERE    *
      *             EXTENDED FROM 79 TO 104 BY THE ONE-TIME PAYCONV    *
      *             JOB AND FROM 104 TO 120 BY PAYCONV2 - SEE          *
      *             jcl/PAYCONV.jcl AND jcl/PAYCONV2.jcl.              *
      *****************************************************************
       01  PAY-RECORD.
           05 PAY-REF-NO          PIC 9(10).
              88 PAY-ST-REJECTED     VALUE 'R'.
              88 PAY-ST-AWAIT-APPR   VALUE 'A'.
              88 PAY-ST-VOIDED       VALUE 'V'.
              88 PAY-ST-RETURNED     VALUE 'T'.
           05 PAY-OPERATOR-ID     PIC X(08).
           05 PAY-ENTRY-DATE      PIC 9(08).
           05 PAY-ENTRY-TIME      PIC 9(06).
           05 PAY-REJECT-REASON   PIC X(10).
           05 PAY-POSTED-APPL-SW  PIC X(01).
              88 PAY-POSTED-APPLIED  VALUE 'Y'.
              88 PAY-RETURN-REVERSED VALUE 'R'.
      *    PAYEE MASTER NUMBER (COPY PAYEEREC) THE PAYMENT WAS KEYED
      *    OR IMPORTED AGAINST - ZERO ON RECORDS WRITTEN BEFORE THE
      *    PAYEE MASTER EXISTED.
           05 PAY-ORIG-REF-NO     PIC 9(10).
           05 PAY-RESUB-SW        PIC X(01).
              88 PAY-RESUBMITTED     VALUE 'Y'.
      *    CHANNEL THE PAYMENT CAME IN THROUGH, WHICH SETS ITS FEE
      *    (COPY FEEREC) - OPERATOR-KEYED ON PAYENT01 OR PAYFIX01,
      *    BRANCH BULK FROM PAYIMPRT, STANDING ORDER FROM RECURPAY.
      *    SPACES ON RECORDS WRITTEN BEFORE THE FEE SCHEDULE EXISTED,
      *    WHICH ARE TOLD APART BY PAY-OPERATOR-ID INSTEAD.
           05 PAY-CHANNEL         PIC X(01).
              88 PAY-CH-OPERATOR     VALUE 'O'.
              88 PAY-CH-BULK         VALUE 'B'.
              88 PAY-CH-STANDING     VALUE 'S'.
      *    VALUE DATE - THE BUSINESS DAY THE PAYMENT SETTLES AND IS
      *    COUNTED IN BY THE NIGHTLY JOBS.  ONLINE IT IS THE ENTRY
      *    DATE, UNLESS THE PAYMENT WAS KEYED OR RELEASED AT OR AFTER
      *    THE DAILY CUTOFF OR ON A WEEKEND OR HOLIDAY (COPY CALREC),
      *    WHEN IT IS THE NEXT BUSINESS DAY.  PAYAPR01 SETS IT AGAIN
      *    ON RELEASE.  RECURPAY AND PAYIMPRT SET IT TO THE BUSINESS
      *    DATE THEY RUN FOR.  SPACES ON RECORDS WRITTEN BEFORE THE
      *    CUTOFF EXISTED (NOT NUMERIC) - READERS USE PAY-ENTRY-DATE.
           05 PAY-VALUE-DATE      PIC 9(08) COMP-3.
      *    FEE ACCTPOST CHARGED WHEN IT DEBITED THE PAYMENT, KEPT SO
      *    A LATE RETURN OR A STATEMENT SHOWS THE FEE ACTUALLY TAKEN
      *    EVEN AFTER THE SCHEDULE CHANGES, AND THE BUSINESS DATE OF
      *    THE RUN THAT LAST DEBITED OR CREDITED THE PAYMENT BACK -
      *    BOTH WRITTEN IN THE SAME REWRITE AS PAY-POSTED-APPL-SW.
      *    SPACES ON RECORDS APPLIED BEFORE PAYCONV2 (NOT NUMERIC) -
      *    READERS FALL BACK TO THE FEE SCHEDULE.
           05 PAY-FEE-AMOUNT      PIC S9(5)V99 COMP-3.
           05 PAY-APPLIED-DATE    PIC 9(08) COMP-3.
           05 FILLER              PIC X(08).
