      *****************************************************************
      * GLACCTS  -  GENERAL LEDGER ACCOUNT MAP FOR THE NIGHTLY        *
      *             JOURNAL EXTRACT (GLEXTRCT).  ONE ENTRY PER        *
      *             JOURNAL ENTRY TYPE, GIVING THE GL ACCOUNT TO      *
      *             DEBIT, THE GL ACCOUNT TO CREDIT AND THE TEXT      *
      *             CARRIED ON THE JOURNAL LINES:                     *
      *             PD  PAYMENT DEBITED TO THE CUSTOMER (ACCTPOST)    *
      *             RR  LATE RETURN CREDITED BACK (ACCTPOST)          *
      *             VD  PAYMENT VOIDED ONLINE (PAYREV01)              *
      *             DN  HELD PAYMENT DENIED ONLINE (PAYAPR01)         *
      *             AI  BALANCE ADJUSTED UP (ACCTMNT1)                *
      *             AD  BALANCE ADJUSTED DOWN (ACCTMNT1)              *
      *             FE  PAYMENT FEE CHARGED (ACCTPOST)                *
      *             FR  PAYMENT FEE REFUNDED ON A LATE RETURN         *
      *                 (ACCTPOST)                                    *
      *          -  ACCOUNT NUMBERS ARE FINANCE'S CHART OF ACCOUNTS - *
      *             A CHANGE THERE IS A CHANGE HERE AND A RECOMPILE   *
      *             OF GLEXTRCT, NOTHING ELSE.                        *
      *****************************************************************
       01  GLM-MAP-VALUES.
           05 FILLER              PIC X(02) VALUE 'PD'.
           05 FILLER              PIC X(10) VALUE '2100-00100'.
           05 FILLER              PIC X(10) VALUE '1150-00200'.
           05 FILLER              PIC X(20) VALUE 'PAYMENT DEBITED'.
           05 FILLER              PIC X(02) VALUE 'RR'.
           05 FILLER              PIC X(10) VALUE '1150-00200'.
           05 FILLER              PIC X(10) VALUE '2100-00100'.
           05 FILLER              PIC X(20) VALUE 'RETURN CREDITED'.
           05 FILLER              PIC X(02) VALUE 'VD'.
           05 FILLER              PIC X(10) VALUE '2160-00100'.
           05 FILLER              PIC X(10) VALUE '2160-00900'.
           05 FILLER              PIC X(20) VALUE 'PAYMENT VOIDED'.
           05 FILLER              PIC X(02) VALUE 'DN'.
           05 FILLER              PIC X(10) VALUE '2160-00100'.
           05 FILLER              PIC X(10) VALUE '2160-00910'.
           05 FILLER              PIC X(20) VALUE 'PAYMENT DENIED'.
           05 FILLER              PIC X(02) VALUE 'AI'.
           05 FILLER              PIC X(10) VALUE '5950-00100'.
           05 FILLER              PIC X(10) VALUE '2100-00100'.
           05 FILLER              PIC X(20) VALUE 'BALANCE ADJUSTED UP'.
           05 FILLER              PIC X(02) VALUE 'AD'.
           05 FILLER              PIC X(10) VALUE '2100-00100'.
           05 FILLER              PIC X(10) VALUE '5950-00100'.
           05 FILLER              PIC X(20) VALUE 'BALANCE ADJUSTED DN'.
           05 FILLER              PIC X(02) VALUE 'FE'.
           05 FILLER              PIC X(10) VALUE '2100-00100'.
           05 FILLER              PIC X(10) VALUE '4410-00100'.
           05 FILLER              PIC X(20) VALUE 'PAYMENT FEE CHARGED'.
           05 FILLER              PIC X(02) VALUE 'FR'.
           05 FILLER              PIC X(10) VALUE '4410-00100'.
           05 FILLER              PIC X(10) VALUE '2100-00100'.
           05 FILLER              PIC X(20) VALUE 'PAYMENT FEE REFUND'.
       01  GLM-MAP-TABLE REDEFINES GLM-MAP-VALUES.
           05 GLM-ENTRY OCCURS 8.
              10 GLM-ENTRY-TYPE      PIC X(02).
              10 GLM-DEBIT-ACCT      PIC X(10).
              10 GLM-CREDIT-ACCT     PIC X(10).
              10 GLM-DESCRIPTION     PIC X(20).
       01  GLM-ENTRY-MAX          PIC S9(4) COMP VALUE 8.
