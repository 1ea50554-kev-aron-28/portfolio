      *****************************************************************
      * SUSPREC  -  SUSPICIOUS-PAYMENT EXTRACT RECORD, WRITTEN        *
      *             NIGHTLY BY SUSPRPT FOR THE FRAUD TEAM TO LOAD     *
      *             INTO THEIR CASE TOOL.  ONE RECORD PER FLAG RAISED *
      *             FOR THE BUSINESS DATE - THE SAME LINES AS THE     *
      *             PRINTED REPORT, WITH FULL FIELDS:                 *
      *             FIRSTPAY  FIRST-EVER PAYMENT FROM THE ACCOUNT TO  *
      *                       THE PAYEE ABOVE THE CARD AMOUNT         *
      *             OFFHOURS  OPERATOR-KEYED OUTSIDE THE CARD HOURS   *
      *             BANKCHG   PAYEE BANK DETAILS CHANGED ON PAYEMNT1  *
      *                       (BANK CHANGE OR APPLIED NOC) WITHIN THE *
      *                       CARD DAYS BEFORE THE PAYMENT            *
      *             NEARAPPR  OPERATOR KEYED THE CARD COUNT OR MORE   *
      *                       PAYMENTS JUST UNDER PAY-APPROVAL-LIMIT  *
      *             NEARDAY   OPERATOR'S DAY TOTAL CAME JUST UNDER    *
      *                       OPER-DAY-AMT-LIMIT                      *
      *             RELPAIR   THE SAME KEYING AND RELEASING OPERATORS *
      *                       ON THE CARD COUNT OR MORE APPROVALS     *
      *                       WITHIN THE CARD DAYS                    *
      * NOTE     -  PAYMENT-LEVEL FLAGS CARRY THE PAYMENT; OPERATOR-  *
      *             AND PAIR-LEVEL FLAGS CARRY ZERO REFERENCE AND     *
      *             ACCOUNT NUMBERS AND A COUNT INSTEAD.              *
      *          -  SUS-OTHER-OPER-ID IS THE RELEASING OPERATOR ON A  *
      *             RELPAIR AND THE CHANGING OPERATOR ON A BANKCHG.   *
      *          -  AMOUNTS ARE UNSIGNED.  RECORD LENGTH IS 120.      *
      *****************************************************************
       01  SUS-RECORD.
           05 SUS-BUSINESS-DATE   PIC 9(08).
           05 SUS-FLAG            PIC X(08).
              88 SUS-FL-FIRST-PAYEE  VALUE 'FIRSTPAY'.
              88 SUS-FL-OFF-HOURS    VALUE 'OFFHOURS'.
              88 SUS-FL-BANK-CHANGE  VALUE 'BANKCHG '.
              88 SUS-FL-NEAR-APPR    VALUE 'NEARAPPR'.
              88 SUS-FL-NEAR-DAY     VALUE 'NEARDAY '.
              88 SUS-FL-RELEASE-PAIR VALUE 'RELPAIR '.
           05 SUS-REF-NO          PIC 9(10).
           05 SUS-ACCOUNT-NO      PIC 9(10).
           05 SUS-PAYEE-NO        PIC 9(06).
           05 SUS-PAYEE           PIC X(20).
           05 SUS-OPERATOR-ID     PIC X(08).
           05 SUS-OTHER-OPER-ID   PIC X(08).
           05 SUS-AMOUNT          PIC 9(09)V99.
      *    ENTRY DATE AND TIME OF THE PAYMENT; ON A BANKCHG, THE
      *    DATE OF THE BANK CHANGE.
           05 SUS-EVENT-DATE      PIC 9(08).
           05 SUS-EVENT-TIME      PIC 9(06).
           05 SUS-COUNT           PIC 9(05).
           05 FILLER              PIC X(12).
