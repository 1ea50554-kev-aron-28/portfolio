      *****************************************************************
      * ACHREC   -  CONSOLIDATED ACH TRANSMISSION FILE RECORD, IN THE *
      *             LAYOUT THE ACH PROCESSOR LOADS.  WRITTEN NIGHTLY  *
      *             BY ACHBUILD FROM ALL THE SETTLEMENT SOURCES (THE  *
      *             SETL QUEUE OFFLOAD, THE RECURPAY SETLOUT          *
      *             GENERATIONS AND THE PAYIMPRT IMPSETL FEED):       *
      *             ONE '1' FILE HEADER, THEN PER BATCH ONE '5' BATCH *
      *             HEADER, ITS '6' ENTRIES AND ONE '8' BATCH         *
      *             CONTROL, AND ONE '9' FILE CONTROL.  ONE BATCH PER *
      *             SOURCE ('O' ONLINE, 'S' STANDING ORDERS, 'B'      *
      *             BRANCH BULK) PLUS ONE 'V' BATCH OF VOID           *
      *             REVERSALS.                                        *
      * NOTE     -  EACH ENTRY CARRIES THE SETTLEMENT RECORD (COPY    *
      *             SETTLREC) UNCHANGED IN ACH-ENTRY-SETL.  A PAYMENT *
      *             IS TRANSACTION CODE 22 (CREDIT TO THE PAYEE), A   *
      *             VOID REVERSAL 27 (DEBIT BACK) WITH THE NEGATIVE   *
      *             OFFSET AMOUNT PAYREV01 QUEUED.                    *
      *          -  CONTROL RECORDS CARRY THE ENTRY COUNT, THE        *
      *             ROUTING HASH (SUM OF THE FIRST EIGHT DIGITS OF    *
      *             SETL-ROUTING), THE ACCOUNT HASH (SUM OF           *
      *             SETL-ACCOUNT-NO), BOTH KEPT TO THE LOW-ORDER TEN  *
      *             DIGITS, AND THE CREDIT, DEBIT AND NET TOTALS.     *
      *             THE PROCESSOR REJECTS A FILE WHOSE CONTROLS DO    *
      *             NOT AGREE WITH ITS BATCHES AND ENTRIES.           *
      *          -  FILE ID IS THE BUSINESS DATE AND A TWO-DIGIT      *
      *             SEQUENCE, LOGGED ON XMITLOG (COPY XMITREC).       *
      *          -  RECORD LENGTH IS 120.                             *
      *****************************************************************
       01  ACH-RECORD.
           05 ACH-REC-TYPE        PIC X(01).
              88 ACH-FILE-HEADER     VALUE '1'.
              88 ACH-BATCH-HEADER    VALUE '5'.
              88 ACH-ENTRY           VALUE '6'.
              88 ACH-BATCH-CONTROL   VALUE '8'.
              88 ACH-FILE-CONTROL    VALUE '9'.
           05 ACH-ENTRY-DATA.
              10 ACH-TRAN-CODE       PIC X(02).
                 88 ACH-TC-PAYMENT      VALUE '22'.
                 88 ACH-TC-REVERSAL     VALUE '27'.
              10 ACH-BATCH-NO        PIC 9(04).
              10 ACH-ENTRY-SETL      PIC X(100).
              10 ACH-VALUE-DATE      PIC 9(08).
              10 FILLER              PIC X(05).
           05 ACH-FILE-HEADER-DATA REDEFINES ACH-ENTRY-DATA.
              10 ACHFH-FILE-ID       PIC 9(10).
              10 ACHFH-BUSINESS-DATE PIC 9(08).
              10 ACHFH-CREATED-TS    PIC X(14).
              10 ACHFH-ORIGIN        PIC X(08).
              10 FILLER              PIC X(79).
           05 ACH-BATCH-HEADER-DATA REDEFINES ACH-ENTRY-DATA.
              10 ACHBH-BATCH-NO      PIC 9(04).
              10 ACHBH-SOURCE        PIC X(01).
                 88 ACHBH-SRC-ONLINE    VALUE 'O'.
                 88 ACHBH-SRC-STANDING  VALUE 'S'.
                 88 ACHBH-SRC-BULK      VALUE 'B'.
                 88 ACHBH-SRC-REVERSAL  VALUE 'V'.
              10 ACHBH-DESCRIPTION   PIC X(20).
              10 ACHBH-EFFECTIVE-DATE
                                     PIC 9(08).
              10 ACHBH-FILE-ID       PIC 9(10).
              10 FILLER              PIC X(76).
           05 ACH-BATCH-CONTROL-DATA REDEFINES ACH-ENTRY-DATA.
              10 ACHBC-BATCH-NO      PIC 9(04).
              10 ACHBC-ENTRY-COUNT   PIC 9(07).
              10 ACHBC-ROUTE-HASH    PIC 9(10).
              10 ACHBC-ACCT-HASH     PIC 9(10).
              10 ACHBC-CREDIT-TOTAL  PIC 9(11)V99.
              10 ACHBC-DEBIT-TOTAL   PIC 9(11)V99.
              10 ACHBC-NET-TOTAL     PIC S9(11)V99.
              10 FILLER              PIC X(49).
           05 ACH-FILE-CONTROL-DATA REDEFINES ACH-ENTRY-DATA.
              10 ACHFC-BATCH-COUNT   PIC 9(04).
              10 ACHFC-ENTRY-COUNT   PIC 9(07).
              10 ACHFC-ROUTE-HASH    PIC 9(10).
              10 ACHFC-ACCT-HASH     PIC 9(10).
              10 ACHFC-CREDIT-TOTAL  PIC 9(11)V99.
              10 ACHFC-DEBIT-TOTAL   PIC 9(11)V99.
              10 ACHFC-NET-TOTAL     PIC S9(11)V99.
              10 FILLER              PIC X(49).
