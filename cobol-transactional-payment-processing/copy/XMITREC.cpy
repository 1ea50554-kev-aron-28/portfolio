      *****************************************************************
      * XMITREC  -  ACH TRANSMISSION LOG (XMITLOG), KEYED BY RECORD   *
      *             TYPE AND NUMBER.  WRITTEN BY ACHBUILD, ANSWERED   *
      *             BY SETLPOST:                                      *
      *             'C' + ZERO  CONTROL RECORD - THE BUSINESS DATE    *
      *                         THE LOG STARTED (PAYMENTS VALUE-DATED *
      *                         EARLIER WENT OUT BEFORE IT AND ARE    *
      *                         NOT BALANCED), THE LAST FILE SENT.    *
      *             'F' + FILE ID  ONE PER FILE BUILT, WITH ITS       *
      *                         CONTROL TOTALS AND STATUS - SENT,     *
      *                         HELD (OUT OF BALANCE, OR THE RUN      *
      *                         NEVER FINISHED - NOT SENT), OR        *
      *                         CONFIRMED ONCE SETLPOST HAS SEEN A    *
      *                         RESPONSE FOR EVERY PAYMENT IN IT.     *
      *             'I' + REF   ONE PER PAYMENT SETTLEMENT RECORD     *
      *                         TAKEN UP - TRANSMITTED, OR NETTED     *
      *                         (VOIDED BEFORE IT WAS SENT) - WITH    *
      *                         THE FILE ID AND, ONCE SETLPOST SEES   *
      *                         IT, THE RESPONSE.                     *
      *             'R' + REF   ONE PER VOID OFFSET TAKEN UP - SENT   *
      *                         AS A REVERSAL, NETTED AGAINST AN      *
      *                         UNSENT ORIGINAL, OR AN EXCEPTION.     *
      * NOTE     -  AN ITEM COUNTS AS SENT ONLY WHILE ITS FILE IS 'S' *
      *             OR 'C' - ITEMS OF A HELD FILE ARE TAKEN UP AGAIN  *
      *             BY THE NEXT RUN.                                  *
      *          -  RECORD LENGTH IS 150 - SEE jcl/DEFACHFL.jcl.      *
      *****************************************************************
       01  XLOG-RECORD.
           05 XLOG-KEY.
              10 XLOG-REC-TYPE       PIC X(01).
                 88 XLOG-CONTROL        VALUE 'C'.
                 88 XLOG-FILE           VALUE 'F'.
                 88 XLOG-ITEM           VALUE 'I'.
                 88 XLOG-REVERSAL       VALUE 'R'.
              10 XLOG-KEY-NO         PIC 9(10).
           05 XLOG-FILE-DATA.
              10 XLOGF-BUSINESS-DATE PIC 9(08).
              10 XLOGF-STATUS        PIC X(01).
                 88 XLOGF-SENT          VALUE 'S'.
                 88 XLOGF-HELD          VALUE 'H'.
                 88 XLOGF-CONFIRMED     VALUE 'C'.
              10 XLOGF-CREATED-TS    PIC X(14).
              10 XLOGF-BATCH-COUNT   PIC 9(04).
              10 XLOGF-ENTRY-COUNT   PIC 9(07).
              10 XLOGF-PAY-COUNT     PIC 9(07).
              10 XLOGF-REV-COUNT     PIC 9(07).
              10 XLOGF-ROUTE-HASH    PIC 9(10).
              10 XLOGF-ACCT-HASH     PIC 9(10).
              10 XLOGF-CREDIT-TOTAL  PIC 9(11)V99.
              10 XLOGF-DEBIT-TOTAL   PIC 9(11)V99.
              10 XLOGF-NET-TOTAL     PIC S9(11)V99.
      *       PAYMENTS IN THE FILE SETLPOST HAS SEEN A RESPONSE FOR.
              10 XLOGF-ANSWER-COUNT  PIC 9(07).
              10 XLOGF-CONFIRM-DATE  PIC 9(08).
      *       REF OF THE LAST RESPONSE COUNTED - THE FILE IS COUNTED
      *       BEFORE ITS ITEM IS MARKED ANSWERED, AND A RERUN THAT
      *       FINDS THE ITEM UNMARKED MUST NOT COUNT IT A SECOND TIME.
              10 XLOGF-LAST-ANSWER-REF
                                     PIC 9(10).
           05 XLOG-ITEM-DATA REDEFINES XLOG-FILE-DATA.
              10 XLOGI-FILE-ID       PIC 9(10).
              10 XLOGI-STATE         PIC X(01).
                 88 XLOGI-TRANSMITTED   VALUE 'T'.
                 88 XLOGI-NETTED        VALUE 'N'.
                 88 XLOGI-EXCEPTION     VALUE 'X'.
              10 XLOGI-SOURCE        PIC X(01).
              10 XLOGI-AMOUNT        PIC 9(09)V99.
              10 XLOGI-ACCOUNT-NO    PIC 9(10).
              10 XLOGI-VALUE-DATE    PIC 9(08).
              10 XLOGI-ANSWER-SW     PIC X(01).
                 88 XLOGI-ANSWERED      VALUE 'Y'.
              10 XLOGI-ANSWER-DATE   PIC 9(08).
              10 XLOGI-DISPOSITION   PIC X(01).
              10 FILLER              PIC X(81).
           05 XLOG-CONTROL-DATA REDEFINES XLOG-FILE-DATA.
              10 XLOGC-START-DATE    PIC 9(08).
              10 XLOGC-LAST-FILE-ID  PIC 9(10).
              10 XLOGC-LAST-SENT-DATE
                                     PIC 9(08).
              10 XLOGC-FILES-SENT    PIC 9(07).
              10 FILLER              PIC X(99).
           05 FILLER                 PIC X(07).
