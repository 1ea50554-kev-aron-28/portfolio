      *****************************************************************
      * GLJRNREC -  GENERAL LEDGER JOURNAL INTERFACE RECORD, IN THE   *
      *             LAYOUT THE GL SYSTEM LOADS.  WRITTEN NIGHTLY BY   *
      *             GLEXTRCT FOR ONE BUSINESS DATE:                   *
      *             ONE 'H' HEADER, TWO 'D' DETAIL LINES PER JOURNAL  *
      *             ENTRY (THE DEBIT AND THE CREDIT, SHARING ONE      *
      *             ENTRY NUMBER), AND ONE 'T' TRAILER CARRYING THE   *
      *             LINE COUNT AND THE DEBIT AND CREDIT TOTALS.  THE  *
      *             GL LOAD REJECTS A FILE WHOSE TRAILER TOTALS DO    *
      *             NOT AGREE WITH EACH OTHER OR WITH THE DETAIL.     *
      *          -  GLJ-AMOUNT IS UNSIGNED - THE SIDE OF THE LEDGER   *
      *             IS CARRIED IN GLJ-DR-CR.                          *
      *          -  RECORD LENGTH IS 80.                              *
      *****************************************************************
       01  GLJ-RECORD.
           05 GLJ-REC-TYPE        PIC X(01).
              88 GLJ-HEADER          VALUE 'H'.
              88 GLJ-DETAIL          VALUE 'D'.
              88 GLJ-TRAILER         VALUE 'T'.
           05 GLJ-DETAIL-DATA.
              10 GLJ-BUSINESS-DATE   PIC 9(08).
              10 GLJ-ENTRY-NO        PIC 9(06).
              10 GLJ-DR-CR           PIC X(01).
                 88 GLJ-DEBIT           VALUE 'D'.
                 88 GLJ-CREDIT          VALUE 'C'.
              10 GLJ-GL-ACCOUNT      PIC X(10).
              10 GLJ-AMOUNT          PIC 9(11)V99.
      *       ENTRY TYPE - SEE COPY GLACCTS.
              10 GLJ-ENTRY-TYPE      PIC X(02).
              10 GLJ-SOURCE-TYPE     PIC X(01).
                 88 GLJ-SRC-PAYMENT     VALUE 'P'.
                 88 GLJ-SRC-ACCOUNT     VALUE 'A'.
      *       PAY-REF-NO FOR A PAYMENT, ACCOUNT NUMBER OTHERWISE.
              10 GLJ-SOURCE-REF      PIC 9(10).
              10 GLJ-DESCRIPTION     PIC X(20).
              10 FILLER              PIC X(08).
           05 GLJ-HEADER-DATA REDEFINES GLJ-DETAIL-DATA.
              10 GLJH-BUSINESS-DATE  PIC 9(08).
              10 GLJH-SOURCE-SYSTEM  PIC X(08).
              10 GLJH-CREATED-TS     PIC X(14).
              10 FILLER              PIC X(49).
           05 GLJ-TRAILER-DATA REDEFINES GLJ-DETAIL-DATA.
              10 GLJT-BUSINESS-DATE  PIC 9(08).
              10 GLJT-LINE-COUNT     PIC 9(07).
              10 GLJT-DEBIT-TOTAL    PIC 9(13)V99.
              10 GLJT-CREDIT-TOTAL   PIC 9(13)V99.
              10 FILLER              PIC X(34).
