      *****************************************************************
      * AUDHREC  -  RECORD LAYOUT FOR THE AUDIT HISTORY FILE          *
      *             (AUDHIST), LOADED NIGHTLY BY AUDHLOAD FROM THE    *
      *             AUDT AND EXCP TRANSIENT DATA OFFLOADS (COPY       *
      *             AUDITREC / EXCPREC) AND SEARCHED ONLINE BY THE    *
      *             SUPERVISOR AUDIT INQUIRY (AUDINQ1).  KEYED BY     *
      *             TIMESTAMP, RECORD TYPE AND LOAD SEQUENCE.         *
      * NOTE     -  FOUR UNIQUE ALTERNATE INDEXES, EACH A SEARCH      *
      *             VALUE FOLLOWED BY A COPY OF THE PRIMARY KEY SO    *
      *             EACH BROWSES IN TIME ORDER (jcl/DEFAUDAX.jcl):    *
      *             OPERATOR (CICS FILE AUDHOPR1), ACCOUNT (AUDHACT1),*
      *             PAYMENT REFERENCE (AUDHREF1), TERMINAL (AUDHTRM1).*
      *          -  THE REFERENCE NUMBER IS TAKEN FROM THE OUTCOME    *
      *             TEXT ('REF NNNNNNNNNN', OR THE ORIGINAL ON A      *
      *             PAYFIX01 RESUBMIT); THE ACCOUNT FROM THAT         *
      *             PAYMENT, OR FROM THE TEXT OF AN ACCTMNT1 LINE.    *
      *             ZERO WHEN THE LINE NAMES NEITHER.                 *
      *          -  AN EXCP RECORD (AUDH-TY-EXCP) HAS NO OPERATOR,    *
      *             ACCOUNT OR REFERENCE; ITS PROGRAM, ABEND CODE AND *
      *             TASK NUMBER ARE CARRIED IN AUDH-EXCP-DATA.        *
      *          -  RECORD LENGTH IS 200.                             *
      *****************************************************************
       01  AUDH-RECORD.
           05 AUDH-KEY.
              10 AUDH-TIMESTAMP   PIC X(14).
              10 AUDH-TYPE        PIC X(01).
                 88 AUDH-TY-AUDIT    VALUE 'A'.
                 88 AUDH-TY-EXCP     VALUE 'E'.
              10 AUDH-SEQ         PIC 9(05).
           05 AUDH-OPER-KEY.
              10 AUDH-OPERATOR-ID PIC X(08).
              10 AUDH-OPER-TS     PIC X(20).
           05 AUDH-ACCT-KEY.
              10 AUDH-ACCOUNT-NO  PIC 9(10).
              10 AUDH-ACCT-TS     PIC X(20).
           05 AUDH-REF-KEY.
              10 AUDH-REF-NO      PIC 9(10).
              10 AUDH-REF-TS      PIC X(20).
           05 AUDH-TERM-KEY.
              10 AUDH-TERMID      PIC X(04).
              10 AUDH-TERM-TS     PIC X(20).
           05 AUDH-TRANSID        PIC X(04).
           05 AUDH-OPTION         PIC 9(02).
           05 AUDH-OUTCOME        PIC X(40).
           05 AUDH-EXCP-DATA REDEFINES AUDH-OUTCOME.
              10 AUDH-EX-PROGRAM  PIC X(08).
              10 AUDH-EX-ABCODE   PIC X(04).
              10 AUDH-EX-TASKNO   PIC 9(07).
              10 FILLER           PIC X(21).
           05 AUDH-LOAD-DATE      PIC 9(08).
           05 FILLER              PIC X(14).
