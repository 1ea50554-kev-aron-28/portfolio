      *             BY MAINMENU (EVERY MENU SELECTION) AND PAYENT01   *
      *             (EVERY PAYMENT WRITTEN OR REJECTED), SO WHO DID   *
      *             WHAT AND WHEN CAN BE RECONSTRUCTED LATER.         *
      * NOTE     -  AUDIT-TERMID IS THE CICS TERMINAL (EIBTRMID), SO  *
      *             AN AUDIT LINE CAN BE MATCHED TO THE EXCP RECORDS  *
      *             FOR THE SAME TERMINAL.  BATCH WRITERS LEAVE IT    *
      *             SPACES; OLDER OFFLOADS MAY HOLD LOW-VALUES.       *
      *****************************************************************
       01  AUDIT-RECORD.
           05 AUDIT-TIMESTAMP     PIC X(14).
           05 AUDIT-TRANSID       PIC X(04).
           05 AUDIT-OPTION        PIC 9(02).
           05 AUDIT-OUTCOME       PIC X(40).
           05 AUDIT-TERMID        PIC X(04).
           05 FILLER              PIC X(06).
