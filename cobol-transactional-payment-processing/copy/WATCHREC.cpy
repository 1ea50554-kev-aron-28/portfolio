      *****************************************************************
      * WATCHREC -  RECORD LAYOUT FOR THE SANCTIONS WATCH-LIST FILE   *
      *             (WATCHFL), RELOADED IN FULL BY WLLOAD FROM EACH   *
      *             COMPLIANCE FEED (COPY WLFEDREC) AND READ BY       *
      *             PAYEMNT1, PAYIMPRT AND THE WLSCRN RESCREEN.  ONE  *
      *             RECORD PER LISTED NAME OR ALIAS, KEYED BY THE     *
      *             NAME'S MATCH KEY AND THE COMPLIANCE ENTRY ID.     *
      * NOTE     -  THE MATCH KEY IS THE NAME UPPERCASED WITH EVERY   *
      *             CHARACTER BUT A-Z AND 0-9 SQUEEZED OUT, FIRST 20  *
      *             KEPT, SO O'BRIEN-SMITH, J. AND OBRIEN SMITH J     *
      *             FILE TOGETHER.  A PAYEE NAME IS A POSSIBLE MATCH  *
      *             WHEN THE SHORTER OF ITS MATCH KEY AND AN ENTRY'S  *
      *             IS THE LEADING PART OF THE LONGER, SO 'ACME       *
      *             TRADING' ON THE LIST CATCHES THE PAYEE 'ACME      *
      *             TRADING CO LTD' AND 'ACME' CATCHES IT TOO.  THE   *
      *             LIST IS BROWSED ON THE FIRST SIX CHARACTERS OF    *
      *             THE PAYEE'S KEY, OR ON THE WHOLE KEY WHEN IT IS   *
      *             SHORTER, AND EACH SHORTER LEADING PART OF THE     *
      *             PAYEE'S KEY IS LOOKED UP AS AN EXACT LISTED KEY.  *
      *             WL-MATCH-LEN IS THE NUMBER OF CHARACTERS IN THE   *
      *             KEY.                                              *
      *          -  THE CONTROL RECORD (MATCH KEY SPACES, ENTRY ID    *
      *             ZERO) SORTS FIRST AND CARRIES THE DATE OF THE     *
      *             LIST LOADED AND ITS ENTRY COUNT.                  *
      *          -  RECORD LENGTH IS 100 - SEE jcl/DEFWLFL.jcl.       *
      *****************************************************************
       01  WL-RECORD.
           05 WL-KEY.
              10 WL-MATCH-KEY     PIC X(20).
              10 WL-ENTRY-ID      PIC 9(08).
           05 WL-ENTRY-DATA.
              10 WL-MATCH-LEN     PIC 9(02).
              10 WL-NAME          PIC X(40).
      *       SANCTIONS PROGRAM CODE FROM THE FEED, E.G. SDGT.
              10 WL-PROGRAM       PIC X(10).
              10 WL-LIST-DATE     PIC 9(08).
           05 WL-CONTROL-DATA REDEFINES WL-ENTRY-DATA.
              10 WL-CTL-LIST-DATE PIC 9(08).
              10 WL-CTL-ENTRY-COUNT
                                  PIC 9(07).
              10 WL-CTL-LOAD-DATE PIC 9(08).
              10 FILLER           PIC X(37).
           05 FILLER              PIC X(12).
