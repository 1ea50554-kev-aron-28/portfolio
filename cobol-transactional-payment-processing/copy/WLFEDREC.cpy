      *****************************************************************
      * WLFEDREC -  RECORD LAYOUT FOR THE SANCTIONS WATCH-LIST FEED   *
      *             SENT BY COMPLIANCE AND LOADED BY WLLOAD.  ONE     *
      *             HEADER ('H') WITH THE LIST DATE, ONE DETAIL ('D') *
      *             PER LISTED NAME OR ALIAS, AND ONE TRAILER ('T')   *
      *             WITH THE DETAIL COUNT.  A FEED WHOSE HEADER OR    *
      *             TRAILER IS MISSING OR WHOSE COUNT DISAGREES IS    *
      *             NOT LOADED AND THE LIST ALREADY ON FILE STANDS.   *
      *          -  THE ENTRY ID IS COMPLIANCE'S OWN NUMBER FOR THE   *
      *             LISTED PARTY AND STAYS THE SAME FROM ONE LIST TO  *
      *             THE NEXT - A CLEARED PAYEE HIT (COPY WLHITREC)    *
      *             STAYS CLEARED ACROSS RELOADS BECAUSE OF IT.       *
      *          -  THIS LAYOUT IS AGREED WITH COMPLIANCE - DO NOT    *
      *             MOVE FIELDS WITHOUT TELLING THEM.                 *
      *          -  RECORD LENGTH IS 100.                             *
      *****************************************************************
       01  WLF-RECORD.
           05 WLF-REC-TYPE        PIC X(01).
              88 WLF-HEADER          VALUE 'H'.
              88 WLF-DETAIL          VALUE 'D'.
              88 WLF-TRAILER         VALUE 'T'.
           05 WLF-DATA            PIC X(99).
           05 WLF-HEADER-DATA REDEFINES WLF-DATA.
              10 WLF-LIST-DATE    PIC 9(08).
              10 WLF-SOURCE       PIC X(20).
              10 FILLER           PIC X(71).
           05 WLF-DETAIL-DATA REDEFINES WLF-DATA.
              10 WLF-ENTRY-ID     PIC 9(08).
              10 WLF-NAME         PIC X(40).
              10 WLF-PROGRAM      PIC X(10).
              10 FILLER           PIC X(41).
           05 WLF-TRAILER-DATA REDEFINES WLF-DATA.
              10 WLF-ENTRY-COUNT  PIC 9(07).
              10 FILLER           PIC X(92).
