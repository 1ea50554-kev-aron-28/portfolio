      *****************************************************************
      * AUDINQ   -  SYMBOLIC MAPS FOR MAPSET AUDINQ - AUDMAP1         *
      *             (AUDIT TRAIL SEARCH) AND AUDMAP2 (AUDIT HISTORY   *
      *             BROWSE).  GENERATED FROM bms/AUDINQ.bms - KEEP IN *
      *             SYNC.  AL01-AL10 AND EL01-EL03 ARE IDENTICAL      *
      *             FIELDS ON SUCCESSIVE ROWS, CARRIED HERE AS TABLES *
      *             SO AUDINQ1 CAN FILL THE LISTS BY SUBSCRIPT.       *
      *****************************************************************
       01  AUDMAP1I.
           02 FILLER            PIC X(12).
           02 OPERL              PIC S9(4) COMP.
           02 OPERF              PIC X.
           02 FILLER REDEFINES OPERF.
              03 OPERA           PIC X.
           02 OPERI              PIC X(08).
           02 ACCTL              PIC S9(4) COMP.
           02 ACCTF              PIC X.
           02 FILLER REDEFINES ACCTF.
              03 ACCTA           PIC X.
           02 ACCTI              PIC X(10).
           02 REFL               PIC S9(4) COMP.
           02 REFF               PIC X.
           02 FILLER REDEFINES REFF.
              03 REFA            PIC X.
           02 REFI               PIC X(10).
           02 FDATEL             PIC S9(4) COMP.
           02 FDATEF             PIC X.
           02 FILLER REDEFINES FDATEF.
              03 FDATEA          PIC X.
           02 FDATEI             PIC X(08).
           02 FTIMEL             PIC S9(4) COMP.
           02 FTIMEF             PIC X.
           02 FILLER REDEFINES FTIMEF.
              03 FTIMEA          PIC X.
           02 FTIMEI             PIC X(04).
           02 TDATEL             PIC S9(4) COMP.
           02 TDATEF             PIC X.
           02 FILLER REDEFINES TDATEF.
              03 TDATEA          PIC X.
           02 TDATEI             PIC X(08).
           02 TTIMEL             PIC S9(4) COMP.
           02 TTIMEF             PIC X.
           02 FILLER REDEFINES TTIMEF.
              03 TTIMEA          PIC X.
           02 TTIMEI             PIC X(04).
           02 MSGL               PIC S9(4) COMP.
           02 MSGF               PIC X.
           02 FILLER REDEFINES MSGF.
              03 MSGA            PIC X.
           02 MSGI               PIC X(40).
*
       01  AUDMAP1O REDEFINES AUDMAP1I.
           02 FILLER            PIC X(12).
           02 FILLER            PIC X(3).
           02 OPERO              PIC X(08).
           02 FILLER            PIC X(3).
           02 ACCTO              PIC X(10).
           02 FILLER            PIC X(3).
           02 REFO               PIC X(10).
           02 FILLER            PIC X(3).
           02 FDATEO             PIC X(08).
           02 FILLER            PIC X(3).
           02 FTIMEO             PIC X(04).
           02 FILLER            PIC X(3).
           02 TDATEO             PIC X(08).
           02 FILLER            PIC X(3).
           02 TTIMEO             PIC X(04).
           02 FILLER            PIC X(3).
           02 MSGO               PIC X(40).
*
       01  AUDMAP2I.
           02 FILLER            PIC X(12).
           02 CRITL              PIC S9(4) COMP.
           02 CRITF              PIC X.
           02 FILLER REDEFINES CRITF.
              03 CRITA           PIC X.
           02 CRITI              PIC X(55).
           02 PGTXTL             PIC S9(4) COMP.
           02 PGTXTF             PIC X.
           02 FILLER REDEFINES PGTXTF.
              03 PGTXTA          PIC X.
           02 PGTXTI             PIC X(15).
           02 AUD-LINE-G OCCURS 10.
              03 ALINEL          PIC S9(4) COMP.
              03 ALINEF          PIC X.
              03 ALINEI          PIC X(75).
           02 EHDRL              PIC S9(4) COMP.
           02 EHDRF              PIC X.
           02 FILLER REDEFINES EHDRF.
              03 EHDRA           PIC X.
           02 EHDRI              PIC X(75).
           02 EXC-LINE-G OCCURS 3.
              03 ELINEL          PIC S9(4) COMP.
              03 ELINEF          PIC X.
              03 ELINEI          PIC X(75).
           02 HMSGL              PIC S9(4) COMP.
           02 HMSGF              PIC X.
           02 FILLER REDEFINES HMSGF.
              03 HMSGA           PIC X.
           02 HMSGI              PIC X(40).
*
       01  AUDMAP2O REDEFINES AUDMAP2I.
           02 FILLER            PIC X(12).
           02 FILLER            PIC X(3).
           02 CRITO              PIC X(55).
           02 FILLER            PIC X(3).
           02 PGTXTO             PIC X(15).
           02 AUD-LINE-O OCCURS 10.
              03 FILLER          PIC X(3).
              03 ALINEO          PIC X(75).
           02 FILLER            PIC X(3).
           02 EHDRO              PIC X(75).
           02 EXC-LINE-O OCCURS 3.
              03 FILLER          PIC X(3).
              03 ELINEO          PIC X(75).
           02 FILLER            PIC X(3).
           02 HMSGO              PIC X(40).
