      *****************************************************************
      * FEEMNT   -  SYMBOLIC MAP FOR MAPSET FEEMNT, MAP FEEMAP1       *
      *             GENERATED FROM bms/FEEMNT.bms - KEEP IN SYNC      *
      *             FL01-FL12 ARE IDENTICAL FIELDS ON SUCCESSIVE      *
      *             ROWS, CARRIED HERE AS A TABLE SO FEEMNT1 CAN      *
      *             FILL THE LIST BY SUBSCRIPT.                       *
      *****************************************************************
       01  FEEMAP1I.
           02 FILLER            PIC X(12).
           02 FMNT-LINE-G OCCURS 12.
              03 FLINEL          PIC S9(4) COMP.
              03 FLINEF          PIC X.
              03 FLINEI          PIC X(70).
           02 FCHANL             PIC S9(4) COMP.
           02 FCHANF             PIC X.
           02 FILLER REDEFINES FCHANF.
              03 FCHANA          PIC X.
           02 FCHANI             PIC X(01).
           02 FEFFL              PIC S9(4) COMP.
           02 FEFFF              PIC X.
           02 FILLER REDEFINES FEFFF.
              03 FEFFA           PIC X.
           02 FEFFI              PIC X(08).
           02 ACTL               PIC S9(4) COMP.
           02 ACTF               PIC X.
           02 FILLER REDEFINES ACTF.
              03 ACTA            PIC X.
           02 ACTI               PIC X(01).
           02 FBANDL             PIC S9(4) COMP.
           02 FBANDF             PIC X.
           02 FILLER REDEFINES FBANDF.
              03 FBANDA          PIC X.
           02 FBANDI             PIC 9(11).
           02 FFEEL              PIC S9(4) COMP.
           02 FFEEF              PIC X.
           02 FILLER REDEFINES FFEEF.
              03 FFEEA           PIC X.
           02 FFEEI              PIC 9(07).
           02 MSGL               PIC S9(4) COMP.
           02 MSGF               PIC X.
           02 FILLER REDEFINES MSGF.
              03 MSGA            PIC X.
           02 MSGI               PIC X(40).
*
       01  FEEMAP1O REDEFINES FEEMAP1I.
           02 FILLER            PIC X(12).
           02 FMNT-LINE-O OCCURS 12.
              03 FILLER          PIC X(3).
              03 FLINEO          PIC X(70).
           02 FILLER            PIC X(3).
           02 FCHANO             PIC X(01).
           02 FILLER            PIC X(3).
           02 FEFFO              PIC X(08).
           02 FILLER            PIC X(3).
           02 ACTO               PIC X(01).
           02 FILLER            PIC X(3).
           02 FBANDO             PIC ZZZZZZZZZZ9.
           02 FILLER            PIC X(3).
           02 FFEEO              PIC ZZZZZZ9.
           02 FILLER            PIC X(3).
           02 MSGO               PIC X(40).
