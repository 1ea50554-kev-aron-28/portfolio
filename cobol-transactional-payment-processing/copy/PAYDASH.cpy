      *****************************************************************
      * PAYDASH  -  SYMBOLIC MAP FOR MAPSET PAYDASH, MAP DASHMAP1     *
      *             GENERATED FROM bms/PAYDASH.bms - KEEP IN SYNC     *
      *             DB01-DB09 ARE IDENTICAL DISPLAY LINES ON          *
      *             SUCCESSIVE ROWS, CARRIED HERE AS A TABLE SO       *
      *             PAYDSH01 CAN FILL THEM BY SUBSCRIPT.              *
      *****************************************************************
       01  DASHMAP1I.
           02 FILLER            PIC X(12).
           02 DASH-LINE-G OCCURS 9.
              03 DBLINEL         PIC S9(4) COMP.
              03 DBLINEF         PIC X.
              03 DBLINEI         PIC X(60).
*
       01  DASHMAP1O REDEFINES DASHMAP1I.
           02 FILLER            PIC X(12).
           02 DASH-LINE-O OCCURS 9.
              03 FILLER          PIC X(3).
              03 DBLINEO         PIC X(60).
           02 FILLER            PIC X(3).
