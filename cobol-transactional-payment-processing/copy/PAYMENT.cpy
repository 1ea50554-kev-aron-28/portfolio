           02 FILLER REDEFINES CONFF.
              03 CONFA           PIC X.
           02 CONFI              PIC X(01).
           02 CVDATEL            PIC S9(4) COMP.
           02 CVDATEF            PIC X.
           02 FILLER REDEFINES CVDATEF.
              03 CVDATEA         PIC X.
           02 CVDATEI            PIC X(08).
           02 CVNOTEL            PIC S9(4) COMP.
           02 CVNOTEF            PIC X.
           02 FILLER REDEFINES CVNOTEF.
              03 CVNOTEA         PIC X.
           02 CVNOTEI            PIC X(40).
           02 MSG3L              PIC S9(4) COMP.
           02 MSG3F              PIC X.
           02 FILLER REDEFINES MSG3F.
           02 FILLER            PIC X(3).
           02 CONFO              PIC X(01).
           02 FILLER            PIC X(3).
           02 CVDATEO            PIC X(08).
           02 FILLER            PIC X(3).
           02 CVNOTEO            PIC X(40).
           02 FILLER            PIC X(3).
           02 MSG3O              PIC X(40).
