           02 FILLER REDEFINES PBACCF.
              03 PBACCA          PIC X.
           02 PBACCI             PIC X(17).
           02 PTAXL              PIC S9(4) COMP.
           02 PTAXF              PIC X.
           02 FILLER REDEFINES PTAXF.
              03 PTAXA           PIC X.
           02 PTAXI              PIC X(09).
           02 PRPTL              PIC S9(4) COMP.
           02 PRPTF              PIC X.
           02 FILLER REDEFINES PRPTF.
              03 PRPTA           PIC X.
           02 PRPTI              PIC X(01).
           02 MSGL               PIC S9(4) COMP.
           02 MSGF               PIC X.
           02 FILLER REDEFINES MSGF.
           02 FILLER            PIC X(3).
           02 PBACCO             PIC X(17).
           02 FILLER            PIC X(3).
           02 PTAXO              PIC X(09).
           02 FILLER            PIC X(3).
           02 PRPTO              PIC X(01).
           02 FILLER            PIC X(3).
           02 MSGO               PIC X(40).
