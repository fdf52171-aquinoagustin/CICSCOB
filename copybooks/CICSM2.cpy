001100     02  MNUOPTF          PIC X.
001200     02  FILLER REDEFINES MNUOPTF.
001300         03  MNUOPTA      PIC X.
001400     02  MNUOPTI          PIC X(02).
001500     02  MNUUSERL         COMP PIC S9(4).
001600     02  MNUUSERF         PIC X.
001700     02  FILLER REDEFINES MNUUSERF.
002600 01  CICSM2O REDEFINES CICSM2I.
002700     02  FILLER           PIC X(12).
002800     02  FILLER           PIC X(03).
002900     02  MNUOPTO          PIC X(02).
003000     02  FILLER           PIC X(03).
003100     02  MNUUSERO         PIC X(08).
003200     02  FILLER           PIC X(03).
