003200     02  FILLER REDEFINES MSGBALF.
003300         03  MSGBALA      PIC X.
003400     02  MSGBALI          PIC X(15).
003410     02  MSGHLDL          COMP PIC S9(4).
003420     02  MSGHLDF          PIC X.
003430     02  FILLER REDEFINES MSGHLDF.
003440         03  MSGHLDA      PIC X.
003450     02  MSGHLDI          PIC X(15).
003460     02  MSGAVLL          COMP PIC S9(4).
003470     02  MSGAVLF          PIC X.
003480     02  FILLER REDEFINES MSGAVLF.
003490         03  MSGAVLA      PIC X.
003495     02  MSGAVLI          PIC X(15).
003500     02  MSGMSGL          COMP PIC S9(4).
003600     02  MSGMSGF          PIC X.
003700     02  FILLER REDEFINES MSGMSGF.
005000     02  MSGNAMEO         PIC X(30).
005100     02  FILLER           PIC X(03).
005200     02  MSGBALO          PIC X(15).
005210     02  FILLER           PIC X(03).
005220     02  MSGHLDO          PIC X(15).
005230     02  FILLER           PIC X(03).
005240     02  MSGAVLO          PIC X(15).
005300     02  FILLER           PIC X(03).
005400     02  MSGMSGO          PIC X(79).
