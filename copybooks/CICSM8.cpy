002700     02  FILLER REDEFINES HSTUSERF.
002800         03  HSTUSERA     PIC X.
002900     02  HSTUSERI         PIC X(08).
002910     02  HSTLBALL         COMP PIC S9(4).
002920     02  HSTLBALF         PIC X.
002930     02  FILLER REDEFINES HSTLBALF.
002940         03  HSTLBALA     PIC X.
002950     02  HSTLBALI         PIC X(15).
002960     02  HSTABALL         COMP PIC S9(4).
002970     02  HSTABALF         PIC X.
002980     02  FILLER REDEFINES HSTABALF.
002985         03  HSTABALA     PIC X.
002990     02  HSTABALI         PIC X(15).
003000     02  HSTL01L          COMP PIC S9(4).
003100     02  HSTL01F          PIC X.
003200     02  FILLER REDEFINES HSTL01F.
003300         03  HSTL01A      PIC X.
003400     02  HSTL01I          PIC X(78).
003500     02  HSTL02L          COMP PIC S9(4).
003600     02  HSTL02F          PIC X.
003700     02  FILLER REDEFINES HSTL02F.
003800         03  HSTL02A      PIC X.
003900     02  HSTL02I          PIC X(78).
004000     02  HSTL03L          COMP PIC S9(4).
004100     02  HSTL03F          PIC X.
004200     02  FILLER REDEFINES HSTL03F.
004300         03  HSTL03A      PIC X.
004400     02  HSTL03I          PIC X(78).
004500     02  HSTL04L          COMP PIC S9(4).
004600     02  HSTL04F          PIC X.
004700     02  FILLER REDEFINES HSTL04F.
004800         03  HSTL04A      PIC X.
004900     02  HSTL04I          PIC X(78).
005000     02  HSTL05L          COMP PIC S9(4).
005100     02  HSTL05F          PIC X.
005200     02  FILLER REDEFINES HSTL05F.
005300         03  HSTL05A      PIC X.
005400     02  HSTL05I          PIC X(78).
005500     02  HSTL06L          COMP PIC S9(4).
005600     02  HSTL06F          PIC X.
005700     02  FILLER REDEFINES HSTL06F.
005800         03  HSTL06A      PIC X.
005900     02  HSTL06I          PIC X(78).
006000     02  HSTL07L          COMP PIC S9(4).
006100     02  HSTL07F          PIC X.
006200     02  FILLER REDEFINES HSTL07F.
006300         03  HSTL07A      PIC X.
006400     02  HSTL07I          PIC X(78).
006500     02  HSTL08L          COMP PIC S9(4).
006600     02  HSTL08F          PIC X.
006700     02  FILLER REDEFINES HSTL08F.
006800         03  HSTL08A      PIC X.
006900     02  HSTL08I          PIC X(78).
007000     02  HSTL09L          COMP PIC S9(4).
007100     02  HSTL09F          PIC X.
007200     02  FILLER REDEFINES HSTL09F.
007300         03  HSTL09A      PIC X.
007400     02  HSTL09I          PIC X(78).
007500     02  HSTL10L          COMP PIC S9(4).
007600     02  HSTL10F          PIC X.
007700     02  FILLER REDEFINES HSTL10F.
007800         03  HSTL10A      PIC X.
007900     02  HSTL10I          PIC X(78).
008000     02  HSTMSGL          COMP PIC S9(4).
008100     02  HSTMSGF          PIC X.
008200     02  FILLER REDEFINES HSTMSGF.
009400     02  FILLER           PIC X(03).
009500     02  HSTUSERO         PIC X(08).
009600     02  FILLER           PIC X(03).
009700     02  HSTLBALO         PIC X(15).
009800     02  FILLER           PIC X(03).
009900     02  HSTABALO         PIC X(15).
010000     02  FILLER           PIC X(03).
010100     02  HSTL01O          PIC X(78).
010200     02  FILLER           PIC X(03).
010300     02  HSTL02O          PIC X(78).
010400     02  FILLER           PIC X(03).
010500     02  HSTL03O          PIC X(78).
010600     02  FILLER           PIC X(03).
010700     02  HSTL04O          PIC X(78).
010800     02  FILLER           PIC X(03).
010900     02  HSTL05O          PIC X(78).
011000     02  FILLER           PIC X(03).
011100     02  HSTL06O          PIC X(78).
011200     02  FILLER           PIC X(03).
011300     02  HSTL07O          PIC X(78).
011400     02  FILLER           PIC X(03).
011433     02  HSTL08O          PIC X(78).
011466     02  FILLER           PIC X(03).
011499     02  HSTL09O          PIC X(78).
011532     02  FILLER           PIC X(03).
011565     02  HSTL10O          PIC X(78).
011600     02  FILLER           PIC X(03).
011700     02  HSTMSGO          PIC X(79).
