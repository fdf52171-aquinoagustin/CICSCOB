000100*---------------------------------------------------------------*
000200* COPYBOOK: CICSMD                                              *
000300* SYMBOLIC MAP FOR MAPSET CICSMSD, MAP CICSMD.                  *
000400* HAND-MAINTAINED TO MATCH BMS SOURCE bms/CICSMSD.bms -- KEEP   *
000500* IN STEP WITH THAT SOURCE WHENEVER A FIELD IS ADDED, MOVED OR  *
000600* REMOVED FROM THE MAP.                                        *
000700*---------------------------------------------------------------*
000800 01  CICSMDI.
000900     02  FILLER           PIC X(12).
001000     02  JRNTYPEL         COMP PIC S9(4).
001100     02  JRNTYPEF         PIC X.
001200     02  FILLER REDEFINES JRNTYPEF.
001300         03  JRNTYPEA     PIC X.
001400     02  JRNTYPEI         PIC X(01).
001500     02  JRNKEYL          COMP PIC S9(4).
001600     02  JRNKEYF          PIC X.
001700     02  FILLER REDEFINES JRNKEYF.
001800         03  JRNKEYA      PIC X.
001900     02  JRNKEYI          PIC X(10).
002000     02  JRNUSERL         COMP PIC S9(4).
002100     02  JRNUSERF         PIC X.
002200     02  FILLER REDEFINES JRNUSERF.
002300         03  JRNUSERA     PIC X.
002400     02  JRNUSERI         PIC X(08).
002500     02  JRNL01L          COMP PIC S9(4).
002600     02  JRNL01F          PIC X.
002700     02  FILLER REDEFINES JRNL01F.
002800         03  JRNL01A      PIC X.
002900     02  JRNL01I          PIC X(78).
003000     02  JRNL02L          COMP PIC S9(4).
003100     02  JRNL02F          PIC X.
003200     02  FILLER REDEFINES JRNL02F.
003300         03  JRNL02A      PIC X.
003400     02  JRNL02I          PIC X(78).
003500     02  JRNL03L          COMP PIC S9(4).
003600     02  JRNL03F          PIC X.
003700     02  FILLER REDEFINES JRNL03F.
003800         03  JRNL03A      PIC X.
003900     02  JRNL03I          PIC X(78).
004000     02  JRNL04L          COMP PIC S9(4).
004100     02  JRNL04F          PIC X.
004200     02  FILLER REDEFINES JRNL04F.
004300         03  JRNL04A      PIC X.
004400     02  JRNL04I          PIC X(78).
004500     02  JRNL05L          COMP PIC S9(4).
004600     02  JRNL05F          PIC X.
004700     02  FILLER REDEFINES JRNL05F.
004800         03  JRNL05A      PIC X.
004900     02  JRNL05I          PIC X(78).
005000     02  JRNL06L          COMP PIC S9(4).
005100     02  JRNL06F          PIC X.
005200     02  FILLER REDEFINES JRNL06F.
005300         03  JRNL06A      PIC X.
005400     02  JRNL06I          PIC X(78).
005500     02  JRNL07L          COMP PIC S9(4).
005600     02  JRNL07F          PIC X.
005700     02  FILLER REDEFINES JRNL07F.
005800         03  JRNL07A      PIC X.
005900     02  JRNL07I          PIC X(78).
006000     02  JRNL08L          COMP PIC S9(4).
006100     02  JRNL08F          PIC X.
006200     02  FILLER REDEFINES JRNL08F.
006300         03  JRNL08A      PIC X.
006400     02  JRNL08I          PIC X(78).
006500     02  JRNL09L          COMP PIC S9(4).
006600     02  JRNL09F          PIC X.
006700     02  FILLER REDEFINES JRNL09F.
006800         03  JRNL09A      PIC X.
006900     02  JRNL09I          PIC X(78).
007000     02  JRNL10L          COMP PIC S9(4).
007100     02  JRNL10F          PIC X.
007200     02  FILLER REDEFINES JRNL10F.
007300         03  JRNL10A      PIC X.
007400     02  JRNL10I          PIC X(78).
007500     02  JRNL11L          COMP PIC S9(4).
007600     02  JRNL11F          PIC X.
007700     02  FILLER REDEFINES JRNL11F.
007800         03  JRNL11A      PIC X.
007900     02  JRNL11I          PIC X(78).
008000     02  JRNL12L          COMP PIC S9(4).
008100     02  JRNL12F          PIC X.
008200     02  FILLER REDEFINES JRNL12F.
008300         03  JRNL12A      PIC X.
008400     02  JRNL12I          PIC X(78).
008500     02  JRNMSGL          COMP PIC S9(4).
008600     02  JRNMSGF          PIC X.
008700     02  FILLER REDEFINES JRNMSGF.
008800         03  JRNMSGA      PIC X.
008900     02  JRNMSGI          PIC X(79).
009000*
009100 01  CICSMDO REDEFINES CICSMDI.
009200     02  FILLER           PIC X(12).
009300     02  FILLER           PIC X(03).
009400     02  JRNTYPEO         PIC X(01).
009500     02  FILLER           PIC X(03).
009600     02  JRNKEYO          PIC X(10).
009700     02  FILLER           PIC X(03).
009800     02  JRNUSERO         PIC X(08).
009900     02  FILLER           PIC X(03).
010000     02  JRNL01O          PIC X(78).
010100     02  FILLER           PIC X(03).
010200     02  JRNL02O          PIC X(78).
010300     02  FILLER           PIC X(03).
010400     02  JRNL03O          PIC X(78).
010500     02  FILLER           PIC X(03).
010600     02  JRNL04O          PIC X(78).
010700     02  FILLER           PIC X(03).
010800     02  JRNL05O          PIC X(78).
010900     02  FILLER           PIC X(03).
011000     02  JRNL06O          PIC X(78).
011100     02  FILLER           PIC X(03).
011200     02  JRNL07O          PIC X(78).
011300     02  FILLER           PIC X(03).
011400     02  JRNL08O          PIC X(78).
011500     02  FILLER           PIC X(03).
011600     02  JRNL09O          PIC X(78).
011700     02  FILLER           PIC X(03).
011800     02  JRNL10O          PIC X(78).
011900     02  FILLER           PIC X(03).
012000     02  JRNL11O          PIC X(78).
012100     02  FILLER           PIC X(03).
012200     02  JRNL12O          PIC X(78).
012300     02  FILLER           PIC X(03).
012400     02  JRNMSGO          PIC X(79).
