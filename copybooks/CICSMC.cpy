000100*---------------------------------------------------------------*
000200* COPYBOOK: CICSMC                                              *
000300* SYMBOLIC MAP FOR MAPSET CICSMSC, MAP CICSMC.                  *
000400* HAND-MAINTAINED TO MATCH BMS SOURCE bms/CICSMSC.bms -- KEEP   *
000500* IN STEP WITH THAT SOURCE WHENEVER A FIELD IS ADDED, MOVED OR  *
000600* REMOVED FROM THE MAP.                                        *
000700*---------------------------------------------------------------*
000800 01  CICSMCI.
000900     02  FILLER           PIC X(12).
001000     02  HLDACTL          COMP PIC S9(4).
001100     02  HLDACTF          PIC X.
001200     02  FILLER REDEFINES HLDACTF.
001300         03  HLDACTA      PIC X.
001400     02  HLDACTI          PIC X(01).
001500     02  HLDACCTL         COMP PIC S9(4).
001600     02  HLDACCTF         PIC X.
001700     02  FILLER REDEFINES HLDACCTF.
001800         03  HLDACCTA     PIC X.
001900     02  HLDACCTI         PIC X(10).
002000     02  HLDNAMEL         COMP PIC S9(4).
002100     02  HLDNAMEF         PIC X.
002200     02  FILLER REDEFINES HLDNAMEF.
002300         03  HLDNAMEA     PIC X.
002400     02  HLDNAMEI         PIC X(30).
002500     02  HLDNOL           COMP PIC S9(4).
002600     02  HLDNOF           PIC X.
002700     02  FILLER REDEFINES HLDNOF.
002800         03  HLDNOA       PIC X.
002900     02  HLDNOI           PIC X(02).
003000     02  HLDAMTL          COMP PIC S9(4).
003100     02  HLDAMTF          PIC X.
003200     02  FILLER REDEFINES HLDAMTF.
003300         03  HLDAMTA      PIC X.
003400     02  HLDAMTI          PIC X(11).
003500     02  HLDRSNL          COMP PIC S9(4).
003600     02  HLDRSNF          PIC X.
003700     02  FILLER REDEFINES HLDRSNF.
003800         03  HLDRSNA      PIC X.
003900     02  HLDRSNI          PIC X(02).
004000     02  HLDEXPL          COMP PIC S9(4).
004100     02  HLDEXPF          PIC X.
004200     02  FILLER REDEFINES HLDEXPF.
004300         03  HLDEXPA      PIC X.
004400     02  HLDEXPI          PIC X(08).
004500     02  HLDLBALL         COMP PIC S9(4).
004600     02  HLDLBALF         PIC X.
004700     02  FILLER REDEFINES HLDLBALF.
004800         03  HLDLBALA     PIC X.
004900     02  HLDLBALI         PIC X(15).
005000     02  HLDHBALL         COMP PIC S9(4).
005100     02  HLDHBALF         PIC X.
005200     02  FILLER REDEFINES HLDHBALF.
005300         03  HLDHBALA     PIC X.
005400     02  HLDHBALI         PIC X(15).
005500     02  HLDABALL         COMP PIC S9(4).
005600     02  HLDABALF         PIC X.
005700     02  FILLER REDEFINES HLDABALF.
005800         03  HLDABALA     PIC X.
005900     02  HLDABALI         PIC X(15).
006000     02  HLDUSERL         COMP PIC S9(4).
006100     02  HLDUSERF         PIC X.
006200     02  FILLER REDEFINES HLDUSERF.
006300         03  HLDUSERA     PIC X.
006400     02  HLDUSERI         PIC X(08).
006500     02  HLDL01L          COMP PIC S9(4).
006600     02  HLDL01F          PIC X.
006700     02  FILLER REDEFINES HLDL01F.
006800         03  HLDL01A      PIC X.
006900     02  HLDL01I          PIC X(79).
007000     02  HLDL02L          COMP PIC S9(4).
007100     02  HLDL02F          PIC X.
007200     02  FILLER REDEFINES HLDL02F.
007300         03  HLDL02A      PIC X.
007400     02  HLDL02I          PIC X(79).
007500     02  HLDL03L          COMP PIC S9(4).
007600     02  HLDL03F          PIC X.
007700     02  FILLER REDEFINES HLDL03F.
007800         03  HLDL03A      PIC X.
007900     02  HLDL03I          PIC X(79).
008000     02  HLDL04L          COMP PIC S9(4).
008100     02  HLDL04F          PIC X.
008200     02  FILLER REDEFINES HLDL04F.
008300         03  HLDL04A      PIC X.
008400     02  HLDL04I          PIC X(79).
008500     02  HLDL05L          COMP PIC S9(4).
008600     02  HLDL05F          PIC X.
008700     02  FILLER REDEFINES HLDL05F.
008800         03  HLDL05A      PIC X.
008900     02  HLDL05I          PIC X(79).
009000     02  HLDL06L          COMP PIC S9(4).
009100     02  HLDL06F          PIC X.
009200     02  FILLER REDEFINES HLDL06F.
009300         03  HLDL06A      PIC X.
009400     02  HLDL06I          PIC X(79).
009500     02  HLDL07L          COMP PIC S9(4).
009600     02  HLDL07F          PIC X.
009700     02  FILLER REDEFINES HLDL07F.
009800         03  HLDL07A      PIC X.
009900     02  HLDL07I          PIC X(79).
010000     02  HLDL08L          COMP PIC S9(4).
010100     02  HLDL08F          PIC X.
010200     02  FILLER REDEFINES HLDL08F.
010300         03  HLDL08A      PIC X.
010400     02  HLDL08I          PIC X(79).
010500     02  HLDMSGL          COMP PIC S9(4).
010600     02  HLDMSGF          PIC X.
010700     02  FILLER REDEFINES HLDMSGF.
010800         03  HLDMSGA      PIC X.
010900     02  HLDMSGI          PIC X(79).
011000*
011100 01  CICSMCO REDEFINES CICSMCI.
011200     02  FILLER           PIC X(12).
011300     02  FILLER           PIC X(03).
011400     02  HLDACTO          PIC X(01).
011500     02  FILLER           PIC X(03).
011600     02  HLDACCTO         PIC X(10).
011700     02  FILLER           PIC X(03).
011800     02  HLDNAMEO         PIC X(30).
011900     02  FILLER           PIC X(03).
012000     02  HLDNOO           PIC X(02).
012100     02  FILLER           PIC X(03).
012200     02  HLDAMTO          PIC X(11).
012300     02  FILLER           PIC X(03).
012400     02  HLDRSNO          PIC X(02).
012500     02  FILLER           PIC X(03).
012600     02  HLDEXPO          PIC X(08).
012700     02  FILLER           PIC X(03).
012800     02  HLDLBALO         PIC X(15).
012900     02  FILLER           PIC X(03).
013000     02  HLDHBALO         PIC X(15).
013100     02  FILLER           PIC X(03).
013200     02  HLDABALO         PIC X(15).
013300     02  FILLER           PIC X(03).
013400     02  HLDUSERO         PIC X(08).
013500     02  FILLER           PIC X(03).
013600     02  HLDL01O          PIC X(79).
013700     02  FILLER           PIC X(03).
013800     02  HLDL02O          PIC X(79).
013900     02  FILLER           PIC X(03).
014000     02  HLDL03O          PIC X(79).
014100     02  FILLER           PIC X(03).
014200     02  HLDL04O          PIC X(79).
014300     02  FILLER           PIC X(03).
014400     02  HLDL05O          PIC X(79).
014500     02  FILLER           PIC X(03).
014600     02  HLDL06O          PIC X(79).
014700     02  FILLER           PIC X(03).
014800     02  HLDL07O          PIC X(79).
014900     02  FILLER           PIC X(03).
015000     02  HLDL08O          PIC X(79).
015100     02  FILLER           PIC X(03).
015200     02  HLDMSGO          PIC X(79).
