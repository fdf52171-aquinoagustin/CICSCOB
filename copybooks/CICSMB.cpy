000100*---------------------------------------------------------------*
000200* COPYBOOK: CICSMB                                              *
000300* SYMBOLIC MAP FOR MAPSET CICSMSB, MAP CICSMB.                  *
000400* HAND-MAINTAINED TO MATCH BMS SOURCE bms/CICSMSB.bms -- KEEP   *
000500* IN STEP WITH THAT SOURCE WHENEVER A FIELD IS ADDED, MOVED OR  *
000600* REMOVED FROM THE MAP.                                        *
000700*---------------------------------------------------------------*
000800 01  CICSMBI.
000900     02  FILLER           PIC X(12).
001000     02  SOMACTL          COMP PIC S9(4).
001100     02  SOMACTF          PIC X.
001200     02  FILLER REDEFINES SOMACTF.
001300         03  SOMACTA      PIC X.
001400     02  SOMACTI          PIC X(01).
001500     02  SOMFROML         COMP PIC S9(4).
001600     02  SOMFROMF         PIC X.
001700     02  FILLER REDEFINES SOMFROMF.
001800         03  SOMFROMA     PIC X.
001900     02  SOMFROMI         PIC X(10).
002000     02  SOMFNAML         COMP PIC S9(4).
002100     02  SOMFNAMF         PIC X.
002200     02  FILLER REDEFINES SOMFNAMF.
002300         03  SOMFNAMA     PIC X.
002400     02  SOMFNAMI         PIC X(30).
002500     02  SOMORDL          COMP PIC S9(4).
002600     02  SOMORDF          PIC X.
002700     02  FILLER REDEFINES SOMORDF.
002800         03  SOMORDA      PIC X.
002900     02  SOMORDI          PIC X(02).
003000     02  SOMTOL           COMP PIC S9(4).
003100     02  SOMTOF           PIC X.
003200     02  FILLER REDEFINES SOMTOF.
003300         03  SOMTOA       PIC X.
003400     02  SOMTOI           PIC X(10).
003500     02  SOMTNAML         COMP PIC S9(4).
003600     02  SOMTNAMF         PIC X.
003700     02  FILLER REDEFINES SOMTNAMF.
003800         03  SOMTNAMA     PIC X.
003900     02  SOMTNAMI         PIC X(30).
004000     02  SOMAMTL          COMP PIC S9(4).
004100     02  SOMAMTF          PIC X.
004200     02  FILLER REDEFINES SOMAMTF.
004300         03  SOMAMTA      PIC X.
004400     02  SOMAMTI          PIC X(11).
004500     02  SOMFREQL         COMP PIC S9(4).
004600     02  SOMFREQF         PIC X.
004700     02  FILLER REDEFINES SOMFREQF.
004800         03  SOMFREQA     PIC X.
004900     02  SOMFREQI         PIC X(01).
005000     02  SOMNEXTL         COMP PIC S9(4).
005100     02  SOMNEXTF         PIC X.
005200     02  FILLER REDEFINES SOMNEXTF.
005300         03  SOMNEXTA     PIC X.
005400     02  SOMNEXTI         PIC X(08).
005500     02  SOMENDL          COMP PIC S9(4).
005600     02  SOMENDF          PIC X.
005700     02  FILLER REDEFINES SOMENDF.
005800         03  SOMENDA      PIC X.
005900     02  SOMENDI          PIC X(08).
006000     02  SOMSTATL         COMP PIC S9(4).
006100     02  SOMSTATF         PIC X.
006200     02  FILLER REDEFINES SOMSTATF.
006300         03  SOMSTATA     PIC X.
006400     02  SOMSTATI         PIC X(01).
006500     02  SOMLASTL         COMP PIC S9(4).
006600     02  SOMLASTF         PIC X.
006700     02  FILLER REDEFINES SOMLASTF.
006800         03  SOMLASTA     PIC X.
006900     02  SOMLASTI         PIC X(08).
007000     02  SOMRSLTL         COMP PIC S9(4).
007100     02  SOMRSLTF         PIC X.
007200     02  FILLER REDEFINES SOMRSLTF.
007300         03  SOMRSLTA     PIC X.
007400     02  SOMRSLTI         PIC X(02).
007500     02  SOMRTRYL         COMP PIC S9(4).
007600     02  SOMRTRYF         PIC X.
007700     02  FILLER REDEFINES SOMRTRYF.
007800         03  SOMRTRYA     PIC X.
007900     02  SOMRTRYI         PIC X(02).
008000     02  SOMUSERL         COMP PIC S9(4).
008100     02  SOMUSERF         PIC X.
008200     02  FILLER REDEFINES SOMUSERF.
008300         03  SOMUSERA     PIC X.
008400     02  SOMUSERI         PIC X(08).
008500     02  SOMMSGL          COMP PIC S9(4).
008600     02  SOMMSGF          PIC X.
008700     02  FILLER REDEFINES SOMMSGF.
008800         03  SOMMSGA      PIC X.
008900     02  SOMMSGI          PIC X(79).
009000*
009100 01  CICSMBO REDEFINES CICSMBI.
009200     02  FILLER           PIC X(12).
009300     02  FILLER           PIC X(03).
009400     02  SOMACTO          PIC X(01).
009500     02  FILLER           PIC X(03).
009600     02  SOMFROMO         PIC X(10).
009700     02  FILLER           PIC X(03).
009800     02  SOMFNAMO         PIC X(30).
009900     02  FILLER           PIC X(03).
010000     02  SOMORDO          PIC X(02).
010100     02  FILLER           PIC X(03).
010200     02  SOMTOO           PIC X(10).
010300     02  FILLER           PIC X(03).
010400     02  SOMTNAMO         PIC X(30).
010500     02  FILLER           PIC X(03).
010600     02  SOMAMTO          PIC X(11).
010700     02  FILLER           PIC X(03).
010800     02  SOMFREQO         PIC X(01).
010900     02  FILLER           PIC X(03).
011000     02  SOMNEXTO         PIC X(08).
011100     02  FILLER           PIC X(03).
011200     02  SOMENDO          PIC X(08).
011300     02  FILLER           PIC X(03).
011400     02  SOMSTATO         PIC X(01).
011500     02  FILLER           PIC X(03).
011600     02  SOMLASTO         PIC X(08).
011700     02  FILLER           PIC X(03).
011800     02  SOMRSLTO         PIC X(02).
011900     02  FILLER           PIC X(03).
012000     02  SOMRTRYO         PIC X(02).
012100     02  FILLER           PIC X(03).
012200     02  SOMUSERO         PIC X(08).
012300     02  FILLER           PIC X(03).
012400     02  SOMMSGO          PIC X(79).
