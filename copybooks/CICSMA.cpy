000100*---------------------------------------------------------------*
000200* COPYBOOK: CICSMA                                              *
000300* SYMBOLIC MAP FOR MAPSET CICSMSA, MAP CICSMA.                  *
000400* HAND-MAINTAINED TO MATCH BMS SOURCE bms/CICSMSA.bms -- KEEP   *
000500* IN STEP WITH THAT SOURCE WHENEVER A FIELD IS ADDED, MOVED OR  *
000600* REMOVED FROM THE MAP.                                        *
000700*---------------------------------------------------------------*
000800 01  CICSMAI.
000900     02  FILLER           PIC X(12).
001000     02  XFRFROML         COMP PIC S9(4).
001100     02  XFRFROMF         PIC X.
001200     02  FILLER REDEFINES XFRFROMF.
001300         03  XFRFROMA     PIC X.
001400     02  XFRFROMI         PIC X(10).
001500     02  XFRFNAML         COMP PIC S9(4).
001600     02  XFRFNAMF         PIC X.
001700     02  FILLER REDEFINES XFRFNAMF.
001800         03  XFRFNAMA     PIC X.
001900     02  XFRFNAMI         PIC X(30).
002000     02  XFRTOL           COMP PIC S9(4).
002100     02  XFRTOF           PIC X.
002200     02  FILLER REDEFINES XFRTOF.
002300         03  XFRTOA       PIC X.
002400     02  XFRTOI           PIC X(10).
002500     02  XFRTNAML         COMP PIC S9(4).
002600     02  XFRTNAMF         PIC X.
002700     02  FILLER REDEFINES XFRTNAMF.
002800         03  XFRTNAMA     PIC X.
002900     02  XFRTNAMI         PIC X(30).
003000     02  XFRAMTL          COMP PIC S9(4).
003100     02  XFRAMTF          PIC X.
003200     02  FILLER REDEFINES XFRAMTF.
003300         03  XFRAMTA      PIC X.
003400     02  XFRAMTI          PIC X(11).
003500     02  XFRUSERL         COMP PIC S9(4).
003600     02  XFRUSERF         PIC X.
003700     02  FILLER REDEFINES XFRUSERF.
003800         03  XFRUSERA     PIC X.
003900     02  XFRUSERI         PIC X(08).
004000     02  XFROVRUL         COMP PIC S9(4).
004100     02  XFROVRUF         PIC X.
004200     02  FILLER REDEFINES XFROVRUF.
004300         03  XFROVRUA     PIC X.
004400     02  XFROVRUI         PIC X(08).
004500     02  XFRFBALL         COMP PIC S9(4).
004600     02  XFRFBALF         PIC X.
004700     02  FILLER REDEFINES XFRFBALF.
004800         03  XFRFBALA     PIC X.
004900     02  XFRFBALI         PIC X(15).
005000     02  XFRTBALL         COMP PIC S9(4).
005100     02  XFRTBALF         PIC X.
005200     02  FILLER REDEFINES XFRTBALF.
005300         03  XFRTBALA     PIC X.
005400     02  XFRTBALI         PIC X(15).
005500     02  XFRMSGL          COMP PIC S9(4).
005600     02  XFRMSGF          PIC X.
005700     02  FILLER REDEFINES XFRMSGF.
005800         03  XFRMSGA      PIC X.
005900     02  XFRMSGI          PIC X(79).
006000*
006100 01  CICSMAO REDEFINES CICSMAI.
006200     02  FILLER           PIC X(12).
006300     02  FILLER           PIC X(03).
006400     02  XFRFROMO         PIC X(10).
006500     02  FILLER           PIC X(03).
006600     02  XFRFNAMO         PIC X(30).
006700     02  FILLER           PIC X(03).
006800     02  XFRTOO           PIC X(10).
006900     02  FILLER           PIC X(03).
007000     02  XFRTNAMO         PIC X(30).
007100     02  FILLER           PIC X(03).
007200     02  XFRAMTO          PIC X(11).
007300     02  FILLER           PIC X(03).
007400     02  XFRUSERO         PIC X(08).
007500     02  FILLER           PIC X(03).
007600     02  XFROVRUO         PIC X(08).
007700     02  FILLER           PIC X(03).
007800     02  XFRFBALO         PIC X(15).
007900     02  FILLER           PIC X(03).
008000     02  XFRTBALO         PIC X(15).
008100     02  FILLER           PIC X(03).
008200     02  XFRMSGO          PIC X(79).
