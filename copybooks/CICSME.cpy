000100*---------------------------------------------------------------*
000200* COPYBOOK: CICSME                                              *
000300* SYMBOLIC MAP FOR MAPSET CICSMSE, MAP CICSME.                  *
000400* HAND-MAINTAINED TO MATCH BMS SOURCE bms/CICSMSE.bms -- KEEP   *
000500* IN STEP WITH THAT SOURCE WHENEVER A FIELD IS ADDED, MOVED OR  *
000600* REMOVED FROM THE MAP.                                        *
000700*---------------------------------------------------------------*
000800 01  CICSMEI.
000900     02  FILLER           PIC X(12).
001000     02  STLTERML         COMP PIC S9(4).
001100     02  STLTERMF         PIC X.
001200     02  FILLER REDEFINES STLTERMF.
001300         03  STLTERMA     PIC X.
001400     02  STLTERMI         PIC X(04).
001500     02  STLBDTEL         COMP PIC S9(4).
001600     02  STLBDTEF         PIC X.
001700     02  FILLER REDEFINES STLBDTEF.
001800         03  STLBDTEA     PIC X.
001900     02  STLBDTEI         PIC X(08).
002000     02  STLUSERL         COMP PIC S9(4).
002100     02  STLUSERF         PIC X.
002200     02  FILLER REDEFINES STLUSERF.
002300         03  STLUSERA     PIC X.
002400     02  STLUSERI         PIC X(08).
002500     02  STLOPENL         COMP PIC S9(4).
002600     02  STLOPENF         PIC X.
002700     02  FILLER REDEFINES STLOPENF.
002800         03  STLOPENA     PIC X.
002900     02  STLOPENI         PIC X(11).
003000     02  STLCASHL         COMP PIC S9(4).
003100     02  STLCASHF         PIC X.
003200     02  FILLER REDEFINES STLCASHF.
003300         03  STLCASHA     PIC X.
003400     02  STLCASHI         PIC X(11).
003500     02  STLCHKSL         COMP PIC S9(4).
003600     02  STLCHKSF         PIC X.
003700     02  FILLER REDEFINES STLCHKSF.
003800         03  STLCHKSA     PIC X.
003900     02  STLCHKSI         PIC X(11).
004000     02  STLCRCTL         COMP PIC S9(4).
004100     02  STLCRCTF         PIC X.
004200     02  FILLER REDEFINES STLCRCTF.
004300         03  STLCRCTA     PIC X.
004400     02  STLCRCTI         PIC X(05).
004500     02  STLCRAML         COMP PIC S9(4).
004600     02  STLCRAMF         PIC X.
004700     02  FILLER REDEFINES STLCRAMF.
004800         03  STLCRAMA     PIC X.
004900     02  STLCRAMI         PIC X(15).
005000     02  STLRVCTL         COMP PIC S9(4).
005100     02  STLRVCTF         PIC X.
005200     02  FILLER REDEFINES STLRVCTF.
005300         03  STLRVCTA     PIC X.
005400     02  STLRVCTI         PIC X(05).
005500     02  STLDRCTL         COMP PIC S9(4).
005600     02  STLDRCTF         PIC X.
005700     02  FILLER REDEFINES STLDRCTF.
005800         03  STLDRCTA     PIC X.
005900     02  STLDRCTI         PIC X(05).
006000     02  STLDRAML         COMP PIC S9(4).
006100     02  STLDRAMF         PIC X.
006200     02  FILLER REDEFINES STLDRAMF.
006300         03  STLDRAMA     PIC X.
006400     02  STLDRAMI         PIC X(15).
006500     02  STLOVCTL         COMP PIC S9(4).
006600     02  STLOVCTF         PIC X.
006700     02  FILLER REDEFINES STLOVCTF.
006800         03  STLOVCTA     PIC X.
006900     02  STLOVCTI         PIC X(05).
007000     02  STLXFCTL         COMP PIC S9(4).
007100     02  STLXFCTF         PIC X.
007200     02  FILLER REDEFINES STLXFCTF.
007300         03  STLXFCTA     PIC X.
007400     02  STLXFCTI         PIC X(05).
007500     02  STLEXPCL         COMP PIC S9(4).
007600     02  STLEXPCF         PIC X.
007700     02  FILLER REDEFINES STLEXPCF.
007800         03  STLEXPCA     PIC X.
007900     02  STLEXPCI         PIC X(15).
008000     02  STLCNTDL         COMP PIC S9(4).
008100     02  STLCNTDF         PIC X.
008200     02  FILLER REDEFINES STLCNTDF.
008300         03  STLCNTDA     PIC X.
008400     02  STLCNTDI         PIC X(15).
008500     02  STLDIFFL         COMP PIC S9(4).
008600     02  STLDIFFF         PIC X.
008700     02  FILLER REDEFINES STLDIFFF.
008800         03  STLDIFFA     PIC X.
008900     02  STLDIFFI         PIC X(15).
009000     02  STLDSTAL         COMP PIC S9(4).
009100     02  STLDSTAF         PIC X.
009200     02  FILLER REDEFINES STLDSTAF.
009300         03  STLDSTAA     PIC X.
009400     02  STLDSTAI         PIC X(30).
009500     02  STLSUPVL         COMP PIC S9(4).
009600     02  STLSUPVF         PIC X.
009700     02  FILLER REDEFINES STLSUPVF.
009800         03  STLSUPVA     PIC X.
009900     02  STLSUPVI         PIC X(08).
010000     02  STLMSGL          COMP PIC S9(4).
010100     02  STLMSGF          PIC X.
010200     02  FILLER REDEFINES STLMSGF.
010300         03  STLMSGA      PIC X.
010400     02  STLMSGI          PIC X(79).
010500*
010600 01  CICSMEO REDEFINES CICSMEI.
010700     02  FILLER           PIC X(12).
010800     02  FILLER           PIC X(03).
010900     02  STLTERMO         PIC X(04).
011000     02  FILLER           PIC X(03).
011100     02  STLBDTEO         PIC X(08).
011200     02  FILLER           PIC X(03).
011300     02  STLUSERO         PIC X(08).
011400     02  FILLER           PIC X(03).
011500     02  STLOPENO         PIC X(11).
011600     02  FILLER           PIC X(03).
011700     02  STLCASHO         PIC X(11).
011800     02  FILLER           PIC X(03).
011900     02  STLCHKSO         PIC X(11).
012000     02  FILLER           PIC X(03).
012100     02  STLCRCTO         PIC X(05).
012200     02  FILLER           PIC X(03).
012300     02  STLCRAMO         PIC X(15).
012400     02  FILLER           PIC X(03).
012500     02  STLRVCTO         PIC X(05).
012600     02  FILLER           PIC X(03).
012700     02  STLDRCTO         PIC X(05).
012800     02  FILLER           PIC X(03).
012900     02  STLDRAMO         PIC X(15).
013000     02  FILLER           PIC X(03).
013100     02  STLOVCTO         PIC X(05).
013200     02  FILLER           PIC X(03).
013300     02  STLXFCTO         PIC X(05).
013400     02  FILLER           PIC X(03).
013500     02  STLEXPCO         PIC X(15).
013600     02  FILLER           PIC X(03).
013700     02  STLCNTDO         PIC X(15).
013800     02  FILLER           PIC X(03).
013900     02  STLDIFFO         PIC X(15).
014000     02  FILLER           PIC X(03).
014100     02  STLDSTAO         PIC X(30).
014200     02  FILLER           PIC X(03).
014300     02  STLSUPVO         PIC X(08).
014400     02  FILLER           PIC X(03).
014500     02  STLMSGO          PIC X(79).
