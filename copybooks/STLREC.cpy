000100*-----------------------------------------------------------------
000200* STLREC  -  TELLER DRAWER SETTLEMENT RECORD (VSAM KSDS, FILE
000300*            DRWSTL ONLINE / DATASET DRWSETL IN BATCH).  ONE
000400*            RECORD PER TELLER PER TERMINAL PER BUSINESS DAY,
000500*            SAVED ON THE CICSSTL SCREEN AT SHIFT END UNDER THE
000600*            TELLER'S USERID.  KEY IS DS-KEY - THE BDATE BUSINESS
000700*            DATE, THE TERMINAL AND THE USERID, SO A BROWSE ON THE
000800*            DATE LISTS THE DAY'S DRAWERS TERMINAL BY TERMINAL.
000900*            READ BY THE NIGHTLY ACCTDRW STEP.
001000*
001100*            THE POSTING TOTALS ARE THE TELLER'S OWN TRNHST
001110*            POSTINGS AT THE TERMINAL (TH-TERMID AND TH-USERID
001120*            MATCHING DS-TERMID AND DS-USERID - ACCTDRW SPLITS
001130*            THE DAY'S POSTINGS THE SAME WAY, SO TWO TELLERS
001140*            SHARING A TERMINAL NEVER COUNT EACH OTHER'S ITEMS)
001200*            FOR THE DAY AS THEY STOOD WHEN THE DRAWER WAS SAVED -
001300*            EVERY CREDIT AND DEBIT, REVERSALS AND SUPERVISOR
001400*            OVERRIDES INCLUDED, BUT NOT TRANSFER LEGS, WHICH MOVE
001500*            NO CASH (THEY ARE ONLY COUNTED).  EXPECTED IS OPENING
001600*            CASH PLUS CREDITS LESS DEBITS; COUNTED IS CLOSING
001700*            CASH PLUS CHECKS ON HAND; DS-DIFF IS COUNTED LESS
001800*            EXPECTED - POSITIVE OVER, NEGATIVE SHORT.  DS-STATUS
001900*            IS 'B' WHEN THE DRAWER IS TO THE PENNY, 'T' WHEN IT
002000*            IS OUT BY NO MORE THAN THE TOLERANCE, 'S' WHEN IT IS
002100*            OUT BY MORE AND A SUPERVISOR SIGNED IT OFF
002200*            (DS-SUPV-ID).  A DRAWER SETTLED AGAIN THE SAME DAY IS
002300*            REWRITTEN IN PLACE AND DS-SETL-COUNT GOES UP BY ONE.
002400*-----------------------------------------------------------------
002500 01  DS-SETTLE-RECORD.
002600     02  DS-KEY.
002700         03  DS-BUS-DATE    PIC 9(08).
002800         03  DS-TERMID      PIC X(04).
002900         03  DS-USERID      PIC X(08).
003000     02  DS-OPEN-CASH       PIC S9(9)V99 COMP-3.
003100     02  DS-CLOSE-CASH      PIC S9(9)V99 COMP-3.
003200     02  DS-CHECKS          PIC S9(9)V99 COMP-3.
003300     02  DS-CREDIT-CNT      PIC 9(05) COMP-3.
003400     02  DS-CREDIT-AMT      PIC S9(9)V99 COMP-3.
003500     02  DS-DEBIT-CNT       PIC 9(05) COMP-3.
003600     02  DS-DEBIT-AMT       PIC S9(9)V99 COMP-3.
003700     02  DS-REV-CNT         PIC 9(05) COMP-3.
003800     02  DS-OVR-CNT         PIC 9(05) COMP-3.
003900     02  DS-XFR-CNT         PIC 9(05) COMP-3.
004000     02  DS-EXPECTED        PIC S9(9)V99 COMP-3.
004100     02  DS-COUNTED         PIC S9(9)V99 COMP-3.
004200     02  DS-DIFF            PIC S9(9)V99 COMP-3.
004300     02  DS-STATUS          PIC X(01).
004400         88  DS-BALANCED    VALUE 'B'.
004500         88  DS-IN-TOLERANCE VALUE 'T'.
004600         88  DS-SIGNED-OFF  VALUE 'S'.
004700     02  DS-SUPV-ID         PIC X(08).
004800     02  DS-SETL-DATE       PIC 9(08).
004900     02  DS-SETL-TIME       PIC 9(06).
005000     02  DS-SETL-COUNT      PIC 9(03).
005100     02  FILLER             PIC X(11).
