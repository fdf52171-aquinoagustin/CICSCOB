000100*-----------------------------------------------------------------
000200* HLDREC  -  AMOUNT HOLD RECORD (VSAM KSDS, FILE AMTHLD ONLINE /
000300*            DATASET AMTHOLD IN BATCH).  KEY IS HD-KEY - THE
000400*            ACCOUNT AND A HOLD NUMBER 01-99 WITHIN IT, SO A
000500*            BROWSE ON THE ACCOUNT PART LISTS ALL ITS HOLDS.  ONE
000600*            RECORD PER AMOUNT SET ASIDE ON AN ACCOUNT - A CHECK
000700*            DEPOSIT NOT YET CLEARED, A GARNISHMENT ORDER, FUNDS
000800*            PLEDGED AGAINST A LOAN - KEPT ON THE CICSHLD SCREEN.
000900*
001000*            A HOLD IS ACTIVE WHILE HD-STATUS IS 'A' AND ITS
001100*            EXPIRY IS ZERO (HELD UNTIL RELEASED) OR NOT BEFORE
001200*            THE BDATE BUSINESS DATE.  THE ACCOUNT'S AVAILABLE
001300*            BALANCE IS AC-BALANCE LESS ITS ACTIVE HOLDS PLUS
001400*            AC-OD-LIMIT; A DEBIT IS ALLOWED UP TO AVAILABLE AND
001500*            NO FURTHER.  AC-BALANCE ITSELF (THE LEDGER) IS
001600*            NEVER CHANGED BY A HOLD.  THE NIGHTLY ACCTHLD STEP
001700*            MARKS HOLDS WHOSE EXPIRY HAS COME 'E'; A HOLD TAKEN
001800*            OFF ON THE SCREEN IS MARKED 'R'.  RECORDS ARE KEPT,
001900*            NOT DELETED, SO THE SCREEN SHOWS THE HOLD'S HISTORY.
002000*-----------------------------------------------------------------
002100 01  HD-HOLD-RECORD.
002200     02  HD-KEY.
002300         03  HD-ACCT-NO     PIC X(10).
002400         03  HD-HOLD-NO     PIC 9(02).
002500     02  HD-AMOUNT          PIC S9(9)V99 COMP-3.
002600     02  HD-REASON          PIC X(02).
002700         88  HD-REASON-VALID VALUE 'CK' 'GN' 'PL' 'OT'.
002800         88  HD-CHECK-DEP   VALUE 'CK'.
002900         88  HD-GARNISH     VALUE 'GN'.
003000         88  HD-PLEDGE      VALUE 'PL'.
003100         88  HD-OTHER       VALUE 'OT'.
003200     02  HD-PLACED-BY       PIC X(08).
003300     02  HD-PLACED-DATE     PIC 9(08).
003400     02  HD-EXPIRY          PIC 9(08).
003500     02  HD-STATUS          PIC X(01).
003600         88  HD-ACTIVE      VALUE 'A'.
003700         88  HD-RELEASED    VALUE 'R'.
003800         88  HD-EXPIRED     VALUE 'E'.
003900     02  HD-REL-USERID      PIC X(08).
004000     02  HD-REL-DATE        PIC 9(08).
004100     02  FILLER             PIC X(19).
