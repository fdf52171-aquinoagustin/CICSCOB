000100*-----------------------------------------------------------------
000200* EXTREC  -  CLEARING-HOUSE ITEM RECORD.  FIXED 80-BYTE IMAGE, THE
000300*            LAYOUT OF BOTH THE INBOUND ITEM FILE (DATASET EXTIN)
000400*            AND THE RETURNS FILE (DATASET RETOUT) THE ACCTINB
000500*            POSTING RUN SENDS BACK - A RETURN IS THE ITEM AS IT
000600*            CAME IN WITH EI-RETURN-CODE FILLED, SO THE CLEARING
000700*            HOUSE MATCHES IT ON THE TRACE NUMBER.  ONE 'D' RECORD
000800*            PER ITEM - PAYROLL DIRECT DEPOSITS ARE CREDITS,
000900*            BILL-PAY DEBITS ARE DEBITS - AND ONE 'T' CONTROL
001000*            TRAILER WITH THE ITEM COUNT AND THE DOLLAR TOTAL OF
001100*            THE ITEMS (DEBITS AND CREDITS ADDED TOGETHER, NOT
001200*            NETTED).  AMOUNTS ARE UNSIGNED DIGITS, LAST 2 CENTS.
001300*
001400*            RETURN REASON CODES (CLEARING-HOUSE STANDARD):
001500*              R01  INSUFFICIENT FUNDS (DEBIT PAST THE OVERDRAFT
001600*                   LIMIT)
001700*              R02  ACCOUNT CLOSED
001800*              R03  NO ACCOUNT ON FILE
001900*              R16  ACCOUNT FROZEN (AC-ON-HOLD)
002000*              R17  ITEM FAILED EDIT (BAD ACCOUNT NUMBER,
002100*                   DR/CR CODE, AMOUNT OR TRACE)
002200*
002300*            EI-TRAILER-RECORD IS THE SAME 80 BYTES SEEN AS THE
002400*            CONTROL TRAILER - IT SHARES THE FD WITH THE ITEM.
002500*-----------------------------------------------------------------
002600 01  EI-ITEM-RECORD.
002700     02  EI-REC-TYPE        PIC X(01).
002800         88  EI-DETAIL      VALUE 'D'.
002900         88  EI-TRAILER     VALUE 'T'.
003000     02  EI-ACCT-NO         PIC X(10).
003100     02  EI-DRCR-CODE       PIC X(01).
003200         88  EI-DEBIT       VALUE 'D'.
003300         88  EI-CREDIT      VALUE 'C'.
003400     02  EI-AMOUNT          PIC 9(9)V99.
003500     02  EI-ORIG-ID         PIC X(10).
003600     02  EI-ORIG-NAME       PIC X(16).
003700     02  EI-TRACE           PIC X(15).
003800     02  EI-RETURN-CODE     PIC X(03).
003900     02  FILLER             PIC X(13).
004000 01  EI-TRAILER-RECORD.
004100     02  FILLER             PIC X(01).
004200     02  EI-TRL-COUNT       PIC 9(07).
004300     02  EI-TRL-AMOUNT      PIC 9(13)V99.
004400     02  FILLER             PIC X(57).
