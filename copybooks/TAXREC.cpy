000100*-----------------------------------------------------------------
000200* TAXREC  -  YEAR-END INTEREST FILING RECORD, CUT EACH JANUARY
000300*            BY ACCTTAX FOR THE ELECTRONIC FILING OF THE INTEREST
000400*            PAID LAST YEAR.  FIXED 120-BYTE IMAGE.  ONE 'P'
000500*            RECORD PER PAYEE - A CUSTOMER (TF-PAYEE-KIND 'C', ITS
000600*            CUSTMAST NUMBER) WITH THE INTEREST OF ALL ITS
000700*            ACCOUNTS, OPEN OR CLOSED, ADDED TOGETHER, OR AN
000800*            ACCOUNT WITH NO CUSTOMER NUMBER ON ITS OWN (KIND 'A',
000900*            THE ACCOUNT NUMBER) - AND ONE 'T' CONTROL TRAILER
001000*            WITH THE PAYEE COUNT AND THE INTEREST TOTAL.
001100*            TF-CORRECTED IS 'C' ON EVERY RECORD OF A CORRECTION
001200*            FILE, WHICH CARRIES THE ONE PAYEE RE-ISSUED AND
001300*            REPLACES THAT PAYEE'S ORIGINAL RECORD.  AMOUNTS ARE
001400*            UNSIGNED DIGITS, LAST 2 CENTS.
001500*
001600*            TF-TRAILER-RECORD IS THE SAME 120 BYTES SEEN AS THE
001700*            CONTROL TRAILER - IT SHARES THE FD WITH THE PAYEE.
001800*-----------------------------------------------------------------
001900 01  TF-PAYEE-RECORD.
002000     02  TF-REC-TYPE        PIC X(01).
002100         88  TF-PAYEE       VALUE 'P'.
002200         88  TF-TRAILER     VALUE 'T'.
002300     02  TF-TAX-YEAR        PIC 9(04).
002400     02  TF-CORRECTED       PIC X(01).
002500         88  TF-CORRECTION  VALUE 'C'.
002600     02  TF-PAYEE-ID        PIC X(10).
002700     02  TF-PAYEE-KIND      PIC X(01).
002800         88  TF-KIND-CUST   VALUE 'C'.
002900         88  TF-KIND-ACCT   VALUE 'A'.
003000     02  TF-PAYEE-NAME      PIC X(30).
003100     02  TF-PAYEE-ADDR      PIC X(30).
003200     02  TF-INTEREST        PIC 9(11)V99.
003300     02  TF-ACCT-COUNT      PIC 9(03).
003400     02  FILLER             PIC X(27).
003500 01  TF-TRAILER-RECORD.
003600     02  FILLER             PIC X(06).
003700     02  TF-TRL-PAYEES      PIC 9(07).
003800     02  TF-TRL-INTEREST    PIC 9(13)V99.
003900     02  TF-TRL-RUN-DATE    PIC 9(08).
004000     02  FILLER             PIC X(84).
