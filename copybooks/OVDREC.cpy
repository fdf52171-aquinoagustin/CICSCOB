000100*-----------------------------------------------------------------
000200* OVDREC  -  OVERDRAWN AGING RECORD (VSAM KSDS, DATASET OVDAGE
000300*            IN BATCH).  KEY IS OD-ACCT-NO.  ONE RECORD PER
000400*            ACCOUNT WHILE ITS BALANCE STAYS BELOW ZERO AT THE
000500*            CLOSE OF EACH BUSINESS DAY - WRITTEN BY THE NIGHTLY
000600*            ACCTOVD STEP THE FIRST NIGHT IT FINDS THE ACCOUNT
000700*            OVERDRAWN, AGED ONE DAY A NIGHT, AND DELETED THE
000800*            NIGHT THE ACCOUNT IS BACK AT ZERO OR ABOVE, SO THE
000900*            NEXT OVERDRAFT STARTS AT DAY 1 AGAIN.
001000*
001100*            OD-SINCE-DATE IS THE FIRST BUSINESS DAY OVERDRAWN
001200*            (WORKED OUT FROM THE HISTORY ON FIRST SIGHT) AND
001300*            OD-DAYS THE CONSECUTIVE DAYS OVERDRAWN AS OF
001400*            OD-AGED-DATE.  THE FEE, NOTICE AND HOLD DATES STAMP
001500*            WHAT HAS BEEN DONE THIS OVERDRAFT, SO EACH IS DONE
001600*            ONCE AND A RERUN REPEATS NONE OF THEM.  OD-FEE-SW
001700*            GOES TO 'P' BEFORE THE FEE MOVES MONEY AND 'Y' ONCE
001800*            IT IS ON THE MASTER AND THE HISTORY - A 'P' FOUND BY
001900*            A RERUN IS REPORTED IN DOUBT, NEVER CHARGED AGAIN.
002000*-----------------------------------------------------------------
002100 01  OD-AGING-RECORD.
002200     02  OD-ACCT-NO         PIC X(10).
002300     02  OD-SINCE-DATE      PIC 9(08).
002400     02  OD-DAYS            PIC 9(05).
002500     02  OD-AGED-DATE       PIC 9(08).
002600     02  OD-FEE-DATE        PIC 9(08).
002700     02  OD-FEE-AMT         PIC 9(5)V99.
002800     02  OD-FEE-SW          PIC X(01).
002900         88  OD-FEE-PENDING VALUE 'P'.
003000         88  OD-FEE-POSTED  VALUE 'Y'.
003100     02  OD-NOTICE7-DATE    PIC 9(08).
003200     02  OD-NOTICE30-DATE   PIC 9(08).
003300     02  OD-HOLD-DATE       PIC 9(08).
003400     02  FILLER             PIC X(09).
