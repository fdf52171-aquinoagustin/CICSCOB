000100*-----------------------------------------------------------------
000200* STOREC  -  STANDING ORDER RECORD (VSAM KSDS, FILE STORD ONLINE
000300*            / DATASET STORDER IN BATCH).  KEY IS SO-KEY - THE
000400*            FROM-ACCOUNT AND AN ORDER NUMBER 01-99 WITHIN IT, SO
000500*            ONE ACCOUNT CAN CARRY SEVERAL ORDERS AND A BROWSE ON
000600*            THE ACCOUNT PART LISTS THEM ALL.  ONE RECORD PER
000700*            RECURRING TRANSFER OR PAYMENT - A MONTHLY SAVINGS
000800*            SWEEP, RENT TO A LANDLORD'S ACCOUNT HERE - KEPT ON
000900*            THE CICSSOM SCREEN AND PAID BY THE NIGHTLY ACCTSOR
001000*            STEP ON THE BDATE BUSINESS DATE IT FALLS DUE, AS A
001100*            TRANSFER (BOTH TRNHST LEGS CROSS-REFERENCED, SEE
001200*            TRNREC) UNDER USERID 'ACCTSOR'.
001300*
001400*            SO-NEXT-DUE IS THE NEXT BUSINESS DATE THE ORDER
001500*            PAYS; ACCTSOR ROLLS IT FORWARD BY SO-FREQ AFTER A
001600*            PAYMENT (OR AFTER THE LAST RETRY IS SPENT).  A
001700*            MONTHLY OR QUARTERLY ORDER KEEPS ITS DAY OF MONTH
001800*            IN SO-DUE-DAY SO AN ORDER SET UP FOR THE 31ST PAYS
001900*            ON THE LAST DAY OF A SHORT MONTH AND GOES BACK TO
002000*            THE 31ST AFTER IT.  SO-END-DATE ZERO MEANS NO END.
002100*            SO-LAST-RUN IS THE BUSINESS DATE THE NIGHTLY STEP
002200*            LAST ACTED ON THE ORDER - A RERUN OF THE SAME NIGHT
002300*            LEAVES AN ORDER ALREADY STAMPED ALONE.  AN ORDER
002400*            LEFT 'IP' IS NOT PAID ON ANY LATER NIGHT EITHER -
002410*            ACCTSOR REPORTS IT EVERY RUN UNTIL A CICSSOM CHANGE
002420*            OR RESUME, WITH A NEXT DUE DATE, CLEARS IT - SO AN
002430*            ORDER IS NEVER PAID TWICE FOR ONE DUE DATE.
002500*-----------------------------------------------------------------
002600 01  SO-ORDER-RECORD.
002700     02  SO-KEY.
002800         03  SO-FROM-ACCT   PIC X(10).
002900         03  SO-ORDER-NO    PIC 9(02).
003000     02  SO-TO-ACCT         PIC X(10).
003100     02  SO-AMOUNT          PIC S9(9)V99 COMP-3.
003200     02  SO-FREQ            PIC X(01).
003300         88  SO-WEEKLY      VALUE 'W'.
003400         88  SO-MONTHLY     VALUE 'M'.
003500         88  SO-QUARTERLY   VALUE 'Q'.
003600     02  SO-NEXT-DUE        PIC 9(08).
003700     02  SO-END-DATE        PIC 9(08).
003800     02  SO-STATUS          PIC X(01).
003900         88  SO-ACTIVE      VALUE 'A'.
004000         88  SO-SUSPENDED   VALUE 'S'.
004100         88  SO-CANCELLED   VALUE 'X'.
004200         88  SO-ENDED       VALUE 'E'.
004300     02  SO-DUE-DAY         PIC 9(02).
004400     02  SO-RETRY-COUNT     PIC 9(02).
004500     02  SO-LAST-RUN        PIC 9(08).
004600*    RESULT OF THE LAST NIGHTLY ATTEMPT - 'PD' PAID, 'NF' NOT
004700*    ENOUGH FUNDS, 'HD' AN ACCOUNT ON HOLD, 'CL' AN ACCOUNT
004800*    CLOSED OR GONE (THE ORDER IS SUSPENDED), 'SK' RETRIES
004900*    SPENT AND THAT DUE DATE SKIPPED, 'IP' MONEY MOVEMENT
005000*    STARTED BUT NOT CONFIRMED (SEE THE ACCTSOR EXCEPTIONS).
005100     02  SO-LAST-RESULT     PIC X(02).
005200     02  SO-LAST-PAID       PIC 9(08).
005300     02  SO-CHG-USERID      PIC X(08).
005400     02  SO-CHG-DATE        PIC 9(08).
005500     02  FILLER             PIC X(08).
