001700*            IN DISPLAY FORM AND THE RECORD IS CARD-IMAGE SIZED
001800*            (80 BYTES) SO THE PRDLOAD MAINTENANCE CARDS AND A
001900*            SEED REPRO STAY KEYABLE - SEE JOB PRDLOADJ.
001910* 10/15/2026 RH  PR-OD-FEE ADDED FROM THE FILLER - THE
001920*            PRODUCT'S OVERDRAFT FEE (99999V99), CHARGED ONCE
001930*            PER OVERDRAFT BY THE NIGHTLY ACCTOVD STEP.  A
001940*            RECORD LOADED BEFORE IT HAS SPACES THERE, WHICH
001950*            MEANS NO FEE.
002000*-----------------------------------------------------------------
002100 01  PR-PRODUCT-RECORD.
002200     02  PR-TYPE-CODE       PIC X(02).
002400     02  PR-ANNUAL-RATE     PIC 9(2)V9(4).
002500     02  PR-MON-CHARGE      PIC 9(5)V99.
002600     02  PR-WAIVER-FLOOR    PIC 9(9)V99.
002650     02  PR-OD-FEE          PIC 9(5)V99.
002700     02  FILLER             PIC X(27).
