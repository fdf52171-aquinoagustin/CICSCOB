000100*-----------------------------------------------------------------
000200* JRNREC  -  MASTER FILE CHANGE JOURNAL RECORD (VSAM KSDS, FILE
000300*            CHGJNL ONLINE / DATASET CHGJNL IN BATCH).  ONE RECORD
000400*            PER FIELD CHANGED ON A MASTER FILE, CARRYING THE
000500*            VALUE BEFORE AND THE VALUE AFTER, WHO CHANGED IT,
000600*            FROM WHICH TERMINAL AND ON WHICH BUSINESS DAY.  THE
000700*            AUDT TRAIL (AUDREC) SAYS A FUNCTION TOUCHED A KEY;
000800*            THIS SAYS WHAT IT DID TO IT.
000900*
001000*            WRITTEN BY CICSACM (ACCOUNTS), CICSCUS (CUSTOMERS,
001100*            AND THE NAME/ADDRESS COPIES ON EACH OF THEIR
001200*            ACCOUNTS), CICSSEC (OPERATOR SECURITY), ACCTLOAD
001300*            (ACCOUNTS, USERID ACCTLOAD) AND PRDLOAD (PRODUCTS,
001400*            USERID PRDLOAD) - A BATCH WRITER STAMPS ITS OWN
001500*            PROGRAM NAME AS THE USERID AND 'BTCH' AS THE
001600*            TERMINAL.  READ BY CICSJRN.
001700*
001800*            KEY IS CJ-KEY - THE SUBJECT (TYPE AND KEY OF THE
001900*            RECORD CHANGED), THEN THE CLOCK DATE AND TIME OF THE
002000*            CHANGE AND A SEQUENCE NUMBER WITHIN THEM, SO A BROWSE
002100*            ON THE SUBJECT PART LISTS ITS CHANGES IN THE ORDER
002200*            THEY WERE MADE.  CJ-FIELD NAMES THE CHANGED FIELD BY
002300*            ITS COPYBOOK NAME.  CJ-OLD-VALUE AND CJ-NEW-VALUE ARE
002400*            DISPLAY TEXT - AMOUNTS ARE EDITED; THE OLD VALUE IS
002500*            BLANK ON AN ADD AND THE NEW VALUE BLANK ON A DELETE.
002600*            RECORDS ARE NEVER REWRITTEN OR DELETED ONLINE.
002700*-----------------------------------------------------------------
002800 01  CJ-JOURNAL-RECORD.
002900     02  CJ-KEY.
003000         03  CJ-SUBJ-TYPE   PIC X(01).
003100             88  CJ-SUBJ-ACCOUNT  VALUE 'A'.
003200             88  CJ-SUBJ-CUSTOMER VALUE 'C'.
003300             88  CJ-SUBJ-OPERATOR VALUE 'O'.
003400             88  CJ-SUBJ-PRODUCT  VALUE 'P'.
003500         03  CJ-SUBJ-KEY    PIC X(10).
003600         03  CJ-CHG-DATE    PIC 9(08).
003700         03  CJ-CHG-TIME    PIC 9(06).
003800         03  CJ-CHG-SEQ     PIC 9(04).
003900     02  CJ-FILE            PIC X(08).
004000     02  CJ-FIELD           PIC X(16).
004100     02  CJ-ACTION          PIC X(01).
004200         88  CJ-ADDED       VALUE 'A'.
004300         88  CJ-CHANGED     VALUE 'C'.
004400         88  CJ-DELETED     VALUE 'D'.
004500     02  CJ-OLD-VALUE       PIC X(30).
004600     02  CJ-NEW-VALUE       PIC X(30).
004700     02  CJ-USERID          PIC X(08).
004800     02  CJ-TERMID          PIC X(04).
004900     02  CJ-BUS-DATE        PIC 9(08).
005000     02  FILLER             PIC X(26).
