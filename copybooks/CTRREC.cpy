000100*-----------------------------------------------------------------
000200* CTRREC  -  LARGE CASH COMPLIANCE EXTRACT RECORD, CUT NIGHTLY BY
000300*            ACCTCTR FROM THE DAY'S AND THE LOOK-BACK WINDOW'S
000400*            TRANSACTION HISTORY AND LOADED BY COMPLIANCE INTO
000500*            THEIR FILING SYSTEM.  FIXED 120-BYTE IMAGE.  ONE 'H'
000600*            RECORD PER CUSTOMER REPORTED, FOLLOWED BY ONE 'D'
000700*            RECORD PER CASH POSTING THAT COUNTED TOWARD IT, AND
000800*            ONE 'T' CONTROL TRAILER AT THE END OF THE FILE.  THE
000900*            FIRST 29 BYTES - TYPE, BUSINESS DATE, CUSTOMER AND
001000*            ACCOUNT-ALONE - ARE THE SAME ON 'H' AND 'D' RECORDS.
001100*            CE-ACCT-ALONE IS SPACES FOR A CUSTOMER; AN ACCOUNT
001200*            WITH NO CUSTOMER NUMBER IS REPORTED ON ITS OWN, WITH
001300*            SPACES IN CE-CUST-NO AND THE ACCOUNT HERE.  AMOUNTS
001400*            ARE UNSIGNED DIGITS, LAST 2 CENTS.
001500*
001600*            CE-REASON   L  CASH IN OR CASH OUT OVER THE THRESHOLD
001700*                           ON THE BUSINESS DAY
001800*                        S  POSSIBLE STRUCTURING - CASH JUST UNDER
001900*                           THE THRESHOLD ON TOO MANY DAYS OF THE
002000*                           WINDOW
002100*                        B  BOTH
002200*            CE-DAY-KIND O  THE POSTING'S DAY WENT OVER THRESHOLD
002300*                        N  THE POSTING'S DAY WAS JUST UNDER IT
002400*
002500*            CE-TRAILER-RECORD IS THE SAME 120 BYTES SEEN AS THE
002600*            CONTROL TRAILER, WITH THE RUN'S PARAMETERS ON IT.
002700*-----------------------------------------------------------------
002800 01  CE-HEADER-RECORD.
002900     02  CE-REC-TYPE        PIC X(01).
003000         88  CE-HEADER      VALUE 'H'.
003100         88  CE-DETAIL      VALUE 'D'.
003200         88  CE-TRAILER     VALUE 'T'.
003300     02  CE-BUS-DATE        PIC 9(08).
003400     02  CE-CUST-NO         PIC X(10).
003500     02  CE-ACCT-ALONE      PIC X(10).
003600     02  CE-CUST-NAME       PIC X(30).
003700     02  CE-CUST-ADDR       PIC X(30).
003800     02  CE-REASON          PIC X(01).
003900         88  CE-LARGE-CASH  VALUE 'L'.
004000         88  CE-STRUCTURING VALUE 'S'.
004100         88  CE-BOTH        VALUE 'B'.
004200     02  CE-DAY-IN          PIC 9(11)V99.
004300     02  CE-DAY-OUT         PIC 9(11)V99.
004400     02  CE-NEAR-DAYS       PIC 9(03).
004500     02  FILLER             PIC X(01).
004600 01  CE-DETAIL-RECORD.
004700     02  FILLER             PIC X(29).
004800     02  CE-POST-DATE       PIC 9(08).
004900     02  CE-ACCT-NO         PIC X(10).
005000     02  CE-POST-SEQ        PIC 9(04).
005100     02  CE-DRCR-CODE       PIC X(01).
005200     02  CE-AMOUNT          PIC 9(9)V99.
005300     02  CE-TERMID          PIC X(04).
005400     02  CE-USERID          PIC X(08).
005500     02  CE-OVR-USERID      PIC X(08).
005600     02  CE-DAY-KIND        PIC X(01).
005700         88  CE-DAY-OVER    VALUE 'O'.
005800         88  CE-DAY-NEAR    VALUE 'N'.
005900     02  FILLER             PIC X(36).
006000 01  CE-TRAILER-RECORD.
006100     02  FILLER             PIC X(09).
006200     02  CE-TRL-CUSTOMERS   PIC 9(07).
006300     02  CE-TRL-POSTINGS    PIC 9(07).
006400     02  CE-TRL-AMOUNT      PIC 9(13)V99.
006500     02  CE-TRL-THRESHOLD   PIC 9(9)V99.
006600     02  CE-TRL-WINDOW      PIC 9(03).
006700     02  CE-TRL-FLOOR       PIC 9(9)V99.
006800     02  CE-TRL-MIN-DAYS    PIC 9(02).
006900     02  FILLER             PIC X(55).
