000100*-----------------------------------------------------------------
000200* STLCA   -  WORKING-STORAGE COMMAREA LAYOUT CARRIED BY CICSSTL ON
000300*            ITS OWN RETURN TRANSID.  THE FIRST FIELDS ARE THE
000400*            SAME SUITE-WIDE STATE EVERY PROGRAM CARRIES (SEE
000500*            CICSCA) AND MUST BE KEPT IN STEP WITH THAT COPYBOOK
000600*            FIELD FOR FIELD - CICSMENU HANDS CICSSTL A PLAIN
000700*            CICSCA COMMAREA AND READS ONE BACK, SO THE COMMON
000800*            PART HAS TO LINE UP BYTE FOR BYTE.  THE TL-PEND
000900*            FIELDS THAT FOLLOW ARE CICSSTL'S OWN - THE DRAWER AS
001000*            KEYED AND TOTALLED ON ENTER, WAITING FOR THE PF5 THAT
001100*            SAVES IT, HELD ACROSS THE TASK BOUNDARY SO THE SAVE
001200*            RECORDS EXACTLY THE FIGURES THE TELLER (AND ANY
001300*            SUPERVISOR SIGNING OFF) WAS SHOWN, NOT WHATEVER IS ON
001400*            THE GLASS WHEN PF5 COMES IN.
001500*-----------------------------------------------------------------
001600 01  TL-COMMAREA.
001700     02  TL-LAST-ACTION     PIC X(02)  VALUE SPACE.
001800     02  TL-USERID          PIC X(08)  VALUE SPACE.
001900     02  TL-AUTH-INQ-SW     PIC X(01)  VALUE 'N'.
002000         88  TL-INQ-AUTH    VALUE 'Y'.
002100     02  TL-AUTH-MNT-SW     PIC X(01)  VALUE 'N'.
002200         88  TL-MNT-AUTH    VALUE 'Y'.
002300     02  TL-AUTH-PST-SW     PIC X(01)  VALUE 'N'.
002400         88  TL-PST-AUTH    VALUE 'Y'.
002500     02  TL-AUTH-ADM-SW     PIC X(01)  VALUE 'N'.
002600         88  TL-ADM-AUTH    VALUE 'Y'.
002700     02  TL-SCREEN-SW       PIC X(01)  VALUE 'N'.
002800         88  TL-SCREEN-UP   VALUE 'Y'.
002900     02  TL-PICK-SW         PIC X(01)  VALUE 'N'.
003000         88  TL-PICKED      VALUE 'Y'.
003100     02  TL-PICK-ACCT       PIC X(10)  VALUE SPACE.
003200     02  TL-PEND-SW         PIC X(01)  VALUE 'N'.
003300         88  TL-PEND-READY  VALUE 'Y'.
003400     02  TL-PEND-BDATE      PIC 9(08)  VALUE ZERO.
003500     02  TL-PEND-TERMID     PIC X(04)  VALUE SPACE.
003600     02  TL-PEND-OPEN       PIC 9(9)V99 VALUE ZERO.
003700     02  TL-PEND-CASH       PIC 9(9)V99 VALUE ZERO.
003800     02  TL-PEND-CHECKS     PIC 9(9)V99 VALUE ZERO.
003900     02  TL-PEND-CR-CNT     PIC 9(05)  VALUE ZERO.
004000     02  TL-PEND-CR-AMT     PIC 9(9)V99 VALUE ZERO.
004100     02  TL-PEND-DR-CNT     PIC 9(05)  VALUE ZERO.
004200     02  TL-PEND-DR-AMT     PIC 9(9)V99 VALUE ZERO.
004300     02  TL-PEND-REV-CNT    PIC 9(05)  VALUE ZERO.
004400     02  TL-PEND-OVR-CNT    PIC 9(05)  VALUE ZERO.
004500     02  TL-PEND-XFR-CNT    PIC 9(05)  VALUE ZERO.
004600     02  TL-PEND-EXPECTED   PIC S9(9)V99 VALUE ZERO.
004700     02  TL-PEND-DIFF       PIC S9(9)V99 VALUE ZERO.
