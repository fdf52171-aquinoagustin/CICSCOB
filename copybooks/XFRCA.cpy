000100*-----------------------------------------------------------------
000200* XFRCA   -  WORKING-STORAGE COMMAREA LAYOUT CARRIED BY CICSXFR
000300*            ON ITS OWN RETURN TRANSID.  THE FIRST FIELDS ARE THE
000400*            SAME SUITE-WIDE STATE EVERY PROGRAM CARRIES (SEE
000500*            CICSCA) AND MUST BE KEPT IN STEP WITH THAT COPYBOOK
000600*            FIELD FOR FIELD - CICSMENU HANDS CICSXFR A PLAIN
000700*            CICSCA COMMAREA AND READS ONE BACK, SO THE COMMON
000800*            PART HAS TO LINE UP BYTE FOR BYTE.  THE XF-PEND
000900*            FIELDS THAT FOLLOW ARE CICSXFR'S OWN - AN OVER-LIMIT
001000*            TRANSFER WAITING FOR A SUPERVISOR'S PF5, HELD ACROSS
001100*            THE TASK BOUNDARY SO THE OVERRIDE APPLIES EXACTLY
001200*            THE TRANSFER THAT WAS KEYED AND SHOWN, NOT WHATEVER
001300*            IS ON THE GLASS WHEN PF5 COMES IN.
001400*-----------------------------------------------------------------
001500 01  XF-COMMAREA.
001600     02  XF-LAST-ACTION     PIC X(02)  VALUE SPACE.
001700     02  XF-USERID          PIC X(08)  VALUE SPACE.
001800     02  XF-AUTH-INQ-SW     PIC X(01)  VALUE 'N'.
001900         88  XF-INQ-AUTH    VALUE 'Y'.
002000     02  XF-AUTH-MNT-SW     PIC X(01)  VALUE 'N'.
002100         88  XF-MNT-AUTH    VALUE 'Y'.
002200     02  XF-AUTH-PST-SW     PIC X(01)  VALUE 'N'.
002300         88  XF-PST-AUTH    VALUE 'Y'.
002400     02  XF-AUTH-ADM-SW     PIC X(01)  VALUE 'N'.
002500         88  XF-ADM-AUTH    VALUE 'Y'.
002600     02  XF-SCREEN-SW       PIC X(01)  VALUE 'N'.
002700         88  XF-SCREEN-UP   VALUE 'Y'.
002800     02  XF-PICK-SW         PIC X(01)  VALUE 'N'.
002900         88  XF-PICKED      VALUE 'Y'.
003000     02  XF-PICK-ACCT       PIC X(10)  VALUE SPACE.
003100     02  XF-PEND-SW         PIC X(01)  VALUE 'N'.
003200         88  XF-PEND-READY  VALUE 'Y'.
003300     02  XF-PEND-FROM       PIC X(10)  VALUE SPACE.
003400     02  XF-PEND-TO         PIC X(10)  VALUE SPACE.
003500     02  XF-PEND-AMT        PIC 9(9)V99 VALUE ZERO.
