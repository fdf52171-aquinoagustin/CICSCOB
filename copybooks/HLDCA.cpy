000100*-----------------------------------------------------------------
000200* HLDCA   -  WORKING-STORAGE COMMAREA LAYOUT CARRIED BY CICSHLD
000300*            ON ITS OWN RETURN TRANSID.  THE FIRST FIELDS ARE THE
000400*            SAME SUITE-WIDE STATE EVERY PROGRAM CARRIES (SEE
000500*            CICSCA) AND MUST BE KEPT IN STEP WITH THAT COPYBOOK
000600*            FIELD FOR FIELD - CICSMENU HANDS CICSHLD A PLAIN
000700*            CICSCA COMMAREA AND READS ONE BACK, SO THE COMMON
000800*            PART HAS TO LINE UP BYTE FOR BYTE.  THE HL-PEND
000900*            FIELDS THAT FOLLOW ARE CICSHLD'S OWN - THE EDITED
001000*            HOLD PLACE OR RELEASE WAITING FOR THE OPERATOR'S PF5
001100*            CONFIRMATION, HELD ACROSS THE TASK BOUNDARY SO THE
001200*            CONFIRM APPLIES EXACTLY WHAT WAS EDITED, NOT
001300*            WHATEVER IS ON THE GLASS WHEN PF5 COMES IN.
001400*-----------------------------------------------------------------
001500 01  HL-COMMAREA.
001600     02  HL-LAST-ACTION     PIC X(02)  VALUE SPACE.
001700     02  HL-USERID          PIC X(08)  VALUE SPACE.
001800     02  HL-AUTH-INQ-SW     PIC X(01)  VALUE 'N'.
001900         88  HL-INQ-AUTH    VALUE 'Y'.
002000     02  HL-AUTH-MNT-SW     PIC X(01)  VALUE 'N'.
002100         88  HL-MNT-AUTH    VALUE 'Y'.
002200     02  HL-AUTH-PST-SW     PIC X(01)  VALUE 'N'.
002300         88  HL-PST-AUTH    VALUE 'Y'.
002400     02  HL-AUTH-ADM-SW     PIC X(01)  VALUE 'N'.
002500         88  HL-ADM-AUTH    VALUE 'Y'.
002600     02  HL-SCREEN-SW       PIC X(01)  VALUE 'N'.
002700         88  HL-SCREEN-UP   VALUE 'Y'.
002800     02  HL-PICK-SW         PIC X(01)  VALUE 'N'.
002900         88  HL-PICKED      VALUE 'Y'.
003000     02  HL-PICK-ACCT       PIC X(10)  VALUE SPACE.
003100     02  HL-PEND-SW         PIC X(01)  VALUE 'N'.
003200         88  HL-PEND-READY  VALUE 'Y'.
003300     02  HL-PEND-ACTION     PIC X(01)  VALUE SPACE.
003400         88  HL-PEND-PLACE  VALUE 'P'.
003500         88  HL-PEND-RELEASE VALUE 'R'.
003600     02  HL-PEND-ACCT       PIC X(10)  VALUE SPACE.
003700*    THE HOLD NUMBER IS BLANK ON A PLACE - IT IS GIVEN OUT AT
003800*    THE APPLY, NOT AT THE EDIT, SO TWO OPERATORS PLACING HOLDS
003900*    ON ONE ACCOUNT AT ONCE CANNOT BOTH CLAIM THE SAME NUMBER.
004000     02  HL-PEND-HOLD       PIC X(02)  VALUE SPACE.
004100     02  HL-PEND-AMT        PIC 9(9)V99 VALUE ZERO.
004200     02  HL-PEND-REASON     PIC X(02)  VALUE SPACE.
004300     02  HL-PEND-EXPIRY     PIC 9(08)  VALUE ZERO.
