000100*-----------------------------------------------------------------
000200* SOMCA   -  WORKING-STORAGE COMMAREA LAYOUT CARRIED BY CICSSOM
000300*            ON ITS OWN RETURN TRANSID.  THE FIRST FIELDS ARE THE
000400*            SAME SUITE-WIDE STATE EVERY PROGRAM CARRIES (SEE
000500*            CICSCA) AND MUST BE KEPT IN STEP WITH THAT COPYBOOK
000600*            FIELD FOR FIELD - CICSMENU HANDS CICSSOM A PLAIN
000700*            CICSCA COMMAREA AND READS ONE BACK, SO THE COMMON
000800*            PART HAS TO LINE UP BYTE FOR BYTE.  THE SM-PEND
000900*            FIELDS THAT FOLLOW ARE CICSSOM'S OWN - THE EDITED
001000*            STANDING-ORDER UPDATE WAITING FOR THE OPERATOR'S PF5
001100*            CONFIRMATION, HELD ACROSS THE TASK BOUNDARY SO THE
001200*            CONFIRM APPLIES EXACTLY WHAT WAS EDITED, NOT
001300*            WHATEVER IS ON THE GLASS WHEN PF5 COMES IN.
001400*-----------------------------------------------------------------
001500 01  SM-COMMAREA.
001600     02  SM-LAST-ACTION     PIC X(02)  VALUE SPACE.
001700     02  SM-USERID          PIC X(08)  VALUE SPACE.
001800     02  SM-AUTH-INQ-SW     PIC X(01)  VALUE 'N'.
001900         88  SM-INQ-AUTH    VALUE 'Y'.
002000     02  SM-AUTH-MNT-SW     PIC X(01)  VALUE 'N'.
002100         88  SM-MNT-AUTH    VALUE 'Y'.
002200     02  SM-AUTH-PST-SW     PIC X(01)  VALUE 'N'.
002300         88  SM-PST-AUTH    VALUE 'Y'.
002400     02  SM-AUTH-ADM-SW     PIC X(01)  VALUE 'N'.
002500         88  SM-ADM-AUTH    VALUE 'Y'.
002600     02  SM-SCREEN-SW       PIC X(01)  VALUE 'N'.
002700         88  SM-SCREEN-UP   VALUE 'Y'.
002800     02  SM-PICK-SW         PIC X(01)  VALUE 'N'.
002900         88  SM-PICKED      VALUE 'Y'.
003000     02  SM-PICK-ACCT       PIC X(10)  VALUE SPACE.
003100     02  SM-PEND-SW         PIC X(01)  VALUE 'N'.
003200         88  SM-PEND-READY  VALUE 'Y'.
003300     02  SM-PEND-ACTION     PIC X(01)  VALUE SPACE.
003400         88  SM-PEND-ADD    VALUE 'A'.
003500         88  SM-PEND-CHANGE VALUE 'C'.
003600         88  SM-PEND-SUSPEND VALUE 'S'.
003700         88  SM-PEND-RESUME VALUE 'R'.
003800         88  SM-PEND-CANCEL VALUE 'X'.
003900     02  SM-PEND-FROM       PIC X(10)  VALUE SPACE.
004000     02  SM-PEND-ORD        PIC X(02)  VALUE SPACE.
004100*    ON A CHANGE A FIELD LEFT BLANK KEEPS WHAT IS ON FILE -
004200*    SPACES IN THE TO-ACCOUNT AND FREQUENCY, ZERO IN THE AMOUNT
004300*    AND NEXT DUE DATE.  THE END DATE CAN BE KEYED AS ZEROS TO
004400*    TAKE IT OFF, SO IT HAS ITS OWN KEYED SWITCH.
004500     02  SM-PEND-TO         PIC X(10)  VALUE SPACE.
004600     02  SM-PEND-AMT        PIC 9(9)V99 VALUE ZERO.
004700     02  SM-PEND-FREQ       PIC X(01)  VALUE SPACE.
004800     02  SM-PEND-NEXT       PIC 9(08)  VALUE ZERO.
004900     02  SM-PEND-END-SW     PIC X(01)  VALUE 'N'.
005000         88  SM-PEND-END-KEYED VALUE 'Y'.
005100     02  SM-PEND-END        PIC 9(08)  VALUE ZERO.
