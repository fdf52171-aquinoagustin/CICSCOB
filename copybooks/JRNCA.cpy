000100*-----------------------------------------------------------------
000200* JRNCA   -  WORKING-STORAGE COMMAREA LAYOUT CARRIED BY CICSJRN
000300*            ON ITS OWN RETURN TRANSID.  THE FIRST FIELDS ARE THE
000400*            SAME SUITE-WIDE STATE EVERY PROGRAM CARRIES (SEE
000500*            CICSCA) AND MUST BE KEPT IN STEP WITH THAT COPYBOOK
000600*            FIELD FOR FIELD.  THE JR-BRW FIELDS THAT FOLLOW ARE
000700*            CICSJRN'S OWN - THE SUBJECT (TYPE AND KEY) WHOSE
000800*            CHANGE JOURNAL IS BEING LISTED AND THE PAGING STATE.
000900*            THE LIST RUNS NEWEST FIRST.  JR-LAST-DATE/TIME/SEQ IS
001000*            THE LAST CHANGE ON THE GLASS (PF8 RESUMES JUST PAST
001100*            IT); THE PAGE-TOP TABLE IS WHERE EACH EARLIER PAGE
001200*            STARTED (PF7 REBUILDS FROM IT).
001300*-----------------------------------------------------------------
001400 01  JR-COMMAREA.
001500     02  JR-LAST-ACTION     PIC X(02)  VALUE SPACE.
001600     02  JR-USERID          PIC X(08)  VALUE SPACE.
001700     02  JR-AUTH-INQ-SW     PIC X(01)  VALUE 'N'.
001800         88  JR-INQ-AUTH    VALUE 'Y'.
001900     02  JR-AUTH-MNT-SW     PIC X(01)  VALUE 'N'.
002000         88  JR-MNT-AUTH    VALUE 'Y'.
002100     02  JR-AUTH-PST-SW     PIC X(01)  VALUE 'N'.
002200         88  JR-PST-AUTH    VALUE 'Y'.
002300     02  JR-AUTH-ADM-SW     PIC X(01)  VALUE 'N'.
002400         88  JR-ADM-AUTH    VALUE 'Y'.
002500     02  JR-SCREEN-SW       PIC X(01)  VALUE 'N'.
002600         88  JR-SCREEN-UP   VALUE 'Y'.
002700     02  JR-PICK-SW         PIC X(01)  VALUE 'N'.
002800         88  JR-PICKED      VALUE 'Y'.
002900     02  JR-PICK-ACCT       PIC X(10)  VALUE SPACE.
003000     02  JR-BRW-TYPE        PIC X(01)  VALUE SPACE.
003100     02  JR-BRW-KEY         PIC X(10)  VALUE SPACE.
003200     02  JR-PAGE-NO         PIC 9(02)  VALUE ZERO.
003300     02  JR-MORE-SW         PIC X(01)  VALUE 'N'.
003400         88  JR-MORE-PAGES  VALUE 'Y'.
003500     02  JR-LAST-DATE       PIC 9(08)  VALUE ZERO.
003600     02  JR-LAST-TIME       PIC 9(06)  VALUE ZERO.
003700     02  JR-LAST-SEQ        PIC 9(04)  VALUE ZERO.
003800     02  JR-PAGE-TOP OCCURS 9 TIMES.
003900         03  JR-PG-DATE     PIC 9(08).
004000         03  JR-PG-TIME     PIC 9(06).
004100         03  JR-PG-SEQ      PIC 9(04).
