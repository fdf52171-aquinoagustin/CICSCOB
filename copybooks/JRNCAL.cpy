000100*-----------------------------------------------------------------
000200* JRNCAL  -  LINKAGE SECTION COMMAREA LAYOUT FOR CICSJRN -
000300*            MATCHES JRNCA ABOVE FIELD FOR FIELD.  ON A RE-ENTRY
000400*            FROM CICSJRN'S OWN RETURN THE WHOLE AREA IS PRESENT;
000500*            ON AN XCTL IN FROM CICSMENU ONLY THE COMMON
000600*            CICSCA-LENGTH PREFIX IS, SO TEST EIBCALEN BEFORE
000700*            TOUCHING THE JR-INP FIELDS.
000800*-----------------------------------------------------------------
000900 01  DFHCOMMAREA.
001000     02  JR-IN-LAST-ACTION  PIC X(02).
001100     02  JR-IN-USERID       PIC X(08).
001200     02  JR-IN-AUTH-INQ-SW  PIC X(01).
001300     02  JR-IN-AUTH-MNT-SW  PIC X(01).
001400     02  JR-IN-AUTH-PST-SW  PIC X(01).
001500     02  JR-IN-AUTH-ADM-SW  PIC X(01).
001600     02  JR-IN-SCREEN-SW    PIC X(01).
001700     02  JR-IN-PICK-SW      PIC X(01).
001800     02  JR-IN-PICK-ACCT    PIC X(10).
001900     02  JR-INP-BRW-TYPE    PIC X(01).
002000     02  JR-INP-BRW-KEY     PIC X(10).
002100     02  JR-INP-PAGE-NO     PIC 9(02).
002200     02  JR-INP-MORE-SW     PIC X(01).
002300     02  JR-INP-LAST-DATE   PIC 9(08).
002400     02  JR-INP-LAST-TIME   PIC 9(06).
002500     02  JR-INP-LAST-SEQ    PIC 9(04).
002600     02  JR-INP-PAGE-TOP OCCURS 9 TIMES.
002700         03  JR-INP-PG-DATE PIC 9(08).
002800         03  JR-INP-PG-TIME PIC 9(06).
002900         03  JR-INP-PG-SEQ  PIC 9(04).
