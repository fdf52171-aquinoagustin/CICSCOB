000100*-----------------------------------------------------------------
000200* SOMCAL  -  LINKAGE SECTION COMMAREA LAYOUT FOR CICSSOM -
000300*            MATCHES SOMCA ABOVE FIELD FOR FIELD.  ON A RE-ENTRY
000400*            FROM CICSSOM'S OWN RETURN THE WHOLE AREA IS
000500*            PRESENT; ON AN XCTL IN FROM CICSMENU ONLY THE
000600*            COMMON CICSCA-LENGTH PREFIX IS, SO TEST EIBCALEN
000700*            BEFORE TOUCHING THE SM-INP FIELDS.
000800*-----------------------------------------------------------------
000900 01  DFHCOMMAREA.
001000     02  SM-IN-LAST-ACTION  PIC X(02).
001100     02  SM-IN-USERID       PIC X(08).
001200     02  SM-IN-AUTH-INQ-SW  PIC X(01).
001300     02  SM-IN-AUTH-MNT-SW  PIC X(01).
001400     02  SM-IN-AUTH-PST-SW  PIC X(01).
001500     02  SM-IN-AUTH-ADM-SW  PIC X(01).
001600     02  SM-IN-SCREEN-SW    PIC X(01).
001700     02  SM-IN-PICK-SW      PIC X(01).
001800     02  SM-IN-PICK-ACCT    PIC X(10).
001900     02  SM-INP-PEND-SW     PIC X(01).
002000     02  SM-INP-ACTION      PIC X(01).
002100     02  SM-INP-FROM        PIC X(10).
002200     02  SM-INP-ORD         PIC X(02).
002300     02  SM-INP-TO          PIC X(10).
002400     02  SM-INP-AMT         PIC 9(9)V99.
002500     02  SM-INP-FREQ        PIC X(01).
002600     02  SM-INP-NEXT        PIC 9(08).
002700     02  SM-INP-END-SW      PIC X(01).
002800     02  SM-INP-END         PIC 9(08).
