000100*-----------------------------------------------------------------
000200* XFRCAL  -  LINKAGE SECTION COMMAREA LAYOUT FOR CICSXFR -
000300*            MATCHES XFRCA ABOVE FIELD FOR FIELD.  ON A RE-ENTRY
000400*            FROM CICSXFR'S OWN RETURN THE WHOLE AREA IS
000500*            PRESENT; ON AN XCTL IN FROM CICSMENU ONLY THE
000600*            COMMON CICSCA-LENGTH PREFIX IS, SO TEST EIBCALEN
000700*            BEFORE TOUCHING THE XF-INP FIELDS.
000800*-----------------------------------------------------------------
000900 01  DFHCOMMAREA.
001000     02  XF-IN-LAST-ACTION  PIC X(02).
001100     02  XF-IN-USERID       PIC X(08).
001200     02  XF-IN-AUTH-INQ-SW  PIC X(01).
001300     02  XF-IN-AUTH-MNT-SW  PIC X(01).
001400     02  XF-IN-AUTH-PST-SW  PIC X(01).
001500     02  XF-IN-AUTH-ADM-SW  PIC X(01).
001600     02  XF-IN-SCREEN-SW    PIC X(01).
001700     02  XF-IN-PICK-SW      PIC X(01).
001800     02  XF-IN-PICK-ACCT    PIC X(10).
001900     02  XF-INP-PEND-SW     PIC X(01).
002000     02  XF-INP-PEND-FROM   PIC X(10).
002100     02  XF-INP-PEND-TO     PIC X(10).
002200     02  XF-INP-PEND-AMT    PIC 9(9)V99.
