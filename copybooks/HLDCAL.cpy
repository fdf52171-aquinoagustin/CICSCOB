000100*-----------------------------------------------------------------
000200* HLDCAL  -  LINKAGE SECTION COMMAREA LAYOUT FOR CICSHLD -
000300*            MATCHES HLDCA ABOVE FIELD FOR FIELD.  ON A RE-ENTRY
000400*            FROM CICSHLD'S OWN RETURN THE WHOLE AREA IS
000500*            PRESENT; ON AN XCTL IN FROM CICSMENU ONLY THE
000600*            COMMON CICSCA-LENGTH PREFIX IS, SO TEST EIBCALEN
000700*            BEFORE TOUCHING THE HL-INP FIELDS.
000800*-----------------------------------------------------------------
000900 01  DFHCOMMAREA.
001000     02  HL-IN-LAST-ACTION  PIC X(02).
001100     02  HL-IN-USERID       PIC X(08).
001200     02  HL-IN-AUTH-INQ-SW  PIC X(01).
001300     02  HL-IN-AUTH-MNT-SW  PIC X(01).
001400     02  HL-IN-AUTH-PST-SW  PIC X(01).
001500     02  HL-IN-AUTH-ADM-SW  PIC X(01).
001600     02  HL-IN-SCREEN-SW    PIC X(01).
001700     02  HL-IN-PICK-SW      PIC X(01).
001800     02  HL-IN-PICK-ACCT    PIC X(10).
001900     02  HL-INP-PEND-SW     PIC X(01).
002000     02  HL-INP-ACTION      PIC X(01).
002100     02  HL-INP-ACCT        PIC X(10).
002200     02  HL-INP-HOLD        PIC X(02).
002300     02  HL-INP-AMT         PIC 9(9)V99.
002400     02  HL-INP-REASON      PIC X(02).
002500     02  HL-INP-EXPIRY      PIC 9(08).
