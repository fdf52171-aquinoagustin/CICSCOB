000100*-----------------------------------------------------------------
000200* STLCAL  -  LINKAGE SECTION COMMAREA LAYOUT FOR CICSSTL - MATCHES
000300*            STLCA ABOVE FIELD FOR FIELD.  ON A RE-ENTRY FROM
000400*            CICSSTL'S OWN RETURN THE WHOLE AREA IS PRESENT; ON AN
000500*            XCTL IN FROM CICSMENU ONLY THE COMMON CICSCA-LENGTH
000600*            PREFIX IS, SO TEST EIBCALEN BEFORE TOUCHING THE
000700*            TL-INP FIELDS.
000800*-----------------------------------------------------------------
000900 01  DFHCOMMAREA.
001000     02  TL-IN-LAST-ACTION  PIC X(02).
001100     02  TL-IN-USERID       PIC X(08).
001200     02  TL-IN-AUTH-INQ-SW  PIC X(01).
001300     02  TL-IN-AUTH-MNT-SW  PIC X(01).
001400     02  TL-IN-AUTH-PST-SW  PIC X(01).
001500     02  TL-IN-AUTH-ADM-SW  PIC X(01).
001600     02  TL-IN-SCREEN-SW    PIC X(01).
001700     02  TL-IN-PICK-SW      PIC X(01).
001800     02  TL-IN-PICK-ACCT    PIC X(10).
001900     02  TL-INP-PEND-SW     PIC X(01).
002000     02  TL-INP-BDATE       PIC 9(08).
002100     02  TL-INP-TERMID      PIC X(04).
002200     02  TL-INP-OPEN        PIC 9(9)V99.
002300     02  TL-INP-CASH        PIC 9(9)V99.
002400     02  TL-INP-CHECKS      PIC 9(9)V99.
002500     02  TL-INP-CR-CNT      PIC 9(05).
002600     02  TL-INP-CR-AMT      PIC 9(9)V99.
002700     02  TL-INP-DR-CNT      PIC 9(05).
002800     02  TL-INP-DR-AMT      PIC 9(9)V99.
002900     02  TL-INP-REV-CNT     PIC 9(05).
003000     02  TL-INP-OVR-CNT     PIC 9(05).
003100     02  TL-INP-XFR-CNT     PIC 9(05).
003200     02  TL-INP-EXPECTED    PIC S9(9)V99.
003300     02  TL-INP-DIFF        PIC S9(9)V99.
