003950*                PRINTS THE MONTH THE SHOP HAS OPEN.  A MISSING
003960*                OR BAD CONTROL RECORD ENDS RC=16 BEFORE THE
003970*                FILES ARE OPENED.
003977* 10/15/2026 RH  A CICSXFR TRANSFER LEG NOW PRINTS "TRANSFER TO"
003984*                OR "TRANSFER FROM" AND THE OTHER ACCOUNT, SO
003991*                THE CUSTOMER CAN TELL WHERE THE MONEY WENT.
004000*-----------------------------------------------------------------
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
014900     02  FILLER             PIC X(14)  VALUE 'AMOUNT'.
015000     02  FILLER             PIC X(10)  VALUE 'OPERATOR'.
015100     02  FILLER             PIC X(02)  VALUE 'RV'.
015130     02  FILLER             PIC X(02)  VALUE SPACE.
015160     02  FILLER             PIC X(08)  VALUE 'TRANSFER'.
015200 01  ST-RPT-DETAIL.
015300     02  FILLER             PIC X(01)  VALUE ' '.
015400     02  ST-RPT-DATE        PIC 9(08).
016200     02  ST-RPT-OPER        PIC X(08).
016300     02  FILLER             PIC X(02)  VALUE SPACE.
016400     02  ST-RPT-REV         PIC X(01).
016420     02  FILLER             PIC X(02)  VALUE SPACE.
016440     02  ST-RPT-XFR-DIR     PIC X(14).
016460     02  ST-RPT-XFR-ACCT    PIC X(10).
016500 01  ST-RPT-NOACT.
016600     02  FILLER             PIC X(01)  VALUE ' '.
016700     02  FILLER             PIC X(26)  VALUE
039200     MOVE TH-AMOUNT         TO ST-RPT-AMT.
039300     MOVE TH-USERID         TO ST-RPT-OPER.
039400     MOVE TH-REV-FLAG       TO ST-RPT-REV.
039410     MOVE SPACE             TO ST-RPT-XFR-DIR ST-RPT-XFR-ACCT.
039420     IF TH-XFR-TO
039430         MOVE 'TRANSFER TO'   TO ST-RPT-XFR-DIR
039440         MOVE TH-XFR-ACCT     TO ST-RPT-XFR-ACCT
039450     END-IF.
039460     IF TH-XFR-FROM
039470         MOVE 'TRANSFER FROM' TO ST-RPT-XFR-DIR
039480         MOVE TH-XFR-ACCT     TO ST-RPT-XFR-ACCT
039490     END-IF.
039500     WRITE ST-RPT-LINE      FROM ST-RPT-DETAIL.
039600     IF TH-CREDIT
039700         ADD TH-AMOUNT      TO ST-TOT-CR
