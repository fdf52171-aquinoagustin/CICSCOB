004984*                AND WOULD HIDE A JUST-KEYED POSTING FROM THE
004986*                ACTIVITY REPORTS.  AN UNREADABLE CONTROL
004988*                RECORD REFUSES THE REPORT OUTRIGHT.
004991* 10/15/2026 RH  ACTIVITY LINES FOR A CICSXFR TRANSFER LEG PRINT
004994*                "TRANSFER TO" OR "TRANSFER FROM" AND THE
004997*                PARTNER ACCOUNT AFTER THE RV COLUMN.
005000*-----------------------------------------------------------------
005100 ENVIRONMENT DIVISION.
005200*-----------------------------------------------------------------
013900     02  FILLER             PIC X(10)  VALUE 'OPERATOR'.
014000     02  FILLER             PIC X(06)  VALUE 'TERM'.
014050     02  FILLER             PIC X(02)  VALUE 'RV'.
014060     02  FILLER             PIC X(01)  VALUE SPACE.
014070     02  FILLER             PIC X(08)  VALUE 'TRANSFER'.
014100 01  RP-ACT-LINE.
014200     02  RP-ACT-SEQ         PIC 9(04).
014300     02  FILLER             PIC X(02)  VALUE SPACE.
015200     02  RP-ACT-TERM        PIC X(04).
015210     02  FILLER             PIC X(02)  VALUE SPACE.
015220     02  RP-ACT-REV         PIC X(01).
015240     02  FILLER             PIC X(01)  VALUE SPACE.
015260     02  RP-ACT-XFR-DIR     PIC X(14).
015280     02  RP-ACT-XFR-ACCT    PIC X(10).
015300 01  RP-TOT-LINE.
015400     02  RP-TOT-LABEL       PIC X(16).
015500     02  RP-TOT-AMT         PIC -(9)9.99.
058300     MOVE TH-USERID         TO RP-ACT-USER.
058400     MOVE TH-TERMID         TO RP-ACT-TERM.
058410     MOVE TH-REV-FLAG       TO RP-ACT-REV.
058411     MOVE SPACE             TO RP-ACT-XFR-DIR RP-ACT-XFR-ACCT.
058412     IF TH-XFR-TO
058413         MOVE 'TRANSFER TO'   TO RP-ACT-XFR-DIR
058414         MOVE TH-XFR-ACCT     TO RP-ACT-XFR-ACCT
058415     END-IF.
058416     IF TH-XFR-FROM
058417         MOVE 'TRANSFER FROM' TO RP-ACT-XFR-DIR
058418         MOVE TH-XFR-ACCT     TO RP-ACT-XFR-ACCT
058419     END-IF.
058420     IF TH-IS-REVERSAL
058430         ADD 1              TO RP-TOT-REVS
058440     END-IF.
