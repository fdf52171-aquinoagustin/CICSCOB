002896*                OF THE SYSTEM CLOCK - THE "MUST RUN BEFORE
002897*                MIDNIGHT" RULE RETIRES.  A MISSING OR BAD
002898*                CONTROL RECORD ENDS RC=16 WITH NO CUT MADE.
002908* 10/15/2026 RH  BOTH LEGS OF A CICSXFR ACCOUNT TRANSFER NOW
002918*                SUMMARIZE UNDER THEIR OWN 'XFER' SOURCE
002928*                INSTEAD OF THE TELLER'S TERMINAL, SO THE DEBIT
002938*                AND CREDIT NET TO ZERO THERE AND A TRANSFER NO
002948*                LONGER READS AS NEW MONEY AT THE STATION.  A
002958*                TRANSFER-LEGS COUNT PRINTS WITH THE TOTALS.
002968*-----------------------------------------------------------------
003000 ENVIRONMENT DIVISION.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
008100 77  GL-GRAND-NET           PIC S9(11)V99 COMP-3 VALUE ZERO.
008120 77  GL-REV-COUNT           PIC 9(07) COMP VALUE ZERO.
008140 77  GL-REV-AMOUNT          PIC S9(11)V99 COMP-3 VALUE ZERO.
008160 77  GL-XFR-COUNT           PIC 9(07) COMP VALUE ZERO.
008180 77  GL-POST-SRC            PIC X(04) VALUE SPACE.
008200*-----------------------------------------------------------------
008300* ONE ACCUMULATOR PER POSTING SOURCE (TERMINAL).  200 ENTRIES
008400* COVERS EVERY STATION IN THE SHOP MANY TIMES OVER; SLOT 201 IS
013320     02  FILLER             PIC X(01)  VALUE ' '.
013330     02  FILLER             PIC X(52)  VALUE
013340         '*** BUSINESS DATE FILE MISSING OR BAD - RC 16 ******'.
013350 01  GL-RPT-TRAILER5.
013360     02  FILLER             PIC X(01)  VALUE ' '.
013370     02  FILLER             PIC X(26)  VALUE
013380         'TRANSFER LEGS (XFER)  . .'.
013390     02  GL-RPT-TOT-XFRS    PIC ZZZ,ZZ9.
013400*-----------------------------------------------------------------
013500 PROCEDURE DIVISION.
013600*-----------------------------------------------------------------
019220         ADD 1              TO GL-REV-COUNT
019230         ADD TH-AMOUNT      TO GL-REV-AMOUNT
019240     END-IF.
019250     MOVE TH-TERMID         TO GL-POST-SRC.
019260     IF TH-XFR-TO OR TH-XFR-FROM
019270         ADD 1              TO GL-XFR-COUNT
019280         MOVE 'XFER'        TO GL-POST-SRC
019290     END-IF.
019300     PERFORM 2100-FIND-SOURCE THRU 2100-EXIT.
019800     PERFORM 2200-ADD-TO-SOURCE THRU 2200-EXIT.
019900 2000-EXIT.
020000     EXIT.
020100*-----------------------------------------------------------------
020200* 2100-FIND-SOURCE  -  FIND (OR CLAIM) THE TABLE SLOT FOR THIS
020300*                      POSTING'S SOURCE - ITS TERMINAL, OR
020350*                      'XFER' FOR A TRANSFER LEG.  WHEN ALL
020400*                      200 REAL SLOTS ARE CLAIMED, THE POSTING
020420*                      ROLLS INTO
020450*                      THE RESERVED 'OVFL' SLOT 201 INSTEAD.
020500*-----------------------------------------------------------------
020550 2100-FIND-SOURCE.
021400     END-IF.
021500     IF GL-SRC-COUNT < 200
021600         ADD 1              TO GL-SRC-COUNT
021700         MOVE GL-POST-SRC   TO GL-SRC-TERMID(GL-SRC-COUNT)
021800         MOVE GL-SRC-COUNT  TO GL-SRC-HIT
021900         MOVE 'Y'           TO GL-SRC-FOUND-SW
021920     ELSE
022200     EXIT.
022300*-----------------------------------------------------------------
022400* 2110-MATCH-SOURCE  -  COMPARE ONE CLAIMED SLOT TO THE
022500*                       POSTING'S SOURCE.
022600*-----------------------------------------------------------------
022700 2110-MATCH-SOURCE.
022800     IF GL-SRC-TERMID(GL-SRC-IX) = GL-POST-SRC
022900         MOVE GL-SRC-IX     TO GL-SRC-HIT
023000         MOVE 'Y'           TO GL-SRC-FOUND-SW
023100     END-IF.
030520     WRITE GL-RPT-LINE      FROM GL-RPT-TRAILER3.
030530     MOVE GL-REV-AMOUNT     TO GL-RPT-TOT-REVAMT.
030540     WRITE GL-RPT-LINE      FROM GL-RPT-TRAILER4.
030560     MOVE GL-XFR-COUNT      TO GL-RPT-TOT-XFRS.
030580     WRITE GL-RPT-LINE      FROM GL-RPT-TRAILER5.
030600     IF GL-SRC-RECS(201) NOT = ZERO
030700         WRITE GL-RPT-LINE  FROM GL-RPT-OVERFLOW
030800     END-IF.
