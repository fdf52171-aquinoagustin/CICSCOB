000100*-----------------------------------------------------------------
000200* IDENTIFICATION DIVISION.
000300*-----------------------------------------------------------------
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    ACCTHLD.
000600 AUTHOR.        R HALVERSEN.
000700 INSTALLATION.  DATA PROCESSING.
000800 DATE-WRITTEN.  10/15/2026.
000900 DATE-COMPILED.
001000*-----------------------------------------------------------------
001100* MODIFICATION HISTORY
001200*-----------------------------------------------------------------
001300* 10/15/2026 RH  NEW PROGRAM.  NIGHTLY AMOUNT HOLD EXPIRY OVER THE
001400*                AMTHOLD KSDS (SEE HLDREC, KEPT ON THE CICSHLD
001500*                SCREEN).  EVERY ACTIVE HOLD WHOSE EXPIRY DATE IS
001600*                ON OR BEFORE THE BDATE BUSINESS DATE BEING CLOSED
001700*                IS MARKED EXPIRED ('E') SO IT NO LONGER COMES OFF
001800*                THE AVAILABLE BALANCE FROM THE NEXT BUSINESS DAY.
001900*                A HOLD WITH NO EXPIRY STAYS UNTIL IT IS RELEASED
002000*                ON THE SCREEN.  EVERY HOLD THAT DROPS OFF IS
002100*                LISTED ON THE REPORT FOR THE BRANCHES WITH ITS
002200*                ACCOUNT, AMOUNT AND REASON.  THE LEDGER BALANCE
002300*                IS NEVER TOUCHED.  A RERUN FINDS NOTHING LEFT TO
002400*                EXPIRE, SO NO CHECKPOINT IS NEEDED.
002500*-----------------------------------------------------------------
002600 ENVIRONMENT DIVISION.
002700 INPUT-OUTPUT SECTION.
002800 FILE-CONTROL.
002900     SELECT AMTHOLD  ASSIGN TO AMTHOLD
003000                     ORGANIZATION IS INDEXED
003100                     ACCESS MODE IS SEQUENTIAL
003200                     RECORD KEY IS HD-KEY.
003300     SELECT BDATFILE ASSIGN TO BDATFILE
003400                     ORGANIZATION IS INDEXED
003500                     ACCESS MODE IS SEQUENTIAL
003600                     RECORD KEY IS BD-KEY.
003700     SELECT HLDRPT   ASSIGN TO HLDRPT
003800                     ORGANIZATION IS SEQUENTIAL.
003900*-----------------------------------------------------------------
004000 DATA DIVISION.
004100 FILE SECTION.
004200*-----------------------------------------------------------------
004300* AMTHOLD - THE AMOUNT HOLD KSDS, READ FRONT TO BACK AND EVERY
004400* HOLD THAT EXPIRES REWRITTEN IN PLACE.  SHARED COPYBOOK HLDREC.
004500*-----------------------------------------------------------------
004600 FD  AMTHOLD.
004700     COPY HLDREC.
004800*-----------------------------------------------------------------
004900* BDATFILE - THE ONE-RECORD BUSINESS-DATE CONTROL KSDS.  SHARED
005000* COPYBOOK BDTREC.
005100*-----------------------------------------------------------------
005200 FD  BDATFILE.
005300     COPY BDTREC.
005400*-----------------------------------------------------------------
005500* HLDRPT - THE EXPIRED HOLD REPORT, 133-BYTE LINES WITH ASA
005600* CARRIAGE CONTROL IN BYTE 1.
005700*-----------------------------------------------------------------
005800 FD  HLDRPT
005900     RECORDING MODE IS F.
006000 01  HX-RPT-LINE            PIC X(133).
006100*-----------------------------------------------------------------
006200 WORKING-STORAGE SECTION.
006300*-----------------------------------------------------------------
006400 01  HX-SWITCHES.
006500     02  HX-HOLD-EOF-SW     PIC X(01)  VALUE 'N'.
006600         88  HX-HOLD-EOF    VALUE 'Y'.
006700     02  HX-BDATE-OK-SW     PIC X(01)  VALUE 'N'.
006800         88  HX-BDATE-OK    VALUE 'Y'.
006900*-----------------------------------------------------------------
007000 77  HX-RECS-READ           PIC 9(07) COMP VALUE ZERO.
007100 77  HX-RECS-ACTIVE         PIC 9(07) COMP VALUE ZERO.
007200 77  HX-RECS-EXPIRED        PIC 9(07) COMP VALUE ZERO.
007300 77  HX-TOT-ACTIVE          PIC S9(11)V99 COMP-3 VALUE ZERO.
007400 77  HX-TOT-EXPIRED         PIC S9(11)V99 COMP-3 VALUE ZERO.
007500 77  HX-TODAY               PIC 9(08) VALUE ZERO.
007600*-----------------------------------------------------------------
007700 01  HX-RPT-HEADING1.
007800     02  FILLER             PIC X(01)  VALUE '1'.
007900     02  FILLER             PIC X(48)  VALUE
008000         'ACCTHLD - AMOUNT HOLDS EXPIRED'.
008100     02  FILLER             PIC X(15)  VALUE 'BUSINESS DATE '.
008200     02  HX-RPT-RUNDATE     PIC 9(08).
008300 01  HX-RPT-HEADING2.
008400     02  FILLER             PIC X(01)  VALUE ' '.
008500     02  FILLER             PIC X(12)  VALUE 'ACCOUNT'.
008600     02  FILLER             PIC X(04)  VALUE 'NO'.
008700     02  FILLER             PIC X(15)  VALUE '       AMOUNT'.
008800     02  FILLER             PIC X(04)  VALUE 'RS'.
008900     02  FILLER             PIC X(10)  VALUE 'PLACED BY'.
009000     02  FILLER             PIC X(10)  VALUE 'PLACED ON'.
009100     02  FILLER             PIC X(10)  VALUE 'EXPIRED'.
009200 01  HX-RPT-DETAIL.
009300     02  FILLER             PIC X(01)  VALUE ' '.
009400     02  HX-RPT-ACCT        PIC X(10).
009500     02  FILLER             PIC X(02)  VALUE SPACE.
009600     02  HX-RPT-HOLD-NO     PIC 9(02).
009700     02  FILLER             PIC X(02)  VALUE SPACE.
009800     02  HX-RPT-AMOUNT      PIC -(9)9.99.
009900     02  FILLER             PIC X(02)  VALUE SPACE.
010000     02  HX-RPT-REASON      PIC X(02).
010100     02  FILLER             PIC X(02)  VALUE SPACE.
010200     02  HX-RPT-PLACED-BY   PIC X(08).
010300     02  FILLER             PIC X(02)  VALUE SPACE.
010400     02  HX-RPT-PLACED-ON   PIC 9(08).
010500     02  FILLER             PIC X(02)  VALUE SPACE.
010600     02  HX-RPT-EXPIRY      PIC 9(08).
010700 01  HX-RPT-TRAILER1.
010800     02  FILLER             PIC X(01)  VALUE '0'.
010900     02  FILLER             PIC X(26)  VALUE
011000         'HOLDS READ . . . . . . . .'.
011100     02  HX-RPT-TOT-READ    PIC ZZZ,ZZ9.
011200 01  HX-RPT-TRAILER2.
011300     02  FILLER             PIC X(01)  VALUE ' '.
011400     02  FILLER             PIC X(26)  VALUE
011500         'HOLDS EXPIRED TONIGHT  . .'.
011600     02  HX-RPT-TOT-EXP     PIC ZZZ,ZZ9.
011700     02  FILLER             PIC X(02)  VALUE SPACE.
011800     02  HX-RPT-AMT-EXP     PIC -(11)9.99.
011900 01  HX-RPT-TRAILER3.
012000     02  FILLER             PIC X(01)  VALUE ' '.
012100     02  FILLER             PIC X(26)  VALUE
012200         'HOLDS STILL ACTIVE . . . .'.
012300     02  HX-RPT-TOT-ACT     PIC ZZZ,ZZ9.
012400     02  FILLER             PIC X(02)  VALUE SPACE.
012500     02  HX-RPT-AMT-ACT     PIC -(11)9.99.
012600 01  HX-RPT-BADBDATE.
012700     02  FILLER             PIC X(01)  VALUE ' '.
012800     02  FILLER             PIC X(52)  VALUE
012900         '*** BUSINESS DATE FILE MISSING OR BAD - RC 16 ******'.
013000*-----------------------------------------------------------------
013100 PROCEDURE DIVISION.
013200*-----------------------------------------------------------------
013300* 0000-MAINLINE
013400*-----------------------------------------------------------------
013500 0000-MAINLINE.
013600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
013700     IF NOT HX-BDATE-OK
013800         PERFORM 4910-BDATE-FAILURE THRU 4910-EXIT
013900         GO TO 0000-EXIT
014000     END-IF.
014100     PERFORM 2000-CHECK-ONE-HOLD THRU 2000-EXIT
014200         UNTIL HX-HOLD-EOF.
014300     PERFORM 4000-FINALIZE THRU 4000-EXIT.
014400 0000-EXIT.
014500     STOP RUN.
014600*-----------------------------------------------------------------
014700* 1000-INITIALIZE  -  READ THE BUSINESS DATE, OPEN THE FILES AND
014800*                     PUT OUT THE REPORT HEADINGS.
014900*-----------------------------------------------------------------
015000 1000-INITIALIZE.
015100     OPEN OUTPUT HLDRPT.
015200     PERFORM 1020-READ-BUSINESS-DATE THRU 1020-EXIT.
015300     IF NOT HX-BDATE-OK
015400         GO TO 1000-EXIT
015500     END-IF.
015600     MOVE HX-TODAY          TO HX-RPT-RUNDATE.
015700     WRITE HX-RPT-LINE      FROM HX-RPT-HEADING1.
015800     WRITE HX-RPT-LINE      FROM HX-RPT-HEADING2.
015900     OPEN I-O AMTHOLD.
016000 1000-EXIT.
016100     EXIT.
016200*-----------------------------------------------------------------
016300* 1020-READ-BUSINESS-DATE  -  THE ONE-RECORD BDATE CONTROL FILE
016400*                             NAMES THE BUSINESS DAY BEING
016500*                             CLOSED.  A HOLD EXPIRING ON IT HAS
016600*                             HAD ITS LAST DAY.
016700*-----------------------------------------------------------------
016800 1020-READ-BUSINESS-DATE.
016900     MOVE 'N'               TO HX-BDATE-OK-SW.
017000     OPEN INPUT BDATFILE.
017100     READ BDATFILE
017200         AT END
017300             GO TO 1090-BDATE-DONE
017400     END-READ.
017500     IF BD-KEY = 'BUSDATE'
017600        AND BD-BUSINESS-DATE NUMERIC
017700        AND BD-BUSINESS-DATE > ZERO
017800         MOVE BD-BUSINESS-DATE TO HX-TODAY
017900         MOVE 'Y'           TO HX-BDATE-OK-SW
018000     END-IF.
018100 1090-BDATE-DONE.
018200     CLOSE BDATFILE.
018300 1020-EXIT.
018400     EXIT.
018500*-----------------------------------------------------------------
018600* 2000-CHECK-ONE-HOLD  -  READ THE NEXT HOLD.  AN ACTIVE HOLD WITH
018700*                         AN EXPIRY ON OR BEFORE THE BUSINESS DATE
018800*                         IS MARKED 'E' AND LISTED; THE OTHER
018900*                         ACTIVE HOLDS ARE COUNTED FOR THE
019000*                         TRAILER.  RELEASED AND ALREADY
019100*                         EXPIRED HOLDS ARE LEFT ALONE.
019200*-----------------------------------------------------------------
019300 2000-CHECK-ONE-HOLD.
019400     READ AMTHOLD NEXT RECORD
019500         AT END
019600             MOVE 'Y'       TO HX-HOLD-EOF-SW
019700     END-READ.
019800     IF HX-HOLD-EOF
019900         GO TO 2000-EXIT
020000     END-IF.
020100     ADD 1                  TO HX-RECS-READ.
020200     IF NOT HD-ACTIVE
020300         GO TO 2000-EXIT
020400     END-IF.
020500     IF HD-EXPIRY = ZERO
020600        OR HD-EXPIRY > HX-TODAY
020700         ADD 1              TO HX-RECS-ACTIVE
020800         ADD HD-AMOUNT      TO HX-TOT-ACTIVE
020900         GO TO 2000-EXIT
021000     END-IF.
021100     MOVE 'E'               TO HD-STATUS.
021200     REWRITE HD-HOLD-RECORD.
021300     ADD 1                  TO HX-RECS-EXPIRED.
021400     ADD HD-AMOUNT          TO HX-TOT-EXPIRED.
021500     MOVE HD-ACCT-NO        TO HX-RPT-ACCT.
021600     MOVE HD-HOLD-NO        TO HX-RPT-HOLD-NO.
021700     MOVE HD-AMOUNT         TO HX-RPT-AMOUNT.
021800     MOVE HD-REASON         TO HX-RPT-REASON.
021900     MOVE HD-PLACED-BY      TO HX-RPT-PLACED-BY.
022000     MOVE HD-PLACED-DATE    TO HX-RPT-PLACED-ON.
022100     MOVE HD-EXPIRY         TO HX-RPT-EXPIRY.
022200     WRITE HX-RPT-LINE      FROM HX-RPT-DETAIL.
022300 2000-EXIT.
022400     EXIT.
022500*-----------------------------------------------------------------
022600* 4000-FINALIZE  -  PRINT THE TRAILER TOTALS AND CLOSE EVERYTHING.
022700*-----------------------------------------------------------------
022800 4000-FINALIZE.
022900     MOVE HX-RECS-READ      TO HX-RPT-TOT-READ.
023000     WRITE HX-RPT-LINE      FROM HX-RPT-TRAILER1.
023100     MOVE HX-RECS-EXPIRED   TO HX-RPT-TOT-EXP.
023200     MOVE HX-TOT-EXPIRED    TO HX-RPT-AMT-EXP.
023300     WRITE HX-RPT-LINE      FROM HX-RPT-TRAILER2.
023400     MOVE HX-RECS-ACTIVE    TO HX-RPT-TOT-ACT.
023500     MOVE HX-TOT-ACTIVE     TO HX-RPT-AMT-ACT.
023600     WRITE HX-RPT-LINE      FROM HX-RPT-TRAILER3.
023700     CLOSE AMTHOLD HLDRPT.
023800 4000-EXIT.
023900     EXIT.
024000*-----------------------------------------------------------------
024100* 4910-BDATE-FAILURE  -  NO TRUSTWORTHY BUSINESS DATE - SAY SO
024200*                        ON THE REPORT AND END RC=16 WITH NO HOLD
024300*                        TOUCHED.
024400*-----------------------------------------------------------------
024500 4910-BDATE-FAILURE.
024600     WRITE HX-RPT-LINE      FROM HX-RPT-BADBDATE.
024700     CLOSE HLDRPT.
024800     MOVE 16                TO RETURN-CODE.
024900 4910-EXIT.
025000     EXIT.
