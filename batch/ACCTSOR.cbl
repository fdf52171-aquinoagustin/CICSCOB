000100*-----------------------------------------------------------------
000200* IDENTIFICATION DIVISION.
000300*-----------------------------------------------------------------
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    ACCTSOR.
000600 AUTHOR.        R HALVERSEN.
000700 INSTALLATION.  DATA PROCESSING.
000800 DATE-WRITTEN.  10/15/2026.
000900 DATE-COMPILED.
001000*-----------------------------------------------------------------
001100* MODIFICATION HISTORY
001200*-----------------------------------------------------------------
001300* 10/15/2026 RH  NEW PROGRAM.  NIGHTLY STANDING ORDER RUN OVER
001400*                THE STORDER KSDS (SEE STOREC, KEPT ON THE
001500*                CICSSOM SCREEN).  EVERY ACTIVE ORDER WHOSE NEXT
001600*                DUE DATE HAS COME BY THE BDATE BUSINESS DATE IS
001700*                PAID AS A TRANSFER - BOTH BALANCES REWRITTEN AND
001800*                BOTH TRANHIST LEGS WRITTEN AND CROSS-REFERENCED
001900*                THE WAY CICSXFR WRITES THEM, UNDER USERID
002000*                'ACCTSOR' AND SOURCE 'BTCH' - AND THE NEXT DUE
002100*                DATE ROLLS FORWARD BY THE ORDER'S FREQUENCY.
002200*                THE DEBIT IS HELD TO THE SAME RULES AS A TELLER
002300*                POSTING: NOTHING MOVES ON OR TO AN ACCOUNT ON
002400*                HOLD, AND NO DEBIT MAY TAKE THE BALANCE PAST
002500*                THE OVERDRAFT LIMIT.  SUCH AN ORDER GOES ON THE
002600*                EXCEPTION REPORT FOR BRANCH FOLLOW-UP AND IS
002700*                TRIED AGAIN NEXT NIGHT, UP TO SR-RETRY-LIMIT
002800*                RETRIES, AFTER WHICH THAT PAYMENT IS SKIPPED
002900*                AND THE ORDER WAITS FOR ITS NEXT DUE DATE.  AN
003000*                ORDER WHOSE ACCOUNT IS CLOSED OR GONE IS
003100*                SUSPENDED.  CHECKPOINTS EVERY SR-CKPT-INTERVAL
003200*                ORDERS THE WAY ACCTMIN DOES, AND EVERY ORDER
003300*                ACTED ON IS STAMPED WITH THE BUSINESS DATE
003400*                (SO-LAST-RUN) BEFORE ANY MONEY MOVES, SO A
003500*                RESTART OR A DOUBLE-SUBMITTED JOB NEVER PAYS AN
003600*                ORDER TWICE.
003620* 10/15/2026 RH  THE DEBIT NOW CHECKS THE AVAILABLE BALANCE - THE
003640*                FROM-ACCOUNT'S BALANCE LESS ITS ACTIVE AMOUNT
003660*                HOLDS ON AMTHOLD (SEE HLDREC), PLUS THE
003680*                OVERDRAFT LIMIT - THE SAME RULE CICSPST AND
003690*                CICSXFR APPLY.
003692* 10/15/2026 RH  AN ORDER LEFT 'IP' BY A PASS THAT DIED IS NOW
003694*                REPORTED EVERY NIGHT, NOT JUST THE NIGHT IT
003696*                STOPPED, AND NEVER PAID AGAIN UNTIL SOMEONE
003698*                CLEARS IT ON CICSSOM (CHANGE WITH A NEXT DUE
003699*                DATE, OR RESUME).
003700*-----------------------------------------------------------------
003800 ENVIRONMENT DIVISION.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT STORDER  ASSIGN TO STORDER
004200                     ORGANIZATION IS INDEXED
004300                     ACCESS MODE IS DYNAMIC
004400                     RECORD KEY IS SO-KEY.
004500     SELECT ACCTMAST ASSIGN TO ACCTMAST
004600                     ORGANIZATION IS INDEXED
004700                     ACCESS MODE IS RANDOM
004800                     RECORD KEY IS AC-ACCT-NO.
004900     SELECT TRANHIST ASSIGN TO TRANHIST
005000                     ORGANIZATION IS INDEXED
005100                     ACCESS MODE IS RANDOM
005200                     RECORD KEY IS TH-KEY.
005220     SELECT AMTHOLD  ASSIGN TO AMTHOLD
005240                     ORGANIZATION IS INDEXED
005260                     ACCESS MODE IS DYNAMIC
005280                     RECORD KEY IS HD-KEY.
005300     SELECT BDATFILE ASSIGN TO BDATFILE
005400                     ORGANIZATION IS INDEXED
005500                     ACCESS MODE IS SEQUENTIAL
005600                     RECORD KEY IS BD-KEY.
005700     SELECT CKPTSOR  ASSIGN TO CKPTSOR
005800                     ORGANIZATION IS SEQUENTIAL.
005900     SELECT REGOUT   ASSIGN TO REGOUT
006000                     ORGANIZATION IS SEQUENTIAL.
006100     SELECT EXCRPT   ASSIGN TO EXCRPT
006200                     ORGANIZATION IS SEQUENTIAL.
006300*-----------------------------------------------------------------
006400 DATA DIVISION.
006500 FILE SECTION.
006600*-----------------------------------------------------------------
006700* STORDER - THE STANDING ORDER KSDS, BROWSED IN KEY ORDER AND
006800* EVERY ORDER ACTED ON REWRITTEN IN PLACE.  SHARED COPYBOOK
006900* STOREC.
007000*-----------------------------------------------------------------
007100 FD  STORDER.
007200     COPY STOREC.
007300*-----------------------------------------------------------------
007400* ACCTMAST - THE ACCOUNT MASTER KSDS, READ AT RANDOM FOR THE TWO
007500* ACCOUNTS OF AN ORDER AND BOTH REWRITTEN WHEN IT PAYS.  SHARED
007600* COPYBOOK ACCTREC.
007700*-----------------------------------------------------------------
007800 FD  ACCTMAST.
007900     COPY ACCTREC.
008000*-----------------------------------------------------------------
008100* TRANHIST - THE TRANSACTION HISTORY KSDS.  TWO POSTINGS PER
008200* ORDER PAID, A 'T' DEBIT LEG AND AN 'F' CREDIT LEG POINTING AT
008300* EACH OTHER, SO THE GL CUT, THE RECON AND THE STATEMENTS SEE A
008400* STANDING ORDER EXACTLY AS THEY SEE A TELLER TRANSFER.  SHARED
008500* COPYBOOK TRNREC.
008600*-----------------------------------------------------------------
008700 FD  TRANHIST.
008800     COPY TRNREC.
008810*-----------------------------------------------------------------
008820* AMTHOLD - THE AMOUNT HOLD KSDS, READ ONLY - EACH FROM-ACCOUNT'S
008830* HOLDS ARE BROWSED TO TOTAL WHAT IS HELD BEFORE THE DEBIT.
008840* SHARED COPYBOOK HLDREC.
008850*-----------------------------------------------------------------
008860 FD  AMTHOLD.
008870     COPY HLDREC.
008900*-----------------------------------------------------------------
009000* BDATFILE - THE ONE-RECORD BUSINESS-DATE CONTROL KSDS.  SHARED
009100* COPYBOOK BDTREC.
009200*-----------------------------------------------------------------
009300 FD  BDATFILE.
009400     COPY BDTREC.
009500*-----------------------------------------------------------------
009600* CKPTSOR - A ONE-RECORD RESTART CONTROL FILE, KEYED LIKE
009700* ACCTMIN'S CKPTMIN - IT CARRIES THE LAST ORDER ACTED ON AND THE
009800* RUNNING COUNTS, AND A RESTART STARTS THE BROWSE PAST IT.
009900*-----------------------------------------------------------------
010000 FD  CKPTSOR
010100     RECORDING MODE IS F.
010200 01  SR-CKPT-RECORD.
010300     02  SR-CKPT-RUNDATE    PIC 9(08).
010400     02  SR-CKPT-LASTKEY    PIC X(12).
010500     02  SR-CKPT-PAID       PIC 9(07).
010600     02  SR-CKPT-TOT-PAID   PIC S9(11)V99.
010700     02  SR-CKPT-RETRY      PIC 9(07).
010800     02  SR-CKPT-SKIPPAY    PIC 9(07).
010900     02  SR-CKPT-SUSP       PIC 9(07).
011000     02  SR-CKPT-ENDED      PIC 9(07).
011100     02  SR-CKPT-DOUBT      PIC 9(07).
011200     02  SR-CKPT-HFAIL      PIC 9(07).
011300     02  SR-CKPT-EXCEPT     PIC 9(07).
011400*-----------------------------------------------------------------
011500* REGOUT - THE PRINTED PAYMENT REGISTER, ONE LINE PER ORDER
011600* PAID.  COLUMN 1 IS STANDARD CARRIAGE CONTROL (' '=SINGLE
011700* SPACE, '1'=NEW PAGE).
011800*-----------------------------------------------------------------
011900 FD  REGOUT
012000     RECORDING MODE IS F.
012100 01  SR-RPT-LINE            PIC X(133).
012200*-----------------------------------------------------------------
012300* EXCRPT - THE EXCEPTION REPORT FOR BRANCH FOLLOW-UP, ONE LINE
012400* PER ORDER THAT DID NOT PAY TONIGHT AND WHAT BECAME OF IT.
012500* SAME CARRIAGE CONTROL AS THE REGISTER.
012600*-----------------------------------------------------------------
012700 FD  EXCRPT
012800     RECORDING MODE IS F.
012900 01  SR-EXC-LINE            PIC X(133).
013000*-----------------------------------------------------------------
013100 WORKING-STORAGE SECTION.
013200*-----------------------------------------------------------------
013300 01  SR-SWITCHES.
013400     02  SR-ORD-EOF-SW      PIC X(01)  VALUE 'N'.
013500         88  SR-ORD-EOF     VALUE 'Y'.
013600     02  SR-CKPT-FOUND-SW   PIC X(01)  VALUE 'N'.
013700         88  SR-CKPT-FOUND  VALUE 'Y'.
013800     02  SR-BDATE-OK-SW     PIC X(01)  VALUE 'N'.
013900         88  SR-BDATE-OK    VALUE 'Y'.
014000     02  SR-TO-HOLD-SW      PIC X(01)  VALUE 'N'.
014100         88  SR-TO-ON-HOLD  VALUE 'Y'.
014200     02  SR-LEAP-SW         PIC X(01)  VALUE 'N'.
014300         88  SR-LEAP        VALUE 'Y'.
014400*-----------------------------------------------------------------
014500 77  SR-CKPT-INTERVAL       PIC 9(05) COMP VALUE 100.
014600*    RETRIES ALLOWED AFTER THE DUE-DATE ATTEMPT BEFORE THAT
014700*    PAYMENT IS GIVEN UP AND THE ORDER ROLLS TO ITS NEXT DUE.
014800 77  SR-RETRY-LIMIT         PIC 9(02) VALUE 3.
014900 77  SR-RECS-SINCE-CKPT     PIC 9(09) COMP VALUE ZERO.
015000 77  SR-RECS-PAID           PIC 9(07) COMP VALUE ZERO.
015100 77  SR-RECS-RETRY          PIC 9(07) COMP VALUE ZERO.
015200 77  SR-RECS-SKIPPAY        PIC 9(07) COMP VALUE ZERO.
015300 77  SR-RECS-SUSP           PIC 9(07) COMP VALUE ZERO.
015400 77  SR-RECS-ENDED          PIC 9(07) COMP VALUE ZERO.
015500 77  SR-RECS-DOUBT          PIC 9(07) COMP VALUE ZERO.
015600 77  SR-RECS-ALREADY        PIC 9(07) COMP VALUE ZERO.
015700 77  SR-RECS-EXCEPT         PIC 9(07) COMP VALUE ZERO.
015800 77  SR-HIST-FAILS          PIC 9(07) COMP VALUE ZERO.
015900 77  SR-TOT-PAID            PIC S9(11)V99 COMP-3 VALUE ZERO.
016000 77  SR-TODAY               PIC 9(08) VALUE ZERO.
016100 77  SR-START-KEY           PIC X(12) VALUE LOW-VALUE.
016200 77  SR-NEW-BAL             PIC S9(11)V99 COMP-3 VALUE ZERO.
016220 77  SR-HOLD-TOT            PIC S9(11)V99 COMP-3 VALUE ZERO.
016240 77  SR-HOLD-DONE-SW        PIC X(01) VALUE 'N'.
016260     88  SR-HOLD-DONE       VALUE 'Y'.
016300 77  SR-DUE-PAID            PIC 9(08) VALUE ZERO.
016400 77  SR-RESULT              PIC X(02) VALUE SPACE.
016500 77  SR-REASON              PIC X(26) VALUE SPACE.
016600 77  SR-ACTION              PIC X(30) VALUE SPACE.
016700 77  SR-RETRY-SHOWN         PIC 9(02) VALUE ZERO.
016800 77  SR-HIST-ACCT           PIC X(10) VALUE SPACE.
016900 77  SR-HIST-CODE           PIC X(01) VALUE SPACE.
017000 77  SR-HIST-XFLAG          PIC X(01) VALUE SPACE.
017100 77  SR-HIST-XACCT          PIC X(10) VALUE SPACE.
017200 77  SR-HIST-XSEQ           PIC 9(04) VALUE ZERO.
017300 77  SR-HIST-DONE-SW        PIC X(01) VALUE 'N'.
017400     88  SR-HIST-DONE       VALUE 'Y'.
017500 77  SR-DR-SEQ              PIC 9(04) VALUE ZERO.
017600 77  SR-CR-SEQ              PIC 9(04) VALUE ZERO.
017700 77  SR-MONTH-STEP          PIC 9(02) VALUE ZERO.
017800 77  SR-MONTH-LEN           PIC 9(02) VALUE ZERO.
017900 77  SR-REM                 PIC 9(04) VALUE ZERO.
018000 77  SR-QUOT                PIC 9(04) VALUE ZERO.
018100*-----------------------------------------------------------------
018200* BROKEN-OUT VIEW OF THE DUE DATE BEING ROLLED FORWARD.
018300*-----------------------------------------------------------------
018400 01  SR-WORK-DATE.
018500     02  SR-WK-YEAR         PIC 9(04).
018600     02  SR-WK-MONTH        PIC 9(02).
018700     02  SR-WK-DAY          PIC 9(02).
018800 01  SR-WORK-DATE-N REDEFINES SR-WORK-DATE
018900                            PIC 9(08).
019000*-----------------------------------------------------------------
019100* MONTH LENGTH TABLE (NON-LEAP) - SAME TABLE ACCTEOD CARRIES.
019200* FEBRUARY IS ADJUSTED AT RUN TIME IN A LEAP YEAR.
019300*-----------------------------------------------------------------
019400 01  SR-MONTH-TABLE.
019500     02  FILLER             PIC X(24)  VALUE
019600         '312831303130313130313031'.
019700 01  SR-MONTH-TABLE-R REDEFINES SR-MONTH-TABLE.
019800     02  SR-MONTH-DAYS      PIC 9(02)  OCCURS 12 TIMES.
019900*-----------------------------------------------------------------
020000 01  SR-RPT-HEADING1.
020100     02  FILLER             PIC X(01)  VALUE '1'.
020200     02  FILLER             PIC X(48)  VALUE
020300         'ACCTSOR - STANDING ORDER PAYMENT REGISTER'.
020400     02  FILLER             PIC X(09)  VALUE 'RUN DATE '.
020500     02  SR-RPT-RUNDATE     PIC 9(08).
020600 01  SR-RPT-HEADING2.
020700     02  FILLER             PIC X(01)  VALUE ' '.
020800     02  FILLER             PIC X(12)  VALUE 'FROM-ACCT'.
020900     02  FILLER             PIC X(05)  VALUE 'ORD'.
021000     02  FILLER             PIC X(12)  VALUE 'TO-ACCT'.
021100     02  FILLER             PIC X(15)  VALUE '       AMOUNT'.
021200     02  FILLER             PIC X(10)  VALUE 'DUE'.
021300     02  FILLER             PIC X(10)  VALUE 'NEXT DUE'.
021400 01  SR-RPT-DETAIL.
021500     02  FILLER             PIC X(01)  VALUE ' '.
021600     02  SR-RPT-FROM        PIC X(10).
021700     02  FILLER             PIC X(02)  VALUE SPACE.
021800     02  SR-RPT-ORD         PIC 9(02).
021900     02  FILLER             PIC X(03)  VALUE SPACE.
022000     02  SR-RPT-TO          PIC X(10).
022100     02  FILLER             PIC X(02)  VALUE SPACE.
022200     02  SR-RPT-AMOUNT      PIC -(9)9.99.
022300     02  FILLER             PIC X(02)  VALUE SPACE.
022400     02  SR-RPT-DUE         PIC 9(08).
022500     02  FILLER             PIC X(02)  VALUE SPACE.
022600     02  SR-RPT-NEXT        PIC 9(08).
022700     02  FILLER             PIC X(02)  VALUE SPACE.
022800     02  SR-RPT-NOTE        PIC X(30).
022900 01  SR-RPT-RESTART.
023000     02  FILLER             PIC X(01)  VALUE ' '.
023100     02  FILLER             PIC X(32)  VALUE
023200         'RESTART - RESUMING AFTER ORDER '.
023300     02  SR-RPT-RESTART-KEY PIC X(12).
023400 01  SR-RPT-TRAILER1.
023500     02  FILLER             PIC X(01)  VALUE '0'.
023600     02  FILLER             PIC X(26)  VALUE
023700         'ORDERS PAID  . . . . . . .'.
023800     02  SR-RPT-TOT-PAID    PIC ZZZ,ZZ9.
023900 01  SR-RPT-TRAILER2.
024000     02  FILLER             PIC X(01)  VALUE ' '.
024100     02  FILLER             PIC X(26)  VALUE
024200         'TOTAL AMOUNT PAID  . . . .'.
024300     02  SR-RPT-TOT-AMT     PIC -(11)9.99.
024400 01  SR-RPT-TRAILER3.
024500     02  FILLER             PIC X(01)  VALUE ' '.
024600     02  FILLER             PIC X(26)  VALUE
024700         'ORDERS TO RETRY  . . . . .'.
024800     02  SR-RPT-TOT-RETRY   PIC ZZZ,ZZ9.
024900 01  SR-RPT-TRAILER4.
025000     02  FILLER             PIC X(01)  VALUE ' '.
025100     02  FILLER             PIC X(26)  VALUE
025200         'PAYMENTS SKIPPED . . . . .'.
025300     02  SR-RPT-TOT-SKIPPAY PIC ZZZ,ZZ9.
025400 01  SR-RPT-TRAILER5.
025500     02  FILLER             PIC X(01)  VALUE ' '.
025600     02  FILLER             PIC X(26)  VALUE
025700         'ORDERS SUSPENDED . . . . .'.
025800     02  SR-RPT-TOT-SUSP    PIC ZZZ,ZZ9.
025900 01  SR-RPT-TRAILER6.
026000     02  FILLER             PIC X(01)  VALUE ' '.
026100     02  FILLER             PIC X(26)  VALUE
026200         'ORDERS ENDED . . . . . . .'.
026300     02  SR-RPT-TOT-ENDED   PIC ZZZ,ZZ9.
026400 01  SR-RPT-TRAILER7.
026500     02  FILLER             PIC X(01)  VALUE ' '.
026600     02  FILLER             PIC X(26)  VALUE
026700         'ORDERS ALREADY RUN TODAY .'.
026800     02  SR-RPT-TOT-ALREADY PIC ZZZ,ZZ9.
026900     02  FILLER             PIC X(02)  VALUE SPACE.
027000     02  FILLER             PIC X(41)  VALUE
027100         '(BY A PRIOR PASS - SEE ITS REGISTER)'.
027200 01  SR-RPT-DOUBT.
027300     02  FILLER             PIC X(01)  VALUE ' '.
027400     02  FILLER             PIC X(26)  VALUE
027500         'PAYMENTS IN DOUBT  . . . .'.
027600     02  SR-RPT-TOT-DOUBT   PIC ZZZ,ZZ9.
027700     02  FILLER             PIC X(02)  VALUE SPACE.
027800     02  FILLER             PIC X(41)  VALUE
027900         '(NOT REPAID - SEE THE EXCEPTIONS - RC 8)'.
028000 01  SR-RPT-HISTFAIL.
028100     02  FILLER             PIC X(01)  VALUE ' '.
028200     02  FILLER             PIC X(26)  VALUE
028300         'HISTORY WRITES FAILED  . .'.
028400     02  SR-RPT-TOT-HFAIL   PIC ZZZ,ZZ9.
028500     02  FILLER             PIC X(02)  VALUE SPACE.
028600     02  FILLER             PIC X(43)  VALUE
028700         '(BALANCES POSTED - EXPECT RECON EXCEPTIONS)'.
028800 01  SR-RPT-BADBDATE.
028900     02  FILLER             PIC X(01)  VALUE ' '.
029000     02  FILLER             PIC X(52)  VALUE
029100         '*** BUSINESS DATE FILE MISSING OR BAD - RC 16 ******'.
029200*-----------------------------------------------------------------
029300 01  SR-EXC-HEADING1.
029400     02  FILLER             PIC X(01)  VALUE '1'.
029500     02  FILLER             PIC X(48)  VALUE
029600         'ACCTSOR - STANDING ORDER EXCEPTIONS'.
029700     02  FILLER             PIC X(09)  VALUE 'RUN DATE '.
029800     02  SR-EXC-RUNDATE     PIC 9(08).
029900 01  SR-EXC-HEADING2.
030000     02  FILLER             PIC X(01)  VALUE ' '.
030100     02  FILLER             PIC X(12)  VALUE 'FROM-ACCT'.
030200     02  FILLER             PIC X(05)  VALUE 'ORD'.
030300     02  FILLER             PIC X(12)  VALUE 'TO-ACCT'.
030400     02  FILLER             PIC X(15)  VALUE '       AMOUNT'.
030500     02  FILLER             PIC X(10)  VALUE 'DUE'.
030600     02  FILLER             PIC X(05)  VALUE 'RES'.
030700     02  FILLER             PIC X(04)  VALUE 'TRY'.
030800     02  FILLER             PIC X(28)  VALUE 'REASON'.
030900     02  FILLER             PIC X(30)  VALUE 'ACTION TAKEN'.
031000 01  SR-EXC-DETAIL.
031100     02  FILLER             PIC X(01)  VALUE ' '.
031200     02  SR-EXC-FROM        PIC X(10).
031300     02  FILLER             PIC X(02)  VALUE SPACE.
031400     02  SR-EXC-ORD         PIC 9(02).
031500     02  FILLER             PIC X(03)  VALUE SPACE.
031600     02  SR-EXC-TO          PIC X(10).
031700     02  FILLER             PIC X(02)  VALUE SPACE.
031800     02  SR-EXC-AMOUNT      PIC -(9)9.99.
031900     02  FILLER             PIC X(02)  VALUE SPACE.
032000     02  SR-EXC-DUE         PIC 9(08).
032100     02  FILLER             PIC X(02)  VALUE SPACE.
032200     02  SR-EXC-RESULT      PIC X(02).
032300     02  FILLER             PIC X(03)  VALUE SPACE.
032400     02  SR-EXC-RETRY       PIC Z9.
032500     02  FILLER             PIC X(02)  VALUE SPACE.
032600     02  SR-EXC-REASON      PIC X(26).
032700     02  FILLER             PIC X(02)  VALUE SPACE.
032800     02  SR-EXC-ACTION      PIC X(30).
032900 01  SR-EXC-TRAILER.
033000     02  FILLER             PIC X(01)  VALUE '0'.
033100     02  FILLER             PIC X(26)  VALUE
033200         'EXCEPTIONS LISTED  . . . .'.
033300     02  SR-EXC-TOT         PIC ZZZ,ZZ9.
033400*-----------------------------------------------------------------
033500 PROCEDURE DIVISION.
033600*-----------------------------------------------------------------
033700* 0000-MAINLINE
033800*-----------------------------------------------------------------
033900 0000-MAINLINE.
034000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
034100     IF NOT SR-BDATE-OK
034200         PERFORM 4910-BDATE-FAILURE THRU 4910-EXIT
034300         GO TO 0000-EXIT
034400     END-IF.
034500     PERFORM 2000-RUN-ONE-ORDER THRU 2000-EXIT
034600         UNTIL SR-ORD-EOF.
034700     PERFORM 4000-FINALIZE THRU 4000-EXIT.
034800     GO TO 0000-EXIT.
034900 0000-EXIT.
035000     STOP RUN.
035100*-----------------------------------------------------------------
035200* 1000-INITIALIZE  -  READ THE BUSINESS DATE, OPEN THE FILES,
035300*                     PICK UP A PRIOR CHECKPOINT IF ONE EXISTS
035400*                     AND POSITION THE ORDER BROWSE.
035500*-----------------------------------------------------------------
035600 1000-INITIALIZE.
035700     OPEN OUTPUT REGOUT EXCRPT.
035800     PERFORM 1020-READ-BUSINESS-DATE THRU 1020-EXIT.
035900     IF NOT SR-BDATE-OK
036000         GO TO 1000-EXIT
036100     END-IF.
036200     MOVE SR-TODAY          TO SR-RPT-RUNDATE SR-EXC-RUNDATE.
036300     WRITE SR-RPT-LINE      FROM SR-RPT-HEADING1.
036400     WRITE SR-RPT-LINE      FROM SR-RPT-HEADING2.
036500     WRITE SR-EXC-LINE      FROM SR-EXC-HEADING1.
036600     WRITE SR-EXC-LINE      FROM SR-EXC-HEADING2.
036700     OPEN I-O STORDER.
036800     OPEN I-O ACCTMAST.
036900     OPEN I-O TRANHIST.
036950     OPEN INPUT AMTHOLD.
037000     PERFORM 1100-READ-CHECKPOINT THRU 1100-EXIT.
037100     IF SR-CKPT-FOUND
037200         MOVE SR-CKPT-PAID     TO SR-RECS-PAID
037300         MOVE SR-CKPT-TOT-PAID TO SR-TOT-PAID
037400         MOVE SR-CKPT-RETRY    TO SR-RECS-RETRY
037500         MOVE SR-CKPT-SKIPPAY  TO SR-RECS-SKIPPAY
037600         MOVE SR-CKPT-SUSP     TO SR-RECS-SUSP
037700         MOVE SR-CKPT-ENDED    TO SR-RECS-ENDED
037800         MOVE SR-CKPT-DOUBT    TO SR-RECS-DOUBT
037900         MOVE SR-CKPT-HFAIL    TO SR-HIST-FAILS
038000         MOVE SR-CKPT-EXCEPT   TO SR-RECS-EXCEPT
038100         MOVE SR-CKPT-LASTKEY  TO SR-START-KEY
038200         MOVE SR-CKPT-LASTKEY  TO SR-RPT-RESTART-KEY
038300         WRITE SR-RPT-LINE  FROM SR-RPT-RESTART
038400     ELSE
038500         MOVE LOW-VALUE     TO SR-START-KEY
038600     END-IF.
038700     PERFORM 1200-POSITION-ORDERS THRU 1200-EXIT.
038800 1000-EXIT.
038900     EXIT.
039000*-----------------------------------------------------------------
039100* 1020-READ-BUSINESS-DATE  -  THE ONE-RECORD BDATE CONTROL FILE
039200*                             NAMES THE BUSINESS DAY WHOSE DUE
039300*                             ORDERS ARE PAID.
039400*-----------------------------------------------------------------
039500 1020-READ-BUSINESS-DATE.
039600     MOVE 'N'               TO SR-BDATE-OK-SW.
039700     OPEN INPUT BDATFILE.
039800     READ BDATFILE
039900         AT END
040000             GO TO 1090-BDATE-DONE
040100     END-READ.
040200     IF BD-KEY = 'BUSDATE'
040300        AND BD-BUSINESS-DATE NUMERIC
040400        AND BD-BUSINESS-DATE > ZERO
040500         MOVE BD-BUSINESS-DATE TO SR-TODAY
040600         MOVE 'Y'           TO SR-BDATE-OK-SW
040700     END-IF.
040800 1090-BDATE-DONE.
040900     CLOSE BDATFILE.
041000 1020-EXIT.
041100     EXIT.
041200*-----------------------------------------------------------------
041300* 1100-READ-CHECKPOINT  -  LOOK FOR A CHECKPOINT LEFT BY A PRIOR
041400*                          RUN OF THIS JOB THAT DIED PARTWAY
041500*                          THROUGH TONIGHT'S ORDERS.
041600*-----------------------------------------------------------------
041700 1100-READ-CHECKPOINT.
041800     OPEN INPUT CKPTSOR.
041900     READ CKPTSOR
042000         AT END
042100             MOVE 'N'       TO SR-CKPT-FOUND-SW
042200         NOT AT END
042300             IF SR-CKPT-RUNDATE = SR-TODAY
042400                 MOVE 'Y'   TO SR-CKPT-FOUND-SW
042500             ELSE
042600                 MOVE 'N'   TO SR-CKPT-FOUND-SW
042700             END-IF
042800     END-READ.
042900     CLOSE CKPTSOR.
043000 1100-EXIT.
043100     EXIT.
043200*-----------------------------------------------------------------
043300* 1200-POSITION-ORDERS  -  START THE KEYED BROWSE.  A FRESH RUN
043400*                          STARTS AT THE FRONT; A RESTART STARTS
043500*                          JUST PAST THE LAST ORDER CHECKPOINTED.
043600*-----------------------------------------------------------------
043700 1200-POSITION-ORDERS.
043800     MOVE SR-START-KEY      TO SO-KEY.
043900     START STORDER KEY > SO-KEY
044000         INVALID KEY
044100             MOVE 'Y'       TO SR-ORD-EOF-SW
044200     END-START.
044300 1200-EXIT.
044400     EXIT.
044500*-----------------------------------------------------------------
044600* 2000-RUN-ONE-ORDER  -  READ THE NEXT ORDER AND, IF IT IS ACTIVE
044700*                        AND DUE, PAY IT OR RECORD WHY NOT.
044800*                        CHECKPOINT EVERY SR-CKPT-INTERVAL ORDERS
044900*                        ACTED ON.
045000*-----------------------------------------------------------------
045100 2000-RUN-ONE-ORDER.
045200     READ STORDER NEXT
045300         AT END
045400             MOVE 'Y'       TO SR-ORD-EOF-SW
045500     END-READ.
045600     IF SR-ORD-EOF
045700         GO TO 2000-EXIT
045800     END-IF.
045900     IF NOT SO-ACTIVE
045950        AND NOT (SO-SUSPENDED AND SO-LAST-RESULT = 'IP')
046000         GO TO 2000-EXIT
046100     END-IF.
046200*-----------------------------------------------------------------
046300*    AN ORDER STILL MARKED 'IP' WAS CAUGHT MID-PAYMENT WHEN A
046400*    PRIOR PASS DIED - WHETHER THE MONEY MOVED IS FOR A PERSON
046500*    TO SETTLE FROM THE HISTORY, SO IT IS REPORTED, TONIGHT AND
046600*    EVERY NIGHT AFTER, AND NEVER PAID AGAIN HERE UNTIL CICSSOM
046700*    CLEARS THE MARK.  OTHERWISE THE RUN STAMP MAKES THE RUN
046800*    SAFE TO RESTART OR RESUBMIT - AN ORDER ALREADY STAMPED WITH
046850*    TONIGHT'S BUSINESS DATE WAS ACTED ON BY A PRIOR PASS AND IS
046870*    LEFT ALONE.
046900*-----------------------------------------------------------------
047000     IF SO-LAST-RESULT = 'IP'
047100         IF SO-LAST-RUN = SR-TODAY
047200             MOVE 'PRIOR PASS STOPPED MIDWAY' TO SR-REASON
047300         ELSE
047400             MOVE 'IN DOUBT - SEE CICSSOM' TO SR-REASON
047500         END-IF
047550         PERFORM 2900-REPORT-IN-DOUBT THRU 2900-EXIT
047600         GO TO 2000-EXIT
047650     END-IF.
047700     IF SO-LAST-RUN = SR-TODAY
047720         ADD 1              TO SR-RECS-ALREADY
047740         GO TO 2000-EXIT
047800     END-IF.
047900     IF SO-NEXT-DUE > SR-TODAY
048000         GO TO 2000-EXIT
048100     END-IF.
048200     ADD 1                  TO SR-RECS-SINCE-CKPT.
048300     MOVE SO-NEXT-DUE       TO SR-DUE-PAID.
048400     MOVE SR-TODAY          TO SO-LAST-RUN.
048500*    AN ORDER WHOSE DUE DATE IS ALREADY PAST ITS END DATE HAS
048600*    RUN ITS COURSE - IT ENDS WITHOUT PAYING.
048700     IF SO-END-DATE NOT = ZERO
048800        AND SO-NEXT-DUE > SO-END-DATE
048900         MOVE 'E'           TO SO-STATUS
049000         REWRITE SO-ORDER-RECORD
049100         ADD 1              TO SR-RECS-ENDED
049200         GO TO 2050-CHECKPOINT
049300     END-IF.
049400     PERFORM 2100-CHECK-ACCOUNTS THRU 2100-EXIT.
049500     IF SR-RESULT = 'CL'
049600         PERFORM 2300-SUSPEND-ORDER THRU 2300-EXIT
049700     ELSE
049800         IF SR-RESULT = 'HD' OR SR-RESULT = 'NF'
049900             PERFORM 2400-RETRY-LATER THRU 2400-EXIT
050000         ELSE
050100             PERFORM 2200-PAY-ORDER THRU 2200-EXIT
050200         END-IF
050300     END-IF.
050400 2050-CHECKPOINT.
050500     IF SR-RECS-SINCE-CKPT >= SR-CKPT-INTERVAL
050600         PERFORM 3000-WRITE-CHECKPOINT THRU 3000-EXIT
050700         MOVE ZERO          TO SR-RECS-SINCE-CKPT
050800     END-IF.
050900 2000-EXIT.
051000     EXIT.
051100*-----------------------------------------------------------------
051200* 2100-CHECK-ACCOUNTS  -  THE TELLER POSTING EDITS, APPLIED TO
051300*                         BOTH SIDES OF THE ORDER.  SR-RESULT
051400*                         COMES BACK SPACES WHEN THE ORDER CAN
051500*                         PAY (THE FROM-ACCOUNT THEN SITS IN THE
051600*                         RECORD AREA), 'CL' FOR AN ACCOUNT
051700*                         CLOSED OR GONE, 'HD' FOR AN ACCOUNT ON
051800*                         HOLD, 'NF' WHEN THE DEBIT WOULD BREAK
051900*                         THE OVERDRAFT LIMIT.
052000*-----------------------------------------------------------------
052100 2100-CHECK-ACCOUNTS.
052200     MOVE SPACE             TO SR-RESULT SR-REASON.
052300     MOVE 'N'               TO SR-TO-HOLD-SW.
052400     MOVE SO-TO-ACCT        TO AC-ACCT-NO.
052500     READ ACCTMAST
052600         INVALID KEY
052700             MOVE 'CL'      TO SR-RESULT
052800             MOVE 'TO ACCOUNT NOT ON FILE' TO SR-REASON
052900             GO TO 2100-EXIT
053000     END-READ.
053100     IF AC-CLOSED
053200         MOVE 'CL'          TO SR-RESULT
053300         MOVE 'TO ACCOUNT IS CLOSED' TO SR-REASON
053400         GO TO 2100-EXIT
053500     END-IF.
053600     IF AC-ON-HOLD
053700         MOVE 'Y'           TO SR-TO-HOLD-SW
053800     END-IF.
053900     MOVE SO-FROM-ACCT      TO AC-ACCT-NO.
054000     READ ACCTMAST
054100         INVALID KEY
054200             MOVE 'CL'      TO SR-RESULT
054300             MOVE 'FROM ACCOUNT NOT ON FILE' TO SR-REASON
054400             GO TO 2100-EXIT
054500     END-READ.
054600     IF AC-CLOSED
054700         MOVE 'CL'          TO SR-RESULT
054800         MOVE 'FROM ACCOUNT IS CLOSED' TO SR-REASON
054900         GO TO 2100-EXIT
055000     END-IF.
055100     IF AC-ON-HOLD
055200         MOVE 'HD'          TO SR-RESULT
055300         MOVE 'FROM ACCOUNT ON HOLD' TO SR-REASON
055400         GO TO 2100-EXIT
055500     END-IF.
055600     IF SR-TO-ON-HOLD
055700         MOVE 'HD'          TO SR-RESULT
055800         MOVE 'TO ACCOUNT ON HOLD' TO SR-REASON
055900         GO TO 2100-EXIT
056000     END-IF.
056060*    THE SAME OVERDRAFT RULE CICSPST AND CICSXFR APPLY - A
056120*    DEBIT MUST FIT THE AVAILABLE BALANCE - BALANCE LESS ACTIVE
056180*    HOLDS, PLUS THE LIMIT.
056240     PERFORM 2150-TOTAL-HOLDS THRU 2150-EXIT.
056300     COMPUTE SR-NEW-BAL = AC-BALANCE - SR-HOLD-TOT - SO-AMOUNT.
056400     IF SR-NEW-BAL < ZERO
056500        AND SR-NEW-BAL + AC-OD-LIMIT < ZERO
056600         MOVE 'NF'          TO SR-RESULT
056700         MOVE 'INSUFFICIENT FUNDS' TO SR-REASON
056800     END-IF.
056900 2100-EXIT.
057000     EXIT.
057002*-----------------------------------------------------------------
057004* 2150-TOTAL-HOLDS  -  ADD UP THE ACTIVE AMOUNT HOLDS ON THE
057006*                      ACCOUNT IN AC-ACCT-NO INTO SR-HOLD-TOT.  A
057008*                      HOLD COUNTS WHILE IT IS 'A' AND ITS EXPIRY
057010*                      IS ZERO OR NOT BEFORE THE BUSINESS DAY.
057012*-----------------------------------------------------------------
057014 2150-TOTAL-HOLDS.
057016     MOVE ZERO              TO SR-HOLD-TOT.
057018     MOVE 'N'               TO SR-HOLD-DONE-SW.
057020     MOVE AC-ACCT-NO        TO HD-ACCT-NO.
057022     MOVE ZERO              TO HD-HOLD-NO.
057024     START AMTHOLD KEY NOT < HD-KEY
057026         INVALID KEY
057028             GO TO 2150-EXIT
057030     END-START.
057032     PERFORM 2160-ADD-HOLD THRU 2160-EXIT
057034         UNTIL SR-HOLD-DONE.
057036 2150-EXIT.
057038     EXIT.
057040*-----------------------------------------------------------------
057042* 2160-ADD-HOLD  -  READ THE NEXT HOLD AND ADD IT IN IF ACTIVE.
057044*-----------------------------------------------------------------
057046 2160-ADD-HOLD.
057048     READ AMTHOLD NEXT RECORD
057050         AT END
057052             MOVE 'Y'       TO SR-HOLD-DONE-SW
057054             GO TO 2160-EXIT
057056     END-READ.
057058     IF HD-ACCT-NO NOT = AC-ACCT-NO
057060         MOVE 'Y'           TO SR-HOLD-DONE-SW
057062         GO TO 2160-EXIT
057064     END-IF.
057066     IF HD-ACTIVE
057068        AND (HD-EXPIRY = ZERO OR HD-EXPIRY NOT < SR-TODAY)
057070         ADD HD-AMOUNT      TO SR-HOLD-TOT
057072     END-IF.
057074 2160-EXIT.
057076     EXIT.
057100*-----------------------------------------------------------------
057200* 2200-PAY-ORDER  -  MOVE THE MONEY.  THE ORDER IS STAMPED 'IP'
057300*                    FIRST, THEN THE DEBIT AND CREDIT ARE POSTED
057400*                    AND BOTH HISTORY LEGS WRITTEN AND LINKED,
057500*                    THEN THE ORDER IS MARKED PAID AND ROLLED TO
057600*                    ITS NEXT DUE DATE.  A JOB THAT DIES IN
057700*                    BETWEEN LEAVES THE 'IP' BEHIND FOR 2900 TO
057800*                    REPORT, NEVER A SECOND PAYMENT.
057900*-----------------------------------------------------------------
058000 2200-PAY-ORDER.
058100     MOVE 'IP'              TO SO-LAST-RESULT.
058200     REWRITE SO-ORDER-RECORD.
058300*    THE FROM-ACCOUNT IS STILL IN THE RECORD AREA FROM THE EDIT.
058400     SUBTRACT SO-AMOUNT     FROM AC-BALANCE.
058500     REWRITE AC-ACCOUNT-RECORD.
058600     MOVE SO-FROM-ACCT      TO SR-HIST-ACCT.
058700     MOVE 'D'               TO SR-HIST-CODE.
058800     MOVE 'T'               TO SR-HIST-XFLAG.
058900     MOVE SO-TO-ACCT        TO SR-HIST-XACCT.
059000     MOVE ZERO              TO SR-HIST-XSEQ.
059100     PERFORM 2500-WRITE-HISTORY THRU 2500-EXIT.
059200     MOVE ZERO              TO SR-DR-SEQ SR-CR-SEQ.
059300     IF SR-HIST-DONE
059400         MOVE TH-POST-SEQ   TO SR-DR-SEQ
059500     END-IF.
059600     MOVE SO-TO-ACCT        TO AC-ACCT-NO.
059700     READ ACCTMAST
059800         INVALID KEY
059900             MOVE 'CREDIT LEG NOT POSTED' TO SR-REASON
060000             PERFORM 2900-REPORT-IN-DOUBT THRU 2900-EXIT
060100             GO TO 2200-EXIT
060200     END-READ.
060300     ADD SO-AMOUNT          TO AC-BALANCE.
060400     REWRITE AC-ACCOUNT-RECORD.
060500     MOVE SO-TO-ACCT        TO SR-HIST-ACCT.
060600     MOVE 'C'               TO SR-HIST-CODE.
060700     MOVE 'F'               TO SR-HIST-XFLAG.
060800     MOVE SO-FROM-ACCT      TO SR-HIST-XACCT.
060900     MOVE SR-DR-SEQ         TO SR-HIST-XSEQ.
061000     PERFORM 2500-WRITE-HISTORY THRU 2500-EXIT.
061100     IF SR-HIST-DONE
061200         MOVE TH-POST-SEQ   TO SR-CR-SEQ
061300     END-IF.
061400*    THE DEBIT LEG WAS WRITTEN BEFORE THE CREDIT LEG HAD A
061500*    SEQUENCE NUMBER - GO BACK AND POINT IT AT ITS PARTNER.
061600     IF SR-DR-SEQ NOT = ZERO AND SR-CR-SEQ NOT = ZERO
061700         PERFORM 2550-LINK-DEBIT-LEG THRU 2550-EXIT
061800     END-IF.
061900     MOVE 'PD'              TO SO-LAST-RESULT.
062000     MOVE SR-TODAY          TO SO-LAST-PAID.
062100     MOVE ZERO              TO SO-RETRY-COUNT.
062200     MOVE SPACE             TO SR-RPT-NOTE.
062300     PERFORM 2600-ROLL-NEXT-DUE THRU 2600-EXIT.
062400     IF SO-ENDED
062500         MOVE 'LAST PAYMENT - ORDER ENDED' TO SR-RPT-NOTE
062600     END-IF.
062700     REWRITE SO-ORDER-RECORD.
062800     ADD 1                  TO SR-RECS-PAID.
062900     ADD SO-AMOUNT          TO SR-TOT-PAID.
063000     MOVE SO-FROM-ACCT      TO SR-RPT-FROM.
063100     MOVE SO-ORDER-NO       TO SR-RPT-ORD.
063200     MOVE SO-TO-ACCT        TO SR-RPT-TO.
063300     MOVE SO-AMOUNT         TO SR-RPT-AMOUNT.
063400     MOVE SR-DUE-PAID       TO SR-RPT-DUE.
063500     MOVE SO-NEXT-DUE       TO SR-RPT-NEXT.
063600     WRITE SR-RPT-LINE      FROM SR-RPT-DETAIL.
063700 2200-EXIT.
063800     EXIT.
063900*-----------------------------------------------------------------
064000* 2300-SUSPEND-ORDER  -  AN ACCOUNT ON THE ORDER IS CLOSED OR NO
064100*                        LONGER ON FILE.  RETRYING CANNOT HELP,
064200*                        SO THE ORDER IS SUSPENDED UNTIL THE
064300*                        BRANCH SORTS IT OUT ON THE CICSSOM
064400*                        SCREEN.
064500*-----------------------------------------------------------------
064600 2300-SUSPEND-ORDER.
064700     MOVE 'S'               TO SO-STATUS.
064800     MOVE 'CL'              TO SO-LAST-RESULT.
064900     MOVE ZERO              TO SO-RETRY-COUNT.
065000     REWRITE SO-ORDER-RECORD.
065100     ADD 1                  TO SR-RECS-SUSP.
065200     MOVE ZERO              TO SR-RETRY-SHOWN.
065300     MOVE 'ORDER SUSPENDED'  TO SR-ACTION.
065400     PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT.
065500 2300-EXIT.
065600     EXIT.
065700*-----------------------------------------------------------------
065800* 2400-RETRY-LATER  -  AN ACCOUNT ON HOLD, OR NOT ENOUGH MONEY.
065900*                      THE DUE DATE IS LEFT WHERE IT IS SO THE
066000*                      ORDER COMES UP AGAIN NEXT NIGHT - UNTIL
066100*                      SR-RETRY-LIMIT RETRIES ARE SPENT, WHEN
066200*                      THIS PAYMENT IS SKIPPED AND THE ORDER
066300*                      ROLLS TO ITS NEXT DUE DATE.
066400*-----------------------------------------------------------------
066500 2400-RETRY-LATER.
066600     ADD 1                  TO SO-RETRY-COUNT.
066700     MOVE SO-RETRY-COUNT    TO SR-RETRY-SHOWN.
066800     IF SO-RETRY-COUNT > SR-RETRY-LIMIT
066900         MOVE 'SK'          TO SO-LAST-RESULT
067000         MOVE ZERO          TO SO-RETRY-COUNT
067100         PERFORM 2600-ROLL-NEXT-DUE THRU 2600-EXIT
067200         ADD 1              TO SR-RECS-SKIPPAY
067300         IF SO-ENDED
067400             MOVE 'RETRIES SPENT - ORDER ENDED' TO SR-ACTION
067500         ELSE
067600             MOVE 'RETRIES SPENT - PAYMENT SKIPPED'
067700                            TO SR-ACTION
067800         END-IF
067900     ELSE
068000         MOVE SR-RESULT     TO SO-LAST-RESULT
068100         ADD 1              TO SR-RECS-RETRY
068200         MOVE 'WILL RETRY NEXT RUN' TO SR-ACTION
068300     END-IF.
068400     REWRITE SO-ORDER-RECORD.
068500     PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT.
068600 2400-EXIT.
068700     EXIT.
068800*-----------------------------------------------------------------
068900* 2500-WRITE-HISTORY  -  ONE TRANSFER LEG FOR SO-AMOUNT ON
069000*                        SR-HIST-ACCT.  THE WITHIN-DAY SEQUENCE
069100*                        STARTS AT 0001 AND STEPS PAST DUPLICATES
069200*                        THE WAY ACCTMIN'S DOES.  A WRITE THAT
069300*                        WILL NOT TAKE IS COUNTED AND REPORTED -
069400*                        THE BALANCE IS ALREADY POSTED, SO THE
069500*                        RUN FINISHES AND ENDS RC=8.
069600*-----------------------------------------------------------------
069700 2500-WRITE-HISTORY.
069800     MOVE 'N'               TO SR-HIST-DONE-SW.
069900     MOVE SPACE             TO TH-HISTORY-RECORD.
070000     MOVE SR-HIST-ACCT      TO TH-ACCT-NO.
070100     MOVE SR-TODAY          TO TH-POST-DATE.
070200     MOVE 1                 TO TH-POST-SEQ.
070300     MOVE SR-HIST-CODE      TO TH-DRCR-CODE.
070400     MOVE SO-AMOUNT         TO TH-AMOUNT.
070500     MOVE 'ACCTSOR'         TO TH-USERID.
070600     MOVE 'BTCH'            TO TH-TERMID.
070700     MOVE SPACE             TO TH-REV-FLAG.
070800     MOVE ZERO              TO TH-REV-DATE.
070900     MOVE ZERO              TO TH-REV-SEQ.
071000     MOVE SPACE             TO TH-OVR-USERID.
071100     MOVE SR-HIST-XFLAG     TO TH-XFR-FLAG.
071200     MOVE SR-HIST-XACCT     TO TH-XFR-ACCT.
071300     MOVE SR-HIST-XSEQ      TO TH-XFR-SEQ.
071400     PERFORM 2510-TRY-HISTORY-WRITE THRU 2510-EXIT
071500         UNTIL SR-HIST-DONE
071600            OR TH-POST-SEQ > 9998.
071700     IF NOT SR-HIST-DONE
071800         ADD 1              TO SR-HIST-FAILS
071900         MOVE 'HISTORY WRITE FAILED' TO SR-REASON
072000         MOVE 'MONEY MOVED - FIX HISTORY' TO SR-ACTION
072100         MOVE ZERO          TO SR-RETRY-SHOWN
072200         PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT
072300     END-IF.
072400 2500-EXIT.
072500     EXIT.
072600*-----------------------------------------------------------------
072700* 2510-TRY-HISTORY-WRITE  -  ONE WRITE ATTEMPT AT THE CURRENT
072800*                            SEQUENCE NUMBER.  A DUPLICATE KEY
072900*                            STEPS TO THE NEXT AND THE CALLER
073000*                            LOOPS.
073100*-----------------------------------------------------------------
073200 2510-TRY-HISTORY-WRITE.
073300     WRITE TH-HISTORY-RECORD
073400         INVALID KEY
073500             ADD 1          TO TH-POST-SEQ
073600         NOT INVALID KEY
073700             MOVE 'Y'       TO SR-HIST-DONE-SW
073800     END-WRITE.
073900 2510-EXIT.
074000     EXIT.
074100*-----------------------------------------------------------------
074200* 2550-LINK-DEBIT-LEG  -  RE-READ THE DEBIT LEG AND STORE THE
074300*                         CREDIT LEG'S SEQUENCE IN IT, SO EITHER
074400*                         LEG FINDS ITS PARTNER.
074500*-----------------------------------------------------------------
074600 2550-LINK-DEBIT-LEG.
074700     MOVE SO-FROM-ACCT      TO TH-ACCT-NO.
074800     MOVE SR-TODAY          TO TH-POST-DATE.
074900     MOVE SR-DR-SEQ         TO TH-POST-SEQ.
075000     READ TRANHIST
075100         INVALID KEY
075200             ADD 1          TO SR-HIST-FAILS
075300             GO TO 2550-EXIT
075400     END-READ.
075500     MOVE SR-CR-SEQ         TO TH-XFR-SEQ.
075600     REWRITE TH-HISTORY-RECORD
075700         INVALID KEY
075800             ADD 1          TO SR-HIST-FAILS
075900     END-REWRITE.
076000 2550-EXIT.
076100     EXIT.
076200*-----------------------------------------------------------------
076300* 2600-ROLL-NEXT-DUE  -  STEP THE NEXT DUE DATE BY THE ORDER'S
076400*                        FREQUENCY UNTIL IT LIES PAST TONIGHT,
076500*                        SO AN ORDER THAT FELL BEHIND PAYS ONCE
076600*                        AND CATCHES UP RATHER THAN PAYING EVERY
076700*                        MISSED DATE.  PAST THE END DATE, THE
076800*                        ORDER ENDS.
076900*-----------------------------------------------------------------
077000 2600-ROLL-NEXT-DUE.
077100     PERFORM 2610-STEP-ONCE THRU 2610-EXIT
077200         UNTIL SO-NEXT-DUE > SR-TODAY.
077300     IF SO-END-DATE NOT = ZERO
077400        AND SO-NEXT-DUE > SO-END-DATE
077500         MOVE 'E'           TO SO-STATUS
077600         ADD 1              TO SR-RECS-ENDED
077700     END-IF.
077800 2600-EXIT.
077900     EXIT.
078000*-----------------------------------------------------------------
078100* 2610-STEP-ONCE  -  ONE WEEK, ONE MONTH OR ONE QUARTER.  A
078200*                    MONTHLY OR QUARTERLY ORDER GOES BACK TO ITS
078300*                    OWN DAY OF THE MONTH (SO-DUE-DAY), CUT BACK
078400*                    TO THE LAST DAY OF A SHORT MONTH.
078500*-----------------------------------------------------------------
078600 2610-STEP-ONCE.
078700     MOVE SO-NEXT-DUE       TO SR-WORK-DATE-N.
078800     IF SO-WEEKLY
078900         PERFORM 2620-ADD-ONE-DAY THRU 2620-EXIT 7 TIMES
079000         MOVE SR-WORK-DATE-N TO SO-NEXT-DUE
079100         GO TO 2610-EXIT
079200     END-IF.
079300     IF SO-QUARTERLY
079400         MOVE 3             TO SR-MONTH-STEP
079500     ELSE
079600         MOVE 1             TO SR-MONTH-STEP
079700     END-IF.
079800     ADD SR-MONTH-STEP      TO SR-WK-MONTH.
079900     IF SR-WK-MONTH > 12
080000         SUBTRACT 12        FROM SR-WK-MONTH
080100         ADD 1              TO SR-WK-YEAR
080200     END-IF.
080300     PERFORM 2630-SET-MONTH-LEN THRU 2630-EXIT.
080400     IF SO-DUE-DAY NUMERIC AND SO-DUE-DAY > ZERO
080500         MOVE SO-DUE-DAY    TO SR-WK-DAY
080600     END-IF.
080700     IF SR-WK-DAY > SR-MONTH-LEN
080800         MOVE SR-MONTH-LEN  TO SR-WK-DAY
080900     END-IF.
081000     MOVE SR-WORK-DATE-N    TO SO-NEXT-DUE.
081100 2610-EXIT.
081200     EXIT.
081300*-----------------------------------------------------------------
081400* 2620-ADD-ONE-DAY  -  STEP THE WORK DATE ONE CALENDAR DAY,
081500*                      CARRYING THROUGH MONTH AND YEAR ENDS THE
081600*                      WAY ACCTEOD ADVANCES THE BUSINESS DATE.
081700*-----------------------------------------------------------------
081800 2620-ADD-ONE-DAY.
081900     PERFORM 2630-SET-MONTH-LEN THRU 2630-EXIT.
082000     IF SR-WK-DAY < SR-MONTH-LEN
082100         ADD 1              TO SR-WK-DAY
082200     ELSE
082300         MOVE 1             TO SR-WK-DAY
082400         IF SR-WK-MONTH < 12
082500             ADD 1          TO SR-WK-MONTH
082600         ELSE
082700             MOVE 1         TO SR-WK-MONTH
082800             ADD 1          TO SR-WK-YEAR
082900         END-IF
083000     END-IF.
083100 2620-EXIT.
083200     EXIT.
083300*-----------------------------------------------------------------
083400* 2630-SET-MONTH-LEN  -  DAYS IN THE WORK DATE'S MONTH, WITH
083500*                        FEBRUARY STRETCHED IN A LEAP YEAR.
083600*-----------------------------------------------------------------
083700 2630-SET-MONTH-LEN.
083800     MOVE SR-MONTH-DAYS(SR-WK-MONTH) TO SR-MONTH-LEN.
083900     MOVE 'N'               TO SR-LEAP-SW.
084000     DIVIDE SR-WK-YEAR BY 4 GIVING SR-QUOT
084100         REMAINDER SR-REM.
084200     IF SR-REM = ZERO AND SR-WK-YEAR NOT = 1900
084300         MOVE 'Y'           TO SR-LEAP-SW
084400     END-IF.
084500     IF SR-WK-MONTH = 2 AND SR-LEAP
084600         ADD 1              TO SR-MONTH-LEN
084700     END-IF.
084800 2630-EXIT.
084900     EXIT.
085000*-----------------------------------------------------------------
085100* 2800-WRITE-EXCEPTION  -  ONE LINE ON THE EXCEPTION REPORT FOR
085200*                          THE CURRENT ORDER, WITH SR-REASON AND
085300*                          SR-ACTION SAYING WHAT WENT WRONG AND
085400*                          WHAT WAS DONE ABOUT IT.
085500*-----------------------------------------------------------------
085600 2800-WRITE-EXCEPTION.
085700     MOVE SO-FROM-ACCT      TO SR-EXC-FROM.
085800     MOVE SO-ORDER-NO       TO SR-EXC-ORD.
085900     MOVE SO-TO-ACCT        TO SR-EXC-TO.
086000     MOVE SO-AMOUNT         TO SR-EXC-AMOUNT.
086100     MOVE SR-DUE-PAID       TO SR-EXC-DUE.
086200     MOVE SO-LAST-RESULT    TO SR-EXC-RESULT.
086300     MOVE SR-RETRY-SHOWN    TO SR-EXC-RETRY.
086400     MOVE SR-REASON         TO SR-EXC-REASON.
086500     MOVE SR-ACTION         TO SR-EXC-ACTION.
086600     WRITE SR-EXC-LINE      FROM SR-EXC-DETAIL.
086700     ADD 1                  TO SR-RECS-EXCEPT.
086800 2800-EXIT.
086900     EXIT.
087000*-----------------------------------------------------------------
087100* 2900-REPORT-IN-DOUBT  -  AN ORDER A PRIOR PASS STARTED TO PAY
087200*                          BUT NEVER CONFIRMED.  IT IS LEFT
087300*                          MARKED 'IP' AND REPORTED; THE RUN
087400*                          ENDS RC=8 UNTIL CICSSOM CLEARS IT.
087500*-----------------------------------------------------------------
087600 2900-REPORT-IN-DOUBT.
087700     ADD 1                  TO SR-RECS-DOUBT.
087800     MOVE SO-NEXT-DUE       TO SR-DUE-PAID.
087900     MOVE ZERO              TO SR-RETRY-SHOWN.
088000     MOVE 'NOT REPAID - CHECK HISTORY' TO SR-ACTION.
088100     PERFORM 2800-WRITE-EXCEPTION THRU 2800-EXIT.
088200 2900-EXIT.
088300     EXIT.
088400*-----------------------------------------------------------------
088500* 3000-WRITE-CHECKPOINT  -  REWRITE THE ONE-RECORD RESTART FILE
088600*                           WITH THE LAST ORDER ACTED ON AND THE
088700*                           RUNNING COUNTS.  IF THIS JOB DIES
088800*                           BEFORE THE NEXT CHECKPOINT, A PLAIN
088900*                           RESUBMIT PICKS UP FROM HERE.
089000*-----------------------------------------------------------------
089100 3000-WRITE-CHECKPOINT.
089200     OPEN OUTPUT CKPTSOR.
089300     MOVE SR-TODAY          TO SR-CKPT-RUNDATE.
089400     MOVE SO-KEY            TO SR-CKPT-LASTKEY.
089500     MOVE SR-RECS-PAID      TO SR-CKPT-PAID.
089600     MOVE SR-TOT-PAID       TO SR-CKPT-TOT-PAID.
089700     MOVE SR-RECS-RETRY     TO SR-CKPT-RETRY.
089800     MOVE SR-RECS-SKIPPAY   TO SR-CKPT-SKIPPAY.
089900     MOVE SR-RECS-SUSP      TO SR-CKPT-SUSP.
090000     MOVE SR-RECS-ENDED     TO SR-CKPT-ENDED.
090100     MOVE SR-RECS-DOUBT     TO SR-CKPT-DOUBT.
090200     MOVE SR-HIST-FAILS     TO SR-CKPT-HFAIL.
090300     MOVE SR-RECS-EXCEPT    TO SR-CKPT-EXCEPT.
090400     WRITE SR-CKPT-RECORD.
090500     CLOSE CKPTSOR.
090600 3000-EXIT.
090700     EXIT.
090800*-----------------------------------------------------------------
090900* 4000-FINALIZE  -  PRINT THE TOTALS, CLEAR THE CHECKPOINT (THIS
091000*                   RUN FINISHED CLEAN) AND CLOSE EVERYTHING.
091100*                   ORDERS LEFT FOR RETRY, SKIPPED OR SUSPENDED
091200*                   ARE ORDINARY BRANCH FOLLOW-UP AND END RC=4;
091300*                   A PAYMENT IN DOUBT OR A FAILED HISTORY WRITE
091400*                   ENDS RC=8.
091500*-----------------------------------------------------------------
091600 4000-FINALIZE.
091700     MOVE SR-RECS-PAID      TO SR-RPT-TOT-PAID.
091800     WRITE SR-RPT-LINE      FROM SR-RPT-TRAILER1.
091900     MOVE SR-TOT-PAID       TO SR-RPT-TOT-AMT.
092000     WRITE SR-RPT-LINE      FROM SR-RPT-TRAILER2.
092100     MOVE SR-RECS-RETRY     TO SR-RPT-TOT-RETRY.
092200     WRITE SR-RPT-LINE      FROM SR-RPT-TRAILER3.
092300     MOVE SR-RECS-SKIPPAY   TO SR-RPT-TOT-SKIPPAY.
092400     WRITE SR-RPT-LINE      FROM SR-RPT-TRAILER4.
092500     MOVE SR-RECS-SUSP      TO SR-RPT-TOT-SUSP.
092600     WRITE SR-RPT-LINE      FROM SR-RPT-TRAILER5.
092700     MOVE SR-RECS-ENDED     TO SR-RPT-TOT-ENDED.
092800     WRITE SR-RPT-LINE      FROM SR-RPT-TRAILER6.
092900     IF SR-RECS-ALREADY NOT = ZERO
093000         MOVE SR-RECS-ALREADY TO SR-RPT-TOT-ALREADY
093100         WRITE SR-RPT-LINE  FROM SR-RPT-TRAILER7
093200     END-IF.
093300     IF SR-RECS-EXCEPT NOT = ZERO
093400         MOVE 4             TO RETURN-CODE
093500     END-IF.
093600     IF SR-RECS-DOUBT NOT = ZERO
093700         MOVE SR-RECS-DOUBT TO SR-RPT-TOT-DOUBT
093800         WRITE SR-RPT-LINE  FROM SR-RPT-DOUBT
093900         MOVE 8             TO RETURN-CODE
094000     END-IF.
094100     IF SR-HIST-FAILS NOT = ZERO
094200         MOVE SR-HIST-FAILS TO SR-RPT-TOT-HFAIL
094300         WRITE SR-RPT-LINE  FROM SR-RPT-HISTFAIL
094400         MOVE 8             TO RETURN-CODE
094500     END-IF.
094600     MOVE SR-RECS-EXCEPT    TO SR-EXC-TOT.
094700     WRITE SR-EXC-LINE      FROM SR-EXC-TRAILER.
094800     OPEN OUTPUT CKPTSOR.
094900     MOVE ZERO              TO SR-CKPT-RUNDATE
095000                               SR-CKPT-PAID
095100                               SR-CKPT-TOT-PAID
095200                               SR-CKPT-RETRY
095300                               SR-CKPT-SKIPPAY
095400                               SR-CKPT-SUSP
095500                               SR-CKPT-ENDED
095600                               SR-CKPT-DOUBT
095700                               SR-CKPT-HFAIL
095800                               SR-CKPT-EXCEPT.
095900     MOVE SPACE             TO SR-CKPT-LASTKEY.
096000     WRITE SR-CKPT-RECORD.
096100     CLOSE CKPTSOR.
096200     CLOSE STORDER ACCTMAST TRANHIST AMTHOLD REGOUT EXCRPT.
096300 4000-EXIT.
096400     EXIT.
096500*-----------------------------------------------------------------
096600* 4910-BDATE-FAILURE  -  NO TRUSTWORTHY BUSINESS DATE - SAY SO
096700*                        ON THE REGISTER AND END RC=16 WITH NO
096800*                        ORDER TOUCHED.
096900*-----------------------------------------------------------------
097000 4910-BDATE-FAILURE.
097100     WRITE SR-RPT-LINE      FROM SR-RPT-BADBDATE.
097200     CLOSE REGOUT EXCRPT.
097300     MOVE 16                TO RETURN-CODE.
097400 4910-EXIT.
097500     EXIT.
097600*-----------------------------------------------------------------
