000100*-----------------------------------------------------------------
000200* IDENTIFICATION DIVISION.
000300*-----------------------------------------------------------------
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    ACCTINB.
000600 AUTHOR.        R HALVERSEN.
000700 INSTALLATION.  DATA PROCESSING.
000800 DATE-WRITTEN.  10/15/2026.
000900 DATE-COMPILED.
001000*-----------------------------------------------------------------
001100* MODIFICATION HISTORY
001200*-----------------------------------------------------------------
001300* 10/15/2026 RH  NEW PROGRAM.  INBOUND CLEARING-HOUSE POSTING
001400*                RUN - PAYROLL DIRECT DEPOSITS AND BILL-PAY
001500*                DEBITS ARRIVE AS AN ITEM FILE (EXTIN, SEE
001600*                EXTREC) AND NO LONGER GET KEYED THROUGH CICSPST
001700*                ONE BY ONE.  THE FILE IS PROVED AGAINST ITS
001800*                CONTROL TRAILER BEFORE ANYTHING POSTS - A SHORT
001900*                OR DAMAGED TRANSMISSION ENDS RC=16 WITH NOTHING
002000*                TOUCHED.  EACH CLEAN ITEM THEN POSTS TO ACCTMAST
002100*                AND TRANHIST ON THE OPEN BDATE BUSINESS DATE BY
002200*                THE CICSPST RULES - NOTHING POSTS TO A CLOSED
002300*                ACCOUNT OR ONE ON HOLD, AND NO DEBIT MAY TAKE
002400*                THE BALANCE PAST THE OVERDRAFT LIMIT.  A
002500*                REFUSED ITEM GOES BACK TO THE CLEARING HOUSE ON
002600*                THE RETURNS FILE (RETOUT) WITH ITS REASON CODE.
002700*                THE HISTORY RECORD CARRIES THE ORIGINATOR AND
002800*                TRACE NUMBER (SEE TRNREC) UNDER USERID
002900*                'ACCTINB' AND SOURCE 'CLRH', SO A DISPUTED ITEM
003000*                CAN BE FOUND AND THE GL CUT SHOWS THE CLEARING
003100*                HOUSE AS A SOURCE OF ITS OWN.  THE CONTROL
003200*                REPORT TIES ITEMS AND DOLLARS READ TO ITEMS
003300*                POSTED PLUS ITEMS RETURNED.  CHECKPOINTS EVERY
003400*                IB-CKPT-INTERVAL ITEMS AND AFTER EVERY RETURN,
003500*                AND BEFORE POSTING AN ITEM LOOKS FOR ITS TRACE
003600*                ALREADY ON THE ACCOUNT'S HISTORY FOR THE DAY -
003700*                SO A RESTART, OR THE SAME FILE SENT TWICE, NEVER
003800*                POSTS AN ITEM TWICE.
003810* 10/15/2026 RH  A DEBIT ITEM NOW CHECKS THE AVAILABLE BALANCE -
003820*                THE ACCOUNT'S BALANCE LESS ITS ACTIVE AMOUNT
003830*                HOLDS ON AMTHOLD (SEE HLDREC), PLUS THE
003840*                OVERDRAFT LIMIT - THE SAME AS A CICSPST DEBIT.  A
003850*                DEBIT REFUSED ONLY BECAUSE OF HOLDS RETURNS R01
003860*                WITH ITS OWN REASON TEXT.
003900*-----------------------------------------------------------------
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT EXTIN    ASSIGN TO EXTIN
004400                     ORGANIZATION IS SEQUENTIAL.
004500     SELECT ACCTMAST ASSIGN TO ACCTMAST
004600                     ORGANIZATION IS INDEXED
004700                     ACCESS MODE IS RANDOM
004800                     RECORD KEY IS AC-ACCT-NO.
004900     SELECT TRANHIST ASSIGN TO TRANHIST
005000                     ORGANIZATION IS INDEXED
005100                     ACCESS MODE IS DYNAMIC
005200                     RECORD KEY IS TH-KEY.
005220     SELECT AMTHOLD  ASSIGN TO AMTHOLD
005240                     ORGANIZATION IS INDEXED
005260                     ACCESS MODE IS DYNAMIC
005280                     RECORD KEY IS HD-KEY.
005300     SELECT BDATFILE ASSIGN TO BDATFILE
005400                     ORGANIZATION IS INDEXED
005500                     ACCESS MODE IS SEQUENTIAL
005600                     RECORD KEY IS BD-KEY.
005700     SELECT CKPTINB  ASSIGN TO CKPTINB
005800                     ORGANIZATION IS SEQUENTIAL.
005900     SELECT RETOUT   ASSIGN TO RETOUT
006000                     ORGANIZATION IS SEQUENTIAL.
006100     SELECT CTLRPT   ASSIGN TO CTLRPT
006200                     ORGANIZATION IS SEQUENTIAL.
006300*-----------------------------------------------------------------
006400 DATA DIVISION.
006500 FILE SECTION.
006600*-----------------------------------------------------------------
006700* EXTIN - THE INBOUND ITEM FILE FROM THE CLEARING HOUSE, 80-BYTE
006800* IMAGES, ITEMS THEN ONE CONTROL TRAILER.  SHARED COPYBOOK
006900* EXTREC.
007000*-----------------------------------------------------------------
007100 FD  EXTIN
007200     RECORDING MODE IS F.
007300     COPY EXTREC.
007400*-----------------------------------------------------------------
007500* ACCTMAST - THE ACCOUNT MASTER KSDS, READ AT RANDOM PER ITEM AND
007600* REWRITTEN WHEN THE ITEM POSTS.  SHARED COPYBOOK ACCTREC.
007700*-----------------------------------------------------------------
007800 FD  ACCTMAST.
007900     COPY ACCTREC.
008000*-----------------------------------------------------------------
008100* TRANHIST - THE TRANSACTION HISTORY KSDS.  ONE POSTING PER ITEM,
008200* CARRYING THE ORIGINATOR AND TRACE; BROWSED PER ACCOUNT AND DAY
008300* BEFORE AN ITEM POSTS TO PROVE IT IS NOT ALREADY THERE.  SHARED
008400* COPYBOOK TRNREC.
008500*-----------------------------------------------------------------
008600 FD  TRANHIST.
008700     COPY TRNREC.
008710*-----------------------------------------------------------------
008720* AMTHOLD - THE AMOUNT HOLD KSDS, READ ONLY - A DEBIT ITEM'S
008730* ACCOUNT HOLDS ARE BROWSED TO TOTAL WHAT IS HELD BEFORE IT POSTS.
008740* SHARED COPYBOOK HLDREC.
008750*-----------------------------------------------------------------
008760 FD  AMTHOLD.
008770     COPY HLDREC.
008800*-----------------------------------------------------------------
008900* BDATFILE - THE ONE-RECORD BUSINESS-DATE CONTROL KSDS.  SHARED
009000* COPYBOOK BDTREC.
009100*-----------------------------------------------------------------
009200 FD  BDATFILE.
009300     COPY BDTREC.
009400*-----------------------------------------------------------------
009500* CKPTINB - A ONE-RECORD RESTART CONTROL FILE.  THE ITEM FILE IS
009600* SEQUENTIAL, SO THE RESTART POINT IS A RECORD COUNT, THE WAY
009700* ACCTEXT'S CKPTFILE WORKS, PLUS THE RUNNING TOTALS THE CONTROL
009800* REPORT TIES OUT.
009900*-----------------------------------------------------------------
010000 FD  CKPTINB
010100     RECORDING MODE IS F.
010200 01  IB-CKPT-RECORD.
010300     02  IB-CKPT-RUNDATE    PIC 9(08).
010400     02  IB-CKPT-RECS       PIC 9(09).
010500     02  IB-CKPT-READ       PIC 9(07).
010600     02  IB-CKPT-AMT-READ   PIC S9(13)V99.
010700     02  IB-CKPT-CR         PIC 9(07).
010800     02  IB-CKPT-AMT-CR     PIC S9(13)V99.
010900     02  IB-CKPT-DR         PIC 9(07).
011000     02  IB-CKPT-AMT-DR     PIC S9(13)V99.
011100     02  IB-CKPT-RET        PIC 9(07).
011200     02  IB-CKPT-AMT-RET    PIC S9(13)V99.
011300     02  IB-CKPT-PRIOR      PIC 9(07).
011400     02  IB-CKPT-AMT-PRIOR  PIC S9(13)V99.
011500     02  IB-CKPT-FAIL       PIC 9(07).
011600     02  IB-CKPT-AMT-FAIL   PIC S9(13)V99.
011700*-----------------------------------------------------------------
011800* RETOUT - THE RETURNS FILE FOR THE CLEARING HOUSE - EACH REFUSED
011900* ITEM AS RECEIVED WITH ITS REASON CODE, THEN A CONTROL TRAILER.
012000* SAME 80-BYTE LAYOUT AS THE INBOUND FILE (EXTREC).
012100*-----------------------------------------------------------------
012200 FD  RETOUT
012300     RECORDING MODE IS F.
012400 01  IB-RET-LINE            PIC X(80).
012500*-----------------------------------------------------------------
012600* CTLRPT - THE PRINTED CONTROL REPORT.  COLUMN 1 IS STANDARD
012700* CARRIAGE CONTROL (' '=SINGLE SPACE, '1'=NEW PAGE).
012800*-----------------------------------------------------------------
012900 FD  CTLRPT
013000     RECORDING MODE IS F.
013100 01  IB-RPT-LINE            PIC X(133).
013200*-----------------------------------------------------------------
013300 WORKING-STORAGE SECTION.
013400*-----------------------------------------------------------------
013500 01  IB-SWITCHES.
013600     02  IB-ITEM-EOF-SW     PIC X(01)  VALUE 'N'.
013700         88  IB-ITEM-EOF    VALUE 'Y'.
013800     02  IB-CKPT-FOUND-SW   PIC X(01)  VALUE 'N'.
013900         88  IB-CKPT-FOUND  VALUE 'Y'.
014000     02  IB-BDATE-OK-SW     PIC X(01)  VALUE 'N'.
014100         88  IB-BDATE-OK    VALUE 'Y'.
014200     02  IB-FILE-OK-SW      PIC X(01)  VALUE 'N'.
014300         88  IB-FILE-OK     VALUE 'Y'.
014400     02  IB-TRL-SEEN-SW     PIC X(01)  VALUE 'N'.
014500         88  IB-TRL-SEEN    VALUE 'Y'.
014600     02  IB-BAD-ORDER-SW    PIC X(01)  VALUE 'N'.
014700         88  IB-BAD-ORDER   VALUE 'Y'.
014800     02  IB-PRIOR-SW        PIC X(01)  VALUE 'N'.
014900         88  IB-PRIOR-FOUND VALUE 'Y'.
015000     02  IB-BROWSE-END-SW   PIC X(01)  VALUE 'N'.
015100         88  IB-BROWSE-END  VALUE 'Y'.
015200     02  IB-HIST-DONE-SW    PIC X(01)  VALUE 'N'.
015300         88  IB-HIST-DONE   VALUE 'Y'.
015400*-----------------------------------------------------------------
015500 77  IB-CKPT-INTERVAL       PIC 9(05) COMP VALUE 100.
015600 77  IB-RECS-SINCE-CKPT     PIC 9(09) COMP VALUE ZERO.
015700 77  IB-RECS-DONE           PIC 9(09) COMP VALUE ZERO.
015800 77  IB-SKIP-TO             PIC 9(09) COMP VALUE ZERO.
015900 77  IB-TODAY               PIC 9(08) VALUE ZERO.
016000 77  IB-NEW-BAL             PIC S9(11)V99 COMP-3 VALUE ZERO.
016020 77  IB-HOLD-TOT            PIC S9(11)V99 COMP-3 VALUE ZERO.
016040 77  IB-HOLD-DONE-SW        PIC X(01) VALUE 'N'.
016060     88  IB-HOLD-DONE       VALUE 'Y'.
016100 77  IB-ITEM-AMT            PIC S9(9)V99 COMP-3 VALUE ZERO.
016200 77  IB-RET-CODE            PIC X(03) VALUE SPACE.
016300 77  IB-RET-REASON          PIC X(30) VALUE SPACE.
016400*    PASS 1 - WHAT THE FILE HOLDS AGAINST WHAT ITS TRAILER SAYS.
016500 77  IB-P1-ITEMS            PIC 9(07) COMP VALUE ZERO.
016600 77  IB-P1-AMOUNT           PIC S9(13)V99 COMP-3 VALUE ZERO.
016700 77  IB-P1-TRL-COUNT        PIC 9(07) VALUE ZERO.
016800 77  IB-P1-TRL-AMOUNT       PIC 9(13)V99 VALUE ZERO.
016900*    PASS 2 - WHERE EVERY ITEM READ WENT.
017000 77  IB-ITEMS-READ          PIC 9(07) COMP VALUE ZERO.
017100 77  IB-AMT-READ            PIC S9(13)V99 COMP-3 VALUE ZERO.
017200 77  IB-ITEMS-CR            PIC 9(07) COMP VALUE ZERO.
017300 77  IB-AMT-CR              PIC S9(13)V99 COMP-3 VALUE ZERO.
017400 77  IB-ITEMS-DR            PIC 9(07) COMP VALUE ZERO.
017500 77  IB-AMT-DR              PIC S9(13)V99 COMP-3 VALUE ZERO.
017600 77  IB-ITEMS-RET           PIC 9(07) COMP VALUE ZERO.
017700 77  IB-AMT-RET             PIC S9(13)V99 COMP-3 VALUE ZERO.
017800 77  IB-ITEMS-PRIOR         PIC 9(07) COMP VALUE ZERO.
017900 77  IB-AMT-PRIOR           PIC S9(13)V99 COMP-3 VALUE ZERO.
018000 77  IB-ITEMS-FAIL          PIC 9(07) COMP VALUE ZERO.
018100 77  IB-AMT-FAIL            PIC S9(13)V99 COMP-3 VALUE ZERO.
018200 77  IB-ITEMS-OUT           PIC 9(07) COMP VALUE ZERO.
018300 77  IB-AMT-OUT             PIC S9(13)V99 COMP-3 VALUE ZERO.
018400*-----------------------------------------------------------------
018500* THE RETURNS FILE CONTROL TRAILER - SAME SHAPE AS THE INBOUND
018600* TRAILER (SEE EXTREC).
018700*-----------------------------------------------------------------
018800 01  IB-RET-TRAILER.
018900     02  FILLER             PIC X(01)  VALUE 'T'.
019000     02  IB-RTRL-COUNT      PIC 9(07).
019100     02  IB-RTRL-AMOUNT     PIC 9(13)V99.
019200     02  FILLER             PIC X(57)  VALUE SPACE.
019300*-----------------------------------------------------------------
019400 01  IB-RPT-HEADING1.
019500     02  FILLER             PIC X(01)  VALUE '1'.
019600     02  FILLER             PIC X(48)  VALUE
019700         'ACCTINB - CLEARING-HOUSE INBOUND POSTING'.
019800     02  FILLER             PIC X(09)  VALUE 'RUN DATE '.
019900     02  IB-RPT-RUNDATE     PIC 9(08).
020000 01  IB-RPT-PROVED.
020100     02  FILLER             PIC X(01)  VALUE ' '.
020200     02  FILLER             PIC X(26)  VALUE
020300         'ITEM FILE PROVED TO TRLR .'.
020400     02  IB-RPT-PRV-COUNT   PIC ZZZ,ZZZ,ZZ9.
020500     02  FILLER             PIC X(04)  VALUE SPACE.
020600     02  IB-RPT-PRV-AMT     PIC -(12)9.99.
020700 01  IB-RPT-RESTART.
020800     02  FILLER             PIC X(01)  VALUE ' '.
020900     02  FILLER             PIC X(33)  VALUE
021000         'RESTART - RESUMING AFTER RECORD '.
021100     02  IB-RPT-RESTART-REC PIC ZZZ,ZZZ,ZZ9.
021200 01  IB-RPT-RETHDR.
021300     02  FILLER             PIC X(01)  VALUE '0'.
021400     02  FILLER             PIC X(12)  VALUE 'ACCT-NO'.
021500     02  FILLER             PIC X(03)  VALUE 'DC'.
021600     02  FILLER             PIC X(15)  VALUE '       AMOUNT'.
021700     02  FILLER             PIC X(12)  VALUE 'ORIGINATOR'.
021800     02  FILLER             PIC X(17)  VALUE 'TRACE'.
021900     02  FILLER             PIC X(05)  VALUE 'CODE'.
022000     02  FILLER             PIC X(30)  VALUE 'RETURN REASON'.
022100 01  IB-RPT-RETLINE.
022200     02  FILLER             PIC X(01)  VALUE ' '.
022300     02  IB-RPT-ACCT        PIC X(10).
022400     02  FILLER             PIC X(02)  VALUE SPACE.
022500     02  IB-RPT-DRCR        PIC X(01).
022600     02  FILLER             PIC X(02)  VALUE SPACE.
022700     02  IB-RPT-AMOUNT      PIC -(9)9.99.
022800     02  FILLER             PIC X(02)  VALUE SPACE.
022900     02  IB-RPT-ORIG        PIC X(10).
023000     02  FILLER             PIC X(02)  VALUE SPACE.
023100     02  IB-RPT-TRACE       PIC X(15).
023200     02  FILLER             PIC X(02)  VALUE SPACE.
023300     02  IB-RPT-CODE        PIC X(03).
023400     02  FILLER             PIC X(02)  VALUE SPACE.
023500     02  IB-RPT-REASON      PIC X(30).
023600 01  IB-RPT-COUNTS.
023700     02  FILLER             PIC X(01)  VALUE ' '.
023800     02  IB-RPT-CNT-LABEL   PIC X(26).
023900     02  IB-RPT-CNT         PIC ZZZ,ZZZ,ZZ9.
024000     02  FILLER             PIC X(04)  VALUE SPACE.
024100     02  IB-RPT-CNT-AMT     PIC -(12)9.99.
024200 01  IB-RPT-TIED.
024300     02  FILLER             PIC X(01)  VALUE ' '.
024400     02  FILLER             PIC X(52)  VALUE
024500         'READ = POSTED + RETURNED (+ PRIOR/FAILED) - PROVED'.
024600 01  IB-RPT-NOTTIED.
024700     02  FILLER             PIC X(01)  VALUE ' '.
024800     02  FILLER             PIC X(52)  VALUE
024900         '*** ITEMS READ DO NOT TIE TO ITEMS ACCOUNTED - RC 8 '.
025000 01  IB-RPT-BADFILE.
025100     02  FILLER             PIC X(01)  VALUE ' '.
025200     02  FILLER             PIC X(52)  VALUE
025300         '*** ITEM FILE DOES NOT PROVE TO ITS TRAILER - RC 16 '.
025400 01  IB-RPT-BADBDATE.
025500     02  FILLER             PIC X(01)  VALUE ' '.
025600     02  FILLER             PIC X(52)  VALUE
025700         '*** BUSINESS DATE FILE MISSING OR BAD - RC 16 ******'.
025800*-----------------------------------------------------------------
025900 PROCEDURE DIVISION.
026000*-----------------------------------------------------------------
026100* 0000-MAINLINE
026200*-----------------------------------------------------------------
026300 0000-MAINLINE.
026400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026500     IF NOT IB-BDATE-OK
026600         PERFORM 4910-BDATE-FAILURE THRU 4910-EXIT
026700         GO TO 0000-EXIT
026800     END-IF.
026900     IF NOT IB-FILE-OK
027000         PERFORM 4920-FILE-FAILURE THRU 4920-EXIT
027100         GO TO 0000-EXIT
027200     END-IF.
027300     PERFORM 2000-POST-ONE-ITEM THRU 2000-EXIT
027400         UNTIL IB-ITEM-EOF.
027500     PERFORM 4000-FINALIZE THRU 4000-EXIT.
027600     GO TO 0000-EXIT.
027700 0000-EXIT.
027800     STOP RUN.
027900*-----------------------------------------------------------------
028000* 1000-INITIALIZE  -  READ THE BUSINESS DATE, PROVE THE ITEM FILE,
028100*                     PICK UP A PRIOR CHECKPOINT IF ONE EXISTS,
028200*                     OPEN THE FILES AND SKIP PAST THE ITEMS A
028300*                     PRIOR PASS ALREADY HANDLED.
028400*-----------------------------------------------------------------
028500 1000-INITIALIZE.
028600     OPEN OUTPUT CTLRPT.
028700     PERFORM 1020-READ-BUSINESS-DATE THRU 1020-EXIT.
028800     IF NOT IB-BDATE-OK
028900         GO TO 1000-EXIT
029000     END-IF.
029100     MOVE IB-TODAY          TO IB-RPT-RUNDATE.
029200     WRITE IB-RPT-LINE      FROM IB-RPT-HEADING1.
029300     PERFORM 1300-PROVE-ITEM-FILE THRU 1300-EXIT.
029400     IF NOT IB-FILE-OK
029500         GO TO 1000-EXIT
029600     END-IF.
029700     MOVE IB-P1-ITEMS       TO IB-RPT-PRV-COUNT.
029800     MOVE IB-P1-AMOUNT      TO IB-RPT-PRV-AMT.
029900     WRITE IB-RPT-LINE      FROM IB-RPT-PROVED.
030000     OPEN I-O ACCTMAST.
030100     OPEN I-O TRANHIST.
030150     OPEN INPUT AMTHOLD.
030200     PERFORM 1100-READ-CHECKPOINT THRU 1100-EXIT.
030300*    A RESTART ADDS TO THE RETURNS THE FAILED PASS ALREADY
030400*    WROTE; A FRESH RUN STARTS THE FILE OVER.
030500     IF IB-CKPT-FOUND
030600         MOVE IB-CKPT-RECS      TO IB-SKIP-TO
030700         MOVE IB-CKPT-READ      TO IB-ITEMS-READ
030800         MOVE IB-CKPT-AMT-READ  TO IB-AMT-READ
030900         MOVE IB-CKPT-CR        TO IB-ITEMS-CR
031000         MOVE IB-CKPT-AMT-CR    TO IB-AMT-CR
031100         MOVE IB-CKPT-DR        TO IB-ITEMS-DR
031200         MOVE IB-CKPT-AMT-DR    TO IB-AMT-DR
031300         MOVE IB-CKPT-RET       TO IB-ITEMS-RET
031400         MOVE IB-CKPT-AMT-RET   TO IB-AMT-RET
031500         MOVE IB-CKPT-PRIOR     TO IB-ITEMS-PRIOR
031600         MOVE IB-CKPT-AMT-PRIOR TO IB-AMT-PRIOR
031700         MOVE IB-CKPT-FAIL      TO IB-ITEMS-FAIL
031800         MOVE IB-CKPT-AMT-FAIL  TO IB-AMT-FAIL
031900         MOVE IB-CKPT-RECS      TO IB-RPT-RESTART-REC
032000         WRITE IB-RPT-LINE  FROM IB-RPT-RESTART
032100         OPEN EXTEND RETOUT
032200     ELSE
032300         MOVE ZERO          TO IB-SKIP-TO
032400         OPEN OUTPUT RETOUT
032500     END-IF.
032600     WRITE IB-RPT-LINE      FROM IB-RPT-RETHDR.
032700     OPEN INPUT EXTIN.
032800     MOVE 'N'               TO IB-ITEM-EOF-SW.
032900     MOVE ZERO              TO IB-RECS-DONE.
033000     PERFORM 1250-SKIP-ONE-RECORD THRU 1250-EXIT
033100         UNTIL IB-RECS-DONE NOT < IB-SKIP-TO
033200            OR IB-ITEM-EOF.
033300 1000-EXIT.
033400     EXIT.
033500*-----------------------------------------------------------------
033600* 1020-READ-BUSINESS-DATE  -  THE ONE-RECORD BDATE CONTROL FILE
033700*                             NAMES THE BUSINESS DAY THE ITEMS
033800*                             POST ON.
033900*-----------------------------------------------------------------
034000 1020-READ-BUSINESS-DATE.
034100     MOVE 'N'               TO IB-BDATE-OK-SW.
034200     OPEN INPUT BDATFILE.
034300     READ BDATFILE
034400         AT END
034500             GO TO 1090-BDATE-DONE
034600     END-READ.
034700     IF BD-KEY = 'BUSDATE'
034800        AND BD-BUSINESS-DATE NUMERIC
034900        AND BD-BUSINESS-DATE > ZERO
035000         MOVE BD-BUSINESS-DATE TO IB-TODAY
035100         MOVE 'Y'           TO IB-BDATE-OK-SW
035200     END-IF.
035300 1090-BDATE-DONE.
035400     CLOSE BDATFILE.
035500 1020-EXIT.
035600     EXIT.
035700*-----------------------------------------------------------------
035800* 1100-READ-CHECKPOINT  -  LOOK FOR A CHECKPOINT LEFT BY A PRIOR
035900*                          RUN OF THIS JOB THAT DIED PARTWAY
036000*                          THROUGH TODAY'S FILE.
036100*-----------------------------------------------------------------
036200 1100-READ-CHECKPOINT.
036300     OPEN INPUT CKPTINB.
036400     READ CKPTINB
036500         AT END
036600             MOVE 'N'       TO IB-CKPT-FOUND-SW
036700         NOT AT END
036800             IF IB-CKPT-RUNDATE = IB-TODAY
036900                AND IB-CKPT-RECS > ZERO
037000                 MOVE 'Y'   TO IB-CKPT-FOUND-SW
037100             ELSE
037200                 MOVE 'N'   TO IB-CKPT-FOUND-SW
037300             END-IF
037400     END-READ.
037500     CLOSE CKPTINB.
037600 1100-EXIT.
037700     EXIT.
037800*-----------------------------------------------------------------
037900* 1250-SKIP-ONE-RECORD  -  ON A RESTART, READ PAST ONE RECORD THE
038000*                          FAILED PASS HAD ALREADY CHECKPOINTED.
038100*-----------------------------------------------------------------
038200 1250-SKIP-ONE-RECORD.
038300     READ EXTIN
038400         AT END
038500             MOVE 'Y'       TO IB-ITEM-EOF-SW
038600         NOT AT END
038700             ADD 1          TO IB-RECS-DONE
038800     END-READ.
038900 1250-EXIT.
039000     EXIT.
039100*-----------------------------------------------------------------
039200* 1300-PROVE-ITEM-FILE  -  PASS 1 - READ THE WHOLE ITEM FILE AND
039300*                          COUNT AND ADD THE ITEMS.  THE FILE
039400*                          POSTS ONLY WHEN IT ENDS IN EXACTLY ONE
039500*                          TRAILER AND THE TRAILER AGREES - A
039600*                          TRUNCATED OR DOUBLED TRANSMISSION IS
039700*                          REFUSED WHOLE, NEVER HALF POSTED.
039800*-----------------------------------------------------------------
039900 1300-PROVE-ITEM-FILE.
040000     MOVE 'N'               TO IB-FILE-OK-SW IB-TRL-SEEN-SW
040100                               IB-BAD-ORDER-SW IB-ITEM-EOF-SW.
040200     MOVE ZERO              TO IB-P1-ITEMS IB-P1-AMOUNT.
040300     OPEN INPUT EXTIN.
040400     PERFORM 1310-PROVE-ONE-RECORD THRU 1310-EXIT
040500         UNTIL IB-ITEM-EOF.
040600     CLOSE EXTIN.
040700     IF IB-TRL-SEEN AND NOT IB-BAD-ORDER
040800        AND IB-P1-TRL-COUNT = IB-P1-ITEMS
040900        AND IB-P1-TRL-AMOUNT = IB-P1-AMOUNT
041000         MOVE 'Y'           TO IB-FILE-OK-SW
041100     END-IF.
041200 1300-EXIT.
041300     EXIT.
041400 1310-PROVE-ONE-RECORD.
041500     READ EXTIN
041600         AT END
041700             MOVE 'Y'       TO IB-ITEM-EOF-SW
041800     END-READ.
041900     IF IB-ITEM-EOF
042000         GO TO 1310-EXIT
042100     END-IF.
042200*    NOTHING MAY FOLLOW THE TRAILER.
042300     IF IB-TRL-SEEN
042400         MOVE 'Y'           TO IB-BAD-ORDER-SW
042500         GO TO 1310-EXIT
042600     END-IF.
042700     IF EI-TRAILER
042800         MOVE 'Y'           TO IB-TRL-SEEN-SW
042900         IF EI-TRL-COUNT NUMERIC AND EI-TRL-AMOUNT NUMERIC
043000             MOVE EI-TRL-COUNT  TO IB-P1-TRL-COUNT
043100             MOVE EI-TRL-AMOUNT TO IB-P1-TRL-AMOUNT
043200         ELSE
043300             MOVE 'Y'       TO IB-BAD-ORDER-SW
043400         END-IF
043500         GO TO 1310-EXIT
043600     END-IF.
043700*    EVERY OTHER RECORD IS AN ITEM.  A RECORD TYPE THAT IS
043800*    NEITHER IS RETURNED AS FAILING EDIT, BUT IT IS STILL AN
043900*    ITEM THE TRAILER MUST COUNT.
044000     ADD 1                  TO IB-P1-ITEMS.
044100     IF EI-AMOUNT NUMERIC
044200         ADD EI-AMOUNT      TO IB-P1-AMOUNT
044300     END-IF.
044400 1310-EXIT.
044500     EXIT.
044600*-----------------------------------------------------------------
044700* 2000-POST-ONE-ITEM  -  READ THE NEXT ITEM, EDIT IT, POST IT OR
044800*                        RETURN IT.  CHECKPOINT AFTER EVERY
044900*                        RETURN AND EVERY IB-CKPT-INTERVAL
045000*                        RECORDS.
045100*-----------------------------------------------------------------
045200 2000-POST-ONE-ITEM.
045300     READ EXTIN
045400         AT END
045500             MOVE 'Y'       TO IB-ITEM-EOF-SW
045600     END-READ.
045700     IF IB-ITEM-EOF
045800         GO TO 2000-EXIT
045900     END-IF.
046000     ADD 1                  TO IB-RECS-DONE IB-RECS-SINCE-CKPT.
046100     IF EI-TRAILER
046200         GO TO 2000-EXIT
046300     END-IF.
046400     ADD 1                  TO IB-ITEMS-READ.
046500     MOVE ZERO              TO IB-ITEM-AMT.
046600     IF EI-AMOUNT NUMERIC
046700         MOVE EI-AMOUNT     TO IB-ITEM-AMT
046800     END-IF.
046900     ADD IB-ITEM-AMT        TO IB-AMT-READ.
047000     PERFORM 2100-EDIT-ITEM THRU 2100-EXIT.
047100     IF IB-RET-CODE = SPACE
047200         PERFORM 2200-FIND-PRIOR-POSTING THRU 2200-EXIT
047300         IF IB-PRIOR-FOUND
047400             ADD 1          TO IB-ITEMS-PRIOR
047500             ADD IB-ITEM-AMT TO IB-AMT-PRIOR
047600             GO TO 2050-CHECKPOINT
047700         END-IF
047800         PERFORM 2300-CHECK-ACCOUNT THRU 2300-EXIT
047900     END-IF.
048000     IF IB-RET-CODE NOT = SPACE
048100         PERFORM 2600-RETURN-ITEM THRU 2600-EXIT
048200*        A RETURN IS CHECKPOINTED AT ONCE, SO A RESTART NEVER
048300*        SENDS THE SAME ITEM BACK TWICE.
048400         MOVE IB-CKPT-INTERVAL TO IB-RECS-SINCE-CKPT
048500     ELSE
048600         PERFORM 2400-POST-ITEM THRU 2400-EXIT
048700     END-IF.
048800 2050-CHECKPOINT.
048900     IF IB-RECS-SINCE-CKPT >= IB-CKPT-INTERVAL
049000         PERFORM 3000-WRITE-CHECKPOINT THRU 3000-EXIT
049100         MOVE ZERO          TO IB-RECS-SINCE-CKPT
049200     END-IF.
049300 2000-EXIT.
049400     EXIT.
049500*-----------------------------------------------------------------
049600* 2100-EDIT-ITEM  -  THE FIELD EDITS CICSPST APPLIES TO A KEYED
049700*                    POSTING.  ANY FAILURE RETURNS THE ITEM R17.
049800*-----------------------------------------------------------------
049900 2100-EDIT-ITEM.
050000     MOVE SPACE             TO IB-RET-CODE IB-RET-REASON.
050100     IF NOT EI-DETAIL
050200         MOVE 'R17'         TO IB-RET-CODE
050300         MOVE 'RECORD TYPE NOT D OR T' TO IB-RET-REASON
050400         GO TO 2100-EXIT
050500     END-IF.
050600     IF EI-ACCT-NO NOT NUMERIC
050700         MOVE 'R17'         TO IB-RET-CODE
050800         MOVE 'ACCOUNT NUMBER NOT ALL DIGITS' TO IB-RET-REASON
050900         GO TO 2100-EXIT
051000     END-IF.
051100     IF NOT EI-DEBIT AND NOT EI-CREDIT
051200         MOVE 'R17'         TO IB-RET-CODE
051300         MOVE 'DR/CR CODE NOT D OR C' TO IB-RET-REASON
051400         GO TO 2100-EXIT
051500     END-IF.
051600     IF IB-ITEM-AMT = ZERO
051700         MOVE 'R17'         TO IB-RET-CODE
051800         MOVE 'AMOUNT ZERO OR NOT DIGITS' TO IB-RET-REASON
051900         GO TO 2100-EXIT
052000     END-IF.
052100     IF EI-TRACE = SPACE OR EI-TRACE = LOW-VALUE
052200         MOVE 'R17'         TO IB-RET-CODE
052300         MOVE 'NO TRACE NUMBER' TO IB-RET-REASON
052400     END-IF.
052500 2100-EXIT.
052600     EXIT.
052700*-----------------------------------------------------------------
052800* 2200-FIND-PRIOR-POSTING  -  BROWSE THE ACCOUNT'S POSTINGS FOR
052900*                             THE BUSINESS DAY FOR ONE ALREADY
053000*                             CARRYING THIS ORIGINATOR AND TRACE.
053100*                             THAT IS WHAT MAKES A RESTART (THE
053200*                             ITEMS SINCE THE LAST CHECKPOINT)
053300*                             OR A RE-SENT FILE SAFE.
053400*-----------------------------------------------------------------
053500 2200-FIND-PRIOR-POSTING.
053600     MOVE 'N'               TO IB-PRIOR-SW IB-BROWSE-END-SW.
053700     MOVE EI-ACCT-NO        TO TH-ACCT-NO.
053800     MOVE IB-TODAY          TO TH-POST-DATE.
053900     MOVE ZERO              TO TH-POST-SEQ.
054000     START TRANHIST KEY > TH-KEY
054100         INVALID KEY
054200             GO TO 2200-EXIT
054300     END-START.
054400     PERFORM 2210-CHECK-ONE-POSTING THRU 2210-EXIT
054500         UNTIL IB-BROWSE-END OR IB-PRIOR-FOUND.
054600 2200-EXIT.
054700     EXIT.
054800 2210-CHECK-ONE-POSTING.
054900     READ TRANHIST NEXT
055000         AT END
055100             MOVE 'Y'       TO IB-BROWSE-END-SW
055200             GO TO 2210-EXIT
055300     END-READ.
055400     IF TH-ACCT-NO NOT = EI-ACCT-NO
055500        OR TH-POST-DATE NOT = IB-TODAY
055600         MOVE 'Y'           TO IB-BROWSE-END-SW
055700         GO TO 2210-EXIT
055800     END-IF.
055900     IF TH-USERID = 'ACCTINB'
056000        AND TH-EXT-ORIG = EI-ORIG-ID
056100        AND TH-EXT-TRACE = EI-TRACE
056200         MOVE 'Y'           TO IB-PRIOR-SW
056300     END-IF.
056400 2210-EXIT.
056500     EXIT.
056600*-----------------------------------------------------------------
056700* 2300-CHECK-ACCOUNT  -  THE CICSPST ACCOUNT RULES.  THE ACCOUNT
056800*                        IS LEFT IN THE RECORD AREA FOR THE POST.
056900*-----------------------------------------------------------------
057000 2300-CHECK-ACCOUNT.
057100     MOVE EI-ACCT-NO        TO AC-ACCT-NO.
057200     READ ACCTMAST
057300         INVALID KEY
057400             MOVE 'R03'     TO IB-RET-CODE
057500             MOVE 'NO ACCOUNT ON FILE' TO IB-RET-REASON
057600             GO TO 2300-EXIT
057700     END-READ.
057800     IF AC-CLOSED
057900         MOVE 'R02'         TO IB-RET-CODE
058000         MOVE 'ACCOUNT CLOSED' TO IB-RET-REASON
058100         GO TO 2300-EXIT
058200     END-IF.
058300     IF AC-ON-HOLD
058400         MOVE 'R16'         TO IB-RET-CODE
058500         MOVE 'ACCOUNT ON HOLD' TO IB-RET-REASON
058600         GO TO 2300-EXIT
058700     END-IF.
058760     IF EI-DEBIT
058820         PERFORM 2350-TOTAL-HOLDS THRU 2350-EXIT
058880         COMPUTE IB-NEW-BAL = AC-BALANCE - IB-HOLD-TOT
058940                            - IB-ITEM-AMT
059000         IF IB-NEW-BAL < ZERO
059060            AND IB-NEW-BAL + AC-OD-LIMIT < ZERO
059120             MOVE 'R01'     TO IB-RET-CODE
059180             MOVE 'DEBIT WOULD BREACH OD LIMIT'
059240                            TO IB-RET-REASON
059300             IF IB-HOLD-TOT > ZERO
059360                 MOVE 'DEBIT EXCEEDS AVAILABLE BAL'
059420                            TO IB-RET-REASON
059480             END-IF
059540         END-IF
059600     END-IF.
059700 2300-EXIT.
059800     EXIT.
059802*-----------------------------------------------------------------
059804* 2350-TOTAL-HOLDS  -  ADD UP THE ACTIVE AMOUNT HOLDS ON THE
059806*                      ACCOUNT IN AC-ACCT-NO INTO IB-HOLD-TOT.  A
059808*                      HOLD COUNTS WHILE IT IS 'A' AND ITS EXPIRY
059810*                      IS ZERO OR NOT BEFORE THE BUSINESS DAY.
059812*-----------------------------------------------------------------
059814 2350-TOTAL-HOLDS.
059816     MOVE ZERO              TO IB-HOLD-TOT.
059818     MOVE 'N'               TO IB-HOLD-DONE-SW.
059820     MOVE AC-ACCT-NO        TO HD-ACCT-NO.
059822     MOVE ZERO              TO HD-HOLD-NO.
059824     START AMTHOLD KEY NOT < HD-KEY
059826         INVALID KEY
059828             GO TO 2350-EXIT
059830     END-START.
059832     PERFORM 2360-ADD-HOLD THRU 2360-EXIT
059834         UNTIL IB-HOLD-DONE.
059836 2350-EXIT.
059838     EXIT.
059840*-----------------------------------------------------------------
059842* 2360-ADD-HOLD  -  READ THE NEXT HOLD AND ADD IT IN IF ACTIVE.
059844*-----------------------------------------------------------------
059846 2360-ADD-HOLD.
059848     READ AMTHOLD NEXT RECORD
059850         AT END
059852             MOVE 'Y'       TO IB-HOLD-DONE-SW
059854             GO TO 2360-EXIT
059856     END-READ.
059858     IF HD-ACCT-NO NOT = AC-ACCT-NO
059860         MOVE 'Y'           TO IB-HOLD-DONE-SW
059862         GO TO 2360-EXIT
059864     END-IF.
059866     IF HD-ACTIVE
059868        AND (HD-EXPIRY = ZERO OR HD-EXPIRY NOT < IB-TODAY)
059870         ADD HD-AMOUNT      TO IB-HOLD-TOT
059872     END-IF.
059874 2360-EXIT.
059876     EXIT.
059900*-----------------------------------------------------------------
060000* 2400-POST-ITEM  -  THE HISTORY RECORD GOES FIRST, THEN THE
060100*                    BALANCE.  A JOB THAT DIES BETWEEN THE TWO
060200*                    LEAVES A POSTING THE RESTART FINDS (SO THE
060300*                    ITEM IS NEVER POSTED TWICE) AND A BALANCE
060400*                    THE RECONCILIATION FLAGS THAT NIGHT.  A
060500*                    HISTORY WRITE THAT WILL NOT TAKE LEAVES THE
060600*                    BALANCE ALONE AND ENDS THE RUN RC=8.
060700*-----------------------------------------------------------------
060800 2400-POST-ITEM.
060900     PERFORM 2500-WRITE-HISTORY THRU 2500-EXIT.
061000     IF NOT IB-HIST-DONE
061100         ADD 1              TO IB-ITEMS-FAIL
061200         ADD IB-ITEM-AMT    TO IB-AMT-FAIL
061300         MOVE 'HST'         TO IB-RPT-CODE
061400         MOVE 'NOT POSTED - HISTORY WRITE FAIL'
061500                            TO IB-RET-REASON
061600         PERFORM 2700-PRINT-ITEM THRU 2700-EXIT
061700         GO TO 2400-EXIT
061800     END-IF.
061900     IF EI-DEBIT
062000         SUBTRACT IB-ITEM-AMT FROM AC-BALANCE
062100         ADD 1              TO IB-ITEMS-DR
062200         ADD IB-ITEM-AMT    TO IB-AMT-DR
062300     ELSE
062400         ADD IB-ITEM-AMT    TO AC-BALANCE
062500         ADD 1              TO IB-ITEMS-CR
062600         ADD IB-ITEM-AMT    TO IB-AMT-CR
062700     END-IF.
062800     REWRITE AC-ACCOUNT-RECORD.
062900 2400-EXIT.
063000     EXIT.
063100*-----------------------------------------------------------------
063200* 2500-WRITE-HISTORY  -  ONE POSTING RECORD FOR THE ITEM.  THE
063300*                        WITHIN-DAY SEQUENCE STARTS AT 0001 AND
063400*                        STEPS PAST DUPLICATES THE WAY ACCTMIN'S
063500*                        DOES.
063600*-----------------------------------------------------------------
063700 2500-WRITE-HISTORY.
063800     MOVE 'N'               TO IB-HIST-DONE-SW.
063900     MOVE SPACE             TO TH-HISTORY-RECORD.
064000     MOVE EI-ACCT-NO        TO TH-ACCT-NO.
064100     MOVE IB-TODAY          TO TH-POST-DATE.
064200     MOVE 1                 TO TH-POST-SEQ.
064300     MOVE EI-DRCR-CODE      TO TH-DRCR-CODE.
064400     MOVE IB-ITEM-AMT       TO TH-AMOUNT.
064500     MOVE 'ACCTINB'         TO TH-USERID.
064600*    'CLRH' MARKS THE CLEARING HOUSE AS THE SOURCE WHERE AN
064700*    ONLINE POSTING CARRIES THE 3270 TERMINAL ID - ACCTGL
064800*    SUBTOTALS BY THIS FIELD, SO THE FEED GETS ITS OWN GL LINE
064900*    TO SETTLE AGAINST.
065000     MOVE 'CLRH'            TO TH-TERMID.
065100     MOVE SPACE             TO TH-REV-FLAG.
065200     MOVE ZERO              TO TH-REV-DATE.
065300     MOVE ZERO              TO TH-REV-SEQ.
065400     MOVE SPACE             TO TH-OVR-USERID.
065500     MOVE SPACE             TO TH-XFR-FLAG.
065600     MOVE ZERO              TO TH-XFR-SEQ.
065700     MOVE EI-ORIG-ID        TO TH-EXT-ORIG.
065800     MOVE EI-TRACE          TO TH-EXT-TRACE.
065900     PERFORM 2510-TRY-HISTORY-WRITE THRU 2510-EXIT
066000         UNTIL IB-HIST-DONE
066100            OR TH-POST-SEQ > 9998.
066200 2500-EXIT.
066300     EXIT.
066400*-----------------------------------------------------------------
066500* 2510-TRY-HISTORY-WRITE  -  ONE WRITE ATTEMPT AT THE CURRENT
066600*                            SEQUENCE NUMBER.  A DUPLICATE KEY
066700*                            STEPS TO THE NEXT AND THE CALLER
066800*                            LOOPS.
066900*-----------------------------------------------------------------
067000 2510-TRY-HISTORY-WRITE.
067100     WRITE TH-HISTORY-RECORD
067200         INVALID KEY
067300             ADD 1          TO TH-POST-SEQ
067400         NOT INVALID KEY
067500             MOVE 'Y'       TO IB-HIST-DONE-SW
067600     END-WRITE.
067700 2510-EXIT.
067800     EXIT.
067900*-----------------------------------------------------------------
068000* 2600-RETURN-ITEM  -  SEND THE ITEM BACK AS RECEIVED, WITH ITS
068100*                      REASON CODE, AND LIST IT ON THE REPORT.
068200*-----------------------------------------------------------------
068300 2600-RETURN-ITEM.
068400     MOVE IB-RET-CODE       TO EI-RETURN-CODE.
068500     WRITE IB-RET-LINE      FROM EI-ITEM-RECORD.
068600     ADD 1                  TO IB-ITEMS-RET.
068700     ADD IB-ITEM-AMT        TO IB-AMT-RET.
068800     MOVE IB-RET-CODE       TO IB-RPT-CODE.
068900     PERFORM 2700-PRINT-ITEM THRU 2700-EXIT.
069000 2600-EXIT.
069100     EXIT.
069200*-----------------------------------------------------------------
069300* 2700-PRINT-ITEM  -  ONE REPORT LINE FOR AN ITEM THAT DID NOT
069400*                     POST.
069500*-----------------------------------------------------------------
069600 2700-PRINT-ITEM.
069700     MOVE EI-ACCT-NO        TO IB-RPT-ACCT.
069800     MOVE EI-DRCR-CODE      TO IB-RPT-DRCR.
069900     MOVE IB-ITEM-AMT       TO IB-RPT-AMOUNT.
070000     MOVE EI-ORIG-ID        TO IB-RPT-ORIG.
070100     MOVE EI-TRACE          TO IB-RPT-TRACE.
070200     MOVE IB-RET-REASON     TO IB-RPT-REASON.
070300     WRITE IB-RPT-LINE      FROM IB-RPT-RETLINE.
070400 2700-EXIT.
070500     EXIT.
070600*-----------------------------------------------------------------
070700* 3000-WRITE-CHECKPOINT  -  REWRITE THE ONE-RECORD RESTART FILE
070800*                           WITH THE RECORD COUNT AND THE RUNNING
070900*                           TOTALS.  IF THIS JOB DIES BEFORE THE
071000*                           NEXT CHECKPOINT, A PLAIN RESUBMIT
071100*                           PICKS UP FROM HERE.
071200*-----------------------------------------------------------------
071300 3000-WRITE-CHECKPOINT.
071400     OPEN OUTPUT CKPTINB.
071500     MOVE IB-TODAY          TO IB-CKPT-RUNDATE.
071600     MOVE IB-RECS-DONE      TO IB-CKPT-RECS.
071700     MOVE IB-ITEMS-READ     TO IB-CKPT-READ.
071800     MOVE IB-AMT-READ       TO IB-CKPT-AMT-READ.
071900     MOVE IB-ITEMS-CR       TO IB-CKPT-CR.
072000     MOVE IB-AMT-CR         TO IB-CKPT-AMT-CR.
072100     MOVE IB-ITEMS-DR       TO IB-CKPT-DR.
072200     MOVE IB-AMT-DR         TO IB-CKPT-AMT-DR.
072300     MOVE IB-ITEMS-RET      TO IB-CKPT-RET.
072400     MOVE IB-AMT-RET        TO IB-CKPT-AMT-RET.
072500     MOVE IB-ITEMS-PRIOR    TO IB-CKPT-PRIOR.
072600     MOVE IB-AMT-PRIOR      TO IB-CKPT-AMT-PRIOR.
072700     MOVE IB-ITEMS-FAIL     TO IB-CKPT-FAIL.
072800     MOVE IB-AMT-FAIL       TO IB-CKPT-AMT-FAIL.
072900     WRITE IB-CKPT-RECORD.
073000     CLOSE CKPTINB.
073100 3000-EXIT.
073200     EXIT.
073300*-----------------------------------------------------------------
073400* 4000-FINALIZE  -  CLOSE THE RETURNS FILE WITH ITS TRAILER, TIE
073500*                   ITEMS AND DOLLARS READ TO WHERE THEY WENT,
073600*                   CLEAR THE CHECKPOINT (THIS RUN FINISHED
073700*                   CLEAN) AND CLOSE EVERYTHING.  RETURNS ARE
073800*                   ORDINARY BUSINESS AND END RC=4; A FAILED
073900*                   HISTORY WRITE OR TOTALS THAT DO NOT TIE END
074000*                   RC=8.
074100*-----------------------------------------------------------------
074200 4000-FINALIZE.
074300     MOVE IB-ITEMS-RET      TO IB-RTRL-COUNT.
074400     MOVE IB-AMT-RET        TO IB-RTRL-AMOUNT.
074500     WRITE IB-RET-LINE      FROM IB-RET-TRAILER.
074600     MOVE 'ITEMS READ . . . . . . . .' TO IB-RPT-CNT-LABEL.
074700     MOVE IB-ITEMS-READ     TO IB-RPT-CNT.
074800     MOVE IB-AMT-READ       TO IB-RPT-CNT-AMT.
074900     WRITE IB-RPT-LINE      FROM IB-RPT-COUNTS.
075000     MOVE 'POSTED - CREDITS . . . . .' TO IB-RPT-CNT-LABEL.
075100     MOVE IB-ITEMS-CR       TO IB-RPT-CNT.
075200     MOVE IB-AMT-CR         TO IB-RPT-CNT-AMT.
075300     WRITE IB-RPT-LINE      FROM IB-RPT-COUNTS.
075400     MOVE 'POSTED - DEBITS  . . . . .' TO IB-RPT-CNT-LABEL.
075500     MOVE IB-ITEMS-DR       TO IB-RPT-CNT.
075600     MOVE IB-AMT-DR         TO IB-RPT-CNT-AMT.
075700     WRITE IB-RPT-LINE      FROM IB-RPT-COUNTS.
075800     MOVE 'RETURNED . . . . . . . . .' TO IB-RPT-CNT-LABEL.
075900     MOVE IB-ITEMS-RET      TO IB-RPT-CNT.
076000     MOVE IB-AMT-RET        TO IB-RPT-CNT-AMT.
076100     WRITE IB-RPT-LINE      FROM IB-RPT-COUNTS.
076200*    ITEMS A PRIOR PASS ALREADY POSTED ARE ON ITS OWN REPORT -
076300*    SAY SO, SO THE TIE-OUT VISIBLY INCLUDES THEM.
076400     IF IB-ITEMS-PRIOR NOT = ZERO
076500         MOVE 'ALREADY POSTED (PRIOR) . .' TO IB-RPT-CNT-LABEL
076600         MOVE IB-ITEMS-PRIOR TO IB-RPT-CNT
076700         MOVE IB-AMT-PRIOR  TO IB-RPT-CNT-AMT
076800         WRITE IB-RPT-LINE  FROM IB-RPT-COUNTS
076900     END-IF.
077000     IF IB-ITEMS-FAIL NOT = ZERO
077100         MOVE 'NOT POSTED - HISTORY FAIL.' TO IB-RPT-CNT-LABEL
077200         MOVE IB-ITEMS-FAIL TO IB-RPT-CNT
077300         MOVE IB-AMT-FAIL   TO IB-RPT-CNT-AMT
077400         WRITE IB-RPT-LINE  FROM IB-RPT-COUNTS
077500     END-IF.
077600     IF IB-ITEMS-RET NOT = ZERO
077700         MOVE 4             TO RETURN-CODE
077800     END-IF.
077900     IF IB-ITEMS-FAIL NOT = ZERO
078000         MOVE 8             TO RETURN-CODE
078100     END-IF.
078200     COMPUTE IB-ITEMS-OUT = IB-ITEMS-CR + IB-ITEMS-DR
078300                          + IB-ITEMS-RET + IB-ITEMS-PRIOR
078400                          + IB-ITEMS-FAIL.
078500     COMPUTE IB-AMT-OUT = IB-AMT-CR + IB-AMT-DR
078600                        + IB-AMT-RET + IB-AMT-PRIOR
078700                        + IB-AMT-FAIL.
078800     IF IB-ITEMS-OUT = IB-ITEMS-READ
078900        AND IB-AMT-OUT = IB-AMT-READ
079000        AND IB-ITEMS-READ = IB-P1-ITEMS
079100         WRITE IB-RPT-LINE  FROM IB-RPT-TIED
079200     ELSE
079300         WRITE IB-RPT-LINE  FROM IB-RPT-NOTTIED
079400         MOVE 8             TO RETURN-CODE
079500     END-IF.
079600     OPEN OUTPUT CKPTINB.
079700     MOVE ZERO              TO IB-CKPT-RUNDATE
079800                               IB-CKPT-RECS
079900                               IB-CKPT-READ
080000                               IB-CKPT-AMT-READ
080100                               IB-CKPT-CR
080200                               IB-CKPT-AMT-CR
080300                               IB-CKPT-DR
080400                               IB-CKPT-AMT-DR
080500                               IB-CKPT-RET
080600                               IB-CKPT-AMT-RET
080700                               IB-CKPT-PRIOR
080800                               IB-CKPT-AMT-PRIOR
080900                               IB-CKPT-FAIL
081000                               IB-CKPT-AMT-FAIL.
081100     WRITE IB-CKPT-RECORD.
081200     CLOSE CKPTINB.
081300     CLOSE EXTIN ACCTMAST TRANHIST AMTHOLD RETOUT CTLRPT.
081400 4000-EXIT.
081500     EXIT.
081600*-----------------------------------------------------------------
081700* 4910-BDATE-FAILURE  -  NO TRUSTWORTHY BUSINESS DATE - SAY SO
081800*                        ON THE REPORT AND END RC=16 WITH NOTHING
081900*                        POSTED.
082000*-----------------------------------------------------------------
082100 4910-BDATE-FAILURE.
082200     WRITE IB-RPT-LINE      FROM IB-RPT-BADBDATE.
082300     CLOSE CTLRPT.
082400     MOVE 16                TO RETURN-CODE.
082500 4910-EXIT.
082600     EXIT.
082700*-----------------------------------------------------------------
082800* 4920-FILE-FAILURE  -  THE ITEM FILE HAS NO TRAILER, MORE THAN
082900*                       ONE, SOMETHING AFTER IT, OR A TRAILER THAT
083000*                       DOES NOT AGREE WITH THE ITEMS - REFUSE THE
083100*                       WHOLE FILE, RC=16, NOTHING POSTED.
083200*                       OPERATIONS ASKS THE CLEARING HOUSE TO
083300*                       RESEND.
083400*-----------------------------------------------------------------
083500 4920-FILE-FAILURE.
083600     MOVE 'ITEMS ON THE FILE  . . . .' TO IB-RPT-CNT-LABEL.
083700     MOVE IB-P1-ITEMS       TO IB-RPT-CNT.
083800     MOVE IB-P1-AMOUNT      TO IB-RPT-CNT-AMT.
083900     WRITE IB-RPT-LINE      FROM IB-RPT-COUNTS.
084000     MOVE 'TRAILER SAYS . . . . . . .' TO IB-RPT-CNT-LABEL.
084100     MOVE IB-P1-TRL-COUNT   TO IB-RPT-CNT.
084200     MOVE IB-P1-TRL-AMOUNT  TO IB-RPT-CNT-AMT.
084300     WRITE IB-RPT-LINE      FROM IB-RPT-COUNTS.
084400     WRITE IB-RPT-LINE      FROM IB-RPT-BADFILE.
084500     CLOSE CTLRPT.
084600     MOVE 16                TO RETURN-CODE.
084700 4920-EXIT.
084800     EXIT.
084900*-----------------------------------------------------------------
