000100*-----------------------------------------------------------------
000200* IDENTIFICATION DIVISION.
000300*-----------------------------------------------------------------
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    ACCTDRW.
000600 AUTHOR.        R HALVERSEN.
000700 INSTALLATION.  DATA PROCESSING.
000800 DATE-WRITTEN.  10/15/2026.
000900 DATE-COMPILED.
001000*-----------------------------------------------------------------
001100* MODIFICATION HISTORY
001200*-----------------------------------------------------------------
001300* 10/15/2026 RH  NEW PROGRAM.  NIGHTLY TELLER DRAWER SETTLEMENT
001400*                EXCEPTIONS.  READS THE BUSINESS DAY BEING CLOSED
001500*                OFF BDATE, TOTALS EVERY TELLER'S POSTINGS AT EACH
001600*                TERMINAL FOR IT OFF THE TRANSACTION HISTORY FILE
001700*                (TRANHIST), SPLIT BY TERMINAL AND USERID THE SAME
001800*                WAY THE CICSSTL SETTLEMENT SCREEN TOTALS A
001900*                DRAWER, AND MATCHES THEM TO THE DAY'S SAVED
002000*                DRAWERS ON THE SETTLEMENT FILE (DRWSETL, SEE
002100*                STLREC).  LISTS EVERY DRAWER SAVED OUT OF BALANCE
002200*                (WITH ITS STATUS AND ANY SUPERVISOR WHO SIGNED IT
002300*                OFF), EVERY DRAWER WHOSE TELLER'S POSTINGS NO
002400*                LONGER AGREE WITH IT (POSTED AFTER SETTLEMENT),
002500*                AND EVERY TELLER WHO POSTED AT A TERMINAL BUT
002600*                NEVER SETTLED THERE.  BATCH ('BTCH') AND
002700*                CLEARING-HOUSE ('CLRH') POSTINGS HAVE NO DRAWER
002800*                AND ARE LEFT OUT, AS IN ACCTCTR.  RC=4 WHEN
002900*                ANYTHING IS LISTED; RC=16 WHEN THE BUSINESS DATE
003000*                FILE IS MISSING OR BAD.  RUNS IN ACCTEXTJ AHEAD
003050*                OF EODADV.
003100*-----------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT TRANHIST ASSIGN TO TRANHIST
003600                     ORGANIZATION IS INDEXED
003700                     ACCESS MODE IS SEQUENTIAL
003800                     RECORD KEY IS TH-KEY.
003900     SELECT DRWSETL  ASSIGN TO DRWSETL
004000                     ORGANIZATION IS INDEXED
004100                     ACCESS MODE IS DYNAMIC
004200                     RECORD KEY IS DS-KEY.
004300     SELECT BDATFILE ASSIGN TO BDATFILE
004400                     ORGANIZATION IS INDEXED
004500                     ACCESS MODE IS SEQUENTIAL
004600                     RECORD KEY IS BD-KEY.
004700     SELECT DRWRPT   ASSIGN TO DRWRPT
004800                     ORGANIZATION IS SEQUENTIAL.
004900*-----------------------------------------------------------------
005000 DATA DIVISION.
005100 FILE SECTION.
005200*-----------------------------------------------------------------
005300* TRANHIST - THE TRANSACTION HISTORY KSDS WRITTEN BY THE ONLINE
005400* POSTING FUNCTIONS.  SHARED COPYBOOK TRNREC.
005500*-----------------------------------------------------------------
005600 FD  TRANHIST.
005700     COPY TRNREC.
005800*-----------------------------------------------------------------
005900* DRWSETL - THE TELLER DRAWER SETTLEMENT KSDS WRITTEN BY CICSSTL,
006000* KEYED BY BUSINESS DATE, TERMINAL AND USERID.  SHARED COPYBOOK
006100* STLREC.
006200*-----------------------------------------------------------------
006300 FD  DRWSETL.
006400     COPY STLREC.
006500*-----------------------------------------------------------------
006600* BDATFILE - THE ONE-RECORD BUSINESS-DATE CONTROL KSDS.  SHARED
006700* COPYBOOK BDTREC.
006800*-----------------------------------------------------------------
006900 FD  BDATFILE.
007000     COPY BDTREC.
007100*-----------------------------------------------------------------
007200* DRWRPT - THE SETTLEMENT EXCEPTION REPORT, 133-BYTE LINES WITH
007300* ASA CARRIAGE CONTROL IN BYTE 1.
007400*-----------------------------------------------------------------
007500 FD  DRWRPT
007600     RECORDING MODE IS F.
007700 01  DW-RPT-LINE            PIC X(133).
007800*-----------------------------------------------------------------
007900 WORKING-STORAGE SECTION.
008000*-----------------------------------------------------------------
008100 01  DW-SWITCHES.
008200     02  DW-HIST-EOF-SW     PIC X(01)  VALUE 'N'.
008300         88  DW-HIST-EOF    VALUE 'Y'.
008400     02  DW-STL-EOF-SW      PIC X(01)  VALUE 'N'.
008500         88  DW-STL-EOF     VALUE 'Y'.
008600     02  DW-TRM-FOUND-SW    PIC X(01)  VALUE 'N'.
008700         88  DW-TRM-FOUND   VALUE 'Y'.
008800     02  DW-BDATE-OK-SW     PIC X(01)  VALUE 'N'.
008900         88  DW-BDATE-OK    VALUE 'Y'.
009000*-----------------------------------------------------------------
009100 77  DW-TODAY               PIC 9(08) VALUE ZERO.
009200 77  DW-TRM-COUNT           PIC 9(03) COMP VALUE ZERO.
009300 77  DW-TRM-IX              PIC 9(03) COMP VALUE ZERO.
009400 77  DW-TRM-HIT             PIC 9(03) COMP VALUE ZERO.
009500 77  DW-POST-TERM           PIC X(04) VALUE SPACE.
009550 77  DW-POST-USER           PIC X(08) VALUE SPACE.
009600 77  DW-POSTS-READ          PIC 9(07) COMP VALUE ZERO.
009700 77  DW-DRAWERS-READ        PIC 9(07) COMP VALUE ZERO.
009800 77  DW-DRAWERS-OUT         PIC 9(07) COMP VALUE ZERO.
009900 77  DW-TERMS-LATE          PIC 9(07) COMP VALUE ZERO.
010000 77  DW-TERMS-UNSETTLED     PIC 9(07) COMP VALUE ZERO.
010100 77  DW-LATE-POSTS          PIC S9(07) COMP VALUE ZERO.
010200 77  DW-LATE-NET            PIC S9(11)V99 COMP-3 VALUE ZERO.
010300*-----------------------------------------------------------------
010400* ONE ENTRY PER TERMINAL AND USERID THAT POSTED OR SETTLED ON THE
010500* DAY - THE SAME SPLIT AS THE DRAWER KEY - WHAT TRANHIST SAYS THE
010600* TELLER POSTED THERE (CASH ITEMS, THEIR NET AND THE TRANSFER
010650* LEGS, WHICH MOVE NO CASH) AGAINST WHAT THEIR SAVED DRAWER SAYS.
010700* 200 ENTRIES COVERS EVERY TELLER AT EVERY STATION IN THE SHOP
010750* MANY TIMES OVER; SLOT 201 IS THE 'OVFL' BUCKET A 201ST ENTRY'S
010800* POSTINGS ROLL INTO, AS IN ACCTGL, AND IS NEVER CHECKED AGAINST A
010900* DRAWER.
011000*-----------------------------------------------------------------
011100 01  DW-TERMINAL-TABLE.
011200     02  DW-TRM-ENTRY OCCURS 201 TIMES.
011300         03  DW-TRM-TERMID  PIC X(04).
011350         03  DW-TRM-USERID  PIC X(08).
011400         03  DW-TRM-POSTS   PIC 9(07) COMP.
011500         03  DW-TRM-XFRS    PIC 9(07) COMP.
011600         03  DW-TRM-NET     PIC S9(11)V99 COMP-3.
011700         03  DW-TRM-DRAWERS PIC 9(03) COMP.
011800         03  DW-TRM-SV-CNT  PIC 9(07) COMP.
011900         03  DW-TRM-SV-NET  PIC S9(11)V99 COMP-3.
012000*-----------------------------------------------------------------
012100 01  DW-RPT-HEADING1.
012200     02  FILLER             PIC X(01)  VALUE '1'.
012300     02  FILLER             PIC X(48)  VALUE
012400         'ACCTDRW - TELLER DRAWER SETTLEMENT EXCEPTIONS'.
012500     02  FILLER             PIC X(15)  VALUE 'BUSINESS DATE '.
012600     02  DW-RPT-RUNDATE     PIC 9(08).
012700 01  DW-RPT-SECTION.
012800     02  FILLER             PIC X(01)  VALUE '0'.
012900     02  DW-RPT-SECT-TITLE  PIC X(60).
013000 01  DW-RPT-HEADING2.
013100     02  FILLER             PIC X(01)  VALUE ' '.
013200     02  FILLER             PIC X(06)  VALUE 'TERM'.
013300     02  FILLER             PIC X(10)  VALUE 'USERID'.
013400     02  FILLER             PIC X(04)  VALUE 'ST'.
013500     02  FILLER             PIC X(10)  VALUE 'SUPV ID'.
013600     02  FILLER             PIC X(17)  VALUE '       EXPECTED'.
013700     02  FILLER             PIC X(17)  VALUE '        COUNTED'.
013800     02  FILLER             PIC X(17)  VALUE '     OVER/SHORT'.
013900 01  DW-RPT-DRAWER.
014000     02  FILLER             PIC X(01)  VALUE ' '.
014100     02  DW-RD-TERMID       PIC X(04).
014200     02  FILLER             PIC X(02)  VALUE SPACE.
014300     02  DW-RD-USERID       PIC X(08).
014400     02  FILLER             PIC X(02)  VALUE SPACE.
014500     02  DW-RD-STATUS       PIC X(01).
014600     02  FILLER             PIC X(03)  VALUE SPACE.
014700     02  DW-RD-SUPV         PIC X(08).
014800     02  FILLER             PIC X(02)  VALUE SPACE.
014900     02  DW-RD-EXPECTED     PIC -(11)9.99.
015000     02  FILLER             PIC X(02)  VALUE SPACE.
015100     02  DW-RD-COUNTED      PIC -(11)9.99.
015200     02  FILLER             PIC X(02)  VALUE SPACE.
015300     02  DW-RD-DIFF         PIC -(11)9.99.
015400     02  FILLER             PIC X(02)  VALUE SPACE.
015500     02  DW-RD-NOTE         PIC X(24).
015600 01  DW-RPT-LATE.
015700     02  FILLER             PIC X(01)  VALUE ' '.
015800     02  DW-RL-TERMID       PIC X(04).
015900     02  FILLER             PIC X(02)  VALUE SPACE.
015950     02  DW-RL-USERID       PIC X(08).
015970     02  FILLER             PIC X(02)  VALUE SPACE.
016000     02  FILLER             PIC X(32)  VALUE
016100         'POSTED AFTER SETTLEMENT - ITEMS'.
016200     02  DW-RL-POSTS        PIC -(6)9.
016300     02  FILLER             PIC X(07)  VALUE '   NET'.
016400     02  DW-RL-NET          PIC -(11)9.99.
016800 01  DW-RPT-HEADING3.
016900     02  FILLER             PIC X(01)  VALUE ' '.
017000     02  FILLER             PIC X(06)  VALUE 'TERM'.
017050     02  FILLER             PIC X(10)  VALUE 'USERID'.
017100     02  FILLER             PIC X(09)  VALUE ' POSTINGS'.
017200     02  FILLER             PIC X(11)  VALUE '  TRANSFERS'.
017300     02  FILLER             PIC X(17)  VALUE '       NET CASH'.
017400 01  DW-RPT-UNSETTLED.
017500     02  FILLER             PIC X(01)  VALUE ' '.
017600     02  DW-RU-TERMID       PIC X(04).
017700     02  FILLER             PIC X(02)  VALUE SPACE.
017750     02  DW-RU-USERID       PIC X(08).
017770     02  FILLER             PIC X(02)  VALUE SPACE.
017800     02  DW-RU-POSTS        PIC ZZZ,ZZ9.
017900     02  FILLER             PIC X(04)  VALUE SPACE.
018000     02  DW-RU-XFRS         PIC ZZZ,ZZ9.
018100     02  FILLER             PIC X(02)  VALUE SPACE.
018200     02  DW-RU-NET          PIC -(11)9.99.
018300 01  DW-RPT-NONE.
018400     02  FILLER             PIC X(01)  VALUE ' '.
018500     02  FILLER             PIC X(20)  VALUE '(NONE)'.
018600 01  DW-RPT-TRAILER.
018700     02  FILLER             PIC X(01)  VALUE ' '.
018800     02  DW-RPT-TR-LABEL    PIC X(26).
018900     02  DW-RPT-TR-COUNT    PIC ZZZ,ZZ9.
019000 01  DW-RPT-OVERFLOW.
019100     02  FILLER             PIC X(01)  VALUE ' '.
019200     02  FILLER             PIC X(53)  VALUE
019300         '*** TERMINAL TABLE OVERFLOWED - OVFL NOT CHECKED ***'.
019400 01  DW-RPT-BADBDATE.
019500     02  FILLER             PIC X(01)  VALUE ' '.
019600     02  FILLER             PIC X(52)  VALUE
019700         '*** BUSINESS DATE FILE MISSING OR BAD - RC 16 ******'.
019800*-----------------------------------------------------------------
019900 PROCEDURE DIVISION.
020000*-----------------------------------------------------------------
020100* 0000-MAINLINE
020200*-----------------------------------------------------------------
020300 0000-MAINLINE.
020400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
020500     IF NOT DW-BDATE-OK
020600         PERFORM 4910-BDATE-FAILURE THRU 4910-EXIT
020700         GO TO 0000-EXIT
020800     END-IF.
020900     PERFORM 2000-TALLY-POSTING THRU 2000-EXIT
021000         UNTIL DW-HIST-EOF.
021100     PERFORM 3000-START-DRAWERS THRU 3000-EXIT.
021200     PERFORM 3100-CHECK-DRAWER THRU 3100-EXIT
021300         UNTIL DW-STL-EOF.
021400     PERFORM 4000-FINALIZE THRU 4000-EXIT.
021500 0000-EXIT.
021600     STOP RUN.
021700*-----------------------------------------------------------------
021800* 1000-INITIALIZE  -  READ THE BUSINESS DATE, OPEN THE FILES, PUT
021900*                     OUT THE REPORT HEADING AND CLEAR THE
022000*                     TERMINAL TABLE.
022100*-----------------------------------------------------------------
022200 1000-INITIALIZE.
022300     OPEN OUTPUT DRWRPT.
022400     PERFORM 1020-READ-BUSINESS-DATE THRU 1020-EXIT.
022500     IF NOT DW-BDATE-OK
022600         GO TO 1000-EXIT
022700     END-IF.
022800     MOVE DW-TODAY          TO DW-RPT-RUNDATE.
022900     WRITE DW-RPT-LINE      FROM DW-RPT-HEADING1.
023000     PERFORM 1100-CLEAR-TERMINAL THRU 1100-EXIT
023100         VARYING DW-TRM-IX FROM 1 BY 1
023200         UNTIL DW-TRM-IX > 201.
023300     MOVE ZERO              TO DW-TRM-COUNT.
023400     OPEN INPUT TRANHIST DRWSETL.
023500 1000-EXIT.
023600     EXIT.
023700*-----------------------------------------------------------------
023800* 1020-READ-BUSINESS-DATE  -  THE ONE-RECORD BDATE CONTROL FILE
023900*                             NAMES THE BUSINESS DAY BEING CLOSED
024000*                             - THE SAME DATE THE TELLERS'
024100*                             POSTINGS AND DRAWERS CARRY.
024200*-----------------------------------------------------------------
024300 1020-READ-BUSINESS-DATE.
024400     MOVE 'N'               TO DW-BDATE-OK-SW.
024500     OPEN INPUT BDATFILE.
024600     READ BDATFILE
024700         AT END
024800             GO TO 1090-BDATE-DONE
024900     END-READ.
025000     IF BD-KEY = 'BUSDATE'
025100        AND BD-BUSINESS-DATE NUMERIC
025200        AND BD-BUSINESS-DATE > ZERO
025300         MOVE BD-BUSINESS-DATE TO DW-TODAY
025400         MOVE 'Y'           TO DW-BDATE-OK-SW
025500     END-IF.
025600 1090-BDATE-DONE.
025700     CLOSE BDATFILE.
025800 1020-EXIT.
025900     EXIT.
026000*-----------------------------------------------------------------
026100* 1100-CLEAR-TERMINAL  -  ONE TABLE SLOT TO EMPTY.
026200*-----------------------------------------------------------------
026300 1100-CLEAR-TERMINAL.
026400     MOVE SPACE             TO DW-TRM-TERMID(DW-TRM-IX).
026450     MOVE SPACE             TO DW-TRM-USERID(DW-TRM-IX).
026500     MOVE ZERO              TO DW-TRM-POSTS(DW-TRM-IX).
026600     MOVE ZERO              TO DW-TRM-XFRS(DW-TRM-IX).
026700     MOVE ZERO              TO DW-TRM-NET(DW-TRM-IX).
026800     MOVE ZERO              TO DW-TRM-DRAWERS(DW-TRM-IX).
026900     MOVE ZERO              TO DW-TRM-SV-CNT(DW-TRM-IX).
027000     MOVE ZERO              TO DW-TRM-SV-NET(DW-TRM-IX).
027100 1100-EXIT.
027200     EXIT.
027300*-----------------------------------------------------------------
027400* 2000-TALLY-POSTING  -  READ ONE HISTORY RECORD; A TELLER'S
027500*                        POSTING ON THE BUSINESS DAY ROLLS INTO
027600*                        THE SLOT FOR ITS TERMINAL AND USERID
027650*                        (TH-TERMID, TH-USERID).  REVERSALS AND
027700*                        OVERRIDDEN ITEMS COUNT BY THEIR OWN DR/CR
027800*                        CODE, SO A REVERSED ITEM NETS OUT; A
027900*                        TRANSFER LEG IS COUNTED BUT MOVES NO CASH
028000*                        - THE SAME RULES CICSSTL TOTALS THE
028100*                        DRAWER BY.
028200*-----------------------------------------------------------------
028300 2000-TALLY-POSTING.
028400     READ TRANHIST
028500         AT END
028600             MOVE 'Y'       TO DW-HIST-EOF-SW
028700     END-READ.
028800     IF DW-HIST-EOF
028900         GO TO 2000-EXIT
029000     END-IF.
029100     IF TH-POST-DATE NOT = DW-TODAY
029200         GO TO 2000-EXIT
029300     END-IF.
029400     IF TH-TERMID = 'BTCH' OR TH-TERMID = 'CLRH'
029500         GO TO 2000-EXIT
029600     END-IF.
029700     ADD 1                  TO DW-POSTS-READ.
029800     MOVE TH-TERMID         TO DW-POST-TERM.
029850     MOVE TH-USERID         TO DW-POST-USER.
029900     PERFORM 2100-FIND-TERMINAL THRU 2100-EXIT.
030000     IF TH-XFR-TO OR TH-XFR-FROM
030100         ADD 1              TO DW-TRM-XFRS(DW-TRM-HIT)
030200         GO TO 2000-EXIT
030300     END-IF.
030400     IF TH-CREDIT
030500         ADD 1              TO DW-TRM-POSTS(DW-TRM-HIT)
030600         ADD TH-AMOUNT      TO DW-TRM-NET(DW-TRM-HIT)
030700     END-IF.
030800     IF TH-DEBIT
030900         ADD 1              TO DW-TRM-POSTS(DW-TRM-HIT)
031000         SUBTRACT TH-AMOUNT FROM DW-TRM-NET(DW-TRM-HIT)
031100     END-IF.
031200 2000-EXIT.
031300     EXIT.
031400*-----------------------------------------------------------------
031500* 2100-FIND-TERMINAL  -  FIND (OR CLAIM) THE TABLE SLOT FOR THE
031600*                        TERMINAL IN DW-POST-TERM AND THE USERID
031650*                        IN DW-POST-USER.  WHEN ALL 200
031700*                        REAL SLOTS ARE CLAIMED IT ROLLS INTO THE
031800*                        RESERVED 'OVFL' SLOT 201 INSTEAD.
031900*-----------------------------------------------------------------
032000 2100-FIND-TERMINAL.
032100     MOVE 'N'               TO DW-TRM-FOUND-SW.
032200     MOVE ZERO              TO DW-TRM-HIT.
032300     PERFORM 2110-MATCH-TERMINAL THRU 2110-EXIT
032400         VARYING DW-TRM-IX FROM 1 BY 1
032500         UNTIL DW-TRM-IX > DW-TRM-COUNT
032600            OR DW-TRM-FOUND.
032700     IF DW-TRM-FOUND
032800         GO TO 2100-EXIT
032900     END-IF.
033000     IF DW-TRM-COUNT < 200
033100         ADD 1              TO DW-TRM-COUNT
033200         MOVE DW-POST-TERM  TO DW-TRM-TERMID(DW-TRM-COUNT)
033250         MOVE DW-POST-USER  TO DW-TRM-USERID(DW-TRM-COUNT)
033300         MOVE DW-TRM-COUNT  TO DW-TRM-HIT
033400         MOVE 'Y'           TO DW-TRM-FOUND-SW
033500     ELSE
033600         MOVE 201           TO DW-TRM-HIT
033700         MOVE 'OVFL'        TO DW-TRM-TERMID(201)
033800     END-IF.
033900 2100-EXIT.
034000     EXIT.
034100*-----------------------------------------------------------------
034200* 2110-MATCH-TERMINAL  -  COMPARE ONE CLAIMED SLOT TO THE TERMINAL
034300*                         AND USERID WANTED.
034400*-----------------------------------------------------------------
034500 2110-MATCH-TERMINAL.
034600     IF DW-TRM-TERMID(DW-TRM-IX) = DW-POST-TERM
034650        AND DW-TRM-USERID(DW-TRM-IX) = DW-POST-USER
034700         MOVE DW-TRM-IX     TO DW-TRM-HIT
034800         MOVE 'Y'           TO DW-TRM-FOUND-SW
034900     END-IF.
035000 2110-EXIT.
035100     EXIT.
035200*-----------------------------------------------------------------
035300* 3000-START-DRAWERS  -  POSITION THE SETTLEMENT FILE AT THE
035400*                        BUSINESS DAY'S FIRST DRAWER AND PUT OUT
035500*                        THE OUT-OF-BALANCE SECTION HEADING.  NO
035600*                        DRAWER AT OR PAST THE DAY JUST MEANS NONE
035700*                        WAS SAVED.
035800*-----------------------------------------------------------------
035900 3000-START-DRAWERS.
036000     MOVE 'DRAWERS OUT OF BALANCE'  TO DW-RPT-SECT-TITLE.
036100     WRITE DW-RPT-LINE      FROM DW-RPT-SECTION.
036200     WRITE DW-RPT-LINE      FROM DW-RPT-HEADING2.
036300     MOVE 'N'               TO DW-STL-EOF-SW.
036400     MOVE DW-TODAY          TO DS-BUS-DATE.
036500     MOVE LOW-VALUE         TO DS-TERMID DS-USERID.
036600     START DRWSETL KEY >= DS-KEY
036700         INVALID KEY
036800             MOVE 'Y'       TO DW-STL-EOF-SW
036900     END-START.
037000 3000-EXIT.
037100     EXIT.
037200*-----------------------------------------------------------------
037300* 3100-CHECK-DRAWER  -  READ THE NEXT SAVED DRAWER FOR THE DAY,
037400*                       ROLL ITS POSTING TOTALS INTO THE SLOT FOR
037500*                       ITS TERMINAL AND USERID AND LIST IT IF IT
037600*                       WAS SAVED OVER OR SHORT - WITHIN THE
037700*                       TOLERANCE OR SIGNED OFF BY A SUPERVISOR,
037800*                       IT IS STILL OUT.
037900*-----------------------------------------------------------------
038000 3100-CHECK-DRAWER.
038100     READ DRWSETL NEXT RECORD
038200         AT END
038300             MOVE 'Y'       TO DW-STL-EOF-SW
038400     END-READ.
038500     IF DW-STL-EOF
038600         GO TO 3100-EXIT
038700     END-IF.
038800     IF DS-BUS-DATE NOT = DW-TODAY
038900         MOVE 'Y'           TO DW-STL-EOF-SW
039000         GO TO 3100-EXIT
039100     END-IF.
039200     ADD 1                  TO DW-DRAWERS-READ.
039300     MOVE DS-TERMID         TO DW-POST-TERM.
039350     MOVE DS-USERID         TO DW-POST-USER.
039400     PERFORM 2100-FIND-TERMINAL THRU 2100-EXIT.
039500     IF DW-TRM-HIT NOT = 201
039600         ADD 1              TO DW-TRM-DRAWERS(DW-TRM-HIT)
039700         ADD DS-CREDIT-CNT  TO DW-TRM-SV-CNT(DW-TRM-HIT)
039800         ADD DS-DEBIT-CNT   TO DW-TRM-SV-CNT(DW-TRM-HIT)
039900         ADD DS-CREDIT-AMT  TO DW-TRM-SV-NET(DW-TRM-HIT)
040000         SUBTRACT DS-DEBIT-AMT FROM DW-TRM-SV-NET(DW-TRM-HIT)
040100     END-IF.
040200     IF DS-DIFF = ZERO
040300         GO TO 3100-EXIT
040400     END-IF.
040500     ADD 1                  TO DW-DRAWERS-OUT.
040600     MOVE DS-TERMID         TO DW-RD-TERMID.
040700     MOVE DS-USERID         TO DW-RD-USERID.
040800     MOVE DS-STATUS         TO DW-RD-STATUS.
040900     MOVE DS-SUPV-ID        TO DW-RD-SUPV.
041000     MOVE DS-EXPECTED       TO DW-RD-EXPECTED.
041100     MOVE DS-COUNTED        TO DW-RD-COUNTED.
041200     MOVE DS-DIFF           TO DW-RD-DIFF.
041300     IF DS-SIGNED-OFF
041400         MOVE 'SUPERVISOR SIGNED OFF' TO DW-RD-NOTE
041500     ELSE
041600         IF DS-IN-TOLERANCE
041700             MOVE 'WITHIN TOLERANCE' TO DW-RD-NOTE
041800         ELSE
041900             MOVE 'NO SIGN-OFF ON FILE' TO DW-RD-NOTE
042000         END-IF
042100     END-IF.
042200     WRITE DW-RPT-LINE      FROM DW-RPT-DRAWER.
042300 3100-EXIT.
042400     EXIT.
042500*-----------------------------------------------------------------
042600* 4000-FINALIZE  -  WALK THE TERMINAL TABLE TWICE - ONCE FOR
042700*                   TELLERS WHOSE POSTINGS NO LONGER AGREE WITH
042800*                   THEIR SAVED DRAWER (STILL PART OF THE
042900*                   OUT-OF-BALANCE SECTION), ONCE FOR TELLERS WHO
043000*                   POSTED BUT NEVER SETTLED - THEN PRINT THE
043100*                   TRAILER COUNTS, SET THE RETURN CODE AND CLOSE
043200*                   EVERYTHING.
043300*-----------------------------------------------------------------
043400 4000-FINALIZE.
043500     PERFORM 4100-CHECK-LATE THRU 4100-EXIT
043600         VARYING DW-TRM-IX FROM 1 BY 1
043700         UNTIL DW-TRM-IX > DW-TRM-COUNT.
043800     IF DW-DRAWERS-OUT = ZERO AND DW-TERMS-LATE = ZERO
043900         WRITE DW-RPT-LINE  FROM DW-RPT-NONE
044000     END-IF.
044100     MOVE 'TELLERS WHO POSTED BUT NEVER SETTLED'
044200                            TO DW-RPT-SECT-TITLE.
044300     WRITE DW-RPT-LINE      FROM DW-RPT-SECTION.
044400     WRITE DW-RPT-LINE      FROM DW-RPT-HEADING3.
044500     PERFORM 4200-CHECK-UNSETTLED THRU 4200-EXIT
044600         VARYING DW-TRM-IX FROM 1 BY 1
044700         UNTIL DW-TRM-IX > DW-TRM-COUNT.
044800     IF DW-TERMS-UNSETTLED = ZERO
044900         WRITE DW-RPT-LINE  FROM DW-RPT-NONE
045000     END-IF.
045100     MOVE 'TELLER POSTINGS READ  . .' TO DW-RPT-TR-LABEL.
045200     MOVE DW-POSTS-READ     TO DW-RPT-TR-COUNT.
045300     WRITE DW-RPT-LINE      FROM DW-RPT-TRAILER.
045400     MOVE 'DRAWERS SAVED . . . . . .' TO DW-RPT-TR-LABEL.
045500     MOVE DW-DRAWERS-READ   TO DW-RPT-TR-COUNT.
045600     WRITE DW-RPT-LINE      FROM DW-RPT-TRAILER.
045700     MOVE 'DRAWERS OUT OF BALANCE  .' TO DW-RPT-TR-LABEL.
045800     MOVE DW-DRAWERS-OUT    TO DW-RPT-TR-COUNT.
045900     WRITE DW-RPT-LINE      FROM DW-RPT-TRAILER.
046000     MOVE 'POSTED AFTER SETTLEMENT .' TO DW-RPT-TR-LABEL.
046100     MOVE DW-TERMS-LATE     TO DW-RPT-TR-COUNT.
046200     WRITE DW-RPT-LINE      FROM DW-RPT-TRAILER.
046300     MOVE 'TELLERS NEVER SETTLED . .' TO DW-RPT-TR-LABEL.
046400     MOVE DW-TERMS-UNSETTLED TO DW-RPT-TR-COUNT.
046500     WRITE DW-RPT-LINE      FROM DW-RPT-TRAILER.
046600     IF DW-TRM-POSTS(201) NOT = ZERO
046700        OR DW-TRM-XFRS(201) NOT = ZERO
046800         WRITE DW-RPT-LINE  FROM DW-RPT-OVERFLOW
046900         MOVE 4             TO RETURN-CODE
047000     END-IF.
047100     IF DW-DRAWERS-OUT > ZERO
047200        OR DW-TERMS-LATE > ZERO
047300        OR DW-TERMS-UNSETTLED > ZERO
047400         MOVE 4             TO RETURN-CODE
047500     END-IF.
047600     CLOSE TRANHIST DRWSETL DRWRPT.
047700 4000-EXIT.
047800     EXIT.
047900*-----------------------------------------------------------------
048000* 4100-CHECK-LATE  -  A SETTLED TELLER WHOSE POSTINGS AT THE
048100*                     TERMINAL ON TRANHIST DIFFER FROM THE TOTALS
048200*                     THEIR DRAWER WAS SAVED WITH POSTED AGAIN
048300*                     AFTER SETTLING - THE SAVED OVER/SHORT NO
048400*                     LONGER TELLS THE WHOLE STORY.  LIST THE
048500*                     ITEMS AND NET CASH UNACCOUNTED FOR.
048600*-----------------------------------------------------------------
048700 4100-CHECK-LATE.
048800     IF DW-TRM-DRAWERS(DW-TRM-IX) = ZERO
048900         GO TO 4100-EXIT
049000     END-IF.
049100     COMPUTE DW-LATE-POSTS = DW-TRM-POSTS(DW-TRM-IX)
049200                           - DW-TRM-SV-CNT(DW-TRM-IX).
049300     COMPUTE DW-LATE-NET = DW-TRM-NET(DW-TRM-IX)
049400                         - DW-TRM-SV-NET(DW-TRM-IX).
049500     IF DW-LATE-POSTS = ZERO AND DW-LATE-NET = ZERO
049600         GO TO 4100-EXIT
049700     END-IF.
049800     ADD 1                  TO DW-TERMS-LATE.
049900     MOVE DW-TRM-TERMID(DW-TRM-IX) TO DW-RL-TERMID.
049950     MOVE DW-TRM-USERID(DW-TRM-IX) TO DW-RL-USERID.
050000     MOVE DW-LATE-POSTS     TO DW-RL-POSTS.
050100     MOVE DW-LATE-NET       TO DW-RL-NET.
050300     WRITE DW-RPT-LINE      FROM DW-RPT-LATE.
050400 4100-EXIT.
050500     EXIT.
050600*-----------------------------------------------------------------
050700* 4200-CHECK-UNSETTLED  -  A TELLER WITH POSTINGS (CASH OR
050800*                          TRANSFER) AT A TERMINAL ON THE DAY AND
050900*                          NO DRAWER SAVED THERE.
051000*-----------------------------------------------------------------
051100 4200-CHECK-UNSETTLED.
051200     IF DW-TRM-DRAWERS(DW-TRM-IX) NOT = ZERO
051300         GO TO 4200-EXIT
051400     END-IF.
051500     IF DW-TRM-POSTS(DW-TRM-IX) = ZERO
051600        AND DW-TRM-XFRS(DW-TRM-IX) = ZERO
051700         GO TO 4200-EXIT
051800     END-IF.
051900     ADD 1                  TO DW-TERMS-UNSETTLED.
052000     MOVE DW-TRM-TERMID(DW-TRM-IX) TO DW-RU-TERMID.
052050     MOVE DW-TRM-USERID(DW-TRM-IX) TO DW-RU-USERID.
052100     MOVE DW-TRM-POSTS(DW-TRM-IX)  TO DW-RU-POSTS.
052200     MOVE DW-TRM-XFRS(DW-TRM-IX)   TO DW-RU-XFRS.
052300     MOVE DW-TRM-NET(DW-TRM-IX)    TO DW-RU-NET.
052400     WRITE DW-RPT-LINE      FROM DW-RPT-UNSETTLED.
052500 4200-EXIT.
052600     EXIT.
052700*-----------------------------------------------------------------
052800* 4910-BDATE-FAILURE  -  NO TRUSTWORTHY BUSINESS DATE - SAY SO ON
052900*                        THE REPORT AND END RC=16 WITH NOTHING
053000*                        CHECKED.
053100*-----------------------------------------------------------------
053200 4910-BDATE-FAILURE.
053300     WRITE DW-RPT-LINE      FROM DW-RPT-BADBDATE.
053400     CLOSE DRWRPT.
053500     MOVE 16                TO RETURN-CODE.
053600 4910-EXIT.
053700     EXIT.
053800*-----------------------------------------------------------------
