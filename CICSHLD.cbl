000100*-----------------------------------------------------------------
000200* IDENTIFICATION DIVISION.
000300*-----------------------------------------------------------------
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    CICSHLD.
000600 AUTHOR.        R HALVERSEN.
000700 INSTALLATION.  DATA PROCESSING.
000800 DATE-WRITTEN.  10/15/2026.
000900 DATE-COMPILED.
001000*-----------------------------------------------------------------
001100* MODIFICATION HISTORY
001200*-----------------------------------------------------------------
001300* 10/15/2026 RH  NEW PROGRAM.  AMOUNT HOLDS, OPTION 12 ON THE
001400*                CICSMENU MAIN MENU (OWN TRANSACTION CICL, MAPSET
001500*                CICSMSC, MAP CICSMC).  AN OPERATOR PLACES A HOLD
001600*                ON PART OF AN ACCOUNT'S BALANCE - AN UNCLEARED
001700*                CHECK DEPOSIT, A GARNISHMENT ORDER, FUNDS PLEDGED
001800*                AGAINST A LOAN - WITH AN OPTIONAL EXPIRY DATE,
001900*                RELEASES ONE EARLY, OR VIEWS THE ACCOUNT'S HOLDS
002000*                NEXT TO ITS LEDGER AND AVAILABLE BALANCES, ON THE
002100*                NEW AMTHLD HOLD FILE (SEE HLDREC).  NO MONEY
002200*                MOVES HERE - CICSPST, CICSXFR AND THE NIGHTLY
002300*                POSTING STEPS REFUSE A DEBIT THE AVAILABLE
002400*                BALANCE (LEDGER LESS HOLDS PLUS THE OVERDRAFT
002450*                LIMIT) CANNOT COVER, AND THE NIGHTLY ACCTHLD
002500*                STEP EXPIRES HOLDS WHOSE DATE HAS PASSED.  SAME
002600*                EDIT-THEN-PF5 PATTERN AS CICSSOM:  ENTER EDITS
002700*                AND HOLDS THE UPDATE IN THE COMMAREA (SEE
002800*                HLDCA/HLDCAL), PF5 APPLIES IT, PF12 THROWS IT
002900*                AWAY.  VIEW IS GATED ON THE SECFIL INQUIRY
003000*                SWITCH, PLACE AND RELEASE ON THE MAINTENANCE
003100*                SWITCH.
003200*-----------------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400*-----------------------------------------------------------------
003500 DATA DIVISION.
003600 WORKING-STORAGE SECTION.
003700*-----------------------------------------------------------------
003800* SYMBOLIC MAP FOR MAPSET CICSMSC, MAP CICSMC.
003900*-----------------------------------------------------------------
004000     COPY CICSMC.
004100*-----------------------------------------------------------------
004200* CICS-SUPPLIED AID VALUES (DFHENTER, DFHPF1-24, DFHCLEAR, ETC.)
004300* FOR TESTING EIBAID AGAINST THE PF KEY THE OPERATOR PRESSED.
004400*-----------------------------------------------------------------
004500     COPY DFHAID.
004600*-----------------------------------------------------------------
004700* AMOUNT HOLD RECORD (VSAM KSDS, FILE AMTHLD).  KEY IS THE
004800* ACCOUNT AND HOLD NUMBER.  SHARED WITH THE POSTING PROGRAMS THAT
004900* TOTAL AN ACCOUNT'S ACTIVE HOLDS AND THE NIGHTLY ACCTHLD STEP
005000* THAT EXPIRES THEM.
005100*-----------------------------------------------------------------
005200     COPY HLDREC.
005300*-----------------------------------------------------------------
005400* ACCOUNT MASTER RECORD (VSAM KSDS, FILE ACCTMS) - READ (NEVER
005500* UPDATED) TO PROVE THE ACCOUNT EXISTS AND FOR ITS LEDGER BALANCE.
005600*-----------------------------------------------------------------
005700     COPY ACCTREC.
005800*-----------------------------------------------------------------
005900* AUDIT TRAIL RECORD WRITTEN TO TD QUEUE AUDT EVERY TIME THIS
006000* TRANSACTION RUNS.
006100*-----------------------------------------------------------------
006200     COPY AUDREC.
006300*-----------------------------------------------------------------
006400* COMMAREA WORKING COPY.  THE COMMON PREFIX MATCHES THE CICSCA
006500* LAYOUT EVERY PROGRAM IN THE SUITE CARRIES; THE HL-PEND FIELDS
006600* HOLD THE EDITED UPDATE WAITING FOR THE OPERATOR'S PF5.
006700*-----------------------------------------------------------------
006800     COPY HLDCA.
006900*-----------------------------------------------------------------
007000* STANDALONE WORK FIELDS.
007100*-----------------------------------------------------------------
007200 77  HL-MAPSET              PIC X(08)  VALUE 'CICSMSC'.
007300 77  HL-MAPNAME             PIC X(08)  VALUE 'CICSMC'.
007400 77  HL-HOLDFILE            PIC X(08)  VALUE 'AMTHLD'.
007500 77  HL-ACCTFILE            PIC X(08)  VALUE 'ACCTMS'.
007600 77  HL-AUDITQ              PIC X(04)  VALUE 'AUDT'.
007700 77  HL-CALEN               PIC S9(04) COMP.
007800 77  HL-RESP                PIC S9(08) COMP.
007900 77  HL-RESP2               PIC S9(08) COMP.
008000 77  HL-SECFILE             PIC X(08)  VALUE 'SECFIL'.
008100 77  HL-BDFILE              PIC X(08)  VALUE 'BDATE'.
008200 77  HL-TODAY               PIC 9(08)  VALUE ZERO.
008300 77  HL-BDATE-OK-SW         PIC X(01)  VALUE 'N'.
008400     88  HL-BDATE-OK        VALUE 'Y'.
008500 77  HL-EDIT-OK-SW          PIC X(01)  VALUE 'N'.
008600     88  HL-EDIT-OK         VALUE 'Y'.
008700 77  HL-DATE-OK-SW          PIC X(01)  VALUE 'N'.
008800     88  HL-DATE-OK         VALUE 'Y'.
008900 77  HL-ACCT-OK-SW          PIC X(01)  VALUE 'N'.
009000     88  HL-ACCT-OK         VALUE 'Y'.
009100 77  HL-LEAP-SW             PIC X(01)  VALUE 'N'.
009200     88  HL-LEAP            VALUE 'Y'.
009300 77  HL-BRDONE-SW           PIC X(01)  VALUE 'N'.
009400     88  HL-BRDONE          VALUE 'Y'.
009500 77  HL-MORE-SW             PIC X(01)  VALUE 'N'.
009600     88  HL-MORE            VALUE 'Y'.
009700 77  HL-WK-ACTION           PIC X(01)  VALUE SPACE.
009800 77  HL-WK-ACCT             PIC X(10)  VALUE SPACE.
009900 77  HL-WK-HOLD             PIC X(02)  VALUE SPACE.
010000 77  HL-WK-AMT              PIC 9(9)V99 VALUE ZERO.
010100 77  HL-WK-REASON           PIC X(02)  VALUE SPACE.
010200 77  HL-WK-EXPIRY           PIC 9(08)  VALUE ZERO.
010300 77  HL-START-NO            PIC 9(02)  VALUE ZERO.
010400 77  HL-LAST-NO             PIC 9(02)  VALUE ZERO.
010500 77  HL-ROW-IX              PIC 9(03) COMP VALUE ZERO.
010600 77  HL-HOLD-TOT            PIC S9(11)V99 COMP-3 VALUE ZERO.
010700 77  HL-AVAIL-BAL           PIC S9(11)V99 COMP-3 VALUE ZERO.
010720 77  HL-HOLD-FAIL-SW        PIC X(01)  VALUE 'N'.
010740     88  HL-HOLD-FAIL       VALUE 'Y'.
010800 77  HL-DISP-BAL            PIC -(11)9.99.
010900 77  HL-MONTH-LEN           PIC 9(02)  VALUE ZERO.
011000 77  HL-REM                 PIC 9(04)  VALUE ZERO.
011100 77  HL-QUOT                PIC 9(04)  VALUE ZERO.
011200     COPY CICSMSG REPLACING ==MS-ERRTEXT==    BY ==HL-ERRTEXT==
011300         ==MS-NOAUTHTEXT== BY ==HL-NOAUTHTEXT==.
011400*-----------------------------------------------------------------
011500* REDEFINED VIEW OF THE KEYED AMOUNT - ALL DIGITS, LAST TWO ARE
011600* CENTS - AND THE SAME AREA DRESSES THE ON-FILE AMOUNT FOR
011700* DISPLAY, SO WHAT IS SHOWN CAN BE KEYED BACK UNCHANGED.
011800*-----------------------------------------------------------------
011900 01  HL-AMT-IN              PIC X(11).
012000 01  HL-AMT-IN-R REDEFINES HL-AMT-IN
012100                            PIC 9(9)V99.
012200*-----------------------------------------------------------------
012300* A KEYED DATE, CHARACTER AND NUMERIC VIEWS.
012400*-----------------------------------------------------------------
012500 01  HL-DATE-IN             PIC X(08).
012600 01  HL-DATE-IN-R REDEFINES HL-DATE-IN
012700                            PIC 9(08).
012800*-----------------------------------------------------------------
012900* BROKEN-OUT VIEW OF A DATE BEING CHECKED.
013000*-----------------------------------------------------------------
013100 01  HL-WORK-DATE.
013200     02  HL-WK-YEAR         PIC 9(04).
013300     02  HL-WK-MONTH        PIC 9(02).
013400     02  HL-WK-DAY          PIC 9(02).
013500 01  HL-WORK-DATE-N REDEFINES HL-WORK-DATE
013600                            PIC 9(08).
013700*-----------------------------------------------------------------
013800* MONTH LENGTH TABLE (NON-LEAP) - SAME TABLE ACCTEOD CARRIES.
013900* FEBRUARY IS ADJUSTED AT RUN TIME IN A LEAP YEAR.
014000*-----------------------------------------------------------------
014100 01  HL-MONTH-TABLE.
014200     02  FILLER             PIC X(24)  VALUE
014300         '312831303130313130313031'.
014400 01  HL-MONTH-TABLE-R REDEFINES HL-MONTH-TABLE.
014500     02  HL-MONTH-DAYS      PIC 9(02)  OCCURS 12 TIMES.
014600*-----------------------------------------------------------------
014700* ONE LINE OF THE HOLD LIST, LINED UP UNDER THE MAP HEADING.
014800*-----------------------------------------------------------------
014900 01  HL-LINE-OUT.
015000     02  HL-LN-NO           PIC X(02).
015100     02  FILLER             PIC X(02).
015200     02  HL-LN-AMT          PIC ZZZ,ZZZ,ZZ9.99.
015300     02  FILLER             PIC X(02).
015400     02  HL-LN-REASON       PIC X(02).
015500     02  FILLER             PIC X(02).
015600     02  HL-LN-PLACED-BY    PIC X(08).
015700     02  FILLER             PIC X(02).
015800     02  HL-LN-PLACED-DATE  PIC X(08).
015900     02  FILLER             PIC X(02).
016000     02  HL-LN-EXPIRY       PIC X(08).
016100     02  FILLER             PIC X(02).
016200     02  HL-LN-STATUS       PIC X(01).
016300     02  FILLER             PIC X(02).
016400     02  HL-LN-REL-USERID   PIC X(08).
016500     02  FILLER             PIC X(02).
016600     02  HL-LN-REL-DATE     PIC X(08).
016700     02  FILLER             PIC X(04).
016800*-----------------------------------------------------------------
016900* OPERATOR SECURITY RECORD (VSAM KSDS, FILE SECFIL) - READ ON
017000* FIRST ENTRY FOR THE SIGNED-ON USERID'S FUNCTION AUTHORITY.
017100*-----------------------------------------------------------------
017200     COPY SECREC.
017300*-----------------------------------------------------------------
017400* BUSINESS-DATE CONTROL RECORD (VSAM KSDS, FILE BDATE) - A HOLD IS
017500* ACTIVE THROUGH ITS EXPIRY DATE ON THE BUSINESS DAY, NOT THE
017600* CLOCK, AND THE DAY STAMPS A PLACE OR A RELEASE.
017700*-----------------------------------------------------------------
017800     COPY BDTREC.
017900*-----------------------------------------------------------------
018000 LINKAGE SECTION.
018100*-----------------------------------------------------------------
018200     COPY HLDCAL.
018300*-----------------------------------------------------------------
018400 PROCEDURE DIVISION.
018500*-----------------------------------------------------------------
018600* 0000-MAINLINE
018700*-----------------------------------------------------------------
018800 0000-MAINLINE.
018900     MOVE EIBCALEN          TO HL-CALEN.
019000     PERFORM 1000-LOAD-COMMAREA THRU 1000-EXIT.
019100     IF HL-CALEN = ZERO OR NOT HL-SCREEN-UP
019200         PERFORM 2000-SEND-INITIAL-MAP THRU 2000-EXIT
019300     ELSE
019400         PERFORM 3000-RECEIVE-AND-PROCESS THRU 3000-EXIT
019500     END-IF.
019600     IF HL-RESP NOT = DFHRESP(NORMAL)
019700         PERFORM 9000-SEND-ERROR-SCREEN THRU 9000-EXIT
019800         GO TO 0000-EXIT
019900     END-IF.
020000     PERFORM 1500-WRITE-AUDIT-TRAIL THRU 1500-EXIT.
020100     EXEC CICS RETURN TRANSID('CICL')
020200                     COMMAREA(HL-COMMAREA)
020300                     LENGTH(LENGTH OF HL-COMMAREA)
020400                     RESP(HL-RESP)
020500     END-EXEC.
020600     IF HL-RESP NOT = DFHRESP(NORMAL)
020700         PERFORM 9000-SEND-ERROR-SCREEN THRU 9000-EXIT
020800     END-IF.
020900     GO TO 0000-EXIT.
021000 0000-EXIT.
021100     EXIT.
021200*-----------------------------------------------------------------
021300* 1000-LOAD-COMMAREA  -  PICK UP WHATEVER CAME IN ON THE
021400*                        COMMAREA, OR START CLEAN ON FIRST ENTRY.
021500*                        CICSMENU HANDS IN ONLY THE COMMON
021600*                        CICSCA-LENGTH PREFIX; OUR OWN RETURN
021700*                        HANDS BACK THE FULL HL-COMMAREA WITH THE
021800*                        PENDING-UPDATE FIELDS, SO THE EXTENSION
021900*                        IS ONLY PICKED UP WHEN THE WHOLE THING
022000*                        ARRIVED.
022100*-----------------------------------------------------------------
022200 1000-LOAD-COMMAREA.
022300     IF HL-CALEN = ZERO
022400         MOVE SPACE         TO HL-COMMAREA
022500         MOVE 'N'           TO HL-PEND-SW
022600         EXEC CICS ASSIGN USERID(HL-USERID)
022700         END-EXEC
022800         PERFORM 2600-CHECK-AUTHORIZATION THRU 2600-EXIT
022900         GO TO 1000-EXIT
023000     END-IF.
023100     MOVE HL-IN-LAST-ACTION TO HL-LAST-ACTION.
023200     MOVE HL-IN-USERID      TO HL-USERID.
023300     MOVE HL-IN-AUTH-INQ-SW TO HL-AUTH-INQ-SW.
023400     MOVE HL-IN-AUTH-MNT-SW TO HL-AUTH-MNT-SW.
023500     MOVE HL-IN-AUTH-PST-SW TO HL-AUTH-PST-SW.
023600     MOVE HL-IN-AUTH-ADM-SW TO HL-AUTH-ADM-SW.
023700     MOVE HL-IN-SCREEN-SW   TO HL-SCREEN-SW.
023800     MOVE HL-IN-PICK-SW     TO HL-PICK-SW.
023900     MOVE HL-IN-PICK-ACCT   TO HL-PICK-ACCT.
024000     IF HL-CALEN = LENGTH OF HL-COMMAREA
024100         MOVE HL-INP-PEND-SW TO HL-PEND-SW
024200         MOVE HL-INP-ACTION  TO HL-PEND-ACTION
024300         MOVE HL-INP-ACCT    TO HL-PEND-ACCT
024400         MOVE HL-INP-HOLD    TO HL-PEND-HOLD
024500         MOVE HL-INP-AMT     TO HL-PEND-AMT
024600         MOVE HL-INP-REASON  TO HL-PEND-REASON
024700         MOVE HL-INP-EXPIRY  TO HL-PEND-EXPIRY
024800     ELSE
024900         MOVE 'N'           TO HL-PEND-SW
025000         MOVE SPACE         TO HL-PEND-ACTION
025100                               HL-PEND-ACCT
025200                               HL-PEND-HOLD
025300                               HL-PEND-REASON
025400         MOVE ZERO          TO HL-PEND-AMT
025500                               HL-PEND-EXPIRY
025600     END-IF.
025700 1000-EXIT.
025800     EXIT.
025900*-----------------------------------------------------------------
026000* 1500-WRITE-AUDIT-TRAIL  -  LOG THIS INVOCATION TO THE AUDIT
026100*                            TRAIL TD QUEUE - USERID, TERMID AND
026200*                            TIMESTAMP - SAME ENTRY THE REST OF
026300*                            THE SUITE WRITES.
026400*-----------------------------------------------------------------
026500 1500-WRITE-AUDIT-TRAIL.
026600     MOVE EIBTRNID          TO AU-TRANID.
026700     MOVE EIBTRMID          TO AU-TERMID.
026800     MOVE HL-USERID         TO AU-USERID.
026900     MOVE HL-LAST-ACTION    TO AU-FUNCTION.
027000*    AN APPLY COMES IN ON A MAPFAIL PF5 WITH THE SCREEN FIELDS
027100*    AT LOW-VALUES - THE ACCOUNT THAT WAS TOUCHED IS THE PENDING
027200*    ONE HELD IN THE COMMAREA.
027300     IF HL-LAST-ACTION = 'AP'
027400         MOVE HL-PEND-ACCT  TO AU-ACCT-NO
027500     ELSE
027600         MOVE HLDACCTI      TO AU-ACCT-NO
027700     END-IF.
027800     MOVE EIBDATE           TO AU-DATE.
027900     MOVE EIBTIME           TO AU-TIME.
028000     EXEC CICS WRITEQ TD QUEUE(HL-AUDITQ)
028100                    FROM(AU-AUDIT-RECORD)
028200                    LENGTH(LENGTH OF AU-AUDIT-RECORD)
028300     END-EXEC.
028400 1500-EXIT.
028500     EXIT.
028600*-----------------------------------------------------------------
028700* 1700-GET-BUSINESS-DATE  -  READ THE ONE-RECORD BDATE CONTROL
028800*                            FILE.  SAME RULE AS CICSPST - NEVER
028900*                            THE CLOCK, NOT EVEN AS A FALLBACK.
029000*                            A RECORD THAT CANNOT BE READ (OR
029100*                            CARRIES GARBAGE) LEAVES THE OK
029200*                            SWITCH DOWN AND THE ACTION IS
029300*                            REFUSED.
029400*-----------------------------------------------------------------
029500 1700-GET-BUSINESS-DATE.
029600     MOVE 'N'               TO HL-BDATE-OK-SW.
029700     MOVE 'BUSDATE'         TO BD-KEY.
029800     EXEC CICS READ FILE(HL-BDFILE)
029900                    INTO(BD-CONTROL-RECORD)
030000                    RIDFLD(BD-KEY)
030100                    KEYLENGTH(LENGTH OF BD-KEY)
030200                    RESP(HL-RESP)
030300     END-EXEC.
030400     IF HL-RESP NOT = DFHRESP(NORMAL)
030500         MOVE DFHRESP(NORMAL) TO HL-RESP
030600         GO TO 1700-EXIT
030700     END-IF.
030800     IF BD-BUSINESS-DATE NUMERIC
030900        AND BD-BUSINESS-DATE > ZERO
031000         MOVE BD-BUSINESS-DATE TO HL-TODAY
031100         MOVE 'Y'           TO HL-BDATE-OK-SW
031200     END-IF.
031300 1700-EXIT.
031400     EXIT.
031500*-----------------------------------------------------------------
031600* 2600-CHECK-AUTHORIZATION  -  READ THE SECFIL SECURITY FILE FOR
031700*                              THE SIGNED-ON USERID'S AUTHORITY
031800*                              BY FUNCTION.  NO RECORD MEANS NO
031900*                              AUTHORITY AT ALL.  CICL IS ALSO
032000*                              REACHABLE DIRECTLY AS ITS OWN
032100*                              TRANSACTION, SO THIS PROGRAM DOES
032200*                              THE SAME READ CICSMENU DOES ON ITS
032300*                              OWN FIRST ENTRY.
032400*-----------------------------------------------------------------
032500 2600-CHECK-AUTHORIZATION.
032600     MOVE 'N'               TO HL-AUTH-INQ-SW HL-AUTH-MNT-SW
032700                               HL-AUTH-PST-SW HL-AUTH-ADM-SW.
032800     MOVE HL-USERID         TO SC-USERID.
032900     EXEC CICS READ FILE(HL-SECFILE)
033000                    INTO(SC-SECURITY-RECORD)
033100                    RIDFLD(SC-USERID)
033200                    KEYLENGTH(LENGTH OF SC-USERID)
033300                    RESP(HL-RESP)
033400     END-EXEC.
033500     IF HL-RESP NOT = DFHRESP(NORMAL)
033600         MOVE DFHRESP(NORMAL) TO HL-RESP
033700         GO TO 2600-EXIT
033800     END-IF.
033900     MOVE SC-INQ-SW         TO HL-AUTH-INQ-SW.
034000     MOVE SC-MNT-SW         TO HL-AUTH-MNT-SW.
034100     MOVE SC-PST-SW         TO HL-AUTH-PST-SW.
034200     MOVE SC-ADM-SW         TO HL-AUTH-ADM-SW.
034300 2600-EXIT.
034400     EXIT.
034500*-----------------------------------------------------------------
034600* 2000-SEND-INITIAL-MAP  -  FIRST ENTRY - PAINT A BLANK HOLD
034700*                           SCREEN WITH NOTHING PENDING.
034800*-----------------------------------------------------------------
034900 2000-SEND-INITIAL-MAP.
035000     MOVE LOW-VALUE         TO CICSMCO.
035100     MOVE SPACE             TO HLDACTO.
035200     MOVE SPACE             TO HLDACCTO.
035300     MOVE SPACE             TO HLDNOO.
035400     MOVE SPACE             TO HLDAMTO.
035500     MOVE SPACE             TO HLDRSNO.
035600     MOVE SPACE             TO HLDEXPO.
035700     PERFORM 4900-CLEAR-HOLD-INFO THRU 4900-EXIT.
035800     MOVE SPACE             TO HLDMSGO.
035900     MOVE HL-USERID         TO HLDUSERO.
036000     MOVE 'FT'              TO HL-LAST-ACTION.
036100     MOVE 'Y'               TO HL-SCREEN-SW.
036200     MOVE 'N'               TO HL-PEND-SW.
036300     EXEC CICS SEND MAP(HL-MAPNAME)
036400                    MAPSET(HL-MAPSET)
036500                    FROM(CICSMCO)
036600                    ERASE
036700                    RESP(HL-RESP)
036800     END-EXEC.
036900 2000-EXIT.
037000     EXIT.
037100*-----------------------------------------------------------------
037200* 3000-RECEIVE-AND-PROCESS  -  RE-ENTRY - RECEIVE WHAT THE
037300*                              OPERATOR KEYED AND ACT ON THE AID
037400*                              KEY.  ENTER EDITS, PF5 CONFIRMS
037500*                              AND APPLIES, PF12 CANCELS, PF3
037600*                              GOES BACK TO THE MENU.
037700*-----------------------------------------------------------------
037800 3000-RECEIVE-AND-PROCESS.
037900     EXEC CICS RECEIVE MAP(HL-MAPNAME)
038000                       MAPSET(HL-MAPSET)
038100                       INTO(CICSMCI)
038200                       RESP(HL-RESP)
038300     END-EXEC.
038400     IF HL-RESP = DFHRESP(MAPFAIL)
038500*        PF3, THE CONFIRMING PF5 AND THE PF12 CANCEL NEED NO
038600*        SCREEN FIELDS - THEY FALL THROUGH WITH A CLEARED INPUT
038700*        MAP, SAME HANDLING AS CICSSOM.
038800         IF EIBAID = DFHPF3 OR EIBAID = DFHPF5
038900            OR EIBAID = DFHPF12
039000             MOVE LOW-VALUE     TO CICSMCI
039100*            THE AUDIT TRAIL'S ACCOUNT IS A CHARACTER FIELD THE
039200*            BATCH SIDE READS BACK - SPACES, NEVER X'00'S.
039300             MOVE SPACE         TO HLDACCTI
039400         ELSE
039500             MOVE 'NO DATA WAS KEYED - RE-ENTER' TO HLDMSGO
039600             MOVE HL-USERID         TO HLDUSERO
039700             EXEC CICS SEND MAP(HL-MAPNAME)
039800                            MAPSET(HL-MAPSET)
039900                            FROM(CICSMCO)
040000                            DATAONLY
040100                            RESP(HL-RESP)
040200             END-EXEC
040300             GO TO 3000-EXIT
040400         END-IF
040500     END-IF.
040600     IF EIBAID = DFHPF3
040700         MOVE 'MN'          TO HL-LAST-ACTION
040800         MOVE 'N'           TO HL-SCREEN-SW
040900         PERFORM 1500-WRITE-AUDIT-TRAIL THRU 1500-EXIT
041000         EXEC CICS XCTL PROGRAM('CICSMENU')
041100                        COMMAREA(HL-COMMAREA)
041200                        LENGTH(LENGTH OF HL-COMMAREA)
041300                        RESP(HL-RESP)
041400         END-EXEC
041500         IF HL-RESP NOT = DFHRESP(NORMAL)
041600             PERFORM 9000-SEND-ERROR-SCREEN THRU 9000-EXIT
041700         END-IF
041800         GO TO 3000-EXIT
041900     END-IF.
042000     MOVE SPACE             TO HLDMSGO.
042100     MOVE HL-USERID         TO HLDUSERO.
042200     IF NOT HL-INQ-AUTH AND NOT HL-MNT-AUTH
042300         MOVE HL-NOAUTHTEXT TO HLDMSGO
042400         GO TO 3800-SEND-CURRENT-MAP
042500     END-IF.
042600     IF EIBAID = DFHPF12
042700         MOVE 'N'           TO HL-PEND-SW
042800         MOVE SPACE         TO HL-PEND-ACTION
042900         MOVE 'PENDING UPDATE CANCELLED - NOTHING APPLIED'
043000                            TO HLDMSGO
043100         GO TO 3800-SEND-CURRENT-MAP
043200     END-IF.
043300     IF EIBAID = DFHPF5
043400*        ONLY A MAINTENANCE OPERATOR CAN HAVE AN UPDATE PENDING -
043500*        THE EDIT REFUSES A PLACE OR RELEASE TO ANYONE ELSE.
043600         IF HL-PEND-READY AND HL-MNT-AUTH
043700             PERFORM 5000-APPLY-UPDATE THRU 5000-EXIT
043800         ELSE
043900             MOVE 'NOTHING PENDING - KEY THE DATA AND PRESS ENTER'
044000                            TO HLDMSGO
044100         END-IF
044200         GO TO 3800-SEND-CURRENT-MAP
044300     END-IF.
044400     PERFORM 4000-EDIT-INPUT THRU 4000-EXIT.
044500 3800-SEND-CURRENT-MAP.
044600     EXEC CICS SEND MAP(HL-MAPNAME)
044700                    MAPSET(HL-MAPSET)
044800                    FROM(CICSMCO)
044900                    DATAONLY
045000                    RESP(HL-RESP)
045100     END-EXEC.
045200 3000-EXIT.
045300     EXIT.
045400*-----------------------------------------------------------------
045500* 4000-EDIT-INPUT  -  FIELD-EDIT WHAT THE OPERATOR KEYED.  ONLY
045600*                     WHEN EVERY EDIT PASSES IS A PLACE OR RELEASE
045700*                     SAVED IN THE COMMAREA AS PENDING, WAITING
045800*                     FOR PF5 - THE HOLD FILE IS NEVER UPDATED
045900*                     FROM HERE.  A VIEW JUST LISTS THE ACCOUNT'S
046000*                     HOLDS.
046100*-----------------------------------------------------------------
046200 4000-EDIT-INPUT.
046300     MOVE 'HL'              TO HL-LAST-ACTION.
046400     MOVE 'N'               TO HL-EDIT-OK-SW.
046500     MOVE 'N'               TO HL-PEND-SW.
046600     MOVE HLDACTI           TO HL-WK-ACTION.
046700     IF HL-WK-ACTION NOT = 'P' AND HL-WK-ACTION NOT = 'R'
046800        AND HL-WK-ACTION NOT = 'V'
046900         MOVE 'ACTION MUST BE P, R OR V' TO HLDMSGO
047000         GO TO 4000-EXIT
047100     END-IF.
047200     IF HL-WK-ACTION = 'V' AND NOT HL-INQ-AUTH
047300         MOVE HL-NOAUTHTEXT TO HLDMSGO
047400         GO TO 4000-EXIT
047500     END-IF.
047600     IF HL-WK-ACTION NOT = 'V' AND NOT HL-MNT-AUTH
047700         MOVE HL-NOAUTHTEXT TO HLDMSGO
047800         GO TO 4000-EXIT
047900     END-IF.
048000     MOVE HLDACCTI          TO HL-WK-ACCT.
048100     INSPECT HL-WK-ACCT REPLACING ALL LOW-VALUE BY SPACE.
048200     IF HL-WK-ACCT = SPACE
048300         MOVE 'ACCOUNT NUMBER IS REQUIRED' TO HLDMSGO
048400         GO TO 4000-EXIT
048500     END-IF.
048600     IF HL-WK-ACCT NOT NUMERIC
048700         MOVE 'ACCOUNT NUMBER MUST BE ALL DIGITS' TO HLDMSGO
048800         GO TO 4000-EXIT
048900     END-IF.
049000*    A ONE-DIGIT HOLD NUMBER IS TAKEN AS KEYED - 7 IS 07.
049100     MOVE HLDNOI            TO HL-WK-HOLD.
049200     INSPECT HL-WK-HOLD REPLACING ALL LOW-VALUE BY SPACE.
049300     IF HL-WK-HOLD(2:1) = SPACE AND HL-WK-HOLD(1:1) NOT = SPACE
049400         MOVE HL-WK-HOLD(1:1) TO HL-WK-HOLD(2:1)
049500         MOVE '0'           TO HL-WK-HOLD(1:1)
049600     END-IF.
049700     IF HL-WK-HOLD NOT = SPACE
049800         IF HL-WK-HOLD NOT NUMERIC OR HL-WK-HOLD = '00'
049900             MOVE 'HOLD NUMBER MUST BE 01 THROUGH 99' TO HLDMSGO
050000             GO TO 4000-EXIT
050100         END-IF
050200         MOVE HL-WK-HOLD    TO HLDNOO
050300     END-IF.
050400     PERFORM 4900-CLEAR-HOLD-INFO THRU 4900-EXIT.
050500     PERFORM 1700-GET-BUSINESS-DATE THRU 1700-EXIT.
050600     IF NOT HL-BDATE-OK
050700         MOVE 'BUSINESS DATE UNAVAILABLE - TRY AGAIN LATER'
050800                            TO HLDMSGO
050900         GO TO 4000-EXIT
051000     END-IF.
051100     EVALUATE HL-WK-ACTION
051200         WHEN 'P'
051300             PERFORM 4100-EDIT-PLACE THRU 4100-EXIT
051400         WHEN 'R'
051500             PERFORM 4200-EDIT-RELEASE THRU 4200-EXIT
051600         WHEN OTHER
051700             PERFORM 4300-EDIT-VIEW THRU 4300-EXIT
051800     END-EVALUATE.
051900     IF NOT HL-EDIT-OK
052000         GO TO 4000-EXIT
052100     END-IF.
052200     MOVE 'Y'               TO HL-PEND-SW.
052300     MOVE HL-WK-ACTION      TO HL-PEND-ACTION.
052400     MOVE HL-WK-ACCT        TO HL-PEND-ACCT.
052500     MOVE HL-WK-HOLD        TO HL-PEND-HOLD.
052600     MOVE HL-WK-AMT         TO HL-PEND-AMT.
052700     MOVE HL-WK-REASON      TO HL-PEND-REASON.
052800     MOVE HL-WK-EXPIRY      TO HL-PEND-EXPIRY.
052900 4000-EXIT.
053000     EXIT.
053100*-----------------------------------------------------------------
053200* 4100-EDIT-PLACE  -  THE ACCOUNT MUST BE ON THE MASTER AND OPEN,
053300*                     THE AMOUNT AND REASON ARE REQUIRED, AND AN
053400*                     EXPIRY DATE, IF KEYED, MUST BE A REAL DATE
053500*                     NO EARLIER THAN THE BUSINESS DAY.  THE HOLD
053600*                     NUMBER IS GIVEN OUT AT THE APPLY.  A HOLD
053700*                     MAY TAKE THE AVAILABLE BALANCE BELOW ZERO -
053800*                     A GARNISHMENT ORDER IS FOR WHAT IT SAYS, NOT
053900*                     WHAT THE ACCOUNT HAPPENS TO HOLD TODAY.
054000*-----------------------------------------------------------------
054100 4100-EDIT-PLACE.
054200     IF HL-WK-HOLD NOT = SPACE
054300         MOVE 'LEAVE HOLD NO BLANK ON A PLACE - IT IS ASSIGNED'
054400                            TO HLDMSGO
054500         GO TO 4100-EXIT
054600     END-IF.
054700     PERFORM 4700-CHECK-ACCOUNT THRU 4700-EXIT.
054800     IF NOT HL-ACCT-OK
054900         GO TO 4100-EXIT
055000     END-IF.
055100     IF AC-CLOSED
055200         MOVE 'ACCOUNT IS CLOSED - NO HOLD CAN BE PLACED'
055300                            TO HLDMSGO
055400         GO TO 4100-EXIT
055500     END-IF.
055600     MOVE ZERO              TO HL-START-NO.
055700     PERFORM 4400-LIST-HOLDS THRU 4400-EXIT.
055800     IF HLDAMTI = SPACE OR HLDAMTI = LOW-VALUE
055900         MOVE 'AMOUNT IS REQUIRED ON A PLACE' TO HLDMSGO
056000         GO TO 4100-EXIT
056100     END-IF.
056200     MOVE HLDAMTI           TO HL-AMT-IN.
056300     INSPECT HL-AMT-IN REPLACING ALL LOW-VALUE BY ZERO
056400                                 ALL SPACE BY ZERO.
056500     IF HL-AMT-IN NOT NUMERIC
056600         MOVE 'AMOUNT MUST BE ALL DIGITS - LAST 2 ARE CENTS'
056700                            TO HLDMSGO
056800         GO TO 4100-EXIT
056900     END-IF.
057000     MOVE HL-AMT-IN-R       TO HL-WK-AMT.
057100     IF HL-WK-AMT = ZERO
057200         MOVE 'AMOUNT MUST NOT BE ZERO' TO HLDMSGO
057300         GO TO 4100-EXIT
057400     END-IF.
057500     MOVE HLDRSNI           TO HL-WK-REASON.
057600     INSPECT HL-WK-REASON REPLACING ALL LOW-VALUE BY SPACE.
057700     MOVE HL-WK-REASON      TO HD-REASON.
057800     IF NOT HD-REASON-VALID
057900         MOVE 'REASON MUST BE CK, GN, PL OR OT' TO HLDMSGO
058000         GO TO 4100-EXIT
058100     END-IF.
058200     MOVE ZERO              TO HL-WK-EXPIRY.
058300     IF HLDEXPI NOT = SPACE AND HLDEXPI NOT = LOW-VALUE
058400         MOVE HLDEXPI       TO HL-DATE-IN
058500         IF HL-DATE-IN NOT NUMERIC
058600             MOVE 'EXPIRY DATE MUST BE YYYYMMDD' TO HLDMSGO
058700             GO TO 4100-EXIT
058800         END-IF
058900         MOVE HL-DATE-IN-R  TO HL-WK-EXPIRY
059000     END-IF.
059100*    AN EXPIRY KEYED AS ALL ZEROS IS THE SAME AS BLANK - THE HOLD
059200*    STAYS UNTIL IT IS RELEASED.
059300     IF HL-WK-EXPIRY NOT = ZERO
059400         MOVE HL-WK-EXPIRY  TO HL-WORK-DATE-N
059500         PERFORM 4650-CHECK-DATE THRU 4650-EXIT
059600         IF NOT HL-DATE-OK
059700             MOVE 'EXPIRY DATE IS NOT A VALID DATE' TO HLDMSGO
059800             GO TO 4100-EXIT
059900         END-IF
060000         IF HL-WK-EXPIRY < HL-TODAY
060100             MOVE 'EXPIRY DATE MAY NOT BE BEFORE TODAY' TO HLDMSGO
060200             GO TO 4100-EXIT
060300         END-IF
060400     END-IF.
060500     MOVE 'Y'               TO HL-EDIT-OK-SW.
060600     MOVE 'PLACE EDITS PASSED - PRESS PF5 TO CONFIRM' TO HLDMSGO.
060700 4100-EXIT.
060800     EXIT.
060900*-----------------------------------------------------------------
061000* 4200-EDIT-RELEASE  -  THE HOLD MUST BE ON FILE AND STILL ACTIVE.
061100*                       A CLOSED ACCOUNT'S HOLDS CAN STILL BE
061200*                       RELEASED.  THE HOLD'S DETAILS ARE PUT UP
061300*                       IN THE DETAIL FIELDS FOR THE OPERATOR TO
061400*                       CHECK BEFORE PF5.
061500*-----------------------------------------------------------------
061600 4200-EDIT-RELEASE.
061700     IF HL-WK-HOLD = SPACE
061800         MOVE 'HOLD NUMBER IS REQUIRED ON A RELEASE' TO HLDMSGO
061900         GO TO 4200-EXIT
062000     END-IF.
062100     PERFORM 4700-CHECK-ACCOUNT THRU 4700-EXIT.
062200     IF NOT HL-ACCT-OK
062300         GO TO 4200-EXIT
062400     END-IF.
062500     MOVE HL-WK-HOLD        TO HL-START-NO.
062600     PERFORM 4400-LIST-HOLDS THRU 4400-EXIT.
062700     MOVE HL-WK-ACCT        TO HD-ACCT-NO.
062800     MOVE HL-WK-HOLD        TO HD-HOLD-NO.
062900     EXEC CICS READ FILE(HL-HOLDFILE)
063000                    INTO(HD-HOLD-RECORD)
063100                    RIDFLD(HD-KEY)
063200                    KEYLENGTH(LENGTH OF HD-KEY)
063300                    RESP(HL-RESP)
063400     END-EXEC.
063500     IF HL-RESP = DFHRESP(NOTFND)
063600         MOVE DFHRESP(NORMAL) TO HL-RESP
063700         MOVE 'HOLD NOT ON FILE FOR THIS ACCOUNT' TO HLDMSGO
063800         GO TO 4200-EXIT
063900     END-IF.
064000     IF HL-RESP NOT = DFHRESP(NORMAL)
064100         MOVE DFHRESP(NORMAL) TO HL-RESP
064200         MOVE 'FILE ERROR ON HOLD FILE - TRY AGAIN' TO HLDMSGO
064300         GO TO 4200-EXIT
064400     END-IF.
064500     MOVE HD-AMOUNT         TO HL-AMT-IN-R.
064600     MOVE HL-AMT-IN         TO HLDAMTO.
064700     MOVE HD-REASON         TO HLDRSNO.
064800     MOVE HD-EXPIRY         TO HLDEXPO.
064900     IF NOT HD-ACTIVE
065000         MOVE 'HOLD IS ALREADY RELEASED OR EXPIRED' TO HLDMSGO
065100         GO TO 4200-EXIT
065200     END-IF.
065300     IF HD-EXPIRY NOT = ZERO AND HD-EXPIRY < HL-TODAY
065400         MOVE 'HOLD HAS EXPIRED - NOTHING TO RELEASE' TO HLDMSGO
065500         GO TO 4200-EXIT
065600     END-IF.
065700     MOVE HD-AMOUNT         TO HL-WK-AMT.
065800     MOVE HD-REASON         TO HL-WK-REASON.
065900     MOVE HD-EXPIRY         TO HL-WK-EXPIRY.
066000     MOVE 'Y'               TO HL-EDIT-OK-SW.
066100     MOVE 'RELEASE EDITS PASSED - PRESS PF5 TO CONFIRM'
066200                            TO HLDMSGO.
066300 4200-EXIT.
066400     EXIT.
066500*-----------------------------------------------------------------
066600* 4300-EDIT-VIEW  -  LIST THE ACCOUNT'S HOLDS FROM THE KEYED HOLD
066700*                    NUMBER (OR THE FIRST) WITH ITS BALANCES.
066800*                    NOTHING IS LEFT PENDING, SO THE EDIT-OK
066900*                    SWITCH STAYS DOWN.
067000*-----------------------------------------------------------------
067100 4300-EDIT-VIEW.
067200     PERFORM 4700-CHECK-ACCOUNT THRU 4700-EXIT.
067300     IF NOT HL-ACCT-OK
067400         GO TO 4300-EXIT
067500     END-IF.
067600     MOVE ZERO              TO HL-START-NO.
067700     IF HL-WK-HOLD NOT = SPACE
067800         MOVE HL-WK-HOLD    TO HL-START-NO
067900     END-IF.
068000     MOVE SPACE             TO HLDAMTO HLDRSNO HLDEXPO.
068100     PERFORM 4400-LIST-HOLDS THRU 4400-EXIT.
068120     IF HL-HOLD-FAIL
068140         MOVE 'HOLD FILE ERROR - TRY AGAIN' TO HLDMSGO
068160         GO TO 4300-EXIT
068180     END-IF.
068200     IF HL-ROW-IX = ZERO
068300         MOVE 'NO HOLDS ON FILE FOR THIS ACCOUNT' TO HLDMSGO
068400         GO TO 4300-EXIT
068500     END-IF.
068600     IF HL-MORE
068700         MOVE SPACE         TO HLDMSGO
068800         STRING 'MORE HOLDS ON FILE - KEY HOLD NO ' HL-LAST-NO
068900                ' TO LIST ON FROM IT'
069000             DELIMITED BY SIZE INTO HLDMSGO
069100         GO TO 4300-EXIT
069200     END-IF.
069300     MOVE 'HOLDS DISPLAYED' TO HLDMSGO.
069400 4300-EXIT.
069500     EXIT.
069600*-----------------------------------------------------------------
069700* 4400-LIST-HOLDS  -  SHOW THE ACCOUNT'S BALANCES AND UP TO EIGHT
069800*                     OF ITS HOLDS, FROM HOLD NUMBER HL-START-NO
069900*                     ON, NEWEST STATUS AS OF THE BUSINESS DAY.  A
070000*                     NINTH HOLD SETS HL-MORE WITH ITS NUMBER IN
070100*                     HL-LAST-NO.  THE ACCOUNT RECORD MUST ALREADY
070200*                     BE IN AC-ACCOUNT-RECORD.  A HOLD FILE
070220*                     ERROR SETS HL-HOLD-FAIL AND LEAVES THE HOLD
070240*                     AND AVAILABLE FIGURES BLANK.
070300*-----------------------------------------------------------------
070400 4400-LIST-HOLDS.
070500     PERFORM 4450-TOTAL-HOLDS THRU 4450-EXIT.
070600     MOVE AC-BALANCE        TO HL-DISP-BAL.
070700     MOVE HL-DISP-BAL       TO HLDLBALO.
070800     MOVE HL-HOLD-TOT       TO HL-DISP-BAL.
070900     MOVE HL-DISP-BAL       TO HLDHBALO.
070920*    AVAILABLE IS WHAT A DEBIT CAN STILL TAKE - LEDGER LESS
070940*    HOLDS, PLUS WHATEVER OVERDRAFT THE ACCOUNT IS ALLOWED.
071000     COMPUTE HL-AVAIL-BAL = AC-BALANCE - HL-HOLD-TOT
071050                          + AC-OD-LIMIT.
071100     MOVE HL-AVAIL-BAL      TO HL-DISP-BAL.
071200     MOVE HL-DISP-BAL       TO HLDABALO.
071220     IF HL-HOLD-FAIL
071240         MOVE SPACE         TO HLDHBALO HLDABALO
071260     END-IF.
071300     MOVE ZERO              TO HL-ROW-IX.
071400     MOVE 'N'               TO HL-MORE-SW.
071500     MOVE 'N'               TO HL-BRDONE-SW.
071600     MOVE HL-WK-ACCT        TO HD-ACCT-NO.
071700     MOVE HL-START-NO       TO HD-HOLD-NO.
071800     EXEC CICS STARTBR FILE(HL-HOLDFILE)
071900                       RIDFLD(HD-KEY)
072000                       KEYLENGTH(LENGTH OF HD-KEY)
072100                       GTEQ
072200                       RESP(HL-RESP)
072300     END-EXEC.
072400     IF HL-RESP = DFHRESP(NOTFND)
072500         MOVE DFHRESP(NORMAL) TO HL-RESP
072600         GO TO 4400-EXIT
072700     END-IF.
072720     IF HL-RESP NOT = DFHRESP(NORMAL)
072740         MOVE 'Y'           TO HL-HOLD-FAIL-SW
072760         MOVE DFHRESP(NORMAL) TO HL-RESP
072780         GO TO 4400-EXIT
072790     END-IF.
072800     PERFORM 4410-NEXT-HOLD THRU 4410-EXIT
072900         UNTIL HL-BRDONE.
073000     EXEC CICS ENDBR FILE(HL-HOLDFILE)
073100                     RESP(HL-RESP2)
073200     END-EXEC.
073300 4400-EXIT.
073400     EXIT.
073500*-----------------------------------------------------------------
073600* 4410-NEXT-HOLD  -  READ THE NEXT HOLD AND PUT IT ON THE NEXT
073700*                    ROW. THE BROWSE ENDS AT THE END OF THE FILE,
073800*                    AT THE NEXT ACCOUNT'S FIRST HOLD, OR AT A
073900*                    NINTH HOLD WITH NO ROW LEFT FOR IT.
074000*-----------------------------------------------------------------
074100 4410-NEXT-HOLD.
074200     EXEC CICS READNEXT FILE(HL-HOLDFILE)
074300                        INTO(HD-HOLD-RECORD)
074400                        RIDFLD(HD-KEY)
074500                        KEYLENGTH(LENGTH OF HD-KEY)
074600                        RESP(HL-RESP)
074700     END-EXEC.
074800     IF HL-RESP NOT = DFHRESP(NORMAL)
074820         IF HL-RESP NOT = DFHRESP(ENDFILE)
074840             MOVE 'Y'       TO HL-HOLD-FAIL-SW
074860         END-IF
074900         MOVE DFHRESP(NORMAL) TO HL-RESP
075000         MOVE 'Y'           TO HL-BRDONE-SW
075100         GO TO 4410-EXIT
075200     END-IF.
075300     IF HD-ACCT-NO NOT = HL-WK-ACCT
075400         MOVE 'Y'           TO HL-BRDONE-SW
075500         GO TO 4410-EXIT
075600     END-IF.
075700     IF HL-ROW-IX = 8
075800         MOVE 'Y'           TO HL-MORE-SW
075900         MOVE HD-HOLD-NO    TO HL-LAST-NO
076000         MOVE 'Y'           TO HL-BRDONE-SW
076100         GO TO 4410-EXIT
076200     END-IF.
076300     ADD 1                  TO HL-ROW-IX.
076400     MOVE SPACE             TO HL-LINE-OUT.
076500     MOVE HD-HOLD-NO        TO HL-LN-NO.
076600     MOVE HD-AMOUNT         TO HL-LN-AMT.
076700     MOVE HD-REASON         TO HL-LN-REASON.
076800     MOVE HD-PLACED-BY      TO HL-LN-PLACED-BY.
076900     MOVE HD-PLACED-DATE    TO HL-LN-PLACED-DATE.
077000     IF HD-EXPIRY = ZERO
077100         MOVE 'NONE'        TO HL-LN-EXPIRY
077200     ELSE
077300         MOVE HD-EXPIRY     TO HL-LN-EXPIRY
077400     END-IF.
077500*    A HOLD WHOSE DAY HAS PASSED STOPS COUNTING AT ONCE, EVEN
077600*    BEFORE THE NIGHTLY STEP GETS TO MARK IT - SHOW IT EXPIRED.
077700     MOVE HD-STATUS         TO HL-LN-STATUS.
077800     IF HD-ACTIVE AND HD-EXPIRY NOT = ZERO
077900        AND HD-EXPIRY < HL-TODAY
078000         MOVE 'E'           TO HL-LN-STATUS
078100     END-IF.
078200     IF HD-RELEASED
078300         MOVE HD-REL-USERID TO HL-LN-REL-USERID
078400         MOVE HD-REL-DATE   TO HL-LN-REL-DATE
078500     END-IF.
078600     EVALUATE HL-ROW-IX
078700         WHEN 1
078800             MOVE HL-LINE-OUT TO HLDL01O
078900         WHEN 2
079000             MOVE HL-LINE-OUT TO HLDL02O
079100         WHEN 3
079200             MOVE HL-LINE-OUT TO HLDL03O
079300         WHEN 4
079400             MOVE HL-LINE-OUT TO HLDL04O
079500         WHEN 5
079600             MOVE HL-LINE-OUT TO HLDL05O
079700         WHEN 6
079800             MOVE HL-LINE-OUT TO HLDL06O
079900         WHEN 7
080000             MOVE HL-LINE-OUT TO HLDL07O
080100         WHEN OTHER
080200             MOVE HL-LINE-OUT TO HLDL08O
080300     END-EVALUATE.
080400 4410-EXIT.
080500     EXIT.
080600*-----------------------------------------------------------------
080700* 4450-TOTAL-HOLDS  -  ADD UP THE ACCOUNT'S ACTIVE HOLDS INTO
080800*                      HL-HOLD-TOT.  A HOLD COUNTS WHILE IT IS 'A'
080900*                      AND ITS EXPIRY IS ZERO OR NOT BEFORE THE
081000*                      BUSINESS DAY - THE SAME RULE CICSPST AND
081100*                      THE NIGHTLY POSTING STEPS APPLY.  NO
081120*                      HOLD RECORD FOR THE ACCOUNT MEANS NO HOLDS;
081140*                      ANY OTHER HOLD FILE ERROR SETS HL-HOLD-FAIL
081160*                      - THE TOTAL CANNOT BE TRUSTED.
081200*-----------------------------------------------------------------
081300 4450-TOTAL-HOLDS.
081400     MOVE ZERO              TO HL-HOLD-TOT.
081450     MOVE 'N'               TO HL-HOLD-FAIL-SW.
081500     MOVE 'N'               TO HL-BRDONE-SW.
081600     MOVE HL-WK-ACCT        TO HD-ACCT-NO.
081700     MOVE ZERO              TO HD-HOLD-NO.
081800     EXEC CICS STARTBR FILE(HL-HOLDFILE)
081900                       RIDFLD(HD-KEY)
082000                       KEYLENGTH(LENGTH OF HD-KEY)
082100                       GTEQ
082200                       RESP(HL-RESP)
082300     END-EXEC.
082400     IF HL-RESP = DFHRESP(NOTFND)
082500         MOVE DFHRESP(NORMAL) TO HL-RESP
082600         GO TO 4450-EXIT
082700     END-IF.
082720     IF HL-RESP NOT = DFHRESP(NORMAL)
082740         MOVE 'Y'           TO HL-HOLD-FAIL-SW
082760         MOVE DFHRESP(NORMAL) TO HL-RESP
082780         GO TO 4450-EXIT
082790     END-IF.
082800     PERFORM 4460-ADD-HOLD THRU 4460-EXIT
082900         UNTIL HL-BRDONE.
083000     EXEC CICS ENDBR FILE(HL-HOLDFILE)
083100                     RESP(HL-RESP2)
083200     END-EXEC.
083300 4450-EXIT.
083400     EXIT.
083500*-----------------------------------------------------------------
083600* 4460-ADD-HOLD  -  READ THE NEXT HOLD AND ADD IT IN IF ACTIVE.
083700*-----------------------------------------------------------------
083800 4460-ADD-HOLD.
083900     EXEC CICS READNEXT FILE(HL-HOLDFILE)
084000                        INTO(HD-HOLD-RECORD)
084100                        RIDFLD(HD-KEY)
084200                        KEYLENGTH(LENGTH OF HD-KEY)
084300                        RESP(HL-RESP)
084400     END-EXEC.
084500     IF HL-RESP NOT = DFHRESP(NORMAL)
084520         IF HL-RESP NOT = DFHRESP(ENDFILE)
084540             MOVE 'Y'       TO HL-HOLD-FAIL-SW
084560         END-IF
084600         MOVE DFHRESP(NORMAL) TO HL-RESP
084700         MOVE 'Y'           TO HL-BRDONE-SW
084800         GO TO 4460-EXIT
084900     END-IF.
085000     IF HD-ACCT-NO NOT = HL-WK-ACCT
085100         MOVE 'Y'           TO HL-BRDONE-SW
085200         GO TO 4460-EXIT
085300     END-IF.
085400     IF HD-ACTIVE
085500        AND (HD-EXPIRY = ZERO OR HD-EXPIRY NOT < HL-TODAY)
085600         ADD HD-AMOUNT      TO HL-HOLD-TOT
085700     END-IF.
085800 4460-EXIT.
085900     EXIT.
086000*-----------------------------------------------------------------
086100* 4650-CHECK-DATE  -  IS HL-WORK-DATE A REAL CALENDAR DATE?  SAME
086200*                     MONTH TABLE AND LEAP-YEAR RULE AS ACCTEOD.
086300*-----------------------------------------------------------------
086400 4650-CHECK-DATE.
086500     MOVE 'N'               TO HL-DATE-OK-SW.
086600     IF HL-WK-YEAR < 1901
086700        OR HL-WK-MONTH < 1 OR HL-WK-MONTH > 12
086800        OR HL-WK-DAY < 1
086900         GO TO 4650-EXIT
087000     END-IF.
087100     MOVE HL-MONTH-DAYS(HL-WK-MONTH) TO HL-MONTH-LEN.
087200     MOVE 'N'               TO HL-LEAP-SW.
087300     DIVIDE HL-WK-YEAR BY 4 GIVING HL-QUOT
087400         REMAINDER HL-REM.
087500     IF HL-REM = ZERO AND HL-WK-YEAR NOT = 1900
087600         MOVE 'Y'           TO HL-LEAP-SW
087700     END-IF.
087800     IF HL-WK-MONTH = 2 AND HL-LEAP
087900         ADD 1              TO HL-MONTH-LEN
088000     END-IF.
088100     IF HL-WK-DAY > HL-MONTH-LEN
088200         GO TO 4650-EXIT
088300     END-IF.
088400     MOVE 'Y'               TO HL-DATE-OK-SW.
088500 4650-EXIT.
088600     EXIT.
088700*-----------------------------------------------------------------
088800* 4700-CHECK-ACCOUNT  -  THE ACCOUNT IN HL-WK-ACCT MUST BE ON THE
088900*                        MASTER.  THE CALLER DECIDES WHETHER A
089000*                        CLOSED ACCOUNT WILL DO.
089100*-----------------------------------------------------------------
089200 4700-CHECK-ACCOUNT.
089300     MOVE 'N'               TO HL-ACCT-OK-SW.
089400     MOVE HL-WK-ACCT        TO AC-ACCT-NO.
089500     EXEC CICS READ FILE(HL-ACCTFILE)
089600                    INTO(AC-ACCOUNT-RECORD)
089700                    RIDFLD(AC-ACCT-NO)
089800                    KEYLENGTH(LENGTH OF AC-ACCT-NO)
089900                    RESP(HL-RESP)
090000     END-EXEC.
090100     IF HL-RESP = DFHRESP(NOTFND)
090200         MOVE DFHRESP(NORMAL) TO HL-RESP
090300         MOVE 'ACCOUNT NOT ON FILE' TO HLDMSGO
090400         GO TO 4700-EXIT
090500     END-IF.
090600     IF HL-RESP NOT = DFHRESP(NORMAL)
090700         MOVE DFHRESP(NORMAL) TO HL-RESP
090800         MOVE 'FILE ERROR ON ACCOUNT MASTER - TRY AGAIN'
090900                            TO HLDMSGO
091000         GO TO 4700-EXIT
091100     END-IF.
091200     MOVE AC-CUST-NAME      TO HLDNAMEO.
091300     MOVE 'Y'               TO HL-ACCT-OK-SW.
091400 4700-EXIT.
091500     EXIT.
091600*-----------------------------------------------------------------
091700* 4900-CLEAR-HOLD-INFO  -  BLANK THE DISPLAY-ONLY FIELDS SO AN
091800*                          EARLIER ACCOUNT'S HOLDS NEVER SIT NEXT
091900*                          TO A NEW ONE.
092000*-----------------------------------------------------------------
092100 4900-CLEAR-HOLD-INFO.
092200     MOVE SPACE             TO HLDNAMEO HLDLBALO HLDHBALO HLDABALO
092300                               HLDL01O HLDL02O HLDL03O HLDL04O
092400                               HLDL05O HLDL06O HLDL07O HLDL08O.
092500 4900-EXIT.
092600     EXIT.
092700*-----------------------------------------------------------------
092800* 5000-APPLY-UPDATE  -  THE OPERATOR CONFIRMED WITH PF5 - APPLY
092900*                       THE PENDING PLACE OR RELEASE HELD IN THE
093000*                       COMMAREA TO THE HOLD FILE.  THIS IS THE
093100*                       ONLY PLACE IN THE PROGRAM THAT WRITES TO
093200*                       THE FILE.
093300*-----------------------------------------------------------------
093400 5000-APPLY-UPDATE.
093500     MOVE 'AP'              TO HL-LAST-ACTION.
093600     MOVE HL-PEND-ACCT      TO HLDACCTO.
093700     MOVE HL-PEND-ACCT      TO HL-WK-ACCT.
093800     PERFORM 4900-CLEAR-HOLD-INFO THRU 4900-EXIT.
093900     PERFORM 1700-GET-BUSINESS-DATE THRU 1700-EXIT.
094000     IF NOT HL-BDATE-OK
094100         MOVE 'BUSINESS DATE UNAVAILABLE - PF5 AGAIN LATER'
094200                            TO HLDMSGO
094300         GO TO 5000-EXIT
094400     END-IF.
094500     EVALUATE TRUE
094600         WHEN HL-PEND-PLACE
094700             PERFORM 5100-APPLY-PLACE THRU 5100-EXIT
094800         WHEN HL-PEND-RELEASE
094900             PERFORM 5200-APPLY-RELEASE THRU 5200-EXIT
095000         WHEN OTHER
095100             MOVE 'NOTHING PENDING - KEY THE DATA AND PRESS ENTER'
095200                            TO HLDMSGO
095300     END-EVALUATE.
095400*    THE APPLY WAS ATTEMPTED - PENDING WORK COMES DOWN WHETHER IT
095500*    TOOK OR NOT (THE MESSAGE ALREADY SAYS WHICH).  THE PENDING
095600*    ACCOUNT STAYS PUT FOR THE AUDIT TRAIL WRITE.
095700     MOVE 'N'               TO HL-PEND-SW.
095800     MOVE SPACE             TO HL-PEND-ACTION.
095900 5000-EXIT.
096000     EXIT.
096100*-----------------------------------------------------------------
096200* 5100-APPLY-PLACE  -  FIND THE ACCOUNT'S HIGHEST HOLD NUMBER AND
096300*                      WRITE THE NEW HOLD, ACTIVE, AS THE NEXT
096400*                      ONE. THE ACCOUNT IS READ AGAIN - IT MAY
096500*                      HAVE BEEN CLOSED SINCE THE EDIT PASS.  A
096600*                      DUPLICATE KEY MEANS ANOTHER OPERATOR TOOK
096700*                      THE NUMBER FIRST.
096800*-----------------------------------------------------------------
096900 5100-APPLY-PLACE.
097000     PERFORM 4700-CHECK-ACCOUNT THRU 4700-EXIT.
097100     IF NOT HL-ACCT-OK
097200         GO TO 5100-EXIT
097300     END-IF.
097400     IF AC-CLOSED
097500         MOVE 'ACCOUNT IS CLOSED - NOTHING APPLIED' TO HLDMSGO
097600         GO TO 5100-EXIT
097700     END-IF.
097800     PERFORM 5150-FIND-LAST-HOLD THRU 5150-EXIT.
097900     IF HL-LAST-NO = 99
098000         MOVE 'ACCOUNT HAS 99 HOLDS ON FILE - NOTHING APPLIED'
098100                            TO HLDMSGO
098200         GO TO 5100-EXIT
098300     END-IF.
098400     MOVE SPACE             TO HD-HOLD-RECORD.
098500     MOVE HL-PEND-ACCT      TO HD-ACCT-NO.
098600     ADD 1 HL-LAST-NO       GIVING HD-HOLD-NO.
098700     MOVE HL-PEND-AMT       TO HD-AMOUNT.
098800     MOVE HL-PEND-REASON    TO HD-REASON.
098900     MOVE HL-USERID         TO HD-PLACED-BY.
099000     MOVE HL-TODAY          TO HD-PLACED-DATE.
099100     MOVE HL-PEND-EXPIRY    TO HD-EXPIRY.
099200     MOVE 'A'               TO HD-STATUS.
099300     MOVE SPACE             TO HD-REL-USERID.
099400     MOVE ZERO              TO HD-REL-DATE.
099500     EXEC CICS WRITE FILE(HL-HOLDFILE)
099600                     FROM(HD-HOLD-RECORD)
099700                     RIDFLD(HD-KEY)
099800                     KEYLENGTH(LENGTH OF HD-KEY)
099900                     RESP(HL-RESP)
100000     END-EXEC.
100100     IF HL-RESP = DFHRESP(DUPREC)
100200         MOVE DFHRESP(NORMAL) TO HL-RESP
100300         MOVE 'HOLD NUMBER TAKEN MEANWHILE - KEY THE PLACE AGAIN'
100400                            TO HLDMSGO
100500         GO TO 5100-EXIT
100600     END-IF.
100700     IF HL-RESP NOT = DFHRESP(NORMAL)
100800         MOVE DFHRESP(NORMAL) TO HL-RESP
100900         MOVE 'FILE ERROR - PLACE NOT APPLIED' TO HLDMSGO
101000         GO TO 5100-EXIT
101100     END-IF.
101200     MOVE HD-HOLD-NO        TO HLDNOO.
101300     MOVE ZERO              TO HL-START-NO.
101400     PERFORM 4400-LIST-HOLDS THRU 4400-EXIT.
101500     MOVE 'HOLD PLACED'     TO HLDMSGO.
101600 5100-EXIT.
101700     EXIT.
101800*-----------------------------------------------------------------
101900* 5150-FIND-LAST-HOLD  -  BROWSE THE ACCOUNT'S HOLDS TO THE END
102000*                         AND LEAVE THE HIGHEST HOLD NUMBER IN
102100*                         HL-LAST-NO (ZERO FOR AN ACCOUNT WITH
102200*                         NONE).  RELEASED AND EXPIRED HOLDS KEEP
102300*                         THEIR NUMBERS - A NUMBER IS NEVER USED
102400*                         TWICE ON ONE ACCOUNT.
102500*-----------------------------------------------------------------
102600 5150-FIND-LAST-HOLD.
102700     MOVE ZERO              TO HL-LAST-NO.
102800     MOVE 'N'               TO HL-BRDONE-SW.
102900     MOVE HL-PEND-ACCT      TO HD-ACCT-NO.
103000     MOVE ZERO              TO HD-HOLD-NO.
103100     EXEC CICS STARTBR FILE(HL-HOLDFILE)
103200                       RIDFLD(HD-KEY)
103300                       KEYLENGTH(LENGTH OF HD-KEY)
103400                       GTEQ
103500                       RESP(HL-RESP)
103600     END-EXEC.
103700     IF HL-RESP NOT = DFHRESP(NORMAL)
103800         MOVE DFHRESP(NORMAL) TO HL-RESP
103900         GO TO 5150-EXIT
104000     END-IF.
104100     PERFORM 5160-NEXT-NUMBER THRU 5160-EXIT
104200         UNTIL HL-BRDONE.
104300     EXEC CICS ENDBR FILE(HL-HOLDFILE)
104400                     RESP(HL-RESP2)
104500     END-EXEC.
104600 5150-EXIT.
104700     EXIT.
104800*-----------------------------------------------------------------
104900* 5160-NEXT-NUMBER  -  READ THE NEXT HOLD AND KEEP ITS NUMBER IF
105000*                      IT IS STILL THIS ACCOUNT'S.
105100*-----------------------------------------------------------------
105200 5160-NEXT-NUMBER.
105300     EXEC CICS READNEXT FILE(HL-HOLDFILE)
105400                        INTO(HD-HOLD-RECORD)
105500                        RIDFLD(HD-KEY)
105600                        KEYLENGTH(LENGTH OF HD-KEY)
105700                        RESP(HL-RESP)
105800     END-EXEC.
105900     IF HL-RESP NOT = DFHRESP(NORMAL)
106000         MOVE DFHRESP(NORMAL) TO HL-RESP
106100         MOVE 'Y'           TO HL-BRDONE-SW
106200         GO TO 5160-EXIT
106300     END-IF.
106400     IF HD-ACCT-NO NOT = HL-PEND-ACCT
106500         MOVE 'Y'           TO HL-BRDONE-SW
106600         GO TO 5160-EXIT
106700     END-IF.
106800     MOVE HD-HOLD-NO        TO HL-LAST-NO.
106900 5160-EXIT.
107000     EXIT.
107100*-----------------------------------------------------------------
107200* 5200-APPLY-RELEASE  -  READ THE HOLD FOR UPDATE, CHECK IT IS
107300*                        STILL ACTIVE UNDER THE LOCK (ANOTHER
107400*                        OPERATOR OR THE NIGHTLY STEP MAY HAVE GOT
107500*                        THERE FIRST), MARK IT RELEASED BY THIS
107600*                        OPERATOR ON THE BUSINESS DAY, AND REWRITE
107700*                        IT.
107800*-----------------------------------------------------------------
107900 5200-APPLY-RELEASE.
108000     MOVE HL-PEND-HOLD      TO HLDNOO.
108100     MOVE HL-PEND-ACCT      TO HD-ACCT-NO.
108200     MOVE HL-PEND-HOLD      TO HD-HOLD-NO.
108300     EXEC CICS READ FILE(HL-HOLDFILE)
108400                    INTO(HD-HOLD-RECORD)
108500                    RIDFLD(HD-KEY)
108600                    KEYLENGTH(LENGTH OF HD-KEY)
108700                    UPDATE
108800                    RESP(HL-RESP)
108900     END-EXEC.
109000     IF HL-RESP = DFHRESP(NOTFND)
109100         MOVE DFHRESP(NORMAL) TO HL-RESP
109200         MOVE 'HOLD NO LONGER ON FILE - NOTHING APPLIED'
109300                            TO HLDMSGO
109400         GO TO 5200-EXIT
109500     END-IF.
109600     IF HL-RESP NOT = DFHRESP(NORMAL)
109700         MOVE DFHRESP(NORMAL) TO HL-RESP
109800         MOVE 'FILE ERROR - RELEASE NOT APPLIED' TO HLDMSGO
109900         GO TO 5200-EXIT
110000     END-IF.
110100     IF NOT HD-ACTIVE
110200        OR (HD-EXPIRY NOT = ZERO AND HD-EXPIRY < HL-TODAY)
110300         EXEC CICS UNLOCK FILE(HL-HOLDFILE)
110400         END-EXEC
110500         MOVE 'HOLD NO LONGER ACTIVE - NOTHING APPLIED' TO HLDMSGO
110600         GO TO 5200-EXIT
110700     END-IF.
110800     MOVE 'R'               TO HD-STATUS.
110900     MOVE HL-USERID         TO HD-REL-USERID.
111000     MOVE HL-TODAY          TO HD-REL-DATE.
111100     EXEC CICS REWRITE FILE(HL-HOLDFILE)
111200                       FROM(HD-HOLD-RECORD)
111300                       RESP(HL-RESP)
111400     END-EXEC.
111500     IF HL-RESP NOT = DFHRESP(NORMAL)
111600         MOVE DFHRESP(NORMAL) TO HL-RESP
111700         MOVE 'FILE ERROR - RELEASE NOT APPLIED' TO HLDMSGO
111800         GO TO 5200-EXIT
111900     END-IF.
112000     PERFORM 4700-CHECK-ACCOUNT THRU 4700-EXIT.
112100     IF HL-ACCT-OK
112200         MOVE HL-PEND-HOLD  TO HL-START-NO
112300         PERFORM 4400-LIST-HOLDS THRU 4400-EXIT
112400     END-IF.
112500     MOVE 'HOLD RELEASED'   TO HLDMSGO.
112600 5200-EXIT.
112700     EXIT.
112800*-----------------------------------------------------------------
112900* 9000-SEND-ERROR-SCREEN  -  A SEND MAP OR RETURN CAME BACK WITH
113000*                            AN ABNORMAL RESP - THE TERMINAL IS
113100*                            IN SOME BAD STATE.  TELL THE
113200*                            OPERATOR IN PLAIN TEXT AND END THE
113300*                            TASK CLEANLY RATHER THAN LETTING
113400*                            CICS ABEND THE TASK (ASRA).
113500*-----------------------------------------------------------------
113600 9000-SEND-ERROR-SCREEN.
113700     EXEC CICS SEND TEXT FROM(HL-ERRTEXT)
113800                    LENGTH(LENGTH OF HL-ERRTEXT)
113900                    ERASE
114000                    RESP(HL-RESP2)
114100     END-EXEC.
114200     EXEC CICS RETURN
114300     END-EXEC.
114400 9000-EXIT.
114500     EXIT.
114600*-----------------------------------------------------------------
