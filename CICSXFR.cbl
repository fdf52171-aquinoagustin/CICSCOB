000100*-----------------------------------------------------------------
000200* IDENTIFICATION DIVISION.
000300*-----------------------------------------------------------------
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    CICSXFR.
000600 AUTHOR.        R HALVERSEN.
000700 INSTALLATION.  DATA PROCESSING.
000800 DATE-WRITTEN.  10/15/2026.
000900 DATE-COMPILED.
001000*-----------------------------------------------------------------
001100* MODIFICATION HISTORY
001200*-----------------------------------------------------------------
001300* 10/15/2026 RH  NEW PROGRAM.  ONLINE ACCOUNT-TO-ACCOUNT TRANSFER
001400*                FUNCTION, OPTION 10 ON THE CICSMENU MAIN MENU
001500*                (OWN TRANSACTION CICX, MAPSET CICSMSA, MAP
001600*                CICSMA).  A TELLER KEYS A FROM-ACCOUNT, A
001700*                TO-ACCOUNT AND AN AMOUNT; THE PROGRAM DEBITS
001800*                THE ONE AND CREDITS THE OTHER ON THE ACCTMS
001900*                MASTER AND WRITES BOTH POSTINGS TO TRNHST IN
002000*                ONE UNIT OF WORK - EITHER BOTH LEGS LAND OR
002100*                NEITHER DOES, SO A REFUSED CREDIT (HOLD,
002200*                CLOSED ACCOUNT) OR A DROPPED TERMINAL CAN NO
002300*                LONGER LEAVE HALF A TRANSFER ON THE FILE THE
002400*                WAY TWO SEPARATE CICSPST POSTINGS COULD.  THE
002500*                POSTING CHECKS ARE CICSPST'S: CLOSED AND HELD
002600*                ACCOUNTS REFUSE, THE DEBIT HONORS AC-OD-LIMIT,
002700*                AN AMOUNT PAST THE TELLER'S SC-PST-LIMIT WAITS
002800*                FOR A SUPERVISOR'S OVERRIDE, AND BOTH LEGS ARE
002900*                STAMPED WITH THE BDATE BUSINESS DATE.  THE TWO
003000*                HISTORY RECORDS POINT AT EACH OTHER THROUGH
003100*                THE NEW TH-XFR FIELDS (SEE TRNREC) SO THE
003200*                BROWSE, THE STATEMENTS, THE ACTIVITY REPORTS
003300*                AND THE GL CUT ALL KNOW THEM FOR A TRANSFER.
003320* 10/15/2026 RH  THE DEBIT LEG NOW CHECKS THE AVAILABLE BALANCE -
003340*                AC-BALANCE LESS THE ACCOUNT'S ACTIVE AMOUNT HOLDS
003360*                ON AMTHLD (SEE HLDREC), PLUS THE OVERDRAFT
003380*                LIMIT - THE SAME AS A CICSPST DEBIT.
003384* 10/15/2026 RH  A DORMANT FROM- OR TO-ACCOUNT NOW STAGES THE
003386*                TRANSFER FOR THE SUPERVISOR'S PF5 OVERRIDE, LIKE
003388*                A CICSPST POSTING; THE APPROVING SUPERVISOR IS
003390*                STAMPED ON BOTH LEGS.
003400*-----------------------------------------------------------------
003500 ENVIRONMENT DIVISION.
003600*-----------------------------------------------------------------
003700 DATA DIVISION.
003800 WORKING-STORAGE SECTION.
003900*-----------------------------------------------------------------
004000* SYMBOLIC MAP FOR MAPSET CICSMSA, MAP CICSMA.
004100*-----------------------------------------------------------------
004200     COPY CICSMA.
004300*-----------------------------------------------------------------
004400* CICS-SUPPLIED AID VALUES (DFHENTER, DFHPF1-24, DFHCLEAR, ETC.)
004500* FOR TESTING EIBAID AGAINST THE PF KEY THE OPERATOR PRESSED.
004600*-----------------------------------------------------------------
004700     COPY DFHAID.
004800*-----------------------------------------------------------------
004900* ACCOUNT MASTER RECORD (VSAM KSDS, FILE ACCTMS).  KEY IS
005000* AC-ACCT-NO.  BOTH LEGS OF A TRANSFER ARE READ FOR UPDATE INTO
005100* THIS ONE AREA, ONE AFTER THE OTHER.
005200*-----------------------------------------------------------------
005300     COPY ACCTREC.
005400*-----------------------------------------------------------------
005500* TRANSACTION HISTORY RECORD (VSAM KSDS, FILE TRNHST).  TWO
005600* RECORDS WRITTEN PER TRANSFER - THE DEBIT LEG AND THE CREDIT
005700* LEG, EACH CROSS-REFERENCING THE OTHER.
005800*-----------------------------------------------------------------
005900     COPY TRNREC.
006000*-----------------------------------------------------------------
006100* AUDIT TRAIL RECORD WRITTEN TO TD QUEUE AUDT EVERY TIME THIS
006200* TRANSACTION RUNS.  SHARED WITH THE REST OF THE SUITE.
006300*-----------------------------------------------------------------
006400     COPY AUDREC.
006500*-----------------------------------------------------------------
006600* COMMAREA WORKING COPY.  THE COMMON PREFIX MATCHES THE CICSCA
006700* LAYOUT EVERY PROGRAM IN THE SUITE CARRIES; THE XF-PEND FIELDS
006800* HOLD AN OVER-LIMIT TRANSFER WAITING FOR A SUPERVISOR'S PF5.
006900*-----------------------------------------------------------------
007000     COPY XFRCA.
007100*-----------------------------------------------------------------
007200* STANDALONE WORK FIELDS.
007300*-----------------------------------------------------------------
007400 77  XF-MAPSET              PIC X(08)  VALUE 'CICSMSA'.
007500 77  XF-MAPNAME             PIC X(08)  VALUE 'CICSMA'.
007600 77  XF-ACCTFILE            PIC X(08)  VALUE 'ACCTMS'.
007700 77  XF-HISTFILE            PIC X(08)  VALUE 'TRNHST'.
007800 77  XF-AUDITQ              PIC X(04)  VALUE 'AUDT'.
007900 77  XF-CALEN               PIC S9(04) COMP.
008000 77  XF-RESP                PIC S9(08) COMP.
008100 77  XF-RESP2               PIC S9(08) COMP.
008200 77  XF-SECFILE             PIC X(08)  VALUE 'SECFIL'.
008300 77  XF-BDFILE              PIC X(08)  VALUE 'BDATE'.
008400 77  XF-AMOUNT              PIC S9(9)V99 COMP-3 VALUE ZERO.
008600 77  XF-FROM-BAL            PIC S9(9)V99 COMP-3 VALUE ZERO.
008700 77  XF-TO-BAL              PIC S9(9)V99 COMP-3 VALUE ZERO.
008800 77  XF-AMT-NUM             PIC 9(9)V99 VALUE ZERO.
008900 77  XF-DISP-BAL            PIC -(11)9.99.
009000 77  XF-TODAY               PIC 9(08) VALUE ZERO.
009100 77  XF-HIST-DONE-SW        PIC X(01)  VALUE 'N'.
009200     88  XF-HIST-DONE       VALUE 'Y'.
009300 77  XF-WRITE-DONE-SW       PIC X(01)  VALUE 'N'.
009400     88  XF-WRITE-DONE      VALUE 'Y'.
009500 77  XF-POST-DONE-SW        PIC X(01)  VALUE 'N'.
009600     88  XF-POST-DONE       VALUE 'Y'.
009700 77  XF-BDATE-OK-SW         PIC X(01)  VALUE 'N'.
009800     88  XF-BDATE-OK        VALUE 'Y'.
009900 77  XF-LEGS-DONE           PIC 9(01)  VALUE ZERO.
010000 77  XF-POST-FROM           PIC X(10)  VALUE SPACE.
010100 77  XF-POST-TO             PIC X(10)  VALUE SPACE.
010200 77  XF-OVR-ID              PIC X(08)  VALUE SPACE.
010300 77  XF-OPR-LIMIT           PIC 9(9)V99 COMP-3 VALUE ZERO.
010400 77  XF-SUP-LIMIT           PIC 9(9)V99 COMP-3 VALUE ZERO.
010500 77  XF-DR-SEQ              PIC 9(04)  VALUE ZERO.
010600 77  XF-CR-SEQ              PIC 9(04)  VALUE ZERO.
010610 77  XF-HOLDFILE            PIC X(08)  VALUE 'AMTHLD'.
010620 77  XF-HOLD-TOT            PIC S9(11)V99 COMP-3 VALUE ZERO.
010630 77  XF-AVAIL-BAL           PIC S9(11)V99 COMP-3 VALUE ZERO.
010640 77  XF-HOLD-DONE-SW        PIC X(01)  VALUE 'N'.
010650     88  XF-HOLD-DONE       VALUE 'Y'.
010660 77  XF-HOLD-FAIL-SW        PIC X(01)  VALUE 'N'.
010670     88  XF-HOLD-FAIL       VALUE 'Y'.
010700     COPY CICSMSG REPLACING ==MS-ERRTEXT==    BY ==XF-ERRTEXT==
010800         ==MS-NOAUTHTEXT== BY ==XF-NOAUTHTEXT==.
010900*-----------------------------------------------------------------
011000* REDEFINED VIEW OF THE KEYED AMOUNT - ALL DIGITS, LAST TWO ARE
011100* CENTS.
011200*-----------------------------------------------------------------
011300 01  XF-AMT-IN              PIC X(11).
011400 01  XF-AMT-IN-R REDEFINES XF-AMT-IN
011500                            PIC 9(9)V99.
011600*-----------------------------------------------------------------
011700* OPERATOR SECURITY RECORD (VSAM KSDS, FILE SECFIL) - READ ON
011800* FIRST ENTRY FOR THE SIGNED-ON USERID'S FUNCTION AUTHORITY, AND
011900* AGAIN FOR THE POSTING LIMIT AND ANY SUPERVISOR OVERRIDE.
012000*-----------------------------------------------------------------
012100     COPY SECREC.
012200*-----------------------------------------------------------------
012300* BUSINESS-DATE CONTROL RECORD (VSAM KSDS, FILE BDATE) - READ AT
012400* EVERY TRANSFER FOR THE DATE BOTH LEGS ARE STAMPED WITH.
012500*-----------------------------------------------------------------
012600     COPY BDTREC.
012610*-----------------------------------------------------------------
012620* AMOUNT HOLD RECORD (VSAM KSDS, FILE AMTHLD).  KEY IS ACCOUNT
012630* PLUS HOLD NUMBER - BROWSED TO TOTAL THE FROM-ACCOUNT'S ACTIVE
012640* HOLDS BEFORE THE DEBIT IS ALLOWED.
012650*-----------------------------------------------------------------
012660     COPY HLDREC.
012700*-----------------------------------------------------------------
012800 LINKAGE SECTION.
012900*-----------------------------------------------------------------
013000     COPY XFRCAL.
013100*-----------------------------------------------------------------
013200 PROCEDURE DIVISION.
013300*-----------------------------------------------------------------
013400* 0000-MAINLINE
013500*-----------------------------------------------------------------
013600 0000-MAINLINE.
013700     MOVE EIBCALEN          TO XF-CALEN.
013800     PERFORM 1000-LOAD-COMMAREA THRU 1000-EXIT.
013900     IF XF-CALEN = ZERO OR NOT XF-SCREEN-UP
014000         PERFORM 2000-SEND-INITIAL-MAP THRU 2000-EXIT
014100     ELSE
014200         PERFORM 3000-RECEIVE-AND-PROCESS THRU 3000-EXIT
014300     END-IF.
014400     IF XF-RESP NOT = DFHRESP(NORMAL)
014500         PERFORM 9000-SEND-ERROR-SCREEN THRU 9000-EXIT
014600         GO TO 0000-EXIT
014700     END-IF.
014800     PERFORM 1500-WRITE-AUDIT-TRAIL THRU 1500-EXIT.
014900     EXEC CICS RETURN TRANSID('CICX')
015000                     COMMAREA(XF-COMMAREA)
015100                     LENGTH(LENGTH OF XF-COMMAREA)
015200                     RESP(XF-RESP)
015300     END-EXEC.
015400     IF XF-RESP NOT = DFHRESP(NORMAL)
015500         PERFORM 9000-SEND-ERROR-SCREEN THRU 9000-EXIT
015600     END-IF.
015700     GO TO 0000-EXIT.
015800 0000-EXIT.
015900     EXIT.
016000*-----------------------------------------------------------------
016100* 1000-LOAD-COMMAREA  -  PICK UP WHATEVER CAME IN ON THE
016200*                        COMMAREA, OR START CLEAN ON FIRST ENTRY.
016300*-----------------------------------------------------------------
016400 1000-LOAD-COMMAREA.
016500     IF XF-CALEN = ZERO
016600         MOVE SPACE         TO XF-COMMAREA
016700         MOVE 'N'           TO XF-PEND-SW
016800         EXEC CICS ASSIGN USERID(XF-USERID)
016900         END-EXEC
017000         PERFORM 2600-CHECK-AUTHORIZATION THRU 2600-EXIT
017100         GO TO 1000-EXIT
017200     END-IF.
017300     MOVE XF-IN-LAST-ACTION TO XF-LAST-ACTION.
017400     MOVE XF-IN-USERID      TO XF-USERID.
017500     MOVE XF-IN-AUTH-INQ-SW TO XF-AUTH-INQ-SW.
017600     MOVE XF-IN-AUTH-MNT-SW TO XF-AUTH-MNT-SW.
017700     MOVE XF-IN-AUTH-PST-SW TO XF-AUTH-PST-SW.
017800     MOVE XF-IN-AUTH-ADM-SW TO XF-AUTH-ADM-SW.
017900     MOVE XF-IN-SCREEN-SW   TO XF-SCREEN-SW.
018000     MOVE XF-IN-PICK-SW     TO XF-PICK-SW.
018100     MOVE XF-IN-PICK-ACCT   TO XF-PICK-ACCT.
018200*    CICSMENU HANDS IN ONLY THE COMMON CICSCA-LENGTH PREFIX;
018300*    OUR OWN RETURN HANDS BACK THE FULL XF-COMMAREA WITH THE
018400*    STAGED-TRANSFER FIELDS, SO THE EXTENSION IS ONLY PICKED UP
018500*    WHEN THE WHOLE THING ARRIVED.
018600     IF XF-CALEN = LENGTH OF XF-COMMAREA
018700         MOVE XF-INP-PEND-SW   TO XF-PEND-SW
018800         MOVE XF-INP-PEND-FROM TO XF-PEND-FROM
018900         MOVE XF-INP-PEND-TO   TO XF-PEND-TO
019000         MOVE XF-INP-PEND-AMT  TO XF-PEND-AMT
019100     ELSE
019200         MOVE 'N'           TO XF-PEND-SW
019300         MOVE SPACE         TO XF-PEND-FROM XF-PEND-TO
019400         MOVE ZERO          TO XF-PEND-AMT
019500     END-IF.
019600 1000-EXIT.
019700     EXIT.
019800*-----------------------------------------------------------------
019900* 1500-WRITE-AUDIT-TRAIL  -  LOG THIS INVOCATION TO THE AUDIT
020000*                            TRAIL TD QUEUE - USERID, TERMID AND
020100*                            TIMESTAMP - SAME ENTRY THE REST OF
020200*                            THE SUITE WRITES.  THE ACCOUNT
020300*                            LOGGED IS THE FROM-ACCOUNT; THE
020400*                            TO-ACCOUNT IS ON BOTH HISTORY LEGS.
020500*-----------------------------------------------------------------
020600 1500-WRITE-AUDIT-TRAIL.
020700     MOVE EIBTRNID          TO AU-TRANID.
020800     MOVE EIBTRMID          TO AU-TERMID.
020900     MOVE XF-USERID         TO AU-USERID.
021000     MOVE XF-LAST-ACTION    TO AU-FUNCTION.
021100*    AN OVERRIDE APPLY COMES IN ON PF5 WITH THE SCREEN ACCOUNT
021200*    POSSIBLY AT LOW-VALUES - THE ACCOUNT THAT WAS TOUCHED IS
021300*    THE STAGED ONE HELD IN THE COMMAREA.
021400     IF XF-LAST-ACTION = 'XA'
021500         MOVE XF-PEND-FROM  TO AU-ACCT-NO
021600     ELSE
021700         MOVE XFRFROMI      TO AU-ACCT-NO
021800     END-IF.
021900     MOVE EIBDATE           TO AU-DATE.
022000     MOVE EIBTIME           TO AU-TIME.
022100     EXEC CICS WRITEQ TD QUEUE(XF-AUDITQ)
022200                    FROM(AU-AUDIT-RECORD)
022300                    LENGTH(LENGTH OF AU-AUDIT-RECORD)
022400     END-EXEC.
022500 1500-EXIT.
022600     EXIT.
022700*-----------------------------------------------------------------
022800* 1600-WRITE-OVERRIDE-AUDIT  -  THE SECOND AUDIT ENTRY FOR AN
022900*                               APPROVED OVERRIDE - SAME SHAPE
023000*                               AND FUNCTION 'OV' AS CICSPST'S,
023100*                               UNDER THE SUPERVISOR'S USERID.
023200*-----------------------------------------------------------------
023300 1600-WRITE-OVERRIDE-AUDIT.
023400     MOVE EIBTRNID          TO AU-TRANID.
023500     MOVE EIBTRMID          TO AU-TERMID.
023600     MOVE XF-OVR-ID         TO AU-USERID.
023700     MOVE 'OV'              TO AU-FUNCTION.
023800     MOVE XF-PEND-FROM      TO AU-ACCT-NO.
023900     MOVE EIBDATE           TO AU-DATE.
024000     MOVE EIBTIME           TO AU-TIME.
024100     EXEC CICS WRITEQ TD QUEUE(XF-AUDITQ)
024200                    FROM(AU-AUDIT-RECORD)
024300                    LENGTH(LENGTH OF AU-AUDIT-RECORD)
024400     END-EXEC.
024500 1600-EXIT.
024600     EXIT.
024700*-----------------------------------------------------------------
024800* 1700-GET-BUSINESS-DATE  -  READ THE ONE-RECORD BDATE CONTROL
024900*                            FILE FOR THE DATE BOTH LEGS ARE
025000*                            STAMPED WITH.  SAME RULE AS CICSPST -
025100*                            NEVER THE CLOCK, NOT EVEN AS A
025200*                            FALLBACK.  A RECORD THAT CANNOT BE
025300*                            READ (OR CARRIES GARBAGE) LEAVES
025400*                            THE OK SWITCH DOWN AND THE TRANSFER
025500*                            IS REFUSED.
025600*-----------------------------------------------------------------
025700 1700-GET-BUSINESS-DATE.
025800     MOVE 'N'               TO XF-BDATE-OK-SW.
025900     MOVE 'BUSDATE'         TO BD-KEY.
026000     EXEC CICS READ FILE(XF-BDFILE)
026100                    INTO(BD-CONTROL-RECORD)
026200                    RIDFLD(BD-KEY)
026300                    KEYLENGTH(LENGTH OF BD-KEY)
026400                    RESP(XF-RESP)
026500     END-EXEC.
026600     IF XF-RESP NOT = DFHRESP(NORMAL)
026700         MOVE DFHRESP(NORMAL) TO XF-RESP
026800         GO TO 1700-EXIT
026900     END-IF.
027000     IF BD-BUSINESS-DATE NUMERIC
027100        AND BD-BUSINESS-DATE > ZERO
027200         MOVE BD-BUSINESS-DATE TO XF-TODAY
027300         MOVE 'Y'           TO XF-BDATE-OK-SW
027400     END-IF.
027500 1700-EXIT.
027600     EXIT.
027700*-----------------------------------------------------------------
027800* 2600-CHECK-AUTHORIZATION  -  READ THE SECFIL SECURITY FILE FOR
027900*                              THE SIGNED-ON USERID'S AUTHORITY
028000*                              BY FUNCTION.  NO RECORD MEANS NO
028100*                              AUTHORITY AT ALL.  CICX IS ALSO
028200*                              REACHABLE DIRECTLY AS ITS OWN
028300*                              TRANSACTION, SO THIS PROGRAM DOES
028400*                              THE SAME READ CICSMENU DOES ON ITS
028500*                              OWN FIRST ENTRY.
028600*-----------------------------------------------------------------
028700 2600-CHECK-AUTHORIZATION.
028800     MOVE 'N'               TO XF-AUTH-INQ-SW XF-AUTH-MNT-SW
028900                               XF-AUTH-PST-SW XF-AUTH-ADM-SW.
029000     MOVE XF-USERID         TO SC-USERID.
029100     EXEC CICS READ FILE(XF-SECFILE)
029200                    INTO(SC-SECURITY-RECORD)
029300                    RIDFLD(SC-USERID)
029400                    KEYLENGTH(LENGTH OF SC-USERID)
029500                    RESP(XF-RESP)
029600     END-EXEC.
029700     IF XF-RESP NOT = DFHRESP(NORMAL)
029800         MOVE DFHRESP(NORMAL) TO XF-RESP
029900         GO TO 2600-EXIT
030000     END-IF.
030100     MOVE SC-INQ-SW         TO XF-AUTH-INQ-SW.
030200     MOVE SC-MNT-SW         TO XF-AUTH-MNT-SW.
030300     MOVE SC-PST-SW         TO XF-AUTH-PST-SW.
030400     MOVE SC-ADM-SW         TO XF-AUTH-ADM-SW.
030500 2600-EXIT.
030600     EXIT.
030700*-----------------------------------------------------------------
030800* 2000-SEND-INITIAL-MAP  -  FIRST ENTRY - PAINT A BLANK TRANSFER
030900*                           SCREEN.
031000*-----------------------------------------------------------------
031100 2000-SEND-INITIAL-MAP.
031200     MOVE LOW-VALUE         TO CICSMAO.
031300     MOVE SPACE             TO XFRFROMO.
031400     MOVE SPACE             TO XFRFNAMO.
031500     MOVE SPACE             TO XFRTOO.
031600     MOVE SPACE             TO XFRTNAMO.
031700     MOVE SPACE             TO XFRAMTO.
031800     MOVE SPACE             TO XFROVRUO.
031900     MOVE SPACE             TO XFRFBALO.
032000     MOVE SPACE             TO XFRTBALO.
032100     MOVE SPACE             TO XFRMSGO.
032200     MOVE XF-USERID         TO XFRUSERO.
032300     MOVE 'FT'              TO XF-LAST-ACTION.
032400     MOVE 'Y'               TO XF-SCREEN-SW.
032500     MOVE 'N'               TO XF-PEND-SW.
032600     EXEC CICS SEND MAP(XF-MAPNAME)
032700                    MAPSET(XF-MAPSET)
032800                    FROM(CICSMAO)
032900                    ERASE
033000                    RESP(XF-RESP)
033100     END-EXEC.
033200 2000-EXIT.
033300     EXIT.
033400*-----------------------------------------------------------------
033500* 3000-RECEIVE-AND-PROCESS  -  RE-ENTRY - RECEIVE WHAT THE
033600*                              TELLER KEYED AND TRANSFER IT WHEN
033700*                              THE EDITS PASS.
033800*-----------------------------------------------------------------
033900 3000-RECEIVE-AND-PROCESS.
034000     EXEC CICS RECEIVE MAP(XF-MAPNAME)
034100                       MAPSET(XF-MAPSET)
034200                       INTO(CICSMAI)
034300                       RESP(XF-RESP)
034400     END-EXEC.
034500     IF XF-RESP = DFHRESP(MAPFAIL)
034600*        PF3, THE CONFIRMING PF5 AND THE PF12 CANCEL NEED NO
034700*        SCREEN FIELDS - THEY FALL THROUGH WITH A CLEARED INPUT
034800*        MAP, SAME HANDLING AS CICSPST.
034900         IF EIBAID = DFHPF3 OR EIBAID = DFHPF5
035000            OR EIBAID = DFHPF12
035100             MOVE LOW-VALUE     TO CICSMAI
035200             MOVE SPACE         TO XFRFROMI
035300         ELSE
035400             MOVE SPACE             TO XFRMSGO
035500             MOVE 'NO DATA WAS KEYED - RE-ENTER' TO XFRMSGO
035600             MOVE XF-USERID         TO XFRUSERO
035700             EXEC CICS SEND MAP(XF-MAPNAME)
035800                            MAPSET(XF-MAPSET)
035900                            FROM(CICSMAO)
036000                            DATAONLY
036100                            RESP(XF-RESP)
036200             END-EXEC
036300             GO TO 3000-EXIT
036400         END-IF
036500     END-IF.
036600     IF EIBAID = DFHPF3
036700         MOVE 'MN'          TO XF-LAST-ACTION
036800         MOVE 'N'           TO XF-SCREEN-SW
036900         PERFORM 1500-WRITE-AUDIT-TRAIL THRU 1500-EXIT
037000         EXEC CICS XCTL PROGRAM('CICSMENU')
037100                        COMMAREA(XF-COMMAREA)
037200                        LENGTH(LENGTH OF XF-COMMAREA)
037300                        RESP(XF-RESP)
037400         END-EXEC
037500         IF XF-RESP NOT = DFHRESP(NORMAL)
037600             PERFORM 9000-SEND-ERROR-SCREEN THRU 9000-EXIT
037700         END-IF
037800         GO TO 3000-EXIT
037900     END-IF.
038000     MOVE SPACE             TO XFRMSGO.
038100     MOVE XF-USERID         TO XFRUSERO.
038200     IF NOT XF-PST-AUTH
038300         MOVE XF-NOAUTHTEXT TO XFRMSGO
038400         GO TO 3800-SEND-CURRENT-MAP
038500     END-IF.
038600     IF EIBAID = DFHPF12
038700         MOVE 'N'           TO XF-PEND-SW
038800         MOVE SPACE         TO XF-PEND-FROM XF-PEND-TO
038900         MOVE ZERO          TO XF-PEND-AMT
039000         MOVE 'STAGED WORK CANCELLED - NOTHING APPLIED'
039100                            TO XFRMSGO
039200         GO TO 3800-SEND-CURRENT-MAP
039300     END-IF.
039400     IF EIBAID = DFHPF5
039500         IF XF-PEND-READY
039600             PERFORM 6500-APPLY-OVERRIDE THRU 6500-EXIT
039700         ELSE
039800             MOVE 'NOTHING STAGED - KEY THE DATA FIRST'
039900                            TO XFRMSGO
040000         END-IF
040100         GO TO 3800-SEND-CURRENT-MAP
040200     END-IF.
040300     PERFORM 4000-EDIT-TRANSFER THRU 4000-EXIT.
040400 3800-SEND-CURRENT-MAP.
040500     EXEC CICS SEND MAP(XF-MAPNAME)
040600                    MAPSET(XF-MAPSET)
040700                    FROM(CICSMAO)
040800                    DATAONLY
040900                    RESP(XF-RESP)
041000     END-EXEC.
041100 3000-EXIT.
041200     EXIT.
041300*-----------------------------------------------------------------
041400* 4000-EDIT-TRANSFER  -  EDIT THE KEYED FIELDS, GATE THE AMOUNT
041500*                        ON THE TELLER'S OWN POSTING LIMIT, AND
041600*                        APPLY THE TRANSFER WHEN IT IS WITHIN IT.
041700*-----------------------------------------------------------------
041800 4000-EDIT-TRANSFER.
041900     MOVE 'XT'              TO XF-LAST-ACTION.
042000     IF XFRFROMI = SPACE OR XFRFROMI = LOW-VALUE
042100         MOVE 'FROM ACCOUNT NUMBER IS REQUIRED' TO XFRMSGO
042200         GO TO 4000-EXIT
042300     END-IF.
042400     IF XFRFROMI NOT NUMERIC
042500         MOVE 'FROM ACCOUNT NUMBER MUST BE ALL DIGITS' TO XFRMSGO
042600         GO TO 4000-EXIT
042700     END-IF.
042800     IF XFRTOI = SPACE OR XFRTOI = LOW-VALUE
042900         MOVE 'TO ACCOUNT NUMBER IS REQUIRED' TO XFRMSGO
043000         GO TO 4000-EXIT
043100     END-IF.
043200     IF XFRTOI NOT NUMERIC
043300         MOVE 'TO ACCOUNT NUMBER MUST BE ALL DIGITS' TO XFRMSGO
043400         GO TO 4000-EXIT
043500     END-IF.
043600     IF XFRTOI = XFRFROMI
043700         MOVE 'FROM AND TO ACCOUNTS MUST DIFFER' TO XFRMSGO
043800         GO TO 4000-EXIT
043900     END-IF.
044000     MOVE XFRAMTI           TO XF-AMT-IN.
044100     INSPECT XF-AMT-IN REPLACING ALL LOW-VALUE BY ZERO
044200                                 ALL SPACE BY ZERO.
044300     IF XF-AMT-IN NOT NUMERIC
044400         MOVE 'AMOUNT MUST BE ALL DIGITS - LAST 2 ARE CENTS'
044500                            TO XFRMSGO
044600         GO TO 4000-EXIT
044700     END-IF.
044800     MOVE XF-AMT-IN-R       TO XF-AMT-NUM.
044900     IF XF-AMT-NUM = ZERO
045000         MOVE 'AMOUNT MUST NOT BE ZERO' TO XFRMSGO
045100         GO TO 4000-EXIT
045200     END-IF.
045300     MOVE XF-AMT-NUM        TO XF-AMOUNT.
045400*-----------------------------------------------------------------
045500*    EDITS PASSED - A TRANSFER MOVES THE SAME MONEY A POSTING
045600*    DOES, SO IT GATES ON THE SAME PER-OPERATOR LIMIT.  AN
045700*    OVER-LIMIT TRANSFER IS STAGED FOR A SUPERVISOR'S PF5.
045800*-----------------------------------------------------------------
045900     PERFORM 4600-CHECK-OPR-LIMIT THRU 4600-EXIT.
046000     IF XF-AMOUNT > XF-OPR-LIMIT
046100         MOVE 'Y'           TO XF-PEND-SW
046200         MOVE XFRFROMI      TO XF-PEND-FROM
046300         MOVE XFRTOI        TO XF-PEND-TO
046400         MOVE XF-AMT-NUM    TO XF-PEND-AMT
046500         MOVE 'OVER YOUR LIMIT - SUPERVISOR KEYS SUPV ID + PF5'
046600                            TO XFRMSGO
046700         GO TO 4000-EXIT
046800     END-IF.
046900     MOVE XFRFROMI          TO XF-POST-FROM.
047000     MOVE XFRTOI            TO XF-POST-TO.
047100     MOVE SPACE             TO XF-OVR-ID.
047200     PERFORM 4700-APPLY-TRANSFER THRU 4700-EXIT.
047300*    AN APPLIED TRANSFER LEAVES NOTHING STAGED - A LATER BARE
047400*    PF5 MUST NOT FIND EARLIER WORK STILL PENDING.
047500     IF XF-POST-DONE
047600         MOVE 'N'           TO XF-PEND-SW
047700         MOVE SPACE         TO XF-PEND-FROM XF-PEND-TO
047800         MOVE ZERO          TO XF-PEND-AMT
047900     END-IF.
048000 4000-EXIT.
048100     EXIT.
048200*-----------------------------------------------------------------
048300* 4600-CHECK-OPR-LIMIT  -  READ THE OPERATOR'S OWN SECURITY
048400*                          RECORD FOR THE PER-POSTING LIMIT.
048500*                          READ FRESH EVERY TRANSFER, SAME AS
048600*                          CICSPST.  NO RECORD, OR A LIMIT NEVER
048700*                          SET, COUNTS AS ZERO.
048800*-----------------------------------------------------------------
048900 4600-CHECK-OPR-LIMIT.
049000     MOVE ZERO              TO XF-OPR-LIMIT.
049100     MOVE XF-USERID         TO SC-USERID.
049200     EXEC CICS READ FILE(XF-SECFILE)
049300                    INTO(SC-SECURITY-RECORD)
049400                    RIDFLD(SC-USERID)
049500                    KEYLENGTH(LENGTH OF SC-USERID)
049600                    RESP(XF-RESP)
049700     END-EXEC.
049800     IF XF-RESP NOT = DFHRESP(NORMAL)
049900         MOVE DFHRESP(NORMAL) TO XF-RESP
050000         GO TO 4600-EXIT
050100     END-IF.
050200     IF SC-PST-LIMIT NUMERIC
050300         MOVE SC-PST-LIMIT  TO XF-OPR-LIMIT
050400     END-IF.
050500 4600-EXIT.
050600     EXIT.
050700*-----------------------------------------------------------------
050800* 4700-APPLY-TRANSFER  -  MOVE THE MONEY ON BOTH MASTER RECORDS,
050900*                         THEN WRITE BOTH HISTORY LEGS.  SHARED
051000*                         BY THE ORDINARY PATH (4000) AND THE
051100*                         SUPERVISOR-OVERRIDE PATH (6500) -
051200*                         XF-POST-FROM/XF-POST-TO/XF-AMOUNT SAY
051300*                         WHAT TO MOVE AND XF-OVR-ID SAYS WHO
051400*                         APPROVED IT.  THE TWO MASTERS ARE
051500*                         ALWAYS TAKEN IN ACCOUNT-NUMBER ORDER, SO
051600*                         TWO TELLERS TRANSFERRING BETWEEN THE
051700*                         SAME PAIR IN OPPOSITE DIRECTIONS QUEUE
051800*                         ON THE SAME RECORD INSTEAD OF
051900*                         DEADLOCKING.  ANY FAILURE AFTER THE
052000*                         FIRST REWRITE ROLLS THE WHOLE UNIT
052100*                         BACK - NEITHER BALANCE MOVES WITHOUT
052200*                         THE OTHER AND BOTH HISTORY RECORDS.
052300*-----------------------------------------------------------------
052400 4700-APPLY-TRANSFER.
052500     MOVE 'N'               TO XF-POST-DONE-SW.
052600     MOVE ZERO              TO XF-LEGS-DONE.
052700     IF XF-POST-FROM < XF-POST-TO
052800         PERFORM 4710-DEBIT-FROM THRU 4710-EXIT
052900         IF XF-LEGS-DONE = 1
053000             PERFORM 4720-CREDIT-TO THRU 4720-EXIT
053100         END-IF
053200     ELSE
053300         PERFORM 4720-CREDIT-TO THRU 4720-EXIT
053400         IF XF-LEGS-DONE = 1
053500             PERFORM 4710-DEBIT-FROM THRU 4710-EXIT
053600         END-IF
053700     END-IF.
053800     IF XF-LEGS-DONE < 2
053900*        THE LEG THAT FAILED HAS ALREADY SAID WHY - JUST MAKE
054000*        SURE A LEG THAT DID GO THROUGH DOES NOT STAND ALONE.
054100         IF XF-LEGS-DONE > 0
054200             EXEC CICS SYNCPOINT ROLLBACK
054300             END-EXEC
054400         END-IF
054500         MOVE SPACE         TO XFRFBALO XFRTBALO
054600         GO TO 4700-EXIT
054700     END-IF.
054800     PERFORM 5000-WRITE-HISTORY THRU 5000-EXIT.
054900     IF NOT XF-HIST-DONE
055000         EXEC CICS SYNCPOINT ROLLBACK
055100         END-EXEC
055200         MOVE SPACE         TO XFRFBALO XFRTBALO
055300         IF NOT XF-BDATE-OK
055400             MOVE 'BUSINESS DATE UNAVAILABLE - TRANSFER REFUSED'
055500                            TO XFRMSGO
055600         ELSE
055700             MOVE 'HISTORY FILE ERROR - TRANSFER BACKED OUT'
055800                            TO XFRMSGO
055900         END-IF
056000         GO TO 4700-EXIT
056100     END-IF.
056200     MOVE 'Y'               TO XF-POST-DONE-SW.
056300     MOVE XF-FROM-BAL       TO XF-DISP-BAL.
056400     MOVE XF-DISP-BAL       TO XFRFBALO.
056500     MOVE XF-TO-BAL         TO XF-DISP-BAL.
056600     MOVE XF-DISP-BAL       TO XFRTBALO.
056700     MOVE 'TRANSFER POSTED' TO XFRMSGO.
056800 4700-EXIT.
056900     EXIT.
057000*-----------------------------------------------------------------
057100* 4710-DEBIT-FROM  -  READ THE FROM-ACCOUNT FOR UPDATE, APPLY
057200*                     CICSPST'S DEBIT CHECKS (CLOSED, HOLD,
057300*                     DORMANT, OVERDRAFT LIMIT) AND TAKE THE
057350*                     MONEY OUT.
057400*                     XF-LEGS-DONE COUNTS THE LEG ONLY WHEN THE
057500*                     REWRITE TOOK.
057600*-----------------------------------------------------------------
057700 4710-DEBIT-FROM.
057800     MOVE XF-POST-FROM      TO AC-ACCT-NO.
057900     EXEC CICS READ FILE(XF-ACCTFILE)
058000                    INTO(AC-ACCOUNT-RECORD)
058100                    RIDFLD(AC-ACCT-NO)
058200                    KEYLENGTH(LENGTH OF AC-ACCT-NO)
058300                    UPDATE
058400                    RESP(XF-RESP)
058500     END-EXEC.
058600     IF XF-RESP = DFHRESP(NOTFND)
058700         MOVE SPACE         TO XFRFNAMO
058800         MOVE 'FROM ACCOUNT NOT ON FILE - RE-ENTER' TO XFRMSGO
058900         GO TO 4710-EXIT
059000     END-IF.
059100     IF XF-RESP NOT = DFHRESP(NORMAL)
059200         MOVE 'FILE ERROR ON ACCOUNT MASTER - TRY AGAIN'
059300                            TO XFRMSGO
059400         GO TO 4710-EXIT
059500     END-IF.
059600     MOVE AC-CUST-NAME      TO XFRFNAMO.
059700     IF AC-CLOSED
059800         EXEC CICS UNLOCK FILE(XF-ACCTFILE)
059900         END-EXEC
060000         MOVE 'FROM ACCOUNT IS CLOSED - TRANSFER REFUSED'
060100                            TO XFRMSGO
060200         GO TO 4710-EXIT
060300     END-IF.
060400     IF AC-ON-HOLD
060500         EXEC CICS UNLOCK FILE(XF-ACCTFILE)
060600         END-EXEC
060700         MOVE 'FROM ACCOUNT ON POSTING HOLD - TRANSFER REFUSED'
060800                            TO XFRMSGO
060900         GO TO 4710-EXIT
061000     END-IF.
061005*    A DORMANT ACCOUNT MOVES NO MONEY WITHOUT A SUPERVISOR -
061010*    STAGE THE WHOLE TRANSFER FOR THE PF5 OVERRIDE, AS CICSPST
061015*    DOES FOR A POSTING.
061020     IF AC-DORMANT AND XF-OVR-ID = SPACE
061025         EXEC CICS UNLOCK FILE(XF-ACCTFILE)
061030         END-EXEC
061035         PERFORM 4780-STAGE-DORMANT THRU 4780-EXIT
061040         MOVE 'FROM ACCT DORMANT - SUPERVISOR KEYS SUPV ID + PF5'
061045                            TO XFRMSGO
061050         GO TO 4710-EXIT
061055     END-IF.
061060*    THE DEBIT MUST FIT THE AVAILABLE BALANCE - LEDGER LESS
061120*    ACTIVE HOLDS PLUS THE ACCOUNT'S OWN OVERDRAFT LIMIT, THE
061180*    FIGURE CICSCOB SHOWS.
061240     PERFORM 4750-TOTAL-HOLDS THRU 4750-EXIT.
061250     IF XF-HOLD-FAIL
061260         EXEC CICS UNLOCK FILE(XF-ACCTFILE)
061270         END-EXEC
061280         MOVE 'HOLD FILE ERROR - NOTHING TRANSFERRED' TO XFRMSGO
061290         GO TO 4710-EXIT
061295     END-IF.
061300     SUBTRACT XF-AMOUNT XF-HOLD-TOT FROM AC-BALANCE
061360         GIVING XF-AVAIL-BAL.
061420     IF XF-AVAIL-BAL < ZERO
061480        AND XF-AVAIL-BAL + AC-OD-LIMIT < ZERO
061540         EXEC CICS UNLOCK FILE(XF-ACCTFILE)
061600         END-EXEC
061660         MOVE 'TRANSFER WOULD BREACH OVERDRAFT LIMIT - REFUSED'
061720                            TO XFRMSGO
061780         IF XF-HOLD-TOT > ZERO
061840             MOVE 'TRANSFER EXCEEDS AVAILABLE BALANCE - REFUSED'
061900                            TO XFRMSGO
061960         END-IF
062020         GO TO 4710-EXIT
062080     END-IF.
062200     SUBTRACT XF-AMOUNT     FROM AC-BALANCE.
062300     EXEC CICS REWRITE FILE(XF-ACCTFILE)
062400                       FROM(AC-ACCOUNT-RECORD)
062500                       RESP(XF-RESP)
062600     END-EXEC.
062700     IF XF-RESP NOT = DFHRESP(NORMAL)
062800         MOVE 'FILE ERROR - TRANSFER NOT APPLIED' TO XFRMSGO
062900         GO TO 4710-EXIT
063000     END-IF.
063100     MOVE AC-BALANCE        TO XF-FROM-BAL.
063200     ADD 1                  TO XF-LEGS-DONE.
063300 4710-EXIT.
063400     EXIT.
063401*-----------------------------------------------------------------
063402* 4750-TOTAL-HOLDS  -  ADD UP THE ACTIVE AMOUNT HOLDS ON THE
063403*                      ACCOUNT IN AC-ACCT-NO INTO XF-HOLD-TOT.  A
063404*                      HOLD COUNTS WHILE IT IS 'A' AND ITS EXPIRY
063405*                      IS ZERO OR NOT BEFORE THE BUSINESS DAY.
063406*                      WITH NO BUSINESS DATE EVERY 'A' HOLD
063407*                      COUNTS - THE TRANSFER IS REFUSED LATER FOR
063408*                      THE MISSING DATE ANYWAY.  NO HOLD FILE
063409*                      RECORD FOR THE ACCOUNT MEANS NO HOLDS;
063410*                      ANY OTHER HOLD FILE ERROR SETS
063411*                      XF-HOLD-FAIL AND THE CALLER REFUSES THE
063412*                      TRANSFER RATHER THAN TRUST A SHORT TOTAL.
063413*-----------------------------------------------------------------
063414 4750-TOTAL-HOLDS.
063415     MOVE ZERO              TO XF-HOLD-TOT.
063416     MOVE 'N'               TO XF-HOLD-FAIL-SW.
063417     PERFORM 1700-GET-BUSINESS-DATE THRU 1700-EXIT.
063418     IF NOT XF-BDATE-OK
063419         MOVE ZERO          TO XF-TODAY
063420     END-IF.
063421     MOVE 'N'               TO XF-HOLD-DONE-SW.
063422     MOVE AC-ACCT-NO        TO HD-ACCT-NO.
063423     MOVE ZERO              TO HD-HOLD-NO.
063424     EXEC CICS STARTBR FILE(XF-HOLDFILE)
063425                       RIDFLD(HD-KEY)
063426                       KEYLENGTH(LENGTH OF HD-KEY)
063427                       GTEQ
063428                       RESP(XF-RESP)
063429     END-EXEC.
063430     IF XF-RESP = DFHRESP(NOTFND)
063431         MOVE DFHRESP(NORMAL) TO XF-RESP
063432         GO TO 4750-EXIT
063433     END-IF.
063434     IF XF-RESP NOT = DFHRESP(NORMAL)
063435         MOVE 'Y'           TO XF-HOLD-FAIL-SW
063436         MOVE DFHRESP(NORMAL) TO XF-RESP
063437         GO TO 4750-EXIT
063438     END-IF.
063439     PERFORM 4760-ADD-HOLD THRU 4760-EXIT
063440         UNTIL XF-HOLD-DONE.
063441     EXEC CICS ENDBR FILE(XF-HOLDFILE)
063442                     RESP(XF-RESP2)
063443     END-EXEC.
063444 4750-EXIT.
063445     EXIT.
063446*-----------------------------------------------------------------
063447* 4760-ADD-HOLD  -  READ THE NEXT HOLD AND ADD IT IN IF ACTIVE.
063448*-----------------------------------------------------------------
063449 4760-ADD-HOLD.
063450     EXEC CICS READNEXT FILE(XF-HOLDFILE)
063451                        INTO(HD-HOLD-RECORD)
063452                        RIDFLD(HD-KEY)
063453                        KEYLENGTH(LENGTH OF HD-KEY)
063454                        RESP(XF-RESP)
063455     END-EXEC.
063456     IF XF-RESP NOT = DFHRESP(NORMAL)
063457         IF XF-RESP NOT = DFHRESP(ENDFILE)
063458             MOVE 'Y'       TO XF-HOLD-FAIL-SW
063459         END-IF
063460         MOVE DFHRESP(NORMAL) TO XF-RESP
063461         MOVE 'Y'           TO XF-HOLD-DONE-SW
063462         GO TO 4760-EXIT
063463     END-IF.
063464     IF HD-ACCT-NO NOT = AC-ACCT-NO
063465         MOVE 'Y'           TO XF-HOLD-DONE-SW
063466         GO TO 4760-EXIT
063467     END-IF.
063468     IF HD-ACTIVE
063469        AND (HD-EXPIRY = ZERO OR HD-EXPIRY NOT < XF-TODAY)
063470         ADD HD-AMOUNT      TO XF-HOLD-TOT
063471     END-IF.
063472 4760-EXIT.
063473     EXIT.
063500*-----------------------------------------------------------------
063600* 4720-CREDIT-TO  -  READ THE TO-ACCOUNT FOR UPDATE, APPLY
063700*                    CICSPST'S CREDIT CHECKS (CLOSED, HOLD,
063750*                    DORMANT) AND PUT THE MONEY IN.  A HELD
063800*                    ACCOUNT TAKES NO POSTINGS IN EITHER
063900*                    DIRECTION.
064000*-----------------------------------------------------------------
064100 4720-CREDIT-TO.
064200     MOVE XF-POST-TO        TO AC-ACCT-NO.
064300     EXEC CICS READ FILE(XF-ACCTFILE)
064400                    INTO(AC-ACCOUNT-RECORD)
064500                    RIDFLD(AC-ACCT-NO)
064600                    KEYLENGTH(LENGTH OF AC-ACCT-NO)
064700                    UPDATE
064800                    RESP(XF-RESP)
064900     END-EXEC.
065000     IF XF-RESP = DFHRESP(NOTFND)
065100         MOVE SPACE         TO XFRTNAMO
065200         MOVE 'TO ACCOUNT NOT ON FILE - RE-ENTER' TO XFRMSGO
065300         GO TO 4720-EXIT
065400     END-IF.
065500     IF XF-RESP NOT = DFHRESP(NORMAL)
065600         MOVE 'FILE ERROR ON ACCOUNT MASTER - TRY AGAIN'
065700                            TO XFRMSGO
065800         GO TO 4720-EXIT
065900     END-IF.
066000     MOVE AC-CUST-NAME      TO XFRTNAMO.
066100     IF AC-CLOSED
066200         EXEC CICS UNLOCK FILE(XF-ACCTFILE)
066300         END-EXEC
066400         MOVE 'TO ACCOUNT IS CLOSED - TRANSFER REFUSED'
066500                            TO XFRMSGO
066600         GO TO 4720-EXIT
066700     END-IF.
066800     IF AC-ON-HOLD
066900         EXEC CICS UNLOCK FILE(XF-ACCTFILE)
067000         END-EXEC
067100         MOVE 'TO ACCOUNT ON POSTING HOLD - TRANSFER REFUSED'
067200                            TO XFRMSGO
067300         GO TO 4720-EXIT
067400     END-IF.
067410     IF AC-DORMANT AND XF-OVR-ID = SPACE
067418         EXEC CICS UNLOCK FILE(XF-ACCTFILE)
067426         END-EXEC
067434         PERFORM 4780-STAGE-DORMANT THRU 4780-EXIT
067442         MOVE 'TO ACCOUNT DORMANT - SUPERVISOR KEYS SUPV ID + PF5'
067450                            TO XFRMSGO
067458         GO TO 4720-EXIT
067466     END-IF.
067500     ADD XF-AMOUNT          TO AC-BALANCE.
067600     EXEC CICS REWRITE FILE(XF-ACCTFILE)
067700                       FROM(AC-ACCOUNT-RECORD)
067800                       RESP(XF-RESP)
067900     END-EXEC.
068000     IF XF-RESP NOT = DFHRESP(NORMAL)
068100         MOVE 'FILE ERROR - TRANSFER NOT APPLIED' TO XFRMSGO
068200         GO TO 4720-EXIT
068300     END-IF.
068400     MOVE AC-BALANCE        TO XF-TO-BAL.
068500     ADD 1                  TO XF-LEGS-DONE.
068600 4720-EXIT.
068700     EXIT.
068702*-----------------------------------------------------------------
068704* 4780-STAGE-DORMANT  -  A LEG FOUND ITS ACCOUNT DORMANT ON THE
068706*                        ORDINARY PATH.  HOLD THE TRANSFER IN THE
068708*                        COMMAREA FOR A SUPERVISOR'S PF5, THE SAME
068710*                        AS AN OVER-LIMIT AMOUNT.  6500 RE-RUNS IT
068712*                        WITH XF-OVR-ID SET, WHICH BOTH LEGS TAKE
068714*                        AS THE SUPERVISOR'S CLEARANCE AND STAMP
068716*                        INTO TH-OVR-USERID.
068718*-----------------------------------------------------------------
068720 4780-STAGE-DORMANT.
068722     MOVE 'Y'               TO XF-PEND-SW.
068724     MOVE XF-POST-FROM      TO XF-PEND-FROM.
068726     MOVE XF-POST-TO        TO XF-PEND-TO.
068728     MOVE XF-AMOUNT         TO XF-PEND-AMT.
068730 4780-EXIT.
068732     EXIT.
068800*-----------------------------------------------------------------
068900* 5000-WRITE-HISTORY  -  WRITE THE TWO HISTORY LEGS ON ONE
069000*                        BUSINESS DATE.  THE DEBIT LEG ('T' -
069100*                        TRANSFER TO) GOES FIRST; THE CREDIT
069200*                        LEG ('F' - TRANSFER FROM) GOES SECOND
069300*                        CARRYING THE SEQ THE DEBIT LANDED ON;
069400*                        THEN THE DEBIT LEG IS RE-READ AND
069500*                        GIVEN THE SEQ THE CREDIT LANDED ON, SO
069600*                        EACH POINTS AT THE OTHER.  THE DONE
069700*                        SWITCH GOES UP ONLY WHEN ALL THREE
069800*                        STEPS TOOK.
069900*-----------------------------------------------------------------
070000 5000-WRITE-HISTORY.
070100     MOVE 'N'               TO XF-HIST-DONE-SW.
070200     PERFORM 1700-GET-BUSINESS-DATE THRU 1700-EXIT.
070300     IF NOT XF-BDATE-OK
070400*        NO BUSINESS DATE, NO TRANSFER - THE DONE SWITCH STAYS
070500*        DOWN AND THE CALLER BACKS BOTH BALANCE UPDATES OUT.
070600         GO TO 5000-EXIT
070700     END-IF.
070800     MOVE SPACE             TO TH-HISTORY-RECORD.
070900     MOVE XF-POST-FROM      TO TH-ACCT-NO.
071000     MOVE XF-TODAY          TO TH-POST-DATE.
071100     MOVE 1                 TO TH-POST-SEQ.
071200     MOVE 'D'               TO TH-DRCR-CODE.
071300     MOVE XF-AMOUNT         TO TH-AMOUNT.
071400     MOVE XF-USERID         TO TH-USERID.
071500     MOVE EIBTRMID          TO TH-TERMID.
071600     MOVE XF-OVR-ID         TO TH-OVR-USERID.
071700     MOVE SPACE             TO TH-REV-FLAG.
071800     MOVE ZERO              TO TH-REV-DATE.
071900     MOVE ZERO              TO TH-REV-SEQ.
072000     MOVE 'T'               TO TH-XFR-FLAG.
072100     MOVE XF-POST-TO        TO TH-XFR-ACCT.
072200     MOVE ZERO              TO TH-XFR-SEQ.
072300     MOVE 'N'               TO XF-WRITE-DONE-SW.
072400     PERFORM 5100-TRY-HISTORY-WRITE THRU 5100-EXIT
072500         UNTIL XF-WRITE-DONE
072600            OR TH-POST-SEQ > 9998.
072700     IF NOT XF-WRITE-DONE
072800         GO TO 5000-EXIT
072900     END-IF.
073000     MOVE TH-POST-SEQ       TO XF-DR-SEQ.
073100     MOVE XF-POST-TO        TO TH-ACCT-NO.
073200     MOVE 1                 TO TH-POST-SEQ.
073300     MOVE 'C'               TO TH-DRCR-CODE.
073400     MOVE 'F'               TO TH-XFR-FLAG.
073500     MOVE XF-POST-FROM      TO TH-XFR-ACCT.
073600     MOVE XF-DR-SEQ         TO TH-XFR-SEQ.
073700     MOVE 'N'               TO XF-WRITE-DONE-SW.
073800     PERFORM 5100-TRY-HISTORY-WRITE THRU 5100-EXIT
073900         UNTIL XF-WRITE-DONE
074000            OR TH-POST-SEQ > 9998.
074100     IF NOT XF-WRITE-DONE
074200         GO TO 5000-EXIT
074300     END-IF.
074400     MOVE TH-POST-SEQ       TO XF-CR-SEQ.
074500     PERFORM 5200-LINK-DEBIT-LEG THRU 5200-EXIT.
074600     IF XF-WRITE-DONE
074700         MOVE 'Y'           TO XF-HIST-DONE-SW
074800     END-IF.
074900 5000-EXIT.
075000     EXIT.
075100*-----------------------------------------------------------------
075200* 5100-TRY-HISTORY-WRITE  -  ONE WRITE ATTEMPT AT THE CURRENT
075300*                            SEQUENCE NUMBER.  DUPREC MEANS THE
075400*                            NUMBER IS TAKEN - STEP TO THE NEXT
075500*                            AND LET THE CALLER LOOP.  ANY OTHER
075600*                            ABNORMAL RESP ENDS THE LOOP WITH
075700*                            THE DONE SWITCH STILL DOWN SO THE
075800*                            TRANSFER GETS BACKED OUT.
075900*-----------------------------------------------------------------
076000 5100-TRY-HISTORY-WRITE.
076100     EXEC CICS WRITE FILE(XF-HISTFILE)
076200                     FROM(TH-HISTORY-RECORD)
076300                     RIDFLD(TH-KEY)
076400                     KEYLENGTH(LENGTH OF TH-KEY)
076500                     RESP(XF-RESP)
076600     END-EXEC.
076700     IF XF-RESP = DFHRESP(NORMAL)
076800         MOVE 'Y'           TO XF-WRITE-DONE-SW
076900         GO TO 5100-EXIT
077000     END-IF.
077100     IF XF-RESP = DFHRESP(DUPREC)
077200         ADD 1              TO TH-POST-SEQ
077300     ELSE
077400         MOVE 9999          TO TH-POST-SEQ
077500     END-IF.
077600 5100-EXIT.
077700     EXIT.
077800*-----------------------------------------------------------------
077900* 5200-LINK-DEBIT-LEG  -  READ THE DEBIT LEG BACK FOR UPDATE AND
078000*                         GIVE IT THE CREDIT LEG'S SEQ.  BOTH
078100*                         WRITES ARE FINISHED BEFORE THIS READ,
078200*                         SO NO UPDATE IS HELD ON THE HISTORY
078300*                         FILE WHILE WRITING TO IT.
078400*-----------------------------------------------------------------
078500 5200-LINK-DEBIT-LEG.
078600     MOVE 'N'               TO XF-WRITE-DONE-SW.
078700     MOVE XF-POST-FROM      TO TH-ACCT-NO.
078800     MOVE XF-TODAY          TO TH-POST-DATE.
078900     MOVE XF-DR-SEQ         TO TH-POST-SEQ.
079000     EXEC CICS READ FILE(XF-HISTFILE)
079100                    INTO(TH-HISTORY-RECORD)
079200                    RIDFLD(TH-KEY)
079300                    KEYLENGTH(LENGTH OF TH-KEY)
079400                    UPDATE
079500                    RESP(XF-RESP)
079600     END-EXEC.
079700     IF XF-RESP NOT = DFHRESP(NORMAL)
079800         GO TO 5200-EXIT
079900     END-IF.
080000     MOVE XF-CR-SEQ         TO TH-XFR-SEQ.
080100     EXEC CICS REWRITE FILE(XF-HISTFILE)
080200                       FROM(TH-HISTORY-RECORD)
080300                       RESP(XF-RESP)
080400     END-EXEC.
080500     IF XF-RESP = DFHRESP(NORMAL)
080600         MOVE 'Y'           TO XF-WRITE-DONE-SW
080700     END-IF.
080800 5200-EXIT.
080900     EXIT.
081000*-----------------------------------------------------------------
081100* 6500-APPLY-OVERRIDE  -  A SUPERVISOR KEYED THEIR USERID AND
081200*                         PF5 FOR A STAGED OVER-LIMIT TRANSFER.
081300*                         SAME RULES AS CICSPST'S OVERRIDE - A
081400*                         DIFFERENT OPERATOR, CLEARED FOR
081500*                         POSTING, WITH A LIMIT THAT COVERS THE
081600*                         AMOUNT.  A FAILED CHECK LEAVES THE
081700*                         TRANSFER STAGED; PF12 THROWS IT AWAY.
081800*                         A SUCCESSFUL APPLY WRITES THE SECOND
081900*                         AUDT ENTRY (FUNCTION 'OV') UNDER THE
082000*                         SUPERVISOR'S USERID.
082100*-----------------------------------------------------------------
082200 6500-APPLY-OVERRIDE.
082300     MOVE 'XA'              TO XF-LAST-ACTION.
082400     MOVE XF-PEND-FROM      TO XFRFROMO.
082500     MOVE XF-PEND-TO        TO XFRTOO.
082600     MOVE XFROVRUI          TO XF-OVR-ID.
082700     INSPECT XF-OVR-ID REPLACING ALL LOW-VALUE BY SPACE.
082800     IF XF-OVR-ID = SPACE
082900         MOVE 'SUPERVISOR ID IS REQUIRED - KEY IT AND PF5'
083000                            TO XFRMSGO
083100         GO TO 6500-EXIT
083200     END-IF.
083300     IF XF-OVR-ID = XF-USERID
083400         MOVE 'OVERRIDE MUST COME FROM ANOTHER OPERATOR'
083500                            TO XFRMSGO
083600         GO TO 6500-EXIT
083700     END-IF.
083800     MOVE XF-OVR-ID         TO SC-USERID.
083900     EXEC CICS READ FILE(XF-SECFILE)
084000                    INTO(SC-SECURITY-RECORD)
084100                    RIDFLD(SC-USERID)
084200                    KEYLENGTH(LENGTH OF SC-USERID)
084300                    RESP(XF-RESP)
084400     END-EXEC.
084500     IF XF-RESP = DFHRESP(NOTFND)
084600         MOVE 'SUPERVISOR NOT ON SECURITY FILE - REFUSED'
084700                            TO XFRMSGO
084800         GO TO 6500-EXIT
084900     END-IF.
085000     IF XF-RESP NOT = DFHRESP(NORMAL)
085100         MOVE 'FILE ERROR ON SECURITY FILE - TRY AGAIN'
085200                            TO XFRMSGO
085300         GO TO 6500-EXIT
085400     END-IF.
085500     IF NOT SC-PST-ALLOWED
085600         MOVE 'SUPERVISOR HAS NO POSTING AUTHORITY - REFUSED'
085700                            TO XFRMSGO
085800         GO TO 6500-EXIT
085900     END-IF.
086000     MOVE ZERO              TO XF-SUP-LIMIT.
086100     IF SC-PST-LIMIT NUMERIC
086200         MOVE SC-PST-LIMIT  TO XF-SUP-LIMIT
086300     END-IF.
086400     MOVE XF-PEND-AMT       TO XF-AMOUNT.
086500     IF XF-AMOUNT > XF-SUP-LIMIT
086600         MOVE 'AMOUNT EXCEEDS SUPERVISOR LIMIT TOO - REFUSED'
086700                            TO XFRMSGO
086800         GO TO 6500-EXIT
086900     END-IF.
087000     MOVE XF-PEND-FROM      TO XF-POST-FROM.
087100     MOVE XF-PEND-TO        TO XF-POST-TO.
087200     PERFORM 4700-APPLY-TRANSFER THRU 4700-EXIT.
087300     IF XF-POST-DONE
087400         PERFORM 1600-WRITE-OVERRIDE-AUDIT THRU 1600-EXIT
087500     END-IF.
087600*    THE APPLY WAS ATTEMPTED - STAGED WORK COMES DOWN WHETHER
087700*    IT TOOK OR NOT (THE MESSAGE ALREADY SAYS WHICH).  THE
087800*    STAGED FROM-ACCOUNT STAYS PUT FOR THE AUDIT TRAIL WRITE.
087900     MOVE 'N'               TO XF-PEND-SW.
088000 6500-EXIT.
088100     EXIT.
088200*-----------------------------------------------------------------
088300* 9000-SEND-ERROR-SCREEN  -  A SEND MAP OR RETURN CAME BACK WITH
088400*                            AN ABNORMAL RESP - THE TERMINAL IS
088500*                            IN SOME BAD STATE.  TELL THE
088600*                            OPERATOR IN PLAIN TEXT AND END THE
088700*                            TASK CLEANLY RATHER THAN LETTING
088800*                            CICS ABEND THE TASK (ASRA).
088900*-----------------------------------------------------------------
089000 9000-SEND-ERROR-SCREEN.
089100     EXEC CICS SEND TEXT FROM(XF-ERRTEXT)
089200                    LENGTH(LENGTH OF XF-ERRTEXT)
089300                    ERASE
089400                    RESP(XF-RESP2)
089500     END-EXEC.
089600     EXEC CICS RETURN
089700     END-EXEC.
089800 9000-EXIT.
089900     EXIT.
090000*-----------------------------------------------------------------
