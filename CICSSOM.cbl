000100*-----------------------------------------------------------------
000200* IDENTIFICATION DIVISION.
000300*-----------------------------------------------------------------
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    CICSSOM.
000600 AUTHOR.        R HALVERSEN.
000700 INSTALLATION.  DATA PROCESSING.
000800 DATE-WRITTEN.  10/15/2026.
000900 DATE-COMPILED.
001000*-----------------------------------------------------------------
001100* MODIFICATION HISTORY
001200*-----------------------------------------------------------------
001300* 10/15/2026 RH  NEW PROGRAM.  STANDING ORDER MAINTENANCE,
001400*                OPTION 11 ON THE CICSMENU MAIN MENU (OWN
001500*                TRANSACTION CICO, MAPSET CICSMSB, MAP CICSMB).
001600*                REPLACES THE BRANCH'S PAPER LIST OF RECURRING
001700*                TRANSFERS THAT WERE KEYED THROUGH CICSPST ON
001800*                EACH DUE DATE.  AN OPERATOR ADDS AN ORDER (FROM
001900*                ACCOUNT, TO ACCOUNT, AMOUNT, WEEKLY/MONTHLY/
002000*                QUARTERLY, NEXT DUE DATE, OPTIONAL END DATE),
002100*                CHANGES ONE, SUSPENDS OR RESUMES ONE, CANCELS
002200*                ONE, OR JUST LOOKS AT ONE, ON THE NEW STORD
002300*                STANDING ORDER FILE (SEE STOREC).  NO MONEY
002400*                MOVES HERE - THE NIGHTLY ACCTSOR STEP PAYS THE
002500*                ORDERS ON THE BDATE BUSINESS DATE THEY FALL
002600*                DUE.  SAME EDIT-THEN-PF5 PATTERN AS CICSACM:
002700*                ENTER EDITS AND HOLDS THE UPDATE IN THE
002800*                COMMAREA (SEE SOMCA/SOMCAL), PF5 APPLIES IT,
002900*                PF12 THROWS IT AWAY.  GATED ON THE SECFIL
003000*                MAINTENANCE SWITCH.
003010* 10/15/2026 RH  AN ORDER THE NIGHTLY STEP LEFT 'IP' (PAYMENT IN
003020*                DOUBT) IS CLEARED HERE.  A CHANGE OR RESUME ON
003030*                ONE MUST CARRY A NEXT DUE DATE - KEYED ONLY
003040*                AFTER THE HISTORY SHOWS WHETHER THE MONEY MOVED
003050*                - AND APPLYING IT BLANKS THE 'IP' SO ACCTSOR
003060*                PAYS THE ORDER AGAIN FROM THAT DATE.
003100*-----------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300*-----------------------------------------------------------------
003400 DATA DIVISION.
003500 WORKING-STORAGE SECTION.
003600*-----------------------------------------------------------------
003700* SYMBOLIC MAP FOR MAPSET CICSMSB, MAP CICSMB.
003800*-----------------------------------------------------------------
003900     COPY CICSMB.
004000*-----------------------------------------------------------------
004100* CICS-SUPPLIED AID VALUES (DFHENTER, DFHPF1-24, DFHCLEAR, ETC.)
004200* FOR TESTING EIBAID AGAINST THE PF KEY THE OPERATOR PRESSED.
004300*-----------------------------------------------------------------
004400     COPY DFHAID.
004500*-----------------------------------------------------------------
004600* STANDING ORDER RECORD (VSAM KSDS, FILE STORD).  KEY IS THE
004700* FROM-ACCOUNT AND ORDER NUMBER.  SHARED WITH THE NIGHTLY ACCTSOR
004800* STEP THAT PAYS THE ORDERS.
004900*-----------------------------------------------------------------
005000     COPY STOREC.
005100*-----------------------------------------------------------------
005200* ACCOUNT MASTER RECORD (VSAM KSDS, FILE ACCTMS) - READ (NEVER
005300* UPDATED) TO PROVE BOTH ACCOUNTS OF AN ORDER EXIST AND ARE OPEN.
005400*-----------------------------------------------------------------
005500     COPY ACCTREC.
005600*-----------------------------------------------------------------
005700* AUDIT TRAIL RECORD WRITTEN TO TD QUEUE AUDT EVERY TIME THIS
005800* TRANSACTION RUNS.
005900*-----------------------------------------------------------------
006000     COPY AUDREC.
006100*-----------------------------------------------------------------
006200* COMMAREA WORKING COPY.  THE COMMON PREFIX MATCHES THE CICSCA
006300* LAYOUT EVERY PROGRAM IN THE SUITE CARRIES; THE SM-PEND FIELDS
006400* HOLD THE EDITED UPDATE WAITING FOR THE OPERATOR'S PF5.
006500*-----------------------------------------------------------------
006600     COPY SOMCA.
006700*-----------------------------------------------------------------
006800* STANDALONE WORK FIELDS.
006900*-----------------------------------------------------------------
007000 77  SM-MAPSET              PIC X(08)  VALUE 'CICSMSB'.
007100 77  SM-MAPNAME             PIC X(08)  VALUE 'CICSMB'.
007200 77  SM-ORDFILE             PIC X(08)  VALUE 'STORD'.
007300 77  SM-ACCTFILE            PIC X(08)  VALUE 'ACCTMS'.
007400 77  SM-AUDITQ              PIC X(04)  VALUE 'AUDT'.
007500 77  SM-CALEN               PIC S9(04) COMP.
007600 77  SM-RESP                PIC S9(08) COMP.
007700 77  SM-RESP2               PIC S9(08) COMP.
007800 77  SM-SECFILE             PIC X(08)  VALUE 'SECFIL'.
007900 77  SM-BDFILE              PIC X(08)  VALUE 'BDATE'.
008000 77  SM-TODAY               PIC 9(08)  VALUE ZERO.
008100 77  SM-BDATE-OK-SW         PIC X(01)  VALUE 'N'.
008200     88  SM-BDATE-OK        VALUE 'Y'.
008300 77  SM-EDIT-OK-SW          PIC X(01)  VALUE 'N'.
008400     88  SM-EDIT-OK         VALUE 'Y'.
008500 77  SM-FLD-OK-SW           PIC X(01)  VALUE 'N'.
008600     88  SM-FLD-OK          VALUE 'Y'.
008700 77  SM-DATE-OK-SW          PIC X(01)  VALUE 'N'.
008800     88  SM-DATE-OK         VALUE 'Y'.
008900 77  SM-ACCT-OK-SW          PIC X(01)  VALUE 'N'.
009000     88  SM-ACCT-OK         VALUE 'Y'.
009100 77  SM-LEAP-SW             PIC X(01)  VALUE 'N'.
009200     88  SM-LEAP            VALUE 'Y'.
009300 77  SM-WK-ACTION           PIC X(01)  VALUE SPACE.
009400 77  SM-WK-FROM             PIC X(10)  VALUE SPACE.
009500 77  SM-WK-ORD              PIC X(02)  VALUE SPACE.
009600 77  SM-WK-TO               PIC X(10)  VALUE SPACE.
009700 77  SM-WK-FREQ             PIC X(01)  VALUE SPACE.
009800 77  SM-WK-AMT              PIC 9(9)V99 VALUE ZERO.
009900 77  SM-WK-NEXT             PIC 9(08)  VALUE ZERO.
010000 77  SM-WK-END-SW           PIC X(01)  VALUE 'N'.
010100     88  SM-WK-END-KEYED    VALUE 'Y'.
010200 77  SM-WK-END              PIC 9(08)  VALUE ZERO.
010300 77  SM-EFF-NEXT            PIC 9(08)  VALUE ZERO.
010400 77  SM-EFF-END             PIC 9(08)  VALUE ZERO.
010500 77  SM-CHK-ACCT            PIC X(10)  VALUE SPACE.
010600 77  SM-MONTH-LEN           PIC 9(02)  VALUE ZERO.
010700 77  SM-REM                 PIC 9(04)  VALUE ZERO.
010800 77  SM-QUOT                PIC 9(04)  VALUE ZERO.
010900     COPY CICSMSG REPLACING ==MS-ERRTEXT==    BY ==SM-ERRTEXT==
011000         ==MS-NOAUTHTEXT== BY ==SM-NOAUTHTEXT==.
011100*-----------------------------------------------------------------
011200* REDEFINED VIEW OF THE KEYED AMOUNT - ALL DIGITS, LAST TWO ARE
011300* CENTS - AND THE SAME AREA DRESSES THE ON-FILE AMOUNT FOR
011400* DISPLAY, SO WHAT IS SHOWN CAN BE KEYED BACK UNCHANGED.
011500*-----------------------------------------------------------------
011600 01  SM-AMT-IN              PIC X(11).
011700 01  SM-AMT-IN-R REDEFINES SM-AMT-IN
011800                            PIC 9(9)V99.
011900*-----------------------------------------------------------------
012000* A KEYED DATE, CHARACTER AND NUMERIC VIEWS.
012100*-----------------------------------------------------------------
012200 01  SM-DATE-IN             PIC X(08).
012300 01  SM-DATE-IN-R REDEFINES SM-DATE-IN
012400                            PIC 9(08).
012500*-----------------------------------------------------------------
012600* BROKEN-OUT VIEW OF A DATE BEING CHECKED.
012700*-----------------------------------------------------------------
012800 01  SM-WORK-DATE.
012900     02  SM-WK-YEAR         PIC 9(04).
013000     02  SM-WK-MONTH        PIC 9(02).
013100     02  SM-WK-DAY          PIC 9(02).
013200 01  SM-WORK-DATE-N REDEFINES SM-WORK-DATE
013300                            PIC 9(08).
013400*-----------------------------------------------------------------
013500* MONTH LENGTH TABLE (NON-LEAP) - SAME TABLE ACCTEOD CARRIES.
013600* FEBRUARY IS ADJUSTED AT RUN TIME IN A LEAP YEAR.
013700*-----------------------------------------------------------------
013800 01  SM-MONTH-TABLE.
013900     02  FILLER             PIC X(24)  VALUE
014000         '312831303130313130313031'.
014100 01  SM-MONTH-TABLE-R REDEFINES SM-MONTH-TABLE.
014200     02  SM-MONTH-DAYS      PIC 9(02)  OCCURS 12 TIMES.
014300*-----------------------------------------------------------------
014400* OPERATOR SECURITY RECORD (VSAM KSDS, FILE SECFIL) - READ ON
014500* FIRST ENTRY FOR THE SIGNED-ON USERID'S FUNCTION AUTHORITY.
014600*-----------------------------------------------------------------
014700     COPY SECREC.
014800*-----------------------------------------------------------------
014900* BUSINESS-DATE CONTROL RECORD (VSAM KSDS, FILE BDATE) - A NEW
015000* NEXT DUE DATE MAY NOT BE EARLIER THAN THE BUSINESS DAY, AND
015100* THE DAY STAMPS THE ORDER'S LAST-CHANGED DATE.
015200*-----------------------------------------------------------------
015300     COPY BDTREC.
015400*-----------------------------------------------------------------
015500 LINKAGE SECTION.
015600*-----------------------------------------------------------------
015700     COPY SOMCAL.
015800*-----------------------------------------------------------------
015900 PROCEDURE DIVISION.
016000*-----------------------------------------------------------------
016100* 0000-MAINLINE
016200*-----------------------------------------------------------------
016300 0000-MAINLINE.
016400     MOVE EIBCALEN          TO SM-CALEN.
016500     PERFORM 1000-LOAD-COMMAREA THRU 1000-EXIT.
016600     IF SM-CALEN = ZERO OR NOT SM-SCREEN-UP
016700         PERFORM 2000-SEND-INITIAL-MAP THRU 2000-EXIT
016800     ELSE
016900         PERFORM 3000-RECEIVE-AND-PROCESS THRU 3000-EXIT
017000     END-IF.
017100     IF SM-RESP NOT = DFHRESP(NORMAL)
017200         PERFORM 9000-SEND-ERROR-SCREEN THRU 9000-EXIT
017300         GO TO 0000-EXIT
017400     END-IF.
017500     PERFORM 1500-WRITE-AUDIT-TRAIL THRU 1500-EXIT.
017600     EXEC CICS RETURN TRANSID('CICO')
017700                     COMMAREA(SM-COMMAREA)
017800                     LENGTH(LENGTH OF SM-COMMAREA)
017900                     RESP(SM-RESP)
018000     END-EXEC.
018100     IF SM-RESP NOT = DFHRESP(NORMAL)
018200         PERFORM 9000-SEND-ERROR-SCREEN THRU 9000-EXIT
018300     END-IF.
018400     GO TO 0000-EXIT.
018500 0000-EXIT.
018600     EXIT.
018700*-----------------------------------------------------------------
018800* 1000-LOAD-COMMAREA  -  PICK UP WHATEVER CAME IN ON THE
018900*                        COMMAREA, OR START CLEAN ON FIRST ENTRY.
019000*                        CICSMENU HANDS IN ONLY THE COMMON
019100*                        CICSCA-LENGTH PREFIX; OUR OWN RETURN
019200*                        HANDS BACK THE FULL SM-COMMAREA WITH THE
019300*                        PENDING-UPDATE FIELDS, SO THE EXTENSION
019400*                        IS ONLY PICKED UP WHEN THE WHOLE THING
019500*                        ARRIVED.
019600*-----------------------------------------------------------------
019700 1000-LOAD-COMMAREA.
019800     IF SM-CALEN = ZERO
019900         MOVE SPACE         TO SM-COMMAREA
020000         MOVE 'N'           TO SM-PEND-SW
020100         EXEC CICS ASSIGN USERID(SM-USERID)
020200         END-EXEC
020300         PERFORM 2600-CHECK-AUTHORIZATION THRU 2600-EXIT
020400         GO TO 1000-EXIT
020500     END-IF.
020600     MOVE SM-IN-LAST-ACTION TO SM-LAST-ACTION.
020700     MOVE SM-IN-USERID      TO SM-USERID.
020800     MOVE SM-IN-AUTH-INQ-SW TO SM-AUTH-INQ-SW.
020900     MOVE SM-IN-AUTH-MNT-SW TO SM-AUTH-MNT-SW.
021000     MOVE SM-IN-AUTH-PST-SW TO SM-AUTH-PST-SW.
021100     MOVE SM-IN-AUTH-ADM-SW TO SM-AUTH-ADM-SW.
021200     MOVE SM-IN-SCREEN-SW   TO SM-SCREEN-SW.
021300     MOVE SM-IN-PICK-SW     TO SM-PICK-SW.
021400     MOVE SM-IN-PICK-ACCT   TO SM-PICK-ACCT.
021500     IF SM-CALEN = LENGTH OF SM-COMMAREA
021600         MOVE SM-INP-PEND-SW TO SM-PEND-SW
021700         MOVE SM-INP-ACTION  TO SM-PEND-ACTION
021800         MOVE SM-INP-FROM    TO SM-PEND-FROM
021900         MOVE SM-INP-ORD     TO SM-PEND-ORD
022000         MOVE SM-INP-TO      TO SM-PEND-TO
022100         MOVE SM-INP-AMT     TO SM-PEND-AMT
022200         MOVE SM-INP-FREQ    TO SM-PEND-FREQ
022300         MOVE SM-INP-NEXT    TO SM-PEND-NEXT
022400         MOVE SM-INP-END-SW  TO SM-PEND-END-SW
022500         MOVE SM-INP-END     TO SM-PEND-END
022600     ELSE
022700         MOVE 'N'           TO SM-PEND-SW
022800         MOVE SPACE         TO SM-PEND-ACTION
022900                               SM-PEND-FROM
023000                               SM-PEND-ORD
023100                               SM-PEND-TO
023200                               SM-PEND-FREQ
023300         MOVE ZERO          TO SM-PEND-AMT
023400                               SM-PEND-NEXT
023500                               SM-PEND-END
023600         MOVE 'N'           TO SM-PEND-END-SW
023700     END-IF.
023800 1000-EXIT.
023900     EXIT.
024000*-----------------------------------------------------------------
024100* 1500-WRITE-AUDIT-TRAIL  -  LOG THIS INVOCATION TO THE AUDIT
024200*                            TRAIL TD QUEUE - USERID, TERMID AND
024300*                            TIMESTAMP - SAME ENTRY THE REST OF
024400*                            THE SUITE WRITES.  THE ACCOUNT
024500*                            LOGGED IS THE ORDER'S FROM-ACCOUNT.
024600*-----------------------------------------------------------------
024700 1500-WRITE-AUDIT-TRAIL.
024800     MOVE EIBTRNID          TO AU-TRANID.
024900     MOVE EIBTRMID          TO AU-TERMID.
025000     MOVE SM-USERID         TO AU-USERID.
025100     MOVE SM-LAST-ACTION    TO AU-FUNCTION.
025200*    AN APPLY COMES IN ON A MAPFAIL PF5 WITH THE SCREEN FIELDS
025300*    AT LOW-VALUES - THE ORDER THAT WAS TOUCHED IS THE PENDING
025400*    ONE HELD IN THE COMMAREA.
025500     IF SM-LAST-ACTION = 'AP'
025600         MOVE SM-PEND-FROM  TO AU-ACCT-NO
025700     ELSE
025800         MOVE SOMFROMI      TO AU-ACCT-NO
025900     END-IF.
026000     MOVE EIBDATE           TO AU-DATE.
026100     MOVE EIBTIME           TO AU-TIME.
026200     EXEC CICS WRITEQ TD QUEUE(SM-AUDITQ)
026300                    FROM(AU-AUDIT-RECORD)
026400                    LENGTH(LENGTH OF AU-AUDIT-RECORD)
026500     END-EXEC.
026600 1500-EXIT.
026700     EXIT.
026800*-----------------------------------------------------------------
026900* 1700-GET-BUSINESS-DATE  -  READ THE ONE-RECORD BDATE CONTROL
027000*                            FILE.  SAME RULE AS CICSPST - NEVER
027100*                            THE CLOCK, NOT EVEN AS A FALLBACK.
027200*                            A RECORD THAT CANNOT BE READ (OR
027300*                            CARRIES GARBAGE) LEAVES THE OK
027400*                            SWITCH DOWN AND THE UPDATE IS
027500*                            REFUSED.
027600*-----------------------------------------------------------------
027700 1700-GET-BUSINESS-DATE.
027800     MOVE 'N'               TO SM-BDATE-OK-SW.
027900     MOVE 'BUSDATE'         TO BD-KEY.
028000     EXEC CICS READ FILE(SM-BDFILE)
028100                    INTO(BD-CONTROL-RECORD)
028200                    RIDFLD(BD-KEY)
028300                    KEYLENGTH(LENGTH OF BD-KEY)
028400                    RESP(SM-RESP)
028500     END-EXEC.
028600     IF SM-RESP NOT = DFHRESP(NORMAL)
028700         MOVE DFHRESP(NORMAL) TO SM-RESP
028800         GO TO 1700-EXIT
028900     END-IF.
029000     IF BD-BUSINESS-DATE NUMERIC
029100        AND BD-BUSINESS-DATE > ZERO
029200         MOVE BD-BUSINESS-DATE TO SM-TODAY
029300         MOVE 'Y'           TO SM-BDATE-OK-SW
029400     END-IF.
029500 1700-EXIT.
029600     EXIT.
029700*-----------------------------------------------------------------
029800* 2600-CHECK-AUTHORIZATION  -  READ THE SECFIL SECURITY FILE FOR
029900*                              THE SIGNED-ON USERID'S AUTHORITY
030000*                              BY FUNCTION.  NO RECORD MEANS NO
030100*                              AUTHORITY AT ALL.  CICO IS ALSO
030200*                              REACHABLE DIRECTLY AS ITS OWN
030300*                              TRANSACTION, SO THIS PROGRAM DOES
030400*                              THE SAME READ CICSMENU DOES ON ITS
030500*                              OWN FIRST ENTRY.
030600*-----------------------------------------------------------------
030700 2600-CHECK-AUTHORIZATION.
030800     MOVE 'N'               TO SM-AUTH-INQ-SW SM-AUTH-MNT-SW
030900                               SM-AUTH-PST-SW SM-AUTH-ADM-SW.
031000     MOVE SM-USERID         TO SC-USERID.
031100     EXEC CICS READ FILE(SM-SECFILE)
031200                    INTO(SC-SECURITY-RECORD)
031300                    RIDFLD(SC-USERID)
031400                    KEYLENGTH(LENGTH OF SC-USERID)
031500                    RESP(SM-RESP)
031600     END-EXEC.
031700     IF SM-RESP NOT = DFHRESP(NORMAL)
031800         MOVE DFHRESP(NORMAL) TO SM-RESP
031900         GO TO 2600-EXIT
032000     END-IF.
032100     MOVE SC-INQ-SW         TO SM-AUTH-INQ-SW.
032200     MOVE SC-MNT-SW         TO SM-AUTH-MNT-SW.
032300     MOVE SC-PST-SW         TO SM-AUTH-PST-SW.
032400     MOVE SC-ADM-SW         TO SM-AUTH-ADM-SW.
032500 2600-EXIT.
032600     EXIT.
032700*-----------------------------------------------------------------
032800* 2000-SEND-INITIAL-MAP  -  FIRST ENTRY - PAINT A BLANK STANDING
032900*                           ORDER SCREEN WITH NOTHING PENDING.
033000*-----------------------------------------------------------------
033100 2000-SEND-INITIAL-MAP.
033200     MOVE LOW-VALUE         TO CICSMBO.
033300     MOVE SPACE             TO SOMACTO.
033400     MOVE SPACE             TO SOMFROMO.
033500     MOVE SPACE             TO SOMFNAMO.
033600     MOVE SPACE             TO SOMORDO.
033700     MOVE SPACE             TO SOMTOO.
033800     MOVE SPACE             TO SOMTNAMO.
033900     MOVE SPACE             TO SOMAMTO.
034000     MOVE SPACE             TO SOMFREQO.
034100     MOVE SPACE             TO SOMNEXTO.
034200     MOVE SPACE             TO SOMENDO.
034300     PERFORM 4900-CLEAR-ORDER-INFO THRU 4900-EXIT.
034400     MOVE SPACE             TO SOMMSGO.
034500     MOVE SM-USERID         TO SOMUSERO.
034600     MOVE 'FT'              TO SM-LAST-ACTION.
034700     MOVE 'Y'               TO SM-SCREEN-SW.
034800     MOVE 'N'               TO SM-PEND-SW.
034900     EXEC CICS SEND MAP(SM-MAPNAME)
035000                    MAPSET(SM-MAPSET)
035100                    FROM(CICSMBO)
035200                    ERASE
035300                    RESP(SM-RESP)
035400     END-EXEC.
035500 2000-EXIT.
035600     EXIT.
035700*-----------------------------------------------------------------
035800* 3000-RECEIVE-AND-PROCESS  -  RE-ENTRY - RECEIVE WHAT THE
035900*                              OPERATOR KEYED AND ACT ON THE AID
036000*                              KEY.  ENTER EDITS, PF5 CONFIRMS
036100*                              AND APPLIES, PF12 CANCELS, PF3
036200*                              GOES BACK TO THE MENU.
036300*-----------------------------------------------------------------
036400 3000-RECEIVE-AND-PROCESS.
036500     EXEC CICS RECEIVE MAP(SM-MAPNAME)
036600                       MAPSET(SM-MAPSET)
036700                       INTO(CICSMBI)
036800                       RESP(SM-RESP)
036900     END-EXEC.
037000     IF SM-RESP = DFHRESP(MAPFAIL)
037100*        PF3, THE CONFIRMING PF5 AND THE PF12 CANCEL NEED NO
037200*        SCREEN FIELDS - THEY FALL THROUGH WITH A CLEARED INPUT
037300*        MAP, SAME HANDLING AS CICSACM.
037400         IF EIBAID = DFHPF3 OR EIBAID = DFHPF5
037500            OR EIBAID = DFHPF12
037600             MOVE LOW-VALUE     TO CICSMBI
037700*            THE AUDIT TRAIL'S ACCOUNT IS A CHARACTER FIELD THE
037800*            BATCH SIDE READS BACK - SPACES, NEVER X'00'S.
037900             MOVE SPACE         TO SOMFROMI
038000         ELSE
038100             MOVE 'NO DATA WAS KEYED - RE-ENTER' TO SOMMSGO
038200             MOVE SM-USERID         TO SOMUSERO
038300             EXEC CICS SEND MAP(SM-MAPNAME)
038400                            MAPSET(SM-MAPSET)
038500                            FROM(CICSMBO)
038600                            DATAONLY
038700                            RESP(SM-RESP)
038800             END-EXEC
038900             GO TO 3000-EXIT
039000         END-IF
039100     END-IF.
039200     IF EIBAID = DFHPF3
039300         MOVE 'MN'          TO SM-LAST-ACTION
039400         MOVE 'N'           TO SM-SCREEN-SW
039500         PERFORM 1500-WRITE-AUDIT-TRAIL THRU 1500-EXIT
039600         EXEC CICS XCTL PROGRAM('CICSMENU')
039700                        COMMAREA(SM-COMMAREA)
039800                        LENGTH(LENGTH OF SM-COMMAREA)
039900                        RESP(SM-RESP)
040000         END-EXEC
040100         IF SM-RESP NOT = DFHRESP(NORMAL)
040200             PERFORM 9000-SEND-ERROR-SCREEN THRU 9000-EXIT
040300         END-IF
040400         GO TO 3000-EXIT
040500     END-IF.
040600     MOVE SPACE             TO SOMMSGO.
040700     MOVE SM-USERID         TO SOMUSERO.
040800     IF NOT SM-MNT-AUTH
040900         MOVE SM-NOAUTHTEXT TO SOMMSGO
041000         GO TO 3800-SEND-CURRENT-MAP
041100     END-IF.
041200     IF EIBAID = DFHPF12
041300         MOVE 'N'           TO SM-PEND-SW
041400         MOVE SPACE         TO SM-PEND-ACTION
041500         MOVE 'PENDING UPDATE CANCELLED - NOTHING APPLIED'
041600                            TO SOMMSGO
041700         GO TO 3800-SEND-CURRENT-MAP
041800     END-IF.
041900     IF EIBAID = DFHPF5
042000         IF SM-PEND-READY
042100             PERFORM 5000-APPLY-UPDATE THRU 5000-EXIT
042200         ELSE
042300             MOVE 'NOTHING PENDING - KEY THE DATA AND PRESS ENTER'
042400                            TO SOMMSGO
042500         END-IF
042600         GO TO 3800-SEND-CURRENT-MAP
042700     END-IF.
042800     PERFORM 4000-EDIT-INPUT THRU 4000-EXIT.
042900 3800-SEND-CURRENT-MAP.
043000     EXEC CICS SEND MAP(SM-MAPNAME)
043100                    MAPSET(SM-MAPSET)
043200                    FROM(CICSMBO)
043300                    DATAONLY
043400                    RESP(SM-RESP)
043500     END-EXEC.
043600 3000-EXIT.
043700     EXIT.
043800*-----------------------------------------------------------------
043900* 4000-EDIT-INPUT  -  FIELD-EDIT WHAT THE OPERATOR KEYED.  ONLY
044000*                     WHEN EVERY EDIT PASSES IS THE UPDATE SAVED
044100*                     IN THE COMMAREA AS PENDING, WAITING FOR
044200*                     PF5 - THE FILE IS NEVER TOUCHED FROM HERE.
044300*                     AN INQUIRY JUST SHOWS THE ORDER.
044400*-----------------------------------------------------------------
044500 4000-EDIT-INPUT.
044600     MOVE 'SM'              TO SM-LAST-ACTION.
044700     MOVE 'N'               TO SM-EDIT-OK-SW.
044800     MOVE 'N'               TO SM-PEND-SW.
044900     MOVE SOMACTI           TO SM-WK-ACTION.
045000     IF SM-WK-ACTION NOT = 'A' AND SM-WK-ACTION NOT = 'C'
045100        AND SM-WK-ACTION NOT = 'S' AND SM-WK-ACTION NOT = 'R'
045200        AND SM-WK-ACTION NOT = 'X' AND SM-WK-ACTION NOT = 'I'
045300         MOVE 'ACTION MUST BE A, C, S, R, X OR I' TO SOMMSGO
045400         GO TO 4000-EXIT
045500     END-IF.
045600     MOVE SOMFROMI          TO SM-WK-FROM.
045700     INSPECT SM-WK-FROM REPLACING ALL LOW-VALUE BY SPACE.
045800     IF SM-WK-FROM = SPACE
045900         MOVE 'FROM ACCOUNT NUMBER IS REQUIRED' TO SOMMSGO
046000         GO TO 4000-EXIT
046100     END-IF.
046200     IF SM-WK-FROM NOT NUMERIC
046300         MOVE 'FROM ACCOUNT NUMBER MUST BE ALL DIGITS' TO SOMMSGO
046400         GO TO 4000-EXIT
046500     END-IF.
046600*    A ONE-DIGIT ORDER NUMBER IS TAKEN AS KEYED - 7 IS 07.
046700     MOVE SOMORDI           TO SM-WK-ORD.
046800     INSPECT SM-WK-ORD REPLACING ALL LOW-VALUE BY SPACE.
046900     IF SM-WK-ORD(2:1) = SPACE
047000         MOVE SM-WK-ORD(1:1) TO SM-WK-ORD(2:1)
047100         MOVE '0'           TO SM-WK-ORD(1:1)
047200     END-IF.
047300     IF SM-WK-ORD NOT NUMERIC OR SM-WK-ORD = '00'
047400         MOVE 'ORDER NUMBER MUST BE 01 THROUGH 99' TO SOMMSGO
047500         GO TO 4000-EXIT
047600     END-IF.
047700     MOVE SM-WK-ORD         TO SOMORDO.
047800     PERFORM 4900-CLEAR-ORDER-INFO THRU 4900-EXIT.
047900     PERFORM 1700-GET-BUSINESS-DATE THRU 1700-EXIT.
048000     IF NOT SM-BDATE-OK
048100         MOVE 'BUSINESS DATE UNAVAILABLE - TRY AGAIN LATER'
048200                            TO SOMMSGO
048300         GO TO 4000-EXIT
048400     END-IF.
048500     EVALUATE SM-WK-ACTION
048600         WHEN 'A'
048700             PERFORM 4100-EDIT-ADD THRU 4100-EXIT
048800         WHEN 'C'
048900             PERFORM 4200-EDIT-CHANGE THRU 4200-EXIT
049000         WHEN 'I'
049100             PERFORM 4400-EDIT-INQUIRY THRU 4400-EXIT
049200         WHEN OTHER
049300             PERFORM 4300-EDIT-STATUS THRU 4300-EXIT
049400     END-EVALUATE.
049500     IF NOT SM-EDIT-OK
049600         GO TO 4000-EXIT
049700     END-IF.
049800     MOVE 'Y'               TO SM-PEND-SW.
049900     MOVE SM-WK-ACTION      TO SM-PEND-ACTION.
050000     MOVE SM-WK-FROM        TO SM-PEND-FROM.
050100     MOVE SM-WK-ORD         TO SM-PEND-ORD.
050200     MOVE SM-WK-TO          TO SM-PEND-TO.
050300     MOVE SM-WK-AMT         TO SM-PEND-AMT.
050400     MOVE SM-WK-FREQ        TO SM-PEND-FREQ.
050500     MOVE SM-WK-NEXT        TO SM-PEND-NEXT.
050600     MOVE SM-WK-END-SW      TO SM-PEND-END-SW.
050700     MOVE SM-WK-END         TO SM-PEND-END.
050800 4000-EXIT.
050900     EXIT.
051000*-----------------------------------------------------------------
051100* 4100-EDIT-ADD  -  THE ORDER MUST NOT ALREADY BE ON FILE, EVERY
051200*                   DETAIL FIELD BUT THE END DATE IS REQUIRED,
051300*                   AND BOTH ACCOUNTS MUST BE ON THE MASTER AND
051400*                   OPEN.
051500*-----------------------------------------------------------------
051600 4100-EDIT-ADD.
051700     PERFORM 4500-READ-ORDER THRU 4500-EXIT.
051800     IF SM-RESP = DFHRESP(NORMAL)
051900         MOVE 'ORDER NUMBER ALREADY ON FILE FOR THIS ACCOUNT'
052000                            TO SOMMSGO
052100         PERFORM 4800-SHOW-ORDER THRU 4800-EXIT
052200         GO TO 4100-EXIT
052300     END-IF.
052400     IF SM-RESP NOT = DFHRESP(NOTFND)
052500         MOVE 'FILE ERROR ON STANDING ORDER FILE - TRY AGAIN'
052600                            TO SOMMSGO
052700         GO TO 4100-EXIT
052800     END-IF.
052900     PERFORM 4600-EDIT-DETAIL THRU 4600-EXIT.
053000     IF NOT SM-FLD-OK
053100         GO TO 4100-EXIT
053200     END-IF.
053300     IF SM-WK-TO = SPACE
053400         MOVE 'TO ACCOUNT NUMBER IS REQUIRED ON AN ADD' TO SOMMSGO
053500         GO TO 4100-EXIT
053600     END-IF.
053700     IF SM-WK-AMT = ZERO
053800         MOVE 'AMOUNT IS REQUIRED ON AN ADD' TO SOMMSGO
053900         GO TO 4100-EXIT
054000     END-IF.
054100     IF SM-WK-FREQ = SPACE
054200         MOVE 'FREQUENCY IS REQUIRED ON AN ADD' TO SOMMSGO
054300         GO TO 4100-EXIT
054400     END-IF.
054500     IF SM-WK-NEXT = ZERO
054600         MOVE 'NEXT DUE DATE IS REQUIRED ON AN ADD' TO SOMMSGO
054700         GO TO 4100-EXIT
054800     END-IF.
054900     IF SM-WK-END-KEYED AND SM-WK-END NOT = ZERO
055000        AND SM-WK-END < SM-WK-NEXT
055100         MOVE 'END DATE MAY NOT BE BEFORE THE NEXT DUE DATE'
055200                            TO SOMMSGO
055300         GO TO 4100-EXIT
055400     END-IF.
055500     MOVE SM-WK-FROM        TO SM-CHK-ACCT.
055600     PERFORM 4700-CHECK-ACCOUNT THRU 4700-EXIT.
055700     IF NOT SM-ACCT-OK
055800         GO TO 4100-EXIT
055900     END-IF.
056000     MOVE AC-CUST-NAME      TO SOMFNAMO.
056100     MOVE SM-WK-TO          TO SM-CHK-ACCT.
056200     PERFORM 4700-CHECK-ACCOUNT THRU 4700-EXIT.
056300     IF NOT SM-ACCT-OK
056400         GO TO 4100-EXIT
056500     END-IF.
056600     MOVE AC-CUST-NAME      TO SOMTNAMO.
056700     MOVE 'Y'               TO SM-EDIT-OK-SW.
056800     MOVE 'ADD EDITS PASSED - PRESS PF5 TO CONFIRM' TO SOMMSGO.
056900 4100-EXIT.
057000     EXIT.
057100*-----------------------------------------------------------------
057200* 4200-EDIT-CHANGE  -  THE ORDER MUST BE ON FILE AND STILL LIVE
057300*                      (ACTIVE OR SUSPENDED).  A DETAIL FIELD
057400*                      LEFT BLANK KEEPS WHAT IS ON FILE; THE
057500*                      CROSS-FIELD CHECKS RUN AGAINST WHAT THE
057600*                      ORDER WILL LOOK LIKE AFTER THE CHANGE.
057620*                      AN ORDER IN DOUBT ('IP') MUST BE GIVEN A
057640*                      NEXT DUE DATE - THE CHANGE CLEARS THE MARK.
057700*-----------------------------------------------------------------
057800 4200-EDIT-CHANGE.
057900     PERFORM 4500-READ-ORDER THRU 4500-EXIT.
058000     IF SM-RESP = DFHRESP(NOTFND)
058100         MOVE 'ORDER NOT ON FILE - CANNOT CHANGE' TO SOMMSGO
058200         GO TO 4200-EXIT
058300     END-IF.
058400     IF SM-RESP NOT = DFHRESP(NORMAL)
058500         MOVE 'FILE ERROR ON STANDING ORDER FILE - TRY AGAIN'
058600                            TO SOMMSGO
058700         GO TO 4200-EXIT
058800     END-IF.
058900     PERFORM 4800-SHOW-ORDER THRU 4800-EXIT.
059000     IF SO-CANCELLED OR SO-ENDED
059100         MOVE 'ORDER IS CANCELLED OR ENDED - ADD A NEW ONE'
059200                            TO SOMMSGO
059300         GO TO 4200-EXIT
059400     END-IF.
059500     PERFORM 4600-EDIT-DETAIL THRU 4600-EXIT.
059600     IF NOT SM-FLD-OK
059700         GO TO 4200-EXIT
059800     END-IF.
059820     IF SO-LAST-RESULT = 'IP' AND SM-WK-NEXT = ZERO
059840         MOVE 'PAYMENT IN DOUBT - KEY A NEXT DUE DATE'
059860                            TO SOMMSGO
059880         GO TO 4200-EXIT
059890     END-IF.
059900     IF SM-WK-TO = SPACE AND SM-WK-AMT = ZERO
060000        AND SM-WK-FREQ = SPACE AND SM-WK-NEXT = ZERO
060100        AND NOT SM-WK-END-KEYED
060200         MOVE 'NOTHING KEYED TO CHANGE' TO SOMMSGO
060300         GO TO 4200-EXIT
060400     END-IF.
060500     MOVE SO-NEXT-DUE       TO SM-EFF-NEXT.
060600     IF SM-WK-NEXT NOT = ZERO
060700         MOVE SM-WK-NEXT    TO SM-EFF-NEXT
060800     END-IF.
060900     MOVE SO-END-DATE       TO SM-EFF-END.
061000     IF SM-WK-END-KEYED
061100         MOVE SM-WK-END     TO SM-EFF-END
061200     END-IF.
061300     IF SM-EFF-END NOT = ZERO AND SM-EFF-END < SM-EFF-NEXT
061400         MOVE 'END DATE MAY NOT BE BEFORE THE NEXT DUE DATE'
061500                            TO SOMMSGO
061600         GO TO 4200-EXIT
061700     END-IF.
061800     IF SM-WK-TO NOT = SPACE
061900         MOVE SM-WK-TO      TO SM-CHK-ACCT
062000         PERFORM 4700-CHECK-ACCOUNT THRU 4700-EXIT
062100         IF NOT SM-ACCT-OK
062200             GO TO 4200-EXIT
062300         END-IF
062400         MOVE AC-CUST-NAME  TO SOMTNAMO
062500     END-IF.
062600     MOVE 'Y'               TO SM-EDIT-OK-SW.
062700     MOVE 'CHANGE EDITS PASSED - PRESS PF5 TO CONFIRM'
062800                            TO SOMMSGO.
062900 4200-EXIT.
063000     EXIT.
063100*-----------------------------------------------------------------
063200* 4300-EDIT-STATUS  -  SUSPEND, RESUME OR CANCEL.  THE ORDER MUST
063300*                      BE ON FILE AND IN A STATUS THE ACTION CAN
063400*                      MOVE IT FROM.  A RESUME MAY CARRY A NEW
063500*                      NEXT DUE DATE, AND MUST WHEN THE ONE ON
063600*                      FILE HAS ALREADY GONE BY - THE NIGHTLY
063700*                      STEP NEVER PAYS AN ORDER FOR A DUE DATE
063800*                      THAT PASSED WHILE IT WAS SUSPENDED.  AN
063820*                      ORDER IN DOUBT ('IP') MUST BE GIVEN ONE TOO
063840*                      - THE RESUME CLEARS THE MARK.
063900*-----------------------------------------------------------------
064000 4300-EDIT-STATUS.
064100     PERFORM 4500-READ-ORDER THRU 4500-EXIT.
064200     IF SM-RESP = DFHRESP(NOTFND)
064300         MOVE 'ORDER NOT ON FILE' TO SOMMSGO
064400         GO TO 4300-EXIT
064500     END-IF.
064600     IF SM-RESP NOT = DFHRESP(NORMAL)
064700         MOVE 'FILE ERROR ON STANDING ORDER FILE - TRY AGAIN'
064800                            TO SOMMSGO
064900         GO TO 4300-EXIT
065000     END-IF.
065100     PERFORM 4800-SHOW-ORDER THRU 4800-EXIT.
065200     MOVE SPACE             TO SM-WK-TO SM-WK-FREQ.
065300     MOVE ZERO              TO SM-WK-AMT SM-WK-NEXT SM-WK-END.
065400     MOVE 'N'               TO SM-WK-END-SW.
065500     EVALUATE SM-WK-ACTION
065600         WHEN 'S'
065700             IF NOT SO-ACTIVE
065800                 MOVE 'ONLY AN ACTIVE ORDER CAN BE SUSPENDED'
065900                            TO SOMMSGO
066000                 GO TO 4300-EXIT
066100             END-IF
066200             MOVE 'SUSPEND EDITS PASSED - PRESS PF5 TO CONFIRM'
066300                            TO SOMMSGO
066400         WHEN 'R'
066500             IF NOT SO-SUSPENDED
066600                 MOVE 'ONLY A SUSPENDED ORDER CAN BE RESUMED'
066700                            TO SOMMSGO
066800                 GO TO 4300-EXIT
066900             END-IF
067000             PERFORM 4620-EDIT-NEXT-DUE THRU 4620-EXIT
067100             IF NOT SM-FLD-OK
067200                 GO TO 4300-EXIT
067300             END-IF
067320             IF SO-LAST-RESULT = 'IP' AND SM-WK-NEXT = ZERO
067340                 MOVE 'PAYMENT IN DOUBT - KEY A NEXT DUE DATE'
067360                            TO SOMMSGO
067380                 GO TO 4300-EXIT
067390             END-IF
067400             IF SM-WK-NEXT = ZERO AND SO-NEXT-DUE < SM-TODAY
067500                 MOVE 'NEXT DUE DATE HAS PASSED - KEY A NEW ONE'
067600                            TO SOMMSGO
067700                 GO TO 4300-EXIT
067800             END-IF
067900             IF SM-WK-NEXT NOT = ZERO AND SO-END-DATE NOT = ZERO
068000                AND SO-END-DATE < SM-WK-NEXT
068100                 MOVE 'NEXT DUE DATE IS PAST THE ORDER END DATE'
068200                            TO SOMMSGO
068300                 GO TO 4300-EXIT
068400             END-IF
068500             MOVE 'RESUME EDITS PASSED - PRESS PF5 TO CONFIRM'
068600                            TO SOMMSGO
068700         WHEN 'X'
068800             IF SO-CANCELLED OR SO-ENDED
068900                 MOVE 'ORDER IS ALREADY CANCELLED OR ENDED'
069000                            TO SOMMSGO
069100                 GO TO 4300-EXIT
069200             END-IF
069300             MOVE 'CANCEL EDITS PASSED - PRESS PF5 TO CONFIRM'
069400                            TO SOMMSGO
069500     END-EVALUATE.
069600     MOVE 'Y'               TO SM-EDIT-OK-SW.
069700 4300-EXIT.
069800     EXIT.
069900*-----------------------------------------------------------------
070000* 4400-EDIT-INQUIRY  -  SHOW THE ORDER AS IT STANDS.  NOTHING IS
070100*                       LEFT PENDING, SO THE EDIT-OK SWITCH STAYS
070200*                       DOWN.
070300*-----------------------------------------------------------------
070400 4400-EDIT-INQUIRY.
070500     PERFORM 4500-READ-ORDER THRU 4500-EXIT.
070600     IF SM-RESP = DFHRESP(NOTFND)
070700         MOVE 'ORDER NOT ON FILE' TO SOMMSGO
070800         GO TO 4400-EXIT
070900     END-IF.
071000     IF SM-RESP NOT = DFHRESP(NORMAL)
071100         MOVE 'FILE ERROR ON STANDING ORDER FILE - TRY AGAIN'
071200                            TO SOMMSGO
071300         GO TO 4400-EXIT
071400     END-IF.
071500     PERFORM 4800-SHOW-ORDER THRU 4800-EXIT.
071600     MOVE 'ORDER DISPLAYED' TO SOMMSGO.
071700 4400-EXIT.
071800     EXIT.
071900*-----------------------------------------------------------------
072000* 4500-READ-ORDER  -  PLAIN (NOT FOR-UPDATE) READ OF THE STANDING
072100*                     ORDER FILE FOR THE KEYED ACCOUNT AND ORDER
072200*                     NUMBER.  SM-RESP CARRIES THE RESULT BACK TO
072300*                     THE CALLER.
072400*-----------------------------------------------------------------
072500 4500-READ-ORDER.
072600     MOVE SM-WK-FROM        TO SO-FROM-ACCT.
072700     MOVE SM-WK-ORD         TO SO-ORDER-NO.
072800     EXEC CICS READ FILE(SM-ORDFILE)
072900                    INTO(SO-ORDER-RECORD)
073000                    RIDFLD(SO-KEY)
073100                    KEYLENGTH(LENGTH OF SO-KEY)
073200                    RESP(SM-RESP)
073300     END-EXEC.
073400 4500-EXIT.
073500     EXIT.
073600*-----------------------------------------------------------------
073700* 4600-EDIT-DETAIL  -  EDIT THE DETAIL FIELDS INTO THE SM-WK
073800*                      WORK FIELDS.  A BLANK FIELD COMES BACK AS
073900*                      SPACE OR ZERO - THE CALLER DECIDES WHETHER
074000*                      THAT MEANS REQUIRED (ADD) OR KEEP (CHANGE).
074100*                      A KEYED FIELD MUST BE RIGHT ON ITS OWN.
074200*-----------------------------------------------------------------
074300 4600-EDIT-DETAIL.
074400     MOVE 'N'               TO SM-FLD-OK-SW.
074500     MOVE SPACE             TO SM-WK-TO SM-WK-FREQ.
074600     MOVE ZERO              TO SM-WK-AMT SM-WK-END.
074700     MOVE 'N'               TO SM-WK-END-SW.
074800     MOVE SOMTOI            TO SM-WK-TO.
074900     INSPECT SM-WK-TO REPLACING ALL LOW-VALUE BY SPACE.
075000     IF SM-WK-TO NOT = SPACE
075100         IF SM-WK-TO NOT NUMERIC
075200             MOVE 'TO ACCOUNT NUMBER MUST BE ALL DIGITS'
075300                            TO SOMMSGO
075400             GO TO 4600-EXIT
075500         END-IF
075600         IF SM-WK-TO = SM-WK-FROM
075700             MOVE 'FROM AND TO ACCOUNTS MUST DIFFER' TO SOMMSGO
075800             GO TO 4600-EXIT
075900         END-IF
076000     END-IF.
076100     IF SOMAMTI NOT = SPACE AND SOMAMTI NOT = LOW-VALUE
076200         MOVE SOMAMTI       TO SM-AMT-IN
076300         INSPECT SM-AMT-IN REPLACING ALL LOW-VALUE BY ZERO
076400                                     ALL SPACE BY ZERO
076500         IF SM-AMT-IN NOT NUMERIC
076600             MOVE 'AMOUNT MUST BE ALL DIGITS - LAST 2 ARE CENTS'
076700                            TO SOMMSGO
076800             GO TO 4600-EXIT
076900         END-IF
077000         MOVE SM-AMT-IN-R   TO SM-WK-AMT
077100         IF SM-WK-AMT = ZERO
077200             MOVE 'AMOUNT MUST NOT BE ZERO' TO SOMMSGO
077300             GO TO 4600-EXIT
077400         END-IF
077500     END-IF.
077600     MOVE SOMFREQI          TO SM-WK-FREQ.
077700     IF SM-WK-FREQ = LOW-VALUE
077800         MOVE SPACE         TO SM-WK-FREQ
077900     END-IF.
078000     IF SM-WK-FREQ NOT = SPACE AND SM-WK-FREQ NOT = 'W'
078100        AND SM-WK-FREQ NOT = 'M' AND SM-WK-FREQ NOT = 'Q'
078200         MOVE 'FREQUENCY MUST BE W, M OR Q' TO SOMMSGO
078300         GO TO 4600-EXIT
078400     END-IF.
078500     PERFORM 4620-EDIT-NEXT-DUE THRU 4620-EXIT.
078600     IF NOT SM-FLD-OK
078700         GO TO 4600-EXIT
078800     END-IF.
078900     MOVE 'N'               TO SM-FLD-OK-SW.
079000*    THE END DATE KEYED AS ALL ZEROS TAKES AN END DATE OFF -
079100*    THE ORDER THEN RUNS UNTIL IT IS CANCELLED.
079200     IF SOMENDI NOT = SPACE AND SOMENDI NOT = LOW-VALUE
079300         MOVE SOMENDI       TO SM-DATE-IN
079400         IF SM-DATE-IN NOT NUMERIC
079500             MOVE 'END DATE MUST BE YYYYMMDD' TO SOMMSGO
079600             GO TO 4600-EXIT
079700         END-IF
079800         MOVE SM-DATE-IN-R  TO SM-WK-END
079900         MOVE 'Y'           TO SM-WK-END-SW
080000         IF SM-WK-END NOT = ZERO
080100             MOVE SM-WK-END TO SM-WORK-DATE-N
080200             PERFORM 4650-CHECK-DATE THRU 4650-EXIT
080300             IF NOT SM-DATE-OK
080400                 MOVE 'END DATE IS NOT A VALID DATE' TO SOMMSGO
080500                 GO TO 4600-EXIT
080600             END-IF
080700             IF SM-WK-END < SM-TODAY
080800                 MOVE 'END DATE MAY NOT BE BEFORE TODAY'
080900                            TO SOMMSGO
081000                 GO TO 4600-EXIT
081100             END-IF
081200         END-IF
081300     END-IF.
081400     MOVE 'Y'               TO SM-FLD-OK-SW.
081500 4600-EXIT.
081600     EXIT.
081700*-----------------------------------------------------------------
081800* 4620-EDIT-NEXT-DUE  -  EDIT THE NEXT DUE DATE ON ITS OWN - BLANK
081900*                        COMES BACK ZERO, A KEYED ONE MUST BE A
082000*                        REAL DATE NO EARLIER THAN THE BUSINESS
082100*                        DAY.  SHARED BY THE DETAIL EDIT AND THE
082200*                        RESUME.
082300*-----------------------------------------------------------------
082400 4620-EDIT-NEXT-DUE.
082500     MOVE 'N'               TO SM-FLD-OK-SW.
082600     MOVE ZERO              TO SM-WK-NEXT.
082700     IF SOMNEXTI = SPACE OR SOMNEXTI = LOW-VALUE
082800         MOVE 'Y'           TO SM-FLD-OK-SW
082900         GO TO 4620-EXIT
083000     END-IF.
083100     MOVE SOMNEXTI          TO SM-DATE-IN.
083200     IF SM-DATE-IN NOT NUMERIC
083300         MOVE 'NEXT DUE DATE MUST BE YYYYMMDD' TO SOMMSGO
083400         GO TO 4620-EXIT
083500     END-IF.
083600     MOVE SM-DATE-IN-R      TO SM-WORK-DATE-N.
083700     PERFORM 4650-CHECK-DATE THRU 4650-EXIT.
083800     IF NOT SM-DATE-OK
083900         MOVE 'NEXT DUE DATE IS NOT A VALID DATE' TO SOMMSGO
084000         GO TO 4620-EXIT
084100     END-IF.
084200     IF SM-DATE-IN-R < SM-TODAY
084300         MOVE 'NEXT DUE DATE MAY NOT BE BEFORE TODAY' TO SOMMSGO
084400         GO TO 4620-EXIT
084500     END-IF.
084600     MOVE SM-DATE-IN-R      TO SM-WK-NEXT.
084700     MOVE 'Y'               TO SM-FLD-OK-SW.
084800 4620-EXIT.
084900     EXIT.
085000*-----------------------------------------------------------------
085100* 4650-CHECK-DATE  -  IS SM-WORK-DATE A REAL CALENDAR DATE?  SAME
085200*                     MONTH TABLE AND LEAP-YEAR RULE AS ACCTEOD.
085300*-----------------------------------------------------------------
085400 4650-CHECK-DATE.
085500     MOVE 'N'               TO SM-DATE-OK-SW.
085600     IF SM-WK-YEAR < 1901
085700        OR SM-WK-MONTH < 1 OR SM-WK-MONTH > 12
085800        OR SM-WK-DAY < 1
085900         GO TO 4650-EXIT
086000     END-IF.
086100     MOVE SM-MONTH-DAYS(SM-WK-MONTH) TO SM-MONTH-LEN.
086200     MOVE 'N'               TO SM-LEAP-SW.
086300     DIVIDE SM-WK-YEAR BY 4 GIVING SM-QUOT
086400         REMAINDER SM-REM.
086500     IF SM-REM = ZERO AND SM-WK-YEAR NOT = 1900
086600         MOVE 'Y'           TO SM-LEAP-SW
086700     END-IF.
086800     IF SM-WK-MONTH = 2 AND SM-LEAP
086900         ADD 1              TO SM-MONTH-LEN
087000     END-IF.
087100     IF SM-WK-DAY > SM-MONTH-LEN
087200         GO TO 4650-EXIT
087300     END-IF.
087400     MOVE 'Y'               TO SM-DATE-OK-SW.
087500 4650-EXIT.
087600     EXIT.
087700*-----------------------------------------------------------------
087800* 4700-CHECK-ACCOUNT  -  THE ACCOUNT IN SM-CHK-ACCT MUST BE ON THE
087900*                        MASTER AND NOT CLOSED.  A HOLD IS NOT
088000*                        CHECKED HERE - A HOLD IS USUALLY SHORT,
088100*                        AND THE NIGHTLY STEP RETRIES AN ORDER
088200*                        THAT MEETS ONE.
088300*-----------------------------------------------------------------
088400 4700-CHECK-ACCOUNT.
088500     MOVE 'N'               TO SM-ACCT-OK-SW.
088600     MOVE SM-CHK-ACCT       TO AC-ACCT-NO.
088700     EXEC CICS READ FILE(SM-ACCTFILE)
088800                    INTO(AC-ACCOUNT-RECORD)
088900                    RIDFLD(AC-ACCT-NO)
089000                    KEYLENGTH(LENGTH OF AC-ACCT-NO)
089100                    RESP(SM-RESP)
089200     END-EXEC.
089300     IF SM-RESP = DFHRESP(NOTFND)
089400         MOVE SPACE         TO SOMMSGO
089500         STRING 'ACCOUNT ' SM-CHK-ACCT ' NOT ON FILE'
089600             DELIMITED BY SIZE INTO SOMMSGO
089700         GO TO 4700-EXIT
089800     END-IF.
089900     IF SM-RESP NOT = DFHRESP(NORMAL)
090000         MOVE 'FILE ERROR ON ACCOUNT MASTER - TRY AGAIN'
090100                            TO SOMMSGO
090200         GO TO 4700-EXIT
090300     END-IF.
090400     IF AC-CLOSED
090500         MOVE SPACE         TO SOMMSGO
090600         STRING 'ACCOUNT ' SM-CHK-ACCT ' IS CLOSED'
090700             DELIMITED BY SIZE INTO SOMMSGO
090800         GO TO 4700-EXIT
090900     END-IF.
091000     MOVE 'Y'               TO SM-ACCT-OK-SW.
091100 4700-EXIT.
091200     EXIT.
091300*-----------------------------------------------------------------
091400* 4800-SHOW-ORDER  -  PUT THE ORDER JUST READ ON THE SCREEN.  THE
091500*                     KEYABLE DETAIL FIELDS SHOW WHAT IS ON FILE
091600*                     SO A CHANGE CAN BE KEYED OVER THEM; THE
091700*                     AMOUNT IS SHOWN AS ITS DIGITS, AS KEYED.
091800*-----------------------------------------------------------------
091900 4800-SHOW-ORDER.
092000     MOVE SO-TO-ACCT        TO SOMTOO.
092100     MOVE SO-AMOUNT         TO SM-AMT-IN-R.
092200     MOVE SM-AMT-IN         TO SOMAMTO.
092300     MOVE SO-FREQ           TO SOMFREQO.
092400     MOVE SO-NEXT-DUE       TO SOMNEXTO.
092500     MOVE SO-END-DATE       TO SOMENDO.
092600     MOVE SO-STATUS         TO SOMSTATO.
092700     MOVE SO-LAST-PAID      TO SOMLASTO.
092800     MOVE SO-LAST-RESULT    TO SOMRSLTO.
092900     MOVE SO-RETRY-COUNT    TO SOMRTRYO.
093000 4800-EXIT.
093100     EXIT.
093200*-----------------------------------------------------------------
093300* 4900-CLEAR-ORDER-INFO  -  BLANK THE DISPLAY-ONLY FIELDS SO AN
093400*                           EARLIER ORDER'S DETAILS NEVER SIT NEXT
093500*                           TO A NEW ONE.
093600*-----------------------------------------------------------------
093700 4900-CLEAR-ORDER-INFO.
093800     MOVE SPACE             TO SOMFNAMO SOMTNAMO SOMSTATO
093900                               SOMLASTO SOMRSLTO SOMRTRYO.
094000 4900-EXIT.
094100     EXIT.
094200*-----------------------------------------------------------------
094300* 5000-APPLY-UPDATE  -  THE OPERATOR CONFIRMED WITH PF5 - APPLY
094400*                       THE PENDING UPDATE HELD IN THE COMMAREA
094500*                       TO THE STANDING ORDER FILE.  THIS IS THE
094600*                       ONLY PLACE IN THE PROGRAM THAT WRITES TO
094700*                       THE FILE.
094800*-----------------------------------------------------------------
094900 5000-APPLY-UPDATE.
095000     MOVE 'AP'              TO SM-LAST-ACTION.
095100     MOVE SM-PEND-FROM      TO SOMFROMO.
095200     MOVE SM-PEND-ORD       TO SOMORDO.
095300     PERFORM 1700-GET-BUSINESS-DATE THRU 1700-EXIT.
095400     IF NOT SM-BDATE-OK
095500         MOVE 'BUSINESS DATE UNAVAILABLE - PF5 AGAIN LATER'
095600                            TO SOMMSGO
095700         GO TO 5000-EXIT
095800     END-IF.
095900     EVALUATE TRUE
096000         WHEN SM-PEND-ADD
096100             PERFORM 5100-APPLY-ADD THRU 5100-EXIT
096200         WHEN SM-PEND-CHANGE
096300             PERFORM 5200-APPLY-CHANGE THRU 5200-EXIT
096400         WHEN SM-PEND-SUSPEND
096500         WHEN SM-PEND-RESUME
096600         WHEN SM-PEND-CANCEL
096700             PERFORM 5300-APPLY-STATUS THRU 5300-EXIT
096800         WHEN OTHER
096900             MOVE 'NOTHING PENDING - KEY THE DATA AND PRESS ENTER'
097000                            TO SOMMSGO
097100     END-EVALUATE.
097200*    THE APPLY WAS ATTEMPTED - PENDING WORK COMES DOWN WHETHER IT
097300*    TOOK OR NOT (THE MESSAGE ALREADY SAYS WHICH).  THE PENDING
097400*    FROM-ACCOUNT STAYS PUT FOR THE AUDIT TRAIL WRITE.
097500     MOVE 'N'               TO SM-PEND-SW.
097600     MOVE SPACE             TO SM-PEND-ACTION.
097700 5000-EXIT.
097800     EXIT.
097900*-----------------------------------------------------------------
098000* 5100-APPLY-ADD  -  WRITE THE NEW ORDER, ACTIVE, WITH NOTHING
098100*                    PAID AND NO RETRIES SPENT.  A MONTHLY OR
098200*                    QUARTERLY ORDER REMEMBERS THE DAY OF MONTH
098300*                    IT WAS SET UP FOR.
098400*-----------------------------------------------------------------
098500 5100-APPLY-ADD.
098600     MOVE SPACE             TO SO-ORDER-RECORD.
098700     MOVE SM-PEND-FROM      TO SO-FROM-ACCT.
098800     MOVE SM-PEND-ORD       TO SO-ORDER-NO.
098900     MOVE SM-PEND-TO        TO SO-TO-ACCT.
099000     MOVE SM-PEND-AMT       TO SO-AMOUNT.
099100     MOVE SM-PEND-FREQ      TO SO-FREQ.
099200     MOVE SM-PEND-NEXT      TO SO-NEXT-DUE.
099300     MOVE SM-PEND-NEXT      TO SM-WORK-DATE-N.
099400     MOVE SM-WK-DAY         TO SO-DUE-DAY.
099500     MOVE ZERO              TO SO-END-DATE.
099600     IF SM-PEND-END-KEYED
099700         MOVE SM-PEND-END   TO SO-END-DATE
099800     END-IF.
099900     MOVE 'A'               TO SO-STATUS.
100000     MOVE ZERO              TO SO-RETRY-COUNT.
100100     MOVE ZERO              TO SO-LAST-RUN.
100200     MOVE SPACE             TO SO-LAST-RESULT.
100300     MOVE ZERO              TO SO-LAST-PAID.
100400     MOVE SM-USERID         TO SO-CHG-USERID.
100500     MOVE SM-TODAY          TO SO-CHG-DATE.
100600     EXEC CICS WRITE FILE(SM-ORDFILE)
100700                     FROM(SO-ORDER-RECORD)
100800                     RIDFLD(SO-KEY)
100900                     KEYLENGTH(LENGTH OF SO-KEY)
101000                     RESP(SM-RESP)
101100     END-EXEC.
101200     IF SM-RESP = DFHRESP(DUPREC)
101300         MOVE 'ORDER ALREADY ON FILE - NOTHING APPLIED'
101400                            TO SOMMSGO
101500         GO TO 5100-EXIT
101600     END-IF.
101700     IF SM-RESP NOT = DFHRESP(NORMAL)
101800         MOVE 'FILE ERROR - ADD NOT APPLIED' TO SOMMSGO
101900         GO TO 5100-EXIT
102000     END-IF.
102100     PERFORM 4800-SHOW-ORDER THRU 4800-EXIT.
102200     MOVE 'STANDING ORDER ADDED' TO SOMMSGO.
102300 5100-EXIT.
102400     EXIT.
102500*-----------------------------------------------------------------
102600* 5200-APPLY-CHANGE  -  READ FOR UPDATE, MOVE IN EVERY KEYED
102700*                       FIELD, REWRITE.  A NEW NEXT DUE DATE
102800*                       RESETS THE DAY-OF-MONTH ANCHOR AND THE
102900*                       RETRY COUNT - THE ORDER STARTS OVER FROM
103000*                       THE NEW DATE.
103100*-----------------------------------------------------------------
103200 5200-APPLY-CHANGE.
103300     PERFORM 5500-READ-FOR-UPDATE THRU 5500-EXIT.
103400     IF SM-RESP NOT = DFHRESP(NORMAL)
103500         GO TO 5200-EXIT
103600     END-IF.
103700     IF SO-CANCELLED OR SO-ENDED
103800         EXEC CICS UNLOCK FILE(SM-ORDFILE)
103900         END-EXEC
104000         MOVE 'ORDER IS CANCELLED OR ENDED - NOTHING APPLIED'
104100                            TO SOMMSGO
104200         GO TO 5200-EXIT
104300     END-IF.
104400     IF SM-PEND-TO NOT = SPACE
104500         MOVE SM-PEND-TO    TO SO-TO-ACCT
104600     END-IF.
104700     IF SM-PEND-AMT NOT = ZERO
104800         MOVE SM-PEND-AMT   TO SO-AMOUNT
104900     END-IF.
105000     IF SM-PEND-FREQ NOT = SPACE
105100         MOVE SM-PEND-FREQ  TO SO-FREQ
105200     END-IF.
105300     IF SM-PEND-NEXT NOT = ZERO
105400         MOVE SM-PEND-NEXT  TO SO-NEXT-DUE
105500         MOVE SM-PEND-NEXT  TO SM-WORK-DATE-N
105600         MOVE SM-WK-DAY     TO SO-DUE-DAY
105700         MOVE ZERO          TO SO-RETRY-COUNT
105800     END-IF.
105900     IF SM-PEND-END-KEYED
106000         MOVE SM-PEND-END   TO SO-END-DATE
106100     END-IF.
106120     IF SO-LAST-RESULT = 'IP' AND SM-PEND-NEXT NOT = ZERO
106140         MOVE SPACE         TO SO-LAST-RESULT
106160     END-IF.
106200     PERFORM 5600-REWRITE-ORDER THRU 5600-EXIT.
106300     IF SM-RESP NOT = DFHRESP(NORMAL)
106400         GO TO 5200-EXIT
106500     END-IF.
106600     PERFORM 4800-SHOW-ORDER THRU 4800-EXIT.
106700     MOVE 'STANDING ORDER UPDATED' TO SOMMSGO.
106800 5200-EXIT.
106900     EXIT.
107000*-----------------------------------------------------------------
107100* 5300-APPLY-STATUS  -  READ FOR UPDATE, MOVE THE ORDER TO ITS
107200*                       NEW STATUS, REWRITE.  THE STATUS IS
107300*                       CHECKED AGAIN UNDER THE LOCK - THE NIGHTLY
107400*                       STEP MAY HAVE SUSPENDED OR ENDED THE ORDER
107500*                       SINCE THE EDIT PASS.  A RESUME STARTS THE
107600*                       RETRY COUNT OVER AND CLEARS AN 'IP' MARK.
107700*-----------------------------------------------------------------
107800 5300-APPLY-STATUS.
107900     PERFORM 5500-READ-FOR-UPDATE THRU 5500-EXIT.
108000     IF SM-RESP NOT = DFHRESP(NORMAL)
108100         GO TO 5300-EXIT
108200     END-IF.
108300     EVALUATE TRUE
108400         WHEN SM-PEND-SUSPEND AND SO-ACTIVE
108500             MOVE 'S'       TO SO-STATUS
108600             MOVE 'STANDING ORDER SUSPENDED' TO SOMMSGO
108700         WHEN SM-PEND-RESUME AND SO-SUSPENDED
108800             IF SM-PEND-NEXT NOT = ZERO
108900                 MOVE SM-PEND-NEXT TO SO-NEXT-DUE
109000                 MOVE SM-PEND-NEXT TO SM-WORK-DATE-N
109100                 MOVE SM-WK-DAY TO SO-DUE-DAY
109200             END-IF
109300             MOVE 'A'       TO SO-STATUS
109400             MOVE ZERO      TO SO-RETRY-COUNT
109420             IF SO-LAST-RESULT = 'IP' AND SM-PEND-NEXT NOT = ZERO
109440                 MOVE SPACE TO SO-LAST-RESULT
109460             END-IF
109500             MOVE 'STANDING ORDER RESUMED' TO SOMMSGO
109600         WHEN SM-PEND-CANCEL AND (SO-ACTIVE OR SO-SUSPENDED)
109700             MOVE 'X'       TO SO-STATUS
109800             MOVE 'STANDING ORDER CANCELLED' TO SOMMSGO
109900         WHEN OTHER
110000             EXEC CICS UNLOCK FILE(SM-ORDFILE)
110100             END-EXEC
110200             PERFORM 4800-SHOW-ORDER THRU 4800-EXIT
110300             MOVE 'ORDER STATUS CHANGED SINCE - NOTHING APPLIED'
110400                            TO SOMMSGO
110500             GO TO 5300-EXIT
110600     END-EVALUATE.
110700     PERFORM 5600-REWRITE-ORDER THRU 5600-EXIT.
110800     IF SM-RESP NOT = DFHRESP(NORMAL)
110900         GO TO 5300-EXIT
111000     END-IF.
111100     PERFORM 4800-SHOW-ORDER THRU 4800-EXIT.
111200 5300-EXIT.
111300     EXIT.
111400*-----------------------------------------------------------------
111500* 5500-READ-FOR-UPDATE  -  READ THE PENDING ORDER WITH THE UPDATE
111600*                          OPTION, HOLDING THE RECORD FOR THE
111700*                          REWRITE.  PUTS A PLAIN MESSAGE UP ON
111800*                          ANY ABNORMAL RESP.
111900*-----------------------------------------------------------------
112000 5500-READ-FOR-UPDATE.
112100     MOVE SM-PEND-FROM      TO SO-FROM-ACCT.
112200     MOVE SM-PEND-ORD       TO SO-ORDER-NO.
112300     EXEC CICS READ FILE(SM-ORDFILE)
112400                    INTO(SO-ORDER-RECORD)
112500                    RIDFLD(SO-KEY)
112600                    KEYLENGTH(LENGTH OF SO-KEY)
112700                    UPDATE
112800                    RESP(SM-RESP)
112900     END-EXEC.
113000     IF SM-RESP = DFHRESP(NOTFND)
113100         MOVE 'ORDER NO LONGER ON FILE - NOTHING APPLIED'
113200                            TO SOMMSGO
113300         GO TO 5500-EXIT
113400     END-IF.
113500     IF SM-RESP NOT = DFHRESP(NORMAL)
113600         MOVE 'FILE ERROR - UPDATE NOT APPLIED' TO SOMMSGO
113700     END-IF.
113800 5500-EXIT.
113900     EXIT.
114000*-----------------------------------------------------------------
114100* 5600-REWRITE-ORDER  -  STAMP WHO CHANGED THE ORDER AND ON WHAT
114200*                        BUSINESS DAY, AND REWRITE THE RECORD
114300*                        HELD BY 5500-READ-FOR-UPDATE.
114400*-----------------------------------------------------------------
114500 5600-REWRITE-ORDER.
114600     MOVE SM-USERID         TO SO-CHG-USERID.
114700     MOVE SM-TODAY          TO SO-CHG-DATE.
114800     EXEC CICS REWRITE FILE(SM-ORDFILE)
114900                       FROM(SO-ORDER-RECORD)
115000                       RESP(SM-RESP)
115100     END-EXEC.
115200     IF SM-RESP NOT = DFHRESP(NORMAL)
115300         MOVE 'FILE ERROR - UPDATE NOT APPLIED' TO SOMMSGO
115400     END-IF.
115500 5600-EXIT.
115600     EXIT.
115700*-----------------------------------------------------------------
115800* 9000-SEND-ERROR-SCREEN  -  A SEND MAP OR RETURN CAME BACK WITH
115900*                            AN ABNORMAL RESP - THE TERMINAL IS
116000*                            IN SOME BAD STATE.  TELL THE
116100*                            OPERATOR IN PLAIN TEXT AND END THE
116200*                            TASK CLEANLY RATHER THAN LETTING
116300*                            CICS ABEND THE TASK (ASRA).
116400*-----------------------------------------------------------------
116500 9000-SEND-ERROR-SCREEN.
116600     EXEC CICS SEND TEXT FROM(SM-ERRTEXT)
116700                    LENGTH(LENGTH OF SM-ERRTEXT)
116800                    ERASE
116900                    RESP(SM-RESP2)
117000     END-EXEC.
117100     EXEC CICS RETURN
117200     END-EXEC.
117300 9000-EXIT.
117400     EXIT.
117500*-----------------------------------------------------------------
