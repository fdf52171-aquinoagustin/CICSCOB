000100*-----------------------------------------------------------------
000200* IDENTIFICATION DIVISION.
000300*-----------------------------------------------------------------
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    CICSSTL.
000600 AUTHOR.        R HALVERSEN.
000700 INSTALLATION.  DATA PROCESSING.
000800 DATE-WRITTEN.  10/15/2026.
000900 DATE-COMPILED.
001000*-----------------------------------------------------------------
001100* MODIFICATION HISTORY
001200*-----------------------------------------------------------------
001300* 10/15/2026 RH  NEW PROGRAM.  TELLER DRAWER SETTLEMENT, OPTION 14
001400*                ON THE CICSMENU MAIN MENU (OWN TRANSACTION CICT,
001500*                MAPSET CICSMSE, MAP CICSME).  AT SHIFT END THE
001600*                TELLER KEYS THE OPENING CASH, THE COUNTED CLOSING
001700*                CASH AND THE CHECKS ON HAND.  ENTER TOTALS THE
001800*                TELLER'S OWN TRNHST POSTINGS AT THE TERMINAL FOR
001850*                THE OPEN BDATE BUSINESS DAY -
001900*                REVERSALS AND SUPERVISOR OVERRIDES INCLUDED,
002000*                TRANSFER LEGS LEFT OUT AS THEY MOVE NO CASH - AND
002100*                SHOWS EXPECTED AGAINST COUNTED WITH THE
002200*                OVER/SHORT; THE DRAWER IS HELD IN THE COMMAREA
002300*                (SEE STLCA/STLCAL).  PF5 SAVES IT ON THE NEW
002400*                DRWSTL SETTLEMENT FILE (SEE STLREC) UNDER THE
002500*                TELLER'S USERID; PF12 THROWS IT AWAY.  AN
002600*                OVER/SHORT PAST THE TOLERANCE IS NOT SAVED ON THE
002700*                TELLER'S WORD ALONE - A SUPERVISOR KEYS THEIR
002800*                USERID IN SUPV ID AND PRESSES PF5, THE SAME
002900*                APPROVE-AT-THE-TERMINAL OVERRIDE AS CICSPST, WITH
003000*                THE 'OV' AUDT ENTRY UNDER THE SUPERVISOR'S
003100*                USERID.  GATED ON THE SECFIL POSTING SWITCH.  THE
003200*                NIGHTLY ACCTDRW STEP LISTS THE TELLERS WHO
003300*                POSTED BUT NEVER SETTLED AND EVERY DRAWER OUT OF
003400*                BALANCE.
003500*-----------------------------------------------------------------
003600 ENVIRONMENT DIVISION.
003700*-----------------------------------------------------------------
003800 DATA DIVISION.
003900 WORKING-STORAGE SECTION.
004000*-----------------------------------------------------------------
004100* SYMBOLIC MAP FOR MAPSET CICSMSE, MAP CICSME.
004200*-----------------------------------------------------------------
004300     COPY CICSME.
004400*-----------------------------------------------------------------
004500* CICS-SUPPLIED AID VALUES (DFHENTER, DFHPF1-24, DFHCLEAR, ETC.)
004600* FOR TESTING EIBAID AGAINST THE PF KEY THE OPERATOR PRESSED.
004700*-----------------------------------------------------------------
004800     COPY DFHAID.
004900*-----------------------------------------------------------------
005000* TELLER DRAWER SETTLEMENT RECORD (VSAM KSDS, FILE DRWSTL).  KEY
005100* IS THE BUSINESS DATE, TERMINAL AND USERID.  READ BY THE NIGHTLY
005200* ACCTDRW STEP.
005300*-----------------------------------------------------------------
005400     COPY STLREC.
005500*-----------------------------------------------------------------
005600* TRANSACTION HISTORY RECORD (VSAM KSDS, FILE TRNHST) - BROWSED
005700* (NEVER UPDATED) FOR THE TELLER'S POSTINGS AT THE TERMINAL ON
005710* THE BUSINESS DAY.
005800*-----------------------------------------------------------------
005900     COPY TRNREC.
006000*-----------------------------------------------------------------
006100* AUDIT TRAIL RECORD WRITTEN TO TD QUEUE AUDT EVERY TIME THIS
006200* TRANSACTION RUNS.
006300*-----------------------------------------------------------------
006400     COPY AUDREC.
006500*-----------------------------------------------------------------
006600* COMMAREA WORKING COPY.  THE COMMON PREFIX MATCHES THE CICSCA
006700* LAYOUT EVERY PROGRAM IN THE SUITE CARRIES; THE TL-PEND FIELDS
006800* HOLD THE TOTALLED DRAWER WAITING FOR THE PF5 THAT SAVES IT.
006900*-----------------------------------------------------------------
007000     COPY STLCA.
007100*-----------------------------------------------------------------
007200* STANDALONE WORK FIELDS.
007300*-----------------------------------------------------------------
007400 77  TL-MAPSET              PIC X(08)  VALUE 'CICSMSE'.
007500 77  TL-MAPNAME             PIC X(08)  VALUE 'CICSME'.
007600 77  TL-STLFILE             PIC X(08)  VALUE 'DRWSTL'.
007700 77  TL-HISTFILE            PIC X(08)  VALUE 'TRNHST'.
007800 77  TL-AUDITQ              PIC X(04)  VALUE 'AUDT'.
007900 77  TL-CALEN               PIC S9(04) COMP.
008000 77  TL-RESP                PIC S9(08) COMP.
008100 77  TL-RESP2               PIC S9(08) COMP.
008200 77  TL-SECFILE             PIC X(08)  VALUE 'SECFIL'.
008300 77  TL-BDFILE              PIC X(08)  VALUE 'BDATE'.
008400 77  TL-TODAY               PIC 9(08)  VALUE ZERO.
008500 77  TL-BDATE-OK-SW         PIC X(01)  VALUE 'N'.
008600     88  TL-BDATE-OK        VALUE 'Y'.
008700 77  TL-BRDONE-SW           PIC X(01)  VALUE 'N'.
008800     88  TL-BRDONE          VALUE 'Y'.
008900 77  TL-BRFAIL-SW           PIC X(01)  VALUE 'N'.
009000     88  TL-BRFAIL          VALUE 'Y'.
009100 77  TL-SUPV-OK-SW          PIC X(01)  VALUE 'N'.
009200     88  TL-SUPV-OK         VALUE 'Y'.
009300*    THE MOST A DRAWER MAY BE OVER OR SHORT AND STILL BE SAVED ON
009400*    THE TELLER'S OWN PF5.  PAST THIS A SUPERVISOR SIGNS IT OFF.
009500 77  TL-TOLERANCE           PIC 9(5)V99 VALUE 5.00.
009600 77  TL-ABS-DIFF            PIC 9(9)V99 VALUE ZERO.
009700 77  TL-COUNTED             PIC S9(9)V99 VALUE ZERO.
009800 77  TL-OVR-ID              PIC X(08)  VALUE SPACE.
009900 77  TL-SUP-LIMIT           PIC 9(9)V99 COMP-3 VALUE ZERO.
010000 77  TL-ABSTIME             PIC S9(15) COMP-3 VALUE ZERO.
010100 77  TL-CLK-DATE            PIC 9(08)  VALUE ZERO.
010200 77  TL-CLK-TIME            PIC 9(06)  VALUE ZERO.
010300 77  TL-DISP-AMT            PIC -(11)9.99.
010400 77  TL-DISP-CNT            PIC ZZZZ9.
010500     COPY CICSMSG REPLACING ==MS-ERRTEXT==    BY ==TL-ERRTEXT==
010600         ==MS-NOAUTHTEXT== BY ==TL-NOAUTHTEXT==.
010700*-----------------------------------------------------------------
010800* REDEFINED VIEW OF A KEYED AMOUNT - ALL DIGITS, LAST TWO ARE
010900* CENTS.
011000*-----------------------------------------------------------------
011100 01  TL-AMT-IN              PIC X(11).
011200 01  TL-AMT-IN-R REDEFINES TL-AMT-IN
011300                            PIC 9(9)V99.
011400*-----------------------------------------------------------------
011500* ALREADY-SETTLED NOTE - TELLS THE TELLER A SAVE WILL REPLACE THE
011600* DRAWER THEY SAVED EARLIER IN THE DAY.
011700*-----------------------------------------------------------------
011800 01  TL-PRIOR-MSG.
011900     02  FILLER             PIC X(24)  VALUE
012000            'DRAWER ALREADY SAVED AT '.
012100     02  TL-PRIOR-HH        PIC 9(02).
012200     02  FILLER             PIC X(01)  VALUE ':'.
012300     02  TL-PRIOR-MM        PIC 9(02).
012400     02  FILLER             PIC X(01)  VALUE ':'.
012500     02  TL-PRIOR-SS        PIC 9(02).
012600     02  FILLER             PIC X(33)  VALUE
012700            ' - ENTER + PF5 AGAIN REPLACES IT'.
012800*-----------------------------------------------------------------
012900* BROKEN-OUT VIEW OF A SAVED SETTLEMENT'S CLOCK TIME.
013000*-----------------------------------------------------------------
013100 01  TL-TIME-WORK.
013200     02  TL-TW-HH           PIC 9(02).
013300     02  TL-TW-MM           PIC 9(02).
013400     02  TL-TW-SS           PIC 9(02).
013500*-----------------------------------------------------------------
013600* OPERATOR SECURITY RECORD (VSAM KSDS, FILE SECFIL) - READ ON
013700* FIRST ENTRY FOR THE SIGNED-ON USERID'S FUNCTION AUTHORITY, AND
013800* FOR THE SUPERVISOR WHO SIGNS OFF AN OUT-OF-BALANCE DRAWER.
013900*-----------------------------------------------------------------
014000     COPY SECREC.
014100*-----------------------------------------------------------------
014200* BUSINESS-DATE CONTROL RECORD (VSAM KSDS, FILE BDATE) - THE DAY
014300* WHOSE POSTINGS THE DRAWER IS SETTLED AGAINST.
014400*-----------------------------------------------------------------
014500     COPY BDTREC.
014600*-----------------------------------------------------------------
014700 LINKAGE SECTION.
014800*-----------------------------------------------------------------
014900     COPY STLCAL.
015000*-----------------------------------------------------------------
015100 PROCEDURE DIVISION.
015200*-----------------------------------------------------------------
015300* 0000-MAINLINE
015400*-----------------------------------------------------------------
015500 0000-MAINLINE.
015600     MOVE EIBCALEN          TO TL-CALEN.
015700     PERFORM 1000-LOAD-COMMAREA THRU 1000-EXIT.
015800     IF TL-CALEN = ZERO OR NOT TL-SCREEN-UP
015900         PERFORM 2000-SEND-INITIAL-MAP THRU 2000-EXIT
016000     ELSE
016100         PERFORM 3000-RECEIVE-AND-PROCESS THRU 3000-EXIT
016200     END-IF.
016300     IF TL-RESP NOT = DFHRESP(NORMAL)
016400         PERFORM 9000-SEND-ERROR-SCREEN THRU 9000-EXIT
016500         GO TO 0000-EXIT
016600     END-IF.
016700     PERFORM 1500-WRITE-AUDIT-TRAIL THRU 1500-EXIT.
016800     EXEC CICS RETURN TRANSID('CICT')
016900                     COMMAREA(TL-COMMAREA)
017000                     LENGTH(LENGTH OF TL-COMMAREA)
017100                     RESP(TL-RESP)
017200     END-EXEC.
017300     IF TL-RESP NOT = DFHRESP(NORMAL)
017400         PERFORM 9000-SEND-ERROR-SCREEN THRU 9000-EXIT
017500     END-IF.
017600     GO TO 0000-EXIT.
017700 0000-EXIT.
017800     EXIT.
017900*-----------------------------------------------------------------
018000* 1000-LOAD-COMMAREA  -  PICK UP WHATEVER CAME IN ON THE COMMAREA,
018100*                        OR START CLEAN ON FIRST ENTRY.
018200*-----------------------------------------------------------------
018300 1000-LOAD-COMMAREA.
018400     IF TL-CALEN = ZERO
018500         MOVE SPACE         TO TL-COMMAREA
018600         PERFORM 1050-CLEAR-PENDING THRU 1050-EXIT
018700         EXEC CICS ASSIGN USERID(TL-USERID)
018800         END-EXEC
018900         PERFORM 2600-CHECK-AUTHORIZATION THRU 2600-EXIT
019000         GO TO 1000-EXIT
019100     END-IF.
019200     MOVE TL-IN-LAST-ACTION TO TL-LAST-ACTION.
019300     MOVE TL-IN-USERID      TO TL-USERID.
019400     MOVE TL-IN-AUTH-INQ-SW TO TL-AUTH-INQ-SW.
019500     MOVE TL-IN-AUTH-MNT-SW TO TL-AUTH-MNT-SW.
019600     MOVE TL-IN-AUTH-PST-SW TO TL-AUTH-PST-SW.
019700     MOVE TL-IN-AUTH-ADM-SW TO TL-AUTH-ADM-SW.
019800     MOVE TL-IN-SCREEN-SW   TO TL-SCREEN-SW.
019900     MOVE TL-IN-PICK-SW     TO TL-PICK-SW.
020000     MOVE TL-IN-PICK-ACCT   TO TL-PICK-ACCT.
020100*    CICSMENU HANDS IN ONLY THE COMMON CICSCA-LENGTH PREFIX; OUR
020200*    OWN RETURN HANDS BACK THE FULL TL-COMMAREA WITH THE TOTALLED
020300*    DRAWER, SO THE EXTENSION IS ONLY PICKED UP WHEN THE WHOLE
020400*    THING ARRIVED.
020500     IF TL-CALEN = LENGTH OF TL-COMMAREA
020600         MOVE TL-INP-PEND-SW  TO TL-PEND-SW
020700         MOVE TL-INP-BDATE    TO TL-PEND-BDATE
020800         MOVE TL-INP-TERMID   TO TL-PEND-TERMID
020900         MOVE TL-INP-OPEN     TO TL-PEND-OPEN
021000         MOVE TL-INP-CASH     TO TL-PEND-CASH
021100         MOVE TL-INP-CHECKS   TO TL-PEND-CHECKS
021200         MOVE TL-INP-CR-CNT   TO TL-PEND-CR-CNT
021300         MOVE TL-INP-CR-AMT   TO TL-PEND-CR-AMT
021400         MOVE TL-INP-DR-CNT   TO TL-PEND-DR-CNT
021500         MOVE TL-INP-DR-AMT   TO TL-PEND-DR-AMT
021600         MOVE TL-INP-REV-CNT  TO TL-PEND-REV-CNT
021700         MOVE TL-INP-OVR-CNT  TO TL-PEND-OVR-CNT
021800         MOVE TL-INP-XFR-CNT  TO TL-PEND-XFR-CNT
021900         MOVE TL-INP-EXPECTED TO TL-PEND-EXPECTED
022000         MOVE TL-INP-DIFF     TO TL-PEND-DIFF
022100     ELSE
022200         PERFORM 1050-CLEAR-PENDING THRU 1050-EXIT
022300     END-IF.
022400 1000-EXIT.
022500     EXIT.
022600*-----------------------------------------------------------------
022700* 1050-CLEAR-PENDING  -  NOTHING TOTALLED, NOTHING WAITING FOR
022800*                        PF5.
022900*-----------------------------------------------------------------
023000 1050-CLEAR-PENDING.
023100     MOVE 'N'               TO TL-PEND-SW.
023200     MOVE SPACE             TO TL-PEND-TERMID.
023300     MOVE ZERO              TO TL-PEND-BDATE
023400                               TL-PEND-OPEN
023500                               TL-PEND-CASH
023600                               TL-PEND-CHECKS
023700                               TL-PEND-CR-CNT
023800                               TL-PEND-CR-AMT
023900                               TL-PEND-DR-CNT
024000                               TL-PEND-DR-AMT
024100                               TL-PEND-REV-CNT
024200                               TL-PEND-OVR-CNT
024300                               TL-PEND-XFR-CNT
024400                               TL-PEND-EXPECTED
024500                               TL-PEND-DIFF.
024600 1050-EXIT.
024700     EXIT.
024800*-----------------------------------------------------------------
024900* 1500-WRITE-AUDIT-TRAIL  -  LOG THIS INVOCATION TO THE AUDIT
025000*                            TRAIL TD QUEUE - USERID, TERMID AND
025100*                            TIMESTAMP - SAME ENTRY THE REST OF
025200*                            THE SUITE WRITES.  A SETTLEMENT IS
025300*                            NOT ABOUT ANY ONE ACCOUNT, SO THE
025400*                            ACCOUNT GOES OUT BLANK - THE TERMINAL
025500*                            IS ALREADY ON THE ENTRY.
025600*-----------------------------------------------------------------
025700 1500-WRITE-AUDIT-TRAIL.
025800     MOVE EIBTRNID          TO AU-TRANID.
025900     MOVE EIBTRMID          TO AU-TERMID.
026000     MOVE TL-USERID         TO AU-USERID.
026100     MOVE TL-LAST-ACTION    TO AU-FUNCTION.
026200     MOVE SPACE             TO AU-ACCT-NO.
026300     MOVE EIBDATE           TO AU-DATE.
026400     MOVE EIBTIME           TO AU-TIME.
026500     EXEC CICS WRITEQ TD QUEUE(TL-AUDITQ)
026600                    FROM(AU-AUDIT-RECORD)
026700                    LENGTH(LENGTH OF AU-AUDIT-RECORD)
026800     END-EXEC.
026900 1500-EXIT.
027000     EXIT.
027100*-----------------------------------------------------------------
027200* 1600-WRITE-OVERRIDE-AUDIT  -  THE SECOND AUDIT ENTRY FOR A
027300*                               DRAWER SIGNED OFF OUT OF BALANCE -
027400*                               SAME SHAPE AND FUNCTION 'OV' AS
027500*                               CICSPST'S, UNDER THE SUPERVISOR'S
027600*                               USERID.
027700*-----------------------------------------------------------------
027800 1600-WRITE-OVERRIDE-AUDIT.
027900     MOVE EIBTRNID          TO AU-TRANID.
028000     MOVE EIBTRMID          TO AU-TERMID.
028100     MOVE TL-OVR-ID         TO AU-USERID.
028200     MOVE 'OV'              TO AU-FUNCTION.
028300     MOVE SPACE             TO AU-ACCT-NO.
028400     MOVE EIBDATE           TO AU-DATE.
028500     MOVE EIBTIME           TO AU-TIME.
028600     EXEC CICS WRITEQ TD QUEUE(TL-AUDITQ)
028700                    FROM(AU-AUDIT-RECORD)
028800                    LENGTH(LENGTH OF AU-AUDIT-RECORD)
028900     END-EXEC.
029000 1600-EXIT.
029100     EXIT.
029200*-----------------------------------------------------------------
029300* 1700-GET-BUSINESS-DATE  -  READ THE ONE-RECORD BDATE CONTROL
029400*                            FILE.  SAME RULE AS CICSPST - NEVER
029500*                            THE CLOCK, NOT EVEN AS A FALLBACK.  A
029600*                            RECORD THAT CANNOT BE READ (OR
029700*                            CARRIES GARBAGE) LEAVES THE OK SWITCH
029800*                            DOWN AND THE DRAWER CANNOT BE
029900*                            TOTALLED OR SAVED.
030000*-----------------------------------------------------------------
030100 1700-GET-BUSINESS-DATE.
030200     MOVE 'N'               TO TL-BDATE-OK-SW.
030300     MOVE 'BUSDATE'         TO BD-KEY.
030400     EXEC CICS READ FILE(TL-BDFILE)
030500                    INTO(BD-CONTROL-RECORD)
030600                    RIDFLD(BD-KEY)
030700                    KEYLENGTH(LENGTH OF BD-KEY)
030800                    RESP(TL-RESP)
030900     END-EXEC.
031000     IF TL-RESP NOT = DFHRESP(NORMAL)
031100         MOVE DFHRESP(NORMAL) TO TL-RESP
031200         GO TO 1700-EXIT
031300     END-IF.
031400     IF BD-BUSINESS-DATE NUMERIC
031500        AND BD-BUSINESS-DATE > ZERO
031600         MOVE BD-BUSINESS-DATE TO TL-TODAY
031700         MOVE 'Y'           TO TL-BDATE-OK-SW
031800     END-IF.
031900 1700-EXIT.
032000     EXIT.
032100*-----------------------------------------------------------------
032200* 2600-CHECK-AUTHORIZATION  -  READ THE SECFIL SECURITY FILE FOR
032300*                              THE SIGNED-ON USERID'S AUTHORITY BY
032400*                              FUNCTION.  NO RECORD MEANS NO
032500*                              AUTHORITY AT ALL.  CICT IS ALSO
032600*                              REACHABLE DIRECTLY AS ITS OWN
032700*                              TRANSACTION, SO THIS PROGRAM DOES
032800*                              THE SAME READ CICSMENU DOES ON ITS
032900*                              OWN FIRST ENTRY.
033000*-----------------------------------------------------------------
033100 2600-CHECK-AUTHORIZATION.
033200     MOVE 'N'               TO TL-AUTH-INQ-SW TL-AUTH-MNT-SW
033300                               TL-AUTH-PST-SW TL-AUTH-ADM-SW.
033400     MOVE TL-USERID         TO SC-USERID.
033500     EXEC CICS READ FILE(TL-SECFILE)
033600                    INTO(SC-SECURITY-RECORD)
033700                    RIDFLD(SC-USERID)
033800                    KEYLENGTH(LENGTH OF SC-USERID)
033900                    RESP(TL-RESP)
034000     END-EXEC.
034100     IF TL-RESP NOT = DFHRESP(NORMAL)
034200         MOVE DFHRESP(NORMAL) TO TL-RESP
034300         GO TO 2600-EXIT
034400     END-IF.
034500     MOVE SC-INQ-SW         TO TL-AUTH-INQ-SW.
034600     MOVE SC-MNT-SW         TO TL-AUTH-MNT-SW.
034700     MOVE SC-PST-SW         TO TL-AUTH-PST-SW.
034800     MOVE SC-ADM-SW         TO TL-AUTH-ADM-SW.
034900 2600-EXIT.
035000     EXIT.
035100*-----------------------------------------------------------------
035200* 2000-SEND-INITIAL-MAP  -  FIRST ENTRY - PAINT A BLANK SETTLEMENT
035300*                           SCREEN FOR THIS TERMINAL AND THE OPEN
035400*                           BUSINESS DAY, WITH NOTHING PENDING,
035500*                           AND SAY SO IF THE TELLER HAS ALREADY
035600*                           SAVED THE DRAWER TODAY.
035700*-----------------------------------------------------------------
035800 2000-SEND-INITIAL-MAP.
035900     MOVE LOW-VALUE         TO CICSMEO.
036000     MOVE SPACE             TO STLOPENO.
036100     MOVE SPACE             TO STLCASHO.
036200     MOVE SPACE             TO STLCHKSO.
036300     MOVE SPACE             TO STLSUPVO.
036400     PERFORM 4900-CLEAR-TOTALS THRU 4900-EXIT.
036500     MOVE SPACE             TO STLMSGO.
036600     MOVE EIBTRMID          TO STLTERMO.
036700     MOVE TL-USERID         TO STLUSERO.
036800     MOVE SPACE             TO STLBDTEO.
036900     MOVE 'FT'              TO TL-LAST-ACTION.
037000     MOVE 'Y'               TO TL-SCREEN-SW.
037100     PERFORM 1050-CLEAR-PENDING THRU 1050-EXIT.
037200     IF NOT TL-PST-AUTH
037300         MOVE TL-NOAUTHTEXT TO STLMSGO
037400         GO TO 2090-SEND
037500     END-IF.
037600     PERFORM 1700-GET-BUSINESS-DATE THRU 1700-EXIT.
037700     IF NOT TL-BDATE-OK
037800         MOVE 'BUSINESS DATE UNAVAILABLE - CANNOT SETTLE NOW'
037900                            TO STLMSGO
038000         GO TO 2090-SEND
038100     END-IF.
038200     MOVE TL-TODAY          TO STLBDTEO.
038300     PERFORM 4950-CHECK-PRIOR THRU 4950-EXIT.
038400 2090-SEND.
038500     EXEC CICS SEND MAP(TL-MAPNAME)
038600                    MAPSET(TL-MAPSET)
038700                    FROM(CICSMEO)
038800                    ERASE
038900                    RESP(TL-RESP)
039000     END-EXEC.
039100 2000-EXIT.
039200     EXIT.
039300*-----------------------------------------------------------------
039400* 3000-RECEIVE-AND-PROCESS  -  RE-ENTRY - RECEIVE WHAT THE TELLER
039500*                              KEYED AND ACT ON THE AID KEY.
039600*                              ENTER TOTALS THE DRAWER, PF5 SAVES
039700*                              IT, PF12 CANCELS, PF3 GOES BACK TO
039800*                              THE MENU.
039900*-----------------------------------------------------------------
040000 3000-RECEIVE-AND-PROCESS.
040100     EXEC CICS RECEIVE MAP(TL-MAPNAME)
040200                       MAPSET(TL-MAPSET)
040300                       INTO(CICSMEI)
040400                       RESP(TL-RESP)
040500     END-EXEC.
040600     IF TL-RESP = DFHRESP(MAPFAIL)
040700*        PF3, THE SAVING PF5 AND THE PF12 CANCEL ACT ON THE
040800*        COMMAREA STATE, NOT ON SCREEN FIELDS - THEY FALL THROUGH
040900*        WITH A CLEARED INPUT MAP, SAME HANDLING AS CICSPST.  A
041000*        PF5 THAT NEEDS A SUPERVISOR FINDS THE SUPV ID BLANK AND
041100*        SAYS SO.
041200         IF EIBAID = DFHPF3 OR EIBAID = DFHPF5
041300            OR EIBAID = DFHPF12
041400             MOVE LOW-VALUE     TO CICSMEI
041500         ELSE
041600             MOVE 'NO DATA WAS KEYED - RE-ENTER' TO STLMSGO
041700             MOVE TL-USERID         TO STLUSERO
041800             EXEC CICS SEND MAP(TL-MAPNAME)
041900                            MAPSET(TL-MAPSET)
042000                            FROM(CICSMEO)
042100                            DATAONLY
042200                            RESP(TL-RESP)
042300             END-EXEC
042400             GO TO 3000-EXIT
042500         END-IF
042600     END-IF.
042700     IF EIBAID = DFHPF3
042800         MOVE 'MN'          TO TL-LAST-ACTION
042900         MOVE 'N'           TO TL-SCREEN-SW
043000         PERFORM 1500-WRITE-AUDIT-TRAIL THRU 1500-EXIT
043100         EXEC CICS XCTL PROGRAM('CICSMENU')
043200                        COMMAREA(TL-COMMAREA)
043300                        LENGTH(LENGTH OF TL-COMMAREA)
043400                        RESP(TL-RESP)
043500         END-EXEC
043600         IF TL-RESP NOT = DFHRESP(NORMAL)
043700             PERFORM 9000-SEND-ERROR-SCREEN THRU 9000-EXIT
043800         END-IF
043900         GO TO 3000-EXIT
044000     END-IF.
044100     MOVE SPACE             TO STLMSGO.
044200     MOVE TL-USERID         TO STLUSERO.
044300     MOVE EIBTRMID          TO STLTERMO.
044400     IF NOT TL-PST-AUTH
044500         MOVE TL-NOAUTHTEXT TO STLMSGO
044600         GO TO 3800-SEND-CURRENT-MAP
044700     END-IF.
044800     IF EIBAID = DFHPF12
044900         PERFORM 1050-CLEAR-PENDING THRU 1050-EXIT
045000         PERFORM 4900-CLEAR-TOTALS THRU 4900-EXIT
045100         MOVE 'SETTLEMENT CANCELLED - NOTHING SAVED'
045200                            TO STLMSGO
045300         GO TO 3800-SEND-CURRENT-MAP
045400     END-IF.
045500     IF EIBAID = DFHPF5
045600         IF TL-PEND-READY
045700             PERFORM 5000-SAVE-SETTLEMENT THRU 5000-EXIT
045800         ELSE
045900             MOVE 'NOTHING TOTALLED - KEY THE DRAWER, THEN ENTER'
046000                            TO STLMSGO
046100         END-IF
046200         GO TO 3800-SEND-CURRENT-MAP
046300     END-IF.
046400     PERFORM 4000-TOTAL-DRAWER THRU 4000-EXIT.
046500 3800-SEND-CURRENT-MAP.
046600     EXEC CICS SEND MAP(TL-MAPNAME)
046700                    MAPSET(TL-MAPSET)
046800                    FROM(CICSMEO)
046900                    DATAONLY
047000                    RESP(TL-RESP)
047100     END-EXEC.
047200 3000-EXIT.
047300     EXIT.
047400*-----------------------------------------------------------------
047500* 4000-TOTAL-DRAWER  -  EDIT THE KEYED CASH AND CHECKS, TOTAL THE
047600*                       TELLER'S POSTINGS AT THE TERMINAL FOR THE
047700*                       OPEN BUSINESS DAY AND SHOW EXPECTED
047750*                       AGAINST COUNTED.
047800*                       THE DRAWER IS STAGED IN THE COMMAREA FOR
047900*                       THE PF5 THAT SAVES IT - NOTHING IS WRITTEN
048000*                       HERE.  OPENING AND CLOSING CASH MUST BE
048100*                       KEYED (ZERO IS A VALUE); BLANK CHECKS MEAN
048200*                       NONE.
048300*-----------------------------------------------------------------
048400 4000-TOTAL-DRAWER.
048500     MOVE 'TT'              TO TL-LAST-ACTION.
048600     PERFORM 1050-CLEAR-PENDING THRU 1050-EXIT.
048700     PERFORM 4900-CLEAR-TOTALS THRU 4900-EXIT.
048800     IF STLOPENI = SPACE OR STLOPENI = LOW-VALUE
048900         MOVE 'OPENING CASH IS REQUIRED - KEY ZERO IF NONE'
049000                            TO STLMSGO
049100         GO TO 4000-EXIT
049200     END-IF.
049300     MOVE STLOPENI          TO TL-AMT-IN.
049400     INSPECT TL-AMT-IN REPLACING ALL LOW-VALUE BY ZERO
049500                                 ALL SPACE BY ZERO.
049600     IF TL-AMT-IN NOT NUMERIC
049700         MOVE 'OPENING CASH MUST BE ALL DIGITS - LAST 2 ARE CENTS'
049800                            TO STLMSGO
049900         GO TO 4000-EXIT
050000     END-IF.
050100     MOVE TL-AMT-IN-R       TO TL-PEND-OPEN.
050200     IF STLCASHI = SPACE OR STLCASHI = LOW-VALUE
050300         MOVE 'CLOSING CASH IS REQUIRED - KEY ZERO IF NONE'
050400                            TO STLMSGO
050500         GO TO 4000-EXIT
050600     END-IF.
050700     MOVE STLCASHI          TO TL-AMT-IN.
050800     INSPECT TL-AMT-IN REPLACING ALL LOW-VALUE BY ZERO
050900                                 ALL SPACE BY ZERO.
051000     IF TL-AMT-IN NOT NUMERIC
051100         MOVE 'CLOSING CASH MUST BE ALL DIGITS - LAST 2 ARE CENTS'
051200                            TO STLMSGO
051300         GO TO 4000-EXIT
051400     END-IF.
051500     MOVE TL-AMT-IN-R       TO TL-PEND-CASH.
051600     MOVE STLCHKSI          TO TL-AMT-IN.
051700     INSPECT TL-AMT-IN REPLACING ALL LOW-VALUE BY ZERO
051800                                 ALL SPACE BY ZERO.
051900     IF TL-AMT-IN NOT NUMERIC
052000         MOVE 'CHECKS MUST BE ALL DIGITS - LAST 2 ARE CENTS'
052100                            TO STLMSGO
052200         GO TO 4000-EXIT
052300     END-IF.
052400     MOVE TL-AMT-IN-R       TO TL-PEND-CHECKS.
052500     PERFORM 1700-GET-BUSINESS-DATE THRU 1700-EXIT.
052600     IF NOT TL-BDATE-OK
052700         PERFORM 1050-CLEAR-PENDING THRU 1050-EXIT
052800         MOVE 'BUSINESS DATE UNAVAILABLE - CANNOT SETTLE NOW'
052900                            TO STLMSGO
053000         GO TO 4000-EXIT
053100     END-IF.
053200     MOVE TL-TODAY          TO STLBDTEO.
053300     PERFORM 4100-TOTAL-POSTINGS THRU 4100-EXIT.
053400     IF TL-BRFAIL
053500         PERFORM 1050-CLEAR-PENDING THRU 1050-EXIT
053600         MOVE 'FILE ERROR ON HISTORY FILE - TRY AGAIN'
053700                            TO STLMSGO
053800         GO TO 4000-EXIT
053900     END-IF.
054000     COMPUTE TL-PEND-EXPECTED = TL-PEND-OPEN + TL-PEND-CR-AMT
054100                              - TL-PEND-DR-AMT.
054200     COMPUTE TL-COUNTED = TL-PEND-CASH + TL-PEND-CHECKS.
054300     COMPUTE TL-PEND-DIFF = TL-COUNTED - TL-PEND-EXPECTED.
054400     MOVE TL-TODAY          TO TL-PEND-BDATE.
054500     MOVE EIBTRMID          TO TL-PEND-TERMID.
054600     MOVE 'Y'               TO TL-PEND-SW.
054700     PERFORM 4800-SHOW-TOTALS THRU 4800-EXIT.
054800     IF TL-ABS-DIFF > TL-TOLERANCE
054900         MOVE 'OUT PAST TOLERANCE - SUPERVISOR KEYS SUPV ID + PF5'
055000                            TO STLMSGO
055100     ELSE
055200         MOVE 'DRAWER TOTALLED - PF5 TO SAVE, PF12 TO CANCEL'
055300                            TO STLMSGO
055400     END-IF.
055500 4000-EXIT.
055600     EXIT.
055700*-----------------------------------------------------------------
055800* 4100-TOTAL-POSTINGS  -  BROWSE TRNHST FOR THE SIGNED-ON
055900*                         TELLER'S POSTINGS AT THIS TERMINAL ON
056000*                         THE BUSINESS DAY INTO THE TL-PEND COUNTS
056100*                         AND AMOUNTS - A DRAWER IS ONE TELLER'S
056150*                         AT ONE TERMINAL, THE SAME SPLIT ACCTDRW
056170*                         CHECKS IT BY.  TRNHST IS KEYED BY
056200*                         ACCOUNT, SO THERE IS NO WAY IN BY
056250*                         TERMINAL, TELLER OR DATE - THE BROWSE
056300*                         RUNS THE WHOLE FILE AND KEEPS WHAT
056350*                         MATCHES.  A BROWSE THAT CANNOT START OR
056400*                         FAILS PART WAY SETS TL-BRFAIL; AN EMPTY
056500*                         FILE IS JUST NO POSTINGS.
056700*-----------------------------------------------------------------
056800 4100-TOTAL-POSTINGS.
056900     MOVE 'N'               TO TL-BRDONE-SW TL-BRFAIL-SW.
057000     MOVE LOW-VALUE         TO TH-KEY.
057100     EXEC CICS STARTBR FILE(TL-HISTFILE)
057200                       RIDFLD(TH-KEY)
057300                       KEYLENGTH(LENGTH OF TH-KEY)
057400                       GTEQ
057500                       RESP(TL-RESP)
057600     END-EXEC.
057700     IF TL-RESP = DFHRESP(NOTFND)
057800         MOVE DFHRESP(NORMAL) TO TL-RESP
057900         GO TO 4100-EXIT
058000     END-IF.
058100     IF TL-RESP NOT = DFHRESP(NORMAL)
058200         MOVE DFHRESP(NORMAL) TO TL-RESP
058300         MOVE 'Y'           TO TL-BRFAIL-SW
058400         GO TO 4100-EXIT
058500     END-IF.
058600     PERFORM 4110-ADD-POSTING THRU 4110-EXIT
058700         UNTIL TL-BRDONE.
058800     EXEC CICS ENDBR FILE(TL-HISTFILE)
058900                     RESP(TL-RESP2)
059000     END-EXEC.
059100 4100-EXIT.
059200     EXIT.
059300*-----------------------------------------------------------------
059400* 4110-ADD-POSTING  -  READ THE NEXT HISTORY RECORD AND ADD IT IN
059500*                      IF IT IS THE TELLER'S OWN AT THIS TERMINAL
059550*                      ON THE DAY.
059600*                      REVERSALS AND OVERRIDDEN POSTINGS ARE
059700*                      COUNTED AND ALSO GO INTO THE CASH TOTALS BY
059800*                      THEIR OWN DR/CR CODE, SO A REVERSED ITEM
059900*                      NETS OUT AGAINST ITS ORIGINAL.  A TRANSFER
060000*                      LEG MOVES NO CASH THROUGH THE DRAWER - IT
060100*                      IS COUNTED AND LEFT OUT OF THE TOTALS.
060200*-----------------------------------------------------------------
060300 4110-ADD-POSTING.
060400     EXEC CICS READNEXT FILE(TL-HISTFILE)
060500                        INTO(TH-HISTORY-RECORD)
060600                        RIDFLD(TH-KEY)
060700                        KEYLENGTH(LENGTH OF TH-KEY)
060800                        RESP(TL-RESP)
060900     END-EXEC.
061000     IF TL-RESP = DFHRESP(ENDFILE)
061100         MOVE DFHRESP(NORMAL) TO TL-RESP
061200         MOVE 'Y'           TO TL-BRDONE-SW
061300         GO TO 4110-EXIT
061400     END-IF.
061500     IF TL-RESP NOT = DFHRESP(NORMAL)
061600         MOVE DFHRESP(NORMAL) TO TL-RESP
061700         MOVE 'Y'           TO TL-BRDONE-SW TL-BRFAIL-SW
061800         GO TO 4110-EXIT
061900     END-IF.
062000     IF TH-POST-DATE NOT = TL-TODAY
062100        OR TH-TERMID NOT = EIBTRMID
062150        OR TH-USERID NOT = TL-USERID
062200         GO TO 4110-EXIT
062300     END-IF.
062400     IF TH-IS-REVERSAL
062500         ADD 1              TO TL-PEND-REV-CNT
062600     END-IF.
062700     IF TH-OVR-USERID NOT = SPACE
062800        AND TH-OVR-USERID NOT = LOW-VALUE
062900         ADD 1              TO TL-PEND-OVR-CNT
063000     END-IF.
063100     IF TH-XFR-TO OR TH-XFR-FROM
063200         ADD 1              TO TL-PEND-XFR-CNT
063300         GO TO 4110-EXIT
063400     END-IF.
063500     IF TH-CREDIT
063600         ADD 1              TO TL-PEND-CR-CNT
063700         ADD TH-AMOUNT      TO TL-PEND-CR-AMT
063800     END-IF.
063900     IF TH-DEBIT
064000         ADD 1              TO TL-PEND-DR-CNT
064100         ADD TH-AMOUNT      TO TL-PEND-DR-AMT
064200     END-IF.
064300 4110-EXIT.
064400     EXIT.
064500*-----------------------------------------------------------------
064600* 4800-SHOW-TOTALS  -  PUT THE STAGED DRAWER'S TOTALS ON THE MAP
064700*                      AND WORK OUT HOW FAR OUT IT IS
064800*                      (TL-ABS-DIFF, THE OVER/SHORT WITHOUT ITS
064900*                      SIGN).
065000*-----------------------------------------------------------------
065100 4800-SHOW-TOTALS.
065200     MOVE TL-PEND-BDATE     TO STLBDTEO.
065300     MOVE TL-PEND-CR-CNT    TO TL-DISP-CNT.
065400     MOVE TL-DISP-CNT       TO STLCRCTO.
065500     MOVE TL-PEND-CR-AMT    TO TL-DISP-AMT.
065600     MOVE TL-DISP-AMT       TO STLCRAMO.
065700     MOVE TL-PEND-DR-CNT    TO TL-DISP-CNT.
065800     MOVE TL-DISP-CNT       TO STLDRCTO.
065900     MOVE TL-PEND-DR-AMT    TO TL-DISP-AMT.
066000     MOVE TL-DISP-AMT       TO STLDRAMO.
066100     MOVE TL-PEND-REV-CNT   TO TL-DISP-CNT.
066200     MOVE TL-DISP-CNT       TO STLRVCTO.
066300     MOVE TL-PEND-OVR-CNT   TO TL-DISP-CNT.
066400     MOVE TL-DISP-CNT       TO STLOVCTO.
066500     MOVE TL-PEND-XFR-CNT   TO TL-DISP-CNT.
066600     MOVE TL-DISP-CNT       TO STLXFCTO.
066700     MOVE TL-PEND-EXPECTED  TO TL-DISP-AMT.
066800     MOVE TL-DISP-AMT       TO STLEXPCO.
066900     COMPUTE TL-COUNTED = TL-PEND-CASH + TL-PEND-CHECKS.
067000     MOVE TL-COUNTED        TO TL-DISP-AMT.
067100     MOVE TL-DISP-AMT       TO STLCNTDO.
067200     MOVE TL-PEND-DIFF      TO TL-DISP-AMT.
067300     MOVE TL-DISP-AMT       TO STLDIFFO.
067400     MOVE TL-PEND-DIFF      TO TL-ABS-DIFF.
067500     IF TL-PEND-DIFF = ZERO
067600         MOVE 'BALANCED'    TO STLDSTAO
067700         GO TO 4800-EXIT
067800     END-IF.
067900     IF TL-ABS-DIFF > TL-TOLERANCE
068000         IF TL-PEND-DIFF > ZERO
068100             MOVE 'OVER - SUPERVISOR SIGN-OFF'  TO STLDSTAO
068200         ELSE
068300             MOVE 'SHORT - SUPERVISOR SIGN-OFF' TO STLDSTAO
068400         END-IF
068500     ELSE
068600         IF TL-PEND-DIFF > ZERO
068700             MOVE 'OVER - WITHIN TOLERANCE'     TO STLDSTAO
068800         ELSE
068900             MOVE 'SHORT - WITHIN TOLERANCE'    TO STLDSTAO
069000         END-IF
069100     END-IF.
069200 4800-EXIT.
069300     EXIT.
069400*-----------------------------------------------------------------
069500* 4900-CLEAR-TOTALS  -  BLANK THE TOTALS PART OF THE MAP.
069600*-----------------------------------------------------------------
069700 4900-CLEAR-TOTALS.
069800     MOVE SPACE             TO STLCRCTO STLCRAMO STLRVCTO.
069900     MOVE SPACE             TO STLDRCTO STLDRAMO STLOVCTO.
070000     MOVE SPACE             TO STLXFCTO.
070100     MOVE SPACE             TO STLEXPCO STLCNTDO STLDIFFO.
070200     MOVE SPACE             TO STLDSTAO.
070300 4900-EXIT.
070400     EXIT.
070500*-----------------------------------------------------------------
070600* 4950-CHECK-PRIOR  -  LOOK FOR A DRAWER THIS TELLER ALREADY SAVED
070700*                      ON THIS TERMINAL TODAY AND SAY WHEN.
070800*                      NOTHING FOUND (OR ANY ERROR) SAYS NOTHING.
070900*-----------------------------------------------------------------
071000 4950-CHECK-PRIOR.
071100     MOVE TL-TODAY          TO DS-BUS-DATE.
071200     MOVE EIBTRMID          TO DS-TERMID.
071300     MOVE TL-USERID         TO DS-USERID.
071400     EXEC CICS READ FILE(TL-STLFILE)
071500                    INTO(DS-SETTLE-RECORD)
071600                    RIDFLD(DS-KEY)
071700                    KEYLENGTH(LENGTH OF DS-KEY)
071800                    RESP(TL-RESP)
071900     END-EXEC.
072000     IF TL-RESP NOT = DFHRESP(NORMAL)
072100         MOVE DFHRESP(NORMAL) TO TL-RESP
072200         GO TO 4950-EXIT
072300     END-IF.
072400     MOVE DS-SETL-TIME      TO TL-TIME-WORK.
072500     MOVE TL-TW-HH          TO TL-PRIOR-HH.
072600     MOVE TL-TW-MM          TO TL-PRIOR-MM.
072700     MOVE TL-TW-SS          TO TL-PRIOR-SS.
072800     MOVE TL-PRIOR-MSG      TO STLMSGO.
072900 4950-EXIT.
073000     EXIT.
073100*-----------------------------------------------------------------
073200* 5000-SAVE-SETTLEMENT  -  PF5 ON A TOTALLED DRAWER - SAVE IT ON
073300*                          DRWSTL UNDER THE TELLER'S USERID,
073400*                          EXACTLY AS IT WAS SHOWN.  A DRAWER OUT
073500*                          PAST THE TOLERANCE NEEDS A SUPERVISOR
073600*                          FIRST (5100); A FAILED CHECK LEAVES IT
073700*                          STAGED SO ANOTHER SUPERVISOR CAN STILL
073800*                          SIGN IT OFF.  IF THE BUSINESS DAY HAS
073900*                          ROLLED SINCE THE ENTER THE TOTALS ARE
074000*                          FOR THE WRONG DAY AND THE DRAWER COMES
074100*                          DOWN.  A DRAWER ALREADY SAVED TODAY IS
074200*                          REPLACED AND ITS SETTLE COUNT GOES UP.
074300*-----------------------------------------------------------------
074400 5000-SAVE-SETTLEMENT.
074500     MOVE 'SS'              TO TL-LAST-ACTION.
074600     MOVE SPACE             TO TL-OVR-ID.
074700     PERFORM 4800-SHOW-TOTALS THRU 4800-EXIT.
074800     IF TL-ABS-DIFF > TL-TOLERANCE
074900         PERFORM 5100-CHECK-SUPERVISOR THRU 5100-EXIT
075000         IF NOT TL-SUPV-OK
075100             GO TO 5000-EXIT
075200         END-IF
075300     END-IF.
075400     PERFORM 1700-GET-BUSINESS-DATE THRU 1700-EXIT.
075500     IF NOT TL-BDATE-OK
075600         MOVE 'BUSINESS DATE UNAVAILABLE - NOTHING SAVED'
075700                            TO STLMSGO
075800         GO TO 5000-EXIT
075900     END-IF.
076000     IF TL-TODAY NOT = TL-PEND-BDATE
076100         PERFORM 1050-CLEAR-PENDING THRU 1050-EXIT
076200         PERFORM 4900-CLEAR-TOTALS THRU 4900-EXIT
076300         MOVE 'BUSINESS DAY HAS CHANGED - RE-TOTAL THE DRAWER'
076400                            TO STLMSGO
076500         GO TO 5000-EXIT
076600     END-IF.
076700     EXEC CICS ASKTIME ABSTIME(TL-ABSTIME)
076800     END-EXEC.
076900     EXEC CICS FORMATTIME ABSTIME(TL-ABSTIME)
077000                          YYYYMMDD(TL-CLK-DATE)
077100                          TIME(TL-CLK-TIME)
077200     END-EXEC.
077300     MOVE TL-PEND-BDATE     TO DS-BUS-DATE.
077400     MOVE TL-PEND-TERMID    TO DS-TERMID.
077500     MOVE TL-USERID         TO DS-USERID.
077600     EXEC CICS READ FILE(TL-STLFILE)
077700                    INTO(DS-SETTLE-RECORD)
077800                    RIDFLD(DS-KEY)
077900                    KEYLENGTH(LENGTH OF DS-KEY)
078000                    UPDATE
078100                    RESP(TL-RESP)
078200     END-EXEC.
078300     IF TL-RESP = DFHRESP(NORMAL)
078400         PERFORM 5200-BUILD-SETTLEMENT THRU 5200-EXIT
078500         EXEC CICS REWRITE FILE(TL-STLFILE)
078600                           FROM(DS-SETTLE-RECORD)
078700                           LENGTH(LENGTH OF DS-SETTLE-RECORD)
078800                           RESP(TL-RESP)
078900         END-EXEC
079000     ELSE
079100         IF TL-RESP = DFHRESP(NOTFND)
079200             MOVE SPACE         TO DS-SETTLE-RECORD
079300             MOVE TL-PEND-BDATE TO DS-BUS-DATE
079400             MOVE TL-PEND-TERMID TO DS-TERMID
079500             MOVE TL-USERID     TO DS-USERID
079600             MOVE ZERO          TO DS-SETL-COUNT
079700             PERFORM 5200-BUILD-SETTLEMENT THRU 5200-EXIT
079800             EXEC CICS WRITE FILE(TL-STLFILE)
079900                             FROM(DS-SETTLE-RECORD)
080000                             RIDFLD(DS-KEY)
080100                             KEYLENGTH(LENGTH OF DS-KEY)
080200                             LENGTH(LENGTH OF DS-SETTLE-RECORD)
080300                             RESP(TL-RESP)
080400             END-EXEC
080500         END-IF
080600     END-IF.
080700     IF TL-RESP NOT = DFHRESP(NORMAL)
080800         MOVE DFHRESP(NORMAL) TO TL-RESP
080900         MOVE 'FILE ERROR ON SETTLEMENT FILE - NOTHING SAVED'
081000                            TO STLMSGO
081100         GO TO 5000-EXIT
081200     END-IF.
081300     IF DS-SIGNED-OFF
081400         PERFORM 1600-WRITE-OVERRIDE-AUDIT THRU 1600-EXIT
081500     END-IF.
081600     PERFORM 1050-CLEAR-PENDING THRU 1050-EXIT.
081700     MOVE SPACE             TO STLSUPVO.
081800     MOVE 'DRAWER SETTLEMENT SAVED - PF3 FOR THE MENU'
081900                            TO STLMSGO.
082000 5000-EXIT.
082100     EXIT.
082200*-----------------------------------------------------------------
082300* 5100-CHECK-SUPERVISOR  -  A SUPERVISOR KEYED THEIR USERID AND
082400*                           PF5 FOR A DRAWER OUT PAST THE
082500*                           TOLERANCE.  SAME CHECKS AS CICSPST'S
082600*                           OVERRIDE - A DIFFERENT OPERATOR, ON
082700*                           SECFIL, CLEARED FOR POSTING, WITH A
082800*                           POSTING LIMIT THAT COVERS THE
082900*                           OVER/SHORT.  TL-SUPV-OK COMES UP ONLY
083000*                           WHEN EVERY CHECK PASSES.
083100*-----------------------------------------------------------------
083200 5100-CHECK-SUPERVISOR.
083300     MOVE 'N'               TO TL-SUPV-OK-SW.
083400     MOVE STLSUPVI          TO TL-OVR-ID.
083500     INSPECT TL-OVR-ID REPLACING ALL LOW-VALUE BY SPACE.
083600     IF TL-OVR-ID = SPACE
083700         MOVE 'OUT PAST TOLERANCE - SUPERVISOR KEYS SUPV ID + PF5'
083800                            TO STLMSGO
083900         GO TO 5100-EXIT
084000     END-IF.
084100     IF TL-OVR-ID = TL-USERID
084200         MOVE 'SIGN-OFF MUST COME FROM ANOTHER OPERATOR'
084300                            TO STLMSGO
084400         GO TO 5100-EXIT
084500     END-IF.
084600     MOVE TL-OVR-ID         TO SC-USERID.
084700     EXEC CICS READ FILE(TL-SECFILE)
084800                    INTO(SC-SECURITY-RECORD)
084900                    RIDFLD(SC-USERID)
085000                    KEYLENGTH(LENGTH OF SC-USERID)
085100                    RESP(TL-RESP)
085200     END-EXEC.
085300     IF TL-RESP = DFHRESP(NOTFND)
085400         MOVE DFHRESP(NORMAL) TO TL-RESP
085500         MOVE 'SUPERVISOR NOT ON SECURITY FILE - REFUSED'
085600                            TO STLMSGO
085700         GO TO 5100-EXIT
085800     END-IF.
085900     IF TL-RESP NOT = DFHRESP(NORMAL)
086000         MOVE DFHRESP(NORMAL) TO TL-RESP
086100         MOVE 'FILE ERROR ON SECURITY FILE - TRY AGAIN'
086200                            TO STLMSGO
086300         GO TO 5100-EXIT
086400     END-IF.
086500     IF NOT SC-PST-ALLOWED
086600         MOVE 'SUPERVISOR HAS NO POSTING AUTHORITY - REFUSED'
086700                            TO STLMSGO
086800         GO TO 5100-EXIT
086900     END-IF.
087000     MOVE ZERO              TO TL-SUP-LIMIT.
087100     IF SC-PST-LIMIT NUMERIC
087200         MOVE SC-PST-LIMIT  TO TL-SUP-LIMIT
087300     END-IF.
087400     IF TL-ABS-DIFF > TL-SUP-LIMIT
087500         MOVE 'OVER/SHORT EXCEEDS SUPERVISOR LIMIT - REFUSED'
087600                            TO STLMSGO
087700         GO TO 5100-EXIT
087800     END-IF.
087900     MOVE 'Y'               TO TL-SUPV-OK-SW.
088000 5100-EXIT.
088100     EXIT.
088200*-----------------------------------------------------------------
088300* 5200-BUILD-SETTLEMENT  -  FILL DS-SETTLE-RECORD (KEY ALREADY
088400*                           SET) FROM THE STAGED DRAWER, STAMP THE
088500*                           CLOCK AND COUNT THE SAVE.
088600*-----------------------------------------------------------------
088700 5200-BUILD-SETTLEMENT.
088800     MOVE TL-PEND-OPEN      TO DS-OPEN-CASH.
088900     MOVE TL-PEND-CASH      TO DS-CLOSE-CASH.
089000     MOVE TL-PEND-CHECKS    TO DS-CHECKS.
089100     MOVE TL-PEND-CR-CNT    TO DS-CREDIT-CNT.
089200     MOVE TL-PEND-CR-AMT    TO DS-CREDIT-AMT.
089300     MOVE TL-PEND-DR-CNT    TO DS-DEBIT-CNT.
089400     MOVE TL-PEND-DR-AMT    TO DS-DEBIT-AMT.
089500     MOVE TL-PEND-REV-CNT   TO DS-REV-CNT.
089600     MOVE TL-PEND-OVR-CNT   TO DS-OVR-CNT.
089700     MOVE TL-PEND-XFR-CNT   TO DS-XFR-CNT.
089800     MOVE TL-PEND-EXPECTED  TO DS-EXPECTED.
089900     COMPUTE DS-COUNTED = TL-PEND-CASH + TL-PEND-CHECKS.
090000     MOVE TL-PEND-DIFF      TO DS-DIFF.
090100     MOVE SPACE             TO DS-SUPV-ID.
090200     IF TL-PEND-DIFF = ZERO
090300         MOVE 'B'           TO DS-STATUS
090400     ELSE
090500         IF TL-ABS-DIFF > TL-TOLERANCE
090600             MOVE 'S'       TO DS-STATUS
090700             MOVE TL-OVR-ID TO DS-SUPV-ID
090800         ELSE
090900             MOVE 'T'       TO DS-STATUS
091000         END-IF
091100     END-IF.
091200     MOVE TL-CLK-DATE       TO DS-SETL-DATE.
091300     MOVE TL-CLK-TIME       TO DS-SETL-TIME.
091400     ADD 1                  TO DS-SETL-COUNT.
091500 5200-EXIT.
091600     EXIT.
091700*-----------------------------------------------------------------
091800* 9000-SEND-ERROR-SCREEN  -  A SEND MAP OR RETURN CAME BACK WITH
091900*                            AN ABNORMAL RESP - THE TERMINAL IS IN
092000*                            SOME BAD STATE.  TELL THE OPERATOR IN
092100*                            PLAIN TEXT AND END THE TASK CLEANLY
092200*                            RATHER THAN LETTING CICS ABEND THE
092300*                            TASK (ASRA).
092400*-----------------------------------------------------------------
092500 9000-SEND-ERROR-SCREEN.
092600     EXEC CICS SEND TEXT FROM(TL-ERRTEXT)
092700                    LENGTH(LENGTH OF TL-ERRTEXT)
092800                    ERASE
092900                    RESP(TL-RESP2)
093000     END-EXEC.
093100     EXEC CICS RETURN
093200     END-EXEC.
093300 9000-EXIT.
093400     EXIT.
093500*-----------------------------------------------------------------
