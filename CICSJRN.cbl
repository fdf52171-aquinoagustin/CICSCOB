000100*-----------------------------------------------------------------
000200* IDENTIFICATION DIVISION.
000300*-----------------------------------------------------------------
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    CICSJRN.
000600 AUTHOR.        R HALVERSEN.
000700 INSTALLATION.  DATA PROCESSING.
000800 DATE-WRITTEN.  10/15/2026.
000900 DATE-COMPILED.
001000*-----------------------------------------------------------------
001100* MODIFICATION HISTORY
001200*-----------------------------------------------------------------
001300* 10/15/2026 RH  NEW PROGRAM.  CHANGE JOURNAL LOOKUP, OPTION 13 ON
001400*                THE CICSMENU MAIN MENU (OWN TRANSACTION CICJ,
001500*                MAPSET CICSMSD, MAP CICSMD).  THE AUDT TRAIL SAYS
001600*                A FUNCTION TOUCHED A KEY; THE CHGJNL JOURNAL (SEE
001700*                JRNREC) SAYS WHAT IT DID - ONE RECORD PER FIELD
001800*                CHANGED BY CICSACM, CICSCUS, CICSSEC, ACCTLOAD OR
001900*                PRDLOAD, WITH THE VALUE BEFORE AND AFTER, THE
002000*                USERID, THE TERMINAL AND THE BUSINESS DATE.  THE
002100*                OPERATOR KEYS A SUBJECT - AN ACCOUNT, CUSTOMER,
002200*                OPERATOR OR PRODUCT - AND ITS CHANGES COME UP
002300*                NEWEST FIRST, SIX PER PAGE, TWO ROWS EACH.  PF8
002400*                PAGES TO OLDER CHANGES, PF7 BACK, BUILT LIKE THE
002500*                CICSHST BROWSE - PAGE TOPS RIDE THE COMMAREA (SEE
002600*                JRNCA).  GATES ON THE SECURITY ADMIN SWITCH, SAME
002700*                CLASS AS CICSSEC, SO OPERATORS CANNOT READ BACK
002800*                EACH OTHER'S AUTHORITY CHANGES.  READ ONLY.  SAME
002900*                COMMAREA PREFIX, AUDIT TRAIL, SECFIL AND ERROR
003000*                HANDLING CONVENTIONS AS THE REST OF THE SUITE.
003100*-----------------------------------------------------------------
003200 ENVIRONMENT DIVISION.
003300*-----------------------------------------------------------------
003400 DATA DIVISION.
003500 WORKING-STORAGE SECTION.
003600*-----------------------------------------------------------------
003700* SYMBOLIC MAP FOR MAPSET CICSMSD, MAP CICSMD.
003800*-----------------------------------------------------------------
003900     COPY CICSMD.
004000*-----------------------------------------------------------------
004100* CICS-SUPPLIED AID VALUES (DFHENTER, DFHPF1-24, DFHCLEAR, ETC.)
004200* FOR TESTING EIBAID AGAINST THE PF KEY THE OPERATOR PRESSED.
004300*-----------------------------------------------------------------
004400     COPY DFHAID.
004500*-----------------------------------------------------------------
004600* CHANGE JOURNAL RECORD (VSAM KSDS, FILE CHGJNL) - THE CHANGES
004700* BEING LISTED.
004800*-----------------------------------------------------------------
004900     COPY JRNREC.
005000*-----------------------------------------------------------------
005100* AUDIT TRAIL RECORD WRITTEN TO TD QUEUE AUDT EVERY TIME THIS
005200* TRANSACTION RUNS.  SHARED WITH THE REST OF THE SUITE.
005300*-----------------------------------------------------------------
005400     COPY AUDREC.
005500*-----------------------------------------------------------------
005600* COMMAREA WORKING COPY.  THE COMMON PREFIX MATCHES THE CICSCA
005700* LAYOUT EVERY PROGRAM IN THE SUITE CARRIES; THE JR-BRW FIELDS
005800* HOLD THE ACTIVE LIST AND ITS PAGING STATE.
005900*-----------------------------------------------------------------
006000     COPY JRNCA.
006100*-----------------------------------------------------------------
006200* STANDALONE WORK FIELDS.
006300*-----------------------------------------------------------------
006400 77  JR-MAPSET              PIC X(08)  VALUE 'CICSMSD'.
006500 77  JR-MAPNAME             PIC X(08)  VALUE 'CICSMD'.
006600 77  JR-JNLFILE             PIC X(08)  VALUE 'CHGJNL'.
006700 77  JR-AUDITQ              PIC X(04)  VALUE 'AUDT'.
006800 77  JR-SECFILE             PIC X(08)  VALUE 'SECFIL'.
006900 77  JR-CALEN               PIC S9(04) COMP.
007000 77  JR-RESP                PIC S9(08) COMP.
007100 77  JR-RESP2               PIC S9(08) COMP.
007200 77  JR-LEN-IX              PIC 9(03) COMP.
007300 77  JR-ROW-IX              PIC 9(03) COMP VALUE ZERO.
007400 77  JR-PUT-IX              PIC 9(03) COMP VALUE ZERO.
007500 77  JR-PUT-START           PIC 9(03) COMP VALUE 1.
007600 77  JR-TGT-DATE            PIC 9(08)  VALUE ZERO.
007700 77  JR-TGT-TIME            PIC 9(06)  VALUE ZERO.
007800 77  JR-TGT-SEQ             PIC 9(04)  VALUE ZERO.
007900 77  JR-TYPE-IN             PIC X(01)  VALUE SPACE.
008000 77  JR-KEY-IN              PIC X(10)  VALUE SPACE.
008100*-----------------------------------------------------------------
008200 01  JR-SWITCHES.
008300     02  JR-POS-MODE        PIC X(01)  VALUE 'F'.
008400         88  JR-POS-FRESH   VALUE 'F'.
008500         88  JR-POS-INCL    VALUE 'I'.
008600         88  JR-POS-AFTER   VALUE 'A'.
008700     02  JR-EOM-SW          PIC X(01)  VALUE 'N'.
008800         88  JR-END-MATCHES VALUE 'Y'.
008900     02  JR-POSND-SW        PIC X(01)  VALUE 'N'.
009000         88  JR-POSITIONED  VALUE 'Y'.
009100     02  JR-HAVE-SW         PIC X(01)  VALUE 'N'.
009200         88  JR-HAVE-REC    VALUE 'Y'.
009300*-----------------------------------------------------------------
009400* BROWSE KEY FOR THE CHANGE JOURNAL - SAME SHAPE AS CJ-KEY IN
009500* JRNREC.
009600*-----------------------------------------------------------------
009700 01  JR-BRKEY.
009800     02  JR-BRKEY-TYPE      PIC X(01).
009900     02  JR-BRKEY-SUBJ      PIC X(10).
010000     02  JR-BRKEY-DATE      PIC 9(08).
010100     02  JR-BRKEY-TIME      PIC 9(06).
010200     02  JR-BRKEY-SEQ       PIC 9(04).
010300*-----------------------------------------------------------------
010400* THE CLOCK TIME OF A CHANGE, SPLIT FOR DISPLAY AS HH:MM:SS.
010500*-----------------------------------------------------------------
010600 01  JR-TIME-WORK           PIC 9(06).
010700 01  JR-TIME-PARTS REDEFINES JR-TIME-WORK.
010800     02  JR-TIME-HH         PIC X(02).
010900     02  JR-TIME-MM         PIC X(02).
011000     02  JR-TIME-SS         PIC X(02).
011100*-----------------------------------------------------------------
011200* ONE CHANGE ON THE LIST TAKES TWO ROWS - WHEN, WHICH FIELD, WHO
011300* AND WHERE ON THE FIRST, THE VALUE BEFORE AND AFTER ON THE
011400* SECOND.
011500*-----------------------------------------------------------------
011600 01  JR-LINE1.
011700     02  JR-LINE-DATE       PIC 9(08).
011800     02  FILLER             PIC X(02)  VALUE SPACE.
011900     02  JR-LINE-HH         PIC X(02).
012000     02  FILLER             PIC X(01)  VALUE ':'.
012100     02  JR-LINE-MM         PIC X(02).
012200     02  FILLER             PIC X(01)  VALUE ':'.
012300     02  JR-LINE-SS         PIC X(02).
012400     02  FILLER             PIC X(02)  VALUE SPACE.
012500     02  JR-LINE-FIELD      PIC X(16).
012600     02  FILLER             PIC X(02)  VALUE SPACE.
012700     02  JR-LINE-ACTION     PIC X(07).
012800     02  FILLER             PIC X(02)  VALUE SPACE.
012900     02  JR-LINE-USER       PIC X(08).
013000     02  FILLER             PIC X(02)  VALUE SPACE.
013100     02  JR-LINE-TERM       PIC X(04).
013200     02  FILLER             PIC X(02)  VALUE SPACE.
013300     02  JR-LINE-BDATE      PIC 9(08).
013400 01  JR-LINE2.
013500     02  FILLER             PIC X(04)  VALUE SPACE.
013600     02  JR-LINE-OLD        PIC X(30).
013700     02  FILLER             PIC X(02)  VALUE SPACE.
013800     02  FILLER             PIC X(04)  VALUE '--> '.
013900     02  JR-LINE-NEW        PIC X(30).
014000 01  JR-LINE-OUT            PIC X(78)  VALUE SPACE.
014100     COPY CICSMSG REPLACING ==MS-ERRTEXT==    BY ==JR-ERRTEXT==
014200         ==MS-NOAUTHTEXT== BY ==JR-NOAUTHTEXT==.
014300*-----------------------------------------------------------------
014400* OPERATOR SECURITY RECORD (VSAM KSDS, FILE SECFIL) - READ ON
014500* FIRST ENTRY FOR THE SIGNED-ON USERID'S FUNCTION AUTHORITY.
014600*-----------------------------------------------------------------
014700     COPY SECREC.
014800*-----------------------------------------------------------------
014900 LINKAGE SECTION.
015000*-----------------------------------------------------------------
015100     COPY JRNCAL.
015200*-----------------------------------------------------------------
015300 PROCEDURE DIVISION.
015400*-----------------------------------------------------------------
015500* 0000-MAINLINE
015600*-----------------------------------------------------------------
015700 0000-MAINLINE.
015800     MOVE EIBCALEN          TO JR-CALEN.
015900     PERFORM 1000-LOAD-COMMAREA THRU 1000-EXIT.
016000     IF JR-CALEN = ZERO OR NOT JR-SCREEN-UP
016100         PERFORM 2000-SEND-INITIAL-MAP THRU 2000-EXIT
016200     ELSE
016300         PERFORM 3000-RECEIVE-AND-PROCESS THRU 3000-EXIT
016400     END-IF.
016500     IF JR-RESP NOT = DFHRESP(NORMAL)
016600         PERFORM 9000-SEND-ERROR-SCREEN THRU 9000-EXIT
016700         GO TO 0000-EXIT
016800     END-IF.
016900     PERFORM 1500-WRITE-AUDIT-TRAIL THRU 1500-EXIT.
017000     EXEC CICS RETURN TRANSID('CICJ')
017100                     COMMAREA(JR-COMMAREA)
017200                     LENGTH(LENGTH OF JR-COMMAREA)
017300                     RESP(JR-RESP)
017400     END-EXEC.
017500     IF JR-RESP NOT = DFHRESP(NORMAL)
017600         PERFORM 9000-SEND-ERROR-SCREEN THRU 9000-EXIT
017700     END-IF.
017800     GO TO 0000-EXIT.
017900 0000-EXIT.
018000     EXIT.
018100*-----------------------------------------------------------------
018200* 1000-LOAD-COMMAREA  -  PICK UP WHATEVER CAME IN ON THE
018300*                        COMMAREA, OR START CLEAN ON FIRST ENTRY.
018400*                        CICSMENU HANDS IN ONLY THE COMMON
018500*                        CICSCA-LENGTH PREFIX; OUR OWN RETURN
018600*                        HANDS BACK THE FULL JR-COMMAREA WITH
018700*                        THE LIST AND PAGING STATE.
018800*-----------------------------------------------------------------
018900 1000-LOAD-COMMAREA.
019000     IF JR-CALEN = ZERO
019100         MOVE SPACE         TO JR-COMMAREA
019200         PERFORM 1300-RESET-BROWSE-STATE THRU 1300-EXIT
019300         EXEC CICS ASSIGN USERID(JR-USERID)
019400         END-EXEC
019500         PERFORM 2600-CHECK-AUTHORIZATION THRU 2600-EXIT
019600         GO TO 1000-EXIT
019700     END-IF.
019800     MOVE JR-IN-LAST-ACTION TO JR-LAST-ACTION.
019900     MOVE JR-IN-USERID      TO JR-USERID.
020000     MOVE JR-IN-AUTH-INQ-SW TO JR-AUTH-INQ-SW.
020100     MOVE JR-IN-AUTH-MNT-SW TO JR-AUTH-MNT-SW.
020200     MOVE JR-IN-AUTH-PST-SW TO JR-AUTH-PST-SW.
020300     MOVE JR-IN-AUTH-ADM-SW TO JR-AUTH-ADM-SW.
020400     MOVE JR-IN-SCREEN-SW   TO JR-SCREEN-SW.
020500     MOVE JR-IN-PICK-SW     TO JR-PICK-SW.
020600     MOVE JR-IN-PICK-ACCT   TO JR-PICK-ACCT.
020700     IF JR-CALEN = LENGTH OF JR-COMMAREA
020800         MOVE JR-INP-BRW-TYPE  TO JR-BRW-TYPE
020900         MOVE JR-INP-BRW-KEY   TO JR-BRW-KEY
021000         MOVE JR-INP-PAGE-NO   TO JR-PAGE-NO
021100         MOVE JR-INP-MORE-SW   TO JR-MORE-SW
021200         MOVE JR-INP-LAST-DATE TO JR-LAST-DATE
021300         MOVE JR-INP-LAST-TIME TO JR-LAST-TIME
021400         MOVE JR-INP-LAST-SEQ  TO JR-LAST-SEQ
021500         PERFORM 1100-LOAD-PAGE-TOPS THRU 1100-EXIT
021600             VARYING JR-LEN-IX FROM 1 BY 1
021700             UNTIL JR-LEN-IX > 9
021800     ELSE
021900         PERFORM 1300-RESET-BROWSE-STATE THRU 1300-EXIT
022000     END-IF.
022100 1000-EXIT.
022200     EXIT.
022300*-----------------------------------------------------------------
022400* 1100-LOAD-PAGE-TOPS  -  COPY ONE TABLED PAGE-TOP ENTRY.
022500*-----------------------------------------------------------------
022600 1100-LOAD-PAGE-TOPS.
022700     MOVE JR-INP-PG-DATE(JR-LEN-IX) TO JR-PG-DATE(JR-LEN-IX).
022800     MOVE JR-INP-PG-TIME(JR-LEN-IX) TO JR-PG-TIME(JR-LEN-IX).
022900     MOVE JR-INP-PG-SEQ(JR-LEN-IX)  TO JR-PG-SEQ(JR-LEN-IX).
023000 1100-EXIT.
023100     EXIT.
023200*-----------------------------------------------------------------
023300* 1300-RESET-BROWSE-STATE  -  NO LIST IN FLIGHT - ZERO THE
023400*                             NUMERIC STATE SO NOTHING ABENDS ON
023500*                             THE SPACES A FRESH COMMAREA CLEAR
023600*                             LEFT BEHIND.
023700*-----------------------------------------------------------------
023800 1300-RESET-BROWSE-STATE.
023900     MOVE SPACE             TO JR-BRW-TYPE JR-BRW-KEY JR-MORE-SW.
024000     MOVE ZERO              TO JR-PAGE-NO JR-LAST-DATE
024100                               JR-LAST-TIME JR-LAST-SEQ.
024200     PERFORM 1350-CLEAR-PAGE-TOP THRU 1350-EXIT
024300         VARYING JR-LEN-IX FROM 1 BY 1
024400         UNTIL JR-LEN-IX > 9.
024500 1300-EXIT.
024600     EXIT.
024700 1350-CLEAR-PAGE-TOP.
024800     MOVE ZERO              TO JR-PG-DATE(JR-LEN-IX).
024900     MOVE ZERO              TO JR-PG-TIME(JR-LEN-IX).
025000     MOVE ZERO              TO JR-PG-SEQ(JR-LEN-IX).
025100 1350-EXIT.
025200     EXIT.
025300*-----------------------------------------------------------------
025400* 1500-WRITE-AUDIT-TRAIL  -  LOG THIS INVOCATION TO THE AUDIT
025500*                            TRAIL TD QUEUE - USERID, TERMID AND
025600*                            TIMESTAMP - SAME ENTRY THE REST OF
025700*                            THE SUITE WRITES.  THE ACCOUNT FIELD
025800*                            CARRIES THE SUBJECT KEY BEING LISTED,
025900*                            SPACES WHEN NONE IS.
026000*-----------------------------------------------------------------
026100 1500-WRITE-AUDIT-TRAIL.
026200     MOVE EIBTRNID          TO AU-TRANID.
026300     MOVE EIBTRMID          TO AU-TERMID.
026400     MOVE JR-USERID         TO AU-USERID.
026500     MOVE JR-LAST-ACTION    TO AU-FUNCTION.
026600     MOVE JR-BRW-KEY        TO AU-ACCT-NO.
026700     MOVE EIBDATE           TO AU-DATE.
026800     MOVE EIBTIME           TO AU-TIME.
026900     EXEC CICS WRITEQ TD QUEUE(JR-AUDITQ)
027000                    FROM(AU-AUDIT-RECORD)
027100                    LENGTH(LENGTH OF AU-AUDIT-RECORD)
027200     END-EXEC.
027300 1500-EXIT.
027400     EXIT.
027500*-----------------------------------------------------------------
027600* 2600-CHECK-AUTHORIZATION  -  READ THE SECFIL SECURITY FILE FOR
027700*                              THE SIGNED-ON USERID'S AUTHORITY
027800*                              BY FUNCTION.  NO RECORD MEANS NO
027900*                              AUTHORITY AT ALL.  CICJ IS
028000*                              REACHABLE DIRECTLY AS ITS OWN
028100*                              TRANSACTION, SO THIS PROGRAM DOES
028200*                              ITS OWN READ ON A FIRST ENTRY
028300*                              WITH NO COMMAREA.
028400*-----------------------------------------------------------------
028500 2600-CHECK-AUTHORIZATION.
028600     MOVE 'N'               TO JR-AUTH-INQ-SW JR-AUTH-MNT-SW
028700                               JR-AUTH-PST-SW JR-AUTH-ADM-SW.
028800     MOVE JR-USERID         TO SC-USERID.
028900     EXEC CICS READ FILE(JR-SECFILE)
029000                    INTO(SC-SECURITY-RECORD)
029100                    RIDFLD(SC-USERID)
029200                    KEYLENGTH(LENGTH OF SC-USERID)
029300                    RESP(JR-RESP)
029400     END-EXEC.
029500     IF JR-RESP NOT = DFHRESP(NORMAL)
029600         MOVE DFHRESP(NORMAL) TO JR-RESP
029700         GO TO 2600-EXIT
029800     END-IF.
029900     MOVE SC-INQ-SW         TO JR-AUTH-INQ-SW.
030000     MOVE SC-MNT-SW         TO JR-AUTH-MNT-SW.
030100     MOVE SC-PST-SW         TO JR-AUTH-PST-SW.
030200     MOVE SC-ADM-SW         TO JR-AUTH-ADM-SW.
030300 2600-EXIT.
030400     EXIT.
030500*-----------------------------------------------------------------
030600* 2000-SEND-INITIAL-MAP  -  FIRST ENTRY - PAINT A BLANK LOOKUP
030700*                           SCREEN.  AN OPERATOR WITHOUT THE
030800*                           SECURITY ADMIN SWITCH IS TOLD SO RIGHT
030900*                           ON THE PAINT.
031000*-----------------------------------------------------------------
031100 2000-SEND-INITIAL-MAP.
031200     MOVE LOW-VALUE         TO CICSMDO.
031300     MOVE SPACE             TO JRNTYPEO.
031400     MOVE SPACE             TO JRNKEYO.
031500     MOVE SPACE             TO JRNMSGO.
031600     MOVE JR-USERID         TO JRNUSERO.
031700     PERFORM 4500-CLEAR-ROWS THRU 4500-EXIT
031800         VARYING JR-PUT-IX FROM 1 BY 1
031900         UNTIL JR-PUT-IX > 12.
032000     IF NOT JR-ADM-AUTH
032100         MOVE JR-NOAUTHTEXT TO JRNMSGO
032200     END-IF.
032300     MOVE 'FT'              TO JR-LAST-ACTION.
032400     MOVE 'Y'               TO JR-SCREEN-SW.
032500     EXEC CICS SEND MAP(JR-MAPNAME)
032600                    MAPSET(JR-MAPSET)
032700                    FROM(CICSMDO)
032800                    ERASE
032900                    RESP(JR-RESP)
033000     END-EXEC.
033100 2000-EXIT.
033200     EXIT.
033300*-----------------------------------------------------------------
033400* 3000-RECEIVE-AND-PROCESS  -  RE-ENTRY - RECEIVE WHAT THE
033500*                              OPERATOR KEYED AND ACT ON THE AID
033600*                              KEY.  ENTER STARTS A LIST, PF7/PF8
033700*                              PAGE, PF3 GOES BACK TO THE MENU.
033800*-----------------------------------------------------------------
033900 3000-RECEIVE-AND-PROCESS.
034000     EXEC CICS RECEIVE MAP(JR-MAPNAME)
034100                       MAPSET(JR-MAPSET)
034200                       INTO(CICSMDI)
034300                       RESP(JR-RESP)
034400     END-EXEC.
034500     IF JR-RESP = DFHRESP(MAPFAIL)
034600*        THE PAGING KEYS AND PF3 NEED NO SCREEN FIELDS - THEY
034700*        FALL THROUGH WITH A CLEARED INPUT MAP, SAME AS THE
034800*        CICSHST PAGING KEYS.
034900         IF EIBAID = DFHPF7 OR EIBAID = DFHPF8
035000            OR EIBAID = DFHPF3
035100             MOVE LOW-VALUE TO CICSMDI
035200         ELSE
035300             MOVE SPACE         TO JRNMSGO
035400             MOVE 'KEY A SUBJECT TYPE AND KEY TO LIST' TO JRNMSGO
035500             MOVE JR-USERID     TO JRNUSERO
035600             EXEC CICS SEND MAP(JR-MAPNAME)
035700                            MAPSET(JR-MAPSET)
035800                            FROM(CICSMDO)
035900                            DATAONLY
036000                            RESP(JR-RESP)
036100             END-EXEC
036200             GO TO 3000-EXIT
036300         END-IF
036400     END-IF.
036500     IF EIBAID = DFHPF3
036600         MOVE 'MN'          TO JR-LAST-ACTION
036700         MOVE 'N'           TO JR-SCREEN-SW
036800         PERFORM 1500-WRITE-AUDIT-TRAIL THRU 1500-EXIT
036900         EXEC CICS XCTL PROGRAM('CICSMENU')
037000                        COMMAREA(JR-COMMAREA)
037100                        LENGTH(LENGTH OF JR-COMMAREA)
037200                        RESP(JR-RESP)
037300         END-EXEC
037400         IF JR-RESP NOT = DFHRESP(NORMAL)
037500             PERFORM 9000-SEND-ERROR-SCREEN THRU 9000-EXIT
037600         END-IF
037700         GO TO 3000-EXIT
037800     END-IF.
037900     MOVE SPACE             TO JRNMSGO.
038000     MOVE JR-USERID         TO JRNUSERO.
038100     MOVE 'JL'              TO JR-LAST-ACTION.
038200     IF NOT JR-ADM-AUTH
038300         MOVE JR-NOAUTHTEXT TO JRNMSGO
038400         GO TO 3800-SEND-CURRENT-MAP
038500     END-IF.
038600     IF EIBAID = DFHPF7
038700         PERFORM 3100-PAGE-BACK THRU 3100-EXIT
038800         GO TO 3800-SEND-CURRENT-MAP
038900     END-IF.
039000     IF EIBAID = DFHPF8
039100         PERFORM 3200-PAGE-FORWARD THRU 3200-EXIT
039200         GO TO 3800-SEND-CURRENT-MAP
039300     END-IF.
039400     IF (JRNTYPEI NOT = SPACE AND JRNTYPEI NOT = LOW-VALUE)
039500        OR (JRNKEYI NOT = SPACE AND JRNKEYI NOT = LOW-VALUE)
039600         PERFORM 3300-NEW-BROWSE THRU 3300-EXIT
039700     ELSE
039800         MOVE 'KEY A SUBJECT TYPE AND KEY TO LIST' TO JRNMSGO
039900     END-IF.
040000 3800-SEND-CURRENT-MAP.
040100     EXEC CICS SEND MAP(JR-MAPNAME)
040200                    MAPSET(JR-MAPSET)
040300                    FROM(CICSMDO)
040400                    DATAONLY
040500                    RESP(JR-RESP)
040600     END-EXEC.
040700 3000-EXIT.
040800     EXIT.
040900*-----------------------------------------------------------------
041000* 3100-PAGE-BACK  -  PF7 - REBUILD THE PRIOR (NEWER) PAGE FROM ITS
041100*                    SAVED TOP KEY.
041200*-----------------------------------------------------------------
041300 3100-PAGE-BACK.
041400     IF JR-PAGE-NO < 2
041500         MOVE 'ALREADY AT THE FIRST PAGE' TO JRNMSGO
041600         GO TO 3100-EXIT
041700     END-IF.
041800     SUBTRACT 1             FROM JR-PAGE-NO.
041900     MOVE 'I'               TO JR-POS-MODE.
042000     MOVE JR-PG-DATE(JR-PAGE-NO) TO JR-TGT-DATE.
042100     MOVE JR-PG-TIME(JR-PAGE-NO) TO JR-TGT-TIME.
042200     MOVE JR-PG-SEQ(JR-PAGE-NO)  TO JR-TGT-SEQ.
042300     PERFORM 4000-BUILD-PAGE THRU 4000-EXIT.
042400 3100-EXIT.
042500     EXIT.
042600*-----------------------------------------------------------------
042700* 3200-PAGE-FORWARD  -  PF8 - CONTINUE JUST PAST THE LAST CHANGE
042800*                       ON THE GLASS, TOWARD OLDER CHANGES.
042900*-----------------------------------------------------------------
043000 3200-PAGE-FORWARD.
043100     IF JR-PAGE-NO = ZERO
043200         MOVE 'KEY A SUBJECT TYPE AND KEY TO LIST' TO JRNMSGO
043300         GO TO 3200-EXIT
043400     END-IF.
043500     IF NOT JR-MORE-PAGES
043600         MOVE 'NO OLDER CHANGES' TO JRNMSGO
043700         GO TO 3200-EXIT
043800     END-IF.
043900     IF JR-PAGE-NO >= 9
044000         MOVE 'LIST STOPS AT 9 PAGES - NO OLDER CHANGES SHOWN'
044100                            TO JRNMSGO
044200         GO TO 3200-EXIT
044300     END-IF.
044400     ADD 1                  TO JR-PAGE-NO.
044500     MOVE 'A'               TO JR-POS-MODE.
044600     MOVE JR-LAST-DATE      TO JR-TGT-DATE.
044700     MOVE JR-LAST-TIME      TO JR-TGT-TIME.
044800     MOVE JR-LAST-SEQ       TO JR-TGT-SEQ.
044900     PERFORM 4000-BUILD-PAGE THRU 4000-EXIT.
045000 3200-EXIT.
045100     EXIT.
045200*-----------------------------------------------------------------
045300* 3300-NEW-BROWSE  -  A SUBJECT WAS KEYED - EDIT IT AND START A
045400*                     FRESH LIST AT PAGE ONE.  ACCOUNTS AND
045500*                     CUSTOMERS ARE KEYED BY NUMBER, ALL DIGITS;
045600*                     AN OPERATOR BY USERID AND A PRODUCT BY TYPE
045700*                     CODE, LEFT-JUSTIFIED AS THEY ARE ON FILE.
045800*-----------------------------------------------------------------
045900 3300-NEW-BROWSE.
046000     MOVE JRNTYPEI          TO JR-TYPE-IN.
046100     MOVE JRNKEYI           TO JR-KEY-IN.
046200     INSPECT JR-TYPE-IN REPLACING ALL LOW-VALUE BY SPACE.
046300     INSPECT JR-KEY-IN  REPLACING ALL LOW-VALUE BY SPACE.
046400     IF JR-TYPE-IN NOT = 'A' AND JR-TYPE-IN NOT = 'C'
046500        AND JR-TYPE-IN NOT = 'O' AND JR-TYPE-IN NOT = 'P'
046600         MOVE 'SUBJECT TYPE MUST BE A, C, O OR P' TO JRNMSGO
046700         GO TO 3300-EXIT
046800     END-IF.
046900     IF JR-KEY-IN = SPACE
047000         MOVE 'KEY THE ACCOUNT, CUSTOMER, USERID OR TYPE CODE'
047100                            TO JRNMSGO
047200         GO TO 3300-EXIT
047300     END-IF.
047400     IF (JR-TYPE-IN = 'A' OR JR-TYPE-IN = 'C')
047500        AND JR-KEY-IN NOT NUMERIC
047600         MOVE 'ACCOUNT/CUSTOMER NUMBER MUST BE ALL 10 DIGITS'
047700                            TO JRNMSGO
047800         GO TO 3300-EXIT
047900     END-IF.
048000     MOVE JR-TYPE-IN        TO JR-BRW-TYPE.
048100     MOVE JR-KEY-IN         TO JR-BRW-KEY.
048200     MOVE 1                 TO JR-PAGE-NO.
048300     MOVE 'F'               TO JR-POS-MODE.
048400     PERFORM 4000-BUILD-PAGE THRU 4000-EXIT.
048500 3300-EXIT.
048600     EXIT.
048700*-----------------------------------------------------------------
048800* 4000-BUILD-PAGE  -  BROWSE THE JOURNAL BACKWARD AND FILL UP TO
048900*                     SIX CHANGES, NEWEST FIRST.  JR-POS-MODE SAYS
049000*                     WHERE TO START:  F = FRESH AT THE END OF THE
049100*                     SUBJECT'S RECORDS, I = AT THE TARGET RECORD
049200*                     INCLUSIVE (PAGE BACK), A = JUST PAST THE
049300*                     TARGET RECORD (PAGE FORWARD).
049400*-----------------------------------------------------------------
049500 4000-BUILD-PAGE.
049600     MOVE ZERO              TO JR-ROW-IX.
049700     MOVE 'N'               TO JR-EOM-SW JR-HAVE-SW.
049800     MOVE 'N'               TO JR-MORE-SW.
049900     MOVE JR-BRW-TYPE       TO JR-BRKEY-TYPE.
050000     MOVE JR-BRW-KEY        TO JR-BRKEY-SUBJ.
050100     IF JR-POS-FRESH
050200         MOVE 99999999      TO JR-BRKEY-DATE
050300         MOVE 999999        TO JR-BRKEY-TIME
050400         MOVE 9999          TO JR-BRKEY-SEQ
050500     ELSE
050600         MOVE JR-TGT-DATE   TO JR-BRKEY-DATE
050700         MOVE JR-TGT-TIME   TO JR-BRKEY-TIME
050800         MOVE JR-TGT-SEQ    TO JR-BRKEY-SEQ
050900     END-IF.
051000     EXEC CICS STARTBR FILE(JR-JNLFILE)
051100                       RIDFLD(JR-BRKEY)
051200                       KEYLENGTH(LENGTH OF JR-BRKEY)
051300                       GTEQ
051400                       RESP(JR-RESP)
051500     END-EXEC.
051600     IF JR-RESP = DFHRESP(NOTFND)
051700*        NO RECORD AT OR PAST THE POSITION KEY - THE SUBJECT'S
051800*        RECORDS (IF ANY) SIT AT THE VERY END OF THE FILE.  A
051900*        RIDFLD OF ALL HIGH-VALUES IS THE DOCUMENTED WAY TO
052000*        POSITION A BACKWARD BROWSE AT THE LAST RECORD.
052100         MOVE HIGH-VALUE    TO JR-BRKEY
052200         EXEC CICS STARTBR FILE(JR-JNLFILE)
052300                           RIDFLD(JR-BRKEY)
052400                           KEYLENGTH(LENGTH OF JR-BRKEY)
052500                           GTEQ
052600                           RESP(JR-RESP)
052700         END-EXEC
052800     END-IF.
052900     IF JR-RESP = DFHRESP(NOTFND)
053000         MOVE 'Y'           TO JR-EOM-SW
053100         MOVE DFHRESP(NORMAL) TO JR-RESP
053200         GO TO 4090-EMPTY-CHECK
053300     END-IF.
053400     IF JR-RESP NOT = DFHRESP(NORMAL)
053500         MOVE 'FILE ERROR ON CHANGE JOURNAL - TRY AGAIN'
053600                            TO JRNMSGO
053700         MOVE DFHRESP(NORMAL) TO JR-RESP
053800         GO TO 4000-EXIT
053900     END-IF.
054000     MOVE 'N'               TO JR-POSND-SW.
054100     PERFORM 4200-SKIP-TO-TARGET THRU 4200-EXIT
054200         UNTIL JR-POSITIONED OR JR-END-MATCHES.
054300     PERFORM 4300-FILL-ENTRY THRU 4300-EXIT
054400         UNTIL JR-ROW-IX >= 6 OR JR-END-MATCHES.
054500     IF JR-ROW-IX = 6 AND NOT JR-END-MATCHES
054600         PERFORM 4100-READ-PREV THRU 4100-EXIT
054700         IF NOT JR-END-MATCHES
054800            AND CJ-SUBJ-TYPE = JR-BRW-TYPE
054900            AND CJ-SUBJ-KEY = JR-BRW-KEY
055000             MOVE 'Y'       TO JR-MORE-SW
055100         END-IF
055200     END-IF.
055300     EXEC CICS ENDBR FILE(JR-JNLFILE)
055400                     RESP(JR-RESP2)
055500     END-EXEC.
055600 4090-EMPTY-CHECK.
055700     COMPUTE JR-PUT-START = JR-ROW-IX * 2 + 1.
055800     PERFORM 4500-CLEAR-ROWS THRU 4500-EXIT
055900         VARYING JR-PUT-IX FROM JR-PUT-START BY 1
056000         UNTIL JR-PUT-IX > 12.
056100     IF JR-ROW-IX = ZERO
056200         IF JR-POS-FRESH
056300             MOVE 'NO CHANGES ON FILE FOR THAT SUBJECT' TO JRNMSGO
056400         ELSE
056500             MOVE 'NO OLDER CHANGES' TO JRNMSGO
056600         END-IF
056700         GO TO 4000-EXIT
056800     END-IF.
056900     IF JR-MORE-PAGES
057000         MOVE 'MORE - PF8 FOR OLDER CHANGES' TO JRNMSGO
057100     ELSE
057200         MOVE 'END OF CHANGES FOR THE SUBJECT' TO JRNMSGO
057300     END-IF.
057400 4000-EXIT.
057500     EXIT.
057600*-----------------------------------------------------------------
057700* 4100-READ-PREV  -  ONE READ UP THE FILE (TOWARD OLDER KEYS).
057800*                    END OF FILE IN EITHER DIRECTION ENDS THE
057900*                    WALK; EVERYTHING ELSE LEAVES THE RECORD IN
058000*                    HAND FOR THE CALLER TO JUDGE.
058100*-----------------------------------------------------------------
058200 4100-READ-PREV.
058300     EXEC CICS READPREV FILE(JR-JNLFILE)
058400                        INTO(CJ-JOURNAL-RECORD)
058500                        RIDFLD(JR-BRKEY)
058600                        KEYLENGTH(LENGTH OF JR-BRKEY)
058700                        RESP(JR-RESP)
058800     END-EXEC.
058900     IF JR-RESP = DFHRESP(NORMAL)
059000         MOVE 'Y'           TO JR-HAVE-SW
059100     ELSE
059200         MOVE DFHRESP(NORMAL) TO JR-RESP
059300         MOVE 'N'           TO JR-HAVE-SW
059400         MOVE 'Y'           TO JR-EOM-SW
059500     END-IF.
059600 4100-EXIT.
059700     EXIT.
059800*-----------------------------------------------------------------
059900* 4200-SKIP-TO-TARGET  -  WALK BACKWARD UNTIL THE PAGE'S FIRST
060000*                         CHANGE IS IN HAND.  THE FIRST READPREV
060100*                         AFTER A GTEQ STARTBR CAN RETURN A LATER
060200*                         SUBJECT'S RECORD - READ ON PAST IT.
060300*                         MODE F STOPS AT THE SUBJECT'S NEWEST
060400*                         RECORD; MODES I/A SKIP DOWN TO THE
060500*                         TARGET KEY, MODE A CONSUMING THE TARGET
060600*                         ITSELF (IT WAS THE LAST CHANGE OF THE
060700*                         PRIOR PAGE).
060800*-----------------------------------------------------------------
060900 4200-SKIP-TO-TARGET.
061000     PERFORM 4100-READ-PREV THRU 4100-EXIT.
061100     IF JR-END-MATCHES
061200         GO TO 4200-EXIT
061300     END-IF.
061400     IF CJ-SUBJ-TYPE > JR-BRW-TYPE
061500        OR (CJ-SUBJ-TYPE = JR-BRW-TYPE
061600            AND CJ-SUBJ-KEY > JR-BRW-KEY)
061700         MOVE 'N'           TO JR-HAVE-SW
061800         GO TO 4200-EXIT
061900     END-IF.
062000     IF CJ-SUBJ-TYPE NOT = JR-BRW-TYPE
062100        OR CJ-SUBJ-KEY NOT = JR-BRW-KEY
062200         MOVE 'Y'           TO JR-EOM-SW
062300         MOVE 'N'           TO JR-HAVE-SW
062400         GO TO 4200-EXIT
062500     END-IF.
062600     IF JR-POS-FRESH
062700         MOVE 'Y'           TO JR-POSND-SW
062800         GO TO 4200-EXIT
062900     END-IF.
063000     IF CJ-CHG-DATE > JR-TGT-DATE
063100        OR (CJ-CHG-DATE = JR-TGT-DATE
063200            AND CJ-CHG-TIME > JR-TGT-TIME)
063300        OR (CJ-CHG-DATE = JR-TGT-DATE
063400            AND CJ-CHG-TIME = JR-TGT-TIME
063500            AND CJ-CHG-SEQ > JR-TGT-SEQ)
063600         MOVE 'N'           TO JR-HAVE-SW
063700         GO TO 4200-EXIT
063800     END-IF.
063900     MOVE 'Y'               TO JR-POSND-SW.
064000     IF JR-POS-AFTER
064100        AND CJ-CHG-DATE = JR-TGT-DATE
064200        AND CJ-CHG-TIME = JR-TGT-TIME
064300        AND CJ-CHG-SEQ = JR-TGT-SEQ
064400         MOVE 'N'           TO JR-HAVE-SW
064500     END-IF.
064600 4200-EXIT.
064700     EXIT.
064800*-----------------------------------------------------------------
064900* 4300-FILL-ENTRY  -  PUT THE RECORD IN HAND (OR THE NEXT OLDER
065000*                     ONE OFF THE BROWSE) ON THE LIST AS ITS TWO
065100*                     ROWS.
065200*                     ANOTHER SUBJECT'S RECORD ENDS THE LIST.
065300*-----------------------------------------------------------------
065400 4300-FILL-ENTRY.
065500     IF NOT JR-HAVE-REC
065600         PERFORM 4100-READ-PREV THRU 4100-EXIT
065700         IF JR-END-MATCHES
065800             GO TO 4300-EXIT
065900         END-IF
066000     END-IF.
066100     IF CJ-SUBJ-TYPE NOT = JR-BRW-TYPE
066200        OR CJ-SUBJ-KEY NOT = JR-BRW-KEY
066300         MOVE 'Y'           TO JR-EOM-SW
066400         MOVE 'N'           TO JR-HAVE-SW
066500         GO TO 4300-EXIT
066600     END-IF.
066700     ADD 1                  TO JR-ROW-IX.
066800     MOVE CJ-CHG-DATE       TO JR-LINE-DATE.
066900     MOVE CJ-CHG-TIME       TO JR-TIME-WORK.
067000     MOVE JR-TIME-HH        TO JR-LINE-HH.
067100     MOVE JR-TIME-MM        TO JR-LINE-MM.
067200     MOVE JR-TIME-SS        TO JR-LINE-SS.
067300     MOVE CJ-FIELD          TO JR-LINE-FIELD.
067400     EVALUATE TRUE
067500         WHEN CJ-ADDED
067600             MOVE 'ADDED'   TO JR-LINE-ACTION
067700         WHEN CJ-CHANGED
067800             MOVE 'CHANGED' TO JR-LINE-ACTION
067900         WHEN CJ-DELETED
068000             MOVE 'DELETED' TO JR-LINE-ACTION
068100         WHEN OTHER
068200             MOVE CJ-ACTION TO JR-LINE-ACTION
068300     END-EVALUATE.
068400     MOVE CJ-USERID         TO JR-LINE-USER.
068500     MOVE CJ-TERMID         TO JR-LINE-TERM.
068600     MOVE CJ-BUS-DATE       TO JR-LINE-BDATE.
068700     MOVE CJ-OLD-VALUE      TO JR-LINE-OLD.
068800     MOVE CJ-NEW-VALUE      TO JR-LINE-NEW.
068900     COMPUTE JR-PUT-IX = JR-ROW-IX * 2 - 1.
069000     MOVE JR-LINE1          TO JR-LINE-OUT.
069100     PERFORM 4600-PUT-LINE THRU 4600-EXIT.
069200     ADD 1                  TO JR-PUT-IX.
069300     MOVE JR-LINE2          TO JR-LINE-OUT.
069400     PERFORM 4600-PUT-LINE THRU 4600-EXIT.
069500     IF JR-ROW-IX = 1 AND JR-PAGE-NO <= 9
069600         MOVE CJ-CHG-DATE   TO JR-PG-DATE(JR-PAGE-NO)
069700         MOVE CJ-CHG-TIME   TO JR-PG-TIME(JR-PAGE-NO)
069800         MOVE CJ-CHG-SEQ    TO JR-PG-SEQ(JR-PAGE-NO)
069900     END-IF.
070000     MOVE CJ-CHG-DATE       TO JR-LAST-DATE.
070100     MOVE CJ-CHG-TIME       TO JR-LAST-TIME.
070200     MOVE CJ-CHG-SEQ        TO JR-LAST-SEQ.
070300     MOVE 'N'               TO JR-HAVE-SW.
070400 4300-EXIT.
070500     EXIT.
070600*-----------------------------------------------------------------
070700* 4500-CLEAR-ROWS  -  BLANK ONE LIST ROW.  DRIVEN FROM JR-PUT-IX;
070800*                     A CALLER STARTING AT ZERO GETS ROW ONE
070900*                     CLEARED TOO.
071000*-----------------------------------------------------------------
071100 4500-CLEAR-ROWS.
071200     IF JR-PUT-IX < 1
071300         GO TO 4500-EXIT
071400     END-IF.
071500     MOVE SPACE             TO JR-LINE-OUT.
071600     PERFORM 4600-PUT-LINE THRU 4600-EXIT.
071700 4500-EXIT.
071800     EXIT.
071900*-----------------------------------------------------------------
072000* 4600-PUT-LINE  -  MOVE THE BUILT (OR BLANKED) LINE TO THE MAP
072100*                   ROW NUMBERED BY JR-PUT-IX.
072200*-----------------------------------------------------------------
072300 4600-PUT-LINE.
072400     EVALUATE JR-PUT-IX
072500         WHEN 1
072600             MOVE JR-LINE-OUT TO JRNL01O
072700         WHEN 2
072800             MOVE JR-LINE-OUT TO JRNL02O
072900         WHEN 3
073000             MOVE JR-LINE-OUT TO JRNL03O
073100         WHEN 4
073200             MOVE JR-LINE-OUT TO JRNL04O
073300         WHEN 5
073400             MOVE JR-LINE-OUT TO JRNL05O
073500         WHEN 6
073600             MOVE JR-LINE-OUT TO JRNL06O
073700         WHEN 7
073800             MOVE JR-LINE-OUT TO JRNL07O
073900         WHEN 8
074000             MOVE JR-LINE-OUT TO JRNL08O
074100         WHEN 9
074200             MOVE JR-LINE-OUT TO JRNL09O
074300         WHEN 10
074400             MOVE JR-LINE-OUT TO JRNL10O
074500         WHEN 11
074600             MOVE JR-LINE-OUT TO JRNL11O
074700         WHEN 12
074800             MOVE JR-LINE-OUT TO JRNL12O
074900     END-EVALUATE.
075000 4600-EXIT.
075100     EXIT.
075200*-----------------------------------------------------------------
075300* 9000-SEND-ERROR-SCREEN  -  A SEND MAP OR RETURN CAME BACK WITH
075400*                            AN ABNORMAL RESP - THE TERMINAL IS
075500*                            IN SOME BAD STATE.  TELL THE
075600*                            OPERATOR IN PLAIN TEXT AND END THE
075700*                            TASK CLEANLY RATHER THAN LETTING
075800*                            CICS ABEND THE TASK (ASRA).
075900*-----------------------------------------------------------------
076000 9000-SEND-ERROR-SCREEN.
076100     EXEC CICS SEND TEXT FROM(JR-ERRTEXT)
076200                    LENGTH(LENGTH OF JR-ERRTEXT)
076300                    ERASE
076400                    RESP(JR-RESP2)
076500     END-EXEC.
076600     EXEC CICS RETURN
076700     END-EXEC.
076800 9000-EXIT.
076900     EXIT.
077000*-----------------------------------------------------------------
