003500*                (THE AUDIT ACCOUNT FIELD CARRIES THE CUSTOMER
003600*                NUMBER, THE WAY CICSSEC'S CARRIES THE TARGET
003700*                USERID).
003708* 10/15/2026 RH  EVERY CUSTOMER ADD AND CHANGE NOW WRITES THE
003716*                CHANGE JOURNAL (CHGJNL, SEE JRNREC) - ONE RECORD
003724*                PER FIELD THAT MOVED, BEFORE AND AFTER VALUES,
003732*                USERID, TERMINAL AND BUSINESS DATE - AND THE
003740*                FAN-OUT JOURNALS THE NAME/ADDRESS COPIES IT
003748*                REFRESHES ON EACH ACCOUNT UNDER THAT ACCOUNT'S
003756*                NUMBER, SO AN ACCOUNT'S HISTORY SHOWS THE CHANGE
003764*                TOO.  ALL OF IT IS ONE UNIT OF WORK WITH THE
003772*                UPDATES - A JOURNAL WRITE THAT FAILS BACKS THE
003780*                WHOLE CHANGE OUT, AND WITH NO BUSINESS DATE
003788*                NOTHING IS APPLIED.
003800*-----------------------------------------------------------------
003900 ENVIRONMENT DIVISION.
004000*-----------------------------------------------------------------
010800 77  CS-ACCT-COUNT          PIC 9(05) COMP VALUE ZERO.
010900 77  CS-COMB-BAL            PIC S9(11)V99 COMP-3 VALUE ZERO.
011000 77  CS-DISP-BAL            PIC -(11)9.99.
011004 77  CS-JNLFILE             PIC X(08)  VALUE 'CHGJNL'.
011008 77  CS-BDFILE              PIC X(08)  VALUE 'BDATE'.
011012 77  CS-TODAY               PIC 9(08)  VALUE ZERO.
011016 77  CS-BDATE-OK-SW         PIC X(01)  VALUE 'N'.
011020     88  CS-BDATE-OK        VALUE 'Y'.
011024 77  CS-JNL-FAIL-SW         PIC X(01)  VALUE 'N'.
011028     88  CS-JNL-FAILED      VALUE 'Y'.
011032 77  CS-JNL-DONE-SW         PIC X(01)  VALUE 'N'.
011036     88  CS-JNL-DONE        VALUE 'Y'.
011040 77  CS-ABSTIME             PIC S9(15) COMP-3 VALUE ZERO.
011044 77  CS-CLK-DATE            PIC 9(08)  VALUE ZERO.
011048 77  CS-CLK-TIME            PIC 9(06)  VALUE ZERO.
011052*-----------------------------------------------------------------
011056* THE CUSTOMER, AND EACH ACCOUNT IN THE FAN-OUT, AS THEY STOOD
011060* BEFORE THE UPDATE - COMPARED WITH THE REWRITTEN RECORD FOR THE
011064* CHANGE JOURNAL.
011068*-----------------------------------------------------------------
011072 01  CS-BEFORE.
011076     02  CS-OLD-NAME        PIC X(30).
011080     02  CS-OLD-ADDR        PIC X(30).
011084     02  CS-OLD-AC-NAME     PIC X(30).
011088     02  CS-OLD-AC-ADDR     PIC X(30).
011100*-----------------------------------------------------------------
011200 01  CS-SWITCHES.
011300     02  CS-EOM-SW          PIC X(01)  VALUE 'N'.
014100* FIRST ENTRY FOR THE SIGNED-ON USERID'S FUNCTION AUTHORITY.
014200*-----------------------------------------------------------------
014300     COPY SECREC.
014309*-----------------------------------------------------------------
014318* CHANGE JOURNAL RECORD (VSAM KSDS, FILE CHGJNL) - ONE WRITTEN FOR
014327* EVERY CUSTOMER OR ACCOUNT FIELD A CHANGE MOVES.
014336*-----------------------------------------------------------------
014345     COPY JRNREC.
014354*-----------------------------------------------------------------
014363* BUSINESS-DATE CONTROL RECORD (VSAM KSDS, FILE BDATE) - THE DAY
014372* EACH JOURNAL RECORD IS STAMPED WITH.
014381*-----------------------------------------------------------------
014390     COPY BDTREC.
014400*-----------------------------------------------------------------
014500 LINKAGE SECTION.
014600*-----------------------------------------------------------------
054600         MOVE 'CUSTOMER NAME MAY NOT BE BLANK' TO CUSMSGO
054700         GO TO 5100-EXIT
054800     END-IF.
054810     MOVE SPACE             TO CS-BEFORE.
054820     PERFORM 7000-JOURNAL-START THRU 7000-EXIT.
054830     IF NOT CS-BDATE-OK
054840         MOVE 'BUSINESS DATE UNAVAILABLE - NOTHING APPLIED'
054850                            TO CUSMSGO
054860         GO TO 5100-EXIT
054870     END-IF.
054900     MOVE SPACE             TO CU-CUSTOMER-RECORD.
055000     MOVE CS-TGT-CUST       TO CU-CUST-NO.
055100     MOVE CUSNAMEI          TO CU-CUST-NAME.
057100         MOVE DFHRESP(NORMAL) TO CS-RESP
057200         GO TO 5100-EXIT
057300     END-IF.
057310     PERFORM 7200-JOURNAL-ADD THRU 7200-EXIT.
057320     IF CS-JNL-FAILED
057330         PERFORM 7900-JOURNAL-BACKOUT THRU 7900-EXIT
057340         GO TO 5100-EXIT
057350     END-IF.
057400     MOVE 'CUSTOMER ADDED - ACCOUNTS MAY NOW CARRY IT'
057500                            TO CUSMSGO.
057600 5100-EXIT.
058900         MOVE CS-NOAUTHTEXT TO CUSMSGO
059000         GO TO 5200-EXIT
059100     END-IF.
059110     PERFORM 7000-JOURNAL-START THRU 7000-EXIT.
059120     IF NOT CS-BDATE-OK
059130         MOVE 'BUSINESS DATE UNAVAILABLE - NOTHING APPLIED'
059140                            TO CUSMSGO
059150         GO TO 5200-EXIT
059160     END-IF.
059200     MOVE CS-TGT-CUST       TO CU-CUST-NO.
059300     EXEC CICS READ FILE(CS-CUSTFILE)
059400                    INTO(CU-CUSTOMER-RECORD)
060700         MOVE DFHRESP(NORMAL) TO CS-RESP
060800         GO TO 5200-EXIT
060900     END-IF.
060930     MOVE CU-CUST-NAME      TO CS-OLD-NAME.
060960     MOVE CU-CUST-ADDR      TO CS-OLD-ADDR.
061000     IF CUSNAMEI NOT = LOW-VALUE AND CUSNAMEI NOT = SPACE
061100         MOVE CUSNAMEI      TO CU-CUST-NAME
061200         INSPECT CU-CUST-NAME REPLACING ALL LOW-VALUE BY SPACE
062400         MOVE DFHRESP(NORMAL) TO CS-RESP
062500         GO TO 5200-EXIT
062600     END-IF.
062610     PERFORM 7300-JOURNAL-CUSTOMER THRU 7300-EXIT.
062620     IF CS-JNL-FAILED
062630         PERFORM 7900-JOURNAL-BACKOUT THRU 7900-EXIT
062640         GO TO 5200-EXIT
062650     END-IF.
062700     MOVE CU-CUST-NAME      TO CUSNAMEO.
062800     MOVE CU-CUST-ADDR      TO CUSADDRO.
062900     PERFORM 5300-SYNC-ACCOUNTS THRU 5300-EXIT.
064060     MOVE 'Y'               TO CS-SYNC-OVFL-SW.
064080     PERFORM 5305-SYNC-BATCH THRU 5305-EXIT
064100         UNTIL NOT CS-SYNC-OVFL OR CS-SYNC-FAILED.
064102*    A JOURNAL WRITE THAT FAILED PART WAY THROUGH THE FAN-OUT
064104*    TAKES THE CUSTOMER AND EVERY ACCOUNT ALREADY SYNCED BACK OUT.
064106     IF CS-JNL-FAILED
064108         PERFORM 7900-JOURNAL-BACKOUT THRU 7900-EXIT
064110         GO TO 5300-EXIT
064112     END-IF.
064120     IF CS-SYNC-FAILED
064140         GO TO 5300-EXIT
064160     END-IF.
071000*                   AND REFRESH ITS NAME/ADDRESS COPIES.
071100*-----------------------------------------------------------------
071200 5320-SYNC-ONE.
071220     IF CS-JNL-FAILED
071240         GO TO 5320-EXIT
071260     END-IF.
071300     MOVE CS-SYNC-ACCT(CS-SYNC-IX) TO AC-ACCT-NO.
071400     EXEC CICS READ FILE(CS-ACCTFILE)
071500                    INTO(AC-ACCOUNT-RECORD)
072200         MOVE DFHRESP(NORMAL) TO CS-RESP
072300         GO TO 5320-EXIT
072400     END-IF.
072430     MOVE AC-CUST-NAME      TO CS-OLD-AC-NAME.
072460     MOVE AC-CUST-ADDR      TO CS-OLD-AC-ADDR.
072500     MOVE CU-CUST-NAME      TO AC-CUST-NAME.
072600     MOVE CU-CUST-ADDR      TO AC-CUST-ADDR.
072700     EXEC CICS REWRITE FILE(CS-ACCTFILE)
073000     END-EXEC.
073100     IF CS-RESP = DFHRESP(NORMAL)
073200         ADD 1              TO CS-SYNCED
073220         PERFORM 7350-JOURNAL-ACCOUNT THRU 7350-EXIT
073240         IF CS-JNL-FAILED
073260             MOVE 'Y'       TO CS-SYNC-FAIL-SW
073280         END-IF
073300     ELSE
073400         MOVE DFHRESP(NORMAL) TO CS-RESP
073500     END-IF.
073600 5320-EXIT.
073700     EXIT.
073701*-----------------------------------------------------------------
073702* 7000-JOURNAL-START  -  STAMP THE PARTS OF THE CHANGE JOURNAL
073703*                        RECORD EVERY FIELD OF THIS CHANGE SHARES
073704*                        - THE CLOCK DATE AND TIME, THE OPERATOR,
073705*                        THE TERMINAL AND THE BUSINESS DATE.  SAME
073706*                        BDATE RULE AS CICSPST - NEVER THE CLOCK;
073707*                        A RECORD THAT CANNOT BE READ LEAVES THE
073708*                        OK SWITCH DOWN AND THE CHANGE IS REFUSED.
073709*-----------------------------------------------------------------
073710 7000-JOURNAL-START.
073711     MOVE 'N'               TO CS-BDATE-OK-SW CS-JNL-FAIL-SW.
073712     MOVE 'BUSDATE'         TO BD-KEY.
073713     EXEC CICS READ FILE(CS-BDFILE)
073714                    INTO(BD-CONTROL-RECORD)
073715                    RIDFLD(BD-KEY)
073716                    KEYLENGTH(LENGTH OF BD-KEY)
073717                    RESP(CS-RESP)
073718     END-EXEC.
073719     IF CS-RESP NOT = DFHRESP(NORMAL)
073720         MOVE DFHRESP(NORMAL) TO CS-RESP
073721         GO TO 7000-EXIT
073722     END-IF.
073723     IF BD-BUSINESS-DATE NUMERIC
073724        AND BD-BUSINESS-DATE > ZERO
073725         MOVE BD-BUSINESS-DATE TO CS-TODAY
073726         MOVE 'Y'           TO CS-BDATE-OK-SW
073727     ELSE
073728         GO TO 7000-EXIT
073729     END-IF.
073730     EXEC CICS ASKTIME ABSTIME(CS-ABSTIME)
073731     END-EXEC.
073732     EXEC CICS FORMATTIME ABSTIME(CS-ABSTIME)
073733                          YYYYMMDD(CS-CLK-DATE)
073734                          TIME(CS-CLK-TIME)
073735     END-EXEC.
073736     MOVE SPACE             TO CJ-JOURNAL-RECORD.
073737     MOVE CS-CLK-DATE       TO CJ-CHG-DATE.
073738     MOVE CS-CLK-TIME       TO CJ-CHG-TIME.
073739     MOVE ZERO              TO CJ-CHG-SEQ.
073740     MOVE CS-USERID         TO CJ-USERID.
073741     MOVE EIBTRMID          TO CJ-TERMID.
073742     MOVE CS-TODAY          TO CJ-BUS-DATE.
073743 7000-EXIT.
073744     EXIT.
073745*-----------------------------------------------------------------
073746* 7200-JOURNAL-ADD  -  A NEW CUSTOMER - THE NAME AND ADDRESS IT
073747*                      WAS ADDED WITH GO ON THE JOURNAL, OLD VALUE
073748*                      BLANK.
073749*-----------------------------------------------------------------
073750 7200-JOURNAL-ADD.
073751     MOVE 'C'               TO CJ-SUBJ-TYPE.
073752     MOVE CU-CUST-NO        TO CJ-SUBJ-KEY.
073753     MOVE CS-CUSTFILE       TO CJ-FILE.
073754     MOVE 'A'               TO CJ-ACTION.
073755     MOVE SPACE             TO CJ-OLD-VALUE.
073756     MOVE 'CU-CUST-NAME'    TO CJ-FIELD.
073757     MOVE CU-CUST-NAME      TO CJ-NEW-VALUE.
073758     PERFORM 7400-JOURNAL-FIELD THRU 7400-EXIT.
073759     MOVE 'CU-CUST-ADDR'    TO CJ-FIELD.
073760     MOVE CU-CUST-ADDR      TO CJ-NEW-VALUE.
073761     PERFORM 7400-JOURNAL-FIELD THRU 7400-EXIT.
073762 7200-EXIT.
073763     EXIT.
073764*-----------------------------------------------------------------
073765* 7300-JOURNAL-CUSTOMER  -  AN EXISTING CUSTOMER - ONE JOURNAL
073766*                           RECORD FOR THE NAME AND ONE FOR THE
073767*                           ADDRESS, EACH ONLY IF ITS VALUE MOVED.
073768*-----------------------------------------------------------------
073769 7300-JOURNAL-CUSTOMER.
073770     MOVE 'C'               TO CJ-SUBJ-TYPE.
073771     MOVE CU-CUST-NO        TO CJ-SUBJ-KEY.
073772     MOVE CS-CUSTFILE       TO CJ-FILE.
073773     MOVE 'C'               TO CJ-ACTION.
073774     IF CU-CUST-NAME NOT = CS-OLD-NAME
073775         MOVE 'CU-CUST-NAME' TO CJ-FIELD
073776         MOVE CS-OLD-NAME   TO CJ-OLD-VALUE
073777         MOVE CU-CUST-NAME  TO CJ-NEW-VALUE
073778         PERFORM 7400-JOURNAL-FIELD THRU 7400-EXIT
073779     END-IF.
073780     IF CU-CUST-ADDR NOT = CS-OLD-ADDR
073781         MOVE 'CU-CUST-ADDR' TO CJ-FIELD
073782         MOVE CS-OLD-ADDR   TO CJ-OLD-VALUE
073783         MOVE CU-CUST-ADDR  TO CJ-NEW-VALUE
073784         PERFORM 7400-JOURNAL-FIELD THRU 7400-EXIT
073785     END-IF.
073786 7300-EXIT.
073787     EXIT.
073788*-----------------------------------------------------------------
073789* 7350-JOURNAL-ACCOUNT  -  ONE ACCOUNT OF THE FAN-OUT - ITS NAME
073790*                          AND ADDRESS COPIES ARE JOURNALED UNDER
073791*                          THE ACCOUNT NUMBER ON THE ACCOUNT
073792*                          MASTER, EACH ONLY IF IT MOVED (AN
073793*                          ACCOUNT THAT ALREADY CARRIED THE NEW
073794*                          VALUE HAS NOTHING TO SHOW).
073795*-----------------------------------------------------------------
073796 7350-JOURNAL-ACCOUNT.
073797     MOVE 'A'               TO CJ-SUBJ-TYPE.
073798     MOVE AC-ACCT-NO        TO CJ-SUBJ-KEY.
073799     MOVE CS-ACCTFILE       TO CJ-FILE.
073800     MOVE 'C'               TO CJ-ACTION.
073801     IF AC-CUST-NAME NOT = CS-OLD-AC-NAME
073802         MOVE 'AC-CUST-NAME' TO CJ-FIELD
073803         MOVE CS-OLD-AC-NAME TO CJ-OLD-VALUE
073804         MOVE AC-CUST-NAME  TO CJ-NEW-VALUE
073805         PERFORM 7400-JOURNAL-FIELD THRU 7400-EXIT
073806     END-IF.
073807     IF AC-CUST-ADDR NOT = CS-OLD-AC-ADDR
073808         MOVE 'AC-CUST-ADDR' TO CJ-FIELD
073809         MOVE CS-OLD-AC-ADDR TO CJ-OLD-VALUE
073810         MOVE AC-CUST-ADDR  TO CJ-NEW-VALUE
073811         PERFORM 7400-JOURNAL-FIELD THRU 7400-EXIT
073812     END-IF.
073813 7350-EXIT.
073814     EXIT.
073815*-----------------------------------------------------------------
073816* 7400-JOURNAL-FIELD  -  WRITE ONE JOURNAL RECORD FOR THE FIELD
073817*                        THE CALLER SET UP.  THE SEQUENCE NUMBER
073818*                        RUNS ON FROM THE LAST RECORD WRITTEN, SO
073819*                        THE FIELDS OF ONE CHANGE KEEP THEIR
073820*                        ORDER.  ONCE A WRITE HAS FAILED NOTHING
073821*                        MORE IS TRIED - THE CALLER BACKS THE
073822*                        WHOLE UPDATE OUT.
073823*-----------------------------------------------------------------
073824 7400-JOURNAL-FIELD.
073825     IF CS-JNL-FAILED
073826         GO TO 7400-EXIT
073827     END-IF.
073828     MOVE 'N'               TO CS-JNL-DONE-SW.
073829     ADD 1                  TO CJ-CHG-SEQ.
073830     PERFORM 7500-TRY-JOURNAL-WRITE THRU 7500-EXIT
073831         UNTIL CS-JNL-DONE
073832            OR CJ-CHG-SEQ > 9998.
073833     IF NOT CS-JNL-DONE
073834         MOVE 'Y'           TO CS-JNL-FAIL-SW
073835     END-IF.
073836 7400-EXIT.
073837     EXIT.
073838*-----------------------------------------------------------------
073839* 7500-TRY-JOURNAL-WRITE  -  ONE WRITE ATTEMPT AT THE CURRENT
073840*                            SEQUENCE NUMBER.  DUPREC MEANS
073841*                            ANOTHER TASK TOOK THE NUMBER IN THE
073842*                            SAME SECOND - STEP TO THE NEXT AND
073843*                            LET THE CALLER LOOP.  ANY OTHER
073844*                            ABNORMAL RESP ENDS THE LOOP WITH THE
073845*                            DONE SWITCH STILL DOWN.
073846*-----------------------------------------------------------------
073847 7500-TRY-JOURNAL-WRITE.
073848     EXEC CICS WRITE FILE(CS-JNLFILE)
073849                     FROM(CJ-JOURNAL-RECORD)
073850                     RIDFLD(CJ-KEY)
073851                     KEYLENGTH(LENGTH OF CJ-KEY)
073852                     RESP(CS-RESP)
073853     END-EXEC.
073854     IF CS-RESP = DFHRESP(NORMAL)
073855         MOVE 'Y'           TO CS-JNL-DONE-SW
073856         GO TO 7500-EXIT
073857     END-IF.
073858     IF CS-RESP = DFHRESP(DUPREC)
073859         ADD 1              TO CJ-CHG-SEQ
073860     ELSE
073861         MOVE 9999          TO CJ-CHG-SEQ
073862     END-IF.
073863     MOVE DFHRESP(NORMAL)   TO CS-RESP.
073864 7500-EXIT.
073865     EXIT.
073866*-----------------------------------------------------------------
073867* 7900-JOURNAL-BACKOUT  -  THE MASTER WAS UPDATED BUT ITS JOURNAL
073868*                          COULD NOT BE WRITTEN - ROLL THE WHOLE
073869*                          UNIT BACK SO NO UNTRACED CHANGE STANDS,
073870*                          AND PUT THE NAME AND ADDRESS BACK ON
073871*                          THE GLASS AS THEY STAND ON FILE AGAIN.
073872*-----------------------------------------------------------------
073873 7900-JOURNAL-BACKOUT.
073874     EXEC CICS SYNCPOINT ROLLBACK
073875     END-EXEC.
073876     MOVE CS-OLD-NAME       TO CUSNAMEO.
073877     MOVE CS-OLD-ADDR       TO CUSADDRO.
073878     MOVE 'JOURNAL FILE ERROR - CHANGE BACKED OUT' TO CUSMSGO.
073879 7900-EXIT.
073880     EXIT.
073881*-----------------------------------------------------------------
073900* 9000-SEND-ERROR-SCREEN  -  A SEND MAP OR RETURN CAME BACK WITH
074000*                            AN ABNORMAL RESP - TELL THE OPERATOR
074100*                            IN PLAIN TEXT AND END THE TASK
