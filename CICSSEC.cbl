002950*                AUTHORITY BY DEFAULT); BLANK ON A CHANGE KEEPS
002960*                THE LIMIT ON FILE, SO PULLING A SWITCH NEVER
002970*                SILENTLY ZEROES SOMEONE'S LIMIT.
002973* 10/15/2026 RH  EVERY ADD, CHANGE AND REVOKE NOW WRITES THE
002976*                CHANGE JOURNAL (CHGJNL, SEE JRNREC) UNDER THE
002979*                TARGET USERID - ONE RECORD PER AUTHORITY SWITCH
002982*                OR LIMIT THAT MOVED, BEFORE AND AFTER VALUES, THE
002985*                ADMIN'S USERID, TERMINAL AND BUSINESS DATE.  A
002988*                REVOKE JOURNALS THE AUTHORITY THE USERID HELD, SO
002991*                IT IS READ BEFORE THE DELETE.  A JOURNAL WRITE
002994*                THAT FAILS BACKS THE CHANGE OUT, AND WITH NO
002997*                BUSINESS DATE NOTHING IS APPLIED.
003000*-----------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200*-----------------------------------------------------------------
005100* TRANSACTION RUNS.  SHARED WITH THE REST OF THE SUITE.
005200*-----------------------------------------------------------------
005300     COPY AUDREC.
005309*-----------------------------------------------------------------
005318* CHANGE JOURNAL RECORD (VSAM KSDS, FILE CHGJNL) - ONE WRITTEN FOR
005327* EVERY AUTHORITY FIELD A REQUEST MOVES.
005336*-----------------------------------------------------------------
005345     COPY JRNREC.
005354*-----------------------------------------------------------------
005363* BUSINESS-DATE CONTROL RECORD (VSAM KSDS, FILE BDATE) - THE DAY
005372* EACH JOURNAL RECORD IS STAMPED WITH.
005381*-----------------------------------------------------------------
005390     COPY BDTREC.
005400*-----------------------------------------------------------------
005500* COMMAREA WORKING COPY.  SAME LAYOUT AS THE COMMAREA CARRIED BY
005600* THE REST OF THE SUITE.
008896                            PIC 9(9)V99.
008900     COPY CICSMSG REPLACING ==MS-ERRTEXT==    BY ==SE-ERRTEXT==
009000         ==MS-NOAUTHTEXT== BY ==SE-NOAUTHTEXT==.
009002*-----------------------------------------------------------------
009004* CHANGE JOURNAL WORK FIELDS - THE FILES, THE BUSINESS DATE, THE
009006* WRITE SWITCHES AND THE CLOCK STAMP EVERY JOURNAL RECORD CARRIES.
009008*-----------------------------------------------------------------
009010 77  SE-JNLFILE             PIC X(08)  VALUE 'CHGJNL'.
009012 77  SE-BDFILE              PIC X(08)  VALUE 'BDATE'.
009014 77  SE-TODAY               PIC 9(08)  VALUE ZERO.
009016 77  SE-BDATE-OK-SW         PIC X(01)  VALUE 'N'.
009018     88  SE-BDATE-OK        VALUE 'Y'.
009020 77  SE-JNL-FAIL-SW         PIC X(01)  VALUE 'N'.
009022     88  SE-JNL-FAILED      VALUE 'Y'.
009024 77  SE-JNL-DONE-SW         PIC X(01)  VALUE 'N'.
009026     88  SE-JNL-DONE        VALUE 'Y'.
009028 77  SE-ABSTIME             PIC S9(15) COMP-3 VALUE ZERO.
009030 77  SE-CLK-DATE            PIC 9(08)  VALUE ZERO.
009032 77  SE-CLK-TIME            PIC 9(06)  VALUE ZERO.
009034 77  SE-JNL-AMT             PIC -(9)9.99.
009036*-----------------------------------------------------------------
009038* THE SECURITY RECORD AS IT STOOD BEFORE THE UPDATE - COMPARED
009040* WITH THE REWRITTEN RECORD FOR THE CHANGE JOURNAL.
009042*-----------------------------------------------------------------
009044 01  SE-BEFORE.
009046     02  SE-OLD-INQ         PIC X(01).
009048     02  SE-OLD-MNT         PIC X(01).
009050     02  SE-OLD-PST         PIC X(01).
009052     02  SE-OLD-ADM         PIC X(01).
009054     02  SE-OLD-LIM         PIC 9(9)V99.
009100*-----------------------------------------------------------------
009200 LINKAGE SECTION.
009300*-----------------------------------------------------------------
030820     IF NOT SE-LIM-OK
030830         GO TO 4000-EXIT
030840     END-IF.
030846*    NO BUSINESS DATE MEANS NO JOURNAL STAMP - AND A CHANGE THE
030852*    JOURNAL CANNOT CARRY IS NOT MADE.
030858     PERFORM 7000-JOURNAL-START THRU 7000-EXIT.
030864     IF NOT SE-BDATE-OK
030870         MOVE 'BUSINESS DATE UNAVAILABLE - NOTHING APPLIED'
030876                            TO SECMSGO
030882         GO TO 4000-EXIT
030888     END-IF.
030900     EVALUATE SECACTI
031000         WHEN 'A'
031100             PERFORM 5100-APPLY-ADD THRU 5100-EXIT
036600         MOVE DFHRESP(NORMAL) TO SE-RESP
036700         GO TO 5100-EXIT
036800     END-IF.
036810     PERFORM 7200-JOURNAL-ADD THRU 7200-EXIT.
036820     IF SE-JNL-FAILED
036830         PERFORM 7900-JOURNAL-BACKOUT THRU 7900-EXIT
036840         GO TO 5100-EXIT
036850     END-IF.
036900     MOVE 'USERID ADDED - AUTHORITY IS LIVE NOW' TO SECMSGO.
037000 5100-EXIT.
037100     EXIT.
039200         MOVE DFHRESP(NORMAL) TO SE-RESP
039300         GO TO 5200-EXIT
039400     END-IF.
039450     PERFORM 7100-SAVE-BEFORE THRU 7100-EXIT.
039500     MOVE SE-NEW-INQ        TO SC-INQ-SW.
039600     MOVE SE-NEW-MNT        TO SC-MNT-SW.
039700     MOVE SE-NEW-PST        TO SC-PST-SW.
040500         MOVE DFHRESP(NORMAL) TO SE-RESP
040600         GO TO 5200-EXIT
040700     END-IF.
040710     PERFORM 7300-JOURNAL-CHANGES THRU 7300-EXIT.
040720     IF SE-JNL-FAILED
040730         PERFORM 7900-JOURNAL-BACKOUT THRU 7900-EXIT
040740         GO TO 5200-EXIT
040750     END-IF.
040800     MOVE 'AUTHORITY CHANGED - LIVE ON NEXT SIGN-ON' TO SECMSGO.
040900 5200-EXIT.
041000     EXIT.
041500*-----------------------------------------------------------------
041600 5300-APPLY-REVOKE.
041700     MOVE SE-TGT-USERID     TO SC-USERID.
041704*    READ FIRST - THE JOURNAL CARRIES THE AUTHORITY THE USERID
041708*    HELD UP TO THE REVOKE.
041712     EXEC CICS READ FILE(SE-SECFILE)
041716                    INTO(SC-SECURITY-RECORD)
041720                    RIDFLD(SC-USERID)
041724                    KEYLENGTH(LENGTH OF SC-USERID)
041728                    RESP(SE-RESP)
041732     END-EXEC.
041736     IF SE-RESP = DFHRESP(NOTFND)
041740         MOVE 'USERID NOT ON FILE - NOTHING TO REVOKE'
041744                            TO SECMSGO
041748         MOVE DFHRESP(NORMAL) TO SE-RESP
041752         GO TO 5300-EXIT
041756     END-IF.
041760     IF SE-RESP NOT = DFHRESP(NORMAL)
041764         MOVE 'FILE ERROR - NOTHING APPLIED' TO SECMSGO
041768         MOVE DFHRESP(NORMAL) TO SE-RESP
041772         GO TO 5300-EXIT
041776     END-IF.
041780     PERFORM 7100-SAVE-BEFORE THRU 7100-EXIT.
041800     EXEC CICS DELETE FILE(SE-SECFILE)
041900                      RIDFLD(SC-USERID)
042000                      KEYLENGTH(LENGTH OF SC-USERID)
043100         MOVE DFHRESP(NORMAL) TO SE-RESP
043200         GO TO 5300-EXIT
043300     END-IF.
043310     PERFORM 7250-JOURNAL-REVOKE THRU 7250-EXIT.
043320     IF SE-JNL-FAILED
043330         PERFORM 7900-JOURNAL-BACKOUT THRU 7900-EXIT
043340         GO TO 5300-EXIT
043350     END-IF.
043400     MOVE 'USERID REVOKED - ACCESS IS GONE NOW' TO SECMSGO.
043500 5300-EXIT.
043600     EXIT.
043601*-----------------------------------------------------------------
043602* 7000-JOURNAL-START  -  STAMP THE PARTS OF THE CHANGE JOURNAL
043603*                        RECORD EVERY FIELD OF THIS REQUEST SHARES
043604*                        - THE TARGET USERID, THE CLOCK DATE AND
043605*                        TIME, THE ADMIN, THE TERMINAL AND THE
043606*                        BUSINESS DATE.  SAME BDATE RULE AS
043607*                        CICSPST - NEVER THE CLOCK; A RECORD THAT
043608*                        CANNOT BE READ LEAVES THE OK SWITCH DOWN
043609*                        AND THE REQUEST IS REFUSED.
043610*-----------------------------------------------------------------
043611 7000-JOURNAL-START.
043612     MOVE 'N'               TO SE-BDATE-OK-SW SE-JNL-FAIL-SW.
043613     MOVE 'BUSDATE'         TO BD-KEY.
043614     EXEC CICS READ FILE(SE-BDFILE)
043615                    INTO(BD-CONTROL-RECORD)
043616                    RIDFLD(BD-KEY)
043617                    KEYLENGTH(LENGTH OF BD-KEY)
043618                    RESP(SE-RESP)
043619     END-EXEC.
043620     IF SE-RESP NOT = DFHRESP(NORMAL)
043621         MOVE DFHRESP(NORMAL) TO SE-RESP
043622         GO TO 7000-EXIT
043623     END-IF.
043624     IF BD-BUSINESS-DATE NUMERIC
043625        AND BD-BUSINESS-DATE > ZERO
043626         MOVE BD-BUSINESS-DATE TO SE-TODAY
043627         MOVE 'Y'           TO SE-BDATE-OK-SW
043628     ELSE
043629         GO TO 7000-EXIT
043630     END-IF.
043631     EXEC CICS ASKTIME ABSTIME(SE-ABSTIME)
043632     END-EXEC.
043633     EXEC CICS FORMATTIME ABSTIME(SE-ABSTIME)
043634                          YYYYMMDD(SE-CLK-DATE)
043635                          TIME(SE-CLK-TIME)
043636     END-EXEC.
043637     MOVE SPACE             TO CJ-JOURNAL-RECORD.
043638     MOVE 'O'               TO CJ-SUBJ-TYPE.
043639     MOVE SE-TGT-USERID     TO CJ-SUBJ-KEY.
043640     MOVE SE-CLK-DATE       TO CJ-CHG-DATE.
043641     MOVE SE-CLK-TIME       TO CJ-CHG-TIME.
043642     MOVE ZERO              TO CJ-CHG-SEQ.
043643     MOVE SE-SECFILE        TO CJ-FILE.
043644     MOVE SE-USERID         TO CJ-USERID.
043645     MOVE EIBTRMID          TO CJ-TERMID.
043646     MOVE SE-TODAY          TO CJ-BUS-DATE.
043647 7000-EXIT.
043648     EXIT.
043649*-----------------------------------------------------------------
043650* 7100-SAVE-BEFORE  -  KEEP THE AUTHORITY AS IT STANDS ON THE
043651*                      RECORD JUST READ.
043652*-----------------------------------------------------------------
043653 7100-SAVE-BEFORE.
043654     MOVE SC-INQ-SW         TO SE-OLD-INQ.
043655     MOVE SC-MNT-SW         TO SE-OLD-MNT.
043656     MOVE SC-PST-SW         TO SE-OLD-PST.
043657     MOVE SC-ADM-SW         TO SE-OLD-ADM.
043658     MOVE SC-PST-LIMIT      TO SE-OLD-LIM.
043659 7100-EXIT.
043660     EXIT.
043661*-----------------------------------------------------------------
043662* 7200-JOURNAL-ADD  -  A NEW USERID - EVERY SWITCH AND THE LIMIT
043663*                      IT WAS GIVEN GO ON THE JOURNAL, OLD VALUE
043664*                      BLANK.
043665*-----------------------------------------------------------------
043666 7200-JOURNAL-ADD.
043667     MOVE 'A'               TO CJ-ACTION.
043668     MOVE SPACE             TO CJ-OLD-VALUE.
043669     MOVE 'SC-INQ-SW'       TO CJ-FIELD.
043670     MOVE SC-INQ-SW         TO CJ-NEW-VALUE.
043671     PERFORM 7400-JOURNAL-FIELD THRU 7400-EXIT.
043672     MOVE 'SC-MNT-SW'       TO CJ-FIELD.
043673     MOVE SC-MNT-SW         TO CJ-NEW-VALUE.
043674     PERFORM 7400-JOURNAL-FIELD THRU 7400-EXIT.
043675     MOVE 'SC-PST-SW'       TO CJ-FIELD.
043676     MOVE SC-PST-SW         TO CJ-NEW-VALUE.
043677     PERFORM 7400-JOURNAL-FIELD THRU 7400-EXIT.
043678     MOVE 'SC-ADM-SW'       TO CJ-FIELD.
043679     MOVE SC-ADM-SW         TO CJ-NEW-VALUE.
043680     PERFORM 7400-JOURNAL-FIELD THRU 7400-EXIT.
043681     MOVE 'SC-PST-LIMIT'    TO CJ-FIELD.
043682     MOVE SC-PST-LIMIT      TO SE-JNL-AMT.
043683     MOVE SE-JNL-AMT        TO CJ-NEW-VALUE.
043684     PERFORM 7400-JOURNAL-FIELD THRU 7400-EXIT.
043685 7200-EXIT.
043686     EXIT.
043687*-----------------------------------------------------------------
043688* 7250-JOURNAL-REVOKE  -  A REVOKED USERID - EVERY SWITCH AND THE
043689*                         LIMIT IT HELD GO ON THE JOURNAL, NEW
043690*                         VALUE BLANK.
043691*-----------------------------------------------------------------
043692 7250-JOURNAL-REVOKE.
043693     MOVE 'D'               TO CJ-ACTION.
043694     MOVE SPACE             TO CJ-NEW-VALUE.
043695     MOVE 'SC-INQ-SW'       TO CJ-FIELD.
043696     MOVE SE-OLD-INQ        TO CJ-OLD-VALUE.
043697     PERFORM 7400-JOURNAL-FIELD THRU 7400-EXIT.
043698     MOVE 'SC-MNT-SW'       TO CJ-FIELD.
043699     MOVE SE-OLD-MNT        TO CJ-OLD-VALUE.
043700     PERFORM 7400-JOURNAL-FIELD THRU 7400-EXIT.
043701     MOVE 'SC-PST-SW'       TO CJ-FIELD.
043702     MOVE SE-OLD-PST        TO CJ-OLD-VALUE.
043703     PERFORM 7400-JOURNAL-FIELD THRU 7400-EXIT.
043704     MOVE 'SC-ADM-SW'       TO CJ-FIELD.
043705     MOVE SE-OLD-ADM        TO CJ-OLD-VALUE.
043706     PERFORM 7400-JOURNAL-FIELD THRU 7400-EXIT.
043707     MOVE 'SC-PST-LIMIT'    TO CJ-FIELD.
043708     MOVE SE-OLD-LIM        TO SE-JNL-AMT.
043709     MOVE SE-JNL-AMT        TO CJ-OLD-VALUE.
043710     PERFORM 7400-JOURNAL-FIELD THRU 7400-EXIT.
043711 7250-EXIT.
043712     EXIT.
043713*-----------------------------------------------------------------
043714* 7300-JOURNAL-CHANGES  -  AN EXISTING USERID - ONE JOURNAL RECORD
043715*                          FOR EACH SWITCH, AND THE LIMIT, WHOSE
043716*                          VALUE ACTUALLY MOVED.
043717*-----------------------------------------------------------------
043718 7300-JOURNAL-CHANGES.
043719     MOVE 'C'               TO CJ-ACTION.
043720     IF SC-INQ-SW NOT = SE-OLD-INQ
043721         MOVE 'SC-INQ-SW'   TO CJ-FIELD
043722         MOVE SE-OLD-INQ    TO CJ-OLD-VALUE
043723         MOVE SC-INQ-SW     TO CJ-NEW-VALUE
043724         PERFORM 7400-JOURNAL-FIELD THRU 7400-EXIT
043725     END-IF.
043726     IF SC-MNT-SW NOT = SE-OLD-MNT
043727         MOVE 'SC-MNT-SW'   TO CJ-FIELD
043728         MOVE SE-OLD-MNT    TO CJ-OLD-VALUE
043729         MOVE SC-MNT-SW     TO CJ-NEW-VALUE
043730         PERFORM 7400-JOURNAL-FIELD THRU 7400-EXIT
043731     END-IF.
043732     IF SC-PST-SW NOT = SE-OLD-PST
043733         MOVE 'SC-PST-SW'   TO CJ-FIELD
043734         MOVE SE-OLD-PST    TO CJ-OLD-VALUE
043735         MOVE SC-PST-SW     TO CJ-NEW-VALUE
043736         PERFORM 7400-JOURNAL-FIELD THRU 7400-EXIT
043737     END-IF.
043738     IF SC-ADM-SW NOT = SE-OLD-ADM
043739         MOVE 'SC-ADM-SW'   TO CJ-FIELD
043740         MOVE SE-OLD-ADM    TO CJ-OLD-VALUE
043741         MOVE SC-ADM-SW     TO CJ-NEW-VALUE
043742         PERFORM 7400-JOURNAL-FIELD THRU 7400-EXIT
043743     END-IF.
043744     IF SC-PST-LIMIT NOT = SE-OLD-LIM
043745         MOVE 'SC-PST-LIMIT' TO CJ-FIELD
043746         MOVE SE-OLD-LIM    TO SE-JNL-AMT
043747         MOVE SE-JNL-AMT    TO CJ-OLD-VALUE
043748         MOVE SC-PST-LIMIT  TO SE-JNL-AMT
043749         MOVE SE-JNL-AMT    TO CJ-NEW-VALUE
043750         PERFORM 7400-JOURNAL-FIELD THRU 7400-EXIT
043751     END-IF.
043752 7300-EXIT.
043753     EXIT.
043754*-----------------------------------------------------------------
043755* 7400-JOURNAL-FIELD  -  WRITE ONE JOURNAL RECORD FOR THE FIELD
043756*                        THE CALLER SET UP.  THE SEQUENCE NUMBER
043757*                        RUNS ON FROM THE LAST RECORD WRITTEN, SO
043758*                        THE FIELDS OF ONE REQUEST KEEP THEIR
043759*                        ORDER.  ONCE A WRITE HAS FAILED NOTHING
043760*                        MORE IS TRIED - THE CALLER BACKS THE
043761*                        WHOLE UPDATE OUT.
043762*-----------------------------------------------------------------
043763 7400-JOURNAL-FIELD.
043764     IF SE-JNL-FAILED
043765         GO TO 7400-EXIT
043766     END-IF.
043767     MOVE 'N'               TO SE-JNL-DONE-SW.
043768     ADD 1                  TO CJ-CHG-SEQ.
043769     PERFORM 7500-TRY-JOURNAL-WRITE THRU 7500-EXIT
043770         UNTIL SE-JNL-DONE
043771            OR CJ-CHG-SEQ > 9998.
043772     IF NOT SE-JNL-DONE
043773         MOVE 'Y'           TO SE-JNL-FAIL-SW
043774     END-IF.
043775 7400-EXIT.
043776     EXIT.
043777*-----------------------------------------------------------------
043778* 7500-TRY-JOURNAL-WRITE  -  ONE WRITE ATTEMPT AT THE CURRENT
043779*                            SEQUENCE NUMBER.  DUPREC MEANS
043780*                            ANOTHER TASK TOOK THE NUMBER IN THE
043781*                            SAME SECOND - STEP TO THE NEXT AND
043782*                            LET THE CALLER LOOP.  ANY OTHER
043783*                            ABNORMAL RESP ENDS THE LOOP WITH THE
043784*                            DONE SWITCH STILL DOWN.
043785*-----------------------------------------------------------------
043786 7500-TRY-JOURNAL-WRITE.
043787     EXEC CICS WRITE FILE(SE-JNLFILE)
043788                     FROM(CJ-JOURNAL-RECORD)
043789                     RIDFLD(CJ-KEY)
043790                     KEYLENGTH(LENGTH OF CJ-KEY)
043791                     RESP(SE-RESP)
043792     END-EXEC.
043793     IF SE-RESP = DFHRESP(NORMAL)
043794         MOVE 'Y'           TO SE-JNL-DONE-SW
043795         GO TO 7500-EXIT
043796     END-IF.
043797     IF SE-RESP = DFHRESP(DUPREC)
043798         ADD 1              TO CJ-CHG-SEQ
043799     ELSE
043800         MOVE 9999          TO CJ-CHG-SEQ
043801     END-IF.
043802     MOVE DFHRESP(NORMAL)   TO SE-RESP.
043803 7500-EXIT.
043804     EXIT.
043805*-----------------------------------------------------------------
043806* 7900-JOURNAL-BACKOUT  -  THE MASTER WAS UPDATED BUT ITS JOURNAL
043807*                          COULD NOT BE WRITTEN - ROLL THE WHOLE
043808*                          UNIT BACK SO NO UNTRACED CHANGE STANDS.
043809*-----------------------------------------------------------------
043810 7900-JOURNAL-BACKOUT.
043811     EXEC CICS SYNCPOINT ROLLBACK
043812     END-EXEC.
043813     MOVE 'JOURNAL FILE ERROR - CHANGE BACKED OUT' TO SECMSGO.
043814 7900-EXIT.
043815     EXIT.
043816*-----------------------------------------------------------------
043817* 9000-SEND-ERROR-SCREEN  -  A SEND MAP OR RETURN CAME BACK WITH
043900*                            AN ABNORMAL RESP - TELL THE OPERATOR
044000*                            IN PLAIN TEXT AND END THE TASK
044100*                            CLEANLY RATHER THAN ABENDING.
