005916*                ACCOUNT AND REFRESHES THE COPIES.  THE PENDING
005918*                COMMAREA CARRIES THE CUSTOMER NUMBER WHERE THE
005920*                KEYED NAME/ADDRESS USED TO RIDE.
005921* 10/15/2026 RH  NEW ACTION R (REACTIVATE) FOR A DORMANT ACCOUNT -
005922*                THE MONTHLY DORMANCY RUN (ACCTDRM) SETS
005923*                AC-DORMANT ON AN ACCOUNT NOBODY HAS TOUCHED, AND
005924*                THIS IS THE ONLY WAY BACK TO ACTIVE ONCE THE
005925*                CUSTOMER HAS BEEN SEEN.  SAME EDIT-THEN-PF5 FLOW
005926*                AS A CLOSE.  THE APPLY GOES ON THE AUDT TRAIL AS
005927*                ITS OWN FUNCTION CODE 'RA' WITH THE ACCOUNT, SO A
005928*                REACTIVATION STANDS OUT FROM AN ORDINARY APPLY.
005929* 10/15/2026 RH  EVERY APPLIED ADD, CHANGE, CLOSE AND REACTIVATE
005930*                NOW WRITES THE CHANGE JOURNAL (CHGJNL, SEE
005931*                JRNREC) - ONE RECORD PER FIELD THAT MOVED, WITH
005932*                ITS BEFORE AND AFTER VALUES, THE USERID, TERMINAL
005933*                AND BUSINESS DATE - IN THE SAME UNIT OF WORK AS
005934*                THE MASTER UPDATE.  A JOURNAL WRITE THAT FAILS
005935*                BACKS THE UPDATE OUT, AND WITH NO BUSINESS DATE
005936*                NOTHING IS APPLIED - A CHANGE NOBODY CAN TRACE IS
005937*                NOT MADE.
005938*-----------------------------------------------------------------
006000 ENVIRONMENT DIVISION.
006100*-----------------------------------------------------------------
006200 DATA DIVISION.
010311 77  AM-WK-TYPE             PIC X(02)  VALUE SPACE.
010312 77  AM-TYPE-OK-SW          PIC X(01)  VALUE 'N'.
010313     88  AM-TYPE-OK         VALUE 'Y'.
010314 77  AM-JNLFILE             PIC X(08)  VALUE 'CHGJNL'.
010315 77  AM-BDFILE              PIC X(08)  VALUE 'BDATE'.
010316 77  AM-TODAY               PIC 9(08)  VALUE ZERO.
010317 77  AM-BDATE-OK-SW         PIC X(01)  VALUE 'N'.
010318     88  AM-BDATE-OK        VALUE 'Y'.
010319 77  AM-JNL-FAIL-SW         PIC X(01)  VALUE 'N'.
010320     88  AM-JNL-FAILED      VALUE 'Y'.
010321 77  AM-JNL-DONE-SW         PIC X(01)  VALUE 'N'.
010322     88  AM-JNL-DONE        VALUE 'Y'.
010323 77  AM-ABSTIME             PIC S9(15) COMP-3 VALUE ZERO.
010324 77  AM-CLK-DATE            PIC 9(08)  VALUE ZERO.
010325 77  AM-CLK-TIME            PIC 9(06)  VALUE ZERO.
010326 77  AM-JNL-AMT             PIC -(9)9.99.
010327*-----------------------------------------------------------------
010328* THE ACCOUNT AS IT STOOD BEFORE THE UPDATE - COMPARED FIELD BY
010329* FIELD WITH THE REWRITTEN RECORD FOR THE CHANGE JOURNAL.
010330*-----------------------------------------------------------------
010331 01  AM-BEFORE.
010332     02  AM-OLD-CUST-NO     PIC X(10).
010333     02  AM-OLD-CUST-NAME   PIC X(30).
010334     02  AM-OLD-CUST-ADDR   PIC X(30).
010335     02  AM-OLD-STATUS      PIC X(01).
010336     02  AM-OLD-ACCT-TYPE   PIC X(02).
010337     02  AM-OLD-OD-LIMIT    PIC S9(9)V99 COMP-3.
010338     02  AM-OLD-HOLD-SW     PIC X(01).
010339*-----------------------------------------------------------------
010340* REDEFINED VIEW OF THE KEYED OVERDRAFT LIMIT - ALL DIGITS, LAST
010341* TWO ARE CENTS - AND THE SAME AREA DRESSES THE ON-FILE LIMIT
010342* FOR DISPLAY.
010350*-----------------------------------------------------------------
010360 01  AM-ODL-IN              PIC X(11).
010370 01  AM-ODL-IN-R REDEFINES AM-ODL-IN
011090*-----------------------------------------------------------------
011095     COPY PRDREC.
011100*-----------------------------------------------------------------
011111* CHANGE JOURNAL RECORD (VSAM KSDS, FILE CHGJNL) - ONE WRITTEN FOR
011119* EVERY ACCOUNT FIELD AN APPLY CHANGES.
011127*-----------------------------------------------------------------
011135     COPY JRNREC.
011143*-----------------------------------------------------------------
011151* BUSINESS-DATE CONTROL RECORD (VSAM KSDS, FILE BDATE) - THE DAY
011159* EACH JOURNAL RECORD IS STAMPED WITH.
011167*-----------------------------------------------------------------
011175     COPY BDTREC.
011183*-----------------------------------------------------------------
011200 LINKAGE SECTION.
011300*-----------------------------------------------------------------
011400     COPY ACMCAL.
019300     MOVE AM-LAST-ACTION    TO AU-FUNCTION.
019320*    AN APPLY COMES IN ON A MAPFAIL PF5 WITH THE SCREEN FIELDS
019340*    AT LOW-VALUES - THE ACCOUNT THAT WAS TOUCHED IS THE
019360*    PENDING ONE HELD IN THE COMMAREA.  A REACTIVATION IS AN
019380*    APPLY THAT RENAMED ITSELF 'RA'.
019400     IF AM-LAST-ACTION = 'AP' OR AM-LAST-ACTION = 'RA'
019420         MOVE AM-PEND-ACCT  TO AU-ACCT-NO
019440     ELSE
019460         MOVE ACMACCTI      TO AU-ACCT-NO
034000     MOVE 'N'               TO AM-EDIT-OK-SW.
034100     MOVE 'N'               TO AM-PEND-SW.
034200     IF ACMACTI NOT = 'A' AND ACMACTI NOT = 'C'
034300        AND ACMACTI NOT = 'X' AND ACMACTI NOT = 'R'
034400         MOVE 'ACTION MUST BE A (ADD) C (CHG) X (CLOSE) R (REACT)'
034500                            TO ACMMSGO
034600         GO TO 4000-EXIT
034700     END-IF.
035400         GO TO 4000-EXIT
035500     END-IF.
035600*    THE CUSTOMER, OVERDRAFT LIMIT AND HOLD FIELDS ONLY MEAN
036020*    SOMETHING ON AN ADD OR A CHANGE - A CLOSE OR A REACTIVATE
036025*    IGNORES THEM.
036030     IF ACMACTI = 'A' OR ACMACTI = 'C'
036032         PERFORM 4420-EDIT-CUSTOMER THRU 4420-EXIT
036034         IF NOT AM-CUST-OK
036500             PERFORM 4200-EDIT-CHANGE THRU 4200-EXIT
036600         WHEN 'X'
036700             PERFORM 4300-EDIT-CLOSE THRU 4300-EXIT
036730         WHEN 'R'
036760             PERFORM 4600-EDIT-REACTIVATE THRU 4600-EXIT
036800     END-EVALUATE.
036900     IF NOT AM-EDIT-OK
037000         GO TO 4000-EXIT
046300     END-EXEC.
046400 4500-EXIT.
046500     EXIT.
046502*-----------------------------------------------------------------
046504* 4600-EDIT-REACTIVATE  -  THE ACCOUNT MUST BE ON FILE AND
046506*                          DORMANT.  THE NAME AND ADDRESS ARE
046508*                          SHOWN SO THE OPERATOR CAN CHECK THEM
046510*                          AGAINST THE CUSTOMER AT THE COUNTER.
046512*-----------------------------------------------------------------
046514 4600-EDIT-REACTIVATE.
046516     PERFORM 4500-READ-MASTER THRU 4500-EXIT.
046518     IF AM-RESP = DFHRESP(NOTFND)
046520         MOVE 'ACCOUNT NOT ON FILE - CANNOT REACTIVATE'
046522                            TO ACMMSGO
046524         GO TO 4600-EXIT
046526     END-IF.
046528     IF AM-RESP NOT = DFHRESP(NORMAL)
046530         MOVE 'FILE ERROR ON ACCOUNT MASTER - TRY AGAIN'
046532                            TO ACMMSGO
046534         GO TO 4600-EXIT
046536     END-IF.
046538     MOVE AC-STATUS         TO ACMSTATO.
046540     MOVE AC-OD-LIMIT       TO AM-ODL-IN-R.
046542     MOVE AM-ODL-IN         TO ACMODLO.
046544     MOVE AC-HOLD-SW        TO ACMHOLDO.
046546     MOVE AC-CUST-NAME      TO ACMNAMEO.
046548     MOVE AC-CUST-ADDR      TO ACMADDRO.
046550     IF NOT AC-DORMANT
046552         MOVE 'ACCOUNT IS NOT DORMANT - NOTHING TO REACTIVATE'
046554                            TO ACMMSGO
046556         GO TO 4600-EXIT
046558     END-IF.
046560     MOVE 'Y'               TO AM-EDIT-OK-SW.
046562     MOVE 'REACTIVATE EDITS PASSED - PRESS PF5 TO CONFIRM'
046564                            TO ACMMSGO.
046566 4600-EXIT.
046568     EXIT.
046600*-----------------------------------------------------------------
046700* 5000-APPLY-UPDATE  -  THE OPERATOR CONFIRMED WITH PF5 - APPLY
046800*                       THE PENDING UPDATE HELD IN THE COMMAREA
047300 5000-APPLY-UPDATE.
047400     MOVE 'AP'              TO AM-LAST-ACTION.
047500     MOVE AM-PEND-ACCT      TO ACMACCTO.
047510*    NO BUSINESS DATE MEANS NO JOURNAL STAMP - AND A CHANGE THE
047520*    JOURNAL CANNOT CARRY IS NOT MADE.
047530     PERFORM 7000-JOURNAL-START THRU 7000-EXIT.
047540     IF NOT AM-BDATE-OK
047550         MOVE 'BUSINESS DATE UNAVAILABLE - NOTHING APPLIED'
047560                            TO ACMMSGO
047570         GO TO 5090-CLEAR-PENDING
047580     END-IF.
047600     EVALUATE TRUE
047700         WHEN AM-PEND-ADD
047800             PERFORM 5100-APPLY-ADD THRU 5100-EXIT
048000             PERFORM 5200-APPLY-CHANGE THRU 5200-EXIT
048100         WHEN AM-PEND-CLOSE
048200             PERFORM 5300-APPLY-CLOSE THRU 5300-EXIT
048230         WHEN AM-PEND-REACTIVATE
048260             PERFORM 5400-APPLY-REACTIVATE THRU 5400-EXIT
048300         WHEN OTHER
048400             MOVE 'NOTHING PENDING - KEY THE DATA AND PRESS ENTER'
048500                            TO ACMMSGO
048600     END-EVALUATE.
048650 5090-CLEAR-PENDING.
048700     MOVE 'N'               TO AM-PEND-SW.
048800     MOVE SPACE             TO AM-PEND-ACTION.
048810     MOVE 'N'               TO AM-PEND-ODL-SW.
051500         MOVE 'FILE ERROR - ADD NOT APPLIED' TO ACMMSGO
051600         GO TO 5100-EXIT
051700     END-IF.
051710     PERFORM 7200-JOURNAL-ADD THRU 7200-EXIT.
051720     IF AM-JNL-FAILED
051730         PERFORM 7900-JOURNAL-BACKOUT THRU 7900-EXIT
051740         GO TO 5100-EXIT
051750     END-IF.
051800     MOVE AC-STATUS         TO ACMSTATO.
051820     MOVE AC-CUST-NAME      TO ACMNAMEO.
051840     MOVE AC-CUST-ADDR      TO ACMADDRO.
052800     IF AM-RESP NOT = DFHRESP(NORMAL)
052900         GO TO 5200-EXIT
053000     END-IF.
053050     PERFORM 7100-SAVE-BEFORE THRU 7100-EXIT.
053100*    A CUSTOMER LEFT BLANK KEEPS THE ONE ON FILE; A KEYED ONE
053120*    RE-POINTS THE ACCOUNT AND REFRESHES THE COPIES FROM THE
053140*    CUSTOMER MASTER, READ FRESH AT APPLY TIME.
053400     IF AM-RESP NOT = DFHRESP(NORMAL)
053500         GO TO 5200-EXIT
053600     END-IF.
053610     PERFORM 7300-JOURNAL-CHANGES THRU 7300-EXIT.
053620     IF AM-JNL-FAILED
053630         PERFORM 7900-JOURNAL-BACKOUT THRU 7900-EXIT
053640         GO TO 5200-EXIT
053650     END-IF.
053700     MOVE AC-STATUS         TO ACMSTATO.
053710     MOVE AC-OD-LIMIT       TO AM-ODL-IN-R.
053720     MOVE AM-ODL-IN         TO ACMODLO.
054700     IF AM-RESP NOT = DFHRESP(NORMAL)
054800         GO TO 5300-EXIT
054900     END-IF.
054950     PERFORM 7100-SAVE-BEFORE THRU 7100-EXIT.
055000     MOVE 'C'               TO AC-STATUS.
055100     PERFORM 5600-REWRITE-MASTER THRU 5600-EXIT.
055200     IF AM-RESP NOT = DFHRESP(NORMAL)
055300         GO TO 5300-EXIT
055400     END-IF.
055410     PERFORM 7300-JOURNAL-CHANGES THRU 7300-EXIT.
055420     IF AM-JNL-FAILED
055430         PERFORM 7900-JOURNAL-BACKOUT THRU 7900-EXIT
055440         GO TO 5300-EXIT
055450     END-IF.
055500     MOVE AC-STATUS         TO ACMSTATO.
055600     MOVE 'ACCOUNT CLOSED' TO ACMMSGO.
055700 5300-EXIT.
055800     EXIT.
055803*-----------------------------------------------------------------
055806* 5400-APPLY-REACTIVATE  -  READ FOR UPDATE, SET THE DORMANT
055809*                           ACCOUNT BACK TO ACTIVE, REWRITE.  THE
055812*                           AUDIT ENTRY GOES OUT AS FUNCTION 'RA'.
055815*-----------------------------------------------------------------
055818 5400-APPLY-REACTIVATE.
055821     PERFORM 5500-READ-FOR-UPDATE THRU 5500-EXIT.
055824     IF AM-RESP NOT = DFHRESP(NORMAL)
055827         GO TO 5400-EXIT
055830     END-IF.
055831     PERFORM 7100-SAVE-BEFORE THRU 7100-EXIT.
055833*    ANOTHER TERMINAL MAY HAVE WOKEN (OR CLOSED) THE ACCOUNT
055836*    BETWEEN THE EDIT AND THE PF5.
055839     IF NOT AC-DORMANT
055842         EXEC CICS UNLOCK FILE(AM-FILENAME)
055845         END-EXEC
055848         MOVE AC-STATUS     TO ACMSTATO
055851         MOVE 'ACCOUNT IS NO LONGER DORMANT - NOTHING APPLIED'
055854                            TO ACMMSGO
055857         GO TO 5400-EXIT
055860     END-IF.
055863     MOVE 'A'               TO AC-STATUS.
055866     PERFORM 5600-REWRITE-MASTER THRU 5600-EXIT.
055869     IF AM-RESP NOT = DFHRESP(NORMAL)
055872         GO TO 5400-EXIT
055875     END-IF.
055876     PERFORM 7300-JOURNAL-CHANGES THRU 7300-EXIT.
055877     IF AM-JNL-FAILED
055878         PERFORM 7900-JOURNAL-BACKOUT THRU 7900-EXIT
055879         GO TO 5400-EXIT
055880     END-IF.
055881     MOVE 'RA'              TO AM-LAST-ACTION.
055882     MOVE AC-STATUS         TO ACMSTATO.
055884     MOVE 'ACCOUNT REACTIVATED - NOW ACTIVE' TO ACMMSGO.
055887 5400-EXIT.
055890     EXIT.
055900*-----------------------------------------------------------------
056000* 5500-READ-FOR-UPDATE  -  READ THE MASTER WITH THE UPDATE
056100*                          OPTION, HOLDING THE RECORD FOR THE
059500     END-IF.
059600 5600-EXIT.
059700     EXIT.
059701*-----------------------------------------------------------------
059702* 7000-JOURNAL-START  -  STAMP THE PARTS OF THE CHANGE JOURNAL
059703*                        RECORD EVERY FIELD OF THIS APPLY SHARES -
059704*                        THE ACCOUNT, THE CLOCK DATE AND TIME, THE
059705*                        OPERATOR, THE TERMINAL AND THE BUSINESS
059706*                        DATE.  SAME BDATE RULE AS CICSPST - NEVER
059707*                        THE CLOCK; A RECORD THAT CANNOT BE READ
059708*                        LEAVES THE OK SWITCH DOWN AND THE APPLY
059709*                        IS REFUSED.
059710*-----------------------------------------------------------------
059711 7000-JOURNAL-START.
059712     MOVE 'N'               TO AM-BDATE-OK-SW AM-JNL-FAIL-SW.
059713     MOVE 'BUSDATE'         TO BD-KEY.
059714     EXEC CICS READ FILE(AM-BDFILE)
059715                    INTO(BD-CONTROL-RECORD)
059716                    RIDFLD(BD-KEY)
059717                    KEYLENGTH(LENGTH OF BD-KEY)
059718                    RESP(AM-RESP)
059719     END-EXEC.
059720     IF AM-RESP NOT = DFHRESP(NORMAL)
059721         MOVE DFHRESP(NORMAL) TO AM-RESP
059722         GO TO 7000-EXIT
059723     END-IF.
059724     IF BD-BUSINESS-DATE NUMERIC
059725        AND BD-BUSINESS-DATE > ZERO
059726         MOVE BD-BUSINESS-DATE TO AM-TODAY
059727         MOVE 'Y'           TO AM-BDATE-OK-SW
059728     ELSE
059729         GO TO 7000-EXIT
059730     END-IF.
059731     EXEC CICS ASKTIME ABSTIME(AM-ABSTIME)
059732     END-EXEC.
059733     EXEC CICS FORMATTIME ABSTIME(AM-ABSTIME)
059734                          YYYYMMDD(AM-CLK-DATE)
059735                          TIME(AM-CLK-TIME)
059736     END-EXEC.
059737     MOVE SPACE             TO CJ-JOURNAL-RECORD.
059738     MOVE 'A'               TO CJ-SUBJ-TYPE.
059739     MOVE AM-PEND-ACCT      TO CJ-SUBJ-KEY.
059740     MOVE AM-CLK-DATE       TO CJ-CHG-DATE.
059741     MOVE AM-CLK-TIME       TO CJ-CHG-TIME.
059742     MOVE ZERO              TO CJ-CHG-SEQ.
059743     MOVE AM-FILENAME       TO CJ-FILE.
059744     MOVE AM-USERID         TO CJ-USERID.
059745     MOVE EIBTRMID          TO CJ-TERMID.
059746     MOVE AM-TODAY          TO CJ-BUS-DATE.
059747 7000-EXIT.
059748     EXIT.
059749*-----------------------------------------------------------------
059750* 7100-SAVE-BEFORE  -  KEEP THE FIELDS THIS SCREEN CAN MOVE AS
059751*                      THEY STAND ON THE RECORD JUST READ FOR
059752*                      UPDATE.
059753*-----------------------------------------------------------------
059754 7100-SAVE-BEFORE.
059755     MOVE AC-CUST-NO        TO AM-OLD-CUST-NO.
059756     MOVE AC-CUST-NAME      TO AM-OLD-CUST-NAME.
059757     MOVE AC-CUST-ADDR      TO AM-OLD-CUST-ADDR.
059758     MOVE AC-STATUS         TO AM-OLD-STATUS.
059759     MOVE AC-ACCT-TYPE      TO AM-OLD-ACCT-TYPE.
059760     MOVE AC-OD-LIMIT       TO AM-OLD-OD-LIMIT.
059761     MOVE AC-HOLD-SW        TO AM-OLD-HOLD-SW.
059762 7100-EXIT.
059763     EXIT.
059764*-----------------------------------------------------------------
059765* 7200-JOURNAL-ADD  -  A NEW ACCOUNT - EVERY FIELD IT OPENED WITH
059766*                      GOES ON THE JOURNAL, OLD VALUE BLANK.  THE
059767*                      BALANCE IS NOT JOURNALED - IT OPENS AT ZERO
059768*                      AND ONLY POSTING MOVES IT.
059769*-----------------------------------------------------------------
059770 7200-JOURNAL-ADD.
059771     MOVE 'A'               TO CJ-ACTION.
059772     MOVE SPACE             TO CJ-OLD-VALUE.
059773     MOVE 'AC-CUST-NO'      TO CJ-FIELD.
059774     MOVE AC-CUST-NO        TO CJ-NEW-VALUE.
059775     PERFORM 7400-JOURNAL-FIELD THRU 7400-EXIT.
059776     MOVE 'AC-CUST-NAME'    TO CJ-FIELD.
059777     MOVE AC-CUST-NAME      TO CJ-NEW-VALUE.
059778     PERFORM 7400-JOURNAL-FIELD THRU 7400-EXIT.
059779     MOVE 'AC-CUST-ADDR'    TO CJ-FIELD.
059780     MOVE AC-CUST-ADDR      TO CJ-NEW-VALUE.
059781     PERFORM 7400-JOURNAL-FIELD THRU 7400-EXIT.
059782     MOVE 'AC-STATUS'       TO CJ-FIELD.
059783     MOVE AC-STATUS         TO CJ-NEW-VALUE.
059784     PERFORM 7400-JOURNAL-FIELD THRU 7400-EXIT.
059785     MOVE 'AC-ACCT-TYPE'    TO CJ-FIELD.
059786     MOVE AC-ACCT-TYPE      TO CJ-NEW-VALUE.
059787     PERFORM 7400-JOURNAL-FIELD THRU 7400-EXIT.
059788     MOVE 'AC-OD-LIMIT'     TO CJ-FIELD.
059789     MOVE AC-OD-LIMIT       TO AM-JNL-AMT.
059790     MOVE AM-JNL-AMT        TO CJ-NEW-VALUE.
059791     PERFORM 7400-JOURNAL-FIELD THRU 7400-EXIT.
059792     MOVE 'AC-HOLD-SW'      TO CJ-FIELD.
059793     MOVE AC-HOLD-SW        TO CJ-NEW-VALUE.
059794     PERFORM 7400-JOURNAL-FIELD THRU 7400-EXIT.
059795 7200-EXIT.
059796     EXIT.
059797*-----------------------------------------------------------------
059798* 7300-JOURNAL-CHANGES  -  AN EXISTING ACCOUNT - ONE JOURNAL
059799*                          RECORD FOR EACH FIELD WHOSE VALUE
059800*                          ACTUALLY MOVED.  A FIELD REKEYED WITH
059801*                          THE VALUE ALREADY ON FILE IS NOT A
059802*                          CHANGE.
059803*-----------------------------------------------------------------
059804 7300-JOURNAL-CHANGES.
059805     MOVE 'C'               TO CJ-ACTION.
059806     IF AC-CUST-NO NOT = AM-OLD-CUST-NO
059807         MOVE 'AC-CUST-NO'  TO CJ-FIELD
059808         MOVE AM-OLD-CUST-NO TO CJ-OLD-VALUE
059809         MOVE AC-CUST-NO    TO CJ-NEW-VALUE
059810         PERFORM 7400-JOURNAL-FIELD THRU 7400-EXIT
059811     END-IF.
059812     IF AC-CUST-NAME NOT = AM-OLD-CUST-NAME
059813         MOVE 'AC-CUST-NAME' TO CJ-FIELD
059814         MOVE AM-OLD-CUST-NAME TO CJ-OLD-VALUE
059815         MOVE AC-CUST-NAME  TO CJ-NEW-VALUE
059816         PERFORM 7400-JOURNAL-FIELD THRU 7400-EXIT
059817     END-IF.
059818     IF AC-CUST-ADDR NOT = AM-OLD-CUST-ADDR
059819         MOVE 'AC-CUST-ADDR' TO CJ-FIELD
059820         MOVE AM-OLD-CUST-ADDR TO CJ-OLD-VALUE
059821         MOVE AC-CUST-ADDR  TO CJ-NEW-VALUE
059822         PERFORM 7400-JOURNAL-FIELD THRU 7400-EXIT
059823     END-IF.
059824     IF AC-STATUS NOT = AM-OLD-STATUS
059825         MOVE 'AC-STATUS'   TO CJ-FIELD
059826         MOVE AM-OLD-STATUS TO CJ-OLD-VALUE
059827         MOVE AC-STATUS     TO CJ-NEW-VALUE
059828         PERFORM 7400-JOURNAL-FIELD THRU 7400-EXIT
059829     END-IF.
059830     IF AC-ACCT-TYPE NOT = AM-OLD-ACCT-TYPE
059831         MOVE 'AC-ACCT-TYPE' TO CJ-FIELD
059832         MOVE AM-OLD-ACCT-TYPE TO CJ-OLD-VALUE
059833         MOVE AC-ACCT-TYPE  TO CJ-NEW-VALUE
059834         PERFORM 7400-JOURNAL-FIELD THRU 7400-EXIT
059835     END-IF.
059836     IF AC-OD-LIMIT NOT = AM-OLD-OD-LIMIT
059837         MOVE 'AC-OD-LIMIT' TO CJ-FIELD
059838         MOVE AM-OLD-OD-LIMIT TO AM-JNL-AMT
059839         MOVE AM-JNL-AMT    TO CJ-OLD-VALUE
059840         MOVE AC-OD-LIMIT   TO AM-JNL-AMT
059841         MOVE AM-JNL-AMT    TO CJ-NEW-VALUE
059842         PERFORM 7400-JOURNAL-FIELD THRU 7400-EXIT
059843     END-IF.
059844     IF AC-HOLD-SW NOT = AM-OLD-HOLD-SW
059845         MOVE 'AC-HOLD-SW'  TO CJ-FIELD
059846         MOVE AM-OLD-HOLD-SW TO CJ-OLD-VALUE
059847         MOVE AC-HOLD-SW    TO CJ-NEW-VALUE
059848         PERFORM 7400-JOURNAL-FIELD THRU 7400-EXIT
059849     END-IF.
059850 7300-EXIT.
059851     EXIT.
059852*-----------------------------------------------------------------
059853* 7400-JOURNAL-FIELD  -  WRITE ONE JOURNAL RECORD FOR THE FIELD
059854*                        THE CALLER SET UP.  THE SEQUENCE NUMBER
059855*                        RUNS ON FROM THE LAST RECORD WRITTEN, SO
059856*                        THE FIELDS OF ONE APPLY KEEP THEIR ORDER.
059857*                        ONCE A WRITE HAS FAILED NOTHING MORE IS
059858*                        TRIED - THE CALLER BACKS THE WHOLE UPDATE
059859*                        OUT.
059860*-----------------------------------------------------------------
059861 7400-JOURNAL-FIELD.
059862     IF AM-JNL-FAILED
059863         GO TO 7400-EXIT
059864     END-IF.
059865     MOVE 'N'               TO AM-JNL-DONE-SW.
059866     ADD 1                  TO CJ-CHG-SEQ.
059867     PERFORM 7500-TRY-JOURNAL-WRITE THRU 7500-EXIT
059868         UNTIL AM-JNL-DONE
059869            OR CJ-CHG-SEQ > 9998.
059870     IF NOT AM-JNL-DONE
059871         MOVE 'Y'           TO AM-JNL-FAIL-SW
059872     END-IF.
059873 7400-EXIT.
059874     EXIT.
059875*-----------------------------------------------------------------
059876* 7500-TRY-JOURNAL-WRITE  -  ONE WRITE ATTEMPT AT THE CURRENT
059877*                            SEQUENCE NUMBER.  DUPREC MEANS
059878*                            ANOTHER TASK TOOK THE NUMBER IN THE
059879*                            SAME SECOND - STEP TO THE NEXT AND
059880*                            LET THE CALLER LOOP.  ANY OTHER
059881*                            ABNORMAL RESP ENDS THE LOOP WITH THE
059882*                            DONE SWITCH STILL DOWN.
059883*-----------------------------------------------------------------
059884 7500-TRY-JOURNAL-WRITE.
059885     EXEC CICS WRITE FILE(AM-JNLFILE)
059886                     FROM(CJ-JOURNAL-RECORD)
059887                     RIDFLD(CJ-KEY)
059888                     KEYLENGTH(LENGTH OF CJ-KEY)
059889                     RESP(AM-RESP)
059890     END-EXEC.
059891     IF AM-RESP = DFHRESP(NORMAL)
059892         MOVE 'Y'           TO AM-JNL-DONE-SW
059893         GO TO 7500-EXIT
059894     END-IF.
059895     IF AM-RESP = DFHRESP(DUPREC)
059896         ADD 1              TO CJ-CHG-SEQ
059897     ELSE
059898         MOVE 9999          TO CJ-CHG-SEQ
059899     END-IF.
059900     MOVE DFHRESP(NORMAL)   TO AM-RESP.
059901 7500-EXIT.
059902     EXIT.
059903*-----------------------------------------------------------------
059904* 7900-JOURNAL-BACKOUT  -  THE MASTER WAS UPDATED BUT ITS JOURNAL
059905*                          COULD NOT BE WRITTEN - ROLL THE WHOLE
059906*                          UNIT BACK SO NO UNTRACED CHANGE STANDS.
059907*-----------------------------------------------------------------
059908 7900-JOURNAL-BACKOUT.
059909     EXEC CICS SYNCPOINT ROLLBACK
059910     END-EXEC.
059911     MOVE 'JOURNAL FILE ERROR - CHANGE BACKED OUT' TO ACMMSGO.
059912 7900-EXIT.
059913     EXIT.
059914*-----------------------------------------------------------------
059915* 9000-SEND-ERROR-SCREEN  -  A SEND MAP OR RETURN CAME BACK WITH
060000*                            AN ABNORMAL RESP - THE TERMINAL IS
060100*                            IN SOME BAD STATE.  TELL THE
060200*                            OPERATOR IN PLAIN TEXT AND END THE
