003252*                THAN STAMPED OFF THE CLOCK IF THE CONTROL
003254*                RECORD CANNOT BE READ - A WRONG DATE IS WORSE
003256*                THAN A REFUSED POSTING.
003257* 10/15/2026 RH  A TRANSFER LEG (TH-XFR-FLAG 'T' OR 'F', WRITTEN
003258*                BY THE NEW CICSXFR TRANSFER FUNCTION) CANNOT BE
003259*                REVERSED HERE - BACKING OUT ONE LEG WOULD LEAVE
003260*                HALF A TRANSFER ON THE FILE.  A WRONG TRANSFER
003261*                IS PUT RIGHT WITH A TRANSFER BACK.  ORDINARY
003262*                POSTINGS AND REVERSALS NOW CLEAR THE NEW
003263*                TRANSFER CROSS-REFERENCE FIELDS.
003264* 10/15/2026 RH  A DEBIT (AND A REVERSAL THAT BACKS OUT A CREDIT)
003265*                IS NOW CHECKED AGAINST THE AVAILABLE BALANCE -
003266*                AC-BALANCE LESS THE ACCOUNT'S ACTIVE AMOUNT
003267*                HOLDS ON THE NEW AMTHLD FILE (SEE HLDREC) - PLUS
003268*                THE OVERDRAFT LIMIT, INSTEAD OF THE LEDGER
003269*                BALANCE ALONE.  CREDITS ARE NOT AFFECTED.
003270* 10/15/2026 RH  A POSTING TO A DORMANT ACCOUNT (AC-DORMANT, SET
003271*                BY THE MONTHLY ACCTDRM RUN) IS NO LONGER APPLIED
003272*                ON THE TELLER'S WORD ALONE - IT IS STAGED FOR A
003273*                SUPERVISOR'S OVERRIDE (PS-PEND-KIND 'P') THE SAME
003274*                WAY AS AN OVER-LIMIT POSTING, WITH BOTH USERIDS
003275*                ON THE HISTORY RECORD AND THE 'OV' AUDT ENTRY.
003276*                THE ACCOUNT ITSELF STAYS DORMANT UNTIL IT IS
003277*                REACTIVATED ON CICSACM.  REVERSALS KEEP SINGLE
003278*                APPROVAL, AS BEFORE.
003279* 10/15/2026 RH  A REVERSAL ON A DORMANT ACCOUNT NOW NEEDS THE
003280*                SUPERVISOR'S ID ON THE CONFIRMING PF5 AS WELL,
003281*                CHECKED BY THE OVERRIDE'S RULES (NOW SHARED IN
003282*                4580), STAMPED IN TH-OVR-USERID AND LOGGED AS AN
003283*                'OV' AUDT ENTRY.  THE DORMANT AND AVAILABLE-
003284*                BALANCE CHECKS MOVED TO 4550 FOR BOTH PATHS, AND
003285*                A HOLD FILE ERROR OTHER THAN NO RECORD NOW
003286*                REFUSES THE DEBIT INSTEAD OF COUNTING AS NO
003287*                HOLDS.
003288*-----------------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400*-----------------------------------------------------------------
003500 DATA DIVISION.
006500*-----------------------------------------------------------------
006600     COPY PSTCA.
007300*-----------------------------------------------------------------
007316* AMOUNT HOLD RECORD (VSAM KSDS, FILE AMTHLD) - BROWSED (NEVER
007332* UPDATED) TO TOTAL AN ACCOUNT'S ACTIVE HOLDS BEFORE A DEBIT.
007348*-----------------------------------------------------------------
007364     COPY HLDREC.
007380*-----------------------------------------------------------------
007400* STANDALONE WORK FIELDS.
007500*-----------------------------------------------------------------
007600 77  PS-MAPSET              PIC X(08)  VALUE 'CICSMS4'.
008300 77  PS-RESP2               PIC S9(08) COMP.
008400 77  PS-SECFILE             PIC X(08)  VALUE 'SECFIL'.
008500 77  PS-AMOUNT              PIC S9(9)V99 COMP-3 VALUE ZERO.
008600 77  PS-AMT-NUM             PIC 9(9)V99 VALUE ZERO.
008700 77  PS-DISP-BAL            PIC -(11)9.99.
008900 77  PS-TODAY               PIC 9(08) VALUE ZERO.
009132     02  PS-REV-MSG-AMT     PIC -(9)9.99.
009133     02  FILLER             PIC X(24)  VALUE
009134            ' - PRESS PF5 TO CONFIRM'.
009137*-----------------------------------------------------------------
009140* POSTING-CHECK FIELDS - AMOUNT HOLDS, AVAILABLE BALANCE AND THE
009143* SUPERVISOR CHECK (SEE 4550-4580).
009146*-----------------------------------------------------------------
009149 77  PS-HOLDFILE            PIC X(08)  VALUE 'AMTHLD'.
009152 77  PS-HOLD-TOT            PIC S9(11)V99 COMP-3 VALUE ZERO.
009155 77  PS-AVAIL-BAL           PIC S9(11)V99 COMP-3 VALUE ZERO.
009158 77  PS-HOLD-DONE-SW        PIC X(01)  VALUE 'N'.
009161     88  PS-HOLD-DONE       VALUE 'Y'.
009164 77  PS-HOLD-FAIL-SW        PIC X(01)  VALUE 'N'.
009167     88  PS-HOLD-FAIL       VALUE 'Y'.
009170 77  PS-SUPV-OK-SW          PIC X(01)  VALUE 'N'.
009173     88  PS-SUPV-OK         VALUE 'Y'.
009176 77  PS-POSTABLE-SW         PIC X(01)  VALUE 'N'.
009179     88  PS-POSTABLE        VALUE 'Y'.
009182 77  PS-STAGED-SW           PIC X(01)  VALUE 'N'.
009185     88  PS-STAGED          VALUE 'Y'.
009188 77  PS-REV-APPLY-SW        PIC X(01)  VALUE 'N'.
009191     88  PS-REV-APPLY       VALUE 'Y'.
009200     COPY CICSMSG REPLACING ==MS-ERRTEXT==    BY ==PS-ERRTEXT==
009300         ==MS-NOAUTHTEXT== BY ==PS-NOAUTHTEXT==.
009400*-----------------------------------------------------------------
035620                            TO PSTMSGO
035670         GO TO 4500-EXIT
035720     END-IF.
035730     IF TH-XFR-TO OR TH-XFR-FROM
035740         MOVE 'TRANSFER LEG - REVERSE IT WITH A TRANSFER BACK'
035750                            TO PSTMSGO
035760         GO TO 4500-EXIT
035765     END-IF.
035770     MOVE PSTACCTI          TO AC-ACCT-NO.
035820     EXEC CICS READ FILE(PS-ACCTFILE)
035870                    INTO(AC-ACCOUNT-RECORD)
037320     MOVE PS-REV-MSG        TO PSTMSGO.
037370 4500-EXIT.
037420     EXIT.
037424*-----------------------------------------------------------------
037428* 4550-CHECK-POSTABLE  -  THE ACCOUNT IS IN AC-ACCOUNT-RECORD,
037432*                         READ FOR UPDATE, AND HAS PASSED THE
037436*                         CLOSED AND POSTING-HOLD CHECKS.
037440*                         PS-POST-CODE AND PS-AMOUNT SAY WHAT IS
037442*                         TO MOVE.  PS-POSTABLE SAYS GO AHEAD.
037444*                         OTHERWISE THE RECORD HAS BEEN UNLOCKED,
037448*                         THE MESSAGE SAYS WHY, AND PS-STAGED
037452*                         SAYS THE WORK IS WAITING ON A
037456*                         SUPERVISOR RATHER THAN REFUSED.
037460*                         SHARED BY 4700 AND BY THE REVERSAL
037464*                         APPLY (6000, PS-REV-APPLY).
037468*-----------------------------------------------------------------
037472 4550-CHECK-POSTABLE.
037476     MOVE 'N'               TO PS-POSTABLE-SW PS-STAGED-SW.
037480*    A DORMANT ACCOUNT IS WHERE FRAUD ON FORGOTTEN MONEY
037484*    HAPPENS - A POSTING TO ONE IS STAGED FOR A SUPERVISOR'S
037488*    PF5 EXACTLY AS AN OVER-LIMIT ONE IS, AND GOES THROUGH ONLY
037492*    WHEN PS-OVR-ID SAYS SOMEBODY APPROVED IT.  A REVERSAL IS
037496*    ALREADY STAGED - ITS CONFIRMING PF5 MUST CARRY THE
037500*    SUPERVISOR'S ID.  THE ACCOUNT STAYS DORMANT - ONLY CICSACM
037504*    REACTIVATES.
037508     IF AC-DORMANT AND PS-REV-APPLY
037512         MOVE PSTOVRUI      TO PS-OVR-ID
037516         INSPECT PS-OVR-ID REPLACING ALL LOW-VALUE BY SPACE
037520         IF PS-OVR-ID NOT = SPACE
037524             PERFORM 4580-CHECK-SUPERVISOR THRU 4580-EXIT
037528             IF NOT PS-SUPV-OK
037532                 MOVE SPACE TO PS-OVR-ID
037536                 GO TO 4550-KEEP-STAGED
037540             END-IF
037544         END-IF
037548     END-IF.
037552     IF AC-DORMANT AND PS-OVR-ID = SPACE
037556         IF NOT PS-REV-APPLY
037560             MOVE 'Y'       TO PS-PEND-SW
037564             MOVE 'P'       TO PS-PEND-KIND
037568             MOVE PS-POST-ACCT TO PS-PEND-ACCT
037572             MOVE ZERO      TO PS-PEND-DATE PS-PEND-SEQ
037576             MOVE PS-POST-CODE TO PS-PEND-CODE
037580             MOVE PS-AMOUNT TO PS-PEND-AMT
037584         END-IF
037588         MOVE 'ACCOUNT IS DORMANT - SUPERVISOR KEYS SUPV ID + PF5'
037592                            TO PSTMSGO
037596         GO TO 4550-KEEP-STAGED
037600     END-IF.
037604*    A DEBIT MUST FIT THE AVAILABLE BALANCE - LEDGER LESS ACTIVE
037608*    HOLDS PLUS THE ACCOUNT'S OWN OVERDRAFT LIMIT, THE FIGURE
037612*    CICSCOB SHOWS.  A HOLD FILE THAT CANNOT BE READ REFUSES THE
037616*    DEBIT - A SHORT HOLD TOTAL WOULD LET HELD MONEY GO OUT.
037620     IF PS-POST-CODE = 'D'
037624         PERFORM 4560-TOTAL-HOLDS THRU 4560-EXIT
037628         IF PS-HOLD-FAIL
037632             MOVE 'HOLD FILE ERROR - NOTHING POSTED' TO PSTMSGO
037636             GO TO 4550-REFUSE
037640         END-IF
037644         SUBTRACT PS-AMOUNT PS-HOLD-TOT FROM AC-BALANCE
037648             GIVING PS-AVAIL-BAL
037652         IF PS-AVAIL-BAL < ZERO
037656            AND PS-AVAIL-BAL + AC-OD-LIMIT < ZERO
037660             MOVE 'DEBIT WOULD BREACH OVERDRAFT LIMIT - REFUSED'
037664                            TO PSTMSGO
037668             IF PS-HOLD-TOT > ZERO
037672                 MOVE 'DEBIT EXCEEDS AVAILABLE BALANCE - REFUSED'
037676                            TO PSTMSGO
037680             END-IF
037684             GO TO 4550-REFUSE
037688         END-IF
037692     END-IF.
037696     MOVE 'Y'               TO PS-POSTABLE-SW.
037700     GO TO 4550-EXIT.
037704 4550-KEEP-STAGED.
037708     MOVE 'Y'               TO PS-STAGED-SW.
037712 4550-REFUSE.
037716     EXEC CICS UNLOCK FILE(PS-ACCTFILE)
037720     END-EXEC.
037724 4550-EXIT.
037728     EXIT.
037732*-----------------------------------------------------------------
037736* 4560-TOTAL-HOLDS  -  ADD UP THE ACTIVE AMOUNT HOLDS ON THE
037740*                      ACCOUNT IN AC-ACCT-NO INTO PS-HOLD-TOT.  A
037744*                      HOLD COUNTS WHILE IT IS 'A' AND ITS EXPIRY
037748*                      IS ZERO OR NOT BEFORE THE BUSINESS DAY.
037752*                      WITH NO BUSINESS DATE EVERY 'A' HOLD
037756*                      COUNTS - THE POSTING IS REFUSED LATER FOR
037760*                      THE MISSING DATE ANYWAY.  NO HOLD FILE
037764*                      RECORD FOR THE ACCOUNT MEANS NO HOLDS;
037768*                      ANY OTHER HOLD FILE ERROR SETS
037772*                      PS-HOLD-FAIL AND THE CALLER REFUSES THE
037776*                      POSTING RATHER THAN TRUST A SHORT TOTAL.
037780*-----------------------------------------------------------------
037784 4560-TOTAL-HOLDS.
037788     MOVE ZERO              TO PS-HOLD-TOT.
037792     MOVE 'N'               TO PS-HOLD-FAIL-SW.
037796     PERFORM 1700-GET-BUSINESS-DATE THRU 1700-EXIT.
037800     IF NOT PS-BDATE-OK
037804         MOVE ZERO          TO PS-TODAY
037808     END-IF.
037812     MOVE 'N'               TO PS-HOLD-DONE-SW.
037816     MOVE AC-ACCT-NO        TO HD-ACCT-NO.
037820     MOVE ZERO              TO HD-HOLD-NO.
037824     EXEC CICS STARTBR FILE(PS-HOLDFILE)
037828                       RIDFLD(HD-KEY)
037832                       KEYLENGTH(LENGTH OF HD-KEY)
037836                       GTEQ
037840                       RESP(PS-RESP)
037844     END-EXEC.
037848     IF PS-RESP = DFHRESP(NOTFND)
037852         MOVE DFHRESP(NORMAL) TO PS-RESP
037856         GO TO 4560-EXIT
037860     END-IF.
037864     IF PS-RESP NOT = DFHRESP(NORMAL)
037868         MOVE 'Y'           TO PS-HOLD-FAIL-SW
037872         MOVE DFHRESP(NORMAL) TO PS-RESP
037876         GO TO 4560-EXIT
037880     END-IF.
037884     PERFORM 4570-ADD-HOLD THRU 4570-EXIT
037888         UNTIL PS-HOLD-DONE.
037892     EXEC CICS ENDBR FILE(PS-HOLDFILE)
037896                     RESP(PS-RESP2)
037900     END-EXEC.
037904 4560-EXIT.
037908     EXIT.
037912*-----------------------------------------------------------------
037916* 4570-ADD-HOLD  -  READ THE NEXT HOLD AND ADD IT IN IF ACTIVE.
037920*-----------------------------------------------------------------
037924 4570-ADD-HOLD.
037928     EXEC CICS READNEXT FILE(PS-HOLDFILE)
037932                        INTO(HD-HOLD-RECORD)
037936                        RIDFLD(HD-KEY)
037940                        KEYLENGTH(LENGTH OF HD-KEY)
037944                        RESP(PS-RESP)
037948     END-EXEC.
037952     IF PS-RESP NOT = DFHRESP(NORMAL)
037956         IF PS-RESP NOT = DFHRESP(ENDFILE)
037960             MOVE 'Y'       TO PS-HOLD-FAIL-SW
037964         END-IF
037968         MOVE DFHRESP(NORMAL) TO PS-RESP
037972         MOVE 'Y'           TO PS-HOLD-DONE-SW
037976         GO TO 4570-EXIT
037980     END-IF.
037984     IF HD-ACCT-NO NOT = AC-ACCT-NO
037988         MOVE 'Y'           TO PS-HOLD-DONE-SW
037992         GO TO 4570-EXIT
037996     END-IF.
038000     IF HD-ACTIVE
038004        AND (HD-EXPIRY = ZERO OR HD-EXPIRY NOT < PS-TODAY)
038008         ADD HD-AMOUNT      TO PS-HOLD-TOT
038012     END-IF.
038016 4570-EXIT.
038020     EXIT.
038024*-----------------------------------------------------------------
038028* 4580-CHECK-SUPERVISOR  -  THE SUPERVISOR IN PS-OVR-ID MUST BE
038032*                           A DIFFERENT OPERATOR, ON SECFIL,
038036*                           CLEARED FOR POSTING, WITH A LIMIT
038040*                           THAT COVERS PS-AMOUNT.  PS-SUPV-OK
038044*                           SAYS WHETHER THEY PASSED; A FAILED
038048*                           CHECK HAS ALREADY SAID WHY.  SHARED
038052*                           BY THE OVERRIDE (6500) AND THE
038056*                           DORMANT-ACCOUNT REVERSAL (4550).
038060*-----------------------------------------------------------------
038064 4580-CHECK-SUPERVISOR.
038068     MOVE 'N'               TO PS-SUPV-OK-SW.
038072     IF PS-OVR-ID = PS-USERID
038076         MOVE 'OVERRIDE MUST COME FROM ANOTHER OPERATOR'
038080                            TO PSTMSGO
038084         GO TO 4580-EXIT
038088     END-IF.
038092     MOVE PS-OVR-ID         TO SC-USERID.
038096     EXEC CICS READ FILE(PS-SECFILE)
038100                    INTO(SC-SECURITY-RECORD)
038104                    RIDFLD(SC-USERID)
038108                    KEYLENGTH(LENGTH OF SC-USERID)
038112                    RESP(PS-RESP)
038116     END-EXEC.
038120     IF PS-RESP = DFHRESP(NOTFND)
038124         MOVE 'SUPERVISOR NOT ON SECURITY FILE - REFUSED'
038128                            TO PSTMSGO
038132         GO TO 4580-EXIT
038136     END-IF.
038140     IF PS-RESP NOT = DFHRESP(NORMAL)
038144         MOVE 'FILE ERROR ON SECURITY FILE - TRY AGAIN'
038148                            TO PSTMSGO
038152         GO TO 4580-EXIT
038156     END-IF.
038160     IF NOT SC-PST-ALLOWED
038164         MOVE 'SUPERVISOR HAS NO POSTING AUTHORITY - REFUSED'
038168                            TO PSTMSGO
038172         GO TO 4580-EXIT
038176     END-IF.
038180     MOVE ZERO              TO PS-SUP-LIMIT.
038184     IF SC-PST-LIMIT NUMERIC
038188         MOVE SC-PST-LIMIT  TO PS-SUP-LIMIT
038192     END-IF.
038196     IF PS-AMOUNT > PS-SUP-LIMIT
038200         MOVE 'AMOUNT EXCEEDS SUPERVISOR LIMIT TOO - REFUSED'
038204                            TO PSTMSGO
038208         GO TO 4580-EXIT
038212     END-IF.
038216     MOVE 'Y'               TO PS-SUPV-OK-SW.
038220 4580-EXIT.
038224     EXIT.
038301*-----------------------------------------------------------------
038302* 4600-CHECK-OPR-LIMIT  -  READ THE OPERATOR'S OWN SECURITY
038303*                          RECORD FOR THE PER-POSTING LIMIT.
038375                            TO PSTMSGO
038376         GO TO 4700-EXIT
038377     END-IF.
038379*    A DORMANT ACCOUNT WAITS FOR A SUPERVISOR'S PF5 AND A DEBIT
038381*    MUST FIT THE AVAILABLE BALANCE - SEE 4550.
038383     PERFORM 4550-CHECK-POSTABLE THRU 4550-EXIT.
038385     IF NOT PS-POSTABLE
038387         GO TO 4700-EXIT
038390     END-IF.
038391     IF PS-POST-CODE = 'D'
038392         SUBTRACT PS-AMOUNT FROM AC-BALANCE
040640     MOVE SPACE             TO TH-REV-FLAG.
040650     MOVE ZERO              TO TH-REV-DATE.
040660     MOVE ZERO              TO TH-REV-SEQ.
040670     MOVE SPACE             TO TH-XFR-FLAG.
040680     MOVE ZERO              TO TH-XFR-SEQ.
040700     PERFORM 5100-TRY-HISTORY-WRITE THRU 5100-EXIT
040800         UNTIL PS-HIST-DONE
040900            OR TH-POST-SEQ > 9998.
043828*-----------------------------------------------------------------
043830 6000-APPLY-REVERSAL.
043832     MOVE 'RA'              TO PS-LAST-ACTION.
043833     MOVE 'Y'               TO PS-REV-APPLY-SW.
043834     MOVE PS-PEND-ACCT      TO PSTACCTO.
043835     MOVE SPACE             TO PS-OVR-ID.
043836     MOVE PS-PEND-ACCT      TO TH-ACCT-NO.
043838     MOVE PS-PEND-DATE      TO TH-POST-DATE.
043840     MOVE PS-PEND-SEQ       TO TH-POST-SEQ.
043872     END-IF.
043874     IF TH-WAS-REVERSED OR TH-IS-REVERSAL
043876         MOVE 'POSTING ALREADY REVERSED - NOTHING APPLIED'
043877                            TO PSTMSGO
043878         GO TO 6090-CLEANUP
043879     END-IF.
043880     IF TH-XFR-TO OR TH-XFR-FROM
043881         MOVE 'TRANSFER LEG - REVERSE IT WITH A TRANSFER BACK'
043882                            TO PSTMSGO
043883         GO TO 6090-CLEANUP
043884     END-IF.
043885     MOVE TH-AMOUNT         TO PS-AMOUNT.
043886     IF TH-DEBIT
043888         MOVE 'C'           TO PS-PEND-CODE
043890     ELSE
043944                            TO PSTMSGO
043946         GO TO 6090-CLEANUP
043948     END-IF.
043949*    A REVERSAL IS A POSTING TOO - A HELD ACCOUNT REFUSES IT, A
043950*    DORMANT ONE WANTS A SUPERVISOR, AND BACKING OUT A CREDIT IS
043951*    A DEBIT THAT MUST FIT THE AVAILABLE BALANCE (SEE 4550).
043952     IF AC-ON-HOLD
043953         EXEC CICS UNLOCK FILE(PS-ACCTFILE)
043954         END-EXEC
043956                            TO PSTMSGO
043957         GO TO 6090-CLEANUP
043958     END-IF.
043959     MOVE PS-PEND-CODE      TO PS-POST-CODE.
043960     PERFORM 4550-CHECK-POSTABLE THRU 4550-EXIT.
043961     IF PS-STAGED
043962         GO TO 6000-EXIT
043963     END-IF.
043964     IF NOT PS-POSTABLE
043965         GO TO 6090-CLEANUP
043969     END-IF.
043970*    THE ORIGINAL MOVED THE MONEY ONE WAY - MOVE IT BACK.
043971     IF TH-DEBIT
044014     MOVE AC-BALANCE        TO PS-DISP-BAL.
044016     MOVE PS-DISP-BAL       TO PSTBALO.
044018     MOVE 'REVERSAL POSTED' TO PSTMSGO.
044019     IF PS-OVR-ID NOT = SPACE
044020         PERFORM 1600-WRITE-OVERRIDE-AUDIT THRU 1600-EXIT
044021     END-IF.
044022*    THE STAGED ACCOUNT STAYS PUT FOR THE AUDIT TRAIL WRITE AT
044023*    END OF TASK - ONLY THE SWITCH AND KIND COME DOWN, SAME AS
044024*    CICSACM'S APPLY.
044025 6090-CLEANUP.
044026     MOVE 'N'               TO PS-PEND-SW.
044027     MOVE SPACE             TO PS-PEND-KIND.
044030 6000-EXIT.
044032     EXIT.
044034*-----------------------------------------------------------------
044076     MOVE PS-AMOUNT         TO TH-AMOUNT.
044078     MOVE PS-USERID         TO TH-USERID.
044080     MOVE EIBTRMID          TO TH-TERMID.
044081     MOVE PS-OVR-ID         TO TH-OVR-USERID.
044082     MOVE 'R'               TO TH-REV-FLAG.
044084     MOVE PS-PEND-DATE      TO TH-REV-DATE.
044086     MOVE PS-PEND-SEQ       TO TH-REV-SEQ.
044087     MOVE ZERO              TO TH-XFR-SEQ.
044088     PERFORM 5100-TRY-HISTORY-WRITE THRU 5100-EXIT
044090         UNTIL PS-HIST-DONE
044092            OR TH-POST-SEQ > 9998.
044220                            TO PSTMSGO
044222         GO TO 6500-EXIT
044224     END-IF.
044288     MOVE PS-PEND-AMT       TO PS-AMOUNT.
044290     PERFORM 4580-CHECK-SUPERVISOR THRU 4580-EXIT.
044292     IF NOT PS-SUPV-OK
044296         GO TO 6500-EXIT
044298     END-IF.
044300     MOVE PS-PEND-ACCT      TO PS-POST-ACCT.
