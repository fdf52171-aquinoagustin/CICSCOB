003700*                FUNCTION 01.  SAME COMMAREA PREFIX, AUDIT
003800*                TRAIL, SECFIL AND ERROR HANDLING CONVENTIONS
003900*                AS THE REST OF THE SUITE.
003906* 10/15/2026 RH  TRANSFER COLUMN ON THE ROW - A CICSXFR LEG
003912*                SHOWS "TO" OR "FROM" AND THE PARTNER ACCOUNT
003918*                SO BOTH HALVES OF A TRANSFER CAN BE TRACED.
003924*                ROWS WIDENED TO 78.
003930* 10/15/2026 RH  A CLEARING-HOUSE ITEM (SOURCE 'CLRH', POSTED BY
003936*                ACCTINB) SHOWS ITS TRACE NUMBER IN THE TRANSFER
003942*                COLUMN, SO A DISPUTED DEPOSIT OR DEBIT CAN BE
003948*                QUOTED BACK TO THE ORIGINATOR.
003954* 10/15/2026 RH  ROW 6 SHOWS THE ACCOUNT'S LEDGER BALANCE AND ITS
003960*                AVAILABLE BALANCE - LEDGER LESS THE ACTIVE AMOUNT
003966*                HOLDS ON AMTHLD (SEE HLDREC) PLUS THE OVERDRAFT
003972*                LIMIT, THE MOST A DEBIT CAN TAKE.  A HOLD FILE
003978*                ERROR BLANKS AVAILABLE AND SAYS SO RATHER THAN
003984*                SHOW A FIGURE TOO HIGH.
004000*-----------------------------------------------------------------
004100 ENVIRONMENT DIVISION.
004200*-----------------------------------------------------------------
009300 77  HS-TGT-DATE            PIC 9(08)  VALUE ZERO.
009400 77  HS-TGT-SEQ             PIC 9(04)  VALUE ZERO.
009500 77  HS-DATE-IN             PIC X(08)  VALUE SPACE.
009510 77  HS-HOLDFILE            PIC X(08)  VALUE 'AMTHLD'.
009520 77  HS-BDFILE              PIC X(08)  VALUE 'BDATE'.
009530 77  HS-TODAY               PIC 9(08)  VALUE ZERO.
009540 77  HS-HOLD-TOT            PIC S9(11)V99 COMP-3 VALUE ZERO.
009550 77  HS-AVAIL-BAL           PIC S9(11)V99 COMP-3 VALUE ZERO.
009560 77  HS-HOLD-DONE-SW        PIC X(01)  VALUE 'N'.
009570     88  HS-HOLD-DONE       VALUE 'Y'.
009572 77  HS-HOLD-FAIL-SW        PIC X(01)  VALUE 'N'.
009574     88  HS-HOLD-FAIL       VALUE 'Y'.
009580 77  HS-DISP-BAL            PIC -(11)9.99.
009600*-----------------------------------------------------------------
009700 01  HS-SWITCHES.
009800     02  HS-POS-MODE        PIC X(01)  VALUE 'F'.
013000     02  HS-LINE-BAL        PIC -(11)9.99.
013100     02  FILLER             PIC X(02)  VALUE SPACE.
013200     02  HS-LINE-REV        PIC X(01).
013220     02  FILLER             PIC X(01)  VALUE SPACE.
013230     02  HS-LINE-XFR.
013240         03  HS-LINE-XFR-DIR    PIC X(05).
013260         03  HS-LINE-XFR-ACCT   PIC X(10).
013270     02  HS-LINE-EXT        REDEFINES HS-LINE-XFR
013280                            PIC X(15).
013300 01  HS-LINE-OUT            PIC X(78)  VALUE SPACE.
013400     COPY CICSMSG REPLACING ==MS-ERRTEXT==    BY ==HS-ERRTEXT==
013500         ==MS-NOAUTHTEXT== BY ==HS-NOAUTHTEXT==.
013600*-----------------------------------------------------------------
013800* FIRST ENTRY FOR THE SIGNED-ON USERID'S FUNCTION AUTHORITY.
013900*-----------------------------------------------------------------
014000     COPY SECREC.
014009*-----------------------------------------------------------------
014018* AMOUNT HOLD RECORD (VSAM KSDS, FILE AMTHLD).  KEY IS ACCOUNT
014027* PLUS HOLD NUMBER - BROWSED TO TOTAL THE ACCOUNT'S ACTIVE HOLDS.
014036*-----------------------------------------------------------------
014045     COPY HLDREC.
014054*-----------------------------------------------------------------
014063* BUSINESS-DATE CONTROL RECORD (VSAM KSDS, FILE BDATE) - A HOLD
014072* PAST ITS EXPIRY ON THE BUSINESS DAY NO LONGER COUNTS.
014081*-----------------------------------------------------------------
014090     COPY BDTREC.
014100*-----------------------------------------------------------------
014200 LINKAGE SECTION.
014300*-----------------------------------------------------------------
051700         MOVE 'ACCOUNT NOT ON FILE - RE-ENTER' TO HSTMSGO
051800         MOVE ZERO          TO HS-PAGE-NO
051900         MOVE SPACE         TO HS-BRW-ACCT
051950         MOVE SPACE         TO HSTLBALO HSTABALO
052000         GO TO 3350-EXIT
052100     END-IF.
052200     IF HS-RESP NOT = DFHRESP(NORMAL)
052400                            TO HSTMSGO
052500         MOVE DFHRESP(NORMAL) TO HS-RESP
052600         MOVE ZERO          TO HS-PAGE-NO
052650         MOVE SPACE         TO HSTLBALO HSTABALO
052700         GO TO 3350-EXIT
052800     END-IF.
052900     MOVE AC-BALANCE        TO HS-RUN-BAL.
052910     MOVE AC-BALANCE        TO HS-DISP-BAL.
052920     MOVE HS-DISP-BAL       TO HSTLBALO.
052930     PERFORM 3360-TOTAL-HOLDS THRU 3360-EXIT.
052932*    AVAILABLE IS WHAT A DEBIT CAN STILL TAKE - LEDGER LESS
052934*    HOLDS, PLUS WHATEVER OVERDRAFT THE ACCOUNT IS ALLOWED.
052940     COMPUTE HS-AVAIL-BAL = AC-BALANCE - HS-HOLD-TOT
052945                          + AC-OD-LIMIT.
052950     MOVE HS-AVAIL-BAL      TO HS-DISP-BAL.
052960     MOVE HS-DISP-BAL       TO HSTABALO.
052970     IF HS-HOLD-FAIL
052980         MOVE SPACE         TO HSTABALO
052990     END-IF.
053000     MOVE 1                 TO HS-PAGE-NO.
053100     MOVE 'F'               TO HS-POS-MODE.
053200     PERFORM 4000-BUILD-PAGE THRU 4000-EXIT.
053210     IF HS-HOLD-FAIL
053220         MOVE 'HOLD FILE ERROR - AVAILABLE BALANCE NOT SHOWN'
053230                            TO HSTMSGO
053240     END-IF.
053300 3350-EXIT.
053400     EXIT.
053401*-----------------------------------------------------------------
053402* 3360-TOTAL-HOLDS  -  ADD UP THE ACTIVE AMOUNT HOLDS ON THE
053403*                      ACCOUNT IN AC-ACCT-NO INTO HS-HOLD-TOT.  A
053404*                      HOLD COUNTS WHILE IT IS 'A' AND ITS EXPIRY
053405*                      IS ZERO OR NOT BEFORE THE BDATE BUSINESS
053406*                      DAY - THE SAME RULE CICSPST POSTS BY.  WITH
053407*                      NO BUSINESS DATE EVERY 'A' HOLD COUNTS.
053408*                      NO HOLD RECORD FOR THE ACCOUNT MEANS NO
053409*                      HOLDS; ANY OTHER HOLD FILE ERROR SETS
053410*                      HS-HOLD-FAIL - THE TOTAL CANNOT BE TRUSTED.
053411*-----------------------------------------------------------------
053412 3360-TOTAL-HOLDS.
053413     MOVE ZERO              TO HS-HOLD-TOT HS-TODAY.
053414     MOVE 'N'               TO HS-HOLD-FAIL-SW.
053415     MOVE 'BUSDATE'         TO BD-KEY.
053416     EXEC CICS READ FILE(HS-BDFILE)
053417                    INTO(BD-CONTROL-RECORD)
053418                    RIDFLD(BD-KEY)
053419                    KEYLENGTH(LENGTH OF BD-KEY)
053420                    RESP(HS-RESP)
053421     END-EXEC.
053422     IF HS-RESP = DFHRESP(NORMAL)
053423        AND BD-BUSINESS-DATE NUMERIC
053424         MOVE BD-BUSINESS-DATE TO HS-TODAY
053425     END-IF.
053426     MOVE 'N'               TO HS-HOLD-DONE-SW.
053427     MOVE AC-ACCT-NO        TO HD-ACCT-NO.
053428     MOVE ZERO              TO HD-HOLD-NO.
053429     EXEC CICS STARTBR FILE(HS-HOLDFILE)
053430                       RIDFLD(HD-KEY)
053431                       KEYLENGTH(LENGTH OF HD-KEY)
053432                       GTEQ
053433                       RESP(HS-RESP)
053434     END-EXEC.
053435     IF HS-RESP = DFHRESP(NOTFND)
053436         MOVE DFHRESP(NORMAL) TO HS-RESP
053437         GO TO 3360-EXIT
053438     END-IF.
053439     IF HS-RESP NOT = DFHRESP(NORMAL)
053440         MOVE 'Y'           TO HS-HOLD-FAIL-SW
053441         MOVE DFHRESP(NORMAL) TO HS-RESP
053442         GO TO 3360-EXIT
053443     END-IF.
053444     PERFORM 3370-ADD-HOLD THRU 3370-EXIT
053445         UNTIL HS-HOLD-DONE.
053446     EXEC CICS ENDBR FILE(HS-HOLDFILE)
053447                     RESP(HS-RESP2)
053448     END-EXEC.
053449 3360-EXIT.
053450     EXIT.
053451*-----------------------------------------------------------------
053452* 3370-ADD-HOLD  -  READ THE NEXT HOLD AND ADD IT IN IF ACTIVE.
053453*-----------------------------------------------------------------
053454 3370-ADD-HOLD.
053455     EXEC CICS READNEXT FILE(HS-HOLDFILE)
053456                        INTO(HD-HOLD-RECORD)
053457                        RIDFLD(HD-KEY)
053458                        KEYLENGTH(LENGTH OF HD-KEY)
053459                        RESP(HS-RESP)
053460     END-EXEC.
053461     IF HS-RESP NOT = DFHRESP(NORMAL)
053462         IF HS-RESP NOT = DFHRESP(ENDFILE)
053463             MOVE 'Y'       TO HS-HOLD-FAIL-SW
053464         END-IF
053465         MOVE DFHRESP(NORMAL) TO HS-RESP
053466         MOVE 'Y'           TO HS-HOLD-DONE-SW
053467         GO TO 3370-EXIT
053468     END-IF.
053469     IF HD-ACCT-NO NOT = AC-ACCT-NO
053470         MOVE 'Y'           TO HS-HOLD-DONE-SW
053471         GO TO 3370-EXIT
053472     END-IF.
053473     IF HD-ACTIVE
053474        AND (HD-EXPIRY = ZERO OR HD-EXPIRY NOT < HS-TODAY)
053475         ADD HD-AMOUNT      TO HS-HOLD-TOT
053476     END-IF.
053477 3370-EXIT.
053478     EXIT.
053500*-----------------------------------------------------------------
053600* 4000-BUILD-PAGE  -  BROWSE THE HISTORY FILE BACKWARD AND FILL
053700*                     UP TO TEN ROWS, NEWEST FIRST.  HS-POS-MODE
072900     MOVE TH-USERID         TO HS-LINE-USER.
073000     MOVE HS-RUN-BAL        TO HS-LINE-BAL.
073100     MOVE TH-REV-FLAG       TO HS-LINE-REV.
073110     MOVE SPACE             TO HS-LINE-XFR-DIR HS-LINE-XFR-ACCT.
073120     IF TH-XFR-TO
073130         MOVE 'TO'          TO HS-LINE-XFR-DIR
073140         MOVE TH-XFR-ACCT   TO HS-LINE-XFR-ACCT
073150     END-IF.
073160     IF TH-XFR-FROM
073170         MOVE 'FROM'        TO HS-LINE-XFR-DIR
073180         MOVE TH-XFR-ACCT   TO HS-LINE-XFR-ACCT
073190     END-IF.
073192     IF TH-TERMID = 'CLRH'
073194         MOVE TH-EXT-TRACE  TO HS-LINE-EXT
073196     END-IF.
073200     MOVE HS-LINE           TO HS-LINE-OUT.
073300     MOVE HS-ROW-IX         TO HS-PUT-IX.
073400     PERFORM 4600-PUT-LINE THRU 4600-EXIT.
