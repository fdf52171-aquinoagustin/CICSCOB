002789*                (SWITCH LEFT DOWN - THE FIELD IS INERT
002790*                EVERYWHERE UNTIL THE SWITCH COMES UP) AND PF4
002791*                RAISES THE SWITCH AND HANDS IT ACROSS.
002792* 10/15/2026 RH  THE INQUIRY NOW SHOWS THE LEDGER BALANCE, THE
002793*                ACTIVE AMOUNT HOLDS (AMTHLD, SEE HLDREC) AND THE
002794*                AVAILABLE BALANCE - LEDGER LESS HOLDS PLUS THE
002795*                OVERDRAFT LIMIT, THE MOST A DEBIT CAN TAKE.  A
002796*                HOLD FILE ERROR BLANKS HOLDS AND AVAILABLE AND
002797*                SAYS SO RATHER THAN SHOW A FIGURE TOO HIGH.
002700*-----------------------------------------------------------------
002800 ENVIRONMENT DIVISION.
002900*-----------------------------------------------------------------
006150 77  CB-AUDITQ              PIC X(04)  VALUE 'AUDT'.
006200 77  CB-CALEN               PIC S9(04) COMP.
006300 77  CB-DISP-BAL            PIC -(11)9.99.
006302 77  CB-HOLD-TOT            PIC S9(11)V99 COMP-3 VALUE ZERO.
006304 77  CB-AVAIL-BAL           PIC S9(11)V99 COMP-3 VALUE ZERO.
006306 77  CB-TODAY               PIC 9(08)  VALUE ZERO.
006310 77  CB-RESP                PIC S9(08) COMP.
006320 77  CB-RESP2               PIC S9(08) COMP.
006322 77  CB-SECFILE             PIC X(08)  VALUE 'SECFIL'.
006323 77  CB-HOLDFILE            PIC X(08)  VALUE 'AMTHLD'.
006324 77  CB-BDFILE              PIC X(08)  VALUE 'BDATE'.
006325 77  CB-HOLD-DONE-SW        PIC X(01)  VALUE 'N'.
006326     88  CB-HOLD-DONE       VALUE 'Y'.
006327 77  CB-HOLD-FAIL-SW        PIC X(01)  VALUE 'N'.
006328     88  CB-HOLD-FAIL       VALUE 'Y'.
006330     COPY CICSMSG REPLACING ==MS-ERRTEXT==    BY ==CB-ERRTEXT==
006332         ==MS-NOAUTHTEXT== BY ==CB-NOAUTHTEXT==.
006335*-----------------------------------------------------------------
006339* FIRST ENTRY FOR THE SIGNED-ON USERID'S FUNCTION AUTHORITY.
006341*-----------------------------------------------------------------
006343     COPY SECREC.
006383*-----------------------------------------------------------------
006423* AMOUNT HOLD RECORD (VSAM KSDS, FILE AMTHLD).  KEY IS ACCOUNT
006463* PLUS HOLD NUMBER - BROWSED TO TOTAL THE ACCOUNT'S ACTIVE HOLDS.
006503*-----------------------------------------------------------------
006543     COPY HLDREC.
006583*-----------------------------------------------------------------
006623* BUSINESS-DATE CONTROL RECORD (VSAM KSDS, FILE BDATE) - A HOLD
006663* PAST ITS EXPIRY ON THE BUSINESS DAY NO LONGER COUNTS.
006703*-----------------------------------------------------------------
006743     COPY BDTREC.
006800*-----------------------------------------------------------------
006900 LINKAGE SECTION.
007000*-----------------------------------------------------------------
014800*-----------------------------------------------------------------
014900* 4000-ACCOUNT-INQUIRY  -  READ THE VSAM ACCOUNT MASTER FOR THE
015000*                          KEYED ACCOUNT NUMBER AND DISPLAY THE
015100*                          CUSTOMER NAME, LEDGER BALANCE, ACTIVE
015110*                          HOLDS AND AVAILABLE BALANCE.
015200*-----------------------------------------------------------------
015300 4000-ACCOUNT-INQUIRY.
015400     MOVE '01'              TO CB-LAST-ACTION.
016600     MOVE AC-CUST-NAME      TO MSGNAMEO.
016700     MOVE AC-BALANCE        TO CB-DISP-BAL.
016800     MOVE CB-DISP-BAL       TO MSGBALO.
016802     PERFORM 4100-TOTAL-HOLDS THRU 4100-EXIT.
016804     MOVE CB-HOLD-TOT       TO CB-DISP-BAL.
016806     MOVE CB-DISP-BAL       TO MSGHLDO.
016807*    AVAILABLE IS WHAT A DEBIT CAN STILL TAKE - LEDGER LESS
016808*    HOLDS, PLUS WHATEVER OVERDRAFT THE ACCOUNT IS ALLOWED.
016809     COMPUTE CB-AVAIL-BAL = AC-BALANCE - CB-HOLD-TOT
016810                          + AC-OD-LIMIT.
016811     MOVE CB-AVAIL-BAL      TO CB-DISP-BAL.
016812     MOVE CB-DISP-BAL       TO MSGAVLO.
016820*    PARK THE ACCOUNT FOR A LATER PF4 (HISTORY) - THE PICK
016840*    SWITCH STAYS DOWN SO NOTHING ELSE ACTS ON IT.
016860     MOVE AC-ACCT-NO        TO CB-PICK-ACCT.
016900     MOVE 'ACCOUNT RETRIEVED SUCCESSFULLY' TO MSGMSGO.
016910     IF CB-HOLD-FAIL
016920         MOVE SPACE         TO MSGHLDO MSGAVLO
016930         MOVE 'HOLD FILE ERROR - AVAILABLE BALANCE NOT SHOWN'
016940                            TO MSGMSGO
016950     END-IF.
017000     GO TO 4000-EXIT.
017100 4050-NOT-FOUND.
017200     MOVE SPACE             TO MSGNAMEO MSGBALO MSGHLDO
017210                               MSGAVLO.
017300     MOVE 'ACCOUNT NOT ON FILE - RE-ENTER' TO MSGMSGO.
017400 4000-EXIT.
017500     EXIT.
017501*-----------------------------------------------------------------
017502* 4100-TOTAL-HOLDS  -  ADD UP THE ACTIVE AMOUNT HOLDS ON THE
017503*                      ACCOUNT IN AC-ACCT-NO INTO CB-HOLD-TOT.  A
017504*                      HOLD COUNTS WHILE IT IS 'A' AND ITS EXPIRY
017505*                      IS ZERO OR NOT BEFORE THE BDATE BUSINESS
017506*                      DAY - THE SAME RULE CICSPST POSTS BY.  WITH
017507*                      NO BUSINESS DATE EVERY 'A' HOLD COUNTS.
017508*                      NO HOLD RECORD FOR THE ACCOUNT MEANS NO
017509*                      HOLDS; ANY OTHER HOLD FILE ERROR SETS
017510*                      CB-HOLD-FAIL - THE TOTAL CANNOT BE TRUSTED.
017511*-----------------------------------------------------------------
017512 4100-TOTAL-HOLDS.
017513     MOVE ZERO              TO CB-HOLD-TOT CB-TODAY.
017514     MOVE 'N'               TO CB-HOLD-FAIL-SW.
017515     MOVE 'BUSDATE'         TO BD-KEY.
017516     EXEC CICS READ FILE(CB-BDFILE)
017517                    INTO(BD-CONTROL-RECORD)
017518                    RIDFLD(BD-KEY)
017519                    KEYLENGTH(LENGTH OF BD-KEY)
017520                    RESP(CB-RESP)
017521     END-EXEC.
017522     IF CB-RESP = DFHRESP(NORMAL)
017523        AND BD-BUSINESS-DATE NUMERIC
017524         MOVE BD-BUSINESS-DATE TO CB-TODAY
017525     END-IF.
017526     MOVE 'N'               TO CB-HOLD-DONE-SW.
017527     MOVE AC-ACCT-NO        TO HD-ACCT-NO.
017528     MOVE ZERO              TO HD-HOLD-NO.
017529     EXEC CICS STARTBR FILE(CB-HOLDFILE)
017530                       RIDFLD(HD-KEY)
017531                       KEYLENGTH(LENGTH OF HD-KEY)
017532                       GTEQ
017533                       RESP(CB-RESP)
017534     END-EXEC.
017535     IF CB-RESP = DFHRESP(NOTFND)
017536         MOVE DFHRESP(NORMAL) TO CB-RESP
017537         GO TO 4100-EXIT
017538     END-IF.
017539     IF CB-RESP NOT = DFHRESP(NORMAL)
017540         MOVE 'Y'           TO CB-HOLD-FAIL-SW
017541         MOVE DFHRESP(NORMAL) TO CB-RESP
017542         GO TO 4100-EXIT
017543     END-IF.
017544     PERFORM 4110-ADD-HOLD THRU 4110-EXIT
017545         UNTIL CB-HOLD-DONE.
017546     EXEC CICS ENDBR FILE(CB-HOLDFILE)
017547                     RESP(CB-RESP2)
017548     END-EXEC.
017549 4100-EXIT.
017550     EXIT.
017551*-----------------------------------------------------------------
017552* 4110-ADD-HOLD  -  READ THE NEXT HOLD AND ADD IT IN IF ACTIVE.
017553*-----------------------------------------------------------------
017554 4110-ADD-HOLD.
017555     EXEC CICS READNEXT FILE(CB-HOLDFILE)
017556                        INTO(HD-HOLD-RECORD)
017557                        RIDFLD(HD-KEY)
017558                        KEYLENGTH(LENGTH OF HD-KEY)
017559                        RESP(CB-RESP)
017560     END-EXEC.
017561     IF CB-RESP NOT = DFHRESP(NORMAL)
017562         IF CB-RESP NOT = DFHRESP(ENDFILE)
017563             MOVE 'Y'       TO CB-HOLD-FAIL-SW
017564         END-IF
017565         MOVE DFHRESP(NORMAL) TO CB-RESP
017566         MOVE 'Y'           TO CB-HOLD-DONE-SW
017567         GO TO 4110-EXIT
017568     END-IF.
017569     IF HD-ACCT-NO NOT = AC-ACCT-NO
017570         MOVE 'Y'           TO CB-HOLD-DONE-SW
017571         GO TO 4110-EXIT
017572     END-IF.
017573     IF HD-ACTIVE
017574        AND (HD-EXPIRY = ZERO OR HD-EXPIRY NOT < CB-TODAY)
017575         ADD HD-AMOUNT      TO CB-HOLD-TOT
017576     END-IF.
017577 4110-EXIT.
017578     EXIT.
017600*-----------------------------------------------------------------
017700* 9000-SEND-ERROR-SCREEN  -  A SEND MAP OR RETURN CAME BACK WITH
017710*                            AN ABNORMAL RESP - THE TERMINAL IS
