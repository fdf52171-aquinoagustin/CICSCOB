001762*                SHORTCUT.  UNGATED AT THE MENU; THE SCREEN
001763*                GATES VIEWS ON THE INQUIRY SWITCH AND
001764*                ADD/CHANGE ON THE MAINTENANCE SWITCH.
001765* 10/15/2026 RH  THE OPTION FIELD IS TWO DIGITS NOW (CM-OPT
001766*                NORMALIZES '1', ' 1' AND '01' ALIKE) AND
001767*                OPTION 10 - ACCOUNT TRANSFER (NEW PROGRAM
001768*                CICSXFR, TRANSACTION CICX) - IS ADDED, GATED ON
001769*                THE POSTING SWITCH LIKE OPTION 4.  NO PF
001770*                SHORTCUT PAST PF8.
001771* 10/15/2026 RH  OPTION 11 - STANDING ORDERS (NEW PROGRAM CICSSOM,
001772*                TRANSACTION CICO) - IS ADDED, GATED ON THE
001773*                MAINTENANCE SWITCH LIKE OPTION 2.
001774* 10/15/2026 RH  OPTION 12 - AMOUNT HOLDS (NEW PROGRAM CICSHLD,
001775*                TRANSACTION CICL) - IS ADDED, UNGATED AT THE
001776*                MENU LIKE OPTION 7; THE SCREEN GATES VIEWS ON
001777*                THE INQUIRY SWITCH AND PLACE/RELEASE ON THE
001778*                MAINTENANCE SWITCH.
001779* 10/15/2026 RH  OPTION 13 - CHANGE JOURNAL (NEW PROGRAM
001780*                CICSJRN, TRANSACTION CICJ) - IS ADDED, GATED
001781*                ON THE ADMIN SWITCH LIKE OPTION 6.
001782* 10/15/2026 RH  OPTION 14 - TELLER SETTLEMENT (NEW PROGRAM
001783*                CICSSTL, TRANSACTION CICT) - IS ADDED, GATED ON
001784*                THE POSTING SWITCH LIKE OPTION 4.
001700*-----------------------------------------------------------------
001800 ENVIRONMENT DIVISION.
001900*-----------------------------------------------------------------
003900 77  CM-RESP                PIC S9(08) COMP.
004000 77  CM-RESP2               PIC S9(08) COMP.
004050 77  CM-SECFILE             PIC X(08)  VALUE 'SECFIL'.
004070 77  CM-OPT                 PIC X(02)  VALUE SPACE.
004100     COPY CICSMSG REPLACING ==MS-ERRTEXT==    BY ==CM-ERRTEXT==
004110         ==MS-NOAUTHTEXT== BY ==CM-NOAUTHTEXT==.
004300 77  CM-SIGNOFFTXT          PIC X(22)  VALUE
012999     END-IF.
013000     MOVE SPACE             TO MNUMSGO.
013100     MOVE CM-USERID         TO MNUUSERO.
013110*    ONE-DIGIT OPTIONS MAY ARRIVE AS '1', ' 1' OR '01' - LINE
013120*    THEM ALL UP AS '1 ' SO THE WHEN CLAUSES SEE ONE FORM.
013130     MOVE MNUOPTI           TO CM-OPT.
013140     INSPECT CM-OPT REPLACING ALL LOW-VALUE BY SPACE.
013150     IF CM-OPT(1:1) = SPACE OR CM-OPT(1:1) = '0'
013160         MOVE CM-OPT(2:1)   TO CM-OPT(1:1)
013170         MOVE SPACE         TO CM-OPT(2:1)
013180     END-IF.
013200     EVALUATE CM-OPT
013300         WHEN '1'
013400             MOVE 'MN'      TO CM-LAST-ACTION
013450             MOVE 'N'       TO CM-SCREEN-SW
015121             END-IF
015122         WHEN '9'
015200             GO TO 3900-SIGN-OFF
015201         WHEN '10'
015202             IF CM-PST-AUTH
015203                 MOVE 'MN'  TO CM-LAST-ACTION
015204                 MOVE 'N'   TO CM-SCREEN-SW
015205                 EXEC CICS XCTL PROGRAM('CICSXFR')
015206                                COMMAREA(CM-COMMAREA)
015207                                LENGTH(LENGTH OF CM-COMMAREA)
015208                                RESP(CM-RESP)
015209                 END-EXEC
015210                 IF CM-RESP NOT = DFHRESP(NORMAL)
015211                     PERFORM 9000-SEND-ERROR-SCREEN THRU 9000-EXIT
015212                     GO TO 3000-EXIT
015213                 END-IF
015214             ELSE
015215                 MOVE CM-NOAUTHTEXT         TO MNUMSGO
015216             END-IF
015217         WHEN '11'
015218             IF CM-MNT-AUTH
015219                 MOVE 'MN'  TO CM-LAST-ACTION
015220                 MOVE 'N'   TO CM-SCREEN-SW
015221                 EXEC CICS XCTL PROGRAM('CICSSOM')
015222                                COMMAREA(CM-COMMAREA)
015223                                LENGTH(LENGTH OF CM-COMMAREA)
015224                                RESP(CM-RESP)
015225                 END-EXEC
015226                 IF CM-RESP NOT = DFHRESP(NORMAL)
015227                     PERFORM 9000-SEND-ERROR-SCREEN THRU 9000-EXIT
015228                     GO TO 3000-EXIT
015229                 END-IF
015230             ELSE
015231                 MOVE CM-NOAUTHTEXT         TO MNUMSGO
015232             END-IF
015233         WHEN '12'
015234             MOVE 'MN'      TO CM-LAST-ACTION
015235             MOVE 'N'       TO CM-SCREEN-SW
015236             EXEC CICS XCTL PROGRAM('CICSHLD')
015237                            COMMAREA(CM-COMMAREA)
015238                            LENGTH(LENGTH OF CM-COMMAREA)
015239                            RESP(CM-RESP)
015240             END-EXEC
015241             IF CM-RESP NOT = DFHRESP(NORMAL)
015242                 PERFORM 9000-SEND-ERROR-SCREEN THRU 9000-EXIT
015243                 GO TO 3000-EXIT
015244             END-IF
015245         WHEN '13'
015246             IF CM-ADM-AUTH
015247                 MOVE 'MN'  TO CM-LAST-ACTION
015248                 MOVE 'N'   TO CM-SCREEN-SW
015249                 EXEC CICS XCTL PROGRAM('CICSJRN')
015250                                COMMAREA(CM-COMMAREA)
015251                                LENGTH(LENGTH OF CM-COMMAREA)
015252                                RESP(CM-RESP)
015253                 END-EXEC
015254                 IF CM-RESP NOT = DFHRESP(NORMAL)
015255                     PERFORM 9000-SEND-ERROR-SCREEN THRU 9000-EXIT
015256                     GO TO 3000-EXIT
015257                 END-IF
015258             ELSE
015259                 MOVE CM-NOAUTHTEXT         TO MNUMSGO
015260             END-IF
015261         WHEN '14'
015262             IF CM-PST-AUTH
015263                 MOVE 'MN'  TO CM-LAST-ACTION
015264                 MOVE 'N'   TO CM-SCREEN-SW
015265                 EXEC CICS XCTL PROGRAM('CICSSTL')
015266                                COMMAREA(CM-COMMAREA)
015267                                LENGTH(LENGTH OF CM-COMMAREA)
015268                                RESP(CM-RESP)
015269                 END-EXEC
015270                 IF CM-RESP NOT = DFHRESP(NORMAL)
015271                     PERFORM 9000-SEND-ERROR-SCREEN THRU 9000-EXIT
015272                     GO TO 3000-EXIT
015273                 END-IF
015274             ELSE
015275                 MOVE CM-NOAUTHTEXT         TO MNUMSGO
015276             END-IF
015300         WHEN OTHER
015400             MOVE 'INVALID OPTION - RE-ENTER' TO MNUMSGO
015500     END-EVALUATE.
