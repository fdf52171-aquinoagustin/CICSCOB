000100*-----------------------------------------------------------------
000200* IDENTIFICATION DIVISION.
000300*-----------------------------------------------------------------
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    ACCTCTR.
000600 AUTHOR.        R HALVERSEN.
000700 INSTALLATION.  DATA PROCESSING.
000800 DATE-WRITTEN.  10/15/2026.
000900 DATE-COMPILED.
001000*-----------------------------------------------------------------
001100* MODIFICATION HISTORY
001200*-----------------------------------------------------------------
001300* 10/15/2026 RH  NEW PROGRAM.  NIGHTLY LARGE CASH AND STRUCTURING
001400*                REVIEW FOR COMPLIANCE, WHO UNTIL NOW PULLED
001500*                TRNHST BY HAND ACCOUNT BY ACCOUNT.  EVERY CASH
001600*                POSTING ON TRANHIST DATED IN THE LOOK-BACK WINDOW
001700*                (THE BDATE BUSINESS DAY AND THE DAYS BEFORE IT)
001800*                IS TOTALLED BY CUSTOMER ACROSS ALL THE CUSTOMER'S
001900*                ACCOUNTS - THE AC-CUST-NO ON EACH ACCOUNT, THE
002000*                KEY OF THE ACCTMSC PATH - AND BY DAY, CASH IN AND
002100*                CASH OUT KEPT APART. A CASH POSTING IS A TELLER
002200*                DEBIT OR CREDIT: NOT A TRANSFER LEG, NOT A BATCH
002300*                ('BTCH') OR CLEARING-HOUSE ('CLRH') POSTING, AND
002400*                NOT A REVERSAL OR A POSTING SINCE REVERSED.  A
002500*                CUSTOMER WHOSE CASH IN OR CASH OUT FOR THE
002600*                BUSINESS DAY IS OVER THE THRESHOLD IS REPORTED;
002700*                SO IS ONE WHOSE CASH WAS JUST UNDER IT (AT OR
002800*                ABOVE THE NEAR FLOOR) ON THE GIVEN NUMBER OF DAYS
002900*                OF THE WINDOW - THE STRUCTURING PATTERN.  THE
003000*                THRESHOLD, WINDOW, FLOOR AND DAY COUNT ARE ON THE
003100*                PARMIN CARD.  THE REPORT SHOWS THE CUSTOMER'S
003200*                CUSTMAST NAME AND ADDRESS AND EACH POSTING THAT
003300*                COUNTED, WITH ITS TERMINAL, OPERATOR AND ANY
003400*                OVERRIDING SUPERVISOR; THE SAME GOES TO THE
003500*                CTREXT EXTRACT (SEE CTRREC) FOR THE COMPLIANCE
003600*                FILING SYSTEM.  NOTHING IS UPDATED, SO A RERUN IS
003700*                SAFE.
003800*-----------------------------------------------------------------
003900 ENVIRONMENT DIVISION.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT PARMIN   ASSIGN TO PARMIN
004300                     ORGANIZATION IS SEQUENTIAL.
004400     SELECT BDATFILE ASSIGN TO BDATFILE
004500                     ORGANIZATION IS INDEXED
004600                     ACCESS MODE IS SEQUENTIAL
004700                     RECORD KEY IS BD-KEY.
004800     SELECT TRANHIST ASSIGN TO TRANHIST
004900                     ORGANIZATION IS INDEXED
005000                     ACCESS MODE IS SEQUENTIAL
005100                     RECORD KEY IS TH-KEY.
005200     SELECT ACCTMAST ASSIGN TO ACCTMAST
005300                     ORGANIZATION IS INDEXED
005400                     ACCESS MODE IS RANDOM
005500                     RECORD KEY IS AC-ACCT-NO.
005600     SELECT CUSTMAST ASSIGN TO CUSTMAST
005700                     ORGANIZATION IS INDEXED
005800                     ACCESS MODE IS RANDOM
005900                     RECORD KEY IS CU-CUST-NO.
006000     SELECT CSHSORT  ASSIGN TO SORTWK1.
006100     SELECT CTREXT   ASSIGN TO CTREXT
006200                     ORGANIZATION IS SEQUENTIAL.
006300     SELECT CTRRPT   ASSIGN TO CTRRPT
006400                     ORGANIZATION IS SEQUENTIAL.
006500*-----------------------------------------------------------------
006600 DATA DIVISION.
006700 FILE SECTION.
006800*-----------------------------------------------------------------
006900* PARMIN - THE ONE-CARD REVIEW PARAMETERS.  COLS 1-11 THE
007000* REPORTING THRESHOLD 999999999V99, COLS 12-14 THE LOOK-BACK
007100* WINDOW IN DAYS (THE BUSINESS DAY COUNTS AS ONE), COLS 15-25 THE
007200* NEAR FLOOR 999999999V99 - A DAY'S CASH AT OR ABOVE IT BUT NOT
007300* OVER THE THRESHOLD IS "JUST UNDER" - AND COLS 26-27 HOW MANY
007400* JUST-UNDER DAYS IN THE WINDOW MAKE A STRUCTURING PATTERN.
007500*-----------------------------------------------------------------
007600 FD  PARMIN
007700     RECORDING MODE IS F.
007800 01  CT-PARM-CARD.
007900     02  CT-CARD-THRESHOLD  PIC 9(9)V99.
008000     02  CT-CARD-WINDOW     PIC 9(03).
008100     02  CT-CARD-FLOOR      PIC 9(9)V99.
008200     02  CT-CARD-MIN-DAYS   PIC 9(02).
008300     02  FILLER             PIC X(53).
008400*-----------------------------------------------------------------
008500* BDATFILE - THE ONE-RECORD BUSINESS-DATE CONTROL KSDS.  SHARED
008600* COPYBOOK BDTREC.
008700*-----------------------------------------------------------------
008800 FD  BDATFILE.
008900     COPY BDTREC.
009000*-----------------------------------------------------------------
009100* TRANHIST - THE TRANSACTION HISTORY KSDS, READ FRONT TO BACK.
009200* SHARED COPYBOOK TRNREC.
009300*-----------------------------------------------------------------
009400 FD  TRANHIST.
009500     COPY TRNREC.
009600*-----------------------------------------------------------------
009700* ACCTMAST - THE ACCOUNT MASTER KSDS, READ BY KEY FOR EACH
009800* ACCOUNT'S CUSTOMER NUMBER.  SHARED COPYBOOK ACCTREC.
009900*-----------------------------------------------------------------
010000 FD  ACCTMAST.
010100     COPY ACCTREC.
010200*-----------------------------------------------------------------
010300* CUSTMAST - THE CUSTOMER MASTER KSDS, FOR THE NAME AND ADDRESS
010400* OF A CUSTOMER REPORTED.  SHARED COPYBOOK CUSTREC.
010500*-----------------------------------------------------------------
010600 FD  CUSTMAST.
010700     COPY CUSTREC.
010800*-----------------------------------------------------------------
010900* CSHSORT - THE WINDOW'S CASH POSTINGS IN CUSTOMER, DAY AND
011000* ACCOUNT ORDER.  AN ACCOUNT WITH NO CUSTOMER NUMBER SORTS ON ITS
011100* OWN UNDER CT-SRT-ALONE.
011200*-----------------------------------------------------------------
011300 SD  CSHSORT.
011400 01  CT-SRT-RECORD.
011500     02  CT-SRT-CUST-NO     PIC X(10).
011600     02  CT-SRT-ALONE       PIC X(10).
011700     02  CT-SRT-POST-DATE   PIC 9(08).
011800     02  CT-SRT-ACCT-NO     PIC X(10).
011900     02  CT-SRT-POST-SEQ    PIC 9(04).
012000     02  CT-SRT-DRCR-CODE   PIC X(01).
012100         88  CT-SRT-CREDIT  VALUE 'C'.
012200     02  CT-SRT-AMOUNT      PIC S9(9)V99 COMP-3.
012300     02  CT-SRT-TERMID      PIC X(04).
012400     02  CT-SRT-USERID      PIC X(08).
012500     02  CT-SRT-OVR-USERID  PIC X(08).
012600     02  CT-SRT-ACCT-NAME   PIC X(30).
012700     02  CT-SRT-ACCT-ADDR   PIC X(30).
012800*-----------------------------------------------------------------
012900* CTREXT - THE COMPLIANCE EXTRACT.  SHARED COPYBOOK CTRREC.
013000*-----------------------------------------------------------------
013100 FD  CTREXT
013200     RECORDING MODE IS F.
013300     COPY CTRREC.
013400*-----------------------------------------------------------------
013500* CTRRPT - THE REVIEW REPORT, 133-BYTE LINES WITH ASA CARRIAGE
013600* CONTROL IN BYTE 1.
013700*-----------------------------------------------------------------
013800 FD  CTRRPT
013900     RECORDING MODE IS F.
014000 01  CT-RPT-LINE            PIC X(133).
014100*-----------------------------------------------------------------
014200 WORKING-STORAGE SECTION.
014300*-----------------------------------------------------------------
014400 01  CT-SWITCHES.
014500     02  CT-HIST-EOF-SW     PIC X(01)  VALUE 'N'.
014600         88  CT-HIST-EOF    VALUE 'Y'.
014700     02  CT-SRT-EOF-SW      PIC X(01)  VALUE 'N'.
014800         88  CT-SRT-EOF     VALUE 'Y'.
014900     02  CT-BDATE-OK-SW     PIC X(01)  VALUE 'N'.
015000         88  CT-BDATE-OK    VALUE 'Y'.
015100     02  CT-PARM-OK-SW      PIC X(01)  VALUE 'N'.
015200         88  CT-PARM-OK     VALUE 'Y'.
015300     02  CT-LEAP-SW         PIC X(01)  VALUE 'N'.
015400         88  CT-LEAP        VALUE 'Y'.
015500     02  CT-OVER-TODAY-SW   PIC X(01)  VALUE 'N'.
015600         88  CT-OVER-TODAY  VALUE 'Y'.
015700     02  CT-TRUNC-SW        PIC X(01)  VALUE 'N'.
015800         88  CT-TRUNCATED   VALUE 'Y'.
015900*-----------------------------------------------------------------
016000 77  CT-HIST-READ           PIC 9(09) COMP VALUE ZERO.
016100 77  CT-CASH-POSTINGS       PIC 9(07) COMP VALUE ZERO.
016200 77  CT-GROUPS-REVIEWED     PIC 9(07) COMP VALUE ZERO.
016300 77  CT-CUST-LARGE          PIC 9(07) COMP VALUE ZERO.
016400 77  CT-CUST-STRUCT         PIC 9(07) COMP VALUE ZERO.
016500 77  CT-CUST-REPORTED       PIC 9(07) COMP VALUE ZERO.
016600 77  CT-ACCT-ALONE-COUNT    PIC 9(07) COMP VALUE ZERO.
016700 77  CT-ACCT-MISSING        PIC 9(07) COMP VALUE ZERO.
016800 77  CT-CUST-MISSING        PIC 9(07) COMP VALUE ZERO.
016900 77  CT-TRUNC-COUNT         PIC 9(07) COMP VALUE ZERO.
017000 77  CT-EXT-POSTINGS        PIC 9(07) COMP VALUE ZERO.
017100 77  CT-EXT-AMOUNT          PIC 9(13)V99 COMP-3 VALUE ZERO.
017200 77  CT-TODAY               PIC 9(08) VALUE ZERO.
017300 77  CT-FROM-DATE           PIC 9(08) VALUE ZERO.
017400 77  CT-THRESHOLD           PIC 9(9)V99 VALUE ZERO.
017500 77  CT-WINDOW              PIC 9(03) VALUE ZERO.
017600 77  CT-FLOOR               PIC 9(9)V99 VALUE ZERO.
017700 77  CT-MIN-DAYS            PIC 9(02) VALUE ZERO.
017800 77  CT-BACK-DAYS           PIC 9(03) COMP VALUE ZERO.
017900 77  CT-MONTH-LEN           PIC 9(02) VALUE ZERO.
018000 77  CT-REM                 PIC 9(04) VALUE ZERO.
018100 77  CT-QUOT                PIC 9(04) VALUE ZERO.
018200 77  CT-CUR-ACCT            PIC X(10) VALUE LOW-VALUE.
018300 77  CT-CUR-CUST-NO         PIC X(10) VALUE SPACE.
018400 77  CT-CUR-NAME            PIC X(30) VALUE SPACE.
018500 77  CT-CUR-ADDR            PIC X(30) VALUE SPACE.
018600 77  CT-NEAR-COUNT          PIC 9(03) COMP VALUE ZERO.
018700 77  CT-REASON              PIC X(01) VALUE SPACE.
018800 77  CT-PX                  PIC 9(04) COMP VALUE ZERO.
018900 77  CT-DX                  PIC 9(04) COMP VALUE ZERO.
019000 77  CT-PST-COUNT           PIC 9(04) COMP VALUE ZERO.
019100 77  CT-DAY-COUNT           PIC 9(04) COMP VALUE ZERO.
019200*-----------------------------------------------------------------
019300* THE CUSTOMER BEING REVIEWED - ITS SORT KEY AND, FROM THE FIRST
019400* ACCOUNT RETURNED, THE NAME AND ADDRESS TO FALL BACK ON WHEN THE
019500* CUSTOMER IS NOT ON CUSTMAST.
019600*-----------------------------------------------------------------
019700 01  CT-GROUP.
019800     02  CT-GRP-CUST-NO     PIC X(10).
019900     02  CT-GRP-ALONE       PIC X(10).
020000     02  CT-GRP-NAME        PIC X(30).
020100     02  CT-GRP-ADDR        PIC X(30).
020200*-----------------------------------------------------------------
020300* THE CUSTOMER'S CASH DAYS IN THE WINDOW - AT MOST ONE ENTRY PER
020400* DAY, SO THE 366-DAY WINDOW LIMIT NEVER OVERFLOWS IT - AND THE
020500* POSTINGS BEHIND THEM.  A CUSTOMER WITH MORE POSTINGS THAN THE
020600* TABLE HOLDS STILL HAS ITS DAY TOTALS RIGHT; ONLY THE LISTING IS
020700* CUT SHORT, AND SAYS SO.
020800*-----------------------------------------------------------------
020900 01  CT-DAY-TABLE.
021000     02  CT-DAY-ENTRY OCCURS 366 TIMES.
021100         03  CT-DAY-DATE    PIC 9(08).
021200         03  CT-DAY-IN      PIC S9(11)V99 COMP-3.
021300         03  CT-DAY-OUT     PIC S9(11)V99 COMP-3.
021400         03  CT-DAY-KIND    PIC X(01).
021500             88  CT-DAY-OVER  VALUE 'O'.
021600             88  CT-DAY-NEAR  VALUE 'N'.
021700 01  CT-PST-TABLE.
021800     02  CT-PST-ENTRY OCCURS 500 TIMES.
021900         03  CT-PST-DAY-IX  PIC 9(04) COMP.
022000         03  CT-PST-DATE    PIC 9(08).
022100         03  CT-PST-ACCT-NO PIC X(10).
022200         03  CT-PST-SEQ     PIC 9(04).
022300         03  CT-PST-DRCR    PIC X(01).
022400         03  CT-PST-AMOUNT  PIC S9(9)V99 COMP-3.
022500         03  CT-PST-TERMID  PIC X(04).
022600         03  CT-PST-USERID  PIC X(08).
022700         03  CT-PST-OVR     PIC X(08).
022800*-----------------------------------------------------------------
022900* BROKEN-OUT VIEW OF THE WINDOW START BEING WORKED BACK.
023000*-----------------------------------------------------------------
023100 01  CT-WORK-DATE.
023200     02  CT-WK-YEAR         PIC 9(04).
023300     02  CT-WK-MONTH        PIC 9(02).
023400     02  CT-WK-DAY          PIC 9(02).
023500 01  CT-WORK-DATE-N REDEFINES CT-WORK-DATE
023600                            PIC 9(08).
023700*-----------------------------------------------------------------
023800* MONTH LENGTH TABLE (NON-LEAP) - SAME TABLE ACCTEOD CARRIES.
023900* FEBRUARY IS ADJUSTED AT RUN TIME IN A LEAP YEAR.
024000*-----------------------------------------------------------------
024100 01  CT-MONTH-TABLE.
024200     02  FILLER             PIC X(24)  VALUE
024300         '312831303130313130313031'.
024400 01  CT-MONTH-TABLE-R REDEFINES CT-MONTH-TABLE.
024500     02  CT-MONTH-DAYS      PIC 9(02)  OCCURS 12 TIMES.
024600*-----------------------------------------------------------------
024700 01  CT-RPT-HEADING1.
024800     02  FILLER             PIC X(01)  VALUE '1'.
024900     02  FILLER             PIC X(48)  VALUE
025000         'ACCTCTR - LARGE CASH AND STRUCTURING REVIEW'.
025100     02  FILLER             PIC X(15)  VALUE 'BUSINESS DATE '.
025200     02  CT-RPT-RUNDATE     PIC 9(08).
025300 01  CT-RPT-HEADING2.
025400     02  FILLER             PIC X(01)  VALUE ' '.
025500     02  FILLER             PIC X(26)  VALUE
025600         'REPORTING THRESHOLD  . . .'.
025700     02  CT-RPT-THRESHOLD   PIC ZZZ,ZZZ,ZZ9.99.
025800     02  FILLER             PIC X(34)  VALUE
025900         '  CASH IN OR OUT OVER IT IN A DAY'.
026000 01  CT-RPT-HEADING3.
026100     02  FILLER             PIC X(01)  VALUE ' '.
026200     02  FILLER             PIC X(26)  VALUE
026300         'NEAR FLOOR . . . . . . . .'.
026400     02  CT-RPT-FLOOR       PIC ZZZ,ZZZ,ZZ9.99.
026500     02  FILLER             PIC X(06)  VALUE '  ON '.
026600     02  CT-RPT-MIN-DAYS    PIC Z9.
026700     02  FILLER             PIC X(28)  VALUE
026800         ' OR MORE DAYS OF THE WINDOW '.
026900     02  CT-RPT-FROM-DATE   PIC 9(08).
027000     02  FILLER             PIC X(04)  VALUE ' TO '.
027100     02  CT-RPT-TO-DATE     PIC 9(08).
027200 01  CT-RPT-CUSTOMER.
027300     02  FILLER             PIC X(01)  VALUE '-'.
027400     02  CT-RPT-CUST-LABEL  PIC X(09).
027500     02  CT-RPT-CUST-NO     PIC X(10).
027600     02  FILLER             PIC X(02)  VALUE SPACE.
027700     02  CT-RPT-NAME        PIC X(30).
027800     02  FILLER             PIC X(02)  VALUE SPACE.
027900     02  CT-RPT-ADDR        PIC X(30).
028000     02  FILLER             PIC X(02)  VALUE SPACE.
028100     02  CT-RPT-REASON      PIC X(28).
028200     02  FILLER             PIC X(02)  VALUE SPACE.
028300     02  CT-RPT-NEAR-DAYS   PIC ZZ9.
028400     02  FILLER             PIC X(14)  VALUE ' DAYS NEAR'.
028500 01  CT-RPT-DAYLINE.
028600     02  FILLER             PIC X(01)  VALUE '0'.
028700     02  FILLER             PIC X(06)  VALUE SPACE.
028800     02  FILLER             PIC X(04)  VALUE 'DAY '.
028900     02  CT-RPT-DAY-DATE    PIC 9(08).
029000     02  FILLER             PIC X(11)  VALUE '   CASH IN '.
029100     02  CT-RPT-DAY-IN      PIC ZZZ,ZZZ,ZZ9.99.
029200     02  FILLER             PIC X(12)  VALUE '   CASH OUT '.
029300     02  CT-RPT-DAY-OUT     PIC ZZZ,ZZZ,ZZ9.99.
029400     02  FILLER             PIC X(03)  VALUE SPACE.
029500     02  CT-RPT-DAY-KIND    PIC X(20).
029600 01  CT-RPT-PSTHDR.
029700     02  FILLER             PIC X(01)  VALUE ' '.
029800     02  FILLER             PIC X(10)  VALUE SPACE.
029900     02  FILLER             PIC X(12)  VALUE 'ACCOUNT'.
030000     02  FILLER             PIC X(06)  VALUE 'SEQ'.
030100     02  FILLER             PIC X(04)  VALUE 'DC'.
030200     02  FILLER             PIC X(15)  VALUE '       AMOUNT'.
030300     02  FILLER             PIC X(06)  VALUE 'TERM'.
030400     02  FILLER             PIC X(10)  VALUE 'OPERATOR'.
030500     02  FILLER             PIC X(10)  VALUE 'OVERRIDE'.
030600 01  CT-RPT-POSTING.
030700     02  FILLER             PIC X(01)  VALUE ' '.
030800     02  FILLER             PIC X(10)  VALUE SPACE.
030900     02  CT-RPT-PST-ACCT    PIC X(10).
031000     02  FILLER             PIC X(02)  VALUE SPACE.
031100     02  CT-RPT-PST-SEQ     PIC 9(04).
031200     02  FILLER             PIC X(02)  VALUE SPACE.
031300     02  CT-RPT-PST-DRCR    PIC X(01).
031400     02  FILLER             PIC X(03)  VALUE SPACE.
031500     02  CT-RPT-PST-AMOUNT  PIC ZZZ,ZZZ,ZZ9.99.
031600     02  FILLER             PIC X(02)  VALUE SPACE.
031700     02  CT-RPT-PST-TERMID  PIC X(04).
031800     02  FILLER             PIC X(02)  VALUE SPACE.
031900     02  CT-RPT-PST-USERID  PIC X(08).
032000     02  FILLER             PIC X(02)  VALUE SPACE.
032100     02  CT-RPT-PST-OVR     PIC X(08).
032200 01  CT-RPT-TRUNC.
032300     02  FILLER             PIC X(01)  VALUE ' '.
032400     02  FILLER             PIC X(10)  VALUE SPACE.
032500     02  FILLER             PIC X(56)  VALUE
032600         '*** MORE POSTINGS THAN THE LISTING HOLDS - PULL TRNHST'.
032700 01  CT-RPT-NONE.
032800     02  FILLER             PIC X(01)  VALUE '-'.
032900     02  FILLER             PIC X(40)  VALUE
033000         'NO CUSTOMER MET EITHER TEST TONIGHT'.
033100 01  CT-RPT-TRAILER.
033200     02  CT-RPT-TR-CC       PIC X(01)  VALUE ' '.
033300     02  CT-RPT-TR-LABEL    PIC X(26).
033400     02  CT-RPT-TR-COUNT    PIC ZZZ,ZZZ,ZZ9.
033500     02  FILLER             PIC X(02)  VALUE SPACE.
033600     02  CT-RPT-TR-NOTE     PIC X(50).
033700 01  CT-RPT-BADPARM.
033800     02  FILLER             PIC X(01)  VALUE ' '.
033900     02  FILLER             PIC X(52)  VALUE
034000         '*** REVIEW CARD MISSING OR BAD - RC 16 *************'.
034100 01  CT-RPT-BADBDATE.
034200     02  FILLER             PIC X(01)  VALUE ' '.
034300     02  FILLER             PIC X(52)  VALUE
034400         '*** BUSINESS DATE FILE MISSING OR BAD - RC 16 ******'.
034500*-----------------------------------------------------------------
034600 PROCEDURE DIVISION.
034700*-----------------------------------------------------------------
034800* 0000-MAINLINE
034900*-----------------------------------------------------------------
035000 0000-MAINLINE.
035100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
035200     IF NOT CT-BDATE-OK
035300         PERFORM 4910-BDATE-FAILURE THRU 4910-EXIT
035400         GO TO 0000-EXIT
035500     END-IF.
035600     IF NOT CT-PARM-OK
035700         PERFORM 4900-PARM-FAILURE THRU 4900-EXIT
035800         GO TO 0000-EXIT
035900     END-IF.
036000     SORT CSHSORT
036100         ON ASCENDING KEY CT-SRT-CUST-NO CT-SRT-ALONE
036200                          CT-SRT-POST-DATE CT-SRT-ACCT-NO
036300                          CT-SRT-POST-SEQ
036400         INPUT PROCEDURE IS 2000-RELEASE-CASH THRU 2000-EXIT
036500         OUTPUT PROCEDURE IS 3000-REVIEW-CUSTOMERS THRU 3000-EXIT.
036600     PERFORM 4000-FINALIZE THRU 4000-EXIT.
036700 0000-EXIT.
036800     STOP RUN.
036900*-----------------------------------------------------------------
037000* 1000-INITIALIZE  -  READ THE BUSINESS DATE AND THE REVIEW CARD,
037100*                     WORK THE WINDOW START BACK FROM THE BUSINESS
037200*                     DATE, PUT OUT THE HEADINGS AND OPEN THE
037300*                     FILES.
037400*-----------------------------------------------------------------
037500 1000-INITIALIZE.
037600     OPEN OUTPUT CTRRPT.
037700     PERFORM 1020-READ-BUSINESS-DATE THRU 1020-EXIT.
037800     IF NOT CT-BDATE-OK
037900         GO TO 1000-EXIT
038000     END-IF.
038100     PERFORM 1040-READ-PARM-CARD THRU 1040-EXIT.
038200     IF NOT CT-PARM-OK
038300         GO TO 1000-EXIT
038400     END-IF.
038500     MOVE CT-TODAY          TO CT-WORK-DATE-N.
038600     PERFORM 1100-DAY-BACK THRU 1100-EXIT
038700         VARYING CT-BACK-DAYS FROM 2 BY 1
038800         UNTIL CT-BACK-DAYS > CT-WINDOW.
038900     MOVE CT-WORK-DATE-N    TO CT-FROM-DATE.
039000     MOVE CT-TODAY          TO CT-RPT-RUNDATE CT-RPT-TO-DATE.
039100     MOVE CT-THRESHOLD      TO CT-RPT-THRESHOLD.
039200     MOVE CT-FLOOR          TO CT-RPT-FLOOR.
039300     MOVE CT-MIN-DAYS       TO CT-RPT-MIN-DAYS.
039400     MOVE CT-FROM-DATE      TO CT-RPT-FROM-DATE.
039500     WRITE CT-RPT-LINE      FROM CT-RPT-HEADING1.
039600     WRITE CT-RPT-LINE      FROM CT-RPT-HEADING2.
039700     WRITE CT-RPT-LINE      FROM CT-RPT-HEADING3.
039800     OPEN INPUT TRANHIST ACCTMAST CUSTMAST.
039900     OPEN OUTPUT CTREXT.
040000 1000-EXIT.
040100     EXIT.
040200*-----------------------------------------------------------------
040300* 1020-READ-BUSINESS-DATE  -  THE ONE-RECORD BDATE CONTROL FILE
040400*                             NAMES THE BUSINESS DAY BEING
040500*                             REVIEWED - THE LAST DAY OF THE
040600*                             WINDOW.
040700*-----------------------------------------------------------------
040800 1020-READ-BUSINESS-DATE.
040900     MOVE 'N'               TO CT-BDATE-OK-SW.
041000     OPEN INPUT BDATFILE.
041100     READ BDATFILE
041200         AT END
041300             GO TO 1090-BDATE-DONE
041400     END-READ.
041500     IF BD-KEY = 'BUSDATE'
041600        AND BD-BUSINESS-DATE NUMERIC
041700        AND BD-BUSINESS-DATE > ZERO
041800         MOVE BD-BUSINESS-DATE TO CT-TODAY
041900         MOVE 'Y'           TO CT-BDATE-OK-SW
042000     END-IF.
042100 1090-BDATE-DONE.
042200     CLOSE BDATFILE.
042300 1020-EXIT.
042400     EXIT.
042500*-----------------------------------------------------------------
042600* 1040-READ-PARM-CARD  -  EVERY FIELD DIGITS AND NOT ZERO; THE
042700*                         WINDOW NO MORE THAN A YEAR; THE NEAR
042800*                         FLOOR BELOW THE THRESHOLD; AND NO MORE
042900*                         NEAR DAYS ASKED FOR THAN THE WINDOW HAS.
043000*-----------------------------------------------------------------
043100 1040-READ-PARM-CARD.
043200     MOVE 'N'               TO CT-PARM-OK-SW.
043300     OPEN INPUT PARMIN.
043400     READ PARMIN
043500         AT END
043600             GO TO 1045-PARM-DONE
043700     END-READ.
043800     IF CT-CARD-THRESHOLD NUMERIC
043900        AND CT-CARD-WINDOW NUMERIC
044000        AND CT-CARD-FLOOR NUMERIC
044100        AND CT-CARD-MIN-DAYS NUMERIC
044200        AND CT-CARD-THRESHOLD > ZERO
044300        AND CT-CARD-WINDOW > ZERO
044400        AND CT-CARD-WINDOW NOT > 366
044500        AND CT-CARD-FLOOR > ZERO
044600        AND CT-CARD-FLOOR < CT-CARD-THRESHOLD
044700        AND CT-CARD-MIN-DAYS > ZERO
044800        AND CT-CARD-MIN-DAYS NOT > CT-CARD-WINDOW
044900         MOVE CT-CARD-THRESHOLD TO CT-THRESHOLD
045000         MOVE CT-CARD-WINDOW TO CT-WINDOW
045100         MOVE CT-CARD-FLOOR TO CT-FLOOR
045200         MOVE CT-CARD-MIN-DAYS TO CT-MIN-DAYS
045300         MOVE 'Y'           TO CT-PARM-OK-SW
045400     END-IF.
045500 1045-PARM-DONE.
045600     CLOSE PARMIN.
045700 1040-EXIT.
045800     EXIT.
045900*-----------------------------------------------------------------
046000* 1100-DAY-BACK  -  STEP THE WORK DATE BACK ONE CALENDAR DAY,
046100*                   THROUGH MONTH AND YEAR STARTS.
046200*-----------------------------------------------------------------
046300 1100-DAY-BACK.
046400     IF CT-WK-DAY > 1
046500         SUBTRACT 1         FROM CT-WK-DAY
046600         GO TO 1100-EXIT
046700     END-IF.
046800     IF CT-WK-MONTH > 1
046900         SUBTRACT 1         FROM CT-WK-MONTH
047000     ELSE
047100         MOVE 12            TO CT-WK-MONTH
047200         SUBTRACT 1         FROM CT-WK-YEAR
047300     END-IF.
047400     PERFORM 1110-SET-MONTH-LEN THRU 1110-EXIT.
047500     MOVE CT-MONTH-LEN      TO CT-WK-DAY.
047600 1100-EXIT.
047700     EXIT.
047800*-----------------------------------------------------------------
047900* 1110-SET-MONTH-LEN  -  DAYS IN THE WORK DATE'S MONTH, WITH
048000*                        FEBRUARY STRETCHED IN A LEAP YEAR.
048100*-----------------------------------------------------------------
048200 1110-SET-MONTH-LEN.
048300     MOVE CT-MONTH-DAYS(CT-WK-MONTH) TO CT-MONTH-LEN.
048400     MOVE 'N'               TO CT-LEAP-SW.
048500     DIVIDE CT-WK-YEAR BY 4 GIVING CT-QUOT
048600         REMAINDER CT-REM.
048700     IF CT-REM = ZERO AND CT-WK-YEAR NOT = 1900
048800         MOVE 'Y'           TO CT-LEAP-SW
048900     END-IF.
049000     IF CT-WK-MONTH = 2 AND CT-LEAP
049100         ADD 1              TO CT-MONTH-LEN
049200     END-IF.
049300 1110-EXIT.
049400     EXIT.
049500*-----------------------------------------------------------------
049600* 2000-RELEASE-CASH  -  SORT INPUT - EVERY CASH POSTING IN THE
049700*                       WINDOW GOES TO THE SORT UNDER ITS
049800*                       ACCOUNT'S CUSTOMER NUMBER.
049900*-----------------------------------------------------------------
050000 2000-RELEASE-CASH.
050100     PERFORM 2100-RELEASE-ONE THRU 2100-EXIT
050200         UNTIL CT-HIST-EOF.
050300 2000-EXIT.
050400     EXIT.
050500*-----------------------------------------------------------------
050600* 2100-RELEASE-ONE  -  A CASH POSTING IS ONE A TELLER MADE AT A
050700*                      TERMINAL: TRANSFER LEGS, BATCH ('BTCH') AND
050800*                      CLEARING-HOUSE ('CLRH') POSTINGS MOVE NO
050900*                      CASH, AND A REVERSED POSTING AND ITS
051000*                      REVERSAL CANCEL OUT, SO NONE OF THEM COUNT.
051100*-----------------------------------------------------------------
051200 2100-RELEASE-ONE.
051300     READ TRANHIST NEXT RECORD
051400         AT END
051500             MOVE 'Y'       TO CT-HIST-EOF-SW
051600     END-READ.
051700     IF CT-HIST-EOF
051800         GO TO 2100-EXIT
051900     END-IF.
052000     ADD 1                  TO CT-HIST-READ.
052100     IF TH-POST-DATE < CT-FROM-DATE
052200        OR TH-POST-DATE > CT-TODAY
052300         GO TO 2100-EXIT
052400     END-IF.
052500     IF TH-IS-REVERSAL OR TH-WAS-REVERSED
052600         GO TO 2100-EXIT
052700     END-IF.
052800     IF TH-XFR-FLAG NOT = SPACE
052900         GO TO 2100-EXIT
053000     END-IF.
053100     IF TH-TERMID = 'BTCH' OR TH-TERMID = 'CLRH'
053200         GO TO 2100-EXIT
053300     END-IF.
053400     ADD 1                  TO CT-CASH-POSTINGS.
053500     IF TH-ACCT-NO NOT = CT-CUR-ACCT
053600         PERFORM 2150-GET-ACCOUNT THRU 2150-EXIT
053700     END-IF.
053800     MOVE CT-CUR-CUST-NO    TO CT-SRT-CUST-NO.
053900     MOVE SPACE             TO CT-SRT-ALONE.
054000     IF CT-CUR-CUST-NO = SPACE
054100         MOVE TH-ACCT-NO    TO CT-SRT-ALONE
054200     END-IF.
054300     MOVE TH-POST-DATE      TO CT-SRT-POST-DATE.
054400     MOVE TH-ACCT-NO        TO CT-SRT-ACCT-NO.
054500     MOVE TH-POST-SEQ       TO CT-SRT-POST-SEQ.
054600     MOVE TH-DRCR-CODE      TO CT-SRT-DRCR-CODE.
054700     MOVE TH-AMOUNT         TO CT-SRT-AMOUNT.
054800     MOVE TH-TERMID         TO CT-SRT-TERMID.
054900     MOVE TH-USERID         TO CT-SRT-USERID.
055000     MOVE TH-OVR-USERID     TO CT-SRT-OVR-USERID.
055100     MOVE CT-CUR-NAME       TO CT-SRT-ACCT-NAME.
055200     MOVE CT-CUR-ADDR       TO CT-SRT-ACCT-ADDR.
055300     RELEASE CT-SRT-RECORD.
055400 2100-EXIT.
055500     EXIT.
055600*-----------------------------------------------------------------
055700* 2150-GET-ACCOUNT  -  THE CUSTOMER NUMBER, NAME AND ADDRESS OF
055800*                      THE POSTING'S ACCOUNT.  THE HISTORY IS IN
055900*                      ACCOUNT ORDER, SO EACH ACCOUNT IS READ
056000*                      ONCE.  AN ACCOUNT NO LONGER ON THE MASTER
056100*                      IS REVIEWED ON ITS OWN AND COUNTED.
056200*-----------------------------------------------------------------
056300 2150-GET-ACCOUNT.
056400     MOVE TH-ACCT-NO        TO CT-CUR-ACCT.
056500     MOVE TH-ACCT-NO        TO AC-ACCT-NO.
056600     READ ACCTMAST
056700         INVALID KEY
056800             ADD 1          TO CT-ACCT-MISSING
056900             MOVE SPACE     TO CT-CUR-CUST-NO CT-CUR-ADDR
057000             MOVE 'ACCOUNT NOT ON FILE' TO CT-CUR-NAME
057100             GO TO 2150-EXIT
057200     END-READ.
057300     MOVE AC-CUST-NO        TO CT-CUR-CUST-NO.
057400     MOVE AC-CUST-NAME      TO CT-CUR-NAME.
057500     MOVE AC-CUST-ADDR      TO CT-CUR-ADDR.
057600 2150-EXIT.
057700     EXIT.
057800*-----------------------------------------------------------------
057900* 3000-REVIEW-CUSTOMERS  -  SORT OUTPUT - ONE CUSTOMER (OR ONE
058000*                           ACCOUNT WITH NO CUSTOMER NUMBER) AT A
058100*                           TIME.
058200*-----------------------------------------------------------------
058300 3000-REVIEW-CUSTOMERS.
058400     PERFORM 3100-RETURN-ONE THRU 3100-EXIT.
058500     PERFORM 3200-ONE-CUSTOMER THRU 3200-EXIT
058600         UNTIL CT-SRT-EOF.
058700     IF CT-CUST-REPORTED = ZERO
058800         WRITE CT-RPT-LINE  FROM CT-RPT-NONE
058900     END-IF.
059000 3000-EXIT.
059100     EXIT.
059200 3100-RETURN-ONE.
059300     RETURN CSHSORT
059400         AT END
059500             MOVE 'Y'       TO CT-SRT-EOF-SW
059600     END-RETURN.
059700 3100-EXIT.
059800     EXIT.
059900*-----------------------------------------------------------------
060000* 3200-ONE-CUSTOMER  -  LOAD THE CUSTOMER'S CASH DAYS AND
060100*                       POSTINGS, TEST THEM AND REPORT THE
060200*                       CUSTOMER IF EITHER TEST IS MET.
060300*-----------------------------------------------------------------
060400 3200-ONE-CUSTOMER.
060500     MOVE CT-SRT-CUST-NO    TO CT-GRP-CUST-NO.
060600     MOVE CT-SRT-ALONE      TO CT-GRP-ALONE.
060700     MOVE CT-SRT-ACCT-NAME  TO CT-GRP-NAME.
060800     MOVE CT-SRT-ACCT-ADDR  TO CT-GRP-ADDR.
060900     MOVE ZERO              TO CT-PST-COUNT CT-DAY-COUNT.
061000     MOVE 'N'               TO CT-TRUNC-SW.
061100     ADD 1                  TO CT-GROUPS-REVIEWED.
061200     PERFORM 3300-LOAD-POSTING THRU 3300-EXIT
061300         UNTIL CT-SRT-EOF
061400            OR CT-SRT-CUST-NO NOT = CT-GRP-CUST-NO
061500            OR CT-SRT-ALONE NOT = CT-GRP-ALONE.
061600     PERFORM 3400-TEST-CUSTOMER THRU 3400-EXIT.
061700     IF CT-REASON NOT = SPACE
061800         PERFORM 3500-REPORT-CUSTOMER THRU 3500-EXIT
061900     END-IF.
062000 3200-EXIT.
062100     EXIT.
062200*-----------------------------------------------------------------
062300* 3300-LOAD-POSTING  -  ADD THE POSTING TO ITS DAY'S CASH IN OR
062400*                       CASH OUT (THE POSTINGS COME IN DAY ORDER)
062500*                       AND KEEP IT FOR THE LISTING IF THERE IS
062600*                       ROOM.
062700*-----------------------------------------------------------------
062800 3300-LOAD-POSTING.
062900     IF CT-DAY-COUNT = ZERO
063000         GO TO 3310-NEW-DAY
063100     END-IF.
063200     IF CT-SRT-POST-DATE = CT-DAY-DATE(CT-DAY-COUNT)
063300         GO TO 3320-ADD-TO-DAY
063400     END-IF.
063500 3310-NEW-DAY.
063600     ADD 1                  TO CT-DAY-COUNT.
063700     MOVE CT-SRT-POST-DATE  TO CT-DAY-DATE(CT-DAY-COUNT).
063800     MOVE ZERO              TO CT-DAY-IN(CT-DAY-COUNT).
063900     MOVE ZERO              TO CT-DAY-OUT(CT-DAY-COUNT).
064000     MOVE SPACE             TO CT-DAY-KIND(CT-DAY-COUNT).
064100 3320-ADD-TO-DAY.
064200     IF CT-SRT-CREDIT
064300         ADD CT-SRT-AMOUNT  TO CT-DAY-IN(CT-DAY-COUNT)
064400     ELSE
064500         ADD CT-SRT-AMOUNT  TO CT-DAY-OUT(CT-DAY-COUNT)
064600     END-IF.
064700     IF CT-PST-COUNT NOT < 500
064800         MOVE 'Y'           TO CT-TRUNC-SW
064900         GO TO 3390-NEXT
065000     END-IF.
065100     ADD 1                  TO CT-PST-COUNT.
065200     MOVE CT-DAY-COUNT      TO CT-PST-DAY-IX(CT-PST-COUNT).
065300     MOVE CT-SRT-POST-DATE  TO CT-PST-DATE(CT-PST-COUNT).
065400     MOVE CT-SRT-ACCT-NO    TO CT-PST-ACCT-NO(CT-PST-COUNT).
065500     MOVE CT-SRT-POST-SEQ   TO CT-PST-SEQ(CT-PST-COUNT).
065600     MOVE CT-SRT-DRCR-CODE  TO CT-PST-DRCR(CT-PST-COUNT).
065700     MOVE CT-SRT-AMOUNT     TO CT-PST-AMOUNT(CT-PST-COUNT).
065800     MOVE CT-SRT-TERMID     TO CT-PST-TERMID(CT-PST-COUNT).
065900     MOVE CT-SRT-USERID     TO CT-PST-USERID(CT-PST-COUNT).
066000     MOVE CT-SRT-OVR-USERID TO CT-PST-OVR(CT-PST-COUNT).
066100 3390-NEXT.
066200     PERFORM 3100-RETURN-ONE THRU 3100-EXIT.
066300 3300-EXIT.
066400     EXIT.
066500*-----------------------------------------------------------------
066600* 3400-TEST-CUSTOMER  -  MARK EACH DAY OVER THE THRESHOLD OR JUST
066700*                        UNDER IT.  OVER ON THE BUSINESS DAY IS A
066800*                        LARGE CASH REPORT; JUST UNDER ON THE
066900*                        CARD'S NUMBER OF DAYS IS STRUCTURING.  AN
067000*                        EARLIER DAY OVER WAS REPORTED ITS OWN
067100*                        NIGHT AND IS NOT A NEAR DAY.
067200*-----------------------------------------------------------------
067300 3400-TEST-CUSTOMER.
067400     MOVE ZERO              TO CT-NEAR-COUNT.
067500     MOVE 'N'               TO CT-OVER-TODAY-SW.
067600     MOVE SPACE             TO CT-REASON.
067700     PERFORM 3410-TEST-DAY THRU 3410-EXIT
067800         VARYING CT-DX FROM 1 BY 1
067900         UNTIL CT-DX > CT-DAY-COUNT.
068000     IF CT-OVER-TODAY
068100         MOVE 'L'           TO CT-REASON
068200         ADD 1              TO CT-CUST-LARGE
068300     END-IF.
068400     IF CT-NEAR-COUNT NOT < CT-MIN-DAYS
068500         ADD 1              TO CT-CUST-STRUCT
068600         IF CT-OVER-TODAY
068700             MOVE 'B'       TO CT-REASON
068800         ELSE
068900             MOVE 'S'       TO CT-REASON
069000         END-IF
069100     END-IF.
069200 3400-EXIT.
069300     EXIT.
069400 3410-TEST-DAY.
069500     IF CT-DAY-IN(CT-DX) > CT-THRESHOLD
069600        OR CT-DAY-OUT(CT-DX) > CT-THRESHOLD
069700         MOVE 'O'           TO CT-DAY-KIND(CT-DX)
069800         IF CT-DAY-DATE(CT-DX) = CT-TODAY
069900             MOVE 'Y'       TO CT-OVER-TODAY-SW
070000         END-IF
070100         GO TO 3410-EXIT
070200     END-IF.
070300     IF CT-DAY-IN(CT-DX) NOT < CT-FLOOR
070400        OR CT-DAY-OUT(CT-DX) NOT < CT-FLOOR
070500         MOVE 'N'           TO CT-DAY-KIND(CT-DX)
070600         ADD 1              TO CT-NEAR-COUNT
070700     END-IF.
070800 3410-EXIT.
070900     EXIT.
071000*-----------------------------------------------------------------
071100* 3500-REPORT-CUSTOMER  -  THE CUSTOMER'S HEADER, THEN EACH DAY
071200*                          THAT COUNTED WITH ITS POSTINGS UNDER
071300*                          IT, ON THE REPORT AND ON THE EXTRACT.
071400*                          A STRUCTURING CUSTOMER WITH NO DAY OVER
071500*                          TONIGHT STILL LISTS ITS NEAR DAYS; A
071600*                          DAY THAT WAS NEITHER IS LEFT OUT.
071700*-----------------------------------------------------------------
071800 3500-REPORT-CUSTOMER.
071900     ADD 1                  TO CT-CUST-REPORTED.
072000     PERFORM 3510-GET-CUSTOMER THRU 3510-EXIT.
072100     MOVE 'CUSTOMER '       TO CT-RPT-CUST-LABEL.
072200     MOVE CT-GRP-CUST-NO    TO CT-RPT-CUST-NO.
072300     IF CT-GRP-CUST-NO = SPACE
072400         MOVE 'ACCOUNT  '   TO CT-RPT-CUST-LABEL
072500         MOVE CT-GRP-ALONE  TO CT-RPT-CUST-NO
072600         ADD 1              TO CT-ACCT-ALONE-COUNT
072700     END-IF.
072800     MOVE CT-GRP-NAME       TO CT-RPT-NAME.
072900     MOVE CT-GRP-ADDR       TO CT-RPT-ADDR.
073000     MOVE 'CASH OVER THRESHOLD TODAY'  TO CT-RPT-REASON.
073100     IF CT-REASON = 'S'
073200         MOVE 'POSSIBLE STRUCTURING' TO CT-RPT-REASON
073300     END-IF.
073400     IF CT-REASON = 'B'
073500         MOVE 'OVER TODAY AND STRUCTURING' TO CT-RPT-REASON
073600     END-IF.
073700     MOVE CT-NEAR-COUNT     TO CT-RPT-NEAR-DAYS.
073800     WRITE CT-RPT-LINE      FROM CT-RPT-CUSTOMER.
073900     MOVE SPACE             TO CE-HEADER-RECORD.
074000     MOVE 'H'               TO CE-REC-TYPE.
074100     MOVE CT-TODAY          TO CE-BUS-DATE.
074200     MOVE CT-GRP-CUST-NO    TO CE-CUST-NO.
074300     MOVE CT-GRP-ALONE      TO CE-ACCT-ALONE.
074400     MOVE CT-GRP-NAME       TO CE-CUST-NAME.
074500     MOVE CT-GRP-ADDR       TO CE-CUST-ADDR.
074600     MOVE CT-REASON         TO CE-REASON.
074700     MOVE ZERO              TO CE-DAY-IN CE-DAY-OUT.
074800     IF CT-DAY-DATE(CT-DAY-COUNT) = CT-TODAY
074900         MOVE CT-DAY-IN(CT-DAY-COUNT)  TO CE-DAY-IN
075000         MOVE CT-DAY-OUT(CT-DAY-COUNT) TO CE-DAY-OUT
075100     END-IF.
075200     MOVE CT-NEAR-COUNT     TO CE-NEAR-DAYS.
075300     WRITE CE-HEADER-RECORD.
075400     PERFORM 3600-REPORT-DAY THRU 3600-EXIT
075500         VARYING CT-DX FROM 1 BY 1
075600         UNTIL CT-DX > CT-DAY-COUNT.
075700     IF CT-TRUNCATED
075800         WRITE CT-RPT-LINE  FROM CT-RPT-TRUNC
075900         ADD 1              TO CT-TRUNC-COUNT
076000     END-IF.
076100 3500-EXIT.
076200     EXIT.
076300*-----------------------------------------------------------------
076400* 3510-GET-CUSTOMER  -  THE NAME AND ADDRESS ON CUSTMAST.  A
076500*                       CUSTOMER NOT THERE KEEPS THE COPY FROM ITS
076600*                       FIRST ACCOUNT, AND IS COUNTED SO THE
076700*                       RECORD GETS FIXED.
076800*-----------------------------------------------------------------
076900 3510-GET-CUSTOMER.
077000     IF CT-GRP-CUST-NO = SPACE
077100         GO TO 3510-EXIT
077200     END-IF.
077300     MOVE CT-GRP-CUST-NO    TO CU-CUST-NO.
077400     READ CUSTMAST
077500         INVALID KEY
077600             ADD 1          TO CT-CUST-MISSING
077700             GO TO 3510-EXIT
077800     END-READ.
077900     MOVE CU-CUST-NAME      TO CT-GRP-NAME.
078000     MOVE CU-CUST-ADDR      TO CT-GRP-ADDR.
078100 3510-EXIT.
078200     EXIT.
078300*-----------------------------------------------------------------
078400* 3600-REPORT-DAY  -  ONE DAY THAT COUNTED, AND ITS POSTINGS.
078500*-----------------------------------------------------------------
078600 3600-REPORT-DAY.
078700     IF CT-DAY-KIND(CT-DX) = SPACE
078800         GO TO 3600-EXIT
078900     END-IF.
079000     MOVE CT-DAY-DATE(CT-DX) TO CT-RPT-DAY-DATE.
079100     MOVE CT-DAY-IN(CT-DX)  TO CT-RPT-DAY-IN.
079200     MOVE CT-DAY-OUT(CT-DX) TO CT-RPT-DAY-OUT.
079300     MOVE 'JUST UNDER'      TO CT-RPT-DAY-KIND.
079400     IF CT-DAY-OVER(CT-DX)
079500         MOVE 'OVER THRESHOLD' TO CT-RPT-DAY-KIND
079600     END-IF.
079700     WRITE CT-RPT-LINE      FROM CT-RPT-DAYLINE.
079800     WRITE CT-RPT-LINE      FROM CT-RPT-PSTHDR.
079900     PERFORM 3700-REPORT-POSTING THRU 3700-EXIT
080000         VARYING CT-PX FROM 1 BY 1
080100         UNTIL CT-PX > CT-PST-COUNT.
080200 3600-EXIT.
080300     EXIT.
080400*-----------------------------------------------------------------
080500* 3700-REPORT-POSTING  -  ONE POSTING OF THE DAY, ON THE REPORT
080600*                         AND AS A 'D' RECORD ON THE EXTRACT.
080700*-----------------------------------------------------------------
080800 3700-REPORT-POSTING.
080900     IF CT-PST-DAY-IX(CT-PX) NOT = CT-DX
081000         GO TO 3700-EXIT
081100     END-IF.
081200     MOVE CT-PST-ACCT-NO(CT-PX) TO CT-RPT-PST-ACCT.
081300     MOVE CT-PST-SEQ(CT-PX)     TO CT-RPT-PST-SEQ.
081400     MOVE CT-PST-DRCR(CT-PX)    TO CT-RPT-PST-DRCR.
081500     MOVE CT-PST-AMOUNT(CT-PX)  TO CT-RPT-PST-AMOUNT.
081600     MOVE CT-PST-TERMID(CT-PX)  TO CT-RPT-PST-TERMID.
081700     MOVE CT-PST-USERID(CT-PX)  TO CT-RPT-PST-USERID.
081800     MOVE CT-PST-OVR(CT-PX)     TO CT-RPT-PST-OVR.
081900     WRITE CT-RPT-LINE      FROM CT-RPT-POSTING.
082000     MOVE SPACE             TO CE-DETAIL-RECORD.
082100     MOVE 'D'               TO CE-REC-TYPE.
082200     MOVE CT-TODAY          TO CE-BUS-DATE.
082300     MOVE CT-GRP-CUST-NO    TO CE-CUST-NO.
082400     MOVE CT-GRP-ALONE      TO CE-ACCT-ALONE.
082500     MOVE CT-PST-DATE(CT-PX)    TO CE-POST-DATE.
082600     MOVE CT-PST-ACCT-NO(CT-PX) TO CE-ACCT-NO.
082700     MOVE CT-PST-SEQ(CT-PX)     TO CE-POST-SEQ.
082800     MOVE CT-PST-DRCR(CT-PX)    TO CE-DRCR-CODE.
082900     MOVE CT-PST-AMOUNT(CT-PX)  TO CE-AMOUNT.
083000     MOVE CT-PST-TERMID(CT-PX)  TO CE-TERMID.
083100     MOVE CT-PST-USERID(CT-PX)  TO CE-USERID.
083200     MOVE CT-PST-OVR(CT-PX)     TO CE-OVR-USERID.
083300     MOVE CT-DAY-KIND(CT-DX)    TO CE-DAY-KIND.
083400     WRITE CE-DETAIL-RECORD.
083500     ADD 1                  TO CT-EXT-POSTINGS.
083600     ADD CT-PST-AMOUNT(CT-PX) TO CT-EXT-AMOUNT.
083700 3700-EXIT.
083800     EXIT.
083900*-----------------------------------------------------------------
084000* 4000-FINALIZE  -  THE EXTRACT'S CONTROL TRAILER, THE REPORT
084100*                   TRAILER TOTALS, AND CLOSE.  A CUSTOMER WHOSE
084200*                   LISTING WAS CUT SHORT ENDS RC=4 - THE TESTS
084300*                   AND THE DAY TOTALS ARE STILL RIGHT, BUT
084400*                   COMPLIANCE HAS TO PULL THE REST OF ITS
084500*                   POSTINGS BY HAND.
084600*-----------------------------------------------------------------
084700 4000-FINALIZE.
084800     MOVE SPACE             TO CE-TRAILER-RECORD.
084900     MOVE 'T'               TO CE-REC-TYPE.
085000     MOVE CT-TODAY          TO CE-BUS-DATE.
085100     MOVE CT-CUST-REPORTED  TO CE-TRL-CUSTOMERS.
085200     MOVE CT-EXT-POSTINGS   TO CE-TRL-POSTINGS.
085300     MOVE CT-EXT-AMOUNT     TO CE-TRL-AMOUNT.
085400     MOVE CT-THRESHOLD      TO CE-TRL-THRESHOLD.
085500     MOVE CT-WINDOW         TO CE-TRL-WINDOW.
085600     MOVE CT-FLOOR          TO CE-TRL-FLOOR.
085700     MOVE CT-MIN-DAYS       TO CE-TRL-MIN-DAYS.
085800     WRITE CE-TRAILER-RECORD.
085900     MOVE '0'               TO CT-RPT-TR-CC.
086000     MOVE 'HISTORY RECORDS READ . . .' TO CT-RPT-TR-LABEL.
086100     MOVE CT-HIST-READ      TO CT-RPT-TR-COUNT.
086200     MOVE SPACE             TO CT-RPT-TR-NOTE.
086300     WRITE CT-RPT-LINE      FROM CT-RPT-TRAILER.
086400     MOVE ' '               TO CT-RPT-TR-CC.
086500     MOVE 'CASH POSTINGS IN WINDOW  .' TO CT-RPT-TR-LABEL.
086600     MOVE CT-CASH-POSTINGS  TO CT-RPT-TR-COUNT.
086700     WRITE CT-RPT-LINE      FROM CT-RPT-TRAILER.
086800     MOVE 'CUSTOMERS REVIEWED . . . .' TO CT-RPT-TR-LABEL.
086900     MOVE CT-GROUPS-REVIEWED TO CT-RPT-TR-COUNT.
087000     WRITE CT-RPT-LINE      FROM CT-RPT-TRAILER.
087100     MOVE 'OVER THRESHOLD TODAY . . .' TO CT-RPT-TR-LABEL.
087200     MOVE CT-CUST-LARGE     TO CT-RPT-TR-COUNT.
087300     WRITE CT-RPT-LINE      FROM CT-RPT-TRAILER.
087400     MOVE 'POSSIBLE STRUCTURING . . .' TO CT-RPT-TR-LABEL.
087500     MOVE CT-CUST-STRUCT    TO CT-RPT-TR-COUNT.
087600     WRITE CT-RPT-LINE      FROM CT-RPT-TRAILER.
087700     MOVE 'CUSTOMERS REPORTED . . . .' TO CT-RPT-TR-LABEL.
087800     MOVE CT-CUST-REPORTED  TO CT-RPT-TR-COUNT.
087900     WRITE CT-RPT-LINE      FROM CT-RPT-TRAILER.
088000     MOVE 'POSTINGS EXTRACTED . . . .' TO CT-RPT-TR-LABEL.
088100     MOVE CT-EXT-POSTINGS   TO CT-RPT-TR-COUNT.
088200     WRITE CT-RPT-LINE      FROM CT-RPT-TRAILER.
088300     IF CT-ACCT-ALONE-COUNT > ZERO
088400         MOVE 'REPORTED BY ACCOUNT  . . .' TO CT-RPT-TR-LABEL
088500         MOVE CT-ACCT-ALONE-COUNT TO CT-RPT-TR-COUNT
088600         MOVE '(NO CUSTOMER NUMBER ON THE ACCOUNT - FIX IT)'
088700                            TO CT-RPT-TR-NOTE
088800         WRITE CT-RPT-LINE  FROM CT-RPT-TRAILER
088900     END-IF.
089000     IF CT-CUST-MISSING > ZERO
089100         MOVE 'CUSTOMER NOT ON CUSTMAST .' TO CT-RPT-TR-LABEL
089200         MOVE CT-CUST-MISSING TO CT-RPT-TR-COUNT
089300         MOVE '(NAME AND ADDRESS TAKEN FROM THE ACCOUNT)'
089400                            TO CT-RPT-TR-NOTE
089500         WRITE CT-RPT-LINE  FROM CT-RPT-TRAILER
089600     END-IF.
089700     IF CT-ACCT-MISSING > ZERO
089800         MOVE 'ACCOUNT NOT ON ACCTMAST  .' TO CT-RPT-TR-LABEL
089900         MOVE CT-ACCT-MISSING TO CT-RPT-TR-COUNT
090000         MOVE '(POSTINGS REVIEWED UNDER THE ACCOUNT ALONE)'
090100                            TO CT-RPT-TR-NOTE
090200         WRITE CT-RPT-LINE  FROM CT-RPT-TRAILER
090300     END-IF.
090400     IF CT-TRUNC-COUNT > ZERO
090500         MOVE 'LISTINGS CUT SHORT . . . .' TO CT-RPT-TR-LABEL
090600         MOVE CT-TRUNC-COUNT TO CT-RPT-TR-COUNT
090700         MOVE '(PULL THE REST FROM TRNHST - RC 4)'
090800                            TO CT-RPT-TR-NOTE
090900         WRITE CT-RPT-LINE  FROM CT-RPT-TRAILER
091000         MOVE 4             TO RETURN-CODE
091100     END-IF.
091200     CLOSE TRANHIST ACCTMAST CUSTMAST CTREXT CTRRPT.
091300 4000-EXIT.
091400     EXIT.
091500*-----------------------------------------------------------------
091600* 4900-PARM-FAILURE  -  NO USABLE REVIEW CARD - SAY SO ON THE
091700*                       REPORT AND END RC=16 WITH NO EXTRACT CUT.
091800*-----------------------------------------------------------------
091900 4900-PARM-FAILURE.
092000     WRITE CT-RPT-LINE      FROM CT-RPT-BADPARM.
092100     CLOSE CTRRPT.
092200     MOVE 16                TO RETURN-CODE.
092300 4900-EXIT.
092400     EXIT.
092500*-----------------------------------------------------------------
092600* 4910-BDATE-FAILURE  -  NO TRUSTWORTHY BUSINESS DATE - SAY SO ON
092700*                        THE REPORT AND END RC=16 WITH NO EXTRACT
092800*                        CUT.
092900*-----------------------------------------------------------------
093000 4910-BDATE-FAILURE.
093100     WRITE CT-RPT-LINE      FROM CT-RPT-BADBDATE.
093200     CLOSE CTRRPT.
093300     MOVE 16                TO RETURN-CODE.
093400 4910-EXIT.
093500     EXIT.
