000100*-----------------------------------------------------------------
000200* IDENTIFICATION DIVISION.
000300*-----------------------------------------------------------------
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    ACCTTAX.
000600 AUTHOR.        R HALVERSEN.
000700 INSTALLATION.  DATA PROCESSING.
000800 DATE-WRITTEN.  10/15/2026.
000900 DATE-COMPILED.
001000*-----------------------------------------------------------------
001100* MODIFICATION HISTORY
001200*-----------------------------------------------------------------
001300* 10/15/2026 RH  NEW PROGRAM.  YEAR-END INTEREST TAX REPORTING -
001400*                THE JANUARY SPREADSHEET BUILT BY HAND FROM THE
001500*                MONTHLY ACCTMIN REGISTERS RETIRES.  EVERY
001600*                INTEREST POSTING OF THE TAX YEAR (A 'C' RECORD
001700*                UNDER USERID ACCTMIN) IS READ OFF THE LIVE
001800*                HISTORY AND THE TRNARCH ARCHIVE - THE 72-BYTE
001900*                GENERATIONS CONSOLIDATED AS TRNARCH72 AND THE
002000*                100-BYTE GDG, AS ACCTDRM READS THEM - BECAUSE
002100*                TRNARCHJ HAS PURGED MOST OF THE YEAR BY JANUARY.
002200*                A POSTING SINCE REVERSED (TH-WAS-REVERSED) WAS
002300*                NEVER PAID AND IS LEFT OUT.  THE POSTINGS ARE
002400*                TOTALLED BY ACCOUNT AND ROLLED UP TO THE CUSTOMER
002500*                THROUGH AC-CUST-NO, CLOSED ACCOUNTS INCLUDED; AN
002600*                ACCOUNT WITH NO CUSTOMER NUMBER IS A PAYEE ON ITS
002700*                OWN.  EACH PAYEE GETS A YEAR-END INTEREST NOTICE
002800*                AT ITS CUSTMAST ADDRESS AND A RECORD ON THE
002900*                TAXFILE ELECTRONIC FILING FILE (SEE TAXREC),
003000*                WHICH ENDS WITH A CONTROL TRAILER; TAXRPT LISTS
003100*                THE PAYEES WITH TOTALS THAT TIE TO THE TRAILER.
003200*                CORRECTION MODE (PARMIN COL 5 'C') RUNS THE SAME
003300*                TOTALS FOR THE ONE PAYEE ON THE CARD AND RE-
003400*                ISSUES ITS NOTICE AND FILING RECORD MARKED
003500*                CORRECTED - FOR AN INTEREST POSTING REVERSED
003600*                AFTER THE ORIGINALS WENT OUT.  NOTHING IS
003700*                UPDATED, SO A RERUN IS SAFE.
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
005200     SELECT OLDARCH  ASSIGN TO OLDARCH
005300                     ORGANIZATION IS SEQUENTIAL.
005400     SELECT NEWARCH  ASSIGN TO NEWARCH
005500                     ORGANIZATION IS SEQUENTIAL.
005600     SELECT ACCTMAST ASSIGN TO ACCTMAST
005700                     ORGANIZATION IS INDEXED
005800                     ACCESS MODE IS RANDOM
005900                     RECORD KEY IS AC-ACCT-NO.
006000     SELECT CUSTMAST ASSIGN TO CUSTMAST
006100                     ORGANIZATION IS INDEXED
006200                     ACCESS MODE IS RANDOM
006300                     RECORD KEY IS CU-CUST-NO.
006400     SELECT INTSORT  ASSIGN TO SORTWK1.
006500     SELECT TAXFILE  ASSIGN TO TAXFILE
006600                     ORGANIZATION IS SEQUENTIAL.
006700     SELECT NOTICES  ASSIGN TO NOTICES
006800                     ORGANIZATION IS SEQUENTIAL.
006900     SELECT TAXRPT   ASSIGN TO TAXRPT
007000                     ORGANIZATION IS SEQUENTIAL.
007100*-----------------------------------------------------------------
007200 DATA DIVISION.
007300 FILE SECTION.
007400*-----------------------------------------------------------------
007500* PARMIN - THE ONE-CARD RUN PARAMETER.  COLS 1-4 THE TAX YEAR
007600* (BEFORE THE BUSINESS DATE'S YEAR - ONLY A FINISHED YEAR IS
007700* REPORTED), COL 5 THE MODE - 'F' THE FULL ORIGINAL RUN, 'C' A
007800* CORRECTION - AND FOR A CORRECTION THE ONE PAYEE: COLS 6-15 ITS
007900* CUSTOMER NUMBER, OR COLS 16-25 THE ACCOUNT NUMBER OF AN ACCOUNT
008000* WITH NO CUSTOMER NUMBER.  EXACTLY ONE OF THE TWO.
008100*-----------------------------------------------------------------
008200 FD  PARMIN
008300     RECORDING MODE IS F.
008400 01  TX-PARM-CARD.
008500     02  TX-CARD-YEAR       PIC 9(04).
008600     02  TX-CARD-MODE       PIC X(01).
008700         88  TX-CARD-FULL   VALUE 'F'.
008800         88  TX-CARD-CORR   VALUE 'C'.
008900     02  TX-CARD-CUST-NO    PIC X(10).
009000     02  TX-CARD-ACCT-NO    PIC X(10).
009100     02  FILLER             PIC X(55).
009200*-----------------------------------------------------------------
009300* BDATFILE - THE ONE-RECORD BUSINESS-DATE CONTROL KSDS.  SHARED
009400* COPYBOOK BDTREC.
009500*-----------------------------------------------------------------
009600 FD  BDATFILE.
009700     COPY BDTREC.
009800*-----------------------------------------------------------------
009900* TRANHIST - THE LIVE TRANSACTION HISTORY KSDS, READ FRONT TO
010000* BACK.  SHARED COPYBOOK TRNREC.
010100*-----------------------------------------------------------------
010200 FD  TRANHIST.
010300     COPY TRNREC.
010400*-----------------------------------------------------------------
010500* OLDARCH - THE 72-BYTE ARCHIVE GENERATIONS CUT BEFORE THE HISTORY
010600* RECORD GREW, AND NEWARCH - THE 100-BYTE GENERATIONS SINCE (SEE
010700* TRNARCHJ).  THE FIRST 72 BYTES OF BOTH ARE THE TRNREC LAYOUT;
010800* ONLY THE FIELDS NEEDED HERE ARE NAMED.
010900*-----------------------------------------------------------------
011000 FD  OLDARCH
011100     RECORDING MODE IS F.
011200 01  TX-OLD-RECORD.
011300     02  TX-OLD-ACCT-NO     PIC X(10).
011400     02  TX-OLD-POST-DATE   PIC 9(08).
011500     02  FILLER             PIC X(04).
011600     02  TX-OLD-DRCR-CODE   PIC X(01).
011700     02  TX-OLD-AMOUNT      PIC S9(9)V99 COMP-3.
011800     02  TX-OLD-USERID      PIC X(08).
011900     02  FILLER             PIC X(04).
012000     02  TX-OLD-REV-FLAG    PIC X(01).
012100     02  FILLER             PIC X(30).
012200 FD  NEWARCH
012300     RECORDING MODE IS F.
012400 01  TX-NEW-RECORD.
012500     02  TX-NEW-ACCT-NO     PIC X(10).
012600     02  TX-NEW-POST-DATE   PIC 9(08).
012700     02  FILLER             PIC X(04).
012800     02  TX-NEW-DRCR-CODE   PIC X(01).
012900     02  TX-NEW-AMOUNT      PIC S9(9)V99 COMP-3.
013000     02  TX-NEW-USERID      PIC X(08).
013100     02  FILLER             PIC X(04).
013200     02  TX-NEW-REV-FLAG    PIC X(01).
013300     02  FILLER             PIC X(58).
013400*-----------------------------------------------------------------
013500* ACCTMAST - THE ACCOUNT MASTER KSDS, READ BY KEY FOR EACH
013600* ACCOUNT'S CUSTOMER NUMBER.  SHARED COPYBOOK ACCTREC.
013700*-----------------------------------------------------------------
013800 FD  ACCTMAST.
013900     COPY ACCTREC.
014000*-----------------------------------------------------------------
014100* CUSTMAST - THE CUSTOMER MASTER KSDS, FOR THE NOTICE NAME AND
014200* ADDRESS.  SHARED COPYBOOK CUSTREC.
014300*-----------------------------------------------------------------
014400 FD  CUSTMAST.
014500     COPY CUSTREC.
014600*-----------------------------------------------------------------
014700* INTSORT - THE YEAR'S INTEREST POSTINGS IN PAYEE AND ACCOUNT
014800* ORDER.  AN ACCOUNT WITH NO CUSTOMER NUMBER SORTS ON ITS OWN
014900* UNDER TX-SRT-ALONE.
015000*-----------------------------------------------------------------
015100 SD  INTSORT.
015200 01  TX-SRT-RECORD.
015300     02  TX-SRT-CUST-NO     PIC X(10).
015400     02  TX-SRT-ALONE       PIC X(10).
015500     02  TX-SRT-ACCT-NO     PIC X(10).
015600     02  TX-SRT-AMOUNT      PIC S9(9)V99 COMP-3.
015700     02  TX-SRT-STATUS      PIC X(01).
015800     02  TX-SRT-ACCT-NAME   PIC X(30).
015900     02  TX-SRT-ACCT-ADDR   PIC X(30).
016000*-----------------------------------------------------------------
016100* TAXFILE - THE ELECTRONIC FILING FILE.  SHARED COPYBOOK TAXREC.
016200*-----------------------------------------------------------------
016300 FD  TAXFILE
016400     RECORDING MODE IS F.
016500     COPY TAXREC.
016600*-----------------------------------------------------------------
016700* NOTICES - THE CUSTOMER NOTICES, ONE TO A PAGE, AND TAXRPT - THE
016800* PAYEE REGISTER.  133-BYTE LINES WITH ASA CARRIAGE CONTROL IN
016900* BYTE 1.
017000*-----------------------------------------------------------------
017100 FD  NOTICES
017200     RECORDING MODE IS F.
017300 01  TX-LTR-LINE            PIC X(133).
017400 FD  TAXRPT
017500     RECORDING MODE IS F.
017600 01  TX-RPT-LINE            PIC X(133).
017700*-----------------------------------------------------------------
017800 WORKING-STORAGE SECTION.
017900*-----------------------------------------------------------------
018000 01  TX-SWITCHES.
018100     02  TX-HIST-EOF-SW     PIC X(01)  VALUE 'N'.
018200         88  TX-HIST-EOF    VALUE 'Y'.
018300     02  TX-OLD-EOF-SW      PIC X(01)  VALUE 'N'.
018400         88  TX-OLD-EOF     VALUE 'Y'.
018500     02  TX-NEW-EOF-SW      PIC X(01)  VALUE 'N'.
018600         88  TX-NEW-EOF     VALUE 'Y'.
018700     02  TX-SRT-EOF-SW      PIC X(01)  VALUE 'N'.
018800         88  TX-SRT-EOF     VALUE 'Y'.
018900     02  TX-BDATE-OK-SW     PIC X(01)  VALUE 'N'.
019000         88  TX-BDATE-OK    VALUE 'Y'.
019100     02  TX-PARM-OK-SW      PIC X(01)  VALUE 'N'.
019200         88  TX-PARM-OK     VALUE 'Y'.
019300     02  TX-CORR-SW         PIC X(01)  VALUE 'N'.
019400         88  TX-CORRECTION  VALUE 'Y'.
019500*-----------------------------------------------------------------
019600*    THE MONTH-END INTEREST RUN'S USERID - ITS 'C' POSTINGS ARE
019700*    THE INTEREST PAID.
019800 77  TX-MIN-USERID          PIC X(08) VALUE 'ACCTMIN'.
019900 77  TX-POSTINGS-READ       PIC 9(09) COMP VALUE ZERO.
020000 77  TX-INT-POSTINGS        PIC 9(07) COMP VALUE ZERO.
020100 77  TX-REV-POSTINGS        PIC 9(07) COMP VALUE ZERO.
020200 77  TX-PAYEES              PIC 9(07) COMP VALUE ZERO.
020300 77  TX-CLOSED-ACCTS        PIC 9(07) COMP VALUE ZERO.
020400 77  TX-ALONE-PAYEES        PIC 9(07) COMP VALUE ZERO.
020500 77  TX-ACCT-MISSING        PIC 9(07) COMP VALUE ZERO.
020600 77  TX-CUST-MISSING        PIC 9(07) COMP VALUE ZERO.
020700 77  TX-TOT-INTEREST        PIC 9(13)V99 COMP-3 VALUE ZERO.
020800 77  TX-PAYEE-INTEREST      PIC 9(11)V99 COMP-3 VALUE ZERO.
020900 77  TX-ACCT-INTEREST       PIC 9(11)V99 COMP-3 VALUE ZERO.
021000 77  TX-PAYEE-ACCTS         PIC 9(03) COMP VALUE ZERO.
021100 77  TX-YEAR                PIC 9(04) VALUE ZERO.
021200 77  TX-FROM-DATE           PIC 9(08) VALUE ZERO.
021300 77  TX-TO-DATE             PIC 9(08) VALUE ZERO.
021400 77  TX-WANT-CUST-NO        PIC X(10) VALUE SPACE.
021500 77  TX-WANT-ACCT-NO        PIC X(10) VALUE SPACE.
021600 77  TX-LTR-IX              PIC 9(01) COMP VALUE ZERO.
021700 01  TX-TODAY               PIC 9(08)  VALUE ZERO.
021800 01  TX-TODAY-R REDEFINES TX-TODAY.
021900     02  TX-TODAY-YEAR      PIC 9(04).
022000     02  FILLER             PIC 9(04).
022100*-----------------------------------------------------------------
022200* THE POSTING BEING RELEASED, FROM WHICHEVER FILE IT CAME OFF.
022300*-----------------------------------------------------------------
022400 01  TX-POSTING.
022500     02  TX-PST-ACCT-NO     PIC X(10).
022600     02  TX-PST-POST-DATE   PIC 9(08).
022700     02  TX-PST-DRCR-CODE   PIC X(01).
022800     02  TX-PST-AMOUNT      PIC S9(9)V99 COMP-3.
022900     02  TX-PST-USERID      PIC X(08).
023000     02  TX-PST-REV-FLAG    PIC X(01).
023100*-----------------------------------------------------------------
023200* THE LAST ACCOUNT LOOKED UP - EACH FILE IS IN ACCOUNT ORDER, SO
023300* EACH ACCOUNT IS READ ONCE PER FILE.
023400*-----------------------------------------------------------------
023500 01  TX-CUR-ACCOUNT.
023600     02  TX-CUR-ACCT-NO     PIC X(10)  VALUE LOW-VALUE.
023700     02  TX-CUR-CUST-NO     PIC X(10)  VALUE SPACE.
023800     02  TX-CUR-STATUS      PIC X(01)  VALUE SPACE.
023900     02  TX-CUR-NAME        PIC X(30)  VALUE SPACE.
024000     02  TX-CUR-ADDR        PIC X(30)  VALUE SPACE.
024100*-----------------------------------------------------------------
024200* THE PAYEE BEING ISSUED.
024300*-----------------------------------------------------------------
024400 01  TX-GROUP.
024500     02  TX-GRP-CUST-NO     PIC X(10).
024600     02  TX-GRP-ALONE       PIC X(10).
024700     02  TX-GRP-ACCT-NO     PIC X(10).
024800     02  TX-GRP-STATUS      PIC X(01).
024900     02  TX-GRP-NAME        PIC X(30).
025000     02  TX-GRP-ADDR        PIC X(30).
025100*-----------------------------------------------------------------
025200* THE CLOSING TEXT OF THE NOTICE.
025300*-----------------------------------------------------------------
025400 01  TX-TEXT.
025500     02  FILLER             PIC X(56)  VALUE
025600         'THIS IS THE INTEREST WE PAID YOU IN THE TAX YEAR SHOWN'.
025700     02  FILLER             PIC X(56)  VALUE
025800         'ON EVERY ACCOUNT IN YOUR NAME, AS REPORTED TO THE TAX'.
025900     02  FILLER             PIC X(56)  VALUE
026000         'AUTHORITY.  KEEP IT WITH YOUR TAX RECORDS.  QUESTIONS'.
026100     02  FILLER             PIC X(56)  VALUE
026200         'TO YOUR BRANCH.'.
026300 01  TX-TEXT-R REDEFINES TX-TEXT.
026400     02  TX-TEXT-LINE       PIC X(56)  OCCURS 4 TIMES.
026500*-----------------------------------------------------------------
026600 01  TX-LTR-HEAD.
026700     02  FILLER             PIC X(01)  VALUE '1'.
026800     02  FILLER             PIC X(34)  VALUE
026900         'YEAR-END INTEREST STATEMENT'.
027000     02  FILLER             PIC X(09)  VALUE 'TAX YEAR '.
027100     02  TX-LTR-YEAR        PIC 9(04).
027200     02  FILLER             PIC X(02)  VALUE SPACE.
027300     02  TX-LTR-CORR        PIC X(11).
027400     02  FILLER             PIC X(07)  VALUE 'ISSUED '.
027500     02  TX-LTR-DATE        PIC 9(08).
027600 01  TX-LTR-NAME-LINE.
027700     02  FILLER             PIC X(01)  VALUE '-'.
027800     02  TX-LTR-NAME        PIC X(30).
027900 01  TX-LTR-ADDR-LINE.
028000     02  FILLER             PIC X(01)  VALUE ' '.
028100     02  TX-LTR-ADDR        PIC X(30).
028200 01  TX-LTR-ID-LINE.
028300     02  FILLER             PIC X(01)  VALUE '-'.
028400     02  TX-LTR-ID-LABEL    PIC X(18).
028500     02  TX-LTR-ID          PIC X(10).
028600 01  TX-LTR-COLS.
028700     02  FILLER             PIC X(01)  VALUE '0'.
028800     02  FILLER             PIC X(12)  VALUE 'ACCOUNT'.
028900     02  FILLER             PIC X(10)  VALUE SPACE.
029000     02  FILLER             PIC X(16)  VALUE '   INTEREST PAID'.
029100 01  TX-LTR-ACCT-LINE.
029200     02  FILLER             PIC X(01)  VALUE ' '.
029300     02  TX-LTR-ACCT        PIC X(10).
029400     02  FILLER             PIC X(02)  VALUE SPACE.
029500     02  TX-LTR-ACCT-NOTE   PIC X(11).
029600     02  FILLER             PIC X(01)  VALUE SPACE.
029700     02  TX-LTR-ACCT-INT    PIC ZZZ,ZZZ,ZZ9.99.
029800 01  TX-LTR-TOTAL.
029900     02  FILLER             PIC X(01)  VALUE '0'.
030000     02  FILLER             PIC X(22)  VALUE
030100         'TOTAL INTEREST PAID'.
030200     02  TX-LTR-TOT-INT     PIC ZZZ,ZZZ,ZZ9.99.
030300 01  TX-LTR-BODY.
030400     02  TX-LTR-BODY-CC     PIC X(01).
030500     02  TX-LTR-BODY-TEXT   PIC X(56).
030600 01  TX-LTR-NONE-LINE.
030700     02  FILLER             PIC X(01)  VALUE ' '.
030800     02  FILLER             PIC X(56)  VALUE
030900         'NO INTEREST WAS PAID TO YOU IN THIS TAX YEAR.'.
031000 01  TX-LTR-CORR-LINE.
031100     02  FILLER             PIC X(01)  VALUE '0'.
031200     02  FILLER             PIC X(56)  VALUE
031300         'THIS CORRECTED STATEMENT REPLACES THE ONE SENT BEFORE'.
031400*-----------------------------------------------------------------
031500 01  TX-RPT-HEADING1.
031600     02  FILLER             PIC X(01)  VALUE '1'.
031700     02  FILLER             PIC X(48)  VALUE
031800         'ACCTTAX - YEAR-END INTEREST PAYEE REGISTER'.
031900     02  FILLER             PIC X(15)  VALUE 'BUSINESS DATE '.
032000     02  TX-RPT-RUNDATE     PIC 9(08).
032100 01  TX-RPT-HEADING2.
032200     02  FILLER             PIC X(01)  VALUE ' '.
032300     02  FILLER             PIC X(09)  VALUE 'TAX YEAR '.
032400     02  TX-RPT-YEAR        PIC 9(04).
032500     02  FILLER             PIC X(02)  VALUE SPACE.
032600     02  TX-RPT-MODE        PIC X(40).
032700 01  TX-RPT-COLS.
032800     02  FILLER             PIC X(01)  VALUE '0'.
032900     02  FILLER             PIC X(13)  VALUE 'PAYEE'.
033000     02  FILLER             PIC X(32)  VALUE 'NAME'.
033100     02  FILLER             PIC X(32)  VALUE 'ADDRESS'.
033200     02  FILLER             PIC X(06)  VALUE 'ACCTS'.
033300     02  FILLER             PIC X(16)  VALUE '   INTEREST PAID'.
033400 01  TX-RPT-DETAIL.
033500     02  FILLER             PIC X(01)  VALUE ' '.
033600     02  TX-RPT-KIND        PIC X(01).
033700     02  FILLER             PIC X(01)  VALUE SPACE.
033800     02  TX-RPT-ID          PIC X(10).
033900     02  FILLER             PIC X(01)  VALUE SPACE.
034000     02  TX-RPT-NAME        PIC X(30).
034100     02  FILLER             PIC X(02)  VALUE SPACE.
034200     02  TX-RPT-ADDR        PIC X(30).
034300     02  FILLER             PIC X(02)  VALUE SPACE.
034400     02  TX-RPT-ACCTS       PIC ZZ9.
034500     02  FILLER             PIC X(03)  VALUE SPACE.
034600     02  TX-RPT-INTEREST    PIC ZZZ,ZZZ,ZZ9.99.
034700 01  TX-RPT-TRAILER.
034800     02  TX-RPT-TR-CC       PIC X(01)  VALUE ' '.
034900     02  TX-RPT-TR-LABEL    PIC X(26).
035000     02  TX-RPT-TR-COUNT    PIC ZZZ,ZZZ,ZZ9.
035100     02  FILLER             PIC X(02)  VALUE SPACE.
035200     02  TX-RPT-TR-NOTE     PIC X(50).
035300 01  TX-RPT-INTTOT.
035400     02  FILLER             PIC X(01)  VALUE ' '.
035500     02  FILLER             PIC X(26)  VALUE
035600         'TOTAL INTEREST FILED . . .'.
035700     02  TX-RPT-TOT-INT     PIC ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
035800 01  TX-RPT-NONE.
035900     02  FILLER             PIC X(01)  VALUE '0'.
036000     02  FILLER             PIC X(44)  VALUE
036100         'NO INTEREST POSTINGS FOUND FOR THE TAX YEAR'.
036200 01  TX-RPT-BADPARM.
036300     02  FILLER             PIC X(01)  VALUE ' '.
036400     02  FILLER             PIC X(52)  VALUE
036500         '*** TAX YEAR CARD OR PAYEE MISSING OR BAD - RC 16 **'.
036600 01  TX-RPT-BADBDATE.
036700     02  FILLER             PIC X(01)  VALUE ' '.
036800     02  FILLER             PIC X(52)  VALUE
036900         '*** BUSINESS DATE FILE MISSING OR BAD - RC 16 ******'.
037000*-----------------------------------------------------------------
037100 PROCEDURE DIVISION.
037200*-----------------------------------------------------------------
037300* 0000-MAINLINE
037400*-----------------------------------------------------------------
037500 0000-MAINLINE.
037600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
037700     IF NOT TX-BDATE-OK
037800         PERFORM 4910-BDATE-FAILURE THRU 4910-EXIT
037900         GO TO 0000-EXIT
038000     END-IF.
038100     IF NOT TX-PARM-OK
038200         PERFORM 4900-PARM-FAILURE THRU 4900-EXIT
038300         GO TO 0000-EXIT
038400     END-IF.
038500     SORT INTSORT
038600         ON ASCENDING KEY TX-SRT-CUST-NO TX-SRT-ALONE
038700                          TX-SRT-ACCT-NO
038800         INPUT PROCEDURE IS 2000-RELEASE-INTEREST THRU 2000-EXIT
038900         OUTPUT PROCEDURE IS 3000-ISSUE-NOTICES THRU 3000-EXIT.
039000     PERFORM 4000-FINALIZE THRU 4000-EXIT.
039100 0000-EXIT.
039200     STOP RUN.
039300*-----------------------------------------------------------------
039400* 1000-INITIALIZE  -  READ THE BUSINESS DATE AND THE TAX YEAR
039500*                     CARD, CHECK A CORRECTION'S PAYEE, PUT OUT
039600*                     THE HEADINGS AND OPEN THE FILES.
039700*-----------------------------------------------------------------
039800 1000-INITIALIZE.
039900     OPEN OUTPUT TAXRPT.
040000     PERFORM 1020-READ-BUSINESS-DATE THRU 1020-EXIT.
040100     IF NOT TX-BDATE-OK
040200         GO TO 1000-EXIT
040300     END-IF.
040400     PERFORM 1040-READ-PARM-CARD THRU 1040-EXIT.
040500     IF NOT TX-PARM-OK
040600         GO TO 1000-EXIT
040700     END-IF.
040800     OPEN INPUT ACCTMAST CUSTMAST.
040900     IF TX-CORRECTION
041000         PERFORM 1060-CHECK-PAYEE THRU 1060-EXIT
041100     END-IF.
041200     IF NOT TX-PARM-OK
041300         CLOSE ACCTMAST CUSTMAST
041400         GO TO 1000-EXIT
041500     END-IF.
041600     COMPUTE TX-FROM-DATE = TX-YEAR * 10000 + 0101.
041700     COMPUTE TX-TO-DATE   = TX-YEAR * 10000 + 1231.
041800     MOVE TX-TODAY          TO TX-RPT-RUNDATE TX-LTR-DATE.
041900     MOVE TX-YEAR           TO TX-RPT-YEAR TX-LTR-YEAR.
042000     IF TX-CORRECTION
042100         MOVE 'CORRECTED'   TO TX-LTR-CORR
042200         MOVE 'CORRECTION RUN - ONE PAYEE RE-ISSUED'
042300                            TO TX-RPT-MODE
042400     ELSE
042500         MOVE SPACE         TO TX-LTR-CORR
042600         MOVE 'ORIGINAL RUN - ALL PAYEES'
042700                            TO TX-RPT-MODE
042800     END-IF.
042900     WRITE TX-RPT-LINE      FROM TX-RPT-HEADING1.
043000     WRITE TX-RPT-LINE      FROM TX-RPT-HEADING2.
043100     WRITE TX-RPT-LINE      FROM TX-RPT-COLS.
043200     OPEN INPUT TRANHIST OLDARCH NEWARCH.
043300     OPEN OUTPUT TAXFILE NOTICES.
043400 1000-EXIT.
043500     EXIT.
043600*-----------------------------------------------------------------
043700* 1020-READ-BUSINESS-DATE  -  THE ONE-RECORD BDATE CONTROL FILE
043800*                             NAMES THE DAY OF THE RUN, WHICH
043900*                             DATES THE NOTICES AND THE FILING
044000*                             TRAILER.
044100*-----------------------------------------------------------------
044200 1020-READ-BUSINESS-DATE.
044300     MOVE 'N'               TO TX-BDATE-OK-SW.
044400     OPEN INPUT BDATFILE.
044500     READ BDATFILE
044600         AT END
044700             GO TO 1090-BDATE-DONE
044800     END-READ.
044900     IF BD-KEY = 'BUSDATE'
045000        AND BD-BUSINESS-DATE NUMERIC
045100        AND BD-BUSINESS-DATE > ZERO
045200         MOVE BD-BUSINESS-DATE TO TX-TODAY
045300         MOVE 'Y'           TO TX-BDATE-OK-SW
045400     END-IF.
045500 1090-BDATE-DONE.
045600     CLOSE BDATFILE.
045700 1020-EXIT.
045800     EXIT.
045900*-----------------------------------------------------------------
046000* 1040-READ-PARM-CARD  -  THE TAX YEAR DIGITS AND ALREADY OVER;
046100*                         THE MODE 'F' OR 'C'; AND A CORRECTION
046200*                         NAMING ONE PAYEE - A CUSTOMER OR AN
046300*                         ACCOUNT, NOT BOTH.
046400*-----------------------------------------------------------------
046500 1040-READ-PARM-CARD.
046600     MOVE 'N'               TO TX-PARM-OK-SW.
046700     OPEN INPUT PARMIN.
046800     READ PARMIN
046900         AT END
047000             GO TO 1045-PARM-DONE
047100     END-READ.
047200     IF TX-CARD-YEAR NOT NUMERIC
047300        OR TX-CARD-YEAR NOT > 1900
047400        OR TX-CARD-YEAR NOT < TX-TODAY-YEAR
047500         GO TO 1045-PARM-DONE
047600     END-IF.
047700     IF TX-CARD-FULL
047800         MOVE TX-CARD-YEAR  TO TX-YEAR
047900         MOVE 'Y'           TO TX-PARM-OK-SW
048000         GO TO 1045-PARM-DONE
048100     END-IF.
048200     IF NOT TX-CARD-CORR
048300         GO TO 1045-PARM-DONE
048400     END-IF.
048500     IF TX-CARD-CUST-NO = SPACE AND TX-CARD-ACCT-NO = SPACE
048600         GO TO 1045-PARM-DONE
048700     END-IF.
048800     IF TX-CARD-CUST-NO NOT = SPACE
048900        AND TX-CARD-ACCT-NO NOT = SPACE
049000         GO TO 1045-PARM-DONE
049100     END-IF.
049200     MOVE TX-CARD-YEAR      TO TX-YEAR.
049300     MOVE TX-CARD-CUST-NO   TO TX-WANT-CUST-NO.
049400     MOVE TX-CARD-ACCT-NO   TO TX-WANT-ACCT-NO.
049500     MOVE 'Y'               TO TX-CORR-SW.
049600     MOVE 'Y'               TO TX-PARM-OK-SW.
049700 1045-PARM-DONE.
049800     CLOSE PARMIN.
049900 1040-EXIT.
050000     EXIT.
050100*-----------------------------------------------------------------
050200* 1060-CHECK-PAYEE  -  A CORRECTION'S CUSTOMER MUST BE ON
050300*                      CUSTMAST, AND ITS ACCOUNT ON ACCTMAST WITH
050400*                      NO CUSTOMER NUMBER (AN ACCOUNT THAT HAS ONE
050500*                      IS REPORTED UNDER ITS CUSTOMER).  THE PAYEE
050600*                      IS KEPT IN CASE NO INTEREST IS LEFT TO
050700*                      REPORT.
050800*-----------------------------------------------------------------
050900 1060-CHECK-PAYEE.
051000     MOVE 'N'               TO TX-PARM-OK-SW.
051100     MOVE SPACE             TO TX-GROUP.
051200     IF TX-WANT-CUST-NO NOT = SPACE
051300         MOVE TX-WANT-CUST-NO TO CU-CUST-NO
051400         READ CUSTMAST
051500             INVALID KEY
051600                 GO TO 1060-EXIT
051700         END-READ
051800         MOVE TX-WANT-CUST-NO TO TX-GRP-CUST-NO
051900         MOVE CU-CUST-NAME  TO TX-GRP-NAME
052000         MOVE CU-CUST-ADDR  TO TX-GRP-ADDR
052100         MOVE 'Y'           TO TX-PARM-OK-SW
052200         GO TO 1060-EXIT
052300     END-IF.
052400     MOVE TX-WANT-ACCT-NO   TO AC-ACCT-NO.
052500     READ ACCTMAST
052600         INVALID KEY
052700             GO TO 1060-EXIT
052800     END-READ.
052900     IF AC-CUST-NO NOT = SPACE
053000         GO TO 1060-EXIT
053100     END-IF.
053200     MOVE TX-WANT-ACCT-NO   TO TX-GRP-ALONE.
053300     MOVE AC-CUST-NAME      TO TX-GRP-NAME.
053400     MOVE AC-CUST-ADDR      TO TX-GRP-ADDR.
053500     MOVE 'Y'               TO TX-PARM-OK-SW.
053600 1060-EXIT.
053700     EXIT.
053800*-----------------------------------------------------------------
053900* 2000-RELEASE-INTEREST  -  SORT INPUT - THE LIVE HISTORY, THEN
054000*                           THE OLD AND NEW ARCHIVE GENERATIONS.
054100*                           A POSTING IS ON ONLY ONE OF THEM,
054200*                           SINCE TRNARCHJ DELETES WHAT IT
054300*                           ARCHIVES.
054400*-----------------------------------------------------------------
054500 2000-RELEASE-INTEREST.
054600     PERFORM 2100-FROM-HISTORY THRU 2100-EXIT
054700         UNTIL TX-HIST-EOF.
054800     PERFORM 2200-FROM-OLD-ARCHIVE THRU 2200-EXIT
054900         UNTIL TX-OLD-EOF.
055000     PERFORM 2300-FROM-NEW-ARCHIVE THRU 2300-EXIT
055100         UNTIL TX-NEW-EOF.
055200 2000-EXIT.
055300     EXIT.
055400 2100-FROM-HISTORY.
055500     READ TRANHIST NEXT RECORD
055600         AT END
055700             MOVE 'Y'       TO TX-HIST-EOF-SW
055800             GO TO 2100-EXIT
055900     END-READ.
056000     MOVE TH-ACCT-NO        TO TX-PST-ACCT-NO.
056100     MOVE TH-POST-DATE      TO TX-PST-POST-DATE.
056200     MOVE TH-DRCR-CODE      TO TX-PST-DRCR-CODE.
056300     MOVE TH-AMOUNT         TO TX-PST-AMOUNT.
056400     MOVE TH-USERID         TO TX-PST-USERID.
056500     MOVE TH-REV-FLAG       TO TX-PST-REV-FLAG.
056600     PERFORM 2500-CHECK-POSTING THRU 2500-EXIT.
056700 2100-EXIT.
056800     EXIT.
056900 2200-FROM-OLD-ARCHIVE.
057000     READ OLDARCH
057100         AT END
057200             MOVE 'Y'       TO TX-OLD-EOF-SW
057300             GO TO 2200-EXIT
057400     END-READ.
057500     MOVE TX-OLD-ACCT-NO    TO TX-PST-ACCT-NO.
057600     MOVE TX-OLD-POST-DATE  TO TX-PST-POST-DATE.
057700     MOVE TX-OLD-DRCR-CODE  TO TX-PST-DRCR-CODE.
057800     MOVE TX-OLD-AMOUNT     TO TX-PST-AMOUNT.
057900     MOVE TX-OLD-USERID     TO TX-PST-USERID.
058000     MOVE TX-OLD-REV-FLAG   TO TX-PST-REV-FLAG.
058100     PERFORM 2500-CHECK-POSTING THRU 2500-EXIT.
058200 2200-EXIT.
058300     EXIT.
058400 2300-FROM-NEW-ARCHIVE.
058500     READ NEWARCH
058600         AT END
058700             MOVE 'Y'       TO TX-NEW-EOF-SW
058800             GO TO 2300-EXIT
058900     END-READ.
059000     MOVE TX-NEW-ACCT-NO    TO TX-PST-ACCT-NO.
059100     MOVE TX-NEW-POST-DATE  TO TX-PST-POST-DATE.
059200     MOVE TX-NEW-DRCR-CODE  TO TX-PST-DRCR-CODE.
059300     MOVE TX-NEW-AMOUNT     TO TX-PST-AMOUNT.
059400     MOVE TX-NEW-USERID     TO TX-PST-USERID.
059500     MOVE TX-NEW-REV-FLAG   TO TX-PST-REV-FLAG.
059600     PERFORM 2500-CHECK-POSTING THRU 2500-EXIT.
059700 2300-EXIT.
059800     EXIT.
059900*-----------------------------------------------------------------
060000* 2500-CHECK-POSTING  -  INTEREST IS A CREDIT POSTED BY ACCTMIN IN
060100*                        THE TAX YEAR.  ONE SINCE REVERSED ('X')
060200*                        WAS TAKEN BACK, SO IT IS COUNTED AND LEFT
060300*                        OUT.  A CORRECTION KEEPS ONLY ITS ONE
060400*                        PAYEE'S.
060500*-----------------------------------------------------------------
060600 2500-CHECK-POSTING.
060700     ADD 1                  TO TX-POSTINGS-READ.
060800     IF TX-PST-USERID NOT = TX-MIN-USERID
060900        OR TX-PST-DRCR-CODE NOT = 'C'
061000         GO TO 2500-EXIT
061100     END-IF.
061200     IF TX-PST-POST-DATE < TX-FROM-DATE
061300        OR TX-PST-POST-DATE > TX-TO-DATE
061400         GO TO 2500-EXIT
061500     END-IF.
061600     IF TX-PST-ACCT-NO NOT = TX-CUR-ACCT-NO
061700         PERFORM 2550-GET-ACCOUNT THRU 2550-EXIT
061800     END-IF.
061900     IF TX-CORRECTION
062000         IF TX-WANT-CUST-NO NOT = SPACE
062100            AND TX-CUR-CUST-NO NOT = TX-WANT-CUST-NO
062200             GO TO 2500-EXIT
062300         END-IF
062400         IF TX-WANT-ACCT-NO NOT = SPACE
062500            AND TX-PST-ACCT-NO NOT = TX-WANT-ACCT-NO
062600             GO TO 2500-EXIT
062700         END-IF
062800     END-IF.
062900     IF TX-PST-REV-FLAG = 'X'
063000         ADD 1              TO TX-REV-POSTINGS
063100         GO TO 2500-EXIT
063200     END-IF.
063300     ADD 1                  TO TX-INT-POSTINGS.
063400     MOVE TX-CUR-CUST-NO    TO TX-SRT-CUST-NO.
063500     MOVE SPACE             TO TX-SRT-ALONE.
063600     IF TX-CUR-CUST-NO = SPACE
063700         MOVE TX-PST-ACCT-NO TO TX-SRT-ALONE
063800     END-IF.
063900     MOVE TX-PST-ACCT-NO    TO TX-SRT-ACCT-NO.
064000     MOVE TX-PST-AMOUNT     TO TX-SRT-AMOUNT.
064100     MOVE TX-CUR-STATUS     TO TX-SRT-STATUS.
064200     MOVE TX-CUR-NAME       TO TX-SRT-ACCT-NAME.
064300     MOVE TX-CUR-ADDR       TO TX-SRT-ACCT-ADDR.
064400     RELEASE TX-SRT-RECORD.
064500 2500-EXIT.
064600     EXIT.
064700*-----------------------------------------------------------------
064800* 2550-GET-ACCOUNT  -  THE CUSTOMER NUMBER, STATUS, NAME AND
064900*                      ADDRESS OF THE POSTING'S ACCOUNT, CLOSED OR
065000*                      NOT.  AN ACCOUNT NO LONGER ON THE MASTER IS
065100*                      REPORTED ON ITS OWN AND COUNTED, UNDER
065150*                      STATUS 'M' - IT IS NOT KNOWN TO BE CLOSED.
065200*-----------------------------------------------------------------
065300 2550-GET-ACCOUNT.
065400     MOVE TX-PST-ACCT-NO    TO TX-CUR-ACCT-NO.
065500     MOVE TX-PST-ACCT-NO    TO AC-ACCT-NO.
065600     READ ACCTMAST
065700         INVALID KEY
065800             ADD 1          TO TX-ACCT-MISSING
065900             MOVE SPACE     TO TX-CUR-CUST-NO TX-CUR-ADDR
066000             MOVE 'M'       TO TX-CUR-STATUS
066100             MOVE 'ACCOUNT NOT ON FILE' TO TX-CUR-NAME
066200             GO TO 2550-EXIT
066300     END-READ.
066400     MOVE AC-CUST-NO        TO TX-CUR-CUST-NO.
066500     MOVE AC-STATUS         TO TX-CUR-STATUS.
066600     MOVE AC-CUST-NAME      TO TX-CUR-NAME.
066700     MOVE AC-CUST-ADDR      TO TX-CUR-ADDR.
066800 2550-EXIT.
066900     EXIT.
067000*-----------------------------------------------------------------
067100* 3000-ISSUE-NOTICES  -  SORT OUTPUT - ONE PAYEE AT A TIME.  A
067200*                        CORRECTION THAT FINDS NOTHING LEFT TO
067300*                        REPORT STILL RE-ISSUES THE PAYEE AT ZERO.
067400*-----------------------------------------------------------------
067500 3000-ISSUE-NOTICES.
067600     PERFORM 3100-RETURN-ONE THRU 3100-EXIT.
067700     PERFORM 3200-ONE-PAYEE THRU 3200-EXIT
067800         UNTIL TX-SRT-EOF.
067900     IF TX-PAYEES = ZERO
068000         IF TX-CORRECTION
068100             PERFORM 3500-ZERO-CORRECTION THRU 3500-EXIT
068200         ELSE
068300             WRITE TX-RPT-LINE FROM TX-RPT-NONE
068400         END-IF
068500     END-IF.
068600 3000-EXIT.
068700     EXIT.
068800 3100-RETURN-ONE.
068900     RETURN INTSORT
069000         AT END
069100             MOVE 'Y'       TO TX-SRT-EOF-SW
069200     END-RETURN.
069300 3100-EXIT.
069400     EXIT.
069500*-----------------------------------------------------------------
069600* 3200-ONE-PAYEE  -  THE NOTICE HEADING, A LINE FOR EACH OF THE
069700*                    PAYEE'S ACCOUNTS, THEN THE TOTAL, THE FILING
069800*                    RECORD AND THE REGISTER LINE.
069900*-----------------------------------------------------------------
070000 3200-ONE-PAYEE.
070100     MOVE TX-SRT-CUST-NO    TO TX-GRP-CUST-NO.
070200     MOVE TX-SRT-ALONE      TO TX-GRP-ALONE.
070300     MOVE TX-SRT-ACCT-NAME  TO TX-GRP-NAME.
070400     MOVE TX-SRT-ACCT-ADDR  TO TX-GRP-ADDR.
070500     MOVE ZERO              TO TX-PAYEE-INTEREST TX-PAYEE-ACCTS.
070600     PERFORM 3300-GET-PAYEE THRU 3300-EXIT.
070700     PERFORM 3350-START-NOTICE THRU 3350-EXIT.
070800     PERFORM 3400-ONE-ACCOUNT THRU 3400-EXIT
070900         UNTIL TX-SRT-EOF
071000            OR TX-SRT-CUST-NO NOT = TX-GRP-CUST-NO
071100            OR TX-SRT-ALONE NOT = TX-GRP-ALONE.
071200     PERFORM 3600-END-PAYEE THRU 3600-EXIT.
071300 3200-EXIT.
071400     EXIT.
071500*-----------------------------------------------------------------
071600* 3300-GET-PAYEE  -  A CUSTOMER'S NAME AND ADDRESS COME FROM
071700*                    CUSTMAST; IF IT IS NOT THERE, OR THE ACCOUNT
071800*                    HAS NO CUSTOMER NUMBER, THE ACCOUNT'S OWN ARE
071900*                    USED AND COUNTED.
072000*-----------------------------------------------------------------
072100 3300-GET-PAYEE.
072200     IF TX-GRP-CUST-NO = SPACE
072300         ADD 1              TO TX-ALONE-PAYEES
072400         GO TO 3300-EXIT
072500     END-IF.
072600     MOVE TX-GRP-CUST-NO    TO CU-CUST-NO.
072700     READ CUSTMAST
072800         INVALID KEY
072900             ADD 1          TO TX-CUST-MISSING
073000             GO TO 3300-EXIT
073100     END-READ.
073200     MOVE CU-CUST-NAME      TO TX-GRP-NAME.
073300     MOVE CU-CUST-ADDR      TO TX-GRP-ADDR.
073400 3300-EXIT.
073500     EXIT.
073600*-----------------------------------------------------------------
073700* 3350-START-NOTICE  -  A NEW PAGE: THE HEADING, THE PAYEE'S NAME,
073800*                       ADDRESS AND NUMBER, AND THE COLUMN TITLES.
073900*-----------------------------------------------------------------
074000 3350-START-NOTICE.
074100     WRITE TX-LTR-LINE      FROM TX-LTR-HEAD.
074200     MOVE TX-GRP-NAME       TO TX-LTR-NAME.
074300     WRITE TX-LTR-LINE      FROM TX-LTR-NAME-LINE.
074400     MOVE TX-GRP-ADDR       TO TX-LTR-ADDR.
074500     WRITE TX-LTR-LINE      FROM TX-LTR-ADDR-LINE.
074600     IF TX-GRP-CUST-NO NOT = SPACE
074700         MOVE 'CUSTOMER NUMBER'  TO TX-LTR-ID-LABEL
074800         MOVE TX-GRP-CUST-NO     TO TX-LTR-ID
074900     ELSE
075000         MOVE 'ACCOUNT NUMBER'   TO TX-LTR-ID-LABEL
075100         MOVE TX-GRP-ALONE       TO TX-LTR-ID
075200     END-IF.
075300     WRITE TX-LTR-LINE      FROM TX-LTR-ID-LINE.
075400     WRITE TX-LTR-LINE      FROM TX-LTR-COLS.
075500 3350-EXIT.
075600     EXIT.
075700*-----------------------------------------------------------------
075800* 3400-ONE-ACCOUNT  -  ADD UP ONE ACCOUNT'S INTEREST FOR THE YEAR
075900*                      AND PUT ITS LINE ON THE NOTICE.  A CLOSED
076000*                      ACCOUNT'S INTEREST WAS STILL PAID AND STILL
076100*                      COUNTS.  AN ACCOUNT GONE FROM THE MASTER
076150*                      IS NOTED NOT ON FILE AND IS NOT COUNTED AS
076170*                      CLOSED.
076200*-----------------------------------------------------------------
076300 3400-ONE-ACCOUNT.
076400     MOVE TX-SRT-ACCT-NO    TO TX-GRP-ACCT-NO.
076500     MOVE TX-SRT-STATUS     TO TX-GRP-STATUS.
076600     MOVE ZERO              TO TX-ACCT-INTEREST.
076700     PERFORM 3450-ADD-ONE THRU 3450-EXIT
076800         UNTIL TX-SRT-EOF
076900            OR TX-SRT-CUST-NO NOT = TX-GRP-CUST-NO
077000            OR TX-SRT-ALONE NOT = TX-GRP-ALONE
077100            OR TX-SRT-ACCT-NO NOT = TX-GRP-ACCT-NO.
077200     MOVE TX-GRP-ACCT-NO    TO TX-LTR-ACCT.
077300     MOVE SPACE             TO TX-LTR-ACCT-NOTE.
077400     IF TX-GRP-STATUS = 'C'
077500         MOVE 'CLOSED'      TO TX-LTR-ACCT-NOTE
077600         ADD 1              TO TX-CLOSED-ACCTS
077700     END-IF.
077750     IF TX-GRP-STATUS = 'M'
077760         MOVE 'NOT ON FILE' TO TX-LTR-ACCT-NOTE
077770     END-IF.
077800     MOVE TX-ACCT-INTEREST  TO TX-LTR-ACCT-INT.
077900     WRITE TX-LTR-LINE      FROM TX-LTR-ACCT-LINE.
078000     ADD TX-ACCT-INTEREST   TO TX-PAYEE-INTEREST.
078100     ADD 1                  TO TX-PAYEE-ACCTS.
078200 3400-EXIT.
078300     EXIT.
078400 3450-ADD-ONE.
078500     ADD TX-SRT-AMOUNT      TO TX-ACCT-INTEREST.
078600     PERFORM 3100-RETURN-ONE THRU 3100-EXIT.
078700 3450-EXIT.
078800     EXIT.
078900*-----------------------------------------------------------------
079000* 3500-ZERO-CORRECTION  -  EVERY INTEREST POSTING OF THE
079100*                          CORRECTION'S PAYEE HAS BEEN REVERSED -
079200*                          RE-ISSUE THE NOTICE AND FILING RECORD
079300*                          AT ZERO, FROM THE PAYEE KEPT AT 1060.
079400*-----------------------------------------------------------------
079500 3500-ZERO-CORRECTION.
079600     MOVE ZERO              TO TX-PAYEE-INTEREST TX-PAYEE-ACCTS.
079700     PERFORM 3350-START-NOTICE THRU 3350-EXIT.
079800     WRITE TX-LTR-LINE      FROM TX-LTR-NONE-LINE.
079900     PERFORM 3600-END-PAYEE THRU 3600-EXIT.
080000 3500-EXIT.
080100     EXIT.
080200*-----------------------------------------------------------------
080300* 3600-END-PAYEE  -  THE NOTICE TOTAL AND CLOSING TEXT, THEN THE
080400*                    PAYEE'S FILING RECORD AND REGISTER LINE.
080500*-----------------------------------------------------------------
080600 3600-END-PAYEE.
080700     MOVE TX-PAYEE-INTEREST TO TX-LTR-TOT-INT.
080800     WRITE TX-LTR-LINE      FROM TX-LTR-TOTAL.
080900     MOVE '0'               TO TX-LTR-BODY-CC.
081000     PERFORM 3650-WRITE-TEXT THRU 3650-EXIT
081100         VARYING TX-LTR-IX FROM 1 BY 1
081200         UNTIL TX-LTR-IX > 4.
081300     IF TX-CORRECTION
081400         WRITE TX-LTR-LINE  FROM TX-LTR-CORR-LINE
081500     END-IF.
081600     MOVE SPACE             TO TF-PAYEE-RECORD.
081700     MOVE 'P'               TO TF-REC-TYPE.
081800     MOVE TX-YEAR           TO TF-TAX-YEAR.
081900     IF TX-CORRECTION
082000         MOVE 'C'           TO TF-CORRECTED
082100     END-IF.
082200     IF TX-GRP-CUST-NO NOT = SPACE
082300         MOVE TX-GRP-CUST-NO TO TF-PAYEE-ID
082400         MOVE 'C'           TO TF-PAYEE-KIND
082500     ELSE
082600         MOVE TX-GRP-ALONE  TO TF-PAYEE-ID
082700         MOVE 'A'           TO TF-PAYEE-KIND
082800     END-IF.
082900     MOVE TX-GRP-NAME       TO TF-PAYEE-NAME.
083000     MOVE TX-GRP-ADDR       TO TF-PAYEE-ADDR.
083100     MOVE TX-PAYEE-INTEREST TO TF-INTEREST.
083200     MOVE TX-PAYEE-ACCTS    TO TF-ACCT-COUNT.
083300     WRITE TF-PAYEE-RECORD.
083400     MOVE TF-PAYEE-KIND     TO TX-RPT-KIND.
083500     MOVE TF-PAYEE-ID       TO TX-RPT-ID.
083600     MOVE TX-GRP-NAME       TO TX-RPT-NAME.
083700     MOVE TX-GRP-ADDR       TO TX-RPT-ADDR.
083800     MOVE TX-PAYEE-ACCTS    TO TX-RPT-ACCTS.
083900     MOVE TX-PAYEE-INTEREST TO TX-RPT-INTEREST.
084000     WRITE TX-RPT-LINE      FROM TX-RPT-DETAIL.
084100     ADD 1                  TO TX-PAYEES.
084200     ADD TX-PAYEE-INTEREST  TO TX-TOT-INTEREST.
084300 3600-EXIT.
084400     EXIT.
084500 3650-WRITE-TEXT.
084600     MOVE TX-TEXT-LINE(TX-LTR-IX) TO TX-LTR-BODY-TEXT.
084700     WRITE TX-LTR-LINE      FROM TX-LTR-BODY.
084800     MOVE ' '               TO TX-LTR-BODY-CC.
084900 3650-EXIT.
085000     EXIT.
085100*-----------------------------------------------------------------
085200* 4000-FINALIZE  -  THE FILING FILE'S CONTROL TRAILER, THEN THE
085300*                   REGISTER TOTALS.  AN INTEREST POSTING WHOSE
085400*                   ACCOUNT IS GONE FROM ACCTMAST HAS NO ADDRESS
085500*                   TO MAIL TO, AND ENDS THE STEP RC=4.
085600*-----------------------------------------------------------------
085700 4000-FINALIZE.
085800     MOVE SPACE             TO TF-TRAILER-RECORD.
085900     MOVE 'T'               TO TF-REC-TYPE.
086000     MOVE TX-YEAR           TO TF-TAX-YEAR.
086100     IF TX-CORRECTION
086200         MOVE 'C'           TO TF-CORRECTED
086300     END-IF.
086400     MOVE TX-PAYEES         TO TF-TRL-PAYEES.
086500     MOVE TX-TOT-INTEREST   TO TF-TRL-INTEREST.
086600     MOVE TX-TODAY          TO TF-TRL-RUN-DATE.
086700     WRITE TF-TRAILER-RECORD.
086800     MOVE '0'               TO TX-RPT-TR-CC.
086900     MOVE 'POSTINGS READ  . . . . . .' TO TX-RPT-TR-LABEL.
087000     MOVE TX-POSTINGS-READ  TO TX-RPT-TR-COUNT.
087100     MOVE '(HISTORY AND BOTH ARCHIVES)' TO TX-RPT-TR-NOTE.
087200     WRITE TX-RPT-LINE      FROM TX-RPT-TRAILER.
087300     MOVE ' '               TO TX-RPT-TR-CC.
087400     MOVE SPACE             TO TX-RPT-TR-NOTE.
087500     MOVE 'INTEREST POSTINGS  . . . .' TO TX-RPT-TR-LABEL.
087600     MOVE TX-INT-POSTINGS   TO TX-RPT-TR-COUNT.
087700     WRITE TX-RPT-LINE      FROM TX-RPT-TRAILER.
087800     MOVE 'REVERSED - LEFT OUT  . . .' TO TX-RPT-TR-LABEL.
087900     MOVE TX-REV-POSTINGS   TO TX-RPT-TR-COUNT.
088000     WRITE TX-RPT-LINE      FROM TX-RPT-TRAILER.
088100     MOVE 'PAYEES REPORTED  . . . . .' TO TX-RPT-TR-LABEL.
088200     MOVE TX-PAYEES         TO TX-RPT-TR-COUNT.
088300     MOVE '(NOTICES AND FILING RECORDS)' TO TX-RPT-TR-NOTE.
088400     WRITE TX-RPT-LINE      FROM TX-RPT-TRAILER.
088500     MOVE SPACE             TO TX-RPT-TR-NOTE.
088600     MOVE 'CLOSED ACCOUNTS INCLUDED .' TO TX-RPT-TR-LABEL.
088700     MOVE TX-CLOSED-ACCTS   TO TX-RPT-TR-COUNT.
088800     WRITE TX-RPT-LINE      FROM TX-RPT-TRAILER.
088900     MOVE TX-TOT-INTEREST   TO TX-RPT-TOT-INT.
089000     WRITE TX-RPT-LINE      FROM TX-RPT-INTTOT.
089100     IF TX-ALONE-PAYEES > ZERO
089200         MOVE 'REPORTED BY ACCOUNT  . . .' TO TX-RPT-TR-LABEL
089300         MOVE TX-ALONE-PAYEES TO TX-RPT-TR-COUNT
089400         MOVE '(NO CUSTOMER NUMBER ON THE ACCOUNT - FIX IT)'
089500                            TO TX-RPT-TR-NOTE
089600         WRITE TX-RPT-LINE  FROM TX-RPT-TRAILER
089700     END-IF.
089800     IF TX-CUST-MISSING > ZERO
089900         MOVE 'CUSTOMER NOT ON CUSTMAST .' TO TX-RPT-TR-LABEL
090000         MOVE TX-CUST-MISSING TO TX-RPT-TR-COUNT
090100         MOVE '(NAME AND ADDRESS TAKEN FROM THE ACCOUNT)'
090200                            TO TX-RPT-TR-NOTE
090300         WRITE TX-RPT-LINE  FROM TX-RPT-TRAILER
090400     END-IF.
090500     IF TX-ACCT-MISSING > ZERO
090600         MOVE 'ACCOUNT NOT ON ACCTMAST  .' TO TX-RPT-TR-LABEL
090700         MOVE TX-ACCT-MISSING TO TX-RPT-TR-COUNT
090800         MOVE '(NO ADDRESS - PULL THE NOTICE - RC 4)'
090900                            TO TX-RPT-TR-NOTE
091000         WRITE TX-RPT-LINE  FROM TX-RPT-TRAILER
091100         MOVE 4             TO RETURN-CODE
091200     END-IF.
091300     CLOSE TRANHIST OLDARCH NEWARCH ACCTMAST CUSTMAST
091400           TAXFILE NOTICES TAXRPT.
091500 4000-EXIT.
091600     EXIT.
091700*-----------------------------------------------------------------
091800* 4900-PARM-FAILURE  -  NO USABLE TAX YEAR CARD, OR A CORRECTION
091900*                       FOR A PAYEE NOT ON FILE - SAY SO ON THE
092000*                       REGISTER AND END RC=16 WITH NOTHING CUT.
092100*-----------------------------------------------------------------
092200 4900-PARM-FAILURE.
092300     WRITE TX-RPT-LINE      FROM TX-RPT-BADPARM.
092400     CLOSE TAXRPT.
092500     MOVE 16                TO RETURN-CODE.
092600 4900-EXIT.
092700     EXIT.
092800*-----------------------------------------------------------------
092900* 4910-BDATE-FAILURE  -  NO TRUSTWORTHY BUSINESS DATE - SAY SO ON
093000*                        THE REGISTER AND END RC=16 WITH NOTHING
093100*                        CUT.
093200*-----------------------------------------------------------------
093300 4910-BDATE-FAILURE.
093400     WRITE TX-RPT-LINE      FROM TX-RPT-BADBDATE.
093500     CLOSE TAXRPT.
093600     MOVE 16                TO RETURN-CODE.
093700 4910-EXIT.
093800     EXIT.
