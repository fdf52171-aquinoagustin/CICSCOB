000100*-----------------------------------------------------------------
000200* IDENTIFICATION DIVISION.
000300*-----------------------------------------------------------------
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    ACCTDRM.
000600 AUTHOR.        R HALVERSEN.
000700 INSTALLATION.  DATA PROCESSING.
000800 DATE-WRITTEN.  10/15/2026.
000900 DATE-COMPILED.
001000*-----------------------------------------------------------------
001100* MODIFICATION HISTORY
001200*-----------------------------------------------------------------
001300* 10/15/2026 RH  NEW PROGRAM.  MONTHLY DORMANT ACCOUNT RUN OVER
001400*                THE ACCTMAST KSDS, THE TRANHIST HISTORY AND THE
001500*                TRNARCH ARCHIVE GENERATIONS.  AN ACTIVE ACCOUNT
001600*                WITH NO CUSTOMER-INITIATED POSTING ON OR AFTER
001700*                THE DORMANCY CUTOFF (THE BDATE BUSINESS DATE LESS
001800*                THE PARMIN MONTHS) IS SET AC-DORMANT.  THE
001900*                MONTH-END INTEREST AND SERVICE CHARGE POSTINGS
002000*                MADE UNDER USERID ACCTMIN ARE NOT CUSTOMER
002100*                ACTIVITY AND NEVER KEEP AN ACCOUNT AWAKE.  THE
002200*                ARCHIVE IS SORTED INTO ACCOUNT ORDER AND MATCHED
002300*                AGAINST THE MASTER; THE LIVE HISTORY IS BROWSED
002400*                PER ACCOUNT.  EVERY DORMANT ACCOUNT IS LISTED ON
002500*                DRMRPT BY PRODUCT TYPE WITH ITS LAST ACTIVITY
002600*                DATE AND BALANCE, AND ONE WITH NO CUSTOMER
002700*                ACTIVITY SINCE THE ESCHEATMENT CUTOFF ALSO GOES
002800*                ON THE ESCRPT CANDIDATE LIST FOR THE STATE'S
002900*                ABANDONED-PROPERTY FILING.  AN ACCOUNT WITH NO
003000*                CUSTOMER POSTING ON FILE AT ALL IS ONLY MADE
003100*                DORMANT WHEN ITS OLDEST POSTING OF ANY KIND IS
003200*                ITSELF OLDER THAN THE CUTOFF - THE MASTER CARRIES
003300*                NO OPENING DATE, AND A NEW ACCOUNT MUST NOT GO
003400*                DORMANT IN ITS FIRST MONTH; THE OTHERS ARE LISTED
003500*                FOR REVIEW, NOT MOVED.  A DORMANT ACCOUNT IS
003600*                REACTIVATED ONLY ON THE CICSACM SCREEN.  A RERUN
003700*                FINDS THE ACCOUNTS ALREADY DORMANT AND LISTS THEM
003800*                AGAIN, SO NO CHECKPOINT IS NEEDED.
003810* 10/15/2026 RH  THE NIGHTLY ACCTOVD OVERDRAFT FEE POSTINGS ARE
003820*                NOT CUSTOMER ACTIVITY EITHER AND ARE PASSED OVER
003830*                THE SAME WAY AS ACCTMIN'S.
003900*-----------------------------------------------------------------
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT PARMIN   ASSIGN TO PARMIN
004400                     ORGANIZATION IS SEQUENTIAL.
004500     SELECT BDATFILE ASSIGN TO BDATFILE
004600                     ORGANIZATION IS INDEXED
004700                     ACCESS MODE IS SEQUENTIAL
004800                     RECORD KEY IS BD-KEY.
004900     SELECT ACCTMAST ASSIGN TO ACCTMAST
005000                     ORGANIZATION IS INDEXED
005100                     ACCESS MODE IS SEQUENTIAL
005200                     RECORD KEY IS AC-ACCT-NO.
005300     SELECT TRANHIST ASSIGN TO TRANHIST
005400                     ORGANIZATION IS INDEXED
005500                     ACCESS MODE IS DYNAMIC
005600                     RECORD KEY IS TH-KEY.
005700     SELECT OLDARCH  ASSIGN TO OLDARCH
005800                     ORGANIZATION IS SEQUENTIAL.
005900     SELECT NEWARCH  ASSIGN TO NEWARCH
006000                     ORGANIZATION IS SEQUENTIAL.
006100     SELECT ACTSORT  ASSIGN TO SORTWK1.
006200     SELECT DRMWORK  ASSIGN TO DRMWORK
006300                     ORGANIZATION IS SEQUENTIAL.
006400     SELECT DRMSORT  ASSIGN TO SORTWK2.
006500     SELECT DRMRPT   ASSIGN TO DRMRPT
006600                     ORGANIZATION IS SEQUENTIAL.
006700     SELECT ESCRPT   ASSIGN TO ESCRPT
006800                     ORGANIZATION IS SEQUENTIAL.
006900*-----------------------------------------------------------------
007000 DATA DIVISION.
007100 FILE SECTION.
007200*-----------------------------------------------------------------
007300* PARMIN - THE ONE-CARD PERIOD PARAMETER.  COLS 1-3 THE DORMANCY
007400* PERIOD IN MONTHS, COLS 4-6 THE ESCHEATMENT PERIOD IN MONTHS
007500* (THE STATE'S ABANDONED-PROPERTY THRESHOLD) - LONGER THAN THE
007600* DORMANCY PERIOD.
007700*-----------------------------------------------------------------
007800 FD  PARMIN
007900     RECORDING MODE IS F.
008000 01  DR-PARM-CARD.
008100     02  DR-CARD-DORM-MOS   PIC 9(03).
008200     02  DR-CARD-ESCH-MOS   PIC 9(03).
008300     02  FILLER             PIC X(74).
008400*-----------------------------------------------------------------
008500* BDATFILE - THE ONE-RECORD BUSINESS-DATE CONTROL KSDS.  SHARED
008600* COPYBOOK BDTREC.
008700*-----------------------------------------------------------------
008800 FD  BDATFILE.
008900     COPY BDTREC.
009000*-----------------------------------------------------------------
009100* ACCTMAST - THE ACCOUNT MASTER KSDS, READ FRONT TO BACK AND EVERY
009200* ACCOUNT GOING DORMANT REWRITTEN IN PLACE.  SHARED COPYBOOK
009300* ACCTREC.
009400*-----------------------------------------------------------------
009500 FD  ACCTMAST.
009600     COPY ACCTREC.
009700*-----------------------------------------------------------------
009800* TRANHIST - THE LIVE TRANSACTION HISTORY KSDS, BROWSED ONCE PER
009900* ACCOUNT.  SHARED COPYBOOK TRNREC.
010000*-----------------------------------------------------------------
010100 FD  TRANHIST.
010200     COPY TRNREC.
010300*-----------------------------------------------------------------
010400* OLDARCH - THE 72-BYTE ARCHIVE GENERATIONS CUT BEFORE THE HISTORY
010500* RECORD GREW, AND NEWARCH - THE 100-BYTE GENERATIONS SINCE (SEE
010600* TRNARCHJ).  THE FIRST 72 BYTES OF BOTH ARE THE TRNREC LAYOUT;
010700* ONLY THE KEY AND THE USERID ARE NEEDED HERE.
010800*-----------------------------------------------------------------
010900 FD  OLDARCH
011000     RECORDING MODE IS F.
011100 01  DR-OLD-RECORD.
011200     02  DR-OLD-ACCT-NO     PIC X(10).
011300     02  DR-OLD-POST-DATE   PIC 9(08).
011400     02  FILLER             PIC X(11).
011500     02  DR-OLD-USERID      PIC X(08).
011600     02  FILLER             PIC X(35).
011700 FD  NEWARCH
011800     RECORDING MODE IS F.
011900 01  DR-NEW-RECORD.
012000     02  DR-NEW-ACCT-NO     PIC X(10).
012100     02  DR-NEW-POST-DATE   PIC 9(08).
012200     02  FILLER             PIC X(11).
012300     02  DR-NEW-USERID      PIC X(08).
012400     02  FILLER             PIC X(63).
012500*-----------------------------------------------------------------
012600* ACTSORT - THE ARCHIVED POSTINGS IN ACCOUNT/DATE ORDER, EACH
012700* MARKED WITH WHETHER IT WAS CUSTOMER ACTIVITY.
012800*-----------------------------------------------------------------
012900 SD  ACTSORT.
013000 01  DR-SRT-RECORD.
013100     02  DR-SRT-ACCT-NO     PIC X(10).
013200     02  DR-SRT-POST-DATE   PIC 9(08).
013300     02  DR-SRT-CUST-SW     PIC X(01).
013400*-----------------------------------------------------------------
013500* DRMWORK - ONE RECORD PER ACCOUNT FOR THE REPORT (LAYOUT IS
013600* DR-DORM-LINE BELOW), RE-SORTED BY PRODUCT TYPE THROUGH DRMSORT.
013700*-----------------------------------------------------------------
013800 FD  DRMWORK
013900     RECORDING MODE IS F.
014000 01  DR-WORK-RECORD         PIC X(120).
014100 SD  DRMSORT.
014200 01  DR-SRT2-RECORD.
014300     02  DR-SRT2-TYPE       PIC X(02).
014400     02  DR-SRT2-ACCT-NO    PIC X(10).
014500     02  FILLER             PIC X(108).
014600*-----------------------------------------------------------------
014700* DRMRPT - THE DORMANCY REPORT AND ESCRPT - THE ESCHEATMENT
014800* CANDIDATE LIST, 133-BYTE LINES WITH ASA CARRIAGE CONTROL IN
014900* BYTE 1.
015000*-----------------------------------------------------------------
015100 FD  DRMRPT
015200     RECORDING MODE IS F.
015300 01  DR-RPT-LINE            PIC X(133).
015400 FD  ESCRPT
015500     RECORDING MODE IS F.
015600 01  DR-ESC-LINE            PIC X(133).
015700*-----------------------------------------------------------------
015800 WORKING-STORAGE SECTION.
015900*-----------------------------------------------------------------
016000 01  DR-SWITCHES.
016100     02  DR-MAST-EOF-SW     PIC X(01)  VALUE 'N'.
016200         88  DR-MAST-EOF    VALUE 'Y'.
016300     02  DR-HIST-EOF-SW     PIC X(01)  VALUE 'N'.
016400         88  DR-HIST-EOF    VALUE 'Y'.
016500     02  DR-OLD-EOF-SW      PIC X(01)  VALUE 'N'.
016600         88  DR-OLD-EOF     VALUE 'Y'.
016700     02  DR-NEW-EOF-SW      PIC X(01)  VALUE 'N'.
016800         88  DR-NEW-EOF     VALUE 'Y'.
016900     02  DR-SRT2-EOF-SW     PIC X(01)  VALUE 'N'.
017000         88  DR-SRT2-EOF    VALUE 'Y'.
017100     02  DR-BDATE-OK-SW     PIC X(01)  VALUE 'N'.
017200         88  DR-BDATE-OK    VALUE 'Y'.
017300     02  DR-PARM-OK-SW      PIC X(01)  VALUE 'N'.
017400         88  DR-PARM-OK     VALUE 'Y'.
017500     02  DR-LEAP-SW         PIC X(01)  VALUE 'N'.
017600         88  DR-LEAP        VALUE 'Y'.
017700*-----------------------------------------------------------------
017800*    THE MONTH-END INTEREST RUN'S AND THE NIGHTLY OVERDRAFT FEE
017900*    RUN'S USERIDS - THEIR POSTINGS ARE NOT CUSTOMER ACTIVITY.
018000 77  DR-MIN-USERID          PIC X(08) VALUE 'ACCTMIN'.
018050 77  DR-OVD-USERID          PIC X(08) VALUE 'ACCTOVD'.
018100 77  DR-RECS-READ           PIC 9(07) COMP VALUE ZERO.
018200 77  DR-RECS-CLOSED         PIC 9(07) COMP VALUE ZERO.
018300 77  DR-RECS-NEWLY          PIC 9(07) COMP VALUE ZERO.
018400 77  DR-RECS-ALREADY        PIC 9(07) COMP VALUE ZERO.
018500 77  DR-RECS-REVIEW         PIC 9(07) COMP VALUE ZERO.
018600 77  DR-RECS-UNPROVEN       PIC 9(07) COMP VALUE ZERO.
018700 77  DR-RECS-ESCHEAT        PIC 9(07) COMP VALUE ZERO.
018800 77  DR-REWRITE-FAILS       PIC 9(07) COMP VALUE ZERO.
018900 77  DR-ARCH-READ           PIC 9(09) COMP VALUE ZERO.
019000 77  DR-TYPE-COUNT          PIC 9(07) COMP VALUE ZERO.
019100 77  DR-TYPE-BAL            PIC S9(11)V99 COMP-3 VALUE ZERO.
019200 77  DR-TOT-DORM-BAL        PIC S9(11)V99 COMP-3 VALUE ZERO.
019300 77  DR-TOT-ESCH-BAL        PIC S9(11)V99 COMP-3 VALUE ZERO.
019400 77  DR-TODAY               PIC 9(08) VALUE ZERO.
019500 77  DR-DORM-MOS            PIC 9(03) VALUE ZERO.
019600 77  DR-ESCH-MOS            PIC 9(03) VALUE ZERO.
019700 77  DR-DORM-CUTOFF         PIC 9(08) VALUE ZERO.
019800 77  DR-ESCH-CUTOFF         PIC 9(08) VALUE ZERO.
019900 77  DR-BACK-MOS            PIC 9(03) VALUE ZERO.
020000 77  DR-MONTH-NO            PIC 9(06) COMP VALUE ZERO.
020100 77  DR-MONTH-LEN           PIC 9(02) VALUE ZERO.
020200 77  DR-REM                 PIC 9(04) VALUE ZERO.
020300 77  DR-QUOT                PIC 9(06) VALUE ZERO.
020400 77  DR-LAST-CUST           PIC 9(08) VALUE ZERO.
020500 77  DR-FIRST-SEEN          PIC 9(08) VALUE ZERO.
020600 77  DR-AGE-DATE            PIC 9(08) VALUE ZERO.
020700 77  DR-CUR-TYPE            PIC X(02) VALUE LOW-VALUE.
020800*-----------------------------------------------------------------
020900* THE ARCHIVED POSTING LAST RETURNED FROM THE SORT - HIGH-VALUES
021000* ONCE THE SORT IS EMPTY, SO EVERY MASTER KEY COMPARES LOW.
021100*-----------------------------------------------------------------
021200 01  DR-ARC-POSTING.
021300     02  DR-ARC-ACCT-NO     PIC X(10)  VALUE LOW-VALUE.
021400     02  DR-ARC-POST-DATE   PIC 9(08)  VALUE ZERO.
021500     02  DR-ARC-CUST-SW     PIC X(01)  VALUE 'N'.
021600         88  DR-ARC-CUST    VALUE 'Y'.
021700*-----------------------------------------------------------------
021800* BROKEN-OUT VIEW OF A CUTOFF DATE BEING WORKED BACK.
021900*-----------------------------------------------------------------
022000 01  DR-WORK-DATE.
022100     02  DR-WK-YEAR         PIC 9(04).
022200     02  DR-WK-MONTH        PIC 9(02).
022300     02  DR-WK-DAY          PIC 9(02).
022400 01  DR-WORK-DATE-N REDEFINES DR-WORK-DATE
022500                            PIC 9(08).
022600*-----------------------------------------------------------------
022700* MONTH LENGTH TABLE (NON-LEAP) - SAME TABLE ACCTEOD CARRIES.
022800* FEBRUARY IS ADJUSTED AT RUN TIME IN A LEAP YEAR.
022900*-----------------------------------------------------------------
023000 01  DR-MONTH-TABLE.
023100     02  FILLER             PIC X(24)  VALUE
023200         '312831303130313130313031'.
023300 01  DR-MONTH-TABLE-R REDEFINES DR-MONTH-TABLE.
023400     02  DR-MONTH-DAYS      PIC 9(02)  OCCURS 12 TIMES.
023500*-----------------------------------------------------------------
023600* ONE REPORT ENTRY - WRITTEN TO DRMWORK, RETURNED BY PRODUCT TYPE.
023700*-----------------------------------------------------------------
023800 01  DR-DORM-LINE.
023900     02  DR-DL-TYPE         PIC X(02).
024000     02  DR-DL-ACCT-NO      PIC X(10).
024100     02  DR-DL-KIND         PIC X(01).
024200         88  DR-DL-NEWLY    VALUE 'D'.
024300         88  DR-DL-ALREADY  VALUE 'P'.
024400         88  DR-DL-REVIEW   VALUE 'R'.
024500         88  DR-DL-UNPROVEN VALUE 'N'.
024600     02  DR-DL-ESCH-SW      PIC X(01).
024700         88  DR-DL-ESCHEAT  VALUE 'Y'.
024800     02  DR-DL-LAST-ACT     PIC 9(08).
024900     02  DR-DL-FIRST-SEEN   PIC 9(08).
025000     02  DR-DL-BALANCE      PIC S9(9)V99 COMP-3.
025100     02  DR-DL-CUST-NO      PIC X(10).
025200     02  DR-DL-CUST-NAME    PIC X(30).
025300     02  DR-DL-CUST-ADDR    PIC X(30).
025400     02  FILLER             PIC X(14).
025500*-----------------------------------------------------------------
025600 01  DR-RPT-HEADING1.
025700     02  FILLER             PIC X(01)  VALUE '1'.
025800     02  FILLER             PIC X(48)  VALUE
025900         'ACCTDRM - DORMANT ACCOUNTS BY PRODUCT TYPE'.
026000     02  FILLER             PIC X(15)  VALUE 'BUSINESS DATE '.
026100     02  DR-RPT-RUNDATE     PIC 9(08).
026200 01  DR-RPT-CUTOFF1.
026300     02  FILLER             PIC X(01)  VALUE ' '.
026400     02  FILLER             PIC X(26)  VALUE
026500         'DORMANCY CUTOFF  . . . . .'.
026600     02  DR-RPT-DORM-CUT    PIC 9(08).
026700     02  FILLER             PIC X(02)  VALUE SPACE.
026800     02  DR-RPT-DORM-MOS    PIC ZZ9.
026900     02  FILLER             PIC X(44)  VALUE
027000         ' MONTHS - NO CUSTOMER POSTING ON OR AFTER IT'.
027100 01  DR-RPT-CUTOFF2.
027200     02  FILLER             PIC X(01)  VALUE ' '.
027300     02  FILLER             PIC X(26)  VALUE
027400         'ESCHEATMENT CUTOFF . . . .'.
027500     02  DR-RPT-ESCH-CUT    PIC 9(08).
027600     02  FILLER             PIC X(02)  VALUE SPACE.
027700     02  DR-RPT-ESCH-MOS    PIC ZZ9.
027800     02  FILLER             PIC X(44)  VALUE
027900         ' MONTHS - SEE THE ESCHEATMENT CANDIDATE LIST'.
028000 01  DR-RPT-TYPEHDR.
028100     02  FILLER             PIC X(01)  VALUE '0'.
028200     02  FILLER             PIC X(13)  VALUE 'PRODUCT TYPE '.
028300     02  DR-RPT-TYPE        PIC X(02).
028400 01  DR-RPT-COLS.
028500     02  FILLER             PIC X(01)  VALUE ' '.
028600     02  FILLER             PIC X(12)  VALUE 'ACCOUNT'.
028700     02  FILLER             PIC X(12)  VALUE 'CUSTOMER'.
028800     02  FILLER             PIC X(32)  VALUE 'NAME'.
028900     02  FILLER             PIC X(14)  VALUE 'LAST ACTIVITY'.
029000     02  FILLER             PIC X(15)  VALUE '      BALANCE'.
029100     02  FILLER             PIC X(26)  VALUE 'STATUS'.
029200     02  FILLER             PIC X(07)  VALUE 'ESCHEAT'.
029300 01  DR-RPT-DETAIL.
029400     02  FILLER             PIC X(01)  VALUE ' '.
029500     02  DR-RPT-ACCT        PIC X(10).
029600     02  FILLER             PIC X(02)  VALUE SPACE.
029700     02  DR-RPT-CUST-NO     PIC X(10).
029800     02  FILLER             PIC X(02)  VALUE SPACE.
029900     02  DR-RPT-NAME        PIC X(30).
030000     02  FILLER             PIC X(02)  VALUE SPACE.
030100     02  DR-RPT-LAST-ACT    PIC X(12).
030200     02  FILLER             PIC X(02)  VALUE SPACE.
030300     02  DR-RPT-BALANCE     PIC -(9)9.99.
030400     02  FILLER             PIC X(02)  VALUE SPACE.
030500     02  DR-RPT-REMARK      PIC X(24).
030600     02  FILLER             PIC X(02)  VALUE SPACE.
030700     02  DR-RPT-ESCH        PIC X(07).
030800 01  DR-RPT-TYPETOT.
030900     02  FILLER             PIC X(01)  VALUE ' '.
031000     02  FILLER             PIC X(05)  VALUE 'TYPE '.
031100     02  DR-RPT-TT-TYPE     PIC X(02).
031200     02  FILLER             PIC X(19)  VALUE
031300     ' DORMANT ACCOUNTS  '.
031400     02  DR-RPT-TT-COUNT    PIC ZZZ,ZZ9.
031500     02  FILLER             PIC X(02)  VALUE SPACE.
031600     02  DR-RPT-TT-BAL      PIC -(11)9.99.
031700 01  DR-RPT-TRAILER1.
031800     02  FILLER             PIC X(01)  VALUE '0'.
031900     02  FILLER             PIC X(26)  VALUE
032000         'ACCOUNTS READ  . . . . . .'.
032100     02  DR-RPT-TOT-READ    PIC ZZZ,ZZ9.
032200 01  DR-RPT-TRAILER2.
032300     02  FILLER             PIC X(01)  VALUE ' '.
032400     02  FILLER             PIC X(26)  VALUE
032500         'CLOSED - NOT LOOKED AT . .'.
032600     02  DR-RPT-TOT-CLOSED  PIC ZZZ,ZZ9.
032700 01  DR-RPT-TRAILER3.
032800     02  FILLER             PIC X(01)  VALUE ' '.
032900     02  FILLER             PIC X(26)  VALUE
033000         'MADE DORMANT THIS RUN  . .'.
033100     02  DR-RPT-TOT-NEWLY   PIC ZZZ,ZZ9.
033200 01  DR-RPT-TRAILER4.
033300     02  FILLER             PIC X(01)  VALUE ' '.
033400     02  FILLER             PIC X(26)  VALUE
033500         'ALREADY DORMANT  . . . . .'.
033600     02  DR-RPT-TOT-ALREADY PIC ZZZ,ZZ9.
033700     02  FILLER             PIC X(02)  VALUE SPACE.
033800     02  DR-RPT-TOT-REVIEW  PIC ZZZ,ZZ9.
033900     02  FILLER             PIC X(44)  VALUE
034000         ' OF THEM WITH ACTIVITY SINCE - SEE CICSACM'.
034100 01  DR-RPT-TRAILER5.
034200     02  FILLER             PIC X(01)  VALUE ' '.
034300     02  FILLER             PIC X(26)  VALUE
034400         'TOTAL DORMANT BALANCE  . .'.
034500     02  DR-RPT-TOT-DBAL    PIC -(11)9.99.
034600 01  DR-RPT-TRAILER6.
034700     02  FILLER             PIC X(01)  VALUE ' '.
034800     02  FILLER             PIC X(26)  VALUE
034900         'NO HISTORY - NOT MOVED . .'.
035000     02  DR-RPT-TOT-UNPROV  PIC ZZZ,ZZ9.
035100     02  FILLER             PIC X(02)  VALUE SPACE.
035200     02  FILLER             PIC X(46)  VALUE
035300         '(NO POSTING OLDER THAN THE CUTOFF - REVIEW)'.
035400 01  DR-RPT-TRAILER7.
035500     02  FILLER             PIC X(01)  VALUE ' '.
035600     02  FILLER             PIC X(26)  VALUE
035700         'ESCHEATMENT CANDIDATES . .'.
035800     02  DR-RPT-TOT-ESCH    PIC ZZZ,ZZ9.
035900 01  DR-RPT-TRAILER8.
036000     02  FILLER             PIC X(01)  VALUE ' '.
036100     02  FILLER             PIC X(26)  VALUE
036200         'ARCHIVED POSTINGS READ . .'.
036300     02  DR-RPT-TOT-ARCH    PIC ZZZ,ZZZ,ZZ9.
036400 01  DR-RPT-REWFAIL.
036500     02  FILLER             PIC X(01)  VALUE ' '.
036600     02  FILLER             PIC X(26)  VALUE
036700         'MASTER REWRITES FAILED . .'.
036800     02  DR-RPT-TOT-RWFAIL  PIC ZZZ,ZZ9.
036900     02  FILLER             PIC X(02)  VALUE SPACE.
037000     02  FILLER             PIC X(38)  VALUE
037100         '(LISTED BUT LEFT ACTIVE - RC 8)'.
037200 01  DR-RPT-BADPARM.
037300     02  FILLER             PIC X(01)  VALUE ' '.
037400     02  FILLER             PIC X(52)  VALUE
037500         '*** PERIOD CARD MISSING OR BAD - RC 16 *************'.
037600 01  DR-RPT-BADBDATE.
037700     02  FILLER             PIC X(01)  VALUE ' '.
037800     02  FILLER             PIC X(52)  VALUE
037900         '*** BUSINESS DATE FILE MISSING OR BAD - RC 16 ******'.
038000*-----------------------------------------------------------------
038100 01  DR-ESC-HEADING1.
038200     02  FILLER             PIC X(01)  VALUE '1'.
038300     02  FILLER             PIC X(48)  VALUE
038400         'ACCTDRM - ESCHEATMENT CANDIDATES'.
038500     02  FILLER             PIC X(15)  VALUE 'BUSINESS DATE '.
038600     02  DR-ESC-RUNDATE     PIC 9(08).
038700 01  DR-ESC-HEADING2.
038800     02  FILLER             PIC X(01)  VALUE ' '.
038900     02  FILLER             PIC X(38)  VALUE
039000         'DORMANT, NO CUSTOMER ACTIVITY SINCE '.
039100     02  DR-ESC-CUTOFF      PIC 9(08).
039200 01  DR-ESC-COLS.
039300     02  FILLER             PIC X(01)  VALUE '0'.
039400     02  FILLER             PIC X(12)  VALUE 'ACCOUNT'.
039500     02  FILLER             PIC X(04)  VALUE 'TY'.
039600     02  FILLER             PIC X(12)  VALUE 'CUSTOMER'.
039700     02  FILLER             PIC X(32)  VALUE 'NAME'.
039800     02  FILLER             PIC X(32)  VALUE 'ADDRESS'.
039900     02  FILLER             PIC X(14)  VALUE 'LAST ACTIVITY'.
040000     02  FILLER             PIC X(13)  VALUE '      BALANCE'.
040100 01  DR-ESC-DETAIL.
040200     02  FILLER             PIC X(01)  VALUE ' '.
040300     02  DR-ESC-ACCT        PIC X(10).
040400     02  FILLER             PIC X(02)  VALUE SPACE.
040500     02  DR-ESC-TYPE        PIC X(02).
040600     02  FILLER             PIC X(02)  VALUE SPACE.
040700     02  DR-ESC-CUST-NO     PIC X(10).
040800     02  FILLER             PIC X(02)  VALUE SPACE.
040900     02  DR-ESC-NAME        PIC X(30).
041000     02  FILLER             PIC X(02)  VALUE SPACE.
041100     02  DR-ESC-ADDR        PIC X(30).
041200     02  FILLER             PIC X(02)  VALUE SPACE.
041300     02  DR-ESC-LAST-ACT    PIC X(12).
041400     02  FILLER             PIC X(02)  VALUE SPACE.
041500     02  DR-ESC-BALANCE     PIC -(9)9.99.
041600 01  DR-ESC-TRAILER.
041700     02  FILLER             PIC X(01)  VALUE '0'.
041800     02  FILLER             PIC X(26)  VALUE
041900         'CANDIDATES LISTED  . . . .'.
042000     02  DR-ESC-TOT-COUNT   PIC ZZZ,ZZ9.
042100     02  FILLER             PIC X(02)  VALUE SPACE.
042200     02  DR-ESC-TOT-BAL     PIC -(11)9.99.
042300*-----------------------------------------------------------------
042400 PROCEDURE DIVISION.
042500*-----------------------------------------------------------------
042600* 0000-MAINLINE
042700*-----------------------------------------------------------------
042800 0000-MAINLINE.
042900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
043000     IF NOT DR-BDATE-OK
043100         PERFORM 4910-BDATE-FAILURE THRU 4910-EXIT
043200         GO TO 0000-EXIT
043300     END-IF.
043400     IF NOT DR-PARM-OK
043500         PERFORM 4900-PARM-FAILURE THRU 4900-EXIT
043600         GO TO 0000-EXIT
043700     END-IF.
043800     SORT ACTSORT
043900         ON ASCENDING KEY DR-SRT-ACCT-NO DR-SRT-POST-DATE
044000         INPUT PROCEDURE IS 2000-RELEASE-ARCHIVE THRU 2000-EXIT
044100         OUTPUT PROCEDURE IS 3000-MATCH-MASTER THRU 3000-EXIT.
044200     SORT DRMSORT
044300         ON ASCENDING KEY DR-SRT2-TYPE DR-SRT2-ACCT-NO
044400         USING DRMWORK
044500         OUTPUT PROCEDURE IS 5000-PRINT-REPORT THRU 5000-EXIT.
044600     PERFORM 4000-FINALIZE THRU 4000-EXIT.
044700 0000-EXIT.
044800     STOP RUN.
044900*-----------------------------------------------------------------
045000* 1000-INITIALIZE  -  READ THE BUSINESS DATE AND THE PERIOD CARD,
045100*                     WORK THE TWO CUTOFFS BACK FROM THE BUSINESS
045200*                     DATE, PUT OUT THE HEADINGS AND OPEN THE
045300*                     FILES.
045400*-----------------------------------------------------------------
045500 1000-INITIALIZE.
045600     OPEN OUTPUT DRMRPT ESCRPT.
045700     PERFORM 1020-READ-BUSINESS-DATE THRU 1020-EXIT.
045800     IF NOT DR-BDATE-OK
045900         GO TO 1000-EXIT
046000     END-IF.
046100     PERFORM 1040-READ-PARM-CARD THRU 1040-EXIT.
046200     IF NOT DR-PARM-OK
046300         GO TO 1000-EXIT
046400     END-IF.
046500     MOVE DR-DORM-MOS       TO DR-BACK-MOS.
046600     PERFORM 1100-MONTHS-BACK THRU 1100-EXIT.
046700     MOVE DR-WORK-DATE-N    TO DR-DORM-CUTOFF.
046800     MOVE DR-ESCH-MOS       TO DR-BACK-MOS.
046900     PERFORM 1100-MONTHS-BACK THRU 1100-EXIT.
047000     MOVE DR-WORK-DATE-N    TO DR-ESCH-CUTOFF.
047100     MOVE DR-TODAY          TO DR-RPT-RUNDATE DR-ESC-RUNDATE.
047200     MOVE DR-DORM-CUTOFF    TO DR-RPT-DORM-CUT.
047300     MOVE DR-DORM-MOS       TO DR-RPT-DORM-MOS.
047400     MOVE DR-ESCH-CUTOFF    TO DR-RPT-ESCH-CUT DR-ESC-CUTOFF.
047500     MOVE DR-ESCH-MOS       TO DR-RPT-ESCH-MOS.
047600     WRITE DR-RPT-LINE      FROM DR-RPT-HEADING1.
047700     WRITE DR-RPT-LINE      FROM DR-RPT-CUTOFF1.
047800     WRITE DR-RPT-LINE      FROM DR-RPT-CUTOFF2.
047900     WRITE DR-ESC-LINE      FROM DR-ESC-HEADING1.
048000     WRITE DR-ESC-LINE      FROM DR-ESC-HEADING2.
048100     WRITE DR-ESC-LINE      FROM DR-ESC-COLS.
048200     OPEN I-O ACCTMAST.
048300     OPEN INPUT TRANHIST.
048400 1000-EXIT.
048500     EXIT.
048600*-----------------------------------------------------------------
048700* 1020-READ-BUSINESS-DATE  -  THE ONE-RECORD BDATE CONTROL FILE
048800*                             NAMES THE OPEN BUSINESS DAY THE
048900*                             CUTOFFS ARE WORKED BACK FROM.
049000*-----------------------------------------------------------------
049100 1020-READ-BUSINESS-DATE.
049200     MOVE 'N'               TO DR-BDATE-OK-SW.
049300     OPEN INPUT BDATFILE.
049400     READ BDATFILE
049500         AT END
049600             GO TO 1090-BDATE-DONE
049700     END-READ.
049800     IF BD-KEY = 'BUSDATE'
049900        AND BD-BUSINESS-DATE NUMERIC
050000        AND BD-BUSINESS-DATE > ZERO
050100         MOVE BD-BUSINESS-DATE TO DR-TODAY
050200         MOVE 'Y'           TO DR-BDATE-OK-SW
050300     END-IF.
050400 1090-BDATE-DONE.
050500     CLOSE BDATFILE.
050600 1020-EXIT.
050700     EXIT.
050800*-----------------------------------------------------------------
050900* 1040-READ-PARM-CARD  -  BOTH PERIODS MUST BE DIGITS AND NOT
051000*                         ZERO, AND THE ESCHEATMENT PERIOD MUST BE
051100*                         THE LONGER - AN ACCOUNT IS ONLY EVER
051200*                         HANDED TO THE STATE AFTER IT WENT
051300*                         DORMANT.
051400*-----------------------------------------------------------------
051500 1040-READ-PARM-CARD.
051600     MOVE 'N'               TO DR-PARM-OK-SW.
051700     OPEN INPUT PARMIN.
051800     READ PARMIN
051900         AT END
052000             GO TO 1045-PARM-DONE
052100     END-READ.
052200     IF DR-CARD-DORM-MOS NUMERIC
052300        AND DR-CARD-ESCH-MOS NUMERIC
052400        AND DR-CARD-DORM-MOS > ZERO
052500        AND DR-CARD-ESCH-MOS > DR-CARD-DORM-MOS
052600         MOVE DR-CARD-DORM-MOS TO DR-DORM-MOS
052700         MOVE DR-CARD-ESCH-MOS TO DR-ESCH-MOS
052800         MOVE 'Y'           TO DR-PARM-OK-SW
052900     END-IF.
053000 1045-PARM-DONE.
053100     CLOSE PARMIN.
053200 1040-EXIT.
053300     EXIT.
053400*-----------------------------------------------------------------
053500* 1100-MONTHS-BACK  -  THE BUSINESS DATE LESS DR-BACK-MOS MONTHS,
053600*                      INTO DR-WORK-DATE.  A DAY PAST THE END OF
053700*                      THE TARGET MONTH (THE 31ST BACK INTO A
053800*                      30-DAY MONTH) COMES BACK TO ITS LAST DAY.
053900*-----------------------------------------------------------------
054000 1100-MONTHS-BACK.
054100     MOVE DR-TODAY          TO DR-WORK-DATE-N.
054200     COMPUTE DR-MONTH-NO = DR-WK-YEAR * 12 + DR-WK-MONTH - 1
054300                         - DR-BACK-MOS.
054400     DIVIDE DR-MONTH-NO BY 12 GIVING DR-QUOT
054500         REMAINDER DR-REM.
054600     MOVE DR-QUOT           TO DR-WK-YEAR.
054700     COMPUTE DR-WK-MONTH = DR-REM + 1.
054800     PERFORM 1110-SET-MONTH-LEN THRU 1110-EXIT.
054900     IF DR-WK-DAY > DR-MONTH-LEN
055000         MOVE DR-MONTH-LEN  TO DR-WK-DAY
055100     END-IF.
055200 1100-EXIT.
055300     EXIT.
055400*-----------------------------------------------------------------
055500* 1110-SET-MONTH-LEN  -  DAYS IN THE WORK DATE'S MONTH, WITH
055600*                        FEBRUARY STRETCHED IN A LEAP YEAR.
055700*-----------------------------------------------------------------
055800 1110-SET-MONTH-LEN.
055900     MOVE DR-MONTH-DAYS(DR-WK-MONTH) TO DR-MONTH-LEN.
056000     MOVE 'N'               TO DR-LEAP-SW.
056100     DIVIDE DR-WK-YEAR BY 4 GIVING DR-QUOT
056200         REMAINDER DR-REM.
056300     IF DR-REM = ZERO AND DR-WK-YEAR NOT = 1900
056400         MOVE 'Y'           TO DR-LEAP-SW
056500     END-IF.
056600     IF DR-WK-MONTH = 2 AND DR-LEAP
056700         ADD 1              TO DR-MONTH-LEN
056800     END-IF.
056900 1110-EXIT.
057000     EXIT.
057100*-----------------------------------------------------------------
057200* 2000-RELEASE-ARCHIVE  -  SORT INPUT - EVERY ARCHIVED POSTING,
057300*                          OLD AND NEW GENERATIONS ALIKE, GOES TO
057400*                          THE SORT AS ACCOUNT, DATE AND WHETHER
057500*                          IT WAS CUSTOMER ACTIVITY.  AN ACCTMIN
057600*                          POSTING STILL GOES IN - IT PROVES HOW
057700*                          LONG THE ACCOUNT HAS BEEN ON THE BOOKS.
057800*-----------------------------------------------------------------
057900 2000-RELEASE-ARCHIVE.
058000     OPEN INPUT OLDARCH NEWARCH.
058100     PERFORM 2100-RELEASE-OLD THRU 2100-EXIT
058200         UNTIL DR-OLD-EOF.
058300     PERFORM 2200-RELEASE-NEW THRU 2200-EXIT
058400         UNTIL DR-NEW-EOF.
058500     CLOSE OLDARCH NEWARCH.
058600 2000-EXIT.
058700     EXIT.
058800 2100-RELEASE-OLD.
058900     READ OLDARCH
059000         AT END
059100             MOVE 'Y'       TO DR-OLD-EOF-SW
059200     END-READ.
059300     IF DR-OLD-EOF
059400         GO TO 2100-EXIT
059500     END-IF.
059600     ADD 1                  TO DR-ARCH-READ.
059700     MOVE DR-OLD-ACCT-NO    TO DR-SRT-ACCT-NO.
059800     MOVE DR-OLD-POST-DATE  TO DR-SRT-POST-DATE.
059900     MOVE 'Y'               TO DR-SRT-CUST-SW.
060000     IF DR-OLD-USERID = DR-MIN-USERID
060050        OR DR-OLD-USERID = DR-OVD-USERID
060100         MOVE 'N'           TO DR-SRT-CUST-SW
060200     END-IF.
060300     RELEASE DR-SRT-RECORD.
060400 2100-EXIT.
060500     EXIT.
060600 2200-RELEASE-NEW.
060700     READ NEWARCH
060800         AT END
060900             MOVE 'Y'       TO DR-NEW-EOF-SW
061000     END-READ.
061100     IF DR-NEW-EOF
061200         GO TO 2200-EXIT
061300     END-IF.
061400     ADD 1                  TO DR-ARCH-READ.
061500     MOVE DR-NEW-ACCT-NO    TO DR-SRT-ACCT-NO.
061600     MOVE DR-NEW-POST-DATE  TO DR-SRT-POST-DATE.
061700     MOVE 'Y'               TO DR-SRT-CUST-SW.
061800     IF DR-NEW-USERID = DR-MIN-USERID
061850        OR DR-NEW-USERID = DR-OVD-USERID
061900         MOVE 'N'           TO DR-SRT-CUST-SW
062000     END-IF.
062100     RELEASE DR-SRT-RECORD.
062200 2200-EXIT.
062300     EXIT.
062400*-----------------------------------------------------------------
062500* 3000-MATCH-MASTER  -  SORT OUTPUT - WALK THE MASTER IN KEY ORDER
062600*                       AGAINST THE SORTED ARCHIVE, WRITING ONE
062700*                       DRMWORK ENTRY PER ACCOUNT THE REPORT HAS
062800*                       TO SHOW.
062900*-----------------------------------------------------------------
063000 3000-MATCH-MASTER.
063100     OPEN OUTPUT DRMWORK.
063200     PERFORM 3900-RETURN-ARCHIVE THRU 3900-EXIT.
063300     PERFORM 3100-CHECK-ONE-ACCOUNT THRU 3100-EXIT
063400         UNTIL DR-MAST-EOF.
063500     CLOSE DRMWORK.
063600 3000-EXIT.
063700     EXIT.
063800*-----------------------------------------------------------------
063900* 3100-CHECK-ONE-ACCOUNT  -  READ THE NEXT MASTER RECORD, FIND ITS
064000*                            LAST CUSTOMER POSTING AND ITS OLDEST
064100*                            POSTING OF ANY KIND ACROSS THE
064200*                            ARCHIVE AND THE LIVE HISTORY, AND
064300*                            DECIDE. ARCHIVED POSTINGS FOR AN
064400*                            ACCOUNT NO LONGER ON THE MASTER ARE
064500*                            PASSED OVER.
064600*-----------------------------------------------------------------
064700 3100-CHECK-ONE-ACCOUNT.
064800     READ ACCTMAST NEXT RECORD
064900         AT END
065000             MOVE 'Y'       TO DR-MAST-EOF-SW
065100     END-READ.
065200     IF DR-MAST-EOF
065300         GO TO 3100-EXIT
065400     END-IF.
065500     ADD 1                  TO DR-RECS-READ.
065600     MOVE ZERO              TO DR-LAST-CUST DR-FIRST-SEEN.
065700     PERFORM 3900-RETURN-ARCHIVE THRU 3900-EXIT
065800         UNTIL DR-ARC-ACCT-NO NOT < AC-ACCT-NO.
065900     PERFORM 3200-TAKE-ARCHIVE THRU 3200-EXIT
066000         UNTIL DR-ARC-ACCT-NO NOT = AC-ACCT-NO.
066100     IF AC-CLOSED
066200         ADD 1              TO DR-RECS-CLOSED
066300         GO TO 3100-EXIT
066400     END-IF.
066500     PERFORM 3300-SCAN-HISTORY THRU 3300-EXIT.
066600     IF AC-DORMANT
066700         PERFORM 3600-LIST-DORMANT THRU 3600-EXIT
066800         GO TO 3100-EXIT
066900     END-IF.
067000     IF AC-ACTIVE
067100         PERFORM 3500-CHECK-ACTIVE THRU 3500-EXIT
067200     END-IF.
067300 3100-EXIT.
067400     EXIT.
067500*-----------------------------------------------------------------
067600* 3200-TAKE-ARCHIVE  -  ONE ARCHIVED POSTING FOR THIS ACCOUNT.
067700*                       THE SORT RETURNS THEM OLDEST FIRST.
067800*-----------------------------------------------------------------
067900 3200-TAKE-ARCHIVE.
068000     IF DR-FIRST-SEEN = ZERO
068100         MOVE DR-ARC-POST-DATE TO DR-FIRST-SEEN
068200     END-IF.
068300     IF DR-ARC-CUST
068400        AND DR-ARC-POST-DATE > DR-LAST-CUST
068500         MOVE DR-ARC-POST-DATE TO DR-LAST-CUST
068600     END-IF.
068700     PERFORM 3900-RETURN-ARCHIVE THRU 3900-EXIT.
068800 3200-EXIT.
068900     EXIT.
069000*-----------------------------------------------------------------
069100* 3300-SCAN-HISTORY  -  BROWSE THE ACCOUNT'S POSTINGS STILL ON THE
069200*                       LIVE HISTORY FILE.  NO POSTING AT OR PAST
069300*                       THE ACCOUNT'S FIRST KEY JUST MEANS NONE.
069400*-----------------------------------------------------------------
069500 3300-SCAN-HISTORY.
069600     MOVE 'N'               TO DR-HIST-EOF-SW.
069700     MOVE AC-ACCT-NO        TO TH-ACCT-NO.
069800     MOVE ZERO              TO TH-POST-DATE TH-POST-SEQ.
069900     START TRANHIST KEY >= TH-KEY
070000         INVALID KEY
070100             MOVE 'Y'       TO DR-HIST-EOF-SW
070200     END-START.
070300     PERFORM 3310-READ-ONE-POSTING THRU 3310-EXIT
070400         UNTIL DR-HIST-EOF.
070500 3300-EXIT.
070600     EXIT.
070700 3310-READ-ONE-POSTING.
070800     READ TRANHIST NEXT RECORD
070900         AT END
071000             MOVE 'Y'       TO DR-HIST-EOF-SW
071100     END-READ.
071200     IF DR-HIST-EOF
071300         GO TO 3310-EXIT
071400     END-IF.
071500     IF TH-ACCT-NO NOT = AC-ACCT-NO
071600         MOVE 'Y'           TO DR-HIST-EOF-SW
071700         GO TO 3310-EXIT
071800     END-IF.
071900     IF DR-FIRST-SEEN = ZERO
072000        OR TH-POST-DATE < DR-FIRST-SEEN
072100         MOVE TH-POST-DATE  TO DR-FIRST-SEEN
072200     END-IF.
072300     IF TH-USERID NOT = DR-MIN-USERID
072350        AND TH-USERID NOT = DR-OVD-USERID
072400        AND TH-POST-DATE > DR-LAST-CUST
072500         MOVE TH-POST-DATE  TO DR-LAST-CUST
072600     END-IF.
072700 3310-EXIT.
072800     EXIT.
072900*-----------------------------------------------------------------
073000* 3500-CHECK-ACTIVE  -  AN ACTIVE ACCOUNT WITH A CUSTOMER POSTING
073100*                       ON OR AFTER THE DORMANCY CUTOFF STAYS
073200*                       ACTIVE AND IS NOT LISTED.  ONE WHOSE LAST
073300*                       CUSTOMER POSTING IS OLDER GOES DORMANT.
073400*                       ONE WITH NO CUSTOMER POSTING ON FILE GOES
073500*                       DORMANT ONLY IF SOME POSTING PROVES IT WAS
073600*                       OPEN BEFORE THE CUTOFF; OTHERWISE IT IS
073700*                       LISTED FOR REVIEW AND LEFT ACTIVE.
073800*-----------------------------------------------------------------
073900 3500-CHECK-ACTIVE.
074000     IF DR-LAST-CUST = ZERO
074100         GO TO 3550-NO-CUST-POSTING
074200     END-IF.
074300     IF DR-LAST-CUST NOT < DR-DORM-CUTOFF
074400         GO TO 3500-EXIT
074500     END-IF.
074600     GO TO 3580-MAKE-DORMANT.
074700 3550-NO-CUST-POSTING.
074800     IF DR-FIRST-SEEN = ZERO
074900        OR DR-FIRST-SEEN NOT < DR-DORM-CUTOFF
075000         MOVE 'N'           TO DR-DL-KIND
075100         ADD 1              TO DR-RECS-UNPROVEN
075200         PERFORM 3700-WRITE-WORK THRU 3700-EXIT
075300         GO TO 3500-EXIT
075400     END-IF.
075500 3580-MAKE-DORMANT.
075600     MOVE 'D'               TO AC-STATUS.
075700     REWRITE AC-ACCOUNT-RECORD
075800         INVALID KEY
075900             ADD 1          TO DR-REWRITE-FAILS
076000             MOVE 'A'       TO AC-STATUS
076100             MOVE 'N'       TO DR-DL-KIND
076200             PERFORM 3700-WRITE-WORK THRU 3700-EXIT
076300             GO TO 3500-EXIT
076400     END-REWRITE.
076500     ADD 1                  TO DR-RECS-NEWLY.
076600     MOVE 'D'               TO DR-DL-KIND.
076700     PERFORM 3700-WRITE-WORK THRU 3700-EXIT.
076800 3500-EXIT.
076900     EXIT.
077000*-----------------------------------------------------------------
077100* 3600-LIST-DORMANT  -  AN ACCOUNT ALREADY DORMANT IS LISTED AGAIN
077200*                       EVERY MONTH UNTIL IT IS REACTIVATED.  ONE
077300*                       WITH A CUSTOMER POSTING SINCE THE CUTOFF
077400*                       (A DEPOSIT THAT CAME IN THROUGH A CHANNEL
077500*                       WITH NO TELLER) IS FLAGGED FOR THE BRANCH
077600*                       TO CONTACT THE CUSTOMER AND REACTIVATE -
077700*                       IT IS NOT WOKEN HERE.
077800*-----------------------------------------------------------------
077900 3600-LIST-DORMANT.
078000     ADD 1                  TO DR-RECS-ALREADY.
078100     MOVE 'P'               TO DR-DL-KIND.
078200     IF DR-LAST-CUST NOT < DR-DORM-CUTOFF
078300         MOVE 'R'           TO DR-DL-KIND
078400         ADD 1              TO DR-RECS-REVIEW
078500     END-IF.
078600     PERFORM 3700-WRITE-WORK THRU 3700-EXIT.
078700 3600-EXIT.
078800     EXIT.
078900*-----------------------------------------------------------------
079000* 3700-WRITE-WORK  -  ONE DRMWORK ENTRY FOR THE CURRENT ACCOUNT,
079100*                     DR-DL-KIND ALREADY SET.  A DORMANT ACCOUNT
079200*                     IS AN ESCHEATMENT CANDIDATE WHEN ITS LAST
079300*                     CUSTOMER POSTING - OR, WITH NONE ON FILE,
079400*                     ITS OLDEST POSTING OF ANY KIND - IS BEFORE
079500*                     THE ESCHEATMENT CUTOFF.  NOTHING ON FILE AT
079600*                     ALL FOR A DORMANT ACCOUNT MEANS ITS HISTORY
079700*                     HAS AGED OFF THE ARCHIVE, WHICH IS OLDER
079800*                     STILL.
079900*-----------------------------------------------------------------
080000 3700-WRITE-WORK.
080100     MOVE AC-ACCT-TYPE      TO DR-DL-TYPE.
080200     IF AC-ACCT-TYPE = SPACE
080300         MOVE '00'          TO DR-DL-TYPE
080400     END-IF.
080500     MOVE AC-ACCT-NO        TO DR-DL-ACCT-NO.
080600     MOVE DR-LAST-CUST      TO DR-DL-LAST-ACT.
080700     MOVE DR-FIRST-SEEN     TO DR-DL-FIRST-SEEN.
080800     MOVE AC-BALANCE        TO DR-DL-BALANCE.
080900     MOVE AC-CUST-NO        TO DR-DL-CUST-NO.
081000     MOVE AC-CUST-NAME      TO DR-DL-CUST-NAME.
081100     MOVE AC-CUST-ADDR      TO DR-DL-CUST-ADDR.
081200     MOVE 'N'               TO DR-DL-ESCH-SW.
081300     IF DR-DL-UNPROVEN OR DR-DL-REVIEW
081400         GO TO 3790-WRITE
081500     END-IF.
081600     MOVE DR-LAST-CUST      TO DR-AGE-DATE.
081700     IF DR-AGE-DATE = ZERO
081800         MOVE DR-FIRST-SEEN TO DR-AGE-DATE
081900     END-IF.
082000     IF DR-AGE-DATE < DR-ESCH-CUTOFF
082100         MOVE 'Y'           TO DR-DL-ESCH-SW
082200     END-IF.
082300 3790-WRITE.
082400     WRITE DR-WORK-RECORD   FROM DR-DORM-LINE.
082500 3700-EXIT.
082600     EXIT.
082700*-----------------------------------------------------------------
082800* 3900-RETURN-ARCHIVE  -  NEXT ARCHIVED POSTING OFF THE SORT.  AT
082900*                         THE END THE KEY GOES TO HIGH-VALUES.
083000*-----------------------------------------------------------------
083100 3900-RETURN-ARCHIVE.
083200     RETURN ACTSORT
083300         AT END
083400             MOVE HIGH-VALUE TO DR-ARC-ACCT-NO
083500             GO TO 3900-EXIT
083600     END-RETURN.
083700     MOVE DR-SRT-ACCT-NO    TO DR-ARC-ACCT-NO.
083800     MOVE DR-SRT-POST-DATE  TO DR-ARC-POST-DATE.
083900     MOVE DR-SRT-CUST-SW    TO DR-ARC-CUST-SW.
084000 3900-EXIT.
084100     EXIT.
084200*-----------------------------------------------------------------
084300* 4000-FINALIZE  -  PRINT THE TRAILER TOTALS AND CLOSE EVERYTHING.
084400*                   A FAILED MASTER REWRITE ENDS RC=8.
084500*-----------------------------------------------------------------
084600 4000-FINALIZE.
084700     MOVE DR-RECS-READ      TO DR-RPT-TOT-READ.
084800     WRITE DR-RPT-LINE      FROM DR-RPT-TRAILER1.
084900     MOVE DR-RECS-CLOSED    TO DR-RPT-TOT-CLOSED.
085000     WRITE DR-RPT-LINE      FROM DR-RPT-TRAILER2.
085100     MOVE DR-RECS-NEWLY     TO DR-RPT-TOT-NEWLY.
085200     WRITE DR-RPT-LINE      FROM DR-RPT-TRAILER3.
085300     MOVE DR-RECS-ALREADY   TO DR-RPT-TOT-ALREADY.
085400     MOVE DR-RECS-REVIEW    TO DR-RPT-TOT-REVIEW.
085500     WRITE DR-RPT-LINE      FROM DR-RPT-TRAILER4.
085600     MOVE DR-TOT-DORM-BAL   TO DR-RPT-TOT-DBAL.
085700     WRITE DR-RPT-LINE      FROM DR-RPT-TRAILER5.
085800     MOVE DR-RECS-UNPROVEN  TO DR-RPT-TOT-UNPROV.
085900     WRITE DR-RPT-LINE      FROM DR-RPT-TRAILER6.
086000     MOVE DR-RECS-ESCHEAT   TO DR-RPT-TOT-ESCH.
086100     WRITE DR-RPT-LINE      FROM DR-RPT-TRAILER7.
086200     MOVE DR-ARCH-READ      TO DR-RPT-TOT-ARCH.
086300     WRITE DR-RPT-LINE      FROM DR-RPT-TRAILER8.
086400     IF DR-REWRITE-FAILS > ZERO
086500         MOVE DR-REWRITE-FAILS TO DR-RPT-TOT-RWFAIL
086600         WRITE DR-RPT-LINE  FROM DR-RPT-REWFAIL
086700         MOVE 8             TO RETURN-CODE
086800     END-IF.
086900     MOVE DR-RECS-ESCHEAT   TO DR-ESC-TOT-COUNT.
087000     MOVE DR-TOT-ESCH-BAL   TO DR-ESC-TOT-BAL.
087100     WRITE DR-ESC-LINE      FROM DR-ESC-TRAILER.
087200     CLOSE ACCTMAST TRANHIST DRMRPT ESCRPT.
087300 4000-EXIT.
087400     EXIT.
087500*-----------------------------------------------------------------
087600* 4900-PARM-FAILURE  -  THE PERIOD CARD WAS MISSING OR BAD - SAY
087700*                       SO AND END RC=16 WITH NO ACCOUNT TOUCHED.
087800*-----------------------------------------------------------------
087900 4900-PARM-FAILURE.
088000     WRITE DR-RPT-LINE      FROM DR-RPT-BADPARM.
088100     CLOSE DRMRPT ESCRPT.
088200     MOVE 16                TO RETURN-CODE.
088300 4900-EXIT.
088400     EXIT.
088500*-----------------------------------------------------------------
088600* 4910-BDATE-FAILURE  -  NO TRUSTWORTHY BUSINESS DATE - SAY SO ON
088700*                        THE REPORT AND END RC=16 WITH NO ACCOUNT
088800*                        TOUCHED.
088900*-----------------------------------------------------------------
089000 4910-BDATE-FAILURE.
089100     WRITE DR-RPT-LINE      FROM DR-RPT-BADBDATE.
089200     CLOSE DRMRPT ESCRPT.
089300     MOVE 16                TO RETURN-CODE.
089400 4910-EXIT.
089500     EXIT.
089600*-----------------------------------------------------------------
089700* 5000-PRINT-REPORT  -  SORT OUTPUT - THE DRMWORK ENTRIES COME
089800*                       BACK BY PRODUCT TYPE AND ACCOUNT.  EACH
089900*                       TYPE GETS ITS OWN HEADING AND A SUBTOTAL
090000*                       OF ITS DORMANT ACCOUNTS AND THEIR
090100*                       BALANCES.
090200*-----------------------------------------------------------------
090300 5000-PRINT-REPORT.
090400     PERFORM 5100-PRINT-ONE-ENTRY THRU 5100-EXIT
090500         UNTIL DR-SRT2-EOF.
090600     IF DR-CUR-TYPE NOT = LOW-VALUE
090700         PERFORM 5300-TYPE-TOTAL THRU 5300-EXIT
090800     END-IF.
090900 5000-EXIT.
091000     EXIT.
091100 5100-PRINT-ONE-ENTRY.
091200     RETURN DRMSORT INTO DR-DORM-LINE
091300         AT END
091400             MOVE 'Y'       TO DR-SRT2-EOF-SW
091500             GO TO 5100-EXIT
091600     END-RETURN.
091700     IF DR-DL-TYPE NOT = DR-CUR-TYPE
091800         IF DR-CUR-TYPE NOT = LOW-VALUE
091900             PERFORM 5300-TYPE-TOTAL THRU 5300-EXIT
092000         END-IF
092100         MOVE DR-DL-TYPE    TO DR-CUR-TYPE DR-RPT-TYPE
092200         MOVE ZERO          TO DR-TYPE-COUNT DR-TYPE-BAL
092300         WRITE DR-RPT-LINE  FROM DR-RPT-TYPEHDR
092400         WRITE DR-RPT-LINE  FROM DR-RPT-COLS
092500     END-IF.
092600     MOVE DR-DL-ACCT-NO     TO DR-RPT-ACCT.
092700     MOVE DR-DL-CUST-NO     TO DR-RPT-CUST-NO.
092800     MOVE DR-DL-CUST-NAME   TO DR-RPT-NAME.
092900     MOVE DR-DL-BALANCE     TO DR-RPT-BALANCE.
093000     MOVE 'NONE ON FILE'    TO DR-RPT-LAST-ACT.
093100     IF DR-DL-LAST-ACT > ZERO
093200         MOVE DR-DL-LAST-ACT TO DR-RPT-LAST-ACT
093300     END-IF.
093400     MOVE 'DORMANT'         TO DR-RPT-REMARK.
093500     IF DR-DL-NEWLY
093600         MOVE 'MADE DORMANT THIS RUN' TO DR-RPT-REMARK
093700     END-IF.
093800     IF DR-DL-REVIEW
093900         MOVE 'DORMANT - ACTIVITY SINCE' TO DR-RPT-REMARK
094000     END-IF.
094100     IF DR-DL-UNPROVEN
094200         MOVE 'NOT MOVED - REVIEW' TO DR-RPT-REMARK
094300     END-IF.
094400     MOVE SPACE             TO DR-RPT-ESCH.
094500     IF DR-DL-ESCHEAT
094600         MOVE 'YES'         TO DR-RPT-ESCH
094700     END-IF.
094800     WRITE DR-RPT-LINE      FROM DR-RPT-DETAIL.
094900     IF NOT DR-DL-UNPROVEN
095000         ADD 1              TO DR-TYPE-COUNT
095100         ADD DR-DL-BALANCE  TO DR-TYPE-BAL DR-TOT-DORM-BAL
095200     END-IF.
095300     IF DR-DL-ESCHEAT
095400         PERFORM 5200-WRITE-ESCHEAT THRU 5200-EXIT
095500     END-IF.
095600 5100-EXIT.
095700     EXIT.
095800*-----------------------------------------------------------------
095900* 5200-WRITE-ESCHEAT  -  ONE LINE ON THE ESCHEATMENT CANDIDATE
096000*                        LIST WITH THE OWNER'S NAME AND ADDRESS AS
096100*                        THE ABANDONED-PROPERTY FILING NEEDS THEM.
096200*-----------------------------------------------------------------
096300 5200-WRITE-ESCHEAT.
096400     MOVE DR-DL-ACCT-NO     TO DR-ESC-ACCT.
096500     MOVE DR-DL-TYPE        TO DR-ESC-TYPE.
096600     MOVE DR-DL-CUST-NO     TO DR-ESC-CUST-NO.
096700     MOVE DR-DL-CUST-NAME   TO DR-ESC-NAME.
096800     MOVE DR-DL-CUST-ADDR   TO DR-ESC-ADDR.
096900     MOVE DR-RPT-LAST-ACT   TO DR-ESC-LAST-ACT.
097000     MOVE DR-DL-BALANCE     TO DR-ESC-BALANCE.
097100     WRITE DR-ESC-LINE      FROM DR-ESC-DETAIL.
097200     ADD 1                  TO DR-RECS-ESCHEAT.
097300     ADD DR-DL-BALANCE      TO DR-TOT-ESCH-BAL.
097400 5200-EXIT.
097500     EXIT.
097600*-----------------------------------------------------------------
097700* 5300-TYPE-TOTAL  -  THE SUBTOTAL LINE FOR THE TYPE JUST ENDED.
097800*-----------------------------------------------------------------
097900 5300-TYPE-TOTAL.
098000     MOVE DR-CUR-TYPE       TO DR-RPT-TT-TYPE.
098100     MOVE DR-TYPE-COUNT     TO DR-RPT-TT-COUNT.
098200     MOVE DR-TYPE-BAL       TO DR-RPT-TT-BAL.
098300     WRITE DR-RPT-LINE      FROM DR-RPT-TYPETOT.
098400 5300-EXIT.
098500     EXIT.
