000100*-----------------------------------------------------------------
000200* IDENTIFICATION DIVISION.
000300*-----------------------------------------------------------------
000400 IDENTIFICATION DIVISION.
000500 PROGRAM-ID.    ACCTOVD.
000600 AUTHOR.        R HALVERSEN.
000700 INSTALLATION.  DATA PROCESSING.
000800 DATE-WRITTEN.  10/15/2026.
000900 DATE-COMPILED.
001000*-----------------------------------------------------------------
001100* MODIFICATION HISTORY
001200*-----------------------------------------------------------------
001300* 10/15/2026 RH  NEW PROGRAM.  NIGHTLY OVERDRAWN ACCOUNT AGING
001400*                OVER THE ACCTMAST KSDS.  CICSPST KEEPS A DEBIT
001500*                INSIDE AC-OD-LIMIT, BUT NOTHING WATCHED THE
001600*                ACCOUNTS LEFT BELOW ZERO.  EVERY ACCOUNT CLOSING
001700*                THE BUSINESS DAY UNDER ZERO IS AGED BY
001800*                CONSECUTIVE DAYS OVERDRAWN ON ITS OWN AGING
001900*                RECORD (OVDAGE, SEE OVDREC), CARRIED FROM NIGHT
002000*                TO NIGHT AND DROPPED THE NIGHT THE ACCOUNT IS
002100*                BACK AT ZERO OR ABOVE.  THE FIRST NIGHT AN
002200*                ACCOUNT IS SEEN OVERDRAWN, THE DAY IT WENT UNDER
002300*                IS WORKED OUT FROM ITS TRANHIST POSTINGS, SO AN
002400*                OVERDRAFT ALREADY RUNNING AT CUTOVER AGES FROM
002500*                ITS TRUE START.  THE PRODUCT'S OVERDRAFT FEE
002600*                (PR-OD-FEE, SEE PRDREC) IS CHARGED ONCE PER
002700*                OVERDRAFT - POSTED TO THE BALANCE AND WRITTEN TO
002800*                TRANHIST AS A 'D' UNDER USERID ACCTOVD, SOURCE
002900*                BTCH, THE WAY ACCTMIN POSTS ITS SERVICE CHARGE,
003000*                SO THE GL CUT, THE RECON AND THE STATEMENT ALL
003100*                SEE IT.  NOTICE LETTERS PRINT AT 7 AND 30 DAYS TO
003200*                THE CUSTOMER'S CUSTMAST ADDRESS.  AT 60 DAYS THE
003300*                ACCOUNT IS PUT ON HOLD (AC-HOLD-SW) AND LISTED
003400*                FOR THE COLLECTIONS MANAGER'S CHARGE-OFF REVIEW -
003500*                EVERY NIGHT AFTER, UNTIL IT IS BACK IN CREDIT.
003600*                EACH STEP IS STAMPED ON THE AGING RECORD AND DONE
003700*                ONCE, SO A RERUN OF THE SAME NIGHT REPEATS
003800*                NOTHING.
003900*-----------------------------------------------------------------
004000 ENVIRONMENT DIVISION.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT BDATFILE ASSIGN TO BDATFILE
004400                     ORGANIZATION IS INDEXED
004500                     ACCESS MODE IS SEQUENTIAL
004600                     RECORD KEY IS BD-KEY.
004700     SELECT PRDMAST  ASSIGN TO PRDMAST
004800                     ORGANIZATION IS INDEXED
004900                     ACCESS MODE IS RANDOM
005000                     RECORD KEY IS PR-TYPE-CODE.
005100     SELECT ACCTMAST ASSIGN TO ACCTMAST
005200                     ORGANIZATION IS INDEXED
005300                     ACCESS MODE IS SEQUENTIAL
005400                     RECORD KEY IS AC-ACCT-NO.
005500     SELECT CUSTMAST ASSIGN TO CUSTMAST
005600                     ORGANIZATION IS INDEXED
005700                     ACCESS MODE IS RANDOM
005800                     RECORD KEY IS CU-CUST-NO.
005900     SELECT TRANHIST ASSIGN TO TRANHIST
006000                     ORGANIZATION IS INDEXED
006100                     ACCESS MODE IS DYNAMIC
006200                     RECORD KEY IS TH-KEY.
006300     SELECT OVDAGE   ASSIGN TO OVDAGE
006400                     ORGANIZATION IS INDEXED
006500                     ACCESS MODE IS RANDOM
006600                     RECORD KEY IS OD-ACCT-NO.
006700     SELECT AGERPT   ASSIGN TO AGERPT
006800                     ORGANIZATION IS SEQUENTIAL.
006900     SELECT COFRPT   ASSIGN TO COFRPT
007000                     ORGANIZATION IS SEQUENTIAL.
007100     SELECT NOTICES  ASSIGN TO NOTICES
007200                     ORGANIZATION IS SEQUENTIAL.
007300*-----------------------------------------------------------------
007400 DATA DIVISION.
007500 FILE SECTION.
007600*-----------------------------------------------------------------
007700* BDATFILE - THE ONE-RECORD BUSINESS-DATE CONTROL KSDS.  SHARED
007800* COPYBOOK BDTREC.
007900*-----------------------------------------------------------------
008000 FD  BDATFILE.
008100     COPY BDTREC.
008200*-----------------------------------------------------------------
008300* PRDMAST - THE PRODUCT PARAMETER KSDS, FOR THE OVERDRAFT FEE.
008400* SHARED COPYBOOK PRDREC.
008500*-----------------------------------------------------------------
008600 FD  PRDMAST.
008700     COPY PRDREC.
008800*-----------------------------------------------------------------
008900* ACCTMAST - THE ACCOUNT MASTER KSDS, READ FRONT TO BACK.  AN
009000* ACCOUNT CHARGED A FEE OR PUT ON HOLD IS REWRITTEN IN PLACE.
009100* SHARED COPYBOOK ACCTREC.
009200*-----------------------------------------------------------------
009300 FD  ACCTMAST.
009400     COPY ACCTREC.
009500*-----------------------------------------------------------------
009600* CUSTMAST - THE CUSTOMER MASTER KSDS, FOR THE NOTICE ADDRESS.
009700* SHARED COPYBOOK CUSTREC.
009800*-----------------------------------------------------------------
009900 FD  CUSTMAST.
010000     COPY CUSTREC.
010100*-----------------------------------------------------------------
010200* TRANHIST - THE TRANSACTION HISTORY KSDS.  BROWSED TO DATE A NEW
010300* OVERDRAFT; ONE 'D' POSTING GOES ON IT PER FEE CHARGED.  SHARED
010400* COPYBOOK TRNREC.
010500*-----------------------------------------------------------------
010600 FD  TRANHIST.
010700     COPY TRNREC.
010800*-----------------------------------------------------------------
010900* OVDAGE - THE OVERDRAWN AGING KSDS.  SHARED COPYBOOK OVDREC.
011000*-----------------------------------------------------------------
011100 FD  OVDAGE.
011200     COPY OVDREC.
011300*-----------------------------------------------------------------
011400* AGERPT - THE AGING REPORT, COFRPT - THE CHARGE-OFF REVIEW LIST,
011500* NOTICES - THE CUSTOMER LETTERS, ONE TO A PAGE.  133-BYTE LINES
011600* WITH ASA CARRIAGE CONTROL IN BYTE 1.
011700*-----------------------------------------------------------------
011800 FD  AGERPT
011900     RECORDING MODE IS F.
012000 01  OV-RPT-LINE            PIC X(133).
012100 FD  COFRPT
012200     RECORDING MODE IS F.
012300 01  OV-COF-LINE            PIC X(133).
012400 FD  NOTICES
012500     RECORDING MODE IS F.
012600 01  OV-LTR-LINE            PIC X(133).
012700*-----------------------------------------------------------------
012800 WORKING-STORAGE SECTION.
012900*-----------------------------------------------------------------
013000 01  OV-SWITCHES.
013100     02  OV-MAST-EOF-SW     PIC X(01)  VALUE 'N'.
013200         88  OV-MAST-EOF    VALUE 'Y'.
013300     02  OV-HIST-EOF-SW     PIC X(01)  VALUE 'N'.
013400         88  OV-HIST-EOF    VALUE 'Y'.
013500     02  OV-BDATE-OK-SW     PIC X(01)  VALUE 'N'.
013600         88  OV-BDATE-OK    VALUE 'Y'.
013700     02  OV-ON-FILE-SW      PIC X(01)  VALUE 'N'.
013800         88  OV-ON-FILE     VALUE 'Y'.
013900     02  OV-PRD-FOUND-SW    PIC X(01)  VALUE 'N'.
014000         88  OV-PRD-FOUND   VALUE 'Y'.
014100     02  OV-HIST-DONE-SW    PIC X(01)  VALUE 'N'.
014200         88  OV-HIST-DONE   VALUE 'Y'.
014300     02  OV-MAST-CHG-SW     PIC X(01)  VALUE 'N'.
014400         88  OV-MAST-CHG    VALUE 'Y'.
014500     02  OV-LEAP-SW         PIC X(01)  VALUE 'N'.
014600         88  OV-LEAP        VALUE 'Y'.
014700*-----------------------------------------------------------------
014800 77  OV-RECS-READ           PIC 9(07) COMP VALUE ZERO.
014900 77  OV-RECS-OVERDRAWN      PIC 9(07) COMP VALUE ZERO.
015000 77  OV-RECS-NEW            PIC 9(07) COMP VALUE ZERO.
015100 77  OV-RECS-CLEARED        PIC 9(07) COMP VALUE ZERO.
015200 77  OV-RECS-FEES           PIC 9(07) COMP VALUE ZERO.
015300 77  OV-RECS-NOTICE7        PIC 9(07) COMP VALUE ZERO.
015400 77  OV-RECS-NOTICE30       PIC 9(07) COMP VALUE ZERO.
015500 77  OV-RECS-ACCT-ADDR      PIC 9(07) COMP VALUE ZERO.
015600 77  OV-RECS-HELD           PIC 9(07) COMP VALUE ZERO.
015700 77  OV-RECS-COF            PIC 9(07) COMP VALUE ZERO.
015800 77  OV-RECS-NOPROD         PIC 9(07) COMP VALUE ZERO.
015900 77  OV-RECS-DOUBT          PIC 9(07) COMP VALUE ZERO.
016000 77  OV-HIST-FAILS          PIC 9(07) COMP VALUE ZERO.
016100 77  OV-FILE-FAILS          PIC 9(07) COMP VALUE ZERO.
016200 77  OV-TOT-FEES            PIC S9(11)V99 COMP-3 VALUE ZERO.
016300 77  OV-TOT-COF-BAL         PIC S9(11)V99 COMP-3 VALUE ZERO.
016400 77  OV-TODAY               PIC 9(08) VALUE ZERO.
016500 77  OV-FEE                 PIC 9(5)V99 VALUE ZERO.
016600 77  OV-FEE-TONIGHT         PIC S9(9)V99 COMP-3 VALUE ZERO.
016700 77  OV-NET                 PIC S9(11)V99 COMP-3 VALUE ZERO.
016800 77  OV-RUN-BAL             PIC S9(11)V99 COMP-3 VALUE ZERO.
016900 77  OV-SINCE               PIC 9(08) VALUE ZERO.
017000 77  OV-FIRST-POST          PIC 9(08) VALUE ZERO.
017100 77  OV-PASS                PIC 9(01) VALUE ZERO.
017200 77  OV-WANT-TYPE           PIC X(02) VALUE SPACE.
017300 77  OV-CUR-TYPE            PIC X(02) VALUE LOW-VALUE.
017400 77  OV-CUR-FEE             PIC 9(5)V99 VALUE ZERO.
017500 77  OV-BKT                 PIC 9(01) COMP VALUE ZERO.
017600 77  OV-BKT-IX              PIC 9(01) COMP VALUE ZERO.
017700 77  OV-LTR-IX              PIC 9(01) COMP VALUE ZERO.
017800 77  OV-NOTICE-KIND         PIC 9(02) VALUE ZERO.
017900 77  OV-ACTION              PIC X(30) VALUE SPACE.
018000 77  OV-MONTH-LEN           PIC 9(02) VALUE ZERO.
018100 77  OV-REM                 PIC 9(04) VALUE ZERO.
018200 77  OV-QUOT                PIC 9(04) VALUE ZERO.
018300*-----------------------------------------------------------------
018400* BROKEN-OUT VIEW OF THE DATE BEING STEPPED FORWARD.
018500*-----------------------------------------------------------------
018600 01  OV-WORK-DATE.
018700     02  OV-WK-YEAR         PIC 9(04).
018800     02  OV-WK-MONTH        PIC 9(02).
018900     02  OV-WK-DAY          PIC 9(02).
019000 01  OV-WORK-DATE-N REDEFINES OV-WORK-DATE
019100                            PIC 9(08).
019200*-----------------------------------------------------------------
019300* MONTH LENGTH TABLE (NON-LEAP) - SAME TABLE ACCTEOD CARRIES.
019400* FEBRUARY IS ADJUSTED AT RUN TIME IN A LEAP YEAR.
019500*-----------------------------------------------------------------
019600 01  OV-MONTH-TABLE.
019700     02  FILLER             PIC X(24)  VALUE
019800         '312831303130313130313031'.
019900 01  OV-MONTH-TABLE-R REDEFINES OV-MONTH-TABLE.
020000     02  OV-MONTH-DAYS      PIC 9(02)  OCCURS 12 TIMES.
020100*-----------------------------------------------------------------
020200* THE FOUR AGING BUCKETS - 1-7, 8-30, 31-60 AND OVER 60 DAYS -
020300* WITH THE NIGHT'S COUNT AND BALANCE IN EACH.
020400*-----------------------------------------------------------------
020500 01  OV-BKT-NAMES.
020600     02  FILLER             PIC X(10)  VALUE 'DAYS 1-7'.
020700     02  FILLER             PIC X(10)  VALUE 'DAYS 8-30'.
020800     02  FILLER             PIC X(10)  VALUE 'DAYS 31-60'.
020900     02  FILLER             PIC X(10)  VALUE 'OVER 60'.
021000 01  OV-BKT-NAMES-R REDEFINES OV-BKT-NAMES.
021100     02  OV-BKT-NAME        PIC X(10)  OCCURS 4 TIMES.
021200 01  OV-BKT-TABLE.
021300     02  OV-BKT-ENTRY OCCURS 4 TIMES.
021400         03  OV-BKT-COUNT   PIC 9(07) COMP.
021500         03  OV-BKT-BAL     PIC S9(11)V99 COMP-3.
021600*-----------------------------------------------------------------
021700* THE BODY TEXT OF THE TWO NOTICE LETTERS.
021800*-----------------------------------------------------------------
021900 01  OV-TEXT7.
022000     02  FILLER             PIC X(56)  VALUE
022100         'OUR RECORDS SHOW THIS ACCOUNT HAS BEEN OVERDRAWN FOR'.
022200     02  FILLER             PIC X(56)  VALUE
022300         'THE NUMBER OF DAYS SHOWN ABOVE.  PLEASE MAKE A DEPOSIT'.
022400     02  FILLER             PIC X(56)  VALUE
022500         'TO BRING THE BALANCE BACK TO ZERO OR ABOVE.  IF YOU'.
022600     02  FILLER             PIC X(56)  VALUE
022700         'HAVE ALREADY DONE SO, PLEASE DISREGARD THIS NOTICE.'.
022800 01  OV-TEXT7-R REDEFINES OV-TEXT7.
022900     02  OV-TEXT7-LINE      PIC X(56)  OCCURS 4 TIMES.
023000 01  OV-TEXT30.
023100     02  FILLER             PIC X(56)  VALUE
023200         'THIS ACCOUNT HAS NOW BEEN OVERDRAWN FOR 30 DAYS.'.
023300     02  FILLER             PIC X(56)  VALUE
023400         'UNLESS THE BALANCE IS BROUGHT BACK TO ZERO OR ABOVE,'.
023500     02  FILLER             PIC X(56)  VALUE
023600         'THE ACCOUNT WILL BE FROZEN AT 60 DAYS OVERDRAWN AND'.
023700     02  FILLER             PIC X(56)  VALUE
023800         'REFERRED FOR COLLECTION.  PLEASE CONTACT YOUR BRANCH.'.
023900 01  OV-TEXT30-R REDEFINES OV-TEXT30.
024000     02  OV-TEXT30-LINE     PIC X(56)  OCCURS 4 TIMES.
024100*-----------------------------------------------------------------
024200 01  OV-LTR-HEAD.
024300     02  FILLER             PIC X(01)  VALUE '1'.
024400     02  FILLER             PIC X(48)  VALUE
024500         'NOTICE OF OVERDRAWN ACCOUNT'.
024600     02  OV-LTR-KIND        PIC X(15).
024700     02  OV-LTR-DATE        PIC 9(08).
024800 01  OV-LTR-NAME-LINE.
024900     02  FILLER             PIC X(01)  VALUE '-'.
025000     02  OV-LTR-NAME        PIC X(30).
025100 01  OV-LTR-ADDR-LINE.
025200     02  FILLER             PIC X(01)  VALUE ' '.
025300     02  OV-LTR-ADDR        PIC X(30).
025400 01  OV-LTR-ACCT-LINE.
025500     02  FILLER             PIC X(01)  VALUE '-'.
025600     02  FILLER             PIC X(18)  VALUE 'ACCOUNT NUMBER'.
025700     02  OV-LTR-ACCT        PIC X(10).
025800 01  OV-LTR-BAL-LINE.
025900     02  FILLER             PIC X(01)  VALUE ' '.
026000     02  FILLER             PIC X(18)  VALUE 'BALANCE'.
026100     02  OV-LTR-BAL         PIC -(9)9.99.
026200 01  OV-LTR-DAYS-LINE.
026300     02  FILLER             PIC X(01)  VALUE ' '.
026400     02  FILLER             PIC X(18)  VALUE 'DAYS OVERDRAWN'.
026500     02  OV-LTR-DAYS        PIC ZZZZ9.
026600 01  OV-LTR-BODY.
026700     02  OV-LTR-BODY-CC     PIC X(01).
026800     02  OV-LTR-BODY-TEXT   PIC X(56).
026900 01  OV-LTR-CLOSE.
027000     02  FILLER             PIC X(01)  VALUE '-'.
027100     02  FILLER             PIC X(30)  VALUE 'CUSTOMER SERVICE'.
027200*-----------------------------------------------------------------
027300 01  OV-RPT-HEADING1.
027400     02  FILLER             PIC X(01)  VALUE '1'.
027500     02  FILLER             PIC X(48)  VALUE
027600         'ACCTOVD - OVERDRAWN ACCOUNT AGING'.
027700     02  FILLER             PIC X(15)  VALUE 'BUSINESS DATE '.
027800     02  OV-RPT-RUNDATE     PIC 9(08).
027900 01  OV-RPT-HEADING2.
028000     02  FILLER             PIC X(01)  VALUE ' '.
028100     02  FILLER             PIC X(12)  VALUE 'ACCOUNT'.
028200     02  FILLER             PIC X(22)  VALUE 'NAME'.
028300     02  FILLER             PIC X(15)  VALUE '      BALANCE'.
028400     02  FILLER             PIC X(15)  VALUE '     OD LIMIT'.
028500     02  FILLER             PIC X(10)  VALUE 'SINCE'.
028600     02  FILLER             PIC X(06)  VALUE ' DAYS'.
028700     02  FILLER             PIC X(11)  VALUE 'BUCKET'.
028800     02  FILLER             PIC X(10)  VALUE '     FEE'.
028900     02  FILLER             PIC X(30)  VALUE 'ACTION'.
029000 01  OV-RPT-DETAIL.
029100     02  FILLER             PIC X(01)  VALUE ' '.
029200     02  OV-RPT-ACCT        PIC X(10).
029300     02  FILLER             PIC X(02)  VALUE SPACE.
029400     02  OV-RPT-NAME        PIC X(20).
029500     02  FILLER             PIC X(02)  VALUE SPACE.
029600     02  OV-RPT-BAL         PIC -(9)9.99.
029700     02  FILLER             PIC X(02)  VALUE SPACE.
029800     02  OV-RPT-LIMIT       PIC -(9)9.99.
029900     02  FILLER             PIC X(02)  VALUE SPACE.
030000     02  OV-RPT-SINCE       PIC 9(08).
030100     02  FILLER             PIC X(02)  VALUE SPACE.
030200     02  OV-RPT-DAYS        PIC ZZZZ9.
030300     02  FILLER             PIC X(01)  VALUE SPACE.
030400     02  OV-RPT-BKT         PIC X(10).
030500     02  FILLER             PIC X(01)  VALUE SPACE.
030600     02  OV-RPT-FEE         PIC ZZZZZ.99.
030700     02  FILLER             PIC X(02)  VALUE SPACE.
030800     02  OV-RPT-ACTION      PIC X(30).
030900 01  OV-RPT-BKTHDR.
031000     02  FILLER             PIC X(01)  VALUE '0'.
031100     02  FILLER             PIC X(12)  VALUE 'BUCKET'.
031200     02  FILLER             PIC X(09)  VALUE ' ACCOUNTS'.
031300     02  FILLER             PIC X(17)  VALUE '          BALANCE'.
031400 01  OV-RPT-BKTLINE.
031500     02  FILLER             PIC X(01)  VALUE ' '.
031600     02  OV-RPT-BKT-NAME    PIC X(10).
031700     02  FILLER             PIC X(02)  VALUE SPACE.
031800     02  OV-RPT-BKT-COUNT   PIC ZZZ,ZZ9.
031900     02  FILLER             PIC X(02)  VALUE SPACE.
032000     02  OV-RPT-BKT-BAL     PIC -(11)9.99.
032100 01  OV-RPT-TRAILER.
032200     02  OV-RPT-TR-CC       PIC X(01)  VALUE ' '.
032300     02  OV-RPT-TR-LABEL    PIC X(26).
032400     02  OV-RPT-TR-COUNT    PIC ZZZ,ZZ9.
032500     02  FILLER             PIC X(02)  VALUE SPACE.
032600     02  OV-RPT-TR-NOTE     PIC X(50).
032700 01  OV-RPT-FEETOT.
032800     02  FILLER             PIC X(01)  VALUE ' '.
032900     02  FILLER             PIC X(26)  VALUE
033000         'OVERDRAFT FEES POSTED  . .'.
033100     02  OV-RPT-FEE-COUNT   PIC ZZZ,ZZ9.
033200     02  FILLER             PIC X(02)  VALUE SPACE.
033300     02  OV-RPT-FEE-TOTAL   PIC -(11)9.99.
033400 01  OV-RPT-BADBDATE.
033500     02  FILLER             PIC X(01)  VALUE ' '.
033600     02  FILLER             PIC X(52)  VALUE
033700         '*** BUSINESS DATE FILE MISSING OR BAD - RC 16 ******'.
033800*-----------------------------------------------------------------
033900 01  OV-COF-HEADING1.
034000     02  FILLER             PIC X(01)  VALUE '1'.
034100     02  FILLER             PIC X(48)  VALUE
034200         'ACCTOVD - CHARGE-OFF REVIEW (60+ DAYS OVERDRAWN)'.
034300     02  FILLER             PIC X(15)  VALUE 'BUSINESS DATE '.
034400     02  OV-COF-RUNDATE     PIC 9(08).
034500 01  OV-COF-HEADING2.
034600     02  FILLER             PIC X(01)  VALUE '0'.
034700     02  FILLER             PIC X(12)  VALUE 'ACCOUNT'.
034800     02  FILLER             PIC X(12)  VALUE 'CUSTOMER'.
034900     02  FILLER             PIC X(32)  VALUE 'NAME'.
035000     02  FILLER             PIC X(15)  VALUE '      BALANCE'.
035100     02  FILLER             PIC X(15)  VALUE '     OD LIMIT'.
035200     02  FILLER             PIC X(10)  VALUE 'SINCE'.
035300     02  FILLER             PIC X(07)  VALUE ' DAYS'.
035400     02  FILLER             PIC X(24)  VALUE 'HOLD'.
035500 01  OV-COF-DETAIL.
035600     02  FILLER             PIC X(01)  VALUE ' '.
035700     02  OV-COF-ACCT        PIC X(10).
035800     02  FILLER             PIC X(02)  VALUE SPACE.
035900     02  OV-COF-CUST-NO     PIC X(10).
036000     02  FILLER             PIC X(02)  VALUE SPACE.
036100     02  OV-COF-NAME        PIC X(30).
036200     02  FILLER             PIC X(02)  VALUE SPACE.
036300     02  OV-COF-BAL         PIC -(9)9.99.
036400     02  FILLER             PIC X(02)  VALUE SPACE.
036500     02  OV-COF-LIMIT       PIC -(9)9.99.
036600     02  FILLER             PIC X(02)  VALUE SPACE.
036700     02  OV-COF-SINCE       PIC 9(08).
036800     02  FILLER             PIC X(02)  VALUE SPACE.
036900     02  OV-COF-DAYS        PIC ZZZZ9.
037000     02  FILLER             PIC X(02)  VALUE SPACE.
037100     02  OV-COF-HOLD        PIC X(24).
037200 01  OV-COF-TRAILER.
037300     02  FILLER             PIC X(01)  VALUE '0'.
037400     02  FILLER             PIC X(26)  VALUE
037500         'ACCOUNTS FOR REVIEW  . . .'.
037600     02  OV-COF-TOT-COUNT   PIC ZZZ,ZZ9.
037700     02  FILLER             PIC X(02)  VALUE SPACE.
037800     02  OV-COF-TOT-BAL     PIC -(11)9.99.
037900*-----------------------------------------------------------------
038000 PROCEDURE DIVISION.
038100*-----------------------------------------------------------------
038200* 0000-MAINLINE
038300*-----------------------------------------------------------------
038400 0000-MAINLINE.
038500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
038600     IF NOT OV-BDATE-OK
038700         PERFORM 4910-BDATE-FAILURE THRU 4910-EXIT
038800         GO TO 0000-EXIT
038900     END-IF.
039000     PERFORM 2000-AGE-ONE-ACCOUNT THRU 2000-EXIT
039100         UNTIL OV-MAST-EOF.
039200     PERFORM 4000-FINALIZE THRU 4000-EXIT.
039300     GO TO 0000-EXIT.
039400 0000-EXIT.
039500     STOP RUN.
039600*-----------------------------------------------------------------
039700* 1000-INITIALIZE  -  READ THE BUSINESS DATE, PUT OUT THE HEADINGS
039800*                     AND OPEN THE FILES.
039900*-----------------------------------------------------------------
040000 1000-INITIALIZE.
040100     OPEN OUTPUT AGERPT COFRPT NOTICES.
040200     PERFORM 1020-READ-BUSINESS-DATE THRU 1020-EXIT.
040300     IF NOT OV-BDATE-OK
040400         GO TO 1000-EXIT
040500     END-IF.
040600     MOVE OV-TODAY          TO OV-RPT-RUNDATE OV-COF-RUNDATE
040700                               OV-LTR-DATE.
040800     WRITE OV-RPT-LINE      FROM OV-RPT-HEADING1.
040900     WRITE OV-RPT-LINE      FROM OV-RPT-HEADING2.
041000     WRITE OV-COF-LINE      FROM OV-COF-HEADING1.
041100     WRITE OV-COF-LINE      FROM OV-COF-HEADING2.
041200     PERFORM 1060-CLEAR-BUCKET THRU 1060-EXIT
041300         VARYING OV-BKT-IX FROM 1 BY 1
041400         UNTIL OV-BKT-IX > 4.
041500     OPEN INPUT PRDMAST CUSTMAST.
041600     OPEN I-O ACCTMAST TRANHIST OVDAGE.
041700 1000-EXIT.
041800     EXIT.
041900*-----------------------------------------------------------------
042000* 1020-READ-BUSINESS-DATE  -  THE ONE-RECORD BDATE CONTROL FILE
042100*                             NAMES THE BUSINESS DAY BEING CLOSED
042200*                             - THE DAY THE ACCOUNTS ARE AGED TO
042300*                             AND THE FEES ARE POSTED ON.
042400*-----------------------------------------------------------------
042500 1020-READ-BUSINESS-DATE.
042600     MOVE 'N'               TO OV-BDATE-OK-SW.
042700     OPEN INPUT BDATFILE.
042800     READ BDATFILE
042900         AT END
043000             GO TO 1090-BDATE-DONE
043100     END-READ.
043200     IF BD-KEY = 'BUSDATE'
043300        AND BD-BUSINESS-DATE NUMERIC
043400        AND BD-BUSINESS-DATE > ZERO
043500         MOVE BD-BUSINESS-DATE TO OV-TODAY
043600         MOVE 'Y'           TO OV-BDATE-OK-SW
043700     END-IF.
043800 1090-BDATE-DONE.
043900     CLOSE BDATFILE.
044000 1020-EXIT.
044100     EXIT.
044200 1060-CLEAR-BUCKET.
044300     MOVE ZERO              TO OV-BKT-COUNT(OV-BKT-IX).
044400     MOVE ZERO              TO OV-BKT-BAL(OV-BKT-IX).
044500 1060-EXIT.
044600     EXIT.
044700*-----------------------------------------------------------------
044800* 2000-AGE-ONE-ACCOUNT  -  READ THE NEXT MASTER RECORD.  AN
044900*                          ACCOUNT AT ZERO OR ABOVE ENDS ANY
045000*                          OVERDRAFT IT WAS CARRYING.  ONE BELOW
045100*                          ZERO IS AGED, CHARGED ITS FEE, SENT ITS
045200*                          NOTICES AND HELD AT 60 DAYS - EACH ONCE
045300*                          PER OVERDRAFT - AND REPORTED.
045400*-----------------------------------------------------------------
045500 2000-AGE-ONE-ACCOUNT.
045600     READ ACCTMAST NEXT RECORD
045700         AT END
045800             MOVE 'Y'       TO OV-MAST-EOF-SW
045900     END-READ.
046000     IF OV-MAST-EOF
046100         GO TO 2000-EXIT
046200     END-IF.
046300     ADD 1                  TO OV-RECS-READ.
046400     IF AC-CLOSED
046500         GO TO 2000-EXIT
046600     END-IF.
046700     PERFORM 2100-READ-AGING THRU 2100-EXIT.
046800     IF AC-BALANCE NOT < ZERO
046900         IF OV-ON-FILE
047000             PERFORM 2150-CLEAR-AGING THRU 2150-EXIT
047100         END-IF
047200         GO TO 2000-EXIT
047300     END-IF.
047400     ADD 1                  TO OV-RECS-OVERDRAWN.
047500     MOVE SPACE             TO OV-ACTION.
047600     MOVE 'N'               TO OV-MAST-CHG-SW.
047700     MOVE ZERO              TO OV-FEE-TONIGHT.
047800     IF NOT OV-ON-FILE
047900         PERFORM 2200-START-AGING THRU 2200-EXIT
048000     END-IF.
048100     PERFORM 2300-ADD-DAYS THRU 2300-EXIT.
048200     IF OD-FEE-PENDING
048300         PERFORM 2450-FEE-IN-DOUBT THRU 2450-EXIT
048400     END-IF.
048500     IF OD-FEE-DATE = ZERO
048600         PERFORM 2400-CHARGE-FEE THRU 2400-EXIT
048700     END-IF.
048800     IF OD-DAYS NOT < 60 AND OD-HOLD-DATE = ZERO
048900         PERFORM 2500-SET-HOLD THRU 2500-EXIT
049000     END-IF.
049100     IF OV-MAST-CHG
049200         PERFORM 2600-REWRITE-MASTER THRU 2600-EXIT
049300     END-IF.
049400     IF OD-DAYS NOT < 7 AND OD-DAYS < 30
049500        AND OD-NOTICE7-DATE = ZERO
049600         MOVE 7             TO OV-NOTICE-KIND
049700         PERFORM 2700-PRINT-NOTICE THRU 2700-EXIT
049800         MOVE OV-TODAY      TO OD-NOTICE7-DATE
049900     END-IF.
050000     IF OD-DAYS NOT < 30 AND OD-NOTICE30-DATE = ZERO
050100         MOVE 30            TO OV-NOTICE-KIND
050200         PERFORM 2700-PRINT-NOTICE THRU 2700-EXIT
050300         MOVE OV-TODAY      TO OD-NOTICE30-DATE
050400     END-IF.
050500     PERFORM 2800-SAVE-AGING THRU 2800-EXIT.
050600     PERFORM 2900-REPORT-ACCOUNT THRU 2900-EXIT.
050700     IF OD-DAYS NOT < 60
050800         PERFORM 2950-CHARGE-OFF-LINE THRU 2950-EXIT
050900     END-IF.
051000 2000-EXIT.
051100     EXIT.
051200*-----------------------------------------------------------------
051300* 2100-READ-AGING  -  THE ACCOUNT'S AGING RECORD, IF IT HAS ONE.
051400*-----------------------------------------------------------------
051500 2100-READ-AGING.
051600     MOVE AC-ACCT-NO        TO OD-ACCT-NO.
051700     READ OVDAGE
051800         INVALID KEY
051900             MOVE 'N'       TO OV-ON-FILE-SW
052000         NOT INVALID KEY
052100             MOVE 'Y'       TO OV-ON-FILE-SW
052200     END-READ.
052300 2100-EXIT.
052400     EXIT.
052500*-----------------------------------------------------------------
052600* 2150-CLEAR-AGING  -  THE ACCOUNT IS BACK AT ZERO OR ABOVE - THE
052700*                      OVERDRAFT IS OVER.  ITS AGING RECORD GOES,
052800*                      SO A LATER OVERDRAFT STARTS AT DAY 1 WITH A
052900*                      FRESH FEE AND FRESH NOTICES.  A HOLD SET AT
053000*                      60 DAYS IS LEFT FOR THE BRANCH TO TAKE OFF.
053100*-----------------------------------------------------------------
053200 2150-CLEAR-AGING.
053300     DELETE OVDAGE RECORD
053400         INVALID KEY
053500             ADD 1          TO OV-FILE-FAILS
053600             GO TO 2150-EXIT
053700     END-DELETE.
053800     ADD 1                  TO OV-RECS-CLEARED.
053900     MOVE AC-ACCT-NO        TO OV-RPT-ACCT.
054000     MOVE AC-CUST-NAME      TO OV-RPT-NAME.
054100     MOVE AC-BALANCE        TO OV-RPT-BAL.
054200     MOVE AC-OD-LIMIT       TO OV-RPT-LIMIT.
054300     MOVE OD-SINCE-DATE     TO OV-RPT-SINCE.
054400     MOVE OD-DAYS           TO OV-RPT-DAYS.
054500     MOVE SPACE             TO OV-RPT-BKT.
054600     MOVE ZERO              TO OV-RPT-FEE.
054700     MOVE 'BACK IN CREDIT - AGING ENDED' TO OV-RPT-ACTION.
054800     WRITE OV-RPT-LINE      FROM OV-RPT-DETAIL.
054900 2150-EXIT.
055000     EXIT.
055100*-----------------------------------------------------------------
055200* 2200-START-AGING  -  FIRST NIGHT THIS OVERDRAFT IS SEEN.  BUILD
055300*                      ITS AGING RECORD, DATED FROM THE DAY THE
055400*                      HISTORY SAYS THE BALANCE WENT UNDER.
055500*-----------------------------------------------------------------
055600 2200-START-AGING.
055700     MOVE SPACE             TO OD-AGING-RECORD.
055800     MOVE AC-ACCT-NO        TO OD-ACCT-NO.
055900     MOVE ZERO              TO OD-DAYS OD-AGED-DATE OD-FEE-DATE
056000                               OD-FEE-AMT OD-NOTICE7-DATE
056100                               OD-NOTICE30-DATE OD-HOLD-DATE.
056200     PERFORM 2210-FIND-SINCE THRU 2210-EXIT.
056300     MOVE OV-SINCE          TO OD-SINCE-DATE.
056400     ADD 1                  TO OV-RECS-NEW.
056500 2200-EXIT.
056600     EXIT.
056700*-----------------------------------------------------------------
056800* 2210-FIND-SINCE  -  WORK BACK FROM TONIGHT'S BALANCE TO THE DAY
056900*                     IT WENT BELOW ZERO.  PASS 1 NETS EVERY
057000*                     POSTING STILL ON FILE, GIVING THE BALANCE
057100*                     BEFORE THE OLDEST OF THEM; PASS 2 REPLAYS
057200*                     THEM IN ORDER AND KEEPS THE DATE OF THE LAST
057300*                     DROP BELOW ZERO.  UNDER ZERO BEFORE THE
057400*                     OLDEST POSTING ON FILE MEANS AT LEAST SINCE
057500*                     THAT POSTING; NOTHING ON FILE TO EXPLAIN IT
057600*                     MEANS TODAY.
057700*-----------------------------------------------------------------
057800 2210-FIND-SINCE.
057900     MOVE ZERO              TO OV-NET OV-FIRST-POST.
058000     MOVE 1                 TO OV-PASS.
058100     PERFORM 2220-BROWSE-HISTORY THRU 2220-EXIT.
058200     COMPUTE OV-RUN-BAL = AC-BALANCE - OV-NET.
058300     MOVE ZERO              TO OV-SINCE.
058400     IF OV-RUN-BAL < ZERO
058500         MOVE OV-FIRST-POST TO OV-SINCE
058600     END-IF.
058700     MOVE 2                 TO OV-PASS.
058800     PERFORM 2220-BROWSE-HISTORY THRU 2220-EXIT.
058900     IF OV-SINCE = ZERO OR OV-SINCE > OV-TODAY
059000         MOVE OV-TODAY      TO OV-SINCE
059100     END-IF.
059200 2210-EXIT.
059300     EXIT.
059400 2220-BROWSE-HISTORY.
059500     MOVE 'N'               TO OV-HIST-EOF-SW.
059600     MOVE AC-ACCT-NO        TO TH-ACCT-NO.
059700     MOVE ZERO              TO TH-POST-DATE TH-POST-SEQ.
059800     START TRANHIST KEY >= TH-KEY
059900         INVALID KEY
060000             MOVE 'Y'       TO OV-HIST-EOF-SW
060100     END-START.
060200     PERFORM 2230-READ-ONE-POSTING THRU 2230-EXIT
060300         UNTIL OV-HIST-EOF.
060400 2220-EXIT.
060500     EXIT.
060600 2230-READ-ONE-POSTING.
060700     READ TRANHIST NEXT RECORD
060800         AT END
060900             MOVE 'Y'       TO OV-HIST-EOF-SW
061000     END-READ.
061100     IF OV-HIST-EOF
061200         GO TO 2230-EXIT
061300     END-IF.
061400     IF TH-ACCT-NO NOT = AC-ACCT-NO
061500         MOVE 'Y'           TO OV-HIST-EOF-SW
061600         GO TO 2230-EXIT
061700     END-IF.
061800     IF OV-PASS = 2
061900         GO TO 2240-REPLAY
062000     END-IF.
062100     IF OV-FIRST-POST = ZERO
062200         MOVE TH-POST-DATE  TO OV-FIRST-POST
062300     END-IF.
062400     IF TH-CREDIT
062500         ADD TH-AMOUNT      TO OV-NET
062600     ELSE
062700         SUBTRACT TH-AMOUNT FROM OV-NET
062800     END-IF.
062900     GO TO 2230-EXIT.
063000 2240-REPLAY.
063100     IF TH-CREDIT
063200         ADD TH-AMOUNT      TO OV-RUN-BAL
063300     ELSE
063400         SUBTRACT TH-AMOUNT FROM OV-RUN-BAL
063500     END-IF.
063600     IF OV-RUN-BAL NOT < ZERO
063700         MOVE ZERO          TO OV-SINCE
063800         GO TO 2230-EXIT
063900     END-IF.
064000     IF OV-SINCE = ZERO
064100         MOVE TH-POST-DATE  TO OV-SINCE
064200     END-IF.
064300 2230-EXIT.
064400     EXIT.
064500*-----------------------------------------------------------------
064600* 2300-ADD-DAYS  -  BRING THE DAY COUNT UP TO TONIGHT.  A NEW
064700*                   OVERDRAFT COUNTS ITS FIRST DAY AS DAY 1; EACH
064800*                   CALENDAR DAY SINCE THE LAST AGING ADDS ONE, SO
064900*                   A RERUN OF THE SAME NIGHT ADDS NOTHING.
065000*-----------------------------------------------------------------
065100 2300-ADD-DAYS.
065200     IF OD-AGED-DATE = ZERO
065300         MOVE OD-SINCE-DATE TO OD-AGED-DATE
065400         MOVE 1             TO OD-DAYS
065500     END-IF.
065600     MOVE OD-AGED-DATE      TO OV-WORK-DATE-N.
065700     PERFORM 2310-NEXT-DAY THRU 2310-EXIT
065800         UNTIL OV-WORK-DATE-N NOT < OV-TODAY.
065900     MOVE OV-TODAY          TO OD-AGED-DATE.
066000     MOVE 4                 TO OV-BKT.
066100     IF OD-DAYS NOT > 60
066200         MOVE 3             TO OV-BKT
066300     END-IF.
066400     IF OD-DAYS NOT > 30
066500         MOVE 2             TO OV-BKT
066600     END-IF.
066700     IF OD-DAYS NOT > 7
066800         MOVE 1             TO OV-BKT
066900     END-IF.
067000 2300-EXIT.
067100     EXIT.
067200*-----------------------------------------------------------------
067300* 2310-NEXT-DAY  -  STEP THE WORK DATE ONE CALENDAR DAY, CARRYING
067400*                   THROUGH MONTH AND YEAR ENDS THE WAY ACCTEOD
067500*                   ROLLS THE BUSINESS DATE, AND COUNT THE DAY.
067600*-----------------------------------------------------------------
067700 2310-NEXT-DAY.
067800     MOVE OV-MONTH-DAYS(OV-WK-MONTH) TO OV-MONTH-LEN.
067900     MOVE 'N'               TO OV-LEAP-SW.
068000     DIVIDE OV-WK-YEAR BY 4 GIVING OV-QUOT
068100         REMAINDER OV-REM.
068200     IF OV-REM = ZERO AND OV-WK-YEAR NOT = 1900
068300         MOVE 'Y'           TO OV-LEAP-SW
068400     END-IF.
068500     IF OV-WK-MONTH = 2 AND OV-LEAP
068600         ADD 1              TO OV-MONTH-LEN
068700     END-IF.
068800     IF OV-WK-DAY < OV-MONTH-LEN
068900         ADD 1              TO OV-WK-DAY
069000     ELSE
069100         MOVE 1             TO OV-WK-DAY
069200         IF OV-WK-MONTH < 12
069300             ADD 1          TO OV-WK-MONTH
069400         ELSE
069500             MOVE 1         TO OV-WK-MONTH
069600             ADD 1          TO OV-WK-YEAR
069700         END-IF
069800     END-IF.
069900     ADD 1                  TO OD-DAYS.
070000 2310-EXIT.
070100     EXIT.
070200*-----------------------------------------------------------------
070300* 2400-CHARGE-FEE  -  THE ONE OVERDRAFT FEE FOR THIS OVERDRAFT, AT
070400*                     THE ACCOUNT'S PRODUCT'S PR-OD-FEE.  THE
070500*                     AGING RECORD IS STAMPED 'P' AND SAVED BEFORE
070600*                     THE BALANCE MOVES, SO A RUN THAT DIES
070700*                     BETWEEN THE TWO IS CAUGHT AS IN DOUBT, NEVER
070800*                     CHARGED TWICE. A PRODUCT WITH NO FEE STAMPS
070900*                     THE OVERDRAFT AS DONE.  A TYPE NOT ON THE
071000*                     PRODUCT FILE CHARGES NOTHING AND IS TRIED
071100*                     AGAIN THE NEXT NIGHT.
071200*-----------------------------------------------------------------
071300 2400-CHARGE-FEE.
071400     PERFORM 2410-GET-PRODUCT-FEE THRU 2410-EXIT.
071500     IF NOT OV-PRD-FOUND
071600         ADD 1              TO OV-RECS-NOPROD
071700         MOVE 'NO PRODUCT FOR TYPE - NO FEE' TO OV-ACTION
071800         GO TO 2400-EXIT
071900     END-IF.
072000     MOVE OV-TODAY          TO OD-FEE-DATE.
072100     MOVE OV-FEE            TO OD-FEE-AMT.
072200     IF OV-FEE = ZERO
072300         MOVE 'Y'           TO OD-FEE-SW
072400         GO TO 2400-EXIT
072500     END-IF.
072600     MOVE 'P'               TO OD-FEE-SW.
072700     PERFORM 2800-SAVE-AGING THRU 2800-EXIT.
072800     SUBTRACT OV-FEE        FROM AC-BALANCE.
072900     MOVE OV-FEE            TO OV-FEE-TONIGHT.
073000     MOVE 'Y'               TO OV-MAST-CHG-SW.
073100 2400-EXIT.
073200     EXIT.
073300*-----------------------------------------------------------------
073400* 2410-GET-PRODUCT-FEE  -  THE FEE FOR THE ACCOUNT'S TYPE (BLANK
073500*                          MEANS THE '00' DEFAULT).  A FEE FIELD
073600*                          NOT YET LOADED (SPACES) MEANS NO FEE.
073700*                          THE LAST TYPE READ IS CACHED.
073800*-----------------------------------------------------------------
073900 2410-GET-PRODUCT-FEE.
074000     IF AC-ACCT-TYPE = SPACE OR AC-ACCT-TYPE = LOW-VALUE
074100         MOVE '00'          TO OV-WANT-TYPE
074200     ELSE
074300         MOVE AC-ACCT-TYPE  TO OV-WANT-TYPE
074400     END-IF.
074500     IF OV-WANT-TYPE = OV-CUR-TYPE
074600         MOVE OV-CUR-FEE    TO OV-FEE
074700         MOVE 'Y'           TO OV-PRD-FOUND-SW
074800         GO TO 2410-EXIT
074900     END-IF.
075000     MOVE 'N'               TO OV-PRD-FOUND-SW.
075100     MOVE ZERO              TO OV-FEE.
075200     MOVE OV-WANT-TYPE      TO PR-TYPE-CODE.
075300     READ PRDMAST
075400         INVALID KEY
075500             GO TO 2410-EXIT
075600     END-READ.
075700     IF PR-OD-FEE NUMERIC
075800         MOVE PR-OD-FEE     TO OV-FEE
075900     END-IF.
076000     MOVE OV-WANT-TYPE      TO OV-CUR-TYPE.
076100     MOVE OV-FEE            TO OV-CUR-FEE.
076200     MOVE 'Y'               TO OV-PRD-FOUND-SW.
076300 2410-EXIT.
076400     EXIT.
076500*-----------------------------------------------------------------
076600* 2450-FEE-IN-DOUBT  -  A PRIOR RUN STAMPED THE FEE AND DIED
076700*                       BEFORE CONFIRMING IT.  WHETHER THE MONEY
076800*                       MOVED IS FOR OPERATIONS TO SETTLE FROM THE
076900*                       HISTORY - IT IS REPORTED ONCE AND NOT
077000*                       CHARGED AGAIN.
077100*-----------------------------------------------------------------
077200 2450-FEE-IN-DOUBT.
077300     ADD 1                  TO OV-RECS-DOUBT.
077400     MOVE 'FEE IN DOUBT - CHECK HISTORY' TO OV-ACTION.
077500     MOVE 'Y'               TO OD-FEE-SW.
077600 2450-EXIT.
077700     EXIT.
077800*-----------------------------------------------------------------
077900* 2500-SET-HOLD  -  60 DAYS OVERDRAWN - FREEZE THE ACCOUNT FOR THE
078000*                   CHARGE-OFF REVIEW.  DONE ONCE; IF THE BRANCH
078100*                   TAKES THE HOLD OFF, IT IS NOT PUT BACK.
078200*-----------------------------------------------------------------
078300 2500-SET-HOLD.
078400     MOVE 'Y'               TO AC-HOLD-SW.
078500     MOVE OV-TODAY          TO OD-HOLD-DATE.
078600     MOVE 'Y'               TO OV-MAST-CHG-SW.
078700     ADD 1                  TO OV-RECS-HELD.
078800     MOVE 'HELD - CHARGE-OFF REVIEW' TO OV-ACTION.
078900 2500-EXIT.
079000     EXIT.
079100*-----------------------------------------------------------------
079200* 2600-REWRITE-MASTER  -  PUT THE FEE AND/OR THE HOLD ON THE
079300*                         MASTER, THEN THE FEE ON THE HISTORY.  A
079400*                         HISTORY WRITE THAT WILL NOT TAKE IS
079500*                         COUNTED - THE BALANCE IS ALREADY POSTED,
079600*                         SO THE RUN ENDS RC=8 AS ACCTMIN DOES.
079700*-----------------------------------------------------------------
079800 2600-REWRITE-MASTER.
079900     REWRITE AC-ACCOUNT-RECORD
080000         INVALID KEY
080100             ADD 1          TO OV-FILE-FAILS
080200             MOVE 'MASTER REWRITE FAILED' TO OV-ACTION
080300             GO TO 2600-EXIT
080400     END-REWRITE.
080500     IF OV-FEE-TONIGHT = ZERO
080600         GO TO 2600-EXIT
080700     END-IF.
080800     PERFORM 2650-WRITE-HISTORY THRU 2650-EXIT.
080900     MOVE 'Y'               TO OD-FEE-SW.
081000     ADD 1                  TO OV-RECS-FEES.
081100     ADD OV-FEE-TONIGHT     TO OV-TOT-FEES.
081200     IF OV-ACTION = SPACE
081300         MOVE 'OVERDRAFT FEE POSTED' TO OV-ACTION
081400     END-IF.
081500 2600-EXIT.
081600     EXIT.
081700*-----------------------------------------------------------------
081800* 2650-WRITE-HISTORY  -  ONE 'D' POSTING FOR THE FEE.  THE WITHIN-
081900*                        DAY SEQUENCE STARTS AT 0001 AND STEPS
082000*                        PAST DUPLICATES THE WAY ACCTMIN'S DOES.
082100*-----------------------------------------------------------------
082200 2650-WRITE-HISTORY.
082300     MOVE 'N'               TO OV-HIST-DONE-SW.
082400     MOVE SPACE             TO TH-HISTORY-RECORD.
082500     MOVE AC-ACCT-NO        TO TH-ACCT-NO.
082600     MOVE OV-TODAY          TO TH-POST-DATE.
082700     MOVE 1                 TO TH-POST-SEQ.
082800     MOVE 'D'               TO TH-DRCR-CODE.
082900     MOVE OV-FEE-TONIGHT    TO TH-AMOUNT.
083000     MOVE 'ACCTOVD'         TO TH-USERID.
083100     MOVE 'BTCH'            TO TH-TERMID.
083200     MOVE SPACE             TO TH-REV-FLAG.
083300     MOVE ZERO              TO TH-REV-DATE.
083400     MOVE ZERO              TO TH-REV-SEQ.
083500     MOVE SPACE             TO TH-OVR-USERID.
083600     MOVE SPACE             TO TH-XFR-FLAG.
083700     MOVE ZERO              TO TH-XFR-SEQ.
083800     PERFORM 2660-TRY-HISTORY-WRITE THRU 2660-EXIT
083900         UNTIL OV-HIST-DONE
084000            OR TH-POST-SEQ > 9998.
084100     IF NOT OV-HIST-DONE
084200         ADD 1              TO OV-HIST-FAILS
084300         MOVE 'FEE POSTED - HISTORY FAILED' TO OV-ACTION
084400     END-IF.
084500 2650-EXIT.
084600     EXIT.
084700 2660-TRY-HISTORY-WRITE.
084800     WRITE TH-HISTORY-RECORD
084900         INVALID KEY
085000             ADD 1          TO TH-POST-SEQ
085100         NOT INVALID KEY
085200             MOVE 'Y'       TO OV-HIST-DONE-SW
085300     END-WRITE.
085400 2660-EXIT.
085500     EXIT.
085600*-----------------------------------------------------------------
085700* 2700-PRINT-NOTICE  -  ONE LETTER, ON ITS OWN PAGE, TO THE NAME
085800*                       AND ADDRESS ON THE CUSTOMER MASTER.  AN
085900*                       ACCOUNT WHOSE CUSTOMER IS NOT ON CUSTMAST
086000*                       IS ADDRESSED FROM THE COPY ON THE ACCOUNT,
086100*                       AND COUNTED SO THE RECORD GETS FIXED.
086200*-----------------------------------------------------------------
086300 2700-PRINT-NOTICE.
086400     MOVE AC-CUST-NAME      TO OV-LTR-NAME.
086500     MOVE AC-CUST-ADDR      TO OV-LTR-ADDR.
086600     MOVE AC-CUST-NO        TO CU-CUST-NO.
086700     IF AC-CUST-NO = SPACE
086800         ADD 1              TO OV-RECS-ACCT-ADDR
086900         GO TO 2710-ADDRESSED
087000     END-IF.
087100     READ CUSTMAST
087200         INVALID KEY
087300             ADD 1          TO OV-RECS-ACCT-ADDR
087400             GO TO 2710-ADDRESSED
087500     END-READ.
087600     MOVE CU-CUST-NAME      TO OV-LTR-NAME.
087700     MOVE CU-CUST-ADDR      TO OV-LTR-ADDR.
087800 2710-ADDRESSED.
087900     MOVE 'DAY 7 NOTICE'    TO OV-LTR-KIND.
088000     IF OV-NOTICE-KIND = 30
088100         MOVE 'DAY 30 NOTICE' TO OV-LTR-KIND
088200     END-IF.
088300     MOVE AC-ACCT-NO        TO OV-LTR-ACCT.
088400     MOVE AC-BALANCE        TO OV-LTR-BAL.
088500     MOVE OD-DAYS           TO OV-LTR-DAYS.
088600     WRITE OV-LTR-LINE      FROM OV-LTR-HEAD.
088700     WRITE OV-LTR-LINE      FROM OV-LTR-NAME-LINE.
088800     WRITE OV-LTR-LINE      FROM OV-LTR-ADDR-LINE.
088900     WRITE OV-LTR-LINE      FROM OV-LTR-ACCT-LINE.
089000     WRITE OV-LTR-LINE      FROM OV-LTR-BAL-LINE.
089100     WRITE OV-LTR-LINE      FROM OV-LTR-DAYS-LINE.
089200     PERFORM 2720-PRINT-BODY-LINE THRU 2720-EXIT
089300         VARYING OV-LTR-IX FROM 1 BY 1
089400         UNTIL OV-LTR-IX > 4.
089500     WRITE OV-LTR-LINE      FROM OV-LTR-CLOSE.
089600     IF OV-NOTICE-KIND = 30
089700         ADD 1              TO OV-RECS-NOTICE30
089800     ELSE
089900         ADD 1              TO OV-RECS-NOTICE7
090000     END-IF.
090100     IF OV-ACTION = SPACE
090200         MOVE OV-LTR-KIND   TO OV-ACTION
090300     END-IF.
090400 2700-EXIT.
090500     EXIT.
090600 2720-PRINT-BODY-LINE.
090700     MOVE ' '               TO OV-LTR-BODY-CC.
090800     IF OV-LTR-IX = 1
090900         MOVE '-'           TO OV-LTR-BODY-CC
091000     END-IF.
091100     MOVE OV-TEXT7-LINE(OV-LTR-IX) TO OV-LTR-BODY-TEXT.
091200     IF OV-NOTICE-KIND = 30
091300         MOVE OV-TEXT30-LINE(OV-LTR-IX) TO OV-LTR-BODY-TEXT
091400     END-IF.
091500     WRITE OV-LTR-LINE      FROM OV-LTR-BODY.
091600 2720-EXIT.
091700     EXIT.
091800*-----------------------------------------------------------------
091900* 2800-SAVE-AGING  -  WRITE THE AGING RECORD THE FIRST TIME, THEN
092000*                     REWRITE IT.
092100*-----------------------------------------------------------------
092200 2800-SAVE-AGING.
092300     IF OV-ON-FILE
092400         REWRITE OD-AGING-RECORD
092500             INVALID KEY
092600                 ADD 1      TO OV-FILE-FAILS
092700         END-REWRITE
092800         GO TO 2800-EXIT
092900     END-IF.
093000     WRITE OD-AGING-RECORD
093100         INVALID KEY
093200             ADD 1          TO OV-FILE-FAILS
093300             GO TO 2800-EXIT
093400     END-WRITE.
093500     MOVE 'Y'               TO OV-ON-FILE-SW.
093600 2800-EXIT.
093700     EXIT.
093800*-----------------------------------------------------------------
093900* 2900-REPORT-ACCOUNT  -  ONE AGING LINE AND THE BUCKET TOTALS.
094000*-----------------------------------------------------------------
094100 2900-REPORT-ACCOUNT.
094200     MOVE AC-ACCT-NO        TO OV-RPT-ACCT.
094300     MOVE AC-CUST-NAME      TO OV-RPT-NAME.
094400     MOVE AC-BALANCE        TO OV-RPT-BAL.
094500     MOVE AC-OD-LIMIT       TO OV-RPT-LIMIT.
094600     MOVE OD-SINCE-DATE     TO OV-RPT-SINCE.
094700     MOVE OD-DAYS           TO OV-RPT-DAYS.
094800     MOVE OV-BKT-NAME(OV-BKT) TO OV-RPT-BKT.
094900     MOVE OV-FEE-TONIGHT    TO OV-RPT-FEE.
095000     MOVE OV-ACTION         TO OV-RPT-ACTION.
095100     WRITE OV-RPT-LINE      FROM OV-RPT-DETAIL.
095200     ADD 1                  TO OV-BKT-COUNT(OV-BKT).
095300     ADD AC-BALANCE         TO OV-BKT-BAL(OV-BKT).
095400 2900-EXIT.
095500     EXIT.
095600*-----------------------------------------------------------------
095700* 2950-CHARGE-OFF-LINE  -  EVERY ACCOUNT 60 DAYS OR MORE OVERDRAWN
095800*                          GOES ON THE COLLECTIONS MANAGER'S LIST
095900*                          EACH NIGHT UNTIL IT IS BACK IN CREDIT.
096000*-----------------------------------------------------------------
096100 2950-CHARGE-OFF-LINE.
096200     MOVE AC-ACCT-NO        TO OV-COF-ACCT.
096300     MOVE AC-CUST-NO        TO OV-COF-CUST-NO.
096400     MOVE AC-CUST-NAME      TO OV-COF-NAME.
096500     MOVE AC-BALANCE        TO OV-COF-BAL.
096600     MOVE AC-OD-LIMIT       TO OV-COF-LIMIT.
096700     MOVE OD-SINCE-DATE     TO OV-COF-SINCE.
096800     MOVE OD-DAYS           TO OV-COF-DAYS.
096900     MOVE 'HOLD RELEASED BY BRANCH' TO OV-COF-HOLD.
097000     IF AC-ON-HOLD
097100         MOVE 'ON HOLD'     TO OV-COF-HOLD
097200     END-IF.
097300     IF AC-ON-HOLD AND OD-HOLD-DATE = OV-TODAY
097400         MOVE 'HELD TONIGHT' TO OV-COF-HOLD
097500     END-IF.
097600     WRITE OV-COF-LINE      FROM OV-COF-DETAIL.
097700     ADD 1                  TO OV-RECS-COF.
097800     ADD AC-BALANCE         TO OV-TOT-COF-BAL.
097900 2950-EXIT.
098000     EXIT.
098100*-----------------------------------------------------------------
098200* 4000-FINALIZE  -  PRINT THE BUCKET SUMMARY AND THE TRAILER
098300*                   TOTALS AND CLOSE EVERYTHING.  A FEE IN DOUBT,
098400*                   A FAILED HISTORY WRITE OR A FAILED FILE UPDATE
098500*                   ENDS RC=8; AN ACCOUNT LEFT UNCHARGED FOR A
098600*                   TYPE NOT ON THE PRODUCT FILE ENDS RC=4.
098700*-----------------------------------------------------------------
098800 4000-FINALIZE.
098900     WRITE OV-RPT-LINE      FROM OV-RPT-BKTHDR.
099000     PERFORM 4100-PRINT-BUCKET THRU 4100-EXIT
099100         VARYING OV-BKT-IX FROM 1 BY 1
099200         UNTIL OV-BKT-IX > 4.
099300     MOVE '0'               TO OV-RPT-TR-CC.
099400     MOVE 'ACCOUNTS READ  . . . . . .' TO OV-RPT-TR-LABEL.
099500     MOVE OV-RECS-READ      TO OV-RPT-TR-COUNT.
099600     MOVE SPACE             TO OV-RPT-TR-NOTE.
099700     WRITE OV-RPT-LINE      FROM OV-RPT-TRAILER.
099800     MOVE ' '               TO OV-RPT-TR-CC.
099900     MOVE 'OVERDRAWN TONIGHT  . . . .' TO OV-RPT-TR-LABEL.
100000     MOVE OV-RECS-OVERDRAWN TO OV-RPT-TR-COUNT.
100100     WRITE OV-RPT-LINE      FROM OV-RPT-TRAILER.
100200     MOVE 'NEWLY OVERDRAWN  . . . . .' TO OV-RPT-TR-LABEL.
100300     MOVE OV-RECS-NEW       TO OV-RPT-TR-COUNT.
100400     WRITE OV-RPT-LINE      FROM OV-RPT-TRAILER.
100500     MOVE 'BACK IN CREDIT . . . . . .' TO OV-RPT-TR-LABEL.
100600     MOVE OV-RECS-CLEARED   TO OV-RPT-TR-COUNT.
100700     WRITE OV-RPT-LINE      FROM OV-RPT-TRAILER.
100800     MOVE OV-RECS-FEES      TO OV-RPT-FEE-COUNT.
100900     MOVE OV-TOT-FEES       TO OV-RPT-FEE-TOTAL.
101000     WRITE OV-RPT-LINE      FROM OV-RPT-FEETOT.
101100     MOVE '7-DAY NOTICES PRINTED  . .' TO OV-RPT-TR-LABEL.
101200     MOVE OV-RECS-NOTICE7   TO OV-RPT-TR-COUNT.
101300     WRITE OV-RPT-LINE      FROM OV-RPT-TRAILER.
101400     MOVE '30-DAY NOTICES PRINTED . .' TO OV-RPT-TR-LABEL.
101500     MOVE OV-RECS-NOTICE30  TO OV-RPT-TR-COUNT.
101600     WRITE OV-RPT-LINE      FROM OV-RPT-TRAILER.
101700     MOVE 'NOTICES OFF THE ACCOUNT  .' TO OV-RPT-TR-LABEL.
101800     MOVE OV-RECS-ACCT-ADDR TO OV-RPT-TR-COUNT.
101900     MOVE '(CUSTOMER NOT ON CUSTMAST - FIX THE ACCOUNT)'
102000                            TO OV-RPT-TR-NOTE.
102100     WRITE OV-RPT-LINE      FROM OV-RPT-TRAILER.
102200     MOVE 'HELD TONIGHT AT 60 DAYS  .' TO OV-RPT-TR-LABEL.
102300     MOVE OV-RECS-HELD      TO OV-RPT-TR-COUNT.
102400     MOVE SPACE             TO OV-RPT-TR-NOTE.
102500     WRITE OV-RPT-LINE      FROM OV-RPT-TRAILER.
102600     MOVE 'ON CHARGE-OFF REVIEW . . .' TO OV-RPT-TR-LABEL.
102700     MOVE OV-RECS-COF       TO OV-RPT-TR-COUNT.
102800     WRITE OV-RPT-LINE      FROM OV-RPT-TRAILER.
102900     IF OV-RECS-NOPROD > ZERO
103000         MOVE 'NO FEE - TYPE NOT ON FILE ' TO OV-RPT-TR-LABEL
103100         MOVE OV-RECS-NOPROD TO OV-RPT-TR-COUNT
103200         MOVE '(RE-TYPE THE ACCOUNTS OR ADD THE PRODUCT - RC 4)'
103300                            TO OV-RPT-TR-NOTE
103400         WRITE OV-RPT-LINE  FROM OV-RPT-TRAILER
103500         MOVE 4             TO RETURN-CODE
103600     END-IF.
103700     IF OV-RECS-DOUBT > ZERO
103800         MOVE 'FEES IN DOUBT  . . . . . .' TO OV-RPT-TR-LABEL
103900         MOVE OV-RECS-DOUBT TO OV-RPT-TR-COUNT
104000         MOVE '(SETTLE FROM THE HISTORY - RC 8)'
104100                            TO OV-RPT-TR-NOTE
104200         WRITE OV-RPT-LINE  FROM OV-RPT-TRAILER
104300         MOVE 8             TO RETURN-CODE
104400     END-IF.
104500     IF OV-HIST-FAILS > ZERO
104600         MOVE 'HISTORY WRITES FAILED  . .' TO OV-RPT-TR-LABEL
104700         MOVE OV-HIST-FAILS TO OV-RPT-TR-COUNT
104800         MOVE '(FEES POSTED - EXPECT RECON EXCEPTIONS - RC 8)'
104900                            TO OV-RPT-TR-NOTE
105000         WRITE OV-RPT-LINE  FROM OV-RPT-TRAILER
105100         MOVE 8             TO RETURN-CODE
105200     END-IF.
105300     IF OV-FILE-FAILS > ZERO
105400         MOVE 'FILE UPDATES FAILED  . . .' TO OV-RPT-TR-LABEL
105500         MOVE OV-FILE-FAILS TO OV-RPT-TR-COUNT
105600         MOVE '(MASTER OR AGING RECORD NOT UPDATED - RC 8)'
105700                            TO OV-RPT-TR-NOTE
105800         WRITE OV-RPT-LINE  FROM OV-RPT-TRAILER
105900         MOVE 8             TO RETURN-CODE
106000     END-IF.
106100     MOVE OV-RECS-COF       TO OV-COF-TOT-COUNT.
106200     MOVE OV-TOT-COF-BAL    TO OV-COF-TOT-BAL.
106300     WRITE OV-COF-LINE      FROM OV-COF-TRAILER.
106400     CLOSE PRDMAST CUSTMAST ACCTMAST TRANHIST OVDAGE
106500           AGERPT COFRPT NOTICES.
106600 4000-EXIT.
106700     EXIT.
106800 4100-PRINT-BUCKET.
106900     MOVE OV-BKT-NAME(OV-BKT-IX)  TO OV-RPT-BKT-NAME.
107000     MOVE OV-BKT-COUNT(OV-BKT-IX) TO OV-RPT-BKT-COUNT.
107100     MOVE OV-BKT-BAL(OV-BKT-IX)   TO OV-RPT-BKT-BAL.
107200     WRITE OV-RPT-LINE      FROM OV-RPT-BKTLINE.
107300 4100-EXIT.
107400     EXIT.
107500*-----------------------------------------------------------------
107600* 4910-BDATE-FAILURE  -  NO TRUSTWORTHY BUSINESS DATE - SAY SO ON
107700*                        THE REPORT AND END RC=16 WITH NO ACCOUNT
107800*                        TOUCHED.
107900*-----------------------------------------------------------------
108000 4910-BDATE-FAILURE.
108100     WRITE OV-RPT-LINE      FROM OV-RPT-BADBDATE.
108200     CLOSE AGERPT COFRPT NOTICES.
108300     MOVE 16                TO RETURN-CODE.
108400 4910-EXIT.
108500     EXIT.
