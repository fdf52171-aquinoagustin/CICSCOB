002723*                SET ON THE CICSACM SCREEN.  A CHANGE RIDES THE
002724*                ON-FILE VALUES ALONG UNTOUCHED, LIKE THE
002725*                BALANCE.
002735* 10/15/2026 RH  A CHANGE CARRYING STATUS 'A' NO LONGER WAKES A
002745*                DORMANT ACCOUNT (AC-DORMANT, SET BY ACCTDRM) - IT
002755*                STAYS 'D' UNTIL THE CUSTOMER IS SEEN AND THE
002765*                ACCOUNT IS REACTIVATED ON THE CICSACM SCREEN,
002775*                WHERE THE REACTIVATION IS AUDITED.  A 'C' STILL
002777*                CLOSES IT.
002779* 10/15/2026 RH  EVERY ADD AND CHANGE APPLIED NOW WRITES THE
002781*                CHANGE JOURNAL (CHGJNL, SEE JRNREC) THE WAY THE
002783*                CICSACM SCREEN DOES - ONE RECORD PER FIELD THAT
002785*                MOVED, BEFORE AND AFTER VALUES - UNDER USERID
002787*                ACCTLOAD, TERMINAL 'BTCH' AND THE BDATE BUSINESS
002789*                DATE.  THE JOB NOW NEEDS THE BUSINESS DATE:
002791*                MISSING OR BAD, NOTHING IS APPLIED (RC 16).  A
002793*                JOURNAL WRITE THAT FAILS LEAVES THE APPLIED
002795*                CHANGE IN PLACE, IS FLAGGED ON THE RECORD'S
002797*                REPORT LINE AND COUNTED, AND ENDS THE RUN RC 8.
002800*-----------------------------------------------------------------
002900 ENVIRONMENT DIVISION.
003000 INPUT-OUTPUT SECTION.
003760                     ORGANIZATION IS INDEXED
003770                     ACCESS MODE IS RANDOM
003780                     RECORD KEY IS PR-TYPE-CODE.
003782     SELECT BDATFILE ASSIGN TO BDATFILE
003784                     ORGANIZATION IS INDEXED
003786                     ACCESS MODE IS SEQUENTIAL
003788                     RECORD KEY IS BD-KEY.
003790     SELECT CHGJNL   ASSIGN TO CHGJNL
003792                     ORGANIZATION IS INDEXED
003794                     ACCESS MODE IS RANDOM
003796                     RECORD KEY IS CJ-KEY.
003800     SELECT REJECTS  ASSIGN TO REJECTS
003900                     ORGANIZATION IS SEQUENTIAL.
004000     SELECT EDITRPT  ASSIGN TO EDITRPT
006878*-----------------------------------------------------------------
006880 FD  PRDMAST.
006882     COPY PRDREC.
006883*-----------------------------------------------------------------
006884* BDATFILE - THE ONE-RECORD BUSINESS-DATE CONTROL KSDS.  SHARED
006885* COPYBOOK BDTREC.
006886*-----------------------------------------------------------------
006887 FD  BDATFILE.
006888     COPY BDTREC.
006889*-----------------------------------------------------------------
006890* CHGJNL - THE MASTER FILE CHANGE JOURNAL KSDS, ONE RECORD ADDED
006891* PER FIELD CHANGED.  SHARED COPYBOOK JRNREC.
006892*-----------------------------------------------------------------
006893 FD  CHGJNL.
006894     COPY JRNREC.
006900 FD  REJECTS
007000     RECORDING MODE IS F.
007100 01  LD-REJECT-RECORD.
009020         88  LD-CUST-FOUND  VALUE 'Y'.
009030     02  LD-TYPE-FOUND-SW   PIC X(01)  VALUE 'N'.
009040         88  LD-TYPE-FOUND  VALUE 'Y'.
009048     02  LD-BDATE-OK-SW     PIC X(01)  VALUE 'N'.
009056         88  LD-BDATE-OK    VALUE 'Y'.
009064     02  LD-JNL-DONE-SW     PIC X(01)  VALUE 'N'.
009072         88  LD-JNL-DONE    VALUE 'Y'.
009080     02  LD-JNL-FAIL-SW     PIC X(01)  VALUE 'N'.
009088         88  LD-JNL-FAILED  VALUE 'Y'.
009100*-----------------------------------------------------------------
009200 77  LD-RECS-READ           PIC 9(07) COMP VALUE ZERO.
009300 77  LD-RECS-ADDED          PIC 9(07) COMP VALUE ZERO.
009500 77  LD-RECS-REJECTED       PIC 9(07) COMP VALUE ZERO.
009600 77  LD-REASON              PIC X(25)  VALUE SPACE.
009700 77  LD-TODAY               PIC 9(08) VALUE ZERO.
009704 77  LD-BUS-DATE            PIC 9(08) VALUE ZERO.
009708 77  LD-JNL-WRITTEN         PIC 9(07) COMP VALUE ZERO.
009712 77  LD-JNL-FAILS           PIC 9(07) COMP VALUE ZERO.
009716 77  LD-JNL-AMT             PIC -(9)9.99.
009720*-----------------------------------------------------------------
009724* THE CLOCK AS ACCEPTED - HHMMSS AND HUNDREDTHS.  THE JOURNAL KEY
009728* TAKES THE WHOLE SECONDS.
009732*-----------------------------------------------------------------
009736 01  LD-CLOCK.
009740     02  LD-CLK-HHMMSS      PIC 9(06).
009744     02  FILLER             PIC 9(02).
009748*-----------------------------------------------------------------
009752* THE ACCOUNT AS IT STOOD BEFORE A CHANGE - COMPARED FIELD BY
009756* FIELD WITH THE REWRITTEN RECORD FOR THE CHANGE JOURNAL.
009760*-----------------------------------------------------------------
009764 01  LD-BEFORE.
009768     02  LD-OLD-CUST-NO     PIC X(10).
009772     02  LD-OLD-CUST-NAME   PIC X(30).
009776     02  LD-OLD-CUST-ADDR   PIC X(30).
009780     02  LD-OLD-STATUS      PIC X(01).
009784     02  LD-OLD-ACCT-TYPE   PIC X(02).
009800*-----------------------------------------------------------------
009900 01  LD-RPT-HEADING1.
010000     02  FILLER             PIC X(01)  VALUE '1'.
014000     02  FILLER             PIC X(26)  VALUE
014100         'RECORDS REJECTED . . . . .'.
014200     02  LD-RPT-TOT-REJECT  PIC ZZZ,ZZ9.
014206 01  LD-RPT-TRAILER5.
014212     02  FILLER             PIC X(01)  VALUE ' '.
014218     02  FILLER             PIC X(26)  VALUE
014224         'JOURNAL RECORDS WRITTEN  .'.
014230     02  LD-RPT-TOT-JNL     PIC ZZZ,ZZ9.
014236 01  LD-RPT-TRAILER6.
014242     02  FILLER             PIC X(01)  VALUE ' '.
014248     02  FILLER             PIC X(26)  VALUE
014254         'JOURNAL WRITES FAILED  . .'.
014260     02  LD-RPT-TOT-JFAIL   PIC ZZZ,ZZ9.
014266 01  LD-RPT-BADBDATE.
014272     02  FILLER             PIC X(01)  VALUE ' '.
014278     02  FILLER             PIC X(52)  VALUE
014284         '*** BUSINESS DATE FILE MISSING OR BAD - RC 16 ******'.
014300*-----------------------------------------------------------------
014400 PROCEDURE DIVISION.
014500*-----------------------------------------------------------------
014700*-----------------------------------------------------------------
014800 0000-MAINLINE.
014900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014920     IF NOT LD-BDATE-OK
014940         PERFORM 4910-BDATE-FAILURE THRU 4910-EXIT
014960         GO TO 0000-EXIT
014980     END-IF.
015000     PERFORM 2000-PROCESS-FEED-RECORD THRU 2000-EXIT
015100         UNTIL LD-FEED-EOF.
015200     PERFORM 4000-FINALIZE THRU 4000-EXIT.
016500     MOVE LD-TODAY          TO LD-RPT-RUNDATE.
016600     WRITE LD-RPT-LINE FROM LD-RPT-HEADING1.
016700     WRITE LD-RPT-LINE FROM LD-RPT-HEADING2.
016720     PERFORM 1020-READ-BUSINESS-DATE THRU 1020-EXIT.
016740     IF LD-BDATE-OK
016760         OPEN I-O    CHGJNL
016780     END-IF.
016800 1000-EXIT.
016900     EXIT.
016904*-----------------------------------------------------------------
016908* 1020-READ-BUSINESS-DATE  -  THE ONE-RECORD BDATE CONTROL FILE.
016912*                             EVERY JOURNAL RECORD CARRIES THE
016916*                             BUSINESS DATE, SO WITHOUT IT NOTHING
016920*                             IS APPLIED.
016924*-----------------------------------------------------------------
016928 1020-READ-BUSINESS-DATE.
016932     MOVE 'N'               TO LD-BDATE-OK-SW.
016936     OPEN INPUT BDATFILE.
016940     READ BDATFILE
016944         AT END
016948             GO TO 1090-BDATE-DONE
016952     END-READ.
016956     IF BD-KEY = 'BUSDATE'
016960        AND BD-BUSINESS-DATE NUMERIC
016964        AND BD-BUSINESS-DATE > ZERO
016968         MOVE BD-BUSINESS-DATE TO LD-BUS-DATE
016972         MOVE 'Y'           TO LD-BDATE-OK-SW
016976     END-IF.
016980 1090-BDATE-DONE.
016984     CLOSE BDATFILE.
016988 1020-EXIT.
016992     EXIT.
017000*-----------------------------------------------------------------
017100* 2000-PROCESS-FEED-RECORD  -  READ ONE FEED RECORD, EDIT IT,
017200*                              AND EITHER APPLY IT TO THE MASTER
024900         NOT INVALID KEY
025000             ADD 1          TO LD-RECS-ADDED
025100             MOVE 'ADDED'   TO LD-RPT-DISP
025120             PERFORM 2710-JOURNAL-ADD THRU 2710-EXIT
025200             PERFORM 2600-PRINT-DISPOSITION THRU 2600-EXIT
025300     END-WRITE.
025400 2200-EXIT.
025900*                       ALONG UNTOUCHED.
026000*-----------------------------------------------------------------
026100 2300-APPLY-CHANGE.
026106*    THE RECORD IS IN HAND FROM THE EDIT LOOKUP - KEEP IT AS IT
026112*    STANDS FOR THE JOURNAL BEFORE ANYTHING IS MOVED OVER IT.
026118     MOVE AC-CUST-NO        TO LD-OLD-CUST-NO.
026124     MOVE AC-CUST-NAME      TO LD-OLD-CUST-NAME.
026130     MOVE AC-CUST-ADDR      TO LD-OLD-CUST-ADDR.
026136     MOVE AC-STATUS         TO LD-OLD-STATUS.
026142     MOVE AC-ACCT-TYPE      TO LD-OLD-ACCT-TYPE.
026150*    A KEYED CUSTOMER RE-POINTS THE ACCOUNT AND REFRESHES THE
026200*    NAME/ADDRESS COPIES; BLANK KEEPS WHAT IS ON FILE.
026250     IF LD-FEED-CUST-NO NOT = SPACE
026370     IF LD-FEED-TYPE NOT = SPACE
026380         MOVE LD-FEED-TYPE  TO AC-ACCT-TYPE
026390     END-IF.
026400*    A DORMANT ACCOUNT IS ONLY WOKEN BY THE CICSACM REACTIVATE
026410*    ACTION - A FEED 'A' LEAVES IT DORMANT.
026420     IF NOT AC-DORMANT OR LD-FEED-STATUS NOT = 'A'
026430         MOVE LD-FEED-STATUS TO AC-STATUS
026440     END-IF.
026500     REWRITE AC-ACCOUNT-RECORD
026600         INVALID KEY
026700             MOVE 'ACCT NOT ON MASTER'  TO LD-REASON
026900         NOT INVALID KEY
027000             ADD 1          TO LD-RECS-CHANGED
027100             MOVE 'CHANGED'  TO LD-RPT-DISP
027120             PERFORM 2720-JOURNAL-CHANGES THRU 2720-EXIT
027200             PERFORM 2600-PRINT-DISPOSITION THRU 2600-EXIT
027300     END-REWRITE.
027400 2300-EXIT.
031300     WRITE LD-RPT-LINE      FROM LD-RPT-DETAIL.
031400 2600-EXIT.
031500     EXIT.
031501*-----------------------------------------------------------------
031502* 2700-JOURNAL-START  -  STAMP THE PARTS OF THE CHANGE JOURNAL
031503*                        RECORD EVERY FIELD OF THIS FEED RECORD
031504*                        SHARES - THE ACCOUNT, THE CLOCK DATE AND
031505*                        TIME, THIS PROGRAM AS THE USERID, 'BTCH'
031506*                        AND THE BUSINESS DATE.  THE SEQUENCE
031507*                        STARTS OVER FOR EACH FEED RECORD.
031508*-----------------------------------------------------------------
031509 2700-JOURNAL-START.
031510     MOVE 'N'               TO LD-JNL-FAIL-SW.
031511     MOVE SPACE             TO CJ-JOURNAL-RECORD.
031512     MOVE 'A'               TO CJ-SUBJ-TYPE.
031513     MOVE AC-ACCT-NO        TO CJ-SUBJ-KEY.
031514     ACCEPT CJ-CHG-DATE     FROM DATE YYYYMMDD.
031515     ACCEPT LD-CLOCK        FROM TIME.
031516     MOVE LD-CLK-HHMMSS     TO CJ-CHG-TIME.
031517     MOVE ZERO              TO CJ-CHG-SEQ.
031518     MOVE 'ACCTMAST'        TO CJ-FILE.
031519     MOVE 'ACCTLOAD'        TO CJ-USERID.
031520     MOVE 'BTCH'            TO CJ-TERMID.
031521     MOVE LD-BUS-DATE       TO CJ-BUS-DATE.
031522 2700-EXIT.
031523     EXIT.
031524*-----------------------------------------------------------------
031525* 2710-JOURNAL-ADD  -  A NEW ACCOUNT - EVERY FIELD IT OPENED WITH
031526*                      GOES ON THE JOURNAL, OLD VALUE BLANK, AS
031527*                      CICSACM DOES FOR AN ADD KEYED ON THE
031528*                      SCREEN.
031529*-----------------------------------------------------------------
031530 2710-JOURNAL-ADD.
031531     PERFORM 2700-JOURNAL-START THRU 2700-EXIT.
031532     MOVE 'A'               TO CJ-ACTION.
031533     MOVE SPACE             TO CJ-OLD-VALUE.
031534     MOVE 'AC-CUST-NO'      TO CJ-FIELD.
031535     MOVE AC-CUST-NO        TO CJ-NEW-VALUE.
031536     PERFORM 2750-JOURNAL-FIELD THRU 2750-EXIT.
031537     MOVE 'AC-CUST-NAME'    TO CJ-FIELD.
031538     MOVE AC-CUST-NAME      TO CJ-NEW-VALUE.
031539     PERFORM 2750-JOURNAL-FIELD THRU 2750-EXIT.
031540     MOVE 'AC-CUST-ADDR'    TO CJ-FIELD.
031541     MOVE AC-CUST-ADDR      TO CJ-NEW-VALUE.
031542     PERFORM 2750-JOURNAL-FIELD THRU 2750-EXIT.
031543     MOVE 'AC-STATUS'       TO CJ-FIELD.
031544     MOVE AC-STATUS         TO CJ-NEW-VALUE.
031545     PERFORM 2750-JOURNAL-FIELD THRU 2750-EXIT.
031546     MOVE 'AC-ACCT-TYPE'    TO CJ-FIELD.
031547     MOVE AC-ACCT-TYPE      TO CJ-NEW-VALUE.
031548     PERFORM 2750-JOURNAL-FIELD THRU 2750-EXIT.
031549     MOVE 'AC-OD-LIMIT'     TO CJ-FIELD.
031550     MOVE AC-OD-LIMIT       TO LD-JNL-AMT.
031551     MOVE LD-JNL-AMT        TO CJ-NEW-VALUE.
031552     PERFORM 2750-JOURNAL-FIELD THRU 2750-EXIT.
031553     MOVE 'AC-HOLD-SW'      TO CJ-FIELD.
031554     MOVE AC-HOLD-SW        TO CJ-NEW-VALUE.
031555     PERFORM 2750-JOURNAL-FIELD THRU 2750-EXIT.
031556 2710-EXIT.
031557     EXIT.
031558*-----------------------------------------------------------------
031559* 2720-JOURNAL-CHANGES  -  AN EXISTING ACCOUNT - ONE JOURNAL
031560*                          RECORD FOR EACH FIELD THE FEED RECORD
031561*                          ACTUALLY MOVED.  THE FEED CANNOT TOUCH
031562*                          THE LIMIT OR THE HOLD, SO THEY ARE NOT
031563*                          COMPARED.
031564*-----------------------------------------------------------------
031565 2720-JOURNAL-CHANGES.
031566     PERFORM 2700-JOURNAL-START THRU 2700-EXIT.
031567     MOVE 'C'               TO CJ-ACTION.
031568     IF AC-CUST-NO NOT = LD-OLD-CUST-NO
031569         MOVE 'AC-CUST-NO'  TO CJ-FIELD
031570         MOVE LD-OLD-CUST-NO TO CJ-OLD-VALUE
031571         MOVE AC-CUST-NO    TO CJ-NEW-VALUE
031572         PERFORM 2750-JOURNAL-FIELD THRU 2750-EXIT
031573     END-IF.
031574     IF AC-CUST-NAME NOT = LD-OLD-CUST-NAME
031575         MOVE 'AC-CUST-NAME' TO CJ-FIELD
031576         MOVE LD-OLD-CUST-NAME TO CJ-OLD-VALUE
031577         MOVE AC-CUST-NAME  TO CJ-NEW-VALUE
031578         PERFORM 2750-JOURNAL-FIELD THRU 2750-EXIT
031579     END-IF.
031580     IF AC-CUST-ADDR NOT = LD-OLD-CUST-ADDR
031581         MOVE 'AC-CUST-ADDR' TO CJ-FIELD
031582         MOVE LD-OLD-CUST-ADDR TO CJ-OLD-VALUE
031583         MOVE AC-CUST-ADDR  TO CJ-NEW-VALUE
031584         PERFORM 2750-JOURNAL-FIELD THRU 2750-EXIT
031585     END-IF.
031586     IF AC-STATUS NOT = LD-OLD-STATUS
031587         MOVE 'AC-STATUS'   TO CJ-FIELD
031588         MOVE LD-OLD-STATUS TO CJ-OLD-VALUE
031589         MOVE AC-STATUS     TO CJ-NEW-VALUE
031590         PERFORM 2750-JOURNAL-FIELD THRU 2750-EXIT
031591     END-IF.
031592     IF AC-ACCT-TYPE NOT = LD-OLD-ACCT-TYPE
031593         MOVE 'AC-ACCT-TYPE' TO CJ-FIELD
031594         MOVE LD-OLD-ACCT-TYPE TO CJ-OLD-VALUE
031595         MOVE AC-ACCT-TYPE  TO CJ-NEW-VALUE
031596         PERFORM 2750-JOURNAL-FIELD THRU 2750-EXIT
031597     END-IF.
031598 2720-EXIT.
031599     EXIT.
031600*-----------------------------------------------------------------
031601* 2750-JOURNAL-FIELD  -  ADD ONE JOURNAL RECORD.  THE SEQUENCE
031602*                        STEPS PAST A KEY ALREADY TAKEN IN THE
031603*                        SAME SECOND THE WAY ACCTOVD'S HISTORY
031604*                        WRITE DOES.  ONE FAILED FIELD FLAGS THE
031605*                        FEED RECORD AND THE REST ARE NOT TRIED.
031606*-----------------------------------------------------------------
031607 2750-JOURNAL-FIELD.
031608     IF LD-JNL-FAILED
031609         GO TO 2750-EXIT
031610     END-IF.
031611     MOVE 'N'               TO LD-JNL-DONE-SW.
031612     ADD 1                  TO CJ-CHG-SEQ.
031613     PERFORM 2760-TRY-JOURNAL-WRITE THRU 2760-EXIT
031614         UNTIL LD-JNL-DONE
031615            OR CJ-CHG-SEQ > 9998.
031616     IF LD-JNL-DONE
031617         ADD 1              TO LD-JNL-WRITTEN
031618     ELSE
031619         MOVE 'Y'           TO LD-JNL-FAIL-SW
031620         ADD 1              TO LD-JNL-FAILS
031621         MOVE 'JOURNAL WRITE FAILED' TO LD-REASON
031622     END-IF.
031623 2750-EXIT.
031624     EXIT.
031625 2760-TRY-JOURNAL-WRITE.
031626     WRITE CJ-JOURNAL-RECORD
031627         INVALID KEY
031628             ADD 1          TO CJ-CHG-SEQ
031629         NOT INVALID KEY
031630             MOVE 'Y'       TO LD-JNL-DONE-SW
031631     END-WRITE.
031632 2760-EXIT.
031633     EXIT.
031634*-----------------------------------------------------------------
031700* 4000-FINALIZE  -  PRINT THE COUNTS AND CLOSE EVERYTHING.  A
031800*                   NON-ZERO RETURN CODE FLAGS A RUN WITH
031900*                   REJECTS SO OPERATIONS SEES IT ON THE
032900     WRITE LD-RPT-LINE      FROM LD-RPT-TRAILER3.
033000     MOVE LD-RECS-REJECTED  TO LD-RPT-TOT-REJECT.
033100     WRITE LD-RPT-LINE      FROM LD-RPT-TRAILER4.
033120     MOVE LD-JNL-WRITTEN    TO LD-RPT-TOT-JNL.
033140     WRITE LD-RPT-LINE      FROM LD-RPT-TRAILER5.
033160     MOVE LD-JNL-FAILS      TO LD-RPT-TOT-JFAIL.
033180     WRITE LD-RPT-LINE      FROM LD-RPT-TRAILER6.
033200     IF LD-RECS-REJECTED NOT = ZERO
033300         MOVE 4             TO RETURN-CODE
033400     END-IF.
033416*    A CHANGE THAT COULD NOT BE JOURNALED IS ON THE MASTER WITH NO
033432*    RECORD OF WHO MADE IT - THAT OUTRANKS A REJECT.
033448     IF LD-JNL-FAILS NOT = ZERO
033464         MOVE 8             TO RETURN-CODE
033480     END-IF.
033500     CLOSE FEEDIN CUSTMAST PRDMAST ACCTMAST REJECTS EDITRPT.
033520     CLOSE CHGJNL.
033600 4000-EXIT.
033700     EXIT.
033800*-----------------------------------------------------------------
033900* 4910-BDATE-FAILURE  -  NO TRUSTWORTHY BUSINESS DATE FOR THE
034000*                        JOURNAL - SAY SO ON THE REPORT AND END
034100*                        RC=16 WITH NOTHING APPLIED.  THE FEED
034200*                        CAN BE RERUN AS IS ONCE BDATE IS FIXED.
034300*-----------------------------------------------------------------
034400 4910-BDATE-FAILURE.
034500     WRITE LD-RPT-LINE      FROM LD-RPT-BADBDATE.
034600     CLOSE FEEDIN CUSTMAST PRDMAST ACCTMAST REJECTS EDITRPT.
034700     MOVE 16                TO RETURN-CODE.
034800 4910-EXIT.
034900     EXIT.
035000*-----------------------------------------------------------------
