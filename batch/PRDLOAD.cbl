002700*                TIMES A YEAR; A CARD DECK THROUGH THE SCHEDULER
002800*                BEATS ANOTHER SCREEN.  RC=4 FLAGS A RUN WITH
002900*                REJECTED CARDS - THE CLEAN ONES ARE APPLIED.
002910* 10/15/2026 RH  CARDS CARRY THE PRODUCT'S OVERDRAFT FEE
002920*                (99999V99, COLS 48-54) FOR THE NIGHTLY ACCTOVD
002930*                STEP - SEE PRDREC.  BLANK MEANS NO FEE, SO A
002940*                DECK PUNCHED BEFORE THE FIELD EXISTED STILL
002950*                LOADS; ANYTHING ELSE MUST BE DIGITS.
002954* 10/15/2026 RH  EVERY ADD, CHANGE AND DELETE APPLIED NOW WRITES
002958*                THE CHANGE JOURNAL (CHGJNL, SEE JRNREC) - ONE
002962*                RECORD PER TERM THAT MOVED, BEFORE AND AFTER
002966*                VALUES, UNDER USERID PRDLOAD, TERMINAL 'BTCH' AND
002970*                THE BDATE BUSINESS DATE.  A DELETE JOURNALS EVERY
002974*                TERM THE PRODUCT HAD.  THE JOB NOW NEEDS THE
002978*                BUSINESS DATE: MISSING OR BAD, NO CARD IS APPLIED
002982*                (RC 16).  A JOURNAL WRITE THAT FAILS LEAVES THE
002986*                CARD APPLIED, IS FLAGGED ON ITS REPORT LINE AND
002990*                COUNTED, AND ENDS THE RUN RC 8.
003000*-----------------------------------------------------------------
003100 ENVIRONMENT DIVISION.
003200 INPUT-OUTPUT SECTION.
003700                     ORGANIZATION IS INDEXED
003800                     ACCESS MODE IS RANDOM
003900                     RECORD KEY IS PR-TYPE-CODE.
003910     SELECT BDATFILE ASSIGN TO BDATFILE
003920                     ORGANIZATION IS INDEXED
003930                     ACCESS MODE IS SEQUENTIAL
003940                     RECORD KEY IS BD-KEY.
003950     SELECT CHGJNL   ASSIGN TO CHGJNL
003960                     ORGANIZATION IS INDEXED
003970                     ACCESS MODE IS RANDOM
003980                     RECORD KEY IS CJ-KEY.
004000     SELECT EDITRPT  ASSIGN TO EDITRPT
004100                     ORGANIZATION IS SEQUENTIAL.
004200*-----------------------------------------------------------------
004500*-----------------------------------------------------------------
004600* CARDIN - THE MAINTENANCE CARDS, 80-BYTE IMAGES.  ACTION(1),
004700* TYPE(2), DESCRIPTION(20), RATE 99V9999, CHARGE 99999V99,
004800* FLOOR 999999999V99, OVERDRAFT FEE 99999V99 (BLANK = NONE),
004850* FILLER TO 80.
004900*-----------------------------------------------------------------
005000 FD  CARDIN
005100     RECORDING MODE IS F.
005900     02  PL-CARD-RATE       PIC 9(2)V9(4).
006000     02  PL-CARD-CHG        PIC 9(5)V99.
006100     02  PL-CARD-FLOOR      PIC 9(9)V99.
006120     02  PL-CARD-ODFEE      PIC 9(5)V99.
006140     02  PL-CARD-ODFEE-X REDEFINES PL-CARD-ODFEE
006160                            PIC X(07).
006200     02  FILLER             PIC X(26).
006300*-----------------------------------------------------------------
006400* PRDMAST - THE PRODUCT PARAMETER KSDS.  SHARED COPYBOOK PRDREC.
006500*-----------------------------------------------------------------
006600 FD  PRDMAST.
006700     COPY PRDREC.
006707*-----------------------------------------------------------------
006714* BDATFILE - THE ONE-RECORD BUSINESS-DATE CONTROL KSDS.  SHARED
006721* COPYBOOK BDTREC.
006728*-----------------------------------------------------------------
006735 FD  BDATFILE.
006742     COPY BDTREC.
006749*-----------------------------------------------------------------
006756* CHGJNL - THE MASTER FILE CHANGE JOURNAL KSDS, ONE RECORD ADDED
006763* PER FIELD CHANGED.  SHARED COPYBOOK JRNREC.
006770*-----------------------------------------------------------------
006777 FD  CHGJNL.
006784     COPY JRNREC.
006800*-----------------------------------------------------------------
006900* EDITRPT - THE PRINTED EDIT REPORT.  COLUMN 1 IS STANDARD
007000* CARRIAGE CONTROL (' '=SINGLE SPACE, '1'=NEW PAGE).
008200         88  PL-EDIT-OK     VALUE 'Y'.
008300     02  PL-FOUND-SW        PIC X(01)  VALUE 'N'.
008400         88  PL-FOUND       VALUE 'Y'.
008410     02  PL-BDATE-OK-SW     PIC X(01)  VALUE 'N'.
008420         88  PL-BDATE-OK    VALUE 'Y'.
008430     02  PL-JNL-DONE-SW     PIC X(01)  VALUE 'N'.
008440         88  PL-JNL-DONE    VALUE 'Y'.
008450     02  PL-JNL-FAIL-SW     PIC X(01)  VALUE 'N'.
008460         88  PL-JNL-FAILED  VALUE 'Y'.
008500*-----------------------------------------------------------------
008600 77  PL-RECS-READ           PIC 9(05) COMP VALUE ZERO.
008700 77  PL-RECS-ADDED          PIC 9(05) COMP VALUE ZERO.
009000 77  PL-RECS-REJECTED       PIC 9(05) COMP VALUE ZERO.
009100 77  PL-REASON              PIC X(25)  VALUE SPACE.
009200 77  PL-TODAY               PIC 9(08) VALUE ZERO.
009204 77  PL-BUS-DATE            PIC 9(08) VALUE ZERO.
009208 77  PL-JNL-WRITTEN         PIC 9(05) COMP VALUE ZERO.
009212 77  PL-JNL-FAILS           PIC 9(05) COMP VALUE ZERO.
009216 77  PL-JNL-AMT             PIC -(9)9.99.
009220 77  PL-JNL-RATE            PIC Z9.9999.
009224*-----------------------------------------------------------------
009228* THE CLOCK AS ACCEPTED - HHMMSS AND HUNDREDTHS.  THE JOURNAL KEY
009232* TAKES THE WHOLE SECONDS.
009236*-----------------------------------------------------------------
009240 01  PL-CLOCK.
009244     02  PL-CLK-HHMMSS      PIC 9(06).
009248     02  FILLER             PIC 9(02).
009252*-----------------------------------------------------------------
009256* THE PRODUCT AS IT STOOD BEFORE A CHANGE OR DELETE - COMPARED
009260* TERM BY TERM FOR THE CHANGE JOURNAL.
009264*-----------------------------------------------------------------
009268 01  PL-BEFORE.
009272     02  PL-OLD-DESC        PIC X(20).
009276     02  PL-OLD-RATE        PIC 9(2)V9(4).
009280     02  PL-OLD-CHG         PIC 9(5)V99.
009284     02  PL-OLD-FLOOR       PIC 9(9)V99.
009288     02  PL-OLD-ODFEE       PIC 9(5)V99.
009300*-----------------------------------------------------------------
009400 01  PL-RPT-HEADING1.
009500     02  FILLER             PIC X(01)  VALUE '1'.
014000     02  FILLER             PIC X(26)  VALUE
014100         'CARDS REJECTED . . . . . .'.
014200     02  PL-RPT-TOT-REJECT  PIC ZZ,ZZ9.
014206 01  PL-RPT-TRAILER6.
014212     02  FILLER             PIC X(01)  VALUE ' '.
014218     02  FILLER             PIC X(26)  VALUE
014224         'JOURNAL RECORDS WRITTEN  .'.
014230     02  PL-RPT-TOT-JNL     PIC ZZ,ZZ9.
014236 01  PL-RPT-TRAILER7.
014242     02  FILLER             PIC X(01)  VALUE ' '.
014248     02  FILLER             PIC X(26)  VALUE
014254         'JOURNAL WRITES FAILED  . .'.
014260     02  PL-RPT-TOT-JFAIL   PIC ZZ,ZZ9.
014266 01  PL-RPT-BADBDATE.
014272     02  FILLER             PIC X(01)  VALUE ' '.
014278     02  FILLER             PIC X(52)  VALUE
014284         '*** BUSINESS DATE FILE MISSING OR BAD - RC 16 ******'.
014300*-----------------------------------------------------------------
014400 PROCEDURE DIVISION.
014500*-----------------------------------------------------------------
014700*-----------------------------------------------------------------
014800 0000-MAINLINE.
014900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
014920     IF NOT PL-BDATE-OK
014940         PERFORM 4910-BDATE-FAILURE THRU 4910-EXIT
014960         GO TO 0000-EXIT
014980     END-IF.
015000     PERFORM 2000-PROCESS-CARD THRU 2000-EXIT
015100         UNTIL PL-CARD-EOF.
015200     PERFORM 4000-FINALIZE THRU 4000-EXIT.
016400     MOVE PL-TODAY          TO PL-RPT-RUNDATE.
016500     WRITE PL-RPT-LINE FROM PL-RPT-HEADING1.
016600     WRITE PL-RPT-LINE FROM PL-RPT-HEADING2.
016620     PERFORM 1020-READ-BUSINESS-DATE THRU 1020-EXIT.
016640     IF PL-BDATE-OK
016660         OPEN I-O    CHGJNL
016680     END-IF.
016700 1000-EXIT.
016800     EXIT.
016804*-----------------------------------------------------------------
016808* 1020-READ-BUSINESS-DATE  -  THE ONE-RECORD BDATE CONTROL FILE.
016812*                             EVERY JOURNAL RECORD CARRIES THE
016816*                             BUSINESS DATE, SO WITHOUT IT NO
016820*                             CARD IS APPLIED.
016824*-----------------------------------------------------------------
016828 1020-READ-BUSINESS-DATE.
016832     MOVE 'N'               TO PL-BDATE-OK-SW.
016836     OPEN INPUT BDATFILE.
016840     READ BDATFILE
016844         AT END
016848             GO TO 1090-BDATE-DONE
016852     END-READ.
016856     IF BD-KEY = 'BUSDATE'
016860        AND BD-BUSINESS-DATE NUMERIC
016864        AND BD-BUSINESS-DATE > ZERO
016868         MOVE BD-BUSINESS-DATE TO PL-BUS-DATE
016872         MOVE 'Y'           TO PL-BDATE-OK-SW
016876     END-IF.
016880 1090-BDATE-DONE.
016884     CLOSE BDATFILE.
016888 1020-EXIT.
016892     EXIT.
016900*-----------------------------------------------------------------
017000* 2000-PROCESS-CARD  -  READ ONE CARD, EDIT IT, AND EITHER APPLY
017100*                       IT OR REJECT IT WITH ITS REASON.
022300         MOVE 'TERMS NOT ALL NUMERIC'  TO PL-REASON
022400         GO TO 2100-EXIT
022500     END-IF.
022510     IF (PL-CARD-ADD OR PL-CARD-CHANGE)
022520        AND PL-CARD-ODFEE-X NOT = SPACE
022530        AND PL-CARD-ODFEE NOT NUMERIC
022540         MOVE 'OVERDRAFT FEE NOT NUMERIC'  TO PL-REASON
022550         GO TO 2100-EXIT
022560     END-IF.
022570     IF PL-CARD-ODFEE-X = SPACE
022580         MOVE ZERO          TO PL-CARD-ODFEE
022590     END-IF.
022600     PERFORM 2500-LOOKUP-PRODUCT THRU 2500-EXIT.
022700     IF PL-CARD-ADD AND PL-FOUND
022800         MOVE 'DUPLICATE TYPE ON FILE'  TO PL-REASON
024500     MOVE PL-CARD-RATE      TO PR-ANNUAL-RATE.
024600     MOVE PL-CARD-CHG       TO PR-MON-CHARGE.
024700     MOVE PL-CARD-FLOOR     TO PR-WAIVER-FLOOR.
024750     MOVE PL-CARD-ODFEE     TO PR-OD-FEE.
024800     WRITE PR-PRODUCT-RECORD
024900         INVALID KEY
025000             ADD 1          TO PL-RECS-REJECTED
025400         NOT INVALID KEY
025500             ADD 1          TO PL-RECS-ADDED
025600             MOVE 'ADDED'   TO PL-RPT-DISP
025620             PERFORM 2710-JOURNAL-ADD THRU 2710-EXIT
025700             PERFORM 2600-PRINT-DISPOSITION THRU 2600-EXIT
025800     END-WRITE.
025900 2200-EXIT.
026400*                       EDIT LOOKUP).
026500*-----------------------------------------------------------------
026600 2300-APPLY-CHANGE.
026620     PERFORM 2740-SAVE-BEFORE THRU 2740-EXIT.
026700     MOVE PL-CARD-DESC      TO PR-DESC.
026800     MOVE PL-CARD-RATE      TO PR-ANNUAL-RATE.
026900     MOVE PL-CARD-CHG       TO PR-MON-CHARGE.
027000     MOVE PL-CARD-FLOOR     TO PR-WAIVER-FLOOR.
027050     MOVE PL-CARD-ODFEE     TO PR-OD-FEE.
027100     REWRITE PR-PRODUCT-RECORD
027200         INVALID KEY
027300             ADD 1          TO PL-RECS-REJECTED
027700         NOT INVALID KEY
027800             ADD 1          TO PL-RECS-CHANGED
027900             MOVE 'CHANGED'  TO PL-RPT-DISP
027920             PERFORM 2720-JOURNAL-CHANGES THRU 2720-EXIT
028000             PERFORM 2600-PRINT-DISPOSITION THRU 2600-EXIT
028100     END-REWRITE.
028200 2300-EXIT.
028800*                       - RE-TYPE THEM FIRST.
028900*-----------------------------------------------------------------
029000 2350-APPLY-DELETE.
029020     PERFORM 2740-SAVE-BEFORE THRU 2740-EXIT.
029100     MOVE PL-CARD-TYPE      TO PR-TYPE-CODE.
029200     DELETE PRDMAST
029300         INVALID KEY
029800         NOT INVALID KEY
029900             ADD 1          TO PL-RECS-DELETED
030000             MOVE 'DELETED'  TO PL-RPT-DISP
030020             PERFORM 2730-JOURNAL-DELETE THRU 2730-EXIT
030100             PERFORM 2600-PRINT-DISPOSITION THRU 2600-EXIT
030200     END-DELETE.
030300 2350-EXIT.
032800     MOVE SPACE             TO PL-REASON.
032900 2600-EXIT.
033000     EXIT.
033001*-----------------------------------------------------------------
033002* 2700-JOURNAL-START  -  STAMP THE PARTS OF THE CHANGE JOURNAL
033003*                        RECORD EVERY TERM OF THIS CARD SHARES -
033004*                        THE TYPE CODE, THE CLOCK DATE AND TIME,
033005*                        THIS PROGRAM AS THE USERID, 'BTCH' AND
033006*                        THE BUSINESS DATE.  THE SEQUENCE STARTS
033007*                        OVER FOR EACH CARD.
033008*-----------------------------------------------------------------
033009 2700-JOURNAL-START.
033010     MOVE 'N'               TO PL-JNL-FAIL-SW.
033011     MOVE SPACE             TO CJ-JOURNAL-RECORD.
033012     MOVE 'P'               TO CJ-SUBJ-TYPE.
033013     MOVE PL-CARD-TYPE      TO CJ-SUBJ-KEY.
033014     ACCEPT CJ-CHG-DATE     FROM DATE YYYYMMDD.
033015     ACCEPT PL-CLOCK        FROM TIME.
033016     MOVE PL-CLK-HHMMSS     TO CJ-CHG-TIME.
033017     MOVE ZERO              TO CJ-CHG-SEQ.
033018     MOVE 'PRDMAST'         TO CJ-FILE.
033019     MOVE 'PRDLOAD'         TO CJ-USERID.
033020     MOVE 'BTCH'            TO CJ-TERMID.
033021     MOVE PL-BUS-DATE       TO CJ-BUS-DATE.
033022 2700-EXIT.
033023     EXIT.
033024*-----------------------------------------------------------------
033025* 2710-JOURNAL-ADD  -  A NEW PRODUCT - EVERY TERM IT WAS LOADED
033026*                      WITH GOES ON THE JOURNAL, OLD VALUE BLANK.
033027*-----------------------------------------------------------------
033028 2710-JOURNAL-ADD.
033029     PERFORM 2700-JOURNAL-START THRU 2700-EXIT.
033030     MOVE 'A'               TO CJ-ACTION.
033031     MOVE SPACE             TO CJ-OLD-VALUE.
033032     MOVE 'PR-DESC'         TO CJ-FIELD.
033033     MOVE PR-DESC           TO CJ-NEW-VALUE.
033034     PERFORM 2750-JOURNAL-FIELD THRU 2750-EXIT.
033035     MOVE 'PR-ANNUAL-RATE'  TO CJ-FIELD.
033036     MOVE PR-ANNUAL-RATE    TO PL-JNL-RATE.
033037     MOVE PL-JNL-RATE       TO CJ-NEW-VALUE.
033038     PERFORM 2750-JOURNAL-FIELD THRU 2750-EXIT.
033039     MOVE 'PR-MON-CHARGE'   TO CJ-FIELD.
033040     MOVE PR-MON-CHARGE     TO PL-JNL-AMT.
033041     MOVE PL-JNL-AMT        TO CJ-NEW-VALUE.
033042     PERFORM 2750-JOURNAL-FIELD THRU 2750-EXIT.
033043     MOVE 'PR-WAIVER-FLOOR' TO CJ-FIELD.
033044     MOVE PR-WAIVER-FLOOR   TO PL-JNL-AMT.
033045     MOVE PL-JNL-AMT        TO CJ-NEW-VALUE.
033046     PERFORM 2750-JOURNAL-FIELD THRU 2750-EXIT.
033047     MOVE 'PR-OD-FEE'       TO CJ-FIELD.
033048     MOVE PR-OD-FEE         TO PL-JNL-AMT.
033049     MOVE PL-JNL-AMT        TO CJ-NEW-VALUE.
033050     PERFORM 2750-JOURNAL-FIELD THRU 2750-EXIT.
033051 2710-EXIT.
033052     EXIT.
033053*-----------------------------------------------------------------
033054* 2720-JOURNAL-CHANGES  -  AN EXISTING PRODUCT - ONE JOURNAL
033055*                          RECORD FOR EACH TERM WHOSE VALUE
033056*                          ACTUALLY MOVED. A C CARD RE-KEYS EVERY
033057*                          TERM, SO THE ONES KEYED AS THEY STOOD
033058*                          ARE NOT CHANGES.
033059*-----------------------------------------------------------------
033060 2720-JOURNAL-CHANGES.
033061     PERFORM 2700-JOURNAL-START THRU 2700-EXIT.
033062     MOVE 'C'               TO CJ-ACTION.
033063     IF PR-DESC NOT = PL-OLD-DESC
033064         MOVE 'PR-DESC'     TO CJ-FIELD
033065         MOVE PL-OLD-DESC   TO CJ-OLD-VALUE
033066         MOVE PR-DESC       TO CJ-NEW-VALUE
033067         PERFORM 2750-JOURNAL-FIELD THRU 2750-EXIT
033068     END-IF.
033069     IF PR-ANNUAL-RATE NOT = PL-OLD-RATE
033070         MOVE 'PR-ANNUAL-RATE' TO CJ-FIELD
033071         MOVE PL-OLD-RATE   TO PL-JNL-RATE
033072         MOVE PL-JNL-RATE   TO CJ-OLD-VALUE
033073         MOVE PR-ANNUAL-RATE TO PL-JNL-RATE
033074         MOVE PL-JNL-RATE   TO CJ-NEW-VALUE
033075         PERFORM 2750-JOURNAL-FIELD THRU 2750-EXIT
033076     END-IF.
033077     IF PR-MON-CHARGE NOT = PL-OLD-CHG
033078         MOVE 'PR-MON-CHARGE' TO CJ-FIELD
033079         MOVE PL-OLD-CHG    TO PL-JNL-AMT
033080         MOVE PL-JNL-AMT    TO CJ-OLD-VALUE
033081         MOVE PR-MON-CHARGE TO PL-JNL-AMT
033082         MOVE PL-JNL-AMT    TO CJ-NEW-VALUE
033083         PERFORM 2750-JOURNAL-FIELD THRU 2750-EXIT
033084     END-IF.
033085     IF PR-WAIVER-FLOOR NOT = PL-OLD-FLOOR
033086         MOVE 'PR-WAIVER-FLOOR' TO CJ-FIELD
033087         MOVE PL-OLD-FLOOR  TO PL-JNL-AMT
033088         MOVE PL-JNL-AMT    TO CJ-OLD-VALUE
033089         MOVE PR-WAIVER-FLOOR TO PL-JNL-AMT
033090         MOVE PL-JNL-AMT    TO CJ-NEW-VALUE
033091         PERFORM 2750-JOURNAL-FIELD THRU 2750-EXIT
033092     END-IF.
033093     IF PR-OD-FEE NOT = PL-OLD-ODFEE
033094         MOVE 'PR-OD-FEE'   TO CJ-FIELD
033095         MOVE PL-OLD-ODFEE  TO PL-JNL-AMT
033096         MOVE PL-JNL-AMT    TO CJ-OLD-VALUE
033097         MOVE PR-OD-FEE     TO PL-JNL-AMT
033098         MOVE PL-JNL-AMT    TO CJ-NEW-VALUE
033099         PERFORM 2750-JOURNAL-FIELD THRU 2750-EXIT
033100     END-IF.
033101 2720-EXIT.
033102     EXIT.
033103*-----------------------------------------------------------------
033104* 2730-JOURNAL-DELETE  -  A PRODUCT TAKEN OFF THE FILE - EVERY
033105*                         TERM IT HAD GOES ON THE JOURNAL, NEW
033106*                         VALUE BLANK, SO THE DELETED TERMS CAN
033107*                         STILL BE LOOKED UP.
033108*-----------------------------------------------------------------
033109 2730-JOURNAL-DELETE.
033110     PERFORM 2700-JOURNAL-START THRU 2700-EXIT.
033111     MOVE 'D'               TO CJ-ACTION.
033112     MOVE SPACE             TO CJ-NEW-VALUE.
033113     MOVE 'PR-DESC'         TO CJ-FIELD.
033114     MOVE PL-OLD-DESC       TO CJ-OLD-VALUE.
033115     PERFORM 2750-JOURNAL-FIELD THRU 2750-EXIT.
033116     MOVE 'PR-ANNUAL-RATE'  TO CJ-FIELD.
033117     MOVE PL-OLD-RATE       TO PL-JNL-RATE.
033118     MOVE PL-JNL-RATE       TO CJ-OLD-VALUE.
033119     PERFORM 2750-JOURNAL-FIELD THRU 2750-EXIT.
033120     MOVE 'PR-MON-CHARGE'   TO CJ-FIELD.
033121     MOVE PL-OLD-CHG        TO PL-JNL-AMT.
033122     MOVE PL-JNL-AMT        TO CJ-OLD-VALUE.
033123     PERFORM 2750-JOURNAL-FIELD THRU 2750-EXIT.
033124     MOVE 'PR-WAIVER-FLOOR' TO CJ-FIELD.
033125     MOVE PL-OLD-FLOOR      TO PL-JNL-AMT.
033126     MOVE PL-JNL-AMT        TO CJ-OLD-VALUE.
033127     PERFORM 2750-JOURNAL-FIELD THRU 2750-EXIT.
033128     MOVE 'PR-OD-FEE'       TO CJ-FIELD.
033129     MOVE PL-OLD-ODFEE      TO PL-JNL-AMT.
033130     MOVE PL-JNL-AMT        TO CJ-OLD-VALUE.
033131     PERFORM 2750-JOURNAL-FIELD THRU 2750-EXIT.
033132 2730-EXIT.
033133     EXIT.
033134*-----------------------------------------------------------------
033135* 2740-SAVE-BEFORE  -  KEEP THE TERMS AS THEY STAND ON THE RECORD
033136*                      IN HAND FROM THE EDIT LOOKUP, BEFORE A
033137*                      CHANGE OR DELETE TOUCHES IT.
033138*-----------------------------------------------------------------
033139 2740-SAVE-BEFORE.
033140     MOVE PR-DESC           TO PL-OLD-DESC.
033141     MOVE PR-ANNUAL-RATE    TO PL-OLD-RATE.
033142     MOVE PR-MON-CHARGE     TO PL-OLD-CHG.
033143     MOVE PR-WAIVER-FLOOR   TO PL-OLD-FLOOR.
033144     MOVE PR-OD-FEE         TO PL-OLD-ODFEE.
033145     IF PL-OLD-ODFEE NOT NUMERIC
033146         MOVE ZERO          TO PL-OLD-ODFEE
033147     END-IF.
033148 2740-EXIT.
033149     EXIT.
033150*-----------------------------------------------------------------
033151* 2750-JOURNAL-FIELD  -  ADD ONE JOURNAL RECORD.  THE SEQUENCE
033152*                        STEPS PAST A KEY ALREADY TAKEN IN THE
033153*                        SAME SECOND THE WAY ACCTOVD'S HISTORY
033154*                        WRITE DOES.  ONE FAILED FIELD FLAGS THE
033155*                        CARD AND THE REST ARE NOT TRIED.
033156*-----------------------------------------------------------------
033157 2750-JOURNAL-FIELD.
033158     IF PL-JNL-FAILED
033159         GO TO 2750-EXIT
033160     END-IF.
033161     MOVE 'N'               TO PL-JNL-DONE-SW.
033162     ADD 1                  TO CJ-CHG-SEQ.
033163     PERFORM 2760-TRY-JOURNAL-WRITE THRU 2760-EXIT
033164         UNTIL PL-JNL-DONE
033165            OR CJ-CHG-SEQ > 9998.
033166     IF PL-JNL-DONE
033167         ADD 1              TO PL-JNL-WRITTEN
033168     ELSE
033169         MOVE 'Y'           TO PL-JNL-FAIL-SW
033170         ADD 1              TO PL-JNL-FAILS
033171         MOVE 'JOURNAL WRITE FAILED' TO PL-REASON
033172     END-IF.
033173 2750-EXIT.
033174     EXIT.
033175 2760-TRY-JOURNAL-WRITE.
033176     WRITE CJ-JOURNAL-RECORD
033177         INVALID KEY
033178             ADD 1          TO CJ-CHG-SEQ
033179         NOT INVALID KEY
033180             MOVE 'Y'       TO PL-JNL-DONE-SW
033181     END-WRITE.
033182 2760-EXIT.
033183     EXIT.
033184*-----------------------------------------------------------------
033200* 4000-FINALIZE  -  PRINT THE COUNTS AND CLOSE EVERYTHING.
033300*-----------------------------------------------------------------
033400 4000-FINALIZE.
034200     WRITE PL-RPT-LINE      FROM PL-RPT-TRAILER4.
034300     MOVE PL-RECS-REJECTED  TO PL-RPT-TOT-REJECT.
034400     WRITE PL-RPT-LINE      FROM PL-RPT-TRAILER5.
034420     MOVE PL-JNL-WRITTEN    TO PL-RPT-TOT-JNL.
034440     WRITE PL-RPT-LINE      FROM PL-RPT-TRAILER6.
034460     MOVE PL-JNL-FAILS      TO PL-RPT-TOT-JFAIL.
034480     WRITE PL-RPT-LINE      FROM PL-RPT-TRAILER7.
034500     IF PL-RECS-REJECTED NOT = ZERO
034600         MOVE 4             TO RETURN-CODE
034700     END-IF.
034716*    A CHANGE THAT COULD NOT BE JOURNALED IS ON THE FILE WITH NO
034732*    RECORD OF IT - THAT OUTRANKS A REJECT.
034748     IF PL-JNL-FAILS NOT = ZERO
034764         MOVE 8             TO RETURN-CODE
034780     END-IF.
034800     CLOSE CARDIN PRDMAST EDITRPT.
034820     CLOSE CHGJNL.
034900 4000-EXIT.
035000     EXIT.
035100*-----------------------------------------------------------------
035200* 4910-BDATE-FAILURE  -  NO TRUSTWORTHY BUSINESS DATE FOR THE
035300*                        JOURNAL - SAY SO ON THE REPORT AND END
035400*                        RC=16 WITH NO CARD APPLIED.  THE DECK CAN
035500*                        BE RERUN AS IS ONCE BDATE IS FIXED.
035600*-----------------------------------------------------------------
035700 4910-BDATE-FAILURE.
035800     WRITE PL-RPT-LINE      FROM PL-RPT-BADBDATE.
035900     CLOSE CARDIN PRDMAST EDITRPT.
036000     MOVE 16                TO RETURN-CODE.
036100 4910-EXIT.
036200     EXIT.
036300*-----------------------------------------------------------------
