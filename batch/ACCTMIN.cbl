003174*                THE MONTH THE SHOP HAS OPEN.  A MISSING OR BAD
003176*                CONTROL RECORD ENDS RC=16 BEFORE THE MASTER IS
003178*                TOUCHED, SAME AS A BAD PARAMETER CARD.
003185* 10/15/2026 RH  HISTORY RECORDS CLEAR THE NEW TRANSFER
003192*                CROSS-REFERENCE FIELDS (SEE TRNREC).
003193* 10/15/2026 RH  A DORMANT ACCOUNT (AC-DORMANT, SET BY ACCTDRM) IS
003194*                POSTED THE SAME AS AN ACTIVE ONE - DORMANCY STOPS
003195*                TELLER TRAFFIC, NOT THE CUSTOMER'S INTEREST.
003196*                THESE POSTINGS RUN UNDER USERID ACCTMIN, SO THEY
003197*                NEVER COUNT AS ACTIVITY THAT WOULD WAKE THE
003199*                ACCOUNT.
003200*-----------------------------------------------------------------
003300 ENVIRONMENT DIVISION.
003400 INPUT-OUTPUT SECTION.
029900     IF MI-MAST-EOF
030000         GO TO 2000-EXIT
030100     END-IF.
030200     IF NOT AC-ACTIVE AND NOT AC-DORMANT
030300         GO TO 2000-EXIT
030400     END-IF.
030420*-----------------------------------------------------------------
033856     MOVE ZERO              TO TH-REV-DATE.
033858     MOVE ZERO              TO TH-REV-SEQ.
033860     MOVE SPACE             TO TH-OVR-USERID.
033861     MOVE ZERO              TO TH-XFR-SEQ.
033862     PERFORM 2510-TRY-HISTORY-WRITE THRU 2510-EXIT
033864         UNTIL MI-HIST-DONE
033866            OR TH-POST-SEQ > 9998.
