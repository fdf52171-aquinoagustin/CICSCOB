001270*            GROWS FROM 51 TO 72 BYTES WITH FRESH FILLER -
001280*            REDEFINE AND RELOAD THE TRANHIST CLUSTER AT
001290*            CUTOVER.
001296*
001302* 10/15/2026 RH  TH-XFR-FLAG, TH-XFR-ACCT AND TH-XFR-SEQ CARVED
001308*            OUT OF THE FILLER FOR THE ACCOUNT-TO-ACCOUNT
001314*            TRANSFER FUNCTION (CICSXFR).  A TRANSFER IS TWO
001320*            POSTINGS WRITTEN IN ONE UNIT OF WORK - THE DEBIT
001326*            LEG ON THE FROM-ACCOUNT IS FLAGGED 'T' (TRANSFER
001332*            TO) AND THE CREDIT LEG ON THE TO-ACCOUNT 'F'
001338*            (TRANSFER FROM).  EACH LEG CARRIES THE OTHER
001344*            ACCOUNT AND THE OTHER LEG'S SEQ; BOTH LEGS ARE
001350*            WRITTEN ON THE SAME BUSINESS DATE, SO THE PARTNER'S
001356*            KEY IS TH-XFR-ACCT + OUR OWN TH-POST-DATE +
001362*            TH-XFR-SEQ.  SPACES IN THE FLAG MEANS AN ORDINARY
001368*            POSTING.  RECORD LENGTH IS UNCHANGED.
001369*
001370* 10/15/2026 RH  TH-EXT-ORIG AND TH-EXT-TRACE ADDED FOR THE
001371*            INBOUND CLEARING-HOUSE POSTING RUN (ACCTINB) - THE
001372*            ORIGINATOR'S COMPANY ID AND THE ITEM'S TRACE NUMBER
001373*            AS THE CLEARING HOUSE SENT THEM (SEE EXTREC), SO A
001374*            DISPUTED PAYROLL DEPOSIT OR BILL-PAY DEBIT CAN BE
001375*            FOUND AND QUOTED BACK.  SUCH POSTINGS CARRY USERID
001376*            'ACCTINB' AND SOURCE 'CLRH'; SPACES IN BOTH FIELDS
001377*            MEANS A POSTING THAT DID NOT COME FROM OUTSIDE.  NO
001378*            FILLER LEFT TO CARVE, SO THE RECORD GROWS FROM 72 TO
001379*            100 BYTES WITH FRESH FILLER - REDEFINE AND RELOAD
001380*            THE TRANHIST CLUSTER, AND WIDEN THE TRNARCH ARCHIVE
001381*            (SEE TRNARCHJ), AT CUTOVER.
001382*-----------------------------------------------------------------
001383 01  TH-HISTORY-RECORD.
001386     02  TH-KEY.
001400         03  TH-ACCT-NO     PIC X(10).
001500         03  TH-POST-DATE   PIC 9(08).
001600         03  TH-POST-SEQ    PIC 9(04).
002500         88  TH-WAS-REVERSED VALUE 'X'.
002600     02  TH-REV-DATE        PIC 9(08) COMP-3.
002700     02  TH-REV-SEQ         PIC 9(04) COMP-3.
002800     02  TH-XFR-FLAG        PIC X(01).
002810         88  TH-XFR-TO      VALUE 'T'.
002820         88  TH-XFR-FROM    VALUE 'F'.
002900     02  TH-OVR-USERID      PIC X(08).
003000     02  TH-XFR-ACCT        PIC X(10).
003100     02  TH-XFR-SEQ         PIC 9(04) COMP-3.
003200     02  TH-EXT-ORIG        PIC X(10).
003300     02  TH-EXT-TRACE       PIC X(15).
003400     02  FILLER             PIC X(03).
