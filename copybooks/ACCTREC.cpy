000630*            THE OLD ONE-CARD PARMIN GAVE EVERY ACCOUNT ALIKE.
000632*            ACCTMIN POSTS EACH ACCOUNT BY ITS OWN PRODUCT'S
000634*            TERMS.  RECORD LENGTH IS UNCHANGED.
000640*
000646* 10/15/2026 RH  AC-DORMANT ('D') ADDED - SET BY THE MONTHLY
000652*            DORMANCY RUN (ACCTDRM) ON AN ACTIVE ACCOUNT WITH NO
000658*            CUSTOMER-INITIATED POSTING IN THE DORMANCY PERIOD.
000664*            A DORMANT ACCOUNT STILL EARNS INTEREST AND STAYS
000670*            INQUIRY-ABLE, BUT A TELLER POSTING TO IT (CICSPST)
000676*            NEEDS A SUPERVISOR'S OVERRIDE.  ONLY THE CICSACM
000682*            REACTIVATE ACTION ('R') PUTS IT BACK TO 'A'.
000688*            RECORD LENGTH IS UNCHANGED.
000694*-----------------------------------------------------------------
000700 01  AC-ACCOUNT-RECORD.
000800     02  AC-ACCT-NO         PIC X(10).
000900     02  AC-CUST-NAME       PIC X(30).
001200     02  AC-STATUS          PIC X(01).
001300         88  AC-ACTIVE      VALUE 'A'.
001400         88  AC-CLOSED      VALUE 'C'.
001420         88  AC-DORMANT     VALUE 'D'.
001450     02  AC-LAST-MINT       PIC 9(06).
001460     02  AC-OD-LIMIT        PIC S9(9)V99 COMP-3.
001470     02  AC-HOLD-SW         PIC X(01).
