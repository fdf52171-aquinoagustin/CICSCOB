003750*                DATE, ENDS RC=16 WITH NOTHING
003800*                TOUCHED; A VERIFY MISMATCH ENDS RC=8 WITH
003900*                NOTHING DELETED.
003920* 10/15/2026 RH  ARCHIVE RECORD 72 TO 100 BYTES - THE HISTORY
003940*                RECORD GREW FOR THE CLEARING-HOUSE ORIGINATOR
003960*                AND TRACE (SEE TRNREC).  GENERATIONS CUT BEFORE
003980*                THE CHANGE STAY 72 BYTES (SEE TRNARCHJ).
004000*-----------------------------------------------------------------
004100 ENVIRONMENT DIVISION.
004200 INPUT-OUTPUT SECTION.
007300     COPY TRNREC.
007400*-----------------------------------------------------------------
007500* ARCHFILE - THE ARCHIVE GENERATION BEING CUT (PASS 1) AND READ
007600* BACK (PASSES 2 AND 3).  SAME 100-BYTE IMAGE AS THE KSDS RECORD.
007700*-----------------------------------------------------------------
007800 FD  ARCHFILE
007900     RECORDING MODE IS F.
008000 01  TA-ARCHIVE-RECORD      PIC X(100).
008100*-----------------------------------------------------------------
008200* ARCRPT - THE PRINTED CONTROL REPORT.  COLUMN 1 IS STANDARD
008300* CARRIAGE CONTROL (' '=SINGLE SPACE, '1'=NEW PAGE).
