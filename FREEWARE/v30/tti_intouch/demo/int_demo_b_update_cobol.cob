*>  ACCT-NO is what lets the other programs in the suite (inquiry,
*>  payment matching) get at one record without a full-file pass.
*>
*>  An account can carry a credit on account (CREDIT-BAL) where prog8
*>  took in more than was owed.  The charge posted here uses that
*>  credit up first: only what the credit does not cover stays on
*>  BALANCE, and the trailer shows the credit used so the old and new
*>  balance sums still foot.
*>
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
    05 FILLER      PIC X(10).
    05 MERGED-TO-ACCT PIC 9(6).
    05 MERGED-TO-CHAR REDEFINES MERGED-TO-ACCT PIC X(6).
    05 FILLER      PIC X.
    05 CREDIT-BAL  PIC 9(6)v99.
    05 CREDIT-BAL-CHAR REDEFINES CREDIT-BAL PIC X(8).
    05 CREDIT-DATE PIC 9(8).
    05 CREDIT-DATE-CHAR REDEFINES CREDIT-DATE PIC X(8).
    05 FILLER      PIC X(10).

*>  Control record read once at START-UP so operations can set the
*>  per-run posting amount without a recompile.  CTL-REC-TYPE-FILTER
    05 CKPT-SUM-NEW-BALANCE   PIC 9(10)v99.
    05 CKPT-SUM-ADJUSTMENTS   PIC 9(10)v99.
    05 CKPT-EXCEPTION-CNT     PIC 9(6).
    05 CKPT-SUM-CREDIT-USED   PIC 9(10)v99.
    05 FILLER                 PIC X(20).

*>  Exception listing of records with blank/invalid demographic data
*>  (SEX, ETHNIC, ZIP, B-DATE), written before the charge is posted so
01  WS-SUM-OLD-BALANCE    PIC 9(10)v99 VALUE 0.
01  WS-SUM-NEW-BALANCE    PIC 9(10)v99 VALUE 0.
01  WS-SUM-ADJUSTMENTS    PIC 9(10)v99 VALUE 0.
01  WS-CREDIT-USED        PIC 9(6)v99 VALUE 0.
01  WS-SUM-CREDIT-USED    PIC 9(10)v99 VALUE 0.

01  WS-CHECKPOINT-CNT     PIC 9(6)    VALUE 0.
01  WS-SKIP-CNT           PIC 9(6)    VALUE 0.
01  RPT-TRAILER-LINE-4.
    05 FILLER             PIC X(20) VALUE "Sum of adjustments :".
    05 RPT-T-ADJ          PIC Z,ZZZ,ZZZ,ZZ9.99.
01  RPT-TRAILER-LINE-5.
    05 FILLER             PIC X(20) VALUE "Sum of credit used :".
    05 RPT-T-CREDIT       PIC Z,ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.

	      MOVE CKPT-SUM-NEW-BALANCE TO WS-SUM-NEW-BALANCE
	      MOVE CKPT-SUM-ADJUSTMENTS TO WS-SUM-ADJUSTMENTS
	      MOVE CKPT-EXCEPTION-CNT   TO WS-EXCEPTION-CNT
	      MOVE CKPT-SUM-CREDIT-USED TO WS-SUM-CREDIT-USED
	   END-IF
	   CLOSE CHECKPOINT-FILE
	END-IF.
	MOVE WS-SUM-NEW-BALANCE  TO CKPT-SUM-NEW-BALANCE.
	MOVE WS-SUM-ADJUSTMENTS  TO CKPT-SUM-ADJUSTMENTS.
	MOVE WS-EXCEPTION-CNT    TO CKPT-EXCEPTION-CNT.
	MOVE WS-SUM-CREDIT-USED  TO CKPT-SUM-CREDIT-USED.
	WRITE CHECKPOINT-RECORD.
	CLOSE CHECKPOINT-FILE.

	    ADD WS-ADJUSTMENT-AMOUNT TO BALANCE
	    MOVE WS-ADJUSTMENT-AMOUNT TO WS-ADJUSTMENT-APPLIED
	END-IF.
	MOVE 0 TO WS-CREDIT-USED.
	IF WS-ADJUSTMENT-APPLIED > 0
	   PERFORM 1D-USE-CREDIT
	END-IF.
	REWRITE TEST-FILE-RECORD.
	PERFORM 1C-WRITE-JOURNAL.
	IF WS-ADJUSTMENT-APPLIED > 0
	ADD WS-OLD-BALANCE    TO WS-SUM-OLD-BALANCE.
	ADD BALANCE           TO WS-SUM-NEW-BALANCE.
	ADD WS-ADJUSTMENT-APPLIED TO WS-SUM-ADJUSTMENTS.
	ADD WS-CREDIT-USED    TO WS-SUM-CREDIT-USED.
	MOVE NAME            TO RPT-NAME.
	MOVE WS-OLD-BALANCE  TO RPT-OLD-BALANCE.
	MOVE BALANCE         TO RPT-NEW-BALANCE.
	MOVE "ADJUSTMENT"           TO HST-REFERENCE.
	WRITE HISTORY-RECORD.

1D-USE-CREDIT.
*>
*>  Use up the account's credit on account against the charge just
*>  added to BALANCE, the way the office would apply it by hand:
*>  what the credit covers comes off both, and a credit used up
*>  entirely no longer carries the date it arose.  The charge itself
*>  still goes to the history in full - the credit was put there as
*>  the payment that made it.
*>
	INSPECT CREDIT-BAL-CHAR REPLACING ALL SPACE BY ZERO.
	INSPECT CREDIT-DATE-CHAR REPLACING ALL SPACE BY ZERO.
	IF CREDIT-BAL > 0
	   IF CREDIT-BAL > BALANCE
	      MOVE BALANCE TO WS-CREDIT-USED
	   ELSE
	      MOVE CREDIT-BAL TO WS-CREDIT-USED
	   END-IF
	   SUBTRACT WS-CREDIT-USED FROM BALANCE
	   SUBTRACT WS-CREDIT-USED FROM CREDIT-BAL
	   IF CREDIT-BAL = 0
	      MOVE 0 TO CREDIT-DATE
	   END-IF
	END-IF.

2-WRITE-CONTROL-TOTALS.
*>
*>  Write the control-total trailer: record count and the sums of old
*>  balance, new balance, adjustments applied, and credit on account
*>  used (old + adjustments - credit used = new), for reconciliation
*>  against the GL posting.
*>
	MOVE SPACES TO RPT-TRAILER-LINE-1.
	MOVE RPT-TRAILER-LINE-4 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-SUM-CREDIT-USED TO RPT-T-CREDIT.
	MOVE RPT-TRAILER-LINE-5 TO REPORT-LINE.
	WRITE REPORT-LINE.

9-STAMP-RUN-CONTROL.
*>
*>  Stamp the shared run-control file: this posting completed clean,
