*>  has journaled under the same date.  The control record's source
*>  filter picks which program's entries to reverse: "U" or "F" for
*>  those runs, blank to take every entry for the date the way this
*>  program always has.  prog22's returned-check runs journal under
*>  "N": reversing one puts the returned payment back as a "P" record
*>  referenced "NSF BKO", so the ledger books the cash again, and
*>  only the returned-check fee it charged is offset as a "BACKOUT".
*>  prog23's refund register journals under "R": reversing a refund
*>  (the check was voided, never mailed) puts the credit on account
*>  back and offsets the "R" history record with a "P" referenced
*>  "REFUND BKO", so the ledger books the cash back in.  prog27's
*>  bad-debt write-offs journal under "W": reversing one puts the
*>  debt back on the account, clears its WRITE-OFF-FLAG with the rest
*>  of the before-image, and offsets the "W" history record with a
*>  "C" charge referenced "WO BKO".  The family's agency placement is
*>  not recalled here - the office recalls it from the agency.
*>
*>  Balances here are always the net of BALANCE less the credit on
*>  account, so a charge that a credit absorbed - BALANCE unchanged,
*>  credit drawn down - is still seen, and offset, at its full size.
*>
*>  Safety rule: a journal entry is restored only when the record now
*>  on the master still matches the entry's after-image.  A record
01  WS-STAMP-TIME   PIC 9(8) VALUE 0.
01  WS-TODAY-DATE   PIC 9(8) VALUE 0.
01  WS-NET-REVERSED PIC 9(6)v99 VALUE 0.
01  WS-FEE-REVERSED PIC 9(6)v99 VALUE 0.

01  WS-BACKOUT-DATE       PIC 9(8)     VALUE 0.
01  WS-BACKOUT-FILTER     PIC X        VALUE SPACE.
01  WS-EXCEPTION-CNT      PIC 9(6)     VALUE 0.
01  WS-MISSING-CNT        PIC 9(6)     VALUE 0.

01  WS-AFTER-BALANCE      PIC S9(6)v99 VALUE 0.
01  WS-BEFORE-BALANCE     PIC S9(6)v99 VALUE 0.
01  WS-SUM-AFTER          PIC S9(10)v99 VALUE 0.
01  WS-SUM-BEFORE         PIC S9(10)v99 VALUE 0.
01  WS-SUM-REVERSED       PIC S9(10)v99 VALUE 0.
01  WS-SUM-ADJUSTMENTS    PIC 9(10)v99 VALUE 0.
01  WS-NET-PROOF          PIC S9(10)v99 VALUE 0.

*>  The journaled images, re-described so the balances and the posted
*>  adjustment can be picked out for the reconciliation totals.
*>  Images journaled before credits were carried have blanks in
*>  WS-IMG-CREDIT.
01  WS-IMAGE-WORK         PIC X(200).
01  WS-IMAGE-WORK-R REDEFINES WS-IMAGE-WORK.
    05 FILLER             PIC X(143).
    05 WS-IMG-BALANCE     PIC 9(6)v99.
    05 WS-IMG-ACCT-NO     PIC 9(6).
    05 FILLER             PIC X(17).
    05 WS-IMG-CREDIT      PIC 9(6)v99.
    05 WS-IMG-CREDIT-CHAR REDEFINES WS-IMG-CREDIT PIC X(8).
    05 FILLER             PIC X(18).

01  RPT-HEADING-1.
    05 FILLER             PIC X(10) VALUE "ACCOUNT".
01  RPT-DETAIL-LINE.
    05 RPT-ACCT-NO        PIC 9(6).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-AFTER-BAL      PIC ZZZ,ZZ9.99-.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-BEFORE-BAL     PIC ZZZ,ZZ9.99-.
    05 FILLER             PIC X(3)  VALUE SPACES.
    05 RPT-DISPOSITION    PIC X(20).

01  RPT-TRAILER-LINE-1.

	ADD 1 TO WS-JOURNALED-CNT.
	MOVE JRN-AFTER-IMAGE TO WS-IMAGE-WORK.
	INSPECT WS-IMG-CREDIT-CHAR REPLACING ALL SPACE BY ZERO.
	COMPUTE WS-AFTER-BALANCE = WS-IMG-BALANCE - WS-IMG-CREDIT.
	MOVE JRN-BEFORE-IMAGE TO WS-IMAGE-WORK.
	INSPECT WS-IMG-CREDIT-CHAR REPLACING ALL SPACE BY ZERO.
	COMPUTE WS-BEFORE-BALANCE = WS-IMG-BALANCE - WS-IMG-CREDIT.
*>
*>	What the run posted is accumulated over EVERY journal entry
*>	for the run date - including the ones that end up as
*>	Offset the reversed charge on the shared transaction history,
*>	so the aging program still reconciles with the master.
*>
	IF WS-AFTER-BALANCE > WS-BEFORE-BALANCE
	   AND JRN-CTL-FILTER = "N"
	   PERFORM 1B-OFFSET-RETURN THRU 1B-EXIT
	   GO TO 1-COUNT-RESTORED.

	IF WS-AFTER-BALANCE > WS-BEFORE-BALANCE
	   AND JRN-CTL-FILTER = "R"
	   PERFORM 1C-OFFSET-REFUND THRU 1C-EXIT
	   GO TO 1-COUNT-RESTORED.

	IF WS-BEFORE-BALANCE > WS-AFTER-BALANCE
	   AND JRN-CTL-FILTER = "W"
	   PERFORM 1D-OFFSET-WRITEOFF THRU 1D-EXIT
	   GO TO 1-COUNT-RESTORED.

	IF WS-AFTER-BALANCE > WS-BEFORE-BALANCE
	   COMPUTE WS-NET-REVERSED =
	           WS-AFTER-BALANCE - WS-BEFORE-BALANCE
	   WRITE HISTORY-RECORD
	END-IF.

1-COUNT-RESTORED.
	ADD 1 TO WS-RESTORED-CNT.
	ADD WS-AFTER-BALANCE  TO WS-SUM-AFTER.
	ADD WS-BEFORE-BALANCE TO WS-SUM-BEFORE.
1-EXIT.
	EXIT.

1B-OFFSET-RETURN.
*>
*>  A returned-check entry put back both the returned payment and
*>  the fee carried in JRN-CTL-AMOUNT.  The payment part is offset as
*>  a payment again ("NSF BKO"), the fee part as an ordinary backout,
*>  so each reaches the ledger on the side it came from.
*>
	MOVE JRN-CTL-AMOUNT TO WS-FEE-REVERSED.
	COMPUTE WS-NET-REVERSED =
	        WS-AFTER-BALANCE - WS-BEFORE-BALANCE.
	IF WS-FEE-REVERSED > WS-NET-REVERSED
	   MOVE WS-NET-REVERSED TO WS-FEE-REVERSED.
	SUBTRACT WS-FEE-REVERSED FROM WS-NET-REVERSED.

	IF WS-NET-REVERSED > 0
	   MOVE SPACES          TO HISTORY-RECORD
	   MOVE JRN-ACCT-NO     TO HST-ACCT-NO
	   MOVE WS-TODAY-DATE   TO HST-TXN-DATE
	   MOVE "P"             TO HST-TXN-TYPE
	   MOVE WS-NET-REVERSED TO HST-AMOUNT
	   MOVE "NSF BKO"       TO HST-REFERENCE
	   WRITE HISTORY-RECORD
	END-IF.

	IF WS-FEE-REVERSED > 0
	   MOVE SPACES          TO HISTORY-RECORD
	   MOVE JRN-ACCT-NO     TO HST-ACCT-NO
	   MOVE WS-TODAY-DATE   TO HST-TXN-DATE
	   MOVE "P"             TO HST-TXN-TYPE
	   MOVE WS-FEE-REVERSED TO HST-AMOUNT
	   MOVE "BACKOUT"       TO HST-REFERENCE
	   WRITE HISTORY-RECORD
	END-IF.

1B-EXIT.
	EXIT.

1C-OFFSET-REFUND.
*>
*>  A refund entry took a credit on account off the books and paid
*>  it out.  Putting the credit back is money coming in again, so
*>  the offset is a payment ("REFUND BKO") rather than a backout.
*>
	COMPUTE WS-NET-REVERSED =
	        WS-AFTER-BALANCE - WS-BEFORE-BALANCE.
	MOVE SPACES          TO HISTORY-RECORD.
	MOVE JRN-ACCT-NO     TO HST-ACCT-NO.
	MOVE WS-TODAY-DATE   TO HST-TXN-DATE.
	MOVE "P"             TO HST-TXN-TYPE.
	MOVE WS-NET-REVERSED TO HST-AMOUNT.
	MOVE "REFUND BKO"    TO HST-REFERENCE.
	WRITE HISTORY-RECORD.

1C-EXIT.
	EXIT.

1D-OFFSET-WRITEOFF.
*>
*>  A write-off entry took the debt off the books.  Putting it back
*>  is a charge again ("WO BKO"), so the history nets to the restored
*>  balance and the ledger moves the dollars out of bad debt.
*>
	COMPUTE WS-NET-REVERSED =
	        WS-BEFORE-BALANCE - WS-AFTER-BALANCE.
	MOVE SPACES          TO HISTORY-RECORD.
	MOVE JRN-ACCT-NO     TO HST-ACCT-NO.
	MOVE WS-TODAY-DATE   TO HST-TXN-DATE.
	MOVE "C"             TO HST-TXN-TYPE.
	MOVE WS-NET-REVERSED TO HST-AMOUNT.
	MOVE "WO BKO"        TO HST-REFERENCE.
	WRITE HISTORY-RECORD.

1D-EXIT.
	EXIT.

1A-WRITE-DETAIL.

	MOVE JRN-ACCT-NO      TO RPT-ACCT-NO.
