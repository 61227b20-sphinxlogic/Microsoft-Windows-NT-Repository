*>  sweeps any pre-conversion balance (which has no dated history to
*>  age) into CURRENT instead of inventing an age for it.
*>
*>  A credit on account (money prog8 held rather than applied) is
*>  netted against BALANCE first, so an account carrying a credit
*>  shows a negative CURRENT bucket and the buckets still foot to
*>  what the family actually owes.
*>
*>  A prog27 write-off on the history is drawn against the charges
*>  the same way a payment is, so a written-off account ages to
*>  nothing; a later recovery posted by prog8 is left out, since the
*>  money went to bad-debt recovery rather than onto the balance.
*>
*>  Two outputs: an aged trial balance report for the business office,
*>  and the aged balance file (keyed on account) that prog7 reads to
*>  print the buckets on each family's statement.  Run this after the
    05 MST-BALANCE     PIC 9(6)v99.
    05 MST-BALANCE-CHAR REDEFINES MST-BALANCE PIC X(8).
    05 MST-ACCT-NO     PIC 9(6).
    05 FILLER          PIC X(17).
    05 MST-CREDIT-BAL  PIC 9(6)v99.
    05 MST-CREDIT-CHAR REDEFINES MST-CREDIT-BAL PIC X(8).
    05 FILLER          PIC X(18).

FD  HISTORY-FILE.
01  HISTORY-RECORD.
01  WS-PAYMENT-POOL       PIC 9(8)v99  VALUE 0.
01  WS-DRAW-AMOUNT        PIC 9(8)v99  VALUE 0.

01  WS-NET-BALANCE        PIC S9(8)v99 VALUE 0.
01  WS-BUCKET-CURRENT     PIC S9(8)v99 VALUE 0.
01  WS-BUCKET-30          PIC 9(8)v99  VALUE 0.
01  WS-BUCKET-60          PIC 9(8)v99  VALUE 0.
    05 RPT-ACCT-NO        PIC 9(6).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-NAME           PIC X(20).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-BALANCE        PIC ZZZ,ZZ9.99-.
    05 RPT-CURRENT        PIC Z,ZZZ,ZZ9.99-.
    05 RPT-30             PIC Z,ZZZ,ZZ9.99.
    05 RPT-60             PIC Z,ZZZ,ZZ9.99.
    05 RPT-T-ACCOUNTS     PIC ZZZ,ZZ9.
01  RPT-TRAILER-LINE-2.
    05 FILLER             PIC X(8)  VALUE "TOTALS".
    05 FILLER             PIC X(20) VALUE SPACES.
    05 RPT-T-BALANCE      PIC Z,ZZZ,ZZ9.99-.
    05 RPT-T-CURRENT      PIC Z,ZZZ,ZZ9.99-.
    05 RPT-T-30           PIC Z,ZZZ,ZZ9.99.
    05 RPT-T-60           PIC Z,ZZZ,ZZ9.99.

	ADD 1 TO WS-ACCOUNT-CNT.
	INSPECT MST-BALANCE-CHAR REPLACING ALL SPACE BY ZERO.
	INSPECT MST-CREDIT-CHAR REPLACING ALL SPACE BY ZERO.
	COMPUTE WS-NET-BALANCE = MST-BALANCE - MST-CREDIT-BAL.

*>
*>	History records below this account belong to no master record.

*>
*>	CURRENT is the remainder, so the buckets always foot to the
*>	master balance net of any credit; a pre-conversion balance with
*>	no dated history lands here rather than being aged on no
*>	evidence.
*>
	COMPUTE WS-BUCKET-CURRENT = WS-NET-BALANCE
	        - WS-BUCKET-30 - WS-BUCKET-60 - WS-BUCKET-90.

	MOVE SPACES          TO AGED-RECORD.

	MOVE MST-ACCT-NO     TO RPT-ACCT-NO.
	MOVE MST-NAME        TO RPT-NAME.
	MOVE WS-NET-BALANCE  TO RPT-BALANCE.
	MOVE WS-BUCKET-CURRENT TO RPT-CURRENT.
	MOVE WS-BUCKET-30    TO RPT-30.
	MOVE WS-BUCKET-60    TO RPT-60.
	MOVE RPT-DETAIL-LINE TO REPORT-LINE.
	WRITE REPORT-LINE.

	ADD WS-NET-BALANCE     TO WS-TOT-BALANCE.
	ADD WS-BUCKET-CURRENT  TO WS-TOT-CURRENT.
	ADD WS-BUCKET-30       TO WS-TOT-30.
	ADD WS-BUCKET-60       TO WS-TOT-60.
	EXIT.

2-COLLECT-TRANSACTION.
*>
*>  A write-off ("W") takes charges off the oldest-first like a
*>  payment; a recovery ("V") on a written-off account never touched
*>  BALANCE and has nothing to age.
*>
	IF SRT-TXN-TYPE = "V"
	   PERFORM 0-READ-HISTORY THRU 0-EXIT
	   GO TO 2-EXIT.
	IF SRT-TXN-TYPE = "P" OR SRT-TXN-TYPE = "W"
	   ADD SRT-AMOUNT TO WS-PAYMENT-POOL
	ELSE
	   IF WS-CHARGE-CNT < WS-CHARGE-MAX
