*>  history with prog10's own oldest-first draw, and counted only
*>  when old enough to sit in the past-due buckets) is subtracted
*>  from the base - so last month's finance charge is never charged
*>  a finance charge.  Nor is a family charged on money it has with
*>  us: a credit on account prog8 holds on any member comes off the
*>  base, and the charge posted uses up the posting account's own
*>  credit first, the way prog6's charge does.  Accounts written off
*>  to the collection agency by prog27 (WRITE-OFF-FLAG "Y") are
*>  never assessed, and a "W" write-off on the history settles prior
*>  finance charges in the netting just as a payment does.
*>
*>  Every posting is journaled prog6-style (before-image and
*>  after-image under the run date, on the shared posting journal,
    05 BALANCE     PIC 9(6)v99.
    05 BALANCE-CHAR REDEFINES BALANCE PIC X(8).
    05 ACCT-NO     PIC 9(6).
    05 FILLER      PIC X(17).
    05 CREDIT-BAL  PIC 9(6)v99.
    05 CREDIT-BAL-CHAR REDEFINES CREDIT-BAL PIC X(8).
    05 CREDIT-DATE PIC 9(8).
    05 CREDIT-DATE-CHAR REDEFINES CREDIT-DATE PIC X(8).
    05 FILLER      PIC X(10).

SD  SORT-WORK-FILE.
01  SW-RECORD.
    05 FILLER      PIC X(10).
    05 SRT-MERGED-TO-ACCT PIC 9(6).
    05 SRT-MERGED-TO-CHAR REDEFINES SRT-MERGED-TO-ACCT PIC X(6).
    05 FILLER      PIC X.
    05 SRT-CREDIT-BAL PIC 9(6)v99.
    05 SRT-CREDIT-CHAR REDEFINES SRT-CREDIT-BAL PIC X(8).
    05 FILLER      PIC X(16).
    05 SRT-WRITE-OFF-FLAG PIC X.
    05 FILLER      PIC X.

FD  AGED-FILE.
01  AGED-RECORD.
01  WS-FIRST-ACCT       PIC 9(6)     VALUE 0.
01  WS-FAMILY-PAST-DUE  PIC 9(8)v99  VALUE 0.
01  WS-FAMILY-FC-DUE    PIC 9(8)v99  VALUE 0.
01  WS-FAMILY-CREDIT    PIC 9(8)v99  VALUE 0.
01  WS-CREDIT-USED      PIC 9(6)v99  VALUE 0.
01  WS-ASSESS-BASE      PIC 9(8)v99  VALUE 0.
01  WS-CHARGE-AMOUNT    PIC 9(6)v99  VALUE 0.
01  WS-OLD-BALANCE      PIC 9(6)v99  VALUE 0.
01  WS-SUM-BASE         PIC 9(10)v99 VALUE 0.
01  WS-SUM-CHARGED      PIC 9(10)v99 VALUE 0.
01  WS-SUM-EXCLUDED     PIC 9(10)v99 VALUE 0.
01  WS-SUM-CREDIT-USED  PIC 9(10)v99 VALUE 0.

01  RPT-HEADING-1         PIC X(80)
    VALUE "FINANCE CHARGE ASSESSMENT".
    05 FILLER             PIC X(22) VALUE "Finance charges posted".
    05 FILLER             PIC X(7)  VALUE SPACES.
    05 RPT-T-CHARGED-AMT  PIC Z,ZZZ,ZZZ,ZZ9.99.
01  RPT-TRAILER-LINE-6.
    05 FILLER             PIC X(22) VALUE "Credit on acct used  :".
    05 FILLER             PIC X(7)  VALUE SPACES.
    05 RPT-T-CREDIT       PIC Z,ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.

	EXIT.

1A-COLLECT-TRANSACTION.
*>
*>  A prog27 write-off settles the oldest charges the way a payment
*>  does; a recovery on a written-off account never touched the
*>  balance and is passed over.
*>
	IF HSR-TXN-TYPE = "V"
	   PERFORM 0H-READ-HISTORY THRU 0H-EXIT
	   GO TO 1A-EXIT.
	IF HSR-TXN-TYPE = "P" OR HSR-TXN-TYPE = "W"
	   ADD HSR-AMOUNT TO WS-PAYMENT-POOL
	ELSE
	   IF WS-CHARGE-CNT < WS-CHARGE-MAX
	MOVE 0           TO WS-FIRST-ACCT.
	MOVE 0           TO WS-FAMILY-PAST-DUE.
	MOVE 0           TO WS-FAMILY-FC-DUE.
	MOVE 0           TO WS-FAMILY-CREDIT.
	SET WS-NOT-FIRST-RECORD TO TRUE.
	PERFORM 2B-ADD-MEMBER THRU 2B-EXIT.

*>  charges the netting pass found on it - into the family.  The
*>  first member that is NOT a prog16 tombstone becomes the family's
*>  posting account: a merged-away record carries no balance and a
*>  charge posted to it would sit on a dead account.  A member prog27
*>  wrote off is the collection agency's now and draws no charge at
*>  all, so it is left out of the family entirely.
*>
	IF SRT-WRITE-OFF-FLAG = "Y"
	   GO TO 2B-EXIT.
	INSPECT SRT-MERGED-TO-CHAR REPLACING ALL SPACE BY ZERO.
	IF SRT-MERGED-TO-ACCT = 0 AND WS-FIRST-ACCT = 0
	   MOVE SRT-ACCT-NO TO WS-FIRST-ACCT.
	INSPECT SRT-CREDIT-CHAR REPLACING ALL SPACE BY ZERO.
	ADD SRT-CREDIT-BAL TO WS-FAMILY-CREDIT.

	MOVE SRT-ACCT-NO TO AGE-ACCT-NO.
	READ AGED-FILE
3-ASSESS-FAMILY.
*>
*>  Assess the finished family: the base is its past-due balance
*>  less its unpaid prior finance charges and less any credit on
*>  account it holds; the charge is the rate on the base, held to
*>  the minimum and the cap.
*>
	ADD 1 TO WS-FAMILIES-SCANNED.
	IF WS-FAMILY-FC-DUE > WS-FAMILY-PAST-DUE
	   MOVE WS-FAMILY-PAST-DUE TO WS-FAMILY-FC-DUE.
	COMPUTE WS-ASSESS-BASE =
	        WS-FAMILY-PAST-DUE - WS-FAMILY-FC-DUE.
	IF WS-FAMILY-CREDIT > WS-ASSESS-BASE
	   MOVE 0 TO WS-ASSESS-BASE
	ELSE
	   SUBTRACT WS-FAMILY-CREDIT FROM WS-ASSESS-BASE
	END-IF.
	IF WS-ASSESS-BASE = 0
	   GO TO 3-EXIT.
	IF WS-FIRST-ACCT = 0
	INSPECT BALANCE-CHAR REPLACING ALL SPACE BY ZERO.
	MOVE BALANCE TO WS-OLD-BALANCE.
	ADD WS-CHARGE-AMOUNT TO BALANCE.
	PERFORM 4A-USE-CREDIT THRU 4A-EXIT.
	REWRITE TEST-FILE-RECORD.

	MOVE WS-RUN-DATE-NUM  TO JRN-RUN-DATE.
4-EXIT.
	EXIT.

4A-USE-CREDIT.
*>
*>  Use up the posting account's credit on account against the
*>  charge just added to BALANCE, the way prog6 does; the charge
*>  still goes to the history in full.
*>
	INSPECT CREDIT-BAL-CHAR REPLACING ALL SPACE BY ZERO.
	INSPECT CREDIT-DATE-CHAR REPLACING ALL SPACE BY ZERO.
	IF CREDIT-BAL = 0
	   GO TO 4A-EXIT.
	IF CREDIT-BAL > BALANCE
	   MOVE BALANCE TO WS-CREDIT-USED
	ELSE
	   MOVE CREDIT-BAL TO WS-CREDIT-USED
	END-IF.
	SUBTRACT WS-CREDIT-USED FROM BALANCE.
	SUBTRACT WS-CREDIT-USED FROM CREDIT-BAL.
	ADD WS-CREDIT-USED TO WS-SUM-CREDIT-USED.
	IF CREDIT-BAL = 0
	   MOVE 0 TO CREDIT-DATE.

4A-EXIT.
	EXIT.

5-WRITE-CONTROL-TOTALS.
*>
*>  Write the control-total trailer, prog6 style.
	MOVE RPT-TRAILER-LINE-5 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-SUM-CREDIT-USED TO RPT-T-CREDIT.
	MOVE RPT-TRAILER-LINE-6 TO REPORT-LINE.
	WRITE REPORT-LINE.

0G-CHECK-RUN-CONTROL.
*>
*>  Look for a clean stamp from today's prog10 aging, the way prog7
