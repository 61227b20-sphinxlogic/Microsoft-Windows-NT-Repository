*>  old statement shows what was billed then, under the account that
*>  billed it.
*>
*>  A credit on account the duplicate was holding moves with it, and
*>  is used against the survivor's balance the way a charge poster
*>  uses a credit, so the survivor never carries both a balance and a
*>  credit.  The report's totals are what the pair owed net of their
*>  credits, which the move leaves unchanged.
*>
*>  The pair to merge is named on a one-record control file (survivor
*>  first, duplicate second), the way prog11 takes its backout date.
*>  A merge report carries the before/after control totals proving no
    05 LAST-STMT-AMT PIC 9(8)v99.
    05 MERGED-TO-ACCT PIC 9(6).
    05 MERGED-TO-CHAR REDEFINES MERGED-TO-ACCT PIC X(6).
    05 FILLER      PIC X.
    05 CREDIT-BAL  PIC 9(6)v99.
    05 CREDIT-BAL-CHAR REDEFINES CREDIT-BAL PIC X(8).
    05 CREDIT-DATE PIC 9(8).
    05 CREDIT-DATE-CHAR REDEFINES CREDIT-DATE PIC X(8).
    05 FILLER      PIC X(10).

FD  TRANSACTION-HISTORY.
01  HISTORY-RECORD.
01  WS-SURVIVOR-BEFORE    PIC 9(6)v99  VALUE 0.
01  WS-DUPLICATE-BEFORE   PIC 9(6)v99  VALUE 0.
01  WS-SURVIVOR-AFTER     PIC 9(6)v99  VALUE 0.
01  WS-SURVIVOR-CREDIT    PIC 9(6)v99  VALUE 0.
01  WS-DUPLICATE-CREDIT   PIC 9(6)v99  VALUE 0.
01  WS-DUPLICATE-CR-DATE  PIC 9(8)     VALUE 0.
01  WS-SURVIVOR-CR-AFTER  PIC 9(6)v99  VALUE 0.
01  WS-CREDIT-USED        PIC 9(6)v99  VALUE 0.
01  WS-SURVIVOR-NAME      PIC X(30)    VALUE SPACES.
01  WS-DUPLICATE-NAME     PIC X(30)    VALUE SPACES.
01  WS-HIST-READ          PIC 9(6)     VALUE 0.
01  WS-HIST-REPOINTED     PIC 9(6)     VALUE 0.
01  WS-SUM-REPOINTED      PIC 9(10)v99 VALUE 0.
01  WS-SUM-BEFORE         PIC S9(10)v99 VALUE 0.
01  WS-SUM-AFTER          PIC S9(10)v99 VALUE 0.

01  RPT-HEADING-1         PIC X(80)
                          VALUE "ACCOUNT MERGE REPORT".
    05 RPT-A-LABEL        PIC X(22).
    05 RPT-A-ACCT         PIC 9(6).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-A-NAME         PIC X(28).
    05 RPT-A-BALANCE      PIC ZZZ,ZZ9.99.
    05 FILLER             PIC X(1)  VALUE SPACES.
    05 RPT-A-CREDIT       PIC ZZZ,ZZ9.99  BLANK WHEN ZERO.

01  RPT-TRAILER-LINE-1.
    05 FILLER             PIC X(22) VALUE "History rows read    :".
    05 RPT-T-REPOINT-CNT  PIC ZZZ,ZZ9.
    05 RPT-T-REPOINT-AMT  PIC Z,ZZZ,ZZZ,ZZ9.99.
01  RPT-TRAILER-LINE-3.
    05 FILLER             PIC X(22) VALUE "Net owed before merge:".
    05 FILLER             PIC X(7)  VALUE SPACES.
    05 RPT-T-BEFORE       PIC Z,ZZZ,ZZZ,ZZ9.99-.
01  RPT-TRAILER-LINE-4.
    05 FILLER             PIC X(22) VALUE "Net owed after merge :".
    05 FILLER             PIC X(7)  VALUE SPACES.
    05 RPT-T-AFTER        PIC Z,ZZZ,ZZZ,ZZ9.99-.

PROCEDURE DIVISION.

	           MERGED-TO-ACCT " - nothing merged" WITH CONVERSION
	   STOP RUN.
	MOVE BALANCE TO WS-SURVIVOR-BEFORE.
	INSPECT CREDIT-BAL-CHAR REPLACING ALL SPACE BY ZERO.
	MOVE CREDIT-BAL TO WS-SURVIVOR-CREDIT.
	MOVE NAME    TO WS-SURVIVOR-NAME.

	MOVE WS-DUPLICATE-ACCT TO ACCT-NO.
	           MERGED-TO-ACCT " - nothing merged" WITH CONVERSION
	   STOP RUN.
	MOVE BALANCE TO WS-DUPLICATE-BEFORE.
	INSPECT CREDIT-BAL-CHAR REPLACING ALL SPACE BY ZERO.
	INSPECT CREDIT-DATE-CHAR REPLACING ALL SPACE BY ZERO.
	MOVE CREDIT-BAL  TO WS-DUPLICATE-CREDIT.
	MOVE CREDIT-DATE TO WS-DUPLICATE-CR-DATE.
	MOVE NAME    TO WS-DUPLICATE-NAME.

1-EXIT.
3-MOVE-THE-BALANCE.
*>
*>  Fold the duplicate's balance into the survivor and tombstone the
*>  duplicate: balance zero, MST-MERGED-TO pointing home.  A credit
*>  on account moves too; the survivor keeps the older credit date,
*>  so prog23's holding period runs from when the money first came.
*>
	MOVE WS-SURVIVOR-ACCT TO ACCT-NO.
	READ TEST-FILE
	END-READ.
	INSPECT BALANCE-CHAR REPLACING ALL SPACE BY ZERO.
	ADD WS-DUPLICATE-BEFORE TO BALANCE.
	IF WS-DUPLICATE-CREDIT > 0
	   PERFORM 3A-MOVE-THE-CREDIT THRU 3A-EXIT.
	MOVE BALANCE TO WS-SURVIVOR-AFTER.
	MOVE CREDIT-BAL TO WS-SURVIVOR-CR-AFTER.
	REWRITE TEST-FILE-RECORD.

	MOVE WS-DUPLICATE-ACCT TO ACCT-NO.
	      STOP RUN
	END-READ.
	MOVE 0 TO BALANCE.
	MOVE 0 TO CREDIT-BAL.
	MOVE 0 TO CREDIT-DATE.
	MOVE WS-SURVIVOR-ACCT TO MERGED-TO-ACCT.
	REWRITE TEST-FILE-RECORD.

3-EXIT.
	EXIT.

3A-MOVE-THE-CREDIT.
*>
*>  Add the duplicate's credit to the survivor's and use it against
*>  the survivor's balance, as prog6 does after a charge.
*>
	INSPECT CREDIT-BAL-CHAR REPLACING ALL SPACE BY ZERO.
	INSPECT CREDIT-DATE-CHAR REPLACING ALL SPACE BY ZERO.
	IF CREDIT-DATE = 0
	   OR (WS-DUPLICATE-CR-DATE > 0
	       AND WS-DUPLICATE-CR-DATE < CREDIT-DATE)
	   MOVE WS-DUPLICATE-CR-DATE TO CREDIT-DATE.
	ADD WS-DUPLICATE-CREDIT TO CREDIT-BAL.
	IF CREDIT-BAL > BALANCE
	   MOVE BALANCE TO WS-CREDIT-USED
	ELSE
	   MOVE CREDIT-BAL TO WS-CREDIT-USED
	END-IF.
	SUBTRACT WS-CREDIT-USED FROM BALANCE.
	SUBTRACT WS-CREDIT-USED FROM CREDIT-BAL.
	IF CREDIT-BAL = 0
	   MOVE 0 TO CREDIT-DATE.

3A-EXIT.
	EXIT.

4-WRITE-MERGE-REPORT.
*>
*>  Write the merge report with the before/after control totals: the
*>  two balances together, net of their credits, before the merge
*>  must equal the survivor's net balance after it.
*>
	OPEN OUTPUT MERGE-REPORT.
	MOVE RPT-HEADING-1 TO REPORT-LINE.
	MOVE WS-SURVIVOR-ACCT   TO RPT-A-ACCT.
	MOVE WS-SURVIVOR-NAME   TO RPT-A-NAME.
	MOVE WS-SURVIVOR-BEFORE TO RPT-A-BALANCE.
	MOVE WS-SURVIVOR-CREDIT TO RPT-A-CREDIT.
	MOVE RPT-ACCT-LINE TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-DUPLICATE-ACCT   TO RPT-A-ACCT.
	MOVE WS-DUPLICATE-NAME   TO RPT-A-NAME.
	MOVE WS-DUPLICATE-BEFORE TO RPT-A-BALANCE.
	MOVE WS-DUPLICATE-CREDIT TO RPT-A-CREDIT.
	MOVE RPT-ACCT-LINE TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-SURVIVOR-ACCT  TO RPT-A-ACCT.
	MOVE WS-SURVIVOR-NAME  TO RPT-A-NAME.
	MOVE WS-SURVIVOR-AFTER TO RPT-A-BALANCE.
	MOVE WS-SURVIVOR-CR-AFTER TO RPT-A-CREDIT.
	MOVE RPT-ACCT-LINE TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-DUPLICATE-ACCT TO RPT-A-ACCT.
	MOVE WS-DUPLICATE-NAME TO RPT-A-NAME.
	MOVE 0                 TO RPT-A-BALANCE.
	MOVE 0                 TO RPT-A-CREDIT.
	MOVE RPT-ACCT-LINE TO REPORT-LINE.
	WRITE REPORT-LINE.

	WRITE REPORT-LINE.

	COMPUTE WS-SUM-BEFORE =
	        WS-SURVIVOR-BEFORE + WS-DUPLICATE-BEFORE
	      - WS-SURVIVOR-CREDIT - WS-DUPLICATE-CREDIT.
	MOVE WS-SUM-BEFORE TO RPT-T-BEFORE.
	MOVE RPT-TRAILER-LINE-3 TO REPORT-LINE.
	WRITE REPORT-LINE.

	COMPUTE WS-SUM-AFTER =
	        WS-SURVIVOR-AFTER - WS-SURVIVOR-CR-AFTER.
	MOVE WS-SUM-AFTER TO RPT-T-AFTER.
	MOVE RPT-TRAILER-LINE-4 TO REPORT-LINE.
	WRITE REPORT-LINE.
