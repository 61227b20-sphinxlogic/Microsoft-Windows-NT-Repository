*>  once: prog11 restores an entry only while the record still
*>  matches its after-image, so one journal entry per rewritten
*>  record is what makes the whole month reversible in one backout
*>  pass.  A credit on account left by prog8 is used up by the usage
*>  before anything is added to BALANCE, and the trailer shows the
*>  credit so used.
*>
*>  Calls whose access code matches no subscriber (or whose subscriber
*>  carries no account) land on the exception report, not in the
FILE SECTION.

FD  CALL-DETAIL-FILE.
01  CALL-DETAIL-LINE          PIC X(172).

FD  SUBSCRIBER-FILE.
01  SUBSCRIBER-RECORD.
    05 FILLER      PIC X(10).
    05 MERGED-TO-ACCT PIC 9(6).
    05 MERGED-TO-CHAR REDEFINES MERGED-TO-ACCT PIC X(6).
    05 FILLER      PIC X.
    05 CREDIT-BAL  PIC 9(6)v99.
    05 CREDIT-BAL-CHAR REDEFINES CREDIT-BAL PIC X(8).
    05 CREDIT-DATE PIC 9(8).
    05 CREDIT-DATE-CHAR REDEFINES CREDIT-DATE PIC X(8).
    05 FILLER      PIC X(10).

FD  RATE-WORK-FILE.
01  RATE-WORK-RECORD.
    05 WS-CDR-CHOICES         PIC X(40).
    05 FILLER                 PIC X.
    05 WS-CDR-ACCESS-CODE     PIC X(80).
    05 FILLER                 PIC X.
    05 WS-CDR-PAY-CONFIRM     PIC X(10).

01  WS-RATES-LOADED-SW PIC X  VALUE 'N'.
    88 WS-RATES-LOADED        VALUE 'Y'.
01  WS-ACCOUNT-TOTAL      PIC 9(8)v99  VALUE 0.
01  WS-HIST-PIECE         PIC 9(6)v99  VALUE 0.
01  WS-ACCOUNTS-POSTED    PIC 9(6)     VALUE 0.
01  WS-CREDIT-USED        PIC 9(6)v99  VALUE 0.
01  WS-SUM-CREDIT-USED    PIC 9(10)v99 VALUE 0.

01  WS-CALLS-READ         PIC 9(6)     VALUE 0.
01  WS-CALLS-RATED        PIC 9(6)     VALUE 0.
01  RPT-TRAILER-LINE-7.
    05 FILLER             PIC X(22) VALUE "Accounts posted      :".
    05 RPT-T-ACCOUNTS     PIC ZZZ,ZZ9.
01  RPT-TRAILER-LINE-8.
    05 FILLER             PIC X(22) VALUE "Credit on acct used  :".
    05 FILLER             PIC X(7)  VALUE SPACES.
    05 RPT-T-CREDIT       PIC Z,ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.

	INSPECT BALANCE-CHAR REPLACING ALL SPACE BY ZERO.
	MOVE BALANCE TO WS-OLD-BALANCE.
	ADD RWK-TOTAL TO BALANCE.
	PERFORM 2C-USE-CREDIT THRU 2C-EXIT.
	REWRITE TEST-FILE-RECORD.
	ADD 1 TO WS-ACCOUNTS-POSTED.

2B-EXIT.
	EXIT.

2C-USE-CREDIT.
*>
*>  Use up the account's credit on account against the usage just
*>  added to BALANCE: what the credit covers comes off both, and a
*>  credit used up entirely no longer carries the date it arose.  The
*>  usage still goes to the history in full.
*>
	INSPECT CREDIT-BAL-CHAR REPLACING ALL SPACE BY ZERO.
	INSPECT CREDIT-DATE-CHAR REPLACING ALL SPACE BY ZERO.
	IF CREDIT-BAL = 0
	   GO TO 2C-EXIT.
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

2C-EXIT.
	EXIT.

1E-CHASE-MERGED.

	ADD 1 TO WS-CHASE-CNT.
	MOVE RPT-TRAILER-LINE-7 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-SUM-CREDIT-USED TO RPT-T-CREDIT.
	MOVE RPT-TRAILER-LINE-8 TO REPORT-LINE.
	WRITE REPORT-LINE.

4-STAMP-RUN-CONTROL.
*>
*>  Stamp the shared run-control file: the month's usage posted
