*>  rolled up onto a single statement so siblings don't each get
*>  their own bill.
*>
*>  Money prog8 could not apply sits on the member records as a credit
*>  on account.  The family's credits are netted against what the
*>  family owes; when the credits cover the whole balance the
*>  statement shows nothing due and says "Credit balance - do not
*>  pay", so the parent doesn't send more money we will only refund.
*>
*>  Statements are not mailed from files that disagree with each
*>  other: besides today's clean prog10 aging, a normal cycle wants
*>  today's passed stamp from prog29's cross-file integrity audit.
*>  A failed audit (or none) holds the cycle until the exceptions
*>  are cleared and the audit rerun, or operations stage the
*>  override.
*>
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
*>  Shared nightly run-control file: a normal statement cycle checks
*>  for today's clean prog10 stamp before billing - statements
*>  printed against yesterday's aging after today's posting are the
*>  order break this catches - and for today's passed prog29 audit,
*>  and stamps its own completion for the audit page.
*>  A reprint run reads only the archive and needs no check.
        SELECT RUN-CONTROL-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_RUN_CTL.TMP"
                ORGANIZATION IS SEQUENTIAL
    05 BALANCE-CHAR REDEFINES BALANCE PIC X(8).
    05 ACCT-NO     PIC 9(6).
    05 LAST-STMT-AMT PIC 9(8)v99.
    05 FILLER      PIC X(7).
    05 CREDIT-BAL  PIC 9(6)v99.
    05 FILLER      PIC X(18).

SD  SORT-WORK-FILE.
01  SW-RECORD.
    05 SW-EPHONE   PIC X(10).
    05 SW-BALANCE  PIC 9(6)v99.
    05 SW-ACCT-NO  PIC 9(6).
    05 FILLER      PIC X(17).
    05 SW-CREDIT-BAL PIC 9(6)v99.
    05 FILLER      PIC X(18).

FD  SORTED-FILE.
01  SRT-RECORD.
    05 SRT-EPHONE  PIC X(10).
    05 SRT-BALANCE PIC 9(6)v99.
    05 SRT-ACCT-NO PIC 9(6).
    05 FILLER      PIC X(17).
    05 SRT-CREDIT-BAL PIC 9(6)v99.
    05 SRT-CREDIT-CHAR REDEFINES SRT-CREDIT-BAL PIC X(8).
    05 FILLER      PIC X(18).

FD  STATEMENT-FILE.
01  STATEMENT-LINE PIC X(80).

*>  "H" header: the family keys, the rolled-up balance, and the aging
*>  buckets as printed.  "D" detail: one per child on the statement.
*>  ARC-CREDIT is the credit on account netted on the statement;
*>  archives written before credits were carried leave it blank.
FD  STATEMENT-ARCHIVE.
01  ARCHIVE-RECORD.
    05 ARC-REC-TYPE           PIC X.
    05 ARC-AGING-SW           PIC X.
    05 ARC-NAME               PIC X(30).
    05 ARC-ACCT-NO            PIC 9(6).
    05 ARC-CREDIT             PIC 9(8)v99.
    05 ARC-CREDIT-CHAR        REDEFINES ARC-CREDIT PIC X(10).
    05 FILLER                 PIC X(9).

FD  REPRINT-REQUEST-FILE.
01  REPRINT-REQUEST-RECORD.
01  WS-PRIOR-ZIP        PIC X(9)     VALUE SPACES.
01  WS-PRIOR-PHONE      PIC X(10)    VALUE SPACES.
01  WS-FAMILY-BALANCE   PIC 9(8)v99  VALUE 0.
01  WS-FAMILY-CREDIT    PIC 9(8)v99  VALUE 0.
01  WS-FAMILY-DUE       PIC 9(8)v99  VALUE 0.

01  AGE-FILE-STATUS     PIC XX       VALUE "00".
01  WS-AGING-SW         PIC X        VALUE 'N'.
       05 WS-MEMBER-ACCT    PIC 9(6).
       05 WS-MEMBER-NAME    PIC X(30).
       05 WS-MEMBER-BALANCE PIC 9(6)v99.
       05 WS-MEMBER-CREDIT  PIC 9(6)v99.

01  ARC-FILE-STATUS     PIC XX       VALUE "00".
01  RPR-FILE-STATUS     PIC XX       VALUE "00".
    88 WS-PRED-FOUND                 VALUE 'Y'.
01  WS-OVERRIDE-SW      PIC X        VALUE 'N'.
    88 WS-OVERRIDE-STAGED            VALUE 'Y'.
01  WS-AUDIT-PASSED-SW  PIC X        VALUE 'N'.
    88 WS-AUDIT-PASSED               VALUE 'Y'.
01  WS-STAMP-TIME       PIC 9(8)     VALUE 0.
01  WS-CYCLE-DATE       PIC 9(8)     VALUE 0.
01  WS-REPRINT-SW       PIC X        VALUE 'N'.
    05 FILLER           PIC X(20) VALUE "Balance due now:".
    05 STMT-BALANCE     PIC $$$,$$$,$$9.99.

01  STMT-CREDIT-LINE.
    05 FILLER           PIC X(10) VALUE SPACES.
    05 FILLER           PIC X(20) VALUE "Credit on account:".
    05 STMT-CREDIT      PIC $$$,$$$,$$9.99.

01  STMT-DO-NOT-PAY-LINE.
    05 FILLER           PIC X(10) VALUE SPACES.
    05 FILLER           PIC X(40)
                        VALUE "*** Credit balance - do not pay ***".

01  STMT-AGING-LINE.
    05 FILLER           PIC X(12) VALUE SPACES.
    05 STMT-AGE-LABEL   PIC X(18).
*>
*>	A normal cycle refuses to bill from a stale aged file: the
*>	buckets on every statement come from prog10, so prog10 must
*>	have stamped clean today.  Nor does it bill from files the
*>	prog29 audit found out of agreement today.
*>
	PERFORM 0V-CHECK-RUN-CONTROL THRU 0V-EXIT.
	IF NOT WS-PRED-FOUND AND NOT WS-OVERRIDE-STAGED
	   DISPLAY "Stage the run-control override to run anyway."
	           WITH CONVERSION
	   STOP RUN.
	IF NOT WS-AUDIT-PASSED AND NOT WS-OVERRIDE-STAGED
	   DISPLAY "prog29 audit has not passed today - billing refused."
	           WITH CONVERSION
	   DISPLAY "Stage the run-control override to run anyway."
	           WITH CONVERSION
	   STOP RUN.

	SORT SORT-WORK-FILE
	    ON ASCENDING KEY SW-PARENT SW-STREET SW-CITY SW-ZIP
	   IF SRT-PARENT = WS-PRIOR-PARENT AND SRT-STREET = WS-PRIOR-STREET
	      AND SRT-CITY = WS-PRIOR-CITY AND SRT-ZIP = WS-PRIOR-ZIP
	      ADD SRT-BALANCE TO WS-FAMILY-BALANCE
	      PERFORM 0C-ADD-MEMBER-CREDIT
	      PERFORM 0A-ADD-MEMBER-AGING THRU 0A-EXIT
	      PERFORM 0B-ADD-MEMBER-ACCT
	   ELSE
	MOVE SRT-ZIP     TO WS-PRIOR-ZIP.
	MOVE SRT-PHONE   TO WS-PRIOR-PHONE.
	MOVE SRT-BALANCE TO WS-FAMILY-BALANCE.
	MOVE 0 TO WS-FAMILY-CREDIT.
	PERFORM 0C-ADD-MEMBER-CREDIT.
	MOVE 0 TO WS-FAM-CURRENT.
	MOVE 0 TO WS-FAM-30.
	MOVE 0 TO WS-FAM-60.
	   MOVE SRT-ACCT-NO  TO WS-MEMBER-ACCT (WS-MEMBER-CNT)
	   MOVE SRT-NAME     TO WS-MEMBER-NAME (WS-MEMBER-CNT)
	   MOVE SRT-BALANCE  TO WS-MEMBER-BALANCE (WS-MEMBER-CNT)
	   MOVE SRT-CREDIT-BAL TO WS-MEMBER-CREDIT (WS-MEMBER-CNT)
	ELSE
	   DISPLAY "Member table full - statement amount not stamped on "
	           SRT-ACCT-NO WITH CONVERSION
	END-IF.

0C-ADD-MEMBER-CREDIT.
*>
*>  Roll this member's credit on account into the family's.  Records
*>  written before credits were carried have blanks there.
*>
	IF SRT-CREDIT-CHAR = SPACES
	   MOVE 0 TO SRT-CREDIT-BAL.
	ADD SRT-CREDIT-BAL TO WS-FAMILY-CREDIT.

2-PRINT-STATEMENT.
*>
*>  Print the accumulated statement for one family.
	MOVE STMT-BLANK-LINE TO STATEMENT-LINE.
	WRITE STATEMENT-LINE.

	IF WS-FAMILY-CREDIT < WS-FAMILY-BALANCE
	   SUBTRACT WS-FAMILY-CREDIT FROM WS-FAMILY-BALANCE
	       GIVING WS-FAMILY-DUE
	ELSE
	   MOVE 0 TO WS-FAMILY-DUE
	END-IF.
	MOVE WS-FAMILY-DUE TO STMT-BALANCE.
	MOVE STMT-BALANCE-LINE TO STATEMENT-LINE.
	WRITE STATEMENT-LINE.

	IF WS-FAMILY-CREDIT > 0
	   MOVE WS-FAMILY-CREDIT TO STMT-CREDIT
	   MOVE STMT-CREDIT-LINE TO STATEMENT-LINE
	   WRITE STATEMENT-LINE
	   IF WS-FAMILY-DUE = 0
	      MOVE STMT-DO-NOT-PAY-LINE TO STATEMENT-LINE
	      WRITE STATEMENT-LINE
	   END-IF
	END-IF.

	IF WS-AGING-AVAILABLE
	   MOVE "Current         :" TO STMT-AGE-LABEL
	   MOVE WS-FAM-CURRENT      TO STMT-AGE-AMOUNT
	   INVALID KEY
	      GO TO 2A-EXIT
	END-READ.
	MOVE WS-FAMILY-DUE TO LAST-STMT-AMT.
	REWRITE TEST-FILE-RECORD.

2A-EXIT.
	MOVE WS-PRIOR-ZIP       TO ARC-ZIP.
	MOVE WS-PRIOR-PHONE     TO ARC-PHONE.
	MOVE WS-FAMILY-BALANCE  TO ARC-AMOUNT.
	MOVE WS-FAMILY-CREDIT   TO ARC-CREDIT.
	MOVE WS-FAM-CURRENT     TO ARC-CURRENT.
	MOVE WS-FAM-30          TO ARC-30-DAYS.
	MOVE WS-FAM-60          TO ARC-60-DAYS.
	MOVE WS-MEMBER-NAME (WS-MEMBER-IDX)    TO ARC-NAME.
	MOVE WS-MEMBER-ACCT (WS-MEMBER-IDX)    TO ARC-ACCT-NO.
	MOVE WS-MEMBER-BALANCE (WS-MEMBER-IDX) TO ARC-AMOUNT.
	MOVE WS-MEMBER-CREDIT (WS-MEMBER-IDX)  TO ARC-CREDIT.
	MOVE 0                  TO ARC-CURRENT.
	MOVE 0                  TO ARC-30-DAYS.
	MOVE 0                  TO ARC-60-DAYS.
	   MOVE ARC-ZIP         TO WS-PRIOR-ZIP
	   MOVE ARC-PHONE       TO WS-PRIOR-PHONE
	   MOVE ARC-AMOUNT      TO WS-FAMILY-BALANCE
	   IF ARC-CREDIT-CHAR = SPACES
	      MOVE 0 TO ARC-CREDIT
	   END-IF
	   MOVE ARC-CREDIT      TO WS-FAMILY-CREDIT
	   MOVE ARC-CURRENT     TO WS-FAM-CURRENT
	   MOVE ARC-30-DAYS     TO WS-FAM-30
	   MOVE ARC-60-DAYS     TO WS-FAM-60
0V-CHECK-RUN-CONTROL.
*>
*>  Look for a clean stamp from today's prog10 aging, the way prog10
*>  itself checks for prog6, and for today's passed prog29 audit.
*>  One override waives both checks.
*>
	OPEN INPUT RUN-CONTROL-FILE.
	IF RUN-FILE-STATUS = "00"
	   PERFORM 0W-SCAN-ONE-STAMP THRU 0W-EXIT UNTIL RUN-EOF
	   CLOSE RUN-CONTROL-FILE.
	IF NOT WS-PRED-FOUND OR NOT WS-AUDIT-PASSED
	   PERFORM 0X-CHECK-OVERRIDE THRU 0X-EXIT.

0V-EXIT.
	   AND RUN-STAMP-DATE = WS-CYCLE-DATE
	   AND RUN-STATUS = "C"
	   SET WS-PRED-FOUND TO TRUE.
*>
*>	The stamps are in the order the runs were made, so an audit
*>	rerun that fails cancels an earlier pass the same day.
*>
	IF RUN-PROGRAM-ID = "prog29"
	   AND RUN-STAMP-DATE = WS-CYCLE-DATE
	   IF RUN-STATUS = "C"
	      SET WS-AUDIT-PASSED TO TRUE
	   ELSE
	      MOVE 'N' TO WS-AUDIT-PASSED-SW
	   END-IF
	END-IF.

0W-EXIT.
	EXIT.
