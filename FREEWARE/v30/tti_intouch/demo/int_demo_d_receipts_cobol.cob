*>  with a keyed read; a receipt without one is matched to a family by
*>  the same PARENT/STREET/CITY/ZIP keys prog7 uses to roll siblings
*>  onto one statement, and the payment is applied against the family
*>  members' BALANCEs until it is used up.  A payment that exceeds
*>  what was owed is no longer suspended - we know whose money it is -
*>  so the excess is carried as a credit on account (CREDIT-BAL) on
*>  the paid account, or on the family's first live member, for the
*>  next charges to use up or prog23 to refund.  Money that cannot be
*>  applied at all - no account or family matched - is written to a
*>  suspense file and listed on a suspense report so the exceptions
*>  can be worked (with prog13).  A
*>  control-total trailer (payments read, applied, suspended) is
*>  written the same way prog6's reconciliation report is, so the
*>  day's deposit ties out.
*>  receipts are still posted by keyed read, streaming straight off
*>  the receipts file.
*>
*>  Nothing posts until the day's receipts have been proved against
*>  the bank: prog24 reconciles the lockbox transmission with the
*>  keyed batch and stamps the run-control file balanced ("C") or out
*>  of balance, and this run refuses to post without a balanced prog24
*>  stamp for today - the way prog7 and prog12 refuse to run without
*>  their predecessor's - unless operations stage the override.
*>
*>  An account prog27 wrote off to the collection agency
*>  (WRITE-OFF-FLAG "Y") no longer carries its debt, so money that
*>  later comes in on it - keyed to the account, or matched to a
*>  family with no live account left to take it - is not applied to
*>  BALANCE: it is posted as a "V" recovery on the history, marked
*>  REC on the report, and totaled on its own trailer line.
*>
*>  The run-control stamp also carries the count and amount left on
*>  the suspense file, so prog29's nightly audit can prove the file
*>  still holds what this run put there.
*>
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS HST-FILE-STATUS.

*>  Shared nightly run-control file: this posting checks for today's
*>  balanced prog24 reconciliation before anything posts, and stamps
*>  its clean completion and control totals for prog20's
*>  morning-after audit page.
        SELECT RUN-CONTROL-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_RUN_CTL.TMP"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS RUN-FILE-STATUS.

*>  Operations override: stage any one record here and the
*>  reconciliation check is waived once (the file is cleared as it is
*>  honored).
        SELECT RUN-OVERRIDE-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_RUN_OVR.TMP"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS OVR-FILE-STATUS.

DATA DIVISION.
FILE SECTION.

    05 FILLER      PIC X(10).
    05 MERGED-TO-ACCT PIC 9(6).
    05 MERGED-TO-CHAR REDEFINES MERGED-TO-ACCT PIC X(6).
    05 FILLER      PIC X.
    05 CREDIT-BAL  PIC 9(6)v99.
    05 CREDIT-BAL-CHAR REDEFINES CREDIT-BAL PIC X(8).
    05 CREDIT-DATE PIC 9(8).
    05 CREDIT-DATE-CHAR REDEFINES CREDIT-DATE PIC X(8).
    05 FILLER      PIC X(8).
    05 WRITE-OFF-FLAG PIC X.
       88 ACCOUNT-WRITTEN-OFF VALUE "Y".
    05 FILLER      PIC X.

SD  MST-SORT-FILE.
01  MSW-RECORD.
    05 RUN-STAMP-TIME         PIC 9(6).
    05 RUN-STATUS             PIC X.
    05 RUN-TOTALS             PIC X(40).
    05 RUN-SUSP-CNT           PIC 9(5).
    05 RUN-SUSP-AMT           PIC 9(10)v99.

FD  RUN-OVERRIDE-FILE.
01  RUN-OVERRIDE-RECORD       PIC X(80).

WORKING-STORAGE SECTION.

01  HST-FILE-STATUS PIC XX   VALUE "00".
01  WS-CHASE-CNT          PIC 9(2)     VALUE 0.
01  RUN-FILE-STATUS       PIC XX       VALUE "00".
01  OVR-FILE-STATUS       PIC XX       VALUE "00".
01  RUN-EOF-SW            PIC X        VALUE '0'.
    88 RUN-EOF                         VALUE '1'.
01  WS-PRED-FOUND-SW      PIC X        VALUE 'N'.
    88 WS-PRED-FOUND                   VALUE 'Y'.
01  WS-OVERRIDE-SW        PIC X        VALUE 'N'.
    88 WS-OVERRIDE-STAGED              VALUE 'Y'.
01  WS-STAMP-DATE         PIC 9(8)     VALUE 0.
01  WS-STAMP-TIME         PIC 9(8)     VALUE 0.

01  WS-APPLY-AMOUNT       PIC 9(6)v99  VALUE 0.
01  WS-OLD-BALANCE        PIC 9(6)v99  VALUE 0.
01  WS-RECORD-APPLIED     PIC 9(6)v99  VALUE 0.
01  WS-CREDIT-SW          PIC X        VALUE 'N'.
    88 WS-CREDIT-PLACED                VALUE 'Y'.
01  WS-RECOVERY-SW        PIC X        VALUE 'N'.
    88 WS-RECOVERY-MADE                VALUE 'Y'.

01  WS-PAYMENTS-READ      PIC 9(6)     VALUE 0.
01  WS-PAYMENTS-APPLIED   PIC 9(6)     VALUE 0.
01  WS-SUM-RECEIVED       PIC 9(10)v99 VALUE 0.
01  WS-SUM-APPLIED        PIC 9(10)v99 VALUE 0.
01  WS-SUM-SUSPENDED      PIC 9(10)v99 VALUE 0.
01  WS-PAYMENTS-CREDITED  PIC 9(6)     VALUE 0.
01  WS-SUM-CREDITED       PIC 9(10)v99 VALUE 0.
01  WS-PAYMENTS-RECOVERED PIC 9(6)     VALUE 0.
01  WS-SUM-RECOVERED      PIC 9(10)v99 VALUE 0.

01  RPT-HEADING-1.
    05 FILLER             PIC X(30) VALUE "NAME".
    05 RPT-APPLIED        PIC ZZZ,ZZ9.99  BLANK WHEN ZERO.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-NEW-BALANCE    PIC ZZZ,ZZ9.99  BLANK WHEN ZERO.
    05 FILLER             PIC X(1)  VALUE SPACES.
    05 RPT-NOTE           PIC X(3).

01  RPT-TRAILER-LINE-1.
    05 FILLER             PIC X(20) VALUE "Payments read     :".
    05 FILLER             PIC X(20) VALUE "Payments suspended:".
    05 RPT-T-SUSP-CNT     PIC ZZZ,ZZ9.
    05 RPT-T-SUSP-AMT     PIC Z,ZZZ,ZZZ,ZZ9.99.
01  RPT-TRAILER-LINE-4.
    05 FILLER             PIC X(20) VALUE "Held as credit    :".
    05 RPT-T-CRED-CNT     PIC ZZZ,ZZ9.
    05 RPT-T-CRED-AMT     PIC Z,ZZZ,ZZZ,ZZ9.99.
01  RPT-TRAILER-LINE-5.
    05 FILLER             PIC X(20) VALUE "Recovered wrt off :".
    05 RPT-T-RECV-CNT     PIC ZZZ,ZZ9.
    05 RPT-T-RECV-AMT     PIC Z,ZZZ,ZZZ,ZZ9.99.

01  SUS-HEADING-LINE.
    05 FILLER             PIC X(24) VALUE "PAYER".
MAINLINE SECTION.
START-UP.

	ACCEPT WS-STAMP-DATE FROM DATE YYYYMMDD.

*>
*>	Refuse to post a receipts batch the bank has not confirmed:
*>	prog24 must have reconciled it to the lockbox deposit today.
*>
	PERFORM 0V-CHECK-RUN-CONTROL THRU 0V-EXIT.
	IF NOT WS-PRED-FOUND AND NOT WS-OVERRIDE-STAGED
	   DISPLAY "prog24 has not reconciled the receipts today - "
	           "posting refused." WITH CONVERSION
	   DISPLAY "Stage the run-control override to run anyway."
	           WITH CONVERSION
	   STOP RUN.

*>
*>	Sort the family-keyed receipts onto the family keys; the
*>	whole deposit is counted here, so the trailer still ties to
*>	receipts file still stops here safely.
*>
*>	DUPLICATES IN ORDER keeps same-family checks in the order the
*>	office keyed them, so which of two checks ends up held as the
*>	credit on account never varies run to run.
	SORT RCP-SORT-FILE
	    ON ASCENDING KEY RSW-PAYER RSW-STREET RSW-CITY RSW-ZIP
	    WITH DUPLICATES IN ORDER
	MOVE RSR-ACCT-NO    TO WS-RCP-ACCT-NO.
	MOVE RSR-AMOUNT     TO WS-RCP-REMAINING.
	MOVE SPACE          TO WS-RCP-APPLIED-SW.
	MOVE 'N'            TO WS-CREDIT-SW.
	MOVE 'N'            TO WS-RECOVERY-SW.

	PERFORM 2A-APPLY-TO-MEMBER THRU 2A-EXIT
	    VARYING WS-MEMBER-IDX FROM 1 BY 1
	    UNTIL WS-MEMBER-IDX > WS-MEMBER-CNT
	    OR WS-RCP-REMAINING = 0.

*>
*>	What the family did not owe is its money all the same: carry
*>	it as a credit on the first live member's account.
*>
	IF WS-RCP-REMAINING > 0 AND WS-RCP-APPLIED-SOME
	   PERFORM 2C-CREDIT-TO-MEMBER THRU 2C-EXIT
	       VARYING WS-MEMBER-IDX FROM 1 BY 1
	       UNTIL WS-MEMBER-IDX > WS-MEMBER-CNT
	       OR WS-RCP-REMAINING = 0.

*>
*>	A family with no live account left but one written off to the
*>	agency is paying off its bad debt: the money is a recovery.
*>
	IF WS-RCP-REMAINING > 0 AND WS-RCP-APPLIED-SOME
	   PERFORM 2D-RECOVER-TO-MEMBER THRU 2D-EXIT
	       VARYING WS-MEMBER-IDX FROM 1 BY 1
	       UNTIL WS-MEMBER-IDX > WS-MEMBER-CNT
	       OR WS-RCP-REMAINING = 0.

	PERFORM 2S-JUDGE-RECEIPT THRU 2S-EXIT.
	PERFORM 0B-READ-SORTED-RECEIPT THRU 0B-EXIT.

2A-APPLY-TO-MEMBER.
*>
*>  Fetch one family member by key off the indexed master and draw
*>  the receipt down against it.  An account prog27 wrote off owes
*>  nothing on the books any more and is left to 2D-RECOVER.
*>
	MOVE WS-MEMBER-ACCT (WS-MEMBER-IDX) TO ACCT-NO.
	READ TEST-FILE
	END-READ.

	SET WS-RCP-APPLIED-SOME TO TRUE.
	IF ACCOUNT-WRITTEN-OFF
	   GO TO 2A-EXIT.
	INSPECT BALANCE-CHAR REPLACING ALL SPACE BY ZERO.
	MOVE 0 TO WS-RECORD-APPLIED.
	PERFORM 2P-APPLY-TO-RECORD THRU 2P-EXIT.
2A-EXIT.
	EXIT.

2C-CREDIT-TO-MEMBER.
*>
*>  Fetch one family member by key and, if it is a live account,
*>  carry the rest of the receipt on it as a credit on account.  A
*>  prog16 tombstone is passed over - a credit on a dead account
*>  would never be used up or refunded.
*>
	MOVE WS-MEMBER-ACCT (WS-MEMBER-IDX) TO ACCT-NO.
	READ TEST-FILE
	   INVALID KEY
	      GO TO 2C-EXIT
	END-READ.
	INSPECT MERGED-TO-CHAR REPLACING ALL SPACE BY ZERO.
	IF MERGED-TO-ACCT > 0
	   GO TO 2C-EXIT.
	IF ACCOUNT-WRITTEN-OFF
	   GO TO 2C-EXIT.

	INSPECT BALANCE-CHAR REPLACING ALL SPACE BY ZERO.
	PERFORM 2K-CREDIT-THE-RECORD THRU 2K-EXIT.
	REWRITE TEST-FILE-RECORD.

2C-EXIT.
	EXIT.

2D-RECOVER-TO-MEMBER.
*>
*>  Fetch one family member by key and, if it is an account prog27
*>  wrote off, post the rest of the receipt to it as a recovery.
*>
	MOVE WS-MEMBER-ACCT (WS-MEMBER-IDX) TO ACCT-NO.
	READ TEST-FILE
	   INVALID KEY
	      GO TO 2D-EXIT
	END-READ.
	INSPECT MERGED-TO-CHAR REPLACING ALL SPACE BY ZERO.
	IF MERGED-TO-ACCT > 0
	   GO TO 2D-EXIT.
	IF NOT ACCOUNT-WRITTEN-OFF
	   GO TO 2D-EXIT.

	INSPECT BALANCE-CHAR REPLACING ALL SPACE BY ZERO.
	PERFORM 2R-RECOVER-THE-RECORD THRU 2R-EXIT.

2D-EXIT.
	EXIT.

2K-CREDIT-THE-RECORD.
*>
*>  Carry what is left of the receipt being worked as a credit on
*>  account on the master record in the TEST-FILE record area.  The
*>  history gets the same "P" record, under the same check number, as
*>  the part applied to BALANCE - the credit is payment all the same,
*>  and the history still nets to the master (BALANCE less credit).
*>  CREDIT-DATE keeps the day the oldest unused credit arose; it is
*>  how long prog23 lets a credit sit before refunding it.
*>
	INSPECT CREDIT-BAL-CHAR REPLACING ALL SPACE BY ZERO.
	INSPECT CREDIT-DATE-CHAR REPLACING ALL SPACE BY ZERO.
	IF CREDIT-BAL = 0 OR CREDIT-DATE = 0
	   IF WS-RCP-PAY-DATE NUMERIC
	      MOVE WS-RCP-PAY-DATE TO CREDIT-DATE
	   ELSE
	      MOVE WS-STAMP-DATE TO CREDIT-DATE
	   END-IF
	END-IF.
	MOVE BALANCE          TO WS-OLD-BALANCE.
	MOVE WS-RCP-REMAINING TO WS-APPLY-AMOUNT.
	ADD WS-APPLY-AMOUNT TO CREDIT-BAL.
	MOVE 0 TO WS-RCP-REMAINING.
	ADD WS-APPLY-AMOUNT TO WS-RECORD-APPLIED.
	ADD WS-APPLY-AMOUNT TO WS-SUM-CREDITED.
	SET WS-CREDIT-PLACED TO TRUE.

	MOVE NAME            TO RPT-NAME.
	MOVE WS-RCP-CHECK-NO TO RPT-CHECK-NO.
	MOVE WS-OLD-BALANCE  TO RPT-OLD-BALANCE.
	MOVE WS-APPLY-AMOUNT TO RPT-APPLIED.
	MOVE BALANCE         TO RPT-NEW-BALANCE.
	MOVE "CR"            TO RPT-NOTE.
	MOVE RPT-DETAIL-LINE TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE SPACES TO HISTORY-RECORD.
	MOVE ACCT-NO         TO HST-ACCT-NO.
	MOVE WS-RCP-PAY-DATE TO HST-TXN-DATE.
	MOVE "P"             TO HST-TXN-TYPE.
	MOVE WS-APPLY-AMOUNT TO HST-AMOUNT.
	MOVE WS-RCP-CHECK-NO TO HST-REFERENCE.
	WRITE HISTORY-RECORD.

2K-EXIT.
	EXIT.

2R-RECOVER-THE-RECORD.
*>
*>  Post what is left of the receipt being worked as a bad-debt
*>  recovery on the written-off account in the TEST-FILE record area.
*>  The debt left the books when it was written off, so BALANCE and
*>  the credit on account are not touched and nothing is rewritten;
*>  the history gets a "V" record under the check number, which the
*>  aging passes over and prog14 takes to bad-debt recovery.  The
*>  agency is told of the payment by the office, from this report.
*>
	MOVE WS-RCP-REMAINING TO WS-APPLY-AMOUNT.
	MOVE 0 TO WS-RCP-REMAINING.
	ADD WS-APPLY-AMOUNT TO WS-SUM-RECOVERED.
	SET WS-RECOVERY-MADE TO TRUE.

	MOVE NAME            TO RPT-NAME.
	MOVE WS-RCP-CHECK-NO TO RPT-CHECK-NO.
	MOVE BALANCE         TO RPT-OLD-BALANCE.
	MOVE WS-APPLY-AMOUNT TO RPT-APPLIED.
	MOVE BALANCE         TO RPT-NEW-BALANCE.
	MOVE "REC"           TO RPT-NOTE.
	MOVE RPT-DETAIL-LINE TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE SPACES TO HISTORY-RECORD.
	MOVE ACCT-NO         TO HST-ACCT-NO.
	MOVE WS-RCP-PAY-DATE TO HST-TXN-DATE.
	MOVE "V"             TO HST-TXN-TYPE.
	MOVE WS-APPLY-AMOUNT TO HST-AMOUNT.
	MOVE WS-RCP-CHECK-NO TO HST-REFERENCE.
	WRITE HISTORY-RECORD.

2R-EXIT.
	EXIT.

2P-APPLY-TO-RECORD.
*>
*>  Draw down the receipt being worked against the master record
*>  detail line.  The old-balance column is captured as of THIS
*>  application, not as of the start of the record, so each detail
*>  line foots (old - applied = new) even when two checks land on one
*>  record.  The payment never drives BALANCE negative - what is left
*>  over goes to the credit on account instead (2K-CREDIT-THE-RECORD).
*>
	IF BALANCE = 0
	   GO TO 2P-EXIT.
	MOVE WS-OLD-BALANCE  TO RPT-OLD-BALANCE.
	MOVE WS-APPLY-AMOUNT TO RPT-APPLIED.
	MOVE BALANCE         TO RPT-NEW-BALANCE.
	MOVE SPACES          TO RPT-NOTE.
	MOVE RPT-DETAIL-LINE TO REPORT-LINE.
	WRITE REPORT-LINE.

2S-JUDGE-RECEIPT.
*>
*>  Judge the receipt just worked: money still in WS-RCP-REMAINING
*>  could not be applied - the payer matched no family (or account)
*>  at all, or matched only merged-away accounts with nowhere to
*>  carry a credit.  Write it to the suspense file and list it, and
*>  count the receipt as fully applied only when nothing was left
*>  over; a receipt partly carried as credit, or posted as a
*>  recovery, is counted there too.
*>
	IF WS-RCP-REMAINING = 0
	   ADD 1 TO WS-PAYMENTS-APPLIED
	   IF WS-CREDIT-PLACED
	      ADD 1 TO WS-PAYMENTS-CREDITED
	   END-IF
	   IF WS-RECOVERY-MADE
	      ADD 1 TO WS-PAYMENTS-RECOVERED
	   END-IF
	   GO TO 2S-EXIT.

	ADD 1 TO WS-PAYMENTS-SUSPENDED.
	MOVE RCP-ACCT-NO   TO WS-RCP-ACCT-NO.
	MOVE RCP-AMOUNT    TO WS-RCP-REMAINING.
	MOVE SPACE         TO WS-RCP-APPLIED-SW.
	MOVE 'N'           TO WS-CREDIT-SW.
	MOVE 'N'           TO WS-RECOVERY-SW.

	MOVE WS-RCP-ACCT-NO TO ACCT-NO.
	READ TEST-FILE
	   GO TO 3A-EXIT.

	SET WS-RCP-APPLIED-SOME TO TRUE.
	IF ACCOUNT-WRITTEN-OFF
	   INSPECT BALANCE-CHAR REPLACING ALL SPACE BY ZERO
	   PERFORM 2R-RECOVER-THE-RECORD THRU 2R-EXIT
	   PERFORM 2S-JUDGE-RECEIPT THRU 2S-EXIT
	   GO TO 3A-EXIT.
	INSPECT BALANCE-CHAR REPLACING ALL SPACE BY ZERO.
	MOVE 0 TO WS-RECORD-APPLIED.
	PERFORM 2P-APPLY-TO-RECORD THRU 2P-EXIT.
	IF WS-RCP-REMAINING > 0
	   PERFORM 2K-CREDIT-THE-RECORD THRU 2K-EXIT
	END-IF.
	IF WS-RECORD-APPLIED > 0
	   REWRITE TEST-FILE-RECORD
	END-IF.
4-WRITE-CONTROL-TOTALS.
*>
*>  Write the control-total trailer: counts and amounts read, applied,
*>  and suspended, so the day's deposit ties out against the bank -
*>  the amount held as credit on account and the amount recovered on
*>  written-off accounts are the rest of it (read = applied +
*>  suspended + held as credit + recovered, in dollars).
*>
	MOVE WS-PAYMENTS-READ TO RPT-T-READ-CNT.
	MOVE WS-SUM-RECEIVED  TO RPT-T-READ-AMT.
	MOVE RPT-TRAILER-LINE-3 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-PAYMENTS-CREDITED TO RPT-T-CRED-CNT.
	MOVE WS-SUM-CREDITED      TO RPT-T-CRED-AMT.
	MOVE RPT-TRAILER-LINE-4 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-PAYMENTS-RECOVERED TO RPT-T-RECV-CNT.
	MOVE WS-SUM-RECOVERED      TO RPT-T-RECV-AMT.
	MOVE RPT-TRAILER-LINE-5 TO REPORT-LINE.
	WRITE REPORT-LINE.

9-STAMP-RUN-CONTROL.
*>
*>  Stamp the shared run-control file: the day's receipts posted
*>  clean, with the trailer's control totals, for prog20's audit
*>  page, and what was suspended, for prog29's suspense check.
*>
	OPEN EXTEND RUN-CONTROL-FILE.
	IF RUN-FILE-STATUS = "05" OR RUN-FILE-STATUS = "35"
	       " AMT "              DELIMITED BY SIZE
	       WS-SUM-APPLIED       DELIMITED BY SIZE
	       INTO RUN-TOTALS.
	MOVE WS-PAYMENTS-SUSPENDED TO RUN-SUSP-CNT.
	MOVE WS-SUM-SUSPENDED      TO RUN-SUSP-AMT.
	WRITE RUN-CONTROL-RECORD.
	CLOSE RUN-CONTROL-FILE.

0V-CHECK-RUN-CONTROL.
*>
*>  Look for today's balanced prog24 reconciliation stamp.  The
*>  stamps are in the order the runs were made, so a later
*>  out-of-balance rerun cancels an earlier balanced one.
*>
	OPEN INPUT RUN-CONTROL-FILE.
	IF RUN-FILE-STATUS = "00"
	   PERFORM 0W-SCAN-ONE-STAMP THRU 0W-EXIT UNTIL RUN-EOF
	   CLOSE RUN-CONTROL-FILE.
	IF NOT WS-PRED-FOUND
	   PERFORM 0X-CHECK-OVERRIDE THRU 0X-EXIT.

0V-EXIT.
	EXIT.

0W-SCAN-ONE-STAMP.

	READ RUN-CONTROL-FILE
	  AT END SET RUN-EOF TO TRUE
	         GO TO 0W-EXIT.
	IF RUN-PROGRAM-ID = "prog24"
	   AND RUN-STAMP-DATE = WS-STAMP-DATE
	   IF RUN-STATUS = "C"
	      SET WS-PRED-FOUND TO TRUE
	   ELSE
	      MOVE 'N' TO WS-PRED-FOUND-SW
	   END-IF
	END-IF.

0W-EXIT.
	EXIT.

0X-CHECK-OVERRIDE.
*>
*>  Honor a staged operations override - once.  The file is cleared
*>  here so the override covers this run only.
*>
	OPEN INPUT RUN-OVERRIDE-FILE.
	IF OVR-FILE-STATUS NOT = "00"
	   GO TO 0X-EXIT.
	READ RUN-OVERRIDE-FILE
	   AT END
	      CLOSE RUN-OVERRIDE-FILE
	      GO TO 0X-EXIT
	END-READ.
	CLOSE RUN-OVERRIDE-FILE.
	SET WS-OVERRIDE-STAGED TO TRUE.
	DISPLAY "Operations override honored - sequence check waived."
	        WITH CONVERSION.
	OPEN OUTPUT RUN-OVERRIDE-FILE.
	CLOSE RUN-OVERRIDE-FILE.

0X-EXIT.
	EXIT.
