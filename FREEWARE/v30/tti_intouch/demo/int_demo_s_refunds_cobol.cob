IDENTIFICATION DIVISION.
PROGRAM-ID. prog23.
*>
*>  Credit refund register.  prog8 no longer suspends an overpayment:
*>  the money it could not apply is held on the member record as a
*>  credit on account (CREDIT-BAL, dated CREDIT-DATE), and prog6,
*>  prog19, and prog21 use it up against the charges they post.  A
*>  credit nobody uses is still the parent's money, so this run pays
*>  it back.
*>
*>  A credit is refunded when it has sat unused longer than the
*>  holding period on the control record, or when the child has left
*>  the program (LEFT-DATE, kept by prog15, on or before the run
*>  date) and no further charge will ever come to use it.  Each
*>  refund zeroes the credit, is written to the shared history as a
*>  distinct "R" refund record so prog14 books it against cash, and
*>  is journaled prog6-style under the run date with JRN-CTL-FILTER
*>  "R" and the refund in JRN-CTL-AMOUNT, so a refund that is never
*>  mailed backs out with prog11 like any other posting run.
*>
*>  The register (to SYS$PRINT) is what accounts payable cuts the
*>  checks from: payee (the parent) and mailing address off the
*>  member record, the child and account, the amount, and why it is
*>  being refunded.  The trailer proves every dollar of credit read
*>  was either refunded or is still held.
*>
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

*>  One record: the holding period in days.  No control record staged
*>  (or a zero period) means the standard ninety days.
        SELECT REFUND-CONTROL-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_REFUND_CTL.TMP"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS CTL-FILE-STATUS.

        SELECT TEST-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_VENDOR_MST.TMP"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ACCT-NO
                FILE STATUS IS MST-FILE-STATUS.

        SELECT TRANSACTION-HISTORY
                ASSIGN TO "SYS$SCRATCH:TTI_VENDOR_HST.TMP"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS HST-FILE-STATUS.

        SELECT POSTING-JOURNAL
                ASSIGN TO "SYS$SCRATCH:TTI_VENDOR_JRN.TMP"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS JRN-FILE-STATUS.

        SELECT REFUND-REGISTER
                ASSIGN TO "SYS$PRINT"
                ORGANIZATION IS LINE SEQUENTIAL.

        SELECT RUN-CONTROL-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_RUN_CTL.TMP"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS RUN-FILE-STATUS.

DATA DIVISION.
FILE SECTION.

FD  REFUND-CONTROL-FILE.
01  REFUND-CONTROL-RECORD.
    05 REF-HOLD-DAYS          PIC 9(3).
    05 FILLER                 PIC X(77).

*>  LEFT-DATE is carved from the trailing filler behind the credit:
*>  the date the child left the program, zero while enrolled.
FD  TEST-FILE.
01  TEST-FILE-RECORD.
    05 NAME        PIC X(30).
    05 SEX         PIC X.
    05 B-DATE      PIC X(6).
    05 STREET      PIC X(30).
    05 CITY        PIC X(12).
    05 ZIP         PIC X(9).
    05 ETHNIC      PIC X.
    05 PARENT      PIC X(24).
    05 PHONE       PIC X(10).
    05 BPHONE      PIC X(10).
    05 EPHONE      PIC X(10).
    05 BALANCE     PIC 9(6)v99.
    05 BALANCE-CHAR REDEFINES BALANCE PIC X(8).
    05 ACCT-NO     PIC 9(6).
    05 FILLER      PIC X(10).
    05 MERGED-TO-ACCT PIC 9(6).
    05 MERGED-TO-CHAR REDEFINES MERGED-TO-ACCT PIC X(6).
    05 FILLER      PIC X.
    05 CREDIT-BAL  PIC 9(6)v99.
    05 CREDIT-BAL-CHAR REDEFINES CREDIT-BAL PIC X(8).
    05 CREDIT-DATE PIC 9(8).
    05 CREDIT-DATE-CHAR REDEFINES CREDIT-DATE PIC X(8).
    05 LEFT-DATE   PIC 9(8).
    05 LEFT-DATE-CHAR REDEFINES LEFT-DATE PIC X(8).
    05 FILLER      PIC X(2).

FD  TRANSACTION-HISTORY.
01  HISTORY-RECORD.
    05 HST-ACCT-NO            PIC 9(6).
    05 HST-TXN-DATE           PIC X(8).
    05 HST-TXN-TYPE           PIC X.
    05 HST-AMOUNT             PIC 9(6)v99.
    05 HST-REFERENCE          PIC X(10).
    05 FILLER                 PIC X(47).

FD  POSTING-JOURNAL.
01  JOURNAL-RECORD.
    05 JRN-RUN-DATE           PIC 9(8).
    05 JRN-CTL-AMOUNT         PIC 9(6)v99.
    05 JRN-CTL-EFF-DATE       PIC X(8).
    05 JRN-CTL-FILTER         PIC X.
    05 JRN-ACCT-NO            PIC 9(6).
    05 JRN-BEFORE-IMAGE       PIC X(200).
    05 JRN-AFTER-IMAGE        PIC X(200).

FD  REFUND-REGISTER.
01  REPORT-LINE               PIC X(80).

FD  RUN-CONTROL-FILE.
01  RUN-CONTROL-RECORD.
    05 RUN-PROGRAM-ID         PIC X(8).
    05 RUN-STAMP-DATE         PIC 9(8).
    05 RUN-STAMP-TIME         PIC 9(6).
    05 RUN-STATUS             PIC X.
    05 RUN-TOTALS             PIC X(40).
    05 FILLER                 PIC X(17).

WORKING-STORAGE SECTION.

01  CTL-FILE-STATUS PIC XX   VALUE "00".
01  MST-FILE-STATUS PIC XX   VALUE "00".
01  HST-FILE-STATUS PIC XX   VALUE "00".
01  JRN-FILE-STATUS PIC XX   VALUE "00".
01  RUN-FILE-STATUS PIC XX   VALUE "00".
01  SCAN-EOF-SW    PIC X     VALUE '0'.
    88 SCAN-EOF              VALUE '1'.

01  WS-RUN-DATE           PIC 9(8)     VALUE 0.
01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
    05 WS-RUN-YYYY        PIC 9(4).
    05 WS-RUN-MM          PIC 9(2).
    05 WS-RUN-DD          PIC 9(2).
01  WS-STAMP-TIME         PIC 9(8)     VALUE 0.
01  WS-HOLD-DAYS          PIC 9(3)     VALUE 90.
01  WS-CREDIT-WORK        PIC 9(8)     VALUE 0.
01  WS-CREDIT-WORK-R REDEFINES WS-CREDIT-WORK.
    05 WS-CR-YYYY         PIC 9(4).
    05 WS-CR-MM           PIC 9(2).
    05 WS-CR-DD           PIC 9(2).
*>
*>  Days held is the usual 365/30 approximation prog10 ages with.
*>
01  WS-HELD-DAYS          PIC S9(6)    VALUE 0.

01  WS-REFUND-AMT         PIC 9(6)v99  VALUE 0.
01  WS-CREDIT-USED        PIC 9(6)v99  VALUE 0.
01  WS-BEFORE-IMAGE       PIC X(200)   VALUE SPACES.
01  WS-REASON             PIC X(20)    VALUE SPACES.
01  WS-REASON-SW          PIC X        VALUE SPACE.
    88 WS-REFUND-CHILD-LEFT            VALUE 'L'.
    88 WS-REFUND-HELD-TOO-LONG         VALUE 'H'.
    88 WS-REFUND-NOT-DUE               VALUE SPACE.

01  WS-ACCOUNTS-READ      PIC 9(6)     VALUE 0.
01  WS-CREDITS-READ       PIC 9(6)     VALUE 0.
01  WS-REFUNDS-WRITTEN    PIC 9(6)     VALUE 0.
01  WS-LEFT-CNT           PIC 9(6)     VALUE 0.
01  WS-HELD-CNT           PIC 9(6)     VALUE 0.
01  WS-STILL-HELD-CNT     PIC 9(6)     VALUE 0.
01  WS-SUM-CREDITS        PIC 9(10)v99 VALUE 0.
01  WS-SUM-NETTED         PIC 9(10)v99 VALUE 0.
01  WS-SUM-REFUNDED       PIC 9(10)v99 VALUE 0.
01  WS-SUM-LEFT           PIC 9(10)v99 VALUE 0.
01  WS-SUM-HELD           PIC 9(10)v99 VALUE 0.
01  WS-SUM-STILL-HELD     PIC 9(10)v99 VALUE 0.
01  WS-PROOF-AMT          PIC S9(10)v99 VALUE 0.

01  RPT-HEADING-1.
    05 FILLER             PIC X(30) VALUE "CREDIT REFUND REGISTER".
    05 RPT-H-RUN-DATE     PIC 9(8).
    05 FILLER             PIC X(4)  VALUE SPACES.
    05 FILLER             PIC X(14) VALUE "HOLDING DAYS: ".
    05 RPT-H-HOLD-DAYS    PIC ZZ9.

01  RPT-HEADING-2.
    05 FILLER             PIC X(8)  VALUE "ACCOUNT".
    05 FILLER             PIC X(32) VALUE "CHILD / PAYEE AND ADDRESS".
    05 FILLER             PIC X(12) VALUE "     REFUND".
    05 FILLER             PIC X(20) VALUE "  REASON".

01  RPT-DETAIL-LINE.
    05 RPT-ACCT-NO        PIC 9(6).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-NAME           PIC X(30).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-REFUND         PIC ZZZ,ZZ9.99.
    05 FILLER             PIC X(4)  VALUE SPACES.
    05 RPT-REASON         PIC X(20).

01  RPT-PAYEE-LINE.
    05 FILLER             PIC X(8)  VALUE SPACES.
    05 FILLER             PIC X(7)  VALUE "PAY TO ".
    05 RPT-PAYEE          PIC X(24).

01  RPT-ADDRESS-LINE.
    05 FILLER             PIC X(15) VALUE SPACES.
    05 RPT-STREET         PIC X(30).

01  RPT-CITY-LINE.
    05 FILLER             PIC X(15) VALUE SPACES.
    05 RPT-CITY           PIC X(12).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-ZIP            PIC X(9).

01  RPT-BLANK-LINE        PIC X(80)    VALUE SPACES.

01  RPT-TRAILER-LINE-1.
    05 FILLER             PIC X(22) VALUE "Accounts read        :".
    05 RPT-T-READ         PIC ZZZ,ZZ9.
01  RPT-TRAILER-LINE-2.
    05 FILLER             PIC X(22) VALUE "Credits on file      :".
    05 RPT-T-CREDIT-CNT   PIC ZZZ,ZZ9.
    05 RPT-T-CREDIT-AMT   PIC Z,ZZZ,ZZZ,ZZ9.99.
01  RPT-TRAILER-LINE-3.
    05 FILLER             PIC X(22) VALUE "Used against balance :".
    05 FILLER             PIC X(7)  VALUE SPACES.
    05 RPT-T-NETTED       PIC Z,ZZZ,ZZZ,ZZ9.99.
01  RPT-TRAILER-LINE-4.
    05 FILLER             PIC X(22) VALUE "Refunded - child left:".
    05 RPT-T-LEFT-CNT     PIC ZZZ,ZZ9.
    05 RPT-T-LEFT-AMT     PIC Z,ZZZ,ZZZ,ZZ9.99.
01  RPT-TRAILER-LINE-5.
    05 FILLER             PIC X(22) VALUE "Refunded - held long :".
    05 RPT-T-HELD-CNT     PIC ZZZ,ZZ9.
    05 RPT-T-HELD-AMT     PIC Z,ZZZ,ZZZ,ZZ9.99.
01  RPT-TRAILER-LINE-6.
    05 FILLER             PIC X(22) VALUE "Refunds written      :".
    05 RPT-T-REFUND-CNT   PIC ZZZ,ZZ9.
    05 RPT-T-REFUND-AMT   PIC Z,ZZZ,ZZZ,ZZ9.99.
01  RPT-TRAILER-LINE-7.
    05 FILLER             PIC X(22) VALUE "Credits still held   :".
    05 RPT-T-STILL-CNT    PIC ZZZ,ZZ9.
    05 RPT-T-STILL-AMT    PIC Z,ZZZ,ZZZ,ZZ9.99.
01  RPT-TRAILER-LINE-8.
    05 FILLER             PIC X(22) VALUE "Proof (must be zero) :".
    05 FILLER             PIC X(6)  VALUE SPACES.
    05 RPT-T-PROOF        PIC Z,ZZZ,ZZZ,ZZ9.99-.

PROCEDURE DIVISION.

MAINLINE SECTION.
START-UP.

	ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
	PERFORM 0-READ-CONTROL-RECORD THRU 0-EXIT.

	OPEN I-O TEST-FILE ALLOWING ALL.
	IF MST-FILE-STATUS NOT = "00"
	   DISPLAY "Account master not available - " MST-FILE-STATUS
	           WITH CONVERSION
	   STOP RUN.
	OPEN EXTEND TRANSACTION-HISTORY.
	IF HST-FILE-STATUS = "05" OR HST-FILE-STATUS = "35"
	   OR HST-FILE-STATUS = "97"
	   OPEN OUTPUT TRANSACTION-HISTORY.
	OPEN EXTEND POSTING-JOURNAL.
	IF JRN-FILE-STATUS = "05" OR JRN-FILE-STATUS = "35"
	   OR JRN-FILE-STATUS = "97"
	   OPEN OUTPUT POSTING-JOURNAL.
	OPEN OUTPUT REFUND-REGISTER.
	MOVE WS-RUN-DATE  TO RPT-H-RUN-DATE.
	MOVE WS-HOLD-DAYS TO RPT-H-HOLD-DAYS.
	MOVE RPT-HEADING-1 TO REPORT-LINE.
	WRITE REPORT-LINE.
	MOVE RPT-HEADING-2 TO REPORT-LINE.
	WRITE REPORT-LINE.
	MOVE RPT-BLANK-LINE TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE 0 TO ACCT-NO.
	START TEST-FILE KEY NOT LESS THAN ACCT-NO
	   INVALID KEY
	      SET SCAN-EOF TO TRUE
	END-START.
	PERFORM 1-REVIEW-ONE-ACCOUNT THRU 1-EXIT UNTIL SCAN-EOF.

	PERFORM 2-WRITE-CONTROL-TOTALS.
	DISPLAY "Credits on file  : " WS-CREDITS-READ WITH CONVERSION.
	DISPLAY "Refunds written  : " WS-REFUNDS-WRITTEN
	        WITH CONVERSION.
	DISPLAY "Amount refunded  : " WS-SUM-REFUNDED WITH CONVERSION.
	CLOSE TEST-FILE.
	CLOSE TRANSACTION-HISTORY.
	CLOSE POSTING-JOURNAL.
	CLOSE REFUND-REGISTER.
	PERFORM 9-STAMP-RUN-CONTROL.
	STOP RUN.

START-UP-EXIT.
	EXIT.

0-READ-CONTROL-RECORD.
*>
*>  Pick up the holding period operations staged, if any.
*>
	OPEN INPUT REFUND-CONTROL-FILE.
	IF CTL-FILE-STATUS NOT = "00"
	   DISPLAY "No refund control record - holding period "
	           WS-HOLD-DAYS " days" WITH CONVERSION
	   GO TO 0-EXIT.
	READ REFUND-CONTROL-FILE
	   AT END
	      CLOSE REFUND-CONTROL-FILE
	      GO TO 0-EXIT
	END-READ.
	IF REF-HOLD-DAYS NUMERIC AND REF-HOLD-DAYS > 0
	   MOVE REF-HOLD-DAYS TO WS-HOLD-DAYS.
	DISPLAY "Credit holding period: " WS-HOLD-DAYS " days"
	        WITH CONVERSION.
	CLOSE REFUND-CONTROL-FILE.

0-EXIT.
	EXIT.

1-REVIEW-ONE-ACCOUNT.

	READ TEST-FILE NEXT RECORD
	  AT END SET SCAN-EOF TO TRUE
	         GO TO 1-EXIT.

	ADD 1 TO WS-ACCOUNTS-READ.
	INSPECT CREDIT-BAL-CHAR REPLACING ALL SPACE BY ZERO.
	IF CREDIT-BAL = 0
	   GO TO 1-EXIT.
*>
*>	prog16 moves a credit to the survivor with the balance, so a
*>	tombstone should never hold one; if one does, it is refunded
*>	like any other rather than left where nothing will use it.
*>
	ADD 1 TO WS-CREDITS-READ.
	ADD CREDIT-BAL TO WS-SUM-CREDITS.
	MOVE TEST-FILE-RECORD TO WS-BEFORE-IMAGE.
	INSPECT BALANCE-CHAR REPLACING ALL SPACE BY ZERO.
	INSPECT CREDIT-DATE-CHAR REPLACING ALL SPACE BY ZERO.
	INSPECT LEFT-DATE-CHAR REPLACING ALL SPACE BY ZERO.

*>
*>	A balance owed alongside a credit is settled from the credit
*>	first, the way the charge posters use one; only what is left
*>	after that is the parent's to have back.
*>
	IF BALANCE > 0
	   PERFORM 1A-USE-CREDIT THRU 1A-EXIT.

	PERFORM 1B-JUDGE-CREDIT THRU 1B-EXIT.
	IF WS-REFUND-NOT-DUE
	   IF CREDIT-BAL > 0
	      ADD 1 TO WS-STILL-HELD-CNT
	      ADD CREDIT-BAL TO WS-SUM-STILL-HELD
	   END-IF
	   IF TEST-FILE-RECORD NOT = WS-BEFORE-IMAGE
	      PERFORM 1D-REWRITE-AND-JOURNAL
	   END-IF
	   GO TO 1-EXIT.

	MOVE CREDIT-BAL TO WS-REFUND-AMT.
	MOVE 0 TO CREDIT-BAL.
	MOVE 0 TO CREDIT-DATE.
	PERFORM 1D-REWRITE-AND-JOURNAL.

	MOVE SPACES          TO HISTORY-RECORD.
	MOVE ACCT-NO         TO HST-ACCT-NO.
	MOVE WS-RUN-DATE     TO HST-TXN-DATE.
	MOVE "R"             TO HST-TXN-TYPE.
	MOVE WS-REFUND-AMT   TO HST-AMOUNT.
	MOVE "REFUND"        TO HST-REFERENCE.
	WRITE HISTORY-RECORD.

	ADD 1 TO WS-REFUNDS-WRITTEN.
	ADD WS-REFUND-AMT TO WS-SUM-REFUNDED.
	IF WS-REFUND-CHILD-LEFT
	   ADD 1 TO WS-LEFT-CNT
	   ADD WS-REFUND-AMT TO WS-SUM-LEFT
	ELSE
	   ADD 1 TO WS-HELD-CNT
	   ADD WS-REFUND-AMT TO WS-SUM-HELD
	END-IF.
	PERFORM 1C-REGISTER-REFUND.

1-EXIT.
	EXIT.

1A-USE-CREDIT.
*>
*>  Use the credit against the balance, as prog6 does after a charge.
*>
	IF CREDIT-BAL > BALANCE
	   MOVE BALANCE TO WS-CREDIT-USED
	ELSE
	   MOVE CREDIT-BAL TO WS-CREDIT-USED
	END-IF.
	SUBTRACT WS-CREDIT-USED FROM BALANCE.
	SUBTRACT WS-CREDIT-USED FROM CREDIT-BAL.
	ADD WS-CREDIT-USED TO WS-SUM-NETTED.
	IF CREDIT-BAL = 0
	   MOVE 0 TO CREDIT-DATE.

1A-EXIT.
	EXIT.

1B-JUDGE-CREDIT.
*>
*>  Decide whether what is left of the credit goes back now.  A child
*>  who has left comes first - there is nothing to wait for.  A credit
*>  with no date on it cannot show how long it has been held and is
*>  treated as held past the period.
*>
	MOVE SPACE TO WS-REASON-SW.
	MOVE SPACES TO WS-REASON.
	IF CREDIT-BAL = 0
	   GO TO 1B-EXIT.
	IF LEFT-DATE > 0 AND LEFT-DATE NOT > WS-RUN-DATE
	   SET WS-REFUND-CHILD-LEFT TO TRUE
	   MOVE "CHILD LEFT" TO WS-REASON
	   GO TO 1B-EXIT.
	IF CREDIT-DATE = 0
	   SET WS-REFUND-HELD-TOO-LONG TO TRUE
	   MOVE "CREDIT NOT DATED" TO WS-REASON
	   GO TO 1B-EXIT.

	MOVE CREDIT-DATE TO WS-CREDIT-WORK.
	COMPUTE WS-HELD-DAYS =
	        (WS-RUN-YYYY - WS-CR-YYYY) * 365
	      + (WS-RUN-MM - WS-CR-MM) * 30
	      + (WS-RUN-DD - WS-CR-DD).
	IF WS-HELD-DAYS > WS-HOLD-DAYS
	   SET WS-REFUND-HELD-TOO-LONG TO TRUE
	   MOVE "UNUSED PAST PERIOD" TO WS-REASON.

1B-EXIT.
	EXIT.

1C-REGISTER-REFUND.
*>
*>  Four lines per refund: the child, account, amount and reason,
*>  then the payee and mailing address the check goes to.
*>
	MOVE ACCT-NO       TO RPT-ACCT-NO.
	MOVE NAME          TO RPT-NAME.
	MOVE WS-REFUND-AMT TO RPT-REFUND.
	MOVE WS-REASON     TO RPT-REASON.
	MOVE RPT-DETAIL-LINE TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE PARENT TO RPT-PAYEE.
	MOVE RPT-PAYEE-LINE TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE STREET TO RPT-STREET.
	MOVE RPT-ADDRESS-LINE TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE CITY TO RPT-CITY.
	MOVE ZIP  TO RPT-ZIP.
	MOVE RPT-CITY-LINE TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE RPT-BLANK-LINE TO REPORT-LINE.
	WRITE REPORT-LINE.

1D-REWRITE-AND-JOURNAL.
*>
*>  Rewrite the record and journal it under the run date with filter
*>  "R" and the refund in JRN-CTL-AMOUNT, for prog11.
*>
	REWRITE TEST-FILE-RECORD.
	MOVE WS-RUN-DATE       TO JRN-RUN-DATE.
	IF WS-REFUND-NOT-DUE
	   MOVE 0              TO JRN-CTL-AMOUNT
	ELSE
	   MOVE WS-REFUND-AMT  TO JRN-CTL-AMOUNT
	END-IF.
	MOVE SPACES            TO JRN-CTL-EFF-DATE.
	MOVE "R"               TO JRN-CTL-FILTER.
	MOVE ACCT-NO           TO JRN-ACCT-NO.
	MOVE WS-BEFORE-IMAGE   TO JRN-BEFORE-IMAGE.
	MOVE TEST-FILE-RECORD  TO JRN-AFTER-IMAGE.
	WRITE JOURNAL-RECORD.

2-WRITE-CONTROL-TOTALS.
*>
*>  Write the control-total trailer, prog6 style.  Every dollar of
*>  credit read was used against a balance, refunded, or is still
*>  held; the proof line is whatever is unaccounted for.
*>
	MOVE RPT-BLANK-LINE TO REPORT-LINE.
	WRITE REPORT-LINE.
	MOVE WS-ACCOUNTS-READ TO RPT-T-READ.
	MOVE RPT-TRAILER-LINE-1 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-CREDITS-READ TO RPT-T-CREDIT-CNT.
	MOVE WS-SUM-CREDITS  TO RPT-T-CREDIT-AMT.
	MOVE RPT-TRAILER-LINE-2 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-SUM-NETTED TO RPT-T-NETTED.
	MOVE RPT-TRAILER-LINE-3 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-LEFT-CNT TO RPT-T-LEFT-CNT.
	MOVE WS-SUM-LEFT TO RPT-T-LEFT-AMT.
	MOVE RPT-TRAILER-LINE-4 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-HELD-CNT TO RPT-T-HELD-CNT.
	MOVE WS-SUM-HELD TO RPT-T-HELD-AMT.
	MOVE RPT-TRAILER-LINE-5 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-REFUNDS-WRITTEN TO RPT-T-REFUND-CNT.
	MOVE WS-SUM-REFUNDED    TO RPT-T-REFUND-AMT.
	MOVE RPT-TRAILER-LINE-6 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-STILL-HELD-CNT TO RPT-T-STILL-CNT.
	MOVE WS-SUM-STILL-HELD TO RPT-T-STILL-AMT.
	MOVE RPT-TRAILER-LINE-7 TO REPORT-LINE.
	WRITE REPORT-LINE.

	COMPUTE WS-PROOF-AMT = WS-SUM-CREDITS - WS-SUM-NETTED
	        - WS-SUM-REFUNDED - WS-SUM-STILL-HELD.
	MOVE WS-PROOF-AMT TO RPT-T-PROOF.
	MOVE RPT-TRAILER-LINE-8 TO REPORT-LINE.
	WRITE REPORT-LINE.

9-STAMP-RUN-CONTROL.
*>
*>  Stamp the shared run-control file: the refunds posted clean, with
*>  their totals, for prog20's audit page.
*>
	OPEN EXTEND RUN-CONTROL-FILE.
	IF RUN-FILE-STATUS = "05" OR RUN-FILE-STATUS = "35"
	   OR RUN-FILE-STATUS = "97"
	   OPEN OUTPUT RUN-CONTROL-FILE.
	MOVE SPACES TO RUN-CONTROL-RECORD.
	MOVE "prog23"    TO RUN-PROGRAM-ID.
	MOVE WS-RUN-DATE TO RUN-STAMP-DATE.
	ACCEPT WS-STAMP-TIME FROM TIME.
	MOVE WS-STAMP-TIME(1:6) TO RUN-STAMP-TIME.
	MOVE "C"         TO RUN-STATUS.
	STRING "REFUNDED "         DELIMITED BY SIZE
	       WS-REFUNDS-WRITTEN  DELIMITED BY SIZE
	       " AMT "             DELIMITED BY SIZE
	       WS-SUM-REFUNDED     DELIMITED BY SIZE
	       INTO RUN-TOTALS.
	WRITE RUN-CONTROL-RECORD.
	CLOSE RUN-CONTROL-FILE.
