IDENTIFICATION DIVISION.
PROGRAM-ID. prog25.
*>
*>  Pay-by-phone receipts.  The DECtalk application takes payments by
*>  keypad - key 6 on an inbound call, or key 3 on an outbound
*>  reminder call - and appends each one it authorizes to
*>  SYS$SCRATCH:TTI_PAYPHONE.TMP with a spoken confirmation number.
*>  This step turns every payment not yet receipted into a receipt in
*>  prog8's RECEIPT-RECORD layout, appended to the day's
*>  TTI_RECEIPTS.DAT, and marks the pay-by-phone record receipted
*>  ("R") so a re-run never posts the same payment twice.
*>
*>  The confirmation number rides in the receipt's check number, so
*>  the payment can be traced from the parent's phone call to the
*>  history prog8 writes.  A payment taken on an inbound call is keyed
*>  to the account on the caller's subscriber record and prog8 posts
*>  it straight to that account.  A payment taken on an outbound call
*>  pays the family's past-due amount, so it is written without an
*>  account number and with the family keys (PARENT/STREET/CITY/ZIP)
*>  of the account the call list carried, and prog8 spreads it across
*>  the family the way it does any family-keyed check.  An outbound
*>  payment whose account is not on the master goes in under the
*>  parent's name alone for prog8 to suspend and prog13 to work.
*>
*>  The receipts are marked as pay-by-phone (RCP-SOURCE "T") because
*>  they are debits to the parent's bank, not checks in the lockbox
*>  deposit: prog24 leaves them out of the lockbox reconciliation,
*>  so this step may run before or after it.  The routing and account
*>  numbers stay on the pay-by-phone file for the bank debit.
*>
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

*>  Written by the DECtalk application; statused here.
        SELECT PAY-PHONE-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_PAYPHONE.TMP"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS PPY-FILE-STATUS.

        SELECT TEST-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_VENDOR_MST.TMP"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ACCT-NO
                FILE STATUS IS MST-FILE-STATUS.

*>  The day's receipts batch prog8 posts; appended to here.
        SELECT RECEIPTS-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_RECEIPTS.DAT"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS RCP-FILE-STATUS.

        SELECT PAYPHONE-REPORT
                ASSIGN TO "SYS$PRINT"
                ORGANIZATION IS LINE SEQUENTIAL.

        SELECT RUN-CONTROL-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_RUN_CTL.TMP"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS RUN-FILE-STATUS.

DATA DIVISION.
FILE SECTION.

*>  PPY-SOURCE: "I" = inbound key 6, "O" = outbound reminder call.
*>  PPY-STATUS: space = not yet receipted, "R" = receipted here.
FD  PAY-PHONE-FILE.
01  PAY-PHONE-RECORD.
    05 PPY-CONFIRM-NO         PIC X(10).
    05 PPY-SOURCE             PIC X.
    05 PPY-ACCT-NO            PIC 9(6).
    05 PPY-ACCT-CHAR          REDEFINES PPY-ACCT-NO PIC X(6).
    05 PPY-PARENT             PIC X(24).
    05 PPY-PHONE              PIC X(10).
    05 PPY-AMOUNT             PIC 9(6)v99.
    05 PPY-ROUTING-NO         PIC X(9).
    05 PPY-BANK-ACCT          PIC X(17).
    05 PPY-PAY-DATE           PIC 9(8).
    05 PPY-PAY-DATE-CHAR      REDEFINES PPY-PAY-DATE PIC X(8).
    05 PPY-PAY-TIME           PIC 9(8).
    05 PPY-STATUS             PIC X.
    05 FILLER                 PIC X(18).

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
    05 FILLER      PIC X(43).

*>  RCP-SOURCE (carved from the filler) is "T" on a pay-by-phone
*>  receipt and space on a check.
FD  RECEIPTS-FILE.
01  RECEIPT-RECORD.
    05 RCP-PAYER       PIC X(24).
    05 RCP-STREET      PIC X(30).
    05 RCP-CITY        PIC X(12).
    05 RCP-ZIP         PIC X(9).
    05 RCP-CHECK-NO    PIC X(10).
    05 RCP-AMOUNT      PIC 9(6)v99.
    05 RCP-PAY-DATE    PIC X(8).
    05 RCP-ACCT-NO     PIC 9(6).
    05 RCP-SOURCE      PIC X.
    05 FILLER          PIC X(12).

FD  PAYPHONE-REPORT.
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

01  PPY-FILE-STATUS PIC XX   VALUE "00".
01  MST-FILE-STATUS PIC XX   VALUE "00".
01  RCP-FILE-STATUS PIC XX   VALUE "00".
01  RUN-FILE-STATUS PIC XX   VALUE "00".
01  PPY-EOF-SW     PIC X     VALUE '0'.
    88 PPY-EOF               VALUE '1'.

01  WS-RUN-DATE           PIC 9(8)     VALUE 0.
01  WS-STAMP-TIME         PIC 9(8)     VALUE 0.

01  WS-PAYMENTS-READ      PIC 9(6)     VALUE 0.
01  WS-ALREADY-CNT        PIC 9(6)     VALUE 0.
01  WS-ACCOUNT-CNT        PIC 9(6)     VALUE 0.
01  WS-FAMILY-CNT         PIC 9(6)     VALUE 0.
01  WS-UNMATCHED-CNT      PIC 9(6)     VALUE 0.
01  WS-RECEIPTED-CNT      PIC 9(6)     VALUE 0.
01  WS-SUM-ACCOUNT        PIC 9(10)v99 VALUE 0.
01  WS-SUM-FAMILY         PIC 9(10)v99 VALUE 0.
01  WS-SUM-UNMATCHED      PIC 9(10)v99 VALUE 0.
01  WS-SUM-RECEIPTED      PIC 9(10)v99 VALUE 0.

01  RPT-HEADING-1.
    05 FILLER             PIC X(30) VALUE "PAY-BY-PHONE RECEIPTS".
    05 RPT-H-RUN-DATE     PIC 9(8).

01  RPT-HEADING-2.
    05 FILLER             PIC X(12) VALUE "CONFIRM NO".
    05 FILLER             PIC X(8)  VALUE "ACCOUNT".
    05 FILLER             PIC X(25) VALUE "PARENT".
    05 FILLER             PIC X(12) VALUE "     AMOUNT".
    05 FILLER             PIC X(22) VALUE "  POSTS AS".

01  RPT-DETAIL-LINE.
    05 RPT-CONFIRM-NO     PIC X(10).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-ACCT-NO        PIC 9(6).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-PARENT         PIC X(24).
    05 FILLER             PIC X(1)  VALUE SPACES.
    05 RPT-AMOUNT         PIC ZZZ,ZZ9.99.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-DISPOSITION    PIC X(22).

01  RPT-BLANK-LINE        PIC X(80)    VALUE SPACES.

01  RPT-TRAILER-LINE-1.
    05 FILLER             PIC X(22) VALUE "Pay-by-phone read    :".
    05 RPT-T-READ         PIC ZZZ,ZZ9.
01  RPT-TRAILER-LINE-2.
    05 FILLER             PIC X(22) VALUE "Already receipted    :".
    05 RPT-T-ALREADY      PIC ZZZ,ZZ9.
01  RPT-TRAILER-LINE-3.
    05 FILLER             PIC X(22) VALUE "Posted to account    :".
    05 RPT-T-ACCOUNT-CNT  PIC ZZZ,ZZ9.
    05 RPT-T-ACCOUNT-AMT  PIC Z,ZZZ,ZZZ,ZZ9.99.
01  RPT-TRAILER-LINE-4.
    05 FILLER             PIC X(22) VALUE "Spread over family   :".
    05 RPT-T-FAMILY-CNT   PIC ZZZ,ZZ9.
    05 RPT-T-FAMILY-AMT   PIC Z,ZZZ,ZZZ,ZZ9.99.
01  RPT-TRAILER-LINE-5.
    05 FILLER             PIC X(22) VALUE "No account - suspense:".
    05 RPT-T-UNMATCH-CNT  PIC ZZZ,ZZ9.
    05 RPT-T-UNMATCH-AMT  PIC Z,ZZZ,ZZZ,ZZ9.99.
01  RPT-TRAILER-LINE-6.
    05 FILLER             PIC X(22) VALUE "Receipts written     :".
    05 RPT-T-RECEIPTED    PIC ZZZ,ZZ9.
    05 RPT-T-RECEIPT-AMT  PIC Z,ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.

MAINLINE SECTION.
START-UP.

	ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
	OPEN I-O PAY-PHONE-FILE.
	IF PPY-FILE-STATUS NOT = "00"
	   DISPLAY "No pay-by-phone file - no receipts written"
	           WITH CONVERSION
	   STOP RUN.

	OPEN INPUT TEST-FILE.
	IF MST-FILE-STATUS NOT = "00"
	   DISPLAY "Account master not available - " MST-FILE-STATUS
	           WITH CONVERSION
	   CLOSE PAY-PHONE-FILE
	   STOP RUN.
	OPEN EXTEND RECEIPTS-FILE.
	IF RCP-FILE-STATUS = "05" OR RCP-FILE-STATUS = "35"
	   OR RCP-FILE-STATUS = "97"
	   OPEN OUTPUT RECEIPTS-FILE.
	OPEN OUTPUT PAYPHONE-REPORT.
	MOVE WS-RUN-DATE TO RPT-H-RUN-DATE.
	MOVE RPT-HEADING-1 TO REPORT-LINE.
	WRITE REPORT-LINE.
	MOVE RPT-HEADING-2 TO REPORT-LINE.
	WRITE REPORT-LINE.

	PERFORM 1-RECEIPT-ONE-PAYMENT THRU 1-EXIT UNTIL PPY-EOF.

	PERFORM 2-WRITE-CONTROL-TOTALS.
	CLOSE PAY-PHONE-FILE.
	CLOSE TEST-FILE.
	CLOSE RECEIPTS-FILE.
	CLOSE PAYPHONE-REPORT.
	DISPLAY "Pay-by-phone read: " WS-PAYMENTS-READ WITH CONVERSION.
	DISPLAY "Receipts written : " WS-RECEIPTED-CNT WITH CONVERSION.
	PERFORM 9-STAMP-RUN-CONTROL.
	STOP RUN.

START-UP-EXIT.
	EXIT.

1-RECEIPT-ONE-PAYMENT.

	READ PAY-PHONE-FILE
	  AT END SET PPY-EOF TO TRUE
	         GO TO 1-EXIT.

	ADD 1 TO WS-PAYMENTS-READ.
	IF PPY-STATUS = "R"
	   ADD 1 TO WS-ALREADY-CNT
	   GO TO 1-EXIT.
	INSPECT PPY-ACCT-CHAR REPLACING ALL SPACE BY ZERO.

	MOVE SPACES          TO RECEIPT-RECORD.
	MOVE PPY-PARENT      TO RCP-PAYER.
	MOVE PPY-CONFIRM-NO  TO RCP-CHECK-NO.
	MOVE PPY-AMOUNT      TO RCP-AMOUNT.
	MOVE PPY-PAY-DATE-CHAR TO RCP-PAY-DATE.
	MOVE 0               TO RCP-ACCT-NO.
	MOVE "T"             TO RCP-SOURCE.

	IF PPY-ACCT-NO = 0
	   GO TO 1A-NO-ACCOUNT.
	MOVE PPY-ACCT-NO TO ACCT-NO.
	READ TEST-FILE
	   INVALID KEY
	      IF PPY-SOURCE = "I"
	         GO TO 1B-TO-ACCOUNT
	      END-IF
	      GO TO 1A-NO-ACCOUNT
	END-READ.

	MOVE PARENT TO RCP-PAYER.
	MOVE STREET TO RCP-STREET.
	MOVE CITY   TO RCP-CITY.
	MOVE ZIP    TO RCP-ZIP.
	IF PPY-SOURCE = "I"
	   GO TO 1B-TO-ACCOUNT.

*>
*>	Outbound: the family's past due, spread by the family keys.
*>
	ADD 1 TO WS-FAMILY-CNT.
	ADD PPY-AMOUNT TO WS-SUM-FAMILY.
	MOVE "FAMILY" TO RPT-DISPOSITION.
	GO TO 1C-WRITE-RECEIPT.

*>
*>	An inbound payment keeps its subscriber's account, even one the
*>	master no longer carries - prog8 follows a merged account home
*>	and suspends the rest.
*>
1B-TO-ACCOUNT.
	MOVE PPY-ACCT-NO TO RCP-ACCT-NO.
	ADD 1 TO WS-ACCOUNT-CNT.
	ADD PPY-AMOUNT TO WS-SUM-ACCOUNT.
	MOVE "ACCOUNT" TO RPT-DISPOSITION.
	GO TO 1C-WRITE-RECEIPT.

1A-NO-ACCOUNT.
	ADD 1 TO WS-UNMATCHED-CNT.
	ADD PPY-AMOUNT TO WS-SUM-UNMATCHED.
	MOVE "NO ACCOUNT - SUSPENSE" TO RPT-DISPOSITION.

1C-WRITE-RECEIPT.
	WRITE RECEIPT-RECORD.
	MOVE "R" TO PPY-STATUS.
	REWRITE PAY-PHONE-RECORD.
	ADD 1 TO WS-RECEIPTED-CNT.
	ADD PPY-AMOUNT TO WS-SUM-RECEIPTED.

	MOVE PPY-CONFIRM-NO TO RPT-CONFIRM-NO.
	MOVE PPY-ACCT-NO    TO RPT-ACCT-NO.
	MOVE PPY-PARENT     TO RPT-PARENT.
	MOVE PPY-AMOUNT     TO RPT-AMOUNT.
	MOVE RPT-DETAIL-LINE TO REPORT-LINE.
	WRITE REPORT-LINE.

1-EXIT.
	EXIT.

2-WRITE-CONTROL-TOTALS.
*>
*>  Write the control-total trailer: every payment written is on the
*>  account, family, or suspense line (receipts written = the three,
*>  in count and dollars).
*>
	MOVE RPT-BLANK-LINE TO REPORT-LINE.
	WRITE REPORT-LINE.
	MOVE WS-PAYMENTS-READ TO RPT-T-READ.
	MOVE RPT-TRAILER-LINE-1 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-ALREADY-CNT TO RPT-T-ALREADY.
	MOVE RPT-TRAILER-LINE-2 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-ACCOUNT-CNT TO RPT-T-ACCOUNT-CNT.
	MOVE WS-SUM-ACCOUNT TO RPT-T-ACCOUNT-AMT.
	MOVE RPT-TRAILER-LINE-3 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-FAMILY-CNT TO RPT-T-FAMILY-CNT.
	MOVE WS-SUM-FAMILY TO RPT-T-FAMILY-AMT.
	MOVE RPT-TRAILER-LINE-4 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-UNMATCHED-CNT TO RPT-T-UNMATCH-CNT.
	MOVE WS-SUM-UNMATCHED TO RPT-T-UNMATCH-AMT.
	MOVE RPT-TRAILER-LINE-5 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-RECEIPTED-CNT TO RPT-T-RECEIPTED.
	MOVE WS-SUM-RECEIPTED TO RPT-T-RECEIPT-AMT.
	MOVE RPT-TRAILER-LINE-6 TO REPORT-LINE.
	WRITE REPORT-LINE.

9-STAMP-RUN-CONTROL.
*>
*>  Stamp the shared run-control file for the audit page.
*>
	OPEN EXTEND RUN-CONTROL-FILE.
	IF RUN-FILE-STATUS = "05" OR RUN-FILE-STATUS = "35"
	   OR RUN-FILE-STATUS = "97"
	   OPEN OUTPUT RUN-CONTROL-FILE.
	MOVE SPACES TO RUN-CONTROL-RECORD.
	MOVE "prog25"    TO RUN-PROGRAM-ID.
	MOVE WS-RUN-DATE TO RUN-STAMP-DATE.
	ACCEPT WS-STAMP-TIME FROM TIME.
	MOVE WS-STAMP-TIME(1:6) TO RUN-STAMP-TIME.
	MOVE "C"         TO RUN-STATUS.
	STRING "RECEIPTED "      DELIMITED BY SIZE
	       WS-RECEIPTED-CNT  DELIMITED BY SIZE
	       " AMT "           DELIMITED BY SIZE
	       WS-SUM-RECEIPTED  DELIMITED BY SIZE
	       INTO RUN-TOTALS.
	WRITE RUN-CONTROL-RECORD.
	CLOSE RUN-CONTROL-FILE.
