IDENTIFICATION DIVISION.
PROGRAM-ID. prog22.
*>
*>  Returned-item (NSF) processing.  When the bank sends a parent's
*>  check back, prog8 has long since written the "P" record to the
*>  shared history with the check number in HST-REFERENCE and drawn
*>  BALANCE down in 2P-APPLY-TO-RECORD - and a family-keyed check is
*>  spread across as many siblings as it took to use it up.  Until
*>  now the office keyed a fake charge to put the money back, which
*>  aged as new tuition and reached the ledger as revenue.
*>
*>  This run takes the bank's returned-check notices (check number,
*>  amount, return date), finds the original payment rows on the
*>  history by check number, and - only when those rows add up to
*>  the notice amount - puts every dollar back on every account the
*>  check was applied to.  Each restoration is written to the history
*>  as a distinct "N" return record carrying the check number, so the
*>  aging sees the debt again, prog14 reverses the cash instead of
*>  booking revenue, and a second run over the same notice is caught
*>  as already returned.  An optional returned-check fee from the
*>  control record is charged once per check, to the first account
*>  the check paid, as a "C" record with the reference "NSF FEE".
*>  Where the check had left a credit on account, the restoration
*>  takes the credit back first, the way a charge uses it up.
*>
*>  Every family a returned check touched is flagged NSF-FLAG "Y" on
*>  every member record, so the office knows to stop taking that
*>  family's checks (prog15 shows the flag and clears it).  Every
*>  rewrite is journaled prog6-style under the run date with
*>  JRN-CTL-FILTER "N" and the fee posted in JRN-CTL-AMOUNT, so a run
*>  made from a bad notice backs out with prog11 like any other bad
*>  posting run.  The returned-items report lists each account
*>  restored and each notice's disposition, with control totals that
*>  prove the dollars restored equal the checks returned.
*>
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

*>  One record per returned check, keyed from the bank's notices.
        SELECT RETURNS-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_RETURNS.DAT"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS RTN-FILE-STATUS.

*>  One record: the returned-check fee.  No control record staged (or
*>  a zero fee) means the checks are returned with no fee charged.
        SELECT RETURN-CONTROL-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_NSF_CTL.TMP"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS CTL-FILE-STATUS.

        SELECT TEST-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_VENDOR_MST.TMP"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ACCT-NO
                FILE STATUS IS MST-FILE-STATUS.

*>  The history read for the original payments; appended to below
*>  under its own SELECT once the reads are done, the way prog21
*>  nets the history and then posts to it.
        SELECT HISTORY-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_VENDOR_HST.TMP"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS HST-FILE-STATUS.

        SELECT TRANSACTION-HISTORY
                ASSIGN TO "SYS$SCRATCH:TTI_VENDOR_HST.TMP"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS HS2-FILE-STATUS.

*>  One record per account and returned check: the dollars to put
*>  back and the fee to charge, built fresh each run the way prog19
*>  builds its rating work file, so the posting pass touches - and
*>  journals - each master record once.
        SELECT RETURN-WORK-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_NSF_WRK.TMP"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RWK-KEY
                FILE STATUS IS RWK-FILE-STATUS.

        SELECT POSTING-JOURNAL
                ASSIGN TO "SYS$SCRATCH:TTI_VENDOR_JRN.TMP"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS JRN-FILE-STATUS.

        SELECT RETURNS-REPORT
                ASSIGN TO "SYS$PRINT"
                ORGANIZATION IS LINE SEQUENTIAL.

        SELECT RUN-CONTROL-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_RUN_CTL.TMP"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS RUN-FILE-STATUS.

DATA DIVISION.
FILE SECTION.

FD  RETURNS-FILE.
01  RETURN-NOTICE-RECORD.
    05 RTN-CHECK-NO           PIC X(10).
    05 RTN-AMOUNT             PIC 9(6)v99.
    05 RTN-AMOUNT-CHAR REDEFINES RTN-AMOUNT PIC X(8).
    05 RTN-RETURN-DATE        PIC X(8).
    05 RTN-BANK-REASON        PIC X(20).
    05 FILLER                 PIC X(24).

FD  RETURN-CONTROL-FILE.
01  RETURN-CONTROL-RECORD.
    05 NSF-FEE-AMOUNT         PIC 9(4)v99.
    05 FILLER                 PIC X(60).

*>  NSF-FLAG is carved from the trailing filler: "Y" once a check
*>  from the family has come back, until the office clears it.
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
    05 NSF-FLAG    PIC X.
       88 NSF-CHECKS-REFUSED  VALUE "Y".
    05 CREDIT-BAL  PIC 9(6)v99.
    05 CREDIT-BAL-CHAR REDEFINES CREDIT-BAL PIC X(8).
    05 CREDIT-DATE PIC 9(8).
    05 CREDIT-DATE-CHAR REDEFINES CREDIT-DATE PIC X(8).
    05 FILLER      PIC X(10).

FD  HISTORY-FILE.
01  HISTORY-RECORD.
    05 HST-ACCT-NO            PIC 9(6).
    05 HST-TXN-DATE           PIC X(8).
    05 HST-TXN-TYPE           PIC X.
    05 HST-AMOUNT             PIC 9(6)v99.
    05 HST-REFERENCE          PIC X(10).
    05 FILLER                 PIC X(47).

FD  TRANSACTION-HISTORY.
01  OUT-HISTORY-RECORD.
    05 OHS-ACCT-NO            PIC 9(6).
    05 OHS-TXN-DATE           PIC X(8).
    05 OHS-TXN-TYPE           PIC X.
    05 OHS-AMOUNT             PIC 9(6)v99.
    05 OHS-REFERENCE          PIC X(10).
    05 FILLER                 PIC X(47).

FD  RETURN-WORK-FILE.
01  RETURN-WORK-RECORD.
    05 RWK-KEY.
       10 RWK-ACCT-NO         PIC 9(6).
       10 RWK-CHECK-NO        PIC X(10).
    05 RWK-AMOUNT             PIC 9(6)v99.
    05 RWK-FEE                PIC 9(4)v99.
    05 RWK-RETURN-DATE        PIC X(8).
    05 FILLER                 PIC X(20).

FD  POSTING-JOURNAL.
01  JOURNAL-RECORD.
    05 JRN-RUN-DATE           PIC 9(8).
    05 JRN-CTL-AMOUNT         PIC 9(6)v99.
    05 JRN-CTL-EFF-DATE       PIC X(8).
    05 JRN-CTL-FILTER         PIC X.
    05 JRN-ACCT-NO            PIC 9(6).
    05 JRN-BEFORE-IMAGE       PIC X(200).
    05 JRN-AFTER-IMAGE        PIC X(200).

FD  RETURNS-REPORT.
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

01  RTN-FILE-STATUS PIC XX   VALUE "00".
01  CTL-FILE-STATUS PIC XX   VALUE "00".
01  MST-FILE-STATUS PIC XX   VALUE "00".
01  HST-FILE-STATUS PIC XX   VALUE "00".
01  HS2-FILE-STATUS PIC XX   VALUE "00".
01  RWK-FILE-STATUS PIC XX   VALUE "00".
01  JRN-FILE-STATUS PIC XX   VALUE "00".
01  RUN-FILE-STATUS PIC XX   VALUE "00".
01  RTN-EOF-SW     PIC X     VALUE '0'.
    88 RTN-EOF               VALUE '1'.
01  HIST-EOF-SW    PIC X     VALUE '0'.
    88 HIST-EOF              VALUE '1'.
01  RWK-EOF-SW     PIC X     VALUE '0'.
    88 RWK-EOF               VALUE '1'.
01  SCAN-EOF-SW    PIC X     VALUE '0'.
    88 SCAN-EOF              VALUE '1'.

01  WS-RUN-DATE           PIC 9(8)     VALUE 0.
01  WS-STAMP-TIME         PIC 9(8)     VALUE 0.
01  WS-FEE-AMOUNT         PIC 9(4)v99  VALUE 0.
01  WS-CHASE-CNT          PIC 9(2)     VALUE 0.

*>  The day's notices, held for the two history passes.  The status
*>  byte is the notice's disposition: " " not yet judged, "R" to be
*>  returned, "A" already returned on an earlier run, "M" no payment
*>  found, "D" the payments found do not add up to the notice.
01  WS-NOTICE-MAX         PIC 9(3)     VALUE 200.
01  WS-NOTICE-CNT         PIC 9(3)     VALUE 0.
01  WS-NOTICE-IDX         PIC 9(3)     VALUE 0.
01  WS-NOTICE-TABLE.
    03 WS-NOTICE-ENTRY OCCURS 200 TIMES.
       05 WS-NTC-CHECK-NO    PIC X(10).
       05 WS-NTC-AMOUNT      PIC 9(6)v99.
       05 WS-NTC-RETURN-DATE PIC X(8).
       05 WS-NTC-FOUND-AMT   PIC 9(8)v99.
       05 WS-NTC-FOUND-CNT   PIC 9(3).
       05 WS-NTC-FEE-SW      PIC X.
          88 WS-NTC-FEE-TAKEN          VALUE 'Y'.
       05 WS-NTC-STATUS      PIC X.
          88 WS-NTC-TO-RETURN          VALUE 'R'.
          88 WS-NTC-ALREADY-RETURNED   VALUE 'A'.
          88 WS-NTC-NOT-FOUND          VALUE 'M'.
          88 WS-NTC-AMOUNT-DIFFERS     VALUE 'D'.
01  WS-MATCH-IDX          PIC 9(3)     VALUE 0.

*>  The families a returned check touched, by prog7's family keys,
*>  for the flag pass over the rest of each family's members.
01  WS-FAMILY-MAX         PIC 9(3)     VALUE 200.
01  WS-FAMILY-CNT         PIC 9(3)     VALUE 0.
01  WS-FAMILY-IDX         PIC 9(3)     VALUE 0.
01  WS-FAMILY-TABLE.
    03 WS-FAMILY-ENTRY OCCURS 200 TIMES.
       05 WS-FAM-PARENT      PIC X(24).
       05 WS-FAM-STREET      PIC X(30).
       05 WS-FAM-CITY        PIC X(12).
       05 WS-FAM-ZIP         PIC X(9).
01  WS-FAMILY-FOUND-SW    PIC X        VALUE 'N'.
    88 WS-FAMILY-FOUND                 VALUE 'Y'.

*>  Posting-pass work: one account's returned checks are gathered
*>  off the work file (it is in account order) and posted in one
*>  rewrite, then each check's "N" record is written behind it.
01  WS-POST-ACCT          PIC 9(6)     VALUE 0.
01  WS-ACCT-RESTORE       PIC 9(8)v99  VALUE 0.
01  WS-ACCT-FEE           PIC 9(6)v99  VALUE 0.
01  WS-OLD-BALANCE        PIC 9(6)v99  VALUE 0.
01  WS-CREDIT-USED        PIC 9(6)v99  VALUE 0.
01  WS-BEFORE-IMAGE       PIC X(200)   VALUE SPACES.
01  WS-ACCT-CHECK-MAX     PIC 9(2)     VALUE 20.
01  WS-ACCT-CHECK-CNT     PIC 9(2)     VALUE 0.
01  WS-ACCT-CHECK-IDX     PIC 9(2)     VALUE 0.
01  WS-ACCT-CHECK-TABLE.
    03 WS-ACCT-CHECK-ENTRY OCCURS 20 TIMES.
       05 WS-ACK-CHECK-NO    PIC X(10).
       05 WS-ACK-AMOUNT      PIC 9(6)v99.
       05 WS-ACK-FEE         PIC 9(4)v99.
       05 WS-ACK-RETURN-DATE PIC X(8).

01  WS-NOTICES-READ       PIC 9(6)     VALUE 0.
01  WS-CHECKS-RETURNED    PIC 9(6)     VALUE 0.
01  WS-NOTICES-REJECTED   PIC 9(6)     VALUE 0.
01  WS-ACCOUNTS-RESTORED  PIC 9(6)     VALUE 0.
01  WS-ACCOUNTS-MISSING   PIC 9(6)     VALUE 0.
01  WS-ACCOUNTS-FLAGGED   PIC 9(6)     VALUE 0.
01  WS-FEES-CHARGED       PIC 9(6)     VALUE 0.
01  WS-SUM-NOTICES        PIC 9(10)v99 VALUE 0.
01  WS-SUM-RETURNED       PIC 9(10)v99 VALUE 0.
01  WS-SUM-REJECTED       PIC 9(10)v99 VALUE 0.
01  WS-SUM-RESTORED       PIC 9(10)v99 VALUE 0.
01  WS-SUM-FEES           PIC 9(10)v99 VALUE 0.
01  WS-PROOF-AMT          PIC S9(10)v99 VALUE 0.

01  RPT-HEADING-1.
    05 FILLER             PIC X(30) VALUE "RETURNED ITEMS PROCESSED".
    05 RPT-H-RUN-DATE     PIC 9(8).

01  RPT-HEADING-2.
    05 FILLER             PIC X(8)  VALUE "ACCOUNT".
    05 FILLER             PIC X(22) VALUE "NAME".
    05 FILLER             PIC X(12) VALUE "CHECK NO".
    05 FILLER             PIC X(12) VALUE "   RESTORED".
    05 FILLER             PIC X(11) VALUE "       FEE".
    05 FILLER             PIC X(12) VALUE "    NEW BAL".

01  RPT-DETAIL-LINE.
    05 RPT-ACCT-NO        PIC 9(6).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-NAME           PIC X(20).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-CHECK-NO       PIC X(10).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-RESTORED       PIC ZZZ,ZZ9.99  BLANK WHEN ZERO.
    05 FILLER             PIC X(1)  VALUE SPACES.
    05 RPT-FEE            PIC Z,ZZ9.99    BLANK WHEN ZERO.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-NEW-BALANCE    PIC ZZZ,ZZ9.99  BLANK WHEN ZERO.
    05 FILLER             PIC X(1)  VALUE SPACES.
    05 RPT-FLAG-NOTE      PIC X(4).

01  RPT-HEADING-3.
    05 FILLER             PIC X(12) VALUE "CHECK NO".
    05 FILLER             PIC X(10) VALUE "RETURNED".
    05 FILLER             PIC X(12) VALUE "     AMOUNT".
    05 FILLER             PIC X(12) VALUE "      FOUND".
    05 FILLER             PIC X(6)  VALUE " ACCTS".
    05 FILLER             PIC X(20) VALUE "  DISPOSITION".

01  RPT-NOTICE-LINE.
    05 RPT-N-CHECK-NO     PIC X(10).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-N-RETURN-DATE  PIC X(8).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-N-AMOUNT       PIC ZZZ,ZZ9.99.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-N-FOUND        PIC ZZZ,ZZ9.99  BLANK WHEN ZERO.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-N-ACCTS        PIC ZZ9.
    05 FILLER             PIC X(3)  VALUE SPACES.
    05 RPT-N-DISPOSITION  PIC X(20).

01  RPT-BLANK-LINE        PIC X(80)    VALUE SPACES.

01  RPT-TRAILER-LINE-1.
    05 FILLER             PIC X(22) VALUE "Notices read         :".
    05 RPT-T-READ-CNT     PIC ZZZ,ZZ9.
    05 RPT-T-READ-AMT     PIC Z,ZZZ,ZZZ,ZZ9.99.
01  RPT-TRAILER-LINE-2.
    05 FILLER             PIC X(22) VALUE "Checks returned      :".
    05 RPT-T-RETURNED-CNT PIC ZZZ,ZZ9.
    05 RPT-T-RETURNED-AMT PIC Z,ZZZ,ZZZ,ZZ9.99.
01  RPT-TRAILER-LINE-3.
    05 FILLER             PIC X(22) VALUE "Notices not processed:".
    05 RPT-T-REJECTED-CNT PIC ZZZ,ZZ9.
    05 RPT-T-REJECTED-AMT PIC Z,ZZZ,ZZZ,ZZ9.99.
01  RPT-TRAILER-LINE-4.
    05 FILLER             PIC X(22) VALUE "Accounts restored    :".
    05 RPT-T-RESTORED-CNT PIC ZZZ,ZZ9.
    05 RPT-T-RESTORED-AMT PIC Z,ZZZ,ZZZ,ZZ9.99.
01  RPT-TRAILER-LINE-5.
    05 FILLER             PIC X(22) VALUE "Returned-check fees  :".
    05 RPT-T-FEE-CNT      PIC ZZZ,ZZ9.
    05 RPT-T-FEE-AMT      PIC Z,ZZZ,ZZZ,ZZ9.99.
01  RPT-TRAILER-LINE-6.
    05 FILLER             PIC X(22) VALUE "Accounts not found   :".
    05 RPT-T-MISSING      PIC ZZZ,ZZ9.
01  RPT-TRAILER-LINE-7.
    05 FILLER             PIC X(22) VALUE "Accounts flagged NSF :".
    05 RPT-T-FLAGGED      PIC ZZZ,ZZ9.
01  RPT-TRAILER-LINE-8.
    05 FILLER             PIC X(22) VALUE "Proof (must be zero) :".
    05 FILLER             PIC X(6)  VALUE SPACES.
    05 RPT-T-PROOF        PIC Z,ZZZ,ZZZ,ZZ9.99-.

PROCEDURE DIVISION.

MAINLINE SECTION.
START-UP.

	ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
	PERFORM 0-READ-CONTROL-RECORD THRU 0-EXIT.
	PERFORM 0A-LOAD-NOTICES THRU 0A-EXIT.
	IF WS-NOTICE-CNT = 0
	   DISPLAY "No returned-check notices - nothing returned"
	           WITH CONVERSION
	   STOP RUN.

	OPEN I-O TEST-FILE ALLOWING ALL.
	IF MST-FILE-STATUS NOT = "00"
	   DISPLAY "Account master not available - " MST-FILE-STATUS
	           WITH CONVERSION
	   STOP RUN.

*>
*>	Pass one over the history: total the payment rows each notice's
*>	check number posted, and catch a check already returned.
*>	Nothing is touched until every notice has been judged.
*>
	OPEN INPUT HISTORY-FILE.
	IF HST-FILE-STATUS NOT = "00"
	   DISPLAY "Transaction history not available - "
	           HST-FILE-STATUS WITH CONVERSION
	   CLOSE TEST-FILE
	   STOP RUN.
	PERFORM 1-TOTAL-ONE-HISTORY THRU 1-EXIT UNTIL HIST-EOF.
	CLOSE HISTORY-FILE.

	PERFORM 1C-JUDGE-ONE-NOTICE THRU 1C-EXIT
	    VARYING WS-NOTICE-IDX FROM 1 BY 1
	    UNTIL WS-NOTICE-IDX > WS-NOTICE-CNT.

*>
*>	Pass two: spread each good notice back over the accounts its
*>	check paid, one work record per account and check.  The work
*>	file is built fresh each run, the way prog19 builds its own.
*>
	OPEN OUTPUT RETURN-WORK-FILE.
	CLOSE RETURN-WORK-FILE.
	OPEN I-O RETURN-WORK-FILE.
	MOVE '0' TO HIST-EOF-SW.
	OPEN INPUT HISTORY-FILE.
	PERFORM 2-SPREAD-ONE-HISTORY THRU 2-EXIT UNTIL HIST-EOF.
	CLOSE HISTORY-FILE.

	OPEN EXTEND TRANSACTION-HISTORY.
	IF HS2-FILE-STATUS = "05" OR HS2-FILE-STATUS = "35"
	   OR HS2-FILE-STATUS = "97"
	   OPEN OUTPUT TRANSACTION-HISTORY.
	OPEN EXTEND POSTING-JOURNAL.
	IF JRN-FILE-STATUS = "05" OR JRN-FILE-STATUS = "35"
	   OR JRN-FILE-STATUS = "97"
	   OPEN OUTPUT POSTING-JOURNAL.
	OPEN OUTPUT RETURNS-REPORT.
	MOVE WS-RUN-DATE TO RPT-H-RUN-DATE.
	MOVE RPT-HEADING-1 TO REPORT-LINE.
	WRITE REPORT-LINE.
	MOVE RPT-HEADING-2 TO REPORT-LINE.
	WRITE REPORT-LINE.

	PERFORM 3-POST-RETURNS THRU 3-EXIT.
	CLOSE RETURN-WORK-FILE.

*>
*>	Flag the rest of each touched family - siblings the check never
*>	reached still belong to the family whose checks we stop taking.
*>
	IF WS-FAMILY-CNT > 0
	   PERFORM 4-FLAG-FAMILIES THRU 4-EXIT.

	PERFORM 5-LIST-NOTICES THRU 5-EXIT.
	PERFORM 6-WRITE-CONTROL-TOTALS.
	DISPLAY "Notices read     : " WS-NOTICES-READ WITH CONVERSION.
	DISPLAY "Checks returned  : " WS-CHECKS-RETURNED WITH CONVERSION.
	DISPLAY "Notices rejected : " WS-NOTICES-REJECTED
	        WITH CONVERSION.
	DISPLAY "Accounts flagged : " WS-ACCOUNTS-FLAGGED
	        WITH CONVERSION.
	CLOSE TEST-FILE.
	CLOSE TRANSACTION-HISTORY.
	CLOSE POSTING-JOURNAL.
	CLOSE RETURNS-REPORT.
	PERFORM 9-STAMP-RUN-CONTROL.
	STOP RUN.

START-UP-EXIT.
	EXIT.

0-READ-CONTROL-RECORD.
*>
*>  Pick up the returned-check fee operations staged, if any.
*>
	OPEN INPUT RETURN-CONTROL-FILE.
	IF CTL-FILE-STATUS NOT = "00"
	   DISPLAY "No fee control record - no returned-check fee"
	           WITH CONVERSION
	   GO TO 0-EXIT.
	READ RETURN-CONTROL-FILE
	   AT END
	      CLOSE RETURN-CONTROL-FILE
	      GO TO 0-EXIT
	END-READ.
	MOVE NSF-FEE-AMOUNT TO WS-FEE-AMOUNT.
	DISPLAY "Returned-check fee: " WS-FEE-AMOUNT WITH CONVERSION.
	CLOSE RETURN-CONTROL-FILE.

0-EXIT.
	EXIT.

0A-LOAD-NOTICES.
*>
*>  Table the day's notices.  Two hundred returned checks in a day
*>  is far past anything the office has seen; a notice past the
*>  table is left on the file unworked and shown on the console so
*>  it can be run the next day.
*>
	OPEN INPUT RETURNS-FILE.
	IF RTN-FILE-STATUS NOT = "00"
	   GO TO 0A-EXIT.
	PERFORM 0B-LOAD-ONE-NOTICE THRU 0B-EXIT UNTIL RTN-EOF.
	CLOSE RETURNS-FILE.

0A-EXIT.
	EXIT.

0B-LOAD-ONE-NOTICE.

	READ RETURNS-FILE
	  AT END SET RTN-EOF TO TRUE
	         GO TO 0B-EXIT.

	INSPECT RTN-AMOUNT-CHAR REPLACING ALL SPACE BY ZERO.
	ADD 1 TO WS-NOTICES-READ.
	ADD RTN-AMOUNT TO WS-SUM-NOTICES.
	IF WS-NOTICE-CNT NOT < WS-NOTICE-MAX
	   DISPLAY "Notice table full - check " RTN-CHECK-NO
	           " not worked" WITH CONVERSION
	   ADD 1 TO WS-NOTICES-REJECTED
	   ADD RTN-AMOUNT TO WS-SUM-REJECTED
	   GO TO 0B-EXIT.

	ADD 1 TO WS-NOTICE-CNT.
	MOVE RTN-CHECK-NO    TO WS-NTC-CHECK-NO (WS-NOTICE-CNT).
	MOVE RTN-AMOUNT      TO WS-NTC-AMOUNT (WS-NOTICE-CNT).
*>
*>	The return is dated off the notice; a notice date that is not
*>	a clean YYYYMMDD falls back to the run date, as prog6 treats
*>	its effective date.
*>
	IF RTN-RETURN-DATE = SPACES OR RTN-RETURN-DATE NOT NUMERIC
	   MOVE WS-RUN-DATE  TO WS-NTC-RETURN-DATE (WS-NOTICE-CNT)
	ELSE
	   MOVE RTN-RETURN-DATE TO WS-NTC-RETURN-DATE (WS-NOTICE-CNT)
	END-IF.
	MOVE 0               TO WS-NTC-FOUND-AMT (WS-NOTICE-CNT).
	MOVE 0               TO WS-NTC-FOUND-CNT (WS-NOTICE-CNT).
	MOVE SPACE           TO WS-NTC-FEE-SW (WS-NOTICE-CNT).
	MOVE SPACE           TO WS-NTC-STATUS (WS-NOTICE-CNT).

0B-EXIT.
	EXIT.

1-TOTAL-ONE-HISTORY.
*>
*>  Total the payment rows for each notice's check number.  prog11's
*>  reversals ride the history as "P" records with their own
*>  references, so they can never match a check number.  An "N" row
*>  under the check number means an earlier run already returned it.
*>
	READ HISTORY-FILE
	  AT END SET HIST-EOF TO TRUE
	         GO TO 1-EXIT.

	IF HST-TXN-TYPE NOT = "P" AND HST-TXN-TYPE NOT = "N"
	   GO TO 1-EXIT.
	PERFORM 1A-FIND-NOTICE THRU 1A-EXIT.
	IF WS-MATCH-IDX = 0
	   GO TO 1-EXIT.

	IF HST-TXN-TYPE = "N"
	   SET WS-NTC-ALREADY-RETURNED (WS-MATCH-IDX) TO TRUE
	ELSE
	   ADD HST-AMOUNT TO WS-NTC-FOUND-AMT (WS-MATCH-IDX)
	   ADD 1 TO WS-NTC-FOUND-CNT (WS-MATCH-IDX)
	END-IF.

1-EXIT.
	EXIT.

1A-FIND-NOTICE.
*>
*>  Find the notice for the check number on the history record in
*>  hand; WS-MATCH-IDX is left zero when there is none.
*>
	MOVE 0 TO WS-MATCH-IDX.
	PERFORM 1B-TEST-ONE-NOTICE THRU 1B-EXIT
	    VARYING WS-NOTICE-IDX FROM 1 BY 1
	    UNTIL WS-NOTICE-IDX > WS-NOTICE-CNT OR WS-MATCH-IDX > 0.

1A-EXIT.
	EXIT.

1B-TEST-ONE-NOTICE.

	IF WS-NTC-CHECK-NO (WS-NOTICE-IDX) = HST-REFERENCE
	   MOVE WS-NOTICE-IDX TO WS-MATCH-IDX.

1B-EXIT.
	EXIT.

1C-JUDGE-ONE-NOTICE.
*>
*>  A notice is worked only when the payments found for its check
*>  come to exactly the notice amount - a check number that matches
*>  a different family's check, or a check partly suspended, must go
*>  to the office rather than restore the wrong dollars.
*>
	IF WS-NTC-ALREADY-RETURNED (WS-NOTICE-IDX)
	   GO TO 1C-REJECT.
	IF WS-NTC-FOUND-CNT (WS-NOTICE-IDX) = 0
	   SET WS-NTC-NOT-FOUND (WS-NOTICE-IDX) TO TRUE
	   GO TO 1C-REJECT.
	IF WS-NTC-FOUND-AMT (WS-NOTICE-IDX)
	   NOT = WS-NTC-AMOUNT (WS-NOTICE-IDX)
	   SET WS-NTC-AMOUNT-DIFFERS (WS-NOTICE-IDX) TO TRUE
	   GO TO 1C-REJECT.

	SET WS-NTC-TO-RETURN (WS-NOTICE-IDX) TO TRUE.
	ADD 1 TO WS-CHECKS-RETURNED.
	ADD WS-NTC-AMOUNT (WS-NOTICE-IDX) TO WS-SUM-RETURNED.
	GO TO 1C-EXIT.

1C-REJECT.
	ADD 1 TO WS-NOTICES-REJECTED.
	ADD WS-NTC-AMOUNT (WS-NOTICE-IDX) TO WS-SUM-REJECTED.

1C-EXIT.
	EXIT.

2-SPREAD-ONE-HISTORY.
*>
*>  For each payment row of a check being returned, put the row's
*>  dollars on the work file against the account that holds the
*>  money today - a payment on an account prog16 has since merged
*>  away is followed home to the survivor, the way prog8's keyed
*>  pass follows it.  The fee rides on the first row of the check.
*>
	READ HISTORY-FILE
	  AT END SET HIST-EOF TO TRUE
	         GO TO 2-EXIT.

	IF HST-TXN-TYPE NOT = "P"
	   GO TO 2-EXIT.
	PERFORM 1A-FIND-NOTICE THRU 1A-EXIT.
	IF WS-MATCH-IDX = 0
	   GO TO 2-EXIT.
	IF NOT WS-NTC-TO-RETURN (WS-MATCH-IDX)
	   GO TO 2-EXIT.

	MOVE HST-ACCT-NO TO WS-POST-ACCT.
	MOVE HST-ACCT-NO TO ACCT-NO.
	READ TEST-FILE
	   INVALID KEY
	      GO TO 2-ADD-WORK
	END-READ.
	MOVE 0 TO WS-CHASE-CNT.
	INSPECT MERGED-TO-CHAR REPLACING ALL SPACE BY ZERO.
	PERFORM 2B-CHASE-MERGED THRU 2B-EXIT
	    UNTIL WS-CHASE-CNT > 10 OR MERGED-TO-ACCT = 0.
	IF WS-CHASE-CNT NOT > 10
	   MOVE ACCT-NO TO WS-POST-ACCT.

2-ADD-WORK.
	MOVE WS-POST-ACCT TO RWK-ACCT-NO.
	MOVE HST-REFERENCE TO RWK-CHECK-NO.
	READ RETURN-WORK-FILE
	   INVALID KEY
	      MOVE SPACES        TO RETURN-WORK-RECORD
	      MOVE WS-POST-ACCT  TO RWK-ACCT-NO
	      MOVE HST-REFERENCE TO RWK-CHECK-NO
	      MOVE HST-AMOUNT    TO RWK-AMOUNT
	      MOVE 0             TO RWK-FEE
	      MOVE WS-NTC-RETURN-DATE (WS-MATCH-IDX) TO RWK-RETURN-DATE
	      PERFORM 2A-TAKE-FEE
	      WRITE RETURN-WORK-RECORD
	   NOT INVALID KEY
	      ADD HST-AMOUNT TO RWK-AMOUNT
	      PERFORM 2A-TAKE-FEE
	      REWRITE RETURN-WORK-RECORD
	END-READ.

2-EXIT.
	EXIT.

2A-TAKE-FEE.
*>
*>  Charge the fee once per check, on the work record in hand.
*>
	IF WS-FEE-AMOUNT > 0
	   AND NOT WS-NTC-FEE-TAKEN (WS-MATCH-IDX)
	   MOVE WS-FEE-AMOUNT TO RWK-FEE
	   SET WS-NTC-FEE-TAKEN (WS-MATCH-IDX) TO TRUE.

2B-CHASE-MERGED.

	ADD 1 TO WS-CHASE-CNT.
	MOVE MERGED-TO-ACCT TO ACCT-NO.
	READ TEST-FILE
	   INVALID KEY
	      MOVE 99 TO WS-CHASE-CNT
	      GO TO 2B-EXIT
	END-READ.
	INSPECT MERGED-TO-CHAR REPLACING ALL SPACE BY ZERO.

2B-EXIT.
	EXIT.

3-POST-RETURNS.
*>
*>  Post the work file in account order: each account's returned
*>  checks are gathered and posted in one rewrite with one journal
*>  entry, the shape prog11 reverses whole.
*>
	MOVE LOW-VALUES TO RWK-KEY.
	START RETURN-WORK-FILE KEY NOT LESS THAN RWK-KEY
	   INVALID KEY
	      SET RWK-EOF TO TRUE
	END-START.
	IF NOT RWK-EOF
	   PERFORM 3A-READ-WORK THRU 3A-EXIT.
	PERFORM 3B-POST-ONE-ACCOUNT THRU 3B-EXIT UNTIL RWK-EOF.

3-EXIT.
	EXIT.

3A-READ-WORK.

	READ RETURN-WORK-FILE NEXT RECORD
	  AT END SET RWK-EOF TO TRUE.

3A-EXIT.
	EXIT.

3B-POST-ONE-ACCOUNT.

	MOVE RWK-ACCT-NO TO WS-POST-ACCT.
	MOVE 0 TO WS-ACCT-RESTORE.
	MOVE 0 TO WS-ACCT-FEE.
	MOVE 0 TO WS-ACCT-CHECK-CNT.
	PERFORM 3C-GATHER-ONE-CHECK THRU 3C-EXIT
	    UNTIL RWK-EOF OR RWK-ACCT-NO NOT = WS-POST-ACCT.

	MOVE WS-POST-ACCT TO ACCT-NO.
	READ TEST-FILE
	   INVALID KEY
	      DISPLAY "Account " WS-POST-ACCT
	              " not on master - return not restored"
	              WITH CONVERSION
	      ADD 1 TO WS-ACCOUNTS-MISSING
	      GO TO 3B-EXIT
	END-READ.

	MOVE TEST-FILE-RECORD TO WS-BEFORE-IMAGE.
	INSPECT BALANCE-CHAR REPLACING ALL SPACE BY ZERO.
	MOVE BALANCE TO WS-OLD-BALANCE.
	ADD WS-ACCT-RESTORE TO BALANCE.
	ADD WS-ACCT-FEE     TO BALANCE.
	PERFORM 3F-USE-CREDIT THRU 3F-EXIT.
	MOVE "Y" TO NSF-FLAG.
	REWRITE TEST-FILE-RECORD.
	ADD 1 TO WS-ACCOUNTS-RESTORED.
	ADD 1 TO WS-ACCOUNTS-FLAGGED.
	ADD WS-ACCT-RESTORE TO WS-SUM-RESTORED.
	PERFORM 3E-NOTE-FAMILY THRU 3E-EXIT.

	MOVE WS-RUN-DATE       TO JRN-RUN-DATE.
	MOVE WS-ACCT-FEE       TO JRN-CTL-AMOUNT.
	MOVE SPACES            TO JRN-CTL-EFF-DATE.
	MOVE "N"               TO JRN-CTL-FILTER.
	MOVE ACCT-NO           TO JRN-ACCT-NO.
	MOVE WS-BEFORE-IMAGE   TO JRN-BEFORE-IMAGE.
	MOVE TEST-FILE-RECORD  TO JRN-AFTER-IMAGE.
	WRITE JOURNAL-RECORD.

	PERFORM 3D-WRITE-ONE-RETURN THRU 3D-EXIT
	    VARYING WS-ACCT-CHECK-IDX FROM 1 BY 1
	    UNTIL WS-ACCT-CHECK-IDX > WS-ACCT-CHECK-CNT.

3B-EXIT.
	EXIT.

3C-GATHER-ONE-CHECK.
*>
*>  Gather one of the account's returned checks.  Twenty returned
*>  checks on one child's account in one run is past anything real;
*>  a check past the table is left for the next run, so nothing is
*>  posted that the history cannot show.
*>
	IF WS-ACCT-CHECK-CNT < WS-ACCT-CHECK-MAX
	   ADD 1 TO WS-ACCT-CHECK-CNT
	   MOVE RWK-CHECK-NO    TO WS-ACK-CHECK-NO (WS-ACCT-CHECK-CNT)
	   MOVE RWK-AMOUNT      TO WS-ACK-AMOUNT (WS-ACCT-CHECK-CNT)
	   MOVE RWK-FEE         TO WS-ACK-FEE (WS-ACCT-CHECK-CNT)
	   MOVE RWK-RETURN-DATE TO WS-ACK-RETURN-DATE (WS-ACCT-CHECK-CNT)
	   ADD RWK-AMOUNT TO WS-ACCT-RESTORE
	   ADD RWK-FEE    TO WS-ACCT-FEE
	ELSE
	   DISPLAY "Check table full on account " WS-POST-ACCT
	           " - check " RWK-CHECK-NO " not returned"
	           WITH CONVERSION
	END-IF.
	PERFORM 3A-READ-WORK THRU 3A-EXIT.

3C-EXIT.
	EXIT.

3D-WRITE-ONE-RETURN.
*>
*>  Write the check's "N" return record - and its fee, if this
*>  account carries it - behind the rewrite that made them real, and
*>  list the restoration.
*>
	MOVE SPACES TO OUT-HISTORY-RECORD.
	MOVE ACCT-NO                                TO OHS-ACCT-NO.
	MOVE WS-ACK-RETURN-DATE (WS-ACCT-CHECK-IDX) TO OHS-TXN-DATE.
	MOVE "N"                                    TO OHS-TXN-TYPE.
	MOVE WS-ACK-AMOUNT (WS-ACCT-CHECK-IDX)      TO OHS-AMOUNT.
	MOVE WS-ACK-CHECK-NO (WS-ACCT-CHECK-IDX)    TO OHS-REFERENCE.
	WRITE OUT-HISTORY-RECORD.

	IF WS-ACK-FEE (WS-ACCT-CHECK-IDX) > 0
	   MOVE SPACES TO OUT-HISTORY-RECORD
	   MOVE ACCT-NO                           TO OHS-ACCT-NO
	   MOVE WS-RUN-DATE                       TO OHS-TXN-DATE
	   MOVE "C"                               TO OHS-TXN-TYPE
	   MOVE WS-ACK-FEE (WS-ACCT-CHECK-IDX)    TO OHS-AMOUNT
	   MOVE "NSF FEE"                         TO OHS-REFERENCE
	   WRITE OUT-HISTORY-RECORD
	   ADD 1 TO WS-FEES-CHARGED
	   ADD WS-ACK-FEE (WS-ACCT-CHECK-IDX) TO WS-SUM-FEES
	END-IF.

	MOVE ACCT-NO                             TO RPT-ACCT-NO.
	MOVE NAME                                TO RPT-NAME.
	MOVE WS-ACK-CHECK-NO (WS-ACCT-CHECK-IDX) TO RPT-CHECK-NO.
	MOVE WS-ACK-AMOUNT (WS-ACCT-CHECK-IDX)   TO RPT-RESTORED.
	MOVE WS-ACK-FEE (WS-ACCT-CHECK-IDX)      TO RPT-FEE.
	MOVE BALANCE                             TO RPT-NEW-BALANCE.
	MOVE "NSF"                               TO RPT-FLAG-NOTE.
	MOVE RPT-DETAIL-LINE TO REPORT-LINE.
	WRITE REPORT-LINE.

3D-EXIT.
	EXIT.

3E-NOTE-FAMILY.
*>
*>  Remember the restored account's family for the flag pass.
*>
	PERFORM 4B-FIND-FAMILY THRU 4B-EXIT.
	IF WS-FAMILY-FOUND
	   GO TO 3E-EXIT.
	IF WS-FAMILY-CNT NOT < WS-FAMILY-MAX
	   DISPLAY "Family table full - siblings of account " ACCT-NO
	           " not flagged" WITH CONVERSION
	   GO TO 3E-EXIT.
	ADD 1 TO WS-FAMILY-CNT.
	MOVE PARENT TO WS-FAM-PARENT (WS-FAMILY-CNT).
	MOVE STREET TO WS-FAM-STREET (WS-FAMILY-CNT).
	MOVE CITY   TO WS-FAM-CITY (WS-FAMILY-CNT).
	MOVE ZIP    TO WS-FAM-ZIP (WS-FAMILY-CNT).

3E-EXIT.
	EXIT.

3F-USE-CREDIT.
*>
*>  A credit on account the returned check left behind is taken back
*>  before BALANCE is left carrying the debt, the way prog6 uses a
*>  credit up against a charge.
*>
	INSPECT CREDIT-BAL-CHAR REPLACING ALL SPACE BY ZERO.
	INSPECT CREDIT-DATE-CHAR REPLACING ALL SPACE BY ZERO.
	IF CREDIT-BAL = 0
	   GO TO 3F-EXIT.
	IF CREDIT-BAL > BALANCE
	   MOVE BALANCE TO WS-CREDIT-USED
	ELSE
	   MOVE CREDIT-BAL TO WS-CREDIT-USED
	END-IF.
	SUBTRACT WS-CREDIT-USED FROM BALANCE.
	SUBTRACT WS-CREDIT-USED FROM CREDIT-BAL.
	IF CREDIT-BAL = 0
	   MOVE 0 TO CREDIT-DATE.

3F-EXIT.
	EXIT.

4-FLAG-FAMILIES.
*>
*>  One pass over the master flagging every live member of a touched
*>  family that is not flagged yet.  The master is keyed on ACCT-NO
*>  only, so finding siblings takes the full pass prog15 makes to
*>  count them.  Each flag is a rewrite, journaled like the rest.
*>
	MOVE '0' TO SCAN-EOF-SW.
	MOVE 0 TO ACCT-NO.
	START TEST-FILE KEY NOT LESS THAN ACCT-NO
	   INVALID KEY
	      SET SCAN-EOF TO TRUE
	END-START.
	PERFORM 4A-FLAG-ONE-RECORD THRU 4A-EXIT UNTIL SCAN-EOF.

4-EXIT.
	EXIT.

4A-FLAG-ONE-RECORD.

	READ TEST-FILE NEXT RECORD
	  AT END SET SCAN-EOF TO TRUE
	         GO TO 4A-EXIT.

	IF NSF-CHECKS-REFUSED
	   GO TO 4A-EXIT.
	INSPECT MERGED-TO-CHAR REPLACING ALL SPACE BY ZERO.
	IF MERGED-TO-ACCT > 0
	   GO TO 4A-EXIT.
	PERFORM 4B-FIND-FAMILY THRU 4B-EXIT.
	IF NOT WS-FAMILY-FOUND
	   GO TO 4A-EXIT.

	MOVE TEST-FILE-RECORD TO WS-BEFORE-IMAGE.
	MOVE "Y" TO NSF-FLAG.
	REWRITE TEST-FILE-RECORD.
	ADD 1 TO WS-ACCOUNTS-FLAGGED.

	MOVE WS-RUN-DATE       TO JRN-RUN-DATE.
	MOVE 0                 TO JRN-CTL-AMOUNT.
	MOVE SPACES            TO JRN-CTL-EFF-DATE.
	MOVE "N"               TO JRN-CTL-FILTER.
	MOVE ACCT-NO           TO JRN-ACCT-NO.
	MOVE WS-BEFORE-IMAGE   TO JRN-BEFORE-IMAGE.
	MOVE TEST-FILE-RECORD  TO JRN-AFTER-IMAGE.
	WRITE JOURNAL-RECORD.

	MOVE SPACES TO RPT-DETAIL-LINE.
	MOVE ACCT-NO TO RPT-ACCT-NO.
	MOVE NAME    TO RPT-NAME.
	MOVE "NSF"   TO RPT-FLAG-NOTE.
	MOVE RPT-DETAIL-LINE TO REPORT-LINE.
	WRITE REPORT-LINE.

4A-EXIT.
	EXIT.

4B-FIND-FAMILY.
*>
*>  Is the master record in hand one of the touched families?
*>
	MOVE 'N' TO WS-FAMILY-FOUND-SW.
	PERFORM 4C-TEST-ONE-FAMILY THRU 4C-EXIT
	    VARYING WS-FAMILY-IDX FROM 1 BY 1
	    UNTIL WS-FAMILY-IDX > WS-FAMILY-CNT OR WS-FAMILY-FOUND.

4B-EXIT.
	EXIT.

4C-TEST-ONE-FAMILY.

	IF PARENT = WS-FAM-PARENT (WS-FAMILY-IDX)
	   AND STREET = WS-FAM-STREET (WS-FAMILY-IDX)
	   AND CITY = WS-FAM-CITY (WS-FAMILY-IDX)
	   AND ZIP = WS-FAM-ZIP (WS-FAMILY-IDX)
	   SET WS-FAMILY-FOUND TO TRUE.

4C-EXIT.
	EXIT.

5-LIST-NOTICES.
*>
*>  List every notice with its disposition, so the ones not worked
*>  can be taken up with the bank or the family by hand.
*>
	MOVE RPT-BLANK-LINE TO REPORT-LINE.
	WRITE REPORT-LINE.
	MOVE RPT-HEADING-3 TO REPORT-LINE.
	WRITE REPORT-LINE.
	PERFORM 5A-LIST-ONE-NOTICE THRU 5A-EXIT
	    VARYING WS-NOTICE-IDX FROM 1 BY 1
	    UNTIL WS-NOTICE-IDX > WS-NOTICE-CNT.

5-EXIT.
	EXIT.

5A-LIST-ONE-NOTICE.

	MOVE WS-NTC-CHECK-NO (WS-NOTICE-IDX)    TO RPT-N-CHECK-NO.
	MOVE WS-NTC-RETURN-DATE (WS-NOTICE-IDX) TO RPT-N-RETURN-DATE.
	MOVE WS-NTC-AMOUNT (WS-NOTICE-IDX)      TO RPT-N-AMOUNT.
	MOVE WS-NTC-FOUND-AMT (WS-NOTICE-IDX)   TO RPT-N-FOUND.
	MOVE WS-NTC-FOUND-CNT (WS-NOTICE-IDX)   TO RPT-N-ACCTS.
	EVALUATE TRUE
	   WHEN WS-NTC-TO-RETURN (WS-NOTICE-IDX)
	      MOVE "RETURNED"             TO RPT-N-DISPOSITION
	   WHEN WS-NTC-ALREADY-RETURNED (WS-NOTICE-IDX)
	      MOVE "ALREADY RETURNED"     TO RPT-N-DISPOSITION
	   WHEN WS-NTC-NOT-FOUND (WS-NOTICE-IDX)
	      MOVE "NO PAYMENT FOUND"     TO RPT-N-DISPOSITION
	   WHEN OTHER
	      MOVE "AMOUNT DIFFERS"       TO RPT-N-DISPOSITION
	END-EVALUATE.
	MOVE RPT-NOTICE-LINE TO REPORT-LINE.
	WRITE REPORT-LINE.

5A-EXIT.
	EXIT.

6-WRITE-CONTROL-TOTALS.
*>
*>  Write the control-total trailer, prog6 style.  The proof is the
*>  checks judged returnable against the dollars actually put back
*>  on the master; an account that vanished between the passes
*>  leaves its dollars showing here.
*>
	MOVE RPT-BLANK-LINE TO REPORT-LINE.
	WRITE REPORT-LINE.
	MOVE WS-NOTICES-READ TO RPT-T-READ-CNT.
	MOVE WS-SUM-NOTICES  TO RPT-T-READ-AMT.
	MOVE RPT-TRAILER-LINE-1 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-CHECKS-RETURNED TO RPT-T-RETURNED-CNT.
	MOVE WS-SUM-RETURNED    TO RPT-T-RETURNED-AMT.
	MOVE RPT-TRAILER-LINE-2 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-NOTICES-REJECTED TO RPT-T-REJECTED-CNT.
	MOVE WS-SUM-REJECTED     TO RPT-T-REJECTED-AMT.
	MOVE RPT-TRAILER-LINE-3 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-ACCOUNTS-RESTORED TO RPT-T-RESTORED-CNT.
	MOVE WS-SUM-RESTORED      TO RPT-T-RESTORED-AMT.
	MOVE RPT-TRAILER-LINE-4 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-FEES-CHARGED TO RPT-T-FEE-CNT.
	MOVE WS-SUM-FEES     TO RPT-T-FEE-AMT.
	MOVE RPT-TRAILER-LINE-5 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-ACCOUNTS-MISSING TO RPT-T-MISSING.
	MOVE RPT-TRAILER-LINE-6 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-ACCOUNTS-FLAGGED TO RPT-T-FLAGGED.
	MOVE RPT-TRAILER-LINE-7 TO REPORT-LINE.
	WRITE REPORT-LINE.

	COMPUTE WS-PROOF-AMT = WS-SUM-RETURNED - WS-SUM-RESTORED.
	MOVE WS-PROOF-AMT TO RPT-T-PROOF.
	MOVE RPT-TRAILER-LINE-8 TO REPORT-LINE.
	WRITE REPORT-LINE.

9-STAMP-RUN-CONTROL.
*>
*>  Stamp the shared run-control file: the returns posted clean,
*>  with their totals, for prog20's audit page.
*>
	OPEN EXTEND RUN-CONTROL-FILE.
	IF RUN-FILE-STATUS = "05" OR RUN-FILE-STATUS = "35"
	   OR RUN-FILE-STATUS = "97"
	   OPEN OUTPUT RUN-CONTROL-FILE.
	MOVE SPACES TO RUN-CONTROL-RECORD.
	MOVE "prog22"    TO RUN-PROGRAM-ID.
	MOVE WS-RUN-DATE TO RUN-STAMP-DATE.
	ACCEPT WS-STAMP-TIME FROM TIME.
	MOVE WS-STAMP-TIME(1:6) TO RUN-STAMP-TIME.
	MOVE "C"         TO RUN-STATUS.
	STRING "RETURNED "         DELIMITED BY SIZE
	       WS-CHECKS-RETURNED  DELIMITED BY SIZE
	       " AMT "             DELIMITED BY SIZE
	       WS-SUM-RESTORED     DELIMITED BY SIZE
	       INTO RUN-TOTALS.
	WRITE RUN-CONTROL-RECORD.
	CLOSE RUN-CONTROL-FILE.
