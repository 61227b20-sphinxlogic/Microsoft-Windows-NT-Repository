IDENTIFICATION DIVISION.
PROGRAM-ID. prog29.
*>
*>  Nightly cross-file integrity audit.  Each program proves its own
*>  run with a control-total trailer, but nothing proved the files
*>  against each other, so drift between them - a history row posted
*>  without its master update, an aged file that no longer foots, a
*>  merge that left money on the tombstone - went unseen until a
*>  parent called about the statement.  This run reads the files and
*>  changes none of them.
*>
*>  What is checked:
*>
*>    - each account's BALANCE on the master, net of its credit on
*>      account, equals the net of its history on TTI_VENDOR_HST.TMP:
*>      charges ("C"), returned checks ("N"), and refunds ("R") less
*>      payments ("P") and write-offs ("W").  A prog8 recovery ("V")
*>      never touched BALANCE and is left out, as prog10 leaves it
*>      out of the aging;
*>    - the account's AGE-CURRENT + AGE-30-DAYS + AGE-60-DAYS +
*>      AGE-90-DAYS on TTI_VENDOR_AGE.TMP foot to that same net
*>      balance, the way prog10 builds them (no aged record at all
*>      counts when the account owes or holds anything);
*>    - history rows for accounts that are not on the master;
*>    - master records prog16 merged away (MERGED-TO-ACCT set) still
*>      carrying a balance or a credit;
*>    - call-list and promise entries whose family - parent name and
*>      phone, the match prog12 makes - is no longer on the master
*>      under any account still in use;
*>    - the suspense file's count and amount against the totals on the
*>      last run-control stamp of whichever program wrote it last:
*>      prog8, which writes it, or prog13, which rewrites it.
*>
*>  Each finding is written to an exception work file, which is then
*>  sorted by category, so the report lists the exceptions category
*>  by category with a count and dollars for each, and ends with a
*>  summary.  The run stamps the run-control file passed ("C") when
*>  there were no exceptions and failed ("X") when there were any;
*>  prog7 will not mail statements without today's passed stamp
*>  unless operations stage the override.  Run it after prog10 and
*>  before prog7.
*>
*>  A balance brought over by prog9's conversion has no history
*>  behind it, so an account still carrying one shows here as a
*>  balance-to-history difference.
*>
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

        SELECT TEST-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_VENDOR_MST.TMP"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ACCT-NO
                FILE STATUS IS MST-FILE-STATUS.

        SELECT HISTORY-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_VENDOR_HST.TMP"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS HST-FILE-STATUS.

*>  The history sorted onto account order to be matched against the
*>  master in one pass, the way prog10 sorts it to age.
        SELECT SORT-WORK-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_VENDOR_ASRT.TMP".

        SELECT SORTED-HISTORY
                ASSIGN TO "SYS$SCRATCH:TTI_VENDOR_ASRTD.TMP"
                ORGANIZATION IS SEQUENTIAL.

*>  Aged balances written by prog10, read by account.
        SELECT AGED-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_VENDOR_AGE.TMP"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS AGE-ACCT-NO
                FILE STATUS IS AGE-FILE-STATUS.

        SELECT CALL-LIST-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_CALL_LIST.TMP"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS CL-FILE-STATUS.

        SELECT PROMISE-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_PROMISE.TMP"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS PRM-FILE-STATUS.

        SELECT SUSPENSE-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_RECEIPTS_SUSP.TMP"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS SUS-FILE-STATUS.

*>  Parent name and phone of every account still in use, built fresh
*>  each run from the master pass the way prog19 builds its rating
*>  work file, so a call-list or promise entry can be found by key.
        SELECT FAMILY-WORK-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_AUDIT_FAM.TMP"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS FWK-KEY
                FILE STATUS IS FWK-FILE-STATUS.

*>  The exceptions as they are found, then sorted by category for the
*>  report.
        SELECT EXCEPTION-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_AUDIT_EXC.TMP"
                ORGANIZATION IS SEQUENTIAL.

        SELECT EXC-SORT-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_AUDIT_XSRT.TMP".

        SELECT SORTED-EXCEPTIONS
                ASSIGN TO "SYS$SCRATCH:TTI_AUDIT_XSRTD.TMP"
                ORGANIZATION IS SEQUENTIAL.

        SELECT AUDIT-REPORT
                ASSIGN TO "SYS$PRINT"
                ORGANIZATION IS LINE SEQUENTIAL.

*>  Shared nightly run-control file: read for the suspense totals
*>  prog8 and prog13 stamp, then stamped with the audit's pass/fail
*>  status for prog7 and prog20.
        SELECT RUN-CONTROL-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_RUN_CTL.TMP"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS RUN-FILE-STATUS.

DATA DIVISION.
FILE SECTION.

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
    05 CREDIT-BAL  PIC 9(6)v99.
    05 CREDIT-BAL-CHAR REDEFINES CREDIT-BAL PIC X(8).
    05 CREDIT-DATE PIC X(8).
    05 LEFT-DATE   PIC X(8).
    05 WRITE-OFF-FLAG PIC X.
    05 FILLER      PIC X.

FD  HISTORY-FILE.
01  HISTORY-RECORD.
    05 HST-ACCT-NO            PIC 9(6).
    05 HST-TXN-DATE           PIC X(8).
    05 HST-TXN-TYPE           PIC X.
    05 HST-AMOUNT             PIC 9(6)v99.
    05 HST-REFERENCE          PIC X(10).
    05 FILLER                 PIC X(47).

SD  SORT-WORK-FILE.
01  SW-RECORD.
    05 SW-ACCT-NO             PIC 9(6).
    05 SW-TXN-DATE            PIC X(8).
    05 SW-TXN-TYPE            PIC X.
    05 SW-AMOUNT              PIC 9(6)v99.
    05 SW-REFERENCE           PIC X(10).
    05 FILLER                 PIC X(47).

FD  SORTED-HISTORY.
01  SRT-RECORD.
    05 SRT-ACCT-NO            PIC 9(6).
    05 SRT-TXN-DATE           PIC X(8).
    05 SRT-TXN-TYPE           PIC X.
    05 SRT-AMOUNT             PIC 9(6)v99.
    05 SRT-REFERENCE          PIC X(10).
    05 FILLER                 PIC X(47).

FD  AGED-FILE.
01  AGED-RECORD.
    05 AGE-ACCT-NO            PIC 9(6).
    05 AGE-CURRENT            PIC S9(8)v99.
    05 AGE-30-DAYS            PIC 9(8)v99.
    05 AGE-60-DAYS            PIC 9(8)v99.
    05 AGE-90-DAYS            PIC 9(8)v99.
    05 FILLER                 PIC X(33).

FD  CALL-LIST-FILE.
01  CALL-LIST-RECORD.
    05 CL-PHONE               PIC X(10).
    05 CL-PARENT              PIC X(24).
    05 CL-BALANCE             PIC 9(8)v99.
    05 CL-PAST-DUE            PIC 9(8)v99.
    05 CL-STATUS              PIC X.
    05 CL-ATTEMPTS            PIC 9(2).
    05 CL-ACCT-NO             PIC 9(6).
    05 CL-ACCT-CHAR           REDEFINES CL-ACCT-NO PIC X(6).
    05 FILLER                 PIC X(17).

FD  PROMISE-FILE.
01  PROMISE-RECORD.
    05 PRM-PARENT             PIC X(24).
    05 PRM-PHONE              PIC X(10).
    05 PRM-AMOUNT             PIC 9(8)v99.
    05 PRM-MADE-DATE          PIC 9(8).
    05 PRM-DUE-DATE           PIC 9(8).
    05 PRM-STATUS             PIC X.
    05 FILLER                 PIC X(19).

*>  One record per suspended receipt, in the layout prog8 writes.
FD  SUSPENSE-FILE.
01  SUSPENSE-RECORD.
    05 SUS-PAYER       PIC X(24).
    05 SUS-STREET      PIC X(30).
    05 SUS-CITY        PIC X(12).
    05 SUS-ZIP         PIC X(9).
    05 SUS-CHECK-NO    PIC X(10).
    05 SUS-AMOUNT      PIC 9(6)v99.
    05 SUS-PAY-DATE    PIC X(8).
    05 SUS-REASON      PIC X(20).

FD  FAMILY-WORK-FILE.
01  FAMILY-WORK-RECORD.
    05 FWK-KEY.
       10 FWK-PARENT          PIC X(24).
       10 FWK-PHONE           PIC X(10).
    05 FWK-ACCT-NO            PIC 9(6).
    05 FILLER                 PIC X(40).

*>  One record per exception.  ON-FILE is the figure the files carry,
*>  SHOULD-BE what the audit worked out it ought to be, and DOLLARS
*>  the money in question.
FD  EXCEPTION-FILE.
01  EXCEPTION-RECORD.
    05 EXC-CATEGORY           PIC 9(2).
    05 EXC-ACCT-NO            PIC 9(6).
    05 EXC-DESCRIPTION        PIC X(24).
    05 EXC-ON-FILE            PIC S9(10)v99.
    05 EXC-SHOULD-BE          PIC S9(10)v99.
    05 EXC-DOLLARS            PIC 9(10)v99.
    05 FILLER                 PIC X(12).

SD  EXC-SORT-FILE.
01  XS-RECORD.
    05 XS-CATEGORY            PIC 9(2).
    05 XS-ACCT-NO             PIC 9(6).
    05 FILLER                 PIC X(72).

FD  SORTED-EXCEPTIONS.
01  SORTED-EXCEPTION-RECORD.
    05 SXC-CATEGORY           PIC 9(2).
    05 SXC-ACCT-NO            PIC 9(6).
    05 SXC-DESCRIPTION        PIC X(24).
    05 SXC-ON-FILE            PIC S9(10)v99.
    05 SXC-SHOULD-BE          PIC S9(10)v99.
    05 SXC-DOLLARS            PIC 9(10)v99.
    05 FILLER                 PIC X(12).

FD  AUDIT-REPORT.
01  REPORT-LINE               PIC X(80).

FD  RUN-CONTROL-FILE.
01  RUN-CONTROL-RECORD.
    05 RUN-PROGRAM-ID         PIC X(8).
    05 RUN-STAMP-DATE         PIC 9(8).
    05 RUN-STAMP-TIME         PIC 9(6).
    05 RUN-STATUS             PIC X.
    05 RUN-TOTALS             PIC X(40).
    05 RUN-SUSP-CNT           PIC 9(5).
    05 RUN-SUSP-AMT           PIC 9(10)v99.

WORKING-STORAGE SECTION.

01  MST-FILE-STATUS PIC XX   VALUE "00".
01  HST-FILE-STATUS PIC XX   VALUE "00".
01  AGE-FILE-STATUS PIC XX   VALUE "00".
01  CL-FILE-STATUS  PIC XX   VALUE "00".
01  PRM-FILE-STATUS PIC XX   VALUE "00".
01  SUS-FILE-STATUS PIC XX   VALUE "00".
01  FWK-FILE-STATUS PIC XX   VALUE "00".
01  RUN-FILE-STATUS PIC XX   VALUE "00".
01  FILE-EOF-SW    PIC X     VALUE '0'.
    88 FILE-EOF              VALUE '1'.
01  HIST-EOF-SW    PIC X     VALUE '0'.
    88 HIST-EOF              VALUE '1'.
01  CL-EOF-SW      PIC X     VALUE '0'.
    88 CL-EOF                VALUE '1'.
01  PRM-EOF-SW     PIC X     VALUE '0'.
    88 PRM-EOF               VALUE '1'.
01  SUS-EOF-SW     PIC X     VALUE '0'.
    88 SUS-EOF               VALUE '1'.
01  RUN-EOF-SW     PIC X     VALUE '0'.
    88 RUN-EOF               VALUE '1'.
01  EXC-EOF-SW     PIC X     VALUE '0'.
    88 EXC-EOF               VALUE '1'.

01  WS-AGING-SW           PIC X        VALUE 'N'.
    88 WS-AGING-AVAILABLE              VALUE 'Y'.
01  WS-AGED-FOUND-SW      PIC X        VALUE 'N'.
    88 WS-AGED-FOUND                   VALUE 'Y'.
01  WS-SUSP-STAMP-SW      PIC X        VALUE 'N'.
    88 WS-SUSP-STAMP-FOUND             VALUE 'Y'.

01  WS-RUN-DATE           PIC 9(8)     VALUE 0.
01  WS-STAMP-TIME         PIC 9(8)     VALUE 0.

01  WS-NET-BALANCE        PIC S9(8)v99  VALUE 0.
01  WS-HISTORY-NET        PIC S9(10)v99 VALUE 0.
01  WS-AGED-TOTAL         PIC S9(10)v99 VALUE 0.
01  WS-DIFFERENCE         PIC S9(10)v99 VALUE 0.

*>  The suspense totals off the last prog8 or prog13 stamp, and off
*>  the suspense file itself.
01  WS-SUSP-STAMP-PROGRAM PIC X(8)     VALUE SPACES.
01  WS-SUSP-STAMP-DATE    PIC 9(8)     VALUE 0.
01  WS-SUSP-STAMP-CNT     PIC 9(5)     VALUE 0.
01  WS-SUSP-STAMP-AMT     PIC 9(10)v99 VALUE 0.
01  WS-SUSP-FILE-CNT      PIC 9(5)     VALUE 0.
01  WS-SUSP-FILE-AMT      PIC 9(10)v99 VALUE 0.

01  WS-ACCOUNTS-READ      PIC 9(6)     VALUE 0.
01  WS-HISTORY-READ       PIC 9(8)     VALUE 0.
01  WS-CALLS-READ         PIC 9(6)     VALUE 0.
01  WS-PROMISES-READ      PIC 9(6)     VALUE 0.
01  WS-EXCEPTION-CNT      PIC 9(6)     VALUE 0.
01  WS-EXCEPTION-AMT      PIC 9(10)v99 VALUE 0.

*>  The exception categories, in the order the report prints them.
01  WS-CATEGORY-NAMES.
    05 FILLER PIC X(30) VALUE "BALANCE NOT = HISTORY NET".
    05 FILLER PIC X(30) VALUE "AGED BUCKETS DO NOT FOOT".
    05 FILLER PIC X(30) VALUE "HISTORY NOT ON MASTER".
    05 FILLER PIC X(30) VALUE "MERGED AWAY WITH BALANCE".
    05 FILLER PIC X(30) VALUE "CALL LIST NOT ON MASTER".
    05 FILLER PIC X(30) VALUE "PROMISE NOT ON MASTER".
    05 FILLER PIC X(30) VALUE "SUSPENSE NOT = LAST STAMP".
01  WS-CATEGORY-TABLE REDEFINES WS-CATEGORY-NAMES.
    05 WS-CATEGORY-NAME   PIC X(30) OCCURS 7 TIMES.
01  WS-CATEGORY-MAX       PIC 9(2)     VALUE 7.
01  WS-CATEGORY-IDX       PIC 9(2)     VALUE 0.
01  WS-CATEGORY-TOTALS.
    05 WS-CATEGORY-ENTRY OCCURS 7 TIMES.
       10 WS-CAT-CNT      PIC 9(6).
       10 WS-CAT-AMT      PIC 9(10)v99.
01  WS-PRIOR-CATEGORY     PIC 9(2)     VALUE 0.

01  RPT-HEADING-1.
    05 FILLER             PIC X(40)
       VALUE "CROSS-FILE INTEGRITY AUDIT".
    05 RPT-H-RUN-DATE     PIC 9(8).

01  RPT-HEADING-2.
    05 FILLER             PIC X(8)  VALUE "ACCOUNT".
    05 FILLER             PIC X(25) VALUE "DESCRIPTION".
    05 FILLER             PIC X(14) VALUE "      ON FILE".
    05 FILLER             PIC X(14) VALUE "    SHOULD BE".
    05 FILLER             PIC X(15) VALUE "     DIFFERENCE".

01  RPT-CATEGORY-LINE.
    05 FILLER             PIC X(9)  VALUE "CATEGORY ".
    05 RPT-C-NUMBER       PIC 9(2).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-C-NAME         PIC X(30).

01  RPT-DETAIL-LINE.
    05 RPT-ACCT-NO        PIC 9(6)  BLANK WHEN ZERO.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-DESCRIPTION    PIC X(24).
    05 FILLER             PIC X(1)  VALUE SPACES.
    05 RPT-ON-FILE        PIC Z,ZZZ,ZZ9.99-.
    05 FILLER             PIC X(1)  VALUE SPACES.
    05 RPT-SHOULD-BE      PIC Z,ZZZ,ZZ9.99-.
    05 FILLER             PIC X(1)  VALUE SPACES.
    05 RPT-DOLLARS        PIC ZZZ,ZZZ,ZZ9.99.

01  RPT-CATEGORY-FOOTER.
    05 FILLER             PIC X(8)  VALUE SPACES.
    05 FILLER             PIC X(14) VALUE "Exceptions   :".
    05 RPT-F-CNT          PIC ZZZ,ZZ9.
    05 FILLER             PIC X(4)  VALUE SPACES.
    05 FILLER             PIC X(10) VALUE "Dollars  :".
    05 RPT-F-AMT          PIC Z,ZZZ,ZZZ,ZZ9.99.

01  RPT-BLANK-LINE        PIC X(80)    VALUE SPACES.
01  RPT-SECTION-LINE      PIC X(80).

01  RPT-SUMMARY-LINE.
    05 RPT-S-NAME         PIC X(30).
    05 RPT-S-CNT          PIC ZZZ,ZZ9.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-S-AMT          PIC Z,ZZZ,ZZZ,ZZ9.99.

01  RPT-TRAILER-LINE-1.
    05 FILLER             PIC X(22) VALUE "Accounts audited     :".
    05 RPT-T-ACCOUNTS     PIC ZZZ,ZZ9.
01  RPT-TRAILER-LINE-2.
    05 FILLER             PIC X(22) VALUE "History rows read    :".
    05 RPT-T-HISTORY      PIC ZZ,ZZZ,ZZ9.
01  RPT-TRAILER-LINE-3.
    05 FILLER             PIC X(22) VALUE "Call-list entries    :".
    05 RPT-T-CALLS        PIC ZZZ,ZZ9.
01  RPT-TRAILER-LINE-4.
    05 FILLER             PIC X(22) VALUE "Promise entries      :".
    05 RPT-T-PROMISES     PIC ZZZ,ZZ9.
01  RPT-TRAILER-LINE-5.
    05 FILLER             PIC X(22) VALUE "Suspense on file     :".
    05 RPT-T-SUSP-CNT     PIC ZZZ,ZZ9.
    05 RPT-T-SUSP-AMT     PIC Z,ZZZ,ZZZ,ZZ9.99.
01  RPT-TRAILER-LINE-6.
    05 FILLER             PIC X(22) VALUE "Suspense last stamped:".
    05 RPT-T-STAMP-CNT    PIC ZZZ,ZZ9.
    05 RPT-T-STAMP-AMT    PIC Z,ZZZ,ZZZ,ZZ9.99.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-T-STAMP-PGM    PIC X(8).
    05 RPT-T-STAMP-DATE   PIC 9(8)  BLANK WHEN ZERO.

PROCEDURE DIVISION.

MAINLINE SECTION.
START-UP.

	ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
	MOVE ZEROS TO WS-CATEGORY-TOTALS.

	SORT SORT-WORK-FILE
	    ON ASCENDING KEY SW-ACCT-NO SW-TXN-DATE
	    USING HISTORY-FILE
	    GIVING SORTED-HISTORY.

	OPEN INPUT TEST-FILE.
	IF MST-FILE-STATUS NOT = "00"
	   DISPLAY "Account master not available - " MST-FILE-STATUS
	           WITH CONVERSION
	   STOP RUN.
	OPEN INPUT SORTED-HISTORY.
	OPEN INPUT AGED-FILE.
	IF AGE-FILE-STATUS = "00"
	   SET WS-AGING-AVAILABLE TO TRUE
	ELSE
	   DISPLAY "Aged balance file not available - " AGE-FILE-STATUS
	           WITH CONVERSION
	END-IF.
	OPEN OUTPUT FAMILY-WORK-FILE.
	CLOSE FAMILY-WORK-FILE.
	OPEN I-O FAMILY-WORK-FILE.
	OPEN OUTPUT EXCEPTION-FILE.

*>
*>	The master and the sorted history, matched in account order.
*>	Whatever history is left when the master runs out belongs to
*>	no account.
*>
	PERFORM 0-READ-HISTORY THRU 0-EXIT.
	PERFORM 1-AUDIT-ACCOUNT THRU 1-EXIT UNTIL FILE-EOF.
	PERFORM 1C-ORPHAN-HISTORY THRU 1C-EXIT UNTIL HIST-EOF.
	CLOSE TEST-FILE.
	CLOSE SORTED-HISTORY.
	IF WS-AGING-AVAILABLE
	   CLOSE AGED-FILE.

	PERFORM 2-CHECK-CALL-LIST THRU 2-EXIT.
	PERFORM 3-CHECK-PROMISES THRU 3-EXIT.
	PERFORM 4-CHECK-SUSPENSE THRU 4-EXIT.
	CLOSE FAMILY-WORK-FILE.
	CLOSE EXCEPTION-FILE.

	SORT EXC-SORT-FILE
	    ON ASCENDING KEY XS-CATEGORY XS-ACCT-NO
	    USING EXCEPTION-FILE
	    GIVING SORTED-EXCEPTIONS.

	OPEN OUTPUT AUDIT-REPORT.
	MOVE WS-RUN-DATE TO RPT-H-RUN-DATE.
	MOVE RPT-HEADING-1 TO REPORT-LINE.
	WRITE REPORT-LINE.
	MOVE RPT-HEADING-2 TO REPORT-LINE.
	WRITE REPORT-LINE.
	OPEN INPUT SORTED-EXCEPTIONS.
	PERFORM 5-PRINT-EXCEPTION THRU 5-EXIT UNTIL EXC-EOF.
	IF WS-PRIOR-CATEGORY NOT = 0
	   PERFORM 5B-WRITE-CATEGORY-FOOTER.
	CLOSE SORTED-EXCEPTIONS.

	PERFORM 6-WRITE-CONTROL-TOTALS.
	DISPLAY "Accounts audited  : " WS-ACCOUNTS-READ WITH CONVERSION.
	DISPLAY "Exceptions        : " WS-EXCEPTION-CNT WITH CONVERSION.
	CLOSE AUDIT-REPORT.
	PERFORM 9-STAMP-RUN-CONTROL.
	STOP RUN.

START-UP-EXIT.
	EXIT.

0-READ-HISTORY.

	READ SORTED-HISTORY
	  AT END SET HIST-EOF TO TRUE
	         GO TO 0-EXIT.
	ADD 1 TO WS-HISTORY-READ.

0-EXIT.
	EXIT.

1-AUDIT-ACCOUNT.
*>
*>  Audit one master record against its history and its aged
*>  buckets, and check a tombstone for money left behind.
*>
	READ TEST-FILE NEXT RECORD
	  AT END SET FILE-EOF TO TRUE
	         GO TO 1-EXIT.

	ADD 1 TO WS-ACCOUNTS-READ.
	INSPECT BALANCE-CHAR REPLACING ALL SPACE BY ZERO.
	INSPECT CREDIT-BAL-CHAR REPLACING ALL SPACE BY ZERO.
	INSPECT MERGED-TO-CHAR REPLACING ALL SPACE BY ZERO.
	COMPUTE WS-NET-BALANCE = BALANCE - CREDIT-BAL.

	PERFORM 1C-ORPHAN-HISTORY THRU 1C-EXIT
	    UNTIL HIST-EOF OR SRT-ACCT-NO NOT < ACCT-NO.

	MOVE 0 TO WS-HISTORY-NET.
	PERFORM 1A-NET-TRANSACTION THRU 1A-EXIT
	    UNTIL HIST-EOF OR SRT-ACCT-NO NOT = ACCT-NO.
	MOVE SPACES TO EXCEPTION-RECORD.

	IF WS-HISTORY-NET NOT = WS-NET-BALANCE
	   MOVE 1              TO EXC-CATEGORY
	   MOVE WS-NET-BALANCE TO EXC-ON-FILE
	   MOVE WS-HISTORY-NET TO EXC-SHOULD-BE
	   PERFORM 1D-WRITE-ACCOUNT-EXCEPTION.

*>
*>	The buckets prog10 wrote must foot to the same net balance.
*>	An account with no aged record is an exception only when it
*>	owes or holds something the statement would then leave out.
*>
	MOVE 'N' TO WS-AGED-FOUND-SW.
	MOVE 0 TO WS-AGED-TOTAL.
	IF WS-AGING-AVAILABLE
	   MOVE ACCT-NO TO AGE-ACCT-NO
	   READ AGED-FILE
	      INVALID KEY
	         CONTINUE
	      NOT INVALID KEY
	         SET WS-AGED-FOUND TO TRUE
	         COMPUTE WS-AGED-TOTAL = AGE-CURRENT + AGE-30-DAYS
	                 + AGE-60-DAYS + AGE-90-DAYS
	   END-READ
	END-IF.
	IF (WS-AGED-FOUND AND WS-AGED-TOTAL NOT = WS-NET-BALANCE)
	   OR (NOT WS-AGED-FOUND AND WS-NET-BALANCE NOT = 0)
	   MOVE 2              TO EXC-CATEGORY
	   MOVE WS-AGED-TOTAL  TO EXC-ON-FILE
	   MOVE WS-NET-BALANCE TO EXC-SHOULD-BE
	   PERFORM 1D-WRITE-ACCOUNT-EXCEPTION.

*>
*>	prog16 moves a tombstone's balance and credit to the survivor,
*>	so anything left on one is money no statement will ever show.
*>	A tombstone's parent and phones are not the family's any more
*>	and stay out of the family keys.
*>
	IF MERGED-TO-ACCT > 0
	   IF BALANCE > 0 OR CREDIT-BAL > 0
	      MOVE 4              TO EXC-CATEGORY
	      MOVE WS-NET-BALANCE TO EXC-ON-FILE
	      MOVE 0              TO EXC-SHOULD-BE
	      PERFORM 1D-WRITE-ACCOUNT-EXCEPTION
	   END-IF
	   GO TO 1-EXIT.

	PERFORM 1B-ADD-FAMILY-KEYS.

1-EXIT.
	EXIT.

1A-NET-TRANSACTION.
*>
*>  Net one history row into the account's expected balance.
*>
	EVALUATE SRT-TXN-TYPE
	   WHEN "P"
	   WHEN "W"
	      SUBTRACT SRT-AMOUNT FROM WS-HISTORY-NET
	   WHEN "V"
	      CONTINUE
	   WHEN OTHER
	      ADD SRT-AMOUNT TO WS-HISTORY-NET
	END-EVALUATE.
	PERFORM 0-READ-HISTORY THRU 0-EXIT.

1A-EXIT.
	EXIT.

1B-ADD-FAMILY-KEYS.
*>
*>  Key the account's parent under each phone it carries; a key two
*>  siblings share is already there and is left alone.
*>
	MOVE SPACES  TO FAMILY-WORK-RECORD.
	MOVE PARENT  TO FWK-PARENT.
	MOVE ACCT-NO TO FWK-ACCT-NO.
	IF PHONE NOT = SPACES
	   MOVE PHONE TO FWK-PHONE
	   WRITE FAMILY-WORK-RECORD
	      INVALID KEY
	         CONTINUE
	   END-WRITE
	END-IF.
	IF BPHONE NOT = SPACES
	   MOVE BPHONE TO FWK-PHONE
	   WRITE FAMILY-WORK-RECORD
	      INVALID KEY
	         CONTINUE
	   END-WRITE
	END-IF.
	IF EPHONE NOT = SPACES
	   MOVE EPHONE TO FWK-PHONE
	   WRITE FAMILY-WORK-RECORD
	      INVALID KEY
	         CONTINUE
	   END-WRITE
	END-IF.

1C-ORPHAN-HISTORY.
*>
*>  A history row for an account number the master does not hold.
*>
	MOVE SPACES TO EXCEPTION-RECORD.
	MOVE 3           TO EXC-CATEGORY.
	MOVE SRT-ACCT-NO TO EXC-ACCT-NO.
	STRING "TYPE "       DELIMITED BY SIZE
	       SRT-TXN-TYPE  DELIMITED BY SIZE
	       " "           DELIMITED BY SIZE
	       SRT-REFERENCE DELIMITED BY SIZE
	       INTO EXC-DESCRIPTION.
	MOVE SRT-AMOUNT  TO EXC-ON-FILE.
	MOVE 0           TO EXC-SHOULD-BE.
	MOVE SRT-AMOUNT  TO EXC-DOLLARS.
	PERFORM 7-WRITE-EXCEPTION.
	PERFORM 0-READ-HISTORY THRU 0-EXIT.

1C-EXIT.
	EXIT.

1D-WRITE-ACCOUNT-EXCEPTION.
*>
*>  Finish an exception on the master record in hand: the category
*>  and the two figures are already moved.  The dollars are the
*>  difference between them, whichever way it runs.
*>
	MOVE ACCT-NO TO EXC-ACCT-NO.
	MOVE NAME    TO EXC-DESCRIPTION.
	COMPUTE WS-DIFFERENCE = EXC-ON-FILE - EXC-SHOULD-BE.
	IF WS-DIFFERENCE < 0
	   COMPUTE WS-DIFFERENCE = 0 - WS-DIFFERENCE.
	MOVE WS-DIFFERENCE TO EXC-DOLLARS.
*>
*>	A tombstone's money is everything on it, balance and credit
*>	both - they do not cancel.
*>
	IF EXC-CATEGORY = 4
	   COMPUTE EXC-DOLLARS = BALANCE + CREDIT-BAL.
	PERFORM 7-WRITE-EXCEPTION.

2-CHECK-CALL-LIST.
*>
*>  Every call-list entry must belong to a family still on the
*>  master.  No call list tonight is nothing to check.
*>
	OPEN INPUT CALL-LIST-FILE.
	IF CL-FILE-STATUS NOT = "00"
	   GO TO 2-EXIT.
	PERFORM 2A-CHECK-ONE-CALL THRU 2A-EXIT UNTIL CL-EOF.
	CLOSE CALL-LIST-FILE.

2-EXIT.
	EXIT.

2A-CHECK-ONE-CALL.

	READ CALL-LIST-FILE
	  AT END SET CL-EOF TO TRUE
	         GO TO 2A-EXIT.
	ADD 1 TO WS-CALLS-READ.
	MOVE CL-PARENT TO FWK-PARENT.
	MOVE CL-PHONE  TO FWK-PHONE.
	READ FAMILY-WORK-FILE
	   INVALID KEY
	      MOVE SPACES TO EXCEPTION-RECORD
	      MOVE 5           TO EXC-CATEGORY
	      IF CL-ACCT-CHAR NUMERIC
	         MOVE CL-ACCT-NO TO EXC-ACCT-NO
	      ELSE
	         MOVE 0 TO EXC-ACCT-NO
	      END-IF
	      MOVE CL-PARENT   TO EXC-DESCRIPTION
	      MOVE CL-PAST-DUE TO EXC-ON-FILE
	      MOVE 0           TO EXC-SHOULD-BE
	      MOVE CL-PAST-DUE TO EXC-DOLLARS
	      PERFORM 7-WRITE-EXCEPTION
	END-READ.

2A-EXIT.
	EXIT.

3-CHECK-PROMISES.
*>
*>  Every promise on file must belong to a family still on the
*>  master.
*>
	OPEN INPUT PROMISE-FILE.
	IF PRM-FILE-STATUS NOT = "00"
	   GO TO 3-EXIT.
	PERFORM 3A-CHECK-ONE-PROMISE THRU 3A-EXIT UNTIL PRM-EOF.
	CLOSE PROMISE-FILE.

3-EXIT.
	EXIT.

3A-CHECK-ONE-PROMISE.

	READ PROMISE-FILE
	  AT END SET PRM-EOF TO TRUE
	         GO TO 3A-EXIT.
	ADD 1 TO WS-PROMISES-READ.
	MOVE PRM-PARENT TO FWK-PARENT.
	MOVE PRM-PHONE  TO FWK-PHONE.
	READ FAMILY-WORK-FILE
	   INVALID KEY
	      MOVE SPACES TO EXCEPTION-RECORD
	      MOVE 6          TO EXC-CATEGORY
	      MOVE 0          TO EXC-ACCT-NO
	      MOVE PRM-PARENT TO EXC-DESCRIPTION
	      MOVE PRM-AMOUNT TO EXC-ON-FILE
	      MOVE 0          TO EXC-SHOULD-BE
	      MOVE PRM-AMOUNT TO EXC-DOLLARS
	      PERFORM 7-WRITE-EXCEPTION
	END-READ.

3A-EXIT.
	EXIT.

4-CHECK-SUSPENSE.
*>
*>  Prove the suspense file against the totals stamped by whichever
*>  of prog8 and prog13 wrote it last.  The stamps are in the order
*>  the runs were made, so the last one read is the one that counts.
*>  A stamp from before the totals were carried has none and is
*>  passed over.  With no stamp to go by, the file should be empty.
*>
	OPEN INPUT RUN-CONTROL-FILE.
	IF RUN-FILE-STATUS = "00"
	   PERFORM 4A-SCAN-ONE-STAMP THRU 4A-EXIT UNTIL RUN-EOF
	   CLOSE RUN-CONTROL-FILE.

	OPEN INPUT SUSPENSE-FILE.
	IF SUS-FILE-STATUS = "00"
	   PERFORM 4B-COUNT-ONE-ITEM THRU 4B-EXIT UNTIL SUS-EOF
	   CLOSE SUSPENSE-FILE.

	IF WS-SUSP-FILE-CNT = WS-SUSP-STAMP-CNT
	   AND WS-SUSP-FILE-AMT = WS-SUSP-STAMP-AMT
	   GO TO 4-EXIT.

	MOVE SPACES TO EXCEPTION-RECORD.
	MOVE 7 TO EXC-CATEGORY.
	MOVE 0 TO EXC-ACCT-NO.
	IF WS-SUSP-STAMP-FOUND
	   STRING "STAMPED BY "         DELIMITED BY SIZE
	          WS-SUSP-STAMP-PROGRAM DELIMITED BY SPACE
	          " "                   DELIMITED BY SIZE
	          WS-SUSP-STAMP-DATE    DELIMITED BY SIZE
	          INTO EXC-DESCRIPTION
	ELSE
	   MOVE "NO STAMPED TOTALS" TO EXC-DESCRIPTION
	END-IF.
	MOVE WS-SUSP-FILE-AMT  TO EXC-ON-FILE.
	MOVE WS-SUSP-STAMP-AMT TO EXC-SHOULD-BE.
	COMPUTE WS-DIFFERENCE = WS-SUSP-FILE-AMT - WS-SUSP-STAMP-AMT.
	IF WS-DIFFERENCE < 0
	   COMPUTE WS-DIFFERENCE = 0 - WS-DIFFERENCE.
	MOVE WS-DIFFERENCE TO EXC-DOLLARS.
	PERFORM 7-WRITE-EXCEPTION.

4-EXIT.
	EXIT.

4A-SCAN-ONE-STAMP.

	READ RUN-CONTROL-FILE
	  AT END SET RUN-EOF TO TRUE
	         GO TO 4A-EXIT.
	IF RUN-PROGRAM-ID NOT = "prog8" AND RUN-PROGRAM-ID NOT = "prog13"
	   GO TO 4A-EXIT.
	IF RUN-STATUS NOT = "C"
	   GO TO 4A-EXIT.
	IF RUN-SUSP-CNT NOT NUMERIC OR RUN-SUSP-AMT NOT NUMERIC
	   GO TO 4A-EXIT.
	SET WS-SUSP-STAMP-FOUND TO TRUE.
	MOVE RUN-PROGRAM-ID TO WS-SUSP-STAMP-PROGRAM.
	MOVE RUN-STAMP-DATE TO WS-SUSP-STAMP-DATE.
	MOVE RUN-SUSP-CNT   TO WS-SUSP-STAMP-CNT.
	MOVE RUN-SUSP-AMT   TO WS-SUSP-STAMP-AMT.

4A-EXIT.
	EXIT.

4B-COUNT-ONE-ITEM.

	READ SUSPENSE-FILE
	  AT END SET SUS-EOF TO TRUE
	         GO TO 4B-EXIT.
	ADD 1 TO WS-SUSP-FILE-CNT.
	ADD SUS-AMOUNT TO WS-SUSP-FILE-AMT.

4B-EXIT.
	EXIT.

5-PRINT-EXCEPTION.
*>
*>  Print the sorted exceptions, a heading as each category starts
*>  and its count and dollars as it ends.
*>
	READ SORTED-EXCEPTIONS
	  AT END SET EXC-EOF TO TRUE
	         GO TO 5-EXIT.
	IF SXC-CATEGORY NOT = WS-PRIOR-CATEGORY
	   IF WS-PRIOR-CATEGORY NOT = 0
	      PERFORM 5B-WRITE-CATEGORY-FOOTER
	   END-IF
	   MOVE SXC-CATEGORY TO WS-PRIOR-CATEGORY
	   PERFORM 5A-WRITE-CATEGORY-HEADING
	END-IF.

	MOVE SXC-ACCT-NO     TO RPT-ACCT-NO.
	MOVE SXC-DESCRIPTION TO RPT-DESCRIPTION.
	MOVE SXC-ON-FILE     TO RPT-ON-FILE.
	MOVE SXC-SHOULD-BE   TO RPT-SHOULD-BE.
	MOVE SXC-DOLLARS     TO RPT-DOLLARS.
	MOVE RPT-DETAIL-LINE TO REPORT-LINE.
	WRITE REPORT-LINE.

5-EXIT.
	EXIT.

5A-WRITE-CATEGORY-HEADING.

	MOVE RPT-BLANK-LINE TO REPORT-LINE.
	WRITE REPORT-LINE.
	MOVE WS-PRIOR-CATEGORY TO RPT-C-NUMBER.
	MOVE WS-CATEGORY-NAME (WS-PRIOR-CATEGORY) TO RPT-C-NAME.
	MOVE RPT-CATEGORY-LINE TO REPORT-LINE.
	WRITE REPORT-LINE.

5B-WRITE-CATEGORY-FOOTER.

	MOVE WS-CAT-CNT (WS-PRIOR-CATEGORY) TO RPT-F-CNT.
	MOVE WS-CAT-AMT (WS-PRIOR-CATEGORY) TO RPT-F-AMT.
	MOVE RPT-CATEGORY-FOOTER TO REPORT-LINE.
	WRITE REPORT-LINE.

6-WRITE-CONTROL-TOTALS.
*>
*>  Write the summary: every category with its count and dollars -
*>  the clean ones too, so the page shows what was checked - the
*>  verdict, and what was read.
*>
	MOVE RPT-BLANK-LINE TO REPORT-LINE.
	WRITE REPORT-LINE.
	MOVE "SUMMARY BY CATEGORY" TO RPT-SECTION-LINE.
	MOVE RPT-SECTION-LINE TO REPORT-LINE.
	WRITE REPORT-LINE.
	PERFORM 6A-WRITE-SUMMARY-LINE
	    VARYING WS-CATEGORY-IDX FROM 1 BY 1
	    UNTIL WS-CATEGORY-IDX > WS-CATEGORY-MAX.
	MOVE "ALL CATEGORIES"  TO RPT-S-NAME.
	MOVE WS-EXCEPTION-CNT  TO RPT-S-CNT.
	MOVE WS-EXCEPTION-AMT  TO RPT-S-AMT.
	MOVE RPT-SUMMARY-LINE TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE RPT-BLANK-LINE TO REPORT-LINE.
	WRITE REPORT-LINE.
	IF WS-EXCEPTION-CNT = 0
	   MOVE "AUDIT PASSED - STATEMENTS MAY BE MAILED"
	        TO RPT-SECTION-LINE
	ELSE
	   MOVE "AUDIT FAILED - STATEMENTS HELD UNTIL CLEARED OR OVERRIDDEN"
	        TO RPT-SECTION-LINE
	END-IF.
	MOVE RPT-SECTION-LINE TO REPORT-LINE.
	WRITE REPORT-LINE.
	MOVE RPT-BLANK-LINE TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-ACCOUNTS-READ TO RPT-T-ACCOUNTS.
	MOVE RPT-TRAILER-LINE-1 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-HISTORY-READ TO RPT-T-HISTORY.
	MOVE RPT-TRAILER-LINE-2 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-CALLS-READ TO RPT-T-CALLS.
	MOVE RPT-TRAILER-LINE-3 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-PROMISES-READ TO RPT-T-PROMISES.
	MOVE RPT-TRAILER-LINE-4 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-SUSP-FILE-CNT TO RPT-T-SUSP-CNT.
	MOVE WS-SUSP-FILE-AMT TO RPT-T-SUSP-AMT.
	MOVE RPT-TRAILER-LINE-5 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-SUSP-STAMP-CNT     TO RPT-T-STAMP-CNT.
	MOVE WS-SUSP-STAMP-AMT     TO RPT-T-STAMP-AMT.
	MOVE WS-SUSP-STAMP-PROGRAM TO RPT-T-STAMP-PGM.
	MOVE WS-SUSP-STAMP-DATE    TO RPT-T-STAMP-DATE.
	MOVE RPT-TRAILER-LINE-6 TO REPORT-LINE.
	WRITE REPORT-LINE.

6A-WRITE-SUMMARY-LINE.

	MOVE WS-CATEGORY-NAME (WS-CATEGORY-IDX) TO RPT-S-NAME.
	MOVE WS-CAT-CNT (WS-CATEGORY-IDX)       TO RPT-S-CNT.
	MOVE WS-CAT-AMT (WS-CATEGORY-IDX)       TO RPT-S-AMT.
	MOVE RPT-SUMMARY-LINE TO REPORT-LINE.
	WRITE REPORT-LINE.

7-WRITE-EXCEPTION.
*>
*>  Write the exception built in the record area and count it into
*>  its category.
*>
	WRITE EXCEPTION-RECORD.
	ADD 1 TO WS-CAT-CNT (EXC-CATEGORY).
	ADD EXC-DOLLARS TO WS-CAT-AMT (EXC-CATEGORY).
	ADD 1 TO WS-EXCEPTION-CNT.
	ADD EXC-DOLLARS TO WS-EXCEPTION-AMT.

9-STAMP-RUN-CONTROL.
*>
*>  Stamp the shared run-control file: passed ("C") with no
*>  exceptions, failed ("X") with any.  prog7 checks for today's
*>  passed stamp before it mails statements.
*>
	OPEN EXTEND RUN-CONTROL-FILE.
	IF RUN-FILE-STATUS = "05" OR RUN-FILE-STATUS = "35"
	   OR RUN-FILE-STATUS = "97"
	   OPEN OUTPUT RUN-CONTROL-FILE.
	MOVE SPACES TO RUN-CONTROL-RECORD.
	MOVE "prog29"    TO RUN-PROGRAM-ID.
	MOVE WS-RUN-DATE TO RUN-STAMP-DATE.
	ACCEPT WS-STAMP-TIME FROM TIME.
	MOVE WS-STAMP-TIME(1:6) TO RUN-STAMP-TIME.
	IF WS-EXCEPTION-CNT = 0
	   MOVE "C"      TO RUN-STATUS
	ELSE
	   MOVE "X"      TO RUN-STATUS
	END-IF.
	STRING "EXCEPTIONS "      DELIMITED BY SIZE
	       WS-EXCEPTION-CNT   DELIMITED BY SIZE
	       " AMT "            DELIMITED BY SIZE
	       WS-EXCEPTION-AMT   DELIMITED BY SIZE
	       INTO RUN-TOTALS.
	WRITE RUN-CONTROL-RECORD.
	CLOSE RUN-CONTROL-FILE.
