IDENTIFICATION DIVISION.
PROGRAM-ID. prog26.
*>
*>  Year-end dependent care payment statements.  Every January parents
*>  ask for a letter showing what they paid for the year so they can
*>  claim the dependent care credit; until now the office built these
*>  by hand off old statements.
*>
*>  This run totals each family's payments for the calendar year named
*>  on the control record, off the live history and off every archive
*>  prog18 moved closed-out history into (the control record lists
*>  the archive cutoffs to read).  A "P" record is a payment except a
*>  prog11 BACKOUT, which undoes a charge rather than paying one; a
*>  returned check ("N", prog22) and a refund ("R", prog23) are money
*>  the family did not end up paying and come off the total, and
*>  prog11's NSF BKO and REFUND BKO offsets put it back as payments.
*>  Money recovered on an account written off to the collection
*>  agency ("V", prog8) was paid too, and counts with the payments.
*>  The year's records are sorted onto the PARENT/STREET/CITY/ZIP
*>  family keys prog7 bills on and broken out by child NAME under each
*>  family, and one statement per family with net payments prints
*>  with the provider's name, address, and tax ID off the control
*>  record.
*>
*>  The summary listing shows every family and what its statement
*>  said, the payments posted to accounts no longer on the master,
*>  and the control totals.  The year's payments are classified the
*>  way prog14 classified them on their way to the ledger, so when
*>  the office stages the year's PAYMENTS credits and RETURNS plus
*>  REFUNDS debits off the twelve GL posting summaries on the control
*>  record, the listing proves the statements against them and the
*>  run-control stamp is "X" when they do not tie.
*>
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

*>  "Y" record: the tax year, the provider's name, address, and tax
*>  ID, and the year's GL figures when staged.  One "A" record per
*>  prog18 archive to read, carrying its cutoff date.  No "Y" record
*>  staged means no statements - a tax ID is nothing to guess at.
        SELECT YEAREND-CONTROL-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_YEAREND_CTL.TMP"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS CTL-FILE-STATUS.

        SELECT HISTORY-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_VENDOR_HST.TMP"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS HST-FILE-STATUS.

*>  prog18's dated archive; the file name carries the cutoff date and
*>  is built for each "A" record in turn.
        SELECT ARCHIVE-FILE
                ASSIGN TO "TTI_VENDOR_ARC"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS ARC-FILE-STATUS.

*>  Read by account to find the family and child a payment belongs
*>  to.
        SELECT TEST-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_VENDOR_MST.TMP"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ACCT-NO
                FILE STATUS IS MST-FILE-STATUS.

*>  The year's payment activity sorted onto the family keys and
*>  child name, the order prog7 bills families in.
        SELECT SORT-WORK-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_VENDOR_YSRT.TMP".

        SELECT SORTED-ACTIVITY
                ASSIGN TO "SYS$SCRATCH:TTI_VENDOR_YSRTD.TMP"
                ORGANIZATION IS SEQUENTIAL.

        SELECT STATEMENT-FILE
                ASSIGN TO "SYS$PRINT"
                ORGANIZATION IS LINE SEQUENTIAL.

*>  A distinct target from STATEMENT-FILE's "SYS$PRINT" - both are
*>  open and written to for the whole run, so sharing one spooled
*>  device would interleave the listing into the statements.
        SELECT SUMMARY-REPORT
                ASSIGN TO "SYS$SCRATCH:TTI_YEAREND_SUM.LIS"
                ORGANIZATION IS LINE SEQUENTIAL.

        SELECT RUN-CONTROL-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_RUN_CTL.TMP"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS RUN-FILE-STATUS.

DATA DIVISION.
FILE SECTION.

*>  YEC-GL-PAYMENTS / YEC-GL-REVERSALS are left blank when the GL
*>  figures have not been staged; the proof lines then say so.
FD  YEAREND-CONTROL-FILE.
01  YEAREND-CONTROL-RECORD.
    05 YEC-REC-TYPE           PIC X.
    05 YEC-TAX-YEAR           PIC 9(4).
    05 YEC-PROVIDER-NAME      PIC X(30).
    05 YEC-PROVIDER-STREET    PIC X(30).
    05 YEC-PROVIDER-CITY      PIC X(30).
    05 YEC-TAX-ID             PIC X(10).
    05 YEC-GL-PAYMENTS        PIC 9(10)v99.
    05 YEC-GL-PAYMENTS-CHAR   REDEFINES YEC-GL-PAYMENTS PIC X(12).
    05 YEC-GL-REVERSALS       PIC 9(10)v99.
    05 YEC-GL-REVERSALS-CHAR  REDEFINES YEC-GL-REVERSALS PIC X(12).
    05 FILLER                 PIC X(11).
01  YEAREND-ARCHIVE-RECORD.
    05 YEA-REC-TYPE           PIC X.
    05 YEA-CUTOFF-DATE        PIC 9(8).
    05 FILLER                 PIC X(131).

FD  HISTORY-FILE.
01  HISTORY-RECORD.
    05 HST-ACCT-NO            PIC 9(6).
    05 HST-TXN-DATE           PIC X(8).
    05 HST-TXN-TYPE           PIC X.
    05 HST-AMOUNT             PIC 9(6)v99.
    05 HST-REFERENCE          PIC X(10).
    05 FILLER                 PIC X(47).

FD  ARCHIVE-FILE
    VALUE OF ID IS WS-ARCHIVE-NAME.
01  ARCHIVE-RECORD.
    05 ARC-ACCT-NO            PIC 9(6).
    05 ARC-TXN-DATE           PIC X(8).
    05 ARC-TXN-TYPE           PIC X.
    05 ARC-AMOUNT             PIC 9(6)v99.
    05 ARC-REFERENCE          PIC X(10).
    05 ARC-CLOSE-DATE         PIC 9(8).
    05 FILLER                 PIC X(39).

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
    05 ACCT-NO     PIC 9(6).
    05 FILLER      PIC X(43).

*>  SW-KIND: "P" payment (or recovery), "N" returned check, "R"
*>  refund.
SD  SORT-WORK-FILE.
01  SW-RECORD.
    05 SW-PARENT              PIC X(24).
    05 SW-STREET              PIC X(30).
    05 SW-CITY                PIC X(12).
    05 SW-ZIP                 PIC X(9).
    05 SW-NAME                PIC X(30).
    05 SW-ACCT-NO             PIC 9(6).
    05 SW-KIND                PIC X.
    05 SW-AMOUNT              PIC 9(6)v99.
    05 FILLER                 PIC X(20).

FD  SORTED-ACTIVITY.
01  SRT-RECORD.
    05 SRT-PARENT             PIC X(24).
    05 SRT-STREET             PIC X(30).
    05 SRT-CITY               PIC X(12).
    05 SRT-ZIP                PIC X(9).
    05 SRT-NAME               PIC X(30).
    05 SRT-ACCT-NO            PIC 9(6).
    05 SRT-KIND               PIC X.
    05 SRT-AMOUNT             PIC 9(6)v99.
    05 FILLER                 PIC X(20).

FD  STATEMENT-FILE.
01  STATEMENT-LINE            PIC X(80).

FD  SUMMARY-REPORT.
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
01  HST-FILE-STATUS PIC XX   VALUE "00".
01  ARC-FILE-STATUS PIC XX   VALUE "00".
01  MST-FILE-STATUS PIC XX   VALUE "00".
01  RUN-FILE-STATUS PIC XX   VALUE "00".
01  CTL-EOF-SW     PIC X     VALUE '0'.
    88 CTL-EOF               VALUE '1'.
01  HIST-EOF-SW    PIC X     VALUE '0'.
    88 HIST-EOF              VALUE '1'.
01  ARC-EOF-SW     PIC X     VALUE '0'.
    88 ARC-EOF               VALUE '1'.
01  SRT-EOF-SW     PIC X     VALUE '0'.
    88 SRT-EOF               VALUE '1'.

01  WS-RUN-DATE           PIC 9(8)     VALUE 0.
01  WS-STAMP-TIME         PIC 9(8)     VALUE 0.
01  WS-TAX-YEAR           PIC 9(4)     VALUE 0.
01  WS-TAX-YEAR-CHAR      REDEFINES WS-TAX-YEAR PIC X(4).
01  WS-PROVIDER-NAME      PIC X(30)    VALUE SPACES.
01  WS-PROVIDER-STREET    PIC X(30)    VALUE SPACES.
01  WS-PROVIDER-CITY      PIC X(30)    VALUE SPACES.
01  WS-TAX-ID             PIC X(10)    VALUE SPACES.
01  WS-GL-STAGED-SW       PIC X        VALUE 'N'.
    88 WS-GL-STAGED                    VALUE 'Y'.
01  WS-GL-PAYMENTS        PIC 9(10)v99 VALUE 0.
01  WS-GL-REVERSALS       PIC 9(10)v99 VALUE 0.

*>  The archives named on the control file, read in the order listed.
01  WS-ARCHIVE-NAME       PIC X(50)    VALUE SPACES.
01  WS-ARCHIVE-MAX        PIC 9(2)     VALUE 24.
01  WS-ARCHIVE-CNT        PIC 9(2)     VALUE 0.
01  WS-ARCHIVE-IDX        PIC 9(2)     VALUE 0.
01  WS-ARCHIVE-TABLE.
    03 WS-ARCHIVE-CUTOFF  PIC 9(8)     OCCURS 24 TIMES.

*>  One history or archive row being judged, whichever file it came
*>  off.
01  WS-TXN-ACCT-NO        PIC 9(6)     VALUE 0.
01  WS-TXN-DATE           PIC X(8)     VALUE SPACES.
01  WS-TXN-TYPE           PIC X        VALUE SPACE.
01  WS-TXN-AMOUNT         PIC 9(6)v99  VALUE 0.
01  WS-TXN-REFERENCE      PIC X(10)    VALUE SPACES.
01  WS-TXN-KIND           PIC X        VALUE SPACE.

*>  Payments posted to accounts no longer on the master: no family to
*>  send them to, so they are listed for the office to look into.
01  WS-UNKNOWN-MAX        PIC 9(3)     VALUE 100.
01  WS-UNKNOWN-CNT        PIC 9(3)     VALUE 0.
01  WS-UNKNOWN-IDX        PIC 9(3)     VALUE 0.
01  WS-UNKNOWN-TABLE.
    03 WS-UNKNOWN-ENTRY OCCURS 100 TIMES.
       05 WS-UNK-ACCT-NO     PIC 9(6).
       05 WS-UNK-NET         PIC S9(8)v99.

*>  The family being accumulated and its children's nets.
01  WS-FIRST-RECORD-SW    PIC X        VALUE 'Y'.
    88 WS-FIRST-RECORD                 VALUE 'Y'.
    88 WS-NOT-FIRST-RECORD             VALUE 'N'.
01  WS-PRIOR-PARENT       PIC X(24)    VALUE SPACES.
01  WS-PRIOR-STREET       PIC X(30)    VALUE SPACES.
01  WS-PRIOR-CITY         PIC X(12)    VALUE SPACES.
01  WS-PRIOR-ZIP          PIC X(9)     VALUE SPACES.
01  WS-FAMILY-NET         PIC S9(8)v99 VALUE 0.
01  WS-CHILD-MAX          PIC 9(2)     VALUE 20.
01  WS-CHILD-CNT          PIC 9(2)     VALUE 0.
01  WS-CHILD-IDX          PIC 9(2)     VALUE 0.
01  WS-CHILD-TABLE.
    03 WS-CHILD-ENTRY OCCURS 20 TIMES.
       05 WS-CHILD-NAME      PIC X(30).
       05 WS-CHILD-NET       PIC S9(8)v99.

01  WS-HIST-READ          PIC 9(8)     VALUE 0.
01  WS-ARC-READ           PIC 9(8)     VALUE 0.
01  WS-ARCHIVES-OPENED    PIC 9(2)     VALUE 0.
01  WS-ARCHIVES-MISSING   PIC 9(2)     VALUE 0.
01  WS-SELECTED-CNT       PIC 9(8)     VALUE 0.
01  WS-PAYMENT-CNT        PIC 9(8)     VALUE 0.
01  WS-RETURN-CNT         PIC 9(8)     VALUE 0.
01  WS-REFUND-CNT         PIC 9(8)     VALUE 0.
01  WS-CARRYFWD-CNT       PIC 9(8)     VALUE 0.
01  WS-RECOVERY-CNT       PIC 9(8)     VALUE 0.
01  WS-BACKOUT-CNT        PIC 9(8)     VALUE 0.
01  WS-UNKNOWN-TXN-CNT    PIC 9(8)     VALUE 0.
01  WS-SUM-PAYMENTS       PIC 9(10)v99 VALUE 0.
01  WS-SUM-RETURNS        PIC 9(10)v99 VALUE 0.
01  WS-SUM-REFUNDS        PIC 9(10)v99 VALUE 0.
01  WS-SUM-CARRYFWD       PIC 9(10)v99 VALUE 0.
01  WS-SUM-RECOVERIES     PIC 9(10)v99 VALUE 0.
01  WS-SUM-BACKOUTS       PIC 9(10)v99 VALUE 0.
01  WS-SUM-UNKNOWN        PIC S9(10)v99 VALUE 0.
01  WS-SUM-REVERSALS      PIC 9(10)v99 VALUE 0.
01  WS-NET-SELECTED       PIC S9(10)v99 VALUE 0.
01  WS-FAMILY-CNT         PIC 9(6)     VALUE 0.
01  WS-STATEMENT-CNT      PIC 9(6)     VALUE 0.
01  WS-SUM-STATEMENTS     PIC 9(10)v99 VALUE 0.
01  WS-NO-STMT-CNT        PIC 9(6)     VALUE 0.
01  WS-SUM-NO-STMT        PIC S9(10)v99 VALUE 0.
01  WS-PROOF-AMT          PIC S9(10)v99 VALUE 0.
01  WS-GL-PAY-DIFF        PIC S9(10)v99 VALUE 0.
01  WS-GL-REV-DIFF        PIC S9(10)v99 VALUE 0.
01  WS-TIED-SW            PIC X        VALUE 'Y'.
    88 WS-TIED                         VALUE 'Y'.

01  STMT-BLANK-LINE       PIC X(80)    VALUE SPACES.

01  STMT-PROVIDER-LINE.
    05 FILLER             PIC X(10) VALUE SPACES.
    05 STMT-PROVIDER-TEXT PIC X(30).

01  STMT-TAX-ID-LINE.
    05 FILLER             PIC X(10) VALUE SPACES.
    05 FILLER             PIC X(23) VALUE "Provider tax ID (EIN): ".
    05 STMT-TAX-ID        PIC X(10).

01  STMT-HEADING-LINE.
    05 FILLER             PIC X(46)
       VALUE "STATEMENT OF DEPENDENT CARE PAYMENTS FOR YEAR".
    05 STMT-H-YEAR        PIC 9(4).

01  STMT-PARENT-LINE.
    05 FILLER             PIC X(10) VALUE SPACES.
    05 STMT-PARENT        PIC X(24).

01  STMT-STREET-LINE.
    05 FILLER             PIC X(10) VALUE SPACES.
    05 STMT-STREET        PIC X(30).

01  STMT-CITY-ZIP-LINE.
    05 FILLER             PIC X(10) VALUE SPACES.
    05 STMT-CITY          PIC X(12).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 STMT-ZIP           PIC X(9).

01  STMT-CHILD-HEADING.
    05 FILLER             PIC X(12) VALUE SPACES.
    05 FILLER             PIC X(32) VALUE "Child".
    05 FILLER             PIC X(16) VALUE "    Amount paid".

01  STMT-CHILD-LINE.
    05 FILLER             PIC X(12) VALUE SPACES.
    05 STMT-CHILD-NAME    PIC X(30).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 STMT-CHILD-AMOUNT  PIC $$$,$$$,$$9.99-.

01  STMT-TOTAL-LINE.
    05 FILLER             PIC X(12) VALUE SPACES.
    05 FILLER             PIC X(32) VALUE "Total paid for care".
    05 STMT-TOTAL-AMOUNT  PIC $$$,$$$,$$9.99.

01  STMT-NOTE-LINE.
    05 FILLER             PIC X(10) VALUE SPACES.
    05 FILLER             PIC X(60)
       VALUE "Payments received, less returned checks and refunds.".

01  STMT-KEEP-LINE.
    05 FILLER             PIC X(10) VALUE SPACES.
    05 FILLER             PIC X(60)
       VALUE "Please keep this statement with your tax records.".

01  RPT-HEADING-1.
    05 FILLER             PIC X(40)
       VALUE "YEAR-END DEPENDENT CARE SUMMARY FOR".
    05 RPT-H-YEAR         PIC 9(4).
    05 FILLER             PIC X(4)  VALUE SPACES.
    05 FILLER             PIC X(5)  VALUE "RUN: ".
    05 RPT-H-RUN-DATE     PIC 9(8).

01  RPT-HEADING-2.
    05 FILLER             PIC X(26) VALUE "PARENT".
    05 FILLER             PIC X(14) VALUE "CITY".
    05 FILLER             PIC X(6)  VALUE "KIDS".
    05 FILLER             PIC X(16) VALUE "      NET PAID".
    05 FILLER             PIC X(18) VALUE "  STATEMENT".

01  RPT-FAMILY-LINE.
    05 RPT-PARENT         PIC X(24).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-CITY           PIC X(12).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-CHILDREN       PIC ZZ9.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-NET            PIC ZZ,ZZZ,ZZ9.99-.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-DISPOSITION    PIC X(16).

01  RPT-UNKNOWN-HEADING   PIC X(80)
    VALUE "PAYMENTS ON ACCOUNTS NOT ON THE MASTER - NO STATEMENT".

01  RPT-UNKNOWN-LINE.
    05 FILLER             PIC X(10) VALUE "  ACCOUNT ".
    05 RPT-UNK-ACCT-NO    PIC 9(6).
    05 FILLER             PIC X(24) VALUE SPACES.
    05 RPT-UNK-NET        PIC ZZ,ZZZ,ZZ9.99-.

01  RPT-BLANK-LINE        PIC X(80)    VALUE SPACES.
01  RPT-MESSAGE-LINE      PIC X(80)    VALUE SPACES.

01  RPT-TRAILER-LINE-1.
    05 FILLER             PIC X(22) VALUE "History records read :".
    05 RPT-T-HIST-READ    PIC ZZZ,ZZZ,ZZ9.
01  RPT-TRAILER-LINE-2.
    05 FILLER             PIC X(22) VALUE "Archive records read :".
    05 RPT-T-ARC-READ     PIC ZZZ,ZZZ,ZZ9.
    05 FILLER             PIC X(4)  VALUE SPACES.
    05 RPT-T-ARC-OPENED   PIC Z9.
    05 FILLER             PIC X(10) VALUE " archives,".
    05 RPT-T-ARC-MISSING  PIC Z9.
    05 FILLER             PIC X(8)  VALUE " missing".
01  RPT-TRAILER-LINE-3.
    05 FILLER             PIC X(22) VALUE "Payments             :".
    05 RPT-T-PAY-CNT      PIC ZZZ,ZZZ,ZZ9.
    05 RPT-T-PAY-AMT      PIC Z,ZZZ,ZZZ,ZZ9.99.
01  RPT-TRAILER-LINE-4.
    05 FILLER             PIC X(22) VALUE "Carried fwd by close :".
    05 RPT-T-CFW-CNT      PIC ZZZ,ZZZ,ZZ9.
    05 RPT-T-CFW-AMT      PIC Z,ZZZ,ZZZ,ZZ9.99.
01  RPT-TRAILER-LINE-5.
    05 FILLER             PIC X(22) VALUE "Bad-debt recoveries  :".
    05 RPT-T-RCV-CNT      PIC ZZZ,ZZZ,ZZ9.
    05 RPT-T-RCV-AMT      PIC Z,ZZZ,ZZZ,ZZ9.99.
01  RPT-TRAILER-LINE-6.
    05 FILLER             PIC X(22) VALUE "Returned checks      :".
    05 RPT-T-RET-CNT      PIC ZZZ,ZZZ,ZZ9.
    05 RPT-T-RET-AMT      PIC Z,ZZZ,ZZZ,ZZ9.99.
01  RPT-TRAILER-LINE-7.
    05 FILLER             PIC X(22) VALUE "Refunds              :".
    05 RPT-T-REF-CNT      PIC ZZZ,ZZZ,ZZ9.
    05 RPT-T-REF-AMT      PIC Z,ZZZ,ZZZ,ZZ9.99.
01  RPT-TRAILER-LINE-8.
    05 FILLER             PIC X(22) VALUE "Backouts not counted :".
    05 RPT-T-BKO-CNT      PIC ZZZ,ZZZ,ZZ9.
    05 RPT-T-BKO-AMT      PIC Z,ZZZ,ZZZ,ZZ9.99.
01  RPT-TRAILER-LINE-9.
    05 FILLER             PIC X(22) VALUE "Net paid for year    :".
    05 FILLER             PIC X(10) VALUE SPACES.
    05 RPT-T-NET          PIC Z,ZZZ,ZZZ,ZZ9.99-.
01  RPT-TRAILER-LINE-10.
    05 FILLER             PIC X(22) VALUE "Statements printed   :".
    05 RPT-T-STMT-CNT     PIC ZZZ,ZZZ,ZZ9.
    05 RPT-T-STMT-AMT     PIC Z,ZZZ,ZZZ,ZZ9.99.
01  RPT-TRAILER-LINE-11.
    05 FILLER             PIC X(22) VALUE "Families, no net paid:".
    05 RPT-T-NOSTMT-CNT   PIC ZZZ,ZZZ,ZZ9.
    05 RPT-T-NOSTMT-AMT   PIC Z,ZZZ,ZZZ,ZZ9.99-.
01  RPT-TRAILER-LINE-12.
    05 FILLER             PIC X(22) VALUE "Not on master        :".
    05 RPT-T-UNK-CNT      PIC ZZZ,ZZZ,ZZ9.
    05 RPT-T-UNK-AMT      PIC Z,ZZZ,ZZZ,ZZ9.99-.
01  RPT-TRAILER-LINE-13.
    05 FILLER             PIC X(22) VALUE "Proof (must be zero) :".
    05 FILLER             PIC X(10) VALUE SPACES.
    05 RPT-T-PROOF        PIC Z,ZZZ,ZZZ,ZZ9.99-.
01  RPT-TRAILER-LINE-14.
    05 FILLER             PIC X(22) VALUE "GL payments staged   :".
    05 FILLER             PIC X(11) VALUE SPACES.
    05 RPT-T-GL-PAY       PIC Z,ZZZ,ZZZ,ZZ9.99.
01  RPT-TRAILER-LINE-15.
    05 FILLER             PIC X(22) VALUE "Payments less GL     :".
    05 FILLER             PIC X(10) VALUE SPACES.
    05 RPT-T-GL-PAY-DIFF  PIC Z,ZZZ,ZZZ,ZZ9.99-.
01  RPT-TRAILER-LINE-16.
    05 FILLER             PIC X(22) VALUE "GL returns + refunds :".
    05 FILLER             PIC X(11) VALUE SPACES.
    05 RPT-T-GL-REV       PIC Z,ZZZ,ZZZ,ZZ9.99.
01  RPT-TRAILER-LINE-17.
    05 FILLER             PIC X(22) VALUE "Reversals less GL    :".
    05 FILLER             PIC X(10) VALUE SPACES.
    05 RPT-T-GL-REV-DIFF  PIC Z,ZZZ,ZZZ,ZZ9.99-.

PROCEDURE DIVISION.

MAINLINE SECTION.
START-UP.

	ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
	PERFORM 0-READ-CONTROL-FILE THRU 0-EXIT.
	IF WS-TAX-YEAR = 0
	   DISPLAY "No year-end control record - no statements printed"
	           WITH CONVERSION
	   STOP RUN.
	DISPLAY "Dependent care statements for " WS-TAX-YEAR
	        WITH CONVERSION.

	OPEN INPUT TEST-FILE.
	SORT SORT-WORK-FILE
	    ON ASCENDING KEY SW-PARENT SW-STREET SW-CITY SW-ZIP SW-NAME
	    INPUT PROCEDURE IS 1-SELECT-YEAR
	    GIVING SORTED-ACTIVITY.
	CLOSE TEST-FILE.

	OPEN OUTPUT STATEMENT-FILE.
	OPEN OUTPUT SUMMARY-REPORT.
	MOVE WS-TAX-YEAR TO RPT-H-YEAR.
	MOVE WS-RUN-DATE TO RPT-H-RUN-DATE.
	MOVE RPT-HEADING-1 TO REPORT-LINE.
	WRITE REPORT-LINE.
	MOVE RPT-HEADING-2 TO REPORT-LINE.
	WRITE REPORT-LINE.

	OPEN INPUT SORTED-ACTIVITY.
	PERFORM 2-READ-ACTIVITY THRU 2-EXIT UNTIL SRT-EOF.
	IF WS-NOT-FIRST-RECORD
	   PERFORM 3-CLOSE-FAMILY THRU 3-EXIT.
	CLOSE SORTED-ACTIVITY.

	PERFORM 4-LIST-UNKNOWN-ACCOUNTS THRU 4-EXIT.
	PERFORM 5-WRITE-CONTROL-TOTALS.
	CLOSE STATEMENT-FILE.
	CLOSE SUMMARY-REPORT.
	DISPLAY "Families          : " WS-FAMILY-CNT WITH CONVERSION.
	DISPLAY "Statements printed: " WS-STATEMENT-CNT WITH CONVERSION.
	IF NOT WS-TIED
	   DISPLAY "Statements do not tie to the GL - see the listing"
	           WITH CONVERSION.
	PERFORM 9-STAMP-RUN-CONTROL.
	STOP RUN.

START-UP-EXIT.
	EXIT.

0-READ-CONTROL-FILE.
*>
*>  Pick up the tax year, the provider block, the GL figures, and
*>  the archives to read.  The GL figures are optional; a blank field
*>  means they were not staged.
*>
	OPEN INPUT YEAREND-CONTROL-FILE.
	IF CTL-FILE-STATUS NOT = "00"
	   GO TO 0-EXIT.
	PERFORM 0A-READ-ONE-CONTROL THRU 0A-EXIT UNTIL CTL-EOF.
	CLOSE YEAREND-CONTROL-FILE.

0-EXIT.
	EXIT.

0A-READ-ONE-CONTROL.

	READ YEAREND-CONTROL-FILE
	  AT END SET CTL-EOF TO TRUE
	         GO TO 0A-EXIT.

	IF YEA-REC-TYPE = "A"
	   IF WS-ARCHIVE-CNT < WS-ARCHIVE-MAX
	      ADD 1 TO WS-ARCHIVE-CNT
	      MOVE YEA-CUTOFF-DATE TO WS-ARCHIVE-CUTOFF (WS-ARCHIVE-CNT)
	   ELSE
	      DISPLAY "Too many archives listed - " YEA-CUTOFF-DATE
	              " not read" WITH CONVERSION
	   END-IF
	   GO TO 0A-EXIT.

	IF YEC-REC-TYPE NOT = "Y"
	   GO TO 0A-EXIT.
	MOVE YEC-TAX-YEAR        TO WS-TAX-YEAR.
	MOVE YEC-PROVIDER-NAME   TO WS-PROVIDER-NAME.
	MOVE YEC-PROVIDER-STREET TO WS-PROVIDER-STREET.
	MOVE YEC-PROVIDER-CITY   TO WS-PROVIDER-CITY.
	MOVE YEC-TAX-ID          TO WS-TAX-ID.
	IF YEC-GL-PAYMENTS-CHAR NOT = SPACES
	   INSPECT YEC-GL-PAYMENTS-CHAR REPLACING ALL SPACE BY ZERO
	   INSPECT YEC-GL-REVERSALS-CHAR REPLACING ALL SPACE BY ZERO
	   MOVE YEC-GL-PAYMENTS  TO WS-GL-PAYMENTS
	   MOVE YEC-GL-REVERSALS TO WS-GL-REVERSALS
	   SET WS-GL-STAGED TO TRUE.

0A-EXIT.
	EXIT.

1-SELECT-YEAR SECTION.
1-OPEN-HISTORY.

	OPEN INPUT HISTORY-FILE.
	IF HST-FILE-STATUS NOT = "00"
	   DISPLAY "Transaction history not available - "
	           HST-FILE-STATUS WITH CONVERSION
	   SET HIST-EOF TO TRUE.
	PERFORM 1A-RELEASE-HISTORY THRU 1A-EXIT UNTIL HIST-EOF.
	IF HST-FILE-STATUS = "00"
	   CLOSE HISTORY-FILE.
	PERFORM 1B-READ-ONE-ARCHIVE THRU 1B-EXIT
	    VARYING WS-ARCHIVE-IDX FROM 1 BY 1
	    UNTIL WS-ARCHIVE-IDX > WS-ARCHIVE-CNT.
	GO TO 1-SELECT-DONE.

1A-RELEASE-HISTORY.

	READ HISTORY-FILE
	  AT END SET HIST-EOF TO TRUE
	         GO TO 1A-EXIT.

	ADD 1 TO WS-HIST-READ.
	MOVE HST-ACCT-NO   TO WS-TXN-ACCT-NO.
	MOVE HST-TXN-DATE  TO WS-TXN-DATE.
	MOVE HST-TXN-TYPE  TO WS-TXN-TYPE.
	MOVE HST-AMOUNT    TO WS-TXN-AMOUNT.
	MOVE HST-REFERENCE TO WS-TXN-REFERENCE.
	PERFORM 1D-RELEASE-TRANSACTION THRU 1D-EXIT.

1A-EXIT.
	EXIT.

1B-READ-ONE-ARCHIVE.
*>
*>  Read one prog18 archive.  An archive listed but not found is
*>  counted on the listing rather than stopping the run: the office
*>  may have listed a cutoff that was never closed.
*>
	MOVE SPACES TO WS-ARCHIVE-NAME.
	STRING "SYS$SCRATCH:TTI_VENDOR_ARC_"       DELIMITED BY SIZE
	       WS-ARCHIVE-CUTOFF (WS-ARCHIVE-IDX)  DELIMITED BY SIZE
	       ".TMP"                              DELIMITED BY SIZE
	       INTO WS-ARCHIVE-NAME.
	OPEN INPUT ARCHIVE-FILE.
	IF ARC-FILE-STATUS NOT = "00"
	   ADD 1 TO WS-ARCHIVES-MISSING
	   DISPLAY "Archive not available - " WS-ARCHIVE-NAME
	           WITH CONVERSION
	   GO TO 1B-EXIT.
	ADD 1 TO WS-ARCHIVES-OPENED.
	MOVE '0' TO ARC-EOF-SW.
	PERFORM 1C-RELEASE-ARCHIVE THRU 1C-EXIT UNTIL ARC-EOF.
	CLOSE ARCHIVE-FILE.

1B-EXIT.
	EXIT.

1C-RELEASE-ARCHIVE.

	READ ARCHIVE-FILE
	  AT END SET ARC-EOF TO TRUE
	         GO TO 1C-EXIT.

	ADD 1 TO WS-ARC-READ.
	MOVE ARC-ACCT-NO   TO WS-TXN-ACCT-NO.
	MOVE ARC-TXN-DATE  TO WS-TXN-DATE.
	MOVE ARC-TXN-TYPE  TO WS-TXN-TYPE.
	MOVE ARC-AMOUNT    TO WS-TXN-AMOUNT.
	MOVE ARC-REFERENCE TO WS-TXN-REFERENCE.
	PERFORM 1D-RELEASE-TRANSACTION THRU 1D-EXIT.

1C-EXIT.
	EXIT.

1D-RELEASE-TRANSACTION.
*>
*>  Judge one row dated in the tax year and release it to the family
*>  sort.  A BACKOUT undoes a charge, not a payment, and is only
*>  counted.  A CARRYFWD summary left by a close made before payment
*>  remainders kept their dates is counted as paid on its cutoff
*>  date - the best date it still carries - on a line of its own,
*>  since the ledger saw that money under the payments' own dates.
*>  A "V" recovery prog8 posted on a written-off account is money the
*>  family paid all the same and counts as a payment, on its own line.
*>
	IF WS-TXN-DATE(1:4) NOT = WS-TAX-YEAR-CHAR
	   GO TO 1D-EXIT.

	EVALUATE TRUE
	   WHEN WS-TXN-TYPE = "P" AND WS-TXN-REFERENCE = "BACKOUT"
	      ADD 1 TO WS-BACKOUT-CNT
	      ADD WS-TXN-AMOUNT TO WS-SUM-BACKOUTS
	      GO TO 1D-EXIT
	   WHEN WS-TXN-TYPE = "P" AND WS-TXN-REFERENCE = "CARRYFWD"
	      ADD 1 TO WS-CARRYFWD-CNT
	      ADD WS-TXN-AMOUNT TO WS-SUM-CARRYFWD
	      MOVE "P" TO WS-TXN-KIND
	   WHEN WS-TXN-TYPE = "P"
	      ADD 1 TO WS-PAYMENT-CNT
	      ADD WS-TXN-AMOUNT TO WS-SUM-PAYMENTS
	      MOVE "P" TO WS-TXN-KIND
	   WHEN WS-TXN-TYPE = "V"
	      ADD 1 TO WS-RECOVERY-CNT
	      ADD WS-TXN-AMOUNT TO WS-SUM-RECOVERIES
	      MOVE "P" TO WS-TXN-KIND
	   WHEN WS-TXN-TYPE = "N"
	      ADD 1 TO WS-RETURN-CNT
	      ADD WS-TXN-AMOUNT TO WS-SUM-RETURNS
	      MOVE "N" TO WS-TXN-KIND
	   WHEN WS-TXN-TYPE = "R"
	      ADD 1 TO WS-REFUND-CNT
	      ADD WS-TXN-AMOUNT TO WS-SUM-REFUNDS
	      MOVE "R" TO WS-TXN-KIND
	   WHEN OTHER
	      GO TO 1D-EXIT
	END-EVALUATE.
	ADD 1 TO WS-SELECTED-CNT.

	MOVE WS-TXN-ACCT-NO TO ACCT-NO.
	READ TEST-FILE
	   INVALID KEY
	      PERFORM 1E-NOTE-UNKNOWN-ACCOUNT THRU 1E-EXIT
	      GO TO 1D-EXIT
	END-READ.

	MOVE SPACES          TO SW-RECORD.
	MOVE PARENT          TO SW-PARENT.
	MOVE STREET          TO SW-STREET.
	MOVE CITY            TO SW-CITY.
	MOVE ZIP             TO SW-ZIP.
	MOVE NAME            TO SW-NAME.
	MOVE ACCT-NO         TO SW-ACCT-NO.
	MOVE WS-TXN-KIND     TO SW-KIND.
	MOVE WS-TXN-AMOUNT   TO SW-AMOUNT.
	RELEASE SW-RECORD.

1D-EXIT.
	EXIT.

1E-NOTE-UNKNOWN-ACCOUNT.
*>
*>  Net the row into the account's line on the not-on-master list.
*>
	ADD 1 TO WS-UNKNOWN-TXN-CNT.
	PERFORM 1F-SCAN-UNKNOWN
	    VARYING WS-UNKNOWN-IDX FROM 1 BY 1
	    UNTIL WS-UNKNOWN-IDX > WS-UNKNOWN-CNT
	    OR WS-UNK-ACCT-NO (WS-UNKNOWN-IDX) = WS-TXN-ACCT-NO.
	IF WS-UNKNOWN-IDX > WS-UNKNOWN-CNT
	   IF WS-UNKNOWN-CNT < WS-UNKNOWN-MAX
	      ADD 1 TO WS-UNKNOWN-CNT
	      MOVE WS-TXN-ACCT-NO TO WS-UNK-ACCT-NO (WS-UNKNOWN-CNT)
	      MOVE 0 TO WS-UNK-NET (WS-UNKNOWN-CNT)
	   ELSE
	      DISPLAY "Not-on-master list full - account "
	              WS-TXN-ACCT-NO " totalled only" WITH CONVERSION
	   END-IF
	END-IF.

	IF WS-TXN-KIND = "P"
	   ADD WS-TXN-AMOUNT TO WS-SUM-UNKNOWN
	ELSE
	   SUBTRACT WS-TXN-AMOUNT FROM WS-SUM-UNKNOWN
	END-IF.
	IF WS-UNKNOWN-IDX > WS-UNKNOWN-CNT
	   GO TO 1E-EXIT.
	IF WS-TXN-KIND = "P"
	   ADD WS-TXN-AMOUNT TO WS-UNK-NET (WS-UNKNOWN-IDX)
	ELSE
	   SUBTRACT WS-TXN-AMOUNT FROM WS-UNK-NET (WS-UNKNOWN-IDX)
	END-IF.

1E-EXIT.
	EXIT.

1F-SCAN-UNKNOWN.
*>
*>  Nothing to do per entry - the VARYING stops on the account's line
*>  or one past the last.
*>
	CONTINUE.

1-SELECT-DONE.
	EXIT.

MAINLINE-CONTINUED SECTION.

2-READ-ACTIVITY.

	READ SORTED-ACTIVITY
	  AT END SET SRT-EOF TO TRUE
	         GO TO 2-EXIT.

	IF WS-FIRST-RECORD
	   PERFORM 2A-START-NEW-FAMILY
	ELSE
	   IF SRT-PARENT NOT = WS-PRIOR-PARENT
	      OR SRT-STREET NOT = WS-PRIOR-STREET
	      OR SRT-CITY NOT = WS-PRIOR-CITY
	      OR SRT-ZIP NOT = WS-PRIOR-ZIP
	      PERFORM 3-CLOSE-FAMILY THRU 3-EXIT
	      PERFORM 2A-START-NEW-FAMILY
	   END-IF
	END-IF.
	PERFORM 2B-ADD-TO-CHILD THRU 2B-EXIT.

2-EXIT.
	EXIT.

2A-START-NEW-FAMILY.
*>
*>  Start accumulating a new family's year.
*>
	MOVE SRT-PARENT TO WS-PRIOR-PARENT.
	MOVE SRT-STREET TO WS-PRIOR-STREET.
	MOVE SRT-CITY   TO WS-PRIOR-CITY.
	MOVE SRT-ZIP    TO WS-PRIOR-ZIP.
	MOVE 0 TO WS-FAMILY-NET.
	MOVE 0 TO WS-CHILD-CNT.
	SET WS-NOT-FIRST-RECORD TO TRUE.

2B-ADD-TO-CHILD.
*>
*>  Net one row into the family and into its child's line.  The sort
*>  put each child's rows together, so a new name is a new line; two
*>  accounts for the same child (a merged duplicate) share one line.
*>
	IF SRT-KIND = "P"
	   ADD SRT-AMOUNT TO WS-FAMILY-NET
	ELSE
	   SUBTRACT SRT-AMOUNT FROM WS-FAMILY-NET
	END-IF.

	IF WS-CHILD-CNT = 0
	   OR SRT-NAME NOT = WS-CHILD-NAME (WS-CHILD-CNT)
	   IF WS-CHILD-CNT < WS-CHILD-MAX
	      ADD 1 TO WS-CHILD-CNT
	      MOVE SRT-NAME TO WS-CHILD-NAME (WS-CHILD-CNT)
	      MOVE 0        TO WS-CHILD-NET (WS-CHILD-CNT)
	   ELSE
	      DISPLAY "Child table full - " SRT-NAME
	              " in family total only" WITH CONVERSION
	      GO TO 2B-EXIT
	   END-IF
	END-IF.

	IF SRT-KIND = "P"
	   ADD SRT-AMOUNT TO WS-CHILD-NET (WS-CHILD-CNT)
	ELSE
	   SUBTRACT SRT-AMOUNT FROM WS-CHILD-NET (WS-CHILD-CNT)
	END-IF.

2B-EXIT.
	EXIT.

3-CLOSE-FAMILY.
*>
*>  The family is complete: print its statement when it paid anything
*>  net for the year, and list it either way.
*>
	ADD 1 TO WS-FAMILY-CNT.
	MOVE WS-PRIOR-PARENT TO RPT-PARENT.
	MOVE WS-PRIOR-CITY   TO RPT-CITY.
	MOVE WS-CHILD-CNT    TO RPT-CHILDREN.
	MOVE WS-FAMILY-NET   TO RPT-NET.

	IF WS-FAMILY-NET NOT > 0
	   ADD 1 TO WS-NO-STMT-CNT
	   ADD WS-FAMILY-NET TO WS-SUM-NO-STMT
	   MOVE "NONE - NO NET" TO RPT-DISPOSITION
	   MOVE RPT-FAMILY-LINE TO REPORT-LINE
	   WRITE REPORT-LINE
	   GO TO 3-EXIT.

	PERFORM 3A-PRINT-STATEMENT.
	ADD 1 TO WS-STATEMENT-CNT.
	ADD WS-FAMILY-NET TO WS-SUM-STATEMENTS.
	MOVE "PRINTED" TO RPT-DISPOSITION.
	MOVE RPT-FAMILY-LINE TO REPORT-LINE.
	WRITE REPORT-LINE.

3-EXIT.
	EXIT.

3A-PRINT-STATEMENT.
*>
*>  Print one family's statement: the provider block the parent
*>  copies onto the tax form, the family's address, and a line per
*>  child.
*>
	MOVE WS-PROVIDER-NAME TO STMT-PROVIDER-TEXT.
	MOVE STMT-PROVIDER-LINE TO STATEMENT-LINE.
	WRITE STATEMENT-LINE.
	MOVE WS-PROVIDER-STREET TO STMT-PROVIDER-TEXT.
	MOVE STMT-PROVIDER-LINE TO STATEMENT-LINE.
	WRITE STATEMENT-LINE.
	MOVE WS-PROVIDER-CITY TO STMT-PROVIDER-TEXT.
	MOVE STMT-PROVIDER-LINE TO STATEMENT-LINE.
	WRITE STATEMENT-LINE.
	MOVE WS-TAX-ID TO STMT-TAX-ID.
	MOVE STMT-TAX-ID-LINE TO STATEMENT-LINE.
	WRITE STATEMENT-LINE.
	MOVE STMT-BLANK-LINE TO STATEMENT-LINE.
	WRITE STATEMENT-LINE.

	MOVE WS-TAX-YEAR TO STMT-H-YEAR.
	MOVE STMT-HEADING-LINE TO STATEMENT-LINE.
	WRITE STATEMENT-LINE.
	MOVE STMT-BLANK-LINE TO STATEMENT-LINE.
	WRITE STATEMENT-LINE.

	MOVE WS-PRIOR-PARENT TO STMT-PARENT.
	MOVE STMT-PARENT-LINE TO STATEMENT-LINE.
	WRITE STATEMENT-LINE.
	MOVE WS-PRIOR-STREET TO STMT-STREET.
	MOVE STMT-STREET-LINE TO STATEMENT-LINE.
	WRITE STATEMENT-LINE.
	MOVE WS-PRIOR-CITY TO STMT-CITY.
	MOVE WS-PRIOR-ZIP  TO STMT-ZIP.
	MOVE STMT-CITY-ZIP-LINE TO STATEMENT-LINE.
	WRITE STATEMENT-LINE.
	MOVE STMT-BLANK-LINE TO STATEMENT-LINE.
	WRITE STATEMENT-LINE.

	MOVE STMT-CHILD-HEADING TO STATEMENT-LINE.
	WRITE STATEMENT-LINE.
	PERFORM 3B-PRINT-CHILD-LINE
	    VARYING WS-CHILD-IDX FROM 1 BY 1
	    UNTIL WS-CHILD-IDX > WS-CHILD-CNT.
	MOVE WS-FAMILY-NET TO STMT-TOTAL-AMOUNT.
	MOVE STMT-TOTAL-LINE TO STATEMENT-LINE.
	WRITE STATEMENT-LINE.
	MOVE STMT-BLANK-LINE TO STATEMENT-LINE.
	WRITE STATEMENT-LINE.

	MOVE STMT-NOTE-LINE TO STATEMENT-LINE.
	WRITE STATEMENT-LINE.
	MOVE STMT-KEEP-LINE TO STATEMENT-LINE.
	WRITE STATEMENT-LINE.
	MOVE STMT-BLANK-LINE TO STATEMENT-LINE.
	WRITE STATEMENT-LINE.
	WRITE STATEMENT-LINE.

3B-PRINT-CHILD-LINE.

	MOVE WS-CHILD-NAME (WS-CHILD-IDX) TO STMT-CHILD-NAME.
	MOVE WS-CHILD-NET (WS-CHILD-IDX)  TO STMT-CHILD-AMOUNT.
	MOVE STMT-CHILD-LINE TO STATEMENT-LINE.
	WRITE STATEMENT-LINE.

4-LIST-UNKNOWN-ACCOUNTS.
*>
*>  List the year's payments on accounts no longer on the master.
*>
	IF WS-UNKNOWN-CNT = 0
	   GO TO 4-EXIT.
	MOVE RPT-BLANK-LINE TO REPORT-LINE.
	WRITE REPORT-LINE.
	MOVE RPT-UNKNOWN-HEADING TO REPORT-LINE.
	WRITE REPORT-LINE.
	PERFORM 4A-LIST-ONE-UNKNOWN
	    VARYING WS-UNKNOWN-IDX FROM 1 BY 1
	    UNTIL WS-UNKNOWN-IDX > WS-UNKNOWN-CNT.

4-EXIT.
	EXIT.

4A-LIST-ONE-UNKNOWN.

	MOVE WS-UNK-ACCT-NO (WS-UNKNOWN-IDX) TO RPT-UNK-ACCT-NO.
	MOVE WS-UNK-NET (WS-UNKNOWN-IDX)     TO RPT-UNK-NET.
	MOVE RPT-UNKNOWN-LINE TO REPORT-LINE.
	WRITE REPORT-LINE.

5-WRITE-CONTROL-TOTALS.
*>
*>  Write the control totals.  The proof is net paid for the year =
*>  statements printed + families with nothing net + not on master.
*>  The payments and the returned checks plus refunds are classified
*>  as prog14 sent them to the ledger (a carried-forward summary is
*>  kept apart, and so is a bad-debt recovery, which the ledger took
*>  to RECOVERIES rather than PAYMENTS), so with the GL figures
*>  staged the two differences must both be zero.
*>
	COMPUTE WS-NET-SELECTED = WS-SUM-PAYMENTS + WS-SUM-CARRYFWD
	        + WS-SUM-RECOVERIES - WS-SUM-RETURNS - WS-SUM-REFUNDS.
	COMPUTE WS-PROOF-AMT = WS-NET-SELECTED - WS-SUM-STATEMENTS
	        - WS-SUM-NO-STMT - WS-SUM-UNKNOWN.
	IF WS-PROOF-AMT NOT = 0
	   MOVE 'N' TO WS-TIED-SW.

	MOVE RPT-BLANK-LINE TO REPORT-LINE.
	WRITE REPORT-LINE.
	MOVE WS-HIST-READ TO RPT-T-HIST-READ.
	MOVE RPT-TRAILER-LINE-1 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-ARC-READ         TO RPT-T-ARC-READ.
	MOVE WS-ARCHIVES-OPENED  TO RPT-T-ARC-OPENED.
	MOVE WS-ARCHIVES-MISSING TO RPT-T-ARC-MISSING.
	MOVE RPT-TRAILER-LINE-2 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-PAYMENT-CNT  TO RPT-T-PAY-CNT.
	MOVE WS-SUM-PAYMENTS TO RPT-T-PAY-AMT.
	MOVE RPT-TRAILER-LINE-3 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-CARRYFWD-CNT TO RPT-T-CFW-CNT.
	MOVE WS-SUM-CARRYFWD TO RPT-T-CFW-AMT.
	MOVE RPT-TRAILER-LINE-4 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-RECOVERY-CNT  TO RPT-T-RCV-CNT.
	MOVE WS-SUM-RECOVERIES TO RPT-T-RCV-AMT.
	MOVE RPT-TRAILER-LINE-5 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-RETURN-CNT  TO RPT-T-RET-CNT.
	MOVE WS-SUM-RETURNS TO RPT-T-RET-AMT.
	MOVE RPT-TRAILER-LINE-6 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-REFUND-CNT  TO RPT-T-REF-CNT.
	MOVE WS-SUM-REFUNDS TO RPT-T-REF-AMT.
	MOVE RPT-TRAILER-LINE-7 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-BACKOUT-CNT  TO RPT-T-BKO-CNT.
	MOVE WS-SUM-BACKOUTS TO RPT-T-BKO-AMT.
	MOVE RPT-TRAILER-LINE-8 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-NET-SELECTED TO RPT-T-NET.
	MOVE RPT-TRAILER-LINE-9 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-STATEMENT-CNT  TO RPT-T-STMT-CNT.
	MOVE WS-SUM-STATEMENTS TO RPT-T-STMT-AMT.
	MOVE RPT-TRAILER-LINE-10 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-NO-STMT-CNT TO RPT-T-NOSTMT-CNT.
	MOVE WS-SUM-NO-STMT TO RPT-T-NOSTMT-AMT.
	MOVE RPT-TRAILER-LINE-11 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-UNKNOWN-TXN-CNT TO RPT-T-UNK-CNT.
	MOVE WS-SUM-UNKNOWN     TO RPT-T-UNK-AMT.
	MOVE RPT-TRAILER-LINE-12 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-PROOF-AMT TO RPT-T-PROOF.
	MOVE RPT-TRAILER-LINE-13 TO REPORT-LINE.
	WRITE REPORT-LINE.

	IF NOT WS-GL-STAGED
	   MOVE "GL FIGURES NOT STAGED - STATEMENTS NOT PROVED TO THE GL"
	        TO RPT-MESSAGE-LINE
	   MOVE RPT-MESSAGE-LINE TO REPORT-LINE
	   WRITE REPORT-LINE
	ELSE
	   ADD WS-SUM-RETURNS WS-SUM-REFUNDS GIVING WS-SUM-REVERSALS
	   COMPUTE WS-GL-PAY-DIFF = WS-SUM-PAYMENTS - WS-GL-PAYMENTS
	   COMPUTE WS-GL-REV-DIFF = WS-SUM-REVERSALS - WS-GL-REVERSALS
	   IF WS-GL-PAY-DIFF NOT = 0 OR WS-GL-REV-DIFF NOT = 0
	      MOVE 'N' TO WS-TIED-SW
	   END-IF
	   MOVE WS-GL-PAYMENTS TO RPT-T-GL-PAY
	   MOVE RPT-TRAILER-LINE-14 TO REPORT-LINE
	   WRITE REPORT-LINE
	   MOVE WS-GL-PAY-DIFF TO RPT-T-GL-PAY-DIFF
	   MOVE RPT-TRAILER-LINE-15 TO REPORT-LINE
	   WRITE REPORT-LINE
	   MOVE WS-GL-REVERSALS TO RPT-T-GL-REV
	   MOVE RPT-TRAILER-LINE-16 TO REPORT-LINE
	   WRITE REPORT-LINE
	   MOVE WS-GL-REV-DIFF TO RPT-T-GL-REV-DIFF
	   MOVE RPT-TRAILER-LINE-17 TO REPORT-LINE
	   WRITE REPORT-LINE
	END-IF.

9-STAMP-RUN-CONTROL.
*>
*>  Stamp the shared run-control file: "C" when the statements tie,
*>  "X" when the proof or the GL does not.
*>
	OPEN EXTEND RUN-CONTROL-FILE.
	IF RUN-FILE-STATUS = "05" OR RUN-FILE-STATUS = "35"
	   OR RUN-FILE-STATUS = "97"
	   OPEN OUTPUT RUN-CONTROL-FILE.
	MOVE SPACES TO RUN-CONTROL-RECORD.
	MOVE "prog26"    TO RUN-PROGRAM-ID.
	MOVE WS-RUN-DATE TO RUN-STAMP-DATE.
	ACCEPT WS-STAMP-TIME FROM TIME.
	MOVE WS-STAMP-TIME(1:6) TO RUN-STAMP-TIME.
	IF WS-TIED
	   MOVE "C"      TO RUN-STATUS
	ELSE
	   MOVE "X"      TO RUN-STATUS
	END-IF.
	STRING "STATEMENTS "       DELIMITED BY SIZE
	       WS-STATEMENT-CNT    DELIMITED BY SIZE
	       " AMT "             DELIMITED BY SIZE
	       WS-SUM-STATEMENTS   DELIMITED BY SIZE
	       INTO RUN-TOTALS.
	WRITE RUN-CONTROL-RECORD.
	CLOSE RUN-CONTROL-FILE.
