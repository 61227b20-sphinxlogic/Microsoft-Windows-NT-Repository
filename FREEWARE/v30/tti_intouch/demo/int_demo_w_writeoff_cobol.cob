IDENTIFICATION DIVISION.
PROGRAM-ID. prog27.
*>
*>  Bad-debt write-off and collection agency placement.  A family 90
*>  days and more past due on prog10's aged buckets, with promises to
*>  pay broken on the promise file prog17 statuses, used to stay on
*>  prog12's call list and keep drawing prog21's finance charges for
*>  as long as anyone let it - there was no way to take the debt off
*>  the books and hand it to the agency.
*>
*>  The criteria come from a one-record control file, the way prog21
*>  takes its rate: the oldest aged bucket that must still hold money
*>  (30, 60, or 90 - 90 when none is staged), the least the family
*>  must owe, and how many broken promises it must have on file.  The
*>  office's own list rides beside it: an account number marked "A"
*>  (approved) puts that account's family up for write-off whatever
*>  the criteria say, and one marked "X" (excluded) keeps its family
*>  off however far behind it is.  Families are rolled up by the same
*>  PARENT/STREET/CITY/ZIP keys prog7 bills by; a member merged away
*>  by prog16, or already written off, takes no part.
*>
*>  Each member of a family written off has what it owes (BALANCE
*>  less any credit on account) taken to zero with a distinct "W"
*>  history record referenced "WRITEOFF", and every member is marked
*>  WRITE-OFF-FLAG "Y" so prog12 leaves the family off the call list
*>  and prog21 charges it no more finance charges.  Money that comes
*>  in later on a written-off account is posted by prog8 as a "V"
*>  recovery rather than an ordinary payment, and prog14 carries both
*>  to the ledger as their own activity kinds - bad debt, and bad
*>  debt recovered.  Every rewrite is journaled prog6-style under the
*>  run date with JRN-CTL-FILTER "W" and the dollars written off in
*>  JRN-CTL-AMOUNT, so a write-off made in error backs out with prog11
*>  (which puts the debt back and clears the flag); the placement for
*>  that family must then be recalled from the agency by hand.
*>
*>  One agency placement record per family written off - parent name,
*>  address, the three phone numbers, and the amount owed - is
*>  appended to the placement file for transmission to the agency,
*>  dated by its placement date; a flagged family is never judged
*>  again, so a run before the agency collects the file must not lose
*>  the placements already on it.  The write-off report lists each
*>  family judged and each account written off, with control totals
*>  proving the dollars judged owed were the dollars written off.  Run
*>  this after prog10's aging and prog17's promise run; the
*>  run-control check refuses a stale aged file.
*>
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

*>  One record: the oldest bucket, the least owed, the broken-promise
*>  count, and an optional effective date for the write-off.
        SELECT WRITEOFF-CONTROL-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_WRITEOFF_CTL.TMP"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS CTL-FILE-STATUS.

*>  The office's approvals and exclusions, one account number each.
*>  Kept by the office and read as it stands - nothing here clears it.
        SELECT WRITEOFF-LIST-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_WRITEOFF_LST.TMP"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS LST-FILE-STATUS.

*>  Promise-to-pay file statused by prog17; only the broken promises
*>  are counted here.
        SELECT PROMISE-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_PROMISE.TMP"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS PRM-FILE-STATUS.

        SELECT TEST-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_VENDOR_MST.TMP"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ACCT-NO
                FILE STATUS IS MST-FILE-STATUS.

*>  The master sorted onto family order for the rollup, the way
*>  prog12 and prog21 sort it.
        SELECT SORT-WORK-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_VENDOR_WSRT.TMP".

        SELECT SORTED-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_VENDOR_WSRTD.TMP"
                ORGANIZATION IS SEQUENTIAL.

        SELECT AGED-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_VENDOR_AGE.TMP"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS AGE-ACCT-NO
                FILE STATUS IS AGE-FILE-STATUS.

        SELECT TRANSACTION-HISTORY
                ASSIGN TO "SYS$SCRATCH:TTI_VENDOR_HST.TMP"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS HST-FILE-STATUS.

        SELECT POSTING-JOURNAL
                ASSIGN TO "SYS$SCRATCH:TTI_VENDOR_JRN.TMP"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS JRN-FILE-STATUS.

*>  Placements for the agency, appended run after run until the agency
*>  collects them.
        SELECT AGENCY-PLACEMENT-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_AGENCY_PLC.TMP"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS AGY-FILE-STATUS.

        SELECT WRITEOFF-REPORT
                ASSIGN TO "SYS$PRINT"
                ORGANIZATION IS LINE SEQUENTIAL.

*>  Shared nightly run-control file: the write-off checks for today's
*>  clean prog10 stamp before it judges anyone - a family written off
*>  from a stale aged file may have paid since - and stamps its own
*>  completion for the audit page.
        SELECT RUN-CONTROL-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_RUN_CTL.TMP"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS RUN-FILE-STATUS.

*>  Operations override: stage any one record here and the
*>  predecessor check is waived once (the file is cleared as it is
*>  honored).
        SELECT RUN-OVERRIDE-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_RUN_OVR.TMP"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS OVR-FILE-STATUS.

DATA DIVISION.
FILE SECTION.

FD  WRITEOFF-CONTROL-FILE.
01  WRITEOFF-CONTROL-RECORD.
    05 WOC-MIN-BUCKET         PIC 9(2).
    05 WOC-MIN-BUCKET-CHAR    REDEFINES WOC-MIN-BUCKET PIC X(2).
    05 WOC-MIN-AMOUNT         PIC 9(6)v99.
    05 WOC-MIN-AMOUNT-CHAR    REDEFINES WOC-MIN-AMOUNT PIC X(8).
    05 WOC-MIN-BROKEN         PIC 9(2).
    05 WOC-MIN-BROKEN-CHAR    REDEFINES WOC-MIN-BROKEN PIC X(2).
    05 WOC-EFFECTIVE-DATE     PIC X(8).
    05 FILLER                 PIC X(60).

*>  WOL-ACTION: "A" approved for write-off, "X" excluded from it.
FD  WRITEOFF-LIST-FILE.
01  WRITEOFF-LIST-RECORD.
    05 WOL-ACCT-NO            PIC 9(6).
    05 WOL-ACCT-CHAR          REDEFINES WOL-ACCT-NO PIC X(6).
    05 WOL-ACTION             PIC X.
    05 WOL-APPROVED-BY        PIC X(10).
    05 WOL-NOTE               PIC X(30).
    05 FILLER                 PIC X(33).

FD  PROMISE-FILE.
01  PROMISE-RECORD.
    05 PRM-PARENT             PIC X(24).
    05 PRM-PHONE              PIC X(10).
    05 PRM-AMOUNT             PIC 9(8)v99.
    05 PRM-MADE-DATE          PIC 9(8).
    05 PRM-DUE-DATE           PIC 9(8).
    05 PRM-STATUS             PIC X.
    05 FILLER                 PIC X(19).

*>  WRITE-OFF-FLAG is carved from the trailing filler behind the date
*>  the child left: "Y" once the account has been written off to the
*>  agency, until prog11 backs the write-off out or the office clears
*>  it with prog15.
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
    05 CREDIT-DATE PIC 9(8).
    05 CREDIT-DATE-CHAR REDEFINES CREDIT-DATE PIC X(8).
    05 FILLER      PIC X(8).
    05 WRITE-OFF-FLAG PIC X.
       88 ACCOUNT-WRITTEN-OFF VALUE "Y".
    05 FILLER      PIC X.

SD  SORT-WORK-FILE.
01  SW-RECORD.
    05 SW-NAME     PIC X(30).
    05 SW-SEX      PIC X.
    05 SW-BDATE    PIC X(6).
    05 SW-STREET   PIC X(30).
    05 SW-CITY     PIC X(12).
    05 SW-ZIP      PIC X(9).
    05 SW-ETHNIC   PIC X.
    05 SW-PARENT   PIC X(24).
    05 SW-PHONE    PIC X(10).
    05 SW-BPHONE   PIC X(10).
    05 SW-EPHONE   PIC X(10).
    05 SW-BALANCE  PIC 9(6)v99.
    05 SW-ACCT-NO  PIC 9(6).
    05 FILLER      PIC X(43).

FD  SORTED-FILE.
01  SRT-RECORD.
    05 SRT-NAME    PIC X(30).
    05 SRT-SEX     PIC X.
    05 SRT-BDATE   PIC X(6).
    05 SRT-STREET  PIC X(30).
    05 SRT-CITY    PIC X(12).
    05 SRT-ZIP     PIC X(9).
    05 SRT-ETHNIC  PIC X.
    05 SRT-PARENT  PIC X(24).
    05 SRT-PHONE   PIC X(10).
    05 SRT-BPHONE  PIC X(10).
    05 SRT-EPHONE  PIC X(10).
    05 SRT-BALANCE PIC 9(6)v99.
    05 SRT-BALANCE-CHAR REDEFINES SRT-BALANCE PIC X(8).
    05 SRT-ACCT-NO PIC 9(6).
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
    05 AGE-ACCT-NO            PIC 9(6).
    05 AGE-CURRENT            PIC S9(8)v99.
    05 AGE-30-DAYS            PIC 9(8)v99.
    05 AGE-60-DAYS            PIC 9(8)v99.
    05 AGE-90-DAYS            PIC 9(8)v99.
    05 FILLER                 PIC X(33).

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

*>  AGY-ACCT-NO is the family's first live account - the number the
*>  agency quotes back, and the account a recovery posts against.
FD  AGENCY-PLACEMENT-FILE.
01  AGENCY-PLACEMENT-RECORD.
    05 AGY-PARENT             PIC X(24).
    05 AGY-STREET             PIC X(30).
    05 AGY-CITY               PIC X(12).
    05 AGY-ZIP                PIC X(9).
    05 AGY-PHONE              PIC X(10).
    05 AGY-BPHONE             PIC X(10).
    05 AGY-EPHONE             PIC X(10).
    05 AGY-AMOUNT             PIC 9(8)v99.
    05 AGY-PLACED-DATE        PIC 9(8).
    05 AGY-ACCT-NO            PIC 9(6).
    05 AGY-OLDEST-BUCKET      PIC 9(2).
    05 AGY-BROKEN-CNT         PIC 9(2).
    05 FILLER                 PIC X(17).

FD  WRITEOFF-REPORT.
01  REPORT-LINE               PIC X(80).

FD  RUN-CONTROL-FILE.
01  RUN-CONTROL-RECORD.
    05 RUN-PROGRAM-ID         PIC X(8).
    05 RUN-STAMP-DATE         PIC 9(8).
    05 RUN-STAMP-TIME         PIC 9(6).
    05 RUN-STATUS             PIC X.
    05 RUN-TOTALS             PIC X(40).
    05 FILLER                 PIC X(17).

FD  RUN-OVERRIDE-FILE.
01  RUN-OVERRIDE-RECORD       PIC X(80).

WORKING-STORAGE SECTION.

01  CTL-FILE-STATUS PIC XX   VALUE "00".
01  LST-FILE-STATUS PIC XX   VALUE "00".
01  PRM-FILE-STATUS PIC XX   VALUE "00".
01  MST-FILE-STATUS PIC XX   VALUE "00".
01  AGE-FILE-STATUS PIC XX   VALUE "00".
01  HST-FILE-STATUS PIC XX   VALUE "00".
01  JRN-FILE-STATUS PIC XX   VALUE "00".
01  AGY-FILE-STATUS PIC XX   VALUE "00".
01  RUN-FILE-STATUS PIC XX   VALUE "00".
01  OVR-FILE-STATUS PIC XX   VALUE "00".
01  FILE-EOF-SW    PIC X     VALUE '0'.
    88 FILE-EOF              VALUE '1'.
01  LST-EOF-SW     PIC X     VALUE '0'.
    88 LST-EOF               VALUE '1'.
01  PRM-EOF-SW     PIC X     VALUE '0'.
    88 PRM-EOF               VALUE '1'.
01  RUN-EOF-SW     PIC X     VALUE '0'.
    88 RUN-EOF               VALUE '1'.

01  WS-CRITERIA-LOADED-SW PIC X        VALUE 'N'.
    88 WS-CRITERIA-LOADED              VALUE 'Y'.
01  WS-PRED-FOUND-SW      PIC X        VALUE 'N'.
    88 WS-PRED-FOUND                   VALUE 'Y'.
01  WS-OVERRIDE-SW        PIC X        VALUE 'N'.
    88 WS-OVERRIDE-STAGED              VALUE 'Y'.
01  WS-FIRST-RECORD-SW    PIC X        VALUE 'Y'.
    88 WS-FIRST-RECORD                 VALUE 'Y'.
    88 WS-NOT-FIRST-RECORD             VALUE 'N'.

01  WS-RUN-DATE           PIC 9(8)     VALUE 0.
01  WS-STAMP-TIME         PIC 9(8)     VALUE 0.
01  WS-MIN-BUCKET         PIC 9(2)     VALUE 90.
01  WS-MIN-AMOUNT         PIC 9(6)v99  VALUE 0.
01  WS-MIN-BROKEN         PIC 9(2)     VALUE 0.
01  WS-EFFECTIVE-DATE     PIC X(8)     VALUE SPACES.
01  WS-POSTING-DATE       PIC X(8)     VALUE SPACES.

*>  The office's list, held for the pass.  An account number on it
*>  speaks for its whole family.
01  WS-LIST-MAX           PIC 9(3)     VALUE 200.
01  WS-LIST-CNT           PIC 9(3)     VALUE 0.
01  WS-LIST-IDX           PIC 9(3)     VALUE 0.
01  WS-LIST-TABLE.
    03 WS-LIST-ENTRY OCCURS 200 TIMES.
       05 WS-LST-ACCT        PIC 9(6).
       05 WS-LST-ACTION      PIC X.

*>  The broken promises on file, matched to a family the way prog12
*>  matches them: parent name and any of the family's phones.
01  WS-PROMISE-MAX        PIC 9(3)     VALUE 200.
01  WS-PROMISE-CNT        PIC 9(3)     VALUE 0.
01  WS-PROMISE-IDX        PIC 9(3)     VALUE 0.
01  WS-PROMISE-TABLE.
    03 WS-PROMISE-ENTRY OCCURS 200 TIMES.
       05 WS-PM-PARENT       PIC X(24).
       05 WS-PM-PHONE        PIC X(10).

*>  The family being rolled up.  Its live members are tabled so the
*>  write-off can reach each of them by key; fifty is prog7's family
*>  limit too.
01  WS-PRIOR-PARENT       PIC X(24)    VALUE SPACES.
01  WS-PRIOR-STREET       PIC X(30)    VALUE SPACES.
01  WS-PRIOR-CITY         PIC X(12)    VALUE SPACES.
01  WS-PRIOR-ZIP          PIC X(9)     VALUE SPACES.
01  WS-PRIOR-PHONE        PIC X(10)    VALUE SPACES.
01  WS-PRIOR-BPHONE       PIC X(10)    VALUE SPACES.
01  WS-PRIOR-EPHONE       PIC X(10)    VALUE SPACES.
01  WS-FIRST-ACCT         PIC 9(6)     VALUE 0.
01  WS-MEMBER-MAX         PIC 9(2)     VALUE 50.
01  WS-MEMBER-CNT         PIC 9(2)     VALUE 0.
01  WS-MEMBER-IDX         PIC 9(2)     VALUE 0.
01  WS-MEMBER-TABLE.
    03 WS-MEMBER-ENTRY OCCURS 50 TIMES.
       05 WS-MBR-ACCT        PIC 9(6).
01  WS-MEMBER-NET         PIC S9(6)v99 VALUE 0.
01  WS-FAMILY-OWED        PIC 9(8)v99  VALUE 0.
01  WS-FAMILY-BUCKET      PIC 9(2)     VALUE 0.
01  WS-FAMILY-BROKEN      PIC 9(2)     VALUE 0.
01  WS-FAMILY-ACTION      PIC X        VALUE SPACE.
    88 WS-FAMILY-APPROVED              VALUE 'A'.
    88 WS-FAMILY-EXCLUDED              VALUE 'X'.
01  WS-FAMILY-WRITTEN     PIC 9(8)v99  VALUE 0.

01  WS-WRITEOFF-AMT       PIC 9(6)v99  VALUE 0.
01  WS-BEFORE-IMAGE       PIC X(200)   VALUE SPACES.

01  WS-FAMILIES-SCANNED   PIC 9(6)     VALUE 0.
01  WS-FAMILIES-WRITTEN   PIC 9(6)     VALUE 0.
01  WS-FAMILIES-APPROVED  PIC 9(6)     VALUE 0.
01  WS-FAMILIES-EXCLUDED  PIC 9(6)     VALUE 0.
01  WS-ACCOUNTS-WRITTEN   PIC 9(6)     VALUE 0.
01  WS-ACCOUNTS-FLAGGED   PIC 9(6)     VALUE 0.
01  WS-ACCOUNTS-MISSING   PIC 9(6)     VALUE 0.
01  WS-PLACEMENTS         PIC 9(6)     VALUE 0.
01  WS-SUM-JUDGED         PIC 9(10)v99 VALUE 0.
01  WS-SUM-EXCLUDED       PIC 9(10)v99 VALUE 0.
01  WS-SUM-WRITTEN        PIC 9(10)v99 VALUE 0.
01  WS-SUM-PLACED         PIC 9(10)v99 VALUE 0.
01  WS-PROOF-AMT          PIC S9(10)v99 VALUE 0.

01  RPT-HEADING-1.
    05 FILLER             PIC X(40)
       VALUE "BAD-DEBT WRITE-OFF AND AGENCY PLACEMENT".
    05 RPT-H-RUN-DATE     PIC 9(8).

01  RPT-HEADING-2.
    05 FILLER             PIC X(24) VALUE "PARENT".
    05 FILLER             PIC X(8)  VALUE "ACCOUNT".
    05 FILLER             PIC X(5)  VALUE "  BKT".
    05 FILLER             PIC X(5)  VALUE "  BRK".
    05 FILLER             PIC X(12) VALUE "       OWED".
    05 FILLER             PIC X(20) VALUE "  DISPOSITION".

01  RPT-FAMILY-LINE.
    05 RPT-PARENT         PIC X(24).
    05 RPT-FIRST-ACCT     PIC 9(6).
    05 FILLER             PIC X(3)  VALUE SPACES.
    05 RPT-BUCKET         PIC Z9.
    05 FILLER             PIC X(3)  VALUE SPACES.
    05 RPT-BROKEN         PIC Z9.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-OWED           PIC ZZZ,ZZ9.99.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-DISPOSITION    PIC X(20).

01  RPT-MEMBER-LINE.
    05 FILLER             PIC X(4)  VALUE SPACES.
    05 RPT-M-ACCT-NO      PIC 9(6).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-M-NAME         PIC X(30).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-M-AMOUNT       PIC ZZZ,ZZ9.99  BLANK WHEN ZERO.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-M-NOTE         PIC X(12).

01  RPT-BLANK-LINE        PIC X(80)    VALUE SPACES.

01  RPT-TRAILER-LINE-1.
    05 FILLER             PIC X(22) VALUE "Families scanned     :".
    05 RPT-T-SCANNED      PIC ZZZ,ZZ9.
01  RPT-TRAILER-LINE-2.
    05 FILLER             PIC X(22) VALUE "Families written off :".
    05 RPT-T-FAM-CNT      PIC ZZZ,ZZ9.
    05 RPT-T-FAM-AMT      PIC Z,ZZZ,ZZZ,ZZ9.99.
01  RPT-TRAILER-LINE-3.
    05 FILLER             PIC X(22) VALUE "  by office approval :".
    05 RPT-T-APPROVED     PIC ZZZ,ZZ9.
01  RPT-TRAILER-LINE-4.
    05 FILLER             PIC X(22) VALUE "Excluded by office   :".
    05 RPT-T-EXC-CNT      PIC ZZZ,ZZ9.
    05 RPT-T-EXC-AMT      PIC Z,ZZZ,ZZZ,ZZ9.99.
01  RPT-TRAILER-LINE-5.
    05 FILLER             PIC X(22) VALUE "Accounts written off :".
    05 RPT-T-ACCT-CNT     PIC ZZZ,ZZ9.
    05 RPT-T-ACCT-AMT     PIC Z,ZZZ,ZZZ,ZZ9.99.
01  RPT-TRAILER-LINE-6.
    05 FILLER             PIC X(22) VALUE "Accounts flagged     :".
    05 RPT-T-FLAGGED      PIC ZZZ,ZZ9.
01  RPT-TRAILER-LINE-7.
    05 FILLER             PIC X(22) VALUE "Agency placements    :".
    05 RPT-T-PLC-CNT      PIC ZZZ,ZZ9.
    05 RPT-T-PLC-AMT      PIC Z,ZZZ,ZZZ,ZZ9.99.
01  RPT-TRAILER-LINE-8.
    05 FILLER             PIC X(22) VALUE "Accounts not found   :".
    05 RPT-T-MISSING      PIC ZZZ,ZZ9.
01  RPT-TRAILER-LINE-9.
    05 FILLER             PIC X(22) VALUE "Proof (must be zero) :".
    05 FILLER             PIC X(6)  VALUE SPACES.
    05 RPT-T-PROOF        PIC Z,ZZZ,ZZZ,ZZ9.99-.

PROCEDURE DIVISION.

MAINLINE SECTION.
START-UP.

	ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
*>
*>	Refuse to judge anyone off a stale aged file, the way prog12
*>	and prog21 refuse: the oldest bucket comes out of prog10.
*>
	PERFORM 0G-CHECK-RUN-CONTROL THRU 0G-EXIT.
	IF NOT WS-PRED-FOUND AND NOT WS-OVERRIDE-STAGED
	   DISPLAY "prog10 has not aged clean today - "
	           "write-off refused." WITH CONVERSION
	   DISPLAY "Stage the run-control override to run anyway."
	           WITH CONVERSION
	   STOP RUN.

	PERFORM 0-READ-CONTROL-RECORD THRU 0-EXIT.
	IF NOT WS-CRITERIA-LOADED
	   DISPLAY "No write-off criteria staged - nothing written off"
	           WITH CONVERSION
	   STOP RUN.
	IF WS-EFFECTIVE-DATE = SPACES
	   OR WS-EFFECTIVE-DATE NOT NUMERIC
	   MOVE WS-RUN-DATE TO WS-POSTING-DATE
	ELSE
	   MOVE WS-EFFECTIVE-DATE TO WS-POSTING-DATE.
	PERFORM 0A-LOAD-LIST THRU 0A-EXIT.
	PERFORM 0C-LOAD-PROMISES THRU 0C-EXIT.

*>
*>	ACCT-NO as the final key, so a family's first live account -
*>	the one the placement quotes - never varies run to run.
*>
	SORT SORT-WORK-FILE
	    ON ASCENDING KEY SW-PARENT SW-STREET SW-CITY SW-ZIP
	                     SW-ACCT-NO
	    USING TEST-FILE
	    GIVING SORTED-FILE.

	OPEN INPUT SORTED-FILE.
	OPEN INPUT AGED-FILE.
	IF AGE-FILE-STATUS NOT = "00"
	   DISPLAY "Aged balance file not available - run the aging first"
	           WITH CONVERSION
	   CLOSE SORTED-FILE
	   STOP RUN.
	OPEN I-O TEST-FILE ALLOWING ALL.
	IF MST-FILE-STATUS NOT = "00"
	   DISPLAY "Account master not available - " MST-FILE-STATUS
	           WITH CONVERSION
	   CLOSE SORTED-FILE
	   CLOSE AGED-FILE
	   STOP RUN.
	OPEN EXTEND TRANSACTION-HISTORY.
	IF HST-FILE-STATUS = "05" OR HST-FILE-STATUS = "35"
	   OR HST-FILE-STATUS = "97"
	   OPEN OUTPUT TRANSACTION-HISTORY.
	OPEN EXTEND POSTING-JOURNAL.
	IF JRN-FILE-STATUS = "05" OR JRN-FILE-STATUS = "35"
	   OR JRN-FILE-STATUS = "97"
	   OPEN OUTPUT POSTING-JOURNAL.
	OPEN EXTEND AGENCY-PLACEMENT-FILE.
	IF AGY-FILE-STATUS = "05" OR AGY-FILE-STATUS = "35"
	   OR AGY-FILE-STATUS = "97"
	   OPEN OUTPUT AGENCY-PLACEMENT-FILE.
	OPEN OUTPUT WRITEOFF-REPORT.
	MOVE WS-RUN-DATE TO RPT-H-RUN-DATE.
	MOVE RPT-HEADING-1 TO REPORT-LINE.
	WRITE REPORT-LINE.
	MOVE RPT-HEADING-2 TO REPORT-LINE.
	WRITE REPORT-LINE.

	PERFORM 1-READ-FILE THRU 1-EXIT UNTIL FILE-EOF.
	IF WS-NOT-FIRST-RECORD
	   PERFORM 2-JUDGE-FAMILY THRU 2-EXIT.

	PERFORM 5-WRITE-CONTROL-TOTALS.
	DISPLAY "Families scanned    : " WS-FAMILIES-SCANNED
	        WITH CONVERSION.
	DISPLAY "Families written off: " WS-FAMILIES-WRITTEN
	        WITH CONVERSION.
	DISPLAY "Dollars written off : " WS-SUM-WRITTEN WITH CONVERSION.
	CLOSE SORTED-FILE.
	CLOSE AGED-FILE.
	CLOSE TEST-FILE.
	CLOSE TRANSACTION-HISTORY.
	CLOSE POSTING-JOURNAL.
	CLOSE AGENCY-PLACEMENT-FILE.
	CLOSE WRITEOFF-REPORT.
	PERFORM 9-STAMP-RUN-CONTROL.
	STOP RUN.

START-UP-EXIT.
	EXIT.

0-READ-CONTROL-RECORD.
*>
*>  Pick up the criteria operations staged for this run.  A bucket
*>  that is not 30, 60, or 90 is taken as 90; a blank amount or
*>  count asks for nothing beyond the bucket.
*>
	OPEN INPUT WRITEOFF-CONTROL-FILE.
	IF CTL-FILE-STATUS NOT = "00"
	   GO TO 0-EXIT.
	READ WRITEOFF-CONTROL-FILE
	   AT END
	      CLOSE WRITEOFF-CONTROL-FILE
	      GO TO 0-EXIT
	END-READ.
	IF WOC-MIN-BUCKET-CHAR NUMERIC
	   AND (WOC-MIN-BUCKET = 30 OR WOC-MIN-BUCKET = 60)
	   MOVE WOC-MIN-BUCKET TO WS-MIN-BUCKET.
	IF WOC-MIN-AMOUNT-CHAR NUMERIC
	   MOVE WOC-MIN-AMOUNT TO WS-MIN-AMOUNT.
	IF WOC-MIN-BROKEN-CHAR NUMERIC
	   MOVE WOC-MIN-BROKEN TO WS-MIN-BROKEN.
	MOVE WOC-EFFECTIVE-DATE TO WS-EFFECTIVE-DATE.
	SET WS-CRITERIA-LOADED TO TRUE.
	DISPLAY "Writing off " WS-MIN-BUCKET "+ days, owing at least "
	        WS-MIN-AMOUNT ", broken promises " WS-MIN-BROKEN
	        WITH CONVERSION.
	CLOSE WRITEOFF-CONTROL-FILE.

0-EXIT.
	EXIT.

0A-LOAD-LIST.
*>
*>  Hold the office's approvals and exclusions.  No list is not an
*>  error - the criteria alone decide.
*>
	OPEN INPUT WRITEOFF-LIST-FILE.
	IF LST-FILE-STATUS NOT = "00"
	   GO TO 0A-EXIT.
	PERFORM 0B-LOAD-LIST-ENTRY THRU 0B-EXIT UNTIL LST-EOF.
	CLOSE WRITEOFF-LIST-FILE.

0A-EXIT.
	EXIT.

0B-LOAD-LIST-ENTRY.

	READ WRITEOFF-LIST-FILE
	  AT END SET LST-EOF TO TRUE
	         GO TO 0B-EXIT.
	IF WOL-ACCT-CHAR NOT NUMERIC
	   OR (WOL-ACTION NOT = "A" AND WOL-ACTION NOT = "X")
	   DISPLAY "Office list entry " WOL-ACCT-CHAR " " WOL-ACTION
	           " not understood - ignored" WITH CONVERSION
	   GO TO 0B-EXIT.
	IF WS-LIST-CNT = WS-LIST-MAX
	   DISPLAY "Office list table full - entries after "
	           WS-LIST-MAX " ignored" WITH CONVERSION
	   SET LST-EOF TO TRUE
	   GO TO 0B-EXIT.
	ADD 1 TO WS-LIST-CNT.
	MOVE WOL-ACCT-NO TO WS-LST-ACCT (WS-LIST-CNT).
	MOVE WOL-ACTION  TO WS-LST-ACTION (WS-LIST-CNT).

0B-EXIT.
	EXIT.

0C-LOAD-PROMISES.
*>
*>  Hold the broken promises.  No promise file is not an error -
*>  nobody has broken one yet.
*>
	OPEN INPUT PROMISE-FILE.
	IF PRM-FILE-STATUS NOT = "00"
	   GO TO 0C-EXIT.
	PERFORM 0D-LOAD-PROMISE-ENTRY THRU 0D-EXIT UNTIL PRM-EOF.
	CLOSE PROMISE-FILE.

0C-EXIT.
	EXIT.

0D-LOAD-PROMISE-ENTRY.

	READ PROMISE-FILE
	  AT END SET PRM-EOF TO TRUE
	         GO TO 0D-EXIT.
	IF PRM-STATUS NOT = "B"
	   GO TO 0D-EXIT.
	IF WS-PROMISE-CNT = WS-PROMISE-MAX
	   DISPLAY "Promise table full - broken promises after "
	           WS-PROMISE-MAX " not counted" WITH CONVERSION
	   SET PRM-EOF TO TRUE
	   GO TO 0D-EXIT.
	ADD 1 TO WS-PROMISE-CNT.
	MOVE PRM-PARENT TO WS-PM-PARENT (WS-PROMISE-CNT).
	MOVE PRM-PHONE  TO WS-PM-PHONE (WS-PROMISE-CNT).

0D-EXIT.
	EXIT.

1-READ-FILE.

	READ SORTED-FILE
	  AT END SET FILE-EOF TO TRUE
	         GO TO 1-EXIT.

	IF WS-FIRST-RECORD
	   PERFORM 1A-START-NEW-FAMILY THRU 1A-EXIT
	ELSE
	   IF SRT-PARENT = WS-PRIOR-PARENT AND SRT-STREET = WS-PRIOR-STREET
	      AND SRT-CITY = WS-PRIOR-CITY AND SRT-ZIP = WS-PRIOR-ZIP
	      PERFORM 1B-ADD-MEMBER THRU 1B-EXIT
	   ELSE
	      PERFORM 2-JUDGE-FAMILY THRU 2-EXIT
	      PERFORM 1A-START-NEW-FAMILY THRU 1A-EXIT
	   END-IF
	END-IF.

1-EXIT.
	EXIT.

1A-START-NEW-FAMILY.

	MOVE SRT-PARENT  TO WS-PRIOR-PARENT.
	MOVE SRT-STREET  TO WS-PRIOR-STREET.
	MOVE SRT-CITY    TO WS-PRIOR-CITY.
	MOVE SRT-ZIP     TO WS-PRIOR-ZIP.
	MOVE SRT-PHONE   TO WS-PRIOR-PHONE.
	MOVE SRT-BPHONE  TO WS-PRIOR-BPHONE.
	MOVE SRT-EPHONE  TO WS-PRIOR-EPHONE.
	MOVE 0           TO WS-FIRST-ACCT.
	MOVE 0           TO WS-MEMBER-CNT.
	MOVE 0           TO WS-FAMILY-OWED.
	MOVE 0           TO WS-FAMILY-BUCKET.
	SET WS-NOT-FIRST-RECORD TO TRUE.
	PERFORM 1B-ADD-MEMBER THRU 1B-EXIT.

1A-EXIT.
	EXIT.

1B-ADD-MEMBER.
*>
*>  Table a live member and roll in what it owes and its aged
*>  buckets.  A prog16 tombstone carries nothing, and a member
*>  already written off is the agency's now; neither is judged again.
*>  The family's oldest bucket is the oldest any member has money in.
*>
	INSPECT SRT-MERGED-TO-CHAR REPLACING ALL SPACE BY ZERO.
	IF SRT-MERGED-TO-ACCT > 0
	   GO TO 1B-EXIT.
	IF SRT-WRITE-OFF-FLAG = "Y"
	   GO TO 1B-EXIT.
	IF WS-MEMBER-CNT NOT < WS-MEMBER-MAX
	   DISPLAY "Member table full - account " SRT-ACCT-NO
	           " not judged" WITH CONVERSION
	   GO TO 1B-EXIT.
	ADD 1 TO WS-MEMBER-CNT.
	MOVE SRT-ACCT-NO TO WS-MBR-ACCT (WS-MEMBER-CNT).
	IF WS-FIRST-ACCT = 0
	   MOVE SRT-ACCT-NO TO WS-FIRST-ACCT.

	INSPECT SRT-BALANCE-CHAR REPLACING ALL SPACE BY ZERO.
	INSPECT SRT-CREDIT-CHAR REPLACING ALL SPACE BY ZERO.
	COMPUTE WS-MEMBER-NET = SRT-BALANCE - SRT-CREDIT-BAL.
	IF WS-MEMBER-NET > 0
	   ADD WS-MEMBER-NET TO WS-FAMILY-OWED.

	MOVE SRT-ACCT-NO TO AGE-ACCT-NO.
	READ AGED-FILE
	   INVALID KEY
	      GO TO 1B-EXIT
	END-READ.
	IF AGE-90-DAYS > 0
	   MOVE 90 TO WS-FAMILY-BUCKET.
	IF AGE-60-DAYS > 0 AND WS-FAMILY-BUCKET < 60
	   MOVE 60 TO WS-FAMILY-BUCKET.
	IF AGE-30-DAYS > 0 AND WS-FAMILY-BUCKET < 30
	   MOVE 30 TO WS-FAMILY-BUCKET.

1B-EXIT.
	EXIT.

2-JUDGE-FAMILY.
*>
*>  Decide whether the finished family is written off.  The office's
*>  word comes first: excluded families are only listed, approved
*>  ones go whatever the criteria say.  Everyone else must meet all
*>  three criteria.
*>
	ADD 1 TO WS-FAMILIES-SCANNED.
	IF WS-MEMBER-CNT = 0 OR WS-FAMILY-OWED = 0
	   GO TO 2-EXIT.

	MOVE SPACE TO WS-FAMILY-ACTION.
	PERFORM 2A-SCAN-LIST-ENTRY THRU 2A-EXIT
	    VARYING WS-LIST-IDX FROM 1 BY 1
	    UNTIL WS-LIST-IDX > WS-LIST-CNT.
	MOVE 0 TO WS-FAMILY-BROKEN.
	PERFORM 2C-CHECK-ONE-PROMISE THRU 2C-EXIT
	    VARYING WS-PROMISE-IDX FROM 1 BY 1
	    UNTIL WS-PROMISE-IDX > WS-PROMISE-CNT.

	IF WS-FAMILY-EXCLUDED
	   ADD 1 TO WS-FAMILIES-EXCLUDED
	   ADD WS-FAMILY-OWED TO WS-SUM-EXCLUDED
	   MOVE "EXCLUDED BY OFFICE" TO RPT-DISPOSITION
	   PERFORM 2D-WRITE-FAMILY-LINE
	   GO TO 2-EXIT.

	IF WS-FAMILY-APPROVED
	   ADD 1 TO WS-FAMILIES-APPROVED
	   MOVE "OFFICE APPROVED" TO RPT-DISPOSITION
	ELSE
	   IF WS-FAMILY-BUCKET < WS-MIN-BUCKET
	      OR WS-FAMILY-OWED < WS-MIN-AMOUNT
	      OR WS-FAMILY-BROKEN < WS-MIN-BROKEN
	      GO TO 2-EXIT
	   END-IF
	   MOVE "WRITTEN OFF" TO RPT-DISPOSITION
	END-IF.

	ADD WS-FAMILY-OWED TO WS-SUM-JUDGED.
	PERFORM 2D-WRITE-FAMILY-LINE.
	PERFORM 3-WRITE-OFF-FAMILY THRU 3-EXIT.

2-EXIT.
	EXIT.

2A-SCAN-LIST-ENTRY.
*>
*>  An exclusion on any member outweighs an approval on another.
*>
	MOVE 0 TO WS-MEMBER-IDX.
	PERFORM 2B-TEST-ONE-MEMBER
	    VARYING WS-MEMBER-IDX FROM 1 BY 1
	    UNTIL WS-MEMBER-IDX > WS-MEMBER-CNT.

2A-EXIT.
	EXIT.

2B-TEST-ONE-MEMBER.

	IF WS-MBR-ACCT (WS-MEMBER-IDX) = WS-LST-ACCT (WS-LIST-IDX)
	   AND NOT WS-FAMILY-EXCLUDED
	   MOVE WS-LST-ACTION (WS-LIST-IDX) TO WS-FAMILY-ACTION.

2C-CHECK-ONE-PROMISE.
*>
*>  A broken promise belongs to the family on the parent name and any
*>  of the family's phone numbers, the match prog12 makes.
*>
	IF WS-PM-PARENT (WS-PROMISE-IDX) NOT = WS-PRIOR-PARENT
	   GO TO 2C-EXIT.
	IF WS-PM-PHONE (WS-PROMISE-IDX) NOT = WS-PRIOR-PHONE
	   AND WS-PM-PHONE (WS-PROMISE-IDX) NOT = WS-PRIOR-BPHONE
	   AND WS-PM-PHONE (WS-PROMISE-IDX) NOT = WS-PRIOR-EPHONE
	   GO TO 2C-EXIT.
	IF WS-FAMILY-BROKEN < 99
	   ADD 1 TO WS-FAMILY-BROKEN.

2C-EXIT.
	EXIT.

2D-WRITE-FAMILY-LINE.

	MOVE WS-PRIOR-PARENT  TO RPT-PARENT.
	MOVE WS-FIRST-ACCT    TO RPT-FIRST-ACCT.
	MOVE WS-FAMILY-BUCKET TO RPT-BUCKET.
	MOVE WS-FAMILY-BROKEN TO RPT-BROKEN.
	MOVE WS-FAMILY-OWED   TO RPT-OWED.
	MOVE RPT-FAMILY-LINE TO REPORT-LINE.
	WRITE REPORT-LINE.

3-WRITE-OFF-FAMILY.
*>
*>  Write off every live member of the family and place the family
*>  with the agency for what was written off.
*>
	MOVE 0 TO WS-FAMILY-WRITTEN.
	PERFORM 3A-WRITE-OFF-MEMBER THRU 3A-EXIT
	    VARYING WS-MEMBER-IDX FROM 1 BY 1
	    UNTIL WS-MEMBER-IDX > WS-MEMBER-CNT.

	ADD 1 TO WS-FAMILIES-WRITTEN.
	IF WS-FAMILY-WRITTEN > 0
	   PERFORM 3B-PLACE-WITH-AGENCY.

3-EXIT.
	EXIT.

3A-WRITE-OFF-MEMBER.
*>
*>  Take one member's debt to zero and flag it.  What it owes is
*>  BALANCE less its credit on account, the way prog11 reads a
*>  balance, so the "W" record keeps the history netting to the
*>  master; a member whose credit covers its BALANCE owes nothing
*>  and is only flagged.
*>
	MOVE WS-MBR-ACCT (WS-MEMBER-IDX) TO ACCT-NO.
	READ TEST-FILE
	   INVALID KEY
	      DISPLAY "Account " WS-MBR-ACCT (WS-MEMBER-IDX)
	              " vanished - not written off" WITH CONVERSION
	      ADD 1 TO WS-ACCOUNTS-MISSING
	      GO TO 3A-EXIT
	END-READ.

	MOVE TEST-FILE-RECORD TO WS-BEFORE-IMAGE.
	INSPECT BALANCE-CHAR REPLACING ALL SPACE BY ZERO.
	INSPECT CREDIT-BAL-CHAR REPLACING ALL SPACE BY ZERO.
	INSPECT CREDIT-DATE-CHAR REPLACING ALL SPACE BY ZERO.
	MOVE 0 TO WS-WRITEOFF-AMT.
	IF BALANCE > CREDIT-BAL
	   COMPUTE WS-WRITEOFF-AMT = BALANCE - CREDIT-BAL
	   MOVE 0 TO BALANCE
	   MOVE 0 TO CREDIT-BAL
	   MOVE 0 TO CREDIT-DATE.
	MOVE "Y" TO WRITE-OFF-FLAG.
	REWRITE TEST-FILE-RECORD.
	ADD 1 TO WS-ACCOUNTS-FLAGGED.

	MOVE WS-RUN-DATE       TO JRN-RUN-DATE.
	MOVE WS-WRITEOFF-AMT   TO JRN-CTL-AMOUNT.
	MOVE WS-EFFECTIVE-DATE TO JRN-CTL-EFF-DATE.
	MOVE "W"               TO JRN-CTL-FILTER.
	MOVE ACCT-NO           TO JRN-ACCT-NO.
	MOVE WS-BEFORE-IMAGE   TO JRN-BEFORE-IMAGE.
	MOVE TEST-FILE-RECORD  TO JRN-AFTER-IMAGE.
	WRITE JOURNAL-RECORD.

	MOVE ACCT-NO TO RPT-M-ACCT-NO.
	MOVE NAME    TO RPT-M-NAME.
	MOVE WS-WRITEOFF-AMT TO RPT-M-AMOUNT.
	IF WS-WRITEOFF-AMT = 0
	   MOVE "FLAGGED" TO RPT-M-NOTE
	   MOVE RPT-MEMBER-LINE TO REPORT-LINE
	   WRITE REPORT-LINE
	   GO TO 3A-EXIT.

	MOVE SPACES            TO HISTORY-RECORD.
	MOVE ACCT-NO           TO HST-ACCT-NO.
	MOVE WS-POSTING-DATE   TO HST-TXN-DATE.
	MOVE "W"               TO HST-TXN-TYPE.
	MOVE WS-WRITEOFF-AMT   TO HST-AMOUNT.
	MOVE "WRITEOFF"        TO HST-REFERENCE.
	WRITE HISTORY-RECORD.

	ADD 1 TO WS-ACCOUNTS-WRITTEN.
	ADD WS-WRITEOFF-AMT TO WS-SUM-WRITTEN.
	ADD WS-WRITEOFF-AMT TO WS-FAMILY-WRITTEN.
	MOVE "WRITTEN OFF" TO RPT-M-NOTE.
	MOVE RPT-MEMBER-LINE TO REPORT-LINE.
	WRITE REPORT-LINE.

3A-EXIT.
	EXIT.

3B-PLACE-WITH-AGENCY.
*>
*>  One placement per family, for the dollars actually written off.
*>
	MOVE SPACES             TO AGENCY-PLACEMENT-RECORD.
	MOVE WS-PRIOR-PARENT    TO AGY-PARENT.
	MOVE WS-PRIOR-STREET    TO AGY-STREET.
	MOVE WS-PRIOR-CITY      TO AGY-CITY.
	MOVE WS-PRIOR-ZIP       TO AGY-ZIP.
	MOVE WS-PRIOR-PHONE     TO AGY-PHONE.
	MOVE WS-PRIOR-BPHONE    TO AGY-BPHONE.
	MOVE WS-PRIOR-EPHONE    TO AGY-EPHONE.
	MOVE WS-FAMILY-WRITTEN  TO AGY-AMOUNT.
	MOVE WS-RUN-DATE        TO AGY-PLACED-DATE.
	MOVE WS-FIRST-ACCT      TO AGY-ACCT-NO.
	MOVE WS-FAMILY-BUCKET   TO AGY-OLDEST-BUCKET.
	MOVE WS-FAMILY-BROKEN   TO AGY-BROKEN-CNT.
	WRITE AGENCY-PLACEMENT-RECORD.
	ADD 1 TO WS-PLACEMENTS.
	ADD WS-FAMILY-WRITTEN TO WS-SUM-PLACED.

5-WRITE-CONTROL-TOTALS.
*>
*>  Write the control-total trailer, prog6 style.  The proof is the
*>  dollars the families were judged to owe against the dollars
*>  written off to the history; an account that vanished between the
*>  sort and the write-off leaves its dollars showing here.  The
*>  placements must equal the dollars written off.
*>
	MOVE RPT-BLANK-LINE TO REPORT-LINE.
	WRITE REPORT-LINE.
	MOVE WS-FAMILIES-SCANNED TO RPT-T-SCANNED.
	MOVE RPT-TRAILER-LINE-1 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-FAMILIES-WRITTEN TO RPT-T-FAM-CNT.
	MOVE WS-SUM-JUDGED       TO RPT-T-FAM-AMT.
	MOVE RPT-TRAILER-LINE-2 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-FAMILIES-APPROVED TO RPT-T-APPROVED.
	MOVE RPT-TRAILER-LINE-3 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-FAMILIES-EXCLUDED TO RPT-T-EXC-CNT.
	MOVE WS-SUM-EXCLUDED      TO RPT-T-EXC-AMT.
	MOVE RPT-TRAILER-LINE-4 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-ACCOUNTS-WRITTEN TO RPT-T-ACCT-CNT.
	MOVE WS-SUM-WRITTEN      TO RPT-T-ACCT-AMT.
	MOVE RPT-TRAILER-LINE-5 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-ACCOUNTS-FLAGGED TO RPT-T-FLAGGED.
	MOVE RPT-TRAILER-LINE-6 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-PLACEMENTS TO RPT-T-PLC-CNT.
	MOVE WS-SUM-PLACED TO RPT-T-PLC-AMT.
	MOVE RPT-TRAILER-LINE-7 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-ACCOUNTS-MISSING TO RPT-T-MISSING.
	MOVE RPT-TRAILER-LINE-8 TO REPORT-LINE.
	WRITE REPORT-LINE.

	COMPUTE WS-PROOF-AMT = WS-SUM-JUDGED - WS-SUM-WRITTEN.
	MOVE WS-PROOF-AMT TO RPT-T-PROOF.
	MOVE RPT-TRAILER-LINE-9 TO REPORT-LINE.
	WRITE REPORT-LINE.

0G-CHECK-RUN-CONTROL.
*>
*>  Look for a clean stamp from today's prog10 aging, the way prog12
*>  and prog21 check for it.
*>
	OPEN INPUT RUN-CONTROL-FILE.
	IF RUN-FILE-STATUS = "00"
	   PERFORM 0H-SCAN-ONE-STAMP THRU 0H-EXIT UNTIL RUN-EOF
	   CLOSE RUN-CONTROL-FILE.
	IF NOT WS-PRED-FOUND
	   PERFORM 0I-CHECK-OVERRIDE THRU 0I-EXIT.

0G-EXIT.
	EXIT.

0H-SCAN-ONE-STAMP.

	READ RUN-CONTROL-FILE
	  AT END SET RUN-EOF TO TRUE
	         GO TO 0H-EXIT.
	IF RUN-PROGRAM-ID = "prog10"
	   AND RUN-STAMP-DATE = WS-RUN-DATE
	   AND RUN-STATUS = "C"
	   SET WS-PRED-FOUND TO TRUE.

0H-EXIT.
	EXIT.

0I-CHECK-OVERRIDE.
*>
*>  Honor a staged operations override - once.  The file is cleared
*>  here so the override covers this run only.
*>
	OPEN INPUT RUN-OVERRIDE-FILE.
	IF OVR-FILE-STATUS NOT = "00"
	   GO TO 0I-EXIT.
	READ RUN-OVERRIDE-FILE
	   AT END
	      CLOSE RUN-OVERRIDE-FILE
	      GO TO 0I-EXIT
	END-READ.
	CLOSE RUN-OVERRIDE-FILE.
	SET WS-OVERRIDE-STAGED TO TRUE.
	DISPLAY "Operations override honored - sequence check waived."
	        WITH CONVERSION.
	OPEN OUTPUT RUN-OVERRIDE-FILE.
	CLOSE RUN-OVERRIDE-FILE.

0I-EXIT.
	EXIT.

9-STAMP-RUN-CONTROL.
*>
*>  Stamp the shared run-control file: the write-off completed, with
*>  its totals, for prog20's audit page.
*>
	OPEN EXTEND RUN-CONTROL-FILE.
	IF RUN-FILE-STATUS = "05" OR RUN-FILE-STATUS = "35"
	   OR RUN-FILE-STATUS = "97"
	   OPEN OUTPUT RUN-CONTROL-FILE.
	MOVE SPACES TO RUN-CONTROL-RECORD.
	MOVE "prog27"    TO RUN-PROGRAM-ID.
	MOVE WS-RUN-DATE TO RUN-STAMP-DATE.
	ACCEPT WS-STAMP-TIME FROM TIME.
	MOVE WS-STAMP-TIME(1:6) TO RUN-STAMP-TIME.
	MOVE "C"         TO RUN-STATUS.
	STRING "WRITTEN OFF "      DELIMITED BY SIZE
	       WS-ACCOUNTS-WRITTEN DELIMITED BY SIZE
	       " AMT "             DELIMITED BY SIZE
	       WS-SUM-WRITTEN      DELIMITED BY SIZE
	       INTO RUN-TOTALS.
	WRITE RUN-CONTROL-RECORD.
	CLOSE RUN-CONTROL-FILE.
