*>  sitting in suspense for three weeks stops being invisible.  Run it
*>  interactively, like DTSUB-MAINT in the DECtalk guide.
*>
*>  A session that rewrites the suspense file stamps the run-control
*>  file with what it cleared and what it left, the way prog8 does
*>  when it writes the file, so prog29's nightly audit proves the
*>  suspense file against whichever of the two touched it last.
*>
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS HST-FILE-STATUS.

*>  Shared nightly run-control file: the session stamps what it
*>  cleared and what it left on suspense.
        SELECT RUN-CONTROL-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_RUN_CTL.TMP"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS RUN-FILE-STATUS.

DATA DIVISION.
FILE SECTION.

    05 HST-REFERENCE          PIC X(10).
    05 FILLER                 PIC X(47).

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

01  SUS-EOF-SW     PIC X     VALUE '0'.
    88 FAM-EOF               VALUE '1'.
01  SUS-FILE-STATUS PIC XX   VALUE "00".
01  HST-FILE-STATUS PIC XX   VALUE "00".
01  RUN-FILE-STATUS PIC XX   VALUE "00".
01  WS-STAMP-TIME  PIC 9(8)  VALUE 0.
01  WS-OVERFLOW-SW PIC X     VALUE 'N'.
    88 WS-TABLE-OVERFLOW     VALUE 'Y'.
01  WS-QUIT-SW     PIC X     VALUE 'N'.
	DISPLAY "Items still suspended: " WS-ITEMS-SUSPENDED
	        WITH CONVERSION.
	CLOSE WORKBENCH-REPORT.
	PERFORM 9-STAMP-RUN-CONTROL.
	STOP RUN.

START-UP-EXIT.
	MOVE WS-SUM-SUSPENDED-OUT TO RPT-T-SUSP-AMT.
	MOVE RPT-TRAILER-LINE-3 TO REPORT-LINE.
	WRITE REPORT-LINE.

9-STAMP-RUN-CONTROL.
*>
*>  Stamp the shared run-control file: what the session cleared, and
*>  the count and amount it left on the suspense file for prog29.
*>
	OPEN EXTEND RUN-CONTROL-FILE.
	IF RUN-FILE-STATUS = "05" OR RUN-FILE-STATUS = "35"
	   OR RUN-FILE-STATUS = "97"
	   OPEN OUTPUT RUN-CONTROL-FILE.
	MOVE SPACES TO RUN-CONTROL-RECORD.
	MOVE "prog13"    TO RUN-PROGRAM-ID.
	MOVE WS-RUN-DATE TO RUN-STAMP-DATE.
	ACCEPT WS-STAMP-TIME FROM TIME.
	MOVE WS-STAMP-TIME(1:6) TO RUN-STAMP-TIME.
	MOVE "C"         TO RUN-STATUS.
	STRING "CLEARED "        DELIMITED BY SIZE
	       WS-ITEMS-CLEARED  DELIMITED BY SIZE
	       " AMT "           DELIMITED BY SIZE
	       WS-SUM-APPLIED    DELIMITED BY SIZE
	       INTO RUN-TOTALS.
	MOVE WS-ITEMS-SUSPENDED   TO RUN-SUSP-CNT.
	MOVE WS-SUM-SUSPENDED-OUT TO RUN-SUSP-AMT.
	WRITE RUN-CONTROL-RECORD.
	CLOSE RUN-CONTROL-FILE.
