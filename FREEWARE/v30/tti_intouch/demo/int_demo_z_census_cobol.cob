IDENTIFICATION DIVISION.
PROGRAM-ID. prog30.
*>
*>  State enrollment and demographic census.  The master carries each
*>  child's SEX, B-DATE, ETHNIC, CITY, and ZIP - prog6 validates them
*>  because they feed the state report - but the census itself was
*>  still counted by hand from printouts.  This run counts it from
*>  the master as of a report date and prints the state's cross-tabs:
*>  enrollment by age group, by sex, by ethnic code, and by ZIP code
*>  and city, each row with the children in it and the unduplicated
*>  families they come from (a family is counted once in a row however
*>  many of its children fall there, and once in the total however
*>  many rows its children fall in).  A family is the PARENT/STREET/
*>  CITY/ZIP group prog7 bills as one.
*>
*>  Records prog16 merged away are skipped, and so are children whose
*>  LEFT-DATE is on or before the report date; both are counted on the
*>  trailer.  A child whose demographics fail the checks prog6 makes
*>  (SEX M or F, ETHNIC a letter, ZIP five digits, B-DATE a date) is
*>  still enrolled and still counted - on a NOT VALID row of each
*>  table the bad field belongs to - and is listed with its reasons
*>  on a separate exception listing, so the office can correct the
*>  master and the tables always foot to the same enrollment.
*>
*>  The age is worked from B-DATE as of the report date.  B-DATE is
*>  six digits with nothing on the master saying which order they are
*>  in, so the control record names the order (MDY, the default, or
*>  YMD); a two-digit year later than the report date's is taken as
*>  the previous century.  The age groups are the state's, given on
*>  the control record as the oldest age in each group; the last
*>  group takes every age above the one before it.
*>
*>  The same counts are written to a fixed-format extract file for
*>  electronic submission: a header, one detail record per table row,
*>  and a trailer carrying the record count and the totals.
*>
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

*>  One record: the report date, the B-DATE digit order, and the age
*>  groups.  No control record staged means today, MDY, and the
*>  standard groups.
        SELECT CENSUS-CONTROL-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_CENSUS_CTL.TMP"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS CTL-FILE-STATUS.

        SELECT TEST-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_VENDOR_MST.TMP"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ACCT-NO
                FILE STATUS IS MST-FILE-STATUS.

*>  The master sorted on the five-digit ZIP and CITY ahead of the full
*>  ZIP and the family keys, so each ZIP/city row comes off as one
*>  control break even when its families carry different ZIP+4
*>  suffixes, and each family's children are still together.
        SELECT SORT-WORK-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_VENDOR_ZSRT.TMP".

        SELECT SORTED-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_VENDOR_ZSRTD.TMP"
                ORGANIZATION IS SEQUENTIAL.

        SELECT CENSUS-REPORT
                ASSIGN TO "SYS$PRINT"
                ORGANIZATION IS LINE SEQUENTIAL.

*>  A distinct target from CENSUS-REPORT's "SYS$PRINT" - both are
*>  open and written to for the whole run, so sharing one spooled
*>  device would interleave the exceptions into the ZIP table.
        SELECT EXCEPTION-REPORT
                ASSIGN TO "SYS$SCRATCH:TTI_CENSUS_EXC.LIS"
                ORGANIZATION IS LINE SEQUENTIAL.

*>  Fixed-format extract of the counts for electronic submission.
        SELECT CENSUS-EXTRACT
                ASSIGN TO "SYS$SCRATCH:TTI_CENSUS_EXT.TMP"
                ORGANIZATION IS SEQUENTIAL.

*>  Shared nightly run-control file: the census stamps its completion
*>  and totals for prog20's audit page.
        SELECT RUN-CONTROL-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_RUN_CTL.TMP"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS RUN-FILE-STATUS.

DATA DIVISION.
FILE SECTION.

FD  CENSUS-CONTROL-FILE.
01  CENSUS-CONTROL-RECORD.
    05 CEN-REPORT-DATE        PIC 9(8).
    05 CEN-REPORT-DATE-CHAR   REDEFINES CEN-REPORT-DATE PIC X(8).
    05 CEN-BDATE-ORDER        PIC X(3).
    05 CEN-GROUP-CNT          PIC 9.
    05 CEN-GROUP-CNT-CHAR     REDEFINES CEN-GROUP-CNT PIC X.
    05 CEN-AGE-LIMITS.
       10 CEN-AGE-LIMIT       PIC 9(2) OCCURS 6 TIMES.
    05 CEN-AGE-LIMITS-CHAR    REDEFINES CEN-AGE-LIMITS PIC X(12).
    05 FILLER                 PIC X(56).

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

SD  SORT-WORK-FILE.
01  SW-RECORD.
    05 SW-NAME     PIC X(30).
    05 SW-SEX      PIC X.
    05 SW-BDATE    PIC X(6).
    05 SW-STREET   PIC X(30).
    05 SW-CITY     PIC X(12).
    05 SW-ZIP.
       10 SW-ZIP5  PIC X(5).
       10 SW-ZIP4  PIC X(4).
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
    05 SRT-ACCT-NO PIC 9(6).
    05 FILLER      PIC X(10).
    05 SRT-MERGED-TO-ACCT PIC 9(6).
    05 SRT-MERGED-TO-CHAR REDEFINES SRT-MERGED-TO-ACCT PIC X(6).
    05 FILLER      PIC X(17).
    05 SRT-LEFT-DATE PIC X(8).
    05 SRT-LEFT-DATE-NUM REDEFINES SRT-LEFT-DATE PIC 9(8).
    05 FILLER      PIC X(2).

FD  CENSUS-REPORT.
01  REPORT-LINE               PIC X(80).

FD  EXCEPTION-REPORT.
01  EXCEPTION-LINE            PIC X(80).

*>  EXT-TABLE on a detail record: "A" age group, "S" sex, "E" ethnic
*>  code, "Z" ZIP and city.  EXT-CODE is the row: the age range
*>  ("nn-nn"), the sex or ethnic letter, or the five-digit ZIP and
*>  the city; "NOT VALID" is the row of children whose field failed.
*>  The totals are known only at the end, so they are on the trailer
*>  alone, with the detail record count in EXT-CHILDREN's place.
FD  CENSUS-EXTRACT.
01  EXTRACT-RECORD.
    05 EXT-RECORD-TYPE        PIC X.
    05 EXT-REPORT-DATE        PIC 9(8).
    05 EXT-TABLE              PIC X.
    05 EXT-CODE               PIC X(17).
    05 EXT-CHILDREN           PIC 9(6).
    05 EXT-FAMILIES           PIC 9(6).
    05 EXT-TOTAL-CHILDREN     PIC 9(6).
    05 EXT-TOTAL-FAMILIES     PIC 9(6).
    05 FILLER                 PIC X(29).

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
01  RUN-FILE-STATUS PIC XX   VALUE "00".
01  FILE-EOF-SW    PIC X     VALUE '0'.
    88 FILE-EOF              VALUE '1'.

01  WS-FIRST-RECORD-SW    PIC X        VALUE 'Y'.
    88 WS-FIRST-RECORD                 VALUE 'Y'.
    88 WS-NOT-FIRST-RECORD             VALUE 'N'.
01  WS-FAMILY-ENROLLED-SW PIC X        VALUE 'N'.
    88 WS-FAMILY-ENROLLED              VALUE 'Y'.
01  WS-RECORD-VALID-SW    PIC X        VALUE 'Y'.
    88 WS-RECORD-VALID                 VALUE 'Y'.
    88 WS-RECORD-INVALID               VALUE 'N'.

01  WS-RUN-DATE           PIC 9(8)     VALUE 0.
01  WS-STAMP-TIME         PIC 9(8)     VALUE 0.
01  WS-REPORT-DATE        PIC 9(8)     VALUE 0.
01  WS-REPORT-DATE-R REDEFINES WS-REPORT-DATE.
    05 WS-REPORT-YYYY     PIC 9(4).
    05 WS-REPORT-MMDD     PIC 9(4).
01  WS-REPORT-CENTURY     PIC 9(2)     VALUE 0.
01  WS-REPORT-YY          PIC 9(2)     VALUE 0.
01  WS-BDATE-ORDER        PIC X(3)     VALUE "MDY".

*>  The age groups: the oldest age in each.  These are the standard
*>  groups when the control record gives none - under 1, 1-2, 3-4,
*>  5, 6-12, and 13 and over.
01  WS-GROUP-CNT          PIC 9        VALUE 6.
01  WS-AGE-LIMITS.
    05 WS-AGE-LIMIT       PIC 9(2) OCCURS 6 TIMES.
01  WS-DEFAULT-LIMITS     PIC X(12)    VALUE "000204051299".

*>  B-DATE taken apart in whichever order the control record names.
01  WS-BDATE              PIC X(6).
01  WS-BDATE-R REDEFINES WS-BDATE.
    05 WS-BDATE-1         PIC 9(2).
    05 WS-BDATE-2         PIC 9(2).
    05 WS-BDATE-3         PIC 9(2).
01  WS-BIRTH-YY           PIC 9(2)     VALUE 0.
01  WS-BIRTH-MM           PIC 9(2)     VALUE 0.
01  WS-BIRTH-DD           PIC 9(2)     VALUE 0.
01  WS-BIRTH-YYYY         PIC 9(4)     VALUE 0.
01  WS-BIRTH-MMDD         PIC 9(4)     VALUE 0.
01  WS-BIRTH-DATE         PIC 9(8)     VALUE 0.
01  WS-AGE                PIC S9(4)    VALUE 0.
01  WS-QUOTIENT           PIC 9(4)     VALUE 0.

*>  The row each table puts the child in; the last row of each is
*>  NOT VALID.
01  WS-AGE-IDX            PIC 9(2)     VALUE 0.
01  WS-SEX-IDX            PIC 9(2)     VALUE 0.
01  WS-ETH-IDX            PIC 9(2)     VALUE 0.
01  WS-TAB-IDX            PIC 9(2)     VALUE 0.
01  WS-ETHNIC-CODE        PIC X        VALUE SPACE.

01  WS-REASON-SEX         PIC X(7)     VALUE SPACES.
01  WS-REASON-ETHNIC      PIC X(7)     VALUE SPACES.
01  WS-REASON-ZIP         PIC X(7)     VALUE SPACES.
01  WS-REASON-BDATE       PIC X(7)     VALUE SPACES.
01  WS-EXCEPTION-REASONS  PIC X(30)    VALUE SPACES.

01  WS-ALPHABET           PIC X(26)
    VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
01  WS-ALPHABET-TABLE REDEFINES WS-ALPHABET.
    05 WS-ALPHA-LETTER    PIC X OCCURS 26 TIMES.

*>  The cross-tabs.  Age: up to six groups and NOT VALID (row 7).
*>  Sex: M, F, NOT VALID.  Ethnic: A through Z and NOT VALID (row 27).
01  WS-AGE-TABLE.
    05 WS-AGE-ENTRY OCCURS 7 TIMES.
       10 WS-AGE-CHILDREN     PIC 9(6).
       10 WS-AGE-FAMILIES     PIC 9(6).
01  WS-SEX-TABLE.
    05 WS-SEX-ENTRY OCCURS 3 TIMES.
       10 WS-SEX-CHILDREN     PIC 9(6).
       10 WS-SEX-FAMILIES     PIC 9(6).
01  WS-ETH-TABLE.
    05 WS-ETH-ENTRY OCCURS 27 TIMES.
       10 WS-ETH-CHILDREN     PIC 9(6).
       10 WS-ETH-FAMILIES     PIC 9(6).

*>  Which rows the family being rolled up has children in.
01  WS-FAM-AGE-HITS.
    05 WS-FAM-AGE-HIT     PIC X OCCURS 7 TIMES.
01  WS-FAM-SEX-HITS.
    05 WS-FAM-SEX-HIT     PIC X OCCURS 3 TIMES.
01  WS-FAM-ETH-HITS.
    05 WS-FAM-ETH-HIT     PIC X OCCURS 27 TIMES.

*>  The family and the ZIP/city row being rolled up.
01  WS-PRIOR-PARENT       PIC X(24)    VALUE SPACES.
01  WS-PRIOR-STREET       PIC X(30)    VALUE SPACES.
01  WS-PRIOR-CITY         PIC X(12)    VALUE SPACES.
01  WS-PRIOR-ZIP          PIC X(9)     VALUE SPACES.
01  WS-ROW-ZIP            PIC X(5)     VALUE SPACES.
01  WS-ROW-CITY           PIC X(12)    VALUE SPACES.
01  WS-ROW-CHILDREN       PIC 9(6)     VALUE 0.
01  WS-ROW-FAMILIES       PIC 9(6)     VALUE 0.
01  WS-ZIP-BAD-CHILDREN   PIC 9(6)     VALUE 0.
01  WS-ZIP-BAD-FAMILIES   PIC 9(6)     VALUE 0.

*>  One table row on its way to the report and the extract.
01  WS-TAB-TABLE          PIC X        VALUE SPACE.
01  WS-TAB-CODE           PIC X(17)    VALUE SPACES.
01  WS-TAB-LABEL          PIC X(30)    VALUE SPACES.
01  WS-TAB-CHILDREN       PIC 9(6)     VALUE 0.
01  WS-TAB-FAMILIES       PIC 9(6)     VALUE 0.
01  WS-LOWER-AGE          PIC 9(2)     VALUE 0.
01  WS-EDIT-LOWER         PIC Z9.
01  WS-EDIT-UPPER         PIC Z9.

01  WS-RECORDS-READ       PIC 9(6)     VALUE 0.
01  WS-MERGED-SKIPPED     PIC 9(6)     VALUE 0.
01  WS-DEPARTED-SKIPPED   PIC 9(6)     VALUE 0.
01  WS-CHILDREN-CNT       PIC 9(6)     VALUE 0.
01  WS-FAMILIES-CNT       PIC 9(6)     VALUE 0.
01  WS-INVALID-CNT        PIC 9(6)     VALUE 0.
01  WS-EXTRACT-CNT        PIC 9(6)     VALUE 0.
01  WS-PROOF-DIFF         PIC S9(6)    VALUE 0.

01  RPT-HEADING-1.
    05 FILLER             PIC X(36)
       VALUE "STATE ENROLLMENT CENSUS AS OF".
    05 RPT-H-REPORT-DATE  PIC 9(8).
    05 FILLER             PIC X(4)  VALUE SPACES.
    05 FILLER             PIC X(9)  VALUE "RUN DATE ".
    05 RPT-H-RUN-DATE     PIC 9(8).

01  RPT-SECTION-LINE      PIC X(80).
01  RPT-BLANK-LINE        PIC X(80)    VALUE SPACES.

01  RPT-COLUMN-LINE.
    05 FILLER             PIC X(30) VALUE SPACES.
    05 FILLER             PIC X(10) VALUE "  CHILDREN".
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 FILLER             PIC X(10) VALUE "  FAMILIES".

01  RPT-TAB-LINE.
    05 RPT-LABEL          PIC X(30).
    05 FILLER             PIC X(3)  VALUE SPACES.
    05 RPT-CHILDREN       PIC ZZZ,ZZ9.
    05 FILLER             PIC X(5)  VALUE SPACES.
    05 RPT-FAMILIES       PIC ZZZ,ZZ9.

01  EXC-HEADING-1.
    05 FILLER             PIC X(44)
       VALUE "CENSUS - CHILDREN WITH INVALID DEMOGRAPHICS".
    05 EXC-H-REPORT-DATE  PIC 9(8).

01  EXC-HEADING-2.
    05 FILLER             PIC X(8)  VALUE "ACCOUNT".
    05 FILLER             PIC X(22) VALUE "NAME".
    05 FILLER             PIC X(4)  VALUE "SEX".
    05 FILLER             PIC X(8)  VALUE "B-DATE".
    05 FILLER             PIC X(4)  VALUE "ETH".
    05 FILLER             PIC X(7)  VALUE "ZIP".
    05 FILLER             PIC X(27) VALUE "INVALID".

01  EXC-DETAIL-LINE.
    05 EXC-ACCT-NO        PIC 9(6).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 EXC-NAME           PIC X(20).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 EXC-SEX            PIC X.
    05 FILLER             PIC X(3)  VALUE SPACES.
    05 EXC-BDATE          PIC X(6).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 EXC-ETHNIC         PIC X.
    05 FILLER             PIC X(3)  VALUE SPACES.
    05 EXC-ZIP            PIC X(5).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 EXC-REASONS        PIC X(27).

01  EXC-TRAILER-LINE.
    05 FILLER             PIC X(22) VALUE "Children listed      :".
    05 EXC-T-CNT          PIC ZZZ,ZZ9.

01  RPT-TRAILER-LINE-1.
    05 FILLER             PIC X(22) VALUE "Records read         :".
    05 RPT-T-READ         PIC ZZZ,ZZ9.
01  RPT-TRAILER-LINE-2.
    05 FILLER             PIC X(22) VALUE "Merged away (skipped):".
    05 RPT-T-MERGED       PIC ZZZ,ZZ9.
01  RPT-TRAILER-LINE-3.
    05 FILLER             PIC X(22) VALUE "Left by report date  :".
    05 RPT-T-DEPARTED     PIC ZZZ,ZZ9.
01  RPT-TRAILER-LINE-4.
    05 FILLER             PIC X(22) VALUE "Children enrolled    :".
    05 RPT-T-CHILDREN     PIC ZZZ,ZZ9.
01  RPT-TRAILER-LINE-5.
    05 FILLER             PIC X(22) VALUE "Families enrolled    :".
    05 RPT-T-FAMILIES     PIC ZZZ,ZZ9.
01  RPT-TRAILER-LINE-6.
    05 FILLER             PIC X(22) VALUE "  invalid data listed:".
    05 RPT-T-INVALID      PIC ZZZ,ZZ9.
01  RPT-TRAILER-LINE-7.
    05 FILLER             PIC X(22) VALUE "Proof (read-counted) :".
    05 RPT-T-PROOF        PIC ZZZ,ZZ9-.

PROCEDURE DIVISION.

MAINLINE SECTION.
START-UP.

	ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
	PERFORM 0-READ-CONTROL-RECORD THRU 0-EXIT.
	DIVIDE WS-REPORT-YYYY BY 100 GIVING WS-REPORT-CENTURY
	        REMAINDER WS-REPORT-YY.
	MOVE ZEROS TO WS-AGE-TABLE WS-SEX-TABLE WS-ETH-TABLE.

	SORT SORT-WORK-FILE
	    ON ASCENDING KEY SW-ZIP5 SW-CITY SW-ZIP SW-PARENT SW-STREET
	                     SW-NAME
	    USING TEST-FILE
	    GIVING SORTED-FILE.

	OPEN INPUT SORTED-FILE.
	OPEN OUTPUT CENSUS-REPORT.
	OPEN OUTPUT EXCEPTION-REPORT.
	OPEN OUTPUT CENSUS-EXTRACT.
	MOVE WS-REPORT-DATE TO RPT-H-REPORT-DATE.
	MOVE WS-RUN-DATE    TO RPT-H-RUN-DATE.
	MOVE RPT-HEADING-1 TO REPORT-LINE.
	WRITE REPORT-LINE.
	MOVE WS-REPORT-DATE TO EXC-H-REPORT-DATE.
	MOVE EXC-HEADING-1 TO EXCEPTION-LINE.
	WRITE EXCEPTION-LINE.
	MOVE EXC-HEADING-2 TO EXCEPTION-LINE.
	WRITE EXCEPTION-LINE.

	MOVE SPACES TO EXTRACT-RECORD.
	MOVE "H"            TO EXT-RECORD-TYPE.
	MOVE WS-REPORT-DATE TO EXT-REPORT-DATE.
	MOVE "CENSUS"       TO EXT-CODE.
	MOVE 0 TO EXT-CHILDREN EXT-FAMILIES
	          EXT-TOTAL-CHILDREN EXT-TOTAL-FAMILIES.
	WRITE EXTRACT-RECORD.

*>
*>	The ZIP/city table prints as the sorted master streams by;
*>	the other tables are filled in on the way and print after.
*>
	MOVE "ENROLLMENT BY ZIP CODE AND CITY" TO RPT-SECTION-LINE.
	PERFORM 5D-WRITE-SECTION-HEADING.
	PERFORM 1-READ-FILE THRU 1-EXIT UNTIL FILE-EOF.
	IF WS-NOT-FIRST-RECORD
	   PERFORM 3-CLOSE-FAMILY THRU 3-EXIT
	   PERFORM 4-CLOSE-ZIP-ROW THRU 4-EXIT.
	IF WS-ZIP-BAD-CHILDREN > 0
	   MOVE "Z"                   TO WS-TAB-TABLE
	   MOVE "NOT VALID"           TO WS-TAB-CODE
	   MOVE "ZIP NOT VALID"       TO WS-TAB-LABEL
	   MOVE WS-ZIP-BAD-CHILDREN   TO WS-TAB-CHILDREN
	   MOVE WS-ZIP-BAD-FAMILIES   TO WS-TAB-FAMILIES
	   PERFORM 5A-WRITE-TAB-ROW.
	PERFORM 5B-WRITE-TAB-TOTAL.

	PERFORM 5-WRITE-CROSS-TABS.
	PERFORM 6-WRITE-CONTROL-TOTALS.

	MOVE SPACES TO EXTRACT-RECORD.
	MOVE "T"             TO EXT-RECORD-TYPE.
	MOVE WS-REPORT-DATE  TO EXT-REPORT-DATE.
	MOVE "TOTALS"        TO EXT-CODE.
	MOVE WS-EXTRACT-CNT  TO EXT-CHILDREN.
	MOVE 0               TO EXT-FAMILIES.
	MOVE WS-CHILDREN-CNT TO EXT-TOTAL-CHILDREN.
	MOVE WS-FAMILIES-CNT TO EXT-TOTAL-FAMILIES.
	WRITE EXTRACT-RECORD.

	DISPLAY "Children enrolled : " WS-CHILDREN-CNT WITH CONVERSION.
	DISPLAY "Families enrolled : " WS-FAMILIES-CNT WITH CONVERSION.
	DISPLAY "Invalid listed    : " WS-INVALID-CNT WITH CONVERSION.
	CLOSE SORTED-FILE.
	CLOSE CENSUS-REPORT.
	CLOSE EXCEPTION-REPORT.
	CLOSE CENSUS-EXTRACT.
	PERFORM 9-STAMP-RUN-CONTROL.
	STOP RUN.

START-UP-EXIT.
	EXIT.

0-READ-CONTROL-RECORD.
*>
*>  Pick up the report date, the B-DATE order, and the age groups.
*>  Anything missing or not usable falls back to the default - today,
*>  MDY, and the standard groups - so the census always runs.
*>
	MOVE WS-RUN-DATE TO WS-REPORT-DATE.
	MOVE WS-DEFAULT-LIMITS TO WS-AGE-LIMITS.
	OPEN INPUT CENSUS-CONTROL-FILE.
	IF CTL-FILE-STATUS NOT = "00"
	   GO TO 0-EXIT.
	READ CENSUS-CONTROL-FILE
	   AT END
	      CLOSE CENSUS-CONTROL-FILE
	      GO TO 0-EXIT
	END-READ.
	CLOSE CENSUS-CONTROL-FILE.

	IF CEN-REPORT-DATE-CHAR NUMERIC AND CEN-REPORT-DATE > 0
	   MOVE CEN-REPORT-DATE TO WS-REPORT-DATE.
	IF CEN-BDATE-ORDER = "YMD" OR CEN-BDATE-ORDER = "MDY"
	   MOVE CEN-BDATE-ORDER TO WS-BDATE-ORDER.
	IF CEN-GROUP-CNT-CHAR NUMERIC AND CEN-GROUP-CNT > 0
	   AND CEN-GROUP-CNT NOT > 6
	   AND CEN-AGE-LIMITS-CHAR(1:CEN-GROUP-CNT * 2) NUMERIC
	   MOVE CEN-GROUP-CNT TO WS-GROUP-CNT
	   MOVE CEN-AGE-LIMITS TO WS-AGE-LIMITS.

0-EXIT.
	EXIT.

1-READ-FILE.

	READ SORTED-FILE
	  AT END SET FILE-EOF TO TRUE
	         GO TO 1-EXIT.
	ADD 1 TO WS-RECORDS-READ.

	INSPECT SRT-MERGED-TO-CHAR REPLACING ALL SPACE BY ZERO.
	IF SRT-MERGED-TO-ACCT > 0
	   ADD 1 TO WS-MERGED-SKIPPED
	   GO TO 1-EXIT.
	IF SRT-LEFT-DATE NUMERIC AND SRT-LEFT-DATE-NUM > 0
	   AND SRT-LEFT-DATE-NUM NOT > WS-REPORT-DATE
	   ADD 1 TO WS-DEPARTED-SKIPPED
	   GO TO 1-EXIT.

	IF WS-FIRST-RECORD
	   SET WS-NOT-FIRST-RECORD TO TRUE
	   PERFORM 1A-START-ZIP-ROW
	   PERFORM 1B-START-FAMILY
	ELSE
	   IF SRT-PARENT NOT = WS-PRIOR-PARENT
	      OR SRT-STREET NOT = WS-PRIOR-STREET
	      OR SRT-CITY NOT = WS-PRIOR-CITY
	      OR SRT-ZIP NOT = WS-PRIOR-ZIP
	      PERFORM 3-CLOSE-FAMILY THRU 3-EXIT
	      IF SRT-ZIP(1:5) NOT = WS-ROW-ZIP
	         OR SRT-CITY NOT = WS-ROW-CITY
	         PERFORM 4-CLOSE-ZIP-ROW THRU 4-EXIT
	         PERFORM 1A-START-ZIP-ROW
	      END-IF
	      PERFORM 1B-START-FAMILY
	   END-IF
	END-IF.

	PERFORM 2-COUNT-CHILD THRU 2-EXIT.

1-EXIT.
	EXIT.

1A-START-ZIP-ROW.

	MOVE SRT-ZIP(1:5) TO WS-ROW-ZIP.
	MOVE SRT-CITY     TO WS-ROW-CITY.
	MOVE 0 TO WS-ROW-CHILDREN.
	MOVE 0 TO WS-ROW-FAMILIES.

1B-START-FAMILY.

	MOVE SRT-PARENT TO WS-PRIOR-PARENT.
	MOVE SRT-STREET TO WS-PRIOR-STREET.
	MOVE SRT-CITY   TO WS-PRIOR-CITY.
	MOVE SRT-ZIP    TO WS-PRIOR-ZIP.
	MOVE 'N' TO WS-FAMILY-ENROLLED-SW.
	MOVE ALL 'N' TO WS-FAM-AGE-HITS.
	MOVE ALL 'N' TO WS-FAM-SEX-HITS.
	MOVE ALL 'N' TO WS-FAM-ETH-HITS.

2-COUNT-CHILD.
*>
*>  Count one enrolled child into every table, on the NOT VALID row
*>  of any table whose field fails, and list the child if any did.
*>
	SET WS-RECORD-VALID TO TRUE.
	MOVE SPACES TO WS-REASON-SEX.
	MOVE SPACES TO WS-REASON-ETHNIC.
	MOVE SPACES TO WS-REASON-ZIP.
	MOVE SPACES TO WS-REASON-BDATE.

	EVALUATE SRT-SEX
	   WHEN "M"
	      MOVE 1 TO WS-SEX-IDX
	   WHEN "F"
	      MOVE 2 TO WS-SEX-IDX
	   WHEN OTHER
	      MOVE 3 TO WS-SEX-IDX
	      MOVE "SEX "    TO WS-REASON-SEX
	      SET WS-RECORD-INVALID TO TRUE
	END-EVALUATE.

	MOVE 27 TO WS-ETH-IDX.
	IF SRT-ETHNIC = SPACE OR SRT-ETHNIC NOT ALPHABETIC
	   MOVE "ETHNIC " TO WS-REASON-ETHNIC
	   SET WS-RECORD-INVALID TO TRUE
	ELSE
	   MOVE SRT-ETHNIC TO WS-ETHNIC-CODE
	   INSPECT WS-ETHNIC-CODE CONVERTING
	           "abcdefghijklmnopqrstuvwxyz" TO WS-ALPHABET
	   PERFORM 2B-FIND-ETHNIC THRU 2B-EXIT
	       VARYING WS-TAB-IDX FROM 1 BY 1
	       UNTIL WS-TAB-IDX > 26 OR WS-ETH-IDX NOT = 27
	END-IF.

	IF SRT-ZIP(1:5) = SPACES OR SRT-ZIP(1:5) NOT NUMERIC
	   MOVE "ZIP "    TO WS-REASON-ZIP
	   SET WS-RECORD-INVALID TO TRUE.

	PERFORM 2A-AGE-CHILD THRU 2A-EXIT.

	ADD 1 TO WS-CHILDREN-CNT.
	ADD 1 TO WS-ROW-CHILDREN.
	ADD 1 TO WS-AGE-CHILDREN (WS-AGE-IDX).
	ADD 1 TO WS-SEX-CHILDREN (WS-SEX-IDX).
	ADD 1 TO WS-ETH-CHILDREN (WS-ETH-IDX).
	MOVE 'Y' TO WS-FAM-AGE-HIT (WS-AGE-IDX).
	MOVE 'Y' TO WS-FAM-SEX-HIT (WS-SEX-IDX).
	MOVE 'Y' TO WS-FAM-ETH-HIT (WS-ETH-IDX).
	SET WS-FAMILY-ENROLLED TO TRUE.

	IF WS-RECORD-VALID
	   GO TO 2-EXIT.
	ADD 1 TO WS-INVALID-CNT.
	MOVE SPACES TO WS-EXCEPTION-REASONS.
	STRING WS-REASON-SEX    DELIMITED BY SPACE
	       " "              DELIMITED BY SIZE
	       WS-REASON-ETHNIC DELIMITED BY SPACE
	       " "              DELIMITED BY SIZE
	       WS-REASON-ZIP    DELIMITED BY SPACE
	       " "              DELIMITED BY SIZE
	       WS-REASON-BDATE  DELIMITED BY SPACE
	       INTO WS-EXCEPTION-REASONS.
	MOVE SRT-ACCT-NO  TO EXC-ACCT-NO.
	MOVE SRT-NAME     TO EXC-NAME.
	MOVE SRT-SEX      TO EXC-SEX.
	MOVE SRT-BDATE    TO EXC-BDATE.
	MOVE SRT-ETHNIC   TO EXC-ETHNIC.
	MOVE SRT-ZIP(1:5) TO EXC-ZIP.
	MOVE WS-EXCEPTION-REASONS TO EXC-REASONS.
	MOVE EXC-DETAIL-LINE TO EXCEPTION-LINE.
	WRITE EXCEPTION-LINE.

2-EXIT.
	EXIT.

2A-AGE-CHILD.
*>
*>  Work the child's age on the report date and find its group.  A
*>  B-DATE that is not a date, or falls after the report date, puts
*>  the child on the NOT VALID row (row 7).
*>
	MOVE 7 TO WS-AGE-IDX.
	MOVE SRT-BDATE TO WS-BDATE.
	IF WS-BDATE NOT NUMERIC
	   GO TO 2A-BAD-DATE.
	IF WS-BDATE-ORDER = "YMD"
	   MOVE WS-BDATE-1 TO WS-BIRTH-YY
	   MOVE WS-BDATE-2 TO WS-BIRTH-MM
	   MOVE WS-BDATE-3 TO WS-BIRTH-DD
	ELSE
	   MOVE WS-BDATE-1 TO WS-BIRTH-MM
	   MOVE WS-BDATE-2 TO WS-BIRTH-DD
	   MOVE WS-BDATE-3 TO WS-BIRTH-YY
	END-IF.
	IF WS-BIRTH-MM < 1 OR WS-BIRTH-MM > 12
	   OR WS-BIRTH-DD < 1 OR WS-BIRTH-DD > 31
	   GO TO 2A-BAD-DATE.

	IF WS-BIRTH-YY > WS-REPORT-YY
	   COMPUTE WS-BIRTH-YYYY = (WS-REPORT-CENTURY - 1) * 100
	           + WS-BIRTH-YY
	ELSE
	   COMPUTE WS-BIRTH-YYYY = WS-REPORT-CENTURY * 100 + WS-BIRTH-YY
	END-IF.
	COMPUTE WS-BIRTH-MMDD = WS-BIRTH-MM * 100 + WS-BIRTH-DD.
	COMPUTE WS-BIRTH-DATE = WS-BIRTH-YYYY * 10000 + WS-BIRTH-MMDD.
	IF WS-BIRTH-DATE > WS-REPORT-DATE
	   GO TO 2A-BAD-DATE.

	COMPUTE WS-AGE = WS-REPORT-YYYY - WS-BIRTH-YYYY.
	IF WS-REPORT-MMDD < WS-BIRTH-MMDD
	   SUBTRACT 1 FROM WS-AGE.

	MOVE WS-GROUP-CNT TO WS-AGE-IDX.
	PERFORM 2C-FIND-AGE-GROUP THRU 2C-EXIT
	    VARYING WS-TAB-IDX FROM WS-GROUP-CNT BY -1
	    UNTIL WS-TAB-IDX < 1.
	GO TO 2A-EXIT.

2A-BAD-DATE.
	MOVE 7 TO WS-AGE-IDX.
	MOVE "B-DATE " TO WS-REASON-BDATE.
	SET WS-RECORD-INVALID TO TRUE.

2A-EXIT.
	EXIT.

2B-FIND-ETHNIC.

	IF WS-ALPHA-LETTER (WS-TAB-IDX) = WS-ETHNIC-CODE
	   MOVE WS-TAB-IDX TO WS-ETH-IDX.

2B-EXIT.
	EXIT.

2C-FIND-AGE-GROUP.
*>
*>  Working down from the oldest group, the child belongs to the
*>  youngest group whose limit it does not pass; an age past every
*>  limit stays in the last group.
*>
	IF WS-AGE NOT > WS-AGE-LIMIT (WS-TAB-IDX)
	   MOVE WS-TAB-IDX TO WS-AGE-IDX.

2C-EXIT.
	EXIT.

3-CLOSE-FAMILY.
*>
*>  Count the finished family once in its ZIP/city row, once in the
*>  total, and once in each age, sex, and ethnic row it has children
*>  in.
*>
	IF NOT WS-FAMILY-ENROLLED
	   GO TO 3-EXIT.
	ADD 1 TO WS-FAMILIES-CNT.
	ADD 1 TO WS-ROW-FAMILIES.
	PERFORM 3A-COUNT-AGE-HIT
	    VARYING WS-TAB-IDX FROM 1 BY 1 UNTIL WS-TAB-IDX > 7.
	PERFORM 3B-COUNT-SEX-HIT
	    VARYING WS-TAB-IDX FROM 1 BY 1 UNTIL WS-TAB-IDX > 3.
	PERFORM 3C-COUNT-ETH-HIT
	    VARYING WS-TAB-IDX FROM 1 BY 1 UNTIL WS-TAB-IDX > 27.

3-EXIT.
	EXIT.

3A-COUNT-AGE-HIT.

	IF WS-FAM-AGE-HIT (WS-TAB-IDX) = 'Y'
	   ADD 1 TO WS-AGE-FAMILIES (WS-TAB-IDX).

3B-COUNT-SEX-HIT.

	IF WS-FAM-SEX-HIT (WS-TAB-IDX) = 'Y'
	   ADD 1 TO WS-SEX-FAMILIES (WS-TAB-IDX).

3C-COUNT-ETH-HIT.

	IF WS-FAM-ETH-HIT (WS-TAB-IDX) = 'Y'
	   ADD 1 TO WS-ETH-FAMILIES (WS-TAB-IDX).

4-CLOSE-ZIP-ROW.
*>
*>  Print the finished ZIP/city row.  A ZIP that is not five digits
*>  is no place to report, so its children and families go to the
*>  NOT VALID row printed after the rest.
*>
	IF WS-ROW-CHILDREN = 0
	   GO TO 4-EXIT.
	IF WS-ROW-ZIP = SPACES OR WS-ROW-ZIP NOT NUMERIC
	   ADD WS-ROW-CHILDREN TO WS-ZIP-BAD-CHILDREN
	   ADD WS-ROW-FAMILIES TO WS-ZIP-BAD-FAMILIES
	   GO TO 4-EXIT.
	MOVE "Z" TO WS-TAB-TABLE.
	MOVE SPACES TO WS-TAB-CODE.
	STRING WS-ROW-ZIP  DELIMITED BY SIZE
	       WS-ROW-CITY DELIMITED BY SIZE
	       INTO WS-TAB-CODE.
	MOVE SPACES TO WS-TAB-LABEL.
	STRING WS-ROW-ZIP  DELIMITED BY SIZE
	       "  "        DELIMITED BY SIZE
	       WS-ROW-CITY DELIMITED BY SIZE
	       INTO WS-TAB-LABEL.
	MOVE WS-ROW-CHILDREN TO WS-TAB-CHILDREN.
	MOVE WS-ROW-FAMILIES TO WS-TAB-FAMILIES.
	PERFORM 5A-WRITE-TAB-ROW.

4-EXIT.
	EXIT.

5-WRITE-CROSS-TABS.
*>
*>  Print the age, sex, and ethnic tables, each with its NOT VALID
*>  row and the unduplicated total, writing every row to the extract
*>  as it prints.
*>
	MOVE "ENROLLMENT BY AGE GROUP" TO RPT-SECTION-LINE.
	PERFORM 5D-WRITE-SECTION-HEADING.
	MOVE 0 TO WS-LOWER-AGE.
	PERFORM 5C-WRITE-AGE-ROW
	    VARYING WS-TAB-IDX FROM 1 BY 1
	    UNTIL WS-TAB-IDX > WS-GROUP-CNT.
	MOVE "A"                   TO WS-TAB-TABLE.
	MOVE "NOT VALID"           TO WS-TAB-CODE.
	MOVE "BIRTH DATE NOT VALID" TO WS-TAB-LABEL.
	MOVE WS-AGE-CHILDREN (7)   TO WS-TAB-CHILDREN.
	MOVE WS-AGE-FAMILIES (7)   TO WS-TAB-FAMILIES.
	PERFORM 5A-WRITE-TAB-ROW.
	PERFORM 5B-WRITE-TAB-TOTAL.

	MOVE "ENROLLMENT BY SEX" TO RPT-SECTION-LINE.
	PERFORM 5D-WRITE-SECTION-HEADING.
	MOVE "S"                 TO WS-TAB-TABLE.
	MOVE "M"                 TO WS-TAB-CODE.
	MOVE "MALE"              TO WS-TAB-LABEL.
	MOVE WS-SEX-CHILDREN (1) TO WS-TAB-CHILDREN.
	MOVE WS-SEX-FAMILIES (1) TO WS-TAB-FAMILIES.
	PERFORM 5A-WRITE-TAB-ROW.
	MOVE "F"                 TO WS-TAB-CODE.
	MOVE "FEMALE"            TO WS-TAB-LABEL.
	MOVE WS-SEX-CHILDREN (2) TO WS-TAB-CHILDREN.
	MOVE WS-SEX-FAMILIES (2) TO WS-TAB-FAMILIES.
	PERFORM 5A-WRITE-TAB-ROW.
	MOVE "NOT VALID"         TO WS-TAB-CODE.
	MOVE "SEX NOT VALID"     TO WS-TAB-LABEL.
	MOVE WS-SEX-CHILDREN (3) TO WS-TAB-CHILDREN.
	MOVE WS-SEX-FAMILIES (3) TO WS-TAB-FAMILIES.
	PERFORM 5A-WRITE-TAB-ROW.
	PERFORM 5B-WRITE-TAB-TOTAL.

	MOVE "ENROLLMENT BY ETHNIC CODE" TO RPT-SECTION-LINE.
	PERFORM 5D-WRITE-SECTION-HEADING.
	PERFORM 5E-WRITE-ETHNIC-ROW
	    VARYING WS-TAB-IDX FROM 1 BY 1 UNTIL WS-TAB-IDX > 26.
	MOVE "E"                  TO WS-TAB-TABLE.
	MOVE "NOT VALID"          TO WS-TAB-CODE.
	MOVE "ETHNIC CODE NOT VALID" TO WS-TAB-LABEL.
	MOVE WS-ETH-CHILDREN (27) TO WS-TAB-CHILDREN.
	MOVE WS-ETH-FAMILIES (27) TO WS-TAB-FAMILIES.
	PERFORM 5A-WRITE-TAB-ROW.
	PERFORM 5B-WRITE-TAB-TOTAL.

5A-WRITE-TAB-ROW.
*>
*>  Print one table row and write it to the extract.
*>
	MOVE WS-TAB-LABEL    TO RPT-LABEL.
	MOVE WS-TAB-CHILDREN TO RPT-CHILDREN.
	MOVE WS-TAB-FAMILIES TO RPT-FAMILIES.
	MOVE RPT-TAB-LINE TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE SPACES TO EXTRACT-RECORD.
	MOVE "D"             TO EXT-RECORD-TYPE.
	MOVE WS-REPORT-DATE  TO EXT-REPORT-DATE.
	MOVE WS-TAB-TABLE    TO EXT-TABLE.
	MOVE WS-TAB-CODE     TO EXT-CODE.
	MOVE WS-TAB-CHILDREN TO EXT-CHILDREN.
	MOVE WS-TAB-FAMILIES TO EXT-FAMILIES.
	MOVE 0 TO EXT-TOTAL-CHILDREN EXT-TOTAL-FAMILIES.
	WRITE EXTRACT-RECORD.
	ADD 1 TO WS-EXTRACT-CNT.

5B-WRITE-TAB-TOTAL.
*>
*>  Every table foots to the same enrollment.  Its families total is
*>  the unduplicated count, not the sum of the rows above - a family
*>  with children in two rows is in both.
*>
	MOVE "TOTAL (FAMILIES UNDUPLICATED)" TO RPT-LABEL.
	MOVE WS-CHILDREN-CNT TO RPT-CHILDREN.
	MOVE WS-FAMILIES-CNT TO RPT-FAMILIES.
	MOVE RPT-TAB-LINE TO REPORT-LINE.
	WRITE REPORT-LINE.

5C-WRITE-AGE-ROW.
*>
*>  One age group, labeled from the limit before it; the last group
*>  is open-ended.
*>
	MOVE "A" TO WS-TAB-TABLE.
	MOVE WS-LOWER-AGE TO WS-EDIT-LOWER.
	MOVE WS-AGE-LIMIT (WS-TAB-IDX) TO WS-EDIT-UPPER.
	MOVE SPACES TO WS-TAB-CODE WS-TAB-LABEL.
	IF WS-TAB-IDX = WS-GROUP-CNT
	   STRING WS-LOWER-AGE "-99"      DELIMITED BY SIZE
	          INTO WS-TAB-CODE
	   STRING "AGE " WS-EDIT-LOWER " AND OVER" DELIMITED BY SIZE
	          INTO WS-TAB-LABEL
	ELSE
	   STRING WS-LOWER-AGE "-" WS-AGE-LIMIT (WS-TAB-IDX)
	          DELIMITED BY SIZE INTO WS-TAB-CODE
	   IF WS-LOWER-AGE = WS-AGE-LIMIT (WS-TAB-IDX)
	      STRING "AGE " WS-EDIT-LOWER DELIMITED BY SIZE
	             INTO WS-TAB-LABEL
	   ELSE
	      STRING "AGES " WS-EDIT-LOWER " TO " WS-EDIT-UPPER
	             DELIMITED BY SIZE INTO WS-TAB-LABEL
	   END-IF
	END-IF.
	MOVE WS-AGE-CHILDREN (WS-TAB-IDX) TO WS-TAB-CHILDREN.
	MOVE WS-AGE-FAMILIES (WS-TAB-IDX) TO WS-TAB-FAMILIES.
	PERFORM 5A-WRITE-TAB-ROW.
	COMPUTE WS-LOWER-AGE = WS-AGE-LIMIT (WS-TAB-IDX) + 1.

5D-WRITE-SECTION-HEADING.

	MOVE RPT-BLANK-LINE TO REPORT-LINE.
	WRITE REPORT-LINE.
	MOVE RPT-SECTION-LINE TO REPORT-LINE.
	WRITE REPORT-LINE.
	MOVE RPT-COLUMN-LINE TO REPORT-LINE.
	WRITE REPORT-LINE.

5E-WRITE-ETHNIC-ROW.
*>
*>  Only the codes in use are printed and extracted.
*>
	IF WS-ETH-CHILDREN (WS-TAB-IDX) = 0
	   GO TO 5E-EXIT.
	MOVE "E" TO WS-TAB-TABLE.
	MOVE WS-ALPHA-LETTER (WS-TAB-IDX) TO WS-TAB-CODE.
	MOVE SPACES TO WS-TAB-LABEL.
	STRING "ETHNIC CODE " WS-ALPHA-LETTER (WS-TAB-IDX)
	       DELIMITED BY SIZE INTO WS-TAB-LABEL.
	MOVE WS-ETH-CHILDREN (WS-TAB-IDX) TO WS-TAB-CHILDREN.
	MOVE WS-ETH-FAMILIES (WS-TAB-IDX) TO WS-TAB-FAMILIES.
	PERFORM 5A-WRITE-TAB-ROW.

5E-EXIT.
	EXIT.

6-WRITE-CONTROL-TOTALS.
*>
*>  Write the control-total trailer.  Every record read was either
*>  merged away, gone by the report date, or counted; the proof line
*>  shows zero when they tie.
*>
	MOVE RPT-BLANK-LINE TO REPORT-LINE.
	WRITE REPORT-LINE.
	MOVE WS-RECORDS-READ TO RPT-T-READ.
	MOVE RPT-TRAILER-LINE-1 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-MERGED-SKIPPED TO RPT-T-MERGED.
	MOVE RPT-TRAILER-LINE-2 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-DEPARTED-SKIPPED TO RPT-T-DEPARTED.
	MOVE RPT-TRAILER-LINE-3 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-CHILDREN-CNT TO RPT-T-CHILDREN.
	MOVE RPT-TRAILER-LINE-4 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-FAMILIES-CNT TO RPT-T-FAMILIES.
	MOVE RPT-TRAILER-LINE-5 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-INVALID-CNT TO RPT-T-INVALID.
	MOVE RPT-TRAILER-LINE-6 TO REPORT-LINE.
	WRITE REPORT-LINE.

	COMPUTE WS-PROOF-DIFF = WS-RECORDS-READ - WS-MERGED-SKIPPED
	        - WS-DEPARTED-SKIPPED - WS-CHILDREN-CNT.
	MOVE WS-PROOF-DIFF TO RPT-T-PROOF.
	MOVE RPT-TRAILER-LINE-7 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE RPT-BLANK-LINE TO EXCEPTION-LINE.
	WRITE EXCEPTION-LINE.
	MOVE WS-INVALID-CNT TO EXC-T-CNT.
	MOVE EXC-TRAILER-LINE TO EXCEPTION-LINE.
	WRITE EXCEPTION-LINE.

9-STAMP-RUN-CONTROL.
*>
*>  Stamp the shared run-control file: the census completed, with its
*>  totals, for prog20's audit page.
*>
	OPEN EXTEND RUN-CONTROL-FILE.
	IF RUN-FILE-STATUS = "05" OR RUN-FILE-STATUS = "35"
	   OR RUN-FILE-STATUS = "97"
	   OPEN OUTPUT RUN-CONTROL-FILE.
	MOVE SPACES TO RUN-CONTROL-RECORD.
	MOVE "prog30"    TO RUN-PROGRAM-ID.
	MOVE WS-RUN-DATE TO RUN-STAMP-DATE.
	ACCEPT WS-STAMP-TIME FROM TIME.
	MOVE WS-STAMP-TIME(1:6) TO RUN-STAMP-TIME.
	MOVE "C"         TO RUN-STATUS.
	STRING "CHILDREN "       DELIMITED BY SIZE
	       WS-CHILDREN-CNT   DELIMITED BY SIZE
	       " FAMILIES "      DELIMITED BY SIZE
	       WS-FAMILIES-CNT   DELIMITED BY SIZE
	       INTO RUN-TOTALS.
	WRITE RUN-CONTROL-RECORD.
	CLOSE RUN-CONTROL-FILE.
