IDENTIFICATION DIVISION.
PROGRAM-ID. prog31.
*>
*>  Past-due dunning letters for the families the phone cannot reach.
*>  Two groups used to fall through prog12's outbound pass: a family
*>  over the threshold with no PHONE, BPHONE, or EPHONE (prog12 only
*>  prints it "for the letter pile"), and a family on the call list
*>  the outbound pass never reaches - CL-STATUS "N" after the number
*>  of attempts given on the control record.  This run picks up both,
*>  rolling the master into families by the same PARENT/STREET/CITY/
*>  ZIP keys prog7 and prog12 use, with the past due taken from the
*>  30/60/90+ buckets prog10 wrote and the same threshold prog12 reads
*>  from TTI_CALL_CTL.TMP.  Members prog27 wrote off and records
*>  prog16 merged away are left out, and a family holding an open,
*>  unexpired promise to pay is skipped as prog12 skips it.
*>
*>  The letter tier is chosen by the oldest bucket with money in it:
*>  30 days a friendly reminder, 60 days a firm notice, 90 days and
*>  over a final notice.  The text of each tier is not in this
*>  program: it is read from TTI_DUNNING_TXT.TMP, a text file the
*>  office keeps, one letter line per record with the tier (1, 2, or
*>  3) in the first column; a "*" there marks a comment line.  Each
*>  letter carries the family's address, the date, its tier's text,
*>  the children's names and account numbers, and the amount past
*>  due.  A tier with no text on file sends no letters.
*>
*>  Every letter sent is appended to the letter history file, which
*>  prog15 shows with the account so the office can see what a family
*>  was sent when they call.  The history also keeps a tier from being
*>  re-sent: a family sent the same tier within the resend window on
*>  the control record is passed over until the window runs out,
*>  while a family whose debt has aged into a harder tier gets the
*>  new letter at once.
*>
*>  Letters go to SYS$PRINT; the register of every family considered,
*>  with what was done and why, and the control totals go to
*>  TTI_DUNNING.LIS.  Like prog12, the run refuses to work from an
*>  aged file prog10 has not built clean today.
*>
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

        SELECT TEST-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_VENDOR_MST.TMP"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ACCT-NO.

        SELECT SORT-WORK-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_VENDOR_LSRT.TMP".

        SELECT SORTED-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_VENDOR_LSRTD.TMP"
                ORGANIZATION IS SEQUENTIAL.

        SELECT AGED-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_VENDOR_AGE.TMP"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS AGE-ACCT-NO
                FILE STATUS IS AGE-FILE-STATUS.

*>  Tonight's call list, read for the families the outbound pass has
*>  given up on.  Only read - prog12 and the DECtalk pass own it.
        SELECT CALL-LIST-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_CALL_LIST.TMP"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS CL-FILE-STATUS.

*>  prog12's control record, for the same past-due threshold.
        SELECT THRESHOLD-CONTROL-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_CALL_CTL.TMP"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS CTL-FILE-STATUS.

*>  The resend window and the attempts that count as unreachable.
        SELECT DUNNING-CONTROL-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_DUNNING_CTL.TMP"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS DCT-FILE-STATUS.

*>  The letter text for each tier, kept by the office with an editor.
        SELECT LETTER-TEXT-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_DUNNING_TXT.TMP"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS TXT-FILE-STATUS.

*>  One record per letter sent, appended run after run.
        SELECT LETTER-HISTORY-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_DUNNING_HST.TMP"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS HST-FILE-STATUS.

        SELECT PROMISE-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_PROMISE.TMP"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS PRM-FILE-STATUS.

        SELECT LETTER-FILE
                ASSIGN TO "SYS$PRINT"
                ORGANIZATION IS LINE SEQUENTIAL.

*>  A distinct target from LETTER-FILE's "SYS$PRINT" - both are open
*>  and written to for the whole run, so sharing one spooled device
*>  would interleave the register into the letters.
        SELECT DUNNING-REPORT
                ASSIGN TO "SYS$SCRATCH:TTI_DUNNING.LIS"
                ORGANIZATION IS LINE SEQUENTIAL.

*>  Shared nightly run-control file: the run checks for today's clean
*>  prog10 stamp and stamps its own completion for the audit page.
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
    05 SRT-ACCT-NO PIC 9(6).
    05 FILLER      PIC X(10).
    05 SRT-MERGED-TO-ACCT PIC 9(6).
    05 SRT-MERGED-TO-CHAR REDEFINES SRT-MERGED-TO-ACCT PIC X(6).
    05 FILLER      PIC X(25).
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

FD  CALL-LIST-FILE.
01  CALL-LIST-RECORD.
    05 CL-PHONE               PIC X(10).
    05 CL-PARENT              PIC X(24).
    05 CL-BALANCE             PIC 9(8)v99.
    05 CL-PAST-DUE            PIC 9(8)v99.
    05 CL-STATUS              PIC X.
    05 CL-ATTEMPTS            PIC 9(2).
    05 CL-ACCT-NO             PIC 9(6).
    05 FILLER                 PIC X(17).

FD  THRESHOLD-CONTROL-FILE.
01  THRESHOLD-CONTROL-RECORD.
    05 CTL-THRESHOLD          PIC 9(6)v99.
    05 CTL-GRACE-DAYS         PIC 9(3).
    05 CTL-GRACE-CHAR         REDEFINES CTL-GRACE-DAYS PIC X(3).
    05 FILLER                 PIC X(57).

*>  DCT-RESEND-DAYS is how long a tier sent to a family holds off the
*>  same tier (default 30); DCT-MIN-ATTEMPTS is how many no-answer
*>  attempts make a family on the call list unreachable (default 3).
FD  DUNNING-CONTROL-FILE.
01  DUNNING-CONTROL-RECORD.
    05 DCT-RESEND-DAYS        PIC 9(3).
    05 DCT-RESEND-CHAR        REDEFINES DCT-RESEND-DAYS PIC X(3).
    05 DCT-MIN-ATTEMPTS       PIC 9(2).
    05 DCT-MIN-ATTEMPTS-CHAR  REDEFINES DCT-MIN-ATTEMPTS PIC X(2).
    05 FILLER                 PIC X(75).

*>  TXT-TIER "1" friendly, "2" firm, "3" final, "*" comment; the
*>  lines of each tier print in the order they stand on the file.
FD  LETTER-TEXT-FILE.
01  LETTER-TEXT-RECORD.
    05 TXT-TIER               PIC X.
    05 FILLER                 PIC X.
    05 TXT-TEXT               PIC X(66).
    05 FILLER                 PIC X(12).

*>  HST-SOURCE "P" no phone on file, "N" not reached by phone.
FD  LETTER-HISTORY-FILE.
01  LETTER-HISTORY-RECORD.
    05 HST-PARENT             PIC X(24).
    05 HST-STREET             PIC X(30).
    05 HST-CITY               PIC X(12).
    05 HST-ZIP                PIC X(9).
    05 HST-ACCT-NO            PIC 9(6).
    05 HST-TIER               PIC X.
    05 HST-SENT-DATE          PIC 9(8).
    05 HST-PAST-DUE           PIC 9(8)v99.
    05 HST-SOURCE             PIC X.
    05 FILLER                 PIC X(19).

FD  PROMISE-FILE.
01  PROMISE-RECORD.
    05 PRM-PARENT             PIC X(24).
    05 PRM-PHONE              PIC X(10).
    05 PRM-AMOUNT             PIC 9(8)v99.
    05 PRM-MADE-DATE          PIC 9(8).
    05 PRM-DUE-DATE           PIC 9(8).
    05 PRM-STATUS             PIC X.
    05 FILLER                 PIC X(19).

FD  LETTER-FILE.
01  LETTER-LINE               PIC X(80).

FD  DUNNING-REPORT.
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

01  FILE-EOF-SW        PIC X     VALUE '0'.
    88 FILE-EOF                  VALUE '1'.
01  CTL-FILE-STATUS    PIC XX    VALUE "00".
01  DCT-FILE-STATUS    PIC XX    VALUE "00".
01  AGE-FILE-STATUS    PIC XX    VALUE "00".
01  CL-FILE-STATUS     PIC XX    VALUE "00".
01  CL-EOF-SW          PIC X     VALUE '0'.
    88 CL-EOF                    VALUE '1'.
01  TXT-FILE-STATUS    PIC XX    VALUE "00".
01  TXT-EOF-SW         PIC X     VALUE '0'.
    88 TXT-EOF                   VALUE '1'.
01  HST-FILE-STATUS    PIC XX    VALUE "00".
01  HST-EOF-SW         PIC X     VALUE '0'.
    88 HST-EOF                   VALUE '1'.

01  WS-FIRST-RECORD-SW PIC X     VALUE 'Y'.
    88 WS-FIRST-RECORD           VALUE 'Y'.
    88 WS-NOT-FIRST-RECORD       VALUE 'N'.

01  WS-THRESHOLD        PIC 9(6)v99  VALUE 25.00.
01  WS-GRACE-DAYS       PIC 9(3)     VALUE 7.
01  WS-RESEND-DAYS      PIC 9(3)     VALUE 30.
01  WS-MIN-ATTEMPTS     PIC 9(2)     VALUE 3.

*>  The call-list families the outbound pass has given up on.
01  WS-UNREACHED-MAX   PIC 9(3)  VALUE 200.
01  WS-UNREACHED-CNT   PIC 9(3)  VALUE 0.
01  WS-UNREACHED-IDX   PIC 9(3)  VALUE 0.
01  WS-UNREACHED-FOUND PIC 9(3)  VALUE 0.
01  WS-UNREACHED-TABLE.
    03 WS-UNREACHED-ENTRY OCCURS 200 TIMES.
       05 WS-UR-PARENT     PIC X(24).
       05 WS-UR-PHONE      PIC X(10).

*>  The letter text, up to 30 lines for each of the three tiers.
01  WS-TEXT-MAX        PIC 9(2)  VALUE 30.
01  WS-TEXT-IDX        PIC 9(2)  VALUE 0.
01  WS-TEXT-TIER       PIC 9     VALUE 0.
01  WS-TEXT-TABLE.
    03 WS-TEXT-TIER-ENTRY OCCURS 3 TIMES.
       05 WS-TEXT-CNT      PIC 9(2).
       05 WS-TEXT-LINE     PIC X(66) OCCURS 30 TIMES.

01  WS-TIER-NAMES      PIC X(24)
    VALUE "FRIENDLYFIRM    FINAL   ".
01  WS-TIER-NAME-TABLE REDEFINES WS-TIER-NAMES.
    05 WS-TIER-NAME    PIC X(8) OCCURS 3 TIMES.

*>  The letter history held for the pass: the latest date each tier
*>  went to each family.
01  WS-HISTORY-MAX     PIC 9(3)  VALUE 500.
01  WS-HISTORY-CNT     PIC 9(3)  VALUE 0.
01  WS-HISTORY-IDX     PIC 9(3)  VALUE 0.
01  WS-HISTORY-FOUND   PIC 9(3)  VALUE 0.
01  WS-HISTORY-TABLE.
    03 WS-HISTORY-ENTRY OCCURS 500 TIMES.
       05 WS-HS-PARENT     PIC X(24).
       05 WS-HS-STREET     PIC X(30).
       05 WS-HS-CITY       PIC X(12).
       05 WS-HS-ZIP        PIC X(9).
       05 WS-HS-TIER       PIC X.
       05 WS-HS-SENT-DATE  PIC 9(8).

*>  The promise file held for the pass, matched the way prog12 does.
01  PRM-FILE-STATUS    PIC XX    VALUE "00".
01  PRM-EOF-SW         PIC X     VALUE '0'.
    88 PRM-EOF                   VALUE '1'.
01  WS-PROMISE-MAX     PIC 9(3)  VALUE 200.
01  WS-PROMISE-CNT     PIC 9(3)  VALUE 0.
01  WS-PROMISE-IDX     PIC 9(3)  VALUE 0.
01  WS-PROMISE-TABLE.
    03 WS-PROMISE-ENTRY OCCURS 200 TIMES.
       05 WS-PM-PARENT     PIC X(24).
       05 WS-PM-PHONE      PIC X(10).
       05 WS-PM-MADE-DATE  PIC 9(8).
       05 WS-PM-DUE-DATE   PIC 9(8).
       05 WS-PM-STATUS     PIC X.

01  WS-PROMISE-OPEN-SW  PIC X        VALUE 'N'.
    88 WS-PROMISE-OPEN               VALUE 'Y'.

*>  Date arithmetic, the same 365/30 approximation prog10 ages
*>  charges by.
01  WS-RUN-DATE           PIC X(8).
01  WS-RUN-DATE-R REDEFINES WS-RUN-DATE.
    05 WS-RUN-YYYY        PIC 9(4).
    05 WS-RUN-MM          PIC 9(2).
    05 WS-RUN-DD          PIC 9(2).
01  WS-RUN-DATE-NUM REDEFINES WS-RUN-DATE PIC 9(8).
01  WS-MADE-DATE          PIC X(8).
01  WS-MADE-DATE-R REDEFINES WS-MADE-DATE.
    05 WS-MADE-YYYY       PIC 9(4).
    05 WS-MADE-MM         PIC 9(2).
    05 WS-MADE-DD         PIC 9(2).
01  WS-MADE-DATE-NUM REDEFINES WS-MADE-DATE PIC 9(8).
01  WS-AGE-DAYS           PIC S9(6)    VALUE 0.
01  WS-LETTER-DATE        PIC 9(8)     VALUE 0.

01  RUN-FILE-STATUS       PIC XX       VALUE "00".
01  OVR-FILE-STATUS       PIC XX       VALUE "00".
01  RUN-EOF-SW            PIC X        VALUE '0'.
    88 RUN-EOF                         VALUE '1'.
01  WS-PRED-FOUND-SW      PIC X        VALUE 'N'.
    88 WS-PRED-FOUND                   VALUE 'Y'.
01  WS-OVERRIDE-SW        PIC X        VALUE 'N'.
    88 WS-OVERRIDE-STAGED              VALUE 'Y'.
01  WS-STAMP-TIME         PIC 9(8)     VALUE 0.

01  WS-PRIOR-PARENT     PIC X(24)    VALUE SPACES.
01  WS-PRIOR-STREET     PIC X(30)    VALUE SPACES.
01  WS-PRIOR-CITY       PIC X(12)    VALUE SPACES.
01  WS-PRIOR-ZIP        PIC X(9)     VALUE SPACES.
01  WS-PRIOR-PHONE      PIC X(10)    VALUE SPACES.
01  WS-PRIOR-BPHONE     PIC X(10)    VALUE SPACES.
01  WS-PRIOR-EPHONE     PIC X(10)    VALUE SPACES.
01  WS-PRIOR-ACCT-NO    PIC 9(6)     VALUE 0.
01  WS-FAMILY-PAST-DUE  PIC 9(8)v99  VALUE 0.
01  WS-FAMILY-30-DAYS   PIC 9(8)v99  VALUE 0.
01  WS-FAMILY-60-DAYS   PIC 9(8)v99  VALUE 0.
01  WS-FAMILY-90-DAYS   PIC 9(8)v99  VALUE 0.
01  WS-DIAL-PHONE       PIC X(10)    VALUE SPACES.
01  WS-FAMILY-TIER      PIC 9        VALUE 0.
01  WS-FAMILY-SOURCE    PIC X        VALUE SPACE.

*>  The children the letter names, up to ten; any more are counted.
01  WS-CHILD-MAX        PIC 9(2)     VALUE 10.
01  WS-CHILD-CNT        PIC 9(2)     VALUE 0.
01  WS-CHILD-IDX        PIC 9(2)     VALUE 0.
01  WS-CHILD-EXTRA      PIC 9(3)     VALUE 0.
01  WS-CHILD-TABLE.
    03 WS-CHILD-ENTRY OCCURS 10 TIMES.
       05 WS-CH-NAME       PIC X(30).
       05 WS-CH-ACCT-NO    PIC 9(6).

01  WS-FAMILIES-SCANNED PIC 9(6)     VALUE 0.
01  WS-FAMILIES-NOPHONE PIC 9(6)     VALUE 0.
01  WS-FAMILIES-UNREACHED PIC 9(6)   VALUE 0.
01  WS-FAMILIES-PROMISED PIC 9(6)    VALUE 0.
01  WS-FAMILIES-RECENT  PIC 9(6)     VALUE 0.
01  WS-FAMILIES-NO-TEXT PIC 9(6)     VALUE 0.
01  WS-LETTERS-SENT     PIC 9(6)     VALUE 0.
01  WS-TIER-SENT-TABLE.
    05 WS-TIER-SENT     PIC 9(6) OCCURS 3 TIMES.
01  WS-SUM-PAST-DUE     PIC 9(10)v99 VALUE 0.

01  RPT-HEADING-1.
    05 FILLER             PIC X(40)
       VALUE "PAST-DUE DUNNING LETTER REGISTER".
    05 RPT-H-RUN-DATE     PIC 9(8).

01  RPT-HEADING-2.
    05 FILLER             PIC X(23) VALUE "PARENT".
    05 FILLER             PIC X(7)  VALUE "ACCOUNT".
    05 FILLER             PIC X(12) VALUE "   PAST DUE".
    05 FILLER             PIC X(9)  VALUE "TIER".
    05 FILLER             PIC X(12) VALUE "WHY".
    05 FILLER             PIC X(17) VALUE "DISPOSITION".

01  RPT-DETAIL-LINE.
    05 RPT-PARENT         PIC X(22).
    05 FILLER             PIC X     VALUE SPACE.
    05 RPT-ACCT-NO        PIC 9(6).
    05 FILLER             PIC X     VALUE SPACE.
    05 RPT-PAST-DUE       PIC ZZZ,ZZ9.99.
    05 FILLER             PIC X     VALUE SPACE.
    05 RPT-TIER           PIC X(8).
    05 FILLER             PIC X     VALUE SPACE.
    05 RPT-SOURCE         PIC X(11).
    05 FILLER             PIC X     VALUE SPACE.
    05 RPT-DISPOSITION    PIC X(18).

01  RPT-BLANK-LINE        PIC X(80)    VALUE SPACES.

01  RPT-TRAILER-LINE-1.
    05 FILLER             PIC X(22) VALUE "Families scanned     :".
    05 RPT-T-SCANNED      PIC ZZZ,ZZ9.
01  RPT-TRAILER-LINE-2.
    05 FILLER             PIC X(22) VALUE "No phone on file     :".
    05 RPT-T-NOPHONE      PIC ZZZ,ZZ9.
01  RPT-TRAILER-LINE-3.
    05 FILLER             PIC X(22) VALUE "Not reached by phone :".
    05 RPT-T-UNREACHED    PIC ZZZ,ZZ9.
01  RPT-TRAILER-LINE-4.
    05 FILLER             PIC X(22) VALUE "  promised - skipped :".
    05 RPT-T-PROMISED     PIC ZZZ,ZZ9.
01  RPT-TRAILER-LINE-5.
    05 FILLER             PIC X(22) VALUE "  sent too recently  :".
    05 RPT-T-RECENT       PIC ZZZ,ZZ9.
01  RPT-TRAILER-LINE-6.
    05 FILLER             PIC X(22) VALUE "  no text for tier   :".
    05 RPT-T-NO-TEXT      PIC ZZZ,ZZ9.
01  RPT-TRAILER-LINE-7.
    05 FILLER             PIC X(22) VALUE "Letters sent         :".
    05 RPT-T-SENT         PIC ZZZ,ZZ9.
01  RPT-TRAILER-LINE-8.
    05 FILLER             PIC X(4)  VALUE SPACES.
    05 RPT-T-TIER-NAME    PIC X(8).
    05 FILLER             PIC X(10) VALUE "         :".
    05 RPT-T-TIER-SENT    PIC ZZZ,ZZ9.
01  RPT-TRAILER-LINE-9.
    05 FILLER             PIC X(22) VALUE "Past due in letters  :".
    05 RPT-T-PAST-DUE     PIC Z,ZZZ,ZZZ,ZZ9.99.

01  LTR-BLANK-LINE        PIC X(80)    VALUE SPACES.

01  LTR-ADDRESS-LINE.
    05 FILLER             PIC X(6)  VALUE SPACES.
    05 LTR-ADDRESS-TEXT   PIC X(30).

01  LTR-CITY-ZIP-LINE.
    05 FILLER             PIC X(6)  VALUE SPACES.
    05 LTR-CITY           PIC X(12).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 LTR-ZIP            PIC X(9).

01  LTR-DATE-LINE.
    05 FILLER             PIC X(52) VALUE SPACES.
    05 FILLER             PIC X(6)  VALUE "Date: ".
    05 LTR-DATE           PIC 99/99/9999.

01  LTR-TEXT-LINE.
    05 FILLER             PIC X(6)  VALUE SPACES.
    05 LTR-TEXT           PIC X(66).

01  LTR-CHILD-HEADING.
    05 FILLER             PIC X(6)  VALUE SPACES.
    05 FILLER             PIC X(30) VALUE "For the account(s) of:".

01  LTR-CHILD-LINE.
    05 FILLER             PIC X(10) VALUE SPACES.
    05 LTR-CHILD-NAME     PIC X(30).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 FILLER             PIC X(8)  VALUE "Account ".
    05 LTR-CHILD-ACCT     PIC 9(6).

01  LTR-CHILD-MORE-LINE.
    05 FILLER             PIC X(10) VALUE SPACES.
    05 FILLER             PIC X(4)  VALUE "and ".
    05 LTR-CHILD-EXTRA    PIC ZZ9.
    05 FILLER             PIC X(7)  VALUE " more".

01  LTR-AMOUNT-LINE.
    05 FILLER             PIC X(6)  VALUE SPACES.
    05 FILLER             PIC X(20) VALUE "Amount past due:   $".
    05 LTR-PAST-DUE       PIC ZZZ,ZZ9.99.

PROCEDURE DIVISION.

MAINLINE SECTION.
START-UP.

	ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
*>
*>	The tier and the amount on every letter come from prog10's
*>	buckets, so prog10 must have stamped clean today.
*>
	PERFORM 0G-CHECK-RUN-CONTROL THRU 0G-EXIT.
	IF NOT WS-PRED-FOUND AND NOT WS-OVERRIDE-STAGED
	   DISPLAY "prog10 has not aged clean today - letters refused."
	           WITH CONVERSION
	   DISPLAY "Stage the run-control override to run anyway."
	           WITH CONVERSION
	   STOP RUN.
	PERFORM 0-READ-CONTROL-RECORDS THRU 0-EXIT.
	PERFORM 0J-LOAD-LETTER-TEXT THRU 0J-EXIT.
	IF WS-TEXT-CNT (1) = 0 AND WS-TEXT-CNT (2) = 0
	   AND WS-TEXT-CNT (3) = 0
	   DISPLAY "No letter text on file - load TTI_DUNNING_TXT.TMP first"
	           WITH CONVERSION
	   STOP RUN.
	PERFORM 0C-LOAD-UNREACHED THRU 0C-EXIT.
	PERFORM 0E-LOAD-PROMISES THRU 0E-EXIT.
	PERFORM 0L-LOAD-HISTORY THRU 0L-EXIT.
	COMPUTE WS-LETTER-DATE = WS-RUN-MM * 1000000 + WS-RUN-DD * 10000
	        + WS-RUN-YYYY.
	MOVE 0 TO WS-TIER-SENT (1) WS-TIER-SENT (2) WS-TIER-SENT (3).

	SORT SORT-WORK-FILE
	    ON ASCENDING KEY SW-PARENT SW-STREET SW-CITY SW-ZIP SW-NAME
	    USING TEST-FILE
	    GIVING SORTED-FILE.

	OPEN INPUT SORTED-FILE.
	OPEN INPUT AGED-FILE.
	IF AGE-FILE-STATUS NOT = "00"
	   DISPLAY "Aged balance file not available - run the aging first"
	           WITH CONVERSION
	   CLOSE SORTED-FILE
	   STOP RUN.
	OPEN EXTEND LETTER-HISTORY-FILE.
	IF HST-FILE-STATUS = "05" OR HST-FILE-STATUS = "35"
	   OR HST-FILE-STATUS = "97"
	   OPEN OUTPUT LETTER-HISTORY-FILE.
	OPEN OUTPUT LETTER-FILE.
	OPEN OUTPUT DUNNING-REPORT.
	MOVE WS-RUN-DATE-NUM TO RPT-H-RUN-DATE.
	MOVE RPT-HEADING-1 TO REPORT-LINE.
	WRITE REPORT-LINE.
	MOVE RPT-HEADING-2 TO REPORT-LINE.
	WRITE REPORT-LINE.

	PERFORM 1-READ-FILE THRU 1-EXIT UNTIL FILE-EOF.
	IF WS-NOT-FIRST-RECORD
	   PERFORM 2-JUDGE-FAMILY THRU 2-EXIT.

	PERFORM 3-WRITE-CONTROL-TOTALS.
	DISPLAY "Families scanned: " WS-FAMILIES-SCANNED WITH CONVERSION.
	DISPLAY "Letters sent    : " WS-LETTERS-SENT WITH CONVERSION.
	CLOSE SORTED-FILE.
	CLOSE AGED-FILE.
	CLOSE LETTER-HISTORY-FILE.
	CLOSE LETTER-FILE.
	CLOSE DUNNING-REPORT.
	PERFORM 9-STAMP-RUN-CONTROL.
	STOP RUN.

START-UP-EXIT.
	EXIT.

0-READ-CONTROL-RECORDS.
*>
*>  Pick up prog12's threshold and promise grace, then this run's
*>  resend window and attempt count.  Nothing staged means the
*>  defaults: $25, 7 days, 30 days, 3 attempts.
*>
	OPEN INPUT THRESHOLD-CONTROL-FILE.
	IF CTL-FILE-STATUS NOT = "00"
	   GO TO 0-DUNNING-CONTROL.
	READ THRESHOLD-CONTROL-FILE
	   AT END
	      CLOSE THRESHOLD-CONTROL-FILE
	      GO TO 0-DUNNING-CONTROL
	END-READ.
	MOVE CTL-THRESHOLD TO WS-THRESHOLD.
	IF CTL-GRACE-CHAR NUMERIC AND CTL-GRACE-DAYS > 0
	   MOVE CTL-GRACE-DAYS TO WS-GRACE-DAYS.
	CLOSE THRESHOLD-CONTROL-FILE.

0-DUNNING-CONTROL.
	OPEN INPUT DUNNING-CONTROL-FILE.
	IF DCT-FILE-STATUS NOT = "00"
	   GO TO 0-EXIT.
	READ DUNNING-CONTROL-FILE
	   AT END
	      CLOSE DUNNING-CONTROL-FILE
	      GO TO 0-EXIT
	END-READ.
	IF DCT-RESEND-CHAR NUMERIC AND DCT-RESEND-DAYS > 0
	   MOVE DCT-RESEND-DAYS TO WS-RESEND-DAYS.
	IF DCT-MIN-ATTEMPTS-CHAR NUMERIC AND DCT-MIN-ATTEMPTS > 0
	   MOVE DCT-MIN-ATTEMPTS TO WS-MIN-ATTEMPTS.
	CLOSE DUNNING-CONTROL-FILE.

0-EXIT.
	EXIT.

0C-LOAD-UNREACHED.
*>
*>  Hold the call-list families still at no answer after the given
*>  number of attempts.  No call list is not an error - the letters
*>  then go only to the families with no phone.
*>
	OPEN INPUT CALL-LIST-FILE.
	IF CL-FILE-STATUS NOT = "00"
	   GO TO 0C-EXIT.
	PERFORM 0D-LOAD-UNREACHED-ENTRY THRU 0D-EXIT UNTIL CL-EOF.
	CLOSE CALL-LIST-FILE.

0C-EXIT.
	EXIT.

0D-LOAD-UNREACHED-ENTRY.

	READ CALL-LIST-FILE
	  AT END SET CL-EOF TO TRUE
	         GO TO 0D-EXIT.
	IF CL-STATUS NOT = "N" OR CL-ATTEMPTS < WS-MIN-ATTEMPTS
	   GO TO 0D-EXIT.
	IF WS-UNREACHED-CNT = WS-UNREACHED-MAX
	   DISPLAY "Unreached table full - families after "
	           WS-UNREACHED-MAX " not lettered" WITH CONVERSION
	   SET CL-EOF TO TRUE
	   GO TO 0D-EXIT.
	ADD 1 TO WS-UNREACHED-CNT.
	MOVE CL-PARENT TO WS-UR-PARENT (WS-UNREACHED-CNT).
	MOVE CL-PHONE  TO WS-UR-PHONE (WS-UNREACHED-CNT).

0D-EXIT.
	EXIT.

0E-LOAD-PROMISES.
*>
*>  Hold the promise file for the pass.  No promise file is not an
*>  error - nobody has promised yet.
*>
	OPEN INPUT PROMISE-FILE.
	IF PRM-FILE-STATUS NOT = "00"
	   GO TO 0E-EXIT.
	PERFORM 0F-LOAD-PROMISE-ENTRY THRU 0F-EXIT UNTIL PRM-EOF.
	CLOSE PROMISE-FILE.

0E-EXIT.
	EXIT.

0F-LOAD-PROMISE-ENTRY.

	READ PROMISE-FILE
	  AT END SET PRM-EOF TO TRUE
	         GO TO 0F-EXIT.
	IF WS-PROMISE-CNT = WS-PROMISE-MAX
	   DISPLAY "Promise table full - promises after "
	           WS-PROMISE-MAX " not matched" WITH CONVERSION
	   SET PRM-EOF TO TRUE
	   GO TO 0F-EXIT.
*>
*>	Only an open promise holds a letter back.
*>
	IF PRM-STATUS = "K" OR PRM-STATUS = "B"
	   GO TO 0F-EXIT.
	ADD 1 TO WS-PROMISE-CNT.
	MOVE PRM-PARENT    TO WS-PM-PARENT (WS-PROMISE-CNT).
	MOVE PRM-PHONE     TO WS-PM-PHONE (WS-PROMISE-CNT).
	MOVE PRM-MADE-DATE TO WS-PM-MADE-DATE (WS-PROMISE-CNT).
	MOVE PRM-DUE-DATE  TO WS-PM-DUE-DATE (WS-PROMISE-CNT).
	MOVE PRM-STATUS    TO WS-PM-STATUS (WS-PROMISE-CNT).

0F-EXIT.
	EXIT.

0J-LOAD-LETTER-TEXT.
*>
*>  Load each tier's letter lines in file order.  No text file leaves
*>  every tier empty, and the run is refused above.
*>
	MOVE 0 TO WS-TEXT-CNT (1) WS-TEXT-CNT (2) WS-TEXT-CNT (3).
	OPEN INPUT LETTER-TEXT-FILE.
	IF TXT-FILE-STATUS NOT = "00"
	   GO TO 0J-EXIT.
	PERFORM 0K-LOAD-TEXT-LINE THRU 0K-EXIT UNTIL TXT-EOF.
	CLOSE LETTER-TEXT-FILE.

0J-EXIT.
	EXIT.

0K-LOAD-TEXT-LINE.

	READ LETTER-TEXT-FILE
	  AT END SET TXT-EOF TO TRUE
	         GO TO 0K-EXIT.
	IF TXT-TIER NOT = "1" AND TXT-TIER NOT = "2"
	   AND TXT-TIER NOT = "3"
	   GO TO 0K-EXIT.
	MOVE TXT-TIER TO WS-TEXT-TIER.
	IF WS-TEXT-CNT (WS-TEXT-TIER) = WS-TEXT-MAX
	   DISPLAY "Letter text for tier " WS-TEXT-TIER " over "
	           WS-TEXT-MAX " lines - rest not printed" WITH CONVERSION
	   GO TO 0K-EXIT.
	ADD 1 TO WS-TEXT-CNT (WS-TEXT-TIER).
	MOVE WS-TEXT-CNT (WS-TEXT-TIER) TO WS-TEXT-IDX.
	MOVE TXT-TEXT TO WS-TEXT-LINE (WS-TEXT-TIER, WS-TEXT-IDX).

0K-EXIT.
	EXIT.

0L-LOAD-HISTORY.
*>
*>  Hold the latest date each tier went to each family.  Only letters
*>  still inside the resend window are held - an older one can never
*>  hold a letter back, and the history is never cut down, so holding
*>  every letter ever sent would soon fill the table.  No history file
*>  is not an error - no letter has gone out yet.
*>
	OPEN INPUT LETTER-HISTORY-FILE.
	IF HST-FILE-STATUS NOT = "00"
	   GO TO 0L-EXIT.
	PERFORM 0M-LOAD-HISTORY-ENTRY THRU 0M-EXIT UNTIL HST-EOF.
	CLOSE LETTER-HISTORY-FILE.

0L-EXIT.
	EXIT.

0M-LOAD-HISTORY-ENTRY.

	READ LETTER-HISTORY-FILE
	  AT END SET HST-EOF TO TRUE
	         GO TO 0M-EXIT.
	MOVE HST-SENT-DATE TO WS-MADE-DATE-NUM.
	COMPUTE WS-AGE-DAYS =
	        (WS-RUN-YYYY - WS-MADE-YYYY) * 365
	      + (WS-RUN-MM - WS-MADE-MM) * 30
	      + (WS-RUN-DD - WS-MADE-DD).
	IF WS-AGE-DAYS NOT < WS-RESEND-DAYS
	   GO TO 0M-EXIT.
	MOVE 0 TO WS-HISTORY-FOUND.
	PERFORM 0N-SCAN-HISTORY-ENTRY
	    VARYING WS-HISTORY-IDX FROM 1 BY 1
	    UNTIL WS-HISTORY-IDX > WS-HISTORY-CNT OR WS-HISTORY-FOUND > 0.
	IF WS-HISTORY-FOUND > 0
	   IF HST-SENT-DATE > WS-HS-SENT-DATE (WS-HISTORY-FOUND)
	      MOVE HST-SENT-DATE TO WS-HS-SENT-DATE (WS-HISTORY-FOUND)
	   END-IF
	   GO TO 0M-EXIT.
	IF WS-HISTORY-CNT = WS-HISTORY-MAX
	   DISPLAY "Letter history table full - history after "
	           WS-HISTORY-MAX " not checked" WITH CONVERSION
	   SET HST-EOF TO TRUE
	   GO TO 0M-EXIT.
	ADD 1 TO WS-HISTORY-CNT.
	MOVE HST-PARENT    TO WS-HS-PARENT (WS-HISTORY-CNT).
	MOVE HST-STREET    TO WS-HS-STREET (WS-HISTORY-CNT).
	MOVE HST-CITY      TO WS-HS-CITY (WS-HISTORY-CNT).
	MOVE HST-ZIP       TO WS-HS-ZIP (WS-HISTORY-CNT).
	MOVE HST-TIER      TO WS-HS-TIER (WS-HISTORY-CNT).
	MOVE HST-SENT-DATE TO WS-HS-SENT-DATE (WS-HISTORY-CNT).

0M-EXIT.
	EXIT.

0N-SCAN-HISTORY-ENTRY.

	IF WS-HS-PARENT (WS-HISTORY-IDX) = HST-PARENT
	   AND WS-HS-STREET (WS-HISTORY-IDX) = HST-STREET
	   AND WS-HS-CITY (WS-HISTORY-IDX) = HST-CITY
	   AND WS-HS-ZIP (WS-HISTORY-IDX) = HST-ZIP
	   AND WS-HS-TIER (WS-HISTORY-IDX) = HST-TIER
	   MOVE WS-HISTORY-IDX TO WS-HISTORY-FOUND.

1-READ-FILE.

	READ SORTED-FILE
	  AT END SET FILE-EOF TO TRUE
	         GO TO 1-EXIT.

	IF WS-FIRST-RECORD
	   PERFORM 0A-START-NEW-FAMILY THRU 0A-EXIT
	ELSE
	   IF SRT-PARENT = WS-PRIOR-PARENT AND SRT-STREET = WS-PRIOR-STREET
	      AND SRT-CITY = WS-PRIOR-CITY AND SRT-ZIP = WS-PRIOR-ZIP
	      PERFORM 0B-ADD-MEMBER THRU 0B-EXIT
	   ELSE
	      PERFORM 2-JUDGE-FAMILY THRU 2-EXIT
	      PERFORM 0A-START-NEW-FAMILY THRU 0A-EXIT
	   END-IF
	END-IF.

1-EXIT.
	EXIT.

0A-START-NEW-FAMILY.

	MOVE SRT-PARENT  TO WS-PRIOR-PARENT.
	MOVE SRT-STREET  TO WS-PRIOR-STREET.
	MOVE SRT-CITY    TO WS-PRIOR-CITY.
	MOVE SRT-ZIP     TO WS-PRIOR-ZIP.
	MOVE SRT-PHONE   TO WS-PRIOR-PHONE.
	MOVE SRT-BPHONE  TO WS-PRIOR-BPHONE.
	MOVE SRT-EPHONE  TO WS-PRIOR-EPHONE.
	MOVE 0           TO WS-PRIOR-ACCT-NO.
	MOVE 0           TO WS-FAMILY-PAST-DUE.
	MOVE 0           TO WS-FAMILY-30-DAYS.
	MOVE 0           TO WS-FAMILY-60-DAYS.
	MOVE 0           TO WS-FAMILY-90-DAYS.
	MOVE 0           TO WS-CHILD-CNT.
	MOVE 0           TO WS-CHILD-EXTRA.
	SET WS-NOT-FIRST-RECORD TO TRUE.
	PERFORM 0B-ADD-MEMBER THRU 0B-EXIT.

0A-EXIT.
	EXIT.

0B-ADD-MEMBER.
*>
*>  Roll this member's past-due buckets into the family and add the
*>  child to the names on the letter.  A record merged away is the
*>  survivor's child under another number, and a member prog27 wrote
*>  off belongs to the collection agency now; neither is dunned.  The
*>  letter goes out under the first member that is.
*>
	INSPECT SRT-MERGED-TO-CHAR REPLACING ALL SPACE BY ZERO.
	IF SRT-MERGED-TO-ACCT > 0 OR SRT-WRITE-OFF-FLAG = "Y"
	   GO TO 0B-EXIT.
	IF WS-PRIOR-ACCT-NO = 0
	   MOVE SRT-ACCT-NO TO WS-PRIOR-ACCT-NO.
	IF WS-CHILD-CNT < WS-CHILD-MAX
	   ADD 1 TO WS-CHILD-CNT
	   MOVE SRT-NAME    TO WS-CH-NAME (WS-CHILD-CNT)
	   MOVE SRT-ACCT-NO TO WS-CH-ACCT-NO (WS-CHILD-CNT)
	ELSE
	   ADD 1 TO WS-CHILD-EXTRA
	END-IF.
	MOVE SRT-ACCT-NO TO AGE-ACCT-NO.
	READ AGED-FILE
	   INVALID KEY
	      GO TO 0B-EXIT
	END-READ.
	ADD AGE-30-DAYS TO WS-FAMILY-30-DAYS.
	ADD AGE-60-DAYS TO WS-FAMILY-60-DAYS.
	ADD AGE-90-DAYS TO WS-FAMILY-90-DAYS.
	ADD AGE-30-DAYS AGE-60-DAYS AGE-90-DAYS TO WS-FAMILY-PAST-DUE.

0B-EXIT.
	EXIT.

2-JUDGE-FAMILY.
*>
*>  Decide whether the finished family gets a letter, and which one.
*>
	ADD 1 TO WS-FAMILIES-SCANNED.
	IF WS-FAMILY-PAST-DUE NOT > WS-THRESHOLD
	   GO TO 2-EXIT.

*>
*>	The number prog12 would dial, picked the same way.  No number
*>	at all is the letter pile; a number the outbound pass has
*>	given up on is the other group.  A family still being called
*>	is left to the phone.
*>
	MOVE WS-PRIOR-PHONE TO WS-DIAL-PHONE.
	IF WS-DIAL-PHONE = SPACES
	   MOVE WS-PRIOR-BPHONE TO WS-DIAL-PHONE.
	IF WS-DIAL-PHONE = SPACES
	   MOVE WS-PRIOR-EPHONE TO WS-DIAL-PHONE.
	IF WS-DIAL-PHONE = SPACES
	   MOVE "P" TO WS-FAMILY-SOURCE
	   MOVE "NO PHONE" TO RPT-SOURCE
	   ADD 1 TO WS-FAMILIES-NOPHONE
	ELSE
	   MOVE 0 TO WS-UNREACHED-FOUND
	   PERFORM 2C-SCAN-UNREACHED
	       VARYING WS-UNREACHED-IDX FROM 1 BY 1
	       UNTIL WS-UNREACHED-IDX > WS-UNREACHED-CNT
	          OR WS-UNREACHED-FOUND > 0
	   IF WS-UNREACHED-FOUND = 0
	      GO TO 2-EXIT
	   END-IF
	   MOVE "N" TO WS-FAMILY-SOURCE
	   MOVE "NOT REACHED" TO RPT-SOURCE
	   ADD 1 TO WS-FAMILIES-UNREACHED
	END-IF.

*>
*>	The oldest bucket with money in it picks the tier.
*>
	IF WS-FAMILY-90-DAYS > 0
	   MOVE 3 TO WS-FAMILY-TIER
	ELSE
	   IF WS-FAMILY-60-DAYS > 0
	      MOVE 2 TO WS-FAMILY-TIER
	   ELSE
	      MOVE 1 TO WS-FAMILY-TIER
	   END-IF
	END-IF.
	MOVE WS-TIER-NAME (WS-FAMILY-TIER) TO RPT-TIER.

	PERFORM 2D-SCAN-PROMISES THRU 2D-EXIT.
	IF WS-PROMISE-OPEN
	   ADD 1 TO WS-FAMILIES-PROMISED
	   MOVE "PROMISED - SKIPPED" TO RPT-DISPOSITION
	   PERFORM 2A-WRITE-DETAIL
	   GO TO 2-EXIT.

*>
*>	The same tier is not sent again inside the resend window; a
*>	harder tier goes out however recently the last letter did.
*>
	MOVE 0 TO WS-HISTORY-FOUND.
	PERFORM 2F-SCAN-HISTORY
	    VARYING WS-HISTORY-IDX FROM 1 BY 1
	    UNTIL WS-HISTORY-IDX > WS-HISTORY-CNT OR WS-HISTORY-FOUND > 0.
	IF WS-HISTORY-FOUND > 0
	   MOVE WS-HS-SENT-DATE (WS-HISTORY-FOUND) TO WS-MADE-DATE-NUM
	   COMPUTE WS-AGE-DAYS =
	           (WS-RUN-YYYY - WS-MADE-YYYY) * 365
	         + (WS-RUN-MM - WS-MADE-MM) * 30
	         + (WS-RUN-DD - WS-MADE-DD)
	   IF WS-AGE-DAYS < WS-RESEND-DAYS
	      ADD 1 TO WS-FAMILIES-RECENT
	      MOVE SPACES TO RPT-DISPOSITION
	      STRING "SENT " WS-MADE-DATE DELIMITED BY SIZE
	             INTO RPT-DISPOSITION
	      PERFORM 2A-WRITE-DETAIL
	      GO TO 2-EXIT
	   END-IF
	END-IF.

	IF WS-TEXT-CNT (WS-FAMILY-TIER) = 0
	   ADD 1 TO WS-FAMILIES-NO-TEXT
	   MOVE "NO TEXT FOR TIER" TO RPT-DISPOSITION
	   PERFORM 2A-WRITE-DETAIL
	   GO TO 2-EXIT.

	PERFORM 2B-PRINT-LETTER.

	MOVE SPACES TO LETTER-HISTORY-RECORD.
	MOVE WS-PRIOR-PARENT    TO HST-PARENT.
	MOVE WS-PRIOR-STREET    TO HST-STREET.
	MOVE WS-PRIOR-CITY      TO HST-CITY.
	MOVE WS-PRIOR-ZIP       TO HST-ZIP.
	MOVE WS-PRIOR-ACCT-NO   TO HST-ACCT-NO.
	MOVE WS-FAMILY-TIER     TO HST-TIER.
	MOVE WS-RUN-DATE-NUM    TO HST-SENT-DATE.
	MOVE WS-FAMILY-PAST-DUE TO HST-PAST-DUE.
	MOVE WS-FAMILY-SOURCE   TO HST-SOURCE.
	WRITE LETTER-HISTORY-RECORD.

	ADD 1 TO WS-LETTERS-SENT.
	ADD 1 TO WS-TIER-SENT (WS-FAMILY-TIER).
	ADD WS-FAMILY-PAST-DUE TO WS-SUM-PAST-DUE.
	MOVE "LETTER SENT" TO RPT-DISPOSITION.
	PERFORM 2A-WRITE-DETAIL.

2-EXIT.
	EXIT.

2A-WRITE-DETAIL.

	MOVE WS-PRIOR-PARENT    TO RPT-PARENT.
	MOVE WS-PRIOR-ACCT-NO   TO RPT-ACCT-NO.
	MOVE WS-FAMILY-PAST-DUE TO RPT-PAST-DUE.
	MOVE RPT-DETAIL-LINE TO REPORT-LINE.
	WRITE REPORT-LINE.

2B-PRINT-LETTER.
*>
*>  Print one letter to the family's parent: the address block for
*>  the window envelope, the date, the tier's text, the children the
*>  money is owed for, and the amount past due.
*>
	MOVE LTR-BLANK-LINE TO LETTER-LINE.
	WRITE LETTER-LINE.
	WRITE LETTER-LINE.
	MOVE WS-PRIOR-PARENT TO LTR-ADDRESS-TEXT.
	MOVE LTR-ADDRESS-LINE TO LETTER-LINE.
	WRITE LETTER-LINE.
	MOVE WS-PRIOR-STREET TO LTR-ADDRESS-TEXT.
	MOVE LTR-ADDRESS-LINE TO LETTER-LINE.
	WRITE LETTER-LINE.
	MOVE WS-PRIOR-CITY TO LTR-CITY.
	MOVE WS-PRIOR-ZIP  TO LTR-ZIP.
	MOVE LTR-CITY-ZIP-LINE TO LETTER-LINE.
	WRITE LETTER-LINE.
	MOVE LTR-BLANK-LINE TO LETTER-LINE.
	WRITE LETTER-LINE.
	MOVE WS-LETTER-DATE TO LTR-DATE.
	MOVE LTR-DATE-LINE TO LETTER-LINE.
	WRITE LETTER-LINE.
	MOVE LTR-BLANK-LINE TO LETTER-LINE.
	WRITE LETTER-LINE.

	PERFORM 2G-PRINT-TEXT-LINE
	    VARYING WS-TEXT-IDX FROM 1 BY 1
	    UNTIL WS-TEXT-IDX > WS-TEXT-CNT (WS-FAMILY-TIER).

	MOVE LTR-BLANK-LINE TO LETTER-LINE.
	WRITE LETTER-LINE.
	MOVE LTR-CHILD-HEADING TO LETTER-LINE.
	WRITE LETTER-LINE.
	PERFORM 2H-PRINT-CHILD-LINE
	    VARYING WS-CHILD-IDX FROM 1 BY 1
	    UNTIL WS-CHILD-IDX > WS-CHILD-CNT.
	IF WS-CHILD-EXTRA > 0
	   MOVE WS-CHILD-EXTRA TO LTR-CHILD-EXTRA
	   MOVE LTR-CHILD-MORE-LINE TO LETTER-LINE
	   WRITE LETTER-LINE.
	MOVE LTR-BLANK-LINE TO LETTER-LINE.
	WRITE LETTER-LINE.
	MOVE WS-FAMILY-PAST-DUE TO LTR-PAST-DUE.
	MOVE LTR-AMOUNT-LINE TO LETTER-LINE.
	WRITE LETTER-LINE.
	MOVE LTR-BLANK-LINE TO LETTER-LINE.
	WRITE LETTER-LINE.
	WRITE LETTER-LINE.

2C-SCAN-UNREACHED.
*>
*>  The list record carries the parent and the number dialed, not
*>  the address, so both must match - prog12's carry-forward match.
*>
	IF WS-UR-PARENT (WS-UNREACHED-IDX) = WS-PRIOR-PARENT
	   AND WS-UR-PHONE (WS-UNREACHED-IDX) = WS-DIAL-PHONE
	   MOVE WS-UNREACHED-IDX TO WS-UNREACHED-FOUND.

2D-SCAN-PROMISES.
*>
*>  See whether this family holds an open, unexpired promise.
*>
	MOVE 'N' TO WS-PROMISE-OPEN-SW.
	PERFORM 2E-CHECK-ONE-PROMISE THRU 2E-EXIT
	    VARYING WS-PROMISE-IDX FROM 1 BY 1
	    UNTIL WS-PROMISE-IDX > WS-PROMISE-CNT.

2D-EXIT.
	EXIT.

2E-CHECK-ONE-PROMISE.
*>
*>  A promise matches the family on the parent name and any of the
*>  family's phone numbers, and holds only until its due date or,
*>  with none, the grace period from the date it was made - all as
*>  prog12 judges it.
*>
	IF WS-PM-PARENT (WS-PROMISE-IDX) NOT = WS-PRIOR-PARENT
	   GO TO 2E-EXIT.
	IF WS-PM-PHONE (WS-PROMISE-IDX) NOT = WS-PRIOR-PHONE
	   AND WS-PM-PHONE (WS-PROMISE-IDX) NOT = WS-PRIOR-BPHONE
	   AND WS-PM-PHONE (WS-PROMISE-IDX) NOT = WS-PRIOR-EPHONE
	   GO TO 2E-EXIT.

	IF WS-PM-DUE-DATE (WS-PROMISE-IDX) > 0
	   IF WS-RUN-DATE-NUM NOT > WS-PM-DUE-DATE (WS-PROMISE-IDX)
	      SET WS-PROMISE-OPEN TO TRUE
	   END-IF
	   GO TO 2E-EXIT.
	MOVE WS-PM-MADE-DATE (WS-PROMISE-IDX) TO WS-MADE-DATE.
	COMPUTE WS-AGE-DAYS =
	        (WS-RUN-YYYY - WS-MADE-YYYY) * 365
	      + (WS-RUN-MM - WS-MADE-MM) * 30
	      + (WS-RUN-DD - WS-MADE-DD).
	IF WS-AGE-DAYS NOT > WS-GRACE-DAYS
	   SET WS-PROMISE-OPEN TO TRUE.

2E-EXIT.
	EXIT.

2F-SCAN-HISTORY.

	IF WS-HS-PARENT (WS-HISTORY-IDX) = WS-PRIOR-PARENT
	   AND WS-HS-STREET (WS-HISTORY-IDX) = WS-PRIOR-STREET
	   AND WS-HS-CITY (WS-HISTORY-IDX) = WS-PRIOR-CITY
	   AND WS-HS-ZIP (WS-HISTORY-IDX) = WS-PRIOR-ZIP
	   AND WS-HS-TIER (WS-HISTORY-IDX) = WS-FAMILY-TIER
	   MOVE WS-HISTORY-IDX TO WS-HISTORY-FOUND.

2G-PRINT-TEXT-LINE.

	MOVE WS-TEXT-LINE (WS-FAMILY-TIER, WS-TEXT-IDX) TO LTR-TEXT.
	MOVE LTR-TEXT-LINE TO LETTER-LINE.
	WRITE LETTER-LINE.

2H-PRINT-CHILD-LINE.

	MOVE WS-CH-NAME (WS-CHILD-IDX)    TO LTR-CHILD-NAME.
	MOVE WS-CH-ACCT-NO (WS-CHILD-IDX) TO LTR-CHILD-ACCT.
	MOVE LTR-CHILD-LINE TO LETTER-LINE.
	WRITE LETTER-LINE.

3-WRITE-CONTROL-TOTALS.
*>
*>  Write the control-total trailer.  Every family picked up either
*>  was sent a letter or was held back for one of the three reasons
*>  beneath its count.
*>
	MOVE RPT-BLANK-LINE TO REPORT-LINE.
	WRITE REPORT-LINE.
	MOVE WS-FAMILIES-SCANNED TO RPT-T-SCANNED.
	MOVE RPT-TRAILER-LINE-1 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-FAMILIES-NOPHONE TO RPT-T-NOPHONE.
	MOVE RPT-TRAILER-LINE-2 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-FAMILIES-UNREACHED TO RPT-T-UNREACHED.
	MOVE RPT-TRAILER-LINE-3 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-FAMILIES-PROMISED TO RPT-T-PROMISED.
	MOVE RPT-TRAILER-LINE-4 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-FAMILIES-RECENT TO RPT-T-RECENT.
	MOVE RPT-TRAILER-LINE-5 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-FAMILIES-NO-TEXT TO RPT-T-NO-TEXT.
	MOVE RPT-TRAILER-LINE-6 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-LETTERS-SENT TO RPT-T-SENT.
	MOVE RPT-TRAILER-LINE-7 TO REPORT-LINE.
	WRITE REPORT-LINE.

	PERFORM 3A-WRITE-TIER-LINE
	    VARYING WS-TEXT-TIER FROM 1 BY 1 UNTIL WS-TEXT-TIER > 3.

	MOVE WS-SUM-PAST-DUE TO RPT-T-PAST-DUE.
	MOVE RPT-TRAILER-LINE-9 TO REPORT-LINE.
	WRITE REPORT-LINE.

3A-WRITE-TIER-LINE.

	MOVE WS-TIER-NAME (WS-TEXT-TIER) TO RPT-T-TIER-NAME.
	MOVE WS-TIER-SENT (WS-TEXT-TIER) TO RPT-T-TIER-SENT.
	MOVE RPT-TRAILER-LINE-8 TO REPORT-LINE.
	WRITE REPORT-LINE.

0G-CHECK-RUN-CONTROL.
*>
*>  Look for a clean stamp from today's prog10 aging, the way prog12
*>  does.
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
	   AND RUN-STAMP-DATE = WS-RUN-DATE-NUM
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
*>  Stamp the shared run-control file: the letters went out, with
*>  their count and the past due they carried.
*>
	OPEN EXTEND RUN-CONTROL-FILE.
	IF RUN-FILE-STATUS = "05" OR RUN-FILE-STATUS = "35"
	   OR RUN-FILE-STATUS = "97"
	   OPEN OUTPUT RUN-CONTROL-FILE.
	MOVE SPACES TO RUN-CONTROL-RECORD.
	MOVE "prog31"        TO RUN-PROGRAM-ID.
	MOVE WS-RUN-DATE-NUM TO RUN-STAMP-DATE.
	ACCEPT WS-STAMP-TIME FROM TIME.
	MOVE WS-STAMP-TIME(1:6) TO RUN-STAMP-TIME.
	MOVE "C"             TO RUN-STATUS.
	STRING "LETTERS "         DELIMITED BY SIZE
	       WS-LETTERS-SENT    DELIMITED BY SIZE
	       " DUE "            DELIMITED BY SIZE
	       WS-SUM-PAST-DUE    DELIMITED BY SIZE
	       INTO RUN-TOTALS.
	WRITE RUN-CONTROL-RECORD.
	CLOSE RUN-CONTROL-FILE.
