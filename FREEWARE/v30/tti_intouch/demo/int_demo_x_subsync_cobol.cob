IDENTIFICATION DIVISION.
PROGRAM-ID. prog28.
*>
*>  Nightly sync of SUBSCRIBER.DAT, the DECtalk application's
*>  subscriber file, with the account master.  Every phone subscriber
*>  used to be built by hand in DTSUB-MAINT, so a new family never got
*>  telephone access unless somebody remembered; and when prog16
*>  merged a duplicate account the subscriber went on pointing at the
*>  dead one, so the key-5 balance inquiry told the caller we had no
*>  account.
*>
*>  The first pass reads every subscriber and checks its SUB-ACCT-NO
*>  against the master.  A subscriber on a prog16 tombstone is
*>  repointed to the survivor by following MERGED-TO-ACCT (with the
*>  same hop cap prog8 chases a keyed payment with); a subscriber on
*>  the account of a child who has left the program is given that
*>  LEFT-DATE as its SUB-EXPIRE-DATE, so ACCESS_VERIFY turns it away
*>  after that day; and a subscriber whose account is not on the
*>  master at all - or who carries no account number - is only
*>  listed, for the office to work in DTSUB-MAINT.
*>
*>  The second pass rolls the master up into families by the same
*>  PARENT/STREET/CITY/ZIP keys prog7 bills by.  A family none of
*>  whose accounts has a subscriber still in force gets one, on its
*>  first live account - not merged away, not departed, and not
*>  written off to the agency by prog27: the access code is eight
*>  random digits (a fresh code is drawn if the one drawn is taken),
*>  the initial password is a random four-digit PIN, and the record
*>  starts effective today, unlocked.  Neither says anything about
*>  the account; the generator is seeded once a run from the date
*>  and time.  A PIN mailer letter to the family's parent is printed
*>  for each new subscriber.
*>
*>  The sync listing shows every subscriber touched or found wanting
*>  and every subscriber added (the PIN itself appears only on the
*>  mailer), with control totals, and the run stamps the run-control
*>  file for prog20's audit page.  The master is only read.
*>
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

        SELECT SUBSCRIBER-FILE
                ASSIGN TO "SUBSCRIBER.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS SUB-ACCESS-CODE
                FILE STATUS IS SUB-FILE-STATUS.

        SELECT TEST-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_VENDOR_MST.TMP"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS ACCT-NO
                FILE STATUS IS MST-FILE-STATUS.

*>  The master sorted onto family order for the rollup, the way
*>  prog12 and prog21 sort it.
        SELECT SORT-WORK-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_VENDOR_SSRT.TMP".

        SELECT SORTED-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_VENDOR_SSRTD.TMP"
                ORGANIZATION IS SEQUENTIAL.

*>  The accounts that have a subscriber in force, built fresh each
*>  run by the first pass the way prog19 builds its rating work file,
*>  so the family pass can ask of each member whether it is covered.
        SELECT SUBSCRIBER-WORK-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_SUBSYNC_WRK.TMP"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS RANDOM
                RECORD KEY IS SWK-ACCT-NO
                FILE STATUS IS SWK-FILE-STATUS.

        SELECT MAILER-FILE
                ASSIGN TO "SYS$PRINT"
                ORGANIZATION IS LINE SEQUENTIAL.

*>  A distinct target from MAILER-FILE's "SYS$PRINT" - both are open
*>  and written to for the whole run, so sharing one spooled device
*>  would interleave the listing into the letters.
        SELECT SYNC-REPORT
                ASSIGN TO "SYS$SCRATCH:TTI_SUBSYNC.LIS"
                ORGANIZATION IS LINE SEQUENTIAL.

*>  Shared nightly run-control file: the sync stamps its completion
*>  and totals for prog20's audit page.
        SELECT RUN-CONTROL-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_RUN_CTL.TMP"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS RUN-FILE-STATUS.

DATA DIVISION.
FILE SECTION.

FD  SUBSCRIBER-FILE.
01  SUBSCRIBER-RECORD.
    05 SUB-ACCESS-CODE        PIC X(80).
    05 SUB-PASSWORD           PIC X(80).
    05 SUB-ACCT-NO            PIC 9(6).
    05 SUB-ACCT-CHAR          REDEFINES SUB-ACCT-NO PIC X(6).
    05 SUB-EFFECTIVE-DATE     PIC 9(8).
    05 SUB-EXPIRE-DATE        PIC 9(8).
    05 SUB-FAIL-COUNT         PIC 9(2).
    05 SUB-LOCKED-FLAG        PIC X.
    05 FILLER                 PIC X(15).

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
    05 FILLER      PIC X(10).
    05 MERGED-TO-ACCT PIC 9(6).
    05 MERGED-TO-CHAR REDEFINES MERGED-TO-ACCT PIC X(6).
    05 FILLER      PIC X(17).
    05 LEFT-DATE   PIC X(8).
    05 LEFT-DATE-NUM REDEFINES LEFT-DATE PIC 9(8).
    05 WRITE-OFF-FLAG PIC X.
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
    05 SRT-ACCT-NO PIC 9(6).
    05 FILLER      PIC X(10).
    05 SRT-MERGED-TO-ACCT PIC 9(6).
    05 SRT-MERGED-TO-CHAR REDEFINES SRT-MERGED-TO-ACCT PIC X(6).
    05 FILLER      PIC X(17).
    05 SRT-LEFT-DATE PIC X(8).
    05 SRT-LEFT-DATE-NUM REDEFINES SRT-LEFT-DATE PIC 9(8).
    05 SRT-WRITE-OFF-FLAG PIC X.
    05 FILLER      PIC X.

FD  SUBSCRIBER-WORK-FILE.
01  SUBSCRIBER-WORK-RECORD.
    05 SWK-ACCT-NO            PIC 9(6).
    05 SWK-ACCESS-CODE        PIC X(16).
    05 FILLER                 PIC X(58).

FD  MAILER-FILE.
01  MAILER-LINE               PIC X(80).

FD  SYNC-REPORT.
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

01  SUB-FILE-STATUS PIC XX   VALUE "00".
01  MST-FILE-STATUS PIC XX   VALUE "00".
01  SWK-FILE-STATUS PIC XX   VALUE "00".
01  RUN-FILE-STATUS PIC XX   VALUE "00".
01  FILE-EOF-SW    PIC X     VALUE '0'.
    88 FILE-EOF              VALUE '1'.
01  SUB-EOF-SW     PIC X     VALUE '0'.
    88 SUB-EOF               VALUE '1'.

01  WS-FIRST-RECORD-SW    PIC X        VALUE 'Y'.
    88 WS-FIRST-RECORD                 VALUE 'Y'.
    88 WS-NOT-FIRST-RECORD             VALUE 'N'.
01  WS-SUB-CHANGED-SW     PIC X        VALUE 'N'.
    88 WS-SUB-CHANGED                  VALUE 'Y'.
01  WS-COVERED-SW         PIC X        VALUE 'N'.
    88 WS-FAMILY-COVERED               VALUE 'Y'.
01  WS-CODE-PLACED-SW     PIC X        VALUE 'N'.
    88 WS-CODE-PLACED                  VALUE 'Y'.

01  WS-RUN-DATE           PIC 9(8)     VALUE 0.
01  WS-STAMP-TIME         PIC 9(8)     VALUE 0.
01  WS-CHASE-CNT          PIC 9(2)     VALUE 0.
01  WS-OLD-ACCT           PIC 9(6)     VALUE 0.
01  WS-ACTION             PIC X(24)    VALUE SPACES.

*>  The family being rolled up.
01  WS-PRIOR-PARENT       PIC X(24)    VALUE SPACES.
01  WS-PRIOR-STREET       PIC X(30)    VALUE SPACES.
01  WS-PRIOR-CITY         PIC X(12)    VALUE SPACES.
01  WS-PRIOR-ZIP          PIC X(9)     VALUE SPACES.
01  WS-FIRST-ACCT         PIC 9(6)     VALUE 0.
01  WS-FIRST-NAME         PIC X(30)    VALUE SPACES.

*>  The new subscriber's access code and PIN, both drawn at random.
*>  The seed is the date and time of the run, taken once.
01  WS-NEW-CODE           PIC 9(8)     VALUE 0.
01  WS-NEW-CODE-CHAR      REDEFINES WS-NEW-CODE PIC X(8).
01  WS-CODE-TRIES         PIC 9(3)     VALUE 0.
01  WS-NEW-PIN            PIC 9(4)     VALUE 0.
01  WS-NEW-PIN-CHAR       REDEFINES WS-NEW-PIN PIC X(4).
01  WS-SEED               PIC 9(16)    VALUE 0.
01  WS-RANDOM             PIC V9(9)    VALUE 0.

01  WS-SUBS-READ          PIC 9(6)     VALUE 0.
01  WS-SUBS-REPOINTED     PIC 9(6)     VALUE 0.
01  WS-SUBS-EXPIRED       PIC 9(6)     VALUE 0.
01  WS-SUBS-NOT-ON-MASTER PIC 9(6)     VALUE 0.
01  WS-SUBS-NO-ACCT       PIC 9(6)     VALUE 0.
01  WS-FAMILIES-SCANNED   PIC 9(6)     VALUE 0.
01  WS-FAMILIES-COVERED   PIC 9(6)     VALUE 0.
01  WS-SUBS-ADDED         PIC 9(6)     VALUE 0.
01  WS-CODES-EXHAUSTED    PIC 9(6)     VALUE 0.

01  RPT-HEADING-1.
    05 FILLER             PIC X(40)
       VALUE "SUBSCRIBER SYNC WITH ACCOUNT MASTER".
    05 RPT-H-RUN-DATE     PIC 9(8).

01  RPT-HEADING-2.
    05 FILLER             PIC X(16) VALUE "ACCESS CODE".
    05 FILLER             PIC X(8)  VALUE "ACCOUNT".
    05 FILLER             PIC X(8)  VALUE "NOW".
    05 FILLER             PIC X(22) VALUE "NAME".
    05 FILLER             PIC X(24) VALUE "ACTION".

01  RPT-DETAIL-LINE.
    05 RPT-ACCESS-CODE    PIC X(16).
    05 RPT-ACCT-NO        PIC 9(6).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-NEW-ACCT-NO    PIC 9(6)  BLANK WHEN ZERO.
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-NAME           PIC X(20).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-ACTION         PIC X(24).

01  RPT-BLANK-LINE        PIC X(80)    VALUE SPACES.

01  RPT-TRAILER-LINE-1.
    05 FILLER             PIC X(22) VALUE "Subscribers read     :".
    05 RPT-T-READ         PIC ZZZ,ZZ9.
01  RPT-TRAILER-LINE-2.
    05 FILLER             PIC X(22) VALUE "Repointed (merged)   :".
    05 RPT-T-REPOINTED    PIC ZZZ,ZZ9.
01  RPT-TRAILER-LINE-3.
    05 FILLER             PIC X(22) VALUE "Expired (child left) :".
    05 RPT-T-EXPIRED      PIC ZZZ,ZZ9.
01  RPT-TRAILER-LINE-4.
    05 FILLER             PIC X(22) VALUE "Not on master        :".
    05 RPT-T-NOT-ON-MST   PIC ZZZ,ZZ9.
01  RPT-TRAILER-LINE-5.
    05 FILLER             PIC X(22) VALUE "No account number    :".
    05 RPT-T-NO-ACCT      PIC ZZZ,ZZ9.
01  RPT-TRAILER-LINE-6.
    05 FILLER             PIC X(22) VALUE "Families scanned     :".
    05 RPT-T-SCANNED      PIC ZZZ,ZZ9.
01  RPT-TRAILER-LINE-7.
    05 FILLER             PIC X(22) VALUE "  already subscribed :".
    05 RPT-T-COVERED      PIC ZZZ,ZZ9.
01  RPT-TRAILER-LINE-8.
    05 FILLER             PIC X(22) VALUE "Subscribers added    :".
    05 RPT-T-ADDED        PIC ZZZ,ZZ9.
01  RPT-TRAILER-LINE-9.
    05 FILLER             PIC X(22) VALUE "No access code free  :".
    05 RPT-T-EXHAUSTED    PIC ZZZ,ZZ9.

01  MLR-BLANK-LINE        PIC X(80)    VALUE SPACES.

01  MLR-ADDRESS-LINE.
    05 FILLER             PIC X(10) VALUE SPACES.
    05 MLR-ADDRESS-TEXT   PIC X(30).

01  MLR-CITY-ZIP-LINE.
    05 FILLER             PIC X(10) VALUE SPACES.
    05 MLR-CITY           PIC X(12).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 MLR-ZIP            PIC X(9).

01  MLR-HEADING-LINE.
    05 FILLER             PIC X(10) VALUE SPACES.
    05 FILLER             PIC X(40)
       VALUE "TELEPHONE ACCOUNT ACCESS - CONFIDENTIAL".

01  MLR-TEXT-LINE.
    05 FILLER             PIC X(10) VALUE SPACES.
    05 MLR-TEXT           PIC X(66).

01  MLR-CODE-LINE.
    05 FILLER             PIC X(14) VALUE SPACES.
    05 FILLER             PIC X(16) VALUE "Access code  :  ".
    05 MLR-ACCESS-CODE    PIC X(8).

01  MLR-PIN-LINE.
    05 FILLER             PIC X(14) VALUE SPACES.
    05 FILLER             PIC X(16) VALUE "Password     :  ".
    05 MLR-PIN            PIC X(4).

01  MLR-ACCT-LINE.
    05 FILLER             PIC X(14) VALUE SPACES.
    05 FILLER             PIC X(16) VALUE "For account  :  ".
    05 MLR-ACCT-NO        PIC 9(6).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 MLR-NAME           PIC X(30).

PROCEDURE DIVISION.

MAINLINE SECTION.
START-UP.

	ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
	ACCEPT WS-STAMP-TIME FROM TIME.
	COMPUTE WS-SEED = WS-RUN-DATE * 100000000 + WS-STAMP-TIME.
	COMPUTE WS-RANDOM = FUNCTION RANDOM (WS-SEED).

	SORT SORT-WORK-FILE
	    ON ASCENDING KEY SW-PARENT SW-STREET SW-CITY SW-ZIP
	                     SW-ACCT-NO
	    USING TEST-FILE
	    GIVING SORTED-FILE.

*>
*>	Open the subscriber file for update.  If it does not exist
*>	yet, create it empty and re-open it, the way DTSUB-MAINT does -
*>	every family is then provisioned on the first night.
*>
	OPEN I-O SUBSCRIBER-FILE.
	IF SUB-FILE-STATUS = "35"
	   OPEN OUTPUT SUBSCRIBER-FILE
	   CLOSE SUBSCRIBER-FILE
	   OPEN I-O SUBSCRIBER-FILE.
	IF SUB-FILE-STATUS NOT = "00"
	   DISPLAY "Subscriber file not available - " SUB-FILE-STATUS
	           WITH CONVERSION
	   STOP RUN.
	OPEN INPUT TEST-FILE.
	IF MST-FILE-STATUS NOT = "00"
	   DISPLAY "Account master not available - " MST-FILE-STATUS
	           WITH CONVERSION
	   CLOSE SUBSCRIBER-FILE
	   STOP RUN.
	OPEN OUTPUT SUBSCRIBER-WORK-FILE.
	CLOSE SUBSCRIBER-WORK-FILE.
	OPEN I-O SUBSCRIBER-WORK-FILE.
	OPEN OUTPUT MAILER-FILE.
	OPEN OUTPUT SYNC-REPORT.
	MOVE WS-RUN-DATE TO RPT-H-RUN-DATE.
	MOVE RPT-HEADING-1 TO REPORT-LINE.
	WRITE REPORT-LINE.
	MOVE RPT-HEADING-2 TO REPORT-LINE.
	WRITE REPORT-LINE.

*>
*>	First pass: every subscriber already on file, checked against
*>	the master.
*>
	PERFORM 1-CHECK-SUBSCRIBER THRU 1-EXIT UNTIL SUB-EOF.

*>
*>	Second pass: every family on the master, provisioned if none
*>	of its accounts has a subscriber in force.
*>
	OPEN INPUT SORTED-FILE.
	PERFORM 2-READ-FILE THRU 2-EXIT UNTIL FILE-EOF.
	IF WS-NOT-FIRST-RECORD
	   PERFORM 3-JUDGE-FAMILY THRU 3-EXIT.

	PERFORM 5-WRITE-CONTROL-TOTALS.
	DISPLAY "Subscribers read     : " WS-SUBS-READ WITH CONVERSION.
	DISPLAY "Subscribers repointed: " WS-SUBS-REPOINTED
	        WITH CONVERSION.
	DISPLAY "Subscribers expired  : " WS-SUBS-EXPIRED WITH CONVERSION.
	DISPLAY "Subscribers added    : " WS-SUBS-ADDED WITH CONVERSION.
	CLOSE SORTED-FILE.
	CLOSE SUBSCRIBER-FILE.
	CLOSE TEST-FILE.
	CLOSE SUBSCRIBER-WORK-FILE.
	CLOSE MAILER-FILE.
	CLOSE SYNC-REPORT.
	PERFORM 9-STAMP-RUN-CONTROL.
	STOP RUN.

START-UP-EXIT.
	EXIT.

1-CHECK-SUBSCRIBER.
*>
*>  Check one subscriber against the master: repoint it off a merged
*>  account, expire it when its child has left, or list it when its
*>  account cannot be found.  A subscriber still in force afterward
*>  marks its account covered for the family pass.
*>
	READ SUBSCRIBER-FILE NEXT RECORD
	  AT END SET SUB-EOF TO TRUE
	         GO TO 1-EXIT.
	ADD 1 TO WS-SUBS-READ.
	MOVE 'N' TO WS-SUB-CHANGED-SW.
	MOVE SPACES TO NAME.

	IF SUB-ACCT-CHAR NOT NUMERIC OR SUB-ACCT-NO = 0
	   ADD 1 TO WS-SUBS-NO-ACCT
	   MOVE 0 TO WS-OLD-ACCT ACCT-NO
	   MOVE "NO ACCOUNT NUMBER" TO WS-ACTION
	   PERFORM 1B-WRITE-SUBSCRIBER-LINE
	   GO TO 1-EXIT.

	MOVE SUB-ACCT-NO TO WS-OLD-ACCT.
	MOVE SUB-ACCT-NO TO ACCT-NO.
	READ TEST-FILE
	   INVALID KEY
	      ADD 1 TO WS-SUBS-NOT-ON-MASTER
	      MOVE 0 TO ACCT-NO
	      MOVE "ACCOUNT NOT ON MASTER" TO WS-ACTION
	      PERFORM 1B-WRITE-SUBSCRIBER-LINE
	      GO TO 1-EXIT
	END-READ.

*>
*>	A subscriber on an account prog16 merged away is followed home
*>	to the survivor.  The hop count caps a cross-referenced loop a
*>	bad merge could leave behind.
*>
	MOVE 0 TO WS-CHASE-CNT.
	INSPECT MERGED-TO-CHAR REPLACING ALL SPACE BY ZERO.
	PERFORM 1A-CHASE-MERGED THRU 1A-EXIT
	    UNTIL WS-CHASE-CNT > 10 OR MERGED-TO-ACCT = 0.
	IF WS-CHASE-CNT > 10
	   ADD 1 TO WS-SUBS-NOT-ON-MASTER
	   MOVE 0 TO ACCT-NO
	   MOVE "SURVIVOR NOT ON MASTER" TO WS-ACTION
	   PERFORM 1B-WRITE-SUBSCRIBER-LINE
	   GO TO 1-EXIT.
	IF ACCT-NO NOT = SUB-ACCT-NO
	   MOVE ACCT-NO TO SUB-ACCT-NO
	   SET WS-SUB-CHANGED TO TRUE
	   ADD 1 TO WS-SUBS-REPOINTED
	   MOVE "REPOINTED TO SURVIVOR" TO WS-ACTION
	   PERFORM 1B-WRITE-SUBSCRIBER-LINE.

*>
*>	A subscriber whose child has left expires the day the child
*>	left, unless the office already set it to expire sooner.
*>
	IF LEFT-DATE NUMERIC AND LEFT-DATE-NUM > 0
	   IF SUB-EXPIRE-DATE NOT NUMERIC OR SUB-EXPIRE-DATE = 0
	      OR SUB-EXPIRE-DATE > LEFT-DATE-NUM
	      MOVE LEFT-DATE-NUM TO SUB-EXPIRE-DATE
	      SET WS-SUB-CHANGED TO TRUE
	      ADD 1 TO WS-SUBS-EXPIRED
	      MOVE "EXPIRED - CHILD LEFT" TO WS-ACTION
	      PERFORM 1B-WRITE-SUBSCRIBER-LINE
	   END-IF
	END-IF.

	IF WS-SUB-CHANGED
	   REWRITE SUBSCRIBER-RECORD.

	IF SUB-EXPIRE-DATE NUMERIC AND SUB-EXPIRE-DATE NOT = 0
	   AND SUB-EXPIRE-DATE < WS-RUN-DATE
	   GO TO 1-EXIT.
	MOVE SPACES TO SUBSCRIBER-WORK-RECORD.
	MOVE SUB-ACCT-NO TO SWK-ACCT-NO.
	MOVE SUB-ACCESS-CODE TO SWK-ACCESS-CODE.
	WRITE SUBSCRIBER-WORK-RECORD
	   INVALID KEY
	      CONTINUE
	END-WRITE.

1-EXIT.
	EXIT.

1A-CHASE-MERGED.
*>
*>  Follow one hop of a tombstone's cross-reference.  A dangling
*>  reference ends the chase with the hop count exhausted, so the
*>  subscriber is listed rather than pointed at nothing.
*>
	ADD 1 TO WS-CHASE-CNT.
	MOVE MERGED-TO-ACCT TO ACCT-NO.
	READ TEST-FILE
	   INVALID KEY
	      MOVE 99 TO WS-CHASE-CNT
	      GO TO 1A-EXIT
	END-READ.
	INSPECT MERGED-TO-CHAR REPLACING ALL SPACE BY ZERO.

1A-EXIT.
	EXIT.

1B-WRITE-SUBSCRIBER-LINE.

	MOVE SUB-ACCESS-CODE TO RPT-ACCESS-CODE.
	MOVE WS-OLD-ACCT     TO RPT-ACCT-NO.
	IF ACCT-NO = WS-OLD-ACCT
	   MOVE 0 TO RPT-NEW-ACCT-NO
	ELSE
	   MOVE ACCT-NO TO RPT-NEW-ACCT-NO
	END-IF.
	MOVE NAME            TO RPT-NAME.
	MOVE WS-ACTION       TO RPT-ACTION.
	MOVE RPT-DETAIL-LINE TO REPORT-LINE.
	WRITE REPORT-LINE.

2-READ-FILE.

	READ SORTED-FILE
	  AT END SET FILE-EOF TO TRUE
	         GO TO 2-EXIT.

	IF WS-FIRST-RECORD
	   PERFORM 2A-START-NEW-FAMILY THRU 2A-EXIT
	ELSE
	   IF SRT-PARENT = WS-PRIOR-PARENT AND SRT-STREET = WS-PRIOR-STREET
	      AND SRT-CITY = WS-PRIOR-CITY AND SRT-ZIP = WS-PRIOR-ZIP
	      PERFORM 2B-ADD-MEMBER THRU 2B-EXIT
	   ELSE
	      PERFORM 3-JUDGE-FAMILY THRU 3-EXIT
	      PERFORM 2A-START-NEW-FAMILY THRU 2A-EXIT
	   END-IF
	END-IF.

2-EXIT.
	EXIT.

2A-START-NEW-FAMILY.

	MOVE SRT-PARENT  TO WS-PRIOR-PARENT.
	MOVE SRT-STREET  TO WS-PRIOR-STREET.
	MOVE SRT-CITY    TO WS-PRIOR-CITY.
	MOVE SRT-ZIP     TO WS-PRIOR-ZIP.
	MOVE 0           TO WS-FIRST-ACCT.
	MOVE SPACES      TO WS-FIRST-NAME.
	MOVE 'N'         TO WS-COVERED-SW.
	SET WS-NOT-FIRST-RECORD TO TRUE.
	PERFORM 2B-ADD-MEMBER THRU 2B-EXIT.

2A-EXIT.
	EXIT.

2B-ADD-MEMBER.
*>
*>  A family is covered when any of its accounts has a subscriber in
*>  force.  Its first live account - not merged away, not departed,
*>  not written off - is the one a new subscriber would be given.
*>
	MOVE SRT-ACCT-NO TO SWK-ACCT-NO.
	READ SUBSCRIBER-WORK-FILE
	   INVALID KEY
	      CONTINUE
	   NOT INVALID KEY
	      SET WS-FAMILY-COVERED TO TRUE
	END-READ.

	INSPECT SRT-MERGED-TO-CHAR REPLACING ALL SPACE BY ZERO.
	IF SRT-MERGED-TO-ACCT > 0
	   GO TO 2B-EXIT.
	IF SRT-WRITE-OFF-FLAG = "Y"
	   GO TO 2B-EXIT.
	IF SRT-LEFT-DATE NUMERIC AND SRT-LEFT-DATE-NUM > 0
	   AND SRT-LEFT-DATE-NUM NOT > WS-RUN-DATE
	   GO TO 2B-EXIT.
	IF WS-FIRST-ACCT = 0
	   MOVE SRT-ACCT-NO TO WS-FIRST-ACCT
	   MOVE SRT-NAME    TO WS-FIRST-NAME.

2B-EXIT.
	EXIT.

3-JUDGE-FAMILY.
*>
*>  Provision the finished family if it needs it.
*>
	ADD 1 TO WS-FAMILIES-SCANNED.
	IF WS-FAMILY-COVERED
	   ADD 1 TO WS-FAMILIES-COVERED
	   GO TO 3-EXIT.
	IF WS-FIRST-ACCT = 0
	   GO TO 3-EXIT.

*>
*>	The PIN: four random digits, never below 1000.  The access
*>	code: eight random digits, never below 10000000, so neither
*>	loses a leading zero on the phone pad; a code already taken is
*>	drawn again.
*>
	COMPUTE WS-NEW-PIN = FUNCTION RANDOM * 9000 + 1000.
	COMPUTE WS-NEW-CODE = FUNCTION RANDOM * 90000000 + 10000000.
	MOVE 0 TO WS-CODE-TRIES.
	MOVE 'N' TO WS-CODE-PLACED-SW.
	PERFORM 3A-TRY-ONE-CODE THRU 3A-EXIT
	    UNTIL WS-CODE-PLACED OR WS-CODE-TRIES > 99.

	MOVE SPACES         TO SUB-ACCESS-CODE.
	MOVE WS-NEW-CODE-CHAR TO SUB-ACCESS-CODE.
	MOVE 0              TO WS-OLD-ACCT.
	MOVE WS-FIRST-ACCT  TO ACCT-NO.
	MOVE WS-FIRST-NAME  TO NAME.
	IF NOT WS-CODE-PLACED
	   ADD 1 TO WS-CODES-EXHAUSTED
	   MOVE SPACES TO SUB-ACCESS-CODE
	   MOVE "NO ACCESS CODE FREE" TO WS-ACTION
	   PERFORM 1B-WRITE-SUBSCRIBER-LINE
	   GO TO 3-EXIT.

	ADD 1 TO WS-SUBS-ADDED.
	MOVE "ADDED - PIN MAILED" TO WS-ACTION.
	PERFORM 1B-WRITE-SUBSCRIBER-LINE.
	PERFORM 3B-PRINT-MAILER.

3-EXIT.
	EXIT.

3A-TRY-ONE-CODE.
*>
*>  Add the subscriber under the access code as it stands.  The
*>  record starts in good standing, effective today, with no
*>  expiration: no failed attempts and not locked.
*>
	MOVE SPACES           TO SUBSCRIBER-RECORD.
	MOVE WS-NEW-CODE-CHAR TO SUB-ACCESS-CODE.
	MOVE WS-NEW-PIN-CHAR  TO SUB-PASSWORD.
	MOVE WS-FIRST-ACCT    TO SUB-ACCT-NO.
	MOVE WS-RUN-DATE      TO SUB-EFFECTIVE-DATE.
	MOVE 0                TO SUB-EXPIRE-DATE.
	MOVE 0                TO SUB-FAIL-COUNT.
	MOVE SPACE            TO SUB-LOCKED-FLAG.
	WRITE SUBSCRIBER-RECORD
	   INVALID KEY
	      ADD 1 TO WS-CODE-TRIES
	      COMPUTE WS-NEW-CODE = FUNCTION RANDOM * 90000000
	              + 10000000
	   NOT INVALID KEY
	      SET WS-CODE-PLACED TO TRUE
	END-WRITE.

3A-EXIT.
	EXIT.

3B-PRINT-MAILER.
*>
*>  Print one PIN mailer letter to the family's parent: the address
*>  block for the window envelope, the access code and password, and
*>  how to use them.
*>
	MOVE MLR-BLANK-LINE TO MAILER-LINE.
	WRITE MAILER-LINE.
	WRITE MAILER-LINE.
	MOVE WS-PRIOR-PARENT TO MLR-ADDRESS-TEXT.
	MOVE MLR-ADDRESS-LINE TO MAILER-LINE.
	WRITE MAILER-LINE.
	MOVE WS-PRIOR-STREET TO MLR-ADDRESS-TEXT.
	MOVE MLR-ADDRESS-LINE TO MAILER-LINE.
	WRITE MAILER-LINE.
	MOVE WS-PRIOR-CITY TO MLR-CITY.
	MOVE WS-PRIOR-ZIP  TO MLR-ZIP.
	MOVE MLR-CITY-ZIP-LINE TO MAILER-LINE.
	WRITE MAILER-LINE.
	MOVE MLR-BLANK-LINE TO MAILER-LINE.
	WRITE MAILER-LINE.
	WRITE MAILER-LINE.

	MOVE MLR-HEADING-LINE TO MAILER-LINE.
	WRITE MAILER-LINE.
	MOVE MLR-BLANK-LINE TO MAILER-LINE.
	WRITE MAILER-LINE.
	MOVE "Your family's account can now be reached by telephone."
	     TO MLR-TEXT.
	MOVE MLR-TEXT-LINE TO MAILER-LINE.
	WRITE MAILER-LINE.
	MOVE "Call the information line and key in each of these, followed"
	     TO MLR-TEXT.
	MOVE MLR-TEXT-LINE TO MAILER-LINE.
	WRITE MAILER-LINE.
	MOVE "by the # key, when you are asked for them:" TO MLR-TEXT.
	MOVE MLR-TEXT-LINE TO MAILER-LINE.
	WRITE MAILER-LINE.
	MOVE MLR-BLANK-LINE TO MAILER-LINE.
	WRITE MAILER-LINE.
	MOVE WS-NEW-CODE-CHAR TO MLR-ACCESS-CODE.
	MOVE MLR-CODE-LINE TO MAILER-LINE.
	WRITE MAILER-LINE.
	MOVE WS-NEW-PIN-CHAR TO MLR-PIN.
	MOVE MLR-PIN-LINE TO MAILER-LINE.
	WRITE MAILER-LINE.
	MOVE WS-FIRST-ACCT TO MLR-ACCT-NO.
	MOVE WS-FIRST-NAME TO MLR-NAME.
	MOVE MLR-ACCT-LINE TO MAILER-LINE.
	WRITE MAILER-LINE.
	MOVE MLR-BLANK-LINE TO MAILER-LINE.
	WRITE MAILER-LINE.
	MOVE "Press 5 at the menu to hear the balance, or 6 to pay by phone."
	     TO MLR-TEXT.
	MOVE MLR-TEXT-LINE TO MAILER-LINE.
	WRITE MAILER-LINE.
	MOVE "Keep this letter in a safe place.  After repeated wrong"
	     TO MLR-TEXT.
	MOVE MLR-TEXT-LINE TO MAILER-LINE.
	WRITE MAILER-LINE.
	MOVE "passwords the line is locked; call the office to unlock it."
	     TO MLR-TEXT.
	MOVE MLR-TEXT-LINE TO MAILER-LINE.
	WRITE MAILER-LINE.
	MOVE MLR-BLANK-LINE TO MAILER-LINE.
	WRITE MAILER-LINE.
	WRITE MAILER-LINE.

5-WRITE-CONTROL-TOTALS.
*>
*>  Write the control-total trailer.  Every subscriber read is either
*>  still in force, repointed, expired, or listed; every family
*>  scanned either had a subscriber, was given one, or had no live
*>  account to give one to.
*>
	MOVE RPT-BLANK-LINE TO REPORT-LINE.
	WRITE REPORT-LINE.
	MOVE WS-SUBS-READ TO RPT-T-READ.
	MOVE RPT-TRAILER-LINE-1 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-SUBS-REPOINTED TO RPT-T-REPOINTED.
	MOVE RPT-TRAILER-LINE-2 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-SUBS-EXPIRED TO RPT-T-EXPIRED.
	MOVE RPT-TRAILER-LINE-3 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-SUBS-NOT-ON-MASTER TO RPT-T-NOT-ON-MST.
	MOVE RPT-TRAILER-LINE-4 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-SUBS-NO-ACCT TO RPT-T-NO-ACCT.
	MOVE RPT-TRAILER-LINE-5 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-FAMILIES-SCANNED TO RPT-T-SCANNED.
	MOVE RPT-TRAILER-LINE-6 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-FAMILIES-COVERED TO RPT-T-COVERED.
	MOVE RPT-TRAILER-LINE-7 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-SUBS-ADDED TO RPT-T-ADDED.
	MOVE RPT-TRAILER-LINE-8 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-CODES-EXHAUSTED TO RPT-T-EXHAUSTED.
	MOVE RPT-TRAILER-LINE-9 TO REPORT-LINE.
	WRITE REPORT-LINE.

9-STAMP-RUN-CONTROL.
*>
*>  Stamp the shared run-control file: the sync completed, with its
*>  totals, for prog20's audit page.
*>
	OPEN EXTEND RUN-CONTROL-FILE.
	IF RUN-FILE-STATUS = "05" OR RUN-FILE-STATUS = "35"
	   OR RUN-FILE-STATUS = "97"
	   OPEN OUTPUT RUN-CONTROL-FILE.
	MOVE SPACES TO RUN-CONTROL-RECORD.
	MOVE "prog28"    TO RUN-PROGRAM-ID.
	MOVE WS-RUN-DATE TO RUN-STAMP-DATE.
	ACCEPT WS-STAMP-TIME FROM TIME.
	MOVE WS-STAMP-TIME(1:6) TO RUN-STAMP-TIME.
	MOVE "C"         TO RUN-STATUS.
	STRING "ADDED "          DELIMITED BY SIZE
	       WS-SUBS-ADDED     DELIMITED BY SIZE
	       " REPT "          DELIMITED BY SIZE
	       WS-SUBS-REPOINTED DELIMITED BY SIZE
	       " EXP "           DELIMITED BY SIZE
	       WS-SUBS-EXPIRED   DELIMITED BY SIZE
	       INTO RUN-TOTALS.
	WRITE RUN-CONTROL-RECORD.
	CLOSE RUN-CONTROL-FILE.
