*>  from a one-record control file, the way prog6 takes its posting
*>  amount; with none staged, $25 is used.  A family over threshold
*>  with no phone number at all lands on the report instead, for the
*>  letter pile - prog31 sends that family its dunning letter, and
*>  sends one too to a family this list never reaches.  Each list
*>  record also carries the account number of the family's first
*>  member, so a payment the parent authorizes on the reminder call
*>  can be traced back to the family's accounts.
*>  Accounts prog27 has written off to the collection agency
*>  (WRITE-OFF-FLAG "Y") are left out of the rollup, so a family
*>  placed with the agency no longer comes up on the list.
*>
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    05 SRT-EPHONE  PIC X(10).
    05 SRT-BALANCE PIC 9(6)v99.
    05 SRT-ACCT-NO PIC 9(6).
    05 FILLER      PIC X(41).
    05 SRT-WRITE-OFF-FLAG PIC X.
    05 FILLER      PIC X.

FD  AGED-FILE.
01  AGED-RECORD.

*>  One record per family to call.  CL-STATUS is kept by the DECtalk
*>  outbound pass: space = not yet tried, "N" = no answer (retry),
*>  "A" = answered, "C" = caller pressed 1 to confirm, "P" = caller
*>  paid by phone on the call.  "B" is set
*>  here when the family's promise to pay broke, so the outbound pass
*>  dials them again even though they confirmed last time.
FD  CALL-LIST-FILE.
    05 CL-PAST-DUE            PIC 9(8)v99.
    05 CL-STATUS              PIC X.
    05 CL-ATTEMPTS            PIC 9(2).
    05 CL-ACCT-NO             PIC 9(6).
    05 FILLER                 PIC X(17).

*>  CTL-GRACE-DAYS (carved from the old filler) is how long a promise
*>  to pay holds the family off the list when the promise itself
01  WS-PRIOR-PHONE      PIC X(10)    VALUE SPACES.
01  WS-PRIOR-BPHONE     PIC X(10)    VALUE SPACES.
01  WS-PRIOR-EPHONE     PIC X(10)    VALUE SPACES.
01  WS-PRIOR-ACCT-NO    PIC 9(6)     VALUE 0.
01  WS-FAMILY-BALANCE   PIC 9(8)v99  VALUE 0.
01  WS-FAMILY-PAST-DUE  PIC 9(8)v99  VALUE 0.
01  WS-DIAL-PHONE       PIC X(10)    VALUE SPACES.
	MOVE SRT-PHONE   TO WS-PRIOR-PHONE.
	MOVE SRT-BPHONE  TO WS-PRIOR-BPHONE.
	MOVE SRT-EPHONE  TO WS-PRIOR-EPHONE.
	MOVE SRT-ACCT-NO TO WS-PRIOR-ACCT-NO.
	MOVE 0           TO WS-FAMILY-BALANCE.
	MOVE 0           TO WS-FAMILY-PAST-DUE.
	SET WS-NOT-FIRST-RECORD TO TRUE.
0B-ADD-MEMBER.
*>
*>  Roll this member's balance and past-due buckets into the family.
*>  A member with no aged record contributes balance only.  A member
*>  prog27 wrote off belongs to the collection agency now and is not
*>  called about.
*>
	IF SRT-WRITE-OFF-FLAG = "Y"
	   GO TO 0B-EXIT.
	ADD SRT-BALANCE TO WS-FAMILY-BALANCE.
	MOVE SRT-ACCT-NO TO AGE-ACCT-NO.
	READ AGED-FILE
	MOVE WS-FAMILY-PAST-DUE TO CL-PAST-DUE.
	MOVE SPACE           TO CL-STATUS.
	MOVE 0               TO CL-ATTEMPTS.
	MOVE WS-PRIOR-ACCT-NO TO CL-ACCT-NO.
	MOVE "LISTED" TO RPT-DISPOSITION.
	PERFORM 2B-CARRY-FORWARD THRU 2B-EXIT.
*>
	   GO TO 2B-EXIT.
	MOVE WS-PR-STATUS (WS-PRIOR-FOUND)   TO CL-STATUS.
	MOVE WS-PR-ATTEMPTS (WS-PRIOR-FOUND) TO CL-ATTEMPTS.
	IF CL-STATUS = "C" OR CL-STATUS = "A" OR CL-STATUS = "P"
	   MOVE "LISTED - REACHED" TO RPT-DISPOSITION.

2B-EXIT.
