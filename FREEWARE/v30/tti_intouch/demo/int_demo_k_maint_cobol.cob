*>  and payment matching for the whole family, so a key change is
*>  warned about (with the sibling count) and must be confirmed.
*>
*>  The NSF flag prog22 sets on every member of a family whose check
*>  came back is shown with the record and is cleared (or set by hand)
*>  here, journaled like any other field, once the office agrees to
*>  take that family's checks again.
*>
*>  The date a child left the program is kept here too.  prog23 reads
*>  it: a credit on account left on a departed child's record is
*>  refunded rather than held for charges that will never come.
*>
*>  So is the flag prog27 sets on an account written off to the
*>  collection agency, but it can only be cleared here, never set:
*>  a write-off moves the balance to bad debt on history and the
*>  ledger, and only prog27 does that.  Clearing it takes the account
*>  back onto prog12's call list and prog21's finance charges, and
*>  lets prog8 apply payments to it again - but it puts no debt back:
*>  a write-off made in error is reversed with prog11, which restores
*>  the balance and the flag together.
*>
*>  Below the record, the dunning letters prog31 has sent the family
*>  are listed from its letter history - date, tier, and the past due
*>  the letter showed - so the office can say what went out when a
*>  parent calls about a letter.
*>
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS AUD-FILE-STATUS.

*>  prog31's letter history, read only to show what was sent.
        SELECT LETTER-HISTORY-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_DUNNING_HST.TMP"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS HST-FILE-STATUS.

DATA DIVISION.
FILE SECTION.

    05 BALANCE     PIC 9(6)v99.
    05 BALANCE-CHAR REDEFINES BALANCE PIC X(8).
    05 ACCT-NO     PIC 9(6).
    05 FILLER      PIC X(16).
    05 NSF-FLAG    PIC X.
    05 FILLER      PIC X(16).
    05 LEFT-DATE   PIC X(8).
    05 WRITE-OFF-FLAG PIC X.
    05 FILLER      PIC X.

FD  MAINTENANCE-JOURNAL.
01  AUDIT-RECORD.
    05 AUD-AFTER              PIC X(30).
    05 FILLER                 PIC X(10).

FD  LETTER-HISTORY-FILE.
01  LETTER-HISTORY-RECORD.
    05 HST-PARENT             PIC X(24).
    05 HST-STREET             PIC X(30).
    05 HST-CITY               PIC X(12).
    05 HST-ZIP                PIC X(9).
    05 HST-ACCT-NO            PIC 9(6).
    05 HST-TIER               PIC 9.
    05 HST-SENT-DATE          PIC 9(8).
    05 HST-PAST-DUE           PIC 9(8)v99.
    05 HST-SOURCE             PIC X.
    05 FILLER                 PIC X(19).

WORKING-STORAGE SECTION.

01  MST-FILE-STATUS PIC XX   VALUE "00".
01  AUD-FILE-STATUS PIC XX   VALUE "00".
01  SCAN-EOF-SW    PIC X     VALUE '0'.
    88 SCAN-EOF              VALUE '1'.
01  HST-FILE-STATUS PIC XX   VALUE "00".
01  HST-EOF-SW     PIC X     VALUE '0'.
    88 HST-EOF               VALUE '1'.

01  WS-DONE-SW     PIC X     VALUE 'N'.
    88 WS-DONE               VALUE 'Y'.
01  WS-SIBLING-CNT        PIC 9(4)    VALUE 0.
01  WS-CHANGES-JOURNALED  PIC 9(6)    VALUE 0.
01  WS-RECORDS-CHANGED    PIC 9(6)    VALUE 0.
01  WS-LETTERS-SHOWN      PIC 9(4)    VALUE 0.
01  WS-LETTER-PAST-DUE    PIC ZZZ,ZZ9.99.
01  WS-LETTER-TIER        PIC X(8)    VALUE SPACES.
01  WS-TIER-NAMES         PIC X(24)
    VALUE "FRIENDLYFIRM    FINAL   ".
01  WS-TIER-NAME-TABLE REDEFINES WS-TIER-NAMES.
    05 WS-TIER-NAME       PIC X(8) OCCURS 3 TIMES.

*>  The record's changeable fields as read (OLD) and as keyed (NEW);
*>  the record itself cannot hold the new values while the sibling
    05 WS-OLD-PHONE       PIC X(10).
    05 WS-OLD-BPHONE      PIC X(10).
    05 WS-OLD-EPHONE      PIC X(10).
    05 WS-OLD-NSF-FLAG    PIC X.
    05 WS-OLD-LEFT-DATE   PIC X(8).
    05 WS-OLD-WRITE-OFF-FLAG PIC X.
01  WS-NEW-FIELDS.
    05 WS-NEW-NAME        PIC X(30).
    05 WS-NEW-SEX         PIC X.
    05 WS-NEW-PHONE       PIC X(10).
    05 WS-NEW-BPHONE      PIC X(10).
    05 WS-NEW-EPHONE      PIC X(10).
    05 WS-NEW-NSF-FLAG    PIC X.
    05 WS-NEW-LEFT-DATE   PIC X(8).
    05 WS-NEW-WRITE-OFF-FLAG PIC X.

01  WS-JRN-FIELD          PIC X(10)   VALUE SPACES.
01  WS-JRN-BEFORE         PIC X(30)   VALUE SPACES.
	MOVE PHONE   TO WS-OLD-PHONE.
	MOVE BPHONE  TO WS-OLD-BPHONE.
	MOVE EPHONE  TO WS-OLD-EPHONE.
	IF NSF-FLAG = "Y"
	   MOVE "Y" TO WS-OLD-NSF-FLAG
	ELSE
	   MOVE "N" TO WS-OLD-NSF-FLAG
	END-IF.
	IF LEFT-DATE NUMERIC
	   MOVE LEFT-DATE TO WS-OLD-LEFT-DATE
	ELSE
	   MOVE "00000000" TO WS-OLD-LEFT-DATE
	END-IF.
	IF WRITE-OFF-FLAG = "Y"
	   MOVE "Y" TO WS-OLD-WRITE-OFF-FLAG
	ELSE
	   MOVE "N" TO WS-OLD-WRITE-OFF-FLAG
	END-IF.
	MOVE WS-OLD-FIELDS TO WS-NEW-FIELDS.

	DISPLAY "Name  : " WS-OLD-NAME WITH CONVERSION.
	        "  Ethnic: " WS-OLD-ETHNIC WITH CONVERSION.
	DISPLAY "Phone: " WS-OLD-PHONE "  Bus: " WS-OLD-BPHONE
	        "  Emerg: " WS-OLD-EPHONE WITH CONVERSION.
	DISPLAY "Checks refused (NSF): " WS-OLD-NSF-FLAG WITH CONVERSION.
	DISPLAY "Left program: " WS-OLD-LEFT-DATE WITH CONVERSION.
	DISPLAY "Written off to agency: " WS-OLD-WRITE-OFF-FLAG
	        WITH CONVERSION.
	PERFORM 5-SHOW-LETTERS THRU 5-EXIT.

	PERFORM 2-ACCEPT-FIELDS THRU 2-EXIT.

	MOVE WS-NEW-PHONE  TO PHONE.
	MOVE WS-NEW-BPHONE TO BPHONE.
	MOVE WS-NEW-EPHONE TO EPHONE.
	MOVE WS-NEW-NSF-FLAG TO NSF-FLAG.
	MOVE WS-NEW-LEFT-DATE TO LEFT-DATE.
	MOVE WS-NEW-WRITE-OFF-FLAG TO WRITE-OFF-FLAG.
	REWRITE TEST-FILE-RECORD.
	ADD 1 TO WS-RECORDS-CHANGED.

	IF WS-FIELD-ENTRY NOT = SPACES
	   MOVE WS-FIELD-ENTRY TO WS-NEW-EPHONE.

	DISPLAY "Checks refused - NSF (Y/N, blank keeps): "
	        WITH NO ADVANCING.
	ACCEPT WS-FIELD-ENTRY.
	IF WS-FIELD-ENTRY NOT = SPACES
	   IF WS-FIELD-ENTRY(1:1) = "Y" OR WS-FIELD-ENTRY(1:1) = "N"
	      MOVE WS-FIELD-ENTRY(1:1) TO WS-NEW-NSF-FLAG
	   ELSE
	      DISPLAY "NSF flag must be Y or N - kept." WITH CONVERSION
	   END-IF
	END-IF.

	DISPLAY "Date left (YYYYMMDD, 0 clears, blank keeps): "
	        WITH NO ADVANCING.
	ACCEPT WS-FIELD-ENTRY.
	IF WS-FIELD-ENTRY NOT = SPACES
	   IF WS-FIELD-ENTRY(1:2) = "0 "
	      MOVE "00000000" TO WS-NEW-LEFT-DATE
	   ELSE
	      IF WS-FIELD-ENTRY(1:8) NUMERIC
	         AND WS-FIELD-ENTRY(9:22) = SPACES
	         MOVE WS-FIELD-ENTRY(1:8) TO WS-NEW-LEFT-DATE
	      ELSE
	         DISPLAY "Date left must be 8 digits - kept."
	                 WITH CONVERSION
	      END-IF
	   END-IF
	END-IF.

	DISPLAY "Written off - agency (Y/N, blank keeps): "
	        WITH NO ADVANCING.
	ACCEPT WS-FIELD-ENTRY.
	IF WS-FIELD-ENTRY NOT = SPACES
	   IF WS-FIELD-ENTRY(1:1) = "N"
	      MOVE "N" TO WS-NEW-WRITE-OFF-FLAG
	   ELSE
	      IF WS-FIELD-ENTRY(1:1) = "Y"
	         IF WS-OLD-WRITE-OFF-FLAG NOT = "Y"
	            DISPLAY "Write-offs are made by prog27 - kept."
	                    WITH CONVERSION
	         END-IF
	      ELSE
	         DISPLAY "Write-off flag must be Y or N - kept."
	                 WITH CONVERSION
	      END-IF
	   END-IF
	END-IF.

2-EXIT.
	EXIT.

	   MOVE WS-OLD-EPHONE TO WS-JRN-BEFORE
	   MOVE WS-NEW-EPHONE TO WS-JRN-AFTER
	   PERFORM 4A-WRITE-AUDIT.
	IF WS-NEW-NSF-FLAG NOT = WS-OLD-NSF-FLAG
	   MOVE "NSF-FLAG"      TO WS-JRN-FIELD
	   MOVE WS-OLD-NSF-FLAG TO WS-JRN-BEFORE
	   MOVE WS-NEW-NSF-FLAG TO WS-JRN-AFTER
	   PERFORM 4A-WRITE-AUDIT.
	IF WS-NEW-LEFT-DATE NOT = WS-OLD-LEFT-DATE
	   MOVE "LEFT-DATE"      TO WS-JRN-FIELD
	   MOVE WS-OLD-LEFT-DATE TO WS-JRN-BEFORE
	   MOVE WS-NEW-LEFT-DATE TO WS-JRN-AFTER
	   PERFORM 4A-WRITE-AUDIT.
	IF WS-NEW-WRITE-OFF-FLAG NOT = WS-OLD-WRITE-OFF-FLAG
	   MOVE "WRITE-OFF"           TO WS-JRN-FIELD
	   MOVE WS-OLD-WRITE-OFF-FLAG TO WS-JRN-BEFORE
	   MOVE WS-NEW-WRITE-OFF-FLAG TO WS-JRN-AFTER
	   PERFORM 4A-WRITE-AUDIT.

4-EXIT.
	EXIT.
	MOVE WS-JRN-AFTER    TO AUD-AFTER.
	WRITE AUDIT-RECORD.
	ADD 1 TO WS-CHANGES-JOURNALED.

5-SHOW-LETTERS.
*>
*>  List the dunning letters sent to this record's family.  prog31
*>  keeps its history by the family keys, so every child in the
*>  family shows the same letters.  No history file means no letter
*>  has gone out.
*>
	MOVE 0 TO WS-LETTERS-SHOWN.
	MOVE '0' TO HST-EOF-SW.
	OPEN INPUT LETTER-HISTORY-FILE.
	IF HST-FILE-STATUS NOT = "00"
	   GO TO 5-EXIT.
	PERFORM 5A-SHOW-NEXT-LETTER THRU 5A-EXIT UNTIL HST-EOF.
	CLOSE LETTER-HISTORY-FILE.
	IF WS-LETTERS-SHOWN = 0
	   DISPLAY "Dunning letters sent: none" WITH CONVERSION.

5-EXIT.
	EXIT.

5A-SHOW-NEXT-LETTER.

	READ LETTER-HISTORY-FILE
	  AT END SET HST-EOF TO TRUE
	         GO TO 5A-EXIT.
	IF HST-PARENT NOT = WS-OLD-PARENT
	   OR HST-STREET NOT = WS-OLD-STREET
	   OR HST-CITY NOT = WS-OLD-CITY
	   OR HST-ZIP NOT = WS-OLD-ZIP
	   GO TO 5A-EXIT.
	IF WS-LETTERS-SHOWN = 0
	   DISPLAY "Dunning letters sent:" WITH CONVERSION.
	ADD 1 TO WS-LETTERS-SHOWN.
	MOVE SPACES TO WS-LETTER-TIER.
	IF HST-TIER > 0 AND HST-TIER < 4
	   MOVE WS-TIER-NAME (HST-TIER) TO WS-LETTER-TIER.
	MOVE HST-PAST-DUE TO WS-LETTER-PAST-DUE.
	DISPLAY "  " HST-SENT-DATE "  " WS-LETTER-TIER
	        "  past due " WS-LETTER-PAST-DUE WITH CONVERSION.

5A-EXIT.
	EXIT.
