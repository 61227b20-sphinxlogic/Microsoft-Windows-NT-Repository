*>  Walk the shared history once and credit every applied payment
*>  against the open promises of the family it landed on.  The
*>  payment's account is turned into family keys with a keyed read on
*>  the master; BACKOUT, NSF BKO and REFUND BKO offsets are prog11
*>  reversals, not money from the parent, and do not count toward a
*>  promise.
*>
	OPEN INPUT HISTORY-FILE.
	IF HST-FILE-STATUS NOT = "00"

	IF HST-TXN-TYPE NOT = "P"
	   OR HST-REFERENCE = "BACKOUT"
	   OR HST-REFERENCE = "NSF BKO"
	   OR HST-REFERENCE = "REFUND BKO"
	   GO TO 1A-EXIT.
	IF HST-TXN-DATE NOT NUMERIC
	   GO TO 1A-EXIT.
