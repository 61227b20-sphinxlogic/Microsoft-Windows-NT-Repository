*>  portion, and the old payments up to the dollars they consumed)
*>  moves to a dated archive file; what the netting leaves keeps its
*>  own record and date - an unpaid remainder of an old charge still
*>  ages into the same bucket - and so does the unconsumed remainder
*>  of an old payment, kept as a "P" record with the payment's own
*>  date and reference, so the year-end dependent care statements can
*>  still say when the money was paid.  prog10 pools payments
*>  regardless of date, so the buckets it computes afterward still
*>  foot to MST-BALANCE.  Records dated on or after the cutoff pass
*>  through untouched.  (Closes run before payment remainders kept
*>  their dates left one "CARRYFWD" summary per account, dated at
*>  that close's cutoff.)  A prog27 write-off ("W") and a prog8
*>  recovery ("V") are kept whatever their date, so the bad-debt
*>  story of an account stays on the live history.
*>
*>  Because every kept charge keeps its date and amount-remaining and
*>  the kept payment remainders add up to the old pool's leftover,
*>  the aging run after a close produces the same aged trial balance
*>  as the run before it; the archive itself nets to zero (archived
*>  charges equal archived payments, in dollars).  The control-total
*>  proof on the report shows history in = archive out + records kept
*>  + payment remainders kept, in records and in dollars.
*>
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.

*>  The account's pre-cutoff charges and payments, oldest first (the
*>  sort put them in date order), held apart so the netting can say
*>  which rows were consumed and which money is left.  Returned checks
*>  ("N") and refunds ("R") net as charges but keep their own type on
*>  the archive and the kept history, for prog14 and prog26.
01  WS-CHARGE-MAX         PIC 9(3)     VALUE 100.
01  WS-CHARGE-CNT         PIC 9(3)     VALUE 0.
01  WS-CHARGE-IDX         PIC 9(3)     VALUE 0.
01  WS-CHARGE-TABLE.
    03 WS-CHARGE-ENTRY OCCURS 100 TIMES.
       05 WS-CHG-DATE        PIC X(8).
       05 WS-CHG-TYPE        PIC X.
       05 WS-CHG-AMOUNT      PIC 9(6)v99.
       05 WS-CHG-REMAINING   PIC 9(8)v99.
       05 WS-CHG-REFERENCE   PIC X(10).
01  WS-DRAW-AMOUNT        PIC 9(10)v99 VALUE 0.
01  WS-CONSUMED-AMOUNT    PIC 9(8)v99  VALUE 0.
01  WS-CONSUMED-TOTAL     PIC 9(10)v99 VALUE 0.
01  WS-REMAINDER-PIECE    PIC 9(6)v99  VALUE 0.

01  WS-HIST-IN-CNT        PIC 9(8)     VALUE 0.
01  WS-HIST-IN-AMT        PIC 9(12)v99 VALUE 0.
01  WS-ARCHIVED-AMT       PIC 9(12)v99 VALUE 0.
01  WS-KEPT-CNT           PIC 9(8)     VALUE 0.
01  WS-KEPT-AMT           PIC 9(12)v99 VALUE 0.
01  WS-REMAINDER-CNT      PIC 9(8)     VALUE 0.
01  WS-REMAINDER-AMT      PIC 9(12)v99 VALUE 0.
01  WS-PROOF-AMT          PIC S9(12)v99 VALUE 0.
01  WS-ACCOUNTS-CLOSED    PIC 9(6)     VALUE 0.
01  WS-ACCOUNTS-SKIPPED   PIC 9(6)     VALUE 0.
    05 RPT-T-KPT-CNT      PIC Z,ZZZ,ZZ9.
    05 RPT-T-KPT-AMT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
01  RPT-TRAILER-LINE-4.
    05 FILLER             PIC X(22) VALUE "Payment remainders   :".
    05 RPT-T-SUM-CNT      PIC Z,ZZZ,ZZ9.
    05 RPT-T-SUM-AMT      PIC ZZ,ZZZ,ZZZ,ZZ9.99.
01  RPT-TRAILER-LINE-5.
*>	history exactly as it found it.
*>
	COMPUTE WS-PROOF-AMT = WS-HIST-IN-AMT - WS-ARCHIVED-AMT
	        - WS-KEPT-AMT - WS-REMAINDER-AMT.
	IF WS-PROOF-AMT NOT = 0
	   DISPLAY "Close does not prove - history left untouched"
	           WITH CONVERSION
	DISPLAY "History records in: " WS-HIST-IN-CNT WITH CONVERSION.
	DISPLAY "Archived out      : " WS-ARCHIVED-CNT WITH CONVERSION.
	DISPLAY "Records kept      : " WS-KEPT-CNT WITH CONVERSION.
	DISPLAY "Payment remainders: " WS-REMAINDER-CNT WITH CONVERSION.
	CLOSE CLOSE-REPORT.
	STOP RUN.

	PERFORM 2H-SPLIT-ONE-PAYMENT THRU 2H-EXIT
	    VARYING WS-PAYMENT-IDX FROM 1 BY 1
	    UNTIL WS-PAYMENT-IDX > WS-PAYMENT-CNT.

1-EXIT.
	EXIT.
	IF WS-TXN-DATE-NUM NOT < WS-CUTOFF-DATE
	   PERFORM 2C-KEEP-CURRENT-RECORD
	   GO TO 2-NEXT.
*>
*>	Write-offs and recoveries are the bad-debt record of the
*>	account and are never archived; a "W" left in place keeps the
*>	charges it settled kept as well, since it is not netted here.
*>
	IF SRT-TXN-TYPE = "W" OR SRT-TXN-TYPE = "V"
	   PERFORM 2C-KEEP-CURRENT-RECORD
	   GO TO 2-NEXT.

	IF SRT-TXN-TYPE = "P"
	   IF WS-PAYMENT-CNT < WS-PAYMENT-MAX
	   IF WS-CHARGE-CNT < WS-CHARGE-MAX
	      ADD 1 TO WS-CHARGE-CNT
	      MOVE SRT-TXN-DATE  TO WS-CHG-DATE (WS-CHARGE-CNT)
	      MOVE SRT-TXN-TYPE  TO WS-CHG-TYPE (WS-CHARGE-CNT)
	      MOVE SRT-AMOUNT    TO WS-CHG-AMOUNT (WS-CHARGE-CNT)
	      MOVE SRT-AMOUNT    TO WS-CHG-REMAINING (WS-CHARGE-CNT)
	      MOVE SRT-REFERENCE TO WS-CHG-REFERENCE (WS-CHARGE-CNT)
	MOVE SPACES                          TO KEPT-RECORD.
	MOVE WS-CURRENT-ACCT                 TO KPT-ACCT-NO.
	MOVE WS-CHG-DATE (WS-CHARGE-IDX)     TO KPT-TXN-DATE.
	MOVE WS-CHG-TYPE (WS-CHARGE-IDX)     TO KPT-TXN-TYPE.
	MOVE WS-CHG-AMOUNT (WS-CHARGE-IDX)   TO KPT-AMOUNT.
	MOVE WS-CHG-REFERENCE (WS-CHARGE-IDX) TO KPT-REFERENCE.
	WRITE KEPT-RECORD.
	   MOVE SPACES                           TO ARCHIVE-RECORD
	   MOVE WS-CURRENT-ACCT                  TO ARC-ACCT-NO
	   MOVE WS-CHG-DATE (WS-CHARGE-IDX)      TO ARC-TXN-DATE
	   MOVE WS-CHG-TYPE (WS-CHARGE-IDX)      TO ARC-TXN-TYPE
	   MOVE WS-CONSUMED-AMOUNT               TO ARC-AMOUNT
	   MOVE WS-CHG-REFERENCE (WS-CHARGE-IDX) TO ARC-REFERENCE
	   MOVE WS-RUN-DATE                      TO ARC-CLOSE-DATE
	   MOVE SPACES                           TO KEPT-RECORD
	   MOVE WS-CURRENT-ACCT                  TO KPT-ACCT-NO
	   MOVE WS-CHG-DATE (WS-CHARGE-IDX)      TO KPT-TXN-DATE
	   MOVE WS-CHG-TYPE (WS-CHARGE-IDX)      TO KPT-TXN-TYPE
	   MOVE WS-CHG-REMAINING (WS-CHARGE-IDX) TO KPT-AMOUNT
	   MOVE WS-CHG-REFERENCE (WS-CHARGE-IDX) TO KPT-REFERENCE
	   WRITE KEPT-RECORD
2H-SPLIT-ONE-PAYMENT.
*>
*>  Archive each old payment up to the dollars the netting consumed,
*>  oldest first; whatever is left of a payment stays on the history
*>  as its own record, date, and reference.  The archived payments
*>  equal the archived charge portions to the penny, so the archive
*>  nets to zero on its own.
*>
	IF WS-CONSUMED-TOTAL = 0
	   MOVE WS-PAY-AMOUNT (WS-PAYMENT-IDX) TO WS-REMAINDER-PIECE
	   PERFORM 2I-KEEP-PAYMENT-REMAINDER
	   GO TO 2H-EXIT.

	IF WS-PAY-AMOUNT (WS-PAYMENT-IDX) > WS-CONSUMED-TOTAL
	ADD 1 TO WS-ARCHIVED-CNT.
	ADD WS-DRAW-AMOUNT TO WS-ARCHIVED-AMT.

	COMPUTE WS-REMAINDER-PIECE =
	        WS-PAY-AMOUNT (WS-PAYMENT-IDX) - WS-DRAW-AMOUNT.
	IF WS-REMAINDER-PIECE > 0
	   PERFORM 2I-KEEP-PAYMENT-REMAINDER.

2H-EXIT.
	EXIT.

2I-KEEP-PAYMENT-REMAINDER.
*>
*>  Keep what the netting left of one old payment, dated and
*>  referenced as the payment was.  prog10 pools payments regardless
*>  of date, so the aging is left exactly where the whole payment
*>  left it.
*>
	MOVE SPACES                            TO KEPT-RECORD.
	MOVE WS-CURRENT-ACCT                   TO KPT-ACCT-NO.
	MOVE WS-PAY-DATE (WS-PAYMENT-IDX)      TO KPT-TXN-DATE.
	MOVE "P"                               TO KPT-TXN-TYPE.
	MOVE WS-REMAINDER-PIECE                TO KPT-AMOUNT.
	MOVE WS-PAY-REFERENCE (WS-PAYMENT-IDX) TO KPT-REFERENCE.
	WRITE KEPT-RECORD.
	ADD 1 TO WS-REMAINDER-CNT.
	ADD WS-REMAINDER-PIECE TO WS-REMAINDER-AMT.

3-REPLACE-HISTORY.
*>
4-WRITE-CONTROL-TOTALS.
*>
*>  Write the control-total proof: history in = archive out + records
*>  kept + payment remainders kept, in dollars, with the account
*>  counts.
*>
	MOVE RPT-BLANK-LINE TO REPORT-LINE.
	WRITE REPORT-LINE.
	MOVE RPT-TRAILER-LINE-3 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-REMAINDER-CNT TO RPT-T-SUM-CNT.
	MOVE WS-REMAINDER-AMT TO RPT-T-SUM-AMT.
	MOVE RPT-TRAILER-LINE-4 TO REPORT-LINE.
	WRITE REPORT-LINE.

	COMPUTE WS-PROOF-AMT = WS-HIST-IN-AMT - WS-ARCHIVED-AMT
	        - WS-KEPT-AMT - WS-REMAINDER-AMT.
	MOVE WS-PROOF-AMT TO RPT-T-PROOF.
	MOVE RPT-TRAILER-LINE-5 TO REPORT-LINE.
	WRITE REPORT-LINE.
