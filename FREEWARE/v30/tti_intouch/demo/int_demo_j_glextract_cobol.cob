*>  The period to extract (YYYYMM) comes from a one-record control
*>  file, the way prog6 takes its posting amount; the history records
*>  dated in that period are summarized by kind and posting date -
*>  "C" charges, "P" payments, the BACKOUT reversals prog11 writes,
*>  the "N" returned checks prog22 puts back on the receivable, the
*>  "R" refunds prog23 pays out of credits on account, the "W"
*>  bad-debt write-offs prog27 makes, the "V" recoveries prog8 later
*>  posts against them, and the charges prog11 writes back when it
*>  reverses a write-off - and each summary becomes a balanced
*>  debit/credit pair on the interface file, with a control record
*>  carrying the period, record count, and hash totals.
*>  A period whose summarized dollars do not foot back to the dollars
*>  selected off the history is rejected: the summary report shows the
*>  difference and no interface file is written.  The period last
*>  extracted is kept on its own one-record file, and a period not
*>  after it is refused, so the same activity cannot reach the ledger
*>  twice - even off a stale control record naming an earlier period.
*>
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
    05 FILLER                 PIC X(47).

*>  The sort record carries the posting kind worked out by the input
*>  procedure - "C" charge, "P" payment, "B" backout reversal, "X"
*>  write-off reversal - since prog11's reversals are "P" and "C"
*>  records on the history and only the reference tells them apart
*>  from real payments and charges.
SD  SORT-WORK-FILE.
01  SW-RECORD.
    05 SW-KIND                PIC X.
*>  One entry per kind/posting-date break: everything the period
*>  posted is summarized here first, so the debits and credits can be
*>  proved in balance before a single interface record is written.
01  WS-SUMMARY-MAX        PIC 9(3)     VALUE 300.
01  WS-SUMMARY-CNT        PIC 9(3)     VALUE 0.
01  WS-SUMMARY-IDX        PIC 9(3)     VALUE 0.
01  WS-SUMMARY-OVFL-SW    PIC X        VALUE 'N'.
    88 WS-SUMMARY-OVERFLOW            VALUE 'Y'.
01  WS-SUMMARY-TABLE.
    03 WS-SUMMARY-ENTRY OCCURS 300 TIMES.
       05 WS-SUM-KIND        PIC X.
       05 WS-SUM-DATE        PIC X(8).
       05 WS-SUM-AMOUNT      PIC 9(10)v99.
*>  Release the period's records to the sort, classified by kind:
*>  prog11's reversals ride the history as "P" records and only the
*>  BACKOUT reference tells them from real payments, so the kind is
*>  worked out here once instead of at every control break.  The
*>  charge prog11 writes to put back a write-off it reversed is told
*>  from a tuition charge by its WO BKO reference the same way.
*>
	READ HISTORY-FILE
	  AT END SET HIST-EOF TO TRUE
	IF HST-TXN-TYPE = "P" AND HST-REFERENCE = "BACKOUT"
	   MOVE "B" TO SW-KIND
	ELSE
	   IF HST-TXN-TYPE = "C" AND HST-REFERENCE = "WO BKO"
	      MOVE "X" TO SW-KIND
	   ELSE
	      MOVE HST-TXN-TYPE TO SW-KIND
	   END-IF
	END-IF.
	MOVE HST-TXN-DATE TO SW-TXN-DATE.
	MOVE HST-AMOUNT   TO SW-AMOUNT.
*>  its two lines on the posting summary report.  Charges debit the
*>  receivable and credit tuition revenue; payments debit cash and
*>  credit the receivable; backout reversals debit revenue and credit
*>  the receivable, undoing the charge they reversed; returned checks
*>  debit the receivable and credit cash, undoing the payment the
*>  bank sent back; refunds likewise debit the receivable and credit
*>  cash, paying back money the receivable was holding as a credit.
*>  Write-offs debit bad-debt expense and credit the receivable;
*>  recoveries on written-off accounts debit cash and credit bad-debt
*>  recovery, never the receivable, which no longer carries the debt;
*>  a write-off reversed by prog11 debits the receivable and credits
*>  bad-debt expense back.
*>
	EVALUATE WS-SUM-KIND (WS-SUMMARY-IDX)
	   WHEN "C"
	      MOVE "1000-CASH"    TO WS-DR-ACCOUNT
	      MOVE "1200-AR"      TO WS-CR-ACCOUNT
	      MOVE "PAYMENTS"     TO WS-SOURCE-NAME
	   WHEN "N"
	      MOVE "1200-AR"      TO WS-DR-ACCOUNT
	      MOVE "1000-CASH"    TO WS-CR-ACCOUNT
	      MOVE "RETURNS"      TO WS-SOURCE-NAME
	   WHEN "R"
	      MOVE "1200-AR"      TO WS-DR-ACCOUNT
	      MOVE "1000-CASH"    TO WS-CR-ACCOUNT
	      MOVE "REFUNDS"      TO WS-SOURCE-NAME
	   WHEN "W"
	      MOVE "5100-BADDEBT" TO WS-DR-ACCOUNT
	      MOVE "1200-AR"      TO WS-CR-ACCOUNT
	      MOVE "WRITEOFFS"    TO WS-SOURCE-NAME
	   WHEN "V"
	      MOVE "1000-CASH"    TO WS-DR-ACCOUNT
	      MOVE "4900-RECOVER" TO WS-CR-ACCOUNT
	      MOVE "RECOVERIES"   TO WS-SOURCE-NAME
	   WHEN "X"
	      MOVE "1200-AR"      TO WS-DR-ACCOUNT
	      MOVE "5100-BADDEBT" TO WS-CR-ACCOUNT
	      MOVE "WO BKO"       TO WS-SOURCE-NAME
	   WHEN OTHER
	      MOVE "4000-TUITION" TO WS-DR-ACCOUNT
	      MOVE "1200-AR"      TO WS-CR-ACCOUNT
