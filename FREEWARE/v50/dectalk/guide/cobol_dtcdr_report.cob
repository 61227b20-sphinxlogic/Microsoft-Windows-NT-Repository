*>	- call counts by hour of day, to find the busy hour
*>	- how often each menu key (1/2/3/4/5/0...) was pressed
*>	- average call duration
*>	- how many calls ended with a payment authorized by phone
*>	- a month-to-date summary page, for sizing how many DECtalk
*>	  lines are actually needed
*>
FILE SECTION.

FD	CALL-DETAIL-FILE.
01	CALL-DETAIL-LINE		PIC X(172).

FD	TRAFFIC-REPORT.
01	REPORT-LINE			PIC X(80).
	03	WS-CDR-CHOICES		PIC X(40).
	03	FILLER			PIC X.
	03	WS-CDR-ACCESS-CODE	PIC X(80).
	03	FILLER			PIC X.
	03	WS-CDR-PAY-CONFIRM	PIC X(10).

01	WS-REPORT-DATE		PIC X(6).
01	WS-REPLY		PIC X(6).
01	WS-DAY-CALLS		PIC 9(6) VALUE 0.
01	WS-DAY-SECONDS		PIC 9(9) VALUE 0.
01	WS-DAY-AVG		PIC 9(6) VALUE 0.
01	WS-DAY-PAYMENTS		PIC 9(6) VALUE 0.
01	WS-MTD-CALLS		PIC 9(6) VALUE 0.
01	WS-MTD-SECONDS		PIC 9(9) VALUE 0.
01	WS-MTD-AVG		PIC 9(6) VALUE 0.

	ADD 1 TO WS-DAY-CALLS.
	ADD WS-CDR-DURATION TO WS-DAY-SECONDS.
	IF WS-CDR-PAY-CONFIRM NOT = SPACES
		ADD 1 TO WS-DAY-PAYMENTS.
	IF WS-LINE-FOUND > 0
		ADD 1 TO WS-LINE-DAY-CALLS (WS-LINE-FOUND)
		ADD WS-CDR-DURATION
	MOVE WS-DAY-AVG TO RPT-T-VALUE.
	MOVE RPT-TOTAL-LINE TO REPORT-LINE.
	WRITE REPORT-LINE.
	MOVE "Payments by phone     :" TO RPT-T-LABEL.
	MOVE WS-DAY-PAYMENTS TO RPT-T-VALUE.
	MOVE RPT-TOTAL-LINE TO REPORT-LINE.
	WRITE REPORT-LINE.

2A-PRINT-LINE-DAY.

