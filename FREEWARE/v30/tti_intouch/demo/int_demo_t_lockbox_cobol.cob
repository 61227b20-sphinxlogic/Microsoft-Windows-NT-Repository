IDENTIFICATION DIVISION.
PROGRAM-ID. prog24.
*>
*>  Lockbox import and reconciliation.  The bank transmits each
*>  morning's lockbox deposit as one file: a batch header per batch
*>  of checks, a detail record per check (check number, amount, the
*>  account number off the coupon when one came back, and the
*>  remitter's name and address), and a deposit trailer with the
*>  day's deposit total.  Until now every one of those checks was
*>  re-keyed into TTI_RECEIPTS.DAT by hand and nothing proved the
*>  keyed batch was what the bank actually deposited.
*>
*>  This run converts every check detail into prog8's RECEIPT-RECORD
*>  layout on TTI_RECEIPTS_LBX.TMP.  When the office has keyed no
*>  batch today, the converted checks become TTI_RECEIPTS.DAT for
*>  prog8 to post.  When a keyed batch is there, it is reconciled
*>  check by check against the transmission: a check on one side and
*>  not the other, a check whose keyed amount differs from the
*>  bank's, or a check number that comes a different number of times
*>  on the two sides is an exception.  Check numbers are the payers'
*>  banks' and repeat across families as a matter of course, so a
*>  number seen more than once is not itself an exception: its checks
*>  are matched as a group, by count and total.
*>  The transmission is proved against itself as well - each batch's
*>  checks against its header, and all of them against the deposit
*>  trailer - and the keyed batch total against the deposit total.
*>
*>  The reconciliation report lists every exception and the control
*>  totals.  The run-control stamp is "C" when the day balanced and
*>  "X" when it did not; prog8 will not post without today's "C".
*>
*>  A day with no transmission is still reconciled.  Nothing is
*>  converted and TTI_RECEIPTS.DAT is not touched, but any keyed
*>  checks on it are matched against the empty deposit - each one is
*>  reported as keyed and not in the lockbox - and the control totals
*>  and stamp are written as usual.  A day with nothing keyed but
*>  pay-by-phone receipts therefore stamps "C"; a day with keyed
*>  checks and no deposit stamps "X".
*>
*>  Pay-by-phone receipts (RCP-SOURCE "T", appended by prog25) are
*>  not part of the bank's lockbox deposit.  They are left out of the
*>  match and the keyed total, counted on their own trailer line, and
*>  carried into the receipts batch whichever way it is built, so
*>  prog25 may run before or after this reconciliation.
*>
ENVIRONMENT DIVISION.
INPUT-OUTPUT SECTION.
FILE-CONTROL.

*>  The bank's lockbox transmission.
        SELECT LOCKBOX-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_LOCKBOX.DAT"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS LBX-FILE-STATUS.

*>  The transmission's checks in prog8's receipt layout, plus any
*>  pay-by-phone receipts already on the keyed batch.
        SELECT LOCKBOX-RECEIPTS
                ASSIGN TO "SYS$SCRATCH:TTI_RECEIPTS_LBX.TMP"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS LRC-FILE-STATUS.

*>  The hand-keyed receipts batch prog8 posts; written here from the
*>  transmission when nothing was keyed.
        SELECT RECEIPTS-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_RECEIPTS.DAT"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS RCP-FILE-STATUS.

*>  One record per check number seen on either side - with the count
*>  and total of the checks carrying it on each side - built fresh
*>  each run the way prog22 builds its work file.
        SELECT LOCKBOX-WORK-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_LOCKBOX_WRK.TMP"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS LWK-CHECK-NO
                FILE STATUS IS LWK-FILE-STATUS.

        SELECT RECON-REPORT
                ASSIGN TO "SYS$PRINT"
                ORGANIZATION IS LINE SEQUENTIAL.

        SELECT RUN-CONTROL-FILE
                ASSIGN TO "SYS$SCRATCH:TTI_RUN_CTL.TMP"
                ORGANIZATION IS SEQUENTIAL
                FILE STATUS IS RUN-FILE-STATUS.

DATA DIVISION.
FILE SECTION.

*>  Three record shapes share the transmission, told apart by the
*>  first byte: "H" batch header, "D" check detail, "T" deposit
*>  trailer.
FD  LOCKBOX-FILE.
01  LOCKBOX-HEADER-RECORD.
    05 LBX-REC-TYPE           PIC X.
    05 LBX-H-LOCKBOX-NO       PIC X(7).
    05 LBX-H-BATCH-NO         PIC X(4).
    05 LBX-H-DEPOSIT-DATE     PIC X(8).
    05 LBX-H-ITEM-CNT         PIC 9(4).
    05 LBX-H-BATCH-AMT        PIC 9(8)v99.
    05 FILLER                 PIC X(86).
01  LOCKBOX-DETAIL-RECORD.
    05 FILLER                 PIC X.
    05 LBX-D-BATCH-NO         PIC X(4).
    05 LBX-D-ITEM-SEQ         PIC 9(4).
    05 LBX-D-CHECK-NO         PIC X(10).
    05 LBX-D-AMOUNT           PIC 9(6)v99.
    05 LBX-D-ACCT-NO          PIC 9(6).
    05 LBX-D-ACCT-CHAR        REDEFINES LBX-D-ACCT-NO PIC X(6).
    05 LBX-D-REMITTER         PIC X(24).
    05 LBX-D-STREET           PIC X(30).
    05 LBX-D-CITY             PIC X(12).
    05 LBX-D-ZIP              PIC X(9).
    05 FILLER                 PIC X(12).
01  LOCKBOX-TRAILER-RECORD.
    05 FILLER                 PIC X.
    05 LBX-T-LOCKBOX-NO       PIC X(7).
    05 LBX-T-DEPOSIT-DATE     PIC X(8).
    05 LBX-T-BATCH-CNT        PIC 9(4).
    05 LBX-T-ITEM-CNT         PIC 9(6).
    05 LBX-T-DEPOSIT-AMT      PIC 9(8)v99.
    05 FILLER                 PIC X(84).

FD  LOCKBOX-RECEIPTS.
01  LBX-RECEIPT-RECORD.
    05 LRC-PAYER       PIC X(24).
    05 LRC-STREET      PIC X(30).
    05 LRC-CITY        PIC X(12).
    05 LRC-ZIP         PIC X(9).
    05 LRC-CHECK-NO    PIC X(10).
    05 LRC-AMOUNT      PIC 9(6)v99.
    05 LRC-PAY-DATE    PIC X(8).
    05 LRC-ACCT-NO     PIC 9(6).
    05 LRC-SOURCE      PIC X.
    05 FILLER          PIC X(12).

FD  RECEIPTS-FILE.
01  RECEIPT-RECORD.
    05 RCP-PAYER       PIC X(24).
    05 RCP-STREET      PIC X(30).
    05 RCP-CITY        PIC X(12).
    05 RCP-ZIP         PIC X(9).
    05 RCP-CHECK-NO    PIC X(10).
    05 RCP-AMOUNT      PIC 9(6)v99.
    05 RCP-AMOUNT-CHAR REDEFINES RCP-AMOUNT PIC X(8).
    05 RCP-PAY-DATE    PIC X(8).
    05 RCP-ACCT-NO     PIC 9(6).
    05 RCP-ACCT-CHAR   REDEFINES RCP-ACCT-NO PIC X(6).
    05 RCP-SOURCE      PIC X.
       88 RCP-PAY-BY-PHONE     VALUE "T".
    05 FILLER          PIC X(12).

FD  LOCKBOX-WORK-FILE.
01  LOCKBOX-WORK-RECORD.
    05 LWK-CHECK-NO           PIC X(10).
    05 LWK-BATCH-NO           PIC X(4).
    05 LWK-PAYER              PIC X(24).
    05 LWK-LBX-CNT            PIC 9(2).
    05 LWK-LBX-AMOUNT         PIC 9(8)v99.
    05 LWK-KEYED-CNT          PIC 9(2).
    05 LWK-KEYED-AMOUNT       PIC 9(8)v99.
    05 FILLER                 PIC X(18).

FD  RECON-REPORT.
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

01  LBX-FILE-STATUS PIC XX   VALUE "00".
01  LRC-FILE-STATUS PIC XX   VALUE "00".
01  RCP-FILE-STATUS PIC XX   VALUE "00".
01  LWK-FILE-STATUS PIC XX   VALUE "00".
01  RUN-FILE-STATUS PIC XX   VALUE "00".
01  LBX-EOF-SW     PIC X     VALUE '0'.
    88 LBX-EOF               VALUE '1'.
01  LRC-EOF-SW     PIC X     VALUE '0'.
    88 LRC-EOF               VALUE '1'.
01  RCP-EOF-SW     PIC X     VALUE '0'.
    88 RCP-EOF               VALUE '1'.
01  LWK-EOF-SW     PIC X     VALUE '0'.
    88 LWK-EOF               VALUE '1'.

01  WS-RUN-DATE           PIC 9(8)     VALUE 0.
01  WS-STAMP-TIME         PIC 9(8)     VALUE 0.

01  WS-BATCH-SW           PIC X        VALUE 'N'.
    88 WS-IN-BATCH                     VALUE 'Y'.
01  WS-TRAILER-SW         PIC X        VALUE 'N'.
    88 WS-TRAILER-SEEN                 VALUE 'Y'.
01  WS-KEYED-SW           PIC X        VALUE 'N'.
    88 WS-KEYED-PRESENT                VALUE 'Y'.
01  WS-LBX-SW             PIC X        VALUE 'N'.
    88 WS-LBX-PRESENT                  VALUE 'Y'.

*>  The batch being read: its header's claims and what its checks
*>  actually add up to.
01  WS-BATCH-NO           PIC X(4)     VALUE SPACES.
01  WS-DEPOSIT-DATE       PIC X(8)     VALUE SPACES.
01  WS-BATCH-HDR-CNT      PIC 9(4)     VALUE 0.
01  WS-BATCH-HDR-AMT      PIC 9(8)v99  VALUE 0.
01  WS-BATCH-CNT          PIC 9(4)     VALUE 0.
01  WS-BATCH-AMT          PIC 9(8)v99  VALUE 0.

01  WS-DEPOSIT-CNT        PIC 9(6)     VALUE 0.
01  WS-DEPOSIT-AMT        PIC 9(8)v99  VALUE 0.
01  WS-BATCHES-READ       PIC 9(4)     VALUE 0.

*>  One exception line's content, filled in by whoever finds it.
01  WS-EXC-REASON         PIC X(22)    VALUE SPACES.
01  WS-EXC-BATCH          PIC X(4)     VALUE SPACES.
01  WS-EXC-CHECK-NO       PIC X(10)    VALUE SPACES.
01  WS-EXC-LBX-AMT        PIC 9(8)v99  VALUE 0.
01  WS-EXC-KEYED-AMT      PIC 9(8)v99  VALUE 0.

01  WS-LBX-ITEMS          PIC 9(6)     VALUE 0.
01  WS-KEYED-ITEMS        PIC 9(6)     VALUE 0.
01  WS-MATCHED-CNT        PIC 9(6)     VALUE 0.
01  WS-MISMATCH-CNT       PIC 9(6)     VALUE 0.
01  WS-LBX-ONLY-CNT       PIC 9(6)     VALUE 0.
01  WS-KEYED-ONLY-CNT     PIC 9(6)     VALUE 0.
01  WS-MISCOUNT-CNT       PIC 9(6)     VALUE 0.
01  WS-EXCEPTION-CNT      PIC 9(6)     VALUE 0.
01  WS-COPIED-CNT         PIC 9(6)     VALUE 0.
01  WS-PHONE-ITEMS        PIC 9(6)     VALUE 0.
01  WS-SUM-LBX            PIC 9(10)v99 VALUE 0.
01  WS-SUM-KEYED          PIC 9(10)v99 VALUE 0.
01  WS-SUM-MATCHED        PIC 9(10)v99 VALUE 0.
01  WS-SUM-LBX-ONLY       PIC 9(10)v99 VALUE 0.
01  WS-SUM-KEYED-ONLY     PIC 9(10)v99 VALUE 0.
01  WS-SUM-PHONE          PIC 9(10)v99 VALUE 0.
01  WS-DEPOSIT-DIFF       PIC S9(10)v99 VALUE 0.
01  WS-KEYED-DIFF         PIC S9(10)v99 VALUE 0.

01  RPT-HEADING-1.
    05 FILLER             PIC X(30) VALUE "LOCKBOX RECONCILIATION".
    05 RPT-H-RUN-DATE     PIC 9(8).
    05 FILLER             PIC X(4)  VALUE SPACES.
    05 FILLER             PIC X(9)  VALUE "DEPOSIT: ".
    05 RPT-H-DEPOSIT-DATE PIC X(8).

01  RPT-HEADING-2.
    05 FILLER             PIC X(22) VALUE "EXCEPTION".
    05 FILLER             PIC X(6)  VALUE "BATCH".
    05 FILLER             PIC X(12) VALUE "CHECK NO".
    05 FILLER             PIC X(14) VALUE "     LOCKBOX".
    05 FILLER             PIC X(14) VALUE "       KEYED".

01  RPT-EXCEPTION-LINE.
    05 RPT-E-REASON       PIC X(22).
    05 RPT-E-BATCH        PIC X(4).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-E-CHECK-NO     PIC X(10).
    05 FILLER             PIC X(2)  VALUE SPACES.
    05 RPT-E-LBX-AMT      PIC ZZ,ZZZ,ZZ9.99  BLANK WHEN ZERO.
    05 FILLER             PIC X(1)  VALUE SPACES.
    05 RPT-E-KEYED-AMT    PIC ZZ,ZZZ,ZZ9.99  BLANK WHEN ZERO.

01  RPT-BLANK-LINE        PIC X(80)    VALUE SPACES.

01  RPT-TRAILER-LINE-1.
    05 FILLER             PIC X(22) VALUE "Lockbox checks       :".
    05 RPT-T-LBX-CNT      PIC ZZZ,ZZ9.
    05 RPT-T-LBX-AMT      PIC Z,ZZZ,ZZZ,ZZ9.99.
01  RPT-TRAILER-LINE-2.
    05 FILLER             PIC X(22) VALUE "Bank deposit total   :".
    05 RPT-T-DEP-CNT      PIC ZZZ,ZZ9.
    05 RPT-T-DEP-AMT      PIC Z,ZZZ,ZZZ,ZZ9.99.
01  RPT-TRAILER-LINE-3.
    05 FILLER             PIC X(22) VALUE "Keyed receipts       :".
    05 RPT-T-KEYED-CNT    PIC ZZZ,ZZ9.
    05 RPT-T-KEYED-AMT    PIC Z,ZZZ,ZZZ,ZZ9.99.
01  RPT-TRAILER-LINE-4.
    05 FILLER             PIC X(22) VALUE "Checks matched       :".
    05 RPT-T-MATCH-CNT    PIC ZZZ,ZZ9.
    05 RPT-T-MATCH-AMT    PIC Z,ZZZ,ZZZ,ZZ9.99.
01  RPT-TRAILER-LINE-5.
    05 FILLER             PIC X(22) VALUE "Amounts differ       :".
    05 RPT-T-MISMATCH-CNT PIC ZZZ,ZZ9.
01  RPT-TRAILER-LINE-6.
    05 FILLER             PIC X(22) VALUE "Lockbox only         :".
    05 RPT-T-LBX-ONLY-CNT PIC ZZZ,ZZ9.
    05 RPT-T-LBX-ONLY-AMT PIC Z,ZZZ,ZZZ,ZZ9.99.
01  RPT-TRAILER-LINE-7.
    05 FILLER             PIC X(22) VALUE "Keyed only           :".
    05 RPT-T-KEY-ONLY-CNT PIC ZZZ,ZZ9.
    05 RPT-T-KEY-ONLY-AMT PIC Z,ZZZ,ZZZ,ZZ9.99.
01  RPT-TRAILER-LINE-8.
    05 FILLER             PIC X(22) VALUE "Check nos miscounted :".
    05 RPT-T-MISCOUNT     PIC ZZZ,ZZ9.
01  RPT-TRAILER-LINE-9.
    05 FILLER             PIC X(22) VALUE "Checks less deposit  :".
    05 FILLER             PIC X(6)  VALUE SPACES.
    05 RPT-T-DEP-DIFF     PIC Z,ZZZ,ZZZ,ZZ9.99-.
01  RPT-TRAILER-LINE-10.
    05 FILLER             PIC X(22) VALUE "Keyed less deposit   :".
    05 FILLER             PIC X(6)  VALUE SPACES.
    05 RPT-T-KEY-DIFF     PIC Z,ZZZ,ZZZ,ZZ9.99-.
01  RPT-TRAILER-LINE-11.
    05 FILLER             PIC X(22) VALUE "Exceptions           :".
    05 RPT-T-EXCEPTIONS   PIC ZZZ,ZZ9.
    05 FILLER             PIC X(4)  VALUE SPACES.
    05 RPT-T-VERDICT      PIC X(20).
01  RPT-TRAILER-LINE-12.
    05 FILLER             PIC X(22) VALUE "Pay-by-phone receipts:".
    05 RPT-T-PHONE-CNT    PIC ZZZ,ZZ9.
    05 RPT-T-PHONE-AMT    PIC Z,ZZZ,ZZZ,ZZ9.99.

PROCEDURE DIVISION.

MAINLINE SECTION.
START-UP.

	ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
	OPEN INPUT LOCKBOX-FILE.
	IF LBX-FILE-STATUS = "00"
	   SET WS-LBX-PRESENT TO TRUE
	ELSE
	   DISPLAY "No lockbox transmission - keyed batch only"
	           WITH CONVERSION.

	OPEN OUTPUT LOCKBOX-WORK-FILE.
	CLOSE LOCKBOX-WORK-FILE.
	OPEN I-O LOCKBOX-WORK-FILE.
	OPEN OUTPUT LOCKBOX-RECEIPTS.
	OPEN OUTPUT RECON-REPORT.
	MOVE WS-RUN-DATE TO RPT-H-RUN-DATE.
	IF WS-LBX-PRESENT
	   MOVE SPACES   TO RPT-H-DEPOSIT-DATE
	ELSE
	   MOVE "NONE"   TO RPT-H-DEPOSIT-DATE.
	MOVE RPT-HEADING-1 TO REPORT-LINE.
	WRITE REPORT-LINE.
	MOVE RPT-HEADING-2 TO REPORT-LINE.
	WRITE REPORT-LINE.

*>
*>	Convert the transmission, proving each batch against its
*>	header as it closes and the whole deposit against the trailer.
*>	With no transmission today there is nothing to convert or prove.
*>
	IF WS-LBX-PRESENT
	   PERFORM 1-READ-LOCKBOX THRU 1-EXIT UNTIL LBX-EOF
	   IF WS-IN-BATCH
	      PERFORM 1D-CLOSE-BATCH THRU 1D-EXIT
	   END-IF
	   IF NOT WS-TRAILER-SEEN
	      MOVE "NO DEPOSIT TRAILER" TO WS-EXC-REASON
	      MOVE SPACES TO WS-EXC-BATCH WS-EXC-CHECK-NO
	      MOVE WS-SUM-LBX TO WS-EXC-LBX-AMT
	      MOVE 0 TO WS-EXC-KEYED-AMT
	      PERFORM 8-WRITE-EXCEPTION
	   END-IF
	   CLOSE LOCKBOX-FILE
	END-IF.
	CLOSE LOCKBOX-RECEIPTS.

*>
*>	Match the keyed batch against the transmission by check number;
*>	with no keyed batch today, the transmission becomes the batch.
*>	With no transmission either, TTI_RECEIPTS.DAT is left as it is -
*>	there is nothing to copy over it, and any pay-by-phone receipts
*>	on it stay for prog8.  Every keyed check then fails to match.
*>
	PERFORM 2-MATCH-KEYED THRU 2-EXIT.
	IF NOT WS-KEYED-PRESENT AND WS-LBX-PRESENT
	   PERFORM 2C-COPY-TO-RECEIPTS THRU 2C-EXIT.

	MOVE LOW-VALUES TO LWK-CHECK-NO.
	START LOCKBOX-WORK-FILE KEY NOT LESS THAN LWK-CHECK-NO
	   INVALID KEY
	      SET LWK-EOF TO TRUE
	END-START.
	PERFORM 3-JUDGE-ONE-CHECK THRU 3-EXIT UNTIL LWK-EOF.
	CLOSE LOCKBOX-WORK-FILE.

	PERFORM 4-WRITE-CONTROL-TOTALS.
	DISPLAY "Lockbox checks   : " WS-LBX-ITEMS WITH CONVERSION.
	DISPLAY "Keyed receipts   : " WS-KEYED-ITEMS WITH CONVERSION.
	DISPLAY "Exceptions       : " WS-EXCEPTION-CNT WITH CONVERSION.
	IF WS-EXCEPTION-CNT = 0
	   DISPLAY "Receipts reconciled - prog8 may post."
	           WITH CONVERSION
	ELSE
	   DISPLAY "Receipts OUT OF BALANCE - prog8 will not post."
	           WITH CONVERSION.
	CLOSE RECON-REPORT.
	PERFORM 9-STAMP-RUN-CONTROL.
	STOP RUN.

START-UP-EXIT.
	EXIT.

1-READ-LOCKBOX.

	READ LOCKBOX-FILE
	  AT END SET LBX-EOF TO TRUE
	         GO TO 1-EXIT.

	IF WS-TRAILER-SEEN
	   MOVE "RECORD AFTER TRAILER" TO WS-EXC-REASON
	   MOVE SPACES TO WS-EXC-BATCH WS-EXC-CHECK-NO
	   MOVE 0 TO WS-EXC-LBX-AMT WS-EXC-KEYED-AMT
	   PERFORM 8-WRITE-EXCEPTION
	   GO TO 1-EXIT.

	EVALUATE LBX-REC-TYPE
	   WHEN "H"
	      PERFORM 1A-OPEN-BATCH THRU 1A-EXIT
	   WHEN "D"
	      PERFORM 1B-CONVERT-CHECK THRU 1B-EXIT
	   WHEN "T"
	      PERFORM 1C-PROVE-DEPOSIT THRU 1C-EXIT
	   WHEN OTHER
	      MOVE "UNKNOWN RECORD TYPE" TO WS-EXC-REASON
	      MOVE SPACES TO WS-EXC-BATCH WS-EXC-CHECK-NO
	      MOVE 0 TO WS-EXC-LBX-AMT WS-EXC-KEYED-AMT
	      PERFORM 8-WRITE-EXCEPTION
	END-EVALUATE.

1-EXIT.
	EXIT.

1A-OPEN-BATCH.
*>
*>  A batch header closes the batch before it and starts counting the
*>  new one.
*>
	IF WS-IN-BATCH
	   PERFORM 1D-CLOSE-BATCH THRU 1D-EXIT.
	SET WS-IN-BATCH TO TRUE.
	ADD 1 TO WS-BATCHES-READ.
	MOVE LBX-H-BATCH-NO     TO WS-BATCH-NO.
	MOVE LBX-H-DEPOSIT-DATE TO WS-DEPOSIT-DATE.
	IF LBX-H-ITEM-CNT NUMERIC
	   MOVE LBX-H-ITEM-CNT TO WS-BATCH-HDR-CNT
	ELSE
	   MOVE 0 TO WS-BATCH-HDR-CNT
	END-IF.
	IF LBX-H-BATCH-AMT NUMERIC
	   MOVE LBX-H-BATCH-AMT TO WS-BATCH-HDR-AMT
	ELSE
	   MOVE 0 TO WS-BATCH-HDR-AMT
	END-IF.
	MOVE 0 TO WS-BATCH-CNT.
	MOVE 0 TO WS-BATCH-AMT.

1A-EXIT.
	EXIT.

1B-CONVERT-CHECK.
*>
*>  One check: into prog8's receipt layout, and onto the work file
*>  under its check number.  The payment date is the batch's deposit
*>  date; the account number is the coupon's, when there was one.
*>
	IF NOT WS-IN-BATCH
	   MOVE "CHECK OUTSIDE BATCH" TO WS-EXC-REASON
	   MOVE SPACES TO WS-EXC-BATCH
	   MOVE LBX-D-CHECK-NO TO WS-EXC-CHECK-NO
	   MOVE 0 TO WS-EXC-LBX-AMT WS-EXC-KEYED-AMT
	   PERFORM 8-WRITE-EXCEPTION.
	IF LBX-D-AMOUNT NOT NUMERIC
	   MOVE "CHECK AMOUNT NOT VALID" TO WS-EXC-REASON
	   MOVE LBX-D-BATCH-NO TO WS-EXC-BATCH
	   MOVE LBX-D-CHECK-NO TO WS-EXC-CHECK-NO
	   MOVE 0 TO WS-EXC-LBX-AMT WS-EXC-KEYED-AMT
	   PERFORM 8-WRITE-EXCEPTION
	   GO TO 1B-EXIT.
	INSPECT LBX-D-ACCT-CHAR REPLACING ALL SPACE BY ZERO.
	IF LBX-D-ACCT-NO NOT NUMERIC
	   MOVE 0 TO LBX-D-ACCT-NO.

	MOVE SPACES          TO LBX-RECEIPT-RECORD.
	MOVE LBX-D-REMITTER  TO LRC-PAYER.
	MOVE LBX-D-STREET    TO LRC-STREET.
	MOVE LBX-D-CITY      TO LRC-CITY.
	MOVE LBX-D-ZIP       TO LRC-ZIP.
	MOVE LBX-D-CHECK-NO  TO LRC-CHECK-NO.
	MOVE LBX-D-AMOUNT    TO LRC-AMOUNT.
	MOVE WS-DEPOSIT-DATE TO LRC-PAY-DATE.
	MOVE LBX-D-ACCT-NO   TO LRC-ACCT-NO.
	WRITE LBX-RECEIPT-RECORD.

	ADD 1 TO WS-LBX-ITEMS.
	ADD LBX-D-AMOUNT TO WS-SUM-LBX.
	ADD 1 TO WS-BATCH-CNT.
	ADD LBX-D-AMOUNT TO WS-BATCH-AMT.

	MOVE LBX-D-CHECK-NO TO LWK-CHECK-NO.
	READ LOCKBOX-WORK-FILE
	   INVALID KEY
	      MOVE SPACES          TO LOCKBOX-WORK-RECORD
	      MOVE LBX-D-CHECK-NO  TO LWK-CHECK-NO
	      MOVE LBX-D-BATCH-NO  TO LWK-BATCH-NO
	      MOVE LBX-D-REMITTER  TO LWK-PAYER
	      MOVE 1               TO LWK-LBX-CNT
	      MOVE LBX-D-AMOUNT    TO LWK-LBX-AMOUNT
	      MOVE 0               TO LWK-KEYED-CNT
	      MOVE 0               TO LWK-KEYED-AMOUNT
	      WRITE LOCKBOX-WORK-RECORD
	      GO TO 1B-EXIT
	END-READ.
	ADD 1 TO LWK-LBX-CNT.
	ADD LBX-D-AMOUNT TO LWK-LBX-AMOUNT.
	REWRITE LOCKBOX-WORK-RECORD.

1B-EXIT.
	EXIT.

1C-PROVE-DEPOSIT.
*>
*>  The deposit trailer: the bank's count and total for everything in
*>  the transmission.
*>
	IF WS-IN-BATCH
	   PERFORM 1D-CLOSE-BATCH THRU 1D-EXIT.
	SET WS-TRAILER-SEEN TO TRUE.
	MOVE LBX-T-DEPOSIT-DATE TO RPT-H-DEPOSIT-DATE.
	IF LBX-T-ITEM-CNT NUMERIC
	   MOVE LBX-T-ITEM-CNT TO WS-DEPOSIT-CNT.
	IF LBX-T-DEPOSIT-AMT NUMERIC
	   MOVE LBX-T-DEPOSIT-AMT TO WS-DEPOSIT-AMT.
	IF WS-DEPOSIT-CNT NOT = WS-LBX-ITEMS
	   OR WS-DEPOSIT-AMT NOT = WS-SUM-LBX
	   MOVE "DEPOSIT TOTAL DIFFERS" TO WS-EXC-REASON
	   MOVE SPACES TO WS-EXC-BATCH WS-EXC-CHECK-NO
	   MOVE WS-SUM-LBX TO WS-EXC-LBX-AMT
	   MOVE 0 TO WS-EXC-KEYED-AMT
	   PERFORM 8-WRITE-EXCEPTION.

1C-EXIT.
	EXIT.

1D-CLOSE-BATCH.
*>
*>  A batch whose checks do not add up to its header is an exception
*>  on its own, even if the deposit as a whole happens to foot.
*>
	MOVE 'N' TO WS-BATCH-SW.
	IF WS-BATCH-CNT NOT = WS-BATCH-HDR-CNT
	   OR WS-BATCH-AMT NOT = WS-BATCH-HDR-AMT
	   MOVE "BATCH OUT OF BALANCE" TO WS-EXC-REASON
	   MOVE WS-BATCH-NO  TO WS-EXC-BATCH
	   MOVE SPACES       TO WS-EXC-CHECK-NO
	   MOVE WS-BATCH-AMT TO WS-EXC-LBX-AMT
	   MOVE 0            TO WS-EXC-KEYED-AMT
	   PERFORM 8-WRITE-EXCEPTION.

1D-EXIT.
	EXIT.

2-MATCH-KEYED.
*>
*>  Post the keyed batch onto the work file beside the transmission.
*>  A missing or empty keyed file means the office keyed nothing.
*>  Pay-by-phone receipts on it are set aside onto the converted
*>  transmission so a copy from there keeps them.
*>
	OPEN INPUT RECEIPTS-FILE.
	IF RCP-FILE-STATUS NOT = "00"
	   GO TO 2-EXIT.
	OPEN EXTEND LOCKBOX-RECEIPTS.
	PERFORM 2A-MATCH-ONE-KEYED THRU 2A-EXIT UNTIL RCP-EOF.
	CLOSE RECEIPTS-FILE.
	CLOSE LOCKBOX-RECEIPTS.

2-EXIT.
	EXIT.

2A-MATCH-ONE-KEYED.

	READ RECEIPTS-FILE
	  AT END SET RCP-EOF TO TRUE
	         GO TO 2A-EXIT.

	INSPECT RCP-AMOUNT-CHAR REPLACING ALL SPACE BY ZERO.
	IF RCP-PAY-BY-PHONE
	   ADD 1 TO WS-PHONE-ITEMS
	   ADD RCP-AMOUNT TO WS-SUM-PHONE
	   MOVE RECEIPT-RECORD TO LBX-RECEIPT-RECORD
	   WRITE LBX-RECEIPT-RECORD
	   GO TO 2A-EXIT.
	SET WS-KEYED-PRESENT TO TRUE.
	ADD 1 TO WS-KEYED-ITEMS.
	ADD RCP-AMOUNT TO WS-SUM-KEYED.

	MOVE RCP-CHECK-NO TO LWK-CHECK-NO.
	READ LOCKBOX-WORK-FILE
	   INVALID KEY
	      MOVE SPACES          TO LOCKBOX-WORK-RECORD
	      MOVE RCP-CHECK-NO    TO LWK-CHECK-NO
	      MOVE SPACES          TO LWK-BATCH-NO
	      MOVE RCP-PAYER       TO LWK-PAYER
	      MOVE 0               TO LWK-LBX-CNT
	      MOVE 0               TO LWK-LBX-AMOUNT
	      MOVE 1               TO LWK-KEYED-CNT
	      MOVE RCP-AMOUNT      TO LWK-KEYED-AMOUNT
	      WRITE LOCKBOX-WORK-RECORD
	      GO TO 2A-EXIT
	END-READ.
	ADD 1 TO LWK-KEYED-CNT.
	ADD RCP-AMOUNT TO LWK-KEYED-AMOUNT.
	REWRITE LOCKBOX-WORK-RECORD.

2A-EXIT.
	EXIT.

2C-COPY-TO-RECEIPTS.
*>
*>  Nothing was keyed today: the converted transmission is the batch
*>  prog8 posts.
*>
	OPEN INPUT LOCKBOX-RECEIPTS.
	OPEN OUTPUT RECEIPTS-FILE.
	PERFORM 2D-COPY-ONE THRU 2D-EXIT UNTIL LRC-EOF.
	CLOSE LOCKBOX-RECEIPTS.
	CLOSE RECEIPTS-FILE.
	DISPLAY "No keyed batch - " WS-COPIED-CNT
	        " lockbox checks written as the receipts batch"
	        WITH CONVERSION.

2C-EXIT.
	EXIT.

2D-COPY-ONE.

	READ LOCKBOX-RECEIPTS
	  AT END SET LRC-EOF TO TRUE
	         GO TO 2D-EXIT.
	MOVE LBX-RECEIPT-RECORD TO RECEIPT-RECORD.
	WRITE RECEIPT-RECORD.
	ADD 1 TO WS-COPIED-CNT.

2D-EXIT.
	EXIT.

3-JUDGE-ONE-CHECK.
*>
*>  Judge each check number seen.  With no keyed batch there is
*>  nothing to match.  A number both sides carry must come the same
*>  number of times on each, for the same total.
*>
	READ LOCKBOX-WORK-FILE NEXT RECORD
	  AT END SET LWK-EOF TO TRUE
	         GO TO 3-EXIT.

	MOVE LWK-BATCH-NO     TO WS-EXC-BATCH.
	MOVE LWK-CHECK-NO     TO WS-EXC-CHECK-NO.
	MOVE LWK-LBX-AMOUNT   TO WS-EXC-LBX-AMT.
	MOVE LWK-KEYED-AMOUNT TO WS-EXC-KEYED-AMT.

	IF NOT WS-KEYED-PRESENT
	   GO TO 3-EXIT.

	EVALUATE TRUE
	   WHEN LWK-KEYED-CNT = 0
	      ADD 1 TO WS-LBX-ONLY-CNT
	      ADD LWK-LBX-AMOUNT TO WS-SUM-LBX-ONLY
	      MOVE "IN LOCKBOX, NOT KEYED" TO WS-EXC-REASON
	      PERFORM 8-WRITE-EXCEPTION
	   WHEN LWK-LBX-CNT = 0
	      ADD 1 TO WS-KEYED-ONLY-CNT
	      ADD LWK-KEYED-AMOUNT TO WS-SUM-KEYED-ONLY
	      MOVE "KEYED, NOT IN LOCKBOX" TO WS-EXC-REASON
	      PERFORM 8-WRITE-EXCEPTION
	   WHEN LWK-LBX-CNT NOT = LWK-KEYED-CNT
	      ADD 1 TO WS-MISCOUNT-CNT
	      MOVE "CHECK NO COUNT DIFFERS" TO WS-EXC-REASON
	      PERFORM 8-WRITE-EXCEPTION
	   WHEN LWK-LBX-AMOUNT NOT = LWK-KEYED-AMOUNT
	      ADD 1 TO WS-MISMATCH-CNT
	      MOVE "AMOUNT DIFFERS" TO WS-EXC-REASON
	      PERFORM 8-WRITE-EXCEPTION
	   WHEN OTHER
	      ADD LWK-LBX-CNT TO WS-MATCHED-CNT
	      ADD LWK-LBX-AMOUNT TO WS-SUM-MATCHED
	END-EVALUATE.

3-EXIT.
	EXIT.

4-WRITE-CONTROL-TOTALS.
*>
*>  Write the control-total trailer, prog8 style.  The day balances
*>  only when there is not one exception on the report.
*>
	COMPUTE WS-DEPOSIT-DIFF = WS-SUM-LBX - WS-DEPOSIT-AMT.
	IF WS-KEYED-PRESENT
	   COMPUTE WS-KEYED-DIFF = WS-SUM-KEYED - WS-DEPOSIT-AMT
	   IF WS-KEYED-DIFF NOT = 0
	      MOVE "KEYED TOTAL DIFFERS" TO WS-EXC-REASON
	      MOVE SPACES TO WS-EXC-BATCH WS-EXC-CHECK-NO
	      MOVE WS-DEPOSIT-AMT TO WS-EXC-LBX-AMT
	      MOVE WS-SUM-KEYED   TO WS-EXC-KEYED-AMT
	      PERFORM 8-WRITE-EXCEPTION
	   END-IF
	END-IF.

	MOVE RPT-BLANK-LINE TO REPORT-LINE.
	WRITE REPORT-LINE.
	MOVE WS-LBX-ITEMS TO RPT-T-LBX-CNT.
	MOVE WS-SUM-LBX   TO RPT-T-LBX-AMT.
	MOVE RPT-TRAILER-LINE-1 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-DEPOSIT-CNT TO RPT-T-DEP-CNT.
	MOVE WS-DEPOSIT-AMT TO RPT-T-DEP-AMT.
	MOVE RPT-TRAILER-LINE-2 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-KEYED-ITEMS TO RPT-T-KEYED-CNT.
	MOVE WS-SUM-KEYED   TO RPT-T-KEYED-AMT.
	MOVE RPT-TRAILER-LINE-3 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-MATCHED-CNT TO RPT-T-MATCH-CNT.
	MOVE WS-SUM-MATCHED TO RPT-T-MATCH-AMT.
	MOVE RPT-TRAILER-LINE-4 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-MISMATCH-CNT TO RPT-T-MISMATCH-CNT.
	MOVE RPT-TRAILER-LINE-5 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-LBX-ONLY-CNT TO RPT-T-LBX-ONLY-CNT.
	MOVE WS-SUM-LBX-ONLY TO RPT-T-LBX-ONLY-AMT.
	MOVE RPT-TRAILER-LINE-6 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-KEYED-ONLY-CNT TO RPT-T-KEY-ONLY-CNT.
	MOVE WS-SUM-KEYED-ONLY TO RPT-T-KEY-ONLY-AMT.
	MOVE RPT-TRAILER-LINE-7 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-MISCOUNT-CNT TO RPT-T-MISCOUNT.
	MOVE RPT-TRAILER-LINE-8 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-DEPOSIT-DIFF TO RPT-T-DEP-DIFF.
	MOVE RPT-TRAILER-LINE-9 TO REPORT-LINE.
	WRITE REPORT-LINE.

	IF WS-KEYED-PRESENT
	   MOVE WS-KEYED-DIFF TO RPT-T-KEY-DIFF
	   MOVE RPT-TRAILER-LINE-10 TO REPORT-LINE
	   WRITE REPORT-LINE
	END-IF.

	MOVE WS-EXCEPTION-CNT TO RPT-T-EXCEPTIONS.
	IF WS-EXCEPTION-CNT = 0
	   MOVE "BALANCED" TO RPT-T-VERDICT
	ELSE
	   MOVE "OUT OF BALANCE" TO RPT-T-VERDICT
	END-IF.
	MOVE RPT-TRAILER-LINE-11 TO REPORT-LINE.
	WRITE REPORT-LINE.

	MOVE WS-PHONE-ITEMS TO RPT-T-PHONE-CNT.
	MOVE WS-SUM-PHONE   TO RPT-T-PHONE-AMT.
	MOVE RPT-TRAILER-LINE-12 TO REPORT-LINE.
	WRITE REPORT-LINE.

8-WRITE-EXCEPTION.

	ADD 1 TO WS-EXCEPTION-CNT.
	MOVE WS-EXC-REASON    TO RPT-E-REASON.
	MOVE WS-EXC-BATCH     TO RPT-E-BATCH.
	MOVE WS-EXC-CHECK-NO  TO RPT-E-CHECK-NO.
	MOVE WS-EXC-LBX-AMT   TO RPT-E-LBX-AMT.
	MOVE WS-EXC-KEYED-AMT TO RPT-E-KEYED-AMT.
	MOVE RPT-EXCEPTION-LINE TO REPORT-LINE.
	WRITE REPORT-LINE.

9-STAMP-RUN-CONTROL.
*>
*>  Stamp the shared run-control file: "C" when the receipts balanced
*>  to the bank, "X" when they did not.  prog8 posts only behind a
*>  "C".
*>
	OPEN EXTEND RUN-CONTROL-FILE.
	IF RUN-FILE-STATUS = "05" OR RUN-FILE-STATUS = "35"
	   OR RUN-FILE-STATUS = "97"
	   OPEN OUTPUT RUN-CONTROL-FILE.
	MOVE SPACES TO RUN-CONTROL-RECORD.
	MOVE "prog24"    TO RUN-PROGRAM-ID.
	MOVE WS-RUN-DATE TO RUN-STAMP-DATE.
	ACCEPT WS-STAMP-TIME FROM TIME.
	MOVE WS-STAMP-TIME(1:6) TO RUN-STAMP-TIME.
	IF WS-EXCEPTION-CNT = 0
	   MOVE "C"      TO RUN-STATUS
	   STRING "BALANCED "    DELIMITED BY SIZE
	          WS-LBX-ITEMS   DELIMITED BY SIZE
	          " AMT "        DELIMITED BY SIZE
	          WS-SUM-LBX     DELIMITED BY SIZE
	          INTO RUN-TOTALS
	ELSE
	   MOVE "X"      TO RUN-STATUS
	   STRING "OUT OF BALANCE "  DELIMITED BY SIZE
	          WS-EXCEPTION-CNT   DELIMITED BY SIZE
	          " EXCEPTIONS"      DELIMITED BY SIZE
	          INTO RUN-TOTALS
	END-IF.
	WRITE RUN-CONTROL-RECORD.
	CLOSE RUN-CONTROL-FILE.
