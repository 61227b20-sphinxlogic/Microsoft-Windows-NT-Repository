*>		   Key 3 for mortgage rate information.
*>		   Key 4 for the current ski conditions.
*>		   Key 5 for the caller's account balance.
*>		   Key 6 to pay the caller's account by phone.
*>		   Key 0 for help.
*>		   Key * to exit.
*> 
				ORGANIZATION IS SEQUENTIAL
				FILE STATUS IS prm_file_stat.

*>
*>	Pay-by-phone file shared with the billing suite.  Every payment
*>	a caller authorizes - on key 6, or by pressing 3 on an outbound
*>	reminder call - is appended here (see "write_pay_phone_record")
*>	with its confirmation number; the suite's pay-by-phone receipts
*>	step turns each one into a receipt for its receipts run and marks
*>	the record receipted.
*>
	SELECT PAY-PHONE-FILE ASSIGN TO "SYS$SCRATCH:TTI_PAYPHONE.TMP"
				ORGANIZATION IS SEQUENTIAL
				FILE STATUS IS ppy_file_stat.

DATA DIVISION.
FILE SECTION.
FD	USER-DICTIONARY
	03	FILLER			PIC X(15).

FD	CALL-DETAIL-FILE.
01	CALL-DETAIL-LINE		PIC X(172).

FD	VENDOR-MASTER.
01	VENDOR-RECORD.
	03	CL-PAST-DUE		PIC 9(8)V99.
	03	CL-STATUS		PIC X.
	03	CL-ATTEMPTS		PIC 9(2).
	03	CL-ACCT-NO		PIC 9(6).
	03	CL-ACCT-CHAR REDEFINES CL-ACCT-NO PIC X(6).
	03	FILLER			PIC X(17).

*>
*>	One record per promise.  PRM-STATUS: space = open, "K" = kept,
	03	PRM-STATUS		PIC X.
	03	FILLER			PIC X(19).

*>
*>	One record per authorized payment.  PPY-SOURCE: "I" = inbound
*>	key 6, "O" = outbound reminder call.  PPY-ACCT-NO is the
*>	subscriber's account (inbound) or the account the call list
*>	carries for the family (outbound).  PPY-STATUS: space = not yet
*>	receipted, "R" = turned into a receipt by the billing suite.
*>
FD	PAY-PHONE-FILE.
01	PAY-PHONE-RECORD.
	03	PPY-CONFIRM-NO		PIC X(10).
	03	PPY-SOURCE		PIC X.
	03	PPY-ACCT-NO		PIC 9(6).
	03	PPY-PARENT		PIC X(24).
	03	PPY-PHONE		PIC X(10).
	03	PPY-AMOUNT		PIC 9(6)V99.
	03	PPY-ROUTING-NO		PIC X(9).
	03	PPY-BANK-ACCT		PIC X(17).
	03	PPY-PAY-DATE		PIC 9(8).
	03	PPY-PAY-TIME		PIC 9(8).
	03	PPY-STATUS		PIC X.
	03	FILLER			PIC X(18).

WORKING-STORAGE SECTION.
COPY DTKDEF.
01	SS$_NORMAL	PIC S9(9) COMP VALUE EXTERNAL SS$_NORMAL.

   03 MSG_HELP_2	PIC X(256) VALUE
	" To hear your account balance, press 5.
-	" To pay your account by phone, press 6.
-	" To repeat this message, press 0.
-	" Terminate your entry with the pound-key.
-	" To exit, press the star-key.".
01 MSG_REMINDER	PIC X(160) VALUE "This is the school business office
-    " calling with a reminder about your family account. ".

01 MSG_REMINDER_MENU	PIC X(200) VALUE "Press 1 followed by the
-    " pound-key to confirm you received this reminder.  Press 2 to be
-    " transferred to the office.  Press 3 to pay now by phone. ".

01 MSG_CONFIRM_THANKS	PIC X(120) VALUE "Thank you. Your confirmation
-    " has been recorded. Good bye. ".
-    " your subscriber record. Please call the office during business
-    " hours. ".
*>
*>   Pay-by-phone related variables.  The paragraph that offers the
*>   payment (inbound key 6, or key 3 on an outbound reminder) fills
*>   in the account, family, and default amount before performing
*>   "pay_by_phone"; each entry step leaves "pay_step_flag" behind.
*>
01	ppy_file_stat		PIC XX.
01	ws_pay_source		PIC X VALUE SPACE.
01	ws_pay_acct_no		PIC 9(6) VALUE 0.
01	ws_pay_parent		PIC X(24) VALUE SPACES.
01	ws_pay_phone		PIC X(10) VALUE SPACES.
01	ws_pay_default		PIC 9(8)V99 VALUE 0.
01	ws_pay_amount		PIC 9(8)V99 VALUE 0.
01	ws_pay_cents		PIC 9(8) VALUE 0.
01	ws_pay_routing		PIC X(9) VALUE SPACES.
01	ws_pay_routing_r REDEFINES ws_pay_routing.
	03	ws_routing_digit	PIC 9 OCCURS 9 TIMES.
01	ws_routing_sum		PIC 9(4) VALUE 0.
01	ws_routing_quot		PIC 9(4) VALUE 0.
01	ws_routing_rem		PIC 9 VALUE 0.
01	ws_pay_bank_acct	PIC X(17) VALUE SPACES.
01	ws_bank_acct_len	PIC 9(9) USAGE IS COMP VALUE 0.
01	ws_pay_date		PIC 9(8) VALUE 0.
01	ws_pay_date_r REDEFINES ws_pay_date.
	03	ws_pay_yyyy		PIC 9(4).
	03	ws_pay_mm		PIC 99.
	03	ws_pay_dd		PIC 99.
01	ws_pay_time		PIC 9(8) VALUE 0.
*>
*>	The confirmation number is the day of the month and the time of
*>	the authorization to the hundredth of a second - ten digits, the
*>	width of the check number it rides in on the receipt.
*>
01	ws_pay_confirm.
	03	ws_confirm_dd		PIC 99.
	03	ws_confirm_time		PIC 9(8).
01	ws_digit_source		PIC X(17) VALUE SPACES.
01	ws_digit_len		PIC 9(9) USAGE IS COMP VALUE 0.
01	digit_idx		PIC 9(9) USAGE IS COMP VALUE 0.
01	digit_ptr		PIC 9(9) USAGE IS COMP VALUE 1.
01	pay_entry_count		PIC 9(9) USAGE IS COMP VALUE 0.
01	pay_step_flag		PIC XXX VALUE 'BAD'.
   88	pay_step_ok			VALUE 'OK'.
   88	pay_step_bad			VALUE 'BAD'.
   88	pay_step_cancel			VALUE 'CAN'.
01	pay_done_flag		PIC XXX VALUE 'NO'.
   88	pay_done			VALUE 'YES'.

01 MSG_PAY_AMOUNT	PIC X(220) VALUE "To pay this amount, press the
-    " pound-key. To pay a different amount, enter the dollars and cents
-    " with no decimal point, followed by the pound-key. To cancel, press
-    " the star-key. ".

01 MSG_PAY_ROUTING	PIC X(140) VALUE "Please enter the nine digit bank
-    " routing number from the bottom of your check, followed by the
-    " pound-key. ".

01 MSG_PAY_BANK_ACCT	PIC X(120) VALUE "Please enter your bank account
-    " number from the bottom of your check, followed by the pound-key. ".

01 MSG_PAY_AUTHORIZE	PIC X(160) VALUE "Press 1 followed by the
-    " pound-key to authorize this payment from your bank account. Press
-    " any other key to cancel. ".

01 MSG_PAY_BAD_ENTRY	PIC X(80) VALUE
	"That entry is not valid. Please try again. ".

01 MSG_PAY_CANCELLED	PIC X(80) VALUE
	"Your payment has been cancelled. No payment was made. ".

01 MSG_PAY_THANKS	PIC X(80) VALUE
	"Thank you. Your payment has been authorized. ".
*>
*>   Call detail record related variables
*>
01	cdr_file_stat		PIC XX.
01	ws_cdr_choices		PIC X(40) VALUE SPACES.
01	ws_cdr_choice_ptr	PIC 9(2) VALUE 0.
01	ws_cdr_access_code	PIC X(80) VALUE SPACES.
01	ws_cdr_pay_confirm	PIC X(10) VALUE SPACES.

*>
*>   The access code field was added so the billing suite's rating
*>   run can connect a call to the subscriber who made it; calls that
*>   never verified (and outbound reminder calls) log it as spaces.
*>   The pay confirmation field carries the confirmation number of a
*>   payment authorized on the call, spaces when none was made.
*>
01	cdr_record.
	03	cdr_terminal		PIC X(16).
	03	cdr_menu_choices	PIC X(40).
	03	FILLER			PIC X VALUE SPACE.
	03	cdr_access_code		PIC X(80).
	03	FILLER			PIC X VALUE SPACE.
	03	cdr_pay_confirm		PIC X(10).
*>
*>   General user buffers and variables
*>
		MOVE SPACES TO ws_cdr_choices.
		MOVE 0 TO ws_cdr_choice_ptr.
		MOVE SPACES TO ws_cdr_access_code.
		MOVE SPACES TO ws_cdr_pay_confirm.

		PERFORM verify_user THRU exit_verify_user
		IF return_status IS NOT SUCCESS
			THRU exit_speak_account_balance
		MOVE 0 TO illegal_entry_count

	   WHEN menu_choice IS EQUAL TO DTK$K_TRM_SIX
		PERFORM pay_account_by_phone
			THRU exit_pay_account_by_phone
		MOVE 0 TO illegal_entry_count

	   WHEN OTHER
		MOVE msg_bad_command TO speak_text_buffer
		PERFORM speak_text
	       INTO speak_text_buffer.
	PERFORM speak_text.

*>  ----------------------------------------------------------------------
PAY_ACCOUNT_BY_PHONE.
*>
*>  Menu key 6: let the verified caller pay the account carried on
*>  the subscriber record.  The account is looked up on the billing
*>  suite's master exactly as the key-5 balance inquiry does it, the
*>  balance is spoken and offered as the amount to pay, and the rest
*>  is "pay_by_phone".
*>
	IF vendor_master_flag IS NOT EQUAL TO 'YES' OR
	   ws_subscriber_acct_no IS NOT NUMERIC OR
	   ws_subscriber_acct_no IS EQUAL TO 0
		MOVE msg_no_account TO speak_text_buffer
		PERFORM speak_text
		GO TO exit_pay_account_by_phone.

	MOVE ws_subscriber_acct_no TO VND-ACCT-NO.
	READ VENDOR-MASTER
	   INVALID KEY
		MOVE msg_no_account TO speak_text_buffer
		PERFORM speak_text
		GO TO exit_pay_account_by_phone
	END-READ.
	INSPECT VND-BALANCE-CHAR REPLACING ALL SPACE BY ZERO.

	MOVE "I" TO ws_pay_source.
	MOVE ws_subscriber_acct_no TO ws_pay_acct_no.
	MOVE VND-PARENT TO ws_pay_parent.
	MOVE VND-PHONE TO ws_pay_phone.
	MOVE VND-BALANCE TO ws_pay_default.
	MOVE "Your current balance is" TO ws_amount_lead.
	MOVE VND-BALANCE TO ws_amount_split.
	PERFORM speak_dollar_amount.
	PERFORM pay_by_phone THRU exit_pay_by_phone.

EXIT_PAY_ACCOUNT_BY_PHONE.

*>  ----------------------------------------------------------------------
PAY_BY_PHONE.
*>
*>  Take a payment authorization by keypad: the amount (the pound-key
*>  alone accepts the default the caller was just told), the bank
*>  routing number and account number to debit, and a final 1 to
*>  authorize.  Each entry gets "max_entry" tries; the star-key, a
*>  wink, or running out of tries cancels the payment without
*>  writing anything.  An authorized payment is appended to the
*>  pay-by-phone file, its confirmation number is spoken twice and
*>  kept for the call detail record, and "pay_done" is set for the
*>  caller.
*>
	MOVE 'NO' TO pay_done_flag.

	MOVE 0 TO pay_entry_count.
	MOVE 'BAD' TO pay_step_flag.
	PERFORM pay_get_amount THRU exit_pay_get_amount
		UNTIL NOT pay_step_bad OR pay_entry_count = max_entry.
	IF NOT pay_step_ok
		GO TO pay_cancelled.

	MOVE 0 TO pay_entry_count.
	MOVE 'BAD' TO pay_step_flag.
	PERFORM pay_get_routing THRU exit_pay_get_routing
		UNTIL NOT pay_step_bad OR pay_entry_count = max_entry.
	IF NOT pay_step_ok
		GO TO pay_cancelled.

	MOVE 0 TO pay_entry_count.
	MOVE 'BAD' TO pay_step_flag.
	PERFORM pay_get_bank_acct THRU exit_pay_get_bank_acct
		UNTIL NOT pay_step_bad OR pay_entry_count = max_entry.
	IF NOT pay_step_ok
		GO TO pay_cancelled.

*>
*>	Read the payment back and ask for the authorization.
*>
	MOVE "You are paying" TO ws_amount_lead.
	MOVE ws_pay_amount TO ws_amount_split.
	PERFORM speak_dollar_amount.
	MOVE "from the bank account ending in" TO ws_amount_lead.
	MOVE ws_pay_bank_acct(ws_bank_acct_len - 3:4) TO ws_digit_source.
	MOVE 4 TO ws_digit_len.
	PERFORM speak_digits.

	MOVE 0 TO num_input_keys.
	MOVE spaces TO keypad_input_buffer.
	MOVE 20 TO timeout.
	MOVE msg_pay_authorize TO speak_text_buffer.
	PERFORM get_key_string THRU exit_get_key_string.
	IF return_status IS FAILURE OR
	   keypad_input_buffer(1:1) IS NOT EQUAL TO "1"
		GO TO pay_cancelled.

	PERFORM write_pay_phone_record THRU exit_write_pay_phone_record.
	IF NOT pay_done
		GO TO pay_cancelled.

	MOVE ws_pay_confirm TO ws_cdr_pay_confirm.
	MOVE msg_pay_thanks TO speak_text_buffer.
	PERFORM speak_all_text.
	MOVE "Your confirmation number is" TO ws_amount_lead.
	MOVE ws_pay_confirm TO ws_digit_source.
	MOVE 10 TO ws_digit_len.
	PERFORM speak_digits.
	MOVE "Again, your confirmation number is" TO ws_amount_lead.
	PERFORM speak_digits.
	GO TO exit_pay_by_phone.

PAY_CANCELLED.
	MOVE msg_pay_cancelled TO speak_text_buffer.
	PERFORM speak_all_text.

EXIT_PAY_BY_PHONE.

PAY_GET_AMOUNT.
*>
*>  The amount is keyed as dollars and cents run together - 12550 is
*>  $125.50 - up to the $999,999.99 the receipt can carry.
*>
	ADD 1 TO pay_entry_count.
	MOVE 0 TO num_input_keys.
	MOVE spaces TO keypad_input_buffer.
	MOVE 20 TO timeout.
	MOVE msg_pay_amount TO speak_text_buffer.
	PERFORM get_key_string THRU exit_get_key_string.
	IF return_status IS FAILURE OR
	   terminator_value IS EQUAL TO DTK$K_TRM_ASTERISK
		MOVE 'CAN' TO pay_step_flag
		GO TO exit_pay_get_amount.

	IF num_input_keys IS EQUAL TO 0
		IF terminator_value IS EQUAL TO DTK$K_TRM_NUMBER_SIGN AND
		   ws_pay_default IS GREATER THAN 0
			MOVE ws_pay_default TO ws_pay_amount
			MOVE 'OK' TO pay_step_flag
		ELSE
			PERFORM pay_reject_entry
		END-IF
		GO TO exit_pay_get_amount.

	IF num_input_keys IS GREATER THAN 8 OR
	   keypad_input_buffer(1:num_input_keys) IS NOT NUMERIC
		PERFORM pay_reject_entry
		GO TO exit_pay_get_amount.
	MOVE keypad_input_buffer(1:num_input_keys) TO ws_pay_cents.
	COMPUTE ws_pay_amount = ws_pay_cents / 100.
	IF ws_pay_amount IS EQUAL TO 0
		PERFORM pay_reject_entry
	ELSE
		MOVE 'OK' TO pay_step_flag.

EXIT_PAY_GET_AMOUNT.

PAY_GET_ROUTING.
*>
*>  A routing number is nine digits whose weighted sum - 3, 7, 1
*>  repeating - is a multiple of ten; a mistyped digit almost always
*>  fails that test, so it is caught here instead of bouncing the
*>  debit a week later.
*>
	ADD 1 TO pay_entry_count.
	MOVE 0 TO num_input_keys.
	MOVE spaces TO keypad_input_buffer.
	MOVE 30 TO timeout.
	MOVE msg_pay_routing TO speak_text_buffer.
	PERFORM get_key_string THRU exit_get_key_string.
	IF return_status IS FAILURE OR
	   terminator_value IS EQUAL TO DTK$K_TRM_ASTERISK
		MOVE 'CAN' TO pay_step_flag
		GO TO exit_pay_get_routing.

	IF num_input_keys IS NOT EQUAL TO 9 OR
	   keypad_input_buffer(1:9) IS NOT NUMERIC
		PERFORM pay_reject_entry
		GO TO exit_pay_get_routing.
	MOVE keypad_input_buffer(1:9) TO ws_pay_routing.
	COMPUTE ws_routing_sum =
		3 * (ws_routing_digit(1) + ws_routing_digit(4) +
		     ws_routing_digit(7)) +
		7 * (ws_routing_digit(2) + ws_routing_digit(5) +
		     ws_routing_digit(8)) +
		    (ws_routing_digit(3) + ws_routing_digit(6) +
		     ws_routing_digit(9)).
	DIVIDE ws_routing_sum BY 10 GIVING ws_routing_quot
		REMAINDER ws_routing_rem.
	IF ws_routing_rem IS NOT EQUAL TO 0
		PERFORM pay_reject_entry
	ELSE
		MOVE 'OK' TO pay_step_flag.

EXIT_PAY_GET_ROUTING.

PAY_GET_BANK_ACCT.
*>
*>  A bank account number is four to seventeen digits.
*>
	ADD 1 TO pay_entry_count.
	MOVE 0 TO num_input_keys.
	MOVE spaces TO keypad_input_buffer.
	MOVE 30 TO timeout.
	MOVE msg_pay_bank_acct TO speak_text_buffer.
	PERFORM get_key_string THRU exit_get_key_string.
	IF return_status IS FAILURE OR
	   terminator_value IS EQUAL TO DTK$K_TRM_ASTERISK
		MOVE 'CAN' TO pay_step_flag
		GO TO exit_pay_get_bank_acct.

	IF num_input_keys IS LESS THAN 4 OR
	   num_input_keys IS GREATER THAN 17
		PERFORM pay_reject_entry
		GO TO exit_pay_get_bank_acct.
	IF keypad_input_buffer(1:num_input_keys) IS NOT NUMERIC
		PERFORM pay_reject_entry
		GO TO exit_pay_get_bank_acct.
	MOVE keypad_input_buffer(1:num_input_keys) TO ws_pay_bank_acct.
	MOVE num_input_keys TO ws_bank_acct_len.
	MOVE 'OK' TO pay_step_flag.

EXIT_PAY_GET_BANK_ACCT.

PAY_REJECT_ENTRY.

	MOVE 'BAD' TO pay_step_flag.
	IF pay_entry_count IS LESS THAN max_entry
		MOVE msg_pay_bad_entry TO speak_text_buffer
		PERFORM speak_all_text.

*>  ----------------------------------------------------------------------
SPEAK_DIGITS.
*>
*>  Speak "<lead> d d d d." - the first "ws_digit_len" characters of
*>  "ws_digit_source" one digit at a time, so DECtalk reads a
*>  confirmation or account number back digit by digit instead of as
*>  one large number.  The lead text is trimmed the way
*>  "speak_dollar_amount" trims it.  Spoken in full, with autostop off,
*>  so a keypress cannot cut the number short.
*>
	MOVE 60 TO lead_cnt.
	PERFORM UNTIL lead_cnt = 0 OR
		      ws_amount_lead(lead_cnt:1) NOT = SPACE
		SUBTRACT 1 FROM lead_cnt
	END-PERFORM.

	MOVE SPACES TO speak_text_buffer.
	MOVE 1 TO digit_ptr.
	STRING ws_amount_lead(1:lead_cnt)	DELIMITED BY SIZE
	       " "				DELIMITED BY SIZE
	       INTO speak_text_buffer WITH POINTER digit_ptr.
	PERFORM VARYING digit_idx FROM 1 BY 1
			UNTIL digit_idx > ws_digit_len
		STRING ws_digit_source(digit_idx:1)	DELIMITED BY SIZE
		       " "				DELIMITED BY SIZE
		       INTO speak_text_buffer WITH POINTER digit_ptr
	END-PERFORM.
	STRING ". "				DELIMITED BY SIZE
	       INTO speak_text_buffer WITH POINTER digit_ptr.
	PERFORM speak_all_text.

*>  ----------------------------------------------------------------------
OUTBOUND_PASS.
*>
		AT END MOVE 'YES' TO cl_eof_flag.
	IF cl_eof
		GO TO exit_outbound_next_family.
	IF CL-STATUS IS EQUAL TO "C" OR CL-STATUS IS EQUAL TO "A" OR
	   CL-STATUS IS EQUAL TO "P"
		GO TO exit_outbound_next_family.

	PERFORM outbound_call THRU exit_outbound_call.
*>
*>  Place one reminder call.  DTK$DIAL_PHONE returns a success status
*>  when the called party answers; anything else - busy, no answer,
*>  bad number - leaves the family marked "N" for the next pass.  A
*>  parent who answers can confirm (1), be transferred (2), or pay
*>  the past-due amount on the spot (3), which marks the family "P".
*>
	ACCEPT ws_cdr_start_time FROM TIME.
	ACCEPT ws_cdr_call_date FROM DATE.
	MOVE SPACES TO ws_cdr_choices.
	MOVE 0 TO ws_cdr_choice_ptr.
	MOVE SPACES TO ws_cdr_access_code.
	MOVE SPACES TO ws_cdr_pay_confirm.
	ADD 1 TO CL-ATTEMPTS.

*>
				BY DESCRIPTOR office_transfer_string
				GIVING return_status
		PERFORM cancel_timer
	   WHEN "3"
*>
*>		Pay now instead of promising: the family's past-due
*>		amount (already spoken) is the default, and the payment
*>		is traced to the family through the account number the
*>		call list carries.
*>
		MOVE "O" TO ws_pay_source
		IF CL-ACCT-NO IS NUMERIC
			MOVE CL-ACCT-NO TO ws_pay_acct_no
		ELSE
			MOVE 0 TO ws_pay_acct_no
		END-IF
		MOVE CL-PARENT TO ws_pay_parent
		MOVE CL-PHONE TO ws_pay_phone
		MOVE CL-PAST-DUE TO ws_pay_default
		PERFORM pay_by_phone THRU exit_pay_by_phone
		IF pay_done
			MOVE "P" TO CL-STATUS
		END-IF
	   WHEN OTHER
		CONTINUE
	END-EVALUATE.
*>  pressed, in the order pressed, and the access code the caller
*>  verified with - the handle the billing suite's rating run uses to
*>  charge the call to its subscriber.  A call that never verified
*>  logs the code as spaces and is not billable.  A call on which a
*>  payment was authorized also logs the payment's confirmation
*>  number.
*>
	ACCEPT ws_cdr_end_time FROM TIME.

	MOVE ws_cdr_duration TO cdr_duration.
	MOVE ws_cdr_choices TO cdr_menu_choices.
	MOVE ws_cdr_access_code TO cdr_access_code.
	MOVE ws_cdr_pay_confirm TO cdr_pay_confirm.
	MOVE cdr_record TO CALL-DETAIL-LINE.

	OPEN EXTEND CALL-DETAIL-FILE.
EXIT_WRITE_PROMISE_RECORD.
	EXIT.
*>  ----------------------------------------------------------------------
WRITE_PAY_PHONE_RECORD.
*>
*>  Appends one authorized payment to the pay-by-phone file, opened
*>  and closed around the write the same way the promise file is.
*>  The confirmation number is stamped here, from the moment the
*>  payment is recorded.  A file that will not open is logged to the
*>  operator and the payment is not taken - "pay_done" stays off and
*>  the caller hears that nothing was paid.
*>
	ACCEPT ws_pay_date FROM DATE YYYYMMDD.
	ACCEPT ws_pay_time FROM TIME.
	MOVE ws_pay_dd TO ws_confirm_dd.
	MOVE ws_pay_time TO ws_confirm_time.

	OPEN EXTEND PAY-PHONE-FILE.
	IF ppy_file_stat EQUAL TO "05" OR ppy_file_stat EQUAL TO "97"
		OPEN OUTPUT PAY-PHONE-FILE.
	IF ppy_file_stat IS NOT EQUAL TO "00"
		MOVE 98962 TO error_number
		PERFORM error_log
		GO TO exit_write_pay_phone_record.
	MOVE SPACES TO PAY-PHONE-RECORD.
	MOVE ws_pay_confirm TO PPY-CONFIRM-NO.
	MOVE ws_pay_source TO PPY-SOURCE.
	MOVE ws_pay_acct_no TO PPY-ACCT-NO.
	MOVE ws_pay_parent TO PPY-PARENT.
	MOVE ws_pay_phone TO PPY-PHONE.
	MOVE ws_pay_amount TO PPY-AMOUNT.
	MOVE ws_pay_routing TO PPY-ROUTING-NO.
	MOVE ws_pay_bank_acct TO PPY-BANK-ACCT.
	MOVE ws_pay_date TO PPY-PAY-DATE.
	MOVE ws_pay_time TO PPY-PAY-TIME.
	MOVE SPACE TO PPY-STATUS.
	WRITE PAY-PHONE-RECORD.
	CLOSE PAY-PHONE-FILE.
	MOVE 'YES' TO pay_done_flag.
EXIT_WRITE_PAY_PHONE_RECORD.
	EXIT.
*>  ----------------------------------------------------------------------
END_CALL.
*>
*>  End the current user session.  Since the DTK$HANGUP_PHONE command
