	identification division.
	program-id.
		mits01hl.

      ******************************************************************
      * MITS01HL
      * HMRC liability ledger payments and monthly statement. The
      * ledger (HMRCLEDG) is posted by MITS01CA's YF-HMRC-LEDGER with
      * the net amount due per tax district/ERS reference for every
      * tax period run. This program:
      *   - applies the payments the accounts team key on HMRCPAY
      *     against the district and period they were made for,
      *     listing every payment accepted or rejected, then empties
      *     HMRCPAY so a re-run (to reprint the statement) cannot
      *     apply the same payments twice;
      *   - prints the statement for an operator-entered tax year,
      *     up to an operator-entered tax period (blank for the whole
      *     year): per district and period the amount due, the date
      *     HMRC expect it, the amount paid and date paid, and the
      *     arrears or overpayment carried forward. An unpaid period
      *     whose due date has passed is marked OVERDUE.
      ******************************************************************

	environment division.
	configuration section.
	source-computer.
		unix-v5.
	object-computer.
		unix-v5.

      ******************************************************************
      //////////////////////////////////////////////////////////////////
	input-output section.

	file-control.

		select gy-hmrc-fl
			assign to external HMRCLEDG
			organization is indexed
			access mode is dynamic
			record key is gya-key
			file status is wzz-file-status.

		select hp-pay-fl
			assign to external HMRCPAY
			organization is line sequential
			file status is wzz-file-status.

		select hla-prt-fl
			assign to external HMRCSTMT
			organization is line sequential
			file status is wzz-file-status.

      ******************************************************************
      //////////////////////////////////////////////////////////////////
	data division.

	file section.

      *  SAME LAYOUT AS MITS01CA'S GY-HMRC-FL.
	fd gy-hmrc-fl.

	01 gya-rec.
	    03 gya-key.
		05 gya-tax-year			pic x(4).
		05 gya-td			pic x(3).
		05 gya-ref			pic x(7).
		05 gya-period			pic xx.
	    03 gya-due-date			pic x(8).
	    03 gya-paye				pic s9(12).
	    03 gya-loans			pic s9(12).
	    03 gya-nic				pic s9(12).
	    03 gya-recovered			pic s9(12).
	    03 gya-due				pic s9(12).
	    03 gya-paid				pic s9(12).
	    03 gya-date-paid			pic x(8).
	    03 gya-pay-cnt			pic 9(3).
	    03 gya-run-seq			pic x(6).

      *  PAYMENTS TO HMRC AS KEYED BY THE ACCOUNTS TEAM - THE LEDGER
      *  KEY THE PAYMENT IS FOR, THE AMOUNT IN PENCE (A "-" SIGN FOR
      *  A REFUND OR REVERSAL), THE DATE IT WAS PAID, THE BANK
      *  REFERENCE AND WHO KEYED IT.
	fd hp-pay-fl.

	01 hpa-rec.
	    03 hpa-key.
		05 hpa-tax-year			pic x(4).
		05 hpa-td			pic x(3).
		05 hpa-ref			pic x(7).
		05 hpa-period			pic xx.
	    03 hpa-amount			pic x(12).
	    03 hpa-amount-n redefines hpa-amount
						pic 9(12).
	    03 hpa-sign				pic x.
	    03 hpa-date-paid			pic x(8).
	    03 hpa-bank-ref			pic x(18).
	    03 hpa-operator			pic x(8).

	fd hla-prt-fl.

	01 hla-print-line			pic x(132).

      ******************************************************************
      //////////////////////////////////////////////////////////////////
	working-storage section.

		copy "wzz.ws".

	01 wha-params.
	    03 wha-tax-year			pic x(4).
	    03 wha-to-period			pic xx.

	01 wha-flags.
	    03 wha-eof-flag			pic 9.
	    03 wha-found			pic 9.
	    03 wha-reject			pic 9.
	    03 wha-active			pic 9.

	01 wha-counts.
	    03 wha-pay-read			pic 9(5).
	    03 wha-pay-accept			pic 9(5).
	    03 wha-pay-reject			pic 9(5).
	    03 wha-overdue-cnt			pic 9(5).

	01 wha-run-date				pic 9(8).
	01 wha-run-date-x redefines wha-run-date
						pic x(8).

	01 wha-reason				pic x(30).

	01 wha-amounts.
	    03 wha-amount			pic s9(12).
	    03 wha-balance			pic s9(12).
	    03 wha-carried			pic s9(12).

	01 wha-district.
	    03 wha-td				pic x(3).
	    03 wha-ref				pic x(7).
	    03 wha-dist-due			pic s9(12).
	    03 wha-dist-paid			pic s9(12).

	01 wha-totals.
	    03 wha-tot-pay			pic s9(12).
	    03 wha-tot-due			pic s9(12).
	    03 wha-tot-paid			pic s9(12).
	    03 wha-tot-carried			pic s9(12).

	01 whb-head-line.
	    03 filler				pic x(34) value
		"MITS01HL HMRC LIABILITY LEDGER - T".
	    03 filler				pic x(8) value
		"AX YEAR ".
	    03 whb-head-year			pic x(4).
	    03 filler				pic x(17) value
		" TO TAX PERIOD ".
	    03 whb-head-period			pic xx.
	    03 filler				pic x(8) value
		" RUN ON ".
	    03 whb-head-date			pic 9(8).

	01 whb-pay-head.
	    03 filler				pic x(40) value
		"PAYMENTS APPLIED".

	01 whb-pay-col-line.
	    03 filler				pic x(40) value
		"YEAR DST ERS REF PD        AMOUNT DATE".
	    03 filler				pic x(40) value
		"PAID BANK REFERENCE    OPERATOR RESULT".
	    03 filler				pic x(6) value
		"REASON".

	01 whb-pay-line.
	    03 whb-pl-year			pic x(4).
	    03 filler				pic x.
	    03 whb-pl-td			pic x(3).
	    03 filler				pic x.
	    03 whb-pl-ref			pic x(7).
	    03 filler				pic x.
	    03 whb-pl-period			pic xx.
	    03 filler				pic x.
	    03 whb-pl-amount			pic z(9)9.99-.
	    03 filler				pic x.
	    03 whb-pl-date			pic x(8).
	    03 filler				pic x.
	    03 whb-pl-bank-ref			pic x(18).
	    03 filler				pic x.
	    03 whb-pl-operator			pic x(8).
	    03 filler				pic x.
	    03 whb-pl-result			pic x(8).
	    03 filler				pic x.
	    03 whb-pl-reason			pic x(30).

	01 whb-pay-tot-line.
	    03 filler				pic x(9) value
		"PAYMENTS ".
	    03 whb-pt-read			pic z(4)9.
	    03 filler				pic x(10) value
		"  ACCEPTED".
	    03 whb-pt-accept			pic z(4)9.
	    03 filler				pic x(10) value
		"  REJECTED".
	    03 whb-pt-reject			pic z(4)9.
	    03 filler				pic x(8) value
		"  AMOUNT".
	    03 whb-pt-amount			pic z(9)9.99-.

	01 whb-dist-head.
	    03 filler				pic x(13) value
		"TAX DISTRICT ".
	    03 whb-dh-td			pic x(3).
	    03 filler				pic x(9) value
		" ERS REF ".
	    03 whb-dh-ref			pic x(7).

	01 whb-stmt-col-line.
	    03 filler				pic x(40) value
		"PD DUE DATE     AMOUNT DUE    AMOUNT PAI".
	    03 filler				pic x(40) value
		"D DATE PAID PERIOD BALANCE  CARRIED FORW".
	    03 filler				pic x(4) value
		"ARD".

	01 whb-stmt-line.
	    03 whb-sl-period			pic xx.
	    03 filler				pic x.
	    03 whb-sl-due-date			pic x(8).
	    03 filler				pic x.
	    03 whb-sl-due			pic z(9)9.99-.
	    03 filler				pic x.
	    03 whb-sl-paid			pic z(9)9.99-.
	    03 filler				pic x.
	    03 whb-sl-date-paid			pic x(8).
	    03 filler				pic x.
	    03 whb-sl-balance			pic z(9)9.99-.
	    03 filler				pic x.
	    03 whb-sl-carried			pic z(9)9.99-.
	    03 filler				pic x.
	    03 whb-sl-note			pic x(8).

	01 whb-stmt-tot-line.
	    03 whb-st-label			pic x(12).
	    03 whb-st-due			pic z(9)9.99-.
	    03 filler				pic x.
	    03 whb-st-paid			pic z(9)9.99-.
	    03 filler				pic x(25).
	    03 whb-st-carried			pic z(9)9.99-.
	    03 filler				pic x.
	    03 whb-st-note			pic x(8).

	01 whb-overdue-line.
	    03 filler				pic x(31) value
		"PERIODS OVERDUE AND NOT PAID IN".
	    03 filler				pic x(6) value
		" FULL ".
	    03 whb-od-cnt			pic z(4)9.

      ******************************************************************
      //////////////////////////////////////////////////////////////////
	procedure division.

	declaratives.

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	f1-err							section.
		use after error procedure on gy-hmrc-fl.

	f1err.
		if wzz-io-err-code = zero
			move "HMRCLEDG" to wzz-file-name
			call "mits01vc" using
				wzz-file-status
				wzz-io-err-code
				wzz-file-name.

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	f2-err							section.
		use after error procedure on hp-pay-fl.

	f2err.
		if wzz-io-err-code = zero
			move "HMRCPAY" to wzz-file-name
			call "mits01vc" using
				wzz-file-status
				wzz-io-err-code
				wzz-file-name.

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	pa-err							section.
		use after error procedure on hla-prt-fl.

	paerr.
		if wzz-io-err-code = zero
			move "HMRCSTMT" to wzz-file-name
			call "mits01vc" using
				wzz-file-status
				wzz-io-err-code
				wzz-file-name.

	end declaratives.

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	aa-main							section.

	aa000-start.
		display "MITS01HL HMRC LIABILITY LEDGER".
		display "ENTER TAX YEAR FOR THE STATEMENT (YYYY)".
		accept wha-tax-year.
		if wha-tax-year not numeric
			display "MITS01HL TAX YEAR NOT NUMERIC "
				"- NOTHING DONE"
			move 12 to return-code
			go to aa999-exit.
		display "ENTER STATEMENT TO TAX PERIOD (PP OR BLANK "
			"FOR THE WHOLE YEAR)".
		accept wha-to-period.
		if wha-to-period = spaces
			move "99" to wha-to-period.
		if wha-to-period not numeric
			display "MITS01HL TAX PERIOD NOT NUMERIC "
				"- NOTHING DONE"
			move 12 to return-code
			go to aa999-exit.
		open i-o gy-hmrc-fl.
		if wzz-io-err-code not = zero
			display "MITS01HL NO HMRC LEDGER ON FILE"
			move zero to wzz-io-err-code
			go to aa999-exit.
		open output hla-prt-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		accept wha-run-date from date yyyymmdd.
		move zero to wha-flags wha-counts wha-totals.
		move wha-tax-year to whb-head-year.
		move wha-to-period to whb-head-period.
		move wha-run-date to whb-head-date.
		move spaces to hla-print-line.
		move whb-head-line to hla-print-line.
		write hla-print-line after 1.
		perform ba-apply-payments.
		perform ca-statement.
		close hla-prt-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		close gy-hmrc-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		display "MITS01HL PAYMENTS ACCEPTED " wha-pay-accept
			" REJECTED " wha-pay-reject.
		if wha-pay-reject not = zero
			move 4 to return-code.

	aa999-exit.
		stop run.

      *******************************************************************
      *  BA-APPLY-PAYMENTS.						*
      *  Each keyed payment is added to the paid figure of the ledger	*
      *  period it names and becomes that period's date paid. A	*
      *  payment for a period not yet on the ledger is rejected - it	*
      *  is keyed again once the payroll for that period has run.	*
      *  HMRCPAY is emptied once listed - the listing is the record	*
      *  of what was keyed.						*
      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	ba-apply-payments					section.

	ba000-start.
		open input hp-pay-fl.
		if wzz-io-err-code not = zero
			move zero to wzz-io-err-code
			go to ba999-exit.
		move whb-pay-head to hla-print-line.
		write hla-print-line after 2.
		move whb-pay-col-line to hla-print-line.
		write hla-print-line after 2.
		move zero to wha-eof-flag.
		perform bb-payment until wha-eof-flag not = zero.
		move wha-pay-read to whb-pt-read.
		move wha-pay-accept to whb-pt-accept.
		move wha-pay-reject to whb-pt-reject.
		divide wha-tot-pay by 100 giving whb-pt-amount.
		move whb-pay-tot-line to hla-print-line.
		write hla-print-line after 2.
		close hp-pay-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		open output hp-pay-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		close hp-pay-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.

	ba999-exit.
		exit.

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	bb-payment						section.

	bb000-start.
		read hp-pay-fl
			at end
			move 1 to wha-eof-flag
			go to bb999-exit.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		add 1 to wha-pay-read.
		move zero to wha-reject.
		move spaces to wha-reason.
		move zero to wha-amount.
		if hpa-amount not numeric
			move "AMOUNT NOT NUMERIC" to wha-reason
			go to bb900-reject.
		if hpa-sign not = space
			and hpa-sign not = "+"
			and hpa-sign not = "-"
			move "AMOUNT SIGN NOT + OR -" to wha-reason
			go to bb900-reject.
		move hpa-amount-n to wha-amount.
		if hpa-sign = "-"
			multiply -1 by wha-amount.
		if wha-amount = zero
			move "AMOUNT IS ZERO" to wha-reason
			go to bb900-reject.
		if hpa-date-paid not numeric
			move "DATE PAID NOT NUMERIC" to wha-reason
			go to bb900-reject.
		if hpa-date-paid > wha-run-date-x
			move "DATE PAID IN THE FUTURE" to wha-reason
			go to bb900-reject.
		move hpa-key to gya-key.
		read gy-hmrc-fl
			invalid key
			move "PERIOD NOT ON LEDGER" to wha-reason
			go to bb900-reject.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		add wha-amount to gya-paid.
		if gya-date-paid = spaces
			or hpa-date-paid > gya-date-paid
			move hpa-date-paid to gya-date-paid.
		add 1 to gya-pay-cnt.
		rewrite gya-rec
			invalid key
			move "PERIOD NOT ON LEDGER" to wha-reason
			go to bb900-reject.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		add 1 to wha-pay-accept.
		add wha-amount to wha-tot-pay.
		move "ACCEPTED" to whb-pl-result.
		go to bb950-list.

	bb900-reject.
		move 1 to wha-reject.
		add 1 to wha-pay-reject.
		move "REJECTED" to whb-pl-result.

	bb950-list.
		move hpa-tax-year to whb-pl-year.
		move hpa-td to whb-pl-td.
		move hpa-ref to whb-pl-ref.
		move hpa-period to whb-pl-period.
		divide wha-amount by 100 giving whb-pl-amount.
		move hpa-date-paid to whb-pl-date.
		move hpa-bank-ref to whb-pl-bank-ref.
		move hpa-operator to whb-pl-operator.
		move wha-reason to whb-pl-reason.
		move whb-pay-line to hla-print-line.
		write hla-print-line after 1.

	bb999-exit.
		exit.

      *******************************************************************
      *  CA-STATEMENT.							*
      *  The ledger for the tax year a district at a time, in period	*
      *  order, to the requested period. The balance of each period	*
      *  (due less paid) is carried forward from period to period, so	*
      *  the last line of a district is what is owed to HMRC (or	*
      *  overpaid) for the year so far.				*
      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	ca-statement						section.

	ca000-start.
		move zero to wha-active.
		move low-values to gya-key.
		move wha-tax-year to gya-tax-year.
		start gy-hmrc-fl key not < gya-key
			invalid key
			go to ca900-end.
		if wzz-io-err-code not = zero
			perform zza-io-err.

	ca010-read.
		read gy-hmrc-fl next record
			at end
			go to ca900-end.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		if gya-tax-year not = wha-tax-year
			go to ca900-end.
		if gya-period > wha-to-period
			go to ca010-read.
		if wha-active = zero
			perform ca100-new-district.
		if gya-td not = wha-td
			or gya-ref not = wha-ref
			perform ca200-district-total
			perform ca100-new-district.
		subtract gya-paid from gya-due giving wha-balance.
		add wha-balance to wha-carried.
		add gya-due to wha-dist-due.
		add gya-paid to wha-dist-paid.
		move spaces to whb-stmt-line.
		move gya-period to whb-sl-period.
		move gya-due-date to whb-sl-due-date.
		divide gya-due by 100 giving whb-sl-due.
		divide gya-paid by 100 giving whb-sl-paid.
		move gya-date-paid to whb-sl-date-paid.
		divide wha-balance by 100 giving whb-sl-balance.
		divide wha-carried by 100 giving whb-sl-carried.
		if wha-carried > zero
			move "ARREARS" to whb-sl-note.
		if wha-carried < zero
			move "OVERPAID" to whb-sl-note.
		if wha-balance > zero
			and gya-due-date numeric
			and gya-due-date not = zeros
			and gya-due-date < wha-run-date-x
			move "OVERDUE" to whb-sl-note
			add 1 to wha-overdue-cnt.
		move whb-stmt-line to hla-print-line.
		write hla-print-line after 1.
		go to ca010-read.

	ca100-new-district.
		move 1 to wha-active.
		move gya-td to wha-td.
		move gya-ref to wha-ref.
		move zero to wha-carried wha-dist-due wha-dist-paid.
		move gya-td to whb-dh-td.
		move gya-ref to whb-dh-ref.
		move whb-dist-head to hla-print-line.
		write hla-print-line after 3.
		move whb-stmt-col-line to hla-print-line.
		write hla-print-line after 2.
		move spaces to hla-print-line.
		write hla-print-line after 1.

	ca200-district-total.
		move spaces to whb-stmt-tot-line.
		move "DISTRICT" to whb-st-label.
		divide wha-dist-due by 100 giving whb-st-due.
		divide wha-dist-paid by 100 giving whb-st-paid.
		divide wha-carried by 100 giving whb-st-carried.
		if wha-carried > zero
			move "ARREARS" to whb-st-note.
		if wha-carried < zero
			move "OVERPAID" to whb-st-note.
		move whb-stmt-tot-line to hla-print-line.
		write hla-print-line after 2.
		add wha-dist-due to wha-tot-due.
		add wha-dist-paid to wha-tot-paid.
		add wha-carried to wha-tot-carried.

	ca900-end.
		if wha-active = zero
			move spaces to hla-print-line
			move "NO LEDGER ENTRIES FOR THE TAX YEAR"
				to hla-print-line
			write hla-print-line after 3
			go to ca999-exit.
		perform ca200-district-total.
		move spaces to whb-stmt-tot-line.
		move "GRAND TOTAL" to whb-st-label.
		divide wha-tot-due by 100 giving whb-st-due.
		divide wha-tot-paid by 100 giving whb-st-paid.
		divide wha-tot-carried by 100 giving whb-st-carried.
		if wha-tot-carried > zero
			move "ARREARS" to whb-st-note.
		if wha-tot-carried < zero
			move "OVERPAID" to whb-st-note.
		move whb-stmt-tot-line to hla-print-line.
		write hla-print-line after 3.
		move wha-overdue-cnt to whb-od-cnt.
		move whb-overdue-line to hla-print-line.
		write hla-print-line after 2.

	ca999-exit.
		exit.

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	z-general						section.

	copy "zza.rtn".

	end program mits01hl.
