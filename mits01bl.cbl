	identification division.
	program-id.
		mits01bl.

      ******************************************************************
      * MITS01BL
      * Departmental payroll budget load. Applies the annual budget
      * file (BUDGIN) to the budget master (BUDGMAST) that MITS01CA's
      * EI-BUDGET-PRT posts the actuals to and reports from. Each
      * budget line names the tax year, department, CODETYPE category
      * (1-9, as the department cost extract) and tax period, and its
      * amount replaces whatever budget the master holds for that key
      * - the actual already posted is kept, so a revised budget can
      * be loaded at any point in the year. Every line is listed
      * accepted or rejected on BUDGLIST.
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

		select hd-budget-fl
			assign to external BUDGMAST
			organization is indexed
			access mode is dynamic
			record key is hda-key
			file status is wzz-file-status.

		select bi-budget-in-fl
			assign to external BUDGIN
			organization is line sequential
			file status is wzz-file-status.

		select bla-prt-fl
			assign to external BUDGLIST
			organization is line sequential
			file status is wzz-file-status.

      ******************************************************************
      //////////////////////////////////////////////////////////////////
	data division.

	file section.

      *  SAME LAYOUT AS MITS01CA'S HD-BUDGET-FL.
	fd hd-budget-fl.

	01 hda-rec.
	    03 hda-key.
		05 hda-tax-year			pic x(4).
		05 hda-dept			pic x(6).
		05 hda-category			pic 9.
		05 hda-period			pic xx.
	    03 hda-budget			pic s9(12).
	    03 hda-actual			pic s9(12).
	    03 hda-run-seq			pic x(6).

      *  ANNUAL BUDGET AS SUPPLIED BY FINANCE - ONE LINE PER TAX YEAR,
      *  DEPARTMENT, CATEGORY AND TAX PERIOD WITH THE BUDGET IN PENCE
      *  (A "-" SIGN FOR A CREDIT CATEGORY). A LINE REPEATED LATER IN
      *  THE FILE REPLACES THE EARLIER ONE.
	fd bi-budget-in-fl.

	01 bia-rec.
	    03 bia-key.
		05 bia-tax-year			pic x(4).
		05 bia-dept			pic x(6).
		05 bia-category			pic x.
		05 bia-category-n redefines bia-category
						pic 9.
		05 bia-period			pic xx.
		05 bia-period-n redefines bia-period
						pic 99.
	    03 bia-amount			pic x(12).
	    03 bia-amount-n redefines bia-amount
						pic 9(12).
	    03 bia-sign				pic x.

	fd bla-prt-fl.

	01 bla-print-line			pic x(132).

      ******************************************************************
      //////////////////////////////////////////////////////////////////
	working-storage section.

		copy "wzz.ws".

	01 wba-flags.
	    03 wba-eof-flag			pic 9.
	    03 wba-new				pic 9.

	01 wba-counts.
	    03 wba-read				pic 9(5).
	    03 wba-accept			pic 9(5).
	    03 wba-reject			pic 9(5).
	    03 wba-created			pic 9(5).

	01 wba-run-date				pic 9(8).

	01 wba-reason				pic x(30).

	01 wba-amounts.
	    03 wba-amount			pic s9(12).
	    03 wba-old-budget			pic s9(12).
	    03 wba-tot-amount			pic s9(12).

	01 wbb-head-line.
	    03 filler				pic x(35) value
		"MITS01BL DEPARTMENT BUDGET LOAD - R".
	    03 filler				pic x(6) value
		"UN ON ".
	    03 wbb-head-date			pic 9(8).

	01 wbb-col-line.
	    03 filler				pic x(40) value
		"YEAR DEPT   C PD        BUDGET    OLD BU".
	    03 filler				pic x(40) value
		"DGET     ACTUAL RESULT   REASON".

	01 wbb-load-line.
	    03 wbb-ll-year			pic x(4).
	    03 filler				pic x.
	    03 wbb-ll-dept			pic x(6).
	    03 filler				pic x.
	    03 wbb-ll-category			pic x.
	    03 filler				pic x.
	    03 wbb-ll-period			pic xx.
	    03 filler				pic x.
	    03 wbb-ll-budget			pic z(9)9.99-.
	    03 filler				pic x.
	    03 wbb-ll-old-budget		pic z(9)9.99-.
	    03 filler				pic x.
	    03 wbb-ll-actual			pic z(9)9.99-.
	    03 filler				pic x.
	    03 wbb-ll-result			pic x(8).
	    03 filler				pic x.
	    03 wbb-ll-reason			pic x(30).

	01 wbb-tot-line.
	    03 filler				pic x(6) value
		"LINES ".
	    03 wbb-tl-read			pic z(4)9.
	    03 filler				pic x(10) value
		"  ACCEPTED".
	    03 wbb-tl-accept			pic z(4)9.
	    03 filler				pic x(10) value
		"  REJECTED".
	    03 wbb-tl-reject			pic z(4)9.
	    03 filler				pic x(13) value
		"  NEW RECORDS".
	    03 wbb-tl-created			pic z(4)9.
	    03 filler				pic x(15) value
		"  BUDGET LOADED".
	    03 wbb-tl-amount			pic z(9)9.99-.

      ******************************************************************
      //////////////////////////////////////////////////////////////////
	procedure division.

	declaratives.

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	f1-err							section.
		use after error procedure on hd-budget-fl.

	f1err.
		if wzz-io-err-code = zero
			move "BUDGMAST" to wzz-file-name
			call "mits01vc" using
				wzz-file-status
				wzz-io-err-code
				wzz-file-name.

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	f2-err							section.
		use after error procedure on bi-budget-in-fl.

	f2err.
		if wzz-io-err-code = zero
			move "BUDGIN" to wzz-file-name
			call "mits01vc" using
				wzz-file-status
				wzz-io-err-code
				wzz-file-name.

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	pa-err							section.
		use after error procedure on bla-prt-fl.

	paerr.
		if wzz-io-err-code = zero
			move "BUDGLIST" to wzz-file-name
			call "mits01vc" using
				wzz-file-status
				wzz-io-err-code
				wzz-file-name.

	end declaratives.

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	aa-main							section.

	aa000-start.
		display "MITS01BL DEPARTMENT BUDGET LOAD".
		open input bi-budget-in-fl.
		if wzz-io-err-code not = zero
			display "MITS01BL NO BUDGET FILE - NOTHING DONE"
			move zero to wzz-io-err-code
			move 12 to return-code
			go to aa999-exit.
		open i-o hd-budget-fl.
		if wzz-io-err-code not = zero
			move zero to wzz-io-err-code
			open output hd-budget-fl
			if wzz-io-err-code not = zero
				perform zza-io-err
			end-if
			close hd-budget-fl
			if wzz-io-err-code not = zero
				perform zza-io-err
			end-if
			open i-o hd-budget-fl
			if wzz-io-err-code not = zero
				perform zza-io-err
			end-if
		end-if.
		open output bla-prt-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		accept wba-run-date from date yyyymmdd.
		move zero to wba-flags wba-counts wba-amounts.
		move wba-run-date to wbb-head-date.
		move spaces to bla-print-line.
		move wbb-head-line to bla-print-line.
		write bla-print-line after 1.
		move wbb-col-line to bla-print-line.
		write bla-print-line after 2.
		move spaces to bla-print-line.
		write bla-print-line after 1.
		perform ba-budget-line until wba-eof-flag not = zero.
		move wba-read to wbb-tl-read.
		move wba-accept to wbb-tl-accept.
		move wba-reject to wbb-tl-reject.
		move wba-created to wbb-tl-created.
		divide wba-tot-amount by 100 giving wbb-tl-amount.
		move wbb-tot-line to bla-print-line.
		write bla-print-line after 2.
		close bla-prt-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		close hd-budget-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		close bi-budget-in-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		display "MITS01BL BUDGET LINES ACCEPTED " wba-accept
			" REJECTED " wba-reject.
		if wba-reject not = zero
			move 4 to return-code.

	aa999-exit.
		stop run.

      *******************************************************************
      *  BA-BUDGET-LINE.						*
      *  Validates one budget line and sets the master's budget for	*
      *  the key to it, creating the record (with no actual) where	*
      *  the department/category/period has not been budgeted or	*
      *  paid before.							*
      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	ba-budget-line						section.

	ba000-start.
		read bi-budget-in-fl
			at end
			move 1 to wba-eof-flag
			go to ba999-exit.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		add 1 to wba-read.
		move spaces to wba-reason.
		move zero to wba-amount wba-old-budget.
		move zero to hda-actual.
		if bia-tax-year not numeric
			move "TAX YEAR NOT NUMERIC" to wba-reason
			go to ba900-reject.
		if bia-dept = spaces
			move "NO DEPARTMENT" to wba-reason
			go to ba900-reject.
		if bia-category not numeric
			or bia-category-n = zero
			move "CATEGORY NOT 1 TO 9" to wba-reason
			go to ba900-reject.
		if bia-period not numeric
			or bia-period-n = zero
			or bia-period-n > 53
			move "TAX PERIOD NOT 01 TO 53" to wba-reason
			go to ba900-reject.
		if bia-amount not numeric
			move "AMOUNT NOT NUMERIC" to wba-reason
			go to ba900-reject.
		if bia-sign not = space
			and bia-sign not = "+"
			and bia-sign not = "-"
			move "AMOUNT SIGN NOT + OR -" to wba-reason
			go to ba900-reject.
		move bia-amount-n to wba-amount.
		if bia-sign = "-"
			multiply -1 by wba-amount.
		move bia-key to hda-key.
		move zero to wba-new.
		read hd-budget-fl
			invalid key
			move 1 to wba-new.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		if wba-new not = zero
			move bia-key to hda-key
			move zero to hda-budget hda-actual
			move spaces to hda-run-seq.
		move hda-budget to wba-old-budget.
		move wba-amount to hda-budget.
		if wba-new = zero
			rewrite hda-rec
			else
			write hda-rec.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		add 1 to wba-accept.
		add wba-new to wba-created.
		add wba-amount to wba-tot-amount.
		move "ACCEPTED" to wbb-ll-result.
		go to ba950-list.

	ba900-reject.
		add 1 to wba-reject.
		move "REJECTED" to wbb-ll-result.

	ba950-list.
		move bia-tax-year to wbb-ll-year.
		move bia-dept to wbb-ll-dept.
		move bia-category to wbb-ll-category.
		move bia-period to wbb-ll-period.
		divide wba-amount by 100 giving wbb-ll-budget.
		divide wba-old-budget by 100 giving wbb-ll-old-budget.
		divide hda-actual by 100 giving wbb-ll-actual.
		move wba-reason to wbb-ll-reason.
		move wbb-load-line to bla-print-line.
		write bla-print-line after 1.

	ba999-exit.
		exit.

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	z-general						section.

	copy "zza.rtn".

	end program mits01bl.
