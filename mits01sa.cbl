	identification division.
	program-id.
		mits01sa.

      ******************************************************************
      * MITS01SA
      * Employee data subject access statement. For an operator-
      * entered employee key (department/sub-department/employee) and
      * date range, gathers everything the payroll holds about the
      * person into one statement (SARSTMT):
      *   - the standing data and bank details on EMPHEAD, the bank
      *     details as last snapshotted (EMPSNAP) and every change to
      *     them recorded on the change history (EMPCHGH) with a pay
      *     date in the range;
      *   - tax, NI and net pay period by period from the employee
      *     history (EMPHIST) and its archive (EMPHARC) for every tax
      *     year the range touches;
      *   - attachment of earnings orders and their balances
      *     (AEOMAST);
      *   - payslip and cheque entries with a pay date in the range,
      *     and any BACS hold or quarantine entry, from the latest
      *     run's PAYSLIP, CHEQUES, BACSHOLD and QUARFILE.
      * A file not present is said so on the statement. Every request
      * run is appended to the request log (SARLOG) with who ran it,
      * the reference it was run under and what was found.
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

		copy "fa.fc".

		select gi-snap-fl
			assign to external EMPSNAP
			organization is indexed
			access mode is dynamic
			record key is gia-key
			file status is wzz-file-status.

		select hg-chg-hist-fl
			assign to external EMPCHGH
			organization is line sequential
			file status is wzz-file-status.

		select gc-emphist-fl
			assign to external EMPHIST
			organization is indexed
			access mode is dynamic
			record key is gca-key
			file status is wzz-file-status.

		select rb-emparc-fl
			assign to external EMPHARC
			organization is line sequential
			file status is wzz-file-status.

		select gh-aeo-fl
			assign to external AEOMAST
			organization is indexed
			access mode is dynamic
			record key is gha-key
			file status is wzz-file-status.

		select fm-payslip-fl
			assign to external PAYSLIP
			organization is line sequential
			file status is wzz-file-status.

		select gf-cheque-fl
			assign to external CHEQUES
			organization is line sequential
			file status is wzz-file-status.

		select fq-hold-fl
			assign to external BACSHOLD
			organization is line sequential
			file status is wzz-file-status.

		select ga-quar-fl
			assign to external QUARFILE
			organization is line sequential
			file status is wzz-file-status.

		select sl-log-fl
			assign to external SARLOG
			organization is line sequential
			file status is wzz-file-status.

		select saa-prt-fl
			assign to external SARSTMT
			organization is line sequential
			file status is wzz-file-status.

      ******************************************************************
      //////////////////////////////////////////////////////////////////
	data division.

	file section.

		copy "fa.fd".
		copy "fab.rec".

      *  SAME LAYOUT AS MITS01CA'S GI-SNAP-FL.
	fd gi-snap-fl.

	01 gia-rec.
	    03 gia-key.
		05 gia-dept			pic x(6).
		05 gia-sub-dept			pic x(6).
		05 gia-employee			pic x(8).
	    03 gia-bank-sort-code		pic 9(6).
	    03 gia-bank-acc-no			pic 9(8).
	    03 gia-bank-acc-name		pic x(18).
	    03 gia-pay-method			pic x.

      *  SAME LAYOUT AS MITS01CA'S HG-CHG-HIST-FL.
	fd hg-chg-hist-fl.

	01 hga-rec.
	    03 hga-emp-key.
		05 hga-dept			pic x(6).
		05 hga-sub-dept			pic x(6).
		05 hga-employee			pic x(8).
	    03 filler				pic x.
	    03 hga-pay-date			pic x(8).
	    03 filler				pic x.
	    03 hga-run-seq			pic x(6).
	    03 filler				pic x.
	    03 hga-change			pic x(3).
	    03 filler				pic x.
	    03 hga-old-sort-code		pic 9(6).
	    03 filler				pic x.
	    03 hga-old-acc-no			pic 9(8).
	    03 filler				pic x.
	    03 hga-old-acc-name			pic x(18).
	    03 filler				pic x.
	    03 hga-old-pay-method		pic x.
	    03 filler				pic x.
	    03 hga-new-sort-code		pic 9(6).
	    03 filler				pic x.
	    03 hga-new-acc-no			pic 9(8).
	    03 filler				pic x.
	    03 hga-new-acc-name			pic x(18).
	    03 filler				pic x.
	    03 hga-new-pay-method		pic x.

      *  SAME LAYOUT AS MITS01CA'S GC-EMPHIST-FL.
	fd gc-emphist-fl.

	01 gca-rec.
	    03 gca-key.
		05 gca-emp-key.
		    07 gca-dept			pic x(6).
		    07 gca-sub-dept		pic x(6).
		    07 gca-employee		pic x(8).
		05 gca-tax-year			pic x(4).
		05 gca-period			pic xx.
	    03 gca-tax				pic s9(12).
	    03 gca-ni				pic s9(12).
	    03 gca-net				pic s9(12).

      *  EMPHIST RECORDS AS MITS01AR ARCHIVES THEM - THE GC-EMPHIST-FL
      *  LAYOUT, ONE TO A LINE.
	fd rb-emparc-fl.

	01 rba-rec.
	    03 rba-emp-key			pic x(20).
	    03 rba-tax-year			pic x(4).
	    03 rba-period			pic xx.
	    03 rba-tax				pic s9(12).
	    03 rba-ni				pic s9(12).
	    03 rba-net				pic s9(12).

      *  SAME LAYOUT AS MITS01CA'S GH-AEO-FL.
	fd gh-aeo-fl.

	01 gha-rec.
	    03 gha-key.
		05 gha-emp-key.
		    07 gha-dept			pic x(6).
		    07 gha-sub-dept		pic x(6).
		    07 gha-employee		pic x(8).
		05 gha-code			pic x(4).
	    03 gha-total-ordered		pic s9(12).
	    03 gha-balance			pic s9(12).
	    03 gha-last-run-seq			pic x(6).

      *  SAME LAYOUT AS MITS01CA'S FM-PAYSLIP-FL.
	fd fm-payslip-fl.

	01 fma-rec.
	    03 fma-rec-type			pic x.
	    03 fma-emp-key.
		05 fma-dept			pic x(6).
		05 fma-sub-dept			pic x(6).
		05 fma-employee			pic x(8).
	    03 fma-code				pic x(4).
	    03 fma-desc				pic x(18).
	    03 fma-emp-name			pic x(20).
	    03 fma-amount			pic s9(12).
	    03 fma-tax-period			pic xx.
	    03 fma-pay-date			pic x(8).

      *  SAME LAYOUT AS MITS01CA'S GF-CHEQUE-FL.
	fd gf-cheque-fl.

	01 gfa-rec.
	    03 gfa-cheque-no			pic 9(6).
	    03 filler				pic x.
	    03 gfa-dept				pic x(6).
	    03 filler				pic x.
	    03 gfa-sub-dept			pic x(6).
	    03 filler				pic x.
	    03 gfa-employee			pic x(8).
	    03 filler				pic x.
	    03 gfa-emp-name			pic x(20).
	    03 filler				pic x.
	    03 gfa-amount			pic s9(12).
	    03 filler				pic x.
	    03 gfa-pay-date			pic x(8).

      *  SAME LAYOUT AS MITS01CA'S FQ-HOLD-FL.
	fd fq-hold-fl.

	01 fqa-rec.
	    03 fqa-rec-type			pic x.
	    03 fqa-emp-key.
		05 fqa-dept			pic x(6).
		05 fqa-sub-dept			pic x(6).
		05 fqa-employee			pic x(8).
	    03 fqa-emp-name			pic x(20).
	    03 fqa-sort-code			pic 9(6).
	    03 fqa-account-no			pic 9(8).
	    03 fqa-account-name			pic x(18).
	    03 fqa-amount			pic s9(12).
	    03 fqa-reason			pic x(30).

      *  SAME LAYOUT AS MITS01CA'S GA-QUAR-FL.
	fd ga-quar-fl.

	01 gaa-rec.
	    03 gaa-file				pic x(10).
	    03 gaa-status			pic xx.
	    03 gaa-key				pic x(20).
	    03 gaa-emp-name			pic x(20).
	    03 gaa-net-mkr			pic x.
	    03 gaa-record			pic x(100).

      *  ONE RECORD PER STATEMENT PRODUCED - WHEN, BY WHOM, UNDER WHAT
      *  REFERENCE, FOR WHICH EMPLOYEE AND DATES, AND HOW MANY ENTRIES
      *  EACH SOURCE GAVE. APPENDED TO, NEVER REWRITTEN.
	fd sl-log-fl.

	01 sla-rec.
	    03 sla-run-date			pic 9(8).
	    03 filler				pic x.
	    03 sla-run-time			pic 9(8).
	    03 filler				pic x.
	    03 sla-operator			pic x(8).
	    03 filler				pic x.
	    03 sla-reference			pic x(12).
	    03 filler				pic x.
	    03 sla-emp-key			pic x(20).
	    03 filler				pic x.
	    03 sla-date-from			pic x(8).
	    03 filler				pic x.
	    03 sla-date-to			pic x(8).
	    03 filler				pic x.
	    03 sla-on-header			pic x.
	    03 filler				pic x.
	    03 sla-counts.
		05 sla-count	occurs 8.
		    07 sla-cnt			pic 9(5).
		    07 filler			pic x.

	fd saa-prt-fl.

	01 saa-print-line			pic x(132).

      ******************************************************************
      //////////////////////////////////////////////////////////////////
	working-storage section.

		copy "wzz.ws".

	01 wsa-params.
	    03 wsa-emp-key.
		05 wsa-dept			pic x(6).
		05 wsa-sub-dept			pic x(6).
		05 wsa-employee			pic x(8).
	    03 wsa-date-from			pic x(8).
	    03 wsa-from-r redefines wsa-date-from.
		05 wsa-from-yyyy		pic 9(4).
		05 wsa-from-mmdd		pic 9(4).
	    03 wsa-date-to			pic x(8).
	    03 wsa-to-r redefines wsa-date-to.
		05 wsa-to-yyyy			pic 9(4).
		05 wsa-to-mmdd			pic 9(4).
	    03 wsa-year-from			pic 9(4).
	    03 wsa-year-from-x redefines wsa-year-from
						pic x(4).
	    03 wsa-year-to			pic 9(4).
	    03 wsa-year-to-x redefines wsa-year-to
						pic x(4).
	    03 wsa-reference			pic x(12).
	    03 wsa-operator			pic x(8).

	01 wsa-flags.
	    03 wsa-eof-flag			pic 9.
	    03 wsa-on-header			pic x.

      *  one count per source, in statement order - change history,
      *  history, archive, orders, payslip, cheques, holds, quarantine.
	01 wsa-counts.
	    03 wsa-cnt				pic 9(5) occurs 8.
	01 wsa-sub				pic 9.
	01 wsa-total-cnt			pic 9(6).

	01 wsa-run-date				pic 9(8).
	01 wsa-run-date-x redefines wsa-run-date
						pic x(8).
	01 wsa-run-time				pic 9(8).

	01 wsa-amounts.
	    03 wsa-tot-tax			pic s9(12).
	    03 wsa-tot-ni			pic s9(12).
	    03 wsa-tot-net			pic s9(12).

	01 wsb-head-line.
	    03 filler				pic x(40) value
		"MITS01SA SUBJECT ACCESS STATEMENT - EMPL".
	    03 filler				pic x(6) value
		"OYEE ".
	    03 wsb-hd-dept			pic x(6).
	    03 filler				pic x value "/".
	    03 wsb-hd-sub-dept			pic x(6).
	    03 filler				pic x value "/".
	    03 wsb-hd-employee			pic x(8).

	01 wsb-head-line-2.
	    03 filler				pic x(11) value
		"DATES FROM ".
	    03 wsb-hd-from			pic x(8).
	    03 filler				pic x(4) value
		" TO ".
	    03 wsb-hd-to			pic x(8).
	    03 filler				pic x(13) value
		"  REFERENCE ".
	    03 wsb-hd-ref			pic x(12).
	    03 filler				pic x(9) value
		"  RUN ON ".
	    03 wsb-hd-date			pic 9(8).
	    03 filler				pic x(4) value
		" BY ".
	    03 wsb-hd-operator			pic x(8).

	01 wsb-value-line.
	    03 filler				pic x(4).
	    03 wsb-vl-label			pic x(24).
	    03 wsb-vl-value			pic x(40).

	01 wsb-bank-line.
	    03 filler				pic x(4) value spaces.
	    03 wsb-bl-label			pic x(24).
	    03 wsb-bl-sort-code			pic 9(6).
	    03 filler				pic x value space.
	    03 wsb-bl-acc-no			pic 9(8).
	    03 filler				pic x value space.
	    03 wsb-bl-acc-name			pic x(18).
	    03 filler				pic x(8) value
		" METHOD ".
	    03 wsb-bl-method			pic x.

	01 wsb-chg-col-line.
	    03 filler				pic x(4) value spaces.
	    03 filler				pic x(9) value
		"PAY DATE".
	    03 filler				pic x(7) value
		"RUN".
	    03 filler				pic x(4) value
		"CHG".
	    03 filler				pic x(7) value
		"SORT".
	    03 filler				pic x(9) value
		"ACCOUNT".
	    03 filler				pic x(19) value
		"OLD NAME".
	    03 filler				pic x(2) value
		"M".
	    03 filler				pic x(7) value
		"SORT".
	    03 filler				pic x(9) value
		"ACCOUNT".
	    03 filler				pic x(19) value
		"NEW NAME".
	    03 filler				pic x(1) value
		"M".

	01 wsb-chg-line.
	    03 filler				pic x(4).
	    03 wsb-cl-pay-date			pic x(8).
	    03 filler				pic x.
	    03 wsb-cl-run-seq			pic x(6).
	    03 filler				pic x.
	    03 wsb-cl-change			pic x(3).
	    03 filler				pic x.
	    03 wsb-cl-old-sort			pic 9(6).
	    03 filler				pic x.
	    03 wsb-cl-old-acc-no		pic 9(8).
	    03 filler				pic x.
	    03 wsb-cl-old-acc-name		pic x(18).
	    03 filler				pic x.
	    03 wsb-cl-old-method		pic x.
	    03 filler				pic x.
	    03 wsb-cl-new-sort			pic 9(6).
	    03 filler				pic x.
	    03 wsb-cl-new-acc-no		pic 9(8).
	    03 filler				pic x.
	    03 wsb-cl-new-acc-name		pic x(18).
	    03 filler				pic x.
	    03 wsb-cl-new-method		pic x.

	01 wsb-hist-col-line.
	    03 filler				pic x(4) value spaces.
	    03 filler				pic x(9) value
		"SOURCE".
	    03 filler				pic x(5) value
		"YEAR".
	    03 filler				pic x(3) value
		"PD".
	    03 filler				pic x(14) value
		"          TAX".
	    03 filler				pic x(14) value
		"           NI".
	    03 filler				pic x(13) value
		"          NET".

	01 wsb-hist-line.
	    03 filler				pic x(4).
	    03 wsb-hl-source			pic x(8).
	    03 filler				pic x.
	    03 wsb-hl-tax-year			pic x(4).
	    03 filler				pic x.
	    03 wsb-hl-period			pic xx.
	    03 filler				pic x.
	    03 wsb-hl-tax			pic z(9)9.99-.
	    03 filler				pic x.
	    03 wsb-hl-ni			pic z(9)9.99-.
	    03 filler				pic x.
	    03 wsb-hl-net			pic z(9)9.99-.

	01 wsb-aeo-col-line.
	    03 filler				pic x(4) value spaces.
	    03 filler				pic x(5) value
		"CODE".
	    03 filler				pic x(14) value
		"      ORDERED".
	    03 filler				pic x(14) value
		"      BALANCE".
	    03 filler				pic x(8) value
		"LAST RUN".

	01 wsb-aeo-line.
	    03 filler				pic x(4).
	    03 wsb-al-code			pic x(4).
	    03 filler				pic x.
	    03 wsb-al-ordered			pic z(9)9.99-.
	    03 filler				pic x.
	    03 wsb-al-balance			pic z(9)9.99-.
	    03 filler				pic x.
	    03 wsb-al-run-seq			pic x(6).

	01 wsb-slip-col-line.
	    03 filler				pic x(4) value spaces.
	    03 filler				pic x(9) value
		"PAY DATE".
	    03 filler				pic x(3) value
		"PD".
	    03 filler				pic x(2) value
		"T".
	    03 filler				pic x(5) value
		"CODE".
	    03 filler				pic x(19) value
		"DESCRIPTION".
	    03 filler				pic x(13) value
		"       AMOUNT".

	01 wsb-slip-line.
	    03 filler				pic x(4).
	    03 wsb-sl-pay-date			pic x(8).
	    03 filler				pic x.
	    03 wsb-sl-period			pic xx.
	    03 filler				pic x.
	    03 wsb-sl-type			pic x.
	    03 filler				pic x.
	    03 wsb-sl-code			pic x(4).
	    03 filler				pic x.
	    03 wsb-sl-desc			pic x(18).
	    03 filler				pic x.
	    03 wsb-sl-amount			pic z(9)9.99-.

	01 wsb-cheq-col-line.
	    03 filler				pic x(4) value spaces.
	    03 filler				pic x(7) value
		"CHEQUE".
	    03 filler				pic x(9) value
		"PAY DATE".
	    03 filler				pic x(14) value
		"       AMOUNT".
	    03 filler				pic x(4) value
		"NAME".

	01 wsb-cheq-line.
	    03 filler				pic x(4).
	    03 wsb-ql-cheque-no			pic 9(6).
	    03 filler				pic x.
	    03 wsb-ql-pay-date			pic x(8).
	    03 filler				pic x.
	    03 wsb-ql-amount			pic z(9)9.99-.
	    03 filler				pic x.
	    03 wsb-ql-emp-name			pic x(20).

	01 wsb-hold-col-line.
	    03 filler				pic x(4) value spaces.
	    03 filler				pic x(8) value
		"TYPE".
	    03 filler				pic x(7) value
		"SORT".
	    03 filler				pic x(9) value
		"ACCOUNT".
	    03 filler				pic x(19) value
		"ACCOUNT NAME".
	    03 filler				pic x(14) value
		"       AMOUNT".
	    03 filler				pic x(6) value
		"REASON".

	01 wsb-hold-line.
	    03 filler				pic x(4).
	    03 wsb-ol-type			pic x(7).
	    03 filler				pic x.
	    03 wsb-ol-sort-code			pic 9(6).
	    03 filler				pic x.
	    03 wsb-ol-account-no		pic 9(8).
	    03 filler				pic x.
	    03 wsb-ol-account-name		pic x(18).
	    03 filler				pic x.
	    03 wsb-ol-amount			pic z(9)9.99-.
	    03 filler				pic x.
	    03 wsb-ol-reason			pic x(30).

	01 wsb-quar-col-line.
	    03 filler				pic x(4) value spaces.
	    03 filler				pic x(11) value
		"FILE".
	    03 filler				pic x(3) value
		"ST".
	    03 filler				pic x(2) value
		"N".
	    03 filler				pic x(11) value
		"RECORD HELD".

	01 wsb-quar-line.
	    03 filler				pic x(4).
	    03 wsb-ul-file			pic x(10).
	    03 filler				pic x.
	    03 wsb-ul-status			pic xx.
	    03 filler				pic x.
	    03 wsb-ul-net-mkr			pic x.
	    03 filler				pic x.
	    03 wsb-ul-record			pic x(100).

	01 wsb-end-line.
	    03 filler				pic x(40) value
		"END OF STATEMENT - ENTRIES LISTED ".
	    03 wsb-el-cnt			pic z(5)9.

      ******************************************************************
      //////////////////////////////////////////////////////////////////
	procedure division.

	declaratives.

		copy "fa.dec".

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	f1-err							section.
		use after error procedure on gi-snap-fl.

	f1err.
		if wzz-io-err-code = zero
			move "EMPSNAP" to wzz-file-name
			call "mits01vc" using
				wzz-file-status
				wzz-io-err-code
				wzz-file-name.

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	f2-err							section.
		use after error procedure on hg-chg-hist-fl.

	f2err.
		if wzz-io-err-code = zero
			move "EMPCHGH" to wzz-file-name
			call "mits01vc" using
				wzz-file-status
				wzz-io-err-code
				wzz-file-name.

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	f3-err							section.
		use after error procedure on gc-emphist-fl.

	f3err.
		if wzz-io-err-code = zero
			move "EMPHIST" to wzz-file-name
			call "mits01vc" using
				wzz-file-status
				wzz-io-err-code
				wzz-file-name.

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	f5-err							section.
		use after error procedure on rb-emparc-fl.

	f5err.
		if wzz-io-err-code = zero
			move "EMPHARC" to wzz-file-name
			call "mits01vc" using
				wzz-file-status
				wzz-io-err-code
				wzz-file-name.

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	f6-err							section.
		use after error procedure on gh-aeo-fl.

	f6err.
		if wzz-io-err-code = zero
			move "AEOMAST" to wzz-file-name
			call "mits01vc" using
				wzz-file-status
				wzz-io-err-code
				wzz-file-name.

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	f7-err							section.
		use after error procedure on fm-payslip-fl.

	f7err.
		if wzz-io-err-code = zero
			move "PAYSLIP" to wzz-file-name
			call "mits01vc" using
				wzz-file-status
				wzz-io-err-code
				wzz-file-name.

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	f8-err							section.
		use after error procedure on gf-cheque-fl.

	f8err.
		if wzz-io-err-code = zero
			move "CHEQUES" to wzz-file-name
			call "mits01vc" using
				wzz-file-status
				wzz-io-err-code
				wzz-file-name.

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	f9-err							section.
		use after error procedure on fq-hold-fl.

	f9err.
		if wzz-io-err-code = zero
			move "BACSHOLD" to wzz-file-name
			call "mits01vc" using
				wzz-file-status
				wzz-io-err-code
				wzz-file-name.

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	f0-err							section.
		use after error procedure on ga-quar-fl.

	f0err.
		if wzz-io-err-code = zero
			move "QUARFILE" to wzz-file-name
			call "mits01vc" using
				wzz-file-status
				wzz-io-err-code
				wzz-file-name.

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	pa-err							section.
		use after error procedure on saa-prt-fl.

	paerr.
		if wzz-io-err-code = zero
			move "SARSTMT" to wzz-file-name
			call "mits01vc" using
				wzz-file-status
				wzz-io-err-code
				wzz-file-name.

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	pb-err							section.
		use after error procedure on sl-log-fl.

	pberr.
		if wzz-io-err-code = zero
			move "SARLOG" to wzz-file-name
			call "mits01vc" using
				wzz-file-status
				wzz-io-err-code
				wzz-file-name.

	end declaratives.

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	aa-main							section.

	aa000-start.
		display "MITS01SA SUBJECT ACCESS STATEMENT".
		accept wsa-run-date from date yyyymmdd.
		accept wsa-run-time from time.
		display "ENTER EMPLOYEE DEPARTMENT".
		accept wsa-dept.
		display "ENTER EMPLOYEE SUB-DEPARTMENT".
		accept wsa-sub-dept.
		display "ENTER EMPLOYEE NUMBER".
		accept wsa-employee.
		if wsa-employee = spaces
			display "MITS01SA NO EMPLOYEE NUMBER "
				"- NOTHING DONE"
			move 12 to return-code
			go to aa999-exit.
		display "ENTER DATE FROM (YYYYMMDD)".
		accept wsa-date-from.
		if wsa-date-from not numeric
			display "MITS01SA DATE FROM NOT NUMERIC "
				"- NOTHING DONE"
			move 12 to return-code
			go to aa999-exit.
		display "ENTER DATE TO (YYYYMMDD OR BLANK FOR TODAY)".
		accept wsa-date-to.
		if wsa-date-to = spaces
			move wsa-run-date-x to wsa-date-to.
		if wsa-date-to not numeric
			or wsa-date-to < wsa-date-from
			display "MITS01SA DATE TO NOT NUMERIC OR "
				"BEFORE DATE FROM - NOTHING DONE"
			move 12 to return-code
			go to aa999-exit.
		display "ENTER REQUEST REFERENCE".
		accept wsa-reference.
		display "ENTER OPERATOR".
		accept wsa-operator.
		if wsa-reference = spaces
			or wsa-operator = spaces
			display "MITS01SA REFERENCE AND OPERATOR ARE "
				"BOTH NEEDED FOR THE LOG - NOTHING DONE"
			move 12 to return-code
			go to aa999-exit.
      *	the tax years the range touches - the UK tax year runs from
      *	6 April, so a date before that belongs to the year before.
		move wsa-from-yyyy to wsa-year-from.
		if wsa-from-mmdd < 0406
			subtract 1 from wsa-year-from.
		move wsa-to-yyyy to wsa-year-to.
		if wsa-to-mmdd < 0406
			subtract 1 from wsa-year-to.
		move zero to wsa-flags wsa-counts wsa-amounts.
		open output saa-prt-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move wsa-dept to wsb-hd-dept.
		move wsa-sub-dept to wsb-hd-sub-dept.
		move wsa-employee to wsb-hd-employee.
		move spaces to saa-print-line.
		move wsb-head-line to saa-print-line.
		write saa-print-line after 1.
		move wsa-date-from to wsb-hd-from.
		move wsa-date-to to wsb-hd-to.
		move wsa-reference to wsb-hd-ref.
		move wsa-run-date to wsb-hd-date.
		move wsa-operator to wsb-hd-operator.
		move wsb-head-line-2 to saa-print-line.
		write saa-print-line after 1.
		perform ba-standing-data.
		perform bb-change-history.
		perform bc-pay-history.
		perform bd-court-orders.
		perform be-payslips.
		perform bf-cheques.
		perform bg-bacs-holds.
		perform bh-quarantine.
		move zero to wsa-total-cnt.
		perform aa100-add-cnt
			varying wsa-sub from 1 by 1
			until wsa-sub > 8.
		move wsa-total-cnt to wsb-el-cnt.
		move wsb-end-line to saa-print-line.
		write saa-print-line after 3.
		close saa-prt-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		perform bz-write-log.
		display "MITS01SA STATEMENT WRITTEN - " wsa-total-cnt
			" ENTRIES - REFERENCE " wsa-reference.
		if wsa-on-header = "N"
			display "MITS01SA EMPLOYEE NOT ON THE HEADER "
				"FILE"
			move 4 to return-code.
		go to aa999-exit.

	aa100-add-cnt.
		add wsa-cnt(wsa-sub) to wsa-total-cnt.

	aa999-exit.
		stop run.

      *******************************************************************
      *  BA-STANDING-DATA.						*
      *  The employee's header - name, cost code, NI class, status,	*
      *  pay method and bank details - followed by the bank details	*
      *  as held on the run-to-run snapshot.				*
      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	ba-standing-data					section.

	ba000-start.
		move "STANDING DATA (EMPHEAD)" to saa-print-line.
		write saa-print-line after 3.
		move "N" to wsa-on-header.
		open input fa-employee-header.
		if wzz-io-err-code not = zero
			move zero to wzz-io-err-code
			move "U" to wsa-on-header
			move "    FILE NOT AVAILABLE" to saa-print-line
			write saa-print-line after 2
			go to ba100-snapshot.
		move wsa-emp-key to faa-key.
		read fa-employee-header
			invalid key
			move "    NOT ON THE EMPLOYEE HEADER FILE"
				to saa-print-line
			write saa-print-line after 2
			go to ba090-close.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move "Y" to wsa-on-header.
		move spaces to wsb-value-line.
		move "NAME" to wsb-vl-label.
		move fab-emp-name to wsb-vl-value.
		move wsb-value-line to saa-print-line.
		write saa-print-line after 2.
		move "COST CODE" to wsb-vl-label.
		move fab-cost-code to wsb-vl-value.
		move wsb-value-line to saa-print-line.
		write saa-print-line after 1.
		move "NI CLASS" to wsb-vl-label.
		move fab-ni-class to wsb-vl-value.
		move wsb-value-line to saa-print-line.
		write saa-print-line after 1.
		move "CURRENT STATUS" to wsb-vl-label.
		move fab-current-status to wsb-vl-value.
		move wsb-value-line to saa-print-line.
		write saa-print-line after 1.
		move "PAY METHOD" to wsb-vl-label.
		move fab-pay-method to wsb-vl-value.
		move wsb-value-line to saa-print-line.
		write saa-print-line after 1.
		move "BANK CODE" to wsb-vl-label.
		move fab-bank-code to wsb-vl-value.
		move wsb-value-line to saa-print-line.
		write saa-print-line after 1.
		move "BANK DETAILS" to wsb-bl-label.
		move fab-bank-sort-code to wsb-bl-sort-code.
		move fab-bank-acc-no to wsb-bl-acc-no.
		move fab-bank-acc-name to wsb-bl-acc-name.
		move fab-pay-method to wsb-bl-method.
		move wsb-bank-line to saa-print-line.
		write saa-print-line after 1.

	ba090-close.
		close fa-employee-header.
		if wzz-io-err-code not = zero
			perform zza-io-err.

	ba100-snapshot.
		move "BANK DETAILS AS AT THE LAST PAYROLL RUN (EMPSNAP)"
			to saa-print-line.
		write saa-print-line after 3.
		open input gi-snap-fl.
		if wzz-io-err-code not = zero
			move zero to wzz-io-err-code
			move "    FILE NOT AVAILABLE" to saa-print-line
			write saa-print-line after 2
			go to ba999-exit.
		move wsa-emp-key to gia-key.
		read gi-snap-fl
			invalid key
			move "    NONE HELD" to saa-print-line
			write saa-print-line after 2
			go to ba190-close.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move "BANK DETAILS" to wsb-bl-label.
		move gia-bank-sort-code to wsb-bl-sort-code.
		move gia-bank-acc-no to wsb-bl-acc-no.
		move gia-bank-acc-name to wsb-bl-acc-name.
		move gia-pay-method to wsb-bl-method.
		move wsb-bank-line to saa-print-line.
		write saa-print-line after 2.

	ba190-close.
		close gi-snap-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.

	ba999-exit.
		exit.

      *******************************************************************
      *  BB-CHANGE-HISTORY.						*
      *  Every bank detail or pay method change (and the first		*
      *  appearance of the employee) recorded by the payroll runs	*
      *  with a pay date in the range, old and new values.		*
      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	bb-change-history					section.

	bb000-start.
		move "BANK DETAIL CHANGE HISTORY (EMPCHGH)"
			to saa-print-line.
		write saa-print-line after 3.
		open input hg-chg-hist-fl.
		if wzz-io-err-code not = zero
			move zero to wzz-io-err-code
			move "    FILE NOT AVAILABLE" to saa-print-line
			write saa-print-line after 2
			go to bb999-exit.
		move wsb-chg-col-line to saa-print-line.
		write saa-print-line after 2.

	bb010-read.
		read hg-chg-hist-fl next record
			at end
			go to bb900-close.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		if hga-emp-key not = wsa-emp-key
			or hga-pay-date < wsa-date-from
			or hga-pay-date > wsa-date-to
			go to bb010-read.
		move spaces to wsb-chg-line.
		move hga-pay-date to wsb-cl-pay-date.
		move hga-run-seq to wsb-cl-run-seq.
		move hga-change to wsb-cl-change.
		move hga-old-sort-code to wsb-cl-old-sort.
		move hga-old-acc-no to wsb-cl-old-acc-no.
		move hga-old-acc-name to wsb-cl-old-acc-name.
		move hga-old-pay-method to wsb-cl-old-method.
		move hga-new-sort-code to wsb-cl-new-sort.
		move hga-new-acc-no to wsb-cl-new-acc-no.
		move hga-new-acc-name to wsb-cl-new-acc-name.
		move hga-new-pay-method to wsb-cl-new-method.
		move wsb-chg-line to saa-print-line.
		write saa-print-line after 1.
		add 1 to wsa-cnt(1).
		go to bb010-read.

	bb900-close.
		if wsa-cnt(1) = zero
			move "    NONE HELD" to saa-print-line
			write saa-print-line after 1.
		close hg-chg-hist-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.

	bb999-exit.
		exit.

      *******************************************************************
      *  BC-PAY-HISTORY.						*
      *  Tax, NI and net pay for each period posted in the tax years	*
      *  the range touches, from the live history and then from the	*
      *  archive of the years MITS01AR has moved off it.		*
      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	bc-pay-history						section.

	bc000-start.
		move "TAX, NI AND NET PAY BY PERIOD (EMPHIST, EMPHARC)"
			to saa-print-line.
		write saa-print-line after 3.
		move wsb-hist-col-line to saa-print-line.
		write saa-print-line after 2.
		open input gc-emphist-fl.
		if wzz-io-err-code not = zero
			move zero to wzz-io-err-code
			move "    EMPHIST NOT AVAILABLE"
				to saa-print-line
			write saa-print-line after 1
			go to bc100-archive.
		move wsa-emp-key to gca-emp-key.
		move low-values to gca-tax-year gca-period.
		start gc-emphist-fl key not < gca-key
			invalid key
			go to bc090-close.
		if wzz-io-err-code not = zero
			perform zza-io-err.

	bc010-read.
		read gc-emphist-fl next record
			at end
			go to bc090-close.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		if gca-emp-key not = wsa-emp-key
			go to bc090-close.
		if gca-tax-year < wsa-year-from-x
			or gca-tax-year > wsa-year-to-x
			go to bc010-read.
		move spaces to wsb-hist-line.
		move "HISTORY" to wsb-hl-source.
		move gca-tax-year to wsb-hl-tax-year.
		move gca-period to wsb-hl-period.
		divide gca-tax by 100 giving wsb-hl-tax.
		divide gca-ni by 100 giving wsb-hl-ni.
		divide gca-net by 100 giving wsb-hl-net.
		add gca-tax to wsa-tot-tax.
		add gca-ni to wsa-tot-ni.
		add gca-net to wsa-tot-net.
		move wsb-hist-line to saa-print-line.
		write saa-print-line after 1.
		add 1 to wsa-cnt(2).
		go to bc010-read.

	bc090-close.
		close gc-emphist-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.

	bc100-archive.
		open input rb-emparc-fl.
		if wzz-io-err-code not = zero
			move zero to wzz-io-err-code
			go to bc900-total.

	bc110-read.
		read rb-emparc-fl next record
			at end
			go to bc190-close.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		if rba-emp-key not = wsa-emp-key
			or rba-tax-year < wsa-year-from-x
			or rba-tax-year > wsa-year-to-x
			go to bc110-read.
		move spaces to wsb-hist-line.
		move "ARCHIVE" to wsb-hl-source.
		move rba-tax-year to wsb-hl-tax-year.
		move rba-period to wsb-hl-period.
		divide rba-tax by 100 giving wsb-hl-tax.
		divide rba-ni by 100 giving wsb-hl-ni.
		divide rba-net by 100 giving wsb-hl-net.
		add rba-tax to wsa-tot-tax.
		add rba-ni to wsa-tot-ni.
		add rba-net to wsa-tot-net.
		move wsb-hist-line to saa-print-line.
		write saa-print-line after 1.
		add 1 to wsa-cnt(3).
		go to bc110-read.

	bc190-close.
		close rb-emparc-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.

	bc900-total.
		if wsa-cnt(2) = zero
			and wsa-cnt(3) = zero
			move "    NONE HELD" to saa-print-line
			write saa-print-line after 1
			go to bc999-exit.
		move spaces to wsb-hist-line.
		move "TOTAL" to wsb-hl-source.
		divide wsa-tot-tax by 100 giving wsb-hl-tax.
		divide wsa-tot-ni by 100 giving wsb-hl-ni.
		divide wsa-tot-net by 100 giving wsb-hl-net.
		move wsb-hist-line to saa-print-line.
		write saa-print-line after 2.

	bc999-exit.
		exit.

      *******************************************************************
      *  BD-COURT-ORDERS.						*
      *  Every attachment of earnings order held for the employee,	*
      *  with the total ordered and the balance still to deduct.	*
      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	bd-court-orders						section.

	bd000-start.
		move "COURT ORDERS AND BALANCES (AEOMAST)"
			to saa-print-line.
		write saa-print-line after 3.
		open input gh-aeo-fl.
		if wzz-io-err-code not = zero
			move zero to wzz-io-err-code
			move "    FILE NOT AVAILABLE" to saa-print-line
			write saa-print-line after 2
			go to bd999-exit.
		move wsb-aeo-col-line to saa-print-line.
		write saa-print-line after 2.
		move wsa-emp-key to gha-emp-key.
		move low-values to gha-code.
		start gh-aeo-fl key not < gha-key
			invalid key
			go to bd900-close.
		if wzz-io-err-code not = zero
			perform zza-io-err.

	bd010-read.
		read gh-aeo-fl next record
			at end
			go to bd900-close.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		if gha-emp-key not = wsa-emp-key
			go to bd900-close.
		move spaces to wsb-aeo-line.
		move gha-code to wsb-al-code.
		divide gha-total-ordered by 100 giving wsb-al-ordered.
		divide gha-balance by 100 giving wsb-al-balance.
		move gha-last-run-seq to wsb-al-run-seq.
		move wsb-aeo-line to saa-print-line.
		write saa-print-line after 1.
		add 1 to wsa-cnt(4).
		go to bd010-read.

	bd900-close.
		if wsa-cnt(4) = zero
			move "    NONE HELD" to saa-print-line
			write saa-print-line after 1.
		close gh-aeo-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.

	bd999-exit.
		exit.

      *******************************************************************
      *  BE-PAYSLIPS.							*
      *  The payslip lines of the latest run's payslip file with a pay	*
      *  date in the range.						*
      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	be-payslips						section.

	be000-start.
		move "PAYSLIP ENTRIES (PAYSLIP)" to saa-print-line.
		write saa-print-line after 3.
		open input fm-payslip-fl.
		if wzz-io-err-code not = zero
			move zero to wzz-io-err-code
			move "    FILE NOT AVAILABLE" to saa-print-line
			write saa-print-line after 2
			go to be999-exit.
		move wsb-slip-col-line to saa-print-line.
		write saa-print-line after 2.

	be010-read.
		read fm-payslip-fl next record
			at end
			go to be900-close.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		if fma-emp-key not = wsa-emp-key
			or fma-pay-date < wsa-date-from
			or fma-pay-date > wsa-date-to
			go to be010-read.
		move spaces to wsb-slip-line.
		move fma-pay-date to wsb-sl-pay-date.
		move fma-tax-period to wsb-sl-period.
		move fma-rec-type to wsb-sl-type.
		move fma-code to wsb-sl-code.
		move fma-desc to wsb-sl-desc.
		if fma-rec-type = "H"
			move fma-emp-name to wsb-sl-desc.
		divide fma-amount by 100 giving wsb-sl-amount.
		move wsb-slip-line to saa-print-line.
		write saa-print-line after 1.
		add 1 to wsa-cnt(5).
		go to be010-read.

	be900-close.
		if wsa-cnt(5) = zero
			move "    NONE HELD" to saa-print-line
			write saa-print-line after 1.
		close fm-payslip-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.

	be999-exit.
		exit.

      *******************************************************************
      *  BF-CHEQUES.							*
      *  Cheques drawn for the employee by the latest run, with a pay	*
      *  date in the range.						*
      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	bf-cheques						section.

	bf000-start.
		move "CHEQUE ENTRIES (CHEQUES)" to saa-print-line.
		write saa-print-line after 3.
		open input gf-cheque-fl.
		if wzz-io-err-code not = zero
			move zero to wzz-io-err-code
			move "    FILE NOT AVAILABLE" to saa-print-line
			write saa-print-line after 2
			go to bf999-exit.
		move wsb-cheq-col-line to saa-print-line.
		write saa-print-line after 2.

	bf010-read.
		read gf-cheque-fl next record
			at end
			go to bf900-close.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		if gfa-dept not = wsa-dept
			or gfa-sub-dept not = wsa-sub-dept
			or gfa-employee not = wsa-employee
			or gfa-pay-date < wsa-date-from
			or gfa-pay-date > wsa-date-to
			go to bf010-read.
		move spaces to wsb-cheq-line.
		move gfa-cheque-no to wsb-ql-cheque-no.
		move gfa-pay-date to wsb-ql-pay-date.
		divide gfa-amount by 100 giving wsb-ql-amount.
		move gfa-emp-name to wsb-ql-emp-name.
		move wsb-cheq-line to saa-print-line.
		write saa-print-line after 1.
		add 1 to wsa-cnt(6).
		go to bf010-read.

	bf900-close.
		if wsa-cnt(6) = zero
			move "    NONE HELD" to saa-print-line
			write saa-print-line after 1.
		close gf-cheque-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.

	bf999-exit.
		exit.

      *******************************************************************
      *  BG-BACS-HOLDS.							*
      *  Credits withheld from the BACS submission ("H") and bank	*
      *  warnings ("W") raised against the employee by the latest run.	*
      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	bg-bacs-holds						section.

	bg000-start.
		move "BACS HOLD ENTRIES (BACSHOLD)" to saa-print-line.
		write saa-print-line after 3.
		open input fq-hold-fl.
		if wzz-io-err-code not = zero
			move zero to wzz-io-err-code
			move "    FILE NOT AVAILABLE" to saa-print-line
			write saa-print-line after 2
			go to bg999-exit.
		move wsb-hold-col-line to saa-print-line.
		write saa-print-line after 2.

	bg010-read.
		read fq-hold-fl next record
			at end
			go to bg900-close.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		if fqa-emp-key not = wsa-emp-key
			go to bg010-read.
		move spaces to wsb-hold-line.
		move "HELD" to wsb-ol-type.
		if fqa-rec-type = "W"
			move "WARNING" to wsb-ol-type.
		move fqa-sort-code to wsb-ol-sort-code.
		move fqa-account-no to wsb-ol-account-no.
		move fqa-account-name to wsb-ol-account-name.
		divide fqa-amount by 100 giving wsb-ol-amount.
		move fqa-reason to wsb-ol-reason.
		move wsb-hold-line to saa-print-line.
		write saa-print-line after 1.
		add 1 to wsa-cnt(7).
		go to bg010-read.

	bg900-close.
		if wsa-cnt(7) = zero
			move "    NONE HELD" to saa-print-line
			write saa-print-line after 1.
		close fq-hold-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.

	bg999-exit.
		exit.

      *******************************************************************
      *  BH-QUARANTINE.							*
      *  Record faults the payroll quarantined against the employee,	*
      *  with the record that was in hand at the time.			*
      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	bh-quarantine						section.

	bh000-start.
		move "QUARANTINE ENTRIES (QUARFILE)" to saa-print-line.
		write saa-print-line after 3.
		open input ga-quar-fl.
		if wzz-io-err-code not = zero
			move zero to wzz-io-err-code
			move "    FILE NOT AVAILABLE" to saa-print-line
			write saa-print-line after 2
			go to bh999-exit.
		move wsb-quar-col-line to saa-print-line.
		write saa-print-line after 2.

	bh010-read.
		read ga-quar-fl next record
			at end
			go to bh900-close.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		if gaa-key not = wsa-emp-key
			go to bh010-read.
		move spaces to wsb-quar-line.
		move gaa-file to wsb-ul-file.
		move gaa-status to wsb-ul-status.
		move gaa-net-mkr to wsb-ul-net-mkr.
		move gaa-record to wsb-ul-record.
		move wsb-quar-line to saa-print-line.
		write saa-print-line after 1.
		add 1 to wsa-cnt(8).
		go to bh010-read.

	bh900-close.
		if wsa-cnt(8) = zero
			move "    NONE HELD" to saa-print-line
			write saa-print-line after 1.
		close ga-quar-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.

	bh999-exit.
		exit.

      *******************************************************************
      *  BZ-WRITE-LOG.							*
      *  Appends this request to the subject access request log.	*
      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	bz-write-log						section.

	bz000-start.
		open extend sl-log-fl.
		if wzz-io-err-code not = zero
			move zero to wzz-io-err-code
			open output sl-log-fl
			if wzz-io-err-code not = zero
				perform zza-io-err
			end-if
		end-if.
		move spaces to sla-rec.
		move wsa-run-date to sla-run-date.
		move wsa-run-time to sla-run-time.
		move wsa-operator to sla-operator.
		move wsa-reference to sla-reference.
		move wsa-emp-key to sla-emp-key.
		move wsa-date-from to sla-date-from.
		move wsa-date-to to sla-date-to.
		move wsa-on-header to sla-on-header.
		perform bz100-count
			varying wsa-sub from 1 by 1
			until wsa-sub > 8.
		write sla-rec.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		close sl-log-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		go to bz999-exit.

	bz100-count.
		move wsa-cnt(wsa-sub) to sla-cnt(wsa-sub).

	bz999-exit.
		exit.

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	z-general						section.

	copy "zza.rtn".

	end program mits01sa.
