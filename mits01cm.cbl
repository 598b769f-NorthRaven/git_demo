	identification division.
	program-id.
		mits01cm.

      ******************************************************************
      * MITS01CM
      * Re-run comparison listing for a tax period processed twice
      * (a second run let through the run gate by the GATEOVR
      * override). Takes the outputs saved from each run and lists
      * every difference between them, as the evidence of what the
      * re-run changed, to be filed with the run log entry:
      *   - PRPAY (FC-PAY-FL) data code by data code, all six
      *     summary columns (B/FWD, MANUALS, ADJUSTMENTS, CURRENT,
      *     MANUAL+CURRENT, C/FWD);
      *   - department by department, from the department records
      *     of the cost extract (DEPTEXTR) DS-WRITE-DEPT-EXTRACT
      *     copies DEPTPAY out to before each clear (DEPTPAY itself
      *     is left empty at the end of every run);
      *   - the BACS submission credit by credit (destination sort
      *     code, account and reference): credits added, credits
      *     dropped and amounts changed.
      * Each run's copies are assigned as PRPAY1/DEPTEXT1/BACS1
      * (first run) and PRPAY2/DEPTEXT2/BACS2 (second run). Both
      * runs are loaded to the CMPWORK scratch file by key
      * so neither needs to be in any particular order. The listing
      * ends with a NO DIFFERENCES or N DIFFERENCES verdict; a pair
      * not supplied is reported as not compared.
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

		select ca-prpay1-fl
			assign to external PRPAY1
			organization is indexed
			access mode is dynamic
			record key is caa-key
			file status is wzz-file-status.

		select cb-prpay2-fl
			assign to external PRPAY2
			organization is indexed
			access mode is dynamic
			record key is cba-key
			file status is wzz-file-status.

		select ce-extr1-fl
			assign to external DEPTEXT1
			organization is line sequential
			file status is wzz-file-status.

		select cf-extr2-fl
			assign to external DEPTEXT2
			organization is line sequential
			file status is wzz-file-status.

		select cg-bacs1-fl
			assign to external BACS1
			organization is line sequential
			file status is wzz-file-status.

		select ch-bacs2-fl
			assign to external BACS2
			organization is line sequential
			file status is wzz-file-status.

		select cw-work-fl
			assign to external CMPWORK
			organization is indexed
			access mode is dynamic
			record key is cwa-key
			file status is wzz-file-status.

		select cpa-prt-fl
			assign to external CMPRPT
			organization is line sequential
			file status is wzz-file-status.

      ******************************************************************
      //////////////////////////////////////////////////////////////////
	data division.

	file section.

      *  SAME LAYOUT AS MITS01CA'S FC-PAY-FL.
	fd ca-prpay1-fl.

	01 caa-rec.
	    03 caa-key				pic x(4).
	    03 filler				pic x(6).
	    03 caa-desc-name			pic x(18).
	    03 caa-rec-type			pic x.
	    03 caa-data.
		05 caa-data-col		occurs 6
						pic s9(12).

	fd cb-prpay2-fl.

	01 cba-rec.
	    03 cba-key				pic x(4).
	    03 filler				pic x(6).
	    03 cba-desc-name			pic x(18).
	    03 cba-rec-type			pic x.
	    03 cba-data.
		05 cba-data-col		occurs 6
						pic s9(12).

      *  SAME LAYOUT AS MITS01CA'S GP-DEPT-EXT-FL.
	fd ce-extr1-fl.

	01 cea-rec.
	    03 cea-rec-type			pic x.
	    03 filler				pic x.
	    03 cea-dept				pic x(6).
	    03 filler				pic x.
	    03 cea-sub-dept			pic x(6).
	    03 filler				pic x.
	    03 cea-code				pic x(4).
	    03 filler				pic x.
	    03 cea-category			pic 9.
	    03 filler				pic x.
	    03 cea-desc				pic x(18).
	    03 filler				pic x.
	    03 cea-cols.
		05 cea-col		occurs 6.
		    07 cea-amount		pic s9(12).
		    07 filler			pic x.

	fd cf-extr2-fl.

	01 cfa-rec.
	    03 cfa-rec-type			pic x.
	    03 filler				pic x.
	    03 cfa-dept				pic x(6).
	    03 filler				pic x.
	    03 cfa-sub-dept			pic x(6).
	    03 filler				pic x.
	    03 cfa-code				pic x(4).
	    03 filler				pic x.
	    03 cfa-category			pic 9.
	    03 filler				pic x.
	    03 cfa-desc				pic x(18).
	    03 filler				pic x.
	    03 cfa-cols.
		05 cfa-col		occurs 6.
		    07 cfa-amount		pic s9(12).
		    07 filler			pic x.

      *  SAME LAYOUT AS MITS01CA'S FG-BACS-FL.
	fd cg-bacs1-fl.

	01 cga-rec.
	    03 cga-dest-sort-code		pic 9(6).
	    03 cga-dest-account-no		pic 9(8).
	    03 cga-transaction-code		pic xx.
	    03 cga-orig-sort-code		pic 9(6).
	    03 cga-orig-account-no		pic 9(8).
	    03 cga-reference			pic x(18).
	    03 cga-amount			pic 9(12).
	    03 cga-orig-account-name		pic x(18).
	    03 cga-dest-account-name		pic x(18).
	    03 cga-process-date			pic x(8).

	fd ch-bacs2-fl.

	01 cha-rec.
	    03 cha-dest-sort-code		pic 9(6).
	    03 cha-dest-account-no		pic 9(8).
	    03 cha-transaction-code		pic xx.
	    03 cha-orig-sort-code		pic 9(6).
	    03 cha-orig-account-no		pic 9(8).
	    03 cha-reference			pic x(18).
	    03 cha-amount			pic 9(12).
	    03 cha-orig-account-name		pic x(18).
	    03 cha-dest-account-name		pic x(18).
	    03 cha-process-date			pic x(8).

      *  SCRATCH FILE BOTH RUNS ARE LOADED TO. THE KEY TYPE IS "P"
      *  (PRPAY, BY DATA CODE), "E" (DEPTEXTR, BY DEPARTMENT AND
      *  DATA CODE) OR "B" (BACS, BY DESTINATION SORT CODE, ACCOUNT
      *  AND REFERENCE). EACH RUN'S
      *  RECORD COUNT AND SIX COLUMNS ARE KEPT SIDE BY SIDE - A BACS
      *  CREDIT USES COLUMN 1 ONLY.
	fd cw-work-fl.

	01 cwa-rec.
	    03 cwa-key.
		05 cwa-type			pic x.
		05 cwa-dept			pic x(6).
		05 cwa-code			pic x(4).
		05 cwa-sort-code		pic x(6).
		05 cwa-account-no		pic x(8).
		05 cwa-reference		pic x(18).
	    03 cwa-desc				pic x(18).
	    03 cwa-run			occurs 2.
		05 cwa-cnt			pic 9(5).
		05 cwa-cols.
		    07 cwa-col			pic s9(12) occurs 6.

	fd cpa-prt-fl.

	01 cpa-print-line			pic x(132).

      ******************************************************************
      //////////////////////////////////////////////////////////////////
	working-storage section.

		copy "wzz.ws".

	01 wca-flags.
	    03 wca-eof-flag			pic 9.
	    03 wca-new				pic 9.
	    03 wca-sub				pic 9.
	    03 wca-type-sub			pic 9.
	    03 wca-missing		occurs 3	pic 9.

	01 wca-run-date				pic 9(8).

	01 wca-post.
	    03 wca-key.
		05 wca-type			pic x.
		05 wca-dept			pic x(6).
		05 wca-code			pic x(4).
		05 wca-sort-code		pic x(6).
		05 wca-account-no		pic x(8).
		05 wca-reference		pic x(18).
	    03 wca-desc				pic x(18).
	    03 wca-run				pic 9.
	    03 wca-cols.
		05 wca-col			pic s9(12) occurs 6.

	01 wca-change-cols.
	    03 wca-change			pic s9(12) occurs 6.

	01 wca-counts.
	    03 wca-diff-cnt		occurs 3	pic 9(5).
	    03 wca-tot-diff			pic 9(5).
	    03 wca-bacs-cnt		occurs 2	pic 9(5).
	    03 wca-bacs-tot		occurs 2	pic s9(12).

	01 wca-type-fill			pic x(3) value "PEB".
	01 wca-type-table redefines wca-type-fill.
	    03 wca-type-code		occurs 3	pic x.

	01 wca-title-fill.
	    03 filler				pic x(40) value
		"PRPAY - PAYROLL TOTALS BY DATA CODE".
	    03 filler				pic x(40) value
		"DEPTEXTR - DEPARTMENT BY DEPARTMENT".
	    03 filler				pic x(40) value
		"BACS SUBMISSION - CREDIT BY CREDIT".

	01 wca-titles redefines wca-title-fill.
	    03 wca-title		occurs 3	pic x(40).

	01 wca-file-fill.
	    03 filler				pic x(20) value
		"PRPAY1/PRPAY2".
	    03 filler				pic x(20) value
		"DEPTEXT1/DEPTEXT2".
	    03 filler				pic x(20) value
		"BACS1/BACS2".

	01 wca-files redefines wca-file-fill.
	    03 wca-file			occurs 3	pic x(20).

	01 wcb-head-line.
	    03 filler				pic x(40) value
		"MITS01CM RE-RUN COMPARISON - FIRST RUN (".
	    03 filler				pic x(37) value
		"1) AGAINST SECOND RUN (2)  RUN ON ".
	    03 wcb-head-date			pic 9(8).

	01 wcb-sect-head.
	    03 wcb-sh-title			pic x(40).

	01 wcb-missing-line.
	    03 filler				pic x(15) value
		"NOT COMPARED - ".
	    03 wcb-ml-file			pic x(20).
	    03 filler				pic x(13) value
		" NOT SUPPLIED".

	01 wcb-col-line.
	    03 filler				pic x(39) value
		"         DEPT   CODE DESCRIPTION".
	    03 filler				pic x(15) value
		"          B/FWD".
	    03 filler				pic x(15) value
		"        MANUALS".
	    03 filler				pic x(15) value
		"    ADJUSTMENTS".
	    03 filler				pic x(15) value
		"        CURRENT".
	    03 filler				pic x(15) value
		" MANUAL+CURRENT".
	    03 filler				pic x(15) value
		"          C/FWD".

	01 wcb-diff-line.
	    03 wcb-dl-label			pic x(8).
	    03 wcb-dl-label-r redefines wcb-dl-label.
		05 wcb-dl-word			pic x(7).
		05 wcb-dl-run-no		pic 9.
	    03 filler				pic x.
	    03 wcb-dl-dept			pic x(6).
	    03 filler				pic x.
	    03 wcb-dl-code			pic x(4).
	    03 filler				pic x.
	    03 wcb-dl-desc			pic x(18).
	    03 wcb-dl-col		occurs 6.
		05 filler			pic x.
		05 wcb-dl-amount		pic z(9)9.99-.

	01 wcb-bacs-col-line.
	    03 filler				pic x(44) value
		"RESULT   SORT   ACCOUNT  REFERENCE".
	    03 filler				pic x(19) value
		"ACCOUNT NAME".
	    03 filler				pic x(15) value
		"  RUN 1 AMOUNT ".
	    03 filler				pic x(15) value
		"  RUN 2 AMOUNT ".
	    03 filler				pic x(14) value
		"        CHANGE".

	01 wcb-bacs-line.
	    03 wcb-bl-result			pic x(8).
	    03 filler				pic x.
	    03 wcb-bl-sort-code			pic x(6).
	    03 filler				pic x.
	    03 wcb-bl-account-no		pic x(8).
	    03 filler				pic x.
	    03 wcb-bl-reference			pic x(18).
	    03 filler				pic x.
	    03 wcb-bl-name			pic x(18).
	    03 filler				pic x.
	    03 wcb-bl-amount-1			pic z(9)9.99-.
	    03 filler				pic x.
	    03 wcb-bl-amount-2			pic z(9)9.99-.
	    03 filler				pic x.
	    03 wcb-bl-change			pic z(9)9.99-.

	01 wcb-bacs-tot-line.
	    03 filler				pic x(14) value
		"CREDITS RUN 1 ".
	    03 wcb-bt-cnt-1			pic z(4)9.
	    03 filler				pic x.
	    03 wcb-bt-tot-1			pic z(9)9.99-.
	    03 filler				pic x(15) value
		"  CREDITS RUN 2".
	    03 filler				pic x.
	    03 wcb-bt-cnt-2			pic z(4)9.
	    03 filler				pic x.
	    03 wcb-bt-tot-2			pic z(9)9.99-.

	01 wcb-sect-tot-line.
	    03 filler				pic x(28) value
		"DIFFERENCES IN THIS SECTION ".
	    03 wcb-st-cnt			pic z(4)9.

	01 wcb-verdict-line.
	    03 filler				pic x(10) value
		"VERDICT - ".
	    03 wcb-vd-text			pic x(20).
	    03 wcb-vd-count redefines wcb-vd-text.
		05 wcb-vd-cnt			pic z(4)9.
		05 wcb-vd-word			pic x(15).
	    03 wcb-vd-note			pic x(30).

      ******************************************************************
      //////////////////////////////////////////////////////////////////
	procedure division.

	declaratives.

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	f1-err							section.
		use after error procedure on ca-prpay1-fl.

	f1err.
		if wzz-io-err-code = zero
			move "PRPAY1" to wzz-file-name
			call "mits01vc" using
				wzz-file-status
				wzz-io-err-code
				wzz-file-name.

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	f2-err							section.
		use after error procedure on cb-prpay2-fl.

	f2err.
		if wzz-io-err-code = zero
			move "PRPAY2" to wzz-file-name
			call "mits01vc" using
				wzz-file-status
				wzz-io-err-code
				wzz-file-name.

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	f3-err							section.
		use after error procedure on ce-extr1-fl.

	f3err.
		if wzz-io-err-code = zero
			move "DEPTEXT1" to wzz-file-name
			call "mits01vc" using
				wzz-file-status
				wzz-io-err-code
				wzz-file-name.

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	f4-err							section.
		use after error procedure on cf-extr2-fl.

	f4err.
		if wzz-io-err-code = zero
			move "DEPTEXT2" to wzz-file-name
			call "mits01vc" using
				wzz-file-status
				wzz-io-err-code
				wzz-file-name.

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	f5-err							section.
		use after error procedure on cg-bacs1-fl.

	f5err.
		if wzz-io-err-code = zero
			move "BACS1" to wzz-file-name
			call "mits01vc" using
				wzz-file-status
				wzz-io-err-code
				wzz-file-name.

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	f6-err							section.
		use after error procedure on ch-bacs2-fl.

	f6err.
		if wzz-io-err-code = zero
			move "BACS2" to wzz-file-name
			call "mits01vc" using
				wzz-file-status
				wzz-io-err-code
				wzz-file-name.

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	f7-err							section.
		use after error procedure on cw-work-fl.

	f7err.
		if wzz-io-err-code = zero
			move "CMPWORK" to wzz-file-name
			call "mits01vc" using
				wzz-file-status
				wzz-io-err-code
				wzz-file-name.

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	pa-err							section.
		use after error procedure on cpa-prt-fl.

	paerr.
		if wzz-io-err-code = zero
			move "CMPRPT" to wzz-file-name
			call "mits01vc" using
				wzz-file-status
				wzz-io-err-code
				wzz-file-name.

	end declaratives.

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	aa-main							section.

	aa000-start.
		display "MITS01CM RE-RUN COMPARISON".
		open output cw-work-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		close cw-work-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		open i-o cw-work-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		open output cpa-prt-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		initialize wca-flags wca-counts.
		accept wca-run-date from date yyyymmdd.
		move wca-run-date to wcb-head-date.
		move spaces to cpa-print-line.
		move wcb-head-line to cpa-print-line.
		write cpa-print-line after 1.
		perform ba-load-prpay.
		perform bc-load-extract.
		perform bd-load-bacs.
		perform ca-code-report
			varying wca-type-sub from 1 by 1
			until wca-type-sub > 2.
		move 3 to wca-type-sub.
		perform cb-bacs-report.
		perform da-verdict.
		close cpa-prt-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		close cw-work-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		display "MITS01CM " wcb-verdict-line.
		if wca-tot-diff not = zero
			move 4 to return-code.

	aa999-exit.
		stop run.

      *******************************************************************
      *  BA-LOAD-PRPAY.							*
      *    Loads each run's payroll totals, data code by data code.	*
      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	ba-load-prpay						section.

	ba000-start.
		move 1 to wca-run.
		open input ca-prpay1-fl.
		if wzz-io-err-code not = zero
			move zero to wzz-io-err-code
			move 1 to wca-missing(1)
			go to ba100-second.

	ba010-read.
		read ca-prpay1-fl next record
			at end
			go to ba090-close.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move spaces to wca-key.
		move "P" to wca-type.
		move caa-key to wca-code.
		move caa-desc-name to wca-desc.
		move caa-data to wca-cols.
		perform bz-post.
		go to ba010-read.

	ba090-close.
		close ca-prpay1-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.

	ba100-second.
		move 2 to wca-run.
		open input cb-prpay2-fl.
		if wzz-io-err-code not = zero
			move zero to wzz-io-err-code
			move 1 to wca-missing(1)
			go to ba999-exit.

	ba110-read.
		read cb-prpay2-fl next record
			at end
			go to ba190-close.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move spaces to wca-key.
		move "P" to wca-type.
		move cba-key to wca-code.
		move cba-desc-name to wca-desc.
		move cba-data to wca-cols.
		perform bz-post.
		go to ba110-read.

	ba190-close.
		close cb-prpay2-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.

	ba999-exit.
		exit.

      *******************************************************************
      *  BC-LOAD-EXTRACT.						*
      *    Loads the department ("D") records of each run's cost	*
      *    extract by department and data code. The sub-department	*
      *    and category subtotal records are left out - they add	*
      *    up to the same department figures.				*
      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	bc-load-extract						section.

	bc000-start.
		move 1 to wca-run.
		open input ce-extr1-fl.
		if wzz-io-err-code not = zero
			move zero to wzz-io-err-code
			move 1 to wca-missing(2)
			go to bc100-second.

	bc010-read.
		read ce-extr1-fl
			at end
			go to bc090-close.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		if cea-rec-type not = "D"
			go to bc010-read.
		move spaces to wca-key.
		move "E" to wca-type.
		move cea-dept to wca-dept.
		move cea-code to wca-code.
		move cea-desc to wca-desc.
		perform bc500-cols-1
			varying wca-sub from 1 by 1
			until wca-sub > 6.
		perform bz-post.
		go to bc010-read.

	bc090-close.
		close ce-extr1-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.

	bc100-second.
		move 2 to wca-run.
		open input cf-extr2-fl.
		if wzz-io-err-code not = zero
			move zero to wzz-io-err-code
			move 1 to wca-missing(2)
			go to bc999-exit.

	bc110-read.
		read cf-extr2-fl
			at end
			go to bc190-close.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		if cfa-rec-type not = "D"
			go to bc110-read.
		move spaces to wca-key.
		move "E" to wca-type.
		move cfa-dept to wca-dept.
		move cfa-code to wca-code.
		move cfa-desc to wca-desc.
		perform bc510-cols-2
			varying wca-sub from 1 by 1
			until wca-sub > 6.
		perform bz-post.
		go to bc110-read.

	bc190-close.
		close cf-extr2-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		go to bc999-exit.

	bc500-cols-1.
		move cea-amount(wca-sub) to wca-col(wca-sub).

	bc510-cols-2.
		move cfa-amount(wca-sub) to wca-col(wca-sub).

	bc999-exit.
		exit.

      *******************************************************************
      *  BD-LOAD-BACS.							*
      *    Loads each run's BACS credits by destination sort code,	*
      *    account and reference, counting and totalling the credits	*
      *    of each submission as it goes.				*
      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	bd-load-bacs						section.

	bd000-start.
		move 1 to wca-run.
		open input cg-bacs1-fl.
		if wzz-io-err-code not = zero
			move zero to wzz-io-err-code
			move 1 to wca-missing(3)
			go to bd100-second.

	bd010-read.
		read cg-bacs1-fl
			at end
			go to bd090-close.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move spaces to wca-key.
		move "B" to wca-type.
		move cga-dest-sort-code to wca-sort-code.
		move cga-dest-account-no to wca-account-no.
		move cga-reference to wca-reference.
		move cga-dest-account-name to wca-desc.
		move zero to wca-cols.
		move cga-amount to wca-col(1).
		add 1 to wca-bacs-cnt(1).
		add cga-amount to wca-bacs-tot(1).
		perform bz-post.
		go to bd010-read.

	bd090-close.
		close cg-bacs1-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.

	bd100-second.
		move 2 to wca-run.
		open input ch-bacs2-fl.
		if wzz-io-err-code not = zero
			move zero to wzz-io-err-code
			move 1 to wca-missing(3)
			go to bd999-exit.

	bd110-read.
		read ch-bacs2-fl
			at end
			go to bd190-close.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move spaces to wca-key.
		move "B" to wca-type.
		move cha-dest-sort-code to wca-sort-code.
		move cha-dest-account-no to wca-account-no.
		move cha-reference to wca-reference.
		move cha-dest-account-name to wca-desc.
		move zero to wca-cols.
		move cha-amount to wca-col(1).
		add 1 to wca-bacs-cnt(2).
		add cha-amount to wca-bacs-tot(2).
		perform bz-post.
		go to bd110-read.

	bd190-close.
		close ch-bacs2-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.

	bd999-exit.
		exit.

      *******************************************************************
      *  BZ-POST.							*
      *    Adds the record in WCA-POST into the WCA-RUN side of its	*
      *    CMPWORK entry, creating the entry on first sight.		*
      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	bz-post							section.

	bz000-start.
		move wca-key to cwa-key.
		move zero to wca-new.
		read cw-work-fl
			invalid key
			move 1 to wca-new.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		if wca-new not = zero
			move wca-key to cwa-key
			move wca-desc to cwa-desc
			move zero to cwa-cnt(1) cwa-cnt(2)
			move zero to cwa-cols(1) cwa-cols(2).
		if cwa-desc = spaces
			move wca-desc to cwa-desc.
		add 1 to cwa-cnt(wca-run).
		perform bz100-add
			varying wca-sub from 1 by 1
			until wca-sub > 6.
		if wca-new not = zero
			write cwa-rec
			else
			rewrite cwa-rec.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		go to bz999-exit.

	bz100-add.
		add wca-col(wca-sub) to cwa-col(wca-run wca-sub).

	bz999-exit.
		exit.

      *******************************************************************
      *  CA-CODE-REPORT.						*
      *    Lists the PRPAY or department extract entries		*
      *    (WCA-TYPE-SUB 1 and 2) that differ between the runs - a	*
      *    code in one run only, or any of the six columns not the	*
      *    same - as a line for each run and a line of the change	*
      *    (second run less first).					*
      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	ca-code-report						section.

	ca000-start.
		move wca-title(wca-type-sub) to wcb-sh-title.
		move wcb-sect-head to cpa-print-line.
		write cpa-print-line after 3.
		if wca-missing(wca-type-sub) not = zero
			move wca-file(wca-type-sub) to wcb-ml-file
			move wcb-missing-line to cpa-print-line
			write cpa-print-line after 2
			go to ca999-exit.
		move wcb-col-line to cpa-print-line.
		write cpa-print-line after 2.
		move low-values to cwa-key.
		move wca-type-code(wca-type-sub) to cwa-type.
		start cw-work-fl key not < cwa-key
			invalid key
			go to ca900-total.
		if wzz-io-err-code not = zero
			perform zza-io-err.

	ca010-read.
		read cw-work-fl next record
			at end
			go to ca900-total.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		if cwa-type not = wca-type-code(wca-type-sub)
			go to ca900-total.
		if cwa-cnt(1) not = zero
			and cwa-cnt(2) not = zero
			and cwa-cols(1) = cwa-cols(2)
			go to ca010-read.
		add 1 to wca-diff-cnt(wca-type-sub).
		move 1 to wca-run.
		perform ca200-run-line.
		move 2 to wca-run.
		perform ca200-run-line.
		move spaces to wcb-diff-line.
		move "CHANGE" to wcb-dl-label.
		perform ca220-edit-change
			varying wca-sub from 1 by 1
			until wca-sub > 6.
		move wcb-diff-line to cpa-print-line.
		write cpa-print-line after 1.
		go to ca010-read.

	ca200-run-line.
		move spaces to wcb-diff-line.
		move "RUN" to wcb-dl-word.
		if cwa-cnt(wca-run) = zero
			move "NOT IN" to wcb-dl-word.
		move wca-run to wcb-dl-run-no.
		if wca-run = 1
			move cwa-dept to wcb-dl-dept
			move cwa-code to wcb-dl-code
			move cwa-desc to wcb-dl-desc.
		perform ca210-edit-run
			varying wca-sub from 1 by 1
			until wca-sub > 6.
		move wcb-diff-line to cpa-print-line.
		if wca-run = 1
			write cpa-print-line after 2
			else
			write cpa-print-line after 1.
		if wzz-io-err-code not = zero
			perform zza-io-err.

	ca210-edit-run.
		divide cwa-col(wca-run wca-sub) by 100
			giving wcb-dl-amount(wca-sub).

	ca220-edit-change.
		subtract cwa-col(1 wca-sub) from cwa-col(2 wca-sub)
			giving wca-change(wca-sub).
		divide wca-change(wca-sub) by 100
			giving wcb-dl-amount(wca-sub).

	ca900-total.
		move wca-diff-cnt(wca-type-sub) to wcb-st-cnt.
		move wcb-sect-tot-line to cpa-print-line.
		write cpa-print-line after 2.
		add wca-diff-cnt(wca-type-sub) to wca-tot-diff.

	ca999-exit.
		exit.

      *******************************************************************
      *  CB-BACS-REPORT.						*
      *    Lists the BACS credits that differ between the runs -	*
      *    ADDED (second run only), DROPPED (first run only) or		*
      *    CHANGED (a different amount, or credited a different		*
      *    number of times) - with the submission counts and values	*
      *    of both runs.						*
      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	cb-bacs-report						section.

	cb000-start.
		move wca-title(wca-type-sub) to wcb-sh-title.
		move wcb-sect-head to cpa-print-line.
		write cpa-print-line after 3.
		if wca-missing(wca-type-sub) not = zero
			move wca-file(wca-type-sub) to wcb-ml-file
			move wcb-missing-line to cpa-print-line
			write cpa-print-line after 2
			go to cb999-exit.
		move wcb-bacs-col-line to cpa-print-line.
		write cpa-print-line after 2.
		move spaces to cpa-print-line.
		write cpa-print-line after 1.
		move low-values to cwa-key.
		move wca-type-code(wca-type-sub) to cwa-type.
		start cw-work-fl key not < cwa-key
			invalid key
			go to cb900-total.
		if wzz-io-err-code not = zero
			perform zza-io-err.

	cb010-read.
		read cw-work-fl next record
			at end
			go to cb900-total.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		if cwa-type not = wca-type-code(wca-type-sub)
			go to cb900-total.
		if cwa-cnt(1) = cwa-cnt(2)
			and cwa-col(1 1) = cwa-col(2 1)
			go to cb010-read.
		move spaces to wcb-bacs-line.
		move "CHANGED" to wcb-bl-result.
		if cwa-cnt(1) = zero
			move "ADDED" to wcb-bl-result.
		if cwa-cnt(2) = zero
			move "DROPPED" to wcb-bl-result.
		move cwa-sort-code to wcb-bl-sort-code.
		move cwa-account-no to wcb-bl-account-no.
		move cwa-reference to wcb-bl-reference.
		move cwa-desc to wcb-bl-name.
		divide cwa-col(1 1) by 100 giving wcb-bl-amount-1.
		divide cwa-col(2 1) by 100 giving wcb-bl-amount-2.
		subtract cwa-col(1 1) from cwa-col(2 1)
			giving wca-change(1).
		divide wca-change(1) by 100 giving wcb-bl-change.
		move wcb-bacs-line to cpa-print-line.
		write cpa-print-line after 1.
		add 1 to wca-diff-cnt(wca-type-sub).
		go to cb010-read.

	cb900-total.
		move wca-bacs-cnt(1) to wcb-bt-cnt-1.
		divide wca-bacs-tot(1) by 100 giving wcb-bt-tot-1.
		move wca-bacs-cnt(2) to wcb-bt-cnt-2.
		divide wca-bacs-tot(2) by 100 giving wcb-bt-tot-2.
		move wcb-bacs-tot-line to cpa-print-line.
		write cpa-print-line after 2.
		move wca-diff-cnt(wca-type-sub) to wcb-st-cnt.
		move wcb-sect-tot-line to cpa-print-line.
		write cpa-print-line after 2.
		add wca-diff-cnt(wca-type-sub) to wca-tot-diff.

	cb999-exit.
		exit.

      *******************************************************************
      *  DA-VERDICT.							*
      *    The closing verdict for the run log - NO DIFFERENCES or	*
      *    the number of differences listed, noting when any pair of	*
      *    outputs was not supplied and so not compared.		*
      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	da-verdict						section.

	da000-start.
		move spaces to wcb-vd-text wcb-vd-note.
		if wca-tot-diff = zero
			move "NO DIFFERENCES" to wcb-vd-text
			else
			move wca-tot-diff to wcb-vd-cnt
			move " DIFFERENCES" to wcb-vd-word.
		if wca-missing(1) not = zero
			or wca-missing(2) not = zero
			or wca-missing(3) not = zero
			move "(NOT ALL OUTPUTS COMPARED)"
				to wcb-vd-note.
		move wcb-verdict-line to cpa-print-line.
		write cpa-print-line after 3.
		if wzz-io-err-code not = zero
			perform zza-io-err.

	da999-exit.
		exit.

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	z-general						section.

	copy "zza.rtn".

	end program mits01cm.
