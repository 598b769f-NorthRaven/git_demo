	identification division.
	program-id.
		mits01mt.

      ******************************************************************
      * MITS01MT
      * Transaction-driven maintenance of the 3rd party creditor
      * master (CREDMAST) and the attachment of earnings order master
      * (AEOMAST) read by MITS01CA's YR-CREDITOR-REMIT and
      * YV-AEO-BALANCE, so neither file is keyed up by hand. Each
      * MAINTTRN record adds, amends, closes or balance-adjusts one
      * record on one file:
      *   - creditor bank details get the same structural sort code
      *     and account checks as DL020-VALIDATE-BANK and the same
      *     advisory modulus 11 check as DL025-MODULUS - a structural
      *     failure rejects the transaction, a modulus remainder is
      *     accepted with a warning;
      *   - closing a creditor deletes it, so YR-CREDITOR-REMIT lists
      *     the code as "pay by other means" from the next run;
      *   - closing an order zeroes its balance, so YV-AEO-BALANCE
      *     asks for the code to be removed from input;
      *   - a balance adjustment applies to an order only - the
      *     creditor master carries no balance.
      * Every transaction, accepted or rejected, is listed on
      * MAINTRPT with the record before and after as the audit trail.
      * MAINTTRN is emptied at the end of the run, so a run repeated
      * by mistake cannot apply a balance adjustment twice.
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

		select fp-creditor-fl
			assign to external CREDMAST
			organization is indexed
			access mode is dynamic
			record key is fpa-code
			file status is wzz-file-status.

		select gh-aeo-fl
			assign to external AEOMAST
			organization is indexed
			access mode is dynamic
			record key is gha-key
			file status is wzz-file-status.

		select ma-trans-fl
			assign to external MAINTTRN
			organization is line sequential
			file status is wzz-file-status.

		select mta-prt-fl
			assign to external MAINTRPT
			organization is line sequential
			file status is wzz-file-status.

      ******************************************************************
      //////////////////////////////////////////////////////////////////
	data division.

	file section.

		copy "fa.fd".

      *  SAME LAYOUT AS MITS01CA'S FP-CREDITOR-FL.
	fd fp-creditor-fl.

	01 fpa-rec.
	    03 fpa-code				pic x(4).
	    03 fpa-sort-code			pic 9(6).
	    03 fpa-account-no			pic 9(8).
	    03 fpa-account-name			pic x(18).
	    03 fpa-payment-ref			pic x(18).
	    03 filler				pic x(6).

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

      *  MAINTENANCE TRANSACTIONS. MAA-FILE "C" CREDITOR MASTER, "A"
      *  AEO MASTER. MAA-ACTION "A" ADD, "M" AMEND, "C" CLOSE, "B"
      *  BALANCE ADJUST. MAA-CODE IS THE NORMALISED DATA CODE AS HELD
      *  ON BOTH MASTERS (VARIANT DIGIT THEN THE 280-299 CODE). A
      *  CREDITOR TRANSACTION LEAVES THE EMPLOYEE KEY BLANK. ON A
      *  CREDITOR AMEND A BLANK FIELD LEAVES THAT FIELD AS IT IS. AEO
      *  AMOUNTS ARE IN PENCE - THE TOTAL ORDERED ON AN ADD OR AMEND,
      *  THE SIGNED CHANGE TO THE BALANCE ON A BALANCE ADJUST.
	fd ma-trans-fl.

	01 maa-rec.
	    03 maa-file				pic x.
	    03 maa-action			pic x.
	    03 maa-key.
		05 maa-emp-key.
		    07 maa-dept			pic x(6).
		    07 maa-sub-dept		pic x(6).
		    07 maa-employee		pic x(8).
		05 maa-code.
		    07 maa-code-n		pic x.
		    07 maa-code-xxx		pic x(3).
	    03 maa-cred-data.
		05 maa-sort-code		pic x(6).
		05 maa-account-no		pic x(8).
		05 maa-account-name		pic x(18).
		05 maa-payment-ref		pic x(18).
	    03 maa-aeo-data redefines maa-cred-data.
		05 maa-amount			pic x(12).
		05 maa-amount-n redefines maa-amount
						pic 9(12).
		05 maa-sign			pic x.
		05 filler			pic x(37).
	    03 maa-operator			pic x(8).

	fd mta-prt-fl.

	01 mta-print-line			pic x(132).

      ******************************************************************
      //////////////////////////////////////////////////////////////////
	working-storage section.

		copy "wzz.ws".

	01 wma-flags.
	    03 wma-eof-flag			pic 9.
	    03 wma-found			pic 9.
	    03 wma-reject			pic 9.
	    03 wma-mod-warn			pic 9.

	01 wma-counts.
	    03 wma-read-cnt			pic 9(5).
	    03 wma-accept-cnt			pic 9(5).
	    03 wma-reject-cnt			pic 9(5).
	    03 wma-warn-cnt			pic 9(5).

	01 wma-run-stamp.
	    03 wma-run-date			pic 9(8).
	    03 wma-run-time			pic 9(8).

	01 wma-reason				pic x(30).

	01 wma-amounts.
	    03 wma-amount			pic s9(12).
	    03 wma-new-balance			pic s9(12).

      *  CREDITOR BANK DETAILS AS THEY WILL STAND AFTER THE
      *  TRANSACTION, CHECKED BEFORE ANYTHING IS WRITTEN. SAME
      *  DIGIT-BY-DIGIT VIEW AS MITS01CA'S WAU-SORT-STR/WAU-ACCT-STR.
	01 wma-bank.
	    03 wma-sort-str			pic x(6).
	    03 wma-sort-digit redefines wma-sort-str
						pic 9 occurs 6.
	    03 wma-sort-n redefines wma-sort-str
						pic 9(6).
	    03 wma-acct-str			pic x(8).
	    03 wma-acct-digit redefines wma-acct-str
						pic 9 occurs 8.
	    03 wma-acct-n redefines wma-acct-str
						pic 9(8).
	    03 wma-acct-name			pic x(18).
	    03 wma-pay-ref			pic x(18).

	01 wma-modulus.
	    03 wma-mod-cnt			pic 99.
	    03 wma-mod-total			pic 9(6).
	    03 wma-mod-div			pic 9(6).
	    03 wma-mod-rem			pic 9(2).
	    03 wma-weight			pic 9.
	    03 wma-mod-work			pic 9(3).

	01 wmb-images.
	    03 wmb-before			pic x(80).
	    03 wmb-after			pic x(80).

	01 wmb-cred-image.
	    03 filler				pic x(5) value
		"SORT ".
	    03 wmb-ci-sort			pic x(6).
	    03 filler				pic x(6) value
		" ACCT ".
	    03 wmb-ci-acct			pic x(8).
	    03 filler				pic x.
	    03 wmb-ci-name			pic x(18).
	    03 filler				pic x(5) value
		" REF ".
	    03 wmb-ci-ref			pic x(18).

	01 wmb-aeo-image.
	    03 filler				pic x(8) value
		"ORDERED ".
	    03 wmb-ai-total			pic z(9)9.99-.
	    03 filler				pic x(9) value
		" BALANCE ".
	    03 wmb-ai-balance			pic z(9)9.99-.
	    03 filler				pic x(10) value
		" LAST RUN ".
	    03 wmb-ai-run-seq			pic x(6).

	01 wmb-head-line.
	    03 filler				pic x(34) value
		"MITS01MT CREDITOR / AEO MASTER MAI".
	    03 filler				pic x(22) value
		"NTENANCE AUDIT  RUN ON".
	    03 filler				pic x.
	    03 wmb-head-date			pic 9(8).
	    03 filler				pic x(4) value
		" AT ".
	    03 wmb-head-time			pic 9(8).

	01 wmb-col-line.
	    03 filler				pic x(40) value
		"  SEQ FILE     ACTION   KEY".
	    03 filler				pic x(27) value
		"         OPERATOR RESULT".
	    03 filler				pic x(6) value
		"REASON".

	01 wmb-tran-line.
	    03 wmb-tl-seq			pic z(4)9.
	    03 filler				pic x.
	    03 wmb-tl-file			pic x(8).
	    03 filler				pic x.
	    03 wmb-tl-action			pic x(8).
	    03 filler				pic x.
	    03 wmb-tl-key			pic x(24).
	    03 filler				pic x.
	    03 wmb-tl-operator			pic x(8).
	    03 filler				pic x.
	    03 wmb-tl-result			pic x(8).
	    03 filler				pic x.
	    03 wmb-tl-reason			pic x(30).

	01 wmb-image-line.
	    03 filler				pic x(6).
	    03 wmb-il-tag			pic x(8).
	    03 wmb-il-image			pic x(80).

	01 wmb-total-line.
	    03 filler				pic x(13) value
		"TRANSACTIONS ".
	    03 wmb-tot-read			pic z(4)9.
	    03 filler				pic x(10) value
		"  ACCEPTED".
	    03 wmb-tot-accept			pic z(4)9.
	    03 filler				pic x(10) value
		"  REJECTED".
	    03 wmb-tot-reject			pic z(4)9.
	    03 filler				pic x(17) value
		"  MODULUS WARNING".
	    03 wmb-tot-warn			pic z(4)9.

      ******************************************************************
      //////////////////////////////////////////////////////////////////
	procedure division.

	declaratives.

		copy "fa.dec".

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	f1-err							section.
		use after error procedure on fp-creditor-fl.

	f1err.
		if wzz-io-err-code = zero
			move "CREDMAST" to wzz-file-name
			call "mits01vc" using
				wzz-file-status
				wzz-io-err-code
				wzz-file-name.

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	f2-err							section.
		use after error procedure on gh-aeo-fl.

	f2err.
		if wzz-io-err-code = zero
			move "AEOMAST" to wzz-file-name
			call "mits01vc" using
				wzz-file-status
				wzz-io-err-code
				wzz-file-name.

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	f3-err							section.
		use after error procedure on ma-trans-fl.

	f3err.
		if wzz-io-err-code = zero
			move "MAINTTRN" to wzz-file-name
			call "mits01vc" using
				wzz-file-status
				wzz-io-err-code
				wzz-file-name.

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	pa-err							section.
		use after error procedure on mta-prt-fl.

	paerr.
		if wzz-io-err-code = zero
			move "MAINTRPT" to wzz-file-name
			call "mits01vc" using
				wzz-file-status
				wzz-io-err-code
				wzz-file-name.

	end declaratives.

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	aa-main							section.

	aa000-start.
		display "MITS01MT CREDITOR / AEO MASTER MAINTENANCE".
		open input ma-trans-fl.
		if wzz-io-err-code not = zero
			display "MITS01MT NO MAINTENANCE TRANSACTIONS"
			move zero to wzz-io-err-code
			go to aa999-exit.
		perform ba-open-masters.
		open input fa-employee-header.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		open output mta-prt-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		accept wma-run-date from date yyyymmdd.
		accept wma-run-time from time.
		move wma-run-date to wmb-head-date.
		move wma-run-time to wmb-head-time.
		move spaces to mta-print-line.
		move wmb-head-line to mta-print-line.
		write mta-print-line after 1.
		move wmb-col-line to mta-print-line.
		write mta-print-line after 2.
		move zero to wma-flags wma-counts.
		perform ca-process-tran until wma-eof-flag not = zero.
		move wma-read-cnt to wmb-tot-read.
		move wma-accept-cnt to wmb-tot-accept.
		move wma-reject-cnt to wmb-tot-reject.
		move wma-warn-cnt to wmb-tot-warn.
		move wmb-total-line to mta-print-line.
		write mta-print-line after 2.
		close mta-prt-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		close fa-employee-header.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		close fp-creditor-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		close gh-aeo-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		close ma-trans-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		open output ma-trans-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		close ma-trans-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		display "MITS01MT ACCEPTED " wma-accept-cnt
			" REJECTED " wma-reject-cnt.
		if wma-reject-cnt not = zero
			move 4 to return-code.

	aa999-exit.
		stop run.

      *******************************************************************
      *  BA-OPEN-MASTERS.						*
      *  Either master may not exist yet at a new installation - the	*
      *  first add creates it, the same way XO-OPEN-HIST creates	*
      *  SUMMHIST in MITS01CA.						*
      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	ba-open-masters						section.

	ba000-start.
		open i-o fp-creditor-fl.
		if wzz-io-err-code not = zero
			move zero to wzz-io-err-code
			open output fp-creditor-fl
			if wzz-io-err-code not = zero
				perform zza-io-err
			end-if
			close fp-creditor-fl
			if wzz-io-err-code not = zero
				perform zza-io-err
			end-if
			open i-o fp-creditor-fl
			if wzz-io-err-code not = zero
				perform zza-io-err
			end-if
		end-if.
		open i-o gh-aeo-fl.
		if wzz-io-err-code not = zero
			move zero to wzz-io-err-code
			open output gh-aeo-fl
			if wzz-io-err-code not = zero
				perform zza-io-err
			end-if
			close gh-aeo-fl
			if wzz-io-err-code not = zero
				perform zza-io-err
			end-if
			open i-o gh-aeo-fl
			if wzz-io-err-code not = zero
				perform zza-io-err
			end-if
		end-if.

	ba999-exit.
		exit.

      *******************************************************************
      *  CA-PROCESS-TRAN.						*
      *  One transaction - apply it to the master it names and list	*
      *  it, with the record before and after, whether it was		*
      *  accepted or not.						*
      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	ca-process-tran						section.

	ca000-start.
		read ma-trans-fl
			at end
			move 1 to wma-eof-flag
			go to ca999-exit.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		add 1 to wma-read-cnt.
		move zero to wma-reject wma-mod-warn.
		move spaces to wma-reason.
		move "NOT ON FILE" to wmb-before.
		move spaces to wmb-after.
		move spaces to wmb-tran-line.
		move wma-read-cnt to wmb-tl-seq.
		move maa-key to wmb-tl-key.
		move maa-operator to wmb-tl-operator.
		move maa-action to wmb-tl-action.
		if maa-action = "A"
			move "ADD" to wmb-tl-action.
		if maa-action = "M"
			move "AMEND" to wmb-tl-action.
		if maa-action = "C"
			move "CLOSE" to wmb-tl-action.
		if maa-action = "B"
			move "BAL ADJ" to wmb-tl-action.
		if maa-file = "C"
			move "CREDITOR" to wmb-tl-file
			move maa-code to wmb-tl-key
			perform da-creditor-tran
			go to ca100-list.
		if maa-file = "A"
			move "AEO" to wmb-tl-file
			perform ea-aeo-tran
			go to ca100-list.
		move maa-file to wmb-tl-file.
		move 1 to wma-reject.
		move "UNKNOWN FILE" to wma-reason.

	ca100-list.
		if wma-reject not = zero
			add 1 to wma-reject-cnt
			move "REJECTED" to wmb-tl-result
			move "NO CHANGE MADE" to wmb-after
		else
			add 1 to wma-accept-cnt
			move "ACCEPTED" to wmb-tl-result.
		if wma-mod-warn not = zero
			add 1 to wma-warn-cnt.
		move wma-reason to wmb-tl-reason.
		move wmb-tran-line to mta-print-line.
		write mta-print-line after 2.
		move spaces to wmb-image-line.
		move "BEFORE" to wmb-il-tag.
		move wmb-before to wmb-il-image.
		move wmb-image-line to mta-print-line.
		write mta-print-line after 1.
		move "AFTER" to wmb-il-tag.
		move wmb-after to wmb-il-image.
		move wmb-image-line to mta-print-line.
		write mta-print-line after 1.

	ca999-exit.
		exit.

      *******************************************************************
      *  DA-CREDITOR-TRAN.						*
      *  Add, amend or close one FP-CREDITOR-FL record.			*
      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	da-creditor-tran					section.

	da000-start.
		if maa-emp-key not = spaces
			move "EMPLOYEE KEY ON CREDITOR" to wma-reason
			go to da900-reject.
		perform za-check-code.
		if wma-reject not = zero
			go to da999-exit.
		move maa-code to fpa-code.
		move 1 to wma-found.
		read fp-creditor-fl
			invalid key
			move zero to wma-found.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		if wma-found not = zero
			perform zb-cred-image
			move wmb-cred-image to wmb-before.
		if maa-action = "A"
			go to da100-add.
		if maa-action = "M"
			go to da200-amend.
		if maa-action = "C"
			go to da300-close.
		if maa-action = "B"
			move "NO BALANCE ON CREDITOR FILE" to wma-reason
			go to da900-reject.
		move "UNKNOWN ACTION" to wma-reason.
		go to da900-reject.

	da100-add.
		if wma-found not = zero
			move "CREDITOR ALREADY ON FILE" to wma-reason
			go to da900-reject.
		move spaces to wma-bank.
		perform da500-overlay.
		perform db-validate-bank.
		if wma-reject not = zero
			go to da999-exit.
		move spaces to fpa-rec.
		move maa-code to fpa-code.
		perform da600-move-bank.
		write fpa-rec
			invalid key
			move "CREDITOR ALREADY ON FILE" to wma-reason
			go to da900-reject.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		perform zb-cred-image.
		move wmb-cred-image to wmb-after.
		go to da999-exit.

	da200-amend.
		if wma-found = zero
			move "CREDITOR NOT ON FILE" to wma-reason
			go to da900-reject.
		move fpa-sort-code to wma-sort-str.
		move fpa-account-no to wma-acct-str.
		move fpa-account-name to wma-acct-name.
		move fpa-payment-ref to wma-pay-ref.
		perform da500-overlay.
		perform db-validate-bank.
		if wma-reject not = zero
			go to da999-exit.
		perform da600-move-bank.
		rewrite fpa-rec
			invalid key
			move "CREDITOR NOT ON FILE" to wma-reason
			go to da900-reject.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		perform zb-cred-image.
		move wmb-cred-image to wmb-after.
		go to da999-exit.

	da300-close.
		if wma-found = zero
			move "CREDITOR NOT ON FILE" to wma-reason
			go to da900-reject.
		delete fp-creditor-fl record
			invalid key
			move "CREDITOR NOT ON FILE" to wma-reason
			go to da900-reject.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move "DELETED - PAY BY OTHER MEANS" to wmb-after.
		go to da999-exit.

	da500-overlay.
		if maa-sort-code not = spaces
			move maa-sort-code to wma-sort-str.
		if maa-account-no not = spaces
			move maa-account-no to wma-acct-str.
		if maa-account-name not = spaces
			move maa-account-name to wma-acct-name.
		if maa-payment-ref not = spaces
			move maa-payment-ref to wma-pay-ref.

	da600-move-bank.
		move wma-sort-n to fpa-sort-code.
		move wma-acct-n to fpa-account-no.
		move wma-acct-name to fpa-account-name.
		move wma-pay-ref to fpa-payment-ref.

	da900-reject.
		move 1 to wma-reject.

	da999-exit.
		exit.

      *******************************************************************
      *  DB-VALIDATE-BANK.						*
      *  The creditor's bank details as they will stand, put through	*
      *  the same structural checks DL020-VALIDATE-BANK applies to	*
      *  an employee's - any failure rejects the transaction - then	*
      *  the DL025-MODULUS weighted modulus 11, which is advisory only	*
      *  there and is here: a remainder is accepted with a warning.	*
      *  A creditor with no payment reference would never be paid by	*
      *  YR-CREDITOR-REMIT, so that is refused too.			*
      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	db-validate-bank					section.

	db000-start.
		if wma-acct-name = spaces
			move "NO ACCOUNT NAME" to wma-reason
			go to db900-reject.
		if wma-sort-str not numeric
			move "SORT CODE NOT NUMERIC" to wma-reason
			go to db900-reject.
		if wma-sort-n = zero
			move "SORT CODE ZERO" to wma-reason
			go to db900-reject.
		if wma-acct-str not numeric
			move "ACCOUNT NO NOT NUMERIC" to wma-reason
			go to db900-reject.
		if wma-acct-n = zero
			move "ACCOUNT NO ZERO" to wma-reason
			go to db900-reject.
		if wma-pay-ref = spaces
			move "NO PAYMENT REFERENCE" to wma-reason
			go to db900-reject.
		move zero to wma-mod-total.
		perform db100-sort-weight
			varying wma-mod-cnt from 1 by 1
			until wma-mod-cnt > 6.
		perform db200-acct-weight
			varying wma-mod-cnt from 1 by 1
			until wma-mod-cnt > 8.
		divide wma-mod-total by 11 giving wma-mod-div
			remainder wma-mod-rem.
		if wma-mod-rem not = zero
			move 1 to wma-mod-warn
			move "CHECK MODULUS REMAINDER" to wma-reason.
		go to db999-exit.

	db100-sort-weight.
		subtract wma-mod-cnt from 7 giving wma-weight.
		multiply wma-sort-digit(wma-mod-cnt)
			by wma-weight giving wma-mod-work.
		add wma-mod-work to wma-mod-total.

	db200-acct-weight.
		subtract wma-mod-cnt from 9 giving wma-weight.
		multiply wma-acct-digit(wma-mod-cnt)
			by wma-weight giving wma-mod-work.
		add wma-mod-work to wma-mod-total.

	db900-reject.
		move 1 to wma-reject.

	db999-exit.
		exit.

      *******************************************************************
      *  EA-AEO-TRAN.							*
      *  Add, amend, close or balance-adjust one GH-AEO-FL order. An	*
      *  amend changes the total ordered and moves the balance by the	*
      *  same amount, so whatever has already been taken stays taken.	*
      *  GHA-LAST-RUN-SEQ is left alone so YV-AEO-BALANCE's re-run	*
      *  protection is not disturbed.					*
      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	ea-aeo-tran						section.

	ea000-start.
		if maa-emp-key = spaces
			move "NO EMPLOYEE KEY" to wma-reason
			go to ea900-reject.
		perform za-check-code.
		if wma-reject not = zero
			go to ea999-exit.
		move maa-key to gha-key.
		move 1 to wma-found.
		read gh-aeo-fl
			invalid key
			move zero to wma-found.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		if wma-found not = zero
			perform zc-aeo-image
			move wmb-aeo-image to wmb-before.
		if maa-action = "C"
			go to ea300-close.
		if maa-amount not numeric
			move "AMOUNT NOT NUMERIC" to wma-reason
			go to ea900-reject.
		if maa-sign not = space
			and maa-sign not = "+"
			and maa-sign not = "-"
			move "AMOUNT SIGN NOT + OR -" to wma-reason
			go to ea900-reject.
		move maa-amount-n to wma-amount.
		if maa-sign = "-"
			multiply -1 by wma-amount.
		if maa-action = "A"
			go to ea100-add.
		if maa-action = "M"
			go to ea200-amend.
		if maa-action = "B"
			go to ea400-adjust.
		move "UNKNOWN ACTION" to wma-reason.
		go to ea900-reject.

	ea100-add.
		if wma-found not = zero
			move "ORDER ALREADY ON FILE" to wma-reason
			go to ea900-reject.
		if wma-amount not > zero
			move "TOTAL ORDERED NOT POSITIVE" to wma-reason
			go to ea900-reject.
		move maa-emp-key to faa-key.
		read fa-employee-header
			invalid key
			move "EMPLOYEE NOT ON EMPHEAD" to wma-reason
			go to ea900-reject.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move maa-key to gha-key.
		move wma-amount to gha-total-ordered.
		move wma-amount to gha-balance.
		move spaces to gha-last-run-seq.
		write gha-rec
			invalid key
			move "ORDER ALREADY ON FILE" to wma-reason
			go to ea900-reject.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		go to ea800-after.

	ea200-amend.
		if wma-found = zero
			move "ORDER NOT ON FILE" to wma-reason
			go to ea900-reject.
		if wma-amount not > zero
			move "TOTAL ORDERED NOT POSITIVE" to wma-reason
			go to ea900-reject.
		compute wma-new-balance = gha-balance + wma-amount
			- gha-total-ordered.
		if wma-new-balance < zero
			move "TOTAL BELOW AMOUNT TAKEN" to wma-reason
			go to ea900-reject.
		move wma-amount to gha-total-ordered.
		move wma-new-balance to gha-balance.
		go to ea700-rewrite.

	ea300-close.
		if wma-found = zero
			move "ORDER NOT ON FILE" to wma-reason
			go to ea900-reject.
		if gha-balance = zero
			move "ORDER ALREADY CLOSED" to wma-reason
			go to ea900-reject.
		move zero to gha-balance.
		go to ea700-rewrite.

	ea400-adjust.
		if wma-found = zero
			move "ORDER NOT ON FILE" to wma-reason
			go to ea900-reject.
		if wma-amount = zero
			move "ADJUSTMENT IS ZERO" to wma-reason
			go to ea900-reject.
		add gha-balance wma-amount giving wma-new-balance.
		if wma-new-balance < zero
			move "BALANCE WOULD GO NEGATIVE" to wma-reason
			go to ea900-reject.
		if wma-new-balance > gha-total-ordered
			move "BALANCE EXCEEDS TOTAL ORDERED"
				to wma-reason
			go to ea900-reject.
		move wma-new-balance to gha-balance.

	ea700-rewrite.
		rewrite gha-rec
			invalid key
			move "ORDER NOT ON FILE" to wma-reason
			go to ea900-reject.
		if wzz-io-err-code not = zero
			perform zza-io-err.

	ea800-after.
		perform zc-aeo-image.
		move wmb-aeo-image to wmb-after.
		go to ea999-exit.

	ea900-reject.
		move 1 to wma-reject.

	ea999-exit.
		exit.

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	za-check-code						section.

	za000-start.
		if maa-code-n not numeric
			or maa-code-xxx not numeric
			or maa-code-xxx < "280"
			or maa-code-xxx > "299"
			move 1 to wma-reject
			move "CODE NOT A 280-299 DEDUCTION"
				to wma-reason.

	za999-exit.
		exit.

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	zb-cred-image						section.

	zb000-start.
		move fpa-sort-code to wmb-ci-sort.
		move fpa-account-no to wmb-ci-acct.
		move fpa-account-name to wmb-ci-name.
		move fpa-payment-ref to wmb-ci-ref.

	zb999-exit.
		exit.

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	zc-aeo-image						section.

	zc000-start.
		divide gha-total-ordered by 100 giving wmb-ai-total.
		divide gha-balance by 100 giving wmb-ai-balance.
		move gha-last-run-seq to wmb-ai-run-seq.

	zc999-exit.
		exit.

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	z-general						section.

	copy "zza.rtn".

	end program mits01mt.
