			organization is line sequential
			file status is wzz-file-status.

		select gq-p45-fl
			assign to external P45FILE
			organization is line sequential
			file status is wzz-file-status.

		select gv-leaver-prt-fl
			assign to external LEAVRPT
			organization is line sequential
			file status is wzz-file-status.

		select gw-levy-fl
			assign to external LEVYHIST
			organization is indexed
			access mode is dynamic
			record key is gwa-key
			file status is wzz-file-status.

		select gx-levy-parm-fl
			assign to external LEVYPARM
			organization is line sequential
			file status is wzz-file-status.

		select gy-hmrc-fl
			assign to external HMRCLEDG
			organization is indexed
			access mode is dynamic
			record key is gya-key
			file status is wzz-file-status.

		select gz-hmrc-inst-fl
			assign to external HMRCINST
			organization is line sequential
			file status is wzz-file-status.

		select ha-variance-prt-fl
			assign to external VARYRPT
			organization is line sequential
			file status is wzz-file-status.

		select hb-stream-parm-fl
			assign to external STRMPARM
			organization is line sequential
			file status is wzz-file-status.

		select hc-stream-fl
			assign to external STRMTOT
			organization is line sequential
			file status is wzz-file-status.

		select hd-budget-fl
			assign to external BUDGMAST
			organization is indexed
			access mode is dynamic
			record key is hda-key
			file status is wzz-file-status.

		select he-budget-ext-fl
			assign to external BUDGEXT
			organization is line sequential
			file status is wzz-file-status.

		select hf-budget-prt-fl
			assign to external BUDGRPT
			organization is line sequential
			file status is wzz-file-status.

		select hg-chg-hist-fl
			assign to external EMPCHGH
			organization is line sequential
			file status is wzz-file-status.

		select hh-bank-cal-fl
			assign to external BANKCAL
			organization is line sequential
			file status is wzz-file-status.

		select hi-bacs-ovr-fl
			assign to external BACSOVR
			organization is line sequential
			file status is wzz-file-status.

      ******************************************************************
      //////////////////////////////////////////////////////////////////
	data division.
		    07 gpa-amount		pic s9(12).
		    07 filler			pic x.

      *  GQ-P45-FL - P45-STYLE LEAVER CERTIFICATE EXTRACT. ONE RECORD
      *  PER EMPLOYEE WHOSE FA-EMPLOYEE-HEADER CARRIES THE LEAVER
      *  STATUS "86" AND WHOSE RECORDS CAME THROUGH THIS RUN, WRITTEN
      *  BY CR-FLUSH-LEAVER AS EACH SUCH EMPLOYEE COMPLETES. CARRIES
      *  THE HEADER DETAILS, THE EMPLOYER'S TAX DISTRICT/REFERENCE,
      *  THE LEAVING TAX PERIOD, THE YEAR-TO-DATE TAXABLE PAY AND TAX
      *  (852/856 TO-DATE), THE PREVIOUS-EMPLOYMENT FIGURES (850/854
      *  TO-DATE) SEPARATELY AND EMPLOYEE NI TO DATE. READ BACK BY
      *  YX-LEAVER-REG-PRT FOR THE PRINTED LEAVER REGISTER.
	fd gq-p45-fl.

	01 gqa-rec.
	    03 gqa-dept				pic x(6).
	    03 filler				pic x.
	    03 gqa-sub-dept			pic x(6).
	    03 filler				pic x.
	    03 gqa-employee			pic x(8).
	    03 filler				pic x.
	    03 gqa-emp-name			pic x(20).
	    03 filler				pic x.
	    03 gqa-ni-class			pic x.
	    03 filler				pic x.
	    03 gqa-cost-code			pic x(12).
	    03 filler				pic x.
	    03 gqa-td				pic x(3).
	    03 filler				pic x.
	    03 gqa-ref				pic x(7).
	    03 filler				pic x.
	    03 gqa-tax-year			pic x(4).
	    03 filler				pic x.
	    03 gqa-leave-period			pic xx.
	    03 filler				pic x.
	    03 gqa-pay-date			pic x(8).
	    03 filler				pic x.
	    03 gqa-taxable			pic s9(12).
	    03 filler				pic x.
	    03 gqa-tax				pic s9(12).
	    03 filler				pic x.
	    03 gqa-p45-taxable			pic s9(12).
	    03 filler				pic x.
	    03 gqa-p45-tax			pic s9(12).
	    03 filler				pic x.
	    03 gqa-ni				pic s9(12).

      *  GV-LEAVER-PRT-FL - ROUTABLE REPORT PRINT FILE (ROUTE 10) FOR
      *  THE LEAVER REGISTER, AS GJ THRU GU ABOVE.
	fd gv-leaver-prt-fl.

	01 gva-print-line			pic x(132).

      *  GW-LEVY-FL - APPRENTICESHIP LEVY HISTORY, ONE RECORD PER TAX
      *  YEAR, TAX DISTRICT/ERS REFERENCE AND TAX PERIOD IN THE SAME
      *  KEY ORDER AS FO-HIST-FL. CT-POST-LEVY ADDS EACH DEPARTMENT'S
      *  NI-ABLE PAY INTO THE DISTRICT IT REPORTS TO ON THE P32 (THE
      *  PAYROLL TOTAL IN ONE GO ON A SINGLE DISTRICT PAYROLL), AND
      *  YY-LEVY-PRT STAMPS THE LEVY DUE FOR THE PERIOD ONCE THE
      *  YEAR-TO-DATE CALCULATION IS DONE.
	fd gw-levy-fl.

	01 gwa-rec.
	    03 gwa-key.
		05 gwa-tax-year			pic x(4).
		05 gwa-td			pic x(3).
		05 gwa-ref			pic x(7).
		05 gwa-period			pic xx.
	    03 gwa-niable			pic s9(12).
	    03 gwa-levy				pic s9(12).

      *  GX-LEVY-PARM-FL - HOW THE ANNUAL APPRENTICESHIP LEVY ALLOWANCE
      *  IS SPLIT, ONE RECORD PER TAX DISTRICT/ERS REFERENCE CARRYING
      *  ITS SHARE OF THE ALLOWANCE IN PENCE AND THE NUMBER OF TAX
      *  PERIODS IN THE YEAR THE SHARE ACCRUES OVER (12 IF BLANK). A
      *  DISTRICT NOT ON THE FILE HAS NO ALLOWANCE. WITH NO FILE AT
      *  ALL THE WHOLE STANDARD ALLOWANCE GOES TO THE PAYROLL'S OWN
      *  FUB DISTRICT/REFERENCE.
	fd gx-levy-parm-fl.

	01 gxa-rec.
	    03 gxa-td				pic x(3).
	    03 gxa-ref				pic x(7).
	    03 gxa-allowance			pic 9(10).
	    03 gxa-periods			pic xx.

      *  GY-HMRC-FL - HMRC LIABILITY LEDGER, ONE RECORD PER TAX YEAR,
      *  TAX DISTRICT/ERS REFERENCE AND TAX PERIOD. YF-HMRC-LEDGER
      *  POSTS THE NET AMOUNT DUE FROM THE SAME PER-DISTRICT TOTALS
      *  THE P32 SUMMARY PRINTS - PAYE NET OF TAX CREDITS, STUDENT AND
      *  POSTGRADUATE LOANS, GROSS NIC, LESS THE STATUTORY PAYMENT
      *  RECOVERIES - WITH THE DATE HMRC EXPECT IT. MITS01HL APPLIES
      *  THE PAYMENTS THE ACCOUNTS TEAM KEY AGAINST EACH PERIOD AND
      *  PRINTS THE STATEMENT.
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

      *  GZ-HMRC-INST-FL - PAYMENT INSTRUCTION, ONE RECORD PER TAX
      *  DISTRICT/ERS REFERENCE PER RUN, QUOTING THE ACCOUNTS OFFICE
      *  REFERENCE FROM FZF-TAX-DISTRICTS AND THE PAYMENT REFERENCE
      *  BUILT FROM IT (AOREF, TAX YEAR END, TAX PERIOD). THE AMOUNT
      *  TO PAY IS THIS PERIOD'S AMOUNT DUE PLUS ANY ARREARS (LESS ANY
      *  OVERPAYMENT) BROUGHT FORWARD ON THE LEDGER FROM EARLIER
      *  PERIODS OF THE YEAR.
	fd gz-hmrc-inst-fl.

	01 gza-rec.
	    03 gza-td				pic x(3).
	    03 filler				pic x.
	    03 gza-ref				pic x(7).
	    03 filler				pic x.
	    03 gza-aoref			pic x(13).
	    03 filler				pic x.
	    03 gza-pay-ref			pic x(17).
	    03 filler				pic x.
	    03 gza-office-name			pic x(30).
	    03 filler				pic x.
	    03 gza-tax-year			pic x(4).
	    03 filler				pic x.
	    03 gza-period			pic xx.
	    03 filler				pic x.
	    03 gza-due-date			pic x(8).
	    03 filler				pic x.
	    03 gza-due				pic s9(12).
	    03 filler				pic x.
	    03 gza-brought-fwd			pic s9(12).
	    03 filler				pic x.
	    03 gza-to-pay			pic s9(12).

      *  HA-VARIANCE-PRT-FL - ROUTABLE REPORT PRINT FILE (ROUTE 11) FOR
      *  THE NET PAY VARIANCE EXCEPTIONS, AS GJ THRU GV ABOVE.
	fd ha-variance-prt-fl.

	01 haa-print-line			pic x(132).

      *  HB-STREAM-PARM-FL - OPTIONAL STREAM CONTROL CARD. ABSENT (OR
      *  BLANK) FOR THE NORMAL SINGLE-STREAM RUN. MODE "S" PAYS ONE
      *  DEPARTMENT RANGE AS STREAM HBA-STREAM - FROM HBA-FROM-DEPT
      *  (BLANK = THE FIRST DEPARTMENT) UP TO BUT NOT INCLUDING
      *  HBA-TO-DEPT, THE FIRST DEPARTMENT OF THE NEXT STREAM (BLANK =
      *  TO THE END OF THE FILE). MODE "M" MERGES HBA-STREAM STREAMS.
	fd hb-stream-parm-fl.

	01 hba-rec.
	    03 hba-mode				pic x.
	    03 filler				pic x.
	    03 hba-stream			pic xx.
	    03 hba-stream-n		redefines hba-stream
						pic 99.
	    03 filler				pic x.
	    03 hba-from-dept			pic x(6).
	    03 filler				pic x.
	    03 hba-to-dept			pic x(6).

      *  HC-STREAM-FL - STREAM HAND-OFF FILE. WRITTEN BY EACH STREAM
      *  RUN AT ITS END (EF-STREAM-END): AN "HD" HEADER, THE PRPAY
      *  AND SUMMARY RECORDS, THE LEVY POSTINGS BY DISTRICT ("LV"), THE
      *  RUN ACCUMULATORS ("WT" AND "CT"), A COPY OF EVERY OUTPUT FILE
      *  THE STREAM PRODUCED (ONE TAG PER FILE) AND AN "EN" TRAILER
      *  CARRYING THE RECORD COUNT. THE STREAMS' FILES ARE READ BACK
      *  ONE AFTER ANOTHER, IN STREAM ORDER, BY THE MERGE RUN
      *  (EG-MERGE-LOAD).
	fd hc-stream-fl.

	01 hca-rec.
	    03 hca-type				pic xx.
	    03 hca-stream			pic 99.
	    03 hca-data				pic x(496).
	    03 hca-hd-data		redefines hca-data.
		05 hca-hd-from-dept		pic x(6).
		05 hca-hd-to-dept		pic x(6).
		05 hca-hd-pay-date		pic x(8).
		05 hca-hd-tax-period		pic xx.
		05 hca-hd-run-seq		pic x(6).
		05 hca-hd-code-break		pic 9.
		05 hca-hd-summ-flag		pic 9.
		05 hca-hd-restart		pic 9.
		05 filler			pic x(465).
	    03 hca-lv-data		redefines hca-data.
		05 hca-lv-td			pic x(3).
		05 hca-lv-ref			pic x(7).
		05 hca-lv-amt			pic s9(12).
		05 filler			pic x(474).
	    03 hca-wt-data		redefines hca-data.
		05 hca-wt-chunk			pic 99.
		05 hca-wt-cell			pic s9(12) occurs 41.
		05 filler			pic xx.
	    03 hca-ct-data		redefines hca-data.
		05 hca-ct-net-paid		pic 9(5).
		05 hca-ct-male-not-paid		pic 9(5).
		05 hca-ct-female-not-paid	pic 9(5).
		05 hca-ct-male-paid		pic 9(5).
		05 hca-ct-female-paid		pic 9(5).
		05 hca-ct-cash-cnt		pic 9(5).
		05 hca-ct-other-cnt		pic 9(5).
		05 hca-ct-bank-cnt		pic 9(5).
		05 hca-ct-cash-amt		pic s9(12).
		05 hca-ct-other-amt		pic s9(12).
		05 hca-ct-bank-amt		pic s9(12).
		05 hca-ct-csh-var		pic 9(5) occurs 11.
		05 hca-ct-948-net		pic s9(12).
		05 hca-ct-coinage-amt		pic s9(12).
		05 hca-ct-hold-cnt		pic 9(5).
		05 hca-ct-hold-amt		pic s9(12).
		05 hca-ct-bacs-file-amt		pic s9(12).
		05 hca-ct-cheque-cnt		pic 9(5).
		05 hca-ct-cheque-amt		pic s9(12).
		05 hca-ct-jrnl-net		pic s9(12).
		05 hca-ct-jrnl-tax		pic s9(12).
		05 hca-ct-jrnl-eesni		pic s9(12).
		05 hca-ct-jrnl-ersni		pic s9(12).
		05 hca-ct-jrnl-erspen		pic s9(12).
		05 hca-ct-jrnl-3rd		pic s9(12).
		05 filler			pic x(223).
	    03 hca-en-data		redefines hca-data.
		05 hca-en-count			pic 9(7).
		05 filler			pic x(489).

      *  HD-BUDGET-FL - DEPARTMENTAL PAYROLL BUDGET MASTER, ONE RECORD
      *  PER TAX YEAR, DEPARTMENT, CODETYPE CATEGORY (1-9, AS THE
      *  DEPARTMENT COST EXTRACT) AND TAX PERIOD. MITS01BL LOADS THE
      *  BUDGET FROM THE ANNUAL BUDGET FILE; EI-BUDGET-PRT POSTS THE
      *  ACTUAL FOR THE PERIOD FROM THE DEPARTMENT-LEVEL CATEGORY
      *  SUBTOTALS ON GP-DEPT-EXT-FL, SO THE YEAR TO DATE SURVIVES THE
      *  CLEARING OF SUBDPAY/DEPTPAY FROM RUN TO RUN.
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

      *  HE-BUDGET-EXT-FL - BUDGET V ACTUAL EXTRACT, ONE RECORD PER
      *  DEPARTMENT/CATEGORY ON THE REPORT WITH THE PERIOD AND YEAR TO
      *  DATE BUDGET, ACTUAL AND VARIANCE (ACTUAL LESS BUDGET) AND "Y"
      *  IN THE FLAGS WHERE THE OVERSPEND IS BEYOND THE TOLERANCE.
      *  FIXED COLUMNS AS GP-DEPT-EXT-FL.
	fd he-budget-ext-fl.

	01 hea-rec.
	    03 hea-tax-year			pic x(4).
	    03 filler				pic x.
	    03 hea-period			pic xx.
	    03 filler				pic x.
	    03 hea-dept				pic x(6).
	    03 filler				pic x.
	    03 hea-category			pic 9.
	    03 filler				pic x.
	    03 hea-cat-name			pic x(18).
	    03 filler				pic x.
	    03 hea-pd-budget			pic s9(12).
	    03 filler				pic x.
	    03 hea-pd-actual			pic s9(12).
	    03 filler				pic x.
	    03 hea-pd-variance			pic s9(12).
	    03 filler				pic x.
	    03 hea-ytd-budget			pic s9(12).
	    03 filler				pic x.
	    03 hea-ytd-actual			pic s9(12).
	    03 filler				pic x.
	    03 hea-ytd-variance			pic s9(12).
	    03 filler				pic x.
	    03 hea-pd-flag			pic x.
	    03 filler				pic x.
	    03 hea-ytd-flag			pic x.

      *  HF-BUDGET-PRT-FL - ROUTABLE REPORT PRINT FILE (ROUTE 12) FOR
      *  THE DEPARTMENTAL BUDGET V ACTUAL, AS GJ THRU GV ABOVE.
	fd hf-budget-prt-fl.

	01 hfa-print-line			pic x(132).

      *  HG-CHG-HIST-FL - PERMANENT HISTORY OF THE STANDING-DATA
      *  CHANGES YW-BANK-AUDIT FINDS AGAINST GI-SNAP-FL, WHICH ONLY
      *  EVER HOLDS LAST RUN'S VALUES. ONE RECORD PER EMPLOYEE CHANGED
      *  ("CHG", OLD AND NEW VALUES) OR ADDED ("ADD", NEW VALUES ONLY)
      *  PER RUN, WITH THE PAY DATE AND RUN SEQUENCE OF THE RUN THAT
      *  SAW IT, APPENDED TO RUN AFTER RUN. READ BY MITS01SA FOR THE
      *  SUBJECT ACCESS STATEMENT.
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

      *  HH-BANK-CAL-FL - BANKING CALENDAR. ONE LINE PER NON-WORKING
      *  DAY OTHER THAN A SATURDAY OR SUNDAY - BANK HOLIDAYS AND ANY
      *  DAY THE BANKS ARE CLOSED - AS CCYYMMDD, A SPACE AND A
      *  DESCRIPTION, IN ANY ORDER. KEPT UP TO DATE BY EDITING THE
      *  FILE AHEAD OF EACH CALENDAR YEAR; BLANK LINES ARE SKIPPED.
      *  READ BY EJ-BACS-CALENDAR TO DATE THE BACS SUBMISSION.
	fd hh-bank-cal-fl.

	01 hha-rec.
	    03 hha-date.
		05 hha-ccyy			pic 9(4).
		05 hha-mm			pic 9(2).
		05 hha-dd			pic 9(2).
	    03 filler				pic x.
	    03 hha-desc				pic x(30).

      *  HI-BACS-OVR-FL - SWITCH FILE. ITS MERE PRESENCE (SEE
      *  EJ-BACS-CALENDAR, AND GE-GATE-OVR-FL FOR THE SAME CONVENTION)
      *  IS THE OPERATOR OVERRIDE THAT RELEASES A BACS FILE AFTER ITS
      *  SUBMISSION DEADLINE, KNOWING THE CREDITS WILL BE LATE.
	fd hi-bacs-ovr-fl.

	01 hia-rec				pic x(20).

      ******************************************************************
      //////////////////////////////////////////////////////////////////
	working-storage section.
	01 wbi-cat-names redefines wbi-cat-name-fill.
	    03 wbi-cat-name		pic x(18) occurs 9.

      ******************************************************************
      *  WBJ - P45 LEAVER CERTIFICATES. CQ-SAVE-LEAVER CAPTURES THE
      *  TO-DATE (COLUMN 6) TAX AND NI FIGURES OF EACH EMPLOYEE WHOSE
      *  HEADER CARRIES THE LEAVER STATUS "86" AS CE-TOTAL-REC
      *  CLASSIFIES THE RECORDS, AND CR-FLUSH-LEAVER WRITES THE
      *  EMPLOYEE'S CERTIFICATE RECORD WHEN BD-PRINTER-FL MOVES ON.
      *  YX-LEAVER-REG-PRT PRINTS THE REGISTER FROM THE EXTRACT.
      ******************************************************************
      //////////////////////////////////////////////////////////////////

	01 wbj-leaver-work.
	    03 wbj-p45-mkr			pic 9.
	    03 wbj-lv-cnt			pic 9(5).
	    03 wbj-lv-emp.
		05 wbj-lv-active		pic 9.
		05 wbj-lv-key.
		    07 wbj-lv-dept		pic x(6).
		    07 wbj-lv-sub-dept		pic x(6).
		    07 wbj-lv-employee		pic x(8).
		05 wbj-lv-name			pic x(20).
		05 wbj-lv-ni-class		pic x.
		05 wbj-lv-cost-code		pic x(12).
		05 wbj-lv-taxable		pic s9(12).
		05 wbj-lv-tax			pic s9(12).
		05 wbj-lv-p45-taxable		pic s9(12).
		05 wbj-lv-p45-tax		pic s9(12).
		05 wbj-lv-ni			pic s9(12).

	01 wbj-leaver-head.
	    03 filler				pic x(25) value
		"P45 LEAVERS PAID THIS RUN".
	    03 filler				pic x(17) value
		" - LEAVING PERIOD".
	    03 filler				pic x.
	    03 wbj-lh-period			pic xx.
	    03 filler				pic x(10) value
		" TAX YEAR ".
	    03 wbj-lh-year			pic x(4).

	01 wbj-leaver-col-line.
	    03 filler				pic x(7) value
		"DEPT".
	    03 filler				pic x(7) value
		"SUB".
	    03 filler				pic x(9) value
		"EMPLOYEE".
	    03 filler				pic x(21) value
		"NAME".
	    03 filler				pic x(2) value
		"C".
	    03 filler				pic x(4) value
		"TD".
	    03 filler				pic x(15) value
		"   TAXABLE PAY ".
	    03 filler				pic x(15) value
		"   TAX TO DATE ".
	    03 filler				pic x(15) value
		"  PREV EMP PAY ".
	    03 filler				pic x(15) value
		"  PREV EMP TAX ".
	    03 filler				pic x(15) value
		"    NI TO DATE ".

	01 wbj-leaver-line.
	    03 wbj-ll-dept			pic x(6).
	    03 filler				pic x.
	    03 wbj-ll-sub-dept			pic x(6).
	    03 filler				pic x.
	    03 wbj-ll-employee			pic x(8).
	    03 filler				pic x.
	    03 wbj-ll-emp-name			pic x(20).
	    03 filler				pic x.
	    03 wbj-ll-ni-class			pic x.
	    03 filler				pic x.
	    03 wbj-ll-td			pic x(3).
	    03 filler				pic x.
	    03 wbj-ll-taxable			pic z(9)9.99-.
	    03 filler				pic x.
	    03 wbj-ll-tax			pic z(9)9.99-.
	    03 filler				pic x.
	    03 wbj-ll-p45-taxable		pic z(9)9.99-.
	    03 filler				pic x.
	    03 wbj-ll-p45-tax			pic z(9)9.99-.
	    03 filler				pic x.
	    03 wbj-ll-ni			pic z(9)9.99-.

	01 wbj-leaver-tot-line.
	    03 filler				pic x(18) value
		"LEAVERS REGISTERED".
	    03 filler				pic x.
	    03 wbj-lt-cnt			pic z(4)9.

      ******************************************************************
      *  WBK - APPRENTICESHIP LEVY. CT-POST-LEVY POSTS NI-ABLE PAY BY
      *  TAX DISTRICT/ERS REFERENCE AND TAX PERIOD TO GW-LEVY-FL.
      *  YY-LEVY-PRT WORKS THE LEVY OUT CUMULATIVELY FOR THE YEAR -
      *  THE LEVY RATE ON THE YEAR-TO-DATE NI-ABLE PAY BILL LESS THE
      *  DISTRICT'S SHARE OF THE ANNUAL ALLOWANCE ACCRUED TO THIS
      *  PERIOD, NEVER BELOW NIL - AND CHARGES THE PERIOD THE
      *  DIFFERENCE FROM THE SAME FIGURE AT THE PREVIOUS PERIOD. THE
      *  ALLOWANCE SHARES ARE LOADED FROM GX-LEVY-PARM-FL BY
      *  CS-OPEN-LEVY.
      ******************************************************************
      //////////////////////////////////////////////////////////////////

	01 wbk-levy-rates.
	    03 wbk-levy-rate			pic v9(4) value .0050.
	    03 wbk-std-allowance		pic 9(10) value 1500000.
	    03 wbk-std-periods			pic 99 value 12.

	01 wbk-levy-work.
	    03 wbk-levy-open			pic 9.
	    03 wbk-levy-new			pic 9.
	    03 wbk-parm-present			pic 9.
	    03 wbk-parm-cnt			pic 99.
	    03 wbk-sub				pic 99.
	    03 wbk-post-td			pic x(3).
	    03 wbk-post-ref			pic x(7).
	    03 wbk-post-amt			pic s9(12).
	    03 wbk-active			pic 9.
	    03 wbk-td				pic x(3).
	    03 wbk-ref				pic x(7).
	    03 wbk-share			pic s9(12).
	    03 wbk-periods			pic 99.
	    03 wbk-period-n			pic 99.
	    03 wbk-accrue-n			pic 99.
	    03 wbk-prev-pay			pic s9(12).
	    03 wbk-ytd-pay			pic s9(12).
	    03 wbk-prev-allow			pic s9(12).
	    03 wbk-ytd-allow			pic s9(12).
	    03 wbk-prev-levy			pic s9(12).
	    03 wbk-ytd-levy			pic s9(12).
	    03 wbk-levy-due			pic s9(12).
	    03 wbk-tots.
		05 wbk-tot-pay			pic s9(12).
		05 wbk-tot-allow		pic s9(12).
		05 wbk-tot-ytd			pic s9(12).
		05 wbk-tot-prev			pic s9(12).
		05 wbk-tot-due			pic s9(12).

	01 wbk-parm-table.
	    03 wbk-parm-entry			occurs 20.
		05 wbk-pt-td			pic x(3).
		05 wbk-pt-ref			pic x(7).
		05 wbk-pt-allowance		pic 9(10).
		05 wbk-pt-periods		pic 99.

	01 wbk-levy-head.
	    03 filler				pic x(19) value
		"APPRENTICESHIP LEVY".
	    03 filler				pic x(15) value
		" - TAX PERIOD ".
	    03 wbk-lh-period			pic xx.
	    03 filler				pic x(10) value
		" TAX YEAR ".
	    03 wbk-lh-year			pic 9(4).

	01 wbk-levy-col-line.
	    03 filler				pic x(5) value
		"DIST".
	    03 filler				pic x(8) value
		"ERS REF".
	    03 filler				pic x(15) value
		"   NI-ABLE PAY ".
	    03 filler				pic x(15) value
		"     ALLOWANCE ".
	    03 filler				pic x(15) value
		"  LEVY TO DATE ".
	    03 filler				pic x(15) value
		"  PREV CHARGED ".
	    03 filler				pic x(15) value
		"  LEVY DUE NOW ".

	01 wbk-levy-line.
	    03 wbk-ll-label.
		05 wbk-ll-td			pic x(3).
		05 filler			pic xx.
		05 wbk-ll-ref			pic x(7).
		05 filler			pic x.
	    03 wbk-ll-pay			pic z(9)9.99-.
	    03 filler				pic x.
	    03 wbk-ll-allow			pic z(9)9.99-.
	    03 filler				pic x.
	    03 wbk-ll-ytd			pic z(9)9.99-.
	    03 filler				pic x.
	    03 wbk-ll-prev			pic z(9)9.99-.
	    03 filler				pic x.
	    03 wbk-ll-due			pic z(9)9.99-.

	01 wbk-p35-levy-line.
	    03 filler				pic x(12) value
		"  APPRENTICE".
	    03 filler				pic x(14) value
		"SHIP LEVY  PAY".
	    03 wbk-pl-pay			pic z(9)9.99-.
	    03 filler				pic x(11) value
		"  ALLOWANCE".
	    03 wbk-pl-allow			pic z(9)9.99-.
	    03 filler				pic x(6) value
		"  LEVY".
	    03 wbk-pl-levy			pic z(9)9.99-.

      ******************************************************************
      *  WBL - HMRC LIABILITY LEDGER. YF-HMRC-LEDGER WORKS EACH
      *  DISTRICT'S NET AMOUNT DUE OUT OF ITS P32 TOTALS, POSTS IT TO
      *  GY-HMRC-FL FOR THE TAX PERIOD, BRINGS FORWARD WHAT IS STILL
      *  OWED (OR OVERPAID) FOR THE EARLIER PERIODS OF THE YEAR AND
      *  WRITES THE PAYMENT INSTRUCTION. HMRC EXPECT EACH TAX MONTH'S
      *  PAYMENT BY THE 22ND OF THE FOLLOWING MONTH.
      ******************************************************************
      //////////////////////////////////////////////////////////////////

	01 wbl-hmrc-work.
	    03 wbl-new				pic 9.
	    03 wbl-found			pic 9.
	    03 wbl-bf-end			pic 9.
	    03 wbl-sub				pic 99.
	    03 wbl-period-n			pic 99.
	    03 wbl-paye				pic s9(12).
	    03 wbl-loans			pic s9(12).
	    03 wbl-nic				pic s9(12).
	    03 wbl-recovered			pic s9(12).
	    03 wbl-due				pic s9(12).
	    03 wbl-brought-fwd			pic s9(12).
	    03 wbl-inst-cnt			pic 9(3).
	    03 wbl-no-ao-cnt			pic 9(3) value zero.
	    03 wbl-due-date.
		05 wbl-due-yyyy			pic 9(4).
		05 wbl-due-mm			pic 99.
		05 wbl-due-dd			pic 99.
	    03 wbl-pay-ref.
		05 wbl-pr-aoref			pic x(13).
		05 wbl-pr-yy			pic 99.
		05 wbl-pr-period		pic xx.
	    03 wbl-year-end			pic 9(4).
	    03 wbl-year-end-r redefines wbl-year-end.
		05 filler			pic 99.
		05 wbl-year-end-yy		pic 99.

      ******************************************************************
      *  WBM - NET PAY VARIANCE EXCEPTIONS. EB-VARIANCE-SETUP TAKES
      *  THE OPERATOR'S TOLERANCE (A PERCENTAGE AND AN AMOUNT IN
      *  POUNDS, EITHER MAY BE ZERO TO SWITCH THAT TEST OFF) ONCE PER
      *  RUN. EA-VARIANCE-PRT THEN COMPARES EVERY EMPLOYEE'S POSTING
      *  ON GC-EMPHIST-FL FOR THIS TAX PERIOD WITH THE ONE FOR THE
      *  PERIOD BEFORE AND LISTS THE MOVEMENTS OUTSIDE TOLERANCE,
      *  THE FIRST-EVER PAYMENTS AND THE EMPLOYEES PAID LAST PERIOD
      *  BUT NOT THIS ONE WHO ARE NOT LEAVERS.
      ******************************************************************
      //////////////////////////////////////////////////////////////////

	01 wbm-limits.
	    03 wbm-pct				pic 9(3).
	    03 wbm-amount			pic 9(7).
	    03 wbm-amount-p			pic s9(12).
	    03 wbm-entry			pic x(7).
	    03 wbm-entry-r redefines wbm-entry.
		05 wbm-entry-chr		pic x occurs 7.
	    03 wbm-digit-x			pic x.
	    03 wbm-digit-9 redefines wbm-digit-x
						pic 9.
	    03 wbm-value			pic 9(7).
	    03 wbm-bad-mkr			pic 9.
	    03 wbm-sub				pic 9.

	01 wbm-variance-work.
	    03 wbm-eof				pic 9.
	    03 wbm-cur-ym.
		05 wbm-cur-year			pic x(4).
		05 wbm-cur-period		pic xx.
	    03 wbm-prev-ym.
		05 wbm-prev-year		pic x(4).
		05 wbm-prev-period		pic xx.
	    03 wbm-gca-ym.
		05 wbm-gca-year			pic x(4).
		05 wbm-gca-period		pic xx.
	    03 wbm-prev-year-n			pic 9(4).
	    03 wbm-prev-period-n		pic 99.
	    03 wbm-gca-period-n			pic 99.
	    03 wbm-emp.
		05 wbm-active			pic 9.
		05 wbm-emp-key.
		    07 wbm-dept			pic x(6).
		    07 wbm-sub-dept		pic x(6).
		    07 wbm-employee		pic x(8).
		05 wbm-earlier			pic 9.
		05 wbm-prev-found		pic 9.
		05 wbm-cur-found		pic 9.
		05 wbm-prev-tax			pic s9(12).
		05 wbm-prev-net			pic s9(12).
		05 wbm-cur-tax			pic s9(12).
		05 wbm-cur-net			pic s9(12).
	    03 wbm-test-prev			pic s9(12).
	    03 wbm-test-cur			pic s9(12).
	    03 wbm-test-mkr			pic 9.
	    03 wbm-net-mkr			pic 9.
	    03 wbm-diff				pic s9(15).
	    03 wbm-diff-100			pic s9(15).
	    03 wbm-limit			pic s9(15).
	    03 wbm-reason			pic x(10).
	    03 wbm-var-cnt			pic 9(5).
	    03 wbm-first-cnt			pic 9(5).
	    03 wbm-miss-cnt			pic 9(5).
	    03 wbm-exc-cnt			pic 9(5).

	01 wbm-variance-head.
	    03 filler				pic x(30) value
		"NET PAY VARIANCE - TAX PERIOD ".
	    03 wbm-vh-period			pic xx.
	    03 filler				pic x.
	    03 wbm-vh-year			pic x(4).
	    03 filler				pic x(20) value
		" AGAINST TAX PERIOD ".
	    03 wbm-vh-prev-period		pic xx.
	    03 filler				pic x.
	    03 wbm-vh-prev-year			pic x(4).

	01 wbm-limit-line.
	    03 filler				pic x(18) value
		"TOLERANCE PERCENT ".
	    03 wbm-lm-pct			pic zz9.
	    03 filler				pic x(19) value
		"  AMOUNT IN POUNDS ".
	    03 wbm-lm-amount			pic z(6)9.
	    03 filler				pic x(31) value
		"  (ZERO - TEST NOT APPLIED)".

	01 wbm-variance-col-line.
	    03 filler				pic x(7) value
		"DEPT".
	    03 filler				pic x(7) value
		"SUB".
	    03 filler				pic x(9) value
		"EMPLOYEE".
	    03 filler				pic x(21) value
		"NAME".
	    03 filler				pic x(13) value
		"    LAST NET ".
	    03 filler				pic x(13) value
		"    THIS NET ".
	    03 filler				pic x(13) value
		"  NET CHANGE ".
	    03 filler				pic x(13) value
		"    LAST TAX ".
	    03 filler				pic x(13) value
		"    THIS TAX ".
	    03 filler				pic x(13) value
		"  TAX CHANGE ".
	    03 filler				pic x(10) value
		"EXCEPTION".

	01 wbm-variance-line.
	    03 wbm-vl-dept			pic x(6).
	    03 filler				pic x.
	    03 wbm-vl-sub-dept			pic x(6).
	    03 filler				pic x.
	    03 wbm-vl-employee			pic x(8).
	    03 filler				pic x.
	    03 wbm-vl-emp-name			pic x(20).
	    03 filler				pic x.
	    03 wbm-vl-prev-net			pic z(7)9.99-.
	    03 filler				pic x.
	    03 wbm-vl-cur-net			pic z(7)9.99-.
	    03 filler				pic x.
	    03 wbm-vl-net-chg			pic z(7)9.99-.
	    03 filler				pic x.
	    03 wbm-vl-prev-tax			pic z(7)9.99-.
	    03 filler				pic x.
	    03 wbm-vl-cur-tax			pic z(7)9.99-.
	    03 filler				pic x.
	    03 wbm-vl-tax-chg			pic z(7)9.99-.
	    03 filler				pic x.
	    03 wbm-vl-reason			pic x(10).

	01 wbm-variance-tot-line.
	    03 filler				pic x(10) value
		"VARIANCES ".
	    03 wbm-vt-var			pic z(4)9.
	    03 filler				pic x(17) value
		"  FIRST PAYMENTS ".
	    03 wbm-vt-first			pic z(4)9.
	    03 filler				pic x(10) value
		"  MISSING ".
	    03 wbm-vt-miss			pic z(4)9.

      ******************************************************************
      *  WBN - DEPARTMENT-RANGE STREAMS. EC-STREAM-PARM READS THE
      *  HB-STREAM-PARM-FL CARD. A STREAM RUN ("S") PAYS ONLY ITS OWN
      *  DEPARTMENT RANGE UNDER ITS OWN CHECKPOINT AND HANDS ITS RUN
      *  TOTALS AND OUTPUT FILES ON THROUGH HC-STREAM-FL
      *  (EF-STREAM-END) INSTEAD OF PRODUCING THE PAYROLL-LEVEL
      *  REPORTS. THE MERGE RUN ("M") LOADS EVERY STREAM'S HAND-OFF
      *  (EG-MERGE-LOAD) AND THEN ENDS EXACTLY AS A SINGLE RUN DOES.
      *  WAE-CELLS VIEWS THE WHOLE OF WAE-TOTALLING AS ONE TABLE SO
      *  THE ACCUMULATORS CAN BE PASSED ACROSS IN "WT" CHUNKS OF 41.
      ******************************************************************
      //////////////////////////////////////////////////////////////////

	01 wbn-stream-work.
	    03 wbn-mode				pic x value space.
	    03 wbn-stream			pic 99 value zero.
	    03 wbn-streams			pic 99 value zero.
	    03 wbn-card-from			pic x(6) value spaces.
	    03 wbn-card-to			pic x(6) value spaces.
	    03 wbn-from-dept			pic x(6) value spaces.
	    03 wbn-to-dept			pic x(6) value spaces.
	    03 wbn-test-dept			pic x(6).
	    03 wbn-ctl.
		05 wbn-out-of-range		pic 9.
		05 wbn-post-direct		pic 9.
		05 wbn-restart-any		pic 9.
		05 wbn-in-stream		pic 9.
		05 wbn-last-stream		pic 99.
		05 wbn-ended			pic 99.
		05 wbn-rec-cnt			pic 9(7).
		05 wbn-lv-cnt			pic 9(3).
	    03 wbn-last-to			pic x(6).
	    03 wbn-type				pic xx.
	    03 wbn-chunk			pic 99.
	    03 wbn-cell				pic 9(4).
	    03 wbn-sub				pic 9(3).
	    03 wbn-summ-rec.
		05 wbn-summ-key			pic x(10).
		05 wbn-summ-amt			pic s9(12) occurs 18.
	    03 wbn-lv-table.
		05 wbn-lv-entry		occurs 100.
		    07 wbn-lv-td		pic x(3).
		    07 wbn-lv-ref		pic x(7).
		    07 wbn-lv-amt		pic s9(12).

      ******************************************************************
      *  WBO - DEPARTMENTAL BUDGET V ACTUAL. EB-VARIANCE-SETUP TAKES
      *  THE OPERATOR'S OVERSPEND TOLERANCE AS A PERCENTAGE OF BUDGET.
      *  EI-BUDGET-PRT POSTS THE PERIOD'S ACTUALS TO HD-BUDGET-FL AND
      *  READS THE YEAR BACK DEPARTMENT/CATEGORY BY DEPARTMENT/
      *  CATEGORY, TOTALLING THIS PERIOD AND THE PERIODS TO DATE.
      ******************************************************************
      //////////////////////////////////////////////////////////////////

	01 wbo-pct				pic 9(3).

	01 wbo-budget-work.
	    03 wbo-new				pic 9.
	    03 wbo-active			pic 9.
	    03 wbo-dept				pic x(6).
	    03 wbo-cat				pic 9.
	    03 wbo-pd-budget			pic s9(12).
	    03 wbo-pd-actual			pic s9(12).
	    03 wbo-ytd-budget			pic s9(12).
	    03 wbo-ytd-actual			pic s9(12).
	    03 wbo-test-budget			pic s9(12).
	    03 wbo-test-actual			pic s9(12).
	    03 wbo-test-mkr			pic 9.
	    03 wbo-diff				pic s9(15).
	    03 wbo-diff-100			pic s9(15).
	    03 wbo-limit			pic s9(15).
	    03 wbo-pd-flag			pic x.
	    03 wbo-ytd-flag			pic x.
	    03 wbo-dept-lines			pic 9(3).
	    03 wbo-dept-over			pic 9(3).
	    03 wbo-post-cnt			pic 9(5).
	    03 wbo-dept-cnt			pic 9(5).
	    03 wbo-over-cnt			pic 9(5).
	    03 wbo-flag-cnt			pic 9(5).

	01 wbo-budget-head.
	    03 filler				pic x(40) value
		"DEPARTMENT BUDGET V ACTUAL - TAX PERIOD ".
	    03 wbo-bh-period			pic xx.
	    03 filler				pic x.
	    03 wbo-bh-year			pic x(4).
	    03 filler				pic x(27) value
		" - PERIOD AND YEAR TO DATE".

	01 wbo-limit-line.
	    03 filler				pic x(28) value
		"OVERSPEND TOLERANCE PERCENT ".
	    03 wbo-lm-pct			pic zz9.
	    03 filler				pic x(43) value
		"  (ACTUAL ABOVE BUDGET BY MORE IS FLAGGED)".

	01 wbo-col-line.
	    03 filler				pic x(7) value
		"DEPT".
	    03 filler				pic x(19) value
		"CATEGORY".
	    03 filler				pic x(13) value
		"   PD BUDGET ".
	    03 filler				pic x(13) value
		"   PD ACTUAL ".
	    03 filler				pic x(13) value
		" PD VARIANCE ".
	    03 filler				pic x(13) value
		"  YTD BUDGET ".
	    03 filler				pic x(13) value
		"  YTD ACTUAL ".
	    03 filler				pic x(13) value
		"YTD VARIANCE ".
	    03 filler				pic x(10) value
		"OVER".

	01 wbo-detail-line.
	    03 wbo-dl-dept			pic x(6).
	    03 filler				pic x.
	    03 wbo-dl-cat-name			pic x(18).
	    03 filler				pic x.
	    03 wbo-dl-pd-budget			pic z(7)9.99-.
	    03 filler				pic x.
	    03 wbo-dl-pd-actual			pic z(7)9.99-.
	    03 filler				pic x.
	    03 wbo-dl-pd-variance		pic z(7)9.99-.
	    03 filler				pic x.
	    03 wbo-dl-ytd-budget		pic z(7)9.99-.
	    03 filler				pic x.
	    03 wbo-dl-ytd-actual		pic z(7)9.99-.
	    03 filler				pic x.
	    03 wbo-dl-ytd-variance		pic z(7)9.99-.
	    03 filler				pic x.
	    03 wbo-dl-flag			pic x(10).

	01 wbo-dept-over-line.
	    03 filler				pic x(11) value
		"DEPARTMENT ".
	    03 wbo-do-dept			pic x(6).
	    03 filler				pic x(35) value
		" *** OVER BUDGET BEYOND TOLERANCE -".
	    03 wbo-do-cnt			pic zz9.
	    03 filler				pic x(11) value
		" CATEGORIES".

	01 wbo-budget-tot-line.
	    03 filler				pic x(12) value
		"DEPARTMENTS ".
	    03 wbo-bt-dept			pic z(4)9.
	    03 filler				pic x(14) value
		"  OVER BUDGET ".
	    03 wbo-bt-over			pic z(4)9.
	    03 filler				pic x(16) value
		"  LINES FLAGGED ".
	    03 wbo-bt-flag			pic z(4)9.
	    03 filler				pic x(18) value
		"  ACTUALS POSTED ".
	    03 wbo-bt-post			pic z(4)9.

      ******************************************************************
      *  WBP - BANKING CALENDAR. EJ-BACS-CALENDAR LOADS THE NON-WORKING
      *  DAYS FROM HH-BANK-CAL-FL AND COUNTS BACK FROM THE PAY DATE
      *  OVER WEEKENDS AND THOSE DAYS TO THE BACS PROCESSING DATE.
      ******************************************************************
      //////////////////////////////////////////////////////////////////

	01 wbp-mon-len-str			pic x(24) value
		"312831303130313130313031".

	01 wbp-mon-len-tbl redefines wbp-mon-len-str.
	    03 wbp-mon-len		occurs 12	pic 9(2).

	01 wbp-cal-work.
	    03 wbp-run-date			pic x(8).
	    03 wbp-process-date			pic x(8).
	    03 wbp-prev-work-date		pic x(8).
	    03 wbp-test-date.
		05 wbp-td-ccyy			pic 9(4).
		05 wbp-td-mm			pic 9(2).
		05 wbp-td-dd			pic 9(2).
	    03 wbp-month-len			pic 9(2).
	    03 wbp-days				pic 9.
	    03 wbp-non-working			pic 9.
	    03 wbp-day-desc			pic x(30).
	    03 wbp-pay-non-working		pic 9.
	    03 wbp-pay-desc			pic x(30).
	    03 wbp-late-override		pic 9.
	    03 wbp-cal-full			pic 9.
	    03 wbp-cal-last-year		pic 9(4).
	    03 wbp-z-year			pic 9(4).
	    03 wbp-z-month			pic 9(2).
	    03 wbp-z-work			pic 9(5).
	    03 wbp-z-part1			pic 9(5).
	    03 wbp-z-part2			pic 9(5).
	    03 wbp-z-part3			pic 9(5).
	    03 wbp-z-part4			pic 9(5).
	    03 wbp-z-dow			pic 9.
	    03 wbp-z-rem4			pic 9(3).
	    03 wbp-z-rem100			pic 9(3).
	    03 wbp-z-rem400			pic 9(3).
	    03 wbp-sub				pic 9(3).
	    03 wbp-cal-cnt			pic 9(3).
	    03 wbp-cal-table.
		05 wbp-cal-entry		occurs 300.
		    07 wbp-cal-date		pic x(8).
		    07 wbp-cal-desc		pic x(30).

      ******************************************************************
      *  WBH - SUPPLEMENTARY REPROCESS RUN. XC-LOAD-REPROC LOADS THE
      *  QUARANTINED EMPLOYEE KEYS FROM GA-QUAR-FL WHEN THE REPROCESS
      *    1 P32 SUMMARY      2 3RD PARTY SCHEDULE  3 NEGATIVE PAY
      *    4 BACS HOLD        5 QUARANTINE          6 CASH REQUISITION
      *    7 CHEQUE REGISTER  8 ATTACHMENT ORDERS   9 BANK AUDIT
      *   10 LEAVER REGISTER 11 NET PAY VARIANCE  12 BUDGET V ACTUAL
      ******************************************************************
      //////////////////////////////////////////////////////////////////

	01 wbg-route-work.
	    03 wbg-route			pic 9(2).
	    03 wbg-sub				pic 9(2).
	    03 wbg-adv				pic 9(3).
	    03 wbg-ctl-table.
		05 wbg-ctl-entry	occurs 12.
		    07 wbg-open			pic 9.
		    07 wbg-line-cnt		pic 9(5).
		    07 wbg-page-cnt		pic 9(3).
		"ATTACHMENT ORDER BALANCES".
	    03 filler		pic x(30) value
		"BANK DETAIL CHANGE AUDIT".
	    03 filler		pic x(30) value
		"P45 LEAVER REGISTER".
	    03 filler		pic x(30) value
		"NET PAY VARIANCE EXCEPTIONS".
	    03 filler		pic x(30) value
		"DEPARTMENT BUDGET V ACTUAL".

	01 wbg-titles redefines wbg-title-fill.
	    03 wbg-title		pic x(30) occurs 12.

	01 wbg-file-fill.
	    03 filler		pic x(10) value "P32PRINT".
	    03 filler		pic x(10) value "CHEQRPT".
	    03 filler		pic x(10) value "AEORPT".
	    03 filler		pic x(10) value "BANKRPT".
	    03 filler		pic x(10) value "LEAVRPT".
	    03 filler		pic x(10) value "VARYRPT".
	    03 filler		pic x(10) value "BUDGRPT".

	01 wbg-files redefines wbg-file-fill.
	    03 wbg-file			pic x(10) occurs 12.

	01 wbg-head-line.
	    03 wbg-hd-title			pic x(30).
		05 way-snap-948			pic s9(12).
		05 filler			pic x(48).
	    03 way-snap-wbd			pic x(80).
	    03 way-snap-wbj			pic x(120).

	01 way-quar-head.
	    03 filler				pic x(25) value
	    03 wae-summary-payroll-totals.
		05 wae-p-summ			pic s9(12) occurs 18.

	01 wae-cells			redefines wae-totalling.
	    03 wae-cell				pic s9(12) occurs 2911.

      ******************************************************************
      //////////////////////////////////////////////////////////////////

				wzz-io-err-code
				wzz-file-name.

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	k4-err							section.
		use after error procedure on gq-p45-fl.

	k4err.
		if wzz-io-err-code = zero
			move "P45FILE" to wzz-file-name
			call "mits01vc" using
				wzz-file-status
				wzz-io-err-code
				wzz-file-name.

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	k5-err							section.
		use after error procedure on gv-leaver-prt-fl.

	k5err.
		if wzz-io-err-code = zero
			move "LEAVRPT" to wzz-file-name
			call "mits01vc" using
				wzz-file-status
				wzz-io-err-code
				wzz-file-name.

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	k6-err							section.
		use after error procedure on gw-levy-fl.

	k6err.
		if wzz-io-err-code = zero
			move "LEVYHIST" to wzz-file-name
			call "mits01vc" using
				wzz-file-status
				wzz-io-err-code
				wzz-file-name.

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	k7-err							section.
		use after error procedure on gx-levy-parm-fl.

	k7err.
		if wzz-io-err-code = zero
			move "LEVYPARM" to wzz-file-name
			call "mits01vc" using
				wzz-file-status
				wzz-io-err-code
				wzz-file-name.

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	k8-err							section.
		use after error procedure on gy-hmrc-fl.

	k8err.
		if wzz-io-err-code = zero
			move "HMRCLEDG" to wzz-file-name
			call "mits01vc" using
				wzz-file-status
				wzz-io-err-code
				wzz-file-name.

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	k9-err							section.
		use after error procedure on gz-hmrc-inst-fl.

	k9err.
		if wzz-io-err-code = zero
			move "HMRCINST" to wzz-file-name
			call "mits01vc" using
				wzz-file-status
				wzz-io-err-code
				wzz-file-name.

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	l1-err							section.
		use after error procedure on ha-variance-prt-fl.

	l1err.
		if wzz-io-err-code = zero
			move "VARYRPT" to wzz-file-name
			call "mits01vc" using
				wzz-file-status
				wzz-io-err-code
				wzz-file-name.

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	l2-err							section.
		use after error procedure on hb-stream-parm-fl.

	l2err.
		if wzz-io-err-code = zero
			move "STRMPARM" to wzz-file-name
			call "mits01vc" using
				wzz-file-status
				wzz-io-err-code
				wzz-file-name.

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	l3-err							section.
		use after error procedure on hc-stream-fl.

	l3err.
		if wzz-io-err-code = zero
			move "STRMTOT" to wzz-file-name
			call "mits01vc" using
				wzz-file-status
				wzz-io-err-code
				wzz-file-name.

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	l4-err							section.
		use after error procedure on hd-budget-fl.

	l4err.
		if wzz-io-err-code = zero
			move "BUDGMAST" to wzz-file-name
			call "mits01vc" using
				wzz-file-status
				wzz-io-err-code
				wzz-file-name.

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	l5-err							section.
		use after error procedure on he-budget-ext-fl.

	l5err.
		if wzz-io-err-code = zero
			move "BUDGEXT" to wzz-file-name
			call "mits01vc" using
				wzz-file-status
				wzz-io-err-code
				wzz-file-name.

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	l6-err							section.
		use after error procedure on hf-budget-prt-fl.

	l6err.
		if wzz-io-err-code = zero
			move "BUDGRPT" to wzz-file-name
			call "mits01vc" using
				wzz-file-status
				wzz-io-err-code
				wzz-file-name.

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	l7-err							section.
		use after error procedure on hg-chg-hist-fl.

	l7err.
		if wzz-io-err-code = zero
			move "EMPCHGH" to wzz-file-name
			call "mits01vc" using
				wzz-file-status
				wzz-io-err-code
				wzz-file-name.

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	l8-err							section.
		use after error procedure on hh-bank-cal-fl.

	l8err.
		if wzz-io-err-code = zero
			move "BANKCAL" to wzz-file-name
			call "mits01vc" using
				wzz-file-status
				wzz-io-err-code
				wzz-file-name.

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	l9-err							section.
		use after error procedure on hi-bacs-ovr-fl.

	l9err.
		if wzz-io-err-code = zero
			move "BACSOVR" to wzz-file-name
			call "mits01vc" using
				wzz-file-status
				wzz-io-err-code
				wzz-file-name.

	end declaratives.

      **| CONTEXT |******************************************************
      * Design for aa-main taken from CPRS6000 Context Design.		*
      * labels have Design State Number on end ie s0.			*
      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	aa-main							section.

	aa000-start.
		display wa-prog-ref.
		open output paa-prt-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		perform ec-stream-parm.

	aa100-loop.
		perform ba-open-files.
		perform bb-init-cnts.
		if waa-scan = zero
			perform xw-run-gate
			perform ej-bacs-calendar
			if wbn-mode = "S"
				move 1 to wbc-start-no wbc-next-no
			else
				perform bf-cheque-setup
				perform eb-variance-setup.
		perform bc-header-setup.
		if wbn-mode not = space
			perform ed-stream-check.
		perform xx-purge-emp-hist.
		if wbn-mode = "M"
			perform eg-merge-load
			else
			perform bd-printer-fl
				until waa-eof-flag not = zero.
		perform yn-footer-line.
		if wbn-mode = "S"
			perform ef-stream-end
			go to aa150-close.
		if waa-special-split = zero
			if waa-reproc-mkr = zero
				perform yw-bank-audit.
			perform yv-aeo-balance.
		perform yr-creditor-remit.
		perform yp-negpay-prt.
		perform yx-leaver-reg-prt.
		perform ys-bacshold-prt.
		perform yu-cheque-reg-prt.
		perform yt-quar-prt.
		if waa-special-split = zero
			perform xr-write-runlog.
		perform yq-cash-reqn-prt.
		perform ea-variance-prt.
		perform ei-budget-prt.

	aa150-close.
		perform zl-close-reports.
		perform zm-contents-page.
		perform be-close-files.
		close paa-prt-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		if wbl-no-ao-cnt not = zero
			move 4 to return-code.

	aa999-exit.
		stop run.
			move zero to wzz-io-err-code
		end-if.
		if waq-chk-dept not = spaces
			and wbn-mode not = "M"
			move 1 to waa-restart-active
			move 1 to waa-restart-run.
		open output fk-chkpt-fl.
		initialize wbd-pension-work.
		initialize wbg-route-work.
		initialize wbi-extract-work.
		initialize wbj-leaver-work.
      *	a restarted run carries on the P45FILE its pre-crash portion
      *	wrote, and lists it.
		if waa-scan = zero
			and waa-restart-run not = zero
			open extend gq-p45-fl
			if wzz-io-err-code = zero
				move 1 to wbj-p45-mkr
			else
				move zero to wzz-io-err-code
			end-if
		end-if.
		move all "_" to
			wad-norm-code
			wad-split-fja-key
		move waz-tax-year to waz-tax-year-x.
		perform xo-open-hist.
		perform xa-open-emp-hist.
		perform cs-open-levy.
		if waa-restart-active = zero
			open output fa-pay-fl
			if wzz-io-err-code not = zero
		if fub-cost-code-summary = 1
			and waa-reproc-mkr = zero
			move "COST    " to wac-sub-str
			move 1 to waa-code-break.
      *	the merge run reads no employee data - it keeps the cost-code
      *	setting so it matches the streams, but builds no tag file.
		if waa-code-break not = zero
			and wbn-mode not = "M"
			if waa-special-split = zero
				call "mits01iz" using wab-ord-str
				cancel "mits01iz"
			else
				perform cj-create-tag
			end-if
			open i-o fe-tag-file
			perform ci-update-fe-trans.
      *	below is to check if fzlfile is present ...
		if fbb-data-code not numeric
			if waa-eof-flag = zero
				go to bd003-read-emp.
		if wbn-mode = "S"
			and waa-eof-flag = zero
			perform ee-stream-range
			if wbn-out-of-range not = zero
				go to bd003-read-emp.
		if waa-restart-active not = zero
			and waa-eof-flag = zero
			if fbb-dept < waq-chk-dept
			if waa-eof-flag not = zero
				or fbb-key not = wbd-pen-key
				perform cp-flush-pension.
		if wbj-lv-active not = zero
			if waa-eof-flag not = zero
				or fbb-key not = wbj-lv-key
				perform cr-flush-leaver.
		if wab-read-mkr = zero
			move 1 to wab-read-mkr
			move fbb-dept to wad-save-dept
		if way-skip-active not = zero
			go to bd999-exit.
		perform ck-save-payslip.
		perform cq-save-leaver.
		perform cf-save-pay-ded.

	bd999-exit.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		if waa-code-break not = zero
			and wbn-mode not = "M"
			close fe-tag-file
			if wzz-io-err-code not = zero
				perform zza-io-err.
			close fo-hist-fl
			if wzz-io-err-code not = zero
				perform zza-io-err.
		if wbk-levy-open not = zero
			close gw-levy-fl
			move zero to wbk-levy-open
			if wzz-io-err-code not = zero
				perform zza-io-err.
		if wbb-hist-open not = zero
			close gc-emphist-fl
			if wzz-io-err-code not = zero
	bf999-exit.
		exit.

      *******************************************************************
      *  EB-VARIANCE-SETUP.						*
      *    Accepts the net pay variance tolerance from the operator,	*
      *    once per run alongside the starting cheque number: the	*
      *    percentage and the amount in pounds by which net pay or tax	*
      *    may move from last period before EA-VARIANCE-PRT lists the	*
      *    employee. A blank reply takes the standard 25 per cent and	*
      *    100 pounds; zero switches that test off. Anything non-	*
      *    numeric, or a percentage over 999, refuses the run as a bad	*
      *    cheque number does. The overspend percentage for		*
      *    EI-BUDGET-PRT is taken the same way (blank - 5 per cent,	*
      *    zero - any overspend).					*
      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	eb-variance-setup					section.

	eb000-start.
		display "ENTER NET PAY VARIANCE PERCENTAGE".
		accept wbm-entry.
		if wbm-entry = spaces
			move 25 to wbm-pct
		else
			perform eb100-convert
			if wbm-bad-mkr not = zero
				or wbm-value > 999
				display "P? eb VARIANCE PERCENTAGE """
					wbm-entry
					""" INVALID - RUN REFUSED"
				move 12 to return-code
				stop run
			end-if
			move wbm-value to wbm-pct
		end-if.
		display "ENTER NET PAY VARIANCE AMOUNT IN POUNDS".
		accept wbm-entry.
		if wbm-entry = spaces
			move 100 to wbm-amount
		else
			perform eb100-convert
			if wbm-bad-mkr not = zero
				display "P? eb VARIANCE AMOUNT """
					wbm-entry
					""" INVALID - RUN REFUSED"
				move 12 to return-code
				stop run
			end-if
			move wbm-value to wbm-amount
		end-if.
		display "ENTER BUDGET OVERSPEND PERCENTAGE".
		accept wbm-entry.
		if wbm-entry = spaces
			move 5 to wbo-pct
		else
			perform eb100-convert
			if wbm-bad-mkr not = zero
				or wbm-value > 999
				display "P? eb BUDGET PERCENTAGE """
					wbm-entry
					""" INVALID - RUN REFUSED"
				move 12 to return-code
				stop run
			end-if
			move wbm-value to wbo-pct
		end-if.
		multiply wbm-amount by 100 giving wbm-amount-p.
		go to eb999-exit.

      *	the keyed digits are right-justified as BF000-START does, so a
      *	short entry is taken at face value.
	eb100-convert.
		move zero to wbm-value.
		move zero to wbm-bad-mkr.
		perform eb110-digit
			varying wbm-sub from 1 by 1
			until wbm-sub > 7.

	eb110-digit.
		move wbm-entry-chr(wbm-sub) to wbm-digit-x.
		if wbm-digit-x not = space
			if wbm-digit-x numeric
				multiply wbm-value by 10
					giving wbm-value
				add wbm-digit-9 to wbm-value
			else
				move 1 to wbm-bad-mkr.

	eb999-exit.
		exit.

      **| STATE S3.3 |***************************************************
      *  CA-SUB-PRINT.							*
      *    Using the file created by CF-SAVE-PAY-DED, this section	*
		move 1 to wab-throw-mkr.
		move 2 to waa-print-flag.
		perform df-write-payroll-file.
		if waa-summ-flag not = zero
			add	wae-d-niable-a-tot(5)
				wae-d-niable-b-tot(5)
				wae-d-niable-c-tot(5)
				wae-d-niable-d-tot(5)
				wae-d-niable-e-tot(5)
				wae-d-niable-f-tot(5)
				wae-d-niable-g-tot(5)
				wae-d-niable-s-tot(5)
				wae-d-niable-l-tot(5)
				wae-d-niable-j-tot(5)
					giving wbk-post-amt
			perform ct-post-levy.
		if fub-dept-analysis = "0"
			go to cc055-update-dept.
		perform ya-pay-prt.
	cd-pay-print						section.

	cd000-start.
		if wbn-mode = "S"
			go to cd999-exit.
		move wae-p-ded-totals to wae-ded-totals.
		move wae-p-eesni-totals to wae-eesni-totals.
		move wae-p-ftc-totals to wae-ftc-totals.
		if waa-special-split = zero
			if waa-summ-flag = zero
				perform xq-post-hist-single.
		if waa-summ-flag = zero
			add	wae-p-niable-a-tot(5)
				wae-p-niable-b-tot(5)
				wae-p-niable-c-tot(5)
				wae-p-niable-d-tot(5)
				wae-p-niable-e-tot(5)
				wae-p-niable-f-tot(5)
				wae-p-niable-g-tot(5)
				wae-p-niable-s-tot(5)
				wae-p-niable-l-tot(5)
				wae-p-niable-j-tot(5)
					giving wbk-post-amt
			perform ct-post-levy.
		if waa-special-split = zero
			if waa-reproc-mkr = zero
				perform xn-recon-check.
				else
				perform xj-print-dss-summary
			end-if
			perform yy-levy-prt
			move zero to wbg-route.
		if waa-special-split = zero
			perform yf-hmrc-ledger.
		if fac-run-type = "Y"
			if waa-special-split = zero
				perform xl-p35-print
	cp999-exit.
		exit.

      *******************************************************************
      *  CQ-SAVE-LEAVER.						*
      *    Captures the year-to-date tax and NI figures of a leaver -	*
      *    FAB-CURRENT-STATUS "86" on the header - as CE-TOTAL-REC	*
      *    classifies each record: the column 6 (to-date) values of	*
      *    852/856 as taxable pay and tax to date, of 850/854 as the	*
      *    previous-employment pay and tax (kept apart, as on the P45	*
      *    itself) and of the employee NI codes as NI to date, less	*
      *    the 7303/7603 rebates where CE020-NI takes them off, ready	*
      *    for CR-FLUSH-LEAVER when the employee completes. Suppressed	*
      *    on the cost-code re-sequenced passes as CO-SAVE-PENSION is.	*
      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	cq-save-leaver						section.

	cq000-start.
		if waa-special-split not = zero
			go to cq999-exit.
		if waa-code-break not = zero
			go to cq999-exit.
		if wab-code-type = zero
			go to cq999-exit.
		if fab-current-status not = "86"
			go to cq999-exit.
		if wbj-lv-active = zero
			move 1 to wbj-lv-active
			move fbb-key to wbj-lv-key
			move fab-emp-name to wbj-lv-name
			move fab-ni-class to wbj-lv-ni-class
			move fab-cost-code to wbj-lv-cost-code.
		if wab-code-type = 4
			go to cq200-ni.
		if wab-code-type not = 3
			go to cq999-exit.
		if wad-code = "850"
			add wag-num1-col(6) to wbj-lv-p45-taxable.
		if wad-code = "852"
			add wag-num1-col(6) to wbj-lv-taxable.
		if wad-code = "854"
			add wag-num1-col(6) to wbj-lv-p45-tax.
		if wad-code = "856"
			add wag-num1-col(6) to wbj-lv-tax.
		go to cq999-exit.

	cq200-ni.
		if wad-shuffle-code = "7040" or "7140" or "7240"
				   or "7340" or "7440" or "7540"
				   or "7640" or "7740" or "7840"
				   or "8040"
			add wag-num1-col(6) to wbj-lv-ni.
		if wad-shuffle-code = "7303" or "7603"
		    if waa-use-nicalc5-mkr = zero
			subtract wag-num1-col(6) from wbj-lv-ni.

	cq999-exit.
		exit.

      *******************************************************************
      *  CR-FLUSH-LEAVER.						*
      *    Writes the P45 certificate record for the leaver just	*
      *    completed - header details, the employer's tax district	*
      *    and reference (found the same way XI-UPDATE-SUMM-FL finds	*
      *    them for the P32 summary), the leaving tax period and the	*
      *    to-date figures CQ-SAVE-LEAVER gathered - then clears the	*
      *    build-up ready for the next employee.			*
      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	cr-flush-leaver						section.

	cr000-start.
		if wbj-p45-mkr = zero
			move 1 to wbj-p45-mkr
			if waa-restart-run = zero
				or waa-scan not = zero
				open output gq-p45-fl
			else
				open extend gq-p45-fl
				if wzz-io-err-code not = zero
					move zero to wzz-io-err-code
					open output gq-p45-fl
				end-if
			end-if
			if wzz-io-err-code not = zero
				perform zza-io-err
			end-if
		end-if.
		move spaces to gqa-rec.
		move fub-tax-district-num to gqa-td.
		move fub-ers-ref-number to gqa-ref.
		if waa-summ-flag = 1
			go to cr010-multi.
		if waa-summ-flag = 2
			go to cr020-dept.
		go to cr100-write.

	cr010-multi.
		move wbj-lv-dept to fzcb-key.
		read fzc-multi-tax-depts
			invalid key
			go to cr100-write.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move fzcb-tax-district-num to gqa-td.
		move fzcb-ers-ref-number to gqa-ref.
		go to cr100-write.

	cr020-dept.
		call "mits01vu" using
			wbj-lv-dept
			fzlb-rec
			fub-rec.
		move fzlb-tax-district-num to gqa-td.
		move fzlb-ers-ref-number to gqa-ref.

	cr100-write.
		move wbj-lv-dept to gqa-dept.
		move wbj-lv-sub-dept to gqa-sub-dept.
		move wbj-lv-employee to gqa-employee.
		move wbj-lv-name to gqa-emp-name.
		move wbj-lv-ni-class to gqa-ni-class.
		move wbj-lv-cost-code to gqa-cost-code.
		move waz-tax-year-x to gqa-tax-year.
		move fac-tax-period to gqa-leave-period.
		move fac-pay-date to gqa-pay-date.
		move wbj-lv-taxable to gqa-taxable.
		move wbj-lv-tax to gqa-tax.
		move wbj-lv-p45-taxable to gqa-p45-taxable.
		move wbj-lv-p45-tax to gqa-p45-tax.
		move wbj-lv-ni to gqa-ni.
		write gqa-rec.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		add 1 to wbj-lv-cnt.
		initialize wbj-lv-emp.

	cr999-exit.
		exit.

      *******************************************************************
      *  CS-OPEN-LEVY.							*
      *    Opens (creating on first ever use) the Apprenticeship Levy	*
      *    history and loads the allowance split from GX-LEVY-PARM-FL.	*
      *    Mirrors XO-OPEN-HIST - a fresh pass replaces its own tax	*
      *    year/period postings, a restarted or supplementary reprocess	*
      *    pass keeps them.						*
      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	cs-open-levy						section.

	cs000-start.
		initialize wbk-levy-work wbk-parm-table.
		if wbn-mode = "S"
			go to cs999-exit.
		open input gx-levy-parm-fl.
		if wzz-io-err-code not = zero
			move zero to wzz-io-err-code
			go to cs020-open-hist.
		move 1 to wbk-parm-present.

	cs010-read-parm.
		read gx-levy-parm-fl
			at end
			go to cs015-close-parm.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		if wbk-parm-cnt not < 20
			display "P? cs LEVYPARM - MORE THAN 20 "
				"DISTRICTS, " gxa-td " " gxa-ref
				" IGNORED"
			go to cs010-read-parm.
		add 1 to wbk-parm-cnt.
		move gxa-td to wbk-pt-td(wbk-parm-cnt).
		move gxa-ref to wbk-pt-ref(wbk-parm-cnt).
		move zero to wbk-pt-allowance(wbk-parm-cnt).
		if gxa-allowance numeric
			move gxa-allowance
				to wbk-pt-allowance(wbk-parm-cnt).
		move wbk-std-periods to wbk-pt-periods(wbk-parm-cnt).
		if gxa-periods numeric
			if gxa-periods not = zero
				move gxa-periods
					to wbk-pt-periods(wbk-parm-cnt).
		go to cs010-read-parm.

	cs015-close-parm.
		close gx-levy-parm-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.

	cs020-open-hist.
		open i-o gw-levy-fl.
		if wzz-io-err-code not = zero
			move zero to wzz-io-err-code
			open output gw-levy-fl
			if wzz-io-err-code not = zero
				perform zza-io-err
			end-if
			close gw-levy-fl
			if wzz-io-err-code not = zero
				perform zza-io-err
			end-if
			open i-o gw-levy-fl
			if wzz-io-err-code not = zero
				perform zza-io-err
			end-if
		end-if.
		move 1 to wbk-levy-open.
		if waa-restart-active not = zero
			go to cs999-exit.
		if waa-reproc-mkr not = zero
			go to cs999-exit.
		move low-values to gwa-key.
		move waz-tax-year-x to gwa-tax-year.
		start gw-levy-fl key not < gwa-key
			invalid key
			go to cs999-exit.
		if wzz-io-err-code not = zero
			perform zza-io-err.

	cs030-read.
		read gw-levy-fl next record
			at end
			go to cs999-exit.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		if gwa-tax-year not = waz-tax-year-x
			go to cs999-exit.
		if gwa-period = fac-tax-period
			delete gw-levy-fl record
			if wzz-io-err-code not = zero
				perform zza-io-err.
		go to cs030-read.

	cs999-exit.
		exit.

      *******************************************************************
      *  CT-POST-LEVY.							*
      *    Adds the NI-able pay in WBK-POST-AMT into this tax		*
      *    year/period's levy history record for the tax district and	*
      *    reference the P32 summary reports it under - found the same	*
      *    way XI-UPDATE-SUMM-FL finds them - creating the record on	*
      *    first posting. Performed per department from CC-DEPT-PRINT	*
      *    on a multi-district payroll, once with the payroll total	*
      *    from CD-PAY-PRINT otherwise. On a stream run the posting	*
      *    is held by EH-STREAM-LEVY for the merge run to make.		*
      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	ct-post-levy						section.

	ct000-start.
		if wbk-levy-open = zero
			and wbn-mode not = "S"
			go to ct999-exit.
		if waa-special-split not = zero
			go to ct999-exit.
		if wbn-post-direct not = zero
			go to ct100-read.
		move fub-tax-district-num to wbk-post-td.
		move fub-ers-ref-number to wbk-post-ref.
		if waa-summ-flag = 1
			go to ct010-multi.
		if waa-summ-flag = 2
			go to ct020-dept.
		go to ct100-read.

	ct010-multi.
		move wad-save-dept to fzcb-key.
		read fzc-multi-tax-depts
			invalid key
			go to ct100-read.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move fzcb-tax-district-num to wbk-post-td.
		move fzcb-ers-ref-number to wbk-post-ref.
		go to ct100-read.

	ct020-dept.
		call "mits01vu" using
			wad-save-dept
			fzlb-rec
			fub-rec.
		move fzlb-tax-district-num to wbk-post-td.
		move fzlb-ers-ref-number to wbk-post-ref.

	ct100-read.
		if wbn-mode = "S"
			perform eh-stream-levy
			go to ct999-exit.
		move waz-tax-year-x to gwa-tax-year.
		move wbk-post-td to gwa-td.
		move wbk-post-ref to gwa-ref.
		move fac-tax-period to gwa-period.
		move zero to wbk-levy-new.
		read gw-levy-fl
			invalid key
			move 1 to wbk-levy-new.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		if wbk-levy-new not = zero
			move waz-tax-year-x to gwa-tax-year
			move wbk-post-td to gwa-td
			move wbk-post-ref to gwa-ref
			move fac-tax-period to gwa-period
			move zero to gwa-niable gwa-levy.
		add wbk-post-amt to gwa-niable.
		if wbk-levy-new = zero
			rewrite gwa-rec
			else
			write gwa-rec.
		if wzz-io-err-code not = zero
			perform zza-io-err.

	ct999-exit.
		exit.

      *******************************************************************
      *  CU-LEVY-SHARE.							*
      *    Finds the annual levy allowance share and the periods it	*
      *    accrues over for the district/reference in WBK-TD/WBK-REF.	*
      *    With no GX-LEVY-PARM-FL the payroll's own district takes the	*
      *    whole standard allowance.					*
      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	cu-levy-share						section.

	cu000-start.
		move zero to wbk-share.
		move wbk-std-periods to wbk-periods.
		move zero to wbk-sub.
		if wbk-parm-present not = zero
			go to cu010-search.
		if wbk-td = fub-tax-district-num
			and wbk-ref = fub-ers-ref-number
			move wbk-std-allowance to wbk-share.
		go to cu999-exit.

	cu010-search.
		add 1 to wbk-sub.
		if wbk-sub > wbk-parm-cnt
			go to cu999-exit.
		if wbk-pt-td(wbk-sub) not = wbk-td
			or wbk-pt-ref(wbk-sub) not = wbk-ref
			go to cu010-search.
		move wbk-pt-allowance(wbk-sub) to wbk-share.
		move wbk-pt-periods(wbk-sub) to wbk-periods.

	cu999-exit.
		exit.

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	da-write-dept-file					section.

	da000-start.
		move low-values to fa-key.
		start fa-pay-fl key not < fa-key invalid key
			go to da025-beginning.
		if wzz-io-err-code not = zero
			perform zza-io-err.

	da005-read-sub.
		move zero to wag-data-numbers.
		read fa-pay-fl next record
			at end
			go to da025-beginning.
		if wzz-io-err-code not = zero
			perform zza-io-err.

	da010-read-dept-file.
		move fa-key to fb-key.
		read fb-pay-fl
			invalid key
			go to da020-write-record.
		if wzz-io-err-code not = zero
			perform zza-io-err.

	da015-dept-found.
		move fb-data to wag-data-num1.
		move fa-data to wag-data-num2.
		perform zx-add-subtract.
		move wag-data-num2 to fb-data.
		rewrite fb-pay-record.
		go to da005-read-sub.

	da020-write-record.
		move fa-pay-record to fb-pay-record.
		write fb-pay-record.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		go to da005-read-sub.

	da025-beginning.
		move low-values to fa-key.
		start fa-pay-fl key not < fa-key invalid key
			go to da999-exit.
		if wzz-io-err-code not = zero
			perform zza-io-err.

	da999-exit.
		exit.

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	db-upd-dept-totes					section.

	db000-start.
		if waa-special-prt not = zero
		move fab-bank-acc-name to fgb-dest-account-name.
		move fab-emp-name to fgb-reference.
		move wae-result to fgb-amount.
		move wbp-process-date to fgb-process-date.
		write fg-bacs-record.
		if wzz-io-err-code not = zero
			perform zza-io-err.
	ye999-exit.
		exit.

      *******************************************************************
      *  YF-HMRC-LEDGER.						*
      *    Posts each tax district's net amount due for the period to	*
      *    the HMRC liability ledger, from the same totals the P32	*
      *    summary prints (FD-SUMM-FL, or the payroll totals on a	*
      *    single district payroll): PAYE less tax credits, student and	*
      *    postgraduate loans, gross NIC, less the SSP/SMP/SPP/SAP/ShPP	*
      *    and employer reductions recovered. A fresh run replaces the	*
      *    period's figure, a supplementary reprocess run adds to it;	*
      *    payments already keyed against the period are kept. Then	*
      *    writes the payment instruction quoting the district's	*
      *    Accounts Office reference, with whatever is still owed or	*
      *    overpaid on the ledger for the earlier periods of the year.	*
      *    A district missing from TAXDIST has its instruction marked	*
      *    unusable (reference all "*") and the run ends with return	*
      *    code 4, so the reference is put right before payment.	*
      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	yf-hmrc-ledger						section.

	yf000-start.
		if fac-run-type = "A" or "T"
			go to yf999-exit.
		open i-o gy-hmrc-fl.
		if wzz-io-err-code not = zero
			move zero to wzz-io-err-code
			open output gy-hmrc-fl
			if wzz-io-err-code not = zero
				perform zza-io-err
			end-if
			close gy-hmrc-fl
			if wzz-io-err-code not = zero
				perform zza-io-err
			end-if
			open i-o gy-hmrc-fl
			if wzz-io-err-code not = zero
				perform zza-io-err
			end-if
		end-if.
		open output gz-hmrc-inst-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move zero to wbl-inst-cnt.
		move zero to wbl-due-date.
		if fac-tax-period numeric
			move fac-tax-period to wbl-period-n
			perform yf050-due-date.
		add 1 waz-tax-year giving wbl-year-end.
		move wbl-year-end-yy to wbl-pr-yy.
		move fac-tax-period to wbl-pr-period.
		if waa-summ-flag = zero
			move wae-summary-payroll-totals to fd-amounts
			move fub-tax-district-num to fd-td
			move fub-ers-ref-number to fd-ref
			perform yf100-post
			go to yf900-close.
		move low-values to fd-key.
		start fd-summ-fl key not < fd-key
			invalid key
			go to yf900-close.
		if wzz-io-err-code not = zero
			perform zza-io-err.

	yf010-read.
		read fd-summ-fl next record
			at end
			go to yf900-close.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		perform yf100-post.
		go to yf010-read.

      *	tax period 1 runs 6 April to 5 May and is due by 22 May -
      *	period 9 onwards falls due in the next calendar year.
	yf050-due-date.
		move waz-tax-year to wbl-due-yyyy.
		add 4 wbl-period-n giving wbl-due-mm.
		if wbl-due-mm > 12
			subtract 12 from wbl-due-mm
			add 1 to wbl-due-yyyy.
		move 22 to wbl-due-dd.
		if wbl-period-n = zero or wbl-period-n > 12
			move zero to wbl-due-date.

	yf100-post.
		subtract fd-amt(3) from fd-amt(1) giving wbl-paye.
		add fd-amt(2) fd-amt(17) giving wbl-loans.
		move fd-amt(5) to wbl-nic.
		add	fd-amt(6)
			fd-amt(7)
			fd-amt(8)
			fd-amt(9)
			fd-amt(10)
			fd-amt(18) giving wbl-recovered.
		if waa-use-nicalc5-mkr not = zero
			add	fd-amt(11)
				fd-amt(12)
				fd-amt(13) to wbl-recovered.
		compute wbl-due = wbl-paye + wbl-loans + wbl-nic
			- wbl-recovered.
		perform yf200-brought-fwd.
		move waz-tax-year-x to gya-tax-year.
		move fd-td to gya-td.
		move fd-ref to gya-ref.
		move fac-tax-period to gya-period.
		move zero to wbl-new.
		read gy-hmrc-fl
			invalid key
			move 1 to wbl-new.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		if wbl-new not = zero
			move zero to gya-paye gya-loans gya-nic
				gya-recovered gya-due gya-paid
				gya-pay-cnt
			move spaces to gya-date-paid
			move waz-tax-year-x to gya-tax-year
			move fd-td to gya-td
			move fd-ref to gya-ref
			move fac-tax-period to gya-period.
		if waa-reproc-mkr = zero
			move zero to gya-paye gya-loans gya-nic
				gya-recovered gya-due.
		add wbl-paye to gya-paye.
		add wbl-loans to gya-loans.
		add wbl-nic to gya-nic.
		add wbl-recovered to gya-recovered.
		add wbl-due to gya-due.
		move wbl-due-date to gya-due-date.
		move fac-run-sequence-no to gya-run-seq.
		if wbl-new = zero
			rewrite gya-rec
			else
			write gya-rec.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		perform yf300-instruction.

      *	what is still owed (or overpaid) for the earlier periods of
      *	the year on this district's ledger.
	yf200-brought-fwd.
		move zero to wbl-brought-fwd.
		move zero to wbl-bf-end.
		move waz-tax-year-x to gya-tax-year.
		move fd-td to gya-td.
		move fd-ref to gya-ref.
		move low-values to gya-period.
		start gy-hmrc-fl key not < gya-key
			invalid key
			move 1 to wbl-bf-end.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		perform yf210-read until wbl-bf-end not = zero.

	yf210-read.
		read gy-hmrc-fl next record
			at end
			move 1 to wbl-bf-end.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		if wbl-bf-end = zero
			if gya-tax-year not = waz-tax-year-x
				or gya-td not = fd-td
				or gya-ref not = fd-ref
				or gya-period not < fac-tax-period
				move 1 to wbl-bf-end
			else
				add gya-due to wbl-brought-fwd
				subtract gya-paid from wbl-brought-fwd.

	yf300-instruction.
		move spaces to gza-rec.
		move spaces to fzfa-aoref fzfa-office-name.
		move zero to wbl-found.
		close fzf-tax-districts.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		open input fzf-tax-districts.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		perform yf310-find-district
			until wbl-found not = zero.
		if wbl-found not = 1
			move spaces to fzfa-aoref fzfa-office-name
			move all "*" to fzfa-aoref
			add 1 to wbl-no-ao-cnt
			display "P? yf TAX DISTRICT " fd-td
				" NOT ON TAXDIST - NO ACCOUNTS OFFICE"
				" REFERENCE".
		move fd-td to gza-td.
		move fd-ref to gza-ref.
		move fzfa-aoref to gza-aoref.
		move fzfa-office-name to gza-office-name.
		move fzfa-aoref to wbl-pr-aoref.
		move wbl-pay-ref to gza-pay-ref.
		move waz-tax-year-x to gza-tax-year.
		move fac-tax-period to gza-period.
		move wbl-due-date to gza-due-date.
		move gya-due to gza-due.
		move wbl-brought-fwd to gza-brought-fwd.
		add gya-due wbl-brought-fwd giving gza-to-pay.
		subtract gya-paid from gza-to-pay.
		if gza-to-pay < zero
			move zero to gza-to-pay.
		write gza-rec.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		add 1 to wbl-inst-cnt.

	yf310-find-district.
		read fzf-tax-districts
			at end
			move 2 to wbl-found.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		if wbl-found = zero
			if fzfa-tax-district-num = fd-td
				move 1 to wbl-found.

	yf900-close.
		close gz-hmrc-inst-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		close gy-hmrc-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.

	yf999-exit.
		exit.

      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	yg-3rd-prt						section.
		exit.

      *******************************************************************
      *  YX-LEAVER-REG-PRT.						*
      *    Prints the leaver register from the P45 certificate		*
      *    extract CR-FLUSH-LEAVER wrote this run - one line per	*
      *    leaver with the to-date taxable pay, tax, previous-		*
      *    employment figures and NI - so the clerk can issue the	*
      *    P45s straight off the listing. Read back off the file, as	*
      *    YP-NEGPAY-PRT does, so a checkpoint-restarted run still	*
      *    lists the leavers written before the restart.		*
      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	yx-leaver-reg-prt					section.

      *	no leaver this run - a fresh run still empties P45FILE here, once
      *	past every refusal point, so last period's certificates cannot
      *	be issued again.
	yx000-start.
		if wbj-p45-mkr = zero
			if waa-restart-run = zero
				open output gq-p45-fl
				if wzz-io-err-code not = zero
					perform zza-io-err
				end-if
				close gq-p45-fl
				if wzz-io-err-code not = zero
					perform zza-io-err
				end-if
			end-if
			go to yx999-exit
		end-if.
		move 10 to wbg-route.
		close gq-p45-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		open input gq-p45-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move fac-tax-period to wbj-lh-period.
		move waz-tax-year-x to wbj-lh-year.
		move wbj-leaver-head to waf-print-line.
		move 1 to wab-margin.
		perform za-print-line.
		move 2 to wab-spacing.
		move wbj-leaver-col-line to waf-print-line.
		perform za-print-line.
		move 2 to wab-spacing.
		move zero to wbj-lv-cnt.
		move zero to waa-prt-eof.

	yx005-read-next.
		read gq-p45-fl next record
			at end
			move 1 to waa-prt-eof.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		if waa-prt-eof not = zero
			go to yx010-close.
		move spaces to wbj-leaver-line.
		move gqa-dept to wbj-ll-dept.
		move gqa-sub-dept to wbj-ll-sub-dept.
		move gqa-employee to wbj-ll-employee.
		move gqa-emp-name to wbj-ll-emp-name.
		move gqa-ni-class to wbj-ll-ni-class.
		move gqa-td to wbj-ll-td.
		divide gqa-taxable by 100 giving wbj-ll-taxable.
		divide gqa-tax by 100 giving wbj-ll-tax.
		divide gqa-p45-taxable by 100 giving wbj-ll-p45-taxable.
		divide gqa-p45-tax by 100 giving wbj-ll-p45-tax.
		divide gqa-ni by 100 giving wbj-ll-ni.
		add 1 to wbj-lv-cnt.
		move 1 to wab-margin.
		move wbj-leaver-line to waf-print-line.
		perform za-print-line.
		go to yx005-read-next.

	yx010-close.
		close gq-p45-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move wbj-lv-cnt to wbj-lt-cnt.
		move 2 to wab-spacing.
		move wbj-leaver-tot-line to waf-print-line.
		perform za-print-line.

	yx999-exit.
		move zero to wbg-route.
		exit.

      *******************************************************************
      *  YY-LEVY-PRT.							*
      *    Apprenticeship Levy due for the period, printed after the	*
      *    P32 summary. Each district's year-to-date NI-able pay bill	*
      *    is built from the levy history, the levy to date worked out	*
      *    against the allowance accrued to this period and to the	*
      *    previous one, and the difference charged to this period and	*
      *    stamped on the period's history record for the P35.		*
      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	yy-levy-prt						section.

	yy000-start.
		if wbk-levy-open = zero
			go to yy999-exit.
		if fac-tax-period not numeric
			go to yy999-exit.
		move fac-tax-period to wbk-period-n.
		move zero to wbk-active.
		move zero to wbk-tots.
		move fac-tax-period to wbk-lh-period.
		move waz-tax-year to wbk-lh-year.
		add 10 wab-summ-lines giving wab-margin.
		move 3 to wab-spacing.
		move wbk-levy-head to waf-print-line.
		perform za-print-line.
		move 2 to wab-spacing.
		move wbk-levy-col-line to waf-print-line.
		perform za-print-line.
		move 1 to wab-spacing.
		move low-values to gwa-key.
		move waz-tax-year-x to gwa-tax-year.
		start gw-levy-fl key not < gwa-key
			invalid key
			go to yy900-total.
		if wzz-io-err-code not = zero
			perform zza-io-err.

	yy010-read.
		read gw-levy-fl next record
			at end
			go to yy900-total.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		if gwa-tax-year not = waz-tax-year-x
			go to yy900-total.
		if wbk-active = zero
			or gwa-td not = wbk-td
			or gwa-ref not = wbk-ref
			perform yy100-new-district.
		if gwa-period < fac-tax-period
			add gwa-niable to wbk-prev-pay
			go to yy010-read.
		if gwa-period > fac-tax-period
			go to yy010-read.
		perform yy200-calc.
		move wbk-levy-due to gwa-levy.
		rewrite gwa-rec.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		perform yy300-line.
		go to yy010-read.

	yy100-new-district.
		move 1 to wbk-active.
		move gwa-td to wbk-td.
		move gwa-ref to wbk-ref.
		move zero to wbk-prev-pay.
		perform cu-levy-share.

      *	the allowance accrues evenly over the year's tax periods -
      *	anything not used in one period carries on to the next.
	yy200-calc.
		add wbk-prev-pay gwa-niable giving wbk-ytd-pay.
		move wbk-period-n to wbk-accrue-n.
		if wbk-accrue-n > wbk-periods
			move wbk-periods to wbk-accrue-n.
		compute wbk-ytd-allow =
			wbk-share * wbk-accrue-n / wbk-periods.
		subtract 1 from wbk-period-n giving wbk-accrue-n.
		if wbk-accrue-n > wbk-periods
			move wbk-periods to wbk-accrue-n.
		compute wbk-prev-allow =
			wbk-share * wbk-accrue-n / wbk-periods.
		compute wbk-ytd-levy rounded =
			wbk-ytd-pay * wbk-levy-rate - wbk-ytd-allow.
		if wbk-ytd-levy < zero
			move zero to wbk-ytd-levy.
		compute wbk-prev-levy rounded =
			wbk-prev-pay * wbk-levy-rate - wbk-prev-allow.
		if wbk-prev-levy < zero
			move zero to wbk-prev-levy.
		subtract wbk-prev-levy from wbk-ytd-levy
			giving wbk-levy-due.

	yy300-line.
		move spaces to wbk-levy-line.
		move wbk-td to wbk-ll-td.
		move wbk-ref to wbk-ll-ref.
		divide wbk-ytd-pay by 100 giving wbk-ll-pay.
		divide wbk-ytd-allow by 100 giving wbk-ll-allow.
		divide wbk-ytd-levy by 100 giving wbk-ll-ytd.
		divide wbk-prev-levy by 100 giving wbk-ll-prev.
		divide wbk-levy-due by 100 giving wbk-ll-due.
		move wbk-levy-line to waf-print-line.
		perform za-print-line.
		add wbk-ytd-pay to wbk-tot-pay.
		add wbk-ytd-allow to wbk-tot-allow.
		add wbk-ytd-levy to wbk-tot-ytd.
		add wbk-prev-levy to wbk-tot-prev.
		add wbk-levy-due to wbk-tot-due.

	yy900-total.
		move spaces to wbk-levy-line.
		move "TOTAL" to wbk-ll-label.
		divide wbk-tot-pay by 100 giving wbk-ll-pay.
		divide wbk-tot-allow by 100 giving wbk-ll-allow.
		divide wbk-tot-ytd by 100 giving wbk-ll-ytd.
		divide wbk-tot-prev by 100 giving wbk-ll-prev.
		divide wbk-tot-due by 100 giving wbk-ll-due.
		move 2 to wab-spacing.
		move wbk-levy-line to waf-print-line.
		perform za-print-line.
		move 2 to wab-spacing.

	yy999-exit.
		exit.

      *******************************************************************
      *  YZ-LEVY-YEAR.							*
      *    The year's Apprenticeship Levy line under each district's	*
      *    totals row on the P35 reconciliation - the NI-able pay bill	*
      *    for the year, the district's annual allowance and the sum of	*
      *    the levy YY-LEVY-PRT charged period by period.		*
      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	yz-levy-year						section.

	yz000-start.
		if wbk-levy-open = zero
			go to yz999-exit.
		move waz-hist-td to wbk-td.
		move waz-hist-ref to wbk-ref.
		perform cu-levy-share.
		move zero to wbk-ytd-pay wbk-ytd-levy.
		move waz-tax-year-x to gwa-tax-year.
		move wbk-td to gwa-td.
		move wbk-ref to gwa-ref.
		move low-values to gwa-period.
		start gw-levy-fl key not < gwa-key
			invalid key
			go to yz100-print.
		if wzz-io-err-code not = zero
			perform zza-io-err.

	yz010-read.
		read gw-levy-fl next record
			at end
			go to yz100-print.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		if gwa-tax-year not = waz-tax-year-x
			or gwa-td not = wbk-td
			or gwa-ref not = wbk-ref
			go to yz100-print.
		add gwa-niable to wbk-ytd-pay.
		add gwa-levy to wbk-ytd-levy.
		go to yz010-read.

	yz100-print.
		divide wbk-ytd-pay by 100 giving wbk-pl-pay.
		divide wbk-share by 100 giving wbk-pl-allow.
		divide wbk-ytd-levy by 100 giving wbk-pl-levy.
		move 1 to wab-spacing.
		move wbk-p35-levy-line to waf-print-line.
		perform za-print-line.

	yz999-exit.
		exit.

      *******************************************************************
      *  YW-BANK-AUDIT.						*
      *    Run-over-run audit of employee standing data, printed	*
      *    before the BACS submission is released. Every		*
      *    FA-EMPLOYEE-HEADER is compared against last run's		*
      *    GI-SNAP-FL snapshot - a changed bank sort code, account	*
      *    number, account name or pay method prints the OLD and NEW	*
      *    values, an employee not on the snapshot prints as ADD -	*
      *    and the snapshot is then rebuilt from this run (the same	*
      *    compare-then-rebuild shape as XN-RECON-CHECK uses for the	*
      *    control totals). The first ever run takes the snapshot	*
      *    and says so. Each change and addition is also appended to	*
      *    HG-CHG-HIST-FL, so the history outlives the snapshot.	*
      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	yw-bank-audit						section.

	yw000-start.
		move 9 to wbg-route.
		move zero to wbf-ctl.
		open i-o gi-snap-fl.
		if wzz-io-err-code not = zero
			move zero to wzz-io-err-code
			open output gi-snap-fl
			if wzz-io-err-code not = zero
				perform zza-io-err
			end-if
			close gi-snap-fl
			if wzz-io-err-code not = zero
				perform zza-io-err
			end-if
			open i-o gi-snap-fl
			if wzz-io-err-code not = zero
				perform zza-io-err
			end-if
			move 2 to wab-spacing
			move wbf-audit-head to waf-print-line
			perform za-print-line
			move 1 to wab-margin
			move wbf-audit-first-line to waf-print-line
			perform za-print-line
			go to yw500-rebuild
		end-if.
		open extend hg-chg-hist-fl.
		if wzz-io-err-code not = zero
			move zero to wzz-io-err-code
			open output hg-chg-hist-fl
			if wzz-io-err-code not = zero
				perform zza-io-err
			end-if
		end-if.
		move 2 to wab-spacing.
		move wbf-audit-head to waf-print-line.
		perform za-print-line.
		move low-values to fab-key.
		start fa-employee-header key not < fab-key
			invalid key
			go to yw400-verdict.
		if wzz-io-err-code not = zero
			perform zza-io-err.

	yw010-read-fa.
		read fa-employee-header next record
			at end
			go to yw400-verdict.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		if fab-key = zero
			go to yw010-read-fa.
		move fab-key to gia-key.
		read gi-snap-fl
			invalid key
			go to yw100-new-emp.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move 1 to wab-margin.
		move wbf-audit-line to waf-print-line.
		perform za-print-line.
		perform yw300-write-hist.

	yw300-write-hist.
		move spaces to hga-rec.
		move fab-key to hga-emp-key.
		move fac-pay-date to hga-pay-date.
		move fac-run-sequence-no to hga-run-seq.
		move "CHG" to hga-change.
		move gia-bank-sort-code to hga-old-sort-code.
		move gia-bank-acc-no to hga-old-acc-no.
		move gia-bank-acc-name to hga-old-acc-name.
		move gia-pay-method to hga-old-pay-method.
		if wbf-tag = "ADD"
			move "ADD" to hga-change
			move zero to hga-old-sort-code hga-old-acc-no
			move spaces to hga-old-acc-name
				hga-old-pay-method.
		move fab-bank-sort-code to hga-new-sort-code.
		move fab-bank-acc-no to hga-new-acc-no.
		move fab-bank-acc-name to hga-new-acc-name.
		move fab-pay-method to hga-new-pay-method.
		write hga-rec.
		if wzz-io-err-code not = zero
			perform zza-io-err.

	yw400-verdict.
		close hg-chg-hist-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		if wbf-change-cnt = zero
			move 1 to wab-margin
			move wbf-audit-none-line to waf-print-line
		move fpa-account-name to fgb-dest-account-name.
		move fpa-payment-ref to fgb-reference.
		move wat-cr-total(wat-cred) to fgb-amount.
		move wbp-process-date to fgb-process-date.
		write fg-bacs-record.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		close gf-cheque-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		open input gf-cheque-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move wbc-reg-head to waf-print-line.
		move 1 to wab-margin.
		move zero to waa-prt-eof.
		move zero to wbc-cheque-cnt.
		move zero to wbc-cheque-amt.
		perform za-print-line.

	yu005-read-next.
		read gf-cheque-fl next record
			at end
			move 1 to waa-prt-eof.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		if waa-prt-eof not = zero
			go to yu010-close.
		add 1 to wbc-cheque-cnt.
		add gfa-amount to wbc-cheque-amt.
		move spaces to wbc-reg-line.
		move gfa-cheque-no to wbc-rl-cheque-no.
		move gfa-dept to wbc-rl-dept.
		move gfa-sub-dept to wbc-rl-sub-dept.
		move gfa-employee to wbc-rl-employee.
		move gfa-emp-name to wbc-rl-emp-name.
		divide gfa-amount by 100 giving wbc-rl-amount.
		move 1 to wab-margin.
		move wbc-reg-line to waf-print-line.
		perform za-print-line.
		go to yu005-read-next.

	yu010-close.
		close gf-cheque-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move wbc-cheque-cnt to wbc-rt-cnt.
		divide wbc-cheque-amt by 100 giving wbc-rt-amount.
		move wbc-reg-tot-line to waf-print-line.
		perform za-print-line.

	yu999-exit.
		move zero to wbg-route.
		exit.

      *******************************************************************
      *  YT-QUAR-PRT.							*
      *    Reads back the quarantine file written by ZG-QUARANTINE	*
      *    and prints the end-of-run error summary - the file and	*
      *    status that failed, the employee skipped and whether	*
      *    their net pay had already been released - alongside the	*
      *    negative pay listing, so the skipped employees can be	*
      *    actioned without having lost the whole run.			*
      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	yt-quar-prt						section.

	yt000-start.
		if waa-quar-mkr = zero
			go to yt999-exit.
		move 5 to wbg-route.
		close ga-quar-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		open input ga-quar-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move way-quar-head to waf-print-line.
		move 1 to wab-margin.
		move zero to waa-prt-eof.
		move zero to way-prt-cnt.
		perform za-print-line.

	yt005-read-next.
		read ga-quar-fl next record
			at end
			move 1 to waa-prt-eof.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		if waa-prt-eof not = zero
			go to yt010-close.
		move spaces to way-quar-line.
		move gaa-file to way-ql-file.
		move gaa-status to way-ql-status.
		move gaa-key to way-ql-key.
		move gaa-emp-name to way-ql-name.
		if gaa-net-mkr = "R"
			move "NET PAY ALREADY RELEASED" to way-ql-note.
		add 1 to way-prt-cnt.
		move 1 to wab-margin.
		move way-quar-line to waf-print-line.
		perform za-print-line.
		go to yt005-read-next.

	yt010-close.
		close ga-quar-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move way-prt-cnt to way-qt-cnt.
		move way-quar-tot-line to waf-print-line.
		perform za-print-line.

	yt999-exit.
		move zero to wbg-route.
		exit.

      ******************************************************************
      * YQ-CASH-REQN-PRT.						*
      *   Re-reads FF-COINAGE-FL, the cash requisition file built up	*
      *   by YL-CASH-ANAL one record per employee paid in cash, and	*
      *   prints a single consolidated denomination breakdown	*
      *   totalling every record written this run - the cash order	*
      *   figures, in one place, that the bank requires.		*
      ******************************************************************
      ///////////////////////////////////////////////////////////////////
	yq-cash-reqn-prt					section.

	yq000-start.
		if waa-coinage-mkr = zero
			go to yq999-exit.
		move 6 to wbg-route.
		close ff-coinage-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		open input ff-coinage-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move zero to war-cash-reqn-totals.
		move zero to waa-prt-eof.

	yq005-read-next.
		read ff-coinage-fl next record
			at end
			move 1 to waa-prt-eof.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		if waa-prt-eof not = zero
			go to yq010-print.
		perform varying wab-cnt from 1 by 1 until wab-cnt > 11
			add fcf-amt(wab-cnt) to war-reqn-cnts(wab-cnt)
		end-perform.
		add fcf-cash to war-reqn-cash.
		go to yq005-read-next.

	yq010-print.
		move "CASH REQUISITION SUMMARY FOR THIS RUN:" to
			waf-print-line.
		move 1 to wab-margin.
		perform za-print-line.
		move wac-ft-line5 to waf-print-line.
		perform za-print-line.
		perform varying wab-cnt from 1 by 1 until wab-cnt > 11
			move war-reqn-cnts(wab-cnt) to
				wac-cash-cnts(wab-cnt)
		end-perform.
		move wac-ft-line6 to waf-print-line.
		perform za-print-line.
		divide war-reqn-cash by 100 giving waf-divide.
		move waf-divide to wac-cash-amt.
		move wac-cash-amt to wac-csh-amt(12).
		multiply war-reqn-cnts(1) by 50 giving wac-csh-amt(1).
		multiply war-reqn-cnts(2) by 20 giving wac-csh-amt(2).
		multiply war-reqn-cnts(3) by 10 giving wac-csh-amt(3).
		multiply war-reqn-cnts(4) by 5 giving wac-csh-amt(4).
		multiply war-reqn-cnts(5) by 1 giving wac-csh-amt(5).
		multiply war-reqn-cnts(6) by 50 giving wae-result.
		divide wae-result by 100 giving wac-csh-amt(6).
		multiply war-reqn-cnts(7) by 20 giving wae-result.
		divide wae-result by 100 giving wac-csh-amt(7).
		multiply war-reqn-cnts(8) by 10 giving wae-result.
		divide wae-result by 100 giving wac-csh-amt(8).
		multiply war-reqn-cnts(9) by 5 giving wae-result.
		divide wae-result by 100 giving wac-csh-amt(9).
		multiply war-reqn-cnts(10) by 2 giving wae-result.
		divide wae-result by 100 giving wac-csh-amt(10).
		divide war-reqn-cnts(11) by 100 giving wac-csh-amt(11).
		move wac-ft-line7 to waf-print-line.
		perform za-print-line.
		move zero to wab-margin.

	yq999-exit.
		move zero to wbg-route.
		exit.

      *******************************************************************
      *  EA-VARIANCE-PRT.						*
      *    Net pay variance exceptions, run once the employee loop has	*
      *    posted this period to GC-EMPHIST-FL and before the outputs	*
      *    are released. Each employee's posting for this tax period is	*
      *    set against the one for the period before - period 01 looks	*
      *    back to the last period posted in the previous tax year -	*
      *    and the employee is listed when:				*
      *      - net pay or tax moved by more than the operator's		*
      *        percentage of last period's figure or by more than the	*
      *        operator's amount;					*
      *      - there is no earlier posting at all (first-ever payment);	*
      *      - there was a posting last period but none this period	*
      *        and the header does not carry the leaver status "86".	*
      *    The key is employee-major, so each employee's periods come	*
      *    together as XV-WRITE-P60-FL relies on. Not run where the	*
      *    period is not posted (see XX-PURGE-EMP-HIST).		*
      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	ea-variance-prt						section.

	ea000-start.
		if wbb-hist-open = zero
			go to ea999-exit.
		if waa-code-break not = zero
			go to ea999-exit.
		if waa-special-split not = zero
			go to ea999-exit.
		move 11 to wbg-route.
		initialize wbm-variance-work.
		move waz-tax-year-x to wbm-cur-year.
		move fac-tax-period to wbm-cur-period.
		move waz-tax-year-x to wbm-prev-year.
		move fac-tax-period to wbm-prev-period-n.
		if wbm-prev-period-n > 1
			subtract 1 from wbm-prev-period-n
		else
			move waz-tax-year to wbm-prev-year-n
			subtract 1 from wbm-prev-year-n
			move wbm-prev-year-n to wbm-prev-year
			move zero to wbm-prev-period-n
			perform ea030-last-period.
		move wbm-prev-period-n to wbm-prev-period.
		move wbm-cur-period to wbm-vh-period.
		move wbm-cur-year to wbm-vh-year.
		move wbm-prev-period to wbm-vh-prev-period.
		move wbm-prev-year to wbm-vh-prev-year.
		move wbm-variance-head to waf-print-line.
		move 1 to wab-margin.
		perform za-print-line.
		move wbm-pct to wbm-lm-pct.
		move wbm-amount to wbm-lm-amount.
		move wbm-limit-line to waf-print-line.
		perform za-print-line.
		move 2 to wab-spacing.
		move wbm-variance-col-line to waf-print-line.
		perform za-print-line.
		move 2 to wab-spacing.
		move low-values to gca-key.
		start gc-emphist-fl key not < gca-key
			invalid key
			go to ea090-last.
		if wzz-io-err-code not = zero
			perform zza-io-err.

	ea010-read.
		read gc-emphist-fl next record
			at end
			go to ea090-last.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		if wbm-active = zero
			perform ea020-new-emp.
		if gca-emp-key not = wbm-emp-key
			perform ea050-judge-emp
			perform ea020-new-emp.
		move gca-tax-year to wbm-gca-year.
		move gca-period to wbm-gca-period.
		if wbm-gca-ym < wbm-cur-ym
			move 1 to wbm-earlier.
		if wbm-gca-ym = wbm-prev-ym
			move 1 to wbm-prev-found
			add gca-tax to wbm-prev-tax
			add gca-net to wbm-prev-net.
		if wbm-gca-ym = wbm-cur-ym
			move 1 to wbm-cur-found
			add gca-tax to wbm-cur-tax
			add gca-net to wbm-cur-net.
		go to ea010-read.

	ea020-new-emp.
		initialize wbm-emp.
		move 1 to wbm-active.
		move gca-emp-key to wbm-emp-key.

      *	period 01 - the previous period is the last one the previous
      *	tax year has postings for, whatever the pay frequency.
	ea030-last-period.
		move low-values to gca-key.
		start gc-emphist-fl key not < gca-key
			invalid key
			move 1 to wbm-eof.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		perform ea035-scan-period until wbm-eof not = zero.
		move zero to wbm-eof.

	ea035-scan-period.
		read gc-emphist-fl next record
			at end
			move 1 to wbm-eof.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move zero to wbm-gca-period-n.
		if wbm-eof = zero
			and gca-tax-year = wbm-prev-year
			and gca-period numeric
			move gca-period to wbm-gca-period-n.
		if wbm-gca-period-n > wbm-prev-period-n
			move wbm-gca-period-n to wbm-prev-period-n.

	ea050-judge-emp.
		if wbm-cur-found not = zero
			and wbm-earlier = zero
			move "FIRST PAY" to wbm-reason
			add 1 to wbm-first-cnt
			perform ea060-print-emp.
		if wbm-cur-found not = zero
			and wbm-prev-found not = zero
			perform ea070-compare.
		if wbm-prev-found not = zero
			and wbm-cur-found = zero
			perform ea080-missing.

	ea060-print-emp.
		perform ea065-read-header.
		move spaces to wbm-variance-line.
		move wbm-dept to wbm-vl-dept.
		move wbm-sub-dept to wbm-vl-sub-dept.
		move wbm-employee to wbm-vl-employee.
		move fab-emp-name to wbm-vl-emp-name.
		divide wbm-prev-net by 100 giving wbm-vl-prev-net.
		divide wbm-cur-net by 100 giving wbm-vl-cur-net.
		subtract wbm-prev-net from wbm-cur-net giving wbm-diff.
		divide wbm-diff by 100 giving wbm-vl-net-chg.
		divide wbm-prev-tax by 100 giving wbm-vl-prev-tax.
		divide wbm-cur-tax by 100 giving wbm-vl-cur-tax.
		subtract wbm-prev-tax from wbm-cur-tax giving wbm-diff.
		divide wbm-diff by 100 giving wbm-vl-tax-chg.
		move wbm-reason to wbm-vl-reason.
		add 1 to wbm-exc-cnt.
		move wbm-variance-line to waf-print-line.
		perform za-print-line.

	ea065-read-header.
		move wbm-emp-key to faa-key.
		read fa-employee-header
			invalid key
			initialize fab-rec
			move wbm-emp-key to faa-key.
		if wzz-io-err-code not = zero
			perform zza-io-err.

	ea070-compare.
		move wbm-prev-net to wbm-test-prev.
		move wbm-cur-net to wbm-test-cur.
		perform ea300-test.
		move wbm-test-mkr to wbm-net-mkr.
		move wbm-prev-tax to wbm-test-prev.
		move wbm-cur-tax to wbm-test-cur.
		perform ea300-test.
		if wbm-net-mkr not = zero
			or wbm-test-mkr not = zero
			move "NET" to wbm-reason
			if wbm-test-mkr not = zero
				move "TAX" to wbm-reason
				if wbm-net-mkr not = zero
					move "NET+TAX" to wbm-reason
				end-if
			end-if
			add 1 to wbm-var-cnt
			perform ea060-print-emp.

	ea080-missing.
		perform ea065-read-header.
		if fab-current-status not = "86"
			move "MISSING" to wbm-reason
			add 1 to wbm-miss-cnt
			perform ea060-print-emp.

      *	WBM-TEST-MKR is set when the figure moved by more than the
      *	amount, or by more than the percentage of last period's
      *	figure (any movement off a zero figure counts).
	ea300-test.
		move zero to wbm-test-mkr.
		subtract wbm-test-prev from wbm-test-cur
			giving wbm-diff.
		if wbm-diff < zero
			multiply -1 by wbm-diff.
		if wbm-amount-p not = zero
			and wbm-diff > wbm-amount-p
			move 1 to wbm-test-mkr.
		move wbm-test-prev to wbm-limit.
		if wbm-limit < zero
			multiply -1 by wbm-limit.
		multiply wbm-pct by wbm-limit.
		multiply wbm-diff by 100 giving wbm-diff-100.
		if wbm-pct not = zero
			and wbm-diff-100 > wbm-limit
			move 1 to wbm-test-mkr.

	ea090-last.
		if wbm-active not = zero
			perform ea050-judge-emp.
		move wbm-var-cnt to wbm-vt-var.
		move wbm-first-cnt to wbm-vt-first.
		move wbm-miss-cnt to wbm-vt-miss.
		move 2 to wab-spacing.
		move wbm-variance-tot-line to waf-print-line.
		perform za-print-line.
		if wbm-exc-cnt not = zero
			display "P? ea NET PAY VARIANCE - " wbm-exc-cnt
				" EMPLOYEES LISTED ON VARYRPT - CHECK "
				"BEFORE RELEASE".

	ea999-exit.
		move zero to wbg-route.
		exit.

      *******************************************************************
      *  EI-BUDGET-PRT.							*
      *    Departmental payroll budget v actual, run with the other	*
      *    end-of-run reports. The actual for each department and	*
      *    CODETYPE category is the MANUAL+CURRENT column of the	*
      *    department-level category subtotal ("T" record with no	*
      *    sub-department) that DS-WRITE-DEPT-EXTRACT wrote to		*
      *    GP-DEPT-EXT-FL, posted to HD-BUDGET-FL against this tax	*
      *    period - a fresh run replaces the period's actuals, a	*
      *    supplementary reprocess run adds to them, as the HMRC	*
      *    ledger does. The budget master is then read back for the	*
      *    tax year and every department/category with a budget or an	*
      *    actual is printed and extracted with the period and year to	*
      *    date budget, actual and variance. An overspend beyond the	*
      *    operator's percentage of budget (any overspend where there	*
      *    is no budget) is flagged, and so is the department. Not run	*
      *    where the period is not posted (see XX-PURGE-EMP-HIST).	*
      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	ei-budget-prt						section.

	ei000-start.
		if waa-code-break not = zero
			go to ei999-exit.
		if waa-special-split not = zero
			go to ei999-exit.
		if fac-run-type = "A" or "T"
			go to ei999-exit.
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
		initialize wbo-budget-work.
		if waa-reproc-mkr not = zero
			go to ei050-post.
		move low-values to hda-key.
		move waz-tax-year-x to hda-tax-year.
		start hd-budget-fl key not < hda-key
			invalid key
			go to ei050-post.
		if wzz-io-err-code not = zero
			perform zza-io-err.

      *	a fresh run clears the period's actuals first, so a department
      *	not paid this time (or a period run again) leaves nothing behind.
	ei010-clear.
		read hd-budget-fl next record
			at end
			go to ei050-post.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		if hda-tax-year not = waz-tax-year-x
			go to ei050-post.
		if hda-period not = fac-tax-period
			or hda-actual = zero
			go to ei010-clear.
		move zero to hda-actual.
		move fac-run-sequence-no to hda-run-seq.
		rewrite hda-rec.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		go to ei010-clear.

	ei050-post.
		if wbi-ext-mkr = zero
			go to ei100-report.
		close gp-dept-ext-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		open input gp-dept-ext-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.

	ei060-read-ext.
		read gp-dept-ext-fl next record
			at end
			go to ei080-close-ext.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		if gpa-rec-type not = "T"
			or gpa-sub-dept not = spaces
			go to ei060-read-ext.
		perform ei400-post-line.
		go to ei060-read-ext.

	ei080-close-ext.
		close gp-dept-ext-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move zero to wbi-ext-mkr.

	ei100-report.
		open output he-budget-ext-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move 12 to wbg-route.
		move fac-tax-period to wbo-bh-period.
		move waz-tax-year-x to wbo-bh-year.
		move wbo-budget-head to waf-print-line.
		move 1 to wab-margin.
		perform za-print-line.
		move wbo-pct to wbo-lm-pct.
		move wbo-limit-line to waf-print-line.
		perform za-print-line.
		move 2 to wab-spacing.
		move wbo-col-line to waf-print-line.
		perform za-print-line.
		move 2 to wab-spacing.
		move low-values to hda-key.
		move waz-tax-year-x to hda-tax-year.
		start hd-budget-fl key not < hda-key
			invalid key
			go to ei190-last.
		if wzz-io-err-code not = zero
			perform zza-io-err.

	ei110-read.
		read hd-budget-fl next record
			at end
			go to ei190-last.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		if hda-tax-year not = waz-tax-year-x
			go to ei190-last.
		if wbo-active = zero
			perform ei120-new-line.
		if hda-dept not = wbo-dept
			or hda-category not = wbo-cat
			perform ei500-judge-line
			if hda-dept not = wbo-dept
				perform ei600-end-dept
			end-if
			perform ei120-new-line.
		if hda-period = fac-tax-period
			add hda-budget to wbo-pd-budget
			add hda-actual to wbo-pd-actual.
		if hda-period not > fac-tax-period
			add hda-budget to wbo-ytd-budget
			add hda-actual to wbo-ytd-actual.
		go to ei110-read.

	ei120-new-line.
		move 1 to wbo-active.
		move hda-dept to wbo-dept.
		move hda-category to wbo-cat.
		move zero to wbo-pd-budget wbo-pd-actual
			wbo-ytd-budget wbo-ytd-actual.

	ei190-last.
		if wbo-active not = zero
			perform ei500-judge-line
			perform ei600-end-dept.
		move wbo-dept-cnt to wbo-bt-dept.
		move wbo-over-cnt to wbo-bt-over.
		move wbo-flag-cnt to wbo-bt-flag.
		move wbo-post-cnt to wbo-bt-post.
		move 2 to wab-spacing.
		move wbo-budget-tot-line to waf-print-line.
		perform za-print-line.
		if wbo-over-cnt not = zero
			display "P? ei BUDGET V ACTUAL - " wbo-over-cnt
				" DEPARTMENTS OVER BUDGET - CHECK "
				"BUDGRPT".
		go to ei900-close.

	ei400-post-line.
		move waz-tax-year-x to hda-tax-year.
		move gpa-dept to hda-dept.
		move gpa-category to hda-category.
		move fac-tax-period to hda-period.
		move zero to wbo-new.
		read hd-budget-fl
			invalid key
			move 1 to wbo-new.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		if wbo-new not = zero
			move zero to hda-budget hda-actual
			move waz-tax-year-x to hda-tax-year
			move gpa-dept to hda-dept
			move gpa-category to hda-category
			move fac-tax-period to hda-period.
		add gpa-amount(5) to hda-actual.
		move fac-run-sequence-no to hda-run-seq.
		if wbo-new = zero
			rewrite hda-rec
			else
			write hda-rec.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		add 1 to wbo-post-cnt.

      *	a department/category with neither budget nor actual for the
      *	year so far is left off.
	ei500-judge-line.
		if wbo-pd-budget not = zero
			or wbo-pd-actual not = zero
			or wbo-ytd-budget not = zero
			or wbo-ytd-actual not = zero
			perform ei510-print-line.

	ei510-print-line.
		move wbo-pd-budget to wbo-test-budget.
		move wbo-pd-actual to wbo-test-actual.
		perform ei700-test.
		move "N" to wbo-pd-flag.
		if wbo-test-mkr not = zero
			move "Y" to wbo-pd-flag.
		move wbo-ytd-budget to wbo-test-budget.
		move wbo-ytd-actual to wbo-test-actual.
		perform ei700-test.
		move "N" to wbo-ytd-flag.
		if wbo-test-mkr not = zero
			move "Y" to wbo-ytd-flag.
		move spaces to wbo-detail-line.
		move wbo-dept to wbo-dl-dept.
		move wbi-cat-name(wbo-cat) to wbo-dl-cat-name.
		divide wbo-pd-budget by 100 giving wbo-dl-pd-budget.
		divide wbo-pd-actual by 100 giving wbo-dl-pd-actual.
		subtract wbo-pd-budget from wbo-pd-actual
			giving wbo-diff.
		divide wbo-diff by 100 giving wbo-dl-pd-variance.
		divide wbo-ytd-budget by 100 giving wbo-dl-ytd-budget.
		divide wbo-ytd-actual by 100 giving wbo-dl-ytd-actual.
		subtract wbo-ytd-budget from wbo-ytd-actual
			giving wbo-diff.
		divide wbo-diff by 100 giving wbo-dl-ytd-variance.
		if wbo-pd-flag = "Y"
			move "PERIOD" to wbo-dl-flag.
		if wbo-ytd-flag = "Y"
			move "YTD" to wbo-dl-flag
			if wbo-pd-flag = "Y"
				move "PERIOD+YTD" to wbo-dl-flag.
		move wbo-detail-line to waf-print-line.
		perform za-print-line.
		add 1 to wbo-dept-lines.
		if wbo-pd-flag = "Y" or wbo-ytd-flag = "Y"
			add 1 to wbo-dept-over
			add 1 to wbo-flag-cnt.
		move spaces to hea-rec.
		move waz-tax-year-x to hea-tax-year.
		move fac-tax-period to hea-period.
		move wbo-dept to hea-dept.
		move wbo-cat to hea-category.
		move wbi-cat-name(wbo-cat) to hea-cat-name.
		move wbo-pd-budget to hea-pd-budget.
		move wbo-pd-actual to hea-pd-actual.
		subtract wbo-pd-budget from wbo-pd-actual
			giving hea-pd-variance.
		move wbo-ytd-budget to hea-ytd-budget.
		move wbo-ytd-actual to hea-ytd-actual.
		subtract wbo-ytd-budget from wbo-ytd-actual
			giving hea-ytd-variance.
		move wbo-pd-flag to hea-pd-flag.
		move wbo-ytd-flag to hea-ytd-flag.
		write hea-rec.
		if wzz-io-err-code not = zero
			perform zza-io-err.

	ei600-end-dept.
		if wbo-dept-lines not = zero
			add 1 to wbo-dept-cnt.
		if wbo-dept-over not = zero
			add 1 to wbo-over-cnt
			move wbo-dept to wbo-do-dept
			move wbo-dept-over to wbo-do-cnt
			move wbo-dept-over-line to waf-print-line
			perform za-print-line.
		if wbo-dept-lines not = zero
			move 2 to wab-spacing.
		move zero to wbo-dept-lines wbo-dept-over.

      *	WBO-TEST-MKR is set when the actual is above the budget by
      *	more than the operator's percentage of it - with no budget,
      *	any overspend counts.
	ei700-test.
		move zero to wbo-test-mkr.
		subtract wbo-test-budget from wbo-test-actual
			giving wbo-diff.
		move wbo-test-budget to wbo-limit.
		if wbo-limit < zero
			multiply -1 by wbo-limit.
		multiply wbo-pct by wbo-limit.
		multiply wbo-diff by 100 giving wbo-diff-100.
		if wbo-diff > zero
			and wbo-diff-100 > wbo-limit
			move 1 to wbo-test-mkr.

	ei900-close.
		close he-budget-ext-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		close hd-budget-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.

	ei999-exit.
		move zero to wbg-route.
		exit.

      *******************************************************************
      *  EC-STREAM-PARM.						*
      *    Reads the optional HB-STREAM-PARM-FL card once, before the	*
      *    first pass. No card (or a blank one) is the normal		*
      *    single-stream run. A stream card gives the stream number and	*
      *    its department range - a blank from-department starts at the	*
      *    top of the file, a blank to-department runs to the end of it	*
      *    - and a merge card gives the number of streams to merge.	*
      *    Anything else refuses the run before a file is touched.	*
      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	ec-stream-parm						section.

	ec000-start.
		move space to wbn-mode.
		move zero to wbn-ctl.
		open input hb-stream-parm-fl.
		if wzz-io-err-code not = zero
			move zero to wzz-io-err-code
			go to ec999-exit.
		read hb-stream-parm-fl
			at end
			move spaces to hba-rec.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		close hb-stream-parm-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		if hba-mode = space
			go to ec999-exit.
		if hba-mode not = "S" and not = "M"
			go to ec900-refuse.
		if hba-stream not numeric
			go to ec900-refuse.
		if hba-stream-n = zero
			go to ec900-refuse.
		move hba-mode to wbn-mode.
		if wbn-mode = "M"
			move hba-stream-n to wbn-streams
			display "P? ec MERGE RUN - " wbn-streams
				" STREAMS"
			go to ec999-exit.
		if hba-to-dept not = spaces
			if hba-from-dept not < hba-to-dept
				go to ec900-refuse.
		move hba-stream-n to wbn-stream.
		move hba-from-dept to wbn-card-from wbn-from-dept.
		move hba-to-dept to wbn-card-to wbn-to-dept.
		if wbn-from-dept = spaces
			move low-values to wbn-from-dept.
		if wbn-to-dept = spaces
			move high-values to wbn-to-dept.
		display "P? ec STREAM " wbn-stream
			" - DEPARTMENTS FROM " wbn-card-from
			" UP TO " wbn-card-to.
		go to ec999-exit.

	ec900-refuse.
		display "P? ec STRMPARM CARD INVALID - " hba-rec.
		display "P? ec RUN REFUSED".
		move 12 to return-code.
		stop run.

	ec999-exit.
		exit.

      *******************************************************************
      *  ED-STREAM-CHECK.						*
      *    Performed from AA100-LOOP on a stream or merge run once	*
      *    BC-HEADER-SETUP has settled the run options. Streams are not	*
      *    offered on a reprocess or special-summary run, and a stream	*
      *    restarted from its checkpoint must be given its own card	*
      *    again. A stream on the plain department path is positioned	*
      *    at the first record of its range (one with nothing in its	*
      *    range ends at once); under cost-code re-sequencing the tag	*
      *    file is read from its start and EE-STREAM-RANGE passes over	*
      *    the tags below the range.					*
      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	ed-stream-check						section.

	ed000-start.
		if waa-reproc-mkr not = zero
			or waa-special-split not = zero
			display "P? ed STREAMS NOT AVAILABLE ON A "
				"REPROCESS OR SPECIAL SUMMARY RUN"
			go to ed900-refuse.
		if wbn-mode = "M"
			go to ed999-exit.
		if waa-restart-active not = zero
			if waq-chk-dept < wbn-from-dept
				or waq-chk-dept not < wbn-to-dept
				display "P? ed CHECKPOINT DEPARTMENT "
					waq-chk-dept
					" IS NOT IN STREAM " wbn-stream
				go to ed900-refuse.
		if waa-code-break not = zero
			go to ed999-exit.
		if wbn-from-dept = low-values
			go to ed999-exit.
		move low-values to fbb-key.
		move wbn-from-dept to fbb-dept.
		start fb-employee-variables key not < fbb-key
			invalid key
			move 1 to waa-eof-flag.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		go to ed999-exit.

	ed900-refuse.
		display "P? ed RUN REFUSED".
		move 12 to return-code.
		stop run.

	ed999-exit.
		exit.

      *******************************************************************
      *  EE-STREAM-RANGE.						*
      *    Tests the record just read on a stream run against the	*
      *    stream's department range - the cost department of the tag	*
      *    under cost-code re-sequencing, the employee's department	*
      *    otherwise. Below the range the record is passed over; once	*
      *    past the top of the range the stream is ended exactly as	*
      *    CH-READ-FE-OR-FB ends it at the end of file, so the last	*
      *    department is printed, posted and checkpointed as usual.	*
      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	ee-stream-range						section.

	ee000-start.
		move zero to wbn-out-of-range.
		move fbb-dept to wbn-test-dept.
		if waa-code-break not = zero
			move wad-cost-dept to wbn-test-dept.
		if wbn-test-dept < wbn-from-dept
			move 1 to wbn-out-of-range
			go to ee999-exit.
		if wbn-test-dept < wbn-to-dept
			go to ee999-exit.
		if waa-code-break = zero
			move all "_" to fba-key
			move 1 to waa-eof-flag
			move zero to waa-tran-new
			else
			move 1 to waa-eof-flag
			move 2 to waa-cost-break.

	ee999-exit.
		exit.

      *******************************************************************
      *  EH-STREAM-LEVY.						*
      *    On a stream run CT-POST-LEVY hands its posting here instead	*
      *    of to GW-LEVY-FL: the amount is held against the tax		*
      *    district/reference already resolved in WBK-POST-TD/REF and	*
      *    passed on as an "LV" record by EF-STREAM-END, for the merge	*
      *    run to post.							*
      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	eh-stream-levy						section.

	eh000-start.
		move 1 to wbn-sub.

	eh010-find.
		if wbn-sub > wbn-lv-cnt
			go to eh020-new.
		if wbn-lv-td(wbn-sub) = wbk-post-td
			and wbn-lv-ref(wbn-sub) = wbk-post-ref
			go to eh030-add.
		add 1 to wbn-sub.
		go to eh010-find.

	eh020-new.
		if wbn-lv-cnt not < 100
			display "P? eh MORE THAN 100 TAX DISTRICTS "
				"IN STREAM " wbn-stream
			display "P? eh RUN REFUSED"
			move 12 to return-code
			stop run.
		add 1 to wbn-lv-cnt.
		move wbn-lv-cnt to wbn-sub.
		move wbk-post-td to wbn-lv-td(wbn-sub).
		move wbk-post-ref to wbn-lv-ref(wbn-sub).
		move zero to wbn-lv-amt(wbn-sub).

	eh030-add.
		add wbk-post-amt to wbn-lv-amt(wbn-sub).

	eh999-exit.
		exit.

      *******************************************************************
      *  EF-STREAM-END.							*
      *    Ends a stream run in place of CD-PAY-PRINT and the end-of-run*
      *    reports. Everything the merge run needs to finish the payroll*
      *    is written to HC-STREAM-FL: the "HD" header identifying the	*
      *    run and the range, the PRPAY and SUMMARY records, the levy	*
      *    postings, the whole of WAE-TOTALLING in "WT" chunks, the	*
      *    payroll-level counts and control totals ("CT"), then every	*
      *    output file the stream produced, each record behind its own	*
      *    two-character tag. Each copied file is closed and its marker	*
      *    cleared, so BE-CLOSE-FILES passes it by. The "EN" trailer	*
      *    carries the count of records before it.			*
      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	ef-stream-end						section.

	ef000-start.
		move zero to wbn-rec-cnt.
		open output hc-stream-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move spaces to hca-data.
		move wbn-card-from to hca-hd-from-dept.
		move wbn-card-to to hca-hd-to-dept.
		move fac-pay-date to hca-hd-pay-date.
		move fac-tax-period to hca-hd-tax-period.
		move fac-run-sequence-no to hca-hd-run-seq.
		move waa-code-break to hca-hd-code-break.
		move waa-summ-flag to hca-hd-summ-flag.
		move waa-restart-run to hca-hd-restart.
		move "HD" to wbn-type.
		perform ef900-write.
		move "PR" to wbn-type.
		move low-values to fc-key.
		start fc-pay-fl key not < fc-key
			invalid key
			go to ef020-summ.
		if wzz-io-err-code not = zero
			perform zza-io-err.

	ef010-read-pr.
		read fc-pay-fl next record
			at end
			go to ef020-summ.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move fc-pay-record to hca-data.
		perform ef900-write.
		go to ef010-read-pr.

	ef020-summ.
		if waa-summ-flag = zero
			go to ef040-totals.
		move "SU" to wbn-type.
		move low-values to fd-key.
		start fd-summ-fl key not < fd-key
			invalid key
			go to ef040-totals.
		if wzz-io-err-code not = zero
			perform zza-io-err.

	ef030-read-su.
		read fd-summ-fl next record
			at end
			go to ef040-totals.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move fd-summ-record to hca-data.
		perform ef900-write.
		go to ef030-read-su.

	ef040-totals.
		move "LV" to wbn-type.
		perform ef800-levy-line
			varying wbn-sub from 1 by 1
			until wbn-sub > wbn-lv-cnt.
		move "WT" to wbn-type.
		move zero to wbn-cell.
		perform ef810-totals-line
			varying wbn-chunk from 1 by 1
			until wbn-chunk > 71.
		move spaces to hca-data.
		move wab-p-net-paid to hca-ct-net-paid.
		move wab-p-male-not-paid to hca-ct-male-not-paid.
		move wab-p-female-not-paid to hca-ct-female-not-paid.
		move wab-p-male-paid to hca-ct-male-paid.
		move wab-p-female-paid to hca-ct-female-paid.
		move wab-p-cash-cnt to hca-ct-cash-cnt.
		move wab-p-other-cnt to hca-ct-other-cnt.
		move wab-p-bank-cnt to hca-ct-bank-cnt.
		move wab-p-cash-amt to hca-ct-cash-amt.
		move wab-p-other-amt to hca-ct-other-amt.
		move wab-p-bank-amt to hca-ct-bank-amt.
		perform ef830-cash-var
			varying wbn-sub from 1 by 1
			until wbn-sub > 11.
		move wav-948-net to hca-ct-948-net.
		move wav-coinage-amt to hca-ct-coinage-amt.
		move wau-hold-cnt to hca-ct-hold-cnt.
		move wau-hold-amt to hca-ct-hold-amt.
		move wau-bacs-file-amt to hca-ct-bacs-file-amt.
		move wbc-cheque-cnt to hca-ct-cheque-cnt.
		move wbc-cheque-amt to hca-ct-cheque-amt.
		move was-p-net to hca-ct-jrnl-net.
		move was-p-tax to hca-ct-jrnl-tax.
		move was-p-eesni to hca-ct-jrnl-eesni.
		move was-p-ersni to hca-ct-jrnl-ersni.
		move was-p-erspen to hca-ct-jrnl-erspen.
		move was-p-3rd to hca-ct-jrnl-3rd.
		move "CT" to wbn-type.
		perform ef900-write.

	ef100-bacs.
		if waa-bacs-mkr = zero
			go to ef110-cheque.
		close fg-bacs-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		open input fg-bacs-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move "BA" to wbn-type.

	ef105-read-bacs.
		read fg-bacs-fl next record
			at end
			go to ef108-close-bacs.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move fg-bacs-record to hca-data.
		perform ef900-write.
		go to ef105-read-bacs.

	ef108-close-bacs.
		close fg-bacs-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move zero to waa-bacs-mkr.

	ef110-cheque.
		if wbc-cheque-mkr = zero
			go to ef120-payslip.
		close gf-cheque-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		open input gf-cheque-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move "CQ" to wbn-type.

	ef115-read-cheque.
		read gf-cheque-fl next record
			at end
			go to ef118-close-cheque.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move gfa-rec to hca-data.
		perform ef900-write.
		go to ef115-read-cheque.

	ef118-close-cheque.
		close gf-cheque-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move zero to wbc-cheque-mkr.

	ef120-payslip.
		if wan-slip-mkr = zero
			go to ef130-3rd.
		close fm-payslip-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		open input fm-payslip-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move "PS" to wbn-type.

	ef125-read-payslip.
		read fm-payslip-fl next record
			at end
			go to ef128-close-payslip.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move fma-rec to hca-data.
		perform ef900-write.
		go to ef125-read-payslip.

	ef128-close-payslip.
		close fm-payslip-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move zero to wan-slip-mkr.

	ef130-3rd.
		if waa-3rd-sched-mkr = zero
			go to ef140-pension.
		close fh-3rd-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		open input fh-3rd-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move "TP" to wbn-type.

	ef135-read-3rd.
		read fh-3rd-fl next record
			at end
			go to ef138-close-3rd.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move fh-3rd-record to hca-data.
		perform ef900-write.
		go to ef135-read-3rd.

	ef138-close-3rd.
		close fh-3rd-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move zero to waa-3rd-sched-mkr.

	ef140-pension.
		if wbd-pen-mkr = zero
			go to ef150-journal.
		close gg-pension-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		open input gg-pension-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move "PN" to wbn-type.

	ef145-read-pension.
		read gg-pension-fl next record
			at end
			go to ef148-close-pension.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move gga-rec to hca-data.
		perform ef900-write.
		go to ef145-read-pension.

	ef148-close-pension.
		close gg-pension-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move zero to wbd-pen-mkr.

	ef150-journal.
		if was-jrnl-mkr = zero
			go to ef160-negpay.
		close fn-journal-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		open input fn-journal-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move "JN" to wbn-type.

	ef155-read-journal.
		read fn-journal-fl next record
			at end
			go to ef158-close-journal.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move fna-rec to hca-data.
		perform ef900-write.
		go to ef155-read-journal.

	ef158-close-journal.
		close fn-journal-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move zero to was-jrnl-mkr.

	ef160-negpay.
		if waa-negpay-mkr = zero
			go to ef170-hold.
		close fi-negpay-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		open input fi-negpay-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move "NP" to wbn-type.

	ef165-read-negpay.
		read fi-negpay-fl next record
			at end
			go to ef168-close-negpay.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move fi-negpay-record to hca-data.
		perform ef900-write.
		go to ef165-read-negpay.

	ef168-close-negpay.
		close fi-negpay-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move zero to waa-negpay-mkr.

	ef170-hold.
		if wau-hold-mkr = zero
			go to ef180-p45.
		close fq-hold-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		open input fq-hold-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move "HO" to wbn-type.

	ef175-read-hold.
		read fq-hold-fl next record
			at end
			go to ef178-close-hold.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move fqa-rec to hca-data.
		perform ef900-write.
		go to ef175-read-hold.

	ef178-close-hold.
		close fq-hold-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move zero to wau-hold-mkr.

	ef180-p45.
		if wbj-p45-mkr = zero
			go to ef190-quar.
		close gq-p45-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		open input gq-p45-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move "P4" to wbn-type.

	ef185-read-p45.
		read gq-p45-fl next record
			at end
			go to ef188-close-p45.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move gqa-rec to hca-data.
		perform ef900-write.
		go to ef185-read-p45.

	ef188-close-p45.
		close gq-p45-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move zero to wbj-p45-mkr.

	ef190-quar.
		if waa-quar-mkr = zero
			go to ef200-dept-ext.
		close ga-quar-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		open input ga-quar-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move "QU" to wbn-type.

	ef195-read-quar.
		read ga-quar-fl next record
			at end
			go to ef198-close-quar.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move gaa-rec to hca-data.
		perform ef900-write.
		go to ef195-read-quar.

	ef198-close-quar.
		close ga-quar-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move zero to waa-quar-mkr.

	ef200-dept-ext.
		if wbi-ext-mkr = zero
			go to ef210-coinage.
		close gp-dept-ext-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		open input gp-dept-ext-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move "DX" to wbn-type.

	ef205-read-dept-ext.
		read gp-dept-ext-fl next record
			at end
			go to ef208-close-dept-ext.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move gpa-rec to hca-data.
		perform ef900-write.
		go to ef205-read-dept-ext.

	ef208-close-dept-ext.
		close gp-dept-ext-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move zero to wbi-ext-mkr.

	ef210-coinage.
		if waa-coinage-mkr = zero
			go to ef300-trailer.
		close ff-coinage-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		open input ff-coinage-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move "CO" to wbn-type.

	ef215-read-coinage.
		read ff-coinage-fl next record
			at end
			go to ef218-close-coinage.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move ff-coinage-record to hca-data.
		perform ef900-write.
		go to ef215-read-coinage.

	ef218-close-coinage.
		close ff-coinage-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move zero to waa-coinage-mkr.

	ef300-trailer.
		move spaces to hca-data.
		move wbn-rec-cnt to hca-en-count.
		move "EN" to wbn-type.
		perform ef900-write.
		close hc-stream-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		display "P? ef STREAM " wbn-stream " HANDED OFF - "
			wbn-rec-cnt " RECORDS".
		go to ef999-exit.

	ef800-levy-line.
		move spaces to hca-data.
		move wbn-lv-td(wbn-sub) to hca-lv-td.
		move wbn-lv-ref(wbn-sub) to hca-lv-ref.
		move wbn-lv-amt(wbn-sub) to hca-lv-amt.
		perform ef900-write.

	ef810-totals-line.
		move spaces to hca-data.
		move wbn-chunk to hca-wt-chunk.
		perform ef820-totals-cell
			varying wbn-sub from 1 by 1
			until wbn-sub > 41.
		perform ef900-write.

	ef820-totals-cell.
		add 1 to wbn-cell.
		move wae-cell(wbn-cell) to hca-wt-cell(wbn-sub).

	ef830-cash-var.
		move wac-p-csh-var(wbn-sub) to hca-ct-csh-var(wbn-sub).

	ef900-write.
		move wbn-type to hca-type.
		move wbn-stream to hca-stream.
		write hca-rec.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		add 1 to wbn-rec-cnt.

	ef999-exit.
		exit.

      *******************************************************************
      *  EG-MERGE-LOAD.							*
      *    Takes the place of the employee loop on the merge run. The	*
      *    streams' HC-STREAM-FL files, presented one after another in	*
      *    stream order, are first proved complete: streams 1 to N each	*
      *    present once, each for this pay date, tax period and run	*
      *    sequence and run with the same options, their department	*
      *    ranges meeting end to end from the top of the file to its	*
      *    end, and each record count agreeing with its trailer. Any	*
      *    shortfall refuses the merge before anything is posted - only	*
      *    the failed stream need be rerun. The second pass adds the	*
      *    streams together: PRPAY and SUMMARY by key (with the SUMMHIST*
      *    postings XI-UPDATE-SUMM-FL makes), the levy postings, the run*
      *    accumulators, and each output file copied into the single	*
      *    run's file - cheques renumbered on from the operator's	*
      *    starting number, pension records replayed through		*
      *    CP-FLUSH-PENSION to rebuild the scheme totals. CD-PAY-PRINT	*
      *    then ends the payroll as on a single run.			*
      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	eg-merge-load						section.

	eg000-start.
		move zero to wbn-ctl.
		move spaces to wbn-last-to.
		open input hc-stream-fl.
		if wzz-io-err-code not = zero
			move zero to wzz-io-err-code
			display "P? eg NO STREAM HAND-OFF (STRMTOT) "
				"ON HAND"
			go to eg900-refuse.

	eg010-check.
		read hc-stream-fl next record
			at end
			go to eg090-checked.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		if hca-type = "HD"
			go to eg020-header.
		if wbn-in-stream = zero
			or hca-stream not = wbn-last-stream
			display "P? eg STREAM " hca-stream
				" RECORD OUT OF PLACE"
			go to eg900-refuse.
		if hca-type = "EN"
			go to eg030-trailer.
		add 1 to wbn-rec-cnt.
		go to eg010-check.

	eg020-header.
		if wbn-in-stream not = zero
			display "P? eg STREAM " wbn-last-stream
				" HAS NO TRAILER"
			go to eg900-refuse.
		add 1 to wbn-last-stream.
		if hca-stream not = wbn-last-stream
			display "P? eg STREAM " hca-stream
				" FOUND, STREAM " wbn-last-stream
				" EXPECTED"
			go to eg900-refuse.
		if hca-hd-pay-date not = fac-pay-date
			or hca-hd-tax-period not = fac-tax-period
			or hca-hd-run-seq not = fac-run-sequence-no
			display "P? eg STREAM " hca-stream
				" WAS RUN FOR ANOTHER PAY DATE/RUN"
			go to eg900-refuse.
		if hca-hd-code-break not = waa-code-break
			or hca-hd-summ-flag not = waa-summ-flag
			display "P? eg STREAM " hca-stream
				" WAS RUN WITH OTHER USER OPTIONS"
			go to eg900-refuse.
		if wbn-last-stream > 1
			and wbn-last-to = spaces
			display "P? eg STREAM " hca-stream " FOLLOWS A "
				"STREAM RUN TO THE END OF THE FILE"
			go to eg900-refuse.
		if hca-hd-from-dept not = wbn-last-to
			display "P? eg STREAM " hca-stream " STARTS AT "
				hca-hd-from-dept " NOT " wbn-last-to
			go to eg900-refuse.
		move hca-hd-to-dept to wbn-last-to.
		if hca-hd-restart not = zero
			move 1 to wbn-restart-any.
		move 1 to wbn-in-stream.
		move 1 to wbn-rec-cnt.
		go to eg010-check.

	eg030-trailer.
		if hca-en-count not = wbn-rec-cnt
			display "P? eg STREAM " hca-stream
				" INCOMPLETE - " wbn-rec-cnt
				" RECORDS, TRAILER " hca-en-count
			go to eg900-refuse.
		move zero to wbn-in-stream.
		add 1 to wbn-ended.
		go to eg010-check.

	eg090-checked.
		if wbn-in-stream not = zero
			display "P? eg STREAM " wbn-last-stream
				" HAS NO TRAILER"
			go to eg900-refuse.
		if wbn-ended not = wbn-streams
			display "P? eg " wbn-ended " STREAMS FOUND, "
				wbn-streams " EXPECTED"
			go to eg900-refuse.
		if wbn-last-to not = spaces
			display "P? eg LAST STREAM STOPS SHORT AT "
				wbn-last-to
			go to eg900-refuse.
		close hc-stream-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		open input hc-stream-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		display "P? eg " wbn-streams
			" STREAMS COMPLETE - MERGING".

	eg200-read.
		read hc-stream-fl next record
			at end
			go to eg800-end.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		if hca-type = "PR"
			go to eg310-prpay.
		if hca-type = "SU"
			go to eg320-summ.
		if hca-type = "LV"
			go to eg330-levy.
		if hca-type = "WT"
			go to eg340-totals.
		if hca-type = "CT"
			go to eg350-control.
		if hca-type = "BA"
			go to eg410-bacs.
		if hca-type = "CQ"
			go to eg420-cheque.
		if hca-type = "PS"
			go to eg430-payslip.
		if hca-type = "TP"
			go to eg440-3rd.
		if hca-type = "PN"
			go to eg450-pension.
		if hca-type = "JN"
			go to eg460-journal.
		if hca-type = "NP"
			go to eg470-negpay.
		if hca-type = "HO"
			go to eg480-hold.
		if hca-type = "P4"
			go to eg490-p45.
		if hca-type = "QU"
			go to eg500-quar.
		if hca-type = "DX"
			go to eg510-dept-ext.
		if hca-type = "CO"
			go to eg520-coinage.
		go to eg200-read.

	eg310-prpay.
		move hca-data to fc-pay-record.
		move fc-data to wag-data-num1.
		read fc-pay-fl
			invalid key
			go to eg315-new-pr.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move fc-data to wag-data-num2.
		perform zx-add-subtract.
		move wag-data-num2 to fc-data.
		rewrite fc-pay-record.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		go to eg200-read.

	eg315-new-pr.
		move hca-data to fc-pay-record.
		write fc-pay-record.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		go to eg200-read.

	eg320-summ.
		move hca-data to wbn-summ-rec.
		move wbn-summ-key to fd-key.
		move zero to waa-new-rec-mkr.
		read fd-summ-fl
			invalid key
			move 1 to waa-new-rec-mkr
			move wbn-summ-key to fd-key
			move zero to fd-amounts.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		perform eg810-summ-amt
			varying wbn-sub from 1 by 1
			until wbn-sub > 18.
		if waa-new-rec-mkr = zero
			rewrite fd-summ-record
			else
			add 1 to wab-summ-lines
			write fd-summ-record.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		go to eg200-read.

	eg330-levy.
		move hca-lv-td to wbk-post-td.
		move hca-lv-ref to wbk-post-ref.
		move hca-lv-amt to wbk-post-amt.
		move 1 to wbn-post-direct.
		perform ct-post-levy.
		move zero to wbn-post-direct.
		go to eg200-read.

	eg340-totals.
		subtract 1 from hca-wt-chunk giving wbn-cell.
		multiply 41 by wbn-cell.
		perform eg820-totals-cell
			varying wbn-sub from 1 by 1
			until wbn-sub > 41.
		go to eg200-read.

	eg350-control.
		add hca-ct-net-paid to wab-p-net-paid.
		add hca-ct-male-not-paid to wab-p-male-not-paid.
		add hca-ct-female-not-paid to wab-p-female-not-paid.
		add hca-ct-male-paid to wab-p-male-paid.
		add hca-ct-female-paid to wab-p-female-paid.
		add hca-ct-cash-cnt to wab-p-cash-cnt.
		add hca-ct-other-cnt to wab-p-other-cnt.
		add hca-ct-bank-cnt to wab-p-bank-cnt.
		add hca-ct-cash-amt to wab-p-cash-amt.
		add hca-ct-other-amt to wab-p-other-amt.
		add hca-ct-bank-amt to wab-p-bank-amt.
		perform eg830-cash-var
			varying wbn-sub from 1 by 1
			until wbn-sub > 11.
		add hca-ct-948-net to wav-948-net.
		add hca-ct-coinage-amt to wav-coinage-amt.
		add hca-ct-hold-cnt to wau-hold-cnt.
		add hca-ct-hold-amt to wau-hold-amt.
		add hca-ct-bacs-file-amt to wau-bacs-file-amt.
		add hca-ct-cheque-cnt to wbc-cheque-cnt.
		add hca-ct-cheque-amt to wbc-cheque-amt.
		add hca-ct-jrnl-net to was-p-net.
		add hca-ct-jrnl-tax to was-p-tax.
		add hca-ct-jrnl-eesni to was-p-eesni.
		add hca-ct-jrnl-ersni to was-p-ersni.
		add hca-ct-jrnl-erspen to was-p-erspen.
		add hca-ct-jrnl-3rd to was-p-3rd.
		go to eg200-read.

	eg410-bacs.
		if waa-bacs-mkr = zero
			move 1 to waa-bacs-mkr
			open output fg-bacs-fl
			if wzz-io-err-code not = zero
				perform zza-io-err
			end-if
		end-if.
		move hca-data to fg-bacs-record.
		write fg-bacs-record.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		go to eg200-read.

	eg420-cheque.
		if wbc-cheque-mkr = zero
			move 1 to wbc-cheque-mkr
			open output gf-cheque-fl
			if wzz-io-err-code not = zero
				perform zza-io-err
			end-if
		end-if.
		move hca-data to gfa-rec.
		move wbc-next-no to gfa-cheque-no.
		add 1 to wbc-next-no.
		write gfa-rec.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		go to eg200-read.

	eg430-payslip.
		if wan-slip-mkr = zero
			move 1 to wan-slip-mkr
			open output fm-payslip-fl
			if wzz-io-err-code not = zero
				perform zza-io-err
			end-if
		end-if.
		move hca-data to fma-rec.
		write fma-rec.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		go to eg200-read.

	eg440-3rd.
		if waa-3rd-sched-mkr = zero
			move 1 to waa-3rd-sched-mkr
			open output fh-3rd-fl
			if wzz-io-err-code not = zero
				perform zza-io-err
			end-if
		end-if.
		move hca-data to fh-3rd-record.
		write fh-3rd-record.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		go to eg200-read.

	eg450-pension.
		move hca-data to gga-rec.
		move gga-dept to wbd-pen-dept.
		move gga-sub-dept to wbd-pen-sub-dept.
		move gga-employee to wbd-pen-employee.
		move gga-emp-name to wbd-pen-name.
		move gga-ees-amount to wbd-pen-ees.
		move gga-ers-amount to wbd-pen-ers.
		perform cp-flush-pension.
		go to eg200-read.

	eg460-journal.
		if was-jrnl-mkr = zero
			move 1 to was-jrnl-mkr
			open output fn-journal-fl
			if wzz-io-err-code not = zero
				perform zza-io-err
			end-if
		end-if.
		move hca-data to fna-rec.
		write fna-rec.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		go to eg200-read.

	eg470-negpay.
		if waa-negpay-mkr = zero
			move 1 to waa-negpay-mkr
			open output fi-negpay-fl
			if wzz-io-err-code not = zero
				perform zza-io-err
			end-if
		end-if.
		move hca-data to fi-negpay-record.
		write fi-negpay-record.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		go to eg200-read.

	eg480-hold.
		if wau-hold-mkr = zero
			move 1 to wau-hold-mkr
			open output fq-hold-fl
			if wzz-io-err-code not = zero
				perform zza-io-err
			end-if
		end-if.
		move hca-data to fqa-rec.
		write fqa-rec.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		go to eg200-read.

	eg490-p45.
		if wbj-p45-mkr = zero
			move 1 to wbj-p45-mkr
			open output gq-p45-fl
			if wzz-io-err-code not = zero
				perform zza-io-err
			end-if
		end-if.
		move hca-data to gqa-rec.
		write gqa-rec.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		go to eg200-read.

	eg500-quar.
		if waa-quar-mkr = zero
			move 1 to waa-quar-mkr
			open output ga-quar-fl
			if wzz-io-err-code not = zero
				perform zza-io-err
			end-if
		end-if.
		move hca-data to gaa-rec.
		write gaa-rec.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		go to eg200-read.

	eg510-dept-ext.
		if wbi-ext-mkr = zero
			move 1 to wbi-ext-mkr
			open output gp-dept-ext-fl
			if wzz-io-err-code not = zero
				perform zza-io-err
			end-if
		end-if.
		move hca-data to gpa-rec.
		write gpa-rec.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		go to eg200-read.

	eg520-coinage.
		if waa-coinage-mkr = zero
			move 1 to waa-coinage-mkr
			open output ff-coinage-fl
			if wzz-io-err-code not = zero
				perform zza-io-err
			end-if
		end-if.
		move hca-data to ff-coinage-record.
		write ff-coinage-record.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		go to eg200-read.

	eg800-end.
		close hc-stream-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		perform cd-pay-print.
		go to eg999-exit.

	eg810-summ-amt.
		if wbn-summ-amt(wbn-sub) not = zero
			add wbn-summ-amt(wbn-sub) to fd-amt(wbn-sub)
			move wbn-summ-amt(wbn-sub) to wad-summ-amt
			move wbn-sub to wad-summ-cnt
			move fd-td to waz-hist-td
			move fd-ref to waz-hist-ref
			perform xp-post-hist.

	eg820-totals-cell.
		add 1 to wbn-cell.
		add hca-wt-cell(wbn-sub) to wae-cell(wbn-cell).

	eg830-cash-var.
		add hca-ct-csh-var(wbn-sub) to wac-p-csh-var(wbn-sub).

	eg900-refuse.
		display "P? eg MERGE REFUSED".
		move 12 to return-code.
		stop run.

	eg999-exit.
		exit.

      *******************************************************************
      *  EJ-BACS-CALENDAR.						*
      *    Performed once from AA100-LOOP, after the run gate. Loads	*
      *    the banking calendar HH-BANK-CAL-FL - the bank holidays and	*
      *    any other non-working days, one date per line - and from it	*
      *    and the day of the week derives the BACS processing date,	*
      *    two working days before the pay date, that DL015-WRITE-REC	*
      *    and YR-CREDITOR-REMIT stamp on every credit. A pay date	*
      *    that is itself a non-working day is flagged on the console	*
      *    with the last working day before it. A run whose date is	*
      *    already past the processing date would miss the pay date	*
      *    and is refused before anything is posted, unless the		*
      *    operator places the BACSOVR switch file, when it goes ahead	*
      *    with a warning and the file is dated for the first working	*
      *    day from today. No calendar file means weekends only.	*
      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	ej-bacs-calendar					section.

	ej000-start.
		initialize wbp-cal-work.
		accept wbp-run-date from date yyyymmdd.
		move fac-pay-date to wbp-test-date.
		if wbp-test-date not numeric
			display "P? ej PAY DATE " fac-pay-date
				" NOT A VALID DATE"
				" - BACS DATE NOT DERIVED"
			move fac-pay-date to wbp-process-date
			go to ej999-exit.
		open input hh-bank-cal-fl.
		if wzz-io-err-code not = zero
			move zero to wzz-io-err-code
			display "P? ej NO BANKCAL - ONLY WEEKENDS"
				" ARE TAKEN AS NON-WORKING DAYS"
			go to ej100-process-date.

	ej010-read-cal.
		read hh-bank-cal-fl next record
			at end
			go to ej050-close-cal.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		if hha-rec = spaces
			go to ej010-read-cal.
		if hha-date not numeric
			or hha-mm < 1 or hha-mm > 12
			or hha-dd < 1 or hha-dd > 31
			display "P? ej BANKCAL DATE " hha-date
				" NOT VALID - IGNORED"
			go to ej010-read-cal.
		if wbp-cal-cnt not < 300
			move 1 to wbp-cal-full
			go to ej010-read-cal.
		add 1 to wbp-cal-cnt.
		move hha-date to wbp-cal-date(wbp-cal-cnt).
		move hha-desc to wbp-cal-desc(wbp-cal-cnt).
		if hha-ccyy > wbp-cal-last-year
			move hha-ccyy to wbp-cal-last-year.
		go to ej010-read-cal.

	ej050-close-cal.
		close hh-bank-cal-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		if wbp-cal-full not = zero
			display "P? ej BANKCAL HOLDS MORE THAN"
				" 300 DATES - THE REST ARE IGNORED".
		if wbp-cal-last-year < wbp-td-ccyy
			display "P? ej BANKCAL HAS NO DATES FOR "
				wbp-td-ccyy
				" - CHECK IT IS UP TO DATE".

      *	the pay date itself first - credits dated for a weekend or bank
      *	holiday do not reach the accounts until the next working day.
	ej100-process-date.
		perform ej500-test-day.
		if wbp-non-working not = zero
			move 1 to wbp-pay-non-working
			move wbp-day-desc to wbp-pay-desc
			perform ej610-back-working
				until wbp-days = 1
			move wbp-test-date to wbp-prev-work-date
			display "P? ej WARNING - PAY DATE " fac-pay-date
				" IS A NON-WORKING DAY ("
				wbp-pay-desc ")"
			display "P? ej CREDITS WILL BE LATE"
				" - LAST WORKING DAY BEFORE IT IS "
				wbp-prev-work-date.
		move fac-pay-date to wbp-test-date.
		move zero to wbp-days.
		perform ej610-back-working
			until wbp-days = 2.
		move wbp-test-date to wbp-process-date.
		display "P? ej BACS PROCESSING DATE " wbp-process-date
			" FOR PAY DATE " fac-pay-date.

      *	the processing date is the last day the file can go in and still
      *	pay on the pay date; a run after it is too late.
	ej200-deadline.
		if wbp-run-date = wbp-process-date
			display "P? ej BACS FILE MUST BE SUBMITTED"
				" TODAY"
			go to ej999-exit.
		if wbp-run-date < wbp-process-date
			go to ej999-exit.
		display "P? ej BACS SUBMISSION DEADLINE "
			wbp-process-date
			" PASSED - RUN DATE " wbp-run-date.
		open input hi-bacs-ovr-fl.
		if wzz-io-err-code not = zero
			move zero to wzz-io-err-code
			go to ej900-refuse.
		close hi-bacs-ovr-fl.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		move 1 to wbp-late-override.
		move wbp-run-date to wbp-test-date.
		perform ej500-test-day.
		perform ej640-fwd-working
			until wbp-non-working = zero.
		move wbp-test-date to wbp-process-date.
		display "P? ej OPERATOR OVERRIDE (BACSOVR) - LATE BACS"
			" FILE RELEASED".
		display "P? ej WARNING - CREDITS WILL MISS PAY DATE "
			fac-pay-date " - FILE DATED " wbp-process-date.
		go to ej999-exit.

      *	sets wbp-non-working for wbp-test-date - saturday or sunday by
      *	zeller's congruence (0 = saturday), otherwise a calendar date.
	ej500-test-day.
		move zero to wbp-non-working.
		move spaces to wbp-day-desc.
		move wbp-td-ccyy to wbp-z-year.
		move wbp-td-mm to wbp-z-month.
		if wbp-z-month < 3
			add 12 to wbp-z-month
			subtract 1 from wbp-z-year.
		compute wbp-z-work = (wbp-z-month + 1) * 13.
		divide wbp-z-work by 5 giving wbp-z-part1.
		divide wbp-z-year by 4 giving wbp-z-part2.
		divide wbp-z-year by 100 giving wbp-z-part3.
		divide wbp-z-year by 400 giving wbp-z-part4.
		compute wbp-z-work = wbp-td-dd + wbp-z-part1
			+ wbp-z-year + wbp-z-part2
			- wbp-z-part3 + wbp-z-part4.
		divide wbp-z-work by 7 giving wbp-z-part1
			remainder wbp-z-dow.
		if wbp-z-dow = zero
			move 1 to wbp-non-working
			move "SATURDAY" to wbp-day-desc
		else
			if wbp-z-dow = 1
				move 1 to wbp-non-working
				move "SUNDAY" to wbp-day-desc
			else
				perform ej510-search-cal
					varying wbp-sub from 1 by 1
					until wbp-sub > wbp-cal-cnt
					or wbp-non-working not = zero.

	ej510-search-cal.
		if wbp-cal-date(wbp-sub) = wbp-test-date
			move 1 to wbp-non-working
			move wbp-cal-desc(wbp-sub) to wbp-day-desc.

      *	steps wbp-test-date back one day, counting it in wbp-days if it
      *	is a working day.
	ej610-back-working.
		if wbp-td-dd > 1
			subtract 1 from wbp-td-dd
		else
			if wbp-td-mm > 1
				subtract 1 from wbp-td-mm
			else
				move 12 to wbp-td-mm
				subtract 1 from wbp-td-ccyy
			end-if
			perform ej650-month-days
			move wbp-month-len to wbp-td-dd.
		perform ej500-test-day.
		if wbp-non-working = zero
			add 1 to wbp-days.

	ej640-fwd-working.
		perform ej650-month-days.
		if wbp-td-dd < wbp-month-len
			add 1 to wbp-td-dd
		else
			move 1 to wbp-td-dd
			if wbp-td-mm < 12
				add 1 to wbp-td-mm
			else
				move 1 to wbp-td-mm
				add 1 to wbp-td-ccyy.
		perform ej500-test-day.

	ej650-month-days.
		move wbp-mon-len(wbp-td-mm) to wbp-month-len.
		if wbp-td-mm = 2
			divide wbp-td-ccyy by 4 giving wbp-z-part1
				remainder wbp-z-rem4
			divide wbp-td-ccyy by 100 giving wbp-z-part1
				remainder wbp-z-rem100
			divide wbp-td-ccyy by 400 giving wbp-z-part1
				remainder wbp-z-rem400
			if wbp-z-rem4 = zero
				and (wbp-z-rem100 not = zero
				or wbp-z-rem400 = zero)
				move 29 to wbp-month-len.

	ej900-refuse.
		display "P? ej BACS RELEASE REFUSED - CREDITS"
			" WOULD MISS PAY DATE " fac-pay-date.
		display "P? ej PLACE BACSOVR TO RELEASE THE FILE LATE".
		move 12 to return-code.
		stop run.

	ej999-exit.
		exit.

      ******************************************************************
			zn170-open
			zn180-open
			zn190-open
			zn200-open
			zn210-open
			zn220-open
				depending on wbg-sub.
		go to zn999-exit.


	zn190-open.
		open output gu-bank-prt-fl.
		go to zn900-check.

	zn200-open.
		open output gv-leaver-prt-fl.
		go to zn900-check.

	zn210-open.
		open output ha-variance-prt-fl.
		go to zn900-check.

	zn220-open.
		open output hf-budget-prt-fl.

	zn900-check.
		if wzz-io-err-code not = zero
			zo170-write
			zo180-write
			zo190-write
			zo200-write
			zo210-write
			zo220-write
				depending on wbg-sub.
		go to zo999-exit.

	zo190-write.
		write gua-print-line from wbg-report-line
			after wbg-adv.
		go to zo900-check.

	zo200-write.
		write gva-print-line from wbg-report-line
			after wbg-adv.
		go to zo900-check.

	zo210-write.
		write haa-print-line from wbg-report-line
			after wbg-adv.
		go to zo900-check.

	zo220-write.
		write hfa-print-line from wbg-report-line
			after wbg-adv.

	zo900-check.
		if wzz-io-err-code not = zero
			zp170-throw
			zp180-throw
			zp190-throw
			zp200-throw
			zp210-throw
			zp220-throw
				depending on wbg-sub.
		go to zp999-exit.

	zp190-throw.
		write gua-print-line from wbg-report-line
			after page.
		go to zp900-check.

	zp200-throw.
		write gva-print-line from wbg-report-line
			after page.
		go to zp900-check.

	zp210-throw.
		write haa-print-line from wbg-report-line
			after page.
		go to zp900-check.

	zp220-throw.
		write hfa-print-line from wbg-report-line
			after page.

	zp900-check.
		if wzz-io-err-code not = zero
			zq170-close
			zq180-close
			zq190-close
			zq200-close
			zq210-close
			zq220-close
				depending on wbg-sub.
		go to zq999-exit.


	zq190-close.
		close gu-bank-prt-fl.
		go to zq900-check.

	zq200-close.
		close gv-leaver-prt-fl.
		go to zq900-check.

	zq210-close.
		close ha-variance-prt-fl.
		go to zq900-check.

	zq220-close.
		close hf-budget-prt-fl.

	zq900-check.
		if wzz-io-err-code not = zero
	zl000-start.
		perform zq-close-report
			varying wbg-sub from 1 by 1
			until wbg-sub > 12.

	zl999-exit.
		exit.
		write paa-print-line after page.
		perform zm100-contents-line
			varying wbg-sub from 1 by 1
			until wbg-sub > 12.
		go to zm999-exit.

	zm100-contents-line.
		move was-jrnl-cost to way-snap-wask.
		move wav-ctl to way-snap-wav.
		move wbd-pen-emp to way-snap-wbd.
		move wbj-lv-emp to way-snap-wbj.

	zd999-exit.
		exit.
		move way-snap-wask to was-jrnl-cost.
		move way-snap-wav to wav-ctl.
		move way-snap-wbd to wbd-pen-emp.
		move way-snap-wbj to wbj-lv-emp.

	zj100-set-skip.
		if waa-reproc-mkr not = zero
		move 2 to wab-spacing.
		move waz-p35-line to waf-print-line.
		perform za-print-line.
		perform yz-levy-year.
		move 2 to wab-spacing.

	xl090-last.

	xo000-start.
		move zero to waz-hist-open.
		if wbn-mode = "S"
			go to xo999-exit.
		open i-o fo-hist-fl.
		if wzz-io-err-code not = zero
			move zero to wzz-io-err-code
      *    CK-SAVE-PAYSLIP's suppression, so a summary-only re-run	*
      *    cannot destroy a period it will not rebuild. The key is	*
      *    employee-major, so the whole file is scanned for the		*
      *    period's records rather than one year's block - on a		*
      *    stream run only the stream's own department range, and not	*
      *    at all on the merge run, whose streams have already posted.	*
      *******************************************************************
      ///////////////////////////////////////////////////////////////////
	xx-purge-emp-hist					section.
			go to xx999-exit.
		if waa-special-split not = zero
			go to xx999-exit.
		if wbn-mode = "M"
			go to xx999-exit.
		move low-values to gca-key.
		if wbn-mode = "S"
			move wbn-from-dept to gca-dept.
		start gc-emphist-fl key not < gca-key
			invalid key
			go to xx999-exit.
			go to xx999-exit.
		if wzz-io-err-code not = zero
			perform zza-io-err.
		if wbn-mode = "S"
			if gca-dept not < wbn-to-dept
				go to xx999-exit.
		if gca-tax-year = waz-tax-year-x
			and gca-period = fac-tax-period
			delete gc-emphist-fl record
		accept fwa-run-date from date yyyymmdd.
		accept fwa-run-time from time.
		move waa-restart-run to fwa-restart.
		if wbn-restart-any not = zero
			move 1 to fwa-restart.
		move wab-p-emp-cnt to fwa-emp-cnt.
		move wab-p-net-paid to fwa-net-paid.
		move wab-p-male-paid to fwa-male-paid.
