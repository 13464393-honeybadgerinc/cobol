		Select Check-Print-File
                       assign to "chkprint.dat"
                       organization is line sequential.
		Select Preview-File
                       assign to "paytrial.dat"
                       organization is line sequential.
		Select Optional Pay-Account-File
                       assign to "ppacct.dat"
                       organization is line sequential.
		Select Optional Positive-Pay-File
                       assign to "posipay.dat"
                       organization is line sequential.
		Select Optional Pos-Pay-History-File
                       assign to "pphist.dat"
                       organization is line sequential.
		Select Optional Adjust-File
                       assign to "payadj.dat"
                       organization is line sequential.
		Select Deduction-Register-File
                       assign to "dedreg.dat"
                       organization is line sequential.
		Select Optional Employer-Rate-File
                       assign to "ertaxrt.dat"
                       organization is line sequential.
		Select Optional Employer-Ytd-File
                       assign to "ertaxytd.dat"
                       organization is line sequential.
		Select Optional Off-Cycle-File
                       assign to "offcycle.dat"
                       organization is line sequential.
		Select Optional Emp-Audit-File
                       assign to "empaud.dat"
                       organization is line sequential.
		Select Final-Pay-File
                       assign to "finalpay.dat"
                       organization is line sequential.
		Select Optional Param-File
			assign to "/home1/c/a/acsi203/paramast.dat"
			organization is indexed
			access mode is sequential
			record key is PRM-Key.

	Data Division.
	File Section.
      * premiums, retirement contributions; fixed amount (A) or
      * percent of gross (P), with an optional stop date and an
      * optional remaining-balance cap that this run draws down and
      * writes back; Y in the off-cycle flag means the deduction also
      * comes out of off-cycle pay (blank, as older rows read, means
      * it waits for the regular period)
	FD	Deduction-File.
	01	Deduction-Rec.
		02	DM-SSN		Pic 9(7).
		02	DM-Value	Pic 9(5)v99.
		02	DM-Stop		Pic 9(8).
		02	DM-Balance	Pic 9(9)v99.
		02	DM-Off-Cycle	Pic x(1).

	FD	Deduction-Register-File.
	01	Deduction-Register-Rec	Pic x(80).
		02	BK-Status	Pic x(1).

      * one appended line per check cut: the check number continues
      * from the register's own high number across runs; the status
      * is left blank (outstanding) for prog97's bank reconciliation
      * to mark paid or voided
	FD	Check-Register-File.
	01	Check-Register-Rec.
		02	CK-Number	Pic 9(6).
		02	CK-Last-Name	Pic x(10).
		02	CK-First-Name	Pic x(20).
		02	CK-Amount	Pic 9(11)v99.
		02	CK-Status	Pic x(1).
		02	CK-Status-Date	Pic 9(8).
		02	CK-Paid-Amount	Pic 9(11)v99.

	FD	Check-Print-File.
	01	Check-Print-Rec		Pic x(80).

      * a trial run's preview register - the one file a trial run
      * writes
	FD	Preview-File.
	01	Preview-Rec		Pic x(132).

      * the disbursement account the checks are drawn on, kept by
      * operations as the one line of ppacct.dat
	FD	Pay-Account-File.
	01	Pay-Account-Rec.
		02	PA-Account	Pic x(12).

      * each check cut goes to the bank's issued-check file as it is
      * registered, and the run's batch closes with a trailer that
      * ties to the register lines the run appended
	FD	Positive-Pay-File.
	01	Positive-Pay-Rec	Pic x(80).

	FD	Pos-Pay-History-File.
	01	Pos-Pay-History-Rec	Pic x(96).

      * pay adjustments folded into gross like the commission
      * earnings: prog57's retro catch-ups, prog39's rescission
      * clawbacks, and prog50's backout clawbacks all ride here
      * like the commission portion so the retro calculation can
      * strip both back out of the gross
		02	PH-Adjustment	Pic s9(9)v99.
      * what the company owes on top of this check - the social
      * security and medicare match, federal and state unemployment
      * - each already stopped at its annual wage base
		02	PH-ER-SS	Pic 9(7)v99.
		02	PH-ER-Med	Pic 9(7)v99.
		02	PH-FUTA		Pic 9(7)v99.
		02	PH-SUTA		Pic 9(7)v99.
      * blank for the regular period run (records written before the
      * marker read blank too), O for an off-cycle run's check, F
      * for a final-pay run's check, dated on the termination day
		02	PH-Run-Type	Pic x(1).

      * employer tax rates and annual wage bases by calendar year,
      * kept by accounting: one line per tax - SS (social security
      * match), MED (medicare match), FUTA, SUTA - with the rate as
      * a fraction (.06200) and a wage base of zero meaning no
      * limit; a year with no line for a tax uses the figure
      * compiled in below
	FD	Employer-Rate-File.
	01	Employer-Rate-Rec.
		02	TR-Year		Pic 9(4).
		02	TR-Tax		Pic x(4).
		02	TR-Rate		Pic v9(5).
		02	TR-Base		Pic 9(7)v99.

      * the employer's side of the year to date per SSN - taxable
      * wages and tax for each of the four - read in whole at
      * startup and written back whole at the end the way ytdmast.dat
      * is; prog56 archives and empties it with ytdmast.dat
	FD	Employer-Ytd-File.
	01	Employer-Ytd-Rec.
		02	EY-SSN		Pic 9(7).
		02	EY-SS-Wages	Pic 9(9)v99.
		02	EY-SS		Pic 9(9)v99.
		02	EY-Med-Wages	Pic 9(9)v99.
		02	EY-Med		Pic 9(9)v99.
		02	EY-FUTA-Wages	Pic 9(9)v99.
		02	EY-FUTA		Pic 9(9)v99.
		02	EY-SUTA-Wages	Pic 9(9)v99.
		02	EY-SUTA		Pic 9(9)v99.

      * the one-off payments an off-cycle run pays - a bonus, a
      * missed employee's pay, a termination check - keyed by
      * payroll: the SSN, the amount, the earnings type (B bonus, M
      * missed regular pay, T termination pay, C commission) and the
      * reason, which prints on the report and the stub
	FD	Off-Cycle-File.
	01	Off-Cycle-Rec.
		02	OC-SSN		Pic 9(7).
		02	OC-Amount	Pic 9(9)v99.
		02	OC-Type		Pic x(1).
		02	OC-Reason	Pic x(30).

      * prog92's employee-maintenance audit trail; a final-pay run
      * takes its TERM lines stamped on the termination date as the
      * employees it pays
	FD	Emp-Audit-File.
	01	Emp-Audit-Rec.
	Copy "empaud.cpy".

      * the final-pay statement, one page per employee paid off,
      * itemizing every component of the last check
	FD	Final-Pay-File.
	01	Final-Pay-Rec		Pic x(80).

      * effective-dated parameter master maintained by prog54
	FD	Param-File.
	01	Param-Rec.
		02	PRM-Key.
			03 PRM-Name	Pic x(12).
			03 PRM-Eff-Date	Pic 9(8).
		02	PRM-Value	Pic 9(5)v9(5).

	Working-Storage Section.


	01	Pay-Period-Date		Pic 9(8) value zero.

      * blank for the regular period run; O for an off-cycle run,
      * which pays offcycle.dat's one-off payments on the date keyed
      * as the period, skips the timesheets, commission, adjustments
      * and leave accrual, and withholds at the supplemental rate;
      * T for a trial of the regular run, which computes every check
      * the live run would and prints them beside each employee's
      * last regular period on paytrial.dat, writing nothing else;
      * F for a final-pay run, which takes the date keyed as the
      * period as a termination date and pays only the employees
      * terminated on it: their last timesheet hours at the rate in
      * force, their vacation balance cashed out (sick leave is
      * forfeited), the final deductions, which are then stopped,
      * and any clawback waiting on payadj.dat, written off where the
      * check cannot cover it; each gets a final-pay statement
	01	Run-Mode		Pic x(1) value spaces.
		88 off-cycle-run value "O".
		88 trial-run value "T".
		88 final-pay-run value "F".

	01	Timesheet-Eof		Pic xxx value "No".

      * the pay period's timesheets, loaded up front so each

	01	Adjustment-Amt		Pic s9(9)v99 value 0.

	01	Off-Cycle-Eof		Pic xxx value "No".

      * offcycle.dat in memory; each payment is marked paid (P) as
      * its employee's check is cut, or rejected (R) at load for a
      * bad SSN, amount or earnings type, and whatever is not paid by
      * the end of the run is listed on the report
	01	Off-Cycle-Count		Pic 9(4) value zero.

	01	Off-Cycle-Max		Pic 9(4) value 500.

	01	Off-Cycle-Index		Pic 9(4) value zero.

	01	Off-Cycle-Table.
		02 Off-Cycle-Data occurs 1 to 500 times
			depending on Off-Cycle-Count.
			03 OT-SSN	Pic 9(7).
			03 OT-Amount	Pic 9(9)v99.
			03 OT-Type	Pic x(1).
			03 OT-Reason	Pic x(30).
			03 OT-Status	Pic x(1).

	01	Off-Cycle-Unpaid	Pic 9(4) value zero.

	01	Off-Cycle-Header.
		02 Filler		Pic x(54) value spaces.
		02 Filler		Pic x(24) value
			"Off-Cycle Payroll Report".
		02 Filler		Pic x(54) value spaces.

      * one payment on the check, under its employee's pay line and
      * on the stub
	01	Off-Cycle-Line.
		02 Filler		Pic x(5) value spaces.
		02 OL-Type-Out		Pic x(16).
		02 Filler		Pic x(2) value spaces.
		02 OL-Reason-Out	Pic x(30).
		02 Filler		Pic x(2) value spaces.
		02 OL-Amount-Out	Pic ZZ,ZZZ,ZZZ,ZZ9.99.
		02 Filler		Pic x(60) value spaces.

      * a payment the run did not pay, listed at the end of the
      * report for payroll to correct and key again
	01	Off-Cycle-Reject-Line.
		02 Filler		Pic x(5) value spaces.
		02 OR-SSN-Out		Pic x(8).
		02 Filler		Pic x(2) value spaces.
		02 OR-Reason-Out	Pic x(30).
		02 Filler		Pic x(2) value spaces.
		02 OR-Text		Pic x(40).
		02 Filler		Pic x(45) value spaces.

	01	Audit-Eof		Pic xxx value "No".

      * the employees a final-pay run pays off: each SSN prog92
      * terminated on the termination date, once however many TERM
      * lines it carries; marked paid (P) as the check is cut, A when
      * payhist.dat already holds their final pay for the date, and
      * R when company.dat shows them active again - anyone not paid
      * by the end of the run is listed on the report
	01	Final-Count		Pic 9(4) value zero.

	01	Final-Max		Pic 9(4) value 200.

	01	Final-Index		Pic 9(4) value zero.

	01	Final-Table.
		02 Final-Data occurs 1 to 200 times
			depending on Final-Count.
			03 FT-SSN	Pic 9(7).
			03 FT-Status	Pic x(1).

	01	Final-Unpaid		Pic 9(4) value zero.

	01	Final-Written-Off	Pic 9(4) value zero.

      * an audit line's mm/dd/yyyy date turned round for comparing
      * with the termination date
	01	Audit-Date-Work.
		02 AD-Year		Pic 9(4).
		02 AD-Month		Pic 9(2).
		02 AD-Day		Pic 9(2).
	01	Audit-Date-Num redefines Audit-Date-Work
				Pic 9(8).

      * the final check's components: what the hours came to at the
      * rate in force, the unused vacation hours paid out on top of
      * them and its dollars, and the sick hours that lapse unpaid
	01	Final-Hours-Pay		Pic 9(11)v99 value 0.

	01	Vac-Payout-Hours	Pic 9(3)v9 value 0.

	01	Vac-Payout-Amt		Pic 9(11)v99 value 0.

	01	Sick-Forfeit-Hours	Pic 9(3)v9 value 0.

	01	Final-Pay-Header.
		02 Filler		Pic x(56) value spaces.
		02 Filler		Pic x(18) value
			"Final Pay Report".
		02 Filler		Pic x(58) value spaces.

      * a clawback the final check could not cover; there is no
      * later check to net it against, so it is written off here and
      * never carried forward
	01	Write-Off-Line.
		02 Filler		Pic x(5) value spaces.
		02 WO-SSN-Out		Pic x(8).
		02 Filler		Pic x(2) value spaces.
		02 WO-Amount-Out	Pic -ZZ,ZZZ,ZZZ,ZZ9.99.
		02 Filler		Pic x(2) value spaces.
		02 WO-Reason-Out	Pic x(44) value
		    "** clawback past final pay - written off **".
		02 Filler		Pic x(53) value spaces.

	01	Final-Header.
		02 Filler		Pic x(30) value spaces.
		02 Filler		Pic x(20) value
			"Final Pay Statement".
		02 Filler		Pic x(30) value spaces.

	01	Final-Date-Line.
		02 Filler		Pic x(18) value
			"Termination date: ".
		02 FD-Date-Out		Pic 9999/99/99.
		02 Filler		Pic x(52) value spaces.

      * one component of the final check: a label, the hours or the
      * text behind it, and its dollars; a line with nothing to add
      * or take away blanks the amount column
	01	Final-Item-Line.
		02 FI-Label-Out		Pic x(24).
		02 Filler		Pic x(2) value spaces.
		02 FI-Detail-Out	Pic x(24).
		02 Filler		Pic x(2) value spaces.
		02 FI-Amount-Out	Pic -ZZ,ZZZ,ZZZ,ZZ9.99.
		02 FI-Amount-Text redefines FI-Amount-Out
					Pic x(18).
		02 Filler		Pic x(10) value spaces.

	01	Final-Hours-Text.
		02 FH-Hours-Out		Pic ZZ9.9.
		02 Filler		Pic x(4) value " hrs".
		02 Filler		Pic x(15) value spaces.

	01	Final-Check-Text.
		02 Filler		Pic x(6) value "check ".
		02 FC-Number-Out	Pic 9(6).
		02 Filler		Pic x(12) value spaces.

	01	History-Eof		Pic xxx value "No".

      * each employee's last regular period on payhist.dat before the
      * one a trial run is trying; the deductions that period are
      * what its gross less withholding and net leaves
	01	Last-Count		Pic 9(4) value zero.

	01	Last-Max		Pic 9(4) value 500.

	01	Last-Index		Pic 9(4) value zero.

	01	Last-Table.
		02 Last-Data occurs 1 to 500 times
			depending on Last-Count.
			03 LP-SSN	Pic 9(7).
			03 LP-Period	Pic 9(8).
			03 LP-Gross	Pic 9(11)v99.
			03 LP-WH	Pic 9(11)v99.
			03 LP-Net	Pic 9(11)v99.
			03 LP-Seen	Pic x(1).

	01	Last-Ded		Pic 9(11)v99 value 0.

      * how far gross or net may move from the last period, in
      * percent, before the trial flags it; paramast.dat's
      * TRIALVARPCT in force on the period overrides it
	01	Variance-Pct		Pic 9(3)v99 value 10.

	01	Swing-This		Pic 9(11)v99 value 0.

	01	Swing-Last		Pic 9(11)v99 value 0.

	01	Swing-Pct		Pic s9(7)v9 value 0.

	01	Preview-Count		Pic 9(6) value zero.

	01	Preview-Flags		Pic 9(6) value zero.

	01	Trial-Gross-Total	Pic 9(13)v99 value zero.

	01	Trial-WH-Total		Pic 9(13)v99 value zero.

	01	Trial-Ded-Total		Pic 9(13)v99 value zero.

	01	Trial-Net-Total		Pic 9(13)v99 value zero.

	01	Last-Gross-Total	Pic 9(13)v99 value zero.

	01	Last-WH-Total		Pic 9(13)v99 value zero.

	01	Last-Ded-Total		Pic 9(13)v99 value zero.

	01	Last-Net-Total		Pic 9(13)v99 value zero.

	01	Preview-Header.
		02 Filler		Pic x(46) value spaces.
		02 Filler		Pic x(40) value
			"Trial Payroll Preview - Nothing Written".
		02 Filler		Pic x(46) value spaces.

	01	Preview-Period-Line.
		02 Filler		Pic x(12) value "Pay period: ".
		02 PV-Pay-Period-Out	Pic 9(8).
		02 Filler		Pic x(45) value
			"   flagged when gross or net moves more than ".
		02 PV-Tolerance-Out	Pic ZZ9.99.
		02 Filler		Pic x(30) value
			"% from the last regular period".
		02 Filler		Pic x(31) value spaces.

	01	Preview-Col-Line.
		02 Filler		Pic x(32) value
			"Employee               SSN".
		02 Filler		Pic x(22) value "Period".
		02 Filler		Pic x(14) value
			"         Gross".
		02 Filler		Pic x(14) value
			"      Withheld".
		02 Filler		Pic x(14) value
			"    Deductions".
		02 Filler		Pic x(14) value
			"       Net Pay".
		02 Filler		Pic x(22) value spaces.

      * one employee's check as the trial computes it, then a second
      * line with the last regular period's figures
	01	Preview-Line.
		02 PV-Last-Name-Out	Pic x(10).
		02 Filler		Pic x(1) value spaces.
		02 PV-First-Name-Out	Pic x(10).
		02 Filler		Pic x(1) value spaces.
		02 PV-SSN-Out		Pic x(8).
		02 Filler		Pic x(2) value spaces.
		02 PV-Label-Out		Pic x(11).
		02 Filler		Pic x(1) value spaces.
		02 PV-Date-Out		Pic 9(8) Blank When Zero.
		02 Filler		Pic x(2) value spaces.
		02 PV-Gross-Out		Pic ZZ,ZZZ,ZZ9.99.
		02 Filler		Pic x(1) value spaces.
		02 PV-WH-Out		Pic ZZ,ZZZ,ZZ9.99.
		02 Filler		Pic x(1) value spaces.
		02 PV-Ded-Out		Pic ZZ,ZZZ,ZZ9.99.
		02 Filler		Pic x(1) value spaces.
		02 PV-Net-Out		Pic ZZ,ZZZ,ZZ9.99.
		02 Filler		Pic x(23) value spaces.

	01	Preview-Flag-Line.
		02 Filler		Pic x(32) value spaces.
		02 Filler		Pic x(3) value "** ".
		02 PV-Flag-Text		Pic x(60).
		02 Filler		Pic x(37) value spaces.

	01	Swing-Flag-Line.
		02 Filler		Pic x(32) value spaces.
		02 Filler		Pic x(3) value "** ".
		02 SW-Label-Out		Pic x(5).
		02 Filler		Pic x(7) value " moved ".
		02 SW-Pct-Out		Pic ++++++9.9.
		02 Filler		Pic x(26) value
			"% from last period, over ".
		02 SW-Limit-Out		Pic ZZ9.99.
		02 Filler		Pic x(10) value "% limit **".
		02 Filler		Pic x(34) value spaces.

	01	Preview-Count-Line.
		02 PC-Label-Out		Pic x(32).
		02 PC-Count-Out		Pic ZZZ,ZZ9.
		02 Filler		Pic x(93) value spaces.

	01	Sign-Off-Line.
		02 Filler		Pic x(12) value "Reviewed by ".
		02 Filler		Pic x(20) value all "_".
		02 Filler		Pic x(7) value "  Date ".
		02 Filler		Pic x(10) value all "_".
		02 Filler		Pic x(4) value spaces.
		02 Filler		Pic x(12) value "Approved by ".
		02 Filler		Pic x(20) value all "_".
		02 Filler		Pic x(7) value "  Date ".
		02 Filler		Pic x(10) value all "_".
		02 Filler		Pic x(30) value spaces.

      * what the zero floor cut off this check; negative, and
      * carried forward through payadjcf.dat
	01	Unapplied-Adjustment	Pic s9(9)v99 value 0.

	01	Withholding-Rate	Pic v99 value 0.

      * the flat federal rate on supplemental wages an off-cycle run
      * withholds at in place of the Mar-Stat split; paramast.dat's
      * SUPPLRATE in force on the pay date overrides it
	01	Supplemental-Rate	Pic v9(5) value .22000.

	01	Param-Eof		Pic xxx value "No".

	01	Withholding-Amt		Pic 9(11)v99 value 0.

	01	Net-Pay			Pic 9(11)v99 value 0.

	01	Employer-Rate-Eof	Pic xxx value "No".

	01	Employer-Ytd-Eof	Pic xxx value "No".

      * the calendar year the pay period falls in; picks the
      * employer tax rates and wage bases in force
	01	Pay-Year		Pic 9(4) value zero.

      * employer tax rates and wage bases as of the year this was
      * last touched; ertaxrt.dat overrides them year by year
	01	SS-Rate			Pic v9(5) value .06200.

	01	SS-Base			Pic 9(7)v99 value 184500.

	01	Med-Rate		Pic v9(5) value .01450.

	01	Med-Base		Pic 9(7)v99 value zero.

	01	FUTA-Rate		Pic v9(5) value .00600.

	01	FUTA-Base		Pic 9(7)v99 value 7000.

	01	SUTA-Rate		Pic v9(5) value .03400.

	01	SUTA-Base		Pic 9(7)v99 value 7000.

      * the employee's YTD-Gross before this check; how much of the
      * check is still under each wage base
	01	Prior-Gross		Pic 9(11)v99 value 0.

	01	Base-Work		Pic 9(7)v99 value 0.

	01	Wages-Work		Pic 9(11)v99 value 0.

      * this employee's employer-side taxable wages and tax
	01	SS-Wages		Pic 9(11)v99 value 0.

	01	SS-Tax			Pic 9(7)v99 value 0.

	01	Med-Wages		Pic 9(11)v99 value 0.

	01	Med-Tax			Pic 9(7)v99 value 0.

	01	FUTA-Wages		Pic 9(11)v99 value 0.

	01	FUTA-Tax		Pic 9(7)v99 value 0.

	01	SUTA-Wages		Pic 9(11)v99 value 0.

	01	SUTA-Tax		Pic 9(7)v99 value 0.

      * the employer tax master in memory, walked by SSN the same
      * way the YTD table is; an employee taxed for the first time
      * this year grows the table by one
	01	Er-Ytd-Count		Pic 9(4) value zero.

	01	Er-Ytd-Max		Pic 9(4) value 500.

	01	Er-Ytd-Index		Pic 9(4) value zero.

	01	Er-Ytd-Table.
		02 Er-Ytd-Data occurs 1 to 500 times
			depending on Er-Ytd-Count.
			03 ET-SSN	Pic 9(7).
			03 ET-SS-Wages	Pic 9(9)v99.
			03 ET-SS	Pic 9(9)v99.
			03 ET-Med-Wages	Pic 9(9)v99.
			03 ET-Med	Pic 9(9)v99.
			03 ET-FUTA-Wages	Pic 9(9)v99.
			03 ET-FUTA	Pic 9(9)v99.
			03 ET-SUTA-Wages	Pic 9(9)v99.
			03 ET-SUTA	Pic 9(9)v99.

	01	Leave-Eof		Pic xxx value "No".

      * per-period leave accrual, in hours; every active employee
			03 DT-Value	Pic 9(5)v99.
			03 DT-Stop	Pic 9(8).
			03 DT-Balance	Pic 9(9)v99.
			03 DT-Off-Cycle	Pic x(1).

	01	Deduction-Amt		Pic 9(11)v99 value 0.


	01	Check-Count		Pic 9(6) value zero.

	01	Pay-Account		Pic x(12) value spaces.

	01	Pos-Pay-Work.
	Copy "posipay.cpy".

	01	Send-Date-Time.
		02 Send-Date		Pic 9(8).
		02 Filler		Pic x(13).

	01	Check-Total		Pic 9(13)v99 value zero.

	01	Check-Head-Line.
	Procedure Division.
	0000-Main-Logic.
		Perform 1000-Init.
		If off-cycle-run
			Perform 1250-Off-Cycle-Loop
				until Eof-Flag = "Yes"
		Else
			If trial-run
				Perform 1270-Trial-Loop
					until Eof-Flag = "Yes"
			Else
				If final-pay-run
					Perform 1280-Final-Pay-Loop
						until Eof-Flag = "Yes"
				Else
					Perform 1200-Main-Loop
						until Eof-Flag = "Yes"
				End-if
			End-if
		End-if.
		If trial-run
			Perform 1400-Finish-Trial
		Else
			Perform 1300-Finish
		End-if.
		Stop Run.

	1000-Init.
		If Pay-Period-Entry numeric
			Move Pay-Period-Entry to Pay-Period-Date
		End-if.
		Compute Pay-Year = Pay-Period-Date / 10000.

		Accept Run-Mode from Sysin.
		If Run-Mode = "o"
			Move "O" to Run-Mode
		End-if.
		If Run-Mode = "t"
			Move "T" to Run-Mode
		End-if.
		If Run-Mode = "f"
			Move "F" to Run-Mode
		End-if.
		If Run-Mode not = spaces and not off-cycle-run
		   and not trial-run and not final-pay-run
			Display "Run mode must be blank (regular),"
			Display "O (off-cycle), T (trial) or"
			Display "F (final pay)."
			Move 8 to Return-Code
			Stop Run
		End-if.

      * a final-pay run pays the employees terminated on the date
      * keyed, less any whose final pay for it is already on
      * payhist.dat; with no one to pay it stops before anything is
      * opened for output
		If final-pay-run
			Open Input Emp-Audit-File
			Perform 1087-Read-Termination
				until Audit-Eof = "Yes"
			Close Emp-Audit-File
			If Final-Count = zero
				Display "No terminations on empaud.dat"
					" for "
					Pay-Period-Date
				Display "run blocked, nothing paid."
				Move 8 to Return-Code
				Stop Run
			End-if
			Open Input Pay-History-File
			Perform 1089-Read-Final-Paid
				until History-Eof = "Yes"
			Close Pay-History-File
		End-if.

      * a trial run opens nothing for output but its preview
		Open Input Input-File Ytd-Master-File.
		If trial-run
			Open Output Preview-File
		Else
			Open Output Output-File Terminated-File
				Paystub-File Deposit-File
			Open Extend Pay-History-File
			Open Output Deduction-Register-File
				Carry-Forward-File
			If final-pay-run
				Open Output Final-Pay-File
			End-if
		End-if.

		Open Input Deduction-File.
		Perform 1080-Read-Deduction
			Stop Run
		End-if.

      * the supplemental rate an off-cycle run withholds at and the
      * tolerance a trial flags swings past, off paramast.dat
		If off-cycle-run or trial-run
			Open Input Param-File
			Perform 1075-Read-Param-Data
				until Param-Eof = "Yes"
			Close Param-File
		End-if.

      * an off-cycle run pays offcycle.dat alone, at the
      * supplemental rate in force on the pay date; a file bigger
      * than the table would leave payments unpaid without a word -
      * refuse to run instead
		If off-cycle-run
			Open Input Off-Cycle-File
			Perform 1085-Read-Off-Cycle
				varying Off-Cycle-Index from 1 by 1
				until Off-Cycle-Eof = "Yes"
				or Off-Cycle-Index > Off-Cycle-Max
			If Off-Cycle-Eof not = "Yes"
				Read Off-Cycle-File at end move "Yes"
					to Off-Cycle-Eof
				end-read
			End-if
			Close Off-Cycle-File
			If Off-Cycle-Eof not = "Yes"
				Display "Off-cycle file exceeds table -"
				Display "run blocked, nothing paid."
				Move 8 to Return-Code
				Stop Run
			End-if
		End-if.

		Open Input Leave-File.
		Perform 1090-Read-Leave
			varying Leave-Index from 1 by 1
			or Pay-Rate-Index > Pay-Rate-Max.
		Close Pay-Rate-File.

      * pending adjustments wait for the regular run; an off-cycle
      * run leaves payadj.dat alone
		If not off-cycle-run
			Open Input Adjust-File
			Perform 1098-Read-Adjust
				varying Adjust-Index from 1 by 1
				until Adjust-Eof = "Yes"
				or Adjust-Index > Adjust-Max
			Close Adjust-File
		End-if.

		Open Input Employer-Rate-File.
		Perform 1097-Read-Employer-Rate
			until Employer-Rate-Eof = "Yes".
		Close Employer-Rate-File.

		Open Input Employer-Ytd-File.
		Perform 1096-Read-Employer-Ytd
			varying Er-Ytd-Index from 1 by 1
			until Employer-Ytd-Eof = "Yes"
			or Er-Ytd-Index > Er-Ytd-Max.
		If Employer-Ytd-Eof not = "Yes"
			Read Employer-Ytd-File at end move "Yes" to
				Employer-Ytd-Eof
			end-read
		End-if.
		Close Employer-Ytd-File.
      * rewritten whole at the end like dedmast.dat, so a master
      * bigger than the table would lose rows - refuse to run
		If Employer-Ytd-Eof not = "Yes"
			Display "Employer tax master exceeds the table"
			Display "run blocked before rows are lost."
			Move 8 to Return-Code
			Stop Run
		End-if.

		Open Input Bank-File.
		Perform 1099-Read-Bank
			or Bank-Index > Bank-Max.
		Close Bank-File.

      * a trial run cuts no checks and registers no deductions; it
      * reads each employee's last regular period off payhist.dat
      * instead
		If trial-run
			Open Input Pay-History-File
			Perform 1088-Read-Last-Period
				until History-Eof = "Yes"
			Close Pay-History-File
		Else
			Open Input Check-Register-File
			Perform 1100-Scan-Register
				until Register-Eof = "Yes"
			Close Check-Register-File
			Open Extend Check-Register-File
			Open Output Check-Print-File

			Open Input Pay-Account-File
			Read Pay-Account-File
				at end move spaces to PA-Account
			End-read
			Move PA-Account to Pay-Account
			Close Pay-Account-File
			Move function current-date to Send-Date-Time
			Open Extend Positive-Pay-File
				Pos-Pay-History-File

			Write Deduction-Register-Rec from
				Ded-Register-Header
			Move spaces to Deduction-Register-Rec
			Write Deduction-Register-Rec
		End-if.

      * an off-cycle run pays no hours, so it reads no timesheets
		If not off-cycle-run
			Open Input Timesheet-File
			Perform 1050-Read-Timesheet
				varying Timesheet-Index from 1 by 1
				until Timesheet-Eof = "Yes"
				or Timesheet-Index > Timesheet-Max
			Close Timesheet-File
		End-if.

		Perform 1060-Read-Ytd
			varying Ytd-Index from 1 by 1

		Close Ytd-Master-File.

      * commission comes through an off-cycle run only as a keyed
      * payment, never off commearn.dat
		If not off-cycle-run
			Open Input Earnings-File
			Perform 1070-Read-Earnings
				varying Earnings-Index from 1 by 1
				until Earnings-Eof = "Yes"
				or Earnings-Index > Earnings-Max
			Close Earnings-File
		End-if.

		If trial-run
			Perform 1160-Write-Preview-Headers
		Else
			Perform 1150-Write-Headers
		End-if.
		Read Input-File at end move "Yes" to Eof-Flag.

	1150-Write-Headers.

		  If off-cycle-run
			  Write Output-Rec from Off-Cycle-Header
		  Else
			  If final-pay-run
				  Write Output-Rec from Final-Pay-Header
			  Else
				  Write Output-Rec from Report-Header
			  End-if
		  End-if.
		  Move spaces to Output-Rec.
		  Write Output-Rec.
		  Write Output-Rec from Column-headers.
		  Move spaces to Output-Rec.
		  Write Output-Rec.
		  Write Terminated-Rec from Terminated-Header.
		  Move spaces to Terminated-Rec.
		  Write Terminated-Rec.
		  Write Terminated-Rec from Column-headers.
		  Move spaces to Terminated-Rec.
		  Write Terminated-Rec.

	1160-Write-Preview-Headers.

		  Write Preview-Rec from Preview-Header.
		  Move spaces to Preview-Rec.
		  Write Preview-Rec.
		  Move Pay-Period-Date to PV-Pay-Period-Out.
		  Move Variance-Pct to PV-Tolerance-Out.
		  Write Preview-Rec from Preview-Period-Line.
		  Move spaces to Preview-Rec.
		  Write Preview-Rec.
		  Write Preview-Rec from Preview-Col-Line.
		  Move spaces to Preview-Rec.
		  Write Preview-Rec.

      * reads one timesheet record into the next free slot of
      * Timesheet-Table, growing Timesheet-Count by one
	1050-Read-Timesheet.
			  Move Earnings-Index to Earnings-Count
		  End-if.

      * the supplemental rate's and the trial tolerance's latest
      * entries in force on the pay date; the master reads in key
      * order, so a later entry replaces an earlier one, and no entry
      * keeps the compiled-in figure
	1075-Read-Param-Data.

		  Read Param-File at end move "Yes" to Param-Eof
		  end-read.

		  If Param-Eof not = "Yes"
		     and PRM-Eff-Date not > Pay-Period-Date
			  Evaluate PRM-Name
				  when "SUPPLRATE"
					  Move PRM-Value to
						  Supplemental-Rate
				  when "TRIALVARPCT"
					  Move PRM-Value to Variance-Pct
			  End-evaluate
		  End-if.

      * reads one deduction-master record into the next free slot of
      * Deduction-Table; a site with no deduction master simply
      * starts with an empty table
			  Move DM-Stop to DT-Stop(Deduction-Index)
			  Move DM-Balance to
				  DT-Balance(Deduction-Index)
			  Move DM-Off-Cycle to
				  DT-Off-Cycle(Deduction-Index)
			  Move Deduction-Index to Deduction-Count
		  End-if.

      * reads one off-cycle payment into the next free slot of
      * Off-Cycle-Table, rejecting it there and then when the SSN or
      * amount is not a number, the amount is zero, or the earnings
      * type is not one the run knows
	1085-Read-Off-Cycle.

		  Read Off-Cycle-File at end move "Yes" to
			  Off-Cycle-Eof
		  end-read.

		  If Off-Cycle-Eof not = "Yes"
			  Move space to OT-Status(Off-Cycle-Index)
			  Move OC-Type to OT-Type(Off-Cycle-Index)
			  Move OC-Reason to OT-Reason(Off-Cycle-Index)
			  If OC-SSN numeric
				  Move OC-SSN to OT-SSN(Off-Cycle-Index)
			  Else
				  Move zero to OT-SSN(Off-Cycle-Index)
				  Move "R" to OT-Status(Off-Cycle-Index)
			  End-if
			  If OC-Amount numeric
				  Move OC-Amount to
					  OT-Amount(Off-Cycle-Index)
			  Else
				  Move zero to
					  OT-Amount(Off-Cycle-Index)
			  End-if
			  If OT-Amount(Off-Cycle-Index) = zero
			     or (OC-Type not = "B" and not = "M"
				 and not = "T" and not = "C")
				  Move "R" to OT-Status(Off-Cycle-Index)
			  End-if
			  Move Off-Cycle-Index to Off-Cycle-Count
		  End-if.

      * one empaud.dat line while a final-pay run loads its
      * employees: a TERM stamped on the termination date adds its
      * SSN to Final-Table unless it is there already; a table
      * already full stops the run before anyone is paid
	1087-Read-Termination.

		  Read Emp-Audit-File at end move "Yes" to Audit-Eof
		  end-read.

		  Move zero to Audit-Date-Num.
		  If Audit-Eof not = "Yes"
		     and EA-Action = "TERM"
		     and EA-SSN numeric
		     and EA-Date(1:2) numeric
		     and EA-Date(4:2) numeric
		     and EA-Date(7:4) numeric
			  Move EA-Date(7:4) to AD-Year
			  Move EA-Date(1:2) to AD-Month
			  Move EA-Date(4:2) to AD-Day
		  End-if.

		  If Audit-Date-Num not = zero
		     and Audit-Date-Num = Pay-Period-Date
			  Perform 2910-Classify-Final
				  varying Final-Index from 1 by 1
				  until Final-Index > Final-Count
				  or FT-SSN(Final-Index) = EA-SSN
			  If Final-Index > Final-Count
			     and Final-Count not < Final-Max
				  Display "Terminations exceed table -"
				  Display "run blocked, nothing paid."
				  Move 8 to Return-Code
				  Stop Run
			  End-if
			  If Final-Index > Final-Count
				  Add 1 to Final-Count
				  Move EA-SSN to FT-SSN(Final-Count)
				  Move space to FT-Status(Final-Count)
			  End-if
		  End-if.

      * one payhist.dat record while a final-pay run loads: a
      * final-pay check already dated on the termination date marks
      * its employee paid off before this run
	1089-Read-Final-Paid.

		  Read Pay-History-File at end move "Yes" to
			  History-Eof
		  end-read.

		  If History-Eof not = "Yes"
		     and PH-Run-Type = "F"
		     and PH-Period = Pay-Period-Date
			  Perform 2910-Classify-Final
				  varying Final-Index from 1 by 1
				  until Final-Index > Final-Count
				  or FT-SSN(Final-Index) = PH-SSN
			  If Final-Index not > Final-Count
				  Move "A" to FT-Status(Final-Index)
			  End-if
		  End-if.

      * reads one leave-balance record into the next free slot of
      * Leave-Table; a first run simply starts with an empty table
	1090-Read-Leave.
			  Move Pay-Rate-Index to Pay-Rate-Count
		  End-if.

      * reads one employer tax master record into the next free slot
      * of Er-Ytd-Table; the first run of the year starts with an
      * empty table
	1096-Read-Employer-Ytd.

		  Read Employer-Ytd-File at end move "Yes" to
			  Employer-Ytd-Eof
		  end-read.

		  If Employer-Ytd-Eof not = "Yes"
			  Move EY-SSN to ET-SSN(Er-Ytd-Index)
			  Move EY-SS-Wages to ET-SS-Wages(Er-Ytd-Index)
			  Move EY-SS to ET-SS(Er-Ytd-Index)
			  Move EY-Med-Wages to
				  ET-Med-Wages(Er-Ytd-Index)
			  Move EY-Med to ET-Med(Er-Ytd-Index)
			  Move EY-FUTA-Wages to
				  ET-FUTA-Wages(Er-Ytd-Index)
			  Move EY-FUTA to ET-FUTA(Er-Ytd-Index)
			  Move EY-SUTA-Wages to
				  ET-SUTA-Wages(Er-Ytd-Index)
			  Move EY-SUTA to ET-SUTA(Er-Ytd-Index)
			  Move Er-Ytd-Index to Er-Ytd-Count
		  End-if.

      * takes the pay year's line for each employer tax over the
      * compiled-in rate and wage base; other years' lines are passed
      * over
	1097-Read-Employer-Rate.

		  Read Employer-Rate-File at end move "Yes" to
			  Employer-Rate-Eof
		  end-read.

		  If Employer-Rate-Eof not = "Yes"
		     and TR-Year = Pay-Year
			  Evaluate TR-Tax
				  when "SS"
					  Move TR-Rate to SS-Rate
					  Move TR-Base to SS-Base
				  when "MED"
					  Move TR-Rate to Med-Rate
					  Move TR-Base to Med-Base
				  when "FUTA"
					  Move TR-Rate to FUTA-Rate
					  Move TR-Base to FUTA-Base
				  when "SUTA"
					  Move TR-Rate to SUTA-Rate
					  Move TR-Base to SUTA-Base
			  End-evaluate
		  End-if.

      * reads one retro-adjustment record into the next free slot of
      * Adjust-Table; a period with no retro run simply starts with
      * an empty table
		  Move First-Name to First-Name-Out.
		  Move Mar-Stat to Mar-Stat-Out.

		  Perform 2050-Gather-Earnings.

      * an agent with commission due but no timesheet still gets a
      * commission-only check (zero hours) rather than an exception
			  If active
				  Write Output-Rec from Info-Line
				  Perform 2160-Update-Leave
				  Perform 2180-Employer-Tax
				  Perform 2200-Update-Ytd
				  Perform 2300-Write-Stub
				  Perform 2400-Write-Deposit

		  Read Input-File at end move "Yes" to eof-flag.

      * this employee's hours by type off the timesheets, commission
      * earnings, and the sum of any pending adjustments - what the
      * live run and the trial both compute the check from
	2050-Gather-Earnings.

		  Move "No" to Timesheet-Found-Flag.
		  Move zero to Reg-Hours Vac-Hours Sick-Hours.

		  Perform 2055-Sum-Timesheet
			  varying Timesheet-Index from 1 by 1
			  until Timesheet-Index > Timesheet-Count.

		  Compute Hours-Worked =
			  Reg-Hours + Vac-Hours + Sick-Hours.

		  Perform 2070-Classify-Earnings
			  varying Earnings-Index from 1 by 1
			  until Earnings-Index > Earnings-Count
			  or SSN = EC-SSN(Earnings-Index).

		  If Earnings-Index > Earnings-Count
			  Move zero to Commission-Earned
		  Else
			  Move EC-Amount(Earnings-Index) to
				  Commission-Earned
		  End-if.

		  Move zero to Adjustment-Amt.
		  Perform 2075-Sum-Adjust
			  varying Adjust-Index from 1 by 1
			  until Adjust-Index > Adjust-Count.

      * a trial run's pass over company.dat: the check each
      * employee would get, computed exactly as the live run computes
      * it, printed beside their last regular period; an employee
      * the live run would not pay is listed when they were paid
      * last period or are missing a timesheet
	1270-Trial-Loop.
		  Move Last-Name to Last-Name-Out.
		  Move First-Name to First-Name-Out.
		  Move Mar-Stat to Mar-Stat-Out.

		  Perform 2050-Gather-Earnings.

		  Perform 2710-Classify-Last
			  varying Last-Index from 1 by 1
			  until Last-Index > Last-Count
			  or SSN = LP-SSN(Last-Index).
		  If Last-Index not > Last-Count
			  Move "Y" to LP-Seen(Last-Index)
		  End-if.

		  If active and not timesheet-found and
		     Commission-Earned = zero and
		     Adjustment-Amt = zero
			  Move "NO TIMESHEET - WILL NOT BE PAID"
				  to PV-Flag-Text
			  Perform 2780-Preview-Unpaid
		  Else
			  If active
				  Perform 2100-Compute-Pay
				  Perform 2750-Preview-Paid
			  Else
				  If Last-Index not > Last-Count
					  Move "TERMINATED - NOT PAID"
						  to PV-Flag-Text
					  Perform 2780-Preview-Unpaid
				  End-if
			  End-if
		  End-if.

		  Read Input-File at end move "Yes" to Eof-Flag.

      * one payhist.dat record while a trial loads the last periods:
      * an off-cycle or final-pay check, or anything on or after
      * the period being tried, is passed over; otherwise the
      * employee's row takes the record when it is as late as any
      * seen so far
	1088-Read-Last-Period.

		  Read Pay-History-File at end move "Yes" to
			  History-Eof
		  end-read.

		  If History-Eof not = "Yes"
		     and PH-Run-Type not = "O"
		     and PH-Run-Type not = "F"
		     and PH-Period < Pay-Period-Date
			  Perform 2710-Classify-Last
				  varying Last-Index from 1 by 1
				  until Last-Index > Last-Count
				  or PH-SSN = LP-SSN(Last-Index)
			  If Last-Index > Last-Count
			     and Last-Count < Last-Max
				  Add 1 to Last-Count
				  Move Last-Count to Last-Index
				  Move PH-SSN to LP-SSN(Last-Index)
				  Move zero to LP-Period(Last-Index)
				  Move space to LP-Seen(Last-Index)
			  End-if
			  If Last-Index not > Last-Count
			     and PH-Period not < LP-Period(Last-Index)
				  Move PH-Period to
					  LP-Period(Last-Index)
				  Move PH-Gross to LP-Gross(Last-Index)
				  Move PH-WH to LP-WH(Last-Index)
				  Move PH-Net to LP-Net(Last-Index)
			  End-if
		  End-if.

      * an off-cycle run's pass over company.dat: an employee with
      * payments waiting is paid their total in one check, terminated
      * or not - a termination check is one of the things this run
      * is for - with the employer tax, YTD, stub, deposit or check,
      * and history a regular check gets, but no leave accrual;
      * anyone with nothing waiting is passed over without a line
	1250-Off-Cycle-Loop.
		  Move Last-Name to Last-Name-Out.
		  Move First-Name to First-Name-Out.
		  Move Mar-Stat to Mar-Stat-Out.

		  Move zero to Gross-Pay Commission-Earned.
		  Perform 2600-Sum-Off-Cycle
			  varying Off-Cycle-Index from 1 by 1
			  until Off-Cycle-Index > Off-Cycle-Count.

		  If Gross-Pay > zero
			  Perform 2650-Compute-Off-Cycle
			  Write Output-Rec from Info-Line
			  Perform 2660-List-Off-Cycle
				  varying Off-Cycle-Index from 1 by 1
				  until Off-Cycle-Index >
					  Off-Cycle-Count
			  Perform 2180-Employer-Tax
			  Perform 2200-Update-Ytd
			  Perform 2300-Write-Stub
			  Perform 2400-Write-Deposit
			  Perform 2500-Write-History
		  End-if.

		  Read Input-File at end move "Yes" to Eof-Flag.

      * a final-pay run's pass over company.dat: an employee
      * terminated on the date and still terminated is paid off -
      * the check computed as a regular one with the vacation payout
      * on top, then the employer tax, YTD, deposit or check, and
      * history - and everyone else is passed over without a line,
      * their pending adjustments carried whole into next period's
      * payadj.dat
	1280-Final-Pay-Loop.
		  Move Last-Name to Last-Name-Out.
		  Move First-Name to First-Name-Out.
		  Move Mar-Stat to Mar-Stat-Out.

		  Perform 2910-Classify-Final
			  varying Final-Index from 1 by 1
			  until Final-Index > Final-Count
			  or SSN = FT-SSN(Final-Index).

		  If Final-Index not > Final-Count
		     and FT-Status(Final-Index) = space
		     and active
			  Move "R" to FT-Status(Final-Index)
		  End-if.

		  If Final-Index not > Final-Count
		     and FT-Status(Final-Index) = space
			  Perform 2900-Pay-Final
			  Move "P" to FT-Status(Final-Index)
		  Else
			  Move zero to Adjustment-Amt
			  Perform 2075-Sum-Adjust
				  varying Adjust-Index from 1 by 1
				  until Adjust-Index > Adjust-Count
			  If Adjustment-Amt not = zero
				  Move Adjustment-Amt to
					  Unapplied-Adjustment
				  Perform 2550-Carry-Forward
			  End-if
		  End-if.

		  Read Input-File at end move "Yes" to Eof-Flag.

      * hours times rate, with the hours past Overtime-Threshold paid
      * at Overtime-Factor, then the Mar-Stat withholding split
	2100-Compute-Pay.
			  Compute Gross-Pay rounded =
				  Hours-Worked * Applied-Rate
		  End-if.
		  Move Gross-Pay to Final-Hours-Pay.

      * a final check cashes out the vacation balance left once the
      * period's vacation hours are drawn from it, at the same rate;
      * what is left of the sick balance lapses unpaid
		  Move zero to Vac-Payout-Hours Vac-Payout-Amt
			  Sick-Forfeit-Hours.
		  If final-pay-run
			  Perform 2165-Classify-Leave
				  varying Leave-Index from 1 by 1
				  until Leave-Index > Leave-Count
				  or SSN = LT-SSN(Leave-Index)
			  If Leave-Index not > Leave-Count
				  If LT-Vac(Leave-Index) > Vac-Hours
					  Compute Vac-Payout-Hours =
					    LT-Vac(Leave-Index) -
					    Vac-Hours
				  End-if
				  If LT-Sick(Leave-Index) > Sick-Hours
					  Compute Sick-Forfeit-Hours =
					    LT-Sick(Leave-Index) -
					    Sick-Hours
				  End-if
			  End-if
			  Compute Vac-Payout-Amt rounded =
				  Vac-Payout-Hours * Applied-Rate
		  End-if.

      * commission earnings ride into gross ahead of withholding so
      * the normal Mar-Stat split applies to the whole check; a
      * rescission clawback rides in negative and can't take the
      * check below zero
		  Move zero to Unapplied-Adjustment.
		  Compute Gross-Work = Gross-Pay + Vac-Payout-Amt
			  + Commission-Earned + Adjustment-Amt.
		  If Gross-Work < zero
			  Move Gross-Work to Unapplied-Adjustment
			  Move zero to Gross-Work

      * recurring deductions come out after withholding; terminated
      * employees are computed for the listing but nothing is
      * deducted from a check that will not be cut - except the
      * final check a final-pay run cuts them
		  Move zero to Deduction-Total.
		  Move zero to Emp-Ded-Count.
		  If active or final-pay-run
			  Perform 2150-Apply-Deductions
				  varying Deduction-Index from 1 by 1
				  until Deduction-Index >
      * exhausted; a percent deduction takes its share of gross, the
      * amount is capped at the remaining balance and at what is
      * left of the check, the balance draws down, and the register
      * and stub both carry the line; an off-cycle check takes only
      * the rows flagged for off-cycle pay
	2150-Apply-Deductions.

		  If DT-SSN(Deduction-Index) = SSN
		     and (DT-Stop(Deduction-Index) = zero
			  or Pay-Period-Date not >
				  DT-Stop(Deduction-Index))
		     and (not off-cycle-run
			  or DT-Off-Cycle(Deduction-Index) = "Y")

			  If DT-Type(Deduction-Index) = "P"
				  Compute Deduction-Amt rounded =
				  Move DT-Code(Deduction-Index) to
					  DR-Code-Out
				  Move Deduction-Amt to DR-Amount-Out
				  If not trial-run
					  Write Deduction-Register-Rec
						  from Ded-Register-Line
				  End-if

			  End-if


		  Continue.

      * the company's own taxes on this check: each tax applies to
      * the part of the gross still under its annual wage base, going
      * by the YTD-Gross paid before this check, so the tax stops in
      * the period the base is reached; must run before
      * 2200-Update-Ytd adds this check to the YTD row
	2180-Employer-Tax.

		  Perform 2060-Classify-Ytd
			  varying Ytd-Index from 1 by 1
			  until Ytd-Index > Ytd-Count
			  or SSN = YT-SSN(Ytd-Index).

		  If Ytd-Index > Ytd-Count
			  Move zero to Prior-Gross
		  Else
			  Move YT-Gross(Ytd-Index) to Prior-Gross
		  End-if.

		  Move SS-Base to Base-Work.
		  Perform 2185-Apply-Wage-Base.
		  Move Wages-Work to SS-Wages.
		  Compute SS-Tax rounded = SS-Wages * SS-Rate.

		  Move Med-Base to Base-Work.
		  Perform 2185-Apply-Wage-Base.
		  Move Wages-Work to Med-Wages.
		  Compute Med-Tax rounded = Med-Wages * Med-Rate.

		  Move FUTA-Base to Base-Work.
		  Perform 2185-Apply-Wage-Base.
		  Move Wages-Work to FUTA-Wages.
		  Compute FUTA-Tax rounded = FUTA-Wages * FUTA-Rate.

		  Move SUTA-Base to Base-Work.
		  Perform 2185-Apply-Wage-Base.
		  Move Wages-Work to SUTA-Wages.
		  Compute SUTA-Tax rounded = SUTA-Wages * SUTA-Rate.

		  Perform 2190-Classify-Employer-Ytd
			  varying Er-Ytd-Index from 1 by 1
			  until Er-Ytd-Index > Er-Ytd-Count
			  or SSN = ET-SSN(Er-Ytd-Index).

		  If Er-Ytd-Index > Er-Ytd-Count
			  If Er-Ytd-Count < Er-Ytd-Max
				  Add 1 to Er-Ytd-Count
				  Move Er-Ytd-Count to Er-Ytd-Index
				  Move SSN to ET-SSN(Er-Ytd-Index)
				  Move zero to ET-SS-Wages(Er-Ytd-Index)
					  ET-SS(Er-Ytd-Index)
					  ET-Med-Wages(Er-Ytd-Index)
					  ET-Med(Er-Ytd-Index)
					  ET-FUTA-Wages(Er-Ytd-Index)
					  ET-FUTA(Er-Ytd-Index)
					  ET-SUTA-Wages(Er-Ytd-Index)
					  ET-SUTA(Er-Ytd-Index)
			  End-if
		  End-if.

		  If Er-Ytd-Index not > Er-Ytd-Count
			  Add SS-Wages to ET-SS-Wages(Er-Ytd-Index)
			  Add SS-Tax to ET-SS(Er-Ytd-Index)
			  Add Med-Wages to ET-Med-Wages(Er-Ytd-Index)
			  Add Med-Tax to ET-Med(Er-Ytd-Index)
			  Add FUTA-Wages to
				  ET-FUTA-Wages(Er-Ytd-Index)
			  Add FUTA-Tax to ET-FUTA(Er-Ytd-Index)
			  Add SUTA-Wages to
				  ET-SUTA-Wages(Er-Ytd-Index)
			  Add SUTA-Tax to ET-SUTA(Er-Ytd-Index)
		  End-if.

      * the part of this check's gross under Base-Work, given the
      * YTD gross before it; a base of zero taxes the whole check
	2185-Apply-Wage-Base.

		  If Base-Work = zero
			  Move Gross-Pay to Wages-Work
		  Else
			  If Prior-Gross not < Base-Work
				  Move zero to Wages-Work
			  Else
				  Compute Wages-Work =
					  Base-Work - Prior-Gross
				  If Wages-Work > Gross-Pay
					  Move Gross-Pay to Wages-Work
				  End-if
			  End-if
		  End-if.

      * no-op body; the search for this employee's employer tax row
      * happens entirely in the Perform ... Varying's Until
      * condition
	2190-Classify-Employer-Ytd.

		  Continue.

      * rolls this period's figures into the employee's YTD row,
      * opening a new row for an employee paid for the first time
      * this year; Ytd-Index is left pointing at the row for the
		  Move spaces to Paystub-Rec.
		  Write Paystub-Rec.

      * an off-cycle check itemizes the payments it carries
		  If off-cycle-run
			  Perform 2360-Write-Stub-Off-Cycle
				  varying Off-Cycle-Index from 1 by 1
				  until Off-Cycle-Index >
					  Off-Cycle-Count
			  Move spaces to Paystub-Rec
			  Write Paystub-Rec
		  End-if.

		  Write Paystub-Rec from Stub-Col-Line.

      * an employee 2200-Update-Ytd couldn't fit in a full YTD table
		  Move zero to Stub-Ytd-Out.
		  Write Paystub-Rec from Stub-Amount-Line.

      * one off-cycle payment line on the stub
	2360-Write-Stub-Off-Cycle.

		  If OT-SSN(Off-Cycle-Index) = SSN
		     and OT-Status(Off-Cycle-Index) = "P"
			  Perform 2670-Format-Off-Cycle
			  Write Paystub-Rec from Off-Cycle-Line
		  End-if.

      * routes this employee's net: an active bank entry means a
      * direct-deposit D record (and a place in the trailer's count
      * and dollars), anything else means a numbered check; the
		  Move Last-Name to CK-Last-Name.
		  Move First-Name to CK-First-Name.
		  Move Net-Pay to CK-Amount.
		  Move space to CK-Status.
		  Move zero to CK-Status-Date CK-Paid-Amount.
		  Write Check-Register-Rec.
		  Perform 2465-Send-Positive-Pay.

		  Move Check-Number to CP-Number-Out.
		  Move Pay-Period-Date to CP-Period-Out.
		  Move Net-Pay to CP-Amount-Out.
		  Write Check-Print-Rec from Check-Amount-Line.

      * the check just registered, as the bank's issued-check line
      * and its copy on the sent history
	2465-Send-Positive-Pay.

		  Move spaces to Pos-Pay-Work.
		  Move "I" to PP-Type.
		  Move Pay-Account to PP-Account.
		  Move CK-Number to PP-Check-Number.
		  Move CK-Amount to PP-Amount.
		  Move CK-Period to PP-Issue-Date.
		  Move CK-Last-Name to PP-Payee-Last.
		  Move CK-First-Name to PP-Payee-First.
		  Move Send-Date to PP-Sent-Date.
		  Move "PAYROLL" to PP-Source.
		  Write Positive-Pay-Rec from Pos-Pay-Work.
		  Write Pos-Pay-History-Rec from Pos-Pay-Work.

      * one pay-history record per employee actually paid this
      * period; the money figures plus the hours and rate they were
      * computed from
		  Move Hours-Worked to PH-Hours.
		  Move Applied-Rate to PH-Rate.
		  Move Applied-Adjustment to PH-Adjustment.
		  Move SS-Tax to PH-ER-SS.
		  Move Med-Tax to PH-ER-Med.
		  Move FUTA-Tax to PH-FUTA.
		  Move SUTA-Tax to PH-SUTA.
		  Move Run-Mode to PH-Run-Type.
		  Write Pay-History-Rec.

      * one record of adjustment dollars this run could not net out;
		  Move Unapplied-Adjustment to CF-Amount.
		  Write Carry-Forward-Rec.

      * takes one waiting payment of this employee's into the check,
      * a commission payment into the commission portion as well, and
      * marks it paid so a second company.dat line for the same SSN
      * cannot pay it again
	2600-Sum-Off-Cycle.

		  If OT-SSN(Off-Cycle-Index) = SSN
		     and OT-Status(Off-Cycle-Index) = space
			  Add OT-Amount(Off-Cycle-Index) to Gross-Pay
			  If OT-Type(Off-Cycle-Index) = "C"
				  Add OT-Amount(Off-Cycle-Index) to
					  Commission-Earned
			  End-if
			  Move "P" to OT-Status(Off-Cycle-Index)
		  End-if.

      * no hours and no rate - the check is the payments' total - so
      * withholding is the flat supplemental rate instead of the
      * Mar-Stat split, and only the deductions flagged for off-cycle
      * pay come out
	2650-Compute-Off-Cycle.

		  Move zero to Hours-Worked Applied-Rate.
		  Move zero to Adjustment-Amt Applied-Adjustment
			  Unapplied-Adjustment.

		  Compute Withholding-Amt rounded =
			  Gross-Pay * Supplemental-Rate.
		  Compute Net-Pay = Gross-Pay - Withholding-Amt.

		  Move "XXX-" to Masked-SSN-Out(1:4).
		  Move SSN(4:4) to Masked-SSN-Out(5:4).

		  Move zero to Deduction-Total.
		  Move zero to Emp-Ded-Count.
		  Perform 2150-Apply-Deductions
			  varying Deduction-Index from 1 by 1
			  until Deduction-Index > Deduction-Count.

		  Move Hours-Worked to Hours-Out.
		  Move Gross-Pay to Gross-Pay-Out.
		  Move Withholding-Amt to Withholding-Out.
		  Move Net-Pay to Net-Pay-Out.

      * no leave accrues or is drawn off-cycle, so the stub quotes
      * no balances
		  Compute Leave-Index = Leave-Count + 1.

      * one off-cycle payment line under its employee's pay line
	2660-List-Off-Cycle.

		  If OT-SSN(Off-Cycle-Index) = SSN
		     and OT-Status(Off-Cycle-Index) = "P"
			  Perform 2670-Format-Off-Cycle
			  Write Output-Rec from Off-Cycle-Line
		  End-if.

      * the earnings type spelled out, the reason, and the amount
	2670-Format-Off-Cycle.

		  Evaluate OT-Type(Off-Cycle-Index)
			  when "B"
				  Move "Bonus" to OL-Type-Out
			  when "M"
				  Move "Missed pay" to OL-Type-Out
			  when "T"
				  Move "Termination pay" to OL-Type-Out
			  when other
				  Move "Commission" to OL-Type-Out
		  End-evaluate.
		  Move OT-Reason(Off-Cycle-Index) to OL-Reason-Out.
		  Move OT-Amount(Off-Cycle-Index) to OL-Amount-Out.

      * writes one YTD row back to the rewritten master
	1900-Write-Ytd.

		  Move YT-Net(Ytd-Index) to YTD-Net.
		  Write Ytd-Rec.

      * writes one employer tax row back to the rewritten master
	1910-Write-Employer-Ytd.

		  Move ET-SSN(Er-Ytd-Index) to EY-SSN.
		  Move ET-SS-Wages(Er-Ytd-Index) to EY-SS-Wages.
		  Move ET-SS(Er-Ytd-Index) to EY-SS.
		  Move ET-Med-Wages(Er-Ytd-Index) to EY-Med-Wages.
		  Move ET-Med(Er-Ytd-Index) to EY-Med.
		  Move ET-FUTA-Wages(Er-Ytd-Index) to EY-FUTA-Wages.
		  Move ET-FUTA(Er-Ytd-Index) to EY-FUTA.
		  Move ET-SUTA-Wages(Er-Ytd-Index) to EY-SUTA-Wages.
		  Move ET-SUTA(Er-Ytd-Index) to EY-SUTA.
		  Write Employer-Ytd-Rec.

      * writes one deduction row back to the rewritten master
	1950-Write-Deduction.

		  Move DT-Value(Deduction-Index) to DM-Value.
		  Move DT-Stop(Deduction-Index) to DM-Stop.
		  Move DT-Balance(Deduction-Index) to DM-Balance.
		  Move DT-Off-Cycle(Deduction-Index) to DM-Off-Cycle.
		  Write Deduction-Rec.

      * writes one leave-balance row back to the rewritten file
		  Move LT-Sick(Leave-Index) to LB-Sick.
		  Write Leave-Rec.

      * no-op body; the search for this employee's last period
      * happens entirely in the Perform ... Varying's Until
      * condition
	2710-Classify-Last.

		  Continue.

      * the trial's line for an employee the live run would pay,
      * the last period's line under it, and whatever the comparison
      * flags: an employee with no regular period on file, gross or
      * net moved past the tolerance, a net at the zero floor
	2750-Preview-Paid.

		  Add 1 to Preview-Count.
		  Move Last-Name to PV-Last-Name-Out.
		  Move First-Name to PV-First-Name-Out.
		  Move Masked-SSN-Out to PV-SSN-Out.
		  Move "this period" to PV-Label-Out.
		  Move Pay-Period-Date to PV-Date-Out.
		  Move Gross-Pay to PV-Gross-Out.
		  Move Withholding-Amt to PV-WH-Out.
		  Move Deduction-Total to PV-Ded-Out.
		  Move Net-Pay to PV-Net-Out.
		  Write Preview-Rec from Preview-Line.

		  Add Gross-Pay to Trial-Gross-Total.
		  Add Withholding-Amt to Trial-WH-Total.
		  Add Deduction-Total to Trial-Ded-Total.
		  Add Net-Pay to Trial-Net-Total.

		  If Last-Index > Last-Count
			  Move "NEW - NO REGULAR PERIOD ON PAYHIST.DAT"
				  to PV-Flag-Text
			  Perform 2790-Write-Flag
		  Else
			  Perform 2760-Preview-Last
			  Move "GROSS" to SW-Label-Out
			  Move Gross-Pay to Swing-This
			  Move LP-Gross(Last-Index) to Swing-Last
			  Perform 2770-Check-Swing
			  Move "NET" to SW-Label-Out
			  Move Net-Pay to Swing-This
			  Move LP-Net(Last-Index) to Swing-Last
			  Perform 2770-Check-Swing
		  End-if.

		  If Net-Pay = zero
			  Move "NET PAY AT THE ZERO FLOOR"
				  to PV-Flag-Text
			  Perform 2790-Write-Flag
		  End-if.

      * the last regular period's line, its deductions worked back
      * out of the gross, withholding and net
	2760-Preview-Last.

		  Move spaces to PV-Last-Name-Out PV-First-Name-Out
			  PV-SSN-Out.
		  Move "last period" to PV-Label-Out.
		  Move LP-Period(Last-Index) to PV-Date-Out.
		  Compute Last-Ded = LP-Gross(Last-Index)
			  - LP-WH(Last-Index) - LP-Net(Last-Index).
		  Move LP-Gross(Last-Index) to PV-Gross-Out.
		  Move LP-WH(Last-Index) to PV-WH-Out.
		  Move Last-Ded to PV-Ded-Out.
		  Move LP-Net(Last-Index) to PV-Net-Out.
		  Write Preview-Rec from Preview-Line.

		  Add LP-Gross(Last-Index) to Last-Gross-Total.
		  Add LP-WH(Last-Index) to Last-WH-Total.
		  Add Last-Ded to Last-Ded-Total.
		  Add LP-Net(Last-Index) to Last-Net-Total.

      * flags a figure that moved from the last period by more than
      * the tolerance either way; a last period of zero has no
      * percentage to move by
	2770-Check-Swing.

		  If Swing-Last > zero
			  Compute Swing-Pct rounded =
				  (Swing-This - Swing-Last) * 100
				  / Swing-Last
				  on size error
					  move 999999.9 to Swing-Pct
			  End-compute
			  If Swing-Pct > Variance-Pct
			     or Swing-Pct < 0 - Variance-Pct
				  Move Swing-Pct to SW-Pct-Out
				  Move Variance-Pct to SW-Limit-Out
				  Add 1 to Preview-Flags
				  Write Preview-Rec from Swing-Flag-Line
			  End-if
		  End-if.

      * the trial's line for an employee the live run would not pay,
      * with the last period's line when there is one and the reason
      * already in the flag text
	2780-Preview-Unpaid.

		  Add 1 to Preview-Count.
		  Move Last-Name to PV-Last-Name-Out.
		  Move First-Name to PV-First-Name-Out.
		  Move "XXX-" to PV-SSN-Out(1:4).
		  Move SSN(4:4) to PV-SSN-Out(5:4).
		  Move "this period" to PV-Label-Out.
		  Move Pay-Period-Date to PV-Date-Out.
		  Move zero to PV-Gross-Out PV-WH-Out PV-Ded-Out
			  PV-Net-Out.
		  Write Preview-Rec from Preview-Line.

		  If Last-Index not > Last-Count
			  Perform 2760-Preview-Last
		  End-if.
		  Perform 2790-Write-Flag.

	2790-Write-Flag.

		  Add 1 to Preview-Flags.
		  Write Preview-Rec from Preview-Flag-Line.

      * an employee paid last period who is no longer on company.dat
	2800-Preview-Gone.

		  If LP-Seen(Last-Index) not = "Y"
			  Add 1 to Preview-Count
			  Move spaces to PV-Last-Name-Out
				  PV-First-Name-Out
			  Move "XXX-" to PV-SSN-Out(1:4)
			  Move LP-SSN(Last-Index)(4:4) to
				  PV-SSN-Out(5:4)
			  Move "this period" to PV-Label-Out
			  Move Pay-Period-Date to PV-Date-Out
			  Move zero to PV-Gross-Out PV-WH-Out
				  PV-Ded-Out PV-Net-Out
			  Write Preview-Rec from Preview-Line
			  Perform 2760-Preview-Last
			  Move "NOT ON COMPANY FILE - WILL NOT BE PAID"
				  to PV-Flag-Text
			  Perform 2790-Write-Flag
		  End-if.

      * the final check: computed, listed and paid like a regular
      * one, with its leave balances closed out to zero (the
      * vacation just paid out, the sick hours forfeited), every
      * deduction row stopped as of the termination date, and a
      * clawback the check could not cover written off on the
      * report instead of carried forward - there is no later check
      * to net it against; Leave-Index is still set from the
      * vacation payout in 2100-Compute-Pay
	2900-Pay-Final.

		  Perform 2050-Gather-Earnings.
		  Perform 2100-Compute-Pay.
		  Write Output-Rec from Info-Line.

		  If Leave-Index not > Leave-Count
			  Move zero to LT-Vac(Leave-Index)
			  Move zero to LT-Sick(Leave-Index)
		  End-if.

		  Perform 2180-Employer-Tax.
		  Perform 2200-Update-Ytd.
		  Perform 2400-Write-Deposit.
		  Perform 2500-Write-History.

		  Perform 2930-Stop-Deduction
			  varying Deduction-Index from 1 by 1
			  until Deduction-Index > Deduction-Count.

		  If Unapplied-Adjustment not = zero
			  Add 1 to Final-Written-Off
			  Move Masked-SSN-Out to WO-SSN-Out
			  Move Unapplied-Adjustment to WO-Amount-Out
			  Write Output-Rec from Write-Off-Line
		  End-if.

		  Perform 2950-Write-Final-Statement.

      * no-op body; the search for this employee's final-pay entry
      * happens entirely in the Perform ... Varying's Until
      * condition
	2910-Classify-Final.

		  Continue.

      * stops one of the employee's deduction rows as of the
      * termination date, unless it already stopped sooner; the row
      * stays on the master, balance and all, for the record
	2930-Stop-Deduction.

		  If DT-SSN(Deduction-Index) = SSN
		     and (DT-Stop(Deduction-Index) = zero
			  or DT-Stop(Deduction-Index) > Pay-Period-Date)
			  Move Pay-Period-Date to
				  DT-Stop(Deduction-Index)
		  End-if.

      * the final-pay statement: the hours by type and what they
      * came to at the rate in force, the vacation cashed out and the
      * sick hours forfeited, commission, adjustments netted and any
      * clawback written off with its reason, then gross,
      * withholding, each final deduction, net, and how it was paid
	2950-Write-Final-Statement.

		  Write Final-Pay-Rec from Final-Header
			  after advancing page.
		  Move spaces to Final-Pay-Rec.
		  Write Final-Pay-Rec.

		  Move First-Name to Stub-First-Name-Out.
		  Move Last-Name to Stub-Last-Name-Out.
		  Move Masked-SSN-Out to Stub-Masked-SSN-Out.
		  Write Final-Pay-Rec from Stub-Name-Line.
		  Move Pay-Period-Date to FD-Date-Out.
		  Write Final-Pay-Rec from Final-Date-Line.
		  Move spaces to Final-Pay-Rec.
		  Write Final-Pay-Rec.

		  Move "Rate in force" to FI-Label-Out.
		  Move spaces to FI-Detail-Out.
		  Move Applied-Rate to FI-Amount-Out.
		  Write Final-Pay-Rec from Final-Item-Line.

		  Move "Regular hours" to FI-Label-Out.
		  Compute FH-Hours-Out = Reg-Hours - Overtime-Hours.
		  Perform 2960-Write-Final-Hours.
		  Move "Overtime hours" to FI-Label-Out.
		  Move Overtime-Hours to FH-Hours-Out.
		  Perform 2960-Write-Final-Hours.
		  Move "Vacation hours taken" to FI-Label-Out.
		  Move Vac-Hours to FH-Hours-Out.
		  Perform 2960-Write-Final-Hours.
		  Move "Sick hours taken" to FI-Label-Out.
		  Move Sick-Hours to FH-Hours-Out.
		  Perform 2960-Write-Final-Hours.

		  Move "Pay for hours worked" to FI-Label-Out.
		  Move spaces to FI-Detail-Out.
		  Move Final-Hours-Pay to FI-Amount-Out.
		  Write Final-Pay-Rec from Final-Item-Line.

		  Move "Vacation cashed out" to FI-Label-Out.
		  Move Vac-Payout-Hours to FH-Hours-Out.
		  Move Final-Hours-Text to FI-Detail-Out.
		  Move Vac-Payout-Amt to FI-Amount-Out.
		  Write Final-Pay-Rec from Final-Item-Line.

		  Move "Sick leave forfeited" to FI-Label-Out.
		  Move Sick-Forfeit-Hours to FH-Hours-Out.
		  Perform 2960-Write-Final-Hours.

		  If Commission-Earned not = zero
			  Move "Commission" to FI-Label-Out
			  Move spaces to FI-Detail-Out
			  Move Commission-Earned to FI-Amount-Out
			  Write Final-Pay-Rec from Final-Item-Line
		  End-if.

		  If Applied-Adjustment not = zero
			  Move "Adjustments netted" to FI-Label-Out
			  Move spaces to FI-Detail-Out
			  Move Applied-Adjustment to FI-Amount-Out
			  Write Final-Pay-Rec from Final-Item-Line
		  End-if.

      * shown for the record; it is not part of the gross below
		  If Unapplied-Adjustment not = zero
			  Move "Clawback written off" to FI-Label-Out
			  Move spaces to FI-Detail-Out
			  Move Unapplied-Adjustment to FI-Amount-Out
			  Write Final-Pay-Rec from Final-Item-Line
			  Move spaces to Final-Pay-Rec
			  Move WO-Reason-Out to Final-Pay-Rec(27:44)
			  Write Final-Pay-Rec
		  End-if.

		  Move spaces to Final-Pay-Rec.
		  Write Final-Pay-Rec.
		  Move "Gross pay" to FI-Label-Out.
		  Move spaces to FI-Detail-Out.
		  Move Gross-Pay to FI-Amount-Out.
		  Write Final-Pay-Rec from Final-Item-Line.
		  Move "Withholding" to FI-Label-Out.
		  Move Withholding-Amt to FI-Amount-Out.
		  Write Final-Pay-Rec from Final-Item-Line.

		  Perform 2970-Write-Final-Deduction
			  varying Emp-Ded-Index from 1 by 1
			  until Emp-Ded-Index > Emp-Ded-Count.

		  Move "Net pay" to FI-Label-Out.
		  Move spaces to FI-Detail-Out.
		  Move Net-Pay to FI-Amount-Out.
		  Write Final-Pay-Rec from Final-Item-Line.
		  Move spaces to Final-Pay-Rec.
		  Write Final-Pay-Rec.

      * Bank-Index is still set from 2400-Write-Deposit
		  Move "Paid by" to FI-Label-Out.
		  If Bank-Index not > Bank-Count
		     and BT-Status(Bank-Index) = "A"
			  Move "direct deposit" to FI-Detail-Out
		  Else
			  Move Check-Number to FC-Number-Out
			  Move Final-Check-Text to FI-Detail-Out
		  End-if.
		  Move spaces to FI-Amount-Text.
		  Write Final-Pay-Rec from Final-Item-Line.
		  Move "Leave balances" to FI-Label-Out.
		  Move "closed to zero" to FI-Detail-Out.
		  Write Final-Pay-Rec from Final-Item-Line.

      * an hours line on the statement, with no dollars of its own
	2960-Write-Final-Hours.

		  Move Final-Hours-Text to FI-Detail-Out.
		  Move spaces to FI-Amount-Text.
		  Write Final-Pay-Rec from Final-Item-Line.

      * one final deduction on the statement, marked as stopped
	2970-Write-Final-Deduction.

		  Move ED-Code(Emp-Ded-Index) to FI-Label-Out.
		  Move "final - now stopped" to FI-Detail-Out.
		  Move ED-Amount(Emp-Ded-Index) to FI-Amount-Out.
		  Write Final-Pay-Rec from Final-Item-Line.

      * one payment the off-cycle run did not pay, listed on the
      * report: rejected at load, or for an SSN company.dat does not
      * carry
	1970-List-Unpaid.

		  If OT-Status(Off-Cycle-Index) not = "P"
			  Add 1 to Off-Cycle-Unpaid
			  Move "XXX-" to OR-SSN-Out(1:4)
			  Move OT-SSN(Off-Cycle-Index)(4:4) to
				  OR-SSN-Out(5:4)
			  Move OT-Reason(Off-Cycle-Index) to
				  OR-Reason-Out
			  If OT-Status(Off-Cycle-Index) = "R"
				  Move "** bad SSN, amount or type **"
					  to OR-Text
			  Else
				  Move "** SSN not on company file **"
					  to OR-Text
			  End-if
			  Write Output-Rec from Off-Cycle-Reject-Line
		  End-if.

      * a terminated employee the final-pay run did not pay: not on
      * company.dat at all, active there again, or paid off on this
      * date already
	1980-List-Final.

		  Evaluate FT-Status(Final-Index)
			  when "R"
				  Move "** active again - not paid **"
					  to OR-Text
			  when "A"
				  Move "** final pay already on file **"
					  to OR-Text
			  when "P"
				  Move spaces to OR-Text
			  when other
				  Move "** SSN not on company file **"
					  to OR-Text
		  End-evaluate.

		  If FT-Status(Final-Index) not = "P"
			  Add 1 to Final-Unpaid
			  Move "XXX-" to OR-SSN-Out(1:4)
			  Move FT-SSN(Final-Index)(4:4) to
				  OR-SSN-Out(5:4)
			  Move "final pay" to OR-Reason-Out
			  Write Output-Rec from Off-Cycle-Reject-Line
		  End-if.

      * closes a trial: the employees paid last period who have left
      * company.dat, the totals both ways, the counts and the sign-off
      * lines; nothing but the preview was opened for output, so
      * nothing else is touched, and a flagged trial returns 4
	1400-Finish-Trial.
		Perform 2800-Preview-Gone
			varying Last-Index from 1 by 1
			until Last-Index > Last-Count.

		Move spaces to Preview-Rec.
		Write Preview-Rec.
		Move "Totals" to PV-Last-Name-Out.
		Move spaces to PV-First-Name-Out PV-SSN-Out.
		Move "this period" to PV-Label-Out.
		Move Pay-Period-Date to PV-Date-Out.
		Move Trial-Gross-Total to PV-Gross-Out.
		Move Trial-WH-Total to PV-WH-Out.
		Move Trial-Ded-Total to PV-Ded-Out.
		Move Trial-Net-Total to PV-Net-Out.
		Write Preview-Rec from Preview-Line.
		Move spaces to PV-Last-Name-Out.
		Move "last period" to PV-Label-Out.
		Move zero to PV-Date-Out.
		Move Last-Gross-Total to PV-Gross-Out.
		Move Last-WH-Total to PV-WH-Out.
		Move Last-Ded-Total to PV-Ded-Out.
		Move Last-Net-Total to PV-Net-Out.
		Write Preview-Rec from Preview-Line.

		Move spaces to Preview-Rec.
		Write Preview-Rec.
		Move "Employees listed" to PC-Label-Out.
		Move Preview-Count to PC-Count-Out.
		Write Preview-Rec from Preview-Count-Line.
		Move "Flags raised" to PC-Label-Out.
		Move Preview-Flags to PC-Count-Out.
		Write Preview-Rec from Preview-Count-Line.

		Move spaces to Preview-Rec.
		Write Preview-Rec.
		Write Preview-Rec.
		Write Preview-Rec from Sign-Off-Line.

		Close Input-File Preview-File.

		Display "Trial payroll preview is on paytrial.dat;".
		Display "no master or interface file was touched.".
		If Preview-Flags > zero
			Move 4 to Return-Code
		End-if.

	1300-Finish.
		If off-cycle-run
			Move spaces to Output-Rec
			Write Output-Rec
			Perform 1970-List-Unpaid
				varying Off-Cycle-Index from 1 by 1
				until Off-Cycle-Index > Off-Cycle-Count
			If Off-Cycle-Unpaid > zero
				Display Off-Cycle-Unpaid
					" off-cycle payment(s) unpaid;"
				Display "see prog1.out."
			End-if
		End-if.

		If final-pay-run
			Move spaces to Output-Rec
			Write Output-Rec
			Perform 1980-List-Final
				varying Final-Index from 1 by 1
				until Final-Index > Final-Count
			If Final-Unpaid > zero
				Display Final-Unpaid
					" termination(s) unpaid;"
				Display "see prog1.out."
			End-if
			If Final-Written-Off > zero
				Display Final-Written-Off
					" clawback(s) written off;"
				Display "see prog1.out."
			End-if
			Close Final-Pay-File
		End-if.

		If Check-Count > zero
			Move spaces to Pos-Pay-Work
			Move "T" to PP-Type
			Move Pay-Account to PP-Account
			Move Check-Count to PP-Count
			Move Check-Total to PP-Total
			Move Send-Date to PP-Run-Date PP-Sent-Date
			Move "PAYROLL" to PP-Source
			Write Positive-Pay-Rec from Pos-Pay-Work
			Write Pos-Pay-History-Rec from Pos-Pay-Work
		End-if.

		Move Deposit-Count to Dep-Count-Out.
		Move Deposit-Total to Dep-Total-Out.
		Write Deposit-Rec from Deposit-Trailer-Line.
			varying Ytd-Index from 1 by 1
			until Ytd-Index > Ytd-Count.

		Open Output Employer-Ytd-File.
		Perform 1910-Write-Employer-Ytd
			varying Er-Ytd-Index from 1 by 1
			until Er-Ytd-Index > Er-Ytd-Count.

		Move spaces to Deduction-Register-Rec.
		Write Deduction-Register-Rec.
		Move Run-Ded-Count to DR-Count-Out.
			until Leave-Index > Leave-Count.

		Close Output-File Input-File Terminated-File
		      Ytd-Master-File
		      Paystub-File Deposit-File
		      Pay-History-File Deduction-File
		      Deduction-Register-File Leave-File
		      Check-Register-File Check-Print-File
		      Carry-Forward-File Employer-Ytd-File
		      Positive-Pay-File Pos-Pay-History-File.

