        Identification Division.
        Program-Id. prog99.
        Date-Written. 10/15/2026.
        Author. Lucas Henry.
        Date-Compiled.

      * online payroll inquiry for HR, in prog29's conversation: the
      * operator keys an employee's SSN and gets the one screen that
      * answers a "why is my check short" call - company.dat's
      * details with the SSN masked as the stubs print it, the rate
      * in force from payrate.dat and its effective date, the year
      * to date off ytdmast.dat, the vacation and sick balances off
      * leavebal.dat, the deductions still being taken off
      * dedmast.dat with what is left of each capped balance, the
      * employee's bankmast.dat entry, whatever payadj.dat and
      * payadjcf.dat hold waiting to net into a check, and the last
      * few periods off payhist.dat beneath - one SSN after another
      * until Q quits; every file is opened for input only and
      * closed again after each lookup, so the inquiry never holds a
      * master the payroll run needs; the session is governed by
      * permission byte 17 on opermast.dat; every sign-on attempt,
      * accepted or refused, is logged to signon.log for prog89's
      * quarterly access recertification, and because this is pay
      * and bank data every SSN keyed is logged to payinq.log with
      * the operator who looked and whether anything was shown

        Environment Division.

        Input-Output Section.
        File-Control.

                Select Opermast-File
                       assign to "/home1/c/a/acsi203/opermast.dat"
                       organization is indexed
                       access mode is random
                       record key is OM-Oper-Id.
                Select Optional Signon-File
                       assign to "signon.log"
                       organization is line sequential.
                Select Optional Inquiry-Log-File
                       assign to "payinq.log"
                       organization is line sequential.
                Select Optional Company-File
                       assign to Company-File-Path.
                Select Optional Pay-Rate-File
                       assign to "payrate.dat"
                       organization is line sequential.
                Select Optional Ytd-Master-File
                       assign to "ytdmast.dat"
                       organization is line sequential.
                Select Optional Leave-File
                       assign to "leavebal.dat"
                       organization is line sequential.
                Select Optional Deduction-File
                       assign to "dedmast.dat"
                       organization is line sequential.
                Select Optional Bank-File
                       assign to "bankmast.dat"
                       organization is line sequential.
                Select Optional Adjust-File
                       assign to "payadj.dat"
                       organization is line sequential.
                Select Optional Carry-Forward-File
                       assign to "payadjcf.dat"
                       organization is line sequential.
                Select Optional Pay-History-File
                       assign to "payhist.dat"
                       organization is line sequential.

        Data Division.

        File Section.

      * operator master maintained by prog53: who may run which
      * interactive program; the sign-on refuses anyone not on it,
      * inactive, or without this program's permission byte
	FD	Opermast-File.
	01	Opermast-Rec.
		02 OM-Oper-Id		Pic x(8).
		02 OM-Name		Pic x(20).
		02 OM-Status		Pic x(1).
		02 OM-Perms		Pic x(20).

	FD	Signon-File.
	01	Signon-Rec		Pic x(48).

	FD	Inquiry-Log-File.
	01	Inquiry-Log-Rec	Pic x(48).

	FD	Company-File.
	01	Company-Rec.
		02 Last-Name		Pic x(10).
		02 First-Name		Pic x(20).
		02 Filler		Pic x(54).
		02 Dept-Code		Pic x(3).
		02 Hired			Pic x(10).
		02 SSN			Pic 9(7).
		02 Mar-Stat		Pic x.
		02 Emp-Stat		Pic x.
			88 active value "A".
		02 Salary		Pic 99v99.
		02 Filler		Pic x.

      * effective-dated rate history, as the payroll run picks from it
	FD	Pay-Rate-File.
	01	Pay-Rate-Rec.
		02 PR-SSN		Pic 9(7).
		02 PR-Eff-Date		Pic 9(8).
		02 PR-Rate		Pic 9(2)v99.

	FD	Ytd-Master-File.
	01	Ytd-Rec.
		02 YTD-SSN		Pic 9(7).
		02 YTD-Gross		Pic 9(11)v99.
		02 YTD-WH		Pic 9(11)v99.
		02 YTD-Net		Pic 9(11)v99.

	FD	Leave-File.
	01	Leave-Rec.
		02 LB-SSN		Pic 9(7).
		02 LB-Vac		Pic 9(3)v9.
		02 LB-Sick		Pic 9(3)v9.

      * a balance of zero is an uncapped deduction; a stop date of
      * zero runs until someone keys one
	FD	Deduction-File.
	01	Deduction-Rec.
		02 DM-SSN		Pic 9(7).
		02 DM-Code		Pic x(8).
		02 DM-Type		Pic x(1).
		02 DM-Value		Pic 9(5)v99.
		02 DM-Stop		Pic 9(8).
		02 DM-Balance		Pic 9(9)v99.
		02 DM-Off-Cycle		Pic x(1).

      * A is an account the deposit file pays; prog58 flags one the
      * bank returned, and that employee is paid by check
	FD	Bank-File.
	01	Bank-Rec.
		02 BK-SSN		Pic 9(7).
		02 BK-Routing		Pic 9(9).
		02 BK-Account		Pic x(12).
		02 BK-Status		Pic x(1).

	FD	Adjust-File.
	01	Adjust-Rec.
		02 AJ-SSN		Pic 9(7).
		02 AJ-Amount		Pic s9(9)v99.

      * the remainders a run could not net, before payroll.sh moves
      * them over payadj.dat
	FD	Carry-Forward-File.
	01	Carry-Forward-Rec.
		02 CF-SSN		Pic 9(7).
		02 CF-Amount		Pic s9(9)v99.

	FD	Pay-History-File.
	01	Pay-History-Rec.
		02 PH-Period		Pic 9(8).
		02 PH-SSN		Pic 9(7).
		02 PH-Gross		Pic 9(11)v99.
		02 PH-WH		Pic 9(11)v99.
		02 PH-Net		Pic 9(11)v99.
		02 PH-Commission	Pic s9(10)v99.
		02 PH-Hours		Pic 9(3)v9.
		02 PH-Rate		Pic 9(2)v99.
		02 PH-Adjustment	Pic s9(9)v99.
		02 PH-ER-SS		Pic 9(7)v99.
		02 PH-ER-Med		Pic 9(7)v99.
		02 PH-FUTA		Pic 9(7)v99.
		02 PH-SUTA		Pic 9(7)v99.
		02 PH-Run-Type		Pic x(1).

	Working-Storage Section.

      * who signed on; byte 17 of OM-Perms governs this program,
      * and the ID goes on every inquiry logged
	01	Operator-Id		Pic x(8) value spaces.

	01	Oper-Found-Flag		Pic x(3) value "no".
		88 oper-found value "yes".

      * the sign-on and inquiry date/time stamp, split out of
      * Function Current-Date the way prog11 does for cityaud.dat
	01	Current-Date-Time.
		02 CDT-Year		Pic 9(4).
		02 CDT-Month		Pic 9(2).
		02 CDT-Day		Pic 9(2).
		02 CDT-Hour		Pic 9(2).
		02 CDT-Minute		Pic 9(2).
		02 CDT-Second		Pic 9(2).
		02 Filler		Pic x(7).

      * one line per sign-on attempt, appended to signon.log
	01	Signon-Line.
	Copy "signlog.cpy".

      * one line per SSN keyed, appended to payinq.log: when, who,
      * the SSN looked up, and SHOWN or NOT-FOUND
	01	Inquiry-Log-Line.
		02 IL-Date		Pic x(10).
		02 Filler		Pic x(1).
		02 IL-Time		Pic x(8).
		02 Filler		Pic x(1).
		02 IL-Operator		Pic x(8).
		02 Filler		Pic x(1).
		02 IL-SSN		Pic x(7).
		02 Filler		Pic x(1).
		02 IL-Outcome		Pic x(10).
		02 Filler		Pic x(1).

      * defaults to the usual location, the same path prog30 and the
      * payroll run default to
	01	Company-File-Path	Pic x(80) value
		"/home1/c/a/acsi203/company.dat".

      * today as yyyymmdd, for the rate in force and the deductions
      * not yet stopped
	01	Today-Date		Pic 9(8) value zero.

	01	SSN-Entry		Pic x(7) value spaces.
		88 quit-inquiry value "Q" "q".

	01	Inquiry-SSN		Pic 9(7) value zero.

	01	Masked-SSN		Pic x(8) value spaces.

	01	File-Eof		Pic x(3) value "no".
		88 file-end value "yes".

	01	Not-Found-Flag		Pic x(3) value "no".
		88 not-found	value "yes".

      * the rate in force today and the date it took effect; zero
      * means no dated entry, so company.dat's Salary pays
	01	Rate-In-Force		Pic 9(2)v99 value zero.

	01	Rate-Eff-Date		Pic 9(8) value zero.

	01	Ytd-Found-Flag		Pic x(3) value "no".
		88 ytd-found	value "yes".

	01	Leave-Found-Flag	Pic x(3) value "no".
		88 leave-found	value "yes".

	01	Bank-Found-Flag		Pic x(3) value "no".
		88 bank-found	value "yes".

	01	Ded-Shown		Pic 9(3) value zero.

	01	Adjust-Count		Pic 9(3) value zero.

	01	Adjust-Total		Pic s9(11)v99 value zero.

      * the employee's latest periods on payhist.dat, oldest first;
      * the file is in run order, so once the table is full each
      * later period pushes the oldest off the top
	01	Hist-Count		Pic 9(2) value zero.

	01	Hist-Max		Pic 9(2) value 6.

	01	Hist-Index		Pic 9(2) value zero.

	01	Hist-Table.
		02 Hist-Entry occurs 6 times.
			03 HT-Period	Pic 9(8).
			03 HT-Gross	Pic 9(11)v99.
			03 HT-WH		Pic 9(11)v99.
			03 HT-Net		Pic 9(11)v99.
			03 HT-Hours	Pic 9(3)v9.
			03 HT-Adjustment	Pic s9(9)v99.
			03 HT-Run-Type	Pic x(1).

	01	Salary-Out		Pic Z9.99.

	01	Rate-Out		Pic Z9.99.

	01	Money-Out		Pic ZZ,ZZZ,ZZ9.99.

	01	Money-Out-2		Pic ZZ,ZZZ,ZZ9.99.

	01	Money-Out-3		Pic ZZ,ZZZ,ZZ9.99.

	01	Signed-Out		Pic -ZZ,ZZZ,ZZ9.99.

	01	Hours-Out		Pic ZZ9.9.

	01	Hours-Out-2		Pic ZZ9.9.

	01	Count-Out		Pic ZZ9.

	01	Ded-Value-Out		Pic ZZ,ZZ9.99.

      * blank for a deduction with no stop date
	01	Ded-Stop-Out		Pic 9(8) Blank When Zero.

	01	Run-Label		Pic x(9) value spaces.

      * lines up a continuation under the labels above it
	01	Indent			Pic x(12) value spaces.

	Procedure Division.

      * Executes 'Init', 'Main-Loop', and 'Finish', in that order
	0000-Main-Logic.
		Perform 1000-Init.
		Perform 1200-Main-Loop until quit-inquiry.
		Perform 1300-Finish.
		Stop Run.

      * signs the operator on, then takes the company file's path
      * and today's date
	1000-Init.

		Display "Payroll Inquiry".
		Perform 1010-Sign-On.

		Display "Company file path (blank for the usual):".
		Accept Company-File-Path from Sysin.
		If Company-File-Path = spaces
			Move "/home1/c/a/acsi203/company.dat"
				to Company-File-Path
		End-if.

		Move function current-date to Current-Date-Time.
		Compute Today-Date = CDT-Year * 10000 + CDT-Month * 100
			+ CDT-Day.

      * operator sign-on: the ID must be on the operator master,
      * active, and authorized for this program, or the session ends
      * before anything is keyed
	1010-Sign-On.

		Display "Operator ID:".
		Accept Operator-Id from Sysin.

		Open Input Opermast-File.

		Move Operator-Id to OM-Oper-Id.
		Move "no" to Oper-Found-Flag.
		Read Opermast-File
			invalid key continue
			not invalid key move "yes" to Oper-Found-Flag
		End-read.

		Close Opermast-File.

		Move spaces to Signon-Line.
		Evaluate true
			When not oper-found
				Move "UNKNOWN-ID" to SL-Outcome
			When OM-Status not = "A"
				Move "INACTIVE" to SL-Outcome
			When OM-Perms(17:1) not = "Y"
				Move "NOT-PERMIT" to SL-Outcome
			When other
				Move "ACCEPTED" to SL-Outcome
		End-evaluate.
		Perform 1030-Log-Sign-On.

		If not oper-found or OM-Status not = "A"
		   or OM-Perms(17:1) not = "Y"
			Display "Not authorized for this program."
			Move 8 to Return-Code
			Stop Run
		End-if.

      * stamps the attempt on signon.log, whatever came of it
	1030-Log-Sign-On.

		Move function current-date to Current-Date-Time.

		String CDT-Month "/" CDT-Day "/" CDT-Year
			Delimited by size into SL-Date
		End-string.

		String CDT-Hour ":" CDT-Minute ":" CDT-Second
			Delimited by size into SL-Time
		End-string.

		Move Operator-Id to SL-Operator.
		Move "PROG99" to SL-Program.

		Open Extend Signon-File.
		Write Signon-Rec from Signon-Line.
		Close Signon-File.

      * one SSN per pass; Q ends the session, and anything but seven
      * digits is refused before a file is opened or a line logged
	1200-Main-Loop.

		Display " ".
		Display "Employee SSN (7 digits; Q to quit):".
		Accept SSN-Entry from Sysin.

		Evaluate true
			when quit-inquiry
				Continue
			when SSN-Entry not numeric
				Display "SSN must be 7 digits."
			when other
				Perform 2000-Show-Employee
		End-evaluate.

	1300-Finish.

		Display "Payroll inquiry ended.".

      * the employee's screen, built file by file; an SSN not on
      * company.dat shows nothing else, but is logged all the same
	2000-Show-Employee.

		Move SSN-Entry to Inquiry-SSN.
		Move "XXX-" to Masked-SSN(1:4).
		Move SSN-Entry(4:4) to Masked-SSN(5:4).

		Perform 2100-Find-Employee.

		If not-found
			Display "SSN " Masked-SSN
				" is not on the company file."
			Move "NOT-FOUND" to IL-Outcome
		Else
			Perform 2150-Display-Company
			Perform 2200-Show-Pay-Rate
			Perform 2300-Show-Ytd
			Perform 2400-Show-Leave
			Perform 2500-Show-Deductions
			Perform 2600-Show-Bank
			Perform 2700-Show-Adjustments
			Perform 2800-Show-History
			Move "SHOWN" to IL-Outcome
		End-if.

		Perform 2900-Log-Inquiry.

      * company.dat is a plain sequential file, read front to back
      * until the SSN turns up
	2100-Find-Employee.

		Move "yes" to Not-Found-Flag.
		Move "no" to File-Eof.
		Open Input Company-File.
		Perform 2110-Read-Company
			until file-end or not not-found.
		Close Company-File.

	2110-Read-Company.

		Read Company-File at end move "yes" to File-Eof
		End-read.

		If not file-end and SSN = Inquiry-SSN
			Move "no" to Not-Found-Flag
		End-if.

	2150-Display-Company.

		Move Salary to Salary-Out.

		Display "Employee:   " Last-Name " " First-Name.
		Display "SSN:        " Masked-SSN "    Dept: " Dept-Code
			"    Hired: " Hired.
		Display "Mar-Stat:   " Mar-Stat "    Status: " Emp-Stat
			"    Company-file rate: " Salary-Out.

      * the latest payrate.dat entry in effect today; a raise keyed
      * ahead with a later date does not show until its day comes
	2200-Show-Pay-Rate.

		Move zero to Rate-In-Force Rate-Eff-Date.
		Move "no" to File-Eof.
		Open Input Pay-Rate-File.
		Perform 2210-Read-Pay-Rate until file-end.
		Close Pay-Rate-File.

		If Rate-Eff-Date = zero
			Display "Pay rate:   " Salary-Out
				" (company.dat - no dated entry"
				" on payrate.dat)"
		Else
			Move Rate-In-Force to Rate-Out
			Display "Pay rate:   " Rate-Out " effective "
				Rate-Eff-Date
		End-if.

	2210-Read-Pay-Rate.

		Read Pay-Rate-File at end move "yes" to File-Eof
		End-read.

		If not file-end and PR-SSN = Inquiry-SSN
		   and PR-Eff-Date not > Today-Date
		   and PR-Eff-Date not < Rate-Eff-Date
			Move PR-Eff-Date to Rate-Eff-Date
			Move PR-Rate to Rate-In-Force
		End-if.

	2300-Show-Ytd.

		Move "no" to Ytd-Found-Flag.
		Move "no" to File-Eof.
		Open Input Ytd-Master-File.
		Perform 2310-Read-Ytd until file-end or ytd-found.
		Close Ytd-Master-File.

		If ytd-found
			Move YTD-Gross to Money-Out
			Move YTD-WH to Money-Out-2
			Move YTD-Net to Money-Out-3
			Display "YTD:        gross " Money-Out
				"  withheld " Money-Out-2
				"  net " Money-Out-3
		Else
			Display "YTD:        nothing on ytdmast.dat"
		End-if.

	2310-Read-Ytd.

		Read Ytd-Master-File at end move "yes" to File-Eof
		End-read.

		If not file-end and YTD-SSN = Inquiry-SSN
			Move "yes" to Ytd-Found-Flag
		End-if.

	2400-Show-Leave.

		Move "no" to Leave-Found-Flag.
		Move "no" to File-Eof.
		Open Input Leave-File.
		Perform 2410-Read-Leave until file-end or leave-found.
		Close Leave-File.

		If leave-found
			Move LB-Vac to Hours-Out
			Move LB-Sick to Hours-Out-2
			Display "Leave:      vacation " Hours-Out
				" hours   sick " Hours-Out-2 " hours"
		Else
			Display "Leave:      nothing on leavebal.dat"
		End-if.

	2410-Read-Leave.

		Read Leave-File at end move "yes" to File-Eof
		End-read.

		If not file-end and LB-SSN = Inquiry-SSN
			Move "yes" to Leave-Found-Flag
		End-if.

      * every dedmast.dat row still being taken: not stopped, or
      * stopped no earlier than today
	2500-Show-Deductions.

		Move zero to Ded-Shown.
		Display "Deductions: code     type     amount"
			"   stop         balance left".
		Move "no" to File-Eof.
		Open Input Deduction-File.
		Perform 2510-Read-Deduction until file-end.
		Close Deduction-File.

		If Ded-Shown = zero
			Display Indent "none active"
		End-if.

	2510-Read-Deduction.

		Read Deduction-File at end move "yes" to File-Eof
		End-read.

		If not file-end and DM-SSN = Inquiry-SSN
		   and (DM-Stop = zero or DM-Stop not < Today-Date)
			Add 1 to Ded-Shown
			Move DM-Value to Ded-Value-Out
			Move DM-Stop to Ded-Stop-Out
			If DM-Balance = zero
				Display Indent DM-Code " " DM-Type
					" " Ded-Value-Out " "
					Ded-Stop-Out
					"  no cap"
			Else
				Move DM-Balance to Money-Out
				Display Indent DM-Code " " DM-Type
					" " Ded-Value-Out " "
					Ded-Stop-Out
					" " Money-Out
			End-if
		End-if.

      * the deposit account is shown by its last four only
	2600-Show-Bank.

		Move "no" to Bank-Found-Flag.
		Move "no" to File-Eof.
		Open Input Bank-File.
		Perform 2610-Read-Bank until file-end or bank-found.
		Close Bank-File.

		Evaluate true
			when not bank-found
				Display "Bank:       no entry on"
					" bankmast.dat - paid by check"
			when BK-Status = "A"
				Display "Bank:       direct deposit,"
					" routing "
					BK-Routing " account ending "
					BK-Account(9:4)
			when other
				Display "Bank:       entry flagged "
					BK-Status " (account ending "
					BK-Account(9:4)
					") - paid by check"
		End-evaluate.

	2610-Read-Bank.

		Read Bank-File at end move "yes" to File-Eof
		End-read.

		If not file-end and BK-SSN = Inquiry-SSN
			Move "yes" to Bank-Found-Flag
		End-if.

      * what is waiting to net into a later check: payadj.dat's
      * retro catch-ups and clawbacks, and a run's carry-forward
      * while it still sits in payadjcf.dat
	2700-Show-Adjustments.

		Move zero to Adjust-Count Adjust-Total.
		Move "no" to File-Eof.
		Open Input Adjust-File.
		Perform 2710-Read-Adjust until file-end.
		Close Adjust-File.
		Move Adjust-Count to Count-Out.
		Move Adjust-Total to Signed-Out.
		Display "Pending:    payadj.dat   " Count-Out
			" entries "
			Signed-Out.

		Move zero to Adjust-Count Adjust-Total.
		Move "no" to File-Eof.
		Open Input Carry-Forward-File.
		Perform 2720-Read-Carry-Forward until file-end.
		Close Carry-Forward-File.
		Move Adjust-Count to Count-Out.
		Move Adjust-Total to Signed-Out.
		Display Indent "payadjcf.dat " Count-Out
			" entries "
			Signed-Out.

	2710-Read-Adjust.

		Read Adjust-File at end move "yes" to File-Eof
		End-read.

		If not file-end and AJ-SSN = Inquiry-SSN
			Add 1 to Adjust-Count
			Add AJ-Amount to Adjust-Total
		End-if.

	2720-Read-Carry-Forward.

		Read Carry-Forward-File at end move "yes" to File-Eof
		End-read.

		If not file-end and CF-SSN = Inquiry-SSN
			Add 1 to Adjust-Count
			Add CF-Amount to Adjust-Total
		End-if.

      * the latest periods paid, oldest first
	2800-Show-History.

		Move zero to Hist-Count.
		Move "no" to File-Eof.
		Open Input Pay-History-File.
		Perform 2810-Read-History until file-end.
		Close Pay-History-File.

		Display "Recent pay: period    run             gross"
			"      withheld           net  hours"
			"    adjustment".
		If Hist-Count = zero
			Display Indent "nothing on payhist.dat"
		Else
			Perform 2850-Display-History
				varying Hist-Index from 1 by 1
				until Hist-Index > Hist-Count
		End-if.

	2810-Read-History.

		Read Pay-History-File at end move "yes" to File-Eof
		End-read.

		If not file-end and PH-SSN = Inquiry-SSN
			If Hist-Count < Hist-Max
				Add 1 to Hist-Count
			Else
				Perform 2820-Shift-History
					varying Hist-Index from 1 by 1
					until Hist-Index
						not < Hist-Count
			End-if
			Move PH-Period to HT-Period(Hist-Count)
			Move PH-Gross to HT-Gross(Hist-Count)
			Move PH-WH to HT-WH(Hist-Count)
			Move PH-Net to HT-Net(Hist-Count)
			Move PH-Hours to HT-Hours(Hist-Count)
			Move PH-Adjustment to HT-Adjustment(Hist-Count)
			Move PH-Run-Type to HT-Run-Type(Hist-Count)
		End-if.

      * drops the oldest period to make room at the bottom
	2820-Shift-History.

		Move Hist-Entry(Hist-Index + 1) to
			Hist-Entry(Hist-Index).

	2850-Display-History.

		Evaluate HT-Run-Type(Hist-Index)
			when "O"
				Move "off-cycle" to Run-Label
			when "F"
				Move "final pay" to Run-Label
			when other
				Move "regular" to Run-Label
		End-evaluate.
		Move HT-Gross(Hist-Index) to Money-Out.
		Move HT-WH(Hist-Index) to Money-Out-2.
		Move HT-Net(Hist-Index) to Money-Out-3.
		Move HT-Hours(Hist-Index) to Hours-Out.
		Move HT-Adjustment(Hist-Index) to Signed-Out.
		Display Indent HT-Period(Hist-Index) " " Run-Label
			" " Money-Out " " Money-Out-2 " " Money-Out-3
			" " Hours-Out " " Signed-Out.

      * stamps the lookup on payinq.log, whatever came of it
	2900-Log-Inquiry.

		Move function current-date to Current-Date-Time.

		String CDT-Month "/" CDT-Day "/" CDT-Year
			Delimited by size into IL-Date
		End-string.

		String CDT-Hour ":" CDT-Minute ":" CDT-Second
			Delimited by size into IL-Time
		End-string.

		Move Operator-Id to IL-Operator.
		Move SSN-Entry to IL-SSN.

		Open Extend Inquiry-Log-File.
		Write Inquiry-Log-Rec from Inquiry-Log-Line.
		Close Inquiry-Log-File.
