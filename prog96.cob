        Identification Division.
        Program-Id. prog96.
        Date-Written. 10/15/2026.
        Author. Lucas Henry.
        Date-Compiled.

      * general-ledger journal interface, so accounting stops keying the
      * payroll and commission entries by hand: keyed P for a pay run, O
      * for an off-cycle run, F for a final-pay run or C for a
      * commission run, it builds the run's journal - for a pay,
      * off-cycle or final-pay run, off the period's payhist.dat records
      * joined to company.dat's Dept-Code (??? when there is none, as
      * prog60 rolls it up), the wages, commission and pay adjustments
      * debited by department, the employer taxes debited by department
      * and credited to their payables, the withholding, each deduction
      * code off the run's dedreg.dat, and the net pay clearing
      * credited; for a commission run, prog16pay.dat's amounts debited
      * to commission expense by the agent's department and credited to
      * commissions payable - and maps every line through the
      * chart-of-accounts file glmap.dat (line type plus Dept-Code, a
      * blank Dept-Code serving any department the file does not name);
      * a batch whose debits and credits differ by a penny, or with a
      * line that maps to no account, is rejected - gljrnl.dat is left
      * empty so nothing can be loaded, and the return code is 8 - and
      * either way the journal proof report on prog96out.dat lists every
      * line with its account for accounting to sign off before the
      * load; the Sysin lines are P, O, F or C, the pay period yyyymmdd
      * (blank = the latest on payhist.dat of the run type keyed; an
      * off-cycle batch takes its pay date's off-cycle checks alone, a
      * final-pay batch its termination date's final checks, and a pay
      * batch its period's regular ones; a commission batch is dated
      * today), the company file's path, and prog16pay.dat's path, blank
      * for the usual prog16pay.dat; payroll.sh starts the P, O and F
      * batches itself, but prog16 is run by hand outside any script, so
      * the C batch is run by hand after each prog16 run, against the
      * prog16pay.dat that run wrote

        Environment Division.

        Input-Output Section.
        File-Control.

                Select Optional Pay-History-File
                       assign to "payhist.dat"
                       organization is line sequential.
                Select Optional Deduction-Register-File
                       assign to "dedreg.dat"
                       organization is line sequential.
                Select Optional Payables-File
                       assign to Payables-File-Path
                       organization is line sequential.
                Select Company-File
                       assign to Company-File-Path.
                Select Optional Map-File
                       assign to "glmap.dat"
                       organization is line sequential.
                Select Journal-File
                       assign to "gljrnl.dat"
                       organization is line sequential.
                Select Output-File
                       assign to "prog96out.dat"
                       organization is line sequential.
		Select Run-Control-File
			assign to "runcontrol.log"
			organization is line sequential.

        Data Division.

        File Section.
      * one record per employee per pay period, as the payroll run
      * appends them
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

      * the pay run's deductions register: a detail line per
      * deduction taken (masked SSN, code, edited amount) and a
      * closing line of the count and total
	FD	Deduction-Register-File.
	01	Deduction-Register-Rec.
		02 DR-SSN-In		Pic x(8).
		02 Filler		Pic x(2).
		02 DR-Code-In		Pic x(8).
		02 Filler		Pic x(2).
		02 DR-Amount-In		Pic x(17).
		02 Filler		Pic x(43).

	01	Deduction-Totals-Rec.
		02 DR-Totals-Label	Pic x(12).
		02 DR-Count-In		Pic x(7).
		02 Filler		Pic x(9).
		02 DR-Total-In		Pic x(17).
		02 Filler		Pic x(35).

      * prog16's payables extract: agent SSN, name, and the
      * commission owed, comma separated
	FD	Payables-File.
	01	Payables-Rec.
		02 PY-SSN		Pic 9(7).
		02 Filler		Pic x(1).
		02 PY-Last-Name		Pic x(10).
		02 Filler		Pic x(1).
		02 PY-First-Name	Pic x(20).
		02 Filler		Pic x(1).
		02 PY-Amount-In		Pic x(13).
		02 Filler		Pic x(7).

	FD	Company-File.
	01	Company-Rec.
		02 Last-Name		Pic x(10).
		02 First-Name		Pic x(20).
		02 Filler		Pic x(54).
		02 Dept-Code		Pic x(3).
		02 Hired		Pic x(10).
		02 SSN			Pic 9(7).
		02 Mar-Stat		Pic x.
		02 Emp-Stat		Pic x.
		02 Salary		Pic 99v99.
		02 Filler		Pic x.

      * the chart-of-accounts mapping accounting keeps: a journal
      * line type (WAGES, COMMISSN, ADJUST, FEDWH, NETPAY, the
      * employer tax expense and payable types, COMMEXP, COMMPAY, or
      * a deduction code as dedmast.dat carries it) and a Dept-Code,
      * blank for any department, to the GL account and its name
	FD	Map-File.
	01	Map-Rec.
		02 GM-Type		Pic x(8).
		02 GM-Dept		Pic x(3).
		02 GM-Account		Pic x(12).
		02 GM-Name		Pic x(30).

      * the journal the GL load takes: a header, one D line per
      * account and department, and a trailer with the line count and
      * the debit and credit totals
	FD	Journal-File.
	01	Journal-Rec		Pic x(80).

	FD	Output-File.
	01	Output-Rec		Pic x(132).

	FD	Run-Control-File.
	01	Run-Control-Rec		Pic x(54).

	Working-Storage Section.

	01	Company-File-Path	Pic x(80) value
		"/home1/c/a/acsi203/company.dat".

	01	Payables-File-Path	Pic x(80) value "prog16pay.dat".

	01	Mode-Entry		Pic x(1) value spaces.
		88 payroll-batch value "P" "p" "O" "o" "F" "f".
		88 off-cycle-batch value "O" "o".
		88 final-pay-batch value "F" "f".
		88 commission-batch value "C" "c".

      * which of the pay history's checks a pay batch takes: blank
      * for a regular period run's, O for an off-cycle run's, F for
      * a final-pay run's
	01	Run-Type-Wanted		Pic x(1) value spaces.

	01	Source-Code		Pic x(4) value spaces.

	01	Period-Param		Pic x(8) value spaces.

      * the pay period journaled, or today for a commission batch
	01	Batch-Date		Pic 9(8) value zero.

	01	Current-Date-Time.
		02 CDT-Year		Pic 9(4).
		02 CDT-Month		Pic 9(2).
		02 CDT-Day		Pic 9(2).
		02 CDT-Hour		Pic 9(2).
		02 CDT-Minute		Pic 9(2).
		02 CDT-Second		Pic 9(2).
		02 Filler		Pic x(7).

	01	Eof-Flag		Pic x(3) value "no".
		88 end-reached value "yes".

	01	Company-Eof		Pic x(3) value "no".
		88 company-end value "yes".

	01	Map-Eof			Pic x(3) value "no".
		88 map-end value "yes".

	01	Overflow-Flag		Pic x(3) value "no".
		88 table-overflow value "yes".

	01	Register-Total-Flag	Pic x(3) value "no".
		88 register-total-seen value "yes".

      * each employee's department off company.dat
	01	Emp-Count		Pic 9(4) value zero.

	01	Emp-Max			Pic 9(4) value 500.

	01	Emp-Index		Pic 9(4) value zero.

	01	Emp-Table.
		02 Emp-Data occurs 1 to 500 times
			depending on Emp-Count.
			03 EM-SSN	Pic 9(7).
			03 EM-Dept	Pic x(3).

      * the chart-of-accounts mapping in memory
	01	Map-Count		Pic 9(4) value zero.

	01	Map-Max			Pic 9(4) value 500.

	01	Map-Index		Pic 9(4) value zero.

	01	Map-Table.
		02 Map-Data occurs 1 to 500 times
			depending on Map-Count.
			03 MT-Type	Pic x(8).
			03 MT-Dept	Pic x(3).
			03 MT-Account	Pic x(12).
			03 MT-Name	Pic x(30).

      * the journal being built, one entry per line type and
      * department; the amount is signed, a debit positive and a
      * credit negative, so a clawback bigger than the period's wages
      * simply lands on the other side
	01	Journal-Count		Pic 9(4) value zero.

	01	Journal-Max		Pic 9(4) value 500.

	01	Journal-Index		Pic 9(4) value zero.

	01	Journal-Table.
		02 Journal-Data occurs 1 to 500 times
			depending on Journal-Count.
			03 JT-Type	Pic x(8).
			03 JT-Dept	Pic x(3).
			03 JT-Amount	Pic s9(13)v99.
			03 JT-Account	Pic x(12).
			03 JT-Name	Pic x(30).

      * one amount on its way into the journal table
	01	Entry-Type		Pic x(8) value spaces.

	01	Entry-Dept		Pic x(3) value spaces.

	01	Entry-Amount		Pic s9(13)v99 value zero.

	01	Dept-Work		Pic x(3) value spaces.

	01	Wages-Work		Pic s9(13)v99 value zero.

	01	Amount-Work		Pic s9(13)v99 value zero.

	01	Read-Count		Pic 9(7) value zero.

	01	Selected-Count		Pic 9(7) value zero.

	01	Deduction-Line-Count	Pic 9(7) value zero.

	01	Deduction-Sum		Pic s9(13)v99 value zero.

	01	Register-Total		Pic s9(13)v99 value zero.

	01	Total-Debits		Pic 9(13)v99 value zero.

	01	Total-Credits		Pic 9(13)v99 value zero.

	01	Unmapped-Count		Pic 9(4) value zero.

	01	Reject-Count		Pic 9(4) value zero.

	01	Journal-Line-Count	Pic 9(6) value zero.

	01	Journal-Header.
		02 Filler		Pic x(1) value "H".
		02 JH-Source		Pic x(4).
		02 JH-Batch-Date	Pic 9(8).
		02 JH-Created-Date	Pic 9(8).
		02 JH-Created-Time	Pic 9(6).
		02 Filler		Pic x(53) value spaces.

	01	Journal-Detail.
		02 Filler		Pic x(1) value "D".
		02 JD-Source		Pic x(4).
		02 JD-Batch-Date	Pic 9(8).
		02 JD-Account		Pic x(12).
		02 JD-Dept		Pic x(3).
		02 JD-Type		Pic x(8).
		02 JD-Debit		Pic 9(11)v99.
		02 JD-Credit		Pic 9(11)v99.
		02 Filler		Pic x(18) value spaces.

	01	Journal-Trailer.
		02 Filler		Pic x(1) value "T".
		02 JX-Source		Pic x(4).
		02 JX-Batch-Date	Pic 9(8).
		02 JX-Line-Count	Pic 9(6).
		02 JX-Debits		Pic 9(13)v99.
		02 JX-Credits		Pic 9(13)v99.
		02 Filler		Pic x(31) value spaces.

	01	Report-Header.
		02 Filler		Pic x(48) value spaces.
		02 Filler		Pic x(36) value
		    "General Ledger Journal Proof".
		02 Filler		Pic x(48) value spaces.

	01	Batch-Line.
		02 BL-Source-Out	Pic x(14).
		02 Filler		Pic x(12) value
		    " batch for ".
		02 BL-Date-Out		Pic 9999/99/99.
		02 Filler		Pic x(96) value spaces.

	01	Column-Header.
		02 Filler		Pic x(10) value "Type".
		02 Filler		Pic x(6) value "Dept".
		02 Filler		Pic x(14) value "Account".
		02 Filler		Pic x(32) value "Account Name".
		02 Filler		Pic x(19) value
		    "            Debit".
		02 Filler		Pic x(19) value
		    "           Credit".
		02 Filler		Pic x(32) value spaces.

	01	Detail-Line.
		02 DL-Type-Out		Pic x(8).
		02 Filler		Pic x(2) value spaces.
		02 DL-Dept-Out		Pic x(3).
		02 Filler		Pic x(3) value spaces.
		02 DL-Account-Out	Pic x(12).
		02 Filler		Pic x(2) value spaces.
		02 DL-Name-Out		Pic x(30).
		02 Filler		Pic x(2) value spaces.
		02 DL-Debit-Out		Pic ZZ,ZZZ,ZZZ,ZZ9.99
					Blank When Zero.
		02 Filler		Pic x(2) value spaces.
		02 DL-Credit-Out	Pic ZZ,ZZZ,ZZZ,ZZ9.99
					Blank When Zero.
		02 Filler		Pic x(34) value spaces.

	01	Totals-Line.
		02 Filler		Pic x(62) value
		    "Totals".
		02 TL-Debit-Out		Pic ZZ,ZZZ,ZZZ,ZZ9.99.
		02 Filler		Pic x(2) value spaces.
		02 TL-Credit-Out	Pic ZZ,ZZZ,ZZZ,ZZ9.99.
		02 Filler		Pic x(34) value spaces.

	01	Message-Line.
		02 ML-Text-Out		Pic x(70).
		02 Filler		Pic x(62) value spaces.

	01	Amount-Line.
		02 AL-Label-Out		Pic x(48).
		02 AL-Amount-Out	Pic ---,---,---,--9.99.
		02 Filler		Pic x(66) value spaces.

	01	Note-Line.
		02 Note-Label-Out	Pic x(48).
		02 Note-Count-Out	Pic ZZZ,ZZZ,ZZ9.
		02 Filler		Pic x(73) value spaces.

	01	Signoff-Line.
		02 Filler		Pic x(44) value
		    "Prepared by ____________________  Date _____".
		02 Filler		Pic x(6) value spaces.
		02 Filler		Pic x(44) value
		    "Approved by ____________________  Date _____".
		02 Filler		Pic x(38) value spaces.

	01	Report-Footer.
		02 Filler		Pic x(59) value spaces.
		02 Filler		Pic x(13) value
		    	"End of Report".
		02 Filler		Pic x(60) value spaces.

      * one line per run, appended to runcontrol.log; input is the
      * source records read, output the journal lines, error the
      * reasons the batch was rejected
	01	Run-Control-Line.
		02 RCL-Program		Pic x(8) value "PROG96".
		02 Filler		Pic x(2) value spaces.
		02 RCL-Date		Pic x(10).
		02 Filler		Pic x(2) value spaces.
		02 RCL-Time		Pic x(8).
		02 Filler		Pic x(2) value spaces.
		02 RCL-Input-Out	Pic ZZZZZ9.
		02 Filler		Pic x(2) value spaces.
		02 RCL-Output-Out	Pic ZZZZZ9.
		02 Filler		Pic x(2) value spaces.
		02 RCL-Error-Out	Pic ZZZZZ9.

	Procedure Division.

      * Executes 'Init', the batch's build, and 'Finish', in that
      * order
	0000-Main-Logic.
		Perform 1000-Init.
		If payroll-batch
			Perform 2000-Build-Payroll
		Else
			Perform 3000-Build-Commission
		End-if.
		Perform 1300-Finish.
		Stop Run.

      * settles the batch and loads the departments and the mapping
	1000-Init.

		Move function current-date to Current-Date-Time.

		Accept Mode-Entry from Sysin.
		Accept Period-Param from Sysin.
		Accept Company-File-Path from Sysin.
		If Company-File-Path = spaces
			Move "/home1/c/a/acsi203/company.dat"
				to Company-File-Path
		End-if.
		Accept Payables-File-Path from Sysin.
		If Payables-File-Path = spaces
			Move "prog16pay.dat" to Payables-File-Path
		End-if.

		If not payroll-batch and not commission-batch
			Display "Batch must be keyed P (pay run), O"
				" (off-cycle run), F (final-pay run)"
				" or C (commission run)."
			Move 8 to Return-Code
			Stop Run
		End-if.

		If off-cycle-batch
			Move "OFFC" to Source-Code
			Move "Off-cycle run" to BL-Source-Out
			Move "O" to Run-Type-Wanted
		End-if.

		If final-pay-batch
			Move "FINL" to Source-Code
			Move "Final-pay run" to BL-Source-Out
			Move "F" to Run-Type-Wanted
		End-if.

		If payroll-batch and not off-cycle-batch
		   and not final-pay-batch
			Move "PAY" to Source-Code
			Move "Pay run" to BL-Source-Out
		End-if.

		If payroll-batch
			If Period-Param numeric
				Move Period-Param to Batch-Date
			Else
				Perform 1100-Latest-Period
			End-if
		Else
			Move "COMM" to Source-Code
			Move "Commission run" to BL-Source-Out
			Compute Batch-Date = CDT-Year * 10000
				+ CDT-Month * 100 + CDT-Day
		End-if.

		Open Input Company-File.
		Perform 1050-Read-Company
			varying Emp-Index from 1 by 1
			until company-end or Emp-Index > Emp-Max.
		Close Company-File.

		Open Input Map-File.
		Perform 1060-Read-Map
			varying Map-Index from 1 by 1
			until map-end or Map-Index > Map-Max.
		If not map-end
			Move "yes" to Overflow-Flag
		End-if.
		Close Map-File.

		Open Output Output-File.
		Open Extend Run-Control-File.

		Write Output-Rec from Report-Header.
		Move spaces to Output-Rec.
		Write Output-Rec.
		Move Batch-Date to BL-Date-Out.
		Write Output-Rec from Batch-Line.
		Move spaces to Output-Rec.
		Write Output-Rec.

	1050-Read-Company.

		Read Company-File at end move "yes" to Company-Eof
		End-read.

		If not company-end
			Move SSN to EM-SSN(Emp-Index)
			Move Dept-Code to EM-Dept(Emp-Index)
			Move Emp-Index to Emp-Count
		End-if.

	1060-Read-Map.

		Read Map-File at end move "yes" to Map-Eof
		End-read.

		If not map-end
			Move GM-Type to MT-Type(Map-Index)
			Move GM-Dept to MT-Dept(Map-Index)
			Move GM-Account to MT-Account(Map-Index)
			Move GM-Name to MT-Name(Map-Index)
			Move Map-Index to Map-Count
		End-if.

      * a blank period takes the latest one the pay run appended
	1100-Latest-Period.

		Open Input Pay-History-File.
		Read Pay-History-File at end move "yes" to Eof-Flag.
		Perform 1110-Note-Period until end-reached.
		Close Pay-History-File.
		Move "no" to Eof-Flag.

	1110-Note-Period.

		If PH-Period > Batch-Date
		   and PH-Run-Type = Run-Type-Wanted
			Move PH-Period to Batch-Date
		End-if.
		Read Pay-History-File at end move "yes" to Eof-Flag.

      * the pay run's journal: the period's history records, then
      * the deductions the run's register shows
	2000-Build-Payroll.

		Open Input Pay-History-File.
		Read Pay-History-File at end move "yes" to Eof-Flag.
		Perform 2100-Take-History until end-reached.
		Close Pay-History-File.

		Move "no" to Eof-Flag.
		Open Input Deduction-Register-File.
		Read Deduction-Register-File
			at end move "yes" to Eof-Flag.
		Perform 2200-Take-Deduction until end-reached.
		Close Deduction-Register-File.

      * one history record: the earnings and the employer taxes
      * debited to its department, the withholding, net pay, and the
      * tax payables credited company-wide
	2100-Take-History.

		Add 1 to Read-Count.

		If PH-Period = Batch-Date
		   and PH-Run-Type = Run-Type-Wanted

			Add 1 to Selected-Count

			If PH-ER-SS not numeric
				Move zero to PH-ER-SS
			End-if
			If PH-ER-Med not numeric
				Move zero to PH-ER-Med
			End-if
			If PH-FUTA not numeric
				Move zero to PH-FUTA
			End-if
			If PH-SUTA not numeric
				Move zero to PH-SUTA
			End-if

			Perform 2110-Classify-Employee
				varying Emp-Index from 1 by 1
				until Emp-Index > Emp-Count
				or PH-SSN = EM-SSN(Emp-Index)

			If Emp-Index not > Emp-Count
			   and EM-Dept(Emp-Index) not = spaces
				Move EM-Dept(Emp-Index) to Dept-Work
			Else
				Move "???" to Dept-Work
			End-if

			Compute Wages-Work = PH-Gross - PH-Commission
				- PH-Adjustment

			Move Dept-Work to Entry-Dept
			Move "WAGES" to Entry-Type
			Move Wages-Work to Entry-Amount
			Perform 4000-Post-Entry
			Move "COMMISSN" to Entry-Type
			Move PH-Commission to Entry-Amount
			Perform 4000-Post-Entry
			Move "ADJUST" to Entry-Type
			Move PH-Adjustment to Entry-Amount
			Perform 4000-Post-Entry
			Move "SS-EXP" to Entry-Type
			Move PH-ER-SS to Entry-Amount
			Perform 4000-Post-Entry
			Move "MED-EXP" to Entry-Type
			Move PH-ER-Med to Entry-Amount
			Perform 4000-Post-Entry
			Move "FUTA-EXP" to Entry-Type
			Move PH-FUTA to Entry-Amount
			Perform 4000-Post-Entry
			Move "SUTA-EXP" to Entry-Type
			Move PH-SUTA to Entry-Amount
			Perform 4000-Post-Entry

			Move spaces to Entry-Dept
			Move "FEDWH" to Entry-Type
			Compute Entry-Amount = zero - PH-WH
			Perform 4000-Post-Entry
			Move "NETPAY" to Entry-Type
			Compute Entry-Amount = zero - PH-Net
			Perform 4000-Post-Entry
			Move "SS-PAY" to Entry-Type
			Compute Entry-Amount = zero - PH-ER-SS
			Perform 4000-Post-Entry
			Move "MED-PAY" to Entry-Type
			Compute Entry-Amount = zero - PH-ER-Med
			Perform 4000-Post-Entry
			Move "FUTA-PAY" to Entry-Type
			Compute Entry-Amount = zero - PH-FUTA
			Perform 4000-Post-Entry
			Move "SUTA-PAY" to Entry-Type
			Compute Entry-Amount = zero - PH-SUTA
			Perform 4000-Post-Entry

		End-if.

		Read Pay-History-File at end move "yes" to Eof-Flag.

      * no-op body; the search for the employee's company row
      * happens entirely in the Perform ... Varying's Until
      * condition
	2110-Classify-Employee.

		Continue.

      * one register line: a deduction detail line credits its code's
      * payable; the closing line's total is kept to prove the
      * details against
	2200-Take-Deduction.

		If DR-SSN-In(1:4) = "XXX-"
			Add 1 to Deduction-Line-Count
			Compute Amount-Work =
				Function Numval(DR-Amount-In)
			Add Amount-Work to Deduction-Sum
			Move spaces to Entry-Dept
			Move DR-Code-In to Entry-Type
			Compute Entry-Amount = zero - Amount-Work
			Perform 4000-Post-Entry
		End-if.

		If DR-Totals-Label = "Deductions: "
			Move "yes" to Register-Total-Flag
			Compute Register-Total =
				Function Numval(DR-Total-In)
		End-if.

		Read Deduction-Register-File
			at end move "yes" to Eof-Flag.

      * the commission run's journal: each payables line debited to
      * commission expense in the agent's department and credited
      * to commissions payable
	3000-Build-Commission.

		Open Input Payables-File.
		Read Payables-File at end move "yes" to Eof-Flag.
		Perform 3100-Take-Payable until end-reached.
		Close Payables-File.

	3100-Take-Payable.

		Add 1 to Read-Count.
		Add 1 to Selected-Count.

		Perform 2110-Classify-Employee
			varying Emp-Index from 1 by 1
			until Emp-Index > Emp-Count
			or PY-SSN = EM-SSN(Emp-Index).

		If Emp-Index not > Emp-Count
		   and EM-Dept(Emp-Index) not = spaces
			Move EM-Dept(Emp-Index) to Dept-Work
		Else
			Move "???" to Dept-Work
		End-if.

		Compute Amount-Work = Function Numval(PY-Amount-In).

		Move Dept-Work to Entry-Dept.
		Move "COMMEXP" to Entry-Type.
		Move Amount-Work to Entry-Amount.
		Perform 4000-Post-Entry.

		Move spaces to Entry-Dept.
		Move "COMMPAY" to Entry-Type.
		Compute Entry-Amount = zero - Amount-Work.
		Perform 4000-Post-Entry.

		Read Payables-File at end move "yes" to Eof-Flag.

      * adds one amount into its type and department's journal
      * entry, opening the entry on first sight; a zero amount opens
      * nothing
	4000-Post-Entry.

		If Entry-Amount not = zero

			Perform 4010-Classify-Entry
				varying Journal-Index from 1 by 1
				until Journal-Index > Journal-Count
				or (JT-Type(Journal-Index) = Entry-Type
				and JT-Dept(Journal-Index) = Entry-Dept)

			If Journal-Index > Journal-Count
				If Journal-Count < Journal-Max
					Add 1 to Journal-Count
					Move Journal-Count to
						Journal-Index
					Move Entry-Type to
						JT-Type(Journal-Index)
					Move Entry-Dept to
						JT-Dept(Journal-Index)
					Move zero to
						JT-Amount(Journal-Index)
				Else
					Move "yes" to Overflow-Flag
				End-if
			End-if

			If Journal-Index not > Journal-Count
				Add Entry-Amount to
					JT-Amount(Journal-Index)
			End-if

		End-if.

      * no-op body; the search for the entry happens entirely in the
      * Perform ... Varying's Until condition
	4010-Classify-Entry.

		Continue.

      * maps, proves, and lists the batch, then writes the journal
      * only when it passed
	1300-Finish.

		Perform 5000-Map-Entry
			varying Journal-Index from 1 by 1
			until Journal-Index > Journal-Count.

		Write Output-Rec from Column-Header.
		Move spaces to Output-Rec.
		Write Output-Rec.
		Perform 5100-Print-Entry
			varying Journal-Index from 1 by 1
			until Journal-Index > Journal-Count.
		Move spaces to Output-Rec.
		Write Output-Rec.
		Move Total-Debits to TL-Debit-Out.
		Move Total-Credits to TL-Credit-Out.
		Write Output-Rec from Totals-Line.
		Move spaces to Output-Rec.
		Write Output-Rec.

		Perform 5200-Check-Batch.

		Open Output Journal-File.
		If Reject-Count = zero
			Perform 5300-Write-Journal
		End-if.
		Close Journal-File.

		Move spaces to Output-Rec.
		Write Output-Rec.
		Move "Source records read" to Note-Label-Out.
		Move Read-Count to Note-Count-Out.
		Write Output-Rec from Note-Line.
		Move "Source records journaled" to Note-Label-Out.
		Move Selected-Count to Note-Count-Out.
		Write Output-Rec from Note-Line.
		Move "Journal lines" to Note-Label-Out.
		Move Journal-Count to Note-Count-Out.
		Write Output-Rec from Note-Line.

		Move spaces to Output-Rec.
		Write Output-Rec.
		If Reject-Count = zero
			Move "Journal written to gljrnl.dat."
				to ML-Text-Out
		Else
			Move "** BATCH REJECTED - gljrnl.dat empty **"
				to ML-Text-Out
			Move 8 to Return-Code
		End-if.
		Write Output-Rec from Message-Line.

		Move spaces to Output-Rec.
		Write Output-Rec.
		Write Output-Rec.
		Write Output-Rec from Signoff-Line.

		Move spaces to Output-Rec.
		Write Output-Rec.
		Write Output-Rec from Report-Footer.

		Perform 1900-Write-Run-Log.

		Close Output-File Run-Control-File.

      * appends one line to runcontrol.log recording when this run
      * happened, the source records read, the journal lines, and
      * the reasons for a rejection
	1900-Write-Run-Log.

		Move function current-date to Current-Date-Time.

		String CDT-Month "/" CDT-Day "/" CDT-Year
			Delimited by size into RCL-Date
		End-string.

		String CDT-Hour ":" CDT-Minute ":" CDT-Second
			Delimited by size into RCL-Time
		End-string.

		Move Read-Count to RCL-Input-Out.
		Move Journal-Line-Count to RCL-Output-Out.
		Move Reject-Count to RCL-Error-Out.

		Write Run-Control-Rec from Run-Control-Line.

      * the entry's account: the mapping line for its type and
      * department, else its type's any-department line; debits and
      * credits are totaled as the entries are mapped
	5000-Map-Entry.

		Perform 5010-Classify-Map
			varying Map-Index from 1 by 1
			until Map-Index > Map-Count
			or (MT-Type(Map-Index) = JT-Type(Journal-Index)
			and MT-Dept(Map-Index) =
				JT-Dept(Journal-Index)).

		If Map-Index > Map-Count
			Perform 5010-Classify-Map
				varying Map-Index from 1 by 1
				until Map-Index > Map-Count
				or (MT-Type(Map-Index) =
					JT-Type(Journal-Index)
				and MT-Dept(Map-Index) = spaces)
		End-if.

		If Map-Index > Map-Count
			Move spaces to JT-Account(Journal-Index)
			Move "** NO ACCOUNT MAPPED **" to
				JT-Name(Journal-Index)
			Add 1 to Unmapped-Count
		Else
			Move MT-Account(Map-Index) to
				JT-Account(Journal-Index)
			Move MT-Name(Map-Index) to
				JT-Name(Journal-Index)
		End-if.

		If JT-Amount(Journal-Index) > zero
			Add JT-Amount(Journal-Index) to Total-Debits
		Else
			Subtract JT-Amount(Journal-Index) from
				Total-Credits
		End-if.

      * no-op body; the search for the mapping line happens entirely
      * in the Perform ... Varying's Until condition
	5010-Classify-Map.

		Continue.

	5100-Print-Entry.

		Move JT-Type(Journal-Index) to DL-Type-Out.
		Move JT-Dept(Journal-Index) to DL-Dept-Out.
		Move JT-Account(Journal-Index) to DL-Account-Out.
		Move JT-Name(Journal-Index) to DL-Name-Out.
		If JT-Amount(Journal-Index) > zero
			Move JT-Amount(Journal-Index) to DL-Debit-Out
			Move zero to DL-Credit-Out
		Else
			Move zero to DL-Debit-Out
			Compute Amount-Work =
				zero - JT-Amount(Journal-Index)
			Move Amount-Work to DL-Credit-Out
		End-if.
		Write Output-Rec from Detail-Line.

      * every reason to refuse the batch, one line each
	5200-Check-Batch.

		If Total-Debits not = Total-Credits
			Add 1 to Reject-Count
			Move "** debits and credits do not balance **"
				to ML-Text-Out
			Write Output-Rec from Message-Line
			Move "Out of balance by" to AL-Label-Out
			Compute Amount-Work =
				Total-Debits - Total-Credits
			Move Amount-Work to AL-Amount-Out
			Write Output-Rec from Amount-Line
		End-if.

		If Unmapped-Count > zero
			Add 1 to Reject-Count
			Move "** lines with no account in glmap.dat **"
				to ML-Text-Out
			Write Output-Rec from Message-Line
			Move "Lines unmapped" to Note-Label-Out
			Move Unmapped-Count to Note-Count-Out
			Write Output-Rec from Note-Line
		End-if.

		If Selected-Count = zero
			Add 1 to Reject-Count
			Move "** nothing on file for this batch **"
				to ML-Text-Out
			Write Output-Rec from Message-Line
		End-if.

		If table-overflow
			Add 1 to Reject-Count
			Move "** a table overflowed - incomplete **"
				to ML-Text-Out
			Write Output-Rec from Message-Line
		End-if.

      * the register's own closing total must agree with its detail
      * lines, or the deductions journaled are not the whole run
		If payroll-batch
			If not register-total-seen
			   or Register-Total not = Deduction-Sum
				Add 1 to Reject-Count
				Move "** dedreg.dat off its total **"
					to ML-Text-Out
				Write Output-Rec from Message-Line
			End-if
		End-if.

		If Reject-Count = zero
			Move "Debits equal credits; every line mapped."
				to ML-Text-Out
			Write Output-Rec from Message-Line
		End-if.

      * the header, one D line per entry, and the trailer
	5300-Write-Journal.

		Move Source-Code to JH-Source.
		Move Batch-Date to JH-Batch-Date.
		Compute JH-Created-Date = CDT-Year * 10000
			+ CDT-Month * 100 + CDT-Day.
		Compute JH-Created-Time = CDT-Hour * 10000
			+ CDT-Minute * 100 + CDT-Second.
		Write Journal-Rec from Journal-Header.

		Perform 5310-Write-Journal-Line
			varying Journal-Index from 1 by 1
			until Journal-Index > Journal-Count.

		Move Source-Code to JX-Source.
		Move Batch-Date to JX-Batch-Date.
		Move Journal-Line-Count to JX-Line-Count.
		Move Total-Debits to JX-Debits.
		Move Total-Credits to JX-Credits.
		Write Journal-Rec from Journal-Trailer.

	5310-Write-Journal-Line.

		Move Source-Code to JD-Source.
		Move Batch-Date to JD-Batch-Date.
		Move JT-Account(Journal-Index) to JD-Account.
		Move JT-Dept(Journal-Index) to JD-Dept.
		Move JT-Type(Journal-Index) to JD-Type.
		If JT-Amount(Journal-Index) > zero
			Move JT-Amount(Journal-Index) to JD-Debit
			Move zero to JD-Credit
		Else
			Move zero to JD-Debit
			Compute JD-Credit =
				zero - JT-Amount(Journal-Index)
		End-if.
		Write Journal-Rec from Journal-Detail.
		Add 1 to Journal-Line-Count.
