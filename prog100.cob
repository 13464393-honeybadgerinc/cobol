        Identification Division.
        Program-Id. prog100.
        Date-Written. 10/15/2026.
        Author. Lucas Henry.
        Date-Compiled.

      * deduction remittance, so nobody reads dedreg.dat and writes the
      * agencies' and carriers' checks by hand any more: run after each
      * pay run, keyed P for a regular run, O for an off-cycle run or F
      * for a final-pay run, and the pay period yyyymmdd (blank = the
      * latest on payhist.dat of that run type), it totals the run's
      * dedreg.dat by deduction code - each code is one payee and one
      * case or policy on the payee master dedpayee.dat - and remits
      * what is due: a payee remitted every run is paid the run's total,
      * one remitted monthly or quarterly has its withholdings held on
      * remithold.dat and paid, all together, by the first run dated in
      * a later month or quarter than the oldest amount held; a payee
      * paid electronically goes on the payment file remitpay.dat, any
      * other on a check request on remitchk.dat for accounts payable;
      * the remittance register (prog100out.dat) lists each payee and
      * case with the employees behind its amount, and proves the run's
      * amounts against dedreg.dat's own closing total, the run's
      * deduction total on the payroll report; a code no payee carries
      * is held, not lost, and flagged for dedpayee.dat to be corrected
      * (return code 4); a register that does not agree with its total
      * writes nothing and returns 8, and a batch already remitted, as
      * remitlog.dat records it, is refused with 8 so nothing is paid
      * twice

        Environment Division.

        Input-Output Section.
        File-Control.

                Select Optional Pay-History-File
                       assign to "payhist.dat"
                       organization is line sequential.
                Select Optional Deduction-Register-File
                       assign to "dedreg.dat"
                       organization is line sequential.
                Select Optional Payee-File
                       assign to "dedpayee.dat"
                       organization is line sequential.
                Select Optional Hold-File
                       assign to "remithold.dat"
                       organization is line sequential.
                Select Optional Remit-Log-File
                       assign to "remitlog.dat"
                       organization is line sequential.
                Select Payment-File
                       assign to "remitpay.dat"
                       organization is line sequential.
                Select Check-Request-File
                       assign to "remitchk.dat"
                       organization is line sequential.
                Select Output-File
                       assign to "prog100out.dat"
                       organization is line sequential.
		Select Run-Control-File
			assign to "runcontrol.log"
			organization is line sequential.

        Data Division.

        File Section.
      * one record per employee per pay period, as the payroll run
      * appends them; only the period and run type are wanted here
	FD	Pay-History-File.
	01	Pay-History-Rec.
		02 PH-Period		Pic 9(8).
		02 Filler		Pic x(113).
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

      * the payee master accounting keeps, one line per deduction
      * code as dedmast.dat carries it: who the money goes to, the
      * case or policy it is remitted against, E to pay it
      * electronically to the bank account or anything else to send
      * a check to the address, and P (or blank) to remit every run,
      * M monthly or Q quarterly
	FD	Payee-File.
	01	Payee-Rec.
		02 RP-Code		Pic x(8).
		02 RP-Name		Pic x(30).
		02 RP-Case		Pic x(20).
		02 RP-Method		Pic x(1).
		02 RP-Frequency	Pic x(1).
		02 RP-Remit-To		Pic x(61).

      * withholdings owed but not yet due, per code, with the pay
      * date of the oldest and the deductions they came from;
      * rewritten whole by each run
	FD	Hold-File.
	01	Hold-Rec.
		02 RH-Code		Pic x(8).
		02 RH-First-Date	Pic 9(8).
		02 RH-Amount		Pic 9(11)v99.
		02 RH-Count		Pic 9(6).

      * one line per batch remitted: P or O and the pay date, when,
      * and the dollars remitted
	FD	Remit-Log-File.
	01	Remit-Log-Rec.
		02 LG-Mode		Pic x(1).
		02 LG-Period		Pic 9(8).
		02 Filler		Pic x(1).
		02 LG-Date		Pic x(10).
		02 Filler		Pic x(1).
		02 LG-Time		Pic x(8).
		02 Filler		Pic x(1).
		02 LG-Remitted		Pic 9(13)v99.

      * the bank's payment file: a D line per payee and case paid
      * electronically and a trailer with the count and total, as
      * ddexport.dat closes
	FD	Payment-File.
	01	Payment-Rec		Pic x(106).

      * accounts payable's check requests: a C line per payee and
      * case paid by check and a trailer with the count and total
	FD	Check-Request-File.
	01	Check-Request-Rec	Pic x(150).

	FD	Output-File.
	01	Output-Rec		Pic x(132).

	FD	Run-Control-File.
	01	Run-Control-Rec		Pic x(54).

	Working-Storage Section.

	01	Mode-Entry		Pic x(1) value spaces.
		88 pay-batch value "P" "p".
		88 off-cycle-batch value "O" "o".
		88 final-pay-batch value "F" "f".

      * which of the pay history's checks the period is looked up
      * among: blank for a regular run's, O for an off-cycle run's,
      * F for a final-pay run's
	01	Run-Type-Wanted		Pic x(1) value spaces.

	01	Period-Param		Pic x(8) value spaces.

      * the pay date remitted, with its month and quarter for the
      * payees not remitted every run
	01	Batch-Date		Pic 9(8) value zero.

	01	Batch-Date-Parts redefines Batch-Date.
		02 BD-Year		Pic 9(4).
		02 BD-Month		Pic 9(2).
		02 BD-Day		Pic 9(2).

	01	Held-Date		Pic 9(8) value zero.

	01	Held-Date-Parts redefines Held-Date.
		02 HD-Year		Pic 9(4).
		02 HD-Month		Pic 9(2).
		02 HD-Day		Pic 9(2).

	01	Quarter-Work		Pic 9(1) value zero.

	01	Batch-Period-Key		Pic 9(6) value zero.

	01	Held-Period-Key		Pic 9(6) value zero.

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

	01	Overflow-Flag		Pic x(3) value "no".
		88 table-overflow value "yes".

	01	Register-Total-Flag	Pic x(3) value "no".
		88 register-total-seen value "yes".

	01	Remitted-Flag		Pic x(3) value "no".
		88 already-remitted value "yes".

      * no once this run's amount is remitted along with the hold
	01	Carry-Flag		Pic x(3) value "yes".
		88 carry-this-run value "yes".

      * one row per deduction code: the payee master's lines in file
      * order, then any code the register or the hold file carries
      * that the master does not; this run's amount, what was held
      * coming in, what is remitted now, and what is held going out
	01	Remit-Count		Pic 9(4) value zero.

	01	Remit-Max		Pic 9(4) value 300.

	01	Remit-Index		Pic 9(4) value zero.

	01	Remit-Table.
		02 Remit-Data occurs 1 to 300 times
			depending on Remit-Count.
			03 RT-Code	Pic x(8).
			03 RT-Name	Pic x(30).
			03 RT-Case	Pic x(20).
			03 RT-Method	Pic x(1).
			03 RT-Frequency	Pic x(1).
			03 RT-Remit-To	Pic x(61).
			03 RT-On-Master	Pic x(1).
			03 RT-This-Run	Pic 9(11)v99.
			03 RT-This-Count	Pic 9(6).
			03 RT-Held	Pic 9(11)v99.
			03 RT-Held-Date	Pic 9(8).
			03 RT-Held-Count	Pic 9(6).
			03 RT-Remitted	Pic 9(11)v99.
			03 RT-Remitted-Count Pic 9(6).
			03 RT-Carried	Pic 9(11)v99.
			03 RT-Carried-Date	Pic 9(8).
			03 RT-Carried-Count	Pic 9(6).

      * the register's detail lines, for the employees listed under
      * each payee
	01	Line-Count		Pic 9(5) value zero.

	01	Line-Max		Pic 9(5) value 5000.

	01	Line-Index		Pic 9(5) value zero.

	01	Line-Table.
		02 Line-Data occurs 1 to 5000 times
			depending on Line-Count.
			03 LT-Code	Pic x(8).
			03 LT-SSN	Pic x(8).
			03 LT-Amount	Pic 9(11)v99.

      * the payee's bank details or mailing address, as the method
      * calls for
	01	Remit-To-Work.
		02 RW-Street		Pic x(30).
		02 RW-City		Pic x(20).
		02 RW-State		Pic x(2).
		02 RW-Zip		Pic x(9).

	01	Remit-Bank-Work redefines Remit-To-Work.
		02 RW-Routing		Pic 9(9).
		02 RW-Account		Pic x(17).
		02 Filler		Pic x(35).

	01	Code-Work		Pic x(8) value spaces.

	01	Amount-Work		Pic s9(13)v99 value zero.

	01	Read-Count		Pic 9(7) value zero.

	01	Deduction-Line-Count	Pic 9(7) value zero.

	01	Deduction-Sum		Pic s9(13)v99 value zero.

	01	Register-Total		Pic s9(13)v99 value zero.

	01	Register-Count		Pic 9(7) value zero.

	01	Held-In-Total		Pic 9(13)v99 value zero.

	01	Remitted-Total		Pic 9(13)v99 value zero.

	01	Carried-Total		Pic 9(13)v99 value zero.

	01	Payment-Count		Pic 9(6) value zero.

	01	Payment-Total		Pic 9(13)v99 value zero.

	01	Request-Count		Pic 9(6) value zero.

	01	Request-Total		Pic 9(13)v99 value zero.

	01	Unknown-Count		Pic 9(4) value zero.

	01	Reject-Count		Pic 9(4) value zero.

	01	Payment-Detail.
		02 Filler		Pic x(1) value "D".
		02 PD-Code		Pic x(8).
		02 PD-Name		Pic x(30).
		02 PD-Routing		Pic 9(9).
		02 PD-Account		Pic x(17).
		02 PD-Case		Pic x(20).
		02 PD-Amount		Pic 9(11)v99.
		02 PD-Pay-Date		Pic 9(8).

	01	Payment-Trailer.
		02 Filler		Pic x(1) value "T".
		02 PX-Count		Pic 9(6).
		02 PX-Total		Pic 9(13)v99.
		02 PX-Pay-Date		Pic 9(8).
		02 Filler		Pic x(76) value spaces.

	01	Check-Request-Detail.
		02 Filler		Pic x(1) value "C".
		02 CQ-Code		Pic x(8).
		02 CQ-Name		Pic x(30).
		02 CQ-Street		Pic x(30).
		02 CQ-City		Pic x(20).
		02 CQ-State		Pic x(2).
		02 CQ-Zip		Pic x(9).
		02 CQ-Case		Pic x(20).
		02 CQ-Amount		Pic 9(11)v99.
		02 CQ-Pay-Date		Pic 9(8).
		02 CQ-Count		Pic 9(6).
		02 Filler		Pic x(3) value spaces.

	01	Check-Request-Trailer.
		02 Filler		Pic x(1) value "T".
		02 CX-Count		Pic 9(6).
		02 CX-Total		Pic 9(13)v99.
		02 CX-Pay-Date		Pic 9(8).
		02 Filler		Pic x(120) value spaces.

	01	Report-Header.
		02 Filler		Pic x(48) value spaces.
		02 Filler		Pic x(36) value
		    "Deduction Remittance Register".
		02 Filler		Pic x(48) value spaces.

	01	Batch-Line.
		02 BL-Source-Out	Pic x(14).
		02 Filler		Pic x(12) value
		    " batch for ".
		02 BL-Date-Out		Pic 9999/99/99.
		02 Filler		Pic x(96) value spaces.

	01	Column-Header.
		02 Filler		Pic x(10) value "Code".
		02 Filler		Pic x(32) value "Payee".
		02 Filler		Pic x(22) value "Case/Policy".
		02 Filler		Pic x(8) value "How".
		02 Filler		Pic x(14) value
		    "      This run".
		02 Filler		Pic x(14) value
		    "   Held before".
		02 Filler		Pic x(14) value
		    "      Remitted".
		02 Filler		Pic x(14) value
		    "  Held forward".
		02 Filler		Pic x(4) value spaces.

      * one payee and case; How is EFT or CHECK and the frequency
	01	Remit-Line.
		02 RL-Code-Out		Pic x(8).
		02 Filler		Pic x(2) value spaces.
		02 RL-Name-Out		Pic x(30).
		02 Filler		Pic x(2) value spaces.
		02 RL-Case-Out		Pic x(20).
		02 Filler		Pic x(2) value spaces.
		02 RL-Method-Out		Pic x(5).
		02 Filler		Pic x(1) value spaces.
		02 RL-Frequency-Out	Pic x(1).
		02 Filler		Pic x(1) value spaces.
		02 RL-This-Out		Pic ZZ,ZZZ,ZZ9.99.
		02 Filler		Pic x(1) value spaces.
		02 RL-Held-Out		Pic ZZ,ZZZ,ZZ9.99.
		02 Filler		Pic x(1) value spaces.
		02 RL-Remitted-Out	Pic ZZ,ZZZ,ZZ9.99.
		02 Filler		Pic x(1) value spaces.
		02 RL-Carried-Out	Pic ZZ,ZZZ,ZZ9.99.
		02 Filler		Pic x(5) value spaces.

      * an employee's deduction behind the payee's amount this run
	01	Employee-Line.
		02 Filler		Pic x(62) value spaces.
		02 EL-SSN-Out		Pic x(8).
		02 Filler		Pic x(2) value spaces.
		02 EL-Amount-Out		Pic ZZ,ZZZ,ZZ9.99.
		02 Filler		Pic x(47) value spaces.

	01	Flag-Line.
		02 Filler		Pic x(10) value spaces.
		02 Filler		Pic x(3) value "** ".
		02 FL-Text-Out		Pic x(60).
		02 Filler		Pic x(59) value spaces.

	01	Totals-Line.
		02 TL-Label-Out		Pic x(72).
		02 TL-This-Out		Pic ZZ,ZZZ,ZZ9.99.
		02 Filler		Pic x(1) value spaces.
		02 TL-Held-Out		Pic ZZ,ZZZ,ZZ9.99.
		02 Filler		Pic x(1) value spaces.
		02 TL-Remitted-Out	Pic ZZ,ZZZ,ZZ9.99.
		02 Filler		Pic x(1) value spaces.
		02 TL-Carried-Out	Pic ZZ,ZZZ,ZZ9.99.
		02 Filler		Pic x(5) value spaces.

	01	Message-Line.
		02 ML-Text-Out		Pic x(70).
		02 Filler		Pic x(62) value spaces.

	01	Amount-Line.
		02 AL-Label-Out		Pic x(48).
		02 AL-Amount-Out		Pic ---,---,---,--9.99.
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
      * register lines read, output the payments and check requests
      * written, error the reasons the batch was rejected
	01	Run-Control-Line.
		02 RCL-Program		Pic x(8) value "PROG100".
		02 Filler		Pic x(2) value spaces.
		02 RCL-Date		Pic x(10).
		02 Filler		Pic x(2) value spaces.
		02 RCL-Time		Pic x(8).
		02 Filler		Pic x(2) value spaces.
		02 RCL-Input-Out		Pic ZZZZZ9.
		02 Filler		Pic x(2) value spaces.
		02 RCL-Output-Out	Pic ZZZZZ9.
		02 Filler		Pic x(2) value spaces.
		02 RCL-Error-Out		Pic ZZZZZ9.

	Procedure Division.

      * Executes 'Init', the register's load, the settlement of each
      * payee, and 'Finish', in that order
	0000-Main-Logic.
		Perform 1000-Init.
		Perform 2000-Load-Register.
		Perform 3000-Settle-Payee
			varying Remit-Index from 1 by 1
			until Remit-Index > Remit-Count.
		Perform 1300-Finish.
		Stop Run.

      * settles the batch, refuses one already remitted, and loads
      * the payee master and what is being held
	1000-Init.

		Move function current-date to Current-Date-Time.

		Accept Mode-Entry from Sysin.
		Accept Period-Param from Sysin.

		If not pay-batch and not off-cycle-batch
		   and not final-pay-batch
			Display "Batch must be keyed P (pay run), O"
				" (off-cycle run) or F"
				" (final-pay run)."
			Move 8 to Return-Code
			Stop Run
		End-if.

		Evaluate true
			when off-cycle-batch
				Move "O" to Mode-Entry Run-Type-Wanted
				Move "Off-cycle run" to BL-Source-Out
			when final-pay-batch
				Move "F" to Mode-Entry Run-Type-Wanted
				Move "Final-pay run" to BL-Source-Out
			when other
				Move "P" to Mode-Entry
				Move "Pay run" to BL-Source-Out
		End-evaluate.

		If Period-Param numeric
			Move Period-Param to Batch-Date
		Else
			Perform 1100-Latest-Period
		End-if.

		Open Input Remit-Log-File.
		Read Remit-Log-File at end move "yes" to Eof-Flag.
		Perform 1120-Check-Log until end-reached.
		Close Remit-Log-File.
		Move "no" to Eof-Flag.

		If already-remitted
			Display "Batch " Mode-Entry " " Batch-Date
				" was already remitted -"
				" see remitlog.dat."
			Move 8 to Return-Code
			Stop Run
		End-if.

		Open Input Payee-File.
		Read Payee-File at end move "yes" to Eof-Flag.
		Perform 1050-Read-Payee until end-reached.
		Close Payee-File.
		Move "no" to Eof-Flag.

		Open Input Hold-File.
		Read Hold-File at end move "yes" to Eof-Flag.
		Perform 1060-Read-Hold until end-reached.
		Close Hold-File.
		Move "no" to Eof-Flag.

		Open Output Output-File.
		Open Extend Run-Control-File.

		Write Output-Rec from Report-Header.
		Move spaces to Output-Rec.
		Write Output-Rec.
		Move Batch-Date to BL-Date-Out.
		Write Output-Rec from Batch-Line.
		Move spaces to Output-Rec.
		Write Output-Rec.

      * one payee master line into the next row
	1050-Read-Payee.

		If Remit-Count < Remit-Max
			Add 1 to Remit-Count
			Move Remit-Count to Remit-Index
			Initialize Remit-Data(Remit-Index)
			Move RP-Code to RT-Code(Remit-Index)
			Move RP-Name to RT-Name(Remit-Index)
			Move RP-Case to RT-Case(Remit-Index)
			Move RP-Method to RT-Method(Remit-Index)
			Move RP-Frequency to RT-Frequency(Remit-Index)
			Move RP-Remit-To to RT-Remit-To(Remit-Index)
			Move "Y" to RT-On-Master(Remit-Index)
		Else
			Move "yes" to Overflow-Flag
		End-if.
		Read Payee-File at end move "yes" to Eof-Flag.

      * what an earlier run held for a code, onto the code's row
	1060-Read-Hold.

		Move RH-Code to Code-Work.
		Perform 4000-Find-Code.
		If Remit-Index not > Remit-Count
			Add RH-Amount to RT-Held(Remit-Index)
			Add RH-Count to RT-Held-Count(Remit-Index)
			If RT-Held-Date(Remit-Index) = zero
			   or RH-First-Date < RT-Held-Date(Remit-Index)
				Move RH-First-Date to
					RT-Held-Date(Remit-Index)
			End-if
			Add RH-Amount to Held-In-Total
		End-if.
		Read Hold-File at end move "yes" to Eof-Flag.

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

	1120-Check-Log.

		If LG-Mode = Mode-Entry and LG-Period = Batch-Date
			Move "yes" to Remitted-Flag
		End-if.
		Read Remit-Log-File at end move "yes" to Eof-Flag.

      * the run's register: each detail line onto its code's row
      * and into the line table, and the closing total kept to prove
      * the details against
	2000-Load-Register.

		Open Input Deduction-Register-File.
		Read Deduction-Register-File
			at end move "yes" to Eof-Flag.
		Perform 2100-Take-Deduction until end-reached.
		Close Deduction-Register-File.

	2100-Take-Deduction.

		Add 1 to Read-Count.

		If DR-SSN-In(1:4) = "XXX-"
			Add 1 to Deduction-Line-Count
			Compute Amount-Work =
				Function Numval(DR-Amount-In)
			Add Amount-Work to Deduction-Sum
			Move DR-Code-In to Code-Work
			Perform 4000-Find-Code
			If Remit-Index not > Remit-Count
				Add Amount-Work to
					RT-This-Run(Remit-Index)
				Add 1 to RT-This-Count(Remit-Index)
			End-if
			If Line-Count < Line-Max
				Add 1 to Line-Count
				Move DR-Code-In to LT-Code(Line-Count)
				Move DR-SSN-In to LT-SSN(Line-Count)
				Move Amount-Work to
					LT-Amount(Line-Count)
			Else
				Move "yes" to Overflow-Flag
			End-if
		End-if.

		If DR-Totals-Label = "Deductions: "
			Move "yes" to Register-Total-Flag
			Compute Register-Total =
				Function Numval(DR-Total-In)
			Compute Register-Count =
				Function Numval(DR-Count-In)
		End-if.

		Read Deduction-Register-File
			at end move "yes" to Eof-Flag.

      * what this payee is owed now: everything for a payee remitted
      * every run; for a monthly or quarterly one, what was held from
      * an earlier month or quarter, this run's amount starting the
      * next hold; a code no payee carries holds everything
	3000-Settle-Payee.

		Move zero to RT-Remitted(Remit-Index)
			RT-Remitted-Count(Remit-Index).
		Move "yes" to Carry-Flag.
		Move RT-Held(Remit-Index) to RT-Carried(Remit-Index).
		Move RT-Held-Date(Remit-Index) to
			RT-Carried-Date(Remit-Index).
		Move RT-Held-Count(Remit-Index) to
			RT-Carried-Count(Remit-Index).

		Move RT-Held-Date(Remit-Index) to Held-Date.
		Evaluate true
			when RT-On-Master(Remit-Index) not = "Y"
				Continue
			when RT-Frequency(Remit-Index) = "M"
				Compute Batch-Period-Key = BD-Year * 100
					+ BD-Month
				Compute Held-Period-Key = HD-Year * 100
					+ HD-Month
				Perform 3100-Remit-Held
			when RT-Frequency(Remit-Index) = "Q"
				Compute Quarter-Work =
					(BD-Month + 2) / 3
				Compute Batch-Period-Key = BD-Year * 10
					+ Quarter-Work
				Compute Quarter-Work =
					(HD-Month + 2) / 3
				Compute Held-Period-Key = HD-Year * 10
					+ Quarter-Work
				Perform 3100-Remit-Held
			when other
				Move zero to Held-Period-Key
					Batch-Period-Key
				Perform 3100-Remit-Held
				Add RT-This-Run(Remit-Index) to
					RT-Remitted(Remit-Index)
				Add RT-This-Count(Remit-Index) to
					RT-Remitted-Count(Remit-Index)
				Move "no" to Carry-Flag
		End-evaluate.

		If carry-this-run and RT-This-Count(Remit-Index) > zero
			Add RT-This-Run(Remit-Index) to
				RT-Carried(Remit-Index)
			Add RT-This-Count(Remit-Index) to
				RT-Carried-Count(Remit-Index)
			If RT-Carried-Date(Remit-Index) = zero
				Move Batch-Date to
					RT-Carried-Date(Remit-Index)
			End-if
		End-if.

		Add RT-Remitted(Remit-Index) to Remitted-Total.
		Add RT-Carried(Remit-Index) to Carried-Total.

      * the hold comes due when it started in an earlier month or
      * quarter than the pay date's, or at once for a payee remitted
      * every run
	3100-Remit-Held.

		If RT-Held(Remit-Index) > zero
		   and Held-Period-Key < Batch-Period-Key
		   or RT-Held(Remit-Index) > zero
		   and Batch-Period-Key = zero
			Add RT-Held(Remit-Index) to
				RT-Remitted(Remit-Index)
			Add RT-Held-Count(Remit-Index) to
				RT-Remitted-Count(Remit-Index)
			Move zero to RT-Carried(Remit-Index)
				RT-Carried-Date(Remit-Index)
				RT-Carried-Count(Remit-Index)
		End-if.

      * the code's row, added at the end when the payee master has
      * none - it is held and flagged until dedpayee.dat carries it
	4000-Find-Code.

		Perform 4010-Classify-Code
			varying Remit-Index from 1 by 1
			until Remit-Index > Remit-Count
			or RT-Code(Remit-Index) = Code-Work.

		If Remit-Index > Remit-Count
			If Remit-Count < Remit-Max
				Add 1 to Remit-Count
				Move Remit-Count to Remit-Index
				Initialize Remit-Data(Remit-Index)
				Move Code-Work to RT-Code(Remit-Index)
				Move "** NOT ON DEDPAYEE.DAT **" to
					RT-Name(Remit-Index)
				Move "N" to RT-On-Master(Remit-Index)
			Else
				Move "yes" to Overflow-Flag
			End-if
		End-if.

      * no-op body; the search for the code happens entirely in the
      * Perform ... Varying's Until condition
	4010-Classify-Code.

		Continue.

	1300-Finish.

		Write Output-Rec from Column-Header.
		Move spaces to Output-Rec.
		Write Output-Rec.
		Perform 5100-Print-Payee
			varying Remit-Index from 1 by 1
			until Remit-Index > Remit-Count.

		Move spaces to Output-Rec.
		Write Output-Rec.
		Move "Totals" to TL-Label-Out.
		Move Deduction-Sum to TL-This-Out.
		Move Held-In-Total to TL-Held-Out.
		Move Remitted-Total to TL-Remitted-Out.
		Move Carried-Total to TL-Carried-Out.
		Write Output-Rec from Totals-Line.
		Move spaces to Output-Rec.
		Write Output-Rec.

		Perform 5200-Check-Batch.

		Open Output Payment-File Check-Request-File.
		If Reject-Count = zero
			Perform 5300-Write-Remittance
				varying Remit-Index from 1 by 1
				until Remit-Index > Remit-Count
			Move Payment-Count to PX-Count
			Move Payment-Total to PX-Total
			Move Batch-Date to PX-Pay-Date
			Write Payment-Rec from Payment-Trailer
			Move Request-Count to CX-Count
			Move Request-Total to CX-Total
			Move Batch-Date to CX-Pay-Date
			Write Check-Request-Rec from
				Check-Request-Trailer
			Perform 5400-Write-Hold
			Perform 5500-Write-Remit-Log
		End-if.
		Close Payment-File Check-Request-File.

		Move spaces to Output-Rec.
		Write Output-Rec.
		Move "Paid electronically (remitpay.dat)" to
			Note-Label-Out.
		Move Payment-Count to Note-Count-Out.
		Write Output-Rec from Note-Line.
		Move "  amount" to AL-Label-Out.
		Move Payment-Total to AL-Amount-Out.
		Write Output-Rec from Amount-Line.
		Move "Check requests (remitchk.dat)" to Note-Label-Out.
		Move Request-Count to Note-Count-Out.
		Write Output-Rec from Note-Line.
		Move "  amount" to AL-Label-Out.
		Move Request-Total to AL-Amount-Out.
		Write Output-Rec from Amount-Line.

		Move spaces to Output-Rec.
		Write Output-Rec.
		If Reject-Count = zero
			Move "Remitted; remithold.dat carries the rest."
				to ML-Text-Out
			If Unknown-Count > zero
				Move 4 to Return-Code
			End-if
		Else
			Move "** BATCH REJECTED - nothing remitted **"
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
      * happened, the register lines read, the payments and check
      * requests written, and the reasons for a rejection
	1900-Write-Run-Log.

		Move function current-date to Current-Date-Time.

		String CDT-Month "/" CDT-Day "/" CDT-Year
			Delimited by size into RCL-Date
		End-string.

		String CDT-Hour ":" CDT-Minute ":" CDT-Second
			Delimited by size into RCL-Time
		End-string.

		Move Read-Count to RCL-Input-Out.
		Compute RCL-Output-Out = Payment-Count + Request-Count.
		Move Reject-Count to RCL-Error-Out.

		Write Run-Control-Rec from Run-Control-Line.

      * a payee with anything this run, held, or remitted: its line,
      * the employees behind this run's amount, and a flag for a
      * code the payee master does not carry
	5100-Print-Payee.

		If RT-This-Count(Remit-Index) > zero
		   or RT-Held(Remit-Index) > zero
		   or RT-Remitted(Remit-Index) > zero
		   or RT-Carried(Remit-Index) > zero
		   or RT-This-Run(Remit-Index) > zero
			Move RT-Code(Remit-Index) to RL-Code-Out
			Move RT-Name(Remit-Index) to RL-Name-Out
			Move RT-Case(Remit-Index) to RL-Case-Out
			Evaluate true
				when RT-On-Master(Remit-Index) not = "Y"
					Move "HELD" to RL-Method-Out
				when RT-Method(Remit-Index) = "E"
					Move "EFT" to RL-Method-Out
				when other
					Move "CHECK" to RL-Method-Out
			End-evaluate
			Move RT-Frequency(Remit-Index) to
				RL-Frequency-Out
			If RL-Frequency-Out = space
			   and RT-On-Master(Remit-Index) = "Y"
				Move "P" to RL-Frequency-Out
			End-if
			Move RT-This-Run(Remit-Index) to RL-This-Out
			Move RT-Held(Remit-Index) to RL-Held-Out
			Move RT-Remitted(Remit-Index) to RL-Remitted-Out
			Move RT-Carried(Remit-Index) to RL-Carried-Out
			Write Output-Rec from Remit-Line
			Perform 5110-Print-Employee
				varying Line-Index from 1 by 1
				until Line-Index > Line-Count
			If RT-On-Master(Remit-Index) not = "Y"
				Add 1 to Unknown-Count
				Move "no payee for this code, held"
					to FL-Text-Out
				Write Output-Rec from Flag-Line
				Move "until dedpayee.dat carries it"
					to FL-Text-Out
				Write Output-Rec from Flag-Line
			End-if
		End-if.

	5110-Print-Employee.

		If LT-Code(Line-Index) = RT-Code(Remit-Index)
			Move LT-SSN(Line-Index) to EL-SSN-Out
			Move LT-Amount(Line-Index) to EL-Amount-Out
			Write Output-Rec from Employee-Line
		End-if.

      * every reason to refuse the batch, one line each
	5200-Check-Batch.

		Move "Deductions on this register" to AL-Label-Out.
		Move Deduction-Sum to AL-Amount-Out.
		Write Output-Rec from Amount-Line.
		Move "Deductions on dedreg.dat's closing total" to
			AL-Label-Out.
		Move Register-Total to AL-Amount-Out.
		Write Output-Rec from Amount-Line.
		Move "Deduction lines on this register" to
			Note-Label-Out.
		Move Deduction-Line-Count to Note-Count-Out.
		Write Output-Rec from Note-Line.
		Move "Deduction lines on dedreg.dat's closing count" to
			Note-Label-Out.
		Move Register-Count to Note-Count-Out.
		Write Output-Rec from Note-Line.
		Move spaces to Output-Rec.
		Write Output-Rec.

		If not register-total-seen
		   or Register-Total not = Deduction-Sum
		   or Register-Count not = Deduction-Line-Count
			Add 1 to Reject-Count
			Move "** dedreg.dat off its total **"
				to ML-Text-Out
			Write Output-Rec from Message-Line
		End-if.

      * held coming in plus this run must equal remitted plus held
      * going out, or a dollar was dropped or paid twice
		Compute Amount-Work = Held-In-Total + Deduction-Sum
			- Remitted-Total - Carried-Total.
		If Amount-Work not = zero
			Add 1 to Reject-Count
			Move "** remitted and held are off the run **"
				to ML-Text-Out
			Write Output-Rec from Message-Line
			Move "Out of balance by" to AL-Label-Out
			Move Amount-Work to AL-Amount-Out
			Write Output-Rec from Amount-Line
		End-if.

		If table-overflow
			Add 1 to Reject-Count
			Move "** a table overflowed - incomplete **"
				to ML-Text-Out
			Write Output-Rec from Message-Line
		End-if.

		If Reject-Count = zero
			Move "Register agrees with dedreg.dat's total."
				to ML-Text-Out
			Write Output-Rec from Message-Line
		End-if.

      * the payee's remittance, electronically or by check request
	5300-Write-Remittance.

		If RT-Remitted(Remit-Index) > zero
			Move RT-Remit-To(Remit-Index) to Remit-To-Work
			If RT-Method(Remit-Index) = "E"
				Move RT-Code(Remit-Index) to PD-Code
				Move RT-Name(Remit-Index) to PD-Name
				Move RW-Routing to PD-Routing
				Move RW-Account to PD-Account
				Move RT-Case(Remit-Index) to PD-Case
				Move RT-Remitted(Remit-Index) to
					PD-Amount
				Move Batch-Date to PD-Pay-Date
				Write Payment-Rec from Payment-Detail
				Add 1 to Payment-Count
				Add RT-Remitted(Remit-Index) to
					Payment-Total
			Else
				Move RT-Code(Remit-Index) to CQ-Code
				Move RT-Name(Remit-Index) to CQ-Name
				Move RW-Street to CQ-Street
				Move RW-City to CQ-City
				Move RW-State to CQ-State
				Move RW-Zip to CQ-Zip
				Move RT-Case(Remit-Index) to CQ-Case
				Move RT-Remitted(Remit-Index) to
					CQ-Amount
				Move Batch-Date to CQ-Pay-Date
				Move RT-Remitted-Count(Remit-Index)
					to CQ-Count
				Write Check-Request-Rec from
					Check-Request-Detail
				Add 1 to Request-Count
				Add RT-Remitted(Remit-Index) to
					Request-Total
			End-if
		End-if.

      * what is still held, one line per code, for the next run
	5400-Write-Hold.

		Open Output Hold-File.
		Perform 5410-Write-Hold-Line
			varying Remit-Index from 1 by 1
			until Remit-Index > Remit-Count.
		Close Hold-File.

	5410-Write-Hold-Line.

		If RT-Carried(Remit-Index) > zero
			Move RT-Code(Remit-Index) to RH-Code
			Move RT-Carried-Date(Remit-Index) to
				RH-First-Date
			Move RT-Carried(Remit-Index) to RH-Amount
			Move RT-Carried-Count(Remit-Index) to RH-Count
			Write Hold-Rec
		End-if.

      * marks the batch remitted so it cannot be remitted again
	5500-Write-Remit-Log.

		Move spaces to Remit-Log-Rec.
		Move Mode-Entry to LG-Mode.
		Move Batch-Date to LG-Period.
		String CDT-Month "/" CDT-Day "/" CDT-Year
			Delimited by size into LG-Date
		End-string.
		String CDT-Hour ":" CDT-Minute ":" CDT-Second
			Delimited by size into LG-Time
		End-string.
		Move Remitted-Total to LG-Remitted.

		Open Extend Remit-Log-File.
		Write Remit-Log-Rec.
		Close Remit-Log-File.
