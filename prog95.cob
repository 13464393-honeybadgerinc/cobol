        Identification Division.
        Program-Id. prog95.
        Date-Written. 10/15/2026.
        Author. Lucas Henry.
        Date-Compiled.

      * quarterly employer payroll tax liability for finance, in
      * place of the spreadsheet: every payhist.dat period record in
      * the quarter is joined to its employee's Dept-Code off
      * company.dat (no department rolls up under ???, as prog60
      * does) and the employer social security and medicare match,
      * FUTA, and SUTA the pay run stamped on it break out by
      * department and by tax; the department totals are proved
      * against control totals taken straight off the period
      * records, and the employer tax master (ertaxytd.dat) against
      * payhist.dat's year to date when the quarter falls in the
      * year the master is carrying; then the deposit schedule -
      * the federal deposits of withholding plus the employer FICA
      * (monthly, due the 15th of the next month, or semiweekly when
      * paramast.dat's DEPOSITSCHED in force at quarter end is 1),
      * FUTA (due the month after the quarter once the year's
      * undeposited liability passes $500, carried forward
      * otherwise), and SUTA (due the month after the quarter), with
      * a due date falling on a weekend moved to the Monday; keyed
      * the quarter yyyyq (blank = the last quarter closed) and the
      * company file's path; out of balance is return code 4, a
      * table overflow 8

        Environment Division.

        Input-Output Section.
        File-Control.

                Select Pay-History-File
                       assign to "payhist.dat"
                       organization is line sequential.
                Select Optional Employer-Ytd-File
                       assign to "ertaxytd.dat"
                       organization is line sequential.
                Select Company-File
                       assign to Company-File-Path.
                Select Optional Dept-File
                       assign to "deptmast.dat"
                       organization is line sequential.
		Select Optional Param-File
			assign to "/home1/c/a/acsi203/paramast.dat"
			organization is indexed
			access mode is sequential
			record key is PRM-Key.
                Select Output-File
                       assign to "prog95out.dat"
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

      * the employer's side of the year to date per SSN, as the
      * payroll run keeps it
	FD	Employer-Ytd-File.
	01	Employer-Ytd-Rec.
		02 EY-SSN		Pic 9(7).
		02 EY-SS-Wages		Pic 9(9)v99.
		02 EY-SS		Pic 9(9)v99.
		02 EY-Med-Wages		Pic 9(9)v99.
		02 EY-Med		Pic 9(9)v99.
		02 EY-FUTA-Wages	Pic 9(9)v99.
		02 EY-FUTA		Pic 9(9)v99.
		02 EY-SUTA-Wages	Pic 9(9)v99.
		02 EY-SUTA		Pic 9(9)v99.

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

      * department master naming the cost-center codes
	FD	Dept-File.
	01	Dept-Rec.
		02 DP-Code		Pic x(3).
		02 DP-Name		Pic x(20).

      * effective-dated parameter master maintained by prog54
	FD	Param-File.
	01	Param-Rec.
		02 PRM-Key.
		   03 PRM-Name		Pic x(12).
		   03 PRM-Eff-Date	Pic 9(8).
		02 PRM-Value		Pic 9(5)v9(5).

	FD	Output-File.
	01	Output-Rec		Pic x(132).

	FD	Run-Control-File.
	01	Run-Control-Rec		Pic x(54).

	Working-Storage Section.

	01	Company-File-Path	Pic x(80) value
		"/home1/c/a/acsi203/company.dat".

      * the quarter reported, keyed yyyyq (e.g. 20263 for July
      * through September 2026); blank takes the last quarter closed
	01	Quarter-Param		Pic x(5) value spaces.

	01	Quarter-Value		Pic 9(5) value zero.

	01	Quarter-Parts redefines Quarter-Value.
		02 Report-Year		Pic 9(4).
		02 Report-Quarter	Pic 9(1).

	01	Quarter-End-Date	Pic 9(8) value zero.

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

	01	Dept-Eof		Pic x(3) value "no".
		88 dept-end value "yes".

	01	Param-Eof		Pic x(3) value "no".
		88 param-end value "yes".

	01	Master-Eof		Pic x(3) value "no".
		88 master-end value "yes".

	01	Overflow-Flag		Pic x(3) value "no".
		88 table-overflow value "yes".

	01	Balance-Flag		Pic x(3) value "yes".
		88 in-balance value "yes".

      * 1 from paramast.dat makes the federal deposits semiweekly;
      * anything else leaves them monthly
	01	Deposit-Schedule	Pic 9(1) value zero.
		88 semiweekly value 1.

      * one period record's date taken apart
	01	Period-Work		Pic 9(8) value zero.

	01	Period-Parts redefines Period-Work.
		02 PW-Year		Pic 9(4).
		02 PW-Month		Pic 9(2).
		02 PW-Day		Pic 9(2).

	01	Period-Quarter		Pic 9(1) value zero.

      * the latest period on payhist.dat; the employer tax master is
      * carrying that period's year
	01	Latest-Period		Pic 9(8) value zero.

      * each employee's department off company.dat
	01	Emp-Count		Pic 9(4) value zero.

	01	Emp-Max			Pic 9(4) value 500.

	01	Emp-Index		Pic 9(4) value zero.

	01	Emp-Table.
		02 Emp-Data occurs 1 to 500 times
			depending on Emp-Count.
			03 EM-SSN	Pic 9(7).
			03 EM-Dept	Pic x(3).

      * the department names for the report's rows
	01	Name-Count		Pic 9(3) value zero.

	01	Name-Max		Pic 9(3) value 100.

	01	Name-Index		Pic 9(3) value zero.

	01	Name-Table.
		02 Name-Data occurs 1 to 100 times
			depending on Name-Count.
			03 NM-Code	Pic x(3).
			03 NM-Name	Pic x(20).

      * the liability rows, opened as departments are met
	01	Dept-Count		Pic 9(3) value zero.

	01	Dept-Max		Pic 9(3) value 100.

	01	Dept-Index		Pic 9(3) value zero.

	01	Dept-Table.
		02 Dept-Data occurs 1 to 100 times
			depending on Dept-Count.
			03 DT-Code	Pic x(3).
			03 DT-Gross	Pic 9(13)v99.
			03 DT-SS	Pic 9(11)v99.
			03 DT-Med	Pic 9(11)v99.
			03 DT-FUTA	Pic 9(11)v99.
			03 DT-SUTA	Pic 9(11)v99.

	01	Dept-Work		Pic x(3) value spaces.

      * the federal deposit periods - one per month, or one per pay
      * date when semiweekly - with what each owes
	01	Deposit-Count		Pic 9(3) value zero.

	01	Deposit-Max		Pic 9(3) value 100.

	01	Deposit-Index		Pic 9(3) value zero.

	01	Deposit-Table.
		02 Deposit-Data occurs 1 to 100 times
			depending on Deposit-Count.
			03 DD-Key	Pic 9(8).
			03 DD-WH	Pic 9(11)v99.
			03 DD-FICA	Pic 9(11)v99.

	01	Deposit-Key		Pic 9(8) value zero.

      * the year's FUTA by quarter, for the $500 carry-forward
	01	Futa-Quarter-Table.
		02 FQ-Amount		Pic 9(11)v99 occurs 4 times.

	01	Futa-Index		Pic 9(1) value zero.

	01	Futa-Carry		Pic 9(11)v99 value zero.

	01	Futa-Threshold		Pic 9(3)v99 value 500.

      * a due date being worked out, and its weekday (0 Sunday
      * through 6 Saturday)
	01	Due-Date		Pic 9(8) value zero.

	01	Due-Parts redefines Due-Date.
		02 DU-Year		Pic 9(4).
		02 DU-Month		Pic 9(2).
		02 DU-Day		Pic 9(2).

	01	Due-Serial		Pic 9(7) value zero.

	01	Week-Day-Num		Pic 9(1) value zero.

	01	Days-Ahead		Pic 9(1) value zero.

      * the quarter's control totals, straight off the period
      * records
	01	Read-Count		Pic 9(7) value zero.

	01	Selected-Count		Pic 9(7) value zero.

	01	Control-Gross		Pic 9(13)v99 value zero.

	01	Control-WH		Pic 9(13)v99 value zero.

	01	Control-SS		Pic 9(11)v99 value zero.

	01	Control-Med		Pic 9(11)v99 value zero.

	01	Control-FUTA		Pic 9(11)v99 value zero.

	01	Control-SUTA		Pic 9(11)v99 value zero.

      * the same four summed over the department rows
	01	Dept-Gross		Pic 9(13)v99 value zero.

	01	Dept-SS			Pic 9(11)v99 value zero.

	01	Dept-Med		Pic 9(11)v99 value zero.

	01	Dept-FUTA		Pic 9(11)v99 value zero.

	01	Dept-SUTA		Pic 9(11)v99 value zero.

      * payhist.dat's year to date for the year the master carries,
      * and the master's own totals
	01	History-Ytd-SS		Pic 9(11)v99 value zero.

	01	History-Ytd-Med		Pic 9(11)v99 value zero.

	01	History-Ytd-FUTA	Pic 9(11)v99 value zero.

	01	History-Ytd-SUTA	Pic 9(11)v99 value zero.

	01	Master-SS		Pic 9(11)v99 value zero.

	01	Master-Med		Pic 9(11)v99 value zero.

	01	Master-FUTA		Pic 9(11)v99 value zero.

	01	Master-SUTA		Pic 9(11)v99 value zero.

	01	Row-Total		Pic 9(13)v99 value zero.

	01	Report-Header.
		02 Filler		Pic x(44) value spaces.
		02 Filler		Pic x(36) value
		    "Employer Payroll Tax Liability for Q".
		02 RH-Quarter-Out	Pic 9(1).
		02 Filler		Pic x(1) value spaces.
		02 RH-Year-Out		Pic 9(4).
		02 Filler		Pic x(46) value spaces.

	01	Section-Line.
		02 SL-Text-Out		Pic x(60).
		02 Filler		Pic x(72) value spaces.

	01	Dept-Column-Header.
		02 Filler		Pic x(5) value "Dept".
		02 Filler		Pic x(22) value "Name".
		02 Filler		Pic x(15) value "        Gross".
		02 Filler		Pic x(15) value "      Soc Sec".
		02 Filler		Pic x(15) value "     Medicare".
		02 Filler		Pic x(15) value "         FUTA".
		02 Filler		Pic x(15) value "         SUTA".
		02 Filler		Pic x(30) value "        Total".

	01	Dept-Line.
		02 DL-Code-Out		Pic x(3).
		02 Filler		Pic x(2) value spaces.
		02 DL-Name-Out		Pic x(20).
		02 Filler		Pic x(2) value spaces.
		02 DL-Gross-Out		Pic ZZ,ZZZ,ZZ9.99.
		02 Filler		Pic x(2) value spaces.
		02 DL-SS-Out		Pic ZZ,ZZZ,ZZ9.99.
		02 Filler		Pic x(2) value spaces.
		02 DL-Med-Out		Pic ZZ,ZZZ,ZZ9.99.
		02 Filler		Pic x(2) value spaces.
		02 DL-FUTA-Out		Pic ZZ,ZZZ,ZZ9.99.
		02 Filler		Pic x(2) value spaces.
		02 DL-SUTA-Out		Pic ZZ,ZZZ,ZZ9.99.
		02 Filler		Pic x(2) value spaces.
		02 DL-Total-Out		Pic ZZ,ZZZ,ZZ9.99.
		02 Filler		Pic x(17) value spaces.

      * one tax's department total against the period records'
      * control total, or the master against the history
	01	Tie-Column-Header.
		02 Filler		Pic x(30) value "Tax".
		02 Filler		Pic x(19) value
		    "         Reported".
		02 Filler		Pic x(19) value
		    "        Proved to".
		02 Filler		Pic x(64) value spaces.

	01	Tie-Line.
		02 TL-Label-Out		Pic x(28).
		02 Filler		Pic x(2) value spaces.
		02 TL-Reported-Out	Pic ZZ,ZZZ,ZZZ,ZZ9.99.
		02 Filler		Pic x(2) value spaces.
		02 TL-Proved-Out	Pic ZZ,ZZZ,ZZZ,ZZ9.99.
		02 Filler		Pic x(2) value spaces.
		02 TL-Status-Out	Pic x(14).
		02 Filler		Pic x(50) value spaces.

	01	Deposit-Column-Header.
		02 Filler		Pic x(26) value "Deposit".
		02 Filler		Pic x(22) value "Liability for".
		02 Filler		Pic x(15) value "     Withheld".
		02 Filler		Pic x(15) value "     Employer".
		02 Filler		Pic x(15) value "       Amount".
		02 Filler		Pic x(39) value "Due".

	01	Deposit-Line.
		02 DP-Kind-Out		Pic x(24).
		02 Filler		Pic x(2) value spaces.
		02 DP-Basis-Out		Pic x(20).
		02 Filler		Pic x(2) value spaces.
		02 DP-WH-Out		Pic ZZ,ZZZ,ZZ9.99.
		02 Filler		Pic x(2) value spaces.
		02 DP-Employer-Out	Pic ZZ,ZZZ,ZZ9.99.
		02 Filler		Pic x(2) value spaces.
		02 DP-Amount-Out	Pic ZZ,ZZZ,ZZ9.99.
		02 Filler		Pic x(2) value spaces.
		02 DP-Due-Out		Pic x(24).
		02 Filler		Pic x(15) value spaces.

	01	Date-Edit		Pic 9999/99/99.

	01	Month-Edit.
		02 ME-Year		Pic 9(4).
		02 Filler		Pic x(1) value "/".
		02 ME-Month		Pic 9(2).

	01	Note-Line.
		02 Note-Label-Out	Pic x(48).
		02 Note-Count-Out	Pic ZZZ,ZZZ,ZZ9.
		02 Filler		Pic x(73) value spaces.

	01	Report-Footer.
		02 Filler		Pic x(59) value spaces.
		02 Filler		Pic x(13) value
		    	"End of Report".
		02 Filler		Pic x(60) value spaces.

      * one line per run, appended to runcontrol.log; input is the
      * period records read, output those in the quarter, error 1
      * when anything failed to prove
	01	Run-Control-Line.
		02 RCL-Program		Pic x(8) value "PROG95".
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

      * Executes 'Init', 'Main-Loop', and 'Finish', in that order
	0000-Main-Logic.
		Perform 1000-Init.
		Perform 1200-Main-Loop until end-reached.
		Perform 1300-Finish.
		Stop Run.

      * settles the quarter, loads the departments and the deposit
      * schedule, and starts the pass over the history
	1000-Init.

		Accept Quarter-Param from Sysin.

		Accept Company-File-Path from Sysin.
		If Company-File-Path = spaces
			Move "/home1/c/a/acsi203/company.dat"
				to Company-File-Path
		End-if.

		If Quarter-Param numeric
			Move Quarter-Param to Quarter-Value
		Else
			Perform 1020-Last-Closed-Quarter
		End-if.

		If Report-Quarter < 1 or Report-Quarter > 4
			Display "Quarter must be keyed yyyyq, q 1-4."
			Move 8 to Return-Code
			Stop Run
		End-if.

		Move Report-Year to DU-Year.
		Compute DU-Month = Report-Quarter * 3.
		If DU-Month = 6 or DU-Month = 9
			Move 30 to DU-Day
		Else
			Move 31 to DU-Day
		End-if.
		Move Due-Date to Quarter-End-Date.

		Move zero to FQ-Amount(1) FQ-Amount(2)
			FQ-Amount(3) FQ-Amount(4).

		Open Input Company-File.
		Perform 1050-Read-Company
			varying Emp-Index from 1 by 1
			until company-end or Emp-Index > Emp-Max.
		Close Company-File.

		Open Input Dept-File.
		Perform 1060-Read-Dept
			varying Name-Index from 1 by 1
			until dept-end or Name-Index > Name-Max.
		Close Dept-File.

		Open Input Param-File.
		Perform 1070-Read-Param-Data until param-end.
		Close Param-File.

		Open Input Pay-History-File.
		Open Output Output-File.
		Open Extend Run-Control-File.

		Move Report-Quarter to RH-Quarter-Out.
		Move Report-Year to RH-Year-Out.
		Write Output-Rec from Report-Header.
		Move spaces to Output-Rec.
		Write Output-Rec.

		Read Pay-History-File
			at end move "yes" to Eof-Flag.

      * the quarter before the one today falls in
	1020-Last-Closed-Quarter.

		Move function current-date to Current-Date-Time.

		Compute Report-Quarter = (CDT-Month + 2) / 3 - 1.
		Move CDT-Year to Report-Year.

		If Report-Quarter = zero
			Move 4 to Report-Quarter
			Subtract 1 from Report-Year
		End-if.

	1050-Read-Company.

		Read Company-File at end move "yes" to Company-Eof
		End-read.

		If not company-end
			Move SSN to EM-SSN(Emp-Index)
			Move Dept-Code to EM-Dept(Emp-Index)
			Move Emp-Index to Emp-Count
		End-if.

	1060-Read-Dept.

		Read Dept-File at end move "yes" to Dept-Eof
		End-read.

		If not dept-end
			Move DP-Code to NM-Code(Name-Index)
			Move DP-Name to NM-Name(Name-Index)
			Move Name-Index to Name-Count
		End-if.

      * the deposit schedule's latest entry in force at quarter end;
      * no entry leaves the deposits monthly
	1070-Read-Param-Data.

		Read Param-File
			at end move "yes" to Param-Eof
		End-read.

		If not param-end and PRM-Name = "DEPOSITSCHED"
		   and PRM-Eff-Date not > Quarter-End-Date
			Move PRM-Value to Deposit-Schedule
		End-if.

      * one period record: the latest period is noted for the
      * master's proof, the year's records build the FUTA
      * carry-forward and the history's year to date, and the
      * quarter's records roll into their department, the control
      * totals, and their federal deposit period
	1200-Main-Loop.

		Add 1 to Read-Count.
		Perform 2050-Clean-Taxes.

		If PH-Period > Latest-Period
			Move PH-Period to Latest-Period
		End-if.

		Move PH-Period to Period-Work.
		Compute Period-Quarter = (PW-Month + 2) / 3.

		If PW-Year = Report-Year
		   and Period-Quarter not > Report-Quarter
		   and Period-Quarter > zero
			Add PH-FUTA to FQ-Amount(Period-Quarter)
		End-if.

		If PW-Year = Report-Year
		   and Period-Quarter = Report-Quarter
			Perform 2100-Take-Record
		End-if.

		Read Pay-History-File
			at end move "yes" to Eof-Flag.

      * a record written before the pay run stamped employer taxes
      * (one prog94 has not converted) carries none
	2050-Clean-Taxes.

		If PH-ER-SS not numeric
			Move zero to PH-ER-SS
		End-if.
		If PH-ER-Med not numeric
			Move zero to PH-ER-Med
		End-if.
		If PH-FUTA not numeric
			Move zero to PH-FUTA
		End-if.
		If PH-SUTA not numeric
			Move zero to PH-SUTA
		End-if.

      * one of the quarter's period records into its department
      * row, the control totals, and its deposit period
	2100-Take-Record.

		Add 1 to Selected-Count.

		Add PH-Gross to Control-Gross.
		Add PH-WH to Control-WH.
		Add PH-ER-SS to Control-SS.
		Add PH-ER-Med to Control-Med.
		Add PH-FUTA to Control-FUTA.
		Add PH-SUTA to Control-SUTA.

		Perform 2110-Classify-Employee
			varying Emp-Index from 1 by 1
			until Emp-Index > Emp-Count
			or PH-SSN = EM-SSN(Emp-Index).

		If Emp-Index not > Emp-Count
		   and EM-Dept(Emp-Index) not = spaces
			Move EM-Dept(Emp-Index) to Dept-Work
		Else
			Move "???" to Dept-Work
		End-if.

		Perform 2200-Roll-Department.
		Perform 2300-Roll-Deposit.

      * no-op body; the search for the employee's company row
      * happens entirely in the Perform ... Varying's Until
      * condition
	2110-Classify-Employee.

		Continue.

      * finds or opens the department's liability row
	2200-Roll-Department.

		Perform 2210-Classify-Department
			varying Dept-Index from 1 by 1
			until Dept-Index > Dept-Count
			or DT-Code(Dept-Index) = Dept-Work.

		If Dept-Index > Dept-Count
			If Dept-Count < Dept-Max
				Add 1 to Dept-Count
				Move Dept-Count to Dept-Index
				Move Dept-Work to DT-Code(Dept-Index)
				Move zero to DT-Gross(Dept-Index)
					DT-SS(Dept-Index)
					DT-Med(Dept-Index)
					DT-FUTA(Dept-Index)
					DT-SUTA(Dept-Index)
			Else
				Move "yes" to Overflow-Flag
			End-if
		End-if.

		If Dept-Index not > Dept-Count
			Add PH-Gross to DT-Gross(Dept-Index)
			Add PH-ER-SS to DT-SS(Dept-Index)
			Add PH-ER-Med to DT-Med(Dept-Index)
			Add PH-FUTA to DT-FUTA(Dept-Index)
			Add PH-SUTA to DT-SUTA(Dept-Index)
		End-if.

      * no-op body; the search for the department's row happens
      * entirely in the Perform ... Varying's Until condition
	2210-Classify-Department.

		Continue.

      * finds or opens the federal deposit period the record's
      * withholding and employer FICA fall in: its month, or its own
      * pay date when semiweekly
	2300-Roll-Deposit.

		If semiweekly
			Move PH-Period to Deposit-Key
		Else
			Compute Deposit-Key = PW-Year * 10000
				+ PW-Month * 100 + 1
		End-if.

		Perform 2310-Classify-Deposit
			varying Deposit-Index from 1 by 1
			until Deposit-Index > Deposit-Count
			or DD-Key(Deposit-Index) = Deposit-Key.

		If Deposit-Index > Deposit-Count
			If Deposit-Count < Deposit-Max
				Add 1 to Deposit-Count
				Move Deposit-Count to Deposit-Index
				Move Deposit-Key to
					DD-Key(Deposit-Index)
				Move zero to DD-WH(Deposit-Index)
					DD-FICA(Deposit-Index)
			Else
				Move "yes" to Overflow-Flag
			End-if
		End-if.

		If Deposit-Index not > Deposit-Count
			Add PH-WH to DD-WH(Deposit-Index)
			Add PH-ER-SS to DD-FICA(Deposit-Index)
			Add PH-ER-Med to DD-FICA(Deposit-Index)
		End-if.

      * no-op body; the search for the deposit period happens
      * entirely in the Perform ... Varying's Until condition
	2310-Classify-Deposit.

		Continue.

      * the department page and its proof, the master's proof, the
      * deposit schedule, then the run log
	1300-Finish.

		Close Pay-History-File.

		Move "Liability by department" to SL-Text-Out.
		Write Output-Rec from Section-Line.
		Move spaces to Output-Rec.
		Write Output-Rec.
		Write Output-Rec from Dept-Column-Header.
		Move spaces to Output-Rec.
		Write Output-Rec.

		Perform 3000-Print-Department
			varying Dept-Index from 1 by 1
			until Dept-Index > Dept-Count.

		Move spaces to Output-Rec.
		Write Output-Rec.
		Move spaces to DL-Code-Out.
		Move "Total" to DL-Name-Out.
		Move Dept-Gross to DL-Gross-Out.
		Move Dept-SS to DL-SS-Out.
		Move Dept-Med to DL-Med-Out.
		Move Dept-FUTA to DL-FUTA-Out.
		Move Dept-SUTA to DL-SUTA-Out.
		Compute Row-Total = Dept-SS + Dept-Med + Dept-FUTA
			+ Dept-SUTA.
		Move Row-Total to DL-Total-Out.
		Write Output-Rec from Dept-Line.

		Perform 3100-Print-Proof.
		Perform 3200-Print-Master-Proof.
		Perform 3300-Print-Deposits.

		Move spaces to Output-Rec.
		Write Output-Rec.
		Move "Pay-history records read" to Note-Label-Out.
		Move Read-Count to Note-Count-Out.
		Write Output-Rec from Note-Line.
		Move "Period records in the quarter" to Note-Label-Out.
		Move Selected-Count to Note-Count-Out.
		Write Output-Rec from Note-Line.

		If table-overflow
			Move spaces to Output-Rec
			Write Output-Rec
			Move "** a table overflowed - incomplete **"
				to SL-Text-Out
			Write Output-Rec from Section-Line
			Move 8 to Return-Code
		Else
			If not in-balance
				Move 4 to Return-Code
			End-if
		End-if.

		Move spaces to Output-Rec.
		Write Output-Rec.
		Write Output-Rec from Report-Footer.

		Perform 1900-Write-Run-Log.

		Close Output-File Run-Control-File.

      * appends one line to runcontrol.log recording when this run
      * happened, the period records read, and those reported
	1900-Write-Run-Log.

		Move function current-date to Current-Date-Time.

		String CDT-Month "/" CDT-Day "/" CDT-Year
			Delimited by size into RCL-Date
		End-string.

		String CDT-Hour ":" CDT-Minute ":" CDT-Second
			Delimited by size into RCL-Time
		End-string.

		Move Read-Count to RCL-Input-Out.
		Move Selected-Count to RCL-Output-Out.
		If in-balance
			Move zero to RCL-Error-Out
		Else
			Move 1 to RCL-Error-Out
		End-if.

		Write Run-Control-Rec from Run-Control-Line.

      * one department's line, named off deptmast.dat, and its
      * share of the department totals
	3000-Print-Department.

		Move DT-Code(Dept-Index) to DL-Code-Out.

		Perform 3010-Classify-Name
			varying Name-Index from 1 by 1
			until Name-Index > Name-Count
			or NM-Code(Name-Index) = DT-Code(Dept-Index).

		If Name-Index not > Name-Count
			Move NM-Name(Name-Index) to DL-Name-Out
		Else
			Move spaces to DL-Name-Out
		End-if.

		Move DT-Gross(Dept-Index) to DL-Gross-Out.
		Move DT-SS(Dept-Index) to DL-SS-Out.
		Move DT-Med(Dept-Index) to DL-Med-Out.
		Move DT-FUTA(Dept-Index) to DL-FUTA-Out.
		Move DT-SUTA(Dept-Index) to DL-SUTA-Out.
		Compute Row-Total = DT-SS(Dept-Index)
			+ DT-Med(Dept-Index) + DT-FUTA(Dept-Index)
			+ DT-SUTA(Dept-Index).
		Move Row-Total to DL-Total-Out.
		Write Output-Rec from Dept-Line.

		Add DT-Gross(Dept-Index) to Dept-Gross.
		Add DT-SS(Dept-Index) to Dept-SS.
		Add DT-Med(Dept-Index) to Dept-Med.
		Add DT-FUTA(Dept-Index) to Dept-FUTA.
		Add DT-SUTA(Dept-Index) to Dept-SUTA.

      * no-op body; the search for the department's name happens
      * entirely in the Perform ... Varying's Until condition
	3010-Classify-Name.

		Continue.

      * each tax's department total against the control total
      * taken straight off the quarter's period records
	3100-Print-Proof.

		Move spaces to Output-Rec.
		Write Output-Rec.
		Move "Department totals proved to payhist.dat"
			to SL-Text-Out.
		Write Output-Rec from Section-Line.
		Move spaces to Output-Rec.
		Write Output-Rec.
		Write Output-Rec from Tie-Column-Header.

		Move "Gross wages" to TL-Label-Out.
		Move Dept-Gross to TL-Reported-Out.
		Move Control-Gross to TL-Proved-Out.
		Perform 3150-Write-Tie.

		Move "Social security match" to TL-Label-Out.
		Move Dept-SS to TL-Reported-Out.
		Move Control-SS to TL-Proved-Out.
		Perform 3150-Write-Tie.

		Move "Medicare match" to TL-Label-Out.
		Move Dept-Med to TL-Reported-Out.
		Move Control-Med to TL-Proved-Out.
		Perform 3150-Write-Tie.

		Move "FUTA" to TL-Label-Out.
		Move Dept-FUTA to TL-Reported-Out.
		Move Control-FUTA to TL-Proved-Out.
		Perform 3150-Write-Tie.

		Move "SUTA" to TL-Label-Out.
		Move Dept-SUTA to TL-Reported-Out.
		Move Control-SUTA to TL-Proved-Out.
		Perform 3150-Write-Tie.

      * one proof line, ties or not; the edited figures are compared
      * since both sides carry the same scale
	3150-Write-Tie.

		If TL-Reported-Out = TL-Proved-Out
			Move "ties" to TL-Status-Out
		Else
			Move "OUT OF BALANCE" to TL-Status-Out
			Move "no" to Balance-Flag
		End-if.
		Write Output-Rec from Tie-Line.

      * the employer tax master against the history's year to date;
      * only meaningful for the year the master is carrying - the
      * year of the latest period paid - since prog56 empties it at
      * year end
	3200-Print-Master-Proof.

		Move Latest-Period to Period-Work.
		If PW-Year not = Report-Year
			Move spaces to Output-Rec
			Write Output-Rec
			Move "Employer tax master not proved - it"
				to SL-Text-Out
			Write Output-Rec from Section-Line
			Move "carries another year than this quarter."
				to SL-Text-Out
			Write Output-Rec from Section-Line
		Else
			Perform 3210-Prove-Master
		End-if.

	3210-Prove-Master.

		Open Input Pay-History-File.
		Move "no" to Eof-Flag.
		Read Pay-History-File
			at end move "yes" to Eof-Flag.
		Perform 3220-Sum-History-Year until end-reached.
		Close Pay-History-File.

		Open Input Employer-Ytd-File.
		Read Employer-Ytd-File
			at end move "yes" to Master-Eof.
		Perform 3230-Sum-Master until master-end.
		Close Employer-Ytd-File.

		Move spaces to Output-Rec.
		Write Output-Rec.
		Move "Employer tax master (ertaxytd.dat) proved to"
			to SL-Text-Out.
		Write Output-Rec from Section-Line.
		Move "payhist.dat year to date" to SL-Text-Out.
		Write Output-Rec from Section-Line.
		Move spaces to Output-Rec.
		Write Output-Rec.
		Write Output-Rec from Tie-Column-Header.

		Move "Social security match" to TL-Label-Out.
		Move Master-SS to TL-Reported-Out.
		Move History-Ytd-SS to TL-Proved-Out.
		Perform 3150-Write-Tie.

		Move "Medicare match" to TL-Label-Out.
		Move Master-Med to TL-Reported-Out.
		Move History-Ytd-Med to TL-Proved-Out.
		Perform 3150-Write-Tie.

		Move "FUTA" to TL-Label-Out.
		Move Master-FUTA to TL-Reported-Out.
		Move History-Ytd-FUTA to TL-Proved-Out.
		Perform 3150-Write-Tie.

		Move "SUTA" to TL-Label-Out.
		Move Master-SUTA to TL-Reported-Out.
		Move History-Ytd-SUTA to TL-Proved-Out.
		Perform 3150-Write-Tie.

	3220-Sum-History-Year.

		Perform 2050-Clean-Taxes.
		Move PH-Period to Period-Work.
		If PW-Year = Report-Year
			Add PH-ER-SS to History-Ytd-SS
			Add PH-ER-Med to History-Ytd-Med
			Add PH-FUTA to History-Ytd-FUTA
			Add PH-SUTA to History-Ytd-SUTA
		End-if.

		Read Pay-History-File
			at end move "yes" to Eof-Flag.

	3230-Sum-Master.

		Add EY-SS to Master-SS.
		Add EY-Med to Master-Med.
		Add EY-FUTA to Master-FUTA.
		Add EY-SUTA to Master-SUTA.

		Read Employer-Ytd-File
			at end move "yes" to Master-Eof.

      * what is due and when: the federal deposits period by
      * period, then the quarter's FUTA and SUTA
	3300-Print-Deposits.

		Move spaces to Output-Rec.
		Write Output-Rec.
		If semiweekly
			Move "Deposit schedule - federal semiweekly"
				to SL-Text-Out
		Else
			Move "Deposit schedule - federal monthly"
				to SL-Text-Out
		End-if.
		Write Output-Rec from Section-Line.
		Move spaces to Output-Rec.
		Write Output-Rec.
		Write Output-Rec from Deposit-Column-Header.

		Perform 3310-Print-Federal
			varying Deposit-Index from 1 by 1
			until Deposit-Index > Deposit-Count.

		Perform 3320-Roll-Futa
			varying Futa-Index from 1 by 1
			until Futa-Index > Report-Quarter.

      * the last day of the month after the quarter, for FUTA and
      * SUTA alike
		If Report-Quarter = 4
			Compute DU-Year = Report-Year + 1
			Move 1 to DU-Month
			Move 31 to DU-Day
		Else
			Move Report-Year to DU-Year
			Compute DU-Month = Report-Quarter * 3 + 1
			If DU-Month = 4
				Move 30 to DU-Day
			Else
				Move 31 to DU-Day
			End-if
		End-if.
		Perform 3400-Roll-Weekend.

		Move "FUTA" to DP-Kind-Out.
		Move spaces to DP-Basis-Out.
		String "Q" Report-Quarter " " Report-Year
			" + carried"
			Delimited by size into DP-Basis-Out
		End-string.
		Move zero to DP-WH-Out.
		Move Futa-Carry to DP-Employer-Out.
		If Futa-Carry > Futa-Threshold or Report-Quarter = 4
			Move Futa-Carry to DP-Amount-Out
			Move Due-Date to Date-Edit
			Move Date-Edit to DP-Due-Out
		Else
			Move zero to DP-Amount-Out
			Move "carried to next quarter" to DP-Due-Out
		End-if.
		Write Output-Rec from Deposit-Line.

		Move "SUTA" to DP-Kind-Out.
		Move spaces to DP-Basis-Out.
		String "Q" Report-Quarter " " Report-Year
			Delimited by size into DP-Basis-Out
		End-string.
		Move zero to DP-WH-Out.
		Move Control-SUTA to DP-Employer-Out.
		Move Control-SUTA to DP-Amount-Out.
		Move Due-Date to Date-Edit.
		Move Date-Edit to DP-Due-Out.
		Write Output-Rec from Deposit-Line.

      * one federal deposit period: withholding plus the employer
      * FICA; a month is due the 15th of the next month, a
      * semiweekly pay date the Wednesday after a Wednesday to
      * Friday payday and the Friday after any other
	3310-Print-Federal.

		Move "Federal withholding+FICA" to DP-Kind-Out.
		Move spaces to DP-Basis-Out.
		Move DD-Key(Deposit-Index) to Due-Date.

		If semiweekly
			Move Due-Date to Date-Edit
			String "paid " Date-Edit
				Delimited by size into DP-Basis-Out
			End-string
			Compute Due-Serial =
				Function Integer-of-date(Due-Date)
			Compute Week-Day-Num =
				Function Mod(Due-Serial, 7)
			If Week-Day-Num > 2 and Week-Day-Num < 6
				Compute Days-Ahead = 10 - Week-Day-Num
			Else
				Compute Days-Ahead = Function
					Mod(12 - Week-Day-Num, 7)
			End-if
			Add Days-Ahead to Due-Serial
			Compute Due-Date =
				Function Date-of-integer(Due-Serial)
		Else
			Move DU-Year to ME-Year
			Move DU-Month to ME-Month
			String "month " Month-Edit
				Delimited by size into DP-Basis-Out
			End-string
			If DU-Month = 12
				Add 1 to DU-Year
				Move 1 to DU-Month
			Else
				Add 1 to DU-Month
			End-if
			Move 15 to DU-Day
		End-if.
		Perform 3400-Roll-Weekend.

		Move DD-WH(Deposit-Index) to DP-WH-Out.
		Move DD-FICA(Deposit-Index) to DP-Employer-Out.
		Compute Row-Total = DD-WH(Deposit-Index)
			+ DD-FICA(Deposit-Index).
		Move Row-Total to DP-Amount-Out.
		Move Due-Date to Date-Edit.
		Move Date-Edit to DP-Due-Out.
		Write Output-Rec from Deposit-Line.

      * the year's FUTA a quarter at a time: a quarter's liability
      * joins whatever is still undeposited, and the lot is
      * deposited once it passes the threshold; what is left after
      * the reported quarter is what its line shows
	3320-Roll-Futa.

		Add FQ-Amount(Futa-Index) to Futa-Carry.
		If Futa-Index < Report-Quarter
		   and Futa-Carry > Futa-Threshold
			Move zero to Futa-Carry
		End-if.

      * a due date on a Saturday or Sunday moves to the Monday
	3400-Roll-Weekend.

		Compute Due-Serial = Function Integer-of-date(Due-Date).
		Compute Week-Day-Num = Function Mod(Due-Serial, 7).
		If Week-Day-Num = 6
			Add 2 to Due-Serial
		End-if.
		If Week-Day-Num = 0
			Add 1 to Due-Serial
		End-if.
		Compute Due-Date = Function Date-of-integer(Due-Serial).
