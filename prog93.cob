        Identification Division.
        Program-Id. prog93.
        Date-Written. 10/15/2026.
        Author. Lucas Henry.
        Date-Compiled.

      * employee change listing for payroll's review before the
      * run: every empaud.dat line prog92 stamped after one pay
      * period's end date and on or before another's, in the order
      * keyed - when, who keyed it, the employee (masked SSN, and
      * the name as company.dat now carries it), the transaction,
      * the field, and the value before and after - with a count of
      * each kind of transaction and of the rate changes; the
      * periods are keyed yyyymmdd, a blank from-period taking the
      * latest period on payhist.dat (so the default is everything
      * since the last payroll) and a blank through-period taking
      * today; the third line is the company file's path, blank for
      * the usual

        Environment Division.

        Input-Output Section.
        File-Control.

                Select Optional Audit-File
                       assign to "empaud.dat"
                       organization is line sequential.
                Select Optional Pay-History-File
                       assign to "payhist.dat"
                       organization is line sequential.
                Select Optional Company-File
                       assign to Company-File-Path.
                Select Output-File
                       assign to "prog93out.dat"
                       organization is line sequential.
		Select Run-Control-File
			assign to "runcontrol.log"
			organization is line sequential.

        Data Division.

        File Section.
	FD	Audit-File.
	01	Audit-Rec.
	Copy "empaud.cpy".

      * the pay run's history; only the period, and whether it was
      * a regular period's check or an off-cycle one, is needed here
	FD	Pay-History-File.
	01	Pay-History-Rec.
		02 PH-Period		Pic 9(8).
		02 Filler		Pic x(113).
		02 PH-Run-Type		Pic x(1).

	FD	Company-File.
	01	Company-Rec.
		02 Last-Name		Pic x(10).
		02 First-Name		Pic x(20).
		02 Filler		Pic x(54).
		02 Dept-Code		Pic x(3).
		02 Hired		Pic x(10).
		02 SSN			Pic x(7).
		02 Filler		Pic x(7).

	FD	Output-File.
	01	Output-Rec		Pic x(132).

	FD	Run-Control-File.
	01	Run-Control-Rec		Pic x(54).

	Working-Storage Section.

	01	From-Param		Pic x(8) value spaces.

	01	Through-Param		Pic x(8) value spaces.

	01	From-Date		Pic 9(8) value zero.

	01	Through-Date		Pic 9(8) value zero.

	01	Company-File-Path	Pic x(80) value
		"/home1/c/a/acsi203/company.dat".

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

	01	History-Eof		Pic x(3) value "no".
		88 history-end value "yes".

	01	Company-Eof		Pic x(3) value "no".
		88 company-end value "yes".

      * one audit line's mm/dd/yyyy date turned yyyymmdd
	01	Audit-Date		Pic 9(8) value zero.

	01	Audit-Date-Parts redefines Audit-Date.
		02 AD-Year		Pic 9(4).
		02 AD-Month		Pic 9(2).
		02 AD-Day		Pic 9(2).

      * the employee names in memory, for the listing
	01	Emp-Count		Pic 9(4) value zero.

	01	Emp-Max			Pic 9(4) value 500.

	01	Emp-Index		Pic 9(4) value zero.

	01	Emp-Table.
		02 Emp-Data occurs 1 to 500 times
			depending on Emp-Count.
		03 EM-SSN		Pic x(7).
		03 EM-Last		Pic x(10).
		03 EM-First		Pic x(20).

	01	Masked-SSN		Pic x(8) value spaces.

	01	Read-Count		Pic 9(7) value zero.

	01	Listed-Count		Pic 9(7) value zero.

	01	Hire-Count		Pic 9(7) value zero.

	01	Rehire-Count		Pic 9(7) value zero.

	01	Term-Count		Pic 9(7) value zero.

	01	Change-Count		Pic 9(7) value zero.

	01	Rate-Count		Pic 9(7) value zero.

	01	Report-Header.
		02 Filler		Pic x(46) value spaces.
		02 Filler		Pic x(40) value
		    "Employee Master Changes for Review".
		02 Filler		Pic x(46) value spaces.

	01	Period-Line.
		02 Filler		Pic x(20) value
		    "Changes keyed after ".
		02 PL-From-Out		Pic 9999/99/99.
		02 Filler		Pic x(16) value
		    " through end of ".
		02 PL-Through-Out	Pic 9999/99/99.
		02 Filler		Pic x(76) value spaces.

	01	Column-Header.
		02 Filler		Pic x(12) value "Date".
		02 Filler		Pic x(10) value "Time".
		02 Filler		Pic x(10) value "Operator".
		02 Filler		Pic x(10) value "SSN".
		02 Filler		Pic x(26) value "Name".
		02 Filler		Pic x(8) value "Action".
		02 Filler		Pic x(12) value "Field".
		02 Filler		Pic x(24) value "Before".
		02 Filler		Pic x(20) value "After".

	01	Detail-Line.
		02 DL-Date-Out		Pic x(10).
		02 Filler		Pic x(2) value spaces.
		02 DL-Time-Out		Pic x(8).
		02 Filler		Pic x(2) value spaces.
		02 DL-Operator-Out	Pic x(8).
		02 Filler		Pic x(2) value spaces.
		02 DL-SSN-Out		Pic x(8).
		02 Filler		Pic x(2) value spaces.
		02 DL-Name-Out		Pic x(24).
		02 Filler		Pic x(2) value spaces.
		02 DL-Action-Out	Pic x(6).
		02 Filler		Pic x(2) value spaces.
		02 DL-Field-Out		Pic x(10).
		02 Filler		Pic x(2) value spaces.
		02 DL-Before-Out	Pic x(20).
		02 Filler		Pic x(4) value " -> ".
		02 DL-After-Out		Pic x(20).

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
      * audit lines read, output the lines listed
	01	Run-Control-Line.
		02 RCL-Program		Pic x(8) value "PROG93".
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

      * settles the two periods, loads the names, and starts the
      * listing
	1000-Init.

		Move function current-date to Current-Date-Time.

		Accept From-Param from Sysin.
		Accept Through-Param from Sysin.
		Accept Company-File-Path from Sysin.
		If Company-File-Path = spaces
			Move "/home1/c/a/acsi203/company.dat"
				to Company-File-Path
		End-if.

		If From-Param numeric
			Move From-Param to From-Date
		Else
			Open Input Pay-History-File
			Perform 1100-Read-History until history-end
			Close Pay-History-File
		End-if.

		If Through-Param numeric
			Move Through-Param to Through-Date
		Else
			Compute Through-Date = CDT-Year * 10000 +
				CDT-Month * 100 + CDT-Day
		End-if.

		Open Input Company-File.
		Perform 1050-Read-Company
			varying Emp-Index from 1 by 1
			until company-end or Emp-Index > Emp-Max.
		Close Company-File.

		Open Input Audit-File.
		Open Output Output-File.
		Open Extend Run-Control-File.

		Write Output-Rec from Report-Header.
		Move spaces to Output-Rec.
		Write Output-Rec.
		Move From-Date to PL-From-Out.
		Move Through-Date to PL-Through-Out.
		Write Output-Rec from Period-Line.
		Move spaces to Output-Rec.
		Write Output-Rec.
		Write Output-Rec from Column-Header.
		Move spaces to Output-Rec.
		Write Output-Rec.

		Read Audit-File at end move "yes" to Eof-Flag.

      * reads one employee's name record into the next free slot of
      * Emp-Table
	1050-Read-Company.

		Read Company-File at end move "yes" to Company-Eof
		End-read.

		If not company-end
			Move SSN to EM-SSN(Emp-Index)
			Move Last-Name to EM-Last(Emp-Index)
			Move First-Name to EM-First(Emp-Index)
			Move Emp-Index to Emp-Count
		End-if.

      * the latest period the payroll run has paid; an off-cycle
      * check's pay day is not a period, nor is a final-pay check's
      * termination date
	1100-Read-History.

		Read Pay-History-File at end move "yes" to History-Eof.

		If not history-end and PH-Run-Type not = "O"
		   and PH-Run-Type not = "F"
			If PH-Period > From-Date
				Move PH-Period to From-Date
			End-if
		End-if.

      * one audit line: listed when its date falls after the
      * from-period and on or before the through-period
	1200-Main-Loop.

		Add 1 to Read-Count.

		Move zero to Audit-Date.
		If EA-Date(1:2) numeric and EA-Date(4:2) numeric
		   and EA-Date(7:4) numeric
			Move EA-Date(7:4) to AD-Year
			Move EA-Date(1:2) to AD-Month
			Move EA-Date(4:2) to AD-Day
		End-if.

		If Audit-Date > From-Date
		   and Audit-Date not > Through-Date
			Perform 2100-List-Line
		End-if.

		Read Audit-File at end move "yes" to Eof-Flag.

      * the totals and the run log
	1300-Finish.

		If Listed-Count = zero
			Move "No employee changes in the period."
				to Output-Rec
			Write Output-Rec
		End-if.

		Move spaces to Output-Rec.
		Write Output-Rec.

		Move "Audit lines read" to Note-Label-Out.
		Move Read-Count to Note-Count-Out.
		Write Output-Rec from Note-Line.

		Move "Changes listed" to Note-Label-Out.
		Move Listed-Count to Note-Count-Out.
		Write Output-Rec from Note-Line.

		Move "  hires" to Note-Label-Out.
		Move Hire-Count to Note-Count-Out.
		Write Output-Rec from Note-Line.

		Move "  rehires" to Note-Label-Out.
		Move Rehire-Count to Note-Count-Out.
		Write Output-Rec from Note-Line.

		Move "  terminations" to Note-Label-Out.
		Move Term-Count to Note-Count-Out.
		Write Output-Rec from Note-Line.

		Move "  field changes" to Note-Label-Out.
		Move Change-Count to Note-Count-Out.
		Write Output-Rec from Note-Line.

		Move "Rate lines among them (Salary)" to Note-Label-Out.
		Move Rate-Count to Note-Count-Out.
		Write Output-Rec from Note-Line.

		Move spaces to Output-Rec.
		Write Output-Rec.
		Write Output-Rec from Report-Footer.

		Close Audit-File Output-File.

		Perform 1900-Write-Run-Log.
		Close Run-Control-File.

      * appends one line to runcontrol.log recording when this run
      * happened, the audit lines it read, and what it listed
	1900-Write-Run-Log.

		Move function current-date to Current-Date-Time.

		String CDT-Month "/" CDT-Day "/" CDT-Year
			Delimited by size into RCL-Date
		End-string.

		String CDT-Hour ":" CDT-Minute ":" CDT-Second
			Delimited by size into RCL-Time
		End-string.

		Move Read-Count to RCL-Input-Out.
		Move Listed-Count to RCL-Output-Out.
		Move zero to RCL-Error-Out.

		Write Run-Control-Rec from Run-Control-Line.

      * one listed change; a hire, rehire or termination counts on
      * its status line, so each transaction counts once
	2100-List-Line.

		Add 1 to Listed-Count.

		Move "XXX-" to Masked-SSN(1:4).
		Move EA-SSN(4:4) to Masked-SSN(5:4).

		Perform 2110-Classify-Employee varying Emp-Index
			from 1 by 1 until Emp-Index > Emp-Count
			or EM-SSN(Emp-Index) = EA-SSN.

		Move spaces to DL-Name-Out.
		If Emp-Index > Emp-Count
			Move "(not on company file)" to DL-Name-Out
		Else
			String EM-Last(Emp-Index) delimited by space
				", " delimited by size
				EM-First(Emp-Index) delimited by size
				into DL-Name-Out
			End-string
		End-if.

		Move EA-Date to DL-Date-Out.
		Move EA-Time to DL-Time-Out.
		Move EA-Operator to DL-Operator-Out.
		Move Masked-SSN to DL-SSN-Out.
		Move EA-Action to DL-Action-Out.
		Move EA-Field to DL-Field-Out.
		Move EA-Before to DL-Before-Out.
		Move EA-After to DL-After-Out.
		Write Output-Rec from Detail-Line.

		If EA-Field = "Emp-Stat"
			Evaluate EA-Action
				when "HIRE"
					Add 1 to Hire-Count
				when "REHIRE"
					Add 1 to Rehire-Count
				when "TERM"
					Add 1 to Term-Count
			End-evaluate
		End-if.

		If EA-Action = "CHANGE"
			Add 1 to Change-Count
		End-if.

		If EA-Field = "Salary"
			Add 1 to Rate-Count
		End-if.

      * no-op body; the search for the employee happens entirely in
      * the Perform ... Varying's Until condition
	2110-Classify-Employee.

		Continue.
