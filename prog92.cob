        Identification Division.
        Program-Id. prog92.
        Date-Written. 10/15/2026.
        Author. Lucas Henry.
        Date-Compiled.

      * employee master maintenance for company.dat, in the same
      * conversation prog15 and prog44 run against their masters:
      * an operator hires (a new SSN, active), rehires (a terminated
      * employee back to active with a new hired date), terminates
      * (Emp-Stat to T), or changes an employee's name, Mar-Stat,
      * Dept-Code, or Salary (blank keeps the value on file); every
      * transaction gets prog30's edits as it is keyed - the SSN all
      * digits, Mar-Stat M or S, Salary inside prog30's sane range,
      * Hired a real mm/dd/yyyy date, and the department on
      * deptmast.dat once that master is populated - so the edit
      * pass before payroll stops being where the typos are found;
      * company.dat is a plain sequential file every payroll program
      * reads front to back, so it is held in memory in file order,
      * a hire goes on the end, and the file is written back whole
      * after each applied transaction; every changed field is
      * stamped to empaud.dat with the operator and the value before
      * and after, the way prog44 stamps propaud.dat, and prog93
      * lists those lines between two pay periods for payroll's
      * review; the session is governed by permission byte 16 on
      * opermast.dat; every sign-on attempt, accepted or refused, is
      * logged to signon.log for prog89's quarterly access
      * recertification

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
                Select Optional Company-File
                       assign to Company-File-Path.
                Select Optional Dept-File
                       assign to "deptmast.dat"
                       organization is line sequential.
                Select Optional Audit-File
                       assign to "empaud.dat"
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

	FD	Company-File.
	01	Company-File-Rec	Pic x(111).

      * department master naming the cost-center codes, as prog30
      * checks them
	FD	Dept-File.
	01	Dept-Rec.
		02 DP-Code		Pic x(3).
		02 DP-Name		Pic x(20).

	FD	Audit-File.
	01	Audit-Rec		Pic x(119).

	Working-Storage Section.

      * who signed on; byte 16 of OM-Perms governs this program,
      * and the ID goes on every audit line
	01	Operator-Id		Pic x(8) value spaces.

	01	Oper-Found-Flag		Pic x(3) value "no".
		88 oper-found value "yes".

      * the sign-on and audit date/time stamp, split out of Function
      * Current-Date the way prog11 does for cityaud.dat
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

      * one line per changed field, appended to empaud.dat
	01	Audit-Line.
	Copy "empaud.cpy".

      * defaults to the usual location, the same path prog30 and the
      * payroll run default to
	01	Company-File-Path	Pic x(80) value
		"/home1/c/a/acsi203/company.dat".

      * the employee record being worked on, in company.dat's layout
	01	Company-Rec.
		02 Last-Name		Pic x(10).
		02 First-Name		Pic x(20).
		02 Filler		Pic x(54).
		02 Dept-Code		Pic x(3).
		02 Hired		Pic x(10).
		02 SSN			Pic x(7).
		02 Mar-Stat		Pic x.
			88 good-mar-stat values "M" "S".
		02 Emp-Stat		Pic x.
			88 good-emp-stat values "A" "T".
			88 active value "A".
			88 terminated value "T".
		02 Salary		Pic 99v99.
		02 Filler		Pic x.

      * the same record as it stood before the transaction, for the
      * audit comparison; blank for a hire
	01	Old-Company-Rec.
		02 Old-Last-Name	Pic x(10).
		02 Old-First-Name	Pic x(20).
		02 Filler		Pic x(54).
		02 Old-Dept-Code	Pic x(3).
		02 Old-Hired		Pic x(10).
		02 Old-SSN		Pic x(7).
		02 Old-Mar-Stat		Pic x.
		02 Old-Emp-Stat		Pic x.
		02 Old-Salary		Pic 99v99.
		02 Filler		Pic x.

      * company.dat in memory, in file order
	01	Emp-Count		Pic 9(4) value zero.

	01	Emp-Max			Pic 9(4) value 500.

	01	Emp-Index		Pic 9(4) value zero.

	01	Emp-Table.
		02 Emp-Image occurs 1 to 500 times
			depending on Emp-Count	Pic x(111).

	01	Company-Eof		Pic x(3) value "no".
		88 company-end value "yes".

	01	Dept-Eof		Pic x(3) value "no".
		88 dept-end value "yes".

      * the department codes in memory; an empty master skips the
      * department check, as prog30 does
	01	Dept-Count		Pic 9(3) value zero.

	01	Dept-Max		Pic 9(3) value 100.

	01	Dept-Index		Pic 9(3) value zero.

	01	Dept-Table.
		02 Dept-Codes occurs 1 to 100 times
			depending on Dept-Count Pic x(3).

	01	Txn-Code		Pic x value spaces.
		88 hire-txn	value "H" "h".
		88 rehire-txn	value "R" "r".
		88 terminate-txn value "T" "t".
		88 change-txn	value "C" "c".
		88 quit-txn	value "Q" "q".

	01	Audit-Action		Pic x(6) value spaces.

	01	SSN-Entry		Pic x(7) value spaces.

	01	Last-Name-Entry		Pic x(10) value spaces.

	01	First-Name-Entry	Pic x(20) value spaces.

	01	Hired-Entry		Pic x(10) value spaces.

	01	Mar-Stat-Entry		Pic x(1) value spaces.

	01	Dept-Entry		Pic x(3) value spaces.

      * the hourly rate keyed as dollars and cents, e.g. "18.50",
      * then converted via Function Numval
	01	Salary-Entry		Pic x(6) value spaces.

	01	Salary-Value		Pic 9(3)v99 value zero.

      * sane bounds on the hourly rate, prog30's Min-Salary and
      * Max-Salary
	01	Min-Salary		Pic 99v99 value 5.00.

	01	Max-Salary		Pic 99v99 value 99.99.

	01	Confirm-Entry		Pic x(1) value spaces.
		88 confirmed	value "Y" "y".

      * the Hired date pulled apart for the calendar check; carried
      * as mm/dd/yyyy in company.dat
	01	Hired-Month		Pic x(2) value spaces.

	01	Hired-Day		Pic x(2) value spaces.

	01	Hired-Year		Pic x(4) value spaces.

	01	Hired-Month-Num		Pic 9(2) value zero.

	01	Hired-Day-Num		Pic 9(2) value zero.

	01	Hired-Year-Num		Pic 9(4) value zero.

      * calendar max day-of-month; February's entry is bumped from
      * 28 to 29 in leap years, the same table prog30 carries
	01	Days-in-Month-data.
		02 filler		Pic 9(2) value 31.
		02 filler		Pic 9(2) value 28.
		02 filler		Pic 9(2) value 31.
		02 filler		Pic 9(2) value 30.
		02 filler		Pic 9(2) value 31.
		02 filler		Pic 9(2) value 30.
		02 filler		Pic 9(2) value 31.
		02 filler		Pic 9(2) value 31.
		02 filler		Pic 9(2) value 30.
		02 filler		Pic 9(2) value 31.
		02 filler		Pic 9(2) value 30.
		02 filler		Pic 9(2) value 31.

	01	Days-in-Month-table redefines Days-in-Month-data.
		02 days-in-month occurs 12 times Pic 9(2).

	01	Max-Day-This-Month	Pic 9(2) value zero.

	01	Bad-Entry-Flag		Pic x(3) value "no".
		88 bad-entry	value "yes".

	01	Not-Found-Flag		Pic x(3) value "no".
		88 not-found	value "yes".

	01	Audit-Field		Pic x(10) value spaces.

	01	Audit-Before		Pic x(30) value spaces.

	01	Audit-After		Pic x(30) value spaces.

	01	Salary-Out		Pic Z9.99.

	01	Applied-Count		Pic 9(5) value zero.

	01	Rejected-Count		Pic 9(5) value zero.

	Procedure Division.

      * Executes 'Init', 'Main-Loop', and 'Finish', in that order
	0000-Main-Logic.
		Perform 1000-Init.
		Perform 1200-Main-Loop until quit-txn.
		Perform 1300-Finish.
		Stop Run.

      * signs the operator on, then loads company.dat and the
      * department codes
	1000-Init.

		Display "Employee Master Maintenance".
		Perform 1010-Sign-On.

		Display "Company file path (blank for the usual):".
		Accept Company-File-Path from Sysin.
		If Company-File-Path = spaces
			Move "/home1/c/a/acsi203/company.dat"
				to Company-File-Path
		End-if.

		Open Input Company-File.
		Perform 1050-Read-Company
			varying Emp-Index from 1 by 1
			until company-end or Emp-Index > Emp-Max.
		If not company-end
			Read Company-File
				at end move "yes" to Company-Eof
			End-read
			If not company-end
				Display "Company file holds more than "
					Emp-Max " employees."
				Display "Not loaded."
				Close Company-File
				Move 8 to Return-Code
				Stop Run
			End-if
		End-if.
		Close Company-File.

		Open Input Dept-File.
		Perform 1060-Read-Dept
			varying Dept-Index from 1 by 1
			until dept-end or Dept-Index > Dept-Max.
		Close Dept-File.

		Open Extend Audit-File.

		Display "Employees on file: " Emp-Count.

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
			When OM-Perms(16:1) not = "Y"
				Move "NOT-PERMIT" to SL-Outcome
			When other
				Move "ACCEPTED" to SL-Outcome
		End-evaluate.
		Perform 1030-Log-Sign-On.

		If not oper-found or OM-Status not = "A"
		   or OM-Perms(16:1) not = "Y"
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
		Move "PROG92" to SL-Program.

		Open Extend Signon-File.
		Write Signon-Rec from Signon-Line.
		Close Signon-File.

      * reads one employee record into the next free slot of
      * Emp-Table
	1050-Read-Company.

		Read Company-File at end move "yes" to Company-Eof
		End-read.

		If not company-end
			Move Company-File-Rec to Emp-Image(Emp-Index)
			Move Emp-Index to Emp-Count
		End-if.

	1060-Read-Dept.

		Read Dept-File at end move "yes" to Dept-Eof
		End-read.

		If not dept-end
			Move DP-Code to Dept-Codes(Dept-Index)
			Move Dept-Index to Dept-Count
		End-if.

      * prompts for one transaction at a time; a blank or
      * unrecognized code falls through to Q so a stray Enter does
      * not loop forever
	1200-Main-Loop.

		Display "Transaction - Hire, Rehire, Terminate,".
		Display "Change, Quit (H/R/T/C/Q)?".
		Accept Txn-Code from Sysin.

		Evaluate true
			when hire-txn
				Perform 2100-Hire-Employee
			when rehire-txn
				Perform 2200-Rehire-Employee
			when terminate-txn
				Perform 2300-Terminate-Employee
			when change-txn
				Perform 2400-Change-Employee
			when quit-txn
				Continue
			when other
				Display "Unrecognized entry"
				Move "Q" to Txn-Code
		End-evaluate.

	1300-Finish.

		Close Audit-File.

		Display "Transactions applied:  " Applied-Count.
		Display "Transactions rejected: " Rejected-Count.

      * a new employee: an SSN not already on file, the name, the
      * hired date (blank takes today), Mar-Stat, department and
      * rate; the employee starts active and goes on the end of the
      * file
	2100-Hire-Employee.

		Move "HIRE" to Audit-Action.

		Display "SSN (7 digits):".
		Accept SSN-Entry from Sysin.

		Perform 2600-Find-Employee.

		Move "no" to Bad-Entry-Flag.
		If SSN-Entry not numeric
			Display "SSN must be 7 digits."
			Move "yes" to Bad-Entry-Flag
		End-if.
		If not not-found
			Display "That SSN is already on file - use"
			Display "Rehire or Change."
			Move "yes" to Bad-Entry-Flag
		End-if.
		If Emp-Count not < Emp-Max
			Display "Company file is full."
			Move "yes" to Bad-Entry-Flag
		End-if.

		If bad-entry
			Add 1 to Rejected-Count
		Else
			Move spaces to Old-Company-Rec Company-Rec
			Move SSN-Entry to SSN
			Move "A" to Emp-Stat

			Display "Last name:"
			Accept Last-Name-Entry from Sysin
			Move Last-Name-Entry to Last-Name
			Display "First name:"
			Accept First-Name-Entry from Sysin
			Move First-Name-Entry to First-Name

			Perform 2500-Accept-Hired
			Perform 2550-Accept-Pay-Fields
			Perform 2900-Validate-Employee

			If Last-Name = spaces or First-Name = spaces
				Display "Both names must be keyed."
				Move "yes" to Bad-Entry-Flag
			End-if

			If bad-entry
				Display "Employee not hired."
				Add 1 to Rejected-Count
			Else
				Add 1 to Emp-Count
				Move Emp-Count to Emp-Index
				Perform 2700-Apply-Transaction
				Display "Employee hired."
			End-if
		End-if.

      * a terminated employee back to active: a new hired date, and
      * the department and rate they come back at (blank keeps
      * what was on file)
	2200-Rehire-Employee.

		Move "REHIRE" to Audit-Action.

		Display "SSN to rehire:".
		Accept SSN-Entry from Sysin.

		Perform 2600-Find-Employee.

		If not-found
			Display "No employee with that SSN."
			Add 1 to Rejected-Count
		Else
			Perform 2650-Show-Employee
			If not terminated
				Display "Employee is not terminated -"
				Display "use Change."
				Add 1 to Rejected-Count
			Else
				Move "no" to Bad-Entry-Flag
				Move "A" to Emp-Stat
				Perform 2500-Accept-Hired
				Perform 2550-Accept-Pay-Fields
				Perform 2900-Validate-Employee
				If bad-entry
					Display "Employee not rehired."
					Add 1 to Rejected-Count
				Else
					Perform 2700-Apply-Transaction
					Display "Employee rehired."
				End-if
			End-if
		End-if.

      * an active employee to terminated, after the operator sees
      * the record and confirms
	2300-Terminate-Employee.

		Move "TERM" to Audit-Action.

		Display "SSN to terminate:".
		Accept SSN-Entry from Sysin.

		Perform 2600-Find-Employee.

		If not-found
			Display "No employee with that SSN."
			Add 1 to Rejected-Count
		Else
			Perform 2650-Show-Employee
			If not active
				Display "Employee is not active."
				Add 1 to Rejected-Count
			Else
				Display "Terminate this employee (Y/N)?"
				Accept Confirm-Entry from Sysin
				If confirmed
					Move "T" to Emp-Stat
					Perform 2700-Apply-Transaction
					Display "Employee terminated."
				Else
					Display "Not terminated."
					Add 1 to Rejected-Count
				End-if
			End-if
		End-if.

      * name, Mar-Stat, department and rate; blank keeps the value
      * on file
	2400-Change-Employee.

		Move "CHANGE" to Audit-Action.

		Display "SSN to change:".
		Accept SSN-Entry from Sysin.

		Perform 2600-Find-Employee.

		If not-found
			Display "No employee with that SSN."
			Add 1 to Rejected-Count
		Else
			Perform 2650-Show-Employee
			Move "no" to Bad-Entry-Flag

			Display "Last name (blank keeps):"
			Accept Last-Name-Entry from Sysin
			If Last-Name-Entry not = spaces
				Move Last-Name-Entry to Last-Name
			End-if
			Display "First name (blank keeps):"
			Accept First-Name-Entry from Sysin
			If First-Name-Entry not = spaces
				Move First-Name-Entry to First-Name
			End-if

			Perform 2550-Accept-Pay-Fields
			Perform 2900-Validate-Employee

			If bad-entry
				Display "Employee not changed."
				Add 1 to Rejected-Count
			Else
				If Company-Rec = Old-Company-Rec
					Display "Nothing changed."
				Else
					Perform 2700-Apply-Transaction
					Display "Employee changed."
				End-if
			End-if
		End-if.

      * the hired date as mm/dd/yyyy; blank takes today
	2500-Accept-Hired.

		Display "Hired date (mm/dd/yyyy, blank for today):".
		Accept Hired-Entry from Sysin.

		If Hired-Entry = spaces
			Move function current-date to Current-Date-Time
			Move spaces to Hired-Entry
			String CDT-Month "/" CDT-Day "/" CDT-Year
				Delimited by size into Hired-Entry
			End-string
		End-if.

		Move Hired-Entry to Hired.

      * Mar-Stat, department and rate; on a rehire or a change a
      * blank keeps the value on file, on a hire a blank fails the
      * edit
	2550-Accept-Pay-Fields.

		Display "Marital status (M/S):".
		Accept Mar-Stat-Entry from Sysin.
		If Mar-Stat-Entry not = spaces
			Move Mar-Stat-Entry to Mar-Stat
		End-if.

		Display "Department code:".
		Accept Dept-Entry from Sysin.
		If Dept-Entry not = spaces
			Move Dept-Entry to Dept-Code
		End-if.

		Display "Hourly rate (e.g. 18.50):".
		Accept Salary-Entry from Sysin.
		If Salary-Entry not = spaces
			Move zero to Salary-Value
			Compute Salary-Value rounded =
				Function Numval(Salary-Entry)
				on size error
					move "yes" to Bad-Entry-Flag
			End-compute
			If Salary-Value > Max-Salary
				Move "yes" to Bad-Entry-Flag
				Display "Rate outside the sane range."
			Else
				Move Salary-Value to Salary
			End-if
		End-if.

      * looks the keyed SSN up in memory; a hit leaves the record
      * in Company-Rec and its image in Old-Company-Rec
	2600-Find-Employee.

		Move "yes" to Not-Found-Flag.
		Perform 2610-Classify-Employee
			varying Emp-Index from 1 by 1
			until Emp-Index > Emp-Count
			or Emp-Image(Emp-Index)(98:7) = SSN-Entry.

		If Emp-Index not > Emp-Count
			Move "no" to Not-Found-Flag
			Move Emp-Image(Emp-Index) to Company-Rec
			Move Emp-Image(Emp-Index) to Old-Company-Rec
		End-if.

      * no-op body; the search for the SSN happens entirely in the
      * Perform ... Varying's Until condition
	2610-Classify-Employee.

		Continue.

      * the record as it stands, so a transaction starts from what
      * is on file
	2650-Show-Employee.

		Move Salary to Salary-Out.
		Display "Name " Last-Name " " First-Name.
		Display "Hired " Hired "  Status " Emp-Stat
			"  Marital " Mar-Stat.
		Display "Dept " Dept-Code "  Rate " Salary-Out.

      * the checked record back into the table, company.dat written
      * back whole, and a before/after line for each field that
      * moved
	2700-Apply-Transaction.

		Move Company-Rec to Emp-Image(Emp-Index).

		Open Output Company-File.
		Perform 2710-Write-Company
			varying Emp-Index from 1 by 1
			until Emp-Index > Emp-Count.
		Close Company-File.

		Perform 2750-Audit-Differences.
		Add 1 to Applied-Count.

	2710-Write-Company.

		Write Company-File-Rec from Emp-Image(Emp-Index).

      * one audit line per field that differs from the image before
      * the transaction
	2750-Audit-Differences.

		Move "Last-Name" to Audit-Field.
		Move Old-Last-Name to Audit-Before.
		Move Last-Name to Audit-After.
		Perform 2800-Write-Audit.

		Move "First-Name" to Audit-Field.
		Move Old-First-Name to Audit-Before.
		Move First-Name to Audit-After.
		Perform 2800-Write-Audit.

		Move "Hired" to Audit-Field.
		Move Old-Hired to Audit-Before.
		Move Hired to Audit-After.
		Perform 2800-Write-Audit.

		Move "Emp-Stat" to Audit-Field.
		Move Old-Emp-Stat to Audit-Before.
		Move Emp-Stat to Audit-After.
		Perform 2800-Write-Audit.

		Move "Mar-Stat" to Audit-Field.
		Move Old-Mar-Stat to Audit-Before.
		Move Mar-Stat to Audit-After.
		Perform 2800-Write-Audit.

		Move "Dept-Code" to Audit-Field.
		Move Old-Dept-Code to Audit-Before.
		Move Dept-Code to Audit-After.
		Perform 2800-Write-Audit.

		Move "Salary" to Audit-Field.
		Move spaces to Audit-Before.
		If Old-Salary numeric
			Move Old-Salary to Salary-Out
			Move Salary-Out to Audit-Before
		End-if.
		Move Salary to Salary-Out.
		Move Salary-Out to Audit-After.
		Perform 2800-Write-Audit.

      * stamps one changed field to empaud.dat; a field that did not
      * move writes nothing
	2800-Write-Audit.

		If Audit-Before not = Audit-After

			Move function current-date to Current-Date-Time

			Move spaces to Audit-Line
			String CDT-Month "/" CDT-Day "/" CDT-Year
				Delimited by size into EA-Date
			End-string
			String CDT-Hour ":" CDT-Minute ":" CDT-Second
				Delimited by size into EA-Time
			End-string

			Move Operator-Id to EA-Operator
			Move SSN to EA-SSN
			Move Audit-Action to EA-Action
			Move Audit-Field to EA-Field
			Move Audit-Before to EA-Before
			Move " -> " to EA-Arrow
			Move Audit-After to EA-After

			Write Audit-Rec from Audit-Line

		End-if.

      * prog30's edits on the record as keyed: Mar-Stat M or S,
      * Emp-Stat A or T, the rate inside Min-Salary/Max-Salary,
      * Hired a real mm/dd/yyyy date, and the department on the
      * department master when it is populated
	2900-Validate-Employee.

		If not good-mar-stat
			Display "Marital status must be M or S."
			Move "yes" to Bad-Entry-Flag
		End-if.

		If not good-emp-stat
			Move "yes" to Bad-Entry-Flag
		End-if.

		If Salary not numeric
			Display "Rate must be keyed."
			Move "yes" to Bad-Entry-Flag
		Else
			If Salary < Min-Salary or Salary > Max-Salary
				Display "Rate outside the sane range."
				Move "yes" to Bad-Entry-Flag
			End-if
		End-if.

		Perform 2930-Check-Hired-Date.

		If Dept-Count > 0
			Perform 2940-Classify-Dept
				varying Dept-Index from 1 by 1
				until Dept-Index > Dept-Count
				or Dept-Code = Dept-Codes(Dept-Index)
			If Dept-Index > Dept-Count
				Display "Department not on the master."
				Move "yes" to Bad-Entry-Flag
			End-if
		End-if.

      * pulls Hired apart as mm/dd/yyyy and checks it the way
      * prog30's 2130-Check-Hired-Date does: month 1-12, day within
      * that month's count, February adjusted in leap years
	2930-Check-Hired-Date.

		Move Hired(1:2) to Hired-Month.
		Move Hired(4:2) to Hired-Day.
		Move Hired(7:4) to Hired-Year.

		If Hired-Month not numeric or Hired-Day not numeric
		   or Hired-Year not numeric
		   or Hired(3:1) not = "/" or Hired(6:1) not = "/"

			Display "Hired date is not a real date."
			Move "yes" to Bad-Entry-Flag

		Else

			Move Hired-Month to Hired-Month-Num
			Move Hired-Day to Hired-Day-Num
			Move Hired-Year to Hired-Year-Num

			If Hired-Month-Num = 0 or Hired-Month-Num > 12

				Display "Hired date is not a real date."
				Move "yes" to Bad-Entry-Flag

			Else

				Move days-in-month(Hired-Month-Num) to
					Max-Day-This-Month

				If Hired-Month-Num = 2 and
				   FUNCTION MOD(Hired-Year-Num, 4) = 0
				   and (FUNCTION MOD(Hired-Year-Num,
				   100) not = 0 or
				   FUNCTION MOD(Hired-Year-Num, 400)
				   = 0)

					Move 29 to Max-Day-This-Month

				End-if

				If Hired-Day-Num = 0 or
				   Hired-Day-Num > Max-Day-This-Month

					Display "Hired date is not a"
						" real date."
					Move "yes" to Bad-Entry-Flag

				End-if

			End-if

		End-if.

      * no-op body; the search for the department code happens
      * entirely in the Perform ... Varying's Until condition
	2940-Classify-Dept.

		Continue.
