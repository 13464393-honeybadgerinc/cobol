        Identification Division.
        Program-Id. prog97.
        Date-Written. 10/15/2026.
        Author. Lucas Henry.
        Date-Compiled.

      * bank reconciliation of the check register, so the month-end
      * outstanding-check list stops being ticked off a statement by
      * hand: the bank's paid-check file (check number, amount, paid
      * date) is matched by check number against chkreg.dat - each
      * check it pays is marked paid on the register with the date
      * and the amount the bank paid, and the exceptions are listed:
      * an amount that differs from the register, a number the
      * register never issued, a second presentment of a check
      * already paid, and a presentment of a check already voided;
      * the checks still outstanding are listed with their age in
      * days as of the reconciliation date, and any outstanding past
      * the stale-date limit (paramast.dat STALEDAYS in force, else
      * 180 days) is voided on the register - for an active employee
      * the same net amount goes straight back out as a reissue check
      * on the register, numbered on from the register's high number
      * and printed to chkprint.dat the way prog58 reissues a bounced
      * deposit, so the money is not grossed up a second time by the
      * pay run; for anyone else the void list marks it unclaimed
      * property for the escheat report - and each void goes to the
      * bank as a V line and each reissue as an I line on the
      * positive-pay file (posipay.dat, posipay.cpy), the batch
      * closed with a trailer of the count and dollars sent, so the
      * bank refuses the stale check if it ever turns up;
      * chkreg.dat is rewritten whole, so a
      * register bigger than the table is refused before anything is
      * touched (return code 8), and a stale check whose reissue would
      * not fit the table is left outstanding as an exception; any
      * exception is return code 4; the
      * Sysin lines are the bank file's path (blank = bankpaid.dat),
      * the reconciliation date yyyymmdd (blank = today), and the
      * company file's path

        Environment Division.

        Input-Output Section.
        File-Control.

                Select Paid-File
                       assign to Paid-File-Path
                       organization is line sequential.
                Select Optional Check-Register-File
                       assign to "chkreg.dat"
                       organization is line sequential.
                Select Optional Check-Print-File
                       assign to "chkprint.dat"
                       organization is line sequential.
                Select Company-File
                       assign to Company-File-Path.
                Select Optional Pay-Account-File
                       assign to "ppacct.dat"
                       organization is line sequential.
                Select Optional Positive-Pay-File
                       assign to "posipay.dat"
                       organization is line sequential.
                Select Optional Pos-Pay-History-File
                       assign to "pphist.dat"
                       organization is line sequential.
		Select Optional Param-File
			assign to "/home1/c/a/acsi203/paramast.dat"
			organization is indexed
			access mode is sequential
			record key is PRM-Key.
                Select Output-File
                       assign to "prog97out.dat"
                       organization is line sequential.
		Select Run-Control-File
			assign to "runcontrol.log"
			organization is line sequential.

        Data Division.

        File Section.
      * one record per check the bank paid, as the bank sends it
	FD	Paid-File.
	01	Paid-Rec.
		02 BP-Number		Pic 9(6).
		02 BP-Amount		Pic 9(11)v99.
		02 BP-Paid-Date		Pic 9(8).

      * every check cut, by the pay run and the reissues here and in
      * prog58; the
      * status is blank while outstanding, P once the bank pays it,
      * V once voided here
	FD	Check-Register-File.
	01	Check-Register-Rec.
		02 CK-Number		Pic 9(6).
		02 CK-Period		Pic 9(8).
		02 CK-SSN		Pic 9(7).
		02 CK-Last-Name		Pic x(10).
		02 CK-First-Name	Pic x(20).
		02 CK-Amount		Pic 9(11)v99.
		02 CK-Status		Pic x(1).
		02 CK-Status-Date	Pic 9(8).
		02 CK-Paid-Amount	Pic 9(11)v99.

      * the reissue checks' pages, added after whatever is already
      * waiting to print
	FD	Check-Print-File.
	01	Check-Print-Rec		Pic x(80).

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

      * the disbursement account the checks are drawn on
	FD	Pay-Account-File.
	01	Pay-Account-Rec.
		02 PA-Account		Pic x(12).

	FD	Positive-Pay-File.
	01	Positive-Pay-Rec	Pic x(80).

	FD	Pos-Pay-History-File.
	01	Pos-Pay-History-Rec	Pic x(96).

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

	01	Paid-File-Path		Pic x(80) value "bankpaid.dat".

	01	Company-File-Path	Pic x(80) value
		"/home1/c/a/acsi203/company.dat".

	01	Recon-Date-Entry	Pic x(8) value spaces.

	01	Recon-Date		Pic 9(8) value zero.

	01	Current-Date-Time.
		02 CDT-Year		Pic 9(4).
		02 CDT-Month		Pic 9(2).
		02 CDT-Day		Pic 9(2).
		02 CDT-Hour		Pic 9(2).
		02 CDT-Minute		Pic 9(2).
		02 CDT-Second		Pic 9(2).
		02 Filler		Pic x(7).

      * days a check may stay outstanding before it is voided;
      * paramast.dat's STALEDAYS can move it
	01	Stale-Days		Pic 9(5) value 180.

	01	Eof-Flag		Pic x(3) value "no".
		88 end-reached value "yes".

	01	Register-Eof		Pic x(3) value "no".
		88 register-end value "yes".

	01	Company-Eof		Pic x(3) value "no".
		88 company-end value "yes".

	01	Param-Eof		Pic x(3) value "no".
		88 param-end value "yes".

      * the register in memory, marked as the bank's items match and
      * written back whole at the end
	01	Check-Count		Pic 9(5) value zero.

	01	Check-Max		Pic 9(5) value 5000.

	01	Check-Index		Pic 9(5) value zero.

	01	Check-Table.
		02 Check-Data occurs 1 to 5000 times
			depending on Check-Count.
			03 CT-Number	Pic 9(6).
			03 CT-Period	Pic 9(8).
			03 CT-SSN	Pic 9(7).
			03 CT-Last	Pic x(10).
			03 CT-First	Pic x(20).
			03 CT-Amount	Pic 9(11)v99.
			03 CT-Status	Pic x(1).
			03 CT-Status-Date
					Pic 9(8).
			03 CT-Paid-Amount
					Pic 9(11)v99.

      * each employee's status off company.dat, to tell a reissue
      * from unclaimed property
	01	Emp-Count		Pic 9(4) value zero.

	01	Emp-Max			Pic 9(4) value 500.

	01	Emp-Index		Pic 9(4) value zero.

	01	Emp-Table.
		02 Emp-Data occurs 1 to 500 times
			depending on Emp-Count.
			03 EM-SSN	Pic 9(7).
			03 EM-Stat	Pic x(1).

	01	Age-Days		Pic s9(7) value zero.

      * the register's high check number; a reissue takes the next
	01	Check-Number		Pic 9(6) value 100000.

	01	Pay-Account		Pic x(12) value spaces.

	01	Pos-Pay-Work.
	Copy "posipay.cpy".

	01	Send-Date-Time.
		02 Send-Date		Pic 9(8).
		02 Filler		Pic x(13).

	01	Paid-Count		Pic 9(6) value zero.

	01	Matched-Count		Pic 9(6) value zero.

	01	Mismatch-Count		Pic 9(6) value zero.

	01	Not-Issued-Count	Pic 9(6) value zero.

	01	Duplicate-Count		Pic 9(6) value zero.

	01	Void-Paid-Count		Pic 9(6) value zero.

	01	Exception-Count		Pic 9(6) value zero.

	01	Outstanding-Count	Pic 9(6) value zero.

	01	Outstanding-Total	Pic 9(13)v99 value zero.

	01	Void-Count		Pic 9(6) value zero.

	01	Void-Total		Pic 9(13)v99 value zero.

	01	Unclaimed-Count		Pic 9(6) value zero.

	01	Reissue-Count		Pic 9(6) value zero.

	01	Reissue-Total		Pic 9(13)v99 value zero.

	01	Reissue-Disposition.
		02 Filler		Pic x(21) value
		    "VOIDED - REISSUED AS ".
		02 RD-Number-Out	Pic 9(6).

	01	Check-Head-Line.
		02 Filler		Pic x(7) value "Check #".
		02 CP-Number-Out	Pic 9(6).
		02 Filler		Pic x(10) value "  period  ".
		02 CP-Period-Out	Pic 9(8).
		02 Filler		Pic x(49) value spaces.

	01	Check-Pay-Line.
		02 Filler		Pic x(21) value
			"Pay to the order of: ".
		02 CP-First-Out		Pic x(20).
		02 Filler		Pic x(1) value spaces.
		02 CP-Last-Out		Pic x(10).
		02 Filler		Pic x(28) value spaces.

	01	Check-Amount-Line.
		02 Filler		Pic x(12) value
			"The sum of: ".
		02 CP-Amount-Out	Pic $$$,$$$,$$9.99.
		02 Filler		Pic x(54) value spaces.

	01	Paid-Total		Pic 9(13)v99 value zero.

	01	Report-Header.
		02 Filler		Pic x(48) value spaces.
		02 Filler		Pic x(36) value
		    "Check Register Bank Reconciliation".
		02 Filler		Pic x(48) value spaces.

	01	Recon-Line.
		02 Filler		Pic x(17) value
		    "Reconciled as of ".
		02 RL-Date-Out		Pic 9999/99/99.
		02 Filler		Pic x(21) value
		    "   stale after days: ".
		02 RL-Stale-Out		Pic ZZZZ9.
		02 Filler		Pic x(79) value spaces.

	01	Section-Line.
		02 SL-Text-Out		Pic x(60).
		02 Filler		Pic x(72) value spaces.

	01	Exception-Header.
		02 Filler		Pic x(26) value "Exception".
		02 Filler		Pic x(8) value "Check #".
		02 Filler		Pic x(19) value
		    "       Bank amount".
		02 Filler		Pic x(19) value
		    "   Register amount".
		02 Filler		Pic x(12) value "  Paid date".
		02 Filler		Pic x(48) value "  Payee".

	01	Exception-Line.
		02 EL-Text-Out		Pic x(24).
		02 Filler		Pic x(2) value spaces.
		02 EL-Number-Out	Pic 9(6).
		02 Filler		Pic x(2) value spaces.
		02 EL-Bank-Out		Pic ZZ,ZZZ,ZZZ,ZZ9.99.
		02 Filler		Pic x(2) value spaces.
		02 EL-Register-Out	Pic ZZ,ZZZ,ZZZ,ZZ9.99
					Blank When Zero.
		02 Filler		Pic x(2) value spaces.
		02 EL-Date-Out		Pic 9999/99/99.
		02 Filler		Pic x(2) value spaces.
		02 EL-Last-Out		Pic x(10).
		02 Filler		Pic x(1) value spaces.
		02 EL-First-Out		Pic x(20).
		02 Filler		Pic x(17) value spaces.

	01	Check-Header.
		02 Filler		Pic x(8) value "Check #".
		02 Filler		Pic x(12) value "Issued".
		02 Filler		Pic x(10) value "SSN".
		02 Filler		Pic x(32) value "Payee".
		02 Filler		Pic x(17) value
		    "           Amount".
		02 Filler		Pic x(8) value "     Age".
		02 Filler		Pic x(45) value "  Disposition".

	01	Check-Line.
		02 CL-Number-Out	Pic 9(6).
		02 Filler		Pic x(2) value spaces.
		02 CL-Issued-Out	Pic 9999/99/99.
		02 Filler		Pic x(2) value spaces.
		02 CL-SSN-Out		Pic x(8).
		02 Filler		Pic x(2) value spaces.
		02 CL-Last-Out		Pic x(10).
		02 Filler		Pic x(1) value spaces.
		02 CL-First-Out		Pic x(20).
		02 Filler		Pic x(1) value spaces.
		02 CL-Amount-Out	Pic ZZ,ZZZ,ZZZ,ZZ9.99.
		02 Filler		Pic x(2) value spaces.
		02 CL-Age-Out		Pic ZZZZ9.
		02 Filler		Pic x(3) value spaces.
		02 CL-Disposition-Out	Pic x(30).
		02 Filler		Pic x(13) value spaces.

	01	Masked-SSN.
		02 Filler		Pic x(4) value "XXX-".
		02 MS-Last-Four		Pic x(4).

	01	Amount-Line.
		02 AL-Label-Out		Pic x(48).
		02 AL-Count-Out		Pic ZZZ,ZZZ,ZZ9.
		02 Filler		Pic x(2) value spaces.
		02 AL-Amount-Out	Pic ZZ,ZZZ,ZZZ,ZZ9.99.
		02 Filler		Pic x(54) value spaces.

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
      * bank's items, output the checks marked paid, error the
      * exceptions
	01	Run-Control-Line.
		02 RCL-Program		Pic x(8) value "PROG97".
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

      * Executes 'Init', one pass over the bank's paid checks, then
      * the outstanding and void lists and the register write-back,
      * in that order
	0000-Main-Logic.
		Perform 1000-Init.
		Perform 1200-Main-Loop until end-reached.
		Perform 1300-Finish.
		Stop Run.

      * settles the date and the limit, loads the register and the
      * employees, and starts the pass over the bank's file
	1000-Init.

		Move function current-date to Current-Date-Time.

		Accept Paid-File-Path from Sysin.
		If Paid-File-Path = spaces
			Move "bankpaid.dat" to Paid-File-Path
		End-if.

		Accept Recon-Date-Entry from Sysin.
		If Recon-Date-Entry numeric
			Move Recon-Date-Entry to Recon-Date
		Else
			Compute Recon-Date = CDT-Year * 10000
				+ CDT-Month * 100 + CDT-Day
		End-if.

		Accept Company-File-Path from Sysin.
		If Company-File-Path = spaces
			Move "/home1/c/a/acsi203/company.dat"
				to Company-File-Path
		End-if.

		Open Input Check-Register-File.
		Perform 1050-Read-Register
			varying Check-Index from 1 by 1
			until register-end or Check-Index > Check-Max.
		If not register-end
			Read Check-Register-File
				at end move "yes" to Register-Eof
			End-read
		End-if.
		Close Check-Register-File.
      * the run rewrites chkreg.dat from this table at the end; a
      * register bigger than the table would come back truncated -
      * refuse to run instead
		If not register-end
			Display "Check register exceeds the table -"
			Display "run blocked before rows are lost."
			Move 8 to Return-Code
			Stop Run
		End-if.

		Open Input Company-File.
		Perform 1060-Read-Company
			varying Emp-Index from 1 by 1
			until company-end or Emp-Index > Emp-Max.
		Close Company-File.

		Open Input Param-File.
		Perform 1070-Read-Param-Data until param-end.
		Close Param-File.

		Open Input Pay-Account-File.
		Read Pay-Account-File
			at end move spaces to PA-Account
		End-read.
		Move PA-Account to Pay-Account.
		Close Pay-Account-File.
		Move function current-date to Send-Date-Time.

		Open Input Paid-File.
		Open Extend Check-Print-File.
		Open Extend Positive-Pay-File Pos-Pay-History-File.
		Open Output Output-File.
		Open Extend Run-Control-File.

		Write Output-Rec from Report-Header.
		Move spaces to Output-Rec.
		Write Output-Rec.
		Move Recon-Date to RL-Date-Out.
		Move Stale-Days to RL-Stale-Out.
		Write Output-Rec from Recon-Line.
		Move spaces to Output-Rec.
		Write Output-Rec.
		Move "Bank exceptions" to SL-Text-Out.
		Write Output-Rec from Section-Line.
		Move spaces to Output-Rec.
		Write Output-Rec.
		Write Output-Rec from Exception-Header.

		Read Paid-File at end move "yes" to Eof-Flag.

      * reads one register line; lines cut before the register
      * carried a status come in blank, which is outstanding
	1050-Read-Register.

		Read Check-Register-File at end move "yes" to
			Register-Eof
		End-read.

		If not register-end
			Move CK-Number to CT-Number(Check-Index)
			Move CK-Period to CT-Period(Check-Index)
			Move CK-SSN to CT-SSN(Check-Index)
			Move CK-Last-Name to CT-Last(Check-Index)
			Move CK-First-Name to CT-First(Check-Index)
			Move CK-Amount to CT-Amount(Check-Index)
			Move CK-Status to CT-Status(Check-Index)
			If CK-Status-Date numeric
				Move CK-Status-Date to
					CT-Status-Date(Check-Index)
			Else
				Move zero to CT-Status-Date(Check-Index)
			End-if
			If CK-Paid-Amount numeric
				Move CK-Paid-Amount to
					CT-Paid-Amount(Check-Index)
			Else
				Move zero to CT-Paid-Amount(Check-Index)
			End-if
			Move Check-Index to Check-Count
			If CK-Number > Check-Number
				Move CK-Number to Check-Number
			End-if
		End-if.

	1060-Read-Company.

		Read Company-File at end move "yes" to Company-Eof
		End-read.

		If not company-end
			Move SSN to EM-SSN(Emp-Index)
			Move Emp-Stat to EM-Stat(Emp-Index)
			Move Emp-Index to Emp-Count
		End-if.

      * the stale-date limit's latest entry in force on the
      * reconciliation date; no entry keeps the compiled-in 180 days
	1070-Read-Param-Data.

		Read Param-File
			at end move "yes" to Param-Eof
		End-read.

		If not param-end and PRM-Name = "STALEDAYS"
		   and PRM-Eff-Date not > Recon-Date
			Move PRM-Value to Stale-Days
		End-if.

      * one paid check: find it on the register by number; an
      * outstanding check is marked paid, anything else is an
      * exception
	1200-Main-Loop.

		Add 1 to Paid-Count.
		Add BP-Amount to Paid-Total.

		Perform 2100-Classify-Check
			varying Check-Index from 1 by 1
			until Check-Index > Check-Count
			or BP-Number = CT-Number(Check-Index).

		If Check-Index > Check-Count
			Add 1 to Not-Issued-Count
			Move "NOT ON REGISTER" to EL-Text-Out
			Move zero to EL-Register-Out
			Move spaces to EL-Last-Out EL-First-Out
			Perform 2200-Write-Exception
		Else
			Evaluate CT-Status(Check-Index)
				When "P"
					Add 1 to Duplicate-Count
					Move "DUPLICATE PRESENTMENT"
						to EL-Text-Out
					Perform 2210-Check-Exception
				When "V"
					Add 1 to Void-Paid-Count
					Move "PAID AFTER VOID"
						to EL-Text-Out
					Perform 2210-Check-Exception
				When other
					Perform 2300-Mark-Paid
			End-evaluate
		End-if.

		Read Paid-File at end move "yes" to Eof-Flag.

      * no-op body; the search for the check happens entirely in the
      * Perform ... Varying's Until condition
	2100-Classify-Check.

		Continue.

	2200-Write-Exception.

		Add 1 to Exception-Count.
		Move BP-Number to EL-Number-Out.
		Move BP-Amount to EL-Bank-Out.
		Move BP-Paid-Date to EL-Date-Out.
		Write Output-Rec from Exception-Line.

	2210-Check-Exception.

		Move CT-Amount(Check-Index) to EL-Register-Out.
		Move CT-Last(Check-Index) to EL-Last-Out.
		Move CT-First(Check-Index) to EL-First-Out.
		Perform 2200-Write-Exception.

      * the check cleared: paid, with the date and what the bank
      * actually paid, which is an exception of its own when it is
      * not the amount the check was cut for
	2300-Mark-Paid.

		Add 1 to Matched-Count.
		Move "P" to CT-Status(Check-Index).
		Move BP-Paid-Date to CT-Status-Date(Check-Index).
		Move BP-Amount to CT-Paid-Amount(Check-Index).

		If BP-Amount not = CT-Amount(Check-Index)
			Add 1 to Mismatch-Count
			Move "AMOUNT MISMATCH" to EL-Text-Out
			Perform 2210-Check-Exception
		End-if.

      * the outstanding and void lists, the register write-back, and
      * the totals
	1300-Finish.

		If Exception-Count = zero
			Move "  none" to SL-Text-Out
			Write Output-Rec from Section-Line
		End-if.

		Move spaces to Output-Rec.
		Write Output-Rec.
		Move "Outstanding checks" to SL-Text-Out.
		Write Output-Rec from Section-Line.
		Move spaces to Output-Rec.
		Write Output-Rec.
		Write Output-Rec from Check-Header.
		Perform 3000-List-Outstanding
			varying Check-Index from 1 by 1
			until Check-Index > Check-Count.

		Move spaces to Output-Rec.
		Write Output-Rec.
		Move "Stale checks voided" to SL-Text-Out.
		Write Output-Rec from Section-Line.
		Move spaces to Output-Rec.
		Write Output-Rec.
		Write Output-Rec from Check-Header.
		Perform 3100-Void-Stale
			varying Check-Index from 1 by 1
			until Check-Index > Check-Count.
		If Void-Count = zero
			Move "  none" to SL-Text-Out
			Write Output-Rec from Section-Line
		End-if.

		If Void-Count > zero
			Move spaces to Pos-Pay-Work
			Move "T" to PP-Type
			Move Pay-Account to PP-Account
			Compute PP-Count = Void-Count + Reissue-Count
			Compute PP-Total = Void-Total + Reissue-Total
			Move Send-Date to PP-Run-Date PP-Sent-Date
			Move "PROG97" to PP-Source
			Write Positive-Pay-Rec from Pos-Pay-Work
			Write Pos-Pay-History-Rec from Pos-Pay-Work
		End-if.

		Open Output Check-Register-File.
		Perform 3200-Write-Register
			varying Check-Index from 1 by 1
			until Check-Index > Check-Count.
		Close Check-Register-File.

		Move spaces to Output-Rec.
		Write Output-Rec.
		Move "Paid checks from the bank" to AL-Label-Out.
		Move Paid-Count to AL-Count-Out.
		Move Paid-Total to AL-Amount-Out.
		Write Output-Rec from Amount-Line.
		Move "Checks marked paid" to Note-Label-Out.
		Move Matched-Count to Note-Count-Out.
		Write Output-Rec from Note-Line.
		Move "Amount mismatches" to Note-Label-Out.
		Move Mismatch-Count to Note-Count-Out.
		Write Output-Rec from Note-Line.
		Move "Paid checks not on the register"
			to Note-Label-Out.
		Move Not-Issued-Count to Note-Count-Out.
		Write Output-Rec from Note-Line.
		Move "Duplicate presentments" to Note-Label-Out.
		Move Duplicate-Count to Note-Count-Out.
		Write Output-Rec from Note-Line.
		Move "Voided checks presented" to Note-Label-Out.
		Move Void-Paid-Count to Note-Count-Out.
		Write Output-Rec from Note-Line.
		Move "Checks outstanding" to AL-Label-Out.
		Move Outstanding-Count to AL-Count-Out.
		Move Outstanding-Total to AL-Amount-Out.
		Write Output-Rec from Amount-Line.
		Move "Stale checks voided" to AL-Label-Out.
		Move Void-Count to AL-Count-Out.
		Move Void-Total to AL-Amount-Out.
		Write Output-Rec from Amount-Line.
		Move "  reissued to active employees" to AL-Label-Out.
		Move Reissue-Count to AL-Count-Out.
		Move Reissue-Total to AL-Amount-Out.
		Write Output-Rec from Amount-Line.
		Move "  of which unclaimed property" to Note-Label-Out.
		Move Unclaimed-Count to Note-Count-Out.
		Write Output-Rec from Note-Line.

		Move spaces to Output-Rec.
		Write Output-Rec.
		Write Output-Rec from Report-Footer.

		Perform 1900-Write-Run-Log.

		Close Paid-File Check-Print-File Output-File
		      Run-Control-File Positive-Pay-File
		      Pos-Pay-History-File.

		If Exception-Count > zero
			Move 4 to Return-Code
		End-if.

      * appends one line to runcontrol.log recording when this run
      * happened, the bank's items, the checks marked paid, and the
      * exceptions
	1900-Write-Run-Log.

		Move function current-date to Current-Date-Time.

		String CDT-Month "/" CDT-Day "/" CDT-Year
			Delimited by size into RCL-Date
		End-string.

		String CDT-Hour ":" CDT-Minute ":" CDT-Second
			Delimited by size into RCL-Time
		End-string.

		Move Paid-Count to RCL-Input-Out.
		Move Matched-Count to RCL-Output-Out.
		Move Exception-Count to RCL-Error-Out.

		Write Run-Control-Rec from Run-Control-Line.

      * a check's age in days from its issue date to the
      * reconciliation date; a check with no issue date on it has no
      * age
	2400-Age-Check.

		Move zero to Age-Days.
		If CT-Period(Check-Index) > 16010101
		   and CT-Period(Check-Index) not > Recon-Date
			Compute Age-Days =
				Function Integer-of-date(Recon-Date)
				- Function
				Integer-of-date(CT-Period(Check-Index))
		End-if.

	2500-Fill-Check-Line.

		Move CT-Number(Check-Index) to CL-Number-Out.
		Move CT-Period(Check-Index) to CL-Issued-Out.
		Move CT-SSN(Check-Index)(4:4) to MS-Last-Four.
		Move Masked-SSN to CL-SSN-Out.
		Move CT-Last(Check-Index) to CL-Last-Out.
		Move CT-First(Check-Index) to CL-First-Out.
		Move CT-Amount(Check-Index) to CL-Amount-Out.
		Move Age-Days to CL-Age-Out.

      * a check still out and inside the limit
	3000-List-Outstanding.

		If CT-Status(Check-Index) = space
			Perform 2400-Age-Check
			If Age-Days not > Stale-Days
				Add 1 to Outstanding-Count
				Add CT-Amount(Check-Index) to
					Outstanding-Total
				Perform 2500-Fill-Check-Line
				Move spaces to CL-Disposition-Out
				Write Output-Rec from Check-Line
			End-if
		End-if.

      * a check still out past the limit is voided; an active payee
      * is reissued a check for the same net, a payee no longer
      * active is listed as unclaimed property; a reissue with no
      * room left in the table leaves the check outstanding
	3100-Void-Stale.

		If CT-Status(Check-Index) = space
			Perform 2400-Age-Check
			If Age-Days > Stale-Days
				Perform 3110-Classify-Employee
					varying Emp-Index from 1 by 1
					until Emp-Index > Emp-Count
					or CT-SSN(Check-Index) =
						EM-SSN(Emp-Index)

				If Emp-Index not > Emp-Count
				   and EM-Stat(Emp-Index) = "A"
				   and Check-Count not < Check-Max
					Add 1 to Exception-Count
					Perform 2500-Fill-Check-Line
					Move "STALE - REGISTER FULL"
						to CL-Disposition-Out
					Write Output-Rec from Check-Line
				Else
					Perform 3130-Void-Check
				End-if
			End-if
		End-if.

	3130-Void-Check.

		Add 1 to Void-Count.
		Add CT-Amount(Check-Index) to Void-Total.
		Move "V" to CT-Status(Check-Index).
		Move Recon-Date to CT-Status-Date(Check-Index).
		Move zero to CT-Paid-Amount(Check-Index).

		Perform 3120-Send-Void.

		Perform 2500-Fill-Check-Line.
		If Emp-Index not > Emp-Count
		   and EM-Stat(Emp-Index) = "A"
			Perform 3140-Reissue-Check
			Move Check-Number to RD-Number-Out
			Move Reissue-Disposition to CL-Disposition-Out
		Else
			Add 1 to Unclaimed-Count
			Move "VOIDED - UNCLAIMED" to CL-Disposition-Out
		End-if.
		Write Output-Rec from Check-Line.

      * the voided check's net goes back out as a numbered check,
      * dated the reconciliation date: a register line at the end of
      * the table, a positive-pay line, and a printable page
	3140-Reissue-Check.

		Add 1 to Check-Number.
		Add 1 to Check-Count.

		Move Check-Number to CT-Number(Check-Count).
		Move Recon-Date to CT-Period(Check-Count).
		Move CT-SSN(Check-Index) to CT-SSN(Check-Count).
		Move CT-Last(Check-Index) to CT-Last(Check-Count).
		Move CT-First(Check-Index) to CT-First(Check-Count).
		Move CT-Amount(Check-Index) to CT-Amount(Check-Count).
		Move space to CT-Status(Check-Count).
		Move zero to CT-Status-Date(Check-Count)
			CT-Paid-Amount(Check-Count).
		Add 1 to Reissue-Count.
		Add CT-Amount(Check-Index) to Reissue-Total.

		Move spaces to Pos-Pay-Work.
		Move "I" to PP-Type.
		Move Pay-Account to PP-Account.
		Move Check-Number to PP-Check-Number.
		Move CT-Amount(Check-Index) to PP-Amount.
		Move Recon-Date to PP-Issue-Date.
		Move CT-Last(Check-Index) to PP-Payee-Last.
		Move CT-First(Check-Index) to PP-Payee-First.
		Move Send-Date to PP-Sent-Date.
		Move "PROG97" to PP-Source.
		Write Positive-Pay-Rec from Pos-Pay-Work.
		Write Pos-Pay-History-Rec from Pos-Pay-Work.

		Move Check-Number to CP-Number-Out.
		Move Recon-Date to CP-Period-Out.
		Write Check-Print-Rec from Check-Head-Line
			after advancing page.
		Move spaces to Check-Print-Rec.
		Write Check-Print-Rec.
		Move CT-First(Check-Index) to CP-First-Out.
		Move CT-Last(Check-Index) to CP-Last-Out.
		Write Check-Print-Rec from Check-Pay-Line.
		Move CT-Amount(Check-Index) to CP-Amount-Out.
		Write Check-Print-Rec from Check-Amount-Line.

      * the voided check, as the bank's void line and its copy on
      * the sent history
	3120-Send-Void.

		Move spaces to Pos-Pay-Work.
		Move "V" to PP-Type.
		Move Pay-Account to PP-Account.
		Move CT-Number(Check-Index) to PP-Check-Number.
		Move CT-Amount(Check-Index) to PP-Amount.
		Move CT-Period(Check-Index) to PP-Issue-Date.
		Move CT-Last(Check-Index) to PP-Payee-Last.
		Move CT-First(Check-Index) to PP-Payee-First.
		Move Send-Date to PP-Sent-Date.
		Move "PROG97" to PP-Source.
		Write Positive-Pay-Rec from Pos-Pay-Work.
		Write Pos-Pay-History-Rec from Pos-Pay-Work.

      * no-op body; the search for the payee happens entirely in the
      * Perform ... Varying's Until condition
	3110-Classify-Employee.

		Continue.

	3200-Write-Register.

		Move CT-Number(Check-Index) to CK-Number.
		Move CT-Period(Check-Index) to CK-Period.
		Move CT-SSN(Check-Index) to CK-SSN.
		Move CT-Last(Check-Index) to CK-Last-Name.
		Move CT-First(Check-Index) to CK-First-Name.
		Move CT-Amount(Check-Index) to CK-Amount.
		Move CT-Status(Check-Index) to CK-Status.
		Move CT-Status-Date(Check-Index) to CK-Status-Date.
		Move CT-Paid-Amount(Check-Index) to CK-Paid-Amount.
		Write Check-Register-Rec.
