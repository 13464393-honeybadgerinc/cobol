        Identification Division.
        Program-Id. prog91.
        Date-Written. 10/15/2026.
        Author. Lucas Henry.
        Date-Compiled.

      * the morning report distribution, run at the end of
      * dailyrun.sh: each recipient's active entries on distmast.dat
      * (maintained by prog90) that are due this morning - daily
      * every business day, weekly and monthly on the days prog51
      * flags WEEKLY and MONTHLY in calflags.dat - are pulled from
      * the retained report library under reports/yyyymmdd/ into one
      * bundle per recipient, reports/yyyymmdd/<recipient>.bnd, with
      * a cover sheet listing what is enclosed and what is not, each
      * report repeated for the copies the entry calls for; the
      * bundle goes on reports/index.dat so prog31 can fetch it
      * again; every due report, sent or not, gets a line on the
      * delivery log, delivlog.dat, and a report that was due but is
      * not in the library for the run date (never produced, or
      * never retained) is flagged MISSING on the cover sheet, the
      * log and the distribution report, and makes the return code
      * 4; the run date is keyed yyyymmdd, blank for today

        Environment Division.

        Input-Output Section.
        File-Control.

                Select Optional Dist-Master-File
                       assign to "/home1/c/a/acsi203/distmast.dat"
                       organization is indexed
                       access mode is sequential
                       record key is DS-Key.
                Select Optional Flags-File
                       assign to "calflags.dat"
                       organization is line sequential.
                Select Optional Index-File
                       assign to "reports/index.dat"
                       organization is line sequential.
                Select Optional Archived-File
                       assign to Archive-Path
                       organization is line sequential.
                Select Bundle-File
                       assign to Bundle-Path
                       organization is line sequential.
                Select Optional Delivery-Log-File
                       assign to "delivlog.dat"
                       organization is line sequential.
                Select Output-File
                       assign to "prog91out.dat"
                       organization is line sequential.
		Select Run-Control-File
			assign to "runcontrol.log"
			organization is line sequential.

        Data Division.

        File Section.
	FD	Dist-Master-File.
	01	Dist-Master-Rec.
	Copy "distmast.cpy".

      * the schedule flags prog51 wrote for the day
	FD	Flags-File.
	01	Flags-Rec		Pic x(10).

      * one line per retained file, as runbatch.sh writes it: the
      * run date and the report's name
	FD	Index-File.
	01	Index-Rec.
		02 IX-Date		Pic x(8).
		02 Filler		Pic x(1).
		02 IX-Name		Pic x(20).

	FD	Archived-File.
	01	Archived-Rec		Pic x(200).

	FD	Bundle-File.
	01	Bundle-Rec		Pic x(200).

	FD	Delivery-Log-File.
	01	Delivery-Log-Rec	Pic x(80).

	FD	Output-File.
	01	Output-Rec		Pic x(132).

	FD	Run-Control-File.
	01	Run-Control-Rec		Pic x(54).

	Working-Storage Section.

	01	Run-Date-Param		Pic x(8) value spaces.

	01	Run-Date		Pic 9(8) value zero.

	01	Run-Date-X redefines Run-Date Pic x(8).

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

	01	Flags-Eof		Pic x(3) value "no".
		88 flags-end value "yes".

	01	Index-Eof		Pic x(3) value "no".
		88 index-end value "yes".

	01	Copy-Eof		Pic x(3) value "no".
		88 copy-done value "yes".

	01	Weekly-Flag		Pic x(3) value "no".
		88 weekly-day value "yes".

	01	Monthly-Flag		Pic x(3) value "no".
		88 monthly-day value "yes".

      * the reports the library holds for the run date
	01	Held-Count		Pic 9(4) value zero.

	01	Held-Max		Pic 9(4) value 500.

	01	Held-Index		Pic 9(4) value zero.

	01	Held-Table.
		02 Held-Name occurs 1 to 500 times
			depending on Held-Count	Pic x(20).

      * the recipient whose entries are being gathered, and the
      * reports due to that recipient this morning
	01	Current-Recipient	Pic x(8) value spaces.

	01	Current-Name		Pic x(30) value spaces.

	01	Due-Count		Pic 9(3) value zero.

	01	Due-Max			Pic 9(3) value 100.

	01	Due-Index		Pic 9(3) value zero.

	01	Due-Table.
		02 Due-Data occurs 1 to 100 times
			depending on Due-Count.
			03 DT-Report		Pic x(20).
			03 DT-Schedule		Pic x(1).
			03 DT-Copies		Pic 9(2).
			03 DT-Held		Pic x(1).
			03 DT-Lines		Pic 9(7).

	01	Copy-Index		Pic 9(2) value zero.

	01	Recip-Enclosed		Pic 9(3) value zero.

	01	Recip-Missing		Pic 9(3) value zero.

      * reports/yyyymmdd/name of the report being copied, and
      * reports/yyyymmdd/recipient.bnd of the bundle being built
	01	Archive-Path		Pic x(80) value spaces.

	01	Bundle-Path		Pic x(80) value spaces.

	01	Bundle-Name		Pic x(20) value spaces.

	01	Schedule-Text		Pic x(7) value spaces.

	01	Entry-Read-Count	Pic 9(7) value zero.

	01	Inactive-Count		Pic 9(7) value zero.

	01	Not-Due-Count		Pic 9(7) value zero.

	01	Due-Total		Pic 9(7) value zero.

	01	Sent-Count		Pic 9(7) value zero.

	01	Copies-Sent		Pic 9(7) value zero.

	01	Missing-Count		Pic 9(7) value zero.

	01	Bundle-Count		Pic 9(7) value zero.

	01	Bundle-Lines		Pic 9(9) value zero.

	01	Overflow-Count		Pic 9(7) value zero.

      * the bundle's cover sheet
	01	Cover-Title.
		02 Filler		Pic x(40) value
		    "Morning Report Distribution".
		02 Filler		Pic x(92) value spaces.

	01	Cover-Rule.
		02 Filler		Pic x(72) value all "=".
		02 Filler		Pic x(60) value spaces.

	01	Cover-Recipient-Line.
		02 Filler		Pic x(12) value "Recipient:".
		02 CR-Recipient-Out	Pic x(8).
		02 Filler		Pic x(2) value spaces.
		02 CR-Name-Out		Pic x(30).
		02 Filler		Pic x(80) value spaces.

	01	Cover-Date-Line.
		02 Filler		Pic x(12) value "Run date:".
		02 CD-Run-Date-Out	Pic 9999/99/99.
		02 Filler		Pic x(14) value
		    "    Prepared: ".
		02 CD-Date-Out		Pic x(10).
		02 Filler		Pic x(1) value spaces.
		02 CD-Time-Out		Pic x(8).
		02 Filler		Pic x(77) value spaces.

	01	Cover-Column-Header.
		02 Filler		Pic x(22) value "Report".
		02 Filler		Pic x(10) value "Schedule".
		02 Filler		Pic x(8) value "Copies".
		02 Filler		Pic x(92) value "Status".

	01	Cover-Detail-Line.
		02 CL-Report-Out	Pic x(20).
		02 Filler		Pic x(2) value spaces.
		02 CL-Schedule-Out	Pic x(7).
		02 Filler		Pic x(5) value spaces.
		02 CL-Copies-Out	Pic Z9.
		02 Filler		Pic x(4) value spaces.
		02 CL-Status-Out	Pic x(40).
		02 Filler		Pic x(52) value spaces.

	01	Cover-Total-Line.
		02 Filler		Pic x(20) value
		    "Reports enclosed:".
		02 CT-Enclosed-Out	Pic ZZ9.
		02 Filler		Pic x(22) value
		    "     Not produced:".
		02 CT-Missing-Out	Pic ZZ9.
		02 Filler		Pic x(84) value spaces.

      * heads each enclosed copy inside the bundle
	01	Separator-Line.
		02 Filler		Pic x(5) value "==== ".
		02 SP-Report-Out	Pic x(20).
		02 Filler		Pic x(6) value " copy ".
		02 SP-Copy-Out		Pic Z9.
		02 Filler		Pic x(4) value " of ".
		02 SP-Copies-Out	Pic Z9.
		02 Filler		Pic x(5) value " ====".
		02 Filler		Pic x(88) value spaces.

      * one line per due report appended to delivlog.dat: run date,
      * when, recipient, report, copies, lines per copy, and SENT or
      * MISSING
	01	Delivery-Line.
		02 DV-Run-Date		Pic 9(8).
		02 Filler		Pic x(1) value spaces.
		02 DV-Time		Pic x(8).
		02 Filler		Pic x(1) value spaces.
		02 DV-Recipient		Pic x(8).
		02 Filler		Pic x(1) value spaces.
		02 DV-Report		Pic x(20).
		02 Filler		Pic x(1) value spaces.
		02 DV-Copies		Pic 9(2).
		02 Filler		Pic x(1) value spaces.
		02 DV-Lines		Pic 9(7).
		02 Filler		Pic x(1) value spaces.
		02 DV-Status		Pic x(7).
		02 Filler		Pic x(14) value spaces.

      * the bundle's line on the report library's index
	01	Index-Line.
		02 IL-Date		Pic x(8).
		02 Filler		Pic x(1) value spaces.
		02 IL-Name		Pic x(20).

	01	Report-Header.
		02 Filler		Pic x(46) value spaces.
		02 Filler		Pic x(40) value
		    "Morning Report Distribution".
		02 Filler		Pic x(46) value spaces.

	01	Run-Date-Line.
		02 Filler		Pic x(10) value "Run date: ".
		02 RD-Date-Out		Pic 9999/99/99.
		02 Filler		Pic x(18) value
		    "    Due today: D".
		02 RD-Weekly-Out	Pic x(2).
		02 RD-Monthly-Out	Pic x(2).
		02 Filler		Pic x(90) value spaces.

	01	Column-Header.
		02 Filler		Pic x(10) value "Recipient".
		02 Filler		Pic x(32) value "Name".
		02 Filler		Pic x(22) value "Report".
		02 Filler		Pic x(10) value "Schedule".
		02 Filler		Pic x(8) value "Copies".
		02 Filler		Pic x(10) value "Lines".
		02 Filler		Pic x(40) value "Status".

	01	Detail-Line.
		02 DL-Recipient-Out	Pic x(8).
		02 Filler		Pic x(2) value spaces.
		02 DL-Name-Out		Pic x(30).
		02 Filler		Pic x(2) value spaces.
		02 DL-Report-Out	Pic x(20).
		02 Filler		Pic x(2) value spaces.
		02 DL-Schedule-Out	Pic x(7).
		02 Filler		Pic x(5) value spaces.
		02 DL-Copies-Out	Pic Z9.
		02 Filler		Pic x(2) value spaces.
		02 DL-Lines-Out		Pic Z,ZZZ,ZZ9.
		02 Filler		Pic x(2) value spaces.
		02 DL-Status-Out	Pic x(41).

	01	Bundle-Line.
		02 Filler		Pic x(10) value spaces.
		02 Filler		Pic x(10) value "Bundle:".
		02 BL-Path-Out		Pic x(40).
		02 Filler		Pic x(72) value spaces.

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
      * distribution entries read, output the bundles built, errors
      * the due reports missing
	01	Run-Control-Line.
		02 RCL-Program		Pic x(8) value "PROG91".
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

      * settles the run date, which schedules are due, and what the
      * library holds for the day, then starts down the master
	1000-Init.

		Move function current-date to Current-Date-Time.

		Accept Run-Date-Param from Sysin.
		If Run-Date-Param numeric
			Move Run-Date-Param to Run-Date
		Else
			Compute Run-Date = CDT-Year * 10000 +
				CDT-Month * 100 + CDT-Day
		End-if.

		Open Input Flags-File.
		Perform 1100-Read-Flag until flags-end.
		Close Flags-File.

		Open Input Index-File.
		Perform 1150-Read-Index until index-end.
		Close Index-File.

		Open Input Dist-Master-File.
		Open Output Output-File.
		Open Extend Index-File.
		Open Extend Delivery-Log-File.
		Open Extend Run-Control-File.

		Write Output-Rec from Report-Header.
		Move spaces to Output-Rec.
		Write Output-Rec.
		Move Run-Date to RD-Date-Out.
		Move spaces to RD-Weekly-Out RD-Monthly-Out.
		If weekly-day
			Move " W" to RD-Weekly-Out
		End-if.
		If monthly-day
			Move " M" to RD-Monthly-Out
		End-if.
		Write Output-Rec from Run-Date-Line.
		Move spaces to Output-Rec.
		Write Output-Rec.
		Write Output-Rec from Column-Header.
		Move spaces to Output-Rec.
		Write Output-Rec.

		Read Dist-Master-File next record
			at end move "yes" to Eof-Flag
		End-read.

	1100-Read-Flag.

		Read Flags-File at end move "yes" to Flags-Eof.

		If not flags-end
			If Flags-Rec = "WEEKLY"
				Move "yes" to Weekly-Flag
			End-if
			If Flags-Rec = "MONTHLY"
				Move "yes" to Monthly-Flag
			End-if
		End-if.

      * keeps the names the index lists under the run date
	1150-Read-Index.

		Read Index-File at end move "yes" to Index-Eof.

		If not index-end and IX-Date = Run-Date-X
			If Held-Count < Held-Max
				Add 1 to Held-Count
				Move IX-Name to Held-Name(Held-Count)
			Else
				Add 1 to Overflow-Count
			End-if
		End-if.

      * one master entry: a new recipient closes out the last one's
      * bundle; an active entry due this morning joins the
      * recipient's list
	1200-Main-Loop.

		Add 1 to Entry-Read-Count.

		If DS-Recipient not = Current-Recipient
			If Current-Recipient not = spaces
				Perform 2000-Close-Recipient
			End-if
			Move DS-Recipient to Current-Recipient
			Move DS-Recip-Name to Current-Name
			Move zero to Due-Count
		End-if.

		Evaluate true
			when DS-Status not = "A"
				Add 1 to Inactive-Count
			when DS-Schedule = "D"
			  or (DS-Schedule = "W" and weekly-day)
			  or (DS-Schedule = "M" and monthly-day)
				Perform 1250-Add-Due
			when other
				Add 1 to Not-Due-Count
		End-evaluate.

		Read Dist-Master-File next record
			at end move "yes" to Eof-Flag
		End-read.

	1250-Add-Due.

		If Due-Count < Due-Max
			Add 1 to Due-Count
			Move DS-Report to DT-Report(Due-Count)
			Move DS-Schedule to DT-Schedule(Due-Count)
			Move DS-Copies to DT-Copies(Due-Count)
			Move zero to DT-Lines(Due-Count)
			Perform 2060-Classify-Held
				varying Held-Index from 1 by 1
				until Held-Index > Held-Count
				or Held-Name(Held-Index) = DS-Report
			If Held-Index > Held-Count
				Move "N" to DT-Held(Due-Count)
			Else
				Move "Y" to DT-Held(Due-Count)
			End-if
		Else
			Add 1 to Overflow-Count
		End-if.

      * the last recipient's bundle, the totals, and the run log
	1300-Finish.

		If Current-Recipient not = spaces
			Perform 2000-Close-Recipient
		End-if.

		If Entry-Read-Count = zero
			Move "The distribution master is empty."
				to Output-Rec
			Write Output-Rec
		End-if.

		Move spaces to Output-Rec.
		Write Output-Rec.

		Move "Distribution entries read" to Note-Label-Out.
		Move Entry-Read-Count to Note-Count-Out.
		Write Output-Rec from Note-Line.

		Move "Entries inactive" to Note-Label-Out.
		Move Inactive-Count to Note-Count-Out.
		Write Output-Rec from Note-Line.

		Move "Entries not due today" to Note-Label-Out.
		Move Not-Due-Count to Note-Count-Out.
		Write Output-Rec from Note-Line.

		Move "Reports due" to Note-Label-Out.
		Move Due-Total to Note-Count-Out.
		Write Output-Rec from Note-Line.

		Move "Reports sent" to Note-Label-Out.
		Move Sent-Count to Note-Count-Out.
		Write Output-Rec from Note-Line.

		Move "Copies sent" to Note-Label-Out.
		Move Copies-Sent to Note-Count-Out.
		Write Output-Rec from Note-Line.

		Move "Due but not produced (MISSING)" to Note-Label-Out.
		Move Missing-Count to Note-Count-Out.
		Write Output-Rec from Note-Line.

		Move "Bundles built" to Note-Label-Out.
		Move Bundle-Count to Note-Count-Out.
		Write Output-Rec from Note-Line.

		Move "Bundle lines written" to Note-Label-Out.
		Move Bundle-Lines to Note-Count-Out.
		Write Output-Rec from Note-Line.

		If Overflow-Count > zero
			Move "Entries past the library or due tables"
				to Note-Label-Out
			Move Overflow-Count to Note-Count-Out
			Write Output-Rec from Note-Line
		End-if.

		Move spaces to Output-Rec.
		Write Output-Rec.
		Write Output-Rec from Report-Footer.

		Close Dist-Master-File Output-File Index-File
			Delivery-Log-File.

		Perform 1900-Write-Run-Log.
		Close Run-Control-File.

		If Missing-Count > zero or Overflow-Count > zero
			Move 4 to Return-Code
		End-if.

      * appends one line to runcontrol.log recording when this run
      * happened, the entries it read, and what went missing
	1900-Write-Run-Log.

		Move function current-date to Current-Date-Time.

		String CDT-Month "/" CDT-Day "/" CDT-Year
			Delimited by size into RCL-Date
		End-string.

		String CDT-Hour ":" CDT-Minute ":" CDT-Second
			Delimited by size into RCL-Time
		End-string.

		Move Entry-Read-Count to RCL-Input-Out.
		Move Bundle-Count to RCL-Output-Out.
		Move Missing-Count to RCL-Error-Out.

		Write Run-Control-Rec from Run-Control-Line.

      * one recipient's bundle: the cover sheet, then each report on
      * hand as many times as the entry asks, then the log and the
      * distribution report lines; a recipient with nothing due
      * this morning gets no bundle
	2000-Close-Recipient.

		If Due-Count > zero

			Move zero to Recip-Enclosed Recip-Missing
			Perform 2050-Count-Held varying Due-Index
				from 1 by 1 until Due-Index > Due-Count

			Move spaces to Bundle-Name
			String Current-Recipient delimited by space
				".bnd" delimited by size
				into Bundle-Name
			End-string
			Move spaces to Bundle-Path
			String "reports/" Run-Date-X "/"
				delimited by size
				Bundle-Name delimited by space
				into Bundle-Path
			End-string

			Open Output Bundle-File
			Perform 2100-Write-Cover
			Perform 2200-Enclose-Report varying Due-Index
				from 1 by 1 until Due-Index > Due-Count
			Close Bundle-File

			Add 1 to Bundle-Count
			Move Run-Date-X to IL-Date
			Move Bundle-Name to IL-Name
			Write Index-Rec from Index-Line

			Perform 2400-Log-Report varying Due-Index
				from 1 by 1 until Due-Index > Due-Count

			Move spaces to Bundle-Line
			Move Bundle-Path to BL-Path-Out
			Write Output-Rec from Bundle-Line
			Move spaces to Output-Rec
			Write Output-Rec

		End-if.

	2050-Count-Held.

		If DT-Held(Due-Index) = "Y"
			Add 1 to Recip-Enclosed
		Else
			Add 1 to Recip-Missing
		End-if.

      * no-op body; the search for the report happens entirely in
      * the Perform ... Varying's Until condition
	2060-Classify-Held.

		Continue.

      * the cover sheet: who, which morning, and each due report
      * with whether it is enclosed
	2100-Write-Cover.

		Move function current-date to Current-Date-Time.

		Write Bundle-Rec from Cover-Title.
		Write Bundle-Rec from Cover-Rule.
		Move Current-Recipient to CR-Recipient-Out.
		Move Current-Name to CR-Name-Out.
		Write Bundle-Rec from Cover-Recipient-Line.

		Move Run-Date to CD-Run-Date-Out.
		Move spaces to CD-Date-Out CD-Time-Out.
		String CDT-Month "/" CDT-Day "/" CDT-Year
			Delimited by size into CD-Date-Out
		End-string.
		String CDT-Hour ":" CDT-Minute ":" CDT-Second
			Delimited by size into CD-Time-Out
		End-string.
		Write Bundle-Rec from Cover-Date-Line.

		Move spaces to Bundle-Rec.
		Write Bundle-Rec.
		Write Bundle-Rec from Cover-Column-Header.
		Perform 2150-Cover-Line varying Due-Index
			from 1 by 1 until Due-Index > Due-Count.

		Move spaces to Bundle-Rec.
		Write Bundle-Rec.
		Move Recip-Enclosed to CT-Enclosed-Out.
		Move Recip-Missing to CT-Missing-Out.
		Write Bundle-Rec from Cover-Total-Line.
		Write Bundle-Rec from Cover-Rule.
		Move spaces to Bundle-Rec.
		Write Bundle-Rec.

	2150-Cover-Line.

		Perform 2500-Schedule-Text.
		Move DT-Report(Due-Index) to CL-Report-Out.
		Move Schedule-Text to CL-Schedule-Out.
		Move DT-Copies(Due-Index) to CL-Copies-Out.
		If DT-Held(Due-Index) = "Y"
			Move "enclosed" to CL-Status-Out
		Else
			Move "MISSING - not produced for this date"
				to CL-Status-Out
		End-if.
		Write Bundle-Rec from Cover-Detail-Line.

      * every copy of one report on hand into the bundle
	2200-Enclose-Report.

		If DT-Held(Due-Index) = "Y"
			Move spaces to Archive-Path
			String "reports/" Run-Date-X "/"
				delimited by size
				DT-Report(Due-Index) delimited by space
				into Archive-Path
			End-string
			Perform 2300-Enclose-Copy varying Copy-Index
				from 1 by 1
				until Copy-Index > DT-Copies(Due-Index)
		End-if.

      * one copy, headed by a separator; the lines are counted on
      * the first copy for the log
	2300-Enclose-Copy.

		Move DT-Report(Due-Index) to SP-Report-Out.
		Move Copy-Index to SP-Copy-Out.
		Move DT-Copies(Due-Index) to SP-Copies-Out.
		Write Bundle-Rec from Separator-Line.
		Add 1 to Bundle-Lines.

		Move "no" to Copy-Eof.
		Open Input Archived-File.
		Read Archived-File at end move "yes" to Copy-Eof.
		Perform 2350-Copy-Line until copy-done.
		Close Archived-File.

		Move spaces to Bundle-Rec.
		Write Bundle-Rec.
		Add 1 to Copies-Sent.

	2350-Copy-Line.

		Write Bundle-Rec from Archived-Rec.
		Add 1 to Bundle-Lines.
		If Copy-Index = 1
			Add 1 to DT-Lines(Due-Index)
		End-if.

		Read Archived-File at end move "yes" to Copy-Eof.

      * the delivery log line and the distribution report line for
      * one due report
	2400-Log-Report.

		Add 1 to Due-Total.
		Perform 2500-Schedule-Text.

		Move Run-Date to DV-Run-Date.
		Move CD-Time-Out to DV-Time.
		Move Current-Recipient to DV-Recipient.
		Move DT-Report(Due-Index) to DV-Report.
		Move DT-Copies(Due-Index) to DV-Copies.
		Move DT-Lines(Due-Index) to DV-Lines.

		Move Current-Recipient to DL-Recipient-Out.
		Move Current-Name to DL-Name-Out.
		Move DT-Report(Due-Index) to DL-Report-Out.
		Move Schedule-Text to DL-Schedule-Out.
		Move DT-Copies(Due-Index) to DL-Copies-Out.
		Move DT-Lines(Due-Index) to DL-Lines-Out.

		If DT-Held(Due-Index) = "Y"
			Add 1 to Sent-Count
			Move "SENT" to DV-Status
			Move "sent" to DL-Status-Out
		Else
			Add 1 to Missing-Count
			Move "MISSING" to DV-Status
			Move "** MISSING - due but not produced"
				to DL-Status-Out
		End-if.

		Write Delivery-Log-Rec from Delivery-Line.
		Write Output-Rec from Detail-Line.

	2500-Schedule-Text.

		Evaluate DT-Schedule(Due-Index)
			when "D"
				Move "daily" to Schedule-Text
			when "W"
				Move "weekly" to Schedule-Text
			when "M"
				Move "monthly" to Schedule-Text
			when other
				Move spaces to Schedule-Text
		End-evaluate.
