        Identification Division.
        Program-Id. prog79.
        Date-Written. 10/15/2026.
        Author. Lucas Henry.
        Date-Compiled.

      * monthly reject-rate rollup: prog78 appends each county's
      * acknowledgment figures to ackhist.dat every run; this report
      * adds up one month of them per County-Code - records received,
      * records rejected and the reject rate, then each standard
      * reason's count and its rate against what was received - so
      * the board can see which county's feed is getting worse and at
      * what; a day the chain was rerun leaves two lines for the same
      * run date and county, and the later one replaces the earlier

        Environment Division.

        Input-Output Section.
        File-Control.

                Select Optional Ack-History-File
                       assign to "ackhist.dat"
                       organization is line sequential.
                Select Output-File
                       assign to "prog79out.dat"
                       organization is line sequential.
		Select Run-Control-File
			assign to "runcontrol.log"
			organization is line sequential.

        Data Division.

        File Section.
	FD	Ack-History-File.
	01	Ack-History-Rec.
	Copy "ackhist.cpy".

	FD	Output-File.
	01	Output-Rec		Pic x(132).

	FD	Run-Control-File.
	01	Run-Control-Rec		Pic x(54).

	Working-Storage Section.

	01	Eof-Flag		Pic x(3) value "no".
		88 end-reached value "yes".

      * the report month, keyed as yyyymm; blank means last month
	01	Report-Month-Param	Pic x(6) value spaces.

	01	Report-Month-Num	Pic 9(6) value zero.

	01	Report-Month-Parts redefines Report-Month-Num.
		02 RMN-Year		Pic 9(4).
		02 RMN-Month		Pic 9(2).

	01	Today-Date-Time.
		02 TDT-Year		Pic 9(4).
		02 TDT-Month		Pic 9(2).
		02 Filler		Pic x(15).

	01	Current-Date-Time.
		02 CDT-Year		Pic 9(4).
		02 CDT-Month		Pic 9(2).
		02 CDT-Day		Pic 9(2).
		02 CDT-Hour		Pic 9(2).
		02 CDT-Minute		Pic 9(2).
		02 CDT-Second		Pic 9(2).
		02 Filler		Pic x(7).

	01	Read-Count		Pic 9(7) value zero.

	01	Replaced-Count		Pic 9(7) value zero.

	01	Overflow-Count		Pic 9(7) value zero.

	01	Day-Index		Pic 9(3) value zero.

	01	County-Index		Pic 9(2) value zero.

	01	Reason-Index		Pic 9(2) value zero.

	01	County-Digit		Pic 9(1) value zero.

	01	Rate-Work		Pic 9(3)v99 value zero.

      * the standard reason codes, in reject.cpy's order
	01	Reason-Data.
		02 Filler		Pic x(30) value
		    "STState not allowed".
		02 Filler		Pic x(30) value
		    "PTProperty type invalid".
		02 Filler		Pic x(30) value
		    "BDBedrooms not numeric".
		02 Filler		Pic x(30) value
		    "BABathrooms not numeric".
		02 Filler		Pic x(30) value
		    "SFSquare feet not numeric".
		02 Filler		Pic x(30) value
		    "SPSale price not numeric".
		02 Filler		Pic x(30) value
		    "LALatitude out of range".
		02 Filler		Pic x(30) value
		    "LOLongitude out of range".
		02 Filler		Pic x(30) value
		    "DTSale date invalid".
		02 Filler		Pic x(30) value
		    "ZPZip does not match city".
		02 Filler		Pic x(30) value
		    "SNStreet not on file".
		02 Filler		Pic x(30) value
		    "HNHouse number out of range".

	01	Reason-Table redefines Reason-Data.
		02 Reason-Entry occurs 12 times.
			03 RT-Code		Pic x(2).
			03 RT-Text		Pic x(28).

      * the month's history lines, one per run date and county, the
      * last one read for each pair kept
	01	Day-Count		Pic 9(3) value zero.

	01	Day-Table.
		02 Day-Entry occurs 1 to 500 times
			depending on Day-Count.
			03 DY-Run-Date		Pic 9(8).
			03 DY-County		Pic x(1).
			03 DY-Received		Pic 9(7).
			03 DY-Rejected		Pic 9(7).
			03 DY-Reason-Count	Pic 9(7)
				occurs 12 times.

      * the month's totals per County-Code 1 through 9, and the
      * tenth entry for all counties together
	01	County-Table.
		02 County-Entry occurs 10 times.
			03 CY-Days		Pic 9(3).
			03 CY-Received		Pic 9(9).
			03 CY-Rejected		Pic 9(9).
			03 CY-Reason-Count	Pic 9(9)
				occurs 12 times.

	01	Report-Header.
		02 Filler		Pic x(44) value spaces.
		02 Filler		Pic x(44) value
		    "   Monthly County Reject-Rate Rollup".
		02 Filler		Pic x(44) value spaces.

	01	Month-Line.
		02 Filler		Pic x(12) value spaces.
		02 Filler		Pic x(7) value "Month: ".
		02 Month-Out		Pic 9(6).
		02 Filler		Pic x(107) value spaces.

	01	Column-Header.
		02 Filler		Pic x(12) value spaces.
		02 Filler		Pic x(10) value "County".
		02 Filler		Pic x(6) value "  Runs".
		02 Filler		Pic x(14) value
		    "      Received".
		02 Filler		Pic x(14) value
		    "      Rejected".
		02 Filler		Pic x(10) value "   Rate".
		02 Filler		Pic x(66) value spaces.

	01	County-Line.
		02 Filler		Pic x(12) value spaces.
		02 County-Out		Pic x(10).
		02 Days-Out		Pic ZZZZZ9.
		02 Filler		Pic x(3) value spaces.
		02 Received-Out		Pic ZZZ,ZZZ,ZZ9.
		02 Filler		Pic x(3) value spaces.
		02 Rejected-Out		Pic ZZZ,ZZZ,ZZ9.
		02 Filler		Pic x(3) value spaces.
		02 Rate-Out		Pic ZZ9.99.
		02 Filler		Pic x(1) value "%".
		02 Filler		Pic x(66) value spaces.

	01	Reason-Line.
		02 Filler		Pic x(22) value spaces.
		02 Reason-Code-Out	Pic x(2).
		02 Filler		Pic x(2) value spaces.
		02 Reason-Text-Out	Pic x(28).
		02 Reason-Count-Out	Pic ZZZ,ZZZ,ZZ9.
		02 Filler		Pic x(3) value spaces.
		02 Reason-Rate-Out	Pic ZZ9.99.
		02 Filler		Pic x(1) value "%".
		02 Filler		Pic x(57) value spaces.

	01	Note-Line.
		02 Filler		Pic x(12) value spaces.
		02 Note-Label-Out	Pic x(48).
		02 Note-Count-Out	Pic ZZZ,ZZZ,ZZ9.
		02 Filler		Pic x(61) value spaces.

	01	Report-Footer.
		02 Filler		Pic x(59) value spaces.
		02 Filler		Pic x(13) value
		    	"End of Report".
		02 Filler		Pic x(60) value spaces.

      * one line per run, appended to runcontrol.log; input is the
      * month's history lines read, output the run-and-county lines
      * kept, errors the lines that did not fit the table
	01	Run-Control-Line.
		02 RCL-Program		Pic x(8) value "PROG79".
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

      * settles the report month and opens the history
	1000-Init.

		Accept Report-Month-Param from Sysin.
		If Report-Month-Param numeric
			Move Report-Month-Param to Report-Month-Num
		Else
			Move function current-date to Today-Date-Time
			If TDT-Month = 1
				Compute RMN-Year = TDT-Year - 1
				Move 12 to RMN-Month
			Else
				Move TDT-Year to RMN-Year
				Compute RMN-Month = TDT-Month - 1
			End-if
		End-if.

		Initialize County-Table.

		Open Input Ack-History-File.
		Open Output Output-File.
		Open Extend Run-Control-File.

		Read Ack-History-File at end move "yes" to Eof-Flag.

      * keeps each of the month's lines, a rerun's line over the
      * earlier one for the same run date and county
	1200-Main-Loop.

		If AH-Run-Date(1:6) = Report-Month-Num
			Add 1 to Read-Count
			Perform 2100-Classify-Day varying Day-Index
				from 1 by 1 until Day-Index > Day-Count
				or (DY-Run-Date(Day-Index) = AH-Run-Date
				and DY-County(Day-Index) = AH-County)
			If Day-Index > Day-Count
				Perform 2200-Add-Day
			Else
				Add 1 to Replaced-Count
				Perform 2300-Store-Day
			End-if
		End-if.

		Read Ack-History-File at end move "yes" to Eof-Flag.

      * totals the month per county and prints the rollup
	1300-Finish.

		Close Ack-History-File.

		Perform 3000-Total-Day
			varying Day-Index from 1 by 1
			until Day-Index > Day-Count.

		Write Output-Rec from Report-Header.
		Move spaces to Output-Rec.
		Write Output-Rec.
		Move Report-Month-Num to Month-Out.
		Write Output-Rec from Month-Line.
		Move spaces to Output-Rec.
		Write Output-Rec.
		Write Output-Rec from Column-Header.
		Move spaces to Output-Rec.
		Write Output-Rec.

		Perform 4000-Print-County
			varying County-Index from 1 by 1
			until County-Index > 10.

		If Day-Count = zero
			Move "No acknowledgments on file for the month:"
				to Note-Label-Out
			Move zero to Note-Count-Out
			Write Output-Rec from Note-Line
		End-if.

		If Replaced-Count > 0
			Move "Lines replaced by a later rerun's line:"
				to Note-Label-Out
			Move Replaced-Count to Note-Count-Out
			Write Output-Rec from Note-Line
		End-if.

		If Overflow-Count > 0
			Move "Lines past the 500-entry table, dropped:"
				to Note-Label-Out
			Move Overflow-Count to Note-Count-Out
			Write Output-Rec from Note-Line
		End-if.

		Move spaces to Output-Rec.
		Write Output-Rec.
		Write Output-Rec from Report-Footer.

		Perform 1900-Write-Run-Log.

		Close Output-File Run-Control-File.

      * appends one line to runcontrol.log recording when this run
      * happened and how many lines it rolled up
	1900-Write-Run-Log.

		Move function current-date to Current-Date-Time.

		String CDT-Month "/" CDT-Day "/" CDT-Year
			Delimited by size into RCL-Date
		End-string.

		String CDT-Hour ":" CDT-Minute ":" CDT-Second
			Delimited by size into RCL-Time
		End-string.

		Move Read-Count to RCL-Input-Out.
		Move Day-Count to RCL-Output-Out.
		Move Overflow-Count to RCL-Error-Out.

		Write Run-Control-Rec from Run-Control-Line.

	2100-Classify-Day.

		Continue.

	2200-Add-Day.

		If Day-Count < 500
			Add 1 to Day-Count
			Move Day-Count to Day-Index
			Perform 2300-Store-Day
		Else
			Add 1 to Overflow-Count
		End-if.

	2300-Store-Day.

		Move AH-Run-Date to DY-Run-Date(Day-Index).
		Move AH-County to DY-County(Day-Index).
		Move AH-Received to DY-Received(Day-Index).
		Move AH-Rejected to DY-Rejected(Day-Index).
		Perform 2350-Store-Reason
			varying Reason-Index from 1 by 1
			until Reason-Index > 12.

	2350-Store-Reason.

		Move AH-Reason-Count(Reason-Index)
			to DY-Reason-Count(Day-Index, Reason-Index).

      * adds one run's line to its county and to the all-county
      * total; a County-Code that is not a digit 1-9 is the home
      * county, as prog78 files it
	3000-Total-Day.

		Move DY-County(Day-Index) to County-Digit.
		If DY-County(Day-Index) not numeric
		   or County-Digit = zero
			Move 1 to County-Digit
		End-if.
		Move County-Digit to County-Index.
		Perform 3100-Add-To-County.
		Move 10 to County-Index.
		Perform 3100-Add-To-County.

	3100-Add-To-County.

		Add 1 to CY-Days(County-Index).
		Add DY-Received(Day-Index) to CY-Received(County-Index).
		Add DY-Rejected(Day-Index) to CY-Rejected(County-Index).
		Perform 3150-Add-Reason
			varying Reason-Index from 1 by 1
			until Reason-Index > 12.

	3150-Add-Reason.

		Add DY-Reason-Count(Day-Index, Reason-Index)
			to CY-Reason-Count(County-Index, Reason-Index).

      * one county's line and its reasons; counties with no runs in
      * the month are left off
	4000-Print-County.

		If CY-Days(County-Index) > 0
			Perform 4100-Print-County-Lines
		End-if.

	4100-Print-County-Lines.

		If County-Index = 10
			Move "All" to County-Out
		Else
			Move County-Index to County-Digit
			Move spaces to County-Out
			Move County-Digit to County-Out(1:1)
		End-if.

		If CY-Received(County-Index) = zero
			Move zero to Rate-Work
		Else
			Compute Rate-Work rounded =
				CY-Rejected(County-Index) * 100
				/ CY-Received(County-Index)
		End-if.

		Move CY-Days(County-Index) to Days-Out.
		Move CY-Received(County-Index) to Received-Out.
		Move CY-Rejected(County-Index) to Rejected-Out.
		Move Rate-Work to Rate-Out.
		Write Output-Rec from County-Line.

		Perform 4200-Print-Reason
			varying Reason-Index from 1 by 1
			until Reason-Index > 12.

		Move spaces to Output-Rec.
		Write Output-Rec.

	4200-Print-Reason.

		If CY-Reason-Count(County-Index, Reason-Index) > 0
			Perform 4250-Print-Reason-Line
		End-if.

	4250-Print-Reason-Line.

		If CY-Received(County-Index) = zero
			Move zero to Rate-Work
		Else
			Compute Rate-Work rounded =
			    CY-Reason-Count(County-Index, Reason-Index)
			    * 100 / CY-Received(County-Index)
		End-if.

		Move RT-Code(Reason-Index) to Reason-Code-Out.
		Move RT-Text(Reason-Index) to Reason-Text-Out.
		Move CY-Reason-Count(County-Index, Reason-Index)
			to Reason-Count-Out.
		Move Rate-Work to Reason-Rate-Out.
		Write Output-Rec from Reason-Line.
