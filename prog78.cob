        Identification Division.
        Program-Id. prog78.
        Date-Written. 10/15/2026.
        Author. Lucas Henry.
        Date-Compiled.

      * extract acknowledgment at the end of the batch chain: each
      * county that feeds realestate.dat gets back one file per
      * extract, ackN.dat for County-Code N, saying what became of
      * what it sent - an HDR record with the extract date prog23
      * read off the county's own HDR (left in prog23ctl.dat), the
      * records received under that County-Code, how many passed
      * prog3, prog4 and prog5 and how many did not; an RSN record
      * per standard reason code with its count; one REJ record per
      * rejected record and reason, carrying the APN, Adrs and sale
      * as the county sent them and the code; and a TRL record with
      * the REJ count and the file's record count, so the county can
      * load the file and fix records at the source instead of
      * waiting for a phone call
      *
      * the three validation passes each read the whole extract, so
      * a record one of them rejects for a reason another also
      * checks arrives twice in rej3out/rej4out/rej5out; a record and
      * reason is acknowledged once, under the first program that
      * reported it, and a record is counted rejected once however
      * many reasons it failed; each county's figures are appended to
      * ackhist.dat for prog79's monthly reject-rate rollup

        Environment Division.

        Input-Output Section.
        File-Control.

                Select Input-File
                       assign to Input-File-Path.
                Select Optional Control-File
                       assign to "prog23ctl.dat"
                       organization is line sequential.
                Select Optional Reject-File
                       assign to Reject-File-Path
                       organization is line sequential.
                Select Ack-File
                       assign to Ack-File-Path
                       organization is line sequential.
                Select Optional Ack-History-File
                       assign to "ackhist.dat"
                       organization is line sequential.
                Select Output-File
                       assign to "prog78out.dat"
                       organization is line sequential.
		Select Run-Control-File
			assign to "runcontrol.log"
			organization is line sequential.

        Data Division.

        File Section.
	FD	Input-File.
	01	Input-Rec.
	Copy "realestate.cpy".

      * prog23's note of the extract it verified
	FD	Control-File.
	01	Control-Rec.
		02 CT-Extract-Date	Pic 9(8).
		02 CT-Record-Count	Pic 9(9).
		02 CT-Header-Flag	Pic x(1).
		02 CT-Verify-Flag	Pic x(1).

      * rej3out.dat, rej4out.dat and rej5out.dat in turn
	FD	Reject-File.
	01	Reject-Rec.
	Copy "reject.cpy".

      * the county's acknowledgment: HDR, RSN, REJ and TRL records,
      * all eighty bytes
	FD	Ack-File.
	01	Ack-Rec			Pic x(80).

	FD	Ack-History-File.
	01	Ack-History-Rec.
	Copy "ackhist.cpy".

	FD	Output-File.
	01	Output-Rec		Pic x(132).

	FD	Run-Control-File.
	01	Run-Control-Rec		Pic x(54).

	Working-Storage Section.

      * defaults to the county feed's usual location; Accept-From-Sysin
      * lets the chain hand in whatever extract it was pointed at
	01	Input-File-Path		Pic x(80) value
		"/home1/c/a/acsi203/realestate.dat".

	01	Reject-File-Path	Pic x(80) value spaces.

	01	Ack-File-Path		Pic x(80) value spaces.

	01	Eof-Flag		Pic x(3) value "no".
		88 end-reached value "yes".

	01	Reject-Eof-Flag		Pic x(3) value "no".
		88 reject-end value "yes".

	01	Duplicate-Flag		Pic x(3) value "no".
		88 duplicate-found value "yes".

	01	Record-Seen-Flag	Pic x(3) value "no".
		88 record-seen value "yes".

	01	Extract-Date		Pic 9(8) value zero.

	01	Control-Record-Count	Pic 9(9) value zero.

	01	Received-Total		Pic 9(9) value zero.

	01	Reject-Read-Count	Pic 9(7) value zero.

	01	Unknown-Reason-Count	Pic 9(7) value zero.

	01	Overflow-Count		Pic 9(7) value zero.

	01	Ack-File-Count		Pic 9(2) value zero.

	01	Ack-Record-Count	Pic 9(7) value zero.

	01	Ack-Reject-Count	Pic 9(7) value zero.

	01	Accepted-Count		Pic 9(7) value zero.

	01	Reject-Rate		Pic 9(3)v99 value zero.

	01	Run-Date		Pic 9(8) value zero.

	01	County-Digit		Pic 9(1) value zero.

	01	County-Index		Pic 9(2) value zero.

	01	Reason-Index		Pic 9(2) value zero.

	01	Reject-Index		Pic 9(4) value zero.

	01	Scan-Index		Pic 9(4) value zero.

	01	File-Index		Pic 9(1) value zero.

	01	Current-Date-Time.
		02 CDT-Year		Pic 9(4).
		02 CDT-Month		Pic 9(2).
		02 CDT-Day		Pic 9(2).
		02 CDT-Hour		Pic 9(2).
		02 CDT-Minute		Pic 9(2).
		02 CDT-Second		Pic 9(2).
		02 Filler		Pic x(7).

      * the standard reason codes, in reject.cpy's order, with the
      * wording the county sees on each RSN record
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

      * the three reject files this run folds together
	01	Reject-Name-Data.
		02 Filler		Pic x(11) value "rej3out.dat".
		02 Filler		Pic x(11) value "rej4out.dat".
		02 Filler		Pic x(11) value "rej5out.dat".

	01	Reject-Name-Table redefines Reject-Name-Data.
		02 Reject-Names occurs 3 times Pic x(11).

      * County-Codes 1 through 9; a blank code is the home county
	01	County-Table.
		02 County-Entry occurs 9 times.
			03 CY-Received		Pic 9(7).
			03 CY-Rejected		Pic 9(7).
			03 CY-Reason-Count	Pic 9(7)
				occurs 12 times.

      * each record and reason acknowledged, in the order reported
	01	Reject-Count		Pic 9(4) value zero.

	01	Reject-Table.
		02 Reject-Entry occurs 1 to 5000 times
			depending on Reject-Count.
			03 RE-County		Pic 9(1).
			03 RE-Identity.
			   04 RE-Adrs		Pic x(27).
			   04 RE-Zip		Pic x(5).
			   04 RE-Sale-Day	Pic x(3).
			   04 RE-Sale-Month	Pic x(3).
			   04 RE-Sale-Year	Pic x(4).
			   04 RE-Sale-Price	Pic x(9).
			03 RE-Reason-Code	Pic x(2).
			03 RE-Apn		Pic x(12).
			03 RE-Program		Pic x(6).

	01	Reject-Identity.
		02 RI-Adrs		Pic x(27).
		02 RI-Zip		Pic x(5).
		02 RI-Sale-Day		Pic x(3).
		02 RI-Sale-Month	Pic x(3).
		02 RI-Sale-Year		Pic x(4).
		02 RI-Sale-Price	Pic x(9).

	01	Ack-Header.
		02 Filler		Pic x(3) value "HDR".
		02 AK-County		Pic x(1).
		02 AK-Extract-Date	Pic 9(8).
		02 AK-Run-Date		Pic 9(8).
		02 AK-Received		Pic 9(7).
		02 AK-Accepted		Pic 9(7).
		02 AK-Rejected		Pic 9(7).
		02 Filler		Pic x(39) value spaces.

	01	Ack-Reason.
		02 Filler		Pic x(3) value "RSN".
		02 AR-Code		Pic x(2).
		02 AR-Text		Pic x(28).
		02 AR-Count		Pic 9(7).
		02 Filler		Pic x(40) value spaces.

	01	Ack-Reject.
		02 Filler		Pic x(3) value "REJ".
		02 AJ-Apn		Pic x(12).
		02 AJ-Adrs		Pic x(27).
		02 AJ-Zip		Pic x(5).
		02 AJ-Sale-Day		Pic x(3).
		02 AJ-Sale-Month	Pic x(3).
		02 AJ-Sale-Year		Pic x(4).
		02 AJ-Sale-Price	Pic x(9).
		02 AJ-Code		Pic x(2).
		02 AJ-Program		Pic x(6).
		02 Filler		Pic x(6) value spaces.

	01	Ack-Trailer.
		02 Filler		Pic x(3) value "TRL".
		02 AT-Reject-Count	Pic 9(7).
		02 AT-Record-Count	Pic 9(7).
		02 Filler		Pic x(63) value spaces.

	01	Report-Header.
		02 Filler		Pic x(44) value spaces.
		02 Filler		Pic x(44) value
		    "   Extract Acknowledgment Summary".
		02 Filler		Pic x(44) value spaces.

	01	Extract-Line.
		02 Filler		Pic x(12) value spaces.
		02 Filler		Pic x(14) value
		    "Extract date: ".
		02 Extract-Date-Out	Pic 9(8).
		02 Filler		Pic x(4) value spaces.
		02 Filler		Pic x(10) value "Run date: ".
		02 Run-Date-Out		Pic 9(8).
		02 Filler		Pic x(4) value spaces.
		02 Filler		Pic x(18) value
		    "Records received: ".
		02 Received-Total-Out	Pic ZZZ,ZZZ,ZZ9.
		02 Filler		Pic x(43) value spaces.

	01	County-Line.
		02 Filler		Pic x(12) value spaces.
		02 Filler		Pic x(8) value "County ".
		02 County-Out		Pic x(1).
		02 Filler		Pic x(4) value spaces.
		02 Filler		Pic x(10) value "Received: ".
		02 Received-Out		Pic ZZZ,ZZ9.
		02 Filler		Pic x(3) value spaces.
		02 Filler		Pic x(10) value "Accepted: ".
		02 Accepted-Out		Pic ZZZ,ZZ9.
		02 Filler		Pic x(3) value spaces.
		02 Filler		Pic x(10) value "Rejected: ".
		02 Rejected-Out		Pic ZZZ,ZZ9.
		02 Filler		Pic x(3) value spaces.
		02 Reject-Rate-Out	Pic ZZ9.99.
		02 Filler		Pic x(1) value "%".
		02 Filler		Pic x(3) value spaces.
		02 Ack-File-Out		Pic x(12).
		02 Filler		Pic x(16) value spaces.

	01	Reason-Line.
		02 Filler		Pic x(20) value spaces.
		02 Reason-Code-Out	Pic x(2).
		02 Filler		Pic x(2) value spaces.
		02 Reason-Text-Out	Pic x(28).
		02 Reason-Count-Out	Pic ZZZ,ZZ9.
		02 Filler		Pic x(73) value spaces.

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
      * extract records received, output the acknowledgment files
      * written, errors the distinct rejected records
	01	Run-Control-Line.
		02 RCL-Program		Pic x(8) value "PROG78".
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

      * picks up prog23's extract date and opens the extract the
      * chain validated
	1000-Init.

		Move function current-date to Current-Date-Time.
		Compute Run-Date =
			CDT-Year * 10000 + CDT-Month * 100 + CDT-Day.

		Initialize County-Table.

		Accept Input-File-Path from Sysin.
		If Input-File-Path = spaces
			Move "/home1/c/a/acsi203/realestate.dat"
				to Input-File-Path.

		Open Input Control-File.
		Read Control-File
			at end continue
			not at end
				Move CT-Extract-Date to Extract-Date
				Move CT-Record-Count to
					Control-Record-Count
		End-read.
		Close Control-File.

		Open Input Input-File.
		Open Output Output-File.
		Open Extend Run-Control-File.
		Open Extend Ack-History-File.

		Read Input-File at end move "yes" to Eof-Flag.

      * counts what each county sent
	1200-Main-Loop.

		Perform 2000-Set-County.
		Move County-Digit to County-Index.
		Add 1 to CY-Received(County-Index).
		Add 1 to Received-Total.

		Read Input-File at end move "yes" to Eof-Flag.

      * folds in the three reject files, then writes each county's
      * acknowledgment and history line and the summary report
	1300-Finish.

		Close Input-File.

		Perform 1400-Load-Reject-File
			varying File-Index from 1 by 1
			until File-Index > 3.

		Write Output-Rec from Report-Header.
		Move spaces to Output-Rec.
		Write Output-Rec.
		Move Extract-Date to Extract-Date-Out.
		Move Run-Date to Run-Date-Out.
		Move Received-Total to Received-Total-Out.
		Write Output-Rec from Extract-Line.
		Move spaces to Output-Rec.
		Write Output-Rec.

		Perform 3000-Write-County
			varying County-Index from 1 by 1
			until County-Index > 9.

		If Control-Record-Count not = zero
		   and Control-Record-Count not = Received-Total
			Move "Records prog23 passed (differs):"
				to Note-Label-Out
			Move Control-Record-Count to Note-Count-Out
			Write Output-Rec from Note-Line
		End-if.

		If Unknown-Reason-Count > 0
			Move "Rejects with an unrecognized reason code:"
				to Note-Label-Out
			Move Unknown-Reason-Count to Note-Count-Out
			Write Output-Rec from Note-Line
		End-if.

		If Overflow-Count > 0
			Move "Rejects past 5000-entry table, dropped:"
				to Note-Label-Out
			Move Overflow-Count to Note-Count-Out
			Write Output-Rec from Note-Line
		End-if.

		Move spaces to Output-Rec.
		Write Output-Rec.
		Write Output-Rec from Report-Footer.

		Perform 1900-Write-Run-Log.

		Close Output-File Run-Control-File Ack-History-File.

      * reads one program's reject file into the table
	1400-Load-Reject-File.

		Move Reject-Names(File-Index) to Reject-File-Path.
		Move "no" to Reject-Eof-Flag.

		Open Input Reject-File.
		Read Reject-File at end move "yes" to Reject-Eof-Flag.
		Perform 1420-Take-Reject until reject-end.
		Close Reject-File.

      * acknowledges a record and reason the first time any of the
      * three programs reports it
	1420-Take-Reject.

		Add 1 to Reject-Read-Count.

		Perform 2100-Classify-Reason varying Reason-Index
			from 1 by 1 until Reason-Index > 12
			or RT-Code(Reason-Index) = RJ-Reason-Code.

		If Reason-Index > 12
			Add 1 to Unknown-Reason-Count
		Else
			Perform 1440-Check-Reject
		End-if.

		Read Reject-File at end move "yes" to Reject-Eof-Flag.

      * skips a record and reason already acknowledged, and counts
      * the record as rejected the first time any reason turns up
	1440-Check-Reject.

		Move RJ-County to County-Digit.
		If RJ-County not numeric or County-Digit = zero
			Move 1 to County-Digit
		End-if.

		Move RJ-Adrs to RI-Adrs.
		Move RJ-Zip to RI-Zip.
		Move RJ-Sale-Day to RI-Sale-Day.
		Move RJ-Sale-Month to RI-Sale-Month.
		Move RJ-Sale-Year to RI-Sale-Year.
		Move RJ-Sale-Price to RI-Sale-Price.

		Move "no" to Duplicate-Flag.
		Move "no" to Record-Seen-Flag.

		Perform 2200-Compare-Reject
			varying Scan-Index from 1 by 1
			until Scan-Index > Reject-Count
			or duplicate-found.

		If not duplicate-found
			If Reject-Count < 5000
				Perform 1460-Add-Reject
			Else
				Add 1 to Overflow-Count
			End-if
		End-if.

	1460-Add-Reject.

		Add 1 to Reject-Count.
		Move County-Digit to RE-County(Reject-Count).
		Move Reject-Identity to RE-Identity(Reject-Count).
		Move RJ-Reason-Code to RE-Reason-Code(Reject-Count).
		Move RJ-Apn to RE-Apn(Reject-Count).
		Move RJ-Program to RE-Program(Reject-Count).

		Move County-Digit to County-Index.
		Add 1 to CY-Reason-Count(County-Index, Reason-Index).
		If not record-seen
			Add 1 to CY-Rejected(County-Index)
		End-if.

      * County-Code as a table subscript; blank or anything but a
      * digit 1-9 is the home county
	2000-Set-County.

		Move County-Code to County-Digit.
		If County-Code not numeric or County-Digit = zero
			Move 1 to County-Digit
		End-if.

	2100-Classify-Reason.

		Continue.

	2200-Compare-Reject.

		If RE-County(Scan-Index) = County-Digit
		   and RE-Identity(Scan-Index) = Reject-Identity
			Move "yes" to Record-Seen-Flag
			If RE-Reason-Code(Scan-Index) = RJ-Reason-Code
				Move "yes" to Duplicate-Flag
			End-if
		End-if.

      * one county's acknowledgment file, history line and summary;
      * a county that sent nothing and had nothing rejected gets no
      * file
	3000-Write-County.

		If CY-Received(County-Index) > 0
		   or CY-Rejected(County-Index) > 0
			Perform 3100-Write-Ack-File
			Perform 3300-Write-History
			Perform 3400-Write-Summary
		End-if.

	3100-Write-Ack-File.

		Move County-Index to County-Digit.
		Move spaces to Ack-File-Path.
		String "ack" County-Digit ".dat"
			Delimited by size into Ack-File-Path
		End-string.

		If CY-Rejected(County-Index) > CY-Received(County-Index)
			Move zero to Accepted-Count
		Else
			Compute Accepted-Count =
				CY-Received(County-Index)
				- CY-Rejected(County-Index)
		End-if.

		Move zero to Ack-Record-Count.
		Move zero to Ack-Reject-Count.

		Open Output Ack-File.

		Move County-Digit to AK-County.
		Move Extract-Date to AK-Extract-Date.
		Move Run-Date to AK-Run-Date.
		Move CY-Received(County-Index) to AK-Received.
		Move Accepted-Count to AK-Accepted.
		Move CY-Rejected(County-Index) to AK-Rejected.
		Write Ack-Rec from Ack-Header.
		Add 1 to Ack-Record-Count.

		Perform 3150-Write-Ack-Reason
			varying Reason-Index from 1 by 1
			until Reason-Index > 12.

		Perform 3200-Write-Ack-Reject
			varying Reject-Index from 1 by 1
			until Reject-Index > Reject-Count.

		Add 1 to Ack-Record-Count.
		Move Ack-Reject-Count to AT-Reject-Count.
		Move Ack-Record-Count to AT-Record-Count.
		Write Ack-Rec from Ack-Trailer.

		Close Ack-File.

		Add 1 to Ack-File-Count.

      * every code goes out, zero or not, so the county's load sees
      * the same twelve RSN records each day
	3150-Write-Ack-Reason.

		Move RT-Code(Reason-Index) to AR-Code.
		Move RT-Text(Reason-Index) to AR-Text.
		Move CY-Reason-Count(County-Index, Reason-Index)
			to AR-Count.
		Write Ack-Rec from Ack-Reason.
		Add 1 to Ack-Record-Count.

	3200-Write-Ack-Reject.

		If RE-County(Reject-Index) = County-Digit
			Move RE-Apn(Reject-Index) to AJ-Apn
			Move RE-Adrs(Reject-Index) to AJ-Adrs
			Move RE-Zip(Reject-Index) to AJ-Zip
			Move RE-Sale-Day(Reject-Index) to AJ-Sale-Day
			Move RE-Sale-Month(Reject-Index)
				to AJ-Sale-Month
			Move RE-Sale-Year(Reject-Index) to AJ-Sale-Year
			Move RE-Sale-Price(Reject-Index)
				to AJ-Sale-Price
			Move RE-Reason-Code(Reject-Index) to AJ-Code
			Move RE-Program(Reject-Index) to AJ-Program
			Write Ack-Rec from Ack-Reject
			Add 1 to Ack-Record-Count
			Add 1 to Ack-Reject-Count
		End-if.

	3300-Write-History.

		Move Run-Date to AH-Run-Date.
		Move Extract-Date to AH-Extract-Date.
		Move County-Digit to AH-County.
		Move CY-Received(County-Index) to AH-Received.
		Move CY-Rejected(County-Index) to AH-Rejected.
		Perform 3350-Move-History-Reason
			varying Reason-Index from 1 by 1
			until Reason-Index > 12.
		Write Ack-History-Rec.

	3350-Move-History-Reason.

		Move CY-Reason-Count(County-Index, Reason-Index)
			to AH-Reason-Count(Reason-Index).

	3400-Write-Summary.

		If CY-Received(County-Index) = zero
			Move zero to Reject-Rate
		Else
			Compute Reject-Rate rounded =
				CY-Rejected(County-Index) * 100
				/ CY-Received(County-Index)
		End-if.

		Move County-Digit to County-Out.
		Move CY-Received(County-Index) to Received-Out.
		Move Accepted-Count to Accepted-Out.
		Move CY-Rejected(County-Index) to Rejected-Out.
		Move Reject-Rate to Reject-Rate-Out.
		Move Ack-File-Path to Ack-File-Out.
		Write Output-Rec from County-Line.

		Perform 3450-Write-Summary-Reason
			varying Reason-Index from 1 by 1
			until Reason-Index > 12.

		Move spaces to Output-Rec.
		Write Output-Rec.

	3450-Write-Summary-Reason.

		If CY-Reason-Count(County-Index, Reason-Index) > 0
			Move RT-Code(Reason-Index) to Reason-Code-Out
			Move RT-Text(Reason-Index) to Reason-Text-Out
			Move CY-Reason-Count(County-Index, Reason-Index)
				to Reason-Count-Out
			Write Output-Rec from Reason-Line
		End-if.

      * appends one line to runcontrol.log recording when this run
      * happened and what it acknowledged
	1900-Write-Run-Log.

		Move function current-date to Current-Date-Time.

		String CDT-Month "/" CDT-Day "/" CDT-Year
			Delimited by size into RCL-Date
		End-string.

		String CDT-Hour ":" CDT-Minute ":" CDT-Second
			Delimited by size into RCL-Time
		End-string.

		Move Received-Total to RCL-Input-Out.
		Move Ack-File-Count to RCL-Output-Out.
		Compute RCL-Error-Out = CY-Rejected(1) + CY-Rejected(2)
			+ CY-Rejected(3) + CY-Rejected(4)
			+ CY-Rejected(5) + CY-Rejected(6)
			+ CY-Rejected(7) + CY-Rejected(8)
			+ CY-Rejected(9).

		Write Run-Control-Rec from Run-Control-Line.
