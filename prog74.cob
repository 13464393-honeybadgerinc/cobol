        Identification Division.
        Program-Id. prog74.
        Date-Written. 10/15/2026.
        Author. Lucas Henry.
        Date-Compiled.

      * daily listings update: the MLS sends one record per listing
      * it touched - new listings, price changes, and status moves
      * (active, pending, withdrawn, expired, closed) - and this pass
      * carries them onto the listings master, listmast.dat, keyed on
      * the MLS number; a new listing is added with its list price as
      * both original and current price, a changed list price is
      * counted and dated as a price change, and a listing leaving the
      * market (withdrawn, expired, closed) has its off-market date
      * stamped so prog75's month-end inventory can look back; the
      * Adrs is folded to prog41's standard spelling so a sale can be
      * matched back to its listing on Adrs/Zip when the APN fails;
      * every change and every rejected feed record is listed on
      * prog74out.dat

        Environment Division.

        Input-Output Section.
        File-Control.

                Select Listing-Feed-File
                       assign to Listing-Feed-Path
                       organization is line sequential.
                Select Optional Listing-Master-File
                       assign to "/home1/c/a/acsi203/listmast.dat"
                       organization is indexed
                       access mode is random
                       record key is LM-Mls-Number.
                Select Report-File
                       assign to "prog74out.dat"
                       organization is line sequential.
		Select Run-Control-File
			assign to "runcontrol.log"
			organization is line sequential.

        Data Division.

        File Section.

      * one listing as the MLS sends it: status A active, P pending,
      * W withdrawn, X expired, C closed, with the date it took that
      * status
	FD	Listing-Feed-File.
	01	Listing-Feed-Rec.
		02 LF-Mls-Number	Pic x(10).
		02 LF-Apn		Pic x(12).
		02 LF-Adrs		Pic x(27).
		02 LF-Zip		Pic x(5).
		02 LF-City		Pic x(15).
		02 LF-Property-Type	Pic x(8).
		02 LF-List-Date		Pic x(8).
		02 LF-List-Price	Pic x(9).
		02 LF-Status		Pic x(1).
		02 LF-Status-Date	Pic x(8).

      * listings master: one entry per MLS listing, with its price
      * history boiled down to original price, current price, and
      * the number and date of changes
	FD	Listing-Master-File.
	01	Listing-Master-Rec.
		02 LM-Mls-Number	Pic x(10).
		02 LM-Apn		Pic x(12).
		02 LM-Adrs		Pic x(27).
		02 LM-Zip		Pic x(5).
		02 LM-City		Pic x(15).
		02 LM-Property-Type	Pic x(8).
		02 LM-List-Date		Pic 9(8).
		02 LM-Original-Price	Pic 9(9).
		02 LM-List-Price	Pic 9(9).
		02 LM-Price-Changes	Pic 9(3).
		02 LM-Last-Change-Date	Pic 9(8).
		02 LM-Status		Pic x(1).
		02 LM-Status-Date	Pic 9(8).
      * the date the listing went withdrawn, expired, or closed;
      * zero while it is active or pending
		02 LM-Off-Market-Date	Pic 9(8).
		02 LM-Last-Feed-Date	Pic 9(8).

	FD	Report-File.
	01	Report-Rec		Pic x(100).

	FD	Run-Control-File.
	01	Run-Control-Rec		Pic x(54).

	Working-Storage Section.

      * defaults to where the MLS drops the daily extract;
      * Accept-From-Sysin in 1000-Init lets operations rerun a day
      * from a differently named file
	01	Listing-Feed-Path	Pic x(80) value
		"/home1/c/a/acsi203/listings.dat".

	01	Eof-Flag		Pic xxx value "No".

	01	Not-Found-Flag		Pic x(3) value "no".
		88 not-found	value "yes".

	01	Input-Record-Count	Pic 9(6) value 0.

	01	New-Count		Pic 9(6) value 0.

	01	Price-Change-Count	Pic 9(6) value 0.

	01	Status-Change-Count	Pic 9(6) value 0.

	01	Reject-Count		Pic 9(6) value 0.

	01	Reject-Reason		Pic x(25) value spaces.

      * the run date as yyyymmdd, stamped on every entry the feed
      * touches and on each price change
	01	Feed-Date		Pic 9(8) value zero.

	01	Feed-Date-Time.
		02 FDT-Year		Pic 9(4).
		02 FDT-Month		Pic 9(2).
		02 FDT-Day		Pic 9(2).
		02 Filler		Pic x(13).

	01	Old-Price		Pic 9(9) value zero.

	01	Old-Status		Pic x(1) value spaces.

      * the listing's Adrs being standardized
	01	Adrs-Work		Pic x(27) value spaces.

	01	Adrs-Len		Pic 9(2) value zero.

	01	Word-Start		Pic 9(2) value zero.

	01	Word-Len		Pic 9(2) value zero.

	01	Scan-Pos		Pic 9(2) value zero.

	01	Last-Word		Pic x(9) value spaces.

	01	Type-Index		Pic 9(2) value zero.

      * the spelled-out street types and their standard abbreviations,
      * the same table prog41 folds the sale's Adrs with
	01	Street-Type-Data.
		02 filler	Pic x(13) value "STREET   ST  ".
		02 filler	Pic x(13) value "AVENUE   AVE ".
		02 filler	Pic x(13) value "BOULEVARDBLVD".
		02 filler	Pic x(13) value "DRIVE    DR  ".
		02 filler	Pic x(13) value "ROAD     RD  ".
		02 filler	Pic x(13) value "LANE     LN  ".
		02 filler	Pic x(13) value "COURT    CT  ".
		02 filler	Pic x(13) value "PLACE    PL  ".
		02 filler	Pic x(13) value "CIRCLE   CIR ".
		02 filler	Pic x(13) value "HIGHWAY  HWY ".
		02 filler	Pic x(13) value "PARKWAY  PKWY".
		02 filler	Pic x(13) value "TERRACE  TER ".

	01	Street-Type-Table redefines Street-Type-Data.
		02 Street-Types occurs 12 times.
		   03 Long-Type		Pic x(9).
		   03 Short-Type	Pic x(4).

	01	Report-Header.
		02 Filler		Pic x(11) value spaces.
		02 Filler		Pic x(30) value
		    "Daily Listings Update - ".
		02 Header-Date-Out	Pic 9(8).
		02 Filler		Pic x(51) value spaces.

	01	Column-headers.
		02 Filler		Pic x(10) value "MLS Number".
		02 Filler		Pic x(2) value spaces.
		02 Filler		Pic x(4) value "Adrs".
		02 Filler		Pic x(24) value spaces.
		02 Filler		Pic x(3) value "Zip".
		02 Filler		Pic x(3) value spaces.
		02 Filler		Pic x(6) value "Change".
		02 Filler		Pic x(48) value spaces.

      * one line per change the feed made, or per record it refused
	01	Change-Line.
		02 Mls-Out		Pic x(10).
		02 Filler		Pic x(2) value spaces.
		02 Adrs-Out		Pic x(27).
		02 Filler		Pic x(1) value spaces.
		02 Zip-Out		Pic x(5).
		02 Filler		Pic x(1) value spaces.
		02 Change-Out		Pic x(54).

	01	Price-Change-Text.
		02 Filler		Pic x(7) value "PRICE  ".
		02 Old-Price-Out	Pic ZZZ,ZZZ,ZZ9.
		02 Filler		Pic x(4) value " -> ".
		02 New-Price-Out	Pic ZZZ,ZZZ,ZZ9.
		02 Filler		Pic x(21) value spaces.

	01	Status-Change-Text.
		02 Filler		Pic x(7) value "STATUS ".
		02 Old-Status-Out	Pic x(1).
		02 Filler		Pic x(4) value " -> ".
		02 New-Status-Out	Pic x(1).
		02 Filler		Pic x(4) value " on ".
		02 Status-Date-Out	Pic 9(8).
		02 Filler		Pic x(29) value spaces.

	01	Count-Line.
		02 Count-Label		Pic x(30).
		02 Count-Out		Pic ZZZ,ZZ9.
		02 Filler		Pic x(63) value spaces.

      * the run-date/time stamp, split out of Function Current-Date
      * for the run-control log
	01	Current-Date-Time.
		02 CDT-Year		Pic 9(4).
		02 CDT-Month		Pic 9(2).
		02 CDT-Day		Pic 9(2).
		02 CDT-Hour		Pic 9(2).
		02 CDT-Minute		Pic 9(2).
		02 CDT-Second		Pic 9(2).
		02 Filler		Pic x(7).

      * one line per run, appended to runcontrol.log; the output
      * column carries the listings added or changed
	01	Run-Control-Line.
		02 RCL-Program		Pic x(8) value "PROG74".
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
		Perform 1200-Main-Loop until Eof-Flag = "Yes".
		Perform 1300-Finish.
		Stop Run.

	1000-Init.

		Accept Listing-Feed-Path from Sysin.
		If Listing-Feed-Path = spaces
			Move "/home1/c/a/acsi203/listings.dat"
				to Listing-Feed-Path.

		Move function current-date to Feed-Date-Time.
		Compute Feed-Date =
			FDT-Year * 10000 + FDT-Month * 100 + FDT-Day.

		Open Input Listing-Feed-File.
		Open I-O Listing-Master-File.
		Open Output Report-File.
		Open Extend Run-Control-File.

		Move Feed-Date to Header-Date-Out.
		Write Report-Rec from Report-Header.
		Move spaces to Report-Rec.
		Write Report-Rec.
		Write Report-Rec from Column-headers.
		Move spaces to Report-Rec.
		Write Report-Rec.

		Read Listing-Feed-File at end move "Yes" to Eof-Flag.
		If Eof-Flag not = "Yes"
			Add 1 to Input-Record-Count.

      * checks one feed record and applies it to the master
	1200-Main-Loop.

		Perform 2100-Check-Feed-Record.

		If Reject-Reason not = spaces
			Perform 2900-Reject-Feed-Record
		Else
			Perform 2200-Standardize-Adrs
			Perform 2300-Apply-Listing
		End-if.

		Read Listing-Feed-File at end move "Yes" to Eof-Flag.
		If Eof-Flag not = "Yes"
			Add 1 to Input-Record-Count.

      * a usable record has an MLS number, numeric dates and price,
      * and one of the five status codes
	2100-Check-Feed-Record.

		Move spaces to Reject-Reason.

		Evaluate true
			when LF-Mls-Number = spaces
				Move "MLS number blank" to
					Reject-Reason
			when LF-List-Date not numeric
			  or LF-Status-Date not numeric
				Move "date not numeric" to
					Reject-Reason
			when LF-List-Price not numeric
				Move "list price not numeric" to
					Reject-Reason
			when LF-Status not = "A" and not = "P"
			 and not = "W" and not = "X" and not = "C"
				Move "unknown status code" to
					Reject-Reason
			when other
				Continue
		End-evaluate.

      * upper-cases the listing's Adrs and folds a spelled-out street
      * type to its abbreviation, the way prog41 treats the sale's
	2200-Standardize-Adrs.

		Move Function Upper-case(LF-Adrs) to Adrs-Work.

		Perform 2210-Classify-Length
			varying Adrs-Len from 27 by -1
			until Adrs-Len < 1
			or Adrs-Work(Adrs-Len:1) not = spaces.

		If Adrs-Len > 1
			Perform 2225-Fold-Street-Type
		End-if.

      * finds the address's last word and, when it is a spelled-out
      * street type, replaces it with the abbreviation
	2225-Fold-Street-Type.

		Perform 2220-Classify-Word-Start
			varying Scan-Pos from Adrs-Len by -1
			until Scan-Pos < 1
			or Adrs-Work(Scan-Pos:1) = spaces.

		Compute Word-Start = Scan-Pos + 1.
		Compute Word-Len = Adrs-Len - Word-Start + 1.

		If Scan-Pos not < 1 and Word-Len not > 9

			Move spaces to Last-Word
			Move Adrs-Work(Word-Start:Word-Len) to
				Last-Word

			Perform 2230-Classify-Street-Type
				varying Type-Index from 1 by 1
				until Type-Index > 12
				or Last-Word = Long-Type(Type-Index)

			If Type-Index not > 12
				Move spaces to Adrs-Work(Word-Start:)
				Move Short-Type(Type-Index) to
					Adrs-Work(Word-Start:4)
			End-if

		End-if.

      * no-op body; the scan for the address's trimmed length happens
      * entirely in the Perform ... Varying's Until condition
	2210-Classify-Length.

		Continue.

      * no-op body; the scan for the space ahead of the address's
      * last word happens entirely in the Perform ... Varying's Until
      * condition
	2220-Classify-Word-Start.

		Continue.

      * no-op body; the search for the last word in the street-type
      * table happens entirely in the Perform ... Varying's Until
      * condition
	2230-Classify-Street-Type.

		Continue.

      * adds a listing the master has not seen, or carries a known
      * listing's price and status forward
	2300-Apply-Listing.

		Move LF-Mls-Number to LM-Mls-Number.

		Move "no" to Not-Found-Flag.
		Read Listing-Master-File
			invalid key move "yes" to Not-Found-Flag
		End-read.

		If not-found
			Perform 2400-Add-Listing
		Else
			Perform 2500-Update-Listing
		End-if.

      * a listing new to the master; one the MLS sends already off
      * the market still goes on, stamped off-market as of its status
      * date
	2400-Add-Listing.

		Move LF-Apn to LM-Apn.
		Move Adrs-Work to LM-Adrs.
		Move LF-Zip to LM-Zip.
		Move LF-City to LM-City.
		Move LF-Property-Type to LM-Property-Type.
		Move LF-List-Date to LM-List-Date.
		Move LF-List-Price to LM-Original-Price.
		Move LF-List-Price to LM-List-Price.
		Move zero to LM-Price-Changes LM-Last-Change-Date.
		Move LF-Status to LM-Status.
		Move LF-Status-Date to LM-Status-Date.
		Move zero to LM-Off-Market-Date.
		If LM-Status = "W" or "X" or "C"
			Move LM-Status-Date to LM-Off-Market-Date
		End-if.
		Move Feed-Date to LM-Last-Feed-Date.

		Write Listing-Master-Rec.

		Add 1 to New-Count.

		Move LM-Mls-Number to Mls-Out.
		Move LM-Adrs to Adrs-Out.
		Move LM-Zip to Zip-Out.
		Move "NEW LISTING" to Change-Out.
		Write Report-Rec from Change-Line.

      * a changed list price is counted and dated; a status move is
      * taken with its date, a listing leaving the market is stamped
      * off-market, and one coming back (a withdrawn listing
      * relisted under the same number) has the stamp cleared
	2500-Update-Listing.

		Move LM-List-Price to Old-Price.
		Move LM-Status to Old-Status.

		Move LM-Mls-Number to Mls-Out.
		Move LM-Adrs to Adrs-Out.
		Move LM-Zip to Zip-Out.

		If LF-List-Price not = LM-List-Price
			Move LF-List-Price to LM-List-Price
			Add 1 to LM-Price-Changes
			Move Feed-Date to LM-Last-Change-Date
			Add 1 to Price-Change-Count
			Move Old-Price to Old-Price-Out
			Move LM-List-Price to New-Price-Out
			Move Price-Change-Text to Change-Out
			Write Report-Rec from Change-Line
		End-if.

		If LF-Status not = LM-Status
			Move LF-Status to LM-Status
			Move LF-Status-Date to LM-Status-Date
			If LM-Status = "W" or "X" or "C"
				Move LM-Status-Date to
					LM-Off-Market-Date
			Else
				Move zero to LM-Off-Market-Date
			End-if
			Add 1 to Status-Change-Count
			Move Old-Status to Old-Status-Out
			Move LM-Status to New-Status-Out
			Move LM-Status-Date to Status-Date-Out
			Move Status-Change-Text to Change-Out
			Write Report-Rec from Change-Line
		End-if.

		Move Feed-Date to LM-Last-Feed-Date.

		Rewrite Listing-Master-Rec.

      * lists a refused feed record with its reason
	2900-Reject-Feed-Record.

		Add 1 to Reject-Count.

		Move LF-Mls-Number to Mls-Out.
		Move LF-Adrs to Adrs-Out.
		Move LF-Zip to Zip-Out.
		Move spaces to Change-Out.
		String "REJECTED - " Reject-Reason
			Delimited by size into Change-Out
		End-string.
		Write Report-Rec from Change-Line.

	1300-Finish.

		Move spaces to Report-Rec.
		Write Report-Rec.

		Move "Feed records read:" to Count-Label.
		Move Input-Record-Count to Count-Out.
		Write Report-Rec from Count-Line.

		Move "New listings:" to Count-Label.
		Move New-Count to Count-Out.
		Write Report-Rec from Count-Line.

		Move "Price changes:" to Count-Label.
		Move Price-Change-Count to Count-Out.
		Write Report-Rec from Count-Line.

		Move "Status changes:" to Count-Label.
		Move Status-Change-Count to Count-Out.
		Write Report-Rec from Count-Line.

		Move "Feed records rejected:" to Count-Label.
		Move Reject-Count to Count-Out.
		Write Report-Rec from Count-Line.

		Perform 1900-Write-Run-Log.

		Close Listing-Feed-File Listing-Master-File Report-File
		      Run-Control-File.

      * appends one line to runcontrol.log recording when this run
      * happened and how many feed records it read/applied/rejected
	1900-Write-Run-Log.

		Move function current-date to Current-Date-Time.

		String CDT-Month "/" CDT-Day "/" CDT-Year
			Delimited by size into RCL-Date
		End-string.

		String CDT-Hour ":" CDT-Minute ":" CDT-Second
			Delimited by size into RCL-Time
		End-string.

		Move Input-Record-Count to RCL-Input-Out.
		Compute RCL-Output-Out = Input-Record-Count -
			Reject-Count.
		Move Reject-Count to RCL-Error-Out.

		Write Run-Control-Rec from Run-Control-Line.
