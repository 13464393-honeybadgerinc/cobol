		Select Error-File
			assign to "error3out.dat"
			organization is line sequential.
		Select Reject-File
			assign to "rej3out.dat"
			organization is line sequential.
		Select Gis-File
			assign to "gis3out.dat"
			organization is line sequential.
			organization is indexed
			access mode is random
			record key is zipRefZip.
		Select Optional Street-Ref-File
			assign to "/home1/c/a/acsi203/streets.dat"
			organization is indexed
			access mode is dynamic
			record key is SR-Key.
		Select Optional Param-File
			assign to "/home1/c/a/acsi203/paramast.dat"
			organization is indexed
	FD	Error-File.
	01	Error-Rec		Pic x(153).

      * the run's rejects, one record per reason, for prog78's
      * acknowledgment back to the county
	FD	Reject-File.
	01	Reject-Rec.
	Copy "reject.cpy".

	FD	Output-File.
	01	Output-Rec		Pic x(185).

		02 zipRefLat		Pic 9(6)v99.
		02 zipRefLong		Pic 9(7)v99.

      * street reference file, maintained by prog72 and loaded from
      * the county's centerline extract by prog73: one entry per
      * street per ZIP with its lowest and highest house numbers, so
      * a misspelled street or a house number past the end of the
      * street is caught here instead of becoming a phantom property
      * in propmast.dat
	FD	Street-Ref-File.
	01	Street-Ref-Rec.
		02 SR-Key.
		   03 SR-Zip		Pic x(5).
		   03 SR-Street		Pic x(25).
		02 SR-Low-Number	Pic 9(6).
		02 SR-High-Number	Pic 9(6).
		02 SR-City		Pic x(15).
		02 SR-Source		Pic x(1).

      * effective-dated parameter master maintained by prog54; read
      * whole at startup, each name's entry in force on the run date
	01	Zip-Match-Flag		Pic x(3) value "no".
		88 zip-mismatched value "yes".

      * set when the record's ZIP has streets on file but not the
      * street its Adrs names, or when the house number falls outside
      * that street's range; a ZIP with no streets on file at all
      * passes and is counted instead, so a ZIP the centerline load
      * has not reached yet does not reject every sale in it
	01	Street-Unknown-Flag	Pic x(3) value "no".
		88 street-unknown value "yes".

	01	Street-Range-Flag	Pic x(3) value "no".
		88 street-out-of-range value "yes".

	01	Street-Found-Flag	Pic x(3) value "no".
		88 street-found value "yes".

	01	Street-Zip-Data-Flag	Pic x(3) value "no".
		88 street-zip-has-data value "yes".

      * the last ZIP probed for street data and what was found, so a
      * run of sales in one ZIP probes the file once
	01	Street-Zip-Probed	Pic x(5) value spaces.

	01	No-Street-Data-Count	Pic 9(6) value 0.

      * the Adrs split into its leading house number and the street
      * name after it; an Adrs with no leading number is checked for
      * its street only
	01	House-Number		Pic 9(6) value zero.

	01	Street-Name		Pic x(25) value spaces.

	01	Adrs-Scan-Pos		Pic 9(2) value zero.

	01	No-Street-Line.
		02 Filler		Pic x(12) value spaces.
		02 Filler		Pic x(37) value
		    "Sales in ZIPs with no street data on ".
		02 Filler		Pic x(6) value
		    "file: ".
		02 No-Street-Out	Pic ZZZ,ZZ9.
		02 Filler		Pic x(70) value spaces.

      * set when a failing coordinate was filled from the ZIP's
      * centroid; the record stays in the run and the GIS line is
      * flagged as approximately located

		Open Input Input-File
                           Zip-Ref-File
                           Street-Ref-File
                           cityRatesFile
                           City-Alias-File
                     output Output-File
                            Error-File
                            Reject-File
                            Gis-File.
		Open Extend Run-Control-File Errtrack-File.


		Perform 2145-Fill-Geocode.

		Perform 2160-Check-Street.

		If not state-matched or not bad-prop or Bedrooms not
		numeric or Bathrooms not numeric or Square-Feet not
		numeric or Sale-Price not numeric or bad-latitude
		or bad-longitude or zip-mismatched or street-unknown
		or street-out-of-range then

		Move "yes" to Invalid-flag.


		End-if.

      * checks the record's Adrs against the street reference file:
      * the street must be on file for the ZIP and the house number
      * must fall inside its range; skipped when the ZIP itself has
      * already failed, since the street check would only repeat it
	2160-Check-Street.

		Move "no" to Street-Unknown-Flag.
		Move "no" to Street-Range-Flag.

		If not zip-mismatched

			Perform 2165-Split-Adrs

			Move Zip to SR-Zip
			Move Street-Name to SR-Street

			Move "no" to Street-Found-Flag
			Read Street-Ref-File
				invalid key continue
				not invalid key
					move "yes" to Street-Found-Flag
			End-read

			If street-found
				Perform 2175-Check-House-Number
			Else
				Perform 2170-Probe-Street-Zip
			End-if

		End-if.

      * a house number outside the street's range on file rejects;
      * an Adrs with no leading number is not range-checked
	2175-Check-House-Number.

		If House-Number not = zero and
		   (House-Number < SR-Low-Number or
		    House-Number > SR-High-Number)
			Move "yes" to Street-Range-Flag
		End-if.

      * takes the leading digits of the Adrs as the house number and
      * everything after the first space as the street name
	2165-Split-Adrs.

		Move zero to House-Number.
		Move Adrs to Street-Name.

		Perform 2166-Classify-Digit
			varying Adrs-Scan-Pos from 1 by 1
			until Adrs-Scan-Pos > 6
			or Adrs(Adrs-Scan-Pos:1) not numeric.

		If Adrs-Scan-Pos > 1

			Move Adrs(1:Adrs-Scan-Pos - 1) to House-Number

			Perform 2166-Classify-Digit
				varying Adrs-Scan-Pos from Adrs-Scan-Pos
				by 1 until Adrs-Scan-Pos > 26
				or Adrs(Adrs-Scan-Pos:1) = space

			Move spaces to Street-Name
			If Adrs-Scan-Pos < 27
				Move Adrs(Adrs-Scan-Pos + 1:) to
					Street-Name
			End-if

		End-if.

      * no-op body; the scans for the end of the house number and
      * for the space ahead of the street name happen entirely in the
      * Perform ... Varying's Until condition
	2166-Classify-Digit.

		Continue.

      * the street is not on file for the ZIP: finds out whether the
      * ZIP has any streets on file at all by starting at its lowest
      * possible key, keeping the answer for the next sale in the
      * same ZIP; with streets on file the sale's street is unknown,
      * and with none the sale passes and is counted
	2170-Probe-Street-Zip.

		If Zip not = Street-Zip-Probed

			Move Zip to Street-Zip-Probed
			Move "no" to Street-Zip-Data-Flag

			Move Zip to SR-Zip
			Move low-values to SR-Street
			Move "no" to Street-Found-Flag

			Start Street-Ref-File key not < SR-Key
				invalid key continue
				not invalid key
					move "yes" to Street-Found-Flag
			End-start

			If street-found
				Read Street-Ref-File next record
					at end move spaces to SR-Zip
				End-read
				If SR-Zip = Zip
					Move "yes" to
						Street-Zip-Data-Flag
				End-if
			End-if

		End-if.

		If street-zip-has-data
			Move "yes" to Street-Unknown-Flag
		Else
			Add 1 to No-Street-Data-Count
		End-if.

      * writes the bad record's image (with its locator) and the
      * associated error message(s) beneath it to the error file
	2999-Error.

			Move spaces to Error-Line-2
			Move "invalid state data" to Error-Msg
			Write Error-Rec from Error-Line-2
			Move "ST" to RJ-Reason-Code
			Perform 2995-Write-Reject.

		If not bad-prop

			Move spaces to Error-Line-2
			Move "invalid property-type data" to Error-Msg
			Write Error-Rec from Error-Line-2
			Move "PT" to RJ-Reason-Code
			Perform 2995-Write-Reject.

		If Bedrooms not numeric

			Move spaces to Error-Line-2
			Move "bedrooms not numeric" to Error-Msg
			Write Error-Rec from Error-Line-2
			Move "BD" to RJ-Reason-Code
			Perform 2995-Write-Reject.

		If Bathrooms not numeric

			Move spaces to Error-Line-2
			Move "bathrooms not numeric" to Error-Msg
			Write Error-Rec from Error-Line-2
			Move "BA" to RJ-Reason-Code
			Perform 2995-Write-Reject.

		If Square-Feet not numeric

			Move spaces to Error-Line-2
			Move "square feet not numeric" to Error-Msg
			Write Error-Rec from Error-Line-2
			Move "SF" to RJ-Reason-Code
			Perform 2995-Write-Reject.

		If Sale-Price not numeric

			Move spaces to Error-Line-2
			Move "sale price not numeric" to Error-Msg
			Write Error-Rec from Error-Line-2
			Move "SP" to RJ-Reason-Code
			Perform 2995-Write-Reject.

		If bad-latitude

			Move spaces to Error-Line-2
			Move "latitude outside California bounds" to
				Error-Msg
			Write Error-Rec from Error-Line-2
			Move "LA" to RJ-Reason-Code
			Perform 2995-Write-Reject.

		If bad-longitude then

			Move spaces to Error-Line-2
			Move "longitude outside California bounds" to
				Error-Msg
			Write Error-Rec from Error-Line-2
			Move "LO" to RJ-Reason-Code
			Perform 2995-Write-Reject.

		If zip-mismatched

			Move spaces to Error-Line-2
			Move "zip does not match city/st/cnty" to
				Error-Msg
			Write Error-Rec from Error-Line-2
			Move "ZP" to RJ-Reason-Code
			Perform 2995-Write-Reject.

		If street-unknown

			Move spaces to Error-Line-2
			Move "street not on file for zip" to
				Error-Msg
			Write Error-Rec from Error-Line-2
			Move "SN" to RJ-Reason-Code
			Perform 2995-Write-Reject.

		If street-out-of-range

			Move spaces to Error-Line-2
			Move "house number outside street range" to
				Error-Msg
			Write Error-Rec from Error-Line-2
			Move "HN" to RJ-Reason-Code
			Perform 2995-Write-Reject.

		Perform 2990-Register-Error.

		Move "no" to Invalid-flag.

      * one record per reason on the run's reject file, for the
      * acknowledgment prog78 sends back to the county
	2995-Write-Reject.

		Move "PROG3" to RJ-Program.
		If County-Code = spaces
			Move "1" to RJ-County
		Else
			Move County-Code to RJ-County
		End-if.
		Move Apn to RJ-Apn.
		Move Adrs to RJ-Adrs.
		Move Zip to RJ-Zip.
		Move Sale-Day to RJ-Sale-Day.
		Move Sale-Month to RJ-Sale-Month.
		Move Sale-Year to RJ-Sale-Year.
		Move Sale-Price to RJ-Sale-Price.

		Write Reject-Rec.

      * registers this reject in the error-tracking master as open,
      * under a fresh error ID and carrying the first reason the
      * validation cascade hit
			when zip-mismatched
				Move "zip does not match city/st/cnty"
					to Track-Reason
			when street-unknown
				Move "street not on file for zip"
					to Track-Reason
			when street-out-of-range
				Move "house no. outside street range"
					to Track-Reason
			when other
				Move "unclassified reject" to
					Track-Reason

		End-if.

		If No-Street-Data-Count > 0

			Move No-Street-Data-Count to No-Street-Out
			Write Output-Rec from No-Street-Line
			Move spaces to Output-Rec
			Write Output-Rec

		End-if.

      * confirms nothing fell through the cracks between
      * 1200-Main-Loop and 2999-Error
		If Input-Record-Count not =

		Write Output-Rec from Report-Footer.
		Perform 1900-Write-Run-Log.
		Close Input-File Output-File Error-File Reject-File
		      Gis-File
		      Zip-Ref-File Street-Ref-File cityRatesFile
		      City-Alias-File
		      Run-Control-File Errtrack-File.

      * appends one line to runcontrol.log recording when this run
