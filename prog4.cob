		Select Error-File
			assign to "error4out.dat"
			organization is line sequential.
		Select Reject-File
			assign to "rej4out.dat"
			organization is line sequential.
		Select Optional Checkpoint-File
			assign to "prog4chk.dat"
			organization is line sequential.
	FD	Error-File.
	01	Error-Rec		Pic x(137).

      * the run's rejects, one record per reason, for prog78's
      * acknowledgment back to the county
	FD	Reject-File.
	01	Reject-Rec.
	Copy "reject.cpy".

	FD	Checkpoint-File.
	01	Checkpoint-Rec		Pic x(20).

			   City-Alias-File Zip-Ref-File.
               	Open Output Output-File
		     	   Error-File
			   Reject-File
			   Gis-File.
		Open Extend Run-Control-File Errtrack-File.


			Move "invalid state data" to Error-Rec
	
			Write Error-Rec
			Move "ST" to RJ-Reason-Code
			Perform 2995-Write-Reject.

		If not bad-prop 

			Move "invalid property-type data" to Error-Rec

			Write Error-Rec
			Move "PT" to RJ-Reason-Code
			Perform 2995-Write-Reject.

		If Bedrooms not numeric

			Move "bedrooms not numeric" to Error-Rec

			Write Error-Rec
			Move "BD" to RJ-Reason-Code
			Perform 2995-Write-Reject.

		If Bathrooms not numeric

			Move "bathrooms not numeric" to Error-Rec

			Write Error-Rec
			Move "BA" to RJ-Reason-Code
			Perform 2995-Write-Reject.

		If Square-Feet not numeric

			Move "square feet not numeric" to Error-Rec

			Write Error-Rec
			Move "SF" to RJ-Reason-Code
			Perform 2995-Write-Reject.

		If Sale-Price not numeric then

			Move "sale price not numeric" to Error-Rec

			Write Error-Rec
			Move "SP" to RJ-Reason-Code
			Perform 2995-Write-Reject.

		If bad-latitude

			Move "latitude outside California bounds" to
				Error-Rec

			Write Error-Rec
			Move "LA" to RJ-Reason-Code
			Perform 2995-Write-Reject.

		If bad-longitude then

			Move "longitude outside California bounds" to
				Error-Rec

			Write Error-Rec
			Move "LO" to RJ-Reason-Code
			Perform 2995-Write-Reject.

		If bad-date


			Move "real calendar date" to Error-Rec

			Write Error-Rec
			Move "DT" to RJ-Reason-Code
			Perform 2995-Write-Reject.

		Perform 2990-Register-Error.

		Move "no" to Invalid-flag.

      * one record per reason on the run's reject file, for the
      * acknowledgment prog78 sends back to the county
	2995-Write-Reject.

		Move "PROG4" to RJ-Program.
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
		Perform 1910-Write-Kpi.
		Perform 1950-Reset-Checkpoint.
		Close Input-File cityRatesFile City-Alias-File
			Zip-Ref-File Output-File Error-File Reject-File
			Gis-File Run-Control-File Errtrack-File.

      * writes the run's rollup figures as tagged lines, taken before
