      * on prog56out.dat ties to the sum of YTD-WH, and then the
      * old master is archived to ytdmast.<yyyy> and ytdmast.dat is
      * rewritten empty so the new year's first run starts clean
      * instead of on top of last year's totals; the employer tax
      * master (ertaxytd.dat) the pay run keeps beside it is archived
      * to ertaxytd.<yyyy> and emptied the same way, so the new
      * year's wage bases start over together

        Environment Division.

                Select Ytd-Archive-File
                       assign to Ytd-Archive-Path
                       organization is line sequential.
                Select Optional Employer-Ytd-File
                       assign to "ertaxytd.dat"
                       organization is line sequential.
                Select Employer-Archive-File
                       assign to Employer-Archive-Path
                       organization is line sequential.
                Select Company-File
                       assign to Company-File-Path.
                Select W2-Print-File
	FD	Ytd-Archive-File.
	01	Ytd-Archive-Rec		Pic x(46).

      * the employer's side of the year to date per SSN, carried
      * over to its archive whole
	FD	Employer-Ytd-File.
	01	Employer-Ytd-Rec	Pic x(95).

	FD	Employer-Archive-File.
	01	Employer-Archive-Rec	Pic x(95).

	FD	Company-File.
	01	Company-Rec.
		02 Last-Name		Pic x(10).

	01	Ytd-Archive-Path	Pic x(80) value spaces.

	01	Employer-Archive-Path	Pic x(80) value spaces.

	01	Employer-Eof		Pic x(3) value "no".
		88 employer-end value "yes".

	01	Employer-Count		Pic 9(4) value zero.

	01	Eof-Flag		Pic x(3) value "no".
		88 end-reached value "yes".

			Delimited by size into Ytd-Archive-Path
		End-string.

		Move spaces to Employer-Archive-Path.
		String "ertaxytd." Year-Entry
			Delimited by size into Employer-Archive-Path
		End-string.

		Open Input Company-File.
		Perform 1050-Read-Company
			varying Emp-Index from 1 by 1
		Open Output Ytd-Master-File.
		Close Ytd-Master-File.

		Open Input Employer-Ytd-File.
		Open Output Employer-Archive-File.
		Read Employer-Ytd-File
			at end move "yes" to Employer-Eof.
		Perform 1400-Archive-Employer until employer-end.
		Close Employer-Ytd-File Employer-Archive-File.
		Open Output Employer-Ytd-File.
		Close Employer-Ytd-File.

		Display "W-2 run complete for " Year-Entry ".".
		Display "Statements printed: " Statement-Count.
		Display "Master archived to ytdmast." Year-Entry
			" and reset for the new year.".
		Display "Employer tax master (" Employer-Count
			" rows) archived to ertaxytd." Year-Entry
			" and reset.".

      * one employer tax row copied into the year's archive
	1400-Archive-Employer.

		Write Employer-Archive-Rec from Employer-Ytd-Rec.
		Add 1 to Employer-Count.

		Read Employer-Ytd-File
			at end move "yes" to Employer-Eof.
