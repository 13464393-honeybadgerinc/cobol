                       organization is indexed
                       access mode is sequential
                       record key is PM-Key.
                Select Optional Sale-History-File
                       assign to "/home1/c/a/acsi203/salehist.dat"
                       organization is indexed
                       access mode is sequential
                       record key is SH-Key
                       alternate record key is SH-Apn
                           with duplicates
                       alternate record key is SH-City-Key
                           with duplicates
                       alternate record key is SH-Year-Month
                           with duplicates.
		Select Zip-Ref-File
			assign to "/home1/c/a/acsi203/zipcodes.dat"
			organization is indexed
	01	Input-Rec.
	Copy "realestate.cpy".

      * the indexed sale history prog76 loads nightly - the current
      * file and the archive together, already validated and clear
      * of rescissions, in Adrs/Zip/date order
	FD	Sale-History-File.
	01	Sale-History-Rec.
	Copy "salehist.cpy".

      * the current position of one property, as prog28 keeps it
	FD	Property-Master-File.
	01	Property-Master-Rec.
	01	Input-File-Path		Pic x(80) value
		"/home1/c/a/acsi203/realestate.dat".

      * I measures the rates off the indexed sale history, which
      * reaches back through the archive the current file has lost;
      * blank reads the current file as before
	01	Sale-Source-Param	Pic x(1) value spaces.
		88 indexed-mode value "I" "i".

	01	Eof-Flag		Pic x(3) value "no".
		88 end-reached value "yes".

			Move "/home1/c/a/acsi203/realestate.dat"
				to Input-File-Path.

		Accept Sale-Source-Param from Sysin.

		Move function current-date to Todays-Date.

		If indexed-mode
			Open Input Sale-History-File
		Else
			Open Input Input-File
		End-if.
		Open Output Output-File.

		Write Output-Rec from Report-Header.
		Move spaces to Output-Rec.
		Write Output-Rec.

		Perform 1140-Read-Sale.

      * loads each sale into the date-ordered table, then reads the
      * next record

		Perform 2000-Load-Record.

		Perform 1140-Read-Sale.

      * the next sale, off the flat file or the indexed history; a
      * history entry is laid into the same record area, so the
      * load sees one layout either way
	1140-Read-Sale.

		If indexed-mode
			Read Sale-History-File
				at end move "yes" to Eof-Flag
			End-read
			If not end-reached
				Move SH-Sale-Rec to Input-Rec
			End-if
		Else
			Read Input-File
				at end move "yes" to Eof-Flag
			End-read
		End-if.

      * no-op body; the search for Sale-Month's position in the
      * calendar happens entirely in the Perform ... Varying's Until
		Move spaces to Output-Rec.
		Write Output-Rec.

		If indexed-mode
			Close Sale-History-File
		Else
			Close Input-File
		End-if.
		Open Input Property-Master-File Zip-Ref-File.

		Read Property-Master-File
