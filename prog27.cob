                       assign to Input-File-Path.
                Select Optional History-File
                       assign to "/home1/c/a/acsi203/realehist.dat".
                Select Optional Sale-History-File
                       assign to "/home1/c/a/acsi203/salehist.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is SH-Key
                       alternate record key is SH-Apn
                           with duplicates
                       alternate record key is SH-City-Key
                           with duplicates
                       alternate record key is SH-Year-Month
                           with duplicates.
                Select Output-File
                       assign to "prog27out.dat"
                       organization is line sequential.
	FD	History-File.
	01	History-Rec		Pic x(137).

      * the indexed sale history prog76 loads nightly - the current
      * file and the archive together; the subject is found by its
      * Adrs on the primary key and the comps are read off the City
      * key for the subject's City alone
	FD	Sale-History-File.
	01	Sale-History-Rec.
	Copy "salehist.cpy".

	FD	Output-File.
	01	Output-Rec		Pic x(132).

		"/home1/c/a/acsi203/realestate.dat".

      * C reads the current file and then the realehist.dat archive
      * as one stream; I reads the indexed sale history instead;
      * blank reads the current file alone
	01	History-Mode-Param	Pic x(1) value spaces.
		88 combined-mode value "C" "c".
		88 indexed-mode value "I" "i".

	01	History-Phase-Flag	Pic x(3) value "no".
		88 reading-history value "yes".

	01	Subj-Beds		Pic 9(1) value zero.

      * the subject's City, known only when it was looked up by
      * Adrs; an indexed run reads just that City's sales, and reads
      * the whole history for keyed coordinates
	01	Subj-City		Pic x(15) value spaces.

	01	Bed-Min			Pic 9(1) value zero.

	01	Bed-Max			Pic 9(1) value 9.
				to Input-File-Path.

		Display "Include the year-end archive as well".
		Display "(C=combined; I=indexed sale history;".
		Display " blank=current only):".
		Accept History-Mode-Param from Sysin.

		If indexed-mode
			Open Input Sale-History-File
		End-if.

		Display "Subject address (blank to key coordinates".
		Display "directly):".
		Accept Subject-Adrs-Entry from Sysin.

		If Subject-Adrs-Entry not = spaces
			If indexed-mode
				Perform 1160-Find-Subject-History
			Else
				Perform 1100-Find-Subject
			End-if
		Else
			Perform 1150-Key-Subject
		End-if.
		Write Output-Rec.

		If subject-found
			If indexed-mode
				Perform 1170-Start-Comps
			Else
				Open Input Input-File
			End-if
			If not end-reached
				Perform 1140-Read-Sale
			End-if
		Else
			Move "yes" to Eof-Flag
		End-if.
			Move Latitude to Subj-Lat
			Move Longitude to Subj-Long
			Move Property-Type to Subj-Prop-Type
			Move City to Subj-City
			Move Bedrooms to Subj-Beds
			If Subj-Beds > 0
				Compute Bed-Min = Subj-Beds - 1

		Move "yes" to Subject-Found-Flag.

      * the indexed lookup: starts the primary key at the subject's
      * Adrs and reads that property's sales, oldest first, so the
      * latest one leaves its coordinates and bedrooms as the subject
	1160-Find-Subject-History.

		Move low-values to SH-Key.
		Move Subject-Adrs-Entry to SH-Adrs.
		Start Sale-History-File key is not < SH-Key
			invalid key move "yes" to Eof-Flag
		End-start.

		Perform 1165-Read-Subject-History until end-reached.

		Move "no" to Eof-Flag.

		If not subject-found
			Display "Address not found in the sale history."
		End-if.

	1165-Read-Subject-History.

		Read Sale-History-File next record
			at end move "yes" to Eof-Flag
		End-read.

		If not end-reached
			If SH-Adrs not = Subject-Adrs-Entry
				Move "yes" to Eof-Flag
			Else
				Move SH-Sale-Rec to Input-Rec
				Perform 1120-Check-Subject
			End-if
		End-if.

      * positions the indexed scan pass on the first sale in the
      * subject's City, or on the start of the history when the
      * subject was keyed as coordinates
	1170-Start-Comps.

		If Subj-City not = spaces
			Move Subj-City to SH-City
			Move zero to SH-City-Date
			Start Sale-History-File key is not < SH-City-Key
				invalid key move "yes" to Eof-Flag
			End-start
		Else
			Move low-values to SH-Key
			Start Sale-History-File key is not < SH-Key
				invalid key move "yes" to Eof-Flag
			End-start
		End-if.

      * scan pass: filters to the subject's type and bedroom range,
      * measures each survivor's distance, and keeps the ones inside
      * the radius
      * area, so everything downstream sees one stream
	1140-Read-Sale.

		Evaluate true
			when indexed-mode
				Perform 1180-Read-Sale-History
			when reading-history
				Read History-File into Input-Rec
					at end move "yes" to Eof-Flag
				End-read
			when other
				Read Input-File
				    at end Perform 1145-Roll-To-History
				End-read
		End-evaluate.

	1145-Roll-To-History.

			Move "yes" to Eof-Flag
		End-if.

      * the next comp candidate off the history; on a City scan the
      * first sale of the next City ends the pass
	1180-Read-Sale-History.

		Read Sale-History-File next record
			at end move "yes" to Eof-Flag
		End-read.

		If not end-reached
			If Subj-City not = spaces and
			   SH-City not = Subj-City
				Move "yes" to Eof-Flag
			Else
				Move SH-Sale-Rec to Input-Rec
			End-if
		End-if.

	1300-Finish.

		Perform 3000-Print-Comp
		Write Output-Rec.
		Write Output-Rec from Report-Footer.

		If indexed-mode
			Close Sale-History-File
		Else
			If subject-found
				Close Input-File
			End-if
		End-if.
		If reading-history
			Close History-File
