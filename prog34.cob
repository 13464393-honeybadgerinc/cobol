      * history yet); the new entries are appended so next month's run
      * extends the series, and the report prints each series' curve -
      * the number the assessor and the board quote, off a maintained
      * file instead of a quarterly hand-built spreadsheet; a sale
      * confirmed non-arms-length on narreg.dat never enters a pair

        Environment Division.


                Select Input-File
                       assign to Input-File-Path.
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
                Select Optional Index-History-File
                       assign to "indexhist.dat"
                       organization is line sequential.
                Select Optional Nal-Registry-File
                       assign to "/home1/c/a/acsi203/narreg.dat"
                       organization is indexed
                       access mode is random
                       record key is NR-Key.
                Select Output-File
                       assign to "prog34out.dat"
                       organization is line sequential.
	01	Input-Rec.
	Copy "realestate.cpy".

      * the indexed sale history prog76 loads nightly - the current
      * file and the archive together; the index month's sales are
      * found on the year-month key and each of those properties'
      * earlier sales on the primary key
	FD	Sale-History-File.
	01	Sale-History-Rec.
	Copy "salehist.cpy".

      * one index observation per series per month, appended run by
      * run; the county-wide series rides under the reserved name
      * "COUNTY-WIDE" beside the per-city series
		02 IH-Month		Pic 9(6).
		02 IH-Value		Pic 9(4)v999.

      * non-arms-length registry prog70 fills and prog71 rules on;
      * a sale the supervisor confirmed (status C) is left out of
      * the index pairs
	FD	Nal-Registry-File.
	01	Nal-Rec.
		02 NR-Key.
		   03 NR-Adrs		Pic x(27).
		   03 NR-Sale-Day	Pic x(3).
		   03 NR-Sale-Month	Pic x(3).
		   03 NR-Sale-Year	Pic x(4).
		   03 NR-Sale-Price	Pic x(9).
		02 Filler		Pic x(28).
		02 NR-Status		Pic x(1).
		02 Filler		Pic x(100).

	FD	Output-File.
	01	Output-Rec		Pic x(132).


	01	Index-Month-Num		Pic 9(6) value zero.

      * I takes the sales off the indexed sale history - only the
      * properties that sold in the index month, with every earlier
      * sale of each, archive years included; blank reads the whole
      * current file
	01	Sale-Source-Param	Pic x(1) value spaces.
		88 indexed-mode value "I" "i".

      * the properties that sold in the index month, gathered off
      * the year-month key before their sale histories are read
	01	Prop-Count		Pic 9(4) value zero.

	01	Prop-Max		Pic 9(4) value 2000.

	01	Prop-Index		Pic 9(4) value zero.

	01	Prop-Table.
		02 Prop-Entry occurs 1 to 2000 times
			depending on Prop-Count.
			03 PT-Adrs		Pic x(27).
			03 PT-Zip		Pic x(5).

	01	Eof-Flag		Pic x(3) value "no".
		88 end-reached value "yes".


	01	Overflow-Record-Count	Pic 9(6) value 0.

	01	Nal-Excluded-Count	Pic 9(6) value zero.

	01	Nal-Flag		Pic x(3) value "no".
		88 non-arms-length value "yes".

	01	Pair-Count		Pic 9(4) value zero.

	01	Pair-Sale-Month		Pic 9(6) value zero.
		02 Overflow-Out		Pic ZZZ,ZZ9.
		02 Filler		Pic x(70) value spaces.

	01	Nal-Excluded-line.
		02 Filler		Pic x(12) value spaces.
		02 Filler		Pic x(36) value
		    "Sales left out as non-arms-length:".
		02 Nal-Excluded-Out	Pic ZZZ,ZZ9.
		02 Filler		Pic x(70) value spaces.

	01	Series-Break-Line.
		02 Filler		Pic x(8) value "Series: ".
		02 Break-City-Out	Pic x(15).
		If Index-Month-Param numeric
			Move Index-Month-Param to Index-Month-Num.

		Accept Sale-Source-Param from Sysin.

		Open Input Index-History-File.

		Perform 1060-Read-Index-History
			Stop Run
		End-if.

		If indexed-mode
			Open Input Sale-History-File
		Else
			Open Input Input-File
		End-if.
		Open Input Nal-Registry-File.
		Open Output Output-File.

		Write Output-Rec from Report-Header.
		Move spaces to Output-Rec.
		Write Output-Rec.

		If indexed-mode
			Perform 1400-Load-From-History
			Move "yes" to Eof-Flag
		Else
			Read Input-File at end move "yes" to Eof-Flag
		End-if.

      * reads one prior-run index entry into the next free slot of
      * Series-Table; a first run simply starts with an empty table
			Move IH-Value to SE-Value(Series-Count)
		End-if.

      * the indexed load, in two passes: the properties that sold in
      * the index month off the year-month key, then each property's
      * sales off the primary key, through the same load the flat
      * read uses
	1400-Load-From-History.

		Move Index-Month-Num to SH-Year-Month.
		Start Sale-History-File key is = SH-Year-Month
			invalid key move "yes" to Eof-Flag
		End-start.

		Perform 1410-Gather-Month-Property until end-reached.

		Perform 1430-Load-Property-Sales
			varying Prop-Index from 1 by 1
			until Prop-Index > Prop-Count.

      * notes one of the month's sales' property, once
	1410-Gather-Month-Property.

		Read Sale-History-File next record
			at end move "yes" to Eof-Flag
		End-read.

		If not end-reached
			If SH-Year-Month not = Index-Month-Num
				Move "yes" to Eof-Flag
			Else
				Perform 1420-Classify-Property
					varying Prop-Index from 1 by 1
				    until Prop-Index > Prop-Count
				    or (PT-Adrs(Prop-Index) = SH-Adrs
				    and PT-Zip(Prop-Index) = SH-Zip)
				If Prop-Index > Prop-Count
					Perform 1425-Note-Property
				End-if
			End-if
		End-if.

      * opens a table row for a property on first sight
	1425-Note-Property.

		If Prop-Count < Prop-Max
			Add 1 to Prop-Count
			Move SH-Adrs to PT-Adrs(Prop-Count)
			Move SH-Zip to PT-Zip(Prop-Count)
		Else
			Add 1 to Overflow-Record-Count
		End-if.

      * no-op body; the search for a property already noted
      * happens entirely in the Perform ... Varying's Until
      * condition
	1420-Classify-Property.

		Continue.

      * starts the primary key at one property and loads its sales
	1430-Load-Property-Sales.

		Move "no" to Eof-Flag.
		Move PT-Adrs(Prop-Index) to SH-Adrs.
		Move PT-Zip(Prop-Index) to SH-Zip.
		Move zero to SH-Sale-Date SH-Sale-Price.
		Start Sale-History-File key is not < SH-Key
			invalid key move "yes" to Eof-Flag
		End-start.

		Perform 1440-Load-Property-Sale until end-reached.

	1440-Load-Property-Sale.

		Read Sale-History-File next record
			at end move "yes" to Eof-Flag
		End-read.

		If not end-reached
			If SH-Adrs not = PT-Adrs(Prop-Index)
			   or SH-Zip not = PT-Zip(Prop-Index)
				Move "yes" to Eof-Flag
			Else
				Move SH-Sale-Rec to Input-Rec
				Perform 2000-Load-Record
			End-if
		End-if.

      * loads each sale into the date-ordered table, then reads the
      * next record
	1200-Main-Loop.

		Else

			Perform 2170-Check-Non-Arms-Length

			If non-arms-length
				Add 1 to Nal-Excluded-Count
			Else
				Perform 2200-Stow-Sale
			End-if

		End-if.

      * one keyed read against the non-arms-length registry; only a
      * sale the supervisor confirmed is left out
	2170-Check-Non-Arms-Length.

		Move "no" to Nal-Flag.

		Move Adrs to NR-Adrs.
		Move Sale-Day to NR-Sale-Day.
		Move Sale-Month to NR-Sale-Month.
		Move Sale-Year to NR-Sale-Year.
		Move Sale-Price to NR-Sale-Price.

		Read Nal-Registry-File
			invalid key continue
			not invalid key
				If NR-Status = "C"
					Move "yes" to Nal-Flag
				End-if
		End-read.

      * builds the table entry for a sale that made it through
	2200-Stow-Sale.

		Compute Sale-Day-Num = FUNCTION NUMVAL(Sale-Day).

		Move Adrs to WK-Adrs.
		Move Zip to WK-Zip.
		Move Sale-Year to WK-Year.
		Move Month-index to WK-Month.
		Move Sale-Day-Num to WK-Day.
		Move City to WK-City.
		Move Sale-Price to WK-Price.

		If Sale-Count < Sale-Max
			Perform 2300-Insert-Sale
		Else
			Add 1 to Overflow-Record-Count
		End-if.

      * no-op body; the search for where this sale belongs in
      * Adrs/Zip/date order happens entirely in the Perform ...
      * Varying's Until condition

		End-if.

		If Nal-Excluded-Count > 0
			Move Nal-Excluded-Count to Nal-Excluded-Out
			Write Output-Rec from Nal-Excluded-line
		End-if.

		Move spaces to Output-Rec.
		Write Output-Rec.
		Write Output-Rec from Report-Footer.

		If indexed-mode
			Close Sale-History-File
		Else
			Close Input-File
		End-if.
		Close Nal-Registry-File Output-File.
