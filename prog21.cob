      * percentile, and high Sale-Price and price-per-square-foot,
      * overall and broken down by Property-Type, so the package
      * stops quoting a mean that a handful of seven-figure outliers
      * dragged away from any actual sale; a sale confirmed
      * non-arms-length on narreg.dat stays out of the percentiles

        Environment Division.

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
                Select Optional Nal-Registry-File
                       assign to "/home1/c/a/acsi203/narreg.dat"
                       organization is indexed
                       access mode is random
                       record key is NR-Key.
                Select Output-File
                       assign to "prog21out.dat"
                       organization is line sequential.
	FD	History-File.
	01	History-Rec		Pic x(137).

      * the indexed sale history prog76 loads nightly - the current
      * file and the archive together, already validated and clear
      * of rescissions; read by its year-month key so a period's
      * statistics touch only that period's sales
	FD	Sale-History-File.
	01	Sale-History-Rec.
	Copy "salehist.cpy".

      * non-arms-length registry prog70 fills and prog71 rules on;
      * a sale the supervisor confirmed (status C) is left out of
      * the statistics
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


      * C reads the current file and then the realehist.dat archive
      * as one stream, so the repeat-sale depth survives the year-end
      * archiving; I reads the indexed sale history instead, for the
      * period on the next Sysin line; blank reads the current file
      * alone
	01	History-Mode-Param	Pic x(1) value spaces.
		88 combined-mode value "C" "c".
		88 indexed-mode value "I" "i".

      * the period an indexed run covers: a year (yyyy) or one month
      * (yyyymm); blank takes the whole history
	01	Period-Param.
		02 Period-Year		Pic x(4) value spaces.
		02 Period-Month		Pic x(2) value spaces.

	01	Period-Num redefines Period-Param.
		02 Period-Year-Num	Pic 9(4).
		02 Period-Month-Num	Pic 9(2).

	01	Period-Low		Pic 9(6) value zero.

	01	Period-High		Pic 9(6) value 999999.

	01	History-Phase-Flag	Pic x(3) value "no".
		88 reading-history value "yes".

	01	Record-Counter		Pic 9(6) value zero.

	01	Nal-Excluded-Count	Pic 9(6) value zero.

	01	Nal-Flag		Pic x(3) value "no".
		88 non-arms-length value "yes".

	01	Report-Header.
		02 Filler		Pic x(42) value spaces.
		02 Filler		Pic x(48) value
		    "Sale-Price Order Statistics Report".
		02 Filler		Pic x(42) value spaces.

	01	Period-Line.
		02 Filler		Pic x(42) value spaces.
		02 Filler		Pic x(16) value
		    "Sales of period ".
		02 Period-Low-Out	Pic 9(6).
		02 Filler		Pic x(3) value " - ".
		02 Period-High-Out	Pic 9(6).
		02 Filler		Pic x(59) value spaces.

	01	Price-Section-Header	Pic x(34) value
		    "Sale-Price ($ per sale)".

		02 Overflow-Out		Pic ZZZ,ZZ9.
		02 Filler		Pic x(70) value spaces.

	01	Nal-Excluded-line.
		02 Filler		Pic x(12) value spaces.
		02 Filler		Pic x(36) value
		    "Sales left out as non-arms-length:".
		02 Nal-Excluded-Out	Pic ZZZ,ZZ9.
		02 Filler		Pic x(70) value spaces.

	01	Column-headers.
		02 Filler		Pic x(8) value "Type".
		02 Filler		Pic x(2) value spaces.

		Accept History-Mode-Param from Sysin.

		If indexed-mode
			Accept Period-Param from Sysin
			Perform 1100-Set-Period
			Open Input Sale-History-File
			Perform 1110-Start-Period
		Else
			Open Input Input-File
		End-if.
		Open Input Nal-Registry-File.
		Open Output Output-File.

		Write Output-Rec from Report-Header.
		If indexed-mode
			Move Period-Low to Period-Low-Out
			Move Period-High to Period-High-Out
			Write Output-Rec from Period-Line
		End-if.
		Move spaces to Output-Rec.
		Write Output-Rec.

		If not end-reached
			Perform 1140-Read-Sale
		End-if.

      * turns the period asked for into the year-month range the
      * history is started and stopped on; a year runs January
      * through December
	1100-Set-Period.

		If Period-Year is numeric
			If Period-Month is numeric
				Move Period-Num to Period-Low
				Move Period-Low to Period-High
			Else
				Compute Period-Low =
					Period-Year-Num * 100 + 1
				Compute Period-High = Period-Low + 11
			End-if
		End-if.

      * positions the history on the first sale of the period; a
      * history with nothing that late is simply an empty period
	1110-Start-Period.

		Move Period-Low to SH-Year-Month.
		Start Sale-History-File key is not < SH-Year-Month
			invalid key move "yes" to Eof-Flag
		End-start.

      * no-op body; the search for a matching property type happens
      * entirely in the Perform ... Varying's Until condition

		Else

			Perform 2170-Check-Non-Arms-Length

			If non-arms-length
				Add 1 to Nal-Excluded-Count
			Else
				Perform 2200-Stow-Sale
			End-if

		End-if.

		Perform 1140-Read-Sale.

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

      * stows one sale's price, and its price per square foot when
      * the footage is usable
	2200-Stow-Sale.

		Perform 2250-Classify-Prop-Type
			varying Prop-Type-index
			from 1 by 1 until Prop-Type-index > 7
			or Property-Type =
				prop-types(Prop-Type-index).

		If Prop-Type-index > 7
			Move 7 to Prop-Type-index
		End-if.

		Move Prop-Type-index to Record-Type.
		Move Sale-Price to Work-Price.

		If Price-Count < Price-Max
			Perform 2300-Insert-Price
		Else
			Add 1 to Overflow-Record-Count
		End-if.

		If Square-Feet numeric and Square-Feet > 0
			If PpSf-Count < PpSf-Max
				Divide Square-Feet into
					Sale-Price
					giving Work-PpSf
				Perform 2400-Insert-PpSf
			Else
				Add 1 to Overflow-Record-Count
			End-if
		End-if.

      * no-op body; the search for where this price belongs in
      * ascending order happens entirely in the Perform ... Varying's
      * area, so everything downstream sees one stream
	1140-Read-Sale.

		Evaluate true
			when indexed-mode
				Perform 1150-Read-Sale-History
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

      * the next sale of the period off the year-month key; the
      * first one past the period ends the run
	1150-Read-Sale-History.

		Read Sale-History-File next record
			at end move "yes" to Eof-Flag
		End-read.

		If not end-reached
			If SH-Year-Month > Period-High
				Move "yes" to Eof-Flag
			Else
				Move SH-Sale-Rec to Input-Rec
			End-if
		End-if.

	1300-Finish.

		Write Output-Rec from Price-Section-Header.
			Write Output-Rec from Overflow-line
		End-if.

		If Nal-Excluded-Count > 0
			Move Nal-Excluded-Count to Nal-Excluded-Out
			Write Output-Rec from Nal-Excluded-line
		End-if.

		Move spaces to Output-Rec.
		Write Output-Rec.
		Write Output-Rec from Report-Footer.
		If reading-history
			Close History-File
		End-if.
		If indexed-mode
			Close Sale-History-File
		Else
			Close Input-File
		End-if.
		Close Nal-Registry-File Output-File.
