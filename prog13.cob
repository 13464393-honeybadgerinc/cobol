      * Sale-Price, the dollar and percent change, and the months
      * between the two closings, with the county-wide average
      * appreciation at the bottom; gives appraisal their repeat-sale
      * evidence without the hand-built spreadsheet off prog1out.csv;
      * a sale confirmed non-arms-length on narreg.dat is left out,
      * so a family transfer or a token-price quitclaim never pairs

        Environment Division.

                       assign to Input-File-Path.
                Select Optional History-File
                       assign to "/home1/c/a/acsi203/realehist.dat".
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
                Select Optional Nal-Registry-File
                       assign to "/home1/c/a/acsi203/narreg.dat"
                       organization is indexed
                       access mode is random
                       record key is NR-Key.
                Select Output-File
                       assign to "prog13out.dat"
                       organization is line sequential.
	FD	History-File.
	01	History-Rec		Pic x(137).

      * the indexed sale history prog76 loads nightly - the current
      * file and the archive together, already validated and clear
      * of rescissions, in Adrs/Zip/date order
	FD	Sale-History-File.
	01	Sale-History-Rec.
	Copy "salehist.cpy".

      * non-arms-length registry prog70 fills and prog71 rules on;
      * a sale the supervisor confirmed (status C) is left out of
      * the repeat-sale pairs
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
      * archiving; I reads the same depth off the indexed sale
      * history instead of scanning both flat files; blank reads the
      * current file alone
	01	History-Mode-Param	Pic x(1) value spaces.
		88 combined-mode value "C" "c".
		88 indexed-mode value "I" "i".

	01	History-Phase-Flag	Pic x(3) value "no".
		88 reading-history value "yes".

	01	Overflow-Record-Count	Pic 9(6) value 0.

	01	Nal-Excluded-Count	Pic 9(6) value zero.

	01	Nal-Flag		Pic x(3) value "no".
		88 non-arms-length value "yes".

	01	Pair-Count		Pic 9(4) value zero.

	01	Price-Change		Pic s9(10) value zero.
		02 Overflow-Out		Pic ZZZ,ZZ9.
		02 Filler		Pic x(70) value spaces.

	01	Nal-Excluded-line.
		02 Filler		Pic x(12) value spaces.
		02 Filler		Pic x(36) value
		    "Sales left out as non-arms-length:".
		02 Nal-Excluded-Out	Pic ZZZ,ZZ9.
		02 Filler		Pic x(70) value spaces.

	01	Average-line.
		02 Filler		Pic x(34) value
		    "County-Wide Average Appreciation:".

		Accept History-Mode-Param from Sysin.

		If indexed-mode
			Open Input Sale-History-File
		Else
			Open Input Input-File
		End-if.
		Open Input Nal-Registry-File.
		Open Output Output-File.

		Write Output-Rec from Report-Header.

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
		Move Sale-Price to WK-Price.

		If Sale-Count < Sale-Max
			Perform 2300-Insert-Sale
			Add 1 to Loaded-Record-Count
		Else
			Add 1 to Overflow-Record-Count
		End-if.

      * no-op body; the search for where this sale belongs in
      * Adrs/Zip/date order happens entirely in the Perform ...
      * Varying's Until condition
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

      * the next entry of the indexed sale history, in key order,
      * laid into the same record area the flat reads use
	1150-Read-Sale-History.

		Read Sale-History-File
			at end move "yes" to Eof-Flag
		End-read.

		If not end-reached
			Move SH-Sale-Rec to Input-Rec
		End-if.

	1300-Finish.

		Perform 3000-Pair-Sales

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
