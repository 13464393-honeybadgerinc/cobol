      * with an assessment number per property, city control totals,
      * and a certifiable grand-total dollar line; records that fail
      * the validation prog5 runs never make the roll, and a roll
      * file accompanies the report so the county can load it; each
      * parcel's allowed exemption on exempmast.dat (prog68) comes
      * off the gross value here, so the roll shows gross, exemption,
      * and net taxable value with city and roll totals for each,
      * and an exemption whose parcel sold after the exemption
      * started is flagged for re-filing by the new owner

        Environment Division.

                       organization is indexed
                       access mode is random
                       record key is Res-Key.
                Select Optional Exemption-File
                       assign to "/home1/c/a/acsi203/exempmast.dat"
                       organization is indexed
                       access mode is random
                       record key is EX-Apn.

        Data Division.

	01	Output-Rec		Pic x(132).

	FD	Roll-File.
	01	Roll-Rec		Pic x(113).

      * rescission registry prog39 maintains; a rescinded sale never
      * makes the certified roll
		   03 Res-Sale-Year	Pic x(4).
		   03 Res-Sale-Price	Pic x(9).

      * exemption master maintained by prog68, keyed on APN: type
      * H/V/I, basis A (flat EX-Amount) or P (EX-Percent of the
      * value), the dates it runs between (zero end = open-ended),
      * and the claimant's status - only A reaches the roll
	FD	Exemption-File.
	01	Exemption-Rec.
		02 EX-Apn		Pic x(12).
		02 EX-Type		Pic x(1).
		02 EX-Basis		Pic x(1).
		02 EX-Amount		Pic 9(9)v99.
		02 EX-Percent		Pic 9v999.
		02 EX-Start-Date	Pic 9(8).
		02 EX-End-Date		Pic 9(8).
		02 EX-Claimant-Status	Pic x(1).
		02 EX-Claimant-Name	Pic x(20).

	Working-Storage Section.

      * defaults to the county feed's usual location; Accept-From-Sysin
			03 RL-Zip		Pic x(5).
			03 RL-Sale-Price	Pic 9(9).
			03 RL-Assessed		Pic 9(11)v99.
			03 RL-Exemption		Pic 9(11)v99.
			03 RL-Net		Pic 9(11)v99.
			03 RL-Ex-Type		Pic x(1).
			03 RL-Refile		Pic x(1).

	01	Work-Entry.
		02 WK-Key.
		02 WK-Zip		Pic x(5).
		02 WK-Sale-Price	Pic 9(9).
		02 WK-Assessed		Pic 9(11)v99.
		02 WK-Exemption		Pic 9(11)v99.
		02 WK-Net		Pic 9(11)v99.
		02 WK-Ex-Type		Pic x(1).
		02 WK-Refile		Pic x(1).

      * the run date, yyyymmdd: an exemption reaches the roll when
      * it is allowed and in force on this date
	01	Roll-Date		Pic 9(8) value zero.

	01	Exemption-Found-Flag	Pic x(3) value "no".
		88 exemption-found value "yes".

	01	Refile-Count		Pic 9(6) value zero.

	01	Overflow-Record-Count	Pic 9(6) value zero.


	01	City-Assessed-Accum	Pic 9(14)v99 value zero.

	01	City-Exemption-Accum	Pic 9(14)v99 value zero.

	01	City-Net-Accum		Pic 9(14)v99 value zero.

	01	Grand-Parcel-Count	Pic 9(6) value zero.

	01	Grand-Assessed-Accum	Pic 9(14)v99 value zero.

	01	Grand-Exemption-Accum	Pic 9(14)v99 value zero.

	01	Grand-Net-Accum		Pic 9(14)v99 value zero.

	01	Report-Header.
		02 Filler		Pic x(44) value spaces.
		02 Filler		Pic x(44) value
		02 City-Count-Out	Pic ZZZ,ZZ9.
		02 Filler		Pic x(10) value " parcels, ".
		02 City-Assessed-Out	Pic $$,$$$,$$$,$$$,$$9.99.
		02 Filler		Pic x(9) value ", exempt ".
		02 City-Exemption-Out	Pic $$,$$$,$$$,$$$,$$9.99.
		02 Filler		Pic x(6) value ", net ".
		02 City-Net-Out		Pic $$,$$$,$$$,$$$,$$9.99.

	01	Grand-Total-Line.
		02 Filler		Pic x(26) value
		02 Grand-Count-Out	Pic ZZZ,ZZ9.
		02 Filler		Pic x(10) value " parcels, ".
		02 Grand-Assessed-Out	Pic $$,$$$,$$$,$$$,$$9.99.
		02 Filler		Pic x(9) value ", exempt ".
		02 Grand-Exemption-Out	Pic $$,$$$,$$$,$$$,$$9.99.
		02 Filler		Pic x(6) value ", net ".
		02 Grand-Net-Out	Pic $$,$$$,$$$,$$$,$$9.99.

	01	Rejected-line.
		02 Filler		Pic x(12) value spaces.
		02 Overflow-Out		Pic ZZZ,ZZ9.
		02 Filler		Pic x(70) value spaces.

	01	Refile-line.
		02 Filler		Pic x(12) value spaces.
		02 Filler		Pic x(38) value
		    "Exemptions to re-file after a sale:".
		02 Refile-Out		Pic ZZZ,ZZ9.
		02 Filler		Pic x(70) value spaces.

	01	Column-headers.
		02 Filler		Pic x(8) value "Assess#".
		02 Filler		Pic x(2) value spaces.
		02 Filler		Pic x(3) value "Zip".
		02 Filler		Pic x(4) value spaces.
		02 Filler		Pic x(10) value "Sale-Price".
		02 Filler		Pic x(8) value spaces.
		02 Filler		Pic x(11) value
		    "Gross Value".
		02 Filler		Pic x(10) value spaces.
		02 Filler		Pic x(9) value "Exemption".
		02 Filler		Pic x(9) value spaces.
		02 Filler		Pic x(11) value "Net Taxable".
		02 Filler		Pic x(1) value spaces.
		02 Filler		Pic x(4) value "Type".

	01	Info-Line.
		02 Assess-Number-Out	Pic 9(6).
		02 Roll-Price-Out	Pic $ZZZ,ZZZ,ZZ9.
		02 Filler		Pic x(6) value spaces.
		02 Roll-Assessed-Out	Pic $ZZ,ZZZ,ZZZ,ZZ9.99.
		02 Filler		Pic x(2) value spaces.
		02 Roll-Exemption-Out	Pic $ZZ,ZZZ,ZZZ,ZZ9.99.
		02 Filler		Pic x(2) value spaces.
		02 Roll-Net-Out		Pic $ZZ,ZZZ,ZZZ,ZZ9.99.
		02 Filler		Pic x(2) value spaces.
		02 Roll-Ex-Type-Out	Pic x(1).
		02 Filler		Pic x(1) value spaces.
		02 Roll-Refile-Out	Pic x(6).

      * comma-delimited roll record so the county's load step takes
      * the file as-is, mirroring the report line for line
		02 Roll-Price-File	Pic 9(9).
		02 Filler		Pic x value ",".
		02 Roll-Assessed-File	Pic 9(11).99.
		02 Filler		Pic x value ",".
		02 Roll-Exemption-File	Pic 9(11).99.
		02 Filler		Pic x value ",".
		02 Roll-Net-File	Pic 9(11).99.
		02 Filler		Pic x value ",".
		02 Roll-Ex-Type-File	Pic x(1).

	Procedure Division.

		Open Input Real-Estate-File
			   cityRatesFile
			   City-Alias-File
			   Rescind-Registry-File
			   Exemption-File.
		Open Output Output-File Roll-File.

		Move function current-date(1:8) to Roll-Date.

		Perform 1066-Read-City-Data
		varying city-index from 1 by 1 until city-rates-end
		or city-index > City-Rates-Max.
		Compute WK-Assessed rounded =
			Sale-Price * (1 + Applied-City-Rate).

		Perform 2250-Apply-Exemption.

		If Roll-Count < Roll-Max
			Perform 2300-Insert-Parcel
		Else

		End-if.

      * looks the parcel's APN up on the exemption master; an
      * allowed exemption in force on the run date comes off the
      * gross value - a flat amount never past the value itself, a
      * percentage of it - and one whose parcel sold after the
      * exemption started is marked for re-filing by the new owner
	2250-Apply-Exemption.

		Move zero to WK-Exemption.
		Move spaces to WK-Ex-Type.
		Move "N" to WK-Refile.
		Move "no" to Exemption-Found-Flag.

		If Apn not = spaces
			Move Apn to EX-Apn
			Read Exemption-File
				invalid key continue
				not invalid key move "yes" to
					Exemption-Found-Flag
			End-read
		End-if.

		If exemption-found and EX-Claimant-Status = "A"
		   and EX-Start-Date not > Roll-Date
		   and (EX-End-Date = zero or
			EX-End-Date not < Roll-Date)

			Move EX-Type to WK-Ex-Type

			If EX-Basis = "P"
				Compute WK-Exemption rounded =
					WK-Assessed * EX-Percent
			Else
				Move EX-Amount to WK-Exemption
			End-if

			If WK-Exemption > WK-Assessed
				Move WK-Assessed to WK-Exemption
			End-if

			If Sale-Date-Num > EX-Start-Date
				Move "Y" to WK-Refile
			End-if

		End-if.

		Compute WK-Net = WK-Assessed - WK-Exemption.

      * no-op body; the search for where this parcel belongs in
      * City/Adrs order happens entirely in the Perform ... Varying's
      * Until condition
		Move WK-Zip to RL-Zip(Insert-Index).
		Move WK-Sale-Price to RL-Sale-Price(Insert-Index).
		Move WK-Assessed to RL-Assessed(Insert-Index).
		Move WK-Exemption to RL-Exemption(Insert-Index).
		Move WK-Net to RL-Net(Insert-Index).
		Move WK-Ex-Type to RL-Ex-Type(Insert-Index).
		Move WK-Refile to RL-Refile(Insert-Index).

      * shifts one entry of Roll-Table down a slot, making room to
      * insert a newly-keyed parcel above it
			RL-Sale-Price(Shift-Index).
		Move RL-Assessed(Shift-Index - 1) to
			RL-Assessed(Shift-Index).
		Move RL-Exemption(Shift-Index - 1) to
			RL-Exemption(Shift-Index).
		Move RL-Net(Shift-Index - 1) to RL-Net(Shift-Index).
		Move RL-Ex-Type(Shift-Index - 1) to
			RL-Ex-Type(Shift-Index).
		Move RL-Refile(Shift-Index - 1) to
			RL-Refile(Shift-Index).

      * closes out one city's section with its parcel count and
      * assessed-value control total

		Move City-Parcel-Count to City-Count-Out.
		Move City-Assessed-Accum to City-Assessed-Out.
		Move City-Exemption-Accum to City-Exemption-Out.
		Move City-Net-Accum to City-Net-Out.
		Write Output-Rec from City-Total-Line.
		Move spaces to Output-Rec.
		Write Output-Rec.

		Move zero to City-Parcel-Count.
		Move zero to City-Assessed-Accum.
		Move zero to City-Exemption-Accum.
		Move zero to City-Net-Accum.

      * writes one parcel onto the roll report and the roll file,
      * opening a new city section (and closing the prior one) when
		Move RL-Zip(Roll-Index) to Roll-Zip-Out.
		Move RL-Sale-Price(Roll-Index) to Roll-Price-Out.
		Move RL-Assessed(Roll-Index) to Roll-Assessed-Out.
		Move RL-Exemption(Roll-Index) to Roll-Exemption-Out.
		Move RL-Net(Roll-Index) to Roll-Net-Out.
		Move RL-Ex-Type(Roll-Index) to Roll-Ex-Type-Out.
		If RL-Refile(Roll-Index) = "Y"
			Move "REFILE" to Roll-Refile-Out
			Add 1 to Refile-Count
		Else
			Move spaces to Roll-Refile-Out
		End-if.
		Write Output-Rec from Info-Line.

		Move Assessment-Number to Roll-Number-File.
		Move RL-Zip(Roll-Index) to Roll-Zip-File.
		Move RL-Sale-Price(Roll-Index) to Roll-Price-File.
		Move RL-Assessed(Roll-Index) to Roll-Assessed-File.
		Move RL-Exemption(Roll-Index) to Roll-Exemption-File.
		Move RL-Net(Roll-Index) to Roll-Net-File.
		Move RL-Ex-Type(Roll-Index) to Roll-Ex-Type-File.
		Write Roll-Rec from Roll-Line.

		Add 1 to City-Parcel-Count.
		Add RL-Assessed(Roll-Index) to City-Assessed-Accum.
		Add RL-Exemption(Roll-Index) to City-Exemption-Accum.
		Add RL-Net(Roll-Index) to City-Net-Accum.
		Add 1 to Grand-Parcel-Count.
		Add RL-Assessed(Roll-Index) to Grand-Assessed-Accum.
		Add RL-Exemption(Roll-Index) to Grand-Exemption-Accum.
		Add RL-Net(Roll-Index) to Grand-Net-Accum.

      * walks the ordered roll city by city, closes the last city's
      * totals, and certifies the grand total

		Move Grand-Parcel-Count to Grand-Count-Out.
		Move Grand-Assessed-Accum to Grand-Assessed-Out.
		Move Grand-Exemption-Accum to Grand-Exemption-Out.
		Move Grand-Net-Accum to Grand-Net-Out.
		Write Output-Rec from Grand-Total-Line.
		Move spaces to Output-Rec.
		Write Output-Rec.
			Write Output-Rec from Overflow-line
		End-if.

		If Refile-Count > 0
			Move Refile-Count to Refile-Out
			Write Output-Rec from Refile-line
		End-if.

		Move spaces to Output-Rec.
		Write Output-Rec.
		Write Output-Rec from Report-Footer.

		Close Real-Estate-File cityRatesFile City-Alias-File
		      Rescind-Registry-File Exemption-File Output-File
		      Roll-File.
