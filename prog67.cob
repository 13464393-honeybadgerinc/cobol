        Identification Division.
        Program-Id. prog67.
        Date-Written. 10/15/2026.
        Author. Lucas Henry.
        Date-Compiled.

      * monthly documentary transfer tax remittance: walks the
      * xferledg.dat ledger prog66 posts and prog39 credits, takes
      * every entry whose post month is the month being remitted, and
      * totals it by county and city - the sales posted that month
      * less the credits for rescissions processed in it - so each city
      * is paid its own tax and the county's share is one figure,
      * straight off the ledger

        Environment Division.

        Input-Output Section.
        File-Control.

                Select Optional Xfer-Ledger-File
                       assign to "/home1/c/a/acsi203/xferledg.dat"
                       organization is indexed
                       access mode is sequential
                       record key is LG-Key.
                Select Output-File
                       assign to "prog67out.dat"
                       organization is line sequential.

        Data Division.

        File Section.
      * the transfer-tax ledger prog66 posts and prog39 credits
	FD	Xfer-Ledger-File.
	01	Xfer-Ledger-Rec.
		02 LG-Key.
		   03 LG-Adrs		Pic x(27).
		   03 LG-Sale-Day	Pic x(3).
		   03 LG-Sale-Month	Pic x(3).
		   03 LG-Sale-Year	Pic x(4).
		   03 LG-Sale-Price	Pic x(9).
		   03 LG-Entry-Type	Pic x(1).
		      88 credit-entry value "C".
		02 LG-Zip		Pic x(5).
		02 LG-City		Pic x(15).
		02 LG-County		Pic x(1).
		02 LG-Apn		Pic x(12).
		02 LG-Sale-Date		Pic 9(8).
		02 LG-Post-Month	Pic 9(6).
		02 LG-County-Rate	Pic 9(2)v99.
		02 LG-City-Rate		Pic 9(2)v99.
		02 LG-County-Tax	Pic s9(9)v99.
		02 LG-City-Tax		Pic s9(9)v99.
		02 LG-Posted-Date	Pic 9(8).

	FD	Output-File.
	01	Output-Rec		Pic x(132).

	Working-Storage Section.

      * the month being remitted, keyed yyyymm; blank remits the
      * month just closed
	01	Remit-Month-Param	Pic x(6) value spaces.

	01	Remit-Month-Num		Pic 9(6) value zero.

	01	Current-Date-Time.
		02 CDT-Year		Pic 9(4).
		02 CDT-Month		Pic 9(2).
		02 CDT-Day		Pic 9(2).
		02 Filler		Pic x(13).

	01	Eof-Flag		Pic x(3) value "no".
		88 end-reached value "yes".

      * one row per county/city with entries this month, kept in
      * county/city order by insertion as each turns up
	01	Remit-Count		Pic 9(4) value zero.

	01	Remit-Max		Pic 9(4) value 300.

	01	Remit-Index		Pic 9(4) value zero.

	01	Insert-Index		Pic 9(4) value zero.

	01	Shift-Index		Pic 9(4) value zero.

	01	Remit-Table.
		02 Remit-Entry occurs 1 to 300 times
			depending on Remit-Count.
			03 RM-Key.
			   04 RM-County		Pic x(1).
			   04 RM-City		Pic x(15).
			03 RM-Sale-Count	Pic 9(6).
			03 RM-Credit-Count	Pic 9(6).
			03 RM-County-Tax	Pic s9(11)v99.
			03 RM-City-Tax		Pic s9(11)v99.

	01	Work-Remit-Key.
		02 WR-County		Pic x(1).
		02 WR-City		Pic x(15).

	01	Remit-Overflow-Count	Pic 9(6) value zero.

	01	Entries-Read-Count	Pic 9(6) value zero.

	01	Grand-Sale-Count	Pic 9(6) value zero.

	01	Grand-Credit-Count	Pic 9(6) value zero.

	01	Grand-County-Tax	Pic s9(13)v99 value zero.

	01	Grand-City-Tax		Pic s9(13)v99 value zero.

	01	Row-Total		Pic s9(13)v99 value zero.

	01	Report-Header.
		02 Filler		Pic x(43) value spaces.
		02 Filler		Pic x(46) value
		    "Documentary Transfer Tax - Monthly Remittance".
		02 Filler		Pic x(43) value spaces.

	01	Month-Line.
		02 Filler		Pic x(18) value
		    "Remittance month: ".
		02 Month-Out		Pic 9(6).
		02 Filler		Pic x(108) value spaces.

	01	Report-Footer.
		02 Filler		Pic x(59) value spaces.
		02 Filler		Pic x(13) value
		    	"End of Report".
		02 Filler		Pic x(60) value spaces.

	01	Column-headers.
		02 Filler		Pic x(6) value "County".
		02 Filler		Pic x(2) value spaces.
		02 Filler		Pic x(4) value "City".
		02 Filler		Pic x(13) value spaces.
		02 Filler		Pic x(7) value "  Sales".
		02 Filler		Pic x(2) value spaces.
		02 Filler		Pic x(7) value "Credits".
		02 Filler		Pic x(2) value spaces.
		02 Filler		Pic x(16) value
		    "      County Tax".
		02 Filler		Pic x(2) value spaces.
		02 Filler		Pic x(16) value
		    "   City Tax Owed".
		02 Filler		Pic x(2) value spaces.
		02 Filler		Pic x(16) value
		    "           Total".

	01	Info-Line.
		02 Filler		Pic x(3) value spaces.
		02 Remit-County-Out	Pic x(1).
		02 Filler		Pic x(4) value spaces.
		02 Remit-City-Out	Pic x(15).
		02 Filler		Pic x(2) value spaces.
		02 Remit-Sales-Out	Pic ZZZ,ZZ9.
		02 Filler		Pic x(2) value spaces.
		02 Remit-Credits-Out	Pic ZZZ,ZZ9.
		02 Filler		Pic x(2) value spaces.
		02 Remit-County-Tax-Out	Pic -$$,$$$,$$$,$$9.99.
		02 Filler		Pic x(1) value spaces.
		02 Remit-City-Tax-Out	Pic -$$,$$$,$$$,$$9.99.
		02 Filler		Pic x(1) value spaces.
		02 Remit-Total-Out	Pic -$$,$$$,$$$,$$9.99.

	01	Grand-Total-Line.
		02 Filler		Pic x(25) value
		    "Month totals".
		02 Grand-Sales-Out	Pic ZZZ,ZZ9.
		02 Filler		Pic x(2) value spaces.
		02 Grand-Credits-Out	Pic ZZZ,ZZ9.
		02 Filler		Pic x(2) value spaces.
		02 Grand-County-Tax-Out	Pic -$$,$$$,$$$,$$9.99.
		02 Filler		Pic x(1) value spaces.
		02 Grand-City-Tax-Out	Pic -$$,$$$,$$$,$$9.99.
		02 Filler		Pic x(1) value spaces.
		02 Grand-Total-Out	Pic -$$,$$$,$$$,$$9.99.

	01	Overflow-line.
		02 Filler		Pic x(12) value spaces.
		02 Filler		Pic x(38) value
		    "** Entries lost to a full city table:".
		02 Overflow-Out		Pic ZZZ,ZZ9.
		02 Filler		Pic x(70) value spaces.

	Procedure Division.

      * Executes 'Init', 'Main-Loop', and 'Finish', in that order
	0000-Main-Logic.
		Perform 1000-Init.
		Perform 1200-Main-Loop until end-reached.
		Perform 1300-Finish.
		Stop Run.

      * settles the month being remitted, opens the files, and writes
      * the report header
	1000-Init.

		Accept Remit-Month-Param from Sysin.

		If Remit-Month-Param numeric
			Move Remit-Month-Param to Remit-Month-Num
		Else
			Move function current-date to Current-Date-Time
			If CDT-Month = 1
				Compute Remit-Month-Num =
					(CDT-Year - 1) * 100 + 12
			Else
				Compute Remit-Month-Num =
					CDT-Year * 100 + CDT-Month - 1
			End-if
		End-if.

		Open Input Xfer-Ledger-File.
		Open Output Output-File.

		Write Output-Rec from Report-Header.
		Move spaces to Output-Rec.
		Write Output-Rec.
		Move Remit-Month-Num to Month-Out.
		Write Output-Rec from Month-Line.
		Move spaces to Output-Rec.
		Write Output-Rec.
		Write Output-Rec from Column-headers.
		Move spaces to Output-Rec.
		Write Output-Rec.

		Read Xfer-Ledger-File at end move "yes" to Eof-Flag.

      * rolls each ledger entry of the month into its city's row
	1200-Main-Loop.

		Add 1 to Entries-Read-Count.

		If LG-Post-Month = Remit-Month-Num
			Move LG-County to WR-County
			Move LG-City to WR-City
			Perform 2100-Find-Remit-Row
			If Insert-Index not > Remit-Count
				Perform 2200-Accumulate
			End-if
		End-if.

		Read Xfer-Ledger-File at end move "yes" to Eof-Flag.

      * no-op body; the search for the row, or the slot it belongs
      * in, happens entirely in the Perform ... Varying's Until
      * condition
	2110-Classify-Remit-Slot.

		Continue.

      * leaves Insert-Index on the county/city's row, opening it in
      * order on first sight; a full table leaves Insert-Index past
      * the count and the entry is counted as lost
	2100-Find-Remit-Row.

		Perform 2110-Classify-Remit-Slot
			varying Insert-Index from 1 by 1
			until Insert-Index > Remit-Count
			or Work-Remit-Key not > RM-Key(Insert-Index).

		If Insert-Index > Remit-Count or
		   Work-Remit-Key not = RM-Key(Insert-Index)

			If Remit-Count < Remit-Max
				Add 1 to Remit-Count
				Perform 2120-Shift-Row-Down
					varying Shift-Index
					from Remit-Count by -1
					until Shift-Index
					<= Insert-Index
				Move Work-Remit-Key to
					RM-Key(Insert-Index)
				Move zero to
					RM-Sale-Count(Insert-Index)
					RM-Credit-Count(Insert-Index)
					RM-County-Tax(Insert-Index)
					RM-City-Tax(Insert-Index)
			Else
				Add 1 to Remit-Overflow-Count
				Compute Insert-Index = Remit-Count + 1
			End-if

		End-if.

      * shifts one row of Remit-Table down a slot
	2120-Shift-Row-Down.

		Move Remit-Entry(Shift-Index - 1) to
			Remit-Entry(Shift-Index).

      * a sale posting adds its tax, a credit (already negative on
      * the ledger) takes its tax back out
	2200-Accumulate.

		If credit-entry
			Add 1 to RM-Credit-Count(Insert-Index)
		Else
			Add 1 to RM-Sale-Count(Insert-Index)
		End-if.

		Add LG-County-Tax to RM-County-Tax(Insert-Index).
		Add LG-City-Tax to RM-City-Tax(Insert-Index).

      * one county/city's remittance line
	3000-Print-Row.

		Move RM-County(Remit-Index) to Remit-County-Out.
		Move RM-City(Remit-Index) to Remit-City-Out.
		Move RM-Sale-Count(Remit-Index) to Remit-Sales-Out.
		Move RM-Credit-Count(Remit-Index) to Remit-Credits-Out.
		Move RM-County-Tax(Remit-Index) to Remit-County-Tax-Out.
		Move RM-City-Tax(Remit-Index) to Remit-City-Tax-Out.
		Compute Row-Total = RM-County-Tax(Remit-Index) +
			RM-City-Tax(Remit-Index).
		Move Row-Total to Remit-Total-Out.
		Write Output-Rec from Info-Line.

		Add RM-Sale-Count(Remit-Index) to Grand-Sale-Count.
		Add RM-Credit-Count(Remit-Index) to Grand-Credit-Count.
		Add RM-County-Tax(Remit-Index) to Grand-County-Tax.
		Add RM-City-Tax(Remit-Index) to Grand-City-Tax.

	1300-Finish.

		Perform 3000-Print-Row
			varying Remit-Index from 1 by 1
			until Remit-Index > Remit-Count.

		Move spaces to Output-Rec.
		Write Output-Rec.

		Move Grand-Sale-Count to Grand-Sales-Out.
		Move Grand-Credit-Count to Grand-Credits-Out.
		Move Grand-County-Tax to Grand-County-Tax-Out.
		Move Grand-City-Tax to Grand-City-Tax-Out.
		Compute Row-Total = Grand-County-Tax + Grand-City-Tax.
		Move Row-Total to Grand-Total-Out.
		Write Output-Rec from Grand-Total-Line.

      * a month with entries lost to the table is short; fail the run
      * rather than let a short remittance go out
		If Remit-Overflow-Count > 0
			Move Remit-Overflow-Count to Overflow-Out
			Write Output-Rec from Overflow-line
			Move 8 to Return-Code
		End-if.

		Move spaces to Output-Rec.
		Write Output-Rec.
		Write Output-Rec from Report-Footer.

		Close Xfer-Ledger-File Output-File.
