        Identification Division.
        Program-Id. prog70.
        Date-Written. 10/15/2026.
        Author. Lucas Henry.
        Date-Compiled.

      * non-arms-length screening pass, run after prog3 validates the
      * extract: family transfers, same-day flips, and token-price
      * quitclaim "sales" skew prog13's appreciation averages,
      * prog34's index, prog21's percentiles, and prog64's ratio
      * study; each validated sale is set against the property's
      * prior sale (the extract's own history for the Adrs/Zip, or
      * propmast.dat's position when that is later) and against its
      * city's per-square-foot median, and a suspect sale is flagged
      * with one reason code per test it trips:
      *   PD  price far below the prior sale
      *   QR  resold within a few months of the prior sale
      *   PS  price per square foot far below the city median
      *   SA  the same Agent-ID on both sides of a quick resale
      * flagged sales land on the narreg.dat registry (keyed like
      * resreg.dat) as pending; prog71 is where a supervisor confirms
      * or clears them, and only a confirmed sale is left out of the
      * analytic reports - the volume reports count every sale; the
      * extract is cumulative, so a sale already on the registry is
      * not queued twice, and a cleared one stays cleared; the test
      * thresholds come from paramast.dat

        Environment Division.

        Input-Output Section.
        File-Control.

                Select Real-Estate-File
                       assign to Real-Estate-File-Path.
                Select Optional Property-Master-File
                       assign to "/home1/c/a/acsi203/propmast.dat"
                       organization is indexed
                       access mode is random
                       record key is PM-Key.
		Select Optional Param-File
			assign to "/home1/c/a/acsi203/paramast.dat"
			organization is indexed
			access mode is sequential
			record key is PRM-Key.
                Select Optional Nal-Registry-File
                       assign to "/home1/c/a/acsi203/narreg.dat"
                       organization is indexed
                       access mode is random
                       record key is NR-Key.
                Select Output-File
                       assign to "prog70out.dat"
                       organization is line sequential.

        Data Division.

        File Section.
	FD	Real-Estate-File.
	01	Input-Rec.
	Copy "realestate.cpy".

      * the current position of one property, as prog28 keeps it
	FD	Property-Master-File.
	01	Property-Master-Rec.
		02 PM-Key.
		   03 PM-Adrs		Pic x(27).
		   03 PM-Zip		Pic x(5).
		02 PM-Sale-Price	Pic 9(9).
		02 PM-Sale-Date		Pic 9(8).
		02 PM-Prop-Type		Pic x(8).
		02 PM-Bedrooms		Pic 9(1).
		02 PM-Bathrooms		Pic 9(1).
		02 PM-Square-Feet	Pic 9(4).
		02 PM-Latitude		Pic 9(6)v99.
		02 PM-Longitude		Pic 9(7)v99.
		02 PM-Times-Sold	Pic 9(4).
		02 PM-Apn		Pic x(12).

      * effective-dated parameter master maintained by prog54; the
      * screening thresholds are read from it
	FD	Param-File.
	01	Param-Rec.
		02 PRM-Key.
		   03 PRM-Name		Pic x(12).
		   03 PRM-Eff-Date	Pic 9(8).
		02 PRM-Value		Pic 9(5)v9(5).

      * non-arms-length registry, keyed on the sale the way
      * resreg.dat is: status P pending review, C confirmed
      * non-arms-length (left out of the analytic reports), X
      * cleared as a genuine sale; up to four reason codes, the
      * prior sale and the city median the tests used, and the
      * reviewer's ruling once prog71 has one
	FD	Nal-Registry-File.
	01	Nal-Rec.
		02 NR-Key.
		   03 NR-Adrs		Pic x(27).
		   03 NR-Sale-Day	Pic x(3).
		   03 NR-Sale-Month	Pic x(3).
		   03 NR-Sale-Year	Pic x(4).
		   03 NR-Sale-Price	Pic x(9).
		02 NR-Zip		Pic x(5).
		02 NR-City		Pic x(15).
		02 NR-County		Pic x(1).
		02 NR-Agent-Id		Pic 9(7).
		02 NR-Status		Pic x(1).
		02 NR-Reasons.
		   03 NR-Reason		Pic x(2) occurs 4 times.
		02 NR-Prior-Date	Pic 9(8).
		02 NR-Prior-Price	Pic 9(9).
		02 NR-Prior-Agent	Pic 9(7).
		02 NR-Sqft-Price	Pic 9(5)v99.
		02 NR-City-Median	Pic 9(5)v99.
		02 NR-Flag-Date		Pic 9(8).
		02 NR-Reviewer		Pic x(8).
		02 NR-Review-Date	Pic 9(8).
		02 NR-Review-Note	Pic x(30).

	FD	Output-File.
	01	Output-Rec		Pic x(132).

	Working-Storage Section.

      * defaults to the county feed's usual location; Accept-From-Sysin
      * in 1000-Init lets operations repoint a run at a differently
      * named extract without having to hand-edit and recompile
	01	Real-Estate-File-Path	Pic x(80) value
		"/home1/c/a/acsi203/realestate.dat".

	01	Eof-Flag		Pic x(3) value "no".
		88 end-reached value "yes".

	01	Invalid-flag		Pic x(3) value "no".
		88 bad-record value "yes".

	01	Error-Record-Count	Pic 9(6) value 0.

      * screening thresholds, each overridable from paramast.dat: a
      * sale below this fraction of the prior sale's price, a resale
      * inside this many months, a price per square foot below this
      * fraction of the city median, and the fewest sales a city
      * needs before its median is trusted
	01	Price-Drop-Pct		Pic 9v99 value .50.

	01	Resale-Months		Pic 9(3) value 6.

	01	Sqft-Median-Pct		Pic 9v99 value .50.

	01	Min-City-Sales		Pic 9(4) value 5.

	01	Param-Eof		Pic x(3) value "no".
		88 param-end value "yes".

	01	Param-Today		Pic 9(8) value zero.

	01	Param-Date-Time.
		02 PDT-Year		Pic 9(4).
		02 PDT-Month		Pic 9(2).
		02 PDT-Day		Pic 9(2).
		02 Filler		Pic x(13).

      * allowed-state table, the same list prog17 validates against
	01	Allowed-State-data.
		02 filler		Pic x(2) value "CA".
		02 filler		Pic x(2) value "NV".
		02 filler		Pic x(2) value "OR".
		02 filler		Pic x(2) value "AZ".

	01	Allowed-State-table redefines Allowed-State-data.
		02 allowed-states occurs 4 times Pic x(2).

	01	State-index		Pic 9(2) value zero.

	01	State-match-flag	Pic x(3) value "no".
		88 state-matched value "yes".

	01	Month-data.
		02 filler		Pic x(3) value "Jan".
		02 filler		Pic x(3) value "Feb".
		02 filler		Pic x(3) value "Mar".
		02 filler		Pic x(3) value "Apr".
		02 filler		Pic x(3) value "May".
		02 filler		Pic x(3) value "Jun".
		02 filler		Pic x(3) value "Jul".
		02 filler		Pic x(3) value "Aug".
		02 filler		Pic x(3) value "Sep".
		02 filler		Pic x(3) value "Oct".
		02 filler		Pic x(3) value "Nov".
		02 filler		Pic x(3) value "Dec".

	01	Month-table redefines Month-data.
		02 months occurs 12 times Pic x(3).

	01	Month-index		Pic 9(2) value zero.

	01	Days-in-Month-data.
		02 filler		Pic 9(2) value 31.
		02 filler		Pic 9(2) value 28.
		02 filler		Pic 9(2) value 31.
		02 filler		Pic 9(2) value 30.
		02 filler		Pic 9(2) value 31.
		02 filler		Pic 9(2) value 30.
		02 filler		Pic 9(2) value 31.
		02 filler		Pic 9(2) value 31.
		02 filler		Pic 9(2) value 30.
		02 filler		Pic 9(2) value 31.
		02 filler		Pic 9(2) value 30.
		02 filler		Pic 9(2) value 31.

	01	Days-in-Month-table redefines Days-in-Month-data.
		02 days-in-month occurs 12 times Pic 9(2).

	01	Sale-Day-Num		Pic 9(2) value zero.

	01	Max-Day-This-Month	Pic 9(2) value zero.

	01	Date-match-flag		Pic x(3) value "no".
		88 bad-date value "yes".

      * every validated sale, kept in ascending Adrs/Zip/date order
      * by insertion sort so each property's sales sit together and
      * the entry above a sale is its prior sale - prog34's table
      * with what the tests and the registry need carried along
	01	Sale-Count		Pic 9(4) value zero.

	01	Sale-Max		Pic 9(4) value 5000.

	01	Sale-Index		Pic 9(4) value zero.

	01	Insert-Index		Pic 9(4) value zero.

	01	Shift-Index		Pic 9(4) value zero.

	01	Overflow-Record-Count	Pic 9(6) value zero.

	01	Sale-Table.
		02 Sale-Entry occurs 1 to 5000 times
			depending on Sale-Count.
			03 ST-Key.
			   04 ST-Adrs		Pic x(27).
			   04 ST-Zip		Pic x(5).
			   04 ST-Date.
			      05 ST-Year	Pic 9(4).
			      05 ST-Month	Pic 9(2).
			      05 ST-Day		Pic 9(2).
			03 ST-City		Pic x(15).
			03 ST-County		Pic x(1).
			03 ST-Price		Pic 9(9).
			03 ST-Sqft		Pic 9(4).
			03 ST-Agent		Pic 9(7).
			03 ST-Sale-Day		Pic x(3).
			03 ST-Sale-Month	Pic x(3).
			03 ST-Sale-Year		Pic x(4).

	01	Work-Entry.
		02 WK-Key.
		   03 WK-Adrs		Pic x(27).
		   03 WK-Zip		Pic x(5).
		   03 WK-Date.
		      04 WK-Year	Pic 9(4).
		      04 WK-Month	Pic 9(2).
		      04 WK-Day		Pic 9(2).
		02 WK-City		Pic x(15).
		02 WK-County		Pic x(1).
		02 WK-Price		Pic 9(9).
		02 WK-Sqft		Pic 9(4).
		02 WK-Agent		Pic 9(7).
		02 WK-Sale-Day		Pic x(3).
		02 WK-Sale-Month	Pic x(3).
		02 WK-Sale-Year		Pic x(4).

      * one row per county/city with its per-square-foot median,
      * worked out once the whole extract is in the table
	01	City-Count		Pic 9(4) value zero.

	01	City-Max		Pic 9(4) value 200.

	01	City-Index		Pic 9(4) value zero.

	01	City-Overflow-Count	Pic 9(4) value zero.

	01	City-Table.
		02 City-Entry occurs 1 to 200 times
			depending on City-Count.
			03 CT-County		Pic x(1).
			03 CT-City		Pic x(15).
			03 CT-Median		Pic 9(5)v99.
			03 CT-Sales		Pic 9(4).

      * one city's prices per square foot in ascending order, the
      * insertion shape prog64 gathers its ratios in
	01	Ppsf-Count		Pic 9(4) value zero.

	01	Ppsf-Index		Pic 9(4) value zero.

	01	Half-Index		Pic 9(4) value zero.

	01	Ppsf-Table.
		02 Ppsf-Work occurs 1 to 5000 times
			depending on Ppsf-Count Pic 9(5)v99.

	01	Work-Ppsf		Pic 9(5)v99 value zero.

      * the prior sale of the property under test
	01	Prior-Date.
		02 Prior-Year		Pic 9(4).
		02 Prior-Month		Pic 9(2).
		02 Prior-Day		Pic 9(2).

	01	Prior-Price		Pic 9(9) value zero.

	01	Prior-Agent		Pic 9(7) value zero.

	01	Months-Apart		Pic s9(5) value zero.

	01	Sale-Ppsf		Pic 9(5)v99 value zero.

	01	Sale-Median		Pic 9(5)v99 value zero.

	01	Reason-Count		Pic 9(1) value zero.

	01	Quick-Resale-Flag	Pic x(3) value "no".
		88 quick-resale value "yes".

	01	Pm-Found-Flag		Pic x(3) value "no".
		88 pm-found value "yes".

	01	Duplicate-Flag		Pic x(3) value "no".
		88 already-registered value "yes".

	01	Screened-Count		Pic 9(6) value zero.

	01	Flagged-Count		Pic 9(6) value zero.

	01	Already-Count		Pic 9(6) value zero.

	01	Price-Drop-Count	Pic 9(6) value zero.

	01	Quick-Resale-Count	Pic 9(6) value zero.

	01	Low-Ppsf-Count		Pic 9(6) value zero.

	01	Same-Agent-Count	Pic 9(6) value zero.

	01	Report-Header.
		02 Filler		Pic x(44) value spaces.
		02 Filler		Pic x(44) value
		    "Non-Arms-Length Sale Screening".
		02 Filler		Pic x(44) value spaces.

	01	Report-Footer.
		02 Filler		Pic x(59) value spaces.
		02 Filler		Pic x(13) value
		    	"End of Report".
		02 Filler		Pic x(60) value spaces.

	01	Legend-Line.
		02 Filler		Pic x(36) value
		    "Reasons: PD price below prior sale".
		02 Filler		Pic x(18) value
		    "  QR quick resale ".
		02 Filler		Pic x(78) value
		    "PS low $/sqft for city  SA same agent both sides".

	01	Column-headers.
		02 Filler		Pic x(4) value "Adrs".
		02 Filler		Pic x(24) value spaces.
		02 Filler		Pic x(3) value "Zip".
		02 Filler		Pic x(3) value spaces.
		02 Filler		Pic x(4) value "City".
		02 Filler		Pic x(12) value spaces.
		02 Filler		Pic x(9) value "Sale Date".
		02 Filler		Pic x(6) value spaces.
		02 Filler		Pic x(5) value "Price".
		02 Filler		Pic x(2) value spaces.
		02 Filler		Pic x(10) value "Prior Date".
		02 Filler		Pic x(2) value spaces.
		02 Filler		Pic x(11) value "Prior Price".
		02 Filler		Pic x(2) value spaces.
		02 Filler		Pic x(8) value "$/SqFt".
		02 Filler		Pic x(2) value spaces.
		02 Filler		Pic x(8) value "Median".
		02 Filler		Pic x(2) value spaces.
		02 Filler		Pic x(7) value "Reasons".

	01	Info-Line.
		02 Adrs-Out		Pic x(27).
		02 Filler		Pic x(1) value spaces.
		02 Zip-Out		Pic x(5).
		02 Filler		Pic x(1) value spaces.
		02 City-Out		Pic x(15).
		02 Filler		Pic x(1) value spaces.
		02 Date-Out		Pic 9(8).
		02 Filler		Pic x(1) value spaces.
		02 Price-Out		Pic ZZZ,ZZZ,ZZ9.
		02 Filler		Pic x(2) value spaces.
		02 Prior-Date-Out	Pic 9(8).
		02 Filler		Pic x(1) value spaces.
		02 Prior-Price-Out	Pic ZZZ,ZZZ,ZZ9.
		02 Filler		Pic x(1) value spaces.
		02 Ppsf-Out		Pic ZZ,ZZ9.99.
		02 Filler		Pic x(1) value spaces.
		02 Median-Out		Pic ZZ,ZZ9.99.
		02 Filler		Pic x(2) value spaces.
		02 Reasons-Out		Pic x(11).

	01	Count-Line.
		02 Filler		Pic x(12) value spaces.
		02 Count-Label-Out	Pic x(40).
		02 Count-Out		Pic ZZZ,ZZ9.
		02 Filler		Pic x(73) value spaces.

	Procedure Division.

      * Executes 'Init', 'Main-Loop', and 'Finish', in that order
	0000-Main-Logic.
		Perform 1000-Init.
		Perform 1200-Main-Loop until end-reached.
		Perform 1300-Finish.
		Stop Run.

      * opens the files, loads the thresholds, and writes the report
      * header
	1000-Init.

		Accept Real-Estate-File-Path from Sysin.
		If Real-Estate-File-Path = spaces
			Move "/home1/c/a/acsi203/realestate.dat"
				to Real-Estate-File-Path.

		Open Input Param-File.
		Move function current-date to Param-Date-Time.
		Compute Param-Today =
			PDT-Year * 10000 + PDT-Month * 100 + PDT-Day.
		Perform 1068-Read-Param-Data until param-end.
		Close Param-File.

		Open Input Real-Estate-File Property-Master-File.
		Open I-O Nal-Registry-File.
		Open Output Output-File.

		Write Output-Rec from Report-Header.
		Move spaces to Output-Rec.
		Write Output-Rec.
		Write Output-Rec from Legend-Line.
		Move spaces to Output-Rec.
		Write Output-Rec.
		Write Output-Rec from Column-headers.
		Move spaces to Output-Rec.
		Write Output-Rec.

		Read Real-Estate-File at end move "yes" to Eof-Flag.

      * walks the parameter master in ascending name/date order and
      * takes each name's latest entry already in force today; a
      * name with no entry keeps the compiled-in threshold
	1068-Read-Param-Data.

		Read Param-File
			at end move "yes" to Param-Eof
		End-read.

		If not param-end and PRM-Eff-Date not > Param-Today
			Evaluate PRM-Name
				when "NALPRICEPCT "
					Move PRM-Value to
						Price-Drop-Pct
				when "NALRESALEMOS"
					Move PRM-Value to
						Resale-Months
				when "NALSQFTPCT  "
					Move PRM-Value to
						Sqft-Median-Pct
				when "NALMINCITY  "
					Move PRM-Value to
						Min-City-Sales
				when other
					Continue
			End-evaluate
		End-if.

      * validates each record the way prog17 does and stows each
      * good sale into the Adrs/Zip/date-ordered table
	1200-Main-Loop.

		Perform 2100-Validation.

		If bad-record
			Add 1 to Error-Record-Count
			Move "no" to Invalid-flag
		Else
			Perform 2200-Stow-Sale
		End-if.

		Read Real-Estate-File at end move "yes" to Eof-Flag.

      * no-op body; the search for a matching allowed state happens
      * entirely in the Perform ... Varying's Until condition
	2110-Classify-State.

		Continue.

      * no-op body; the search for Sale-Month's position in the
      * calendar happens entirely in the Perform ... Varying's Until
      * condition
	2120-Classify-Month.

		Continue.

      * the validation prog17 runs ahead of the roll, so the screen
      * works from exactly the sales the reports do
	2100-Validation.

		Move "no" to State-match-flag.

		Perform 2110-Classify-State varying State-index
			from 1 by 1 until State-index > 4
			or State = allowed-states(State-index).

		If State-index not > 4
			Move "yes" to State-match-flag.

		Perform 2130-Check-Date.

		If not state-matched or not bad-prop or Bedrooms not
		numeric or Bathrooms not numeric or Square-Feet not
		numeric or Sale-Price not numeric or bad-latitude
		or bad-longitude or bad-date then

		Move "yes" to Invalid-flag.

      * finds Sale-Month's calendar position and checks Sale-Day
      * against that month's day count (adjusted for leap years)
	2130-Check-Date.

		Move "no" to Date-match-flag.

		Perform 2120-Classify-Month varying Month-index
			from 1 by 1 until Month-index > 12
			or Sale-Month = months(Month-index).

		If Month-index > 12

			Move "yes" to Date-match-flag

		Else

			Compute Sale-Day-Num = FUNCTION NUMVAL(Sale-Day)
			Move days-in-month(Month-index) to
				Max-Day-This-Month

			If Month-index = 2 and
			   FUNCTION MOD(Sale-Year, 4) = 0 and
			   (FUNCTION MOD(Sale-Year, 100) not = 0 or
			    FUNCTION MOD(Sale-Year, 400) = 0)

				Move 29 to Max-Day-This-Month

			End-if

			If Sale-Day-Num = 0 or
			   Sale-Day-Num > Max-Day-This-Month

				Move "yes" to Date-match-flag

			End-if

		End-if.

      * builds the sale's table entry and hands it to the insertion
      * sort; Month-index and Sale-Day-Num are still set from
      * 2130-Check-Date
	2200-Stow-Sale.

		Move Adrs to WK-Adrs.
		Move Zip to WK-Zip.
		Move Sale-Year to WK-Year.
		Move Month-index to WK-Month.
		Move Sale-Day-Num to WK-Day.
		Move City to WK-City.
		If County-Code = spaces
			Move "1" to WK-County
		Else
			Move County-Code to WK-County
		End-if.
		Move Sale-Price to WK-Price.
		Move Square-Feet to WK-Sqft.
		Move Agent-ID to WK-Agent.
		Move Sale-Day to WK-Sale-Day.
		Move Sale-Month to WK-Sale-Month.
		Move Sale-Year to WK-Sale-Year.

		If Sale-Count < Sale-Max
			Perform 2300-Insert-Sale
		Else
			Add 1 to Overflow-Record-Count
		End-if.

      * no-op body; the search for where this sale belongs in
      * Adrs/Zip/date order happens entirely in the Perform ...
      * Varying's Until condition
	2310-Classify-Sale-Slot.

		Continue.

      * finds this sale's slot in the ordered table, shifts
      * everything below it down one, and drops the new entry in
      * place - the insertion-sort shape prog34 uses
	2300-Insert-Sale.

		Perform 2310-Classify-Sale-Slot
			varying Insert-Index from 1 by 1
			until Insert-Index > Sale-Count
			or WK-Key < ST-Key(Insert-Index).

		Add 1 to Sale-Count.

		Perform 2320-Shift-Sale-Down
			varying Shift-Index from Sale-Count by -1
			until Shift-Index <= Insert-Index.

		Move Work-Entry to Sale-Entry(Insert-Index).

      * shifts one entry of Sale-Table down a slot
	2320-Shift-Sale-Down.

		Move Sale-Entry(Shift-Index - 1) to
			Sale-Entry(Shift-Index).

      * no-op body; the search for the sale's county/city in the
      * city table happens entirely in the Perform ... Varying's
      * Until condition
	3010-Classify-City.

		Continue.

      * opens a city-table row for the sale's county/city on first
      * sight
	3000-Find-City.

		Perform 3010-Classify-City
			varying City-Index from 1 by 1
			until City-Index > City-Count
			or (CT-County(City-Index) =
				ST-County(Sale-Index)
			and CT-City(City-Index) =
				ST-City(Sale-Index)).

		If City-Index > City-Count
			If City-Count < City-Max
				Add 1 to City-Count
				Move ST-County(Sale-Index) to
					CT-County(City-Count)
				Move ST-City(Sale-Index) to
					CT-City(City-Count)
				Move zero to CT-Median(City-Count)
				Move zero to CT-Sales(City-Count)
			Else
				Add 1 to City-Overflow-Count
			End-if
		End-if.

      * gathers one city's prices per square foot in ascending
      * order and takes the middle one (the mean of the middle two
      * on an even count); sales with no square footage carry no
      * per-foot price and stay out of it
	3100-City-Median.

		Move zero to Ppsf-Count.

		Perform 3110-Gather-Ppsf
			varying Sale-Index from 1 by 1
			until Sale-Index > Sale-Count.

		Move Ppsf-Count to CT-Sales(City-Index).

		If Ppsf-Count > 0
			If FUNCTION MOD(Ppsf-Count, 2) = 1
				Compute Half-Index =
					(Ppsf-Count + 1) / 2
				Move Ppsf-Work(Half-Index) to
					CT-Median(City-Index)
			Else
				Compute Half-Index = Ppsf-Count / 2
				Compute CT-Median(City-Index) rounded =
					(Ppsf-Work(Half-Index) +
					 Ppsf-Work(Half-Index + 1)) / 2
			End-if
		End-if.

      * takes one sale's price per square foot into the city's
      * ordered list if it belongs to the city
	3110-Gather-Ppsf.

		If ST-County(Sale-Index) = CT-County(City-Index)
		   and ST-City(Sale-Index) = CT-City(City-Index)
		   and ST-Sqft(Sale-Index) > 0

			Compute Work-Ppsf rounded =
				ST-Price(Sale-Index) /
				ST-Sqft(Sale-Index)

			Perform 3120-Classify-Ppsf-Slot
				varying Insert-Index from 1 by 1
				until Insert-Index > Ppsf-Count
				or Work-Ppsf < Ppsf-Work(Insert-Index)

			Add 1 to Ppsf-Count

			Perform 3125-Shift-Ppsf-Down
				varying Shift-Index
				from Ppsf-Count by -1
				until Shift-Index <= Insert-Index

			Move Work-Ppsf to Ppsf-Work(Insert-Index)

		End-if.

      * no-op body; the search for where this price per foot
      * belongs in ascending order happens entirely in the
      * Perform ... Varying's Until condition
	3120-Classify-Ppsf-Slot.

		Continue.

      * shifts one price per foot down a slot
	3125-Shift-Ppsf-Down.

		Move Ppsf-Work(Shift-Index - 1) to
			Ppsf-Work(Shift-Index).

      * runs the four tests against one sale and, when any trips,
      * queues it on the registry and lists it
	4000-Screen-Sale.

		Add 1 to Screened-Count.

		Move spaces to NR-Reasons.
		Move zero to Reason-Count.

		Perform 4100-Find-Prior-Sale.

      * PD - well under what the property last sold for
		If Prior-Price > 0 and
		   ST-Price(Sale-Index) < Prior-Price * Price-Drop-Pct
			Add 1 to Reason-Count
			Move "PD" to NR-Reason(Reason-Count)
			Add 1 to Price-Drop-Count
		End-if.

      * QR - resold inside the window
		Move "no" to Quick-Resale-Flag.
		If Prior-Date not = zero
			Compute Months-Apart =
				(ST-Year(Sale-Index) * 12 +
				 ST-Month(Sale-Index)) -
				(Prior-Year * 12 + Prior-Month)
			If Months-Apart < Resale-Months
				Move "yes" to Quick-Resale-Flag
				Add 1 to Reason-Count
				Move "QR" to NR-Reason(Reason-Count)
				Add 1 to Quick-Resale-Count
			End-if
		End-if.

      * PS - well under the going rate per foot in its city
		Perform 4200-Price-Per-Foot.
		If Sale-Median > 0 and Sale-Ppsf <
		   Sale-Median * Sqft-Median-Pct
			Add 1 to Reason-Count
			Move "PS" to NR-Reason(Reason-Count)
			Add 1 to Low-Ppsf-Count
		End-if.

      * SA - the same agent closed both ends of a quick resale
		If quick-resale and Prior-Agent not = zero
		   and Prior-Agent = ST-Agent(Sale-Index)
			Add 1 to Reason-Count
			Move "SA" to NR-Reason(Reason-Count)
			Add 1 to Same-Agent-Count
		End-if.

		If Reason-Count > 0
			Perform 4300-Queue-Sale
		End-if.

      * the prior sale is the entry above this one in the table
      * when it is the same property; propmast.dat's position
      * stands in when it is later than that and still earlier
      * than this sale (the extract may not reach back far enough),
      * though the master carries no agent
	4100-Find-Prior-Sale.

		Move zero to Prior-Date Prior-Price Prior-Agent.

		If Sale-Index > 1
			If ST-Adrs(Sale-Index - 1) = ST-Adrs(Sale-Index)
			   and ST-Zip(Sale-Index - 1) =
				ST-Zip(Sale-Index)
				Move ST-Date(Sale-Index - 1) to
					Prior-Date
				Move ST-Price(Sale-Index - 1) to
					Prior-Price
				Move ST-Agent(Sale-Index - 1) to
					Prior-Agent
			End-if
		End-if.

		Move ST-Adrs(Sale-Index) to PM-Adrs.
		Move ST-Zip(Sale-Index) to PM-Zip.
		Move "no" to Pm-Found-Flag.
		Read Property-Master-File
			invalid key continue
			not invalid key move "yes" to Pm-Found-Flag
		End-read.

		If pm-found and PM-Sale-Date < ST-Date(Sale-Index)
		   and PM-Sale-Date > Prior-Date
			Move PM-Sale-Date to Prior-Date
			Move PM-Sale-Price to Prior-Price
			Move zero to Prior-Agent
		End-if.

      * the sale's price per square foot and its city's median,
      * the median only when the city has enough sales to mean
      * something
	4200-Price-Per-Foot.

		Move zero to Sale-Ppsf Sale-Median.

		If ST-Sqft(Sale-Index) > 0
			Compute Sale-Ppsf rounded =
				ST-Price(Sale-Index) /
				ST-Sqft(Sale-Index)

			Perform 3010-Classify-City
				varying City-Index from 1 by 1
				until City-Index > City-Count
				or (CT-County(City-Index) =
					ST-County(Sale-Index)
				and CT-City(City-Index) =
					ST-City(Sale-Index))

			If City-Index not > City-Count
				If CT-Sales(City-Index) not <
				   Min-City-Sales
					Move CT-Median(City-Index) to
						Sale-Median
				End-if
			End-if
		End-if.

      * writes the pending registry entry; a sale already there,
      * whatever its status, was queued or ruled on by an earlier
      * run and is left as it stands
	4300-Queue-Sale.

		Move ST-Adrs(Sale-Index) to NR-Adrs.
		Move ST-Sale-Day(Sale-Index) to NR-Sale-Day.
		Move ST-Sale-Month(Sale-Index) to NR-Sale-Month.
		Move ST-Sale-Year(Sale-Index) to NR-Sale-Year.
		Move ST-Price(Sale-Index) to NR-Sale-Price.
		Move ST-Zip(Sale-Index) to NR-Zip.
		Move ST-City(Sale-Index) to NR-City.
		Move ST-County(Sale-Index) to NR-County.
		Move ST-Agent(Sale-Index) to NR-Agent-Id.
		Move "P" to NR-Status.
		Move Prior-Date to NR-Prior-Date.
		Move Prior-Price to NR-Prior-Price.
		Move Prior-Agent to NR-Prior-Agent.
		Move Sale-Ppsf to NR-Sqft-Price.
		Move Sale-Median to NR-City-Median.
		Move Param-Today to NR-Flag-Date.
		Move spaces to NR-Reviewer NR-Review-Note.
		Move zero to NR-Review-Date.

		Move "no" to Duplicate-Flag.
		Write Nal-Rec
			invalid key move "yes" to Duplicate-Flag
		End-write.

		If already-registered
			Add 1 to Already-Count
		Else
			Add 1 to Flagged-Count
			Move ST-Adrs(Sale-Index) to Adrs-Out
			Move ST-Zip(Sale-Index) to Zip-Out
			Move ST-City(Sale-Index) to City-Out
			Move ST-Date(Sale-Index) to Date-Out
			Move ST-Price(Sale-Index) to Price-Out
			Move Prior-Date to Prior-Date-Out
			Move Prior-Price to Prior-Price-Out
			Move Sale-Ppsf to Ppsf-Out
			Move Sale-Median to Median-Out
			Move spaces to Reasons-Out
			String NR-Reason(1) " " NR-Reason(2) " "
				NR-Reason(3) " " NR-Reason(4)
				Delimited by size into Reasons-Out
			End-string
			Write Output-Rec from Info-Line
		End-if.

      * works out every city's median, screens every sale, and
      * closes with the counts
	1300-Finish.

		Perform 3000-Find-City
			varying Sale-Index from 1 by 1
			until Sale-Index > Sale-Count.

		Perform 3100-City-Median
			varying City-Index from 1 by 1
			until City-Index > City-Count.

		Perform 4000-Screen-Sale
			varying Sale-Index from 1 by 1
			until Sale-Index > Sale-Count.

		Move spaces to Output-Rec.
		Write Output-Rec.

		Move "Sales screened:" to Count-Label-Out.
		Move Screened-Count to Count-Out.
		Write Output-Rec from Count-Line.

		Move "Newly queued for review:" to Count-Label-Out.
		Move Flagged-Count to Count-Out.
		Write Output-Rec from Count-Line.

		Move "Flagged, already on the registry:" to
			Count-Label-Out.
		Move Already-Count to Count-Out.
		Write Output-Rec from Count-Line.

		Move "  PD price below prior sale:" to Count-Label-Out.
		Move Price-Drop-Count to Count-Out.
		Write Output-Rec from Count-Line.

		Move "  QR quick resale:" to Count-Label-Out.
		Move Quick-Resale-Count to Count-Out.
		Write Output-Rec from Count-Line.

		Move "  PS low $/sqft for city:" to Count-Label-Out.
		Move Low-Ppsf-Count to Count-Out.
		Write Output-Rec from Count-Line.

		Move "  SA same agent both sides:" to Count-Label-Out.
		Move Same-Agent-Count to Count-Out.
		Write Output-Rec from Count-Line.

		If Error-Record-Count > 0
			Move "Records rejected by validation:" to
				Count-Label-Out
			Move Error-Record-Count to Count-Out
			Write Output-Rec from Count-Line
		End-if.

		If Overflow-Record-Count > 0
			Move "Records past the sale-table limit:" to
				Count-Label-Out
			Move Overflow-Record-Count to Count-Out
			Write Output-Rec from Count-Line
		End-if.

		If City-Overflow-Count > 0
			Move "Sales past the city-table limit:" to
				Count-Label-Out
			Move City-Overflow-Count to Count-Out
			Write Output-Rec from Count-Line
		End-if.

		Move spaces to Output-Rec.
		Write Output-Rec.
		Write Output-Rec from Report-Footer.

		Close Real-Estate-File Property-Master-File
		      Nal-Registry-File Output-File.
