        Identification Division.
        Program-Id. prog66.
        Date-Written. 10/15/2026.
        Author. Lucas Henry.
        Date-Compiled.

      * documentary transfer tax ledger: every validated,
      * non-rescinded sale on the extract is taxed at the county's
      * rate and, where its city levies one of its own, the city's
      * rate on top, both taken off the effective-dated xferrates.dat
      * schedule in force on the sale date (keyed county/city/date
      * the way cityrates.dat is); each sale posts one entry to the
      * xferledg.dat ledger, keyed on the sale the way resreg.dat
      * keys it so prog39 can post the matching credit when the sale
      * is rescinded, and prog67 totals the ledger month by month
      * into the remittance owed each city - the figures that until
      * now came off a spreadsheet kept from prog1out.csv

        Environment Division.

        Input-Output Section.
        File-Control.

                Select Real-Estate-File
                       assign to Real-Estate-File-Path.
		Select Optional Xfer-Rates-File
			assign to "/home1/c/a/acsi203/xferrates.dat"
			organization is indexed
			access mode is sequential
			record key is XR-Key.
		Select Optional City-Alias-File
			assign to "/home1/c/a/acsi203/cityalias.dat"
			organization is indexed
			access mode is sequential
			record key is aliasKey.
                Select Optional Rescind-Registry-File
                       assign to "/home1/c/a/acsi203/resreg.dat"
                       organization is indexed
                       access mode is random
                       record key is Res-Key.
                Select Optional Xfer-Ledger-File
                       assign to "/home1/c/a/acsi203/xferledg.dat"
                       organization is indexed
                       access mode is random
                       record key is LG-Key.
                Select Output-File
                       assign to "prog66out.dat"
                       organization is line sequential.

        Data Division.

        File Section.
      * effective-dated transfer-tax schedule: one entry per county
      * and city per date a rate took effect, in dollars per $1,000
      * of price; the entry with a blank city is the county's own
      * rate, charged on every sale in the county
	FD	Xfer-Rates-File.
	01	Xfer-Rates-Rec.
		02 XR-Key.
		   03 XR-County		Pic x(1).
		   03 XR-City		Pic x(15).
		   03 XR-Eff-Date	Pic 9(8).
		02 XR-Rate		Pic 9(2)v99.

      * city alias cross-reference, maintained by prog40
	FD	City-Alias-File.
	01	cityAliasRec.
		02 aliasKey.
		   03 aliasCounty	Pic x(1).
		   03 aliasOldName	Pic x(15).
		02 aliasNewName		Pic x(15).

	FD	Real-Estate-File.
	01	Input-Rec.
	Copy "realestate.cpy".

      * rescission registry prog39 maintains; a sale already
      * rescinded owes no tax and never posts
	FD	Rescind-Registry-File.
	01	Rescind-Rec.
		02 Res-Key.
		   03 Res-Adrs		Pic x(27).
		   03 Res-Sale-Day	Pic x(3).
		   03 Res-Sale-Month	Pic x(3).
		   03 Res-Sale-Year	Pic x(4).
		   03 Res-Sale-Price	Pic x(9).

      * the transfer-tax ledger: an S entry per taxed sale, and the
      * C credit entry prog39 posts against it on a rescission; the
      * post month is the month the entry is remitted in - the
      * month the sale reached the ledger for S, the month the
      * rescission was processed for C - so a sale that arrives
      * after its own month has been remitted is remitted the next
      * month instead of never
	FD	Xfer-Ledger-File.
	01	Xfer-Ledger-Rec.
		02 LG-Key.
		   03 LG-Adrs		Pic x(27).
		   03 LG-Sale-Day	Pic x(3).
		   03 LG-Sale-Month	Pic x(3).
		   03 LG-Sale-Year	Pic x(4).
		   03 LG-Sale-Price	Pic x(9).
		   03 LG-Entry-Type	Pic x(1).
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

      * defaults to the county feed's usual location; Accept-From-Sysin
      * in 1000-Init lets operations repoint a run at a differently
      * named extract (e.g. a restated prior-month file) without
      * having to hand-edit and recompile
	01	Real-Estate-File-Path	Pic x(80) value
		"/home1/c/a/acsi203/realestate.dat".

	01	Eof-Flag		Pic x(3) value "no".
		88 end-reached value "yes".

	01	Invalid-flag		Pic x(3) value "no".
		88 bad-record value "yes".

	01	Error-Record-Count	Pic 9(6) value 0.

	01	Rescinded-Count		Pic 9(6) value zero.

	01	Rescinded-Flag		Pic x(3) value "no".
		88 sale-rescinded value "yes".

	01	Posted-Count		Pic 9(6) value zero.

	01	Already-Posted-Count	Pic 9(6) value zero.

      * the statutory county rate, $1.10 per $1,000, charged when
      * xferrates.dat carries no county entry in force
	01	Default-County-Rate	Pic 9(2)v99 value 1.10.

	01	Applied-County-Rate	Pic 9(2)v99 value zero.

	01	Applied-City-Rate	Pic 9(2)v99 value zero.

	01	County-Tax		Pic 9(9)v99 value zero.

	01	City-Tax		Pic 9(9)v99 value zero.

	01	County-Tax-Accum	Pic 9(11)v99 value zero.

	01	City-Tax-Accum		Pic 9(11)v99 value zero.

	01	Current-Date-Time.
		02 CDT-Year		Pic 9(4).
		02 CDT-Month		Pic 9(2).
		02 CDT-Day		Pic 9(2).
		02 Filler		Pic x(13).

	01	Run-Date-Num		Pic 9(8) value zero.

      * the xferrates.dat schedule in memory
	01	Xfer-Rates-Count	Pic 9(4) value zero.

	01	Xfer-Rates-Max		Pic 9(4) value 200.

	01	Xfer-Rates-Eof		Pic x(3) value "no".
		88 xfer-rates-end value "yes".

	01	Xfer-Rates-Table.
		02 Xfer-Rates-Data occurs 1 to 200 times
			depending on Xfer-Rates-Count
			INDEXED BY xfer-index.
		03 XT-County		Pic x(1).
		03 XT-City		Pic x(15).
		03 XT-Eff-Date		Pic 9(8).
		03 XT-Rate		Pic 9(2)v99.

	01	Rate-Scan-Index		Pic 9(4) value zero.

	01	Sale-Date-Num		Pic 9(8) value zero.

	01	City-Alias-Count	Pic 9(4) value zero.

	01	City-Alias-Max		Pic 9(4) value 100.

	01	City-Alias-Eof		Pic x(3) value "no".
		88 city-alias-end value "yes".

	01	City-Alias-Table.
		02 City-Alias-Data occurs 1 to 100 times
			depending on City-Alias-Count
			INDEXED BY alias-index.
		03 Alias-County		Pic x(1).
		03 Alias-Old-Name	Pic x(15).
		03 Alias-New-Name	Pic x(15).

	01	Alias-Scan-Index	Pic 9(4) value zero.

	01	City-Work		Pic x(15) value spaces.

	01	Sale-County-Work	Pic x(1) value "1".

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

	01	Report-Header.
		02 Filler		Pic x(44) value spaces.
		02 Filler		Pic x(44) value
		    "Documentary Transfer Tax - Ledger Postings".
		02 Filler		Pic x(44) value spaces.

	01	Report-Footer.
		02 Filler		Pic x(59) value spaces.
		02 Filler		Pic x(13) value
		    	"End of Report".
		02 Filler		Pic x(60) value spaces.

	01	Column-headers.
		02 Filler		Pic x(4) value "Adrs".
		02 Filler		Pic x(24) value spaces.
		02 Filler		Pic x(4) value "City".
		02 Filler		Pic x(12) value spaces.
		02 Filler		Pic x(8) value "Sale Dt".
		02 Filler		Pic x(3) value spaces.
		02 Filler		Pic x(12) value "  Sale-Price".
		02 Filler		Pic x(2) value spaces.
		02 Filler		Pic x(5) value "Cnty".
		02 Filler		Pic x(1) value spaces.
		02 Filler		Pic x(13) value "   County Tax".
		02 Filler		Pic x(2) value spaces.
		02 Filler		Pic x(5) value " City".
		02 Filler		Pic x(1) value spaces.
		02 Filler		Pic x(13) value "     City Tax".

	01	Info-Line.
		02 Post-Adrs-Out	Pic x(27).
		02 Filler		Pic x(1) value spaces.
		02 Post-City-Out	Pic x(15).
		02 Filler		Pic x(1) value spaces.
		02 Post-Date-Out	Pic 9(8).
		02 Filler		Pic x(2) value spaces.
		02 Post-Price-Out	Pic $ZZZ,ZZZ,ZZ9.
		02 Filler		Pic x(2) value spaces.
		02 Post-County-Rate-Out	Pic Z9.99.
		02 Filler		Pic x(1) value spaces.
		02 Post-County-Tax-Out	Pic $$,$$$,$$9.99.
		02 Filler		Pic x(2) value spaces.
		02 Post-City-Rate-Out	Pic Z9.99.
		02 Filler		Pic x(1) value spaces.
		02 Post-City-Tax-Out	Pic $$,$$$,$$9.99.

	01	Total-Line.
		02 Filler		Pic x(26) value
		    "Posted this run -         ".
		02 Total-Count-Out	Pic ZZZ,ZZ9.
		02 Filler		Pic x(16) value
		    " sales, county ".
		02 Total-County-Out	Pic $$$,$$$,$$9.99.
		02 Filler		Pic x(7) value ", city ".
		02 Total-City-Out	Pic $$$,$$$,$$9.99.

	01	Count-Line.
		02 Filler		Pic x(12) value spaces.
		02 Count-Label-Out	Pic x(38).
		02 Count-Out		Pic ZZZ,ZZ9.
		02 Filler		Pic x(70) value spaces.

	Procedure Division.

      * Executes 'Init', 'Main-Loop', and 'Finish', in that order
	0000-Main-Logic.
		Perform 1000-Init.
		Perform 1200-Main-Loop until end-reached.
		Perform 1300-Finish.
		Stop Run.

      * opens the files, loads the rate schedule and alias table, and
      * writes the report header
	1000-Init.

		Accept Real-Estate-File-Path from Sysin.
		If Real-Estate-File-Path = spaces
			Move "/home1/c/a/acsi203/realestate.dat"
				to Real-Estate-File-Path.

		Move function current-date to Current-Date-Time.
		Compute Run-Date-Num =
			CDT-Year * 10000 + CDT-Month * 100 + CDT-Day.

		Open Input Real-Estate-File
			   Xfer-Rates-File
			   City-Alias-File
			   Rescind-Registry-File.
		Open I-O Xfer-Ledger-File.
		Open Output Output-File.

		Perform 1066-Read-Rate-Data
		varying xfer-index from 1 by 1 until xfer-rates-end
		or xfer-index > Xfer-Rates-Max.

		Perform 1067-Read-Alias-Data
		varying alias-index from 1 by 1 until city-alias-end
		or alias-index > City-Alias-Max.

		Write Output-Rec from Report-Header.
		Move spaces to Output-Rec.
		Write Output-Rec.
		Write Output-Rec from Column-headers.
		Move spaces to Output-Rec.
		Write Output-Rec.

		Read Real-Estate-File at end move "yes" to Eof-Flag.

      * reads the xferrates.dat file into a one-dimensional table,
      * growing Xfer-Rates-Count by one for each row actually read
	1066-Read-Rate-Data.

		Read Xfer-Rates-File into Xfer-Rates-Data(xfer-index)
			at end move "yes" to Xfer-Rates-Eof
		end-read.

		If not xfer-rates-end
			Move xfer-index to Xfer-Rates-Count.

      * reads the cityalias.dat file into a one-dimensional table
	1067-Read-Alias-Data.

		Read City-Alias-File into City-Alias-Data(alias-index)
			at end move "yes" to City-Alias-Eof
		end-read.

		If not city-alias-end
			Move alias-index to City-Alias-Count.

      * validates each record the way prog17 does and posts each
      * good, unrescinded sale to the ledger
	1200-Main-Loop.

		Perform 2100-Validation.

		If bad-record
			Add 1 to Error-Record-Count
			Move "no" to Invalid-flag
		Else
			Perform 2160-Check-Rescinded
			If sale-rescinded
				Add 1 to Rescinded-Count
			Else
				Perform 2200-Post-Sale
			End-if
		End-if.

		Read Real-Estate-File at end move "yes" to Eof-Flag.

      * one keyed read against the rescission registry, the same
      * check prog17 runs
	2160-Check-Rescinded.

		Move "no" to Rescinded-Flag.

		Move Adrs to Res-Adrs.
		Move Sale-Day to Res-Sale-Day.
		Move Sale-Month to Res-Sale-Month.
		Move Sale-Year to Res-Sale-Year.
		Move Sale-Price to Res-Sale-Price.

		Read Rescind-Registry-File
			invalid key continue
			not invalid key move "yes" to Rescinded-Flag
		End-read.

      * no-op body; the search for a matching allowed state happens
      * entirely in the Perform ... Varying's Until condition
	2110-Classify-State.

		Continue.

      * no-op body; the search for Sale-Month's position in the
      * calendar happens entirely in the Perform ... Varying's Until
      * condition
	2120-Classify-Month.

		Continue.

      * the validation prog17 runs ahead of the roll
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

      * no-op body; the search for the sale's county/city pair in
      * the alias table happens entirely in the Perform ... Varying's
      * Until condition
	2155-Classify-Alias.

		Continue.

      * resolves the sale's City through the alias cross-reference
      * for its county, so a renamed city's sales remit under one
      * name
	2150-Resolve-City.

		Move City to City-Work.

		Perform 2155-Classify-Alias
			varying Alias-Scan-Index from 1 by 1
			until Alias-Scan-Index > City-Alias-Count
			or (Alias-County(Alias-Scan-Index) =
				Sale-County-Work
			and Alias-Old-Name(Alias-Scan-Index) = City).

		If Alias-Scan-Index not > City-Alias-Count
			Move Alias-New-Name(Alias-Scan-Index) to
				City-Work
		End-if.

      * taxes the sale at the county and city rates in force on its
      * date and posts the ledger entry; a sale already on the
      * ledger (a rerun over the same extract) is counted, not taxed
      * twice
	2200-Post-Sale.

		Compute Sale-Date-Num =
			Sale-Year * 10000 + Month-index * 100 +
			Sale-Day-Num.

		If County-Code = spaces
			Move "1" to Sale-County-Work
		Else
			Move County-Code to Sale-County-Work
		End-if.

		Perform 2150-Resolve-City.

		Move Default-County-Rate to Applied-County-Rate.
		Move zero to Applied-City-Rate.

		Perform 2210-Pick-Xfer-Rate
			varying Rate-Scan-Index from 1 by 1
			until Rate-Scan-Index > Xfer-Rates-Count.

		Compute County-Tax rounded =
			Sale-Price * Applied-County-Rate / 1000.
		Compute City-Tax rounded =
			Sale-Price * Applied-City-Rate / 1000.

		Move Adrs to LG-Adrs.
		Move Sale-Day to LG-Sale-Day.
		Move Sale-Month to LG-Sale-Month.
		Move Sale-Year to LG-Sale-Year.
		Move Sale-Price to LG-Sale-Price.
		Move "S" to LG-Entry-Type.
		Move Zip to LG-Zip.
		Move City-Work to LG-City.
		Move Sale-County-Work to LG-County.
		Move Apn to LG-Apn.
		Move Sale-Date-Num to LG-Sale-Date.
		Compute LG-Post-Month = CDT-Year * 100 + CDT-Month.
		Move Applied-County-Rate to LG-County-Rate.
		Move Applied-City-Rate to LG-City-Rate.
		Move County-Tax to LG-County-Tax.
		Move City-Tax to LG-City-Tax.
		Move Run-Date-Num to LG-Posted-Date.

		Write Xfer-Ledger-Rec
			invalid key
				Add 1 to Already-Posted-Count
			not invalid key
				Perform 2300-List-Posting
		End-write.

      * takes any county-wide entry (blank city) and any entry for
      * this city already in force on the sale date; ascending file
      * order means the last one standing is the latest in force
	2210-Pick-Xfer-Rate.

		If XT-County(Rate-Scan-Index) = Sale-County-Work and
		   XT-Eff-Date(Rate-Scan-Index) not > Sale-Date-Num

			If XT-City(Rate-Scan-Index) = spaces
				Move XT-Rate(Rate-Scan-Index) to
					Applied-County-Rate
			End-if

			If XT-City(Rate-Scan-Index) = City-Work
				Move XT-Rate(Rate-Scan-Index) to
					Applied-City-Rate
			End-if

		End-if.

      * one posted sale's line on the ledger listing
	2300-List-Posting.

		Move Adrs to Post-Adrs-Out.
		Move City-Work to Post-City-Out.
		Move Sale-Date-Num to Post-Date-Out.
		Move Sale-Price to Post-Price-Out.
		Move Applied-County-Rate to Post-County-Rate-Out.
		Move County-Tax to Post-County-Tax-Out.
		Move Applied-City-Rate to Post-City-Rate-Out.
		Move City-Tax to Post-City-Tax-Out.
		Write Output-Rec from Info-Line.

		Add 1 to Posted-Count.
		Add County-Tax to County-Tax-Accum.
		Add City-Tax to City-Tax-Accum.

	1300-Finish.

		Move spaces to Output-Rec.
		Write Output-Rec.

		Move Posted-Count to Total-Count-Out.
		Move County-Tax-Accum to Total-County-Out.
		Move City-Tax-Accum to Total-City-Out.
		Write Output-Rec from Total-Line.
		Move spaces to Output-Rec.
		Write Output-Rec.

		If Already-Posted-Count > 0
			Move "Sales already on the ledger:" to
				Count-Label-Out
			Move Already-Posted-Count to Count-Out
			Write Output-Rec from Count-Line
		End-if.

		If Error-Record-Count > 0
			Move "Records rejected by validation:" to
				Count-Label-Out
			Move Error-Record-Count to Count-Out
			Write Output-Rec from Count-Line
		End-if.

		If Rescinded-Count > 0
			Move "Sales dropped as rescinded:" to
				Count-Label-Out
			Move Rescinded-Count to Count-Out
			Write Output-Rec from Count-Line
		End-if.

		Move spaces to Output-Rec.
		Write Output-Rec.
		Write Output-Rec from Report-Footer.

		Close Real-Estate-File Xfer-Rates-File City-Alias-File
		      Rescind-Registry-File Xfer-Ledger-File
		      Output-File.
