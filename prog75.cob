        Identification Division.
        Program-Id. prog75.
        Date-Written. 10/15/2026.
        Author. Lucas Henry.
        Date-Compiled.

      * monthly listings report: realestate.dat only tells us about
      * closings, so each validated, non-rescinded sale that closed in
      * the report month is matched back to its listing on
      * listmast.dat (prog74 keeps it from the MLS feed) - first on
      * APN, falling back to Adrs/Zip, taking the latest listing that
      * went on the market by the sale date - and then, by City and
      * Property-Type:
      *   median days on market (list date to sale date)
      *   sale-to-list price ratio (sale price over the final list
      *     price, averaged over the matched sales)
      *   new listings (list date in the month)
      *   active inventory (on the market at month end)
      *   months of supply (month-end inventory over the month's
      *     closed sales)
      * with a county-wide line; an exception page lists listings the
      * MLS shows closed in the month with no matching sale, and the
      * month's sales with no listing; the report month comes in on
      * Sysin as yyyymm and defaults to last month

        Environment Division.

        Input-Output Section.
        File-Control.

                Select Real-Estate-File
                       assign to Real-Estate-File-Path.
                Select Optional Listing-Master-File
                       assign to "/home1/c/a/acsi203/listmast.dat"
                       organization is indexed
                       access mode is sequential
                       record key is LM-Mls-Number.
                Select Optional Rescind-Registry-File
                       assign to "/home1/c/a/acsi203/resreg.dat"
                       organization is indexed
                       access mode is random
                       record key is Res-Key.
                Select Output-File
                       assign to "prog75out.dat"
                       organization is line sequential.

        Data Division.

        File Section.
	FD	Real-Estate-File.
	01	Input-Rec.
	Copy "realestate.cpy".

      * listings master prog74 maintains from the MLS feed
	FD	Listing-Master-File.
	01	Listing-Master-Rec.
		02 LM-Mls-Number	Pic x(10).
		02 LM-Apn		Pic x(12).
		02 LM-Adrs		Pic x(27).
		02 LM-Zip		Pic x(5).
		02 LM-City		Pic x(15).
		02 LM-Property-Type	Pic x(8).
		02 LM-List-Date		Pic 9(8).
		02 LM-Original-Price	Pic 9(9).
		02 LM-List-Price	Pic 9(9).
		02 LM-Price-Changes	Pic 9(3).
		02 LM-Last-Change-Date	Pic 9(8).
		02 LM-Status		Pic x(1).
		02 LM-Status-Date	Pic 9(8).
		02 LM-Off-Market-Date	Pic 9(8).
		02 LM-Last-Feed-Date	Pic 9(8).

      * rescission registry prog39 maintains; a rescinded sale never
      * closed and is not matched to its listing
	FD	Rescind-Registry-File.
	01	Rescind-Rec.
		02 Res-Key.
		   03 Res-Adrs		Pic x(27).
		   03 Res-Sale-Day	Pic x(3).
		   03 Res-Sale-Month	Pic x(3).
		   03 Res-Sale-Year	Pic x(4).
		   03 Res-Sale-Price	Pic x(9).

	FD	Output-File.
	01	Output-Rec		Pic x(132).

	Working-Storage Section.

      * defaults to the county feed's usual location; Accept-From-Sysin
      * in 1000-Init lets the job stream hand in the standardized
      * extract, whose Adrs spelling matches the listings master
	01	Real-Estate-File-Path	Pic x(80) value
		"/home1/c/a/acsi203/realestate.dat".

      * the report month, keyed as yyyymm; blank means last month
	01	Report-Month-Param	Pic x(6) value spaces.

	01	Report-Month-Num	Pic 9(6) value zero.

	01	Report-Month-Parts redefines Report-Month-Num.
		02 RMN-Year		Pic 9(4).
		02 RMN-Month		Pic 9(2).

      * the month's first and last possible yyyymmdd
	01	Month-Low		Pic 9(8) value zero.

	01	Month-High		Pic 9(8) value zero.

	01	Today-Date-Time.
		02 TDT-Year		Pic 9(4).
		02 TDT-Month		Pic 9(2).
		02 Filler		Pic x(15).

	01	Eof-Flag		Pic x(3) value "no".
		88 end-reached value "yes".

	01	Listing-Eof		Pic x(3) value "no".
		88 listing-end value "yes".

	01	Invalid-flag		Pic x(3) value "no".
		88 bad-record value "yes".

	01	Error-Record-Count	Pic 9(6) value 0.

	01	Rescinded-Count		Pic 9(6) value zero.

	01	Rescinded-Flag		Pic x(3) value "no".
		88 sale-rescinded value "yes".

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

	01	Sale-Date-Num		Pic 9(8) value zero.

      * the listings master in memory, each entry marked once a sale
      * matches it; only the listings that can bear on the report
      * month are kept - one off the market before the month began,
      * or listed after it ended, can neither match one of the
      * month's sales nor count as new or active in it - so the table
      * holds the month's market, not the master's whole history
	01	Listing-Count		Pic 9(4) value zero.

	01	Listing-Max		Pic 9(4) value 5000.

	01	Listing-Index		Pic 9(4) value zero.

	01	Listing-Overflow-Count	Pic 9(6) value zero.

	01	Listing-Table.
		02 Listing-Entry occurs 1 to 5000 times
			depending on Listing-Count.
			03 LT-Mls-Number	Pic x(10).
			03 LT-Apn		Pic x(12).
			03 LT-Adrs		Pic x(27).
			03 LT-Zip		Pic x(5).
			03 LT-City		Pic x(15).
			03 LT-Property-Type	Pic x(8).
			03 LT-List-Date		Pic 9(8).
			03 LT-List-Price	Pic 9(9).
			03 LT-Status		Pic x(1).
			03 LT-Status-Date	Pic 9(8).
			03 LT-Off-Market-Date	Pic 9(8).
			03 LT-Matched		Pic x(1).

      * the listing a sale matched, zero when none did
	01	Best-Index		Pic 9(4) value zero.

      * every sale of the month with the listing it matched and its
      * days on market, so the medians and the exception page are
      * walks over one table, the shape prog16 keeps its statement
      * sales in
	01	Sale-Count		Pic 9(4) value zero.

	01	Sale-Max		Pic 9(4) value 5000.

	01	Sale-Index		Pic 9(4) value zero.

	01	Overflow-Record-Count	Pic 9(6) value zero.

	01	Sale-Table.
		02 Sale-Entry occurs 1 to 5000 times
			depending on Sale-Count.
			03 ST-Apn		Pic x(12).
			03 ST-Adrs		Pic x(27).
			03 ST-Zip		Pic x(5).
			03 ST-City		Pic x(15).
			03 ST-Property-Type	Pic x(8).
			03 ST-Date		Pic 9(8).
			03 ST-Price		Pic 9(9).
			03 ST-Listing-Index	Pic 9(4).
			03 ST-Dom		Pic 9(5).

      * one row per City/Property-Type, kept in key order by
      * insertion as rows open
	01	Group-Count		Pic 9(4) value zero.

	01	Group-Max		Pic 9(4) value 500.

	01	Group-Index		Pic 9(4) value zero.

	01	Insert-Index		Pic 9(4) value zero.

	01	Shift-Index		Pic 9(4) value zero.

	01	Group-Overflow-Count	Pic 9(6) value zero.

	01	Group-Table.
		02 Group-Entry occurs 1 to 500 times
			depending on Group-Count.
			03 GT-Key.
			   04 GT-City		Pic x(15).
			   04 GT-Property-Type	Pic x(8).
			03 GT-Closed		Pic 9(5).
			03 GT-Matched		Pic 9(5).
			03 GT-Ratio-Sum		Pic 9(7)v9(4).
			03 GT-New		Pic 9(5).
			03 GT-Active		Pic 9(5).

	01	Work-Group-Key.
		02 WG-City		Pic x(15).
		02 WG-Property-Type	Pic x(8).

      * one group's days on market in ascending order for its median
	01	Dom-Count		Pic 9(4) value zero.

	01	Half-Index		Pic 9(4) value zero.

	01	Dom-Table.
		02 Dom-Work occurs 1 to 5000 times
			depending on Dom-Count Pic 9(5).

	01	Work-Dom		Pic 9(5) value zero.

	01	Median-Dom		Pic 9(5) value zero.

      * "yes" while the county-wide median is gathered from every
      * matched sale instead of one group's
	01	All-Groups-Flag		Pic x(3) value "no".
		88 all-groups value "yes".

	01	Sale-Ratio		Pic 9(3)v9(4) value zero.

	01	Average-Ratio		Pic 9(3)v9(4) value zero.

	01	Months-Supply		Pic 9(4)v9 value zero.

	01	Total-Closed		Pic 9(6) value zero.

	01	Total-Matched		Pic 9(6) value zero.

	01	Total-Ratio-Sum		Pic 9(8)v9(4) value zero.

	01	Total-New		Pic 9(6) value zero.

	01	Total-Active		Pic 9(6) value zero.

	01	Unlisted-Sale-Count	Pic 9(6) value zero.

	01	Unsold-Closing-Count	Pic 9(6) value zero.

	01	Report-Header.
		02 Filler		Pic x(44) value spaces.
		02 Filler		Pic x(30) value
		    "Listings and Days on Market - ".
		02 Header-Month-Out	Pic 9(6).
		02 Filler		Pic x(52) value spaces.

	01	Report-Footer.
		02 Filler		Pic x(59) value spaces.
		02 Filler		Pic x(13) value
		    	"End of Report".
		02 Filler		Pic x(60) value spaces.

	01	Column-headers.
		02 Filler		Pic x(4) value "City".
		02 Filler		Pic x(12) value spaces.
		02 Filler		Pic x(8) value "PropType".
		02 Filler		Pic x(4) value spaces.
		02 Filler		Pic x(6) value "Closed".
		02 Filler		Pic x(2) value spaces.
		02 Filler		Pic x(7) value "Matched".
		02 Filler		Pic x(2) value spaces.
		02 Filler		Pic x(7) value "Med DOM".
		02 Filler		Pic x(2) value spaces.
		02 Filler		Pic x(9) value "Sale/List".
		02 Filler		Pic x(4) value spaces.
		02 Filler		Pic x(3) value "New".
		02 Filler		Pic x(3) value spaces.
		02 Filler		Pic x(6) value "Active".
		02 Filler		Pic x(2) value spaces.
		02 Filler		Pic x(10) value "Mos Supply".

	01	Group-Line.
		02 City-Out		Pic x(15).
		02 Filler		Pic x(1) value spaces.
		02 Prop-Type-Out	Pic x(8).
		02 Filler		Pic x(3) value spaces.
		02 Closed-Out		Pic ZZ,ZZ9.
		02 Filler		Pic x(3) value spaces.
		02 Matched-Out		Pic ZZ,ZZ9.
		02 Filler		Pic x(3) value spaces.
		02 Dom-Out		Pic ZZ,ZZ9.
		02 Filler		Pic x(4) value spaces.
		02 Ratio-Out		Pic ZZ9.9.
		02 Filler		Pic x(1) value "%".
		02 Filler		Pic x(2) value spaces.
		02 New-Out		Pic ZZ,ZZ9.
		02 Filler		Pic x(2) value spaces.
		02 Active-Out		Pic ZZ,ZZ9.
		02 Filler		Pic x(4) value spaces.
		02 Supply-Out		Pic x(7).

	01	Supply-Edit		Pic Z,ZZ9.9.

	01	Exception-Header.
		02 Filler		Pic x(40) value spaces.
		02 Filler		Pic x(52) value
		    "Listing/Sale Exceptions - For Follow-Up".
		02 Filler		Pic x(40) value spaces.

	01	Unsold-Header.
		02 Filler		Pic x(29) value
		    "Listings closed in the month ".
		02 Filler		Pic x(103) value
		    "with no matching sale:".

	01	Unsold-Col-headers.
		02 Filler		Pic x(10) value "MLS Number".
		02 Filler		Pic x(2) value spaces.
		02 Filler		Pic x(3) value "APN".
		02 Filler		Pic x(10) value spaces.
		02 Filler		Pic x(4) value "Adrs".
		02 Filler		Pic x(24) value spaces.
		02 Filler		Pic x(3) value "Zip".
		02 Filler		Pic x(3) value spaces.
		02 Filler		Pic x(6) value "Closed".
		02 Filler		Pic x(5) value spaces.
		02 Filler		Pic x(10) value "List Price".

	01	Unsold-Line.
		02 Uns-Mls-Out		Pic x(10).
		02 Filler		Pic x(2) value spaces.
		02 Uns-Apn-Out		Pic x(12).
		02 Filler		Pic x(1) value spaces.
		02 Uns-Adrs-Out		Pic x(27).
		02 Filler		Pic x(1) value spaces.
		02 Uns-Zip-Out		Pic x(5).
		02 Filler		Pic x(1) value spaces.
		02 Uns-Date-Out		Pic 9(8).
		02 Filler		Pic x(1) value spaces.
		02 Uns-Price-Out	Pic ZZZ,ZZZ,ZZ9.

	01	Unlisted-Header.
		02 Filler		Pic x(44) value
		    "Sales closed in the month with no listing:".
		02 Filler		Pic x(88) value spaces.

	01	Unlisted-Col-headers.
		02 Filler		Pic x(3) value "APN".
		02 Filler		Pic x(10) value spaces.
		02 Filler		Pic x(4) value "Adrs".
		02 Filler		Pic x(24) value spaces.
		02 Filler		Pic x(3) value "Zip".
		02 Filler		Pic x(3) value spaces.
		02 Filler		Pic x(4) value "City".
		02 Filler		Pic x(12) value spaces.
		02 Filler		Pic x(9) value "Sale Date".
		02 Filler		Pic x(2) value spaces.
		02 Filler		Pic x(10) value "Sale Price".

	01	Unlisted-Line.
		02 Unl-Apn-Out		Pic x(12).
		02 Filler		Pic x(1) value spaces.
		02 Unl-Adrs-Out		Pic x(27).
		02 Filler		Pic x(1) value spaces.
		02 Unl-Zip-Out		Pic x(5).
		02 Filler		Pic x(1) value spaces.
		02 Unl-City-Out		Pic x(15).
		02 Filler		Pic x(1) value spaces.
		02 Unl-Date-Out		Pic 9(8).
		02 Filler		Pic x(1) value spaces.
		02 Unl-Price-Out	Pic ZZZ,ZZZ,ZZ9.

	01	None-Line.
		02 Filler		Pic x(8) value "  (none)".
		02 Filler		Pic x(124) value spaces.

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

      * works out the report month, loads the listings master, and
      * writes the report header
	1000-Init.

		Accept Real-Estate-File-Path from Sysin.
		If Real-Estate-File-Path = spaces
			Move "/home1/c/a/acsi203/realestate.dat"
				to Real-Estate-File-Path.

		Accept Report-Month-Param from Sysin.
		If Report-Month-Param numeric
			Move Report-Month-Param to Report-Month-Num
		Else
			Move function current-date to Today-Date-Time
			If TDT-Month = 1
				Compute RMN-Year = TDT-Year - 1
				Move 12 to RMN-Month
			Else
				Move TDT-Year to RMN-Year
				Compute RMN-Month = TDT-Month - 1
			End-if
		End-if.

		Compute Month-Low = Report-Month-Num * 100 + 1.
		Compute Month-High = Report-Month-Num * 100 + 31.

		Open Input Listing-Master-File.

		Perform 1060-Read-Listing until listing-end.

		Close Listing-Master-File.

      * a month whose listings overflow the table would report its
      * absorption figures off a partial market - refuse to run
		If Listing-Overflow-Count > 0
			Display "Month's listings exceed the table -"
			Display Listing-Overflow-Count
				" past the limit; run blocked."
			Move 8 to Return-Code
			Stop Run
		End-if.

		Open Input Real-Estate-File Rescind-Registry-File.
		Open Output Output-File.

		Move Report-Month-Num to Header-Month-Out.
		Write Output-Rec from Report-Header.
		Move spaces to Output-Rec.
		Write Output-Rec.
		Write Output-Rec from Column-headers.
		Move spaces to Output-Rec.
		Write Output-Rec.

		Read Real-Estate-File at end move "yes" to Eof-Flag.

      * takes one listings-master entry into the table, passing over
      * any that went off the market before the month or were listed
      * after it
	1060-Read-Listing.

		Read Listing-Master-File
			at end move "yes" to Listing-Eof
		End-read.

		If not listing-end
		   and not (LM-Off-Market-Date not = zero and
			    LM-Off-Market-Date < Month-Low)
		   and LM-List-Date not > Month-High
			If Listing-Count < Listing-Max
				Add 1 to Listing-Count
				Move LM-Mls-Number to
					LT-Mls-Number(Listing-Count)
				Move LM-Apn to LT-Apn(Listing-Count)
				Move LM-Adrs to LT-Adrs(Listing-Count)
				Move LM-Zip to LT-Zip(Listing-Count)
				Move LM-City to LT-City(Listing-Count)
				Move LM-Property-Type to
					LT-Property-Type(Listing-Count)
				Move LM-List-Date to
					LT-List-Date(Listing-Count)
				Move LM-List-Price to
					LT-List-Price(Listing-Count)
				Move LM-Status to
					LT-Status(Listing-Count)
				Move LM-Status-Date to
					LT-Status-Date(Listing-Count)
				Move LM-Off-Market-Date to
				    LT-Off-Market-Date(Listing-Count)
				Move "N" to LT-Matched(Listing-Count)
			Else
				Add 1 to Listing-Overflow-Count
			End-if
		End-if.

      * validates each record the way prog17 does and takes each
      * good, unrescinded sale of the report month
	1200-Main-Loop.

		Perform 2100-Validation.

		If bad-record
			Add 1 to Error-Record-Count
			Move "no" to Invalid-flag
		Else
			Compute Sale-Date-Num = Sale-Year * 10000 +
				Month-index * 100 + Sale-Day-Num
			If Sale-Date-Num not < Month-Low and
			   Sale-Date-Num not > Month-High
				Perform 2160-Check-Rescinded
				If sale-rescinded
					Add 1 to Rescinded-Count
				Else
					Perform 2200-Stow-Sale
				End-if
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

      * the validation prog17 runs ahead of the roll, so the report
      * works from exactly the sales the other reports do
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

      * takes the sale into the month's table, counts it as closed
      * in its group, and matches it back to its listing
	2200-Stow-Sale.

		If Sale-Count < Sale-Max

			Add 1 to Sale-Count
			Move Sale-Count to Sale-Index
			Move Apn to ST-Apn(Sale-Index)
			Move Adrs to ST-Adrs(Sale-Index)
			Move Zip to ST-Zip(Sale-Index)
			Move City to ST-City(Sale-Index)
			Move Property-Type to
				ST-Property-Type(Sale-Index)
			Move Sale-Date-Num to ST-Date(Sale-Index)
			Move Sale-Price to ST-Price(Sale-Index)
			Move zero to ST-Dom(Sale-Index)

			Move City to WG-City
			Move Property-Type to WG-Property-Type
			Perform 3000-Find-Group
			If Group-Index not > Group-Count
				Add 1 to GT-Closed(Group-Index)
			End-if

			Perform 2400-Match-Listing

		Else
			Add 1 to Overflow-Record-Count
		End-if.

      * the latest listing on the market by the sale date with the
      * sale's APN, or failing that its Adrs/Zip; a match is marked,
      * and its days on market and sale-to-list ratio go to the group
	2400-Match-Listing.

		Move zero to Best-Index.

		If ST-Apn(Sale-Index) not = spaces
			Perform 2410-Try-Apn
				varying Listing-Index from 1 by 1
				until Listing-Index > Listing-Count
		End-if.

		If Best-Index = zero
			Perform 2420-Try-Adrs
				varying Listing-Index from 1 by 1
				until Listing-Index > Listing-Count
		End-if.

		Move Best-Index to ST-Listing-Index(Sale-Index).

		If Best-Index = zero
			Add 1 to Unlisted-Sale-Count
		Else
			Move "Y" to LT-Matched(Best-Index)

			Compute ST-Dom(Sale-Index) =
				Function Integer-of-date
					(ST-Date(Sale-Index)) -
				Function Integer-of-date
					(LT-List-Date(Best-Index))

			If Group-Index not > Group-Count
				Add 1 to GT-Matched(Group-Index)
				If LT-List-Price(Best-Index) > 0
					Compute Sale-Ratio rounded =
					    ST-Price(Sale-Index) /
					    LT-List-Price(Best-Index)
					Add Sale-Ratio to
					    GT-Ratio-Sum(Group-Index)
				End-if
			End-if
		End-if.

      * keeps this listing when it carries the sale's APN, was on the
      * market by the sale date, and is later than any kept so far
	2410-Try-Apn.

		If LT-Apn(Listing-Index) = ST-Apn(Sale-Index)
		   and LT-List-Date(Listing-Index) not >
			ST-Date(Sale-Index)
			Perform 2430-Keep-If-Later
		End-if.

      * the same test on Adrs/Zip, for a listing the MLS sent with no
      * APN or a mistyped one
	2420-Try-Adrs.

		If LT-Adrs(Listing-Index) = ST-Adrs(Sale-Index)
		   and LT-Zip(Listing-Index) = ST-Zip(Sale-Index)
		   and LT-List-Date(Listing-Index) not >
			ST-Date(Sale-Index)
			Perform 2430-Keep-If-Later
		End-if.

	2430-Keep-If-Later.

		If Best-Index = zero
			Move Listing-Index to Best-Index
		Else
			If LT-List-Date(Listing-Index) >
			   LT-List-Date(Best-Index)
				Move Listing-Index to Best-Index
			End-if
		End-if.

      * no-op body; the search for the group's slot in key order
      * happens entirely in the Perform ... Varying's Until condition
	3010-Classify-Group.

		Continue.

      * finds the group for Work-Group-Key, opening a row in key
      * order on first sight; Group-Index is past Group-Count when
      * the table is full and the group is not on it
	3000-Find-Group.

		Perform 3010-Classify-Group
			varying Group-Index from 1 by 1
			until Group-Index > Group-Count
			or GT-Key(Group-Index) not < Work-Group-Key.

		If Group-Index > Group-Count or
		   GT-Key(Group-Index) not = Work-Group-Key

			If Group-Count < Group-Max
				Move Group-Index to Insert-Index
				Add 1 to Group-Count
				Perform 3020-Shift-Group-Down
					varying Shift-Index
					from Group-Count by -1
					until Shift-Index <=
						Insert-Index
				Move Work-Group-Key to
					GT-Key(Insert-Index)
				Move zero to GT-Closed(Insert-Index)
					GT-Matched(Insert-Index)
					GT-Ratio-Sum(Insert-Index)
					GT-New(Insert-Index)
					GT-Active(Insert-Index)
				Move Insert-Index to Group-Index
			Else
				Add 1 to Group-Overflow-Count
				Compute Group-Index = Group-Count + 1
			End-if

		End-if.

      * shifts one group row down a slot
	3020-Shift-Group-Down.

		Move Group-Entry(Shift-Index - 1) to
			Group-Entry(Shift-Index).

      * counts one listing as new in the month and/or on the market
      * at month end; the group row is only opened when the listing
      * counts for something
	3100-Count-Listing.

		If (LT-List-Date(Listing-Index) not < Month-Low and
		    LT-List-Date(Listing-Index) not > Month-High)
		or (LT-List-Date(Listing-Index) not > Month-High and
		    (LT-Off-Market-Date(Listing-Index) = zero or
		     LT-Off-Market-Date(Listing-Index) > Month-High))

			Move LT-City(Listing-Index) to WG-City
			Move LT-Property-Type(Listing-Index) to
				WG-Property-Type
			Perform 3000-Find-Group

			If Group-Index not > Group-Count

				If LT-List-Date(Listing-Index) not <
				   Month-Low
				   and LT-List-Date(Listing-Index) not >
				   Month-High
					Add 1 to GT-New(Group-Index)
				End-if

				If LT-List-Date(Listing-Index) not >
				   Month-High and
				   (LT-Off-Market-Date(Listing-Index) =
				    zero or
				    LT-Off-Market-Date(Listing-Index) >
				    Month-High)
					Add 1 to GT-Active(Group-Index)
				End-if

			End-if

		End-if.

      * gathers the days on market of the matched sales in the group
      * (or of every matched sale for the county-wide line) in
      * ascending order and takes the middle one, the mean of the
      * middle two on an even count
	3200-Median-Dom.

		Move zero to Dom-Count Median-Dom.

		Perform 3210-Gather-Dom
			varying Sale-Index from 1 by 1
			until Sale-Index > Sale-Count.

		If Dom-Count > 0
			If FUNCTION MOD(Dom-Count, 2) = 1
				Compute Half-Index = (Dom-Count + 1) / 2
				Move Dom-Work(Half-Index) to Median-Dom
			Else
				Compute Half-Index = Dom-Count / 2
				Compute Median-Dom rounded =
					(Dom-Work(Half-Index) +
					 Dom-Work(Half-Index + 1)) / 2
			End-if
		End-if.

      * takes one matched sale's days on market into the ordered
      * list when it belongs to the group being worked
	3210-Gather-Dom.

		If ST-Listing-Index(Sale-Index) not = zero
		   and (all-groups or
			(ST-City(Sale-Index) = GT-City(Group-Index)
			 and ST-Property-Type(Sale-Index) =
			     GT-Property-Type(Group-Index)))

			Move ST-Dom(Sale-Index) to Work-Dom

			Perform 3220-Classify-Dom-Slot
				varying Insert-Index from 1 by 1
				until Insert-Index > Dom-Count
				or Work-Dom < Dom-Work(Insert-Index)

			Add 1 to Dom-Count

			Perform 3225-Shift-Dom-Down
				varying Shift-Index
				from Dom-Count by -1
				until Shift-Index <= Insert-Index

			Move Work-Dom to Dom-Work(Insert-Index)

		End-if.

      * no-op body; the search for where this day count belongs in
      * ascending order happens entirely in the Perform ... Varying's
      * Until condition
	3220-Classify-Dom-Slot.

		Continue.

      * shifts one day count down a slot
	3225-Shift-Dom-Down.

		Move Dom-Work(Shift-Index - 1) to
			Dom-Work(Shift-Index).

      * prints one group's line and adds it to the county totals
	3300-Group-Detail.

		Move "no" to All-Groups-Flag.
		Perform 3200-Median-Dom.

		Move GT-City(Group-Index) to City-Out.
		Move GT-Property-Type(Group-Index) to Prop-Type-Out.
		Move GT-Closed(Group-Index) to Closed-Out.
		Move GT-Matched(Group-Index) to Matched-Out.
		Move Median-Dom to Dom-Out.

		Move zero to Average-Ratio.
		If GT-Matched(Group-Index) > 0
			Compute Average-Ratio rounded =
				GT-Ratio-Sum(Group-Index) /
				GT-Matched(Group-Index)
		End-if.
		Compute Ratio-Out rounded = Average-Ratio * 100.

		Move GT-New(Group-Index) to New-Out.
		Move GT-Active(Group-Index) to Active-Out.

		If GT-Closed(Group-Index) > 0
			Compute Months-Supply rounded =
				GT-Active(Group-Index) /
				GT-Closed(Group-Index)
			Move Months-Supply to Supply-Edit
			Move Supply-Edit to Supply-Out
		Else
			Move "    n/a" to Supply-Out
		End-if.

		Write Output-Rec from Group-Line.

		Add GT-Closed(Group-Index) to Total-Closed.
		Add GT-Matched(Group-Index) to Total-Matched.
		Add GT-Ratio-Sum(Group-Index) to Total-Ratio-Sum.
		Add GT-New(Group-Index) to Total-New.
		Add GT-Active(Group-Index) to Total-Active.

      * the county-wide line over every group
	3400-County-Line.

		Move "yes" to All-Groups-Flag.
		Perform 3200-Median-Dom.

		Move "COUNTY-WIDE" to City-Out.
		Move spaces to Prop-Type-Out.
		Move Total-Closed to Closed-Out.
		Move Total-Matched to Matched-Out.
		Move Median-Dom to Dom-Out.

		Move zero to Average-Ratio.
		If Total-Matched > 0
			Compute Average-Ratio rounded =
				Total-Ratio-Sum / Total-Matched
		End-if.
		Compute Ratio-Out rounded = Average-Ratio * 100.

		Move Total-New to New-Out.
		Move Total-Active to Active-Out.

		If Total-Closed > 0
			Compute Months-Supply rounded =
				Total-Active / Total-Closed
			Move Months-Supply to Supply-Edit
			Move Supply-Edit to Supply-Out
		Else
			Move "    n/a" to Supply-Out
		End-if.

		Write Output-Rec from Group-Line.

      * lists one listing the MLS shows closed in the month that no
      * sale matched
	3500-Unsold-Detail.

		If LT-Status(Listing-Index) = "C"
		   and LT-Status-Date(Listing-Index) not < Month-Low
		   and LT-Status-Date(Listing-Index) not > Month-High
		   and LT-Matched(Listing-Index) not = "Y"

			Add 1 to Unsold-Closing-Count
			Move LT-Mls-Number(Listing-Index) to Uns-Mls-Out
			Move LT-Apn(Listing-Index) to Uns-Apn-Out
			Move LT-Adrs(Listing-Index) to Uns-Adrs-Out
			Move LT-Zip(Listing-Index) to Uns-Zip-Out
			Move LT-Status-Date(Listing-Index) to
				Uns-Date-Out
			Move LT-List-Price(Listing-Index) to
				Uns-Price-Out
			Write Output-Rec from Unsold-Line

		End-if.

      * lists one sale of the month no listing matched
	3600-Unlisted-Detail.

		If ST-Listing-Index(Sale-Index) = zero

			Move ST-Apn(Sale-Index) to Unl-Apn-Out
			Move ST-Adrs(Sale-Index) to Unl-Adrs-Out
			Move ST-Zip(Sale-Index) to Unl-Zip-Out
			Move ST-City(Sale-Index) to Unl-City-Out
			Move ST-Date(Sale-Index) to Unl-Date-Out
			Move ST-Price(Sale-Index) to Unl-Price-Out
			Write Output-Rec from Unlisted-Line

		End-if.

      * counts the listings into their groups, prints the group and
      * county lines, then the exception page and the counts
	1300-Finish.

		Perform 3100-Count-Listing
			varying Listing-Index from 1 by 1
			until Listing-Index > Listing-Count.

		Perform 3300-Group-Detail
			varying Group-Index from 1 by 1
			until Group-Index > Group-Count.

		Move spaces to Output-Rec.
		Write Output-Rec.
		Perform 3400-County-Line.

		Write Output-Rec from Exception-Header
			after advancing page.
		Move spaces to Output-Rec.
		Write Output-Rec.

		Write Output-Rec from Unsold-Header.
		Write Output-Rec from Unsold-Col-headers.
		Perform 3500-Unsold-Detail
			varying Listing-Index from 1 by 1
			until Listing-Index > Listing-Count.
		If Unsold-Closing-Count = 0
			Write Output-Rec from None-Line
		End-if.

		Move spaces to Output-Rec.
		Write Output-Rec.

		Write Output-Rec from Unlisted-Header.
		Write Output-Rec from Unlisted-Col-headers.
		Perform 3600-Unlisted-Detail
			varying Sale-Index from 1 by 1
			until Sale-Index > Sale-Count.
		If Unlisted-Sale-Count = 0
			Write Output-Rec from None-Line
		End-if.

		Move spaces to Output-Rec.
		Write Output-Rec.

		Move "Sales closed in the month:" to Count-Label-Out.
		Move Sale-Count to Count-Out.
		Write Output-Rec from Count-Line.

		Move "Listings on the master:" to Count-Label-Out.
		Move Listing-Count to Count-Out.
		Write Output-Rec from Count-Line.

		If Rescinded-Count > 0
			Move "Sales dropped as rescinded:" to
				Count-Label-Out
			Move Rescinded-Count to Count-Out
			Write Output-Rec from Count-Line
		End-if.

		If Error-Record-Count > 0
			Move "Records rejected by validation:" to
				Count-Label-Out
			Move Error-Record-Count to Count-Out
			Write Output-Rec from Count-Line
		End-if.

		If Overflow-Record-Count > 0
			Move "Sales past the sale-table limit:" to
				Count-Label-Out
			Move Overflow-Record-Count to Count-Out
			Write Output-Rec from Count-Line
		End-if.

		If Group-Overflow-Count > 0
			Move "Entries past the group-table limit:" to
				Count-Label-Out
			Move Group-Overflow-Count to Count-Out
			Write Output-Rec from Count-Line
		End-if.

		Move spaces to Output-Rec.
		Write Output-Rec.
		Write Output-Rec from Report-Footer.

		Close Real-Estate-File Rescind-Registry-File
		      Output-File.
