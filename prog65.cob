        Identification Division.
        Program-Id. prog65.
        Date-Written. 10/15/2026.
        Author. Lucas Henry.
        Date-Compiled.

      * supplemental assessment run: every change of ownership prog28
      * applied over an existing position (its suppchg.dat feed) is
      * valued both ways through the cityrates.dat/cityalias.dat
      * lookup prog17 assesses with - the new sale and the position it
      * replaced - and the difference is prorated over the months
      * left in the July-June fiscal year; one notice goes out per
      * APN per change, a value drop going out as a refund notice
      * rather than being skipped, and each notice is kept on the
      * supnotice.dat master so prog39 can cancel it when the sale is
      * rescinded; cancellations prog39 has marked are printed here
      * as cancellation notices on the next run

        Environment Division.

        Input-Output Section.
        File-Control.

                Select Optional Supp-Change-File
                       assign to "suppchg.dat"
                       organization is line sequential.
		Select cityRatesFile
                       assign to "/home1/c/a/acsi203/cityrates.dat"
		       organization is indexed
		       access mode is sequential
		       record key is cityKey.
		Select Optional City-Alias-File
			assign to "/home1/c/a/acsi203/cityalias.dat"
			organization is indexed
			access mode is sequential
			record key is aliasKey.
                Select Optional Supp-Notice-File
                       assign to "/home1/c/a/acsi203/supnotice.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is SN-Key.
                Select Output-File
                       assign to "prog65out.dat"
                       organization is line sequential.

        Data Division.

        File Section.
      * change-of-ownership feed prog28 appends: the new sale and the
      * position it replaced on propmast.dat
	FD	Supp-Change-File.
	01	Supp-Change-Rec.
		02 SC-Apn		Pic x(12).
		02 SC-Adrs		Pic x(27).
		02 SC-Zip		Pic x(5).
		02 SC-City		Pic x(15).
		02 SC-County		Pic x(1).
		02 SC-Sale-Date		Pic 9(8).
		02 SC-Sale-Price	Pic 9(9).
		02 SC-Prior-Date	Pic 9(8).
		02 SC-Prior-Price	Pic 9(9).

      * effective-dated rate history, maintained by prog11/prog19
	FD	cityRatesFile.
	01	cityRatesInput.
		02 cityKey.
		   03 countyCode	Pic x(1).
		   03 cityName		Pic x(15).
		   03 rateEffDate	Pic 9(8).
		02 multiplierRate	Pic v999.

      * city alias cross-reference, maintained by prog40
	FD	City-Alias-File.
	01	cityAliasRec.
		02 aliasKey.
		   03 aliasCounty	Pic x(1).
		   03 aliasOldName	Pic x(15).
		02 aliasNewName		Pic x(15).

      * one record per notice issued, keyed on the sale that caused
      * it so prog39 can find it from a rescission notice; status I
      * is issued, C cancelled by prog39 awaiting its cancellation
      * notice, X cancellation notice printed, and V a sale prog39
      * rescinded before any notice went out
	FD	Supp-Notice-File.
	01	Supp-Notice-Rec.
		02 SN-Key.
		   03 SN-Adrs		Pic x(27).
		   03 SN-Zip		Pic x(5).
		   03 SN-Sale-Date	Pic 9(8).
		02 SN-Apn		Pic x(12).
		02 SN-City		Pic x(15).
		02 SN-Fiscal-Year	Pic 9(4).
		02 SN-Prior-Value	Pic 9(11)v99.
		02 SN-New-Value		Pic 9(11)v99.
		02 SN-Months		Pic 9(2).
		02 SN-Factor		Pic 9v9(4).
		02 SN-Amount		Pic s9(11)v99.
		02 SN-Type		Pic x(1).
		   88 refund-notice value "R".
		02 SN-Status		Pic x(1).
		   88 notice-issued value "I".
		   88 notice-cancelled value "C".
		02 SN-Notice-Date	Pic 9(8).

	FD	Output-File.
	01	Output-Rec		Pic x(132).

	Working-Storage Section.

	01	Change-Eof		Pic x(3) value "no".
		88 change-end value "yes".

	01	Notice-Eof		Pic x(3) value "no".
		88 notice-end value "yes".

	01	Notice-Found-Flag	Pic x(3) value "no".
		88 notice-on-file value "yes".

      * the cityrates.dat table, loaded the way prog17 loads it
	01	City-Rates-Count	Pic 9(4) value zero.

	01	City-Rates-Max		Pic 9(4) value 200.

	01	City-Rates-Eof		Pic x(3) value "no".
		88 city-rates-end value "yes".

	01	City-Rates-Table.
		02 City-Rates-Data occurs 1 to 200 times
			depending on City-Rates-Count
			INDEXED BY city-index.
		03 City-County		Pic x(1).
		03 City-Code		Pic x(15).
		03 City-Eff-Date	Pic 9(8).
		03 Exp-City-Code	Pic v999.

	01	Rate-Scan-Index		Pic 9(4) value zero.

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

      * the same 13% prog17 applies to a city off the schedule
	01	Default-City-Rate	Pic v999 value .130.

	01	Applied-City-Rate	Pic v999 value zero.

      * the date the rate walk prices as of: the new sale's date for
      * the new value, the replaced sale's date for the prior value
	01	Rate-As-Of-Date		Pic 9(8) value zero.

	01	Date-Work		Pic 9(8) value zero.

	01	Date-Work-Parts redefines Date-Work.
		02 DW-Year		Pic 9(4).
		02 DW-Month		Pic 9(2).
		02 DW-Day		Pic 9(2).

	01	Current-Date-Time.
		02 CDT-Year		Pic 9(4).
		02 CDT-Month		Pic 9(2).
		02 CDT-Day		Pic 9(2).
		02 Filler		Pic x(13).

	01	Run-Date-Num		Pic 9(8) value zero.

	01	Prior-Value		Pic 9(11)v99 value zero.

	01	New-Value		Pic 9(11)v99 value zero.

	01	Value-Change		Pic s9(11)v99 value zero.

      * supplemental time runs from the first of the month after the
      * change to June 30; a June change has no months left in its
      * own year and is assessed for the full year that starts the
      * next day
	01	Months-Left		Pic 9(2) value zero.

	01	Proration-Factor	Pic 9v9(4) value zero.

	01	Supplemental-Amount	Pic s9(11)v99 value zero.

	01	Fiscal-Year-End		Pic 9(4) value zero.

	01	Fiscal-Year-Start	Pic 9(4) value zero.

	01	Changes-Read-Count	Pic 9(6) value zero.

	01	Issued-Count		Pic 9(6) value zero.

	01	Refund-Count		Pic 9(6) value zero.

	01	No-Change-Count		Pic 9(6) value zero.

	01	Already-Issued-Count	Pic 9(6) value zero.

	01	Voided-Count		Pic 9(6) value zero.

	01	Cancel-Count		Pic 9(6) value zero.

	01	Supplemental-Total	Pic s9(13)v99 value zero.

	01	Refund-Total		Pic s9(13)v99 value zero.

	01	Report-Header.
		02 Filler		Pic x(44) value spaces.
		02 Filler		Pic x(44) value
		    "Supplemental Assessment Notices".
		02 Filler		Pic x(44) value spaces.

	01	Report-Footer.
		02 Filler		Pic x(59) value spaces.
		02 Filler		Pic x(13) value
		    	"End of Report".
		02 Filler		Pic x(60) value spaces.

	01	Rule-Line		Pic x(72) value all "-".

	01	Notice-Title-Line.
		02 Notice-Title-Out	Pic x(40).
		02 Filler		Pic x(14) value
		    "Fiscal year:  ".
		02 FY-Start-Out		Pic 9(4).
		02 Filler		Pic x(1) value "-".
		02 FY-End-Out		Pic 9(4).
		02 Filler		Pic x(69) value spaces.

	01	Notice-Parcel-Line.
		02 Filler		Pic x(6) value "APN:  ".
		02 Notice-Apn-Out	Pic x(12).
		02 Filler		Pic x(2) value spaces.
		02 Notice-Adrs-Out	Pic x(27).
		02 Filler		Pic x(1) value spaces.
		02 Notice-City-Out	Pic x(15).
		02 Filler		Pic x(1) value spaces.
		02 Notice-Zip-Out	Pic x(5).
		02 Filler		Pic x(63) value spaces.

	01	Notice-Date-Line.
		02 Filler		Pic x(27) value
		    "Change of ownership date:  ".
		02 Notice-Month-Out	Pic 9(2).
		02 Filler		Pic x(1) value "/".
		02 Notice-Day-Out	Pic 9(2).
		02 Filler		Pic x(1) value "/".
		02 Notice-Year-Out	Pic 9(4).
		02 Filler		Pic x(95) value spaces.

	01	Notice-Amount-Line.
		02 Notice-Label-Out	Pic x(27).
		02 Notice-Amount-Out	Pic -$$,$$$,$$$,$$9.99.
		02 Filler		Pic x(87) value spaces.

	01	Notice-Proration-Line.
		02 Filler		Pic x(27) value
		    "Proration:".
		02 Notice-Months-Out	Pic Z9.
		02 Filler		Pic x(16) value
		    " months / 12 =  ".
		02 Notice-Factor-Out	Pic 9.9999.
		02 Filler		Pic x(81) value spaces.

	01	Totals-Line.
		02 Totals-Label-Out	Pic x(40).
		02 Totals-Count-Out	Pic ZZZ,ZZ9.
		02 Filler		Pic x(2) value spaces.
		02 Totals-Amount-Out	Pic -$$$,$$$,$$$,$$9.99.
		02 Filler		Pic x(64) value spaces.

	01	Count-Line.
		02 Count-Label-Out	Pic x(40).
		02 Count-Out		Pic ZZZ,ZZ9.
		02 Filler		Pic x(85) value spaces.

	Procedure Division.

      * Executes 'Init', 'Main-Loop', the cancellation pass, and
      * 'Finish', in that order
	0000-Main-Logic.
		Perform 1000-Init.
		Perform 1200-Main-Loop until change-end.
		Perform 1250-Cancellation-Pass.
		Perform 1300-Finish.
		Stop Run.

      * opens the files, loads the rate and alias tables, and writes
      * the report header
	1000-Init.

		Move function current-date to Current-Date-Time.
		Compute Run-Date-Num =
			CDT-Year * 10000 + CDT-Month * 100 + CDT-Day.

		Open Input Supp-Change-File
			   cityRatesFile
			   City-Alias-File.
		Open I-O Supp-Notice-File.
		Open Output Output-File.

		Perform 1066-Read-City-Data
		varying city-index from 1 by 1 until city-rates-end
		or city-index > City-Rates-Max.

		Perform 1067-Read-Alias-Data
		varying alias-index from 1 by 1 until city-alias-end
		or alias-index > City-Alias-Max.

		Write Output-Rec from Report-Header.
		Move spaces to Output-Rec.
		Write Output-Rec.

		Read Supp-Change-File at end move "yes" to Change-Eof.

      * reads the cityrates.dat file into a one-dimensional table,
      * growing City-Rates-Count by one for each row actually read
	1066-Read-City-Data.

		Read cityRatesFile into City-Rates-Data(city-index)
			at end move "yes" to City-Rates-Eof
		end-read.

		If not city-rates-end
			Move city-index to City-Rates-Count.

      * reads the cityalias.dat file into a one-dimensional table
	1067-Read-Alias-Data.

		Read City-Alias-File into City-Alias-Data(alias-index)
			at end move "yes" to City-Alias-Eof
		end-read.

		If not city-alias-end
			Move alias-index to City-Alias-Count.

      * values one change of ownership and issues its notice
	1200-Main-Loop.

		Add 1 to Changes-Read-Count.

		Perform 2150-Resolve-City.

		Move Default-City-Rate to Applied-City-Rate.
		Move SC-Sale-Date to Rate-As-Of-Date.
		Perform 2210-Pick-City-Rate
			varying Rate-Scan-Index from 1 by 1
			until Rate-Scan-Index > City-Rates-Count.
		Compute New-Value rounded =
			SC-Sale-Price * (1 + Applied-City-Rate).

		Move Default-City-Rate to Applied-City-Rate.
		Move SC-Prior-Date to Rate-As-Of-Date.
		Perform 2210-Pick-City-Rate
			varying Rate-Scan-Index from 1 by 1
			until Rate-Scan-Index > City-Rates-Count.
		Compute Prior-Value rounded =
			SC-Prior-Price * (1 + Applied-City-Rate).

		Compute Value-Change = New-Value - Prior-Value.

		If Value-Change = 0
			Add 1 to No-Change-Count
		Else
			Perform 2300-Prorate
			Perform 2400-Issue-Notice
		End-if.

		Read Supp-Change-File at end move "yes" to Change-Eof.

      * no-op body; the search for the parcel's county/city pair in
      * the alias table happens entirely in the Perform ... Varying's
      * Until condition
	2155-Classify-Alias.

		Continue.

      * resolves the change's City through the alias cross-reference
      * for its county, as prog17 does for the roll
	2150-Resolve-City.

		Move SC-City to City-Work.

		Perform 2155-Classify-Alias
			varying Alias-Scan-Index from 1 by 1
			until Alias-Scan-Index > City-Alias-Count
			or (Alias-County(Alias-Scan-Index) = SC-County
			and Alias-Old-Name(Alias-Scan-Index) = SC-City).

		If Alias-Scan-Index not > City-Alias-Count
			Move Alias-New-Name(Alias-Scan-Index) to
				City-Work
		End-if.

      * takes any rate entry for this city already in force on the
      * as-of date; ascending file order means the last one standing
      * is the one with the greatest effective date
	2210-Pick-City-Rate.

		If City-County(Rate-Scan-Index) = SC-County
		   and City-Code(Rate-Scan-Index) = City-Work and
		   City-Eff-Date(Rate-Scan-Index) not > Rate-As-Of-Date

			Move Exp-City-Code(Rate-Scan-Index) to
				Applied-City-Rate

		End-if.

      * months left in the fiscal year after the change month, the
      * factor they make of a year, and the fiscal year they fall in
	2300-Prorate.

		Move SC-Sale-Date to Date-Work.

		If DW-Month > 6
			Compute Months-Left = 18 - DW-Month
			Compute Fiscal-Year-End = DW-Year + 1
		Else
			Compute Months-Left = 6 - DW-Month
			Move DW-Year to Fiscal-Year-End
		End-if.

		If Months-Left = 0
			Move 12 to Months-Left
			Add 1 to Fiscal-Year-End
		End-if.

		Compute Fiscal-Year-Start = Fiscal-Year-End - 1.

		Compute Proration-Factor rounded = Months-Left / 12.

		Compute Supplemental-Amount rounded =
			Value-Change * Proration-Factor.

      * puts the notice on the master and prints it; a sale already
      * carrying a notice (a rerun over the same feed) or one prog39
      * rescinded before it was noticed prints nothing
	2400-Issue-Notice.

		Move SC-Adrs to SN-Adrs.
		Move SC-Zip to SN-Zip.
		Move SC-Sale-Date to SN-Sale-Date.

		Move "no" to Notice-Found-Flag.
		Read Supp-Notice-File
			invalid key continue
			not invalid key move "yes" to Notice-Found-Flag
		End-read.

		If notice-on-file

			If SN-Status = "V"
				Add 1 to Voided-Count
			Else
				Add 1 to Already-Issued-Count
			End-if

		Else

			Move SC-Apn to SN-Apn
			Move City-Work to SN-City
			Move Fiscal-Year-End to SN-Fiscal-Year
			Move Prior-Value to SN-Prior-Value
			Move New-Value to SN-New-Value
			Move Months-Left to SN-Months
			Move Proration-Factor to SN-Factor
			Move Supplemental-Amount to SN-Amount
			If Supplemental-Amount < 0
				Move "R" to SN-Type
				Add 1 to Refund-Count
				Add Supplemental-Amount to Refund-Total
			Else
				Move "S" to SN-Type
				Add 1 to Issued-Count
				Add Supplemental-Amount to
					Supplemental-Total
			End-if
			Move "I" to SN-Status
			Move Run-Date-Num to SN-Notice-Date
			Write Supp-Notice-Rec
				invalid key continue
			End-write

			Perform 2500-Print-Notice

		End-if.

      * one notice: the parcel, the change date, the two values, the
      * proration, and the amount billed or refunded
	2500-Print-Notice.

		Write Output-Rec from Rule-Line.

		If refund-notice
			Move "SUPPLEMENTAL ASSESSMENT - REFUND NOTICE"
				to Notice-Title-Out
		Else
			Move "SUPPLEMENTAL ASSESSMENT NOTICE" to
				Notice-Title-Out
		End-if.
		Move Fiscal-Year-Start to FY-Start-Out.
		Move SN-Fiscal-Year to FY-End-Out.
		Write Output-Rec from Notice-Title-Line.

		Perform 2510-Print-Parcel.

		Move "Prior assessed value:" to Notice-Label-Out.
		Move SN-Prior-Value to Notice-Amount-Out.
		Write Output-Rec from Notice-Amount-Line.

		Move "New assessed value:" to Notice-Label-Out.
		Move SN-New-Value to Notice-Amount-Out.
		Write Output-Rec from Notice-Amount-Line.

		Move "Difference:" to Notice-Label-Out.
		Move Value-Change to Notice-Amount-Out.
		Write Output-Rec from Notice-Amount-Line.

		Move SN-Months to Notice-Months-Out.
		Move SN-Factor to Notice-Factor-Out.
		Write Output-Rec from Notice-Proration-Line.

		If refund-notice
			Move "Supplemental refund:" to Notice-Label-Out
		Else
			Move "Supplemental assessment:" to
				Notice-Label-Out
		End-if.
		Move SN-Amount to Notice-Amount-Out.
		Write Output-Rec from Notice-Amount-Line.

		Move spaces to Output-Rec.
		Write Output-Rec.

      * the parcel and change-date lines every notice form carries
	2510-Print-Parcel.

		Move SN-Apn to Notice-Apn-Out.
		Move SN-Adrs to Notice-Adrs-Out.
		Move SN-City to Notice-City-Out.
		Move SN-Zip to Notice-Zip-Out.
		Write Output-Rec from Notice-Parcel-Line.

		Move SN-Sale-Date to Date-Work.
		Move DW-Month to Notice-Month-Out.
		Move DW-Day to Notice-Day-Out.
		Move DW-Year to Notice-Year-Out.
		Write Output-Rec from Notice-Date-Line.

      * walks the notice master for notices prog39 cancelled since
      * the last run, prints each one's cancellation, and marks it
      * printed so it goes out once
	1250-Cancellation-Pass.

		Move low-values to SN-Key.

		Start Supp-Notice-File
			key not < SN-Key
			invalid key move "yes" to Notice-Eof
		End-start.

		Perform 2600-Next-Notice until notice-end.

	2600-Next-Notice.

		Read Supp-Notice-File next
			at end move "yes" to Notice-Eof
		End-read.

		If not notice-end and notice-cancelled

			Write Output-Rec from Rule-Line
			Move "CANCELLATION OF SUPPLEMENTAL NOTICE" to
				Notice-Title-Out
			Compute Fiscal-Year-Start = SN-Fiscal-Year - 1
			Move Fiscal-Year-Start to FY-Start-Out
			Move SN-Fiscal-Year to FY-End-Out
			Write Output-Rec from Notice-Title-Line
			Perform 2510-Print-Parcel
			Move "Amount cancelled:" to Notice-Label-Out
			Move SN-Amount to Notice-Amount-Out
			Write Output-Rec from Notice-Amount-Line
			Move spaces to Output-Rec
			Write Output-Rec

			Move "X" to SN-Status
			Rewrite Supp-Notice-Rec
			Add 1 to Cancel-Count

		End-if.

      * run totals, then the consumed feed is emptied so tomorrow's
      * prog28 appends start clean; the master's keys make a rerun
      * over an unemptied feed harmless
	1300-Finish.

		Write Output-Rec from Rule-Line.

		Move "Changes of ownership read:" to Count-Label-Out.
		Move Changes-Read-Count to Count-Out.
		Write Output-Rec from Count-Line.

		Move "Supplemental notices issued:" to
			Totals-Label-Out.
		Move Issued-Count to Totals-Count-Out.
		Move Supplemental-Total to Totals-Amount-Out.
		Write Output-Rec from Totals-Line.

		Move "Refund notices issued:" to Totals-Label-Out.
		Move Refund-Count to Totals-Count-Out.
		Move Refund-Total to Totals-Amount-Out.
		Write Output-Rec from Totals-Line.

		Move "Cancellation notices issued:" to Count-Label-Out.
		Move Cancel-Count to Count-Out.
		Write Output-Rec from Count-Line.

		If No-Change-Count > 0
			Move "Changes with no change in value:" to
				Count-Label-Out
			Move No-Change-Count to Count-Out
			Write Output-Rec from Count-Line
		End-if.

		If Already-Issued-Count > 0
			Move "Changes already noticed (rerun):" to
				Count-Label-Out
			Move Already-Issued-Count to Count-Out
			Write Output-Rec from Count-Line
		End-if.

		If Voided-Count > 0
			Move "Changes rescinded before notice:" to
				Count-Label-Out
			Move Voided-Count to Count-Out
			Write Output-Rec from Count-Line
		End-if.

		Move spaces to Output-Rec.
		Write Output-Rec.
		Write Output-Rec from Report-Footer.

		Close Supp-Change-File cityRatesFile City-Alias-File
		      Supp-Notice-File Output-File.

		Open Output Supp-Change-File.
		Close Supp-Change-File.
