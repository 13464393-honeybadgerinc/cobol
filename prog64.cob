        Identification Division.
        Program-Id. prog64.
        Date-Written. 10/15/2026.
        Author. Lucas Henry.
        Date-Compiled.

      * assessment sales-ratio study for the state board: each
      * validated, non-rescinded sale is priced through the same
      * cityrates.dat/cityalias.dat lookup prog17 puts on the roll,
      * and that assessed value is set against what the property
      * actually sold for; the report gives the median ratio, the
      * coefficient of dispersion, and the price-related
      * differential county-wide, by City, and by Property-Type,
      * flags any group outside the acceptable bands, and writes the
      * same figures to a fixed-format file so the submission is no
      * longer retyped off prog17out.dat; a sale confirmed
      * non-arms-length on narreg.dat is no evidence of market value
      * and stays out of the study

        Environment Division.

        Input-Output Section.
        File-Control.

                Select Real-Estate-File
                       assign to Real-Estate-File-Path.
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
                Select Optional Rescind-Registry-File
                       assign to "/home1/c/a/acsi203/resreg.dat"
                       organization is indexed
                       access mode is random
                       record key is Res-Key.
                Select Optional Nal-Registry-File
                       assign to "/home1/c/a/acsi203/narreg.dat"
                       organization is indexed
                       access mode is random
                       record key is NR-Key.
		Select Optional Param-File
			assign to "/home1/c/a/acsi203/paramast.dat"
			organization is indexed
			access mode is sequential
			record key is PRM-Key.
                Select Output-File
                       assign to "prog64out.dat"
                       organization is line sequential.
                Select Study-File
                       assign to "prog64sub.dat"
                       organization is line sequential.

        Data Division.

        File Section.
      * effective-dated rate history: one entry per city per date the
      * rate took effect, maintained by prog11/prog19
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

	FD	Real-Estate-File.
	01	Input-Rec.
	Copy "realestate.cpy".

      * rescission registry prog39 maintains; a rescinded sale is no
      * evidence of market value and stays out of the study
	FD	Rescind-Registry-File.
	01	Rescind-Rec.
		02 Res-Key.
		   03 Res-Adrs		Pic x(27).
		   03 Res-Sale-Day	Pic x(3).
		   03 Res-Sale-Month	Pic x(3).
		   03 Res-Sale-Year	Pic x(4).
		   03 Res-Sale-Price	Pic x(9).

      * non-arms-length registry prog70 fills and prog71 rules on;
      * a sale the supervisor confirmed (status C) is left out of
      * the study
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

      * effective-dated parameter master maintained by prog54; the
      * study's acceptance bands are read from it so a change in the
      * state's standard is a prog54 entry, not a recompile
	FD	Param-File.
	01	Param-Rec.
		02 PRM-Key.
		   03 PRM-Name		Pic x(12).
		   03 PRM-Eff-Date	Pic 9(8).
		02 PRM-Value		Pic 9(5)v9(5).

	FD	Output-File.
	01	Output-Rec		Pic x(132).

      * one fixed-format record per study group, the layout the
      * state board's submission is keyed from
	FD	Study-File.
	01	Study-Rec.
		02 SR-Group-Type	Pic x(1).
		02 SR-Group-Name	Pic x(15).
		02 SR-Study-Year	Pic 9(4).
		02 SR-Sale-Count	Pic 9(6).
		02 SR-Median		Pic 9(3)v9(4).
		02 SR-Mean		Pic 9(3)v9(4).
		02 SR-Weighted-Mean	Pic 9(3)v9(4).
		02 SR-COD		Pic 9(5)v99.
		02 SR-PRD		Pic 9(3)v9(4).
		02 SR-Median-Flag	Pic x(1).
		02 SR-COD-Flag		Pic x(1).
		02 SR-PRD-Flag		Pic x(1).
		02 SR-Sample-Flag	Pic x(1).
		02 SR-Run-Date		Pic 9(8).

	Working-Storage Section.

      * defaults to the county feed's usual location; Accept-From-Sysin
      * in 1000-Init lets operations repoint a run at a differently
      * named extract (e.g. a restated prior-month file) without
      * having to hand-edit and recompile
	01	Real-Estate-File-Path	Pic x(80) value
		"/home1/c/a/acsi203/realestate.dat".

      * the sale year under study, keyed yyyy; blank studies every
      * year the extract carries
	01	Study-Year-Param	Pic x(4) value spaces.

	01	Study-Year-Num		Pic 9(4) value zero.

	01	Eof-Flag		Pic x(3) value "no".
		88 end-reached value "yes".

	01	Invalid-flag		Pic x(3) value "no".
		88 bad-record value "yes".

	01	Error-Record-Count	Pic 9(6) value 0.

	01	Rescinded-Count		Pic 9(6) value zero.

	01	Rescinded-Flag		Pic x(3) value "no".
		88 sale-rescinded value "yes".

	01	Nal-Excluded-Count	Pic 9(6) value zero.

	01	Nal-Flag		Pic x(3) value "no".
		88 non-arms-length value "yes".

	01	Out-Of-Year-Count	Pic 9(6) value zero.

	01	Zero-Price-Count	Pic 9(6) value zero.

	01	Overflow-Record-Count	Pic 9(6) value zero.

      * the acceptance bands: median level between the low and high
      * ratios, uniformity (COD) at or under the ceiling, and
      * vertical equity (PRD) between its low and high; a group with
      * fewer sales than the minimum is reported but marked as too
      * thin a sample to judge
	01	Median-Low-Band		Pic 9v99 value .90.

	01	Median-High-Band	Pic 9v99 value 1.10.

	01	COD-Max-Band		Pic 9(3)v99 value 15.00.

	01	PRD-Low-Band		Pic 9v99 value .98.

	01	PRD-High-Band		Pic 9v99 value 1.03.

	01	Min-Sample-Count	Pic 9(4) value 5.

	01	Param-Eof		Pic x(3) value "no".
		88 param-end value "yes".

      * the run date as yyyymmdd for picking the parameter entries
      * in force today
	01	Param-Today		Pic 9(8) value zero.

	01	Param-Date-Time.
		02 PDT-Year		Pic 9(4).
		02 PDT-Month		Pic 9(2).
		02 PDT-Day		Pic 9(2).
		02 Filler		Pic x(13).

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

      * the same 13% prog17 applies to a city off the schedule
	01	Default-City-Rate	Pic v999 value .130.

	01	Applied-City-Rate	Pic v999 value zero.

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

      * every sale in the study with its assessed value and ratio;
      * the groups are worked off this one table at the end
	01	Sale-Count		Pic 9(4) value zero.

	01	Sale-Max		Pic 9(4) value 5000.

	01	Sale-Index		Pic 9(4) value zero.

	01	Sale-Table.
		02 Sale-Entry occurs 1 to 5000 times
			depending on Sale-Count.
			03 ST-City		Pic x(15).
			03 ST-Prop-Type		Pic x(8).
			03 ST-Sale-Price	Pic 9(9).
			03 ST-Assessed		Pic 9(11)v99.
			03 ST-Ratio		Pic 9(3)v9(4).

	01	WK-Assessed		Pic 9(11)v99 value zero.

      * the study groups in report order: "1" county-wide, "2" each
      * City, "3" each Property-Type, kept ordered by insertion as
      * each new group turns up
	01	Group-Count		Pic 9(4) value zero.

	01	Group-Max		Pic 9(4) value 300.

	01	Group-Index		Pic 9(4) value zero.

	01	Insert-Index		Pic 9(4) value zero.

	01	Shift-Index		Pic 9(4) value zero.

	01	Group-Table.
		02 Group-Entry occurs 1 to 300 times
			depending on Group-Count.
			03 GR-Key.
			   04 GR-Kind		Pic x(1).
			   04 GR-Name		Pic x(15).

	01	Work-Group-Key.
		02 WG-Kind		Pic x(1).
		02 WG-Name		Pic x(15).

	01	Group-Overflow-Count	Pic 9(4) value zero.

	01	County-Group-Name	Pic x(15) value
		"COUNTY-WIDE".

      * one group's ratios in ascending order, rebuilt for each group
      * so the median can be read off the middle
	01	Ratio-Count		Pic 9(4) value zero.

	01	Ratio-Index		Pic 9(4) value zero.

	01	Ratio-Work-Table.
		02 Ratio-Work occurs 1 to 5000 times
			depending on Ratio-Count	Pic 9(3)v9(4).

	01	Work-Ratio		Pic 9(3)v9(4) value zero.

	01	Member-Flag		Pic x(3) value "no".
		88 group-member value "yes".

	01	Half-Index		Pic 9(4) value zero.

	01	Ratio-Accum		Pic 9(8)v9(4) value zero.

	01	Price-Accum		Pic 9(13) value zero.

	01	Assessed-Accum		Pic 9(15)v99 value zero.

	01	Deviation-Accum		Pic 9(8)v9(4) value 0.

	01	Group-Median		Pic 9(3)v9(4) value zero.

	01	Group-Mean		Pic 9(3)v9(4) value zero.

	01	Group-Weighted-Mean	Pic 9(3)v9(4) value zero.

	01	Group-COD		Pic 9(5)v99 value zero.

	01	Group-PRD		Pic 9(3)v9(4) value zero.

	01	Flagged-Group-Count	Pic 9(4) value zero.

	01	Current-Kind		Pic x(1) value spaces.

	01	Report-Header.
		02 Filler		Pic x(44) value spaces.
		02 Filler		Pic x(44) value
		    "Assessment Sales-Ratio Study".
		02 Filler		Pic x(44) value spaces.

	01	Study-Year-Line.
		02 Filler		Pic x(12) value
		    "Study year: ".
		02 Study-Year-Out	Pic x(4).
		02 Filler		Pic x(116) value spaces.

	01	Band-Line.
		02 Filler		Pic x(15) value
		    "Bands: median ".
		02 Median-Low-Out	Pic 9.99.
		02 Filler		Pic x(1) value "-".
		02 Median-High-Out	Pic 9.99.
		02 Filler		Pic x(10) value "  COD <= ".
		02 COD-Max-Out		Pic ZZ9.99.
		02 Filler		Pic x(7) value "  PRD ".
		02 PRD-Low-Out		Pic 9.99.
		02 Filler		Pic x(1) value "-".
		02 PRD-High-Out		Pic 9.99.
		02 Filler		Pic x(16) value
		    "  minimum sales ".
		02 Min-Sample-Out	Pic ZZZ9.
		02 Filler		Pic x(52) value spaces.

	01	Report-Footer.
		02 Filler		Pic x(59) value spaces.
		02 Filler		Pic x(13) value
		    	"End of Report".
		02 Filler		Pic x(60) value spaces.

	01	Section-Line.
		02 Section-Title-Out	Pic x(30).
		02 Filler		Pic x(102) value spaces.

	01	Column-headers.
		02 Filler		Pic x(15) value "Group".
		02 Filler		Pic x(2) value spaces.
		02 Filler		Pic x(7) value "  Sales".
		02 Filler		Pic x(2) value spaces.
		02 Filler		Pic x(8) value "  Median".
		02 Filler		Pic x(2) value spaces.
		02 Filler		Pic x(8) value "    Mean".
		02 Filler		Pic x(2) value spaces.
		02 Filler		Pic x(8) value "Wtd Mean".
		02 Filler		Pic x(2) value spaces.
		02 Filler		Pic x(9) value "      COD".
		02 Filler		Pic x(2) value spaces.
		02 Filler		Pic x(8) value "     PRD".
		02 Filler		Pic x(2) value spaces.
		02 Filler		Pic x(10) value "Exceptions".

	01	Info-Line.
		02 Group-Name-Out	Pic x(15).
		02 Filler		Pic x(2) value spaces.
		02 Group-Count-Out	Pic ZZZ,ZZ9.
		02 Filler		Pic x(2) value spaces.
		02 Group-Median-Out	Pic ZZ9.9999.
		02 Filler		Pic x(2) value spaces.
		02 Group-Mean-Out	Pic ZZ9.9999.
		02 Filler		Pic x(2) value spaces.
		02 Group-Weighted-Out	Pic ZZ9.9999.
		02 Filler		Pic x(2) value spaces.
		02 Group-COD-Out	Pic ZZ,ZZ9.99.
		02 Filler		Pic x(2) value spaces.
		02 Group-PRD-Out	Pic ZZ9.9999.
		02 Filler		Pic x(2) value spaces.
		02 Exception-Out	Pic x(40).

	01	Flagged-line.
		02 Filler		Pic x(12) value spaces.
		02 Filler		Pic x(38) value
		    "Groups outside the acceptable bands:".
		02 Flagged-Out		Pic ZZZ,ZZ9.
		02 Filler		Pic x(70) value spaces.

	01	Rejected-line.
		02 Filler		Pic x(12) value spaces.
		02 Filler		Pic x(38) value
		    "Records rejected by validation:".
		02 Rejected-Out		Pic ZZZ,ZZ9.
		02 Filler		Pic x(70) value spaces.

	01	Rescinded-line.
		02 Filler		Pic x(12) value spaces.
		02 Filler		Pic x(38) value
		    "Sales dropped as rescinded:".
		02 Rescinded-Out	Pic ZZZ,ZZ9.
		02 Filler		Pic x(70) value spaces.

	01	Nal-Excluded-line.
		02 Filler		Pic x(12) value spaces.
		02 Filler		Pic x(36) value
		    "Sales left out as non-arms-length:".
		02 Nal-Excluded-Out	Pic ZZZ,ZZ9.
		02 Filler		Pic x(70) value spaces.

	01	Out-Of-Year-line.
		02 Filler		Pic x(12) value spaces.
		02 Filler		Pic x(38) value
		    "Sales outside the study year:".
		02 Out-Of-Year-Out	Pic ZZZ,ZZ9.
		02 Filler		Pic x(70) value spaces.

	01	Zero-Price-line.
		02 Filler		Pic x(12) value spaces.
		02 Filler		Pic x(38) value
		    "Sales with no price to ratio against:".
		02 Zero-Price-Out	Pic ZZZ,ZZ9.
		02 Filler		Pic x(70) value spaces.

	01	Overflow-line.
		02 Filler		Pic x(12) value spaces.
		02 Filler		Pic x(38) value
		    "Records past the sale-table limit:".
		02 Overflow-Out		Pic ZZZ,ZZ9.
		02 Filler		Pic x(70) value spaces.

	01	Group-Overflow-line.
		02 Filler		Pic x(12) value spaces.
		02 Filler		Pic x(38) value
		    "** Groups lost to a full table:".
		02 Group-Overflow-Out	Pic ZZZ,ZZ9.
		02 Filler		Pic x(70) value spaces.

	Procedure Division.

      * Executes 'Init', 'Main-Loop', and 'Finish', in that order
	0000-Main-Logic.
		Perform 1000-Init.
		Perform 1200-Main-Loop until end-reached.
		Perform 1300-Finish.
		Stop Run.

      * opens the files, loads the acceptance bands, the city rate
      * and alias tables, and writes the report header
	1000-Init.

		Accept Real-Estate-File-Path from Sysin.
		If Real-Estate-File-Path = spaces
			Move "/home1/c/a/acsi203/realestate.dat"
				to Real-Estate-File-Path.

		Accept Study-Year-Param from Sysin.
		If Study-Year-Param numeric
			Move Study-Year-Param to Study-Year-Num.

		Open Input Param-File.
		Move function current-date to Param-Date-Time.
		Compute Param-Today =
			PDT-Year * 10000 + PDT-Month * 100 + PDT-Day.
		Perform 1068-Read-Param-Data until param-end.
		Close Param-File.

		Open Input Real-Estate-File
			   cityRatesFile
			   City-Alias-File
			   Rescind-Registry-File
			   Nal-Registry-File.
		Open Output Output-File Study-File.

		Perform 1066-Read-City-Data
		varying city-index from 1 by 1 until city-rates-end
		or city-index > City-Rates-Max.

		Perform 1067-Read-Alias-Data
		varying alias-index from 1 by 1 until city-alias-end
		or alias-index > City-Alias-Max.

		Write Output-Rec from Report-Header.
		Move spaces to Output-Rec.
		Write Output-Rec.

		If Study-Year-Num = 0
			Move "ALL " to Study-Year-Out
		Else
			Move Study-Year-Num to Study-Year-Out
		End-if.
		Write Output-Rec from Study-Year-Line.

		Move Median-Low-Band to Median-Low-Out.
		Move Median-High-Band to Median-High-Out.
		Move COD-Max-Band to COD-Max-Out.
		Move PRD-Low-Band to PRD-Low-Out.
		Move PRD-High-Band to PRD-High-Out.
		Move Min-Sample-Count to Min-Sample-Out.
		Write Output-Rec from Band-Line.
		Move spaces to Output-Rec.
		Write Output-Rec.

      * the county-wide group is always there, even on a run where
      * nothing qualified, so the submission carries its line
		Move "1" to WG-Kind.
		Move County-Group-Name to WG-Name.
		Perform 2400-Find-Group.

		Read Real-Estate-File at end move "yes" to Eof-Flag.

      * walks the parameter master in ascending name/date order and
      * takes each name's latest entry already in force today; a
      * name with no entry keeps the compiled-in band
	1068-Read-Param-Data.

		Read Param-File
			at end move "yes" to Param-Eof
		End-read.

		If not param-end and PRM-Eff-Date not > Param-Today
			Evaluate PRM-Name
				when "DEFCITYRATE "
					Move PRM-Value to
						Default-City-Rate
				when "RATIOMEDLOW "
					Move PRM-Value to
						Median-Low-Band
				when "RATIOMEDHIGH"
					Move PRM-Value to
						Median-High-Band
				when "RATIOCODMAX "
					Move PRM-Value to
						COD-Max-Band
				when "RATIOPRDLOW "
					Move PRM-Value to
						PRD-Low-Band
				when "RATIOPRDHIGH"
					Move PRM-Value to
						PRD-High-Band
				when "RATIOMINSALE"
					Move PRM-Value to
						Min-Sample-Count
				when other
					Continue
			End-evaluate
		End-if.

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

      * validates each record the way prog17 does and stows each
      * good, unrescinded sale of the study year into the table
	1200-Main-Loop.

		Perform 2100-Validation.

		If bad-record
			Add 1 to Error-Record-Count
			Move "no" to Invalid-flag
		Else
			If Study-Year-Num not = 0 and
			   Sale-Year not = Study-Year-Num
				Add 1 to Out-Of-Year-Count
			Else
				Perform 2160-Check-Rescinded
				Perform 2170-Check-Non-Arms-Length
				If sale-rescinded
					Add 1 to Rescinded-Count
				Else
					If non-arms-length
						Add 1 to
						    Nal-Excluded-Count
					Else
						Perform 2200-Stow-Sale
					End-if
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

      * no-op body; the search for a matching allowed state happens
      * entirely in the Perform ... Varying's Until condition
	2110-Classify-State.

		Continue.

      * no-op body; the search for Sale-Month's position in the
      * calendar happens entirely in the Perform ... Varying's Until
      * condition
	2120-Classify-Month.

		Continue.

      * the validation prog17 runs ahead of the roll, so the study
      * works from exactly the sales the roll does
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

      * no-op body; the search for the parcel's county/city pair in
      * the alias table happens entirely in the Perform ... Varying's
      * Until condition
	2155-Classify-Alias.

		Continue.

      * resolves the sale's City through the alias cross-reference
      * for its county, as prog17 does for the roll
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

      * a sale with no price has no ratio; the rest are priced and
      * stowed with their assessed-to-sale ratio, the sale's City
      * and Property-Type groups opened on first sight
	2200-Stow-Sale.

		If Sale-Price = 0
			Add 1 to Zero-Price-Count
		Else
			Perform 2250-Price-Sale
		End-if.

      * prices the sale exactly as prog17's 2200-Stow-Parcel does
	2250-Price-Sale.

		Compute Sale-Date-Num =
			Sale-Year * 10000 + Month-index * 100 +
			Sale-Day-Num.

		If County-Code = spaces
			Move "1" to Sale-County-Work
		Else
			Move County-Code to Sale-County-Work
		End-if.

		Perform 2150-Resolve-City.

		Move Default-City-Rate to Applied-City-Rate.

		Perform 2210-Pick-City-Rate
			varying Rate-Scan-Index from 1 by 1
			until Rate-Scan-Index > City-Rates-Count.

		Compute WK-Assessed rounded =
			Sale-Price * (1 + Applied-City-Rate).

		If Sale-Count < Sale-Max
			Add 1 to Sale-Count
			Move City-Work to ST-City(Sale-Count)
			Move Property-Type to ST-Prop-Type(Sale-Count)
			Move Sale-Price to ST-Sale-Price(Sale-Count)
			Move WK-Assessed to ST-Assessed(Sale-Count)
			Compute ST-Ratio(Sale-Count) rounded =
				WK-Assessed / Sale-Price

			Move "2" to WG-Kind
			Move City-Work to WG-Name
			Perform 2400-Find-Group

			Move "3" to WG-Kind
			Move Property-Type to WG-Name
			Perform 2400-Find-Group
		Else
			Add 1 to Overflow-Record-Count
		End-if.

      * takes any rate entry for this city already in force on the
      * sale date; ascending file order means the last one standing
      * is the one with the greatest effective date
	2210-Pick-City-Rate.

		If City-County(Rate-Scan-Index) = Sale-County-Work
		   and City-Code(Rate-Scan-Index) = City-Work and
		   City-Eff-Date(Rate-Scan-Index) not > Sale-Date-Num

			Move Exp-City-Code(Rate-Scan-Index) to
				Applied-City-Rate

		End-if.

      * no-op body; the search for the group, or the slot it belongs
      * in, happens entirely in the Perform ... Varying's Until
      * condition
	2410-Classify-Group-Slot.

		Continue.

      * opens the keyed group in the ordered group table unless it is
      * already there - the insertion-sort shape prog17's roll uses
	2400-Find-Group.

		Perform 2410-Classify-Group-Slot
			varying Insert-Index from 1 by 1
			until Insert-Index > Group-Count
			or Work-Group-Key not > GR-Key(Insert-Index).

		If Insert-Index > Group-Count or
		   Work-Group-Key not = GR-Key(Insert-Index)

			If Group-Count < Group-Max
				Add 1 to Group-Count
				Perform 2420-Shift-Group-Down
					varying Shift-Index
					from Group-Count by -1
					until Shift-Index
					<= Insert-Index
				Move Work-Group-Key to
					GR-Key(Insert-Index)
			Else
				Add 1 to Group-Overflow-Count
			End-if

		End-if.

      * shifts one entry of Group-Table down a slot
	2420-Shift-Group-Down.

		Move GR-Key(Shift-Index - 1) to GR-Key(Shift-Index).

      * works one group's statistics off the sale table: the ratios
      * of its members are gathered in ascending order for the
      * median, the sums give the mean and the sale-weighted mean,
      * and the average absolute deviation from the median gives
      * the COD; PRD is the mean over the weighted mean
	3100-Study-Group.

		Move zero to Ratio-Count.
		Move zero to Ratio-Accum.
		Move zero to Price-Accum.
		Move zero to Assessed-Accum.
		Move zero to Deviation-Accum.
		Move zero to Group-Median.
		Move zero to Group-Mean.
		Move zero to Group-Weighted-Mean.
		Move zero to Group-COD.
		Move zero to Group-PRD.

		Perform 3110-Gather-Ratio
			varying Sale-Index from 1 by 1
			until Sale-Index > Sale-Count.

		If Ratio-Count > 0

			If FUNCTION MOD(Ratio-Count, 2) = 1
				Compute Half-Index =
					(Ratio-Count + 1) / 2
				Move Ratio-Work(Half-Index) to
					Group-Median
			Else
				Compute Half-Index = Ratio-Count / 2
				Compute Group-Median rounded =
					(Ratio-Work(Half-Index) +
					 Ratio-Work(Half-Index + 1)) / 2
			End-if

			Compute Group-Mean rounded =
				Ratio-Accum / Ratio-Count

			Compute Group-Weighted-Mean rounded =
				Assessed-Accum / Price-Accum

			Perform 3130-Sum-Deviation
				varying Ratio-Index from 1 by 1
				until Ratio-Index > Ratio-Count

			If Group-Median > 0
				Compute Group-COD rounded =
					Deviation-Accum * 100 /
					Ratio-Count / Group-Median
			End-if

			If Group-Weighted-Mean > 0
				Compute Group-PRD rounded =
					Group-Mean / Group-Weighted-Mean
			End-if

		End-if.

		Perform 3200-Report-Group.

      * takes one sale into the group's figures if it belongs there
	3110-Gather-Ratio.

		Move "no" to Member-Flag.

		Evaluate GR-Kind(Group-Index)
			when "1"
				Move "yes" to Member-Flag
			when "2"
				If ST-City(Sale-Index) =
				   GR-Name(Group-Index)
					Move "yes" to Member-Flag
				End-if
			when "3"
				If ST-Prop-Type(Sale-Index) =
				   GR-Name(Group-Index)
					Move "yes" to Member-Flag
				End-if
		End-evaluate.

		If group-member

			Move ST-Ratio(Sale-Index) to Work-Ratio
			Add ST-Ratio(Sale-Index) to Ratio-Accum
			Add ST-Sale-Price(Sale-Index) to Price-Accum
			Add ST-Assessed(Sale-Index) to Assessed-Accum

			Perform 3120-Classify-Ratio-Slot
				varying Insert-Index from 1 by 1
				until Insert-Index > Ratio-Count
				or Work-Ratio < Ratio-Work(Insert-Index)

			Add 1 to Ratio-Count

			Perform 3125-Shift-Ratio-Down
				varying Shift-Index
				from Ratio-Count by -1
				until Shift-Index <= Insert-Index

			Move Work-Ratio to Ratio-Work(Insert-Index)

		End-if.

      * no-op body; the search for where this ratio belongs in
      * ascending order happens entirely in the Perform ...
      * Varying's Until condition
	3120-Classify-Ratio-Slot.

		Continue.

      * shifts one ratio down a slot to make room for a smaller one
	3125-Shift-Ratio-Down.

		Move Ratio-Work(Shift-Index - 1) to
			Ratio-Work(Shift-Index).

      * adds one ratio's absolute distance from the median
	3130-Sum-Deviation.

		If Ratio-Work(Ratio-Index) > Group-Median
			Compute Deviation-Accum = Deviation-Accum +
				Ratio-Work(Ratio-Index) - Group-Median
		Else
			Compute Deviation-Accum = Deviation-Accum +
				Group-Median - Ratio-Work(Ratio-Index)
		End-if.

      * prints the group's line with its exceptions, opening a new
      * section when the kind of group changes, and writes the
      * group's fixed-format record
	3200-Report-Group.

		If GR-Kind(Group-Index) not = Current-Kind

			Move GR-Kind(Group-Index) to Current-Kind
			Evaluate Current-Kind
				when "1"
					Move "County-Wide" to
						Section-Title-Out
				when "2"
					Move "By City" to
						Section-Title-Out
				when other
					Move "By Property-Type" to
						Section-Title-Out
			End-evaluate
			Move spaces to Output-Rec
			Write Output-Rec
			Write Output-Rec from Section-Line
			Write Output-Rec from Column-headers

		End-if.

		Move GR-Name(Group-Index) to Group-Name-Out.
		Move Ratio-Count to Group-Count-Out.
		Move Group-Median to Group-Median-Out.
		Move Group-Mean to Group-Mean-Out.
		Move Group-Weighted-Mean to Group-Weighted-Out.
		Move Group-COD to Group-COD-Out.
		Move Group-PRD to Group-PRD-Out.

		Move spaces to Study-Rec.
		Move spaces to Exception-Out.

		Move "N" to SR-Median-Flag SR-COD-Flag SR-PRD-Flag
			SR-Sample-Flag.

		If Ratio-Count < Min-Sample-Count

			Move "Y" to SR-Sample-Flag
			Move "too few sales to judge" to Exception-Out

		Else

			If Group-Median < Median-Low-Band or
			   Group-Median > Median-High-Band
				Move "Y" to SR-Median-Flag
			End-if

			If Group-COD > COD-Max-Band
				Move "Y" to SR-COD-Flag
			End-if

			If Group-PRD < PRD-Low-Band or
			   Group-PRD > PRD-High-Band
				Move "Y" to SR-PRD-Flag
			End-if

			If SR-Median-Flag = "Y" or SR-COD-Flag = "Y"
			   or SR-PRD-Flag = "Y"
				Add 1 to Flagged-Group-Count
				String "** OUT OF BAND:"
					Delimited by size
					into Exception-Out
				End-string
				If SR-Median-Flag = "Y"
					Move "MEDIAN" to
						Exception-Out(17:6)
				End-if
				If SR-COD-Flag = "Y"
					Move "COD" to
						Exception-Out(24:3)
				End-if
				If SR-PRD-Flag = "Y"
					Move "PRD" to
						Exception-Out(28:3)
				End-if
			End-if

		End-if.

		Write Output-Rec from Info-Line.

		Evaluate GR-Kind(Group-Index)
			when "1"
				Move "A" to SR-Group-Type
			when "2"
				Move "C" to SR-Group-Type
			when other
				Move "T" to SR-Group-Type
		End-evaluate.

		Move GR-Name(Group-Index) to SR-Group-Name.
		Move Study-Year-Num to SR-Study-Year.
		Move Ratio-Count to SR-Sale-Count.
		Move Group-Median to SR-Median.
		Move Group-Mean to SR-Mean.
		Move Group-Weighted-Mean to SR-Weighted-Mean.
		Move Group-COD to SR-COD.
		Move Group-PRD to SR-PRD.
		Move Param-Today to SR-Run-Date.
		Write Study-Rec.

      * works every group in report order, then prints the counts
      * of what was left out and why
	1300-Finish.

		Perform 3100-Study-Group
			varying Group-Index from 1 by 1
			until Group-Index > Group-Count.

		Move spaces to Output-Rec.
		Write Output-Rec.

		Move Flagged-Group-Count to Flagged-Out.
		Write Output-Rec from Flagged-line.

		If Error-Record-Count > 0
			Move Error-Record-Count to Rejected-Out
			Write Output-Rec from Rejected-line
		End-if.

		If Rescinded-Count > 0
			Move Rescinded-Count to Rescinded-Out
			Write Output-Rec from Rescinded-line
		End-if.

		If Nal-Excluded-Count > 0
			Move Nal-Excluded-Count to Nal-Excluded-Out
			Write Output-Rec from Nal-Excluded-line
		End-if.

		If Out-Of-Year-Count > 0
			Move Out-Of-Year-Count to Out-Of-Year-Out
			Write Output-Rec from Out-Of-Year-line
		End-if.

		If Zero-Price-Count > 0
			Move Zero-Price-Count to Zero-Price-Out
			Write Output-Rec from Zero-Price-line
		End-if.

		If Overflow-Record-Count > 0
			Move Overflow-Record-Count to Overflow-Out
			Write Output-Rec from Overflow-line
		End-if.

		If Group-Overflow-Count > 0
			Move Group-Overflow-Count to Group-Overflow-Out
			Write Output-Rec from Group-Overflow-line
		End-if.

		Move spaces to Output-Rec.
		Write Output-Rec.
		Write Output-Rec from Report-Footer.

		Close Real-Estate-File cityRatesFile City-Alias-File
		      Rescind-Registry-File Nal-Registry-File
		      Output-File Study-File.
