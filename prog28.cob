      * it has sold - instead of every report re-deriving the world
      * from the flat file; a sale dated before the master's latest
      * still bumps the times-sold count but doesn't roll the
      * position backward; every add or roll also goes onto the
      * day's propchg.dat change file with the row before and after

        Environment Division.

                       organization is indexed
                       access mode is random
                       record key is AX-Apn.
                Select Optional Supp-Change-File
                       assign to "suppchg.dat"
                       organization is line sequential.
                Select Optional Prop-Change-File
                       assign to "propchg.dat"
                       organization is line sequential.

        Data Division.

		02 AX-Adrs		Pic x(27).
		02 AX-Zip		Pic x(5).

      * change-of-ownership feed for the supplemental assessment run
      * (prog65): one record each time a sale rolls an existing
      * property's position forward, carrying the position it
      * replaced, appended run by run until prog65 consumes it
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

      * the day's master changes, appended run by run until prog77
      * ships them to the subscribers
	FD	Prop-Change-File.
	01	Prop-Change-Rec.
	Copy "propchg.cpy".

	Working-Storage Section.

      * defaults to the county feed's usual location; Accept-From-Sysin

	01	Rejected-Count		Pic 9(6) value zero.

	01	Supp-Change-Count	Pic 9(6) value zero.

      * the master row as read, for the change file's before image
	01	Before-Master-Rec	Pic x(96) value spaces.

	01	Current-Date-Time.
		02 CDT-Year		Pic 9(4).
		02 CDT-Month		Pic 9(2).
		02 CDT-Day		Pic 9(2).
		02 CDT-Hour		Pic 9(2).
		02 CDT-Minute		Pic 9(2).
		02 CDT-Second		Pic 9(2).
		02 Filler		Pic x(7).

	Procedure Division.

      * Executes 'Init', 'Main-Loop', and 'Finish', in that order

		Open Input Real-Estate-File.
		Open I-O Property-Master-File Apn-Xref-File.
		Open Extend Supp-Change-File Prop-Change-File.

		Read Real-Estate-File at end move "yes" to Eof-Flag.


		If master-found

			Move Property-Master-Rec to Before-Master-Rec

			Add 1 to PM-Times-Sold

			If Sale-Date-Num not < PM-Sale-Date
				Perform 2230-Post-Supp-Change
				Perform 2210-Fill-Position
			Else
				Add 1 to Resold-Count
			Rewrite Property-Master-Rec
			Add 1 to Updated-Count

			Move "NS" to PC-Change-Type
			Move Before-Master-Rec to PC-Before
			Perform 2240-Post-Master-Change

		Else

			Move 1 to PM-Times-Sold
			End-write
			Add 1 to Added-Count

			Move "NP" to PC-Change-Type
			Initialize PC-Before
			Perform 2240-Post-Master-Change

		End-if.

		Perform 2220-Post-Apn-Xref.

		End-if.

      * a sale that takes over an existing property's position is a
      * change of ownership; the position it replaces goes to the
      * supplemental feed with it, before 2210-Fill-Position
      * overwrites it - the same sale arriving a second time (same
      * date, same price) is no change and posts nothing
	2230-Post-Supp-Change.

		If Sale-Date-Num not = PM-Sale-Date or
		   Sale-Price not = PM-Sale-Price

			If Apn = spaces
				Move PM-Apn to SC-Apn
			Else
				Move Apn to SC-Apn
			End-if
			Move Adrs to SC-Adrs
			Move Zip to SC-Zip
			Move City to SC-City
			If County-Code = spaces
				Move "1" to SC-County
			Else
				Move County-Code to SC-County
			End-if
			Move Sale-Date-Num to SC-Sale-Date
			Move Sale-Price to SC-Sale-Price
			Move PM-Sale-Date to SC-Prior-Date
			Move PM-Sale-Price to SC-Prior-Price
			Write Supp-Change-Rec
			Add 1 to Supp-Change-Count

		End-if.

      * one change-file record for the row just written, the after
      * image straight off the master record; the change type and
      * before image are already set
	2240-Post-Master-Change.

		Move function current-date to Current-Date-Time.

		Move "DTL" to PC-Rec-Type.
		Move zero to PC-Seq.
		Move "PROG28" to PC-Source.
		Compute PC-Change-Date =
			CDT-Year * 10000 + CDT-Month * 100 + CDT-Day.
		Compute PC-Change-Time = CDT-Hour * 10000 +
			CDT-Minute * 100 + CDT-Second.
		Move PM-Apn to PC-Apn.
		Move PM-Adrs to PC-Adrs.
		Move PM-Zip to PC-Zip.
		Move spaces to PC-Changed-Fields.
		Move Property-Master-Rec to PC-After.

		Write Prop-Change-Rec.

	1300-Finish.

		Close Real-Estate-File Property-Master-File
		      Apn-Xref-File Supp-Change-File Prop-Change-File.

		Display "Property master update complete.".
		Display "Properties added:   " Added-Count.
		Display "Properties updated: " Updated-Count.
		Display "Out-of-date sales:  " Resold-Count.
		Display "Records rejected:   " Rejected-Count.
		Display "Ownership changes:  " Supp-Change-Count.
