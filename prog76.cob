        Identification Division.
        Program-Id. prog76.
        Date-Written. 10/15/2026.
        Author. Lucas Henry.
        Date-Compiled.

      * loads the indexed sale history, salehist.dat, that prog13,
      * prog21, prog27, prog34 and prog36 read instead of rescanning
      * the flat extract and archive end to end; it runs in the
      * nightly chain after prog3, takes every sale that passes
      * prog17's validation and is not on the rescission registry,
      * and leaves the ones already loaded where they are, so the
      * cumulative extract costs one keyed write per sale and only
      * the new ones land; prog39 deletes a sale from the history
      * when it posts the rescission to resreg.dat, archived sales
      * included, and a rescinded sale still on the extract is kept
      * off here (and taken off again should it have been loaded)
      *
      * the flat files stay the copy of record: with R on the second
      * Sysin line the file is emptied and rebuilt in the one run
      * from the extract plus the year-end archive, realehist.dat
      *
      * the primary key is Adrs/Zip/sale date (price breaks a
      * same-day tie); the alternate keys are the APN, the City with
      * the sale date, and the sale year-month

        Environment Division.

        Input-Output Section.
        File-Control.

                Select Real-Estate-File
                       assign to Real-Estate-File-Path.
                Select Optional History-File
                       assign to "/home1/c/a/acsi203/realehist.dat".
                Select Optional Rescind-Registry-File
                       assign to "/home1/c/a/acsi203/resreg.dat"
                       organization is indexed
                       access mode is random
                       record key is Res-Key.
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
                Select Output-File
                       assign to "prog76out.dat"
                       organization is line sequential.
		Select Run-Control-File
			assign to "runcontrol.log"
			organization is line sequential.

        Data Division.

        File Section.
	FD	Real-Estate-File.
	01	Input-Rec.
	Copy "realestate.cpy".

      * the year-end archive prog48 rolls the extract into
	FD	History-File.
	01	History-Rec		Pic x(137).

      * rescission registry prog39 maintains; a rescinded sale never
      * belongs on the history
	FD	Rescind-Registry-File.
	01	Rescind-Rec.
		02 Res-Key.
		   03 Res-Adrs		Pic x(27).
		   03 Res-Sale-Day	Pic x(3).
		   03 Res-Sale-Month	Pic x(3).
		   03 Res-Sale-Year	Pic x(4).
		   03 Res-Sale-Price	Pic x(9).

	FD	Sale-History-File.
	01	Sale-History-Rec.
	Copy "salehist.cpy".

	FD	Output-File.
	01	Output-Rec		Pic x(132).

	FD	Run-Control-File.
	01	Run-Control-Rec		Pic x(54).

	Working-Storage Section.

      * defaults to the standardized extract the chain runs off, so
      * a rebuild keys on the same folded addresses the nightly load
      * does; Accept-From-Sysin in 1000-Init lets operations repoint
      * a run at a differently named extract without having to
      * hand-edit and recompile
	01	Real-Estate-File-Path	Pic x(80) value
		"realestate.std".

      * blank for the nightly load, R to empty the file and rebuild
      * it from the extract and the archive
	01	Load-Mode-Param		Pic x(1) value space.
		88 rebuild-mode value "R" "r".

	01	Eof-Flag		Pic x(3) value "no".
		88 end-reached value "yes".

	01	History-Phase-Flag	Pic x(3) value "no".
		88 reading-history value "yes".

	01	Invalid-flag		Pic x(3) value "no".
		88 bad-record value "yes".

	01	Rescinded-Flag		Pic x(3) value "no".
		88 sale-rescinded value "yes".

	01	Duplicate-Flag		Pic x(3) value "no".
		88 already-loaded value "yes".

	01	Removed-Flag		Pic x(3) value "no".
		88 sale-removed value "yes".

	01	Input-Record-Count	Pic 9(6) value zero.

	01	History-Record-Count	Pic 9(6) value zero.

	01	Error-Record-Count	Pic 9(6) value zero.

	01	Loaded-Count		Pic 9(6) value zero.

	01	Already-Count		Pic 9(6) value zero.

	01	Rescinded-Count		Pic 9(6) value zero.

	01	Removed-Count		Pic 9(6) value zero.

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

	01	Current-Date-Time.
		02 CDT-Year		Pic 9(4).
		02 CDT-Month		Pic 9(2).
		02 CDT-Day		Pic 9(2).
		02 CDT-Hour		Pic 9(2).
		02 CDT-Minute		Pic 9(2).
		02 CDT-Second		Pic 9(2).
		02 Filler		Pic x(7).

	01	Report-Header.
		02 Filler		Pic x(48) value spaces.
		02 Filler		Pic x(36) value
		    "Sale History Load".
		02 Filler		Pic x(48) value spaces.

	01	Mode-Line.
		02 Filler		Pic x(12) value spaces.
		02 Mode-Out		Pic x(60).
		02 Filler		Pic x(60) value spaces.

	01	Report-Footer.
		02 Filler		Pic x(59) value spaces.
		02 Filler		Pic x(13) value
		    	"End of Report".
		02 Filler		Pic x(60) value spaces.

	01	Count-Line.
		02 Filler		Pic x(12) value spaces.
		02 Count-Label-Out	Pic x(40).
		02 Count-Out		Pic ZZZ,ZZ9.
		02 Filler		Pic x(73) value spaces.

      * one line per run, appended to runcontrol.log; the input
      * column carries extract and archive records together, the
      * output column the sales newly loaded
	01	Run-Control-Line.
		02 RCL-Program		Pic x(8) value "PROG76".
		02 Filler		Pic x(2) value spaces.
		02 RCL-Date		Pic x(10).
		02 Filler		Pic x(2) value spaces.
		02 RCL-Time		Pic x(8).
		02 Filler		Pic x(2) value spaces.
		02 RCL-Input-Out	Pic ZZZZZ9.
		02 Filler		Pic x(2) value spaces.
		02 RCL-Output-Out	Pic ZZZZZ9.
		02 Filler		Pic x(2) value spaces.
		02 RCL-Error-Out	Pic ZZZZZ9.

	Procedure Division.

      * Executes 'Init', 'Main-Loop', and 'Finish', in that order
	0000-Main-Logic.
		Perform 1000-Init.
		Perform 1200-Main-Loop until end-reached.
		Perform 1300-Finish.
		Stop Run.

      * opens the files, empties the history first on a rebuild,
      * and writes the report header
	1000-Init.

		Accept Real-Estate-File-Path from Sysin.
		If Real-Estate-File-Path = spaces
			Move "realestate.std" to Real-Estate-File-Path.

		Accept Load-Mode-Param from Sysin.

		If rebuild-mode
			Open Output Sale-History-File
			Close Sale-History-File
		End-if.

		Open Input Real-Estate-File Rescind-Registry-File.
		Open I-O Sale-History-File.
		Open Output Output-File.
		Open Extend Run-Control-File.

		Write Output-Rec from Report-Header.
		Move spaces to Output-Rec.
		Write Output-Rec.
		If rebuild-mode
			Move "Rebuild from extract and realehist.dat" to
				Mode-Out
		Else
			Move "Nightly load from the extract" to Mode-Out
		End-if.
		Write Output-Rec from Mode-Line.
		Move spaces to Output-Rec.
		Write Output-Rec.

		Perform 1140-Read-Sale.

      * the next sale: the extract first, then on a rebuild the
      * archive behind it
	1140-Read-Sale.

		If reading-history
			Read History-File into Input-Rec
				at end move "yes" to Eof-Flag
			End-read
			If not end-reached
				Add 1 to History-Record-Count
			End-if
		Else
			Read Real-Estate-File
				at end perform 1145-Roll-To-History
			End-read
			If not end-reached and not reading-history
				Add 1 to Input-Record-Count
			End-if
		End-if.

      * the extract is spent; a rebuild goes on into the archive,
      * the nightly load is done
	1145-Roll-To-History.

		If rebuild-mode
			Move "yes" to History-Phase-Flag
			Open Input History-File
			Read History-File into Input-Rec
				at end move "yes" to Eof-Flag
			End-read
			If not end-reached
				Add 1 to History-Record-Count
			End-if
		Else
			Move "yes" to Eof-Flag
		End-if.

      * validates each record the way prog17 does; a good sale is
      * loaded unless it has been rescinded, and a rescinded one
      * already on the history is taken back off
	1200-Main-Loop.

		Perform 2100-Validation.

		If bad-record
			Add 1 to Error-Record-Count
			Move "no" to Invalid-flag
		Else
			Perform 2160-Check-Rescinded
			Perform 2200-Build-Entry
			If sale-rescinded
				Add 1 to Rescinded-Count
				Perform 2400-Remove-Sale
			Else
				Perform 2300-Load-Sale
			End-if
		End-if.

		Perform 1140-Read-Sale.

      * no-op body; the search for a matching allowed state happens
      * entirely in the Perform ... Varying's Until condition
	2110-Classify-State.

		Continue.

      * no-op body; the search for Sale-Month's position in the
      * calendar happens entirely in the Perform ... Varying's Until
      * condition
	2120-Classify-Month.

		Continue.

      * the validation prog17 runs ahead of the roll, so the history
      * holds exactly the sales the reports accept
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

      * lays out the history entry, keys and all; Month-index and
      * Sale-Day-Num are still set from 2130-Check-Date
	2200-Build-Entry.

		Move Adrs to SH-Adrs.
		Move Zip to SH-Zip.
		Compute SH-Sale-Date = Sale-Year * 10000 +
			Month-index * 100 + Sale-Day-Num.
		Move Sale-Price to SH-Sale-Price.
		Move Apn to SH-Apn.
		Move City to SH-City.
		Move SH-Sale-Date to SH-City-Date.
		Compute SH-Year-Month = Sale-Year * 100 + Month-index.
		Move Input-Rec to SH-Sale-Rec.

      * a sale the history already holds came in on an earlier
      * night's extract and stays as it is
	2300-Load-Sale.

		Move "no" to Duplicate-Flag.
		Write Sale-History-Rec
			invalid key move "yes" to Duplicate-Flag
		End-write.

		If already-loaded
			Add 1 to Already-Count
		Else
			Add 1 to Loaded-Count
		End-if.

      * takes a rescinded sale off the history if an earlier run
      * loaded it before the rescission was posted
	2400-Remove-Sale.

		Move "yes" to Removed-Flag.
		Delete Sale-History-File record
			invalid key move "no" to Removed-Flag
		End-delete.

		If sale-removed
			Add 1 to Removed-Count
		End-if.

      * closes with the counts and the run-control line
	1300-Finish.

		Move "Extract records read:" to Count-Label-Out.
		Move Input-Record-Count to Count-Out.
		Write Output-Rec from Count-Line.

		If rebuild-mode
			Move "Archive records read:" to Count-Label-Out
			Move History-Record-Count to Count-Out
			Write Output-Rec from Count-Line
		End-if.

		Move "Sales loaded:" to Count-Label-Out.
		Move Loaded-Count to Count-Out.
		Write Output-Rec from Count-Line.

		Move "Sales already on the history:" to Count-Label-Out.
		Move Already-Count to Count-Out.
		Write Output-Rec from Count-Line.

		Move "Rescinded sales left off:" to Count-Label-Out.
		Move Rescinded-Count to Count-Out.
		Write Output-Rec from Count-Line.

		Move "Rescinded sales taken off the history:" to
			Count-Label-Out.
		Move Removed-Count to Count-Out.
		Write Output-Rec from Count-Line.

		Move "Records rejected by validation:" to
			Count-Label-Out.
		Move Error-Record-Count to Count-Out.
		Write Output-Rec from Count-Line.

		Move spaces to Output-Rec.
		Write Output-Rec.
		Write Output-Rec from Report-Footer.

		Perform 1900-Write-Run-Log.

		If reading-history
			Close History-File
		End-if.

		Close Real-Estate-File Rescind-Registry-File
		      Sale-History-File Output-File Run-Control-File.

      * appends one line to runcontrol.log recording when this run
      * happened and how many records it read/loaded/rejected
	1900-Write-Run-Log.

		Move function current-date to Current-Date-Time.

		String CDT-Month "/" CDT-Day "/" CDT-Year
			Delimited by size into RCL-Date
		End-string.

		String CDT-Hour ":" CDT-Minute ":" CDT-Second
			Delimited by size into RCL-Time
		End-string.

		Compute RCL-Input-Out =
			Input-Record-Count + History-Record-Count.
		Move Loaded-Count to RCL-Output-Out.
		Move Error-Record-Count to RCL-Error-Out.

		Write Run-Control-Rec from Run-Control-Line.
