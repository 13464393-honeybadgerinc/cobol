        Identification Division.
        Program-Id. prog85.
        Date-Written. 10/15/2026.
        Author. Lucas Henry.
        Date-Compiled.

      * quarterly agent production report for sales management: the
      * county extract and the realehist.dat archive are read as one
      * stream, the way prog13's combined-history read takes them,
      * so the same quarter a year earlier is there even after the
      * year-end archive; every sale closed in the quarter or in the
      * same quarter last year, less the ones rescinded onto
      * resreg.dat, is totalled by agent county-wide and by agent
      * within each City; the current roster - agents on company.dat
      * not marked inactive on agentmst.dat - is ranked by closed
      * volume with the unit-count rank beside it, each agent's share
      * of the area's Sale-Price dollars, average sale price, and
      * change in volume against last year's quarter; inactive
      * agents are kept out of the ranking and shown as one total,
      * and the sales of agents who are not ours (outside brokerages)
      * as another, so each area also shows our share of its
      * dollars this quarter and last year's

        Environment Division.

        Input-Output Section.
        File-Control.

                Select Input-File
                       assign to Input-File-Path.
                Select Optional History-File
                       assign to "/home1/c/a/acsi203/realehist.dat".
                Select Optional Rescind-Registry-File
                       assign to "/home1/c/a/acsi203/resreg.dat"
                       organization is indexed
                       access mode is random
                       record key is Res-Key.
                Select Optional agentMasterFile
                       assign to "/home1/c/a/acsi203/agentmst.dat"
                       organization is indexed
                       access mode is random
                       record key is agentSSN.
                Select Company-File
                       assign to Company-File-Path.
                Select Output-File
                       assign to "prog85out.dat"
                       organization is line sequential.
		Select Run-Control-File
			assign to "runcontrol.log"
			organization is line sequential.

        Data Division.

        File Section.
	FD	Input-File.
	01	Input-Rec.
	Copy "realestate.cpy".

      * prior years' sales, moved off the extract at year end
	FD	History-File.
	01	History-Rec		Pic x(137).

      * sales the county cancelled; prog39 posts them
	FD	Rescind-Registry-File.
	01	Rescind-Rec.
		02 Res-Key.
		   03 Res-Adrs		Pic x(27).
		   03 Res-Sale-Day	Pic x(3).
		   03 Res-Sale-Month	Pic x(3).
		   03 Res-Sale-Year	Pic x(4).
		   03 Res-Sale-Price	Pic x(9).

      * agent master maintained by prog15; agentStatus I keeps an
      * agent out of the ranking
	FD	agentMasterFile.
	01	agentMasterRec.
		02 agentSSN		Pic x(7).
		02 agentCommRate	Pic v999.
		02 agentStatus		Pic x.
      * real estate license: number, type (S salesperson, B broker)
      * and expiry yyyymmdd; zero expiry = no license on file yet
		02 agentLicNum		Pic x(10).
		02 agentLicType		Pic x.
		02 agentLicExpire	Pic 9(8).
      * taxpayer ID for the year-end 1099 (9 digits) and its type,
      * S SSN or E EIN; blank = no W-9 on file yet
		02 agentTIN		Pic x(9).
		02 agentTINType		Pic x.

	FD	Company-File.
	01	Company-Rec.
		02 Last-Name		Pic x(10).
		02 First-Name		Pic x(20).
		02 Filler		Pic x(54).
		02 Dept-Code		Pic x(3).
		02 Hired		Pic x(10).
		02 SSN			Pic 9(7).
		02 Mar-Stat		Pic x.
		02 Emp-Stat		Pic x.
		02 Salary		Pic 99v99.
		02 Filler		Pic x.

	FD	Output-File.
	01	Output-Rec		Pic x(132).

	FD	Run-Control-File.
	01	Run-Control-Rec		Pic x(54).

	Working-Storage Section.

      * defaults to the county feed's usual location; Accept-From-Sysin
      * in 1000-Init lets operations repoint a run at a differently
      * named extract without having to hand-edit and recompile
	01	Input-File-Path		Pic x(80) value
		"/home1/c/a/acsi203/realestate.dat".

	01	Company-File-Path	Pic x(80) value
		"/home1/c/a/acsi203/company.dat".

      * the quarter reported, keyed yyyyq (e.g. 20263 for July
      * through September 2026); blank takes the last quarter closed
	01	Quarter-Param		Pic x(5) value spaces.

	01	Quarter-Value		Pic 9(5) value zero.

	01	Quarter-Parts redefines Quarter-Value.
		02 Report-Year		Pic 9(4).
		02 Report-Quarter	Pic 9(1).

	01	Prior-Year		Pic 9(4) value zero.

	01	Sale-Quarter		Pic 9(1) value zero.

	01	Current-Date-Time.
		02 CDT-Year		Pic 9(4).
		02 CDT-Month		Pic 9(2).
		02 CDT-Day		Pic 9(2).
		02 CDT-Hour		Pic 9(2).
		02 CDT-Minute		Pic 9(2).
		02 CDT-Second		Pic 9(2).
		02 Filler		Pic x(7).

	01	History-Phase-Flag	Pic x(3) value "no".
		88 reading-history value "yes".

	01	Eof-Flag		Pic x(3) value "no".
		88 end-reached value "yes".

	01	Company-Eof		Pic x(3) value "no".
		88 company-end value "yes".

	01	Rescinded-Flag		Pic x(3) value "no".
		88 rescinded value "yes".

	01	Agent-Found-Flag	Pic x(3) value "no".
		88 agent-found value "yes".

      * calendar-order month names, used to turn Sale-Month into a
      * month number and the month into its quarter
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

      * the company's people, for the names and for telling our
      * agents from outside brokerages
	01	Employee-Count		Pic 9(4) value zero.

	01	Employee-Max		Pic 9(4) value 500.

	01	Employee-Index		Pic 9(4) value zero.

	01	Employee-Table.
		02 Employee-Data occurs 1 to 500 times
			depending on Employee-Count.
			03 Emp-SSN		Pic 9(7).
			03 Emp-Last-Name	Pic x(10).
			03 Emp-First-Name	Pic x(20).

      * one entry per agent seen in either quarter; AG-Roster is A
      * for a current agent, I for an inactive one, O for an agent
      * not on company.dat
	01	Agent-Count		Pic 9(4) value zero.

	01	Agent-Max		Pic 9(4) value 1000.

	01	Agent-Index		Pic 9(4) value zero.

	01	Agent-Table.
		02 Agent-Data occurs 1 to 1000 times
			depending on Agent-Count.
			03 AG-Agent-ID		Pic 9(7).
			03 AG-Roster		Pic x(1).
			03 AG-Name		Pic x(25).
			03 AG-Cur-Volume	Pic 9(13).
			03 AG-Cur-Units		Pic 9(6).
			03 AG-Prior-Volume	Pic 9(13).
			03 AG-Prior-Units	Pic 9(6).

      * one entry per City, kept in City order by insertion
	01	City-Count		Pic 9(4) value zero.

	01	City-Max		Pic 9(4) value 300.

	01	City-Index		Pic 9(4) value zero.

	01	City-Table.
		02 City-Data occurs 1 to 300 times
			depending on City-Count.
			03 CT-City		Pic x(15).
			03 CT-Totals.
			   04 CT-Cur-Volume	Pic 9(13).
			   04 CT-Cur-Units	Pic 9(6).
			   04 CT-Prior-Volume	Pic 9(13).
			   04 CT-Prior-Units	Pic 9(6).
			   04 CT-Our-Cur-Volume	Pic 9(13).
			   04 CT-Our-Prior-Volume
						Pic 9(13).
			   04 CT-Inact-Volume	Pic 9(13).
			   04 CT-Inact-Units	Pic 9(6).
			   04 CT-Other-Volume	Pic 9(13).
			   04 CT-Other-Units	Pic 9(6).

	01	Work-City.
		02 WC-City		Pic x(15).
		02 WC-Totals		Pic x(102).

      * one entry per agent within a City
	01	Area-Count		Pic 9(4) value zero.

	01	Area-Max		Pic 9(4) value 3000.

	01	Area-Index		Pic 9(4) value zero.

	01	Area-Table.
		02 Area-Data occurs 1 to 3000 times
			depending on Area-Count.
			03 AR-City		Pic x(15).
			03 AR-Agent-Index	Pic 9(4).
			03 AR-Cur-Volume	Pic 9(13).
			03 AR-Cur-Units		Pic 9(6).
			03 AR-Prior-Volume	Pic 9(13).
			03 AR-Prior-Units	Pic 9(6).

      * the current agents of one area, highest volume first
	01	Rank-Count		Pic 9(4) value zero.

	01	Rank-Index		Pic 9(4) value zero.

	01	Other-Rank-Index	Pic 9(4) value zero.

	01	Insert-Index		Pic 9(4) value zero.

	01	Shift-Index		Pic 9(4) value zero.

	01	Rank-Table.
		02 Rank-Data occurs 1 to 1000 times
			depending on Rank-Count.
			03 RK-Agent-Index	Pic 9(4).
			03 RK-Cur-Volume	Pic 9(13).
			03 RK-Cur-Units		Pic 9(6).
			03 RK-Prior-Volume	Pic 9(13).

	01	Work-Rank.
		02 WR-Agent-Index	Pic 9(4).
		02 WR-Cur-Volume	Pic 9(13).
		02 WR-Cur-Units		Pic 9(6).
		02 WR-Prior-Volume	Pic 9(13).

	01	County-Totals.
		02 CO-Cur-Volume	Pic 9(13) value zero.
		02 CO-Cur-Units		Pic 9(6) value zero.
		02 CO-Prior-Volume	Pic 9(13) value zero.
		02 CO-Prior-Units	Pic 9(6) value zero.
		02 CO-Our-Cur-Volume	Pic 9(13) value zero.
		02 CO-Our-Prior-Volume	Pic 9(13) value zero.
		02 CO-Inact-Volume	Pic 9(13) value zero.
		02 CO-Inact-Units	Pic 9(6) value zero.
		02 CO-Other-Volume	Pic 9(13) value zero.
		02 CO-Other-Units	Pic 9(6) value zero.

      * the area being printed: the county or one City
	01	Area-Totals.
		02 AT-Cur-Volume	Pic 9(13) value zero.
		02 AT-Cur-Units		Pic 9(6) value zero.
		02 AT-Prior-Volume	Pic 9(13) value zero.
		02 AT-Prior-Units	Pic 9(6) value zero.
		02 AT-Our-Cur-Volume	Pic 9(13) value zero.
		02 AT-Our-Prior-Volume	Pic 9(13) value zero.
		02 AT-Inact-Volume	Pic 9(13) value zero.
		02 AT-Inact-Units	Pic 9(6) value zero.
		02 AT-Other-Volume	Pic 9(13) value zero.
		02 AT-Other-Units	Pic 9(6) value zero.

	01	Sale-Amount		Pic 9(9) value zero.

	01	In-Current-Flag		Pic x(3) value "no".
		88 in-current value "yes".

	01	Unit-Rank		Pic 9(4) value zero.

	01	Share-Pct		Pic 9(3)v99 value zero.

	01	Average-Price		Pic 9(11) value zero.

	01	Change-Pct		Pic s9(5)v9 value zero.

	01	Read-Count		Pic 9(7) value zero.

	01	Counted-Count		Pic 9(7) value zero.

	01	Skipped-Record-Count	Pic 9(7) value zero.

	01	Rescinded-Count		Pic 9(7) value zero.

	01	Overflow-Count		Pic 9(7) value zero.

	01	Report-Header.
		02 Filler		Pic x(40) value spaces.
		02 Filler		Pic x(40) value
		    "Agent Production Ranking and Share - Q".
		02 RH-Quarter-Out	Pic 9(1).
		02 Filler		Pic x(1) value spaces.
		02 RH-Year-Out		Pic 9(4).
		02 Filler		Pic x(46) value spaces.

	01	Area-Line.
		02 Filler		Pic x(6) value "Area: ".
		02 AL-Area-Out		Pic x(20).
		02 Filler		Pic x(106) value spaces.

	01	Area-Total-Line.
		02 ATL-Label-Out	Pic x(26).
		02 ATL-Units-Out	Pic ZZZ,ZZ9.
		02 Filler		Pic x(7) value " sales ".
		02 ATL-Volume-Out	Pic $$$$,$$$,$$$,$$9.
		02 Filler		Pic x(18) value
		    "   our share:".
		02 ATL-Share-Out	Pic ZZ9.99.
		02 Filler		Pic x(1) value "%".
		02 Filler		Pic x(51) value spaces.

	01	Column-Header-1.
		02 Filler		Pic x(6) value "   Vol".
		02 Filler		Pic x(7) value "  Unit".
		02 Filler		Pic x(34) value spaces.
		02 Filler		Pic x(8) value spaces.
		02 Filler		Pic x(17) value
		    "          Sales".
		02 Filler		Pic x(8) value "  Share".
		02 Filler		Pic x(13) value
		    "      Average".
		02 Filler		Pic x(17) value
		    "      Last Year".
		02 Filler		Pic x(9) value "   Change".
		02 Filler		Pic x(13) value spaces.

	01	Column-Header-2.
		02 Filler		Pic x(6) value "  Rank".
		02 Filler		Pic x(7) value "  Rank".
		02 Filler		Pic x(9) value "Agent".
		02 Filler		Pic x(25) value "Name".
		02 Filler		Pic x(8) value "   Units".
		02 Filler		Pic x(17) value
		    "         Volume".
		02 Filler		Pic x(8) value "   of $".
		02 Filler		Pic x(13) value
		    "        Price".
		02 Filler		Pic x(17) value
		    "         Volume".
		02 Filler		Pic x(9) value "   Volume".
		02 Filler		Pic x(13) value spaces.

	01	Rank-Line.
		02 RL-Rank-Out		Pic ZZZZ9.
		02 Filler		Pic x(1) value spaces.
		02 RL-Unit-Rank-Out	Pic ZZZZ9.
		02 Filler		Pic x(2) value spaces.
		02 RL-Agent-Out		Pic 9(7).
		02 Filler		Pic x(2) value spaces.
		02 RL-Name-Out		Pic x(25).
		02 Filler		Pic x(1) value spaces.
		02 RL-Units-Out		Pic ZZZ,ZZ9.
		02 Filler		Pic x(1) value spaces.
		02 RL-Volume-Out	Pic ZZZ,ZZZ,ZZZ,ZZ9.
		02 Filler		Pic x(2) value spaces.
		02 RL-Share-Out		Pic ZZ9.99.
		02 Filler		Pic x(1) value "%".
		02 Filler		Pic x(1) value spaces.
		02 RL-Average-Out	Pic ZZZ,ZZZ,ZZ9.
		02 Filler		Pic x(2) value spaces.
		02 RL-Prior-Out		Pic ZZZ,ZZZ,ZZZ,ZZ9.
		02 Filler		Pic x(2) value spaces.
		02 RL-Change-Out	Pic x(9).
		02 Filler		Pic x(12) value spaces.

	01	Change-Image		Pic ----9.9.

	01	Group-Line.
		02 Filler		Pic x(21) value spaces.
		02 GL-Label-Out		Pic x(26).
		02 GL-Units-Out		Pic ZZZ,ZZ9.
		02 Filler		Pic x(1) value spaces.
		02 GL-Volume-Out	Pic ZZZ,ZZZ,ZZZ,ZZ9.
		02 Filler		Pic x(2) value spaces.
		02 GL-Share-Out		Pic ZZ9.99.
		02 Filler		Pic x(1) value "%".
		02 Filler		Pic x(53) value spaces.

	01	Note-Line.
		02 Note-Label-Out	Pic x(48).
		02 Note-Count-Out	Pic ZZZ,ZZZ,ZZ9.
		02 Filler		Pic x(73) value spaces.

	01	Report-Footer.
		02 Filler		Pic x(59) value spaces.
		02 Filler		Pic x(13) value
		    	"End of Report".
		02 Filler		Pic x(60) value spaces.

      * one line per run, appended to runcontrol.log; input is the
      * sales read, output the sales counted, errors the sales left
      * out for bad data or a full table
	01	Run-Control-Line.
		02 RCL-Program		Pic x(8) value "PROG85".
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

      * settles the quarter, loads the names, and opens the stream
	1000-Init.

		Accept Input-File-Path from Sysin.
		If Input-File-Path = spaces
			Move "/home1/c/a/acsi203/realestate.dat"
				to Input-File-Path.

		Accept Quarter-Param from Sysin.

		Accept Company-File-Path from Sysin.
		If Company-File-Path = spaces
			Move "/home1/c/a/acsi203/company.dat"
				to Company-File-Path.

		If Quarter-Param numeric
			Move Quarter-Param to Quarter-Value
		Else
			Perform 1020-Last-Closed-Quarter
		End-if.

		If Report-Quarter < 1 or Report-Quarter > 4
			Display "Quarter must be keyed yyyyq, q 1-4."
			Move 8 to Return-Code
			Stop Run
		End-if.

		Compute Prior-Year = Report-Year - 1.

		Open Input Company-File.
		Perform 1060-Read-Employee
			varying Employee-Index from 1 by 1
			until company-end
			or Employee-Index > Employee-Max.
		Close Company-File.

		Open Input Input-File Rescind-Registry-File
			   agentMasterFile.
		Open Output Output-File.
		Open Extend Run-Control-File.

		Move Report-Quarter to RH-Quarter-Out.
		Move Report-Year to RH-Year-Out.
		Write Output-Rec from Report-Header.

		Perform 1140-Read-Sale.

      * the quarter before the one today falls in
	1020-Last-Closed-Quarter.

		Move function current-date to Current-Date-Time.

		Compute Report-Quarter = (CDT-Month + 2) / 3 - 1.
		Move CDT-Year to Report-Year.

		If Report-Quarter = zero
			Move 4 to Report-Quarter
			Subtract 1 from Report-Year
		End-if.

	1060-Read-Employee.

		Read Company-File at end move "yes" to Company-Eof
		end-read.

		If not company-end
			Move Last-Name to
				Emp-Last-Name(Employee-Index)
			Move First-Name to
				Emp-First-Name(Employee-Index)
			Move SSN to Emp-SSN(Employee-Index)
			Move Employee-Index to Employee-Count
		End-if.

      * reads the next sale, rolling from the current file onto the
      * realehist.dat archive; the archive reads into the same
      * record area, so everything downstream sees one stream
	1140-Read-Sale.

		If reading-history
			Read History-File into Input-Rec
				at end move "yes" to Eof-Flag
			End-read
		Else
			Read Input-File
			    at end Perform 1145-Roll-To-History
			End-read
		End-if.

	1145-Roll-To-History.

		Move "yes" to History-Phase-Flag.
		Open Input History-File.
		Read History-File into Input-Rec
			at end move "yes" to Eof-Flag
		End-read.

      * a sale in the reported quarter or the same quarter last year
      * is counted unless the county rescinded it; a record whose
      * month, year, price, or agent can't be trusted is left out
	1200-Main-Loop.

		Add 1 to Read-Count.

		Perform 2120-Classify-Month varying Month-index
			from 1 by 1 until Month-index > 12
			or Sale-Month = months(Month-index).

		If Month-index > 12 or Sale-Price not numeric
		   or Sale-Year not numeric or Agent-ID not numeric

			Add 1 to Skipped-Record-Count

		Else

			Compute Sale-Quarter = (Month-index + 2) / 3

			If Sale-Quarter = Report-Quarter
			   and (Sale-Year = Report-Year
			   or Sale-Year = Prior-Year)
				Perform 2170-Check-Rescinded
				If rescinded
					Add 1 to Rescinded-Count
				Else
					Perform 2200-Count-Sale
				End-if
			End-if

		End-if.

		Perform 1140-Read-Sale.

      * no-op body; the search for Sale-Month's position in the
      * calendar happens entirely in the Perform ... Varying's Until
      * condition
	2120-Classify-Month.

		Continue.

      * one keyed read against the rescission registry answers "did
      * the county cancel this sale", the same check prog10 runs
	2170-Check-Rescinded.

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

      * adds the sale to its agent, its City, the agent within the
      * City, and the county, on the current or the prior side
	2200-Count-Sale.

		Move Sale-Price to Sale-Amount.

		If Sale-Year = Report-Year
			Move "yes" to In-Current-Flag
		Else
			Move "no" to In-Current-Flag
		End-if.

		Perform 2300-Find-Agent.
		Perform 2400-Find-City.

		If Agent-Index > Agent-Count or City-Index > City-Count
			Add 1 to Overflow-Count
		Else
			Perform 2500-Find-Area
			If Area-Index > Area-Count
				Add 1 to Overflow-Count
			Else
				Add 1 to Counted-Count
				Perform 2600-Add-Sale
			End-if
		End-if.

      * the agent's entry, added on first sight with the agent's
      * name and place on the roster
	2300-Find-Agent.

		Perform 2310-Classify-Agent
			varying Agent-Index from 1 by 1
			until Agent-Index > Agent-Count
			or AG-Agent-ID(Agent-Index) = Agent-ID.

		If Agent-Index > Agent-Count
		   and Agent-Count < Agent-Max
			Add 1 to Agent-Count
			Move Agent-Count to Agent-Index
			Perform 2320-New-Agent
		End-if.

	2310-Classify-Agent.

		Continue.

      * an agent not on company.dat works for someone else; one of
      * ours marked I on agentmst.dat has left the roster
	2320-New-Agent.

		Move Agent-ID to AG-Agent-ID(Agent-Index).
		Move zero to AG-Cur-Volume(Agent-Index)
			AG-Cur-Units(Agent-Index)
			AG-Prior-Volume(Agent-Index)
			AG-Prior-Units(Agent-Index).

		Perform 2330-Classify-Employee
			varying Employee-Index from 1 by 1
			until Employee-Index > Employee-Count
			or Emp-SSN(Employee-Index) = Agent-ID.

		If Employee-Index > Employee-Count
			Move "O" to AG-Roster(Agent-Index)
			Move spaces to AG-Name(Agent-Index)
		Else
			Move "A" to AG-Roster(Agent-Index)
			Move spaces to AG-Name(Agent-Index)
			String Emp-Last-Name(Employee-Index)
				delimited by "  "
				", " delimited by size
				Emp-First-Name(Employee-Index)
				delimited by "  "
				into AG-Name(Agent-Index)
			End-string
			Move Agent-ID to agentSSN
			Move "no" to Agent-Found-Flag
			Read agentMasterFile
				invalid key continue
				not invalid key
					move "yes" to Agent-Found-Flag
			End-read
			If agent-found and agentStatus = "I"
				Move "I" to AG-Roster(Agent-Index)
			End-if
		End-if.

	2330-Classify-Employee.

		Continue.

      * the City's entry, inserted in City order on first sight
	2400-Find-City.

		Perform 2410-Classify-City
			varying City-Index from 1 by 1
			until City-Index > City-Count
			or CT-City(City-Index) not < City.

		If City-Index > City-Count
			If City-Count < City-Max
				Perform 2420-Insert-City
			End-if
		Else
			If CT-City(City-Index) not = City
				If City-Count < City-Max
					Perform 2420-Insert-City
				Else
					Compute City-Index =
						City-Count + 1
				End-if
			End-if
		End-if.

	2410-Classify-City.

		Continue.

      * shifts the Cities below this one down a slot and drops the
      * new City in, the insertion-sort shape prog13 uses
	2420-Insert-City.

		Move City to WC-City.
		Move zeros to WC-Totals.

		Move City-Index to Insert-Index.
		Add 1 to City-Count.

		Perform 2430-Shift-City-Down
			varying Shift-Index from City-Count by -1
			until Shift-Index <= Insert-Index.

		Move Work-City to City-Data(Insert-Index).
		Move Insert-Index to City-Index.

	2430-Shift-City-Down.

		Move City-Data(Shift-Index - 1) to
			City-Data(Shift-Index).

      * the agent's entry within the City
	2500-Find-Area.

		Perform 2510-Classify-Area
			varying Area-Index from 1 by 1
			until Area-Index > Area-Count
			or (AR-City(Area-Index) = City
			and AR-Agent-Index(Area-Index) = Agent-Index).

		If Area-Index > Area-Count
		   and Area-Count < Area-Max
			Add 1 to Area-Count
			Move Area-Count to Area-Index
			Move City to AR-City(Area-Index)
			Move Agent-Index to AR-Agent-Index(Area-Index)
			Move zero to AR-Cur-Volume(Area-Index)
				AR-Cur-Units(Area-Index)
				AR-Prior-Volume(Area-Index)
				AR-Prior-Units(Area-Index)
		End-if.

	2510-Classify-Area.

		Continue.

	2600-Add-Sale.

		If in-current
			Add Sale-Amount to AG-Cur-Volume(Agent-Index)
				AR-Cur-Volume(Area-Index)
				CT-Cur-Volume(City-Index)
				CO-Cur-Volume
			Add 1 to AG-Cur-Units(Agent-Index)
				AR-Cur-Units(Area-Index)
				CT-Cur-Units(City-Index)
				CO-Cur-Units
		Else
			Add Sale-Amount to AG-Prior-Volume(Agent-Index)
				AR-Prior-Volume(Area-Index)
				CT-Prior-Volume(City-Index)
				CO-Prior-Volume
			Add 1 to AG-Prior-Units(Agent-Index)
				AR-Prior-Units(Area-Index)
				CT-Prior-Units(City-Index)
				CO-Prior-Units
		End-if.

		If AG-Roster(Agent-Index) not = "O"
			If in-current
				Add Sale-Amount to
					CT-Our-Cur-Volume(City-Index)
					CO-Our-Cur-Volume
			Else
				Add Sale-Amount to
					CT-Our-Prior-Volume(City-Index)
					CO-Our-Prior-Volume
			End-if
		End-if.

		If in-current and AG-Roster(Agent-Index) = "I"
			Add Sale-Amount to CT-Inact-Volume(City-Index)
				CO-Inact-Volume
			Add 1 to CT-Inact-Units(City-Index)
				CO-Inact-Units
		End-if.

		If in-current and AG-Roster(Agent-Index) = "O"
			Add Sale-Amount to CT-Other-Volume(City-Index)
				CO-Other-Volume
			Add 1 to CT-Other-Units(City-Index)
				CO-Other-Units
		End-if.

      * the county-wide ranking, then one per City in City order,
      * then the counts
	1300-Finish.

		If reading-history
			Close History-File
		End-if.

		Move "County-wide" to AL-Area-Out.
		Move County-Totals to Area-Totals.
		Move zero to Rank-Count.
		Perform 3010-Rank-County-Agent
			varying Agent-Index from 1 by 1
			until Agent-Index > Agent-Count.
		Perform 3100-Print-Area.

		Perform 3200-Rank-City
			varying City-Index from 1 by 1
			until City-Index > City-Count.

		Move spaces to Output-Rec.
		Write Output-Rec.

		Move "Sales read (extract and archive):" to
			Note-Label-Out.
		Move Read-Count to Note-Count-Out.
		Write Output-Rec from Note-Line.

		Move "Sales counted in the two quarters:" to
			Note-Label-Out.
		Move Counted-Count to Note-Count-Out.
		Write Output-Rec from Note-Line.

		Move "Rescinded sales left out (resreg.dat):" to
			Note-Label-Out.
		Move Rescinded-Count to Note-Count-Out.
		Write Output-Rec from Note-Line.

		Move "Records skipped - bad month/year/price/agent:"
			to Note-Label-Out.
		Move Skipped-Record-Count to Note-Count-Out.
		Write Output-Rec from Note-Line.

		If Overflow-Count > 0
			Move "Sales past the tables - not counted:" to
				Note-Label-Out
			Move Overflow-Count to Note-Count-Out
			Write Output-Rec from Note-Line
			Move 4 to Return-Code
		End-if.

		Move spaces to Output-Rec.
		Write Output-Rec.
		Write Output-Rec from Report-Footer.

		Perform 1900-Write-Run-Log.

		Close Input-File Rescind-Registry-File agentMasterFile
		      Output-File Run-Control-File.

      * appends one line to runcontrol.log recording when this run
      * happened and how many sales it counted
	1900-Write-Run-Log.

		Move function current-date to Current-Date-Time.

		String CDT-Month "/" CDT-Day "/" CDT-Year
			Delimited by size into RCL-Date
		End-string.

		String CDT-Hour ":" CDT-Minute ":" CDT-Second
			Delimited by size into RCL-Time
		End-string.

		Move Read-Count to RCL-Input-Out.
		Move Counted-Count to RCL-Output-Out.
		Compute RCL-Error-Out =
			Skipped-Record-Count + Overflow-Count.

		Write Run-Control-Rec from Run-Control-Line.

      * a current agent's county-wide totals into the ranking
	3010-Rank-County-Agent.

		If AG-Roster(Agent-Index) = "A"
			Move Agent-Index to WR-Agent-Index
			Move AG-Cur-Volume(Agent-Index) to WR-Cur-Volume
			Move AG-Cur-Units(Agent-Index) to WR-Cur-Units
			Move AG-Prior-Volume(Agent-Index) to
				WR-Prior-Volume
			Perform 3050-Insert-Rank
		End-if.

      * drops one agent into the ranking, highest volume first; a
      * tie keeps the order the agents were first seen
	3050-Insert-Rank.

		Perform 3060-Classify-Rank
			varying Insert-Index from 1 by 1
			until Insert-Index > Rank-Count
			or WR-Cur-Volume > RK-Cur-Volume(Insert-Index).

		Add 1 to Rank-Count.

		Perform 3070-Shift-Rank-Down
			varying Shift-Index from Rank-Count by -1
			until Shift-Index <= Insert-Index.

		Move Work-Rank to Rank-Data(Insert-Index).

	3060-Classify-Rank.

		Continue.

	3070-Shift-Rank-Down.

		Move Rank-Data(Shift-Index - 1) to
			Rank-Data(Shift-Index).

      * one area's page: its totals this quarter and last year's,
      * our share of each, the ranked current agents, then the
      * inactive agents and the outside brokerages as one line each
	3100-Print-Area.

		Write Output-Rec from Area-Line
			after advancing page.
		Move spaces to Output-Rec.
		Write Output-Rec.

		Move "This quarter:" to ATL-Label-Out.
		Move AT-Cur-Units to ATL-Units-Out.
		Move AT-Cur-Volume to ATL-Volume-Out.
		Move zero to Share-Pct.
		If AT-Cur-Volume > zero
			Compute Share-Pct rounded =
				AT-Our-Cur-Volume * 100 / AT-Cur-Volume
		End-if.
		Move Share-Pct to ATL-Share-Out.
		Write Output-Rec from Area-Total-Line.

		Move "Same quarter last year:" to ATL-Label-Out.
		Move AT-Prior-Units to ATL-Units-Out.
		Move AT-Prior-Volume to ATL-Volume-Out.
		Move zero to Share-Pct.
		If AT-Prior-Volume > zero
			Compute Share-Pct rounded =
				AT-Our-Prior-Volume * 100 /
				AT-Prior-Volume
		End-if.
		Move Share-Pct to ATL-Share-Out.
		Write Output-Rec from Area-Total-Line.

		Move spaces to Output-Rec.
		Write Output-Rec.
		Write Output-Rec from Column-Header-1.
		Write Output-Rec from Column-Header-2.
		Move spaces to Output-Rec.
		Write Output-Rec.

		Perform 3110-Print-Rank-Line
			varying Rank-Index from 1 by 1
			until Rank-Index > Rank-Count.

		Move spaces to Output-Rec.
		Write Output-Rec.

		Move "Inactive agents (total)" to GL-Label-Out.
		Move AT-Inact-Units to GL-Units-Out.
		Move AT-Inact-Volume to GL-Volume-Out.
		Move zero to Share-Pct.
		If AT-Cur-Volume > zero
			Compute Share-Pct rounded =
				AT-Inact-Volume * 100 / AT-Cur-Volume
		End-if.
		Move Share-Pct to GL-Share-Out.
		Write Output-Rec from Group-Line.

		Move "Other brokerages (total)" to GL-Label-Out.
		Move AT-Other-Units to GL-Units-Out.
		Move AT-Other-Volume to GL-Volume-Out.
		Move zero to Share-Pct.
		If AT-Cur-Volume > zero
			Compute Share-Pct rounded =
				AT-Other-Volume * 100 / AT-Cur-Volume
		End-if.
		Move Share-Pct to GL-Share-Out.
		Write Output-Rec from Group-Line.

      * one ranked agent: the unit-count rank counts the agents
      * ahead on units; share is of the area's dollars this quarter
	3110-Print-Rank-Line.

		Move 1 to Unit-Rank.
		Perform 3120-Count-Unit-Leader
			varying Other-Rank-Index from 1 by 1
			until Other-Rank-Index > Rank-Count.

		Move RK-Agent-Index(Rank-Index) to Agent-Index.

		Move Rank-Index to RL-Rank-Out.
		Move Unit-Rank to RL-Unit-Rank-Out.
		Move AG-Agent-ID(Agent-Index) to RL-Agent-Out.
		Move AG-Name(Agent-Index) to RL-Name-Out.
		Move RK-Cur-Units(Rank-Index) to RL-Units-Out.
		Move RK-Cur-Volume(Rank-Index) to RL-Volume-Out.
		Move RK-Prior-Volume(Rank-Index) to RL-Prior-Out.

		Move zero to Share-Pct.
		If AT-Cur-Volume > zero
			Compute Share-Pct rounded =
				RK-Cur-Volume(Rank-Index) * 100 /
				AT-Cur-Volume
		End-if.
		Move Share-Pct to RL-Share-Out.

		Move zero to Average-Price.
		If RK-Cur-Units(Rank-Index) > zero
			Compute Average-Price rounded =
				RK-Cur-Volume(Rank-Index) /
				RK-Cur-Units(Rank-Index)
		End-if.
		Move Average-Price to RL-Average-Out.

		If RK-Prior-Volume(Rank-Index) = zero
			Move "      new" to RL-Change-Out
		Else
			Compute Change-Pct rounded =
				(RK-Cur-Volume(Rank-Index) -
				 RK-Prior-Volume(Rank-Index)) * 100 /
				RK-Prior-Volume(Rank-Index)
				on size error move 99999.9 to Change-Pct
			End-compute
			Move Change-Pct to Change-Image
			Move spaces to RL-Change-Out
			String Change-Image "%" delimited by size
				into RL-Change-Out
			End-string
		End-if.

		Write Output-Rec from Rank-Line.

	3120-Count-Unit-Leader.

		If RK-Cur-Units(Other-Rank-Index) >
		   RK-Cur-Units(Rank-Index)
			Add 1 to Unit-Rank
		End-if.

      * one City's current agents ranked, then its page
	3200-Rank-City.

		Move CT-City(City-Index) to AL-Area-Out.
		Move CT-Totals(City-Index) to Area-Totals.
		Move zero to Rank-Count.
		Perform 3210-Rank-City-Agent
			varying Area-Index from 1 by 1
			until Area-Index > Area-Count.
		Perform 3100-Print-Area.

	3210-Rank-City-Agent.

		If AR-City(Area-Index) = CT-City(City-Index)
		   and AG-Roster(AR-Agent-Index(Area-Index)) = "A"
			Move AR-Agent-Index(Area-Index) to
				WR-Agent-Index
			Move AR-Cur-Volume(Area-Index) to WR-Cur-Volume
			Move AR-Cur-Units(Area-Index) to WR-Cur-Units
			Move AR-Prior-Volume(Area-Index) to
				WR-Prior-Volume
			Perform 3050-Insert-Rank
		End-if.
