                       organization is indexed
                       access mode is random
                       record key is Res-Key.
                Select Optional Comm-Schedule-File
                       assign to "/home1/c/a/acsi203/commsched.dat"
                       organization is indexed
                       access mode is sequential
                       record key is CS-Key.
                Select Optional Commission-Hold-File
                       assign to "/home1/c/a/acsi203/commhold.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is CH-Key.
                Select Output-File
                       assign to "prog10out.dat"
                       organization is line sequential.
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

      * rescission registry prog39 maintains; a sale on it generated
      * no commission (or had its commission clawed back), so it
		   03 Res-Sale-Year	Pic x(4).
		   03 Res-Sale-Price	Pic x(9).

      * tiered commission schedules maintained by prog80; an agent
      * with one in force on the sale date is priced from it instead
      * of the flat agentCommRate
	FD	Comm-Schedule-File.
	01	Comm-Schedule-Rec.
	Copy "commsched.cpy".

      * commission held because the agent's license had expired by
      * the sale date; a held sale stays out of the accruals and
      * commearn.dat until compliance releases it through prog82,
      * and a released one is paid here once, stamped with the date
      * it went onto commearn.dat
	FD	Commission-Hold-File.
	01	Commission-Hold-Rec.
	Copy "commhold.cpy".

	FD	Output-File.
	01	Output-Rec		Pic x(132).


      * defaults to the county feed's usual location; Accept-From-Sysin
      * in 1000-Init lets operations repoint a run at a differently
      * named extract (e.g. a restated copy of the cumulative file)
      * without having to hand-edit and recompile; whatever is named
      * must carry the whole year, since the tiers are figured from
      * the year's sales on it
	01	Real-Estate-File-Path	Pic x(80) value
		"/home1/c/a/acsi203/realestate.dat".

			03 Emp-SSN		Pic 9(7).
			03 Emp-Comm-Rate	Pic v999 value zero.
			03 Emp-Status		Pic x value spaces.
      * Y when the agent has any commission schedule on file
			03 Emp-Tiered		Pic x value spaces.
			03 Emp-Lic-Expire	Pic 9(8) value zero.
			03 Emp-Sale-Count	Pic 9(6) value zero.
			03 Emp-Sale-Accum	Pic 9(12) value zero.
			03 Emp-Commission-Accum	Pic 9(12)v99 value zero.

	01	Sale-Commission		Pic 9(12)v99 value zero.

      * the license-hold answer for the sale in hand: spaces = pay
      * it, N = newly held (record it), H held, P paid earlier on its
      * release, X forfeited
	01	Hold-State		Pic x(1) value spaces.

	01	Held-Count		Pic 9(6) value zero.

	01	Released-Paid-Count	Pic 9(6) value zero.

	01	Release-Overflow-Count	Pic 9(4) value zero.

	01	Hold-Eof		Pic x(3) value "no".
		88 hold-end value "yes".

	01	Hold-Sale-Price		Pic 9(9) value zero.

      * released holds not in this run's extract, added to their
      * agents' totals and stamped once the earnings record is out
	01	Release-Count		Pic 9(4) value zero.

	01	Release-Max		Pic 9(4) value 500.

	01	Release-Index		Pic 9(4) value zero.

	01	Release-Table.
		02 Release-Entry occurs 1 to 500 times
			depending on Release-Count.
			03 RL-Key		Pic x(46).
			03 RL-Emp-Index		Pic 9(4).

	01	Current-Date-Time.
		02 CDT-Date		Pic 9(8).
		02 Filler		Pic x(13).

	01	Run-Date		Pic 9(8) value zero.

      * every commission schedule prog80 maintains, in key order -
      * agent, then effective date - so the last entry for an agent
      * dated on or before a sale is the one in force for it; a
      * group move off the commsched.cpy record fills an entry
	01	Schedule-Count		Pic 9(4) value zero.

	01	Schedule-Max		Pic 9(4) value 1000.

	01	Schedule-Index		Pic 9(4) value zero.

	01	Schedule-In-Force	Pic 9(4) value zero.

	01	Schedule-Eof		Pic x(3) value "no".
		88 schedule-end value "yes".

	01	Schedule-Table.
		02 Schedule-Entry occurs 1 to 1000 times
			depending on Schedule-Count.
			03 ST-Agent-SSN		Pic 9(7).
			03 ST-Eff-Date		Pic 9(8).
			03 ST-Gross-Rate	Pic v999.
			03 ST-Annual-Cap	Pic 9(9)v99.
			03 ST-Tier-Count	Pic 9(1).
			03 ST-Tier occurs 5 times.
			   04 ST-Tier-From	Pic 9(11).
			   04 ST-Tier-Split	Pic 9v999.

	01	Tier-Index		Pic 9(1) value zero.

	01	Tier-Found		Pic 9(1) value zero.

      * the sale being priced; sales go through 2600-Price-Sale in
      * agent and sale-date order so the running figures below are
      * the agent's year to date as of each sale
	01	Price-Agent		Pic 9(7) value zero.

	01	Price-Date		Pic 9(8) value zero.

	01	Price-Year		Pic 9(4) value zero.

	01	Price-Amount		Pic 9(9) value zero.

	01	Price-Flat-Rate		Pic v999 value zero.

	01	Run-Agent		Pic 9(7) value zero.

	01	Run-Year		Pic 9(4) value zero.

	01	Run-Volume		Pic 9(12) value zero.

	01	Run-Company		Pic 9(11)v99 value zero.

	01	Sale-Gross		Pic 9(10)v99 value zero.

	01	Agent-Share		Pic 9(10)v99 value zero.

	01	Company-Share		Pic 9(10)v99 value zero.

	01	Cap-Room		Pic 9(11)v99 value zero.

	01	Priced-Commission	Pic 9(12)v99 value zero.

      * the tier the sale paid at: 1-5, C once the company's share
      * reached the annual cap (the agent keeps it all), F for the
      * flat agentCommRate when no schedule is in force
	01	Priced-Tier		Pic x(1) value spaces.

      * a scheduled agent's sales are held here in agent and
      * sale-date order by insertion sort, and priced in that order
      * once the whole extract is in, since the tier a sale pays at
      * depends on every earlier sale of the agent's year
	01	Tier-Sale-Count		Pic 9(4) value zero.

	01	Tier-Sale-Max		Pic 9(4) value 5000.

	01	Tier-Sale-Index		Pic 9(4) value zero.

	01	Insert-Index		Pic 9(4) value zero.

	01	Shift-Index		Pic 9(4) value zero.

	01	Tier-Sale-Table.
		02 Tier-Sale-Entry occurs 1 to 5000 times
			depending on Tier-Sale-Count.
			03 TS-Key.
			   04 TS-Agent-ID	Pic 9(7).
			   04 TS-Sale-Date	Pic 9(8).
			03 TS-Emp-Index		Pic 9(4).
			03 TS-Sale-Price	Pic 9(9).
      * the license-hold answer for the sale, and the sale's hold
      * key and City for recording a new hold once it is priced
			03 TS-Hold-State	Pic x(1).
			03 TS-Hold-Key		Pic x(46).
			03 TS-City		Pic x(15).

	01	Work-Tier-Sale.
		02 WT-Key.
		   03 WT-Agent-ID	Pic 9(7).
		   03 WT-Sale-Date	Pic 9(8).
		02 WT-Emp-Index		Pic 9(4).
		02 WT-Sale-Price	Pic 9(9).
		02 WT-Hold-State	Pic x(1).
		02 WT-Hold-Key		Pic x(46).
		02 WT-City		Pic x(15).

      * a scheduled agent's sale past the table is paid at the flat
      * rate and counted in the footer
	01	Tier-Overflow-Count	Pic 9(6) value zero.

      * calendar-order month names, for turning Sale-Month into the
      * yyyymmdd the schedules are dated in
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

	01	Sale-Day-Num		Pic 9(2) value zero.

	01	Sale-Date-Num		Pic 9(8) value zero.


	01	Report-Header.
		02 Filler		Pic x(48) value spaces.
		02 Filler		Pic x(35) value
		02 Unmatched-Out	Pic ZZZ,ZZ9.
		02 Filler		Pic x(69) value spaces.

	01	Tier-Overflow-line.
		02 Filler		Pic x(12) value spaces.
		02 Filler		Pic x(34) value
		    "Scheduled sales paid at flat rate:".
		02 Tier-Overflow-Out	Pic ZZZ,ZZ9.
		02 Filler		Pic x(69) value spaces.

	01	Rescinded-line.
		02 Filler		Pic x(12) value spaces.
		02 Filler		Pic x(34) value
		02 Rescinded-Out	Pic ZZZ,ZZ9.
		02 Filler		Pic x(69) value spaces.

	01	Held-line.
		02 Filler		Pic x(12) value spaces.
		02 Filler		Pic x(34) value
		    "Sales held - agent license lapsed:".
		02 Held-Out		Pic ZZZ,ZZ9.
		02 Filler		Pic x(69) value spaces.

	01	Released-Paid-line.
		02 Filler		Pic x(12) value spaces.
		02 Filler		Pic x(34) value
		    "Held sales paid on release:      ".
		02 Released-Paid-Out	Pic ZZZ,ZZ9.
		02 Filler		Pic x(69) value spaces.

	01	Release-Overflow-line.
		02 Filler		Pic x(12) value spaces.
		02 Filler		Pic x(34) value
		    "Released holds past the table:   ".
		02 Release-Overflow-Out	Pic ZZZ,ZZ9.
		02 Filler		Pic x(69) value spaces.

	01	Column-headers.
		02 Filler		Pic x(9) value "Last Name".
		02 Filler		Pic x(3) value spaces.
		02 Filler		Pic x(4) value "Rate".
		02 Filler		Pic x(2) value spaces.
		02 Filler		Pic x(2) value "St".
		02 Filler		Pic x(2) value spaces.
		02 Filler		Pic x(5) value "Sched".

	01	Info-Line.
		02 Emp-Last-Name-Out	Pic x(10).
		02 Emp-Rate-Out		Pic .999.
		02 Filler		Pic x(3) value spaces.
		02 Emp-Status-Out	Pic x.
		02 Filler		Pic x(2) value spaces.
		02 Emp-Tiered-Out	Pic x(5).

	Procedure Division.

		Open Input Real-Estate-File Company-File
			   agentMasterFile
			   Rescind-Registry-File.
		Open I-O Commission-Hold-File.
		Open Output Output-File Earnings-File.

		Move function current-date to Current-Date-Time.
		Move CDT-Date to Run-Date.

		Perform 1080-Load-Schedules.

		Perform 1060-Read-Employee
			varying Employee-Index from 1 by 1
			until company-end
				Emp-Comm-Rate(Employee-Index)
			Move agentStatus to
				Emp-Status(Employee-Index)
			Move agentLicExpire to
				Emp-Lic-Expire(Employee-Index)
		Else
			Move Commission-Rate to
				Emp-Comm-Rate(Employee-Index)
			Move "A" to Emp-Status(Employee-Index)
		End-if.

		Move spaces to Emp-Tiered(Employee-Index).
		Perform 1075-Check-Tiered
			varying Schedule-Index from 1 by 1
			until Schedule-Index > Schedule-Count.

      * an agent with any schedule on file has every sale held for
      * pricing in date order; which schedule (if any) is in force
      * is settled sale by sale
	1075-Check-Tiered.

		If ST-Agent-SSN(Schedule-Index) = SSN
			Move "Y" to Emp-Tiered(Employee-Index)
		End-if.

      * loads every commission schedule on file, in key order
	1080-Load-Schedules.

		Open Input Comm-Schedule-File.
		Move "no" to Schedule-Eof.
		Perform 1085-Read-Schedule until schedule-end.
		Close Comm-Schedule-File.

	1085-Read-Schedule.

		Read Comm-Schedule-File next record
			at end move "yes" to Schedule-Eof
		End-read.

		If not schedule-end
			If Schedule-Count < Schedule-Max
				Add 1 to Schedule-Count
				Move Comm-Schedule-Rec to
					Schedule-Entry(Schedule-Count)
			Else
				Display "Commission schedules past the "
					"table - later entries ignored"
				Move "yes" to Schedule-Eof
			End-if
		End-if.

      * prices one sale for its agent: at the flat rate when no
      * schedule is in force on the sale date, otherwise at the split
      * of the tier the agent's year-to-date volume had reached
      * before this sale, with anything past the company's annual
      * cap going to the agent; the running volume and company share
      * start over for each agent and each calendar year, and run
      * from the year's first sale since realestate.dat is cumulative
	2600-Price-Sale.

		Compute Price-Year = Price-Date / 10000.

		If Price-Agent not = Run-Agent
		   or Price-Year not = Run-Year
			Move Price-Agent to Run-Agent
			Move Price-Year to Run-Year
			Move zero to Run-Volume
			Move zero to Run-Company
		End-if.

		Move zero to Schedule-In-Force.
		Perform 2610-Check-Schedule
			varying Schedule-Index from 1 by 1
			until Schedule-Index > Schedule-Count.

		If Schedule-In-Force = zero
			Compute Priced-Commission =
				Price-Amount * Price-Flat-Rate
			Move "F" to Priced-Tier
		Else
			Perform 2620-Price-Tiered
		End-if.

		Add Price-Amount to Run-Volume.

	2610-Check-Schedule.

		If ST-Agent-SSN(Schedule-Index) = Price-Agent
		   and ST-Eff-Date(Schedule-Index) not > Price-Date
			Move Schedule-Index to Schedule-In-Force
		End-if.

	2620-Price-Tiered.

		Move 1 to Tier-Found.
		Perform 2630-Check-Tier
			varying Tier-Index from 1 by 1
			until Tier-Index >
				ST-Tier-Count(Schedule-In-Force).

		Compute Sale-Gross rounded =
			Price-Amount * ST-Gross-Rate(Schedule-In-Force).
		Compute Agent-Share rounded = Sale-Gross *
			ST-Tier-Split(Schedule-In-Force, Tier-Found).
		Compute Company-Share = Sale-Gross - Agent-Share.
		Move Tier-Found to Priced-Tier.

		If ST-Annual-Cap(Schedule-In-Force) > zero
			If Run-Company <
			   ST-Annual-Cap(Schedule-In-Force)
				Compute Cap-Room =
				    ST-Annual-Cap(Schedule-In-Force)
				    - Run-Company
			Else
				Move zero to Cap-Room
			End-if
			If Company-Share > Cap-Room
				Compute Agent-Share = Agent-Share +
					Company-Share - Cap-Room
				Move Cap-Room to Company-Share
				Move "C" to Priced-Tier
			End-if
		End-if.

		Add Company-Share to Run-Company.
		Move Agent-Share to Priced-Commission.

	2630-Check-Tier.

		If Run-Volume not <
		   ST-Tier-From(Schedule-In-Force, Tier-Index)
			Move Tier-Index to Tier-Found
		End-if.

      * no-op body; the search for the agent this sale's Agent-ID
      * belongs to happens entirely in the Perform ... Varying's
      * Until condition

		Else

			Perform 2100-Date-Of-Record
			Perform 2700-Check-License-Hold

			If Emp-Tiered(Employee-Index) = "Y"
				Perform 2200-Hold-Tiered-Sale
			Else
				If Hold-State = spaces
					Perform 2250-Add-Flat-Sale
				Else
					Perform 2260-Hold-Flat-Sale
				End-if
			End-if

		End-if

		Read Real-Estate-File at end move "yes" to
			Real-Estate-Eof.

      * holds a scheduled agent's sale for the pricing pass, in its
      * agent and sale-date slot; past the table it is paid flat
	2200-Hold-Tiered-Sale.

		If Tier-Sale-Count < Tier-Sale-Max
			Move Agent-ID to WT-Agent-ID
			Move Sale-Date-Num to WT-Sale-Date
			Move Employee-Index to WT-Emp-Index
			Move Sale-Price to WT-Sale-Price
			Move Hold-State to WT-Hold-State
			Move CH-Key to WT-Hold-Key
			Move City to WT-City
			Perform 2300-Insert-Tier-Sale
		Else
			Add 1 to Tier-Overflow-Count
			If Hold-State = spaces
				Perform 2250-Add-Flat-Sale
			Else
				Perform 2260-Hold-Flat-Sale
			End-if
		End-if.

      * the agent's own split (or the house rate) on this sale
	2250-Add-Flat-Sale.

		Compute Sale-Commission =
			Sale-Price *
			Emp-Comm-Rate(Employee-Index).
		Add 1 to Emp-Sale-Count(Employee-Index).
		Add Sale-Price to Emp-Sale-Accum(Employee-Index).
		Add Sale-Commission to
			Emp-Commission-Accum(Employee-Index).

      * a held sale at the agent's own split: counted, recorded on
      * the hold file when new, and kept out of the agent's totals
	2260-Hold-Flat-Sale.

		Compute Sale-Commission =
			Sale-Price *
			Emp-Comm-Rate(Employee-Index).
		Add 1 to Held-Count.

		If Hold-State = "N"
			Move City to CH-City
			Move Sale-Date-Num to CH-Sale-Date
			Move Sale-Commission to CH-Commission
			Move "F" to CH-Tier
			Perform 2710-Write-Hold
		End-if.

      * every matched sale is looked up on the hold file by the same
      * sale key resreg.dat uses, whatever the agent's license says
      * today - a renewal does not release a sale held while it had
      * lapsed; one already on file keeps its status, a released one
      * paid in this run and stamped unless an earlier day's run
      * already paid it on its release; a sale not on file is held
      * (N, new) only when it closed after the license expired
	2700-Check-License-Hold.

		Move Adrs to CH-Adrs.
		Move Sale-Day to CH-Sale-Day.
		Move Sale-Month to CH-Sale-Month.
		Move Sale-Year to CH-Sale-Year.
		Move Sale-Price to CH-Sale-Price.

		Read Commission-Hold-File
			invalid key move "N" to Hold-State
			not invalid key move CH-Status to Hold-State
		End-read.

		If Hold-State = "N"
			If Emp-Lic-Expire(Employee-Index) = zero
			   or Sale-Date-Num not >
			      Emp-Lic-Expire(Employee-Index)
				Move spaces to Hold-State
			End-if
		End-if.

		If Hold-State = "R"
			If CH-Earn-Paid-Date = zero
			   or CH-Earn-Paid-Date = Run-Date
				Move Run-Date to CH-Earn-Paid-Date
				Rewrite Commission-Hold-Rec
				Add 1 to Released-Paid-Count
				Move spaces to Hold-State
			Else
				Move "P" to Hold-State
			End-if
		End-if.

      * records a newly held sale; the caller has set the key, City,
      * sale date, commission, and tier
	2710-Write-Hold.

		Move Emp-SSN(Employee-Index) to CH-Agent-ID.
		Move Emp-Lic-Expire(Employee-Index) to
			CH-License-Expire.
		Move Run-Date to CH-Held-Date.
		Move "H" to CH-Status.
		Move zero to CH-Action-Date.
		Move spaces to CH-Action-Oper.
		Move spaces to CH-Action-Note.
		Move zero to CH-Earn-Paid-Date.
		Move zero to CH-Stmt-Paid-Date.

		Write Commission-Hold-Rec
			invalid key continue
		End-write.

      * every released hold not already paid through the extract,
      * for an agent on this run's company.dat, is added to the
      * agent's totals at the commission it was held at
	1350-Load-Releases.

		Move low-values to CH-Key.
		Move "no" to Hold-Eof.

		Start Commission-Hold-File key not < CH-Key
			invalid key move "yes" to Hold-Eof
		End-start.

		Perform 1360-Read-Release until hold-end.

	1360-Read-Release.

		Read Commission-Hold-File next record
			at end move "yes" to Hold-Eof
		End-read.

		If not hold-end
		   and CH-Status = "R" and CH-Earn-Paid-Date = zero

			Perform 2150-Classify-Agent
				varying Employee-Index from 1 by 1
				until Employee-Index > Employee-Count
				or CH-Agent-ID = Emp-SSN(Employee-Index)

			If Employee-Index not > Employee-Count
				If Release-Count < Release-Max
					Add 1 to Release-Count
					Move CH-Key to
						RL-Key(Release-Count)
					Move Employee-Index to
					    RL-Emp-Index(Release-Count)
					Perform 1370-Add-Release
				Else
					Add 1 to Release-Overflow-Count
				End-if
			End-if

		End-if.

	1370-Add-Release.

		Move CH-Sale-Price to Hold-Sale-Price.
		Add 1 to Emp-Sale-Count(Employee-Index).
		Add Hold-Sale-Price to Emp-Sale-Accum(Employee-Index).
		Add CH-Commission to
			Emp-Commission-Accum(Employee-Index).

      * the earnings record carrying the agent's released holds went
      * out, so each is stamped paid and the next run leaves it be
	3130-Stamp-Release.

		If RL-Emp-Index(Release-Index) = Employee-Index

			Move RL-Key(Release-Index) to CH-Key
			Read Commission-Hold-File
				invalid key continue
				not invalid key
					Move Run-Date to
						CH-Earn-Paid-Date
					Rewrite Commission-Hold-Rec
					Add 1 to Released-Paid-Count
			End-read

		End-if.

      * no-op body; the search for this sale's slot in agent and
      * sale-date order happens entirely in the Perform ...
      * Varying's Until condition
	2310-Classify-Sale-Slot.

		Continue.

      * finds this sale's slot in the ordered table, shifts everything
      * below it down one, and drops the new entry in place - the
      * insertion-sort shape prog13 uses
	2300-Insert-Tier-Sale.

		Perform 2310-Classify-Sale-Slot
			varying Insert-Index from 1 by 1
			until Insert-Index > Tier-Sale-Count
			or WT-Key < TS-Key(Insert-Index).

		Add 1 to Tier-Sale-Count.

		Perform 2320-Shift-Sale-Down
			varying Shift-Index from Tier-Sale-Count by -1
			until Shift-Index <= Insert-Index.

		Move Work-Tier-Sale to Tier-Sale-Entry(Insert-Index).

	2320-Shift-Sale-Down.

		Move Tier-Sale-Entry(Shift-Index - 1) to
			Tier-Sale-Entry(Shift-Index).

      * prices one held sale at its tier and rolls it into its
      * agent's totals; a sale on license hold still counts toward
      * the agent's volume but is recorded held instead of paid
	2500-Price-Held-Sale.

		Move TS-Agent-ID(Tier-Sale-Index) to Price-Agent.
		Move TS-Sale-Date(Tier-Sale-Index) to Price-Date.
		Move TS-Sale-Price(Tier-Sale-Index) to Price-Amount.
		Move TS-Emp-Index(Tier-Sale-Index) to Employee-Index.
		Move Emp-Comm-Rate(Employee-Index) to Price-Flat-Rate.

		Perform 2600-Price-Sale.

		If TS-Hold-State(Tier-Sale-Index) = spaces
			Add 1 to Emp-Sale-Count(Employee-Index)
			Add Price-Amount to
				Emp-Sale-Accum(Employee-Index)
			Add Priced-Commission to
				Emp-Commission-Accum(Employee-Index)
		Else
			Add 1 to Held-Count
			If TS-Hold-State(Tier-Sale-Index) = "N"
				Move TS-Hold-Key(Tier-Sale-Index) to
					CH-Key
				Move TS-City(Tier-Sale-Index) to CH-City
				Move Price-Date to CH-Sale-Date
				Move Priced-Commission to CH-Commission
				Move Priced-Tier to CH-Tier
				Perform 2710-Write-Hold
			End-if
		End-if.

      * rearranges this sale's date as yyyymmdd; an unparsable date
      * keys to zero
	2100-Date-Of-Record.

		Perform 2110-Classify-Month varying Month-index
			from 1 by 1 until Month-index > 12
			or Sale-Month = months(Month-index).

		If Month-index > 12 or Sale-Year not numeric
			Move zero to Sale-Date-Num
		Else
			Compute Sale-Day-Num =
				FUNCTION NUMVAL(Sale-Day)
			Compute Sale-Date-Num =
				Sale-Year * 10000 +
				Month-index * 100 + Sale-Day-Num
		End-if.

      * no-op body; the search for Sale-Month's position in the
      * calendar happens entirely in the Perform ... Varying's Until
      * condition
	2110-Classify-Month.

		Continue.

      * one keyed read against the rescission registry answers "did
      * the county cancel this sale"
	2160-Check-Rescinded.
				Emp-Rate-Out
			Move Emp-Status(Employee-Index) to
				Emp-Status-Out
			If Emp-Tiered(Employee-Index) = "Y"
				Move "TIER" to Emp-Tiered-Out
			Else
				Move spaces to Emp-Tiered-Out
			End-if
			Write Output-Rec from Info-Line

			If Emp-Commission-Accum(Employee-Index) >
				Move Emp-Commission-Accum(
					Employee-Index) to CE-Amount
				Write Earnings-Rec
				Perform 3130-Stamp-Release
				    varying Release-Index from 1 by 1
				    until Release-Index > Release-Count
			End-if.

      * prices the scheduled agents' held sales in agent and date
      * order, then prints one line per agent with closed sales, the
      * unmatched count, and the report footer
	1300-Finish.

		Perform 2500-Price-Held-Sale
			varying Tier-Sale-Index from 1 by 1
			until Tier-Sale-Index > Tier-Sale-Count.

		Perform 1350-Load-Releases.

		Perform 3000-Print-Agent
			varying Employee-Index from 1 by 1
			until Employee-Index > Employee-Count.

		End-if.

		If Tier-Overflow-Count > 0

			Move Tier-Overflow-Count to Tier-Overflow-Out
			Write Output-Rec from Tier-Overflow-line
			Move spaces to Output-Rec
			Write Output-Rec

		End-if.

		If Rescinded-Count > 0

			Move Rescinded-Count to Rescinded-Out

		End-if.

		If Held-Count > 0
			Move Held-Count to Held-Out
			Write Output-Rec from Held-line
			Move spaces to Output-Rec
			Write Output-Rec
		End-if.

		If Released-Paid-Count > 0
			Move Released-Paid-Count to Released-Paid-Out
			Write Output-Rec from Released-Paid-line
			Move spaces to Output-Rec
			Write Output-Rec
		End-if.

		If Release-Overflow-Count > 0
			Move Release-Overflow-Count to
				Release-Overflow-Out
			Write Output-Rec from Release-Overflow-line
			Move spaces to Output-Rec
			Write Output-Rec
		End-if.

		Write Output-Rec from Report-Footer.

		Close Real-Estate-File Company-File agentMasterFile
		      Rescind-Registry-File Commission-Hold-File
		      Output-File Earnings-File.
