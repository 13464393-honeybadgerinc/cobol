      * that tie to prog10's summary line, plus a fixed-format
      * payables extract accounting can load; sales whose Agent-ID
      * matches no company.dat row land on their own exception page
      * so someone can chase them instead of prog10 only counting them;
      * an agent with a tiered schedule from prog80 is priced sale by
      * sale at the tier in force for the agent's year-to-date volume
      * on the sale date, the same pricing prog10 pays, and each
      * statement line shows the tier the sale paid at; a sale that
      * closed after the agent's license expired (agentmst.dat, kept
      * through prog15) is held - recorded on commhold.dat, listed
      * on its own hold page, and kept out of the statement totals
      * and prog16pay.dat - until compliance releases it through
      * prog82, after which the next run pays it on the agent's
      * statement whether or not the sale is in that run's extract;
      * realestate.dat is cumulative - every run sees the year's
      * sales back to prog48's year-end split - so the tiers and the
      * cap run from the agent's first sale of the year, and each run
      * restates the agent's year on ctrytd.dat, which prog84 reports
      * on the year-end 1099-NEC, rather than adding to it: this
      * year's statement sales plus the releases paid this year, so
      * a rerun or a later run does not count a sale twice

        Environment Division.

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
                Select Optional Contractor-Ytd-File
                       assign to "/home1/c/a/acsi203/ctrytd.dat"
                       organization is indexed
                       access mode is random
                       record key is CY-Key.
                Select Output-File
                       assign to "prog16out.dat"
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

      * rescission registry prog39 maintains; a sale on it shows on
      * the statement as reversed and stays out of the totals and
		   03 Res-Sale-Year	Pic x(4).
		   03 Res-Sale-Price	Pic x(9).

      * tiered commission schedules maintained by prog80; an agent
      * with one in force on the sale date is priced from it instead
      * of the flat agentCommRate
	FD	Comm-Schedule-File.
	01	Comm-Schedule-Rec.
	Copy "commsched.cpy".

      * commission held for an expired license; written here or by
      * prog10 when first seen, released or forfeited through prog82
	FD	Commission-Hold-File.
	01	Commission-Hold-Rec.
	Copy "commhold.cpy".

      * year-to-date contractor earnings for the 1099-NEC
	FD	Contractor-Ytd-File.
	01	Contractor-Ytd-Rec.
	Copy "ctrytd.cpy".

	FD	Output-File.
	01	Output-Rec		Pic x(132).


      * defaults to the county feed's usual location; Accept-From-Sysin
      * in 1000-Init lets operations repoint a run at a differently
      * named extract (e.g. a restated copy of the cumulative file)
      * without having to hand-edit and recompile; whatever is named
      * must carry the whole year, since the tiers and ctrytd.dat are
      * figured from the year's sales on it
	01	Real-Estate-File-Path	Pic x(80) value
		"/home1/c/a/acsi203/realestate.dat".

	01	Master-Found-Flag	Pic x(3) value "no".
		88 master-found value "yes".

	01	Scheduled-Page-Flag	Pic x(3) value "no".
		88 scheduled-page value "yes".

	01	Employee-Count		Pic 9(4) value zero.

	01	Employee-Max		Pic 9(4) value 500.
			03 Emp-SSN		Pic 9(7).
			03 Emp-Comm-Rate	Pic v999 value zero.
			03 Emp-Status		Pic x value spaces.
			03 Emp-Lic-Expire	Pic 9(8) value zero.
      * releases that count toward this year's ctrytd.dat total but
      * are not among this year's statement sales
			03 Emp-Release-Ytd	Pic 9(11)v99 value zero.

      * every sale read this run, tagged at load time with the table
      * slot of the agent it matched (zero = no matching agent), so
      * each agent's statement page and the exception page are simple
      * walks over one table; kept in Agent-ID and sale-date order by
      * insertion sort, so a pricing pass can walk each agent's year
      * in the order the sales closed and the statement lines read
      * in date order
	01	Stmt-Sale-Count		Pic 9(4) value zero.

	01	Stmt-Sale-Max		Pic 9(4) value 5000.
	01	Stmt-Sale-Table.
		02 Stmt-Sale-Entry occurs 1 to 5000 times
			depending on Stmt-Sale-Count.
			03 SL-Sort-Key.
			   04 SL-Agent-ID	Pic 9(7).
			   04 SL-Sale-Date	Pic 9(8).
			03 SL-Emp-Index		Pic 9(4).
			03 SL-Adrs		Pic x(27).
			03 SL-City		Pic x(15).
			03 SL-Sale-Day		Pic x(3).
			03 SL-Sale-Price	Pic 9(9).
      * R when the rescission registry says the county cancelled it
			03 SL-Rescinded		Pic x(1).
      * what the pricing pass settled on for this sale
			03 SL-Commission	Pic 9(12)v99.
			03 SL-Tier		Pic x(1).
      * H held for the license, X forfeited, P paid earlier on its
      * release, spaces when the sale pays on the statement
			03 SL-Held		Pic x(1).

      * the sale being loaded, built up here first so the insertion
      * sort can compare its key against the table's
	01	Work-Sale.
		02 WK-Sort-Key.
		   03 WK-Agent-ID	Pic 9(7).
		   03 WK-Sale-Date	Pic 9(8).
		02 WK-Emp-Index		Pic 9(4).
		02 WK-Adrs		Pic x(27).
		02 WK-City		Pic x(15).
		02 WK-Sale-Day		Pic x(3).
		02 WK-Sale-Month	Pic x(3).
		02 WK-Sale-Year		Pic 9(4).
		02 WK-Sale-Price	Pic 9(9).
		02 WK-Rescinded		Pic x(1).
		02 WK-Commission	Pic 9(12)v99.
		02 WK-Tier		Pic x(1).
		02 WK-Held		Pic x(1).

	01	Insert-Index		Pic 9(4) value zero.

      * released holds not in this run's extract, paid on their
      * agents' statements and stamped paid once the payables
      * record is written
	01	Release-Count		Pic 9(4) value zero.

	01	Release-Max		Pic 9(4) value 500.

	01	Release-Index		Pic 9(4) value zero.

	01	Release-Table.
		02 Release-Entry occurs 1 to 500 times
			depending on Release-Count.
			03 RL-Key		Pic x(46).
			03 RL-Emp-Index		Pic 9(4).
			03 RL-City		Pic x(15).
			03 RL-Commission	Pic 9(10)v99.
			03 RL-Tier		Pic x(1).

	01	Hold-Eof		Pic x(3) value "no".
		88 hold-end value "yes".

	01	Hold-Found-Flag		Pic x(3) value "no".
		88 hold-found value "yes".

	01	Held-Count		Pic 9(6) value zero.

	01	Released-Paid-Count	Pic 9(6) value zero.

	01	Release-Overflow-Count	Pic 9(4) value zero.

	01	Current-Date-Time.
		02 CDT-Date		Pic 9(8).
		02 Filler		Pic x(13).

	01	Run-Date		Pic 9(8) value zero.

	01	Run-Date-Parts redefines Run-Date.
		02 Ytd-Year		Pic 9(4).
		02 Filler		Pic 9(4).

	01	Ytd-Found-Flag		Pic x(3) value "no".
		88 ytd-found value "yes".

	01	Shift-Index		Pic 9(4) value zero.

	01	Unmatched-Agent-Count	Pic 9(6) value zero.


	01	Agent-Commission-Accum	Pic 9(12)v99 value zero.

      * the part of the statement that is this year's earnings: the
      * sales closed this year and the releases paid on it
	01	Agent-Year-Accum	Pic 9(12)v99 value zero.

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
		02 Filler		Pic x(10) value "Sale-Price".
		02 Filler		Pic x(4) value spaces.
		02 Filler		Pic x(10) value "Commission".
		02 Filler		Pic x(2) value spaces.
		02 Filler		Pic x(4) value "Tier".

	01	Info-Line.
		02 Stmt-Adrs-Out	Pic x(27).
		02 Stmt-Sale-Price-Out	Pic $ZZZ,ZZZ,ZZ9.
		02 Filler		Pic x(4) value spaces.
		02 Stmt-Commission-Out	Pic $$,$$$,$$9.99.
		02 Filler		Pic x(3) value spaces.
		02 Stmt-Tier-Out	Pic x(1).

      * printed under the column headers of a scheduled agent's page
	01	Tier-Legend-Line.
		02 Filler		Pic x(40) value
		    "Tier: 1-5 schedule tier, C annual cap re".
		02 Filler		Pic x(40) value
		    "ached (agent keeps 100%), F flat rate".
		02 Filler		Pic x(52) value spaces.

	01	Statement-Total-Line.
		02 Filler		Pic x(8) value "Totals: ".
		02 Filler		Pic x(1) value spaces.
		02 Exc-Sale-Price-Out	Pic $ZZZ,ZZZ,ZZ9.

	01	Hold-Header.
		02 Filler		Pic x(40) value spaces.
		02 Filler		Pic x(52) value
		    "Sales Held - Closed After Agent License Expired".
		02 Filler		Pic x(40) value spaces.

	01	Hold-Col-headers.
		02 Filler		Pic x(8) value "Agent-ID".
		02 Filler		Pic x(2) value spaces.
		02 Filler		Pic x(4) value "Adrs".
		02 Filler		Pic x(24) value spaces.
		02 Filler		Pic x(4) value "City".
		02 Filler		Pic x(12) value spaces.
		02 Filler		Pic x(9) value "Sale Date".
		02 Filler		Pic x(4) value spaces.
		02 Filler		Pic x(10) value "Sale-Price".
		02 Filler		Pic x(4) value spaces.
		02 Filler		Pic x(10) value "Commission".
		02 Filler		Pic x(4) value spaces.
		02 Filler		Pic x(11) value "Lic Expired".
		02 Filler		Pic x(2) value spaces.
		02 Filler		Pic x(6) value "Status".

	01	Hold-Line.
		02 Hold-Agent-ID-Out	Pic 9(7).
		02 Filler		Pic x(3) value spaces.
		02 Hold-Adrs-Out	Pic x(27).
		02 Filler		Pic x(1) value spaces.
		02 Hold-City-Out	Pic x(15).
		02 Filler		Pic x(1) value spaces.
		02 Hold-Sale-Year-Out	Pic 9(4).
		02 Filler		Pic x(1) value "/".
		02 Hold-Sale-Month-Out	Pic x(3).
		02 Filler		Pic x(1) value "/".
		02 Hold-Sale-Day-Out	Pic x(3).
		02 Filler		Pic x(1) value spaces.
		02 Hold-Sale-Price-Out	Pic $ZZZ,ZZZ,ZZ9.
		02 Filler		Pic x(1) value spaces.
		02 Hold-Commission-Out	Pic $$,$$$,$$9.99.
		02 Filler		Pic x(2) value spaces.
		02 Hold-Expire-Out	Pic 9999/99/99.
		02 Filler		Pic x(2) value spaces.
		02 Hold-Status-Out	Pic x(15).

	01	Hold-Total-Line.
		02 Filler		Pic x(12) value spaces.
		02 Filler		Pic x(36) value
		    "Sales held for an expired license:".
		02 Hold-Count-Out	Pic ZZZ,ZZ9.
		02 Filler		Pic x(77) value spaces.

	01	Release-Note-Line.
		02 Filler		Pic x(12) value spaces.
		02 Filler		Pic x(44) value
		    "** released from license hold - paid here **".
		02 Filler		Pic x(76) value spaces.

	01	Released-Paid-line.
		02 Filler		Pic x(12) value spaces.
		02 Filler		Pic x(36) value
		    "Held sales paid on release:".
		02 Released-Paid-Out	Pic ZZZ,ZZ9.
		02 Filler		Pic x(77) value spaces.

	01	Release-Overflow-line.
		02 Filler		Pic x(12) value spaces.
		02 Filler		Pic x(36) value
		    "Released holds past the table:".
		02 Release-Overflow-Out	Pic ZZZ,ZZ9.
		02 Filler		Pic x(77) value spaces.

	01	Report-Footer.
		02 Filler		Pic x(59) value spaces.
		02 Filler		Pic x(13) value
		Open Input Real-Estate-File Company-File
			   agentMasterFile
			   Rescind-Registry-File.
		Open I-O Commission-Hold-File Contractor-Ytd-File.
		Open Output Output-File Payables-File.

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

		If Stmt-Sale-Count < Stmt-Sale-Max

			If Lookup-Index > Employee-Count
				Move zero to WK-Emp-Index
				Add 1 to Unmatched-Agent-Count
			Else
				Move Lookup-Index to WK-Emp-Index
			End-if

			Perform 2100-Date-Of-Record
			Move Agent-ID to WK-Agent-ID
			Move Sale-Date-Num to WK-Sale-Date
			Move Adrs to WK-Adrs
			Move City to WK-City
			Move Sale-Day to WK-Sale-Day
			Move Sale-Month to WK-Sale-Month
			Move Sale-Year to WK-Sale-Year
			Move Sale-Price to WK-Sale-Price
			Move zero to WK-Commission
			Move spaces to WK-Tier
			Move spaces to WK-Held

			Perform 2170-Check-Rescinded
			If sale-rescinded
				Move "R" to WK-Rescinded
			Else
				Move spaces to WK-Rescinded
			End-if

			Perform 2300-Insert-Sale

		Else

			Add 1 to Overflow-Record-Count
			not invalid key move "yes" to Rescinded-Flag
		End-read.

      * no-op body; the search for this sale's slot in Agent-ID and
      * sale-date order happens entirely in the Perform ... Varying's
      * Until condition
	2310-Classify-Sale-Slot.

		Continue.

      * finds this sale's slot in the ordered table, shifts everything
      * below it down one, and drops the new entry in place - the
      * insertion-sort shape prog13 uses
	2300-Insert-Sale.

		Perform 2310-Classify-Sale-Slot
			varying Insert-Index from 1 by 1
			until Insert-Index > Stmt-Sale-Count
			or WK-Sort-Key < SL-Sort-Key(Insert-Index).

		Add 1 to Stmt-Sale-Count.

		Perform 2320-Shift-Sale-Down
			varying Shift-Index from Stmt-Sale-Count by -1
			until Shift-Index <= Insert-Index.

		Move Work-Sale to Stmt-Sale-Entry(Insert-Index).

	2320-Shift-Sale-Down.

		Move Stmt-Sale-Entry(Shift-Index - 1) to
			Stmt-Sale-Entry(Shift-Index).

      * prices one matched, live sale for the statement; a rescinded
      * sale earns nothing and adds nothing to the agent's volume
	2500-Price-Statement-Sale.

		If SL-Emp-Index(Sale-Index) not = zero
		   and SL-Rescinded(Sale-Index) not = "R"
			Move SL-Agent-ID(Sale-Index) to Price-Agent
			Move SL-Sale-Date(Sale-Index) to Price-Date
			Move SL-Sale-Price(Sale-Index) to Price-Amount
			Move Emp-Comm-Rate(SL-Emp-Index(Sale-Index))
				to Price-Flat-Rate
			Perform 2600-Price-Sale
			Move Priced-Commission to
				SL-Commission(Sale-Index)
			Move Priced-Tier to SL-Tier(Sale-Index)
			Move SL-Emp-Index(Sale-Index) to Lookup-Index
			Perform 2700-Check-License-Hold
		End-if.

      * every priced sale is looked up on the hold file, whatever
      * the agent's license says today, so a renewal does not release
      * a sale held while it had lapsed; a sale closed after the
      * license expired is recorded held by the first run to see it,
      * at the commission it would have paid; once compliance
      * releases it, it pays here and is stamped paid, and a sale
      * paid on an earlier day's release stays off the statement so
      * it is not paid twice; a sale neither on file nor past the
      * expiry pays as usual
	2700-Check-License-Hold.

		Move SL-Adrs(Sale-Index) to CH-Adrs.
		Move SL-Sale-Day(Sale-Index) to CH-Sale-Day.
		Move SL-Sale-Month(Sale-Index) to CH-Sale-Month.
		Move SL-Sale-Year(Sale-Index) to CH-Sale-Year.
		Move SL-Sale-Price(Sale-Index) to CH-Sale-Price.

		Move "yes" to Hold-Found-Flag.
		Read Commission-Hold-File
			invalid key
				Move "no" to Hold-Found-Flag
		End-read.

		If not hold-found
			If Emp-Lic-Expire(Lookup-Index) > zero
			   and SL-Sale-Date(Sale-Index) >
			       Emp-Lic-Expire(Lookup-Index)
				Move "H" to CH-Status
				Perform 2710-Write-Hold
			Else
				Move space to CH-Status
			End-if
		End-if.

		Evaluate true
			when CH-Status = space
				Continue
			when CH-Status = "R"
			 and (CH-Stmt-Paid-Date = zero
			      or CH-Stmt-Paid-Date = Run-Date)
				Move Run-Date to CH-Stmt-Paid-Date
				Rewrite Commission-Hold-Rec
				Add 1 to Released-Paid-Count
				Perform 2720-Count-Release-Year
			when CH-Status = "R"
				Move "P" to SL-Held(Sale-Index)
				Add 1 to Held-Count
			when CH-Status = "X"
				Move "X" to SL-Held(Sale-Index)
				Add 1 to Held-Count
			when other
				Move "H" to SL-Held(Sale-Index)
				Add 1 to Held-Count
		End-evaluate.

	2710-Write-Hold.

		Move SL-Agent-ID(Sale-Index) to CH-Agent-ID.
		Move SL-City(Sale-Index) to CH-City.
		Move SL-Sale-Date(Sale-Index) to CH-Sale-Date.
		Move Emp-Lic-Expire(SL-Emp-Index(Sale-Index)) to
			CH-License-Expire.
		Move SL-Commission(Sale-Index) to CH-Commission.
		Move SL-Tier(Sale-Index) to CH-Tier.
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

      * a release is earnings of the year it is paid in; one from an
      * earlier year's sale is not among this year's statement sales,
      * so it joins the agent's year here
	2720-Count-Release-Year.

		If SL-Sale-Year(Sale-Index) not = Ytd-Year
			Add SL-Commission(Sale-Index) to
				Emp-Release-Ytd(Lookup-Index)
		End-if.

      * every released hold this run has not already paid through
      * the extract, for an agent on this run's company.dat, is
      * gathered for the agents' statements
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

		If not hold-end and CH-Status = "R"

			Perform 2150-Classify-Agent
				varying Lookup-Index from 1 by 1
				until Lookup-Index > Employee-Count
				or CH-Agent-ID = Emp-SSN(Lookup-Index)

			If Lookup-Index not > Employee-Count
				If CH-Stmt-Paid-Date = zero
					Perform 1370-Take-Release
				Else
					Perform 1380-Count-Paid-Release
				End-if
			End-if

		End-if.

	1370-Take-Release.

		If Release-Count < Release-Max
			Add 1 to Release-Count
			Move CH-Key to RL-Key(Release-Count)
			Move Lookup-Index to RL-Emp-Index(Release-Count)
			Move CH-City to RL-City(Release-Count)
			Move CH-Commission to
				RL-Commission(Release-Count)
			Move CH-Tier to RL-Tier(Release-Count)
		Else
			Add 1 to Release-Overflow-Count
		End-if.

      * a release an earlier day's statement paid this year is part
      * of the agent's year on ctrytd.dat, though it is not on this
      * statement, unless the county has since rescinded the sale
	1380-Count-Paid-Release.

		If CH-Stmt-Paid-Date < Run-Date
		   and CH-Stmt-Paid-Date not < Ytd-Year * 10000
			Move "no" to Rescinded-Flag
			Move CH-Key to Res-Key
			Read Rescind-Registry-File
				invalid key continue
				not invalid key
					move "yes" to Rescinded-Flag
			End-read
			If not sale-rescinded
				Add CH-Commission to
					Emp-Release-Ytd(Lookup-Index)
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

      * writes one agent's statement detail line and rolls the sale
      * into the page totals; a rescinded sale shows its reversal
      * instead and stays out of the totals
	3110-Statement-Detail.

		If SL-Emp-Index(Sale-Index) = Employee-Index
		   and SL-Held(Sale-Index) = spaces

			Move SL-Adrs(Sale-Index) to Stmt-Adrs-Out
			Move SL-City(Sale-Index) to Stmt-City-Out
			If SL-Rescinded(Sale-Index) = "R"

				Move zero to Stmt-Commission-Out
				Move spaces to Stmt-Tier-Out
				Write Output-Rec from Info-Line
				Write Output-Rec from
					Rescind-Note-Line

			Else

				Move SL-Commission(Sale-Index) to
					Sale-Commission

				Move Sale-Commission to
					Stmt-Commission-Out
				Move SL-Tier(Sale-Index) to
					Stmt-Tier-Out

				Add 1 to Agent-Sale-Count
				Add SL-Sale-Price(Sale-Index) to
					Agent-Sale-Accum
				Add Sale-Commission to
					Agent-Commission-Accum
				If SL-Sale-Year(Sale-Index) = Ytd-Year
					Add Sale-Commission to
						Agent-Year-Accum
				End-if

				Write Output-Rec from Info-Line

	3105-Count-Agent-Sales.

		If SL-Emp-Index(Sale-Index) = Employee-Index
		   and SL-Held(Sale-Index) = spaces
			Add 1 to Agent-Sale-Count
		End-if.

	3106-Count-Agent-Releases.

		If RL-Emp-Index(Release-Index) = Employee-Index
			Add 1 to Agent-Sale-Count
		End-if.

      * a released hold paid on this statement: the sale's line from
      * the hold record, with the commission it was held at
	3115-Release-Detail.

		If RL-Emp-Index(Release-Index) = Employee-Index

			Move RL-Key(Release-Index) to CH-Key
			Move CH-Adrs to Stmt-Adrs-Out
			Move RL-City(Release-Index) to Stmt-City-Out
			Move CH-Sale-Year to Stmt-Sale-Year-Out
			Move CH-Sale-Month to Stmt-Sale-Month-Out
			Move CH-Sale-Day to Stmt-Sale-Day-Out
			Move CH-Sale-Price to Stmt-Sale-Price-Out
			Move RL-Commission(Release-Index) to
				Stmt-Commission-Out
			Move RL-Tier(Release-Index) to Stmt-Tier-Out

			Add 1 to Agent-Sale-Count
			Add RL-Commission(Release-Index) to
				Agent-Commission-Accum
			Add RL-Commission(Release-Index) to
				Agent-Year-Accum

			Write Output-Rec from Info-Line
			Write Output-Rec from Release-Note-Line

		End-if.

      * the payables record carrying the agent's released holds went
      * out, so each is stamped paid and the next run leaves it be
	3130-Stamp-Release.

		If RL-Emp-Index(Release-Index) = Employee-Index

			Move RL-Key(Release-Index) to CH-Key
			Read Commission-Hold-File
				invalid key continue
				not invalid key
					Move Run-Date to
						CH-Stmt-Paid-Date
					Rewrite Commission-Hold-Rec
					Add 1 to Released-Paid-Count
			End-read

		End-if.

      * restates the agent's contractor earnings for this year from
      * this run's statement and the releases paid earlier in the
      * year, so every run - a rerun today included - leaves the same
      * total; the last-run fields record this run's payables amount
	3140-Post-Contractor-Ytd.

		Move Ytd-Year to CY-Year.
		Move Emp-SSN(Employee-Index) to CY-Agent-ID.

		Move "no" to Ytd-Found-Flag.
		Read Contractor-Ytd-File
			invalid key continue
			not invalid key move "yes" to Ytd-Found-Flag
		End-read.

		Compute Agent-Year-Accum = Agent-Year-Accum
			+ Emp-Release-Ytd(Employee-Index).

		If ytd-found
			If CY-Last-Run-Date not = Run-Date
				Add 1 to CY-Post-Count
			End-if
			Move Agent-Year-Accum to CY-Paid
			Move Run-Date to CY-Last-Run-Date
			Move Agent-Commission-Accum to
				CY-Last-Run-Amount
			Rewrite Contractor-Ytd-Rec
		Else
			Move Agent-Year-Accum to CY-Paid
			Move zero to CY-Adjusted
			Move 1 to CY-Post-Count
			Move Run-Date to CY-Last-Run-Date
			Move Agent-Commission-Accum to
				CY-Last-Run-Amount
			Move zero to CY-Last-Adjust-Date
			Write Contractor-Ytd-Rec
		End-if.

      * one statement page: agent name and split at top, a line per
      * closed sale, then the totals that tie to prog10's summary
      * line, plus the agent's payables extract record
			varying Sale-Index from 1 by 1
			until Sale-Index > Stmt-Sale-Count.

		Perform 3106-Count-Agent-Releases
			varying Release-Index from 1 by 1
			until Release-Index > Release-Count.

		If Agent-Sale-Count > 0

			Move zero to Agent-Sale-Count
			Move zero to Agent-Sale-Accum
			Move zero to Agent-Commission-Accum
			Move zero to Agent-Year-Accum

			Move Emp-First-Name(Employee-Index) to
				Stmt-First-Name-Out
			Move spaces to Output-Rec
			Write Output-Rec
			Write Output-Rec from Column-headers
			Perform 3120-Tier-Legend
			Move spaces to Output-Rec
			Write Output-Rec

				varying Sale-Index from 1 by 1
				until Sale-Index > Stmt-Sale-Count

			Perform 3115-Release-Detail
				varying Release-Index from 1 by 1
				until Release-Index > Release-Count

			Move spaces to Output-Rec
			Write Output-Rec

				Move Agent-Commission-Accum to
					Pay-Amount-Out
				Write Payables-Rec from Payables-Line
				Perform 3140-Post-Contractor-Ytd
				Perform 3130-Stamp-Release
				    varying Release-Index from 1 by 1
				    until Release-Index > Release-Count
			End-if

		End-if.

      * a page with any sale priced from a schedule carries the key
      * to the Tier column
	3120-Tier-Legend.

		Move "no" to Scheduled-Page-Flag.
		Perform 3125-Check-Scheduled-Sale
			varying Sale-Index from 1 by 1
			until Sale-Index > Stmt-Sale-Count.

		If scheduled-page
			Write Output-Rec from Tier-Legend-Line
		End-if.

	3125-Check-Scheduled-Sale.

		If SL-Emp-Index(Sale-Index) = Employee-Index
		   and SL-Held(Sale-Index) = spaces
		   and SL-Tier(Sale-Index) not = spaces
		   and SL-Tier(Sale-Index) not = "F"
			Move "yes" to Scheduled-Page-Flag
		End-if.

      * writes one held sale onto the hold page
	3310-Hold-Detail.

		If SL-Held(Sale-Index) not = spaces

			Move SL-Agent-ID(Sale-Index) to
				Hold-Agent-ID-Out
			Move SL-Adrs(Sale-Index) to Hold-Adrs-Out
			Move SL-City(Sale-Index) to Hold-City-Out
			Move SL-Sale-Year(Sale-Index) to
				Hold-Sale-Year-Out
			Move SL-Sale-Month(Sale-Index) to
				Hold-Sale-Month-Out
			Move SL-Sale-Day(Sale-Index) to
				Hold-Sale-Day-Out
			Move SL-Sale-Price(Sale-Index) to
				Hold-Sale-Price-Out
			Move SL-Commission(Sale-Index) to
				Hold-Commission-Out
			Move Emp-Lic-Expire(SL-Emp-Index(Sale-Index))
				to Hold-Expire-Out

			Evaluate SL-Held(Sale-Index)
				when "X"
					Move "FORFEITED" to
						Hold-Status-Out
				when "P"
					Move "PAID ON RELEASE" to
						Hold-Status-Out
				when other
					Move "HELD" to Hold-Status-Out
			End-evaluate

			Write Output-Rec from Hold-Line

		End-if.

      * writes one unmatched sale onto the exception page
	3210-Exception-Detail.


		End-if.

      * prices every sale in agent and date order, gathers the
      * released holds still to pay, then statement pages agent by
      * agent, the hold page, the exception page for the Agent-IDs
      * nobody owns, and the report footer
	1300-Finish.

		Perform 2500-Price-Statement-Sale
			varying Sale-Index from 1 by 1
			until Sale-Index > Stmt-Sale-Count.

		Perform 1350-Load-Releases.

		Perform 3100-Agent-Statement
			varying Employee-Index from 1 by 1
			until Employee-Index > Employee-Count.

		If Held-Count > 0

			Write Output-Rec from Hold-Header
				after advancing page
			Move spaces to Output-Rec
			Write Output-Rec
			Write Output-Rec from Hold-Col-headers
			Move spaces to Output-Rec
			Write Output-Rec

			Perform 3310-Hold-Detail
				varying Sale-Index from 1 by 1
				until Sale-Index > Stmt-Sale-Count

			Move spaces to Output-Rec
			Write Output-Rec
			Move Held-Count to Hold-Count-Out
			Write Output-Rec from Hold-Total-Line

		End-if.

		If Unmatched-Agent-Count > 0

			Write Output-Rec from Exception-Header
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
		      Contractor-Ytd-File Output-File Payables-File.
