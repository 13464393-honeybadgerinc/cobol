      * one everywhere it landed - the sale's key goes into the
      * resreg.dat rescission registry (prog10, prog16, and prog17
      * read it to keep the sale out of commissions and off the
      * assessment roll), the sale comes off the indexed sale history
      * salehist.dat, the property's position in propmast.dat is
      * restored to its latest surviving sale (or the row is deleted
      * when the rescinded sale was the only one), and a negative
      * commission entry is appended to payadj.dat so the payroll
      * run claws back what the sale paid out; every notice lands on
      * a results report as applied or unmatched, so a rescinded
      * seven-figure sale stops meaning hand-edits in three places;
      * each restored or deleted master row also goes onto the day's
      * propchg.dat change file for the mapping and CAMA subscribers;
      * an agent paid from a tiered schedule (prog80) has the
      * clawback taken at the tier the sale actually paid, and
      * because the rescinded sale no longer counts toward the
      * agent's year-to-date volume or the company's cap, the
      * agent's later sales that year are re-priced without it and
      * the difference goes onto payadj.dat as one more entry; a
      * sale whose commission was held for an expired license and
      * never reached payroll has nothing to claw back, so its hold
      * is cancelled instead and no entry is written; an agent paid
      * as a contractor through prog16pay.dat (on ctrytd.dat this
      * year or last) for a sale closed in an earlier year also has
      * each clawback and re-pricing entry netted against this year's
      * contractor earnings - a sale closed this year needs none,
      * since prog16 restates the agent's year off realestate.dat,
      * where the registry already keeps it out - so prog84's
      * 1099-NEC reports what the agent kept

        Environment Division.

                       organization is indexed
                       access mode is random
                       record key is agentSSN.
                Select Optional Supp-Notice-File
                       assign to "/home1/c/a/acsi203/supnotice.dat"
                       organization is indexed
                       access mode is random
                       record key is SN-Key.
                Select Optional Xfer-Ledger-File
                       assign to "/home1/c/a/acsi203/xferledg.dat"
                       organization is indexed
                       access mode is random
                       record key is LG-Key.
                Select Optional Comm-Schedule-File
                       assign to "/home1/c/a/acsi203/commsched.dat"
                       organization is indexed
                       access mode is sequential
                       record key is CS-Key.
                Select Optional Commission-Hold-File
                       assign to "/home1/c/a/acsi203/commhold.dat"
                       organization is indexed
                       access mode is random
                       record key is CH-Key.
                Select Optional Contractor-Ytd-File
                       assign to "/home1/c/a/acsi203/ctrytd.dat"
                       organization is indexed
                       access mode is random
                       record key is CY-Key.
                Select Optional Sale-History-File
                       assign to "/home1/c/a/acsi203/salehist.dat"
                       organization is indexed
                       access mode is random
                       record key is SH-Key
                       alternate record key is SH-Apn
                           with duplicates
                       alternate record key is SH-City-Key
                           with duplicates
                       alternate record key is SH-Year-Month
                           with duplicates.
                Select Optional Adjust-File
                       assign to "payadj.dat"
                       organization is line sequential.
                Select Optional Prop-Change-File
                       assign to "propchg.dat"
                       organization is line sequential.
                Select Output-File
                       assign to "prog39out.dat"
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

      * supplemental assessment notices prog65 issues, keyed on the
      * sale that caused them; a rescinded sale's notice is marked
      * cancelled here and prog65 prints the cancellation
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
		02 SN-Status		Pic x(1).
		02 SN-Notice-Date	Pic 9(8).

      * documentary transfer tax ledger prog66 posts; a rescinded
      * sale's tax comes back as a credit entry in the month the
      * rescission is processed, for prog67 to net against that
      * month's remittance
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

      * tiered commission schedules maintained by prog80; an agent
      * with one in force on the sale date is priced from it instead
      * of the flat agentCommRate
	FD	Comm-Schedule-File.
	01	Comm-Schedule-Rec.
	Copy "commsched.cpy".

      * license holds prog10 and prog16 record; a held sale paid
      * nothing, so rescinding it cancels the hold instead
	FD	Commission-Hold-File.
	01	Commission-Hold-Rec.
	Copy "commhold.cpy".

      * year-to-date contractor earnings prog16 posts for the 1099
	FD	Contractor-Ytd-File.
	01	Contractor-Ytd-Rec.
	Copy "ctrytd.cpy".

      * the indexed sale history prog76 loads; it holds only live
      * sales, so a rescinded one comes off here whether or not it
      * is still on the extract prog76 reads
	FD	Sale-History-File.
	01	Sale-History-Rec.
	Copy "salehist.cpy".

      * pay-adjustments interface the payroll run picks up alongside
      * commearn.dat; the clawback rides in as a negative amount
		02 AJ-SSN		Pic 9(7).
		02 AJ-Amount		Pic s9(9)v99.

      * the day's master changes prog77 ships to the subscribers
	FD	Prop-Change-File.
	01	Prop-Change-Rec.
	Copy "propchg.cpy".

	FD	Output-File.
	01	Output-Rec		Pic x(132).

	01	Prior-Rescinded-Flag	Pic x(3) value "no".
		88 prior-rescinded value "yes".

	01	Notice-Found-Flag	Pic x(3) value "no".
		88 supp-notice-found value "yes".

	01	Ledger-Found-Flag	Pic x(3) value "no".
		88 ledger-found value "yes".

	01	Current-Date-Time.
		02 CDT-Year		Pic 9(4).
		02 CDT-Month		Pic 9(2).
		02 CDT-Day		Pic 9(2).
		02 CDT-Hour		Pic 9(2).
		02 CDT-Minute		Pic 9(2).
		02 CDT-Second		Pic 9(2).
		02 Filler		Pic x(7).

      * the master row as read, for the change file's before image
	01	Before-Master-Rec	Pic x(96) value spaces.

      * fallback commission rate for an agent with no agentmst.dat
      * entry, the same house rate prog10 pays at
	01	Commission-Rate		Pic v999 value .030.
			03 NT-Found		Pic x(1).
			03 NT-Agent-ID		Pic 9(7).
			03 NT-Sale-Date		Pic 9(8).
      * Y when the sale's agent has a commission schedule on file,
      * and the agent's flat split for sales no schedule covers
			03 NT-Tiered		Pic x(1).
			03 NT-Flat-Rate		Pic v999.
      * the latest surviving sale of the same property, captured
      * during the history scan for the master restore
			03 NT-Prior-Found	Pic x(1).

	01	Match-Index		Pic 9(3) value zero.

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

      * every live sale of a scheduled agent with a sale rescinded
      * in this run, in agent and sale-date order by insertion sort,
      * priced once as paid (before) and once without this run's
      * rescinded sales (after)
	01	Reprice-Count		Pic 9(4) value zero.

	01	Reprice-Max		Pic 9(4) value 5000.

	01	Reprice-Index		Pic 9(4) value zero.

	01	Insert-Index		Pic 9(4) value zero.

	01	Shift-Index		Pic 9(4) value zero.

	01	Reprice-Table.
		02 Reprice-Entry occurs 1 to 5000 times
			depending on Reprice-Count.
			03 RP-Key.
			   04 RP-Agent-ID	Pic 9(7).
			   04 RP-Sale-Date	Pic 9(8).
			03 RP-Sale-Price	Pic 9(9).
			03 RP-Flat-Rate		Pic v999.
      * the notice rescinding this sale in this run, zero for none
			03 RP-Notice-Index	Pic 9(3).
			03 RP-Before-Comm	Pic 9(12)v99.
			03 RP-After-Comm	Pic 9(12)v99.

	01	Work-Reprice.
		02 WR-Key.
		   03 WR-Agent-ID	Pic 9(7).
		   03 WR-Sale-Date	Pic 9(8).
		02 WR-Sale-Price	Pic 9(9).
		02 WR-Flat-Rate		Pic v999.
		02 WR-Notice-Index	Pic 9(3).
		02 WR-Before-Comm	Pic 9(12)v99.
		02 WR-After-Comm	Pic 9(12)v99.

	01	Tiered-Notice-Flag	Pic x(3) value "no".
		88 tiered-notice value "yes".

	01	Reprice-Ok-Flag		Pic x(3) value "no".
		88 reprice-ok value "yes".

	01	Reprice-Overflow-Count	Pic 9(4) value zero.

	01	Reprice-Diff		Pic s9(10)v99 value zero.

      * one payadj.dat entry's amount, netted against ctrytd.dat
	01	Ytd-Reversal		Pic s9(10)v99 value zero.

	01	Ytd-Found-Flag		Pic x(3) value "no".
		88 ytd-found value "yes".

	01	Repriced-Sale-Count	Pic 9(4) value zero.

	01	First-Notice-Index	Pic 9(3) value zero.

	01	Reprice-Line.
		02 Filler		Pic x(6) value "Agent ".
		02 Rep-Agent-Out	Pic 9(7).
		02 Filler		Pic x(20) value
		    " - later sales re-pr".
		02 Filler		Pic x(23) value
		    "iced at the lower tier:".
		02 Rep-Count-Out	Pic ZZZ9.
		02 Filler		Pic x(7) value " sales ".
		02 Rep-Diff-Out		Pic -$,$$$,$$9.99.
		02 Filler		Pic x(52) value spaces.

	01	Reprice-Overflow-Line.
		02 Filler		Pic x(40) value
		    "** agent sales past the re-pricing table".
		02 Filler		Pic x(40) value
		    " - tiered re-pricing not applied, rerun ".
		02 Filler		Pic x(21) value
		    "with fewer notices **".
		02 Filler		Pic x(31) value spaces.

	01	Overflow-Notice-Count	Pic 9(3) value zero.

	01	Overflow-Line.
	Procedure Division.

      * Executes 'Init', the notice load, the one history pass, the
      * re-pricing load for scheduled agents, the reversal pass, and
      * 'Finish', in that order
	0000-Main-Logic.
		Perform 1000-Init.
		Perform 1100-Load-Notice until txn-end.
		Perform 1150-Open-History.
		Perform 1200-Main-Loop until end-reached.
		Perform 1230-Load-Repricing.
		Perform 1250-Reverse-Notices.
		Perform 1300-Finish.
		Stop Run.

		End-if.

      * when a confirmed notice's agent is paid from a schedule, a
      * second pass over the history gathers that agent's live sales
      * and prices them with and without this run's rescissions;
      * the first pass has already closed the history at its end
	1230-Load-Repricing.

		Close Real-Estate-File.

		Perform 1080-Load-Schedules.

		Open Input agentMasterFile.
		Perform 1235-Mark-Tiered-Notice
			varying Notice-Index from 1 by 1
			until Notice-Index > Notice-Count.
		Close agentMasterFile.

		If tiered-notice

			Open Input Real-Estate-File
			Move "no" to Eof-Flag
			Read Real-Estate-File
				at end move "yes" to Eof-Flag
			End-read
			Perform 1240-Take-Reprice-Sale until end-reached
			Close Real-Estate-File

			If Reprice-Overflow-Count = zero
				Move "yes" to Reprice-Ok-Flag
				Perform 2700-Price-Before
				Perform 2710-Price-After
			End-if

		End-if.

      * a confirmed notice whose agent has any schedule on file is
      * re-priced; the agent's flat split (or the house rate) rides
      * along for sales no schedule covers
	1235-Mark-Tiered-Notice.

		Move spaces to NT-Tiered(Notice-Index).

		If NT-Found(Notice-Index) = "Y"

			Perform 1236-Check-Agent-Schedule
				varying Schedule-Index from 1 by 1
				until Schedule-Index > Schedule-Count

			If NT-Tiered(Notice-Index) = "Y"
				Move "yes" to Tiered-Notice-Flag
				Move "no" to Agent-Found-Flag
				Move NT-Agent-ID(Notice-Index)
				    to agentSSN
				Read agentMasterFile
					invalid key continue
					not invalid key
					move "yes" to Agent-Found-Flag
				End-read
				If agent-found
					Move agentCommRate
					  to NT-Flat-Rate(Notice-Index)
				Else
					Move Commission-Rate
					  to NT-Flat-Rate(Notice-Index)
				End-if
			End-if

		End-if.

	1236-Check-Agent-Schedule.

		If ST-Agent-SSN(Schedule-Index) =
		   NT-Agent-ID(Notice-Index)
			Move "Y" to NT-Tiered(Notice-Index)
		End-if.

      * one history record: a sale of a re-priced agent is held,
      * unless an earlier run already rescinded it
	1240-Take-Reprice-Sale.

		Perform 2010-Classify-Notice
			varying Match-Index from 1 by 1
			until Match-Index > Notice-Count
			or (NT-Tiered(Match-Index) = "Y" and
			    Agent-ID = NT-Agent-ID(Match-Index)).

		If Match-Index not > Notice-Count
			Perform 2250-Hold-Reprice-Sale
		End-if.

		Read Real-Estate-File at end move "yes" to Eof-Flag.

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

      * holds one live sale of a re-priced agent in its agent and
      * sale-date slot, noting which of this run's notices (if any)
      * rescinds it
	2250-Hold-Reprice-Sale.

		Move NT-Flat-Rate(Match-Index) to WR-Flat-Rate.

		Move "no" to Prior-Rescinded-Flag.
		Move Adrs to Res-Adrs.
		Move Sale-Day to Res-Sale-Day.
		Move Sale-Month to Res-Sale-Month.
		Move Sale-Year to Res-Sale-Year.
		Move Sale-Price to Res-Sale-Price.

		Read Rescind-Registry-File
			invalid key continue
			not invalid key move "yes" to
				Prior-Rescinded-Flag
		End-read.

		If not prior-rescinded and Sale-Price numeric

			Perform 2100-Date-Of-Record

			Perform 2010-Classify-Notice
				varying Match-Index from 1 by 1
				until Match-Index > Notice-Count
				or (NT-Found(Match-Index) = "Y" and
				Adrs = NT-Adrs(Match-Index) and
				Sale-Day = NT-Sale-Day(Match-Index) and
				Sale-Month = NT-Sale-Month(Match-Index)
				and Sale-Year =
				    NT-Sale-Year(Match-Index)
				and Sale-Price =
				    NT-Sale-Price(Match-Index))

			If Match-Index > Notice-Count
				Move zero to WR-Notice-Index
			Else
				Move Match-Index to WR-Notice-Index
			End-if

			Move Agent-ID to WR-Agent-ID
			Move Sale-Date-Num to WR-Sale-Date
			Move Sale-Price to WR-Sale-Price
			Move zero to WR-Before-Comm WR-After-Comm

			If Reprice-Count < Reprice-Max
				Perform 2260-Insert-Reprice-Sale
			Else
				Add 1 to Reprice-Overflow-Count
			End-if

		End-if.

      * no-op body; the search for this sale's slot in agent and
      * sale-date order happens entirely in the Perform ...
      * Varying's Until condition
	2265-Classify-Reprice-Slot.

		Continue.

      * the insertion-sort shape prog13 uses
	2260-Insert-Reprice-Sale.

		Perform 2265-Classify-Reprice-Slot
			varying Insert-Index from 1 by 1
			until Insert-Index > Reprice-Count
			or WR-Key < RP-Key(Insert-Index).

		Add 1 to Reprice-Count.

		Perform 2270-Shift-Reprice-Down
			varying Shift-Index from Reprice-Count by -1
			until Shift-Index <= Insert-Index.

		Move Work-Reprice to Reprice-Entry(Insert-Index).

	2270-Shift-Reprice-Down.

		Move Reprice-Entry(Shift-Index - 1) to
			Reprice-Entry(Shift-Index).

      * every held sale priced as it was paid, this run's rescinded
      * sales included; the year 9999 start forces the running
      * figures to reset on the first sale
	2700-Price-Before.

		Move zero to Run-Agent.
		Move 9999 to Run-Year.
		Perform 2705-Price-Before-Sale
			varying Reprice-Index from 1 by 1
			until Reprice-Index > Reprice-Count.

	2705-Price-Before-Sale.

		Perform 2720-Set-Price-Sale.
		Perform 2600-Price-Sale.
		Move Priced-Commission to RP-Before-Comm(Reprice-Index).

      * the same sales priced again with this run's rescinded sales
      * taken out of the agent's volume and the company's share
	2710-Price-After.

		Move zero to Run-Agent.
		Move 9999 to Run-Year.
		Perform 2715-Price-After-Sale
			varying Reprice-Index from 1 by 1
			until Reprice-Index > Reprice-Count.

	2715-Price-After-Sale.

		If RP-Notice-Index(Reprice-Index) = zero
			Perform 2720-Set-Price-Sale
			Perform 2600-Price-Sale
			Move Priced-Commission to
				RP-After-Comm(Reprice-Index)
		Else
			Move zero to RP-After-Comm(Reprice-Index)
		End-if.

	2720-Set-Price-Sale.

		Move RP-Agent-ID(Reprice-Index) to Price-Agent.
		Move RP-Sale-Date(Reprice-Index) to Price-Date.
		Move RP-Sale-Price(Reprice-Index) to Price-Amount.
		Move RP-Flat-Rate(Reprice-Index) to Price-Flat-Rate.

      * the reversal pass proper: registry, master, and clawback for
      * each confirmed notice, then the re-pricing adjustments
	1250-Reverse-Notices.

		Open I-O Property-Master-File.
		Open Input agentMasterFile.
		Open Extend Adjust-File Prop-Change-File.
		Open I-O Supp-Notice-File Xfer-Ledger-File.
		Open I-O Commission-Hold-File Contractor-Ytd-File.
		Open I-O Sale-History-File.
		Move function current-date to Current-Date-Time.

		Perform 3000-Reverse-One-Notice
			varying Notice-Index from 1 by 1
			until Notice-Index > Notice-Count.

		If reprice-ok
			Perform 3700-Write-Repricing
				varying Notice-Index from 1 by 1
				until Notice-Index > Notice-Count
		End-if.

		Close Rescind-Registry-File Property-Master-File
		      agentMasterFile Adjust-File Supp-Notice-File
		      Xfer-Ledger-File Prop-Change-File
		      Commission-Hold-File Contractor-Ytd-File
		      Sale-History-File.

      * reverses one notice everywhere the sale landed, or reports it
      * unmatched when the history never carried the named sale
			Move "APPLIED" to Result-Note

			Perform 3100-Register-Rescission
			Perform 3150-Remove-Sale-History
			Perform 3200-Restore-Master
			Perform 3300-Claw-Back
			Perform 3400-Cancel-Supplemental
			Perform 3500-Credit-Transfer-Tax

		End-if.

			invalid key continue
		End-write.

      * takes the sale off the indexed sale history, keyed the way
      * prog76 loads it; a sale prog48 has already rolled into the
      * archive is off the extract, so prog76's nightly load would
      * never see it to remove it; a sale not on the history was
      * never loaded and is left at that
	3150-Remove-Sale-History.

		Move NT-Adrs(Notice-Index) to SH-Adrs.
		Move NT-Zip(Notice-Index) to SH-Zip.
		Move NT-Sale-Date(Notice-Index) to SH-Sale-Date.
		Compute SH-Sale-Price =
			Function Numval(NT-Sale-Price(Notice-Index)).

		Delete Sale-History-File record
			invalid key continue
		End-delete.

      * restores the property's position: the times-sold count drops
      * by one, and when the rescinded sale WAS the master's current
      * position the latest surviving sale takes its place; a

		Else

			Move Property-Master-Rec to Before-Master-Rec

			If PM-Times-Sold > 0
				Subtract 1 from PM-Times-Sold
			End-if
				Delete Property-Master-File record
				Move "APPLIED - master row removed" to
					Result-Note
				Move "DL" to PC-Change-Type
				Initialize PC-After
				Perform 3260-Post-Master-Change

			Else

				End-if

				Rewrite Property-Master-Rec
				Move "RR" to PC-Change-Type
				Move Property-Master-Rec to PC-After
				Perform 3260-Post-Master-Change

			End-if

				Result-Note
		End-if.

      * one change-file record for the row just restored or deleted;
      * the change type and after image are already set, and the
      * key and APN come off the row as it was read
	3260-Post-Master-Change.

		Move "DTL" to PC-Rec-Type.
		Move zero to PC-Seq.
		Move "PROG39" to PC-Source.
		Compute PC-Change-Date =
			CDT-Year * 10000 + CDT-Month * 100 + CDT-Day.
		Compute PC-Change-Time = CDT-Hour * 10000 +
			CDT-Minute * 100 + CDT-Second.
		Move Before-Master-Rec to PC-Before.
		Move PCB-Apn to PC-Apn.
		Move PCB-Adrs to PC-Adrs.
		Move PCB-Zip to PC-Zip.
		Move spaces to PC-Changed-Fields.

		Write Prop-Change-Rec.

      * a negative commission entry at the agent's own split (or the
      * house rate) rides the payroll interface back out of the next
      * check; a scheduled agent's sale comes back at what it was
      * priced at on the schedule
	3300-Claw-Back.

		Move "no" to Agent-Found-Flag.
				NT-Sale-Price(Notice-Index)) *
			Clawback-Rate).

		If reprice-ok and NT-Tiered(Notice-Index) = "Y"
			Perform 3310-Classify-Reprice
				varying Reprice-Index from 1 by 1
				until Reprice-Index > Reprice-Count
				or RP-Notice-Index(Reprice-Index) =
				   Notice-Index
			If Reprice-Index not > Reprice-Count
				Compute Clawback-Amount = 0 -
					RP-Before-Comm(Reprice-Index)
			End-if
		End-if.

		Perform 3350-Check-License-Hold.

		If Clawback-Amount not = zero
			Move NT-Agent-ID(Notice-Index) to AJ-SSN
			Move Clawback-Amount to AJ-Amount
			Write Adjust-Rec
			Move Clawback-Amount to Ytd-Reversal
			If NT-Sale-Date(Notice-Index) < CDT-Year * 10000
				Perform 3800-Net-Contractor-Ytd
			End-if
		End-if.

      * a sale still held, forfeited, or released but not yet on
      * commearn.dat never paid the agent: the hold is cancelled so
      * a later release cannot pay it, and nothing is clawed back
	3350-Check-License-Hold.

		Move NT-Adrs(Notice-Index) to CH-Adrs.
		Move NT-Sale-Day(Notice-Index) to CH-Sale-Day.
		Move NT-Sale-Month(Notice-Index) to CH-Sale-Month.
		Move NT-Sale-Year(Notice-Index) to CH-Sale-Year.
		Move NT-Sale-Price(Notice-Index) to CH-Sale-Price.

		Read Commission-Hold-File
			invalid key continue
			not invalid key
				If CH-Earn-Paid-Date = zero
					Perform 3360-Cancel-Hold
				End-if
		End-read.

	3360-Cancel-Hold.

		Move "X" to CH-Status.
		Compute CH-Action-Date =
			CDT-Year * 10000 + CDT-Month * 100 + CDT-Day.
		Move "PROG39" to CH-Action-Oper.
		Move "rescinded by the county" to CH-Action-Note.
		Rewrite Commission-Hold-Rec.

		Move zero to Clawback-Amount.
		Move "APPLIED - commission was held, none paid"
			to Result-Note.

      * the supplemental notice the sale raised is marked cancelled
      * for prog65 to print the cancellation; a sale prog65 has not
      * reached yet gets a voided entry in its place, so the notice
      * is never issued at all
	3400-Cancel-Supplemental.

		Move NT-Adrs(Notice-Index) to SN-Adrs.
		Move NT-Zip(Notice-Index) to SN-Zip.
		Move NT-Sale-Date(Notice-Index) to SN-Sale-Date.

		Move "no" to Notice-Found-Flag.
		Read Supp-Notice-File
			invalid key continue
			not invalid key move "yes" to Notice-Found-Flag
		End-read.

		If supp-notice-found
			If SN-Status = "I"
				Move "C" to SN-Status
				Rewrite Supp-Notice-Rec
			End-if
		Else
			Move spaces to SN-Apn SN-City SN-Type
			Move zero to SN-Fiscal-Year SN-Prior-Value
				SN-New-Value SN-Months SN-Factor
				SN-Amount SN-Notice-Date
			Move "V" to SN-Status
			Write Supp-Notice-Rec
				invalid key continue
			End-write
		End-if.

      * the transfer tax the sale posted comes back out as a credit
      * entry dated to this month; a sale that never posted (taxed
      * before the ledger, or rescinded before prog66 reached it)
      * has nothing to credit, and a second rescission run finds the
      * credit already on file
	3500-Credit-Transfer-Tax.

		Move NT-Adrs(Notice-Index) to LG-Adrs.
		Move NT-Sale-Day(Notice-Index) to LG-Sale-Day.
		Move NT-Sale-Month(Notice-Index) to LG-Sale-Month.
		Move NT-Sale-Year(Notice-Index) to LG-Sale-Year.
		Move NT-Sale-Price(Notice-Index) to LG-Sale-Price.
		Move "S" to LG-Entry-Type.

		Move "no" to Ledger-Found-Flag.
		Read Xfer-Ledger-File
			invalid key continue
			not invalid key move "yes" to Ledger-Found-Flag
		End-read.

		If ledger-found
			Move "C" to LG-Entry-Type
			Compute LG-County-Tax = 0 - LG-County-Tax
			Compute LG-City-Tax = 0 - LG-City-Tax
			Compute LG-Post-Month =
				CDT-Year * 100 + CDT-Month
			Compute LG-Posted-Date =
				CDT-Year * 10000 + CDT-Month * 100 +
				CDT-Day
			Write Xfer-Ledger-Rec
				invalid key continue
			End-write
		End-if.

      * the agent's clawback at what the sale actually paid, when
      * the sale was priced from the agent's schedule
	3310-Classify-Reprice.

		Continue.

      * one re-pricing adjustment per agent, written at the agent's
      * first scheduled notice: the later sales' after-rescission
      * pay less what they were paid, netted into one payadj.dat
      * entry; no entry when nothing moved
	3700-Write-Repricing.

		If NT-Tiered(Notice-Index) = "Y"

			Perform 2010-Classify-Notice
				varying First-Notice-Index from 1 by 1
				until NT-Tiered(First-Notice-Index)
				    = "Y" and
				    NT-Agent-ID(First-Notice-Index) =
				    NT-Agent-ID(Notice-Index)

			If First-Notice-Index = Notice-Index
				Perform 3710-Net-Agent-Repricing
			End-if

		End-if.

	3710-Net-Agent-Repricing.

		Move zero to Reprice-Diff.
		Move zero to Repriced-Sale-Count.

		Perform 3720-Add-Sale-Difference
			varying Reprice-Index from 1 by 1
			until Reprice-Index > Reprice-Count.

		If Reprice-Diff not = zero
			Move NT-Agent-ID(Notice-Index) to AJ-SSN
			Move Reprice-Diff to AJ-Amount
			Write Adjust-Rec
			Move Reprice-Diff to Ytd-Reversal
			If NT-Sale-Date(Notice-Index) < CDT-Year * 10000
				Perform 3800-Net-Contractor-Ytd
			End-if
			Move NT-Agent-ID(Notice-Index) to Rep-Agent-Out
			Move Repriced-Sale-Count to Rep-Count-Out
			Move Reprice-Diff to Rep-Diff-Out
			Write Output-Rec from Reprice-Line
		End-if.

	3720-Add-Sale-Difference.

		If RP-Agent-ID(Reprice-Index) =
		   NT-Agent-ID(Notice-Index)
		   and RP-Notice-Index(Reprice-Index) = zero
		   and RP-After-Comm(Reprice-Index) not =
		       RP-Before-Comm(Reprice-Index)
			Add 1 to Repriced-Sale-Count
			Compute Reprice-Diff = Reprice-Diff +
				RP-After-Comm(Reprice-Index) -
				RP-Before-Comm(Reprice-Index)
		End-if.

      * nets one payadj.dat entry for an earlier year's sale against
      * the agent's contractor earnings for this year; an agent with
      * none this year but some last year (a sale paid in December,
      * rescinded in January) gets this year's entry opened to carry
      * it, its paid amount left at zero for prog16's next run to
      * restate; an agent never paid as a contractor is left to
      * payroll
	3800-Net-Contractor-Ytd.

		Move CDT-Year to CY-Year.
		Move AJ-SSN to CY-Agent-ID.

		Move "no" to Ytd-Found-Flag.
		Read Contractor-Ytd-File
			invalid key continue
			not invalid key move "yes" to Ytd-Found-Flag
		End-read.

		If ytd-found
			Add Ytd-Reversal to CY-Adjusted
			Compute CY-Last-Adjust-Date =
				CDT-Year * 10000 + CDT-Month * 100 +
				CDT-Day
			Rewrite Contractor-Ytd-Rec
		Else
			Compute CY-Year = CDT-Year - 1
			Read Contractor-Ytd-File
				invalid key continue
				not invalid key
					move "yes" to Ytd-Found-Flag
			End-read
			If ytd-found
				Perform 3810-Open-Contractor-Year
			End-if
		End-if.

	3810-Open-Contractor-Year.

		Move CDT-Year to CY-Year.
		Move zero to CY-Paid.
		Move Ytd-Reversal to CY-Adjusted.
		Move zero to CY-Post-Count.
		Move zero to CY-Last-Run-Date.
		Move zero to CY-Last-Run-Amount.
		Compute CY-Last-Adjust-Date =
			CDT-Year * 10000 + CDT-Month * 100 + CDT-Day.
		Write Contractor-Ytd-Rec.

      * one notice's line on the results report
	3900-Write-Result.
		Move Unmatched-Count to Unmatched-Out.
		Write Output-Rec from Totals-Line.

      * an agent's sales past the re-pricing table left the tiered
      * re-pricing undone; say so and fail the run the same way
		If Reprice-Overflow-Count > 0
			Write Output-Rec from Reprice-Overflow-Line
			Display "** re-pricing table overflowed - "
				"tiered adjustments not written **"
			Move 8 to Return-Code
		End-if.

      * a notice past the table was never processed; say so and
      * fail the run rather than letting a rescission disappear
		If Overflow-Notice-Count > 0
