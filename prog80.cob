        Identification Division.
        Program-Id. prog80.
        Date-Written. 10/15/2026.
        Author. Lucas Henry.
        Date-Compiled.

      * lets an operator add, change, or delete an agent's tiered
      * commission schedule in commsched.dat one transaction at a
      * time, the same conversation prog15 runs against agentmst.dat
      * and under the same permission byte; a schedule is keyed on
      * the agent and the date it takes effect, so a renegotiated
      * agreement is a new dated Add and the sales closed under the
      * old one still price the way they were paid; each entry holds
      * the gross rate the brokerage earns on a sale, up to five
      * tiers (the year-to-date closed volume each starts at and the
      * agent's split from there), and the company's annual cap;
      * prog10, prog16 and prog39 price from it;
      * every sign-on attempt, accepted or refused, is logged to
      * signon.log for prog89's quarterly access recertification

        Environment Division.

        Input-Output Section.
        File-Control.

                Select Opermast-File
                       assign to "/home1/c/a/acsi203/opermast.dat"
                       organization is indexed
                       access mode is random
                       record key is OM-Oper-Id.
                Select Optional Signon-File
                       assign to "signon.log"
                       organization is line sequential.
                Select Optional agentMasterFile
                       assign to "/home1/c/a/acsi203/agentmst.dat"
                       organization is indexed
                       access mode is random
                       record key is agentSSN.
                Select Optional Comm-Schedule-File
                       assign to "/home1/c/a/acsi203/commsched.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is CS-Key.

        Data Division.

        File Section.

      * operator master maintained by prog53: who may run which
      * interactive program; the sign-on refuses anyone not on it,
      * inactive, or without this program's permission byte
	FD	Opermast-File.
	01	Opermast-Rec.
		02 OM-Oper-Id		Pic x(8).
		02 OM-Name		Pic x(20).
		02 OM-Status		Pic x(1).
		02 OM-Perms		Pic x(20).

	FD	Signon-File.
	01	Signon-Rec		Pic x(48).

      * agent master maintained by prog15; a schedule may only be
      * keyed for an agent already on it
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

	FD	Comm-Schedule-File.
	01	Comm-Schedule-Rec.
	Copy "commsched.cpy".

	Working-Storage Section.

      * who signed on; byte 4 of OM-Perms governs this program, the
      * same byte prog15's agent maintenance answers to
	01	Operator-Id		Pic x(8) value spaces.

	01	Oper-Found-Flag		Pic x(3) value "no".
		88 oper-found value "yes".

      * the sign-on date/time stamp, split out of Function
      * Current-Date the way prog11 does for cityaud.dat
	01	Current-Date-Time.
		02 CDT-Year		Pic 9(4).
		02 CDT-Month		Pic 9(2).
		02 CDT-Day		Pic 9(2).
		02 CDT-Hour		Pic 9(2).
		02 CDT-Minute		Pic 9(2).
		02 CDT-Second		Pic 9(2).
		02 Filler		Pic x(7).

      * one line per sign-on attempt, appended to signon.log
	01	Signon-Line.
	Copy "signlog.cpy".

	01	Txn-Code		Pic x value spaces.
		88 add-txn	value "A" "a".
		88 change-txn	value "C" "c".
		88 delete-txn	value "D" "d".
		88 quit-txn	value "Q" "q".

	01	SSN-Entry		Pic x(7) value spaces.

	01	Eff-Date-Entry		Pic x(8) value spaces.

	01	Eff-Date-Num redefines Eff-Date-Entry.
		02 EDN-Year		Pic 9(4).
		02 EDN-Month		Pic 9(2).
		02 EDN-Day		Pic 9(2).

      * rates keyed in as decimal fractions, e.g. ".030" gross and
      * ".700" for a 70% split, then converted via Function Numval
	01	Rate-Entry		Pic x(6) value spaces.

	01	Gross-Rate-Value	Pic v999 value zero.

	01	Cap-Entry		Pic x(13) value spaces.

	01	Cap-Value		Pic 9(9)v99 value zero.

	01	Tier-Count-Entry	Pic x(1) value spaces.

	01	Tier-Count-Value	Pic 9(1) value zero.

	01	Volume-Entry		Pic x(12) value spaces.

	01	Tier-Index		Pic 9(1) value zero.

      * the tiers as keyed, checked as a set before any is written
	01	Entry-Tier-Table.
		02 Entry-Tier occurs 5 times.
			03 ET-From		Pic 9(11).
			03 ET-Split		Pic 9v999.

      * sane bounds: the gross rate matches prog15's bounds on a
      * flat split, and a tier split is a share of that gross, at
      * most all of it
	01	Min-Rate		Pic v999 value .001.

	01	Max-Rate		Pic v999 value .100.

	01	Min-Split		Pic 9v999 value .001.

	01	Max-Split		Pic 9v999 value 1.000.

	01	Bad-Entry-Flag		Pic x(3) value "no".
		88 bad-entry	value "yes".

	01	Not-Found-Flag		Pic x(3) value "no".
		88 not-found	value "yes".

	01	Duplicate-Flag		Pic x(3) value "no".
		88 duplicate-key value "yes".

	01	Agent-Found-Flag	Pic x(3) value "no".
		88 agent-found	value "yes".

	01	Rate-Out		Pic .999.

	01	Split-Out		Pic 9.999.

	01	Cap-Out			Pic $$$$,$$$,$$9.99.

	01	Volume-Out		Pic $$$,$$$,$$$,$$9.

	Procedure Division.

      * Executes 'Init', 'Main-Loop', and 'Finish', in that order
	0000-Main-Logic.
		Perform 1000-Init.
		Perform 1200-Main-Loop until quit-txn.
		Perform 1300-Finish.
		Stop Run.

	1000-Init.

		Open I-O Comm-Schedule-File.
		Open Input agentMasterFile.

		Display "Agent Commission Schedule Maintenance".
		Perform 1010-Sign-On.

      * operator sign-on: the ID must be on the operator master,
      * active, and authorized for this program, or the session ends
      * before anything is keyed
	1010-Sign-On.

		Display "Operator ID:".
		Accept Operator-Id from Sysin.

		Open Input Opermast-File.

		Move Operator-Id to OM-Oper-Id.
		Move "no" to Oper-Found-Flag.
		Read Opermast-File
			invalid key continue
			not invalid key move "yes" to Oper-Found-Flag
		End-read.

		Close Opermast-File.

		Move spaces to Signon-Line.
		Evaluate true
			When not oper-found
				Move "UNKNOWN-ID" to SL-Outcome
			When OM-Status not = "A"
				Move "INACTIVE" to SL-Outcome
			When OM-Perms(4:1) not = "Y"
				Move "NOT-PERMIT" to SL-Outcome
			When other
				Move "ACCEPTED" to SL-Outcome
		End-evaluate.
		Perform 1030-Log-Sign-On.

		If not oper-found or OM-Status not = "A"
		   or OM-Perms(4:1) not = "Y"
			Display "Not authorized for this program."
			Move 8 to Return-Code
			Stop Run
		End-if.

      * stamps the attempt on signon.log, whatever came of it
	1030-Log-Sign-On.

		Move function current-date to Current-Date-Time.

		String CDT-Month "/" CDT-Day "/" CDT-Year
			Delimited by size into SL-Date
		End-string.

		String CDT-Hour ":" CDT-Minute ":" CDT-Second
			Delimited by size into SL-Time
		End-string.

		Move Operator-Id to SL-Operator.
		Move "PROG80" to SL-Program.

		Open Extend Signon-File.
		Write Signon-Rec from Signon-Line.
		Close Signon-File.

      * prompts for one transaction at a time; a blank or unrecognized
      * code falls through to Q so a stray Enter does not loop forever
	1200-Main-Loop.

		Display "Transaction - Add, Change, Delete, Quit".
		Display "(A/C/D/Q)?".
		Accept Txn-Code from Sysin.

		Evaluate true
			when add-txn
				Perform 2100-Add-Schedule
			when change-txn
				Perform 2200-Change-Schedule
			when delete-txn
				Perform 2300-Delete-Schedule
			when quit-txn
				Continue
			when other
				Display "Unrecognized entry"
				Move "Q" to Txn-Code
		End-evaluate.

	1300-Finish.

		Close Comm-Schedule-File agentMasterFile.

      * reads an agent, an effective date and the schedule, checks
      * them, and writes a new commsched.dat entry; a duplicate
      * agent/date is rejected by the indexed file's unique key
      * instead of being written over the existing entry
	2100-Add-Schedule.

		Display "Agent ID / SSN (7 digits):".
		Accept SSN-Entry from Sysin.

		Display "Effective date (yyyymmdd):".
		Accept Eff-Date-Entry from Sysin.

		Perform 2400-Accept-Schedule.

		Perform 2900-Validate-Entry.
		Perform 2950-Check-Agent.

		If bad-entry
			Display "Bad agent/date/schedule - not added."
		Else
			Move SSN-Entry to CS-Agent-SSN
			Move Eff-Date-Entry to CS-Eff-Date
			Perform 2500-Move-Schedule

			Move "no" to Duplicate-Flag
			Write Comm-Schedule-Rec
				invalid key move "yes" to Duplicate-Flag
			End-write

			If duplicate-key
				Display "Agent already has a schedule"
				Display "for that date - use Change."
			Else
				Display "Schedule added."
			End-if
		End-if.

      * reads an agent and effective date, shows that dated entry,
      * and if found rewrites it with the newly-keyed schedule - for
      * fixing a mis-keyed entry, not for a renegotiated agreement
      * (that is a new dated Add)
	2200-Change-Schedule.

		Display "Agent ID / SSN to change:".
		Accept SSN-Entry from Sysin.

		Display "Effective date of the entry (yyyymmdd):".
		Accept Eff-Date-Entry from Sysin.

		Move SSN-Entry to CS-Agent-SSN.
		Move Eff-Date-Entry to CS-Eff-Date.

		Move "no" to Not-Found-Flag.
		Read Comm-Schedule-File
			invalid key move "yes" to Not-Found-Flag
		End-read.

		If not-found
			Display "No schedule for that agent and date."
		Else
			Perform 2600-Show-Schedule
			Perform 2400-Accept-Schedule
			Perform 2900-Validate-Entry

			If bad-entry
				Display "Bad schedule - not changed."
			Else
				Perform 2500-Move-Schedule
				Rewrite Comm-Schedule-Rec
				Display "Schedule changed."
			End-if
		End-if.

      * reads an agent and effective date, looks that dated entry
      * up, and if found deletes it from commsched.dat
	2300-Delete-Schedule.

		Display "Agent ID / SSN to delete:".
		Accept SSN-Entry from Sysin.

		Display "Effective date of the entry (yyyymmdd):".
		Accept Eff-Date-Entry from Sysin.

		Move SSN-Entry to CS-Agent-SSN.
		Move Eff-Date-Entry to CS-Eff-Date.

		Move "no" to Not-Found-Flag.
		Read Comm-Schedule-File
			invalid key move "yes" to Not-Found-Flag
		End-read.

		If not-found
			Display "No schedule for that agent and date."
		Else
			Delete Comm-Schedule-File record
			Display "Schedule deleted."
		End-if.

      * the gross rate, the cap, and each tier's starting volume and
      * split; the first tier always starts at zero volume
	2400-Accept-Schedule.

		Move "no" to Bad-Entry-Flag.
		Initialize Entry-Tier-Table.

		Display "Gross commission rate on the sale, as a".
		Display "decimal (e.g. .030):".
		Accept Rate-Entry from Sysin.
		Move zero to Gross-Rate-Value.
		Compute Gross-Rate-Value rounded =
			Function Numval(Rate-Entry)
			on size error move "yes" to Bad-Entry-Flag.

		Display "Company annual cap in dollars (0 = none):".
		Accept Cap-Entry from Sysin.
		Move zero to Cap-Value.
		Compute Cap-Value rounded = Function Numval(Cap-Entry)
			on size error move "yes" to Bad-Entry-Flag.

		Display "Number of tiers (1-5):".
		Accept Tier-Count-Entry from Sysin.
		Move zero to Tier-Count-Value.
		If Tier-Count-Entry numeric
			Move Tier-Count-Entry to Tier-Count-Value
		End-if.
		If Tier-Count-Value < 1 or Tier-Count-Value > 5
			Move "yes" to Bad-Entry-Flag
			Move zero to Tier-Count-Value
		End-if.

		Perform 2450-Accept-Tier
			varying Tier-Index from 1 by 1
			until Tier-Index > Tier-Count-Value.

	2450-Accept-Tier.

		If Tier-Index = 1
			Move zero to ET-From(Tier-Index)
		Else
			Display "Tier " Tier-Index
				" starts at year-to-date volume of:"
			Accept Volume-Entry from Sysin
			Compute ET-From(Tier-Index) rounded =
				Function Numval(Volume-Entry)
				on size error
					move "yes" to Bad-Entry-Flag
			End-compute
		End-if.

		Display "Tier " Tier-Index
			" agent split, as a decimal (e.g. .700):".
		Accept Rate-Entry from Sysin.
		Compute ET-Split(Tier-Index) rounded =
			Function Numval(Rate-Entry)
			on size error move "yes" to Bad-Entry-Flag
		End-compute.

      * the checked entry onto the record area
	2500-Move-Schedule.

		Move Gross-Rate-Value to CS-Gross-Rate.
		Move Cap-Value to CS-Annual-Cap.
		Move Tier-Count-Value to CS-Tier-Count.
		Perform 2550-Move-Tier
			varying Tier-Index from 1 by 1
			until Tier-Index > 5.

	2550-Move-Tier.

		If Tier-Index > Tier-Count-Value
			Move zero to CS-Tier-From(Tier-Index)
			Move zero to CS-Tier-Split(Tier-Index)
		Else
			Move ET-From(Tier-Index) to
				CS-Tier-From(Tier-Index)
			Move ET-Split(Tier-Index) to
				CS-Tier-Split(Tier-Index)
		End-if.

      * the entry as it stands, so a Change starts from what is on
      * file
	2600-Show-Schedule.

		Move CS-Gross-Rate to Rate-Out.
		Move CS-Annual-Cap to Cap-Out.
		Display "Gross rate " Rate-Out "   Annual cap " Cap-Out.
		Perform 2650-Show-Tier
			varying Tier-Index from 1 by 1
			until Tier-Index > CS-Tier-Count.

	2650-Show-Tier.

		Move CS-Tier-From(Tier-Index) to Volume-Out.
		Move CS-Tier-Split(Tier-Index) to Split-Out.
		Display "Tier " Tier-Index " from " Volume-Out
			"  split " Split-Out.

      * checks the ID is all digits and the date a real yyyymmdd,
      * the gross rate against Min-Rate/Max-Rate, and each tier's
      * split against Min-Split/Max-Split; tiers must start at
      * rising volumes and never step the split down
	2900-Validate-Entry.

		If SSN-Entry not numeric
			Move "yes" to Bad-Entry-Flag
		End-if.

		If Eff-Date-Entry not numeric
			Move "yes" to Bad-Entry-Flag
		Else
			If EDN-Month < 1 or EDN-Month > 12
			   or EDN-Day < 1 or EDN-Day > 31
				Move "yes" to Bad-Entry-Flag
			End-if
		End-if.

		If Gross-Rate-Value < Min-Rate
		   or Gross-Rate-Value > Max-Rate
			Move "yes" to Bad-Entry-Flag
		End-if.

		Perform 2920-Check-Tier
			varying Tier-Index from 1 by 1
			until Tier-Index > Tier-Count-Value.

	2920-Check-Tier.

		If ET-Split(Tier-Index) < Min-Split
		   or ET-Split(Tier-Index) > Max-Split
			Move "yes" to Bad-Entry-Flag
		End-if.

		If Tier-Index > 1
			If ET-From(Tier-Index) not >
			   ET-From(Tier-Index - 1)
			   or ET-Split(Tier-Index) <
			   ET-Split(Tier-Index - 1)
				Move "yes" to Bad-Entry-Flag
			End-if
		End-if.

      * a schedule for an agent prog15 never set up would price
      * nobody; the Add insists the agent is on the master
	2950-Check-Agent.

		Move "no" to Agent-Found-Flag.
		Move SSN-Entry to agentSSN.

		Read agentMasterFile
			invalid key continue
			not invalid key move "yes" to Agent-Found-Flag
		End-read.

		If not agent-found
			Display "Agent not on the agent master."
			Move "yes" to Bad-Entry-Flag
		End-if.
