        Identification Division.
        Program-Id. prog90.
        Date-Written. 10/15/2026.
        Author. Lucas Henry.
        Date-Compiled.

      * lets an operator add, change, or delete an entry on the
      * report distribution master, distmast.dat, one transaction at
      * a time, the same conversation prog80 runs against
      * commsched.dat: an entry says that one retained report (its
      * file name under reports/yyyymmdd/, e.g. prog13out.dat) goes
      * to one recipient, on which mornings (D daily, W weekly, M
      * monthly, as prog51 flags them), in how many copies, and
      * whether the entry is active; prog91 builds each recipient's
      * morning bundle from it at the end of dailyrun.sh; the
      * session is governed by permission byte 15 on opermast.dat;
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
                Select Optional Dist-Master-File
                       assign to "/home1/c/a/acsi203/distmast.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is DS-Key.

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

	FD	Dist-Master-File.
	01	Dist-Master-Rec.
	Copy "distmast.cpy".

	Working-Storage Section.

      * who signed on; byte 15 of OM-Perms governs this program
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

	01	Recipient-Entry		Pic x(8) value spaces.

	01	Report-Entry		Pic x(20) value spaces.

	01	Recip-Name-Entry	Pic x(30) value spaces.

	01	Schedule-Entry		Pic x(1) value spaces.
		88 daily-entry	value "D" "d".
		88 weekly-entry	value "W" "w".
		88 monthly-entry value "M" "m".

      * copies keyed as a plain number, e.g. "2", then converted via
      * Function Numval
	01	Copies-Entry		Pic x(3) value spaces.

	01	Copies-Value		Pic 9(2) value zero.

	01	Status-Entry		Pic x(1) value spaces.
		88 active-entry	value "A" "a".
		88 inactive-entry value "I" "i".

      * a bundle is printed for a person, so more than a handful of
      * copies of one report is a keying slip
	01	Min-Copies		Pic 9(2) value 1.

	01	Max-Copies		Pic 9(2) value 10.

	01	Embedded-Spaces		Pic 9(2) value zero.

	01	Bad-Entry-Flag		Pic x(3) value "no".
		88 bad-entry	value "yes".

	01	Not-Found-Flag		Pic x(3) value "no".
		88 not-found	value "yes".

	01	Duplicate-Flag		Pic x(3) value "no".
		88 duplicate-key value "yes".

	01	Schedule-Out		Pic x(7) value spaces.

	01	Copies-Out		Pic Z9.

	Procedure Division.

      * Executes 'Init', 'Main-Loop', and 'Finish', in that order
	0000-Main-Logic.
		Perform 1000-Init.
		Perform 1200-Main-Loop until quit-txn.
		Perform 1300-Finish.
		Stop Run.

	1000-Init.

		Open I-O Dist-Master-File.

		Display "Report Distribution Master Maintenance".
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
			When OM-Perms(15:1) not = "Y"
				Move "NOT-PERMIT" to SL-Outcome
			When other
				Move "ACCEPTED" to SL-Outcome
		End-evaluate.
		Perform 1030-Log-Sign-On.

		If not oper-found or OM-Status not = "A"
		   or OM-Perms(15:1) not = "Y"
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
		Move "PROG90" to SL-Program.

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
				Perform 2100-Add-Entry
			when change-txn
				Perform 2200-Change-Entry
			when delete-txn
				Perform 2300-Delete-Entry
			when quit-txn
				Continue
			when other
				Display "Unrecognized entry"
				Move "Q" to Txn-Code
		End-evaluate.

	1300-Finish.

		Close Dist-Master-File.

      * reads a recipient and a report and the entry's terms, checks
      * them, and writes a new distmast.dat entry; a report already
      * going to that recipient is rejected by the indexed file's
      * unique key instead of being written over
	2100-Add-Entry.

		Display "Recipient ID (up to 8 characters):".
		Accept Recipient-Entry from Sysin.

		Display "Report file name (e.g. prog13out.dat):".
		Accept Report-Entry from Sysin.

		Perform 2400-Accept-Entry.

		Perform 2900-Validate-Entry.

		If bad-entry
			Display "Bad recipient/report/terms -"
			Display "not added."
		Else
			Move Recipient-Entry to DS-Recipient
			Move Report-Entry to DS-Report
			Perform 2500-Move-Entry

			Move "no" to Duplicate-Flag
			Write Dist-Master-Rec
				invalid key move "yes" to Duplicate-Flag
			End-write

			If duplicate-key
				Display "That report already goes to"
				Display "that recipient - use Change."
			Else
				Display "Distribution entry added."
			End-if
		End-if.

      * reads a recipient and a report, shows that entry, and if
      * found rewrites it with the newly-keyed terms
	2200-Change-Entry.

		Display "Recipient ID to change:".
		Accept Recipient-Entry from Sysin.

		Display "Report file name of the entry:".
		Accept Report-Entry from Sysin.

		Move Recipient-Entry to DS-Recipient.
		Move Report-Entry to DS-Report.

		Move "no" to Not-Found-Flag.
		Read Dist-Master-File
			invalid key move "yes" to Not-Found-Flag
		End-read.

		If not-found
			Display "No entry for that recipient"
			Display "and report."
		Else
			Perform 2600-Show-Entry
			Perform 2400-Accept-Entry
			Perform 2900-Validate-Entry

			If bad-entry
				Display "Bad terms - not changed."
			Else
				Perform 2500-Move-Entry
				Rewrite Dist-Master-Rec
				Display "Distribution entry changed."
			End-if
		End-if.

      * reads a recipient and a report, looks that entry up, and if
      * found deletes it from distmast.dat; an entry only paused
      * is better changed to I
	2300-Delete-Entry.

		Display "Recipient ID to delete:".
		Accept Recipient-Entry from Sysin.

		Display "Report file name of the entry:".
		Accept Report-Entry from Sysin.

		Move Recipient-Entry to DS-Recipient.
		Move Report-Entry to DS-Report.

		Move "no" to Not-Found-Flag.
		Read Dist-Master-File
			invalid key move "yes" to Not-Found-Flag
		End-read.

		If not-found
			Display "No entry for that recipient"
			Display "and report."
		Else
			Delete Dist-Master-File record
			Display "Distribution entry deleted."
		End-if.

      * the recipient's name as the cover sheet shows it, the
      * schedule, the copies, and the status
	2400-Accept-Entry.

		Move "no" to Bad-Entry-Flag.

		Display "Recipient name for the cover sheet:".
		Accept Recip-Name-Entry from Sysin.

		Display "Schedule - D daily, W weekly, M monthly:".
		Accept Schedule-Entry from Sysin.

		Display "Copies (1-10):".
		Accept Copies-Entry from Sysin.
		Move zero to Copies-Value.
		Compute Copies-Value = Function Numval(Copies-Entry)
			on size error move "yes" to Bad-Entry-Flag.

		Display "Status - A active, I inactive:".
		Accept Status-Entry from Sysin.

      * the checked entry onto the record area, the schedule and
      * status codes upper-cased
	2500-Move-Entry.

		Move Recip-Name-Entry to DS-Recip-Name.

		Evaluate true
			when daily-entry
				Move "D" to DS-Schedule
			when weekly-entry
				Move "W" to DS-Schedule
			when monthly-entry
				Move "M" to DS-Schedule
		End-evaluate.

		Move Copies-Value to DS-Copies.

		If active-entry
			Move "A" to DS-Status
		Else
			Move "I" to DS-Status
		End-if.

      * the entry as it stands, so a Change starts from what is on
      * file
	2600-Show-Entry.

		Evaluate DS-Schedule
			when "D"
				Move "daily" to Schedule-Out
			when "W"
				Move "weekly" to Schedule-Out
			when "M"
				Move "monthly" to Schedule-Out
			when other
				Move DS-Schedule to Schedule-Out
		End-evaluate.

		Move DS-Copies to Copies-Out.
		Display "Recipient name " DS-Recip-Name.
		Display "Schedule " Schedule-Out "  Copies " Copies-Out
			"  Status " DS-Status.

      * the recipient and report must be keyed, with no embedded
      * space (the recipient names the bundle file and the report
      * is a file name), the recipient's name must be keyed, the
      * schedule one of D/W/M, the copies between Min-Copies and
      * Max-Copies, and the status A or I
	2900-Validate-Entry.

		If Recipient-Entry = spaces or Report-Entry = spaces
			Move "yes" to Bad-Entry-Flag
		Else
			Move zero to Embedded-Spaces
			Inspect Function Trim(Recipient-Entry)
				tallying Embedded-Spaces for all spaces
			Inspect Function Trim(Report-Entry)
				tallying Embedded-Spaces for all spaces
			If Embedded-Spaces > zero
				Move "yes" to Bad-Entry-Flag
			End-if
		End-if.

		If Recip-Name-Entry = spaces
			Move "yes" to Bad-Entry-Flag
		End-if.

		If not daily-entry and not weekly-entry
		   and not monthly-entry
			Move "yes" to Bad-Entry-Flag
		End-if.

		If Copies-Value < Min-Copies
		   or Copies-Value > Max-Copies
			Move "yes" to Bad-Entry-Flag
		End-if.

		If not active-entry and not inactive-entry
			Move "yes" to Bad-Entry-Flag
		End-if.
