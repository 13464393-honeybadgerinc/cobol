        Identification Division.
        Program-Id. prog68.
        Date-Written. 10/15/2026.
        Author. Lucas Henry.
        Date-Compiled.

      * exemption master maintenance, in prog15's add/change/delete
      * conversation with prog44's sign-on and audit: one
      * exempmast.dat entry per APN carrying the exemption type
      * (homeowner, disabled veteran, institutional), whether it
      * takes a flat amount or a percentage off the assessed value,
      * the dates it runs between, the claimant's filing status, and
      * the claimant's name; prog17 takes each active exemption off
      * the gross value on the roll, so the office stops striking
      * them by hand before the roll goes to the tax collector; every
      * added, changed, or deleted field stamps a before/after line
      * to exempaud.dat the way prog44 stamps propaud.dat;
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
                Select Optional Exemption-File
                       assign to "/home1/c/a/acsi203/exempmast.dat"
                       organization is indexed
                       access mode is random
                       record key is EX-Apn.
                Select Optional Audit-File
                       assign to "exempaud.dat"
                       organization is line sequential.

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

      * one exemption per parcel: type H homeowner, V disabled
      * veteran, I institutional; basis A takes EX-Amount off the
      * assessed value, basis P takes EX-Percent of it; an end date
      * of zero means open-ended; only claimant status A (allowed)
      * reaches the roll - P pending, D denied, and R revoked stay
      * on file for the history
	FD	Exemption-File.
	01	Exemption-Rec.
		02 EX-Apn		Pic x(12).
		02 EX-Type		Pic x(1).
		02 EX-Basis		Pic x(1).
		02 EX-Amount		Pic 9(9)v99.
		02 EX-Percent		Pic 9v999.
		02 EX-Start-Date	Pic 9(8).
		02 EX-End-Date		Pic 9(8).
		02 EX-Claimant-Status	Pic x(1).
		02 EX-Claimant-Name	Pic x(20).

	FD	Audit-File.
	01	Audit-Rec		Pic x(110).

	Working-Storage Section.

	01	Txn-Code		Pic x value spaces.
		88 add-txn	value "A" "a".
		88 change-txn	value "C" "c".
		88 delete-txn	value "D" "d".
		88 quit-txn	value "Q" "q".

	01	Apn-Entry		Pic x(12) value spaces.

      * each field as keyed; on a change, blank keeps the value on
      * file
	01	Type-Entry		Pic x(1) value spaces.
		88 good-type	value "H" "V" "I".

	01	Basis-Entry		Pic x(1) value spaces.
		88 good-basis	value "A" "P".

      * keyed as a decimal amount or fraction, e.g. "7000.00" or
      * ".500", and converted through Function Numval the way
      * prog15 takes a commission rate
	01	Amount-Entry		Pic x(12) value spaces.

	01	Percent-Entry		Pic x(5) value spaces.

	01	Start-Entry		Pic x(8) value spaces.

	01	End-Entry		Pic x(8) value spaces.

	01	Status-Entry		Pic x(1) value spaces.
		88 good-status	value "A" "P" "D" "R".

	01	Name-Entry		Pic x(20) value spaces.

	01	Amount-Value		Pic 9(9)v99 value zero.

	01	Percent-Value		Pic 9v999 value zero.

      * a percentage exemption can take the whole value off
      * (institutional) but never more
	01	Max-Percent		Pic 9v999 value 1.000.

	01	Bad-Entry-Flag		Pic x(3) value "no".
		88 bad-entry	value "yes".

	01	Not-Found-Flag		Pic x(3) value "no".
		88 not-found	value "yes".

	01	Duplicate-Flag		Pic x(3) value "no".
		88 duplicate-key value "yes".

	01	Changed-Flag		Pic x(3) value "no".
		88 record-changed value "yes".

      * who signed on (byte 11 of OM-Perms governs this program);
      * goes on every audit line
	01	Operator-Id		Pic x(8) value spaces.

	01	Oper-Found-Flag		Pic x(3) value "no".
		88 oper-found value "yes".

      * one line per sign-on attempt, appended to signon.log
	01	Signon-Line.
	Copy "signlog.cpy".

	01	Audit-Field		Pic x(12) value spaces.

	01	Audit-Before		Pic x(12) value spaces.

	01	Audit-After		Pic x(12) value spaces.

      * edited images of the money and percentage fields so the
      * audit line reads as keyed rather than as raw digits
	01	Amount-Image		Pic Z(8)9.99.

	01	Percent-Image		Pic 9.999.

	01	Current-Date-Time.
		02 CDT-Year		Pic 9(4).
		02 CDT-Month		Pic 9(2).
		02 CDT-Day		Pic 9(2).
		02 CDT-Hour		Pic 9(2).
		02 CDT-Minute		Pic 9(2).
		02 CDT-Second		Pic 9(2).
		02 Filler		Pic x(7).

      * one line per added, changed, or deleted field, appended to
      * exempaud.dat: when, who, which parcel, which field, and the
      * image before and after
	01	Audit-Line.
		02 AUD-Date		Pic x(10).
		02 Filler		Pic x(1) value spaces.
		02 AUD-Time		Pic x(8).
		02 Filler		Pic x(1) value spaces.
		02 AUD-Operator		Pic x(8).
		02 Filler		Pic x(1) value spaces.
		02 AUD-Apn		Pic x(12).
		02 Filler		Pic x(1) value spaces.
		02 AUD-Field		Pic x(12).
		02 Filler		Pic x(1) value spaces.
		02 AUD-Before		Pic x(12).
		02 Filler		Pic x(4) value " -> ".
		02 AUD-After		Pic x(12).
		02 Filler		Pic x(27) value spaces.

	Procedure Division.

      * Executes 'Init', 'Main-Loop', and 'Finish', in that order
	0000-Main-Logic.
		Perform 1000-Init.
		Perform 1200-Main-Loop until quit-txn.
		Perform 1300-Finish.
		Stop Run.

	1000-Init.

		Open I-O Exemption-File.
		Open Extend Audit-File.

		Display "Exemption Master Maintenance".
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
			When OM-Perms(11:1) not = "Y"
				Move "NOT-PERMIT" to SL-Outcome
			When other
				Move "ACCEPTED" to SL-Outcome
		End-evaluate.
		Perform 1030-Log-Sign-On.

		If not oper-found or OM-Status not = "A"
		   or OM-Perms(11:1) not = "Y"
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
		Move "PROG68" to SL-Program.

		Open Extend Signon-File.
		Write Signon-Rec from Signon-Line.
		Close Signon-File.

      * prompts for one transaction at a time; a blank or
      * unrecognized code falls through to Q so a stray Enter does
      * not loop forever
	1200-Main-Loop.

		Display "Transaction - Add, Change, Delete, Quit".
		Display "(A/C/D/Q)?".
		Accept Txn-Code from Sysin.

		Evaluate true
			when add-txn
				Perform 2100-Add-Exemption
			when change-txn
				Perform 2200-Change-Exemption
			when delete-txn
				Perform 2300-Delete-Exemption
			when quit-txn
				Continue
			when other
				Display "Unrecognized entry"
				Move "Q" to Txn-Code
		End-evaluate.

	1300-Finish.

		Close Exemption-File Audit-File.

      * reads every field of a new exemption, checks them, and
      * writes the exempmast.dat entry; a second exemption for the
      * same APN is refused by the file's unique key
	2100-Add-Exemption.

		Display "APN (12 characters):".
		Accept Apn-Entry from Sysin.

		Display "Type - Homeowner, Veteran, Institutional".
		Display "(H/V/I):".
		Accept Type-Entry from Sysin.

		Display "Basis - flat Amount or Percent (A/P):".
		Accept Basis-Entry from Sysin.

		Move spaces to Amount-Entry Percent-Entry.
		If Basis-Entry = "A"
			Display "Amount off the value (e.g. 7000.00):"
			Accept Amount-Entry from Sysin
		Else
			Display "Fraction off the value (e.g. .500):"
			Accept Percent-Entry from Sysin
		End-if.

		Display "Start date (yyyymmdd):".
		Accept Start-Entry from Sysin.

		Display "End date (yyyymmdd; blank = open-ended):".
		Accept End-Entry from Sysin.
		If End-Entry = spaces
			Move "00000000" to End-Entry
		End-if.

		Display "Claimant status - Allowed, Pending, Denied,".
		Display "Revoked (A/P/D/R):".
		Accept Status-Entry from Sysin.

		Display "Claimant name (20 characters):".
		Accept Name-Entry from Sysin.

		Perform 2900-Validate-Entry.

		If Apn-Entry = spaces
			Move "yes" to Bad-Entry-Flag
		End-if.

		If bad-entry
			Display "Bad entry - exemption not added."
		Else
			Move Apn-Entry to EX-Apn
			Move Type-Entry to EX-Type
			Move Basis-Entry to EX-Basis
			Move Amount-Value to EX-Amount
			Move Percent-Value to EX-Percent
			Move Start-Entry to EX-Start-Date
			Move End-Entry to EX-End-Date
			Move Status-Entry to EX-Claimant-Status
			Move Name-Entry to EX-Claimant-Name

			Move "no" to Duplicate-Flag
			Write Exemption-Rec
				invalid key move "yes" to Duplicate-Flag
			End-write

			If duplicate-key
				Display "APN already has an exemption -"
				Display "use Change instead."
			Else
				Move "Added" to Audit-Field
				Move spaces to Audit-Before
				Move EX-Type to Audit-After
				Perform 2800-Write-Audit
				Display "Exemption added."
			End-if
		End-if.

      * looks the parcel's exemption up, shows what the master
      * holds, takes a new value per field (blank keeps it), and
      * rewrites the entry when anything changed and the result is
      * still a usable exemption
	2200-Change-Exemption.

		Display "APN to change:".
		Accept Apn-Entry from Sysin.

		Move Apn-Entry to EX-Apn.

		Move "no" to Not-Found-Flag.
		Read Exemption-File
			invalid key move "yes" to Not-Found-Flag
		End-read.

		If not-found
			Display "No exemption on file for that APN."
		Else
			Perform 2250-Show-Current
			Perform 2260-Take-Changes
			Perform 2900-Validate-Entry

			If bad-entry
				Display "Bad entry - not changed."
			Else
				Move "no" to Changed-Flag
				Perform 2270-Audit-Changes
				If record-changed
					Rewrite Exemption-Rec
					Display "Exemption changed."
				Else
					Display "Nothing changed."
				End-if
			End-if
		End-if.

      * what the master holds now, so the operator changes against
      * the recorded values instead of from memory
	2250-Show-Current.

		Move EX-Amount to Amount-Image.
		Move EX-Percent to Percent-Image.

		Display "Type:        " EX-Type.
		Display "Basis:       " EX-Basis.
		Display "Amount:      " Amount-Image.
		Display "Percent:     " Percent-Image.
		Display "Start date:  " EX-Start-Date.
		Display "End date:    " EX-End-Date.
		Display "Status:      " EX-Claimant-Status.
		Display "Claimant:    " EX-Claimant-Name.

      * one prompt per field; a blank keeps the value on file by
      * filling the entry from the record, so 2900-Validate-Entry
      * checks the combined result
	2260-Take-Changes.

		Display "New type (H/V/I; blank keeps):".
		Accept Type-Entry from Sysin.
		If Type-Entry = spaces
			Move EX-Type to Type-Entry
		End-if.

		Display "New basis (A/P; blank keeps):".
		Accept Basis-Entry from Sysin.
		If Basis-Entry = spaces
			Move EX-Basis to Basis-Entry
		End-if.

		Display "New amount (blank keeps):".
		Accept Amount-Entry from Sysin.
		If Amount-Entry = spaces
			Move EX-Amount to Amount-Image
			Move Amount-Image to Amount-Entry
		End-if.

		Display "New fraction (blank keeps):".
		Accept Percent-Entry from Sysin.
		If Percent-Entry = spaces
			Move EX-Percent to Percent-Image
			Move Percent-Image to Percent-Entry
		End-if.

		Display "New start date (yyyymmdd; blank keeps):".
		Accept Start-Entry from Sysin.
		If Start-Entry = spaces
			Move EX-Start-Date to Start-Entry
		End-if.

		Display "New end date (yyyymmdd; blank keeps,".
		Display "00000000 makes it open-ended):".
		Accept End-Entry from Sysin.
		If End-Entry = spaces
			Move EX-End-Date to End-Entry
		End-if.

		Display "New status (A/P/D/R; blank keeps):".
		Accept Status-Entry from Sysin.
		If Status-Entry = spaces
			Move EX-Claimant-Status to Status-Entry
		End-if.

		Display "New claimant name (blank keeps):".
		Accept Name-Entry from Sysin.
		If Name-Entry = spaces
			Move EX-Claimant-Name to Name-Entry
		End-if.

      * compares each validated field with the record, stamps an
      * audit line for each one that moved, and carries it into the
      * record for the rewrite
	2270-Audit-Changes.

		If Type-Entry not = EX-Type
			Move "Type" to Audit-Field
			Move EX-Type to Audit-Before
			Move Type-Entry to EX-Type Audit-After
			Perform 2800-Write-Audit
			Move "yes" to Changed-Flag
		End-if.

		If Basis-Entry not = EX-Basis
			Move "Basis" to Audit-Field
			Move EX-Basis to Audit-Before
			Move Basis-Entry to EX-Basis Audit-After
			Perform 2800-Write-Audit
			Move "yes" to Changed-Flag
		End-if.

		If Amount-Value not = EX-Amount
			Move "Amount" to Audit-Field
			Move EX-Amount to Amount-Image
			Move Amount-Image to Audit-Before
			Move Amount-Value to EX-Amount Amount-Image
			Move Amount-Image to Audit-After
			Perform 2800-Write-Audit
			Move "yes" to Changed-Flag
		End-if.

		If Percent-Value not = EX-Percent
			Move "Percent" to Audit-Field
			Move EX-Percent to Percent-Image
			Move Percent-Image to Audit-Before
			Move Percent-Value to EX-Percent Percent-Image
			Move Percent-Image to Audit-After
			Perform 2800-Write-Audit
			Move "yes" to Changed-Flag
		End-if.

		If Start-Entry not = EX-Start-Date
			Move "Start-Date" to Audit-Field
			Move EX-Start-Date to Audit-Before
			Move Start-Entry to EX-Start-Date Audit-After
			Perform 2800-Write-Audit
			Move "yes" to Changed-Flag
		End-if.

		If End-Entry not = EX-End-Date
			Move "End-Date" to Audit-Field
			Move EX-End-Date to Audit-Before
			Move End-Entry to EX-End-Date Audit-After
			Perform 2800-Write-Audit
			Move "yes" to Changed-Flag
		End-if.

		If Status-Entry not = EX-Claimant-Status
			Move "Status" to Audit-Field
			Move EX-Claimant-Status to Audit-Before
			Move Status-Entry to EX-Claimant-Status
				Audit-After
			Perform 2800-Write-Audit
			Move "yes" to Changed-Flag
		End-if.

		If Name-Entry not = EX-Claimant-Name
			Move "Claimant" to Audit-Field
			Move EX-Claimant-Name to Audit-Before
			Move Name-Entry to EX-Claimant-Name
			Move EX-Claimant-Name to Audit-After
			Perform 2800-Write-Audit
			Move "yes" to Changed-Flag
		End-if.

      * reads an APN, looks it up, and if found deletes the
      * exemption, leaving one audit line behind it
	2300-Delete-Exemption.

		Display "APN to delete:".
		Accept Apn-Entry from Sysin.

		Move Apn-Entry to EX-Apn.

		Move "no" to Not-Found-Flag.
		Read Exemption-File
			invalid key move "yes" to Not-Found-Flag
		End-read.

		If not-found
			Display "No exemption on file for that APN."
		Else
			Delete Exemption-File record
			Move "Deleted" to Audit-Field
			Move EX-Type to Audit-Before
			Move spaces to Audit-After
			Perform 2800-Write-Audit
			Display "Exemption deleted."
		End-if.

      * stamps one line to exempaud.dat for the field just changed:
      * date, time, operator, the parcel, and the image before and
      * after
	2800-Write-Audit.

		Move function current-date to Current-Date-Time.

		String CDT-Month "/" CDT-Day "/" CDT-Year
			Delimited by size into AUD-Date
		End-string.

		String CDT-Hour ":" CDT-Minute ":" CDT-Second
			Delimited by size into AUD-Time
		End-string.

		Move Operator-Id to AUD-Operator.
		Move EX-Apn to AUD-Apn.
		Move Audit-Field to AUD-Field.
		Move Audit-Before to AUD-Before.
		Move Audit-After to AUD-After.

		Write Audit-Rec from Audit-Line.

      * legal type, basis, and status codes; the basis's amount or
      * fraction converts and is in range (the other is zeroed);
      * both dates are eight digits and the end, when given, does
      * not fall before the start
	2900-Validate-Entry.

		Move "no" to Bad-Entry-Flag.
		Move zero to Amount-Value Percent-Value.

		If not good-type or not good-basis or not good-status
			Move "yes" to Bad-Entry-Flag
		End-if.

		If Basis-Entry = "A"
			Compute Amount-Value rounded =
				Function Numval(Amount-Entry)
				on size error
					move "yes" to Bad-Entry-Flag
			End-compute
			If Amount-Value = zero
				Move "yes" to Bad-Entry-Flag
			End-if
		End-if.

		If Basis-Entry = "P"
			Compute Percent-Value rounded =
				Function Numval(Percent-Entry)
				on size error
					move "yes" to Bad-Entry-Flag
			End-compute
			If Percent-Value = zero or
			   Percent-Value > Max-Percent
				Move "yes" to Bad-Entry-Flag
			End-if
		End-if.

		If Start-Entry not numeric or End-Entry not numeric
			Move "yes" to Bad-Entry-Flag
		Else
			If Start-Entry = "00000000"
				Move "yes" to Bad-Entry-Flag
			End-if
			If End-Entry not = "00000000" and
			   End-Entry < Start-Entry
				Move "yes" to Bad-Entry-Flag
			End-if
		End-if.
