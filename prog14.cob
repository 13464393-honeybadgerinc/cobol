      * by the file system itself instead of silently duplicating a
      * row, and the ZIP is digit-checked before it is written; prog3
      * reads this file to cross-check each sale's Zip against its
      * City and State; every transaction - applied or rejected - is
      * stamped to zipaud.dat with the operator and the row before
      * and after, the way prog11 stamps cityaud.dat, so prog87's
      * nightly comparison can tell a keyed change from a hand edit;
      * every sign-on attempt, accepted or refused, is logged to
      * signon.log for prog89's quarterly access recertification

        Environment Division.

                       organization is indexed
                       access mode is random
                       record key is OM-Oper-Id.
                Select Optional Signon-File
                       assign to "signon.log"
                       organization is line sequential.
                Select zipRefFile
                       assign to "/home1/c/a/acsi203/zipcodes.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is zipRefZip.
                Select Optional Audit-File
                       assign to "zipaud.dat"
                       organization is line sequential.

        Data Division.

		02 OM-Oper-Id		Pic x(8).
		02 OM-Name		Pic x(20).
		02 OM-Status		Pic x(1).
		02 OM-Perms		Pic x(20).

	FD	Signon-File.
	01	Signon-Rec		Pic x(48).

	FD	zipRefFile.
	01	zipRefRec.
		02 zipRefLat		Pic 9(6)v99.
		02 zipRefLong		Pic 9(7)v99.

	FD	Audit-File.
	01	Audit-Rec		Pic x(154).

	Working-Storage Section.

      * who signed on; byte 3 of OM-Perms governs this program
	01	Oper-Found-Flag		Pic x(3) value "no".
		88 oper-found value "yes".

      * one line per sign-on attempt, appended to signon.log
	01	Signon-Line.
	Copy "signlog.cpy".

	01	Txn-Code		Pic x value spaces.
		88 add-txn	value "A" "a".
		88 change-txn	value "C" "c".
	01	Duplicate-Flag		Pic x(3) value "no".
		88 duplicate-key value "yes".

	01	Audit-Before		Pic x(50) value spaces.

	01	Audit-After		Pic x(50) value spaces.

	01	Audit-Result		Pic x(8) value spaces.

      * the run-date/time stamp, split out of Function Current-Date
      * the way prog11 does for cityaud.dat
	01	Current-Date-Time.
		02 CDT-Year		Pic 9(4).
		02 CDT-Month		Pic 9(2).
		02 CDT-Day		Pic 9(2).
		02 CDT-Hour		Pic 9(2).
		02 CDT-Minute		Pic 9(2).
		02 CDT-Second		Pic 9(2).
		02 Filler		Pic x(7).

      * one line per transaction, appended to zipaud.dat
	01	Audit-Line.
	Copy "mastaud.cpy".

	Procedure Division.

      * Executes 'Init', 'Main-Loop', and 'Finish', in that order
	1000-Init.

		Open I-O zipRefFile.
		Open Extend Audit-File.

		Display "ZIP Code Reference Maintenance".
		Perform 1010-Sign-On.

		Close Opermast-File.

		Move spaces to Signon-Line.
		Evaluate true
			When not oper-found
				Move "UNKNOWN-ID" to SL-Outcome
			When OM-Status not = "A"
				Move "INACTIVE" to SL-Outcome
			When OM-Perms(3:1) not = "Y"
				Move "NOT-PERMIT" to SL-Outcome
			When other
				Move "ACCEPTED" to SL-Outcome
		End-evaluate.
		Perform 1030-Log-Sign-On.

		If not oper-found or OM-Status not = "A"
		   or OM-Perms(3:1) not = "Y"
			Display "Not authorized for this program."
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
		Move "PROG14" to SL-Program.

		Open Extend Signon-File.
		Write Signon-Rec from Signon-Line.
		Close Signon-File.

      * prompts for one transaction at a time; a blank or unrecognized
      * code falls through to Q so a stray Enter does not loop forever
	1200-Main-Loop.

	1300-Finish.

		Close zipRefFile Audit-File.

      * reads a ZIP, city, and state, digit-checks the ZIP, and writes
      * a new zipcodes.dat entry; a duplicate ZIP is rejected by the

		Perform 2900-Validate-Entry.

		Move spaces to Audit-Before Audit-After.
		Move "REJECTED" to Audit-Result.

		If bad-entry
			Display "Bad ZIP/city/state - not added."
		Else
				Display "ZIP already on file -"
				Display "use Change instead."
			Else
				Move zipRefRec to Audit-After
				Move "APPLIED" to Audit-Result
				Display "ZIP added."
			End-if
		End-if.

		Perform 2800-Write-Audit.

      * reads a ZIP, looks it up, and if found rewrites its city and
      * state with the newly-entered values
	2200-Change-Zip.

		Move Zip-Entry to zipRefZip

		Move spaces to Audit-Before Audit-After.
		Move "REJECTED" to Audit-Result.

		Move "no" to Not-Found-Flag
		Read zipRefFile
			invalid key move "yes" to Not-Found-Flag
		If not-found
			Display "ZIP not on file."
		Else
			Move zipRefRec to Audit-Before
			Display "New city name (up to 15 characters):"
			Accept City-Entry from Sysin

				Move Lat-Value to zipRefLat
				Move Long-Value to zipRefLong
				Rewrite zipRefRec
				Move zipRefRec to Audit-After
				Move "APPLIED" to Audit-Result
				Display "ZIP entry changed."
			End-if
		End-if.

		Perform 2800-Write-Audit.

      * reads a ZIP, looks it up, and if found deletes its
      * zipcodes.dat entry
	2300-Delete-Zip.
			invalid key move "yes" to Not-Found-Flag
		End-read

		Move spaces to Audit-Before Audit-After.
		Move "REJECTED" to Audit-Result.

		If not-found
			Display "ZIP not on file."
		Else
			Move zipRefRec to Audit-Before
			Delete zipRefFile record
			Move "APPLIED" to Audit-Result
			Display "ZIP deleted."
		End-if.

		Perform 2800-Write-Audit.

      * stamps one line to zipaud.dat for the transaction just
      * attempted: date, time, operator, code, ZIP, whether it was
      * applied, and the row before and after
	2800-Write-Audit.

		Move function current-date to Current-Date-Time.

		Move spaces to Audit-Line.

		String CDT-Month "/" CDT-Day "/" CDT-Year
			Delimited by size into MA-Date
		End-string.

		String CDT-Hour ":" CDT-Minute ":" CDT-Second
			Delimited by size into MA-Time
		End-string.

		Move Operator-Id to MA-Operator.
		Move Txn-Code to MA-Txn.
		Move Zip-Entry to MA-Key.
		Move Audit-Result to MA-Result.
		Move Audit-Before to MA-Before.
		Move Audit-After to MA-After.

		Write Audit-Rec from Audit-Line.

      * a usable entry is a 5-digit ZIP with a nonblank city and
      * state; anything else is kicked back to the operator
	2900-Validate-Entry.
