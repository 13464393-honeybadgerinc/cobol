        Identification Division.
        Program-Id. prog72.
        Date-Written. 10/15/2026.
        Author. Lucas Henry.
        Date-Compiled.

      * lets an operator add, change, or delete a street's entry in
      * streets.dat one transaction at a time, the same conversation
      * prog14 runs against zipcodes.dat; streets.dat is keyed on the
      * ZIP plus the standardized street name (the Adrs with its
      * house number taken off, spelled the way prog41 leaves it) and
      * carries the lowest and highest house numbers on that street
      * in that ZIP; prog73 loads the county's street centerline
      * extract into the same file, and this program covers the
      * streets the extract gets wrong or has not caught up with yet;
      * prog3 checks each sale's Adrs against the file;
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
                Select Optional Street-Ref-File
                       assign to "/home1/c/a/acsi203/streets.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is SR-Key.

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

	FD	Street-Ref-File.
	01	Street-Ref-Rec.
		02 SR-Key.
		   03 SR-Zip		Pic x(5).
		   03 SR-Street		Pic x(25).
		02 SR-Low-Number	Pic 9(6).
		02 SR-High-Number	Pic 9(6).
		02 SR-City		Pic x(15).
      * K when the entry was keyed here, L when prog73 loaded it from
      * the centerline extract
		02 SR-Source		Pic x(1).

	Working-Storage Section.

      * who signed on; byte 13 of OM-Perms governs this program
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

	01	Zip-Entry		Pic x(5) value spaces.

      * the street as keyed, folded to upper case before it is used
      * as a key so "Main St" and "MAIN ST" are the same street
	01	Street-Entry		Pic x(25) value spaces.

	01	City-Entry		Pic x(15) value spaces.

      * the house-number range as keyed; blank or non-numeric is
      * kicked back by 2900-Validate-Entry
	01	Low-Entry		Pic x(6) value spaces.

	01	High-Entry		Pic x(6) value spaces.

	01	Range-Low		Pic 9(6) value zero.

	01	Range-High		Pic 9(6) value zero.

	01	Bad-Entry-Flag		Pic x(3) value "no".
		88 bad-entry	value "yes".

	01	Not-Found-Flag		Pic x(3) value "no".
		88 not-found	value "yes".

	01	Duplicate-Flag		Pic x(3) value "no".
		88 duplicate-key value "yes".

	Procedure Division.

      * Executes 'Init', 'Main-Loop', and 'Finish', in that order
	0000-Main-Logic.
		Perform 1000-Init.
		Perform 1200-Main-Loop until quit-txn.
		Perform 1300-Finish.
		Stop Run.

	1000-Init.

		Open I-O Street-Ref-File.

		Display "Street Reference Maintenance".
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
			When OM-Perms(13:1) not = "Y"
				Move "NOT-PERMIT" to SL-Outcome
			When other
				Move "ACCEPTED" to SL-Outcome
		End-evaluate.
		Perform 1030-Log-Sign-On.

		If not oper-found or OM-Status not = "A"
		   or OM-Perms(13:1) not = "Y"
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
		Move "PROG72" to SL-Program.

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
				Perform 2100-Add-Street
			when change-txn
				Perform 2200-Change-Street
			when delete-txn
				Perform 2300-Delete-Street
			when quit-txn
				Continue
			when other
				Display "Unrecognized entry"
				Move "Q" to Txn-Code
		End-evaluate.

	1300-Finish.

		Close Street-Ref-File.

      * reads a ZIP, street, city, and house-number range and writes
      * a new streets.dat entry; a street already on file for the ZIP
      * is rejected by the indexed file's unique key instead of being
      * written over the existing entry
	2100-Add-Street.

		Perform 2050-Accept-Key.

		Display "City name (up to 15 characters):".
		Accept City-Entry from Sysin.

		Perform 2950-Accept-Range.

		Perform 2900-Validate-Entry.

		If bad-entry
			Display "Bad ZIP/street/range - not added."
		Else
			Move Zip-Entry to SR-Zip
			Move Street-Entry to SR-Street
			Move Range-Low to SR-Low-Number
			Move Range-High to SR-High-Number
			Move City-Entry to SR-City
			Move "K" to SR-Source

			Move "no" to Duplicate-Flag
			Write Street-Ref-Rec
				invalid key move "yes" to Duplicate-Flag
			End-write

			If duplicate-key
				Display "Street already on file for"
				Display "that ZIP - use Change instead."
			Else
				Display "Street added."
			End-if
		End-if.

      * reads a ZIP and street, looks it up, and if found rewrites its
      * city and house-number range with the newly-entered values
	2200-Change-Street.

		Perform 2050-Accept-Key.

		Move Zip-Entry to SR-Zip.
		Move Street-Entry to SR-Street.

		Move "no" to Not-Found-Flag
		Read Street-Ref-File
			invalid key move "yes" to Not-Found-Flag
		End-read

		If not-found
			Display "Street not on file for that ZIP."
		Else
			Display "On file: " SR-Low-Number " - "
				SR-High-Number " " SR-City

			Display "New city name (up to 15 characters):"
			Accept City-Entry from Sysin

			Perform 2950-Accept-Range

			Perform 2900-Validate-Entry

			If bad-entry
				Display "Bad city/range - not changed."
			Else
				Move Range-Low to SR-Low-Number
				Move Range-High to SR-High-Number
				Move City-Entry to SR-City
				Move "K" to SR-Source
				Rewrite Street-Ref-Rec
				Display "Street entry changed."
			End-if
		End-if.

      * reads a ZIP and street, looks it up, and if found deletes its
      * streets.dat entry
	2300-Delete-Street.

		Perform 2050-Accept-Key.

		Move Zip-Entry to SR-Zip.
		Move Street-Entry to SR-Street.

		Move "no" to Not-Found-Flag
		Read Street-Ref-File
			invalid key move "yes" to Not-Found-Flag
		End-read

		If not-found
			Display "Street not on file for that ZIP."
		Else
			Delete Street-Ref-File record
			Display "Street deleted."
		End-if.

      * asks for the ZIP and the street name and upper-cases the
      * street the way prog41 folds the sale's Adrs, so the key
      * matches what prog3 looks up
	2050-Accept-Key.

		Display "ZIP code (5 digits):".
		Accept Zip-Entry from Sysin.

		Display "Street name without house number, as".
		Display "standardized (e.g. MAIN ST):".
		Accept Street-Entry from Sysin.

		Move Function Upper-case(Street-Entry) to Street-Entry.

      * a usable entry is a 5-digit ZIP, a nonblank street and city,
      * and a numeric range whose low end is not above its high end;
      * anything else is kicked back to the operator
	2900-Validate-Entry.

		Move "no" to Bad-Entry-Flag.

		If Zip-Entry not numeric
			Move "yes" to Bad-Entry-Flag
		End-if.

		If Street-Entry = spaces or City-Entry = spaces
			Move "yes" to Bad-Entry-Flag
		End-if.

		If Low-Entry = spaces or High-Entry = spaces
			Move "yes" to Bad-Entry-Flag
		End-if.

		If not bad-entry and Range-Low > Range-High
			Move "yes" to Bad-Entry-Flag
		End-if.

      * asks for the lowest and highest house numbers on the street
      * in this ZIP, converted through Numval the way prog14 takes its
      * centroid
	2950-Accept-Range.

		Display "Lowest house number:".
		Accept Low-Entry from Sysin.

		Display "Highest house number:".
		Accept High-Entry from Sysin.

		If Low-Entry = spaces
			Move zero to Range-Low
		Else
			Compute Range-Low =
				Function Numval(Low-Entry)
		End-if.

		If High-Entry = spaces
			Move zero to Range-High
		Else
			Compute Range-High =
				Function Numval(High-Entry)
		End-if.
