      * way prog11 stamps cityaud.dat, so prog27's comps and
      * prog29's inquiries stop being hostage to a typo; a corrected
      * APN also re-points the apnxref.dat cross-reference prog28
      * maintains; each corrected row also goes onto the day's
      * propchg.dat change file for the mapping and CAMA subscribers;
      * every sign-on attempt, accepted or refused, is logged to
      * signon.log for prog89's quarterly access recertification

        Environment Division.

                       organization is indexed
                       access mode is random
                       record key is OM-Oper-Id.
                Select Optional Signon-File
                       assign to "signon.log"
                       organization is line sequential.
                Select Property-Master-File
                       assign to "/home1/c/a/acsi203/propmast.dat"
                       organization is indexed
                Select Optional Audit-File
                       assign to "propaud.dat"
                       organization is line sequential.
                Select Optional Prop-Change-File
                       assign to "propchg.dat"
                       organization is line sequential.

        Data Division.

		02 OM-Oper-Id		Pic x(8).
		02 OM-Name		Pic x(20).
		02 OM-Status		Pic x(1).
		02 OM-Perms		Pic x(20).

	FD	Signon-File.
	01	Signon-Rec		Pic x(48).

      * the current position of one property, as prog28 keeps it
	FD	Property-Master-File.
	FD	Audit-File.
	01	Audit-Rec		Pic x(110).

      * the day's master changes prog77 ships to the subscribers
	FD	Prop-Change-File.
	01	Prop-Change-Rec.
	Copy "propchg.cpy".

	Working-Storage Section.

	01	Txn-Code		Pic x value spaces.
      * changed one can be re-pointed in the cross-reference
	01	Prior-Apn		Pic x(12) value spaces.

      * the whole row as read, for the change file's before image
	01	Before-Master-Rec	Pic x(96) value spaces.

      * who signed on (byte 9 of OM-Perms governs this program);
      * goes on every audit line so a master that moves can be
      * traced to a person
	01	Oper-Found-Flag		Pic x(3) value "no".
		88 oper-found value "yes".

      * one line per sign-on attempt, appended to signon.log
	01	Signon-Line.
	Copy "signlog.cpy".

	01	Audit-Field		Pic x(12) value spaces.

	01	Audit-Before		Pic x(12) value spaces.
	1000-Init.

		Open I-O Property-Master-File Apn-Xref-File.
		Open Extend Audit-File Prop-Change-File.

		Display "Property Master Correction".
		Perform 1010-Sign-On.

		Close Opermast-File.

		Move spaces to Signon-Line.
		Evaluate true
			When not oper-found
				Move "UNKNOWN-ID" to SL-Outcome
			When OM-Status not = "A"
				Move "INACTIVE" to SL-Outcome
			When OM-Perms(9:1) not = "Y"
				Move "NOT-PERMIT" to SL-Outcome
			When other
				Move "ACCEPTED" to SL-Outcome
		End-evaluate.
		Perform 1030-Log-Sign-On.

		If not oper-found or OM-Status not = "A"
		   or OM-Perms(9:1) not = "Y"
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
		Move "PROG44" to SL-Program.

		Open Extend Signon-File.
		Write Signon-Rec from Signon-Line.
		Close Signon-File.

      * prompts for one transaction at a time; a blank or
      * unrecognized code falls through to Q so a stray Enter does
      * not loop forever

	1300-Finish.

		Close Property-Master-File Apn-Xref-File Audit-File
		      Prop-Change-File.

      * looks the property up by its Adrs/Zip key, shows what the
      * master holds, takes a correction per attribute field (blank
		Else
			Perform 2200-Show-Current
			Move PM-Apn to Prior-Apn
			Move Property-Master-Rec to Before-Master-Rec
			Move "no" to Changed-Flag
			Perform 2300-Correct-Fields

			If record-changed
				Rewrite Property-Master-Rec
				Perform 2700-Repoint-Apn-Xref
				Perform 2750-Post-Master-Change
				Display "Property corrected."
			Else
				Display "Nothing changed."

		End-if.

      * one change-file record for the corrected row, the row as it
      * was read and as it was rewritten
	2750-Post-Master-Change.

		Move function current-date to Current-Date-Time.

		Move "DTL" to PC-Rec-Type.
		Move zero to PC-Seq.
		Move "AC" to PC-Change-Type.
		Move "PROG44" to PC-Source.
		Compute PC-Change-Date =
			CDT-Year * 10000 + CDT-Month * 100 + CDT-Day.
		Compute PC-Change-Time = CDT-Hour * 10000 +
			CDT-Minute * 100 + CDT-Second.
		Move PM-Apn to PC-Apn.
		Move PM-Adrs to PC-Adrs.
		Move PM-Zip to PC-Zip.
		Move spaces to PC-Changed-Fields.
		Move Before-Master-Rec to PC-Before.
		Move Property-Master-Rec to PC-After.

		Write Prop-Change-Rec.

      * stamps one line to propaud.dat for the field just corrected:
      * date, time, operator, the property, and the image before and
      * after
