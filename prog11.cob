      * range-checked before it is written, and every transaction -
      * applied or rejected - is stamped to cityaud.dat with the
      * operator, the city/date, and the before/after rate images,
      * which prog18 lists for review;
      * every sign-on attempt, accepted or refused, is logged to
      * signon.log for prog89's quarterly access recertification

        Environment Division.

                       organization is indexed
                       access mode is random
                       record key is OM-Oper-Id.
                Select Optional Signon-File
                       assign to "signon.log"
                       organization is line sequential.
                Select Optional Audit-File
                       assign to "cityaud.dat"
                       organization is line sequential.
		02 OM-Oper-Id		Pic x(8).
		02 OM-Name		Pic x(20).
		02 OM-Status		Pic x(1).
		02 OM-Perms		Pic x(20).

	FD	Signon-File.
	01	Signon-Rec		Pic x(48).

	FD	Audit-File.
	01	Audit-Rec		Pic x(80).
	01	Oper-Found-Flag		Pic x(3) value "no".
		88 oper-found value "yes".

      * one line per sign-on attempt, appended to signon.log
	01	Signon-Line.
	Copy "signlog.cpy".

	01	Audit-Before-Rate	Pic v999 value zero.

	01	Audit-After-Rate	Pic v999 value zero.

		Close Opermast-File.

		Move spaces to Signon-Line.
		Evaluate true
			When not oper-found
				Move "UNKNOWN-ID" to SL-Outcome
			When OM-Status not = "A"
				Move "INACTIVE" to SL-Outcome
			When OM-Perms(2:1) not = "Y"
				Move "NOT-PERMIT" to SL-Outcome
			When other
				Move "ACCEPTED" to SL-Outcome
		End-evaluate.
		Perform 1030-Log-Sign-On.

		If not oper-found or OM-Status not = "A"
		   or OM-Perms(2:1) not = "Y"
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
		Move "PROG11" to SL-Program.

		Open Extend Signon-File.
		Write Signon-Rec from Signon-Line.
		Close Signon-File.

      * prompts for one transaction at a time; a blank or unrecognized
      * code falls through to Q so a stray Enter does not loop forever
	1200-Main-Loop.
