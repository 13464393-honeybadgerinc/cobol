      * operator mark errors resolved, and prints the aging report -
      * open errors by age bucket and error reason - so the rejects
      * that have been sitting since spring stop hiding in
      * error3out.dat and friends;
      * every sign-on attempt, accepted or refused, is logged to
      * signon.log for prog89's quarterly access recertification

        Environment Division.

                       organization is indexed
                       access mode is random
                       record key is OM-Oper-Id.
                Select Optional Signon-File
                       assign to "signon.log"
                       organization is line sequential.
                Select Errtrack-File
                       assign to Errtrack-File-Path
                       organization is line sequential.
		02 OM-Oper-Id		Pic x(8).
		02 OM-Name		Pic x(20).
		02 OM-Status		Pic x(1).
		02 OM-Perms		Pic x(20).

	FD	Signon-File.
	01	Signon-Rec		Pic x(48).

	FD	Errtrack-File.
	01	Track-Rec.
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

	01	Eof-Flag		Pic x(3) value "no".
		88 end-reached value "yes".


		Close Opermast-File.

		Move spaces to Signon-Line.
		Evaluate true
			When not oper-found
				Move "UNKNOWN-ID" to SL-Outcome
			When OM-Status not = "A"
				Move "INACTIVE" to SL-Outcome
			When OM-Perms(6:1) not = "Y"
				Move "NOT-PERMIT" to SL-Outcome
			When other
				Move "ACCEPTED" to SL-Outcome
		End-evaluate.
		Perform 1030-Log-Sign-On.

		If not oper-found or OM-Status not = "A"
		   or OM-Perms(6:1) not = "Y"
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
		Move "PROG25" to SL-Program.

		Open Extend Signon-File.
		Write Signon-Rec from Signon-Line.
		Close Signon-File.

	1200-Main-Loop.

		Perform 2110-Classify-Error-Id
