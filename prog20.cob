      * realestate.dat run), rejected ones go back on the queue with
      * the reviewer's reason, and anything not ruled on stays
      * pending; the reworked queue is written to prog8pend.new for
      * operations to move over prog8pend.dat after the session;
      * every sign-on attempt, accepted or refused, is logged to
      * signon.log for prog89's quarterly access recertification

        Environment Division.

                       organization is indexed
                       access mode is random
                       record key is OM-Oper-Id.
                Select Optional Signon-File
                       assign to "signon.log"
                       organization is line sequential.
                Select Pending-File
                       assign to "prog8pend.dat"
                       organization is line sequential.
		02 OM-Oper-Id		Pic x(8).
		02 OM-Name		Pic x(20).
		02 OM-Status		Pic x(1).
		02 OM-Perms		Pic x(20).

	FD	Signon-File.
	01	Signon-Rec		Pic x(48).

      * one queued correction, as prog8 wrote it: review status (P
      * pending, R rejected back to the operator), reviewer's reason,
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
			When OM-Perms(5:1) not = "Y"
				Move "NOT-PERMIT" to SL-Outcome
			When other
				Move "ACCEPTED" to SL-Outcome
		End-evaluate.
		Perform 1030-Log-Sign-On.

		If not oper-found or OM-Status not = "A"
		   or OM-Perms(5:1) not = "Y"
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
		Move "PROG20" to SL-Program.

		Open Extend Signon-File.
		Write Signon-Rec from Signon-Line.
		Close Signon-File.

      * rules on one queued correction; records already rejected in
      * an earlier session ride through the queue untouched for the
      * correcting operator to rework
