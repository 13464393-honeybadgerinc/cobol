        Identification Division.
        Program-Id. prog71.
        Date-Written. 10/15/2026.
        Author. Lucas Henry.
        Date-Compiled.

      * supervisor review of the non-arms-length queue prog70 fills,
      * worked the way prog20 works the correction queue: each
      * pending narreg.dat entry is shown with the sale, the prior
      * sale and city median the screen used, and the reasons it was
      * flagged, and the supervisor rules on it - C confirms it as
      * non-arms-length, so prog13, prog21, prog34, and prog64 leave
      * it out from then on; X clears it as a genuine sale; anything
      * else holds it pending for the next session; the ruling, the
      * reviewer, the date, and a note are stamped on the entry;
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
                Select Optional Nal-Registry-File
                       assign to "/home1/c/a/acsi203/narreg.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is NR-Key.

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

      * non-arms-length registry prog70 writes: status P pending,
      * C confirmed, X cleared
	FD	Nal-Registry-File.
	01	Nal-Rec.
		02 NR-Key.
		   03 NR-Adrs		Pic x(27).
		   03 NR-Sale-Day	Pic x(3).
		   03 NR-Sale-Month	Pic x(3).
		   03 NR-Sale-Year	Pic x(4).
		   03 NR-Sale-Price	Pic x(9).
		02 NR-Zip		Pic x(5).
		02 NR-City		Pic x(15).
		02 NR-County		Pic x(1).
		02 NR-Agent-Id		Pic 9(7).
		02 NR-Status		Pic x(1).
		02 NR-Reasons.
		   03 NR-Reason		Pic x(2) occurs 4 times.
		02 NR-Prior-Date	Pic 9(8).
		02 NR-Prior-Price	Pic 9(9).
		02 NR-Prior-Agent	Pic 9(7).
		02 NR-Sqft-Price	Pic 9(5)v99.
		02 NR-City-Median	Pic 9(5)v99.
		02 NR-Flag-Date		Pic 9(8).
		02 NR-Reviewer		Pic x(8).
		02 NR-Review-Date	Pic 9(8).
		02 NR-Review-Note	Pic x(30).

	Working-Storage Section.

      * who signed on; byte 12 of OM-Perms governs this program
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

	01	Eof-Flag		Pic x(3) value "no".
		88 end-reached value "yes".

	01	Ruling-Entry		Pic x(1) value spaces.
		88 confirm-ruling value "C" "c".
		88 clear-ruling value "X" "x".

	01	Note-Entry		Pic x(30) value spaces.

	01	Reviewed-Count		Pic 9(6) value zero.

	01	Confirmed-Count		Pic 9(6) value zero.

	01	Cleared-Count		Pic 9(6) value zero.

	01	Held-Count		Pic 9(6) value zero.

	01	Price-Image		Pic ZZZ,ZZZ,ZZ9.

	01	Ppsf-Image		Pic ZZ,ZZ9.99.

	01	Todays-Date.
		02 Todays-year		Pic 9999.
		02 Todays-month		Pic 99.
		02 Todays-day		Pic 99.

	Procedure Division.

      * Executes 'Init', 'Main-Loop', and 'Finish', in that order
	0000-Main-Logic.
		Perform 1000-Init.
		Perform 1200-Main-Loop until end-reached.
		Perform 1300-Finish.
		Stop Run.

	1000-Init.

		Open I-O Nal-Registry-File.

		Display "Non-Arms-Length Review - confirm or clear".
		Display "each pending sale.".
		Perform 1010-Sign-On.

		Move function current-date to Todays-Date.

		Move low-values to NR-Key.
		Start Nal-Registry-File key not < NR-Key
			invalid key move "yes" to Eof-Flag
		End-start.

		If not end-reached
			Read Nal-Registry-File next
				at end move "yes" to Eof-Flag
			End-read
		End-if.

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
			When OM-Perms(12:1) not = "Y"
				Move "NOT-PERMIT" to SL-Outcome
			When other
				Move "ACCEPTED" to SL-Outcome
		End-evaluate.
		Perform 1030-Log-Sign-On.

		If not oper-found or OM-Status not = "A"
		   or OM-Perms(12:1) not = "Y"
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
		Move "PROG71" to SL-Program.

		Open Extend Signon-File.
		Write Signon-Rec from Signon-Line.
		Close Signon-File.

      * rules on one pending entry; entries already confirmed or
      * cleared are passed over
	1200-Main-Loop.

		If NR-Status = "P"
			Perform 2000-Review-Sale
		End-if.

		Read Nal-Registry-File next
			at end move "yes" to Eof-Flag
		End-read.

      * shows the flagged sale against the evidence the screen used
      * and applies the supervisor's ruling
	2000-Review-Sale.

		Add 1 to Reviewed-Count.

		Display " ".
		Display "Sale:      " NR-Adrs " " NR-Zip " " NR-City.
		Move NR-Sale-Price to Price-Image.
		Display "Closed:    " NR-Sale-Day "-" NR-Sale-Month "-"
			NR-Sale-Year "  price " Price-Image
			"  agent " NR-Agent-Id.
		Move NR-Prior-Price to Price-Image.
		Display "Prior:     " NR-Prior-Date "  price "
			Price-Image "  agent " NR-Prior-Agent.
		Move NR-Sqft-Price to Ppsf-Image.
		Display "$/sqft:    " Ppsf-Image with no advancing.
		Move NR-City-Median to Ppsf-Image.
		Display "  city median " Ppsf-Image.
		Display "Reasons:   " NR-Reason(1) " " NR-Reason(2) " "
			NR-Reason(3) " " NR-Reason(4).
		Display "Confirm, Clear, or Hold (C/X/other)?".
		Accept Ruling-Entry from Sysin.

		Evaluate true

			when confirm-ruling
				Perform 2100-Take-Note
				Move "C" to NR-Status
				Perform 2200-Stamp-Ruling
				Add 1 to Confirmed-Count
				Display "Confirmed - left out of the"
				Display "indices."

			when clear-ruling
				Perform 2100-Take-Note
				Move "X" to NR-Status
				Perform 2200-Stamp-Ruling
				Add 1 to Cleared-Count
				Display "Cleared as a genuine sale."

			when other
				Add 1 to Held-Count
				Display "Held pending."

		End-evaluate.

	2100-Take-Note.

		Display "Note (e.g. family transfer, verified):".
		Accept Note-Entry from Sysin.

      * stamps the ruling onto the entry and rewrites it in place
	2200-Stamp-Ruling.

		Move Operator-Id to NR-Reviewer.
		Move Todays-Date to NR-Review-Date.
		Move Note-Entry to NR-Review-Note.

		Rewrite Nal-Rec.

	1300-Finish.

		Close Nal-Registry-File.

		Display " ".
		Display "Reviewed:  " Reviewed-Count.
		Display "Confirmed: " Confirmed-Count.
		Display "Cleared:   " Cleared-Count.
		Display "Held:      " Held-Count.
