        Identification Division.
        Program-Id. prog82.
        Date-Written. 10/15/2026.
        Author. Lucas Henry.
        Date-Compiled.

      * compliance review of the license holds prog10 and prog16
      * record on commhold.dat, worked the way prog71 works the
      * non-arms-length queue: each held sale is shown with the
      * commission it would have paid, the license expiry it was
      * held against, and the agent's license as agentmst.dat has it
      * now, and compliance rules on it - R releases it, so the next
      * prog10 and prog16 runs each pay it once; F forfeits it, so
      * it is never paid; anything else keeps it held for the next
      * session; the ruling, the operator, the date, and a note are
      * stamped on the entry;
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
                Select Optional Commission-Hold-File
                       assign to "/home1/c/a/acsi203/commhold.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is CH-Key.

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

      * agent master maintained by prog15; shows whether the agent
      * has renewed since the sale was held
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

      * commission held for an expired license: status H held,
      * R released, X forfeited
	FD	Commission-Hold-File.
	01	Commission-Hold-Rec.
	Copy "commhold.cpy".

	Working-Storage Section.

      * who signed on; byte 14 of OM-Perms governs this program
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

	01	Agent-Found-Flag	Pic x(3) value "no".
		88 agent-found value "yes".

	01	Eof-Flag		Pic x(3) value "no".
		88 end-reached value "yes".

	01	Ruling-Entry		Pic x(1) value spaces.
		88 release-ruling value "R" "r".
		88 forfeit-ruling value "F" "f".

	01	Note-Entry		Pic x(30) value spaces.

	01	Reviewed-Count		Pic 9(6) value zero.

	01	Released-Count		Pic 9(6) value zero.

	01	Forfeited-Count		Pic 9(6) value zero.

	01	Held-Count		Pic 9(6) value zero.

	01	Price-Image		Pic ZZZ,ZZZ,ZZ9.

	01	Commission-Image	Pic Z,ZZZ,ZZZ,ZZ9.99.

	01	Date-Image		Pic 9999/99/99.

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

		Open I-O Commission-Hold-File.
		Open Input agentMasterFile.

		Display "License Hold Review - release or forfeit".
		Display "each held commission.".
		Perform 1010-Sign-On.

		Move function current-date to Todays-Date.

		Move low-values to CH-Key.
		Start Commission-Hold-File key not < CH-Key
			invalid key move "yes" to Eof-Flag
		End-start.

		If not end-reached
			Read Commission-Hold-File next
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
			When OM-Perms(14:1) not = "Y"
				Move "NOT-PERMIT" to SL-Outcome
			When other
				Move "ACCEPTED" to SL-Outcome
		End-evaluate.
		Perform 1030-Log-Sign-On.

		If not oper-found or OM-Status not = "A"
		   or OM-Perms(14:1) not = "Y"
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
		Move "PROG82" to SL-Program.

		Open Extend Signon-File.
		Write Signon-Rec from Signon-Line.
		Close Signon-File.

      * rules on one held entry; entries already released or
      * forfeited are passed over
	1200-Main-Loop.

		If CH-Status = "H"
			Perform 2000-Review-Hold
		End-if.

		Read Commission-Hold-File next
			at end move "yes" to Eof-Flag
		End-read.

      * shows the held sale against the license it was held for and
      * the license on file today, and applies the ruling
	2000-Review-Hold.

		Add 1 to Reviewed-Count.

		Display " ".
		Display "Sale:      " CH-Adrs " " CH-City.
		Move CH-Sale-Price to Price-Image.
		Display "Closed:    " CH-Sale-Day "-" CH-Sale-Month "-"
			CH-Sale-Year "  price " Price-Image
			"  agent " CH-Agent-ID.
		Move CH-Commission to Commission-Image.
		Display "Held:      " Commission-Image " commission".
		Move CH-License-Expire to Date-Image.
		Display "License expired " Date-Image
			" before the sale date".

		Perform 2050-Show-License.

		Display "Release, Forfeit, or Hold (R/F/other)?".
		Accept Ruling-Entry from Sysin.

		Evaluate true

			when release-ruling
				Perform 2100-Take-Note
				Move "R" to CH-Status
				Perform 2200-Stamp-Ruling
				Add 1 to Released-Count
				Display "Released - paid on the next"
				Display "commission runs."

			when forfeit-ruling
				Perform 2100-Take-Note
				Move "X" to CH-Status
				Perform 2200-Stamp-Ruling
				Add 1 to Forfeited-Count
				Display "Forfeited - will not be paid."

			when other
				Add 1 to Held-Count
				Display "Held pending."

		End-evaluate.

      * the agent's license as the master has it now
	2050-Show-License.

		Move CH-Agent-ID to agentSSN.
		Move "no" to Agent-Found-Flag.
		Read agentMasterFile
			invalid key continue
			not invalid key move "yes" to Agent-Found-Flag
		End-read.

		If agent-found
			Move agentLicExpire to Date-Image
			Display "On file:   license " agentLicNum
				" type " agentLicType
				" expires " Date-Image
		Else
			Display "On file:   agent not on the master"
		End-if.

	2100-Take-Note.

		Display "Note (e.g. renewal verified, late fee):".
		Accept Note-Entry from Sysin.

      * stamps the ruling onto the entry and rewrites it in place
	2200-Stamp-Ruling.

		Move Operator-Id to CH-Action-Oper.
		Move Todays-Date to CH-Action-Date.
		Move Note-Entry to CH-Action-Note.

		Rewrite Commission-Hold-Rec.

	1300-Finish.

		Close Commission-Hold-File agentMasterFile.

		Display " ".
		Display "Reviewed:  " Reviewed-Count.
		Display "Released:  " Released-Count.
		Display "Forfeited: " Forfeited-Count.
		Display "Held:      " Held-Count.
