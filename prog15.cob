      * SSN/Agent-ID the commission report already joins on and
      * carries each agent's negotiated commission rate and an
      * active/inactive status, so prog10 stops paying everyone the
      * one flat house rate; each agent's real estate license -
      * number, salesperson or broker, and expiry date - is kept
      * here too, so prog16 and prog10 can hold commission on a sale
      * closed after the license lapsed and prog83 can list the
      * renewals coming due; the taxpayer ID from the agent's W-9 -
      * SSN or EIN - is kept for prog84's year-end 1099-NEC; every
      * transaction - applied or rejected - is stamped to
      * agentaud.dat with the operator and the row before and after,
      * the way prog11 stamps cityaud.dat, so prog87's nightly
      * comparison can tell a keyed change from a hand edit;
      * every sign-on attempt, accepted or refused, is logged to
      * signon.log for prog89's quarterly access recertification

        Environment Division.

                       organization is indexed
                       access mode is random
                       record key is OM-Oper-Id.
                Select Optional Signon-File
                       assign to "signon.log"
                       organization is line sequential.
                Select Optional agentMasterFile
                       assign to "/home1/c/a/acsi203/agentmst.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is agentSSN.
                Select Optional Audit-File
                       assign to "agentaud.dat"
                       organization is line sequential.

        Data Division.

		02 OM-Oper-Id		Pic x(8).
		02 OM-Name		Pic x(20).
		02 OM-Status		Pic x(1).
		02 OM-Perms		Pic x(20).

	FD	Signon-File.
	01	Signon-Rec		Pic x(48).

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

	FD	Audit-File.
	01	Audit-Rec		Pic x(154).

	Working-Storage Section.

	01	Oper-Found-Flag		Pic x(3) value "no".
		88 oper-found value "yes".

      * one line per sign-on attempt, appended to signon.log
	01	Signon-Line.
	Copy "signlog.cpy".

	01	Txn-Code		Pic x value spaces.
		88 add-txn	value "A" "a".
		88 change-txn	value "C" "c".
	01	Status-Entry		Pic x value spaces.
		88 good-status	value "A" "I".

      * license number, type, and expiry; a blank number means no
      * license on file yet, and then type and expiry stay blank
	01	License-Entry		Pic x(10) value spaces.

	01	License-Type-Entry	Pic x value spaces.
		88 good-license-type value "S" "B".

	01	Expire-Entry		Pic x(8) value spaces.

	01	Expire-Value		Pic 9(8) value zero.

	01	Expire-Parts redefines Expire-Value.
		02 Expire-Year		Pic 9(4).
		02 Expire-Month		Pic 9(2).
		02 Expire-Day		Pic 9(2).

	01	Expire-Out		Pic 9999/99/99.

      * taxpayer ID from the W-9, 9 digits with no dashes, and its
      * type; a blank TIN means no W-9 on file yet and prog84 lists
      * the agent at year end
	01	TIN-Entry		Pic x(9) value spaces.

	01	TIN-Type-Entry		Pic x value spaces.
		88 good-tin-type value "S" "E".

	01	Bad-Entry-Flag		Pic x(3) value "no".
		88 bad-entry	value "yes".

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

      * one line per transaction, appended to agentaud.dat
	01	Audit-Line.
	Copy "mastaud.cpy".

	Procedure Division.

      * Executes 'Init', 'Main-Loop', and 'Finish', in that order
	1000-Init.

		Open I-O agentMasterFile.
		Open Extend Audit-File.

		Display "Agent Master Maintenance".
		Perform 1010-Sign-On.

		Close Opermast-File.

		Move spaces to Signon-Line.
		Evaluate true
			When not oper-found
				Move "UNKNOWN-ID" to SL-Outcome
			When OM-Status not = "A"
				Move "INACTIVE" to SL-Outcome
			When OM-Perms(4:1) not = "Y"
				Move "NOT-PERMIT" to SL-Outcome
			When other
				Move "ACCEPTED" to SL-Outcome
		End-evaluate.
		Perform 1030-Log-Sign-On.

		If not oper-found or OM-Status not = "A"
		   or OM-Perms(4:1) not = "Y"
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
		Move "PROG15" to SL-Program.

		Open Extend Signon-File.
		Write Signon-Rec from Signon-Line.
		Close Signon-File.

      * prompts for one transaction at a time; a blank or unrecognized
      * code falls through to Q so a stray Enter does not loop forever
	1200-Main-Loop.

	1300-Finish.

		Close agentMasterFile Audit-File.

      * reads an agent ID, rate, and status, checks them, and writes
      * a new agentmst.dat entry; a duplicate ID is rejected by the
		Display "Status - Active or Inactive (A/I):".
		Accept Status-Entry from Sysin.

		Perform 2400-Accept-License.

		Perform 2420-Accept-TIN.

		Perform 2900-Validate-Entry.

		Move spaces to Audit-Before Audit-After.
		Move "REJECTED" to Audit-Result.

		If bad-entry
			Display "Bad ID/rate/status/license/TIN -"
			Display "agent not added."
		Else
			Move SSN-Entry to agentSSN
			Move Rate-Value to agentCommRate
			Move Status-Entry to agentStatus
			Perform 2450-Move-License
			Perform 2460-Move-TIN

			Move "no" to Duplicate-Flag
			Write agentMasterRec
				Display "Agent already on file -"
				Display "use Change instead."
			Else
				Move agentMasterRec to Audit-After
				Move "APPLIED" to Audit-Result
				Display "Agent added."
			End-if
		End-if.

		Perform 2800-Write-Audit.

      * reads an agent ID, looks it up, and if found rewrites its
      * commission rate, status, and license with the newly-entered
      * values; the license on file is shown first so a renewal is
      * keyed against what is there
	2200-Change-Agent.

		Display "Agent ID / SSN to change:".

		Move SSN-Entry to agentSSN

		Move spaces to Audit-Before Audit-After.
		Move "REJECTED" to Audit-Result.

		Move "no" to Not-Found-Flag
		Read agentMasterFile
			invalid key move "yes" to Not-Found-Flag
		If not-found
			Display "Agent not on file."
		Else
			Move agentMasterRec to Audit-Before
			Display "New commission rate, as a decimal"
			Display "(e.g. .035):"
			Accept Rate-Entry from Sysin
			Display "New status - Active or Inactive (A/I):"
			Accept Status-Entry from Sysin

			Move agentLicExpire to Expire-Out
			Display "License on file: " agentLicNum " type "
				agentLicType " expires " Expire-Out

			Perform 2400-Accept-License

			Display "TIN on file: XXXXX" agentTIN(6:4)
				" type " agentTINType

			Perform 2420-Accept-TIN

			Perform 2900-Validate-Entry

			If bad-entry
				Display "Bad rate/status/license/TIN -"
				Display "not changed."
			Else
				Move Rate-Value to agentCommRate
				Move Status-Entry to agentStatus
				Perform 2450-Move-License
				Perform 2460-Move-TIN
				Rewrite agentMasterRec
				Move agentMasterRec to Audit-After
				Move "APPLIED" to Audit-Result
				Display "Agent entry changed."
			End-if
		End-if.

		Perform 2800-Write-Audit.

      * reads an agent ID, looks it up, and if found deletes its
      * agentmst.dat entry
	2300-Delete-Agent.
			invalid key move "yes" to Not-Found-Flag
		End-read

		Move spaces to Audit-Before Audit-After.
		Move "REJECTED" to Audit-Result.

		If not-found
			Display "Agent not on file."
		Else
			Move agentMasterRec to Audit-Before
			Delete agentMasterFile record
			Move "APPLIED" to Audit-Result
			Display "Agent deleted."
		End-if.

		Perform 2800-Write-Audit.

      * stamps one line to agentaud.dat for the transaction just
      * attempted: date, time, operator, code, agent, whether it was
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
		Move SSN-Entry to MA-Key.
		Move Audit-Result to MA-Result.
		Move Audit-Before to MA-Before.
		Move Audit-After to MA-After.

		Write Audit-Rec from Audit-Line.

      * the license number, type, and expiry date; a blank number
      * skips the other two
	2400-Accept-License.

		Display "License number (blank = none on file):".
		Accept License-Entry from Sysin.

		Move spaces to License-Type-Entry.
		Move spaces to Expire-Entry.

		If License-Entry not = spaces
			Display "License type - Salesperson or Broker"
			Display "(S/B):"
			Accept License-Type-Entry from Sysin
			Display "License expiry date (yyyymmdd):"
			Accept Expire-Entry from Sysin
		End-if.

      * the taxpayer ID and whether it is an SSN or an EIN; a blank
      * TIN skips the type
	2420-Accept-TIN.

		Display "Taxpayer ID, 9 digits (blank = no W-9):".
		Accept TIN-Entry from Sysin.

		Move spaces to TIN-Type-Entry.

		If TIN-Entry not = spaces
			Display "TIN type - SSN or EIN (S/E):"
			Accept TIN-Type-Entry from Sysin
		End-if.

	2450-Move-License.

		Move License-Entry to agentLicNum.
		Move License-Type-Entry to agentLicType.
		Move Expire-Value to agentLicExpire.

	2460-Move-TIN.

		Move TIN-Entry to agentTIN.
		Move TIN-Type-Entry to agentTINType.

      * converts the keyed-in decimal text to a numeric value, checks
      * it against Min-Rate/Max-Rate, and checks the ID is all digits
      * and the status is a legal value; a license needs a legal type
      * and a real calendar date for its expiry, and a TIN must be
      * nine digits with a legal type
	2900-Validate-Entry.

		Move "no" to Bad-Entry-Flag.
		If not good-status
			Move "yes" to Bad-Entry-Flag
		End-if.

		Move zero to Expire-Value.

		If License-Entry not = spaces

			If not good-license-type
				Move "yes" to Bad-Entry-Flag
			End-if

			If Expire-Entry not numeric
				Move "yes" to Bad-Entry-Flag
			Else
				Move Expire-Entry to Expire-Value
				If Expire-Year < 1900
				   or Expire-Month < 1
				   or Expire-Month > 12
				   or Expire-Day < 1
				   or Expire-Day > 31
					Move "yes" to Bad-Entry-Flag
				End-if
			End-if

		End-if.

		If TIN-Entry not = spaces
			If TIN-Entry not numeric or not good-tin-type
				Move "yes" to Bad-Entry-Flag
			End-if
		End-if.
