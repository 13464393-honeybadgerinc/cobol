
      * operator master maintenance, the same conversation prog15
      * runs against agentmst.dat: one opermast.dat entry per
      * operator - ID, name, active/inactive status, and a
      * twenty-byte permission string saying which interactive
      * programs the operator may run (prog69 widened the old
      * ten-byte string; bytes not yet assigned are kept N):
      *    1 prog8    2 prog11   3 prog14   4 prog15   5 prog20
      *    6 prog25   7 prog29   8 prog40   9 prog44  10 this program
      *   11 prog68  12 prog71  13 prog72  14 prog82  15 prog90
      *   16 prog92  17 prog99
      * every interactive program signs its operator on against
      * this file, the keying ID rides the prog8pend.dat queue, and
      * prog20 refuses to let the ID that keyed a correction approve
      * it - the separation of duties the auditors asked for; a
      * brand-new empty master allows one bootstrap session so the
      * first operator can be added at all; every transaction -
      * applied or rejected - is stamped to operaud.dat with the
      * operator and the row before and after, the way prog11
      * stamps cityaud.dat, so prog87's nightly comparison can tell
      * a keyed change from a hand edit; every sign-on attempt,
      * accepted or refused, and every bootstrap session is logged
      * to signon.log for prog89's quarterly access recertification

        Environment Division.

                       organization is indexed
                       access mode is dynamic
                       record key is OM-Oper-Id.
                Select Optional Signon-File
                       assign to "signon.log"
                       organization is line sequential.
                Select Optional Audit-File
                       assign to "operaud.dat"
                       organization is line sequential.

        Data Division.

		02 OM-Oper-Id		Pic x(8).
		02 OM-Name		Pic x(20).
		02 OM-Status		Pic x(1).
		02 OM-Perms		Pic x(20).

	FD	Signon-File.
	01	Signon-Rec		Pic x(48).

	FD	Audit-File.
	01	Audit-Rec		Pic x(154).

	Working-Storage Section.


	01	Status-Entry		Pic x(1) value spaces.

	01	Perms-Entry		Pic x(20) value spaces.

	01	Bad-Entry-Flag		Pic x(3) value "no".
		88 bad-entry	value "yes".
	01	Master-Empty-Flag	Pic x(3) value "no".
		88 master-empty value "yes".

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

      * one line per transaction, appended to operaud.dat
	01	Audit-Line.
	Copy "mastaud.cpy".

      * one line per sign-on attempt, appended to signon.log
	01	Signon-Line.
	Copy "signlog.cpy".

	Procedure Division.

      * Executes 'Init', 'Main-Loop', and 'Finish', in that order
	1000-Init.

		Open I-O Opermast-File.
		Open Extend Audit-File.

		Display "Operator Master Maintenance".

			not invalid key Perform 1020-Probe-First
		End-start.

		Move spaces to Signon-Line.

		If master-empty
			Move "BOOTSTRAP" to SL-Outcome
			Perform 1030-Log-Sign-On
			Display "Operator master is empty - bootstrap"
			Display "session; add the first operator now."
		Else
					Oper-Found-Flag
			End-read

			Evaluate true
				When not oper-found
					Move "UNKNOWN-ID" to SL-Outcome
				When OM-Status not = "A"
					Move "INACTIVE" to SL-Outcome
				When OM-Perms(10:1) not = "Y"
					Move "NOT-PERMIT" to SL-Outcome
				When other
					Move "ACCEPTED" to SL-Outcome
			End-evaluate
			Perform 1030-Log-Sign-On

			If not oper-found or OM-Status not = "A"
			   or OM-Perms(10:1) not = "Y"
				Display "Not authorized for operator"
			not at end move "no" to Master-Empty-Flag
		End-read.

      * stamps the attempt on signon.log, whatever came of it; the
      * bootstrap session has no operator and stamps BOOTSTRP
	1030-Log-Sign-On.

		Move function current-date to Current-Date-Time.

		String CDT-Month "/" CDT-Day "/" CDT-Year
			Delimited by size into SL-Date
		End-string.

		String CDT-Hour ":" CDT-Minute ":" CDT-Second
			Delimited by size into SL-Time
		End-string.

		If master-empty
			Move "BOOTSTRP" to SL-Operator
		Else
			Move Operator-Id to SL-Operator
		End-if.
		Move "PROG53" to SL-Program.

		Open Extend Signon-File.
		Write Signon-Rec from Signon-Line.
		Close Signon-File.

      * prompts for one transaction at a time; a blank or
      * unrecognized code falls through to Q so a stray Enter does
      * not loop forever

	1300-Finish.

		Close Opermast-File Audit-File.

      * reads an ID, name, status, and permission string, checks
      * them, and writes a new opermast.dat entry; a duplicate ID is

		Perform 2900-Validate-Entry.

		Move spaces to Audit-Before Audit-After.
		Move "REJECTED" to Audit-Result.

		If bad-entry
			Display "Bad entry - operator not added."
		Else
				Display "ID already on file - use"
				Display "Change instead."
			Else
				Move Opermast-Rec to Audit-After
				Move "APPLIED" to Audit-Result
				Display "Operator added."
			End-if
		End-if.

		Perform 2800-Write-Audit.

      * reads an ID, looks it up, and if found rewrites the name,
      * status, and permissions with the newly-entered values
	2200-Change-Operator.

		Move Id-Entry to OM-Oper-Id

		Move spaces to Audit-Before Audit-After.
		Move "REJECTED" to Audit-Result.

		Move "no" to Not-Found-Flag
		Read Opermast-File
			invalid key move "yes" to Not-Found-Flag
		If not-found
			Display "Operator not on file."
		Else
			Move Opermast-Rec to Audit-Before
			Display "New name (up to 20 characters):"
			Accept Name-Entry from Sysin

				Move Status-Entry to OM-Status
				Move Perms-Entry to OM-Perms
				Rewrite Opermast-Rec
				Move Opermast-Rec to Audit-After
				Move "APPLIED" to Audit-Result
				Display "Operator changed."
			End-if
		End-if.

		Perform 2800-Write-Audit.

      * reads an ID, looks it up, and if found deletes its entry;
      * leaving operators inactive instead keeps their ID on the
      * audit trails resolvable, so Delete is for mis-keyed adds
			invalid key move "yes" to Not-Found-Flag
		End-read

		Move spaces to Audit-Before Audit-After.
		Move "REJECTED" to Audit-Result.

		If not-found
			Display "Operator not on file."
		Else
			Move Opermast-Rec to Audit-Before
			Delete Opermast-File record
			Move "APPLIED" to Audit-Result
			Display "Operator deleted."
		End-if.

		Perform 2800-Write-Audit.

      * stamps one line to operaud.dat for the transaction just
      * attempted: date, time, operator, code, the ID maintained,
      * whether it was applied, and the row before and after; the
      * bootstrap session has no operator and stamps BOOTSTRP
	2800-Write-Audit.

		Move function current-date to Current-Date-Time.

		Move spaces to Audit-Line.

		String CDT-Month "/" CDT-Day "/" CDT-Year
			Delimited by size into MA-Date
		End-string.

		String CDT-Hour ":" CDT-Minute ":" CDT-Second
			Delimited by size into MA-Time
		End-string.

		If master-empty
			Move "BOOTSTRP" to MA-Operator
		Else
			Move Operator-Id to MA-Operator
		End-if.
		Move Txn-Code to MA-Txn.
		Move Id-Entry to MA-Key.
		Move Audit-Result to MA-Result.
		Move Audit-Before to MA-Before.
		Move Audit-After to MA-After.

		Write Audit-Rec from Audit-Line.

      * a usable entry has a nonblank ID and name, a legal status,
      * and a permission string of Y and N only
	2900-Validate-Entry.

		Perform 2910-Check-Perm-Byte
			varying Perm-Scan from 1 by 1
			until Perm-Scan > 20 or bad-entry.

	2910-Check-Perm-Byte.

			Move "yes" to Bad-Entry-Flag
		End-if.

      * the twenty permission bytes, keyed as one string of Y/N:
      * 1 prog8, 2 prog11, 3 prog14, 4 prog15, 5 prog20, 6 prog25,
      * 7 prog29, 8 prog40, 9 prog44, 10 operator maintenance,
      * 11 prog68, 12 prog71, 13 prog72, 14 prog82, 15 prog90,
      * 16 prog92, 17 prog99; the unassigned bytes after that are
      * keyed N
	2950-Accept-Perms.

		Display "Permissions, 20 bytes of Y/N in program".
		Display "order 8,11,14,15,20,25,29,40,44,maint,".
		Display "68,71,72,82,90,92,99, then N for each".
		Display "unassigned byte:".
		Accept Perms-Entry from Sysin.
