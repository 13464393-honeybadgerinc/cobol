      * cross-check, instead of an operator hand-keying the county
      * one Add at a time; the file is created here if it doesn't
      * exist yet, and every transaction lands on a results report
      * as applied or rejected with a reason, and on the zipaud.dat
      * trail prog14 stamps - with PROG33 for the operator - so
      * prog87's nightly comparison sees a batch load as the known
      * source it is

        Environment Division.

                       organization is indexed
                       access mode is dynamic
                       record key is zipRefZip.
                Select Optional Audit-File
                       assign to "zipaud.dat"
                       organization is line sequential.
                Select Output-File
                       assign to "prog33out.dat"
                       organization is line sequential.
	FD	Output-File.
	01	Output-Rec		Pic x(132).

	FD	Audit-File.
	01	Audit-Rec		Pic x(154).

	Working-Storage Section.

      * defaults to the county schedule's usual drop name; Accept-

	01	Long-Value		Pic 9(7)v99 value zero.

	01	Audit-Before		Pic x(50) value spaces.

	01	Audit-After		Pic x(50) value spaces.

      * the run-date/time stamp, split out of Function Current-Date
      * the way prog19 does for cityaud.dat
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

	01	Report-Header.
		02 Filler		Pic x(44) value spaces.
		02 Filler		Pic x(44) value
		Open Input Txn-File.
		Open I-O zipRefFile.
		Open Output Output-File.
		Open Extend Audit-File.

		Write Output-Rec from Report-Header.
		Move spaces to Output-Rec.

		Move "REJECTED" to Txn-Result.
		Move spaces to Reject-Reason.
		Move spaces to Audit-Before Audit-After.

		Evaluate true
			when add-txn
		End-if.

		Perform 2700-Write-Result.
		Perform 2800-Write-Audit.

		Read Txn-File at end move "yes" to Eof-Flag.

				Move "zip already on file" to
					Reject-Reason
			Else
				Move zipRefRec to Audit-After
				Move "APPLIED" to Txn-Result
			End-if
		End-if.
		If not-found
			Move "zip not on file" to Reject-Reason
		Else
			Move zipRefRec to Audit-Before
			Perform 2900-Validate-Entry

			If bad-entry
				Move Lat-Value to zipRefLat
				Move Long-Value to zipRefLong
				Rewrite zipRefRec
				Move zipRefRec to Audit-After
				Move "APPLIED" to Txn-Result
			End-if
		End-if.
		If not-found
			Move "zip not on file" to Reject-Reason
		Else
			Move zipRefRec to Audit-Before
			Delete zipRefFile record
			Move "APPLIED" to Txn-Result
		End-if.
		Move Reject-Reason to Reason-Out.
		Write Output-Rec from Info-Line.

      * stamps one line to zipaud.dat for the transaction just
      * attempted, the same layout prog14 writes
	2800-Write-Audit.

		Move function current-date to Current-Date-Time.

		Move spaces to Audit-Line.

		String CDT-Month "/" CDT-Day "/" CDT-Year
			Delimited by size into MA-Date
		End-string.

		String CDT-Hour ":" CDT-Minute ":" CDT-Second
			Delimited by size into MA-Time
		End-string.

		Move "PROG33" to MA-Operator.
		Move Txn-Code to MA-Txn.
		Move Txn-Zip to MA-Key.
		Move Txn-Result to MA-Result.
		Move Audit-Before to MA-Before.
		Move Audit-After to MA-After.

		Write Audit-Rec from Audit-Line.

      * a usable entry is a 5-digit ZIP with a nonblank city and
      * state, the same check prog14 runs on keyed entry
	2900-Validate-Entry.
		Write Output-Rec.
		Write Output-Rec from Report-Footer.

		Close Txn-File zipRefFile Output-File Audit-File.
