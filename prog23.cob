      * small day; the data records are copied to realestate.chk with
      * the header and trailer stripped, so the record layouts
      * downstream are untouched; an extract with no HDR record (the
      * county's old format) is passed through unchanged with a note;
      * the extract date and the data-record count are left behind in
      * prog23ctl.dat for prog78's acknowledgment at the end of the
      * chain

        Environment Division.

                       assign to Extract-File-Path.
                Select Checked-File
                       assign to "realestate.chk".
                Select Control-File
                       assign to "prog23ctl.dat"
                       organization is line sequential.

        Data Division.

	FD	Checked-File.
	01	Checked-Rec		Pic x(137).

      * what this run saw of the extract, for the acknowledgment;
      * the date is zero for an old-format feed with no HDR record
	FD	Control-File.
	01	Control-Rec.
		02 CT-Extract-Date	Pic 9(8).
		02 CT-Record-Count	Pic 9(9).
		02 CT-Header-Flag	Pic x(1).
		02 CT-Verify-Flag	Pic x(1).

	Working-Storage Section.

      * defaults to the county feed's usual location; Accept-From-Sysin

		Close Extract-File Checked-File.

		Open Output Control-File.
		Move Extract-Date-Out to CT-Extract-Date.
		Move Data-Record-Count to CT-Record-Count.
		If header-seen
			Move "Y" to CT-Header-Flag
		Else
			Move "N" to CT-Header-Flag
		End-if.
		If verify-failed
			Move "F" to CT-Verify-Flag
		Else
			Move "P" to CT-Verify-Flag
		End-if.
		Write Control-Rec.
		Close Control-File.

		If verify-failed
			Display "prog23: extract FAILED verification - "
				"chain should stop"
