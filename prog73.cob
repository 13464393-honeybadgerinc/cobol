        Identification Division.
        Program-Id. prog73.
        Date-Written. 10/15/2026.
        Author. Lucas Henry.
        Date-Compiled.

      * batch loader for the county's street centerline extract: each
      * extract record is one block-face segment of a street with the
      * house-number ranges on its left and right sides; the street
      * name is folded to the same standard spelling prog41 gives the
      * sale's Adrs, and the segment's range is merged into the
      * street's streets.dat entry for that ZIP - a street new to the
      * ZIP is added, and one already on file has its low/high house
      * numbers widened to take in the segment; an entry an operator
      * keyed through prog72 is the office's correction of the extract
      * and is left as keyed; segments with a bad ZIP, a blank street,
      * or no usable range are listed on prog73out.dat and skipped

        Environment Division.

        Input-Output Section.
        File-Control.

                Select Centerline-File
                       assign to Centerline-File-Path
                       organization is line sequential.
                Select Optional Street-Ref-File
                       assign to "/home1/c/a/acsi203/streets.dat"
                       organization is indexed
                       access mode is random
                       record key is SR-Key.
                Select Report-File
                       assign to "prog73out.dat"
                       organization is line sequential.
		Select Run-Control-File
			assign to "runcontrol.log"
			organization is line sequential.

        Data Division.

        File Section.

      * one block-face segment from the county's centerline extract;
      * a side with no addresses carries zero in both of its range
      * fields
	FD	Centerline-File.
	01	Centerline-Rec.
		02 CL-Zip		Pic x(5).
		02 CL-Street		Pic x(25).
		02 CL-City		Pic x(15).
		02 CL-Left-Low		Pic x(6).
		02 CL-Left-High		Pic x(6).
		02 CL-Right-Low		Pic x(6).
		02 CL-Right-High	Pic x(6).

      * street reference file: one entry per street per ZIP, keyed on
      * the ZIP and the standardized street name, maintained by prog72
	FD	Street-Ref-File.
	01	Street-Ref-Rec.
		02 SR-Key.
		   03 SR-Zip		Pic x(5).
		   03 SR-Street		Pic x(25).
		02 SR-Low-Number	Pic 9(6).
		02 SR-High-Number	Pic 9(6).
		02 SR-City		Pic x(15).
      * K when the entry was keyed through prog72, L when this
      * program loaded it from the centerline extract
		02 SR-Source		Pic x(1).

	FD	Report-File.
	01	Report-Rec		Pic x(80).

	FD	Run-Control-File.
	01	Run-Control-Rec		Pic x(54).

	Working-Storage Section.

      * defaults to where GIS drops the county's extract;
      * Accept-From-Sysin in 1000-Init lets operations point a run at
      * a differently named file
	01	Centerline-File-Path	Pic x(80) value
		"/home1/c/a/acsi203/centerline.dat".

	01	Eof-Flag		Pic xxx value "No".

	01	Input-Record-Count	Pic 9(6) value 0.

	01	Added-Count		Pic 9(6) value 0.

	01	Widened-Count		Pic 9(6) value 0.

	01	Unchanged-Count		Pic 9(6) value 0.

	01	Keyed-Count		Pic 9(6) value 0.

	01	Reject-Count		Pic 9(6) value 0.

	01	Not-Found-Flag		Pic x(3) value "no".
		88 not-found	value "yes".

      * why a segment was skipped, for the report line
	01	Reject-Reason		Pic x(25) value spaces.

      * the segment's house-number range, taking in whichever sides
      * carry addresses
	01	Segment-Low		Pic 9(6) value zero.

	01	Segment-High		Pic 9(6) value zero.

      * the street name being standardized
	01	Street-Work		Pic x(25) value spaces.

	01	Street-Len		Pic 9(2) value zero.

	01	Word-Start		Pic 9(2) value zero.

	01	Word-Len		Pic 9(2) value zero.

	01	Scan-Pos		Pic 9(2) value zero.

	01	Last-Word		Pic x(9) value spaces.

	01	Type-Index		Pic 9(2) value zero.

      * the spelled-out street types and their standard abbreviations,
      * the same table prog41 folds the sale's Adrs with, so a street
      * loaded here keys the way the sale's address will read
	01	Street-Type-Data.
		02 filler	Pic x(13) value "STREET   ST  ".
		02 filler	Pic x(13) value "AVENUE   AVE ".
		02 filler	Pic x(13) value "BOULEVARDBLVD".
		02 filler	Pic x(13) value "DRIVE    DR  ".
		02 filler	Pic x(13) value "ROAD     RD  ".
		02 filler	Pic x(13) value "LANE     LN  ".
		02 filler	Pic x(13) value "COURT    CT  ".
		02 filler	Pic x(13) value "PLACE    PL  ".
		02 filler	Pic x(13) value "CIRCLE   CIR ".
		02 filler	Pic x(13) value "HIGHWAY  HWY ".
		02 filler	Pic x(13) value "PARKWAY  PKWY".
		02 filler	Pic x(13) value "TERRACE  TER ".

	01	Street-Type-Table redefines Street-Type-Data.
		02 Street-Types occurs 12 times.
		   03 Long-Type		Pic x(9).
		   03 Short-Type	Pic x(4).

	01	Report-Header.
		02 Filler		Pic x(11) value spaces.
		02 Filler		Pic x(35) value
		    "Street Centerline Load - Rejects".
		02 Filler		Pic x(34) value spaces.

	01	Reject-Line.
		02 Rej-Rec-Out		Pic ZZZZZ9.
		02 Filler		Pic x(2) value spaces.
		02 Rej-Zip-Out		Pic x(5).
		02 Filler		Pic x(1) value spaces.
		02 Rej-Street-Out	Pic x(25).
		02 Filler		Pic x(2) value spaces.
		02 Rej-Reason-Out	Pic x(25).
		02 Filler		Pic x(14) value spaces.

	01	Count-Line.
		02 Count-Label		Pic x(30).
		02 Count-Out		Pic ZZZ,ZZ9.
		02 Filler		Pic x(43) value spaces.

      * the run-date/time stamp, split out of Function Current-Date
      * for the run-control log
	01	Current-Date-Time.
		02 CDT-Year		Pic 9(4).
		02 CDT-Month		Pic 9(2).
		02 CDT-Day		Pic 9(2).
		02 CDT-Hour		Pic 9(2).
		02 CDT-Minute		Pic 9(2).
		02 CDT-Second		Pic 9(2).
		02 Filler		Pic x(7).

      * one line per run, appended to runcontrol.log; the output
      * column carries the streets added plus widened
	01	Run-Control-Line.
		02 RCL-Program		Pic x(8) value "PROG73".
		02 Filler		Pic x(2) value spaces.
		02 RCL-Date		Pic x(10).
		02 Filler		Pic x(2) value spaces.
		02 RCL-Time		Pic x(8).
		02 Filler		Pic x(2) value spaces.
		02 RCL-Input-Out	Pic ZZZZZ9.
		02 Filler		Pic x(2) value spaces.
		02 RCL-Output-Out	Pic ZZZZZ9.
		02 Filler		Pic x(2) value spaces.
		02 RCL-Error-Out	Pic ZZZZZ9.

	Procedure Division.

      * Executes 'Init', 'Main-Loop', and 'Finish', in that order
	0000-Main-Logic.
		Perform 1000-Init.
		Perform 1200-Main-Loop until Eof-Flag = "Yes".
		Perform 1300-Finish.
		Stop Run.

	1000-Init.

		Accept Centerline-File-Path from Sysin.
		If Centerline-File-Path = spaces
			Move "/home1/c/a/acsi203/centerline.dat"
				to Centerline-File-Path.

		Open Input Centerline-File.
		Open I-O Street-Ref-File.
		Open Output Report-File.
		Open Extend Run-Control-File.

		Write Report-Rec from Report-Header.
		Move spaces to Report-Rec.
		Write Report-Rec.

		Read Centerline-File at end move "Yes" to Eof-Flag.
		If Eof-Flag not = "Yes"
			Add 1 to Input-Record-Count.

      * checks one segment, then merges it into the street's entry
	1200-Main-Loop.

		Perform 2100-Check-Segment.

		If Reject-Reason not = spaces
			Perform 2900-Reject-Segment
		Else
			Perform 2200-Standardize-Street
			Perform 2300-Merge-Segment
		End-if.

		Read Centerline-File at end move "Yes" to Eof-Flag.
		If Eof-Flag not = "Yes"
			Add 1 to Input-Record-Count.

      * a usable segment has a 5-digit ZIP, a street name, numeric
      * ranges, and addresses on at least one side; the segment's
      * range runs from the lower of the sides' low numbers to the
      * higher of their high numbers
	2100-Check-Segment.

		Move spaces to Reject-Reason.

		Evaluate true
			when CL-Zip not numeric
				Move "ZIP not numeric" to
					Reject-Reason
			when CL-Street = spaces
				Move "street name blank" to
					Reject-Reason
			when CL-Left-Low not numeric
			  or CL-Left-High not numeric
			  or CL-Right-Low not numeric
			  or CL-Right-High not numeric
				Move "range not numeric" to
					Reject-Reason
			when other
				Continue
		End-evaluate.

		If Reject-Reason = spaces

			Move zero to Segment-Low Segment-High

			If CL-Left-High not = "000000"
				Move CL-Left-Low to Segment-Low
				Move CL-Left-High to Segment-High
			End-if

			If CL-Right-High not = "000000"
				If Segment-High = zero or
				   CL-Right-Low < Segment-Low
					Move CL-Right-Low to Segment-Low
				End-if
				If CL-Right-High > Segment-High
					Move CL-Right-High to
						Segment-High
				End-if
			End-if

			If Segment-High = zero
				Move "no addresses on segment" to
					Reject-Reason
			End-if

			If Segment-Low > Segment-High
				Move "low number above high" to
					Reject-Reason
			End-if

		End-if.

      * upper-cases the street name and, when its last word is one of
      * the spelled-out street types, replaces that word with the
      * standard abbreviation, the way prog41 treats the sale's Adrs
	2200-Standardize-Street.

		Move Function Upper-case(CL-Street) to Street-Work.

		Perform 2210-Classify-Length
			varying Street-Len from 25 by -1
			until Street-Len < 1
			or Street-Work(Street-Len:1) not = spaces.

		If Street-Len > 1
			Perform 2225-Fold-Street-Type
		End-if.

      * finds the street's last word and, when it is a spelled-out
      * street type, replaces it with the abbreviation; a one-word
      * name, or a last word longer than any spelled-out type, is
      * left alone
	2225-Fold-Street-Type.

		Perform 2220-Classify-Word-Start
			varying Scan-Pos from Street-Len by -1
			until Scan-Pos < 1
			or Street-Work(Scan-Pos:1) = spaces.

		Compute Word-Start = Scan-Pos + 1.
		Compute Word-Len = Street-Len - Word-Start + 1.

		If Scan-Pos not < 1 and Word-Len not > 9

			Move spaces to Last-Word
			Move Street-Work(Word-Start:Word-Len) to
				Last-Word

			Perform 2230-Classify-Street-Type
				varying Type-Index from 1 by 1
				until Type-Index > 12
				or Last-Word = Long-Type(Type-Index)

			If Type-Index not > 12
				Move spaces to Street-Work(Word-Start:)
				Move Short-Type(Type-Index) to
					Street-Work(Word-Start:4)
			End-if

		End-if.

      * no-op body; the scan for the name's trimmed length happens
      * entirely in the Perform ... Varying's Until condition
	2210-Classify-Length.

		Continue.

      * no-op body; the scan for the space ahead of the name's last
      * word happens entirely in the Perform ... Varying's Until
      * condition
	2220-Classify-Word-Start.

		Continue.

      * no-op body; the search for the last word in the street-type
      * table happens entirely in the Perform ... Varying's Until
      * condition
	2230-Classify-Street-Type.

		Continue.

      * adds the street to the ZIP, or widens its range on file to
      * take in the segment; an operator-keyed entry stands as keyed
	2300-Merge-Segment.

		Move CL-Zip to SR-Zip.
		Move Street-Work to SR-Street.

		Move "no" to Not-Found-Flag.
		Read Street-Ref-File
			invalid key move "yes" to Not-Found-Flag
		End-read.

		Evaluate true

			when not-found
				Move Segment-Low to SR-Low-Number
				Move Segment-High to SR-High-Number
				Move CL-City to SR-City
				Move "L" to SR-Source
				Write Street-Ref-Rec
				Add 1 to Added-Count

			when SR-Source = "K"
				Add 1 to Keyed-Count

			when Segment-Low < SR-Low-Number
			  or Segment-High > SR-High-Number
				If Segment-Low < SR-Low-Number
					Move Segment-Low to
						SR-Low-Number
				End-if
				If Segment-High > SR-High-Number
					Move Segment-High to
						SR-High-Number
				End-if
				Rewrite Street-Ref-Rec
				Add 1 to Widened-Count

			when other
				Add 1 to Unchanged-Count

		End-evaluate.

      * lists a skipped segment with its record number and reason
	2900-Reject-Segment.

		Add 1 to Reject-Count.

		Move Input-Record-Count to Rej-Rec-Out.
		Move CL-Zip to Rej-Zip-Out.
		Move CL-Street to Rej-Street-Out.
		Move Reject-Reason to Rej-Reason-Out.
		Write Report-Rec from Reject-Line.

	1300-Finish.

		Move spaces to Report-Rec.
		Write Report-Rec.

		Move "Segments read:" to Count-Label.
		Move Input-Record-Count to Count-Out.
		Write Report-Rec from Count-Line.

		Move "Streets added:" to Count-Label.
		Move Added-Count to Count-Out.
		Write Report-Rec from Count-Line.

		Move "Street ranges widened:" to Count-Label.
		Move Widened-Count to Count-Out.
		Write Report-Rec from Count-Line.

		Move "Segments inside range on file:" to Count-Label.
		Move Unchanged-Count to Count-Out.
		Write Report-Rec from Count-Line.

		Move "Segments on keyed streets:" to Count-Label.
		Move Keyed-Count to Count-Out.
		Write Report-Rec from Count-Line.

		Move "Segments rejected:" to Count-Label.
		Move Reject-Count to Count-Out.
		Write Report-Rec from Count-Line.

		Perform 1900-Write-Run-Log.

		Close Centerline-File Street-Ref-File Report-File
		      Run-Control-File.

      * appends one line to runcontrol.log recording when this run
      * happened and how many segments it read/applied/rejected
	1900-Write-Run-Log.

		Move function current-date to Current-Date-Time.

		String CDT-Month "/" CDT-Day "/" CDT-Year
			Delimited by size into RCL-Date
		End-string.

		String CDT-Hour ":" CDT-Minute ":" CDT-Second
			Delimited by size into RCL-Time
		End-string.

		Move Input-Record-Count to RCL-Input-Out.
		Compute RCL-Output-Out = Added-Count + Widened-Count.
		Move Reject-Count to RCL-Error-Out.

		Write Run-Control-Rec from Run-Control-Line.
