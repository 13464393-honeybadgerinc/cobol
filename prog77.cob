        Identification Division.
        Program-Id. prog77.
        Date-Written. 10/15/2026.
        Author. Lucas Henry.
        Date-Compiled.

      * daily property-master change file: the mapping team and the
      * assessor's CAMA system used to reload all of propmast.dat
      * every week to catch what prog28, prog44 and prog39 had
      * changed; those three now append every add, roll, correction,
      * restore and delete to propchg.dat as it happens, and this
      * run ships the day's set as propdelta.dat - an HDR record
      * (file number, run date, first sequence number), one DTL
      * record per change with its sequence number and a Y in each
      * position field that differs between the before and after
      * images, and a TRL record with the record count, the last
      * sequence number and the count of each change type
      *
      * the sequence numbers run on from one day's file to the next
      * (propdseq.dat keeps the last one handed out and the last
      * file number), so a subscriber that missed a day sees the gap
      * and replays it from the copy dailyrun.sh keeps under
      * reports/; a day with no changes still ships an HDR and TRL
      * so the file numbers stay unbroken; propchg.dat is emptied
      * once the day's file is written

        Environment Division.

        Input-Output Section.
        File-Control.

                Select Optional Prop-Change-File
                       assign to "propchg.dat"
                       organization is line sequential.
                Select Optional Sequence-File
                       assign to "propdseq.dat"
                       organization is line sequential.
                Select Delta-File
                       assign to "propdelta.dat"
                       organization is line sequential.
                Select Output-File
                       assign to "prog77out.dat"
                       organization is line sequential.
		Select Run-Control-File
			assign to "runcontrol.log"
			organization is line sequential.

        Data Division.

        File Section.
      * the day's changes as prog28, prog44 and prog39 appended them
	FD	Prop-Change-File.
	01	Prop-Change-Rec.
	Copy "propchg.cpy".

      * the last sequence number and file number handed out, and
      * the date of that file
	FD	Sequence-File.
	01	Sequence-Rec.
		02 SQ-Last-Seq		Pic 9(9).
		02 SQ-Last-File		Pic 9(6).
		02 SQ-Last-Date		Pic 9(8).

      * the outbound file: header, the numbered changes, trailer, all
      * the length of one change record
	FD	Delta-File.
	01	Delta-Rec		Pic x(282).

	FD	Output-File.
	01	Output-Rec		Pic x(132).

	FD	Run-Control-File.
	01	Run-Control-Rec		Pic x(54).

	Working-Storage Section.

	01	Eof-Flag		Pic x(3) value "no".
		88 end-reached value "yes".

	01	Last-Seq		Pic 9(9) value zero.

	01	File-Number		Pic 9(6) value zero.

	01	First-Seq		Pic 9(9) value zero.

	01	Change-Count		Pic 9(9) value zero.

	01	New-Property-Count	Pic 9(7) value zero.

	01	New-Sale-Count		Pic 9(7) value zero.

	01	Correction-Count	Pic 9(7) value zero.

	01	Rescission-Count	Pic 9(7) value zero.

	01	Delete-Count		Pic 9(7) value zero.

	01	Unknown-Type-Count	Pic 9(7) value zero.

	01	Run-Date		Pic 9(8) value zero.

	01	Current-Date-Time.
		02 CDT-Year		Pic 9(4).
		02 CDT-Month		Pic 9(2).
		02 CDT-Day		Pic 9(2).
		02 CDT-Hour		Pic 9(2).
		02 CDT-Minute		Pic 9(2).
		02 CDT-Second		Pic 9(2).
		02 Filler		Pic x(7).

	01	Delta-Header.
		02 Filler		Pic x(3) value "HDR".
		02 DH-File-Id		Pic x(10) value "PROPDELTA".
		02 DH-Run-Date		Pic 9(8).
		02 DH-File-Number	Pic 9(6).
		02 DH-First-Seq		Pic 9(9).
		02 Filler		Pic x(246) value spaces.

	01	Delta-Trailer.
		02 Filler		Pic x(3) value "TRL".
		02 DT-Record-Count	Pic 9(9).
		02 DT-Last-Seq		Pic 9(9).
		02 DT-New-Property	Pic 9(7).
		02 DT-New-Sale		Pic 9(7).
		02 DT-Correction	Pic 9(7).
		02 DT-Rescission	Pic 9(7).
		02 DT-Delete		Pic 9(7).
		02 Filler		Pic x(226) value spaces.

	01	Report-Header.
		02 Filler		Pic x(44) value spaces.
		02 Filler		Pic x(44) value
		    "Property Master Change File".
		02 Filler		Pic x(44) value spaces.

	01	File-Line.
		02 Filler		Pic x(12) value spaces.
		02 Filler		Pic x(13) value "File number: ".
		02 File-Number-Out	Pic ZZZZZ9.
		02 Filler		Pic x(4) value spaces.
		02 Filler		Pic x(10) value "Run date: ".
		02 Run-Date-Out		Pic 9(8).
		02 Filler		Pic x(4) value spaces.
		02 Filler		Pic x(11) value "Sequence: ".
		02 First-Seq-Out	Pic ZZZZZZZZ9.
		02 Filler		Pic x(4) value " to ".
		02 Last-Seq-Out		Pic ZZZZZZZZ9.
		02 Filler		Pic x(42) value spaces.

	01	Count-Line.
		02 Filler		Pic x(12) value spaces.
		02 Count-Label-Out	Pic x(40).
		02 Count-Out		Pic ZZZ,ZZ9.
		02 Filler		Pic x(73) value spaces.

	01	Report-Footer.
		02 Filler		Pic x(59) value spaces.
		02 Filler		Pic x(13) value
		    	"End of Report".
		02 Filler		Pic x(60) value spaces.

      * one line per run, appended to runcontrol.log; input and
      * output are both the changes shipped
	01	Run-Control-Line.
		02 RCL-Program		Pic x(8) value "PROG77".
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
		Perform 1200-Main-Loop until end-reached.
		Perform 1300-Finish.
		Stop Run.

      * picks up where the last file's numbering stopped and writes
      * the header
	1000-Init.

		Move function current-date to Current-Date-Time.
		Compute Run-Date =
			CDT-Year * 10000 + CDT-Month * 100 + CDT-Day.

		Open Input Sequence-File.
		Read Sequence-File
			at end continue
			not at end
				Move SQ-Last-Seq to Last-Seq
				Move SQ-Last-File to File-Number
		End-read.
		Close Sequence-File.

		Add 1 to File-Number.
		Compute First-Seq = Last-Seq + 1.

		Open Input Prop-Change-File.
		Open Output Delta-File Output-File.
		Open Extend Run-Control-File.

		Move Run-Date to DH-Run-Date.
		Move File-Number to DH-File-Number.
		Move First-Seq to DH-First-Seq.
		Write Delta-Rec from Delta-Header.

		Read Prop-Change-File
			at end move "yes" to Eof-Flag
		End-read.

      * numbers one change, marks its changed fields, and ships it
	1200-Main-Loop.

		Add 1 to Last-Seq.
		Add 1 to Change-Count.

		Move "DTL" to PC-Rec-Type.
		Move Last-Seq to PC-Seq.
		Perform 2100-Mark-Changed-Fields.
		Perform 2200-Count-Change-Type.

		Write Delta-Rec from Prop-Change-Rec.

		Read Prop-Change-File
			at end move "yes" to Eof-Flag
		End-read.

      * a Y for each position field the change moved, in the order
      * the fields sit in the master after its key
	2100-Mark-Changed-Fields.

		Move all "N" to PC-Changed-Fields.

		If PCB-Sale-Price not = PCA-Sale-Price
			Move "Y" to PC-Changed(1)
		End-if.
		If PCB-Sale-Date not = PCA-Sale-Date
			Move "Y" to PC-Changed(2)
		End-if.
		If PCB-Prop-Type not = PCA-Prop-Type
			Move "Y" to PC-Changed(3)
		End-if.
		If PCB-Bedrooms not = PCA-Bedrooms
			Move "Y" to PC-Changed(4)
		End-if.
		If PCB-Bathrooms not = PCA-Bathrooms
			Move "Y" to PC-Changed(5)
		End-if.
		If PCB-Square-Feet not = PCA-Square-Feet
			Move "Y" to PC-Changed(6)
		End-if.
		If PCB-Latitude not = PCA-Latitude
			Move "Y" to PC-Changed(7)
		End-if.
		If PCB-Longitude not = PCA-Longitude
			Move "Y" to PC-Changed(8)
		End-if.
		If PCB-Times-Sold not = PCA-Times-Sold
			Move "Y" to PC-Changed(9)
		End-if.
		If PCB-Apn not = PCA-Apn
			Move "Y" to PC-Changed(10)
		End-if.

	2200-Count-Change-Type.

		Evaluate true
			when pc-new-property
				Add 1 to New-Property-Count
			when pc-new-sale
				Add 1 to New-Sale-Count
			when pc-correction
				Add 1 to Correction-Count
			when pc-rescission
				Add 1 to Rescission-Count
			when pc-delete
				Add 1 to Delete-Count
			when other
				Add 1 to Unknown-Type-Count
		End-evaluate.

      * the trailer, the control report, the numbering carried to
      * tomorrow, and the day's accumulation emptied
	1300-Finish.

		Move Change-Count to DT-Record-Count.
		Move Last-Seq to DT-Last-Seq.
		Move New-Property-Count to DT-New-Property.
		Move New-Sale-Count to DT-New-Sale.
		Move Correction-Count to DT-Correction.
		Move Rescission-Count to DT-Rescission.
		Move Delete-Count to DT-Delete.
		Write Delta-Rec from Delta-Trailer.

		Close Prop-Change-File Delta-File.

		Write Output-Rec from Report-Header.
		Move spaces to Output-Rec.
		Write Output-Rec.
		Move File-Number to File-Number-Out.
		Move Run-Date to Run-Date-Out.
		Move First-Seq to First-Seq-Out.
		Move Last-Seq to Last-Seq-Out.
		Write Output-Rec from File-Line.
		Move spaces to Output-Rec.
		Write Output-Rec.

		Move "Changes shipped:" to Count-Label-Out.
		Move Change-Count to Count-Out.
		Write Output-Rec from Count-Line.

		Move "  NP new property:" to Count-Label-Out.
		Move New-Property-Count to Count-Out.
		Write Output-Rec from Count-Line.

		Move "  NS new sale:" to Count-Label-Out.
		Move New-Sale-Count to Count-Out.
		Write Output-Rec from Count-Line.

		Move "  AC attribute correction:" to Count-Label-Out.
		Move Correction-Count to Count-Out.
		Write Output-Rec from Count-Line.

		Move "  RR rescission restore:" to Count-Label-Out.
		Move Rescission-Count to Count-Out.
		Write Output-Rec from Count-Line.

		Move "  DL delete:" to Count-Label-Out.
		Move Delete-Count to Count-Out.
		Write Output-Rec from Count-Line.

		If Unknown-Type-Count > 0
			Move "  Unrecognized change type:" to
				Count-Label-Out
			Move Unknown-Type-Count to Count-Out
			Write Output-Rec from Count-Line
		End-if.

		Move spaces to Output-Rec.
		Write Output-Rec.
		Write Output-Rec from Report-Footer.

		Perform 1900-Write-Run-Log.

		Close Output-File Run-Control-File.

		Open Output Sequence-File.
		Move Last-Seq to SQ-Last-Seq.
		Move File-Number to SQ-Last-File.
		Move Run-Date to SQ-Last-Date.
		Write Sequence-Rec.
		Close Sequence-File.

		Open Output Prop-Change-File.
		Close Prop-Change-File.

      * appends one line to runcontrol.log recording when this run
      * happened and how many changes it shipped
	1900-Write-Run-Log.

		Move function current-date to Current-Date-Time.

		String CDT-Month "/" CDT-Day "/" CDT-Year
			Delimited by size into RCL-Date
		End-string.

		String CDT-Hour ":" CDT-Minute ":" CDT-Second
			Delimited by size into RCL-Time
		End-string.

		Move Change-Count to RCL-Input-Out.
		Move Change-Count to RCL-Output-Out.
		Move Unknown-Type-Count to RCL-Error-Out.

		Write Run-Control-Rec from Run-Control-Line.
