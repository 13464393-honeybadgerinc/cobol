        Identification Division.
        Program-Id. prog87.
        Date-Written. 10/15/2026.
        Author. Lucas Henry.
        Date-Compiled.

      * nightly control over the audited masters: cityrates.dat,
      * paramast.dat, propmast.dat, agentmst.dat, opermast.dat and
      * zipcodes.dat are read end to end into tonight's snapshot
      * (mastsnap.new - dailyrun.sh turns it into mastsnap.dat for
      * tomorrow night) and compared record by record against last
      * night's; every row added, changed or deleted since then must
      * answer to an APPLIED entry on that master's trail stamped
      * after last night's snapshot - cityaud.dat (prog11, and
      * prog19's batch), paramaud.dat (prog54), agentaud.dat
      * (prog15), operaud.dat (prog53), zipaud.dat (prog14, and
      * prog33's batch) - or, for propmast.dat, to propaud.dat
      * (prog44) or a change prog28, prog39 or prog44 put on the
      * change file (propchg.dat, or propdelta.dat once prog77 has
      * shipped it); anything else was changed outside the programs
      * and goes on the exceptions page with the row before and
      * after, and the return code is nonzero so dailyrun.sh raises
      * the alarm; the first night, with no snapshot to compare
      * with, only takes the snapshot

        Environment Division.

        Input-Output Section.
        File-Control.

                Select Optional cityRatesFile
                       assign to "/home1/c/a/acsi203/cityrates.dat"
                       organization is indexed
                       access mode is sequential
                       record key is cityKey.
                Select Optional Param-File
                       assign to "/home1/c/a/acsi203/paramast.dat"
                       organization is indexed
                       access mode is sequential
                       record key is PRM-Key.
                Select Optional Property-Master-File
                       assign to "/home1/c/a/acsi203/propmast.dat"
                       organization is indexed
                       access mode is sequential
                       record key is PM-Key.
                Select Optional agentMasterFile
                       assign to "/home1/c/a/acsi203/agentmst.dat"
                       organization is indexed
                       access mode is sequential
                       record key is agentSSN.
                Select Optional Opermast-File
                       assign to "/home1/c/a/acsi203/opermast.dat"
                       organization is indexed
                       access mode is sequential
                       record key is OM-Oper-Id.
                Select Optional zipRefFile
                       assign to "/home1/c/a/acsi203/zipcodes.dat"
                       organization is indexed
                       access mode is sequential
                       record key is zipRefZip.
                Select Optional Old-Snapshot-File
                       assign to "mastsnap.dat"
                       organization is line sequential.
                Select New-Snapshot-File
                       assign to "mastsnap.new"
                       organization is line sequential.
                Select Optional City-Audit-File
                       assign to "cityaud.dat"
                       organization is line sequential.
                Select Optional Param-Audit-File
                       assign to "paramaud.dat"
                       organization is line sequential.
                Select Optional Prop-Audit-File
                       assign to "propaud.dat"
                       organization is line sequential.
                Select Optional Prop-Change-File
                       assign to Prop-Change-Path
                       organization is line sequential.
                Select Optional Master-Audit-File
                       assign to Master-Audit-Path
                       organization is line sequential.
                Select Output-File
                       assign to "prog87out.dat"
                       organization is line sequential.
		Select Run-Control-File
			assign to "runcontrol.log"
			organization is line sequential.

        Data Division.

        File Section.
      * effective-dated rate history maintained by prog11 and prog19
	FD	cityRatesFile.
	01	cityRatesInput.
		02 cityKey.
		   03 countyCode	Pic x(1).
		   03 cityName		Pic x(15).
		   03 rateEffDate	Pic 9(8).
		02 multiplierRate	Pic v999.

      * effective-dated parameter history maintained by prog54
	FD	Param-File.
	01	Param-Rec.
		02 PRM-Key.
		   03 PRM-Name		Pic x(12).
		   03 PRM-Eff-Date	Pic 9(8).
		02 PRM-Value		Pic 9(5)v9(5).

      * the current position of one property, as prog28 keeps it
	FD	Property-Master-File.
	01	Property-Master-Rec.
		02 PM-Key.
		   03 PM-Adrs		Pic x(27).
		   03 PM-Zip		Pic x(5).
		02 PM-Sale-Price	Pic 9(9).
		02 PM-Sale-Date		Pic 9(8).
		02 PM-Prop-Type		Pic x(8).
		02 PM-Bedrooms		Pic 9(1).
		02 PM-Bathrooms		Pic 9(1).
		02 PM-Square-Feet	Pic 9(4).
		02 PM-Latitude		Pic 9(6)v99.
		02 PM-Longitude		Pic 9(7)v99.
		02 PM-Times-Sold	Pic 9(4).
		02 PM-Apn		Pic x(12).

      * agent master maintained by prog15
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

      * operator master maintained by prog53
	FD	Opermast-File.
	01	Opermast-Rec.
		02 OM-Oper-Id		Pic x(8).
		02 OM-Name		Pic x(20).
		02 OM-Status		Pic x(1).
		02 OM-Perms		Pic x(20).

      * ZIP reference maintained by prog14 and prog33
	FD	zipRefFile.
	01	zipRefRec.
		02 zipRefZip		Pic x(5).
		02 zipRefCity		Pic x(15).
		02 zipRefState		Pic x(2).
		02 zipRefCounty		Pic x(1).
		02 zipRefLat		Pic 9(6)v99.
		02 zipRefLong		Pic 9(7)v99.

      * last night's snapshot: a header (master 0) carrying when it
      * was taken, then every row of every master in master order
      * and key order - the master's number, its key, and the whole
      * row
	FD	Old-Snapshot-File.
	01	Old-Snapshot-Rec.
		02 OS-Compare.
		   03 OS-Seq		Pic 9(1).
		   03 OS-Key		Pic x(32).
		02 OS-Image		Pic x(100).

	FD	New-Snapshot-File.
	01	New-Snapshot-Rec	Pic x(133).

      * the cityaud.dat layout prog11 and prog19 write
	FD	City-Audit-File.
	01	City-Audit-Rec.
		02 CA-Date		Pic x(10).
		02 Filler		Pic x(1).
		02 CA-Time		Pic x(8).
		02 Filler		Pic x(1).
		02 CA-Operator		Pic x(8).
		02 Filler		Pic x(1).
		02 CA-Txn		Pic x(1).
		02 Filler		Pic x(1).
		02 CA-County		Pic x(1).
		02 Filler		Pic x(1).
		02 CA-City		Pic x(15).
		02 Filler		Pic x(1).
		02 CA-Before		Pic x(4).
		02 Filler		Pic x(1).
		02 CA-After		Pic x(4).
		02 Filler		Pic x(1).
		02 CA-Result		Pic x(8).
		02 Filler		Pic x(1).
		02 CA-Eff-Date		Pic x(8).
		02 Filler		Pic x(4).

      * the paramaud.dat layout prog54 writes
	FD	Param-Audit-File.
	01	Param-Audit-Rec.
		02 PA-Date		Pic x(10).
		02 Filler		Pic x(1).
		02 PA-Time		Pic x(8).
		02 Filler		Pic x(1).
		02 PA-Operator		Pic x(8).
		02 Filler		Pic x(1).
		02 PA-Txn		Pic x(1).
		02 Filler		Pic x(1).
		02 PA-Name		Pic x(12).
		02 Filler		Pic x(1).
		02 PA-Before		Pic x(11).
		02 Filler		Pic x(1).
		02 PA-After		Pic x(11).
		02 Filler		Pic x(1).
		02 PA-Result		Pic x(8).
		02 Filler		Pic x(1).
		02 PA-Eff-Date		Pic x(8).
		02 Filler		Pic x(5).

      * the propaud.dat layout prog44 writes, one line per corrected
      * field
	FD	Prop-Audit-File.
	01	Prop-Audit-Rec.
		02 PP-Date		Pic x(10).
		02 Filler		Pic x(1).
		02 PP-Time		Pic x(8).
		02 Filler		Pic x(1).
		02 PP-Operator		Pic x(8).
		02 Filler		Pic x(1).
		02 PP-Adrs		Pic x(27).
		02 Filler		Pic x(1).
		02 PP-Zip		Pic x(5).
		02 Filler		Pic x(1).
		02 PP-Field		Pic x(12).
		02 Filler		Pic x(1).
		02 PP-Before		Pic x(12).
		02 Filler		Pic x(4).
		02 PP-After		Pic x(12).
		02 Filler		Pic x(6).

      * propchg.dat as prog28, prog39 and prog44 append it, or
      * propdelta.dat as prog77 ships it (HDR and TRL around the
      * DTL records)
	FD	Prop-Change-File.
	01	Prop-Change-Rec.
	Copy "propchg.cpy".

      * agentaud.dat, operaud.dat, or zipaud.dat
	FD	Master-Audit-File.
	01	Master-Audit-Rec.
	Copy "mastaud.cpy".

	FD	Output-File.
	01	Output-Rec		Pic x(132).

	FD	Run-Control-File.
	01	Run-Control-Rec		Pic x(54).

	Working-Storage Section.

	01	Prop-Change-Path	Pic x(80) value spaces.

	01	Master-Audit-Path	Pic x(80) value spaces.

	01	Current-Date-Time.
		02 CDT-Year		Pic 9(4).
		02 CDT-Month		Pic 9(2).
		02 CDT-Day		Pic 9(2).
		02 CDT-Hour		Pic 9(2).
		02 CDT-Minute		Pic 9(2).
		02 CDT-Second		Pic 9(2).
		02 Filler		Pic x(7).

      * a date and time as yyyymmddhhmmss, for putting trail entries
      * against when last night's snapshot was taken
	01	Stamp-Parts.
		02 SP-Year		Pic 9(4).
		02 SP-Month		Pic 9(2).
		02 SP-Day		Pic 9(2).
		02 SP-Hour		Pic 9(2).
		02 SP-Minute		Pic 9(2).
		02 SP-Second		Pic 9(2).

	01	Stamp-Value redefines Stamp-Parts Pic 9(14).

	01	Stamp-Date-Text		Pic x(10) value spaces.

	01	Stamp-Time-Text		Pic x(8) value spaces.

	01	Tonight-Stamp		Pic 9(14) value zero.

	01	Prior-Stamp		Pic 9(14) value zero.

	01	Prior-Flag		Pic x(3) value "no".
		88 prior-snapshot value "yes".

	01	Old-Eof			Pic x(3) value "no".
		88 old-end value "yes".

	01	Master-Eof		Pic x(3) value "no".
		88 master-end value "yes".

	01	Trail-Eof		Pic x(3) value "no".
		88 trail-end value "yes".

      * last night's row being matched, high-values once the old
      * snapshot is used up
	01	Old-Snap.
		02 Old-Compare.
		   03 Old-Seq		Pic 9(1).
		   03 Old-Key		Pic x(32).
		02 Old-Image		Pic x(100).

	01	New-Snap.
		02 New-Compare.
		   03 New-Seq		Pic 9(1).
		   03 New-Key		Pic x(32).
		02 New-Image		Pic x(100).

	01	Master-Seq		Pic 9(1) value zero.

      * one difference on its way to the trails
	01	Diff-Type		Pic x(8) value spaces.

	01	Diff-Compare.
		02 Diff-Seq		Pic 9(1).
		02 Diff-Key		Pic x(32).

	01	Diff-Before		Pic x(100) value spaces.

	01	Diff-After		Pic x(100) value spaces.

      * the trail entries stamped since last night's snapshot, as
      * master number and key, each one an authorized change
	01	Auth-Count		Pic 9(5) value zero.

	01	Auth-Max		Pic 9(5) value 20000.

	01	Auth-Index		Pic 9(5) value zero.

	01	Auth-Overflow		Pic 9(7) value zero.

	01	Auth-Work.
		02 AW-Seq		Pic 9(1).
		02 AW-Key		Pic x(32).

	01	Auth-Table.
		02 Auth-Data occurs 1 to 20000 times
			depending on Auth-Count.
			03 AU-Compare		Pic x(33).

      * per master: name, rows now and last night, differences by
      * kind, and how many the trails answered for
	01	Master-Names.
		02 Filler		Pic x(12) value "cityrates".
		02 Filler		Pic x(12) value "paramast".
		02 Filler		Pic x(12) value "propmast".
		02 Filler		Pic x(12) value "agentmst".
		02 Filler		Pic x(12) value "opermast".
		02 Filler		Pic x(12) value "zipcodes".

	01	Master-Name-Table redefines Master-Names.
		02 MN-Name		Pic x(12) occurs 6 times.

	01	Master-Totals.
		02 Master-Total occurs 6 times.
			03 MT-Now		Pic 9(7).
			03 MT-Prior		Pic 9(7).
			03 MT-Added		Pic 9(7).
			03 MT-Changed		Pic 9(7).
			03 MT-Deleted		Pic 9(7).
			03 MT-Matched		Pic 9(7).
			03 MT-Unmatched		Pic 9(7).

	01	Rows-Read		Pic 9(7) value zero.

	01	Diff-Count		Pic 9(7) value zero.

	01	Unmatched-Count		Pic 9(7) value zero.

	01	Report-Header.
		02 Filler		Pic x(42) value spaces.
		02 Filler		Pic x(48) value
		    "Master File Changes Outside the Audit Trails".
		02 Filler		Pic x(42) value spaces.

	01	Stamp-Line.
		02 Filler		Pic x(18) value
		    "Snapshot taken:   ".
		02 Tonight-Out		Pic x(19).
		02 Filler		Pic x(6) value spaces.
		02 Filler		Pic x(18) value
		    "Compared against: ".
		02 Prior-Out		Pic x(19).
		02 Filler		Pic x(52) value spaces.

	01	Section-Line.
		02 Section-Out		Pic x(60).
		02 Filler		Pic x(72) value spaces.

	01	Exception-Header.
		02 Filler		Pic x(13) value "Master".
		02 Filler		Pic x(33) value "Key".
		02 Filler		Pic x(86) value "Change".

	01	Exception-Line.
		02 EL-Master-Out	Pic x(12).
		02 Filler		Pic x(1) value spaces.
		02 EL-Key-Out		Pic x(32).
		02 Filler		Pic x(1) value spaces.
		02 EL-Type-Out		Pic x(8).
		02 Filler		Pic x(2) value spaces.
		02 Filler		Pic x(76) value
		    "no trail entry or batch source".

	01	Image-Line.
		02 Filler		Pic x(6) value spaces.
		02 IL-Label-Out		Pic x(8).
		02 IL-Image-Out		Pic x(100).
		02 Filler		Pic x(18) value spaces.

	01	Total-Header.
		02 Filler		Pic x(13) value "Master".
		02 Filler		Pic x(11) value "   Rows Now".
		02 Filler		Pic x(11) value " Last Night".
		02 Filler		Pic x(10) value "     Added".
		02 Filler		Pic x(10) value "   Changed".
		02 Filler		Pic x(10) value "   Deleted".
		02 Filler		Pic x(10) value "  On Trail".
		02 Filler		Pic x(10) value "   Outside".
		02 Filler		Pic x(47) value spaces.

	01	Total-Line.
		02 TL-Master-Out	Pic x(12).
		02 Filler		Pic x(1) value spaces.
		02 TL-Now-Out		Pic Z,ZZZ,ZZ9.
		02 Filler		Pic x(2) value spaces.
		02 TL-Prior-Out		Pic Z,ZZZ,ZZ9.
		02 Filler		Pic x(1) value spaces.
		02 TL-Added-Out		Pic Z,ZZZ,ZZ9.
		02 Filler		Pic x(1) value spaces.
		02 TL-Changed-Out	Pic Z,ZZZ,ZZ9.
		02 Filler		Pic x(1) value spaces.
		02 TL-Deleted-Out	Pic Z,ZZZ,ZZ9.
		02 Filler		Pic x(1) value spaces.
		02 TL-Matched-Out	Pic Z,ZZZ,ZZ9.
		02 Filler		Pic x(1) value spaces.
		02 TL-Unmatched-Out	Pic Z,ZZZ,ZZ9.
		02 Filler		Pic x(49) value spaces.

	01	Note-Line.
		02 Note-Out		Pic x(80).
		02 Filler		Pic x(52) value spaces.

	01	Count-Line.
		02 CL-Label-Out		Pic x(48).
		02 CL-Count-Out		Pic Z,ZZZ,ZZ9.
		02 Filler		Pic x(75) value spaces.

      * input the master rows read, output the differences found,
      * errors the differences no trail answered for
	01	Run-Control-Line.
		02 RCL-Program		Pic x(8) value "PROG87".
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

	01	Report-Footer.
		02 Filler		Pic x(59) value spaces.
		02 Filler		Pic x(13) value
		    	"End of Report".
		02 Filler		Pic x(60) value spaces.

	Procedure Division.

      * Executes 'Init', one snapshot pass per master, and 'Finish',
      * in that order
	0000-Main-Logic.
		Perform 1000-Init.
		Perform 2000-Snap-Master
			varying Master-Seq from 1 by 1
			until Master-Seq > 6.
		Perform 1300-Finish.
		Stop Run.

      * stamps tonight's snapshot, reads when last night's was taken
      * off its header, and loads every trail entry made since
	1000-Init.

		Move function current-date to Current-Date-Time.
		Move CDT-Year to SP-Year.
		Move CDT-Month to SP-Month.
		Move CDT-Day to SP-Day.
		Move CDT-Hour to SP-Hour.
		Move CDT-Minute to SP-Minute.
		Move CDT-Second to SP-Second.
		Move Stamp-Value to Tonight-Stamp.

		Initialize Master-Totals.

		Open Input Old-Snapshot-File.
		Open Output New-Snapshot-File Output-File.

		Read Old-Snapshot-File
			at end move "yes" to Old-Eof
		End-read.

		If not old-end and OS-Seq = zero
		   and OS-Key(1:14) numeric
			Move "yes" to Prior-Flag
			Move OS-Key(1:14) to Prior-Stamp
			Perform 2100-Read-Old
		Else
			Move "yes" to Old-Eof
			Move high-values to Old-Compare
		End-if.

		Move zero to New-Seq.
		Move spaces to New-Key New-Image.
		Move Tonight-Stamp to New-Key(1:14).
		Write New-Snapshot-Rec from New-Snap.

		Write Output-Rec from Report-Header.
		Move spaces to Output-Rec.
		Write Output-Rec.
		Move Tonight-Stamp to Stamp-Value.
		String SP-Year "/" SP-Month "/" SP-Day " "
			SP-Hour ":" SP-Minute ":" SP-Second
			Delimited by size into Tonight-Out
		End-string.
		If prior-snapshot
			Move Prior-Stamp to Stamp-Value
			String SP-Year "/" SP-Month "/" SP-Day " "
				SP-Hour ":" SP-Minute ":" SP-Second
				Delimited by size into Prior-Out
			End-string
		Else
			Move "no prior snapshot" to Prior-Out
		End-if.
		Write Output-Rec from Stamp-Line.

		If prior-snapshot
			Perform 1100-Load-Trails
		End-if.

		Move spaces to Output-Rec.
		Write Output-Rec.
		Move "Changes with no trail entry" to Section-Out.
		Write Output-Rec from Section-Line.
		Move spaces to Output-Rec.
		Write Output-Rec.
		Write Output-Rec from Exception-Header.
		Move spaces to Output-Rec.
		Write Output-Rec.

      * each master's trail in turn; only APPLIED entries stamped
      * at or after last night's snapshot authorize a change
	1100-Load-Trails.

		Open Input City-Audit-File.
		Move "no" to Trail-Eof.
		Perform 1110-Read-City-Audit until trail-end.
		Close City-Audit-File.

		Open Input Param-Audit-File.
		Move "no" to Trail-Eof.
		Perform 1120-Read-Param-Audit until trail-end.
		Close Param-Audit-File.

		Open Input Prop-Audit-File.
		Move "no" to Trail-Eof.
		Perform 1130-Read-Prop-Audit until trail-end.
		Close Prop-Audit-File.

		Move "propdelta.dat" to Prop-Change-Path.
		Perform 1140-Load-Prop-Changes.
		Move "propchg.dat" to Prop-Change-Path.
		Perform 1140-Load-Prop-Changes.

		Move "agentaud.dat" to Master-Audit-Path.
		Move 4 to AW-Seq.
		Perform 1150-Load-Master-Audit.
		Move "operaud.dat" to Master-Audit-Path.
		Move 5 to AW-Seq.
		Perform 1150-Load-Master-Audit.
		Move "zipaud.dat" to Master-Audit-Path.
		Move 6 to AW-Seq.
		Perform 1150-Load-Master-Audit.

	1110-Read-City-Audit.

		Read City-Audit-File at end move "yes" to Trail-Eof
		End-read.

		If not trail-end and CA-Result = "APPLIED"
			Move CA-Date to Stamp-Date-Text
			Move CA-Time to Stamp-Time-Text
			Perform 2900-Stamp-From-Text
			If Stamp-Value not < Prior-Stamp
				Move 1 to AW-Seq
				Move spaces to AW-Key
				String CA-County CA-City CA-Eff-Date
					Delimited by size into AW-Key
				End-string
				Perform 1190-Add-Auth
			End-if
		End-if.

	1120-Read-Param-Audit.

		Read Param-Audit-File at end move "yes" to Trail-Eof
		End-read.

		If not trail-end and PA-Result = "APPLIED"
			Move PA-Date to Stamp-Date-Text
			Move PA-Time to Stamp-Time-Text
			Perform 2900-Stamp-From-Text
			If Stamp-Value not < Prior-Stamp
				Move 2 to AW-Seq
				Move spaces to AW-Key
				String PA-Name PA-Eff-Date
					Delimited by size into AW-Key
				End-string
				Perform 1190-Add-Auth
			End-if
		End-if.

      * prog44 writes only corrections it applied
	1130-Read-Prop-Audit.

		Read Prop-Audit-File at end move "yes" to Trail-Eof
		End-read.

		If not trail-end
			Move PP-Date to Stamp-Date-Text
			Move PP-Time to Stamp-Time-Text
			Perform 2900-Stamp-From-Text
			If Stamp-Value not < Prior-Stamp
				Move 3 to AW-Seq
				Move spaces to AW-Key
				String PP-Adrs PP-Zip
					Delimited by size into AW-Key
				End-string
				Perform 1190-Add-Auth
			End-if
		End-if.

	1140-Load-Prop-Changes.

		Open Input Prop-Change-File.
		Move "no" to Trail-Eof.
		Perform 1145-Read-Prop-Change until trail-end.
		Close Prop-Change-File.

      * a change record from prog28, prog39 or prog44, already
      * carrying its date and time as digits
	1145-Read-Prop-Change.

		Read Prop-Change-File at end move "yes" to Trail-Eof
		End-read.

		If not trail-end and pc-detail
			Compute Stamp-Value = PC-Change-Date * 1000000 +
				PC-Change-Time
			If Stamp-Value not < Prior-Stamp
				Move 3 to AW-Seq
				Move spaces to AW-Key
				String PC-Adrs PC-Zip
					Delimited by size into AW-Key
				End-string
				Perform 1190-Add-Auth
			End-if
		End-if.

	1150-Load-Master-Audit.

		Open Input Master-Audit-File.
		Move "no" to Trail-Eof.
		Perform 1155-Read-Master-Audit until trail-end.
		Close Master-Audit-File.

	1155-Read-Master-Audit.

		Read Master-Audit-File at end move "yes" to Trail-Eof
		End-read.

		If not trail-end and MA-Result = "APPLIED"
			Move MA-Date to Stamp-Date-Text
			Move MA-Time to Stamp-Time-Text
			Perform 2900-Stamp-From-Text
			If Stamp-Value not < Prior-Stamp
				Move spaces to AW-Key
				Move MA-Key to AW-Key
				Perform 1190-Add-Auth
			End-if
		End-if.

      * a full table leaves the entry unloaded; its change then
      * shows as outside the trails and the overflow is reported
	1190-Add-Auth.

		If Auth-Count < Auth-Max
			Add 1 to Auth-Count
			Move Auth-Work to AU-Compare(Auth-Count)
		Else
			Add 1 to Auth-Overflow
		End-if.

      * one master, read end to end in key order, each row onto
      * tonight's snapshot and against last night's
	2000-Snap-Master.

		Move "no" to Master-Eof.

		Evaluate Master-Seq
			when 1
				Open Input cityRatesFile
				Perform 2010-Snap-City-Rate
					until master-end
				Close cityRatesFile
			when 2
				Open Input Param-File
				Perform 2020-Snap-Param
					until master-end
				Close Param-File
			when 3
				Open Input Property-Master-File
				Perform 2030-Snap-Property
					until master-end
				Close Property-Master-File
			when 4
				Open Input agentMasterFile
				Perform 2040-Snap-Agent
					until master-end
				Close agentMasterFile
			when 5
				Open Input Opermast-File
				Perform 2050-Snap-Operator
					until master-end
				Close Opermast-File
			when 6
				Open Input zipRefFile
				Perform 2060-Snap-Zip
					until master-end
				Close zipRefFile
		End-evaluate.

	2010-Snap-City-Rate.

		Read cityRatesFile next at end move "yes" to Master-Eof
		End-read.

		If not master-end
			Move spaces to New-Key New-Image
			Move cityKey to New-Key
			Move cityRatesInput to New-Image
			Perform 2200-Take-Row
		End-if.

	2020-Snap-Param.

		Read Param-File next at end move "yes" to Master-Eof
		End-read.

		If not master-end
			Move spaces to New-Key New-Image
			Move PRM-Key to New-Key
			Move Param-Rec to New-Image
			Perform 2200-Take-Row
		End-if.

	2030-Snap-Property.

		Read Property-Master-File next
			at end move "yes" to Master-Eof
		End-read.

		If not master-end
			Move spaces to New-Key New-Image
			Move PM-Key to New-Key
			Move Property-Master-Rec to New-Image
			Perform 2200-Take-Row
		End-if.

	2040-Snap-Agent.

		Read agentMasterFile next
			at end move "yes" to Master-Eof
		End-read.

		If not master-end
			Move spaces to New-Key New-Image
			Move agentSSN to New-Key
			Move agentMasterRec to New-Image
			Perform 2200-Take-Row
		End-if.

	2050-Snap-Operator.

		Read Opermast-File next at end move "yes" to Master-Eof
		End-read.

		If not master-end
			Move spaces to New-Key New-Image
			Move OM-Oper-Id to New-Key
			Move Opermast-Rec to New-Image
			Perform 2200-Take-Row
		End-if.

	2060-Snap-Zip.

		Read zipRefFile next at end move "yes" to Master-Eof
		End-read.

		If not master-end
			Move spaces to New-Key New-Image
			Move zipRefZip to New-Key
			Move zipRefRec to New-Image
			Perform 2200-Take-Row
		End-if.

      * the next of last night's rows, counted against its master;
      * high-values once the old snapshot runs out
	2100-Read-Old.

		Read Old-Snapshot-File
			at end move "yes" to Old-Eof
		End-read.

		If old-end
			Move high-values to Old-Compare
		Else
			Move Old-Snapshot-Rec to Old-Snap
			If Old-Seq > zero and Old-Seq < 7
				Add 1 to MT-Prior(Old-Seq)
			End-if
		End-if.

      * tonight's row onto the new snapshot, then matched against
      * last night's: rows of last night's that sort ahead of it are
      * gone, the same key with a different image has changed, and a
      * key last night did not have is new
	2200-Take-Row.

		Move Master-Seq to New-Seq.
		Write New-Snapshot-Rec from New-Snap.
		Add 1 to Rows-Read.
		Add 1 to MT-Now(Master-Seq).

		If prior-snapshot
			Perform 2300-Old-Gone
				until Old-Compare not < New-Compare
			If Old-Compare = New-Compare
				If Old-Image not = New-Image
					Move "CHANGED" to Diff-Type
					Move New-Compare to Diff-Compare
					Move Old-Image to Diff-Before
					Move New-Image to Diff-After
					Perform 2400-Check-Difference
				End-if
				Perform 2100-Read-Old
			Else
				Move "ADDED" to Diff-Type
				Move New-Compare to Diff-Compare
				Move spaces to Diff-Before
				Move New-Image to Diff-After
				Perform 2400-Check-Difference
			End-if
		End-if.

      * a row last night had and tonight does not
	2300-Old-Gone.

		If Old-Seq > zero and Old-Seq < 7
			Move "DELETED" to Diff-Type
			Move Old-Compare to Diff-Compare
			Move Old-Image to Diff-Before
			Move spaces to Diff-After
			Perform 2400-Check-Difference
		End-if.

		Perform 2100-Read-Old.

      * counts the difference and looks for the trail entry that
      * answers for it; none puts it on the exceptions page with
      * the row before and after
	2400-Check-Difference.

		Add 1 to Diff-Count.

		Evaluate Diff-Type
			when "ADDED"
				Add 1 to MT-Added(Diff-Seq)
			when "CHANGED"
				Add 1 to MT-Changed(Diff-Seq)
			when other
				Add 1 to MT-Deleted(Diff-Seq)
		End-evaluate.

		Perform 2410-Classify-Auth
			varying Auth-Index from 1 by 1
			until Auth-Index > Auth-Count
			or AU-Compare(Auth-Index) = Diff-Compare.

		If Auth-Index not > Auth-Count
			Add 1 to MT-Matched(Diff-Seq)
		Else
			Add 1 to MT-Unmatched(Diff-Seq)
			Add 1 to Unmatched-Count
			Move MN-Name(Diff-Seq) to EL-Master-Out
			Move Diff-Key to EL-Key-Out
			Move Diff-Type to EL-Type-Out
			Write Output-Rec from Exception-Line
			Move "before: " to IL-Label-Out
			Move Diff-Before to IL-Image-Out
			Write Output-Rec from Image-Line
			Move "after:  " to IL-Label-Out
			Move Diff-After to IL-Image-Out
			Write Output-Rec from Image-Line
		End-if.

	2410-Classify-Auth.

		Continue.

      * mm/dd/yyyy and hh:mm:ss off a trail line into Stamp-Value
	2900-Stamp-From-Text.

		Move zero to Stamp-Value.

		If Stamp-Date-Text(1:2) numeric
		   and Stamp-Date-Text(4:2) numeric
		   and Stamp-Date-Text(7:4) numeric
			Move Stamp-Date-Text(7:4) to SP-Year
			Move Stamp-Date-Text(1:2) to SP-Month
			Move Stamp-Date-Text(4:2) to SP-Day
		End-if.

		If Stamp-Time-Text(1:2) numeric
		   and Stamp-Time-Text(4:2) numeric
		   and Stamp-Time-Text(7:2) numeric
			Move Stamp-Time-Text(1:2) to SP-Hour
			Move Stamp-Time-Text(4:2) to SP-Minute
			Move Stamp-Time-Text(7:2) to SP-Second
		End-if.

      * last night's rows past the end of every master are gone too;
      * then the totals by master, the run log, and the return code
	1300-Finish.

		If prior-snapshot
			Perform 2300-Old-Gone until old-end
		End-if.

		If Unmatched-Count = zero
			Move "None." to Note-Out
			Write Output-Rec from Note-Line
		End-if.

		Move spaces to Output-Rec.
		Write Output-Rec.
		Move "Totals by master" to Section-Out.
		Write Output-Rec from Section-Line.
		Move spaces to Output-Rec.
		Write Output-Rec.
		Write Output-Rec from Total-Header.
		Move spaces to Output-Rec.
		Write Output-Rec.

		Perform 3000-Total-Line
			varying Master-Seq from 1 by 1
			until Master-Seq > 6.

		Move spaces to Output-Rec.
		Write Output-Rec.

		If not prior-snapshot
			Move "No prior snapshot - this one is the first"
				to Note-Out
			Write Output-Rec from Note-Line
		End-if.

		Move "Trail entries since the prior snapshot:" to
			CL-Label-Out.
		Move Auth-Count to CL-Count-Out.
		Write Output-Rec from Count-Line.

		If Auth-Overflow > zero
			Move "Trail entries not loaded - table full:" to
				CL-Label-Out
			Move Auth-Overflow to CL-Count-Out
			Write Output-Rec from Count-Line
		End-if.

		Move spaces to Output-Rec.
		Write Output-Rec.
		Write Output-Rec from Report-Footer.

		Open Extend Run-Control-File.
		Perform 1900-Write-Run-Log.

		Close Old-Snapshot-File New-Snapshot-File Output-File
		      Run-Control-File.

		Evaluate true
			when Auth-Overflow > zero
				Move 8 to Return-Code
			when Unmatched-Count > zero
				Move 4 to Return-Code
			when other
				Move zero to Return-Code
		End-evaluate.

	3000-Total-Line.

		Move MN-Name(Master-Seq) to TL-Master-Out.
		Move MT-Now(Master-Seq) to TL-Now-Out.
		Move MT-Prior(Master-Seq) to TL-Prior-Out.
		Move MT-Added(Master-Seq) to TL-Added-Out.
		Move MT-Changed(Master-Seq) to TL-Changed-Out.
		Move MT-Deleted(Master-Seq) to TL-Deleted-Out.
		Move MT-Matched(Master-Seq) to TL-Matched-Out.
		Move MT-Unmatched(Master-Seq) to TL-Unmatched-Out.
		Write Output-Rec from Total-Line.

      * appends one line to runcontrol.log recording when this run
      * happened, the rows it read, and what it found
	1900-Write-Run-Log.

		Move function current-date to Current-Date-Time.

		String CDT-Month "/" CDT-Day "/" CDT-Year
			Delimited by size into RCL-Date
		End-string.

		String CDT-Hour ":" CDT-Minute ":" CDT-Second
			Delimited by size into RCL-Time
		End-string.

		Move Rows-Read to RCL-Input-Out.
		Move Diff-Count to RCL-Output-Out.
		Move Unmatched-Count to RCL-Error-Out.

		Write Run-Control-Rec from Run-Control-Line.
