        Identification Division.
        Program-Id. prog88.
        Date-Written. 10/15/2026.
        Author. Lucas Henry.
        Date-Compiled.

      * master census for the backup generations: given one master's
      * name and the path of a copy of it (blank = the live file),
      * this program reads the copy with that master's own record
      * layout and reports its record count and a hash total over
      * one money or key figure per record, the way prog23 proves an
      * extract: genbackup.sh records the figures in the generation
      * catalog the moment a generation is taken, and restore.sh
      * takes them again before a generation goes back over a live
      * file, so a copy that was truncated or altered on disk is
      * refused instead of restored; the figures land in
      * gencensus.dat (name, count, hash) for the calling script and
      * on the console; an unknown master is return code 8
      *   cityrates.dat  - rate in thousandths
      *   dupereg.dat    - Sale-Price
      *   propmast.dat   - Sale-Price
      *   opermast.dat   - positions of the granted permission bytes
      *   narreg.dat     - Sale-Price
      *   salehist.dat   - Sale-Price
      *   kpihist.dat    - the day's extract hash
      *   errtrack.dat   - error date
      *   ackhist.dat    - records received
      *   ytdmast.dat    - year-to-date net in cents
      *   dedmast.dat    - deduction value in cents
      *   leavebal.dat   - vacation plus sick hours in tenths
      *   payhist.dat    - net pay in cents
      *   chkreg.dat     - check amount in cents
      *   payadj.dat     - adjustment amount in cents, sign dropped
      *   ertaxytd.dat   - year-to-date employer taxes in cents
      *   posipay.dat    - issued and voided check amounts in cents
      *   pphist.dat     - issued and voided check amounts in cents
      *   remithold.dat  - held remittance amounts in cents
      *   remitlog.dat   - amount remitted in cents

        Environment Division.

        Input-Output Section.
        File-Control.

                Select Optional cityRatesFile
                       assign to Census-Path
                       organization is indexed
                       access mode is sequential
                       record key is cityKey.
                Select Optional Dupe-Registry-File
                       assign to Census-Path
                       organization is indexed
                       access mode is sequential
                       record key is Reg-Key.
                Select Optional Property-Master-File
                       assign to Census-Path
                       organization is indexed
                       access mode is sequential
                       record key is PM-Key.
                Select Optional Opermast-File
                       assign to Census-Path
                       organization is indexed
                       access mode is sequential
                       record key is OM-Oper-Id.
                Select Optional Nal-Registry-File
                       assign to Census-Path
                       organization is indexed
                       access mode is sequential
                       record key is NR-Key.
                Select Optional Sale-History-File
                       assign to Census-Path
                       organization is indexed
                       access mode is sequential
                       record key is SH-Key
                       alternate record key is SH-Apn
                           with duplicates
                       alternate record key is SH-City-Key
                           with duplicates
                       alternate record key is SH-Year-Month
                           with duplicates.
                Select Optional Flat-File
                       assign to Census-Path
                       organization is line sequential.
                Select Census-File
                       assign to "gencensus.dat"
                       organization is line sequential.

        Data Division.

        File Section.
	FD	cityRatesFile.
	01	cityRatesInput.
		02 cityKey.
		   03 countyCode	Pic x(1).
		   03 cityName		Pic x(15).
		   03 rateEffDate	Pic 9(8).
		02 multiplierRate	Pic v999.

	FD	Dupe-Registry-File.
	01	Registry-Rec.
		02 Reg-Key.
		   03 Reg-Adrs		Pic x(27).
		   03 Reg-Sale-Day	Pic x(3).
		   03 Reg-Sale-Month	Pic x(3).
		   03 Reg-Sale-Year	Pic x(4).
		   03 Reg-Sale-Price	Pic x(9).
		   03 Reg-Price-Num redefines Reg-Sale-Price
					Pic 9(9).

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

	FD	Opermast-File.
	01	Opermast-Rec.
		02 OM-Oper-Id		Pic x(8).
		02 OM-Name		Pic x(20).
		02 OM-Status		Pic x(1).
		02 OM-Perms		Pic x(20).

	FD	Nal-Registry-File.
	01	Nal-Rec.
		02 NR-Key.
		   03 NR-Adrs		Pic x(27).
		   03 NR-Sale-Day	Pic x(3).
		   03 NR-Sale-Month	Pic x(3).
		   03 NR-Sale-Year	Pic x(4).
		   03 NR-Sale-Price	Pic x(9).
		   03 NR-Price-Num redefines NR-Sale-Price
					Pic 9(9).
		02 NR-Zip		Pic x(5).
		02 NR-City		Pic x(15).
		02 NR-County		Pic x(1).
		02 NR-Agent-Id		Pic 9(7).
		02 NR-Status		Pic x(1).
		02 NR-Reasons.
		   03 NR-Reason		Pic x(2) occurs 4 times.

	FD	Sale-History-File.
	01	Sale-History-Rec.
	Copy "salehist.cpy".

      * the line-sequential masters, one view per layout; only the
      * leading fields each view hashes are spelled out
	FD	Flat-File.
	01	Flat-Rec		Pic x(200).

	01	Kpi-View.
		02 KPI-Date		Pic 9(8).
		02 KPI-Records		Pic 9(6).
		02 KPI-Hash		Pic 9(14).
		02 Filler		Pic x(172).

	01	Errtrack-View.
		02 TR-Status		Pic x(1).
		02 TR-Error-Id		Pic x(13).
		02 TR-Source		Pic x(1).
		02 TR-Date		Pic 9(8).
		02 Filler		Pic x(177).

	01	Ackhist-View.
		02 AH-Run-Date		Pic 9(8).
		02 AH-Extract-Date	Pic 9(8).
		02 AH-County		Pic x(1).
		02 AH-Received		Pic 9(7).
		02 Filler		Pic x(176).

	01	Ytd-View.
		02 YTD-SSN		Pic 9(7).
		02 YTD-Gross		Pic 9(11)v99.
		02 YTD-WH		Pic 9(11)v99.
		02 YTD-Net		Pic 9(11)v99.
		02 Filler		Pic x(154).

	01	Deduction-View.
		02 DM-SSN		Pic 9(7).
		02 DM-Code		Pic x(8).
		02 DM-Type		Pic x(1).
		02 DM-Value		Pic 9(5)v99.
		02 Filler		Pic x(177).

	01	Leave-View.
		02 LB-SSN		Pic 9(7).
		02 LB-Vac		Pic 9(3)v9.
		02 LB-Sick		Pic 9(3)v9.
		02 Filler		Pic x(185).

	01	Pay-History-View.
		02 PH-Period		Pic 9(8).
		02 PH-SSN		Pic 9(7).
		02 PH-Gross		Pic 9(11)v99.
		02 PH-WH		Pic 9(11)v99.
		02 PH-Net		Pic 9(11)v99.
		02 Filler		Pic x(146).

	01	Check-Register-View.
		02 CK-Number		Pic 9(6).
		02 CK-Period		Pic 9(8).
		02 CK-SSN		Pic 9(7).
		02 CK-Last-Name		Pic x(10).
		02 CK-First-Name	Pic x(20).
		02 CK-Amount		Pic 9(11)v99.
		02 Filler		Pic x(136).

	01	Adjust-View.
		02 AJ-SSN		Pic 9(7).
		02 AJ-Amount		Pic s9(9)v99.
		02 Filler		Pic x(182).

	01	Employer-Ytd-View.
		02 EY-SSN		Pic 9(7).
		02 EY-SS-Wages		Pic 9(9)v99.
		02 EY-SS		Pic 9(9)v99.
		02 EY-Med-Wages		Pic 9(9)v99.
		02 EY-Med		Pic 9(9)v99.
		02 EY-FUTA-Wages	Pic 9(9)v99.
		02 EY-FUTA		Pic 9(9)v99.
		02 EY-SUTA-Wages	Pic 9(9)v99.
		02 EY-SUTA		Pic 9(9)v99.
		02 Filler		Pic x(105).

	01	Positive-Pay-View.
	Copy "posipay.cpy".

	01	Remit-Hold-View.
		02 RH-Code		Pic x(8).
		02 RH-First-Date	Pic 9(8).
		02 RH-Amount		Pic 9(11)v99.
		02 RH-Count		Pic 9(6).
		02 Filler		Pic x(165).

	01	Remit-Log-View.
		02 LG-Mode		Pic x(1).
		02 LG-Period		Pic 9(8).
		02 Filler		Pic x(1).
		02 LG-Date		Pic x(10).
		02 Filler		Pic x(1).
		02 LG-Time		Pic x(8).
		02 Filler		Pic x(1).
		02 LG-Remitted		Pic 9(13)v99.
		02 Filler		Pic x(155).

      * handed back to the calling script: name, count, hash
	FD	Census-File.
	01	Census-Rec.
		02 CN-Name		Pic x(16).
		02 Filler		Pic x(1).
		02 CN-Count		Pic 9(9).
		02 Filler		Pic x(1).
		02 CN-Hash		Pic 9(18).

	Working-Storage Section.

	01	Master-Name		Pic x(16) value spaces.

      * the copy to read; blank means the live master at its usual
      * location
	01	Census-Path		Pic x(80) value spaces.

	01	Master-Type		Pic x(2) value spaces.
		88 city-master		value "CR".
		88 dupe-master		value "DR".
		88 prop-master		value "PM".
		88 oper-master		value "OM".
		88 nal-master		value "NR".
		88 sale-master		value "SH".
		88 kpi-master		value "KP".
		88 errtrack-master	value "ET".
		88 ackhist-master	value "AH".
		88 ytd-master		value "YT".
		88 ded-master		value "DM".
		88 leave-master		value "LB".
		88 payhist-master	value "PH".
		88 chkreg-master	value "CK".
		88 payadj-master	value "AJ".
		88 ertax-master		value "EY".
		88 posipay-master	value "PP".
		88 remithold-master	value "RH".
		88 remitlog-master	value "RL".
		88 indexed-master	value "CR" "DR" "PM" "OM"
						  "NR" "SH".

	01	Eof-Flag		Pic x(3) value "no".
		88 end-reached value "yes".

	01	Record-Count		Pic 9(9) value zero.

	01	Hash-Total		Pic 9(18) value zero.

	01	Perm-Scan		Pic 9(2) value zero.

	Procedure Division.

      * Executes 'Init', 'Main-Loop', and 'Finish', in that order
	0000-Main-Logic.
		Perform 1000-Init.
		Perform 1200-Main-Loop until end-reached.
		Perform 1300-Finish.
		Stop Run.

      * takes the master's name and the copy's path, works out which
      * layout reads it, and opens it; an unknown name ends the run
	1000-Init.

		Accept Master-Name from Sysin.
		Accept Census-Path from Sysin.

		Evaluate Master-Name
			When "cityrates.dat"
				Move "CR" to Master-Type
			When "dupereg.dat"
				Move "DR" to Master-Type
			When "propmast.dat"
				Move "PM" to Master-Type
			When "opermast.dat"
				Move "OM" to Master-Type
			When "narreg.dat"
				Move "NR" to Master-Type
			When "salehist.dat"
				Move "SH" to Master-Type
			When "kpihist.dat"
				Move "KP" to Master-Type
			When "errtrack.dat"
				Move "ET" to Master-Type
			When "ackhist.dat"
				Move "AH" to Master-Type
			When "ytdmast.dat"
				Move "YT" to Master-Type
			When "dedmast.dat"
				Move "DM" to Master-Type
			When "leavebal.dat"
				Move "LB" to Master-Type
			When "payhist.dat"
				Move "PH" to Master-Type
			When "chkreg.dat"
				Move "CK" to Master-Type
			When "payadj.dat"
				Move "AJ" to Master-Type
			When "ertaxytd.dat"
				Move "EY" to Master-Type
			When "posipay.dat"
				Move "PP" to Master-Type
			When "pphist.dat"
				Move "PP" to Master-Type
			When "remithold.dat"
				Move "RH" to Master-Type
			When "remitlog.dat"
				Move "RL" to Master-Type
		End-evaluate.

		If Master-Type = spaces
			Display "prog88: no census layout for "
				Master-Name
			Move 8 to Return-Code
			Stop Run
		End-if.

		If Census-Path = spaces
			If indexed-master
				String "/home1/c/a/acsi203/"
					delimited by size
					Master-Name delimited by space
					into Census-Path
			Else
				Move Master-Name to Census-Path
			End-if
		End-if.

		Evaluate true
			When city-master
				Open Input cityRatesFile
			When dupe-master
				Open Input Dupe-Registry-File
			When prop-master
				Open Input Property-Master-File
			When oper-master
				Open Input Opermast-File
			When nal-master
				Open Input Nal-Registry-File
			When sale-master
				Open Input Sale-History-File
			When other
				Open Input Flat-File
		End-evaluate.

      * one record of the copy, counted and hashed under its own
      * master's rule
	1200-Main-Loop.

		Evaluate true
			When city-master
				Perform 2100-Read-City
			When dupe-master
				Perform 2200-Read-Dupe
			When prop-master
				Perform 2300-Read-Prop
			When oper-master
				Perform 2400-Read-Oper
			When nal-master
				Perform 2500-Read-Nal
			When sale-master
				Perform 2600-Read-Sale
			When other
				Perform 2700-Read-Flat
		End-evaluate.

      * closes the copy and hands the figures back
	1300-Finish.

		Evaluate true
			When city-master
				Close cityRatesFile
			When dupe-master
				Close Dupe-Registry-File
			When prop-master
				Close Property-Master-File
			When oper-master
				Close Opermast-File
			When nal-master
				Close Nal-Registry-File
			When sale-master
				Close Sale-History-File
			When other
				Close Flat-File
		End-evaluate.

		Open Output Census-File.
		Move spaces to Census-Rec.
		Move Master-Name to CN-Name.
		Move Record-Count to CN-Count.
		Move Hash-Total to CN-Hash.
		Write Census-Rec.
		Close Census-File.

		Display "prog88: " Master-Name " " Record-Count
			" records, hash " Hash-Total.

	2100-Read-City.
		Read cityRatesFile next record
			at end move "yes" to Eof-Flag.
		If not end-reached
			Add 1 to Record-Count
			Compute Hash-Total = Hash-Total
				+ multiplierRate * 1000
		End-if.

	2200-Read-Dupe.
		Read Dupe-Registry-File next record
			at end move "yes" to Eof-Flag.
		If not end-reached
			Add 1 to Record-Count
			If Reg-Sale-Price numeric
				Add Reg-Price-Num to Hash-Total
			End-if
		End-if.

	2300-Read-Prop.
		Read Property-Master-File next record
			at end move "yes" to Eof-Flag.
		If not end-reached
			Add 1 to Record-Count
			Add PM-Sale-Price to Hash-Total
		End-if.

	2400-Read-Oper.
		Read Opermast-File next record
			at end move "yes" to Eof-Flag.
		If not end-reached
			Add 1 to Record-Count
			Perform 2450-Hash-Perm varying Perm-Scan
				from 1 by 1 until Perm-Scan > 20
		End-if.

      * a granted byte counts its position, so moving a grant from
      * one program to another changes the total
	2450-Hash-Perm.
		If OM-Perms(Perm-Scan:1) = "Y"
			Add Perm-Scan to Hash-Total
		End-if.

	2500-Read-Nal.
		Read Nal-Registry-File next record
			at end move "yes" to Eof-Flag.
		If not end-reached
			Add 1 to Record-Count
			If NR-Sale-Price numeric
				Add NR-Price-Num to Hash-Total
			End-if
		End-if.

	2600-Read-Sale.
		Read Sale-History-File next record
			at end move "yes" to Eof-Flag.
		If not end-reached
			Add 1 to Record-Count
			Add SH-Sale-Price to Hash-Total
		End-if.

	2700-Read-Flat.
		Read Flat-File at end move "yes" to Eof-Flag.
		If not end-reached
			Add 1 to Record-Count
			Perform 2750-Hash-Flat
		End-if.

      * the figure each line-sequential master is hashed on; a field
      * that is not numeric (a damaged line) adds nothing, so the
      * total moves
	2750-Hash-Flat.
		Evaluate true
			When kpi-master
				If KPI-Hash numeric
					Add KPI-Hash to Hash-Total
				End-if
			When errtrack-master
				If TR-Date numeric
					Add TR-Date to Hash-Total
				End-if
			When ackhist-master
				If AH-Received numeric
					Add AH-Received to Hash-Total
				End-if
			When ytd-master
				If YTD-Net numeric
					Compute Hash-Total = Hash-Total
						+ YTD-Net * 100
				End-if
			When ded-master
				If DM-Value numeric
					Compute Hash-Total = Hash-Total
						+ DM-Value * 100
				End-if
			When leave-master
				If LB-Vac numeric and LB-Sick numeric
					Compute Hash-Total = Hash-Total
						+ LB-Vac * 10
						+ LB-Sick * 10
				End-if
			When payhist-master
				If PH-Net numeric
					Compute Hash-Total = Hash-Total
						+ PH-Net * 100
				End-if
			When chkreg-master
				If CK-Amount numeric
					Compute Hash-Total = Hash-Total
						+ CK-Amount * 100
				End-if
			When payadj-master
				Perform 2760-Hash-Adjust
			When ertax-master
				Perform 2770-Hash-Employer
			When posipay-master
				Perform 2780-Hash-Positive-Pay
			When remithold-master
				If RH-Amount numeric
					Compute Hash-Total = Hash-Total
						+ RH-Amount * 100
				End-if
			When remitlog-master
				If LG-Remitted numeric
					Compute Hash-Total = Hash-Total
						+ LG-Remitted * 100
				End-if
		End-evaluate.

      * an adjustment hashes on its size either way
	2760-Hash-Adjust.
		If AJ-Amount numeric
			If AJ-Amount < zero
				Compute Hash-Total = Hash-Total
					- AJ-Amount * 100
			Else
				Compute Hash-Total = Hash-Total
					+ AJ-Amount * 100
			End-if
		End-if.

      * the four employer taxes together; a damaged figure adds
      * nothing
	2770-Hash-Employer.
		If EY-SS numeric and EY-Med numeric
		   and EY-FUTA numeric and EY-SUTA numeric
			Compute Hash-Total = Hash-Total
				+ EY-SS * 100 + EY-Med * 100
				+ EY-FUTA * 100 + EY-SUTA * 100
		End-if.

      * the check lines' amounts; a batch trailer only repeats them
	2780-Hash-Positive-Pay.
		If not pp-trailer-line and PP-Amount numeric
			Compute Hash-Total = Hash-Total
				+ PP-Amount * 100
		End-if.
