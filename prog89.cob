        Identification Division.
        Program-Id. prog89.
        Date-Written. 10/15/2026.
        Author. Lucas Henry.
        Date-Compiled.

      * quarterly access recertification off opermast.dat and the
      * signon.log every interactive program appends to: each
      * operator on the master is listed in ID order with status,
      * the twenty permission bytes and the programs they grant, the
      * last accepted sign-on, and the quarter's accepted and refused
      * sign-ons, with a line for the supervisor's keep/revoke
      * sign-off; an active operator with no accepted sign-on in the
      * 90 days to the as-of date is flagged DORMANT, an ID refused
      * at least the failure limit of times in the 90 days (three
      * unless keyed) is flagged FAILURES, and an operator holding
      * both the keying and the approving byte of one dual-control
      * flow (prog8 keys the error corrections prog20 approves;
      * prog15 keys the licenses prog82 releases holds against) is
      * flagged CONFLICT; sign-on attempts under IDs that are not on
      * the master at all are listed after the operators; anything
      * flagged is return code 4 for the auditors' look

        Environment Division.

        Input-Output Section.
        File-Control.

                Select Optional Opermast-File
                       assign to "/home1/c/a/acsi203/opermast.dat"
                       organization is indexed
                       access mode is sequential
                       record key is OM-Oper-Id.
                Select Optional Signon-File
                       assign to "signon.log"
                       organization is line sequential.
                Select Output-File
                       assign to "prog89out.dat"
                       organization is line sequential.
		Select Run-Control-File
			assign to "runcontrol.log"
			organization is line sequential.

        Data Division.

        File Section.
      * operator master maintained by prog53
	FD	Opermast-File.
	01	Opermast-Rec.
		02 OM-Oper-Id		Pic x(8).
		02 OM-Name		Pic x(20).
		02 OM-Status		Pic x(1).
		02 OM-Perms		Pic x(20).

	FD	Signon-File.
	01	Signon-Rec.
	Copy "signlog.cpy".

	FD	Output-File.
	01	Output-Rec		Pic x(132).

	FD	Run-Control-File.
	01	Run-Control-Rec		Pic x(54).

	Working-Storage Section.

      * the last day of the quarter being certified, keyed yyyymmdd;
      * blank takes today
	01	As-Of-Param		Pic x(8) value spaces.

	01	As-Of-Date		Pic 9(8) value zero.

	01	As-Of-Day		Pic 9(7) value zero.

	01	Window-Start-Day	Pic 9(7) value zero.

	01	Window-Start-Date	Pic 9(8) value zero.

      * refusals within the 90 days that make an ID worth a look;
      * blank takes three
	01	Fail-Limit-Param	Pic x(3) value spaces.

	01	Fail-Limit		Pic 9(3) value 3.

	01	Current-Date-Time.
		02 CDT-Year		Pic 9(4).
		02 CDT-Month		Pic 9(2).
		02 CDT-Day		Pic 9(2).
		02 CDT-Hour		Pic 9(2).
		02 CDT-Minute		Pic 9(2).
		02 CDT-Second		Pic 9(2).
		02 Filler		Pic x(7).

	01	Eof-Flag		Pic x(3) value "no".
		88 end-reached value "yes".

	01	Signon-Eof		Pic x(3) value "no".
		88 signon-end value "yes".

      * one log line's mm/dd/yyyy date turned yyyymmdd
	01	Log-Date		Pic 9(8) value zero.

	01	Log-Date-Parts redefines Log-Date.
		02 LD-Year		Pic 9(4).
		02 LD-Month		Pic 9(2).
		02 LD-Day		Pic 9(2).

	01	Log-Day			Pic 9(7) value zero.

      * one entry per operator ID seen on the log, in the order
      * first seen; ID-On-Master is Y once the master has the ID
	01	Id-Count		Pic 9(4) value zero.

	01	Id-Max			Pic 9(4) value 2000.

	01	Id-Index		Pic 9(4) value zero.

	01	Id-Table.
		02 Id-Data occurs 1 to 2000 times
			depending on Id-Count.
			03 ID-Oper-Id		Pic x(8).
			03 ID-On-Master		Pic x(1).
			03 ID-Last-Accept	Pic 9(8).
			03 ID-Last-Attempt	Pic 9(8).
			03 ID-Accepts		Pic 9(5).
			03 ID-Fails		Pic 9(5).

      * the program each permission byte governs, as prog53 lists
      * them; a byte not yet assigned prints its position
	01	Perm-Program-Data.
		02 Filler		Pic x(6) value "prog8".
		02 Filler		Pic x(6) value "prog11".
		02 Filler		Pic x(6) value "prog14".
		02 Filler		Pic x(6) value "prog15".
		02 Filler		Pic x(6) value "prog20".
		02 Filler		Pic x(6) value "prog25".
		02 Filler		Pic x(6) value "prog29".
		02 Filler		Pic x(6) value "prog40".
		02 Filler		Pic x(6) value "prog44".
		02 Filler		Pic x(6) value "prog53".
		02 Filler		Pic x(6) value "prog68".
		02 Filler		Pic x(6) value "prog71".
		02 Filler		Pic x(6) value "prog72".
		02 Filler		Pic x(6) value "prog82".
		02 Filler		Pic x(6) value "prog90".
		02 Filler		Pic x(6) value "prog92".
		02 Filler		Pic x(6) value "prog99".
		02 Filler		Pic x(6) value "byte18".
		02 Filler		Pic x(6) value "byte19".
		02 Filler		Pic x(6) value "byte20".

	01	Perm-Program-Table redefines Perm-Program-Data.
		02 Perm-Program		Pic x(6) occurs 20 times.

	01	Perm-Scan		Pic 9(2) value zero.

      * the dual-control flows: the byte that keys the work, the
      * byte that approves it, and what the flow is
	01	Conflict-Data.
		02 Filler		Pic x(24) value
		    "0105error corrections".
		02 Filler		Pic x(24) value
		    "0414agent license holds".

	01	Conflict-Table redefines Conflict-Data.
		02 Conflict-Entry occurs 2 times.
			03 CF-Keying		Pic 9(2).
			03 CF-Approving		Pic 9(2).
			03 CF-Flow		Pic x(20).

	01	Conflict-Max		Pic 9(2) value 2.

	01	Conflict-Index		Pic 9(2) value zero.

	01	Keying-Byte		Pic 9(2) value zero.

	01	Approving-Byte		Pic 9(2) value zero.

	01	Grant-Text		Pic x(114) value spaces.

	01	Grant-Pointer		Pic 9(3) value zero.

	01	Flag-Text		Pic x(41) value spaces.

	01	Flag-Pointer		Pic 9(3) value zero.

	01	Conflict-Text		Pic x(114) value spaces.

	01	Conflict-Pointer	Pic 9(3) value zero.

	01	Operator-Flag		Pic x(3) value "no".
		88 operator-flagged value "yes".

	01	Work-Date		Pic 9(8) value zero.

	01	Log-Read-Count		Pic 9(7) value zero.

	01	Log-Window-Count	Pic 9(7) value zero.

	01	Log-Skipped-Count	Pic 9(7) value zero.

	01	Overflow-Count		Pic 9(7) value zero.

	01	Operator-Count		Pic 9(5) value zero.

	01	Dormant-Count		Pic 9(5) value zero.

	01	Failure-Count		Pic 9(5) value zero.

	01	Conflict-Count		Pic 9(5) value zero.

	01	Unknown-Count		Pic 9(5) value zero.

	01	Flagged-Count		Pic 9(5) value zero.

	01	Report-Header.
		02 Filler		Pic x(46) value spaces.
		02 Filler		Pic x(40) value
		    "Operator Access Recertification".
		02 Filler		Pic x(46) value spaces.

	01	Period-Line.
		02 Filler		Pic x(26) value
		    "Sign-ons considered: from ".
		02 PL-From-Out		Pic 9999/99/99.
		02 Filler		Pic x(9) value " through ".
		02 PL-To-Out		Pic 9999/99/99.
		02 Filler		Pic x(20) value
		    "    failure limit: ".
		02 PL-Limit-Out		Pic ZZ9.
		02 Filler		Pic x(54) value spaces.

	01	Column-Header-1.
		02 Filler		Pic x(10) value "Oper-Id".
		02 Filler		Pic x(22) value "Name".
		02 Filler		Pic x(4) value "St".
		02 Filler		Pic x(22) value
		    "Permissions 1-20".
		02 Filler		Pic x(13) value "Last Sign-On".
		02 Filler		Pic x(8) value "Sign-ons".
		02 Filler		Pic x(2) value spaces.
		02 Filler		Pic x(7) value "Refused".
		02 Filler		Pic x(3) value spaces.
		02 Filler		Pic x(41) value "Flags".

	01	Column-Header-2.
		02 Filler		Pic x(36) value spaces.
		02 Filler		Pic x(22) value
		    "12345678901234567890".
		02 Filler		Pic x(74) value spaces.

	01	Detail-Line.
		02 DL-Oper-Id-Out	Pic x(8).
		02 Filler		Pic x(2) value spaces.
		02 DL-Name-Out		Pic x(20).
		02 Filler		Pic x(2) value spaces.
		02 DL-Status-Out	Pic x(1).
		02 Filler		Pic x(3) value spaces.
		02 DL-Perms-Out		Pic x(20).
		02 Filler		Pic x(2) value spaces.
		02 DL-Last-Out		Pic x(10).
		02 Filler		Pic x(5) value spaces.
		02 DL-Accepts-Out	Pic ZZ,ZZ9.
		02 Filler		Pic x(3) value spaces.
		02 DL-Fails-Out		Pic ZZ,ZZ9.
		02 Filler		Pic x(3) value spaces.
		02 DL-Flags-Out		Pic x(41).

	01	Last-Date-Out		Pic 9999/99/99.

	01	Grant-Line.
		02 Filler		Pic x(8) value spaces.
		02 GL-Label-Out		Pic x(10).
		02 GL-Text-Out		Pic x(114).

	01	Signoff-Line.
		02 Filler		Pic x(18) value spaces.
		02 Filler		Pic x(60) value
		    "Supervisor: keep ___ revoke ___ initials ________".
		02 Filler		Pic x(54) value spaces.

	01	Unknown-Header.
		02 Filler		Pic x(44) value
		    "Sign-on attempts under IDs not on opermast".
		02 Filler		Pic x(88) value spaces.

	01	Unknown-Column-Header.
		02 Filler		Pic x(10) value "Oper-Id".
		02 Filler		Pic x(14) value "Last Attempt".
		02 Filler		Pic x(7) value "Refused".
		02 Filler		Pic x(5) value spaces.
		02 Filler		Pic x(96) value "Flags".

	01	Unknown-Line.
		02 UL-Oper-Id-Out	Pic x(8).
		02 Filler		Pic x(2) value spaces.
		02 UL-Last-Out		Pic 9999/99/99.
		02 Filler		Pic x(5) value spaces.
		02 UL-Fails-Out		Pic ZZ,ZZ9.
		02 Filler		Pic x(5) value spaces.
		02 UL-Flags-Out		Pic x(96).

	01	Note-Line.
		02 Note-Label-Out	Pic x(48).
		02 Note-Count-Out	Pic ZZZ,ZZZ,ZZ9.
		02 Filler		Pic x(73) value spaces.

	01	Report-Footer.
		02 Filler		Pic x(59) value spaces.
		02 Filler		Pic x(13) value
		    	"End of Report".
		02 Filler		Pic x(60) value spaces.

      * one line per run, appended to runcontrol.log; input is the
      * sign-on lines read, output the operators listed, errors the
      * operators and IDs flagged
	01	Run-Control-Line.
		02 RCL-Program		Pic x(8) value "PROG89".
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

      * settles the as-of date and the failure limit, loads the
      * sign-on log, and starts the operator listing
	1000-Init.

		Accept As-Of-Param from Sysin.
		If As-Of-Param numeric
			Move As-Of-Param to As-Of-Date
		Else
			Move function current-date to Current-Date-Time
			Compute As-Of-Date = CDT-Year * 10000 +
				CDT-Month * 100 + CDT-Day
		End-if.

		Accept Fail-Limit-Param from Sysin.
		If Fail-Limit-Param numeric
			Move Fail-Limit-Param to Fail-Limit
		End-if.
		If Fail-Limit = zero
			Move 3 to Fail-Limit
		End-if.

		Compute As-Of-Day =
			Function Integer-Of-Date(As-Of-Date).
		Compute Window-Start-Day = As-Of-Day - 89.
		Compute Window-Start-Date =
			Function Date-Of-Integer(Window-Start-Day).

		Open Input Signon-File.
		Perform 1100-Read-Signon until signon-end.
		Close Signon-File.

		Open Input Opermast-File.
		Open Output Output-File.
		Open Extend Run-Control-File.

		Write Output-Rec from Report-Header.
		Move spaces to Output-Rec.
		Write Output-Rec.
		Move Window-Start-Date to PL-From-Out.
		Move As-Of-Date to PL-To-Out.
		Move Fail-Limit to PL-Limit-Out.
		Write Output-Rec from Period-Line.
		Move spaces to Output-Rec.
		Write Output-Rec.
		Write Output-Rec from Column-Header-1.
		Write Output-Rec from Column-Header-2.
		Move spaces to Output-Rec.
		Write Output-Rec.

		Read Opermast-File next record
			at end move "yes" to Eof-Flag
		End-read.

      * one sign-on line: the ID's last acceptance and last attempt
      * on or before the as-of date are kept from all history, the
      * accepted and refused counts from the 90 days only
	1100-Read-Signon.

		Read Signon-File at end move "yes" to Signon-Eof.

		If not signon-end

			Add 1 to Log-Read-Count

			Move zero to Log-Day
			If SL-Date(1:2) numeric and SL-Date(4:2) numeric
			   and SL-Date(7:4) numeric
				Move SL-Date(7:4) to LD-Year
				Move SL-Date(1:2) to LD-Month
				Move SL-Date(4:2) to LD-Day
				If LD-Month > zero and LD-Month < 13
				   and LD-Day > zero and LD-Day < 32
					Compute Log-Day =
					    Function
					    Integer-Of-Date(Log-Date)
				End-if
			End-if

			If Log-Day = zero or Log-Day > As-Of-Day
				Add 1 to Log-Skipped-Count
			Else
				Perform 1150-Post-Signon
			End-if

		End-if.

	1150-Post-Signon.

		Perform 2110-Classify-Id varying Id-Index
			from 1 by 1 until Id-Index > Id-Count
			or ID-Oper-Id(Id-Index) = SL-Operator.

		If Id-Index > Id-Count
			If Id-Count < Id-Max
				Add 1 to Id-Count
				Move Id-Count to Id-Index
				Move SL-Operator to ID-Oper-Id(Id-Index)
				Move "N" to ID-On-Master(Id-Index)
				Move zero to ID-Last-Accept(Id-Index)
				Move zero to ID-Last-Attempt(Id-Index)
				Move zero to ID-Accepts(Id-Index)
				Move zero to ID-Fails(Id-Index)
			Else
				Add 1 to Overflow-Count
			End-if
		End-if.

		If Id-Index not > Id-Count

			If Log-Date > ID-Last-Attempt(Id-Index)
				Move Log-Date to
					ID-Last-Attempt(Id-Index)
			End-if

			If SL-Outcome = "ACCEPTED"
				If Log-Date > ID-Last-Accept(Id-Index)
					Move Log-Date to
						ID-Last-Accept(Id-Index)
				End-if
			End-if

			If Log-Day not < Window-Start-Day
				Add 1 to Log-Window-Count
				If SL-Outcome = "ACCEPTED"
				   or SL-Outcome = "BOOTSTRAP"
					Add 1 to ID-Accepts(Id-Index)
				Else
					Add 1 to ID-Fails(Id-Index)
				End-if
			End-if

		End-if.

      * one operator: the listing line, what the bytes grant, and
      * the sign-off line
	1200-Main-Loop.

		Add 1 to Operator-Count.
		Move "no" to Operator-Flag.
		Move spaces to Flag-Text.
		Move 1 to Flag-Pointer.

		Perform 2110-Classify-Id varying Id-Index
			from 1 by 1 until Id-Index > Id-Count
			or ID-Oper-Id(Id-Index) = OM-Oper-Id.

		Move OM-Oper-Id to DL-Oper-Id-Out.
		Move OM-Name to DL-Name-Out.
		Move OM-Status to DL-Status-Out.
		Move OM-Perms to DL-Perms-Out.

		If Id-Index > Id-Count
			Move "never" to DL-Last-Out
			Move zero to DL-Accepts-Out
			Move zero to DL-Fails-Out
			Move zero to Work-Date
		Else
			Move "Y" to ID-On-Master(Id-Index)
			Move ID-Last-Accept(Id-Index) to Work-Date
			If Work-Date = zero
				Move "never" to DL-Last-Out
			Else
				Move Work-Date to Last-Date-Out
				Move Last-Date-Out to DL-Last-Out
			End-if
			Move ID-Accepts(Id-Index) to DL-Accepts-Out
			Move ID-Fails(Id-Index) to DL-Fails-Out
		End-if.

      * dormant: active, and nothing accepted since the window
      * opened
		If OM-Status = "A"
			If Work-Date = zero
			   or Work-Date < Window-Start-Date
				Add 1 to Dormant-Count
				Move "yes" to Operator-Flag
				String "DORMANT " delimited by size
					into Flag-Text
					with pointer Flag-Pointer
				End-string
			End-if
		End-if.

		If Id-Index not > Id-Count
			If ID-Fails(Id-Index) not < Fail-Limit
				Add 1 to Failure-Count
				Move "yes" to Operator-Flag
				String "FAILURES " delimited by size
					into Flag-Text
					with pointer Flag-Pointer
				End-string
			End-if
		End-if.

		Move spaces to Conflict-Text.
		Move 1 to Conflict-Pointer.
		Perform 2300-Check-Conflict varying Conflict-Index
			from 1 by 1 until Conflict-Index > Conflict-Max.
		If Conflict-Pointer > 1
			Add 1 to Conflict-Count
			Move "yes" to Operator-Flag
			String "CONFLICT " delimited by size
				into Flag-Text
				with pointer Flag-Pointer
			End-string
		End-if.

		If operator-flagged
			Add 1 to Flagged-Count
		End-if.

		Move Flag-Text to DL-Flags-Out.
		Write Output-Rec from Detail-Line.

		Move spaces to Grant-Text.
		Move 1 to Grant-Pointer.
		Perform 2200-Add-Grant varying Perm-Scan
			from 1 by 1 until Perm-Scan > 20.
		If Grant-Pointer = 1
			Move "nothing" to Grant-Text
		End-if.
		Move "Grants:" to GL-Label-Out.
		Move Grant-Text to GL-Text-Out.
		Write Output-Rec from Grant-Line.

		If Conflict-Pointer > 1
			Move "Conflict:" to GL-Label-Out
			Move Conflict-Text to GL-Text-Out
			Write Output-Rec from Grant-Line
		End-if.

		Write Output-Rec from Signoff-Line.
		Move spaces to Output-Rec.
		Write Output-Rec.

		Read Opermast-File next record
			at end move "yes" to Eof-Flag
		End-read.

      * the IDs the master does not know, the totals, and the run
      * log
	1300-Finish.

		If Operator-Count = zero
			Move "The operator master is empty."
				to Output-Rec
			Write Output-Rec
			Move spaces to Output-Rec
			Write Output-Rec
		End-if.

		Write Output-Rec from Unknown-Header.
		Move spaces to Output-Rec.
		Write Output-Rec.
		Write Output-Rec from Unknown-Column-Header.

		Perform 2400-Unknown-Id varying Id-Index
			from 1 by 1 until Id-Index > Id-Count.

		If Unknown-Count = zero
			Move "None." to Output-Rec
			Write Output-Rec
		End-if.

		Move spaces to Output-Rec.
		Write Output-Rec.

		Move "Operators listed" to Note-Label-Out.
		Move Operator-Count to Note-Count-Out.
		Write Output-Rec from Note-Line.

		Move "Active with no sign-on in 90 days (DORMANT)"
			to Note-Label-Out.
		Move Dormant-Count to Note-Count-Out.
		Write Output-Rec from Note-Line.

		Move "Refused at the limit or more (FAILURES)"
			to Note-Label-Out.
		Move Failure-Count to Note-Count-Out.
		Write Output-Rec from Note-Line.

		Move "Keying and approving one flow (CONFLICT)"
			to Note-Label-Out.
		Move Conflict-Count to Note-Count-Out.
		Write Output-Rec from Note-Line.

		Move "IDs not on the operator master"
			to Note-Label-Out.
		Move Unknown-Count to Note-Count-Out.
		Write Output-Rec from Note-Line.

		Move "Sign-on lines read" to Note-Label-Out.
		Move Log-Read-Count to Note-Count-Out.
		Write Output-Rec from Note-Line.

		Move "Sign-on lines inside the 90 days"
			to Note-Label-Out.
		Move Log-Window-Count to Note-Count-Out.
		Write Output-Rec from Note-Line.

		Move "Sign-on lines undated or after the as-of date"
			to Note-Label-Out.
		Move Log-Skipped-Count to Note-Count-Out.
		Write Output-Rec from Note-Line.

		If Overflow-Count > zero
			Move "Sign-on lines past the ID table"
				to Note-Label-Out
			Move Overflow-Count to Note-Count-Out
			Write Output-Rec from Note-Line
		End-if.

		Move spaces to Output-Rec.
		Write Output-Rec.
		Write Output-Rec from Report-Footer.

		Close Opermast-File Output-File.

		Perform 1900-Write-Run-Log.
		Close Run-Control-File.

		If Flagged-Count > zero or Overflow-Count > zero
			Move 4 to Return-Code
		End-if.

      * appends one line to runcontrol.log recording when this run
      * happened, the log lines it read, and what it flagged
	1900-Write-Run-Log.

		Move function current-date to Current-Date-Time.

		String CDT-Month "/" CDT-Day "/" CDT-Year
			Delimited by size into RCL-Date
		End-string.

		String CDT-Hour ":" CDT-Minute ":" CDT-Second
			Delimited by size into RCL-Time
		End-string.

		Move Log-Read-Count to RCL-Input-Out.
		Move Operator-Count to RCL-Output-Out.
		Move Flagged-Count to RCL-Error-Out.

		Write Run-Control-Rec from Run-Control-Line.

      * no-op body; the search for the ID happens entirely in the
      * Perform ... Varying's Until condition
	2110-Classify-Id.

		Continue.

      * names the program one granted byte opens
	2200-Add-Grant.

		If OM-Perms(Perm-Scan:1) = "Y"
			String Perm-Program(Perm-Scan)
				delimited by space
				" " delimited by size
				into Grant-Text
				with pointer Grant-Pointer
			End-string
		End-if.

      * both halves of one dual-control flow on the same operator
	2300-Check-Conflict.

		Move CF-Keying(Conflict-Index) to Keying-Byte.
		Move CF-Approving(Conflict-Index) to Approving-Byte.

		If OM-Perms(Keying-Byte:1) = "Y"
		   and OM-Perms(Approving-Byte:1) = "Y"
			If Conflict-Pointer > 1
				String "; " delimited by size
					into Conflict-Text
					with pointer Conflict-Pointer
				End-string
			End-if
			String Perm-Program(Keying-Byte)
				delimited by space
				" keys and "
				delimited by size
				Perm-Program(Approving-Byte)
				delimited by space
				" approves "
				delimited by size
				CF-Flow(Conflict-Index)
				delimited by "  "
				into Conflict-Text
				with pointer Conflict-Pointer
			End-string
		End-if.

      * an ID on the log the master does not carry - a mistyped ID,
      * a deleted operator, or someone guessing
	2400-Unknown-Id.

		If ID-On-Master(Id-Index) = "N"
			Add 1 to Unknown-Count
			Move ID-Oper-Id(Id-Index) to UL-Oper-Id-Out
			Move ID-Last-Attempt(Id-Index) to UL-Last-Out
			Move ID-Fails(Id-Index) to UL-Fails-Out
			Move spaces to UL-Flags-Out
			If ID-Fails(Id-Index) not < Fail-Limit
				Move "FAILURES" to UL-Flags-Out
				Add 1 to Failure-Count
				Add 1 to Flagged-Count
			End-if
			Write Output-Rec from Unknown-Line
		End-if.
