        Identification Division.
        Program-Id. prog83.
        Date-Written. 10/15/2026.
        Author. Lucas Henry.
        Date-Compiled.

      * monthly license renewal report off agentmst.dat: every
      * active agent whose real estate license expires within the
      * next 60 days, soonest first, so the brokerage can chase the
      * renewal before prog10 and prog16 start holding the agent's
      * commission; active agents whose license has already lapsed
      * and active agents with no license keyed through prog15 are
      * listed on their own sections, since their sales are being
      * held (or would be) already; names come from company.dat;
      * the as-of date is taken off Sysin as yyyymmdd and defaults
      * to today

        Environment Division.

        Input-Output Section.
        File-Control.

                Select Optional agentMasterFile
                       assign to "/home1/c/a/acsi203/agentmst.dat"
                       organization is indexed
                       access mode is sequential
                       record key is agentSSN.
                Select Company-File
                       assign to Company-File-Path.
                Select Output-File
                       assign to "prog83out.dat"
                       organization is line sequential.
		Select Run-Control-File
			assign to "runcontrol.log"
			organization is line sequential.

        Data Division.

        File Section.

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

	FD	Company-File.
	01	Company-Rec.
		02	Last-Name	Pic X(10).
		02	First-Name	Pic x(20).
		02	Filler		Pic x(54).
		02	Dept-Code	Pic x(3).
		02	Hired		Pic x(10).
                02      SSN             Pic 9(7).
                02	Mar-Stat        Pic X.
                02      Emp-Stat        Pic x.
		02	Salary          Pic 99v99.
                02      Filler          Pic X.

	FD	Output-File.
	01	Output-Rec		Pic x(132).

	FD	Run-Control-File.
	01	Run-Control-Rec		Pic x(54).

	Working-Storage Section.

	01	Company-File-Path	Pic x(80) value
		"/home1/c/a/acsi203/company.dat".

	01	Eof-Flag		Pic x(3) value "no".
		88 end-reached value "yes".

	01	Company-Eof		Pic x(3) value "no".
		88 company-end value "yes".

      * the as-of date, keyed as yyyymmdd; blank means today
	01	As-Of-Param		Pic x(8) value spaces.

	01	As-Of-Date		Pic 9(8) value zero.

	01	As-Of-Day-Num		Pic 9(7) value zero.

	01	Expire-Day-Num		Pic 9(7) value zero.

      * how far ahead a renewal is chased
	01	Window-Days		Pic 9(3) value 60.

	01	Current-Date-Time.
		02 CDT-Year		Pic 9(4).
		02 CDT-Month		Pic 9(2).
		02 CDT-Day		Pic 9(2).
		02 CDT-Hour		Pic 9(2).
		02 CDT-Minute		Pic 9(2).
		02 CDT-Second		Pic 9(2).
		02 Filler		Pic x(7).

	01	Read-Count		Pic 9(6) value zero.

	01	Listed-Count		Pic 9(6) value zero.

	01	Overflow-Count		Pic 9(6) value zero.

	01	Expiring-Count		Pic 9(6) value zero.

	01	Lapsed-Count		Pic 9(6) value zero.

	01	No-License-Count	Pic 9(6) value zero.

      * company.dat names by SSN
	01	Employee-Count		Pic 9(4) value zero.

	01	Employee-Max		Pic 9(4) value 500.

	01	Employee-Index		Pic 9(4) value zero.

	01	Employee-Table.
		02 Employee-Data occurs 1 to 500 times
			depending on Employee-Count.
			03 Emp-Last-Name	Pic x(10).
			03 Emp-First-Name	Pic x(20).
			03 Emp-SSN		Pic 9(7).

      * every active agent listed, in expiry-date order by insertion
      * sort (no license on file sorts first, at zero); LX-Days is
      * negative for a license already lapsed
	01	License-Count		Pic 9(4) value zero.

	01	License-Max		Pic 9(4) value 1000.

	01	License-Index		Pic 9(4) value zero.

	01	Insert-Index		Pic 9(4) value zero.

	01	Shift-Index		Pic 9(4) value zero.

	01	License-Table.
		02 License-Entry occurs 1 to 1000 times
			depending on License-Count.
			03 LX-Key.
			   04 LX-Expire		Pic 9(8).
			   04 LX-SSN		Pic x(7).
			03 LX-Lic-Num		Pic x(10).
			03 LX-Lic-Type		Pic x(1).
			03 LX-Days		Pic s9(5).

	01	Work-License.
		02 WL-Key.
		   03 WL-Expire		Pic 9(8).
		   03 WL-SSN		Pic x(7).
		02 WL-Lic-Num		Pic x(10).
		02 WL-Lic-Type		Pic x(1).
		02 WL-Days		Pic s9(5).

	01	Report-Header.
		02 Filler		Pic x(44) value spaces.
		02 Filler		Pic x(44) value
		    "   Agent License Renewals Coming Due".
		02 Filler		Pic x(44) value spaces.

	01	As-Of-Line.
		02 Filler		Pic x(12) value spaces.
		02 Filler		Pic x(7) value "As of: ".
		02 As-Of-Out		Pic 9999/99/99.
		02 Filler		Pic x(8) value spaces.
		02 Filler		Pic x(15) value
		    "Window (days): ".
		02 Window-Out		Pic ZZ9.
		02 Filler		Pic x(77) value spaces.

	01	Section-Line.
		02 Filler		Pic x(12) value spaces.
		02 Section-Out		Pic x(60).
		02 Filler		Pic x(60) value spaces.

	01	Column-Header.
		02 Filler		Pic x(12) value spaces.
		02 Filler		Pic x(9) value "Agent-ID".
		02 Filler		Pic x(12) value "Last Name".
		02 Filler		Pic x(22) value "First Name".
		02 Filler		Pic x(12) value "License".
		02 Filler		Pic x(6) value "Type".
		02 Filler		Pic x(12) value "Expires".
		02 Filler		Pic x(10) value "Days Left".
		02 Filler		Pic x(37) value spaces.

	01	License-Line.
		02 Filler		Pic x(12) value spaces.
		02 Lic-SSN-Out		Pic x(7).
		02 Filler		Pic x(2) value spaces.
		02 Lic-Last-Out		Pic x(10).
		02 Filler		Pic x(2) value spaces.
		02 Lic-First-Out	Pic x(20).
		02 Filler		Pic x(2) value spaces.
		02 Lic-Num-Out		Pic x(10).
		02 Filler		Pic x(2) value spaces.
		02 Lic-Type-Out		Pic x(1).
		02 Filler		Pic x(5) value spaces.
		02 Lic-Expire-Out	Pic 9999/99/99.
		02 Filler		Pic x(2) value spaces.
		02 Lic-Days-Out		Pic ----9.
		02 Filler		Pic x(42) value spaces.

	01	Note-Line.
		02 Filler		Pic x(12) value spaces.
		02 Note-Label-Out	Pic x(48).
		02 Note-Count-Out	Pic ZZZ,ZZ9.
		02 Filler		Pic x(65) value spaces.

	01	Report-Footer.
		02 Filler		Pic x(59) value spaces.
		02 Filler		Pic x(13) value
		    	"End of Report".
		02 Filler		Pic x(60) value spaces.

      * one line per run, appended to runcontrol.log; input is the
      * agent master entries read, output the agents listed, errors
      * the agents that did not fit the table
	01	Run-Control-Line.
		02 RCL-Program		Pic x(8) value "PROG83".
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

      * settles the as-of date, loads the names, and opens the master
	1000-Init.

		Accept As-Of-Param from Sysin.
		If As-Of-Param numeric
			Move As-Of-Param to As-Of-Date
		Else
			Move function current-date to Current-Date-Time
			Compute As-Of-Date = CDT-Year * 10000 +
				CDT-Month * 100 + CDT-Day
		End-if.

		Compute As-Of-Day-Num =
			Function Integer-Of-Date(As-Of-Date).

		Open Input Company-File.
		Perform 1060-Read-Employee
			varying Employee-Index from 1 by 1
			until company-end
			or Employee-Index > Employee-Max.
		Close Company-File.

		Open Input agentMasterFile.
		Open Output Output-File.
		Open Extend Run-Control-File.

		Read agentMasterFile at end move "yes" to Eof-Flag.

	1060-Read-Employee.

		Read Company-File at end move "yes" to Company-Eof
		end-read.

		If not company-end
			Move Last-Name to
				Emp-Last-Name(Employee-Index)
			Move First-Name to
				Emp-First-Name(Employee-Index)
			Move SSN to Emp-SSN(Employee-Index)
			Move Employee-Index to Employee-Count
		End-if.

      * an active agent with no license, a lapsed one, or one that
      * lapses inside the window is listed; inactive agents close
      * no sales and are passed over
	1200-Main-Loop.

		Add 1 to Read-Count.

		If agentStatus = "A"

			Move agentSSN to WL-SSN
			Move agentLicNum to WL-Lic-Num
			Move agentLicType to WL-Lic-Type
			Move agentLicExpire to WL-Expire
			Move zero to WL-Days

			If agentLicExpire = zero
				Perform 2000-Keep-License
			Else
				Compute Expire-Day-Num = Function
					Integer-Of-Date(agentLicExpire)
				Compute WL-Days =
					Expire-Day-Num - As-Of-Day-Num
				If WL-Days not > Window-Days
					Perform 2000-Keep-License
				End-if
			End-if

		End-if.

		Read agentMasterFile at end move "yes" to Eof-Flag.

	2000-Keep-License.

		If License-Count < License-Max
			Perform 2100-Insert-License
		Else
			Add 1 to Overflow-Count
		End-if.

      * no-op body; the search for this agent's slot in expiry-date
      * order happens entirely in the Perform ... Varying's Until
      * condition
	2110-Classify-License-Slot.

		Continue.

      * the insertion-sort shape prog13 uses
	2100-Insert-License.

		Perform 2110-Classify-License-Slot
			varying Insert-Index from 1 by 1
			until Insert-Index > License-Count
			or WL-Key < LX-Key(Insert-Index).

		Add 1 to License-Count.

		Perform 2120-Shift-License-Down
			varying Shift-Index from License-Count by -1
			until Shift-Index <= Insert-Index.

		Move Work-License to License-Entry(Insert-Index).

	2120-Shift-License-Down.

		Move License-Entry(Shift-Index - 1) to
			License-Entry(Shift-Index).

      * the three sections - coming due, already lapsed, none on
      * file - and the counts
	1300-Finish.

		Close agentMasterFile.

		Write Output-Rec from Report-Header.
		Move spaces to Output-Rec.
		Write Output-Rec.
		Move As-Of-Date to As-Of-Out.
		Move Window-Days to Window-Out.
		Write Output-Rec from As-Of-Line.

		Move "Licenses expiring within the window, soonest"
			to Section-Out.
		Perform 3000-Section-Head.
		Perform 3100-Expiring-Detail
			varying License-Index from 1 by 1
			until License-Index > License-Count.

		Move "Licenses already expired - commissions held"
			to Section-Out.
		Perform 3000-Section-Head.
		Perform 3200-Lapsed-Detail
			varying License-Index from 1 by 1
			until License-Index > License-Count.

		Move "Active agents with no license on file"
			to Section-Out.
		Perform 3000-Section-Head.
		Perform 3300-No-License-Detail
			varying License-Index from 1 by 1
			until License-Index > License-Count.

		Move spaces to Output-Rec.
		Write Output-Rec.

		Move "Licenses expiring within the window:" to
			Note-Label-Out.
		Move Expiring-Count to Note-Count-Out.
		Write Output-Rec from Note-Line.

		Move "Licenses already expired:" to Note-Label-Out.
		Move Lapsed-Count to Note-Count-Out.
		Write Output-Rec from Note-Line.

		Move "Active agents with no license on file:" to
			Note-Label-Out.
		Move No-License-Count to Note-Count-Out.
		Write Output-Rec from Note-Line.

		If Overflow-Count > 0
			Move "Agents past the table - not listed:" to
				Note-Label-Out
			Move Overflow-Count to Note-Count-Out
			Write Output-Rec from Note-Line
		End-if.

		Move spaces to Output-Rec.
		Write Output-Rec.
		Write Output-Rec from Report-Footer.

		Compute Listed-Count = Expiring-Count + Lapsed-Count +
			No-License-Count.

		Perform 1900-Write-Run-Log.

		Close Output-File Run-Control-File.

      * appends one line to runcontrol.log recording when this run
      * happened and how many agents it listed
	1900-Write-Run-Log.

		Move function current-date to Current-Date-Time.

		String CDT-Month "/" CDT-Day "/" CDT-Year
			Delimited by size into RCL-Date
		End-string.

		String CDT-Hour ":" CDT-Minute ":" CDT-Second
			Delimited by size into RCL-Time
		End-string.

		Move Read-Count to RCL-Input-Out.
		Move Listed-Count to RCL-Output-Out.
		Move Overflow-Count to RCL-Error-Out.

		Write Run-Control-Rec from Run-Control-Line.

	3000-Section-Head.

		Move spaces to Output-Rec.
		Write Output-Rec.
		Write Output-Rec from Section-Line.
		Write Output-Rec from Column-Header.

	3100-Expiring-Detail.

		If LX-Expire(License-Index) not = zero
		   and LX-Days(License-Index) not < zero
			Add 1 to Expiring-Count
			Perform 3900-Write-License
		End-if.

	3200-Lapsed-Detail.

		If LX-Expire(License-Index) not = zero
		   and LX-Days(License-Index) < zero
			Add 1 to Lapsed-Count
			Perform 3900-Write-License
		End-if.

	3300-No-License-Detail.

		If LX-Expire(License-Index) = zero
			Add 1 to No-License-Count
			Perform 3900-Write-License
		End-if.

      * no-op body; the search for the agent's name happens entirely
      * in the Perform ... Varying's Until condition
	3910-Classify-Name.

		Continue.

      * one agent's line, named off company.dat when on it
	3900-Write-License.

		Move LX-SSN(License-Index) to Lic-SSN-Out.

		Perform 3910-Classify-Name
			varying Employee-Index from 1 by 1
			until Employee-Index > Employee-Count
			or Emp-SSN(Employee-Index) =
			   LX-SSN(License-Index).

		If Employee-Index > Employee-Count
			Move "(not on" to Lic-Last-Out
			Move "company.dat)" to Lic-First-Out
		Else
			Move Emp-Last-Name(Employee-Index) to
				Lic-Last-Out
			Move Emp-First-Name(Employee-Index) to
				Lic-First-Out
		End-if.

		Move LX-Lic-Num(License-Index) to Lic-Num-Out.
		Move LX-Lic-Type(License-Index) to Lic-Type-Out.
		Move LX-Expire(License-Index) to Lic-Expire-Out.

		If LX-Expire(License-Index) = zero
			Move zero to Lic-Days-Out
		Else
			Move LX-Days(License-Index) to Lic-Days-Out
		End-if.

		Write Output-Rec from License-Line.
