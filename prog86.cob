        Identification Division.
        Program-Id. prog86.
        Date-Written. 10/15/2026.
        Author. Lucas Henry.
        Date-Compiled.

      * batch window runtime trend: jobstat.dat (each chain step's
      * date, start and end times, and status, as runbatch.sh and
      * runbatch4x.sh append them) is read against runcontrol.log
      * (each program's input count per run), and for every step -
      * prog23, prog41, prog1-prog5 and the rest of runbatch.sh's
      * chain, and the prog4/prog5 partition legs runbatch4x.sh runs
      * (prog4p1 and so on) - the report shows the runs, average
      * elapsed seconds, records, and records per minute over the
      * last 30 and 90 days, and fits elapsed time against input
      * volume (seconds per thousand records plus a fixed cost); a
      * step with no count of its own (prog23) is measured against
      * the day's extract volume, prog41's input count; the whole
      * chain is then fitted the same way - the night's span from
      * first start to last end against the extract volume, and the
      * volume against the calendar - to project the date the chain
      * will run past the morning window at the current growth rate;
      * any step whose latest night ran well above its own 90-day
      * norm (more than two standard deviations and a quarter over
      * its average) is flagged, with a nonzero return code so the
      * driver logs it for the next day's look

        Environment Division.

        Input-Output Section.
        File-Control.

                Select Jobstat-File
                       assign to "jobstat.dat"
                       organization is line sequential.
		Select Run-Control-File
			assign to "runcontrol.log"
			organization is line sequential.
                Select Output-File
                       assign to "prog86out.dat"
                       organization is line sequential.

        Data Division.

        File Section.
      * one line per step run: step, mm/dd/yyyy, start hh:mm:ss, end
      * hh:mm:ss, and COMPLETE or ABENDED-RCn, space separated
	FD	Jobstat-File.
	01	Jobstat-Rec		Pic x(80).

      * one line per program run, as every program in the chain
      * appends it: program name, date, time, and the input/output/
      * error counts
	FD	Run-Control-File.
	01	Run-Control-Rec.
		02 RC-Program		Pic x(8).
		02 Filler		Pic x(2).
		02 RC-Date		Pic x(10).
		02 Filler		Pic x(2).
		02 RC-Time		Pic x(8).
		02 Filler		Pic x(2).
		02 RC-Input		Pic x(6).
		02 Filler		Pic x(2).
		02 RC-Output		Pic x(6).
		02 Filler		Pic x(2).
		02 RC-Error		Pic x(6).

	FD	Output-File.
	01	Output-Rec		Pic x(132).

	Working-Storage Section.

      * the night the report is as of, yyyymmdd; blank is today
	01	As-Of-Param		Pic x(8) value spaces.

	01	As-Of-Date		Pic 9(8) value zero.

	01	As-Of-Day		Pic 9(7) value zero.

      * the morning deadline the chain must finish by, hhmm; blank
      * is 0700, when the business day starts reading the reports
	01	Deadline-Param		Pic x(4) value spaces.

	01	Deadline-Time		Pic 9(4) value 0700.

	01	Deadline-Parts redefines Deadline-Time.
		02 Deadline-Hour	Pic 9(2).
		02 Deadline-Minute	Pic 9(2).

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

	01	Count-Eof		Pic x(3) value "no".
		88 count-end value "yes".

      * one jobstat.dat line broken into its fields
	01	JS-Step			Pic x(10) value spaces.

	01	JS-Date			Pic x(10) value spaces.

	01	JS-Start		Pic x(8) value spaces.

	01	JS-End			Pic x(8) value spaces.

	01	JS-Status		Pic x(15) value spaces.

	01	Work-Date		Pic 9(8) value zero.

	01	Work-Date-Parts redefines Work-Date.
		02 WD-Year		Pic 9(4).
		02 WD-Month		Pic 9(2).
		02 WD-Day		Pic 9(2).

	01	Work-Day		Pic 9(7) value zero.

	01	Work-Program		Pic x(8) value spaces.

	01	Time-Text		Pic x(8) value spaces.

	01	Time-Seconds		Pic 9(5) value zero.

	01	Start-Seconds		Pic 9(5) value zero.

	01	End-Seconds		Pic 9(5) value zero.

	01	Lower-Case		Pic x(26) value
		"abcdefghijklmnopqrstuvwxyz".

	01	Upper-Case		Pic x(26) value
		"ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      * runcontrol.log input counts for the last 90 days; a program
      * run twice on one day keeps the later count
	01	Count-Count		Pic 9(4) value zero.

	01	Count-Max		Pic 9(4) value 4000.

	01	Count-Index		Pic 9(4) value zero.

	01	Count-Table.
		02 Count-Data occurs 1 to 4000 times
			depending on Count-Count.
			03 CL-Program		Pic x(8).
			03 CL-Day		Pic 9(7).
			03 CL-Input		Pic 9(7).

      * one entry per step, in the order the chain first ran them
	01	Step-Count		Pic 9(3) value zero.

	01	Step-Max		Pic 9(3) value 60.

	01	Step-Index		Pic 9(3) value zero.

	01	Step-Table.
		02 Step-Data occurs 1 to 60 times
			depending on Step-Count.
			03 ST-Step		Pic x(10).
			03 ST-Program		Pic x(8).
			03 ST-Runs-30		Pic 9(5).
			03 ST-Elapsed-30	Pic 9(9).
			03 ST-Records-30	Pic 9(11).
			03 ST-Runs-90		Pic 9(5).
			03 ST-Abends-90		Pic 9(5).
			03 ST-Elapsed-90	Pic 9(9).
			03 ST-Records-90	Pic 9(11).
			03 ST-Sum-EE		Pic 9(15).
			03 ST-Sum-RR		Pic 9(17).
			03 ST-Sum-ER		Pic 9(16).
			03 ST-Last-Day		Pic 9(7).
			03 ST-Last-Elapsed	Pic 9(5).
			03 ST-Last-Records	Pic 9(7).

      * the step runs of the last 90 days, in jobstat.dat order
	01	Run-Count		Pic 9(4) value zero.

	01	Run-Max			Pic 9(4) value 4000.

	01	Run-Index		Pic 9(4) value zero.

	01	Run-Table.
		02 Run-Data occurs 1 to 4000 times
			depending on Run-Count.
			03 RN-Step-Index	Pic 9(3).
			03 RN-Day		Pic 9(7).
			03 RN-Start		Pic 9(5).
			03 RN-Elapsed		Pic 9(5).
			03 RN-Status		Pic x(1).
			03 RN-Records		Pic 9(7).

      * one entry per night: when the chain started, how long it
      * ran from first start to last end, and the extract volume
	01	Night-Count		Pic 9(3) value zero.

	01	Night-Max		Pic 9(3) value 120.

	01	Night-Index		Pic 9(3) value zero.

	01	Night-Table.
		02 Night-Data occurs 1 to 120 times
			depending on Night-Count.
			03 NT-Day		Pic 9(7).
			03 NT-First-Start	Pic 9(5).
			03 NT-Span		Pic 9(5).
			03 NT-Volume		Pic 9(7).

	01	Latest-Night		Pic 9(7) value zero.

	01	Offset-Seconds		Pic s9(6) value zero.

      * least-squares fit of y on x over n points
	01	Fit-N			Pic 9(5) value zero.

	01	Fit-Sum-X		Pic s9(13) value zero.

	01	Fit-Sum-Y		Pic s9(13) value zero.

	01	Fit-Sum-XX		Pic s9(17) value zero.

	01	Fit-Sum-XY		Pic s9(17) value zero.

	01	Fit-Denominator		Pic s9(18) value zero.

	01	Fit-Slope		Pic s9(9)v9(6) value zero.

	01	Fit-Intercept		Pic s9(11)v9(4) value zero.

	01	Fit-Flag		Pic x(3) value "no".
		88 fit-ok value "yes".

	01	Mean-Elapsed		Pic 9(7)v99 value zero.

	01	Square-Work		Pic s9(15)v99 value zero.

	01	Runs-Less-One		Pic 9(5) value zero.

	01	Variance		Pic s9(13)v99 value zero.

	01	Std-Dev			Pic 9(7)v99 value zero.

	01	Norm-Limit		Pic 9(7)v99 value zero.

	01	Norm-Expected		Pic s9(7)v99 value zero.

	01	Norm-Spread		Pic 9(7)v99 value zero.

	01	Rate-Work		Pic 9(9) value zero.

	01	Average-Work		Pic 9(9) value zero.

	01	Flagged-Count		Pic 9(3) value zero.

	01	Read-Count		Pic 9(6) value zero.

      * the chain projection
	01	Start-Sum-30		Pic 9(9) value zero.

	01	Span-Sum-30		Pic 9(9) value zero.

	01	Nights-30		Pic 9(3) value zero.

	01	Average-Start		Pic 9(5) value zero.

	01	Average-Span		Pic 9(5) value zero.

	01	Deadline-Seconds	Pic 9(6) value zero.

	01	Available-Seconds	Pic s9(6) value zero.

	01	Chain-Slope		Pic s9(9)v9(6) value zero.

	01	Chain-Intercept		Pic s9(11)v9(4) value zero.

	01	Chain-Fit-Flag		Pic x(3) value "no".
		88 chain-fit-ok value "yes".

	01	Volume-Now		Pic s9(9)v99 value zero.

	01	Volume-Growth		Pic s9(7)v9(4) value zero.

	01	Span-Now		Pic s9(7)v99 value zero.

	01	Span-Growth		Pic s9(5)v9(6) value zero.

	01	Days-Left		Pic 9(7) value zero.

	01	Overrun-Date		Pic 9(8) value zero.

	01	Overrun-Date-Out	Pic 9999/99/99.

	01	Hh-Mm-Out.
		02 HM-Hour-Out		Pic 99.
		02 Filler		Pic x(1) value ":".
		02 HM-Minute-Out	Pic 99.

	01	Minutes-Image		Pic ZZ,ZZ9.

	01	Report-Header.
		02 Filler		Pic x(40) value spaces.
		02 Filler		Pic x(52) value
		    "Batch Window Runtime Trend and Overrun Forecast".
		02 Filler		Pic x(40) value spaces.

	01	As-Of-Line.
		02 Filler		Pic x(7) value "As of: ".
		02 As-Of-Out		Pic 9999/99/99.
		02 Filler		Pic x(6) value spaces.
		02 Filler		Pic x(17) value
		    "Window ends at:  ".
		02 Deadline-Out		Pic x(5).
		02 Filler		Pic x(87) value spaces.

	01	Column-Header-1.
		02 Filler		Pic x(11) value spaces.
		02 Filler		Pic x(33) value
		    "------- last 30 days ------".
		02 Filler		Pic x(46) value
		    "-------------- last 90 days --------------".
		02 Filler		Pic x(18) value
		    "-- time fitted on".
		02 Filler		Pic x(24) value
		    " records --".

	01	Column-Header-2.
		02 Filler		Pic x(11) value "Step".
		02 Filler		Pic x(4) value "Run".
		02 Filler		Pic x(7) value "  Secs".
		02 Filler		Pic x(10) value "  Records".
		02 Filler		Pic x(11) value "  Recs/Min".
		02 Filler		Pic x(4) value "Run".
		02 Filler		Pic x(7) value "  Secs".
		02 Filler		Pic x(7) value "  S.D.".
		02 Filler		Pic x(10) value "  Records".
		02 Filler		Pic x(11) value "  Recs/Min".
		02 Filler		Pic x(11) value " Secs/1000".
		02 Filler		Pic x(9) value "   Fixed".
		02 Filler		Pic x(7) value "  Last".
		02 Filler		Pic x(4) value "Abd".
		02 Filler		Pic x(19) value "  Flag".

	01	Step-Line.
		02 SL-Step-Out		Pic x(10).
		02 Filler		Pic x(1) value spaces.
		02 SL-Runs-30-Out	Pic ZZ9.
		02 Filler		Pic x(1) value spaces.
		02 SL-Secs-30-Out	Pic ZZ,ZZ9.
		02 Filler		Pic x(1) value spaces.
		02 SL-Recs-30-Out	Pic Z,ZZZ,ZZ9.
		02 Filler		Pic x(2) value spaces.
		02 SL-Rate-30-Out	Pic Z,ZZZ,ZZ9.
		02 Filler		Pic x(1) value spaces.
		02 SL-Runs-90-Out	Pic ZZ9.
		02 Filler		Pic x(1) value spaces.
		02 SL-Secs-90-Out	Pic ZZ,ZZ9.
		02 Filler		Pic x(1) value spaces.
		02 SL-SD-90-Out		Pic ZZ,ZZ9.
		02 Filler		Pic x(1) value spaces.
		02 SL-Recs-90-Out	Pic Z,ZZZ,ZZ9.
		02 Filler		Pic x(2) value spaces.
		02 SL-Rate-90-Out	Pic Z,ZZZ,ZZ9.
		02 Filler		Pic x(1) value spaces.
		02 SL-Slope-Out		Pic x(10).
		02 Filler		Pic x(1) value spaces.
		02 SL-Fixed-Out		Pic x(8).
		02 Filler		Pic x(1) value spaces.
		02 SL-Last-Out		Pic ZZ,ZZ9.
		02 Filler		Pic x(1) value spaces.
		02 SL-Abends-Out	Pic ZZ9.
		02 Filler		Pic x(2) value spaces.
		02 SL-Flag-Out		Pic x(18).

	01	Slope-Image		Pic ZZZ,ZZ9.99-.

	01	Fixed-Image		Pic ZZZ,ZZ9-.

	01	Section-Line.
		02 Section-Out		Pic x(60).
		02 Filler		Pic x(72) value spaces.

	01	Chain-Line.
		02 CL-Label-Out		Pic x(48).
		02 CL-Value-Out		Pic x(30).
		02 Filler		Pic x(54) value spaces.

	01	Note-Line.
		02 Note-Label-Out	Pic x(48).
		02 Note-Count-Out	Pic ZZZ,ZZ9.
		02 Filler		Pic x(77) value spaces.

      * input the jobstat.dat lines read, output the step runs
      * inside the 90 days, errors the steps flagged above norm
	01	Run-Control-Line.
		02 RCL-Program		Pic x(8) value "PROG86".
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

      * Executes 'Init', 'Main-Loop', and 'Finish', in that order
	0000-Main-Logic.
		Perform 1000-Init.
		Perform 1200-Main-Loop until end-reached.
		Perform 1300-Finish.
		Stop Run.

      * settles the as-of night and the deadline, loads the last 90
      * days of runcontrol.log counts, and opens jobstat.dat
	1000-Init.

		Accept As-Of-Param from Sysin.
		If As-Of-Param numeric
			Move As-Of-Param to As-Of-Date
		Else
			Move function current-date to Current-Date-Time
			Compute As-Of-Date = CDT-Year * 10000 +
				CDT-Month * 100 + CDT-Day
		End-if.

		Compute As-Of-Day =
			Function Integer-Of-Date(As-Of-Date).

		Accept Deadline-Param from Sysin.
		If Deadline-Param numeric
			Move Deadline-Param to Deadline-Time
		End-if.

		If Deadline-Hour > 23 or Deadline-Minute > 59
			Move 0700 to Deadline-Time
		End-if.

		Open Input Run-Control-File.
		Perform 1100-Read-Count until count-end.
		Close Run-Control-File.

		Open Input Jobstat-File.
		Open Output Output-File.

		Write Output-Rec from Report-Header.
		Move spaces to Output-Rec.
		Write Output-Rec.
		Move As-Of-Date to As-Of-Out.
		Move Deadline-Hour to HM-Hour-Out.
		Move Deadline-Minute to HM-Minute-Out.
		Move Hh-Mm-Out to Deadline-Out.
		Write Output-Rec from As-Of-Line.

		Read Jobstat-File at end move "yes" to Eof-Flag.

      * keeps one runcontrol.log line's input count when it falls
      * inside the 90 days
	1100-Read-Count.

		Read Run-Control-File at end move "yes" to Count-Eof
		End-read.

		If not count-end
			Move RC-Date to JS-Date
			Perform 2000-Convert-Date
			If Work-Day > zero
			   and Work-Day not > As-Of-Day
			   and Work-Day > As-Of-Day - 90
				Move RC-Program to Work-Program
				Perform 1110-Store-Count
			End-if
		End-if.

	1110-Store-Count.

		Perform 1120-Classify-Count
			varying Count-Index from 1 by 1
			until Count-Index > Count-Count
			or (CL-Program(Count-Index) = Work-Program
			and CL-Day(Count-Index) = Work-Day).

		If Count-Index > Count-Count
			If Count-Count < Count-Max
				Add 1 to Count-Count
				Move Count-Count to Count-Index
			Else
				Move zero to Count-Index
			End-if
		End-if.

		If Count-Index > zero
			Move Work-Program to CL-Program(Count-Index)
			Move Work-Day to CL-Day(Count-Index)
			Compute CL-Input(Count-Index) =
				Function Numval(RC-Input)
		End-if.

	1120-Classify-Count.

		Continue.

      * one jobstat.dat line inside the 90 days becomes a run of its
      * step; a run that crossed midnight is carried into the next
      * day's clock
	1200-Main-Loop.

		Move spaces to JS-Step JS-Date JS-Start JS-End
			JS-Status.
		Unstring Jobstat-Rec delimited by all spaces
			into JS-Step JS-Date JS-Start JS-End JS-Status
		End-unstring.

		Add 1 to Read-Count.
		Perform 2000-Convert-Date.

		If Work-Day > zero and Work-Day not > As-Of-Day
		   and Work-Day > As-Of-Day - 90
			Move JS-Start to Time-Text
			Perform 2010-Convert-Time
			Move Time-Seconds to Start-Seconds
			Move JS-End to Time-Text
			Perform 2010-Convert-Time
			Move Time-Seconds to End-Seconds
			Perform 2100-Store-Run
		End-if.

		Read Jobstat-File at end move "yes" to Eof-Flag.

      * mm/dd/yyyy to a day number; zero when the date is not one
	2000-Convert-Date.

		Move zero to Work-Day.

		If JS-Date(1:2) numeric and JS-Date(4:2) numeric
		   and JS-Date(7:4) numeric
			Move JS-Date(7:4) to WD-Year
			Move JS-Date(1:2) to WD-Month
			Move JS-Date(4:2) to WD-Day
			If WD-Year > 1600 and WD-Month > zero
			   and WD-Month < 13 and WD-Day > zero
			   and WD-Day < 32
				Compute Work-Day =
				    Function Integer-Of-Date(Work-Date)
			End-if
		End-if.

      * hh:mm:ss to seconds past midnight
	2010-Convert-Time.

		Move zero to Time-Seconds.

		If Time-Text(1:2) numeric and Time-Text(4:2) numeric
		   and Time-Text(7:2) numeric
			Compute Time-Seconds =
				Function Numval(Time-Text(1:2)) * 3600 +
				Function Numval(Time-Text(4:2)) * 60 +
				Function Numval(Time-Text(7:2))
		End-if.

	2100-Store-Run.

		Move JS-Step to ST-Step(Step-Max).
		Perform 2110-Classify-Step
			varying Step-Index from 1 by 1
			until Step-Index > Step-Count
			or ST-Step(Step-Index) = JS-Step.

		If Step-Index > Step-Count and Step-Count < Step-Max
			Add 1 to Step-Count
			Move Step-Count to Step-Index
			Initialize Step-Data(Step-Index)
			Move JS-Step to ST-Step(Step-Index)
			Move JS-Step to ST-Program(Step-Index)
			Inspect ST-Program(Step-Index)
				converting Lower-Case to Upper-Case
		End-if.

		If Step-Index not > Step-Count
		   and Run-Count < Run-Max
			Add 1 to Run-Count
			Move Step-Index to RN-Step-Index(Run-Count)
			Move Work-Day to RN-Day(Run-Count)
			Move Start-Seconds to RN-Start(Run-Count)
			If End-Seconds < Start-Seconds
				Compute RN-Elapsed(Run-Count) =
					End-Seconds + 86400 -
					Start-Seconds
			Else
				Compute RN-Elapsed(Run-Count) =
					End-Seconds - Start-Seconds
			End-if
			If JS-Status = "COMPLETE"
				Move "C" to RN-Status(Run-Count)
			Else
				Move "A" to RN-Status(Run-Count)
			End-if
			Move zero to RN-Records(Run-Count)
		End-if.

	2110-Classify-Step.

		Continue.

      * the counts put to each run, the steps and nights summed,
      * then the step table, the chain projection, and the counts
	1300-Finish.

		Close Jobstat-File.

		Perform 2200-Resolve-Run
			varying Run-Index from 1 by 1
			until Run-Index > Run-Count.

		Perform 2300-Add-Night
			varying Run-Index from 1 by 1
			until Run-Index > Run-Count.

		Perform 2400-Add-Step-Run
			varying Run-Index from 1 by 1
			until Run-Index > Run-Count.

		Move spaces to Output-Rec.
		Write Output-Rec.
		Move "Steps" to Section-Out.
		Write Output-Rec from Section-Line.
		Move spaces to Output-Rec.
		Write Output-Rec.
		Write Output-Rec from Column-Header-1.
		Write Output-Rec from Column-Header-2.
		Move spaces to Output-Rec.
		Write Output-Rec.

		Perform 3000-Step-Line
			varying Step-Index from 1 by 1
			until Step-Index > Step-Count.

		Perform 3100-Chain-Projection.

		Move spaces to Output-Rec.
		Write Output-Rec.
		Move "Step runs read in the last 90 days:" to
			Note-Label-Out.
		Move Run-Count to Note-Count-Out.
		Write Output-Rec from Note-Line.
		Move "Steps flagged above their norm last night:" to
			Note-Label-Out.
		Move Flagged-Count to Note-Count-Out.
		Write Output-Rec from Note-Line.

		If Run-Count = Run-Max or Step-Count = Step-Max
		   or Count-Count = Count-Max
			Move "Tables full - not all history read:"
				to Note-Label-Out
			Move Run-Count to Note-Count-Out
			Write Output-Rec from Note-Line
		End-if.

		Move spaces to Output-Rec.
		Write Output-Rec.
		Write Output-Rec from Report-Footer.

		Close Output-File.

		Open Extend Run-Control-File.
		Perform 1900-Write-Run-Log.
		Close Run-Control-File.

		If Flagged-Count > zero
			Move 4 to Return-Code
		End-if.

      * appends one line to runcontrol.log recording when this run
      * happened, the runs it read, and the steps it flagged
	1900-Write-Run-Log.

		Move function current-date to Current-Date-Time.

		String CDT-Month "/" CDT-Day "/" CDT-Year
			Delimited by size into RCL-Date
		End-string.

		String CDT-Hour ":" CDT-Minute ":" CDT-Second
			Delimited by size into RCL-Time
		End-string.

		Move Read-Count to RCL-Input-Out.
		Move Run-Count to RCL-Output-Out.
		Move Flagged-Count to RCL-Error-Out.

		Write Run-Control-Rec from Run-Control-Line.

      * the step's own input count that day, or the day's extract
      * volume off prog41 when the step logs none of its own
	2200-Resolve-Run.

		Move ST-Program(RN-Step-Index(Run-Index)) to
			Work-Program.
		Move RN-Day(Run-Index) to Work-Day.
		Perform 2210-Find-Count.

		If Count-Index > Count-Count
			Move "PROG41" to Work-Program
			Perform 2210-Find-Count
		End-if.

		If Count-Index not > Count-Count
			Move CL-Input(Count-Index) to
				RN-Records(Run-Index)
		End-if.

	2210-Find-Count.

		Perform 1120-Classify-Count
			varying Count-Index from 1 by 1
			until Count-Index > Count-Count
			or (CL-Program(Count-Index) = Work-Program
			and CL-Day(Count-Index) = Work-Day).

      * the night's span from the first step's start to the last
      * step's end, parallel legs included
	2300-Add-Night.

		Perform 2310-Classify-Night
			varying Night-Index from 1 by 1
			until Night-Index > Night-Count
			or NT-Day(Night-Index) = RN-Day(Run-Index).

		If Night-Index > Night-Count
		   and Night-Count < Night-Max
			Add 1 to Night-Count
			Move Night-Count to Night-Index
			Move RN-Day(Run-Index) to NT-Day(Night-Index)
			Move RN-Start(Run-Index) to
				NT-First-Start(Night-Index)
			Move zero to NT-Span(Night-Index)
			Move "PROG41" to Work-Program
			Move RN-Day(Run-Index) to Work-Day
			Perform 2210-Find-Count
			If Count-Index > Count-Count
				Move zero to NT-Volume(Night-Index)
			Else
				Move CL-Input(Count-Index) to
					NT-Volume(Night-Index)
			End-if
		End-if.

		If Night-Index not > Night-Count
			Compute Offset-Seconds = RN-Start(Run-Index) -
				NT-First-Start(Night-Index)
			If Offset-Seconds < zero
				Add 86400 to Offset-Seconds
			End-if
			Add RN-Elapsed(Run-Index) to Offset-Seconds
			If Offset-Seconds > NT-Span(Night-Index)
				Move Offset-Seconds to
					NT-Span(Night-Index)
			End-if
			If RN-Day(Run-Index) > Latest-Night
				Move RN-Day(Run-Index) to Latest-Night
			End-if
		End-if.

	2310-Classify-Night.

		Continue.

      * a completed run into its step's 30- and 90-day sums; an
      * abended run only counts as an abend
	2400-Add-Step-Run.

		Move RN-Step-Index(Run-Index) to Step-Index.

		If RN-Status(Run-Index) = "A"
			Add 1 to ST-Abends-90(Step-Index)
		Else
			Add 1 to ST-Runs-90(Step-Index)
			Add RN-Elapsed(Run-Index) to
				ST-Elapsed-90(Step-Index)
			Add RN-Records(Run-Index) to
				ST-Records-90(Step-Index)
			Compute ST-Sum-EE(Step-Index) =
				ST-Sum-EE(Step-Index) +
				RN-Elapsed(Run-Index) *
				RN-Elapsed(Run-Index)
			Compute ST-Sum-RR(Step-Index) =
				ST-Sum-RR(Step-Index) +
				RN-Records(Run-Index) *
				RN-Records(Run-Index)
			Compute ST-Sum-ER(Step-Index) =
				ST-Sum-ER(Step-Index) +
				RN-Elapsed(Run-Index) *
				RN-Records(Run-Index)
			If RN-Day(Run-Index) > As-Of-Day - 30
				Add 1 to ST-Runs-30(Step-Index)
				Add RN-Elapsed(Run-Index) to
					ST-Elapsed-30(Step-Index)
				Add RN-Records(Run-Index) to
					ST-Records-30(Step-Index)
			End-if
			If RN-Day(Run-Index) not <
			   ST-Last-Day(Step-Index)
				Move RN-Day(Run-Index) to
					ST-Last-Day(Step-Index)
				Move RN-Elapsed(Run-Index) to
					ST-Last-Elapsed(Step-Index)
				Move RN-Records(Run-Index) to
					ST-Last-Records(Step-Index)
			End-if
		End-if.

      * least squares over the fit sums: slope and intercept, or
      * not-ok when the points do not spread
	2500-Fit-Line.

		Move "no" to Fit-Flag.
		Move zero to Fit-Slope Fit-Intercept.

		Compute Fit-Denominator =
			Fit-N * Fit-Sum-XX - Fit-Sum-X * Fit-Sum-X.

		If Fit-N > 2 and Fit-Denominator > zero
			Move "yes" to Fit-Flag
			Compute Fit-Slope rounded =
				(Fit-N * Fit-Sum-XY -
				 Fit-Sum-X * Fit-Sum-Y)
				/ Fit-Denominator
			Compute Fit-Intercept rounded =
				(Fit-Sum-Y - Fit-Slope * Fit-Sum-X)
				/ Fit-N
		End-if.

      * one step's averages, its time-on-volume fit, and the flag
      * when its latest night ran well over its norm
	3000-Step-Line.

		Move spaces to Step-Line.
		Move ST-Step(Step-Index) to SL-Step-Out.
		Move ST-Runs-30(Step-Index) to SL-Runs-30-Out.
		Move ST-Runs-90(Step-Index) to SL-Runs-90-Out.
		Move ST-Abends-90(Step-Index) to SL-Abends-Out.
		Move ST-Last-Elapsed(Step-Index) to SL-Last-Out.

		Move zero to SL-Secs-30-Out SL-Recs-30-Out
			SL-Rate-30-Out.
		If ST-Runs-30(Step-Index) > zero
			Compute Average-Work rounded =
				ST-Elapsed-30(Step-Index) /
				ST-Runs-30(Step-Index)
			Move Average-Work to SL-Secs-30-Out
			Compute Average-Work rounded =
				ST-Records-30(Step-Index) /
				ST-Runs-30(Step-Index)
			Move Average-Work to SL-Recs-30-Out
		End-if.
		If ST-Elapsed-30(Step-Index) > zero
			Compute Rate-Work rounded =
				ST-Records-30(Step-Index) * 60 /
				ST-Elapsed-30(Step-Index)
			Move Rate-Work to SL-Rate-30-Out
		End-if.

		Move zero to SL-Secs-90-Out SL-Recs-90-Out
			SL-Rate-90-Out SL-SD-90-Out.
		Move zero to Mean-Elapsed Std-Dev.
		If ST-Runs-90(Step-Index) > zero
			Compute Mean-Elapsed rounded =
				ST-Elapsed-90(Step-Index) /
				ST-Runs-90(Step-Index)
			Move Mean-Elapsed to SL-Secs-90-Out
			Compute Average-Work rounded =
				ST-Records-90(Step-Index) /
				ST-Runs-90(Step-Index)
			Move Average-Work to SL-Recs-90-Out
		End-if.
		If ST-Elapsed-90(Step-Index) > zero
			Compute Rate-Work rounded =
				ST-Records-90(Step-Index) * 60 /
				ST-Elapsed-90(Step-Index)
			Move Rate-Work to SL-Rate-90-Out
		End-if.
		If ST-Runs-90(Step-Index) > 1
			Compute Square-Work rounded =
				ST-Elapsed-90(Step-Index) *
				ST-Elapsed-90(Step-Index) /
				ST-Runs-90(Step-Index)
			Compute Square-Work =
				ST-Sum-EE(Step-Index) - Square-Work
			Compute Runs-Less-One =
				ST-Runs-90(Step-Index) - 1
			Compute Variance rounded =
				Square-Work / Runs-Less-One
			If Variance > zero
				Compute Std-Dev rounded =
					Function Sqrt(Variance)
			End-if
			Move Std-Dev to SL-SD-90-Out
		End-if.

		Move ST-Runs-90(Step-Index) to Fit-N.
		Move ST-Records-90(Step-Index) to Fit-Sum-X.
		Move ST-Elapsed-90(Step-Index) to Fit-Sum-Y.
		Move ST-Sum-RR(Step-Index) to Fit-Sum-XX.
		Move ST-Sum-ER(Step-Index) to Fit-Sum-XY.
		Perform 2500-Fit-Line.

		If fit-ok
			Compute Slope-Image rounded = Fit-Slope * 1000
			Move Slope-Image to SL-Slope-Out
			Compute Fixed-Image rounded = Fit-Intercept
			Move Fixed-Image to SL-Fixed-Out
		Else
			Move "       n/a" to SL-Slope-Out
			Move "     n/a" to SL-Fixed-Out
		End-if.

		If ST-Last-Day(Step-Index) = Latest-Night
		   and ST-Runs-90(Step-Index) > 4
			Perform 3010-Check-Norm
		End-if.

		Write Output-Rec from Step-Line.

      * the step's norm for the latest night is the time its fit
      * gives for that night's volume, give or take the scatter
      * about the fit, so a night that is only slow because the
      * volume grew is not flagged; without a fit it is the plain
      * 90-day average and standard deviation
	3010-Check-Norm.

		Move Mean-Elapsed to Norm-Expected.
		Move Std-Dev to Norm-Spread.

		If fit-ok
			Compute Norm-Expected rounded = Fit-Intercept +
				Fit-Slope * ST-Last-Records(Step-Index)
			Compute Square-Work rounded =
				ST-Sum-EE(Step-Index) -
				Fit-Intercept * Fit-Sum-Y
			Compute Square-Work rounded = Square-Work -
				Fit-Slope * Fit-Sum-XY
			Compute Runs-Less-One =
				ST-Runs-90(Step-Index) - 2
			Move zero to Norm-Spread
			If Square-Work > zero
				Compute Variance rounded =
					Square-Work / Runs-Less-One
				Compute Norm-Spread rounded =
					Function Sqrt(Variance)
			End-if
		End-if.

		If Norm-Expected < zero
			Move zero to Norm-Expected
		End-if.

		Compute Norm-Limit = Norm-Expected + 2 * Norm-Spread.
		If ST-Last-Elapsed(Step-Index) > Norm-Limit
		   and ST-Last-Elapsed(Step-Index) >
			Norm-Expected * 1.25
			Move "** ABOVE NORM" to SL-Flag-Out
			Add 1 to Flagged-Count
		End-if.

      * the chain as a whole: its nightly span against the extract
      * volume, the volume against the calendar, and from the two
      * the night the span reaches the deadline
	3100-Chain-Projection.

		Move spaces to Output-Rec.
		Write Output-Rec.
		Move "Chain" to Section-Out.
		Write Output-Rec from Section-Line.
		Move spaces to Output-Rec.
		Write Output-Rec.

		Move zero to Start-Sum-30 Span-Sum-30 Nights-30.
		Perform 3110-Add-Recent-Night
			varying Night-Index from 1 by 1
			until Night-Index > Night-Count.

		Move "Nights in the last 90 days:" to CL-Label-Out.
		Move Night-Count to Minutes-Image.
		Move Minutes-Image to CL-Value-Out.
		Write Output-Rec from Chain-Line.

		If Nights-30 = zero
			Move "No chain run in the last 30 days" to
				CL-Label-Out
			Move spaces to CL-Value-Out
			Write Output-Rec from Chain-Line
		Else
			Perform 3120-Chain-Figures
		End-if.

	3110-Add-Recent-Night.

		If NT-Day(Night-Index) > As-Of-Day - 30
			Add 1 to Nights-30
			Add NT-First-Start(Night-Index) to Start-Sum-30
			Add NT-Span(Night-Index) to Span-Sum-30
		End-if.

	3120-Chain-Figures.

		Compute Average-Start rounded =
			Start-Sum-30 / Nights-30.
		Compute Average-Span rounded = Span-Sum-30 / Nights-30.

		Compute HM-Hour-Out = Average-Start / 3600.
		Compute HM-Minute-Out =
			(Average-Start - HM-Hour-Out * 3600) / 60.
		Move "Average start, last 30 nights:" to CL-Label-Out.
		Move Hh-Mm-Out to CL-Value-Out.
		Write Output-Rec from Chain-Line.

		Compute Minutes-Image rounded = Average-Span / 60.
		Move "Average span (minutes), last 30 nights:" to
			CL-Label-Out.
		Move Minutes-Image to CL-Value-Out.
		Write Output-Rec from Chain-Line.

		Compute Deadline-Seconds = Deadline-Hour * 3600 +
			Deadline-Minute * 60.
		If Deadline-Seconds not > Average-Start
			Add 86400 to Deadline-Seconds
		End-if.
		Compute Available-Seconds =
			Deadline-Seconds - Average-Start.

		Compute Minutes-Image rounded = Available-Seconds / 60.
		Move "Window from average start to deadline (min):" to
			CL-Label-Out.
		Move Minutes-Image to CL-Value-Out.
		Write Output-Rec from Chain-Line.

      * span on volume, nights with a known volume only
		Move zero to Fit-N Fit-Sum-X Fit-Sum-Y Fit-Sum-XX
			Fit-Sum-XY.
		Perform 3130-Add-Span-Point
			varying Night-Index from 1 by 1
			until Night-Index > Night-Count.
		Perform 2500-Fit-Line.
		Move Fit-Flag to Chain-Fit-Flag.
		Move Fit-Slope to Chain-Slope.
		Move Fit-Intercept to Chain-Intercept.

      * volume on the calendar, days counted back from the as-of
      * night so the intercept is tonight's trend volume
		Move zero to Fit-N Fit-Sum-X Fit-Sum-Y Fit-Sum-XX
			Fit-Sum-XY.
		Perform 3140-Add-Volume-Point
			varying Night-Index from 1 by 1
			until Night-Index > Night-Count.
		Perform 2500-Fit-Line.

		If not chain-fit-ok or not fit-ok
			Move "Too little history to project an overrun"
				to CL-Label-Out
			Move spaces to CL-Value-Out
			Write Output-Rec from Chain-Line
		Else
			Move Fit-Intercept to Volume-Now
			Move Fit-Slope to Volume-Growth
			Perform 3150-Project-Overrun
		End-if.

	3130-Add-Span-Point.

		If NT-Volume(Night-Index) > zero
			Add 1 to Fit-N
			Add NT-Volume(Night-Index) to Fit-Sum-X
			Add NT-Span(Night-Index) to Fit-Sum-Y
			Compute Fit-Sum-XX = Fit-Sum-XX +
				NT-Volume(Night-Index) *
				NT-Volume(Night-Index)
			Compute Fit-Sum-XY = Fit-Sum-XY +
				NT-Volume(Night-Index) *
				NT-Span(Night-Index)
		End-if.

	3140-Add-Volume-Point.

		If NT-Volume(Night-Index) > zero
			Compute Offset-Seconds =
				NT-Day(Night-Index) - As-Of-Day
			Add 1 to Fit-N
			Add Offset-Seconds to Fit-Sum-X
			Add NT-Volume(Night-Index) to Fit-Sum-Y
			Compute Fit-Sum-XX = Fit-Sum-XX +
				Offset-Seconds * Offset-Seconds
			Compute Fit-Sum-XY = Fit-Sum-XY +
				Offset-Seconds * NT-Volume(Night-Index)
		End-if.

      * the span at tonight's trend volume, and how many nights of
      * volume growth it takes to use up the rest of the window
	3150-Project-Overrun.

		Compute Span-Now rounded =
			Chain-Intercept + Chain-Slope * Volume-Now.
		Compute Span-Growth rounded =
			Chain-Slope * Volume-Growth.

		Compute Minutes-Image rounded = Volume-Now.
		Move "Extract volume on trend tonight (records):" to
			CL-Label-Out.
		Move Minutes-Image to CL-Value-Out.
		Write Output-Rec from Chain-Line.

		Compute Slope-Image rounded = Volume-Growth.
		Move "Volume growth (records per day):" to CL-Label-Out.
		Move Slope-Image to CL-Value-Out.
		Write Output-Rec from Chain-Line.

		Compute Slope-Image rounded = Chain-Slope * 1000.
		Move "Chain seconds per 1000 records:" to CL-Label-Out.
		Move Slope-Image to CL-Value-Out.
		Write Output-Rec from Chain-Line.

		If Span-Now < zero
			Move zero to Span-Now
		End-if.
		Compute Minutes-Image rounded = Span-Now / 60.
		Move "Fitted span at that volume (minutes):" to
			CL-Label-Out.
		Move Minutes-Image to CL-Value-Out.
		Write Output-Rec from Chain-Line.

		Move "Projected overrun of the window:" to
			CL-Label-Out.

		Evaluate true
			when Span-Now not < Available-Seconds
				Move "already past the deadline" to
					CL-Value-Out
			when Span-Growth not > zero
				Move "none - volume flat or falling" to
					CL-Value-Out
			when other
				Compute Days-Left =
					(Available-Seconds - Span-Now) /
					Span-Growth
					on size error move 9999999 to
						Days-Left
				End-compute
				If Days-Left > 3650
					Move "none within ten years" to
						CL-Value-Out
				Else
					Compute Overrun-Date =
					    Function Date-Of-Integer(
					    As-Of-Day + Days-Left)
					Move Overrun-Date to
						Overrun-Date-Out
					Move Overrun-Date-Out to
						CL-Value-Out
				End-if
		End-evaluate.

		Write Output-Rec from Chain-Line.
