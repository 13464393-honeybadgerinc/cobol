      * what kind of day it is - 0 business, 1 holiday, 2 not a
      * processing day (weekend), 3 calendar not loaded for the
      * date's month, which is its own alarm before it becomes a
      * silent skipped year; calendar.dat also carries the payroll
      * schedule as type P lines - the scheduled pay date, then in
      * the note the pay period's end date yyyymmdd and the pay
      * frequency (W weekly, B biweekly, S semimonthly, M monthly) -
      * and a pay date that falls on a holiday or a weekend is paid
      * on the business day before it; on the day a period is to be
      * paid PAYROLL is flagged with the period end, which
      * dailyrun.sh hands to payroll.sh, unless payhist.dat already
      * has that period, which flags PAIDALREADY instead; a pay date
      * in the last 31 days whose period payhist.dat does not show
      * flags MISSEDPAY, and a P line with a bad period end or
      * frequency flags PAYBADLINE, each for the driver's alarm

        Environment Division.

                Select Flags-File
                       assign to "calflags.dat"
                       organization is line sequential.
                Select Optional Pay-History-File
                       assign to "payhist.dat"
                       organization is line sequential.

        Data Division.

		02 CAL-Type		Pic x(1).
		88 business-day value "B".
		88 holiday-day value "H".
		88 pay-entry value "P".
		02 Filler		Pic x(1).
		02 CAL-Note		Pic x(30).
      * a P line's note: the period end, the frequency, and the
      * rest free text
		02 CAL-Pay-Note redefines CAL-Note.
		   03 CAL-Period-End	Pic x(8).
		   03 Filler		Pic x(1).
		   03 CAL-Frequency	Pic x(1).
		   88 valid-frequency value "W" "B" "S" "M".
		   03 Filler		Pic x(20).

      * a pay flag carries the period, the frequency and the day it
      * is paid after the flag word, so the record is wider than the
      * day flags need
	FD	Flags-File.
	01	Flags-Rec		Pic x(31).

      * the pay run's history; only the period, and whether it was
      * a regular period's check or an off-cycle one, is needed here
	FD	Pay-History-File.
	01	Pay-History-Rec.
		02 PH-Period		Pic 9(8).
		02 Filler		Pic x(113).
		02 PH-Run-Type		Pic x(1).

	Working-Storage Section.


	01	Week-Day-Num		Pic 9(1) value zero.

      * every business day on the calendar, for moving a pay date
      * off a holiday or weekend
	01	Bday-Count		Pic 9(4) value zero.

	01	Bday-Max		Pic 9(4) value 4000.

	01	Bday-Index		Pic 9(4) value zero.

	01	Bday-Table.
		02 Bday-Date occurs 1 to 4000 times
			depending on Bday-Count	Pic 9(8).

      * the P lines: scheduled pay date, period end, frequency
	01	Pay-Count		Pic 9(4) value zero.

	01	Pay-Max			Pic 9(4) value 500.

	01	Pay-Index		Pic 9(4) value zero.

	01	Pay-Table.
		02 Pay-Data occurs 1 to 500 times
			depending on Pay-Count.
			03 PT-Pay-Date		Pic 9(8).
			03 PT-Period-End	Pic 9(8).
			03 PT-Frequency		Pic x(1).

      * the distinct periods payhist.dat shows as paid
	01	Paid-Count		Pic 9(4) value zero.

	01	Paid-Max		Pic 9(4) value 2000.

	01	Paid-Index		Pic 9(4) value zero.

	01	Paid-Table.
		02 Paid-Period occurs 1 to 2000 times
			depending on Paid-Count	Pic 9(8).

	01	History-Eof		Pic x(3) value "no".
		88 history-end value "yes".

	01	Period-Paid-Flag	Pic x(3) value "no".
		88 period-paid value "yes".

      * a pay date moves back at most this many days to find a
      * business day; a longer run of closed days means the
      * calendar is not loaded that far
	01	Max-Move-Days		Pic 9(2) value 10.

      * how far back a passed pay date is still looked for on
      * payhist.dat
	01	Missed-Window-Days	Pic 9(2) value 31.

	01	Check-Day		Pic 9(8) value zero.

	01	Pay-Day			Pic 9(8) value zero.

	01	Effective-Pay-Date	Pic 9(8) value zero.

	01	Effective-Day		Pic 9(8) value zero.

	01	Bday-Day		Pic 9(8) value zero.

	01	Pay-Flag-Line.
		02 PF-Word		Pic x(11).
		02 Filler		Pic x(1) value spaces.
		02 PF-Period-End	Pic 9(8).
		02 Filler		Pic x(1) value spaces.
		02 PF-Frequency		Pic x(1).
		02 Filler		Pic x(1) value spaces.
		02 PF-Pay-Date		Pic 9(8).

	01	Current-Date-Time.
		02 CDT-Year		Pic 9(4).
		02 CDT-Month		Pic 9(2).
		End-if.

		Compute Check-Month = Check-Date / 100.
		Compute Check-Day =
			Function Integer-of-date(Check-Date).

		Open Input Pay-History-File.
		Perform 1100-Read-History until history-end.
		Close Pay-History-File.

		Open Input Calendar-File.
		Open Output Flags-File.
      * the same month
	1200-Main-Loop.

		If pay-entry
			Perform 1250-Keep-Pay-Entry
		Else
			Perform 1220-Classify-Day
		End-if.

		Read Calendar-File at end move "yes" to Eof-Flag.

      * a day line (B or H)
	1220-Classify-Day.

		Compute Rec-Month = CAL-Date / 100.

		If Rec-Month = Check-Month
			Move "yes" to Earlier-Bday-Flag
		End-if.

		If business-day
			If Bday-Count < Bday-Max
				Add 1 to Bday-Count
				Move CAL-Date to Bday-Date(Bday-Count)
			End-if
		End-if.

      * a pay line; one whose period end is not a real date on or
      * before the pay date, or whose frequency is not W/B/S/M, is
      * flagged and not scheduled
	1250-Keep-Pay-Entry.

		If CAL-Period-End not numeric
		   or not valid-frequency
			Perform 1260-Flag-Bad-Pay-Line
		Else
			If CAL-Period-End > CAL-Date
			   or CAL-Period-End(5:2) < "01"
			   or CAL-Period-End(5:2) > "12"
			   or CAL-Period-End(7:2) < "01"
			   or CAL-Period-End(7:2) > "31"
				Perform 1260-Flag-Bad-Pay-Line
			Else
				If Pay-Count < Pay-Max
					Add 1 to Pay-Count
					Move CAL-Date to
						PT-Pay-Date(Pay-Count)
					Move CAL-Period-End to
						PT-Period-End(Pay-Count)
					Move CAL-Frequency to
						PT-Frequency(Pay-Count)
				End-if
			End-if
		End-if.

	1260-Flag-Bad-Pay-Line.

		Move "PAYBADLINE" to PF-Word.
		Move zero to PF-Period-End.
		Move CAL-Frequency to PF-Frequency.
		Move CAL-Date to PF-Pay-Date.
		Write Flags-Rec from Pay-Flag-Line.
		Display "Pay line for " CAL-Date " has a bad".
		Display "period end or frequency.".

      * one payhist line; the file is appended a run at a time, so
      * a period only needs looking up when it changes; an off-cycle
      * check is dated on its pay day and pays no period, so it
      * never marks one paid; nor does a final-pay check, dated on
      * the termination day
	1100-Read-History.

		Read Pay-History-File at end move "yes" to History-Eof.

		If not history-end and PH-Run-Type not = "O"
		   and PH-Run-Type not = "F"
			If Paid-Count = zero
			   or PH-Period not = Paid-Period(Paid-Count)
				Perform 2310-Classify-Paid
				    varying Paid-Index from 1 by 1
				    until Paid-Index > Paid-Count
				    or Paid-Period(Paid-Index) =
				    PH-Period
				If Paid-Index > Paid-Count
				   and Paid-Count < Paid-Max
					Add 1 to Paid-Count
					Move PH-Period to
						Paid-Period(Paid-Count)
				End-if
			End-if
		End-if.

	1300-Finish.


		End-evaluate.

		If month-on-calendar
			Perform 2200-Check-Pay-Entry
				varying Pay-Index from 1 by 1
				until Pay-Index > Pay-Count
		End-if.

		Close Flags-File.

      * a business day always flags BUSINESS; Friday adds WEEKLY and
		End-if.

		Display Check-Date " is a business day.".

      * one scheduled pay date, moved back to the business day on or
      * before it: paid today raises PAYROLL (or PAIDALREADY when
      * payhist.dat has the period); passed within the window with
      * the period not on payhist.dat raises MISSEDPAY
	2200-Check-Pay-Entry.

		Move zero to Effective-Pay-Date.
		Compute Pay-Day = Function
			Integer-of-date(PT-Pay-Date(Pay-Index)).
		Perform 2250-Find-Business-Day
			varying Bday-Index from 1 by 1
			until Bday-Index > Bday-Count.

		Move "no" to Period-Paid-Flag.
		Perform 2310-Classify-Paid
			varying Paid-Index from 1 by 1
			until Paid-Index > Paid-Count
			or Paid-Period(Paid-Index) =
			PT-Period-End(Pay-Index).
		If Paid-Index not > Paid-Count
			Move "yes" to Period-Paid-Flag
		End-if.

		Move PT-Period-End(Pay-Index) to PF-Period-End.
		Move PT-Frequency(Pay-Index) to PF-Frequency.
		Move Effective-Pay-Date to PF-Pay-Date.

		Move zero to Effective-Day.
		If Effective-Pay-Date not = zero
			Compute Effective-Day = Function
				Integer-of-date(Effective-Pay-Date)
		End-if.

		Evaluate true

			when Effective-Pay-Date = zero
				Continue

			when Effective-Pay-Date = Check-Date
			 and period-paid
				Move "PAIDALREADY" to PF-Word
				Write Flags-Rec from Pay-Flag-Line
				Display "Period " PF-Period-End
					" is already on payhist.dat."

			when Effective-Pay-Date = Check-Date
				Move "PAYROLL" to PF-Word
				Write Flags-Rec from Pay-Flag-Line
				Display "Payroll day for period "
					PF-Period-End "."

			when Effective-Pay-Date < Check-Date
			 and not period-paid
			 and Effective-Day + Missed-Window-Days
			     not < Check-Day
				Move "MISSEDPAY" to PF-Word
				Write Flags-Rec from Pay-Flag-Line
				Display "Period " PF-Period-End
					" was due " PF-Pay-Date
					" and is not paid."

			when other
				Continue

		End-evaluate.

      * the latest business day on or before the scheduled pay date,
      * no more than Max-Move-Days back
	2250-Find-Business-Day.

		If Bday-Date(Bday-Index) not > PT-Pay-Date(Pay-Index)
		   and Bday-Date(Bday-Index) > Effective-Pay-Date
			Compute Bday-Day = Function
				Integer-of-date(Bday-Date(Bday-Index))
			If Bday-Day + Max-Move-Days not < Pay-Day
				Move Bday-Date(Bday-Index) to
					Effective-Pay-Date
			End-if
		End-if.

      * no-op body; the search for the period happens entirely in
      * the Perform ... Varying's Until condition
	2310-Classify-Paid.

		Continue.
