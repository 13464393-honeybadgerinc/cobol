        Identification Division.
        Program-Id. prog98.
        Date-Written. 10/15/2026.
        Author. Lucas Henry.
        Date-Compiled.

      * positive-pay control report: the bank carries the loss on a
      * check it was never told about, so this proves, for one month
      * of issue dates, that every check on chkreg.dat went to the
      * bank on the positive-pay file exactly once - pphist.dat, the
      * sent history the pay run, prog58 and prog97 append to as
      * they write posipay.dat (posipay.cpy) - at the register's
      * amount; that every check voided on the register went to the
      * bank as a void exactly once; that nothing was sent for a
      * check the register does not carry; and that every batch
      * trailer sent in the month ties to the lines sent before it;
      * any exception is return code 4, and a table overflow return
      * code 8; the Sysin line is the month yyyymm, blank for the
      * month last closed

        Environment Division.

        Input-Output Section.
        File-Control.

                Select Optional Pos-Pay-History-File
                       assign to "pphist.dat"
                       organization is line sequential.
                Select Optional Check-Register-File
                       assign to "chkreg.dat"
                       organization is line sequential.
                Select Output-File
                       assign to "prog98out.dat"
                       organization is line sequential.
		Select Run-Control-File
			assign to "runcontrol.log"
			organization is line sequential.

        Data Division.

        File Section.
	FD	Pos-Pay-History-File.
	01	Pos-Pay-History-Rec.
	Copy "posipay.cpy".

	FD	Check-Register-File.
	01	Check-Register-Rec.
		02 CK-Number		Pic 9(6).
		02 CK-Period		Pic 9(8).
		02 CK-SSN		Pic 9(7).
		02 CK-Last-Name		Pic x(10).
		02 CK-First-Name	Pic x(20).
		02 CK-Amount		Pic 9(11)v99.
		02 CK-Status		Pic x(1).
		02 CK-Status-Date	Pic 9(8).
		02 CK-Paid-Amount	Pic 9(11)v99.

	FD	Output-File.
	01	Output-Rec		Pic x(132).

	FD	Run-Control-File.
	01	Run-Control-Rec		Pic x(54).

	Working-Storage Section.

	01	Month-Param		Pic x(6) value spaces.

	01	Month-Value		Pic 9(6) value zero.

	01	Month-Start		Pic 9(8) value zero.

	01	Month-End		Pic 9(8) value zero.

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

	01	History-Eof		Pic x(3) value "no".
		88 history-end value "yes".

	01	Overflow-Flag		Pic x(3) value "no".
		88 table-overflow value "yes".

      * the issue and void lines sent for checks issued in the
      * month; each is ticked off as its register line is found
	01	Sent-Count		Pic 9(5) value zero.

	01	Sent-Max		Pic 9(5) value 5000.

	01	Sent-Index		Pic 9(5) value zero.

	01	Sent-Table.
		02 Sent-Data occurs 1 to 5000 times
			depending on Sent-Count.
			03 ST-Type	Pic x(1).
			03 ST-Number	Pic 9(6).
			03 ST-Amount	Pic 9(11)v99.
			03 ST-Issue-Date
					Pic 9(8).
			03 ST-Last	Pic x(10).
			03 ST-First	Pic x(20).
			03 ST-Found	Pic x(1).

      * the lines sent since the last trailer, for that trailer to
      * tie to
	01	Batch-Count		Pic 9(6) value zero.

	01	Batch-Total		Pic 9(13)v99 value zero.

      * one register check's sends
	01	Issue-Sends		Pic 9(4) value zero.

	01	Void-Sends		Pic 9(4) value zero.

	01	Issue-Amount		Pic 9(11)v99 value zero.

	01	Register-Count		Pic 9(6) value zero.

	01	Register-Total		Pic 9(13)v99 value zero.

	01	Voided-Count		Pic 9(6) value zero.

	01	Confirmed-Count		Pic 9(6) value zero.

	01	Issue-Line-Count	Pic 9(6) value zero.

	01	Issue-Line-Total	Pic 9(13)v99 value zero.

	01	Void-Line-Count		Pic 9(6) value zero.

	01	Trailer-Count		Pic 9(6) value zero.

	01	Trailer-Off-Count	Pic 9(6) value zero.

	01	Exception-Count		Pic 9(6) value zero.

	01	Exceptions-Before	Pic 9(6) value zero.

	01	History-Read-Count	Pic 9(7) value zero.

	01	Report-Header.
		02 Filler		Pic x(48) value spaces.
		02 Filler		Pic x(36) value
		    "Positive-Pay Control Report".
		02 Filler		Pic x(48) value spaces.

	01	Month-Line.
		02 Filler		Pic x(27) value
		    "Checks issued in the month ".
		02 ML-Month-Out		Pic 9999/99.
		02 Filler		Pic x(98) value spaces.

	01	Column-Header.
		02 Filler		Pic x(30) value "Exception".
		02 Filler		Pic x(8) value "Check #".
		02 Filler		Pic x(12) value "Issued".
		02 Filler		Pic x(32) value "Payee".
		02 Filler		Pic x(19) value
		    "  Register amount".
		02 Filler		Pic x(19) value
		    "      Sent amount".
		02 Filler		Pic x(12) value "  Sends".

	01	Exception-Line.
		02 EL-Text-Out		Pic x(28).
		02 Filler		Pic x(2) value spaces.
		02 EL-Number-Out	Pic 9(6).
		02 Filler		Pic x(2) value spaces.
		02 EL-Issued-Out	Pic 9999/99/99.
		02 Filler		Pic x(2) value spaces.
		02 EL-Last-Out		Pic x(10).
		02 Filler		Pic x(1) value spaces.
		02 EL-First-Out		Pic x(20).
		02 Filler		Pic x(1) value spaces.
		02 EL-Register-Out	Pic ZZ,ZZZ,ZZZ,ZZ9.99
					Blank When Zero.
		02 Filler		Pic x(2) value spaces.
		02 EL-Sent-Out		Pic ZZ,ZZZ,ZZZ,ZZ9.99
					Blank When Zero.
		02 Filler		Pic x(2) value spaces.
		02 EL-Sends-Out		Pic ZZZ9.
		02 Filler		Pic x(8) value spaces.

	01	Trailer-Line.
		02 TR-Text-Out		Pic x(28).
		02 Filler		Pic x(2) value spaces.
		02 Filler		Pic x(5) value "sent ".
		02 TR-Date-Out		Pic 9999/99/99.
		02 Filler		Pic x(2) value spaces.
		02 TR-Source-Out	Pic x(8).
		02 Filler		Pic x(10) value " trailer".
		02 TR-Count-Out		Pic ZZZ,ZZ9.
		02 TR-Total-Out		Pic ZZ,ZZZ,ZZZ,ZZ9.99.
		02 Filler		Pic x(7) value " lines".
		02 TR-Lines-Out		Pic ZZZ,ZZ9.
		02 TR-Lines-Total-Out	Pic ZZ,ZZZ,ZZZ,ZZ9.99.
		02 Filler		Pic x(12) value spaces.

	01	Message-Line.
		02 MS-Text-Out		Pic x(70).
		02 Filler		Pic x(62) value spaces.

	01	Amount-Line.
		02 AL-Label-Out		Pic x(48).
		02 AL-Count-Out		Pic ZZZ,ZZZ,ZZ9.
		02 Filler		Pic x(2) value spaces.
		02 AL-Amount-Out	Pic ZZ,ZZZ,ZZZ,ZZ9.99.
		02 Filler		Pic x(54) value spaces.

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
      * sent-history lines read, output the checks confirmed, error
      * the exceptions
	01	Run-Control-Line.
		02 RCL-Program		Pic x(8) value "PROG98".
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

      * Executes 'Init', one pass over the register, and 'Finish',
      * in that order
	0000-Main-Logic.
		Perform 1000-Init.
		Perform 1200-Main-Loop until end-reached.
		Perform 1300-Finish.
		Stop Run.

      * settles the month, loads what was sent and ties the
      * trailers, and starts the pass over the register
	1000-Init.

		Move function current-date to Current-Date-Time.

		Accept Month-Param from Sysin.
		If Month-Param numeric
			Move Month-Param to Month-Value
		Else
			If CDT-Month = 1
				Compute Month-Value =
					(CDT-Year - 1) * 100 + 12
			Else
				Compute Month-Value =
					CDT-Year * 100 + CDT-Month - 1
			End-if
		End-if.
		Compute Month-Start = Month-Value * 100 + 1.
		Compute Month-End = Month-Value * 100 + 31.

		Open Output Output-File.
		Open Extend Run-Control-File.

		Write Output-Rec from Report-Header.
		Move spaces to Output-Rec.
		Write Output-Rec.
		Move Month-Value to ML-Month-Out.
		Write Output-Rec from Month-Line.
		Move spaces to Output-Rec.
		Write Output-Rec.
		Write Output-Rec from Column-Header.
		Move spaces to Output-Rec.
		Write Output-Rec.

		Open Input Pos-Pay-History-File.
		Read Pos-Pay-History-File
			at end move "yes" to History-Eof.
		Perform 1100-Take-History until history-end.
		Close Pos-Pay-History-File.

		Open Input Check-Register-File.
		Read Check-Register-File at end move "yes" to Eof-Flag.

      * one sent line: an issue or void line for a check issued in
      * the month is kept for the register to find; a trailer is
      * tied to the lines sent since the one before it
	1100-Take-History.

		Add 1 to History-Read-Count.

		If pp-trailer-line
			Perform 1110-Tie-Trailer
		Else
			Add 1 to Batch-Count
			Add PP-Amount to Batch-Total
			If PP-Issue-Date not < Month-Start
			   and PP-Issue-Date not > Month-End
				Perform 1120-Keep-Sent
			End-if
		End-if.

		Read Pos-Pay-History-File
			at end move "yes" to History-Eof.

	1110-Tie-Trailer.

		If PP-Sent-Date not < Month-Start
		   and PP-Sent-Date not > Month-End
			Add 1 to Trailer-Count
			If PP-Count not = Batch-Count
			   or PP-Total not = Batch-Total
				Add 1 to Trailer-Off-Count
				Add 1 to Exception-Count
				Move "TRAILER DOES NOT TIE"
					to TR-Text-Out
				Move PP-Sent-Date to TR-Date-Out
				Move PP-Source to TR-Source-Out
				Move PP-Count to TR-Count-Out
				Move PP-Total to TR-Total-Out
				Move Batch-Count to TR-Lines-Out
				Move Batch-Total to TR-Lines-Total-Out
				Write Output-Rec from Trailer-Line
			End-if
		End-if.

		Move zero to Batch-Count Batch-Total.

	1120-Keep-Sent.

		If Sent-Count < Sent-Max
			Add 1 to Sent-Count
			Move PP-Type to ST-Type(Sent-Count)
			Move PP-Check-Number to ST-Number(Sent-Count)
			Move PP-Amount to ST-Amount(Sent-Count)
			Move PP-Issue-Date to ST-Issue-Date(Sent-Count)
			Move PP-Payee-Last to ST-Last(Sent-Count)
			Move PP-Payee-First to ST-First(Sent-Count)
			Move "n" to ST-Found(Sent-Count)
		Else
			Move "yes" to Overflow-Flag
		End-if.

      * one register line: a check issued in the month must have
      * gone to the bank once, at its amount, and once more as a
      * void if it has been voided
	1200-Main-Loop.

		If CK-Period not < Month-Start
		   and CK-Period not > Month-End

			Add 1 to Register-Count
			Add CK-Amount to Register-Total

			Move zero to Issue-Sends Void-Sends Issue-Amount
			Perform 2100-Count-Sends
				varying Sent-Index from 1 by 1
				until Sent-Index > Sent-Count

			Move Exception-Count to Exceptions-Before
			Perform 2300-Check-Issue
			Perform 2400-Check-Void

			If Exception-Count = Exceptions-Before
				Add 1 to Confirmed-Count
			End-if

		End-if.

		Read Check-Register-File at end move "yes" to Eof-Flag.

      * counts the lines sent for this check number and ticks them
      * off as belonging to the register
	2100-Count-Sends.

		If ST-Number(Sent-Index) = CK-Number
			Move "y" to ST-Found(Sent-Index)
			If ST-Type(Sent-Index) = "V"
				Add 1 to Void-Sends
			Else
				Add 1 to Issue-Sends
				Move ST-Amount(Sent-Index) to
					Issue-Amount
			End-if
		End-if.

      * the check itself must have gone once at its amount
	2300-Check-Issue.

		Evaluate true
			When Issue-Sends = zero
				Move "NOT SENT TO BANK" to EL-Text-Out
				Perform 2200-Write-Exception
			When Issue-Sends > 1
				Move "SENT MORE THAN ONCE"
					to EL-Text-Out
				Perform 2200-Write-Exception
			When Issue-Amount not = CK-Amount
				Move "SENT AT ANOTHER AMOUNT"
					to EL-Text-Out
				Perform 2200-Write-Exception
		End-evaluate.

      * a voided check's void must have gone once, and a void must
      * not have gone for a check still good
	2400-Check-Void.

		If CK-Status = "V"
			Add 1 to Voided-Count
			If Void-Sends = zero
				Move "VOID NOT SENT TO BANK"
					to EL-Text-Out
				Perform 2200-Write-Exception
			End-if
			If Void-Sends > 1
				Move "VOID SENT MORE THAN ONCE"
					to EL-Text-Out
				Perform 2200-Write-Exception
			End-if
		Else
			If Void-Sends > zero
				Move "VOID SENT, CHECK NOT VOIDED"
					to EL-Text-Out
				Perform 2200-Write-Exception
			End-if
		End-if.

	2200-Write-Exception.

		Add 1 to Exception-Count.
		Move CK-Number to EL-Number-Out.
		Move CK-Period to EL-Issued-Out.
		Move CK-Last-Name to EL-Last-Out.
		Move CK-First-Name to EL-First-Out.
		Move CK-Amount to EL-Register-Out.
		Move Issue-Amount to EL-Sent-Out.
		If CK-Status = "V"
		   and EL-Text-Out(1:4) = "VOID"
			Move Void-Sends to EL-Sends-Out
		Else
			Move Issue-Sends to EL-Sends-Out
		End-if.
		Write Output-Rec from Exception-Line.

      * lines sent for check numbers the register never issued, then
      * the totals
	1300-Finish.

		Close Check-Register-File.

		Perform 3000-Unmatched-Sent
			varying Sent-Index from 1 by 1
			until Sent-Index > Sent-Count.

		If Exception-Count = zero
			Move "  no exceptions" to MS-Text-Out
			Write Output-Rec from Message-Line
		End-if.

		If table-overflow
			Move "** sent history exceeds the table **"
				to MS-Text-Out
			Write Output-Rec from Message-Line
			Move 8 to Return-Code
		End-if.

		Move spaces to Output-Rec.
		Write Output-Rec.
		Move "Checks on the register" to AL-Label-Out.
		Move Register-Count to AL-Count-Out.
		Move Register-Total to AL-Amount-Out.
		Write Output-Rec from Amount-Line.
		Move "Issue lines sent" to AL-Label-Out.
		Move Issue-Line-Count to AL-Count-Out.
		Move Issue-Line-Total to AL-Amount-Out.
		Write Output-Rec from Amount-Line.
		Move "Checks voided on the register" to Note-Label-Out.
		Move Voided-Count to Note-Count-Out.
		Write Output-Rec from Note-Line.
		Move "Void lines sent" to Note-Label-Out.
		Move Void-Line-Count to Note-Count-Out.
		Write Output-Rec from Note-Line.
		Move "Checks confirmed sent exactly once"
			to Note-Label-Out.
		Move Confirmed-Count to Note-Count-Out.
		Write Output-Rec from Note-Line.
		Move "Batch trailers sent in the month"
			to Note-Label-Out.
		Move Trailer-Count to Note-Count-Out.
		Write Output-Rec from Note-Line.
		Move "Batch trailers that do not tie" to Note-Label-Out.
		Move Trailer-Off-Count to Note-Count-Out.
		Write Output-Rec from Note-Line.
		Move "Exceptions" to Note-Label-Out.
		Move Exception-Count to Note-Count-Out.
		Write Output-Rec from Note-Line.

		Move spaces to Output-Rec.
		Write Output-Rec.
		Write Output-Rec from Report-Footer.

		Perform 1900-Write-Run-Log.

		Close Output-File Run-Control-File.

		If Exception-Count > zero and Return-Code = zero
			Move 4 to Return-Code
		End-if.

      * appends one line to runcontrol.log recording when this run
      * happened, the sent-history lines read, the checks confirmed,
      * and the exceptions
	1900-Write-Run-Log.

		Move function current-date to Current-Date-Time.

		String CDT-Month "/" CDT-Day "/" CDT-Year
			Delimited by size into RCL-Date
		End-string.

		String CDT-Hour ":" CDT-Minute ":" CDT-Second
			Delimited by size into RCL-Time
		End-string.

		Move History-Read-Count to RCL-Input-Out.
		Move Confirmed-Count to RCL-Output-Out.
		Move Exception-Count to RCL-Error-Out.

		Write Run-Control-Rec from Run-Control-Line.

      * a sent line no register check claimed; every sent line is
      * also totaled here
	3000-Unmatched-Sent.

		If ST-Type(Sent-Index) = "V"
			Add 1 to Void-Line-Count
		Else
			Add 1 to Issue-Line-Count
			Add ST-Amount(Sent-Index) to Issue-Line-Total
		End-if.

		If ST-Found(Sent-Index) not = "y"
			Add 1 to Exception-Count
			Move "SENT, NOT ON REGISTER" to EL-Text-Out
			Move ST-Number(Sent-Index) to EL-Number-Out
			Move ST-Issue-Date(Sent-Index) to EL-Issued-Out
			Move ST-Last(Sent-Index) to EL-Last-Out
			Move ST-First(Sent-Index) to EL-First-Out
			Move zero to EL-Register-Out
			Move ST-Amount(Sent-Index) to EL-Sent-Out
			Move 1 to EL-Sends-Out
			Write Output-Rec from Exception-Line
		End-if.
