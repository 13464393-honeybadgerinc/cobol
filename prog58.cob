      * next period routes to a check instead of bouncing again, and
      * reports every return - matched or not - so the phone call
      * and the sticky note retire; a return that matches nothing
      * lands on the report as unmatched for someone to chase; each
      * reissue also goes to the bank's positive-pay file
      * (posipay.dat, posipay.cpy) the way the pay run's checks do,
      * the run's batch closed with a trailer that ties to the
      * register lines it appended

        Environment Division.

                Select Check-Print-File
                       assign to "chkprint.dat"
                       organization is line sequential.
                Select Optional Pay-Account-File
                       assign to "ppacct.dat"
                       organization is line sequential.
                Select Optional Positive-Pay-File
                       assign to "posipay.dat"
                       organization is line sequential.
                Select Optional Pos-Pay-History-File
                       assign to "pphist.dat"
                       organization is line sequential.
                Select Report-File
                       assign to "prog58out.dat"
                       organization is line sequential.
		02 BK-Account		Pic x(12).
		02 BK-Status		Pic x(1).

      * reissues go on outstanding, the status blank, for prog97's
      * bank reconciliation to mark paid or voided
	FD	Check-Register-File.
	01	Check-Register-Rec.
		02 CK-Number		Pic 9(6).
		02 CK-Last-Name		Pic x(10).
		02 CK-First-Name	Pic x(20).
		02 CK-Amount		Pic 9(11)v99.
		02 CK-Status		Pic x(1).
		02 CK-Status-Date	Pic 9(8).
		02 CK-Paid-Amount	Pic 9(11)v99.

	FD	Check-Print-File.
	01	Check-Print-Rec		Pic x(80).

      * the disbursement account the checks are drawn on
	FD	Pay-Account-File.
	01	Pay-Account-Rec.
		02 PA-Account		Pic x(12).

	FD	Positive-Pay-File.
	01	Positive-Pay-Rec	Pic x(80).

	FD	Pos-Pay-History-File.
	01	Pos-Pay-History-Rec	Pic x(96).

	FD	Report-File.
	01	Report-Rec		Pic x(100).


	01	Check-Number		Pic 9(6) value 100000.

	01	Reissue-Total		Pic 9(13)v99 value zero.

	01	Pay-Account		Pic x(12) value spaces.

	01	Pos-Pay-Work.
	Copy "posipay.cpy".

	01	Send-Date-Time.
		02 Send-Date		Pic 9(8).
		02 Filler		Pic x(13).

	01	Return-Count		Pic 9(6) value zero.

	01	Matched-Count		Pic 9(6) value zero.
		Close Check-Register-File.
		Open Extend Check-Register-File.

		Open Input Pay-Account-File.
		Read Pay-Account-File
			at end move spaces to PA-Account
		End-read.
		Move PA-Account to Pay-Account.
		Close Pay-Account-File.
		Move function current-date to Send-Date-Time.
		Open Extend Positive-Pay-File Pos-Pay-History-File.

		Open Input Return-File.
		Open Output Check-Print-File Report-File.


		Continue.

      * the reversed net goes back out as a numbered check: register
      * line, positive-pay line, and printable page
	2200-Reissue-Check.

		Add 1 to Check-Number.
		Move DT-Last(Deposit-Index) to CK-Last-Name.
		Move DT-First(Deposit-Index) to CK-First-Name.
		Move DT-Net(Deposit-Index) to CK-Amount.
		Move space to CK-Status.
		Move zero to CK-Status-Date CK-Paid-Amount.
		Write Check-Register-Rec.
		Add DT-Net(Deposit-Index) to Reissue-Total.

		Move spaces to Pos-Pay-Work.
		Move "I" to PP-Type.
		Move Pay-Account to PP-Account.
		Move CK-Number to PP-Check-Number.
		Move CK-Amount to PP-Amount.
		Move CK-Period to PP-Issue-Date.
		Move CK-Last-Name to PP-Payee-Last.
		Move CK-First-Name to PP-Payee-First.
		Move Send-Date to PP-Sent-Date.
		Move "PROG58" to PP-Source.
		Write Positive-Pay-Rec from Pos-Pay-Work.
		Write Pos-Pay-History-Rec from Pos-Pay-Work.

		Move Check-Number to CP-Number-Out.
		Move Reissue-Date to CP-Period-Out.
      * totals close the report
	1300-Finish.

		If Matched-Count > zero
			Move spaces to Pos-Pay-Work
			Move "T" to PP-Type
			Move Pay-Account to PP-Account
			Move Matched-Count to PP-Count
			Move Reissue-Total to PP-Total
			Move Send-Date to PP-Run-Date PP-Sent-Date
			Move "PROG58" to PP-Source
			Write Positive-Pay-Rec from Pos-Pay-Work
			Write Pos-Pay-History-Rec from Pos-Pay-Work
		End-if.

		Open Output Bank-File.
		Perform 1900-Write-Bank
			varying Bank-Index from 1 by 1
		Write Report-Rec from Report-Footer.

		Close Return-File Bank-File Check-Register-File
		      Check-Print-File Report-File
		      Positive-Pay-File Pos-Pay-History-File.

		If Unmatched-Count > 0
			Move 8 to Return-Code
