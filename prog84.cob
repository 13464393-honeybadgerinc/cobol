        Identification Division.
        Program-Id. prog84.
        Date-Written. 10/15/2026.
        Author. Lucas Henry.
        Date-Compiled.

      * year-end 1099-NEC run for the agents paid as independent
      * contractors through prog16's payables extract, the
      * counterpart of prog56's W-2 run for the payroll side: the
      * operator keys the tax year, and every agent on ctrytd.dat
      * for that year - what prog16 put on prog16pay.dat, net of
      * prog39's rescission clawbacks - is weighed against the IRS
      * reporting threshold (paramast.dat NEC1099THRSH in force at
      * year end, $600 when the file has none); each agent at or
      * over it gets a recipient statement on nec1099.dat with the
      * taxpayer ID masked the way the pay stubs mask an SSN, and a
      * B record on irs1099.dat, the fixed-format electronic filing
      * file, between the transmitter and payer records built from
      * payer1099.dat and the end-of-payer and end-of-transmission
      * trailers; the register on prog84out.dat lists every agent
      * with the year's totals and then the exceptions - a missing
      * or invalid taxpayer ID on agentmst.dat (kept through prog15),
      * which keeps the agent off the filing until a W-9 is keyed,
      * and any agent who is also on the W-2 master with commission
      * run through payroll that year, where the same dollars would
      * be reported on both forms

        Environment Division.

        Input-Output Section.
        File-Control.

                Select Optional Contractor-Ytd-File
                       assign to "/home1/c/a/acsi203/ctrytd.dat"
                       organization is indexed
                       access mode is dynamic
                       record key is CY-Key.
                Select Optional agentMasterFile
                       assign to "/home1/c/a/acsi203/agentmst.dat"
                       organization is indexed
                       access mode is random
                       record key is agentSSN.
		Select Optional Param-File
			assign to "/home1/c/a/acsi203/paramast.dat"
			organization is indexed
			access mode is sequential
			record key is PRM-Key.
                Select Optional Payer-File
                       assign to "payer1099.dat"
                       organization is line sequential.
                Select Company-File
                       assign to Company-File-Path.
                Select Optional Ytd-Master-File
                       assign to Ytd-Master-Path
                       organization is line sequential.
                Select Optional Pay-History-File
                       assign to "payhist.dat"
                       organization is line sequential.
                Select Statement-File
                       assign to "nec1099.dat"
                       organization is line sequential.
                Select Efile-File
                       assign to "irs1099.dat"
                       organization is line sequential.
                Select Register-File
                       assign to "prog84out.dat"
                       organization is line sequential.

        Data Division.

        File Section.

      * year-to-date contractor earnings posted by prog16 and prog39
	FD	Contractor-Ytd-File.
	01	Contractor-Ytd-Rec.
	Copy "ctrytd.cpy".

      * agent master maintained by prog15; carries the taxpayer ID
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

      * effective-dated parameter master maintained by prog54
	FD	Param-File.
	01	Param-Rec.
		02 PRM-Key.
		   03 PRM-Name		Pic x(12).
		   03 PRM-Eff-Date	Pic 9(8).
		02 PRM-Value		Pic 9(5)v9(5).

      * the payer and transmitter, one record kept by accounting:
      * employer ID, the IRS transmitter control code, name and
      * address, the filing contact, and T when the file is a test
	FD	Payer-File.
	01	Payer-Rec.
		02 PY-TIN		Pic 9(9).
		02 PY-TCC		Pic x(5).
		02 PY-Name		Pic x(40).
		02 PY-Address		Pic x(40).
		02 PY-City		Pic x(40).
		02 PY-State		Pic x(2).
		02 PY-Zip		Pic x(9).
		02 PY-Phone		Pic x(15).
		02 PY-Contact		Pic x(40).
		02 PY-Email		Pic x(50).
		02 PY-Test-Flag		Pic x(1).

	FD	Company-File.
	01	Company-Rec.
		02 Last-Name		Pic x(10).
		02 First-Name		Pic x(20).
		02 Filler		Pic x(54).
		02 Dept-Code		Pic x(3).
		02 Hired		Pic x(10).
		02 SSN			Pic 9(7).
		02 Mar-Stat		Pic x.
		02 Emp-Stat		Pic x.
		02 Salary		Pic 99v99.
		02 Filler		Pic x.

      * the W-2 side's year-to-date accumulations per SSN; ytdmast.dat
      * until prog56 closes the year, ytdmast.<yyyy> after
	FD	Ytd-Master-File.
	01	Ytd-Rec.
		02 YTD-SSN		Pic 9(7).
		02 YTD-Gross		Pic 9(11)v99.
		02 YTD-WH		Pic 9(11)v99.
		02 YTD-Net		Pic 9(11)v99.

      * one record per employee per pay period, as the payroll run
      * appends them; the commission column shows which W-2 wages
      * were agent commission
	FD	Pay-History-File.
	01	Pay-History-Rec.
		02 PH-Period		Pic 9(8).
		02 PH-SSN		Pic 9(7).
		02 PH-Gross		Pic 9(11)v99.
		02 PH-WH		Pic 9(11)v99.
		02 PH-Net		Pic 9(11)v99.
		02 PH-Commission	Pic s9(10)v99.
		02 PH-Hours		Pic 9(3)v9.
		02 PH-Rate		Pic 9(2)v99.
		02 PH-Adjustment	Pic s9(9)v99.
		02 PH-ER-SS		Pic 9(7)v99.
		02 PH-ER-Med		Pic 9(7)v99.
		02 PH-FUTA		Pic 9(7)v99.
		02 PH-SUTA		Pic 9(7)v99.
		02 PH-Run-Type		Pic x(1).

	FD	Statement-File.
	01	Statement-Rec		Pic x(80).

	FD	Efile-File.
	01	Efile-Rec		Pic x(750).

	FD	Register-File.
	01	Register-Rec		Pic x(132).

	Working-Storage Section.

	01	Company-File-Path	Pic x(80) value
		"/home1/c/a/acsi203/company.dat".

	01	Ytd-Master-Path		Pic x(80) value "ytdmast.dat".

      * the tax year being filed
	01	Year-Entry		Pic x(4) value spaces.

	01	Tax-Year		Pic 9(4) value zero.

	01	Year-End-Date		Pic 9(8) value zero.

      * the IRS reporting threshold; paramast.dat can move it
	01	Threshold		Pic 9(5)v99 value 600.00.

	01	Eof-Flag		Pic x(3) value "no".
		88 end-reached value "yes".

	01	Company-Eof		Pic x(3) value "no".
		88 company-end value "yes".

	01	Ytd-Eof			Pic x(3) value "no".
		88 ytd-end value "yes".

	01	History-Eof		Pic x(3) value "no".
		88 history-end value "yes".

	01	Param-Eof		Pic x(3) value "no".
		88 param-end value "yes".

	01	Payer-Eof		Pic x(3) value "no".
		88 payer-end value "yes".

	01	Agent-Found-Flag	Pic x(3) value "no".
		88 agent-found value "yes".

      * the agent names in memory, off company.dat the way prog16
      * joins them
	01	Emp-Count		Pic 9(4) value zero.

	01	Emp-Max			Pic 9(4) value 500.

	01	Emp-Index		Pic 9(4) value zero.

	01	Emp-Table.
		02 Emp-Data occurs 1 to 500 times
			depending on Emp-Count.
		03 EM-SSN		Pic 9(7).
		03 EM-Last		Pic x(10).
		03 EM-First		Pic x(20).

      * the W-2 master in memory, with each SSN's commission run
      * through payroll during the tax year off payhist.dat
	01	W2-Count		Pic 9(4) value zero.

	01	W2-Max			Pic 9(4) value 500.

	01	W2-Index		Pic 9(4) value zero.

	01	W2-Table.
		02 W2-Data occurs 1 to 500 times
			depending on W2-Count.
		03 W2-SSN		Pic 9(7).
		03 W2-Gross		Pic 9(11)v99.
		03 W2-Commission	Pic s9(11)v99.

      * the B records held until the year is walked, since the
      * transmitter record ahead of them carries their count
	01	Payee-Count		Pic 9(4) value zero.

	01	Payee-Max		Pic 9(4) value 500.

	01	Payee-Index		Pic 9(4) value zero.

	01	Payee-Table.
		02 Payee-Data occurs 1 to 500 times
			depending on Payee-Count.
		03 PT-TIN		Pic x(9).
		03 PT-TIN-Type		Pic x(1).
		03 PT-Name-Control	Pic x(4).
		03 PT-Account		Pic x(7).
		03 PT-Name		Pic x(40).
		03 PT-Amount		Pic 9(10)v99.

      * exceptions listed after the register: the taxpayer ID
      * checks first for each agent, then the W-2 cross-check
	01	Exc-Count		Pic 9(4) value zero.

	01	Exc-Max			Pic 9(4) value 500.

	01	Exc-Index		Pic 9(4) value zero.

	01	Exc-Table.
		02 Exc-Data occurs 1 to 500 times
			depending on Exc-Count.
		03 EX-Agent		Pic 9(7).
		03 EX-Name		Pic x(31).
		03 EX-Amount		Pic 9(10)v99.
		03 EX-Note		Pic x(45).

	01	Net-Amount		Pic s9(11)v99 value zero.

	01	Agent-Name		Pic x(31) value spaces.

	01	Payee-Name		Pic x(40) value spaces.

	01	Name-Control		Pic x(4) value spaces.

	01	Masked-TIN		Pic x(11) value spaces.

	01	TIN-Problem		Pic x(45) value spaces.

	01	Exc-Note-Work		Pic x(45) value spaces.

	01	Same-Digit-Count	Pic 9(2) value zero.

	01	ITIN-Group		Pic 9(2) value zero.

	01	Reported-Flag		Pic x(3) value "no".
		88 reported value "yes".

	01	Agent-Count		Pic 9(6) value zero.

	01	Statement-Count		Pic 9(6) value zero.

	01	Filed-Count		Pic 9(6) value zero.

	01	Under-Count		Pic 9(6) value zero.

	01	TIN-Exc-Count		Pic 9(6) value zero.

	01	W2-Exc-Count		Pic 9(6) value zero.

	01	Total-Reported		Pic 9(13)v99 value zero.

	01	Total-Filed		Pic 9(13)v99 value zero.

	01	Total-Under		Pic 9(13)v99 value zero.

	01	Record-Seq		Pic 9(8) value zero.

	01	Lower-Case		Pic x(26) value
		"abcdefghijklmnopqrstuvwxyz".

	01	Upper-Case		Pic x(26) value
		"ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      * transmitter record
	01	T-Record.
		02 Filler		Pic x(1) value "T".
		02 T-Year		Pic 9(4).
		02 Filler		Pic x(1) value spaces.
		02 T-TIN		Pic 9(9).
		02 T-TCC		Pic x(5).
		02 Filler		Pic x(7) value spaces.
		02 T-Test		Pic x(1).
		02 Filler		Pic x(1) value spaces.
		02 T-Name		Pic x(40).
		02 Filler		Pic x(40) value spaces.
		02 T-Company		Pic x(40).
		02 Filler		Pic x(40) value spaces.
		02 T-Address		Pic x(40).
		02 T-City		Pic x(40).
		02 T-State		Pic x(2).
		02 T-Zip		Pic x(9).
		02 Filler		Pic x(15) value spaces.
		02 T-Payee-Count	Pic 9(8).
		02 T-Contact		Pic x(40).
		02 T-Phone		Pic x(15).
		02 T-Email		Pic x(50).
		02 Filler		Pic x(91) value spaces.
		02 T-Seq		Pic 9(8).
		02 Filler		Pic x(10) value spaces.
		02 Filler		Pic x(1) value "I".
		02 Filler		Pic x(232) value spaces.

      * payer record; type of return NE, amount code 1 for box 1
	01	A-Record.
		02 Filler		Pic x(1) value "A".
		02 A-Year		Pic 9(4).
		02 Filler		Pic x(6) value spaces.
		02 A-TIN		Pic 9(9).
		02 A-Name-Control	Pic x(4).
		02 Filler		Pic x(1) value spaces.
		02 Filler		Pic x(2) value "NE".
		02 Filler		Pic x(18) value "1".
		02 Filler		Pic x(7) value spaces.
		02 A-Name		Pic x(40).
		02 Filler		Pic x(40) value spaces.
		02 Filler		Pic x(1) value "0".
		02 A-Address		Pic x(40).
		02 A-City		Pic x(40).
		02 A-State		Pic x(2).
		02 A-Zip		Pic x(9).
		02 A-Phone		Pic x(15).
		02 Filler		Pic x(260) value spaces.
		02 A-Seq		Pic 9(8).
		02 Filler		Pic x(243) value spaces.

      * payee record; TIN type 1 EIN, 2 SSN; the payee's mailing
      * address is not kept anywhere in the system and goes blank
	01	B-Record.
		02 Filler		Pic x(1) value "B".
		02 B-Year		Pic 9(4).
		02 Filler		Pic x(1) value spaces.
		02 B-Name-Control	Pic x(4).
		02 B-TIN-Type		Pic x(1).
		02 B-TIN		Pic x(9).
		02 B-Account		Pic x(20).
		02 Filler		Pic x(14) value spaces.
		02 B-Amount-1		Pic 9(10)v99.
		02 Filler		Pic x(204) value all "0".
		02 Filler		Pic x(17) value spaces.
		02 B-Name		Pic x(40).
		02 Filler		Pic x(172) value spaces.
		02 B-Seq		Pic 9(8).
		02 Filler		Pic x(243) value spaces.

      * end of payer
	01	C-Record.
		02 Filler		Pic x(1) value "C".
		02 C-Payee-Count	Pic 9(8).
		02 Filler		Pic x(6) value spaces.
		02 C-Total-1		Pic 9(16)v99.
		02 Filler		Pic x(306) value all "0".
		02 Filler		Pic x(160) value spaces.
		02 C-Seq		Pic 9(8).
		02 Filler		Pic x(243) value spaces.

      * end of transmission
	01	F-Record.
		02 Filler		Pic x(1) value "F".
		02 Filler		Pic 9(8) value 1.
		02 Filler		Pic x(21) value all "0".
		02 Filler		Pic x(19) value spaces.
		02 F-Payee-Count	Pic 9(8).
		02 Filler		Pic x(442) value spaces.
		02 F-Seq		Pic 9(8).
		02 Filler		Pic x(243) value spaces.

	01	Stmt-Header.
		02 Filler		Pic x(18) value spaces.
		02 Filler		Pic x(40) value
		    "Form 1099-NEC  Nonemployee Compensation".
		02 SH-Year-Out		Pic 9(4).
		02 Filler		Pic x(18) value spaces.

	01	Stmt-Payer-Line.
		02 Filler		Pic x(10) value "Payer:    ".
		02 SP-Name-Out		Pic x(40).
		02 Filler		Pic x(5) value " EIN ".
		02 SP-TIN-Out		Pic 9(9).
		02 Filler		Pic x(16) value spaces.

	01	Stmt-Recipient-Line.
		02 Filler		Pic x(11) value "Recipient: ".
		02 SR-Name-Out		Pic x(31).
		02 Filler		Pic x(6) value " TIN: ".
		02 SR-TIN-Out		Pic x(11).
		02 Filler		Pic x(21) value spaces.

	01	Stmt-Account-Line.
		02 Filler		Pic x(22) value
		    "Account (Agent ID):   ".
		02 SA-Agent-Out		Pic 9(7).
		02 Filler		Pic x(51) value spaces.

	01	Stmt-Amount-Line.
		02 Filler		Pic x(22) value
		    "1 Nonemployee comp:   ".
		02 SM-Amount-Out	Pic ZZ,ZZZ,ZZZ,ZZ9.99.
		02 Filler		Pic x(41) value spaces.

	01	Stmt-Withheld-Line.
		02 Filler		Pic x(22) value
		    "4 Federal tax w/h:    ".
		02 Filler		Pic x(17) value
		    "             0.00".
		02 Filler		Pic x(41) value spaces.

	01	Register-Header.
		02 Filler		Pic x(40) value spaces.
		02 Filler		Pic x(37) value
		    "1099-NEC Contractor Earnings Register".
		02 Filler		Pic x(5) value spaces.
		02 RH-Year-Out		Pic 9(4).
		02 Filler		Pic x(46) value spaces.

	01	Register-Col-Headers.
		02 Filler		Pic x(9) value "Agent".
		02 Filler		Pic x(33) value "Name".
		02 Filler		Pic x(18) value
		    "    Paid by prog16".
		02 Filler		Pic x(18) value
		    "   Less reversals".
		02 Filler		Pic x(18) value
		    "        Net earned".
		02 Filler		Pic x(2) value spaces.
		02 Filler		Pic x(34) value "Disposition".

	01	Register-Line.
		02 RG-Agent-Out		Pic 9(7).
		02 Filler		Pic x(2) value spaces.
		02 RG-Name-Out		Pic x(31).
		02 Filler		Pic x(2) value spaces.
		02 RG-Paid-Out		Pic ZZ,ZZZ,ZZZ,ZZ9.99.
		02 Filler		Pic x(1) value spaces.
		02 RG-Adjusted-Out	Pic ZZ,ZZZ,ZZZ,ZZ9.99-.
		02 Filler		Pic x(1) value spaces.
		02 RG-Net-Out		Pic ZZ,ZZZ,ZZZ,ZZ9.99-.
		02 Filler		Pic x(2) value spaces.
		02 RG-Note-Out		Pic x(33).

	01	Register-Totals-1.
		02 Filler		Pic x(42) value
		    "Reported on statements:".
		02 Filler		Pic x(7) value spaces.
		02 RT-Reported-Out	Pic ZZZ,ZZZ,ZZZ,ZZ9.99.
		02 Filler		Pic x(3) value spaces.
		02 RT-Stmt-Count-Out	Pic ZZZ,ZZ9.
		02 Filler		Pic x(9) value " agents".
		02 Filler		Pic x(46) value spaces.

	01	Register-Totals-2.
		02 Filler		Pic x(42) value
		    "Filed electronically (C record control):".
		02 Filler		Pic x(7) value spaces.
		02 RT-Filed-Out		Pic ZZZ,ZZZ,ZZZ,ZZ9.99.
		02 Filler		Pic x(3) value spaces.
		02 RT-Filed-Count-Out	Pic ZZZ,ZZ9.
		02 Filler		Pic x(9) value " payees".
		02 Filler		Pic x(46) value spaces.

	01	Register-Totals-3.
		02 Filler		Pic x(42) value
		    "Under the threshold, not reported:".
		02 Filler		Pic x(7) value spaces.
		02 RT-Under-Out		Pic ZZZ,ZZZ,ZZZ,ZZ9.99.
		02 Filler		Pic x(3) value spaces.
		02 RT-Under-Count-Out	Pic ZZZ,ZZ9.
		02 Filler		Pic x(9) value " agents".
		02 Filler		Pic x(46) value spaces.

	01	Threshold-Line.
		02 Filler		Pic x(22) value
		    "Reporting threshold:  ".
		02 TH-Amount-Out	Pic ZZ,ZZ9.99.
		02 Filler		Pic x(101) value spaces.

	01	Exc-Header.
		02 Filler		Pic x(40) value spaces.
		02 Filler		Pic x(52) value
		    "Exceptions - Taxpayer ID and W-2 Cross-Check".
		02 Filler		Pic x(40) value spaces.

	01	Exc-Col-Headers.
		02 Filler		Pic x(9) value "Agent".
		02 Filler		Pic x(33) value "Name".
		02 Filler		Pic x(18) value
		    "   Net this year".
		02 Filler		Pic x(2) value spaces.
		02 Filler		Pic x(70) value "Exception".

	01	Exc-Line.
		02 EL-Agent-Out		Pic 9(7).
		02 Filler		Pic x(2) value spaces.
		02 EL-Name-Out		Pic x(31).
		02 Filler		Pic x(2) value spaces.
		02 EL-Amount-Out	Pic ZZ,ZZZ,ZZZ,ZZ9.99.
		02 Filler		Pic x(2) value spaces.
		02 EL-Note-Out		Pic x(45).
		02 Filler		Pic x(26) value spaces.

	01	No-Exc-Line.
		02 Filler		Pic x(40) value
		    "No exceptions.".
		02 Filler		Pic x(92) value spaces.

	01	Overflow-Line.
		02 Filler		Pic x(50) value
		    "More agents than the tables hold - run incomplete".
		02 Filler		Pic x(82) value spaces.

	01	Report-Footer.
		02 Filler		Pic x(59) value spaces.
		02 Filler		Pic x(13) value
		    	"End of Report".
		02 Filler		Pic x(60) value spaces.

	01	Overflow-Flag		Pic x(3) value "no".
		88 table-overflow value "yes".

	Procedure Division.

      * Executes 'Init', one agent per contractor earnings entry for
      * the year, then the filing file, the totals, and the
      * exceptions, in that order
	0000-Main-Logic.
		Perform 1000-Init.
		Perform 1200-Main-Loop until end-reached.
		Perform 1300-Finish.
		Stop Run.

      * the tax year, the W-2 master to cross-check against, and the
      * company file; the payer record, the threshold in force at
      * year end, the names, and the W-2 side are loaded before the
      * contractor year is walked
	1000-Init.

		Accept Year-Entry from Sysin.

		If Year-Entry not numeric
			Display "Tax year must be keyed yyyy."
			Move 8 to Return-Code
			Stop Run
		End-if.

		Move Year-Entry to Tax-Year.
		Compute Year-End-Date = Tax-Year * 10000 + 1231.

		Accept Ytd-Master-Path from Sysin.
		If Ytd-Master-Path = spaces
			Move "ytdmast.dat" to Ytd-Master-Path
		End-if.

		Accept Company-File-Path from Sysin.
		If Company-File-Path = spaces
			Move "/home1/c/a/acsi203/company.dat"
				to Company-File-Path
		End-if.

		Open Input Payer-File.
		Read Payer-File at end move "yes" to Payer-Eof.
		Close Payer-File.

		If payer-end or PY-TIN not numeric or PY-TIN = zero
			Display "payer1099.dat has no payer record -"
			Display "nothing can be filed."
			Move 8 to Return-Code
			Stop Run
		End-if.

		Open Input Param-File.
		Perform 1060-Read-Param-Data until param-end.
		Close Param-File.

		Open Input Company-File.
		Perform 1050-Read-Company
			varying Emp-Index from 1 by 1
			until company-end or Emp-Index > Emp-Max.
		Close Company-File.

		Open Input Ytd-Master-File.
		Perform 1070-Read-Ytd-Master until ytd-end.
		Close Ytd-Master-File.

		Open Input Pay-History-File.
		Perform 1080-Read-Pay-History until history-end.
		Close Pay-History-File.

		Open Input Contractor-Ytd-File agentMasterFile.
		Open Output Statement-File Efile-File Register-File.

		Move Tax-Year to SH-Year-Out.
		Move Tax-Year to RH-Year-Out.
		Move PY-Name to SP-Name-Out.
		Move PY-TIN to SP-TIN-Out.

		Write Register-Rec from Register-Header.
		Move spaces to Register-Rec.
		Write Register-Rec.
		Move Threshold to TH-Amount-Out.
		Write Register-Rec from Threshold-Line.
		Move spaces to Register-Rec.
		Write Register-Rec.
		Write Register-Rec from Register-Col-Headers.
		Move spaces to Register-Rec.
		Write Register-Rec.

		Move Tax-Year to CY-Year.
		Move zero to CY-Agent-ID.
		Start Contractor-Ytd-File key not < CY-Key
			invalid key move "yes" to Eof-Flag
		End-start.

		If not end-reached
			Perform 1090-Read-Contractor-Ytd
		End-if.

      * reads one employee's name record into the next free slot of
      * Emp-Table
	1050-Read-Company.

		Read Company-File at end move "yes" to Company-Eof
		End-read.

		If not company-end
			Move SSN to EM-SSN(Emp-Index)
			Move Last-Name to EM-Last(Emp-Index)
			Move First-Name to EM-First(Emp-Index)
			Move Emp-Index to Emp-Count
		End-if.

      * the threshold's latest entry in force on December 31 of the
      * tax year; no entry keeps the compiled-in $600
	1060-Read-Param-Data.

		Read Param-File
			at end move "yes" to Param-Eof
		End-read.

		If not param-end and PRM-Name = "NEC1099THRSH"
		   and PRM-Eff-Date not > Year-End-Date
			Move PRM-Value to Threshold
		End-if.

	1070-Read-Ytd-Master.

		Read Ytd-Master-File at end move "yes" to Ytd-Eof
		End-read.

		If not ytd-end
			If W2-Count < W2-Max
				Add 1 to W2-Count
				Move YTD-SSN to W2-SSN(W2-Count)
				Move YTD-Gross to W2-Gross(W2-Count)
				Move zero to W2-Commission(W2-Count)
			Else
				Move "yes" to Overflow-Flag
			End-if
		End-if.

      * the tax year's payroll commission, added to the SSN's W-2
      * entry; an SSN not on the W-2 master is left out
	1080-Read-Pay-History.

		Read Pay-History-File at end move "yes" to History-Eof
		End-read.

		If not history-end and PH-Period(1:4) = Year-Entry
			Perform 2610-Classify-W2
				varying W2-Index from 1 by 1
				until W2-Index > W2-Count
				or W2-SSN(W2-Index) = PH-SSN
			If W2-Index not > W2-Count
				Add PH-Commission to
					W2-Commission(W2-Index)
			End-if
		End-if.

      * the next entry for the tax year; the first entry of the
      * following year ends the walk
	1090-Read-Contractor-Ytd.

		Read Contractor-Ytd-File next
			at end move "yes" to Eof-Flag
		End-read.

		If not end-reached and CY-Year not = Tax-Year
			Move "yes" to Eof-Flag
		End-if.

      * one agent's year: net earnings, the taxpayer ID check, and,
      * at or over the threshold, the statement and the filing
      * record; then the register line and the W-2 cross-check
	1200-Main-Loop.

		Add 1 to Agent-Count.

		Compute Net-Amount = CY-Paid + CY-Adjusted.
		If Net-Amount < zero
			Move zero to Net-Amount
		End-if.

		Perform 2100-Find-Agent.
		Perform 2200-Check-TIN.

		Move spaces to RG-Note-Out.

		If Net-Amount not < Threshold

			Move "yes" to Reported-Flag
			Add 1 to Statement-Count
			Add Net-Amount to Total-Reported
			Perform 2400-Print-Statement

			If TIN-Problem = spaces
				Perform 2500-Hold-Payee
				Move "Statement and filing" to
					RG-Note-Out
			Else
				Move "Statement only - TIN exception"
					to RG-Note-Out
			End-if

		Else

			Move "no" to Reported-Flag
			Add 1 to Under-Count
			Add Net-Amount to Total-Under
			Move "Under threshold" to RG-Note-Out

		End-if.

		If TIN-Problem not = spaces
			Move TIN-Problem to Exc-Note-Work
			Perform 2700-Hold-Exception
			Add 1 to TIN-Exc-Count
		End-if.

		Perform 2600-Check-W2.

		Move CY-Agent-ID to RG-Agent-Out.
		Move Agent-Name to RG-Name-Out.
		Move CY-Paid to RG-Paid-Out.
		Move CY-Adjusted to RG-Adjusted-Out.
		Move Net-Amount to RG-Net-Out.
		Write Register-Rec from Register-Line.

		Perform 1090-Read-Contractor-Ytd.

      * the agent's name off company.dat and taxpayer ID off
      * agentmst.dat
	2100-Find-Agent.

		Perform 2110-Classify-Employee
			varying Emp-Index from 1 by 1
			until Emp-Index > Emp-Count
			or CY-Agent-ID = EM-SSN(Emp-Index).

		Move spaces to Agent-Name.
		Move spaces to Payee-Name.
		Move spaces to Name-Control.

		If Emp-Index not > Emp-Count
			String EM-Last(Emp-Index) delimited by "  "
				", " delimited by size
				EM-First(Emp-Index) delimited by "  "
				into Agent-Name
			End-string
			String EM-First(Emp-Index) delimited by "  "
				" " delimited by size
				EM-Last(Emp-Index) delimited by "  "
				into Payee-Name
			End-string
			Move EM-Last(Emp-Index) to Name-Control
			Inspect Payee-Name
				converting Lower-Case to Upper-Case
			Inspect Name-Control
				converting Lower-Case to Upper-Case
		Else
			Move "(not on company file)" to Agent-Name
		End-if.

		Move CY-Agent-ID to agentSSN.
		Move "no" to Agent-Found-Flag.
		Read agentMasterFile
			invalid key continue
			not invalid key move "yes" to Agent-Found-Flag
		End-read.

	2110-Classify-Employee.

		Continue.

      * a TIN the IRS would bounce: none on file, not nine digits,
      * a placeholder (one digit repeated, 123456789), an SSN with
      * a zero area, group, or serial or the 666 area, a 9xx number
      * outside the ITIN groups, or an EIN with the unused 00 prefix
	2200-Check-TIN.

		Move spaces to TIN-Problem.

		Evaluate true

			when not agent-found
				Move "No agentmst.dat entry - no TIN"
					to TIN-Problem

			when agentTIN = spaces
				Move "Missing TIN - no W-9 on file"
					to TIN-Problem

			when agentTIN not numeric
				Move "Invalid TIN - not nine digits"
					to TIN-Problem

			when agentTINType not = "S"
			 and agentTINType not = "E"
				Move "Invalid TIN - type not S or E"
					to TIN-Problem

			when other
				Perform 2210-Check-TIN-Digits

		End-evaluate.

	2210-Check-TIN-Digits.

		Move zero to Same-Digit-Count.
		Inspect agentTIN tallying Same-Digit-Count
			for all agentTIN(1:1).

		If Same-Digit-Count = 9 or agentTIN = "123456789"
			Move "Invalid TIN - placeholder number"
				to TIN-Problem
		End-if.

		If TIN-Problem = spaces and agentTINType = "S"
		   and (agentTIN(1:3) = "000"
			or agentTIN(1:3) = "666"
			or agentTIN(4:2) = "00"
			or agentTIN(6:4) = "0000")
			Move "Invalid SSN - zero or 666 part"
				to TIN-Problem
		End-if.

		If TIN-Problem = spaces and agentTINType = "S"
		   and agentTIN(1:1) = "9"
			Perform 2220-Check-ITIN
		End-if.

		If TIN-Problem = spaces and agentTINType = "E"
		   and agentTIN(1:2) = "00"
			Move "Invalid EIN - 00 prefix"
				to TIN-Problem
		End-if.

      * a 9xx SSN is only good as an ITIN, whose group digits fall
      * in the ranges the IRS issues
	2220-Check-ITIN.

		Move agentTIN(4:2) to ITIN-Group.

		If not (ITIN-Group >= 50 and <= 65
		   or ITIN-Group >= 70 and <= 88
		   or ITIN-Group >= 90 and <= 92
		   or ITIN-Group >= 94 and <= 99)
			Move "Invalid SSN - 9xx not an ITIN"
				to TIN-Problem
		End-if.

      * one recipient statement page; only the last four digits of
      * the TIN print
	2400-Print-Statement.

		Move "XXX-XX-" to Masked-TIN(1:7).
		If agent-found and agentTIN not = spaces
			Move agentTIN(6:4) to Masked-TIN(8:4)
		Else
			Move "----" to Masked-TIN(8:4)
		End-if.

		Write Statement-Rec from Stmt-Header
			after advancing page.
		Move spaces to Statement-Rec.
		Write Statement-Rec.
		Write Statement-Rec from Stmt-Payer-Line.
		Move Agent-Name to SR-Name-Out.
		Move Masked-TIN to SR-TIN-Out.
		Write Statement-Rec from Stmt-Recipient-Line.
		Move CY-Agent-ID to SA-Agent-Out.
		Write Statement-Rec from Stmt-Account-Line.
		Move spaces to Statement-Rec.
		Write Statement-Rec.
		Move Net-Amount to SM-Amount-Out.
		Write Statement-Rec from Stmt-Amount-Line.
		Write Statement-Rec from Stmt-Withheld-Line.

      * keeps the payee's B record for the filing file
	2500-Hold-Payee.

		If Payee-Count < Payee-Max
			Add 1 to Payee-Count
			Move agentTIN to PT-TIN(Payee-Count)
			If agentTINType = "E"
				Move "1" to PT-TIN-Type(Payee-Count)
			Else
				Move "2" to PT-TIN-Type(Payee-Count)
			End-if
			Move Name-Control to
				PT-Name-Control(Payee-Count)
			Move CY-Agent-ID to PT-Account(Payee-Count)
			Move Payee-Name to PT-Name(Payee-Count)
			Move Net-Amount to PT-Amount(Payee-Count)
			Add 1 to Filed-Count
			Add Net-Amount to Total-Filed
		Else
			Move "yes" to Overflow-Flag
		End-if.

      * an agent also on the W-2 master: commission run through
      * payroll the same year means the same sales could be on both
      * forms; wages alone are listed for review when the agent is
      * reported here
	2600-Check-W2.

		Perform 2610-Classify-W2
			varying W2-Index from 1 by 1
			until W2-Index > W2-Count
			or W2-SSN(W2-Index) = CY-Agent-ID.

		If W2-Index not > W2-Count
			Perform 2620-Note-W2-Overlap
		End-if.

	2610-Classify-W2.

		Continue.

	2620-Note-W2-Overlap.

		If W2-Commission(W2-Index) > zero
			Move "W-2 commission too - same dollars"
				to Exc-Note-Work
			Perform 2700-Hold-Exception
			Add 1 to W2-Exc-Count
		End-if.

		If W2-Commission(W2-Index) = zero
		   and W2-Gross(W2-Index) > zero and reported
			Move "Also on W-2 - wages only, review"
				to Exc-Note-Work
			Perform 2700-Hold-Exception
		End-if.

	2700-Hold-Exception.

		If Exc-Count < Exc-Max
			Add 1 to Exc-Count
			Move CY-Agent-ID to EX-Agent(Exc-Count)
			Move Agent-Name to EX-Name(Exc-Count)
			Move Net-Amount to EX-Amount(Exc-Count)
			Move Exc-Note-Work to EX-Note(Exc-Count)
		Else
			Move "yes" to Overflow-Flag
		End-if.

      * the filing file in one pass from the held payees - the
      * transmitter and payer records, a B record per payee, then
      * the two trailers - followed by the totals and exceptions
	1300-Finish.

		Perform 3000-Write-Efile.

		Move spaces to Register-Rec.
		Write Register-Rec.
		Move Total-Reported to RT-Reported-Out.
		Move Statement-Count to RT-Stmt-Count-Out.
		Write Register-Rec from Register-Totals-1.
		Move Total-Filed to RT-Filed-Out.
		Move Filed-Count to RT-Filed-Count-Out.
		Write Register-Rec from Register-Totals-2.
		Move Total-Under to RT-Under-Out.
		Move Under-Count to RT-Under-Count-Out.
		Write Register-Rec from Register-Totals-3.

		Write Register-Rec from Exc-Header
			after advancing page.
		Move spaces to Register-Rec.
		Write Register-Rec.
		Write Register-Rec from Exc-Col-Headers.
		Move spaces to Register-Rec.
		Write Register-Rec.

		If Exc-Count = zero
			Write Register-Rec from No-Exc-Line
		Else
			Perform 3200-Write-Exception
				varying Exc-Index from 1 by 1
				until Exc-Index > Exc-Count
		End-if.

		If table-overflow
			Move spaces to Register-Rec
			Write Register-Rec
			Write Register-Rec from Overflow-Line
		End-if.

		Move spaces to Register-Rec.
		Write Register-Rec.
		Write Register-Rec from Report-Footer.

		Close Contractor-Ytd-File agentMasterFile
		      Statement-File Efile-File Register-File.

		Display "1099-NEC run complete for " Year-Entry ".".
		Display "Statements printed: " Statement-Count.
		Display "Payees filed:       " Filed-Count.
		Display "TIN exceptions:     " TIN-Exc-Count.
		Display "W-2 overlaps:       " W2-Exc-Count.

      * an agent left off the filing or reported on both forms has
      * to be chased before the file goes to the IRS
		If table-overflow
			Move 8 to Return-Code
		Else
			If TIN-Exc-Count > zero or W2-Exc-Count > zero
				Move 4 to Return-Code
			End-if
		End-if.

	3000-Write-Efile.

		Move zero to Record-Seq.

		Add 1 to Record-Seq.
		Move Tax-Year to T-Year.
		Move PY-TIN to T-TIN.
		Move PY-TCC to T-TCC.
		If PY-Test-Flag = "T"
			Move "T" to T-Test
		Else
			Move spaces to T-Test
		End-if.
		Move PY-Name to T-Name.
		Move PY-Name to T-Company.
		Move PY-Address to T-Address.
		Move PY-City to T-City.
		Move PY-State to T-State.
		Move PY-Zip to T-Zip.
		Move Payee-Count to T-Payee-Count.
		Move PY-Contact to T-Contact.
		Move PY-Phone to T-Phone.
		Move PY-Email to T-Email.
		Move Record-Seq to T-Seq.
		Write Efile-Rec from T-Record.

		Add 1 to Record-Seq.
		Move Tax-Year to A-Year.
		Move PY-TIN to A-TIN.
		Move PY-Name to A-Name-Control.
		Inspect A-Name-Control
			converting Lower-Case to Upper-Case.
		Move PY-Name to A-Name.
		Move PY-Address to A-Address.
		Move PY-City to A-City.
		Move PY-State to A-State.
		Move PY-Zip to A-Zip.
		Move PY-Phone to A-Phone.
		Move Record-Seq to A-Seq.
		Write Efile-Rec from A-Record.

		Perform 3100-Write-Payee
			varying Payee-Index from 1 by 1
			until Payee-Index > Payee-Count.

		Add 1 to Record-Seq.
		Move Payee-Count to C-Payee-Count.
		Move Total-Filed to C-Total-1.
		Move Record-Seq to C-Seq.
		Write Efile-Rec from C-Record.

		Add 1 to Record-Seq.
		Move Payee-Count to F-Payee-Count.
		Move Record-Seq to F-Seq.
		Write Efile-Rec from F-Record.

	3100-Write-Payee.

		Add 1 to Record-Seq.
		Move Tax-Year to B-Year.
		Move PT-Name-Control(Payee-Index) to B-Name-Control.
		Move PT-TIN-Type(Payee-Index) to B-TIN-Type.
		Move PT-TIN(Payee-Index) to B-TIN.
		Move PT-Account(Payee-Index) to B-Account.
		Move PT-Amount(Payee-Index) to B-Amount-1.
		Move PT-Name(Payee-Index) to B-Name.
		Move Record-Seq to B-Seq.
		Write Efile-Rec from B-Record.

	3200-Write-Exception.

		Move EX-Agent(Exc-Index) to EL-Agent-Out.
		Move EX-Name(Exc-Index) to EL-Name-Out.
		Move EX-Amount(Exc-Index) to EL-Amount-Out.
		Move EX-Note(Exc-Index) to EL-Note-Out.
		Write Register-Rec from Exc-Line.
