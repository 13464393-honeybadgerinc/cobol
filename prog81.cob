        Identification Division.
        Program-Id. prog81.
        Date-Written. 10/15/2026.
        Author. Lucas Henry.
        Date-Compiled.

      * one-time conversion of agentmst.dat to the layout carrying
      * the agent's real estate license and taxpayer ID, in prog69's
      * pattern: the record grows from 11 to 40 bytes with license
      * number, type, and expiry date, then the TIN and its type for
      * the year-end 1099, so the production master will not open
      * under the new FDs until it is rebuilt; each agent is written
      * with the rate and status held today and a blank license and
      * TIN into agentmst.new, which operations moves over
      * agentmst.dat before the first run of the converted programs;
      * licenses and TINs are keyed afterward through prog15 - until
      * an agent's license is keyed prog83 lists the agent as having
      * no license on file, and until the TIN is keyed prog84 lists
      * the agent as missing one

        Environment Division.

        Input-Output Section.
        File-Control.

                Select Old-Agent-File
                       assign to "/home1/c/a/acsi203/agentmst.dat"
                       organization is indexed
                       access mode is sequential
                       record key is Old-agentSSN.
                Select New-Agent-File
                       assign to "/home1/c/a/acsi203/agentmst.new"
                       organization is indexed
                       access mode is sequential
                       record key is agentSSN.

        Data Division.

        File Section.
      * the layout the commission programs carried before the
      * license fields were added
	FD	Old-Agent-File.
	01	Old-agentMasterRec.
		02 Old-agentSSN		Pic x(7).
		02 Old-agentCommRate	Pic v999.
		02 Old-agentStatus	Pic x.

      * the layout the converted programs read
	FD	New-Agent-File.
	01	agentMasterRec.
		02 agentSSN		Pic x(7).
		02 agentCommRate	Pic v999.
		02 agentStatus		Pic x.
		02 agentLicNum		Pic x(10).
		02 agentLicType		Pic x.
		02 agentLicExpire	Pic 9(8).
		02 agentTIN		Pic x(9).
		02 agentTINType		Pic x.

	Working-Storage Section.

	01	Eof-Flag		Pic x(3) value "no".
		88 end-reached value "yes".

	01	Converted-Count		Pic 9(4) value zero.

	Procedure Division.

      * Executes 'Init', 'Main-Loop', and 'Finish', in that order
	0000-Main-Logic.
		Perform 1000-Init.
		Perform 1200-Main-Loop until end-reached.
		Perform 1300-Finish.
		Stop Run.

	1000-Init.

		Open Input Old-Agent-File.
		Open Output New-Agent-File.

		Display "Agent master conversion - every entry".
		Display "rewritten with no license or TIN on file.".

		Read Old-Agent-File at end move "yes" to Eof-Flag.

      * each existing agent keeps the split and status held today
	1200-Main-Loop.

		Move Old-agentSSN to agentSSN.
		Move Old-agentCommRate to agentCommRate.
		Move Old-agentStatus to agentStatus.
		Move spaces to agentLicNum.
		Move spaces to agentLicType.
		Move zero to agentLicExpire.
		Move spaces to agentTIN.
		Move spaces to agentTINType.

		Write agentMasterRec.

		Add 1 to Converted-Count.

		Read Old-Agent-File at end move "yes" to Eof-Flag.

	1300-Finish.

		Close Old-Agent-File New-Agent-File.

		Display "Agents converted: " Converted-Count.
		Display "Move agentmst.new over agentmst.dat before".
		Display "the converted programs' first run.".
