        Identification Division.
        Program-Id. prog69.
        Date-Written. 10/15/2026.
        Author. Lucas Henry.
        Date-Compiled.

      * one-time conversion of opermast.dat to the twenty-byte
      * permission string, in prog43's pattern: every byte of the
      * old ten-byte string was already spoken for, so the record
      * grows from 39 to 49 bytes and the production master will not
      * open under the new FDs until it is rebuilt; each operator is
      * written with the ten permissions held today and N in bytes
      * 11-20 into opermast.new, which operations moves over
      * opermast.dat before the first run of the converted programs;
      * the new bytes are granted afterward through prog53 like any
      * other permission change

        Environment Division.

        Input-Output Section.
        File-Control.

                Select Old-Oper-File
                       assign to "/home1/c/a/acsi203/opermast.dat"
                       organization is indexed
                       access mode is sequential
                       record key is Old-OM-Oper-Id.
                Select New-Oper-File
                       assign to "/home1/c/a/acsi203/opermast.new"
                       organization is indexed
                       access mode is sequential
                       record key is OM-Oper-Id.

        Data Division.

        File Section.
      * the layout the interactive programs carried before the
      * permission string was widened
	FD	Old-Oper-File.
	01	Old-Opermast-Rec.
		02 Old-OM-Oper-Id	Pic x(8).
		02 Old-OM-Name		Pic x(20).
		02 Old-OM-Status	Pic x(1).
		02 Old-OM-Perms		Pic x(10).

      * the twenty-byte layout the converted programs read
	FD	New-Oper-File.
	01	Opermast-Rec.
		02 OM-Oper-Id		Pic x(8).
		02 OM-Name		Pic x(20).
		02 OM-Status		Pic x(1).
		02 OM-Perms		Pic x(20).

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

		Open Input Old-Oper-File.
		Open Output New-Oper-File.

		Display "Operator master conversion - every entry".
		Display "rewritten with permission bytes 11-20 = N.".

		Read Old-Oper-File at end move "yes" to Eof-Flag.

      * each existing operator keeps the ten permissions held today
      * and is granted none of the new ones
	1200-Main-Loop.

		Move Old-OM-Oper-Id to OM-Oper-Id.
		Move Old-OM-Name to OM-Name.
		Move Old-OM-Status to OM-Status.
		Move all "N" to OM-Perms.
		Move Old-OM-Perms to OM-Perms(1:10).

		Write Opermast-Rec.

		Add 1 to Converted-Count.

		Read Old-Oper-File at end move "yes" to Eof-Flag.

	1300-Finish.

		Close Old-Oper-File New-Oper-File.

		Display "Operators converted: " Converted-Count.
		Display "Move opermast.new over opermast.dat before".
		Display "the converted programs' first run.".
